      *   GRANT SEM APROVACAO ('ALL' VIRA OS QUATRO PRIVILEGIOS;      * 00000180
      *   'UPDCOL' VIRA UPDATE). FECHAR A PENDENCIA VIRA UM JOB       * 00000190
      *   GERADO, NAO UMA SESSAO DE DIGITACAO.                        * 00000200
      *   OUT/26 - GRANTDK E REVDK SAO REGISTRADOS NO REGISTRO CENTRAL *00000201
      *   DE DECKS DB2ADM.DBA_DECK (VIA DB2DKREG) COM A QTD DE COMANDOS*00000202
      *   E O TICKET DA MUDANCA RECEBIDO NO PARM (ATE 12 POSICOES).    *00000203
      *   OUT/26 - CADA DESVIO TAMBEM VAI PARA O DATASET COMUM EXCECAO *00000204
      *   (VIA DB2EXCEP) PARA O PAINEL MATINAL DB2PAINL; GRANT COM     *00000205
      *   WITH GRANT OPTION SEM APROVACAO E' SEVERIDADE ALTA.          *00000206
      * AREA RESPONSAVEL: ADMINISTRACAO DE BANCO DE DADOS              *00000210
      *----------------------------------------------------------------*00000220
       ENVIRONMENT    DIVISION.                                         00000230
       01  FILLER.                                                      00001150
           02  WS-SQLCODE              PIC -----9.                      00001160
           02  WS-QTD-DESVIOS          PIC S9(04) COMP VALUE +0.        00001170
           02  WS-QTD-GRANTDK          PIC S9(04) COMP VALUE +0.        00001173
           02  WS-QTD-REVDK            PIC S9(04) COMP VALUE +0.        00001176
           02  WS-TAB-ATUAL            PIC  X(18)      VALUE SPACES.    00001180
           02  WS-PRIV-ATUAL           PIC  X(08)      VALUE SPACES.    00001190
           02  WS-FLAG-ATUAL           PIC  X(01)      VALUE SPACES.    00001200
           02  WS-PRIV-SQL             PIC  X(28)      VALUE SPACES.    00001230
           02  LIN-DECK                PIC  X(80)      VALUE SPACES.    00001240
       01  DELIMITADOR.                                                 00001250
           02  FILLER             PIC X(01)          VALUE ';'.         00001251
      *----------------------------------------------------------------*00001252
      * PARAMETRO DO REGISTRO CENTRAL DE DECKS (DB2DKREG)              *00001253
      *----------------------------------------------------------------*00001254
       01  DKR-PARM.                                                    00001255
           02  DKR-FUNCAO         PIC X(01)      VALUE 'G'.             00001256
           02  DKR-PROGRAMA       PIC X(08)      VALUE 'DB2AUTCM'.      00001257
           02  DKR-DATASET        PIC X(08)      VALUE SPACES.          00001258
           02  DKR-TIPO-DECK      PIC X(08)      VALUE SPACES.          00001259
           02  DKR-QTD-OBJETOS    PIC 9(05)      VALUE ZEROS.           00001260
           02  DKR-TICKET         PIC X(12)      VALUE SPACES.          00001261
           02  DKR-SITUACAO       PIC X(01)      VALUE SPACES.          00001262
           02  DKR-RETURN-CODE    PIC 9(02)      VALUE ZEROS.           00001263
      *----------------------------------------------------------------*00001264
      * PARAMETRO DA ROTINA COMUM DE EXCECAO (DB2EXCEP)                *00001265
      *----------------------------------------------------------------*00001266
       01  EXC-PARM.                                                    00001267
           02  EXC-FUNCAO         PIC X(01)      VALUE 'G'.             00001268
           02  EXC-PROGRAMA       PIC X(08)      VALUE 'DB2AUTCM'.      00001269
           02  EXC-SEVERIDADE     PIC 9(01)      VALUE ZERO.            00001270
           02  EXC-TIPO-OBJETO    PIC X(01)      VALUE SPACES.          00001271
           02  EXC-CODIGO         PIC X(08)      VALUE SPACES.          00001272
           02  EXC-OBJETO         PIC X(44)      VALUE SPACES.          00001273
           02  EXC-TEXTO          PIC X(50)      VALUE SPACES.          00001274
           02  EXC-RETURN-CODE    PIC 9(02)      VALUE ZEROS.           00001275
      *----------------------------------------------------------------*00001276
      * CONTROLES                                                      *00001280
      *----------------------------------------------------------------*00001290
       01  CHAVES-FIM.                                                  00001300
      *----------------------------------------------------------------*00001690
      *                                                                *00001700
      *----------------------------------------------------------------*00001710
       LINKAGE     SECTION.                                             00001720
       01  PARMJOB.                                                     00001721
           02  PARM-LEN           PIC  9(04)  COMP.                     00001722
           02  PARM-TICKET        PIC  X(12).                           00001723
      *----------------------------------------------------------------*00001724
      *                                                                *00001725
      *----------------------------------------------------------------*00001726
       PROCEDURE   DIVISION      USING   PARMJOB.                       00001727
      *----------------------------------------------------------------*00001730
      *                                                                *00001740
      *----------------------------------------------------------------*00001750
       0000-0000-PRINCIPAL.                                             00001760
           OPEN INPUT  SYSIN BASELIN.                                   00001770
           OPEN OUTPUT RELATO GRANTDK REVDK.                            00001780
           IF  PARM-LEN  GREATER  ZEROS                                 00001781
               IF  PARM-LEN  LESS  12                                   00001782
                   MOVE  PARM-TICKET(1:PARM-LEN)  TO  DKR-TICKET        00001783
               ELSE                                                     00001784
                   MOVE  PARM-TICKET              TO  DKR-TICKET        00001785
               END-IF                                                   00001786
           END-IF.                                                      00001787
           ACCEPT CURDATA              FROM DATE.                       00001790
           PERFORM 0050-0000-CARREGA-BASELINE THRU 0050-0000-EXIT.      00001800
                                                                        00001810
           ELSE                                                         00002090
               MOVE   +0               TO  RETURN-CODE                  00002100
           END-IF.                                                      00002110
           MOVE   'GRANTDK'            TO  DKR-DATASET.                 00002111
           MOVE   'GRANT'              TO  DKR-TIPO-DECK.               00002112
           MOVE   WS-QTD-GRANTDK       TO  DKR-QTD-OBJETOS.             00002113
           PERFORM 0950-9999-REGISTRA-DECK THRU 0950-9999-EXIT.         00002114
           MOVE   'REVDK'              TO  DKR-DATASET.                 00002115
           MOVE   'REVOKE'             TO  DKR-TIPO-DECK.               00002116
           MOVE   WS-QTD-REVDK         TO  DKR-QTD-OBJETOS.             00002117
           PERFORM 0950-9999-REGISTRA-DECK THRU 0950-9999-EXIT.         00002118
           MOVE   'F'                  TO  EXC-FUNCAO.                  00002119
           MOVE   RETURN-CODE          TO  EXC-RETURN-CODE.             00002120
           CALL  'DB2EXCEP'  USING  EXC-PARM.                           00002121
           STOP  RUN.                                                   00002122
       0000-0000-EXIT. EXIT.                                            00002130
      *----------------------------------------------------------------*00002140
      *                                                                *00002150
                  SYSTABAUTH-GRANTEE DELIMITED BY SPACE                 00003750
                  INTO LIN-DECK.                                        00003760
           WRITE  REG-REVDK            FROM LIN-DECK.                   00003770
           WRITE  REG-REVDK            FROM DELIMITADOR.                00003771
           ADD    +1                   TO  WS-QTD-REVDK.                00003772
           IF  WS-FLAG-ATUAL  EQUAL  'G'                                00003773
               MOVE   1                TO  EXC-SEVERIDADE               00003774
           ELSE                                                         00003775
               MOVE   2                TO  EXC-SEVERIDADE               00003776
           END-IF.                                                      00003777
           MOVE   'T'                  TO  EXC-TIPO-OBJETO.             00003778
           MOVE   'GRNTNAPR'           TO  EXC-CODIGO.                  00003779
           STRING SYSTABAUTH-TCREATOR DELIMITED BY SPACE                00003780
                  '.' DELIMITED BY SIZE                                 00003781
                  WS-TAB-ATUAL DELIMITED BY SPACE                       00003782
                  ' ' DELIMITED BY SIZE                                 00003783
                  SYSTABAUTH-GRANTEE DELIMITED BY SPACE                 00003784
                  ' ' DELIMITED BY SIZE                                 00003785
                  WS-PRIV-ATUAL DELIMITED BY SPACE                      00003786
                  INTO EXC-OBJETO.                                      00003787
           STRING 'GRANT SEM APROVACAO, GRANTOR ' SYSTABAUTH-GRANTOR    00003788
                  DELIMITED BY SIZE                                     00003789
                  INTO EXC-TEXTO.                                       00003790
           PERFORM 0960-9999-GRAVA-EXCECAO THRU 0960-9999-EXIT.         00003791
       0300-0200-EXIT. EXIT.                                            00003792
      *----------------------------------------------------------------*00003800
      *                                                                *00003810
      *----------------------------------------------------------------*00003820
                      INTO LIN-DECK                                     00004740
               WRITE  REG-REVDK        FROM LIN-DECK                    00004750
               WRITE  REG-REVDK        FROM DELIMITADOR                 00004760
               ADD    +1               TO  WS-QTD-REVDK                 00004761
               MOVE   2                    TO  EXC-SEVERIDADE           00004762
               MOVE   'T'                  TO  EXC-TIPO-OBJETO          00004763
               MOVE   'GRNTNAPR'           TO  EXC-CODIGO               00004764
               STRING SYSCOLAUTH-TCREATOR DELIMITED BY SPACE            00004765
                      '.' DELIMITED BY SIZE                             00004766
                      WS-TAB-ATUAL DELIMITED BY SPACE                   00004767
                      ' ' DELIMITED BY SIZE                             00004768
                      SYSCOLAUTH-GRANTEE DELIMITED BY SPACE             00004769
                      ' UPDCOL' DELIMITED BY SIZE                       00004770
                      INTO EXC-OBJETO                                   00004771
               STRING 'GRANT DE COLUNA SEM APROVACAO, GRANTOR '         00004772
                      SYSCOLAUTH-GRANTOR DELIMITED BY SIZE              00004773
                      INTO EXC-TEXTO                                    00004774
               PERFORM 0960-9999-GRAVA-EXCECAO THRU 0960-9999-EXIT      00004775
           END-IF.                                                      00004776
           PERFORM 0510-9999-FETCH-COLAUTH THRU 0510-9999-EXIT.         00004780
       0600-0500-EXIT. EXIT.                                            00004790
      *----------------------------------------------------------------*00004800
                      INTO LIN-DECK                                     00005240
               WRITE  REG-GRANTDK      FROM LIN-DECK                    00005250
               WRITE  REG-GRANTDK      FROM DELIMITADOR                 00005260
               ADD    +1               TO  WS-QTD-GRANTDK               00005261
               MOVE   2                    TO  EXC-SEVERIDADE           00005262
               MOVE   'T'                  TO  EXC-TIPO-OBJETO          00005263
               MOVE   'APRAUSEN'           TO  EXC-CODIGO               00005264
               STRING TB-BAS-CREATOR(IND-BAS) DELIMITED BY SPACE        00005265
                      '.' DELIMITED BY SIZE                             00005266
                      TB-BAS-TABELA(IND-BAS) DELIMITED BY SPACE         00005267
                      ' ' DELIMITED BY SIZE                             00005268
                      TB-BAS-GRANTEE(IND-BAS) DELIMITED BY SPACE        00005269
                      ' ' DELIMITED BY SIZE                             00005270
                      TB-BAS-PRIV(IND-BAS) DELIMITED BY SPACE           00005271
                      INTO EXC-OBJETO                                   00005272
               MOVE  'APROVACAO SEM GRANT NO CATALOGO'                  00005273
                 TO  EXC-TEXTO                                          00005274
               PERFORM 0960-9999-GRAVA-EXCECAO THRU 0960-9999-EXIT      00005275
           END-IF.                                                      00005276
       0700-0000-EXIT. EXIT.                                            00005280
      *----------------------------------------------------------------*00005281
      * REGISTRA O DECK GRAVADO NO REGISTRO CENTRAL (DB2ADM.DBA_DECK)  *00005282
      *----------------------------------------------------------------*00005283
       0950-9999-REGISTRA-DECK.                                         00005284
           MOVE   RETURN-CODE          TO  DKR-RETURN-CODE.             00005285
           CALL  'DB2DKREG'  USING  DKR-PARM.                           00005286
       0950-9999-EXIT. EXIT.                                            00005287
      *----------------------------------------------------------------*00005288
      * GRAVA A EXCECAO CORRENTE NO DATASET COMUM EXCECAO (DB2EXCEP)   *00005289
      *----------------------------------------------------------------*00005290
       0960-9999-GRAVA-EXCECAO.                                         00005291
           MOVE   RETURN-CODE          TO  EXC-RETURN-CODE.             00005292
           CALL  'DB2EXCEP'  USING  EXC-PARM.                           00005293
           MOVE   SPACES               TO  EXC-OBJETO  EXC-TEXTO.       00005294
       0960-9999-EXIT. EXIT.                                            00005295
      *----------------------------------------------------------------*00005296
      * IMPRESSAO PAGINADA (COMO O RELATO DO DB2DIST)                  *00005300
      *----------------------------------------------------------------*00005310
       0900-9999-IMPRIME.                                               00005320
