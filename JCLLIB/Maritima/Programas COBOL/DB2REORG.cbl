      *     FORMATO DO REORGLST DO DB2MVBPL (SEM DUPLICAR O OBJETO      00000210
      *     QUANDO MAIS DE UMA PARTICAO OFENDE).                        00000220
      *   RETURN-CODE 4 QUANDO HA OFENSOR.                              00000230
      *   OUT/26 - O REORGCRD E' REGISTRADO NO REGISTRO CENTRAL DE      00000231
      *   DECKS DB2ADM.DBA_DECK (VIA DB2DKREG) COM A QTD DE OBJETOS     00000232
      *   E O TICKET DA MUDANCA (PARM, ATE 12 POSICOES).                00000233
      *   OUT/26 - CADA OBJETO QUE VAI PARA O REORGCRD TAMBEM VAI       00000234
      *   PARA O DATASET COMUM EXCECAO (VIA DB2EXCEP) PARA O PAINEL     00000235
      *   MATINAL DB2PAINL.                                             00000236
      *   OUT/26 - CADA OFENSOR MOSTRA NO RELATO A ULTIMA TENTATIVA E O 00000237
      *   ULTIMO SUCESSO DE REORG NO OBJETO, DO HISTORICO               00000238
      *   DB2ADM.DBA_UTILHIST (DB2UTLRS).                               00000239
      * AREA RESPONSAVEL: ADMINISTRACAO DE BANCO DE DADOS               00000240
      *----------------------------------------------------------------*00000250
       ENVIRONMENT    DIVISION.                                         00000260
      *                                                                 00000690
       WORKING-STORAGE SECTION.                                         00000700
      *----------------------------------------------------------------*00000710
      * PARAMETRO DO REGISTRO CENTRAL DE DECKS (DB2DKREG)              *00000711
      *----------------------------------------------------------------*00000712
       01  DKR-PARM.                                                    00000713
           02  DKR-FUNCAO         PIC X(01)      VALUE 'G'.             00000714
           02  DKR-PROGRAMA       PIC X(08)      VALUE 'DB2REORG'.      00000715
           02  DKR-DATASET        PIC X(08)      VALUE 'REORGCRD'.      00000716
           02  DKR-TIPO-DECK      PIC X(08)      VALUE 'REORG'.         00000717
           02  DKR-QTD-OBJETOS    PIC 9(05)      VALUE ZEROS.           00000718
           02  DKR-TICKET         PIC X(12)      VALUE SPACES.          00000719
           02  DKR-SITUACAO       PIC X(01)      VALUE SPACES.          00000720
           02  DKR-RETURN-CODE    PIC 9(02)      VALUE ZEROS.           00000721
      *----------------------------------------------------------------*00000722
      * HOSTS DE CATALOGO                                              *00000723
      *----------------------------------------------------------------*00000730
       01  H-CREATOR-FILTRO       PIC  X(08).                           00000740
       01  H-TP-DBNAME            PIC  X(08).                           00000750
       01  H-LIM-PERCDROP         PIC S9(04) COMP.                      00000880
       01  H-LIM-PAGESAVE         PIC S9(04) COMP.                      00000890
       01  H-LIM-LEAFDIST         PIC S9(09) COMP.                      00000900
      *----------------------------------------------------------------*00000901
      * ULTIMA TENTATIVA / ULTIMO SUCESSO DO UTILITARIO NO OBJETO      *00000902
      *----------------------------------------------------------------*00000903
       01  H-HU-OBJETO            PIC  X(44).                           00000904
       01  H-HU-UTILITARIO        PIC  X(08).                           00000905
       01  H-HU-TENTATIVA         PIC  X(10).                           00000906
       01  H-HU-TENTATIVA-NULL    PIC S9(04) COMP.                      00000907
       01  H-HU-SUCESSO           PIC  X(10).                           00000908
       01  H-HU-SUCESSO-NULL      PIC S9(04) COMP.                      00000909
       01  WS-HIST-UTIL.                                                00000910
           02  FILLER             PIC  X(14)     VALUE 'ULT.TENTATIVA '.00000911
           02  HU-TENTATIVA       PIC  X(10)     VALUE SPACES.          00000912
           02  FILLER             PIC  X(13)     VALUE ' ULT.SUCESSO '. 00000913
           02  HU-SUCESSO         PIC  X(10)     VALUE SPACES.          00000914
      *----------------------------------------------------------------*00000915
      * OBJETOS JA GRAVADOS NO DECK (NAO DUPLICA POR PARTICAO)         *00000920
      *----------------------------------------------------------------*00000930
       01  TAB-EMITIDOS.                                                00000940
               'REORG INDEX '.                                          00001200
           02  RI-INDEXNAME                 PIC  X(39).                 00001210
           02  FILLER                       PIC  X(01) VALUE ';'.       00001220
      *----------------------------------------------------------------*00001221
      * PARAMETRO DA ROTINA COMUM DE EXCECAO (DB2EXCEP)                *00001222
      *----------------------------------------------------------------*00001223
       01  EXC-PARM.                                                    00001224
           02  EXC-FUNCAO         PIC X(01)      VALUE 'G'.             00001225
           02  EXC-PROGRAMA       PIC X(08)      VALUE 'DB2REORG'.      00001226
           02  EXC-SEVERIDADE     PIC 9(01)      VALUE ZERO.            00001227
           02  EXC-TIPO-OBJETO    PIC X(01)      VALUE SPACES.          00001228
           02  EXC-CODIGO         PIC X(08)      VALUE SPACES.          00001229
           02  EXC-OBJETO         PIC X(44)      VALUE SPACES.          00001230
           02  EXC-TEXTO          PIC X(50)      VALUE SPACES.          00001231
           02  EXC-RETURN-CODE    PIC 9(02)      VALUE ZEROS.           00001232
      *----------------------------------------------------------------*00001233
      * CONTROLES                                                      *00001240
      *----------------------------------------------------------------*00001250
       01  CHAVES-FIM.                                                  00001260
      *----------------------------------------------------------------*00001630
      *                                                                *00001640
      *----------------------------------------------------------------*00001650
       LINKAGE     SECTION.                                             00001660
       01  PARMJOB.                                                     00001661
           02  PARM-LEN           PIC  9(04)  COMP.                     00001662
           02  PARM-TICKET        PIC  X(12).                           00001663
      *----------------------------------------------------------------*00001664
      *                                                                *00001665
      *----------------------------------------------------------------*00001666
       PROCEDURE   DIVISION      USING   PARMJOB.                       00001667
      *----------------------------------------------------------------*00001670
      *                                                                *00001680
      *----------------------------------------------------------------*00001690
       0000-0000-PRINCIPAL.                                             00001700
           OPEN INPUT  SYSIN LIMITES.                                   00001710
           OPEN OUTPUT REORGCRD RELATO.                                 00001720
           IF  PARM-LEN  GREATER  ZEROS                                 00001721
               IF  PARM-LEN  LESS  12                                   00001722
                   MOVE  PARM-TICKET(1:PARM-LEN)  TO  DKR-TICKET        00001723
               ELSE                                                     00001724
                   MOVE  PARM-TICKET              TO  DKR-TICKET        00001725
               END-IF                                                   00001726
           END-IF.                                                      00001727
           ACCEPT CURDATA              FROM DATE.                       00001730
           PERFORM 0050-0000-LE-LIMITES THRU 0050-0000-EXIT.            00001740
           PERFORM 0080-9999-LE-SYSIN THRU 0080-9999-EXIT.              00001750
           ELSE                                                         00001900
               MOVE   +0               TO  RETURN-CODE                  00001910
           END-IF.                                                      00001920
           MOVE   QTD-EMI              TO  DKR-QTD-OBJETOS.             00001921
           MOVE   RETURN-CODE          TO  DKR-RETURN-CODE.             00001922
           CALL  'DB2DKREG'  USING  DKR-PARM.                           00001923
           MOVE   'F'                  TO  EXC-FUNCAO.                  00001924
           MOVE   RETURN-CODE          TO  EXC-RETURN-CODE.             00001925
           CALL  'DB2EXCEP'  USING  EXC-PARM.                           00001926
           STOP  RUN.                                                   00001930
       0000-0000-EXIT. EXIT.                                            00001940
      *----------------------------------------------------------------*00001950
                  ' PERCDROP' ZQTD                                      00002970
                  ' PAGESAVE' ZIND                                      00002980
                  DELIMITED BY SIZE INTO LINHA-REL.                     00002990
           MOVE   SPACES               TO  WS-NOME-OBJ.                 00003020
           STRING H-TP-DBNAME DELIMITED BY SPACE                        00003030
                  '.' DELIMITED BY SIZE                                 00003040
                  H-TP-TSNAME DELIMITED BY SPACE                        00003050
                  INTO WS-NOME-OBJ.                                     00003060
           MOVE   WS-NOME-OBJ          TO  H-HU-OBJETO.                 00003061
           MOVE   'REORG'              TO  H-HU-UTILITARIO.             00003062
           PERFORM 0800-9999-HISTORICO-UTIL THRU 0800-9999-EXIT.        00003063
           PERFORM 0900-9999-IMPRIME THRU 0900-9999-EXIT.               00003064
                                                                        00003065
           PERFORM 0700-9999-VERIFICA-EMITIDO THRU 0700-9999-EXIT.      00003070
           IF  CH-JA-EMITIDO  EQUAL  'N'                                00003080
               MOVE   WS-NOME-OBJ      TO  RT-TABLESPACE                00003090
               WRITE  REG-REORGCRD     FROM REORG-TABLESPACE            00003100
               MOVE   3                    TO  EXC-SEVERIDADE           00003101
               MOVE   'S'                  TO  EXC-TIPO-OBJETO          00003102
               MOVE   'REORGTS '           TO  EXC-CODIGO               00003103
               MOVE   WS-NOME-OBJ          TO  EXC-OBJETO               00003104
               MOVE  'TABLESPACE DESORGANIZADO - REORG NO REORGCRD'     00003105
                 TO  EXC-TEXTO                                          00003106
               PERFORM 0960-9999-GRAVA-EXCECAO THRU 0960-9999-EXIT      00003107
           END-IF.                                                      00003110
       0300-0200-EXIT. EXIT.                                            00003120
      *----------------------------------------------------------------*00003130
                  ' LEAFDIST' ZIND                                      00003800
                  ' FAROFF' ZQTD ' PORCENTO'                            00003810
                  DELIMITED BY SIZE INTO LINHA-REL.                     00003820
           MOVE   SPACES               TO  WS-NOME-OBJ.                 00003850
           STRING H-IX-CREATOR DELIMITED BY SPACE                       00003860
                  '.' DELIMITED BY SIZE                                 00003870
                  H-IX-NAME-T(1:H-IX-NAME-L)                            00003880
                  DELIMITED BY SIZE                                     00003890
                  INTO WS-NOME-OBJ.                                     00003900
           MOVE   WS-NOME-OBJ          TO  H-HU-OBJETO.                 00003901
           MOVE   'REORG'              TO  H-HU-UTILITARIO.             00003902
           PERFORM 0800-9999-HISTORICO-UTIL THRU 0800-9999-EXIT.        00003903
           PERFORM 0900-9999-IMPRIME THRU 0900-9999-EXIT.               00003904
                                                                        00003905
           PERFORM 0700-9999-VERIFICA-EMITIDO THRU 0700-9999-EXIT.      00003910
           IF  CH-JA-EMITIDO  EQUAL  'N'                                00003920
               MOVE   WS-NOME-OBJ      TO  RI-INDEXNAME                 00003930
               WRITE  REG-REORGCRD     FROM REORG-INDEX                 00003940
               MOVE   3                    TO  EXC-SEVERIDADE           00003941
               MOVE   'I'                  TO  EXC-TIPO-OBJETO          00003942
               MOVE   'REORGIX '           TO  EXC-CODIGO               00003943
               MOVE   WS-NOME-OBJ          TO  EXC-OBJETO               00003944
               MOVE  'INDICE DESORGANIZADO - REORG NO REORGCRD'         00003945
                 TO  EXC-TEXTO                                          00003946
               PERFORM 0960-9999-GRAVA-EXCECAO THRU 0960-9999-EXIT      00003947
           END-IF.                                                      00003950
       0500-0400-EXIT. EXIT.                                            00003960
      *----------------------------------------------------------------*00003970
               GO  TO  0700-9999-EXIT                                   00004130
           END-IF.                                                      00004140
           ADD    +1                   TO  QTD-EMI.                     00004150
           MOVE   WS-NOME-OBJ          TO  TB-EMI-NOME(QTD-EMI).        00004151
       0700-9999-EXIT. EXIT.                                            00004152
      *----------------------------------------------------------------*00004153
      * ULTIMA TENTATIVA E ULTIMO SUCESSO DO UTILITARIO NO OBJETO, DO  *00004154
      * HISTORICO DB2ADM.DBA_UTILHIST (DB2UTLRS), NA LINHA CORRENTE    *00004155
      *----------------------------------------------------------------*00004156
       0800-9999-HISTORICO-UTIL.                                        00004157
           EXEC SQL                                                     00004158
                SELECT CHAR(MAX(CASE WHEN SITUACAO IN ('S', 'F')        00004159
                                     THEN DT_EXECUCAO END), ISO),       00004160
                       CHAR(MAX(CASE WHEN SITUACAO = 'S'                00004161
                                     THEN DT_EXECUCAO END), ISO)        00004162
                  INTO :H-HU-TENTATIVA :H-HU-TENTATIVA-NULL,            00004163
                       :H-HU-SUCESSO   :H-HU-SUCESSO-NULL               00004164
                  FROM DB2ADM.DBA_UTILHIST                              00004165
                 WHERE OBJETO     = :H-HU-OBJETO                        00004166
                   AND UTILITARIO = :H-HU-UTILITARIO                    00004167
           END-EXEC.                                                    00004168
           IF  SQLCODE  NOT EQUAL  +0                                   00004169
               DISPLAY '*** ERRO NO SELECT DBA_UTILHIST'                00004170
               PERFORM  9999-9999-ERRO-DB2  THRU 9999-9999-EXIT         00004171
           END-IF.                                                      00004172
           IF  H-HU-TENTATIVA-NULL  LESS  +0                            00004173
               MOVE   'NUNCA'          TO  HU-TENTATIVA                 00004174
           ELSE                                                         00004175
               MOVE   H-HU-TENTATIVA   TO  HU-TENTATIVA                 00004176
           END-IF.                                                      00004177
           IF  H-HU-SUCESSO-NULL  LESS  +0                              00004178
               MOVE   'NUNCA'          TO  HU-SUCESSO                   00004179
           ELSE                                                         00004180
               MOVE   H-HU-SUCESSO     TO  HU-SUCESSO                   00004181
           END-IF.                                                      00004182
           MOVE   WS-HIST-UTIL         TO  LINHA-REL(84:47).            00004183
       0800-9999-EXIT. EXIT.                                            00004184
      *----------------------------------------------------------------*00004185
      * GRAVA A EXCECAO CORRENTE NO DATASET COMUM EXCECAO (DB2EXCEP)   *00004186
      *----------------------------------------------------------------*00004187
       0960-9999-GRAVA-EXCECAO.                                         00004188
           MOVE   RETURN-CODE          TO  EXC-RETURN-CODE.             00004189
           CALL  'DB2EXCEP'  USING  EXC-PARM.                           00004190
           MOVE   SPACES               TO  EXC-OBJETO  EXC-TEXTO.       00004191
       0960-9999-EXIT. EXIT.                                            00004192
      *----------------------------------------------------------------*00004193
      * IMPRESSAO PAGINADA (COMO O RELATO DO DB2DIST)                  *00004194
      *----------------------------------------------------------------*00004200
       0900-9999-IMPRIME.                                               00004210
           IF  AC-LINHA-REL  GREATER  60                                00004220
