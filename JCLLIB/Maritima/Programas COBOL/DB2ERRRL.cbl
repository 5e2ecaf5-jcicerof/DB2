      *   CAB-DATA E HIS-ULT-DATA PASSARAM A 8 DIGITOS E O ANO/MES DO   00000200
      *   HISTORICO A 6 (AAAAMM); HISTORICO ANTIGO E' CONVERTIDO UMA    00000210
      *   VEZ PELO DB2DTCNV.                                            00000220
      *   OUT/26 - CADA ERRO CRONICO TAMBEM VAI PARA O DATASET COMUM    00000221
      *   EXCECAO (VIA DB2EXCEP) PARA O PAINEL MATINAL DB2PAINL.        00000222
      *   OUT/26 - ERROS ONLINE: A FILA DBERRO DO DB2ERROC (CICS) E'    00000223
      *   DESCARREGADA NO ERRLOG TODA NOITE, NO MESMO LAYOUT, COM       00000224
      *   TRANSACAO/USUARIO/TERMINAL NO FIM DO CABECALHO. OS GRUPOS     00000225
      *   PROGRAMA+SQLCODE JUNTAM BATCH E ONLINE E MOSTRAM QUANTAS      00000226
      *   OCORRENCIAS VIERAM DO ONLINE; O CODIGO 'RSPnnn' (RESP DE      00000227
      *   FILE CONTROL) ENTRA COMO SQLCODE, E NOTOPEN/DISABLED          00000228
      *   (RSP019/RSP084) CONTAM COMO FALHA DE RECURSO.                 00000229
      * AREA RESPONSAVEL: ADMINISTRACAO DE BANCO DE DADOS               00000230
      *----------------------------------------------------------------*00000240
       ENVIRONMENT    DIVISION.                                         00000250
               03  CAB-DIA        PIC 9(02).                            00000760
           02  FILLER             PIC X(06).                            00000770
           02  CAB-HORA           PIC 9(08).                            00000780
      *--- PREENCHIDOS SO NOS ERROS ONLINE (DB2ERROC)                   00000790
           02  CAB-MARCA-TRN      PIC X(05).                            00000791
           02  CAB-TRANID         PIC X(04).                            00000792
           02  FILLER             PIC X(05).                            00000793
           02  CAB-USERID         PIC X(08).                            00000794
           02  FILLER             PIC X(05).                            00000795
           02  CAB-TERMID         PIC X(04).                            00000796
           02  FILLER             PIC X(01).                            00000797
      *----------------------------------------------------------------*00000800
      * REGISTRO DO HISTORICO PROPRIO                                  *00000810
      *----------------------------------------------------------------*00000820
               04  TB-HIS-QTD-DIAS    PIC  9(03).                       00001030
               04  TB-HIS-ULT-DATA    PIC  9(08).                       00001040
               04  TB-HIS-QTD-MES     PIC S9(09) COMP.                  00001050
               04  TB-HIS-QTD-ONL     PIC S9(09) COMP.                  00001055
      *----------------------------------------------------------------*00001060
      * AREAS AUXILIARES                                               *00001070
      *----------------------------------------------------------------*00001080
       01  FILLER.                                                      00001090
           02  WS-QTD-CRONICOS         PIC S9(04) COMP VALUE +0.        00001100
           02  WS-CLASSE               PIC  X(01)      VALUE SPACES.    00001110
           02  ZQTD-ONL                PIC ZZZZ9.                       00001115
           02  ZQTD                    PIC ZZZZ9.                       00001120
           02  ZDIAS                   PIC ZZ9.                         00001130
      *----------------------------------------------------------------*00001131
      * PARAMETRO DA ROTINA COMUM DE EXCECAO (DB2EXCEP)                *00001132
      *----------------------------------------------------------------*00001133
       01  EXC-PARM.                                                    00001134
           02  EXC-FUNCAO         PIC X(01)      VALUE 'G'.             00001135
           02  EXC-PROGRAMA       PIC X(08)      VALUE 'DB2ERRRL'.      00001136
           02  EXC-SEVERIDADE     PIC 9(01)      VALUE ZERO.            00001137
           02  EXC-TIPO-OBJETO    PIC X(01)      VALUE SPACES.          00001138
           02  EXC-CODIGO         PIC X(08)      VALUE SPACES.          00001139
           02  EXC-OBJETO         PIC X(44)      VALUE SPACES.          00001140
           02  EXC-TEXTO          PIC X(50)      VALUE SPACES.          00001141
           02  EXC-RETURN-CODE    PIC 9(02)      VALUE ZEROS.           00001142
      *----------------------------------------------------------------*00001143
      * CONTROLES                                                      *00001150
      *----------------------------------------------------------------*00001160
       01  CHAVES-FIM.                                                  00001170
           03  FILLER             PIC X(53)          VALUE SPACES.      00001500
       01  REL-CAB2.                                                    00001510
           03  FILLER             PIC X(132)         VALUE              00001520
               'CONSOLIDACAO DO ERRLOG - BATCH E ONLINE (MES CORRENTE)'.00001530
       01  REL-CAB3.                                                    00001540
           03  FILLER             PIC X(132)         VALUE ALL '-'.     00001550
      *----------------------------------------------------------------*00001560
           ELSE                                                         00001790
               MOVE   +0               TO  RETURN-CODE                  00001800
           END-IF.                                                      00001810
           MOVE   'F'                  TO  EXC-FUNCAO.                  00001812
           MOVE   RETURN-CODE          TO  EXC-RETURN-CODE.             00001814
           CALL  'DB2EXCEP'  USING  EXC-PARM.                           00001816
           STOP  RUN.                                                   00001820
       0000-0000-EXIT. EXIT.                                            00001830
      *----------------------------------------------------------------*00001840
           MOVE   HIS-QTD-DIAS         TO  TB-HIS-QTD-DIAS(QTD-HIS).    00002110
           MOVE   HIS-ULT-DATA         TO  TB-HIS-ULT-DATA(QTD-HIS).    00002120
           MOVE   +0                   TO  TB-HIS-QTD-MES(QTD-HIS).     00002130
           MOVE   +0                   TO  TB-HIS-QTD-ONL(QTD-HIS).     00002135
       0110-0100-EXIT. EXIT.                                            00002140
      *----------------------------------------------------------------*00002150
      * VARRE O ERRLOG: SO OS CABECALHOS ('PROGRAMA ' NA COLUNA 1) DO  *00002160
               MOVE   ZEROS            TO  TB-HIS-QTD-DIAS(IND-HIS)     00002590
               MOVE   ZEROS            TO  TB-HIS-ULT-DATA(IND-HIS)     00002600
               MOVE   +0               TO  TB-HIS-QTD-MES(IND-HIS)      00002610
               MOVE   +0               TO  TB-HIS-QTD-ONL(IND-HIS)      00002615
           END-IF.                                                      00002620
           ADD    +1                   TO  TB-HIS-QTD-MES(IND-HIS).     00002630
           IF  CAB-MARCA-TRN  EQUAL  ' TRN '                            00002632
               ADD    +1               TO  TB-HIS-QTD-ONL(IND-HIS)      00002634
           END-IF.                                                      00002636
           IF  CAB-DATA  GREATER  TB-HIS-ULT-DATA(IND-HIS)              00002640
               ADD    +1               TO  TB-HIS-QTD-DIAS(IND-HIS)     00002650
               MOVE   CAB-DATA         TO  TB-HIS-ULT-DATA(IND-HIS)     00002660
      * RELATORIO EM TRES SECOES: RECURSO, LOGICA E CRONICOS           *00002850
      *----------------------------------------------------------------*00002860
       0400-0000-RELATA.                                                00002870
           MOVE  'FALHAS DE RECURSO (-904/-911/-913/RSP019/RSP084):'    00002880
             TO  LINHA-REL.                                             00002885
           PERFORM 0900-9999-IMPRIME THRU 0900-9999-EXIT.               00002890
           MOVE   'R'                  TO  WS-CLASSE.                   00002900
           PERFORM 0410-0400-UM-GRUPO THRU 0410-0400-EXIT               00002910
           IF  TB-HIS-SQLCODE(IND-HIS)  EQUAL  '  -904'                 00003250
               OR  TB-HIS-SQLCODE(IND-HIS)  EQUAL  '  -911'             00003260
               OR  TB-HIS-SQLCODE(IND-HIS)  EQUAL  '  -913'             00003270
               OR  TB-HIS-SQLCODE(IND-HIS)  EQUAL  'RSP019'             00003273
               OR  TB-HIS-SQLCODE(IND-HIS)  EQUAL  'RSP084'             00003276
               IF  WS-CLASSE  NOT EQUAL  'R'                            00003280
                   GO  TO  0410-0400-EXIT                               00003290
               END-IF                                                   00003300
           END-IF.                                                      00003350
           MOVE   TB-HIS-QTD-MES(IND-HIS)   TO  ZQTD.                   00003360
           MOVE   TB-HIS-QTD-DIAS(IND-HIS)  TO  ZDIAS.                  00003370
           MOVE   TB-HIS-QTD-ONL(IND-HIS)   TO  ZQTD-ONL.               00003375
           MOVE   SPACES               TO  LINHA-REL.                   00003380
           STRING '   ' TB-HIS-PROGRAMA(IND-HIS)                        00003390
                  ' SQLCODE ' TB-HIS-SQLCODE(IND-HIS)                   00003400
                  ' OCORRENCIAS NO MES:' ZQTD                           00003410
                  ' (ONLINE:' ZQTD-ONL ')'                              00003415
                  ' EM' ZDIAS ' DIAS DISTINTOS'                         00003420
                  DELIMITED BY SIZE INTO LINHA-REL.                     00003430
           PERFORM 0900-9999-IMPRIME THRU 0900-9999-EXIT.               00003440
                  ' EM' ZDIAS ' DIAS DISTINTOS - ABRIR PROBLEMA'        00003580
                  DELIMITED BY SIZE INTO LINHA-REL.                     00003590
           PERFORM 0900-9999-IMPRIME THRU 0900-9999-EXIT.               00003600
           MOVE   1                    TO  EXC-SEVERIDADE.              00003601
           MOVE   'O'                  TO  EXC-TIPO-OBJETO.             00003602
           MOVE   'ERROCRON'           TO  EXC-CODIGO.                  00003603
           STRING TB-HIS-PROGRAMA(IND-HIS) DELIMITED BY SPACE           00003604
                  ' SQLCODE ' DELIMITED BY SIZE                         00003605
                  TB-HIS-SQLCODE(IND-HIS) DELIMITED BY SIZE             00003606
                  INTO EXC-OBJETO.                                      00003607
           STRING 'ERRO SQL EM' ZDIAS ' DIAS DISTINTOS NO MES'          00003608
                  DELIMITED BY SIZE                                     00003609
                  INTO EXC-TEXTO.                                       00003610
           PERFORM 0960-9999-GRAVA-EXCECAO THRU 0960-9999-EXIT.         00003611
       0500-0400-EXIT. EXIT.                                            00003612
      *----------------------------------------------------------------*00003620
      * REGRAVA O HISTORICO DO MES CORRENTE                            *00003630
      *----------------------------------------------------------------*00003640
           WRITE  REG-HISTNEW          FROM REG-HISTORICO.              00003800
       0610-0600-EXIT. EXIT.                                            00003810
      *----------------------------------------------------------------*00003820
      * GRAVA A EXCECAO CORRENTE NO DATASET COMUM EXCECAO (DB2EXCEP)   *00003821
      *----------------------------------------------------------------*00003822
       0960-9999-GRAVA-EXCECAO.                                         00003823
           MOVE   RETURN-CODE          TO  EXC-RETURN-CODE.             00003824
           CALL  'DB2EXCEP'  USING  EXC-PARM.                           00003825
           MOVE   SPACES               TO  EXC-OBJETO  EXC-TEXTO.       00003826
       0960-9999-EXIT. EXIT.                                            00003827
      *----------------------------------------------------------------*00003828
      * IMPRESSAO PAGINADA (COMO O RELATO DO DB2AUDRL)                 *00003830
      *----------------------------------------------------------------*00003840
       0900-9999-IMPRIME.                                               00003850
