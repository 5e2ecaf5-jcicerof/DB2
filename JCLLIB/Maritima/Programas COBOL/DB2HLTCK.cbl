      *   - COPYDECK: COPY FULL POR TABLESPACE SEM COPIA;               00000230
      *   - RBLDECK : REBUILD INDEX POR VERSIONAMENTO PENDENTE;         00000240
      *   - RBNDDECK: REBIND PACKAGE POR PACOTE INOPERANTE.             00000250
      *   OUT/26 - CADA UM DOS QUATRO DECKS E' REGISTRADO NO REGISTRO   00000251
      *   CENTRAL DE DECKS DB2ADM.DBA_DECK (VIA DB2DKREG) COM A QTD DE  00000252
      *   OBJETOS E O TICKET DA MUDANCA RECEBIDO NO PARM (ATE 12        00000253
      *   POSICOES; SEM PARM O TICKET FICA EM BRANCO).                  00000254
      *   OUT/26 - CADA EXCECAO TAMBEM VAI PARA O DATASET COMUM EXCECAO 00000255
      *   (VIA DB2EXCEP) PARA O PAINEL MATINAL DB2PAINL.                00000256
      *   OUT/26 - CADA EXCECAO DE CHECK, COPY E REBUILD MOSTRA NO      00000257
      *   RELATO A ULTIMA TENTATIVA E O ULTIMO SUCESSO DO UTILITARIO    00000258
      *   NO OBJETO, DO HISTORICO DB2ADM.DBA_UTILHIST (DB2UTLRS).       00000259
      * AREA RESPONSAVEL: ADMINISTRACAO DE BANCO DE DADOS              *00000260
      *----------------------------------------------------------------*00000270
       ENVIRONMENT    DIVISION.                                         00000280
       01  FILLER.                                                      00000750
           02  WS-SQLCODE              PIC -----9.                      00000760
           02  WS-QTD-EXCECOES         PIC S9(04) COMP VALUE +0.        00000770
           02  WS-QTD-CHKDECK          PIC S9(04) COMP VALUE +0.        00000772
           02  WS-QTD-COPYDECK         PIC S9(04) COMP VALUE +0.        00000774
           02  WS-QTD-RBLDECK          PIC S9(04) COMP VALUE +0.        00000776
           02  WS-QTD-RBNDDECK         PIC S9(04) COMP VALUE +0.        00000778
           02  WS-DIAS-LIMITE-COPIA    PIC S9(04) COMP VALUE +7.        00000780
           02  WS-DIAS-COPIA           PIC S9(09) COMP VALUE +0.        00000790
           02  ZDIAS                   PIC ZZZZ9.                       00000800
           02  ZPART                   PIC ZZZ9.                        00000810
           02  LIN-DECK                PIC X(80)       VALUE SPACES.    00000811
      *----------------------------------------------------------------*00000812
      * PARAMETRO DO REGISTRO CENTRAL DE DECKS (DB2DKREG)              *00000813
      *----------------------------------------------------------------*00000814
       01  DKR-PARM.                                                    00000815
           02  DKR-FUNCAO         PIC X(01)      VALUE 'G'.             00000816
           02  DKR-PROGRAMA       PIC X(08)      VALUE 'DB2HLTCK'.      00000817
           02  DKR-DATASET        PIC X(08)      VALUE SPACES.          00000818
           02  DKR-TIPO-DECK      PIC X(08)      VALUE SPACES.          00000819
           02  DKR-QTD-OBJETOS    PIC 9(05)      VALUE ZEROS.           00000820
           02  DKR-TICKET         PIC X(12)      VALUE SPACES.          00000821
           02  DKR-SITUACAO       PIC X(01)      VALUE SPACES.          00000822
           02  DKR-RETURN-CODE    PIC 9(02)      VALUE ZEROS.           00000823
      *----------------------------------------------------------------*00000824
      * PARAMETRO DA ROTINA COMUM DE EXCECAO (DB2EXCEP)                *00000825
      *----------------------------------------------------------------*00000826
       01  EXC-PARM.                                                    00000827
           02  EXC-FUNCAO         PIC X(01)      VALUE 'G'.             00000828
           02  EXC-PROGRAMA       PIC X(08)      VALUE 'DB2HLTCK'.      00000829
           02  EXC-SEVERIDADE     PIC 9(01)      VALUE ZERO.            00000830
           02  EXC-TIPO-OBJETO    PIC X(01)      VALUE SPACES.          00000831
           02  EXC-CODIGO         PIC X(08)      VALUE SPACES.          00000832
           02  EXC-OBJETO         PIC X(44)      VALUE SPACES.          00000833
           02  EXC-TEXTO          PIC X(50)      VALUE SPACES.          00000834
           02  EXC-RETURN-CODE    PIC 9(02)      VALUE ZEROS.           00000835
      *----------------------------------------------------------------*00000836
      * HOSTS DE CATALOGO                                              *00000840
      *----------------------------------------------------------------*00000850
       01  H-TP-DBNAME                 PIC  X(08).                      00000860
      *                                                                 00000960
       01  H-PK-COLLID                 PIC  X(18).                      00000970
       01  H-PK-NAME                   PIC  X(08).                      00000980
      *----------------------------------------------------------------*00000981
      * ULTIMA TENTATIVA / ULTIMO SUCESSO DO UTILITARIO NO OBJETO      *00000982
      *----------------------------------------------------------------*00000983
       01  H-HU-OBJETO            PIC  X(44).                           00000984
       01  H-HU-UTILITARIO        PIC  X(08).                           00000985
       01  H-HU-TENTATIVA         PIC  X(10).                           00000986
       01  H-HU-TENTATIVA-NULL    PIC S9(04) COMP.                      00000987
       01  H-HU-SUCESSO           PIC  X(10).                           00000988
       01  H-HU-SUCESSO-NULL      PIC S9(04) COMP.                      00000989
       01  WS-HIST-UTIL.                                                00000990
           02  FILLER             PIC  X(14)     VALUE 'ULT.TENTATIVA '.00000991
           02  HU-TENTATIVA       PIC  X(10)     VALUE SPACES.          00000992
           02  FILLER             PIC  X(13)     VALUE ' ULT.SUCESSO '. 00000993
           02  HU-SUCESSO         PIC  X(10)     VALUE SPACES.          00000994
      *----------------------------------------------------------------*00000995
      * CONTROLES                                                      *00001000
      *----------------------------------------------------------------*00001010
       01  CHAVES-FIM.                                                  00001020
      *----------------------------------------------------------------*00001430
      *                                                                *00001440
      *----------------------------------------------------------------*00001450
       LINKAGE     SECTION.                                             00001460
       01  PARMJOB.                                                     00001461
           02  PARM-LEN           PIC  9(04)  COMP.                     00001462
           02  PARM-TICKET        PIC  X(12).                           00001463
      *----------------------------------------------------------------*00001464
      *                                                                *00001465
      *----------------------------------------------------------------*00001466
       PROCEDURE   DIVISION      USING   PARMJOB.                       00001467
      *----------------------------------------------------------------*00001470
      *                                                                *00001480
      *----------------------------------------------------------------*00001490
       0000-0000-PRINCIPAL.                                             00001500
           OPEN OUTPUT RELATO CHKDECK COPYDECK RBLDECK RBNDDECK.        00001510
           IF  PARM-LEN  GREATER  ZEROS                                 00001511
               IF  PARM-LEN  LESS  12                                   00001512
                   MOVE  PARM-TICKET(1:PARM-LEN)  TO  DKR-TICKET        00001513
               ELSE                                                     00001514
                   MOVE  PARM-TICKET              TO  DKR-TICKET        00001515
               END-IF                                                   00001516
           END-IF.                                                      00001517
           ACCEPT CURDATA              FROM DATE.                       00001520
           PERFORM 0100-0000-CHECK-PENDING  THRU 0100-0000-EXIT.        00001530
           PERFORM 0200-0000-SEM-COPIA      THRU 0200-0000-EXIT.        00001540
               MOVE   +4               TO  RETURN-CODE                  00001720
           ELSE                                                         00001730
               MOVE   +0               TO  RETURN-CODE                  00001740
           END-IF.                                                      00001741
           MOVE   'CHKDECK'            TO  DKR-DATASET.                 00001742
           MOVE   'CHECK'              TO  DKR-TIPO-DECK.               00001743
           MOVE   WS-QTD-CHKDECK       TO  DKR-QTD-OBJETOS.             00001744
           PERFORM 0950-9999-REGISTRA-DECK THRU 0950-9999-EXIT.         00001745
           MOVE   'COPYDECK'           TO  DKR-DATASET.                 00001746
           MOVE   'COPY'               TO  DKR-TIPO-DECK.               00001747
           MOVE   WS-QTD-COPYDECK      TO  DKR-QTD-OBJETOS.             00001748
           PERFORM 0950-9999-REGISTRA-DECK THRU 0950-9999-EXIT.         00001749
           MOVE   'RBLDECK'            TO  DKR-DATASET.                 00001750
           MOVE   'REBUILD'            TO  DKR-TIPO-DECK.               00001751
           MOVE   WS-QTD-RBLDECK       TO  DKR-QTD-OBJETOS.             00001752
           PERFORM 0950-9999-REGISTRA-DECK THRU 0950-9999-EXIT.         00001753
           MOVE   'RBNDDECK'           TO  DKR-DATASET.                 00001754
           MOVE   'REBIND'             TO  DKR-TIPO-DECK.               00001755
           MOVE   WS-QTD-RBNDDECK      TO  DKR-QTD-OBJETOS.             00001756
           PERFORM 0950-9999-REGISTRA-DECK THRU 0950-9999-EXIT.         00001757
           MOVE   'F'                  TO  EXC-FUNCAO.                  00001758
           MOVE   RETURN-CODE          TO  EXC-RETURN-CODE.             00001759
           CALL  'DB2EXCEP'  USING  EXC-PARM.                           00001760
           STOP  RUN.                                                   00001761
       0000-0000-EXIT. EXIT.                                            00001770
      *----------------------------------------------------------------*00001780
      * PARTICOES EM CHECK-PENDING (SYSTABLEPART.CHECKFLAG)            *00001790
           STRING '   ' H-TP-DBNAME '.' H-TP-TSNAME                     00002360
                  ' PART ' ZDIAS ' FLAG ' H-TP-CHECKFLAG                00002370
                  DELIMITED BY SIZE INTO LINHA-REL.                     00002380
           MOVE   SPACES               TO  H-HU-OBJETO.                 00002381
           STRING H-TP-DBNAME DELIMITED BY SPACE                        00002382
                  '.' DELIMITED BY SIZE                                 00002383
                  H-TP-TSNAME DELIMITED BY SPACE                        00002384
                  INTO H-HU-OBJETO.                                     00002385
           MOVE   'CHECK'              TO  H-HU-UTILITARIO.             00002386
           PERFORM 0800-9999-HISTORICO-UTIL THRU 0800-9999-EXIT.        00002387
           PERFORM 0900-9999-IMPRIME THRU 0900-9999-EXIT.               00002390
           MOVE   H-TP-PARTITION       TO  ZPART.                       00002400
           MOVE   SPACES               TO  LIN-DECK.                    00002410
                  ' PART' ZPART ' SCOPE PENDING'                        00002460
                  DELIMITED BY SIZE INTO LIN-DECK.                      00002470
           WRITE  REG-CHKDECK          FROM LIN-DECK.                   00002480
           ADD    +1                   TO  WS-QTD-CHKDECK.              00002481
           MOVE   1                    TO  EXC-SEVERIDADE.              00002482
           MOVE   'S'                  TO  EXC-TIPO-OBJETO.             00002483
           MOVE   'CHKPEND'            TO  EXC-CODIGO.                  00002484
           STRING H-TP-DBNAME DELIMITED BY SPACE                        00002485
                  '.' DELIMITED BY SIZE                                 00002486
                  H-TP-TSNAME DELIMITED BY SPACE                        00002487
                  ' PART' ZPART DELIMITED BY SIZE                       00002488
                  INTO EXC-OBJETO.                                      00002489
           STRING 'CHECK-PENDING, FLAG ' H-TP-CHECKFLAG                 00002490
                  DELIMITED BY SIZE                                     00002491
                  INTO EXC-TEXTO.                                       00002492
           PERFORM 0960-9999-GRAVA-EXCECAO THRU 0960-9999-EXIT.         00002493
           PERFORM 0110-9999-FETCH-CHECKPEND THRU 0110-9999-EXIT.       00002494
       0120-0100-EXIT. EXIT.                                            00002500
      *----------------------------------------------------------------*00002510
      * TABLESPACES SEM IMAGE COPY FULL RECENTE (SYSCOPY)              *00002520
           STRING '   ' H-TP-DBNAME '.' H-TP-TSNAME                     00003200
                  ' DIAS SEM COPIA FULL: ' ZDIAS                        00003210
                  DELIMITED BY SIZE INTO LINHA-REL.                     00003220
           MOVE   SPACES               TO  H-HU-OBJETO.                 00003221
           STRING H-TP-DBNAME DELIMITED BY SPACE                        00003222
                  '.' DELIMITED BY SIZE                                 00003223
                  H-TP-TSNAME DELIMITED BY SPACE                        00003224
                  INTO H-HU-OBJETO.                                     00003225
           MOVE   'COPY'               TO  H-HU-UTILITARIO.             00003226
           PERFORM 0800-9999-HISTORICO-UTIL THRU 0800-9999-EXIT.        00003227
           PERFORM 0900-9999-IMPRIME THRU 0900-9999-EXIT.               00003230
           MOVE   2                    TO  EXC-SEVERIDADE.              00003231
           MOVE   'S'                  TO  EXC-TIPO-OBJETO.             00003232
           MOVE   'SEMCOPIA'           TO  EXC-CODIGO.                  00003233
           STRING H-TP-DBNAME DELIMITED BY SPACE                        00003234
                  '.' DELIMITED BY SIZE                                 00003235
                  H-TP-TSNAME DELIMITED BY SPACE                        00003236
                  INTO EXC-OBJETO.                                      00003237
           STRING 'DIAS SEM COPIA FULL: ' ZDIAS                         00003238
                  DELIMITED BY SIZE                                     00003239
                  INTO EXC-TEXTO.                                       00003240
           PERFORM 0960-9999-GRAVA-EXCECAO THRU 0960-9999-EXIT.         00003241
           PERFORM 0500-9999-GRAVA-COPYDECK THRU 0500-9999-EXIT.        00003242
           PERFORM 0210-9999-FETCH-SEMCOPIA THRU 0210-9999-EXIT.        00003250
       0220-0200-EXIT. EXIT.                                            00003260
      *----------------------------------------------------------------*00003270
           STRING '   ' H-TP-DBNAME '.' H-TP-TSNAME                     00003920
                  ' SEM COPIA FULL DESDE A CRIACAO'                     00003930
                  DELIMITED BY SIZE INTO LINHA-REL.                     00003940
           MOVE   SPACES               TO  H-HU-OBJETO.                 00003941
           STRING H-TP-DBNAME DELIMITED BY SPACE                        00003942
                  '.' DELIMITED BY SIZE                                 00003943
                  H-TP-TSNAME DELIMITED BY SPACE                        00003944
                  INTO H-HU-OBJETO.                                     00003945
           MOVE   'COPY'               TO  H-HU-UTILITARIO.             00003946
           PERFORM 0800-9999-HISTORICO-UTIL THRU 0800-9999-EXIT.        00003947
           PERFORM 0900-9999-IMPRIME THRU 0900-9999-EXIT.               00003950
           MOVE   1                    TO  EXC-SEVERIDADE.              00003951
           MOVE   'S'                  TO  EXC-TIPO-OBJETO.             00003952
           MOVE   'NUNCACOP'           TO  EXC-CODIGO.                  00003953
           STRING H-TP-DBNAME DELIMITED BY SPACE                        00003954
                  '.' DELIMITED BY SIZE                                 00003955
                  H-TP-TSNAME DELIMITED BY SPACE                        00003956
                  INTO EXC-OBJETO.                                      00003957
           MOVE  'SEM COPIA FULL DESDE A CRIACAO'                       00003958
             TO  EXC-TEXTO.                                             00003959
           PERFORM 0960-9999-GRAVA-EXCECAO THRU 0960-9999-EXIT.         00003960
           PERFORM 0500-9999-GRAVA-COPYDECK THRU 0500-9999-EXIT.        00003961
           PERFORM 0260-9999-FETCH-NUNCACOPIA THRU 0260-9999-EXIT.      00003970
       0270-0250-EXIT. EXIT.                                            00003980
      *----------------------------------------------------------------*00003990
                  H-IX-NAME-T(1:H-IX-NAME-L)                            00004620
                  ' PART ' ZDIAS                                        00004630
                  DELIMITED BY SIZE INTO LINHA-REL.                     00004640
           MOVE   SPACES               TO  H-HU-OBJETO.                 00004641
           STRING H-IX-CREATOR DELIMITED BY SPACE                       00004642
                  '.' DELIMITED BY SIZE                                 00004643
                  H-IX-NAME-T(1:H-IX-NAME-L) DELIMITED BY SIZE          00004644
                  INTO H-HU-OBJETO.                                     00004645
           MOVE   'REBUILD'            TO  H-HU-UTILITARIO.             00004646
           PERFORM 0800-9999-HISTORICO-UTIL THRU 0800-9999-EXIT.        00004647
           PERFORM 0900-9999-IMPRIME THRU 0900-9999-EXIT.               00004650
           MOVE   SPACES               TO  LIN-DECK.                    00004660
           IF  H-IX-PARTITION  GREATER  +0                              00004670
                      DELIMITED BY SIZE INTO LIN-DECK                   00004810
           END-IF.                                                      00004820
           WRITE  REG-RBLDECK          FROM LIN-DECK.                   00004830
           ADD    +1                   TO  WS-QTD-RBLDECK.              00004831
           MOVE   2                    TO  EXC-SEVERIDADE.              00004832
           MOVE   'I'                  TO  EXC-TIPO-OBJETO.             00004833
           MOVE   'IXPEND'             TO  EXC-CODIGO.                  00004834
           STRING H-IX-CREATOR DELIMITED BY SPACE                       00004835
                  '.' DELIMITED BY SIZE                                 00004836
                  H-IX-NAME-T(1:H-IX-NAME-L) DELIMITED BY SIZE          00004837
                  ' PART' ZDIAS DELIMITED BY SIZE                       00004838
                  INTO EXC-OBJETO.                                      00004839
           MOVE  'VERSIONAMENTO PENDENTE - REBUILD INDEX'               00004840
             TO  EXC-TEXTO.                                             00004841
           PERFORM 0960-9999-GRAVA-EXCECAO THRU 0960-9999-EXIT.         00004842
           PERFORM 0310-9999-FETCH-IXPEND THRU 0310-9999-EXIT.          00004843
       0320-0300-EXIT. EXIT.                                            00004850
      *----------------------------------------------------------------*00004860
      * PACKAGES INOPERANTES (SYSPACKAGE.OPERATIVE = 'N')              *00004870
                  H-PK-NAME DELIMITED BY SPACE                          00005510
                  ')' DELIMITED BY SIZE INTO LIN-DECK.                  00005520
           WRITE  REG-RBNDDECK         FROM LIN-DECK.                   00005530
           ADD    +1                   TO  WS-QTD-RBNDDECK.             00005531
           MOVE   1                    TO  EXC-SEVERIDADE.              00005532
           MOVE   'O'                  TO  EXC-TIPO-OBJETO.             00005533
           MOVE   'PKINOPER'           TO  EXC-CODIGO.                  00005534
           STRING H-PK-COLLID DELIMITED BY SPACE                        00005535
                  '.' DELIMITED BY SIZE                                 00005536
                  H-PK-NAME DELIMITED BY SPACE                          00005537
                  INTO EXC-OBJETO.                                      00005538
           MOVE  'PACKAGE INOPERANTE - REBIND'                          00005539
             TO  EXC-TEXTO.                                             00005540
           PERFORM 0960-9999-GRAVA-EXCECAO THRU 0960-9999-EXIT.         00005541
           PERFORM 0410-9999-FETCH-INOPER THRU 0410-9999-EXIT.          00005542
       0420-0400-EXIT. EXIT.                                            00005550
      *----------------------------------------------------------------*00005560
      * GRAVA O CARTAO DE COPY FULL DO TABLESPACE CORRENTE            * 00005570
                  H-TP-TSNAME DELIMITED BY SPACE                        00005640
                  ' FULL YES SHRLEVEL REFERENCE'                        00005650
                  DELIMITED BY SIZE INTO LIN-DECK.                      00005660
           WRITE  REG-COPYDECK         FROM LIN-DECK.                   00005661
           ADD    +1                   TO  WS-QTD-COPYDECK.             00005662
       0500-9999-EXIT. EXIT.                                            00005663
      *----------------------------------------------------------------*00005664
      *----------------------------------------------------------------*00005665
      * REGISTRA O DECK GRAVADO NO REGISTRO CENTRAL (DB2ADM.DBA_DECK)  *00005666
      *----------------------------------------------------------------*00005667
       0950-9999-REGISTRA-DECK.                                         00005668
           MOVE   RETURN-CODE          TO  DKR-RETURN-CODE.             00005669
           CALL  'DB2DKREG'  USING  DKR-PARM.                           00005670
       0950-9999-EXIT. EXIT.                                            00005671
      *----------------------------------------------------------------*00005672
      * ULTIMA TENTATIVA E ULTIMO SUCESSO DO UTILITARIO NO OBJETO, DO  *00005673
      * HISTORICO DB2ADM.DBA_UTILHIST (DB2UTLRS), NA LINHA CORRENTE    *00005674
      *----------------------------------------------------------------*00005675
       0800-9999-HISTORICO-UTIL.                                        00005676
           EXEC SQL                                                     00005677
                SELECT CHAR(MAX(CASE WHEN SITUACAO IN ('S', 'F')        00005678
                                     THEN DT_EXECUCAO END), ISO),       00005679
                       CHAR(MAX(CASE WHEN SITUACAO = 'S'                00005680
                                     THEN DT_EXECUCAO END), ISO)        00005681
                  INTO :H-HU-TENTATIVA :H-HU-TENTATIVA-NULL,            00005682
                       :H-HU-SUCESSO   :H-HU-SUCESSO-NULL               00005683
                  FROM DB2ADM.DBA_UTILHIST                              00005684
                 WHERE OBJETO     = :H-HU-OBJETO                        00005685
                   AND UTILITARIO = :H-HU-UTILITARIO                    00005686
           END-EXEC.                                                    00005687
           IF  SQLCODE  NOT EQUAL  +0                                   00005688
               DISPLAY '*** ERRO NO SELECT DBA_UTILHIST'                00005689
               PERFORM  9999-9999-ERRO-DB2  THRU 9999-9999-EXIT         00005690
           END-IF.                                                      00005691
           IF  H-HU-TENTATIVA-NULL  LESS  +0                            00005692
               MOVE   'NUNCA'          TO  HU-TENTATIVA                 00005693
           ELSE                                                         00005694
               MOVE   H-HU-TENTATIVA   TO  HU-TENTATIVA                 00005695
           END-IF.                                                      00005696
           IF  H-HU-SUCESSO-NULL  LESS  +0                              00005697
               MOVE   'NUNCA'          TO  HU-SUCESSO                   00005698
           ELSE                                                         00005699
               MOVE   H-HU-SUCESSO     TO  HU-SUCESSO                   00005700
           END-IF.                                                      00005701
           MOVE   WS-HIST-UTIL         TO  LINHA-REL(84:47).            00005702
       0800-9999-EXIT. EXIT.                                            00005703
      *----------------------------------------------------------------*00005704
      * GRAVA A EXCECAO CORRENTE NO DATASET COMUM EXCECAO (DB2EXCEP)   *00005705
      *----------------------------------------------------------------*00005706
       0960-9999-GRAVA-EXCECAO.                                         00005707
           MOVE   RETURN-CODE          TO  EXC-RETURN-CODE.             00005708
           CALL  'DB2EXCEP'  USING  EXC-PARM.                           00005709
           MOVE   SPACES               TO  EXC-OBJETO  EXC-TEXTO.       00005710
       0960-9999-EXIT. EXIT.                                            00005711
      *----------------------------------------------------------------*00005712
      * IMPRESSAO PAGINADA (COMO O RELATO DO DB2DIST)                  *00005713
      *----------------------------------------------------------------*00005714
       0900-9999-IMPRIME.                                               00005720
           IF  AC-LINHA-REL  GREATER  60                                00005730
               ADD    +1               TO  AC-PAGINA-REL                00005740
