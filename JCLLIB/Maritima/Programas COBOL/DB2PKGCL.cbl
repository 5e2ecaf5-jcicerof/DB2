      *   - EM MODO 'S' (DEFAULT) SO SIMULA: A LISTAGEM SAI, O DECK     00000160
      *     FICA VAZIO - CONFERE PRIMEIRO, AGENDA DEPOIS.               00000170
      *   PARM='M,NNN,SSID' (MODO, DIAS, SUBSISTEMA DO CARTAO DSN).     00000180
      *   OUT/26 - PARM='M,NNN,SSID,TICKET': O FREEDECK E' REGISTRADO   00000182
      *   NO REGISTRO CENTRAL DE DECKS DB2ADM.DBA_DECK (VIA DB2DKREG)   00000184
      *   COM A QTD DE FREES GRAVADOS (ZERO EM SIMULACAO) E O TICKET.   00000186
      * AREA RESPONSAVEL: ADMINISTRACAO DE BANCO DE DADOS               00000190
      *----------------------------------------------------------------*00000200
       ENVIRONMENT    DIVISION.                                         00000210
           02  ZQTD                    PIC ZZZZZZZZ9.                   00000730
           02  ZDIAS                   PIC ZZZZ9.                       00000740
      *----------------------------------------------------------------*00000750
      * PARAMETRO DO REGISTRO CENTRAL DE DECKS (DB2DKREG)              *00000751
      *----------------------------------------------------------------*00000752
       01  DKR-PARM.                                                    00000753
           02  DKR-FUNCAO         PIC X(01)      VALUE 'G'.             00000754
           02  DKR-PROGRAMA       PIC X(08)      VALUE 'DB2PKGCL'.      00000755
           02  DKR-DATASET        PIC X(08)      VALUE 'FREEDECK'.      00000756
           02  DKR-TIPO-DECK      PIC X(08)      VALUE 'FREE'.          00000757
           02  DKR-QTD-OBJETOS    PIC 9(05)      VALUE ZEROS.           00000758
           02  DKR-TICKET         PIC X(12)      VALUE SPACES.          00000759
           02  DKR-SITUACAO       PIC X(01)      VALUE SPACES.          00000760
           02  DKR-RETURN-CODE    PIC 9(02)      VALUE ZEROS.           00000761
      *----------------------------------------------------------------*00000762
      * CONTROLES                                                      *00000763
      *----------------------------------------------------------------*00000770
       01  CHAVES-FIM.                                                  00000780
           02  N88-FIM-VERSOES                   PIC  X(03) VALUE 'NAO'.00000790
           02  PARM-DIAS          PIC  9(03).                           00001210
           02  FILLER             PIC  X(01).                           00001220
           02  PARM-SSID          PIC  X(04).                           00001230
           02  FILLER             PIC  X(01).                           00001233
           02  PARM-TICKET        PIC  X(12).                           00001236
      *----------------------------------------------------------------*00001240
      *                                                                *00001250
      *----------------------------------------------------------------*00001260
           MOVE   'DSN '               TO  DB2NAME.                     00001420
           IF  PARM-LEN  NOT LESS  10                                   00001430
               MOVE  PARM-SSID         TO  DB2NAME                      00001440
           END-IF.                                                      00001441
           IF  PARM-LEN  GREATER  11                                    00001442
               IF  PARM-LEN  LESS  23                                   00001443
                   MOVE  PARM-TICKET(1:PARM-LEN - 11)  TO  DKR-TICKET   00001444
               ELSE                                                     00001445
                   MOVE  PARM-TICKET               TO  DKR-TICKET       00001446
               END-IF                                                   00001447
           END-IF.                                                      00001450
                                                                        00001460
           OPEN OUTPUT FREEDECK RELATO.                                 00001470
           CLOSE FREEDECK RELATO.                                       00001740
           EXEC SQL COMMIT WORK END-EXEC.                               00001750
           MOVE   +0                   TO  RETURN-CODE.                 00001760
           IF  GERAR-DECK                                               00001761
               MOVE  WS-QTD-VERSOES    TO  DKR-QTD-OBJETOS              00001762
           END-IF.                                                      00001763
           MOVE   RETURN-CODE          TO  DKR-RETURN-CODE.             00001764
           CALL  'DB2DKREG'  USING  DKR-PARM.                           00001765
           STOP  RUN.                                                   00001770
       0000-0000-EXIT. EXIT.                                            00001780
      *----------------------------------------------------------------*00001790
