      * DB2LIMLD A PARTIR DO LIMBP), A MESMA QUE A PREVIA ONLINE      * 00000680
      * DB2DBAB LE - UMA MUDANCA MOVE OS DOIS. TABELA VAZIA CAI NO    * 00000690
      * ARQUIVO LIMBP, COMO ANTES (TRANSICAO).                        * 00000700
      *                                                                *00000701
      * OUT/26 - REGISTRO CENTRAL DE DECKS: O REORGLST E' REGISTRADO   *00000702
      * EM DB2ADM.DBA_DECK (VIA DB2DKREG) COM A QTD DE REORGS GERADOS  *00000703
      * (ZERO EM SIMULACAO) E O TICKET DA MUDANCA, LIDO DO PARM NAS    *00000704
      * POSICOES 5-16 (APOS O PARM-JANELA).                            *00000705
      * OUT/26 - AUD-PARM COM O CODIGO DE FUNCAO DO DB2AUDIT           *00000706
      * (AUD-FUNCAO 'E', REGISTRO DA EXECUCAO).                        *00000707
      *                                                                *00000710
      * OBSERVACAO:  INTERPRETACAO DO RETURN-CODE                      *00000720
      *                                                                *00000730
           02  AUD-QTD-OBJETOS    PIC 9(05)      VALUE ZEROS.           00002100
           02  AUD-QTD-AVISOS     PIC 9(05)      VALUE ZEROS.           00002110
           02  AUD-RETURN-CODE    PIC 9(02)      VALUE ZEROS.           00002120
           02  AUD-FUNCAO         PIC X(01)      VALUE 'E'.             00002121
      *----------------------------------------------------------------*00002122
      *--- PARAMETRO DO REGISTRO CENTRAL DE DECKS (DB2DKREG)            00002123
      *----------------------------------------------------------------*00002124
       01  DKR-PARM.                                                    00002125
           02  DKR-FUNCAO         PIC X(01)      VALUE 'G'.             00002126
           02  DKR-PROGRAMA       PIC X(08)      VALUE 'DB2MVBPL'.      00002127
           02  DKR-DATASET        PIC X(08)      VALUE 'REORGLST'.      00002128
           02  DKR-TIPO-DECK      PIC X(08)      VALUE 'REORG'.         00002129
           02  DKR-QTD-OBJETOS    PIC 9(05)      VALUE ZEROS.           00002130
           02  DKR-TICKET         PIC X(12)      VALUE SPACES.          00002131
           02  DKR-SITUACAO       PIC X(01)      VALUE SPACES.          00002132
           02  DKR-RETURN-CODE    PIC 9(02)      VALUE ZEROS.           00002133
      * AREAS DE TRABALHO                                              *00002134
      *----------------------------------------------------------------*00002140
       77  IND                         PIC S9(04) COMP.                 00002150
       77  IND-EXCL                    PIC S9(04) COMP.                 00002160
           02  PARM-LEN                 PIC  9(04)  COMP.               00004650
           02  PARM-SIMULATE            PIC  X(01).                     00004660
           02  PARM-JANELA              PIC  9(03).                     00004670
           02  PARM-TICKET              PIC  X(12).                     00004675
      *----------------------------------------------------------------*00004680
      *                                                                *00004690
      *----------------------------------------------------------------*00004700
               IF  PARM-JANELA  NUMERIC                                 00004820
                   AND PARM-JANELA  GREATER  ZEROS                      00004830
                   MOVE  PARM-JANELA    TO  WS-JANELA-DIAS              00004840
               END-IF                                                   00004841
           END-IF.                                                      00004842
           IF  PARM-LEN  GREATER  4                                     00004843
               IF  PARM-LEN  LESS  16                                   00004844
                   MOVE  PARM-TICKET(1:PARM-LEN - 4)  TO  DKR-TICKET    00004845
               ELSE                                                     00004846
                   MOVE  PARM-TICKET              TO  DKR-TICKET        00004847
               END-IF                                                   00004850
           END-IF.                                                      00004860
           ACCEPT  CURDATA              FROM  DATE.                     00004870
           IF  CAP-EXCEDIDA  MOVE 1 TO AUD-QTD-AVISOS  END-IF.          00005240
           MOVE  RETURN-CODE  TO  AUD-RETURN-CODE.                      00005250
           CALL  'DB2AUDIT'  USING  AUD-PARM.                           00005260
           IF  NOT SIMULAR                                              00005261
               MOVE  AUD-QTD-OBJETOS   TO  DKR-QTD-OBJETOS              00005262
           END-IF.                                                      00005263
           MOVE  RETURN-CODE  TO  DKR-RETURN-CODE.                      00005264
           CALL  'DB2DKREG'  USING  DKR-PARM.                           00005265
           STOP  RUN.                                                   00005270
       0100-0000-EXIT. EXIT.                                            00005280
      *----------------------------------------------------------------*00005290
