      *   - CRESYSIN: CARTAO CREATOR.TABELA PARA O DB2CRDDL GERAR O     00000270
      *               SCRIPT DE CREATE QUE FICA GUARDADO COM O KIT.     00000280
      *   O RESUMO DIZ EM QUE ARQUIVO FICOU O KIT DE CADA TABELA.       00000290
      *   OUT/26 - DROPDECK E REVDECK SAO REGISTRADOS NO REGISTRO       00000292
      *   CENTRAL DE DECKS DB2ADM.DBA_DECK (VIA DB2DKREG) COM A QTD DE  00000294
      *   TABELAS DO KIT E O TICKET DA MUDANCA RECEBIDO NO PARM (ATE 12 00000296
      *   POSICOES; SEM PARM O TICKET FICA EM BRANCO).                  00000298
      * AREA RESPONSAVEL: ADMINISTRACAO DE BANCO DE DADOS              *00000300
      *----------------------------------------------------------------*00000310
       ENVIRONMENT    DIVISION.                                         00000320
           02  PARM-CREATOR            PIC X(18).                       00001840
           02  PARM-TABELA             PIC X(18).                       00001850
      *----------------------------------------------------------------*00001860
      * PARAMETRO DO REGISTRO CENTRAL DE DECKS (DB2DKREG)              *00001861
      *----------------------------------------------------------------*00001862
       01  DKR-PARM.                                                    00001863
           02  DKR-FUNCAO         PIC X(01)      VALUE 'G'.             00001864
           02  DKR-PROGRAMA       PIC X(08)      VALUE 'DB2DRPTB'.      00001865
           02  DKR-DATASET        PIC X(08)      VALUE SPACES.          00001866
           02  DKR-TIPO-DECK      PIC X(08)      VALUE SPACES.          00001867
           02  DKR-QTD-OBJETOS    PIC 9(05)      VALUE ZEROS.           00001868
           02  DKR-TICKET         PIC X(12)      VALUE SPACES.          00001869
           02  DKR-SITUACAO       PIC X(01)      VALUE SPACES.          00001870
           02  DKR-RETURN-CODE    PIC 9(02)      VALUE ZEROS.           00001871
      *----------------------------------------------------------------*00001872
      * CONTROLES                                                      *00001873
      *----------------------------------------------------------------*00001880
       01  CHAVES-FIM.                                                  00001890
           02  N88-FIM-SYSIN                     PIC  X(03) VALUE 'NAO'.00001900
      *----------------------------------------------------------------*00002250
      *                                                                *00002260
      *----------------------------------------------------------------*00002270
       LINKAGE     SECTION.                                             00002280
       01  PARMJOB.                                                     00002281
           02  PARM-LEN           PIC  9(04)  COMP.                     00002282
           02  PARM-TICKET        PIC  X(12).                           00002283
      *----------------------------------------------------------------*00002284
      *                                                                *00002285
      *----------------------------------------------------------------*00002286
       PROCEDURE   DIVISION      USING   PARMJOB.                       00002287
      *----------------------------------------------------------------*00002290
      *                                                                *00002300
      *----------------------------------------------------------------*00002310
       0000-0000-PRINCIPAL.                                             00002320
           OPEN INPUT  SYSIN.                                           00002330
           IF  PARM-LEN  GREATER  ZEROS                                 00002331
               IF  PARM-LEN  LESS  12                                   00002332
                   MOVE  PARM-TICKET(1:PARM-LEN)  TO  DKR-TICKET        00002333
               ELSE                                                     00002334
                   MOVE  PARM-TICKET              TO  DKR-TICKET        00002335
               END-IF                                                   00002336
           END-IF.                                                      00002337
           OPEN OUTPUT DROPDECK REVDECK LIBDEL UNLKIT LOADKIT           00002340
                       CRESYSIN.                                        00002350
           PERFORM 0100-9999-LE-SYSIN THRU 0100-9999-EXIT.              00002360
           ELSE                                                         00002460
               MOVE   +0               TO  RETURN-CODE                  00002470
           END-IF.                                                      00002480
           MOVE   'DROPDECK'           TO  DKR-DATASET.                 00002481
           MOVE   'DROP'               TO  DKR-TIPO-DECK.               00002482
           MOVE   WS-QTD-GERADOS       TO  DKR-QTD-OBJETOS.             00002483
           PERFORM 0950-9999-REGISTRA-DECK THRU 0950-9999-EXIT.         00002484
           MOVE   'REVDECK'            TO  DKR-DATASET.                 00002485
           MOVE   'REVOKE'             TO  DKR-TIPO-DECK.               00002486
           MOVE   WS-QTD-GERADOS       TO  DKR-QTD-OBJETOS.             00002487
           PERFORM 0950-9999-REGISTRA-DECK THRU 0950-9999-EXIT.         00002488
           STOP  RUN.                                                   00002490
       0000-0000-EXIT. EXIT.                                            00002500
      *----------------------------------------------------------------*00002510
           END-EVALUATE.                                                00006540
       0750-9999-EXIT. EXIT.                                            00006550
      *----------------------------------------------------------------*00006560
      * REGISTRA O DECK GRAVADO NO REGISTRO CENTRAL (DB2ADM.DBA_DECK)  *00006561
      *----------------------------------------------------------------*00006562
       0950-9999-REGISTRA-DECK.                                         00006563
           MOVE   RETURN-CODE          TO  DKR-RETURN-CODE.             00006564
           CALL  'DB2DKREG'  USING  DKR-PARM.                           00006565
       0950-9999-EXIT. EXIT.                                            00006566
      *----------------------------------------------------------------*00006567
      *                                                                *00006570
      *----------------------------------------------------------------*00006580
       9999-9999-ERRO-DB2.                                              00006590
