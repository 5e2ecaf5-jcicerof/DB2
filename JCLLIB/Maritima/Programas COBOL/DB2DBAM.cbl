      *   EXISTE), IV (FUNCAO INVALIDA), ER (ERRO DE ARQUIVO).          00000140
      *   O MODO 'S' DO DB2INVMT CONTINUA LENDO O MESMO KSDS PARA       00000150
      *   GERAR OS DECKS BATCH.                                         00000160
      *   OUT/26 - ERRO DE FILE CONTROL ("ER") PASSA PELA ROTINA        00000161
      *     ONLINE DB2ERROC (LINK) COM RESP/RESP2: O TEXTO VOLTA EM     00000162
      *     DBAM-MSG-ERRO - 4 LINHAS DE 79 ACRESCENTADAS NO FIM DO      00000163
      *     COMMAREA - E O ERRO VAI PARA O ERRLOG (CODIGO RSPnnn) COM   00000164
      *     TRANSACAO, USUARIO E TERMINAL.                              00000165
      *     O TEXTO SO VOLTA NO ERRO E PARA O CHAMADOR QUE TRAZ         00000166
      *     DBAM-VERSAO '2' (COMMAREA COM A AREA DE MENSAGENS); COM A   00000167
      *     VERSAO EM BRANCO, COMO NOS CHAMADORES ANTIGOS, NADA E'      00000168
      *     GRAVADO ALEM DO LAYOUT ORIGINAL.                            00000169
      * AREA RESPONSAVEL: ADMINISTRACAO DE BANCO DE DADOS               00000170
      *----------------------------------------------------------------*00000180
       ENVIRONMENT    DIVISION.                                         00000190
           88  RESP-NORMAL                           VALUE +0.          00000560
           88  RESP-NOTFND                           VALUE +13.         00000570
           88  RESP-DUPREC                           VALUE +14.         00000580
       01  WS-RESP2               PIC S9(08)   COMP  VALUE +0.          00000581
      *----------------------------------------------------------------*00000582
      * PARAMETRO DA ROTINA COMUM DE ERRO ONLINE (DB2ERROC, VIA LINK)  *00000583
      *----------------------------------------------------------------*00000584
       01  ERRC-PARM.                                                   00000585
           02  ERRC-PROGRAMA      PIC X(08)       VALUE 'DB2DBAM'.      00000586
           02  ERRC-CONTEXTO      PIC X(30)       VALUE SPACES.         00000587
           02  ERRC-RESP          PIC S9(08) COMP VALUE +0.             00000588
           02  ERRC-RESP2         PIC S9(08) COMP VALUE +0.             00000589
           02  ERRC-SQLCA         PIC X(136)      VALUE SPACES.         00000590
           02  ERRC-MENSAGENS.                                          00000591
               03  ERRC-MSG-LINHA OCCURS  4  TIMES   PIC X(79).         00000592
           02  ERRC-RETRY-AVISADO PIC X(01)       VALUE 'N'.            00000593
       01  WS-RESP-ERROC          PIC S9(08) COMP VALUE +0.             00000594
      *----------------------------------------------------------------*00000595
      *                                                                *00000600
      *----------------------------------------------------------------*00000610
       LINKAGE          SECTION.                                        00000620
           03  DBAM-PGMR                 PIC  X(08).                    00000680
           03  DBAM-SITUACAO             PIC  X(01).                    00000690
           03  DBAM-RETORNO              PIC  X(02).                    00000700
           03  DBAM-VERSAO               PIC  X(01).                    00000710
               88  DBAM-VERSAO-MENSAGENS            VALUE '2'.          00000712
           03  FILLER                    PIC  X(35).                    00000714
           03  DBAM-MENSAGENS.                                          00000716
               05  DBAM-MSG-ERRO         OCCURS 4 TIMES PIC X(79).      00000718
      *----------------------------------------------------------------*00000720
      *                                                                *00000730
      *----------------------------------------------------------------*00000740
               WHEN OTHER                                               00000890
                    MOVE   'IV'         TO   DBAM-RETORNO               00000900
           END-EVALUATE.                                                00000910
           IF  DBAM-RETORNO  EQUAL  'ER'                                00000912
               PERFORM  9998-9999-ERRO-CICS THRU 9998-9999-EXIT         00000914
           END-IF.                                                      00000916
           GOBACK.                                                      00000920
       0000-0000-EXIT. EXIT.                                            00000930
      *----------------------------------------------------------------*00000940
                     INTO(REG-INVNTRY)                                  00001000
                     RIDFLD(WS-CHAVE)                                   00001010
                     RESP(WS-RESP)                                      00001020
                     RESP2(WS-RESP2)                                    00001025
           END-EXEC.                                                    00001030
           IF  RESP-NORMAL                                              00001040
               MOVE   INV-APLICACAO    TO   DBAM-APLICACAO              00001050
                     FROM(REG-INVNTRY)                                  00001290
                     RIDFLD(INV-CHAVE)                                  00001300
                     RESP(WS-RESP)                                      00001310
                     RESP2(WS-RESP2)                                    00001315
           END-EXEC.                                                    00001320
           IF  RESP-NORMAL                                              00001330
               MOVE   'A'              TO   DBAM-SITUACAO               00001340
                     RIDFLD(WS-CHAVE)                                   00001740
                     UPDATE                                             00001750
                     RESP(WS-RESP)                                      00001760
                     RESP2(WS-RESP2)                                    00001765
           END-EXEC.                                                    00001770
           IF  RESP-NORMAL                                              00001780
               CONTINUE                                                 00001790
               REWRITE FILE('INVNTRY')                                  00001930
                     FROM(REG-INVNTRY)                                  00001940
                     RESP(WS-RESP)                                      00001950
                     RESP2(WS-RESP2)                                    00001955
           END-EXEC.                                                    00001960
           IF  RESP-NORMAL                                              00001970
               MOVE   INV-SITUACAO     TO   DBAM-SITUACAO               00001980
               MOVE   'ER'             TO   DBAM-RETORNO                00002010
           END-IF.                                                      00002020
       0600-9999-EXIT. EXIT.                                            00002030
      *----------------------------------------------------------------*00002040
      * ROTINA COMUM DE ERRO ONLINE: FORMATA A MENSAGEM, REGISTRA NO   *00002050
      * ERRLOG (VIA FILA DBERRO) E DEVOLVE O TEXTO NO COMMAREA         *00002060
      *----------------------------------------------------------------*00002070
       9990-9999-REGISTRA-ERRO.                                         00002080
           EXEC CICS                                                    00002090
               LINK  PROGRAM('DB2ERROC')                                00002100
                     COMMAREA(ERRC-PARM)                                00002110
                     LENGTH(LENGTH OF ERRC-PARM)                        00002120
                     RESP(WS-RESP-ERROC)                                00002130
           END-EXEC.                                                    00002140
           IF  WS-RESP-ERROC  EQUAL  +0                                 00002150
               IF  DBAM-VERSAO-MENSAGENS                                00002160
                   MOVE   ERRC-MENSAGENS   TO  DBAM-MENSAGENS           00002170
               END-IF                                                   00002180
           ELSE                                                         00002190
               DISPLAY '*** DB2DBAM - AVISO - LINK DB2ERROC FALHOU'     00002200
           END-IF.                                                      00002210
       9990-9999-EXIT. EXIT.                                            00002220
      *----------------------------------------------------------------*00002230
      * ERRO DE FILE CONTROL: REGISTRA RESP/RESP2 PELA ROTINA COMUM    *00002240
      *----------------------------------------------------------------*00002250
       9998-9999-ERRO-CICS.                                             00002260
           MOVE   WS-RESP              TO  ERRC-RESP.                   00002270
           MOVE   WS-RESP2             TO  ERRC-RESP2.                  00002280
           MOVE   LOW-VALUES           TO  ERRC-SQLCA.                  00002290
           MOVE   SPACES               TO  ERRC-CONTEXTO.               00002300
           STRING 'INVNTRY FUNCAO ' DBAM-FUNCAO ' '                     00002310
                  DBAM-CREATOR  DELIMITED BY SIZE                       00002320
                  INTO ERRC-CONTEXTO.                                   00002330
           PERFORM 9990-9999-REGISTRA-ERRO THRU 9990-9999-EXIT.         00002340
       9998-9999-EXIT. EXIT.                                            00002350
