      *   MESMA QUE O DB2MVBPL LE - ACABOU A DERIVA ENTRE O BATCH E   * 00000150
      *   O ONLINE. TABELA VAZIA CAI NAS FAIXAS DEFAULT DOCUMENTADAS  * 00000160
      *   (<=50 BP11, <=400 BP12, <=1000 BP13, <=5000 BP14, BP15).    * 00000170
      *   OUT/26 - ERRO DB2 PASSA PELA ROTINA ONLINE DB2ERROC (LINK):  *00000171
      *     A MENSAGEM COMPLETA DO DSNTIAC (COM O RECURSO DO -904)     *00000172
      *     VOLTA EM DBAB-MSG-ERRO - 4 LINHAS DE 79 ACRESCENTADAS NO   *00000173
      *     FIM DO COMMAREA - E O ERRO VAI PARA O ERRLOG COM           *00000174
      *     TRANSACAO, USUARIO E TERMINAL.                             *00000175
      *     O TEXTO SO VOLTA NO ERRO E PARA O CHAMADOR QUE TRAZ        *00000176
      *     DBAB-VERSAO '2' (COMMAREA COM A AREA DE MENSAGENS); COM A  *00000177
      *     VERSAO EM BRANCO, COMO NOS CHAMADORES ANTIGOS, NADA E'     *00000178
      *     GRAVADO ALEM DO LAYOUT ORIGINAL.                           *00000179
      * AREA RESPONSAVEL: ADMINISTRACAO DE BANCO DE DADOS              *00000180
      *----------------------------------------------------------------*00000190
       ENVIRONMENT    DIVISION.                                         00000200
       01  N88-FIM-FAIXAS              PIC  X(01)      VALUE 'N'.       00000570
           88  FIM-FAIXAS                              VALUE 'S'.       00000580
      *----------------------------------------------------------------*00000590
      * PARAMETRO DA ROTINA COMUM DE ERRO ONLINE (DB2ERROC, VIA LINK)  *00000591
      *----------------------------------------------------------------*00000592
       01  ERRC-PARM.                                                   00000593
           02  ERRC-PROGRAMA      PIC X(08)       VALUE 'DB2DBAB'.      00000594
           02  ERRC-CONTEXTO      PIC X(30)       VALUE SPACES.         00000595
           02  ERRC-RESP          PIC S9(08) COMP VALUE +0.             00000596
           02  ERRC-RESP2         PIC S9(08) COMP VALUE +0.             00000597
           02  ERRC-SQLCA         PIC X(136)      VALUE SPACES.         00000598
           02  ERRC-MENSAGENS.                                          00000599
               03  ERRC-MSG-LINHA OCCURS  4  TIMES   PIC X(79).         00000600
           02  ERRC-RETRY-AVISADO PIC X(01)       VALUE 'N'.            00000601
       01  WS-RESP-ERROC          PIC S9(08) COMP VALUE +0.             00000602
      *----------------------------------------------------------------*00000603
      *                                                                *00000604
      *----------------------------------------------------------------*00000610
           EXEC SQL INCLUDE SQLCA END-EXEC.                             00000620
      *----------------------------------------------------------------*00000630
           03  DBAB-NPAGES               PIC  9(09).                    00000730
           03  DBAB-DIAS-STATS           PIC  9(05).                    00000740
           03  DBAB-BPOOL-SUGERIDO       PIC  X(04).                    00000750
           03  DBAB-VERSAO               PIC  X(01).                    00000760
               88  DBAB-VERSAO-MENSAGENS            VALUE '2'.          00000762
           03  FILLER                    PIC  X(17).                    00000764
           03  DBAB-MENSAGENS.                                          00000766
               05  DBAB-MSG-ERRO         OCCURS 4 TIMES PIC X(79).      00000768
      *----------------------------------------------------------------*00000770
      *                                                                *00000780
      *----------------------------------------------------------------*00000790
           MOVE   H-FX-NPAGES          TO  FX-NPAGES(AC-FAIXAS).        00002330
           MOVE   H-FX-BP-TS           TO  FX-BP-TS(AC-FAIXAS).         00002340
       0410-0400-EXIT. EXIT.                                            00002350
      *----------------------------------------------------------------*00002351
      * ROTINA COMUM DE ERRO ONLINE: FORMATA A MENSAGEM, REGISTRA NO   *00002352
      * ERRLOG (VIA FILA DBERRO) E DEVOLVE O TEXTO NO COMMAREA         *00002353
      *----------------------------------------------------------------*00002354
       9990-9999-REGISTRA-ERRO.                                         00002355
           EXEC CICS                                                    00002356
               LINK  PROGRAM('DB2ERROC')                                00002357
                     COMMAREA(ERRC-PARM)                                00002358
                     LENGTH(LENGTH OF ERRC-PARM)                        00002359
                     RESP(WS-RESP-ERROC)                                00002360
           END-EXEC.                                                    00002361
           IF  WS-RESP-ERROC  EQUAL  +0                                 00002362
               IF  DBAB-VERSAO-MENSAGENS                                00002363
                   MOVE   ERRC-MENSAGENS   TO  DBAB-MENSAGENS           00002364
               END-IF                                                   00002365
           ELSE                                                         00002366
               DISPLAY '*** DB2DBAB - AVISO - LINK DB2ERROC FALHOU'     00002367
           END-IF.                                                      00002368
       9990-9999-EXIT. EXIT.                                            00002369
      *----------------------------------------------------------------*00002370
      * TRATAMENTO PADRAO DE ERRO DB2 - CONSULTA ONLINE, NAO ABENDA;   *00002371
      * DEVOLVE O ERRO NO COMMAREA PARA O CHAMADOR TRATAR              *00002380
      *----------------------------------------------------------------*00002390
       9999-9999-ERRO-DB2.                                              00002400
           DISPLAY '*** SQLCODE  ' WS-SQLCODE.                          00002420
           DISPLAY '    SQLERRMC ' SQLERRMC.                            00002430
           DISPLAY '    SQLSTATE ' SQLSTATE.                            00002440
      *--- FORMATA A MENSAGEM (DSNTIAC) E REGISTRA NO ERRLOG            00002441
           MOVE   +0                   TO  ERRC-RESP                    00002442
                                           ERRC-RESP2.                  00002443
           MOVE   SQLCA                TO  ERRC-SQLCA.                  00002444
           MOVE   SPACES               TO  ERRC-CONTEXTO.               00002445
           STRING DBAB-CREATOR     DELIMITED BY SPACE                   00002446
                  '.'              DELIMITED BY SIZE                    00002447
                  DBAB-TABLE       DELIMITED BY SPACE                   00002448
                  INTO ERRC-CONTEXTO.                                   00002449
           PERFORM 9990-9999-REGISTRA-ERRO THRU 9990-9999-EXIT.         00002450
           MOVE   'ER'                 TO  DBAB-RETORNO.                00002451
           GOBACK.                                                      00002460
       9999-9999-EXIT. EXIT.                                            00002470
