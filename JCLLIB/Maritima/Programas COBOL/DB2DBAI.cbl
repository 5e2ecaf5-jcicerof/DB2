      *   PROXIMA POSICAO (0 = FIM). A TELA CSP ROLA A DEFINICAO      * 00000130
      *   INTEIRA POR DESPACHOS REPETIDOS NO DBCALLER; FUNCAO EM      * 00000140
      *   BRANCO CONTINUA DEVOLVENDO SO O RESUMO, COMO SEMPRE.        * 00000150
      *   OUT/26 - ERRO DB2 PASSA PELA ROTINA ONLINE DB2ERROC (LINK):  *00000151
      *     A MENSAGEM COMPLETA DO DSNTIAC (COM O RECURSO DO -904)     *00000152
      *     VOLTA EM DBAI-MSG-ERRO - 4 LINHAS DE 79 ACRESCENTADAS NO   *00000153
      *     FIM DO COMMAREA - E O ERRO VAI PARA O ERRLOG COM           *00000154
      *     TRANSACAO, USUARIO E TERMINAL.                             *00000155
      *     O TEXTO SO VOLTA NO ERRO E PARA O CHAMADOR QUE TRAZ        *00000156
      *     DBAI-VERSAO '2' (COMMAREA COM A AREA DE MENSAGENS); COM A  *00000157
      *     VERSAO EM BRANCO, COMO NOS CHAMADORES ANTIGOS, NADA E'     *00000158
      *     GRAVADO ALEM DO LAYOUT ORIGINAL.                           *00000159
      * AREA RESPONSAVEL: ADMINISTRACAO DE BANCO DE DADOS              *00000160
      *----------------------------------------------------------------*00000170
       ENVIRONMENT    DIVISION.                                         00000180
       01  N88-FIM-DETALHE              PIC  X(01)      VALUE 'N'.      00000560
           88  FIM-DETALHE                              VALUE 'S'.      00000570
      *----------------------------------------------------------------*00000580
      * PARAMETRO DA ROTINA COMUM DE ERRO ONLINE (DB2ERROC, VIA LINK)  *00000581
      *----------------------------------------------------------------*00000582
       01  ERRC-PARM.                                                   00000583
           02  ERRC-PROGRAMA      PIC X(08)       VALUE 'DB2DBAI'.      00000584
           02  ERRC-CONTEXTO      PIC X(30)       VALUE SPACES.         00000585
           02  ERRC-RESP          PIC S9(08) COMP VALUE +0.             00000586
           02  ERRC-RESP2         PIC S9(08) COMP VALUE +0.             00000587
           02  ERRC-SQLCA         PIC X(136)      VALUE SPACES.         00000588
           02  ERRC-MENSAGENS.                                          00000589
               03  ERRC-MSG-LINHA OCCURS  4  TIMES   PIC X(79).         00000590
           02  ERRC-RETRY-AVISADO PIC X(01)       VALUE 'N'.            00000591
       01  WS-RESP-ERROC          PIC S9(08) COMP VALUE +0.             00000592
      *----------------------------------------------------------------*00000593
      *                                                                *00000594
      *----------------------------------------------------------------*00000600
           EXEC SQL INCLUDE SQLCA END-EXEC.                             00000610
      *----------------------------------------------------------------*00000620
                   07  DETI-QTDCOLS      PIC  9(02).                    00000850
                   07  DETI-COL1         PIC  X(11).                    00000860
           03  FILLER                    PIC  X(35).                    00000870
           03  DBAI-VERSAO               PIC  X(01).                    00000880
               88  DBAI-VERSAO-MENSAGENS            VALUE '2'.          00000882
           03  FILLER                    PIC  X(45).                    00000884
           03  DBAI-MENSAGENS.                                          00000886
               05  DBAI-MSG-ERRO         OCCURS 4 TIMES PIC X(79).      00000888
      *----------------------------------------------------------------*00000890
      *                                                                *00000900
      *----------------------------------------------------------------*00000910
                   PERFORM  9999-9999-ERRO-DB2  THRU 9999-9999-EXIT     00003410
               END-IF                                                   00003420
           END-IF.                                                      00003430
       0510-0500-EXIT. EXIT.                                            00003431
      *----------------------------------------------------------------*00003432
      * ROTINA COMUM DE ERRO ONLINE: FORMATA A MENSAGEM, REGISTRA NO   *00003433
      * ERRLOG (VIA FILA DBERRO) E DEVOLVE O TEXTO NO COMMAREA         *00003434
      *----------------------------------------------------------------*00003435
       9990-9999-REGISTRA-ERRO.                                         00003436
           EXEC CICS                                                    00003437
               LINK  PROGRAM('DB2ERROC')                                00003438
                     COMMAREA(ERRC-PARM)                                00003439
                     LENGTH(LENGTH OF ERRC-PARM)                        00003440
                     RESP(WS-RESP-ERROC)                                00003441
           END-EXEC.                                                    00003442
           IF  WS-RESP-ERROC  EQUAL  +0                                 00003443
               IF  DBAI-VERSAO-MENSAGENS                                00003444
                   MOVE   ERRC-MENSAGENS   TO  DBAI-MENSAGENS           00003445
               END-IF                                                   00003446
           ELSE                                                         00003447
               DISPLAY '*** DB2DBAI - AVISO - LINK DB2ERROC FALHOU'     00003448
           END-IF.                                                      00003449
       9990-9999-EXIT. EXIT.                                            00003450
      *----------------------------------------------------------------*00003451
      * TRATAMENTO PADRAO DE ERRO DB2 - CONSULTA ONLINE, NAO ABENDA;   *00003452
      * DEVOLVE O ERRO NO COMMAREA PARA O CHAMADOR TRATAR              *00003460
      *----------------------------------------------------------------*00003470
       9999-9999-ERRO-DB2.                                              00003480
           DISPLAY '*** SQLCODE  ' WS-SQLCODE.                          00003500
           DISPLAY '    SQLERRMC ' SQLERRMC.                            00003510
           DISPLAY '    SQLSTATE ' SQLSTATE.                            00003520
      *--- FORMATA A MENSAGEM (DSNTIAC) E REGISTRA NO ERRLOG            00003521
           MOVE   +0                   TO  ERRC-RESP                    00003522
                                           ERRC-RESP2.                  00003523
           MOVE   SQLCA                TO  ERRC-SQLCA.                  00003524
           MOVE   SPACES               TO  ERRC-CONTEXTO.               00003525
           STRING DBAI-CREATOR     DELIMITED BY SPACE                   00003526
                  '.'              DELIMITED BY SIZE                    00003527
                  DBAI-TABLE       DELIMITED BY SPACE                   00003528
                  INTO ERRC-CONTEXTO.                                   00003529
           PERFORM 9990-9999-REGISTRA-ERRO THRU 9990-9999-EXIT.         00003530
           MOVE   'ER'                 TO  DBAI-RETORNO.                00003531
           GOBACK.                                                      00003540
       9999-9999-EXIT. EXIT.                                            00003550
