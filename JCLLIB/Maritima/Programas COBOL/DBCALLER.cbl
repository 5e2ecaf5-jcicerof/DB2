      *   AA > 70 = 19AA, SENAO 20AA) - O X(08) QUE SO CARREGAVA 6    * 00000400
      *   DIGITOS AGORA VAI CHEIO; O EXTRATO ANTIGO E' CONVERTIDO     * 00000410
      *   PELO DB2DTCNV.                                              * 00000420
      * OUT/26 - ERRO DE SQL NA CONSULTA DE AUTORIZACAO E NO INSERT    *00000421
      *   DA DBA_TRILHA PASSA PELA ROTINA ONLINE DB2ERROC (LINK):      *00000422
      *   A MENSAGEM COMPLETA DO DSNTIAC VAI PARA O ERRLOG COM         *00000423
      *   TRANSACAO, USUARIO E TERMINAL (O COMMAREA NAO TEM ESPACO     *00000424
      *   PARA O TEXTO - O RETORNO CONTINUA 'ER' / AVISO).             *00000425
      *----------------------------------------------------------------*00000430
       ENVIRONMENT      DIVISION.                                       00000440
      *----------------------------------------------------------------*00000450
       01  WS-CS-ANTES                 PIC S9(09) COMP VALUE +0.        00000970
       01  WS-CS-DEPOIS                PIC S9(09) COMP VALUE +0.        00000980
       01  H-ELAPSED                   PIC S9(09) COMP VALUE +0.        00000990
      *----------------------------------------------------------------*00000991
      * PARAMETRO DA ROTINA COMUM DE ERRO ONLINE (DB2ERROC, VIA LINK)  *00000992
      *----------------------------------------------------------------*00000993
       01  ERRC-PARM.                                                   00000994
           02  ERRC-PROGRAMA      PIC X(08)       VALUE 'DBCALLER'.     00000995
           02  ERRC-CONTEXTO      PIC X(30)       VALUE SPACES.         00000996
           02  ERRC-RESP          PIC S9(08) COMP VALUE +0.             00000997
           02  ERRC-RESP2         PIC S9(08) COMP VALUE +0.             00000998
           02  ERRC-SQLCA         PIC X(136)      VALUE SPACES.         00000999
           02  ERRC-MENSAGENS.                                          00001000
               03  ERRC-MSG-LINHA OCCURS  4  TIMES   PIC X(79).         00001001
           02  ERRC-RETRY-AVISADO PIC X(01)       VALUE 'N'.            00001002
       01  WS-RESP-ERROC          PIC S9(08) COMP VALUE +0.             00001003
      *                                                                 00001004
           EXEC SQL INCLUDE SQLCA END-EXEC.                             00001010
      *----------------------------------------------------------------*00001020
      *                                                                *00001030
                 MOVE   'ER'           TO   DBC-RETURN-CODE             00001840
                 DISPLAY '*** DBCALLER - ERRO NA CONSULTA DE '          00001850
                         'AUTORIZACAO, DESPACHO NEGADO'                 00001860
                 MOVE   SPACES         TO   ERRC-CONTEXTO               00001861
                 STRING 'AUTORIZACAO ' LINK-APPL                        00001862
                        DELIMITED BY SIZE INTO ERRC-CONTEXTO            00001863
                 PERFORM 9990-9999-REGISTRA-ERRO                        00001864
                     THRU 9990-9999-EXIT                                00001865
             END-IF                                                     00001870
           END-IF.                                                      00001880
       0050-0000-EXIT. EXIT.                                            00001890
           IF  SQLCODE  NOT EQUAL  +0                                   00002270
               DISPLAY '*** DBCALLER - AVISO - FALHA NO INSERT DA '     00002280
                       'TRILHA DBA_TRILHA'                              00002290
               MOVE   SPACES           TO   ERRC-CONTEXTO               00002291
               STRING 'INSERT DBA_TRILHA ' LINK-APPL                    00002292
                      DELIMITED BY SIZE INTO ERRC-CONTEXTO              00002293
               PERFORM 9990-9999-REGISTRA-ERRO                          00002294
                   THRU 9990-9999-EXIT                                  00002295
           END-IF.                                                      00002300
       0100-0000-EXIT. EXIT.                                            00002310
      *----------------------------------------------------------------*00002320
      * ROTINA COMUM DE ERRO ONLINE: FORMATA A MENSAGEM (DSNTIAC) E    *00002330
      * REGISTRA NO ERRLOG VIA FILA DBERRO. ERRC-CONTEXTO JA VEM POSTO *00002340
      *----------------------------------------------------------------*00002350
       9990-9999-REGISTRA-ERRO.                                         00002360
           MOVE   +0                   TO   ERRC-RESP                   00002370
                                            ERRC-RESP2.                 00002380
           MOVE   SQLCA                TO   ERRC-SQLCA.                 00002390
           EXEC CICS                                                    00002400
               LINK  PROGRAM('DB2ERROC')                                00002410
                     COMMAREA(ERRC-PARM)                                00002420
                     LENGTH(LENGTH OF ERRC-PARM)                        00002430
                     RESP(WS-RESP-ERROC)                                00002440
           END-EXEC.                                                    00002450
           IF  WS-RESP-ERROC  NOT EQUAL  +0                             00002460
               DISPLAY '*** DBCALLER - AVISO - LINK DB2ERROC FALHOU'    00002470
           END-IF.                                                      00002480
       9990-9999-EXIT. EXIT.                                            00002490
