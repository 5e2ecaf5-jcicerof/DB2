       IDENTIFICATION DIVISION.                                         00000010
       PROGRAM-ID.    DB2DBAP.                                          00000020
      *----------------------------------------------------------------*00000030
      * DATA:  OUT/2026                                                *00000040
      * OBJETIVOS: BANCADA ONLINE DE APROVACAO, NO MOLDE DO DB2DBAI E  *00000050
      *   DESPACHADA PELO DBCALLER (AUTORIZADA EM                      *00000060
      *   DB2ADM.DBA_PROGRAMA_AUT COMO O DB2DBAI). SUBSTITUI A         *00000070
      *   MARCACAO MANUAL DOS CARTOES DO APROVFIL E DO TRANS, QUE NAO  *00000080
      *   DIZIA QUEM DE FATO APROVOU. OS ITENS FICAM EM                *00000090
      *   DB2ADM.DBA_APROVACAO (INCLUIDOS PELO DB2UNUSD, DB2IXRED E    *00000100
      *   DB2BASMT VIA DB2APREG); O DB2APRVL E O DB2BASMT LEEM A       *00000110
      *   DECISAO DALI ALEM DOS CARTOES.                               *00000120
      *   FUNCOES (DBAP-FUNCAO):                                       *00000130
      *   'L' - LISTA OS ITENS EM ABERTO ('P' PENDENTES PRIMEIRO,      *00000140
      *         DEPOIS OS 'H' EM ESPERA), COM O PROTOCOLO DE           *00000150
      *         CONTINUACAO DO DB2DBAI (DBAP-POSICAO N DEVOLVE ATE 10  *00000160
      *         ITENS E A PROXIMA POSICAO, 0 = FIM) E A QTD DE         *00000170
      *         PENDENTES E EM ESPERA;                                 *00000180
      *   'D' - GRAVA A DECISAO DE CADA LINHA DO DETALHE COM           *00000190
      *         DETA-DECISAO 'A' (APROVA) OU 'H' (ESPERA); BRANCO NAO  *00000200
      *         MEXE NA LINHA. O RESULTADO VOLTA EM DETA-RESULTADO:    *00000210
      *         OK, NA (USUARIO NAO E' APROVADOR DAQUELE TIPO), NF     *00000220
      *         (ITEM NAO ESTA' MAIS EM ABERTO), IV (DECISAO INVALIDA).*00000230
      *   O APROVADOR E' O USUARIO DO CICS (ASSIGN USERID), NUNCA      *00000240
      *   DIGITADO. SO DECIDE QUEM ESTA' EM DB2ADM.DBA_APROVADOR       *00000250
      *   (USUARIO CHAR(8), TIPO_ITEM CHAR(1) - 'T', 'I', 'B' OU '*'   *00000260
      *   PARA TODOS -, DATA_INICIO, DATA_FIM, SITUACAO 'A'), COM A    *00000270
      *   MESMA REGRA DE VIGENCIA DO DBA_PROGRAMA_AUT DO DBCALLER.     *00000280
      *   CADA DECISAO GERA UMA LINHA EM DB2ADM.DBA_APROVACAO_HIST     *00000290
      *   (USUARIO, TERMINAL E TIMESTAMP), QUE GUARDA TODA A HISTORIA  *00000300
      *   DO ITEM PARA A AUDITORIA.                                    *00000310
      *   RETORNOS (DBAP-RETORNO): OK, NF (NADA EM ABERTO), IV (FUNCAO *00000320
      *   INVALIDA), ER (ERRO DE SQL - A TAREFA E' DESFEITA).          *00000330
      *   OUT/26 - ERRO DB2 PASSA PELA ROTINA ONLINE DB2ERROC (LINK):  *00000331
      *     A MENSAGEM COMPLETA DO DSNTIAC (COM O RECURSO DO -904)     *00000332
      *     VOLTA EM DBAP-MSG-ERRO - 4 LINHAS DE 79 ACRESCENTADAS NO   *00000333
      *     FIM DO COMMAREA - E O ERRO VAI PARA O ERRLOG COM           *00000334
      *     TRANSACAO, USUARIO E TERMINAL.                             *00000335
      *     O TEXTO SO VOLTA NO ERRO E PARA O CHAMADOR QUE TRAZ        *00000336
      *     DBAP-VERSAO '2' (COMMAREA COM A AREA DE MENSAGENS); COM A  *00000337
      *     VERSAO EM BRANCO, COMO NOS CHAMADORES ANTIGOS, NADA E'     *00000338
      *     GRAVADO ALEM DO LAYOUT ORIGINAL.                           *00000339
      * AREA RESPONSAVEL: ADMINISTRACAO DE BANCO DE DADOS              *00000340
      *----------------------------------------------------------------*00000350
       ENVIRONMENT    DIVISION.                                         00000360
      *----------------------------------------------------------------*00000370
      *                                                                *00000380
      *----------------------------------------------------------------*00000390
       DATA DIVISION.                                                   00000400
      *----------------------------------------------------------------*00000410
      *                                                                *00000420
      *----------------------------------------------------------------*00000430
       WORKING-STORAGE SECTION.                                         00000440
      *----------------------------------------------------------------*00000450
      * AREAS AUXILIARES                                               *00000460
      *----------------------------------------------------------------*00000470
       01  FILLER.                                                      00000480
           02   WS-SQLCODE                  PIC -----9.                 00000490
           02   WS-QTD-PULADAS              PIC S9(04) COMP VALUE +0.   00000500
           02   WS-QTD-PAGINA               PIC S9(04) COMP VALUE +0.   00000510
           02   IND-DET                     PIC S9(04) COMP VALUE +0.   00000520
           02   WS-USERID                   PIC  X(08)  VALUE SPACES.   00000530
           02   WS-TERMINAL                 PIC  X(04)  VALUE SPACES.   00000540
      *----------------------------------------------------------------*00000550
      * HOSTS DA TABELA DE APROVACAO                                   *00000560
      *----------------------------------------------------------------*00000570
       01  H-TIPO-ITEM                  PIC  X(01).                     00000580
       01  H-CREATOR                    PIC  X(08).                     00000590
       01  H-OBJETO                     PIC  X(18).                     00000600
       01  H-GRANTEE                    PIC  X(08).                     00000610
       01  H-PRIVILEGIO                 PIC  X(08).                     00000620
       01  H-ACAO                       PIC  X(01).                     00000630
       01  H-NPAGES                     PIC S9(09) COMP.                00000640
       01  H-PROGRAMA                   PIC  X(08).                     00000650
       01  H-DT-INCLUSAO                PIC  X(10).                     00000660
       01  H-SITUACAO                   PIC  X(01).                     00000670
       01  H-USUARIO                    PIC  X(08).                     00000680
       01  H-TERMINAL                   PIC  X(04).                     00000690
       01  H-QTD-PENDENTES              PIC S9(09) COMP.                00000700
       01  H-QTD-ESPERA                 PIC S9(09) COMP.                00000710
       01  H-QTD-AUT                    PIC S9(09) COMP.                00000720
       01  N88-FIM-DETALHE              PIC  X(01)      VALUE 'N'.      00000730
           88  FIM-DETALHE                              VALUE 'S'.      00000740
      *----------------------------------------------------------------*00000741
      * PARAMETRO DA ROTINA COMUM DE ERRO ONLINE (DB2ERROC, VIA LINK)  *00000742
      *----------------------------------------------------------------*00000743
       01  ERRC-PARM.                                                   00000744
           02  ERRC-PROGRAMA      PIC X(08)       VALUE 'DB2DBAP'.      00000745
           02  ERRC-CONTEXTO      PIC X(30)       VALUE SPACES.         00000746
           02  ERRC-RESP          PIC S9(08) COMP VALUE +0.             00000747
           02  ERRC-RESP2         PIC S9(08) COMP VALUE +0.             00000748
           02  ERRC-SQLCA         PIC X(136)      VALUE SPACES.         00000749
           02  ERRC-MENSAGENS.                                          00000750
               03  ERRC-MSG-LINHA OCCURS  4  TIMES   PIC X(79).         00000751
           02  ERRC-RETRY-AVISADO PIC X(01)       VALUE 'N'.            00000752
       01  WS-RESP-ERROC          PIC S9(08) COMP VALUE +0.             00000753
      *----------------------------------------------------------------*00000754
      *                                                                *00000760
      *----------------------------------------------------------------*00000770
           EXEC SQL INCLUDE SQLCA END-EXEC.                             00000780
      *----------------------------------------------------------------*00000790
      *                                                                *00000800
      *----------------------------------------------------------------*00000810
       LINKAGE          SECTION.                                        00000820
       01  DBAP-COMMAREA.                                               00000830
           03  DBAP-FUNCAO               PIC  X(01).                    00000840
           03  DBAP-RETORNO              PIC  X(02).                    00000850
           03  DBAP-USUARIO              PIC  X(08).                    00000860
           03  DBAP-QTD-PENDENTES        PIC  9(04).                    00000870
           03  DBAP-QTD-ESPERA           PIC  9(04).                    00000880
           03  DBAP-POSICAO              PIC  9(04).                    00000890
           03  DBAP-PROX-POSICAO         PIC  9(04).                    00000900
           03  DBAP-QTD-DEVOLVIDA        PIC  9(02).                    00000910
           03  DBAP-DETALHE              OCCURS 10 TIMES.               00000920
               05  DETA-TIPO-ITEM        PIC  X(01).                    00000930
               05  DETA-CREATOR          PIC  X(08).                    00000940
               05  DETA-OBJETO           PIC  X(18).                    00000950
               05  DETA-GRANTEE          PIC  X(08).                    00000960
               05  DETA-PRIVILEGIO       PIC  X(08).                    00000970
               05  DETA-ACAO             PIC  X(01).                    00000980
               05  DETA-NPAGES           PIC  9(09).                    00000990
               05  DETA-SITUACAO         PIC  X(01).                    00001000
               05  DETA-PROGRAMA         PIC  X(08).                    00001010
               05  DETA-DT-INCLUSAO      PIC  X(10).                    00001020
               05  DETA-DECISAO          PIC  X(01).                    00001030
               05  DETA-RESULTADO        PIC  X(02).                    00001040
           03  DBAP-VERSAO               PIC  X(01).                    00001043
               88  DBAP-VERSAO-MENSAGENS            VALUE '2'.          00001046
           03  FILLER                    PIC  X(99).                    00001049
           03  DBAP-MENSAGENS.                                          00001053
               05  DBAP-MSG-ERRO         OCCURS 4 TIMES PIC X(79).      00001056
      *----------------------------------------------------------------*00001060
      *                                                                *00001070
      *----------------------------------------------------------------*00001080
       PROCEDURE  DIVISION  USING  DBAP-COMMAREA.                       00001090
       0000-0000-PRINCIPAL.                                             00001100
           MOVE   SPACES               TO   DBAP-RETORNO.               00001110
           EXEC CICS                                                    00001120
               ASSIGN  USERID(WS-USERID)                                00001130
                       FACILITY(WS-TERMINAL)                            00001140
           END-EXEC.                                                    00001150
           MOVE   WS-USERID            TO   DBAP-USUARIO.               00001160
           EVALUATE DBAP-FUNCAO                                         00001170
               WHEN 'L'                                                 00001180
                    PERFORM 0100-0000-LISTA    THRU 0100-0000-EXIT      00001190
               WHEN 'D'                                                 00001200
                    PERFORM 0200-0000-DECISOES THRU 0200-0000-EXIT      00001210
               WHEN OTHER                                               00001220
                    MOVE   'IV'        TO   DBAP-RETORNO                00001230
           END-EVALUATE.                                                00001240
           IF  DBAP-RETORNO  EQUAL  SPACES                              00001250
               MOVE   'OK'             TO   DBAP-RETORNO                00001260
           END-IF.                                                      00001270
           GOBACK.                                                      00001280
       0000-0000-EXIT. EXIT.                                            00001290
      *----------------------------------------------------------------*00001300
      * PAGINA DE ITENS EM ABERTO A PARTIR DE DBAP-POSICAO (ATE 10),   *00001310
      * DEVOLVENDO A PROXIMA POSICAO (0 = ACABOU)                      *00001320
      *----------------------------------------------------------------*00001330
       0100-0000-LISTA.                                                 00001340
           EXEC SQL                                                     00001350
                SELECT VALUE(SUM(CASE WHEN SITUACAO = 'P'               00001360
                                      THEN 1 ELSE 0 END), 0),           00001370
                       VALUE(SUM(CASE WHEN SITUACAO = 'H'               00001380
                                      THEN 1 ELSE 0 END), 0)            00001390
                  INTO :H-QTD-PENDENTES, :H-QTD-ESPERA                  00001400
                  FROM DB2ADM.DBA_APROVACAO                             00001410
                 WHERE SITUACAO IN ('P', 'H')                           00001420
           END-EXEC.                                                    00001430
           IF  SQLCODE  NOT EQUAL  +0                                   00001440
               DISPLAY '*** ERRO NO COUNT DBA_APROVACAO DBAP'           00001450
               PERFORM  9999-9999-ERRO-DB2  THRU 9999-9999-EXIT         00001460
           END-IF.                                                      00001470
           MOVE   H-QTD-PENDENTES      TO   DBAP-QTD-PENDENTES.         00001480
           MOVE   H-QTD-ESPERA         TO   DBAP-QTD-ESPERA.            00001490
           IF  DBAP-POSICAO  NOT NUMERIC                                00001500
               OR  DBAP-POSICAO  EQUAL  ZEROS                           00001510
               MOVE  1                 TO   DBAP-POSICAO                00001520
           END-IF.                                                      00001530
           MOVE   ZEROS                TO   DBAP-QTD-DEVOLVIDA          00001540
                                            DBAP-PROX-POSICAO.          00001550
           MOVE   +0                   TO   WS-QTD-PULADAS              00001560
                                            WS-QTD-PAGINA.              00001570
           IF  H-QTD-PENDENTES + H-QTD-ESPERA  EQUAL  +0                00001580
               MOVE   'NF'             TO   DBAP-RETORNO                00001590
               GO  TO  0100-0000-EXIT                                   00001600
           END-IF.                                                      00001610
           EXEC SQL                                                     00001620
                DECLARE C_ABERTOS CURSOR FOR                            00001630
                SELECT TIPO_ITEM, CREATOR, OBJETO, GRANTEE,             00001640
                       PRIVILEGIO, ACAO, NPAGES, PROGRAMA_ORIGEM,       00001650
                       CHAR(DT_INCLUSAO, ISO), SITUACAO                 00001660
                  FROM DB2ADM.DBA_APROVACAO                             00001670
                 WHERE SITUACAO IN ('P', 'H')                           00001680
                 ORDER BY SITUACAO DESC, DT_INCLUSAO, TIPO_ITEM,        00001690
                          CREATOR, OBJETO, GRANTEE, PRIVILEGIO          00001700
           END-EXEC.                                                    00001710
           EXEC SQL OPEN C_ABERTOS END-EXEC.                            00001720
           IF  SQLCODE  NOT EQUAL  +0                                   00001730
               DISPLAY '*** ERRO NO OPEN C_ABERTOS'                     00001740
               PERFORM  9999-9999-ERRO-DB2  THRU 9999-9999-EXIT         00001750
           END-IF.                                                      00001760
           MOVE   'N'                  TO   N88-FIM-DETALHE.            00001770
           PERFORM  0110-0100-UM-ITEM THRU 0110-0100-EXIT               00001780
             UNTIL FIM-DETALHE                                          00001790
                OR WS-QTD-PAGINA  NOT LESS  +10.                        00001800
           IF  NOT FIM-DETALHE                                          00001810
               COMPUTE DBAP-PROX-POSICAO =                              00001820
                       DBAP-POSICAO + WS-QTD-PAGINA                     00001830
           END-IF.                                                      00001840
           MOVE   WS-QTD-PAGINA        TO   DBAP-QTD-DEVOLVIDA.         00001850
           EXEC SQL CLOSE C_ABERTOS END-EXEC.                           00001860
           IF  SQLCODE  NOT EQUAL  +0                                   00001870
               DISPLAY '*** ERRO NO CLOSE C_ABERTOS'                    00001880
               PERFORM  9999-9999-ERRO-DB2  THRU 9999-9999-EXIT         00001890
           END-IF.                                                      00001900
       0100-0000-EXIT. EXIT.                                            00001910
      *----------------------------------------------------------------*00001920
      *                                                                *00001930
      *----------------------------------------------------------------*00001940
       0110-0100-UM-ITEM.                                               00001950
           EXEC SQL                                                     00001960
                FETCH  C_ABERTOS                                        00001970
                 INTO  :H-TIPO-ITEM, :H-CREATOR, :H-OBJETO,             00001980
                       :H-GRANTEE, :H-PRIVILEGIO, :H-ACAO,              00001990
                       :H-NPAGES, :H-PROGRAMA, :H-DT-INCLUSAO,          00002000
                       :H-SITUACAO                                      00002010
           END-EXEC.                                                    00002020
           IF  SQLCODE  EQUAL  +100                                     00002030
               MOVE   'S'              TO   N88-FIM-DETALHE             00002040
               GO  TO  0110-0100-EXIT                                   00002050
           END-IF.                                                      00002060
           IF  SQLCODE  NOT EQUAL  +0                                   00002070
               DISPLAY '*** ERRO NO FETCH C_ABERTOS'                    00002080
               PERFORM  9999-9999-ERRO-DB2  THRU 9999-9999-EXIT         00002090
           END-IF.                                                      00002100
      *--- PULA AS LINHAS ANTERIORES A POSICAO PEDIDA                   00002110
           ADD    +1                   TO   WS-QTD-PULADAS.             00002120
           IF  WS-QTD-PULADAS  LESS  DBAP-POSICAO                       00002130
               GO  TO  0110-0100-EXIT                                   00002140
           END-IF.                                                      00002150
           ADD    +1                   TO   WS-QTD-PAGINA.              00002160
           MOVE   SPACES               TO   DBAP-DETALHE(WS-QTD-PAGINA).00002170
           MOVE   H-TIPO-ITEM          TO                               00002180
                  DETA-TIPO-ITEM(WS-QTD-PAGINA).                        00002190
           MOVE   H-CREATOR            TO   DETA-CREATOR(WS-QTD-PAGINA).00002200
           MOVE   H-OBJETO             TO   DETA-OBJETO(WS-QTD-PAGINA). 00002210
           MOVE   H-GRANTEE            TO   DETA-GRANTEE(WS-QTD-PAGINA).00002220
           MOVE   H-PRIVILEGIO         TO                               00002230
                  DETA-PRIVILEGIO(WS-QTD-PAGINA).                       00002240
           MOVE   H-ACAO               TO   DETA-ACAO(WS-QTD-PAGINA).   00002250
           MOVE   H-NPAGES             TO   DETA-NPAGES(WS-QTD-PAGINA). 00002260
           MOVE   H-SITUACAO           TO                               00002270
                  DETA-SITUACAO(WS-QTD-PAGINA).                         00002280
           MOVE   H-PROGRAMA           TO                               00002290
                  DETA-PROGRAMA(WS-QTD-PAGINA).                         00002300
           MOVE   H-DT-INCLUSAO        TO                               00002310
                  DETA-DT-INCLUSAO(WS-QTD-PAGINA).                      00002320
       0110-0100-EXIT. EXIT.                                            00002330
      *----------------------------------------------------------------*00002340
      * DECISOES: UMA POR LINHA DO DETALHE COM DETA-DECISAO PREENCHIDA *00002350
      *----------------------------------------------------------------*00002360
       0200-0000-DECISOES.                                              00002370
           PERFORM 0210-0200-UMA-DECISAO THRU 0210-0200-EXIT            00002380
             VARYING IND-DET FROM +1 BY +1                              00002390
               UNTIL IND-DET GREATER +10.                               00002400
       0200-0000-EXIT. EXIT.                                            00002410
      *----------------------------------------------------------------*00002420
      * UMA DECISAO: APROVADOR VIGENTE PARA O TIPO DO ITEM, ITEM AINDA *00002430
      * EM ABERTO, ATUALIZACAO E LINHA NO HISTORICO                    *00002440
      *----------------------------------------------------------------*00002450
       0210-0200-UMA-DECISAO.                                           00002460
           MOVE   SPACES               TO   DETA-RESULTADO(IND-DET).    00002470
           IF  DETA-DECISAO(IND-DET)  EQUAL  SPACES                     00002480
               GO  TO  0210-0200-EXIT                                   00002490
           END-IF.                                                      00002500
           IF  DETA-DECISAO(IND-DET)  NOT EQUAL  'A'                    00002510
               AND  DETA-DECISAO(IND-DET)  NOT EQUAL  'H'               00002520
               MOVE   'IV'             TO   DETA-RESULTADO(IND-DET)     00002530
               GO  TO  0210-0200-EXIT                                   00002540
           END-IF.                                                      00002550
           MOVE   DETA-TIPO-ITEM(IND-DET)   TO   H-TIPO-ITEM.           00002560
           MOVE   DETA-CREATOR(IND-DET)     TO   H-CREATOR.             00002570
           MOVE   DETA-OBJETO(IND-DET)      TO   H-OBJETO.              00002580
           MOVE   DETA-GRANTEE(IND-DET)     TO   H-GRANTEE.             00002590
           MOVE   DETA-PRIVILEGIO(IND-DET)  TO   H-PRIVILEGIO.          00002600
           MOVE   DETA-ACAO(IND-DET)        TO   H-ACAO.                00002610
           MOVE   DETA-DECISAO(IND-DET)     TO   H-SITUACAO.            00002620
           MOVE   WS-USERID                 TO   H-USUARIO.             00002630
           MOVE   WS-TERMINAL               TO   H-TERMINAL.            00002640
                                                                        00002650
      *--- APROVADOR VIGENTE PARA O TIPO DO ITEM (OU PARA TODOS)        00002660
           EXEC SQL                                                     00002670
                SELECT COUNT(*)                                         00002680
                  INTO :H-QTD-AUT                                       00002690
                  FROM DB2ADM.DBA_APROVADOR                             00002700
                 WHERE USUARIO     = :H-USUARIO                         00002710
                   AND TIPO_ITEM  IN (:H-TIPO-ITEM, '*')                00002720
                   AND SITUACAO    = 'A'                                00002730
                   AND DATA_INICIO <= CURRENT DATE                      00002740
                   AND DATA_FIM    >= CURRENT DATE                      00002750
           END-EXEC.                                                    00002760
           IF  SQLCODE  NOT EQUAL  +0                                   00002770
               DISPLAY '*** ERRO NO COUNT DBA_APROVADOR DBAP'           00002780
               PERFORM  9999-9999-ERRO-DB2  THRU 9999-9999-EXIT         00002790
           END-IF.                                                      00002800
           IF  H-QTD-AUT  EQUAL  +0                                     00002810
               MOVE   'NA'             TO   DETA-RESULTADO(IND-DET)     00002820
               GO  TO  0210-0200-EXIT                                   00002830
           END-IF.                                                      00002840
                                                                        00002850
           EXEC SQL                                                     00002860
                UPDATE DB2ADM.DBA_APROVACAO                             00002870
                   SET SITUACAO   = :H-SITUACAO,                        00002880
                       APROVADOR  = :H-USUARIO,                         00002890
                       DT_DECISAO = CURRENT DATE                        00002900
                 WHERE TIPO_ITEM  = :H-TIPO-ITEM                        00002910
                   AND CREATOR    = :H-CREATOR                          00002920
                   AND OBJETO     = :H-OBJETO                           00002930
                   AND GRANTEE    = :H-GRANTEE                          00002940
                   AND PRIVILEGIO = :H-PRIVILEGIO                       00002950
                   AND ACAO       = :H-ACAO                             00002960
                   AND SITUACAO  IN ('P', 'H')                          00002970
           END-EXEC.                                                    00002980
           IF  SQLCODE  EQUAL  +100                                     00002990
               MOVE   'NF'             TO   DETA-RESULTADO(IND-DET)     00003000
               GO  TO  0210-0200-EXIT                                   00003010
           END-IF.                                                      00003020
           IF  SQLCODE  NOT EQUAL  +0                                   00003030
               DISPLAY '*** ERRO NO UPDATE DBA_APROVACAO DBAP'          00003040
               PERFORM  9999-9999-ERRO-DB2  THRU 9999-9999-EXIT         00003050
           END-IF.                                                      00003060
           EXEC SQL                                                     00003070
                INSERT INTO DB2ADM.DBA_APROVACAO_HIST                   00003080
                       (TIPO_ITEM, CREATOR, OBJETO, GRANTEE,            00003090
                        PRIVILEGIO, ACAO, SITUACAO, APROVADOR,          00003100
                        USUARIO, TERMINAL, PROGRAMA, TS_EVENTO)         00003110
                VALUES (:H-TIPO-ITEM, :H-CREATOR, :H-OBJETO,            00003120
                        :H-GRANTEE, :H-PRIVILEGIO, :H-ACAO,             00003130
                        :H-SITUACAO, :H-USUARIO, :H-USUARIO,            00003140
                        :H-TERMINAL, 'DB2DBAP', CURRENT TIMESTAMP)      00003150
           END-EXEC.                                                    00003160
           IF  SQLCODE  NOT EQUAL  +0                                   00003170
               DISPLAY '*** ERRO NO INSERT DBA_APROVACAO_HIST DBAP'     00003180
               PERFORM  9999-9999-ERRO-DB2  THRU 9999-9999-EXIT         00003190
           END-IF.                                                      00003200
           MOVE   H-SITUACAO           TO   DETA-SITUACAO(IND-DET).     00003210
           MOVE   'OK'                 TO   DETA-RESULTADO(IND-DET).    00003220
       0210-0200-EXIT. EXIT.                                            00003230
      *----------------------------------------------------------------*00003231
      * ROTINA COMUM DE ERRO ONLINE: FORMATA A MENSAGEM, REGISTRA NO   *00003232
      * ERRLOG (VIA FILA DBERRO) E DEVOLVE O TEXTO NO COMMAREA         *00003233
      *----------------------------------------------------------------*00003234
       9990-9999-REGISTRA-ERRO.                                         00003235
           EXEC CICS                                                    00003236
               LINK  PROGRAM('DB2ERROC')                                00003237
                     COMMAREA(ERRC-PARM)                                00003238
                     LENGTH(LENGTH OF ERRC-PARM)                        00003239
                     RESP(WS-RESP-ERROC)                                00003240
           END-EXEC.                                                    00003241
           IF  WS-RESP-ERROC  EQUAL  +0                                 00003242
               IF  DBAP-VERSAO-MENSAGENS                                00003243
                   MOVE   ERRC-MENSAGENS   TO  DBAP-MENSAGENS           00003244
               END-IF                                                   00003245
           ELSE                                                         00003246
               DISPLAY '*** DB2DBAP - AVISO - LINK DB2ERROC FALHOU'     00003247
           END-IF.                                                      00003248
       9990-9999-EXIT. EXIT.                                            00003249
      *----------------------------------------------------------------*00003250
      * TRATAMENTO PADRAO DE ERRO DB2 - CONSULTA ONLINE, NAO ABENDA;   *00003251
      * DESFAZ AS DECISOES DA TAREFA (DECISAO SEM HISTORICO NAO FICA)  *00003260
      * E DEVOLVE O ERRO NO COMMAREA PARA O CHAMADOR TRATAR            *00003270
      *----------------------------------------------------------------*00003280
       9999-9999-ERRO-DB2.                                              00003290
           MOVE   SQLCODE              TO  WS-SQLCODE.                  00003300
           DISPLAY '*** SQLCODE  ' WS-SQLCODE.                          00003310
           DISPLAY '    SQLERRMC ' SQLERRMC.                            00003320
           DISPLAY '    SQLSTATE ' SQLSTATE.                            00003330
           EXEC CICS                                                    00003340
               SYNCPOINT  ROLLBACK                                      00003350
           END-EXEC.                                                    00003360
      *--- FORMATA A MENSAGEM (DSNTIAC) E REGISTRA NO ERRLOG            00003361
           MOVE   +0                   TO  ERRC-RESP                    00003362
                                           ERRC-RESP2.                  00003363
           MOVE   SQLCA                TO  ERRC-SQLCA.                  00003364
           MOVE   SPACES               TO  ERRC-CONTEXTO.               00003365
           STRING 'APROVACAO FUNCAO ' DBAP-FUNCAO ' '                   00003366
                  DBAP-USUARIO  DELIMITED BY SIZE                       00003367
                  INTO ERRC-CONTEXTO.                                   00003368
           PERFORM 9990-9999-REGISTRA-ERRO THRU 9990-9999-EXIT.         00003369
           MOVE   'ER'                 TO  DBAP-RETORNO.                00003370
           GOBACK.                                                      00003380
       9999-9999-EXIT. EXIT.                                            00003390
