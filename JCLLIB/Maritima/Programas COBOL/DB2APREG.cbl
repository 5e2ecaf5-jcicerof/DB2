       IDENTIFICATION DIVISION.                                         00000010
       PROGRAM-ID.    DB2APREG.                                         00000020
      *----------------------------------------------------------------*00000030
      * DATA:  OUT/2026                                                *00000040
      * OBJETIVOS: ROTINA COMUM DO PORTAO DE APROVACAO EM TABELA,      *00000050
      *   CHAMADA (CALL) PELOS PROGRAMAS BATCH QUE PROPOEM OU APLICAM  *00000060
      *   ITENS SUJEITOS A APROVACAO. OS ITENS FICAM EM                *00000070
      *   DB2ADM.DBA_APROVACAO, ONDE O APROVADOR DECIDE PELA           *00000080
      *   TRANSACAO ONLINE DB2DBAP (USUARIO DO CICS, NAO DIGITADO).    *00000090
      *   TIPOS DE ITEM (APR-TIPO-ITEM):                               *00000100
      *   'T' TABELA CANDIDATA A DESATIVACAO (DB2UNUSD);               *00000110
      *   'I' INDICE CANDIDATO A DROP (DB2IXRED);                      *00000120
      *   'B' TRANSACAO DA BASE DE AUTORIZACOES (DB2BASMT).            *00000130
      *   SITUACAO DO ITEM: 'P' PENDENTE, 'A' APROVADO, 'H' EM ESPERA, *00000140
      *   'E' EXECUTADO (JA APLICADO PELO BATCH).                      *00000150
      *   FUNCOES (APR-FUNCAO):                                        *00000160
      *   - 'P' PENDENCIA: INCLUI O ITEM COMO PENDENTE. ITEM JA'       *00000170
      *     ABERTO (P/A/H) FICA COMO ESTA'; ITEM JA' EXECUTADO QUE     *00000180
      *     VOLTA A SER PROPOSTO E' REABERTO COMO PENDENTE;            *00000190
      *   - 'C' CONSULTA: DEVOLVE A SITUACAO, O APROVADOR E A DATA DA  *00000200
      *     DECISAO (AAAAMMDD) - SITUACAO EM BRANCO = ITEM NAO EXISTE; *00000210
      *   - 'E' EXECUTADO: MARCA O ITEM COMO APLICADO. SE NAO HOUVE    *00000220
      *     DECISAO ONLINE, FICA O APROVADOR RECEBIDO (O DO CARTAO);   *00000230
      *   - 'N' PROXIMO APROVADO: DEVOLVE, A CADA CHAMADA, O PROXIMO   *00000240
      *     ITEM 'A' DO TIPO PEDIDO (CURSOR ABERTO NA PRIMEIRA         *00000250
      *     CHAMADA); SITUACAO EM BRANCO = ACABOU;                     *00000260
      *   - 'F' FIM DE EXECUCAO: COMMIT DO QUE FOI REGISTRADO. A       *00000270
      *     ROTINA NAO FAZ COMMIT A CADA ITEM PORQUE OS CHAMADORES     *00000280
      *     (DB2UNUSD, DB2IXRED) A CHAMAM COM CURSOR DE CATALOGO       *00000290
      *     ABERTO.                                                    *00000300
      *   CADA MUDANCA DE SITUACAO GERA UMA LINHA NO HISTORICO         *00000310
      *   DB2ADM.DBA_APROVACAO_HIST (TRILHA PARA A AUDITORIA).         *00000320
      *   COLUNAS DE DB2ADM.DBA_APROVACAO: TIPO_ITEM CHAR(1), CREATOR  *00000330
      *   CHAR(8), OBJETO CHAR(18), GRANTEE CHAR(8), PRIVILEGIO        *00000340
      *   CHAR(8), ACAO CHAR(1) (CHAVE UNICA ATE AQUI), NPAGES         *00000350
      *   INTEGER, PROGRAMA_ORIGEM CHAR(8), DT_INCLUSAO DATE,          *00000360
      *   SITUACAO CHAR(1), APROVADOR CHAR(8), DT_DECISAO DATE (NULO   *00000370
      *   ATE A DECISAO).                                              *00000380
      *   COLUNAS DE DB2ADM.DBA_APROVACAO_HIST: A CHAVE DO ITEM,       *00000390
      *   SITUACAO, APROVADOR, USUARIO, TERMINAL CHAR(4), PROGRAMA     *00000400
      *   CHAR(8) E TS_EVENTO TIMESTAMP.                               *00000410
      *   COMO NO DB2DKREG, ERRO DE SQL NAO DERRUBA O CHAMADOR: A      *00000420
      *   ROTINA AVISA NO SYSOUT, DEVOLVE APR-SITUACAO 'X', RESTAURA   *00000430
      *   O RETURN-CODE DO CHAMADOR A PARTIR DO PARAMETRO E RETORNA.   *00000440
      * AREA RESPONSAVEL: ADMINISTRACAO DE BANCO DE DADOS              *00000450
      *----------------------------------------------------------------*00000460
       ENVIRONMENT    DIVISION.                                         00000470
      *                                                                 00000480
       DATA DIVISION.                                                   00000490
      *                                                                 00000500
       WORKING-STORAGE SECTION.                                         00000510
       77  WS-SQLCODE             PIC -----9.                           00000520
       77  CH-CURSOR-ABERTO       PIC  X(01)         VALUE 'N'.         00000530
       01  H-TIPO-ITEM            PIC  X(01).                           00000540
       01  H-CREATOR              PIC  X(08).                           00000550
       01  H-OBJETO               PIC  X(18).                           00000560
       01  H-GRANTEE              PIC  X(08).                           00000570
       01  H-PRIVILEGIO           PIC  X(08).                           00000580
       01  H-ACAO                 PIC  X(01).                           00000590
       01  H-NPAGES               PIC S9(09) COMP.                      00000600
       01  H-PROGRAMA             PIC  X(08).                           00000610
       01  H-SITUACAO             PIC  X(01).                           00000620
       01  H-APROVADOR            PIC  X(08).                           00000630
       01  H-APROV-CARTAO         PIC  X(08).                           00000640
       01  H-DATA                 PIC S9(09) COMP.                      00000650
      *                                                                 00000660
           EXEC SQL INCLUDE SQLCA END-EXEC.                             00000670
      *                                                                 00000680
           EXEC SQL                                                     00000690
                DECLARE C_APROVADOS CURSOR FOR                          00000700
                SELECT CREATOR, OBJETO, GRANTEE, PRIVILEGIO, ACAO,      00000710
                       APROVADOR,                                       00000720
                       VALUE(YEAR(DT_DECISAO) * 10000                   00000730
                           + MONTH(DT_DECISAO) * 100                    00000740
                           + DAY(DT_DECISAO), 0)                        00000750
                  FROM DB2ADM.DBA_APROVACAO                             00000760
                 WHERE TIPO_ITEM = :H-TIPO-ITEM                         00000770
                   AND SITUACAO  = 'A'                                  00000780
                 ORDER BY DT_DECISAO, CREATOR, OBJETO                   00000790
           END-EXEC.                                                    00000800
      *----------------------------------------------------------------*00000810
      *                                                                *00000820
      *----------------------------------------------------------------*00000830
       LINKAGE     SECTION.                                             00000840
       01  APR-PARM.                                                    00000850
           02  APR-FUNCAO         PIC X(01).                            00000860
           02  APR-PROGRAMA       PIC X(08).                            00000870
           02  APR-TIPO-ITEM      PIC X(01).                            00000880
           02  APR-CREATOR        PIC X(08).                            00000890
           02  APR-OBJETO         PIC X(18).                            00000900
           02  APR-GRANTEE        PIC X(08).                            00000910
           02  APR-PRIVILEGIO     PIC X(08).                            00000920
           02  APR-ACAO           PIC X(01).                            00000930
           02  APR-NPAGES         PIC 9(09).                            00000940
           02  APR-SITUACAO       PIC X(01).                            00000950
           02  APR-APROVADOR      PIC X(08).                            00000960
           02  APR-DATA           PIC 9(08).                            00000970
           02  APR-RETURN-CODE    PIC 9(02).                            00000980
      *----------------------------------------------------------------*00000990
      *                                                                *00001000
      *----------------------------------------------------------------*00001010
       PROCEDURE   DIVISION  USING  APR-PARM.                           00001020
      *----------------------------------------------------------------*00001030
      *                                                                *00001040
      *----------------------------------------------------------------*00001050
       0000-0000-PRINCIPAL.                                             00001060
           MOVE   APR-TIPO-ITEM        TO  H-TIPO-ITEM.                 00001070
           MOVE   APR-CREATOR          TO  H-CREATOR.                   00001080
           MOVE   APR-OBJETO           TO  H-OBJETO.                    00001090
           MOVE   APR-GRANTEE          TO  H-GRANTEE.                   00001100
           MOVE   APR-PRIVILEGIO       TO  H-PRIVILEGIO.                00001110
           MOVE   APR-ACAO             TO  H-ACAO.                      00001120
           MOVE   APR-PROGRAMA         TO  H-PROGRAMA.                  00001130
           EVALUATE APR-FUNCAO                                          00001140
               WHEN 'P'                                                 00001150
                    PERFORM 0100-0000-PENDENCIA THRU 0100-0000-EXIT     00001160
               WHEN 'E'                                                 00001170
                    PERFORM 0300-0000-EXECUTADO THRU 0300-0000-EXIT     00001180
               WHEN 'N'                                                 00001190
                    PERFORM 0400-0000-PROXIMO   THRU 0400-0000-EXIT     00001200
               WHEN 'F'                                                 00001210
                    PERFORM 0500-0000-FIM       THRU 0500-0000-EXIT     00001220
               WHEN OTHER                                               00001230
                    PERFORM 0200-9999-CONSULTA  THRU 0200-9999-EXIT     00001240
           END-EVALUATE.                                                00001250
      *--- RESTAURA O RETURN-CODE DO CHAMADOR (O REGISTRO ESPECIAL      00001260
      *--- VOLTA PARA ELE NO RETORNO DO CALL)                           00001270
           MOVE   APR-RETURN-CODE      TO  RETURN-CODE.                 00001280
           GOBACK.                                                      00001290
       0000-0000-EXIT. EXIT.                                            00001300
      *----------------------------------------------------------------*00001310
      * PENDENCIA: ITEM NOVO ENTRA 'P'; EXECUTADO QUE VOLTA E' REABERTO*00001320
      *----------------------------------------------------------------*00001330
       0100-0000-PENDENCIA.                                             00001340
           IF  APR-NPAGES  NUMERIC                                      00001350
               MOVE   APR-NPAGES       TO  H-NPAGES                     00001360
           ELSE                                                         00001370
               MOVE   +0               TO  H-NPAGES                     00001380
           END-IF.                                                      00001390
           EXEC SQL                                                     00001400
                INSERT INTO DB2ADM.DBA_APROVACAO                        00001410
                       (TIPO_ITEM, CREATOR, OBJETO, GRANTEE,            00001420
                        PRIVILEGIO, ACAO, NPAGES, PROGRAMA_ORIGEM,      00001430
                        DT_INCLUSAO, SITUACAO, APROVADOR)               00001440
                VALUES (:H-TIPO-ITEM, :H-CREATOR, :H-OBJETO,            00001450
                        :H-GRANTEE, :H-PRIVILEGIO, :H-ACAO,             00001460
                        :H-NPAGES, :H-PROGRAMA, CURRENT DATE,           00001470
                        'P', ' ')                                       00001480
           END-EXEC.                                                    00001490
           IF  SQLCODE  EQUAL  -803                                     00001500
               EXEC SQL                                                 00001510
                    UPDATE DB2ADM.DBA_APROVACAO                         00001520
                       SET SITUACAO        = 'P',                       00001530
                           APROVADOR       = ' ',                       00001540
                           DT_DECISAO      = NULL,                      00001550
                           NPAGES          = :H-NPAGES,                 00001560
                           PROGRAMA_ORIGEM = :H-PROGRAMA,               00001570
                           DT_INCLUSAO     = CURRENT DATE               00001580
                     WHERE TIPO_ITEM  = :H-TIPO-ITEM                    00001590
                       AND CREATOR    = :H-CREATOR                      00001600
                       AND OBJETO     = :H-OBJETO                       00001610
                       AND GRANTEE    = :H-GRANTEE                      00001620
                       AND PRIVILEGIO = :H-PRIVILEGIO                   00001630
                       AND ACAO       = :H-ACAO                         00001640
                       AND SITUACAO   = 'E'                             00001650
               END-EXEC                                                 00001660
      *---     ITEM JA' ABERTO: NADA A FAZER, DEVOLVE A SITUACAO ATUAL  00001670
               IF  SQLCODE  EQUAL  +100                                 00001680
                   PERFORM 0200-9999-CONSULTA THRU 0200-9999-EXIT       00001690
                   GO  TO  0100-0000-EXIT                               00001700
               END-IF                                                   00001710
           END-IF.                                                      00001720
           IF  SQLCODE  NOT EQUAL  +0                                   00001730
               MOVE   SQLCODE          TO  WS-SQLCODE                   00001740
               DISPLAY 'DB2APREG - AVISO - FALHA NA PENDENCIA '         00001750
                       APR-CREATOR '.' APR-OBJETO                       00001760
                       ', SQLCODE ' WS-SQLCODE                          00001770
               MOVE   'X'              TO  APR-SITUACAO                 00001780
               GO  TO  0100-0000-EXIT                                   00001790
           END-IF.                                                      00001800
           MOVE   'P'                  TO  H-SITUACAO  APR-SITUACAO.    00001810
           MOVE   SPACES               TO  H-APROVADOR  APR-APROVADOR.  00001820
           MOVE   ZEROS                TO  APR-DATA.                    00001830
           PERFORM 0900-9999-HISTORICO THRU 0900-9999-EXIT.             00001840
       0100-0000-EXIT. EXIT.                                            00001850
      *----------------------------------------------------------------*00001860
      * CONSULTA: SITUACAO, APROVADOR E DATA DA DECISAO DO ITEM        *00001870
      *----------------------------------------------------------------*00001880
       0200-9999-CONSULTA.                                              00001890
           MOVE   SPACES               TO  APR-SITUACAO  APR-APROVADOR. 00001900
           MOVE   ZEROS                TO  APR-DATA.                    00001910
           EXEC SQL                                                     00001920
                SELECT SITUACAO, APROVADOR,                             00001930
                       VALUE(YEAR(DT_DECISAO) * 10000                   00001940
                           + MONTH(DT_DECISAO) * 100                    00001950
                           + DAY(DT_DECISAO), 0)                        00001960
                  INTO :H-SITUACAO, :H-APROVADOR, :H-DATA               00001970
                  FROM DB2ADM.DBA_APROVACAO                             00001980
                 WHERE TIPO_ITEM  = :H-TIPO-ITEM                        00001990
                   AND CREATOR    = :H-CREATOR                          00002000
                   AND OBJETO     = :H-OBJETO                           00002010
                   AND GRANTEE    = :H-GRANTEE                          00002020
                   AND PRIVILEGIO = :H-PRIVILEGIO                       00002030
                   AND ACAO       = :H-ACAO                             00002040
           END-EXEC.                                                    00002050
           IF  SQLCODE  EQUAL  +100                                     00002060
               GO  TO  0200-9999-EXIT                                   00002070
           END-IF.                                                      00002080
           IF  SQLCODE  NOT EQUAL  +0                                   00002090
               MOVE   SQLCODE          TO  WS-SQLCODE                   00002100
               DISPLAY 'DB2APREG - AVISO - FALHA NA CONSULTA '          00002110
                       APR-CREATOR '.' APR-OBJETO                       00002120
                       ', SQLCODE ' WS-SQLCODE                          00002130
               MOVE   'X'              TO  APR-SITUACAO                 00002140
               GO  TO  0200-9999-EXIT                                   00002150
           END-IF.                                                      00002160
           MOVE   H-SITUACAO           TO  APR-SITUACAO.                00002170
           MOVE   H-APROVADOR          TO  APR-APROVADOR.               00002180
           MOVE   H-DATA               TO  APR-DATA.                    00002190
       0200-9999-EXIT. EXIT.                                            00002200
      *----------------------------------------------------------------*00002210
      * EXECUTADO: O BATCH APLICOU O ITEM (DROP GERADO, BASELINE       *00002220
      * ALTERADO). ITEM QUE NAO ESTA' NA TABELA (SO NO CARTAO) OU JA'  *00002230
      * EXECUTADO FICA COMO ESTA'                                      *00002240
      *----------------------------------------------------------------*00002250
       0300-0000-EXECUTADO.                                             00002260
           MOVE   APR-APROVADOR        TO  H-APROV-CARTAO.              00002270
           PERFORM 0200-9999-CONSULTA THRU 0200-9999-EXIT.              00002280
           IF  APR-SITUACAO  EQUAL  SPACES  OR  'E'  OR  'X'            00002290
               GO  TO  0300-0000-EXIT                                   00002300
           END-IF.                                                      00002310
      *--- SEM DECISAO ONLINE VALE O APROVADOR DO CARTAO                00002320
           IF  APR-APROVADOR  EQUAL  SPACES                             00002330
               MOVE   H-APROV-CARTAO   TO  APR-APROVADOR  H-APROVADOR   00002340
           END-IF.                                                      00002350
           EXEC SQL                                                     00002360
                UPDATE DB2ADM.DBA_APROVACAO                             00002370
                   SET SITUACAO   = 'E',                                00002380
                       APROVADOR  = :H-APROVADOR,                       00002390
                       DT_DECISAO = VALUE(DT_DECISAO, CURRENT DATE)     00002400
                 WHERE TIPO_ITEM  = :H-TIPO-ITEM                        00002410
                   AND CREATOR    = :H-CREATOR                          00002420
                   AND OBJETO     = :H-OBJETO                           00002430
                   AND GRANTEE    = :H-GRANTEE                          00002440
                   AND PRIVILEGIO = :H-PRIVILEGIO                       00002450
                   AND ACAO       = :H-ACAO                             00002460
                   AND SITUACAO  <> 'E'                                 00002470
           END-EXEC.                                                    00002480
           IF  SQLCODE  EQUAL  +100                                     00002490
               GO  TO  0300-0000-EXIT                                   00002500
           END-IF.                                                      00002510
           IF  SQLCODE  NOT EQUAL  +0                                   00002520
               MOVE   SQLCODE          TO  WS-SQLCODE                   00002530
               DISPLAY 'DB2APREG - AVISO - FALHA NA MARCACAO '          00002540
                       APR-CREATOR '.' APR-OBJETO                       00002550
                       ', SQLCODE ' WS-SQLCODE                          00002560
               MOVE   'X'              TO  APR-SITUACAO                 00002570
               GO  TO  0300-0000-EXIT                                   00002580
           END-IF.                                                      00002590
           MOVE   'E'                  TO  H-SITUACAO  APR-SITUACAO.    00002600
           PERFORM 0900-9999-HISTORICO THRU 0900-9999-EXIT.             00002610
       0300-0000-EXIT. EXIT.                                            00002620
      *----------------------------------------------------------------*00002630
      * PROXIMO ITEM APROVADO DO TIPO PEDIDO (A MARCACAO 'E' DO ITEM   *00002640
      * LIDO NAO O TIRA DO CURSOR JA' POSICIONADO)                     *00002650
      *----------------------------------------------------------------*00002660
       0400-0000-PROXIMO.                                               00002670
           MOVE   SPACES               TO  APR-SITUACAO.                00002680
           IF  CH-CURSOR-ABERTO  EQUAL  'N'                             00002690
               EXEC SQL OPEN C_APROVADOS END-EXEC                       00002700
               IF  SQLCODE  NOT EQUAL  +0                               00002710
                   MOVE   SQLCODE      TO  WS-SQLCODE                   00002720
                   DISPLAY 'DB2APREG - AVISO - FALHA NO OPEN '          00002730
                           'C_APROVADOS, SQLCODE ' WS-SQLCODE           00002740
                   MOVE   'X'          TO  APR-SITUACAO                 00002750
                   GO  TO  0400-0000-EXIT                               00002760
               END-IF                                                   00002770
               MOVE   'S'              TO  CH-CURSOR-ABERTO             00002780
           END-IF.                                                      00002790
           EXEC SQL                                                     00002800
                FETCH  C_APROVADOS                                      00002810
                 INTO  :H-CREATOR, :H-OBJETO, :H-GRANTEE,               00002820
                       :H-PRIVILEGIO, :H-ACAO, :H-APROVADOR, :H-DATA    00002830
           END-EXEC.                                                    00002840
           IF  SQLCODE  EQUAL  +0                                       00002850
               MOVE   'A'              TO  APR-SITUACAO                 00002860
               MOVE   H-CREATOR        TO  APR-CREATOR                  00002870
               MOVE   H-OBJETO         TO  APR-OBJETO                   00002880
               MOVE   H-GRANTEE        TO  APR-GRANTEE                  00002890
               MOVE   H-PRIVILEGIO     TO  APR-PRIVILEGIO               00002900
               MOVE   H-ACAO           TO  APR-ACAO                     00002910
               MOVE   H-APROVADOR      TO  APR-APROVADOR                00002920
               MOVE   H-DATA           TO  APR-DATA                     00002930
               GO  TO  0400-0000-EXIT                                   00002940
           END-IF.                                                      00002950
           IF  SQLCODE  NOT EQUAL  +100                                 00002960
               MOVE   SQLCODE          TO  WS-SQLCODE                   00002970
               DISPLAY 'DB2APREG - AVISO - FALHA NO FETCH '             00002980
                       'C_APROVADOS, SQLCODE ' WS-SQLCODE               00002990
               MOVE   'X'              TO  APR-SITUACAO                 00003000
           END-IF.                                                      00003010
           EXEC SQL CLOSE C_APROVADOS END-EXEC.                         00003020
           MOVE   'N'                  TO  CH-CURSOR-ABERTO.            00003030
       0400-0000-EXIT. EXIT.                                            00003040
      *----------------------------------------------------------------*00003050
      * FIM DE EXECUCAO: FECHA O CURSOR (SE FICOU ABERTO) E COMMIT     *00003060
      *----------------------------------------------------------------*00003070
       0500-0000-FIM.                                                   00003080
           IF  CH-CURSOR-ABERTO  EQUAL  'S'                             00003090
               EXEC SQL CLOSE C_APROVADOS END-EXEC                      00003100
               MOVE   'N'              TO  CH-CURSOR-ABERTO             00003110
           END-IF.                                                      00003120
           EXEC SQL COMMIT WORK END-EXEC.                               00003130
           IF  SQLCODE  NOT EQUAL  +0                                   00003140
               MOVE   SQLCODE          TO  WS-SQLCODE                   00003150
               DISPLAY 'DB2APREG - AVISO - FALHA NO COMMIT, SQLCODE '   00003160
                       WS-SQLCODE                                       00003170
               MOVE   'X'              TO  APR-SITUACAO                 00003180
           END-IF.                                                      00003190
       0500-0000-EXIT. EXIT.                                            00003200
      *----------------------------------------------------------------*00003210
      * HISTORICO DA MUDANCA DE SITUACAO                               *00003220
      *----------------------------------------------------------------*00003230
       0900-9999-HISTORICO.                                             00003240
           EXEC SQL                                                     00003250
                INSERT INTO DB2ADM.DBA_APROVACAO_HIST                   00003260
                       (TIPO_ITEM, CREATOR, OBJETO, GRANTEE,            00003270
                        PRIVILEGIO, ACAO, SITUACAO, APROVADOR,          00003280
                        USUARIO, TERMINAL, PROGRAMA, TS_EVENTO)         00003290
                VALUES (:H-TIPO-ITEM, :H-CREATOR, :H-OBJETO,            00003300
                        :H-GRANTEE, :H-PRIVILEGIO, :H-ACAO,             00003310
                        :H-SITUACAO, :H-APROVADOR, USER, 'BTCH',        00003320
                        :H-PROGRAMA, CURRENT TIMESTAMP)                 00003330
           END-EXEC.                                                    00003340
           IF  SQLCODE  NOT EQUAL  +0                                   00003350
               MOVE   SQLCODE          TO  WS-SQLCODE                   00003360
               DISPLAY 'DB2APREG - AVISO - FALHA NO HISTORICO '         00003370
                       APR-CREATOR '.' APR-OBJETO                       00003380
                       ', SQLCODE ' WS-SQLCODE                          00003390
               MOVE   'X'              TO  APR-SITUACAO                 00003400
           END-IF.                                                      00003410
       0900-9999-EXIT. EXIT.                                            00003420
