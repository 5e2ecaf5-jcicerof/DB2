       IDENTIFICATION DIVISION.                                         00000010
       PROGRAM-ID.    DB2DBAD.                                          00000020
      *----------------------------------------------------------------*00000030
      * DATA:  OUT/2026                                                *00000040
      * OBJETIVOS: CONSULTA ONLINE DE DEPENDENCIAS DE UMA TABELA, NO   *00000050
      *   MOLDE DO DB2DBAI E DESPACHADA PELO DBCALLER (AUTORIZADA EM   *00000060
      *   DB2ADM.DBA_PROGRAMA_AUT COMO O DB2DBAI). RESPONDE "QUEM      *00000070
      *   DEPENDE DESTA TABELA?" SEM RODAR O DB2LSTDP EM BATCH.        *00000080
      *   DADO CREATOR.TABELA, SO' O PRIMEIRO NIVEL (A NAVEGACAO       *00000090
      *   PROFUNDA CONTINUA NO DB2LSTDP):                              *00000100
      *   - TABELAS PAI E FILHAS DIRETAS (SYSIBM.SYSRELS), COM O NOME  *00000110
      *     DO RELACIONAMENTO E A REGRA DE DELECAO;                    *00000120
      *   - PACOTES (SYSIBM.SYSPACKDEP) E PLANOS (SYSIBM.SYSPLANDEP)   *00000130
      *     DEPENDENTES.                                               *00000140
      *   O RESUMO (QTD DE PAIS, FILHAS, PACOTES E PLANOS) VOLTA       *00000150
      *   SEMPRE. O DETALHE SEGUE O PROTOCOLO DE CONTINUACAO DO        *00000160
      *   DB2DBAI - DBAD-FUNCAO 'P' (PAIS), 'F' (FILHAS) OU 'D'        *00000170
      *   (PACOTES E PLANOS) COM DBAD-POSICAO N DEVOLVE UMA PAGINA DE  *00000180
      *   ATE 10 ENTRADAS E A PROXIMA POSICAO (0 = FIM); FUNCAO EM     *00000190
      *   BRANCO DEVOLVE SO' O RESUMO.                                 *00000200
      *   REGRA DE DELECAO: C CASCADE, R RESTRICT, N SET NULL,         *00000210
      *   A NO ACTION.                                                 *00000220
      *   RETORNOS (DBAD-RETORNO): OK, NF (TABELA NAO EXISTE), IV      *00000230
      *   (FUNCAO INVALIDA), ER (ERRO DE SQL).                         *00000240
      *   OUT/26 - ERRO DB2 PASSA PELA ROTINA ONLINE DB2ERROC (LINK):  *00000241
      *     A MENSAGEM COMPLETA DO DSNTIAC (COM O RECURSO DO -904)     *00000242
      *     VOLTA EM DBAD-MSG-ERRO - 4 LINHAS DE 79 ACRESCENTADAS NO   *00000243
      *     FIM DO COMMAREA - E O ERRO VAI PARA O ERRLOG COM           *00000244
      *     TRANSACAO, USUARIO E TERMINAL.                             *00000245
      *     O TEXTO SO VOLTA NO ERRO E PARA O CHAMADOR QUE TRAZ        *00000246
      *     DBAD-VERSAO '2' (COMMAREA COM A AREA DE MENSAGENS); COM A  *00000247
      *     VERSAO EM BRANCO, COMO NOS CHAMADORES ANTIGOS, NADA E'     *00000248
      *     GRAVADO ALEM DO LAYOUT ORIGINAL.                           *00000249
      * AREA RESPONSAVEL: ADMINISTRACAO DE BANCO DE DADOS              *00000250
      *----------------------------------------------------------------*00000260
       ENVIRONMENT    DIVISION.                                         00000270
      *----------------------------------------------------------------*00000280
      *                                                                *00000290
      *----------------------------------------------------------------*00000300
       DATA DIVISION.                                                   00000310
      *----------------------------------------------------------------*00000320
      *                                                                *00000330
      *----------------------------------------------------------------*00000340
       WORKING-STORAGE SECTION.                                         00000350
      *----------------------------------------------------------------*00000360
      * AREAS AUXILIARES                                               *00000370
      *----------------------------------------------------------------*00000380
       01  FILLER.                                                      00000390
           02   WS-SQLCODE                  PIC -----9.                 00000400
           02   WS-QTD-PAIS                 PIC S9(04) COMP VALUE +0.   00000410
           02   WS-QTD-FILHAS               PIC S9(04) COMP VALUE +0.   00000420
           02   WS-QTD-PACOTES              PIC S9(04) COMP VALUE +0.   00000430
           02   WS-QTD-PLANOS               PIC S9(04) COMP VALUE +0.   00000440
           02   WS-QTD-PULADAS              PIC S9(04) COMP VALUE +0.   00000450
           02   WS-QTD-PAGINA               PIC S9(04) COMP VALUE +0.   00000460
      *----------------------------------------------------------------*00000470
      * HOSTS SYSIBM.SYSTABLES - VERIFICACAO DE EXISTENCIA             *00000480
      *----------------------------------------------------------------*00000490
       01  H-CREATOR                    PIC  X(08).                     00000500
       01  H-NAME.                                                      00000510
           49  H-NAME-L                 PIC S9(04) COMP.                00000520
           49  H-NAME-T                 PIC  X(18).                     00000530
       01  H-DBNAME                     PIC  X(08).                     00000540
      *----------------------------------------------------------------*00000550
      * HOSTS SYSIBM.SYSRELS (TABELA DO OUTRO LADO DO RELACIONAMENTO)  *00000560
      *----------------------------------------------------------------*00000570
       01  H-REL-CREATOR                PIC  X(08).                     00000580
       01  H-REL-TBNAME.                                                00000590
           49  H-REL-TBNAME-L           PIC S9(04) COMP.                00000600
           49  H-REL-TBNAME-T           PIC  X(18).                     00000610
       01  H-RELNAME                    PIC  X(08).                     00000620
       01  H-DELETERULE                 PIC  X(01).                     00000630
      *----------------------------------------------------------------*00000640
      * HOSTS SYSIBM.SYSPACKDEP / SYSPLANDEP                           *00000650
      *----------------------------------------------------------------*00000660
       01  H-DEP-TIPO                   PIC  X(01).                     00000670
       01  H-DEP-COLLID                 PIC  X(18).                     00000680
       01  H-DEP-NOME                   PIC  X(08).                     00000690
       01  N88-FIM-DETALHE              PIC  X(01)      VALUE 'N'.      00000700
           88  FIM-DETALHE                              VALUE 'S'.      00000710
      *----------------------------------------------------------------*00000711
      * PARAMETRO DA ROTINA COMUM DE ERRO ONLINE (DB2ERROC, VIA LINK)  *00000712
      *----------------------------------------------------------------*00000713
       01  ERRC-PARM.                                                   00000714
           02  ERRC-PROGRAMA      PIC X(08)       VALUE 'DB2DBAD'.      00000715
           02  ERRC-CONTEXTO      PIC X(30)       VALUE SPACES.         00000716
           02  ERRC-RESP          PIC S9(08) COMP VALUE +0.             00000717
           02  ERRC-RESP2         PIC S9(08) COMP VALUE +0.             00000718
           02  ERRC-SQLCA         PIC X(136)      VALUE SPACES.         00000719
           02  ERRC-MENSAGENS.                                          00000720
               03  ERRC-MSG-LINHA OCCURS  4  TIMES   PIC X(79).         00000721
           02  ERRC-RETRY-AVISADO PIC X(01)       VALUE 'N'.            00000722
       01  WS-RESP-ERROC          PIC S9(08) COMP VALUE +0.             00000723
      *----------------------------------------------------------------*00000724
      *                                                                *00000730
      *----------------------------------------------------------------*00000740
           EXEC SQL INCLUDE SQLCA END-EXEC.                             00000750
      *----------------------------------------------------------------*00000760
      *                                                                *00000770
      *----------------------------------------------------------------*00000780
       LINKAGE          SECTION.                                        00000790
       01  DBAD-COMMAREA.                                               00000800
           03  DBAD-CREATOR              PIC  X(08).                    00000810
           03  DBAD-TABLE                PIC  X(18).                    00000820
           03  DBAD-RETORNO              PIC  X(02).                    00000830
           03  DBAD-FUNCAO               PIC  X(01).                    00000840
           03  DBAD-POSICAO              PIC  9(04).                    00000850
           03  DBAD-PROX-POSICAO         PIC  9(04).                    00000860
           03  DBAD-QTD-DEVOLVIDA        PIC  9(02).                    00000870
           03  DBAD-RESUMO.                                             00000880
               05  DBAD-QTD-PAIS         PIC  9(04).                    00000890
               05  DBAD-QTD-FILHAS       PIC  9(04).                    00000900
               05  DBAD-QTD-PACOTES      PIC  9(04).                    00000910
               05  DBAD-QTD-PLANOS       PIC  9(04).                    00000920
           03  DBAD-DETALHE              OCCURS 10 TIMES.               00000930
               05  DET-RELACAO.                                         00000940
                   07  DETR-CREATOR      PIC  X(08).                    00000950
                   07  DETR-TABELA       PIC  X(18).                    00000960
                   07  DETR-RELNAME      PIC  X(08).                    00000970
                   07  DETR-DELETERULE   PIC  X(01).                    00000980
                   07  DETR-REGRA-TXT    PIC  X(09).                    00000990
               05  DET-DEPENDENTE  REDEFINES  DET-RELACAO.              00001000
                   07  DETD-TIPO         PIC  X(01).                    00001010
                   07  DETD-TIPO-TXT     PIC  X(06).                    00001020
                   07  DETD-COLLID       PIC  X(18).                    00001030
                   07  DETD-NOME         PIC  X(08).                    00001040
                   07  FILLER            PIC  X(11).                    00001050
           03  DBAD-VERSAO               PIC  X(01).                    00001053
               88  DBAD-VERSAO-MENSAGENS            VALUE '2'.          00001056
           03  FILLER                    PIC  X(49).                    00001059
           03  DBAD-MENSAGENS.                                          00001063
               05  DBAD-MSG-ERRO         OCCURS 4 TIMES PIC X(79).      00001066
      *----------------------------------------------------------------*00001070
      *                                                                *00001080
      *----------------------------------------------------------------*00001090
       PROCEDURE  DIVISION  USING  DBAD-COMMAREA.                       00001100
       0000-0000-PRINCIPAL.                                             00001110
           MOVE   SPACES               TO   DBAD-RETORNO.               00001120
           MOVE   ZEROS                TO   DBAD-QTD-PAIS               00001130
                                            DBAD-QTD-FILHAS             00001140
                                            DBAD-QTD-PACOTES            00001150
                                            DBAD-QTD-PLANOS             00001160
                                            DBAD-PROX-POSICAO           00001170
                                            DBAD-QTD-DEVOLVIDA.         00001180
           MOVE   DBAD-CREATOR         TO   H-CREATOR.                  00001190
           MOVE   +18                  TO   H-NAME-L.                   00001200
           MOVE   DBAD-TABLE           TO   H-NAME-T.                   00001210
           IF  DBAD-FUNCAO  NOT EQUAL  SPACES  AND  'P'  AND  'F'       00001220
                                       AND  'D'                         00001230
               MOVE   'IV'             TO   DBAD-RETORNO                00001240
               GOBACK                                                   00001250
           END-IF.                                                      00001260
           PERFORM  0100-0000-VERIFICA-TABELA THRU 0100-0000-EXIT.      00001270
           IF  DBAD-RETORNO  EQUAL  'NF'                                00001280
               GOBACK                                                   00001290
           END-IF.                                                      00001300
           PERFORM  0200-0000-RESUMO THRU 0200-0000-EXIT.               00001310
      *--- DETALHE ROLAVEL: 'P' PAIS, 'F' FILHAS, 'D' PACOTES E PLANOS  00001320
           IF  DBAD-FUNCAO  NOT EQUAL  SPACES                           00001330
               IF  DBAD-POSICAO  NOT NUMERIC                            00001340
                   OR  DBAD-POSICAO  EQUAL  ZEROS                       00001350
                   MOVE  1             TO   DBAD-POSICAO                00001360
               END-IF                                                   00001370
               MOVE   +0               TO   WS-QTD-PULADAS              00001380
                                            WS-QTD-PAGINA               00001390
               MOVE   'N'              TO   N88-FIM-DETALHE             00001400
           END-IF.                                                      00001410
           EVALUATE DBAD-FUNCAO                                         00001420
               WHEN 'P'                                                 00001430
                    PERFORM  0300-0000-DETALHE-PAIS THRU 0300-0000-EXIT 00001440
               WHEN 'F'                                                 00001450
                    PERFORM  0400-0000-DETALHE-FILHAS                   00001460
                        THRU 0400-0000-EXIT                             00001470
               WHEN 'D'                                                 00001480
                    PERFORM  0500-0000-DETALHE-DEPEND                   00001490
                        THRU 0500-0000-EXIT                             00001500
           END-EVALUATE.                                                00001510
           IF  DBAD-FUNCAO  NOT EQUAL  SPACES                           00001520
               IF  NOT FIM-DETALHE                                      00001530
                   COMPUTE DBAD-PROX-POSICAO =                          00001540
                           DBAD-POSICAO + WS-QTD-PAGINA                 00001550
               END-IF                                                   00001560
               MOVE   WS-QTD-PAGINA    TO   DBAD-QTD-DEVOLVIDA          00001570
           END-IF.                                                      00001580
           MOVE   'OK'                 TO   DBAD-RETORNO.               00001590
           GOBACK.                                                      00001600
       0000-0000-EXIT. EXIT.                                            00001610
      *----------------------------------------------------------------*00001620
      * CONFIRMA QUE CREATOR.TABELA EXISTE EM SYSIBM.SYSTABLES         *00001630
      *----------------------------------------------------------------*00001640
       0100-0000-VERIFICA-TABELA.                                       00001650
           MOVE   SPACES               TO   H-DBNAME.                   00001660
           EXEC SQL                                                     00001670
                SELECT DBNAME                                           00001680
                  INTO :H-DBNAME                                        00001690
                  FROM SYSIBM.SYSTABLES                                 00001700
                 WHERE CREATOR = :H-CREATOR                             00001710
                   AND NAME    = :H-NAME                                00001720
           END-EXEC.                                                    00001730
           IF  SQLCODE  EQUAL  +0                                       00001740
               NEXT  SENTENCE                                           00001750
           ELSE                                                         00001760
             IF  SQLCODE  EQUAL  +100                                   00001770
                 MOVE  'NF'             TO  DBAD-RETORNO                00001780
             ELSE                                                       00001790
                 DISPLAY '*** ERRO NO SELECT SYSTABLES DBAD'            00001800
                 PERFORM  9999-9999-ERRO-DB2  THRU 9999-9999-EXIT       00001810
             END-IF                                                     00001820
           END-IF.                                                      00001830
       0100-0000-EXIT. EXIT.                                            00001840
      *----------------------------------------------------------------*00001850
      * RESUMO: QTD DE PAIS E FILHAS DIRETAS (SYSRELS) E DE PACOTES E  *00001860
      * PLANOS DEPENDENTES (SYSPACKDEP / SYSPLANDEP)                   *00001870
      *----------------------------------------------------------------*00001880
       0200-0000-RESUMO.                                                00001890
           EXEC SQL                                                     00001900
                SELECT COUNT(*)                                         00001910
                  INTO :WS-QTD-PAIS                                     00001920
                  FROM SYSIBM.SYSRELS                                   00001930
                 WHERE CREATOR = :H-CREATOR                             00001940
                   AND TBNAME  = :H-NAME                                00001950
           END-EXEC.                                                    00001960
           IF  SQLCODE  NOT EQUAL  +0                                   00001970
               DISPLAY '*** ERRO NO COUNT SYSRELS (PAIS) DBAD'          00001980
               PERFORM  9999-9999-ERRO-DB2  THRU 9999-9999-EXIT         00001990
           END-IF.                                                      00002000
           EXEC SQL                                                     00002010
                SELECT COUNT(*)                                         00002020
                  INTO :WS-QTD-FILHAS                                   00002030
                  FROM SYSIBM.SYSRELS                                   00002040
                 WHERE REFTBCREATOR = :H-CREATOR                        00002050
                   AND REFTBNAME    = :H-NAME                           00002060
           END-EXEC.                                                    00002070
           IF  SQLCODE  NOT EQUAL  +0                                   00002080
               DISPLAY '*** ERRO NO COUNT SYSRELS (FILHAS) DBAD'        00002090
               PERFORM  9999-9999-ERRO-DB2  THRU 9999-9999-EXIT         00002100
           END-IF.                                                      00002110
           EXEC SQL                                                     00002120
                SELECT COUNT(*)                                         00002130
                  INTO :WS-QTD-PACOTES                                  00002140
                  FROM SYSIBM.SYSPACKDEP                                00002150
                 WHERE BQUALIFIER = :H-CREATOR                          00002160
                   AND BNAME      = :H-NAME                             00002170
                   AND BTYPE      = 'T'                                 00002180
           END-EXEC.                                                    00002190
           IF  SQLCODE  NOT EQUAL  +0                                   00002200
               DISPLAY '*** ERRO NO COUNT SYSPACKDEP DBAD'              00002210
               PERFORM  9999-9999-ERRO-DB2  THRU 9999-9999-EXIT         00002220
           END-IF.                                                      00002230
           EXEC SQL                                                     00002240
                SELECT COUNT(*)                                         00002250
                  INTO :WS-QTD-PLANOS                                   00002260
                  FROM SYSIBM.SYSPLANDEP                                00002270
                 WHERE BCREATOR = :H-CREATOR                            00002280
                   AND BNAME    = :H-NAME                               00002290
                   AND BTYPE    = 'T'                                   00002300
           END-EXEC.                                                    00002310
           IF  SQLCODE  NOT EQUAL  +0                                   00002320
               DISPLAY '*** ERRO NO COUNT SYSPLANDEP DBAD'              00002330
               PERFORM  9999-9999-ERRO-DB2  THRU 9999-9999-EXIT         00002340
           END-IF.                                                      00002350
           MOVE   WS-QTD-PAIS          TO   DBAD-QTD-PAIS.              00002360
           MOVE   WS-QTD-FILHAS        TO   DBAD-QTD-FILHAS.            00002370
           MOVE   WS-QTD-PACOTES       TO   DBAD-QTD-PACOTES.           00002380
           MOVE   WS-QTD-PLANOS        TO   DBAD-QTD-PLANOS.            00002390
       0200-0000-EXIT. EXIT.                                            00002400
      *----------------------------------------------------------------*00002410
      * PAGINA DE TABELAS PAI (A TABELA E' A DEPENDENTE NO SYSRELS)    *00002420
      * A PARTIR DE DBAD-POSICAO (ATE 10)                              *00002430
      *----------------------------------------------------------------*00002440
       0300-0000-DETALHE-PAIS.                                          00002450
           EXEC SQL                                                     00002460
                DECLARE C_PAIS CURSOR FOR                               00002470
                SELECT REFTBCREATOR, REFTBNAME, RELNAME, DELETERULE     00002480
                  FROM SYSIBM.SYSRELS                                   00002490
                 WHERE CREATOR = :H-CREATOR                             00002500
                   AND TBNAME  = :H-NAME                                00002510
                 ORDER BY REFTBCREATOR, REFTBNAME, RELNAME              00002520
           END-EXEC.                                                    00002530
           EXEC SQL OPEN C_PAIS END-EXEC.                               00002540
           IF  SQLCODE  NOT EQUAL  +0                                   00002550
               DISPLAY '*** ERRO NO OPEN C_PAIS'                        00002560
               PERFORM  9999-9999-ERRO-DB2  THRU 9999-9999-EXIT         00002570
           END-IF.                                                      00002580
           PERFORM  0310-0300-UM-PAI THRU 0310-0300-EXIT                00002590
             UNTIL FIM-DETALHE                                          00002600
                OR WS-QTD-PAGINA  NOT LESS  +10.                        00002610
           EXEC SQL CLOSE C_PAIS END-EXEC.                              00002620
           IF  SQLCODE  NOT EQUAL  +0                                   00002630
               DISPLAY '*** ERRO NO CLOSE C_PAIS'                       00002640
               PERFORM  9999-9999-ERRO-DB2  THRU 9999-9999-EXIT         00002650
           END-IF.                                                      00002660
       0300-0000-EXIT. EXIT.                                            00002670
      *----------------------------------------------------------------*00002680
      *                                                                *00002690
      *----------------------------------------------------------------*00002700
       0310-0300-UM-PAI.                                                00002710
           MOVE   +18                  TO   H-REL-TBNAME-L.             00002720
           EXEC SQL                                                     00002730
                FETCH  C_PAIS                                           00002740
                 INTO  :H-REL-CREATOR, :H-REL-TBNAME,                   00002750
                       :H-RELNAME,     :H-DELETERULE                    00002760
           END-EXEC.                                                    00002770
           IF  SQLCODE  EQUAL  +100                                     00002780
               MOVE   'S'              TO   N88-FIM-DETALHE             00002790
               GO  TO  0310-0300-EXIT                                   00002800
           END-IF.                                                      00002810
           IF  SQLCODE  NOT EQUAL  +0                                   00002820
               DISPLAY '*** ERRO NO FETCH C_PAIS'                       00002830
               PERFORM  9999-9999-ERRO-DB2  THRU 9999-9999-EXIT         00002840
           END-IF.                                                      00002850
      *--- PULA AS LINHAS ANTERIORES A POSICAO PEDIDA                   00002860
           ADD    +1                   TO   WS-QTD-PULADAS.             00002870
           IF  WS-QTD-PULADAS  LESS  DBAD-POSICAO                       00002880
               GO  TO  0310-0300-EXIT                                   00002890
           END-IF.                                                      00002900
           PERFORM  0600-9999-MONTA-RELACAO THRU 0600-9999-EXIT.        00002910
       0310-0300-EXIT. EXIT.                                            00002920
      *----------------------------------------------------------------*00002930
      * PAGINA DE TABELAS FILHAS (A TABELA E' A PAI NO SYSRELS)        *00002940
      * A PARTIR DE DBAD-POSICAO (ATE 10)                              *00002950
      *----------------------------------------------------------------*00002960
       0400-0000-DETALHE-FILHAS.                                        00002970
           EXEC SQL                                                     00002980
                DECLARE C_FILHAS CURSOR FOR                             00002990
                SELECT CREATOR, TBNAME, RELNAME, DELETERULE             00003000
                  FROM SYSIBM.SYSRELS                                   00003010
                 WHERE REFTBCREATOR = :H-CREATOR                        00003020
                   AND REFTBNAME    = :H-NAME                           00003030
                 ORDER BY CREATOR, TBNAME, RELNAME                      00003040
           END-EXEC.                                                    00003050
           EXEC SQL OPEN C_FILHAS END-EXEC.                             00003060
           IF  SQLCODE  NOT EQUAL  +0                                   00003070
               DISPLAY '*** ERRO NO OPEN C_FILHAS'                      00003080
               PERFORM  9999-9999-ERRO-DB2  THRU 9999-9999-EXIT         00003090
           END-IF.                                                      00003100
           PERFORM  0410-0400-UMA-FILHA THRU 0410-0400-EXIT             00003110
             UNTIL FIM-DETALHE                                          00003120
                OR WS-QTD-PAGINA  NOT LESS  +10.                        00003130
           EXEC SQL CLOSE C_FILHAS END-EXEC.                            00003140
           IF  SQLCODE  NOT EQUAL  +0                                   00003150
               DISPLAY '*** ERRO NO CLOSE C_FILHAS'                     00003160
               PERFORM  9999-9999-ERRO-DB2  THRU 9999-9999-EXIT         00003170
           END-IF.                                                      00003180
       0400-0000-EXIT. EXIT.                                            00003190
      *----------------------------------------------------------------*00003200
      *                                                                *00003210
      *----------------------------------------------------------------*00003220
       0410-0400-UMA-FILHA.                                             00003230
           MOVE   +18                  TO   H-REL-TBNAME-L.             00003240
           EXEC SQL                                                     00003250
                FETCH  C_FILHAS                                         00003260
                 INTO  :H-REL-CREATOR, :H-REL-TBNAME,                   00003270
                       :H-RELNAME,     :H-DELETERULE                    00003280
           END-EXEC.                                                    00003290
           IF  SQLCODE  EQUAL  +100                                     00003300
               MOVE   'S'              TO   N88-FIM-DETALHE             00003310
               GO  TO  0410-0400-EXIT                                   00003320
           END-IF.                                                      00003330
           IF  SQLCODE  NOT EQUAL  +0                                   00003340
               DISPLAY '*** ERRO NO FETCH C_FILHAS'                     00003350
               PERFORM  9999-9999-ERRO-DB2  THRU 9999-9999-EXIT         00003360
           END-IF.                                                      00003370
           ADD    +1                   TO   WS-QTD-PULADAS.             00003380
           IF  WS-QTD-PULADAS  LESS  DBAD-POSICAO                       00003390
               GO  TO  0410-0400-EXIT                                   00003400
           END-IF.                                                      00003410
           PERFORM  0600-9999-MONTA-RELACAO THRU 0600-9999-EXIT.        00003420
       0410-0400-EXIT. EXIT.                                            00003430
      *----------------------------------------------------------------*00003440
      * PAGINA DE PACOTES E PLANOS DEPENDENTES A PARTIR DE             *00003450
      * DBAD-POSICAO (ATE 10) - PACOTES PRIMEIRO, POR COLECAO/NOME     *00003460
      *----------------------------------------------------------------*00003470
       0500-0000-DETALHE-DEPEND.                                        00003480
           EXEC SQL                                                     00003490
                DECLARE C_DEPEND CURSOR FOR                             00003500
                SELECT 'K', DCOLLID, DNAME                              00003510
                  FROM SYSIBM.SYSPACKDEP                                00003520
                 WHERE BQUALIFIER = :H-CREATOR                          00003530
                   AND BNAME      = :H-NAME                             00003540
                   AND BTYPE      = 'T'                                 00003550
                UNION ALL                                               00003560
                SELECT 'L', ' ', DNAME                                  00003570
                  FROM SYSIBM.SYSPLANDEP                                00003580
                 WHERE BCREATOR = :H-CREATOR                            00003590
                   AND BNAME    = :H-NAME                               00003600
                   AND BTYPE    = 'T'                                   00003610
                 ORDER BY 1, 2, 3                                       00003620
           END-EXEC.                                                    00003630
           EXEC SQL OPEN C_DEPEND END-EXEC.                             00003640
           IF  SQLCODE  NOT EQUAL  +0                                   00003650
               DISPLAY '*** ERRO NO OPEN C_DEPEND'                      00003660
               PERFORM  9999-9999-ERRO-DB2  THRU 9999-9999-EXIT         00003670
           END-IF.                                                      00003680
           PERFORM  0510-0500-UM-DEPENDENTE THRU 0510-0500-EXIT         00003690
             UNTIL FIM-DETALHE                                          00003700
                OR WS-QTD-PAGINA  NOT LESS  +10.                        00003710
           EXEC SQL CLOSE C_DEPEND END-EXEC.                            00003720
           IF  SQLCODE  NOT EQUAL  +0                                   00003730
               DISPLAY '*** ERRO NO CLOSE C_DEPEND'                     00003740
               PERFORM  9999-9999-ERRO-DB2  THRU 9999-9999-EXIT         00003750
           END-IF.                                                      00003760
       0500-0000-EXIT. EXIT.                                            00003770
      *----------------------------------------------------------------*00003780
      *                                                                *00003790
      *----------------------------------------------------------------*00003800
       0510-0500-UM-DEPENDENTE.                                         00003810
           EXEC SQL                                                     00003820
                FETCH  C_DEPEND                                         00003830
                 INTO  :H-DEP-TIPO, :H-DEP-COLLID, :H-DEP-NOME          00003840
           END-EXEC.                                                    00003850
           IF  SQLCODE  EQUAL  +100                                     00003860
               MOVE   'S'              TO   N88-FIM-DETALHE             00003870
               GO  TO  0510-0500-EXIT                                   00003880
           END-IF.                                                      00003890
           IF  SQLCODE  NOT EQUAL  +0                                   00003900
               DISPLAY '*** ERRO NO FETCH C_DEPEND'                     00003910
               PERFORM  9999-9999-ERRO-DB2  THRU 9999-9999-EXIT         00003920
           END-IF.                                                      00003930
           ADD    +1                   TO   WS-QTD-PULADAS.             00003940
           IF  WS-QTD-PULADAS  LESS  DBAD-POSICAO                       00003950
               GO  TO  0510-0500-EXIT                                   00003960
           END-IF.                                                      00003970
           ADD    +1                   TO   WS-QTD-PAGINA.              00003980
           MOVE   SPACES               TO   DET-RELACAO(WS-QTD-PAGINA). 00003990
           MOVE   H-DEP-TIPO           TO   DETD-TIPO(WS-QTD-PAGINA).   00004000
           IF  H-DEP-TIPO  EQUAL  'K'                                   00004010
               MOVE   'PACOTE'         TO   DETD-TIPO-TXT(WS-QTD-PAGINA)00004020
           ELSE                                                         00004030
               MOVE   'PLANO'          TO   DETD-TIPO-TXT(WS-QTD-PAGINA)00004040
           END-IF.                                                      00004050
           MOVE   H-DEP-COLLID         TO   DETD-COLLID(WS-QTD-PAGINA). 00004060
           MOVE   H-DEP-NOME           TO   DETD-NOME(WS-QTD-PAGINA).   00004070
       0510-0500-EXIT. EXIT.                                            00004080
      *----------------------------------------------------------------*00004090
      * MONTA UMA LINHA DE RELACIONAMENTO (PAI OU FILHA) NA PAGINA     *00004100
      *----------------------------------------------------------------*00004110
       0600-9999-MONTA-RELACAO.                                         00004120
           ADD    +1                   TO   WS-QTD-PAGINA.              00004130
           MOVE   SPACES               TO   DET-RELACAO(WS-QTD-PAGINA). 00004140
           MOVE   H-REL-CREATOR        TO   DETR-CREATOR(WS-QTD-PAGINA).00004150
           MOVE   H-REL-TBNAME-T(1:H-REL-TBNAME-L)                      00004160
             TO   DETR-TABELA(WS-QTD-PAGINA).                           00004170
           MOVE   H-RELNAME            TO   DETR-RELNAME(WS-QTD-PAGINA).00004180
           MOVE   H-DELETERULE                                          00004190
             TO   DETR-DELETERULE(WS-QTD-PAGINA).                       00004200
           EVALUATE H-DELETERULE                                        00004210
               WHEN 'C'                                                 00004220
                    MOVE 'CASCADE'                                      00004230
                      TO   DETR-REGRA-TXT(WS-QTD-PAGINA)                00004240
               WHEN 'R'                                                 00004250
                    MOVE 'RESTRICT'                                     00004260
                      TO   DETR-REGRA-TXT(WS-QTD-PAGINA)                00004270
               WHEN 'N'                                                 00004280
                    MOVE 'SET NULL'                                     00004290
                      TO   DETR-REGRA-TXT(WS-QTD-PAGINA)                00004300
               WHEN 'A'                                                 00004310
                    MOVE 'NO ACTION'                                    00004320
                      TO   DETR-REGRA-TXT(WS-QTD-PAGINA)                00004330
           END-EVALUATE.                                                00004340
       0600-9999-EXIT. EXIT.                                            00004350
      *----------------------------------------------------------------*00004351
      * ROTINA COMUM DE ERRO ONLINE: FORMATA A MENSAGEM, REGISTRA NO   *00004352
      * ERRLOG (VIA FILA DBERRO) E DEVOLVE O TEXTO NO COMMAREA         *00004353
      *----------------------------------------------------------------*00004354
       9990-9999-REGISTRA-ERRO.                                         00004355
           EXEC CICS                                                    00004356
               LINK  PROGRAM('DB2ERROC')                                00004357
                     COMMAREA(ERRC-PARM)                                00004358
                     LENGTH(LENGTH OF ERRC-PARM)                        00004359
                     RESP(WS-RESP-ERROC)                                00004360
           END-EXEC.                                                    00004361
           IF  WS-RESP-ERROC  EQUAL  +0                                 00004362
               IF  DBAD-VERSAO-MENSAGENS                                00004363
                   MOVE   ERRC-MENSAGENS   TO  DBAD-MENSAGENS           00004364
               END-IF                                                   00004365
           ELSE                                                         00004366
               DISPLAY '*** DB2DBAD - AVISO - LINK DB2ERROC FALHOU'     00004367
           END-IF.                                                      00004368
       9990-9999-EXIT. EXIT.                                            00004369
      *----------------------------------------------------------------*00004370
      * TRATAMENTO PADRAO DE ERRO DB2 - CONSULTA ONLINE, NAO ABENDA;   *00004371
      * DEVOLVE O ERRO NO COMMAREA PARA O CHAMADOR TRATAR              *00004380
      *----------------------------------------------------------------*00004390
       9999-9999-ERRO-DB2.                                              00004400
           MOVE   SQLCODE              TO  WS-SQLCODE.                  00004410
           DISPLAY '*** SQLCODE  ' WS-SQLCODE.                          00004420
           DISPLAY '    SQLERRMC ' SQLERRMC.                            00004430
           DISPLAY '    SQLSTATE ' SQLSTATE.                            00004440
      *--- FORMATA A MENSAGEM (DSNTIAC) E REGISTRA NO ERRLOG            00004441
           MOVE   +0                   TO  ERRC-RESP                    00004442
                                           ERRC-RESP2.                  00004443
           MOVE   SQLCA                TO  ERRC-SQLCA.                  00004444
           MOVE   SPACES               TO  ERRC-CONTEXTO.               00004445
           STRING DBAD-CREATOR     DELIMITED BY SPACE                   00004446
                  '.'              DELIMITED BY SIZE                    00004447
                  DBAD-TABLE       DELIMITED BY SPACE                   00004448
                  INTO ERRC-CONTEXTO.                                   00004449
           PERFORM 9990-9999-REGISTRA-ERRO THRU 9990-9999-EXIT.         00004450
           MOVE   'ER'                 TO  DBAD-RETORNO.                00004451
           GOBACK.                                                      00004460
       9999-9999-EXIT. EXIT.                                            00004470
