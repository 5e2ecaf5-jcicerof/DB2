       IDENTIFICATION DIVISION.                                         00000010
       PROGRAM-ID.    DB2TOPSQ.                                         00000020
      *----------------------------------------------------------------*00000030
      * DATA:  OUT/2026                                                *00000040
      * OBJETIVOS: RELATORIO DIARIO DO SQL DINAMICO QUE MAIS CONSOME   *00000050
      *   ("QUEM ESTA QUEIMANDO CPU"). O DB2RBIND/DB2PTBRL SO ENXERGAM *00000060
      *   AS PACKAGES ESTATICAS; O DINAMICO (DRDA, JDBC, QMF) SO       *00000070
      *   APARECE NO CACHE DE COMANDOS.                                *00000080
      *   - EXPLAIN STMTCACHE ALL, QUE GRAVA O CACHE NA                *00000090
      *     DSN_STATEMENT_CACHE_TABLE DO SQLID DO JOB; SO A GERACAO    *00000100
      *     MAIS RECENTE (MAX(EXPLAIN_TS)) E' LIDA E AS ANTERIORES     *00000110
      *     SAO APAGADAS NO FIM;                                       *00000120
      *   - QUATRO RANKINGS DOS N MAIORES: CPU (STAT_CPU), TEMPO       *00000130
      *     DECORRIDO (STAT_ELAP), GETPAGES (STAT_GPAG) E EXECUCOES    *00000140
      *     (STAT_EXEC), COM O TEXTO DO COMANDO (ATE 220 POSICOES) E O *00000150
      *     AUTHID PRIMARIO;                                           *00000160
      *   - TABELAS ENVOLVIDAS: EXPLAIN STMTCACHE STMTID DE CADA       *00000170
      *     COMANDO DO RANKING E LEITURA DA PLAN_TABLE (QUERYNO =      *00000180
      *     STMT_ID, SO A GERACAO MAIS RECENTE, COMO NO DB2RBIND);     *00000190
      *     COMANDO QUE JA SAIU DO CACHE FICA SEM A LISTA;             *00000200
      *   - APLICACAO DONA: TABELAS PROCURADAS NO INVENTARIO (INVNTRY),*00000210
      *     COMO NO DB2LKHOT ('NAO REG.' SE NENHUMA ESTA LA; '+' SE HA *00000220
      *     TABELAS DE MAIS DE UMA APLICACAO);                         *00000230
      *   - HISTORICO (HISTSQL): OS N MAIORES DE CADA RANKING SAO      *00000240
      *     APENDADOS A CADA DIA; O COMANDO QUE NAO ESTAVA NO MESMO    *00000250
      *     RANKING DA RODADA ANTERIOR (ULTIMA DATA ANTES DE HOJE) SAI *00000260
      *     MARCADO '*NOVO*'. O COMANDO E' RECONHECIDO ENTRE OS DIAS   *00000270
      *     PELA ASSINATURA DO TEXTO (1000 PRIMEIRAS POSICOES) E PELO  *00000280
      *     TAMANHO, JA QUE O STMT_ID MUDA QUANDO ELE VOLTA AO CACHE.  *00000290
      *   PARM OPCIONAL: 'NNN' = TAMANHO DO RANKING (DEFAULT 20, MAXIMO*00000300
      *   100). RETURN-CODE 4 QUANDO O CACHE ESTA VAZIO.               *00000310
      * AREA RESPONSAVEL: ADMINISTRACAO DE BANCO DE DADOS              *00000320
      *----------------------------------------------------------------*00000330
       ENVIRONMENT    DIVISION.                                         00000340
      *                                                                 00000350
       INPUT-OUTPUT       SECTION.                                      00000360
       FILE-CONTROL.                                                    00000370
           SELECT  INVNTRY  ASSIGN  TO  INVNTRY                         00000380
                   ORGANIZATION  IS  INDEXED                            00000390
                   ACCESS  MODE  IS  DYNAMIC                            00000400
                   RECORD  KEY   IS  INV-CHAVE.                         00000410
           SELECT  OPTIONAL HISTSQL ASSIGN  TO  HISTSQL.                00000420
           SELECT  RELATO   ASSIGN  TO  RELATO.                         00000430
      *                                                                 00000440
       DATA DIVISION.                                                   00000450
      *                                                                 00000460
       FILE            SECTION.                                         00000470
       FD  INVNTRY                                                      00000480
           LABEL  RECORD  IS  STANDARD.                                 00000490
                                                                        00000500
       01  REG-INVNTRY.                                                 00000510
           05  INV-CHAVE.                                               00000520
               10  INV-CREATOR    PIC X(08).                            00000530
               10  FILLER         PIC X(01).                            00000540
               10  INV-TABELA     PIC X(18).                            00000550
           05  FILLER             PIC X(01).                            00000560
           05  INV-APLICACAO      PIC X(08).                            00000570
           05  FILLER             PIC X(01).                            00000580
           05  INV-PGMR           PIC X(08).                            00000590
           05  FILLER             PIC X(01).                            00000600
           05  INV-SITUACAO       PIC X(01).                            00000610
           05  FILLER             PIC X(33).                            00000620
      *                                                                 00000630
       FD  HISTSQL                                                      00000640
           LABEL  RECORD  IS  OMITTED                                   00000650
           RECORDING MODE IS F.                                         00000660
                                                                        00000670
       01  REG-HISTSQL.                                                 00000680
           02  HSQ-DATA                 PIC  9(08).                     00000690
           02  HSQ-METRICA              PIC  X(04).                     00000700
           02  HSQ-POSICAO              PIC  9(03).                     00000710
           02  HSQ-ASSINATURA           PIC  9(09).                     00000720
           02  HSQ-TAMANHO              PIC  9(04).                     00000730
           02  HSQ-AUTHID               PIC  X(08).                     00000740
           02  HSQ-CPU                  PIC  9(09)V9(06).               00000750
           02  HSQ-ELAP                 PIC  9(09)V9(06).               00000760
           02  HSQ-GPAG                 PIC  9(15).                     00000770
           02  HSQ-EXEC                 PIC  9(15).                     00000780
           02  HSQ-APLICACAO            PIC  X(08).                     00000790
           02  HSQ-TEXTO                PIC  X(80).                     00000800
           02  FILLER                   PIC  X(16).                     00000810
      *                                                                 00000820
       FD  RELATO                                                       00000830
           LABEL  RECORD  IS  OMITTED                                   00000840
           RECORDING MODE IS F.                                         00000850
                                                                        00000860
       01  REG-RELATO                  PIC  X(132).                     00000870
      *                                                                 00000880
       WORKING-STORAGE SECTION.                                         00000890
      *----------------------------------------------------------------*00000900
      * RANKINGS: CODIGO NO HISTORICO, COLUNA DA ORDENACAO E TITULO    *00000910
      *----------------------------------------------------------------*00000920
       01  TAB-METRICAS-V.                                              00000930
           02  FILLER  PIC X(43)  VALUE                                 00000940
               'CPU STAT_CPU  MAIOR CONSUMO DE CPU (SEG)   '.           00000950
           02  FILLER  PIC X(43)  VALUE                                 00000960
               'ELAPSTAT_ELAP MAIOR TEMPO DECORRIDO (SEG)  '.           00000970
           02  FILLER  PIC X(43)  VALUE                                 00000980
               'GPAGSTAT_GPAG MAIS GETPAGES                '.           00000990
           02  FILLER  PIC X(43)  VALUE                                 00001000
               'EXECSTAT_EXEC MAIS EXECUCOES               '.           00001010
       01  TAB-METRICAS  REDEFINES  TAB-METRICAS-V.                     00001020
           02  FILLER             OCCURS 4 TIMES.                       00001030
               04  TB-MET-CODIGO  PIC X(04).                            00001040
               04  TB-MET-COLUNA  PIC X(10).                            00001050
               04  TB-MET-TITULO  PIC X(29).                            00001060
       77  IND-MET                PIC S9(04) COMP    VALUE +0.          00001070
      *----------------------------------------------------------------*00001080
      * RANKINGS DA RODADA ANTERIOR (HISTSQL DA ULTIMA DATA ANTES DE   *00001090
      * HOJE)                                                          *00001100
      *----------------------------------------------------------------*00001110
       01  TAB-HISTORICO.                                               00001120
           02  QTD-HST            PIC S9(04) COMP    VALUE +0.          00001130
           02  IND-HST            PIC S9(04) COMP    VALUE +0.          00001140
           02  FILLER             OCCURS    800  TIMES.                 00001150
               04  TB-HST-METRICA     PIC  X(04).                       00001160
               04  TB-HST-ASSINATURA  PIC  9(09).                       00001170
               04  TB-HST-TAMANHO     PIC  9(04).                       00001180
      *----------------------------------------------------------------*00001190
      * TABELAS E APLICACAO JA APURADAS POR STMT_ID (O MESMO COMANDO   *00001200
      * APARECE EM MAIS DE UM RANKING)                                 *00001210
      *----------------------------------------------------------------*00001220
       01  TAB-COMANDOS.                                                00001230
           02  QTD-STM            PIC S9(04) COMP    VALUE +0.          00001240
           02  IND-STM            PIC S9(04) COMP    VALUE +0.          00001250
           02  FILLER             OCCURS    400  TIMES.                 00001260
               04  TB-STM-ID          PIC S9(09) COMP.                  00001270
               04  TB-STM-TABELAS     PIC  X(220).                      00001280
               04  TB-STM-APLICACAO   PIC  X(09).                       00001290
      *----------------------------------------------------------------*00001300
      * HOSTS                                                          *00001310
      *----------------------------------------------------------------*00001320
       01  H-EXPLAIN-TS                 PIC  X(26).                     00001330
       01  H-QTD-CACHE                  PIC S9(09) COMP.                00001340
       01  H-STMT-ID                    PIC S9(09) COMP.                00001350
       01  H-PRIMAUTH                   PIC  X(08).                     00001360
       01  H-EXEC                       PIC S9(18) COMP.                00001370
       01  H-GPAG                       PIC S9(18) COMP.                00001380
       01  H-CPU                        PIC S9(09)V9(06) COMP-3.        00001390
       01  H-ELAP                       PIC S9(09)V9(06) COMP-3.        00001400
       01  H-TEXTO.                                                     00001410
           49  H-TEXTO-L                PIC S9(04) COMP.                00001420
           49  H-TEXTO-T                PIC  X(1000).                   00001430
       01  H-TEXTO-R  REDEFINES  H-TEXTO.                               00001440
           02  FILLER                   PIC  X(02).                     00001450
           02  H-TEXTO-PALAVRA          OCCURS 250 TIMES                00001460
                                        PIC S9(08) COMP.                00001470
       01  H-CREATOR                    PIC  X(08).                     00001480
       01  H-TABELA                     PIC  X(18).                     00001490
      *                                                                 00001500
       01  DYNAMIC-SQL.                                                 00001510
           49  CMD-SQL-LENGTH          PIC S9(04) COMP     VALUE +0.    00001520
           49  CMD-SQL                 PIC  X(500).                     00001530
      *----------------------------------------------------------------*00001540
      * AREAS AUXILIARES                                               *00001550
      *----------------------------------------------------------------*00001560
       01  FILLER.                                                      00001570
           02  WS-SQLCODE              PIC -----9.                      00001580
           02  WS-TOPN                 PIC  9(03)      VALUE 20.        00001590
           02  WS-POSICAO              PIC S9(04) COMP VALUE +0.        00001600
           02  WS-PT-SQL               PIC S9(04) COMP VALUE +0.        00001610
           02  WS-PT-TAB               PIC S9(04) COMP VALUE +0.        00001620
           02  WS-QTD-NOVOS            PIC S9(04) COMP VALUE +0.        00001630
           02  WS-DATA-ANT             PIC  9(08)      VALUE ZEROS.     00001640
           02  WS-ASSINATURA           PIC  9(09)      VALUE ZEROS.     00001650
           02  WS-HASH-SOMA            PIC S9(18) COMP VALUE +0.        00001660
           02  WS-HASH-QUOC            PIC S9(18) COMP VALUE +0.        00001670
           02  WS-HASH-PALAVRA         PIC S9(18) COMP VALUE +0.        00001680
           02  WS-HASH-PRIMO           PIC S9(18) COMP                  00001690
                                                VALUE +999999937.       00001700
           02  IX-PAL                  PIC S9(04) COMP VALUE +0.        00001710
           02  WS-TABELAS              PIC  X(220)     VALUE SPACES.    00001720
           02  WS-APLICACAO            PIC  X(09)      VALUE SPACES.    00001730
           02  WS-NOVO                 PIC  X(06)      VALUE SPACES.    00001740
           02  ZTOPN                   PIC  ZZ9.                        00001750
           02  ZQTD                    PIC  ZZZZZZZZ9.                  00001760
           02  CURDATA8                PIC  9(08)      VALUE ZEROS.     00001770
      *                                                                 00001780
       01  AUD-PARM.                                                    00001790
           02  AUD-PROGRAMA       PIC X(08)      VALUE 'DB2TOPSQ'.      00001800
           02  AUD-HORA-INICIO    PIC X(08)      VALUE SPACES.          00001810
           02  AUD-QTD-CARTOES    PIC 9(05)      VALUE ZEROS.           00001820
           02  AUD-QTD-OBJETOS    PIC 9(05)      VALUE ZEROS.           00001830
           02  AUD-QTD-AVISOS     PIC 9(05)      VALUE ZEROS.           00001840
           02  AUD-RETURN-CODE    PIC 9(02)      VALUE ZEROS.           00001850
           02  AUD-FUNCAO         PIC X(01)      VALUE 'E'.             00001855
      *----------------------------------------------------------------*00001860
      * CONTROLES                                                      *00001870
      *----------------------------------------------------------------*00001880
       01  CHAVES-FIM.                                                  00001890
           02  N88-FIM-HISTSQL                   PIC  X(03) VALUE 'NAO'.00001900
               88  FIM-HISTSQL                              VALUE 'SIM'.00001910
           02  N88-FIM-TOP                       PIC  X(03) VALUE 'NAO'.00001920
               88  FIM-TOP                                  VALUE 'SIM'.00001930
           02  N88-FIM-PLANTAB                   PIC  X(03) VALUE 'NAO'.00001940
               88  FIM-PLANTAB                              VALUE 'SIM'.00001950
           02  N88-ACHOU                         PIC  X(03) VALUE 'NAO'.00001960
               88  ACHOU                                    VALUE 'SIM'.00001970
      *                                                                 00001980
           EXEC SQL INCLUDE SQLCA END-EXEC.                             00001990
      *----------------------------------------------------------------*00002000
      * RELATORIO                                                      *00002010
      *----------------------------------------------------------------*00002020
       77  AC-LINHA-REL           PIC S9(004)  COMP  VALUE +99.         00002030
       77  AC-PAGINA-REL          PIC S9(004)  COMP  VALUE +0.          00002040
       01  LINHA-REL              PIC  X(132)        VALUE SPACES.      00002050
       01  CURDATA                PIC  9(06)         VALUE ZEROS.       00002060
       01  CURDATA-R  REDEFINES  CURDATA.                               00002070
           03  ATU-ANO            PIC 9(02).                            00002080
           03  ATU-MES            PIC 9(02).                            00002090
           03  ATU-DIA            PIC 9(02).                            00002100
       01  REL-CAB1.                                                    00002110
           03  FILLER             PIC X(52)          VALUE              00002120
               'DB2TOPSQ     ADMINISTRACAO DE BANCO DE DADOS'.          00002130
           03  FILLER             PIC X(06)          VALUE 'DATA: '.    00002140
           03  REL-CAB1-DATA.                                           00002150
               05  CB-DIA         PIC 9(02)/.                           00002160
               05  CB-MES         PIC 9(02)/.                           00002170
               05  CB-ANO         PIC 9(02).                            00002180
           03  FILLER             PIC X(04)          VALUE SPACES.      00002190
           03  FILLER             PIC X(05)          VALUE 'PAG: '.     00002200
           03  REL-CAB1-PAG       PIC ZZZ9.                             00002210
           03  FILLER             PIC X(53)          VALUE SPACES.      00002220
       01  REL-CAB2.                                                    00002230
           03  FILLER             PIC X(50)          VALUE              00002240
               'SQL DINAMICO - MAIORES CONSUMIDORES DO CACHE DE '.      00002250
           03  FILLER             PIC X(82)          VALUE              00002260
               'COMANDOS (DSN_STATEMENT_CACHE_TABLE)'.                  00002270
       01  REL-CAB3.                                                    00002280
           03  FILLER             PIC X(132)         VALUE ALL '-'.     00002290
       01  LCAB-TOP.                                                    00002300
           03  FILLER             PIC X(47)          VALUE              00002310
               'POS  NOVO      STMT_ID AUTHID         EXECUCOES'.       00002320
           03  FILLER             PIC X(51)          VALUE              00002330
               '        CPU (SEG)      DECORR(SEG)        GETPAGES'.    00002340
           03  FILLER             PIC X(34)          VALUE              00002350
               'APLICACAO'.                                             00002360
       01  LDET-TOP.                                                    00002370
           03  DET-POS            PIC ZZ9.                              00002380
           03  FILLER             PIC X(02)          VALUE SPACES.      00002390
           03  DET-NOVO           PIC X(06).                            00002400
           03  FILLER             PIC X(01)          VALUE SPACES.      00002410
           03  DET-STMT-ID        PIC ZZZZZZZZZ9.                       00002420
           03  FILLER             PIC X(01)          VALUE SPACES.      00002430
           03  DET-AUTHID         PIC X(08).                            00002440
           03  FILLER             PIC X(01)          VALUE SPACES.      00002450
           03  DET-EXEC           PIC ZZZZZZZZZZZZZZ9.                  00002460
           03  FILLER             PIC X(01)          VALUE SPACES.      00002470
           03  DET-CPU            PIC ZZZZZZZZ9.999999.                 00002480
           03  FILLER             PIC X(01)          VALUE SPACES.      00002490
           03  DET-ELAP           PIC ZZZZZZZZ9.999999.                 00002500
           03  FILLER             PIC X(01)          VALUE SPACES.      00002510
           03  DET-GPAG           PIC ZZZZZZZZZZZZZZ9.                  00002520
           03  FILLER             PIC X(01)          VALUE SPACES.      00002530
           03  DET-APLICACAO      PIC X(09).                            00002540
           03  FILLER             PIC X(25)          VALUE SPACES.      00002550
      *----------------------------------------------------------------*00002560
      *                                                                *00002570
      *----------------------------------------------------------------*00002580
       LINKAGE     SECTION.                                             00002590
       01  PARMJOB.                                                     00002600
           02  PARM-LEN           PIC  9(04)  COMP.                     00002610
           02  PARM-TOPN          PIC  X(03).                           00002620
      *----------------------------------------------------------------*00002630
      *                                                                *00002640
      *----------------------------------------------------------------*00002650
       PROCEDURE   DIVISION      USING   PARMJOB.                       00002660
      *----------------------------------------------------------------*00002670
      *                                                                *00002680
      *----------------------------------------------------------------*00002690
       0000-0000-PRINCIPAL.                                             00002700
           ACCEPT AUD-HORA-INICIO      FROM TIME.                       00002710
           ACCEPT CURDATA              FROM DATE.                       00002720
           IF  CURDATA(1:2)  GREATER  '70'                              00002730
               COMPUTE CURDATA8 = 19000000 + CURDATA                    00002740
           ELSE                                                         00002750
               COMPUTE CURDATA8 = 20000000 + CURDATA                    00002760
           END-IF.                                                      00002770
           IF  PARM-LEN  GREATER  ZEROS                                 00002780
               IF  PARM-LEN  GREATER  3                                 00002790
                   OR  PARM-TOPN(1:PARM-LEN)  NOT NUMERIC               00002800
                   DISPLAY 'DB2TOPSQ - PARM INVALIDO '                  00002810
                           '(NNN = TAMANHO DO RANKING): ' PARM-TOPN     00002820
                   MOVE   +16          TO  RETURN-CODE                  00002830
                   STOP  RUN                                            00002840
               END-IF                                                   00002850
               MOVE   PARM-TOPN(1:PARM-LEN)  TO  WS-TOPN                00002860
           END-IF.                                                      00002870
           IF  WS-TOPN  EQUAL  ZERO  OR  WS-TOPN  GREATER  100          00002880
               DISPLAY 'DB2TOPSQ - TAMANHO DO RANKING DEVE SER '        00002890
                       'DE 1 A 100: ' WS-TOPN                           00002900
               MOVE   +16              TO  RETURN-CODE                  00002910
               STOP  RUN                                                00002920
           END-IF.                                                      00002930
           OPEN INPUT  INVNTRY.                                         00002940
           OPEN OUTPUT RELATO.                                          00002950
           PERFORM 0100-0000-LE-HISTORICO THRU 0100-0000-EXIT.          00002960
           PERFORM 0200-0000-EXPLAIN-CACHE THRU 0200-0000-EXIT.         00002970
                                                                        00002980
           IF  H-QTD-CACHE  EQUAL  +0                                   00002990
               MOVE  'CACHE DE COMANDOS VAZIO - NADA A RELATAR'         00003000
                 TO  LINHA-REL                                          00003010
               PERFORM 0900-9999-IMPRIME THRU 0900-9999-EXIT            00003020
               MOVE   +4               TO  RETURN-CODE                  00003030
           ELSE                                                         00003040
               PERFORM 0300-0000-RANKING THRU 0300-0000-EXIT            00003050
                 VARYING IND-MET FROM +1 BY +1                          00003060
                   UNTIL IND-MET  GREATER  +4                           00003070
               PERFORM 0800-0000-LIMPA-CACHE THRU 0800-0000-EXIT        00003080
               MOVE   +0               TO  RETURN-CODE                  00003090
           END-IF.                                                      00003100
                                                                        00003110
           PERFORM 0900-9999-IMPRIME THRU 0900-9999-EXIT.               00003120
           MOVE   H-QTD-CACHE          TO  ZQTD.                        00003130
           STRING 'COMANDOS NO CACHE: ' ZQTD                            00003140
                  DELIMITED BY SIZE INTO LINHA-REL.                     00003150
           PERFORM 0900-9999-IMPRIME THRU 0900-9999-EXIT.               00003160
           MOVE   WS-QTD-NOVOS         TO  ZQTD.                        00003170
           STRING 'ENTRADAS NOVAS NOS RANKINGS: ' ZQTD                  00003180
                  DELIMITED BY SIZE INTO LINHA-REL.                     00003190
           PERFORM 0900-9999-IMPRIME THRU 0900-9999-EXIT.               00003200
           IF  WS-DATA-ANT  EQUAL  ZEROS                                00003210
               STRING 'SEM RODADA ANTERIOR NO HISTSQL - '               00003220
                      'NENHUM COMANDO MARCADO COMO NOVO'                00003230
                      DELIMITED BY SIZE INTO LINHA-REL                  00003240
               PERFORM 0900-9999-IMPRIME THRU 0900-9999-EXIT            00003250
           END-IF.                                                      00003260
                                                                        00003270
           CLOSE INVNTRY HISTSQL RELATO.                                00003280
           EXEC SQL COMMIT WORK END-EXEC.                               00003290
           MOVE   H-QTD-CACHE          TO  AUD-QTD-OBJETOS.             00003300
           MOVE   WS-QTD-NOVOS         TO  AUD-QTD-AVISOS.              00003310
           MOVE   RETURN-CODE          TO  AUD-RETURN-CODE.             00003320
           CALL  'DB2AUDIT'  USING  AUD-PARM.                           00003330
           STOP  RUN.                                                   00003340
       0000-0000-EXIT. EXIT.                                            00003350
      *----------------------------------------------------------------*00003360
      * CARREGA OS RANKINGS DA ULTIMA RODADA ANTERIOR A HOJE E REABRE  *00003370
      * O HISTSQL EM EXTEND PARA GRAVAR OS DE HOJE (O ARQUIVO E'       *00003380
      * APENDADO EM ORDEM CRONOLOGICA)                                 *00003390
      *----------------------------------------------------------------*00003400
       0100-0000-LE-HISTORICO.                                          00003410
           OPEN  INPUT  HISTSQL.                                        00003420
           PERFORM 0110-9999-FETCH-HISTSQL THRU 0110-9999-EXIT.         00003430
           PERFORM 0120-0100-GUARDA-HISTSQL THRU 0120-0100-EXIT         00003440
             UNTIL FIM-HISTSQL.                                         00003450
           CLOSE HISTSQL.                                               00003460
           OPEN  EXTEND HISTSQL.                                        00003470
       0100-0000-EXIT. EXIT.                                            00003480
      *----------------------------------------------------------------*00003490
      *                                                                *00003500
      *----------------------------------------------------------------*00003510
       0110-9999-FETCH-HISTSQL.                                         00003520
           READ  HISTSQL                                                00003530
             AT END  MOVE  'SIM'   TO  N88-FIM-HISTSQL.                 00003540
       0110-9999-EXIT. EXIT.                                            00003550
      *----------------------------------------------------------------*00003560
      * DATA MAIS NOVA (ANTES DE HOJE) RECOMECA A TABELA               *00003570
      *----------------------------------------------------------------*00003580
       0120-0100-GUARDA-HISTSQL.                                        00003590
           IF  HSQ-DATA  NOT LESS  CURDATA8                             00003600
               GO  TO  0120-0100-LEIA                                   00003610
           END-IF.                                                      00003620
           IF  HSQ-DATA  GREATER  WS-DATA-ANT                           00003630
               MOVE   HSQ-DATA         TO  WS-DATA-ANT                  00003640
               MOVE   +0               TO  QTD-HST                      00003650
           END-IF.                                                      00003660
           IF  HSQ-DATA  LESS  WS-DATA-ANT                              00003670
               GO  TO  0120-0100-LEIA                                   00003680
           END-IF.                                                      00003690
           IF  QTD-HST  NOT LESS  +800                                  00003700
               GO  TO  0120-0100-LEIA                                   00003710
           END-IF.                                                      00003720
           ADD    +1                   TO  QTD-HST.                     00003730
           MOVE   HSQ-METRICA          TO  TB-HST-METRICA(QTD-HST).     00003740
           MOVE   HSQ-ASSINATURA       TO  TB-HST-ASSINATURA(QTD-HST).  00003750
           MOVE   HSQ-TAMANHO          TO  TB-HST-TAMANHO(QTD-HST).     00003760
       0120-0100-LEIA.                                                  00003770
           PERFORM 0110-9999-FETCH-HISTSQL THRU 0110-9999-EXIT.         00003780
       0120-0100-EXIT. EXIT.                                            00003790
      *----------------------------------------------------------------*00003800
      * FOTO DO CACHE DE COMANDOS NA DSN_STATEMENT_CACHE_TABLE         *00003810
      *----------------------------------------------------------------*00003820
       0200-0000-EXPLAIN-CACHE.                                         00003830
           EXEC SQL EXPLAIN STMTCACHE ALL END-EXEC.                     00003840
           IF  SQLCODE  NOT EQUAL  +0                                   00003850
               DISPLAY '*** ERRO NO EXPLAIN STMTCACHE ALL'              00003860
               PERFORM  9999-9999-ERRO-DB2  THRU 9999-9999-EXIT         00003870
           END-IF.                                                      00003880
           MOVE   SPACES               TO  H-EXPLAIN-TS.                00003890
           MOVE   +0                   TO  H-QTD-CACHE.                 00003900
           EXEC SQL                                                     00003910
                SELECT CHAR(MAX(EXPLAIN_TS))                            00003920
                  INTO :H-EXPLAIN-TS                                    00003930
                  FROM DSN_STATEMENT_CACHE_TABLE                        00003940
           END-EXEC.                                                    00003950
           IF  SQLCODE  EQUAL  -305                                     00003960
               GO  TO  0200-0000-EXIT                                   00003970
           END-IF.                                                      00003980
           IF  SQLCODE  NOT EQUAL  +0                                   00003990
               DISPLAY '*** ERRO NO SELECT DSN_STATEMENT_CACHE_TABLE'   00004000
               PERFORM  9999-9999-ERRO-DB2  THRU 9999-9999-EXIT         00004010
           END-IF.                                                      00004020
           EXEC SQL                                                     00004030
                SELECT COUNT(*)                                         00004040
                  INTO :H-QTD-CACHE                                     00004050
                  FROM DSN_STATEMENT_CACHE_TABLE                        00004060
                 WHERE EXPLAIN_TS = TIMESTAMP(:H-EXPLAIN-TS)            00004070
           END-EXEC.                                                    00004080
           IF  SQLCODE  NOT EQUAL  +0                                   00004090
               DISPLAY '*** ERRO NO COUNT DSN_STATEMENT_CACHE_TABLE'    00004100
               PERFORM  9999-9999-ERRO-DB2  THRU 9999-9999-EXIT         00004110
           END-IF.                                                      00004120
       0200-0000-EXIT. EXIT.                                            00004130
      *----------------------------------------------------------------*00004140
      * UM RANKING: OS N MAIORES DA METRICA TB-MET-COLUNA(IND-MET)     *00004150
      *----------------------------------------------------------------*00004160
       0300-0000-RANKING.                                               00004170
           MOVE   +99                  TO  AC-LINHA-REL.                00004180
           MOVE   WS-TOPN              TO  ZTOPN.                       00004190
           STRING 'TOP ' ZTOPN ' - ' TB-MET-TITULO(IND-MET)             00004200
                  DELIMITED BY SIZE INTO LINHA-REL.                     00004210
           PERFORM 0900-9999-IMPRIME THRU 0900-9999-EXIT.               00004220
           PERFORM 0900-9999-IMPRIME THRU 0900-9999-EXIT.               00004230
           MOVE   LCAB-TOP             TO  LINHA-REL.                   00004240
           PERFORM 0900-9999-IMPRIME THRU 0900-9999-EXIT.               00004250
                                                                        00004260
           MOVE   SPACES               TO  CMD-SQL.                     00004270
           MOVE   +1                   TO  WS-PT-SQL.                   00004280
           STRING 'SELECT STMT_ID, SUBSTR(PRIMAUTH, 1, 8), STAT_EXEC, ' 00004290
                  'STAT_GPAG, DECIMAL(STAT_CPU, 15, 6), '               00004300
                  'DECIMAL(STAT_ELAP, 15, 6), '                         00004310
                  'CAST(SUBSTR(STMT_TEXT, 1, 1000) AS VARCHAR(1000)) '  00004320
                  'FROM DSN_STATEMENT_CACHE_TABLE '                     00004330
                  'WHERE EXPLAIN_TS = TIMESTAMP(?) ORDER BY '           00004340
                  DELIMITED BY SIZE                                     00004350
                  TB-MET-COLUNA(IND-MET)  DELIMITED BY SPACE            00004360
                  ' DESC, STMT_ID FETCH FIRST '                         00004370
                  WS-TOPN                                               00004380
                  ' ROWS ONLY'                                          00004390
                  DELIMITED BY SIZE                                     00004400
                  INTO CMD-SQL WITH POINTER WS-PT-SQL.                  00004410
           COMPUTE CMD-SQL-LENGTH = WS-PT-SQL - 1.                      00004420
           EXEC SQL PREPARE ST_TOP FROM :DYNAMIC-SQL END-EXEC.          00004430
           IF  SQLCODE  NOT EQUAL  +0                                   00004440
               DISPLAY '*** ERRO DE PREPARE'                            00004450
               DISPLAY '*** CMD: ' CMD-SQL(1:WS-PT-SQL - 1)             00004460
               PERFORM  9999-9999-ERRO-DB2  THRU 9999-9999-EXIT         00004470
           END-IF.                                                      00004480
           EXEC SQL                                                     00004490
                DECLARE C_TOP CURSOR                                    00004500
                    FOR ST_TOP                                          00004510
           END-EXEC.                                                    00004520
           EXEC SQL OPEN C_TOP USING :H-EXPLAIN-TS END-EXEC.            00004530
           IF  SQLCODE  NOT EQUAL  +0                                   00004540
               DISPLAY '*** ERRO NO OPEN C_TOP'                         00004550
               PERFORM  9999-9999-ERRO-DB2  THRU 9999-9999-EXIT         00004560
           END-IF.                                                      00004570
           MOVE   'NAO'                TO  N88-FIM-TOP.                 00004580
           MOVE   +0                   TO  WS-POSICAO.                  00004590
           PERFORM 0310-0300-UM-COMANDO THRU 0310-0300-EXIT             00004600
             UNTIL FIM-TOP.                                             00004610
           EXEC SQL CLOSE C_TOP END-EXEC.                               00004620
           IF  SQLCODE  NOT EQUAL  +0                                   00004630
               DISPLAY '*** ERRO NO CLOSE C_TOP'                        00004640
               PERFORM  9999-9999-ERRO-DB2  THRU 9999-9999-EXIT         00004650
           END-IF.                                                      00004660
       0300-0000-EXIT. EXIT.                                            00004670
      *----------------------------------------------------------------*00004680
      * UMA LINHA DO RANKING: DETALHE, TEXTO, TABELAS E HISTORICO      *00004690
      *----------------------------------------------------------------*00004700
       0310-0300-UM-COMANDO.                                            00004710
           MOVE   +0                   TO  H-TEXTO-L.                   00004720
           MOVE   SPACES               TO  H-TEXTO-T.                   00004730
           EXEC SQL                                                     00004740
                FETCH  C_TOP                                            00004750
                INTO   :H-STMT-ID, :H-PRIMAUTH, :H-EXEC, :H-GPAG,       00004760
                       :H-CPU, :H-ELAP, :H-TEXTO                        00004770
           END-EXEC.                                                    00004780
           IF  SQLCODE  EQUAL  +100                                     00004790
               MOVE  'SIM'             TO  N88-FIM-TOP                  00004800
               GO  TO  0310-0300-EXIT                                   00004810
           END-IF.                                                      00004820
           IF  SQLCODE  NOT EQUAL  +0                                   00004830
               DISPLAY '*** ERRO NO FETCH C_TOP'                        00004840
               PERFORM  9999-9999-ERRO-DB2  THRU 9999-9999-EXIT         00004850
           END-IF.                                                      00004860
           ADD    +1                   TO  WS-POSICAO.                  00004870
           PERFORM 0320-9999-ASSINATURA THRU 0320-9999-EXIT.            00004880
           PERFORM 0330-9999-VERIFICA-NOVO THRU 0330-9999-EXIT.         00004890
           PERFORM 0400-0000-TABELAS THRU 0400-0000-EXIT.               00004900
                                                                        00004910
           MOVE   WS-POSICAO           TO  DET-POS.                     00004920
           MOVE   WS-NOVO              TO  DET-NOVO.                    00004930
           MOVE   H-STMT-ID            TO  DET-STMT-ID.                 00004940
           MOVE   H-PRIMAUTH           TO  DET-AUTHID.                  00004950
           MOVE   H-EXEC               TO  DET-EXEC.                    00004960
           MOVE   H-CPU                TO  DET-CPU.                     00004970
           MOVE   H-ELAP               TO  DET-ELAP.                    00004980
           MOVE   H-GPAG               TO  DET-GPAG.                    00004990
           MOVE   WS-APLICACAO         TO  DET-APLICACAO.               00005000
           MOVE   LDET-TOP             TO  LINHA-REL.                   00005010
           PERFORM 0900-9999-IMPRIME THRU 0900-9999-EXIT.               00005020
           STRING '       TEXTO..: ' H-TEXTO-T(1:110)                   00005030
                  DELIMITED BY SIZE INTO LINHA-REL.                     00005040
           PERFORM 0900-9999-IMPRIME THRU 0900-9999-EXIT.               00005050
           IF  H-TEXTO-L  GREATER  +110                                 00005060
               STRING '                ' H-TEXTO-T(111:110)             00005070
                      DELIMITED BY SIZE INTO LINHA-REL                  00005080
               PERFORM 0900-9999-IMPRIME THRU 0900-9999-EXIT            00005090
           END-IF.                                                      00005100
           STRING '       TABELAS: ' WS-TABELAS(1:110)                  00005110
                  DELIMITED BY SIZE INTO LINHA-REL.                     00005120
           PERFORM 0900-9999-IMPRIME THRU 0900-9999-EXIT.               00005130
           IF  WS-TABELAS(111:110)  NOT EQUAL  SPACES                   00005140
               STRING '                ' WS-TABELAS(111:110)            00005150
                      DELIMITED BY SIZE INTO LINHA-REL                  00005160
               PERFORM 0900-9999-IMPRIME THRU 0900-9999-EXIT            00005170
           END-IF.                                                      00005180
           PERFORM 0900-9999-IMPRIME THRU 0900-9999-EXIT.               00005190
                                                                        00005200
           MOVE   SPACES               TO  REG-HISTSQL.                 00005210
           MOVE   CURDATA8             TO  HSQ-DATA.                    00005220
           MOVE   TB-MET-CODIGO(IND-MET)  TO  HSQ-METRICA.              00005230
           MOVE   WS-POSICAO           TO  HSQ-POSICAO.                 00005240
           MOVE   WS-ASSINATURA        TO  HSQ-ASSINATURA.              00005250
           MOVE   H-TEXTO-L            TO  HSQ-TAMANHO.                 00005260
           MOVE   H-PRIMAUTH           TO  HSQ-AUTHID.                  00005270
           MOVE   H-CPU                TO  HSQ-CPU.                     00005280
           MOVE   H-ELAP               TO  HSQ-ELAP.                    00005290
           MOVE   H-GPAG               TO  HSQ-GPAG.                    00005300
           MOVE   H-EXEC               TO  HSQ-EXEC.                    00005310
           MOVE   WS-APLICACAO         TO  HSQ-APLICACAO.               00005320
           MOVE   H-TEXTO-T(1:80)      TO  HSQ-TEXTO.                   00005330
           WRITE  REG-HISTSQL.                                          00005340
       0310-0300-EXIT. EXIT.                                            00005350
      *----------------------------------------------------------------*00005360
      * ASSINATURA DO TEXTO: SOMA PONDERADA DAS PALAVRAS DO TEXTO,     *00005370
      * MODULO UM PRIMO DE 9 DIGITOS                                   *00005380
      *----------------------------------------------------------------*00005390
       0320-9999-ASSINATURA.                                            00005400
           MOVE   +0                   TO  WS-HASH-SOMA.                00005410
           PERFORM VARYING IX-PAL FROM +1 BY +1                         00005420
             UNTIL IX-PAL  GREATER  +250                                00005430
               MOVE   H-TEXTO-PALAVRA(IX-PAL)  TO  WS-HASH-PALAVRA      00005440
               IF  WS-HASH-PALAVRA  LESS  +0                            00005450
                   COMPUTE WS-HASH-PALAVRA = 0 - WS-HASH-PALAVRA        00005460
               END-IF                                                   00005470
               COMPUTE WS-HASH-SOMA = WS-HASH-SOMA * 31                 00005480
                                    + WS-HASH-PALAVRA                   00005490
               DIVIDE WS-HASH-SOMA  BY  WS-HASH-PRIMO                   00005500
                   GIVING WS-HASH-QUOC  REMAINDER WS-HASH-SOMA          00005510
           END-PERFORM.                                                 00005520
           MOVE   WS-HASH-SOMA         TO  WS-ASSINATURA.               00005530
       0320-9999-EXIT. EXIT.                                            00005540
      *----------------------------------------------------------------*00005550
      * NOVO = NAO ESTAVA NO MESMO RANKING DA RODADA ANTERIOR          *00005560
      *----------------------------------------------------------------*00005570
       0330-9999-VERIFICA-NOVO.                                         00005580
           MOVE   SPACES               TO  WS-NOVO.                     00005590
           IF  WS-DATA-ANT  EQUAL  ZEROS                                00005600
               GO  TO  0330-9999-EXIT                                   00005610
           END-IF.                                                      00005620
           MOVE   'NAO'                TO  N88-ACHOU.                   00005630
           PERFORM VARYING IND-HST FROM +1 BY +1                        00005640
             UNTIL IND-HST  GREATER  QTD-HST  OR  ACHOU                 00005650
               IF  TB-HST-METRICA(IND-HST) = TB-MET-CODIGO(IND-MET)     00005660
                   AND  TB-HST-ASSINATURA(IND-HST)  EQUAL  WS-ASSINATURA00005670
                   AND  TB-HST-TAMANHO(IND-HST)  EQUAL  H-TEXTO-L       00005680
                   MOVE  'SIM'         TO  N88-ACHOU                    00005690
               END-IF                                                   00005700
           END-PERFORM.                                                 00005710
           IF  NOT ACHOU                                                00005720
               MOVE   '*NOVO*'         TO  WS-NOVO                      00005730
               ADD    +1               TO  WS-QTD-NOVOS                 00005740
           END-IF.                                                      00005750
       0330-9999-EXIT. EXIT.                                            00005760
      *----------------------------------------------------------------*00005770
      * TABELAS DO COMANDO (EXPLAIN STMTCACHE STMTID + PLAN_TABLE) E   *00005780
      * APLICACAO DONA; O RESULTADO FICA GUARDADO POR STMT_ID          *00005790
      *----------------------------------------------------------------*00005800
       0400-0000-TABELAS.                                               00005810
           PERFORM VARYING IND-STM FROM +1 BY +1                        00005820
             UNTIL IND-STM  GREATER  QTD-STM                            00005830
                OR TB-STM-ID(IND-STM)  EQUAL  H-STMT-ID                 00005840
               CONTINUE                                                 00005850
           END-PERFORM.                                                 00005860
           IF  IND-STM  NOT GREATER  QTD-STM                            00005870
               MOVE   TB-STM-TABELAS(IND-STM)    TO  WS-TABELAS         00005880
               MOVE   TB-STM-APLICACAO(IND-STM)  TO  WS-APLICACAO       00005890
               GO  TO  0400-0000-EXIT                                   00005900
           END-IF.                                                      00005910
                                                                        00005920
           MOVE   SPACES               TO  WS-TABELAS.                  00005930
           MOVE   'NAO REG.'           TO  WS-APLICACAO.                00005940
           MOVE   +1                   TO  WS-PT-TAB.                   00005950
           EXEC SQL EXPLAIN STMTCACHE STMTID :H-STMT-ID END-EXEC.       00005960
           IF  SQLCODE  NOT EQUAL  +0                                   00005970
               MOVE   SQLCODE          TO  WS-SQLCODE                   00005980
               STRING '(NAO APURADAS - EXPLAIN STMTID SQLCODE '         00005990
                      WS-SQLCODE ')'                                    00006000
                      DELIMITED BY SIZE INTO WS-TABELAS                 00006010
               MOVE   SPACES           TO  WS-APLICACAO                 00006020
               GO  TO  0400-0000-GUARDA                                 00006030
           END-IF.                                                      00006040
           EXEC SQL                                                     00006050
                DECLARE C_PLANTAB CURSOR FOR                            00006060
                 SELECT DISTINCT CREATOR, TNAME                         00006070
                   FROM PLAN_TABLE                                      00006080
                  WHERE QUERYNO    = :H-STMT-ID                         00006090
                    AND TABLE_TYPE = 'T'                                00006100
                    AND BIND_TIME  =                                    00006110
                        (SELECT MAX(BIND_TIME)                          00006120
                           FROM PLAN_TABLE X                            00006130
                          WHERE X.QUERYNO = :H-STMT-ID)                 00006140
                  ORDER BY CREATOR, TNAME                               00006150
           END-EXEC.                                                    00006160
           EXEC SQL OPEN C_PLANTAB END-EXEC.                            00006170
           IF  SQLCODE  NOT EQUAL  +0                                   00006180
               DISPLAY '*** ERRO NO OPEN C_PLANTAB'                     00006190
               PERFORM  9999-9999-ERRO-DB2  THRU 9999-9999-EXIT         00006200
           END-IF.                                                      00006210
           MOVE   'NAO'                TO  N88-FIM-PLANTAB.             00006220
           PERFORM 0410-0400-UMA-TABELA THRU 0410-0400-EXIT             00006230
             UNTIL FIM-PLANTAB.                                         00006240
           EXEC SQL CLOSE C_PLANTAB END-EXEC.                           00006250
           IF  SQLCODE  NOT EQUAL  +0                                   00006260
               DISPLAY '*** ERRO NO CLOSE C_PLANTAB'                    00006270
               PERFORM  9999-9999-ERRO-DB2  THRU 9999-9999-EXIT         00006280
           END-IF.                                                      00006290
           IF  WS-TABELAS  EQUAL  SPACES                                00006300
               MOVE  '(NENHUMA TABELA NO CAMINHO DE ACESSO)'            00006310
                 TO  WS-TABELAS                                         00006320
           END-IF.                                                      00006330
                                                                        00006340
       0400-0000-GUARDA.                                                00006350
           IF  QTD-STM  LESS  +400                                      00006360
               ADD    +1               TO  QTD-STM                      00006370
               MOVE   H-STMT-ID        TO  TB-STM-ID(QTD-STM)           00006380
               MOVE   WS-TABELAS       TO  TB-STM-TABELAS(QTD-STM)      00006390
               MOVE   WS-APLICACAO     TO  TB-STM-APLICACAO(QTD-STM)    00006400
           END-IF.                                                      00006410
       0400-0000-EXIT. EXIT.                                            00006420
      *----------------------------------------------------------------*00006430
      * UMA TABELA DO CAMINHO DE ACESSO: ENTRA NA LISTA E NA APURACAO  *00006440
      * DA APLICACAO DONA (INVNTRY)                                    *00006450
      *----------------------------------------------------------------*00006460
       0410-0400-UMA-TABELA.                                            00006470
           EXEC SQL                                                     00006480
                FETCH  C_PLANTAB                                        00006490
                INTO   :H-CREATOR, :H-TABELA                            00006500
           END-EXEC.                                                    00006510
           IF  SQLCODE  EQUAL  +100                                     00006520
               MOVE   'SIM'            TO  N88-FIM-PLANTAB              00006530
               GO  TO  0410-0400-EXIT                                   00006540
           END-IF.                                                      00006550
           IF  SQLCODE  NOT EQUAL  +0                                   00006560
               DISPLAY '*** ERRO NO FETCH C_PLANTAB'                    00006570
               PERFORM  9999-9999-ERRO-DB2  THRU 9999-9999-EXIT         00006580
           END-IF.                                                      00006590
           IF  WS-PT-TAB  GREATER  +1                                   00006600
               STRING ', '  DELIMITED BY SIZE                           00006610
                      INTO WS-TABELAS WITH POINTER WS-PT-TAB            00006620
                      ON OVERFLOW GO TO 0410-0400-APLICACAO             00006630
               END-STRING                                               00006640
           END-IF.                                                      00006650
           STRING H-CREATOR  DELIMITED BY SPACE                         00006660
                  '.'        DELIMITED BY SIZE                          00006670
                  H-TABELA   DELIMITED BY SPACE                         00006680
                  INTO WS-TABELAS WITH POINTER WS-PT-TAB                00006690
                  ON OVERFLOW CONTINUE                                  00006700
           END-STRING.                                                  00006710
                                                                        00006720
       0410-0400-APLICACAO.                                             00006730
           MOVE   SPACES               TO  INV-CHAVE.                   00006740
           MOVE   H-CREATOR            TO  INV-CREATOR.                 00006750
           MOVE   H-TABELA             TO  INV-TABELA.                  00006760
           READ   INVNTRY                                               00006770
               INVALID KEY                                              00006780
                   GO  TO  0410-0400-EXIT                               00006790
           END-READ.                                                    00006800
           IF  INV-SITUACAO  NOT EQUAL  'A'                             00006810
               GO  TO  0410-0400-EXIT                                   00006820
           END-IF.                                                      00006830
           IF  WS-APLICACAO  EQUAL  'NAO REG.'                          00006840
               MOVE   INV-APLICACAO    TO  WS-APLICACAO                 00006850
           ELSE                                                         00006860
               IF  INV-APLICACAO  NOT EQUAL  WS-APLICACAO(1:8)          00006870
                   MOVE   '+'          TO  WS-APLICACAO(9:1)            00006880
               END-IF                                                   00006890
           END-IF.                                                      00006900
       0410-0400-EXIT. EXIT.                                            00006910
      *----------------------------------------------------------------*00006920
      * APAGA AS FOTOS ANTERIORES DO CACHE - O QUE INTERESSA DE UM DIA *00006930
      * PARA O OUTRO FICA NO HISTSQL                                   *00006940
      *----------------------------------------------------------------*00006950
       0800-0000-LIMPA-CACHE.                                           00006960
           EXEC SQL                                                     00006970
                DELETE FROM DSN_STATEMENT_CACHE_TABLE                   00006980
                 WHERE EXPLAIN_TS < TIMESTAMP(:H-EXPLAIN-TS)            00006990
           END-EXEC.                                                    00007000
           IF  SQLCODE  NOT EQUAL  +0  AND  SQLCODE  NOT EQUAL  +100    00007010
               DISPLAY '*** ERRO NO DELETE DSN_STATEMENT_CACHE_TABLE'   00007020
               PERFORM  9999-9999-ERRO-DB2  THRU 9999-9999-EXIT         00007030
           END-IF.                                                      00007040
       0800-0000-EXIT. EXIT.                                            00007050
      *----------------------------------------------------------------*00007060
      * IMPRESSAO PAGINADA                                             *00007070
      *----------------------------------------------------------------*00007080
       0900-9999-IMPRIME.                                               00007090
           IF  AC-LINHA-REL  GREATER  60                                00007100
               ADD    +1               TO  AC-PAGINA-REL                00007110
               MOVE   AC-PAGINA-REL    TO  REL-CAB1-PAG                 00007120
               MOVE   ATU-DIA          TO  CB-DIA                       00007130
               MOVE   ATU-MES          TO  CB-MES                       00007140
               MOVE   ATU-ANO          TO  CB-ANO                       00007150
               WRITE  REG-RELATO       FROM REL-CAB1 AFTER PAGE         00007160
               WRITE  REG-RELATO       FROM REL-CAB2                    00007170
               WRITE  REG-RELATO       FROM REL-CAB3                    00007180
               MOVE   +3               TO  AC-LINHA-REL                 00007190
           END-IF.                                                      00007200
           WRITE  REG-RELATO           FROM LINHA-REL.                  00007210
           ADD    +1                   TO  AC-LINHA-REL.                00007220
           MOVE   SPACES               TO  LINHA-REL.                   00007230
       0900-9999-EXIT. EXIT.                                            00007240
      *----------------------------------------------------------------*00007250
      *                                                                *00007260
      *----------------------------------------------------------------*00007270
       9999-9999-ERRO-DB2.                                              00007280
           MOVE   SQLCODE              TO  WS-SQLCODE.                  00007290
           DISPLAY '*** SQLCODE  ' WS-SQLCODE.                          00007300
           DISPLAY '    SQLERRMC ' SQLERRMC.                            00007310
           DISPLAY '    SQLSTATE ' SQLSTATE.                            00007320
           MOVE   +16                  TO  RETURN-CODE.                 00007330
           STOP RUN.                                                    00007340
       9999-9999-EXIT. EXIT.                                            00007350
