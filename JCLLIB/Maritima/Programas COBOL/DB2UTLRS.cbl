       IDENTIFICATION DIVISION.                                         00000010
       PROGRAM-ID.    DB2UTLRS.                                         00000020
      *----------------------------------------------------------------*00000030
      * DATA:  OUT/2026                                                *00000040
      * OBJETIVOS: RESULTADO DOS UTILITARIOS - FECHA O CICLO ENTRE OS  *00000050
      *   DECKS GERADOS PELOS CONSELHEIROS (DB2REORG, DB2HLTCK,        *00000060
      *   DB2MVBPL, DB2CPADV...) E O QUE OS JOBS DE UTILITARIO         *00000070
      *   REALMENTE FIZERAM:                                           *00000080
      *   - LE O SYSPRINT DOS JOBS DE UTILITARIO DA NOITE (DD UTILPRT, *00000090
      *     CONCATENADOS) E ACOMPANHA AS MENSAGENS DSNU DE CADA STEP:  *00000100
      *     DSNU000I (INICIO, UTILID), DSNU050I (COMANDO E OBJETO),    *00000110
      *     DSNU1033I (ITEM DE LISTDEF), DSNU010I (FIM COM O MAIOR     *00000120
      *     RETURN-CODE), DSNU012I (INTERROMPIDO) E DSNU016I/DSNU017I  *00000130
      *     (ABEND);                                                   *00000140
      *   - GRAVA O RESULTADO POR OBJETO, UTILITARIO E DATA NA TABELA  *00000150
      *     DE HISTORICO DB2ADM.DBA_UTILHIST:                          *00000160
      *       OBJETO      CHAR(44)  DBNAME.TSNAME / CREATOR.INDICE     *00000170
      *       TIPO_OBJETO CHAR(1)   'S' TABLESPACE, 'I' INDICE,        *00000180
      *                             'T' TABELA                         *00000190
      *       UTILITARIO  CHAR(8)   REORG, COPY, CHECK, REBUILD...     *00000200
      *       DT_EXECUCAO DATE      DATA DO STEP (DIA JULIANO DAS      *00000210
      *                             MENSAGENS) OU DA GERACAO           *00000220
      *       HORA        CHAR(8)   HH.MM.SS                           *00000230
      *       SITUACAO    CHAR(1)   'S' SUCESSO, 'F' FALHA, 'G' GERADO *00000240
      *                             EM DECK E AINDA NAO EXECUTADO      *00000250
      *       MAIOR_RC    SMALLINT  99 = STEP SEM MENSAGEM DE FIM      *00000260
      *       MENSAGEM    CHAR(8)   DSNU QUE FECHOU O STEP             *00000270
      *       UTILID      CHAR(16)  UTILID DO DSNU000I                 *00000280
      *       TS_REGISTRO TIMESTAMP                                    *00000290
      *     DSNU010I COM RC ATE 4 = SUCESSO PARA TODOS OS OBJETOS DO   *00000300
      *     STEP; RC 8 OU MAIS = FALHA PARA TODOS. DSNU012I, ABEND OU  *00000310
      *     FIM DO SYSPRINT SEM MENSAGEM DE FIM = FALHA DO OBJETO EM   *00000320
      *     PROCESSAMENTO E SUCESSO (RC 0) DOS ANTERIORES;             *00000330
      *   - LE OS DECKS DE UTILITARIO GERADOS (DD DECKGER, OPCIONAL -  *00000340
      *     DUMMY SE NAO HOUVER) E REGISTRA COMO 'G' CADA OBJETO QUE   *00000350
      *     NAO APARECEU NO SYSPRINT LIDO, SE AINDA NAO HOUVER GERACAO *00000360
      *     EM ABERTO PARA ELE (A DATA DA PRIMEIRA GERACAO SEM         *00000370
      *     EXECUCAO E' PRESERVADA);                                   *00000380
      *   - RELATO DE FALHAS: AS FALHAS LIDAS NESTA EXECUCAO, OS       *00000390
      *     OBJETOS CUJA ULTIMA EXECUCAO FOI FALHA E OS OBJETOS        *00000400
      *     GERADOS E NUNCA EXECUTADOS HA MAIS DIAS QUE A TOLERANCIA.  *00000410
      *   PARM: COLS 1-3 TOLERANCIA EM DIAS PARA O GERADO E NAO        *00000420
      *   EXECUTADO (DEFAULT 000 - APONTA JA NA MANHA SEGUINTE).       *00000430
      *   OS DOIS ULTIMOS GRUPOS TAMBEM VAO PARA O DATASET COMUM       *00000440
      *   EXCECAO (VIA DB2EXCEP). O DB2REORG E O DB2HLTCK MOSTRAM A    *00000450
      *   ULTIMA TENTATIVA E O ULTIMO SUCESSO AO LADO DE CADA EXCECAO. *00000460
      *   RETURN-CODE 4 QUANDO HA FALHA OU GERADO SEM EXECUCAO.        *00000470
      * AREA RESPONSAVEL: ADMINISTRACAO DE BANCO DE DADOS              *00000480
      *----------------------------------------------------------------*00000490
       ENVIRONMENT    DIVISION.                                         00000500
      *                                                                 00000510
       INPUT-OUTPUT       SECTION.                                      00000520
       FILE-CONTROL.                                                    00000530
           SELECT  UTILPRT  ASSIGN  TO  UTILPRT.                        00000540
           SELECT  DECKGER  ASSIGN  TO  DECKGER.                        00000550
           SELECT  RELATO   ASSIGN  TO  RELATO.                         00000560
      *                                                                 00000570
       DATA DIVISION.                                                   00000580
      *                                                                 00000590
       FILE            SECTION.                                         00000600
       FD  UTILPRT                                                      00000610
           LABEL  RECORD  IS  OMITTED                                   00000620
           RECORDING MODE IS F.                                         00000630
                                                                        00000640
       01  REG-UTILPRT.                                                 00000650
           02  PRT-CONTROLE            PIC  X(01).                      00000660
           02  PRT-LINHA               PIC  X(132).                     00000670
      *                                                                 00000680
       FD  DECKGER                                                      00000690
           LABEL  RECORD  IS  OMITTED                                   00000700
           RECORDING MODE IS F.                                         00000710
                                                                        00000720
       01  REG-DECKGER                 PIC  X(080).                     00000730
      *                                                                 00000740
       FD  RELATO                                                       00000750
           LABEL  RECORD  IS  OMITTED                                   00000760
           RECORDING MODE IS F.                                         00000770
                                                                        00000780
       01  REG-RELATO                  PIC  X(132).                     00000790
      *                                                                 00000800
       WORKING-STORAGE SECTION.                                         00000810
      *----------------------------------------------------------------*00000820
      * HOSTS DA TABELA DE HISTORICO                                   *00000830
      *----------------------------------------------------------------*00000840
       01  H-OBJETO               PIC  X(44).                           00000850
       01  H-TIPO-OBJETO          PIC  X(01).                           00000860
       01  H-UTILITARIO           PIC  X(08).                           00000870
       01  H-DATA-JUL             PIC  X(07).                           00000880
       01  H-DATA-EXEC            PIC  X(10).                           00000890
       01  H-HORA                 PIC  X(08).                           00000900
       01  H-SITUACAO             PIC  X(01).                           00000910
       01  H-MAIOR-RC             PIC S9(04) COMP.                      00000920
       01  H-MENSAGEM             PIC  X(08).                           00000930
       01  H-UTILID               PIC  X(16).                           00000940
       01  H-DIAS-TOL             PIC S9(04) COMP VALUE +0.             00000950
       01  H-DIAS-PEND            PIC S9(09) COMP.                      00000960
      *----------------------------------------------------------------*00000970
      * STEP DE UTILITARIO EM LEITURA: OBJETOS JA INICIADOS            *00000980
      *----------------------------------------------------------------*00000990
       01  TAB-ETAPA.                                                   00001000
           02  QTD-ETP            PIC S9(04) COMP    VALUE +0.          00001010
           02  IND-ETP            PIC S9(04) COMP    VALUE +0.          00001020
           02  TB-ETP             OCCURS 500 TIMES.                     00001030
               03  TB-ETP-UTIL    PIC  X(08).                           00001040
               03  TB-ETP-OBJETO  PIC  X(44).                           00001050
               03  TB-ETP-TIPO    PIC  X(01).                           00001060
               03  TB-ETP-HORA    PIC  X(08).                           00001070
      *----------------------------------------------------------------*00001080
      * OBJETOS COM RESULTADO NESTA LEITURA (NAO VIRAM 'G' NO DECK)    *00001090
      *----------------------------------------------------------------*00001100
       01  TAB-VISTOS.                                                  00001110
           02  QTD-VIS            PIC S9(04) COMP    VALUE +0.          00001120
           02  IND-VIS            PIC S9(04) COMP    VALUE +0.          00001130
           02  TB-VIS             OCCURS 3000 TIMES.                    00001140
               03  TB-VIS-UTIL    PIC  X(08).                           00001150
               03  TB-VIS-OBJETO  PIC  X(44).                           00001160
      *----------------------------------------------------------------*00001170
      * ANALISE DA LINHA DE MENSAGEM E DO COMANDO DE UTILITARIO        *00001180
      *----------------------------------------------------------------*00001190
       01  FILLER.                                                      00001200
           02  WS-POS                  PIC S9(04) COMP VALUE +0.        00001210
           02  WS-POS-TXT              PIC S9(04) COMP VALUE +0.        00001220
           02  IX-TOK                  PIC S9(04) COMP VALUE +0.        00001230
           02  WS-PREFIXO              PIC  X(60)      VALUE SPACES.    00001240
           02  WS-TEXTO                PIC  X(132)     VALUE SPACES.    00001250
           02  WS-MSGID                PIC  X(10)      VALUE SPACES.    00001260
           02  WS-JUL                  PIC  X(08)      VALUE SPACES.    00001270
           02  WS-HORA-MSG             PIC  X(12)      VALUE SPACES.    00001280
           02  WS-COMANDO              PIC  X(132)     VALUE SPACES.    00001290
           02  WS-TOKENS.                                               00001300
               03  WS-TOK              OCCURS 8 TIMES  PIC X(44).       00001310
           02  WS-VERBO                PIC  X(10)      VALUE SPACES.    00001320
               88  VERBO-UTILITARIO    VALUE 'REORG' 'COPY' 'CHECK'     00001330
                                             'REBUILD' 'RUNSTATS'       00001340
                                             'RECOVER' 'LOAD' 'UNLOAD'  00001350
                                             'QUIESCE' 'MODIFY'         00001360
                                             'REPAIR'.                  00001370
           02  CH-COMANDO              PIC  X(01)      VALUE 'N'.       00001380
           02  WS-UTILITARIO           PIC  X(08)      VALUE SPACES.    00001390
           02  WS-OBJETO               PIC  X(44)      VALUE SPACES.    00001400
           02  WS-TIPO-OBJ             PIC  X(01)      VALUE SPACES.    00001410
           02  WS-UTIL-LISTA           PIC  X(08)      VALUE SPACES.    00001420
           02  WS-UTILID               PIC  X(16)      VALUE SPACES.    00001430
           02  WS-DATA-ETAPA           PIC  X(07)      VALUE SPACES.    00001440
           02  WS-RC                   PIC  9(02)      VALUE ZEROS.     00001450
           02  WS-RC-X  REDEFINES  WS-RC  PIC  X(02).                   00001460
           02  WS-SIT-ULTIMO           PIC  X(01)      VALUE SPACES.    00001470
           02  WS-SIT-DEMAIS           PIC  X(01)      VALUE SPACES.    00001480
           02  WS-RC-ULTIMO            PIC  9(02)      VALUE ZEROS.     00001490
           02  WS-RC-DEMAIS            PIC  9(02)      VALUE ZEROS.     00001500
           02  WS-MSG-FIM              PIC  X(08)      VALUE SPACES.    00001510
      *----------------------------------------------------------------*00001520
      * DATAS                                                          *00001530
      *----------------------------------------------------------------*00001540
       01  FILLER.                                                      00001550
           02  WS-HOJE-JUL             PIC  9(05)      VALUE ZEROS.     00001560
           02  WS-HOJE-JUL-R  REDEFINES  WS-HOJE-JUL.                   00001570
               03  HJ-ANO              PIC  9(02).                      00001580
               03  HJ-DIA              PIC  9(03).                      00001590
           02  WS-ANO4                 PIC  9(04)      VALUE ZEROS.     00001600
           02  WS-ANO-ETAPA            PIC  9(04)      VALUE ZEROS.     00001610
           02  WS-DIA-ETAPA            PIC  9(03)      VALUE ZEROS.     00001620
           02  WS-DATA-JUL-MONTA.                                       00001630
               03  DJ-ANO              PIC  9(04).                      00001640
               03  DJ-DIA              PIC  9(03).                      00001650
      *----------------------------------------------------------------*00001660
      * AREAS AUXILIARES                                               *00001670
      *----------------------------------------------------------------*00001680
       01  FILLER.                                                      00001690
           02  WS-SQLCODE              PIC -----9.                      00001700
           02  WS-QTD-SUCESSO          PIC S9(04) COMP VALUE +0.        00001710
           02  WS-QTD-FALHA            PIC S9(04) COMP VALUE +0.        00001720
           02  WS-QTD-REPETIDO         PIC S9(04) COMP VALUE +0.        00001730
           02  WS-QTD-GERADO           PIC S9(04) COMP VALUE +0.        00001740
           02  WS-QTD-ULT-FALHA        PIC S9(04) COMP VALUE +0.        00001750
           02  WS-QTD-PENDENTE         PIC S9(04) COMP VALUE +0.        00001760
           02  ZQTD                    PIC ZZZZ9.                       00001770
           02  ZRC                     PIC Z9.                          00001780
           02  ZDIAS                   PIC ZZZZ9.                       00001790
      *----------------------------------------------------------------*00001800
      * PARAMETRO DA ROTINA COMUM DE EXCECAO (DB2EXCEP)                *00001810
      *----------------------------------------------------------------*00001820
       01  EXC-PARM.                                                    00001830
           02  EXC-FUNCAO         PIC X(01)      VALUE 'G'.             00001840
           02  EXC-PROGRAMA       PIC X(08)      VALUE 'DB2UTLRS'.      00001850
           02  EXC-SEVERIDADE     PIC 9(01)      VALUE ZERO.            00001860
           02  EXC-TIPO-OBJETO    PIC X(01)      VALUE SPACES.          00001870
           02  EXC-CODIGO         PIC X(08)      VALUE SPACES.          00001880
           02  EXC-OBJETO         PIC X(44)      VALUE SPACES.          00001890
           02  EXC-TEXTO          PIC X(50)      VALUE SPACES.          00001900
           02  EXC-RETURN-CODE    PIC 9(02)      VALUE ZEROS.           00001910
      *----------------------------------------------------------------*00001920
      * CONTROLES                                                      *00001930
      *----------------------------------------------------------------*00001940
       01  CHAVES-FIM.                                                  00001950
           02  N88-FIM-UTILPRT                   PIC  X(03) VALUE 'NAO'.00001960
               88  FIM-UTILPRT                              VALUE 'SIM'.00001970
           02  N88-FIM-DECKGER                   PIC  X(03) VALUE 'NAO'.00001980
               88  FIM-DECKGER                              VALUE 'SIM'.00001990
           02  N88-FIM-FALHAS                    PIC  X(03) VALUE 'NAO'.00002000
               88  FIM-FALHAS                               VALUE 'SIM'.00002010
           02  N88-FIM-PENDENTES                 PIC  X(03) VALUE 'NAO'.00002020
               88  FIM-PENDENTES                            VALUE 'SIM'.00002030
      *----------------------------------------------------------------*00002040
      * RELATORIO                                                      *00002050
      *----------------------------------------------------------------*00002060
       77  AC-LINHA-REL           PIC S9(004)  COMP  VALUE +99.         00002070
       77  AC-PAGINA-REL          PIC S9(004)  COMP  VALUE +0.          00002080
       01  LINHA-REL              PIC  X(132)        VALUE SPACES.      00002090
       01  CURDATA                PIC  9(06)         VALUE ZEROS.       00002100
       01  CURDATA-R  REDEFINES  CURDATA.                               00002110
           03  ATU-ANO            PIC 9(02).                            00002120
           03  ATU-MES            PIC 9(02).                            00002130
           03  ATU-DIA            PIC 9(02).                            00002140
       01  REL-CAB1.                                                    00002150
           03  FILLER             PIC X(52)          VALUE              00002160
               'DB2UTLRS     ADMINISTRACAO DE BANCO DE DADOS'.          00002170
           03  FILLER             PIC X(06)          VALUE 'DATA: '.    00002180
           03  REL-CAB1-DATA.                                           00002190
               05  CB-DIA         PIC 9(02)/.                           00002200
               05  CB-MES         PIC 9(02)/.                           00002210
               05  CB-ANO         PIC 9(02).                            00002220
           03  FILLER             PIC X(04)          VALUE SPACES.      00002230
           03  FILLER             PIC X(05)          VALUE 'PAG: '.     00002240
           03  REL-CAB1-PAG       PIC ZZZ9.                             00002250
           03  FILLER             PIC X(53)          VALUE SPACES.      00002260
       01  REL-CAB2.                                                    00002270
           03  FILLER             PIC X(132)         VALUE              00002280
               'RESULTADO DOS UTILITARIOS - FALHAS E DECKS NAO EXECUTADO00002290
      -        'S'.                                                     00002300
       01  REL-CAB3.                                                    00002310
           03  FILLER             PIC X(132)         VALUE ALL '-'.     00002320
       01  LDET-UTIL.                                                   00002330
           03  FILLER             PIC X(03)          VALUE SPACES.      00002340
           03  DET-UTIL           PIC X(08).                            00002350
           03  FILLER             PIC X(01)          VALUE SPACES.      00002360
           03  DET-TIPO           PIC X(01).                            00002370
           03  FILLER             PIC X(01)          VALUE SPACES.      00002380
           03  DET-OBJETO         PIC X(44).                            00002390
           03  FILLER             PIC X(01)          VALUE SPACES.      00002400
           03  DET-DATA           PIC X(10).                            00002410
           03  FILLER             PIC X(01)          VALUE SPACES.      00002420
           03  DET-HORA           PIC X(08).                            00002430
           03  FILLER             PIC X(04)          VALUE ' RC='.      00002440
           03  DET-RC             PIC Z9.                               00002450
           03  FILLER             PIC X(01)          VALUE SPACES.      00002460
           03  DET-MENSAGEM       PIC X(08).                            00002470
           03  FILLER             PIC X(01)          VALUE SPACES.      00002480
           03  DET-UTILID         PIC X(16).                            00002490
           03  FILLER             PIC X(22)          VALUE SPACES.      00002500
      *                                                                 00002510
           EXEC SQL INCLUDE SQLCA END-EXEC.                             00002520
      *----------------------------------------------------------------*00002530
      *                                                                *00002540
      *----------------------------------------------------------------*00002550
       LINKAGE     SECTION.                                             00002560
       01  PARMJOB.                                                     00002570
           02  PARM-LEN           PIC  9(04)  COMP.                     00002580
           02  PARM-DIAS          PIC  X(03).                           00002590
      *----------------------------------------------------------------*00002600
      *                                                                *00002610
      *----------------------------------------------------------------*00002620
       PROCEDURE   DIVISION      USING   PARMJOB.                       00002630
      *----------------------------------------------------------------*00002640
      *                                                                *00002650
      *----------------------------------------------------------------*00002660
       0000-0000-PRINCIPAL.                                             00002670
           OPEN INPUT  UTILPRT DECKGER.                                 00002680
           OPEN OUTPUT RELATO.                                          00002690
           IF  PARM-LEN  NOT LESS  3                                    00002700
               AND  PARM-DIAS  NUMERIC                                  00002710
               MOVE   PARM-DIAS        TO  H-DIAS-TOL                   00002720
           END-IF.                                                      00002730
           ACCEPT CURDATA              FROM DATE.                       00002740
           ACCEPT WS-HOJE-JUL          FROM DAY.                        00002750
           IF  HJ-ANO  GREATER  70                                      00002760
               COMPUTE WS-ANO4 = 1900 + HJ-ANO                          00002770
           ELSE                                                         00002780
               COMPUTE WS-ANO4 = 2000 + HJ-ANO                          00002790
           END-IF.                                                      00002800
           MOVE   WS-ANO4              TO  DJ-ANO.                      00002810
           MOVE   HJ-DIA               TO  DJ-DIA.                      00002820
           MOVE   WS-DATA-JUL-MONTA    TO  WS-DATA-ETAPA.               00002830
                                                                        00002840
           MOVE  'FALHAS LIDAS NO SYSPRINT DOS UTILITARIOS:'            00002850
             TO  LINHA-REL.                                             00002860
           PERFORM 0900-9999-IMPRIME THRU 0900-9999-EXIT.               00002870
           PERFORM 0100-0000-LE-UTILPRT THRU 0100-0000-EXIT             00002880
             UNTIL FIM-UTILPRT.                                         00002890
           IF  QTD-ETP  GREATER  +0                                     00002900
               MOVE   'F'              TO  WS-SIT-ULTIMO                00002910
               MOVE   'S'              TO  WS-SIT-DEMAIS                00002920
               MOVE   99               TO  WS-RC-ULTIMO                 00002930
               MOVE   ZEROS            TO  WS-RC-DEMAIS                 00002940
               MOVE   'SEMFIM'         TO  WS-MSG-FIM                   00002950
               PERFORM 0300-0000-FECHA-ETAPA THRU 0300-0000-EXIT        00002960
           END-IF.                                                      00002970
           IF  WS-QTD-FALHA  EQUAL  +0                                  00002980
               MOVE  '   NENHUMA'      TO  LINHA-REL                    00002990
               PERFORM 0900-9999-IMPRIME THRU 0900-9999-EXIT            00003000
           END-IF.                                                      00003010
           MOVE   SPACES               TO  LINHA-REL.                   00003020
           PERFORM 0900-9999-IMPRIME THRU 0900-9999-EXIT.               00003030
           MOVE   WS-QTD-SUCESSO       TO  ZQTD.                        00003040
           STRING 'RESULTADOS COM SUCESSO....: ' ZQTD                   00003050
                  DELIMITED BY SIZE INTO LINHA-REL.                     00003060
           PERFORM 0900-9999-IMPRIME THRU 0900-9999-EXIT.               00003070
           MOVE   WS-QTD-FALHA         TO  ZQTD.                        00003080
           STRING 'RESULTADOS COM FALHA......: ' ZQTD                   00003090
                  DELIMITED BY SIZE INTO LINHA-REL.                     00003100
           PERFORM 0900-9999-IMPRIME THRU 0900-9999-EXIT.               00003110
           MOVE   WS-QTD-REPETIDO      TO  ZQTD.                        00003120
           STRING 'JA REGISTRADOS (RELEITURA): ' ZQTD                   00003130
                  DELIMITED BY SIZE INTO LINHA-REL.                     00003140
           PERFORM 0900-9999-IMPRIME THRU 0900-9999-EXIT.               00003150
                                                                        00003160
           PERFORM 0600-0000-LE-DECKGER THRU 0600-0000-EXIT             00003170
             UNTIL FIM-DECKGER.                                         00003180
           MOVE   WS-QTD-GERADO        TO  ZQTD.                        00003190
           STRING 'GERACOES NOVAS EM ABERTO..: ' ZQTD                   00003200
                  DELIMITED BY SIZE INTO LINHA-REL.                     00003210
           PERFORM 0900-9999-IMPRIME THRU 0900-9999-EXIT.               00003220
           EXEC SQL COMMIT WORK END-EXEC.                               00003230
                                                                        00003240
           PERFORM 0700-0000-ULTIMA-FALHA THRU 0700-0000-EXIT.          00003250
           PERFORM 0800-0000-NAO-EXECUTADOS THRU 0800-0000-EXIT.        00003260
                                                                        00003270
           CLOSE UTILPRT DECKGER RELATO.                                00003280
           EXEC SQL COMMIT WORK END-EXEC.                               00003290
           IF  WS-QTD-ULT-FALHA  GREATER  +0                            00003300
               OR  WS-QTD-PENDENTE  GREATER  +0                         00003310
               MOVE   +4               TO  RETURN-CODE                  00003320
           ELSE                                                         00003330
               MOVE   +0               TO  RETURN-CODE                  00003340
           END-IF.                                                      00003350
           MOVE   'F'                  TO  EXC-FUNCAO.                  00003360
           MOVE   RETURN-CODE          TO  EXC-RETURN-CODE.             00003370
           CALL  'DB2EXCEP'  USING  EXC-PARM.                           00003380
           STOP  RUN.                                                   00003390
       0000-0000-EXIT. EXIT.                                            00003400
      *----------------------------------------------------------------*00003410
      * UMA LINHA DO SYSPRINT: SO INTERESSAM AS MENSAGENS DSNU         *00003420
      *----------------------------------------------------------------*00003430
       0100-0000-LE-UTILPRT.                                            00003440
           READ  UTILPRT                                                00003450
               AT END                                                   00003460
                   MOVE   'SIM'         TO   N88-FIM-UTILPRT            00003470
                   GO  TO  0100-0000-EXIT                               00003480
           END-READ.                                                    00003490
           MOVE   +0                   TO  WS-POS.                      00003500
           INSPECT PRT-LINHA  TALLYING  WS-POS  FOR LEADING SPACES.     00003510
           IF  WS-POS  GREATER  +120                                    00003520
               GO  TO  0100-0000-EXIT                                   00003530
           END-IF.                                                      00003540
           ADD    +1                   TO  WS-POS.                      00003550
           IF  PRT-LINHA(WS-POS:4)  NOT EQUAL  'DSNU'                   00003560
               GO  TO  0100-0000-EXIT                                   00003570
           END-IF.                                                      00003580
      *--- PREFIXO (MENSAGEM, DIA JULIANO, HORA, MODULO) E TEXTO APOS   00003590
      *--- O ' - '                                                      00003600
           MOVE   +0                   TO  WS-POS-TXT.                  00003610
           INSPECT PRT-LINHA  TALLYING  WS-POS-TXT                      00003620
               FOR CHARACTERS BEFORE INITIAL ' - '.                     00003630
           IF  WS-POS-TXT  NOT LESS  +129                               00003640
               GO  TO  0100-0000-EXIT                                   00003650
           END-IF.                                                      00003660
           MOVE   SPACES               TO  WS-PREFIXO WS-TEXTO          00003670
                                           WS-MSGID WS-JUL WS-HORA-MSG. 00003680
           MOVE   PRT-LINHA(1:WS-POS-TXT)   TO  WS-PREFIXO.             00003690
           MOVE   PRT-LINHA(WS-POS-TXT + 4:) TO  WS-TEXTO.              00003700
           UNSTRING WS-PREFIXO  DELIMITED BY ALL SPACE                  00003710
               INTO WS-MSGID WS-JUL WS-HORA-MSG                         00003720
               WITH POINTER WS-POS                                      00003730
           END-UNSTRING.                                                00003740
           IF  WS-JUL(1:3)  NUMERIC  AND  WS-JUL(4:1)  EQUAL  SPACE     00003750
               MOVE   WS-HORA-MSG(1:8) TO  H-HORA                       00003760
               INSPECT H-HORA  REPLACING  ALL ':' BY '.'                00003770
           ELSE                                                         00003780
               MOVE   SPACES           TO  WS-JUL                       00003790
               MOVE   '00.00.00'       TO  H-HORA                       00003800
           END-IF.                                                      00003810
                                                                        00003820
           EVALUATE  WS-MSGID                                           00003830
               WHEN  'DSNU000I'                                         00003840
                   PERFORM 0110-0100-INICIO-ETAPA THRU 0110-0100-EXIT   00003850
               WHEN  'DSNU050I'                                         00003860
                   MOVE   WS-TEXTO     TO  WS-COMANDO                   00003870
                   PERFORM 0500-9999-ANALISA-COMANDO                    00003880
                      THRU 0500-9999-EXIT                               00003890
                   PERFORM 0120-0100-INICIO-OBJETO THRU 0120-0100-EXIT  00003900
               WHEN  'DSNU1033I'                                        00003910
                   PERFORM 0130-0100-ITEM-LISTA THRU 0130-0100-EXIT     00003920
               WHEN  'DSNU010I'                                         00003930
                   PERFORM 0200-9999-EXTRAI-RC THRU 0200-9999-EXIT      00003940
                   IF  WS-RC  LESS  8                                   00003950
                       MOVE   'S'      TO  WS-SIT-ULTIMO WS-SIT-DEMAIS  00003960
                   ELSE                                                 00003970
                       MOVE   'F'      TO  WS-SIT-ULTIMO WS-SIT-DEMAIS  00003980
                   END-IF                                               00003990
                   MOVE   WS-RC        TO  WS-RC-ULTIMO WS-RC-DEMAIS    00004000
                   MOVE   WS-MSGID     TO  WS-MSG-FIM                   00004010
                   PERFORM 0300-0000-FECHA-ETAPA THRU 0300-0000-EXIT    00004020
               WHEN  'DSNU012I'                                         00004030
               WHEN  'DSNU016I'                                         00004040
               WHEN  'DSNU017I'                                         00004050
                   PERFORM 0200-9999-EXTRAI-RC THRU 0200-9999-EXIT      00004060
                   MOVE   'F'          TO  WS-SIT-ULTIMO                00004070
                   MOVE   'S'          TO  WS-SIT-DEMAIS                00004080
                   MOVE   WS-RC        TO  WS-RC-ULTIMO                 00004090
                   MOVE   ZEROS        TO  WS-RC-DEMAIS                 00004100
                   MOVE   WS-MSGID     TO  WS-MSG-FIM                   00004110
                   PERFORM 0300-0000-FECHA-ETAPA THRU 0300-0000-EXIT    00004120
           END-EVALUATE.                                                00004130
       0100-0000-EXIT. EXIT.                                            00004140
      *----------------------------------------------------------------*00004150
      * DSNU000I - INICIO DO STEP: FECHA O STEP ANTERIOR QUE FICOU SEM *00004160
      * MENSAGEM DE FIM, GUARDA O UTILID E A DATA (DIA JULIANO; DIA    *00004170
      * MAIOR QUE O DE HOJE E' DO ANO ANTERIOR)                        *00004180
      *----------------------------------------------------------------*00004190
       0110-0100-INICIO-ETAPA.                                          00004200
           IF  QTD-ETP  GREATER  +0                                     00004210
               MOVE   'F'              TO  WS-SIT-ULTIMO                00004220
               MOVE   'S'              TO  WS-SIT-DEMAIS                00004230
               MOVE   99               TO  WS-RC-ULTIMO                 00004240
               MOVE   ZEROS            TO  WS-RC-DEMAIS                 00004250
               MOVE   'SEMFIM'         TO  WS-MSG-FIM                   00004260
               PERFORM 0300-0000-FECHA-ETAPA THRU 0300-0000-EXIT        00004270
           END-IF.                                                      00004280
           MOVE   SPACES               TO  WS-UTILID WS-UTIL-LISTA.     00004290
           MOVE   +0                   TO  WS-POS.                      00004300
           INSPECT WS-TEXTO  TALLYING  WS-POS                           00004310
               FOR CHARACTERS BEFORE INITIAL 'UTILID = '.               00004320
           IF  WS-POS  LESS  +120                                       00004330
               ADD    +10              TO  WS-POS                       00004340
               UNSTRING WS-TEXTO  DELIMITED BY SPACE OR ','             00004350
                   INTO WS-UTILID                                       00004360
                   WITH POINTER WS-POS                                  00004370
               END-UNSTRING                                             00004380
           END-IF.                                                      00004390
           MOVE   WS-ANO4              TO  DJ-ANO.                      00004400
           MOVE   HJ-DIA               TO  DJ-DIA.                      00004410
           IF  WS-JUL  NOT EQUAL  SPACES                                00004420
               MOVE   WS-JUL(1:3)      TO  WS-DIA-ETAPA                 00004430
               MOVE   WS-DIA-ETAPA     TO  DJ-DIA                       00004440
               IF  WS-DIA-ETAPA  GREATER  HJ-DIA                        00004450
                   COMPUTE DJ-ANO = WS-ANO4 - 1                         00004460
               END-IF                                                   00004470
           END-IF.                                                      00004480
           MOVE   WS-DATA-JUL-MONTA    TO  WS-DATA-ETAPA.               00004490
       0110-0100-EXIT. EXIT.                                            00004500
      *----------------------------------------------------------------*00004510
      * DSNU050I - COMANDO DO UTILITARIO: O OBJETO ENTRA NO STEP;      *00004520
      * COMANDO SOBRE LISTDEF ESPERA OS ITENS (DSNU1033I)              *00004530
      *----------------------------------------------------------------*00004540
       0120-0100-INICIO-OBJETO.                                         00004550
           IF  CH-COMANDO  EQUAL  'L'                                   00004560
               MOVE   WS-UTILITARIO    TO  WS-UTIL-LISTA                00004570
               GO  TO  0120-0100-EXIT                                   00004580
           END-IF.                                                      00004590
           IF  CH-COMANDO  NOT EQUAL  'S'                               00004600
               GO  TO  0120-0100-EXIT                                   00004610
           END-IF.                                                      00004620
           IF  QTD-ETP  NOT LESS  +500                                  00004630
               DISPLAY 'DB2UTLRS - MAIS DE 500 OBJETOS NO STEP '        00004640
                       WS-UTILID                                        00004650
               GO  TO  0120-0100-EXIT                                   00004660
           END-IF.                                                      00004670
           ADD    +1                   TO  QTD-ETP.                     00004680
           MOVE   WS-UTILITARIO        TO  TB-ETP-UTIL(QTD-ETP).        00004690
           MOVE   WS-OBJETO            TO  TB-ETP-OBJETO(QTD-ETP).      00004700
           MOVE   WS-TIPO-OBJ          TO  TB-ETP-TIPO(QTD-ETP).        00004710
           MOVE   H-HORA               TO  TB-ETP-HORA(QTD-ETP).        00004720
       0120-0100-EXIT. EXIT.                                            00004730
      *----------------------------------------------------------------*00004740
      * DSNU1033I - ITEM DA LISTDEF EM PROCESSAMENTO                   *00004750
      *----------------------------------------------------------------*00004760
       0130-0100-ITEM-LISTA.                                            00004770
           IF  WS-UTIL-LISTA  EQUAL  SPACES                             00004780
               GO  TO  0130-0100-EXIT                                   00004790
           END-IF.                                                      00004800
           MOVE   +0                   TO  WS-POS.                      00004810
           INSPECT WS-TEXTO  TALLYING  WS-POS                           00004820
               FOR CHARACTERS BEFORE INITIAL ':'.                       00004830
           IF  WS-POS  NOT LESS  +130                                   00004840
               GO  TO  0130-0100-EXIT                                   00004850
           END-IF.                                                      00004860
           MOVE   SPACES               TO  WS-COMANDO.                  00004870
           STRING WS-UTIL-LISTA DELIMITED BY SPACE                      00004880
                  ' ' DELIMITED BY SIZE                                 00004890
                  WS-TEXTO(WS-POS + 2:) DELIMITED BY SIZE               00004900
                  INTO WS-COMANDO.                                      00004910
           PERFORM 0500-9999-ANALISA-COMANDO THRU 0500-9999-EXIT.       00004920
           PERFORM 0120-0100-INICIO-OBJETO THRU 0120-0100-EXIT.         00004930
       0130-0100-EXIT. EXIT.                                            00004940
      *----------------------------------------------------------------*00004950
      * MAIOR RETURN-CODE DA MENSAGEM ('CODE=N'); SEM ELE (ABEND) = 99 *00004960
      *----------------------------------------------------------------*00004970
       0200-9999-EXTRAI-RC.                                             00004980
           MOVE   99                   TO  WS-RC.                       00004990
           MOVE   +0                   TO  WS-POS.                      00005000
           INSPECT WS-TEXTO  TALLYING  WS-POS                           00005010
               FOR CHARACTERS BEFORE INITIAL 'CODE='.                   00005020
           IF  WS-POS  NOT LESS  +125                                   00005030
               GO  TO  0200-9999-EXIT                                   00005040
           END-IF.                                                      00005050
           ADD    +6                   TO  WS-POS.                      00005060
           IF  WS-TEXTO(WS-POS:1)  NOT NUMERIC                          00005070
               GO  TO  0200-9999-EXIT                                   00005080
           END-IF.                                                      00005090
           IF  WS-TEXTO(WS-POS + 1:1)  NUMERIC                          00005100
               MOVE   WS-TEXTO(WS-POS:2)    TO  WS-RC-X                 00005110
           ELSE                                                         00005120
               MOVE   '0'                   TO  WS-RC-X(1:1)            00005130
               MOVE   WS-TEXTO(WS-POS:1)    TO  WS-RC-X(2:1)            00005140
           END-IF.                                                      00005150
       0200-9999-EXIT. EXIT.                                            00005160
      *----------------------------------------------------------------*00005170
      * FECHA O STEP: O ULTIMO OBJETO INICIADO RECEBE WS-SIT-ULTIMO E  *00005180
      * OS ANTERIORES WS-SIT-DEMAIS                                    *00005190
      *----------------------------------------------------------------*00005200
       0300-0000-FECHA-ETAPA.                                           00005210
           PERFORM VARYING IND-ETP FROM +1 BY +1                        00005220
             UNTIL IND-ETP  GREATER  QTD-ETP                            00005230
               MOVE   TB-ETP-UTIL(IND-ETP)    TO  H-UTILITARIO          00005240
               MOVE   TB-ETP-OBJETO(IND-ETP)  TO  H-OBJETO              00005250
               MOVE   TB-ETP-TIPO(IND-ETP)    TO  H-TIPO-OBJETO         00005260
               MOVE   TB-ETP-HORA(IND-ETP)    TO  H-HORA                00005270
               IF  IND-ETP  EQUAL  QTD-ETP                              00005280
                   MOVE   WS-SIT-ULTIMO       TO  H-SITUACAO            00005290
                   MOVE   WS-RC-ULTIMO        TO  H-MAIOR-RC            00005300
               ELSE                                                     00005310
                   MOVE   WS-SIT-DEMAIS       TO  H-SITUACAO            00005320
                   MOVE   WS-RC-DEMAIS        TO  H-MAIOR-RC            00005330
               END-IF                                                   00005340
               PERFORM 0400-0300-GRAVA-RESULTADO THRU 0400-0300-EXIT    00005350
           END-PERFORM.                                                 00005360
           MOVE   +0                   TO  QTD-ETP.                     00005370
           MOVE   SPACES               TO  WS-UTIL-LISTA.               00005380
       0300-0000-EXIT. EXIT.                                            00005390
      *----------------------------------------------------------------*00005400
      * GRAVA O RESULTADO NO HISTORICO (RELEITURA DO MESMO SYSPRINT    *00005410
      * NAO DUPLICA) E LISTA A FALHA                                   *00005420
      *----------------------------------------------------------------*00005430
       0400-0300-GRAVA-RESULTADO.                                       00005440
           MOVE   WS-DATA-ETAPA        TO  H-DATA-JUL.                  00005450
           MOVE   WS-MSG-FIM           TO  H-MENSAGEM.                  00005460
           MOVE   WS-UTILID            TO  H-UTILID.                    00005470
           EXEC SQL                                                     00005480
                INSERT INTO DB2ADM.DBA_UTILHIST                         00005490
                       (OBJETO, TIPO_OBJETO, UTILITARIO, DT_EXECUCAO,   00005500
                        HORA, SITUACAO, MAIOR_RC, MENSAGEM, UTILID,     00005510
                        TS_REGISTRO)                                    00005520
                SELECT :H-OBJETO, :H-TIPO-OBJETO, :H-UTILITARIO,        00005530
                       DATE(:H-DATA-JUL), :H-HORA, :H-SITUACAO,         00005540
                       :H-MAIOR-RC, :H-MENSAGEM, :H-UTILID,             00005550
                       CURRENT TIMESTAMP                                00005560
                  FROM SYSIBM.SYSDUMMY1                                 00005570
                 WHERE NOT EXISTS                                       00005580
                       (SELECT 1                                        00005590
                          FROM DB2ADM.DBA_UTILHIST H                    00005600
                         WHERE H.OBJETO      = :H-OBJETO                00005610
                           AND H.UTILITARIO  = :H-UTILITARIO            00005620
                           AND H.DT_EXECUCAO = DATE(:H-DATA-JUL)        00005630
                           AND H.HORA        = :H-HORA                  00005640
                           AND H.SITUACAO    = :H-SITUACAO)             00005650
           END-EXEC.                                                    00005660
           IF  SQLCODE  EQUAL  +100                                     00005670
               ADD    +1               TO  WS-QTD-REPETIDO              00005680
           ELSE                                                         00005690
               IF  SQLCODE  NOT EQUAL  +0                               00005700
                   DISPLAY '*** ERRO NO INSERT DBA_UTILHIST'            00005710
                   PERFORM  9999-9999-ERRO-DB2  THRU 9999-9999-EXIT     00005720
               END-IF                                                   00005730
           END-IF.                                                      00005740
                                                                        00005750
           IF  QTD-VIS  LESS  +3000                                     00005760
               ADD    +1               TO  QTD-VIS                      00005770
               MOVE   H-UTILITARIO     TO  TB-VIS-UTIL(QTD-VIS)         00005780
               MOVE   H-OBJETO         TO  TB-VIS-OBJETO(QTD-VIS)       00005790
           END-IF.                                                      00005800
           IF  H-SITUACAO  EQUAL  'S'                                   00005810
               ADD    +1               TO  WS-QTD-SUCESSO               00005820
               GO  TO  0400-0300-EXIT                                   00005830
           END-IF.                                                      00005840
           ADD    +1                   TO  WS-QTD-FALHA.                00005850
           EXEC SQL                                                     00005860
                SELECT CHAR(DATE(:H-DATA-JUL), ISO)                     00005870
                  INTO :H-DATA-EXEC                                     00005880
                  FROM SYSIBM.SYSDUMMY1                                 00005890
           END-EXEC.                                                    00005900
           IF  SQLCODE  NOT EQUAL  +0                                   00005910
               DISPLAY '*** ERRO NA CONVERSAO DA DATA JULIANA'          00005920
               PERFORM  9999-9999-ERRO-DB2  THRU 9999-9999-EXIT         00005930
           END-IF.                                                      00005940
           MOVE   H-UTILITARIO         TO  DET-UTIL.                    00005950
           MOVE   H-TIPO-OBJETO        TO  DET-TIPO.                    00005960
           MOVE   H-OBJETO             TO  DET-OBJETO.                  00005970
           MOVE   H-DATA-EXEC          TO  DET-DATA.                    00005980
           MOVE   H-HORA               TO  DET-HORA.                    00005990
           MOVE   H-MAIOR-RC           TO  DET-RC.                      00006000
           MOVE   H-MENSAGEM           TO  DET-MENSAGEM.                00006010
           MOVE   H-UTILID             TO  DET-UTILID.                  00006020
           MOVE   LDET-UTIL            TO  LINHA-REL.                   00006030
           PERFORM 0900-9999-IMPRIME THRU 0900-9999-EXIT.               00006040
       0400-0300-EXIT. EXIT.                                            00006050
      *----------------------------------------------------------------*00006060
      * ANALISA O COMANDO EM WS-COMANDO (MENSAGEM DSNU050I OU CARTAO   *00006070
      * DE DECK): UTILITARIO E OBJETO APOS TABLESPACE / INDEX /        *00006080
      * INDEXSPACE / TABLE. CH-COMANDO 'S' OBJETO, 'L' LISTDEF, 'N'    *00006090
      * NAO E' COMANDO DE UTILITARIO SOBRE OBJETO. EM "TABLESPACE LIST *00006095
      * X" / "INDEX LIST X" O TOKEN LIST DECIDE: O NOME QUE VEM DEPOIS *00006100
      * E' O DA LISTDEF, NAO UM OBJETO                                 *00006105
      *----------------------------------------------------------------*00006110
       0500-9999-ANALISA-COMANDO.                                       00006120
           MOVE   'N'                  TO  CH-COMANDO.                  00006130
           MOVE   SPACES               TO  WS-UTILITARIO WS-OBJETO      00006140
                                           WS-TIPO-OBJ WS-TOKENS.       00006150
           INSPECT WS-COMANDO  REPLACING  ALL ';' BY SPACE              00006160
                                          ALL '(' BY SPACE              00006170
                                          ALL ')' BY SPACE              00006180
                                          ALL ',' BY SPACE.             00006190
           MOVE   +0                   TO  WS-POS.                      00006200
           INSPECT WS-COMANDO  TALLYING  WS-POS  FOR LEADING SPACES.    00006210
           IF  WS-POS  GREATER  +120                                    00006220
               GO  TO  0500-9999-EXIT                                   00006230
           END-IF.                                                      00006240
           ADD    +1                   TO  WS-POS.                      00006250
           UNSTRING WS-COMANDO  DELIMITED BY ALL SPACE                  00006260
               INTO WS-TOK(1) WS-TOK(2) WS-TOK(3) WS-TOK(4)             00006270
                    WS-TOK(5) WS-TOK(6) WS-TOK(7) WS-TOK(8)             00006280
               WITH POINTER WS-POS                                      00006290
           END-UNSTRING.                                                00006300
           MOVE   WS-TOK(1)            TO  WS-VERBO.                    00006310
           IF  NOT VERBO-UTILITARIO                                     00006320
               GO  TO  0500-9999-EXIT                                   00006330
           END-IF.                                                      00006340
           MOVE   WS-VERBO             TO  WS-UTILITARIO.               00006350
           PERFORM VARYING IX-TOK FROM 2 BY 1                           00006360
             UNTIL IX-TOK  GREATER  7                                   00006370
                OR CH-COMANDO  NOT EQUAL  'N'                           00006380
               IF  WS-TOK(IX-TOK + 1)  NOT EQUAL  SPACES                00006390
                   AND  WS-TOK(IX-TOK + 1)  NOT EQUAL  'ALL'            00006400
                   AND  WS-TOK(IX-TOK + 1)  NOT EQUAL  'LIST'           00006405
                   EVALUATE  WS-TOK(IX-TOK)                             00006410
                       WHEN  'TABLESPACE'                               00006420
                           MOVE   'S'   TO  WS-TIPO-OBJ                 00006430
                       WHEN  'INDEX'                                    00006440
                       WHEN  'INDEXSPACE'                               00006450
                           MOVE   'I'   TO  WS-TIPO-OBJ                 00006460
                       WHEN  'TABLE'                                    00006470
                           MOVE   'T'   TO  WS-TIPO-OBJ                 00006480
                       WHEN  'LIST'                                     00006490
                           MOVE   'L'   TO  CH-COMANDO                  00006500
                           MOVE   WS-TOK(IX-TOK + 1)  TO  WS-OBJETO     00006505
                   END-EVALUATE                                         00006510
                   IF  WS-TIPO-OBJ  NOT EQUAL  SPACE                    00006520
                       MOVE   WS-TOK(IX-TOK + 1)  TO  WS-OBJETO         00006530
                       MOVE   'S'               TO  CH-COMANDO          00006540
                   END-IF                                               00006550
               END-IF                                                   00006560
           END-PERFORM.                                                 00006570
       0500-9999-EXIT. EXIT.                                            00006580
      *----------------------------------------------------------------*00006590
      * CARTAO DE DECK GERADO: OBJETO SEM RESULTADO NESTA LEITURA E    *00006600
      * SEM GERACAO EM ABERTO ENTRA COMO 'G'                           *00006610
      *----------------------------------------------------------------*00006620
       0600-0000-LE-DECKGER.                                            00006630
           READ  DECKGER                                                00006640
               AT END                                                   00006650
                   MOVE   'SIM'         TO   N88-FIM-DECKGER            00006660
                   GO  TO  0600-0000-EXIT                               00006670
           END-READ.                                                    00006680
           IF  REG-DECKGER(1:2)  EQUAL  './'  OR  '--'                  00006690
               OR  REG-DECKGER(1:1)  EQUAL  '*'                         00006700
               GO  TO  0600-0000-EXIT                                   00006710
           END-IF.                                                      00006720
           MOVE   REG-DECKGER          TO  WS-COMANDO.                  00006730
           PERFORM 0500-9999-ANALISA-COMANDO THRU 0500-9999-EXIT.       00006740
           IF  CH-COMANDO  NOT EQUAL  'S'                               00006750
               GO  TO  0600-0000-EXIT                                   00006760
           END-IF.                                                      00006770
           PERFORM VARYING IND-VIS FROM +1 BY +1                        00006780
             UNTIL IND-VIS  GREATER  QTD-VIS                            00006790
                OR (TB-VIS-UTIL(IND-VIS)    EQUAL  WS-UTILITARIO        00006800
               AND  TB-VIS-OBJETO(IND-VIS)  EQUAL  WS-OBJETO)           00006810
               CONTINUE                                                 00006820
           END-PERFORM.                                                 00006830
           IF  IND-VIS  NOT GREATER  QTD-VIS                            00006840
               GO  TO  0600-0000-EXIT                                   00006850
           END-IF.                                                      00006860
                                                                        00006870
           MOVE   WS-OBJETO            TO  H-OBJETO.                    00006880
           MOVE   WS-TIPO-OBJ          TO  H-TIPO-OBJETO.               00006890
           MOVE   WS-UTILITARIO        TO  H-UTILITARIO.                00006900
           EXEC SQL                                                     00006910
                INSERT INTO DB2ADM.DBA_UTILHIST                         00006920
                       (OBJETO, TIPO_OBJETO, UTILITARIO, DT_EXECUCAO,   00006930
                        HORA, SITUACAO, MAIOR_RC, MENSAGEM, UTILID,     00006940
                        TS_REGISTRO)                                    00006950
                SELECT :H-OBJETO, :H-TIPO-OBJETO, :H-UTILITARIO,        00006960
                       CURRENT DATE, CHAR(CURRENT TIME, ISO), 'G',      00006970
                       0, ' ', ' ', CURRENT TIMESTAMP                   00006980
                  FROM SYSIBM.SYSDUMMY1                                 00006990
                 WHERE NOT EXISTS                                       00007000
                       (SELECT 1                                        00007010
                          FROM DB2ADM.DBA_UTILHIST G                    00007020
                         WHERE G.OBJETO     = :H-OBJETO                 00007030
                           AND G.UTILITARIO = :H-UTILITARIO             00007040
                           AND G.SITUACAO   = 'G'                       00007050
                           AND NOT EXISTS                               00007060
                               (SELECT 1                                00007070
                                  FROM DB2ADM.DBA_UTILHIST X            00007080
                                 WHERE X.OBJETO      = G.OBJETO         00007090
                                   AND X.UTILITARIO  = G.UTILITARIO     00007100
                                   AND X.SITUACAO   IN ('S', 'F')       00007110
                                   AND X.DT_EXECUCAO >= G.DT_EXECUCAO)) 00007120
           END-EXEC.                                                    00007130
           IF  SQLCODE  EQUAL  +0                                       00007140
               ADD    +1               TO  WS-QTD-GERADO                00007150
           ELSE                                                         00007160
               IF  SQLCODE  NOT EQUAL  +100                             00007170
                   DISPLAY '*** ERRO NO INSERT (GERADO) DBA_UTILHIST'   00007180
                   PERFORM  9999-9999-ERRO-DB2  THRU 9999-9999-EXIT     00007190
               END-IF                                                   00007200
           END-IF.                                                      00007210
       0600-0000-EXIT. EXIT.                                            00007220
      *----------------------------------------------------------------*00007230
      * OBJETOS CUJA ULTIMA EXECUCAO REGISTRADA FOI FALHA              *00007240
      *----------------------------------------------------------------*00007250
       0700-0000-ULTIMA-FALHA.                                          00007260
           MOVE   SPACES               TO  LINHA-REL.                   00007270
           PERFORM 0900-9999-IMPRIME THRU 0900-9999-EXIT.               00007280
           MOVE  'OBJETOS CUJA ULTIMA EXECUCAO DO UTILITARIO FALHOU:'   00007290
             TO  LINHA-REL.                                             00007300
           PERFORM 0900-9999-IMPRIME THRU 0900-9999-EXIT.               00007310
           EXEC SQL                                                     00007320
                DECLARE C_FALHAS CURSOR FOR                             00007330
                SELECT H.OBJETO, H.TIPO_OBJETO, H.UTILITARIO,           00007340
                       CHAR(H.DT_EXECUCAO, ISO), H.HORA,                00007350
                       H.MAIOR_RC, H.MENSAGEM, H.UTILID                 00007360
                  FROM DB2ADM.DBA_UTILHIST H                            00007370
                 WHERE H.SITUACAO = 'F'                                 00007380
                   AND NOT EXISTS                                       00007390
                       (SELECT 1                                        00007400
                          FROM DB2ADM.DBA_UTILHIST X                    00007410
                         WHERE X.OBJETO     = H.OBJETO                  00007420
                           AND X.UTILITARIO = H.UTILITARIO              00007430
                           AND X.SITUACAO  IN ('S', 'F')                00007440
                           AND (X.DT_EXECUCAO > H.DT_EXECUCAO           00007450
                            OR (X.DT_EXECUCAO = H.DT_EXECUCAO           00007460
                           AND  X.HORA        > H.HORA)))               00007470
                 ORDER BY H.DT_EXECUCAO DESC, H.OBJETO                  00007480
           END-EXEC.                                                    00007490
           EXEC SQL OPEN C_FALHAS END-EXEC.                             00007500
           IF  SQLCODE  NOT EQUAL  +0                                   00007510
               DISPLAY '*** ERRO NO OPEN C_FALHAS'                      00007520
               PERFORM  9999-9999-ERRO-DB2  THRU 9999-9999-EXIT         00007530
           END-IF.                                                      00007540
           PERFORM 0710-0700-UMA-FALHA THRU 0710-0700-EXIT              00007550
             UNTIL FIM-FALHAS.                                          00007560
           EXEC SQL CLOSE C_FALHAS END-EXEC.                            00007570
           IF  SQLCODE  NOT EQUAL  +0                                   00007580
               DISPLAY '*** ERRO NO CLOSE C_FALHAS'                     00007590
               PERFORM  9999-9999-ERRO-DB2  THRU 9999-9999-EXIT         00007600
           END-IF.                                                      00007610
           IF  WS-QTD-ULT-FALHA  EQUAL  +0                              00007620
               MOVE  '   NENHUM'       TO  LINHA-REL                    00007630
               PERFORM 0900-9999-IMPRIME THRU 0900-9999-EXIT            00007640
           END-IF.                                                      00007650
       0700-0000-EXIT. EXIT.                                            00007660
      *----------------------------------------------------------------*00007670
      *                                                                *00007680
      *----------------------------------------------------------------*00007690
       0710-0700-UMA-FALHA.                                             00007700
           EXEC SQL                                                     00007710
                FETCH  C_FALHAS                                         00007720
                 INTO  :H-OBJETO, :H-TIPO-OBJETO, :H-UTILITARIO,        00007730
                       :H-DATA-EXEC, :H-HORA, :H-MAIOR-RC,              00007740
                       :H-MENSAGEM, :H-UTILID                           00007750
           END-EXEC.                                                    00007760
           IF  SQLCODE  EQUAL  +100                                     00007770
               MOVE  'SIM'             TO  N88-FIM-FALHAS               00007780
               GO  TO  0710-0700-EXIT                                   00007790
           END-IF.                                                      00007800
           IF  SQLCODE  NOT EQUAL  +0                                   00007810
               DISPLAY '*** ERRO NO FETCH C_FALHAS'                     00007820
               PERFORM  9999-9999-ERRO-DB2  THRU 9999-9999-EXIT         00007830
           END-IF.                                                      00007840
           ADD    +1                   TO  WS-QTD-ULT-FALHA.            00007850
           MOVE   H-UTILITARIO         TO  DET-UTIL.                    00007860
           MOVE   H-TIPO-OBJETO        TO  DET-TIPO.                    00007870
           MOVE   H-OBJETO             TO  DET-OBJETO.                  00007880
           MOVE   H-DATA-EXEC          TO  DET-DATA.                    00007890
           MOVE   H-HORA               TO  DET-HORA.                    00007900
           MOVE   H-MAIOR-RC           TO  DET-RC.                      00007910
           MOVE   H-MENSAGEM           TO  DET-MENSAGEM.                00007920
           MOVE   H-UTILID             TO  DET-UTILID.                  00007930
           MOVE   LDET-UTIL            TO  LINHA-REL.                   00007940
           PERFORM 0900-9999-IMPRIME THRU 0900-9999-EXIT.               00007950
                                                                        00007960
           MOVE   1                    TO  EXC-SEVERIDADE.              00007970
           MOVE   H-TIPO-OBJETO        TO  EXC-TIPO-OBJETO.             00007980
           MOVE   'UTILFALH'           TO  EXC-CODIGO.                  00007990
           STRING H-OBJETO DELIMITED BY SPACE                           00008000
                  ' ' DELIMITED BY SIZE                                 00008010
                  H-UTILITARIO DELIMITED BY SPACE                       00008020
                  INTO EXC-OBJETO.                                      00008030
           MOVE   H-MAIOR-RC           TO  ZRC.                         00008040
           STRING H-UTILITARIO DELIMITED BY SPACE                       00008050
                  ' FALHOU EM ' H-DATA-EXEC ' RC ' ZRC                  00008060
                  ' (' H-MENSAGEM ')' DELIMITED BY SIZE                 00008070
                  INTO EXC-TEXTO.                                       00008080
           PERFORM 0960-9999-GRAVA-EXCECAO THRU 0960-9999-EXIT.         00008090
       0710-0700-EXIT. EXIT.                                            00008100
      *----------------------------------------------------------------*00008110
      * OBJETOS GERADOS EM DECK E NUNCA EXECUTADOS DESDE ENTAO         *00008120
      *----------------------------------------------------------------*00008130
       0800-0000-NAO-EXECUTADOS.                                        00008140
           MOVE   SPACES               TO  LINHA-REL.                   00008150
           PERFORM 0900-9999-IMPRIME THRU 0900-9999-EXIT.               00008160
           MOVE   H-DIAS-TOL           TO  ZDIAS.                       00008170
           STRING 'OBJETOS GERADOS EM DECK E NAO EXECUTADOS (TOLERANCIA'00008180
                  ZDIAS ' DIAS):'                                       00008190
                  DELIMITED BY SIZE INTO LINHA-REL.                     00008200
           PERFORM 0900-9999-IMPRIME THRU 0900-9999-EXIT.               00008210
           EXEC SQL                                                     00008220
                DECLARE C_PENDENTES CURSOR FOR                          00008230
                SELECT G.OBJETO, G.TIPO_OBJETO, G.UTILITARIO,           00008240
                       CHAR(G.DT_EXECUCAO, ISO),                        00008250
                       DAYS(CURRENT DATE) - DAYS(G.DT_EXECUCAO)         00008260
                  FROM DB2ADM.DBA_UTILHIST G                            00008270
                 WHERE G.SITUACAO = 'G'                                 00008280
                   AND G.DT_EXECUCAO <= CURRENT DATE - :H-DIAS-TOL DAYS 00008290
                   AND NOT EXISTS                                       00008300
                       (SELECT 1                                        00008310
                          FROM DB2ADM.DBA_UTILHIST X                    00008320
                         WHERE X.OBJETO      = G.OBJETO                 00008330
                           AND X.UTILITARIO  = G.UTILITARIO             00008340
                           AND X.SITUACAO   IN ('S', 'F')               00008350
                           AND X.DT_EXECUCAO >= G.DT_EXECUCAO)          00008360
                 ORDER BY 5 DESC, 1                                     00008370
           END-EXEC.                                                    00008380
           EXEC SQL OPEN C_PENDENTES END-EXEC.                          00008390
           IF  SQLCODE  NOT EQUAL  +0                                   00008400
               DISPLAY '*** ERRO NO OPEN C_PENDENTES'                   00008410
               PERFORM  9999-9999-ERRO-DB2  THRU 9999-9999-EXIT         00008420
           END-IF.                                                      00008430
           PERFORM 0810-0800-UM-PENDENTE THRU 0810-0800-EXIT            00008440
             UNTIL FIM-PENDENTES.                                       00008450
           EXEC SQL CLOSE C_PENDENTES END-EXEC.                         00008460
           IF  SQLCODE  NOT EQUAL  +0                                   00008470
               DISPLAY '*** ERRO NO CLOSE C_PENDENTES'                  00008480
               PERFORM  9999-9999-ERRO-DB2  THRU 9999-9999-EXIT         00008490
           END-IF.                                                      00008500
           IF  WS-QTD-PENDENTE  EQUAL  +0                               00008510
               MOVE  '   NENHUM'       TO  LINHA-REL                    00008520
               PERFORM 0900-9999-IMPRIME THRU 0900-9999-EXIT            00008530
           END-IF.                                                      00008540
       0800-0000-EXIT. EXIT.                                            00008550
      *----------------------------------------------------------------*00008560
      *                                                                *00008570
      *----------------------------------------------------------------*00008580
       0810-0800-UM-PENDENTE.                                           00008590
           EXEC SQL                                                     00008600
                FETCH  C_PENDENTES                                      00008610
                 INTO  :H-OBJETO, :H-TIPO-OBJETO, :H-UTILITARIO,        00008620
                       :H-DATA-EXEC, :H-DIAS-PEND                       00008630
           END-EXEC.                                                    00008640
           IF  SQLCODE  EQUAL  +100                                     00008650
               MOVE  'SIM'             TO  N88-FIM-PENDENTES            00008660
               GO  TO  0810-0800-EXIT                                   00008670
           END-IF.                                                      00008680
           IF  SQLCODE  NOT EQUAL  +0                                   00008690
               DISPLAY '*** ERRO NO FETCH C_PENDENTES'                  00008700
               PERFORM  9999-9999-ERRO-DB2  THRU 9999-9999-EXIT         00008710
           END-IF.                                                      00008720
           ADD    +1                   TO  WS-QTD-PENDENTE.             00008730
           MOVE   H-DIAS-PEND          TO  ZDIAS.                       00008740
           MOVE   SPACES               TO  LINHA-REL.                   00008750
           STRING '   ' H-UTILITARIO ' ' H-TIPO-OBJETO ' ' H-OBJETO     00008760
                  ' GERADO EM ' H-DATA-EXEC                             00008770
                  ' - HA ' ZDIAS ' DIAS SEM EXECUCAO'                   00008780
                  DELIMITED BY SIZE INTO LINHA-REL.                     00008790
           PERFORM 0900-9999-IMPRIME THRU 0900-9999-EXIT.               00008800
                                                                        00008810
           MOVE   2                    TO  EXC-SEVERIDADE.              00008820
           MOVE   H-TIPO-OBJETO        TO  EXC-TIPO-OBJETO.             00008830
           MOVE   'UTILNEXE'           TO  EXC-CODIGO.                  00008840
           STRING H-OBJETO DELIMITED BY SPACE                           00008850
                  ' ' DELIMITED BY SIZE                                 00008860
                  H-UTILITARIO DELIMITED BY SPACE                       00008870
                  INTO EXC-OBJETO.                                      00008880
           STRING H-UTILITARIO DELIMITED BY SPACE                       00008890
                  ' GERADO EM ' H-DATA-EXEC ' E NAO EXECUTADO'          00008900
                  DELIMITED BY SIZE INTO EXC-TEXTO.                     00008910
           PERFORM 0960-9999-GRAVA-EXCECAO THRU 0960-9999-EXIT.         00008920
       0810-0800-EXIT. EXIT.                                            00008930
      *----------------------------------------------------------------*00008940
      * GRAVA A EXCECAO CORRENTE NO DATASET COMUM EXCECAO (DB2EXCEP)   *00008950
      *----------------------------------------------------------------*00008960
       0960-9999-GRAVA-EXCECAO.                                         00008970
           MOVE   RETURN-CODE          TO  EXC-RETURN-CODE.             00008980
           CALL  'DB2EXCEP'  USING  EXC-PARM.                           00008990
           MOVE   SPACES               TO  EXC-OBJETO  EXC-TEXTO.       00009000
       0960-9999-EXIT. EXIT.                                            00009010
      *----------------------------------------------------------------*00009020
      * IMPRESSAO PAGINADA (COMO O RELATO DO DB2DIST)                  *00009030
      *----------------------------------------------------------------*00009040
       0900-9999-IMPRIME.                                               00009050
           IF  AC-LINHA-REL  GREATER  60                                00009060
               ADD    +1               TO  AC-PAGINA-REL                00009070
               MOVE   AC-PAGINA-REL    TO  REL-CAB1-PAG                 00009080
               MOVE   ATU-DIA          TO  CB-DIA                       00009090
               MOVE   ATU-MES          TO  CB-MES                       00009100
               MOVE   ATU-ANO          TO  CB-ANO                       00009110
               WRITE  REG-RELATO       FROM REL-CAB1 AFTER PAGE         00009120
               WRITE  REG-RELATO       FROM REL-CAB2                    00009130
               WRITE  REG-RELATO       FROM REL-CAB3                    00009140
               MOVE   +3               TO  AC-LINHA-REL                 00009150
           END-IF.                                                      00009160
           WRITE  REG-RELATO           FROM LINHA-REL.                  00009170
           ADD    +1                   TO  AC-LINHA-REL.                00009180
           MOVE   SPACES               TO  LINHA-REL.                   00009190
       0900-9999-EXIT. EXIT.                                            00009200
      *----------------------------------------------------------------*00009210
      *                                                                *00009220
      *----------------------------------------------------------------*00009230
       9999-9999-ERRO-DB2.                                              00009240
           MOVE   SQLCODE              TO  WS-SQLCODE.                  00009250
           DISPLAY '*** SQLCODE  ' WS-SQLCODE.                          00009260
           DISPLAY '    SQLERRMC ' SQLERRMC.                            00009270
           DISPLAY '    SQLSTATE ' SQLSTATE.                            00009280
           MOVE   +16                  TO  RETURN-CODE.                 00009290
           STOP RUN.                                                    00009300
       9999-9999-EXIT. EXIT.                                            00009310
