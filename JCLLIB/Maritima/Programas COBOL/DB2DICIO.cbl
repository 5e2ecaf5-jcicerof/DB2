       IDENTIFICATION DIVISION.                                         00000010
       PROGRAM-ID.    DB2DICIO.                                         00000020
      *----------------------------------------------------------------*00000030
      * DATA:  OUT/2026                                                *00000040
      * OBJETIVOS: DICIONARIO DE DADOS PUBLICADO POR APLICACAO, PARA   *00000050
      *   ANALISTAS DE NEGOCIO E PROGRAMADORES NOVOS (O BOOK DO        *00000060
      *   DB2BOOK E O SCRIPT DO DB2CRDDL NAO SAO FEITOS PARA LEITURA). *00000070
      *   PARM COLS 1-8: APLICACAO (BRANCO OU '*' = TODAS). AS TABELAS *00000080
      *   VEM DO INVENTARIO (INVNTRY, ENTRADAS ATIVAS) E, PARA CADA    *00000090
      *   UMA, O RELATO TRAZ:                                          *00000100
      *   - TABLESPACE E REMARKS DA TABELA (SYSIBM.SYSTABLES);         *00000110
      *   - COLUNAS COM TIPO, TAMANHO, NULOS, DEFAULT E REMARKS        *00000120
      *     (SYSIBM.SYSCOLUMNS);                                       *00000130
      *   - CHAVE PRIMARIA (KEYSEQ DA SYSCOLUMNS);                     *00000140
      *   - INDICES E SUAS COLUNAS (SYSIBM.SYSINDEXES/SYSKEYS);        *00000150
      *   - PAIS E FILHAS COM A REGRA DE DELETE E AS COLUNAS DA FK     *00000160
      *     (SYSIBM.SYSRELS/SYSFOREIGNKEYS).                           *00000170
      *   NO FIM, REFERENCIA CRUZADA DAS TABELAS COMPARTILHADAS COM    *00000180
      *   OUTRAS APLICACOES: RELACIONAMENTO COM TABELA DE OUTRA        *00000190
      *   APLICACAO (OU FORA DO INVENTARIO) E TABLESPACE DIVIDIDO COM  *00000200
      *   TABELA DE OUTRA APLICACAO.                                   *00000210
      *   CADA APLICACAO COMECA EM PAGINA NOVA (RELATO PAGINADO PARA   *00000220
      *   IMPRESSAO E PARA O REPOSITORIO DE DOCUMENTOS TRIMESTRAL).    *00000230
      *   RETURN-CODE 4 QUANDO HA TABELA DO INVENTARIO FORA DO         *00000240
      *   CATALOGO.                                                    *00000250
      * AREA RESPONSAVEL: ADMINISTRACAO DE BANCO DE DADOS              *00000260
      *----------------------------------------------------------------*00000270
       ENVIRONMENT    DIVISION.                                         00000280
      *                                                                 00000290
       INPUT-OUTPUT       SECTION.                                      00000300
       FILE-CONTROL.                                                    00000310
           SELECT  INVNTRY  ASSIGN  TO  INVNTRY                         00000320
                   ORGANIZATION  IS  INDEXED                            00000330
                   ACCESS  MODE  IS  DYNAMIC                            00000340
                   RECORD  KEY   IS  INV-CHAVE.                         00000350
           SELECT  RELATO   ASSIGN  TO  RELATO.                         00000360
      *                                                                 00000370
       DATA DIVISION.                                                   00000380
      *                                                                 00000390
       FILE            SECTION.                                         00000400
       FD  INVNTRY                                                      00000410
           LABEL  RECORD  IS  STANDARD.                                 00000420
                                                                        00000430
       01  REG-INVNTRY.                                                 00000440
           05  INV-CHAVE.                                               00000450
               10  INV-CREATOR    PIC X(08).                            00000460
               10  FILLER         PIC X(01).                            00000470
               10  INV-TABELA     PIC X(18).                            00000480
           05  FILLER             PIC X(01).                            00000490
           05  INV-APLICACAO      PIC X(08).                            00000500
           05  FILLER             PIC X(01).                            00000510
           05  INV-PGMR           PIC X(08).                            00000520
           05  FILLER             PIC X(01).                            00000530
           05  INV-SITUACAO       PIC X(01).                            00000540
           05  FILLER             PIC X(33).                            00000550
      *                                                                 00000560
       FD  RELATO                                                       00000570
           LABEL  RECORD  IS  OMITTED                                   00000580
           RECORDING MODE IS F.                                         00000590
                                                                        00000600
       01  REG-RELATO                  PIC  X(132).                     00000610
      *                                                                 00000620
       WORKING-STORAGE SECTION.                                         00000630
      *----------------------------------------------------------------*00000640
      * INVENTARIO ATIVO INTEIRO (PARA ACHAR A APLICACAO DAS TABELAS   *00000650
      * RELACIONADAS) E APLICACOES PEDIDAS                             *00000660
      *----------------------------------------------------------------*00000670
       01  TAB-INVENTARIO.                                              00000680
           02  QTD-INV            PIC S9(04) COMP    VALUE +0.          00000690
           02  IND-INV            PIC S9(04) COMP    VALUE +0.          00000700
           02  IND-INV2           PIC S9(04) COMP    VALUE +0.          00000710
           02  FILLER             OCCURS   2000  TIMES.                 00000720
               04  TB-INV-CREATOR     PIC  X(08)     VALUE SPACES.      00000730
               04  TB-INV-TABELA      PIC  X(18)     VALUE SPACES.      00000740
               04  TB-INV-APLICACAO   PIC  X(08)     VALUE SPACES.      00000750
       01  TAB-APLICACOES.                                              00000760
           02  QTD-APL            PIC S9(04) COMP    VALUE +0.          00000770
           02  IND-APL            PIC S9(04) COMP    VALUE +0.          00000780
           02  TB-APL-NOME        OCCURS 100 TIMES   PIC X(08).         00000790
      *----------------------------------------------------------------*00000800
      * COLUNAS DA CHAVE PRIMARIA DA TABELA EM TRATAMENTO (POR KEYSEQ) *00000810
      *----------------------------------------------------------------*00000820
       01  TAB-CHAVE-PRIMARIA.                                          00000830
           02  QTD-PK             PIC S9(04) COMP    VALUE +0.          00000840
           02  IND-PK             PIC S9(04) COMP    VALUE +0.          00000850
           02  TB-PK-COLUNA       OCCURS  64 TIMES   PIC X(18).         00000860
      *----------------------------------------------------------------*00000870
      * REFERENCIA CRUZADA: TABELA DA APLICACAO X TABELA DE OUTRA      *00000880
      *----------------------------------------------------------------*00000890
       01  TAB-REFERENCIAS.                                             00000900
           02  QTD-REF            PIC S9(04) COMP    VALUE +0.          00000910
           02  IND-REF            PIC S9(04) COMP    VALUE +0.          00000920
           02  FILLER             OCCURS   1000  TIMES.                 00000930
               04  TB-REF-APLICACAO   PIC  X(08).                       00000940
               04  TB-REF-CREATOR     PIC  X(08).                       00000950
               04  TB-REF-TABELA      PIC  X(18).                       00000960
               04  TB-REF-MOTIVO      PIC  X(16).                       00000970
               04  TB-REF-OUT-CREATOR PIC  X(08).                       00000980
               04  TB-REF-OUT-TABELA  PIC  X(18).                       00000990
               04  TB-REF-OUT-APL     PIC  X(08).                       00001000
      *----------------------------------------------------------------*00001010
      * AREAS AUXILIARES                                               *00001020
      *----------------------------------------------------------------*00001030
       01  FILLER.                                                      00001040
           02  WS-SQLCODE              PIC -----9.                      00001050
           02  WS-QTD-EXCECOES         PIC S9(04) COMP VALUE +0.        00001060
           02  WS-QTD-TABELAS          PIC S9(04) COMP VALUE +0.        00001070
           02  WS-APL-PARM             PIC  X(08)      VALUE SPACES.    00001080
           02  WS-APL-ATUAL            PIC  X(08)      VALUE SPACES.    00001090
           02  WS-APL-OUTRA            PIC  X(08)      VALUE SPACES.    00001100
           02  WS-REF-MOTIVO           PIC  X(16)      VALUE SPACES.    00001110
           02  WS-TIPO                 PIC  X(12)      VALUE SPACES.    00001120
           02  WS-TAMANHO              PIC  X(08)      VALUE SPACES.    00001130
           02  WS-NULO                 PIC  X(03)      VALUE SPACES.    00001140
           02  WS-DEFAULT              PIC  X(20)      VALUE SPACES.    00001150
           02  WS-REGRA                PIC  X(09)      VALUE SPACES.    00001160
           02  WS-UNICIDADE            PIC  X(09)      VALUE SPACES.    00001170
           02  WS-PTR                  PIC S9(04) COMP VALUE +0.        00001180
      *--- EDICAO DE NUMERO SEM BRANCOS (MESMO RECURSO DO DB2CRDDL)     00001190
           02  WS-NUM                  PIC S9(09) COMP VALUE +0.        00001200
           02  ZNUM                    PIC Z(09)9.                      00001210
           02  WS-NUM-BRANCOS          PIC S9(04) COMP VALUE +0.        00001220
           02  WS-NUM-TEXTO            PIC  X(10)      VALUE SPACES.    00001230
           02  WS-NUM-TEXTO-L          PIC S9(04) COMP VALUE +0.        00001240
      *--- TEXTO LONGO QUEBRADO EM LINHAS A PARTIR DE UMA COLUNA        00001250
           02  WS-TEXTO                PIC  X(1300)    VALUE SPACES.    00001260
           02  WS-TEXTO-TAM            PIC S9(04) COMP VALUE +0.        00001270
           02  WS-TEXTO-COL            PIC S9(04) COMP VALUE +0.        00001280
           02  WS-TEXTO-LARG           PIC S9(04) COMP VALUE +0.        00001290
           02  WS-TEXTO-POS            PIC S9(04) COMP VALUE +0.        00001300
           02  ZCOLNO                  PIC ZZZ9.                        00001310
           02  ZQTD                    PIC ZZZZ9.                       00001320
           02  ZQTD2                   PIC ZZZZ9.                       00001330
           02  ZQTD3                   PIC ZZZZ9.                       00001340
      *----------------------------------------------------------------*00001350
      * HOSTS DE CATALOGO                                              *00001360
      *----------------------------------------------------------------*00001370
       01  H-CREATOR                   PIC  X(08).                      00001380
       01  H-TABELA                    PIC  X(18).                      00001390
       01  H-DBNAME                    PIC  X(08).                      00001400
       01  H-TSNAME                    PIC  X(08).                      00001410
       01  H-COLCOUNT                  PIC S9(04) COMP.                 00001420
       01  H-REMARKS                   PIC  X(254).                     00001430
       01  H-COLNAME                   PIC  X(18).                      00001440
       01  H-COLNO                     PIC S9(04) COMP.                 00001450
       01  H-COLTYPE                   PIC  X(08).                      00001460
       01  H-LENGTH                    PIC S9(04) COMP.                 00001470
       01  H-SCALE                     PIC S9(04) COMP.                 00001480
       01  H-NULLS                     PIC  X(01).                      00001490
       01  H-DEFAULT                   PIC  X(01).                      00001500
       01  H-DEFAULTVALUE              PIC  X(254).                     00001510
       01  H-KEYSEQ                    PIC S9(04) COMP.                 00001520
       01  H-IX-CREATOR                PIC  X(08).                      00001530
       01  H-IX-NAME                   PIC  X(18).                      00001540
       01  H-UNIQUERULE                PIC  X(01).                      00001550
       01  H-CLUSTERING                PIC  X(01).                      00001560
       01  H-ORDERING                  PIC  X(01).                      00001570
       01  H-REL-CREATOR               PIC  X(08).                      00001580
       01  H-REL-TABELA                PIC  X(18).                      00001590
       01  H-RELNAME                   PIC  X(08).                      00001600
       01  H-DELETERULE                PIC  X(01).                      00001610
       01  H-FK-CREATOR                PIC  X(08).                      00001620
       01  H-FK-TABELA                 PIC  X(18).                      00001630
      *----------------------------------------------------------------*00001640
      * CONTROLES                                                      *00001650
      *----------------------------------------------------------------*00001660
       01  CHAVES-FIM.                                                  00001670
           02  N88-FIM-INVNTRY                   PIC  X(03) VALUE 'NAO'.00001680
               88  FIM-INVNTRY                              VALUE 'SIM'.00001690
           02  N88-FIM-SYSCOLUMNS                PIC  X(03) VALUE 'NAO'.00001700
               88  FIM-SYSCOLUMNS                           VALUE 'SIM'.00001710
           02  N88-FIM-SYSINDEXES                PIC  X(03) VALUE 'NAO'.00001720
               88  FIM-SYSINDEXES                           VALUE 'SIM'.00001730
           02  N88-FIM-SYSKEYS                   PIC  X(03) VALUE 'NAO'.00001740
               88  FIM-SYSKEYS                              VALUE 'SIM'.00001750
           02  N88-FIM-PAIS                      PIC  X(03) VALUE 'NAO'.00001760
               88  FIM-PAIS                                 VALUE 'SIM'.00001770
           02  N88-FIM-FILHAS                    PIC  X(03) VALUE 'NAO'.00001780
               88  FIM-FILHAS                               VALUE 'SIM'.00001790
           02  N88-FIM-FKCOLS                    PIC  X(03) VALUE 'NAO'.00001800
               88  FIM-FKCOLS                               VALUE 'SIM'.00001810
           02  N88-FIM-MESMOTS                   PIC  X(03) VALUE 'NAO'.00001820
               88  FIM-MESMOTS                              VALUE 'SIM'.00001830
      *----------------------------------------------------------------*00001840
      * RELATORIO                                                      *00001850
      *----------------------------------------------------------------*00001860
       77  AC-LINHA-REL           PIC S9(004)  COMP  VALUE +99.         00001870
       77  AC-PAGINA-REL          PIC S9(004)  COMP  VALUE +0.          00001880
       01  LINHA-REL              PIC  X(132)        VALUE SPACES.      00001890
       01  CURDATA                PIC  9(06)         VALUE ZEROS.       00001900
       01  CURDATA-R  REDEFINES  CURDATA.                               00001910
           03  ATU-ANO            PIC 9(02).                            00001920
           03  ATU-MES            PIC 9(02).                            00001930
           03  ATU-DIA            PIC 9(02).                            00001940
       01  REL-CAB1.                                                    00001950
           03  FILLER             PIC X(52)          VALUE              00001960
               'DB2DICIO     ADMINISTRACAO DE BANCO DE DADOS'.          00001970
           03  FILLER             PIC X(06)          VALUE 'DATA: '.    00001980
           03  REL-CAB1-DATA.                                           00001990
               05  CB-DIA         PIC 9(02)/.                           00002000
               05  CB-MES         PIC 9(02)/.                           00002010
               05  CB-ANO         PIC 9(02).                            00002020
           03  FILLER             PIC X(04)          VALUE SPACES.      00002030
           03  FILLER             PIC X(05)          VALUE 'PAG: '.     00002040
           03  REL-CAB1-PAG       PIC ZZZ9.                             00002050
           03  FILLER             PIC X(53)          VALUE SPACES.      00002060
       01  REL-CAB2.                                                    00002070
           03  REL-CAB2-TITULO    PIC X(80)          VALUE SPACES.      00002080
           03  FILLER             PIC X(52)          VALUE SPACES.      00002090
       01  REL-CAB3.                                                    00002100
           03  FILLER             PIC X(132)         VALUE ALL '-'.     00002110
       01  REL-COLUNAS.                                                 00002120
           03  FILLER             PIC X(40)          VALUE              00002130
               '  COL NOME               TIPO         TA'.              00002140
           03  FILLER             PIC X(40)          VALUE              00002150
               'MANHO  NUL DEFAULT              DESCRICA'.              00002160
           03  FILLER             PIC X(01)          VALUE              00002170
               'O'.                                                     00002180
           03  FILLER             PIC X(51)          VALUE SPACES.      00002190
       01  REL-REFERENCIAS.                                             00002200
           03  FILLER             PIC X(40)          VALUE              00002210
               'APLICACAO TABELA                       M'.              00002220
           03  FILLER             PIC X(40)          VALUE              00002230
               'OTIVO            TABELA DA OUTRA APLICAC'.              00002240
           03  FILLER             PIC X(15)          VALUE              00002250
               'AO    APLICACAO'.                                       00002260
           03  FILLER             PIC X(37)          VALUE SPACES.      00002270
      *                                                                 00002280
           EXEC SQL INCLUDE SQLCA END-EXEC.                             00002290
      *----------------------------------------------------------------*00002300
      *                                                                *00002310
      *----------------------------------------------------------------*00002320
       LINKAGE     SECTION.                                             00002330
       01  PARMJOB.                                                     00002340
           02  PARM-LEN           PIC  9(04)  COMP.                     00002350
           02  PARM-APLICACAO     PIC  X(08).                           00002360
      *----------------------------------------------------------------*00002370
      *                                                                *00002380
      *----------------------------------------------------------------*00002390
       PROCEDURE   DIVISION      USING   PARMJOB.                       00002400
      *----------------------------------------------------------------*00002410
      *                                                                *00002420
      *----------------------------------------------------------------*00002430
       0000-0000-PRINCIPAL.                                             00002440
           OPEN OUTPUT RELATO.                                          00002450
           ACCEPT CURDATA              FROM DATE.                       00002460
           IF  PARM-LEN  LESS  1                                        00002470
               MOVE   '*'              TO  WS-APL-PARM                  00002480
           ELSE                                                         00002490
               MOVE   PARM-APLICACAO   TO  WS-APL-PARM                  00002500
               IF  WS-APL-PARM  EQUAL  SPACES                           00002510
                   MOVE   '*'          TO  WS-APL-PARM                  00002520
               END-IF                                                   00002530
           END-IF.                                                      00002540
           PERFORM 0100-0000-CARREGA-INVNTRY THRU 0100-0000-EXIT.       00002550
                                                                        00002560
           PERFORM 0200-0000-TRATA-APLICACAO THRU 0200-0000-EXIT        00002570
             VARYING IND-APL FROM +1 BY +1                              00002580
               UNTIL IND-APL GREATER QTD-APL.                           00002590
                                                                        00002600
           PERFORM 0800-0000-REFERENCIA-CRUZADA THRU 0800-0000-EXIT.    00002610
                                                                        00002620
           MOVE   SPACES               TO  LINHA-REL.                   00002630
           PERFORM 0900-9999-IMPRIME THRU 0900-9999-EXIT.               00002640
           MOVE   QTD-APL              TO  ZQTD.                        00002650
           MOVE   WS-QTD-TABELAS       TO  ZQTD2.                       00002660
           MOVE   WS-QTD-EXCECOES      TO  ZQTD3.                       00002670
           STRING 'APLICACOES: ' ZQTD                                   00002680
                  '   TABELAS DOCUMENTADAS: ' ZQTD2                     00002690
                  '   TABELAS FORA DO CATALOGO: ' ZQTD3                 00002700
                  DELIMITED BY SIZE INTO LINHA-REL.                     00002710
           PERFORM 0900-9999-IMPRIME THRU 0900-9999-EXIT.               00002720
                                                                        00002730
           CLOSE RELATO.                                                00002740
           EXEC SQL COMMIT WORK END-EXEC.                               00002750
           IF  WS-QTD-EXCECOES  GREATER  +0                             00002760
               MOVE   +4               TO  RETURN-CODE                  00002770
           ELSE                                                         00002780
               MOVE   +0               TO  RETURN-CODE                  00002790
           END-IF.                                                      00002800
           STOP  RUN.                                                   00002810
       0000-0000-EXIT. EXIT.                                            00002820
      *----------------------------------------------------------------*00002830
      * CARREGA TODO O INVENTARIO ATIVO; A LISTA DE APLICACOES SO' TEM *00002840
      * A(S) PEDIDA(S) NO PARM                                         *00002850
      *----------------------------------------------------------------*00002860
       0100-0000-CARREGA-INVNTRY.                                       00002870
           OPEN INPUT INVNTRY.                                          00002880
           PERFORM 0110-0100-LE-INVNTRY THRU 0110-0100-EXIT             00002890
             UNTIL FIM-INVNTRY.                                         00002900
           CLOSE INVNTRY.                                               00002910
       0100-0000-EXIT. EXIT.                                            00002920
      *----------------------------------------------------------------*00002930
      *                                                                *00002940
      *----------------------------------------------------------------*00002950
       0110-0100-LE-INVNTRY.                                            00002960
           READ  INVNTRY  NEXT                                          00002970
               AT END                                                   00002980
                   MOVE   'SIM'         TO   N88-FIM-INVNTRY            00002990
                   GO  TO  0110-0100-EXIT                               00003000
           END-READ.                                                    00003010
           IF  INV-SITUACAO  NOT EQUAL  'A'                             00003020
               GO  TO  0110-0100-EXIT                                   00003030
           END-IF.                                                      00003040
           IF  QTD-INV  GREATER  +1999                                  00003050
               DISPLAY 'DB2DICIO - ERRO - INVENTARIO MAIOR QUE 2000 '   00003060
                       'ENTRADAS'                                       00003070
               MOVE   +16              TO  RETURN-CODE                  00003080
               STOP  RUN                                                00003090
           END-IF.                                                      00003100
           ADD    +1                   TO  QTD-INV.                     00003110
           MOVE   INV-CREATOR          TO  TB-INV-CREATOR(QTD-INV).     00003120
           MOVE   INV-TABELA           TO  TB-INV-TABELA(QTD-INV).      00003130
           MOVE   INV-APLICACAO        TO  TB-INV-APLICACAO(QTD-INV).   00003140
           IF  WS-APL-PARM  NOT EQUAL  '*'                              00003150
               AND INV-APLICACAO  NOT EQUAL  WS-APL-PARM                00003160
               GO  TO  0110-0100-EXIT                                   00003170
           END-IF.                                                      00003180
                                                                        00003190
           PERFORM VARYING IND-APL FROM +1 BY +1                        00003200
             UNTIL IND-APL  GREATER  QTD-APL                            00003210
                OR TB-APL-NOME(IND-APL)  EQUAL  INV-APLICACAO           00003220
               CONTINUE                                                 00003230
           END-PERFORM.                                                 00003240
           IF  IND-APL  GREATER  QTD-APL                                00003250
               IF  QTD-APL  NOT LESS  +100                              00003260
                   DISPLAY 'DB2DICIO - ERRO - MAIS DE 100 APLICACOES'   00003270
                   MOVE   +16          TO  RETURN-CODE                  00003280
                   STOP  RUN                                            00003290
               END-IF                                                   00003300
               ADD    +1               TO  QTD-APL                      00003310
               MOVE   INV-APLICACAO    TO  TB-APL-NOME(QTD-APL)         00003320
           END-IF.                                                      00003330
       0110-0100-EXIT. EXIT.                                            00003340
      *----------------------------------------------------------------*00003350
      * UMA APLICACAO, EM PAGINA NOVA                                  *00003360
      *----------------------------------------------------------------*00003370
       0200-0000-TRATA-APLICACAO.                                       00003380
           MOVE   TB-APL-NOME(IND-APL) TO  WS-APL-ATUAL.                00003390
           MOVE   SPACES               TO  REL-CAB2-TITULO.             00003400
           STRING 'DICIONARIO DE DADOS - APLICACAO ' WS-APL-ATUAL       00003410
                  DELIMITED BY SIZE INTO REL-CAB2-TITULO.               00003420
           MOVE   +99                  TO  AC-LINHA-REL.                00003430
           PERFORM 0300-0200-UMA-TABELA THRU 0300-0200-EXIT             00003440
             VARYING IND-INV FROM +1 BY +1                              00003450
               UNTIL IND-INV GREATER QTD-INV.                           00003460
       0200-0000-EXIT. EXIT.                                            00003470
      *----------------------------------------------------------------*00003480
      * DICIONARIO DE UMA TABELA DA APLICACAO                          *00003490
      *----------------------------------------------------------------*00003500
       0300-0200-UMA-TABELA.                                            00003510
           IF  TB-INV-APLICACAO(IND-INV)  NOT EQUAL  WS-APL-ATUAL       00003520
               GO  TO  0300-0200-EXIT                                   00003530
           END-IF.                                                      00003540
           MOVE   TB-INV-CREATOR(IND-INV)  TO  H-CREATOR.               00003550
           MOVE   TB-INV-TABELA(IND-INV)   TO  H-TABELA.                00003560
           EXEC SQL                                                     00003570
                SELECT DBNAME, TSNAME, COLCOUNT, REMARKS                00003580
                  INTO :H-DBNAME, :H-TSNAME, :H-COLCOUNT, :H-REMARKS    00003590
                  FROM SYSIBM.SYSTABLES                                 00003600
                 WHERE CREATOR = :H-CREATOR                             00003610
                   AND NAME    = :H-TABELA                              00003620
           END-EXEC.                                                    00003630
           IF  SQLCODE  EQUAL  +100                                     00003640
               ADD    +1               TO  WS-QTD-EXCECOES              00003650
               MOVE   SPACES           TO  LINHA-REL                    00003660
               PERFORM 0900-9999-IMPRIME THRU 0900-9999-EXIT            00003670
               STRING 'TABELA ' H-CREATOR '.' H-TABELA                  00003680
                      ' NAO ENCONTRADA NO CATALOGO'                     00003690
                      DELIMITED BY SIZE INTO LINHA-REL                  00003700
               PERFORM 0900-9999-IMPRIME THRU 0900-9999-EXIT            00003710
               GO  TO  0300-0200-EXIT                                   00003720
           END-IF.                                                      00003730
           IF  SQLCODE  NOT EQUAL  +0                                   00003740
               DISPLAY '*** ERRO NO SELECT SYSTABLES ' H-CREATOR '.'    00003750
                       H-TABELA                                         00003760
               PERFORM  9999-9999-ERRO-DB2  THRU 9999-9999-EXIT         00003770
           END-IF.                                                      00003780
           ADD    +1                   TO  WS-QTD-TABELAS.              00003790
                                                                        00003800
      *--- TABELA, TABLESPACE E REMARKS                                 00003810
           IF  AC-LINHA-REL  GREATER  50                                00003820
               MOVE   +99              TO  AC-LINHA-REL                 00003830
           ELSE                                                         00003840
               MOVE   SPACES           TO  LINHA-REL                    00003850
               PERFORM 0900-9999-IMPRIME THRU 0900-9999-EXIT            00003860
           END-IF.                                                      00003870
           MOVE   H-COLCOUNT           TO  ZQTD.                        00003880
           STRING 'TABELA: ' H-CREATOR '.' H-TABELA                     00003890
                  '   TABLESPACE: ' H-DBNAME '.' H-TSNAME               00003900
                  '   COLUNAS: ' ZQTD                                   00003910
                  DELIMITED BY SIZE INTO LINHA-REL.                     00003920
           PERFORM 0900-9999-IMPRIME THRU 0900-9999-EXIT.               00003930
           MOVE   'DESCRICAO: '        TO  LINHA-REL.                   00003940
           MOVE   H-REMARKS            TO  WS-TEXTO.                    00003950
           IF  H-REMARKS  EQUAL  SPACES                                 00003960
               MOVE   '(SEM REMARKS NO CATALOGO)'  TO  WS-TEXTO         00003970
           END-IF.                                                      00003980
           MOVE   +12                  TO  WS-TEXTO-COL.                00003990
           MOVE   +100                 TO  WS-TEXTO-LARG.               00004000
           PERFORM 0950-9999-IMPRIME-TEXTO THRU 0950-9999-EXIT.         00004010
                                                                        00004020
           PERFORM 0400-0300-COLUNAS        THRU 0400-0300-EXIT.        00004030
           PERFORM 0500-0300-INDICES        THRU 0500-0300-EXIT.        00004040
           PERFORM 0600-0300-RELACIONAMENTOS THRU 0600-0300-EXIT.       00004050
           PERFORM 0700-0300-MESMO-ESPACO   THRU 0700-0300-EXIT.        00004060
       0300-0200-EXIT. EXIT.                                            00004070
      *----------------------------------------------------------------*00004080
      * COLUNAS E CHAVE PRIMARIA                                       *00004090
      *----------------------------------------------------------------*00004100
       0400-0300-COLUNAS.                                               00004110
           MOVE   +0                   TO  QTD-PK.                      00004120
           MOVE   REL-COLUNAS          TO  LINHA-REL.                   00004130
           PERFORM 0900-9999-IMPRIME THRU 0900-9999-EXIT.               00004140
           EXEC SQL                                                     00004150
                DECLARE C_SYSCOLUMNS CURSOR FOR                         00004160
                SELECT NAME, COLNO, COLTYPE, LENGTH, SCALE, NULLS,      00004170
                       DEFAULT, DEFAULTVALUE, KEYSEQ, REMARKS           00004180
                  FROM SYSIBM.SYSCOLUMNS                                00004190
                 WHERE TBCREATOR = :H-CREATOR                           00004200
                   AND TBNAME    = :H-TABELA                            00004210
                 ORDER BY COLNO                                         00004220
           END-EXEC.                                                    00004230
                                                                        00004240
           EXEC SQL OPEN C_SYSCOLUMNS END-EXEC.                         00004250
           IF  SQLCODE  NOT EQUAL  +0                                   00004260
               DISPLAY '*** ERRO NO OPEN C_SYSCOLUMNS'                  00004270
               PERFORM  9999-9999-ERRO-DB2  THRU 9999-9999-EXIT         00004280
           END-IF.                                                      00004290
           MOVE   'NAO'                TO  N88-FIM-SYSCOLUMNS.          00004300
           PERFORM 0410-0400-FETCH-SYSCOLUMNS THRU 0410-0400-EXIT       00004310
             UNTIL FIM-SYSCOLUMNS.                                      00004320
           EXEC SQL CLOSE C_SYSCOLUMNS END-EXEC.                        00004330
           IF  SQLCODE  NOT EQUAL  +0                                   00004340
               DISPLAY '*** ERRO NO CLOSE C_SYSCOLUMNS'                 00004350
               PERFORM  9999-9999-ERRO-DB2  THRU 9999-9999-EXIT         00004360
           END-IF.                                                      00004370
                                                                        00004380
           MOVE   SPACES               TO  WS-TEXTO.                    00004390
           MOVE   +1                   TO  WS-PTR.                      00004400
           IF  QTD-PK  EQUAL  +0                                        00004410
               MOVE   '(SEM CHAVE PRIMARIA)'  TO  WS-TEXTO              00004420
           ELSE                                                         00004430
               PERFORM VARYING IND-PK FROM +1 BY +1                     00004440
                 UNTIL IND-PK  GREATER  QTD-PK                          00004450
                   IF  IND-PK  GREATER  +1                              00004460
                       STRING ', ' DELIMITED BY SIZE                    00004470
                         INTO WS-TEXTO WITH POINTER WS-PTR              00004480
                   END-IF                                               00004490
                   STRING TB-PK-COLUNA(IND-PK) DELIMITED BY SPACE       00004500
                     INTO WS-TEXTO WITH POINTER WS-PTR                  00004510
               END-PERFORM                                              00004520
           END-IF.                                                      00004530
           MOVE   'CHAVE PRIMARIA: '   TO  LINHA-REL.                   00004540
           MOVE   +17                  TO  WS-TEXTO-COL.                00004550
           MOVE   +100                 TO  WS-TEXTO-LARG.               00004560
           PERFORM 0950-9999-IMPRIME-TEXTO THRU 0950-9999-EXIT.         00004570
       0400-0300-EXIT. EXIT.                                            00004580
      *----------------------------------------------------------------*00004590
      * UMA COLUNA: TIPO, TAMANHO, NULOS, DEFAULT E REMARKS            *00004600
      *----------------------------------------------------------------*00004610
       0410-0400-FETCH-SYSCOLUMNS.                                      00004620
           EXEC SQL                                                     00004630
                FETCH  C_SYSCOLUMNS                                     00004640
                  INTO :H-COLNAME, :H-COLNO, :H-COLTYPE, :H-LENGTH,     00004650
                       :H-SCALE, :H-NULLS, :H-DEFAULT,                  00004660
                       :H-DEFAULTVALUE, :H-KEYSEQ, :H-REMARKS           00004670
           END-EXEC.                                                    00004680
           IF  SQLCODE  EQUAL  +100                                     00004690
               MOVE   'SIM'            TO  N88-FIM-SYSCOLUMNS           00004700
               GO  TO  0410-0400-EXIT                                   00004710
           END-IF.                                                      00004720
           IF  SQLCODE  NOT EQUAL  +0                                   00004730
               DISPLAY '*** ERRO NO FETCH C_SYSCOLUMNS'                 00004740
               PERFORM  9999-9999-ERRO-DB2  THRU 9999-9999-EXIT         00004750
           END-IF.                                                      00004760
           IF  H-KEYSEQ  GREATER  +0                                    00004770
               AND H-KEYSEQ  NOT GREATER  +64                           00004780
               MOVE   H-COLNAME        TO  TB-PK-COLUNA(H-KEYSEQ)       00004790
               IF  H-KEYSEQ  GREATER  QTD-PK                            00004800
                   MOVE   H-KEYSEQ     TO  QTD-PK                       00004810
               END-IF                                                   00004820
           END-IF.                                                      00004830
           PERFORM 0420-0410-EDITA-TIPO THRU 0420-0410-EXIT.            00004840
           IF  H-NULLS  EQUAL  'Y'                                      00004850
               MOVE   'SIM'            TO  WS-NULO                      00004860
           ELSE                                                         00004870
               MOVE   'NAO'            TO  WS-NULO                      00004880
           END-IF.                                                      00004890
           EVALUATE H-DEFAULT                                           00004900
               WHEN 'N'                                                 00004910
                    MOVE SPACES                TO  WS-DEFAULT           00004920
               WHEN 'Y'                                                 00004930
                    MOVE 'WITH DEFAULT'        TO  WS-DEFAULT           00004940
               WHEN 'I'                                                 00004950
               WHEN 'J'                                                 00004960
                    MOVE 'IDENTITY'            TO  WS-DEFAULT           00004970
               WHEN 'S'                                                 00004980
                    MOVE 'CURRENT SQLID'       TO  WS-DEFAULT           00004990
               WHEN 'U'                                                 00005000
                    MOVE 'USER'                TO  WS-DEFAULT           00005010
               WHEN OTHER                                               00005020
                    IF  H-DEFAULTVALUE  EQUAL  SPACES                   00005030
                        MOVE 'WITH DEFAULT'    TO  WS-DEFAULT           00005040
                    ELSE                                                00005050
                        MOVE H-DEFAULTVALUE    TO  WS-DEFAULT           00005060
                    END-IF                                              00005070
           END-EVALUATE.                                                00005080
           MOVE   H-COLNO              TO  ZCOLNO.                      00005090
           MOVE   SPACES               TO  LINHA-REL.                   00005100
           STRING ' ' ZCOLNO ' ' H-COLNAME ' ' WS-TIPO ' '              00005110
                  WS-TAMANHO ' ' WS-NULO ' ' WS-DEFAULT                 00005120
                  DELIMITED BY SIZE INTO LINHA-REL.                     00005130
           MOVE   H-REMARKS            TO  WS-TEXTO.                    00005140
           MOVE   +73                  TO  WS-TEXTO-COL.                00005150
           MOVE   +60                  TO  WS-TEXTO-LARG.               00005160
           PERFORM 0950-9999-IMPRIME-TEXTO THRU 0950-9999-EXIT.         00005170
       0410-0400-EXIT. EXIT.                                            00005180
      *----------------------------------------------------------------*00005190
      * NOME DO TIPO PARA LEITURA E TAMANHO (PRECISAO,ESCALA NO        *00005200
      * DECIMAL)                                                       *00005210
      *----------------------------------------------------------------*00005220
       0420-0410-EDITA-TIPO.                                            00005230
           MOVE   SPACES               TO  WS-TAMANHO.                  00005240
           EVALUATE H-COLTYPE                                           00005250
               WHEN 'TIMESTMP'                                          00005260
                    MOVE 'TIMESTAMP'           TO  WS-TIPO              00005270
               WHEN 'TIMESTZ'                                           00005280
                    MOVE 'TIMESTAMP TZ'        TO  WS-TIPO              00005290
               WHEN 'LONGVAR'                                           00005300
                    MOVE 'LONG VARCHAR'        TO  WS-TIPO              00005310
               WHEN 'LONGVARG'                                          00005320
                    MOVE 'LONG VARGRAP'        TO  WS-TIPO              00005330
               WHEN 'VARG'                                              00005340
                    MOVE 'VARGRAPHIC'          TO  WS-TIPO              00005350
               WHEN 'VARBIN'                                            00005360
                    MOVE 'VARBINARY'           TO  WS-TIPO              00005370
               WHEN 'FLOAT'                                             00005380
                    IF  H-LENGTH  EQUAL  +4                             00005390
                        MOVE 'REAL'            TO  WS-TIPO              00005400
                    ELSE                                                00005410
                        MOVE 'DOUBLE'          TO  WS-TIPO              00005420
                    END-IF                                              00005430
               WHEN OTHER                                               00005440
                    MOVE H-COLTYPE             TO  WS-TIPO              00005450
           END-EVALUATE.                                                00005460
           EVALUATE H-COLTYPE                                           00005470
               WHEN 'BLOB'                                              00005480
               WHEN 'CLOB'                                              00005490
               WHEN 'DBCLOB'                                            00005500
               WHEN 'ROWID'                                             00005510
               WHEN 'XML'                                               00005520
                    CONTINUE                                            00005530
               WHEN 'DECIMAL'                                           00005540
                    MOVE H-LENGTH              TO  WS-NUM               00005550
                    PERFORM 0990-9999-EDITA-NUMERO THRU 0990-9999-EXIT  00005560
                    MOVE +1                    TO  WS-PTR               00005570
                    STRING WS-NUM-TEXTO(1:WS-NUM-TEXTO-L) ','           00005580
                           DELIMITED BY SIZE                            00005590
                      INTO WS-TAMANHO WITH POINTER WS-PTR               00005600
                    MOVE H-SCALE               TO  WS-NUM               00005610
                    PERFORM 0990-9999-EDITA-NUMERO THRU 0990-9999-EXIT  00005620
                    STRING WS-NUM-TEXTO(1:WS-NUM-TEXTO-L)               00005630
                           DELIMITED BY SIZE                            00005640
                      INTO WS-TAMANHO WITH POINTER WS-PTR               00005650
               WHEN OTHER                                               00005660
                    MOVE H-LENGTH              TO  WS-NUM               00005670
                    PERFORM 0990-9999-EDITA-NUMERO THRU 0990-9999-EXIT  00005680
                    MOVE WS-NUM-TEXTO(1:WS-NUM-TEXTO-L)  TO  WS-TAMANHO 00005690
           END-EVALUATE.                                                00005700
       0420-0410-EXIT. EXIT.                                            00005710
      *----------------------------------------------------------------*00005720
      * INDICES DA TABELA E SUAS COLUNAS                               *00005730
      *----------------------------------------------------------------*00005740
       0500-0300-INDICES.                                               00005750
           EXEC SQL                                                     00005760
                DECLARE C_SYSINDEXES CURSOR FOR                         00005770
                SELECT CREATOR, NAME, UNIQUERULE, CLUSTERING            00005780
                  FROM SYSIBM.SYSINDEXES                                00005790
                 WHERE TBCREATOR = :H-CREATOR                           00005800
                   AND TBNAME    = :H-TABELA                            00005810
                 ORDER BY CREATOR, NAME                                 00005820
           END-EXEC.                                                    00005830
                                                                        00005840
           EXEC SQL OPEN C_SYSINDEXES END-EXEC.                         00005850
           IF  SQLCODE  NOT EQUAL  +0                                   00005860
               DISPLAY '*** ERRO NO OPEN C_SYSINDEXES'                  00005870
               PERFORM  9999-9999-ERRO-DB2  THRU 9999-9999-EXIT         00005880
           END-IF.                                                      00005890
           MOVE   'NAO'                TO  N88-FIM-SYSINDEXES.          00005900
           PERFORM 0510-0500-FETCH-SYSINDEXES THRU 0510-0500-EXIT       00005910
             UNTIL FIM-SYSINDEXES.                                      00005920
           EXEC SQL CLOSE C_SYSINDEXES END-EXEC.                        00005930
           IF  SQLCODE  NOT EQUAL  +0                                   00005940
               DISPLAY '*** ERRO NO CLOSE C_SYSINDEXES'                 00005950
               PERFORM  9999-9999-ERRO-DB2  THRU 9999-9999-EXIT         00005960
           END-IF.                                                      00005970
       0500-0300-EXIT. EXIT.                                            00005980
      *----------------------------------------------------------------*00005990
      *                                                                *00006000
      *----------------------------------------------------------------*00006010
       0510-0500-FETCH-SYSINDEXES.                                      00006020
           EXEC SQL                                                     00006030
                FETCH  C_SYSINDEXES                                     00006040
                  INTO :H-IX-CREATOR, :H-IX-NAME, :H-UNIQUERULE,        00006050
                       :H-CLUSTERING                                    00006060
           END-EXEC.                                                    00006070
           IF  SQLCODE  EQUAL  +100                                     00006080
               MOVE   'SIM'            TO  N88-FIM-SYSINDEXES           00006090
               GO  TO  0510-0500-EXIT                                   00006100
           END-IF.                                                      00006110
           IF  SQLCODE  NOT EQUAL  +0                                   00006120
               DISPLAY '*** ERRO NO FETCH C_SYSINDEXES'                 00006130
               PERFORM  9999-9999-ERRO-DB2  THRU 9999-9999-EXIT         00006140
           END-IF.                                                      00006150
           EVALUATE H-UNIQUERULE                                        00006160
               WHEN 'P'   MOVE 'PRIMARIO'    TO  WS-UNICIDADE           00006170
               WHEN 'D'   MOVE 'DUPLICADO'   TO  WS-UNICIDADE           00006180
               WHEN OTHER MOVE 'UNICO'       TO  WS-UNICIDADE           00006190
           END-EVALUATE.                                                00006200
                                                                        00006210
           MOVE   SPACES               TO  WS-TEXTO.                    00006220
           MOVE   +1                   TO  WS-PTR.                      00006230
           EXEC SQL                                                     00006240
                DECLARE C_SYSKEYS CURSOR FOR                            00006250
                SELECT COLNAME, ORDERING                                00006260
                  FROM SYSIBM.SYSKEYS                                   00006270
                 WHERE IXCREATOR = :H-IX-CREATOR                        00006280
                   AND IXNAME    = :H-IX-NAME                           00006290
                 ORDER BY COLSEQ                                        00006300
           END-EXEC.                                                    00006310
                                                                        00006320
           EXEC SQL OPEN C_SYSKEYS END-EXEC.                            00006330
           IF  SQLCODE  NOT EQUAL  +0                                   00006340
               DISPLAY '*** ERRO NO OPEN C_SYSKEYS'                     00006350
               PERFORM  9999-9999-ERRO-DB2  THRU 9999-9999-EXIT         00006360
           END-IF.                                                      00006370
           MOVE   'NAO'                TO  N88-FIM-SYSKEYS.             00006380
           PERFORM 0520-0510-FETCH-SYSKEYS THRU 0520-0510-EXIT          00006390
             UNTIL FIM-SYSKEYS.                                         00006400
           EXEC SQL CLOSE C_SYSKEYS END-EXEC.                           00006410
           IF  SQLCODE  NOT EQUAL  +0                                   00006420
               DISPLAY '*** ERRO NO CLOSE C_SYSKEYS'                    00006430
               PERFORM  9999-9999-ERRO-DB2  THRU 9999-9999-EXIT         00006440
           END-IF.                                                      00006450
                                                                        00006460
           MOVE   SPACES               TO  LINHA-REL.                   00006470
           STRING 'INDICE: ' H-IX-CREATOR '.' H-IX-NAME ' '             00006480
                  WS-UNICIDADE                                          00006490
                  DELIMITED BY SIZE INTO LINHA-REL.                     00006500
           IF  H-CLUSTERING  EQUAL  'Y'                                 00006510
               MOVE   'CLUSTER'        TO  LINHA-REL(48:7)              00006520
           END-IF.                                                      00006530
           MOVE   +57                  TO  WS-TEXTO-COL.                00006540
           MOVE   +76                  TO  WS-TEXTO-LARG.               00006550
           PERFORM 0950-9999-IMPRIME-TEXTO THRU 0950-9999-EXIT.         00006560
       0510-0500-EXIT. EXIT.                                            00006570
      *----------------------------------------------------------------*00006580
      *                                                                *00006590
      *----------------------------------------------------------------*00006600
       0520-0510-FETCH-SYSKEYS.                                         00006610
           EXEC SQL                                                     00006620
                FETCH  C_SYSKEYS                                        00006630
                  INTO :H-COLNAME, :H-ORDERING                          00006640
           END-EXEC.                                                    00006650
           IF  SQLCODE  EQUAL  +100                                     00006660
               MOVE   'SIM'            TO  N88-FIM-SYSKEYS              00006670
               GO  TO  0520-0510-EXIT                                   00006680
           END-IF.                                                      00006690
           IF  SQLCODE  NOT EQUAL  +0                                   00006700
               DISPLAY '*** ERRO NO FETCH C_SYSKEYS'                    00006710
               PERFORM  9999-9999-ERRO-DB2  THRU 9999-9999-EXIT         00006720
           END-IF.                                                      00006730
           IF  WS-PTR  GREATER  +1                                      00006740
               STRING ', ' DELIMITED BY SIZE                            00006750
                 INTO WS-TEXTO WITH POINTER WS-PTR                      00006760
           END-IF.                                                      00006770
           STRING H-COLNAME DELIMITED BY SPACE                          00006780
             INTO WS-TEXTO WITH POINTER WS-PTR.                         00006790
           IF  H-ORDERING  EQUAL  'D'                                   00006800
               STRING ' DESC' DELIMITED BY SIZE                         00006810
                 INTO WS-TEXTO WITH POINTER WS-PTR                      00006820
           END-IF.                                                      00006830
       0520-0510-EXIT. EXIT.                                            00006840
      *----------------------------------------------------------------*00006850
      * PAIS (A TABELA E' A DEPENDENTE) E FILHAS (A TABELA E' A PAI)   *00006860
      *----------------------------------------------------------------*00006870
       0600-0300-RELACIONAMENTOS.                                       00006880
           EXEC SQL                                                     00006890
                DECLARE C_PAIS CURSOR FOR                               00006900
                SELECT RELNAME, REFTBCREATOR, REFTBNAME, DELETERULE     00006910
                  FROM SYSIBM.SYSRELS                                   00006920
                 WHERE CREATOR = :H-CREATOR                             00006930
                   AND TBNAME  = :H-TABELA                              00006940
                 ORDER BY REFTBCREATOR, REFTBNAME, RELNAME              00006950
           END-EXEC.                                                    00006960
                                                                        00006970
           EXEC SQL OPEN C_PAIS END-EXEC.                               00006980
           IF  SQLCODE  NOT EQUAL  +0                                   00006990
               DISPLAY '*** ERRO NO OPEN C_PAIS'                        00007000
               PERFORM  9999-9999-ERRO-DB2  THRU 9999-9999-EXIT         00007010
           END-IF.                                                      00007020
           MOVE   'NAO'                TO  N88-FIM-PAIS.                00007030
           PERFORM 0610-0600-FETCH-PAIS THRU 0610-0600-EXIT             00007040
             UNTIL FIM-PAIS.                                            00007050
           EXEC SQL CLOSE C_PAIS END-EXEC.                              00007060
           IF  SQLCODE  NOT EQUAL  +0                                   00007070
               DISPLAY '*** ERRO NO CLOSE C_PAIS'                       00007080
               PERFORM  9999-9999-ERRO-DB2  THRU 9999-9999-EXIT         00007090
           END-IF.                                                      00007100
                                                                        00007110
           EXEC SQL                                                     00007120
                DECLARE C_FILHAS CURSOR FOR                             00007130
                SELECT RELNAME, CREATOR, TBNAME, DELETERULE             00007140
                  FROM SYSIBM.SYSRELS                                   00007150
                 WHERE REFTBCREATOR = :H-CREATOR                        00007160
                   AND REFTBNAME    = :H-TABELA                         00007170
                 ORDER BY CREATOR, TBNAME, RELNAME                      00007180
           END-EXEC.                                                    00007190
                                                                        00007200
           EXEC SQL OPEN C_FILHAS END-EXEC.                             00007210
           IF  SQLCODE  NOT EQUAL  +0                                   00007220
               DISPLAY '*** ERRO NO OPEN C_FILHAS'                      00007230
               PERFORM  9999-9999-ERRO-DB2  THRU 9999-9999-EXIT         00007240
           END-IF.                                                      00007250
           MOVE   'NAO'                TO  N88-FIM-FILHAS.              00007260
           PERFORM 0620-0600-FETCH-FILHAS THRU 0620-0600-EXIT           00007270
             UNTIL FIM-FILHAS.                                          00007280
           EXEC SQL CLOSE C_FILHAS END-EXEC.                            00007290
           IF  SQLCODE  NOT EQUAL  +0                                   00007300
               DISPLAY '*** ERRO NO CLOSE C_FILHAS'                     00007310
               PERFORM  9999-9999-ERRO-DB2  THRU 9999-9999-EXIT         00007320
           END-IF.                                                      00007330
       0600-0300-EXIT. EXIT.                                            00007340
      *----------------------------------------------------------------*00007350
      *                                                                *00007360
      *----------------------------------------------------------------*00007370
       0610-0600-FETCH-PAIS.                                            00007380
           EXEC SQL                                                     00007390
                FETCH  C_PAIS                                           00007400
                  INTO :H-RELNAME, :H-REL-CREATOR, :H-REL-TABELA,       00007410
                       :H-DELETERULE                                    00007420
           END-EXEC.                                                    00007430
           IF  SQLCODE  EQUAL  +100                                     00007440
               MOVE   'SIM'            TO  N88-FIM-PAIS                 00007450
               GO  TO  0610-0600-EXIT                                   00007460
           END-IF.                                                      00007470
           IF  SQLCODE  NOT EQUAL  +0                                   00007480
               DISPLAY '*** ERRO NO FETCH C_PAIS'                       00007490
               PERFORM  9999-9999-ERRO-DB2  THRU 9999-9999-EXIT         00007500
           END-IF.                                                      00007510
           MOVE   H-CREATOR            TO  H-FK-CREATOR.                00007520
           MOVE   H-TABELA             TO  H-FK-TABELA.                 00007530
           PERFORM 0630-0600-UM-RELACIONAMENTO THRU 0630-0600-EXIT.     00007540
           MOVE   SPACES               TO  LINHA-REL.                   00007550
           STRING 'PAI:    ' H-REL-CREATOR '.' H-REL-TABELA             00007560
                  ' RELACAO ' H-RELNAME ' DELETE ' WS-REGRA             00007570
                  DELIMITED BY SIZE INTO LINHA-REL.                     00007580
           MOVE   +70                  TO  WS-TEXTO-COL.                00007590
           MOVE   +63                  TO  WS-TEXTO-LARG.               00007600
           PERFORM 0950-9999-IMPRIME-TEXTO THRU 0950-9999-EXIT.         00007610
           MOVE   'FK PAI'             TO  WS-REF-MOTIVO.               00007620
           PERFORM 0650-9999-GUARDA-REFERENCIA THRU 0650-9999-EXIT.     00007630
       0610-0600-EXIT. EXIT.                                            00007640
      *----------------------------------------------------------------*00007650
      *                                                                *00007660
      *----------------------------------------------------------------*00007670
       0620-0600-FETCH-FILHAS.                                          00007680
           EXEC SQL                                                     00007690
                FETCH  C_FILHAS                                         00007700
                  INTO :H-RELNAME, :H-REL-CREATOR, :H-REL-TABELA,       00007710
                       :H-DELETERULE                                    00007720
           END-EXEC.                                                    00007730
           IF  SQLCODE  EQUAL  +100                                     00007740
               MOVE   'SIM'            TO  N88-FIM-FILHAS               00007750
               GO  TO  0620-0600-EXIT                                   00007760
           END-IF.                                                      00007770
           IF  SQLCODE  NOT EQUAL  +0                                   00007780
               DISPLAY '*** ERRO NO FETCH C_FILHAS'                     00007790
               PERFORM  9999-9999-ERRO-DB2  THRU 9999-9999-EXIT         00007800
           END-IF.                                                      00007810
           MOVE   H-REL-CREATOR        TO  H-FK-CREATOR.                00007820
           MOVE   H-REL-TABELA         TO  H-FK-TABELA.                 00007830
           PERFORM 0630-0600-UM-RELACIONAMENTO THRU 0630-0600-EXIT.     00007840
           MOVE   SPACES               TO  LINHA-REL.                   00007850
           STRING 'FILHA:  ' H-REL-CREATOR '.' H-REL-TABELA             00007860
                  ' RELACAO ' H-RELNAME ' DELETE ' WS-REGRA             00007870
                  DELIMITED BY SIZE INTO LINHA-REL.                     00007880
           MOVE   +70                  TO  WS-TEXTO-COL.                00007890
           MOVE   +63                  TO  WS-TEXTO-LARG.               00007900
           PERFORM 0950-9999-IMPRIME-TEXTO THRU 0950-9999-EXIT.         00007910
           MOVE   'FK FILHA'           TO  WS-REF-MOTIVO.               00007920
           PERFORM 0650-9999-GUARDA-REFERENCIA THRU 0650-9999-EXIT.     00007930
       0620-0600-EXIT. EXIT.                                            00007940
      *----------------------------------------------------------------*00007950
      * REGRA DE DELETE E COLUNAS DA FK (SEMPRE NA TABELA DEPENDENTE)  *00007960
      *----------------------------------------------------------------*00007970
       0630-0600-UM-RELACIONAMENTO.                                     00007980
           EVALUATE H-DELETERULE                                        00007990
               WHEN 'C'   MOVE 'CASCADE'     TO  WS-REGRA               00008000
               WHEN 'N'   MOVE 'SET NULL'    TO  WS-REGRA               00008010
               WHEN 'R'   MOVE 'RESTRICT'    TO  WS-REGRA               00008020
               WHEN 'A'   MOVE 'NO ACTION'   TO  WS-REGRA               00008030
               WHEN OTHER MOVE H-DELETERULE  TO  WS-REGRA               00008040
           END-EVALUATE.                                                00008050
           MOVE   SPACES               TO  WS-TEXTO.                    00008060
           MOVE   +1                   TO  WS-PTR.                      00008070
           STRING 'FK: ' DELIMITED BY SIZE                              00008080
             INTO WS-TEXTO WITH POINTER WS-PTR.                         00008090
           EXEC SQL                                                     00008100
                DECLARE C_FKCOLS CURSOR FOR                             00008110
                SELECT COLNAME                                          00008120
                  FROM SYSIBM.SYSFOREIGNKEYS                            00008130
                 WHERE CREATOR = :H-FK-CREATOR                          00008140
                   AND TBNAME  = :H-FK-TABELA                           00008150
                   AND RELNAME = :H-RELNAME                             00008160
                 ORDER BY COLSEQ                                        00008170
           END-EXEC.                                                    00008180
                                                                        00008190
           EXEC SQL OPEN C_FKCOLS END-EXEC.                             00008200
           IF  SQLCODE  NOT EQUAL  +0                                   00008210
               DISPLAY '*** ERRO NO OPEN C_FKCOLS'                      00008220
               PERFORM  9999-9999-ERRO-DB2  THRU 9999-9999-EXIT         00008230
           END-IF.                                                      00008240
           MOVE   'NAO'                TO  N88-FIM-FKCOLS.              00008250
           PERFORM 0640-0630-FETCH-FKCOLS THRU 0640-0630-EXIT           00008260
             UNTIL FIM-FKCOLS.                                          00008270
           EXEC SQL CLOSE C_FKCOLS END-EXEC.                            00008280
           IF  SQLCODE  NOT EQUAL  +0                                   00008290
               DISPLAY '*** ERRO NO CLOSE C_FKCOLS'                     00008300
               PERFORM  9999-9999-ERRO-DB2  THRU 9999-9999-EXIT         00008310
           END-IF.                                                      00008320
       0630-0600-EXIT. EXIT.                                            00008330
      *----------------------------------------------------------------*00008340
      *                                                                *00008350
      *----------------------------------------------------------------*00008360
       0640-0630-FETCH-FKCOLS.                                          00008370
           EXEC SQL                                                     00008380
                FETCH  C_FKCOLS                                         00008390
                  INTO :H-COLNAME                                       00008400
           END-EXEC.                                                    00008410
           IF  SQLCODE  EQUAL  +100                                     00008420
               MOVE   'SIM'            TO  N88-FIM-FKCOLS               00008430
               GO  TO  0640-0630-EXIT                                   00008440
           END-IF.                                                      00008450
           IF  SQLCODE  NOT EQUAL  +0                                   00008460
               DISPLAY '*** ERRO NO FETCH C_FKCOLS'                     00008470
               PERFORM  9999-9999-ERRO-DB2  THRU 9999-9999-EXIT         00008480
           END-IF.                                                      00008490
           IF  WS-PTR  GREATER  +5                                      00008500
               STRING ', ' DELIMITED BY SIZE                            00008510
                 INTO WS-TEXTO WITH POINTER WS-PTR                      00008520
           END-IF.                                                      00008530
           STRING H-COLNAME DELIMITED BY SPACE                          00008540
             INTO WS-TEXTO WITH POINTER WS-PTR.                         00008550
       0640-0630-EXIT. EXIT.                                            00008560
      *----------------------------------------------------------------*00008570
      * GUARDA NA REFERENCIA CRUZADA A TABELA RELACIONADA QUANDO ELA   *00008580
      * E' DE OUTRA APLICACAO OU NAO ESTA' NO INVENTARIO               *00008590
      *----------------------------------------------------------------*00008600
       0650-9999-GUARDA-REFERENCIA.                                     00008610
           MOVE   'NAO REG.'           TO  WS-APL-OUTRA.                00008620
           PERFORM VARYING IND-INV2 FROM +1 BY +1                       00008630
             UNTIL IND-INV2  GREATER  QTD-INV                           00008640
                OR (TB-INV-CREATOR(IND-INV2)  EQUAL  H-REL-CREATOR      00008650
               AND  TB-INV-TABELA(IND-INV2)   EQUAL  H-REL-TABELA)      00008660
               CONTINUE                                                 00008670
           END-PERFORM.                                                 00008680
           IF  IND-INV2  NOT GREATER  QTD-INV                           00008690
               MOVE   TB-INV-APLICACAO(IND-INV2)  TO  WS-APL-OUTRA      00008700
           END-IF.                                                      00008710
           IF  WS-APL-OUTRA  EQUAL  WS-APL-ATUAL                        00008720
               GO  TO  0650-9999-EXIT                                   00008730
           END-IF.                                                      00008740
           PERFORM VARYING IND-REF FROM +1 BY +1                        00008750
             UNTIL IND-REF  GREATER  QTD-REF                            00008760
                OR (TB-REF-CREATOR(IND-REF)  EQUAL  H-CREATOR           00008770
               AND  TB-REF-TABELA(IND-REF)   EQUAL  H-TABELA            00008780
               AND  TB-REF-MOTIVO(IND-REF)   EQUAL  WS-REF-MOTIVO       00008790
               AND  TB-REF-OUT-CREATOR(IND-REF)  EQUAL  H-REL-CREATOR   00008800
               AND  TB-REF-OUT-TABELA(IND-REF)   EQUAL  H-REL-TABELA)   00008810
               CONTINUE                                                 00008820
           END-PERFORM.                                                 00008830
           IF  IND-REF  NOT GREATER  QTD-REF                            00008840
               GO  TO  0650-9999-EXIT                                   00008850
           END-IF.                                                      00008860
           IF  QTD-REF  NOT LESS  +1000                                 00008870
               DISPLAY 'DB2DICIO - AVISO - REFERENCIA CRUZADA MAIOR '   00008880
                       'QUE 1000, EXCEDENTES NAO LISTADOS'              00008890
               GO  TO  0650-9999-EXIT                                   00008900
           END-IF.                                                      00008910
           ADD    +1                   TO  QTD-REF.                     00008920
           MOVE   WS-APL-ATUAL         TO  TB-REF-APLICACAO(QTD-REF).   00008930
           MOVE   H-CREATOR            TO  TB-REF-CREATOR(QTD-REF).     00008940
           MOVE   H-TABELA             TO  TB-REF-TABELA(QTD-REF).      00008950
           MOVE   WS-REF-MOTIVO        TO  TB-REF-MOTIVO(QTD-REF).      00008960
           MOVE   H-REL-CREATOR        TO  TB-REF-OUT-CREATOR(QTD-REF). 00008970
           MOVE   H-REL-TABELA         TO  TB-REF-OUT-TABELA(QTD-REF).  00008980
           MOVE   WS-APL-OUTRA         TO  TB-REF-OUT-APL(QTD-REF).     00008990
       0650-9999-EXIT. EXIT.                                            00009000
      *----------------------------------------------------------------*00009010
      * OUTRAS TABELAS NO MESMO TABLESPACE (SO' PARA A REFERENCIA      *00009020
      * CRUZADA)                                                       *00009030
      *----------------------------------------------------------------*00009040
       0700-0300-MESMO-ESPACO.                                          00009050
           EXEC SQL                                                     00009060
                DECLARE C_MESMOTS CURSOR FOR                            00009070
                SELECT CREATOR, NAME                                    00009080
                  FROM SYSIBM.SYSTABLES                                 00009090
                 WHERE DBNAME = :H-DBNAME                               00009100
                   AND TSNAME = :H-TSNAME                               00009110
                   AND TYPE   = 'T'                                     00009120
                   AND NOT (CREATOR = :H-CREATOR                        00009130
                       AND  NAME    = :H-TABELA)                        00009140
           END-EXEC.                                                    00009150
                                                                        00009160
           EXEC SQL OPEN C_MESMOTS END-EXEC.                            00009170
           IF  SQLCODE  NOT EQUAL  +0                                   00009180
               DISPLAY '*** ERRO NO OPEN C_MESMOTS'                     00009190
               PERFORM  9999-9999-ERRO-DB2  THRU 9999-9999-EXIT         00009200
           END-IF.                                                      00009210
           MOVE   'NAO'                TO  N88-FIM-MESMOTS.             00009220
           PERFORM 0710-0700-FETCH-MESMOTS THRU 0710-0700-EXIT          00009230
             UNTIL FIM-MESMOTS.                                         00009240
           EXEC SQL CLOSE C_MESMOTS END-EXEC.                           00009250
           IF  SQLCODE  NOT EQUAL  +0                                   00009260
               DISPLAY '*** ERRO NO CLOSE C_MESMOTS'                    00009270
               PERFORM  9999-9999-ERRO-DB2  THRU 9999-9999-EXIT         00009280
           END-IF.                                                      00009290
       0700-0300-EXIT. EXIT.                                            00009300
      *----------------------------------------------------------------*00009310
      *                                                                *00009320
      *----------------------------------------------------------------*00009330
       0710-0700-FETCH-MESMOTS.                                         00009340
           EXEC SQL                                                     00009350
                FETCH  C_MESMOTS                                        00009360
                  INTO :H-REL-CREATOR, :H-REL-TABELA                    00009370
           END-EXEC.                                                    00009380
           IF  SQLCODE  EQUAL  +100                                     00009390
               MOVE   'SIM'            TO  N88-FIM-MESMOTS              00009400
               GO  TO  0710-0700-EXIT                                   00009410
           END-IF.                                                      00009420
           IF  SQLCODE  NOT EQUAL  +0                                   00009430
               DISPLAY '*** ERRO NO FETCH C_MESMOTS'                    00009440
               PERFORM  9999-9999-ERRO-DB2  THRU 9999-9999-EXIT         00009450
           END-IF.                                                      00009460
           MOVE   'MESMO TABLESPACE'   TO  WS-REF-MOTIVO.               00009470
           PERFORM 0650-9999-GUARDA-REFERENCIA THRU 0650-9999-EXIT.     00009480
       0710-0700-EXIT. EXIT.                                            00009490
      *----------------------------------------------------------------*00009500
      * REFERENCIA CRUZADA DAS TABELAS COMPARTILHADAS, EM PAGINA NOVA  *00009510
      *----------------------------------------------------------------*00009520
       0800-0000-REFERENCIA-CRUZADA.                                    00009530
           MOVE   'REFERENCIA CRUZADA - TABELAS COMPARTILHADAS COM OUTRA00009540
      -           'S APLICACOES'       TO  REL-CAB2-TITULO.             00009550
           MOVE   +99                  TO  AC-LINHA-REL.                00009560
           MOVE   REL-REFERENCIAS      TO  LINHA-REL.                   00009570
           PERFORM 0900-9999-IMPRIME THRU 0900-9999-EXIT.               00009580
           IF  QTD-REF  EQUAL  +0                                       00009590
               MOVE  '   NENHUMA TABELA COMPARTILHADA'  TO  LINHA-REL   00009600
               PERFORM 0900-9999-IMPRIME THRU 0900-9999-EXIT            00009610
               GO  TO  0800-0000-EXIT                                   00009620
           END-IF.                                                      00009630
           PERFORM 0810-0800-UMA-REFERENCIA THRU 0810-0800-EXIT         00009640
             VARYING IND-REF FROM +1 BY +1                              00009650
               UNTIL IND-REF GREATER QTD-REF.                           00009660
       0800-0000-EXIT. EXIT.                                            00009670
      *----------------------------------------------------------------*00009680
      *                                                                *00009690
      *----------------------------------------------------------------*00009700
       0810-0800-UMA-REFERENCIA.                                        00009710
           MOVE   SPACES               TO  LINHA-REL.                   00009720
           STRING TB-REF-APLICACAO(IND-REF) '  '                        00009730
                  TB-REF-CREATOR(IND-REF) '.' TB-REF-TABELA(IND-REF)    00009740
                  '  ' TB-REF-MOTIVO(IND-REF) '  '                      00009750
                  TB-REF-OUT-CREATOR(IND-REF) '.'                       00009760
                  TB-REF-OUT-TABELA(IND-REF) '  '                       00009770
                  TB-REF-OUT-APL(IND-REF)                               00009780
                  DELIMITED BY SIZE INTO LINHA-REL.                     00009790
           PERFORM 0900-9999-IMPRIME THRU 0900-9999-EXIT.               00009800
       0810-0800-EXIT. EXIT.                                            00009810
      *----------------------------------------------------------------*00009820
      *                                                                *00009830
      *----------------------------------------------------------------*00009840
       0900-9999-IMPRIME.                                               00009850
           IF  AC-LINHA-REL  GREATER  60                                00009860
               ADD    +1               TO  AC-PAGINA-REL                00009870
               MOVE   AC-PAGINA-REL    TO  REL-CAB1-PAG                 00009880
               MOVE   ATU-DIA          TO  CB-DIA                       00009890
               MOVE   ATU-MES          TO  CB-MES                       00009900
               MOVE   ATU-ANO          TO  CB-ANO                       00009910
               WRITE  REG-RELATO       FROM REL-CAB1 AFTER PAGE         00009920
               WRITE  REG-RELATO       FROM REL-CAB2                    00009930
               WRITE  REG-RELATO       FROM REL-CAB3                    00009940
               MOVE   +3               TO  AC-LINHA-REL                 00009950
           END-IF.                                                      00009960
           WRITE  REG-RELATO           FROM LINHA-REL.                  00009970
           ADD    +1                   TO  AC-LINHA-REL.                00009980
           MOVE   SPACES               TO  LINHA-REL.                   00009990
       0900-9999-EXIT. EXIT.                                            00010000
      *----------------------------------------------------------------*00010010
      * IMPRIME WS-TEXTO A PARTIR DA COLUNA WS-TEXTO-COL DA LINHA JA'  *00010020
      * MONTADA, EM PEDACOS DE WS-TEXTO-LARG; AS LINHAS SEGUINTES SO'  *00010030
      * TRAZEM A CONTINUACAO DO TEXTO, NA MESMA COLUNA                 *00010040
      *----------------------------------------------------------------*00010050
       0950-9999-IMPRIME-TEXTO.                                         00010060
           PERFORM VARYING WS-TEXTO-TAM FROM +1200 BY -1                00010070
             UNTIL WS-TEXTO-TAM  LESS  +1                               00010080
                OR WS-TEXTO(WS-TEXTO-TAM:1)  NOT EQUAL  SPACE           00010090
               CONTINUE                                                 00010100
           END-PERFORM.                                                 00010110
           MOVE   +1                   TO  WS-TEXTO-POS.                00010120
           PERFORM 0960-0950-UM-PEDACO THRU 0960-0950-EXIT              00010130
             UNTIL WS-TEXTO-POS  GREATER  WS-TEXTO-TAM.                 00010140
           IF  LINHA-REL  NOT EQUAL  SPACES                             00010150
               PERFORM 0900-9999-IMPRIME THRU 0900-9999-EXIT            00010160
           END-IF.                                                      00010170
       0950-9999-EXIT. EXIT.                                            00010180
      *----------------------------------------------------------------*00010190
      *                                                                *00010200
      *----------------------------------------------------------------*00010210
       0960-0950-UM-PEDACO.                                             00010220
           MOVE   WS-TEXTO(WS-TEXTO-POS:WS-TEXTO-LARG)                  00010230
             TO   LINHA-REL(WS-TEXTO-COL:WS-TEXTO-LARG).                00010240
           PERFORM 0900-9999-IMPRIME THRU 0900-9999-EXIT.               00010250
           ADD    WS-TEXTO-LARG        TO  WS-TEXTO-POS.                00010260
       0960-0950-EXIT. EXIT.                                            00010270
      *----------------------------------------------------------------*00010280
      * WS-NUM EDITADO SEM BRANCOS EM WS-NUM-TEXTO(1:WS-NUM-TEXTO-L)   *00010290
      *----------------------------------------------------------------*00010300
       0990-9999-EDITA-NUMERO.                                          00010310
           MOVE   WS-NUM               TO  ZNUM.                        00010320
           MOVE   ZEROS                TO  WS-NUM-BRANCOS.              00010330
           INSPECT ZNUM TALLYING WS-NUM-BRANCOS FOR LEADING SPACES.     00010340
           COMPUTE WS-NUM-TEXTO-L = 10 - WS-NUM-BRANCOS.                00010350
           MOVE   SPACES               TO  WS-NUM-TEXTO.                00010360
           MOVE   ZNUM(WS-NUM-BRANCOS + 1:WS-NUM-TEXTO-L)               00010370
             TO   WS-NUM-TEXTO.                                         00010380
       0990-9999-EXIT. EXIT.                                            00010390
      *----------------------------------------------------------------*00010400
      *                                                                *00010410
      *----------------------------------------------------------------*00010420
       9999-9999-ERRO-DB2.                                              00010430
           MOVE   SQLCODE              TO  WS-SQLCODE.                  00010440
           DISPLAY '*** SQLCODE  ' WS-SQLCODE.                          00010450
           DISPLAY '    SQLERRMC ' SQLERRMC.                            00010460
           DISPLAY '    SQLSTATE ' SQLSTATE.                            00010470
           MOVE   +16                  TO  RETURN-CODE.                 00010480
           STOP RUN.                                                    00010490
       9999-9999-EXIT. EXIT.                                            00010500
