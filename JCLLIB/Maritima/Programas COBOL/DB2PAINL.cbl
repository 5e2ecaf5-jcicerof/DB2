       IDENTIFICATION DIVISION.                                         00000010
       PROGRAM-ID.    DB2PAINL.                                         00000020
      *----------------------------------------------------------------*00000030
      * DATA:  OUT/2026                                                *00000040
      * OBJETIVOS: PAINEL MATINAL DE EXCECOES - CONSOLIDA NUMA PAGINA  *00000050
      *   AS EXCECOES QUE AS CHECAGENS NOTURNAS (DB2HLTCK, DB2CATDF,   *00000060
      *   DB2ERRRL, DB2CICLO, DB2AUTCM, DB2INVMT 'R', DB2REORG,        *00000070
      *   DB2AUDRL, DB2UTLRS E DB2STOGR) GRAVAM NO DATASET COMUM       *00000080
      *   EXCECAO VIA DB2EXCEP.                                        *00000085
      *   CADA EXCECAO E' MANTIDA NA TABELA DB2ADM.DBA_EXCECAO:        *00000090
      *     PROGRAMA      CHAR(8)   PROGRAMA QUE APONTOU               *00000100
      *     CODIGO        CHAR(8)   CODIGO DA EXCECAO                  *00000110
      *     OBJETO        CHAR(44)  OBJETO (+ QUALIFICADOR)            *00000120
      *     APLICACAO     CHAR(8)   APLICACAO PELO INVNTRY ('*SEM APL' *00000130
      *                             QUANDO NAO HA ENTRADA ATIVA)       *00000140
      *     SEVERIDADE    SMALLINT  1 ALTA, 2 MEDIA, 3 BAIXA           *00000150
      *     TEXTO         CHAR(50)  TEXTO CURTO DA ULTIMA OCORRENCIA   *00000160
      *     DT_ABERTURA   DATE      PRIMEIRA VEZ QUE FOI APONTADA      *00000170
      *     DT_ULTIMA     DATE      ULTIMA VEZ QUE FOI APONTADA        *00000180
      *     DT_FECHAMENTO DATE      NULO ENQUANTO EM ABERTO            *00000190
      *   UMA EXCECAO EM ABERTO E' FECHADA QUANDO O PROGRAMA RODA      *00000200
      *   (REGISTRO DE CONTROLE '*FIMEXEC') E NAO A APONTA MAIS.       *00000210
      *   AS CONTAGENS DO DIA FICAM EM DB2ADM.DBA_EXCECAO_DIA:         *00000220
      *     DT_REF DATE, APLICACAO CHAR(8), SEVERIDADE SMALLINT,       *00000230
      *     QTD INTEGER - EXCECOES EM ABERTO NO FIM DA CONSOLIDACAO.   *00000240
      *   SECOES DO RELATO (UMA PAGINA):                               *00000250
      *   - APLICACOES POR SEVERIDADE (ALTA/MEDIA/BAIXA) COM O TOTAL   *00000260
      *     DE HOJE CONTRA O DA CONSOLIDACAO ANTERIOR;                 *00000270
      *   - EXCECOES EM ABERTO POR SEVERIDADE E DIAS EM ABERTO;        *00000280
      *   - PROGRAMAS QUE NAO MANDARAM O FIM DE EXECUCAO (EXCECOES     *00000290
      *     MANTIDAS EM ABERTO SEM CONFIRMACAO).                       *00000300
      *   APOS O COMMIT O EXCECAO E' ESVAZIADO (OPEN OUTPUT) PARA A    *00000310
      *   PROXIMA NOITE.                                               *00000320
      *   RETURN-CODE 4 QUANDO HA EXCECAO EM ABERTO.                   *00000330
      * AREA RESPONSAVEL: ADMINISTRACAO DE BANCO DE DADOS              *00000340
      *----------------------------------------------------------------*00000350
       ENVIRONMENT    DIVISION.                                         00000360
      *                                                                 00000370
       INPUT-OUTPUT       SECTION.                                      00000380
       FILE-CONTROL.                                                    00000390
           SELECT  EXCECAO  ASSIGN  TO  EXCECAO.                        00000400
           SELECT  INVNTRY  ASSIGN  TO  INVNTRY                         00000410
                   ORGANIZATION  IS  INDEXED                            00000420
                   ACCESS  MODE  IS  DYNAMIC                            00000430
                   RECORD  KEY   IS  INV-CHAVE.                         00000440
           SELECT  RELATO   ASSIGN  TO  RELATO.                         00000450
      *                                                                 00000460
       DATA DIVISION.                                                   00000470
      *                                                                 00000480
       FILE            SECTION.                                         00000490
       FD  EXCECAO                                                      00000500
           LABEL  RECORD  IS  OMITTED                                   00000510
           RECORDING MODE IS F.                                         00000520
                                                                        00000530
       01  REG-EXCECAO.                                                 00000540
           02  EXR-PROGRAMA            PIC  X(08).                      00000550
           02  FILLER                  PIC  X(01).                      00000560
           02  EXR-DATA.                                                00000570
               03  EXR-ANO             PIC  X(04).                      00000580
               03  EXR-MES             PIC  X(02).                      00000590
               03  EXR-DIA             PIC  X(02).                      00000600
           02  FILLER                  PIC  X(01).                      00000610
           02  EXR-SEVERIDADE          PIC  9(01).                      00000620
           02  FILLER                  PIC  X(01).                      00000630
           02  EXR-TIPO-OBJETO         PIC  X(01).                      00000640
           02  FILLER                  PIC  X(01).                      00000650
           02  EXR-CODIGO              PIC  X(08).                      00000660
           02  FILLER                  PIC  X(01).                      00000670
           02  EXR-OBJETO              PIC  X(44).                      00000680
           02  FILLER                  PIC  X(01).                      00000690
           02  EXR-TEXTO               PIC  X(50).                      00000700
           02  FILLER                  PIC  X(06).                      00000710
      *                                                                 00000720
       FD  INVNTRY                                                      00000730
           LABEL  RECORD  IS  STANDARD.                                 00000740
                                                                        00000750
       01  REG-INVNTRY.                                                 00000760
           05  INV-CHAVE.                                               00000770
               10  INV-CREATOR    PIC X(08).                            00000780
               10  FILLER         PIC X(01).                            00000790
               10  INV-TABELA     PIC X(18).                            00000800
           05  FILLER             PIC X(01).                            00000810
           05  INV-APLICACAO      PIC X(08).                            00000820
           05  FILLER             PIC X(01).                            00000830
           05  INV-PGMR           PIC X(08).                            00000840
           05  FILLER             PIC X(01).                            00000850
           05  INV-SITUACAO       PIC X(01).                            00000860
           05  FILLER             PIC X(33).                            00000870
      *                                                                 00000880
       FD  RELATO                                                       00000890
           LABEL  RECORD  IS  OMITTED                                   00000900
           RECORDING MODE IS F.                                         00000910
                                                                        00000920
       01  REG-RELATO                  PIC  X(132).                     00000930
      *                                                                 00000940
       WORKING-STORAGE SECTION.                                         00000950
      *----------------------------------------------------------------*00000960
      * HOSTS DAS TABELAS DE EXCECAO                                   *00000970
      *----------------------------------------------------------------*00000980
       01  H-EXC-PROGRAMA              PIC  X(08).                      00000990
       01  H-EXC-CODIGO                PIC  X(08).                      00001000
       01  H-EXC-OBJETO                PIC  X(44).                      00001010
       01  H-EXC-APLICACAO             PIC  X(08).                      00001020
       01  H-EXC-SEVERIDADE            PIC S9(04) COMP.                 00001030
       01  H-EXC-TEXTO                 PIC  X(50).                      00001040
       01  H-EXC-DATA                  PIC  X(10).                      00001050
       01  H-EXC-DIAS                  PIC S9(09) COMP.                 00001060
       01  H-EXC-QTD                   PIC S9(09) COMP.                 00001070
       01  H-DT-ANTERIOR               PIC  X(10).                      00001080
       01  H-QTD-ALTA                  PIC S9(09) COMP.                 00001090
       01  H-QTD-MEDIA                 PIC S9(09) COMP.                 00001100
       01  H-QTD-BAIXA                 PIC S9(09) COMP.                 00001110
       01  H-QTD-HOJE                  PIC S9(09) COMP.                 00001120
       01  H-QTD-ANTES                 PIC S9(09) COMP.                 00001130
      *----------------------------------------------------------------*00001140
      * HOSTS DE CATALOGO (APLICACAO DE TABLESPACE E INDICE)           *00001150
      *----------------------------------------------------------------*00001160
       01  H-OBJ-QUAL1                 PIC  X(08).                      00001170
       01  H-OBJ-QUAL2                 PIC  X(18).                      00001180
       01  H-TB-CREATOR                PIC  X(08).                      00001190
       01  H-TB-NAME.                                                   00001200
           49  H-TB-NAME-L             PIC S9(04) COMP.                 00001210
           49  H-TB-NAME-T             PIC  X(18).                      00001220
      *----------------------------------------------------------------*00001230
      * PROGRAMAS QUE MANDARAM O FIM DE EXECUCAO                       *00001240
      *----------------------------------------------------------------*00001250
       01  TAB-RODARAM.                                                 00001260
           02  QTD-PGM            PIC S9(04) COMP    VALUE +0.          00001270
           02  IND-PGM            PIC S9(04) COMP    VALUE +0.          00001280
           02  TB-PGM-NOME        OCCURS 50 TIMES    PIC X(08).         00001290
      *----------------------------------------------------------------*00001300
      * AREAS AUXILIARES                                               *00001310
      *----------------------------------------------------------------*00001320
       01  FILLER.                                                      00001330
           02  WS-SQLCODE              PIC -----9.                      00001340
           02  WS-QTD-LIDOS            PIC S9(09) COMP VALUE +0.        00001350
           02  WS-QTD-NOVAS            PIC S9(09) COMP VALUE +0.        00001360
           02  WS-QTD-RENOVADAS        PIC S9(09) COMP VALUE +0.        00001370
           02  WS-QTD-FECHADAS         PIC S9(09) COMP VALUE +0.        00001380
           02  WS-QTD-ABERTAS          PIC S9(09) COMP VALUE +0.        00001390
           02  WS-QTD-ANTES            PIC S9(09) COMP VALUE +0.        00001400
           02  WS-QTD-LISTADAS         PIC S9(04) COMP VALUE +0.        00001410
           02  WS-QTD-SEM-FIM          PIC S9(04) COMP VALUE +0.        00001420
           02  WS-OBJ-NOME             PIC  X(44)      VALUE SPACES.    00001430
           02  WS-DIFERENCA            PIC S9(09) COMP VALUE +0.        00001440
           02  ZQTD                    PIC ZZZZ9.                       00001450
           02  ZDIAS                   PIC ZZZZ9.                       00001460
      *--- LIMITES DA PAGINA UNICA                                      00001470
       77  LIM-APLICACOES         PIC S9(04)  COMP   VALUE +15.         00001480
       77  LIM-EXCECOES           PIC S9(04)  COMP   VALUE +30.         00001490
      *----------------------------------------------------------------*00001500
      * CONTROLES                                                      *00001510
      *----------------------------------------------------------------*00001520
       01  CHAVES-FIM.                                                  00001530
           02  N88-FIM-EXCECAO                   PIC  X(03) VALUE 'NAO'.00001540
               88  FIM-EXCECAO                              VALUE 'SIM'.00001550
           02  N88-FIM-APLICACAO                 PIC  X(03) VALUE 'NAO'.00001560
               88  FIM-APLICACAO                            VALUE 'SIM'.00001570
           02  N88-FIM-ABERTAS                   PIC  X(03) VALUE 'NAO'.00001580
               88  FIM-ABERTAS                              VALUE 'SIM'.00001590
           02  N88-FIM-PROGRAMAS                 PIC  X(03) VALUE 'NAO'.00001600
               88  FIM-PROGRAMAS                            VALUE 'SIM'.00001610
      *----------------------------------------------------------------*00001620
      * RELATORIO                                                      *00001630
      *----------------------------------------------------------------*00001640
       77  AC-LINHA-REL           PIC S9(004)  COMP  VALUE +99.         00001650
       77  AC-PAGINA-REL          PIC S9(004)  COMP  VALUE +0.          00001660
       01  LINHA-REL              PIC  X(132)        VALUE SPACES.      00001670
       01  CURDATA                PIC  9(06)         VALUE ZEROS.       00001680
       01  CURDATA-R  REDEFINES  CURDATA.                               00001690
           03  ATU-ANO            PIC 9(02).                            00001700
           03  ATU-MES            PIC 9(02).                            00001710
           03  ATU-DIA            PIC 9(02).                            00001720
       01  REL-CAB1.                                                    00001730
           03  FILLER             PIC X(52)          VALUE              00001740
               'DB2PAINL     ADMINISTRACAO DE BANCO DE DADOS'.          00001750
           03  FILLER             PIC X(06)          VALUE 'DATA: '.    00001760
           03  REL-CAB1-DATA.                                           00001770
               05  CB-DIA         PIC 9(02)/.                           00001780
               05  CB-MES         PIC 9(02)/.                           00001790
               05  CB-ANO         PIC 9(02).                            00001800
           03  FILLER             PIC X(04)          VALUE SPACES.      00001810
           03  FILLER             PIC X(05)          VALUE 'PAG: '.     00001820
           03  REL-CAB1-PAG       PIC ZZZ9.                             00001830
           03  FILLER             PIC X(53)          VALUE SPACES.      00001840
       01  REL-CAB2.                                                    00001850
           03  FILLER             PIC X(132)         VALUE              00001860
               'PAINEL MATINAL DE EXCECOES DAS CHECAGENS DB2'.          00001870
       01  REL-CAB3.                                                    00001880
           03  FILLER             PIC X(132)         VALUE ALL '-'.     00001890
       01  LDET-APL.                                                    00001900
           03  FILLER             PIC X(03)          VALUE SPACES.      00001910
           03  DAP-APLICACAO      PIC X(08).                            00001920
           03  FILLER             PIC X(02)          VALUE SPACES.      00001930
           03  DAP-ALTA           PIC ZZZZ9.                            00001940
           03  FILLER             PIC X(02)          VALUE SPACES.      00001950
           03  DAP-MEDIA          PIC ZZZZ9.                            00001960
           03  FILLER             PIC X(02)          VALUE SPACES.      00001970
           03  DAP-BAIXA          PIC ZZZZ9.                            00001980
           03  FILLER             PIC X(02)          VALUE SPACES.      00001990
           03  DAP-HOJE           PIC ZZZZ9.                            00002000
           03  FILLER             PIC X(02)          VALUE SPACES.      00002010
           03  DAP-ANTES          PIC ZZZZ9.                            00002020
           03  FILLER             PIC X(02)          VALUE SPACES.      00002030
           03  DAP-DIFERENCA      PIC -----9.                           00002040
           03  FILLER             PIC X(78)          VALUE SPACES.      00002050
       01  LDET-EXC.                                                    00002060
           03  FILLER             PIC X(03)          VALUE SPACES.      00002070
           03  DEX-SEVERIDADE     PIC X(05).                            00002080
           03  DEX-DIAS           PIC ZZZZ9.                            00002090
           03  FILLER             PIC X(01)          VALUE SPACES.      00002100
           03  DEX-APLICACAO      PIC X(08).                            00002110
           03  FILLER             PIC X(01)          VALUE SPACES.      00002120
           03  DEX-PROGRAMA       PIC X(08).                            00002130
           03  FILLER             PIC X(01)          VALUE SPACES.      00002140
           03  DEX-CODIGO         PIC X(08).                            00002150
           03  FILLER             PIC X(01)          VALUE SPACES.      00002160
           03  DEX-OBJETO         PIC X(44).                            00002170
           03  FILLER             PIC X(01)          VALUE SPACES.      00002180
           03  DEX-TEXTO          PIC X(46).                            00002190
      *                                                                 00002200
           EXEC SQL INCLUDE SQLCA END-EXEC.                             00002210
      *----------------------------------------------------------------*00002220
      *                                                                *00002230
      *----------------------------------------------------------------*00002240
       PROCEDURE   DIVISION.                                            00002250
      *----------------------------------------------------------------*00002260
      *                                                                *00002270
      *----------------------------------------------------------------*00002280
       0000-0000-PRINCIPAL.                                             00002290
           OPEN INPUT  EXCECAO INVNTRY.                                 00002300
           OPEN OUTPUT RELATO.                                          00002310
           ACCEPT CURDATA              FROM DATE.                       00002320
                                                                        00002330
           PERFORM 0080-9999-LE-EXCECAO THRU 0080-9999-EXIT.            00002340
           PERFORM 0100-0000-TRATA-EXCECAO THRU 0100-0000-EXIT          00002350
             UNTIL FIM-EXCECAO.                                         00002360
           CLOSE EXCECAO INVNTRY.                                       00002370
                                                                        00002380
           PERFORM 0300-0000-FOTO-DO-DIA THRU 0300-0000-EXIT.           00002390
           PERFORM 0400-0000-APLICACOES THRU 0400-0000-EXIT.            00002400
           PERFORM 0500-0000-ABERTAS THRU 0500-0000-EXIT.               00002410
           PERFORM 0600-0000-SEM-FIM THRU 0600-0000-EXIT.               00002420
                                                                        00002430
           MOVE   SPACES               TO  LINHA-REL.                   00002440
           PERFORM 0900-9999-IMPRIME THRU 0900-9999-EXIT.               00002450
           MOVE   WS-QTD-NOVAS         TO  ZQTD.                        00002460
           MOVE   WS-QTD-FECHADAS      TO  ZDIAS.                       00002470
           STRING 'EXCECOES NOVAS:' ZQTD '   FECHADAS:' ZDIAS           00002480
                  DELIMITED BY SIZE INTO LINHA-REL.                     00002490
           PERFORM 0900-9999-IMPRIME THRU 0900-9999-EXIT.               00002500
                                                                        00002510
           CLOSE RELATO.                                                00002520
           EXEC SQL COMMIT WORK END-EXEC.                               00002530
      *--- CONSOLIDADO E GRAVADO: ESVAZIA O EXCECAO PARA A PROXIMA NOITE00002540
           OPEN OUTPUT EXCECAO.                                         00002550
           CLOSE EXCECAO.                                               00002560
           DISPLAY 'DB2PAINL - REGISTROS LIDOS.: ' WS-QTD-LIDOS.        00002570
           DISPLAY 'DB2PAINL - NOVAS...........: ' WS-QTD-NOVAS.        00002580
           DISPLAY 'DB2PAINL - RENOVADAS.......: ' WS-QTD-RENOVADAS.    00002590
           DISPLAY 'DB2PAINL - FECHADAS........: ' WS-QTD-FECHADAS.     00002600
           DISPLAY 'DB2PAINL - EM ABERTO.......: ' WS-QTD-ABERTAS.      00002610
           IF  WS-QTD-ABERTAS  GREATER  +0                              00002620
               MOVE   +4               TO  RETURN-CODE                  00002630
           ELSE                                                         00002640
               MOVE   +0               TO  RETURN-CODE                  00002650
           END-IF.                                                      00002660
           STOP  RUN.                                                   00002670
       0000-0000-EXIT. EXIT.                                            00002680
      *----------------------------------------------------------------*00002690
      *                                                                *00002700
      *----------------------------------------------------------------*00002710
       0080-9999-LE-EXCECAO.                                            00002720
           READ  EXCECAO                                                00002730
             AT END   MOVE 'SIM'  TO          N88-FIM-EXCECAO.          00002740
       0080-9999-EXIT. EXIT.                                            00002750
      *----------------------------------------------------------------*00002760
      * UM REGISTRO DO EXCECAO: FIM DE EXECUCAO OU EXCECAO             *00002770
      *----------------------------------------------------------------*00002780
       0100-0000-TRATA-EXCECAO.                                         00002790
           ADD    +1                   TO  WS-QTD-LIDOS.                00002800
           MOVE   EXR-PROGRAMA         TO  H-EXC-PROGRAMA.              00002810
           MOVE   SPACES               TO  H-EXC-DATA.                  00002820
           STRING EXR-ANO '-' EXR-MES '-' EXR-DIA                       00002830
                  DELIMITED BY SIZE INTO H-EXC-DATA.                    00002840
           IF  EXR-CODIGO  EQUAL  '*FIMEXEC'                            00002850
               PERFORM 0200-0100-FIM-EXECUCAO THRU 0200-0100-EXIT       00002860
           ELSE                                                         00002870
               PERFORM 0110-0100-GRAVA-EXCECAO THRU 0110-0100-EXIT      00002880
           END-IF.                                                      00002890
           PERFORM 0080-9999-LE-EXCECAO THRU 0080-9999-EXIT.            00002900
       0100-0000-EXIT. EXIT.                                            00002910
      *----------------------------------------------------------------*00002920
      * EXCECAO JA EM ABERTO: ATUALIZA A ULTIMA OCORRENCIA; SENAO      *00002930
      * ABRE UMA NOVA COM A APLICACAO DO OBJETO                        *00002940
      *----------------------------------------------------------------*00002950
       0110-0100-GRAVA-EXCECAO.                                         00002960
           MOVE   EXR-CODIGO           TO  H-EXC-CODIGO.                00002970
           MOVE   EXR-OBJETO           TO  H-EXC-OBJETO.                00002980
           MOVE   EXR-TEXTO            TO  H-EXC-TEXTO.                 00002990
           IF  EXR-SEVERIDADE  NOT NUMERIC                              00003000
               OR  EXR-SEVERIDADE  LESS  1                              00003010
               OR  EXR-SEVERIDADE  GREATER  3                           00003020
               MOVE   +3               TO  H-EXC-SEVERIDADE             00003030
           ELSE                                                         00003040
               MOVE   EXR-SEVERIDADE   TO  H-EXC-SEVERIDADE             00003050
           END-IF.                                                      00003060
           EXEC SQL                                                     00003070
                UPDATE DB2ADM.DBA_EXCECAO                               00003080
                   SET DT_ULTIMA  = DATE(:H-EXC-DATA),                  00003090
                       SEVERIDADE = :H-EXC-SEVERIDADE,                  00003100
                       TEXTO      = :H-EXC-TEXTO                        00003110
                 WHERE PROGRAMA   = :H-EXC-PROGRAMA                     00003120
                   AND CODIGO     = :H-EXC-CODIGO                       00003130
                   AND OBJETO     = :H-EXC-OBJETO                       00003140
                   AND DT_FECHAMENTO IS NULL                            00003150
           END-EXEC.                                                    00003160
           IF  SQLCODE  EQUAL  +0                                       00003170
               ADD    +1               TO  WS-QTD-RENOVADAS             00003180
               GO  TO  0110-0100-EXIT                                   00003190
           END-IF.                                                      00003200
           IF  SQLCODE  NOT EQUAL  +100                                 00003210
               DISPLAY '*** ERRO NO UPDATE DBA_EXCECAO'                 00003220
               PERFORM  9999-9999-ERRO-DB2  THRU 9999-9999-EXIT         00003230
           END-IF.                                                      00003240
                                                                        00003250
           PERFORM 0120-0110-BUSCA-APLICACAO THRU 0120-0110-EXIT.       00003260
           EXEC SQL                                                     00003270
                INSERT INTO DB2ADM.DBA_EXCECAO                          00003280
                       (PROGRAMA, CODIGO, OBJETO, APLICACAO,            00003290
                        SEVERIDADE, TEXTO, DT_ABERTURA, DT_ULTIMA)      00003300
                VALUES (:H-EXC-PROGRAMA, :H-EXC-CODIGO,                 00003310
                        :H-EXC-OBJETO, :H-EXC-APLICACAO,                00003320
                        :H-EXC-SEVERIDADE, :H-EXC-TEXTO,                00003330
                        DATE(:H-EXC-DATA), DATE(:H-EXC-DATA))           00003340
           END-EXEC.                                                    00003350
           IF  SQLCODE  NOT EQUAL  +0                                   00003360
               DISPLAY '*** ERRO NO INSERT DBA_EXCECAO'                 00003370
               PERFORM  9999-9999-ERRO-DB2  THRU 9999-9999-EXIT         00003380
           END-IF.                                                      00003390
           ADD    +1                   TO  WS-QTD-NOVAS.                00003400
       0110-0100-EXIT. EXIT.                                            00003410
      *----------------------------------------------------------------*00003420
      * APLICACAO DO OBJETO PELO INVENTARIO (KSDS, CHAVE CREATOR+TAB): *00003430
      * TABELA DIRETO; TABLESPACE E INDICE PELA TABELA DO CATALOGO     *00003440
      *----------------------------------------------------------------*00003450
       0120-0110-BUSCA-APLICACAO.                                       00003460
           MOVE   '*SEM APL'           TO  H-EXC-APLICACAO.             00003470
           MOVE   SPACES               TO  WS-OBJ-NOME                  00003480
                                           H-OBJ-QUAL1  H-OBJ-QUAL2.    00003490
           UNSTRING EXR-OBJETO  DELIMITED BY SPACE                      00003500
               INTO WS-OBJ-NOME.                                        00003510
           UNSTRING WS-OBJ-NOME DELIMITED BY '.'                        00003520
               INTO H-OBJ-QUAL1  H-OBJ-QUAL2.                           00003530
           IF  H-OBJ-QUAL1  EQUAL  SPACES                               00003540
               OR  H-OBJ-QUAL2  EQUAL  SPACES                           00003550
               GO  TO  0120-0110-EXIT                                   00003560
           END-IF.                                                      00003570
           EVALUATE EXR-TIPO-OBJETO                                     00003580
               WHEN 'T'                                                 00003590
                    MOVE  H-OBJ-QUAL1  TO  H-TB-CREATOR                 00003600
                    MOVE  +18          TO  H-TB-NAME-L                  00003610
                    MOVE  H-OBJ-QUAL2  TO  H-TB-NAME-T                  00003620
               WHEN 'S'                                                 00003630
                    EXEC SQL                                            00003640
                         SELECT CREATOR, NAME                           00003650
                           INTO :H-TB-CREATOR, :H-TB-NAME               00003660
                           FROM SYSIBM.SYSTABLES                        00003670
                          WHERE DBNAME = :H-OBJ-QUAL1                   00003680
                            AND TSNAME = :H-OBJ-QUAL2                   00003690
                            AND TYPE   = 'T'                            00003700
                          FETCH FIRST 1 ROW ONLY                        00003710
                    END-EXEC                                            00003720
               WHEN 'I'                                                 00003730
                    EXEC SQL                                            00003740
                         SELECT TBCREATOR, TBNAME                       00003750
                           INTO :H-TB-CREATOR, :H-TB-NAME               00003760
                           FROM SYSIBM.SYSINDEXES                       00003770
                          WHERE CREATOR = :H-OBJ-QUAL1                  00003780
                            AND NAME    = :H-OBJ-QUAL2                  00003790
                    END-EXEC                                            00003800
               WHEN OTHER                                               00003810
                    GO  TO  0120-0110-EXIT                              00003820
           END-EVALUATE.                                                00003830
           IF  EXR-TIPO-OBJETO  NOT EQUAL  'T'                          00003840
               IF  SQLCODE  EQUAL  +100                                 00003850
                   GO  TO  0120-0110-EXIT                               00003860
               END-IF                                                   00003870
               IF  SQLCODE  NOT EQUAL  +0                               00003880
                   DISPLAY '*** ERRO NO SELECT DA TABELA DO OBJETO'     00003890
                   PERFORM  9999-9999-ERRO-DB2  THRU 9999-9999-EXIT     00003900
               END-IF                                                   00003910
           END-IF.                                                      00003920
           MOVE   SPACES               TO  INV-CHAVE.                   00003930
           MOVE   H-TB-CREATOR         TO  INV-CREATOR.                 00003940
           MOVE   H-TB-NAME-T(1:H-TB-NAME-L)  TO  INV-TABELA.           00003950
           READ   INVNTRY                                               00003960
               INVALID KEY                                              00003970
                   GO  TO  0120-0110-EXIT                               00003980
           END-READ.                                                    00003990
           IF  INV-SITUACAO  EQUAL  'A'                                 00004000
               MOVE   INV-APLICACAO    TO  H-EXC-APLICACAO              00004010
           END-IF.                                                      00004020
       0120-0110-EXIT. EXIT.                                            00004030
      *----------------------------------------------------------------*00004040
      * FIM DE EXECUCAO DE UM PROGRAMA: FECHA AS EXCECOES DELE QUE NAO *00004050
      * FORAM APONTADAS NESTA EXECUCAO                                 *00004060
      *----------------------------------------------------------------*00004070
       0200-0100-FIM-EXECUCAO.                                          00004080
           EXEC SQL                                                     00004090
                UPDATE DB2ADM.DBA_EXCECAO                               00004100
                   SET DT_FECHAMENTO = DATE(:H-EXC-DATA)                00004110
                 WHERE PROGRAMA  = :H-EXC-PROGRAMA                      00004120
                   AND DT_FECHAMENTO IS NULL                            00004130
                   AND DT_ULTIMA < DATE(:H-EXC-DATA)                    00004140
           END-EXEC.                                                    00004150
           IF  SQLCODE  NOT EQUAL  +0  AND  SQLCODE  NOT EQUAL  +100    00004160
               DISPLAY '*** ERRO NO UPDATE (FECHAMENTO) DBA_EXCECAO'    00004170
               PERFORM  9999-9999-ERRO-DB2  THRU 9999-9999-EXIT         00004180
           END-IF.                                                      00004190
           IF  SQLCODE  EQUAL  +0                                       00004200
               ADD    SQLERRD(3)       TO  WS-QTD-FECHADAS              00004210
           END-IF.                                                      00004220
           PERFORM VARYING IND-PGM FROM +1 BY +1                        00004230
             UNTIL IND-PGM  GREATER  QTD-PGM                            00004240
                OR TB-PGM-NOME(IND-PGM)  EQUAL  EXR-PROGRAMA            00004250
               CONTINUE                                                 00004260
           END-PERFORM.                                                 00004270
           IF  IND-PGM  GREATER  QTD-PGM                                00004280
               AND  QTD-PGM  LESS  +50                                  00004290
               ADD    +1               TO  QTD-PGM                      00004300
               MOVE   EXR-PROGRAMA     TO  TB-PGM-NOME(QTD-PGM)         00004310
           END-IF.                                                      00004320
       0200-0100-EXIT. EXIT.                                            00004330
      *----------------------------------------------------------------*00004340
      * FOTO DO DIA: EXCECOES EM ABERTO POR APLICACAO E SEVERIDADE,    *00004350
      * E A DATA DA FOTO ANTERIOR PARA A COMPARACAO                    *00004360
      *----------------------------------------------------------------*00004370
       0300-0000-FOTO-DO-DIA.                                           00004380
           EXEC SQL                                                     00004390
                DELETE FROM DB2ADM.DBA_EXCECAO_DIA                      00004400
                 WHERE DT_REF = CURRENT DATE                            00004410
           END-EXEC.                                                    00004420
           IF  SQLCODE  NOT EQUAL  +0  AND  SQLCODE  NOT EQUAL  +100    00004430
               DISPLAY '*** ERRO NO DELETE DBA_EXCECAO_DIA'             00004440
               PERFORM  9999-9999-ERRO-DB2  THRU 9999-9999-EXIT         00004450
           END-IF.                                                      00004460
           EXEC SQL                                                     00004470
                INSERT INTO DB2ADM.DBA_EXCECAO_DIA                      00004480
                       (DT_REF, APLICACAO, SEVERIDADE, QTD)             00004490
                SELECT CURRENT DATE, APLICACAO, SEVERIDADE, COUNT(*)    00004500
                  FROM DB2ADM.DBA_EXCECAO                               00004510
                 WHERE DT_FECHAMENTO IS NULL                            00004520
                 GROUP BY APLICACAO, SEVERIDADE                         00004530
           END-EXEC.                                                    00004540
           IF  SQLCODE  NOT EQUAL  +0  AND  SQLCODE  NOT EQUAL  +100    00004550
               DISPLAY '*** ERRO NO INSERT DBA_EXCECAO_DIA'             00004560
               PERFORM  9999-9999-ERRO-DB2  THRU 9999-9999-EXIT         00004570
           END-IF.                                                      00004580
           EXEC SQL                                                     00004590
                SELECT VALUE(CHAR(MAX(DT_REF), ISO), '0001-01-01')      00004600
                  INTO :H-DT-ANTERIOR                                   00004610
                  FROM DB2ADM.DBA_EXCECAO_DIA                           00004620
                 WHERE DT_REF < CURRENT DATE                            00004630
           END-EXEC.                                                    00004640
           IF  SQLCODE  NOT EQUAL  +0                                   00004650
               DISPLAY '*** ERRO NO SELECT MAX(DT_REF)'                 00004660
               PERFORM  9999-9999-ERRO-DB2  THRU 9999-9999-EXIT         00004670
           END-IF.                                                      00004680
           EXEC SQL                                                     00004690
                SELECT VALUE(SUM(QTD), 0)                               00004700
                  INTO :H-QTD-ANTES                                     00004710
                  FROM DB2ADM.DBA_EXCECAO_DIA                           00004720
                 WHERE DT_REF = DATE(:H-DT-ANTERIOR)                    00004730
           END-EXEC.                                                    00004740
           IF  SQLCODE  NOT EQUAL  +0                                   00004750
               DISPLAY '*** ERRO NO SELECT SUM(QTD) ANTERIOR'           00004760
               PERFORM  9999-9999-ERRO-DB2  THRU 9999-9999-EXIT         00004770
           END-IF.                                                      00004780
           MOVE   H-QTD-ANTES          TO  WS-QTD-ANTES.                00004790
       0300-0000-EXIT. EXIT.                                            00004800
      *----------------------------------------------------------------*00004810
      * APLICACOES POR SEVERIDADE, HOJE CONTRA A FOTO ANTERIOR         *00004820
      *----------------------------------------------------------------*00004830
       0400-0000-APLICACOES.                                            00004840
           MOVE   SPACES               TO  LINHA-REL.                   00004850
           STRING 'EXCECOES EM ABERTO POR APLICACAO (ANTERIOR: '        00004860
                  H-DT-ANTERIOR '):'                                    00004870
                  DELIMITED BY SIZE INTO LINHA-REL.                     00004880
           PERFORM 0900-9999-IMPRIME THRU 0900-9999-EXIT.               00004890
           MOVE '   APLICACA   ALTA  MEDIA  BAIXA   HOJE  ANTES     DIF'00004900
             TO  LINHA-REL.                                             00004910
           PERFORM 0900-9999-IMPRIME THRU 0900-9999-EXIT.               00004920
           EXEC SQL                                                     00004930
                DECLARE C_APLICACAO CURSOR FOR                          00004940
                SELECT A.APLICACAO,                                     00004950
                       SUM(CASE WHEN A.SEVERIDADE = 1                   00004960
                                THEN A.QTD ELSE 0 END),                 00004970
                       SUM(CASE WHEN A.SEVERIDADE = 2                   00004980
                                THEN A.QTD ELSE 0 END),                 00004990
                       SUM(CASE WHEN A.SEVERIDADE = 3                   00005000
                                THEN A.QTD ELSE 0 END),                 00005010
                       SUM(A.QTD),                                      00005020
                       VALUE((SELECT SUM(B.QTD)                         00005030
                                FROM DB2ADM.DBA_EXCECAO_DIA B           00005040
                               WHERE B.DT_REF    = DATE(:H-DT-ANTERIOR) 00005050
                                 AND B.APLICACAO = A.APLICACAO), 0)     00005060
                  FROM DB2ADM.DBA_EXCECAO_DIA A                         00005070
                 WHERE A.DT_REF = CURRENT DATE                          00005080
                 GROUP BY A.APLICACAO                                   00005090
                 ORDER BY 2 DESC, 3 DESC, 4 DESC, A.APLICACAO           00005100
           END-EXEC.                                                    00005110
           EXEC SQL OPEN C_APLICACAO END-EXEC.                          00005120
           IF  SQLCODE  NOT EQUAL  +0                                   00005130
               DISPLAY '*** ERRO NO OPEN C_APLICACAO'                   00005140
               PERFORM  9999-9999-ERRO-DB2  THRU 9999-9999-EXIT         00005150
           END-IF.                                                      00005160
           MOVE   +0                   TO  WS-QTD-LISTADAS.             00005170
           PERFORM 0410-0400-UMA-APLICACAO THRU 0410-0400-EXIT          00005180
             UNTIL FIM-APLICACAO.                                       00005190
           EXEC SQL CLOSE C_APLICACAO END-EXEC.                         00005200
           IF  SQLCODE  NOT EQUAL  +0                                   00005210
               DISPLAY '*** ERRO NO CLOSE C_APLICACAO'                  00005220
               PERFORM  9999-9999-ERRO-DB2  THRU 9999-9999-EXIT         00005230
           END-IF.                                                      00005240
           IF  WS-QTD-LISTADAS  GREATER  LIM-APLICACOES                 00005250
               SUBTRACT LIM-APLICACOES FROM WS-QTD-LISTADAS             00005260
               MOVE   WS-QTD-LISTADAS  TO  ZQTD                         00005270
               STRING '   E MAIS' ZQTD ' APLICACOES'                    00005280
                      DELIMITED BY SIZE INTO LINHA-REL                  00005290
               PERFORM 0900-9999-IMPRIME THRU 0900-9999-EXIT            00005300
           END-IF.                                                      00005310
           MOVE   SPACES               TO  LDET-APL.                    00005320
           MOVE   'TOTAL'              TO  DAP-APLICACAO.               00005330
           MOVE   WS-QTD-ABERTAS       TO  DAP-HOJE.                    00005340
           MOVE   WS-QTD-ANTES         TO  DAP-ANTES.                   00005350
           COMPUTE WS-DIFERENCA = WS-QTD-ABERTAS - WS-QTD-ANTES.        00005360
           MOVE   WS-DIFERENCA         TO  DAP-DIFERENCA.               00005370
           MOVE   LDET-APL             TO  LINHA-REL.                   00005380
           PERFORM 0900-9999-IMPRIME THRU 0900-9999-EXIT.               00005390
       0400-0000-EXIT. EXIT.                                            00005400
      *----------------------------------------------------------------*00005410
      *                                                                *00005420
      *----------------------------------------------------------------*00005430
       0410-0400-UMA-APLICACAO.                                         00005440
           EXEC SQL                                                     00005450
                FETCH  C_APLICACAO                                      00005460
                 INTO  :H-EXC-APLICACAO, :H-QTD-ALTA, :H-QTD-MEDIA,     00005470
                       :H-QTD-BAIXA, :H-QTD-HOJE, :H-QTD-ANTES          00005480
           END-EXEC.                                                    00005490
           IF  SQLCODE  EQUAL  +100                                     00005500
               MOVE  'SIM'             TO  N88-FIM-APLICACAO            00005510
               GO  TO  0410-0400-EXIT                                   00005520
           END-IF.                                                      00005530
           IF  SQLCODE  NOT EQUAL  +0                                   00005540
               DISPLAY '*** ERRO NO FETCH C_APLICACAO'                  00005550
               PERFORM  9999-9999-ERRO-DB2  THRU 9999-9999-EXIT         00005560
           END-IF.                                                      00005570
           ADD    H-QTD-HOJE           TO  WS-QTD-ABERTAS.              00005580
           ADD    +1                   TO  WS-QTD-LISTADAS.             00005590
           IF  WS-QTD-LISTADAS  GREATER  LIM-APLICACOES                 00005600
               GO  TO  0410-0400-EXIT                                   00005610
           END-IF.                                                      00005620
           MOVE   H-EXC-APLICACAO      TO  DAP-APLICACAO.               00005630
           MOVE   H-QTD-ALTA           TO  DAP-ALTA.                    00005640
           MOVE   H-QTD-MEDIA          TO  DAP-MEDIA.                   00005650
           MOVE   H-QTD-BAIXA          TO  DAP-BAIXA.                   00005660
           MOVE   H-QTD-HOJE           TO  DAP-HOJE.                    00005670
           MOVE   H-QTD-ANTES          TO  DAP-ANTES.                   00005680
           COMPUTE WS-DIFERENCA = H-QTD-HOJE - H-QTD-ANTES.             00005690
           MOVE   WS-DIFERENCA         TO  DAP-DIFERENCA.               00005700
           MOVE   LDET-APL             TO  LINHA-REL.                   00005710
           PERFORM 0900-9999-IMPRIME THRU 0900-9999-EXIT.               00005720
       0410-0400-EXIT. EXIT.                                            00005730
      *----------------------------------------------------------------*00005740
      * EXCECOES EM ABERTO: POR SEVERIDADE E DIAS EM ABERTO            *00005750
      *----------------------------------------------------------------*00005760
       0500-0000-ABERTAS.                                               00005770
           MOVE   SPACES               TO  LINHA-REL.                   00005780
           PERFORM 0900-9999-IMPRIME THRU 0900-9999-EXIT.               00005790
           MOVE  'EXCECOES EM ABERTO:'  TO  LINHA-REL.                  00005800
           PERFORM 0900-9999-IMPRIME THRU 0900-9999-EXIT.               00005810
           MOVE  '   SEV   DIAS APLICACA PROGRAMA CODIGO   OBJETO'      00005820
             TO  LINHA-REL.                                             00005830
           PERFORM 0900-9999-IMPRIME THRU 0900-9999-EXIT.               00005840
           EXEC SQL                                                     00005850
                DECLARE C_ABERTAS CURSOR FOR                            00005860
                SELECT SEVERIDADE,                                      00005870
                       DAYS(CURRENT DATE) - DAYS(DT_ABERTURA),          00005880
                       APLICACAO, PROGRAMA, CODIGO, OBJETO, TEXTO       00005890
                  FROM DB2ADM.DBA_EXCECAO                               00005900
                 WHERE DT_FECHAMENTO IS NULL                            00005910
                 ORDER BY SEVERIDADE, 2 DESC, APLICACAO, PROGRAMA       00005920
           END-EXEC.                                                    00005930
           EXEC SQL OPEN C_ABERTAS END-EXEC.                            00005940
           IF  SQLCODE  NOT EQUAL  +0                                   00005950
               DISPLAY '*** ERRO NO OPEN C_ABERTAS'                     00005960
               PERFORM  9999-9999-ERRO-DB2  THRU 9999-9999-EXIT         00005970
           END-IF.                                                      00005980
           MOVE   +0                   TO  WS-QTD-LISTADAS.             00005990
           PERFORM 0510-0500-UMA-ABERTA THRU 0510-0500-EXIT             00006000
             UNTIL FIM-ABERTAS.                                         00006010
           EXEC SQL CLOSE C_ABERTAS END-EXEC.                           00006020
           IF  SQLCODE  NOT EQUAL  +0                                   00006030
               DISPLAY '*** ERRO NO CLOSE C_ABERTAS'                    00006040
               PERFORM  9999-9999-ERRO-DB2  THRU 9999-9999-EXIT         00006050
           END-IF.                                                      00006060
           IF  WS-QTD-LISTADAS  EQUAL  +0                               00006070
               MOVE  '   NENHUMA'      TO  LINHA-REL                    00006080
               PERFORM 0900-9999-IMPRIME THRU 0900-9999-EXIT            00006090
           END-IF.                                                      00006100
           IF  WS-QTD-LISTADAS  GREATER  LIM-EXCECOES                   00006110
               SUBTRACT LIM-EXCECOES FROM WS-QTD-LISTADAS               00006120
               MOVE   WS-QTD-LISTADAS  TO  ZQTD                         00006130
               STRING '   E MAIS' ZQTD ' EXCECOES EM ABERTO'            00006140
                      DELIMITED BY SIZE INTO LINHA-REL                  00006150
               PERFORM 0900-9999-IMPRIME THRU 0900-9999-EXIT            00006160
           END-IF.                                                      00006170
       0500-0000-EXIT. EXIT.                                            00006180
      *----------------------------------------------------------------*00006190
      *                                                                *00006200
      *----------------------------------------------------------------*00006210
       0510-0500-UMA-ABERTA.                                            00006220
           EXEC SQL                                                     00006230
                FETCH  C_ABERTAS                                        00006240
                 INTO  :H-EXC-SEVERIDADE, :H-EXC-DIAS,                  00006250
                       :H-EXC-APLICACAO, :H-EXC-PROGRAMA,               00006260
                       :H-EXC-CODIGO, :H-EXC-OBJETO, :H-EXC-TEXTO       00006270
           END-EXEC.                                                    00006280
           IF  SQLCODE  EQUAL  +100                                     00006290
               MOVE  'SIM'             TO  N88-FIM-ABERTAS              00006300
               GO  TO  0510-0500-EXIT                                   00006310
           END-IF.                                                      00006320
           IF  SQLCODE  NOT EQUAL  +0                                   00006330
               DISPLAY '*** ERRO NO FETCH C_ABERTAS'                    00006340
               PERFORM  9999-9999-ERRO-DB2  THRU 9999-9999-EXIT         00006350
           END-IF.                                                      00006360
           ADD    +1                   TO  WS-QTD-LISTADAS.             00006370
           IF  WS-QTD-LISTADAS  GREATER  LIM-EXCECOES                   00006380
               GO  TO  0510-0500-EXIT                                   00006390
           END-IF.                                                      00006400
           EVALUATE H-EXC-SEVERIDADE                                    00006410
               WHEN 1     MOVE 'ALTA '  TO  DEX-SEVERIDADE              00006420
               WHEN 2     MOVE 'MEDIA'  TO  DEX-SEVERIDADE              00006430
               WHEN OTHER MOVE 'BAIXA'  TO  DEX-SEVERIDADE              00006440
           END-EVALUATE.                                                00006450
           MOVE   H-EXC-DIAS           TO  DEX-DIAS.                    00006460
           MOVE   H-EXC-APLICACAO      TO  DEX-APLICACAO.               00006470
           MOVE   H-EXC-PROGRAMA       TO  DEX-PROGRAMA.                00006480
           MOVE   H-EXC-CODIGO         TO  DEX-CODIGO.                  00006490
           MOVE   H-EXC-OBJETO         TO  DEX-OBJETO.                  00006500
           MOVE   H-EXC-TEXTO          TO  DEX-TEXTO.                   00006510
           MOVE   LDET-EXC             TO  LINHA-REL.                   00006520
           PERFORM 0900-9999-IMPRIME THRU 0900-9999-EXIT.               00006530
       0510-0500-EXIT. EXIT.                                            00006540
      *----------------------------------------------------------------*00006550
      * PROGRAMAS COM EXCECAO EM ABERTO QUE NAO MANDARAM O FIM DE      *00006560
      * EXECUCAO (NAO RODARAM OU ABENDARAM - NADA FOI FECHADO)         *00006570
      *----------------------------------------------------------------*00006580
       0600-0000-SEM-FIM.                                               00006590
           MOVE   SPACES               TO  LINHA-REL.                   00006600
           PERFORM 0900-9999-IMPRIME THRU 0900-9999-EXIT.               00006610
           MOVE  'PROGRAMAS SEM FIM DE EXECUCAO NESTA CONSOLIDACAO:'    00006620
             TO  LINHA-REL.                                             00006630
           PERFORM 0900-9999-IMPRIME THRU 0900-9999-EXIT.               00006640
           EXEC SQL                                                     00006650
                DECLARE C_PROGRAMAS CURSOR FOR                          00006660
                SELECT PROGRAMA, COUNT(*)                               00006670
                  FROM DB2ADM.DBA_EXCECAO                               00006680
                 WHERE DT_FECHAMENTO IS NULL                            00006690
                 GROUP BY PROGRAMA                                      00006700
                 ORDER BY PROGRAMA                                      00006710
           END-EXEC.                                                    00006720
           EXEC SQL OPEN C_PROGRAMAS END-EXEC.                          00006730
           IF  SQLCODE  NOT EQUAL  +0                                   00006740
               DISPLAY '*** ERRO NO OPEN C_PROGRAMAS'                   00006750
               PERFORM  9999-9999-ERRO-DB2  THRU 9999-9999-EXIT         00006760
           END-IF.                                                      00006770
           PERFORM 0610-0600-UM-PROGRAMA THRU 0610-0600-EXIT            00006780
             UNTIL FIM-PROGRAMAS.                                       00006790
           EXEC SQL CLOSE C_PROGRAMAS END-EXEC.                         00006800
           IF  SQLCODE  NOT EQUAL  +0                                   00006810
               DISPLAY '*** ERRO NO CLOSE C_PROGRAMAS'                  00006820
               PERFORM  9999-9999-ERRO-DB2  THRU 9999-9999-EXIT         00006830
           END-IF.                                                      00006840
           IF  WS-QTD-SEM-FIM  EQUAL  +0                                00006850
               MOVE  '   NENHUM'       TO  LINHA-REL                    00006860
               PERFORM 0900-9999-IMPRIME THRU 0900-9999-EXIT            00006870
           END-IF.                                                      00006880
       0600-0000-EXIT. EXIT.                                            00006890
      *----------------------------------------------------------------*00006900
      *                                                                *00006910
      *----------------------------------------------------------------*00006920
       0610-0600-UM-PROGRAMA.                                           00006930
           EXEC SQL                                                     00006940
                FETCH  C_PROGRAMAS                                      00006950
                 INTO  :H-EXC-PROGRAMA, :H-EXC-QTD                      00006960
           END-EXEC.                                                    00006970
           IF  SQLCODE  EQUAL  +100                                     00006980
               MOVE  'SIM'             TO  N88-FIM-PROGRAMAS            00006990
               GO  TO  0610-0600-EXIT                                   00007000
           END-IF.                                                      00007010
           IF  SQLCODE  NOT EQUAL  +0                                   00007020
               DISPLAY '*** ERRO NO FETCH C_PROGRAMAS'                  00007030
               PERFORM  9999-9999-ERRO-DB2  THRU 9999-9999-EXIT         00007040
           END-IF.                                                      00007050
           PERFORM VARYING IND-PGM FROM +1 BY +1                        00007060
             UNTIL IND-PGM  GREATER  QTD-PGM                            00007070
                OR TB-PGM-NOME(IND-PGM)  EQUAL  H-EXC-PROGRAMA          00007080
               CONTINUE                                                 00007090
           END-PERFORM.                                                 00007100
           IF  IND-PGM  NOT GREATER  QTD-PGM                            00007110
               GO  TO  0610-0600-EXIT                                   00007120
           END-IF.                                                      00007130
           ADD    +1                   TO  WS-QTD-SEM-FIM.              00007140
           MOVE   H-EXC-QTD            TO  ZQTD.                        00007150
           MOVE   SPACES               TO  LINHA-REL.                   00007160
           STRING '   ' H-EXC-PROGRAMA ' -' ZQTD                        00007170
                  ' EXCECOES MANTIDAS EM ABERTO SEM CONFIRMACAO'        00007180
                  DELIMITED BY SIZE INTO LINHA-REL.                     00007190
           PERFORM 0900-9999-IMPRIME THRU 0900-9999-EXIT.               00007200
       0610-0600-EXIT. EXIT.                                            00007210
      *----------------------------------------------------------------*00007220
      * IMPRESSAO PAGINADA                                             *00007230
      *----------------------------------------------------------------*00007240
       0900-9999-IMPRIME.                                               00007250
           IF  AC-LINHA-REL  GREATER  60                                00007260
               ADD    +1               TO  AC-PAGINA-REL                00007270
               MOVE   AC-PAGINA-REL    TO  REL-CAB1-PAG                 00007280
               MOVE   ATU-DIA          TO  CB-DIA                       00007290
               MOVE   ATU-MES          TO  CB-MES                       00007300
               MOVE   ATU-ANO          TO  CB-ANO                       00007310
               WRITE  REG-RELATO       FROM REL-CAB1 AFTER PAGE         00007320
               WRITE  REG-RELATO       FROM REL-CAB2                    00007330
               WRITE  REG-RELATO       FROM REL-CAB3                    00007340
               MOVE   +3               TO  AC-LINHA-REL                 00007350
           END-IF.                                                      00007360
           WRITE  REG-RELATO           FROM LINHA-REL.                  00007370
           ADD    +1                   TO  AC-LINHA-REL.                00007380
           MOVE   SPACES               TO  LINHA-REL.                   00007390
       0900-9999-EXIT. EXIT.                                            00007400
      *----------------------------------------------------------------*00007410
      *                                                                *00007420
      *----------------------------------------------------------------*00007430
       9999-9999-ERRO-DB2.                                              00007440
           MOVE   SQLCODE              TO  WS-SQLCODE.                  00007450
           DISPLAY '*** SQLCODE  ' WS-SQLCODE.                          00007460
           DISPLAY '    SQLERRMC ' SQLERRMC.                            00007470
           DISPLAY '    SQLSTATE ' SQLSTATE.                            00007480
           MOVE   +16                  TO  RETURN-CODE.                 00007490
           STOP RUN.                                                    00007500
       9999-9999-EXIT. EXIT.                                            00007510
