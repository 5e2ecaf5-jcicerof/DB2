       IDENTIFICATION DIVISION.                                         00000010
       PROGRAM-ID.    DB2AMOST.                                         00000020
      *----------------------------------------------------------------*00000030
      * DATA:  OUT/2026                                                *00000040
      * OBJETIVOS: EXTRACAO DE AMOSTRA DE DADOS REFERENCIALMENTE       *00000050
      *   CONSISTENTE PARA O AMBIENTE DE TESTE (COMPLEMENTO DA         *00000060
      *   CLONAGEM DO DB2CRDDL, QUE LEVA AS ESTRUTURAS).               *00000070
      *   SYSIN: 1O CARTAO 'CREATOR.TABELA' (TABELA RAIZ); OS CARTOES  *00000080
      *   SEGUINTES (COLUNAS 1-72, ATE 20) SAO O PREDICADO SOBRE AS    *00000090
      *   COLUNAS DA RAIZ, SEM O 'WHERE' (EX.: AGENCIA = 1234 OU       *00000100
      *   DT_MOVTO BETWEEN ...). SEM PREDICADO VAI A RAIZ INTEIRA.     *00000110
      *   CARTAO EM BRANCO OU COM '*' NA COLUNA 1 E' IGNORADO.         *00000120
      *   A PARTIR DA RAIZ O PROGRAMA DESCE PELOS FILHOS               *00000130
      *   (SYSIBM.SYSRELS, COMO O DB2LSTDP PERCORRE) E DEPOIS SOBE     *00000140
      *   PELOS PAIS DE TODA TABELA DO CONJUNTO, ATE ONDE FOR PRECISO  *00000150
      *   PARA AS CONSTRAINTS. CADA TABELA FICA DEFINIDA PELA LIGACAO  *00000160
      *   POR ONDE FOI ALCANCADA: A FILHA LEVA AS LINHAS CUJO PAI ESTA *00000170
      *   NA AMOSTRA, O PAI LEVA AS LINHAS REFERENCIADAS PELA FILHA    *00000180
      *   (EXISTS ENCADEADOS ATE O PREDICADO DA RAIZ, COLUNAS DA FK    *00000190
      *   CASADAS COM A CHAVE DO PAI PELO KEYSEQ). QUANDO UMA TABELA   *00000200
      *   DO CONJUNTO TAMBEM REFERENCIA OUTRA POR UM RELACIONAMENTO    *00000210
      *   QUE NAO E' O DA SUA LIGACAO, O PAI GANHA UM 'OR EXISTS' COM  *00000220
      *   AS LINHAS REFERENCIADAS POR ELA.                             *00000230
      *   SAIDAS, NA ORDEM DE INTEGRIDADE REFERENCIAL (PAIS ANTES DOS  *00000240
      *   FILHOS):                                                     *00000250
      *   - UNLOAD : SELECT DE UNLOAD DE CADA TABELA PARA O DSNTIAUL   *00000260
      *              (A N-ESIMA QUERY SAI NO SYSRECNN, NN = N - 1);    *00000270
      *   - LOADCRD: LOAD DATA DE CADA TABELA, POSITION CALCULADO NO   *00000280
      *              FORMATO DO DSNTIAUL (COMO O DB2CRDDL), COM        *00000290
      *              ENFORCE CONSTRAINTS E INDDN(SYSRECNN) CASANDO     *00000300
      *              COM O UNLOAD;                                     *00000310
      *   - RELATO : TABELAS DA AMOSTRA, COMO CADA UMA FOI ALCANCADA   *00000320
      *              E OS AVISOS.                                      *00000330
      *   MAPFILE OPCIONAL NO FORMATO DO DB2CRDDL: AS REGRAS           *00000340
      *   'C DE PARA' TROCAM O CREATOR NO INTO TABLE DO LOAD (O UNLOAD *00000350
      *   RODA NA ORIGEM COM OS NOMES ORIGINAIS); 'D' E 'S' NAO SE     *00000360
      *   APLICAM AQUI.                                                *00000370
      *   AUTO-RELACIONAMENTO NAO E' SEGUIDO, CHAVE DO PAI QUE NAO SE  *00000380
      *   RESOLVE PELO KEYSEQ DEIXA O RELACIONAMENTO DE FORA E CICLO   *00000390
      *   DE RI CAI NA ORDEM DE DESCOBERTA: TODOS AVISADOS COM         *00000400
      *   RETURN-CODE 4 (O ENFORCE DO LOAD DESCARTA O QUE SOBRAR E O   *00000410
      *   DB2ORFCK CONFERE O RESULTADO). ERRO DE SYSIN OU DE SQL: 16.  *00000420
      *   OS DECKS SAO REGISTRADOS NO REGISTRO CENTRAL DB2ADM.DBA_DECK *00000430
      *   (VIA DB2DKREG) COM A QTD DE TABELAS E O TICKET DA MUDANCA    *00000440
      *   (PARM, ATE 12 POSICOES).                                     *00000450
      * AREA RESPONSAVEL: ADMINISTRACAO DE BANCO DE DADOS              *00000460
      *----------------------------------------------------------------*00000470
       ENVIRONMENT    DIVISION.                                         00000480
      *                                                                 00000490
       INPUT-OUTPUT       SECTION.                                      00000500
       FILE-CONTROL.                                                    00000510
           SELECT  SYSIN    ASSIGN  TO  SYSIN.                          00000520
           SELECT  UNLOAD   ASSIGN  TO  UNLOAD.                         00000530
           SELECT  LOADCRD  ASSIGN  TO  LOADCRD.                        00000540
           SELECT  RELATO   ASSIGN  TO  RELATO.                         00000550
           SELECT  OPTIONAL MAPFILE  ASSIGN  TO  MAPFILE.               00000560
      *                                                                 00000570
       DATA DIVISION.                                                   00000580
      *                                                                 00000590
       FILE            SECTION.                                         00000600
       FD  SYSIN                                                        00000610
           LABEL  RECORD  IS  OMITTED                                   00000620
           RECORDING MODE IS F.                                         00000630
                                                                        00000640
       01  REG-SYSIN                   PIC  X(080).                     00000650
      *                                                                 00000660
       FD  UNLOAD                                                       00000670
           LABEL  RECORD  IS  OMITTED                                   00000680
           RECORDING MODE IS F.                                         00000690
                                                                        00000700
       01  REG-UNLOAD                  PIC  X(080).                     00000710
      *                                                                 00000720
       FD  LOADCRD                                                      00000730
           LABEL  RECORD  IS  OMITTED                                   00000740
           RECORDING MODE IS F.                                         00000750
                                                                        00000760
       01  REG-LOADCRD                 PIC  X(080).                     00000770
      *                                                                 00000780
       FD  RELATO                                                       00000790
           LABEL  RECORD  IS  OMITTED                                   00000800
           RECORDING MODE IS F.                                         00000810
                                                                        00000820
       01  REG-RELATO                  PIC  X(132).                     00000830
      *                                                                 00000840
       FD  MAPFILE                                                      00000850
           LABEL  RECORD  IS  OMITTED                                   00000860
           RECORDING MODE IS F.                                         00000870
                                                                        00000880
       01  REG-MAPFILE                 PIC  X(080).                     00000890
      *                                                                 00000900
       WORKING-STORAGE SECTION.                                         00000910
      *----------------------------------------------------------------*00000920
      * TABELA RAIZ E PREDICADO                                        *00000930
      *----------------------------------------------------------------*00000940
       01  CARTAO-RAIZ.                                                 00000950
           02  RAIZ-CREATOR            PIC  X(08)      VALUE SPACES.    00000960
           02  RAIZ-TABELA             PIC  X(18)      VALUE SPACES.    00000970
       01  TAB-PREDICADO.                                               00000980
           02  QTD-PRED           PIC S9(04) COMP    VALUE +0.          00000990
           02  IND-PRED           PIC S9(04) COMP    VALUE +0.          00001000
           02  TB-PRED            PIC  X(72)  OCCURS  20  TIMES.        00001010
      *----------------------------------------------------------------*00001020
      * TABELAS DA AMOSTRA (NOS). NO-ORIGEM: 'R' RAIZ, 'D' FILHA       *00001030
      * ALCANCADA DESCENDO, 'U' PAI ALCANCADO SUBINDO. NO-LIGA APONTA  *00001040
      * O RELACIONAMENTO POR ONDE O NO FOI ALCANCADO                   *00001050
      *----------------------------------------------------------------*00001060
       01  TAB-NOS.                                                     00001070
           02  QTD-NOS            PIC S9(04) COMP    VALUE +0.          00001080
           02  FILLER             OCCURS    100  TIMES.                 00001090
               04  NO-CREATOR     PIC  X(08)         VALUE SPACES.      00001100
               04  NO-TABELA      PIC  X(18)         VALUE SPACES.      00001110
               04  NO-ORIGEM      PIC  X(01)         VALUE SPACES.      00001120
               04  NO-NIVEL       PIC S9(04) COMP    VALUE +0.          00001130
               04  NO-LIGA        PIC S9(04) COMP    VALUE +0.          00001140
               04  NO-EMITIDO     PIC  X(01)         VALUE 'N'.         00001150
      *----------------------------------------------------------------*00001160
      * RELACIONAMENTOS ENTRE TABELAS DA AMOSTRA, COM AS COLUNAS DA FK *00001170
      * (ORDEM DE COLSEQ) E AS DA CHAVE DO PAI (MESMA ORDEM, KEYSEQ)   *00001180
      *----------------------------------------------------------------*00001190
       01  TAB-RELS.                                                    00001200
           02  QTD-RELS           PIC S9(04) COMP    VALUE +0.          00001210
           02  FILLER             OCCURS    200  TIMES.                 00001220
               04  REL-FILHO      PIC S9(04) COMP    VALUE +0.          00001230
               04  REL-PAI        PIC S9(04) COMP    VALUE +0.          00001240
               04  REL-NOME       PIC  X(08)         VALUE SPACES.      00001250
               04  REL-QTD-COL    PIC S9(04) COMP    VALUE +0.          00001260
               04  FILLER         OCCURS     16  TIMES.                 00001270
                   06  REL-COL-FILHA  PIC  X(18)     VALUE SPACES.      00001280
                   06  REL-COL-PAI    PIC  X(18)     VALUE SPACES.      00001290
      *----------------------------------------------------------------*00001300
      * ORDEM DE INTEGRIDADE REFERENCIAL                               *00001310
      *----------------------------------------------------------------*00001320
       01  TAB-ORDEM.                                                   00001330
           02  QTD-ORDEM          PIC S9(04) COMP    VALUE +0.          00001340
           02  TB-ORDEM           PIC S9(04) COMP    OCCURS 100 TIMES.  00001350
      *----------------------------------------------------------------*00001360
      * COLUNAS DA TABELA CORRENTE PARA O UNLOAD/LOAD                  *00001370
      *----------------------------------------------------------------*00001380
       01  TAB-COLUNAS.                                                 00001390
           02  QTD-COL            PIC S9(04) COMP    VALUE +0.          00001400
           02  FILLER             OCCURS    750  TIMES.                 00001410
               04  TB-CNAME       PIC  X(18)         VALUE SPACES.      00001420
               04  TB-COLTYPE     PIC  X(08)         VALUE SPACES.      00001430
               04  TB-LENGTH-N    PIC S9(05) COMP    VALUE +0.          00001440
               04  TB-NULLS       PIC  X(01)         VALUE SPACES.      00001450
      *----------------------------------------------------------------*00001460
      * REGRAS DE MAPEAMENTO DE NOMES (MAPFILE, FORMATO DO DB2CRDDL)   *00001470
      *----------------------------------------------------------------*00001480
       01  TAB-MAPA.                                                    00001490
           02  QTD-MAPA           PIC S9(04) COMP    VALUE +0.          00001500
           02  IND-MAPA           PIC S9(04) COMP    VALUE +0.          00001510
           02  FILLER             OCCURS    100  TIMES.                 00001520
               04  TB-MAPA-TIPO   PIC  X(01)         VALUE SPACES.      00001530
               04  TB-MAPA-DE     PIC  X(08)         VALUE SPACES.      00001540
               04  TB-MAPA-PARA   PIC  X(08)         VALUE SPACES.      00001550
       01  PARM-MAPA              PIC X(80).                            00001560
       01  FILLER     REDEFINES   PARM-MAPA.                            00001570
           02  MAPA-TIPO          PIC X(01).                            00001580
           02  MAPA-DE            PIC X(08).                            00001590
           02  MAPA-PARA          PIC X(08).                            00001600
           02  FILLER             PIC X(63).                            00001610
      *----------------------------------------------------------------*00001620
      * AREAS AUXILIARES                                               *00001630
      *----------------------------------------------------------------*00001640
       01  FILLER.                                                      00001650
           02  IND-NO                  PIC S9(04) COMP VALUE +0.        00001660
           02  IND-REL                 PIC S9(04) COMP VALUE +0.        00001670
           02  IND-LIG                 PIC S9(04) COMP VALUE +0.        00001680
           02  IND-EXT                 PIC S9(04) COMP VALUE +0.        00001690
           02  IND-ORD                 PIC S9(04) COMP VALUE +0.        00001700
           02  IND-COL                 PIC S9(04) COMP VALUE +0.        00001710
           02  IND-TAB                 PIC S9(04) COMP VALUE +0.        00001720
           02  IND-X                   PIC S9(04) COMP VALUE +0.        00001730
           02  IND-Y                   PIC S9(04) COMP VALUE +0.        00001740
           02  WS-NO-ATUAL             PIC S9(04) COMP VALUE +0.        00001750
           02  WS-NO-INI               PIC S9(04) COMP VALUE +0.        00001760
           02  WS-ACHADO               PIC S9(04) COMP VALUE +0.        00001770
           02  WS-IDX-FILHO            PIC S9(04) COMP VALUE +0.        00001780
           02  WS-IDX-PAI              PIC S9(04) COMP VALUE +0.        00001790
           02  WS-FILHO-EXT            PIC S9(04) COMP VALUE +0.        00001800
           02  WS-QTD-PAR              PIC S9(04) COMP VALUE +0.        00001810
           02  WS-QTD-FK-COLS          PIC S9(04) COMP VALUE +0.        00001820
           02  WS-QTD-EXTRAS           PIC S9(04) COMP VALUE +0.        00001830
           02  WS-QTD-EXT-NO           PIC S9(04) COMP VALUE +0.        00001840
           02  WS-PONTEIRO             PIC S9(04) COMP VALUE +0.        00001850
           02  WS-QTD-AVISOS           PIC S9(04) COMP VALUE +0.        00001860
           02  WS-QTD-CARACT           PIC S9(04) COMP VALUE +0.        00001870
           02  WS-POS-ATUAL            PIC S9(05) COMP VALUE +0.        00001880
           02  WS-POS-FIM              PIC S9(05) COMP VALUE +0.        00001890
           02  WS-CAMPO-LEN            PIC S9(05) COMP VALUE +0.        00001900
           02  WS-NOVO-LADO            PIC  X(01)      VALUE SPACES.    00001910
           02  WS-NOVA-ORIGEM          PIC  X(01)      VALUE SPACES.    00001920
           02  WS-EMITIU               PIC  X(01)      VALUE SPACES.    00001930
           02  WS-BLOQUEADO            PIC  X(01)      VALUE SPACES.    00001940
           02  CH-VARLEN               PIC  X(01)      VALUE SPACES.    00001950
           02  BUSCA-CREATOR           PIC  X(08)      VALUE SPACES.    00001960
           02  BUSCA-TABELA            PIC  X(18)      VALUE SPACES.    00001970
           02  WS-MAPA-TIPO            PIC  X(01)      VALUE SPACES.    00001980
           02  WS-MAPA-ARG             PIC  X(08)      VALUE SPACES.    00001990
           02  WS-NOME-X               PIC  X(27)      VALUE SPACES.    00002000
           02  WS-NOME-Y               PIC  X(27)      VALUE SPACES.    00002010
           02  WS-ORIGEM-TXT           PIC  X(12)      VALUE SPACES.    00002020
           02  WS-ALIAS-X.                                              00002030
               04  FILLER              PIC  X(01)      VALUE 'T'.       00002040
               04  WS-ALIAS-X-NUM      PIC  9(03)      VALUE ZEROS.     00002050
           02  WS-ALIAS-Y.                                              00002060
               04  FILLER              PIC  X(01)      VALUE 'T'.       00002070
               04  WS-ALIAS-Y-NUM      PIC  9(03)      VALUE ZEROS.     00002080
           02  LIN-DECK                PIC  X(80)      VALUE SPACES.    00002090
           02  ZQTD                    PIC ZZZZ9.                       00002100
           02  ZNIVEL                  PIC ZZ9.                         00002110
       01  DKR-PARM.                                                    00002120
           02  DKR-FUNCAO         PIC X(01)      VALUE 'G'.             00002130
           02  DKR-PROGRAMA       PIC X(08)      VALUE 'DB2AMOST'.      00002140
           02  DKR-DATASET        PIC X(08)      VALUE SPACES.          00002150
           02  DKR-TIPO-DECK      PIC X(08)      VALUE SPACES.          00002160
           02  DKR-QTD-OBJETOS    PIC 9(05)      VALUE ZEROS.           00002170
           02  DKR-TICKET         PIC X(12)      VALUE SPACES.          00002180
           02  DKR-SITUACAO       PIC X(01)      VALUE SPACES.          00002190
           02  DKR-RETURN-CODE    PIC 9(02)      VALUE ZEROS.           00002200
      *----------------------------------------------------------------*00002210
      * LINHAS DO SELECT DE UNLOAD (DSNTIAUL) E DO LOAD UTILITY,       *00002220
      * NO FORMATO DO DB2CRDDL                                         *00002230
      *----------------------------------------------------------------*00002240
       01  UNL-SELECT-L.                                                00002250
           02  FILLER         PIC X(07)          VALUE ' SELECT'.       00002260
       01  UNL-COL-L.                                                   00002270
           02  FILLER         PIC X(07)          VALUE SPACES.          00002280
           02  UNL-VIRG       PIC X(01).                                00002290
           02  UNL-CNAME      PIC X(18).                                00002300
       01  UNL-FROM-L.                                                  00002310
           02  FILLER         PIC X(08)          VALUE '   FROM'.       00002320
           02  UNL-TNAME      PIC X(28).                                00002330
           02  UNL-ALIAS      PIC X(04).                                00002340
                                                                        00002350
       01  LOAD-CAB1-L.                                                 00002360
           02  FILLER         PIC X(22)          VALUE                  00002370
               'LOAD DATA INDDN(SYSREC'.                                00002380
           02  LOAD-DD        PIC 9(02).                                00002390
           02  FILLER         PIC X(40)          VALUE                  00002400
               ') LOG NO RESUME YES ENFORCE CONSTRAINTS'.               00002410
       01  LOAD-CAB2-L.                                                 00002420
           02  FILLER         PIC X(13)          VALUE '  INTO TABLE'.  00002430
           02  LOAD-TNAME     PIC X(28).                                00002440
       01  LOAD-COL-L.                                                  00002450
           02  FILLER         PIC X(02)          VALUE SPACES.          00002460
           02  LOAD-ABRE      PIC X(01).                                00002470
           02  LOAD-CNAME     PIC X(19).                                00002480
           02  FILLER         PIC X(09)          VALUE 'POSITION('.     00002490
           02  LOAD-POS-INI   PIC ZZZZ9.                                00002500
           02  LOAD-POS-SEP   PIC X(01).                                00002510
           02  LOAD-POS-FIM   PIC Z(05).                                00002520
           02  FILLER         PIC X(02)          VALUE ') '.            00002530
           02  LOAD-TIPO      PIC X(18).                                00002540
           02  LOAD-VIRG      PIC X(01).                                00002550
       01  LOAD-NULIF-L.                                                00002560
           02  FILLER         PIC X(22)          VALUE SPACES.          00002570
           02  FILLER         PIC X(07)          VALUE 'NULLIF('.       00002580
           02  NULIF-POS      PIC ZZZZ9.                                00002590
           02  FILLER         PIC X(02)          VALUE ')='.            00002600
           02  FILLER         PIC X(01)          VALUE QUOTE.           00002610
           02  FILLER         PIC X(01)          VALUE '?'.             00002620
           02  FILLER         PIC X(01)          VALUE QUOTE.           00002630
           02  NULIF-VIRG     PIC X(01).                                00002640
       01  LOAD-FECHA-L.                                                00002650
           02  FILLER         PIC X(03)          VALUE '  )'.           00002660
      *----------------------------------------------------------------*00002670
      * CONTROLES                                                      *00002680
      *----------------------------------------------------------------*00002690
       01  CHAVES-FIM.                                                  00002700
           02  N88-FIM-SYSIN                     PIC  X(03) VALUE 'NAO'.00002710
               88  FIM-SYSIN                                VALUE 'SIM'.00002720
           02  N88-FIM-RELS                      PIC  X(03) VALUE 'NAO'.00002730
               88  FIM-RELS                                 VALUE 'SIM'.00002740
           02  N88-FIM-CHAVES                    PIC  X(03) VALUE 'NAO'.00002750
               88  FIM-CHAVES                               VALUE 'SIM'.00002760
           02  N88-FIM-COLUNAS                   PIC  X(03) VALUE 'NAO'.00002770
               88  FIM-COLUNAS                              VALUE 'SIM'.00002780
      *----------------------------------------------------------------*00002790
      * HOSTS SYSIBM.SYSTABLES / SYSRELS / SYSFOREIGNKEYS / SYSCOLUMNS *00002800
      *----------------------------------------------------------------*00002810
       01  H-FIL-CREATOR                PIC  X(08).                     00002820
       01  H-FIL-TBNAME.                                                00002830
           49  H-FIL-TBNAME-L           PIC S9(04) COMP.                00002840
           49  H-FIL-TBNAME-T           PIC  X(18).                     00002850
       01  H-PAI-CREATOR                PIC  X(08).                     00002860
       01  H-PAI-TBNAME.                                                00002870
           49  H-PAI-TBNAME-L           PIC S9(04) COMP.                00002880
           49  H-PAI-TBNAME-T           PIC  X(18).                     00002890
       01  H-RELNAME                    PIC  X(08).                     00002900
       01  H-COL-FILHA.                                                 00002910
           49  H-COL-FILHA-L            PIC S9(04) COMP.                00002920
           49  H-COL-FILHA-T            PIC  X(18).                     00002930
       01  H-COL-PAI.                                                   00002940
           49  H-COL-PAI-L              PIC S9(04) COMP.                00002950
           49  H-COL-PAI-T              PIC  X(18).                     00002960
       01  H-QTD                        PIC S9(04) COMP.                00002970
       01  H-COL-NAME.                                                  00002980
           49  H-COL-NAME-L             PIC S9(04) COMP.                00002990
           49  H-COL-NAME-T             PIC  X(18).                     00003000
       01  H-COL-TYPE                   PIC  X(08).                     00003010
       01  H-COL-LENGTH                 PIC S9(04) COMP.                00003020
       01  H-COL-NULLS                  PIC  X(01).                     00003030
       77  WS-SQLCODE             PIC -----9.                           00003040
      *                                                                 00003050
           EXEC SQL INCLUDE SQLCA END-EXEC.                             00003060
      *----------------------------------------------------------------*00003070
      * RELATORIO                                                      *00003080
      *----------------------------------------------------------------*00003090
       77  AC-LINHA-REL           PIC S9(004)  COMP  VALUE +99.         00003100
       77  AC-PAGINA-REL          PIC S9(004)  COMP  VALUE +0.          00003110
       01  LINHA-REL              PIC  X(132)        VALUE SPACES.      00003120
       01  CURDATA                PIC  9(06)         VALUE ZEROS.       00003130
       01  CURDATA-R  REDEFINES  CURDATA.                               00003140
           03  ATU-ANO            PIC 9(02).                            00003150
           03  ATU-MES            PIC 9(02).                            00003160
           03  ATU-DIA            PIC 9(02).                            00003170
       01  REL-CAB1.                                                    00003180
           03  FILLER             PIC X(52)          VALUE              00003190
               'DB2AMOST     ADMINISTRACAO DE BANCO DE DADOS'.          00003200
           03  FILLER             PIC X(06)          VALUE 'DATA: '.    00003210
           03  REL-CAB1-DATA.                                           00003220
               05  CB-DIA         PIC 9(02)/.                           00003230
               05  CB-MES         PIC 9(02)/.                           00003240
               05  CB-ANO         PIC 9(02).                            00003250
           03  FILLER             PIC X(04)          VALUE SPACES.      00003260
           03  FILLER             PIC X(05)          VALUE 'PAG: '.     00003270
           03  REL-CAB1-PAG       PIC ZZZ9.                             00003280
           03  FILLER             PIC X(53)          VALUE SPACES.      00003290
       01  REL-CAB2.                                                    00003300
           03  FILLER             PIC X(132)         VALUE              00003310
               'AMOSTRA DE DADOS REFERENCIALMENTE CONSISTENTE'.         00003320
       01  REL-CAB3.                                                    00003330
           03  FILLER             PIC X(132)         VALUE ALL '-'.     00003340
      *----------------------------------------------------------------*00003350
      *                                                                *00003360
      *----------------------------------------------------------------*00003370
       LINKAGE     SECTION.                                             00003380
       01  PARMJOB.                                                     00003390
           02  PARM-LEN           PIC  9(04)  COMP.                     00003400
           02  PARM-TICKET        PIC  X(12).                           00003410
      *----------------------------------------------------------------*00003420
      *                                                                *00003430
      *----------------------------------------------------------------*00003440
       PROCEDURE   DIVISION      USING   PARMJOB.                       00003450
      *----------------------------------------------------------------*00003460
      *                                                                *00003470
      *----------------------------------------------------------------*00003480
       0000-0000-PRINCIPAL.                                             00003490
           OPEN INPUT  SYSIN MAPFILE.                                   00003500
           OPEN OUTPUT UNLOAD LOADCRD RELATO.                           00003510
           IF  PARM-LEN  GREATER  ZEROS                                 00003520
               IF  PARM-LEN  LESS  12                                   00003530
                   MOVE  PARM-TICKET(1:PARM-LEN)  TO  DKR-TICKET        00003540
               ELSE                                                     00003550
                   MOVE  PARM-TICKET              TO  DKR-TICKET        00003560
               END-IF                                                   00003570
           END-IF.                                                      00003580
           ACCEPT CURDATA              FROM DATE.                       00003590
           PERFORM 0010-0000-CARREGA-MAPA THRU 0010-0000-EXIT.          00003600
           PERFORM 0020-0000-LE-RAIZ THRU 0020-0000-EXIT.               00003610
           PERFORM 0030-0000-LE-PREDICADO THRU 0030-0000-EXIT           00003620
             UNTIL FIM-SYSIN.                                           00003630
                                                                        00003640
      *--- DESCE PELOS FILHOS E DEPOIS SOBE PELOS PAIS                  00003650
           PERFORM 0100-0000-DESCE THRU 0100-0000-EXIT                  00003660
             VARYING IND-NO FROM +1 BY +1                               00003670
               UNTIL IND-NO  GREATER  QTD-NOS.                          00003680
           PERFORM 0200-0000-SOBE THRU 0200-0000-EXIT                   00003690
             VARYING IND-NO FROM +1 BY +1                               00003700
               UNTIL IND-NO  GREATER  QTD-NOS.                          00003710
           PERFORM 0300-0000-ORDENA THRU 0300-0000-EXIT.                00003720
                                                                        00003730
           MOVE   SPACES               TO  LINHA-REL.                   00003740
           PERFORM 0900-9999-IMPRIME THRU 0900-9999-EXIT.               00003750
           MOVE   'TABELAS NA ORDEM DE CARGA (PAIS ANTES DOS FILHOS):'  00003760
             TO   LINHA-REL.                                            00003770
           PERFORM 0900-9999-IMPRIME THRU 0900-9999-EXIT.               00003780
           PERFORM 0400-0000-GERA-TABELA THRU 0400-0000-EXIT            00003790
             VARYING IND-ORD FROM +1 BY +1                              00003800
               UNTIL IND-ORD  GREATER  QTD-ORDEM.                       00003810
                                                                        00003820
           MOVE   SPACES               TO  LINHA-REL.                   00003830
           PERFORM 0900-9999-IMPRIME THRU 0900-9999-EXIT.               00003840
           MOVE   QTD-NOS              TO  ZQTD.                        00003850
           STRING 'TABELAS NA AMOSTRA............: ' ZQTD               00003860
                  DELIMITED BY SIZE INTO LINHA-REL.                     00003870
           PERFORM 0900-9999-IMPRIME THRU 0900-9999-EXIT.               00003880
           MOVE   QTD-RELS             TO  ZQTD.                        00003890
           STRING 'RELACIONAMENTOS SEGUIDOS......: ' ZQTD               00003900
                  DELIMITED BY SIZE INTO LINHA-REL.                     00003910
           PERFORM 0900-9999-IMPRIME THRU 0900-9999-EXIT.               00003920
           MOVE   WS-QTD-EXTRAS        TO  ZQTD.                        00003930
           STRING 'CONDICOES OR EXISTS EXTRAS....: ' ZQTD               00003940
                  DELIMITED BY SIZE INTO LINHA-REL.                     00003950
           PERFORM 0900-9999-IMPRIME THRU 0900-9999-EXIT.               00003960
           MOVE   WS-QTD-AVISOS        TO  ZQTD.                        00003970
           STRING 'AVISOS........................: ' ZQTD               00003980
                  DELIMITED BY SIZE INTO LINHA-REL.                     00003990
           PERFORM 0900-9999-IMPRIME THRU 0900-9999-EXIT.               00004000
                                                                        00004010
           CLOSE SYSIN MAPFILE UNLOAD LOADCRD RELATO.                   00004020
           IF  WS-QTD-AVISOS  GREATER  +0                               00004030
               MOVE   +4               TO  RETURN-CODE                  00004040
           ELSE                                                         00004050
               MOVE   +0               TO  RETURN-CODE                  00004060
           END-IF.                                                      00004070
           MOVE   QTD-NOS              TO  DKR-QTD-OBJETOS.             00004080
           MOVE   RETURN-CODE          TO  DKR-RETURN-CODE.             00004090
           MOVE   'UNLOAD'             TO  DKR-DATASET.                 00004100
           MOVE   'UNLOAD'             TO  DKR-TIPO-DECK.               00004110
           CALL  'DB2DKREG'  USING  DKR-PARM.                           00004120
           MOVE   'LOADCRD'            TO  DKR-DATASET.                 00004130
           MOVE   'LOAD'               TO  DKR-TIPO-DECK.               00004140
           CALL  'DB2DKREG'  USING  DKR-PARM.                           00004150
           STOP  RUN.                                                   00004160
       0000-0000-EXIT. EXIT.                                            00004170
      *----------------------------------------------------------------*00004180
      * CARREGA AS REGRAS DE MAPEAMENTO DE NOMES (TIPO DE PARA)        *00004190
      *----------------------------------------------------------------*00004200
       0010-0000-CARREGA-MAPA.                                          00004210
           READ  MAPFILE INTO  PARM-MAPA                                00004220
               AT END  GO  TO  0010-0000-EXIT.                          00004230
           IF  QTD-MAPA  GREATER  +99                                   00004240
               DISPLAY 'DB2AMOST - MAPFILE - ESTOURO DE TABELA INTERNA '00004250
                       'TAB-MAPA. MAX (100)'                            00004260
               MOVE   +16              TO  RETURN-CODE                  00004270
               STOP  RUN                                                00004280
           END-IF.                                                      00004290
           UNSTRING  PARM-MAPA DELIMITED BY ALL SPACES                  00004300
               INTO  MAPA-TIPO MAPA-DE MAPA-PARA.                       00004310
           IF  MAPA-TIPO  EQUAL  'C' OR 'D' OR 'S'                      00004320
               ADD   +1                TO  QTD-MAPA                     00004330
               MOVE  MAPA-TIPO         TO  TB-MAPA-TIPO(QTD-MAPA)       00004340
               MOVE  MAPA-DE           TO  TB-MAPA-DE(QTD-MAPA)         00004350
               MOVE  MAPA-PARA         TO  TB-MAPA-PARA(QTD-MAPA)       00004360
           ELSE                                                         00004370
               ADD   +1                TO  WS-QTD-AVISOS                00004380
               DISPLAY 'DB2AMOST - MAPFILE - REGRA INVALIDA IGNORADA: ' 00004390
                       PARM-MAPA                                        00004400
           END-IF.                                                      00004410
           GO  TO  0010-0000-CARREGA-MAPA.                              00004420
       0010-0000-EXIT. EXIT.                                            00004430
      *----------------------------------------------------------------*00004440
      * PRIMEIRO CARTAO UTIL: CREATOR.TABELA DA RAIZ                   *00004450
      *----------------------------------------------------------------*00004460
       0020-0000-LE-RAIZ.                                               00004470
           PERFORM 0080-9999-LE-SYSIN THRU 0080-9999-EXIT.              00004480
           IF  FIM-SYSIN                                                00004490
               DISPLAY 'DB2AMOST - SYSIN SEM O CARTAO DA TABELA RAIZ'   00004500
               MOVE   +16              TO  RETURN-CODE                  00004510
               STOP  RUN                                                00004520
           END-IF.                                                      00004530
           IF  REG-SYSIN  EQUAL  SPACES                                 00004540
               OR  REG-SYSIN(1:1)  EQUAL  '*'                           00004550
               GO  TO  0020-0000-LE-RAIZ                                00004560
           END-IF.                                                      00004570
           MOVE   +0                   TO  WS-QTD-CARACT.               00004580
           INSPECT REG-SYSIN  TALLYING  WS-QTD-CARACT  FOR ALL '.'.     00004590
           UNSTRING REG-SYSIN DELIMITED BY '.' OR ALL SPACES            00004600
               INTO RAIZ-CREATOR RAIZ-TABELA.                           00004610
           IF  WS-QTD-CARACT  NOT EQUAL  +1                             00004620
               OR  RAIZ-CREATOR  EQUAL  SPACES                          00004630
               OR  RAIZ-TABELA   EQUAL  SPACES                          00004640
               DISPLAY 'DB2AMOST - CARTAO DA RAIZ INVALIDO: '           00004650
                       REG-SYSIN                                        00004660
               MOVE   +16              TO  RETURN-CODE                  00004670
               STOP  RUN                                                00004680
           END-IF.                                                      00004690
           MOVE   RAIZ-CREATOR         TO  H-FIL-CREATOR.               00004700
           MOVE   +18                  TO  H-FIL-TBNAME-L.              00004710
           MOVE   RAIZ-TABELA          TO  H-FIL-TBNAME-T.              00004720
           EXEC SQL                                                     00004730
                SELECT COUNT(*)                                         00004740
                  INTO :H-QTD                                           00004750
                  FROM SYSIBM.SYSTABLES                                 00004760
                 WHERE CREATOR = :H-FIL-CREATOR                         00004770
                   AND NAME    = :H-FIL-TBNAME                          00004780
                   AND TYPE    = 'T'                                    00004790
           END-EXEC.                                                    00004800
           IF  SQLCODE  NOT EQUAL  +0                                   00004810
               DISPLAY '*** ERRO NO SELECT SYSTABLES'                   00004820
               PERFORM  9999-9999-ERRO-DB2  THRU 9999-9999-EXIT         00004830
           END-IF.                                                      00004840
           IF  H-QTD  EQUAL  +0                                         00004850
               DISPLAY 'DB2AMOST - TABELA RAIZ NAO ENCONTRADA: '        00004860
                       RAIZ-CREATOR '.' RAIZ-TABELA                     00004870
               MOVE   +16              TO  RETURN-CODE                  00004880
               STOP  RUN                                                00004890
           END-IF.                                                      00004900
           MOVE   +1                   TO  QTD-NOS.                     00004910
           MOVE   RAIZ-CREATOR         TO  NO-CREATOR(1).               00004920
           MOVE   RAIZ-TABELA          TO  NO-TABELA(1).                00004930
           MOVE   'R'                  TO  NO-ORIGEM(1).                00004940
           MOVE   +0                   TO  NO-NIVEL(1) NO-LIGA(1).      00004950
           MOVE   SPACES               TO  LINHA-REL.                   00004960
           STRING 'TABELA RAIZ: ' DELIMITED BY SIZE                     00004970
                  RAIZ-CREATOR DELIMITED BY SPACE                       00004980
                  '.' DELIMITED BY SIZE                                 00004990
                  RAIZ-TABELA DELIMITED BY SPACE                        00005000
                  INTO LINHA-REL.                                       00005010
           PERFORM 0900-9999-IMPRIME THRU 0900-9999-EXIT.               00005020
           PERFORM 0080-9999-LE-SYSIN THRU 0080-9999-EXIT.              00005030
       0020-0000-EXIT. EXIT.                                            00005040
      *----------------------------------------------------------------*00005050
      * CARTOES DO PREDICADO SOBRE A RAIZ                              *00005060
      *----------------------------------------------------------------*00005070
       0030-0000-LE-PREDICADO.                                          00005080
           IF  REG-SYSIN  EQUAL  SPACES                                 00005090
               OR  REG-SYSIN(1:1)  EQUAL  '*'                           00005100
               GO  TO  0030-0000-LEIA                                   00005110
           END-IF.                                                      00005120
           MOVE   +0                   TO  WS-QTD-CARACT.               00005130
           INSPECT REG-SYSIN(1:72)                                      00005140
               TALLYING  WS-QTD-CARACT  FOR ALL ';'.                    00005150
           IF  WS-QTD-CARACT  GREATER  +0                               00005160
               DISPLAY 'DB2AMOST - PREDICADO NAO PODE TER ";": '        00005170
                       REG-SYSIN                                        00005180
               MOVE   +16              TO  RETURN-CODE                  00005190
               STOP  RUN                                                00005200
           END-IF.                                                      00005210
           IF  QTD-PRED  NOT LESS  +20                                  00005220
               DISPLAY 'DB2AMOST - PREDICADO COM MAIS DE 20 CARTOES'    00005230
               MOVE   +16              TO  RETURN-CODE                  00005240
               STOP  RUN                                                00005250
           END-IF.                                                      00005260
           ADD    +1                   TO  QTD-PRED.                    00005270
           MOVE   REG-SYSIN(1:72)      TO  TB-PRED(QTD-PRED).           00005280
           MOVE   SPACES               TO  LINHA-REL.                   00005290
           STRING 'PREDICADO  : ' REG-SYSIN(1:72)                       00005300
                  DELIMITED BY SIZE INTO LINHA-REL.                     00005310
           PERFORM 0900-9999-IMPRIME THRU 0900-9999-EXIT.               00005320
       0030-0000-LEIA.                                                  00005330
           PERFORM 0080-9999-LE-SYSIN THRU 0080-9999-EXIT.              00005340
       0030-0000-EXIT. EXIT.                                            00005350
      *----------------------------------------------------------------*00005360
      *                                                                *00005370
      *----------------------------------------------------------------*00005380
       0080-9999-LE-SYSIN.                                              00005390
           READ SYSIN                                                   00005400
             AT END   MOVE 'SIM'  TO          N88-FIM-SYSIN.            00005410
       0080-9999-EXIT. EXIT.                                            00005420
      *----------------------------------------------------------------*00005430
      * DESCIDA: FILHOS DA RAIZ E DAS FILHAS JA' ALCANCADAS            *00005440
      *----------------------------------------------------------------*00005450
       0100-0000-DESCE.                                                 00005460
           IF  NO-ORIGEM(IND-NO)  EQUAL  'U'                            00005470
               GO  TO  0100-0000-EXIT                                   00005480
           END-IF.                                                      00005490
           MOVE   NO-CREATOR(IND-NO)   TO  H-PAI-CREATOR.               00005500
           MOVE   +18                  TO  H-PAI-TBNAME-L.              00005510
           MOVE   NO-TABELA(IND-NO)    TO  H-PAI-TBNAME-T.              00005520
           EXEC SQL                                                     00005530
                DECLARE C_FILHOS CURSOR FOR                             00005540
                SELECT CREATOR, TBNAME, RELNAME                         00005550
                  FROM SYSIBM.SYSRELS                                   00005560
                 WHERE REFTBCREATOR = :H-PAI-CREATOR                    00005570
                   AND REFTBNAME    = :H-PAI-TBNAME                     00005580
                 ORDER BY CREATOR, TBNAME, RELNAME                      00005590
           END-EXEC.                                                    00005600
           EXEC SQL OPEN C_FILHOS END-EXEC.                             00005610
           IF  SQLCODE  NOT EQUAL  +0                                   00005620
               DISPLAY '*** ERRO NO OPEN C_FILHOS'                      00005630
               PERFORM  9999-9999-ERRO-DB2  THRU 9999-9999-EXIT         00005640
           END-IF.                                                      00005650
           MOVE   'NAO'                TO  N88-FIM-RELS.                00005660
           PERFORM 0110-0100-UM-FILHO THRU 0110-0100-EXIT               00005670
             UNTIL FIM-RELS.                                            00005680
           EXEC SQL CLOSE C_FILHOS END-EXEC.                            00005690
           IF  SQLCODE  NOT EQUAL  +0                                   00005700
               DISPLAY '*** ERRO NO CLOSE C_FILHOS'                     00005710
               PERFORM  9999-9999-ERRO-DB2  THRU 9999-9999-EXIT         00005720
           END-IF.                                                      00005730
       0100-0000-EXIT. EXIT.                                            00005740
      *----------------------------------------------------------------*00005750
      *                                                                *00005760
      *----------------------------------------------------------------*00005770
       0110-0100-UM-FILHO.                                              00005780
           MOVE   +18                  TO  H-FIL-TBNAME-L.              00005790
           EXEC SQL                                                     00005800
                FETCH  C_FILHOS                                         00005810
                 INTO  :H-FIL-CREATOR, :H-FIL-TBNAME, :H-RELNAME        00005820
           END-EXEC.                                                    00005830
           IF  SQLCODE  EQUAL  +100                                     00005840
               MOVE   'SIM'            TO  N88-FIM-RELS                 00005850
               GO  TO  0110-0100-EXIT                                   00005860
           END-IF.                                                      00005870
           IF  SQLCODE  NOT EQUAL  +0                                   00005880
               DISPLAY '*** ERRO NO FETCH C_FILHOS'                     00005890
               PERFORM  9999-9999-ERRO-DB2  THRU 9999-9999-EXIT         00005900
           END-IF.                                                      00005910
      *--- AUTO-RELACIONAMENTO: AVISADO NA SUBIDA                       00005920
           IF  H-FIL-CREATOR  EQUAL  H-PAI-CREATOR                      00005930
               AND  H-FIL-TBNAME-T(1:H-FIL-TBNAME-L)                    00005940
                    EQUAL  H-PAI-TBNAME-T                               00005950
               GO  TO  0110-0100-EXIT                                   00005960
           END-IF.                                                      00005970
           MOVE   H-FIL-CREATOR        TO  BUSCA-CREATOR.               00005980
           MOVE   SPACES               TO  BUSCA-TABELA.                00005990
           MOVE   H-FIL-TBNAME-T(1:H-FIL-TBNAME-L)  TO  BUSCA-TABELA.   00006000
           PERFORM 0170-9999-PROCURA-NO THRU 0170-9999-EXIT.            00006010
           MOVE   IND-NO               TO  WS-IDX-PAI.                  00006020
           IF  WS-ACHADO  EQUAL  +0                                     00006030
               MOVE   'F'              TO  WS-NOVO-LADO                 00006040
               MOVE   +0               TO  WS-IDX-FILHO                 00006050
           ELSE                                                         00006060
               MOVE   SPACES           TO  WS-NOVO-LADO                 00006070
               MOVE   WS-ACHADO        TO  WS-IDX-FILHO                 00006080
           END-IF.                                                      00006090
           MOVE   'D'                  TO  WS-NOVA-ORIGEM.              00006100
           PERFORM 0150-9999-NOVA-RELACAO THRU 0150-9999-EXIT.          00006110
       0110-0100-EXIT. EXIT.                                            00006120
      *----------------------------------------------------------------*00006130
      * REGISTRA UM RELACIONAMENTO (H-FIL-*, H-PAI-*, H-RELNAME) E,    *00006140
      * SE WS-NOVO-LADO FOR 'F' OU 'P', INCLUI A TABELA NOVA DAQUELE   *00006150
      * LADO COMO NO ALCANCADO POR ELE A PARTIR DE IND-NO              *00006160
      *----------------------------------------------------------------*00006170
       0150-9999-NOVA-RELACAO.                                          00006180
           IF  WS-NOVO-LADO  EQUAL  SPACES                              00006190
               PERFORM 0160-9999-PROCURA-REL THRU 0160-9999-EXIT        00006200
               IF  WS-ACHADO  NOT EQUAL  +0                             00006210
                   GO  TO  0150-9999-EXIT                               00006220
               END-IF                                                   00006230
           END-IF.                                                      00006240
           IF  QTD-RELS  NOT LESS  +200                                 00006250
               ADD    +1               TO  WS-QTD-AVISOS                00006260
               MOVE   SPACES           TO  LINHA-REL                    00006270
               STRING '   *** TAB-RELS CHEIA (200) - NAO SEGUIDO: '     00006280
                      H-RELNAME                                         00006290
                      DELIMITED BY SIZE INTO LINHA-REL                  00006300
               PERFORM 0900-9999-IMPRIME THRU 0900-9999-EXIT            00006310
               GO  TO  0150-9999-EXIT                                   00006320
           END-IF.                                                      00006330
           COMPUTE IND-REL = QTD-RELS + 1.                              00006340
           PERFORM 0180-9999-CARREGA-CHAVE THRU 0180-9999-EXIT.         00006350
           MOVE   SPACES               TO  WS-NOME-X WS-NOME-Y.         00006360
           STRING H-FIL-CREATOR DELIMITED BY SPACE                      00006370
                  '.' DELIMITED BY SIZE                                 00006380
                  H-FIL-TBNAME-T(1:H-FIL-TBNAME-L) DELIMITED BY SPACE   00006390
                  INTO WS-NOME-X.                                       00006400
           STRING H-PAI-CREATOR DELIMITED BY SPACE                      00006410
                  '.' DELIMITED BY SIZE                                 00006420
                  H-PAI-TBNAME-T(1:H-PAI-TBNAME-L) DELIMITED BY SPACE   00006430
                  INTO WS-NOME-Y.                                       00006440
           IF  REL-QTD-COL(IND-REL)  EQUAL  +0                          00006450
               OR  REL-QTD-COL(IND-REL)  NOT EQUAL  WS-QTD-FK-COLS      00006460
               ADD    +1               TO  WS-QTD-AVISOS                00006470
               MOVE   SPACES           TO  LINHA-REL                    00006480
               STRING '   *** ' H-RELNAME ' ' WS-NOME-X ' -> '          00006490
                      WS-NOME-Y ' CHAVE DO PAI NAO RESOLVIDA PELO '     00006500
                      'KEYSEQ - NAO SEGUIDO'                            00006510
                      DELIMITED BY SIZE INTO LINHA-REL                  00006520
               PERFORM 0900-9999-IMPRIME THRU 0900-9999-EXIT            00006530
               GO  TO  0150-9999-EXIT                                   00006540
           END-IF.                                                      00006550
           IF  WS-NOVO-LADO  NOT EQUAL  SPACES                          00006560
               IF  QTD-NOS  NOT LESS  +100                              00006570
                   ADD    +1           TO  WS-QTD-AVISOS                00006580
                   MOVE   SPACES       TO  LINHA-REL                    00006590
                   STRING '   *** TAB-NOS CHEIA (100) - NAO INCLUIDA: ' 00006600
                          H-RELNAME ' ' WS-NOME-X ' -> ' WS-NOME-Y      00006610
                          DELIMITED BY SIZE INTO LINHA-REL              00006620
                   PERFORM 0900-9999-IMPRIME THRU 0900-9999-EXIT        00006630
                   GO  TO  0150-9999-EXIT                               00006640
               END-IF                                                   00006650
               ADD    +1               TO  QTD-NOS                      00006660
               MOVE   WS-NOVA-ORIGEM   TO  NO-ORIGEM(QTD-NOS)           00006670
               COMPUTE NO-NIVEL(QTD-NOS) = NO-NIVEL(IND-NO) + 1         00006680
               MOVE   IND-REL          TO  NO-LIGA(QTD-NOS)             00006690
               IF  WS-NOVO-LADO  EQUAL  'F'                             00006700
                   MOVE   H-FIL-CREATOR     TO  NO-CREATOR(QTD-NOS)     00006710
                   MOVE   H-FIL-TBNAME-T(1:H-FIL-TBNAME-L)              00006720
                     TO   NO-TABELA(QTD-NOS)                            00006730
                   MOVE   QTD-NOS           TO  WS-IDX-FILHO            00006740
               ELSE                                                     00006750
                   MOVE   H-PAI-CREATOR     TO  NO-CREATOR(QTD-NOS)     00006760
                   MOVE   H-PAI-TBNAME-T(1:H-PAI-TBNAME-L)              00006770
                     TO   NO-TABELA(QTD-NOS)                            00006780
                   MOVE   QTD-NOS           TO  WS-IDX-PAI              00006790
               END-IF                                                   00006800
           END-IF.                                                      00006810
           MOVE   IND-REL              TO  QTD-RELS.                    00006820
           MOVE   WS-IDX-FILHO         TO  REL-FILHO(IND-REL).          00006830
           MOVE   WS-IDX-PAI           TO  REL-PAI(IND-REL).            00006840
           MOVE   H-RELNAME            TO  REL-NOME(IND-REL).           00006850
           MOVE   SPACES               TO  LINHA-REL.                   00006860
           EVALUATE WS-NOVO-LADO                                        00006870
               WHEN 'F'                                                 00006880
                    STRING '   DESCE ' H-RELNAME ' ' WS-NOME-X          00006890
                           ' -> ' WS-NOME-Y                             00006900
                           '  (FILHA INCLUIDA)'                         00006910
                           DELIMITED BY SIZE INTO LINHA-REL             00006920
               WHEN 'P'                                                 00006930
                    STRING '   SOBE  ' H-RELNAME ' ' WS-NOME-X          00006940
                           ' -> ' WS-NOME-Y                             00006950
                           '  (PAI INCLUIDO)'                           00006960
                           DELIMITED BY SIZE INTO LINHA-REL             00006970
               WHEN OTHER                                               00006980
                    STRING '   LIGA  ' H-RELNAME ' ' WS-NOME-X          00006990
                           ' -> ' WS-NOME-Y                             00007000
                           '  (AS DUAS JA NA AMOSTRA)'                  00007010
                           DELIMITED BY SIZE INTO LINHA-REL             00007020
           END-EVALUATE.                                                00007030
           PERFORM 0900-9999-IMPRIME THRU 0900-9999-EXIT.               00007040
       0150-9999-EXIT. EXIT.                                            00007050
      *----------------------------------------------------------------*00007060
      * RELACIONAMENTO JA' REGISTRADO (FILHO, PAI E RELNAME)           *00007070
      *----------------------------------------------------------------*00007080
       0160-9999-PROCURA-REL.                                           00007090
           PERFORM VARYING IND-TAB FROM +1 BY +1                        00007100
             UNTIL IND-TAB  GREATER  QTD-RELS                           00007110
                OR (REL-FILHO(IND-TAB)  EQUAL  WS-IDX-FILHO             00007120
               AND  REL-PAI(IND-TAB)    EQUAL  WS-IDX-PAI               00007130
               AND  REL-NOME(IND-TAB)   EQUAL  H-RELNAME)               00007140
               CONTINUE                                                 00007150
           END-PERFORM.                                                 00007160
           IF  IND-TAB  GREATER  QTD-RELS                               00007170
               MOVE   +0               TO  WS-ACHADO                    00007180
           ELSE                                                         00007190
               MOVE   IND-TAB          TO  WS-ACHADO                    00007200
           END-IF.                                                      00007210
       0160-9999-EXIT. EXIT.                                            00007220
      *----------------------------------------------------------------*00007230
      * TABELA JA' NA AMOSTRA (BUSCA-CREATOR/BUSCA-TABELA)             *00007240
      *----------------------------------------------------------------*00007250
       0170-9999-PROCURA-NO.                                            00007260
           PERFORM VARYING IND-TAB FROM +1 BY +1                        00007270
             UNTIL IND-TAB  GREATER  QTD-NOS                            00007280
                OR (NO-CREATOR(IND-TAB)  EQUAL  BUSCA-CREATOR           00007290
               AND  NO-TABELA(IND-TAB)   EQUAL  BUSCA-TABELA)           00007300
               CONTINUE                                                 00007310
           END-PERFORM.                                                 00007320
           IF  IND-TAB  GREATER  QTD-NOS                                00007330
               MOVE   +0               TO  WS-ACHADO                    00007340
           ELSE                                                         00007350
               MOVE   IND-TAB          TO  WS-ACHADO                    00007360
           END-IF.                                                      00007370
       0170-9999-EXIT. EXIT.                                            00007380
      *----------------------------------------------------------------*00007390
      * COLUNAS DA FK (COLSEQ) CASADAS COM A CHAVE DO PAI (KEYSEQ), NA *00007400
      * POSICAO IND-REL DA TAB-RELS                                    *00007410
      *----------------------------------------------------------------*00007420
       0180-9999-CARREGA-CHAVE.                                         00007430
           MOVE   +0                   TO  REL-QTD-COL(IND-REL).        00007440
           EXEC SQL                                                     00007450
                SELECT COUNT(*)                                         00007460
                  INTO :H-QTD                                           00007470
                  FROM SYSIBM.SYSFOREIGNKEYS                            00007480
                 WHERE CREATOR = :H-FIL-CREATOR                         00007490
                   AND TBNAME  = :H-FIL-TBNAME                          00007500
                   AND RELNAME = :H-RELNAME                             00007510
           END-EXEC.                                                    00007520
           IF  SQLCODE  NOT EQUAL  +0                                   00007530
               DISPLAY '*** ERRO NO COUNT SYSFOREIGNKEYS'               00007540
               PERFORM  9999-9999-ERRO-DB2  THRU 9999-9999-EXIT         00007550
           END-IF.                                                      00007560
           MOVE   H-QTD                TO  WS-QTD-FK-COLS.              00007570
           EXEC SQL                                                     00007580
                DECLARE C_CHAVES CURSOR FOR                             00007590
                SELECT F.COLNAME, P.NAME                                00007600
                  FROM SYSIBM.SYSFOREIGNKEYS F,                         00007610
                       SYSIBM.SYSCOLUMNS P                              00007620
                 WHERE F.CREATOR   = :H-FIL-CREATOR                     00007630
                   AND F.TBNAME    = :H-FIL-TBNAME                      00007640
                   AND F.RELNAME   = :H-RELNAME                         00007650
                   AND P.TBCREATOR = :H-PAI-CREATOR                     00007660
                   AND P.TBNAME    = :H-PAI-TBNAME                      00007670
                   AND P.KEYSEQ    = F.COLSEQ                           00007680
                 ORDER BY F.COLSEQ                                      00007690
           END-EXEC.                                                    00007700
           EXEC SQL OPEN C_CHAVES END-EXEC.                             00007710
           IF  SQLCODE  NOT EQUAL  +0                                   00007720
               DISPLAY '*** ERRO NO OPEN C_CHAVES'                      00007730
               PERFORM  9999-9999-ERRO-DB2  THRU 9999-9999-EXIT         00007740
           END-IF.                                                      00007750
           MOVE   'NAO'                TO  N88-FIM-CHAVES.              00007760
           PERFORM 0181-0180-UMA-CHAVE THRU 0181-0180-EXIT              00007770
             UNTIL FIM-CHAVES.                                          00007780
           EXEC SQL CLOSE C_CHAVES END-EXEC.                            00007790
           IF  SQLCODE  NOT EQUAL  +0                                   00007800
               DISPLAY '*** ERRO NO CLOSE C_CHAVES'                     00007810
               PERFORM  9999-9999-ERRO-DB2  THRU 9999-9999-EXIT         00007820
           END-IF.                                                      00007830
       0180-9999-EXIT. EXIT.                                            00007840
      *----------------------------------------------------------------*00007850
      *                                                                *00007860
      *----------------------------------------------------------------*00007870
       0181-0180-UMA-CHAVE.                                             00007880
           MOVE   +18                  TO  H-COL-FILHA-L H-COL-PAI-L.   00007890
           EXEC SQL                                                     00007900
                FETCH  C_CHAVES                                         00007910
                 INTO  :H-COL-FILHA, :H-COL-PAI                         00007920
           END-EXEC.                                                    00007930
           IF  SQLCODE  EQUAL  +100                                     00007940
               MOVE   'SIM'            TO  N88-FIM-CHAVES               00007950
               GO  TO  0181-0180-EXIT                                   00007960
           END-IF.                                                      00007970
           IF  SQLCODE  NOT EQUAL  +0                                   00007980
               DISPLAY '*** ERRO NO FETCH C_CHAVES'                     00007990
               PERFORM  9999-9999-ERRO-DB2  THRU 9999-9999-EXIT         00008000
           END-IF.                                                      00008010
           IF  REL-QTD-COL(IND-REL)  NOT LESS  +16                      00008020
               GO  TO  0181-0180-EXIT                                   00008030
           END-IF.                                                      00008040
           ADD    +1                   TO  REL-QTD-COL(IND-REL).        00008050
           MOVE   REL-QTD-COL(IND-REL) TO  IND-COL.                     00008060
           MOVE   SPACES                                                00008070
             TO   REL-COL-FILHA(IND-REL IND-COL)                        00008080
                  REL-COL-PAI(IND-REL IND-COL).                         00008090
           MOVE   H-COL-FILHA-T(1:H-COL-FILHA-L)                        00008100
             TO   REL-COL-FILHA(IND-REL IND-COL).                       00008110
           MOVE   H-COL-PAI-T(1:H-COL-PAI-L)                            00008120
             TO   REL-COL-PAI(IND-REL IND-COL).                         00008130
       0181-0180-EXIT. EXIT.                                            00008140
      *----------------------------------------------------------------*00008150
      * SUBIDA: PAIS DE TODA TABELA DA AMOSTRA, INCLUSIVE DOS PAIS     *00008160
      * INCLUIDOS NA PROPRIA SUBIDA                                    *00008170
      *----------------------------------------------------------------*00008180
       0200-0000-SOBE.                                                  00008190
           MOVE   NO-CREATOR(IND-NO)   TO  H-FIL-CREATOR.               00008200
           MOVE   +18                  TO  H-FIL-TBNAME-L.              00008210
           MOVE   NO-TABELA(IND-NO)    TO  H-FIL-TBNAME-T.              00008220
           EXEC SQL                                                     00008230
                DECLARE C_PAIS CURSOR FOR                               00008240
                SELECT REFTBCREATOR, REFTBNAME, RELNAME                 00008250
                  FROM SYSIBM.SYSRELS                                   00008260
                 WHERE CREATOR = :H-FIL-CREATOR                         00008270
                   AND TBNAME  = :H-FIL-TBNAME                          00008280
                 ORDER BY REFTBCREATOR, REFTBNAME, RELNAME              00008290
           END-EXEC.                                                    00008300
           EXEC SQL OPEN C_PAIS END-EXEC.                               00008310
           IF  SQLCODE  NOT EQUAL  +0                                   00008320
               DISPLAY '*** ERRO NO OPEN C_PAIS'                        00008330
               PERFORM  9999-9999-ERRO-DB2  THRU 9999-9999-EXIT         00008340
           END-IF.                                                      00008350
           MOVE   'NAO'                TO  N88-FIM-RELS.                00008360
           PERFORM 0210-0200-UM-PAI THRU 0210-0200-EXIT                 00008370
             UNTIL FIM-RELS.                                            00008380
           EXEC SQL CLOSE C_PAIS END-EXEC.                              00008390
           IF  SQLCODE  NOT EQUAL  +0                                   00008400
               DISPLAY '*** ERRO NO CLOSE C_PAIS'                       00008410
               PERFORM  9999-9999-ERRO-DB2  THRU 9999-9999-EXIT         00008420
           END-IF.                                                      00008430
       0200-0000-EXIT. EXIT.                                            00008440
      *----------------------------------------------------------------*00008450
      *                                                                *00008460
      *----------------------------------------------------------------*00008470
       0210-0200-UM-PAI.                                                00008480
           MOVE   +18                  TO  H-PAI-TBNAME-L.              00008490
           EXEC SQL                                                     00008500
                FETCH  C_PAIS                                           00008510
                 INTO  :H-PAI-CREATOR, :H-PAI-TBNAME, :H-RELNAME        00008520
           END-EXEC.                                                    00008530
           IF  SQLCODE  EQUAL  +100                                     00008540
               MOVE   'SIM'            TO  N88-FIM-RELS                 00008550
               GO  TO  0210-0200-EXIT                                   00008560
           END-IF.                                                      00008570
           IF  SQLCODE  NOT EQUAL  +0                                   00008580
               DISPLAY '*** ERRO NO FETCH C_PAIS'                       00008590
               PERFORM  9999-9999-ERRO-DB2  THRU 9999-9999-EXIT         00008600
           END-IF.                                                      00008610
           IF  H-PAI-CREATOR  EQUAL  H-FIL-CREATOR                      00008620
               AND  H-PAI-TBNAME-T(1:H-PAI-TBNAME-L)                    00008630
                    EQUAL  H-FIL-TBNAME-T                               00008640
               ADD    +1               TO  WS-QTD-AVISOS                00008650
               MOVE   SPACES           TO  LINHA-REL                    00008660
               STRING '   *** ' H-RELNAME ' AUTO-RELACIONAMENTO EM '    00008670
                      NO-CREATOR(IND-NO) '.' NO-TABELA(IND-NO)          00008680
                      ' NAO SEGUIDO'                                    00008690
                      DELIMITED BY SIZE INTO LINHA-REL                  00008700
               PERFORM 0900-9999-IMPRIME THRU 0900-9999-EXIT            00008710
               GO  TO  0210-0200-EXIT                                   00008720
           END-IF.                                                      00008730
           MOVE   H-PAI-CREATOR        TO  BUSCA-CREATOR.               00008740
           MOVE   SPACES               TO  BUSCA-TABELA.                00008750
           MOVE   H-PAI-TBNAME-T(1:H-PAI-TBNAME-L)  TO  BUSCA-TABELA.   00008760
           PERFORM 0170-9999-PROCURA-NO THRU 0170-9999-EXIT.            00008770
           MOVE   IND-NO               TO  WS-IDX-FILHO.                00008780
           IF  WS-ACHADO  EQUAL  +0                                     00008790
               MOVE   'P'              TO  WS-NOVO-LADO                 00008800
               MOVE   +0               TO  WS-IDX-PAI                   00008810
           ELSE                                                         00008820
               MOVE   SPACES           TO  WS-NOVO-LADO                 00008830
               MOVE   WS-ACHADO        TO  WS-IDX-PAI                   00008840
           END-IF.                                                      00008850
           MOVE   'U'                  TO  WS-NOVA-ORIGEM.              00008860
           PERFORM 0150-9999-NOVA-RELACAO THRU 0150-9999-EXIT.          00008870
       0210-0200-EXIT. EXIT.                                            00008880
      *----------------------------------------------------------------*00008890
      * ORDEM DE INTEGRIDADE REFERENCIAL: A CADA PASSADA EMITE AS      *00008900
      * TABELAS CUJOS PAIS NA AMOSTRA JA' FORAM EMITIDOS; PASSADA SEM  *00008910
      * NADA EMITIDO E' CICLO - O RESTO VAI NA ORDEM DE DESCOBERTA     *00008920
      *----------------------------------------------------------------*00008930
       0300-0000-ORDENA.                                                00008940
           MOVE   'N'                  TO  WS-EMITIU.                   00008950
           PERFORM 0310-0300-AVALIA-NO THRU 0310-0300-EXIT              00008960
             VARYING IND-NO FROM +1 BY +1                               00008970
               UNTIL IND-NO  GREATER  QTD-NOS.                          00008980
           IF  QTD-ORDEM  NOT LESS  QTD-NOS                             00008990
               GO  TO  0300-0000-EXIT                                   00009000
           END-IF.                                                      00009010
           IF  WS-EMITIU  EQUAL  'S'                                    00009020
               GO  TO  0300-0000-ORDENA                                 00009030
           END-IF.                                                      00009040
           ADD    +1                   TO  WS-QTD-AVISOS.               00009050
           MOVE   SPACES               TO  LINHA-REL.                   00009060
           PERFORM 0900-9999-IMPRIME THRU 0900-9999-EXIT.               00009070
           STRING '*** CICLO DE RI NA AMOSTRA - AS TABELAS DO CICLO '   00009080
                  'VAO NA ORDEM DE DESCOBERTA'                          00009090
                  DELIMITED BY SIZE INTO LINHA-REL.                     00009100
           PERFORM 0900-9999-IMPRIME THRU 0900-9999-EXIT.               00009110
           PERFORM 0320-0300-EMITE-NO THRU 0320-0300-EXIT               00009120
             VARYING IND-NO FROM +1 BY +1                               00009130
               UNTIL IND-NO  GREATER  QTD-NOS.                          00009140
       0300-0000-EXIT. EXIT.                                            00009150
      *----------------------------------------------------------------*00009160
      *                                                                *00009170
      *----------------------------------------------------------------*00009180
       0310-0300-AVALIA-NO.                                             00009190
           IF  NO-EMITIDO(IND-NO)  EQUAL  'S'                           00009200
               GO  TO  0310-0300-EXIT                                   00009210
           END-IF.                                                      00009220
           MOVE   'N'                  TO  WS-BLOQUEADO.                00009230
           PERFORM 0315-0310-VERIFICA-PAI THRU 0315-0310-EXIT           00009240
             VARYING IND-REL FROM +1 BY +1                              00009250
               UNTIL IND-REL  GREATER  QTD-RELS                         00009260
                  OR WS-BLOQUEADO  EQUAL  'S'.                          00009270
           IF  WS-BLOQUEADO  EQUAL  'N'                                 00009280
               PERFORM 0320-0300-EMITE-NO THRU 0320-0300-EXIT           00009290
               MOVE   'S'              TO  WS-EMITIU                    00009300
           END-IF.                                                      00009310
       0310-0300-EXIT. EXIT.                                            00009320
      *----------------------------------------------------------------*00009330
      *                                                                *00009340
      *----------------------------------------------------------------*00009350
       0315-0310-VERIFICA-PAI.                                          00009360
           IF  REL-FILHO(IND-REL)  EQUAL  IND-NO                        00009370
               MOVE   REL-PAI(IND-REL) TO  IND-Y                        00009380
               IF  NO-EMITIDO(IND-Y)  EQUAL  'N'                        00009390
                   MOVE   'S'          TO  WS-BLOQUEADO                 00009400
               END-IF                                                   00009410
           END-IF.                                                      00009420
       0315-0310-EXIT. EXIT.                                            00009430
      *----------------------------------------------------------------*00009440
      *                                                                *00009450
      *----------------------------------------------------------------*00009460
       0320-0300-EMITE-NO.                                              00009470
           IF  NO-EMITIDO(IND-NO)  EQUAL  'N'                           00009480
               ADD    +1               TO  QTD-ORDEM                    00009490
               MOVE   IND-NO           TO  TB-ORDEM(QTD-ORDEM)          00009500
               MOVE   'S'              TO  NO-EMITIDO(IND-NO)           00009510
           END-IF.                                                      00009520
       0320-0300-EXIT. EXIT.                                            00009530
      *----------------------------------------------------------------*00009540
      * UMA TABELA NA ORDEM DE CARGA: SELECT DE UNLOAD, LOAD E RELATO  *00009550
      *----------------------------------------------------------------*00009560
       0400-0000-GERA-TABELA.                                           00009570
           MOVE   TB-ORDEM(IND-ORD)    TO  WS-NO-ATUAL.                 00009580
           PERFORM 0410-0400-CARREGA-COLUNAS THRU 0410-0400-EXIT.       00009590
                                                                        00009600
      *--- SELECT DE UNLOAD                                             00009610
           WRITE  REG-UNLOAD           FROM UNL-SELECT-L.               00009620
           MOVE   SPACES               TO  UNL-VIRG.                    00009630
           PERFORM 0420-0400-UNLOAD-COLUNA THRU 0420-0400-EXIT          00009640
             VARYING IND-TAB FROM +1 BY +1                              00009650
               UNTIL IND-TAB  GREATER  QTD-COL.                         00009660
           MOVE   SPACES               TO  UNL-TNAME.                   00009670
           STRING NO-CREATOR(WS-NO-ATUAL) DELIMITED BY SPACE            00009680
                  '.' DELIMITED BY SIZE                                 00009690
                  NO-TABELA(WS-NO-ATUAL) DELIMITED BY SPACE             00009700
                  INTO UNL-TNAME.                                       00009710
           MOVE   WS-NO-ATUAL          TO  WS-ALIAS-X-NUM.              00009720
           MOVE   WS-ALIAS-X           TO  UNL-ALIAS.                   00009730
           WRITE  REG-UNLOAD           FROM UNL-FROM-L.                 00009740
           MOVE   '  WHERE ('          TO  LIN-DECK.                    00009750
           PERFORM 0800-9999-GRAVA-UNLOAD THRU 0800-9999-EXIT.          00009760
           MOVE   WS-NO-ATUAL          TO  WS-NO-INI.                   00009770
           PERFORM 0450-9999-GERA-CADEIA THRU 0450-9999-EXIT.           00009780
           MOVE   '        )'          TO  LIN-DECK.                    00009790
           PERFORM 0800-9999-GRAVA-UNLOAD THRU 0800-9999-EXIT.          00009800
           MOVE   +0                   TO  WS-QTD-EXT-NO.               00009810
           PERFORM 0480-0400-CONDICAO-EXTRA THRU 0480-0400-EXIT         00009820
             VARYING IND-EXT FROM +1 BY +1                              00009830
               UNTIL IND-EXT  GREATER  QTD-RELS.                        00009840
           MOVE   ' ;'                 TO  LIN-DECK.                    00009850
           PERFORM 0800-9999-GRAVA-UNLOAD THRU 0800-9999-EXIT.          00009860
                                                                        00009870
      *--- CARTOES DO LOAD (CREATOR COM O DE-PARA DO MAPFILE)           00009880
           COMPUTE LOAD-DD = IND-ORD - 1.                               00009890
           WRITE  REG-LOADCRD          FROM LOAD-CAB1-L.                00009900
           MOVE   'C'                  TO  WS-MAPA-TIPO.                00009910
           MOVE   NO-CREATOR(WS-NO-ATUAL)  TO  WS-MAPA-ARG.             00009920
           PERFORM 0490-9999-MAPEIA THRU 0490-9999-EXIT.                00009930
           MOVE   SPACES               TO  LOAD-TNAME.                  00009940
           STRING WS-MAPA-ARG DELIMITED BY SPACE                        00009950
                  '.' DELIMITED BY SIZE                                 00009960
                  NO-TABELA(WS-NO-ATUAL) DELIMITED BY SPACE             00009970
                  INTO LOAD-TNAME.                                      00009980
           WRITE  REG-LOADCRD          FROM LOAD-CAB2-L.                00009990
           MOVE   +1                   TO  WS-POS-ATUAL.                00010000
           MOVE   '('                  TO  LOAD-ABRE.                   00010010
           PERFORM 0430-0400-LOAD-COLUNA THRU 0430-0400-EXIT            00010020
             VARYING IND-TAB FROM +1 BY +1                              00010030
               UNTIL IND-TAB  GREATER  QTD-COL.                         00010040
           WRITE  REG-LOADCRD          FROM LOAD-FECHA-L.               00010050
                                                                        00010060
      *--- RELATO                                                       00010070
           EVALUATE NO-ORIGEM(WS-NO-ATUAL)                              00010080
               WHEN 'R'   MOVE 'RAIZ'         TO  WS-ORIGEM-TXT         00010090
               WHEN 'D'   MOVE 'FILHA'        TO  WS-ORIGEM-TXT         00010100
               WHEN OTHER MOVE 'PAI'          TO  WS-ORIGEM-TXT         00010110
           END-EVALUATE.                                                00010120
           MOVE   NO-NIVEL(WS-NO-ATUAL)  TO  ZNIVEL.                    00010130
           MOVE   SPACES               TO  LINHA-REL.                   00010140
           MOVE   +1                   TO  WS-PONTEIRO.                 00010150
           STRING '   SYSREC' LOAD-DD '  ' UNL-TNAME                    00010160
                  ' ' WS-ORIGEM-TXT ' NIVEL ' ZNIVEL                    00010170
                  DELIMITED BY SIZE                                     00010180
                  INTO LINHA-REL WITH POINTER WS-PONTEIRO.              00010190
           IF  NO-LIGA(WS-NO-ATUAL)  NOT EQUAL  +0                      00010200
               MOVE   NO-LIGA(WS-NO-ATUAL)  TO  IND-LIG                 00010210
               STRING ' VIA ' REL-NOME(IND-LIG)                         00010220
                      DELIMITED BY SIZE                                 00010230
                      INTO LINHA-REL WITH POINTER WS-PONTEIRO           00010240
           END-IF.                                                      00010250
           IF  WS-QTD-EXT-NO  GREATER  +0                               00010260
               MOVE   WS-QTD-EXT-NO    TO  ZQTD                         00010270
               STRING '  + OR EXISTS: ' ZQTD                            00010280
                      DELIMITED BY SIZE                                 00010290
                      INTO LINHA-REL WITH POINTER WS-PONTEIRO           00010300
           END-IF.                                                      00010310
           PERFORM 0900-9999-IMPRIME THRU 0900-9999-EXIT.               00010320
       0400-0000-EXIT. EXIT.                                            00010330
      *----------------------------------------------------------------*00010340
      * COLUNAS DA TABELA CORRENTE (SYSIBM.SYSCOLUMNS, ORDEM DE COLNO) *00010350
      *----------------------------------------------------------------*00010360
       0410-0400-CARREGA-COLUNAS.                                       00010370
           MOVE   +0                   TO  QTD-COL.                     00010380
           MOVE   NO-CREATOR(WS-NO-ATUAL)  TO  H-FIL-CREATOR.           00010390
           MOVE   +18                  TO  H-FIL-TBNAME-L.              00010400
           MOVE   NO-TABELA(WS-NO-ATUAL)   TO  H-FIL-TBNAME-T.          00010410
           EXEC SQL                                                     00010420
                DECLARE C_COLUNAS CURSOR FOR                            00010430
                SELECT NAME, COLTYPE, LENGTH, NULLS                     00010440
                  FROM SYSIBM.SYSCOLUMNS                                00010450
                 WHERE TBCREATOR = :H-FIL-CREATOR                       00010460
                   AND TBNAME    = :H-FIL-TBNAME                        00010470
                 ORDER BY COLNO                                         00010480
           END-EXEC.                                                    00010490
           EXEC SQL OPEN C_COLUNAS END-EXEC.                            00010500
           IF  SQLCODE  NOT EQUAL  +0                                   00010510
               DISPLAY '*** ERRO NO OPEN C_COLUNAS'                     00010520
               PERFORM  9999-9999-ERRO-DB2  THRU 9999-9999-EXIT         00010530
           END-IF.                                                      00010540
           MOVE   'NAO'                TO  N88-FIM-COLUNAS.             00010550
           PERFORM 0411-0410-UMA-COLUNA THRU 0411-0410-EXIT             00010560
             UNTIL FIM-COLUNAS.                                         00010570
           EXEC SQL CLOSE C_COLUNAS END-EXEC.                           00010580
           IF  SQLCODE  NOT EQUAL  +0                                   00010590
               DISPLAY '*** ERRO NO CLOSE C_COLUNAS'                    00010600
               PERFORM  9999-9999-ERRO-DB2  THRU 9999-9999-EXIT         00010610
           END-IF.                                                      00010620
       0410-0400-EXIT. EXIT.                                            00010630
      *----------------------------------------------------------------*00010640
      *                                                                *00010650
      *----------------------------------------------------------------*00010660
       0411-0410-UMA-COLUNA.                                            00010670
           MOVE   +18                  TO  H-COL-NAME-L.                00010680
           EXEC SQL                                                     00010690
                FETCH  C_COLUNAS                                        00010700
                 INTO  :H-COL-NAME, :H-COL-TYPE, :H-COL-LENGTH,         00010710
                       :H-COL-NULLS                                     00010720
           END-EXEC.                                                    00010730
           IF  SQLCODE  EQUAL  +100                                     00010740
               MOVE   'SIM'            TO  N88-FIM-COLUNAS              00010750
               GO  TO  0411-0410-EXIT                                   00010760
           END-IF.                                                      00010770
           IF  SQLCODE  NOT EQUAL  +0                                   00010780
               DISPLAY '*** ERRO NO FETCH C_COLUNAS'                    00010790
               PERFORM  9999-9999-ERRO-DB2  THRU 9999-9999-EXIT         00010800
           END-IF.                                                      00010810
           IF  QTD-COL  NOT LESS  +750                                  00010820
               GO  TO  0411-0410-EXIT                                   00010830
           END-IF.                                                      00010840
           ADD    +1                   TO  QTD-COL.                     00010850
           MOVE   SPACES               TO  TB-CNAME(QTD-COL).           00010860
           MOVE   H-COL-NAME-T(1:H-COL-NAME-L)  TO  TB-CNAME(QTD-COL).  00010870
           MOVE   H-COL-TYPE           TO  TB-COLTYPE(QTD-COL).         00010880
           MOVE   H-COL-LENGTH         TO  TB-LENGTH-N(QTD-COL).        00010890
           MOVE   H-COL-NULLS          TO  TB-NULLS(QTD-COL).           00010900
       0411-0410-EXIT. EXIT.                                            00010910
      *----------------------------------------------------------------*00010920
      *                                                                *00010930
      *----------------------------------------------------------------*00010940
       0420-0400-UNLOAD-COLUNA.                                         00010950
           MOVE   TB-CNAME(IND-TAB)    TO  UNL-CNAME.                   00010960
           WRITE  REG-UNLOAD           FROM UNL-COL-L.                  00010970
           MOVE   ','                  TO  UNL-VIRG.                    00010980
       0420-0400-EXIT. EXIT.                                            00010990
      *----------------------------------------------------------------*00011000
      * UMA COLUNA DO LOAD: CALCULA POSITION INICIO:FIM CONFORME O     *00011010
      * TAMANHO FISICO DO CAMPO NO ARQUIVO DO DSNTIAUL                 *00011020
      *----------------------------------------------------------------*00011030
       0430-0400-LOAD-COLUNA.                                           00011040
           PERFORM  0440-9999-TIPO-LOAD THRU 0440-9999-EXIT.            00011050
           COMPUTE  WS-POS-FIM = WS-POS-ATUAL + WS-CAMPO-LEN - 1.       00011060
                                                                        00011070
           MOVE   TB-CNAME(IND-TAB)    TO  LOAD-CNAME.                  00011080
           MOVE   WS-POS-ATUAL         TO  LOAD-POS-INI.                00011090
           IF  CH-VARLEN  EQUAL  'S'                                    00011100
      *---     CAMPO VARIAVEL: POSITION SO COM O INICIO (O PREFIXO DE   00011110
      *---     2 BYTES DA O TAMANHO)                                    00011120
               MOVE  SPACES            TO  LOAD-POS-SEP                 00011130
               MOVE  ZEROS             TO  LOAD-POS-FIM                 00011140
           ELSE                                                         00011150
               MOVE  ':'               TO  LOAD-POS-SEP                 00011160
               MOVE  WS-POS-FIM        TO  LOAD-POS-FIM                 00011170
           END-IF.                                                      00011180
                                                                        00011190
           IF  TB-NULLS(IND-TAB)  EQUAL  'Y'                            00011200
               MOVE  SPACES            TO  LOAD-VIRG                    00011210
           ELSE                                                         00011220
               IF  IND-TAB  EQUAL  QTD-COL                              00011230
                   MOVE  SPACES        TO  LOAD-VIRG                    00011240
               ELSE                                                     00011250
                   MOVE  ','           TO  LOAD-VIRG                    00011260
               END-IF                                                   00011270
           END-IF.                                                      00011280
           WRITE  REG-LOADCRD          FROM LOAD-COL-L.                 00011290
           MOVE   SPACES               TO  LOAD-ABRE.                   00011300
                                                                        00011310
           IF  TB-NULLS(IND-TAB)  EQUAL  'Y'                            00011320
      *---     INDICADOR DE NULO DO DSNTIAUL, 1 BYTE APOS O DADO        00011330
               COMPUTE WS-POS-FIM = WS-POS-FIM + 1                      00011340
               MOVE  WS-POS-FIM        TO  NULIF-POS                    00011350
               IF  IND-TAB  EQUAL  QTD-COL                              00011360
                   MOVE  SPACES        TO  NULIF-VIRG                   00011370
               ELSE                                                     00011380
                   MOVE  ','           TO  NULIF-VIRG                   00011390
               END-IF                                                   00011400
               WRITE  REG-LOADCRD      FROM LOAD-NULIF-L                00011410
           END-IF.                                                      00011420
           COMPUTE  WS-POS-ATUAL = WS-POS-FIM + 1.                      00011430
       0430-0400-EXIT. EXIT.                                            00011440
      *----------------------------------------------------------------*00011450
      * TAMANHO FISICO E PALAVRA-CHAVE DO LOAD CONFORME O COLTYPE      *00011460
      * (MESMAS REGRAS DO DB2CRDDL)                                    *00011470
      *----------------------------------------------------------------*00011480
       0440-9999-TIPO-LOAD.                                             00011490
           MOVE   'N'                  TO  CH-VARLEN.                   00011500
           MOVE   SPACES               TO  LOAD-TIPO.                   00011510
           EVALUATE TB-COLTYPE(IND-TAB)                                 00011520
               WHEN 'SMALLINT'                                          00011530
                    MOVE  +2                  TO  WS-CAMPO-LEN          00011540
                    MOVE  'SMALLINT'          TO  LOAD-TIPO             00011550
               WHEN 'INTEGER'                                           00011560
                    MOVE  +4                  TO  WS-CAMPO-LEN          00011570
                    MOVE  'INTEGER'           TO  LOAD-TIPO             00011580
               WHEN 'BIGINT'                                            00011590
                    MOVE  +8                  TO  WS-CAMPO-LEN          00011600
                    MOVE  'BIGINT'            TO  LOAD-TIPO             00011610
               WHEN 'DECIMAL'                                           00011620
                    COMPUTE WS-CAMPO-LEN =                              00011630
                            TB-LENGTH-N(IND-TAB) / 2 + 1                00011640
                    MOVE  'DECIMAL PACKED'    TO  LOAD-TIPO             00011650
               WHEN 'CHAR'                                              00011660
                    MOVE  TB-LENGTH-N(IND-TAB) TO WS-CAMPO-LEN          00011670
                    MOVE  'CHAR'              TO  LOAD-TIPO             00011680
               WHEN 'DATE'                                              00011690
                    MOVE  +10                 TO  WS-CAMPO-LEN          00011700
                    MOVE  'DATE EXTERNAL'     TO  LOAD-TIPO             00011710
               WHEN 'TIME'                                              00011720
                    MOVE  +8                  TO  WS-CAMPO-LEN          00011730
                    MOVE  'TIME EXTERNAL'     TO  LOAD-TIPO             00011740
               WHEN 'TIMESTMP'                                          00011750
                    MOVE  +26                 TO  WS-CAMPO-LEN          00011760
                    MOVE  'TIMESTAMP EXTERNAL' TO LOAD-TIPO             00011770
               WHEN 'FLOAT'                                             00011780
                    MOVE  TB-LENGTH-N(IND-TAB) TO WS-CAMPO-LEN          00011790
                    MOVE  'FLOAT'             TO  LOAD-TIPO             00011800
               WHEN 'GRAPHIC'                                           00011810
                    COMPUTE WS-CAMPO-LEN =                              00011820
                            TB-LENGTH-N(IND-TAB) * 2                    00011830
                    MOVE  'GRAPHIC'           TO  LOAD-TIPO             00011840
               WHEN 'VARCHAR'                                           00011850
               WHEN 'LONGVAR'                                           00011860
               WHEN 'VARBIN'                                            00011870
                    COMPUTE WS-CAMPO-LEN =                              00011880
                            TB-LENGTH-N(IND-TAB) + 2                    00011890
                    MOVE  'VARCHAR'           TO  LOAD-TIPO             00011900
                    MOVE  'S'                 TO  CH-VARLEN             00011910
               WHEN 'VARG'                                              00011920
               WHEN 'LONGVARG'                                          00011930
                    COMPUTE WS-CAMPO-LEN =                              00011940
                            TB-LENGTH-N(IND-TAB) * 2 + 2                00011950
                    MOVE  'VARGRAPHIC'        TO  LOAD-TIPO             00011960
                    MOVE  'S'                 TO  CH-VARLEN             00011970
               WHEN OTHER                                               00011980
                    MOVE  TB-LENGTH-N(IND-TAB) TO WS-CAMPO-LEN          00011990
                    MOVE  TB-COLTYPE(IND-TAB) TO  LOAD-TIPO             00012000
                    ADD   +1                  TO  WS-QTD-AVISOS         00012010
                    MOVE  SPACES              TO  LINHA-REL             00012020
                    STRING '   *** COLTYPE SEM REGRA DE LOAD, '         00012030
                           'CONFERIR: '                                 00012040
                           NO-TABELA(WS-NO-ATUAL) ' '                   00012050
                           TB-CNAME(IND-TAB) ' ' TB-COLTYPE(IND-TAB)    00012060
                           DELIMITED BY SIZE INTO LINHA-REL             00012070
                    PERFORM 0900-9999-IMPRIME THRU 0900-9999-EXIT       00012080
           END-EVALUATE.                                                00012090
       0440-9999-EXIT. EXIT.                                            00012100
      *----------------------------------------------------------------*00012110
      * CADEIA DE EXISTS DO NO WS-NO-INI ATE A RAIZ: A CADA PASSO O NO *00012120
      * SEGUINTE E' O OUTRO LADO DA LIGACAO (PAI PARA A FILHA 'D',     *00012130
      * FILHA PARA O PAI 'U'); NA RAIZ ENTRA O PREDICADO               *00012140
      *----------------------------------------------------------------*00012150
       0450-9999-GERA-CADEIA.                                           00012160
           MOVE   WS-NO-INI            TO  IND-X.                       00012170
           MOVE   +0                   TO  WS-QTD-PAR.                  00012180
           PERFORM 0460-0450-UM-PASSO THRU 0460-0450-EXIT               00012190
             UNTIL NO-ORIGEM(IND-X)  EQUAL  'R'.                        00012200
           IF  QTD-PRED  EQUAL  +0                                      00012210
               MOVE   '       1 = 1'   TO  LIN-DECK                     00012220
               PERFORM 0800-9999-GRAVA-UNLOAD THRU 0800-9999-EXIT       00012230
           ELSE                                                         00012240
               MOVE   '       ('       TO  LIN-DECK                     00012250
               PERFORM 0800-9999-GRAVA-UNLOAD THRU 0800-9999-EXIT       00012260
               PERFORM 0470-0450-LINHA-PREDICADO THRU 0470-0450-EXIT    00012270
                 VARYING IND-PRED FROM +1 BY +1                         00012280
                   UNTIL IND-PRED  GREATER  QTD-PRED                    00012290
               MOVE   '       )'       TO  LIN-DECK                     00012300
               PERFORM 0800-9999-GRAVA-UNLOAD THRU 0800-9999-EXIT       00012310
           END-IF.                                                      00012320
           PERFORM 0475-0450-FECHA-PASSO THRU 0475-0450-EXIT            00012330
             WS-QTD-PAR TIMES.                                          00012340
       0450-9999-EXIT. EXIT.                                            00012350
      *----------------------------------------------------------------*00012360
      *                                                                *00012370
      *----------------------------------------------------------------*00012380
       0460-0450-UM-PASSO.                                              00012390
           MOVE   NO-LIGA(IND-X)       TO  IND-LIG.                     00012400
           IF  NO-ORIGEM(IND-X)  EQUAL  'D'                             00012410
               MOVE   REL-PAI(IND-LIG)     TO  IND-Y                    00012420
           ELSE                                                         00012430
               MOVE   REL-FILHO(IND-LIG)   TO  IND-Y                    00012440
           END-IF.                                                      00012450
           MOVE   IND-X                TO  WS-ALIAS-X-NUM.              00012460
           MOVE   IND-Y                TO  WS-ALIAS-Y-NUM.              00012470
           MOVE   SPACES               TO  WS-NOME-Y.                   00012480
           STRING NO-CREATOR(IND-Y) DELIMITED BY SPACE                  00012490
                  '.' DELIMITED BY SIZE                                 00012500
                  NO-TABELA(IND-Y) DELIMITED BY SPACE                   00012510
                  INTO WS-NOME-Y.                                       00012520
           STRING '       EXISTS (SELECT 1 FROM ' DELIMITED BY SIZE     00012530
                  WS-NOME-Y DELIMITED BY SPACE                          00012540
                  ' ' WS-ALIAS-Y DELIMITED BY SIZE                      00012550
                  INTO LIN-DECK.                                        00012560
           PERFORM 0800-9999-GRAVA-UNLOAD THRU 0800-9999-EXIT.          00012570
           MOVE   '                WHERE'  TO  LIN-DECK.                00012580
           PERFORM 0800-9999-GRAVA-UNLOAD THRU 0800-9999-EXIT.          00012590
           PERFORM 0465-0460-COLUNA-PASSO THRU 0465-0460-EXIT           00012600
             VARYING IND-COL FROM +1 BY +1                              00012610
               UNTIL IND-COL  GREATER  REL-QTD-COL(IND-LIG).            00012620
           ADD    +1                   TO  WS-QTD-PAR.                  00012630
           MOVE   IND-Y                TO  IND-X.                       00012640
       0460-0450-EXIT. EXIT.                                            00012650
      *----------------------------------------------------------------*00012660
      * IGUALDADE DE UMA COLUNA DA LIGACAO (Y E' O NO DO SUBSELECT)    *00012670
      *----------------------------------------------------------------*00012680
       0465-0460-COLUNA-PASSO.                                          00012690
           IF  NO-ORIGEM(IND-X)  EQUAL  'D'                             00012700
               STRING '                  ' WS-ALIAS-Y '.'               00012710
                      DELIMITED BY SIZE                                 00012715
                      REL-COL-PAI(IND-LIG IND-COL) DELIMITED BY SPACE   00012720
                      ' = ' WS-ALIAS-X '.' DELIMITED BY SIZE            00012730
                      REL-COL-FILHA(IND-LIG IND-COL) DELIMITED BY SPACE 00012740
                      ' AND' DELIMITED BY SIZE                          00012750
                      INTO LIN-DECK                                     00012760
           ELSE                                                         00012770
               STRING '                  ' WS-ALIAS-Y '.'               00012780
                      DELIMITED BY SIZE                                 00012785
                      REL-COL-FILHA(IND-LIG IND-COL) DELIMITED BY SPACE 00012790
                      ' = ' WS-ALIAS-X '.' DELIMITED BY SIZE            00012800
                      REL-COL-PAI(IND-LIG IND-COL) DELIMITED BY SPACE   00012810
                      ' AND' DELIMITED BY SIZE                          00012820
                      INTO LIN-DECK                                     00012830
           END-IF.                                                      00012840
           PERFORM 0800-9999-GRAVA-UNLOAD THRU 0800-9999-EXIT.          00012850
       0465-0460-EXIT. EXIT.                                            00012860
      *----------------------------------------------------------------*00012870
      *                                                                *00012880
      *----------------------------------------------------------------*00012890
       0470-0450-LINHA-PREDICADO.                                       00012900
           MOVE   TB-PRED(IND-PRED)    TO  LIN-DECK.                    00012910
           PERFORM 0800-9999-GRAVA-UNLOAD THRU 0800-9999-EXIT.          00012920
       0470-0450-EXIT. EXIT.                                            00012930
      *----------------------------------------------------------------*00012940
      *                                                                *00012950
      *----------------------------------------------------------------*00012960
       0475-0450-FECHA-PASSO.                                           00012970
           MOVE   '       )'           TO  LIN-DECK.                    00012980
           PERFORM 0800-9999-GRAVA-UNLOAD THRU 0800-9999-EXIT.          00012990
       0475-0450-EXIT. EXIT.                                            00013000
      *----------------------------------------------------------------*00013010
      * RELACIONAMENTO DA AMOSTRA EM QUE A TABELA CORRENTE E' PAI E    *00013020
      * QUE NAO E' LIGACAO DE NENHUM DOS LADOS: O PAI TAMBEM LEVA AS   *00013030
      * LINHAS REFERENCIADAS PELAS LINHAS DA FILHA NA AMOSTRA          *00013040
      *----------------------------------------------------------------*00013050
       0480-0400-CONDICAO-EXTRA.                                        00013060
           IF  REL-PAI(IND-EXT)  NOT EQUAL  WS-NO-ATUAL                 00013070
               OR  NO-LIGA(WS-NO-ATUAL)  EQUAL  IND-EXT                 00013080
               GO  TO  0480-0400-EXIT                                   00013090
           END-IF.                                                      00013100
           MOVE   REL-FILHO(IND-EXT)   TO  WS-FILHO-EXT.                00013110
           IF  NO-LIGA(WS-FILHO-EXT)  EQUAL  IND-EXT                    00013120
               GO  TO  0480-0400-EXIT                                   00013130
           END-IF.                                                      00013140
           ADD    +1                   TO  WS-QTD-EXT-NO WS-QTD-EXTRAS. 00013150
           MOVE   SPACES               TO  WS-NOME-X.                   00013160
           STRING NO-CREATOR(WS-FILHO-EXT) DELIMITED BY SPACE           00013170
                  '.' DELIMITED BY SIZE                                 00013180
                  NO-TABELA(WS-FILHO-EXT) DELIMITED BY SPACE            00013190
                  INTO WS-NOME-X.                                       00013200
           MOVE   WS-FILHO-EXT         TO  WS-ALIAS-X-NUM.              00013210
           STRING '     OR EXISTS (SELECT 1 FROM ' DELIMITED BY SIZE    00013220
                  WS-NOME-X DELIMITED BY SPACE                          00013230
                  ' ' WS-ALIAS-X DELIMITED BY SIZE                      00013240
                  INTO LIN-DECK.                                        00013250
           PERFORM 0800-9999-GRAVA-UNLOAD THRU 0800-9999-EXIT.          00013260
           MOVE   '                WHERE'  TO  LIN-DECK.                00013270
           PERFORM 0800-9999-GRAVA-UNLOAD THRU 0800-9999-EXIT.          00013280
           PERFORM 0485-0480-COLUNA-EXTRA THRU 0485-0480-EXIT           00013290
             VARYING IND-COL FROM +1 BY +1                              00013300
               UNTIL IND-COL  GREATER  REL-QTD-COL(IND-EXT).            00013310
           MOVE   WS-FILHO-EXT         TO  WS-NO-INI.                   00013320
           PERFORM 0450-9999-GERA-CADEIA THRU 0450-9999-EXIT.           00013330
           MOVE   '        )'          TO  LIN-DECK.                    00013340
           PERFORM 0800-9999-GRAVA-UNLOAD THRU 0800-9999-EXIT.          00013350
       0480-0400-EXIT. EXIT.                                            00013360
      *----------------------------------------------------------------*00013370
      *                                                                *00013380
      *----------------------------------------------------------------*00013390
       0485-0480-COLUNA-EXTRA.                                          00013400
           MOVE   WS-FILHO-EXT         TO  WS-ALIAS-X-NUM.              00013410
           MOVE   WS-NO-ATUAL          TO  WS-ALIAS-Y-NUM.              00013420
           STRING '                  ' WS-ALIAS-X '.'                   00013430
                  DELIMITED BY SIZE                                     00013435
                  REL-COL-FILHA(IND-EXT IND-COL) DELIMITED BY SPACE     00013440
                  ' = ' WS-ALIAS-Y '.' DELIMITED BY SIZE                00013450
                  REL-COL-PAI(IND-EXT IND-COL) DELIMITED BY SPACE       00013460
                  ' AND' DELIMITED BY SIZE                              00013470
                  INTO LIN-DECK.                                        00013480
           PERFORM 0800-9999-GRAVA-UNLOAD THRU 0800-9999-EXIT.          00013490
       0485-0480-EXIT. EXIT.                                            00013500
      *----------------------------------------------------------------*00013510
      * APLICA UMA REGRA DE MAPEAMENTO A WS-MAPA-ARG, CONFORME O TIPO  *00013520
      * EM WS-MAPA-TIPO                                                *00013530
      *----------------------------------------------------------------*00013540
       0490-9999-MAPEIA.                                                00013550
           PERFORM VARYING IND-MAPA FROM +1 BY +1                       00013560
             UNTIL IND-MAPA  GREATER  QTD-MAPA                          00013570
                OR (TB-MAPA-TIPO(IND-MAPA)  EQUAL  WS-MAPA-TIPO         00013580
               AND  TB-MAPA-DE(IND-MAPA)    EQUAL  WS-MAPA-ARG)         00013590
               CONTINUE                                                 00013600
           END-PERFORM.                                                 00013610
           IF  IND-MAPA  NOT GREATER  QTD-MAPA                          00013620
               MOVE  TB-MAPA-PARA(IND-MAPA)  TO  WS-MAPA-ARG            00013630
           END-IF.                                                      00013640
       0490-9999-EXIT. EXIT.                                            00013650
      *----------------------------------------------------------------*00013660
      * GRAVA UMA LINHA NO UNLOAD                                      *00013670
      *----------------------------------------------------------------*00013680
       0800-9999-GRAVA-UNLOAD.                                          00013690
           WRITE  REG-UNLOAD           FROM LIN-DECK.                   00013700
           MOVE   SPACES               TO  LIN-DECK.                    00013710
       0800-9999-EXIT. EXIT.                                            00013720
      *----------------------------------------------------------------*00013730
      * IMPRESSAO PAGINADA (COMO O RELATO DO DB2APRVL)                 *00013740
      *----------------------------------------------------------------*00013750
       0900-9999-IMPRIME.                                               00013760
           IF  AC-LINHA-REL  GREATER  60                                00013770
               ADD    +1               TO  AC-PAGINA-REL                00013780
               MOVE   AC-PAGINA-REL    TO  REL-CAB1-PAG                 00013790
               MOVE   ATU-DIA          TO  CB-DIA                       00013800
               MOVE   ATU-MES          TO  CB-MES                       00013810
               MOVE   ATU-ANO          TO  CB-ANO                       00013820
               WRITE  REG-RELATO       FROM REL-CAB1 AFTER PAGE         00013830
               WRITE  REG-RELATO       FROM REL-CAB2                    00013840
               WRITE  REG-RELATO       FROM REL-CAB3                    00013850
               MOVE   +3               TO  AC-LINHA-REL                 00013860
           END-IF.                                                      00013870
           WRITE  REG-RELATO           FROM LINHA-REL.                  00013880
           ADD    +1                   TO  AC-LINHA-REL.                00013890
           MOVE   SPACES               TO  LINHA-REL.                   00013900
       0900-9999-EXIT. EXIT.                                            00013910
      *----------------------------------------------------------------*00013920
      *                                                                *00013930
      *----------------------------------------------------------------*00013940
       9999-9999-ERRO-DB2.                                              00013950
           MOVE   SQLCODE              TO  WS-SQLCODE.                  00013960
           DISPLAY '*** SQLCODE  ' WS-SQLCODE.                          00013970
           DISPLAY '    SQLERRMC ' SQLERRMC.                            00013980
           DISPLAY '    SQLSTATE ' SQLSTATE.                            00013990
           MOVE   +16                  TO  RETURN-CODE.                 00014000
           STOP RUN.                                                    00014010
       9999-9999-EXIT. EXIT.                                            00014020
