       IDENTIFICATION DIVISION.                                         00000010
       PROGRAM-ID.    DB2ALOCA.                                         00000020
      *----------------------------------------------------------------*00000030
      * DATA:  OUT/2026                                                *00000040
      * OBJETIVOS: CONSELHEIRO DE ALOCACAO (PRIQTY/SECQTY) PELO        *00000050
      *   HISTORICO DE CRESCIMENTO. CRUZA A ALOCACAO ATUAL DA          *00000060
      *   SYSTABLEPART/SYSINDEXPART (PQTY/SQTY, EM BLOCOS DE 4K, COMO  *00000070
      *   O DB2CRDDL GERA) COM O RITMO DE CRESCIMENTO DO HISTTAB DO    *00000080
      *   DB2DIST (NPAGES POR TABELA POR EXECUCAO; PRIMEIRA E ULTIMA   *00000090
      *   FOTO, DIAS NA APROXIMACAO 365/30 DO PROPRIO DB2DIST).        *00000100
      *   CREATORS NO SYSIN (UM POR CARTAO, '*' = TODOS).              *00000110
      *   CARTAO DE CONTROLE LIMITES:                                  *00000120
      *     COLS  1-3  EXTENSOES PARA ABSORVER O CRESCIMENTO DE 90 DIAS*00000130
      *     COLS  5-7  TOLERANCIA (PORCENTO) ANTES DE PROPOR O ALTER   *00000140
      *     COLS  9-11 FATOR: PRIMARIA MAIOR QUE N VEZES O TAMANHO     *00000150
      *                PROJETADO VAI PARA A SECAO DE EXCECOES          *00000160
      *   POR TABLESPACE/PARTICAO (E POR INDICE/PARTICAO):             *00000170
      *   - ATUAL     = NPAGES DAS TABELAS DO TABLESPACE (NLEAF NO     *00000180
      *                 INDICE), DIVIDIDO PELAS PARTICOES;             *00000190
      *   - PROJETADO = ATUAL + CRESCIMENTO DIARIO * 90 (O INDICE      *00000200
      *                 CRESCE NA PROPORCAO DA SUA TABELA);            *00000210
      *   - PRIQTY PROPOSTO = ATUAL (MINIMO 48K);                      *00000220
      *   - SECQTY PROPOSTO = CRESCIMENTO DE 90 DIAS / EXTENSOES,      *00000230
      *                 NO MINIMO 10% DA PRIMARIA E 48K.               *00000240
      *   SAIDAS:                                                      *00000250
      *   - ALTDECK: ALTER TABLESPACE/ALTER INDEX ... PRIQTY SECQTY    *00000260
      *     (TRECHO './ DECK DSNTEP2' QUE O DB2JCLBD EMBRULHA) PARA O  *00000270
      *     QUE DIVERGE DA PROPOSTA ALEM DA TOLERANCIA. A NOVA         *00000280
      *     PRIMARIA SO VALE NA PROXIMA CRIACAO DO DATASET (REORG,     *00000290
      *     RECOVER, LOAD REPLACE); A SECUNDARIA VALE NA PROXIMA       *00000300
      *     EXTENSAO;                                                  *00000310
      *   - RELATO: ATUAL X PROPOSTO POR OBJETO E, NO FINAL, AS        *00000320
      *     EXCECOES: SECQTY 0 E PRIMARIA MUITO MAIOR QUE O DADO.      *00000330
      *   RETURN-CODE 4 QUANDO HA ALTER PROPOSTO OU EXCECAO.           *00000340
      *   OUT/26 - O CARTAO './ DECK' LEVA O PROGRAMA E O DDNAME (COLS *00000342
      *   18-34) E O ALTDECK E' REGISTRADO NO REGISTRO CENTRAL DE      *00000344
      *   DECKS DB2ADM.DBA_DECK (VIA DB2DKREG) COM A QTD DE ALTER E O  *00000346
      *   TICKET DA MUDANCA (PARM, ATE 12 POSICOES).                   *00000348
      * AREA RESPONSAVEL: ADMINISTRACAO DE BANCO DE DADOS              *00000350
      *----------------------------------------------------------------*00000360
       ENVIRONMENT    DIVISION.                                         00000370
      *                                                                 00000380
       INPUT-OUTPUT       SECTION.                                      00000390
       FILE-CONTROL.                                                    00000400
           SELECT  SYSIN    ASSIGN  TO  SYSIN.                          00000410
           SELECT  LIMITES  ASSIGN  TO  LIMITES.                        00000420
           SELECT  OPTIONAL HISTTAB ASSIGN  TO  HISTTAB.                00000430
           SELECT  ALTDECK  ASSIGN  TO  ALTDECK.                        00000440
           SELECT  RELATO   ASSIGN  TO  RELATO.                         00000450
      *                                                                 00000460
       DATA DIVISION.                                                   00000470
      *                                                                 00000480
       FILE            SECTION.                                         00000490
       FD  SYSIN                                                        00000500
           LABEL  RECORD  IS  OMITTED                                   00000510
           RECORDING MODE IS F.                                         00000520
                                                                        00000530
       01  REG-SYSIN                   PIC  X(080).                     00000540
      *                                                                 00000550
       FD  LIMITES                                                      00000560
           LABEL  RECORD  IS  OMITTED                                   00000570
           RECORDING MODE IS F.                                         00000580
                                                                        00000590
       01  REG-LIMITES.                                                 00000600
           02  LIM-EXTENSOES           PIC  9(03).                      00000610
           02  FILLER                  PIC  X(01).                      00000620
           02  LIM-TOLERANCIA          PIC  9(03).                      00000630
           02  FILLER                  PIC  X(01).                      00000640
           02  LIM-FATOR-PRI           PIC  9(03).                      00000650
           02  FILLER                  PIC  X(69).                      00000660
      *                                                                 00000670
       FD  HISTTAB                                                      00000680
           LABEL  RECORD  IS  OMITTED                                   00000690
           RECORDING MODE IS F.                                         00000700
                                                                        00000710
       01  REG-HISTTAB.                                                 00000720
           02  HTAB-DATE                PIC  9(08).                     00000730
           02  HTAB-CREATOR             PIC  X(08).                     00000740
           02  HTAB-NAME                PIC  X(18).                     00000750
           02  HTAB-NPAGES              PIC  9(09).                     00000760
           02  FILLER                   PIC  X(37).                     00000770
      *                                                                 00000780
       FD  ALTDECK                                                      00000790
           LABEL  RECORD  IS  OMITTED                                   00000800
           RECORDING MODE IS F.                                         00000810
                                                                        00000820
       01  REG-ALTDECK                 PIC  X(080).                     00000830
      *                                                                 00000840
       FD  RELATO                                                       00000850
           LABEL  RECORD  IS  OMITTED                                   00000860
           RECORDING MODE IS F.                                         00000870
                                                                        00000880
       01  REG-RELATO                  PIC  X(132).                     00000890
      *                                                                 00000900
       WORKING-STORAGE SECTION.                                         00000910
      *----------------------------------------------------------------*00000911
      * PARAMETRO DO REGISTRO CENTRAL DE DECKS (DB2DKREG)              *00000912
      *----------------------------------------------------------------*00000913
       01  DKR-PARM.                                                    00000914
           02  DKR-FUNCAO         PIC X(01)      VALUE 'G'.             00000915
           02  DKR-PROGRAMA       PIC X(08)      VALUE 'DB2ALOCA'.      00000916
           02  DKR-DATASET        PIC X(08)      VALUE 'ALTDECK'.       00000917
           02  DKR-TIPO-DECK      PIC X(08)      VALUE 'ALTER'.         00000918
           02  DKR-QTD-OBJETOS    PIC 9(05)      VALUE ZEROS.           00000919
           02  DKR-TICKET         PIC X(12)      VALUE SPACES.          00000920
           02  DKR-SITUACAO       PIC X(01)      VALUE SPACES.          00000921
           02  DKR-RETURN-CODE    PIC 9(02)      VALUE ZEROS.           00000922
      *----------------------------------------------------------------*00000923
      * HOSTS DE CATALOGO                                              *00000930
      *----------------------------------------------------------------*00000940
       01  H-CREATOR-FILTRO       PIC  X(08).                           00000950
       01  H-TP-DBNAME            PIC  X(08).                           00000960
       01  H-TP-TSNAME            PIC  X(08).                           00000970
       01  H-TP-PARTITION         PIC S9(04) COMP.                      00000980
       01  H-TP-PQTY              PIC S9(09) COMP.                      00000990
       01  H-TP-SQTY              PIC S9(04) COMP.                      00001000
       01  H-TP-PARTES            PIC S9(09) COMP.                      00001010
       01  H-TB-CREATOR           PIC  X(08).                           00001020
       01  H-TB-NAME.                                                   00001030
           49  H-TB-NAME-L        PIC S9(04) COMP.                      00001040
           49  H-TB-NAME-T        PIC  X(18).                           00001050
       01  H-TB-NPAGES            PIC S9(09) COMP.                      00001060
       01  H-IX-CREATOR           PIC  X(08).                           00001070
       01  H-IX-NAME.                                                   00001080
           49  H-IX-NAME-L        PIC S9(04) COMP.                      00001090
           49  H-IX-NAME-T        PIC  X(18).                           00001100
       01  H-IX-TBCREATOR         PIC  X(08).                           00001110
       01  H-IX-TBNAME.                                                 00001120
           49  H-IX-TBNAME-L      PIC S9(04) COMP.                      00001130
           49  H-IX-TBNAME-T      PIC  X(18).                           00001140
       01  H-IX-PARTITION         PIC S9(04) COMP.                      00001150
       01  H-IX-PQTY              PIC S9(09) COMP.                      00001160
       01  H-IX-SQTY              PIC S9(04) COMP.                      00001170
       01  H-IX-NLEAF             PIC S9(09) COMP.                      00001180
       01  H-IX-TBNPAGES          PIC S9(09) COMP.                      00001190
       01  H-IX-PARTES            PIC S9(09) COMP.                      00001200
      *----------------------------------------------------------------*00001210
      * CRESCIMENTO POR TABELA (HISTTAB: PRIMEIRA E ULTIMA FOTO)       *00001220
      *----------------------------------------------------------------*00001230
       01  TAB-CRESCIMENTO.                                             00001240
           02  QTD-CRE            PIC S9(04) COMP    VALUE +0.          00001250
           02  IND-CRE            PIC S9(04) COMP    VALUE +0.          00001260
           02  FILLER             OCCURS 3000 TIMES.                    00001270
               04  TB-CRE-CREATOR     PIC  X(08).                       00001280
               04  TB-CRE-NAME        PIC  X(18).                       00001290
               04  TB-CRE-DATA-INI    PIC  9(08).                       00001300
               04  TB-CRE-PAGS-INI    PIC S9(09) COMP.                  00001310
               04  TB-CRE-DATA-FIM    PIC  9(08).                       00001320
               04  TB-CRE-PAGS-FIM    PIC S9(09) COMP.                  00001330
      *----------------------------------------------------------------*00001340
      * EXCECOES (LISTADAS NO FINAL DO RELATO)                         *00001350
      *----------------------------------------------------------------*00001360
       01  TAB-EXCECOES.                                                00001370
           02  QTD-EXC            PIC S9(04) COMP    VALUE +0.          00001380
           02  IND-EXC            PIC S9(04) COMP    VALUE +0.          00001390
           02  TB-EXC-LINHA       OCCURS  500 TIMES  PIC X(120).        00001400
      *----------------------------------------------------------------*00001410
      * AREAS AUXILIARES                                               *00001420
      *----------------------------------------------------------------*00001430
       01  FILLER.                                                      00001440
           02  WS-SQLCODE              PIC -----9.                      00001450
           02  WS-QTD-OBJETOS          PIC S9(09) COMP VALUE +0.        00001460
           02  WS-QTD-ALTER            PIC S9(04) COMP VALUE +0.        00001470
           02  WS-QTD-EXCECOES         PIC S9(04) COMP VALUE +0.        00001480
           02  WS-DIAS-ENTRE           PIC S9(09) COMP VALUE +0.        00001490
           02  WS-DATA-INI             PIC  9(08)      VALUE ZEROS.     00001500
           02  WS-DATA-INI-R  REDEFINES  WS-DATA-INI.                   00001510
               04  INI-ANO             PIC  9(04).                      00001520
               04  INI-MES             PIC  9(02).                      00001530
               04  INI-DIA             PIC  9(02).                      00001540
           02  WS-DATA-FIM             PIC  9(08)      VALUE ZEROS.     00001550
           02  WS-DATA-FIM-R  REDEFINES  WS-DATA-FIM.                   00001560
               04  FIM-ANO             PIC  9(04).                      00001570
               04  FIM-MES             PIC  9(02).                      00001580
               04  FIM-DIA             PIC  9(02).                      00001590
           02  WS-TAXA-TABELA          PIC S9(09)V99 COMP-3 VALUE +0.   00001600
           02  WS-TS-ATUAL             PIC  X(17)      VALUE SPACES.    00001610
           02  WS-TS-PAGINAS           PIC S9(09) COMP VALUE +0.        00001620
           02  WS-TS-TAXA              PIC S9(09)V99 COMP-3 VALUE +0.   00001630
      *--- OBJETO EM AVALIACAO (PAGINAS DE 4K, QUANTIDADES EM KB)       00001640
           02  WS-OBJ-TIPO             PIC  X(02)      VALUE SPACES.    00001650
           02  WS-OBJ-NOME             PIC  X(27)      VALUE SPACES.    00001660
           02  WS-OBJ-PARTICAO         PIC S9(04) COMP VALUE +0.        00001670
           02  WS-OBJ-PARTES           PIC S9(09) COMP VALUE +0.        00001680
           02  WS-OBJ-PAGINAS          PIC S9(09) COMP VALUE +0.        00001690
           02  WS-OBJ-TAXA             PIC S9(09)V99 COMP-3 VALUE +0.   00001700
           02  WS-OBJ-PROJ             PIC S9(09) COMP VALUE +0.        00001710
           02  WS-PRI-ATUAL            PIC S9(09) COMP VALUE +0.        00001720
           02  WS-SEC-ATUAL            PIC S9(09) COMP VALUE +0.        00001730
           02  WS-PRI-NOVA             PIC S9(09) COMP VALUE +0.        00001740
           02  WS-SEC-NOVA             PIC S9(09) COMP VALUE +0.        00001750
           02  WS-SEC-MINIMA           PIC S9(09) COMP VALUE +0.        00001760
           02  WS-DIFERENCA            PIC S9(09) COMP VALUE +0.        00001770
           02  WS-PROJ-KB              PIC S9(09) COMP VALUE +0.        00001780
           02  CH-PROPOE               PIC  X(01)      VALUE 'N'.       00001790
           02  CH-DECK-ABERTO          PIC  X(01)      VALUE 'N'.       00001800
           02  WS-NUM                  PIC S9(09) COMP VALUE +0.        00001810
           02  ZNUM                    PIC Z(08)9.                      00001820
           02  WS-BRANCOS              PIC S9(04) COMP VALUE +0.        00001830
           02  WS-TEXTO                PIC  X(09)      VALUE SPACES.    00001840
           02  WS-TEXTO-L              PIC S9(04) COMP VALUE +0.        00001850
           02  WS-PTR                  PIC S9(04) COMP VALUE +0.        00001860
           02  ZQTD                    PIC ZZZZ9.                       00001870
           02  ZPART                   PIC ZZZ9.                        00001880
           02  ZPAGS                   PIC ZZZZZZZZ9.                   00001890
           02  ZPROJ                   PIC ZZZZZZZZ9.                   00001900
           02  ZPRI1                   PIC ZZZZZZZZ9.                   00001910
           02  ZSEC1                   PIC ZZZZZZZZ9.                   00001920
           02  ZPRI2                   PIC ZZZZZZZZ9.                   00001930
           02  ZSEC2                   PIC ZZZZZZZZ9.                   00001940
           02  LIN-DECK                PIC X(80)       VALUE SPACES.    00001950
      *----------------------------------------------------------------*00001960
      * CONTROLES                                                      *00001970
      *----------------------------------------------------------------*00001980
       01  CHAVES-FIM.                                                  00001990
           02  N88-FIM-SYSIN                     PIC  X(03) VALUE 'NAO'.00002000
               88  FIM-SYSIN                                VALUE 'SIM'.00002010
           02  N88-FIM-HISTTAB                   PIC  X(03) VALUE 'NAO'.00002020
               88  FIM-HISTTAB                              VALUE 'SIM'.00002030
           02  N88-FIM-TSPART                    PIC  X(03) VALUE 'NAO'.00002040
               88  FIM-TSPART                               VALUE 'SIM'.00002050
           02  N88-FIM-TBTS                      PIC  X(03) VALUE 'NAO'.00002060
               88  FIM-TBTS                                 VALUE 'SIM'.00002070
           02  N88-FIM-IXPART                    PIC  X(03) VALUE 'NAO'.00002080
               88  FIM-IXPART                               VALUE 'SIM'.00002090
      *----------------------------------------------------------------*00002100
      * RELATORIO                                                      *00002110
      *----------------------------------------------------------------*00002120
       77  AC-LINHA-REL           PIC S9(004)  COMP  VALUE +99.         00002130
       77  AC-PAGINA-REL          PIC S9(004)  COMP  VALUE +0.          00002140
       01  LINHA-REL              PIC  X(132)        VALUE SPACES.      00002150
       01  CURDATA                PIC  9(06)         VALUE ZEROS.       00002160
       01  CURDATA-R  REDEFINES  CURDATA.                               00002170
           03  ATU-ANO            PIC 9(02).                            00002180
           03  ATU-MES            PIC 9(02).                            00002190
           03  ATU-DIA            PIC 9(02).                            00002200
       01  REL-CAB1.                                                    00002210
           03  FILLER             PIC X(52)          VALUE              00002220
               'DB2ALOCA     ADMINISTRACAO DE BANCO DE DADOS'.          00002230
           03  FILLER             PIC X(06)          VALUE 'DATA: '.    00002240
           03  REL-CAB1-DATA.                                           00002250
               05  CB-DIA         PIC 9(02)/.                           00002260
               05  CB-MES         PIC 9(02)/.                           00002270
               05  CB-ANO         PIC 9(02).                            00002280
           03  FILLER             PIC X(04)          VALUE SPACES.      00002290
           03  FILLER             PIC X(05)          VALUE 'PAG: '.     00002300
           03  REL-CAB1-PAG       PIC ZZZ9.                             00002310
           03  FILLER             PIC X(53)          VALUE SPACES.      00002320
       01  REL-CAB2.                                                    00002330
           03  FILLER             PIC X(132)         VALUE              00002340
               'CONSELHEIRO DE ALOCACAO (PRIQTY/SECQTY EM KB, PAGINAS DE00002350
      -        ' 4K, PROJECAO DE 90 DIAS)'.                             00002360
       01  REL-CAB3.                                                    00002370
           03  FILLER             PIC X(132)         VALUE ALL '-'.     00002380
      *                                                                 00002390
           EXEC SQL INCLUDE SQLCA END-EXEC.                             00002400
      *----------------------------------------------------------------*00002410
      *                                                                *00002420
      *----------------------------------------------------------------*00002430
       LINKAGE     SECTION.                                             00002432
       01  PARMJOB.                                                     00002434
           02  PARM-LEN           PIC  9(04)  COMP.                     00002436
           02  PARM-TICKET        PIC  X(12).                           00002438
      *----------------------------------------------------------------*00002440
      *                                                                *00002442
      *----------------------------------------------------------------*00002444
       PROCEDURE   DIVISION      USING   PARMJOB.                       00002446
      *----------------------------------------------------------------*00002450
      *                                                                *00002460
      *----------------------------------------------------------------*00002470
       0000-0000-PRINCIPAL.                                             00002480
           OPEN INPUT  SYSIN LIMITES HISTTAB.                           00002490
           OPEN OUTPUT ALTDECK RELATO.                                  00002500
           IF  PARM-LEN  GREATER  ZEROS                                 00002501
               IF  PARM-LEN  LESS  12                                   00002502
                   MOVE  PARM-TICKET(1:PARM-LEN)  TO  DKR-TICKET        00002503
               ELSE                                                     00002504
                   MOVE  PARM-TICKET              TO  DKR-TICKET        00002505
               END-IF                                                   00002506
           END-IF.                                                      00002507
           ACCEPT CURDATA              FROM DATE.                       00002510
           PERFORM 0050-0000-LE-LIMITES THRU 0050-0000-EXIT.            00002520
           PERFORM 0060-0000-CARREGA-HISTTAB THRU 0060-0000-EXIT.       00002530
           PERFORM 0080-9999-LE-SYSIN THRU 0080-9999-EXIT.              00002540
           PERFORM 0100-0000-TRATA-CREATOR THRU 0100-0000-EXIT          00002550
             UNTIL FIM-SYSIN.                                           00002560
                                                                        00002570
           PERFORM 0850-0000-LISTA-EXCECOES THRU 0850-0000-EXIT.        00002580
                                                                        00002590
           MOVE   SPACES               TO  LINHA-REL.                   00002600
           PERFORM 0900-9999-IMPRIME THRU 0900-9999-EXIT.               00002610
           MOVE   WS-QTD-OBJETOS       TO  ZPAGS.                       00002620
           STRING 'OBJETOS AVALIADOS...: ' ZPAGS                        00002630
                  DELIMITED BY SIZE INTO LINHA-REL.                     00002640
           PERFORM 0900-9999-IMPRIME THRU 0900-9999-EXIT.               00002650
           MOVE   WS-QTD-ALTER         TO  ZQTD.                        00002660
           STRING 'ALTERS PROPOSTOS....: ' ZQTD                         00002670
                  DELIMITED BY SIZE INTO LINHA-REL.                     00002680
           PERFORM 0900-9999-IMPRIME THRU 0900-9999-EXIT.               00002690
           MOVE   WS-QTD-EXCECOES      TO  ZQTD.                        00002700
           STRING 'EXCECOES............: ' ZQTD                         00002710
                  DELIMITED BY SIZE INTO LINHA-REL.                     00002720
           PERFORM 0900-9999-IMPRIME THRU 0900-9999-EXIT.               00002730
                                                                        00002740
           CLOSE SYSIN LIMITES HISTTAB ALTDECK RELATO.                  00002750
           EXEC SQL COMMIT WORK END-EXEC.                               00002760
           IF  WS-QTD-EXCECOES  GREATER  +0                             00002770
               OR  WS-QTD-ALTER  GREATER  +0                            00002780
               MOVE   +4               TO  RETURN-CODE                  00002790
           ELSE                                                         00002800
               MOVE   +0               TO  RETURN-CODE                  00002810
           END-IF.                                                      00002820
           IF  WS-QTD-ALTER  GREATER  +0                                00002821
               MOVE   WS-QTD-ALTER     TO  DKR-QTD-OBJETOS              00002822
               MOVE   RETURN-CODE      TO  DKR-RETURN-CODE              00002823
               CALL  'DB2DKREG'  USING  DKR-PARM                        00002824
           END-IF.                                                      00002825
           STOP  RUN.                                                   00002830
       0000-0000-EXIT. EXIT.                                            00002840
      *----------------------------------------------------------------*00002850
      * CARTAO DE LIMITES (OBRIGATORIO)                                *00002860
      *----------------------------------------------------------------*00002870
       0050-0000-LE-LIMITES.                                            00002880
           READ  LIMITES                                                00002890
               AT END                                                   00002900
                   DISPLAY 'DB2ALOCA - ARQUIVO LIMITES VAZIO'           00002910
                   MOVE   +16          TO  RETURN-CODE                  00002920
                   STOP  RUN                                            00002930
           END-READ.                                                    00002940
           IF  LIM-EXTENSOES  NOT NUMERIC                               00002950
               OR  LIM-TOLERANCIA  NOT NUMERIC                          00002960
               OR  LIM-FATOR-PRI  NOT NUMERIC                           00002970
               OR  LIM-EXTENSOES  EQUAL  ZEROS                          00002980
               OR  LIM-FATOR-PRI  EQUAL  ZEROS                          00002990
               DISPLAY 'DB2ALOCA - CARTAO DE LIMITES INVALIDO'          00003000
               MOVE   +16              TO  RETURN-CODE                  00003010
               STOP  RUN                                                00003020
           END-IF.                                                      00003030
           MOVE   SPACES               TO  LINHA-REL.                   00003040
           STRING 'LIMITES: EXTENSOES EM 90 DIAS ' LIM-EXTENSOES        00003050
                  '   TOLERANCIA ' LIM-TOLERANCIA ' PORCENTO'           00003060
                  '   PRIMARIA EXCESSIVA > ' LIM-FATOR-PRI              00003070
                  ' X PROJETADO'                                        00003080
                  DELIMITED BY SIZE INTO LINHA-REL.                     00003090
           PERFORM 0900-9999-IMPRIME THRU 0900-9999-EXIT.               00003100
       0050-0000-EXIT. EXIT.                                            00003110
      *----------------------------------------------------------------*00003120
      * HISTTAB: PRIMEIRA E ULTIMA FOTO DE CADA TABELA                 *00003130
      *----------------------------------------------------------------*00003140
       0060-0000-CARREGA-HISTTAB.                                       00003150
           PERFORM 0065-0060-LE-HISTTAB THRU 0065-0060-EXIT             00003160
             UNTIL FIM-HISTTAB.                                         00003170
       0060-0000-EXIT. EXIT.                                            00003180
      *----------------------------------------------------------------*00003190
      *                                                                *00003200
      *----------------------------------------------------------------*00003210
       0065-0060-LE-HISTTAB.                                            00003220
           READ  HISTTAB                                                00003230
               AT END                                                   00003240
                   MOVE   'SIM'         TO   N88-FIM-HISTTAB            00003250
                   GO  TO  0065-0060-EXIT                               00003260
           END-READ.                                                    00003270
           PERFORM VARYING IND-CRE FROM +1 BY +1                        00003280
             UNTIL IND-CRE  GREATER  QTD-CRE                            00003290
                OR (TB-CRE-CREATOR(IND-CRE)  EQUAL  HTAB-CREATOR        00003300
               AND  TB-CRE-NAME(IND-CRE)     EQUAL  HTAB-NAME)          00003310
               CONTINUE                                                 00003320
           END-PERFORM.                                                 00003330
           IF  IND-CRE  GREATER  QTD-CRE                                00003340
               IF  QTD-CRE  GREATER  +2999                              00003350
                   DISPLAY 'DB2ALOCA - AVISO - MAIS DE 3000 TABELAS NO '00003360
                           'HISTTAB; EXCEDENTE SEM CRESCIMENTO'         00003370
                   GO  TO  0065-0060-EXIT                               00003380
               END-IF                                                   00003390
               ADD    +1               TO  QTD-CRE                      00003400
               MOVE   HTAB-CREATOR     TO  TB-CRE-CREATOR(QTD-CRE)      00003410
               MOVE   HTAB-NAME        TO  TB-CRE-NAME(QTD-CRE)         00003420
               MOVE   HTAB-DATE        TO  TB-CRE-DATA-INI(QTD-CRE)     00003430
                                           TB-CRE-DATA-FIM(QTD-CRE)     00003440
               MOVE   HTAB-NPAGES      TO  TB-CRE-PAGS-INI(QTD-CRE)     00003450
                                           TB-CRE-PAGS-FIM(QTD-CRE)     00003460
               GO  TO  0065-0060-EXIT                                   00003470
           END-IF.                                                      00003480
           IF  HTAB-DATE  LESS  TB-CRE-DATA-INI(IND-CRE)                00003490
               MOVE   HTAB-DATE        TO  TB-CRE-DATA-INI(IND-CRE)     00003500
               MOVE   HTAB-NPAGES      TO  TB-CRE-PAGS-INI(IND-CRE)     00003510
           END-IF.                                                      00003520
           IF  HTAB-DATE  NOT LESS  TB-CRE-DATA-FIM(IND-CRE)            00003530
               MOVE   HTAB-DATE        TO  TB-CRE-DATA-FIM(IND-CRE)     00003540
               MOVE   HTAB-NPAGES      TO  TB-CRE-PAGS-FIM(IND-CRE)     00003550
           END-IF.                                                      00003560
       0065-0060-EXIT. EXIT.                                            00003570
      *----------------------------------------------------------------*00003580
      *                                                                *00003590
      *----------------------------------------------------------------*00003600
       0080-9999-LE-SYSIN.                                              00003610
           READ SYSIN                                                   00003620
             AT END   MOVE 'SIM'  TO          N88-FIM-SYSIN.            00003630
       0080-9999-EXIT. EXIT.                                            00003640
      *----------------------------------------------------------------*00003650
      * UM CREATOR ADMINISTRADO: TABLESPACES E INDICES                 *00003660
      *----------------------------------------------------------------*00003670
       0100-0000-TRATA-CREATOR.                                         00003680
           IF  REG-SYSIN(1:1)  EQUAL  '*'                               00003690
               MOVE  '%'               TO  H-CREATOR-FILTRO             00003700
           ELSE                                                         00003710
               MOVE  REG-SYSIN(1:8)    TO  H-CREATOR-FILTRO             00003720
           END-IF.                                                      00003730
           MOVE   SPACES               TO  LINHA-REL.                   00003740
           PERFORM 0900-9999-IMPRIME THRU 0900-9999-EXIT.               00003750
           STRING 'CREATOR ' H-CREATOR-FILTRO ':'                       00003760
                  DELIMITED BY SIZE INTO LINHA-REL.                     00003770
           PERFORM 0900-9999-IMPRIME THRU 0900-9999-EXIT.               00003780
           PERFORM 0200-0100-TABLESPACES THRU 0200-0100-EXIT.           00003790
           PERFORM 0400-0100-INDICES     THRU 0400-0100-EXIT.           00003800
           PERFORM 0080-9999-LE-SYSIN THRU 0080-9999-EXIT.              00003810
       0100-0000-EXIT. EXIT.                                            00003820
      *----------------------------------------------------------------*00003830
      * PARTICOES DOS TABLESPACES DO CREATOR                           *00003840
      *----------------------------------------------------------------*00003850
       0200-0100-TABLESPACES.                                           00003860
           EXEC SQL                                                     00003870
                DECLARE C_TSPART CURSOR FOR                             00003880
                SELECT P.DBNAME, P.TSNAME, P.PARTITION,                 00003890
                       P.PQTY, P.SQTY,                                  00003900
                       (SELECT COUNT(*)                                 00003910
                          FROM SYSIBM.SYSTABLEPART P2                   00003920
                         WHERE P2.DBNAME = P.DBNAME                     00003930
                           AND P2.TSNAME = P.TSNAME)                    00003940
                  FROM SYSIBM.SYSTABLEPART P                            00003950
                 WHERE EXISTS                                           00003960
                      (SELECT 1                                         00003970
                         FROM SYSIBM.SYSTABLES T                        00003980
                        WHERE T.DBNAME  = P.DBNAME                      00003990
                          AND T.TSNAME  = P.TSNAME                      00004000
                          AND T.TYPE    = 'T'                           00004010
                          AND T.CREATOR LIKE RTRIM(:H-CREATOR-FILTRO))  00004020
                 ORDER BY P.DBNAME, P.TSNAME, P.PARTITION               00004030
           END-EXEC.                                                    00004040
           EXEC SQL OPEN C_TSPART END-EXEC.                             00004050
           IF  SQLCODE  NOT EQUAL  +0                                   00004060
               DISPLAY '*** ERRO NO OPEN C_TSPART'                      00004070
               PERFORM  9999-9999-ERRO-DB2  THRU 9999-9999-EXIT         00004080
           END-IF.                                                      00004090
           MOVE   'NAO'                TO  N88-FIM-TSPART.              00004100
           MOVE   SPACES               TO  WS-TS-ATUAL.                 00004110
           PERFORM 0300-0200-UMA-PARTICAO THRU 0300-0200-EXIT           00004120
             UNTIL FIM-TSPART.                                          00004130
           EXEC SQL CLOSE C_TSPART END-EXEC.                            00004140
           IF  SQLCODE  NOT EQUAL  +0                                   00004150
               DISPLAY '*** ERRO NO CLOSE C_TSPART'                     00004160
               PERFORM  9999-9999-ERRO-DB2  THRU 9999-9999-EXIT         00004170
           END-IF.                                                      00004180
       0200-0100-EXIT. EXIT.                                            00004190
      *----------------------------------------------------------------*00004200
      * UMA PARTICAO DE TABLESPACE (PARTITION 0 = NAO PARTICIONADO)    *00004210
      *----------------------------------------------------------------*00004220
       0300-0200-UMA-PARTICAO.                                          00004230
           EXEC SQL                                                     00004240
                FETCH  C_TSPART                                         00004250
                 INTO  :H-TP-DBNAME, :H-TP-TSNAME, :H-TP-PARTITION,     00004260
                       :H-TP-PQTY, :H-TP-SQTY, :H-TP-PARTES             00004270
           END-EXEC.                                                    00004280
           IF  SQLCODE  EQUAL  +100                                     00004290
               MOVE  'SIM'             TO  N88-FIM-TSPART               00004300
               GO  TO  0300-0200-EXIT                                   00004310
           END-IF.                                                      00004320
           IF  SQLCODE  NOT EQUAL  +0                                   00004330
               DISPLAY '*** ERRO NO FETCH C_TSPART'                     00004340
               PERFORM  9999-9999-ERRO-DB2  THRU 9999-9999-EXIT         00004350
           END-IF.                                                      00004360
           MOVE   SPACES               TO  WS-OBJ-NOME.                 00004370
           STRING H-TP-DBNAME DELIMITED BY SPACE                        00004380
                  '.' DELIMITED BY SIZE                                 00004390
                  H-TP-TSNAME DELIMITED BY SPACE                        00004400
                  INTO WS-OBJ-NOME.                                     00004410
      *--- TABLESPACE NOVO: SOMA PAGINAS E CRESCIMENTO DAS SUAS TABELAS 00004420
           IF  WS-OBJ-NOME  NOT EQUAL  WS-TS-ATUAL                      00004430
               MOVE   WS-OBJ-NOME      TO  WS-TS-ATUAL                  00004440
               PERFORM 0320-0300-TABELAS-DO-TS THRU 0320-0300-EXIT      00004450
           END-IF.                                                      00004460
           MOVE   'TS'                 TO  WS-OBJ-TIPO.                 00004470
           MOVE   H-TP-PARTITION       TO  WS-OBJ-PARTICAO.             00004480
           MOVE   H-TP-PARTES          TO  WS-OBJ-PARTES.               00004490
           IF  WS-OBJ-PARTES  LESS  +1                                  00004500
               MOVE   +1               TO  WS-OBJ-PARTES                00004510
           END-IF.                                                      00004520
           COMPUTE WS-OBJ-PAGINAS = WS-TS-PAGINAS / WS-OBJ-PARTES.      00004530
           COMPUTE WS-OBJ-TAXA    = WS-TS-TAXA / WS-OBJ-PARTES.         00004540
           COMPUTE WS-PRI-ATUAL   = H-TP-PQTY * 4.                      00004550
           COMPUTE WS-SEC-ATUAL   = H-TP-SQTY * 4.                      00004560
           PERFORM 0600-9999-AVALIA-OBJETO THRU 0600-9999-EXIT.         00004570
       0300-0200-EXIT. EXIT.                                            00004580
      *----------------------------------------------------------------*00004590
      * TABELAS DO TABLESPACE: NPAGES ATUAL E CRESCIMENTO DIARIO       *00004600
      *----------------------------------------------------------------*00004610
       0320-0300-TABELAS-DO-TS.                                         00004620
           MOVE   +0                   TO  WS-TS-PAGINAS WS-TS-TAXA.    00004630
           EXEC SQL                                                     00004640
                DECLARE C_TBTS CURSOR FOR                               00004650
                SELECT CREATOR, NAME, NPAGES                            00004660
                  FROM SYSIBM.SYSTABLES                                 00004670
                 WHERE DBNAME = :H-TP-DBNAME                            00004680
                   AND TSNAME = :H-TP-TSNAME                            00004690
                   AND TYPE   = 'T'                                     00004700
           END-EXEC.                                                    00004710
           EXEC SQL OPEN C_TBTS END-EXEC.                               00004720
           IF  SQLCODE  NOT EQUAL  +0                                   00004730
               DISPLAY '*** ERRO NO OPEN C_TBTS'                        00004740
               PERFORM  9999-9999-ERRO-DB2  THRU 9999-9999-EXIT         00004750
           END-IF.                                                      00004760
           MOVE   'NAO'                TO  N88-FIM-TBTS.                00004770
           PERFORM 0330-0320-UMA-TABELA THRU 0330-0320-EXIT             00004780
             UNTIL FIM-TBTS.                                            00004790
           EXEC SQL CLOSE C_TBTS END-EXEC.                              00004800
           IF  SQLCODE  NOT EQUAL  +0                                   00004810
               DISPLAY '*** ERRO NO CLOSE C_TBTS'                       00004820
               PERFORM  9999-9999-ERRO-DB2  THRU 9999-9999-EXIT         00004830
           END-IF.                                                      00004840
       0320-0300-EXIT. EXIT.                                            00004850
      *----------------------------------------------------------------*00004860
      *                                                                *00004870
      *----------------------------------------------------------------*00004880
       0330-0320-UMA-TABELA.                                            00004890
           EXEC SQL                                                     00004900
                FETCH  C_TBTS                                           00004910
                 INTO  :H-TB-CREATOR, :H-TB-NAME, :H-TB-NPAGES          00004920
           END-EXEC.                                                    00004930
           IF  SQLCODE  EQUAL  +100                                     00004940
               MOVE  'SIM'             TO  N88-FIM-TBTS                 00004950
               GO  TO  0330-0320-EXIT                                   00004960
           END-IF.                                                      00004970
           IF  SQLCODE  NOT EQUAL  +0                                   00004980
               DISPLAY '*** ERRO NO FETCH C_TBTS'                       00004990
               PERFORM  9999-9999-ERRO-DB2  THRU 9999-9999-EXIT         00005000
           END-IF.                                                      00005010
      *--- NPAGES -1 = SEM RUNSTATS                                     00005020
           IF  H-TB-NPAGES  GREATER  +0                                 00005030
               ADD    H-TB-NPAGES      TO  WS-TS-PAGINAS                00005040
           END-IF.                                                      00005050
           PERFORM 0750-9999-TAXA-TABELA THRU 0750-9999-EXIT.           00005060
           ADD    WS-TAXA-TABELA       TO  WS-TS-TAXA.                  00005070
       0330-0320-EXIT. EXIT.                                            00005080
      *----------------------------------------------------------------*00005090
      * PARTICOES DOS INDICES DAS TABELAS DO CREATOR                   *00005100
      *----------------------------------------------------------------*00005110
       0400-0100-INDICES.                                               00005120
           EXEC SQL                                                     00005130
                DECLARE C_IXPART CURSOR FOR                             00005140
                SELECT I.CREATOR, I.NAME, I.TBCREATOR, I.TBNAME,        00005150
                       P.PARTITION, P.PQTY, P.SQTY, I.NLEAF,            00005160
                       T.NPAGES,                                        00005170
                       (SELECT COUNT(*)                                 00005180
                          FROM SYSIBM.SYSINDEXPART P2                   00005190
                         WHERE P2.IXCREATOR = P.IXCREATOR               00005200
                           AND P2.IXNAME    = P.IXNAME)                 00005210
                  FROM SYSIBM.SYSINDEXPART P,                           00005220
                       SYSIBM.SYSINDEXES   I,                           00005230
                       SYSIBM.SYSTABLES    T                            00005240
                 WHERE I.CREATOR   = P.IXCREATOR                        00005250
                   AND I.NAME      = P.IXNAME                           00005260
                   AND T.CREATOR   = I.TBCREATOR                        00005270
                   AND T.NAME      = I.TBNAME                           00005280
                   AND I.TBCREATOR LIKE RTRIM(:H-CREATOR-FILTRO)        00005290
                 ORDER BY I.CREATOR, I.NAME, P.PARTITION                00005300
           END-EXEC.                                                    00005310
           EXEC SQL OPEN C_IXPART END-EXEC.                             00005320
           IF  SQLCODE  NOT EQUAL  +0                                   00005330
               DISPLAY '*** ERRO NO OPEN C_IXPART'                      00005340
               PERFORM  9999-9999-ERRO-DB2  THRU 9999-9999-EXIT         00005350
           END-IF.                                                      00005360
           MOVE   'NAO'                TO  N88-FIM-IXPART.              00005370
           PERFORM 0500-0400-UM-IXPART THRU 0500-0400-EXIT              00005380
             UNTIL FIM-IXPART.                                          00005390
           EXEC SQL CLOSE C_IXPART END-EXEC.                            00005400
           IF  SQLCODE  NOT EQUAL  +0                                   00005410
               DISPLAY '*** ERRO NO CLOSE C_IXPART'                     00005420
               PERFORM  9999-9999-ERRO-DB2  THRU 9999-9999-EXIT         00005430
           END-IF.                                                      00005440
       0400-0100-EXIT. EXIT.                                            00005450
      *----------------------------------------------------------------*00005460
      * UMA PARTICAO DE INDICE: CRESCE NA PROPORCAO DA SUA TABELA      *00005470
      *----------------------------------------------------------------*00005480
       0500-0400-UM-IXPART.                                             00005490
           EXEC SQL                                                     00005500
                FETCH  C_IXPART                                         00005510
                 INTO  :H-IX-CREATOR, :H-IX-NAME,                       00005520
                       :H-IX-TBCREATOR, :H-IX-TBNAME,                   00005530
                       :H-IX-PARTITION, :H-IX-PQTY, :H-IX-SQTY,         00005540
                       :H-IX-NLEAF, :H-IX-TBNPAGES, :H-IX-PARTES        00005550
           END-EXEC.                                                    00005560
           IF  SQLCODE  EQUAL  +100                                     00005570
               MOVE  'SIM'             TO  N88-FIM-IXPART               00005580
               GO  TO  0500-0400-EXIT                                   00005590
           END-IF.                                                      00005600
           IF  SQLCODE  NOT EQUAL  +0                                   00005610
               DISPLAY '*** ERRO NO FETCH C_IXPART'                     00005620
               PERFORM  9999-9999-ERRO-DB2  THRU 9999-9999-EXIT         00005630
           END-IF.                                                      00005640
           MOVE   SPACES               TO  WS-OBJ-NOME.                 00005650
           STRING H-IX-CREATOR DELIMITED BY SPACE                       00005660
                  '.' DELIMITED BY SIZE                                 00005670
                  H-IX-NAME-T(1:H-IX-NAME-L) DELIMITED BY SIZE          00005680
                  INTO WS-OBJ-NOME.                                     00005690
           MOVE   'IX'                 TO  WS-OBJ-TIPO.                 00005700
           MOVE   H-IX-PARTITION       TO  WS-OBJ-PARTICAO.             00005710
           MOVE   H-IX-PARTES          TO  WS-OBJ-PARTES.               00005720
           IF  WS-OBJ-PARTES  LESS  +1                                  00005730
               MOVE   +1               TO  WS-OBJ-PARTES                00005740
           END-IF.                                                      00005750
           MOVE   +0                   TO  WS-OBJ-PAGINAS WS-OBJ-TAXA.  00005760
           IF  H-IX-NLEAF  GREATER  +0                                  00005770
               COMPUTE WS-OBJ-PAGINAS = H-IX-NLEAF / WS-OBJ-PARTES      00005780
           END-IF.                                                      00005790
           MOVE   H-IX-TBCREATOR       TO  H-TB-CREATOR.                00005800
           MOVE   H-IX-TBNAME          TO  H-TB-NAME.                   00005810
           PERFORM 0750-9999-TAXA-TABELA THRU 0750-9999-EXIT.           00005820
           IF  H-IX-TBNPAGES  GREATER  +0                               00005830
               AND  WS-TAXA-TABELA  GREATER  +0                         00005840
               COMPUTE WS-OBJ-TAXA ROUNDED =                            00005850
                       WS-TAXA-TABELA * WS-OBJ-PAGINAS / H-IX-TBNPAGES  00005860
           END-IF.                                                      00005870
           COMPUTE WS-PRI-ATUAL   = H-IX-PQTY * 4.                      00005880
           COMPUTE WS-SEC-ATUAL   = H-IX-SQTY * 4.                      00005890
           PERFORM 0600-9999-AVALIA-OBJETO THRU 0600-9999-EXIT.         00005900
       0500-0400-EXIT. EXIT.                                            00005910
      *----------------------------------------------------------------*00005920
      * PROPOSTA DE PRIQTY/SECQTY (KB) PARA O OBJETO CORRENTE,         *00005930
      * EXCECOES, LINHA DO RELATO E ALTER NO DECK                      *00005940
      *----------------------------------------------------------------*00005950
       0600-9999-AVALIA-OBJETO.                                         00005960
           ADD    +1                   TO  WS-QTD-OBJETOS.              00005970
           IF  WS-OBJ-TAXA  LESS  +0                                    00005980
               MOVE   +0               TO  WS-OBJ-TAXA                  00005990
           END-IF.                                                      00006000
           COMPUTE WS-OBJ-PROJ ROUNDED =                                00006010
                   WS-OBJ-PAGINAS + WS-OBJ-TAXA * 90.                   00006020
           COMPUTE WS-PRI-NOVA = WS-OBJ-PAGINAS * 4.                    00006030
           IF  WS-PRI-NOVA  LESS  +48                                   00006040
               MOVE   +48              TO  WS-PRI-NOVA                  00006050
           END-IF.                                                      00006060
           COMPUTE WS-SEC-NOVA =                                        00006070
                   ((WS-OBJ-PROJ - WS-OBJ-PAGINAS) * 4                  00006080
                   + LIM-EXTENSOES - 1) / LIM-EXTENSOES.                00006090
           COMPUTE WS-SEC-MINIMA = WS-PRI-NOVA / 10.                    00006100
           IF  WS-SEC-NOVA  LESS  WS-SEC-MINIMA                         00006110
               MOVE   WS-SEC-MINIMA    TO  WS-SEC-NOVA                  00006120
           END-IF.                                                      00006130
           IF  WS-SEC-NOVA  LESS  +48                                   00006140
               MOVE   +48              TO  WS-SEC-NOVA                  00006150
           END-IF.                                                      00006160
                                                                        00006170
      *--- DIVERGE DA PROPOSTA ALEM DA TOLERANCIA?                      00006180
           MOVE   'N'                  TO  CH-PROPOE.                   00006190
           IF  WS-SEC-ATUAL  NOT GREATER  +0                            00006200
               OR  WS-PRI-ATUAL  NOT GREATER  +0                        00006210
               MOVE   'S'              TO  CH-PROPOE                    00006220
           ELSE                                                         00006230
               COMPUTE WS-DIFERENCA = WS-PRI-NOVA - WS-PRI-ATUAL        00006240
               IF  WS-DIFERENCA  LESS  +0                               00006250
                   COMPUTE WS-DIFERENCA = WS-DIFERENCA * -1             00006260
               END-IF                                                   00006270
               IF  WS-DIFERENCA * 100  GREATER                          00006280
                   WS-PRI-ATUAL * LIM-TOLERANCIA                        00006290
                   MOVE   'S'          TO  CH-PROPOE                    00006300
               END-IF                                                   00006310
               COMPUTE WS-DIFERENCA = WS-SEC-NOVA - WS-SEC-ATUAL        00006320
               IF  WS-DIFERENCA  LESS  +0                               00006330
                   COMPUTE WS-DIFERENCA = WS-DIFERENCA * -1             00006340
               END-IF                                                   00006350
               IF  WS-DIFERENCA * 100  GREATER                          00006360
                   WS-SEC-ATUAL * LIM-TOLERANCIA                        00006370
                   MOVE   'S'          TO  CH-PROPOE                    00006380
               END-IF                                                   00006390
           END-IF.                                                      00006400
                                                                        00006410
           MOVE   WS-OBJ-PARTICAO      TO  ZPART.                       00006420
           MOVE   WS-OBJ-PAGINAS       TO  ZPAGS.                       00006430
           MOVE   WS-OBJ-PROJ          TO  ZPROJ.                       00006440
           MOVE   WS-PRI-ATUAL         TO  ZPRI1.                       00006450
           MOVE   WS-SEC-ATUAL         TO  ZSEC1.                       00006460
           MOVE   WS-PRI-NOVA          TO  ZPRI2.                       00006470
           MOVE   WS-SEC-NOVA          TO  ZSEC2.                       00006480
           MOVE   SPACES               TO  LINHA-REL.                   00006490
           STRING '   ' WS-OBJ-TIPO ' ' WS-OBJ-NOME                     00006500
                  ' PART' ZPART                                         00006510
                  ' PAGS' ZPAGS ' PROJ90' ZPROJ                         00006520
                  ' ATUAL' ZPRI1 '/' ZSEC1                              00006530
                  ' PROPOSTO' ZPRI2 '/' ZSEC2                           00006540
                  DELIMITED BY SIZE INTO LINHA-REL.                     00006550
           IF  CH-PROPOE  EQUAL  'S'                                    00006560
               MOVE   ' ALTER'         TO  LINHA-REL(126:6)             00006570
           END-IF.                                                      00006580
           PERFORM 0900-9999-IMPRIME THRU 0900-9999-EXIT.               00006590
                                                                        00006600
           PERFORM 0650-9999-VERIFICA-EXCECAO THRU 0650-9999-EXIT.      00006610
           IF  CH-PROPOE  EQUAL  'S'                                    00006620
               PERFORM 0700-9999-GRAVA-ALTER THRU 0700-9999-EXIT        00006630
           END-IF.                                                      00006640
       0600-9999-EXIT. EXIT.                                            00006650
      *----------------------------------------------------------------*00006660
      * EXCECOES: SECQTY 0 E PRIMARIA MUITO MAIOR QUE O DADO PROJETADO *00006670
      *----------------------------------------------------------------*00006680
       0650-9999-VERIFICA-EXCECAO.                                      00006690
           IF  WS-SEC-ATUAL  EQUAL  +0                                  00006700
               MOVE   SPACES           TO  LINHA-REL                    00006710
               STRING '   ' WS-OBJ-TIPO ' ' WS-OBJ-NOME                 00006720
                      ' PART' ZPART                                     00006730
                      '  SECQTY 0 - NAO ESTENDE; PROPOSTO' ZSEC2 'K'    00006740
                      DELIMITED BY SIZE INTO LINHA-REL                  00006750
               PERFORM 0660-9999-GUARDA-EXCECAO THRU 0660-9999-EXIT     00006760
           END-IF.                                                      00006770
           COMPUTE WS-PROJ-KB = WS-OBJ-PROJ * 4.                        00006780
           IF  WS-PROJ-KB  LESS  +48                                    00006790
               MOVE   +48              TO  WS-PROJ-KB                   00006800
           END-IF.                                                      00006810
           IF  WS-PRI-ATUAL  GREATER  WS-PROJ-KB * LIM-FATOR-PRI        00006820
               MOVE   SPACES           TO  LINHA-REL                    00006830
               STRING '   ' WS-OBJ-TIPO ' ' WS-OBJ-NOME                 00006840
                      ' PART' ZPART                                     00006850
                      '  PRIMARIA' ZPRI1 'K PARA PROJETADO DE' ZPROJ    00006860
                      ' PAGINAS; PROPOSTO' ZPRI2 'K'                    00006870
                      DELIMITED BY SIZE INTO LINHA-REL                  00006880
               PERFORM 0660-9999-GUARDA-EXCECAO THRU 0660-9999-EXIT     00006890
           END-IF.                                                      00006900
           MOVE   SPACES               TO  LINHA-REL.                   00006910
       0650-9999-EXIT. EXIT.                                            00006920
      *----------------------------------------------------------------*00006930
      *                                                                *00006940
      *----------------------------------------------------------------*00006950
       0660-9999-GUARDA-EXCECAO.                                        00006960
           ADD    +1                   TO  WS-QTD-EXCECOES.             00006970
           IF  QTD-EXC  GREATER  +499                                   00006980
               GO  TO  0660-9999-EXIT                                   00006990
           END-IF.                                                      00007000
           ADD    +1                   TO  QTD-EXC.                     00007010
           MOVE   LINHA-REL            TO  TB-EXC-LINHA(QTD-EXC).       00007020
       0660-9999-EXIT. EXIT.                                            00007030
      *----------------------------------------------------------------*00007040
      * ALTER TABLESPACE / ALTER INDEX NO ALTDECK                      *00007050
      *----------------------------------------------------------------*00007060
       0700-9999-GRAVA-ALTER.                                           00007070
           IF  CH-DECK-ABERTO  EQUAL  'N'                               00007080
               MOVE   'S'              TO  CH-DECK-ABERTO               00007090
               MOVE   './ DECK DSNTEP2'  TO  LIN-DECK                   00007100
               MOVE   'DB2ALOCA'         TO  LIN-DECK(18:8)             00007103
               MOVE   'ALTDECK'          TO  LIN-DECK(27:8)             00007106
               WRITE  REG-ALTDECK      FROM LIN-DECK                    00007110
           END-IF.                                                      00007120
           ADD    +1                   TO  WS-QTD-ALTER.                00007130
           MOVE   SPACES               TO  LIN-DECK.                    00007140
           MOVE   +1                   TO  WS-PTR.                      00007150
           IF  WS-OBJ-TIPO  EQUAL  'TS'                                 00007160
               STRING 'ALTER TABLESPACE ' DELIMITED BY SIZE             00007170
                      WS-OBJ-NOME DELIMITED BY SPACE                    00007180
                      INTO LIN-DECK WITH POINTER WS-PTR                 00007190
           ELSE                                                         00007200
               STRING 'ALTER INDEX ' DELIMITED BY SIZE                  00007210
                      WS-OBJ-NOME DELIMITED BY SPACE                    00007220
                      INTO LIN-DECK WITH POINTER WS-PTR                 00007230
           END-IF.                                                      00007240
           IF  WS-OBJ-PARTICAO  GREATER  +0                             00007250
               MOVE   WS-OBJ-PARTICAO  TO  WS-NUM                       00007260
               PERFORM 0800-9999-EDITA-NUMERO THRU 0800-9999-EXIT       00007270
               STRING ' ALTER PARTITION ' WS-TEXTO(1:WS-TEXTO-L)        00007280
                      DELIMITED BY SIZE                                 00007290
                      INTO LIN-DECK WITH POINTER WS-PTR                 00007300
           END-IF.                                                      00007310
           WRITE  REG-ALTDECK          FROM LIN-DECK.                   00007320
           MOVE   SPACES               TO  LIN-DECK.                    00007330
           MOVE   +1                   TO  WS-PTR.                      00007340
           MOVE   WS-PRI-NOVA          TO  WS-NUM.                      00007350
           PERFORM 0800-9999-EDITA-NUMERO THRU 0800-9999-EXIT.          00007360
           STRING '  PRIQTY ' WS-TEXTO(1:WS-TEXTO-L)                    00007370
                  DELIMITED BY SIZE                                     00007380
                  INTO LIN-DECK WITH POINTER WS-PTR.                    00007390
           MOVE   WS-SEC-NOVA          TO  WS-NUM.                      00007400
           PERFORM 0800-9999-EDITA-NUMERO THRU 0800-9999-EXIT.          00007410
           STRING ' SECQTY ' WS-TEXTO(1:WS-TEXTO-L) ' ;'                00007420
                  DELIMITED BY SIZE                                     00007430
                  INTO LIN-DECK WITH POINTER WS-PTR.                    00007440
           WRITE  REG-ALTDECK          FROM LIN-DECK.                   00007450
           MOVE   'COMMIT ;'           TO  LIN-DECK.                    00007460
           WRITE  REG-ALTDECK          FROM LIN-DECK.                   00007470
       0700-9999-EXIT. EXIT.                                            00007480
      *----------------------------------------------------------------*00007490
      * CRESCIMENTO DIARIO (PAGINAS) DA TABELA H-TB-CREATOR/H-TB-NAME  *00007500
      * ENTRE A PRIMEIRA E A ULTIMA FOTO DO HISTTAB                    *00007510
      *----------------------------------------------------------------*00007520
       0750-9999-TAXA-TABELA.                                           00007530
           MOVE   +0                   TO  WS-TAXA-TABELA.              00007540
           PERFORM VARYING IND-CRE FROM +1 BY +1                        00007550
             UNTIL IND-CRE  GREATER  QTD-CRE                            00007560
                OR (TB-CRE-CREATOR(IND-CRE)  EQUAL  H-TB-CREATOR        00007570
               AND  TB-CRE-NAME(IND-CRE)     EQUAL                      00007580
                        H-TB-NAME-T(1:H-TB-NAME-L))                     00007590
               CONTINUE                                                 00007600
           END-PERFORM.                                                 00007610
           IF  IND-CRE  GREATER  QTD-CRE                                00007620
               GO  TO  0750-9999-EXIT                                   00007630
           END-IF.                                                      00007640
      *--- DIAS ENTRE AS FOTOS (APROXIMACAO 365/30, COMO O DB2DIST)     00007650
           MOVE   TB-CRE-DATA-INI(IND-CRE)  TO  WS-DATA-INI.            00007660
           MOVE   TB-CRE-DATA-FIM(IND-CRE)  TO  WS-DATA-FIM.            00007670
           COMPUTE WS-DIAS-ENTRE = (FIM-ANO - INI-ANO) * 365            00007680
                                 + (FIM-MES - INI-MES) * 30             00007690
                                 + (FIM-DIA - INI-DIA).                 00007700
           IF  WS-DIAS-ENTRE  LESS  +1                                  00007710
               GO  TO  0750-9999-EXIT                                   00007720
           END-IF.                                                      00007730
           COMPUTE WS-TAXA-TABELA ROUNDED =                             00007740
                   (TB-CRE-PAGS-FIM(IND-CRE) - TB-CRE-PAGS-INI(IND-CRE))00007750
                   / WS-DIAS-ENTRE.                                     00007760
       0750-9999-EXIT. EXIT.                                            00007770
      *----------------------------------------------------------------*00007780
      * WS-NUM EDITADO SEM BRANCOS EM WS-TEXTO(1:WS-TEXTO-L)           *00007790
      *----------------------------------------------------------------*00007800
       0800-9999-EDITA-NUMERO.                                          00007810
           MOVE   WS-NUM               TO  ZNUM.                        00007820
           MOVE   ZEROS                TO  WS-BRANCOS.                  00007830
           INSPECT ZNUM TALLYING WS-BRANCOS FOR LEADING SPACES.         00007840
           COMPUTE WS-TEXTO-L = 9 - WS-BRANCOS.                         00007850
           MOVE   SPACES               TO  WS-TEXTO.                    00007860
           MOVE   ZNUM(WS-BRANCOS + 1:WS-TEXTO-L)  TO  WS-TEXTO.        00007870
       0800-9999-EXIT. EXIT.                                            00007880
      *----------------------------------------------------------------*00007890
      * SECAO DE EXCECOES                                              *00007900
      *----------------------------------------------------------------*00007910
       0850-0000-LISTA-EXCECOES.                                        00007920
           MOVE   SPACES               TO  LINHA-REL.                   00007930
           PERFORM 0900-9999-IMPRIME THRU 0900-9999-EXIT.               00007940
           MOVE  'EXCECOES DE ALOCACAO (SECQTY 0 / PRIMARIA EXCESSIVA):'00007950
             TO  LINHA-REL.                                             00007960
           PERFORM 0900-9999-IMPRIME THRU 0900-9999-EXIT.               00007970
           IF  QTD-EXC  EQUAL  +0                                       00007980
               MOVE  '   NENHUMA'      TO  LINHA-REL                    00007990
               PERFORM 0900-9999-IMPRIME THRU 0900-9999-EXIT            00008000
               GO  TO  0850-0000-EXIT                                   00008010
           END-IF.                                                      00008020
           PERFORM VARYING IND-EXC FROM +1 BY +1                        00008030
             UNTIL IND-EXC  GREATER  QTD-EXC                            00008040
               MOVE   TB-EXC-LINHA(IND-EXC)  TO  LINHA-REL              00008050
               PERFORM 0900-9999-IMPRIME THRU 0900-9999-EXIT            00008060
           END-PERFORM.                                                 00008070
           IF  WS-QTD-EXCECOES  GREATER  QTD-EXC                        00008080
               MOVE   '   (LISTA LIMITADA A 500 EXCECOES)' TO LINHA-REL 00008090
               PERFORM 0900-9999-IMPRIME THRU 0900-9999-EXIT            00008100
           END-IF.                                                      00008110
       0850-0000-EXIT. EXIT.                                            00008120
      *----------------------------------------------------------------*00008130
      * IMPRESSAO PAGINADA (COMO O RELATO DO DB2DIST)                  *00008140
      *----------------------------------------------------------------*00008150
       0900-9999-IMPRIME.                                               00008160
           IF  AC-LINHA-REL  GREATER  60                                00008170
               ADD    +1               TO  AC-PAGINA-REL                00008180
               MOVE   AC-PAGINA-REL    TO  REL-CAB1-PAG                 00008190
               MOVE   ATU-DIA          TO  CB-DIA                       00008200
               MOVE   ATU-MES          TO  CB-MES                       00008210
               MOVE   ATU-ANO          TO  CB-ANO                       00008220
               WRITE  REG-RELATO       FROM REL-CAB1 AFTER PAGE         00008230
               WRITE  REG-RELATO       FROM REL-CAB2                    00008240
               WRITE  REG-RELATO       FROM REL-CAB3                    00008250
               MOVE   +3               TO  AC-LINHA-REL                 00008260
           END-IF.                                                      00008270
           WRITE  REG-RELATO           FROM LINHA-REL.                  00008280
           ADD    +1                   TO  AC-LINHA-REL.                00008290
           MOVE   SPACES               TO  LINHA-REL.                   00008300
       0900-9999-EXIT. EXIT.                                            00008310
      *----------------------------------------------------------------*00008320
      *                                                                *00008330
      *----------------------------------------------------------------*00008340
       9999-9999-ERRO-DB2.                                              00008350
           MOVE   SQLCODE              TO  WS-SQLCODE.                  00008360
           DISPLAY '*** SQLCODE  ' WS-SQLCODE.                          00008370
           DISPLAY '    SQLERRMC ' SQLERRMC.                            00008380
           DISPLAY '    SQLSTATE ' SQLSTATE.                            00008390
           MOVE   +16                  TO  RETURN-CODE.                 00008400
           STOP RUN.                                                    00008410
       9999-9999-EXIT. EXIT.                                            00008420
