       IDENTIFICATION DIVISION.                                         00000010
       PROGRAM-ID.    DB2UTSCV.                                         00000020
      *----------------------------------------------------------------*00000030
      * DATA:  OUT/2026                                                *00000040
      * OBJETIVOS: PLANEJAMENTO DA CONVERSAO DOS TABLESPACES SIMPLES,  *00000050
      *   SEGMENTADOS E PARTICIONADOS CLASSICOS PARA UNIVERSAL (UTS),  *00000060
      *   POR APLICACAO DO INVENTARIO (INVNTRY), NO MOLDE DO DB2RECOV. *00000070
      *   PARA CADA TABLESPACE DAS TABELAS DA APLICACAO LE A           *00000080
      *   SYSIBM.SYSTABLESPACE (TYPE, SEGSIZE, PARTITIONS, NTABLES),   *00000090
      *   A SYSIBM.SYSTABLEPART (TAMANHO ALOCADO, SOMA DO SPACEF) E A  *00000100
      *   SYSIBM.SYSTABLES (PARTICIONAMENTO CONTROLADO PELA TABELA OU  *00000110
      *   PELO INDICE) E CLASSIFICA:                                   *00000120
      *   - SIMPLES / SEGMENTADO   -> ALVO PBG (PARTITION-BY-GROWTH);  *00000130
      *   - PARTICIONADO CLASSICO  -> ALVO PBR (PARTITION-BY-RANGE);   *00000140
      *   - UTS PBG/PBR JA CONVERTIDO; LOB/XML FORA DO ESCOPO.         *00000150
      *   BLOQUEIOS LISTADOS: MAIS DE UMA TABELA NO TABLESPACE,        *00000160
      *   TAMANHO ALEM DO LIMITE DO PBG (4096 PARTICOES DE 4G),        *00000170
      *   PARTICIONAMENTO CONTROLADO POR INDICE E, PARA O ALVO PBR,    *00000180
      *   A CONVERSAO QUE FICA PARA O PROJETO (NAO GERADA AQUI).       *00000190
      *   CASOS SIMPLES (SIMPLES/SEGMENTADO COM UMA TABELA E SEM       *00000200
      *   BLOQUEIO) VAO PARA O UTSDECK EM DOIS TRECHOS:                *00000210
      *   - './ DECK DSNTEP2': ALTER TABLESPACE ... MAXPARTITIONS N    *00000220
      *     (ALTERACAO PENDENTE; N = 2 X PARTICOES DE 4G NECESSARIAS); *00000230
      *   - './ DECK UTIL'   : REORG TABLESPACE ... SHRLEVEL REFERENCE *00000240
      *     QUE MATERIALIZA A ALTERACAO PENDENTE.                      *00000250
      *   TABLESPACE COMPARTILHADO POR APLICACOES APARECE EM CADA UMA, *00000260
      *   MAS E' GERADO UMA SO' VEZ.                                   *00000270
      *   PARM: COLS 1-8 APLICACAO (BRANCO OU '*' = TODAS), COLS 10-21 *00000280
      *   TICKET DA MUDANCA. O UTSDECK E' REGISTRADO NO DB2ADM.DBA_DECK*00000290
      *   (VIA DB2DKREG) COM A QTD DE TABLESPACES GERADOS.             *00000300
      *   RETURN-CODE 4 QUANDO HA TABELA DO INVENTARIO FORA DO         *00000310
      *   CATALOGO.                                                    *00000320
      * AREA RESPONSAVEL: ADMINISTRACAO DE BANCO DE DADOS              *00000330
      *----------------------------------------------------------------*00000340
       ENVIRONMENT    DIVISION.                                         00000350
      *                                                                 00000360
       INPUT-OUTPUT       SECTION.                                      00000370
       FILE-CONTROL.                                                    00000380
           SELECT  INVNTRY  ASSIGN  TO  INVNTRY                         00000390
                   ORGANIZATION  IS  INDEXED                            00000400
                   ACCESS  MODE  IS  DYNAMIC                            00000410
                   RECORD  KEY   IS  INV-CHAVE.                         00000420
           SELECT  RELATO   ASSIGN  TO  RELATO.                         00000430
           SELECT  UTSDECK  ASSIGN  TO  UTSDECK.                        00000440
      *                                                                 00000450
       DATA DIVISION.                                                   00000460
      *                                                                 00000470
       FILE            SECTION.                                         00000480
       FD  INVNTRY                                                      00000490
           LABEL  RECORD  IS  STANDARD.                                 00000500
                                                                        00000510
       01  REG-INVNTRY.                                                 00000520
           05  INV-CHAVE.                                               00000530
               10  INV-CREATOR    PIC X(08).                            00000540
               10  FILLER         PIC X(01).                            00000550
               10  INV-TABELA     PIC X(18).                            00000560
           05  FILLER             PIC X(01).                            00000570
           05  INV-APLICACAO      PIC X(08).                            00000580
           05  FILLER             PIC X(01).                            00000590
           05  INV-PGMR           PIC X(08).                            00000600
           05  FILLER             PIC X(01).                            00000610
           05  INV-SITUACAO       PIC X(01).                            00000620
           05  FILLER             PIC X(33).                            00000630
      *                                                                 00000640
       FD  RELATO                                                       00000650
           LABEL  RECORD  IS  OMITTED                                   00000660
           RECORDING MODE IS F.                                         00000670
                                                                        00000680
       01  REG-RELATO                  PIC  X(132).                     00000690
      *                                                                 00000700
       FD  UTSDECK                                                      00000710
           LABEL  RECORD  IS  OMITTED                                   00000720
           RECORDING MODE IS F.                                         00000730
                                                                        00000740
       01  REG-UTSDECK                 PIC  X(080).                     00000750
      *                                                                 00000760
       WORKING-STORAGE SECTION.                                         00000770
      *----------------------------------------------------------------*00000780
      * INVENTARIO ATIVO CARREGADO E APLICACOES DISTINTAS              *00000790
      *----------------------------------------------------------------*00000800
       01  TAB-INVENTARIO.                                              00000810
           02  QTD-INV            PIC S9(04) COMP    VALUE +0.          00000820
           02  IND-INV            PIC S9(04) COMP    VALUE +0.          00000830
           02  FILLER             OCCURS   2000  TIMES.                 00000840
               04  TB-INV-CREATOR     PIC  X(08)     VALUE SPACES.      00000850
               04  TB-INV-TABELA      PIC  X(18)     VALUE SPACES.      00000860
               04  TB-INV-APLICACAO   PIC  X(08)     VALUE SPACES.      00000870
       01  TAB-APLICACOES.                                              00000880
           02  QTD-APL            PIC S9(04) COMP    VALUE +0.          00000890
           02  IND-APL            PIC S9(04) COMP    VALUE +0.          00000900
           02  TB-APL-NOME        OCCURS 100 TIMES   PIC X(08).         00000910
      *----------------------------------------------------------------*00000920
      * TABLESPACES DA APLICACAO EM TRATAMENTO                         *00000930
      *----------------------------------------------------------------*00000940
       01  TAB-ESPACOS.                                                 00000950
           02  QTD-ESP            PIC S9(04) COMP    VALUE +0.          00000960
           02  IND-ESP            PIC S9(04) COMP    VALUE +0.          00000970
           02  FILLER             OCCURS    300  TIMES.                 00000980
               04  TB-ESP-DBNAME      PIC  X(08).                       00000990
               04  TB-ESP-TSNAME      PIC  X(08).                       00001000
               04  TB-ESP-TIPO        PIC  X(01).                       00001010
               04  TB-ESP-SEGSIZE     PIC S9(04) COMP.                  00001020
               04  TB-ESP-PARTITIONS  PIC S9(04) COMP.                  00001030
               04  TB-ESP-NTABLES     PIC S9(04) COMP.                  00001040
               04  TB-ESP-PARTKEY     PIC S9(04) COMP.                  00001050
      *----------------------------------------------------------------*00001060
      * TABLESPACES JA GERADOS NO UTSDECK (SEM REPETIR ENTRE AS        *00001070
      * APLICACOES), GRAVADOS NO FIM NA ORDEM DOS DOIS TRECHOS         *00001080
      *----------------------------------------------------------------*00001090
       01  TAB-GERADOS.                                                 00001100
           02  QTD-GER            PIC S9(04) COMP    VALUE +0.          00001110
           02  IND-GER            PIC S9(04) COMP    VALUE +0.          00001120
           02  FILLER             OCCURS    500  TIMES.                 00001130
               04  TB-GER-DBNAME      PIC  X(08).                       00001140
               04  TB-GER-TSNAME      PIC  X(08).                       00001150
               04  TB-GER-MAXPART     PIC S9(04) COMP.                  00001160
      *----------------------------------------------------------------*00001170
      * LIMITES DO PBG                                                 *00001180
      *----------------------------------------------------------------*00001190
       01  FILLER.                                                      00001200
           02  WS-MB-PARTICAO          PIC S9(09) COMP VALUE +4096.     00001210
           02  WS-MAX-PARTICOES        PIC S9(04) COMP VALUE +4096.     00001220
      *----------------------------------------------------------------*00001230
      * AREAS AUXILIARES                                               *00001240
      *----------------------------------------------------------------*00001250
       01  FILLER.                                                      00001260
           02  WS-SQLCODE              PIC -----9.                      00001270
           02  WS-QTD-EXCECOES         PIC S9(04) COMP VALUE +0.        00001280
           02  WS-QTD-APL-TRATADAS     PIC S9(04) COMP VALUE +0.        00001290
           02  WS-APL-ATUAL            PIC  X(08)      VALUE SPACES.    00001300
           02  WS-TIPO-TXT             PIC  X(22)      VALUE SPACES.    00001310
           02  WS-ALVO                 PIC  X(03)      VALUE SPACES.    00001320
           02  WS-SITUACAO-TXT         PIC  X(20)      VALUE SPACES.    00001330
           02  WS-BLOQUEIOS            PIC S9(04) COMP VALUE +0.        00001340
           02  WS-PARTES-NEC           PIC S9(09) COMP VALUE +0.        00001350
           02  WS-MAXPART              PIC S9(09) COMP VALUE +0.        00001360
           02  WS-PTR-DECK             PIC S9(04) COMP VALUE +0.        00001370
      *--- TOTAIS DA APLICACAO (A) E GERAIS (T)                         00001380
           02  WS-A-SIMPLES            PIC S9(04) COMP VALUE +0.        00001390
           02  WS-A-SEGMENTADO         PIC S9(04) COMP VALUE +0.        00001400
           02  WS-A-CLASSICO           PIC S9(04) COMP VALUE +0.        00001410
           02  WS-A-UTS                PIC S9(04) COMP VALUE +0.        00001420
           02  WS-A-PRONTOS            PIC S9(04) COMP VALUE +0.        00001430
           02  WS-A-BLOQUEADOS         PIC S9(04) COMP VALUE +0.        00001440
           02  WS-T-SIMPLES            PIC S9(04) COMP VALUE +0.        00001450
           02  WS-T-SEGMENTADO         PIC S9(04) COMP VALUE +0.        00001460
           02  WS-T-CLASSICO           PIC S9(04) COMP VALUE +0.        00001470
           02  WS-T-UTS                PIC S9(04) COMP VALUE +0.        00001480
           02  WS-T-PRONTOS            PIC S9(04) COMP VALUE +0.        00001490
           02  WS-T-BLOQUEADOS         PIC S9(04) COMP VALUE +0.        00001500
           02  ZQTD                    PIC ZZZZ9.                       00001510
           02  ZQTD2                   PIC ZZZZ9.                       00001520
           02  ZQTD3                   PIC ZZZZ9.                       00001530
           02  ZQTD4                   PIC ZZZZ9.                       00001540
           02  ZQTD5                   PIC ZZZZ9.                       00001550
           02  ZQTD6                   PIC ZZZZ9.                       00001560
           02  ZTAB                    PIC ZZZ9.                        00001570
           02  ZPART                   PIC ZZZ9.                        00001580
           02  ZMB                     PIC ZZZZZZZZ9.                   00001590
           02  LIN-DECK                PIC X(80)       VALUE SPACES.    00001600
      *----------------------------------------------------------------*00001610
      * PARAMETRO DO REGISTRO CENTRAL DE DECKS (DB2DKREG)              *00001620
      *----------------------------------------------------------------*00001630
       01  DKR-PARM.                                                    00001640
           02  DKR-FUNCAO         PIC X(01)      VALUE 'G'.             00001650
           02  DKR-PROGRAMA       PIC X(08)      VALUE 'DB2UTSCV'.      00001660
           02  DKR-DATASET        PIC X(08)      VALUE 'UTSDECK'.       00001670
           02  DKR-TIPO-DECK      PIC X(08)      VALUE 'CONVUTS'.       00001680
           02  DKR-QTD-OBJETOS    PIC 9(05)      VALUE ZEROS.           00001690
           02  DKR-TICKET         PIC X(12)      VALUE SPACES.          00001700
           02  DKR-SITUACAO       PIC X(01)      VALUE SPACES.          00001710
           02  DKR-RETURN-CODE    PIC 9(02)      VALUE ZEROS.           00001720
      *----------------------------------------------------------------*00001730
      * HOSTS DE CATALOGO                                              *00001740
      *----------------------------------------------------------------*00001750
       01  H-CREATOR                   PIC  X(08).                      00001760
       01  H-TABELA                    PIC  X(18).                      00001770
       01  H-DBNAME                    PIC  X(08).                      00001780
       01  H-TSNAME                    PIC  X(08).                      00001790
       01  H-TYPE                      PIC  X(01).                      00001800
       01  H-SEGSIZE                   PIC S9(04) COMP.                 00001810
       01  H-PARTITIONS                PIC S9(04) COMP.                 00001820
       01  H-NTABLES                   PIC S9(04) COMP.                 00001830
       01  H-PARTKEYCOLNUM             PIC S9(04) COMP.                 00001840
       01  H-TAMANHO-MB                PIC S9(09) COMP.                 00001850
      *----------------------------------------------------------------*00001860
      * CONTROLES                                                      *00001870
      *----------------------------------------------------------------*00001880
       01  CHAVES-FIM.                                                  00001890
           02  N88-FIM-INVNTRY                   PIC  X(03) VALUE 'NAO'.00001900
               88  FIM-INVNTRY                              VALUE 'SIM'.00001910
      *----------------------------------------------------------------*00001920
      * RELATORIO                                                      *00001930
      *----------------------------------------------------------------*00001940
       77  AC-LINHA-REL           PIC S9(004)  COMP  VALUE +99.         00001950
       77  AC-PAGINA-REL          PIC S9(004)  COMP  VALUE +0.          00001960
       01  LINHA-REL              PIC  X(132)        VALUE SPACES.      00001970
       01  CURDATA                PIC  9(06)         VALUE ZEROS.       00001980
       01  CURDATA-R  REDEFINES  CURDATA.                               00001990
           03  ATU-ANO            PIC 9(02).                            00002000
           03  ATU-MES            PIC 9(02).                            00002010
           03  ATU-DIA            PIC 9(02).                            00002020
       01  REL-CAB1.                                                    00002030
           03  FILLER             PIC X(52)          VALUE              00002040
               'DB2UTSCV     ADMINISTRACAO DE BANCO DE DADOS'.          00002050
           03  FILLER             PIC X(06)          VALUE 'DATA: '.    00002060
           03  REL-CAB1-DATA.                                           00002070
               05  CB-DIA         PIC 9(02)/.                           00002080
               05  CB-MES         PIC 9(02)/.                           00002090
               05  CB-ANO         PIC 9(02).                            00002100
           03  FILLER             PIC X(04)          VALUE SPACES.      00002110
           03  FILLER             PIC X(05)          VALUE 'PAG: '.     00002120
           03  REL-CAB1-PAG       PIC ZZZ9.                             00002130
           03  FILLER             PIC X(53)          VALUE SPACES.      00002140
       01  REL-CAB2.                                                    00002150
           03  FILLER             PIC X(132)         VALUE              00002160
               'PLANO DE CONVERSAO PARA UNIVERSAL TABLESPACE (UTS) POR A00002170
      -        'PLICACAO'.                                              00002180
       01  REL-CAB3.                                                    00002190
           03  FILLER             PIC X(132)         VALUE ALL '-'.     00002200
      *                                                                 00002210
           EXEC SQL INCLUDE SQLCA END-EXEC.                             00002220
      *----------------------------------------------------------------*00002230
      *                                                                *00002240
      *----------------------------------------------------------------*00002250
       LINKAGE     SECTION.                                             00002260
       01  PARMJOB.                                                     00002270
           02  PARM-LEN           PIC  9(04)  COMP.                     00002280
           02  PARM-APLICACAO     PIC  X(08).                           00002290
           02  FILLER             PIC  X(01).                           00002300
           02  PARM-TICKET        PIC  X(12).                           00002310
      *----------------------------------------------------------------*00002320
      *                                                                *00002330
      *----------------------------------------------------------------*00002340
       PROCEDURE   DIVISION      USING   PARMJOB.                       00002350
      *----------------------------------------------------------------*00002360
      *                                                                *00002370
      *----------------------------------------------------------------*00002380
       0000-0000-PRINCIPAL.                                             00002390
           OPEN OUTPUT RELATO UTSDECK.                                  00002400
           ACCEPT CURDATA              FROM DATE.                       00002410
           IF  PARM-LEN  LESS  1                                        00002420
               MOVE   '*'              TO  WS-APL-ATUAL                 00002430
           ELSE                                                         00002440
               MOVE   PARM-APLICACAO   TO  WS-APL-ATUAL                 00002450
               IF  WS-APL-ATUAL  EQUAL  SPACES                          00002460
                   MOVE   '*'          TO  WS-APL-ATUAL                 00002470
               END-IF                                                   00002480
           END-IF.                                                      00002490
           IF  PARM-LEN  GREATER  9                                     00002500
               IF  PARM-LEN  LESS  21                                   00002510
                   MOVE  PARM-TICKET(1:PARM-LEN - 9)  TO  DKR-TICKET    00002520
               ELSE                                                     00002530
                   MOVE  PARM-TICKET              TO  DKR-TICKET        00002540
               END-IF                                                   00002550
           END-IF.                                                      00002560
           PERFORM 0100-0000-CARREGA-INVNTRY THRU 0100-0000-EXIT.       00002570
                                                                        00002580
           PERFORM 0200-0000-TRATA-APLICACAO THRU 0200-0000-EXIT        00002590
             VARYING IND-APL FROM +1 BY +1                              00002600
               UNTIL IND-APL GREATER QTD-APL.                           00002610
                                                                        00002620
           IF  QTD-GER  GREATER  +0                                     00002630
               PERFORM 0600-0000-GRAVA-ALTER THRU 0600-0000-EXIT        00002640
               PERFORM 0700-0000-GRAVA-REORG THRU 0700-0000-EXIT        00002650
           END-IF.                                                      00002660
                                                                        00002670
           MOVE   SPACES               TO  LINHA-REL.                   00002680
           PERFORM 0900-9999-IMPRIME THRU 0900-9999-EXIT.               00002690
           MOVE   WS-QTD-APL-TRATADAS  TO  ZQTD.                        00002700
           MOVE   WS-QTD-EXCECOES      TO  ZQTD2.                       00002710
           STRING 'APLICACOES AVALIADAS: ' ZQTD                         00002720
                  '   TABELAS FORA DO CATALOGO: ' ZQTD2                 00002730
                  DELIMITED BY SIZE INTO LINHA-REL.                     00002740
           PERFORM 0900-9999-IMPRIME THRU 0900-9999-EXIT.               00002750
           MOVE   WS-T-SIMPLES         TO  ZQTD.                        00002760
           MOVE   WS-T-SEGMENTADO      TO  ZQTD2.                       00002770
           MOVE   WS-T-CLASSICO        TO  ZQTD3.                       00002780
           MOVE   WS-T-UTS             TO  ZQTD4.                       00002790
           STRING 'TABLESPACES - SIMPLES: ' ZQTD                        00002800
                  '  SEGMENTADOS: ' ZQTD2                               00002810
                  '  PARTICIONADOS CLASSICOS: ' ZQTD3                   00002820
                  '  JA UTS: ' ZQTD4                                    00002830
                  DELIMITED BY SIZE INTO LINHA-REL.                     00002840
           PERFORM 0900-9999-IMPRIME THRU 0900-9999-EXIT.               00002850
           MOVE   WS-T-PRONTOS         TO  ZQTD.                        00002860
           MOVE   WS-T-BLOQUEADOS      TO  ZQTD2.                       00002870
           MOVE   QTD-GER              TO  ZQTD3.                       00002880
           STRING 'PRONTOS PARA CONVERSAO: ' ZQTD                       00002890
                  '  COM BLOQUEIO: ' ZQTD2                              00002900
                  '  GERADOS NO UTSDECK (SEM REPETICAO): ' ZQTD3        00002910
                  DELIMITED BY SIZE INTO LINHA-REL.                     00002920
           PERFORM 0900-9999-IMPRIME THRU 0900-9999-EXIT.               00002930
                                                                        00002940
           CLOSE RELATO UTSDECK.                                        00002950
           EXEC SQL COMMIT WORK END-EXEC.                               00002960
           IF  WS-QTD-EXCECOES  GREATER  +0                             00002970
               MOVE   +4               TO  RETURN-CODE                  00002980
           ELSE                                                         00002990
               MOVE   +0               TO  RETURN-CODE                  00003000
           END-IF.                                                      00003010
           MOVE   QTD-GER              TO  DKR-QTD-OBJETOS.             00003020
           MOVE   RETURN-CODE          TO  DKR-RETURN-CODE.             00003030
           CALL  'DB2DKREG'  USING  DKR-PARM.                           00003040
           STOP  RUN.                                                   00003050
       0000-0000-EXIT. EXIT.                                            00003060
      *----------------------------------------------------------------*00003070
      * CARREGA AS ENTRADAS ATIVAS DO INVENTARIO (DA APLICACAO DO PARM *00003080
      * OU TODAS) E MONTA A LISTA DE APLICACOES DISTINTAS              *00003090
      *----------------------------------------------------------------*00003100
       0100-0000-CARREGA-INVNTRY.                                       00003110
           OPEN INPUT INVNTRY.                                          00003120
           PERFORM 0110-0100-LE-INVNTRY THRU 0110-0100-EXIT             00003130
             UNTIL FIM-INVNTRY.                                         00003140
           CLOSE INVNTRY.                                               00003150
       0100-0000-EXIT. EXIT.                                            00003160
      *----------------------------------------------------------------*00003170
      *                                                                *00003180
      *----------------------------------------------------------------*00003190
       0110-0100-LE-INVNTRY.                                            00003200
           READ  INVNTRY  NEXT                                          00003210
               AT END                                                   00003220
                   MOVE   'SIM'         TO   N88-FIM-INVNTRY            00003230
                   GO  TO  0110-0100-EXIT                               00003240
           END-READ.                                                    00003250
           IF  INV-SITUACAO  NOT EQUAL  'A'                             00003260
               GO  TO  0110-0100-EXIT                                   00003270
           END-IF.                                                      00003280
           IF  WS-APL-ATUAL  NOT EQUAL  '*'                             00003290
               AND INV-APLICACAO  NOT EQUAL  WS-APL-ATUAL               00003300
               GO  TO  0110-0100-EXIT                                   00003310
           END-IF.                                                      00003320
           IF  QTD-INV  GREATER  +1999                                  00003330
               DISPLAY 'DB2UTSCV - ERRO - INVENTARIO MAIOR QUE 2000 '   00003340
                       'ENTRADAS'                                       00003350
               MOVE   +16              TO  RETURN-CODE                  00003360
               STOP  RUN                                                00003370
           END-IF.                                                      00003380
           ADD    +1                   TO  QTD-INV.                     00003390
           MOVE   INV-CREATOR          TO  TB-INV-CREATOR(QTD-INV).     00003400
           MOVE   INV-TABELA           TO  TB-INV-TABELA(QTD-INV).      00003410
           MOVE   INV-APLICACAO        TO  TB-INV-APLICACAO(QTD-INV).   00003420
                                                                        00003430
           PERFORM VARYING IND-APL FROM +1 BY +1                        00003440
             UNTIL IND-APL  GREATER  QTD-APL                            00003450
                OR TB-APL-NOME(IND-APL)  EQUAL  INV-APLICACAO           00003460
               CONTINUE                                                 00003470
           END-PERFORM.                                                 00003480
           IF  IND-APL  GREATER  QTD-APL                                00003490
               IF  QTD-APL  NOT LESS  +100                              00003500
                   DISPLAY 'DB2UTSCV - ERRO - MAIS DE 100 APLICACOES'   00003510
                   MOVE   +16          TO  RETURN-CODE                  00003520
                   STOP  RUN                                            00003530
               END-IF                                                   00003540
               ADD    +1               TO  QTD-APL                      00003550
               MOVE   INV-APLICACAO    TO  TB-APL-NOME(QTD-APL)         00003560
           END-IF.                                                      00003570
       0110-0100-EXIT. EXIT.                                            00003580
      *----------------------------------------------------------------*00003590
      * UMA APLICACAO: LEVANTA OS TABLESPACES E CLASSIFICA CADA UM     *00003600
      *----------------------------------------------------------------*00003610
       0200-0000-TRATA-APLICACAO.                                       00003620
           ADD    +1                   TO  WS-QTD-APL-TRATADAS.         00003630
           MOVE   +0                   TO  QTD-ESP.                     00003640
           MOVE   +0                   TO  WS-A-SIMPLES                 00003650
                                           WS-A-SEGMENTADO              00003660
                                           WS-A-CLASSICO                00003670
                                           WS-A-UTS                     00003680
                                           WS-A-PRONTOS                 00003690
                                           WS-A-BLOQUEADOS.             00003700
                                                                        00003710
           MOVE   SPACES               TO  LINHA-REL.                   00003720
           PERFORM 0900-9999-IMPRIME THRU 0900-9999-EXIT.               00003730
           STRING 'APLICACAO ' TB-APL-NOME(IND-APL)                     00003740
                  DELIMITED BY SIZE INTO LINHA-REL.                     00003750
           PERFORM 0900-9999-IMPRIME THRU 0900-9999-EXIT.               00003760
                                                                        00003770
           PERFORM 0210-0200-MONTA-ESPACOS THRU 0210-0200-EXIT          00003780
             VARYING IND-INV FROM +1 BY +1                              00003790
               UNTIL IND-INV GREATER QTD-INV.                           00003800
                                                                        00003810
           PERFORM 0300-0200-CLASSIFICA-ESPACO THRU 0300-0200-EXIT      00003820
             VARYING IND-ESP FROM +1 BY +1                              00003830
               UNTIL IND-ESP GREATER QTD-ESP.                           00003840
                                                                        00003850
           MOVE   WS-A-SIMPLES         TO  ZQTD.                        00003860
           MOVE   WS-A-SEGMENTADO      TO  ZQTD2.                       00003870
           MOVE   WS-A-CLASSICO        TO  ZQTD3.                       00003880
           MOVE   WS-A-UTS             TO  ZQTD4.                       00003890
           MOVE   WS-A-PRONTOS         TO  ZQTD5.                       00003900
           MOVE   WS-A-BLOQUEADOS      TO  ZQTD6.                       00003910
           MOVE   SPACES               TO  LINHA-REL.                   00003920
           STRING '   TOTAL ' TB-APL-NOME(IND-APL)                      00003930
                  ': SIMPLES ' ZQTD                                     00003940
                  '  SEGMENTADOS ' ZQTD2                                00003950
                  '  PART. CLASSICOS ' ZQTD3                            00003960
                  '  JA UTS ' ZQTD4                                     00003970
                  '  PRONTOS ' ZQTD5                                    00003980
                  '  BLOQUEADOS ' ZQTD6                                 00003990
                  DELIMITED BY SIZE INTO LINHA-REL.                     00004000
           PERFORM 0900-9999-IMPRIME THRU 0900-9999-EXIT.               00004010
       0200-0000-EXIT. EXIT.                                            00004020
      *----------------------------------------------------------------*00004030
      * TABLESPACE DE CADA TABELA DA APLICACAO (SEM REPETIR)           *00004040
      *----------------------------------------------------------------*00004050
       0210-0200-MONTA-ESPACOS.                                         00004060
           IF  TB-INV-APLICACAO(IND-INV)                                00004070
               NOT EQUAL  TB-APL-NOME(IND-APL)                          00004080
               GO  TO  0210-0200-EXIT                                   00004090
           END-IF.                                                      00004100
           MOVE   TB-INV-CREATOR(IND-INV)  TO  H-CREATOR.               00004110
           MOVE   TB-INV-TABELA(IND-INV)   TO  H-TABELA.                00004120
           EXEC SQL                                                     00004130
                SELECT S.DBNAME, S.NAME, S.TYPE, S.SEGSIZE,             00004140
                       S.PARTITIONS, S.NTABLES, T.PARTKEYCOLNUM         00004150
                  INTO :H-DBNAME, :H-TSNAME, :H-TYPE, :H-SEGSIZE,       00004160
                       :H-PARTITIONS, :H-NTABLES, :H-PARTKEYCOLNUM      00004170
                  FROM SYSIBM.SYSTABLES     T,                          00004180
                       SYSIBM.SYSTABLESPACE S                           00004190
                 WHERE T.CREATOR = :H-CREATOR                           00004200
                   AND T.NAME    = :H-TABELA                            00004210
                   AND S.DBNAME  = T.DBNAME                             00004220
                   AND S.NAME    = T.TSNAME                             00004230
           END-EXEC.                                                    00004240
           IF  SQLCODE  EQUAL  +100                                     00004250
               ADD    +1               TO  WS-QTD-EXCECOES              00004260
               MOVE   SPACES           TO  LINHA-REL                    00004270
               STRING '   ' H-CREATOR '.' H-TABELA                      00004280
                      ' NAO ENCONTRADA NO CATALOGO'                     00004290
                      DELIMITED BY SIZE INTO LINHA-REL                  00004300
               PERFORM 0900-9999-IMPRIME THRU 0900-9999-EXIT            00004310
               GO  TO  0210-0200-EXIT                                   00004320
           END-IF.                                                      00004330
           IF  SQLCODE  NOT EQUAL  +0                                   00004340
               DISPLAY '*** ERRO NO SELECT SYSTABLES ' H-CREATOR '.'    00004350
                       H-TABELA                                         00004360
               PERFORM  9999-9999-ERRO-DB2  THRU 9999-9999-EXIT         00004370
           END-IF.                                                      00004380
                                                                        00004390
           PERFORM VARYING IND-ESP FROM +1 BY +1                        00004400
             UNTIL IND-ESP  GREATER  QTD-ESP                            00004410
                OR (TB-ESP-DBNAME(IND-ESP)  EQUAL  H-DBNAME             00004420
               AND  TB-ESP-TSNAME(IND-ESP)  EQUAL  H-TSNAME)            00004430
               CONTINUE                                                 00004440
           END-PERFORM.                                                 00004450
           IF  IND-ESP  GREATER  QTD-ESP                                00004460
               IF  QTD-ESP  NOT LESS  +300                              00004470
                   DISPLAY 'DB2UTSCV - ERRO - MAIS DE 300 TABLESPACES ' 00004480
                           'NA APLICACAO ' TB-APL-NOME(IND-APL)         00004490
                   MOVE   +16          TO  RETURN-CODE                  00004500
                   STOP  RUN                                            00004510
               END-IF                                                   00004520
               ADD    +1               TO  QTD-ESP                      00004530
               MOVE   H-DBNAME         TO  TB-ESP-DBNAME(QTD-ESP)       00004540
               MOVE   H-TSNAME         TO  TB-ESP-TSNAME(QTD-ESP)       00004550
               MOVE   H-TYPE           TO  TB-ESP-TIPO(QTD-ESP)         00004560
               MOVE   H-SEGSIZE        TO  TB-ESP-SEGSIZE(QTD-ESP)      00004570
               MOVE   H-PARTITIONS     TO  TB-ESP-PARTITIONS(QTD-ESP)   00004580
               MOVE   H-NTABLES        TO  TB-ESP-NTABLES(QTD-ESP)      00004590
               MOVE   H-PARTKEYCOLNUM  TO  TB-ESP-PARTKEY(QTD-ESP)      00004600
           END-IF.                                                      00004610
       0210-0200-EXIT. EXIT.                                            00004620
      *----------------------------------------------------------------*00004630
      * UM TABLESPACE: TIPO, ALVO, BLOQUEIOS E GERACAO DO CASO SIMPLES *00004640
      *----------------------------------------------------------------*00004650
       0300-0200-CLASSIFICA-ESPACO.                                     00004660
           MOVE   TB-ESP-DBNAME(IND-ESP)   TO  H-DBNAME.                00004670
           MOVE   TB-ESP-TSNAME(IND-ESP)   TO  H-TSNAME.                00004680
           PERFORM 0310-0300-TAMANHO THRU 0310-0300-EXIT.               00004690
           MOVE   +0                   TO  WS-BLOQUEIOS.                00004700
           MOVE   SPACES               TO  WS-ALVO.                     00004710
                                                                        00004720
           EVALUATE TRUE                                                00004730
               WHEN TB-ESP-TIPO(IND-ESP)  EQUAL  'G'                    00004740
                    MOVE 'UTS PBG'                TO  WS-TIPO-TXT       00004750
                    MOVE 'JA CONVERTIDO'          TO  WS-SITUACAO-TXT   00004760
                    ADD  +1   TO  WS-A-UTS  WS-T-UTS                    00004770
               WHEN TB-ESP-TIPO(IND-ESP)  EQUAL  'R'                    00004780
                    MOVE 'UTS PBR'                TO  WS-TIPO-TXT       00004790
                    MOVE 'JA CONVERTIDO'          TO  WS-SITUACAO-TXT   00004800
                    ADD  +1   TO  WS-A-UTS  WS-T-UTS                    00004810
               WHEN TB-ESP-TIPO(IND-ESP)  EQUAL  'O'                    00004820
                 OR TB-ESP-TIPO(IND-ESP)  EQUAL  'P'                    00004830
                    MOVE 'LOB/XML'                TO  WS-TIPO-TXT       00004840
                    MOVE 'FORA DO ESCOPO'         TO  WS-SITUACAO-TXT   00004850
               WHEN TB-ESP-PARTITIONS(IND-ESP)  GREATER  +0             00004860
                    MOVE 'PARTICIONADO CLASSICO'  TO  WS-TIPO-TXT       00004870
                    MOVE 'PBR'                    TO  WS-ALVO           00004880
                    ADD  +1   TO  WS-A-CLASSICO  WS-T-CLASSICO          00004890
               WHEN TB-ESP-SEGSIZE(IND-ESP)  GREATER  +0                00004900
                    MOVE 'SEGMENTADO'             TO  WS-TIPO-TXT       00004910
                    MOVE 'PBG'                    TO  WS-ALVO           00004920
                    ADD  +1   TO  WS-A-SEGMENTADO  WS-T-SEGMENTADO      00004930
               WHEN OTHER                                               00004940
                    MOVE 'SIMPLES'                TO  WS-TIPO-TXT       00004950
                    MOVE 'PBG'                    TO  WS-ALVO           00004960
                    ADD  +1   TO  WS-A-SIMPLES  WS-T-SIMPLES            00004970
           END-EVALUATE.                                                00004980
                                                                        00004990
           MOVE   TB-ESP-NTABLES(IND-ESP)  TO  ZTAB.                    00005000
           MOVE   H-TAMANHO-MB         TO  ZMB.                         00005010
           MOVE   SPACES               TO  LINHA-REL.                   00005020
           STRING '   ' H-DBNAME '.' H-TSNAME '  ' WS-TIPO-TXT          00005030
                  '  TABELAS ' ZTAB '  TAMANHO(MB) ' ZMB                00005040
                  DELIMITED BY SIZE INTO LINHA-REL.                     00005050
           IF  WS-ALVO  EQUAL  SPACES                                   00005060
               STRING '  ' WS-SITUACAO-TXT                              00005070
                      DELIMITED BY SIZE INTO LINHA-REL(80:53)           00005080
               PERFORM 0900-9999-IMPRIME THRU 0900-9999-EXIT            00005090
               GO  TO  0300-0200-EXIT                                   00005100
           END-IF.                                                      00005110
           STRING '  ALVO ' WS-ALVO                                     00005120
                  DELIMITED BY SIZE INTO LINHA-REL(80:53).              00005130
           PERFORM 0900-9999-IMPRIME THRU 0900-9999-EXIT.               00005140
                                                                        00005150
      *--- BLOQUEIOS                                                    00005160
           IF  TB-ESP-NTABLES(IND-ESP)  GREATER  +1                     00005170
               ADD    +1               TO  WS-BLOQUEIOS                 00005180
               STRING '      BLOQUEIO: TABLESPACE COM MAIS DE UMA '     00005190
                      'TABELA - SEPARAR AS TABELAS ANTES DA CONVERSAO'  00005200
                      DELIMITED BY SIZE INTO LINHA-REL                  00005210
               PERFORM 0900-9999-IMPRIME THRU 0900-9999-EXIT            00005220
           END-IF.                                                      00005230
           COMPUTE WS-PARTES-NEC =                                      00005240
                   (H-TAMANHO-MB + WS-MB-PARTICAO - 1) / WS-MB-PARTICAO.00005250
           IF  WS-PARTES-NEC  LESS  +1                                  00005260
               MOVE   +1               TO  WS-PARTES-NEC                00005270
           END-IF.                                                      00005280
           IF  WS-ALVO  EQUAL  'PBG'                                    00005290
               AND WS-PARTES-NEC  GREATER  WS-MAX-PARTICOES             00005300
               ADD    +1               TO  WS-BLOQUEIOS                 00005310
               STRING '      BLOQUEIO: TAMANHO ALEM DO LIMITE DO PBG '  00005320
                      '(4096 PARTICOES DE 4G) - AVALIAR PBR'            00005330
                      DELIMITED BY SIZE INTO LINHA-REL                  00005340
               PERFORM 0900-9999-IMPRIME THRU 0900-9999-EXIT            00005350
           END-IF.                                                      00005360
           IF  WS-ALVO  EQUAL  'PBR'                                    00005370
               IF  TB-ESP-PARTKEY(IND-ESP)  EQUAL  +0                   00005380
                   ADD    +1           TO  WS-BLOQUEIOS                 00005390
                   STRING '      BLOQUEIO: PARTICIONAMENTO CONTROLADO ' 00005400
                          'PELO INDICE - CONVERTER PARA CONTROLE PELA ' 00005410
                          'TABELA ANTES'                                00005420
                          DELIMITED BY SIZE INTO LINHA-REL              00005430
                   PERFORM 0900-9999-IMPRIME THRU 0900-9999-EXIT        00005440
               END-IF                                                   00005450
               ADD    +1               TO  WS-BLOQUEIOS                 00005460
               STRING '      BLOQUEIO: ALVO PBR NAO E'' GERADO - '      00005470
                      'PLANEJAR NO PROJETO (ALTER TABLESPACE ... '      00005480
                      'SEGSIZE + REORG)'                                00005490
                      DELIMITED BY SIZE INTO LINHA-REL                  00005500
               PERFORM 0900-9999-IMPRIME THRU 0900-9999-EXIT            00005510
           END-IF.                                                      00005520
                                                                        00005530
           IF  WS-BLOQUEIOS  GREATER  +0                                00005540
               ADD    +1               TO  WS-A-BLOQUEADOS              00005550
                                           WS-T-BLOQUEADOS              00005560
               GO  TO  0300-0200-EXIT                                   00005570
           END-IF.                                                      00005580
           ADD    +1                   TO  WS-A-PRONTOS WS-T-PRONTOS.   00005590
           COMPUTE WS-MAXPART = WS-PARTES-NEC * 2.                      00005600
           IF  WS-MAXPART  GREATER  WS-MAX-PARTICOES                    00005610
               MOVE   WS-MAX-PARTICOES TO  WS-MAXPART                   00005620
           END-IF.                                                      00005630
           MOVE   WS-MAXPART           TO  ZPART.                       00005640
           STRING '      PRONTO - ALTER TABLESPACE MAXPARTITIONS ' ZPART00005650
                  ' + REORG NO UTSDECK'                                 00005660
                  DELIMITED BY SIZE INTO LINHA-REL.                     00005670
           PERFORM 0900-9999-IMPRIME THRU 0900-9999-EXIT.               00005680
           PERFORM 0320-0300-GUARDA-GERADO THRU 0320-0300-EXIT.         00005690
       0300-0200-EXIT. EXIT.                                            00005700
      *----------------------------------------------------------------*00005710
      * TAMANHO ALOCADO DO TABLESPACE EM MB (SPACEF DA SYSTABLEPART    *00005720
      * EM KB)                                                         *00005730
      *----------------------------------------------------------------*00005740
       0310-0300-TAMANHO.                                               00005750
           EXEC SQL                                                     00005760
                SELECT INTEGER(VALUE(SUM(SPACEF), 0) / 1024)            00005770
                  INTO :H-TAMANHO-MB                                    00005780
                  FROM SYSIBM.SYSTABLEPART                              00005790
                 WHERE DBNAME = :H-DBNAME                               00005800
                   AND TSNAME = :H-TSNAME                               00005810
           END-EXEC.                                                    00005820
           IF  SQLCODE  NOT EQUAL  +0                                   00005830
               DISPLAY '*** ERRO NO SELECT SYSTABLEPART ' H-DBNAME '.'  00005840
                       H-TSNAME                                         00005850
               PERFORM  9999-9999-ERRO-DB2  THRU 9999-9999-EXIT         00005860
           END-IF.                                                      00005870
           IF  H-TAMANHO-MB  LESS  +0                                   00005880
               MOVE   +0               TO  H-TAMANHO-MB                 00005890
           END-IF.                                                      00005900
       0310-0300-EXIT. EXIT.                                            00005910
      *----------------------------------------------------------------*00005920
      * TABLESPACE COMPARTILHADO E' GERADO UMA SO' VEZ                 *00005930
      *----------------------------------------------------------------*00005940
       0320-0300-GUARDA-GERADO.                                         00005950
           PERFORM VARYING IND-GER FROM +1 BY +1                        00005960
             UNTIL IND-GER  GREATER  QTD-GER                            00005970
                OR (TB-GER-DBNAME(IND-GER)  EQUAL  H-DBNAME             00005980
               AND  TB-GER-TSNAME(IND-GER)  EQUAL  H-TSNAME)            00005990
               CONTINUE                                                 00006000
           END-PERFORM.                                                 00006010
           IF  IND-GER  NOT GREATER  QTD-GER                            00006020
               GO  TO  0320-0300-EXIT                                   00006030
           END-IF.                                                      00006040
           IF  QTD-GER  NOT LESS  +500                                  00006050
               DISPLAY 'DB2UTSCV - AVISO - MAIS DE 500 TABLESPACES '    00006060
                       'PRONTOS, EXCEDENTES NAO GERADOS'                00006070
               GO  TO  0320-0300-EXIT                                   00006080
           END-IF.                                                      00006090
           ADD    +1                   TO  QTD-GER.                     00006100
           MOVE   H-DBNAME             TO  TB-GER-DBNAME(QTD-GER).      00006110
           MOVE   H-TSNAME             TO  TB-GER-TSNAME(QTD-GER).      00006120
           MOVE   WS-MAXPART           TO  TB-GER-MAXPART(QTD-GER).     00006130
       0320-0300-EXIT. EXIT.                                            00006140
      *----------------------------------------------------------------*00006150
      * TRECHO 1: ALTERACOES PENDENTES (MAXPARTITIONS)                 *00006160
      *----------------------------------------------------------------*00006170
       0600-0000-GRAVA-ALTER.                                           00006180
           MOVE   './ DECK DSNTEP2'    TO  LIN-DECK.                    00006190
           MOVE   'DB2UTSCV'           TO  LIN-DECK(18:8).              00006200
           MOVE   'UTSDECK'            TO  LIN-DECK(27:8).              00006210
           PERFORM 0800-9999-GRAVA-DECK THRU 0800-9999-EXIT.            00006220
           PERFORM 0610-0600-ALTER-ESPACO THRU 0610-0600-EXIT           00006230
             VARYING IND-GER FROM +1 BY +1                              00006240
               UNTIL IND-GER  GREATER  QTD-GER.                         00006250
           MOVE   'COMMIT;'            TO  LIN-DECK.                    00006260
           PERFORM 0800-9999-GRAVA-DECK THRU 0800-9999-EXIT.            00006270
       0600-0000-EXIT. EXIT.                                            00006280
      *----------------------------------------------------------------*00006290
      *                                                                *00006300
      *----------------------------------------------------------------*00006310
       0610-0600-ALTER-ESPACO.                                          00006320
           MOVE   TB-GER-MAXPART(IND-GER)  TO  ZPART.                   00006330
           MOVE   +1                   TO  WS-PTR-DECK.                 00006340
           STRING 'ALTER TABLESPACE ' DELIMITED BY SIZE                 00006350
                  TB-GER-DBNAME(IND-GER) DELIMITED BY SPACE             00006360
                  '.' DELIMITED BY SIZE                                 00006370
                  TB-GER-TSNAME(IND-GER) DELIMITED BY SPACE             00006380
                  ' MAXPARTITIONS ' ZPART ';' DELIMITED BY SIZE         00006390
                  INTO LIN-DECK WITH POINTER WS-PTR-DECK.               00006400
           PERFORM 0800-9999-GRAVA-DECK THRU 0800-9999-EXIT.            00006410
       0610-0600-EXIT. EXIT.                                            00006420
      *----------------------------------------------------------------*00006430
      * TRECHO 2: REORG QUE MATERIALIZA A ALTERACAO PENDENTE           *00006440
      *----------------------------------------------------------------*00006450
       0700-0000-GRAVA-REORG.                                           00006460
           MOVE   './ DECK UTIL'       TO  LIN-DECK.                    00006470
           MOVE   'DB2UTSCV'           TO  LIN-DECK(18:8).              00006480
           MOVE   'UTSDECK'            TO  LIN-DECK(27:8).              00006490
           PERFORM 0800-9999-GRAVA-DECK THRU 0800-9999-EXIT.            00006500
           PERFORM 0710-0700-REORG-ESPACO THRU 0710-0700-EXIT           00006510
             VARYING IND-GER FROM +1 BY +1                              00006520
               UNTIL IND-GER  GREATER  QTD-GER.                         00006530
       0700-0000-EXIT. EXIT.                                            00006540
      *----------------------------------------------------------------*00006550
      *                                                                *00006560
      *----------------------------------------------------------------*00006570
       0710-0700-REORG-ESPACO.                                          00006580
           MOVE   +1                   TO  WS-PTR-DECK.                 00006590
           STRING '  REORG TABLESPACE ' DELIMITED BY SIZE               00006600
                  TB-GER-DBNAME(IND-GER) DELIMITED BY SPACE             00006610
                  '.' DELIMITED BY SIZE                                 00006620
                  TB-GER-TSNAME(IND-GER) DELIMITED BY SPACE             00006630
                  ' SHRLEVEL REFERENCE' DELIMITED BY SIZE               00006640
                  INTO LIN-DECK WITH POINTER WS-PTR-DECK.               00006650
           PERFORM 0800-9999-GRAVA-DECK THRU 0800-9999-EXIT.            00006660
       0710-0700-EXIT. EXIT.                                            00006670
      *----------------------------------------------------------------*00006680
      *                                                                *00006690
      *----------------------------------------------------------------*00006700
       0800-9999-GRAVA-DECK.                                            00006710
           WRITE  REG-UTSDECK          FROM LIN-DECK.                   00006720
           MOVE   SPACES               TO  LIN-DECK.                    00006730
       0800-9999-EXIT. EXIT.                                            00006740
      *----------------------------------------------------------------*00006750
      *                                                                *00006760
      *----------------------------------------------------------------*00006770
       0900-9999-IMPRIME.                                               00006780
           IF  AC-LINHA-REL  GREATER  60                                00006790
               ADD    +1               TO  AC-PAGINA-REL                00006800
               MOVE   AC-PAGINA-REL    TO  REL-CAB1-PAG                 00006810
               MOVE   ATU-DIA          TO  CB-DIA                       00006820
               MOVE   ATU-MES          TO  CB-MES                       00006830
               MOVE   ATU-ANO          TO  CB-ANO                       00006840
               WRITE  REG-RELATO       FROM REL-CAB1 AFTER PAGE         00006850
               WRITE  REG-RELATO       FROM REL-CAB2                    00006860
               WRITE  REG-RELATO       FROM REL-CAB3                    00006870
               MOVE   +3               TO  AC-LINHA-REL                 00006880
           END-IF.                                                      00006890
           WRITE  REG-RELATO           FROM LINHA-REL.                  00006900
           ADD    +1                   TO  AC-LINHA-REL.                00006910
           MOVE   SPACES               TO  LINHA-REL.                   00006920
       0900-9999-EXIT. EXIT.                                            00006930
      *----------------------------------------------------------------*00006940
      *                                                                *00006950
      *----------------------------------------------------------------*00006960
       9999-9999-ERRO-DB2.                                              00006970
           MOVE   SQLCODE              TO  WS-SQLCODE.                  00006980
           DISPLAY '*** SQLCODE  ' WS-SQLCODE.                          00006990
           DISPLAY '    SQLERRMC ' SQLERRMC.                            00007000
           DISPLAY '    SQLSTATE ' SQLSTATE.                            00007010
           MOVE   +16                  TO  RETURN-CODE.                 00007020
           STOP RUN.                                                    00007030
       9999-9999-EXIT. EXIT.                                            00007040
