       IDENTIFICATION DIVISION.                                         00000010
       PROGRAM-ID.    DB2LKHOT.                                         00000020
      *----------------------------------------------------------------*00000030
      * DATA:  OUT/2026                                                *00000040
      * OBJETIVOS: PONTOS QUENTES DE DEADLOCK/TIMEOUT POR OBJETO. O    *00000050
      *   DB2ERRRL AGRUPA O ERRLOG POR PROGRAMA E SQLCODE; AQUI O      *00000060
      *   AGRUPAMENTO E' PELO RECURSO DISPUTADO:                       *00000070
      *   - LE OS CABECALHOS DO ERRLOG (GRAVADOS PELO DB2ERRO) COM     *00000080
      *     SQLCODE -911, -913 E -904 E AS LINHAS DE MENSAGEM DO       *00000090
      *     DSNTIAR QUE OS SEGUEM, E EXTRAI O 'RESOURCE NAME'          *00000100
      *     (DATABASE.TABLESPACE) DO TEXTO;                            *00000110
      *   - ACUMULA AS OCORRENCIAS POR OBJETO E POR PAR DE PROGRAMAS.  *00000120
      *     O ERRLOG SO' TRAZ O PROGRAMA QUE FALHOU; O PAR E' FORMADO  *00000130
      *     POR DOIS PROGRAMAS DISTINTOS QUE FALHARAM NO MESMO OBJETO, *00000140
      *     NO MESMO DIA, DENTRO DA JANELA DE MINUTOS DO PARM;         *00000150
      *   - PARA CADA OBJETO MOSTRA LOCKSIZE (LOCKRULE), LOCKMAX E     *00000160
      *     MAXROWS DA SYSIBM.SYSTABLESPACE, O NUMERO DE PARTICOES DA  *00000170
      *     SYSIBM.SYSTABLEPART E A APLICACAO DONA (INVNTRY, PELAS     *00000180
      *     TABELAS DO TABLESPACE);                                    *00000190
      *   - ORDENA OS OBJETOS PELO TOTAL DE OCORRENCIAS E SUGERE O     *00000200
      *     CAMINHO: MUDAR ATRIBUTO DE LOCK OU FALAR COM A EQUIPE DA   *00000210
      *     APLICACAO.                                                 *00000220
      *   PARM: COLS 1-6 PERIODO AAAAMM (BRANCO = MES CORRENTE,        *00000230
      *   '*' = ERRLOG INTEIRO), COLS 8-10 JANELA EM MINUTOS PARA O    *00000240
      *   PAR DE PROGRAMAS (DEFAULT 005).                              *00000250
      * AREA RESPONSAVEL: ADMINISTRACAO DE BANCO DE DADOS              *00000260
      *----------------------------------------------------------------*00000270
       ENVIRONMENT    DIVISION.                                         00000280
      *                                                                 00000290
       INPUT-OUTPUT       SECTION.                                      00000300
       FILE-CONTROL.                                                    00000310
           SELECT  ERRLOG   ASSIGN  TO  ERRLOG.                         00000320
           SELECT  INVNTRY  ASSIGN  TO  INVNTRY                         00000330
                   ORGANIZATION  IS  INDEXED                            00000340
                   ACCESS  MODE  IS  DYNAMIC                            00000350
                   RECORD  KEY   IS  INV-CHAVE.                         00000360
           SELECT  RELATO   ASSIGN  TO  RELATO.                         00000370
      *                                                                 00000380
       DATA DIVISION.                                                   00000390
      *                                                                 00000400
       FILE            SECTION.                                         00000410
       FD  ERRLOG                                                       00000420
           LABEL  RECORD  IS  OMITTED                                   00000430
           RECORDING MODE IS F.                                         00000440
                                                                        00000450
       01  REG-ERRLOG                  PIC  X(132).                     00000460
      *                                                                 00000470
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
       FD  RELATO                                                       00000640
           LABEL  RECORD  IS  OMITTED                                   00000650
           RECORDING MODE IS F.                                         00000660
                                                                        00000670
       01  REG-RELATO                  PIC  X(132).                     00000680
      *                                                                 00000690
       WORKING-STORAGE SECTION.                                         00000700
      *----------------------------------------------------------------*00000710
      * CABECALHO DO ERRLOG (MESMA LINHA-CABEC DO DB2ERRO)             *00000720
      *----------------------------------------------------------------*00000730
       01  REG-CABEC.                                                   00000740
           02  CAB-MARCA          PIC X(09).                            00000750
           02  CAB-PROGRAMA       PIC X(08).                            00000760
           02  FILLER             PIC X(10).                            00000770
           02  CAB-CONTEXTO       PIC X(30).                            00000780
           02  FILLER             PIC X(09).                            00000790
           02  CAB-SQLCODE        PIC X(06).                            00000800
           02  FILLER             PIC X(06).                            00000810
           02  CAB-DATA           PIC 9(08).                            00000820
           02  CAB-DATA-R  REDEFINES  CAB-DATA.                         00000830
               03  CAB-ANOMES     PIC 9(06).                            00000840
               03  CAB-DIA        PIC 9(02).                            00000850
           02  FILLER             PIC X(06).                            00000860
           02  CAB-HORA           PIC 9(08).                            00000870
           02  CAB-HORA-R  REDEFINES  CAB-HORA.                         00000880
               03  CAB-HH         PIC 9(02).                            00000890
               03  CAB-MM         PIC 9(02).                            00000900
               03  CAB-SS         PIC 9(02).                            00000910
               03  CAB-CC         PIC 9(02).                            00000920
           02  FILLER             PIC X(32).                            00000930
      *--- LINHA DE MENSAGEM DO DSNTIAR (MESMA LINHA-MSG DO DB2ERRO)    00000940
       01  REG-MENSAGEM  REDEFINES  REG-CABEC.                          00000950
           02  FILLER             PIC X(03).                            00000960
           02  MSG-TEXTO          PIC X(79).                            00000970
           02  FILLER             PIC X(50).                            00000980
      *----------------------------------------------------------------*00000990
      * ERRO EM MONTAGEM (CABECALHO LIDO, MENSAGEM AINDA CHEGANDO)     *00001000
      *----------------------------------------------------------------*00001010
       01  ERRO-ATUAL.                                                  00001020
           02  ATU-PENDENTE       PIC X(01)          VALUE 'N'.         00001030
           02  ATU-PROGRAMA       PIC X(08)          VALUE SPACES.      00001040
           02  ATU-SQLCODE        PIC X(06)          VALUE SPACES.      00001050
           02  ATU-DATA           PIC 9(08)          VALUE ZEROS.       00001060
           02  ATU-SEGUNDOS       PIC S9(09) COMP    VALUE +0.          00001070
           02  ATU-TAM-MSG        PIC S9(04) COMP    VALUE +0.          00001080
           02  ATU-MSG            PIC X(320)         VALUE SPACES.      00001090
      *----------------------------------------------------------------*00001100
      * OBJETOS DISPUTADOS                                             *00001110
      *----------------------------------------------------------------*00001120
       01  TAB-OBJETOS.                                                 00001130
           02  QTD-OBJ            PIC S9(04) COMP    VALUE +0.          00001140
           02  IND-OBJ            PIC S9(04) COMP    VALUE +0.          00001150
           02  FILLER             OCCURS    300  TIMES.                 00001160
               04  TB-OBJ-DBNAME      PIC  X(08).                       00001170
               04  TB-OBJ-TSNAME      PIC  X(08).                       00001180
               04  TB-OBJ-QTD-911     PIC S9(05) COMP.                  00001190
               04  TB-OBJ-QTD-913     PIC S9(05) COMP.                  00001200
               04  TB-OBJ-QTD-904     PIC S9(05) COMP.                  00001210
               04  TB-OBJ-TOTAL       PIC S9(05) COMP.                  00001220
               04  TB-OBJ-LISTADO     PIC  X(01).                       00001230
      *----------------------------------------------------------------*00001240
      * OCORRENCIAS (PARA FORMAR OS PARES DE PROGRAMAS)                *00001250
      *----------------------------------------------------------------*00001260
       01  TAB-EVENTOS.                                                 00001270
           02  QTD-EVT            PIC S9(04) COMP    VALUE +0.          00001280
           02  IND-EVT            PIC S9(04) COMP    VALUE +0.          00001290
           02  IND-EVT2           PIC S9(04) COMP    VALUE +0.          00001300
           02  FILLER             OCCURS   3000  TIMES.                 00001310
               04  TB-EVT-OBJ         PIC S9(04) COMP.                  00001320
               04  TB-EVT-PROGRAMA    PIC  X(08).                       00001330
               04  TB-EVT-DATA        PIC  9(08).                       00001340
               04  TB-EVT-SEGUNDOS    PIC S9(09) COMP.                  00001350
      *----------------------------------------------------------------*00001360
      * PARES DE PROGRAMAS POR OBJETO (PROGRAMA-A MENOR QUE O B)       *00001370
      *----------------------------------------------------------------*00001380
       01  TAB-PARES.                                                   00001390
           02  QTD-PAR            PIC S9(04) COMP    VALUE +0.          00001400
           02  IND-PAR            PIC S9(04) COMP    VALUE +0.          00001410
           02  FILLER             OCCURS    500  TIMES.                 00001420
               04  TB-PAR-OBJ         PIC S9(04) COMP.                  00001430
               04  TB-PAR-PROG-A      PIC  X(08).                       00001440
               04  TB-PAR-PROG-B      PIC  X(08).                       00001450
               04  TB-PAR-QTD         PIC S9(05) COMP.                  00001460
      *----------------------------------------------------------------*00001470
      * AREAS AUXILIARES                                               *00001480
      *----------------------------------------------------------------*00001490
       01  FILLER.                                                      00001500
           02  WS-SQLCODE              PIC -----9.                      00001510
           02  WS-PERIODO              PIC  X(06)      VALUE SPACES.    00001520
           02  WS-JANELA-MIN           PIC  9(03)      VALUE 5.         00001530
           02  WS-JANELA-SEG           PIC S9(09) COMP VALUE +300.      00001540
           02  WS-DIF-SEG              PIC S9(09) COMP VALUE +0.        00001550
           02  WS-QTD-LIDOS            PIC S9(07) COMP VALUE +0.        00001560
           02  WS-QTD-SEM-NOME         PIC S9(07) COMP VALUE +0.        00001570
           02  WS-QTD-DESPREZADOS      PIC S9(07) COMP VALUE +0.        00001580
           02  WS-IND-CAR              PIC S9(04) COMP VALUE +0.        00001590
           02  WS-CARACTER             PIC  X(01)      VALUE SPACES.    00001600
           02  WS-ULT-CARACTER         PIC  X(01)      VALUE SPACES.    00001610
           02  WS-POS                  PIC S9(04) COMP VALUE +0.        00001620
           02  WS-RES-DBNAME           PIC  X(08)      VALUE SPACES.    00001630
           02  WS-RES-TSNAME           PIC  X(08)      VALUE SPACES.    00001640
           02  WS-PROG-A               PIC  X(08)      VALUE SPACES.    00001650
           02  WS-PROG-B               PIC  X(08)      VALUE SPACES.    00001660
           02  WS-RANK                 PIC S9(04) COMP VALUE +0.        00001670
           02  WS-MAIOR                PIC S9(04) COMP VALUE +0.        00001680
           02  WS-QTD-PROGRAMAS        PIC S9(04) COMP VALUE +0.        00001690
           02  WS-QTD-PARES-OBJ        PIC S9(04) COMP VALUE +0.        00001700
           02  WS-ACHOU-CATALOGO       PIC  X(01)      VALUE 'N'.       00001710
           02  WS-APLICACAO            PIC  X(08)      VALUE SPACES.    00001720
           02  WS-OUTRAS-APL           PIC  X(01)      VALUE 'N'.       00001730
           02  WS-LOCKSIZE-TXT         PIC  X(10)      VALUE SPACES.    00001740
           02  WS-LOCKMAX-TXT          PIC  X(06)      VALUE SPACES.    00001750
           02  WS-SUGESTAO             PIC  X(80)      VALUE SPACES.    00001760
           02  ZRANK                   PIC ZZ9.                         00001770
           02  ZQTD                    PIC ZZZZ9.                       00001780
           02  ZQTD2                   PIC ZZZZ9.                       00001790
           02  ZQTD3                   PIC ZZZZ9.                       00001800
           02  ZQTD4                   PIC ZZZZ9.                       00001810
           02  ZQTD5                   PIC ZZZZ9.                       00001820
           02  ZMAXROWS                PIC ZZ9.                         00001830
           02  ZPART                   PIC ZZZ9.                        00001840
      *----------------------------------------------------------------*00001850
      * HOSTS DE CATALOGO                                              *00001860
      *----------------------------------------------------------------*00001870
       01  H-DBNAME                    PIC  X(08).                      00001880
       01  H-TSNAME                    PIC  X(08).                      00001890
       01  H-CREATOR                   PIC  X(08).                      00001900
       01  H-TABELA                    PIC  X(18).                      00001910
       01  H-LOCKRULE                  PIC  X(01).                      00001920
       01  H-LOCKMAX                   PIC S9(09) COMP.                 00001930
       01  H-MAXROWS                   PIC S9(04) COMP.                 00001940
       01  H-QTD-PARTES                PIC S9(09) COMP.                 00001950
      *----------------------------------------------------------------*00001960
      * CONTROLES                                                      *00001970
      *----------------------------------------------------------------*00001980
       01  CHAVES-FIM.                                                  00001990
           02  N88-FIM-ERRLOG                    PIC  X(03) VALUE 'NAO'.00002000
               88  FIM-ERRLOG                               VALUE 'SIM'.00002010
           02  N88-FIM-SYSTABLES                 PIC  X(03) VALUE 'NAO'.00002020
               88  FIM-SYSTABLES                            VALUE 'SIM'.00002030
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
       01  CURDATA8               PIC  9(08)         VALUE ZEROS.       00002150
       01  CURDATA8-R REDEFINES  CURDATA8.                              00002160
           03  ATU-ANOMES         PIC X(06).                            00002170
           03  FILLER             PIC X(02).                            00002180
       01  REL-CAB1.                                                    00002190
           03  FILLER             PIC X(52)          VALUE              00002200
               'DB2LKHOT     ADMINISTRACAO DE BANCO DE DADOS'.          00002210
           03  FILLER             PIC X(06)          VALUE 'DATA: '.    00002220
           03  REL-CAB1-DATA.                                           00002230
               05  CB-DIA         PIC 9(02)/.                           00002240
               05  CB-MES         PIC 9(02)/.                           00002250
               05  CB-ANO         PIC 9(02).                            00002260
           03  FILLER             PIC X(04)          VALUE SPACES.      00002270
           03  FILLER             PIC X(05)          VALUE 'PAG: '.     00002280
           03  REL-CAB1-PAG       PIC ZZZ9.                             00002290
           03  FILLER             PIC X(53)          VALUE SPACES.      00002300
       01  REL-CAB2.                                                    00002310
           03  FILLER             PIC X(132)         VALUE              00002320
               'PONTOS QUENTES DE DEADLOCK/TIMEOUT POR OBJETO (ERRLOG -900002330
      -        '11/-913/-904)'.                                         00002340
       01  REL-CAB3.                                                    00002350
           03  FILLER             PIC X(132)         VALUE ALL '-'.     00002360
      *                                                                 00002370
           EXEC SQL INCLUDE SQLCA END-EXEC.                             00002380
      *----------------------------------------------------------------*00002390
      *                                                                *00002400
      *----------------------------------------------------------------*00002410
       LINKAGE     SECTION.                                             00002420
       01  PARMJOB.                                                     00002430
           02  PARM-LEN           PIC  9(04)  COMP.                     00002440
           02  PARM-PERIODO       PIC  X(06).                           00002450
           02  FILLER             PIC  X(01).                           00002460
           02  PARM-JANELA        PIC  X(03).                           00002470
      *----------------------------------------------------------------*00002480
      *                                                                *00002490
      *----------------------------------------------------------------*00002500
       PROCEDURE   DIVISION      USING   PARMJOB.                       00002510
      *----------------------------------------------------------------*00002520
      *                                                                *00002530
      *----------------------------------------------------------------*00002540
       0000-0000-PRINCIPAL.                                             00002550
           OPEN INPUT  ERRLOG INVNTRY.                                  00002560
           OPEN OUTPUT RELATO.                                          00002570
           ACCEPT CURDATA              FROM DATE.                       00002580
           IF  CURDATA(1:2)  GREATER  '70'                              00002590
               COMPUTE CURDATA8 = 19000000 + CURDATA                    00002600
           ELSE                                                         00002610
               COMPUTE CURDATA8 = 20000000 + CURDATA                    00002620
           END-IF.                                                      00002630
           PERFORM 0050-0000-TRATA-PARM      THRU 0050-0000-EXIT.       00002640
           PERFORM 0100-0000-VARRE-ERRLOG    THRU 0100-0000-EXIT.       00002650
           PERFORM 0300-0000-MONTA-PARES     THRU 0300-0000-EXIT.       00002660
           PERFORM 0400-0000-RELATA          THRU 0400-0000-EXIT.       00002670
           CLOSE ERRLOG INVNTRY RELATO.                                 00002680
           EXEC SQL COMMIT WORK END-EXEC.                               00002690
           MOVE   +0                   TO  RETURN-CODE.                 00002700
           STOP  RUN.                                                   00002710
       0000-0000-EXIT. EXIT.                                            00002720
      *----------------------------------------------------------------*00002730
      * PERIODO (BRANCO = MES CORRENTE, '*' = TUDO) E JANELA DO PAR    *00002740
      *----------------------------------------------------------------*00002750
       0050-0000-TRATA-PARM.                                            00002760
           MOVE   ATU-ANOMES           TO  WS-PERIODO.                  00002770
           IF  PARM-LEN  NOT LESS  6                                    00002780
               IF  PARM-PERIODO(1:1)  EQUAL  '*'                        00002790
                   MOVE   '*'          TO  WS-PERIODO                   00002800
               ELSE                                                     00002810
                   IF  PARM-PERIODO  NUMERIC                            00002820
                       MOVE   PARM-PERIODO TO  WS-PERIODO               00002830
                   END-IF                                               00002840
               END-IF                                                   00002850
           END-IF.                                                      00002860
           IF  PARM-LEN  NOT LESS  10                                   00002870
               IF  PARM-JANELA  NUMERIC                                 00002880
                   MOVE   PARM-JANELA  TO  WS-JANELA-MIN                00002890
               END-IF                                                   00002900
           END-IF.                                                      00002910
           COMPUTE WS-JANELA-SEG = WS-JANELA-MIN * 60.                  00002920
       0050-0000-EXIT. EXIT.                                            00002930
      *----------------------------------------------------------------*00002940
      * VARRE O ERRLOG: CABECALHO ABRE UM ERRO, AS LINHAS SEGUINTES    *00002950
      * ('   ' NA COLUNA 1) SAO A MENSAGEM DO DSNTIAR DESSE ERRO       *00002960
      *----------------------------------------------------------------*00002970
       0100-0000-VARRE-ERRLOG.                                          00002980
           PERFORM 0110-0100-LE-ERRLOG THRU 0110-0100-EXIT              00002990
             UNTIL FIM-ERRLOG.                                          00003000
           PERFORM 0200-0110-FECHA-ERRO THRU 0200-0110-EXIT.            00003010
       0100-0000-EXIT. EXIT.                                            00003020
      *----------------------------------------------------------------*00003030
      *                                                                *00003040
      *----------------------------------------------------------------*00003050
       0110-0100-LE-ERRLOG.                                             00003060
           READ  ERRLOG  INTO  REG-CABEC                                00003070
               AT END                                                   00003080
                   MOVE   'SIM'         TO   N88-FIM-ERRLOG             00003090
                   GO  TO  0110-0100-EXIT                               00003100
           END-READ.                                                    00003110
           IF  CAB-MARCA  NOT EQUAL  'PROGRAMA '                        00003120
               IF  ATU-PENDENTE  EQUAL  'S'                             00003130
                   PERFORM 0120-0110-ACUMULA-TEXTO THRU 0120-0110-EXIT  00003140
               END-IF                                                   00003150
               GO  TO  0110-0100-EXIT                                   00003160
           END-IF.                                                      00003170
           PERFORM 0200-0110-FECHA-ERRO THRU 0200-0110-EXIT.            00003180
           IF  CAB-SQLCODE  NOT EQUAL  '  -911'                         00003190
               AND CAB-SQLCODE  NOT EQUAL  '  -913'                     00003200
               AND CAB-SQLCODE  NOT EQUAL  '  -904'                     00003210
               GO  TO  0110-0100-EXIT                                   00003220
           END-IF.                                                      00003230
           IF  CAB-DATA  NOT NUMERIC                                    00003240
               OR CAB-HORA  NOT NUMERIC                                 00003250
               GO  TO  0110-0100-EXIT                                   00003260
           END-IF.                                                      00003270
           IF  WS-PERIODO  NOT EQUAL  '*'                               00003280
               AND CAB-DATA(1:6)  NOT EQUAL  WS-PERIODO                 00003290
               GO  TO  0110-0100-EXIT                                   00003300
           END-IF.                                                      00003310
           ADD    +1                   TO  WS-QTD-LIDOS.                00003320
           MOVE   'S'                  TO  ATU-PENDENTE.                00003330
           MOVE   CAB-PROGRAMA         TO  ATU-PROGRAMA.                00003340
           MOVE   CAB-SQLCODE          TO  ATU-SQLCODE.                 00003350
           MOVE   CAB-DATA             TO  ATU-DATA.                    00003360
           COMPUTE ATU-SEGUNDOS = CAB-HH * 3600 + CAB-MM * 60 + CAB-SS. 00003370
           MOVE   SPACES               TO  ATU-MSG.                     00003380
           MOVE   +0                   TO  ATU-TAM-MSG.                 00003390
           MOVE   SPACE                TO  WS-ULT-CARACTER.             00003400
       0110-0100-EXIT. EXIT.                                            00003410
      *----------------------------------------------------------------*00003420
      * JUNTA A LINHA DA MENSAGEM AO TEXTO DO ERRO, REDUZINDO BRANCOS  *00003430
      * SEGUIDOS A UM SO' (O DSNTIAR QUEBRA A FRASE ENTRE AS LINHAS)   *00003440
      *----------------------------------------------------------------*00003450
       0120-0110-ACUMULA-TEXTO.                                         00003460
           PERFORM 0130-0120-UM-CARACTER THRU 0130-0120-EXIT            00003470
             VARYING WS-IND-CAR FROM +1 BY +1                           00003480
               UNTIL WS-IND-CAR GREATER +79.                            00003490
           MOVE   SPACE                TO  WS-CARACTER.                 00003500
           PERFORM 0140-0120-GUARDA-CARACTER THRU 0140-0120-EXIT.       00003510
       0120-0110-EXIT. EXIT.                                            00003520
      *----------------------------------------------------------------*00003530
      *                                                                *00003540
      *----------------------------------------------------------------*00003550
       0130-0120-UM-CARACTER.                                           00003560
           MOVE   MSG-TEXTO(WS-IND-CAR:1)  TO  WS-CARACTER.             00003570
           PERFORM 0140-0120-GUARDA-CARACTER THRU 0140-0120-EXIT.       00003580
       0130-0120-EXIT. EXIT.                                            00003590
      *----------------------------------------------------------------*00003600
      *                                                                *00003610
      *----------------------------------------------------------------*00003620
       0140-0120-GUARDA-CARACTER.                                       00003630
           IF  WS-CARACTER  EQUAL  SPACE                                00003640
               AND WS-ULT-CARACTER  EQUAL  SPACE                        00003650
               GO  TO  0140-0120-EXIT                                   00003660
           END-IF.                                                      00003670
           IF  ATU-TAM-MSG  NOT LESS  +320                              00003680
               GO  TO  0140-0120-EXIT                                   00003690
           END-IF.                                                      00003700
           ADD    +1                   TO  ATU-TAM-MSG.                 00003710
           MOVE   WS-CARACTER          TO  ATU-MSG(ATU-TAM-MSG:1).      00003720
           MOVE   WS-CARACTER          TO  WS-ULT-CARACTER.             00003730
       0140-0120-EXIT. EXIT.                                            00003740
      *----------------------------------------------------------------*00003750
      * FECHA O ERRO EM MONTAGEM: EXTRAI O 'RESOURCE NAME' E ACUMULA   *00003760
      * NO OBJETO (SEM NOME NA MENSAGEM VAI PARA O GRUPO NAO           *00003770
      * IDENTIFICADO)                                                  *00003780
      *----------------------------------------------------------------*00003790
       0200-0110-FECHA-ERRO.                                            00003800
           IF  ATU-PENDENTE  NOT EQUAL  'S'                             00003810
               GO  TO  0200-0110-EXIT                                   00003820
           END-IF.                                                      00003830
           MOVE   'N'                  TO  ATU-PENDENTE.                00003840
           MOVE   SPACES               TO  WS-RES-DBNAME WS-RES-TSNAME. 00003850
           MOVE   +0                   TO  WS-POS.                      00003860
           INSPECT ATU-MSG  TALLYING  WS-POS                            00003870
               FOR CHARACTERS BEFORE INITIAL 'RESOURCE NAME '.          00003880
           IF  WS-POS  LESS  +300                                       00003890
               ADD    +15              TO  WS-POS                       00003900
               UNSTRING ATU-MSG  DELIMITED BY '.' OR SPACE OR ','       00003910
                   INTO WS-RES-DBNAME WS-RES-TSNAME                     00003920
                   WITH POINTER WS-POS                                  00003930
               END-UNSTRING                                             00003940
           END-IF.                                                      00003950
           IF  WS-RES-DBNAME  EQUAL  SPACES                             00003960
               ADD    +1               TO  WS-QTD-SEM-NOME              00003970
               MOVE   SPACES           TO  WS-RES-TSNAME                00003980
           END-IF.                                                      00003990
                                                                        00004000
           PERFORM VARYING IND-OBJ FROM +1 BY +1                        00004010
             UNTIL IND-OBJ  GREATER  QTD-OBJ                            00004020
                OR (TB-OBJ-DBNAME(IND-OBJ)  EQUAL  WS-RES-DBNAME        00004030
               AND  TB-OBJ-TSNAME(IND-OBJ)  EQUAL  WS-RES-TSNAME)       00004040
               CONTINUE                                                 00004050
           END-PERFORM.                                                 00004060
           IF  IND-OBJ  GREATER  QTD-OBJ                                00004070
               IF  QTD-OBJ  NOT LESS  +300                              00004080
                   ADD    +1           TO  WS-QTD-DESPREZADOS           00004090
                   GO  TO  0200-0110-EXIT                               00004100
               END-IF                                                   00004110
               ADD    +1               TO  QTD-OBJ                      00004120
               MOVE   QTD-OBJ          TO  IND-OBJ                      00004130
               MOVE   WS-RES-DBNAME    TO  TB-OBJ-DBNAME(IND-OBJ)       00004140
               MOVE   WS-RES-TSNAME    TO  TB-OBJ-TSNAME(IND-OBJ)       00004150
               MOVE   +0               TO  TB-OBJ-QTD-911(IND-OBJ)      00004160
                                           TB-OBJ-QTD-913(IND-OBJ)      00004170
                                           TB-OBJ-QTD-904(IND-OBJ)      00004180
                                           TB-OBJ-TOTAL(IND-OBJ)        00004190
               MOVE   'N'              TO  TB-OBJ-LISTADO(IND-OBJ)      00004200
           END-IF.                                                      00004210
           ADD    +1                   TO  TB-OBJ-TOTAL(IND-OBJ).       00004220
           EVALUATE ATU-SQLCODE                                         00004230
               WHEN '  -911'                                            00004240
                    ADD  +1            TO  TB-OBJ-QTD-911(IND-OBJ)      00004250
               WHEN '  -913'                                            00004260
                    ADD  +1            TO  TB-OBJ-QTD-913(IND-OBJ)      00004270
               WHEN OTHER                                               00004280
                    ADD  +1            TO  TB-OBJ-QTD-904(IND-OBJ)      00004290
           END-EVALUATE.                                                00004300
                                                                        00004310
           IF  QTD-EVT  NOT LESS  +3000                                 00004320
               GO  TO  0200-0110-EXIT                                   00004330
           END-IF.                                                      00004340
           ADD    +1                   TO  QTD-EVT.                     00004350
           MOVE   IND-OBJ              TO  TB-EVT-OBJ(QTD-EVT).         00004360
           MOVE   ATU-PROGRAMA         TO  TB-EVT-PROGRAMA(QTD-EVT).    00004370
           MOVE   ATU-DATA             TO  TB-EVT-DATA(QTD-EVT).        00004380
           MOVE   ATU-SEGUNDOS         TO  TB-EVT-SEGUNDOS(QTD-EVT).    00004390
       0200-0110-EXIT. EXIT.                                            00004400
      *----------------------------------------------------------------*00004410
      * PARES: DOIS PROGRAMAS DISTINTOS NO MESMO OBJETO, NO MESMO DIA, *00004420
      * DENTRO DA JANELA                                               *00004430
      *----------------------------------------------------------------*00004440
       0300-0000-MONTA-PARES.                                           00004450
           PERFORM 0310-0300-UM-EVENTO THRU 0310-0300-EXIT              00004460
             VARYING IND-EVT FROM +1 BY +1                              00004470
               UNTIL IND-EVT GREATER QTD-EVT.                           00004480
       0300-0000-EXIT. EXIT.                                            00004490
      *----------------------------------------------------------------*00004500
      *                                                                *00004510
      *----------------------------------------------------------------*00004520
       0310-0300-UM-EVENTO.                                             00004530
           IF  TB-EVT-OBJ(IND-EVT)  EQUAL  +0                           00004540
               GO  TO  0310-0300-EXIT                                   00004550
           END-IF.                                                      00004560
           IF  TB-OBJ-DBNAME(TB-EVT-OBJ(IND-EVT))  EQUAL  SPACES        00004570
               GO  TO  0310-0300-EXIT                                   00004580
           END-IF.                                                      00004590
           COMPUTE IND-EVT2 = IND-EVT + 1.                              00004600
           PERFORM 0320-0310-COMPARA THRU 0320-0310-EXIT                00004610
             VARYING IND-EVT2 FROM IND-EVT2 BY +1                       00004620
               UNTIL IND-EVT2 GREATER QTD-EVT.                          00004630
       0310-0300-EXIT. EXIT.                                            00004640
      *----------------------------------------------------------------*00004650
      *                                                                *00004660
      *----------------------------------------------------------------*00004670
       0320-0310-COMPARA.                                               00004680
           IF  TB-EVT-OBJ(IND-EVT2)  NOT EQUAL  TB-EVT-OBJ(IND-EVT)     00004690
               OR TB-EVT-DATA(IND-EVT2)  NOT EQUAL  TB-EVT-DATA(IND-EVT)00004700
               OR TB-EVT-PROGRAMA(IND-EVT2)                             00004710
                  EQUAL  TB-EVT-PROGRAMA(IND-EVT)                       00004720
               GO  TO  0320-0310-EXIT                                   00004730
           END-IF.                                                      00004740
           COMPUTE WS-DIF-SEG = TB-EVT-SEGUNDOS(IND-EVT2)               00004750
                              - TB-EVT-SEGUNDOS(IND-EVT).               00004760
           IF  WS-DIF-SEG  LESS  +0                                     00004770
               COMPUTE WS-DIF-SEG = WS-DIF-SEG * -1                     00004780
           END-IF.                                                      00004790
           IF  WS-DIF-SEG  GREATER  WS-JANELA-SEG                       00004800
               GO  TO  0320-0310-EXIT                                   00004810
           END-IF.                                                      00004820
           IF  TB-EVT-PROGRAMA(IND-EVT)  LESS  TB-EVT-PROGRAMA(IND-EVT2)00004830
               MOVE   TB-EVT-PROGRAMA(IND-EVT)   TO  WS-PROG-A          00004840
               MOVE   TB-EVT-PROGRAMA(IND-EVT2)  TO  WS-PROG-B          00004850
           ELSE                                                         00004860
               MOVE   TB-EVT-PROGRAMA(IND-EVT2)  TO  WS-PROG-A          00004870
               MOVE   TB-EVT-PROGRAMA(IND-EVT)   TO  WS-PROG-B          00004880
           END-IF.                                                      00004890
           PERFORM VARYING IND-PAR FROM +1 BY +1                        00004900
             UNTIL IND-PAR  GREATER  QTD-PAR                            00004910
                OR (TB-PAR-OBJ(IND-PAR)  EQUAL  TB-EVT-OBJ(IND-EVT)     00004920
               AND  TB-PAR-PROG-A(IND-PAR)  EQUAL  WS-PROG-A            00004930
               AND  TB-PAR-PROG-B(IND-PAR)  EQUAL  WS-PROG-B)           00004940
               CONTINUE                                                 00004950
           END-PERFORM.                                                 00004960
           IF  IND-PAR  GREATER  QTD-PAR                                00004970
               IF  QTD-PAR  NOT LESS  +500                              00004980
                   GO  TO  0320-0310-EXIT                               00004990
               END-IF                                                   00005000
               ADD    +1               TO  QTD-PAR                      00005010
               MOVE   QTD-PAR          TO  IND-PAR                      00005020
               MOVE   TB-EVT-OBJ(IND-EVT)  TO  TB-PAR-OBJ(IND-PAR)      00005030
               MOVE   WS-PROG-A        TO  TB-PAR-PROG-A(IND-PAR)       00005040
               MOVE   WS-PROG-B        TO  TB-PAR-PROG-B(IND-PAR)       00005050
               MOVE   +0               TO  TB-PAR-QTD(IND-PAR)          00005060
           END-IF.                                                      00005070
           ADD    +1                   TO  TB-PAR-QTD(IND-PAR).         00005080
       0320-0310-EXIT. EXIT.                                            00005090
      *----------------------------------------------------------------*00005100
      * RELATORIO: OBJETOS DO MAIOR PARA O MENOR TOTAL DE OCORRENCIAS  *00005110
      *----------------------------------------------------------------*00005120
       0400-0000-RELATA.                                                00005130
           MOVE   SPACES               TO  LINHA-REL.                   00005140
           IF  WS-PERIODO  EQUAL  '*'                                   00005150
               MOVE   'PERIODO: ERRLOG INTEIRO'  TO  LINHA-REL          00005160
           ELSE                                                         00005170
               STRING 'PERIODO: ' WS-PERIODO                            00005180
                      DELIMITED BY SIZE INTO LINHA-REL                  00005190
           END-IF.                                                      00005200
           MOVE   WS-JANELA-MIN        TO  ZQTD.                        00005210
           STRING '   JANELA DO PAR DE PROGRAMAS (MIN): ' ZQTD          00005220
                  DELIMITED BY SIZE INTO LINHA-REL(40:60).              00005230
           PERFORM 0900-9999-IMPRIME THRU 0900-9999-EXIT.               00005240
                                                                        00005250
           PERFORM 0410-0400-PROXIMO-OBJETO THRU 0410-0400-EXIT         00005260
             VARYING WS-RANK FROM +1 BY +1                              00005270
               UNTIL WS-RANK GREATER QTD-OBJ.                           00005280
                                                                        00005290
           MOVE   SPACES               TO  LINHA-REL.                   00005300
           PERFORM 0900-9999-IMPRIME THRU 0900-9999-EXIT.               00005310
           MOVE   WS-QTD-LIDOS         TO  ZQTD.                        00005320
           MOVE   QTD-OBJ              TO  ZQTD2.                       00005330
           MOVE   WS-QTD-SEM-NOME      TO  ZQTD3.                       00005340
           MOVE   QTD-PAR              TO  ZQTD4.                       00005350
           STRING 'ERROS -911/-913/-904 NO PERIODO: ' ZQTD              00005360
                  '   OBJETOS: ' ZQTD2                                  00005370
                  '   SEM RESOURCE NAME: ' ZQTD3                        00005380
                  '   PARES DE PROGRAMAS: ' ZQTD4                       00005390
                  DELIMITED BY SIZE INTO LINHA-REL.                     00005400
           PERFORM 0900-9999-IMPRIME THRU 0900-9999-EXIT.               00005410
           IF  WS-QTD-DESPREZADOS  GREATER  +0                          00005420
               MOVE   WS-QTD-DESPREZADOS  TO  ZQTD                      00005430
               STRING 'ERROS DESPREZADOS (MAIS DE 300 OBJETOS): ' ZQTD  00005440
                      DELIMITED BY SIZE INTO LINHA-REL                  00005450
               PERFORM 0900-9999-IMPRIME THRU 0900-9999-EXIT            00005460
           END-IF.                                                      00005470
       0400-0000-EXIT. EXIT.                                            00005480
      *----------------------------------------------------------------*00005490
      * ESCOLHE O OBJETO AINDA NAO LISTADO COM MAIS OCORRENCIAS        *00005500
      *----------------------------------------------------------------*00005510
       0410-0400-PROXIMO-OBJETO.                                        00005520
           MOVE   +0                   TO  WS-MAIOR.                    00005530
           PERFORM VARYING IND-OBJ FROM +1 BY +1                        00005540
             UNTIL IND-OBJ  GREATER  QTD-OBJ                            00005550
               IF  TB-OBJ-LISTADO(IND-OBJ)  EQUAL  'N'                  00005560
                   IF  WS-MAIOR  EQUAL  +0                              00005570
                       MOVE   IND-OBJ  TO  WS-MAIOR                     00005580
                   ELSE                                                 00005590
                       IF  TB-OBJ-TOTAL(IND-OBJ)                        00005600
                           GREATER  TB-OBJ-TOTAL(WS-MAIOR)              00005610
                           MOVE   IND-OBJ  TO  WS-MAIOR                 00005620
                       END-IF                                           00005630
                   END-IF                                               00005640
               END-IF                                                   00005650
           END-PERFORM.                                                 00005660
           IF  WS-MAIOR  EQUAL  +0                                      00005670
               GO  TO  0410-0400-EXIT                                   00005680
           END-IF.                                                      00005690
           MOVE   WS-MAIOR             TO  IND-OBJ.                     00005700
           MOVE   'S'                  TO  TB-OBJ-LISTADO(IND-OBJ).     00005710
           PERFORM 0500-0410-UM-OBJETO THRU 0500-0410-EXIT.             00005720
       0410-0400-EXIT. EXIT.                                            00005730
      *----------------------------------------------------------------*00005740
      * UM OBJETO: OCORRENCIAS, ATRIBUTOS DE LOCK, APLICACAO, PARES E  *00005750
      * SUGESTAO                                                       *00005760
      *----------------------------------------------------------------*00005770
       0500-0410-UM-OBJETO.                                             00005780
           MOVE   SPACES               TO  LINHA-REL.                   00005790
           PERFORM 0900-9999-IMPRIME THRU 0900-9999-EXIT.               00005800
           PERFORM 0510-0500-CONTA-PROGRAMAS THRU 0510-0500-EXIT.       00005810
           MOVE   WS-RANK              TO  ZRANK.                       00005820
           MOVE   TB-OBJ-TOTAL(IND-OBJ)    TO  ZQTD.                    00005830
           MOVE   TB-OBJ-QTD-911(IND-OBJ)  TO  ZQTD2.                   00005840
           MOVE   TB-OBJ-QTD-913(IND-OBJ)  TO  ZQTD3.                   00005850
           MOVE   TB-OBJ-QTD-904(IND-OBJ)  TO  ZQTD4.                   00005860
           MOVE   WS-QTD-PROGRAMAS     TO  ZQTD5.                       00005870
           IF  TB-OBJ-DBNAME(IND-OBJ)  EQUAL  SPACES                    00005880
               STRING ZRANK '. (RECURSO NAO IDENTIFICADO NA MENSAGEM)'  00005890
                      DELIMITED BY SIZE INTO LINHA-REL                  00005900
           ELSE                                                         00005910
               STRING ZRANK '. ' TB-OBJ-DBNAME(IND-OBJ) '.'             00005920
                      TB-OBJ-TSNAME(IND-OBJ)                            00005930
                      DELIMITED BY SIZE INTO LINHA-REL                  00005940
           END-IF.                                                      00005950
           STRING 'OCORRENCIAS ' ZQTD '  (-911 ' ZQTD2                  00005960
                  '  -913 ' ZQTD3 '  -904 ' ZQTD4                       00005970
                  ')  PROGRAMAS ' ZQTD5                                 00005980
                  DELIMITED BY SIZE INTO LINHA-REL(45:88).              00005990
           PERFORM 0900-9999-IMPRIME THRU 0900-9999-EXIT.               00006000
           IF  TB-OBJ-DBNAME(IND-OBJ)  EQUAL  SPACES                    00006010
               GO  TO  0500-0410-EXIT                                   00006020
           END-IF.                                                      00006030
                                                                        00006040
           PERFORM 0520-0500-LE-CATALOGO THRU 0520-0500-EXIT.           00006050
           IF  WS-ACHOU-CATALOGO  EQUAL  'S'                            00006060
               MOVE   H-MAXROWS        TO  ZMAXROWS                     00006070
               MOVE   H-QTD-PARTES     TO  ZPART                        00006080
               STRING '     LOCKSIZE ' WS-LOCKSIZE-TXT                  00006090
                      '  LOCKMAX ' WS-LOCKMAX-TXT                       00006100
                      '  MAXROWS ' ZMAXROWS                             00006110
                      '  PARTICOES ' ZPART                              00006120
                      '  APLICACAO ' WS-APLICACAO                       00006130
                      DELIMITED BY SIZE INTO LINHA-REL                  00006140
               IF  WS-OUTRAS-APL  EQUAL  'S'                            00006150
                   MOVE  '(+ OUTRAS)'  TO  LINHA-REL(99:10)             00006160
               END-IF                                                   00006170
           ELSE                                                         00006180
               MOVE  '     TABLESPACE NAO ENCONTRADO NO CATALOGO'       00006190
                 TO  LINHA-REL                                          00006200
           END-IF.                                                      00006210
           PERFORM 0900-9999-IMPRIME THRU 0900-9999-EXIT.               00006220
                                                                        00006230
           MOVE   +0                   TO  WS-QTD-PARES-OBJ.            00006240
           PERFORM 0560-0500-UM-PAR THRU 0560-0500-EXIT                 00006250
             VARYING IND-PAR FROM +1 BY +1                              00006260
               UNTIL IND-PAR GREATER QTD-PAR.                           00006270
                                                                        00006280
           PERFORM 0570-0500-SUGESTAO THRU 0570-0500-EXIT.              00006290
           STRING '     SUGESTAO: ' WS-SUGESTAO                         00006300
                  DELIMITED BY SIZE INTO LINHA-REL.                     00006310
           PERFORM 0900-9999-IMPRIME THRU 0900-9999-EXIT.               00006320
       0500-0410-EXIT. EXIT.                                            00006330
      *----------------------------------------------------------------*00006340
      * PROGRAMAS DISTINTOS QUE FALHARAM NO OBJETO                     *00006350
      *----------------------------------------------------------------*00006360
       0510-0500-CONTA-PROGRAMAS.                                       00006370
           MOVE   +0                   TO  WS-QTD-PROGRAMAS.            00006380
           PERFORM 0511-0510-UM-EVENTO THRU 0511-0510-EXIT              00006390
             VARYING IND-EVT FROM +1 BY +1                              00006400
               UNTIL IND-EVT GREATER QTD-EVT.                           00006410
       0510-0500-EXIT. EXIT.                                            00006420
      *----------------------------------------------------------------*00006430
      *                                                                *00006440
      *----------------------------------------------------------------*00006450
       0511-0510-UM-EVENTO.                                             00006460
           IF  TB-EVT-OBJ(IND-EVT)  NOT EQUAL  IND-OBJ                  00006470
               GO  TO  0511-0510-EXIT                                   00006480
           END-IF.                                                      00006490
           PERFORM VARYING IND-EVT2 FROM +1 BY +1                       00006500
             UNTIL IND-EVT2  NOT LESS  IND-EVT                          00006510
                OR (TB-EVT-OBJ(IND-EVT2)  EQUAL  IND-OBJ                00006520
               AND  TB-EVT-PROGRAMA(IND-EVT2)                           00006530
                    EQUAL  TB-EVT-PROGRAMA(IND-EVT))                    00006540
               CONTINUE                                                 00006550
           END-PERFORM.                                                 00006560
           IF  IND-EVT2  NOT LESS  IND-EVT                              00006570
               ADD    +1               TO  WS-QTD-PROGRAMAS             00006580
           END-IF.                                                      00006590
       0511-0510-EXIT. EXIT.                                            00006600
      *----------------------------------------------------------------*00006610
      * ATRIBUTOS DE LOCK DO TABLESPACE, PARTICOES E APLICACAO DONA    *00006620
      *----------------------------------------------------------------*00006630
       0520-0500-LE-CATALOGO.                                           00006640
           MOVE   'N'                  TO  WS-ACHOU-CATALOGO.           00006650
           MOVE   TB-OBJ-DBNAME(IND-OBJ)   TO  H-DBNAME.                00006660
           MOVE   TB-OBJ-TSNAME(IND-OBJ)   TO  H-TSNAME.                00006670
           EXEC SQL                                                     00006680
                SELECT LOCKRULE, LOCKMAX, MAXROWS                       00006690
                  INTO :H-LOCKRULE, :H-LOCKMAX, :H-MAXROWS              00006700
                  FROM SYSIBM.SYSTABLESPACE                             00006710
                 WHERE DBNAME = :H-DBNAME                               00006720
                   AND NAME   = :H-TSNAME                               00006730
           END-EXEC.                                                    00006740
           IF  SQLCODE  EQUAL  +100                                     00006750
               GO  TO  0520-0500-EXIT                                   00006760
           END-IF.                                                      00006770
           IF  SQLCODE  NOT EQUAL  +0                                   00006780
               DISPLAY '*** ERRO NO SELECT SYSTABLESPACE ' H-DBNAME '.' 00006790
                       H-TSNAME                                         00006800
               PERFORM  9999-9999-ERRO-DB2  THRU 9999-9999-EXIT         00006810
           END-IF.                                                      00006820
           MOVE   'S'                  TO  WS-ACHOU-CATALOGO.           00006830
           EVALUATE H-LOCKRULE                                          00006840
               WHEN 'A'   MOVE 'ANY'        TO  WS-LOCKSIZE-TXT         00006850
               WHEN 'P'   MOVE 'PAGE'       TO  WS-LOCKSIZE-TXT         00006860
               WHEN 'R'   MOVE 'ROW'        TO  WS-LOCKSIZE-TXT         00006870
               WHEN 'S'   MOVE 'TABLESPACE' TO  WS-LOCKSIZE-TXT         00006880
               WHEN 'T'   MOVE 'TABLE'      TO  WS-LOCKSIZE-TXT         00006890
               WHEN 'L'   MOVE 'LOB'        TO  WS-LOCKSIZE-TXT         00006900
               WHEN 'X'   MOVE 'XML'        TO  WS-LOCKSIZE-TXT         00006910
               WHEN OTHER MOVE H-LOCKRULE   TO  WS-LOCKSIZE-TXT         00006920
           END-EVALUATE.                                                00006930
           EVALUATE TRUE                                                00006940
               WHEN H-LOCKMAX  LESS  +0                                 00006950
                    MOVE 'SYSTEM'           TO  WS-LOCKMAX-TXT          00006960
               WHEN H-LOCKMAX  EQUAL  +0                                00006970
                    MOVE 'NAO'              TO  WS-LOCKMAX-TXT          00006980
               WHEN OTHER                                               00006990
                    MOVE H-LOCKMAX          TO  ZQTD                    00007000
                    MOVE ZQTD               TO  WS-LOCKMAX-TXT          00007010
           END-EVALUATE.                                                00007020
                                                                        00007030
           EXEC SQL                                                     00007040
                SELECT COUNT(*)                                         00007050
                  INTO :H-QTD-PARTES                                    00007060
                  FROM SYSIBM.SYSTABLEPART                              00007070
                 WHERE DBNAME    = :H-DBNAME                            00007080
                   AND TSNAME    = :H-TSNAME                            00007090
                   AND PARTITION > 0                                    00007100
           END-EXEC.                                                    00007110
           IF  SQLCODE  NOT EQUAL  +0                                   00007120
               DISPLAY '*** ERRO NO SELECT SYSTABLEPART ' H-DBNAME '.'  00007130
                       H-TSNAME                                         00007140
               PERFORM  9999-9999-ERRO-DB2  THRU 9999-9999-EXIT         00007150
           END-IF.                                                      00007160
                                                                        00007170
           PERFORM 0530-0520-APLICACAO THRU 0530-0520-EXIT.             00007180
       0520-0500-EXIT. EXIT.                                            00007190
      *----------------------------------------------------------------*00007200
      * APLICACAO DONA: TABELAS DO TABLESPACE PROCURADAS NO INVNTRY    *00007210
      *----------------------------------------------------------------*00007220
       0530-0520-APLICACAO.                                             00007230
           MOVE   'NAO REG.'           TO  WS-APLICACAO.                00007240
           MOVE   'N'                  TO  WS-OUTRAS-APL.               00007250
           EXEC SQL                                                     00007260
                DECLARE C_SYSTABLES CURSOR FOR                          00007270
                SELECT CREATOR, NAME                                    00007280
                  FROM SYSIBM.SYSTABLES                                 00007290
                 WHERE DBNAME = :H-DBNAME                               00007300
                   AND TSNAME = :H-TSNAME                               00007310
                   AND TYPE   = 'T'                                     00007320
                 ORDER BY CREATOR, NAME                                 00007330
           END-EXEC.                                                    00007340
                                                                        00007350
           EXEC SQL OPEN C_SYSTABLES END-EXEC.                          00007360
           IF  SQLCODE  NOT EQUAL  +0                                   00007370
               DISPLAY '*** ERRO NO OPEN C_SYSTABLES'                   00007380
               PERFORM  9999-9999-ERRO-DB2  THRU 9999-9999-EXIT         00007390
           END-IF.                                                      00007400
           MOVE   'NAO'                TO  N88-FIM-SYSTABLES.           00007410
           PERFORM 0540-0530-FETCH-SYSTABLES THRU 0540-0530-EXIT        00007420
             UNTIL FIM-SYSTABLES.                                       00007430
           EXEC SQL CLOSE C_SYSTABLES END-EXEC.                         00007440
           IF  SQLCODE  NOT EQUAL  +0                                   00007450
               DISPLAY '*** ERRO NO CLOSE C_SYSTABLES'                  00007460
               PERFORM  9999-9999-ERRO-DB2  THRU 9999-9999-EXIT         00007470
           END-IF.                                                      00007480
       0530-0520-EXIT. EXIT.                                            00007490
      *----------------------------------------------------------------*00007500
      *                                                                *00007510
      *----------------------------------------------------------------*00007520
       0540-0530-FETCH-SYSTABLES.                                       00007530
           EXEC SQL                                                     00007540
                FETCH  C_SYSTABLES                                      00007550
                  INTO :H-CREATOR, :H-TABELA                            00007560
           END-EXEC.                                                    00007570
           IF  SQLCODE  EQUAL  +100                                     00007580
               MOVE   'SIM'            TO  N88-FIM-SYSTABLES            00007590
               GO  TO  0540-0530-EXIT                                   00007600
           END-IF.                                                      00007610
           IF  SQLCODE  NOT EQUAL  +0                                   00007620
               DISPLAY '*** ERRO NO FETCH C_SYSTABLES'                  00007630
               PERFORM  9999-9999-ERRO-DB2  THRU 9999-9999-EXIT         00007640
           END-IF.                                                      00007650
           MOVE   SPACES               TO  INV-CHAVE.                   00007660
           MOVE   H-CREATOR            TO  INV-CREATOR.                 00007670
           MOVE   H-TABELA             TO  INV-TABELA.                  00007680
           READ   INVNTRY                                               00007690
               INVALID KEY                                              00007700
                   GO  TO  0540-0530-EXIT                               00007710
           END-READ.                                                    00007720
           IF  INV-SITUACAO  NOT EQUAL  'A'                             00007730
               GO  TO  0540-0530-EXIT                                   00007740
           END-IF.                                                      00007750
           IF  WS-APLICACAO  EQUAL  'NAO REG.'                          00007760
               MOVE   INV-APLICACAO    TO  WS-APLICACAO                 00007770
           ELSE                                                         00007780
               IF  INV-APLICACAO  NOT EQUAL  WS-APLICACAO               00007790
                   MOVE   'S'          TO  WS-OUTRAS-APL                00007800
               END-IF                                                   00007810
           END-IF.                                                      00007820
       0540-0530-EXIT. EXIT.                                            00007830
      *----------------------------------------------------------------*00007840
      * PARES DE PROGRAMAS DO OBJETO                                   *00007850
      *----------------------------------------------------------------*00007860
       0560-0500-UM-PAR.                                                00007870
           IF  TB-PAR-OBJ(IND-PAR)  NOT EQUAL  IND-OBJ                  00007880
               GO  TO  0560-0500-EXIT                                   00007890
           END-IF.                                                      00007900
           ADD    +1                   TO  WS-QTD-PARES-OBJ.            00007910
           MOVE   TB-PAR-QTD(IND-PAR)  TO  ZQTD.                        00007920
           STRING '     PAR: ' TB-PAR-PROG-A(IND-PAR)                   00007930
                  ' X ' TB-PAR-PROG-B(IND-PAR)                          00007940
                  '  VEZES NA JANELA ' ZQTD                             00007950
                  DELIMITED BY SIZE INTO LINHA-REL.                     00007960
           PERFORM 0900-9999-IMPRIME THRU 0900-9999-EXIT.               00007970
       0560-0500-EXIT. EXIT.                                            00007980
      *----------------------------------------------------------------*00007990
      * SUGESTAO: ATRIBUTO DE LOCK OU CONVERSA COM A APLICACAO         *00008000
      *----------------------------------------------------------------*00008010
       0570-0500-SUGESTAO.                                              00008020
           EVALUATE TRUE                                                00008030
               WHEN TB-OBJ-DBNAME(IND-OBJ)  EQUAL  'DSNDB06'            00008040
                 OR TB-OBJ-DBNAME(IND-OBJ)  EQUAL  'DSNDB01'            00008050
                    MOVE 'CATALOGO/DIRETORIO - REVER JANELA DE BIND, DDL00008060
      -                  ' E UTILITARIOS'       TO  WS-SUGESTAO         00008070
               WHEN WS-ACHOU-CATALOGO  NOT EQUAL  'S'                   00008080
                    MOVE 'OBJETO FORA DO CATALOGO - CONFERIR O NOME NO E00008090
      -                  'RRLOG'                TO  WS-SUGESTAO         00008100
               WHEN TB-OBJ-QTD-904(IND-OBJ) * 2                         00008110
                    GREATER  TB-OBJ-TOTAL(IND-OBJ)                      00008120
                    MOVE 'RECURSO INDISPONIVEL - VERIFICAR ESTADO RESTRI00008130
      -                  'TO E UTILITARIOS'     TO  WS-SUGESTAO         00008140
               WHEN H-LOCKRULE  EQUAL  'S'                              00008150
                 OR H-LOCKRULE  EQUAL  'T'                              00008160
                    MOVE 'ATRIBUTO: LOCKSIZE GROSSO - AVALIAR LOCKSIZE P00008170
      -                  'AGE OU ROW'           TO  WS-SUGESTAO         00008180
               WHEN WS-QTD-PARES-OBJ  GREATER  +0                       00008190
                AND (H-LOCKRULE  EQUAL  'P'                             00008200
                 OR  H-LOCKRULE  EQUAL  'A')                            00008210
                    MOVE 'ATRIBUTO: DISPUTA ENTRE PROGRAMAS - AVALIAR LO00008220
      -                  'CKSIZE ROW OU MAXROWS MENOR'                  00008230
                                                TO  WS-SUGESTAO         00008240
               WHEN OTHER                                               00008250
                    MOVE 'APLICACAO: REVER FREQUENCIA DE COMMIT E ORDEM 00008260
      -                  'DE ACESSO COM A EQUIPE'                       00008270
                                                TO  WS-SUGESTAO         00008280
           END-EVALUATE.                                                00008290
       0570-0500-EXIT. EXIT.                                            00008300
      *----------------------------------------------------------------*00008310
      *                                                                *00008320
      *----------------------------------------------------------------*00008330
       0900-9999-IMPRIME.                                               00008340
           IF  AC-LINHA-REL  GREATER  60                                00008350
               ADD    +1               TO  AC-PAGINA-REL                00008360
               MOVE   AC-PAGINA-REL    TO  REL-CAB1-PAG                 00008370
               MOVE   ATU-DIA          TO  CB-DIA                       00008380
               MOVE   ATU-MES          TO  CB-MES                       00008390
               MOVE   ATU-ANO          TO  CB-ANO                       00008400
               WRITE  REG-RELATO       FROM REL-CAB1 AFTER PAGE         00008410
               WRITE  REG-RELATO       FROM REL-CAB2                    00008420
               WRITE  REG-RELATO       FROM REL-CAB3                    00008430
               MOVE   +3               TO  AC-LINHA-REL                 00008440
           END-IF.                                                      00008450
           WRITE  REG-RELATO           FROM LINHA-REL.                  00008460
           ADD    +1                   TO  AC-LINHA-REL.                00008470
           MOVE   SPACES               TO  LINHA-REL.                   00008480
       0900-9999-EXIT. EXIT.                                            00008490
      *----------------------------------------------------------------*00008500
      *                                                                *00008510
      *----------------------------------------------------------------*00008520
       9999-9999-ERRO-DB2.                                              00008530
           MOVE   SQLCODE              TO  WS-SQLCODE.                  00008540
           DISPLAY '*** SQLCODE  ' WS-SQLCODE.                          00008550
           DISPLAY '    SQLERRMC ' SQLERRMC.                            00008560
           DISPLAY '    SQLSTATE ' SQLSTATE.                            00008570
           MOVE   +16                  TO  RETURN-CODE.                 00008580
           STOP RUN.                                                    00008590
       9999-9999-EXIT. EXIT.                                            00008600
