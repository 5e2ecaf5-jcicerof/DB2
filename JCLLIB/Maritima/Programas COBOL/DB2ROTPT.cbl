       IDENTIFICATION DIVISION.                                         00000010
       PROGRAM-ID.    DB2ROTPT.                                         00000020
      *----------------------------------------------------------------*00000030
      * DATA:  OUT/2026                                                *00000040
      * OBJETIVOS: MANUTENCAO MENSAL DAS TABELAS HISTORICAS            *00000050
      *   PARTICIONADAS POR DATA (PARTICAO ROTATIVA). LE O ARQUIVO DE  *00000060
      *   CONTROLE ROTACAO, UM CARTAO POR TABELA:                      *00000070
      *     COLS  1-8  : CREATOR                                       *00000080
      *     COLS 10-27 : TABELA                                        *00000090
      *     COLS 29-31 : RETENCAO EM PARTICOES (PERIODOS)              *00000100
      *     COL  33    : REGRA DO INCREMENTO DO LIMITKEY - 'M' MENSAL, *00000110
      *                  'T' TRIMESTRAL, 'A' ANUAL                     *00000120
      *   OS LIMITKEYS ATUAIS VEM DA SYSIBM.SYSTABLEPART (A MESMA      *00000130
      *   LEITURA DO 3200-0500-MONTA-PARTICAO DO DB2CRDDL), NA ORDEM   *00000140
      *   LOGICA DAS PARTICOES (LOGICAL_PART). FORMATOS ACEITOS PARA A *00000150
      *   1A COLUNA DA CHAVE: DATA 'AAAA-MM-DD', TIMESTAMP ISO,        *00000160
      *   NUMERICO AAAAMMDD OU AAAAMM.                                 *00000170
      *   A TABELA ESTA' VENCIDA NO MES QUANDO O LIMITKEY DA ULTIMA    *00000180
      *   PARTICAO NAO COBRE O FIM DO MES SEGUINTE; O NOVO LIMITKEY E' *00000190
      *   O ULTIMO MAIS UM INCREMENTO (FIM DE MES SE O ULTIMO ERA FIM  *00000200
      *   DE MES). SE A PARTICAO MAIS ANTIGA AINDA GUARDA DADO MAIS    *00000210
      *   NOVO QUE A RETENCAO (LIMITKEY NAO ANTERIOR A DATA CORRENTE   *00000220
      *   MENOS RETENCAO X INCREMENTO), A TABELA E' PULADA.            *00000230
      *   PARA CADA TABELA VENCIDA GRAVA NO ROTDECK, EM TRES TRECHOS   *00000240
      *   QUE O DB2JCLBD EMBRULHA NA ORDEM:                            *00000250
      *   - './ DECK UTIL'   : UNLOAD DE ARQUIVAMENTO DA PARTICAO MAIS *00000260
      *     ANTIGA (TEMPLATES ARQROT/ARQPCH, PREFIXO DO PARM);         *00000270
      *   - './ DECK DSNTEP2': ALTER TABLE ... ROTATE PARTITION FIRST  *00000280
      *     TO LAST ENDING AT (NOVO LIMITKEY) RESET;                   *00000290
      *   - './ DECK UTIL'   : REORG/RUNSTATS DA PARTICAO ROTACIONADA  *00000300
      *   PARM: COLS 1-12 TICKET DA MUDANCA, COLS 14-21 PREFIXO DOS    *00000310
      *   DATASETS DE ARQUIVAMENTO (BRANCO = DBAARQ). O ROTDECK E'     *00000320
      *   REGISTRADO NO DB2ADM.DBA_DECK (VIA DB2DKREG) COM A QTD DE    *00000330
      *   TABELAS ROTACIONADAS.                                        *00000340
      *   RETURN-CODE 4: CARTAO INVALIDO, TABELA NAO PARTICIONADA OU   *00000350
      *   FORA DO CATALOGO, LIMITKEY EM FORMATO NAO TRATADO OU TABELA  *00000360
      *   VENCIDA PULADA PELA RETENCAO.                                *00000370
      * AREA RESPONSAVEL: ADMINISTRACAO DE BANCO DE DADOS              *00000380
      *----------------------------------------------------------------*00000390
       ENVIRONMENT    DIVISION.                                         00000400
      *                                                                 00000410
       INPUT-OUTPUT       SECTION.                                      00000420
       FILE-CONTROL.                                                    00000430
           SELECT  ROTACAO  ASSIGN  TO  ROTACAO.                        00000440
           SELECT  RELATO   ASSIGN  TO  RELATO.                         00000450
           SELECT  ROTDECK  ASSIGN  TO  ROTDECK.                        00000460
      *                                                                 00000470
       DATA DIVISION.                                                   00000480
      *                                                                 00000490
       FILE            SECTION.                                         00000500
       FD  ROTACAO                                                      00000510
           LABEL  RECORD  IS  OMITTED                                   00000520
           RECORDING MODE IS F.                                         00000530
                                                                        00000540
       01  REG-ROTACAO.                                                 00000550
           02  ROT-CREATOR             PIC  X(08).                      00000560
           02  FILLER                  PIC  X(01).                      00000570
           02  ROT-TABELA              PIC  X(18).                      00000580
           02  FILLER                  PIC  X(01).                      00000590
           02  ROT-RETENCAO            PIC  9(03).                      00000600
           02  FILLER                  PIC  X(01).                      00000610
           02  ROT-REGRA               PIC  X(01).                      00000620
               88  ROT-MENSAL                     VALUE 'M'.            00000630
               88  ROT-TRIMESTRAL                 VALUE 'T'.            00000640
               88  ROT-ANUAL                      VALUE 'A'.            00000650
           02  FILLER                  PIC  X(47).                      00000660
      *                                                                 00000670
       FD  RELATO                                                       00000680
           LABEL  RECORD  IS  OMITTED                                   00000690
           RECORDING MODE IS F.                                         00000700
                                                                        00000710
       01  REG-RELATO                  PIC  X(132).                     00000720
      *                                                                 00000730
       FD  ROTDECK                                                      00000740
           LABEL  RECORD  IS  OMITTED                                   00000750
           RECORDING MODE IS F.                                         00000760
                                                                        00000770
       01  REG-ROTDECK                 PIC  X(080).                     00000780
      *                                                                 00000790
       WORKING-STORAGE SECTION.                                         00000800
      *----------------------------------------------------------------*00000810
      * TABELAS VENCIDAS, GUARDADAS PARA GRAVAR OS TRES TRECHOS NA     *00000820
      * ORDEM (UNLOAD, ROTATE, REORG/RUNSTATS)                         *00000830
      *----------------------------------------------------------------*00000840
       01  TAB-ROTACOES.                                                00000850
           02  QTD-ROT            PIC S9(04) COMP    VALUE +0.          00000860
           02  IND-ROT            PIC S9(04) COMP    VALUE +0.          00000870
           02  FILLER             OCCURS    200  TIMES.                 00000880
               04  TB-ROT-CREATOR     PIC  X(08)     VALUE SPACES.      00000890
               04  TB-ROT-TABELA      PIC  X(18)     VALUE SPACES.      00000900
               04  TB-ROT-DBNAME      PIC  X(08)     VALUE SPACES.      00000910
               04  TB-ROT-TSNAME      PIC  X(08)     VALUE SPACES.      00000920
               04  TB-ROT-PARTICAO    PIC S9(04) COMP VALUE +0.         00000930
               04  TB-ROT-LIMITE      PIC  X(40)     VALUE SPACES.      00000940
      *----------------------------------------------------------------*00000950
      * DIAS DOS MESES (FEVEREIRO CORRIGIDO NO ANO BISSEXTO)           *00000960
      *----------------------------------------------------------------*00000970
       01  TAB-DIAS-MES-V         PIC X(24)  VALUE                      00000980
           '312831303130313130313031'.                                  00000990
       01  TAB-DIAS-MES  REDEFINES  TAB-DIAS-MES-V.                     00001000
           02  TB-DIAS-MES        OCCURS  12  TIMES  PIC 9(02).         00001010
      *----------------------------------------------------------------*00001020
      * AREAS AUXILIARES                                               *00001030
      *----------------------------------------------------------------*00001040
       01  FILLER.                                                      00001050
           02  WS-SQLCODE              PIC -----9.                      00001060
           02  WS-QTD-CARTOES          PIC S9(04) COMP VALUE +0.        00001070
           02  WS-QTD-EXCECOES         PIC S9(04) COMP VALUE +0.        00001080
           02  WS-QTD-NAO-VENCIDAS     PIC S9(04) COMP VALUE +0.        00001090
           02  WS-QTD-PULADAS          PIC S9(04) COMP VALUE +0.        00001100
           02  WS-QTD-PARTES           PIC S9(04) COMP VALUE +0.        00001110
           02  WS-MESES                PIC S9(04) COMP VALUE +0.        00001120
           02  WS-PTR-DECK             PIC S9(04) COMP VALUE +0.        00001130
           02  WS-IND                  PIC S9(04) COMP VALUE +0.        00001140
           02  WS-TAM                  PIC S9(04) COMP VALUE +0.        00001150
           02  WS-RESTO                PIC S9(04) COMP VALUE +0.        00001160
           02  WS-QUOCIENTE            PIC S9(04) COMP VALUE +0.        00001170
           02  WS-PREFIXO              PIC  X(08)      VALUE 'DBAARQ'.  00001180
           02  ZQTD                    PIC ZZZZ9.                       00001190
           02  ZQTD2                   PIC ZZZZ9.                       00001200
           02  ZPART                   PIC ZZZ9.                        00001210
           02  LIN-DECK                PIC X(80)       VALUE SPACES.    00001220
      *--- PARTICAO MAIS ANTIGA E ULTIMA DA TABELA EM TRATAMENTO        00001230
           02  WS-PRI-PARTICAO         PIC S9(04) COMP VALUE +0.        00001240
           02  WS-PRI-CHAVE            PIC  X(60)      VALUE SPACES.    00001250
           02  WS-PRI-TAM              PIC S9(04) COMP VALUE +0.        00001260
           02  WS-ULT-CHAVE            PIC  X(60)      VALUE SPACES.    00001270
           02  WS-ULT-TAM              PIC S9(04) COMP VALUE +0.        00001280
           02  WS-DBNAME               PIC  X(08)      VALUE SPACES.    00001290
           02  WS-TSNAME               PIC  X(08)      VALUE SPACES.    00001300
      *--- LIMITKEY INTERPRETADO (0400-9999-INTERPRETA-CHAVE)           00001310
           02  WS-CHAVE                PIC  X(60)      VALUE SPACES.    00001320
           02  WS-CHAVE-TAM            PIC S9(04) COMP VALUE +0.        00001330
           02  WS-FORMATO              PIC  X(01)      VALUE SPACES.    00001340
               88  FMT-DATA                       VALUE 'D'.            00001350
               88  FMT-TIMESTAMP                  VALUE 'S'.            00001360
               88  FMT-AAAAMMDD                   VALUE 'N'.            00001370
               88  FMT-AAAAMM                     VALUE 'M'.            00001380
               88  FMT-INVALIDO                   VALUE 'X'.            00001390
           02  WS-SUFIXO               PIC  X(16)      VALUE SPACES.    00001400
           02  WS-ISO.                                                  00001410
               04  WS-ISO-ANO          PIC  9(04).                      00001420
               04  FILLER              PIC  X(01).                      00001430
               04  WS-ISO-MES          PIC  9(02).                      00001440
               04  FILLER              PIC  X(01).                      00001450
               04  WS-ISO-DIA          PIC  9(02).                      00001460
           02  WS-AAAAMMDD.                                             00001470
               04  WS-NUM-ANO          PIC  9(04).                      00001480
               04  WS-NUM-MES          PIC  9(02).                      00001490
               04  WS-NUM-DIA          PIC  9(02).                      00001500
           02  WS-NOVO-LIMITE          PIC  X(40)      VALUE SPACES.    00001510
      *----------------------------------------------------------------*00001520
      * PARAMETRO DO REGISTRO CENTRAL DE DECKS (DB2DKREG)              *00001530
      *----------------------------------------------------------------*00001540
       01  DKR-PARM.                                                    00001550
           02  DKR-FUNCAO         PIC X(01)      VALUE 'G'.             00001560
           02  DKR-PROGRAMA       PIC X(08)      VALUE 'DB2ROTPT'.      00001570
           02  DKR-DATASET        PIC X(08)      VALUE 'ROTDECK'.       00001580
           02  DKR-TIPO-DECK      PIC X(08)      VALUE 'ROTACAO'.       00001590
           02  DKR-QTD-OBJETOS    PIC 9(05)      VALUE ZEROS.           00001600
           02  DKR-TICKET         PIC X(12)      VALUE SPACES.          00001610
           02  DKR-SITUACAO       PIC X(01)      VALUE SPACES.          00001620
           02  DKR-RETURN-CODE    PIC 9(02)      VALUE ZEROS.           00001630
      *----------------------------------------------------------------*00001640
      * HOSTS SYSIBM.SYSTABLES / SYSTABLEPART                          *00001650
      *----------------------------------------------------------------*00001660
       01  H-CREATOR                   PIC  X(08).                      00001670
       01  H-TABELA                    PIC  X(18).                      00001680
       01  H-DBNAME                    PIC  X(08).                      00001690
       01  H-TSNAME                    PIC  X(08).                      00001700
       01  H-PARTITION                 PIC S9(04) COMP.                 00001710
       01  H-LOGICAL-PART              PIC S9(04) COMP.                 00001720
       01  H-LIMITKEY.                                                  00001730
           49  H-LIMITKEY-L            PIC S9(04) COMP.                 00001740
           49  H-LIMITKEY-T            PIC  X(512).                     00001750
      *--- CALCULO DE DATAS                                             00001760
       01  H-ULT-ISO                   PIC  X(10).                      00001770
       01  H-PRI-ISO                   PIC  X(10).                      00001780
       01  H-MESES                     PIC S9(04) COMP.                 00001790
       01  H-MESES-RET                 PIC S9(04) COMP.                 00001800
       01  H-PROX-ISO                  PIC  X(10).                      00001810
       01  H-CORTE-ISO                 PIC  X(10).                      00001820
       01  H-VENCIDA                   PIC  X(01).                      00001830
       01  H-EXPIRADA                  PIC  X(01).                      00001840
      *----------------------------------------------------------------*00001850
      * CONTROLES                                                      *00001860
      *----------------------------------------------------------------*00001870
       01  CHAVES-FIM.                                                  00001880
           02  N88-FIM-ROTACAO                   PIC  X(03) VALUE 'NAO'.00001890
               88  FIM-ROTACAO                              VALUE 'SIM'.00001900
           02  N88-FIM-SYSTABLEPART              PIC  X(03) VALUE 'NAO'.00001910
               88  FIM-SYSTABLEPART                         VALUE 'SIM'.00001920
      *----------------------------------------------------------------*00001930
      * RELATORIO                                                      *00001940
      *----------------------------------------------------------------*00001950
       77  AC-LINHA-REL           PIC S9(004)  COMP  VALUE +99.         00001960
       77  AC-PAGINA-REL          PIC S9(004)  COMP  VALUE +0.          00001970
       01  LINHA-REL              PIC  X(132)        VALUE SPACES.      00001980
       01  CURDATA                PIC  9(06)         VALUE ZEROS.       00001990
       01  CURDATA-R  REDEFINES  CURDATA.                               00002000
           03  ATU-ANO            PIC 9(02).                            00002010
           03  ATU-MES            PIC 9(02).                            00002020
           03  ATU-DIA            PIC 9(02).                            00002030
       01  REL-CAB1.                                                    00002040
           03  FILLER             PIC X(52)          VALUE              00002050
               'DB2ROTPT     ADMINISTRACAO DE BANCO DE DADOS'.          00002060
           03  FILLER             PIC X(06)          VALUE 'DATA: '.    00002070
           03  REL-CAB1-DATA.                                           00002080
               05  CB-DIA         PIC 9(02)/.                           00002090
               05  CB-MES         PIC 9(02)/.                           00002100
               05  CB-ANO         PIC 9(02).                            00002110
           03  FILLER             PIC X(04)          VALUE SPACES.      00002120
           03  FILLER             PIC X(05)          VALUE 'PAG: '.     00002130
           03  REL-CAB1-PAG       PIC ZZZ9.                             00002140
           03  FILLER             PIC X(53)          VALUE SPACES.      00002150
       01  REL-CAB2.                                                    00002160
           03  FILLER             PIC X(132)         VALUE              00002170
               'ROTACAO DE PARTICOES - TABELAS HISTORICAS POR DATA'.    00002180
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
           02  PARM-TICKET        PIC  X(12).                           00002290
           02  FILLER             PIC  X(01).                           00002300
           02  PARM-PREFIXO       PIC  X(08).                           00002310
      *----------------------------------------------------------------*00002320
      *                                                                *00002330
      *----------------------------------------------------------------*00002340
       PROCEDURE   DIVISION      USING   PARMJOB.                       00002350
      *----------------------------------------------------------------*00002360
      *                                                                *00002370
      *----------------------------------------------------------------*00002380
       0000-0000-PRINCIPAL.                                             00002390
           OPEN INPUT  ROTACAO.                                         00002400
           OPEN OUTPUT RELATO ROTDECK.                                  00002410
           IF  PARM-LEN  GREATER  ZEROS                                 00002420
               IF  PARM-LEN  LESS  12                                   00002430
                   MOVE  PARM-TICKET(1:PARM-LEN)  TO  DKR-TICKET        00002440
               ELSE                                                     00002450
                   MOVE  PARM-TICKET              TO  DKR-TICKET        00002460
               END-IF                                                   00002470
           END-IF.                                                      00002480
           IF  PARM-LEN  GREATER  13                                    00002490
               MOVE   SPACES           TO  WS-PREFIXO                   00002500
               IF  PARM-LEN  LESS  21                                   00002510
                   MOVE  PARM-PREFIXO(1:PARM-LEN - 13)  TO  WS-PREFIXO  00002520
               ELSE                                                     00002530
                   MOVE  PARM-PREFIXO             TO  WS-PREFIXO        00002540
               END-IF                                                   00002550
               IF  WS-PREFIXO  EQUAL  SPACES                            00002560
                   MOVE  'DBAARQ'                 TO  WS-PREFIXO        00002570
               END-IF                                                   00002580
           END-IF.                                                      00002590
           ACCEPT CURDATA              FROM DATE.                       00002600
                                                                        00002610
           PERFORM 0200-9999-LE-ROTACAO THRU 0200-9999-EXIT.            00002620
           PERFORM 0300-0000-TRATA-CARTAO THRU 0300-0000-EXIT           00002630
             UNTIL FIM-ROTACAO.                                         00002640
                                                                        00002650
           IF  QTD-ROT  GREATER  +0                                     00002660
               PERFORM 0600-0000-GRAVA-UNLOAD THRU 0600-0000-EXIT       00002670
               PERFORM 0700-0000-GRAVA-ROTATE THRU 0700-0000-EXIT       00002680
               PERFORM 0750-0000-GRAVA-REORG  THRU 0750-0000-EXIT       00002690
           END-IF.                                                      00002700
                                                                        00002710
           MOVE   SPACES               TO  LINHA-REL.                   00002720
           PERFORM 0900-9999-IMPRIME THRU 0900-9999-EXIT.               00002730
           MOVE   WS-QTD-CARTOES       TO  ZQTD.                        00002740
           MOVE   QTD-ROT              TO  ZQTD2.                       00002750
           STRING 'TABELAS NO CONTROLE: ' ZQTD                          00002760
                  '   ROTACIONADAS: ' ZQTD2                             00002770
                  DELIMITED BY SIZE INTO LINHA-REL.                     00002780
           PERFORM 0900-9999-IMPRIME THRU 0900-9999-EXIT.               00002790
           MOVE   WS-QTD-NAO-VENCIDAS  TO  ZQTD.                        00002800
           MOVE   WS-QTD-PULADAS       TO  ZQTD2.                       00002810
           STRING 'AINDA NAO VENCIDAS: ' ZQTD                           00002820
                  '   PULADAS PELA RETENCAO: ' ZQTD2                    00002830
                  DELIMITED BY SIZE INTO LINHA-REL.                     00002840
           PERFORM 0900-9999-IMPRIME THRU 0900-9999-EXIT.               00002850
           MOVE   WS-QTD-EXCECOES      TO  ZQTD.                        00002860
           STRING 'EXCECOES: ' ZQTD                                     00002870
                  DELIMITED BY SIZE INTO LINHA-REL.                     00002880
           PERFORM 0900-9999-IMPRIME THRU 0900-9999-EXIT.               00002890
                                                                        00002900
           CLOSE ROTACAO RELATO ROTDECK.                                00002910
           EXEC SQL COMMIT WORK END-EXEC.                               00002920
           IF  WS-QTD-EXCECOES  GREATER  +0                             00002930
               MOVE   +4               TO  RETURN-CODE                  00002940
           ELSE                                                         00002950
               MOVE   +0               TO  RETURN-CODE                  00002960
           END-IF.                                                      00002970
           MOVE   QTD-ROT              TO  DKR-QTD-OBJETOS.             00002980
           MOVE   RETURN-CODE          TO  DKR-RETURN-CODE.             00002990
           CALL  'DB2DKREG'  USING  DKR-PARM.                           00003000
           STOP  RUN.                                                   00003010
       0000-0000-EXIT. EXIT.                                            00003020
      *----------------------------------------------------------------*00003030
      *                                                                *00003040
      *----------------------------------------------------------------*00003050
       0200-9999-LE-ROTACAO.                                            00003060
           READ  ROTACAO                                                00003070
               AT END                                                   00003080
                   MOVE   'SIM'         TO   N88-FIM-ROTACAO            00003090
           END-READ.                                                    00003100
       0200-9999-EXIT. EXIT.                                            00003110
      *----------------------------------------------------------------*00003120
      * UM CARTAO DE CONTROLE: LE AS PARTICOES E DECIDE A ROTACAO      *00003130
      *----------------------------------------------------------------*00003140
       0300-0000-TRATA-CARTAO.                                          00003150
           IF  REG-ROTACAO(1:1)  EQUAL  '*'                             00003160
               GO  TO  0300-0000-LE-PROXIMO                             00003170
           END-IF.                                                      00003180
           ADD    +1                   TO  WS-QTD-CARTOES.              00003190
           IF  ROT-CREATOR  EQUAL  SPACES                               00003200
               OR  ROT-TABELA  EQUAL  SPACES                            00003210
               OR  ROT-RETENCAO  NOT NUMERIC                            00003220
               OR  ROT-RETENCAO  EQUAL  ZEROS                           00003230
               OR  (NOT ROT-MENSAL  AND  NOT ROT-TRIMESTRAL             00003240
                                    AND  NOT ROT-ANUAL)                 00003250
               ADD    +1               TO  WS-QTD-EXCECOES              00003260
               MOVE   SPACES           TO  LINHA-REL                    00003270
               STRING 'CARTAO INVALIDO IGNORADO: ' REG-ROTACAO(1:40)    00003280
                      DELIMITED BY SIZE INTO LINHA-REL                  00003290
               PERFORM 0900-9999-IMPRIME THRU 0900-9999-EXIT            00003300
               GO  TO  0300-0000-LE-PROXIMO                             00003310
           END-IF.                                                      00003320
           EVALUATE TRUE                                                00003330
               WHEN ROT-MENSAL       MOVE  +1   TO  WS-MESES            00003340
               WHEN ROT-TRIMESTRAL   MOVE  +3   TO  WS-MESES            00003350
               WHEN ROT-ANUAL        MOVE  +12  TO  WS-MESES            00003360
           END-EVALUATE.                                                00003370
                                                                        00003380
           MOVE   SPACES               TO  LINHA-REL.                   00003390
           PERFORM 0900-9999-IMPRIME THRU 0900-9999-EXIT.               00003400
           STRING 'TABELA ' ROT-CREATOR '.' ROT-TABELA                  00003410
                  '  RETENCAO ' ROT-RETENCAO ' PARTICOES  REGRA '       00003420
                  ROT-REGRA                                             00003430
                  DELIMITED BY SIZE INTO LINHA-REL.                     00003440
           PERFORM 0900-9999-IMPRIME THRU 0900-9999-EXIT.               00003450
                                                                        00003460
           PERFORM 0310-0300-LE-PARTICOES THRU 0310-0300-EXIT.          00003470
           IF  WS-QTD-PARTES  EQUAL  +0                                 00003480
               ADD    +1               TO  WS-QTD-EXCECOES              00003490
               MOVE   '   *** TABELA FORA DO CATALOGO - IGNORADA'       00003500
                 TO   LINHA-REL                                         00003510
               PERFORM 0900-9999-IMPRIME THRU 0900-9999-EXIT            00003520
               GO  TO  0300-0000-LE-PROXIMO                             00003530
           END-IF.                                                      00003540
           IF  WS-QTD-PARTES  LESS  +2                                  00003550
               ADD    +1               TO  WS-QTD-EXCECOES              00003560
               MOVE   '   *** TABELA NAO PARTICIONADA - IGNORADA'       00003570
                 TO   LINHA-REL                                         00003580
               PERFORM 0900-9999-IMPRIME THRU 0900-9999-EXIT            00003590
               GO  TO  0300-0000-LE-PROXIMO                             00003600
           END-IF.                                                      00003610
           MOVE   WS-QTD-PARTES        TO  ZQTD.                        00003620
           MOVE   WS-PRI-PARTICAO      TO  ZPART.                       00003630
           STRING '   ' WS-DBNAME '.' WS-TSNAME '  PARTICOES ' ZQTD     00003640
                  '  MAIS ANTIGA: PART ' ZPART                          00003650
                  ' LIMITKEY ' WS-PRI-CHAVE(1:40)                       00003660
                  DELIMITED BY SIZE INTO LINHA-REL.                     00003670
           PERFORM 0900-9999-IMPRIME THRU 0900-9999-EXIT.               00003680
           STRING '   ULTIMA: LIMITKEY ' WS-ULT-CHAVE(1:40)             00003690
                  DELIMITED BY SIZE INTO LINHA-REL.                     00003700
           PERFORM 0900-9999-IMPRIME THRU 0900-9999-EXIT.               00003710
                                                                        00003720
      *--- INTERPRETA OS LIMITKEYS DA MAIS ANTIGA E DA ULTIMA (POR      00003730
      *--- ULTIMO, PARA QUE O FORMATO DELA VALHA NO NOVO LIMITKEY)      00003740
           MOVE   WS-PRI-CHAVE         TO  WS-CHAVE.                    00003750
           MOVE   WS-PRI-TAM           TO  WS-CHAVE-TAM.                00003760
           PERFORM 0400-9999-INTERPRETA-CHAVE THRU 0400-9999-EXIT.      00003770
           IF  FMT-INVALIDO                                             00003780
               GO  TO  0300-0000-CHAVE-INVALIDA                         00003790
           END-IF.                                                      00003800
           MOVE   WS-ISO               TO  H-PRI-ISO.                   00003810
           MOVE   WS-ULT-CHAVE         TO  WS-CHAVE.                    00003820
           MOVE   WS-ULT-TAM           TO  WS-CHAVE-TAM.                00003830
           PERFORM 0400-9999-INTERPRETA-CHAVE THRU 0400-9999-EXIT.      00003840
           IF  FMT-INVALIDO                                             00003850
               GO  TO  0300-0000-CHAVE-INVALIDA                         00003860
           END-IF.                                                      00003870
           MOVE   WS-ISO               TO  H-ULT-ISO.                   00003880
                                                                        00003890
           PERFORM 0450-0300-CALCULA-DATAS THRU 0450-0300-EXIT.         00003900
           IF  H-VENCIDA  NOT EQUAL  'S'                                00003910
               ADD    +1               TO  WS-QTD-NAO-VENCIDAS          00003920
               STRING '   NAO VENCIDA NESTE MES - A ULTIMA PARTICAO '   00003930
                      'AINDA COBRE O MES SEGUINTE'                      00003940
                      DELIMITED BY SIZE INTO LINHA-REL                  00003950
               PERFORM 0900-9999-IMPRIME THRU 0900-9999-EXIT            00003960
               GO  TO  0300-0000-LE-PROXIMO                             00003970
           END-IF.                                                      00003980
           IF  H-EXPIRADA  NOT EQUAL  'S'                               00003990
               ADD    +1               TO  WS-QTD-PULADAS               00004000
                                           WS-QTD-EXCECOES              00004010
               STRING '   *** PULADA - A PARTICAO MAIS ANTIGA GUARDA '  00004020
                      'DADO POSTERIOR AO CORTE DA RETENCAO '            00004030
                      H-CORTE-ISO                                       00004040
                      DELIMITED BY SIZE INTO LINHA-REL                  00004050
               PERFORM 0900-9999-IMPRIME THRU 0900-9999-EXIT            00004060
               GO  TO  0300-0000-LE-PROXIMO                             00004070
           END-IF.                                                      00004080
                                                                        00004090
           PERFORM 0500-9999-MONTA-LIMITE THRU 0500-9999-EXIT.          00004100
           IF  QTD-ROT  NOT LESS  +200                                  00004110
               ADD    +1               TO  WS-QTD-EXCECOES              00004120
               MOVE   '   *** MAIS DE 200 TABELAS VENCIDAS - IGNORADA'  00004130
                 TO   LINHA-REL                                         00004140
               PERFORM 0900-9999-IMPRIME THRU 0900-9999-EXIT            00004150
               GO  TO  0300-0000-LE-PROXIMO                             00004160
           END-IF.                                                      00004170
           ADD    +1                   TO  QTD-ROT.                     00004180
           MOVE   ROT-CREATOR          TO  TB-ROT-CREATOR(QTD-ROT).     00004190
           MOVE   ROT-TABELA           TO  TB-ROT-TABELA(QTD-ROT).      00004200
           MOVE   WS-DBNAME            TO  TB-ROT-DBNAME(QTD-ROT).      00004210
           MOVE   WS-TSNAME            TO  TB-ROT-TSNAME(QTD-ROT).      00004220
           MOVE   WS-PRI-PARTICAO      TO  TB-ROT-PARTICAO(QTD-ROT).    00004230
           MOVE   WS-NOVO-LIMITE       TO  TB-ROT-LIMITE(QTD-ROT).      00004240
           STRING '   ROTACIONADA - UNLOAD DA PART ' ZPART              00004250
                  ', NOVO LIMITKEY ' WS-NOVO-LIMITE                     00004260
                  '  (CORTE DA RETENCAO ' H-CORTE-ISO ')'               00004270
                  DELIMITED BY SIZE INTO LINHA-REL.                     00004280
           PERFORM 0900-9999-IMPRIME THRU 0900-9999-EXIT.               00004290
           GO  TO  0300-0000-LE-PROXIMO.                                00004300
                                                                        00004310
       0300-0000-CHAVE-INVALIDA.                                        00004320
           ADD    +1                   TO  WS-QTD-EXCECOES.             00004330
           STRING '   *** LIMITKEY EM FORMATO NAO TRATADO (CHAVE '      00004340
                  'COMPOSTA, MAXVALUE OU NAO-DATA) - IGNORADA'          00004350
                  DELIMITED BY SIZE INTO LINHA-REL.                     00004360
           PERFORM 0900-9999-IMPRIME THRU 0900-9999-EXIT.               00004370
                                                                        00004380
       0300-0000-LE-PROXIMO.                                            00004390
           PERFORM 0200-9999-LE-ROTACAO THRU 0200-9999-EXIT.            00004400
       0300-0000-EXIT. EXIT.                                            00004410
      *----------------------------------------------------------------*00004420
      * PARTICOES DA TABELA NA ORDEM LOGICA: GUARDA A PRIMEIRA (MAIS   *00004430
      * ANTIGA) E A ULTIMA                                             *00004440
      *----------------------------------------------------------------*00004450
       0310-0300-LE-PARTICOES.                                          00004460
           MOVE   ROT-CREATOR          TO  H-CREATOR.                   00004470
           MOVE   ROT-TABELA           TO  H-TABELA.                    00004480
           MOVE   +0                   TO  WS-QTD-PARTES.               00004490
           MOVE   SPACES               TO  WS-PRI-CHAVE WS-ULT-CHAVE.   00004500
           EXEC SQL                                                     00004510
                DECLARE C_SYSTABLEPART CURSOR FOR                       00004520
                SELECT T.DBNAME, T.TSNAME, P.PARTITION,                 00004530
                       P.LOGICAL_PART, P.LIMITKEY                       00004540
                  FROM SYSIBM.SYSTABLES    T,                           00004550
                       SYSIBM.SYSTABLEPART P                            00004560
                 WHERE T.CREATOR = :H-CREATOR                           00004570
                   AND T.NAME    = :H-TABELA                            00004580
                   AND T.TYPE    = 'T'                                  00004590
                   AND P.DBNAME  = T.DBNAME                             00004600
                   AND P.TSNAME  = T.TSNAME                             00004610
                 ORDER BY P.LOGICAL_PART                                00004620
           END-EXEC.                                                    00004630
                                                                        00004640
           EXEC SQL OPEN C_SYSTABLEPART END-EXEC.                       00004650
           IF  SQLCODE  NOT EQUAL  +0                                   00004660
               DISPLAY '*** ERRO NO OPEN C_SYSTABLEPART'                00004670
               PERFORM  9999-9999-ERRO-DB2  THRU 9999-9999-EXIT         00004680
           END-IF.                                                      00004690
           MOVE   'NAO'                TO  N88-FIM-SYSTABLEPART.        00004700
           PERFORM 0320-0310-FETCH-SYSTABLEPART THRU 0320-0310-EXIT     00004710
             UNTIL FIM-SYSTABLEPART.                                    00004720
           EXEC SQL CLOSE C_SYSTABLEPART END-EXEC.                      00004730
           IF  SQLCODE  NOT EQUAL  +0                                   00004740
               DISPLAY '*** ERRO NO CLOSE C_SYSTABLEPART'               00004750
               PERFORM  9999-9999-ERRO-DB2  THRU 9999-9999-EXIT         00004760
           END-IF.                                                      00004770
       0310-0300-EXIT. EXIT.                                            00004780
      *----------------------------------------------------------------*00004790
      *                                                                *00004800
      *----------------------------------------------------------------*00004810
       0320-0310-FETCH-SYSTABLEPART.                                    00004820
           EXEC SQL                                                     00004830
                FETCH  C_SYSTABLEPART                                   00004840
                  INTO :H-DBNAME, :H-TSNAME, :H-PARTITION,              00004850
                       :H-LOGICAL-PART, :H-LIMITKEY                     00004860
           END-EXEC.                                                    00004870
           IF  SQLCODE  EQUAL  +100                                     00004880
               MOVE   'SIM'            TO  N88-FIM-SYSTABLEPART         00004890
               GO  TO  0320-0310-EXIT                                   00004900
           END-IF.                                                      00004910
           IF  SQLCODE  NOT EQUAL  +0                                   00004920
               DISPLAY '*** ERRO NO FETCH C_SYSTABLEPART'               00004930
               PERFORM  9999-9999-ERRO-DB2  THRU 9999-9999-EXIT         00004940
           END-IF.                                                      00004950
           IF  H-PARTITION  EQUAL  +0                                   00004960
               GO  TO  0320-0310-EXIT                                   00004970
           END-IF.                                                      00004980
           ADD    +1                   TO  WS-QTD-PARTES.               00004990
           IF  H-LIMITKEY-L  GREATER  +60                               00005000
               MOVE   +60              TO  H-LIMITKEY-L                 00005010
           END-IF.                                                      00005020
           IF  WS-QTD-PARTES  EQUAL  +1                                 00005030
               MOVE   H-DBNAME         TO  WS-DBNAME                    00005040
               MOVE   H-TSNAME         TO  WS-TSNAME                    00005050
               MOVE   H-PARTITION      TO  WS-PRI-PARTICAO              00005060
               MOVE   H-LIMITKEY-L     TO  WS-PRI-TAM                   00005070
               MOVE   H-LIMITKEY-T(1:H-LIMITKEY-L)  TO  WS-PRI-CHAVE    00005080
           END-IF.                                                      00005090
           MOVE   SPACES               TO  WS-ULT-CHAVE.                00005100
           MOVE   H-LIMITKEY-L         TO  WS-ULT-TAM.                  00005110
           MOVE   H-LIMITKEY-T(1:H-LIMITKEY-L)  TO  WS-ULT-CHAVE.       00005120
       0320-0310-EXIT. EXIT.                                            00005130
      *----------------------------------------------------------------*00005140
      * INTERPRETA O LIMITKEY EM WS-CHAVE: FORMATO E DATA ISO EM       *00005150
      * WS-ISO ('AAAAMM' VAI PARA O ULTIMO DIA DO MES)                 *00005160
      *----------------------------------------------------------------*00005170
       0400-9999-INTERPRETA-CHAVE.                                      00005180
           MOVE   'X'                  TO  WS-FORMATO.                  00005190
           MOVE   SPACES               TO  WS-SUFIXO.                   00005200
           MOVE   ZEROS                TO  WS-TAM.                      00005210
           IF  WS-CHAVE-TAM  LESS  +1                                   00005220
               GO  TO  0400-9999-EXIT                                   00005230
           END-IF.                                                      00005240
           INSPECT WS-CHAVE(1:WS-CHAVE-TAM) TALLYING WS-TAM FOR ALL ','.00005250
           IF  WS-TAM  GREATER  ZEROS                                   00005260
               GO  TO  0400-9999-EXIT                                   00005270
           END-IF.                                                      00005280
           IF  WS-CHAVE(1:1)  EQUAL  "'"                                00005290
               IF  WS-CHAVE-TAM  EQUAL  +12                             00005300
                   AND  WS-CHAVE(5:1)  EQUAL  '-'                       00005310
                   AND  WS-CHAVE(8:1)  EQUAL  '-'                       00005320
                   MOVE   WS-CHAVE(2:10)   TO  WS-ISO                   00005330
                   MOVE   'D'              TO  WS-FORMATO               00005340
               END-IF                                                   00005350
               IF  WS-CHAVE-TAM  EQUAL  +28                             00005360
                   AND  WS-CHAVE(5:1)  EQUAL  '-'                       00005370
                   AND  WS-CHAVE(8:1)  EQUAL  '-'                       00005380
                   MOVE   WS-CHAVE(2:10)   TO  WS-ISO                   00005390
                   MOVE   WS-CHAVE(12:16)  TO  WS-SUFIXO                00005400
                   MOVE   'S'              TO  WS-FORMATO               00005410
               END-IF                                                   00005420
           ELSE                                                         00005430
               IF  WS-CHAVE-TAM  EQUAL  +8                              00005440
                   AND  WS-CHAVE(1:8)  NUMERIC                          00005450
                   MOVE   WS-CHAVE(1:8)    TO  WS-AAAAMMDD              00005460
                   MOVE   'N'              TO  WS-FORMATO               00005470
               END-IF                                                   00005480
               IF  WS-CHAVE-TAM  EQUAL  +6                              00005490
                   AND  WS-CHAVE(1:6)  NUMERIC                          00005500
                   MOVE   WS-CHAVE(1:6)    TO  WS-AAAAMMDD(1:6)         00005510
                   MOVE   01               TO  WS-NUM-DIA               00005520
                   MOVE   'M'              TO  WS-FORMATO               00005530
               END-IF                                                   00005540
               IF  FMT-AAAAMMDD  OR  FMT-AAAAMM                         00005550
                   MOVE   '0000-00-00'     TO  WS-ISO                   00005560
                   MOVE   WS-NUM-ANO       TO  WS-ISO-ANO               00005570
                   MOVE   WS-NUM-MES       TO  WS-ISO-MES               00005580
                   MOVE   WS-NUM-DIA       TO  WS-ISO-DIA               00005590
               END-IF                                                   00005600
           END-IF.                                                      00005610
           IF  FMT-INVALIDO                                             00005620
               GO  TO  0400-9999-EXIT                                   00005630
           END-IF.                                                      00005640
           IF  WS-ISO-ANO  NOT NUMERIC  OR  WS-ISO-MES  NOT NUMERIC     00005650
               OR  WS-ISO-DIA  NOT NUMERIC                              00005660
               OR  WS-ISO-MES  LESS  01  OR  WS-ISO-MES  GREATER  12    00005670
               MOVE   'X'              TO  WS-FORMATO                   00005680
               GO  TO  0400-9999-EXIT                                   00005690
           END-IF.                                                      00005700
           IF  FMT-AAAAMM                                               00005710
               MOVE   TB-DIAS-MES(WS-ISO-MES)  TO  WS-ISO-DIA           00005720
               IF  WS-ISO-MES  EQUAL  02                                00005730
                   DIVIDE WS-ISO-ANO  BY  4  GIVING  WS-QUOCIENTE       00005740
                          REMAINDER  WS-RESTO                           00005750
                   IF  WS-RESTO  EQUAL  ZEROS                           00005760
                       MOVE  29        TO  WS-ISO-DIA                   00005770
                       DIVIDE WS-ISO-ANO  BY  100  GIVING  WS-QUOCIENTE 00005780
                              REMAINDER  WS-RESTO                       00005790
                       IF  WS-RESTO  EQUAL  ZEROS                       00005800
                           DIVIDE WS-ISO-ANO  BY  400                   00005810
                                  GIVING  WS-QUOCIENTE                  00005820
                                  REMAINDER  WS-RESTO                   00005830
                           IF  WS-RESTO  NOT EQUAL  ZEROS               00005840
                               MOVE  28  TO  WS-ISO-DIA                 00005850
                           END-IF                                       00005860
                       END-IF                                           00005870
                   END-IF                                               00005880
               END-IF                                                   00005890
           END-IF.                                                      00005900
       0400-9999-EXIT. EXIT.                                            00005910
      *----------------------------------------------------------------*00005920
      * NOVO LIMITKEY, VENCIMENTO E CORTE DA RETENCAO (ARITMETICA DE   *00005930
      * DATAS DO DB2)                                                  *00005940
      *----------------------------------------------------------------*00005950
       0450-0300-CALCULA-DATAS.                                         00005960
           MOVE   WS-MESES             TO  H-MESES.                     00005970
           COMPUTE H-MESES-RET = WS-MESES * ROT-RETENCAO.               00005980
           EXEC SQL                                                     00005990
                SELECT CASE WHEN DATE(:H-ULT-ISO)                       00006000
                                 = LAST_DAY(DATE(:H-ULT-ISO))           00006010
                            THEN CHAR(LAST_DAY(DATE(:H-ULT-ISO)         00006020
                                      + :H-MESES MONTHS), ISO)          00006030
                            ELSE CHAR(DATE(:H-ULT-ISO)                  00006040
                                      + :H-MESES MONTHS, ISO)           00006050
                       END,                                             00006060
                       CASE WHEN DATE(:H-ULT-ISO)                       00006070
                                 < LAST_DAY(CURRENT DATE + 1 MONTH)     00006080
                            THEN 'S' ELSE 'N'                           00006090
                       END,                                             00006100
                       CASE WHEN DATE(:H-PRI-ISO)                       00006110
                                 < CURRENT DATE - :H-MESES-RET MONTHS   00006120
                            THEN 'S' ELSE 'N'                           00006130
                       END,                                             00006140
                       CHAR(CURRENT DATE - :H-MESES-RET MONTHS, ISO)    00006150
                  INTO :H-PROX-ISO, :H-VENCIDA, :H-EXPIRADA,            00006160
                       :H-CORTE-ISO                                     00006170
                  FROM SYSIBM.SYSDUMMY1                                 00006180
           END-EXEC.                                                    00006190
           IF  SQLCODE  NOT EQUAL  +0                                   00006200
               DISPLAY '*** ERRO NO CALCULO DAS DATAS ' H-ULT-ISO       00006210
                       ' ' H-PRI-ISO                                    00006220
               PERFORM  9999-9999-ERRO-DB2  THRU 9999-9999-EXIT         00006230
           END-IF.                                                      00006240
       0450-0300-EXIT. EXIT.                                            00006250
      *----------------------------------------------------------------*00006260
      * NOVO LIMITKEY NO FORMATO DA ULTIMA PARTICAO                    *00006270
      *----------------------------------------------------------------*00006280
       0500-9999-MONTA-LIMITE.                                          00006290
           MOVE   H-PROX-ISO           TO  WS-ISO.                      00006300
           MOVE   SPACES               TO  WS-NOVO-LIMITE.              00006310
           MOVE   WS-ISO-ANO           TO  WS-NUM-ANO.                  00006320
           MOVE   WS-ISO-MES           TO  WS-NUM-MES.                  00006330
           MOVE   WS-ISO-DIA           TO  WS-NUM-DIA.                  00006340
           EVALUATE TRUE                                                00006350
               WHEN FMT-DATA                                            00006360
                    STRING "'" WS-ISO "'"                               00006370
                           DELIMITED BY SIZE INTO WS-NOVO-LIMITE        00006380
               WHEN FMT-TIMESTAMP                                       00006390
                    STRING "'" WS-ISO WS-SUFIXO "'"                     00006400
                           DELIMITED BY SIZE INTO WS-NOVO-LIMITE        00006410
               WHEN FMT-AAAAMMDD                                        00006420
                    MOVE   WS-AAAAMMDD      TO  WS-NOVO-LIMITE          00006430
               WHEN FMT-AAAAMM                                          00006440
                    MOVE   WS-AAAAMMDD(1:6) TO  WS-NOVO-LIMITE          00006450
           END-EVALUATE.                                                00006460
       0500-9999-EXIT. EXIT.                                            00006470
      *----------------------------------------------------------------*00006480
      * TRECHO 1: UNLOAD DE ARQUIVAMENTO DA PARTICAO MAIS ANTIGA       *00006490
      *----------------------------------------------------------------*00006500
       0600-0000-GRAVA-UNLOAD.                                          00006510
           MOVE   './ DECK UTIL'       TO  LIN-DECK.                    00006520
           MOVE   'DB2ROTPT'           TO  LIN-DECK(18:8).              00006530
           MOVE   'ROTDECK'            TO  LIN-DECK(27:8).              00006540
           PERFORM 0800-9999-GRAVA-DECK THRU 0800-9999-EXIT.            00006550
           STRING '  TEMPLATE ARQROT UNIT SYSDA DSN(' DELIMITED BY SIZE 00006560
                  WS-PREFIXO DELIMITED BY SPACE                         00006570
                  '.&DB..&TS..P&PA..D&DATE.)' DELIMITED BY SIZE         00006580
                  INTO LIN-DECK.                                        00006590
           PERFORM 0800-9999-GRAVA-DECK THRU 0800-9999-EXIT.            00006600
           STRING '  TEMPLATE ARQPCH UNIT SYSDA DSN(' DELIMITED BY SIZE 00006610
                  WS-PREFIXO DELIMITED BY SPACE                         00006620
                  '.&DB..&TS..C&PA..D&DATE.)' DELIMITED BY SIZE         00006630
                  INTO LIN-DECK.                                        00006640
           PERFORM 0800-9999-GRAVA-DECK THRU 0800-9999-EXIT.            00006650
           PERFORM 0610-0600-UNLOAD-TABELA THRU 0610-0600-EXIT          00006660
             VARYING IND-ROT FROM +1 BY +1                              00006670
               UNTIL IND-ROT  GREATER  QTD-ROT.                         00006680
       0600-0000-EXIT. EXIT.                                            00006690
      *----------------------------------------------------------------*00006700
      *                                                                *00006710
      *----------------------------------------------------------------*00006720
       0610-0600-UNLOAD-TABELA.                                         00006730
           MOVE   TB-ROT-PARTICAO(IND-ROT)  TO  ZPART.                  00006740
           MOVE   +1                   TO  WS-PTR-DECK.                 00006750
           STRING '  UNLOAD TABLESPACE ' DELIMITED BY SIZE              00006760
                  TB-ROT-DBNAME(IND-ROT) DELIMITED BY SPACE             00006770
                  '.' DELIMITED BY SIZE                                 00006780
                  TB-ROT-TSNAME(IND-ROT) DELIMITED BY SPACE             00006790
                  ' PART ' ZPART DELIMITED BY SIZE                      00006800
                  INTO LIN-DECK WITH POINTER WS-PTR-DECK.               00006810
           PERFORM 0800-9999-GRAVA-DECK THRU 0800-9999-EXIT.            00006820
           STRING '         UNLDDN ARQROT PUNCHDDN ARQPCH'              00006830
                  DELIMITED BY SIZE INTO LIN-DECK.                      00006840
           PERFORM 0800-9999-GRAVA-DECK THRU 0800-9999-EXIT.            00006850
           MOVE   +1                   TO  WS-PTR-DECK.                 00006860
           STRING '         FROM TABLE ' DELIMITED BY SIZE              00006870
                  TB-ROT-CREATOR(IND-ROT) DELIMITED BY SPACE            00006880
                  '.' DELIMITED BY SIZE                                 00006890
                  TB-ROT-TABELA(IND-ROT) DELIMITED BY SPACE             00006900
                  INTO LIN-DECK WITH POINTER WS-PTR-DECK.               00006910
           PERFORM 0800-9999-GRAVA-DECK THRU 0800-9999-EXIT.            00006920
       0610-0600-EXIT. EXIT.                                            00006930
      *----------------------------------------------------------------*00006940
      * TRECHO 2: ROTATE PARTITION FIRST TO LAST                       *00006950
      *----------------------------------------------------------------*00006960
       0700-0000-GRAVA-ROTATE.                                          00006970
           MOVE   './ DECK DSNTEP2'    TO  LIN-DECK.                    00006980
           MOVE   'DB2ROTPT'           TO  LIN-DECK(18:8).              00006990
           MOVE   'ROTDECK'            TO  LIN-DECK(27:8).              00007000
           PERFORM 0800-9999-GRAVA-DECK THRU 0800-9999-EXIT.            00007010
           PERFORM 0710-0700-ROTATE-TABELA THRU 0710-0700-EXIT          00007020
             VARYING IND-ROT FROM +1 BY +1                              00007030
               UNTIL IND-ROT  GREATER  QTD-ROT.                         00007040
       0700-0000-EXIT. EXIT.                                            00007050
      *----------------------------------------------------------------*00007060
      *                                                                *00007070
      *----------------------------------------------------------------*00007080
       0710-0700-ROTATE-TABELA.                                         00007090
           MOVE   +1                   TO  WS-PTR-DECK.                 00007100
           STRING 'ALTER TABLE ' DELIMITED BY SIZE                      00007110
                  TB-ROT-CREATOR(IND-ROT) DELIMITED BY SPACE            00007120
                  '.' DELIMITED BY SIZE                                 00007130
                  TB-ROT-TABELA(IND-ROT) DELIMITED BY SPACE             00007140
                  INTO LIN-DECK WITH POINTER WS-PTR-DECK.               00007150
           PERFORM 0800-9999-GRAVA-DECK THRU 0800-9999-EXIT.            00007160
           MOVE   '  ROTATE PARTITION FIRST TO LAST'  TO  LIN-DECK.     00007170
           PERFORM 0800-9999-GRAVA-DECK THRU 0800-9999-EXIT.            00007180
           MOVE   +1                   TO  WS-PTR-DECK.                 00007190
           STRING '  ENDING AT (' DELIMITED BY SIZE                     00007200
                  TB-ROT-LIMITE(IND-ROT) DELIMITED BY SPACE             00007210
                  ') RESET;' DELIMITED BY SIZE                          00007220
                  INTO LIN-DECK WITH POINTER WS-PTR-DECK.               00007230
           PERFORM 0800-9999-GRAVA-DECK THRU 0800-9999-EXIT.            00007240
           MOVE   'COMMIT;'            TO  LIN-DECK.                    00007250
           PERFORM 0800-9999-GRAVA-DECK THRU 0800-9999-EXIT.            00007260
       0710-0700-EXIT. EXIT.                                            00007270
      *----------------------------------------------------------------*00007280
      * TRECHO 3: REORG E RUNSTATS DA PARTICAO ROTACIONADA (O NUMERO   *00007290
      * FISICO NAO MUDA NA ROTACAO)                                    *00007300
      *----------------------------------------------------------------*00007310
       0750-0000-GRAVA-REORG.                                           00007320
           MOVE   './ DECK UTIL'       TO  LIN-DECK.                    00007330
           MOVE   'DB2ROTPT'           TO  LIN-DECK(18:8).              00007340
           MOVE   'ROTDECK'            TO  LIN-DECK(27:8).              00007350
           PERFORM 0800-9999-GRAVA-DECK THRU 0800-9999-EXIT.            00007360
           PERFORM 0760-0750-REORG-TABELA THRU 0760-0750-EXIT           00007370
             VARYING IND-ROT FROM +1 BY +1                              00007380
               UNTIL IND-ROT  GREATER  QTD-ROT.                         00007390
       0750-0000-EXIT. EXIT.                                            00007400
      *----------------------------------------------------------------*00007410
      *                                                                *00007420
      *----------------------------------------------------------------*00007430
       0760-0750-REORG-TABELA.                                          00007440
           MOVE   TB-ROT-PARTICAO(IND-ROT)  TO  ZPART.                  00007450
           MOVE   +1                   TO  WS-PTR-DECK.                 00007460
           STRING '  REORG TABLESPACE ' DELIMITED BY SIZE               00007470
                  TB-ROT-DBNAME(IND-ROT) DELIMITED BY SPACE             00007480
                  '.' DELIMITED BY SIZE                                 00007490
                  TB-ROT-TSNAME(IND-ROT) DELIMITED BY SPACE             00007500
                  ' PART ' ZPART ' SHRLEVEL REFERENCE'                  00007510
                  DELIMITED BY SIZE                                     00007520
                  INTO LIN-DECK WITH POINTER WS-PTR-DECK.               00007530
           PERFORM 0800-9999-GRAVA-DECK THRU 0800-9999-EXIT.            00007540
           MOVE   +1                   TO  WS-PTR-DECK.                 00007550
           STRING '  RUNSTATS TABLESPACE ' DELIMITED BY SIZE            00007560
                  TB-ROT-DBNAME(IND-ROT) DELIMITED BY SPACE             00007570
                  '.' DELIMITED BY SIZE                                 00007580
                  TB-ROT-TSNAME(IND-ROT) DELIMITED BY SPACE             00007590
                  ' PART ' ZPART DELIMITED BY SIZE                      00007600
                  INTO LIN-DECK WITH POINTER WS-PTR-DECK.               00007610
           PERFORM 0800-9999-GRAVA-DECK THRU 0800-9999-EXIT.            00007620
           MOVE   '         TABLE(ALL) INDEX(ALL)'  TO  LIN-DECK.       00007630
           PERFORM 0800-9999-GRAVA-DECK THRU 0800-9999-EXIT.            00007640
       0760-0750-EXIT. EXIT.                                            00007650
      *----------------------------------------------------------------*00007660
      *                                                                *00007670
      *----------------------------------------------------------------*00007680
       0800-9999-GRAVA-DECK.                                            00007690
           WRITE  REG-ROTDECK          FROM LIN-DECK.                   00007700
           MOVE   SPACES               TO  LIN-DECK.                    00007710
       0800-9999-EXIT. EXIT.                                            00007720
      *----------------------------------------------------------------*00007730
      *                                                                *00007740
      *----------------------------------------------------------------*00007750
       0900-9999-IMPRIME.                                               00007760
           IF  AC-LINHA-REL  GREATER  60                                00007770
               ADD    +1               TO  AC-PAGINA-REL                00007780
               MOVE   AC-PAGINA-REL    TO  REL-CAB1-PAG                 00007790
               MOVE   ATU-DIA          TO  CB-DIA                       00007800
               MOVE   ATU-MES          TO  CB-MES                       00007810
               MOVE   ATU-ANO          TO  CB-ANO                       00007820
               WRITE  REG-RELATO       FROM REL-CAB1 AFTER PAGE         00007830
               WRITE  REG-RELATO       FROM REL-CAB2                    00007840
               WRITE  REG-RELATO       FROM REL-CAB3                    00007850
               MOVE   +3               TO  AC-LINHA-REL                 00007860
           END-IF.                                                      00007870
           WRITE  REG-RELATO           FROM LINHA-REL.                  00007880
           ADD    +1                   TO  AC-LINHA-REL.                00007890
           MOVE   SPACES               TO  LINHA-REL.                   00007900
       0900-9999-EXIT. EXIT.                                            00007910
      *----------------------------------------------------------------*00007920
      *                                                                *00007930
      *----------------------------------------------------------------*00007940
       9999-9999-ERRO-DB2.                                              00007950
           MOVE   SQLCODE              TO  WS-SQLCODE.                  00007960
           DISPLAY '*** SQLCODE  ' WS-SQLCODE.                          00007970
           DISPLAY '    SQLERRMC ' SQLERRMC.                            00007980
           DISPLAY '    SQLSTATE ' SQLSTATE.                            00007990
           MOVE   +16                  TO  RETURN-CODE.                 00008000
           STOP RUN.                                                    00008010
       9999-9999-EXIT. EXIT.                                            00008020
