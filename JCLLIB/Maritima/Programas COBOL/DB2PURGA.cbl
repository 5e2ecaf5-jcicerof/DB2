       IDENTIFICATION DIVISION.                                         00000010
       PROGRAM-ID.    DB2PURGA.                                         00000020
      *----------------------------------------------------------------*00000030
      * DATA:  OUT/2026                                                *00000040
      * OBJETIVOS: EXPURGO DE DADOS POR PRAZO DE RETENCAO, DIRIGIDO    *00000050
      *   POR REGRAS POR TABELA NO ARQUIVO REGRAS (LRECL 100):         *00000060
      *     COLS 01-08 CREATOR              10-27 TABELA               *00000070
      *     COLS 29-46 COLUNA DATE/TIMESTAMP QUE DATA A LINHA          *00000080
      *     COLS 48-52 RETENCAO EM DIAS     54-58 LINHAS POR COMMIT    *00000090
      *                                      (BRANCO = 1000)           *00000100
      *     COLS 60-67 CREATOR E 69-86 TABELA DE ARQUIVO (OPCIONAL)    *00000110
      *     '*' NA COLUNA 1 = COMENTARIO.                              *00000120
      *   PARA CADA REGRA:                                             *00000130
      *   1. CONFERE NO CATALOGO A TABELA, A COLUNA DE DATA E A TABELA *00000140
      *      DE ARQUIVO (MESMA QTD DE COLUNAS, POIS A COPIA E' FEITA   *00000150
      *      COM INSERT ... SELECT *);                                 *00000160
      *   2. RECUSA (RC 4) A TABELA QUE TEM FILHAS NA SYSIBM.SYSRELS   *00000170
      *      (CHECAGEM DO DB2DRPTB), PARA O DELETE NUNCA PROPAGAR;     *00000180
      *   3. EM LOTES DE N LINHAS (AS MAIS ANTIGAS ABAIXO DO LIMITE    *00000190
      *      CURRENT DATE - DIAS), COPIA AS LINHAS VENCIDAS PARA A     *00000200
      *      TABELA DE ARQUIVO - OU, SEM ELA, DESCARREGA NO UNLOAD,    *00000210
      *      UMA LINHA POR REGISTRO COM AS COLUNAS SEPARADAS POR ';' - *00000220
      *      E AS APAGA, COM COMMIT A CADA LOTE. O LOTE E' CORTADO     *00000230
      *      POR VALOR DA COLUNA DE DATA: UM MESMO VALOR NUNCA FICA    *00000240
      *      PARTIDO ENTRE DOIS LOTES (O LOTE PODE PASSAR DE N LINHAS  *00000250
      *      QUANDO MUITAS LINHAS TEM A MESMA DATA). QTD COPIADA       *00000260
      *      DIFERENTE DA APAGADA DESFAZ O LOTE E INTERROMPE A REGRA;  *00000270
      *   4. CHECKPOINT A CADA LOTE NO CHKPT ('P' COM O LIMITE E AS    *00000280
      *      QTDS ACUMULADAS; 'F' NO FIM DA REGRA). NA RETOMADA O      *00000290
      *      CHKPT VAI NO DD RESTART (DUMMY NA RODADA NORMAL): REGRA   *00000300
      *      'F' E' PULADA E REGRA 'P' CONTINUA COM O MESMO LIMITE.    *00000310
      *      LINHAS DESCARREGADAS NO LOTE QUE ABORTOU NAO FORAM        *00000320
      *      APAGADAS E VOLTAM NO UNLOAD DA RETOMADA;                  *00000330
      *   5. PROTOCOLO DE RETENTATIVA DO DB2ERRO: -911/-913 NO LOTE    *00000340
      *      REDRIVA O LOTE ATE 3 VEZES COM PAUSA, ENQUANTO NADA DELE  *00000350
      *      FOI GRAVADO NO UNLOAD;                                    *00000360
      *   6. REGISTRA A REGRA EM DB2ADM.DBA_EXECUCAO PELA FUNCAO 'O'   *00000370
      *      DO DB2AUDIT (OBJETO, LINHAS APAGADAS E ARQUIVADAS),       *00000380
      *      ALEM DA LINHA DE SEMPRE DA EXECUCAO (FUNCAO 'E').         *00000390
      *   RETURN-CODE 4 QUANDO ALGUMA REGRA FOI RECUSADA E 8 QUANDO    *00000400
      *   ALGUMA FOI INTERROMPIDA POR DIVERGENCIA NO LOTE.             *00000410
      * AREA RESPONSAVEL: ADMINISTRACAO DE BANCO DE DADOS              *00000420
      *----------------------------------------------------------------*00000430
       ENVIRONMENT    DIVISION.                                         00000440
      *                                                                 00000450
       INPUT-OUTPUT       SECTION.                                      00000460
       FILE-CONTROL.                                                    00000470
           SELECT  REGRAS   ASSIGN  TO  REGRAS.                         00000480
           SELECT  CHKPT    ASSIGN  TO  CHKPT.                          00000490
           SELECT  OPTIONAL RESTART  ASSIGN  TO  RESTART.               00000500
           SELECT  UNLOAD   ASSIGN  TO  UNLOAD.                         00000510
           SELECT  RELATO   ASSIGN  TO  RELATO.                         00000520
      *                                                                 00000530
       DATA DIVISION.                                                   00000540
      *                                                                 00000550
       FILE            SECTION.                                         00000560
       FD  REGRAS                                                       00000570
           LABEL  RECORD  IS  STANDARD                                  00000580
           RECORDING MODE IS F.                                         00000590
                                                                        00000600
       01  REG-REGRA.                                                   00000610
           02  RGR-CREATOR              PIC  X(08).                     00000620
           02  FILLER                   PIC  X(01).                     00000630
           02  RGR-TABELA               PIC  X(18).                     00000640
           02  FILLER                   PIC  X(01).                     00000650
           02  RGR-COLUNA               PIC  X(18).                     00000660
           02  FILLER                   PIC  X(01).                     00000670
           02  RGR-DIAS                 PIC  X(05).                     00000680
           02  FILLER                   PIC  X(01).                     00000690
           02  RGR-COMMIT               PIC  X(05).                     00000700
           02  FILLER                   PIC  X(01).                     00000710
           02  RGR-ARQ-CREATOR          PIC  X(08).                     00000720
           02  FILLER                   PIC  X(01).                     00000730
           02  RGR-ARQ-TABELA           PIC  X(18).                     00000740
           02  FILLER                   PIC  X(14).                     00000750
      *                                                                 00000760
       FD  CHKPT                                                        00000770
           LABEL  RECORD  IS  OMITTED                                   00000780
           RECORDING MODE IS F.                                         00000790
                                                                        00000800
       01  REG-CHKPT                    PIC  X(080).                    00000810
      *                                                                 00000820
       FD  RESTART                                                      00000830
           LABEL  RECORD  IS  OMITTED                                   00000840
           RECORDING MODE IS F.                                         00000850
                                                                        00000860
       01  REG-RESTART                  PIC  X(080).                    00000870
      *                                                                 00000880
       FD  UNLOAD                                                       00000890
           LABEL  RECORD  IS  OMITTED                                   00000900
           RECORDING MODE IS F.                                         00000910
                                                                        00000920
       01  REG-UNLOAD.                                                  00000930
           02  UNL-CREATOR              PIC  X(08).                     00000940
           02  FILLER                   PIC  X(01).                     00000950
           02  UNL-TABELA               PIC  X(18).                     00000960
           02  FILLER                   PIC  X(01).                     00000970
           02  UNL-CORTE                PIC  X(26).                     00000980
           02  FILLER                   PIC  X(01).                     00000990
           02  UNL-DADOS                PIC  X(3900).                   00001000
           02  FILLER                   PIC  X(45).                     00001010
      *                                                                 00001020
       FD  RELATO                                                       00001030
           LABEL  RECORD  IS  OMITTED                                   00001040
           RECORDING MODE IS F.                                         00001050
                                                                        00001060
       01  REG-RELATO                   PIC  X(132).                    00001070
      *                                                                 00001080
       WORKING-STORAGE SECTION.                                         00001090
      *----------------------------------------------------------------*00001100
      * CHECKPOINT: UM REGISTRO POR LOTE CONFIRMADO ('P') E UM NO FIM  *00001110
      * DA REGRA ('F'); O ULTIMO DE CADA TABELA E' O QUE VALE          *00001120
      *----------------------------------------------------------------*00001130
       01  WS-REG-CHK.                                                  00001140
           02  CHK-CREATOR              PIC  X(08).                     00001150
           02  CHK-TABELA               PIC  X(18).                     00001160
           02  CHK-SITUACAO             PIC  X(01).                     00001170
           02  CHK-LIMITE               PIC  X(26).                     00001180
           02  CHK-QTD-ARQ              PIC  9(11).                     00001190
           02  CHK-QTD-EXC              PIC  9(11).                     00001200
           02  CHK-LOTES                PIC  9(05).                     00001210
      *----------------------------------------------------------------*00001220
      * SITUACAO DE CADA TABELA NA EXECUCAO INTERROMPIDA (RESTART)     *00001230
      *----------------------------------------------------------------*00001240
       01  TAB-RESTART.                                                 00001250
           02  QTD-RST            PIC S9(04) COMP    VALUE +0.          00001260
           02  IND-RST            PIC S9(04) COMP    VALUE +0.          00001270
           02  FILLER             OCCURS    500  TIMES.                 00001280
               04  TB-RST-REG         PIC  X(80).                       00001290
      *----------------------------------------------------------------*00001300
      * HOSTS                                                          *00001310
      *----------------------------------------------------------------*00001320
       01  H-CREATOR                    PIC  X(08).                     00001330
       01  H-TABELA                     PIC  X(18).                     00001340
       01  H-COLUNA                     PIC  X(18).                     00001350
       01  H-TIPO                       PIC  X(01).                     00001360
       01  H-COLTYPE                    PIC  X(08).                     00001370
       01  H-LENGTH                     PIC S9(04) COMP.                00001380
       01  H-COLCOUNT                   PIC S9(04) COMP.                00001390
       01  H-COLCOUNT-ARQ               PIC S9(04) COMP.                00001400
       01  H-DIAS                       PIC S9(09) COMP.                00001410
       01  H-QTD-FILHAS                 PIC S9(09) COMP.                00001420
       01  H-LIMITE-DATA                PIC  X(10).                     00001430
       01  H-CORTE                      PIC  X(26).                     00001440
       01  H-CORTE-NULL                 PIC S9(04) COMP.                00001450
       01  H-LINHA.                                                     00001460
           49  H-LINHA-L                PIC S9(04) COMP.                00001470
           49  H-LINHA-T                PIC  X(3900).                   00001480
      *                                                                 00001490
       01  DYNAMIC-SQL.                                                 00001500
           49  CMD-SQL-LENGTH          PIC S9(04) COMP     VALUE +0.    00001510
           49  CMD-SQL                 PIC  X(9000).                    00001520
      *--- SELECT DA DESCARGA, MONTADO UMA VEZ POR REGRA A PARTIR DA    00001530
      *--- SYSCOLUMNS; O PREDICADO DO LOTE E' ACRESCENTADO A CADA LOTE  00001540
       01  WS-SQL-DESCARGA             PIC  X(8800)    VALUE SPACES.    00001550
      *----------------------------------------------------------------*00001560
      * REGRA CORRENTE                                                 *00001570
      *----------------------------------------------------------------*00001580
       01  FILLER.                                                      00001590
           02  WS-CREATOR              PIC  X(08)      VALUE SPACES.    00001600
           02  WS-TABELA               PIC  X(18)      VALUE SPACES.    00001610
           02  WS-COLUNA               PIC  X(18)      VALUE SPACES.    00001620
           02  WS-DIAS                 PIC  9(05)      VALUE ZEROS.     00001630
           02  WS-COMMIT               PIC  9(05)      VALUE ZEROS.     00001640
           02  WS-ARQ-CREATOR          PIC  X(08)      VALUE SPACES.    00001650
           02  WS-ARQ-TABELA           PIC  X(18)      VALUE SPACES.    00001660
           02  WS-NOME-TABELA          PIC  X(27)      VALUE SPACES.    00001670
           02  WS-NOME-ARQUIVO         PIC  X(27)      VALUE SPACES.    00001680
           02  WS-LIMITE-LIT           PIC  X(26)      VALUE SPACES.    00001690
           02  WS-MOTIVO               PIC  X(60)      VALUE SPACES.    00001700
           02  WS-MSG-ESTOURO          PIC  X(44)      VALUE            00001710
               'SELECT DA DESCARGA PASSA DE 8800 POSICOES'.             00001720
           02  WS-TIPO-DATA            PIC  X(08)      VALUE SPACES.    00001730
           02  WS-SITUACAO             PIC  X(14)      VALUE SPACES.    00001740
           02  WS-QTD-ARQ              PIC  9(11)      VALUE ZEROS.     00001750
           02  WS-QTD-EXC              PIC  9(11)      VALUE ZEROS.     00001760
           02  WS-QTD-LOTES            PIC  9(05)      VALUE ZEROS.     00001770
           02  WS-QTD-RETRY            PIC  9(05)      VALUE ZEROS.     00001780
           02  WS-LOTE-ARQ             PIC S9(09) COMP VALUE +0.        00001790
           02  WS-LOTE-EXC             PIC S9(09) COMP VALUE +0.        00001800
           02  WS-LARGURA              PIC S9(09) COMP VALUE +0.        00001810
           02  WS-PT-SQL               PIC S9(04) COMP VALUE +0.        00001820
           02  WS-PT-DESC              PIC S9(04) COMP VALUE +0.        00001830
           02  WS-QTD-COLUNAS          PIC S9(04) COMP VALUE +0.        00001840
      *----------------------------------------------------------------*00001850
      * TOTAIS DA EXECUCAO                                             *00001860
      *----------------------------------------------------------------*00001870
       01  FILLER.                                                      00001880
           02  WS-SQLCODE              PIC -----9.                      00001890
           02  WS-RC                   PIC S9(04) COMP VALUE +0.        00001900
           02  WS-TOT-REGRAS           PIC  9(05)      VALUE ZEROS.     00001910
           02  WS-TOT-EXPURGADAS       PIC  9(05)      VALUE ZEROS.     00001920
           02  WS-TOT-RECUSADAS        PIC  9(05)      VALUE ZEROS.     00001930
           02  WS-TOT-INTERROMPIDAS    PIC  9(05)      VALUE ZEROS.     00001940
           02  WS-TOT-CONCLUIDAS       PIC  9(05)      VALUE ZEROS.     00001950
           02  WS-TOT-RETRY            PIC  9(05)      VALUE ZEROS.     00001960
           02  WS-TOT-EXC              PIC  9(13)      VALUE ZEROS.     00001970
           02  ZQTD                    PIC  ZZZZZZZZZZ9.                00001980
           02  ZQTD2                   PIC  ZZZZZZZZZZ9.                00001990
           02  ZQTD3                   PIC  ZZZZ9.                      00002000
           02  ZQTD4                   PIC  ZZZZ9.                      00002010
      *                                                                 00002020
       01  AUD-PARM.                                                    00002030
           02  AUD-PROGRAMA       PIC X(08)      VALUE 'DB2PURGA'.      00002040
           02  AUD-HORA-INICIO    PIC X(08)      VALUE SPACES.          00002050
           02  AUD-QTD-CARTOES    PIC 9(05)      VALUE ZEROS.           00002060
           02  AUD-QTD-OBJETOS    PIC 9(05)      VALUE ZEROS.           00002070
           02  AUD-QTD-AVISOS     PIC 9(05)      VALUE ZEROS.           00002080
           02  AUD-RETURN-CODE    PIC 9(02)      VALUE ZEROS.           00002090
           02  AUD-FUNCAO         PIC X(01)      VALUE 'E'.             00002100
           02  AUD-OBJ-NOME       PIC X(27)      VALUE SPACES.          00002110
           02  AUD-OBJ-QTD-LINHAS PIC 9(11)      VALUE ZEROS.           00002120
           02  AUD-OBJ-QTD-ARQ    PIC 9(11)      VALUE ZEROS.           00002130
      *--- FORMATACAO/REGISTRO DE ERRO E RETENTATIVA (DB2ERRO)          00002140
       01  ERRO-PARM.                                                   00002150
           02  ERRO-PROGRAMA      PIC X(08)      VALUE 'DB2PURGA'.      00002160
           02  ERRO-CONTEXTO      PIC X(30)      VALUE SPACES.          00002170
           02  ERRO-GRAVA-LOG     PIC X(01)      VALUE 'S'.             00002180
           02  ERRO-MENSAGENS.                                          00002190
               03  ERRO-MSG-LINHA OCCURS 4 TIMES PIC X(79).             00002200
           02  ERRO-RETRY-AVISADO PIC X(01)     VALUE 'N'.              00002210
           02  ERRO-QTD-TENTATIVAS PIC 9(02)    VALUE ZEROS.            00002220
      *--- REDRIVE DO LOTE: SO DENTRO DO LACO DE LOTES (CH-FASE-LOTE)   00002230
      *--- E ENQUANTO NADA DO LOTE FOI GRAVADO NO UNLOAD                00002240
       77  CH-REDRIVE             PIC  X(01)         VALUE 'N'.         00002250
       77  CH-FASE-LOTE           PIC  X(01)         VALUE 'N'.         00002260
       77  CH-SAIDA-GRAVADA       PIC  X(01)         VALUE 'N'.         00002270
       77  WS-MAX-TENTATIVAS      PIC  9(02)         VALUE 03.          00002280
       01  WS-PAUSA-CENTESIMOS    PIC S9(08) COMP    VALUE +500.        00002290
      *----------------------------------------------------------------*00002300
      * CONTROLES                                                      *00002310
      *----------------------------------------------------------------*00002320
       01  CHAVES-FIM.                                                  00002330
           02  N88-FIM-REGRAS                    PIC  X(03) VALUE 'NAO'.00002340
               88  FIM-REGRAS                               VALUE 'SIM'.00002350
           02  N88-FIM-RESTART                   PIC  X(03) VALUE 'NAO'.00002360
               88  FIM-RESTART                              VALUE 'SIM'.00002370
           02  N88-FIM-LOTES                     PIC  X(03) VALUE 'NAO'.00002380
               88  FIM-LOTES                                VALUE 'SIM'.00002390
           02  N88-FIM-DESCARGA                  PIC  X(03) VALUE 'NAO'.00002400
               88  FIM-DESCARGA                             VALUE 'SIM'.00002410
           02  N88-FIM-COLUNAS                   PIC  X(03) VALUE 'NAO'.00002420
               88  FIM-COLUNAS                              VALUE 'SIM'.00002430
           02  N88-ACHOU                         PIC  X(03) VALUE 'NAO'.00002440
               88  ACHOU                                    VALUE 'SIM'.00002450
           02  N88-RETOMADA                      PIC  X(03) VALUE 'NAO'.00002460
               88  RETOMADA                                 VALUE 'SIM'.00002470
           02  N88-DESCARGA                      PIC  X(03) VALUE 'NAO'.00002480
               88  DESCARGA                                 VALUE 'SIM'.00002490
      *                                                                 00002500
           EXEC SQL INCLUDE SQLCA END-EXEC.                             00002510
      *----------------------------------------------------------------*00002520
      * RELATORIO                                                      *00002530
      *----------------------------------------------------------------*00002540
       77  AC-LINHA-REL           PIC S9(004)  COMP  VALUE +99.         00002550
       77  AC-PAGINA-REL          PIC S9(004)  COMP  VALUE +0.          00002560
       01  LINHA-REL              PIC  X(132)        VALUE SPACES.      00002570
       01  CURDATA                PIC  9(06)         VALUE ZEROS.       00002580
       01  CURDATA-R  REDEFINES  CURDATA.                               00002590
           03  ATU-ANO            PIC 9(02).                            00002600
           03  ATU-MES            PIC 9(02).                            00002610
           03  ATU-DIA            PIC 9(02).                            00002620
       01  REL-CAB1.                                                    00002630
           03  FILLER             PIC X(52)          VALUE              00002640
               'DB2PURGA     ADMINISTRACAO DE BANCO DE DADOS'.          00002650
           03  FILLER             PIC X(06)          VALUE 'DATA: '.    00002660
           03  REL-CAB1-DATA.                                           00002670
               05  CB-DIA         PIC 9(02)/.                           00002680
               05  CB-MES         PIC 9(02)/.                           00002690
               05  CB-ANO         PIC 9(02).                            00002700
           03  FILLER             PIC X(04)          VALUE SPACES.      00002710
           03  FILLER             PIC X(05)          VALUE 'PAG: '.     00002720
           03  REL-CAB1-PAG       PIC ZZZ9.                             00002730
           03  FILLER             PIC X(53)          VALUE SPACES.      00002740
       01  REL-CAB2.                                                    00002750
           03  FILLER             PIC X(50)          VALUE              00002760
               'EXPURGO POR PRAZO DE RETENCAO - ARQUIVAMENTO E '.       00002770
           03  FILLER             PIC X(82)          VALUE              00002780
               'EXCLUSAO EM LOTES'.                                     00002790
       01  REL-CAB3.                                                    00002800
           03  FILLER             PIC X(132)         VALUE ALL '-'.     00002810
      *----------------------------------------------------------------*00002820
      *                                                                *00002830
      *----------------------------------------------------------------*00002840
       PROCEDURE   DIVISION.                                            00002850
      *----------------------------------------------------------------*00002860
      *                                                                *00002870
      *----------------------------------------------------------------*00002880
       0000-0000-PRINCIPAL.                                             00002890
           ACCEPT AUD-HORA-INICIO      FROM TIME.                       00002900
           ACCEPT CURDATA              FROM DATE.                       00002910
           OPEN INPUT  REGRAS, RESTART                                  00002920
                OUTPUT CHKPT, UNLOAD, RELATO.                           00002930
           PERFORM 0100-0000-CARREGA-RESTART THRU 0100-0000-EXIT.       00002940
           PERFORM 0150-9999-LE-REGRAS THRU 0150-9999-EXIT.             00002950
           PERFORM 0200-0000-TRATA-REGRA THRU 0200-0000-EXIT            00002960
             UNTIL FIM-REGRAS.                                          00002970
                                                                        00002980
           IF  WS-TOT-RECUSADAS  GREATER  ZEROS                         00002990
               MOVE   +4               TO  WS-RC                        00003000
           END-IF.                                                      00003010
           IF  WS-TOT-INTERROMPIDAS  GREATER  ZEROS                     00003020
               MOVE   +8               TO  WS-RC                        00003030
           END-IF.                                                      00003040
           MOVE   +99                  TO  AC-LINHA-REL.                00003050
           MOVE   WS-TOT-REGRAS        TO  ZQTD.                        00003060
           STRING 'REGRAS LIDAS.............: ' ZQTD                    00003070
                  DELIMITED BY SIZE INTO LINHA-REL.                     00003080
           PERFORM 0900-9999-IMPRIME THRU 0900-9999-EXIT.               00003090
           MOVE   WS-TOT-EXPURGADAS    TO  ZQTD.                        00003100
           STRING 'TABELAS EXPURGADAS.......: ' ZQTD                    00003110
                  DELIMITED BY SIZE INTO LINHA-REL.                     00003120
           PERFORM 0900-9999-IMPRIME THRU 0900-9999-EXIT.               00003130
           MOVE   WS-TOT-CONCLUIDAS    TO  ZQTD.                        00003140
           STRING 'JA CONCLUIDAS (RESTART)..: ' ZQTD                    00003150
                  DELIMITED BY SIZE INTO LINHA-REL.                     00003160
           PERFORM 0900-9999-IMPRIME THRU 0900-9999-EXIT.               00003170
           MOVE   WS-TOT-RECUSADAS     TO  ZQTD.                        00003180
           STRING 'REGRAS RECUSADAS.........: ' ZQTD                    00003190
                  DELIMITED BY SIZE INTO LINHA-REL.                     00003200
           PERFORM 0900-9999-IMPRIME THRU 0900-9999-EXIT.               00003210
           MOVE   WS-TOT-INTERROMPIDAS TO  ZQTD.                        00003220
           STRING 'REGRAS INTERROMPIDAS.....: ' ZQTD                    00003230
                  DELIMITED BY SIZE INTO LINHA-REL.                     00003240
           PERFORM 0900-9999-IMPRIME THRU 0900-9999-EXIT.               00003250
           MOVE   WS-TOT-EXC           TO  ZQTD.                        00003260
           STRING 'LINHAS EXCLUIDAS.........: ' ZQTD                    00003270
                  DELIMITED BY SIZE INTO LINHA-REL.                     00003280
           PERFORM 0900-9999-IMPRIME THRU 0900-9999-EXIT.               00003290
           MOVE   WS-TOT-RETRY         TO  ZQTD.                        00003300
           STRING 'RETENTATIVAS (-911/-913).: ' ZQTD                    00003310
                  DELIMITED BY SIZE INTO LINHA-REL.                     00003320
           PERFORM 0900-9999-IMPRIME THRU 0900-9999-EXIT.               00003330
                                                                        00003340
           CLOSE REGRAS, RESTART, CHKPT, UNLOAD, RELATO.                00003350
           MOVE   WS-TOT-REGRAS        TO  AUD-QTD-CARTOES.             00003360
           MOVE   WS-TOT-EXPURGADAS    TO  AUD-QTD-OBJETOS.             00003370
           MOVE   WS-TOT-RETRY         TO  AUD-QTD-AVISOS.              00003380
           MOVE   WS-RC                TO  AUD-RETURN-CODE.             00003384
           MOVE   'E'                  TO  AUD-FUNCAO.                  00003388
           MOVE   SPACES               TO  AUD-OBJ-NOME.                00003392
           MOVE   ZEROS                TO  AUD-OBJ-QTD-LINHAS           00003396
                                           AUD-OBJ-QTD-ARQ.             00003400
           CALL  'DB2AUDIT'  USING  AUD-PARM.                           00003404
           MOVE   WS-RC                TO  RETURN-CODE.                 00003410
           STOP  RUN.                                                   00003420
       0000-0000-EXIT. EXIT.                                            00003430
      *----------------------------------------------------------------*00003440
      * CARREGA A SITUACAO DA EXECUCAO INTERROMPIDA (ULTIMO REGISTRO   *00003450
      * DE CADA TABELA) E A REPASSA PARA O NOVO CHKPT, PARA UMA        *00003460
      * SEGUNDA QUEDA NAO PERDER O QUE JA FOI CONCLUIDO                *00003470
      *----------------------------------------------------------------*00003480
       0100-0000-CARREGA-RESTART.                                       00003490
           PERFORM 0110-9999-LE-RESTART THRU 0110-9999-EXIT.            00003500
           PERFORM 0120-0100-GUARDA-RESTART THRU 0120-0100-EXIT         00003510
             UNTIL FIM-RESTART.                                         00003520
           PERFORM 0130-0100-REPASSA-RESTART THRU 0130-0100-EXIT        00003530
             VARYING IND-RST FROM +1 BY +1                              00003540
               UNTIL IND-RST  GREATER  QTD-RST.                         00003550
       0100-0000-EXIT. EXIT.                                            00003560
      *----------------------------------------------------------------*00003570
      *                                                                *00003580
      *----------------------------------------------------------------*00003590
       0110-9999-LE-RESTART.                                            00003600
           READ  RESTART                                                00003610
             AT END  MOVE  'SIM'   TO  N88-FIM-RESTART.                 00003620
       0110-9999-EXIT. EXIT.                                            00003630
      *----------------------------------------------------------------*00003640
      *                                                                *00003650
      *----------------------------------------------------------------*00003660
       0120-0100-GUARDA-RESTART.                                        00003670
           MOVE   'NAO'                TO  N88-ACHOU.                   00003680
           PERFORM 0125-0120-PROCURA-RESTART THRU 0125-0120-EXIT        00003690
             VARYING IND-RST FROM +1 BY +1                              00003700
               UNTIL IND-RST  GREATER  QTD-RST  OR  ACHOU.              00003710
           IF  ACHOU                                                    00003720
               SUBTRACT +1             FROM IND-RST                     00003730
           ELSE                                                         00003740
               IF  QTD-RST  NOT LESS  +500                              00003750
                   DISPLAY 'DB2PURGA - RESTART COM MAIS DE 500 TABELAS' 00003760
                   MOVE   +16          TO  RETURN-CODE                  00003770
                   STOP  RUN                                            00003780
               END-IF                                                   00003790
               ADD    +1               TO  QTD-RST                      00003800
               MOVE   QTD-RST          TO  IND-RST                      00003810
           END-IF.                                                      00003820
           MOVE   REG-RESTART          TO  TB-RST-REG(IND-RST).         00003830
           PERFORM 0110-9999-LE-RESTART THRU 0110-9999-EXIT.            00003840
       0120-0100-EXIT. EXIT.                                            00003850
      *----------------------------------------------------------------*00003860
      *                                                                *00003870
      *----------------------------------------------------------------*00003880
       0125-0120-PROCURA-RESTART.                                       00003890
           IF  TB-RST-REG(IND-RST)(1:26)  EQUAL  REG-RESTART(1:26)      00003900
               MOVE   'SIM'            TO  N88-ACHOU                    00003910
           END-IF.                                                      00003920
       0125-0120-EXIT. EXIT.                                            00003930
      *----------------------------------------------------------------*00003940
      *                                                                *00003950
      *----------------------------------------------------------------*00003960
       0130-0100-REPASSA-RESTART.                                       00003970
           WRITE  REG-CHKPT            FROM TB-RST-REG(IND-RST).        00003980
       0130-0100-EXIT. EXIT.                                            00003990
      *----------------------------------------------------------------*00004000
      *                                                                *00004010
      *----------------------------------------------------------------*00004020
       0150-9999-LE-REGRAS.                                             00004030
           READ  REGRAS                                                 00004040
             AT END  MOVE  'SIM'   TO  N88-FIM-REGRAS.                  00004050
       0150-9999-EXIT. EXIT.                                            00004060
      *----------------------------------------------------------------*00004070
      * UMA REGRA: VALIDACAO, EXPURGO EM LOTES, RELATORIO E REGISTRO   *00004080
      *----------------------------------------------------------------*00004090
       0200-0000-TRATA-REGRA.                                           00004100
           IF  REG-REGRA(1:1)  EQUAL  '*'                               00004110
               OR  REG-REGRA  EQUAL  SPACES                             00004120
               GO  TO  0200-0000-LEIA                                   00004130
           END-IF.                                                      00004140
           ADD    +1                   TO  WS-TOT-REGRAS.               00004150
           MOVE   RGR-CREATOR          TO  WS-CREATOR.                  00004160
           MOVE   RGR-TABELA           TO  WS-TABELA.                   00004170
           MOVE   RGR-COLUNA           TO  WS-COLUNA.                   00004180
           MOVE   RGR-ARQ-CREATOR      TO  WS-ARQ-CREATOR.              00004190
           MOVE   RGR-ARQ-TABELA       TO  WS-ARQ-TABELA.               00004200
           MOVE   SPACES               TO  WS-NOME-TABELA               00004210
                                           WS-NOME-ARQUIVO              00004220
                                           WS-MOTIVO                    00004230
                                           WS-LIMITE-LIT                00004240
                                           H-LIMITE-DATA.               00004250
           STRING WS-CREATOR DELIMITED BY SPACE                         00004260
                  '.'        DELIMITED BY SIZE                          00004270
                  WS-TABELA  DELIMITED BY SPACE                         00004280
                  INTO WS-NOME-TABELA.                                  00004290
           IF  WS-ARQ-TABELA  EQUAL  SPACES                             00004300
               MOVE   'SIM'            TO  N88-DESCARGA                 00004310
               MOVE   'UNLOAD'         TO  WS-NOME-ARQUIVO              00004320
           ELSE                                                         00004330
               MOVE   'NAO'            TO  N88-DESCARGA                 00004340
               STRING WS-ARQ-CREATOR DELIMITED BY SPACE                 00004350
                      '.'            DELIMITED BY SIZE                  00004360
                      WS-ARQ-TABELA  DELIMITED BY SPACE                 00004370
                      INTO WS-NOME-ARQUIVO                              00004380
           END-IF.                                                      00004390
           MOVE   ZEROS                TO  WS-DIAS                      00004400
                                           WS-QTD-ARQ                   00004410
                                           WS-QTD-EXC                   00004420
                                           WS-QTD-LOTES                 00004430
                                           WS-QTD-RETRY.                00004440
           MOVE   'NAO'                TO  N88-RETOMADA.                00004450
                                                                        00004460
           IF  RGR-DIAS  NOT NUMERIC                                    00004470
               MOVE  'RETENCAO EM DIAS INVALIDA (COLS 48-52)'           00004480
                 TO  WS-MOTIVO                                          00004490
           ELSE                                                         00004500
               MOVE   RGR-DIAS         TO  WS-DIAS                      00004510
               IF  WS-DIAS  EQUAL  ZEROS                                00004520
                   MOVE  'RETENCAO EM DIAS INVALIDA (COLS 48-52)'       00004530
                     TO  WS-MOTIVO                                      00004540
               END-IF                                                   00004550
           END-IF.                                                      00004560
           IF  RGR-COMMIT  EQUAL  SPACES                                00004570
               MOVE   1000             TO  WS-COMMIT                    00004580
           ELSE                                                         00004590
               IF  RGR-COMMIT  NOT NUMERIC                              00004600
                   MOVE  'LINHAS POR COMMIT INVALIDA (COLS 54-58)'      00004610
                     TO  WS-MOTIVO                                      00004620
               ELSE                                                     00004630
                   MOVE   RGR-COMMIT   TO  WS-COMMIT                    00004640
                   IF  WS-COMMIT  EQUAL  ZEROS                          00004650
                       MOVE  'LINHAS POR COMMIT INVALIDA (COLS 54-58)'  00004660
                         TO  WS-MOTIVO                                  00004670
                   END-IF                                               00004680
               END-IF                                                   00004690
           END-IF.                                                      00004700
           IF  WS-MOTIVO  NOT EQUAL  SPACES                             00004710
               GO  TO  0200-0000-RECUSA                                 00004720
           END-IF.                                                      00004730
                                                                        00004740
      *--- SITUACAO NA EXECUCAO INTERROMPIDA                            00004750
           MOVE   'NAO'                TO  N88-ACHOU.                   00004760
           PERFORM 0205-0200-PROCURA-REGRA THRU 0205-0200-EXIT          00004770
             VARYING IND-RST FROM +1 BY +1                              00004780
               UNTIL IND-RST  GREATER  QTD-RST  OR  ACHOU.              00004790
           IF  ACHOU                                                    00004800
               SUBTRACT +1             FROM IND-RST                     00004810
               MOVE   TB-RST-REG(IND-RST)  TO  WS-REG-CHK               00004820
               IF  CHK-SITUACAO  EQUAL  'F'                             00004830
                   ADD    +1           TO  WS-TOT-CONCLUIDAS            00004840
                   MOVE   CHK-LIMITE(1:10) TO  H-LIMITE-DATA            00004850
                   PERFORM 0800-0200-RELATA-REGRA THRU 0800-0200-EXIT   00004860
                   MOVE  'JA CONCLUIDA NA EXECUCAO INTERROMPIDA'        00004870
                     TO  LINHA-REL(4:)                                  00004880
                   PERFORM 0900-9999-IMPRIME THRU 0900-9999-EXIT        00004890
                   GO  TO  0200-0000-LEIA                               00004900
               END-IF                                                   00004910
               MOVE   'SIM'            TO  N88-RETOMADA                 00004920
               MOVE   CHK-LIMITE(1:10) TO  H-LIMITE-DATA                00004930
               MOVE   CHK-QTD-ARQ      TO  WS-QTD-ARQ                   00004940
               MOVE   CHK-QTD-EXC      TO  WS-QTD-EXC                   00004950
               MOVE   CHK-LOTES        TO  WS-QTD-LOTES                 00004960
           END-IF.                                                      00004970
                                                                        00004980
           PERFORM 0210-0200-VALIDA-REGRA THRU 0210-0200-EXIT.          00004990
           IF  WS-MOTIVO  NOT EQUAL  SPACES                             00005000
               GO  TO  0200-0000-RECUSA                                 00005010
           END-IF.                                                      00005020
                                                                        00005030
      *--- LIMITE DA RETENCAO: FIXADO NO INICIO DA REGRA (NA RETOMADA   00005040
      *--- VEM DO CHKPT, PARA O EXPURGO CONTINUAR NO MESMO CORTE)       00005050
           IF  NOT  RETOMADA                                            00005060
               MOVE   WS-DIAS          TO  H-DIAS                       00005070
               MOVE  'SELECT LIMITE DA RETENCAO'  TO  ERRO-CONTEXTO     00005080
               EXEC SQL                                                 00005090
                    SELECT CHAR(CURRENT DATE - :H-DIAS DAYS, ISO)       00005100
                      INTO :H-LIMITE-DATA                               00005110
                      FROM SYSIBM.SYSDUMMY1                             00005120
               END-EXEC                                                 00005130
               IF  SQLCODE  NOT EQUAL  +0                               00005140
                   DISPLAY '*** ERRO NO CALCULO DO LIMITE: '            00005150
                           WS-NOME-TABELA                               00005160
                   PERFORM  9999-9999-ERRO-DB2  THRU 9999-9999-EXIT     00005170
               END-IF                                                   00005180
           END-IF.                                                      00005190
           IF  WS-TIPO-DATA  EQUAL  'TIMESTMP'                          00005200
               STRING H-LIMITE-DATA '-00.00.00.000000'                  00005210
                      DELIMITED BY SIZE INTO WS-LIMITE-LIT              00005220
           ELSE                                                         00005230
               MOVE   H-LIMITE-DATA    TO  WS-LIMITE-LIT                00005240
           END-IF.                                                      00005250
                                                                        00005260
           MOVE   'NAO'                TO  N88-FIM-LOTES.               00005270
           MOVE   'N'                  TO  CH-REDRIVE.                  00005280
           PERFORM 0300-0200-UM-LOTE THRU 0300-0200-EXIT                00005290
             UNTIL FIM-LOTES.                                           00005300
           MOVE   'N'                  TO  CH-FASE-LOTE.                00005310
                                                                        00005320
           IF  WS-MOTIVO  NOT EQUAL  SPACES                             00005330
               ADD    +1               TO  WS-TOT-INTERROMPIDAS         00005340
               MOVE   'INTERROMPIDA'   TO  WS-SITUACAO                  00005350
               MOVE   8                TO  AUD-RETURN-CODE              00005360
           ELSE                                                         00005370
               ADD    +1               TO  WS-TOT-EXPURGADAS            00005380
               MOVE   'EXPURGADA'      TO  WS-SITUACAO                  00005390
               MOVE   0                TO  AUD-RETURN-CODE              00005400
               MOVE   'F'              TO  CHK-SITUACAO                 00005410
               PERFORM 0400-9999-GRAVA-CHKPT THRU 0400-9999-EXIT        00005420
           END-IF.                                                      00005430
           GO  TO  0200-0000-REGISTRA.                                  00005440
                                                                        00005450
       0200-0000-RECUSA.                                                00005460
           ADD    +1                   TO  WS-TOT-RECUSADAS.            00005470
           MOVE   'RECUSADA'           TO  WS-SITUACAO.                 00005480
           MOVE   4                    TO  AUD-RETURN-CODE.             00005490
                                                                        00005500
       0200-0000-REGISTRA.                                              00005510
           ADD    WS-QTD-EXC           TO  WS-TOT-EXC.                  00005520
           PERFORM 0800-0200-RELATA-REGRA THRU 0800-0200-EXIT.          00005530
           STRING '   SITUACAO: ' WS-SITUACAO ' ' WS-MOTIVO             00005540
                  DELIMITED BY SIZE INTO LINHA-REL.                     00005550
           PERFORM 0900-9999-IMPRIME THRU 0900-9999-EXIT.               00005560
           MOVE   WS-QTD-ARQ           TO  ZQTD.                        00005570
           MOVE   WS-QTD-EXC           TO  ZQTD2.                       00005580
           MOVE   WS-QTD-LOTES         TO  ZQTD3.                       00005590
           MOVE   WS-QTD-RETRY         TO  ZQTD4.                       00005600
           STRING '   LOTES: ' ZQTD3 '   ARQUIVADAS: ' ZQTD             00005610
                  '   EXCLUIDAS: ' ZQTD2 '   RETENTATIVAS: ' ZQTD4      00005620
                  DELIMITED BY SIZE INTO LINHA-REL.                     00005630
           IF  RETOMADA                                                 00005640
               MOVE  '(RETOMADA DO CHKPT)'  TO  LINHA-REL(100:)         00005650
           END-IF.                                                      00005660
           PERFORM 0900-9999-IMPRIME THRU 0900-9999-EXIT.               00005670
           PERFORM 0900-9999-IMPRIME THRU 0900-9999-EXIT.               00005680
                                                                        00005690
      *--- UMA LINHA POR TABELA NA DBA_EXECUCAO (FUNCAO 'O' DO DB2AUDIT)00005700
           MOVE   1                    TO  AUD-QTD-CARTOES.             00005710
           MOVE   WS-QTD-LOTES         TO  AUD-QTD-OBJETOS.             00005720
           MOVE   WS-QTD-RETRY         TO  AUD-QTD-AVISOS.              00005730
           MOVE   WS-NOME-TABELA       TO  AUD-OBJ-NOME.                00005740
           MOVE   WS-QTD-EXC           TO  AUD-OBJ-QTD-LINHAS.          00005750
           MOVE   WS-QTD-ARQ           TO  AUD-OBJ-QTD-ARQ.             00005760
           MOVE   'O'                  TO  AUD-FUNCAO.                  00005766
           CALL  'DB2AUDIT'  USING  AUD-PARM.                           00005772
                                                                        00005780
       0200-0000-LEIA.                                                  00005790
           PERFORM 0150-9999-LE-REGRAS THRU 0150-9999-EXIT.             00005800
       0200-0000-EXIT. EXIT.                                            00005810
      *----------------------------------------------------------------*00005820
      *                                                                *00005830
      *----------------------------------------------------------------*00005840
       0205-0200-PROCURA-REGRA.                                         00005850
           IF  TB-RST-REG(IND-RST)(1:8)   EQUAL  WS-CREATOR             00005860
               AND TB-RST-REG(IND-RST)(9:18)  EQUAL  WS-TABELA          00005870
               MOVE   'SIM'            TO  N88-ACHOU                    00005880
           END-IF.                                                      00005890
       0205-0200-EXIT. EXIT.                                            00005900
      *----------------------------------------------------------------*00005910
      * CONFERE A REGRA NO CATALOGO; RECUSA GRAVA O MOTIVO             *00005920
      *----------------------------------------------------------------*00005930
       0210-0200-VALIDA-REGRA.                                          00005940
           MOVE   WS-CREATOR           TO  H-CREATOR.                   00005950
           MOVE   WS-TABELA            TO  H-TABELA.                    00005960
           MOVE   WS-COLUNA            TO  H-COLUNA.                    00005970
           MOVE  'SELECT SYSIBM.SYSTABLES'  TO  ERRO-CONTEXTO.          00005980
           EXEC SQL                                                     00005990
                SELECT TYPE, COLCOUNT                                   00006000
                  INTO :H-TIPO, :H-COLCOUNT                             00006010
                  FROM SYSIBM.SYSTABLES                                 00006020
                 WHERE CREATOR = :H-CREATOR                             00006030
                   AND NAME    = :H-TABELA                              00006040
           END-EXEC.                                                    00006050
           IF  SQLCODE  EQUAL  +100                                     00006060
               MOVE  'TABELA NAO EXISTE NO CATALOGO'  TO  WS-MOTIVO     00006070
               GO  TO  0210-0200-EXIT                                   00006080
           END-IF.                                                      00006090
           IF  SQLCODE  NOT EQUAL  +0                                   00006100
               DISPLAY '*** ERRO NO SELECT SYSIBM.SYSTABLES: '          00006110
                       WS-NOME-TABELA                                   00006120
               PERFORM  9999-9999-ERRO-DB2  THRU 9999-9999-EXIT         00006130
           END-IF.                                                      00006140
           IF  H-TIPO  NOT EQUAL  'T'                                   00006150
               MOVE  'OBJETO NAO E'' TABELA'  TO  WS-MOTIVO             00006160
               GO  TO  0210-0200-EXIT                                   00006170
           END-IF.                                                      00006180
                                                                        00006190
           MOVE  'SELECT SYSIBM.SYSCOLUMNS'  TO  ERRO-CONTEXTO.         00006200
           EXEC SQL                                                     00006210
                SELECT COLTYPE                                          00006220
                  INTO :H-COLTYPE                                       00006230
                  FROM SYSIBM.SYSCOLUMNS                                00006240
                 WHERE TBCREATOR = :H-CREATOR                           00006250
                   AND TBNAME    = :H-TABELA                            00006260
                   AND NAME      = :H-COLUNA                            00006270
           END-EXEC.                                                    00006280
           IF  SQLCODE  EQUAL  +100                                     00006290
               MOVE  'COLUNA DE DATA NAO EXISTE NA TABELA'              00006300
                 TO  WS-MOTIVO                                          00006310
               GO  TO  0210-0200-EXIT                                   00006320
           END-IF.                                                      00006330
           IF  SQLCODE  NOT EQUAL  +0                                   00006340
               DISPLAY '*** ERRO NO SELECT SYSIBM.SYSCOLUMNS: '         00006350
                       WS-NOME-TABELA                                   00006360
               PERFORM  9999-9999-ERRO-DB2  THRU 9999-9999-EXIT         00006370
           END-IF.                                                      00006380
           IF  H-COLTYPE  NOT EQUAL  'DATE'                             00006390
               AND H-COLTYPE  NOT EQUAL  'TIMESTMP'                     00006400
               MOVE  'COLUNA DE DATA NAO E'' DATE NEM TIMESTAMP'        00006410
                 TO  WS-MOTIVO                                          00006420
               GO  TO  0210-0200-EXIT                                   00006430
           END-IF.                                                      00006440
           MOVE   H-COLTYPE            TO  WS-TIPO-DATA.                00006450
                                                                        00006460
      *--- A CHECAGEM DE DEPENDENTES DO DB2DRPTB: FILHOS NA SYSRELS.    00006470
      *--- AQUI O AUTO-RELACIONAMENTO TAMBEM BLOQUEIA: O DELETE DAS     00006480
      *--- LINHAS VENCIDAS PROPAGARIA PARA LINHAS DENTRO DO PRAZO       00006490
           MOVE  'COUNT SYSIBM.SYSRELS'  TO  ERRO-CONTEXTO.             00006500
           EXEC SQL                                                     00006510
                SELECT COUNT(*)                                         00006520
                  INTO :H-QTD-FILHAS                                    00006530
                  FROM SYSIBM.SYSRELS                                   00006540
                 WHERE REFTBCREATOR = :H-CREATOR                        00006550
                   AND REFTBNAME    = :H-TABELA                         00006560
           END-EXEC.                                                    00006570
           IF  SQLCODE  NOT EQUAL  +0                                   00006580
               DISPLAY '*** ERRO NO COUNT SYSIBM.SYSRELS: '             00006590
                       WS-NOME-TABELA                                   00006600
               PERFORM  9999-9999-ERRO-DB2  THRU 9999-9999-EXIT         00006610
           END-IF.                                                      00006620
           IF  H-QTD-FILHAS  GREATER  +0                                00006630
               MOVE  'TEM TABELAS FILHAS (O DELETE PROPAGARIA)'         00006640
                 TO  WS-MOTIVO                                          00006650
               GO  TO  0210-0200-EXIT                                   00006660
           END-IF.                                                      00006670
                                                                        00006680
           IF  DESCARGA                                                 00006690
               PERFORM 0220-0210-MONTA-DESCARGA THRU 0220-0210-EXIT     00006700
               GO  TO  0210-0200-EXIT                                   00006710
           END-IF.                                                      00006720
                                                                        00006730
           IF  WS-ARQ-CREATOR  EQUAL  WS-CREATOR                        00006740
               AND WS-ARQ-TABELA  EQUAL  WS-TABELA                      00006750
               MOVE  'TABELA DE ARQUIVO IGUAL A TABELA EXPURGADA'       00006760
                 TO  WS-MOTIVO                                          00006770
               GO  TO  0210-0200-EXIT                                   00006780
           END-IF.                                                      00006790
           MOVE   WS-ARQ-CREATOR       TO  H-CREATOR.                   00006800
           MOVE   WS-ARQ-TABELA        TO  H-TABELA.                    00006810
           MOVE  'SELECT SYSTABLES ARQUIVO'  TO  ERRO-CONTEXTO.         00006820
           EXEC SQL                                                     00006830
                SELECT TYPE, COLCOUNT                                   00006840
                  INTO :H-TIPO, :H-COLCOUNT-ARQ                         00006850
                  FROM SYSIBM.SYSTABLES                                 00006860
                 WHERE CREATOR = :H-CREATOR                             00006870
                   AND NAME    = :H-TABELA                              00006880
           END-EXEC.                                                    00006890
           IF  SQLCODE  EQUAL  +100                                     00006900
               MOVE  'TABELA DE ARQUIVO NAO EXISTE NO CATALOGO'         00006910
                 TO  WS-MOTIVO                                          00006920
               GO  TO  0210-0200-EXIT                                   00006930
           END-IF.                                                      00006940
           IF  SQLCODE  NOT EQUAL  +0                                   00006950
               DISPLAY '*** ERRO NO SELECT SYSIBM.SYSTABLES: '          00006960
                       WS-NOME-ARQUIVO                                  00006970
               PERFORM  9999-9999-ERRO-DB2  THRU 9999-9999-EXIT         00006980
           END-IF.                                                      00006990
           IF  H-TIPO  NOT EQUAL  'T'                                   00007000
               MOVE  'TABELA DE ARQUIVO NAO E'' TABELA'  TO  WS-MOTIVO  00007010
               GO  TO  0210-0200-EXIT                                   00007020
           END-IF.                                                      00007030
           IF  H-COLCOUNT-ARQ  NOT EQUAL  H-COLCOUNT                    00007040
               MOVE  'TABELA DE ARQUIVO COM QTD DE COLUNAS DIFERENTE'   00007050
                 TO  WS-MOTIVO                                          00007060
           END-IF.                                                      00007070
       0210-0200-EXIT. EXIT.                                            00007080
      *----------------------------------------------------------------*00007090
      * SELECT DA DESCARGA: AS COLUNAS CONVERTIDAS PARA CARACTER E     *00007100
      * CONCATENADAS COM ';' (NULO SAI VAZIO), NA ORDEM DA SYSCOLUMNS  *00007110
      *----------------------------------------------------------------*00007120
       0220-0210-MONTA-DESCARGA.                                        00007130
           MOVE   SPACES               TO  WS-SQL-DESCARGA.             00007140
           MOVE   +1                   TO  WS-PT-DESC.                  00007150
           MOVE   +0                   TO  WS-LARGURA                   00007160
                                           WS-QTD-COLUNAS.              00007170
           STRING 'SELECT '  DELIMITED BY SIZE                          00007180
                  INTO WS-SQL-DESCARGA WITH POINTER WS-PT-DESC.         00007190
           MOVE  'OPEN C_COLUNAS'  TO  ERRO-CONTEXTO.                   00007200
           EXEC SQL                                                     00007210
                DECLARE C_COLUNAS CURSOR FOR                            00007220
                 SELECT SUBSTR(NAME, 1, 18), COLTYPE, LENGTH            00007230
                   FROM SYSIBM.SYSCOLUMNS                               00007240
                  WHERE TBCREATOR = :H-CREATOR                          00007250
                    AND TBNAME    = :H-TABELA                           00007260
                  ORDER BY COLNO                                        00007270
           END-EXEC.                                                    00007280
           EXEC SQL OPEN C_COLUNAS END-EXEC.                            00007290
           IF  SQLCODE  NOT EQUAL  +0                                   00007300
               DISPLAY '*** ERRO NO OPEN C_COLUNAS'                     00007310
               PERFORM  9999-9999-ERRO-DB2  THRU 9999-9999-EXIT         00007320
           END-IF.                                                      00007330
           MOVE   'NAO'                TO  N88-FIM-COLUNAS.             00007340
           PERFORM 0230-0220-UMA-COLUNA THRU 0230-0220-EXIT             00007350
             UNTIL FIM-COLUNAS  OR  WS-MOTIVO  NOT EQUAL  SPACES.       00007360
           EXEC SQL CLOSE C_COLUNAS END-EXEC.                           00007370
           IF  SQLCODE  NOT EQUAL  +0                                   00007380
               DISPLAY '*** ERRO NO CLOSE C_COLUNAS'                    00007390
               PERFORM  9999-9999-ERRO-DB2  THRU 9999-9999-EXIT         00007400
           END-IF.                                                      00007410
           IF  WS-MOTIVO  NOT EQUAL  SPACES                             00007420
               GO  TO  0220-0210-EXIT                                   00007430
           END-IF.                                                      00007440
           IF  WS-LARGURA  GREATER  +3900                               00007450
               MOVE  'REGISTRO DESCARREGADO PASSA DE 3900 POSICOES'     00007460
                 TO  WS-MOTIVO                                          00007470
               GO  TO  0220-0210-EXIT                                   00007480
           END-IF.                                                      00007490
           STRING ' FROM '   DELIMITED BY SIZE                          00007500
                  WS-CREATOR DELIMITED BY SPACE                         00007510
                  '.'        DELIMITED BY SIZE                          00007520
                  WS-TABELA  DELIMITED BY SPACE                         00007530
                  INTO WS-SQL-DESCARGA WITH POINTER WS-PT-DESC          00007540
               ON OVERFLOW                                              00007550
                  MOVE  WS-MSG-ESTOURO  TO  WS-MOTIVO                   00007560
           END-STRING.                                                  00007570
       0220-0210-EXIT. EXIT.                                            00007580
      *----------------------------------------------------------------*00007590
      * UMA COLUNA DO SELECT DA DESCARGA                               *00007600
      *----------------------------------------------------------------*00007610
       0230-0220-UMA-COLUNA.                                            00007620
           EXEC SQL                                                     00007630
                FETCH  C_COLUNAS                                        00007640
                INTO   :H-COLUNA, :H-COLTYPE, :H-LENGTH                 00007650
           END-EXEC.                                                    00007660
           IF  SQLCODE  EQUAL  +100                                     00007670
               MOVE  'SIM'             TO  N88-FIM-COLUNAS              00007680
               GO  TO  0230-0220-EXIT                                   00007690
           END-IF.                                                      00007700
           IF  SQLCODE  NOT EQUAL  +0                                   00007710
               DISPLAY '*** ERRO NO FETCH C_COLUNAS'                    00007720
               PERFORM  9999-9999-ERRO-DB2  THRU 9999-9999-EXIT         00007730
           END-IF.                                                      00007740
           ADD    +1                   TO  WS-QTD-COLUNAS.              00007750
           IF  WS-QTD-COLUNAS  GREATER  +1                              00007760
               ADD    +1               TO  WS-LARGURA                   00007770
               STRING '||'';''||'  DELIMITED BY SIZE                    00007780
                      INTO WS-SQL-DESCARGA WITH POINTER WS-PT-DESC      00007790
           END-IF.                                                      00007800
           EVALUATE H-COLTYPE                                           00007810
               WHEN 'CHAR'                                              00007820
               WHEN 'VARCHAR'                                           00007830
                   ADD    H-LENGTH     TO  WS-LARGURA                   00007840
                   STRING 'VALUE(RTRIM(' DELIMITED BY SIZE              00007850
                          H-COLUNA       DELIMITED BY SPACE             00007860
                          '),'''')'      DELIMITED BY SIZE              00007870
                          INTO WS-SQL-DESCARGA WITH POINTER WS-PT-DESC  00007880
                     ON OVERFLOW                                        00007890
                          MOVE  WS-MSG-ESTOURO  TO  WS-MOTIVO           00007900
                   END-STRING                                           00007910
               WHEN 'SMALLINT'                                          00007920
               WHEN 'INTEGER'                                           00007930
               WHEN 'BIGINT'                                            00007940
               WHEN 'DECIMAL'                                           00007950
               WHEN 'FLOAT'                                             00007960
                   EVALUATE H-COLTYPE                                   00007970
                       WHEN 'SMALLINT'  ADD  +6   TO  WS-LARGURA        00007980
                       WHEN 'INTEGER'   ADD  +11  TO  WS-LARGURA        00007990
                       WHEN 'BIGINT'    ADD  +20  TO  WS-LARGURA        00008000
                       WHEN 'FLOAT'     ADD  +24  TO  WS-LARGURA        00008010
                       WHEN OTHER                                       00008020
                            COMPUTE WS-LARGURA = WS-LARGURA             00008030
                                               + H-LENGTH + 2           00008040
                   END-EVALUATE                                         00008050
                   STRING 'VALUE(RTRIM(CHAR(' DELIMITED BY SIZE         00008060
                          H-COLUNA            DELIMITED BY SPACE        00008070
                          ')),'''')'          DELIMITED BY SIZE         00008080
                          INTO WS-SQL-DESCARGA WITH POINTER WS-PT-DESC  00008090
                     ON OVERFLOW                                        00008100
                          MOVE  WS-MSG-ESTOURO  TO  WS-MOTIVO           00008110
                   END-STRING                                           00008120
               WHEN 'DATE'                                              00008130
               WHEN 'TIME'                                              00008140
                   ADD    +10          TO  WS-LARGURA                   00008150
                   STRING 'VALUE(CHAR(' DELIMITED BY SIZE               00008160
                          H-COLUNA      DELIMITED BY SPACE              00008170
                          ', ISO),'''')' DELIMITED BY SIZE              00008180
                          INTO WS-SQL-DESCARGA WITH POINTER WS-PT-DESC  00008190
                     ON OVERFLOW                                        00008200
                          MOVE  WS-MSG-ESTOURO  TO  WS-MOTIVO           00008210
                   END-STRING                                           00008220
               WHEN 'TIMESTMP'                                          00008230
                   ADD    +26          TO  WS-LARGURA                   00008240
                   STRING 'VALUE(CHAR(' DELIMITED BY SIZE               00008250
                          H-COLUNA      DELIMITED BY SPACE              00008260
                          '),'''')'     DELIMITED BY SIZE               00008270
                          INTO WS-SQL-DESCARGA WITH POINTER WS-PT-DESC  00008280
                     ON OVERFLOW                                        00008290
                          MOVE  WS-MSG-ESTOURO  TO  WS-MOTIVO           00008300
                   END-STRING                                           00008310
               WHEN OTHER                                               00008320
                   STRING 'COLUNA '     DELIMITED BY SIZE               00008330
                          H-COLUNA      DELIMITED BY SPACE              00008340
                          ' DE TIPO '   DELIMITED BY SIZE               00008350
                          H-COLTYPE     DELIMITED BY SPACE              00008360
                          ' NAO DESCARREGAVEL' DELIMITED BY SIZE        00008370
                          INTO WS-MOTIVO                                00008380
           END-EVALUATE.                                                00008390
       0230-0220-EXIT. EXIT.                                            00008400
      *----------------------------------------------------------------*00008410
      * UM LOTE: CORTE, COPIA (ARQUIVO OU UNLOAD), DELETE E COMMIT     *00008420
      *----------------------------------------------------------------*00008430
       0300-0200-UM-LOTE.                                               00008440
           IF  CH-REDRIVE  EQUAL  'N'                                   00008450
               MOVE   ZEROS            TO  ERRO-QTD-TENTATIVAS          00008460
           END-IF.                                                      00008470
           MOVE   'N'                  TO  CH-REDRIVE.                  00008480
           MOVE   'S'                  TO  CH-FASE-LOTE.                00008490
           MOVE   'N'                  TO  CH-SAIDA-GRAVADA.            00008500
           MOVE   +0                   TO  WS-LOTE-ARQ                  00008510
                                           WS-LOTE-EXC.                 00008520
                                                                        00008530
      *--- CORTE: MAIOR DATA ENTRE AS N LINHAS MAIS ANTIGAS VENCIDAS    00008540
           MOVE   SPACES               TO  CMD-SQL.                     00008550
           MOVE   +1                   TO  WS-PT-SQL.                   00008560
           STRING 'SELECT CHAR(MAX(D)' DELIMITED BY SIZE                00008570
                  INTO CMD-SQL WITH POINTER WS-PT-SQL.                  00008580
           IF  WS-TIPO-DATA  EQUAL  'DATE'                              00008590
               STRING ', ISO' DELIMITED BY SIZE                         00008600
                      INTO CMD-SQL WITH POINTER WS-PT-SQL               00008610
           END-IF.                                                      00008620
           STRING ') FROM (SELECT '    DELIMITED BY SIZE                00008630
                  WS-COLUNA            DELIMITED BY SPACE               00008640
                  ' AS D FROM '        DELIMITED BY SIZE                00008650
                  WS-NOME-TABELA       DELIMITED BY SPACE               00008660
                  ' WHERE '            DELIMITED BY SIZE                00008670
                  WS-COLUNA            DELIMITED BY SPACE               00008680
                  ' < '''              DELIMITED BY SIZE                00008690
                  WS-LIMITE-LIT        DELIMITED BY SPACE               00008700
                  ''' ORDER BY '       DELIMITED BY SIZE                00008710
                  WS-COLUNA            DELIMITED BY SPACE               00008720
                  ' FETCH FIRST '      DELIMITED BY SIZE                00008730
                  WS-COMMIT            DELIMITED BY SIZE                00008740
                  ' ROWS ONLY) AS X'   DELIMITED BY SIZE                00008750
                  INTO CMD-SQL WITH POINTER WS-PT-SQL.                  00008760
           COMPUTE CMD-SQL-LENGTH = WS-PT-SQL - 1.                      00008770
           MOVE  'PREPARE ST_CORTE'  TO  ERRO-CONTEXTO.                 00008780
           EXEC SQL PREPARE ST_CORTE FROM :DYNAMIC-SQL END-EXEC.        00008790
           IF  SQLCODE  NOT EQUAL  +0                                   00008800
               DISPLAY '*** ERRO DE PREPARE'                            00008810
               DISPLAY '*** CMD: ' CMD-SQL(1:WS-PT-SQL - 1)             00008820
               PERFORM  9999-9999-ERRO-DB2  THRU 9999-9999-EXIT         00008830
               IF  CH-REDRIVE  EQUAL  'S'                               00008840
                   GO  TO  0300-0200-EXIT                               00008850
               END-IF                                                   00008860
           END-IF.                                                      00008870
           EXEC SQL                                                     00008880
                DECLARE C_CORTE CURSOR                                  00008890
                    FOR ST_CORTE                                        00008900
           END-EXEC.                                                    00008910
           MOVE  'OPEN C_CORTE'  TO  ERRO-CONTEXTO.                     00008920
           EXEC SQL OPEN C_CORTE END-EXEC.                              00008930
           IF  SQLCODE  NOT EQUAL  +0                                   00008940
               DISPLAY '*** ERRO NO OPEN C_CORTE'                       00008950
               PERFORM  9999-9999-ERRO-DB2  THRU 9999-9999-EXIT         00008960
               IF  CH-REDRIVE  EQUAL  'S'                               00008970
                   GO  TO  0300-0200-EXIT                               00008980
               END-IF                                                   00008990
           END-IF.                                                      00009000
           MOVE   SPACES               TO  H-CORTE.                     00009010
           MOVE  'FETCH C_CORTE'  TO  ERRO-CONTEXTO.                    00009020
           EXEC SQL                                                     00009030
                FETCH  C_CORTE                                          00009040
                INTO   :H-CORTE :H-CORTE-NULL                           00009050
           END-EXEC.                                                    00009060
           IF  SQLCODE  NOT EQUAL  +0                                   00009070
               DISPLAY '*** ERRO NO FETCH C_CORTE'                      00009080
               PERFORM  9999-9999-ERRO-DB2  THRU 9999-9999-EXIT         00009090
               IF  CH-REDRIVE  EQUAL  'S'                               00009100
                   GO  TO  0300-0200-EXIT                               00009110
               END-IF                                                   00009120
           END-IF.                                                      00009130
           EXEC SQL CLOSE C_CORTE END-EXEC.                             00009140
           IF  SQLCODE  NOT EQUAL  +0                                   00009150
               DISPLAY '*** ERRO NO CLOSE C_CORTE'                      00009160
               PERFORM  9999-9999-ERRO-DB2  THRU 9999-9999-EXIT         00009170
               IF  CH-REDRIVE  EQUAL  'S'                               00009180
                   GO  TO  0300-0200-EXIT                               00009190
               END-IF                                                   00009200
           END-IF.                                                      00009210
      *--- MAX NULO: NAO HA MAIS LINHA VENCIDA                          00009220
           IF  H-CORTE-NULL  LESS  +0                                   00009230
               MOVE   'SIM'            TO  N88-FIM-LOTES                00009240
               GO  TO  0300-0200-EXIT                                   00009250
           END-IF.                                                      00009260
                                                                        00009270
           IF  DESCARGA                                                 00009280
               PERFORM 0310-0300-DESCARREGA THRU 0310-0300-EXIT         00009290
               IF  CH-REDRIVE  EQUAL  'S'                               00009300
                   GO  TO  0300-0200-EXIT                               00009310
               END-IF                                                   00009320
           ELSE                                                         00009330
               MOVE   SPACES           TO  CMD-SQL                      00009340
               MOVE   +1               TO  WS-PT-SQL                    00009350
               STRING 'INSERT INTO '   DELIMITED BY SIZE                00009360
                      WS-NOME-ARQUIVO  DELIMITED BY SPACE               00009370
                      ' SELECT * FROM ' DELIMITED BY SIZE               00009380
                      WS-NOME-TABELA   DELIMITED BY SPACE               00009390
                      INTO CMD-SQL WITH POINTER WS-PT-SQL               00009400
               PERFORM 0330-0300-PREDICADO THRU 0330-0300-EXIT          00009410
               MOVE  'INSERT NA TABELA DE ARQUIVO'  TO  ERRO-CONTEXTO   00009420
               EXEC SQL EXECUTE IMMEDIATE :DYNAMIC-SQL END-EXEC         00009430
               IF  SQLCODE  NOT EQUAL  +0  AND  +100                    00009440
                   DISPLAY '*** ERRO NO INSERT EM ' WS-NOME-ARQUIVO     00009450
                   DISPLAY '*** CMD: ' CMD-SQL(1:WS-PT-SQL - 1)         00009460
                   PERFORM  9999-9999-ERRO-DB2  THRU 9999-9999-EXIT     00009470
                   IF  CH-REDRIVE  EQUAL  'S'                           00009480
                       GO  TO  0300-0200-EXIT                           00009490
                   END-IF                                               00009500
               END-IF                                                   00009510
               IF  SQLCODE  EQUAL  +0                                   00009520
                   MOVE   SQLERRD(3)   TO  WS-LOTE-ARQ                  00009530
               END-IF                                                   00009540
           END-IF.                                                      00009550
                                                                        00009560
           MOVE   SPACES               TO  CMD-SQL.                     00009570
           MOVE   +1                   TO  WS-PT-SQL.                   00009580
           STRING 'DELETE FROM '       DELIMITED BY SIZE                00009590
                  WS-NOME-TABELA       DELIMITED BY SPACE               00009600
                  INTO CMD-SQL WITH POINTER WS-PT-SQL.                  00009610
           PERFORM 0330-0300-PREDICADO THRU 0330-0300-EXIT.             00009620
           MOVE  'DELETE DAS LINHAS VENCIDAS'  TO  ERRO-CONTEXTO.       00009630
           EXEC SQL EXECUTE IMMEDIATE :DYNAMIC-SQL END-EXEC.            00009640
           IF  SQLCODE  NOT EQUAL  +0  AND  +100                        00009650
               DISPLAY '*** ERRO NO DELETE EM ' WS-NOME-TABELA          00009660
               DISPLAY '*** CMD: ' CMD-SQL(1:WS-PT-SQL - 1)             00009670
               PERFORM  9999-9999-ERRO-DB2  THRU 9999-9999-EXIT         00009680
               IF  CH-REDRIVE  EQUAL  'S'                               00009690
                   GO  TO  0300-0200-EXIT                               00009700
               END-IF                                                   00009710
           END-IF.                                                      00009720
           IF  SQLCODE  EQUAL  +0                                       00009730
               MOVE   SQLERRD(3)       TO  WS-LOTE-EXC                  00009740
           END-IF.                                                      00009750
                                                                        00009760
      *--- O QUE FOI APAGADO TEM DE SER O QUE FOI COPIADO: SENAO O      00009770
      *--- LOTE E' DESFEITO E A REGRA PARA (AS LINHAS JA DESCARREGADAS  00009780
      *--- DESTE LOTE FICAM NO UNLOAD E NA TABELA)                      00009790
           IF  WS-LOTE-EXC  NOT EQUAL  WS-LOTE-ARQ                      00009800
               EXEC SQL ROLLBACK WORK END-EXEC                          00009810
               MOVE   WS-LOTE-ARQ      TO  ZQTD                         00009820
               MOVE   WS-LOTE-EXC      TO  ZQTD2                        00009830
               STRING 'LOTE DESFEITO: COPIADAS ' ZQTD                   00009840
                      ' X EXCLUIDAS ' ZQTD2                             00009850
                      DELIMITED BY SIZE INTO WS-MOTIVO                  00009860
               DISPLAY 'DB2PURGA - ' WS-NOME-TABELA ' ' WS-MOTIVO       00009870
               MOVE   'SIM'            TO  N88-FIM-LOTES                00009880
               GO  TO  0300-0200-EXIT                                   00009890
           END-IF.                                                      00009900
                                                                        00009910
           MOVE  'COMMIT DO LOTE'  TO  ERRO-CONTEXTO.                   00009920
           EXEC SQL COMMIT WORK END-EXEC.                               00009930
           IF  SQLCODE  NOT EQUAL  +0                                   00009940
               DISPLAY '*** ERRO NO COMMIT DO LOTE: ' WS-NOME-TABELA    00009950
               PERFORM  9999-9999-ERRO-DB2  THRU 9999-9999-EXIT         00009960
               IF  CH-REDRIVE  EQUAL  'S'                               00009970
                   GO  TO  0300-0200-EXIT                               00009980
               END-IF                                                   00009990
           END-IF.                                                      00010000
           ADD    WS-LOTE-ARQ          TO  WS-QTD-ARQ.                  00010010
           ADD    WS-LOTE-EXC          TO  WS-QTD-EXC.                  00010020
           ADD    +1                   TO  WS-QTD-LOTES.                00010030
           MOVE   'P'                  TO  CHK-SITUACAO.                00010040
           PERFORM 0400-9999-GRAVA-CHKPT THRU 0400-9999-EXIT.           00010050
       0300-0200-EXIT. EXIT.                                            00010060
      *----------------------------------------------------------------*00010070
      * DESCARGA DO LOTE NO UNLOAD                                     *00010080
      *----------------------------------------------------------------*00010090
       0310-0300-DESCARREGA.                                            00010100
           MOVE   SPACES               TO  CMD-SQL.                     00010110
           MOVE   +1                   TO  WS-PT-SQL.                   00010120
           STRING WS-SQL-DESCARGA(1:WS-PT-DESC - 1)                     00010130
                  DELIMITED BY SIZE                                     00010140
                  INTO CMD-SQL WITH POINTER WS-PT-SQL.                  00010150
           PERFORM 0330-0300-PREDICADO THRU 0330-0300-EXIT.             00010160
           MOVE  'PREPARE ST_DESC'  TO  ERRO-CONTEXTO.                  00010170
           EXEC SQL PREPARE ST_DESC FROM :DYNAMIC-SQL END-EXEC.         00010180
           IF  SQLCODE  NOT EQUAL  +0                                   00010190
               DISPLAY '*** ERRO DE PREPARE'                            00010200
               DISPLAY '*** CMD: ' CMD-SQL(1:WS-PT-SQL - 1)             00010210
               PERFORM  9999-9999-ERRO-DB2  THRU 9999-9999-EXIT         00010220
               IF  CH-REDRIVE  EQUAL  'S'                               00010230
                   GO  TO  0310-0300-EXIT                               00010240
               END-IF                                                   00010250
           END-IF.                                                      00010260
           EXEC SQL                                                     00010270
                DECLARE C_DESC CURSOR                                   00010280
                    FOR ST_DESC                                         00010290
           END-EXEC.                                                    00010300
           MOVE  'OPEN C_DESC'  TO  ERRO-CONTEXTO.                      00010310
           EXEC SQL OPEN C_DESC END-EXEC.                               00010320
           IF  SQLCODE  NOT EQUAL  +0                                   00010330
               DISPLAY '*** ERRO NO OPEN C_DESC'                        00010340
               PERFORM  9999-9999-ERRO-DB2  THRU 9999-9999-EXIT         00010350
               IF  CH-REDRIVE  EQUAL  'S'                               00010360
                   GO  TO  0310-0300-EXIT                               00010370
               END-IF                                                   00010380
           END-IF.                                                      00010390
           MOVE   'NAO'                TO  N88-FIM-DESCARGA.            00010400
           PERFORM 0320-0310-UMA-LINHA THRU 0320-0310-EXIT              00010410
             UNTIL FIM-DESCARGA  OR  CH-REDRIVE  EQUAL  'S'.            00010420
           IF  CH-REDRIVE  EQUAL  'S'                                   00010430
               GO  TO  0310-0300-EXIT                                   00010440
           END-IF.                                                      00010450
           EXEC SQL CLOSE C_DESC END-EXEC.                              00010460
           IF  SQLCODE  NOT EQUAL  +0                                   00010470
               DISPLAY '*** ERRO NO CLOSE C_DESC'                       00010480
               PERFORM  9999-9999-ERRO-DB2  THRU 9999-9999-EXIT         00010490
           END-IF.                                                      00010500
       0310-0300-EXIT. EXIT.                                            00010510
      *----------------------------------------------------------------*00010520
      *                                                                *00010530
      *----------------------------------------------------------------*00010540
       0320-0310-UMA-LINHA.                                             00010550
           MOVE   +0                   TO  H-LINHA-L.                   00010560
           MOVE   SPACES               TO  H-LINHA-T.                   00010570
           MOVE  'FETCH C_DESC'  TO  ERRO-CONTEXTO.                     00010580
           EXEC SQL                                                     00010590
                FETCH  C_DESC                                           00010600
                INTO   :H-LINHA                                         00010610
           END-EXEC.                                                    00010620
           IF  SQLCODE  EQUAL  +100                                     00010630
               MOVE  'SIM'             TO  N88-FIM-DESCARGA             00010640
               GO  TO  0320-0310-EXIT                                   00010650
           END-IF.                                                      00010660
           IF  SQLCODE  NOT EQUAL  +0                                   00010670
               DISPLAY '*** ERRO NO FETCH C_DESC'                       00010680
               PERFORM  9999-9999-ERRO-DB2  THRU 9999-9999-EXIT         00010690
               GO  TO  0320-0310-EXIT                                   00010700
           END-IF.                                                      00010710
           MOVE   SPACES               TO  REG-UNLOAD.                  00010720
           MOVE   WS-CREATOR           TO  UNL-CREATOR.                 00010730
           MOVE   WS-TABELA            TO  UNL-TABELA.                  00010740
           MOVE   H-CORTE              TO  UNL-CORTE.                   00010750
           IF  H-LINHA-L  GREATER  +0                                   00010760
               MOVE   H-LINHA-T(1:H-LINHA-L)  TO  UNL-DADOS             00010770
           END-IF.                                                      00010780
           WRITE  REG-UNLOAD.                                           00010790
      *--- A PARTIR DAQUI O LOTE TEM SAIDA GRAVADA: SEM REDRIVE         00010800
           MOVE   'S'                  TO  CH-SAIDA-GRAVADA.            00010810
           ADD    +1                   TO  WS-LOTE-ARQ.                 00010820
       0320-0310-EXIT. EXIT.                                            00010830
      *----------------------------------------------------------------*00010840
      * PREDICADO DO LOTE: VENCIDAS ATE O CORTE                        *00010850
      *----------------------------------------------------------------*00010860
       0330-0300-PREDICADO.                                             00010870
           STRING ' WHERE '            DELIMITED BY SIZE                00010880
                  WS-COLUNA            DELIMITED BY SPACE               00010890
                  ' < '''              DELIMITED BY SIZE                00010900
                  WS-LIMITE-LIT        DELIMITED BY SPACE               00010910
                  ''' AND '            DELIMITED BY SIZE                00010920
                  WS-COLUNA            DELIMITED BY SPACE               00010930
                  ' <= '''             DELIMITED BY SIZE                00010940
                  H-CORTE              DELIMITED BY SPACE               00010950
                  ''''                 DELIMITED BY SIZE                00010960
                  INTO CMD-SQL WITH POINTER WS-PT-SQL.                  00010970
           COMPUTE CMD-SQL-LENGTH = WS-PT-SQL - 1.                      00010980
       0330-0300-EXIT. EXIT.                                            00010990
      *----------------------------------------------------------------*00011000
      * CHECKPOINT DA REGRA CORRENTE                                   *00011010
      *----------------------------------------------------------------*00011020
       0400-9999-GRAVA-CHKPT.                                           00011030
           MOVE   WS-CREATOR           TO  CHK-CREATOR.                 00011040
           MOVE   WS-TABELA            TO  CHK-TABELA.                  00011050
           MOVE   H-LIMITE-DATA        TO  CHK-LIMITE.                  00011060
           MOVE   WS-QTD-ARQ           TO  CHK-QTD-ARQ.                 00011070
           MOVE   WS-QTD-EXC           TO  CHK-QTD-EXC.                 00011080
           MOVE   WS-QTD-LOTES         TO  CHK-LOTES.                   00011090
           WRITE  REG-CHKPT            FROM WS-REG-CHK.                 00011100
       0400-9999-EXIT. EXIT.                                            00011110
      *----------------------------------------------------------------*00011120
      * PRIMEIRA LINHA DA REGRA NO RELATO                              *00011130
      *----------------------------------------------------------------*00011140
       0800-0200-RELATA-REGRA.                                          00011150
           MOVE   WS-DIAS              TO  ZQTD3.                       00011160
           STRING 'TABELA ' WS-NOME-TABELA ' COL ' WS-COLUNA            00011170
                  ' RET ' ZQTD3 ' DIAS LIM ' H-LIMITE-DATA              00011180
                  ' DESTINO ' WS-NOME-ARQUIVO                           00011190
                  DELIMITED BY SIZE INTO LINHA-REL.                     00011200
           PERFORM 0900-9999-IMPRIME THRU 0900-9999-EXIT.               00011210
       0800-0200-EXIT. EXIT.                                            00011220
      *----------------------------------------------------------------*00011230
      *                                                                *00011240
      *----------------------------------------------------------------*00011250
       0900-9999-IMPRIME.                                               00011260
           IF  AC-LINHA-REL  GREATER  60                                00011270
               ADD    +1               TO  AC-PAGINA-REL                00011280
               MOVE   AC-PAGINA-REL    TO  REL-CAB1-PAG                 00011290
               MOVE   ATU-DIA          TO  CB-DIA                       00011300
               MOVE   ATU-MES          TO  CB-MES                       00011310
               MOVE   ATU-ANO          TO  CB-ANO                       00011320
               WRITE  REG-RELATO       FROM REL-CAB1 AFTER PAGE         00011330
               WRITE  REG-RELATO       FROM REL-CAB2                    00011340
               WRITE  REG-RELATO       FROM REL-CAB3                    00011350
               MOVE   +3               TO  AC-LINHA-REL                 00011360
           END-IF.                                                      00011370
           WRITE  REG-RELATO           FROM LINHA-REL.                  00011380
           ADD    +1                   TO  AC-LINHA-REL.                00011390
           MOVE   SPACES               TO  LINHA-REL.                   00011400
       0900-9999-EXIT. EXIT.                                            00011410
      *----------------------------------------------------------------*00011420
      *                                                                *00011430
      *----------------------------------------------------------------*00011440
       9900-9999-PAUSA.                                                 00011450
           CALL 'ILBOWAT0'  USING  WS-PAUSA-CENTESIMOS                  00011460
               ON  EXCEPTION                                            00011470
                   CONTINUE                                             00011480
           END-CALL.                                                    00011490
       9900-9999-EXIT. EXIT.                                            00011500
      *----------------------------------------------------------------*00011510
      *                                                                *00011520
      *----------------------------------------------------------------*00011530
       9999-9999-ERRO-DB2.                                              00011540
           MOVE   SQLCODE              TO  WS-SQLCODE.                  00011550
           DISPLAY '*** SQLCODE  ' WS-SQLCODE.                          00011560
           DISPLAY '    SQLERRMC ' SQLERRMC.                            00011570
           DISPLAY '    SQLSTATE ' SQLSTATE.                            00011580
      *--- FORMATA E REGISTRA O ERRO PELA ROTINA COMUM                  00011590
           CALL  'DB2ERRO'  USING  ERRO-PARM  SQLCA.                    00011600
           DISPLAY ERRO-MSG-LINHA(1).                                   00011610
           DISPLAY ERRO-MSG-LINHA(2).                                   00011620
      *--- DEADLOCK/TIMEOUT: REDRIVA O LOTE ATE O LIMITE                00011630
           IF  ERRO-RETRY-AVISADO  EQUAL  'S'                           00011640
               AND ERRO-QTD-TENTATIVAS NOT GREATER WS-MAX-TENTATIVAS    00011650
               AND CH-FASE-LOTE  EQUAL  'S'                             00011660
               AND CH-SAIDA-GRAVADA  EQUAL  'N'                         00011670
               DISPLAY 'DB2PURGA - RETENTATIVA ' ERRO-QTD-TENTATIVAS    00011680
                       ' DE ' WS-MAX-TENTATIVAS ' - ' WS-NOME-TABELA    00011690
               ADD    +1               TO   WS-QTD-RETRY                00011700
                                            WS-TOT-RETRY                00011710
      *--- DESFAZ A UNIDADE DE TRABALHO ANTES DO REDRIVE: NO -913       00011720
      *--- O DB2 NAO FEZ ROLLBACK SOZINHO E OS LOCKS/CURSORES           00011730
      *--- FICARIAM PENDURADOS (NO -911 O ROLLBACK JA OCORREU E         00011740
      *--- REPETI-LO E' INOFENSIVO)                                     00011750
               EXEC SQL ROLLBACK WORK END-EXEC                          00011760
               PERFORM 9900-9999-PAUSA THRU 9900-9999-EXIT              00011770
               MOVE  'S'               TO   CH-REDRIVE                  00011780
               GO  TO  9999-9999-EXIT                                   00011790
           END-IF.                                                      00011800
           MOVE   +16                  TO  RETURN-CODE.                 00011810
           STOP RUN.                                                    00011820
       9999-9999-EXIT. EXIT.                                            00011830
