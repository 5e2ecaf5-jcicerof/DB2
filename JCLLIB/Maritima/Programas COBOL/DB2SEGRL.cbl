       IDENTIFICATION DIVISION.                                         00000010
       PROGRAM-ID.    DB2SEGRL.                                         00000020
      *----------------------------------------------------------------*00000030
      * DATA:  OUT/2026                                                *00000040
      * OBJETIVOS: RELATORIO DE EXCECOES DE SEGURANCA SOBRE A TRILHA   *00000050
      *   DE DESPACHOS DO DBCALLER (TABELA DB2ADM.DBA_TRILHA), PARA A  *00000060
      *   SEGURANCA DA INFORMACAO E PARA A AUDITORIA ANUAL. O DB2LOGRL *00000070
      *   CONTINUA COM AS ESTATISTICAS DE USO E TEMPO DE RESPOSTA;     *00000080
      *   AQUI SO' ENTRA O QUE E' ACHADO DE SEGURANCA. SOBRE OS        *00000090
      *   ULTIMOS N DIAS DA TRILHA (DATA_DIA), RELATA EM RELATO:       *00000100
      *   - DESPACHOS REJEITADOS (RESULT 'NA') POR USUARIO E TERMINAL, *00000110
      *     DESTACANDO AS TENTATIVAS REPETIDAS (QTD >= LIMITE);        *00000120
      *   - DESPACHOS FORA DO HORARIO COMERCIAL, EM FIM DE SEMANA OU   *00000130
      *     EM FERIADO (ARQUIVO OPCIONAL FERIADOS, UMA DATA AAAAMMDD   *00000140
      *     POR CARTAO);                                               *00000150
      *   - USUARIO CHAMANDO PROGRAMA QUE NUNCA TINHA USADO (SEM       *00000160
      *     DESPACHO ANTERIOR AO PERIODO NA TRILHA - O ALCANCE E' O DO *00000170
      *     EXPURGO DO DB2TRLPG);                                      *00000180
      *   - FUNCOES DE MANUTENCAO (DESPACHOS OK DOS PROGRAMAS DE       *00000190
      *     MANUTENCAO, COMO O DB2DBAM) POR USUARIO - SO' INFORMATIVO. *00000200
      *   OS LIMITES VEM DO CARTAO DE CONTROLE LIMITES:                *00000210
      *     COLS  1-3  DIAS DE TRILHA ANALISADOS                       *00000220
      *     COLS  5-6  QTD DE REJEICOES QUE CARACTERIZA TENTATIVA      *00000230
      *                REPETIDA                                        *00000240
      *     COLS  8-11 INICIO DO HORARIO COMERCIAL (HHMM)              *00000250
      *     COLS 13-16 FIM DO HORARIO COMERCIAL (HHMM)                 *00000260
      *     COLS 18-61 ATE 5 PROGRAMAS DE MANUTENCAO (8 POSICOES CADA, *00000270
      *                SEPARADOS POR UM BRANCO); EM BRANCO = DB2DBAM   *00000280
      *                E DB2DBAP                                       *00000290
      *   RETURN-CODE 4 QUANDO HA ACHADO (REJEICAO, FORA DE HORARIO OU *00000300
      *   PRIMEIRO USO).                                               *00000310
      * AREA RESPONSAVEL: ADMINISTRACAO DE BANCO DE DADOS              *00000320
      *----------------------------------------------------------------*00000330
       ENVIRONMENT    DIVISION.                                         00000340
      *                                                                 00000350
       INPUT-OUTPUT       SECTION.                                      00000360
       FILE-CONTROL.                                                    00000370
           SELECT  LIMITES  ASSIGN  TO  LIMITES.                        00000380
           SELECT  OPTIONAL FERIADOS ASSIGN  TO  FERIADOS.              00000390
           SELECT  RELATO   ASSIGN  TO  RELATO.                         00000400
      *                                                                 00000410
       DATA DIVISION.                                                   00000420
      *                                                                 00000430
       FILE            SECTION.                                         00000440
       FD  LIMITES                                                      00000450
           LABEL  RECORD  IS  OMITTED                                   00000460
           RECORDING MODE IS F.                                         00000470
                                                                        00000480
       01  REG-LIMITES.                                                 00000490
           02  LIM-DIAS                PIC  9(03).                      00000500
           02  FILLER                  PIC  X(01).                      00000510
           02  LIM-TENTATIVAS          PIC  9(02).                      00000520
           02  FILLER                  PIC  X(01).                      00000530
           02  LIM-HORA-INI            PIC  9(04).                      00000540
           02  FILLER                  PIC  X(01).                      00000550
           02  LIM-HORA-FIM            PIC  9(04).                      00000560
           02  FILLER                  PIC  X(01).                      00000570
           02  LIM-PROGRAMAS.                                           00000580
               03  FILLER              OCCURS 5 TIMES.                  00000590
                   04  LIM-PROG-MANUT  PIC  X(08).                      00000600
                   04  FILLER          PIC  X(01).                      00000610
           02  FILLER                  PIC  X(18).                      00000620
      *                                                                 00000630
       FD  FERIADOS                                                     00000640
           LABEL  RECORD  IS  OMITTED                                   00000650
           RECORDING MODE IS F.                                         00000660
                                                                        00000670
       01  REG-FERIADOS.                                                00000680
           02  FER-DATA                PIC  9(08).                      00000690
           02  FILLER                  PIC  X(72).                      00000700
      *                                                                 00000710
       FD  RELATO                                                       00000720
           LABEL  RECORD  IS  OMITTED                                   00000730
           RECORDING MODE IS F.                                         00000740
                                                                        00000750
       01  REG-RELATO                  PIC  X(132).                     00000760
      *                                                                 00000770
       WORKING-STORAGE SECTION.                                         00000780
      *----------------------------------------------------------------*00000790
      * FERIADOS DO PERIODO (DIA NAO UTIL ALEM DO FIM DE SEMANA)       *00000800
      *----------------------------------------------------------------*00000810
       01  TAB-FERIADOS.                                                00000820
           02  QTD-FER            PIC S9(04) COMP    VALUE +0.          00000830
           02  IND-FER            PIC S9(04) COMP    VALUE +0.          00000840
           02  FILLER             OCCURS    100  TIMES.                 00000850
               04  TB-FER-DATA    PIC  9(08)         VALUE ZEROS.       00000860
      *----------------------------------------------------------------*00000870
      * AREAS AUXILIARES                                               *00000880
      *----------------------------------------------------------------*00000890
       01  FILLER.                                                      00000900
           02  WS-QTD-REJEITADOS       PIC S9(09) COMP VALUE +0.        00000910
           02  WS-QTD-REPETIDOS        PIC S9(09) COMP VALUE +0.        00000920
           02  WS-QTD-FORA-HORARIO     PIC S9(09) COMP VALUE +0.        00000930
           02  WS-QTD-PRIMEIRO-USO     PIC S9(09) COMP VALUE +0.        00000940
           02  WS-QTD-MANUTENCAO       PIC S9(09) COMP VALUE +0.        00000950
           02  WS-HORA-HHMM            PIC  9(04)      VALUE ZEROS.     00000960
           02  WS-MOTIVO               PIC  X(20)      VALUE SPACES.    00000970
           02  WS-REPETIDO             PIC  X(26)      VALUE SPACES.    00000980
           02  ZQTD                    PIC ZZZZZZZZ9.                   00000990
           02  ZQTD2                   PIC ZZZZZZZZ9.                   00001000
           02  ZDIAS                   PIC ZZ9.                         00001010
      *----------------------------------------------------------------*00001020
      * CONTROLES                                                      *00001030
      *----------------------------------------------------------------*00001040
       01  CHAVES-FIM.                                                  00001050
           02  N88-FIM-FERIADOS                  PIC  X(03) VALUE 'NAO'.00001060
               88  FIM-FERIADOS                             VALUE 'SIM'.00001070
           02  N88-FIM-CURSOR                    PIC  X(03) VALUE 'NAO'.00001080
               88  FIM-CURSOR                               VALUE 'SIM'.00001090
      *----------------------------------------------------------------*00001100
      * HOSTS DA TABELA DE TRILHA DB2ADM.DBA_TRILHA                    *00001110
      *----------------------------------------------------------------*00001120
       01  H-DIAS                 PIC S9(04) COMP.                      00001130
       01  H-TRL-DATA             PIC  X(08).                           00001140
       01  H-TRL-HORA             PIC  X(08).                           00001150
       01  H-TRL-APPL             PIC  X(08).                           00001160
       01  H-TRL-USERID           PIC  X(08).                           00001170
       01  H-TRL-TERMID           PIC  X(04).                           00001180
       01  H-TRL-RESULT           PIC  X(02).                           00001190
       01  H-TRL-DATA8            PIC S9(09) COMP.                      00001200
       01  H-TRL-DIA-SEMANA       PIC S9(04) COMP.                      00001210
       01  H-QTD                  PIC S9(09) COMP.                      00001220
       01  H-QTD-PROGRAMAS        PIC S9(09) COMP.                      00001230
       01  H-DATA-MIN             PIC  X(08).                           00001240
       01  H-DATA-MAX             PIC  X(08).                           00001250
       01  H-PROG-MANUT1          PIC  X(08).                           00001260
       01  H-PROG-MANUT2          PIC  X(08).                           00001270
       01  H-PROG-MANUT3          PIC  X(08).                           00001280
       01  H-PROG-MANUT4          PIC  X(08).                           00001290
       01  H-PROG-MANUT5          PIC  X(08).                           00001300
       77  WS-SQLCODE             PIC -----9.                           00001310
      *                                                                 00001320
           EXEC SQL INCLUDE SQLCA END-EXEC.                             00001330
      *----------------------------------------------------------------*00001340
      * RELATORIO                                                      *00001350
      *----------------------------------------------------------------*00001360
       77  AC-LINHA-REL           PIC S9(004)  COMP  VALUE +99.         00001370
       77  AC-PAGINA-REL          PIC S9(004)  COMP  VALUE +0.          00001380
       01  LINHA-REL              PIC  X(132)        VALUE SPACES.      00001390
       01  CURDATA                PIC  9(06)         VALUE ZEROS.       00001400
       01  CURDATA-R  REDEFINES  CURDATA.                               00001410
           03  ATU-ANO            PIC 9(02).                            00001420
           03  ATU-MES            PIC 9(02).                            00001430
           03  ATU-DIA            PIC 9(02).                            00001440
       01  REL-CAB1.                                                    00001450
           03  FILLER             PIC X(52)          VALUE              00001460
               'DB2SEGRL     ADMINISTRACAO DE BANCO DE DADOS'.          00001470
           03  FILLER             PIC X(06)          VALUE 'DATA: '.    00001480
           03  REL-CAB1-DATA.                                           00001490
               05  CB-DIA         PIC 9(02)/.                           00001500
               05  CB-MES         PIC 9(02)/.                           00001510
               05  CB-ANO         PIC 9(02).                            00001520
           03  FILLER             PIC X(04)          VALUE SPACES.      00001530
           03  FILLER             PIC X(05)          VALUE 'PAG: '.     00001540
           03  REL-CAB1-PAG       PIC ZZZ9.                             00001550
           03  FILLER             PIC X(53)          VALUE SPACES.      00001560
       01  REL-CAB2.                                                    00001570
           03  FILLER             PIC X(132)         VALUE              00001580
               'EXCECOES DE SEGURANCA NA TRILHA DE DESPACHOS (DBCALLER) 00001590
      -        ' - SEGURANCA DA INFORMACAO'.                            00001600
       01  REL-CAB3.                                                    00001610
           03  FILLER             PIC X(132)         VALUE ALL '-'.     00001620
      *----------------------------------------------------------------*00001630
      *                                                                *00001640
      *----------------------------------------------------------------*00001650
       PROCEDURE   DIVISION.                                            00001660
      *----------------------------------------------------------------*00001670
      *                                                                *00001680
      *----------------------------------------------------------------*00001690
       0000-0000-PRINCIPAL.                                             00001700
           OPEN INPUT  LIMITES FERIADOS.                                00001710
           OPEN OUTPUT RELATO.                                          00001720
           ACCEPT CURDATA              FROM DATE.                       00001730
           PERFORM 0050-0000-LE-LIMITES THRU 0050-0000-EXIT.            00001740
           PERFORM 0060-0000-LE-FERIADOS THRU 0060-0000-EXIT            00001750
             UNTIL FIM-FERIADOS.                                        00001760
           MOVE   LIM-DIAS             TO  H-DIAS.                      00001770
                                                                        00001780
           PERFORM 0100-0000-REJEITADOS     THRU 0100-0000-EXIT.        00001790
           PERFORM 0200-0000-FORA-HORARIO   THRU 0200-0000-EXIT.        00001800
           PERFORM 0300-0000-PRIMEIRO-USO   THRU 0300-0000-EXIT.        00001810
           PERFORM 0400-0000-MANUTENCAO     THRU 0400-0000-EXIT.        00001820
                                                                        00001830
           MOVE   SPACES               TO  LINHA-REL.                   00001840
           PERFORM 0900-9999-IMPRIME THRU 0900-9999-EXIT.               00001850
           MOVE   WS-QTD-REJEITADOS    TO  ZQTD.                        00001860
           MOVE   WS-QTD-REPETIDOS     TO  ZQTD2.                       00001870
           STRING 'DESPACHOS REJEITADOS: ' ZQTD                         00001880
                  '   USUARIO/TERMINAL COM TENTATIVAS REPETIDAS: '      00001890
                  ZQTD2 DELIMITED BY SIZE INTO LINHA-REL.               00001900
           PERFORM 0900-9999-IMPRIME THRU 0900-9999-EXIT.               00001910
           MOVE   WS-QTD-FORA-HORARIO  TO  ZQTD.                        00001920
           STRING 'DESPACHOS FORA DO HORARIO OU EM DIA NAO UTIL: ' ZQTD 00001930
                  DELIMITED BY SIZE INTO LINHA-REL.                     00001940
           PERFORM 0900-9999-IMPRIME THRU 0900-9999-EXIT.               00001950
           MOVE   WS-QTD-PRIMEIRO-USO  TO  ZQTD.                        00001960
           STRING 'PRIMEIRO USO DE PROGRAMA POR USUARIO: ' ZQTD         00001970
                  DELIMITED BY SIZE INTO LINHA-REL.                     00001980
           PERFORM 0900-9999-IMPRIME THRU 0900-9999-EXIT.               00001990
           MOVE   WS-QTD-MANUTENCAO    TO  ZQTD.                        00002000
           STRING 'DESPACHOS DE MANUTENCAO (INFORMATIVO): ' ZQTD        00002010
                  DELIMITED BY SIZE INTO LINHA-REL.                     00002020
           PERFORM 0900-9999-IMPRIME THRU 0900-9999-EXIT.               00002030
                                                                        00002040
           CLOSE LIMITES FERIADOS RELATO.                               00002050
           IF  WS-QTD-REJEITADOS    GREATER  +0                         00002060
               OR  WS-QTD-FORA-HORARIO  GREATER  +0                     00002070
               OR  WS-QTD-PRIMEIRO-USO  GREATER  +0                     00002080
               MOVE   +4               TO  RETURN-CODE                  00002090
           ELSE                                                         00002100
               MOVE   +0               TO  RETURN-CODE                  00002110
           END-IF.                                                      00002120
           STOP  RUN.                                                   00002130
       0000-0000-EXIT. EXIT.                                            00002140
      *----------------------------------------------------------------*00002150
      * CARTAO DE LIMITES (OBRIGATORIO)                                *00002160
      *----------------------------------------------------------------*00002170
       0050-0000-LE-LIMITES.                                            00002180
           READ  LIMITES                                                00002190
               AT END                                                   00002200
                   DISPLAY 'DB2SEGRL - ARQUIVO LIMITES VAZIO'           00002210
                   MOVE   +16          TO  RETURN-CODE                  00002220
                   STOP  RUN                                            00002230
           END-READ.                                                    00002240
           IF  LIM-DIAS  NOT NUMERIC                                    00002250
               OR  LIM-TENTATIVAS  NOT NUMERIC                          00002260
               OR  LIM-HORA-INI  NOT NUMERIC                            00002270
               OR  LIM-HORA-FIM  NOT NUMERIC                            00002280
               OR  LIM-DIAS  EQUAL  ZEROS                               00002290
               OR  LIM-TENTATIVAS  EQUAL  ZEROS                         00002300
               OR  LIM-HORA-FIM  GREATER  2400                          00002310
               OR  LIM-HORA-INI  NOT LESS  LIM-HORA-FIM                 00002320
               DISPLAY 'DB2SEGRL - CARTAO DE LIMITES INVALIDO'          00002330
               MOVE   +16              TO  RETURN-CODE                  00002340
               STOP  RUN                                                00002350
           END-IF.                                                      00002360
           IF  LIM-PROGRAMAS  EQUAL  SPACES                             00002370
               MOVE   'DB2DBAM'        TO  LIM-PROG-MANUT(1)            00002380
               MOVE   'DB2DBAP'        TO  LIM-PROG-MANUT(2)            00002390
           END-IF.                                                      00002400
           MOVE   LIM-PROG-MANUT(1)    TO  H-PROG-MANUT1.               00002410
           MOVE   LIM-PROG-MANUT(2)    TO  H-PROG-MANUT2.               00002420
           MOVE   LIM-PROG-MANUT(3)    TO  H-PROG-MANUT3.               00002430
           MOVE   LIM-PROG-MANUT(4)    TO  H-PROG-MANUT4.               00002440
           MOVE   LIM-PROG-MANUT(5)    TO  H-PROG-MANUT5.               00002450
           MOVE   LIM-DIAS             TO  ZDIAS.                       00002460
           MOVE   SPACES               TO  LINHA-REL.                   00002470
           STRING 'LIMITES: ULTIMOS ' ZDIAS ' DIAS   TENTATIVAS '       00002480
                  'REPETIDAS >= ' LIM-TENTATIVAS                        00002490
                  '   HORARIO COMERCIAL ' LIM-HORA-INI ' A '            00002500
                  LIM-HORA-FIM '   MANUTENCAO: ' LIM-PROGRAMAS          00002510
                  DELIMITED BY SIZE INTO LINHA-REL.                     00002520
           PERFORM 0900-9999-IMPRIME THRU 0900-9999-EXIT.               00002530
       0050-0000-EXIT. EXIT.                                            00002540
      *----------------------------------------------------------------*00002550
      * FERIADOS (OPCIONAL): UMA DATA AAAAMMDD POR CARTAO              *00002560
      *----------------------------------------------------------------*00002570
       0060-0000-LE-FERIADOS.                                           00002580
           READ  FERIADOS                                               00002590
               AT END                                                   00002600
                   MOVE   'SIM'         TO   N88-FIM-FERIADOS           00002610
                   GO  TO  0060-0000-EXIT                               00002620
           END-READ.                                                    00002630
           IF  FER-DATA  NOT NUMERIC                                    00002640
               DISPLAY 'DB2SEGRL - FERIADO INVALIDO IGNORADO: '         00002650
                       REG-FERIADOS(1:8)                                00002660
               GO  TO  0060-0000-EXIT                                   00002670
           END-IF.                                                      00002680
           IF  QTD-FER  GREATER  +99                                    00002690
               DISPLAY '*** AVISO: TAB-FERIADOS CHEIA'                  00002700
               GO  TO  0060-0000-EXIT                                   00002710
           END-IF.                                                      00002720
           ADD    +1                   TO  QTD-FER.                     00002730
           MOVE   FER-DATA             TO  TB-FER-DATA(QTD-FER).        00002740
       0060-0000-EXIT. EXIT.                                            00002750
      *----------------------------------------------------------------*00002760
      * DESPACHOS REJEITADOS (NA) AGRUPADOS POR USUARIO E TERMINAL     *00002770
      *----------------------------------------------------------------*00002780
       0100-0000-REJEITADOS.                                            00002790
           MOVE   SPACES               TO  LINHA-REL.                   00002800
           PERFORM 0900-9999-IMPRIME THRU 0900-9999-EXIT.               00002810
           MOVE  'DESPACHOS REJEITADOS (NA) POR USUARIO E TERMINAL:'    00002820
             TO  LINHA-REL.                                             00002830
           PERFORM 0900-9999-IMPRIME THRU 0900-9999-EXIT.               00002840
           EXEC SQL                                                     00002850
                DECLARE C_REJEITADOS CURSOR FOR                         00002860
                SELECT USERID, TERMID, COUNT(*),                        00002870
                       COUNT(DISTINCT APPL),                            00002880
                       MIN(DATA_DISP), MAX(DATA_DISP)                   00002890
                  FROM DB2ADM.DBA_TRILHA                                00002900
                 WHERE DATA_DIA >= CURRENT DATE - :H-DIAS DAYS          00002910
                   AND RESULT    = 'NA'                                 00002920
                 GROUP BY USERID, TERMID                                00002930
                 ORDER BY 3 DESC, USERID, TERMID                        00002940
           END-EXEC.                                                    00002950
           EXEC SQL OPEN C_REJEITADOS END-EXEC.                         00002960
           IF  SQLCODE  NOT EQUAL  +0                                   00002970
               DISPLAY '*** ERRO NO OPEN C_REJEITADOS'                  00002980
               PERFORM  9999-9999-ERRO-DB2  THRU 9999-9999-EXIT         00002990
           END-IF.                                                      00003000
           MOVE   'NAO'                TO  N88-FIM-CURSOR.              00003010
           PERFORM 0110-0100-UM-REJEITADO THRU 0110-0100-EXIT           00003020
             UNTIL FIM-CURSOR.                                          00003030
           EXEC SQL CLOSE C_REJEITADOS END-EXEC.                        00003040
           IF  SQLCODE  NOT EQUAL  +0                                   00003050
               DISPLAY '*** ERRO NO CLOSE C_REJEITADOS'                 00003060
               PERFORM  9999-9999-ERRO-DB2  THRU 9999-9999-EXIT         00003070
           END-IF.                                                      00003080
       0100-0000-EXIT. EXIT.                                            00003090
      *----------------------------------------------------------------*00003100
      *                                                                *00003110
      *----------------------------------------------------------------*00003120
       0110-0100-UM-REJEITADO.                                          00003130
           EXEC SQL                                                     00003140
                FETCH  C_REJEITADOS                                     00003150
                 INTO  :H-TRL-USERID, :H-TRL-TERMID, :H-QTD,            00003160
                       :H-QTD-PROGRAMAS, :H-DATA-MIN, :H-DATA-MAX       00003170
           END-EXEC.                                                    00003180
           IF  SQLCODE  EQUAL  +100                                     00003190
               MOVE  'SIM'             TO  N88-FIM-CURSOR               00003200
               GO  TO  0110-0100-EXIT                                   00003210
           END-IF.                                                      00003220
           IF  SQLCODE  NOT EQUAL  +0                                   00003230
               DISPLAY '*** ERRO NO FETCH C_REJEITADOS'                 00003240
               PERFORM  9999-9999-ERRO-DB2  THRU 9999-9999-EXIT         00003250
           END-IF.                                                      00003260
           ADD    H-QTD                TO  WS-QTD-REJEITADOS.           00003270
           MOVE   SPACES               TO  WS-REPETIDO.                 00003280
           IF  H-QTD  NOT LESS  LIM-TENTATIVAS                          00003290
               ADD    +1               TO  WS-QTD-REPETIDOS             00003300
               MOVE   '*** TENTATIVAS REPETIDAS'  TO  WS-REPETIDO       00003310
           END-IF.                                                      00003320
           MOVE   H-QTD                TO  ZQTD.                        00003330
           MOVE   H-QTD-PROGRAMAS      TO  ZQTD2.                       00003340
           MOVE   SPACES               TO  LINHA-REL.                   00003350
           STRING '   USUARIO ' H-TRL-USERID                            00003360
                  '  TERMINAL ' H-TRL-TERMID                            00003370
                  '  REJEICOES' ZQTD                                    00003380
                  '  PROGRAMAS' ZQTD2                                   00003390
                  '  DE ' H-DATA-MIN ' A ' H-DATA-MAX                   00003400
                  '  ' WS-REPETIDO                                      00003410
                  DELIMITED BY SIZE INTO LINHA-REL.                     00003420
           PERFORM 0900-9999-IMPRIME THRU 0900-9999-EXIT.               00003430
       0110-0100-EXIT. EXIT.                                            00003440
      *----------------------------------------------------------------*00003450
      * DESPACHOS FORA DO HORARIO COMERCIAL, EM FIM DE SEMANA OU EM    *00003460
      * FERIADO (DAYOFWEEK: 1 DOMINGO, 7 SABADO)                       *00003470
      *----------------------------------------------------------------*00003480
       0200-0000-FORA-HORARIO.                                          00003490
           MOVE   SPACES               TO  LINHA-REL.                   00003500
           PERFORM 0900-9999-IMPRIME THRU 0900-9999-EXIT.               00003510
           MOVE  'DESPACHOS FORA DO HORARIO COMERCIAL OU EM DIA NAO UTIL00003520
      -          ':'  TO  LINHA-REL.                                    00003530
           PERFORM 0900-9999-IMPRIME THRU 0900-9999-EXIT.               00003540
           EXEC SQL                                                     00003550
                DECLARE C_HORARIO CURSOR FOR                            00003560
                SELECT DATA_DISP, HORA_DISP, USERID, TERMID,            00003570
                       APPL, RESULT,                                    00003580
                       YEAR(DATA_DIA) * 10000 + MONTH(DATA_DIA) * 100   00003590
                                              + DAY(DATA_DIA),          00003600
                       DAYOFWEEK(DATA_DIA)                              00003610
                  FROM DB2ADM.DBA_TRILHA                                00003620
                 WHERE DATA_DIA >= CURRENT DATE - :H-DIAS DAYS          00003630
                 ORDER BY DATA_DIA, HORA_DISP                           00003640
           END-EXEC.                                                    00003650
           EXEC SQL OPEN C_HORARIO END-EXEC.                            00003660
           IF  SQLCODE  NOT EQUAL  +0                                   00003670
               DISPLAY '*** ERRO NO OPEN C_HORARIO'                     00003680
               PERFORM  9999-9999-ERRO-DB2  THRU 9999-9999-EXIT         00003690
           END-IF.                                                      00003700
           MOVE   'NAO'                TO  N88-FIM-CURSOR.              00003710
           PERFORM 0210-0200-UM-DESPACHO THRU 0210-0200-EXIT            00003720
             UNTIL FIM-CURSOR.                                          00003730
           EXEC SQL CLOSE C_HORARIO END-EXEC.                           00003740
           IF  SQLCODE  NOT EQUAL  +0                                   00003750
               DISPLAY '*** ERRO NO CLOSE C_HORARIO'                    00003760
               PERFORM  9999-9999-ERRO-DB2  THRU 9999-9999-EXIT         00003770
           END-IF.                                                      00003780
       0200-0000-EXIT. EXIT.                                            00003790
      *----------------------------------------------------------------*00003800
      *                                                                *00003810
      *----------------------------------------------------------------*00003820
       0210-0200-UM-DESPACHO.                                           00003830
           EXEC SQL                                                     00003840
                FETCH  C_HORARIO                                        00003850
                 INTO  :H-TRL-DATA, :H-TRL-HORA, :H-TRL-USERID,         00003860
                       :H-TRL-TERMID, :H-TRL-APPL, :H-TRL-RESULT,       00003870
                       :H-TRL-DATA8, :H-TRL-DIA-SEMANA                  00003880
           END-EXEC.                                                    00003890
           IF  SQLCODE  EQUAL  +100                                     00003900
               MOVE  'SIM'             TO  N88-FIM-CURSOR               00003910
               GO  TO  0210-0200-EXIT                                   00003920
           END-IF.                                                      00003930
           IF  SQLCODE  NOT EQUAL  +0                                   00003940
               DISPLAY '*** ERRO NO FETCH C_HORARIO'                    00003950
               PERFORM  9999-9999-ERRO-DB2  THRU 9999-9999-EXIT         00003960
           END-IF.                                                      00003970
           MOVE   SPACES               TO  WS-MOTIVO.                   00003980
           IF  H-TRL-DIA-SEMANA  EQUAL  +1                              00003990
               OR  H-TRL-DIA-SEMANA  EQUAL  +7                          00004000
               MOVE   'FIM DE SEMANA'  TO  WS-MOTIVO                    00004010
           ELSE                                                         00004020
               PERFORM VARYING IND-FER FROM +1 BY +1                    00004030
                 UNTIL IND-FER  GREATER  QTD-FER                        00004040
                    OR TB-FER-DATA(IND-FER)  EQUAL  H-TRL-DATA8         00004050
                   CONTINUE                                             00004060
               END-PERFORM                                              00004070
               IF  IND-FER  NOT GREATER  QTD-FER                        00004080
                   MOVE   'FERIADO'    TO  WS-MOTIVO                    00004090
               END-IF                                                   00004100
           END-IF.                                                      00004110
      *--- HORA_DISP VEM DO ACCEPT FROM TIME (HHMMSSCC)                 00004120
           IF  WS-MOTIVO  EQUAL  SPACES                                 00004130
               AND  H-TRL-HORA(1:4)  NUMERIC                            00004140
               MOVE   H-TRL-HORA(1:4)  TO  WS-HORA-HHMM                 00004150
               IF  WS-HORA-HHMM  LESS  LIM-HORA-INI                     00004160
                   OR  WS-HORA-HHMM  NOT LESS  LIM-HORA-FIM             00004170
                   MOVE   'FORA DO HORARIO' TO  WS-MOTIVO               00004180
               END-IF                                                   00004190
           END-IF.                                                      00004200
           IF  WS-MOTIVO  EQUAL  SPACES                                 00004210
               GO  TO  0210-0200-EXIT                                   00004220
           END-IF.                                                      00004230
           ADD    +1                   TO  WS-QTD-FORA-HORARIO.         00004240
           MOVE   SPACES               TO  LINHA-REL.                   00004250
           STRING '   ' H-TRL-DATA ' ' H-TRL-HORA(1:2) ':'              00004260
                  H-TRL-HORA(3:2) ':' H-TRL-HORA(5:2)                   00004270
                  '  USUARIO ' H-TRL-USERID                             00004280
                  '  TERMINAL ' H-TRL-TERMID                            00004290
                  '  PROGRAMA ' H-TRL-APPL                              00004300
                  '  RESULTADO ' H-TRL-RESULT                           00004310
                  '  ' WS-MOTIVO                                        00004320
                  DELIMITED BY SIZE INTO LINHA-REL.                     00004330
           PERFORM 0900-9999-IMPRIME THRU 0900-9999-EXIT.               00004340
       0210-0200-EXIT. EXIT.                                            00004350
      *----------------------------------------------------------------*00004360
      * PRIMEIRO USO: PAR USUARIO/PROGRAMA DO PERIODO SEM NENHUM       *00004370
      * DESPACHO ANTERIOR AO PERIODO NA TRILHA                         *00004380
      *----------------------------------------------------------------*00004390
       0300-0000-PRIMEIRO-USO.                                          00004400
           MOVE   SPACES               TO  LINHA-REL.                   00004410
           PERFORM 0900-9999-IMPRIME THRU 0900-9999-EXIT.               00004420
           MOVE  'USUARIOS CHAMANDO PROGRAMA QUE NUNCA TINHAM USADO:'   00004430
             TO  LINHA-REL.                                             00004440
           PERFORM 0900-9999-IMPRIME THRU 0900-9999-EXIT.               00004450
           EXEC SQL                                                     00004460
                DECLARE C_PRIMEIRO CURSOR FOR                           00004470
                SELECT T.USERID, T.APPL, COUNT(*),                      00004480
                       MIN(T.DATA_DISP), MAX(T.DATA_DISP)               00004490
                  FROM DB2ADM.DBA_TRILHA T                              00004500
                 WHERE T.DATA_DIA >= CURRENT DATE - :H-DIAS DAYS        00004510
                   AND NOT EXISTS                                       00004520
                      (SELECT 1                                         00004530
                         FROM DB2ADM.DBA_TRILHA A                       00004540
                        WHERE A.USERID   = T.USERID                     00004550
                          AND A.APPL     = T.APPL                       00004560
                          AND A.DATA_DIA <                              00004570
                              CURRENT DATE - :H-DIAS DAYS)              00004580
                 GROUP BY T.USERID, T.APPL                              00004590
                 ORDER BY T.USERID, T.APPL                              00004600
           END-EXEC.                                                    00004610
           EXEC SQL OPEN C_PRIMEIRO END-EXEC.                           00004620
           IF  SQLCODE  NOT EQUAL  +0                                   00004630
               DISPLAY '*** ERRO NO OPEN C_PRIMEIRO'                    00004640
               PERFORM  9999-9999-ERRO-DB2  THRU 9999-9999-EXIT         00004650
           END-IF.                                                      00004660
           MOVE   'NAO'                TO  N88-FIM-CURSOR.              00004670
           PERFORM 0310-0300-UM-PRIMEIRO THRU 0310-0300-EXIT            00004680
             UNTIL FIM-CURSOR.                                          00004690
           EXEC SQL CLOSE C_PRIMEIRO END-EXEC.                          00004700
           IF  SQLCODE  NOT EQUAL  +0                                   00004710
               DISPLAY '*** ERRO NO CLOSE C_PRIMEIRO'                   00004720
               PERFORM  9999-9999-ERRO-DB2  THRU 9999-9999-EXIT         00004730
           END-IF.                                                      00004740
       0300-0000-EXIT. EXIT.                                            00004750
      *----------------------------------------------------------------*00004760
      *                                                                *00004770
      *----------------------------------------------------------------*00004780
       0310-0300-UM-PRIMEIRO.                                           00004790
           EXEC SQL                                                     00004800
                FETCH  C_PRIMEIRO                                       00004810
                 INTO  :H-TRL-USERID, :H-TRL-APPL, :H-QTD,              00004820
                       :H-DATA-MIN, :H-DATA-MAX                         00004830
           END-EXEC.                                                    00004840
           IF  SQLCODE  EQUAL  +100                                     00004850
               MOVE  'SIM'             TO  N88-FIM-CURSOR               00004860
               GO  TO  0310-0300-EXIT                                   00004870
           END-IF.                                                      00004880
           IF  SQLCODE  NOT EQUAL  +0                                   00004890
               DISPLAY '*** ERRO NO FETCH C_PRIMEIRO'                   00004900
               PERFORM  9999-9999-ERRO-DB2  THRU 9999-9999-EXIT         00004910
           END-IF.                                                      00004920
           ADD    +1                   TO  WS-QTD-PRIMEIRO-USO.         00004930
           MOVE   H-QTD                TO  ZQTD.                        00004940
           MOVE   SPACES               TO  LINHA-REL.                   00004950
           STRING '   USUARIO ' H-TRL-USERID                            00004960
                  '  PROGRAMA ' H-TRL-APPL                              00004970
                  '  DESPACHOS' ZQTD                                    00004980
                  '  PRIMEIRO EM ' H-DATA-MIN                           00004990
                  '  ULTIMO EM ' H-DATA-MAX                             00005000
                  DELIMITED BY SIZE INTO LINHA-REL.                     00005010
           PERFORM 0900-9999-IMPRIME THRU 0900-9999-EXIT.               00005020
       0310-0300-EXIT. EXIT.                                            00005030
      *----------------------------------------------------------------*00005040
      * FUNCOES DE MANUTENCAO (PROGRAMAS DO CARTAO) POR USUARIO        *00005050
      *----------------------------------------------------------------*00005060
       0400-0000-MANUTENCAO.                                            00005070
           MOVE   SPACES               TO  LINHA-REL.                   00005080
           PERFORM 0900-9999-IMPRIME THRU 0900-9999-EXIT.               00005090
           MOVE  'FUNCOES DE MANUTENCAO POR USUARIO (INFORMATIVO):'     00005100
             TO  LINHA-REL.                                             00005110
           PERFORM 0900-9999-IMPRIME THRU 0900-9999-EXIT.               00005120
           EXEC SQL                                                     00005130
                DECLARE C_MANUTENCAO CURSOR FOR                         00005140
                SELECT USERID, APPL, COUNT(*),                          00005150
                       MIN(DATA_DISP), MAX(DATA_DISP)                   00005160
                  FROM DB2ADM.DBA_TRILHA                                00005170
                 WHERE DATA_DIA >= CURRENT DATE - :H-DIAS DAYS          00005180
                   AND RESULT    = 'OK'                                 00005190
                   AND APPL IN (:H-PROG-MANUT1, :H-PROG-MANUT2,         00005200
                                :H-PROG-MANUT3, :H-PROG-MANUT4,         00005210
                                :H-PROG-MANUT5)                         00005220
                 GROUP BY USERID, APPL                                  00005230
                 ORDER BY USERID, APPL                                  00005240
           END-EXEC.                                                    00005250
           EXEC SQL OPEN C_MANUTENCAO END-EXEC.                         00005260
           IF  SQLCODE  NOT EQUAL  +0                                   00005270
               DISPLAY '*** ERRO NO OPEN C_MANUTENCAO'                  00005280
               PERFORM  9999-9999-ERRO-DB2  THRU 9999-9999-EXIT         00005290
           END-IF.                                                      00005300
           MOVE   'NAO'                TO  N88-FIM-CURSOR.              00005310
           PERFORM 0410-0400-UMA-MANUTENCAO THRU 0410-0400-EXIT         00005320
             UNTIL FIM-CURSOR.                                          00005330
           EXEC SQL CLOSE C_MANUTENCAO END-EXEC.                        00005340
           IF  SQLCODE  NOT EQUAL  +0                                   00005350
               DISPLAY '*** ERRO NO CLOSE C_MANUTENCAO'                 00005360
               PERFORM  9999-9999-ERRO-DB2  THRU 9999-9999-EXIT         00005370
           END-IF.                                                      00005380
       0400-0000-EXIT. EXIT.                                            00005390
      *----------------------------------------------------------------*00005400
      *                                                                *00005410
      *----------------------------------------------------------------*00005420
       0410-0400-UMA-MANUTENCAO.                                        00005430
           EXEC SQL                                                     00005440
                FETCH  C_MANUTENCAO                                     00005450
                 INTO  :H-TRL-USERID, :H-TRL-APPL, :H-QTD,              00005460
                       :H-DATA-MIN, :H-DATA-MAX                         00005470
           END-EXEC.                                                    00005480
           IF  SQLCODE  EQUAL  +100                                     00005490
               MOVE  'SIM'             TO  N88-FIM-CURSOR               00005500
               GO  TO  0410-0400-EXIT                                   00005510
           END-IF.                                                      00005520
           IF  SQLCODE  NOT EQUAL  +0                                   00005530
               DISPLAY '*** ERRO NO FETCH C_MANUTENCAO'                 00005540
               PERFORM  9999-9999-ERRO-DB2  THRU 9999-9999-EXIT         00005550
           END-IF.                                                      00005560
           ADD    H-QTD                TO  WS-QTD-MANUTENCAO.           00005570
           MOVE   H-QTD                TO  ZQTD.                        00005580
           MOVE   SPACES               TO  LINHA-REL.                   00005590
           STRING '   USUARIO ' H-TRL-USERID                            00005600
                  '  PROGRAMA ' H-TRL-APPL                              00005610
                  '  DESPACHOS' ZQTD                                    00005620
                  '  DE ' H-DATA-MIN ' A ' H-DATA-MAX                   00005630
                  DELIMITED BY SIZE INTO LINHA-REL.                     00005640
           PERFORM 0900-9999-IMPRIME THRU 0900-9999-EXIT.               00005650
       0410-0400-EXIT. EXIT.                                            00005660
      *----------------------------------------------------------------*00005670
      * IMPRESSAO PAGINADA (COMO O RELATO DO DB2LOGRL)                 *00005680
      *----------------------------------------------------------------*00005690
       0900-9999-IMPRIME.                                               00005700
           IF  AC-LINHA-REL  GREATER  60                                00005710
               ADD    +1               TO  AC-PAGINA-REL                00005720
               MOVE   AC-PAGINA-REL    TO  REL-CAB1-PAG                 00005730
               MOVE   ATU-DIA          TO  CB-DIA                       00005740
               MOVE   ATU-MES          TO  CB-MES                       00005750
               MOVE   ATU-ANO          TO  CB-ANO                       00005760
               WRITE  REG-RELATO       FROM REL-CAB1 AFTER PAGE         00005770
               WRITE  REG-RELATO       FROM REL-CAB2                    00005780
               WRITE  REG-RELATO       FROM REL-CAB3                    00005790
               MOVE   +3               TO  AC-LINHA-REL                 00005800
           END-IF.                                                      00005810
           WRITE  REG-RELATO           FROM LINHA-REL.                  00005820
           ADD    +1                   TO  AC-LINHA-REL.                00005830
           MOVE   SPACES               TO  LINHA-REL.                   00005840
       0900-9999-EXIT. EXIT.                                            00005850
      *----------------------------------------------------------------*00005860
      *                                                                *00005870
      *----------------------------------------------------------------*00005880
       9999-9999-ERRO-DB2.                                              00005890
           MOVE   SQLCODE              TO  WS-SQLCODE.                  00005900
           DISPLAY '*** SQLCODE  ' WS-SQLCODE.                          00005910
           DISPLAY '    SQLERRMC ' SQLERRMC.                            00005920
           DISPLAY '    SQLSTATE ' SQLSTATE.                            00005930
           MOVE   +16                  TO  RETURN-CODE.                 00005940
           STOP RUN.                                                    00005950
       9999-9999-EXIT. EXIT.                                            00005960
