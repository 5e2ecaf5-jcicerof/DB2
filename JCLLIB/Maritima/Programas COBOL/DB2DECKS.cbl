       IDENTIFICATION DIVISION.                                         00000010
       PROGRAM-ID.    DB2DECKS.                                         00000020
      *----------------------------------------------------------------*00000030
      * DATA:  OUT/2026                                                *00000040
      * OBJETIVOS: RELATO DO REGISTRO CENTRAL DE DECKS DB2ADM.DBA_DECK *00000050
      *   (ALIMENTADO PELOS GERADORES VIA DB2DKREG, FUNCAO 'G', E      *00000060
      *   MARCADO COMO SUBMETIDO PELO DB2JCLBD, FUNCAO 'S').           *00000070
      *   SECOES DO RELATO:                                            *00000080
      *   - DECKS GERADOS E NUNCA SUBMETIDOS (TS_SUBMISSAO NULO) DENTRO*00000090
      *     DA JANELA, SO OS COM OBJETO E DE DIAS ANTERIORES A HOJE;   *00000100
      *   - DECKS REGERADOS NOITE APOS NOITE: MESMO PROGRAMA, DATASET  *00000110
      *     E QTD DE OBJETOS, SEM SUBMISSAO, EM N OU MAIS DIAS         *00000120
      *     DISTINTOS DA JANELA - O PROBLEMA QUE O DECK CORRIGE NUNCA  *00000130
      *     E' CORRIGIDO DE FATO.                                      *00000140
      *   CARTAO DE CONTROLE LIMITES:                                  *00000150
      *     COLS  1-3  JANELA EM DIAS                                  *00000160
      *     COLS  5-7  QTD MINIMA DE NOITES PARA CONSIDERAR REPETICAO  *00000170
      *   RETURN-CODE 4 QUANDO HA DECK NAO SUBMETIDO OU REPETIDO.      *00000180
      * AREA RESPONSAVEL: ADMINISTRACAO DE BANCO DE DADOS              *00000190
      *----------------------------------------------------------------*00000200
       ENVIRONMENT    DIVISION.                                         00000210
      *                                                                 00000220
       INPUT-OUTPUT       SECTION.                                      00000230
       FILE-CONTROL.                                                    00000240
           SELECT  LIMITES  ASSIGN  TO  LIMITES.                        00000250
           SELECT  RELATO   ASSIGN  TO  RELATO.                         00000260
      *                                                                 00000270
       DATA DIVISION.                                                   00000280
      *                                                                 00000290
       FILE            SECTION.                                         00000300
       FD  LIMITES                                                      00000310
           LABEL  RECORD  IS  OMITTED                                   00000320
           RECORDING MODE IS F.                                         00000330
                                                                        00000340
       01  REG-LIMITES.                                                 00000350
           02  LIM-JANELA              PIC  9(03).                      00000360
           02  FILLER                  PIC  X(01).                      00000370
           02  LIM-NOITES              PIC  9(03).                      00000380
           02  FILLER                  PIC  X(73).                      00000390
      *                                                                 00000400
       FD  RELATO                                                       00000410
           LABEL  RECORD  IS  OMITTED                                   00000420
           RECORDING MODE IS F.                                         00000430
                                                                        00000440
       01  REG-RELATO                  PIC  X(132).                     00000450
      *                                                                 00000460
       WORKING-STORAGE SECTION.                                         00000470
      *----------------------------------------------------------------*00000480
      * HOSTS DO REGISTRO DE DECKS                                     *00000490
      *----------------------------------------------------------------*00000500
       01  H-DIAS-JANELA               PIC S9(09) COMP.                 00000510
       01  H-MIN-NOITES                PIC S9(09) COMP.                 00000520
       01  H-DCK-PROGRAMA              PIC  X(08).                      00000530
       01  H-DCK-DATASET               PIC  X(08).                      00000540
       01  H-DCK-TIPO-DECK             PIC  X(08).                      00000550
       01  H-DCK-QTD-OBJETOS           PIC S9(09) COMP.                 00000560
       01  H-DCK-TICKET                PIC  X(12).                      00000570
       01  H-DCK-USR-GERACAO           PIC  X(08).                      00000580
       01  H-DCK-DT-GERACAO            PIC  X(10).                      00000590
       01  H-DCK-DT-PRIMEIRA           PIC  X(10).                      00000600
       01  H-DCK-NOITES                PIC S9(09) COMP.                 00000610
      *----------------------------------------------------------------*00000620
      * AREAS AUXILIARES                                               *00000630
      *----------------------------------------------------------------*00000640
       01  FILLER.                                                      00000650
           02  WS-SQLCODE              PIC -----9.                      00000660
           02  WS-QTD-PENDENTES        PIC S9(04) COMP VALUE +0.        00000670
           02  WS-QTD-REPETIDOS        PIC S9(04) COMP VALUE +0.        00000680
           02  ZQTD                    PIC ZZZZ9.                       00000690
           02  ZDIAS                   PIC ZZZZ9.                       00000700
           02  ZOBJ                    PIC ZZZZ9.                       00000710
      *----------------------------------------------------------------*00000720
      * CONTROLES                                                      *00000730
      *----------------------------------------------------------------*00000740
       01  CHAVES-FIM.                                                  00000750
           02  N88-FIM-PENDENTES                 PIC  X(03) VALUE 'NAO'.00000760
               88  FIM-PENDENTES                            VALUE 'SIM'.00000770
           02  N88-FIM-REPETIDOS                 PIC  X(03) VALUE 'NAO'.00000780
               88  FIM-REPETIDOS                            VALUE 'SIM'.00000790
      *----------------------------------------------------------------*00000800
      * RELATORIO                                                      *00000810
      *----------------------------------------------------------------*00000820
       77  AC-LINHA-REL           PIC S9(004)  COMP  VALUE +99.         00000830
       77  AC-PAGINA-REL          PIC S9(004)  COMP  VALUE +0.          00000840
       01  LINHA-REL              PIC  X(132)        VALUE SPACES.      00000850
       01  CURDATA                PIC  9(06)         VALUE ZEROS.       00000860
       01  CURDATA-R  REDEFINES  CURDATA.                               00000870
           03  ATU-ANO            PIC 9(02).                            00000880
           03  ATU-MES            PIC 9(02).                            00000890
           03  ATU-DIA            PIC 9(02).                            00000900
       01  REL-CAB1.                                                    00000910
           03  FILLER             PIC X(52)          VALUE              00000920
               'DB2DECKS     ADMINISTRACAO DE BANCO DE DADOS'.          00000930
           03  FILLER             PIC X(06)          VALUE 'DATA: '.    00000940
           03  REL-CAB1-DATA.                                           00000950
               05  CB-DIA         PIC 9(02)/.                           00000960
               05  CB-MES         PIC 9(02)/.                           00000970
               05  CB-ANO         PIC 9(02).                            00000980
           03  FILLER             PIC X(04)          VALUE SPACES.      00000990
           03  FILLER             PIC X(05)          VALUE 'PAG: '.     00001000
           03  REL-CAB1-PAG       PIC ZZZ9.                             00001010
           03  FILLER             PIC X(53)          VALUE SPACES.      00001020
       01  REL-CAB2.                                                    00001030
           03  FILLER             PIC X(132)         VALUE              00001040
               'REGISTRO CENTRAL DE DECKS GERADOS'.                     00001050
       01  REL-CAB3.                                                    00001060
           03  FILLER             PIC X(132)         VALUE ALL '-'.     00001070
      *                                                                 00001080
           EXEC SQL INCLUDE SQLCA END-EXEC.                             00001090
      *----------------------------------------------------------------*00001100
      *                                                                *00001110
      *----------------------------------------------------------------*00001120
       PROCEDURE   DIVISION.                                            00001130
      *----------------------------------------------------------------*00001140
      *                                                                *00001150
      *----------------------------------------------------------------*00001160
       0000-0000-PRINCIPAL.                                             00001170
           OPEN INPUT  LIMITES.                                         00001180
           OPEN OUTPUT RELATO.                                          00001190
           ACCEPT CURDATA              FROM DATE.                       00001200
           PERFORM 0050-0000-LE-LIMITES THRU 0050-0000-EXIT.            00001210
                                                                        00001220
           PERFORM 0100-0000-PENDENTES  THRU 0100-0000-EXIT.            00001230
           PERFORM 0200-0000-REPETIDOS  THRU 0200-0000-EXIT.            00001240
                                                                        00001250
           MOVE   SPACES               TO  LINHA-REL.                   00001260
           PERFORM 0900-9999-IMPRIME THRU 0900-9999-EXIT.               00001270
           MOVE   WS-QTD-PENDENTES     TO  ZQTD.                        00001280
           STRING 'DECKS NUNCA SUBMETIDOS.......: ' ZQTD                00001290
                  DELIMITED BY SIZE INTO LINHA-REL.                     00001300
           PERFORM 0900-9999-IMPRIME THRU 0900-9999-EXIT.               00001310
           MOVE   WS-QTD-REPETIDOS     TO  ZQTD.                        00001320
           STRING 'DECKS REGERADOS NOITE A NOITE: ' ZQTD                00001330
                  DELIMITED BY SIZE INTO LINHA-REL.                     00001340
           PERFORM 0900-9999-IMPRIME THRU 0900-9999-EXIT.               00001350
                                                                        00001360
           CLOSE LIMITES RELATO.                                        00001370
           EXEC SQL COMMIT WORK END-EXEC.                               00001380
           IF  WS-QTD-PENDENTES  GREATER  +0                            00001390
               OR  WS-QTD-REPETIDOS  GREATER  +0                        00001400
               MOVE   +4               TO  RETURN-CODE                  00001410
           ELSE                                                         00001420
               MOVE   +0               TO  RETURN-CODE                  00001430
           END-IF.                                                      00001440
           STOP  RUN.                                                   00001450
       0000-0000-EXIT. EXIT.                                            00001460
      *----------------------------------------------------------------*00001470
      * CARTAO DE LIMITES (OBRIGATORIO)                                *00001480
      *----------------------------------------------------------------*00001490
       0050-0000-LE-LIMITES.                                            00001500
           READ  LIMITES                                                00001510
               AT END                                                   00001520
                   DISPLAY 'DB2DECKS - ARQUIVO LIMITES VAZIO'           00001530
                   MOVE   +16          TO  RETURN-CODE                  00001540
                   STOP  RUN                                            00001550
           END-READ.                                                    00001560
           IF  LIM-JANELA  NOT NUMERIC                                  00001570
               OR  LIM-NOITES  NOT NUMERIC                              00001580
               OR  LIM-NOITES  LESS  2                                  00001590
               DISPLAY 'DB2DECKS - CARTAO DE LIMITES INVALIDO'          00001600
               MOVE   +16              TO  RETURN-CODE                  00001610
               STOP  RUN                                                00001620
           END-IF.                                                      00001630
           MOVE   LIM-JANELA           TO  H-DIAS-JANELA.               00001640
           MOVE   LIM-NOITES           TO  H-MIN-NOITES.                00001650
       0050-0000-EXIT. EXIT.                                            00001660
      *----------------------------------------------------------------*00001670
      * DECKS GERADOS E NUNCA SUBMETIDOS (ANTERIORES A HOJE)           *00001680
      *----------------------------------------------------------------*00001690
       0100-0000-PENDENTES.                                             00001700
           MOVE   SPACES               TO  LINHA-REL.                   00001710
           PERFORM 0900-9999-IMPRIME THRU 0900-9999-EXIT.               00001720
           MOVE   LIM-JANELA           TO  ZDIAS.                       00001730
           STRING 'DECKS GERADOS E NUNCA SUBMETIDOS (ULTIMOS' ZDIAS     00001740
                  ' DIAS):'                                             00001750
                  DELIMITED BY SIZE INTO LINHA-REL.                     00001760
           PERFORM 0900-9999-IMPRIME THRU 0900-9999-EXIT.               00001770
           MOVE  '   GERADO EM  PROGRAMA DATASET  TIPO      OBJETOS  TIC00001780
      -          'KET       USUARIO'                                    00001790
             TO  LINHA-REL.                                             00001800
           PERFORM 0900-9999-IMPRIME THRU 0900-9999-EXIT.               00001810
           EXEC SQL                                                     00001820
                DECLARE C_PENDENTES CURSOR FOR                          00001830
                SELECT CHAR(DT_GERACAO, ISO), PROGRAMA, DATASET,        00001840
                       TIPO_DECK, QTD_OBJETOS, TICKET, USR_GERACAO      00001850
                  FROM DB2ADM.DBA_DECK                                  00001860
                 WHERE TS_SUBMISSAO IS NULL                             00001870
                   AND QTD_OBJETOS  > 0                                 00001880
                   AND DT_GERACAO   < CURRENT DATE                      00001890
                   AND DAYS(CURRENT DATE) - DAYS(DT_GERACAO)            00001900
                       <= :H-DIAS-JANELA                                00001910
                 ORDER BY DT_GERACAO, PROGRAMA, DATASET                 00001920
           END-EXEC.                                                    00001930
           EXEC SQL OPEN C_PENDENTES END-EXEC.                          00001940
           IF  SQLCODE  NOT EQUAL  +0                                   00001950
               DISPLAY '*** ERRO NO OPEN C_PENDENTES'                   00001960
               PERFORM  9999-9999-ERRO-DB2  THRU 9999-9999-EXIT         00001970
           END-IF.                                                      00001980
           PERFORM 0110-0100-UM-PENDENTE THRU 0110-0100-EXIT            00001990
             UNTIL FIM-PENDENTES.                                       00002000
           EXEC SQL CLOSE C_PENDENTES END-EXEC.                         00002010
           IF  SQLCODE  NOT EQUAL  +0                                   00002020
               DISPLAY '*** ERRO NO CLOSE C_PENDENTES'                  00002030
               PERFORM  9999-9999-ERRO-DB2  THRU 9999-9999-EXIT         00002040
           END-IF.                                                      00002050
           IF  WS-QTD-PENDENTES  EQUAL  +0                              00002060
               MOVE  '   NENHUM'       TO  LINHA-REL                    00002070
               PERFORM 0900-9999-IMPRIME THRU 0900-9999-EXIT            00002080
           END-IF.                                                      00002090
       0100-0000-EXIT. EXIT.                                            00002100
      *----------------------------------------------------------------*00002110
      *                                                                *00002120
      *----------------------------------------------------------------*00002130
       0110-0100-UM-PENDENTE.                                           00002140
           EXEC SQL                                                     00002150
                FETCH  C_PENDENTES                                      00002160
                 INTO  :H-DCK-DT-GERACAO, :H-DCK-PROGRAMA,              00002170
                       :H-DCK-DATASET, :H-DCK-TIPO-DECK,                00002180
                       :H-DCK-QTD-OBJETOS, :H-DCK-TICKET,               00002190
                       :H-DCK-USR-GERACAO                               00002200
           END-EXEC.                                                    00002210
           IF  SQLCODE  EQUAL  +100                                     00002220
               MOVE  'SIM'             TO  N88-FIM-PENDENTES            00002230
               GO  TO  0110-0100-EXIT                                   00002240
           END-IF.                                                      00002250
           IF  SQLCODE  NOT EQUAL  +0                                   00002260
               DISPLAY '*** ERRO NO FETCH C_PENDENTES'                  00002270
               PERFORM  9999-9999-ERRO-DB2  THRU 9999-9999-EXIT         00002280
           END-IF.                                                      00002290
           ADD    +1                   TO  WS-QTD-PENDENTES.            00002300
           MOVE   H-DCK-QTD-OBJETOS    TO  ZOBJ.                        00002310
           MOVE   SPACES               TO  LINHA-REL.                   00002320
           STRING '   ' H-DCK-DT-GERACAO ' ' H-DCK-PROGRAMA ' '         00002330
                  H-DCK-DATASET ' ' H-DCK-TIPO-DECK '  ' ZOBJ           00002340
                  '  ' H-DCK-TICKET ' ' H-DCK-USR-GERACAO               00002350
                  DELIMITED BY SIZE INTO LINHA-REL.                     00002360
           PERFORM 0900-9999-IMPRIME THRU 0900-9999-EXIT.               00002370
       0110-0100-EXIT. EXIT.                                            00002380
      *----------------------------------------------------------------*00002390
      * DECKS REGERADOS NOITE APOS NOITE: MESMO PROGRAMA, DATASET E    *00002400
      * QTD DE OBJETOS, SEM SUBMISSAO, EM N OU MAIS DIAS DA JANELA     *00002410
      *----------------------------------------------------------------*00002420
       0200-0000-REPETIDOS.                                             00002430
           MOVE   SPACES               TO  LINHA-REL.                   00002440
           PERFORM 0900-9999-IMPRIME THRU 0900-9999-EXIT.               00002450
           MOVE   LIM-NOITES           TO  ZDIAS.                       00002460
           STRING 'DECKS REGERADOS SEM SUBMISSAO EM' ZDIAS              00002470
                  ' OU MAIS NOITES (MESMOS OBJETOS):'                   00002480
                  DELIMITED BY SIZE INTO LINHA-REL.                     00002490
           PERFORM 0900-9999-IMPRIME THRU 0900-9999-EXIT.               00002500
           MOVE  '   PROGRAMA DATASET  TIPO      OBJETOS  NOITES  PRIMEI00002510
      -          'RA     ULTIMA'                                        00002520
             TO  LINHA-REL.                                             00002530
           PERFORM 0900-9999-IMPRIME THRU 0900-9999-EXIT.               00002540
           EXEC SQL                                                     00002550
                DECLARE C_REPETIDOS CURSOR FOR                          00002560
                SELECT PROGRAMA, DATASET, MAX(TIPO_DECK), QTD_OBJETOS,  00002570
                       COUNT(DISTINCT DT_GERACAO),                      00002580
                       CHAR(MIN(DT_GERACAO), ISO),                      00002590
                       CHAR(MAX(DT_GERACAO), ISO)                       00002600
                  FROM DB2ADM.DBA_DECK                                  00002610
                 WHERE TS_SUBMISSAO IS NULL                             00002620
                   AND QTD_OBJETOS  > 0                                 00002630
                   AND DAYS(CURRENT DATE) - DAYS(DT_GERACAO)            00002640
                       <= :H-DIAS-JANELA                                00002650
                 GROUP BY PROGRAMA, DATASET, QTD_OBJETOS                00002660
                HAVING COUNT(DISTINCT DT_GERACAO) >= :H-MIN-NOITES      00002670
                 ORDER BY 5 DESC, PROGRAMA, DATASET                     00002680
           END-EXEC.                                                    00002690
           EXEC SQL OPEN C_REPETIDOS END-EXEC.                          00002700
           IF  SQLCODE  NOT EQUAL  +0                                   00002710
               DISPLAY '*** ERRO NO OPEN C_REPETIDOS'                   00002720
               PERFORM  9999-9999-ERRO-DB2  THRU 9999-9999-EXIT         00002730
           END-IF.                                                      00002740
           PERFORM 0210-0200-UM-REPETIDO THRU 0210-0200-EXIT            00002750
             UNTIL FIM-REPETIDOS.                                       00002760
           EXEC SQL CLOSE C_REPETIDOS END-EXEC.                         00002770
           IF  SQLCODE  NOT EQUAL  +0                                   00002780
               DISPLAY '*** ERRO NO CLOSE C_REPETIDOS'                  00002790
               PERFORM  9999-9999-ERRO-DB2  THRU 9999-9999-EXIT         00002800
           END-IF.                                                      00002810
           IF  WS-QTD-REPETIDOS  EQUAL  +0                              00002820
               MOVE  '   NENHUM'       TO  LINHA-REL                    00002830
               PERFORM 0900-9999-IMPRIME THRU 0900-9999-EXIT            00002840
           END-IF.                                                      00002850
       0200-0000-EXIT. EXIT.                                            00002860
      *----------------------------------------------------------------*00002870
      *                                                                *00002880
      *----------------------------------------------------------------*00002890
       0210-0200-UM-REPETIDO.                                           00002900
           EXEC SQL                                                     00002910
                FETCH  C_REPETIDOS                                      00002920
                 INTO  :H-DCK-PROGRAMA, :H-DCK-DATASET,                 00002930
                       :H-DCK-TIPO-DECK, :H-DCK-QTD-OBJETOS,            00002940
                       :H-DCK-NOITES, :H-DCK-DT-PRIMEIRA,               00002950
                       :H-DCK-DT-GERACAO                                00002960
           END-EXEC.                                                    00002970
           IF  SQLCODE  EQUAL  +100                                     00002980
               MOVE  'SIM'             TO  N88-FIM-REPETIDOS            00002990
               GO  TO  0210-0200-EXIT                                   00003000
           END-IF.                                                      00003010
           IF  SQLCODE  NOT EQUAL  +0                                   00003020
               DISPLAY '*** ERRO NO FETCH C_REPETIDOS'                  00003030
               PERFORM  9999-9999-ERRO-DB2  THRU 9999-9999-EXIT         00003040
           END-IF.                                                      00003050
           ADD    +1                   TO  WS-QTD-REPETIDOS.            00003060
           MOVE   H-DCK-QTD-OBJETOS    TO  ZOBJ.                        00003070
           MOVE   H-DCK-NOITES         TO  ZDIAS.                       00003080
           MOVE   SPACES               TO  LINHA-REL.                   00003090
           STRING '   ' H-DCK-PROGRAMA ' ' H-DCK-DATASET ' '            00003100
                  H-DCK-TIPO-DECK '  ' ZOBJ '   ' ZDIAS '  '            00003110
                  H-DCK-DT-PRIMEIRA ' ' H-DCK-DT-GERACAO                00003120
                  DELIMITED BY SIZE INTO LINHA-REL.                     00003130
           PERFORM 0900-9999-IMPRIME THRU 0900-9999-EXIT.               00003140
       0210-0200-EXIT. EXIT.                                            00003150
      *----------------------------------------------------------------*00003160
      * IMPRESSAO PAGINADA                                             *00003170
      *----------------------------------------------------------------*00003180
       0900-9999-IMPRIME.                                               00003190
           IF  AC-LINHA-REL  GREATER  60                                00003200
               ADD    +1               TO  AC-PAGINA-REL                00003210
               MOVE   AC-PAGINA-REL    TO  REL-CAB1-PAG                 00003220
               MOVE   ATU-DIA          TO  CB-DIA                       00003230
               MOVE   ATU-MES          TO  CB-MES                       00003240
               MOVE   ATU-ANO          TO  CB-ANO                       00003250
               WRITE  REG-RELATO       FROM REL-CAB1 AFTER PAGE         00003260
               WRITE  REG-RELATO       FROM REL-CAB2                    00003270
               WRITE  REG-RELATO       FROM REL-CAB3                    00003280
               MOVE   +3               TO  AC-LINHA-REL                 00003290
           END-IF.                                                      00003300
           WRITE  REG-RELATO           FROM LINHA-REL.                  00003310
           ADD    +1                   TO  AC-LINHA-REL.                00003320
           MOVE   SPACES               TO  LINHA-REL.                   00003330
       0900-9999-EXIT. EXIT.                                            00003340
      *----------------------------------------------------------------*00003350
      *                                                                *00003360
      *----------------------------------------------------------------*00003370
       9999-9999-ERRO-DB2.                                              00003380
           MOVE   SQLCODE              TO  WS-SQLCODE.                  00003390
           DISPLAY '*** SQLCODE  ' WS-SQLCODE.                          00003400
           DISPLAY '    SQLERRMC ' SQLERRMC.                            00003410
           DISPLAY '    SQLSTATE ' SQLSTATE.                            00003420
           MOVE   +16                  TO  RETURN-CODE.                 00003430
           STOP RUN.                                                    00003440
       9999-9999-EXIT. EXIT.                                            00003450
