       IDENTIFICATION DIVISION.                                         00000010
       PROGRAM-ID.    DB2PROMO.                                         00000020
      *----------------------------------------------------------------*00000030
      * DATA:  OUT/2026                                                *00000040
      * OBJETIVOS: RELATO DO REGISTRO DE PROMOCAO DE MUDANCAS DE DDL   *00000050
      *   ENTRE AMBIENTES (DEV, HOM, PROD). O REGISTRO E A TABELA DE   *00000060
      *   CONTROLE DB2ADM.DBA_PROMOCAO, ALIMENTADA PELO DB2CMPDL       *00000070
      *   (PARM COM AMBIENTE) A CADA EXTRACAO/COMPARACAO:              *00000080
      *     TICKET      CHAR(12)  TICKET DA MUDANCA (BRANCO = OBJETO   *00000090
      *                           DIFERENTE EM PROD SEM TICKET)        *00000100
      *     CREATOR     CHAR(8)   / TABELA VARCHAR(18) - O OBJETO      *00000110
      *     DT_GERACAO  TIMESTAMP / USR_GERACAO CHAR(8) - DELTA GERADO *00000120
      *     DT_DEV      TIMESTAMP / USR_DEV     CHAR(8) - APLICADA DEV *00000130
      *     DT_HOM      TIMESTAMP / USR_HOM     CHAR(8) - APLICADA HOM *00000140
      *     DT_PROD     TIMESTAMP / USR_PROD    CHAR(8) - APLICADA PROD*00000150
      *     DIF_PROD    CHAR(1)   'S' = A ULTIMA COMPARACAO EM PROD    *00000160
      *                           ACHOU DIFERENCA                      *00000170
      *     CHAVE: TICKET, CREATOR, TABELA. DATAS NULAS = PENDENTE.    *00000180
      *   SECOES DO RELATO:                                            *00000190
      *   - MUDANCAS EM ABERTO (TICKET AINDA NAO APLICADO EM PROD) COM *00000200
      *     A DATA/USUARIO DE CADA ETAPA;                              *00000210
      *   - MUDANCAS PARADAS EM HOMOLOGACAO HA MAIS DE N DIAS;         *00000220
      *   - OBJETOS DIFERENTES EM PROD SEM TICKET EM ABERTO.           *00000230
      *   CARTAO DE CONTROLE LIMITES:                                  *00000240
      *     COLS  1-3  DIAS MAXIMOS EM HOMOLOGACAO                     *00000250
      *   RETURN-CODE 4 QUANDO HA MUDANCA PARADA OU OBJETO SEM TICKET. *00000260
      * AREA RESPONSAVEL: ADMINISTRACAO DE BANCO DE DADOS              *00000270
      *----------------------------------------------------------------*00000280
       ENVIRONMENT    DIVISION.                                         00000290
      *                                                                 00000300
       INPUT-OUTPUT       SECTION.                                      00000310
       FILE-CONTROL.                                                    00000320
           SELECT  LIMITES  ASSIGN  TO  LIMITES.                        00000330
           SELECT  RELATO   ASSIGN  TO  RELATO.                         00000340
      *                                                                 00000350
       DATA DIVISION.                                                   00000360
      *                                                                 00000370
       FILE            SECTION.                                         00000380
       FD  LIMITES                                                      00000390
           LABEL  RECORD  IS  OMITTED                                   00000400
           RECORDING MODE IS F.                                         00000410
                                                                        00000420
       01  REG-LIMITES.                                                 00000430
           02  LIM-DIAS-HOM            PIC  9(03).                      00000440
           02  FILLER                  PIC  X(77).                      00000450
      *                                                                 00000460
       FD  RELATO                                                       00000470
           LABEL  RECORD  IS  OMITTED                                   00000480
           RECORDING MODE IS F.                                         00000490
                                                                        00000500
       01  REG-RELATO                  PIC  X(132).                     00000510
      *                                                                 00000520
       WORKING-STORAGE SECTION.                                         00000530
      *----------------------------------------------------------------*00000540
      * HOSTS DO REGISTRO DE PROMOCAO                                  *00000550
      *----------------------------------------------------------------*00000560
       01  H-DIAS-LIMITE               PIC S9(09) COMP.                 00000570
       01  H-PRM-TICKET                PIC  X(12).                      00000580
       01  H-PRM-CREATOR               PIC  X(08).                      00000590
       01  H-PRM-TABELA.                                                00000600
           49  H-PRM-TABELA-L          PIC S9(04) COMP.                 00000610
           49  H-PRM-TABELA-T          PIC  X(18).                      00000620
       01  H-PRM-DT-GERACAO            PIC  X(10).                      00000630
       01  H-PRM-DT-DEV                PIC  X(10).                      00000640
       01  H-PRM-USR-DEV               PIC  X(08).                      00000650
       01  H-PRM-DT-HOM                PIC  X(10).                      00000660
       01  H-PRM-USR-HOM               PIC  X(08).                      00000670
       01  H-PRM-DIAS                  PIC S9(09) COMP.                 00000680
      *----------------------------------------------------------------*00000690
      * AREAS AUXILIARES                                               *00000700
      *----------------------------------------------------------------*00000710
       01  FILLER.                                                      00000720
           02  WS-SQLCODE              PIC -----9.                      00000730
           02  WS-QTD-ABERTAS          PIC S9(04) COMP VALUE +0.        00000740
           02  WS-QTD-PARADAS          PIC S9(04) COMP VALUE +0.        00000750
           02  WS-QTD-SEM-TICKET       PIC S9(04) COMP VALUE +0.        00000760
           02  WS-OBJETO               PIC  X(27)      VALUE SPACES.    00000770
           02  ZQTD                    PIC ZZZZ9.                       00000780
           02  ZDIAS                   PIC ZZZZ9.                       00000790
      *----------------------------------------------------------------*00000800
      * CONTROLES                                                      *00000810
      *----------------------------------------------------------------*00000820
       01  CHAVES-FIM.                                                  00000830
           02  N88-FIM-ABERTAS                   PIC  X(03) VALUE 'NAO'.00000840
               88  FIM-ABERTAS                              VALUE 'SIM'.00000850
           02  N88-FIM-PARADAS                   PIC  X(03) VALUE 'NAO'.00000860
               88  FIM-PARADAS                              VALUE 'SIM'.00000870
           02  N88-FIM-SEMTICKET                 PIC  X(03) VALUE 'NAO'.00000880
               88  FIM-SEMTICKET                            VALUE 'SIM'.00000890
      *----------------------------------------------------------------*00000900
      * RELATORIO                                                      *00000910
      *----------------------------------------------------------------*00000920
       77  AC-LINHA-REL           PIC S9(004)  COMP  VALUE +99.         00000930
       77  AC-PAGINA-REL          PIC S9(004)  COMP  VALUE +0.          00000940
       01  LINHA-REL              PIC  X(132)        VALUE SPACES.      00000950
       01  CURDATA                PIC  9(06)         VALUE ZEROS.       00000960
       01  CURDATA-R  REDEFINES  CURDATA.                               00000970
           03  ATU-ANO            PIC 9(02).                            00000980
           03  ATU-MES            PIC 9(02).                            00000990
           03  ATU-DIA            PIC 9(02).                            00001000
       01  REL-CAB1.                                                    00001010
           03  FILLER             PIC X(52)          VALUE              00001020
               'DB2PROMO     ADMINISTRACAO DE BANCO DE DADOS'.          00001030
           03  FILLER             PIC X(06)          VALUE 'DATA: '.    00001040
           03  REL-CAB1-DATA.                                           00001050
               05  CB-DIA         PIC 9(02)/.                           00001060
               05  CB-MES         PIC 9(02)/.                           00001070
               05  CB-ANO         PIC 9(02).                            00001080
           03  FILLER             PIC X(04)          VALUE SPACES.      00001090
           03  FILLER             PIC X(05)          VALUE 'PAG: '.     00001100
           03  REL-CAB1-PAG       PIC ZZZ9.                             00001110
           03  FILLER             PIC X(53)          VALUE SPACES.      00001120
       01  REL-CAB2.                                                    00001130
           03  FILLER             PIC X(132)         VALUE              00001140
               'PROMOCAO DE MUDANCAS DE DDL ENTRE AMBIENTES (DEV/HOM/PRO00001150
      -        'D)'.                                                    00001160
       01  REL-CAB3.                                                    00001170
           03  FILLER             PIC X(132)         VALUE ALL '-'.     00001180
      *                                                                 00001190
           EXEC SQL INCLUDE SQLCA END-EXEC.                             00001200
      *----------------------------------------------------------------*00001210
      *                                                                *00001220
      *----------------------------------------------------------------*00001230
       PROCEDURE   DIVISION.                                            00001240
      *----------------------------------------------------------------*00001250
      *                                                                *00001260
      *----------------------------------------------------------------*00001270
       0000-0000-PRINCIPAL.                                             00001280
           OPEN INPUT  LIMITES.                                         00001290
           OPEN OUTPUT RELATO.                                          00001300
           ACCEPT CURDATA              FROM DATE.                       00001310
           PERFORM 0050-0000-LE-LIMITES THRU 0050-0000-EXIT.            00001320
                                                                        00001330
           PERFORM 0100-0000-ABERTAS    THRU 0100-0000-EXIT.            00001340
           PERFORM 0200-0000-PARADAS    THRU 0200-0000-EXIT.            00001350
           PERFORM 0300-0000-SEM-TICKET THRU 0300-0000-EXIT.            00001360
                                                                        00001370
           MOVE   SPACES               TO  LINHA-REL.                   00001380
           PERFORM 0900-9999-IMPRIME THRU 0900-9999-EXIT.               00001390
           MOVE   WS-QTD-ABERTAS       TO  ZQTD.                        00001400
           STRING 'MUDANCAS EM ABERTO...........: ' ZQTD                00001410
                  DELIMITED BY SIZE INTO LINHA-REL.                     00001420
           PERFORM 0900-9999-IMPRIME THRU 0900-9999-EXIT.               00001430
           MOVE   WS-QTD-PARADAS       TO  ZQTD.                        00001440
           STRING 'PARADAS EM HOMOLOGACAO.......: ' ZQTD                00001450
                  DELIMITED BY SIZE INTO LINHA-REL.                     00001460
           PERFORM 0900-9999-IMPRIME THRU 0900-9999-EXIT.               00001470
           MOVE   WS-QTD-SEM-TICKET    TO  ZQTD.                        00001480
           STRING 'DIFERENTES EM PROD SEM TICKET: ' ZQTD                00001490
                  DELIMITED BY SIZE INTO LINHA-REL.                     00001500
           PERFORM 0900-9999-IMPRIME THRU 0900-9999-EXIT.               00001510
                                                                        00001520
           CLOSE LIMITES RELATO.                                        00001530
           EXEC SQL COMMIT WORK END-EXEC.                               00001540
           IF  WS-QTD-PARADAS  GREATER  +0                              00001550
               OR  WS-QTD-SEM-TICKET  GREATER  +0                       00001560
               MOVE   +4               TO  RETURN-CODE                  00001570
           ELSE                                                         00001580
               MOVE   +0               TO  RETURN-CODE                  00001590
           END-IF.                                                      00001600
           STOP  RUN.                                                   00001610
       0000-0000-EXIT. EXIT.                                            00001620
      *----------------------------------------------------------------*00001630
      * CARTAO DE LIMITES (OBRIGATORIO)                                *00001640
      *----------------------------------------------------------------*00001650
       0050-0000-LE-LIMITES.                                            00001660
           READ  LIMITES                                                00001670
               AT END                                                   00001680
                   DISPLAY 'DB2PROMO - ARQUIVO LIMITES VAZIO'           00001690
                   MOVE   +16          TO  RETURN-CODE                  00001700
                   STOP  RUN                                            00001710
           END-READ.                                                    00001720
           IF  LIM-DIAS-HOM  NOT NUMERIC                                00001730
               DISPLAY 'DB2PROMO - CARTAO DE LIMITES INVALIDO'          00001740
               MOVE   +16              TO  RETURN-CODE                  00001750
               STOP  RUN                                                00001760
           END-IF.                                                      00001770
           MOVE   LIM-DIAS-HOM         TO  H-DIAS-LIMITE.               00001780
       0050-0000-EXIT. EXIT.                                            00001790
      *----------------------------------------------------------------*00001800
      * MUDANCAS EM ABERTO: TICKET AINDA NAO APLICADO EM PROD          *00001810
      *----------------------------------------------------------------*00001820
       0100-0000-ABERTAS.                                               00001830
           MOVE   SPACES               TO  LINHA-REL.                   00001840
           PERFORM 0900-9999-IMPRIME THRU 0900-9999-EXIT.               00001850
           MOVE  'MUDANCAS EM ABERTO (AINDA NAO APLICADAS EM PROD):'    00001860
             TO  LINHA-REL.                                             00001870
           PERFORM 0900-9999-IMPRIME THRU 0900-9999-EXIT.               00001880
           MOVE  '   TICKET       OBJETO                       DELTA GER00001890
      -          'ADO  APLICADA DEV       APLICADA HOM'                 00001900
             TO  LINHA-REL.                                             00001910
           PERFORM 0900-9999-IMPRIME THRU 0900-9999-EXIT.               00001920
           EXEC SQL                                                     00001930
                DECLARE C_ABERTAS CURSOR FOR                            00001940
                SELECT TICKET, CREATOR, TABELA,                         00001950
                       VALUE(CHAR(DATE(DT_GERACAO), ISO), '-'),         00001960
                       VALUE(CHAR(DATE(DT_DEV), ISO), '-'),             00001970
                       VALUE(USR_DEV, ' '),                             00001980
                       VALUE(CHAR(DATE(DT_HOM), ISO), '-'),             00001990
                       VALUE(USR_HOM, ' ')                              00002000
                  FROM DB2ADM.DBA_PROMOCAO                              00002010
                 WHERE TICKET  <> ' '                                   00002020
                   AND DT_PROD IS NULL                                  00002030
                 ORDER BY TICKET, CREATOR, TABELA                       00002040
           END-EXEC.                                                    00002050
           EXEC SQL OPEN C_ABERTAS END-EXEC.                            00002060
           IF  SQLCODE  NOT EQUAL  +0                                   00002070
               DISPLAY '*** ERRO NO OPEN C_ABERTAS'                     00002080
               PERFORM  9999-9999-ERRO-DB2  THRU 9999-9999-EXIT         00002090
           END-IF.                                                      00002100
           PERFORM 0110-0100-UMA-ABERTA THRU 0110-0100-EXIT             00002110
             UNTIL FIM-ABERTAS.                                         00002120
           EXEC SQL CLOSE C_ABERTAS END-EXEC.                           00002130
           IF  SQLCODE  NOT EQUAL  +0                                   00002140
               DISPLAY '*** ERRO NO CLOSE C_ABERTAS'                    00002150
               PERFORM  9999-9999-ERRO-DB2  THRU 9999-9999-EXIT         00002160
           END-IF.                                                      00002170
           IF  WS-QTD-ABERTAS  EQUAL  +0                                00002180
               MOVE  '   NENHUMA'      TO  LINHA-REL                    00002190
               PERFORM 0900-9999-IMPRIME THRU 0900-9999-EXIT            00002200
           END-IF.                                                      00002210
       0100-0000-EXIT. EXIT.                                            00002220
      *----------------------------------------------------------------*00002230
      *                                                                *00002240
      *----------------------------------------------------------------*00002250
       0110-0100-UMA-ABERTA.                                            00002260
           MOVE   SPACES               TO  H-PRM-TABELA-T.              00002270
           EXEC SQL                                                     00002280
                FETCH  C_ABERTAS                                        00002290
                 INTO  :H-PRM-TICKET, :H-PRM-CREATOR, :H-PRM-TABELA,    00002300
                       :H-PRM-DT-GERACAO, :H-PRM-DT-DEV,                00002310
                       :H-PRM-USR-DEV, :H-PRM-DT-HOM, :H-PRM-USR-HOM    00002320
           END-EXEC.                                                    00002330
           IF  SQLCODE  EQUAL  +100                                     00002340
               MOVE  'SIM'             TO  N88-FIM-ABERTAS              00002350
               GO  TO  0110-0100-EXIT                                   00002360
           END-IF.                                                      00002370
           IF  SQLCODE  NOT EQUAL  +0                                   00002380
               DISPLAY '*** ERRO NO FETCH C_ABERTAS'                    00002390
               PERFORM  9999-9999-ERRO-DB2  THRU 9999-9999-EXIT         00002400
           END-IF.                                                      00002410
           ADD    +1                   TO  WS-QTD-ABERTAS.              00002420
           PERFORM 0800-9999-MONTA-OBJETO THRU 0800-9999-EXIT.          00002430
           MOVE   SPACES               TO  LINHA-REL.                   00002440
           STRING '   ' H-PRM-TICKET ' ' WS-OBJETO '  '                 00002450
                  H-PRM-DT-GERACAO '   ' H-PRM-DT-DEV ' '               00002460
                  H-PRM-USR-DEV '  ' H-PRM-DT-HOM ' ' H-PRM-USR-HOM     00002470
                  DELIMITED BY SIZE INTO LINHA-REL.                     00002480
           PERFORM 0900-9999-IMPRIME THRU 0900-9999-EXIT.               00002490
       0110-0100-EXIT. EXIT.                                            00002500
      *----------------------------------------------------------------*00002510
      * PARADAS EM HOMOLOGACAO: APLICADAS EM HOM HA MAIS DE N DIAS E   *00002520
      * AINDA NAO EM PROD                                              *00002530
      *----------------------------------------------------------------*00002540
       0200-0000-PARADAS.                                               00002550
           MOVE   SPACES               TO  LINHA-REL.                   00002560
           PERFORM 0900-9999-IMPRIME THRU 0900-9999-EXIT.               00002570
           MOVE   LIM-DIAS-HOM         TO  ZDIAS.                       00002580
           STRING 'MUDANCAS PARADAS EM HOMOLOGACAO HA MAIS DE' ZDIAS    00002590
                  ' DIAS:'                                              00002600
                  DELIMITED BY SIZE INTO LINHA-REL.                     00002610
           PERFORM 0900-9999-IMPRIME THRU 0900-9999-EXIT.               00002620
           EXEC SQL                                                     00002630
                DECLARE C_PARADAS CURSOR FOR                            00002640
                SELECT TICKET, CREATOR, TABELA,                         00002650
                       CHAR(DATE(DT_HOM), ISO),                         00002660
                       VALUE(USR_HOM, ' '),                             00002670
                       DAYS(CURRENT DATE) - DAYS(DT_HOM)                00002680
                  FROM DB2ADM.DBA_PROMOCAO                              00002690
                 WHERE TICKET  <> ' '                                   00002700
                   AND DT_HOM  IS NOT NULL                              00002710
                   AND DT_PROD IS NULL                                  00002720
                   AND DAYS(CURRENT DATE) - DAYS(DT_HOM)                00002730
                       > :H-DIAS-LIMITE                                 00002740
                 ORDER BY 6 DESC, TICKET                                00002750
           END-EXEC.                                                    00002760
           EXEC SQL OPEN C_PARADAS END-EXEC.                            00002770
           IF  SQLCODE  NOT EQUAL  +0                                   00002780
               DISPLAY '*** ERRO NO OPEN C_PARADAS'                     00002790
               PERFORM  9999-9999-ERRO-DB2  THRU 9999-9999-EXIT         00002800
           END-IF.                                                      00002810
           PERFORM 0210-0200-UMA-PARADA THRU 0210-0200-EXIT             00002820
             UNTIL FIM-PARADAS.                                         00002830
           EXEC SQL CLOSE C_PARADAS END-EXEC.                           00002840
           IF  SQLCODE  NOT EQUAL  +0                                   00002850
               DISPLAY '*** ERRO NO CLOSE C_PARADAS'                    00002860
               PERFORM  9999-9999-ERRO-DB2  THRU 9999-9999-EXIT         00002870
           END-IF.                                                      00002880
           IF  WS-QTD-PARADAS  EQUAL  +0                                00002890
               MOVE  '   NENHUMA'      TO  LINHA-REL                    00002900
               PERFORM 0900-9999-IMPRIME THRU 0900-9999-EXIT            00002910
           END-IF.                                                      00002920
       0200-0000-EXIT. EXIT.                                            00002930
      *----------------------------------------------------------------*00002940
      *                                                                *00002950
      *----------------------------------------------------------------*00002960
       0210-0200-UMA-PARADA.                                            00002970
           MOVE   SPACES               TO  H-PRM-TABELA-T.              00002980
           EXEC SQL                                                     00002990
                FETCH  C_PARADAS                                        00003000
                 INTO  :H-PRM-TICKET, :H-PRM-CREATOR, :H-PRM-TABELA,    00003010
                       :H-PRM-DT-HOM, :H-PRM-USR-HOM, :H-PRM-DIAS       00003020
           END-EXEC.                                                    00003030
           IF  SQLCODE  EQUAL  +100                                     00003040
               MOVE  'SIM'             TO  N88-FIM-PARADAS              00003050
               GO  TO  0210-0200-EXIT                                   00003060
           END-IF.                                                      00003070
           IF  SQLCODE  NOT EQUAL  +0                                   00003080
               DISPLAY '*** ERRO NO FETCH C_PARADAS'                    00003090
               PERFORM  9999-9999-ERRO-DB2  THRU 9999-9999-EXIT         00003100
           END-IF.                                                      00003110
           ADD    +1                   TO  WS-QTD-PARADAS.              00003120
           PERFORM 0800-9999-MONTA-OBJETO THRU 0800-9999-EXIT.          00003130
           MOVE   H-PRM-DIAS           TO  ZDIAS.                       00003140
           MOVE   SPACES               TO  LINHA-REL.                   00003150
           STRING '   ' H-PRM-TICKET ' ' WS-OBJETO                      00003160
                  '  EM HOM DESDE ' H-PRM-DT-HOM                        00003170
                  ' (' H-PRM-USR-HOM ') HA' ZDIAS ' DIAS'               00003180
                  DELIMITED BY SIZE INTO LINHA-REL.                     00003190
           PERFORM 0900-9999-IMPRIME THRU 0900-9999-EXIT.               00003200
       0210-0200-EXIT. EXIT.                                            00003210
      *----------------------------------------------------------------*00003220
      * DIFERENTES EM PROD SEM TICKET EM ABERTO PARA O OBJETO          *00003230
      *----------------------------------------------------------------*00003240
       0300-0000-SEM-TICKET.                                            00003250
           MOVE   SPACES               TO  LINHA-REL.                   00003260
           PERFORM 0900-9999-IMPRIME THRU 0900-9999-EXIT.               00003270
           MOVE  'OBJETOS DIFERENTES EM PRODUCAO SEM TICKET EM ABERTO:' 00003280
             TO  LINHA-REL.                                             00003290
           PERFORM 0900-9999-IMPRIME THRU 0900-9999-EXIT.               00003300
           EXEC SQL                                                     00003310
                DECLARE C_SEMTICKET CURSOR FOR                          00003320
                SELECT R.CREATOR, R.TABELA, MAX(R.TICKET)               00003330
                  FROM DB2ADM.DBA_PROMOCAO R                            00003340
                 WHERE R.DIF_PROD = 'S'                                 00003350
                   AND NOT EXISTS                                       00003360
                      (SELECT 1                                         00003370
                         FROM DB2ADM.DBA_PROMOCAO R2                    00003380
                        WHERE R2.CREATOR = R.CREATOR                    00003390
                          AND R2.TABELA  = R.TABELA                     00003400
                          AND R2.TICKET  <> ' '                         00003410
                          AND R2.DT_PROD IS NULL)                       00003420
                 GROUP BY R.CREATOR, R.TABELA                           00003430
                 ORDER BY R.CREATOR, R.TABELA                           00003440
           END-EXEC.                                                    00003450
           EXEC SQL OPEN C_SEMTICKET END-EXEC.                          00003460
           IF  SQLCODE  NOT EQUAL  +0                                   00003470
               DISPLAY '*** ERRO NO OPEN C_SEMTICKET'                   00003480
               PERFORM  9999-9999-ERRO-DB2  THRU 9999-9999-EXIT         00003490
           END-IF.                                                      00003500
           PERFORM 0310-0300-UM-SEM-TICKET THRU 0310-0300-EXIT          00003510
             UNTIL FIM-SEMTICKET.                                       00003520
           EXEC SQL CLOSE C_SEMTICKET END-EXEC.                         00003530
           IF  SQLCODE  NOT EQUAL  +0                                   00003540
               DISPLAY '*** ERRO NO CLOSE C_SEMTICKET'                  00003550
               PERFORM  9999-9999-ERRO-DB2  THRU 9999-9999-EXIT         00003560
           END-IF.                                                      00003570
           IF  WS-QTD-SEM-TICKET  EQUAL  +0                             00003580
               MOVE  '   NENHUM'       TO  LINHA-REL                    00003590
               PERFORM 0900-9999-IMPRIME THRU 0900-9999-EXIT            00003600
           END-IF.                                                      00003610
       0300-0000-EXIT. EXIT.                                            00003620
      *----------------------------------------------------------------*00003630
      *                                                                *00003640
      *----------------------------------------------------------------*00003650
       0310-0300-UM-SEM-TICKET.                                         00003660
           MOVE   SPACES               TO  H-PRM-TABELA-T.              00003670
           EXEC SQL                                                     00003680
                FETCH  C_SEMTICKET                                      00003690
                 INTO  :H-PRM-CREATOR, :H-PRM-TABELA, :H-PRM-TICKET     00003700
           END-EXEC.                                                    00003710
           IF  SQLCODE  EQUAL  +100                                     00003720
               MOVE  'SIM'             TO  N88-FIM-SEMTICKET            00003730
               GO  TO  0310-0300-EXIT                                   00003740
           END-IF.                                                      00003750
           IF  SQLCODE  NOT EQUAL  +0                                   00003760
               DISPLAY '*** ERRO NO FETCH C_SEMTICKET'                  00003770
               PERFORM  9999-9999-ERRO-DB2  THRU 9999-9999-EXIT         00003780
           END-IF.                                                      00003790
           ADD    +1                   TO  WS-QTD-SEM-TICKET.           00003800
           PERFORM 0800-9999-MONTA-OBJETO THRU 0800-9999-EXIT.          00003810
           MOVE   SPACES               TO  LINHA-REL.                   00003820
           IF  H-PRM-TICKET  EQUAL  SPACES                              00003830
               STRING '   ' WS-OBJETO '  NUNCA PROMOVIDO POR TICKET'    00003840
                      DELIMITED BY SIZE INTO LINHA-REL                  00003850
           ELSE                                                         00003860
               STRING '   ' WS-OBJETO '  ULTIMO TICKET (JA FECHADO) '   00003870
                      H-PRM-TICKET                                      00003880
                      DELIMITED BY SIZE INTO LINHA-REL                  00003890
           END-IF.                                                      00003900
           PERFORM 0900-9999-IMPRIME THRU 0900-9999-EXIT.               00003910
       0310-0300-EXIT. EXIT.                                            00003920
      *----------------------------------------------------------------*00003930
      * CREATOR.TABELA DA LINHA LIDA EM WS-OBJETO                      *00003940
      *----------------------------------------------------------------*00003950
       0800-9999-MONTA-OBJETO.                                          00003960
           MOVE   SPACES               TO  WS-OBJETO.                   00003970
           STRING H-PRM-CREATOR DELIMITED BY SPACE                      00003980
                  '.' DELIMITED BY SIZE                                 00003990
                  H-PRM-TABELA-T(1:H-PRM-TABELA-L) DELIMITED BY SIZE    00004000
                  INTO WS-OBJETO.                                       00004010
       0800-9999-EXIT. EXIT.                                            00004020
      *----------------------------------------------------------------*00004030
      * IMPRESSAO PAGINADA                                             *00004040
      *----------------------------------------------------------------*00004050
       0900-9999-IMPRIME.                                               00004060
           IF  AC-LINHA-REL  GREATER  60                                00004070
               ADD    +1               TO  AC-PAGINA-REL                00004080
               MOVE   AC-PAGINA-REL    TO  REL-CAB1-PAG                 00004090
               MOVE   ATU-DIA          TO  CB-DIA                       00004100
               MOVE   ATU-MES          TO  CB-MES                       00004110
               MOVE   ATU-ANO          TO  CB-ANO                       00004120
               WRITE  REG-RELATO       FROM REL-CAB1 AFTER PAGE         00004130
               WRITE  REG-RELATO       FROM REL-CAB2                    00004140
               WRITE  REG-RELATO       FROM REL-CAB3                    00004150
               MOVE   +3               TO  AC-LINHA-REL                 00004160
           END-IF.                                                      00004170
           WRITE  REG-RELATO           FROM LINHA-REL.                  00004180
           ADD    +1                   TO  AC-LINHA-REL.                00004190
           MOVE   SPACES               TO  LINHA-REL.                   00004200
       0900-9999-EXIT. EXIT.                                            00004210
      *----------------------------------------------------------------*00004220
      *                                                                *00004230
      *----------------------------------------------------------------*00004240
       9999-9999-ERRO-DB2.                                              00004250
           MOVE   SQLCODE              TO  WS-SQLCODE.                  00004260
           DISPLAY '*** SQLCODE  ' WS-SQLCODE.                          00004270
           DISPLAY '    SQLERRMC ' SQLERRMC.                            00004280
           DISPLAY '    SQLSTATE ' SQLSTATE.                            00004290
           MOVE   +16                  TO  RETURN-CODE.                 00004300
           STOP RUN.                                                    00004310
       9999-9999-EXIT. EXIT.                                            00004320
