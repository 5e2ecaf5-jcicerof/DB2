       IDENTIFICATION DIVISION.                                         00000010
       PROGRAM-ID.    DB2CPADV.                                         00000020
      *----------------------------------------------------------------*00000030
      * DATA:  OUT/2026                                                *00000040
      * OBJETIVOS: CONSELHEIRO DE IMAGE COPY PELAS ESTATISTICAS EM     *00000050
      *   TEMPO REAL. O COPYDECK DO DB2HLTCK PEDE SEMPRE COPIA FULL;   *00000060
      *   AQUI CADA TABLESPACE (OU PARTICAO) DOS CREATORS DO SYSIN (UM *00000070
      *   CREATOR POR CARTAO, '*' = TODOS) E' AVALIADO PELA            *00000080
      *   SYSIBM.SYSTABLESPACESTATS:                                   *00000090
      *   - PAGINAS ALTERADAS = COPYUPDATEDPAGES / NACTIVE (PORCENTO); *00000100
      *   - LINHAS ALTERADAS  = COPYCHANGES / TOTALROWS (PORCENTO);    *00000110
      *   - DIAS DESDE A ULTIMA COPIA (COPYLASTTIME).                  *00000120
      *   OS LIMITES VEM DO CARTAO DE CONTROLE LIMITES:                *00000130
      *     COLS  1-3  PORCENTO PARA COPIA FULL                        *00000140
      *     COLS  5-7  PORCENTO PARA COPIA INCREMENTAL                 *00000150
      *     COLS  9-11 DIAS MAXIMOS SEM COPIA PARA ESPACO ALTERADO     *00000160
      *   RECOMENDACAO, NESTA ORDEM:                                   *00000170
      *   - SEM COPIA REGISTRADA (COPYLASTTIME NULO)        -> FULL;   *00000180
      *   - PAGINAS OU LINHAS >= LIMITE FULL                -> FULL;   *00000190
      *   - ALTERADO E SEM COPIA HA MAIS DIAS QUE O LIMITE  -> FULL    *00000200
      *     (ENCERRA A CADEIA DE INCREMENTAIS);                        *00000210
      *   - PAGINAS OU LINHAS >= LIMITE INCREMENTAL   -> INCREMENTAL;  *00000220
      *   - DEMAIS                                    -> SEM COPIA.    *00000230
      *   SAIDAS:                                                      *00000240
      *   - COPYDECK: COPY TABLESPACE ... FULL YES/FULL NO SHRLEVEL    *00000250
      *     REFERENCE (DSNUM N PARA PARTICAO), TRECHO './ DECK UTIL'   *00000260
      *     QUE O DB2JCLBD EMBRULHA;                                   *00000270
      *   - RELATO: A RECOMENDACAO DE CADA ESPACO E, NO FINAL, OS      *00000280
      *     ESPACOS ALTERADOS E NAO COPIADOS DENTRO DO LIMITE DE DIAS. *00000290
      *   RETURN-CODE 4 QUANDO HA ESPACO ALTERADO FORA DO LIMITE.      *00000300
      *   OUT/26 - O CARTAO './ DECK' LEVA O PROGRAMA E O DDNAME (COLS *00000302
      *   18-34) E O COPYDECK E' REGISTRADO NO REGISTRO CENTRAL DE     *00000304
      *   DECKS DB2ADM.DBA_DECK (VIA DB2DKREG) COM A QTD DE CARTOES    *00000306
      *   COPY E O TICKET DA MUDANCA (PARM, ATE 12 POSICOES).          *00000308
      * AREA RESPONSAVEL: ADMINISTRACAO DE BANCO DE DADOS              *00000310
      *----------------------------------------------------------------*00000320
       ENVIRONMENT    DIVISION.                                         00000330
      *                                                                 00000340
       INPUT-OUTPUT       SECTION.                                      00000350
       FILE-CONTROL.                                                    00000360
           SELECT  SYSIN    ASSIGN  TO  SYSIN.                          00000370
           SELECT  LIMITES  ASSIGN  TO  LIMITES.                        00000380
           SELECT  COPYDECK ASSIGN  TO  COPYDECK.                       00000390
           SELECT  RELATO   ASSIGN  TO  RELATO.                         00000400
      *                                                                 00000410
       DATA DIVISION.                                                   00000420
      *                                                                 00000430
       FILE            SECTION.                                         00000440
       FD  SYSIN                                                        00000450
           LABEL  RECORD  IS  OMITTED                                   00000460
           RECORDING MODE IS F.                                         00000470
                                                                        00000480
       01  REG-SYSIN                   PIC  X(080).                     00000490
      *                                                                 00000500
       FD  LIMITES                                                      00000510
           LABEL  RECORD  IS  OMITTED                                   00000520
           RECORDING MODE IS F.                                         00000530
                                                                        00000540
       01  REG-LIMITES.                                                 00000550
           02  LIM-PCT-FULL            PIC  9(03).                      00000560
           02  FILLER                  PIC  X(01).                      00000570
           02  LIM-PCT-INCR            PIC  9(03).                      00000580
           02  FILLER                  PIC  X(01).                      00000590
           02  LIM-DIAS                PIC  9(03).                      00000600
           02  FILLER                  PIC  X(69).                      00000610
      *                                                                 00000620
       FD  COPYDECK                                                     00000630
           LABEL  RECORD  IS  OMITTED                                   00000640
           RECORDING MODE IS F.                                         00000650
                                                                        00000660
       01  REG-COPYDECK                PIC  X(080).                     00000670
      *                                                                 00000680
       FD  RELATO                                                       00000690
           LABEL  RECORD  IS  OMITTED                                   00000700
           RECORDING MODE IS F.                                         00000710
                                                                        00000720
       01  REG-RELATO                  PIC  X(132).                     00000730
      *                                                                 00000740
       WORKING-STORAGE SECTION.                                         00000750
      *----------------------------------------------------------------*00000751
      * PARAMETRO DO REGISTRO CENTRAL DE DECKS (DB2DKREG)              *00000752
      *----------------------------------------------------------------*00000753
       01  DKR-PARM.                                                    00000754
           02  DKR-FUNCAO         PIC X(01)      VALUE 'G'.             00000755
           02  DKR-PROGRAMA       PIC X(08)      VALUE 'DB2CPADV'.      00000756
           02  DKR-DATASET        PIC X(08)      VALUE 'COPYDECK'.      00000757
           02  DKR-TIPO-DECK      PIC X(08)      VALUE 'COPY'.          00000758
           02  DKR-QTD-OBJETOS    PIC 9(05)      VALUE ZEROS.           00000759
           02  DKR-TICKET         PIC X(12)      VALUE SPACES.          00000760
           02  DKR-SITUACAO       PIC X(01)      VALUE SPACES.          00000761
           02  DKR-RETURN-CODE    PIC 9(02)      VALUE ZEROS.           00000762
      *----------------------------------------------------------------*00000763
      * HOSTS DE CATALOGO                                              *00000770
      *----------------------------------------------------------------*00000780
       01  H-CREATOR-FILTRO       PIC  X(08).                           00000790
       01  H-ST-DBNAME            PIC  X(08).                           00000800
       01  H-ST-NAME              PIC  X(08).                           00000810
       01  H-ST-PARTITION         PIC S9(04) COMP.                      00000820
       01  H-ST-NACTIVE           PIC S9(09) COMP.                      00000830
       01  H-ST-TOTALROWS         COMP-2.                               00000840
       01  H-ST-UPDPAGES          PIC S9(09) COMP.                      00000850
       01  H-ST-CHANGES           PIC S9(09) COMP.                      00000860
       01  H-ST-DIAS-COPIA        PIC S9(09) COMP.                      00000870
      *----------------------------------------------------------------*00000880
      * ESPACOS JA AVALIADOS (CREATORS DO SYSIN PODEM SE SOBREPOR)     *00000890
      *----------------------------------------------------------------*00000900
       01  TAB-EMITIDOS.                                                00000910
           02  QTD-EMI            PIC S9(04) COMP    VALUE +0.          00000920
           02  IND-EMI            PIC S9(04) COMP    VALUE +0.          00000930
           02  TB-EMI-NOME        OCCURS 2000 TIMES  PIC X(24).         00000940
      *----------------------------------------------------------------*00000950
      * ESPACOS ALTERADOS E NAO COPIADOS DENTRO DO LIMITE              *00000960
      *----------------------------------------------------------------*00000970
       01  TAB-ATRASADOS.                                               00000980
           02  QTD-ATR            PIC S9(04) COMP    VALUE +0.          00000990
           02  IND-ATR            PIC S9(04) COMP    VALUE +0.          00001000
           02  TB-ATR-LINHA       OCCURS  500 TIMES  PIC X(100).        00001010
      *----------------------------------------------------------------*00001020
      * AREAS AUXILIARES                                               *00001030
      *----------------------------------------------------------------*00001040
       01  FILLER.                                                      00001050
           02  WS-SQLCODE              PIC -----9.                      00001060
           02  WS-QTD-ESPACOS          PIC S9(04) COMP VALUE +0.        00001070
           02  WS-QTD-FULL             PIC S9(04) COMP VALUE +0.        00001080
           02  WS-QTD-INCR             PIC S9(04) COMP VALUE +0.        00001090
           02  WS-QTD-NADA             PIC S9(04) COMP VALUE +0.        00001100
           02  WS-QTD-COPYDECK         PIC S9(04) COMP VALUE +0.        00001105
           02  WS-QTD-ATRASADOS        PIC S9(04) COMP VALUE +0.        00001110
           02  WS-PCT-PAGINAS          PIC S9(09) COMP VALUE +0.        00001120
           02  WS-PCT-LINHAS           PIC S9(09) COMP VALUE +0.        00001130
           02  WS-NOME-OBJ             PIC  X(24)      VALUE SPACES.    00001140
           02  WS-MOTIVO               PIC  X(30)      VALUE SPACES.    00001150
           02  CH-JA-EMITIDO           PIC  X(01)      VALUE 'N'.       00001160
           02  CH-ALTERADO             PIC  X(01)      VALUE 'N'.       00001170
           02  CH-ATRASADO             PIC  X(01)      VALUE 'N'.       00001180
           02  CH-RECOMENDA            PIC  X(01)      VALUE SPACES.    00001190
               88  RECOMENDA-FULL                  VALUE 'F'.           00001200
               88  RECOMENDA-INCR                  VALUE 'I'.           00001210
               88  RECOMENDA-NADA                  VALUE 'N'.           00001220
           02  ZQTD                    PIC ZZZZ9.                       00001230
           02  ZPART                   PIC ZZZ9.                        00001240
           02  ZPCT1                   PIC ZZZZZZZZ9.                   00001250
           02  ZPCT2                   PIC ZZZZZZZZ9.                   00001260
           02  ZDIAS                   PIC -ZZZZ9.                      00001270
           02  WS-PTR-DECK             PIC S9(04) COMP VALUE +0.        00001280
           02  LIN-DECK                PIC X(80)       VALUE SPACES.    00001290
      *----------------------------------------------------------------*00001300
      * CONTROLES                                                      *00001310
      *----------------------------------------------------------------*00001320
       01  CHAVES-FIM.                                                  00001330
           02  N88-FIM-SYSIN                     PIC  X(03) VALUE 'NAO'.00001340
               88  FIM-SYSIN                                VALUE 'SIM'.00001350
           02  N88-FIM-STATS                     PIC  X(03) VALUE 'NAO'.00001360
               88  FIM-STATS                                VALUE 'SIM'.00001370
      *----------------------------------------------------------------*00001380
      * RELATORIO                                                      *00001390
      *----------------------------------------------------------------*00001400
       77  AC-LINHA-REL           PIC S9(004)  COMP  VALUE +99.         00001410
       77  AC-PAGINA-REL          PIC S9(004)  COMP  VALUE +0.          00001420
       01  LINHA-REL              PIC  X(132)        VALUE SPACES.      00001430
       01  CURDATA                PIC  9(06)         VALUE ZEROS.       00001440
       01  CURDATA-R  REDEFINES  CURDATA.                               00001450
           03  ATU-ANO            PIC 9(02).                            00001460
           03  ATU-MES            PIC 9(02).                            00001470
           03  ATU-DIA            PIC 9(02).                            00001480
       01  REL-CAB1.                                                    00001490
           03  FILLER             PIC X(52)          VALUE              00001500
               'DB2CPADV     ADMINISTRACAO DE BANCO DE DADOS'.          00001510
           03  FILLER             PIC X(06)          VALUE 'DATA: '.    00001520
           03  REL-CAB1-DATA.                                           00001530
               05  CB-DIA         PIC 9(02)/.                           00001540
               05  CB-MES         PIC 9(02)/.                           00001550
               05  CB-ANO         PIC 9(02).                            00001560
           03  FILLER             PIC X(04)          VALUE SPACES.      00001570
           03  FILLER             PIC X(05)          VALUE 'PAG: '.     00001580
           03  REL-CAB1-PAG       PIC ZZZ9.                             00001590
           03  FILLER             PIC X(53)          VALUE SPACES.      00001600
       01  REL-CAB2.                                                    00001610
           03  FILLER             PIC X(132)         VALUE              00001620
               'CONSELHEIRO DE IMAGE COPY (ESTATISTICAS EM TEMPO REAL)'.00001630
       01  REL-CAB3.                                                    00001640
           03  FILLER             PIC X(132)         VALUE ALL '-'.     00001650
      *                                                                 00001660
           EXEC SQL INCLUDE SQLCA END-EXEC.                             00001670
      *----------------------------------------------------------------*00001680
      *                                                                *00001690
      *----------------------------------------------------------------*00001700
       LINKAGE     SECTION.                                             00001702
       01  PARMJOB.                                                     00001704
           02  PARM-LEN           PIC  9(04)  COMP.                     00001706
           02  PARM-TICKET        PIC  X(12).                           00001708
      *----------------------------------------------------------------*00001710
      *                                                                *00001712
      *----------------------------------------------------------------*00001714
       PROCEDURE   DIVISION      USING   PARMJOB.                       00001716
      *----------------------------------------------------------------*00001720
      *                                                                *00001730
      *----------------------------------------------------------------*00001740
       0000-0000-PRINCIPAL.                                             00001750
           OPEN INPUT  SYSIN LIMITES.                                   00001760
           OPEN OUTPUT COPYDECK RELATO.                                 00001770
           IF  PARM-LEN  GREATER  ZEROS                                 00001771
               IF  PARM-LEN  LESS  12                                   00001772
                   MOVE  PARM-TICKET(1:PARM-LEN)  TO  DKR-TICKET        00001773
               ELSE                                                     00001774
                   MOVE  PARM-TICKET              TO  DKR-TICKET        00001775
               END-IF                                                   00001776
           END-IF.                                                      00001777
           ACCEPT CURDATA              FROM DATE.                       00001780
           PERFORM 0050-0000-LE-LIMITES THRU 0050-0000-EXIT.            00001790
                                                                        00001830
           PERFORM 0080-9999-LE-SYSIN THRU 0080-9999-EXIT.              00001840
           PERFORM 0100-0000-TRATA-CREATOR THRU 0100-0000-EXIT          00001850
             UNTIL FIM-SYSIN.                                           00001860
                                                                        00001870
           PERFORM 0600-0000-LISTA-ATRASADOS THRU 0600-0000-EXIT.       00001880
                                                                        00001890
           MOVE   SPACES               TO  LINHA-REL.                   00001900
           PERFORM 0900-9999-IMPRIME THRU 0900-9999-EXIT.               00001910
           MOVE   WS-QTD-ESPACOS       TO  ZQTD.                        00001920
           STRING 'ESPACOS AVALIADOS: ' ZQTD                            00001930
                  DELIMITED BY SIZE INTO LINHA-REL.                     00001940
           PERFORM 0900-9999-IMPRIME THRU 0900-9999-EXIT.               00001950
           MOVE   WS-QTD-FULL          TO  ZQTD.                        00001960
           STRING '   COPIA FULL       : ' ZQTD                         00001970
                  DELIMITED BY SIZE INTO LINHA-REL.                     00001980
           PERFORM 0900-9999-IMPRIME THRU 0900-9999-EXIT.               00001990
           MOVE   WS-QTD-INCR          TO  ZQTD.                        00002000
           STRING '   COPIA INCREMENTAL: ' ZQTD                         00002010
                  DELIMITED BY SIZE INTO LINHA-REL.                     00002020
           PERFORM 0900-9999-IMPRIME THRU 0900-9999-EXIT.               00002030
           MOVE   WS-QTD-NADA          TO  ZQTD.                        00002040
           STRING '   SEM COPIA        : ' ZQTD                         00002050
                  DELIMITED BY SIZE INTO LINHA-REL.                     00002060
           PERFORM 0900-9999-IMPRIME THRU 0900-9999-EXIT.               00002070
           MOVE   WS-QTD-ATRASADOS     TO  ZQTD.                        00002080
           STRING 'ALTERADOS FORA DO LIMITE DE DIAS: ' ZQTD             00002090
                  DELIMITED BY SIZE INTO LINHA-REL.                     00002100
           PERFORM 0900-9999-IMPRIME THRU 0900-9999-EXIT.               00002110
                                                                        00002120
           CLOSE SYSIN LIMITES COPYDECK RELATO.                         00002130
           EXEC SQL COMMIT WORK END-EXEC.                               00002140
           IF  WS-QTD-ATRASADOS  GREATER  +0                            00002150
               MOVE   +4               TO  RETURN-CODE                  00002160
           ELSE                                                         00002170
               MOVE   +0               TO  RETURN-CODE                  00002180
           END-IF.                                                      00002190
           COMPUTE DKR-QTD-OBJETOS = WS-QTD-FULL + WS-QTD-INCR.         00002192
           MOVE   RETURN-CODE          TO  DKR-RETURN-CODE.             00002194
           CALL  'DB2DKREG'  USING  DKR-PARM.                           00002196
           STOP  RUN.                                                   00002200
       0000-0000-EXIT. EXIT.                                            00002210
      *----------------------------------------------------------------*00002220
      * CARTAO DE LIMITES (OBRIGATORIO)                                *00002230
      *----------------------------------------------------------------*00002240
       0050-0000-LE-LIMITES.                                            00002250
           READ  LIMITES                                                00002260
               AT END                                                   00002270
                   DISPLAY 'DB2CPADV - ARQUIVO LIMITES VAZIO'           00002280
                   MOVE   +16          TO  RETURN-CODE                  00002290
                   STOP  RUN                                            00002300
           END-READ.                                                    00002310
           IF  LIM-PCT-FULL  NOT NUMERIC                                00002320
               OR  LIM-PCT-INCR  NOT NUMERIC                            00002330
               OR  LIM-DIAS  NOT NUMERIC                                00002340
               OR  LIM-PCT-FULL  GREATER  100                           00002350
               OR  LIM-PCT-INCR  GREATER  LIM-PCT-FULL                  00002360
               OR  LIM-DIAS  EQUAL  ZEROS                               00002370
               DISPLAY 'DB2CPADV - CARTAO DE LIMITES INVALIDO'          00002380
               MOVE   +16              TO  RETURN-CODE                  00002390
               STOP  RUN                                                00002400
           END-IF.                                                      00002410
           MOVE   SPACES               TO  LINHA-REL.                   00002420
           STRING 'LIMITES: FULL >= ' LIM-PCT-FULL                      00002430
                  ' PORCENTO   INCREMENTAL >= ' LIM-PCT-INCR            00002440
                  ' PORCENTO   DIAS SEM COPIA <= ' LIM-DIAS             00002450
                  DELIMITED BY SIZE INTO LINHA-REL.                     00002460
           PERFORM 0900-9999-IMPRIME THRU 0900-9999-EXIT.               00002470
       0050-0000-EXIT. EXIT.                                            00002480
      *----------------------------------------------------------------*00002490
      *                                                                *00002500
      *----------------------------------------------------------------*00002510
       0080-9999-LE-SYSIN.                                              00002520
           READ SYSIN                                                   00002530
             AT END   MOVE 'SIM'  TO          N88-FIM-SYSIN.            00002540
       0080-9999-EXIT. EXIT.                                            00002550
      *----------------------------------------------------------------*00002560
      * UM CREATOR ADMINISTRADO: ESTATISTICAS DOS SEUS TABLESPACES     *00002570
      *----------------------------------------------------------------*00002580
       0100-0000-TRATA-CREATOR.                                         00002590
           IF  REG-SYSIN(1:1)  EQUAL  '*'                               00002600
               MOVE  '%'               TO  H-CREATOR-FILTRO             00002610
           ELSE                                                         00002620
               MOVE  REG-SYSIN(1:8)    TO  H-CREATOR-FILTRO             00002630
           END-IF.                                                      00002640
           MOVE   SPACES               TO  LINHA-REL.                   00002650
           PERFORM 0900-9999-IMPRIME THRU 0900-9999-EXIT.               00002660
           STRING 'CREATOR ' H-CREATOR-FILTRO ':'                       00002670
                  DELIMITED BY SIZE INTO LINHA-REL.                     00002680
           PERFORM 0900-9999-IMPRIME THRU 0900-9999-EXIT.               00002690
           PERFORM 0200-0100-ESPACOS THRU 0200-0100-EXIT.               00002700
           PERFORM 0080-9999-LE-SYSIN THRU 0080-9999-EXIT.              00002710
       0100-0000-EXIT. EXIT.                                            00002720
      *----------------------------------------------------------------*00002730
      * SYSTABLESPACESTATS DOS TABLESPACES DO CREATOR                  *00002740
      *----------------------------------------------------------------*00002750
       0200-0100-ESPACOS.                                               00002760
           EXEC SQL                                                     00002770
                DECLARE C_STATS CURSOR FOR                              00002780
                SELECT S.DBNAME, S.NAME, S.PARTITION,                   00002790
                       VALUE(S.NACTIVE, 0),                             00002800
                       VALUE(S.TOTALROWS, 0),                           00002810
                       VALUE(S.COPYUPDATEDPAGES, 0),                    00002820
                       VALUE(S.COPYCHANGES, 0),                         00002830
                       VALUE(DAYS(CURRENT DATE)                         00002840
                           - DAYS(S.COPYLASTTIME), -1)                  00002850
                  FROM SYSIBM.SYSTABLESPACESTATS S                      00002860
                 WHERE EXISTS                                           00002870
                      (SELECT 1                                         00002880
                         FROM SYSIBM.SYSTABLES T                        00002890
                        WHERE T.DBNAME  = S.DBNAME                      00002900
                          AND T.TSNAME  = S.NAME                        00002910
                          AND T.TYPE    = 'T'                           00002920
                          AND T.CREATOR LIKE RTRIM(:H-CREATOR-FILTRO))  00002930
                 ORDER BY S.DBNAME, S.NAME, S.PARTITION                 00002940
           END-EXEC.                                                    00002950
           EXEC SQL OPEN C_STATS END-EXEC.                              00002960
           IF  SQLCODE  NOT EQUAL  +0                                   00002970
               DISPLAY '*** ERRO NO OPEN C_STATS'                       00002980
               PERFORM  9999-9999-ERRO-DB2  THRU 9999-9999-EXIT         00002990
           END-IF.                                                      00003000
           MOVE   'NAO'                TO  N88-FIM-STATS.               00003010
           PERFORM 0300-0200-UM-ESPACO THRU 0300-0200-EXIT              00003020
             UNTIL FIM-STATS.                                           00003030
           EXEC SQL CLOSE C_STATS END-EXEC.                             00003040
           IF  SQLCODE  NOT EQUAL  +0                                   00003050
               DISPLAY '*** ERRO NO CLOSE C_STATS'                      00003060
               PERFORM  9999-9999-ERRO-DB2  THRU 9999-9999-EXIT         00003070
           END-IF.                                                      00003080
       0200-0100-EXIT. EXIT.                                            00003090
      *----------------------------------------------------------------*00003100
      * UM ESPACO (TABLESPACE OU PARTICAO): RECOMENDACAO DE COPIA      *00003110
      *----------------------------------------------------------------*00003120
       0300-0200-UM-ESPACO.                                             00003130
           EXEC SQL                                                     00003140
                FETCH  C_STATS                                          00003150
                 INTO  :H-ST-DBNAME, :H-ST-NAME, :H-ST-PARTITION,       00003160
                       :H-ST-NACTIVE, :H-ST-TOTALROWS,                  00003170
                       :H-ST-UPDPAGES, :H-ST-CHANGES,                   00003180
                       :H-ST-DIAS-COPIA                                 00003190
           END-EXEC.                                                    00003200
           IF  SQLCODE  EQUAL  +100                                     00003210
               MOVE  'SIM'             TO  N88-FIM-STATS                00003220
               GO  TO  0300-0200-EXIT                                   00003230
           END-IF.                                                      00003240
           IF  SQLCODE  NOT EQUAL  +0                                   00003250
               DISPLAY '*** ERRO NO FETCH C_STATS'                      00003260
               PERFORM  9999-9999-ERRO-DB2  THRU 9999-9999-EXIT         00003270
           END-IF.                                                      00003280
                                                                        00003290
           MOVE   H-ST-PARTITION       TO  ZPART.                       00003300
           MOVE   SPACES               TO  WS-NOME-OBJ.                 00003310
           STRING H-ST-DBNAME DELIMITED BY SPACE                        00003320
                  '.' DELIMITED BY SIZE                                 00003330
                  H-ST-NAME DELIMITED BY SPACE                          00003340
                  ' ' ZPART DELIMITED BY SIZE                           00003350
                  INTO WS-NOME-OBJ.                                     00003360
           PERFORM 0700-9999-VERIFICA-EMITIDO THRU 0700-9999-EXIT.      00003370
           IF  CH-JA-EMITIDO  EQUAL  'S'                                00003380
               GO  TO  0300-0200-EXIT                                   00003390
           END-IF.                                                      00003400
           ADD    +1                   TO  WS-QTD-ESPACOS.              00003410
                                                                        00003420
      *--- PORCENTAGENS DE PAGINAS E DE LINHAS ALTERADAS DESDE A COPIA  00003430
           IF  H-ST-NACTIVE  GREATER  +0                                00003440
               COMPUTE WS-PCT-PAGINAS =                                 00003450
                      (H-ST-UPDPAGES * 100) / H-ST-NACTIVE              00003460
           ELSE                                                         00003470
               MOVE   +0               TO  WS-PCT-PAGINAS               00003480
           END-IF.                                                      00003490
           IF  H-ST-TOTALROWS  GREATER  +0                              00003500
               COMPUTE WS-PCT-LINHAS =                                  00003510
                      (H-ST-CHANGES * 100) / H-ST-TOTALROWS             00003520
           ELSE                                                         00003530
               MOVE   +0               TO  WS-PCT-LINHAS                00003540
           END-IF.                                                      00003550
           IF  H-ST-UPDPAGES  GREATER  +0                               00003560
               OR  H-ST-CHANGES  GREATER  +0                            00003570
               MOVE   'S'              TO  CH-ALTERADO                  00003580
           ELSE                                                         00003590
               MOVE   'N'              TO  CH-ALTERADO                  00003600
           END-IF.                                                      00003610
           IF  H-ST-DIAS-COPIA  LESS  +0                                00003620
               OR (CH-ALTERADO  EQUAL  'S'                              00003630
                   AND  H-ST-DIAS-COPIA  GREATER  LIM-DIAS)             00003640
               MOVE   'S'              TO  CH-ATRASADO                  00003650
           ELSE                                                         00003660
               MOVE   'N'              TO  CH-ATRASADO                  00003670
           END-IF.                                                      00003680
                                                                        00003690
           EVALUATE TRUE                                                00003700
               WHEN H-ST-DIAS-COPIA  LESS  +0                           00003710
                    MOVE 'F'           TO  CH-RECOMENDA                 00003720
                    MOVE 'SEM COPIA REGISTRADA'                         00003730
                                       TO  WS-MOTIVO                    00003740
               WHEN WS-PCT-PAGINAS  NOT LESS  LIM-PCT-FULL              00003750
                 OR WS-PCT-LINHAS   NOT LESS  LIM-PCT-FULL              00003760
                    MOVE 'F'           TO  CH-RECOMENDA                 00003770
                    MOVE 'ALTERACAO ACIMA DO LIMITE FULL'               00003780
                                       TO  WS-MOTIVO                    00003790
               WHEN CH-ATRASADO  EQUAL  'S'                             00003800
                    MOVE 'F'           TO  CH-RECOMENDA                 00003810
                    MOVE 'ALTERADO E FORA DO LIMITE'                    00003820
                                       TO  WS-MOTIVO                    00003830
               WHEN CH-ALTERADO  EQUAL  'S'                             00003840
                AND (WS-PCT-PAGINAS  NOT LESS  LIM-PCT-INCR             00003850
                  OR WS-PCT-LINHAS   NOT LESS  LIM-PCT-INCR)            00003860
                    MOVE 'I'           TO  CH-RECOMENDA                 00003870
                    MOVE 'ALTERACAO PARCIAL'                            00003880
                                       TO  WS-MOTIVO                    00003890
               WHEN CH-ALTERADO  EQUAL  'S'                             00003900
                    MOVE 'N'           TO  CH-RECOMENDA                 00003910
                    MOVE 'ALTERACAO ABAIXO DO LIMITE'                   00003920
                                       TO  WS-MOTIVO                    00003930
               WHEN OTHER                                               00003940
                    MOVE 'N'           TO  CH-RECOMENDA                 00003950
                    MOVE 'SEM ALTERACAO DESDE A COPIA'                  00003960
                                       TO  WS-MOTIVO                    00003970
           END-EVALUATE.                                                00003980
                                                                        00003990
           MOVE   WS-PCT-PAGINAS       TO  ZPCT1.                       00004000
           MOVE   WS-PCT-LINHAS        TO  ZPCT2.                       00004010
           MOVE   H-ST-DIAS-COPIA      TO  ZDIAS.                       00004020
           MOVE   SPACES               TO  LINHA-REL.                   00004030
           STRING '   TS ' H-ST-DBNAME '.' H-ST-NAME                    00004040
                  ' PART' ZPART                                         00004050
                  ' PAGINAS%' ZPCT1                                     00004060
                  ' LINHAS%' ZPCT2                                      00004070
                  ' DIAS' ZDIAS                                         00004080
                  DELIMITED BY SIZE INTO LINHA-REL.                     00004090
           EVALUATE TRUE                                                00004100
               WHEN RECOMENDA-FULL                                      00004110
                    ADD  +1            TO  WS-QTD-FULL                  00004120
                    MOVE ' -> FULL        ' TO  LINHA-REL(80:16)        00004130
               WHEN RECOMENDA-INCR                                      00004140
                    ADD  +1            TO  WS-QTD-INCR                  00004150
                    MOVE ' -> INCREMENTAL ' TO  LINHA-REL(80:16)        00004160
               WHEN OTHER                                               00004170
                    ADD  +1            TO  WS-QTD-NADA                  00004180
                    MOVE ' -> SEM COPIA   ' TO  LINHA-REL(80:16)        00004190
           END-EVALUATE.                                                00004200
           MOVE   WS-MOTIVO            TO  LINHA-REL(97:30).            00004210
           PERFORM 0900-9999-IMPRIME THRU 0900-9999-EXIT.               00004220
                                                                        00004230
           IF  NOT RECOMENDA-NADA                                       00004240
               PERFORM 0400-9999-GRAVA-COPYDECK THRU 0400-9999-EXIT     00004250
           END-IF.                                                      00004260
           IF  CH-ATRASADO  EQUAL  'S'                                  00004270
               PERFORM 0500-9999-GUARDA-ATRASADO THRU 0500-9999-EXIT    00004280
           END-IF.                                                      00004290
       0300-0200-EXIT. EXIT.                                            00004300
      *----------------------------------------------------------------*00004310
      * CARTAO COPY (MESMO FORMATO DO COPYDECK DO DB2HLTCK)            *00004320
      *----------------------------------------------------------------*00004330
       0400-9999-GRAVA-COPYDECK.                                        00004340
      *--- O CARTAO './ DECK' SO SAI COM O PRIMEIRO COPY                00004341
           IF  WS-QTD-COPYDECK  EQUAL  +0                               00004342
               MOVE   SPACES           TO  LIN-DECK                     00004343
               MOVE   './ DECK UTIL'   TO  LIN-DECK                     00004344
               MOVE   'DB2CPADV'       TO  LIN-DECK(18:8)               00004345
               MOVE   'COPYDECK'       TO  LIN-DECK(27:8)               00004346
               WRITE  REG-COPYDECK     FROM LIN-DECK                    00004347
           END-IF.                                                      00004348
           MOVE   SPACES               TO  LIN-DECK.                    00004350
           MOVE   +1                   TO  WS-PTR-DECK.                 00004360
           STRING '  COPY TABLESPACE ' DELIMITED BY SIZE                00004370
                  H-ST-DBNAME DELIMITED BY SPACE                        00004380
                  '.' DELIMITED BY SIZE                                 00004390
                  H-ST-NAME DELIMITED BY SPACE                          00004400
                  INTO LIN-DECK WITH POINTER WS-PTR-DECK.               00004410
           IF  H-ST-PARTITION  GREATER  +0                              00004420
               STRING ' DSNUM ' ZPART                                   00004430
                      DELIMITED BY SIZE                                 00004440
                      INTO LIN-DECK WITH POINTER WS-PTR-DECK            00004450
           END-IF.                                                      00004460
           IF  RECOMENDA-FULL                                           00004470
               STRING ' FULL YES SHRLEVEL REFERENCE'                    00004480
                      DELIMITED BY SIZE                                 00004490
                      INTO LIN-DECK WITH POINTER WS-PTR-DECK            00004500
           ELSE                                                         00004510
               STRING ' FULL NO SHRLEVEL REFERENCE'                     00004520
                      DELIMITED BY SIZE                                 00004530
                      INTO LIN-DECK WITH POINTER WS-PTR-DECK            00004540
           END-IF.                                                      00004550
           WRITE  REG-COPYDECK         FROM LIN-DECK.                   00004560
           ADD    +1                   TO  WS-QTD-COPYDECK.             00004565
       0400-9999-EXIT. EXIT.                                            00004570
      *----------------------------------------------------------------*00004580
      * GUARDA O ESPACO ALTERADO E NAO COPIADO PARA A LISTA FINAL      *00004590
      *----------------------------------------------------------------*00004600
       0500-9999-GUARDA-ATRASADO.                                       00004610
           ADD    +1                   TO  WS-QTD-ATRASADOS.            00004620
           IF  QTD-ATR  GREATER  +499                                   00004630
               GO  TO  0500-9999-EXIT                                   00004640
           END-IF.                                                      00004650
           ADD    +1                   TO  QTD-ATR.                     00004660
           MOVE   SPACES               TO  TB-ATR-LINHA(QTD-ATR).       00004670
           IF  H-ST-DIAS-COPIA  LESS  +0                                00004680
               STRING '   TS ' H-ST-DBNAME '.' H-ST-NAME                00004690
                      ' PART' ZPART                                     00004700
                      '  NUNCA COPIADO'                                 00004710
                      DELIMITED BY SIZE INTO TB-ATR-LINHA(QTD-ATR)      00004720
           ELSE                                                         00004730
               STRING '   TS ' H-ST-DBNAME '.' H-ST-NAME                00004740
                      ' PART' ZPART                                     00004750
                      '  ULTIMA COPIA HA' ZDIAS ' DIAS'                 00004760
                      '  PAGINAS ALTERADAS' ZPCT1                       00004770
                      DELIMITED BY SIZE INTO TB-ATR-LINHA(QTD-ATR)      00004780
           END-IF.                                                      00004790
       0500-9999-EXIT. EXIT.                                            00004800
      *----------------------------------------------------------------*00004810
      * ESPACOS ALTERADOS E NAO COPIADOS DENTRO DO LIMITE DE DIAS      *00004820
      *----------------------------------------------------------------*00004830
       0600-0000-LISTA-ATRASADOS.                                       00004840
           MOVE   SPACES               TO  LINHA-REL.                   00004850
           PERFORM 0900-9999-IMPRIME THRU 0900-9999-EXIT.               00004860
           MOVE   LIM-DIAS             TO  ZQTD.                        00004870
           STRING 'ESPACOS ALTERADOS SEM COPIA HA MAIS DE' ZQTD         00004880
                  ' DIAS (OU NUNCA COPIADOS):'                          00004890
                  DELIMITED BY SIZE INTO LINHA-REL.                     00004900
           PERFORM 0900-9999-IMPRIME THRU 0900-9999-EXIT.               00004910
           IF  QTD-ATR  EQUAL  +0                                       00004920
               MOVE  '   NENHUM'       TO  LINHA-REL                    00004930
               PERFORM 0900-9999-IMPRIME THRU 0900-9999-EXIT            00004940
               GO  TO  0600-0000-EXIT                                   00004950
           END-IF.                                                      00004960
           PERFORM VARYING IND-ATR FROM +1 BY +1                        00004970
             UNTIL IND-ATR  GREATER  QTD-ATR                            00004980
               MOVE   TB-ATR-LINHA(IND-ATR)  TO  LINHA-REL              00004990
               PERFORM 0900-9999-IMPRIME THRU 0900-9999-EXIT            00005000
           END-PERFORM.                                                 00005010
           IF  WS-QTD-ATRASADOS  GREATER  QTD-ATR                       00005020
               MOVE   '   (LISTA LIMITADA A 500 ESPACOS)' TO LINHA-REL  00005030
               PERFORM 0900-9999-IMPRIME THRU 0900-9999-EXIT            00005040
           END-IF.                                                      00005050
       0600-0000-EXIT. EXIT.                                            00005060
      *----------------------------------------------------------------*00005070
      * ESPACO JA AVALIADO? (CREATORS DO SYSIN NAO DUPLICAM O COPY)    *00005080
      *----------------------------------------------------------------*00005090
       0700-9999-VERIFICA-EMITIDO.                                      00005100
           MOVE   'N'                  TO  CH-JA-EMITIDO.               00005110
           PERFORM VARYING IND-EMI FROM +1 BY +1                        00005120
             UNTIL IND-EMI  GREATER  QTD-EMI                            00005130
                OR TB-EMI-NOME(IND-EMI)  EQUAL  WS-NOME-OBJ             00005140
               CONTINUE                                                 00005150
           END-PERFORM.                                                 00005160
           IF  IND-EMI  NOT GREATER  QTD-EMI                            00005170
               MOVE   'S'              TO  CH-JA-EMITIDO                00005180
               GO  TO  0700-9999-EXIT                                   00005190
           END-IF.                                                      00005200
           IF  QTD-EMI  GREATER  +1999                                  00005210
               DISPLAY 'DB2CPADV - MAIS DE 2000 ESPACOS AVALIADOS'      00005220
               GO  TO  0700-9999-EXIT                                   00005230
           END-IF.                                                      00005240
           ADD    +1                   TO  QTD-EMI.                     00005250
           MOVE   WS-NOME-OBJ          TO  TB-EMI-NOME(QTD-EMI).        00005260
       0700-9999-EXIT. EXIT.                                            00005270
      *----------------------------------------------------------------*00005280
      * IMPRESSAO PAGINADA (COMO O RELATO DO DB2DIST)                  *00005290
      *----------------------------------------------------------------*00005300
       0900-9999-IMPRIME.                                               00005310
           IF  AC-LINHA-REL  GREATER  60                                00005320
               ADD    +1               TO  AC-PAGINA-REL                00005330
               MOVE   AC-PAGINA-REL    TO  REL-CAB1-PAG                 00005340
               MOVE   ATU-DIA          TO  CB-DIA                       00005350
               MOVE   ATU-MES          TO  CB-MES                       00005360
               MOVE   ATU-ANO          TO  CB-ANO                       00005370
               WRITE  REG-RELATO       FROM REL-CAB1 AFTER PAGE         00005380
               WRITE  REG-RELATO       FROM REL-CAB2                    00005390
               WRITE  REG-RELATO       FROM REL-CAB3                    00005400
               MOVE   +3               TO  AC-LINHA-REL                 00005410
           END-IF.                                                      00005420
           WRITE  REG-RELATO           FROM LINHA-REL.                  00005430
           ADD    +1                   TO  AC-LINHA-REL.                00005440
           MOVE   SPACES               TO  LINHA-REL.                   00005450
       0900-9999-EXIT. EXIT.                                            00005460
      *----------------------------------------------------------------*00005470
      *                                                                *00005480
      *----------------------------------------------------------------*00005490
       9999-9999-ERRO-DB2.                                              00005500
           MOVE   SQLCODE              TO  WS-SQLCODE.                  00005510
           DISPLAY '*** SQLCODE  ' WS-SQLCODE.                          00005520
           DISPLAY '    SQLERRMC ' SQLERRMC.                            00005530
           DISPLAY '    SQLSTATE ' SQLSTATE.                            00005540
           MOVE   +16                  TO  RETURN-CODE.                 00005550
           STOP RUN.                                                    00005560
       9999-9999-EXIT. EXIT.                                            00005570
