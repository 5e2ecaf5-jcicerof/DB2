       IDENTIFICATION DIVISION.                                         00000010
       PROGRAM-ID.    DB2MODRC.                                         00000020
      *----------------------------------------------------------------*00000030
      * DATA:  OUT/2026                                                *00000040
      * OBJETIVOS: GERADOR DE MODIFY RECOVERY PARA CONTER O CRESCIMENTO*00000050
      *   DA SYSIBM.SYSCOPY E DA SYSLGRNX (O DB2HOUSE SO LIMPA OS      *00000060
      *   ARQUIVOS DA PROPRIA SUITE). LE O ARQUIVO RETENCAO, UM CARTAO *00000070
      *   POR DATABASE OU POR APLICACAO DO INVENTARIO (INVNTRY):       *00000080
      *     COL 1     : 'D' = DATABASE, 'A' = APLICACAO                *00000090
      *     COL 3-10  : NOME DO DATABASE OU DA APLICACAO               *00000100
      *     COL 12-16 : 'AGE' (DIAS) OU 'LAST' (ULTIMAS COPIAS FULL)   *00000110
      *     COL 18-21 : VALOR (DIAS OU QUANTIDADE DE COPIAS)           *00000120
      *   PARA CADA TABLESPACE ENVOLVIDO CONFERE A SYSCOPY E GRAVA EM  *00000130
      *   MODDECK O CARTAO MODIFY RECOVERY ... DELETE AGE(N) OU        *00000140
      *   RETAIN LAST(N) (80 COLS, TRECHO './ DECK UTIL' QUE O         *00000150
      *   DB2JCLBD EMBRULHA). NUNCA PROPOE APAGAR ALEM DA COPIA FULL   *00000160
      *   MAIS RECENTE: SE A IDADE PEDIDA ALCANCA A ULTIMA FULL, O AGE *00000170
      *   E' AUMENTADO ATE A IDADE DELA (RETEM MAIS DIAS QUE O PEDIDO, *00000177
      *   NUNCA MENOS); TABLESPACE SEM NENHUMA COPIA FULL NAO RECEBE   *00000184
      *   MODIFY.                                                      *00000191
      *   O RELATO MOSTRA, POR TABLESPACE, QUANTAS LINHAS DA SYSCOPY   *00000200
      *   SAIRIAM E QUAL COPIA PASSA A SER O PONTO DE RECUPERACAO MAIS *00000210
      *   ANTIGO. RETURN-CODE 4 QUANDO HA CARTAO INVALIDO, TABLESPACE  *00000220
      *   SEM COPIA FULL OU TABELA DO INVENTARIO FORA DO CATALOGO.     *00000230
      *   OUT/26 - O CARTAO './ DECK' LEVA O PROGRAMA E O DDNAME (COLS *00000232
      *   18-34) E O MODDECK E' REGISTRADO NO REGISTRO CENTRAL DE      *00000234
      *   DECKS DB2ADM.DBA_DECK (VIA DB2DKREG) COM A QTD DE CARTOES    *00000236
      *   MODIFY E O TICKET DA MUDANCA (PARM, ATE 12 POSICOES).        *00000238
      * AREA RESPONSAVEL: ADMINISTRACAO DE BANCO DE DADOS              *00000240
      *----------------------------------------------------------------*00000250
       ENVIRONMENT    DIVISION.                                         00000260
      *                                                                 00000270
       INPUT-OUTPUT       SECTION.                                      00000280
       FILE-CONTROL.                                                    00000290
           SELECT  RETENCAO ASSIGN  TO  RETENCAO.                       00000300
           SELECT  INVNTRY  ASSIGN  TO  INVNTRY                         00000310
                   ORGANIZATION  IS  INDEXED                            00000320
                   ACCESS  MODE  IS  DYNAMIC                            00000330
                   RECORD  KEY   IS  INV-CHAVE.                         00000340
           SELECT  RELATO   ASSIGN  TO  RELATO.                         00000350
           SELECT  MODDECK  ASSIGN  TO  MODDECK.                        00000360
      *                                                                 00000370
       DATA DIVISION.                                                   00000380
      *                                                                 00000390
       FILE            SECTION.                                         00000400
       FD  RETENCAO                                                     00000410
           LABEL  RECORD  IS  OMITTED                                   00000420
           RECORDING MODE IS F.                                         00000430
                                                                        00000440
       01  REG-RETENCAO.                                                00000450
           02  RET-TIPO                PIC  X(01).                      00000460
               88  RET-DATABASE                   VALUE 'D'.            00000470
               88  RET-APLICACAO                  VALUE 'A'.            00000480
           02  FILLER                  PIC  X(01).                      00000490
           02  RET-NOME                PIC  X(08).                      00000500
           02  FILLER                  PIC  X(01).                      00000510
           02  RET-CRITERIO            PIC  X(05).                      00000520
               88  RET-POR-IDADE                  VALUE 'AGE'.          00000530
               88  RET-POR-ULTIMAS                VALUE 'LAST'.         00000540
           02  FILLER                  PIC  X(01).                      00000550
           02  RET-VALOR               PIC  9(04).                      00000560
           02  FILLER                  PIC  X(59).                      00000570
      *                                                                 00000580
       FD  INVNTRY                                                      00000590
           LABEL  RECORD  IS  STANDARD.                                 00000600
                                                                        00000610
       01  REG-INVNTRY.                                                 00000620
           05  INV-CHAVE.                                               00000630
               10  INV-CREATOR    PIC X(08).                            00000640
               10  FILLER         PIC X(01).                            00000650
               10  INV-TABELA     PIC X(18).                            00000660
           05  FILLER             PIC X(01).                            00000670
           05  INV-APLICACAO      PIC X(08).                            00000680
           05  FILLER             PIC X(01).                            00000690
           05  INV-PGMR           PIC X(08).                            00000700
           05  FILLER             PIC X(01).                            00000710
           05  INV-SITUACAO       PIC X(01).                            00000720
           05  FILLER             PIC X(33).                            00000730
      *                                                                 00000740
       FD  RELATO                                                       00000750
           LABEL  RECORD  IS  OMITTED                                   00000760
           RECORDING MODE IS F.                                         00000770
                                                                        00000780
       01  REG-RELATO                  PIC  X(132).                     00000790
      *                                                                 00000800
       FD  MODDECK                                                      00000810
           LABEL  RECORD  IS  OMITTED                                   00000820
           RECORDING MODE IS F.                                         00000830
                                                                        00000840
       01  REG-MODDECK                 PIC  X(080).                     00000850
      *                                                                 00000860
       WORKING-STORAGE SECTION.                                         00000870
      *----------------------------------------------------------------*00000880
      * INVENTARIO ATIVO CARREGADO                                     *00000890
      *----------------------------------------------------------------*00000900
       01  TAB-INVENTARIO.                                              00000910
           02  QTD-INV            PIC S9(04) COMP    VALUE +0.          00000920
           02  IND-INV            PIC S9(04) COMP    VALUE +0.          00000930
           02  FILLER             OCCURS   2000  TIMES.                 00000940
               04  TB-INV-CREATOR     PIC  X(08)     VALUE SPACES.      00000950
               04  TB-INV-TABELA      PIC  X(18)     VALUE SPACES.      00000960
               04  TB-INV-APLICACAO   PIC  X(08)     VALUE SPACES.      00000970
      *----------------------------------------------------------------*00000980
      * TABLESPACES DO CARTAO EM TRATAMENTO                            *00000990
      *----------------------------------------------------------------*00001000
       01  TAB-ESPACOS.                                                 00001010
           02  QTD-ESP            PIC S9(04) COMP    VALUE +0.          00001020
           02  IND-ESP            PIC S9(04) COMP    VALUE +0.          00001030
           02  FILLER             OCCURS    300  TIMES.                 00001040
               04  TB-ESP-DBNAME      PIC  X(08).                       00001050
               04  TB-ESP-TSNAME      PIC  X(08).                       00001060
      *----------------------------------------------------------------*00001070
      * AREAS AUXILIARES                                               *00001080
      *----------------------------------------------------------------*00001090
       01  FILLER.                                                      00001100
           02  WS-SQLCODE              PIC -----9.                      00001110
           02  WS-QTD-CARTOES          PIC S9(04) COMP VALUE +0.        00001120
           02  WS-QTD-EXCECOES         PIC S9(04) COMP VALUE +0.        00001130
           02  WS-QTD-MODIFY           PIC S9(04) COMP VALUE +0.        00001140
           02  WS-TOT-LINHAS           PIC S9(09) COMP VALUE +0.        00001150
           02  WS-IND-FULL             PIC S9(04) COMP VALUE +0.        00001160
           02  CH-LIMITADO             PIC  X(01)      VALUE 'N'.       00001170
           02  ZQTD                    PIC ZZZZ9.                       00001180
           02  ZLINHAS                 PIC ZZZZZZZZ9.                   00001190
           02  ZVALOR                  PIC ZZZ9.                        00001200
           02  LIN-DECK                PIC X(80)       VALUE SPACES.    00001210
      *----------------------------------------------------------------*00001211
      * PARAMETRO DO REGISTRO CENTRAL DE DECKS (DB2DKREG)              *00001212
      *----------------------------------------------------------------*00001213
       01  DKR-PARM.                                                    00001214
           02  DKR-FUNCAO         PIC X(01)      VALUE 'G'.             00001215
           02  DKR-PROGRAMA       PIC X(08)      VALUE 'DB2MODRC'.      00001216
           02  DKR-DATASET        PIC X(08)      VALUE 'MODDECK'.       00001217
           02  DKR-TIPO-DECK      PIC X(08)      VALUE 'MODIFY'.        00001218
           02  DKR-QTD-OBJETOS    PIC 9(05)      VALUE ZEROS.           00001219
           02  DKR-TICKET         PIC X(12)      VALUE SPACES.          00001220
           02  DKR-SITUACAO       PIC X(01)      VALUE SPACES.          00001221
           02  DKR-RETURN-CODE    PIC 9(02)      VALUE ZEROS.           00001222
      *----------------------------------------------------------------*00001223
      * HOSTS DE CATALOGO                                              *00001230
      *----------------------------------------------------------------*00001240
       01  H-CREATOR                   PIC  X(08).                      00001250
       01  H-TABELA                    PIC  X(18).                      00001260
       01  H-DBNAME                    PIC  X(08).                      00001270
       01  H-TSNAME                    PIC  X(08).                      00001280
       01  H-QTD-FULL                  PIC S9(09) COMP.                 00001290
       01  H-DIAS-FULL                 PIC S9(09) COMP.                 00001300
       01  H-DIAS                      PIC S9(09) COMP.                 00001310
       01  H-TS-COPIA                  PIC  X(26).                      00001320
       01  H-TS-CORTE                  PIC  X(26).                      00001330
       01  H-TS-PONTO                  PIC  X(26).                      00001340
       01  H-QTD-LINHAS                PIC S9(09) COMP.                 00001350
      *----------------------------------------------------------------*00001360
      * CONTROLES                                                      *00001370
      *----------------------------------------------------------------*00001380
       01  CHAVES-FIM.                                                  00001390
           02  N88-FIM-RETENCAO                  PIC  X(03) VALUE 'NAO'.00001400
               88  FIM-RETENCAO                             VALUE 'SIM'.00001410
           02  N88-FIM-INVNTRY                   PIC  X(03) VALUE 'NAO'.00001420
               88  FIM-INVNTRY                              VALUE 'SIM'.00001430
           02  N88-FIM-TSDB                      PIC  X(03) VALUE 'NAO'.00001440
               88  FIM-TSDB                                 VALUE 'SIM'.00001450
           02  N88-FIM-FULL                      PIC  X(03) VALUE 'NAO'.00001460
               88  FIM-FULL                                 VALUE 'SIM'.00001470
      *----------------------------------------------------------------*00001480
      * RELATORIO                                                      *00001490
      *----------------------------------------------------------------*00001500
       77  AC-LINHA-REL           PIC S9(004)  COMP  VALUE +99.         00001510
       77  AC-PAGINA-REL          PIC S9(004)  COMP  VALUE +0.          00001520
       01  LINHA-REL              PIC  X(132)        VALUE SPACES.      00001530
       01  CURDATA                PIC  9(06)         VALUE ZEROS.       00001540
       01  CURDATA-R  REDEFINES  CURDATA.                               00001550
           03  ATU-ANO            PIC 9(02).                            00001560
           03  ATU-MES            PIC 9(02).                            00001570
           03  ATU-DIA            PIC 9(02).                            00001580
       01  REL-CAB1.                                                    00001590
           03  FILLER             PIC X(52)          VALUE              00001600
               'DB2MODRC     ADMINISTRACAO DE BANCO DE DADOS'.          00001610
           03  FILLER             PIC X(06)          VALUE 'DATA: '.    00001620
           03  REL-CAB1-DATA.                                           00001630
               05  CB-DIA         PIC 9(02)/.                           00001640
               05  CB-MES         PIC 9(02)/.                           00001650
               05  CB-ANO         PIC 9(02).                            00001660
           03  FILLER             PIC X(04)          VALUE SPACES.      00001670
           03  FILLER             PIC X(05)          VALUE 'PAG: '.     00001680
           03  REL-CAB1-PAG       PIC ZZZ9.                             00001690
           03  FILLER             PIC X(53)          VALUE SPACES.      00001700
       01  REL-CAB2.                                                    00001710
           03  FILLER             PIC X(132)         VALUE              00001720
               'MODIFY RECOVERY - LIMPEZA DA SYSCOPY/SYSLGRNX'.         00001730
       01  REL-CAB3.                                                    00001740
           03  FILLER             PIC X(132)         VALUE ALL '-'.     00001750
      *                                                                 00001760
           EXEC SQL INCLUDE SQLCA END-EXEC.                             00001770
      *----------------------------------------------------------------*00001780
      *                                                                *00001790
      *----------------------------------------------------------------*00001800
       LINKAGE     SECTION.                                             00001802
       01  PARMJOB.                                                     00001804
           02  PARM-LEN           PIC  9(04)  COMP.                     00001806
           02  PARM-TICKET        PIC  X(12).                           00001808
      *----------------------------------------------------------------*00001810
      *                                                                *00001812
      *----------------------------------------------------------------*00001814
       PROCEDURE   DIVISION      USING   PARMJOB.                       00001816
      *----------------------------------------------------------------*00001820
      *                                                                *00001830
      *----------------------------------------------------------------*00001840
       0000-0000-PRINCIPAL.                                             00001850
           OPEN INPUT  RETENCAO.                                        00001860
           OPEN OUTPUT RELATO MODDECK.                                  00001870
           IF  PARM-LEN  GREATER  ZEROS                                 00001871
               IF  PARM-LEN  LESS  12                                   00001872
                   MOVE  PARM-TICKET(1:PARM-LEN)  TO  DKR-TICKET        00001873
               ELSE                                                     00001874
                   MOVE  PARM-TICKET              TO  DKR-TICKET        00001875
               END-IF                                                   00001876
           END-IF.                                                      00001877
           ACCEPT CURDATA              FROM DATE.                       00001880
           PERFORM 0100-0000-CARREGA-INVNTRY THRU 0100-0000-EXIT.       00001890
                                                                        00001900
           MOVE   './ DECK UTIL'       TO  LIN-DECK.                    00001910
           MOVE   'DB2MODRC'           TO  LIN-DECK(18:8).              00001913
           MOVE   'MODDECK'            TO  LIN-DECK(27:8).              00001916
           WRITE  REG-MODDECK          FROM LIN-DECK.                   00001920
                                                                        00001930
           PERFORM 0200-9999-LE-RETENCAO THRU 0200-9999-EXIT.           00001940
           PERFORM 0300-0000-TRATA-CARTAO THRU 0300-0000-EXIT           00001950
             UNTIL FIM-RETENCAO.                                        00001960
                                                                        00001970
           MOVE   SPACES               TO  LINHA-REL.                   00001980
           PERFORM 0900-9999-IMPRIME THRU 0900-9999-EXIT.               00001990
           MOVE   WS-QTD-MODIFY        TO  ZQTD.                        00002000
           MOVE   WS-TOT-LINHAS        TO  ZLINHAS.                     00002010
           STRING 'CARTOES MODIFY GERADOS: ' ZQTD                       00002020
                  '   LINHAS DA SYSCOPY A REMOVER: ' ZLINHAS            00002030
                  DELIMITED BY SIZE INTO LINHA-REL.                     00002040
           PERFORM 0900-9999-IMPRIME THRU 0900-9999-EXIT.               00002050
           MOVE   WS-QTD-EXCECOES      TO  ZQTD.                        00002060
           STRING 'EXCECOES: ' ZQTD                                     00002070
                  DELIMITED BY SIZE INTO LINHA-REL.                     00002080
           PERFORM 0900-9999-IMPRIME THRU 0900-9999-EXIT.               00002090
                                                                        00002100
           CLOSE RETENCAO RELATO MODDECK.                               00002110
           EXEC SQL COMMIT WORK END-EXEC.                               00002120
           IF  WS-QTD-EXCECOES  GREATER  +0                             00002130
               MOVE   +4               TO  RETURN-CODE                  00002140
           ELSE                                                         00002150
               MOVE   +0               TO  RETURN-CODE                  00002160
           END-IF.                                                      00002170
           MOVE   WS-QTD-MODIFY        TO  DKR-QTD-OBJETOS.             00002172
           MOVE   RETURN-CODE          TO  DKR-RETURN-CODE.             00002174
           CALL  'DB2DKREG'  USING  DKR-PARM.                           00002176
           STOP  RUN.                                                   00002180
       0000-0000-EXIT. EXIT.                                            00002190
      *----------------------------------------------------------------*00002200
      * ENTRADAS ATIVAS DO INVENTARIO (PARA OS CARTOES POR APLICACAO)  *00002210
      *----------------------------------------------------------------*00002220
       0100-0000-CARREGA-INVNTRY.                                       00002230
           OPEN INPUT INVNTRY.                                          00002240
           PERFORM 0110-0100-LE-INVNTRY THRU 0110-0100-EXIT             00002250
             UNTIL FIM-INVNTRY.                                         00002260
           CLOSE INVNTRY.                                               00002270
       0100-0000-EXIT. EXIT.                                            00002280
      *----------------------------------------------------------------*00002290
      *                                                                *00002300
      *----------------------------------------------------------------*00002310
       0110-0100-LE-INVNTRY.                                            00002320
           READ  INVNTRY  NEXT                                          00002330
               AT END                                                   00002340
                   MOVE   'SIM'         TO   N88-FIM-INVNTRY            00002350
                   GO  TO  0110-0100-EXIT                               00002360
           END-READ.                                                    00002370
           IF  INV-SITUACAO  NOT EQUAL  'A'                             00002380
               GO  TO  0110-0100-EXIT                                   00002390
           END-IF.                                                      00002400
           IF  QTD-INV  GREATER  +1999                                  00002410
               DISPLAY 'DB2MODRC - ERRO - INVENTARIO MAIOR QUE 2000 ENTR00002420
      -                'ADAS'                                           00002430
               MOVE   +16              TO  RETURN-CODE                  00002440
               STOP  RUN                                                00002450
           END-IF.                                                      00002460
           ADD    +1                   TO  QTD-INV.                     00002470
           MOVE   INV-CREATOR          TO  TB-INV-CREATOR(QTD-INV).     00002480
           MOVE   INV-TABELA           TO  TB-INV-TABELA(QTD-INV).      00002490
           MOVE   INV-APLICACAO        TO  TB-INV-APLICACAO(QTD-INV).   00002500
       0110-0100-EXIT. EXIT.                                            00002510
      *----------------------------------------------------------------*00002520
      *                                                                *00002530
      *----------------------------------------------------------------*00002540
       0200-9999-LE-RETENCAO.                                           00002550
           READ  RETENCAO                                               00002560
               AT END                                                   00002570
                   MOVE   'SIM'         TO   N88-FIM-RETENCAO           00002580
           END-READ.                                                    00002590
       0200-9999-EXIT. EXIT.                                            00002600
      *----------------------------------------------------------------*00002610
      * UM CARTAO DE RETENCAO: MONTA OS TABLESPACES E AVALIA CADA UM   *00002620
      *----------------------------------------------------------------*00002630
       0300-0000-TRATA-CARTAO.                                          00002640
           ADD    +1                   TO  WS-QTD-CARTOES.              00002650
           IF  (NOT RET-DATABASE  AND  NOT RET-APLICACAO)               00002660
               OR (NOT RET-POR-IDADE  AND  NOT RET-POR-ULTIMAS)         00002670
               OR  RET-VALOR  NOT NUMERIC                               00002680
               OR  RET-VALOR  EQUAL  ZEROS                              00002690
               OR  RET-NOME   EQUAL  SPACES                             00002700
               ADD    +1               TO  WS-QTD-EXCECOES              00002710
               MOVE   SPACES           TO  LINHA-REL                    00002720
               STRING 'CARTAO INVALIDO IGNORADO: ' REG-RETENCAO(1:40)   00002730
                      DELIMITED BY SIZE INTO LINHA-REL                  00002740
               PERFORM 0900-9999-IMPRIME THRU 0900-9999-EXIT            00002750
               GO  TO  0300-0000-LE-PROXIMO                             00002760
           END-IF.                                                      00002770
                                                                        00002780
           MOVE   SPACES               TO  LINHA-REL.                   00002790
           PERFORM 0900-9999-IMPRIME THRU 0900-9999-EXIT.               00002800
           MOVE   RET-VALOR            TO  ZVALOR.                      00002810
           IF  RET-DATABASE                                             00002820
               STRING 'DATABASE ' RET-NOME ' - RETENCAO '               00002830
                      RET-CRITERIO ZVALOR                               00002840
                      DELIMITED BY SIZE INTO LINHA-REL                  00002850
           ELSE                                                         00002860
               STRING 'APLICACAO ' RET-NOME ' - RETENCAO '              00002870
                      RET-CRITERIO ZVALOR                               00002880
                      DELIMITED BY SIZE INTO LINHA-REL                  00002890
           END-IF.                                                      00002900
           PERFORM 0900-9999-IMPRIME THRU 0900-9999-EXIT.               00002910
                                                                        00002920
           MOVE   +0                   TO  QTD-ESP.                     00002930
           IF  RET-DATABASE                                             00002940
               PERFORM 0310-0300-ESPACOS-DATABASE THRU 0310-0300-EXIT   00002950
           ELSE                                                         00002960
               PERFORM 0330-0300-ESPACOS-APLICACAO THRU 0330-0300-EXIT  00002970
                 VARYING IND-INV FROM +1 BY +1                          00002980
                   UNTIL IND-INV GREATER QTD-INV                        00002990
           END-IF.                                                      00003000
           IF  QTD-ESP  EQUAL  +0                                       00003010
               MOVE  '   NENHUM TABLESPACE ENCONTRADO PARA O CARTAO'    00003020
                 TO  LINHA-REL                                          00003030
               PERFORM 0900-9999-IMPRIME THRU 0900-9999-EXIT            00003040
           END-IF.                                                      00003050
                                                                        00003060
           PERFORM 0400-0300-AVALIA-ESPACO THRU 0400-0300-EXIT          00003070
             VARYING IND-ESP FROM +1 BY +1                              00003080
               UNTIL IND-ESP GREATER QTD-ESP.                           00003090
       0300-0000-LE-PROXIMO.                                            00003100
           PERFORM 0200-9999-LE-RETENCAO THRU 0200-9999-EXIT.           00003110
       0300-0000-EXIT. EXIT.                                            00003120
      *----------------------------------------------------------------*00003130
      * CARTAO POR DATABASE: TODOS OS TABLESPACES DO DATABASE          *00003140
      *----------------------------------------------------------------*00003150
       0310-0300-ESPACOS-DATABASE.                                      00003160
           MOVE   RET-NOME             TO  H-DBNAME.                    00003170
           EXEC SQL                                                     00003180
                DECLARE C_TSDB CURSOR FOR                               00003190
                SELECT NAME                                             00003200
                  FROM SYSIBM.SYSTABLESPACE                             00003210
                 WHERE DBNAME = :H-DBNAME                               00003220
                 ORDER BY NAME                                          00003230
           END-EXEC.                                                    00003240
                                                                        00003250
           EXEC SQL OPEN C_TSDB END-EXEC.                               00003260
           IF  SQLCODE  NOT EQUAL  +0                                   00003270
               DISPLAY '*** ERRO NO OPEN C_TSDB'                        00003280
               PERFORM  9999-9999-ERRO-DB2  THRU 9999-9999-EXIT         00003290
           END-IF.                                                      00003300
                                                                        00003310
           MOVE   'NAO'                TO  N88-FIM-TSDB.                00003320
           PERFORM 0315-9999-FETCH-TSDB THRU 0315-9999-EXIT.            00003330
           PERFORM 0320-0310-GUARDA-TSDB THRU 0320-0310-EXIT            00003340
             UNTIL FIM-TSDB.                                            00003350
                                                                        00003360
           EXEC SQL CLOSE C_TSDB END-EXEC.                              00003370
           IF  SQLCODE  NOT EQUAL  +0                                   00003380
               DISPLAY '*** ERRO NO CLOSE C_TSDB'                       00003390
               PERFORM  9999-9999-ERRO-DB2  THRU 9999-9999-EXIT         00003400
           END-IF.                                                      00003410
       0310-0300-EXIT. EXIT.                                            00003420
      *----------------------------------------------------------------*00003430
      *                                                                *00003440
      *----------------------------------------------------------------*00003450
       0315-9999-FETCH-TSDB.                                            00003460
           EXEC SQL                                                     00003470
                FETCH  C_TSDB                                           00003480
                 INTO  :H-TSNAME                                        00003490
           END-EXEC.                                                    00003500
           IF  SQLCODE  EQUAL  +0                                       00003510
               NEXT  SENTENCE                                           00003520
           ELSE                                                         00003530
             IF  SQLCODE  EQUAL  +100                                   00003540
                 MOVE  'SIM'           TO  N88-FIM-TSDB                 00003550
             ELSE                                                       00003560
                 DISPLAY '*** ERRO NO FETCH C_TSDB'                     00003570
                 PERFORM  9999-9999-ERRO-DB2  THRU 9999-9999-EXIT       00003580
             END-IF                                                     00003590
           END-IF.                                                      00003600
       0315-9999-EXIT. EXIT.                                            00003610
      *----------------------------------------------------------------*00003620
      *                                                                *00003630
      *----------------------------------------------------------------*00003640
       0320-0310-GUARDA-TSDB.                                           00003650
           PERFORM 0350-9999-GUARDA-ESPACO THRU 0350-9999-EXIT.         00003660
           PERFORM 0315-9999-FETCH-TSDB THRU 0315-9999-EXIT.            00003670
       0320-0310-EXIT. EXIT.                                            00003680
      *----------------------------------------------------------------*00003690
      * CARTAO POR APLICACAO: TABLESPACE DE CADA TABELA DO INVENTARIO  *00003700
      *----------------------------------------------------------------*00003710
       0330-0300-ESPACOS-APLICACAO.                                     00003720
           IF  TB-INV-APLICACAO(IND-INV)  NOT EQUAL  RET-NOME           00003730
               GO  TO  0330-0300-EXIT                                   00003740
           END-IF.                                                      00003750
           MOVE   TB-INV-CREATOR(IND-INV)  TO  H-CREATOR.               00003760
           MOVE   TB-INV-TABELA(IND-INV)   TO  H-TABELA.                00003770
           EXEC SQL                                                     00003780
                SELECT DBNAME, TSNAME                                   00003790
                  INTO :H-DBNAME, :H-TSNAME                             00003800
                  FROM SYSIBM.SYSTABLES                                 00003810
                 WHERE CREATOR = :H-CREATOR                             00003820
                   AND NAME    = :H-TABELA                              00003830
           END-EXEC.                                                    00003840
           IF  SQLCODE  EQUAL  +100                                     00003850
               ADD    +1               TO  WS-QTD-EXCECOES              00003860
               MOVE   SPACES           TO  LINHA-REL                    00003870
               STRING '   ' H-CREATOR '.' H-TABELA                      00003880
                      ' NAO ENCONTRADA NO CATALOGO'                     00003890
                      DELIMITED BY SIZE INTO LINHA-REL                  00003900
               PERFORM 0900-9999-IMPRIME THRU 0900-9999-EXIT            00003910
               GO  TO  0330-0300-EXIT                                   00003920
           END-IF.                                                      00003930
           IF  SQLCODE  NOT EQUAL  +0                                   00003940
               DISPLAY '*** ERRO NO SELECT SYSTABLES ' H-CREATOR '.'    00003950
                       H-TABELA                                         00003960
               PERFORM  9999-9999-ERRO-DB2  THRU 9999-9999-EXIT         00003970
           END-IF.                                                      00003980
           PERFORM 0350-9999-GUARDA-ESPACO THRU 0350-9999-EXIT.         00003990
       0330-0300-EXIT. EXIT.                                            00004000
      *----------------------------------------------------------------*00004010
      * GUARDA H-DBNAME.H-TSNAME NA LISTA DO CARTAO, SEM REPETIR       *00004020
      *----------------------------------------------------------------*00004030
       0350-9999-GUARDA-ESPACO.                                         00004040
           PERFORM VARYING IND-ESP FROM +1 BY +1                        00004050
             UNTIL IND-ESP  GREATER  QTD-ESP                            00004060
                OR (TB-ESP-DBNAME(IND-ESP)  EQUAL  H-DBNAME             00004070
               AND  TB-ESP-TSNAME(IND-ESP)  EQUAL  H-TSNAME)            00004080
               CONTINUE                                                 00004090
           END-PERFORM.                                                 00004100
           IF  IND-ESP  GREATER  QTD-ESP                                00004110
               IF  QTD-ESP  NOT LESS  +300                              00004120
                   DISPLAY 'DB2MODRC - ERRO - MAIS DE 300 TABLESPACES NO00004130
      -                    ' CARTAO ' RET-NOME                          00004140
                   MOVE   +16          TO  RETURN-CODE                  00004150
                   STOP  RUN                                            00004160
               END-IF                                                   00004170
               ADD    +1               TO  QTD-ESP                      00004180
               MOVE   H-DBNAME         TO  TB-ESP-DBNAME(QTD-ESP)       00004190
               MOVE   H-TSNAME         TO  TB-ESP-TSNAME(QTD-ESP)       00004200
           END-IF.                                                      00004210
       0350-9999-EXIT. EXIT.                                            00004220
      *----------------------------------------------------------------*00004230
      * UM TABLESPACE: PONTO DE CORTE, LINHAS QUE SAEM E O PONTO DE    *00004240
      * RECUPERACAO MAIS ANTIGO QUE SOBRA                              *00004250
      *----------------------------------------------------------------*00004260
       0400-0300-AVALIA-ESPACO.                                         00004270
           MOVE   TB-ESP-DBNAME(IND-ESP)   TO  H-DBNAME.                00004280
           MOVE   TB-ESP-TSNAME(IND-ESP)   TO  H-TSNAME.                00004290
           MOVE   'N'                  TO  CH-LIMITADO.                 00004300
           MOVE   SPACES               TO  H-TS-PONTO.                  00004310
           MOVE   +0                   TO  H-QTD-LINHAS.                00004320
                                                                        00004330
           EXEC SQL                                                     00004340
                SELECT COUNT(*),                                        00004350
                       VALUE(DAYS(CURRENT DATE) -                       00004360
                             DAYS(MAX(TIMESTAMP)), 0)                   00004370
                  INTO :H-QTD-FULL, :H-DIAS-FULL                        00004380
                  FROM SYSIBM.SYSCOPY                                   00004390
                 WHERE DBNAME = :H-DBNAME                               00004400
                   AND TSNAME = :H-TSNAME                               00004410
                   AND ICTYPE = 'F'                                     00004420
           END-EXEC.                                                    00004430
           IF  SQLCODE  NOT EQUAL  +0                                   00004440
               DISPLAY '*** ERRO NO SELECT SYSCOPY (FULL) ' H-DBNAME    00004450
                       '.' H-TSNAME                                     00004460
               PERFORM  9999-9999-ERRO-DB2  THRU 9999-9999-EXIT         00004470
           END-IF.                                                      00004480
                                                                        00004490
      *--- SEM COPIA FULL NAO HA PONTO SEGURO: NENHUM MODIFY            00004500
           IF  H-QTD-FULL  EQUAL  +0                                    00004510
               ADD    +1               TO  WS-QTD-EXCECOES              00004520
               MOVE   SPACES           TO  LINHA-REL                    00004530
               STRING '   ' H-DBNAME '.' H-TSNAME                       00004540
                      ' SEM COPIA FULL NA SYSCOPY - MODIFY NAO PROPOSTO'00004550
                      DELIMITED BY SIZE INTO LINHA-REL                  00004560
               PERFORM 0900-9999-IMPRIME THRU 0900-9999-EXIT            00004570
               GO  TO  0400-0300-EXIT                                   00004580
           END-IF.                                                      00004590
                                                                        00004600
           IF  RET-POR-IDADE                                            00004610
               PERFORM 0410-0400-CORTE-IDADE THRU 0410-0400-EXIT        00004620
           ELSE                                                         00004630
               PERFORM 0450-0400-CORTE-ULTIMAS THRU 0450-0400-EXIT      00004640
           END-IF.                                                      00004650
                                                                        00004660
           MOVE   H-QTD-LINHAS         TO  ZLINHAS.                     00004670
           MOVE   SPACES               TO  LINHA-REL.                   00004680
           IF  H-QTD-LINHAS  EQUAL  +0                                  00004690
               STRING '   ' H-DBNAME '.' H-TSNAME                       00004700
                      ' NADA A REMOVER - PONTO MAIS ANTIGO '            00004710
                      H-TS-PONTO(1:19)                                  00004720
                      DELIMITED BY SIZE INTO LINHA-REL                  00004730
               PERFORM 0900-9999-IMPRIME THRU 0900-9999-EXIT            00004740
               GO  TO  0400-0300-EXIT                                   00004750
           END-IF.                                                      00004760
           IF  CH-LIMITADO  EQUAL  'S'                                  00004770
               STRING '   ' H-DBNAME '.' H-TSNAME                       00004780
                      ' LINHAS A REMOVER ' ZLINHAS                      00004790
                      ' - PONTO MAIS ANTIGO ' H-TS-PONTO(1:19)          00004800
                      ' (AGE LIMITADO PELA ULTIMA FULL)'                00004810
                      DELIMITED BY SIZE INTO LINHA-REL                  00004820
           ELSE                                                         00004830
               STRING '   ' H-DBNAME '.' H-TSNAME                       00004840
                      ' LINHAS A REMOVER ' ZLINHAS                      00004850
                      ' - PONTO MAIS ANTIGO ' H-TS-PONTO(1:19)          00004860
                      DELIMITED BY SIZE INTO LINHA-REL                  00004870
           END-IF.                                                      00004880
           PERFORM 0900-9999-IMPRIME THRU 0900-9999-EXIT.               00004890
           ADD    H-QTD-LINHAS         TO  WS-TOT-LINHAS.               00004900
                                                                        00004910
           ADD    +1                   TO  WS-QTD-MODIFY.               00004920
           MOVE   SPACES               TO  LIN-DECK.                    00004930
           IF  RET-POR-IDADE                                            00004940
               MOVE   H-DIAS           TO  ZVALOR                       00004950
               STRING '  MODIFY RECOVERY TABLESPACE ' DELIMITED BY SIZE 00004960
                      H-DBNAME DELIMITED BY SPACE                       00004970
                      '.' DELIMITED BY SIZE                             00004980
                      H-TSNAME DELIMITED BY SPACE                       00004990
                      ' DELETE AGE(' DELIMITED BY SIZE                  00005000
                      ZVALOR DELIMITED BY SIZE                          00005010
                      ')' DELIMITED BY SIZE                             00005020
                      INTO LIN-DECK                                     00005030
           ELSE                                                         00005040
               MOVE   RET-VALOR        TO  ZVALOR                       00005050
               STRING '  MODIFY RECOVERY TABLESPACE ' DELIMITED BY SIZE 00005060
                      H-DBNAME DELIMITED BY SPACE                       00005070
                      '.' DELIMITED BY SIZE                             00005080
                      H-TSNAME DELIMITED BY SPACE                       00005090
                      ' RETAIN LAST(' DELIMITED BY SIZE                 00005100
                      ZVALOR DELIMITED BY SIZE                          00005110
                      ')' DELIMITED BY SIZE                             00005120
                      INTO LIN-DECK                                     00005130
           END-IF.                                                      00005140
           WRITE  REG-MODDECK          FROM LIN-DECK.                   00005150
       0400-0300-EXIT. EXIT.                                            00005160
      *----------------------------------------------------------------*00005170
      * DELETE AGE(N): SAEM AS LINHAS DE DATA ANTERIOR A HOJE - N DIAS.*00005180
      * SE A ULTIMA FULL E' MAIS VELHA QUE N DIAS, N VIRA A IDADE DELA *00005190
      *----------------------------------------------------------------*00005200
       0410-0400-CORTE-IDADE.                                           00005210
           MOVE   RET-VALOR            TO  H-DIAS.                      00005220
           IF  H-DIAS-FULL  GREATER  H-DIAS                             00005230
               MOVE   H-DIAS-FULL      TO  H-DIAS                       00005240
               MOVE   'S'              TO  CH-LIMITADO                  00005250
           END-IF.                                                      00005260
           EXEC SQL                                                     00005270
                SELECT COUNT(*)                                         00005280
                  INTO :H-QTD-LINHAS                                    00005290
                  FROM SYSIBM.SYSCOPY                                   00005300
                 WHERE DBNAME = :H-DBNAME                               00005310
                   AND TSNAME = :H-TSNAME                               00005320
                   AND DATE(TIMESTAMP) < CURRENT DATE - :H-DIAS DAYS    00005330
           END-EXEC.                                                    00005340
           IF  SQLCODE  NOT EQUAL  +0                                   00005350
               DISPLAY '*** ERRO NO SELECT SYSCOPY (AGE) ' H-DBNAME     00005360
                       '.' H-TSNAME                                     00005370
               PERFORM  9999-9999-ERRO-DB2  THRU 9999-9999-EXIT         00005380
           END-IF.                                                      00005390
           EXEC SQL                                                     00005400
                SELECT VALUE(CHAR(MIN(TIMESTAMP)), ' ')                 00005410
                  INTO :H-TS-PONTO                                      00005420
                  FROM SYSIBM.SYSCOPY                                   00005430
                 WHERE DBNAME = :H-DBNAME                               00005440
                   AND TSNAME = :H-TSNAME                               00005450
                   AND ICTYPE = 'F'                                     00005460
                   AND DATE(TIMESTAMP) >= CURRENT DATE - :H-DIAS DAYS   00005470
           END-EXEC.                                                    00005480
           IF  SQLCODE  NOT EQUAL  +0                                   00005490
               DISPLAY '*** ERRO NO SELECT SYSCOPY (PONTO) ' H-DBNAME   00005500
                       '.' H-TSNAME                                     00005510
               PERFORM  9999-9999-ERRO-DB2  THRU 9999-9999-EXIT         00005520
           END-IF.                                                      00005530
       0410-0400-EXIT. EXIT.                                            00005540
      *----------------------------------------------------------------*00005550
      * RETAIN LAST(N): O CORTE E' A N-ESIMA COPIA FULL MAIS RECENTE   *00005560
      * (OU A MAIS ANTIGA, SE HOUVER MENOS DE N); SAI O QUE E' ANTERIOR*00005570
      *----------------------------------------------------------------*00005580
       0450-0400-CORTE-ULTIMAS.                                         00005590
           EXEC SQL                                                     00005600
                DECLARE C_FULL CURSOR FOR                               00005610
                SELECT CHAR(TIMESTAMP)                                  00005620
                  FROM SYSIBM.SYSCOPY                                   00005630
                 WHERE DBNAME = :H-DBNAME                               00005640
                   AND TSNAME = :H-TSNAME                               00005650
                   AND ICTYPE = 'F'                                     00005660
                 ORDER BY TIMESTAMP DESC                                00005670
           END-EXEC.                                                    00005680
                                                                        00005690
           EXEC SQL OPEN C_FULL END-EXEC.                               00005700
           IF  SQLCODE  NOT EQUAL  +0                                   00005710
               DISPLAY '*** ERRO NO OPEN C_FULL'                        00005720
               PERFORM  9999-9999-ERRO-DB2  THRU 9999-9999-EXIT         00005730
           END-IF.                                                      00005740
                                                                        00005750
           MOVE   'NAO'                TO  N88-FIM-FULL.                00005760
           MOVE   +0                   TO  WS-IND-FULL.                 00005770
           PERFORM 0460-9999-FETCH-FULL THRU 0460-9999-EXIT             00005780
             UNTIL FIM-FULL                                             00005790
                OR WS-IND-FULL  NOT LESS  RET-VALOR.                    00005800
                                                                        00005810
           EXEC SQL CLOSE C_FULL END-EXEC.                              00005820
           IF  SQLCODE  NOT EQUAL  +0                                   00005830
               DISPLAY '*** ERRO NO CLOSE C_FULL'                       00005840
               PERFORM  9999-9999-ERRO-DB2  THRU 9999-9999-EXIT         00005850
           END-IF.                                                      00005860
                                                                        00005870
           MOVE   H-TS-CORTE           TO  H-TS-PONTO.                  00005880
           EXEC SQL                                                     00005890
                SELECT COUNT(*)                                         00005900
                  INTO :H-QTD-LINHAS                                    00005910
                  FROM SYSIBM.SYSCOPY                                   00005920
                 WHERE DBNAME = :H-DBNAME                               00005930
                   AND TSNAME = :H-TSNAME                               00005940
                   AND TIMESTAMP < TIMESTAMP(:H-TS-CORTE)               00005950
           END-EXEC.                                                    00005960
           IF  SQLCODE  NOT EQUAL  +0                                   00005970
               DISPLAY '*** ERRO NO SELECT SYSCOPY (LAST) ' H-DBNAME    00005980
                       '.' H-TSNAME                                     00005990
               PERFORM  9999-9999-ERRO-DB2  THRU 9999-9999-EXIT         00006000
           END-IF.                                                      00006010
       0450-0400-EXIT. EXIT.                                            00006020
      *----------------------------------------------------------------*00006030
      *                                                                *00006040
      *----------------------------------------------------------------*00006050
       0460-9999-FETCH-FULL.                                            00006060
           EXEC SQL                                                     00006070
                FETCH  C_FULL                                           00006080
                 INTO  :H-TS-COPIA                                      00006090
           END-EXEC.                                                    00006100
           IF  SQLCODE  EQUAL  +0                                       00006110
               ADD    +1               TO  WS-IND-FULL                  00006120
               MOVE   H-TS-COPIA       TO  H-TS-CORTE                   00006130
           ELSE                                                         00006140
             IF  SQLCODE  EQUAL  +100                                   00006150
                 MOVE  'SIM'           TO  N88-FIM-FULL                 00006160
             ELSE                                                       00006170
                 DISPLAY '*** ERRO NO FETCH C_FULL'                     00006180
                 PERFORM  9999-9999-ERRO-DB2  THRU 9999-9999-EXIT       00006190
             END-IF                                                     00006200
           END-IF.                                                      00006210
       0460-9999-EXIT. EXIT.                                            00006220
      *----------------------------------------------------------------*00006230
      * IMPRESSAO PAGINADA (COMO O RELATO DO DB2DIST)                  *00006240
      *----------------------------------------------------------------*00006250
       0900-9999-IMPRIME.                                               00006260
           IF  AC-LINHA-REL  GREATER  60                                00006270
               ADD    +1               TO  AC-PAGINA-REL                00006280
               MOVE   AC-PAGINA-REL    TO  REL-CAB1-PAG                 00006290
               MOVE   ATU-DIA          TO  CB-DIA                       00006300
               MOVE   ATU-MES          TO  CB-MES                       00006310
               MOVE   ATU-ANO          TO  CB-ANO                       00006320
               WRITE  REG-RELATO       FROM REL-CAB1 AFTER PAGE         00006330
               WRITE  REG-RELATO       FROM REL-CAB2                    00006340
               WRITE  REG-RELATO       FROM REL-CAB3                    00006350
               MOVE   +3               TO  AC-LINHA-REL                 00006360
           END-IF.                                                      00006370
           WRITE  REG-RELATO           FROM LINHA-REL.                  00006380
           ADD    +1                   TO  AC-LINHA-REL.                00006390
           MOVE   SPACES               TO  LINHA-REL.                   00006400
       0900-9999-EXIT. EXIT.                                            00006410
      *----------------------------------------------------------------*00006420
      *                                                                *00006430
      *----------------------------------------------------------------*00006440
       9999-9999-ERRO-DB2.                                              00006450
           MOVE   SQLCODE              TO  WS-SQLCODE.                  00006460
           DISPLAY '*** SQLCODE  ' WS-SQLCODE.                          00006470
           DISPLAY '    SQLERRMC ' SQLERRMC.                            00006480
           DISPLAY '    SQLSTATE ' SQLSTATE.                            00006490
           MOVE   +16                  TO  RETURN-CODE.                 00006500
           STOP RUN.                                                    00006510
       9999-9999-EXIT. EXIT.                                            00006520
