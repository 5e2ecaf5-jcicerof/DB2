       IDENTIFICATION DIVISION.                                         00000010
       PROGRAM-ID.    DB2RECOV.                                         00000020
      *----------------------------------------------------------------*00000030
      * DATA:  OUT/2026                                                *00000040
      * OBJETIVOS: PRONTIDAO DE RECUPERACAO POR APLICACAO - RESPONDE A *00000050
      *   PERGUNTA DE TODO TESTE DE DR: "SE O BANCO DA APLICACAO X     *00000060
      *   CAIR AGORA, O QUE RODAMOS E QUANTO TEMPO LEVA?".             *00000070
      *   PARA CADA APLICACAO DO INVENTARIO MESTRE (VSAM KSDS INVNTRY, *00000080
      *   ENTRADAS ATIVAS; PARM OPCIONAL COM UMA APLICACAO, BRANCO OU  *00000090
      *   '*' = TODAS) LEVANTA OS TABLESPACES DAS SUAS TABELAS E, EM   *00000100
      *   CADA UM, NA SYSIBM.SYSCOPY/SYSLGRNX:                         *00000110
      *   - A ULTIMA IMAGE COPY FULL E HA QUANTAS HORAS FOI TIRADA;    *00000120
      *   - AS COPIAS INCREMENTAIS POSTERIORES A ELA;                  *00000130
      *   - AS FAIXAS DE LOG (SYSLGRNX) POSTERIORES A ULTIMA COPIA,    *00000140
      *     QUE O RECOVER VAI APLICAR;                                 *00000150
      *   - OS INDICES: COPY YES COM COPIA FULL VAO POR RECOVER, OS    *00000160
      *     DEMAIS POR REBUILD INDEX.                                  *00000170
      *   O RELATO DA, POR APLICACAO, A EXPOSICAO (MAIOR NUMERO DE     *00000180
      *   HORAS DE LOG A APLICAR ENTRE OS SEUS ESPACOS) E O TEMPO      *00000190
      *   ESTIMADO DE RECUPERACAO, PELAS TAXAS DE WS-PAGINAS-MINUTO,   *00000200
      *   WS-SEG-INCREMENTAL, WS-SEG-FAIXA-LOG E WS-SEG-INDICE.        *00000210
      *   O RECVDECK TRAZ O KIT DE RECUPERACAO DE CADA APLICACAO       *00000220
      *   (RECOVER TABLESPACE / RECOVER INDEXSPACE / REBUILD INDEX),   *00000230
      *   UM TRECHO './ DECK UTIL' POR APLICACAO, PRONTO PARA O        *00000240
      *   DB2JCLBD EMBRULHAR EM UM PASSO DE UTILITARIO CADA (SO PARA   *00000244
      *   APLICACAO COM ALGUM COMANDO - SEM COPIA FULL NAO HA' TRECHO).*00000248
      *   OUT/26 - O CARTAO './ DECK' LEVA O PROGRAMA E O DDNAME (COLS *00000252
      *   18-34) E O RECVDECK E' REGISTRADO NO REGISTRO CENTRAL DE     *00000254
      *   DECKS DB2ADM.DBA_DECK (VIA DB2DKREG) COM A QTD DE COMANDOS E *00000256
      *   O TICKET DA MUDANCA (PARM='APLICACAO,TICKET', COLS 10-21).   *00000258
      *   RETURN-CODE 4 QUANDO ALGUM ESPACO NAO TEM COPIA FULL (NAO HA *00000260
      *   COMO RECUPERA-LO) OU TABELA DO INVENTARIO NAO ESTA NO        *00000270
      *   CATALOGO.                                                    *00000280
      * AREA RESPONSAVEL: ADMINISTRACAO DE BANCO DE DADOS              *00000290
      *----------------------------------------------------------------*00000300
       ENVIRONMENT    DIVISION.                                         00000310
      *                                                                 00000320
       INPUT-OUTPUT       SECTION.                                      00000330
       FILE-CONTROL.                                                    00000340
           SELECT  INVNTRY  ASSIGN  TO  INVNTRY                         00000350
                   ORGANIZATION  IS  INDEXED                            00000360
                   ACCESS  MODE  IS  DYNAMIC                            00000370
                   RECORD  KEY   IS  INV-CHAVE.                         00000380
           SELECT  RELATO   ASSIGN  TO  RELATO.                         00000390
           SELECT  RECVDECK ASSIGN  TO  RECVDECK.                       00000400
      *                                                                 00000410
       DATA DIVISION.                                                   00000420
      *                                                                 00000430
       FILE            SECTION.                                         00000440
       FD  INVNTRY                                                      00000450
           LABEL  RECORD  IS  STANDARD.                                 00000460
                                                                        00000470
       01  REG-INVNTRY.                                                 00000480
           05  INV-CHAVE.                                               00000490
               10  INV-CREATOR    PIC X(08).                            00000500
               10  FILLER         PIC X(01).                            00000510
               10  INV-TABELA     PIC X(18).                            00000520
           05  FILLER             PIC X(01).                            00000530
           05  INV-APLICACAO      PIC X(08).                            00000540
           05  FILLER             PIC X(01).                            00000550
           05  INV-PGMR           PIC X(08).                            00000560
           05  FILLER             PIC X(01).                            00000570
           05  INV-SITUACAO       PIC X(01).                            00000580
           05  FILLER             PIC X(33).                            00000590
      *                                                                 00000600
       FD  RELATO                                                       00000610
           LABEL  RECORD  IS  OMITTED                                   00000620
           RECORDING MODE IS F.                                         00000630
                                                                        00000640
       01  REG-RELATO                  PIC  X(132).                     00000650
      *                                                                 00000660
       FD  RECVDECK                                                     00000670
           LABEL  RECORD  IS  OMITTED                                   00000680
           RECORDING MODE IS F.                                         00000690
                                                                        00000700
       01  REG-RECVDECK                PIC  X(080).                     00000710
      *                                                                 00000720
       WORKING-STORAGE SECTION.                                         00000730
      *----------------------------------------------------------------*00000740
      * INVENTARIO ATIVO CARREGADO                                     *00000750
      *----------------------------------------------------------------*00000760
       01  TAB-INVENTARIO.                                              00000770
           02  QTD-INV            PIC S9(04) COMP    VALUE +0.          00000780
           02  IND-INV            PIC S9(04) COMP    VALUE +0.          00000790
           02  FILLER             OCCURS   2000  TIMES.                 00000800
               04  TB-INV-CREATOR     PIC  X(08)     VALUE SPACES.      00000810
               04  TB-INV-TABELA      PIC  X(18)     VALUE SPACES.      00000820
               04  TB-INV-APLICACAO   PIC  X(08)     VALUE SPACES.      00000830
      *----------------------------------------------------------------*00000840
      * APLICACOES DISTINTAS DO INVENTARIO                             *00000850
      *----------------------------------------------------------------*00000860
       01  TAB-APLICACOES.                                              00000870
           02  QTD-APL            PIC S9(04) COMP    VALUE +0.          00000880
           02  IND-APL            PIC S9(04) COMP    VALUE +0.          00000890
           02  TB-APL-NOME        OCCURS 100 TIMES   PIC X(08).         00000900
      *----------------------------------------------------------------*00000910
      * TABLESPACES DA APLICACAO EM TRATAMENTO                         *00000920
      *----------------------------------------------------------------*00000930
       01  TAB-ESPACOS.                                                 00000940
           02  QTD-ESP            PIC S9(04) COMP    VALUE +0.          00000950
           02  IND-ESP            PIC S9(04) COMP    VALUE +0.          00000960
           02  FILLER             OCCURS    300  TIMES.                 00000970
               04  TB-ESP-DBNAME      PIC  X(08).                       00000980
               04  TB-ESP-TSNAME      PIC  X(08).                       00000990
               04  TB-ESP-NACTIVE     PIC S9(09) COMP.                  00001000
      *----------------------------------------------------------------*00001010
      * TAXAS DA ESTIMATIVA DE TEMPO DE RECUPERACAO                    *00001020
      *----------------------------------------------------------------*00001030
       01  FILLER.                                                      00001040
           02  WS-PAGINAS-MINUTO       PIC S9(09) COMP VALUE +60000.    00001050
           02  WS-SEG-INCREMENTAL      PIC S9(04) COMP VALUE +60.       00001060
           02  WS-SEG-FAIXA-LOG        PIC S9(04) COMP VALUE +15.       00001070
           02  WS-SEG-INDICE           PIC S9(04) COMP VALUE +120.      00001080
           02  WS-ESQUELETO            PIC  X(08)      VALUE 'UTIL'.    00001090
      *----------------------------------------------------------------*00001100
      * AREAS AUXILIARES                                               *00001110
      *----------------------------------------------------------------*00001120
       01  FILLER.                                                      00001130
           02  WS-SQLCODE              PIC -----9.                      00001140
           02  WS-QTD-EXCECOES         PIC S9(04) COMP VALUE +0.        00001150
           02  WS-QTD-APL-TRATADAS     PIC S9(04) COMP VALUE +0.        00001160
           02  WS-APL-ATUAL            PIC  X(08)      VALUE SPACES.    00001170
           02  WS-APL-QTD-SEMFULL      PIC S9(04) COMP VALUE +0.        00001180
           02  WS-APL-QTD-INDICES      PIC S9(04) COMP VALUE +0.        00001190
           02  WS-APL-QTD-DECK         PIC S9(04) COMP VALUE +0.        00001195
           02  WS-APL-MAX-HORAS        PIC S9(09) COMP VALUE +0.        00001200
           02  WS-APL-SEGUNDOS         PIC S9(09) COMP VALUE +0.        00001210
           02  WS-ESP-SEGUNDOS         PIC S9(09) COMP VALUE +0.        00001220
           02  WS-MINUTOS              PIC S9(09) COMP VALUE +0.        00001230
           02  ZQTD                    PIC ZZZZ9.                       00001240
           02  ZQTD2                   PIC ZZZZ9.                       00001250
           02  ZHORAS                  PIC ZZZZZ9.                      00001260
           02  ZFAIXAS                 PIC ZZZZZ9.                      00001270
           02  ZPAGINAS                PIC ZZZZZZZZ9.                   00001280
           02  ZMINUTOS                PIC ZZZZZ9.                      00001290
           02  LIN-DECK                PIC X(80)       VALUE SPACES.    00001300
           02  WS-QTD-DECK             PIC S9(04) COMP VALUE +0.        00001301
      *----------------------------------------------------------------*00001302
      * PARAMETRO DO REGISTRO CENTRAL DE DECKS (DB2DKREG)              *00001303
      *----------------------------------------------------------------*00001304
       01  DKR-PARM.                                                    00001305
           02  DKR-FUNCAO         PIC X(01)      VALUE 'G'.             00001306
           02  DKR-PROGRAMA       PIC X(08)      VALUE 'DB2RECOV'.      00001307
           02  DKR-DATASET        PIC X(08)      VALUE 'RECVDECK'.      00001308
           02  DKR-TIPO-DECK      PIC X(08)      VALUE 'RECOVER'.       00001309
           02  DKR-QTD-OBJETOS    PIC 9(05)      VALUE ZEROS.           00001310
           02  DKR-TICKET         PIC X(12)      VALUE SPACES.          00001311
           02  DKR-SITUACAO       PIC X(01)      VALUE SPACES.          00001312
           02  DKR-RETURN-CODE    PIC 9(02)      VALUE ZEROS.           00001313
      *----------------------------------------------------------------*00001314
      * HOSTS DE CATALOGO                                              *00001320
      *----------------------------------------------------------------*00001330
       01  H-CREATOR                   PIC  X(08).                      00001340
       01  H-TABELA                    PIC  X(18).                      00001350
       01  H-DBNAME                    PIC  X(08).                      00001360
       01  H-TSNAME                    PIC  X(08).                      00001370
       01  H-NACTIVE                   PIC S9(09) COMP.                 00001380
       01  H-QTD-FULL                  PIC S9(09) COMP.                 00001390
       01  H-TS-FULL                   PIC  X(26).                      00001400
       01  H-HORAS-FULL                PIC S9(09) COMP.                 00001410
       01  H-QTD-INCR                  PIC S9(09) COMP.                 00001420
       01  H-QTD-FAIXAS                PIC S9(09) COMP.                 00001430
      *                                                                 00001440
       01  H-IX-CREATOR                PIC  X(08).                      00001450
       01  H-IX-NAME.                                                   00001460
           49  H-IX-NAME-L             PIC S9(04) COMP.                 00001470
           49  H-IX-NAME-T             PIC  X(18).                      00001480
       01  H-IX-INDEXSPACE             PIC  X(08).                      00001490
       01  H-IX-COPY                   PIC  X(01).                      00001500
       01  H-IX-QTD-FULL               PIC S9(09) COMP.                 00001510
      *----------------------------------------------------------------*00001520
      * CONTROLES                                                      *00001530
      *----------------------------------------------------------------*00001540
       01  CHAVES-FIM.                                                  00001550
           02  N88-FIM-INVNTRY                   PIC  X(03) VALUE 'NAO'.00001560
               88  FIM-INVNTRY                              VALUE 'SIM'.00001570
           02  N88-FIM-INDICE                    PIC  X(03) VALUE 'NAO'.00001580
               88  FIM-INDICE                               VALUE 'SIM'.00001590
      *----------------------------------------------------------------*00001600
      * RELATORIO                                                      *00001610
      *----------------------------------------------------------------*00001620
       77  AC-LINHA-REL           PIC S9(004)  COMP  VALUE +99.         00001630
       77  AC-PAGINA-REL          PIC S9(004)  COMP  VALUE +0.          00001640
       01  LINHA-REL              PIC  X(132)        VALUE SPACES.      00001650
       01  CURDATA                PIC  9(06)         VALUE ZEROS.       00001660
       01  CURDATA-R  REDEFINES  CURDATA.                               00001670
           03  ATU-ANO            PIC 9(02).                            00001680
           03  ATU-MES            PIC 9(02).                            00001690
           03  ATU-DIA            PIC 9(02).                            00001700
       01  REL-CAB1.                                                    00001710
           03  FILLER             PIC X(52)          VALUE              00001720
               'DB2RECOV     ADMINISTRACAO DE BANCO DE DADOS'.          00001730
           03  FILLER             PIC X(06)          VALUE 'DATA: '.    00001740
           03  REL-CAB1-DATA.                                           00001750
               05  CB-DIA         PIC 9(02)/.                           00001760
               05  CB-MES         PIC 9(02)/.                           00001770
               05  CB-ANO         PIC 9(02).                            00001780
           03  FILLER             PIC X(04)          VALUE SPACES.      00001790
           03  FILLER             PIC X(05)          VALUE 'PAG: '.     00001800
           03  REL-CAB1-PAG       PIC ZZZ9.                             00001810
           03  FILLER             PIC X(53)          VALUE SPACES.      00001820
       01  REL-CAB2.                                                    00001830
           03  FILLER             PIC X(132)         VALUE              00001840
               'PRONTIDAO DE RECUPERACAO POR APLICACAO (SYSCOPY/SYSLGRNX00001850
      -        ')'.                                                     00001860
       01  REL-CAB3.                                                    00001870
           03  FILLER             PIC X(132)         VALUE ALL '-'.     00001880
      *                                                                 00001890
           EXEC SQL INCLUDE SQLCA END-EXEC.                             00001900
      *----------------------------------------------------------------*00001910
      *                                                                *00001920
      *----------------------------------------------------------------*00001930
       LINKAGE     SECTION.                                             00001940
       01  PARMJOB.                                                     00001950
           02  PARM-LEN           PIC  9(04)  COMP.                     00001960
           02  PARM-APLICACAO     PIC  X(08).                           00001970
           02  FILLER             PIC  X(01).                           00001973
           02  PARM-TICKET        PIC  X(12).                           00001976
      *----------------------------------------------------------------*00001980
      *                                                                *00001990
      *----------------------------------------------------------------*00002000
       PROCEDURE   DIVISION      USING   PARMJOB.                       00002010
      *----------------------------------------------------------------*00002020
      *                                                                *00002030
      *----------------------------------------------------------------*00002040
       0000-0000-PRINCIPAL.                                             00002050
           OPEN OUTPUT RELATO RECVDECK.                                 00002060
           ACCEPT CURDATA              FROM DATE.                       00002070
           IF  PARM-LEN  LESS  1                                        00002080
               MOVE   '*'              TO  WS-APL-ATUAL                 00002090
           ELSE                                                         00002100
               MOVE   PARM-APLICACAO   TO  WS-APL-ATUAL                 00002110
               IF  WS-APL-ATUAL  EQUAL  SPACES                          00002120
                   MOVE   '*'          TO  WS-APL-ATUAL                 00002130
               END-IF                                                   00002140
           END-IF.                                                      00002150
           IF  PARM-LEN  GREATER  9                                     00002151
               IF  PARM-LEN  LESS  21                                   00002152
                   MOVE  PARM-TICKET(1:PARM-LEN - 9)  TO  DKR-TICKET    00002153
               ELSE                                                     00002154
                   MOVE  PARM-TICKET              TO  DKR-TICKET        00002155
               END-IF                                                   00002156
           END-IF.                                                      00002157
           PERFORM 0100-0000-CARREGA-INVNTRY THRU 0100-0000-EXIT.       00002160
                                                                        00002170
           PERFORM 0200-0000-TRATA-APLICACAO THRU 0200-0000-EXIT        00002180
             VARYING IND-APL FROM +1 BY +1                              00002190
               UNTIL IND-APL GREATER QTD-APL.                           00002200
                                                                        00002210
           MOVE   SPACES               TO  LINHA-REL.                   00002220
           PERFORM 0900-9999-IMPRIME THRU 0900-9999-EXIT.               00002230
           MOVE   WS-QTD-APL-TRATADAS  TO  ZQTD.                        00002240
           MOVE   WS-QTD-EXCECOES      TO  ZQTD2.                       00002250
           STRING 'APLICACOES AVALIADAS: ' ZQTD                         00002260
                  '   EXCECOES (SEM COPIA FULL / FORA DO CATALOGO): '   00002270
                  ZQTD2                                                 00002280
                  DELIMITED BY SIZE INTO LINHA-REL.                     00002290
           PERFORM 0900-9999-IMPRIME THRU 0900-9999-EXIT.               00002300
                                                                        00002310
           CLOSE RELATO RECVDECK.                                       00002320
           EXEC SQL COMMIT WORK END-EXEC.                               00002330
           IF  WS-QTD-EXCECOES  GREATER  +0                             00002340
               MOVE   +4               TO  RETURN-CODE                  00002350
           ELSE                                                         00002360
               MOVE   +0               TO  RETURN-CODE                  00002370
           END-IF.                                                      00002380
           MOVE   WS-QTD-DECK          TO  DKR-QTD-OBJETOS.             00002382
           MOVE   RETURN-CODE          TO  DKR-RETURN-CODE.             00002384
           CALL  'DB2DKREG'  USING  DKR-PARM.                           00002386
           STOP  RUN.                                                   00002390
       0000-0000-EXIT. EXIT.                                            00002400
      *----------------------------------------------------------------*00002410
      * CARREGA AS ENTRADAS ATIVAS DO INVENTARIO (DA APLICACAO DO PARM *00002420
      * OU TODAS) E MONTA A LISTA DE APLICACOES DISTINTAS              *00002430
      *----------------------------------------------------------------*00002440
       0100-0000-CARREGA-INVNTRY.                                       00002450
           OPEN INPUT INVNTRY.                                          00002460
           PERFORM 0110-0100-LE-INVNTRY THRU 0110-0100-EXIT             00002470
             UNTIL FIM-INVNTRY.                                         00002480
           CLOSE INVNTRY.                                               00002490
       0100-0000-EXIT. EXIT.                                            00002500
      *----------------------------------------------------------------*00002510
      *                                                                *00002520
      *----------------------------------------------------------------*00002530
       0110-0100-LE-INVNTRY.                                            00002540
           READ  INVNTRY  NEXT                                          00002550
               AT END                                                   00002560
                   MOVE   'SIM'         TO   N88-FIM-INVNTRY            00002570
                   GO  TO  0110-0100-EXIT                               00002580
           END-READ.                                                    00002590
           IF  INV-SITUACAO  NOT EQUAL  'A'                             00002600
               GO  TO  0110-0100-EXIT                                   00002610
           END-IF.                                                      00002620
           IF  WS-APL-ATUAL  NOT EQUAL  '*'                             00002630
               AND INV-APLICACAO  NOT EQUAL  WS-APL-ATUAL               00002640
               GO  TO  0110-0100-EXIT                                   00002650
           END-IF.                                                      00002660
           IF  QTD-INV  GREATER  +1999                                  00002670
               DISPLAY 'DB2RECOV - ERRO - INVENTARIO MAIOR QUE 2000 ENTR00002680
      -                'ADAS'                                           00002690
               MOVE   +16              TO  RETURN-CODE                  00002700
               STOP  RUN                                                00002710
           END-IF.                                                      00002720
           ADD    +1                   TO  QTD-INV.                     00002730
           MOVE   INV-CREATOR          TO  TB-INV-CREATOR(QTD-INV).     00002740
           MOVE   INV-TABELA           TO  TB-INV-TABELA(QTD-INV).      00002750
           MOVE   INV-APLICACAO        TO  TB-INV-APLICACAO(QTD-INV).   00002760
                                                                        00002770
           PERFORM VARYING IND-APL FROM +1 BY +1                        00002780
             UNTIL IND-APL  GREATER  QTD-APL                            00002790
                OR TB-APL-NOME(IND-APL)  EQUAL  INV-APLICACAO           00002800
               CONTINUE                                                 00002810
           END-PERFORM.                                                 00002820
           IF  IND-APL  GREATER  QTD-APL                                00002830
               IF  QTD-APL  NOT LESS  +100                              00002840
                   DISPLAY 'DB2RECOV - ERRO - MAIS DE 100 APLICACOES'   00002850
                   MOVE   +16          TO  RETURN-CODE                  00002860
                   STOP  RUN                                            00002870
               END-IF                                                   00002880
               ADD    +1               TO  QTD-APL                      00002890
               MOVE   INV-APLICACAO    TO  TB-APL-NOME(QTD-APL)         00002900
           END-IF.                                                      00002910
       0110-0100-EXIT. EXIT.                                            00002920
      *----------------------------------------------------------------*00002930
      * UMA APLICACAO: LEVANTA OS TABLESPACES, AVALIA CADA UM E FECHA  *00002940
      * A EXPOSICAO E O TEMPO ESTIMADO                                 *00002950
      *----------------------------------------------------------------*00002960
       0200-0000-TRATA-APLICACAO.                                       00002970
           ADD    +1                   TO  WS-QTD-APL-TRATADAS.         00002980
           MOVE   +0                   TO  QTD-ESP.                     00002990
           MOVE   +0                   TO  WS-APL-QTD-SEMFULL.          00003000
           MOVE   +0                   TO  WS-APL-QTD-INDICES.          00003010
           MOVE   +0                   TO  WS-APL-QTD-DECK.             00003015
           MOVE   +0                   TO  WS-APL-MAX-HORAS.            00003020
           MOVE   +0                   TO  WS-APL-SEGUNDOS.             00003030
                                                                        00003040
           MOVE   SPACES               TO  LINHA-REL.                   00003050
           PERFORM 0900-9999-IMPRIME THRU 0900-9999-EXIT.               00003060
           STRING 'APLICACAO ' TB-APL-NOME(IND-APL)                     00003070
                  DELIMITED BY SIZE INTO LINHA-REL.                     00003080
           PERFORM 0900-9999-IMPRIME THRU 0900-9999-EXIT.               00003090
                                                                        00003100
           PERFORM 0210-0200-MONTA-ESPACOS THRU 0210-0200-EXIT          00003110
             VARYING IND-INV FROM +1 BY +1                              00003120
               UNTIL IND-INV GREATER QTD-INV.                           00003130
                                                                        00003140
                                                                        00003200
           PERFORM 0300-0200-AVALIA-ESPACO THRU 0300-0200-EXIT          00003210
             VARYING IND-ESP FROM +1 BY +1                              00003220
               UNTIL IND-ESP GREATER QTD-ESP.                           00003230
                                                                        00003240
           COMPUTE WS-MINUTOS = (WS-APL-SEGUNDOS + 59) / 60.            00003250
           MOVE   QTD-ESP              TO  ZQTD.                        00003260
           MOVE   WS-APL-QTD-SEMFULL   TO  ZQTD2.                       00003270
           MOVE   WS-APL-MAX-HORAS     TO  ZHORAS.                      00003280
           MOVE   WS-MINUTOS           TO  ZMINUTOS.                    00003290
           MOVE   SPACES               TO  LINHA-REL.                   00003300
           STRING '   TOTAL ' TB-APL-NOME(IND-APL)                      00003310
                  ': TABLESPACES ' ZQTD                                 00003320
                  '  SEM COPIA FULL ' ZQTD2                             00003330
                  '  EXPOSICAO (HORAS DE LOG) ' ZHORAS                  00003340
                  '  TEMPO ESTIMADO (MIN) ' ZMINUTOS                    00003350
                  DELIMITED BY SIZE INTO LINHA-REL.                     00003360
           PERFORM 0900-9999-IMPRIME THRU 0900-9999-EXIT.               00003370
       0200-0000-EXIT. EXIT.                                            00003380
      *----------------------------------------------------------------*00003390
      * TABLESPACE DE CADA TABELA DA APLICACAO (SEM REPETIR)           *00003400
      *----------------------------------------------------------------*00003410
       0210-0200-MONTA-ESPACOS.                                         00003420
           IF  TB-INV-APLICACAO(IND-INV)                                00003430
               NOT EQUAL  TB-APL-NOME(IND-APL)                          00003435
               GO  TO  0210-0200-EXIT                                   00003440
           END-IF.                                                      00003450
           MOVE   TB-INV-CREATOR(IND-INV)  TO  H-CREATOR.               00003460
           MOVE   TB-INV-TABELA(IND-INV)   TO  H-TABELA.                00003470
           EXEC SQL                                                     00003480
                SELECT S.DBNAME, S.NAME, S.NACTIVE                      00003490
                  INTO :H-DBNAME, :H-TSNAME, :H-NACTIVE                 00003500
                  FROM SYSIBM.SYSTABLES     T,                          00003510
                       SYSIBM.SYSTABLESPACE S                           00003520
                 WHERE T.CREATOR = :H-CREATOR                           00003530
                   AND T.NAME    = :H-TABELA                            00003540
                   AND S.DBNAME  = T.DBNAME                             00003550
                   AND S.NAME    = T.TSNAME                             00003560
           END-EXEC.                                                    00003570
           IF  SQLCODE  EQUAL  +100                                     00003580
               ADD    +1               TO  WS-QTD-EXCECOES              00003590
               MOVE   SPACES           TO  LINHA-REL                    00003600
               STRING '   ' H-CREATOR '.' H-TABELA                      00003610
                      ' NAO ENCONTRADA NO CATALOGO - FORA DO KIT'       00003620
                      DELIMITED BY SIZE INTO LINHA-REL                  00003630
               PERFORM 0900-9999-IMPRIME THRU 0900-9999-EXIT            00003640
               GO  TO  0210-0200-EXIT                                   00003650
           END-IF.                                                      00003660
           IF  SQLCODE  NOT EQUAL  +0                                   00003670
               DISPLAY '*** ERRO NO SELECT SYSTABLES ' H-CREATOR '.'    00003680
                       H-TABELA                                         00003690
               PERFORM  9999-9999-ERRO-DB2  THRU 9999-9999-EXIT         00003700
           END-IF.                                                      00003710
           IF  H-NACTIVE  LESS  +0                                      00003720
               MOVE   +0               TO  H-NACTIVE                    00003730
           END-IF.                                                      00003740
                                                                        00003750
           PERFORM VARYING IND-ESP FROM +1 BY +1                        00003760
             UNTIL IND-ESP  GREATER  QTD-ESP                            00003770
                OR (TB-ESP-DBNAME(IND-ESP)  EQUAL  H-DBNAME             00003780
               AND  TB-ESP-TSNAME(IND-ESP)  EQUAL  H-TSNAME)            00003790
               CONTINUE                                                 00003800
           END-PERFORM.                                                 00003810
           IF  IND-ESP  GREATER  QTD-ESP                                00003820
               IF  QTD-ESP  NOT LESS  +300                              00003830
                   DISPLAY 'DB2RECOV - ERRO - MAIS DE 300 TABLESPACES NA00003840
      -                    ' APLICACAO ' TB-APL-NOME(IND-APL)           00003850
                   MOVE   +16          TO  RETURN-CODE                  00003860
                   STOP  RUN                                            00003870
               END-IF                                                   00003880
               ADD    +1               TO  QTD-ESP                      00003890
               MOVE   H-DBNAME         TO  TB-ESP-DBNAME(QTD-ESP)       00003900
               MOVE   H-TSNAME         TO  TB-ESP-TSNAME(QTD-ESP)       00003910
               MOVE   H-NACTIVE        TO  TB-ESP-NACTIVE(QTD-ESP)      00003920
           END-IF.                                                      00003930
       0210-0200-EXIT. EXIT.                                            00003940
      *----------------------------------------------------------------*00003950
      * UM TABLESPACE: ULTIMA FULL, INCREMENTAIS POSTERIORES E FAIXAS  *00003960
      * DE LOG A APLICAR; GRAVA O RECOVER E TRATA OS INDICES           *00003970
      *----------------------------------------------------------------*00003980
       0300-0200-AVALIA-ESPACO.                                         00003990
           MOVE   TB-ESP-DBNAME(IND-ESP)   TO  H-DBNAME.                00004000
           MOVE   TB-ESP-TSNAME(IND-ESP)   TO  H-TSNAME.                00004010
           MOVE   +0                   TO  H-QTD-INCR.                  00004020
           MOVE   +0                   TO  H-QTD-FAIXAS.                00004030
           PERFORM 0310-0300-ULTIMA-FULL THRU 0310-0300-EXIT.           00004040
                                                                        00004050
           IF  H-QTD-FULL  EQUAL  +0                                    00004060
               ADD    +1               TO  WS-QTD-EXCECOES              00004070
               ADD    +1               TO  WS-APL-QTD-SEMFULL           00004080
               MOVE   SPACES           TO  LINHA-REL                    00004090
               STRING '   ' H-DBNAME '.' H-TSNAME                       00004100
                      ' SEM COPIA FULL NA SYSCOPY - IRRECUPERAVEL POR RE00004110
      -               'COVER'                                           00004120
                      DELIMITED BY SIZE INTO LINHA-REL                  00004130
               PERFORM 0900-9999-IMPRIME THRU 0900-9999-EXIT            00004140
               GO  TO  0300-0200-EXIT                                   00004150
           END-IF.                                                      00004160
                                                                        00004170
           PERFORM 0320-0300-CONTA-INCREMENTAIS THRU 0320-0300-EXIT.    00004180
           PERFORM 0330-0300-CONTA-FAIXAS-LOG THRU 0330-0300-EXIT.      00004190
                                                                        00004200
           COMPUTE WS-ESP-SEGUNDOS =                                    00004210
                   (TB-ESP-NACTIVE(IND-ESP) * 60) / WS-PAGINAS-MINUTO   00004220
                 + (H-QTD-INCR   * WS-SEG-INCREMENTAL)                  00004230
                 + (H-QTD-FAIXAS * WS-SEG-FAIXA-LOG).                   00004240
           ADD    WS-ESP-SEGUNDOS      TO  WS-APL-SEGUNDOS.             00004250
           IF  H-HORAS-FULL  GREATER  WS-APL-MAX-HORAS                  00004260
               MOVE   H-HORAS-FULL     TO  WS-APL-MAX-HORAS             00004270
           END-IF.                                                      00004280
                                                                        00004290
           COMPUTE WS-MINUTOS = (WS-ESP-SEGUNDOS + 59) / 60.            00004300
           MOVE   H-HORAS-FULL         TO  ZHORAS.                      00004310
           MOVE   H-QTD-INCR           TO  ZQTD.                        00004320
           MOVE   H-QTD-FAIXAS         TO  ZFAIXAS.                     00004330
           MOVE   TB-ESP-NACTIVE(IND-ESP)  TO  ZPAGINAS.                00004340
           MOVE   WS-MINUTOS           TO  ZMINUTOS.                    00004350
           MOVE   SPACES               TO  LINHA-REL.                   00004360
           STRING '   ' H-DBNAME '.' H-TSNAME                           00004370
                  ' FULL ' H-TS-FULL(1:16)                              00004380
                  ' HORAS ' ZHORAS                                      00004390
                  ' INCR ' ZQTD                                         00004400
                  ' FAIXAS LOG ' ZFAIXAS                                00004410
                  ' PAGINAS ' ZPAGINAS                                  00004420
                  ' MIN ' ZMINUTOS                                      00004430
                  DELIMITED BY SIZE INTO LINHA-REL.                     00004440
           PERFORM 0900-9999-IMPRIME THRU 0900-9999-EXIT.               00004450
                                                                        00004460
      *--- UM TRECHO DE DECK POR APLICACAO = UM PASSO NO DB2JCLBD; O    00004461
      *--- CARTAO './ DECK' SO SAI COM O PRIMEIRO COMANDO DA APLICACAO  00004462
           IF  WS-APL-QTD-DECK  EQUAL  +0                               00004463
               MOVE   SPACES           TO  LIN-DECK                     00004464
               STRING './ DECK ' WS-ESQUELETO                           00004465
                      DELIMITED BY SIZE INTO LIN-DECK                   00004466
               MOVE   'DB2RECOV'       TO  LIN-DECK(18:8)               00004467
               MOVE   'RECVDECK'       TO  LIN-DECK(27:8)               00004468
               WRITE  REG-RECVDECK     FROM LIN-DECK                    00004469
           END-IF.                                                      00004470
           MOVE   SPACES               TO  LIN-DECK.                    00004471
           STRING '  RECOVER TABLESPACE ' DELIMITED BY SIZE             00004480
                  H-DBNAME DELIMITED BY SPACE                           00004490
                  '.' DELIMITED BY SIZE                                 00004500
                  H-TSNAME DELIMITED BY SPACE                           00004510
                  INTO LIN-DECK.                                        00004520
           WRITE  REG-RECVDECK         FROM LIN-DECK.                   00004530
           ADD    +1                   TO  WS-QTD-DECK  WS-APL-QTD-DECK.00004535
                                                                        00004540
           PERFORM 0400-0300-INDICES THRU 0400-0300-EXIT.               00004550
       0300-0200-EXIT. EXIT.                                            00004560
      *----------------------------------------------------------------*00004570
      * ULTIMA COPIA FULL DO TABLESPACE E HA QUANTAS HORAS             *00004580
      *----------------------------------------------------------------*00004590
       0310-0300-ULTIMA-FULL.                                           00004600
           EXEC SQL                                                     00004610
                SELECT COUNT(*),                                        00004620
                       VALUE(CHAR(MAX(TIMESTAMP)), ' '),                00004630
                       VALUE((DAYS(CURRENT TIMESTAMP) -                 00004640
                              DAYS(MAX(TIMESTAMP))) * 24 +              00004650
                             HOUR(CURRENT TIMESTAMP) -                  00004660
                             HOUR(MAX(TIMESTAMP)), 0)                   00004670
                  INTO :H-QTD-FULL, :H-TS-FULL, :H-HORAS-FULL           00004680
                  FROM SYSIBM.SYSCOPY                                   00004690
                 WHERE DBNAME = :H-DBNAME                               00004700
                   AND TSNAME = :H-TSNAME                               00004710
                   AND ICTYPE = 'F'                                     00004720
           END-EXEC.                                                    00004730
           IF  SQLCODE  NOT EQUAL  +0                                   00004740
               DISPLAY '*** ERRO NO SELECT SYSCOPY (FULL) ' H-DBNAME    00004750
                       '.' H-TSNAME                                     00004760
               PERFORM  9999-9999-ERRO-DB2  THRU 9999-9999-EXIT         00004770
           END-IF.                                                      00004780
       0310-0300-EXIT. EXIT.                                            00004790
      *----------------------------------------------------------------*00004800
      * COPIAS INCREMENTAIS POSTERIORES A ULTIMA FULL                  *00004810
      *----------------------------------------------------------------*00004820
       0320-0300-CONTA-INCREMENTAIS.                                    00004830
           EXEC SQL                                                     00004840
                SELECT COUNT(*)                                         00004850
                  INTO :H-QTD-INCR                                      00004860
                  FROM SYSIBM.SYSCOPY A                                 00004870
                 WHERE A.DBNAME = :H-DBNAME                             00004880
                   AND A.TSNAME = :H-TSNAME                             00004890
                   AND A.ICTYPE = 'I'                                   00004900
                   AND A.TIMESTAMP >                                    00004910
                       (SELECT MAX(B.TIMESTAMP)                         00004920
                          FROM SYSIBM.SYSCOPY B                         00004930
                         WHERE B.DBNAME = A.DBNAME                      00004940
                           AND B.TSNAME = A.TSNAME                      00004950
                           AND B.ICTYPE = 'F')                          00004960
           END-EXEC.                                                    00004970
           IF  SQLCODE  NOT EQUAL  +0                                   00004980
               DISPLAY '*** ERRO NO SELECT SYSCOPY (INCR) ' H-DBNAME    00004990
                       '.' H-TSNAME                                     00005000
               PERFORM  9999-9999-ERRO-DB2  THRU 9999-9999-EXIT         00005010
           END-IF.                                                      00005020
       0320-0300-EXIT. EXIT.                                            00005030
      *----------------------------------------------------------------*00005040
      * FAIXAS DE LOG (SYSLGRNX) POSTERIORES A ULTIMA COPIA (FULL OU   *00005050
      * INCREMENTAL) - O QUE O RECOVER VAI LER DO LOG                  *00005060
      *----------------------------------------------------------------*00005070
       0330-0300-CONTA-FAIXAS-LOG.                                      00005080
           EXEC SQL                                                     00005090
                SELECT COUNT(*)                                         00005100
                  INTO :H-QTD-FAIXAS                                    00005110
                  FROM SYSIBM.SYSLGRNX      L,                          00005120
                       SYSIBM.SYSTABLESPACE S                           00005130
                 WHERE S.DBNAME  = :H-DBNAME                            00005140
                   AND S.NAME    = :H-TSNAME                            00005150
                   AND L.LGRDBID = S.DBID                               00005160
                   AND L.LGRPSID = S.PSID                               00005170
                   AND L.LGRSRBA >                                      00005180
                       (SELECT MAX(C.START_RBA)                         00005190
                          FROM SYSIBM.SYSCOPY C                         00005200
                         WHERE C.DBNAME = S.DBNAME                      00005210
                           AND C.TSNAME = S.NAME                        00005220
                           AND C.ICTYPE IN ('F', 'I'))                  00005230
           END-EXEC.                                                    00005240
           IF  SQLCODE  NOT EQUAL  +0                                   00005250
               DISPLAY '*** ERRO NO SELECT SYSLGRNX ' H-DBNAME          00005260
                       '.' H-TSNAME                                     00005270
               PERFORM  9999-9999-ERRO-DB2  THRU 9999-9999-EXIT         00005280
           END-IF.                                                      00005290
       0330-0300-EXIT. EXIT.                                            00005300
      *----------------------------------------------------------------*00005310
      * INDICES DAS TABELAS DO TABLESPACE: COPY YES COM COPIA FULL VAI *00005320
      * POR RECOVER INDEXSPACE, O RESTO POR REBUILD INDEX              *00005330
      *----------------------------------------------------------------*00005340
       0400-0300-INDICES.                                               00005350
           EXEC SQL                                                     00005360
                DECLARE C_INDICE CURSOR FOR                             00005370
                SELECT I.CREATOR, I.NAME, I.INDEXSPACE, I.COPY,         00005380
                       (SELECT COUNT(*)                                 00005390
                          FROM SYSIBM.SYSCOPY C                         00005400
                         WHERE C.DBNAME = I.DBNAME                      00005410
                           AND C.TSNAME = I.INDEXSPACE                  00005420
                           AND C.ICTYPE = 'F')                          00005430
                  FROM SYSIBM.SYSINDEXES I,                             00005440
                       SYSIBM.SYSTABLES  T                              00005450
                 WHERE T.DBNAME    = :H-DBNAME                          00005460
                   AND T.TSNAME    = :H-TSNAME                          00005470
                   AND T.TYPE      = 'T'                                00005480
                   AND I.TBCREATOR = T.CREATOR                          00005490
                   AND I.TBNAME    = T.NAME                             00005500
                 ORDER BY I.CREATOR, I.NAME                             00005510
           END-EXEC.                                                    00005520
                                                                        00005530
           EXEC SQL OPEN C_INDICE END-EXEC.                             00005540
           IF  SQLCODE  NOT EQUAL  +0                                   00005550
               DISPLAY '*** ERRO NO OPEN C_INDICE'                      00005560
               PERFORM  9999-9999-ERRO-DB2  THRU 9999-9999-EXIT         00005570
           END-IF.                                                      00005580
                                                                        00005590
           MOVE   'NAO'                TO  N88-FIM-INDICE.              00005600
           PERFORM 0410-9999-FETCH-INDICE THRU 0410-9999-EXIT.          00005610
           PERFORM 0420-0400-LISTA-INDICE THRU 0420-0400-EXIT           00005620
             UNTIL FIM-INDICE.                                          00005630
                                                                        00005640
           EXEC SQL CLOSE C_INDICE END-EXEC.                            00005650
           IF  SQLCODE  NOT EQUAL  +0                                   00005660
               DISPLAY '*** ERRO NO CLOSE C_INDICE'                     00005670
               PERFORM  9999-9999-ERRO-DB2  THRU 9999-9999-EXIT         00005680
           END-IF.                                                      00005690
       0400-0300-EXIT. EXIT.                                            00005700
      *----------------------------------------------------------------*00005710
      *                                                                *00005720
      *----------------------------------------------------------------*00005730
       0410-9999-FETCH-INDICE.                                          00005740
           EXEC SQL                                                     00005750
                FETCH  C_INDICE                                         00005760
                 INTO  :H-IX-CREATOR, :H-IX-NAME, :H-IX-INDEXSPACE,     00005770
                       :H-IX-COPY, :H-IX-QTD-FULL                       00005780
           END-EXEC.                                                    00005790
           IF  SQLCODE  EQUAL  +0                                       00005800
               NEXT  SENTENCE                                           00005810
           ELSE                                                         00005820
             IF  SQLCODE  EQUAL  +100                                   00005830
                 MOVE  'SIM'           TO  N88-FIM-INDICE               00005840
             ELSE                                                       00005850
                 DISPLAY '*** ERRO NO FETCH C_INDICE'                   00005860
                 PERFORM  9999-9999-ERRO-DB2  THRU 9999-9999-EXIT       00005870
             END-IF                                                     00005880
           END-IF.                                                      00005890
       0410-9999-EXIT. EXIT.                                            00005900
      *----------------------------------------------------------------*00005910
      *                                                                *00005920
      *----------------------------------------------------------------*00005930
       0420-0400-LISTA-INDICE.                                          00005940
           ADD    +1                   TO  WS-APL-QTD-INDICES.          00005950
           ADD    WS-SEG-INDICE        TO  WS-APL-SEGUNDOS.             00005960
           MOVE   SPACES               TO  LIN-DECK.                    00005970
           IF  H-IX-COPY  EQUAL  'Y'                                    00005980
               AND H-IX-QTD-FULL  GREATER  +0                           00005990
               STRING '  RECOVER INDEXSPACE ' DELIMITED BY SIZE         00006000
                      H-DBNAME DELIMITED BY SPACE                       00006010
                      '.' DELIMITED BY SIZE                             00006020
                      H-IX-INDEXSPACE DELIMITED BY SPACE                00006030
                      INTO LIN-DECK                                     00006040
           ELSE                                                         00006050
               STRING '  REBUILD INDEX (' DELIMITED BY SIZE             00006060
                      H-IX-CREATOR DELIMITED BY SPACE                   00006070
                      '.' DELIMITED BY SIZE                             00006080
                      H-IX-NAME-T(1:H-IX-NAME-L) DELIMITED BY SIZE      00006090
                      ')' DELIMITED BY SIZE                             00006100
                      INTO LIN-DECK                                     00006110
           END-IF.                                                      00006120
           WRITE  REG-RECVDECK         FROM LIN-DECK.                   00006130
           ADD    +1                   TO  WS-QTD-DECK  WS-APL-QTD-DECK.00006135
           PERFORM 0410-9999-FETCH-INDICE THRU 0410-9999-EXIT.          00006140
       0420-0400-EXIT. EXIT.                                            00006150
      *----------------------------------------------------------------*00006160
      * IMPRESSAO PAGINADA (COMO O RELATO DO DB2DIST)                  *00006170
      *----------------------------------------------------------------*00006180
       0900-9999-IMPRIME.                                               00006190
           IF  AC-LINHA-REL  GREATER  60                                00006200
               ADD    +1               TO  AC-PAGINA-REL                00006210
               MOVE   AC-PAGINA-REL    TO  REL-CAB1-PAG                 00006220
               MOVE   ATU-DIA          TO  CB-DIA                       00006230
               MOVE   ATU-MES          TO  CB-MES                       00006240
               MOVE   ATU-ANO          TO  CB-ANO                       00006250
               WRITE  REG-RELATO       FROM REL-CAB1 AFTER PAGE         00006260
               WRITE  REG-RELATO       FROM REL-CAB2                    00006270
               WRITE  REG-RELATO       FROM REL-CAB3                    00006280
               MOVE   +3               TO  AC-LINHA-REL                 00006290
           END-IF.                                                      00006300
           WRITE  REG-RELATO           FROM LINHA-REL.                  00006310
           ADD    +1                   TO  AC-LINHA-REL.                00006320
           MOVE   SPACES               TO  LINHA-REL.                   00006330
       0900-9999-EXIT. EXIT.                                            00006340
      *----------------------------------------------------------------*00006350
      *                                                                *00006360
      *----------------------------------------------------------------*00006370
       9999-9999-ERRO-DB2.                                              00006380
           MOVE   SQLCODE              TO  WS-SQLCODE.                  00006390
           DISPLAY '*** SQLCODE  ' WS-SQLCODE.                          00006400
           DISPLAY '    SQLERRMC ' SQLERRMC.                            00006410
           DISPLAY '    SQLSTATE ' SQLSTATE.                            00006420
           MOVE   +16                  TO  RETURN-CODE.                 00006430
           STOP RUN.                                                    00006440
       9999-9999-EXIT. EXIT.                                            00006450
