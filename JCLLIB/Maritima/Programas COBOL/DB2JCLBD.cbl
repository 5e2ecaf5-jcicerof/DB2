      *   GRAVA EM JCLOUT O JOB COMPLETO, QUEBRANDO EM MULTIPLOS       *00000240
      *   PASSOS QUANDO O DECK PASSA DO LIMITE DE COMANDOS POR PASSO   *00000250
      *   (PARM, DEFAULT 500). A QUEBRA SO OCORRE EM FIM DE COMANDO    *00000260
      *   (LINHA TERMINADA EM ';' OU, EM DECK SEM ';', LINHA QUE NAO   *00000261
      *   TERMINA EM '-' DE CONTINUACAO TSO).                          *00000262
      *   OUT/26 - REGISTRO DE SUBMISSAO: O CARTAO './ DECK' PODE      *00000263
      *     TRAZER NAS COLS 18-25 O PROGRAMA GERADOR E NAS COLS 27-34  *00000264
      *     O DDNAME DO DECK NO STEP GERADOR; EX.:                     *00000265
      *     './ DECK DSN      DB2RBIND DB2OUT'. DEPOIS DO JOB MONTADO, *00000266
      *     CADA TRECHO ASSIM IDENTIFICADO E' MARCADO COMO SUBMETIDO   *00000267
      *     NO REGISTRO CENTRAL DE DECKS (DB2ADM.DBA_DECK, VIA DB2DKREG*00000268
      *     - GERACAO MAIS RECENTE DAQUELE PROGRAMA/DDNAME). CARTAO    *00000269
      *     SEM IDENTIFICACAO CONTINUA VALENDO SO PARA O ESQUELETO. O  *00000270
      *     STEP PASSA A RODAR SOB O DSN (IKJEFT01), COMO OS DEMAIS    *00000271
      *     PROGRAMAS DA SUITE.                                        *00000272
      *   OUT/26 - CONGELAMENTO DE MUDANCAS (FECHAMENTO DE MES, VIRADA *00000273
      *     DE ANO): O ARQUIVO CONGELA TRAZ OS PERIODOS, UM CARTAO POR *00000274
      *     ABRANGENCIA ('*' NA COL 1 = COMENTARIO):                   *00000275
      *       COLS  1-8  DATA INICIO AAAAMMDD  10-13 HORA INICIO HHMM  *00000276
      *       COLS 15-22 DATA FIM AAAAMMDD     24-27 HORA FIM HHMM     *00000277
      *       COL  29    ABRANGENCIA: 'T' TODO O AMBIENTE, 'A'         *00000278
      *                  APLICACAO, 'D' DATABASE                       *00000279
      *       COLS 31-38 APLICACAO (COMO NO INVNTRY) OU DATABASE       *00000280
      *       COLS 40-47, 49-56, 58-65, 67-74 TIPOS DE DECK AFETADOS   *00000281
      *                  (BRANCO = DDL, ALTER, DROP E REVOKE)          *00000282
      *     A APLICACAO VIRA OS DATABASES E CREATORS DAS SUAS TABELAS  *00000283
      *     ATIVAS NO INVNTRY (DATABASE PELO SYSIBM.SYSTABLES). UM     *00000284
      *     DECK ESTA NA ABRANGENCIA QUANDO ALGUMA PALAVRA DELE E' UM  *00000285
      *     DESSES NOMES OU E' QUALIFICADA POR UM DELES.               *00000286
      *     O TIPO DO DECK VEM DAS COLS 36-43 DO CARTAO './ DECK' OU,  *00000287
      *     SE AUSENTE, DA GERACAO MAIS RECENTE NO DB2ADM.DBA_DECK;    *00000288
      *     OS VERBOS ACHADOS NO DECK TAMBEM CONTAM (CREATE, RENAME,   *00000289
      *     COMMENT, LABEL = DDL; ALTER; DROP; REVOKE; GRANT). DECKS   *00000290
      *     DE UTILITARIO E LEITURA (COPY, RUNSTATS, REORG...) SO SAO  *00000291
      *     AFETADOS SE O TIPO CONSTAR DO CARTAO.                      *00000292
      *     COM DECK AFETADO EM PERIODO VIGENTE O JOB NAO E' MONTADO   *00000293
      *     (JCLOUT VAZIO, RETURN-CODE 8). O NUMERO DE MUDANCA         *00000294
      *     EMERGENCIAL NAS COLS 7-18 DO PARM (EX.: '00500,CHG0012345')*00000295
      *     LIBERA A MONTAGEM: A EXECUCAO E' REGISTRADA EM             *00000296
      *     DB2ADM.DBA_EXECUCAO COM A COLUNA MUDANCA_EMERG CHAR(12)    *00000297
      *     (NOT NULL WITH DEFAULT - O DB2AUDIT NAO A PREENCHE) E A    *00000298
      *     COLUNA OBJETO = 'EMERGENCIA' (A LINHA NAO E' EXECUCAO DO   *00000299
      *     PROGRAMA - ESSA E' A DO DB2AUDIT - E NAO ENTRA NAS         *00000300
      *     CONTAGENS QUE LEEM OBJETO EM BRANCO), O                    *00000301
      *     BANNER DO JOB TRAZ A MUDANCA E OS DECKS LIBERADOS, E O     *00000302
      *     RETURN-CODE E' 4. O RELATO LISTA CADA DECK COMO LIBERADO,  *00000303
      *     BLOQUEADO OU LIBERADO POR EMERGENCIA, COM O PERIODO, A     *00000304
      *     ABRANGENCIA, O TIPO E O OBJETO QUE O ATINGIRAM. CONGELA E  *00000305
      *     INVNTRY PODEM SER DUMMY FORA DE PERIODO DE CONGELAMENTO.   *00000306
      * AREA RESPONSAVEL: ADMINISTRACAO DE BANCO DE DADOS              *00000307
      *----------------------------------------------------------------*00000308
       ENVIRONMENT    DIVISION.                                         00000310
      *                                                                 00000320
       INPUT-OUTPUT       SECTION.                                      00000330
           SELECT  TEMPLATE ASSIGN  TO  TEMPLATE.                       00000350
           SELECT  CMDFILE  ASSIGN  TO  CMDFILE.                        00000360
           SELECT  JCLOUT   ASSIGN  TO  JCLOUT.                         00000370
           SELECT  CONGELA  ASSIGN  TO  CONGELA.                        00000371
           SELECT  INVNTRY  ASSIGN  TO  INVNTRY                         00000372
                   ORGANIZATION  IS  INDEXED                            00000373
                   ACCESS  MODE  IS  DYNAMIC                            00000374
                   RECORD  KEY   IS  INV-CHAVE.                         00000375
           SELECT  RELATO   ASSIGN  TO  RELATO.                         00000376
      *                                                                 00000380
       DATA DIVISION.                                                   00000390
      *                                                                 00000400
       FD  JCLOUT                                                       00000540
           LABEL  RECORD  IS  OMITTED                                   00000550
           RECORDING MODE IS F.                                         00000560
                                                                        00000561
       01  REG-JCLOUT                  PIC  X(080).                     00000562
      *                                                                 00000563
       FD  CONGELA                                                      00000564
           LABEL  RECORD  IS  OMITTED                                   00000565
           RECORDING MODE IS F.                                         00000566
                                                                        00000567
       01  REG-CONGELA.                                                 00000568
           02  CG-INICIO.                                               00000569
               03  CG-INI-DATA         PIC  9(08).                      00000570
               03  FILLER              PIC  X(01).                      00000571
               03  CG-INI-HORA         PIC  9(04).                      00000572
           02  FILLER                  PIC  X(01).                      00000573
           02  CG-FIM.                                                  00000574
               03  CG-FIM-DATA         PIC  9(08).                      00000575
               03  FILLER              PIC  X(01).                      00000576
               03  CG-FIM-HORA         PIC  9(04).                      00000577
           02  FILLER                  PIC  X(01).                      00000578
           02  CG-ESCOPO               PIC  X(01).                      00000579
           02  FILLER                  PIC  X(01).                      00000580
           02  CG-NOME                 PIC  X(08).                      00000581
           02  FILLER                  PIC  X(01).                      00000582
           02  CG-TIPOS                OCCURS 4 TIMES.                  00000583
               03  CG-TIPO             PIC  X(08).                      00000584
               03  FILLER              PIC  X(01).                      00000585
           02  FILLER                  PIC  X(05).                      00000586
      *                                                                 00000587
       FD  INVNTRY                                                      00000588
           LABEL  RECORD  IS  STANDARD.                                 00000589
                                                                        00000590
       01  REG-INVNTRY.                                                 00000591
           05  INV-CHAVE.                                               00000592
               10  INV-CREATOR    PIC X(08).                            00000593
               10  FILLER         PIC X(01).                            00000594
               10  INV-TABELA     PIC X(18).                            00000595
           05  FILLER             PIC X(01).                            00000596
           05  INV-APLICACAO      PIC X(08).                            00000597
           05  FILLER             PIC X(01).                            00000598
           05  INV-PGMR           PIC X(08).                            00000599
           05  FILLER             PIC X(01).                            00000600
           05  INV-SITUACAO       PIC X(01).                            00000601
           05  FILLER             PIC X(33).                            00000602
      *                                                                 00000603
       FD  RELATO                                                       00000604
           LABEL  RECORD  IS  OMITTED                                   00000605
           RECORDING MODE IS F.                                         00000606
                                                                        00000607
       01  REG-RELATO                  PIC  X(132).                     00000608
      *                                                                 00000609
       WORKING-STORAGE SECTION.                                         00000610
      *----------------------------------------------------------------*00000611
      * TEMPLATE CARREGADO (CARTAO DE JOB + ESQUELETO DO PASSO)        *00000620
      *----------------------------------------------------------------*00000630
       01  TAB-JOBCARD.                                                 00000640
           02  QTD-SEG            PIC S9(04) COMP    VALUE +1.          00000930
           02  TB-SEG-DELIM       OCCURS 21 TIMES    PIC X(01)          00000940
                                                  VALUE 'N'.            00000950
       01  TAB-SEG-DECKS.                                               00000951
           02  FILLER             OCCURS 21 TIMES.                      00000952
               04  TB-SEG-PROGRAMA PIC X(08)        VALUE SPACES.       00000953
               04  TB-SEG-DATASET  PIC X(08)        VALUE SPACES.       00000954
           02  IND-SEG                 PIC S9(04) COMP VALUE +0.        00000955
           02  IND-SEG-ANT             PIC S9(04) COMP VALUE +0.        00000956
           02  WS-QTD-SUBMETIDOS       PIC S9(04) COMP VALUE +0.        00000957
           02  CH-TEM-DELIM            PIC  X(01)      VALUE 'N'.       00000960
           02  CH-PASSO-ABERTO         PIC  X(01)      VALUE 'N'.       00000970
           02  CH-FIM-COMANDO          PIC  X(01)      VALUE 'N'.       00000971
           02  WS-SEQ-ED               PIC  9(02)      VALUE ZEROS.     00000972
           02  WS-LINHA-STEP           PIC  X(80)      VALUE SPACES.    00000973
           02  WS-POS-SEQ              PIC S9(04) COMP VALUE +0.        00000974
      *----------------------------------------------------------------*00000975
      * CONGELAMENTO DE MUDANCAS: PERIODOS DO CONGELA VIGENTES AGORA   *00000976
      *----------------------------------------------------------------*00000977
       01  TAB-CONGELA.                                                 00000978
           02  QTD-CONG           PIC S9(04) COMP    VALUE +0.          00000979
           02  IND-CONG           PIC S9(04) COMP    VALUE +0.          00000980
           02  FILLER             OCCURS 20 TIMES.                      00000981
               04  TB-CONG-INICIO.                                      00000982
                   06  TB-CONG-INI-DATA  PIC 9(08)   VALUE ZEROS.       00000983
                   06  TB-CONG-INI-HORA  PIC 9(04)   VALUE ZEROS.       00000984
               04  TB-CONG-FIM.                                         00000985
                   06  TB-CONG-FIM-DATA  PIC 9(08)   VALUE ZEROS.       00000986
                   06  TB-CONG-FIM-HORA  PIC 9(04)   VALUE ZEROS.       00000987
               04  TB-CONG-ESCOPO PIC  X(01)         VALUE SPACES.      00000988
               04  TB-CONG-NOME   PIC  X(08)         VALUE SPACES.      00000989
               04  TB-CONG-TIPO   OCCURS 4 TIMES     PIC X(08)          00000990
                                                     VALUE SPACES.      00000991
      *----------------------------------------------------------------*00000992
      * NOMES CONGELADOS (DATABASE OU CREATOR) E O PERIODO DE CADA UM  *00000993
      *----------------------------------------------------------------*00000994
       01  TAB-NOMES.                                                   00000995
           02  QTD-NOM            PIC S9(04) COMP    VALUE +0.          00000996
           02  IND-NOM            PIC S9(04) COMP    VALUE +0.          00000997
           02  FILLER             OCCURS 2000 TIMES.                    00000998
               04  TB-NOM-NOME    PIC  X(08)         VALUE SPACES.      00000999
               04  TB-NOM-CONG    PIC S9(04) COMP    VALUE +0.          00001000
      *----------------------------------------------------------------*00001001
      * CADA TRECHO DE DECK FRENTE AO CONGELAMENTO. SITUACAO: 'L'      *00001002
      * LIBERADO, 'B' BLOQUEADO, 'E' LIBERADO POR MUDANCA EMERGENCIAL  *00001003
      *----------------------------------------------------------------*00001004
       01  TAB-SEG-CONGELA.                                             00001005
           02  FILLER             OCCURS 21 TIMES.                      00001006
               04  TB-SEG-NOME      PIC X(08)        VALUE SPACES.      00001007
               04  TB-SEG-TIPO      PIC X(08)        VALUE SPACES.      00001008
               04  TB-SEG-LINHAS    PIC S9(09) COMP  VALUE +0.          00001009
               04  TB-SEG-V-DDL     PIC X(01)        VALUE 'N'.         00001010
               04  TB-SEG-V-ALTER   PIC X(01)        VALUE 'N'.         00001011
               04  TB-SEG-V-DROP    PIC X(01)        VALUE 'N'.         00001012
               04  TB-SEG-V-REVOKE  PIC X(01)        VALUE 'N'.         00001013
               04  TB-SEG-V-GRANT   PIC X(01)        VALUE 'N'.         00001014
               04  TB-SEG-SITUACAO  PIC X(01)        VALUE 'L'.         00001015
               04  TB-SEG-CONG      PIC S9(04) COMP  VALUE +0.          00001016
               04  TB-SEG-TIPO-AFET PIC X(08)        VALUE SPACES.      00001017
               04  TB-SEG-ESC       OCCURS 20 TIMES  PIC X(01)          00001018
                                                     VALUE 'N'.         00001019
               04  TB-SEG-OBJ       OCCURS 20 TIMES  PIC X(44)          00001020
                                                     VALUE SPACES.      00001021
       01  FILLER.                                                      00001022
           02  WS-AGORA.                                                00001023
               03  AGO-DATA            PIC  9(08)      VALUE ZEROS.     00001024
               03  AGO-HORA            PIC  9(04)      VALUE ZEROS.     00001025
           02  CURDATA8                PIC  9(08)      VALUE ZEROS.     00001026
           02  CURHORA                 PIC  9(08)      VALUE ZEROS.     00001027
           02  WS-HORA-INICIO          PIC  X(08)      VALUE SPACES.    00001028
           02  WS-HORA-FIM             PIC  9(08)      VALUE ZEROS.     00001029
           02  WS-MUDANCA              PIC  X(12)      VALUE SPACES.    00001030
           02  WS-CG-INICIO.                                            00001031
               03  WCG-INI-DATA        PIC  9(08)      VALUE ZEROS.     00001032
               03  WCG-INI-HORA        PIC  9(04)      VALUE ZEROS.     00001033
           02  WS-CG-FIM.                                               00001034
               03  WCG-FIM-DATA        PIC  9(08)      VALUE ZEROS.     00001035
               03  WCG-FIM-HORA        PIC  9(04)      VALUE ZEROS.     00001036
           02  WS-QTD-BLOQ             PIC S9(04) COMP VALUE +0.        00001037
           02  WS-QTD-EMERG            PIC S9(04) COMP VALUE +0.        00001038
           02  WS-QTD-DECKS            PIC S9(04) COMP VALUE +0.        00001039
           02  WS-QTD-LINHAS           PIC S9(09) COMP VALUE +0.        00001040
           02  WS-TOKENS.                                               00001041
               03  WS-TOK              OCCURS 10 TIMES PIC X(44).       00001042
           02  IX-TOK                  PIC S9(04) COMP VALUE +0.        00001043
           02  IX-TIPO                 PIC S9(04) COMP VALUE +0.        00001044
           02  WS-POS                  PIC S9(04) COMP VALUE +0.        00001045
           02  WS-LINHA-ANL            PIC  X(80)      VALUE SPACES.    00001046
           02  WS-QUALIF               PIC  X(44)      VALUE SPACES.    00001047
           02  WS-VERBO                PIC  X(08)      VALUE SPACES.    00001048
           02  WS-TIPO-TESTE           PIC  X(08)      VALUE SPACES.    00001049
           02  WS-NOME-INCL            PIC  X(08)      VALUE SPACES.    00001050
           02  WS-SIT-TEXTO            PIC  X(22)      VALUE SPACES.    00001051
           02  WS-ESC-TEXTO            PIC  X(22)      VALUE SPACES.    00001052
           02  CH-AFETA                PIC  X(01)      VALUE 'N'.       00001053
           02  CH-APLICACAO            PIC  X(01)      VALUE 'N'.       00001054
           02  WS-SQLCODE              PIC -----9.                      00001055
           02  ZSEG                    PIC  Z9.                         00001056
           02  ZQTD                    PIC  ZZZZ9.                      00001057
      *----------------------------------------------------------------*00001058
      * CONTROLES                                                      *00001059
      *----------------------------------------------------------------*00001060
       01  CHAVES-FIM.                                                  00001061
           02  N88-FIM-TEMPLATE                  PIC  X(03) VALUE 'NAO'.00001062
               88  FIM-TEMPLATE                             VALUE 'SIM'.00001070
           02  N88-FIM-CMDFILE                   PIC  X(03) VALUE 'NAO'.00001080
               88  FIM-CMDFILE                              VALUE 'SIM'.00001090
           02  N88-FIM-CONGELA                   PIC  X(03) VALUE 'NAO'.00001091
               88  FIM-CONGELA                              VALUE 'SIM'.00001092
           02  N88-FIM-INVNTRY                   PIC  X(03) VALUE 'NAO'.00001093
               88  FIM-INVNTRY                              VALUE 'SIM'.00001094
      *                                                                 00001095
      *----------------------------------------------------------------*00001096
      *--- PARAMETRO DO REGISTRO CENTRAL DE DECKS (DB2DKREG)            00001097
      *----------------------------------------------------------------*00001098
       01  DKR-PARM.                                                    00001099
           02  DKR-FUNCAO         PIC X(01)      VALUE 'S'.             00001100
           02  DKR-PROGRAMA       PIC X(08)      VALUE SPACES.          00001101
           02  DKR-DATASET        PIC X(08)      VALUE SPACES.          00001102
           02  DKR-TIPO-DECK      PIC X(08)      VALUE SPACES.          00001103
           02  DKR-QTD-OBJETOS    PIC 9(05)      VALUE ZEROS.           00001104
           02  DKR-TICKET         PIC X(12)      VALUE SPACES.          00001105
           02  DKR-SITUACAO       PIC X(01)      VALUE SPACES.          00001106
           02  DKR-RETURN-CODE    PIC 9(02)      VALUE ZEROS.           00001107
      *                                                                 00001108
       01  FECHA-INSTREAM.                                              00001110
           02  FILLER             PIC X(02)          VALUE '/*'.        00001111
           02  FILLER             PIC X(78)          VALUE SPACES.      00001112
      *----------------------------------------------------------------*00001113
      * BANNER DO JOB MONTADO COM MUDANCA EMERGENCIAL                  *00001114
      *----------------------------------------------------------------*00001115
       01  BANNER-TRACO.                                                00001116
           02  FILLER             PIC X(03)          VALUE '//*'.       00001117
           02  FILLER             PIC X(68)          VALUE ALL '*'.     00001118
           02  FILLER             PIC X(09)          VALUE SPACES.      00001119
      *----------------------------------------------------------------*00001120
      * HOSTS (REGISTRO CENTRAL DE DECKS, CATALOGO E DBA_EXECUCAO)     *00001121
      *----------------------------------------------------------------*00001122
       01  H-DK-PROGRAMA          PIC  X(08).                           00001123
       01  H-DK-DATASET           PIC  X(08).                           00001124
       01  H-DK-TIPO              PIC  X(08).                           00001125
       01  H-INV-CREATOR          PIC  X(08).                           00001126
       01  H-INV-TABELA           PIC  X(18).                           00001127
       01  H-DBNAME               PIC  X(08).                           00001128
       01  H-PROGRAMA             PIC  X(08).                           00001129
       01  H-HORA-INICIO          PIC  X(08).                           00001130
       01  H-HORA-FIM             PIC  X(08).                           00001131
       01  H-QTD-CARTOES          PIC S9(09) COMP.                      00001132
       01  H-QTD-OBJETOS          PIC S9(09) COMP.                      00001133
       01  H-QTD-AVISOS           PIC S9(09) COMP.                      00001134
       01  H-RETURN-CODE          PIC S9(04) COMP.                      00001135
       01  H-MUDANCA              PIC  X(12).                           00001136
      *----------------------------------------------------------------*00001137
      * RELATORIO DE CONTROLE DO CONGELAMENTO                          *00001138
      *----------------------------------------------------------------*00001139
       77  AC-LINHA-REL           PIC S9(004)  COMP  VALUE +99.         00001140
       77  AC-PAGINA-REL          PIC S9(004)  COMP  VALUE +0.          00001141
       01  LINHA-REL              PIC  X(132)        VALUE SPACES.      00001142
       01  CURDATA                PIC  9(06)         VALUE ZEROS.       00001143
       01  CURDATA-R  REDEFINES  CURDATA.                               00001144
           03  ATU-ANO            PIC 9(02).                            00001145
           03  ATU-MES            PIC 9(02).                            00001146
           03  ATU-DIA            PIC 9(02).                            00001147
       01  REL-CAB1.                                                    00001148
           03  FILLER             PIC X(52)          VALUE              00001149
               'DB2JCLBD     ADMINISTRACAO DE BANCO DE DADOS'.          00001150
           03  FILLER             PIC X(06)          VALUE 'DATA: '.    00001151
           03  REL-CAB1-DATA.                                           00001152
               05  CB-DIA         PIC 9(02)/.                           00001153
               05  CB-MES         PIC 9(02)/.                           00001154
               05  CB-ANO         PIC 9(02).                            00001155
           03  FILLER             PIC X(04)          VALUE SPACES.      00001156
           03  FILLER             PIC X(05)          VALUE 'PAG: '.     00001157
           03  REL-CAB1-PAG       PIC ZZZ9.                             00001158
           03  FILLER             PIC X(53)          VALUE SPACES.      00001159
       01  REL-CAB2.                                                    00001160
           03  FILLER             PIC X(132)         VALUE              00001161
               'MONTAGEM DE JOB - CONTROLE DO CONGELAMENTO DE MUDANCAS'.00001162
       01  REL-CAB3.                                                    00001163
           03  FILLER             PIC X(132)         VALUE ALL '-'.     00001164
      *                                                                 00001165
           EXEC SQL INCLUDE SQLCA END-EXEC.                             00001166
      *----------------------------------------------------------------*00001167
      *                                                                *00001168
      *----------------------------------------------------------------*00001169
       LINKAGE     SECTION.                                             00001170
       01  PARMJOB.                                                     00001180
           02  PARM-LEN           PIC  9(04)  COMP.                     00001190
           02  PARM-MAX-CMDS      PIC  9(05).                           00001200
           02  PARM-SEP           PIC  X(01).                           00001203
           02  PARM-MUDANCA       PIC  X(12).                           00001206
      *----------------------------------------------------------------*00001210
      *                                                                *00001220
      *----------------------------------------------------------------*00001230
      *                                                                *00001260
      *----------------------------------------------------------------*00001270
       0000-0000-PRINCIPAL.                                             00001280
           ACCEPT WS-HORA-INICIO       FROM TIME.                       00001281
           ACCEPT CURDATA              FROM DATE.                       00001282
           ACCEPT CURHORA              FROM TIME.                       00001283
           IF  CURDATA(1:2)  GREATER  '70'                              00001284
               COMPUTE CURDATA8 = 19000000 + CURDATA                    00001285
           ELSE                                                         00001286
               COMPUTE CURDATA8 = 20000000 + CURDATA                    00001287
           END-IF.                                                      00001288
           MOVE   CURDATA8             TO  AGO-DATA.                    00001289
           MOVE   CURHORA(1:4)         TO  AGO-HORA.                    00001290
           IF  PARM-LEN  NOT LESS  5                                    00001291
               IF  PARM-MAX-CMDS  NUMERIC                               00001300
                   AND PARM-MAX-CMDS  GREATER  ZEROS                    00001310
                   MOVE  PARM-MAX-CMDS  TO  WS-MAX-CMDS                 00001320
               END-IF                                                   00001330
           END-IF.                                                      00001340
           IF  PARM-LEN  GREATER  6                                     00001341
               IF  PARM-LEN  LESS  18                                   00001342
                   MOVE  PARM-MUDANCA(1:PARM-LEN - 6)  TO  WS-MUDANCA   00001343
               ELSE                                                     00001344
                   MOVE  PARM-MUDANCA               TO  WS-MUDANCA      00001345
               END-IF                                                   00001346
           END-IF.                                                      00001347
           OPEN OUTPUT RELATO.                                          00001348
           PERFORM 0060-0000-CARREGA-CONGELA  THRU 0060-0000-EXIT.      00001349
           PERFORM 0100-0000-CARREGA-TEMPLATE THRU 0100-0000-EXIT.      00001350
           PERFORM 0200-0000-DETECTA-DELIM    THRU 0200-0000-EXIT.      00001360
           PERFORM 0600-0000-AVALIA-CONGELA   THRU 0600-0000-EXIT.      00001361
      *--- DECK BLOQUEADO SEM MUDANCA EMERGENCIAL: O JOB NAO E' MONTADO 00001362
      *--- (JCLOUT FICA VAZIO) E NADA E' MARCADO COMO SUBMETIDO         00001363
           IF  WS-QTD-BLOQ  GREATER  +0                                 00001364
               OPEN OUTPUT JCLOUT                                       00001365
               CLOSE JCLOUT RELATO                                      00001366
               DISPLAY 'DB2JCLBD - JOB NAO MONTADO - DECKS BLOQUEADOS P'00001367
                       'ELO CONGELAMENTO: ' WS-QTD-BLOQ                 00001368
               MOVE   +8               TO  RETURN-CODE                  00001369
               STOP  RUN                                                00001370
           END-IF.                                                      00001371
           IF  WS-QTD-EMERG  GREATER  +0                                00001372
               PERFORM 0700-0000-REGISTRA-EMERGENCIA THRU 0700-0000-EXIT00001373
           END-IF.                                                      00001374
           PERFORM 0300-0000-MONTA-JOB        THRU 0300-0000-EXIT.      00001375
           PERFORM 0500-0000-REGISTRA-SUBMISSAO THRU 0500-0000-EXIT     00001376
             VARYING IND-SEG FROM +2 BY +1                              00001377
               UNTIL IND-SEG  GREATER  QTD-SEG.                         00001378
           CLOSE RELATO.                                                00001379
           DISPLAY 'DB2JCLBD - COMANDOS LIDOS.: ' WS-TOT-CMDS.          00001380
           DISPLAY 'DB2JCLBD - PASSOS GERADOS.: ' WS-QTD-PASSOS.        00001381
           DISPLAY 'DB2JCLBD - DECKS SUBMETIDOS: ' WS-QTD-SUBMETIDOS.   00001382
           IF  WS-QTD-EMERG  GREATER  +0                                00001383
               DISPLAY 'DB2JCLBD - DECKS LIBERADOS POR EMERGENCIA '     00001384
                       WS-MUDANCA ': ' WS-QTD-EMERG                     00001385
               MOVE   +4               TO  RETURN-CODE                  00001386
           ELSE                                                         00001387
               MOVE   +0               TO  RETURN-CODE                  00001388
           END-IF.                                                      00001389
           STOP  RUN.                                                   00001390
       0000-0000-EXIT. EXIT.                                            00001391
      *----------------------------------------------------------------*00001392
      * CARREGA OS PERIODOS DE CONGELAMENTO VIGENTES AGORA; ABRANGENCIA*00001393
      * POR APLICACAO VIRA A LISTA DE DATABASES E CREATORS DAS TABELAS *00001394
      * DA APLICACAO NO INVENTARIO (INVNTRY)                           *00001395
      *----------------------------------------------------------------*00001396
       0060-0000-CARREGA-CONGELA.                                       00001397
           OPEN INPUT CONGELA.                                          00001398
           PERFORM 0070-0060-LE-CONGELA THRU 0070-0060-EXIT             00001399
             UNTIL FIM-CONGELA.                                         00001400
           CLOSE CONGELA.                                               00001401
           IF  CH-APLICACAO  EQUAL  'S'                                 00001402
               OPEN INPUT INVNTRY                                       00001403
               PERFORM 0080-0060-LE-INVNTRY THRU 0080-0060-EXIT         00001404
                 UNTIL FIM-INVNTRY                                      00001405
               CLOSE INVNTRY                                            00001406
           END-IF.                                                      00001407
       0060-0000-EXIT. EXIT.                                            00001408
      *----------------------------------------------------------------*00001409
      *                                                                *00001410
      *----------------------------------------------------------------*00001411
       0070-0060-LE-CONGELA.                                            00001412
           READ  CONGELA                                                00001413
               AT END                                                   00001414
                   MOVE   'SIM'         TO   N88-FIM-CONGELA            00001415
                   GO  TO  0070-0060-EXIT                               00001416
           END-READ.                                                    00001417
           IF  REG-CONGELA(1:1)  EQUAL  '*'                             00001418
               OR  REG-CONGELA  EQUAL  SPACES                           00001419
               GO  TO  0070-0060-EXIT                                   00001420
           END-IF.                                                      00001421
           IF  CG-INI-DATA  NOT NUMERIC  OR  CG-INI-HORA  NOT NUMERIC   00001422
               OR  CG-FIM-DATA  NOT NUMERIC                             00001423
               OR  CG-FIM-HORA  NOT NUMERIC                             00001424
               OR (CG-ESCOPO  NOT EQUAL  'T'  AND  'A'  AND  'D')       00001425
               OR (CG-ESCOPO NOT EQUAL 'T'  AND  CG-NOME EQUAL SPACES)  00001426
               DISPLAY 'DB2JCLBD - CARTAO INVALIDO NO CONGELA: '        00001427
                       REG-CONGELA                                      00001428
               MOVE   +16              TO  RETURN-CODE                  00001429
               STOP  RUN                                                00001430
           END-IF.                                                      00001431
           MOVE   CG-INI-DATA          TO  WCG-INI-DATA.                00001432
           MOVE   CG-INI-HORA          TO  WCG-INI-HORA.                00001433
           MOVE   CG-FIM-DATA          TO  WCG-FIM-DATA.                00001434
           MOVE   CG-FIM-HORA          TO  WCG-FIM-HORA.                00001435
           IF  WS-AGORA  LESS  WS-CG-INICIO                             00001436
               OR  WS-AGORA  GREATER  WS-CG-FIM                         00001437
               GO  TO  0070-0060-EXIT                                   00001438
           END-IF.                                                      00001439
           IF  QTD-CONG  NOT LESS  +20                                  00001440
               DISPLAY 'DB2JCLBD - MAIS DE 20 CARTOES VIGENTES NO '     00001441
                       'CONGELA'                                        00001442
               MOVE   +16              TO  RETURN-CODE                  00001443
               STOP  RUN                                                00001444
           END-IF.                                                      00001445
           ADD    +1                   TO  QTD-CONG.                    00001446
           MOVE   WS-CG-INICIO         TO  TB-CONG-INICIO(QTD-CONG).    00001447
           MOVE   WS-CG-FIM            TO  TB-CONG-FIM(QTD-CONG).       00001448
           MOVE   CG-ESCOPO            TO  TB-CONG-ESCOPO(QTD-CONG).    00001449
           MOVE   CG-NOME              TO  TB-CONG-NOME(QTD-CONG).      00001450
      *--- SEM TIPO NO CARTAO: DDL, ALTER, DROP E REVOKE                00001451
           IF  CG-TIPO(1) EQUAL SPACES  AND  CG-TIPO(2) EQUAL SPACES    00001452
               AND CG-TIPO(3) EQUAL SPACES  AND  CG-TIPO(4) EQUAL SPACES00001453
               MOVE   'DDL'            TO  TB-CONG-TIPO(QTD-CONG, 1)    00001454
               MOVE   'ALTER'          TO  TB-CONG-TIPO(QTD-CONG, 2)    00001455
               MOVE   'DROP'           TO  TB-CONG-TIPO(QTD-CONG, 3)    00001456
               MOVE   'REVOKE'         TO  TB-CONG-TIPO(QTD-CONG, 4)    00001457
           ELSE                                                         00001458
               MOVE   CG-TIPO(1)       TO  TB-CONG-TIPO(QTD-CONG, 1)    00001459
               MOVE   CG-TIPO(2)       TO  TB-CONG-TIPO(QTD-CONG, 2)    00001460
               MOVE   CG-TIPO(3)       TO  TB-CONG-TIPO(QTD-CONG, 3)    00001461
               MOVE   CG-TIPO(4)       TO  TB-CONG-TIPO(QTD-CONG, 4)    00001462
           END-IF.                                                      00001463
           IF  CG-ESCOPO  EQUAL  'D'                                    00001464
               MOVE   CG-NOME          TO  WS-NOME-INCL                 00001465
               MOVE   QTD-CONG         TO  IND-CONG                     00001466
               PERFORM 0095-9999-INCLUI-NOME THRU 0095-9999-EXIT        00001467
           END-IF.                                                      00001468
           IF  CG-ESCOPO  EQUAL  'A'                                    00001469
               MOVE   'S'              TO  CH-APLICACAO                 00001470
           END-IF.                                                      00001471
       0070-0060-EXIT. EXIT.                                            00001472
      *----------------------------------------------------------------*00001473
      * TABELA ATIVA DO INVENTARIO: SE A APLICACAO ESTA CONGELADA, O   *00001474
      * CREATOR E O DATABASE DA TABELA ENTRAM NA LISTA DE NOMES        *00001475
      *----------------------------------------------------------------*00001476
       0080-0060-LE-INVNTRY.                                            00001477
           READ  INVNTRY  NEXT                                          00001478
               AT END                                                   00001479
                   MOVE   'SIM'         TO   N88-FIM-INVNTRY            00001480
                   GO  TO  0080-0060-EXIT                               00001481
           END-READ.                                                    00001482
           IF  INV-SITUACAO  NOT EQUAL  'A'                             00001483
               GO  TO  0080-0060-EXIT                                   00001484
           END-IF.                                                      00001485
           PERFORM 0090-0080-APLICACAO-CONGELADA THRU 0090-0080-EXIT    00001486
             VARYING IND-CONG FROM +1 BY +1                             00001487
               UNTIL IND-CONG  GREATER  QTD-CONG.                       00001488
       0080-0060-EXIT. EXIT.                                            00001489
      *----------------------------------------------------------------*00001490
      *                                                                *00001491
      *----------------------------------------------------------------*00001492
       0090-0080-APLICACAO-CONGELADA.                                   00001493
           IF  TB-CONG-ESCOPO(IND-CONG)  NOT EQUAL  'A'                 00001494
               OR  TB-CONG-NOME(IND-CONG)  NOT EQUAL  INV-APLICACAO     00001495
               GO  TO  0090-0080-EXIT                                   00001496
           END-IF.                                                      00001497
           MOVE   INV-CREATOR          TO  WS-NOME-INCL.                00001498
           PERFORM 0095-9999-INCLUI-NOME THRU 0095-9999-EXIT.           00001499
           MOVE   INV-CREATOR          TO  H-INV-CREATOR.               00001500
           MOVE   INV-TABELA           TO  H-INV-TABELA.                00001501
           EXEC SQL                                                     00001502
                SELECT DBNAME                                           00001503
                  INTO :H-DBNAME                                        00001504
                  FROM SYSIBM.SYSTABLES                                 00001505
                 WHERE CREATOR = :H-INV-CREATOR                         00001506
                   AND NAME    = :H-INV-TABELA                          00001507
           END-EXEC.                                                    00001508
           IF  SQLCODE  EQUAL  +100                                     00001509
               GO  TO  0090-0080-EXIT                                   00001510
           END-IF.                                                      00001511
           IF  SQLCODE  NOT EQUAL  +0                                   00001512
               DISPLAY '*** ERRO NO SELECT SYSTABLES'                   00001513
               PERFORM  9999-9999-ERRO-DB2  THRU 9999-9999-EXIT         00001514
           END-IF.                                                      00001515
           MOVE   H-DBNAME             TO  WS-NOME-INCL.                00001516
           PERFORM 0095-9999-INCLUI-NOME THRU 0095-9999-EXIT.           00001517
       0090-0080-EXIT. EXIT.                                            00001518
      *----------------------------------------------------------------*00001519
      * INCLUI WS-NOME-INCL NA LISTA DE NOMES DO PERIODO IND-CONG      *00001520
      *----------------------------------------------------------------*00001521
       0095-9999-INCLUI-NOME.                                           00001522
           PERFORM VARYING IND-NOM FROM +1 BY +1                        00001523
             UNTIL IND-NOM  GREATER  QTD-NOM                            00001524
                OR (TB-NOM-NOME(IND-NOM)  EQUAL  WS-NOME-INCL           00001525
               AND  TB-NOM-CONG(IND-NOM)  EQUAL  IND-CONG)              00001526
               CONTINUE                                                 00001527
           END-PERFORM.                                                 00001528
           IF  IND-NOM  NOT GREATER  QTD-NOM                            00001529
               GO  TO  0095-9999-EXIT                                   00001530
           END-IF.                                                      00001531
           IF  QTD-NOM  NOT LESS  +2000                                 00001532
               DISPLAY 'DB2JCLBD - MAIS DE 2000 NOMES CONGELADOS'       00001533
               MOVE   +16              TO  RETURN-CODE                  00001534
               STOP  RUN                                                00001535
           END-IF.                                                      00001536
           ADD    +1                   TO  QTD-NOM.                     00001537
           MOVE   WS-NOME-INCL         TO  TB-NOM-NOME(QTD-NOM).        00001538
           MOVE   IND-CONG             TO  TB-NOM-CONG(QTD-NOM).        00001539
       0095-9999-EXIT. EXIT.                                            00001540
      *----------------------------------------------------------------*00001541
      * CARREGA O TEMPLATE: CARTAO DE JOB ATE O MARCADOR './ STEP',    *00001542
      * ESQUELETO DO PASSO DEPOIS DELE                                 *00001543
      *----------------------------------------------------------------*00001544
       0100-0000-CARREGA-TEMPLATE.                                      00001545
           OPEN INPUT TEMPLATE.                                         00001546
           PERFORM 0110-0100-LE-TEMPLATE THRU 0110-0100-EXIT            00001547
             UNTIL FIM-TEMPLATE.                                        00001548
           CLOSE TEMPLATE.                                              00001549
           IF  QTD-JOB  EQUAL  +0  OR  QTD-ESQ  EQUAL  +0               00001550
               DISPLAY 'DB2JCLBD - TEMPLATE SEM CARTAO DE JOB OU SEM ESQ00001551
      -                'UELETO DE PASSO (MARCADOR ./ STEP)'             00001552
               MOVE   +16              TO  RETURN-CODE                  00001553
               STOP  RUN                                                00001560
           END-IF.                                                      00001570
           MOVE   TB-ESQ-NOME(1)       TO  TB-SEG-NOME(1).              00001575
       0100-0000-EXIT. EXIT.                                            00001580
      *----------------------------------------------------------------*00001590
      *                                                                *00001600
           IF  REG-CMDFILE(1:7)  EQUAL  './ DECK'                       00002140
               IF  WS-SEG-DETEC  LESS  +21                              00002150
                   ADD   +1            TO  WS-SEG-DETEC QTD-SEG         00002160
                   MOVE  REG-CMDFILE(18:8)                              00002161
                     TO  TB-SEG-PROGRAMA(WS-SEG-DETEC)                  00002162
                   MOVE  REG-CMDFILE(27:8)                              00002163
                     TO  TB-SEG-DATASET(WS-SEG-DETEC)                   00002164
                   MOVE  REG-CMDFILE(9:8)                               00002165
                     TO  TB-SEG-NOME(WS-SEG-DETEC)                      00002166
                   MOVE  REG-CMDFILE(36:8)                              00002167
                     TO  TB-SEG-TIPO(WS-SEG-DETEC)                      00002168
               END-IF                                                   00002170
               GO  TO  0210-0200-EXIT                                   00002180
           END-IF.                                                      00002182
           ADD    +1                   TO  TB-SEG-LINHAS(WS-SEG-DETEC). 00002184
           IF  QTD-CONG  GREATER  +0                                    00002186
               PERFORM 0230-0210-ANALISA-LINHA THRU 0230-0210-EXIT      00002188
           END-IF.                                                      00002190
           PERFORM 0220-9999-ULTIMO-CHAR THRU 0220-9999-EXIT.           00002200
           IF  WS-ULT-CHAR  EQUAL  ';'                                  00002210
           END-PERFORM.                                                 00002340
           IF  IND-CHAR  NOT LESS  +1                                   00002350
               MOVE  REG-CMDFILE(IND-CHAR:1)  TO  WS-ULT-CHAR           00002360
           END-IF.                                                      00002361
       0220-9999-EXIT. EXIT.                                            00002362
      *----------------------------------------------------------------*00002363
      * LINHA DO DECK COM CONGELAMENTO VIGENTE: VERBO DE DDL NO INICIO *00002364
      * DO COMANDO E NOMES CONGELADOS (DATABASE OU CREATOR, SOZINHOS OU*00002365
      * QUALIFICANDO UM OBJETO) EM QUALQUER PALAVRA DA LINHA           *00002366
      *----------------------------------------------------------------*00002367
       0230-0210-ANALISA-LINHA.                                         00002368
           MOVE   REG-CMDFILE          TO  WS-LINHA-ANL.                00002369
           INSPECT WS-LINHA-ANL  REPLACING  ALL '(' BY SPACE            00002370
                                            ALL ')' BY SPACE            00002371
                                            ALL ',' BY SPACE            00002372
                                            ALL ';' BY SPACE            00002373
                                            ALL '"' BY SPACE            00002374
                                            ALL '''' BY SPACE.          00002375
           MOVE   SPACES               TO  WS-TOKENS.                   00002376
           MOVE   +0                   TO  WS-POS.                      00002377
           INSPECT WS-LINHA-ANL  TALLYING  WS-POS  FOR LEADING SPACES.  00002378
           IF  WS-POS  GREATER  +78                                     00002379
               GO  TO  0230-0210-EXIT                                   00002380
           END-IF.                                                      00002381
           ADD    +1                   TO  WS-POS.                      00002382
           UNSTRING WS-LINHA-ANL  DELIMITED BY ALL SPACE                00002383
               INTO WS-TOK(1) WS-TOK(2) WS-TOK(3) WS-TOK(4) WS-TOK(5)   00002384
                    WS-TOK(6) WS-TOK(7) WS-TOK(8) WS-TOK(9) WS-TOK(10)  00002385
               WITH POINTER WS-POS                                      00002386
           END-UNSTRING.                                                00002387
           IF  WS-TOK(1)(1:2)  EQUAL  '--'                              00002388
               GO  TO  0230-0210-EXIT                                   00002389
           END-IF.                                                      00002390
           MOVE   WS-TOK(1)            TO  WS-VERBO.                    00002391
           EVALUATE  WS-VERBO                                           00002392
               WHEN  'CREATE'                                           00002393
               WHEN  'RENAME'                                           00002394
               WHEN  'COMMENT'                                          00002395
               WHEN  'LABEL'                                            00002396
                   MOVE  'S'           TO  TB-SEG-V-DDL(WS-SEG-DETEC)   00002397
               WHEN  'ALTER'                                            00002398
                   MOVE  'S'           TO  TB-SEG-V-ALTER(WS-SEG-DETEC) 00002399
               WHEN  'DROP'                                             00002400
                   MOVE  'S'           TO  TB-SEG-V-DROP(WS-SEG-DETEC)  00002401
               WHEN  'REVOKE'                                           00002402
                   MOVE  'S'           TO  TB-SEG-V-REVOKE(WS-SEG-DETEC)00002403
               WHEN  'GRANT'                                            00002404
                   MOVE  'S'           TO  TB-SEG-V-GRANT(WS-SEG-DETEC) 00002405
           END-EVALUATE.                                                00002406
           PERFORM 0240-0230-CONFERE-TOKEN THRU 0240-0230-EXIT          00002407
             VARYING IX-TOK FROM +1 BY +1                               00002408
               UNTIL IX-TOK  GREATER  +10.                              00002409
       0230-0210-EXIT. EXIT.                                            00002410
      *----------------------------------------------------------------*00002411
       0240-0230-CONFERE-TOKEN.                                         00002412
           IF  WS-TOK(IX-TOK)  EQUAL  SPACES                            00002413
               GO  TO  0240-0230-EXIT                                   00002414
           END-IF.                                                      00002415
           MOVE   SPACES               TO  WS-QUALIF.                   00002416
           UNSTRING WS-TOK(IX-TOK)  DELIMITED BY '.'                    00002417
               INTO WS-QUALIF                                           00002418
           END-UNSTRING.                                                00002419
           PERFORM VARYING IND-NOM FROM +1 BY +1                        00002420
             UNTIL IND-NOM  GREATER  QTD-NOM                            00002421
               IF  TB-NOM-NOME(IND-NOM)  EQUAL  WS-QUALIF               00002422
                   MOVE   TB-NOM-CONG(IND-NOM)  TO  IND-CONG            00002423
                   IF  TB-SEG-ESC(WS-SEG-DETEC, IND-CONG)  EQUAL  'N'   00002424
                       MOVE  'S'                                        00002425
                         TO  TB-SEG-ESC(WS-SEG-DETEC, IND-CONG)         00002426
                       MOVE  WS-TOK(IX-TOK)                             00002427
                         TO  TB-SEG-OBJ(WS-SEG-DETEC, IND-CONG)         00002428
                   END-IF                                               00002429
               END-IF                                                   00002430
           END-PERFORM.                                                 00002431
       0240-0230-EXIT. EXIT.                                            00002432
      *----------------------------------------------------------------*00002433
      * SEGUNDA PASSADA: MONTA O JOB, ABRINDO UM PASSO NOVO A CADA     *00002434
      * LIMITE DE COMANDOS (QUEBRA SO EM FIM DE COMANDO)               *00002435
      *----------------------------------------------------------------*00002436
       0300-0000-MONTA-JOB.                                             00002437
           OPEN INPUT  CMDFILE.                                         00002440
           OPEN OUTPUT JCLOUT.                                          00002450
           PERFORM 0310-0300-GRAVA-JOBCARD THRU 0310-0300-EXIT          00002460
             VARYING IND-TPL FROM +1 BY +1                              00002470
               UNTIL IND-TPL  GREATER  QTD-JOB.                         00002480
                                                                        00002490
           IF  WS-QTD-EMERG  GREATER  +0                                00002492
               PERFORM 0315-0300-GRAVA-BANNER THRU 0315-0300-EXIT       00002494
           END-IF.                                                      00002496
           PERFORM 0320-0300-UMA-LINHA THRU 0320-0300-EXIT              00002500
             UNTIL FIM-CMDFILE.                                         00002510
                                                                        00002520
      *----------------------------------------------------------------*00002580
       0310-0300-GRAVA-JOBCARD.                                         00002590
           WRITE  REG-JCLOUT           FROM TB-JOB-LINHA(IND-TPL).      00002600
       0310-0300-EXIT. EXIT.                                            00002601
      *----------------------------------------------------------------*00002602
      * BANNER DA MUDANCA EMERGENCIAL LOGO APOS O CARTAO DE JOB        *00002603
      *----------------------------------------------------------------*00002604
       0315-0300-GRAVA-BANNER.                                          00002605
           WRITE  REG-JCLOUT           FROM BANNER-TRACO.               00002606
           MOVE   SPACES               TO  WS-LINHA-STEP.               00002607
           STRING '//* MUDANCA EMERGENCIAL ' WS-MUDANCA                 00002608
                  ' - CONGELAMENTO DE MUDANCAS'                         00002609
                  DELIMITED BY SIZE INTO WS-LINHA-STEP.                 00002610
           WRITE  REG-JCLOUT           FROM WS-LINHA-STEP.              00002611
           MOVE   WS-QTD-EMERG         TO  ZQTD.                        00002612
           MOVE   SPACES               TO  WS-LINHA-STEP.               00002613
           STRING '//* DECKS LIBERADOS:' ZQTD                           00002614
                  ' - REGISTRADO EM DB2ADM.DBA_EXECUCAO'                00002615
                  DELIMITED BY SIZE INTO WS-LINHA-STEP.                 00002616
           WRITE  REG-JCLOUT           FROM WS-LINHA-STEP.              00002617
           PERFORM 0316-0315-BANNER-DECK THRU 0316-0315-EXIT            00002618
             VARYING IND-SEG FROM +1 BY +1                              00002619
               UNTIL IND-SEG  GREATER  QTD-SEG.                         00002620
           WRITE  REG-JCLOUT           FROM BANNER-TRACO.               00002621
       0315-0300-EXIT. EXIT.                                            00002622
      *----------------------------------------------------------------*00002623
       0316-0315-BANNER-DECK.                                           00002624
           IF  TB-SEG-SITUACAO(IND-SEG)  NOT EQUAL  'E'                 00002625
               GO  TO  0316-0315-EXIT                                   00002626
           END-IF.                                                      00002627
           MOVE   IND-SEG              TO  ZSEG.                        00002628
           MOVE   SPACES               TO  WS-LINHA-STEP.               00002629
           STRING '//*   DECK ' ZSEG ' ' TB-SEG-NOME(IND-SEG)           00002630
                  ' ' TB-SEG-PROGRAMA(IND-SEG)                          00002631
                  ' ' TB-SEG-DATASET(IND-SEG)                           00002632
                  ' TIPO ' TB-SEG-TIPO-AFET(IND-SEG)                    00002633
                  DELIMITED BY SIZE INTO WS-LINHA-STEP.                 00002634
           WRITE  REG-JCLOUT           FROM WS-LINHA-STEP.              00002635
       0316-0315-EXIT. EXIT.                                            00002636
      *----------------------------------------------------------------*00002637
      *                                                                *00002638
      *----------------------------------------------------------------*00002640
       0320-0300-UMA-LINHA.                                             00002650
           READ  CMDFILE                                                00002660
               END-IF                                                   00003690
           END-PERFORM.                                                 00003700
       0420-0410-EXIT. EXIT.                                            00003710
      *----------------------------------------------------------------*00003720
      * TRECHO IDENTIFICADO NO './ DECK' (PROGRAMA/DDNAME): MARCA O    *00003730
      * DECK COMO SUBMETIDO NO REGISTRO CENTRAL (UMA VEZ SO, QUANDO O  *00003740
      * MESMO DECK TEM VARIOS TRECHOS './ DECK')                       *00003750
      *----------------------------------------------------------------*00003760
       0500-0000-REGISTRA-SUBMISSAO.                                    00003770
           IF  TB-SEG-PROGRAMA(IND-SEG)  EQUAL  SPACES                  00003780
               GO  TO  0500-0000-EXIT                                   00003790
           END-IF.                                                      00003800
           PERFORM VARYING IND-SEG-ANT FROM +2 BY +1                    00003810
             UNTIL IND-SEG-ANT  NOT LESS  IND-SEG                       00003820
                OR (TB-SEG-PROGRAMA(IND-SEG-ANT)                        00003830
                          EQUAL  TB-SEG-PROGRAMA(IND-SEG)               00003840
                AND TB-SEG-DATASET(IND-SEG-ANT)                         00003850
                          EQUAL  TB-SEG-DATASET(IND-SEG))               00003860
               CONTINUE                                                 00003870
           END-PERFORM.                                                 00003880
           IF  IND-SEG-ANT  LESS  IND-SEG                               00003890
               GO  TO  0500-0000-EXIT                                   00003900
           END-IF.                                                      00003910
           MOVE   TB-SEG-PROGRAMA(IND-SEG)  TO  DKR-PROGRAMA.           00003920
           MOVE   TB-SEG-DATASET(IND-SEG)   TO  DKR-DATASET.            00003930
           MOVE   RETURN-CODE          TO  DKR-RETURN-CODE.             00003940
           CALL  'DB2DKREG'  USING  DKR-PARM.                           00003950
           IF  DKR-SITUACAO  EQUAL  'S'                                 00003960
               ADD    +1               TO  WS-QTD-SUBMETIDOS            00003970
           ELSE                                                         00003980
               DISPLAY 'DB2JCLBD - DECK NAO MARCADO COMO SUBMETIDO: '   00003990
                       DKR-PROGRAMA ' ' DKR-DATASET                     00004000
           END-IF.                                                      00004010
       0500-0000-EXIT. EXIT.                                            00004020
      *----------------------------------------------------------------*00004030
      * CONFRONTA CADA TRECHO DE DECK COM OS PERIODOS VIGENTES E       *00004040
      * LISTA NO RELATO O QUE FOI LIBERADO OU BLOQUEADO E POR QUE      *00004050
      *----------------------------------------------------------------*00004060
       0600-0000-AVALIA-CONGELA.                                        00004070
           IF  QTD-CONG  EQUAL  +0                                      00004080
               STRING 'NENHUM PERIODO DE CONGELAMENTO VIGENTE EM '      00004090
                      AGO-DATA ' ' AGO-HORA                             00004100
                      DELIMITED BY SIZE INTO LINHA-REL                  00004110
               PERFORM 0900-9999-IMPRIME THRU 0900-9999-EXIT            00004120
           ELSE                                                         00004130
               STRING 'PERIODOS DE CONGELAMENTO VIGENTES EM '           00004140
                      AGO-DATA ' ' AGO-HORA ':'                         00004150
                      DELIMITED BY SIZE INTO LINHA-REL                  00004160
               PERFORM 0900-9999-IMPRIME THRU 0900-9999-EXIT            00004170
               PERFORM 0605-0600-UM-PERIODO THRU 0605-0600-EXIT         00004180
                 VARYING IND-CONG FROM +1 BY +1                         00004190
                   UNTIL IND-CONG  GREATER  QTD-CONG                    00004200
           END-IF.                                                      00004210
           IF  WS-MUDANCA  NOT EQUAL  SPACES                            00004220
               STRING 'MUDANCA EMERGENCIAL INFORMADA NO PARM: '         00004230
                      WS-MUDANCA                                        00004240
                      DELIMITED BY SIZE INTO LINHA-REL                  00004250
               PERFORM 0900-9999-IMPRIME THRU 0900-9999-EXIT            00004260
           END-IF.                                                      00004270
           PERFORM 0900-9999-IMPRIME THRU 0900-9999-EXIT.               00004280
           MOVE  'DECKS DO JOB:'       TO  LINHA-REL.                   00004290
           PERFORM 0900-9999-IMPRIME THRU 0900-9999-EXIT.               00004300
           PERFORM 0610-0600-UM-DECK THRU 0610-0600-EXIT                00004310
             VARYING IND-SEG FROM +1 BY +1                              00004320
               UNTIL IND-SEG  GREATER  QTD-SEG.                         00004330
                                                                        00004340
           PERFORM 0900-9999-IMPRIME THRU 0900-9999-EXIT.               00004350
           MOVE   WS-QTD-DECKS         TO  ZQTD.                        00004360
           STRING 'DECKS LIDOS.....................: ' ZQTD             00004370
                  DELIMITED BY SIZE INTO LINHA-REL.                     00004380
           PERFORM 0900-9999-IMPRIME THRU 0900-9999-EXIT.               00004390
           MOVE   WS-QTD-BLOQ          TO  ZQTD.                        00004400
           STRING 'DECKS BLOQUEADOS................: ' ZQTD             00004410
                  DELIMITED BY SIZE INTO LINHA-REL.                     00004420
           PERFORM 0900-9999-IMPRIME THRU 0900-9999-EXIT.               00004430
           MOVE   WS-QTD-EMERG         TO  ZQTD.                        00004440
           STRING 'DECKS LIBERADOS POR EMERGENCIA..: ' ZQTD             00004450
                  DELIMITED BY SIZE INTO LINHA-REL.                     00004460
           PERFORM 0900-9999-IMPRIME THRU 0900-9999-EXIT.               00004470
           IF  WS-QTD-BLOQ  GREATER  +0                                 00004480
               MOVE  'JOB NAO MONTADO (JCLOUT VAZIO). FORA DO PERIODO, O00004490
      -              'U COM MUDANCA EMERGENCIAL NO PARM (COLS 7-18), RE 00004500
      -              'PETIR A MONTAGEM.'                                00004510
                 TO  LINHA-REL                                          00004520
               PERFORM 0900-9999-IMPRIME THRU 0900-9999-EXIT            00004530
           END-IF.                                                      00004540
           IF  WS-QTD-EMERG  GREATER  +0                                00004550
               STRING 'JOB MONTADO COM A MUDANCA EMERGENCIAL '          00004560
                      WS-MUDANCA                                        00004570
                      ', REGISTRADA EM DB2ADM.DBA_EXECUCAO E NO BANNER' 00004580
                      ' DO JOB.'                                        00004590
                      DELIMITED BY SIZE INTO LINHA-REL                  00004600
               PERFORM 0900-9999-IMPRIME THRU 0900-9999-EXIT            00004610
           END-IF.                                                      00004620
       0600-0000-EXIT. EXIT.                                            00004630
      *----------------------------------------------------------------*00004640
       0605-0600-UM-PERIODO.                                            00004650
           PERFORM 0630-9999-TEXTO-ESCOPO THRU 0630-9999-EXIT.          00004660
           STRING '   ' TB-CONG-INI-DATA(IND-CONG)                      00004670
                  ' '   TB-CONG-INI-HORA(IND-CONG)                      00004680
                  ' A ' TB-CONG-FIM-DATA(IND-CONG)                      00004690
                  ' '   TB-CONG-FIM-HORA(IND-CONG)                      00004700
                  '  '  WS-ESC-TEXTO                                    00004710
                  '  TIPOS: ' TB-CONG-TIPO(IND-CONG, 1)                 00004720
                  ' '   TB-CONG-TIPO(IND-CONG, 2)                       00004730
                  ' '   TB-CONG-TIPO(IND-CONG, 3)                       00004740
                  ' '   TB-CONG-TIPO(IND-CONG, 4)                       00004750
                  DELIMITED BY SIZE INTO LINHA-REL.                     00004760
           PERFORM 0900-9999-IMPRIME THRU 0900-9999-EXIT.               00004770
       0605-0600-EXIT. EXIT.                                            00004780
      *----------------------------------------------------------------*00004790
      * UM TRECHO DE DECK: TIPO PELO CARTAO './ DECK' (COLS 36-43) OU, *00004800
      * SE AUSENTE, PELA GERACAO MAIS RECENTE NO REGISTRO CENTRAL DE   *00004810
      * DECKS; ALEM DELE, OS VERBOS DE DDL ACHADOS NO PROPRIO DECK     *00004820
      *----------------------------------------------------------------*00004830
       0610-0600-UM-DECK.                                               00004840
           IF  TB-SEG-LINHAS(IND-SEG)  EQUAL  +0                        00004850
               GO  TO  0610-0600-EXIT                                   00004860
           END-IF.                                                      00004870
           ADD    +1                   TO  WS-QTD-DECKS.                00004880
           IF  TB-SEG-TIPO(IND-SEG)  EQUAL  SPACES                      00004890
               AND  TB-SEG-PROGRAMA(IND-SEG)  NOT EQUAL  SPACES         00004900
               AND  QTD-CONG  GREATER  +0                               00004910
               MOVE   TB-SEG-PROGRAMA(IND-SEG)  TO  H-DK-PROGRAMA       00004920
               MOVE   TB-SEG-DATASET(IND-SEG)   TO  H-DK-DATASET        00004930
               EXEC SQL                                                 00004940
                    SELECT D.TIPO_DECK                                  00004950
                      INTO :H-DK-TIPO                                   00004960
                      FROM DB2ADM.DBA_DECK D                            00004970
                     WHERE D.PROGRAMA   = :H-DK-PROGRAMA                00004980
                       AND D.DATASET    = :H-DK-DATASET                 00004990
                       AND D.TS_GERACAO =                               00005000
                           (SELECT MAX(X.TS_GERACAO)                    00005010
                              FROM DB2ADM.DBA_DECK X                    00005020
                             WHERE X.PROGRAMA = D.PROGRAMA              00005030
                               AND X.DATASET  = D.DATASET)              00005040
               END-EXEC                                                 00005050
               IF  SQLCODE  EQUAL  +0                                   00005060
                   MOVE   H-DK-TIPO    TO  TB-SEG-TIPO(IND-SEG)         00005070
               ELSE                                                     00005080
                   IF  SQLCODE  NOT EQUAL  +100                         00005090
                       DISPLAY '*** ERRO NO SELECT DBA_DECK'            00005100
                       PERFORM  9999-9999-ERRO-DB2  THRU 9999-9999-EXIT 00005110
                   END-IF                                               00005120
               END-IF                                                   00005130
           END-IF.                                                      00005140
                                                                        00005150
           MOVE   'L'                  TO  TB-SEG-SITUACAO(IND-SEG).    00005160
           PERFORM VARYING IND-CONG FROM +1 BY +1                       00005170
             UNTIL IND-CONG  GREATER  QTD-CONG                          00005180
                OR TB-SEG-SITUACAO(IND-SEG)  NOT EQUAL  'L'             00005190
               IF  TB-CONG-ESCOPO(IND-CONG)  EQUAL  'T'                 00005200
                   OR  TB-SEG-ESC(IND-SEG, IND-CONG)  EQUAL  'S'        00005210
                   PERFORM 0620-0610-TIPO-AFETADO THRU 0620-0610-EXIT   00005220
                   IF  CH-AFETA  EQUAL  'S'                             00005230
                       MOVE   IND-CONG TO  TB-SEG-CONG(IND-SEG)         00005240
                       IF  WS-MUDANCA  EQUAL  SPACES                    00005250
                           MOVE  'B'   TO  TB-SEG-SITUACAO(IND-SEG)     00005260
                           ADD   +1    TO  WS-QTD-BLOQ                  00005270
                       ELSE                                             00005280
                           MOVE  'E'   TO  TB-SEG-SITUACAO(IND-SEG)     00005290
                           ADD   +1    TO  WS-QTD-EMERG                 00005300
                       END-IF                                           00005310
                   END-IF                                               00005320
               END-IF                                                   00005330
           END-PERFORM.                                                 00005340
                                                                        00005350
           EVALUATE  TB-SEG-SITUACAO(IND-SEG)                           00005360
               WHEN  'B'                                                00005370
                   MOVE  'BLOQUEADO'             TO  WS-SIT-TEXTO       00005380
               WHEN  'E'                                                00005390
                   MOVE  'LIBERADO - EMERGENCIA' TO  WS-SIT-TEXTO       00005400
               WHEN  OTHER                                              00005410
                   MOVE  'LIBERADO'              TO  WS-SIT-TEXTO       00005420
           END-EVALUATE.                                                00005430
           MOVE   IND-SEG              TO  ZSEG.                        00005440
           STRING '   ' WS-SIT-TEXTO ' DECK ' ZSEG                      00005450
                  '  ESQUELETO ' TB-SEG-NOME(IND-SEG)                   00005460
                  '  PROGRAMA ' TB-SEG-PROGRAMA(IND-SEG)                00005470
                  '  DDNAME ' TB-SEG-DATASET(IND-SEG)                   00005480
                  '  TIPO ' TB-SEG-TIPO(IND-SEG)                        00005490
                  DELIMITED BY SIZE INTO LINHA-REL.                     00005500
           PERFORM 0900-9999-IMPRIME THRU 0900-9999-EXIT.               00005510
           IF  TB-SEG-SITUACAO(IND-SEG)  EQUAL  'L'                     00005520
               GO  TO  0610-0600-EXIT                                   00005530
           END-IF.                                                      00005540
                                                                        00005550
           MOVE   TB-SEG-CONG(IND-SEG) TO  IND-CONG.                    00005560
           PERFORM 0630-9999-TEXTO-ESCOPO THRU 0630-9999-EXIT.          00005570
           STRING '        MOTIVO: CONGELAMENTO DE '                    00005580
                  TB-CONG-INI-DATA(IND-CONG) ' '                        00005590
                  TB-CONG-INI-HORA(IND-CONG) ' A '                      00005600
                  TB-CONG-FIM-DATA(IND-CONG) ' '                        00005610
                  TB-CONG-FIM-HORA(IND-CONG) ', '                       00005620
                  WS-ESC-TEXTO ', TIPO '                                00005630
                  TB-SEG-TIPO-AFET(IND-SEG) ' PROIBIDO'                 00005640
                  DELIMITED BY SIZE INTO LINHA-REL.                     00005650
           PERFORM 0900-9999-IMPRIME THRU 0900-9999-EXIT.               00005660
           IF  TB-CONG-ESCOPO(IND-CONG)  NOT EQUAL  'T'                 00005670
               STRING '        OBJETO DO DECK NA ABRANGENCIA: '         00005680
                      TB-SEG-OBJ(IND-SEG, IND-CONG)                     00005690
                      DELIMITED BY SIZE INTO LINHA-REL                  00005700
               PERFORM 0900-9999-IMPRIME THRU 0900-9999-EXIT            00005710
           END-IF.                                                      00005720
           IF  TB-SEG-SITUACAO(IND-SEG)  EQUAL  'E'                     00005730
               STRING '        LIBERADO PELA MUDANCA EMERGENCIAL '      00005740
                      WS-MUDANCA                                        00005750
                      DELIMITED BY SIZE INTO LINHA-REL                  00005760
               PERFORM 0900-9999-IMPRIME THRU 0900-9999-EXIT            00005770
           END-IF.                                                      00005780
       0610-0600-EXIT. EXIT.                                            00005790
      *----------------------------------------------------------------*00005800
      * O TIPO DO DECK (OU UM VERBO ACHADO NELE) ESTA ENTRE OS TIPOS   *00005810
      * AFETADOS PELO PERIODO IND-CONG?                                *00005820
      *----------------------------------------------------------------*00005830
       0620-0610-TIPO-AFETADO.                                          00005840
           MOVE   'N'                  TO  CH-AFETA.                    00005850
           PERFORM VARYING IX-TIPO FROM +1 BY +1                        00005860
             UNTIL IX-TIPO  GREATER  +4                                 00005870
                OR CH-AFETA  EQUAL  'S'                                 00005880
               MOVE   TB-CONG-TIPO(IND-CONG, IX-TIPO)  TO  WS-TIPO-TESTE00005890
               IF  WS-TIPO-TESTE  NOT EQUAL  SPACES                     00005900
                   IF  WS-TIPO-TESTE  EQUAL  TB-SEG-TIPO(IND-SEG)       00005910
                    OR (WS-TIPO-TESTE EQUAL 'DDL'                       00005920
                        AND TB-SEG-V-DDL(IND-SEG)    EQUAL 'S')         00005930
                    OR (WS-TIPO-TESTE EQUAL 'ALTER'                     00005940
                        AND TB-SEG-V-ALTER(IND-SEG)  EQUAL 'S')         00005950
                    OR (WS-TIPO-TESTE EQUAL 'DROP'                      00005960
                        AND TB-SEG-V-DROP(IND-SEG)   EQUAL 'S')         00005970
                    OR (WS-TIPO-TESTE EQUAL 'REVOKE'                    00005980
                        AND TB-SEG-V-REVOKE(IND-SEG) EQUAL 'S')         00005990
                    OR (WS-TIPO-TESTE EQUAL 'GRANT'                     00006000
                        AND TB-SEG-V-GRANT(IND-SEG)  EQUAL 'S')         00006010
                       MOVE  'S'           TO  CH-AFETA                 00006020
                       MOVE  WS-TIPO-TESTE TO  TB-SEG-TIPO-AFET(IND-SEG)00006030
                   END-IF                                               00006040
               END-IF                                                   00006050
           END-PERFORM.                                                 00006060
       0620-0610-EXIT. EXIT.                                            00006070
      *----------------------------------------------------------------*00006080
       0630-9999-TEXTO-ESCOPO.                                          00006090
           MOVE   SPACES               TO  WS-ESC-TEXTO.                00006100
           EVALUATE  TB-CONG-ESCOPO(IND-CONG)                           00006110
               WHEN  'T'                                                00006120
                   MOVE  'TODO O AMBIENTE'  TO  WS-ESC-TEXTO            00006130
               WHEN  'A'                                                00006140
                   STRING 'APLICACAO ' TB-CONG-NOME(IND-CONG)           00006150
                          DELIMITED BY SIZE INTO WS-ESC-TEXTO           00006160
               WHEN  OTHER                                              00006170
                   STRING 'DATABASE ' TB-CONG-NOME(IND-CONG)            00006180
                          DELIMITED BY SIZE INTO WS-ESC-TEXTO           00006190
           END-EVALUATE.                                                00006200
       0630-9999-EXIT. EXIT.                                            00006210
      *----------------------------------------------------------------*00006220
      * MUDANCA EMERGENCIAL USADA: REGISTRA A EXECUCAO EM              *00006230
      * DB2ADM.DBA_EXECUCAO COM O NUMERO DA MUDANCA ANTES DE MONTAR O  *00006240
      * JOB (SEM O REGISTRO, O JOB NAO E' MONTADO)                     *00006250
      *----------------------------------------------------------------*00006260
       0700-0000-REGISTRA-EMERGENCIA.                                   00006270
           MOVE   +0                   TO  WS-QTD-LINHAS.               00006280
           PERFORM VARYING IND-SEG FROM +1 BY +1                        00006290
             UNTIL IND-SEG  GREATER  QTD-SEG                            00006300
               ADD    TB-SEG-LINHAS(IND-SEG)  TO  WS-QTD-LINHAS         00006310
           END-PERFORM.                                                 00006320
           ACCEPT WS-HORA-FIM          FROM TIME.                       00006330
           MOVE   'DB2JCLBD'           TO  H-PROGRAMA.                  00006340
           MOVE   WS-HORA-INICIO       TO  H-HORA-INICIO.               00006350
           MOVE   WS-HORA-FIM          TO  H-HORA-FIM.                  00006360
           MOVE   WS-QTD-LINHAS        TO  H-QTD-CARTOES.               00006370
           MOVE   WS-QTD-DECKS         TO  H-QTD-OBJETOS.               00006380
           MOVE   WS-QTD-EMERG         TO  H-QTD-AVISOS.                00006390
           MOVE   +4                   TO  H-RETURN-CODE.               00006400
           MOVE   WS-MUDANCA           TO  H-MUDANCA.                   00006410
           EXEC SQL                                                     00006420
                INSERT INTO DB2ADM.DBA_EXECUCAO                         00006430
                       (PROGRAMA, DATA_EXEC, HORA_INICIO, HORA_FIM,     00006440
                        QTD_CARTOES, QTD_OBJETOS, QTD_AVISOS,           00006450
                        RETURN_CODE, MUDANCA_EMERG, OBJETO)             00006460
                VALUES (:H-PROGRAMA, CURRENT DATE,                      00006470
                        :H-HORA-INICIO, :H-HORA-FIM,                    00006480
                        :H-QTD-CARTOES, :H-QTD-OBJETOS,                 00006490
                        :H-QTD-AVISOS, :H-RETURN-CODE, :H-MUDANCA,      00006500
                        'EMERGENCIA')                                   00006510
           END-EXEC.                                                    00006520
           IF  SQLCODE  NOT EQUAL  +0                                   00006530
               DISPLAY '*** ERRO NO REGISTRO DA MUDANCA EMERGENCIAL'    00006540
               PERFORM  9999-9999-ERRO-DB2  THRU 9999-9999-EXIT         00006550
           END-IF.                                                      00006560
           EXEC SQL COMMIT WORK END-EXEC.                               00006570
       0700-0000-EXIT. EXIT.                                            00006580
      *----------------------------------------------------------------*00006590
      * IMPRESSAO PAGINADA (COMO O RELATO DO DB2DIST)                  *00006600
      *----------------------------------------------------------------*00006610
       0900-9999-IMPRIME.                                               00006620
           IF  AC-LINHA-REL  GREATER  60                                00006630
               ADD    +1               TO  AC-PAGINA-REL                00006640
               MOVE   AC-PAGINA-REL    TO  REL-CAB1-PAG                 00006650
               MOVE   ATU-DIA          TO  CB-DIA                       00006660
               MOVE   ATU-MES          TO  CB-MES                       00006670
               MOVE   ATU-ANO          TO  CB-ANO                       00006680
               WRITE  REG-RELATO       FROM REL-CAB1 AFTER PAGE         00006690
               WRITE  REG-RELATO       FROM REL-CAB2                    00006700
               WRITE  REG-RELATO       FROM REL-CAB3                    00006710
               MOVE   +3               TO  AC-LINHA-REL                 00006720
           END-IF.                                                      00006730
           WRITE  REG-RELATO           FROM LINHA-REL.                  00006740
           ADD    +1                   TO  AC-LINHA-REL.                00006750
           MOVE   SPACES               TO  LINHA-REL.                   00006760
       0900-9999-EXIT. EXIT.                                            00006770
      *----------------------------------------------------------------*00006780
      *                                                                *00006790
      *----------------------------------------------------------------*00006800
       9999-9999-ERRO-DB2.                                              00006810
           MOVE   SQLCODE              TO  WS-SQLCODE.                  00006820
           DISPLAY '*** SQLCODE  ' WS-SQLCODE.                          00006830
           DISPLAY '    SQLERRMC ' SQLERRMC.                            00006840
           DISPLAY '    SQLSTATE ' SQLSTATE.                            00006850
           MOVE   +16                  TO  RETURN-CODE.                 00006860
           STOP RUN.                                                    00006870
       9999-9999-EXIT. EXIT.                                            00006880
