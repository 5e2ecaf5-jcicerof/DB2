COSTA *          RESTART/CHKPT DE SEMPRE RECUPERA) E SO DENTRO DO       00000570
COSTA *          LACO DE CARTOES; O CAMINHO DO CARTAO CURTO-CIRCUITA    00000580
COSTA *          NO REDRIVE PARA NAO SEGUIR COM HOSTS VELHOS.           00000590
PAIVA * OUT/26 - GERACAO DE CREATE PROCEDURE E CREATE FUNCTION          00000591
PAIVA *          (SYSROUTINES/SYSPARMS: PARAMETROS, LINGUAGEM,          00000592
PAIVA *          EXTERNAL NAME, WLM ENVIRONMENT, RESULT SETS E          00000593
PAIVA *          OPCOES) DO CREATOR, UMA VEZ POR CREATOR NA RODADA,     00000594
PAIVA *          ANTES DAS TABELAS E VIEWS, COM O GRANT EXECUTE DA      00000595
PAIVA *          SYSROUTINEAUTH. O MAPFILE 'C' VALE PARA O SCHEMA.      00000596
PAIVA *          ROTINA SQL (CORPO NO CATALOGO) SO E' AVISADA (RC 4).   00000597
PAIVA * OUT/26 - REGISTRO DOS DECKS GERADOS (SCRIPT E DROPSCR) NO       00000598
PAIVA *          REGISTRO CENTRAL DB2ADM.DBA_DECK (VIA DB2DKREG), COM   00000599
PAIVA *          A QTD DE OBJETOS E O TICKET DA MUDANCA RECEBIDO NO     00000600
PAIVA *          PARM (PARM='TICKET', ATE 12 POSICOES; SEM PARM O       00000601
PAIVA *          TICKET FICA EM BRANCO). O DROPSCR E' REGISTRADO COM A  00000602
PAIVA *          QTD DE COMANDOS DROP GRAVADOS NELE.                    00000603
PAIVA * OUT/26 - AUD-PARM COM O CODIGO DE FUNCAO DO DB2AUDIT            00000604
PAIVA *          (AUD-FUNCAO 'E', REGISTRO DA EXECUCAO).                00000605
      *----------------------------------------------------------------*00000606
       ENVIRONMENT    DIVISION.                                         00000610
      *                                                                 00000620
       INPUT-OUTPUT       SECTION.                                      00000630
ROCHA      02  AUD-QTD-OBJETOS    PIC 9(05)      VALUE ZEROS.           00001690
ROCHA      02  AUD-QTD-AVISOS     PIC 9(05)      VALUE ZEROS.           00001700
ROCHA      02  AUD-RETURN-CODE    PIC 9(02)      VALUE ZEROS.           00001710
PAIVA      02  AUD-FUNCAO         PIC X(01)      VALUE 'E'.             00001711
PAIVA *----------------------------------------------------------------*00001712
PAIVA *--- PARAMETRO DO REGISTRO CENTRAL DE DECKS (DB2DKREG)            00001713
PAIVA *----------------------------------------------------------------*00001714
PAIVA  01  DKR-PARM.                                                    00001715
PAIVA      02  DKR-FUNCAO         PIC X(01)      VALUE 'G'.             00001716
PAIVA      02  DKR-PROGRAMA       PIC X(08)      VALUE 'DB2CRDDL'.      00001717
PAIVA      02  DKR-DATASET        PIC X(08)      VALUE SPACES.          00001718
PAIVA      02  DKR-TIPO-DECK      PIC X(08)      VALUE SPACES.          00001719
PAIVA      02  DKR-QTD-OBJETOS    PIC 9(05)      VALUE ZEROS.           00001720
PAIVA      02  DKR-TICKET         PIC X(12)      VALUE SPACES.          00001721
PAIVA      02  DKR-SITUACAO       PIC X(01)      VALUE SPACES.          00001722
PAIVA      02  DKR-RETURN-CODE    PIC 9(02)      VALUE ZEROS.           00001723
      * AREAS AUXILIARES                                               *00001724
      *----------------------------------------------------------------*00001730
       01  FILLER.                                                      00001740
           02   AC-FKEYS                    PIC S9(04) COMP VALUE +0.   00001750
PAIVA      02   AC-DROPS                    PIC S9(04) COMP VALUE +0.   00001755
           02   COLCOUNT-PK                 PIC S9(04) COMP VALUE +0.   00001760
           02   CH-ALIAS                    PIC  X(01)      VALUE 'N'.  00001770
           02   CH-PRIMARY                  PIC  X(01)      VALUE 'N'.  00001780
COSTA * CREATORS CUJAS SEQUENCIAS JA FORAM GERADAS NA RODADA           *00004940
COSTA *----------------------------------------------------------------*00004950
COSTA  01  TAB-SEQCRE.                                                  00004960
COSTA      02  QTD-SEQCRE         PIC S9(04) COMP    VALUE +0.          00004961
COSTA      02  IND-SEQCRE         PIC S9(04) COMP    VALUE +0.          00004962
COSTA      02  TB-SEQCRE-NOME     OCCURS 50 TIMES    PIC X(08).         00004963
PAIVA *----------------------------------------------------------------*00004964
PAIVA * HOSTS SYSIBM.SYSROUTINES/SYSPARMS/SYSROUTINEAUTH (PROCEDURES   *00004965
PAIVA * E FUNCOES DO CREATOR)                                          *00004966
PAIVA *----------------------------------------------------------------*00004967
PAIVA  01  SYSROUTINES.                                                 00004968
PAIVA      02  SYSROUTINES-NAME.                                        00004969
PAIVA          49  SYSROUTINES-NAME-L       PIC S9(04) COMP.            00004970
PAIVA          49  SYSROUTINES-NAME-T       PIC  X(18).                 00004971
PAIVA      02  SYSROUTINES-SPECIFIC.                                    00004972
PAIVA          49  SYSROUTINES-SPECIFIC-L   PIC S9(04) COMP.            00004973
PAIVA          49  SYSROUTINES-SPECIFIC-T   PIC  X(18).                 00004974
PAIVA      02  SYSROUTINES-TIPO             PIC  X(01).                 00004975
PAIVA      02  SYSROUTINES-FUNCTYPE         PIC  X(01).                 00004976
PAIVA      02  SYSROUTINES-ORIGEM           PIC  X(01).                 00004977
PAIVA      02  SYSROUTINES-LINGUAGEM        PIC  X(08).                 00004978
PAIVA      02  SYSROUTINES-EXTNAME.                                     00004979
PAIVA          49  SYSROUTINES-EXTNAME-L    PIC S9(04) COMP.            00004980
PAIVA          49  SYSROUTINES-EXTNAME-T    PIC  X(60).                 00004981
PAIVA      02  SYSROUTINES-WLMENV           PIC  X(18).                 00004982
PAIVA      02  SYSROUTINES-COLLID           PIC  X(18).                 00004983
PAIVA      02  SYSROUTINES-RESULTSETS       PIC S9(04) COMP.            00004984
PAIVA      02  SYSROUTINES-PARMSTYLE        PIC  X(01).                 00004985
PAIVA      02  SYSROUTINES-DETERM           PIC  X(01).                 00004986
PAIVA      02  SYSROUTINES-SQLDATA          PIC  X(01).                 00004987
PAIVA      02  SYSROUTINES-NULLCALL         PIC  X(01).                 00004988
PAIVA      02  SYSROUTINES-EXTACTION        PIC  X(01).                 00004989
PAIVA      02  SYSROUTINES-PGMTYPE          PIC  X(01).                 00004990
PAIVA      02  SYSROUTINES-COMMITRET        PIC  X(01).                 00004991
PAIVA      02  SYSROUTINES-STAYRES          PIC  X(01).                 00004992
PAIVA      02  SYSROUTINES-DBINFO           PIC  X(01).                 00004993
PAIVA      02  SYSROUTINES-SRCSCHEMA        PIC  X(08).                 00004994
PAIVA      02  SYSROUTINES-SRCSPECIFIC.                                 00004995
PAIVA          49  SYSROUTINES-SRCSPEC-L    PIC S9(04) COMP.            00004996
PAIVA          49  SYSROUTINES-SRCSPEC-T    PIC  X(18).                 00004997
PAIVA  01  SYSPARMS.                                                    00004998
PAIVA      02  SYSPARMS-ROWTYPE             PIC  X(01).                 00004999
PAIVA      02  SYSPARMS-PARMNAME.                                       00005000
PAIVA          49  SYSPARMS-PARMNAME-L      PIC S9(04) COMP.            00005001
PAIVA          49  SYSPARMS-PARMNAME-T      PIC  X(18).                 00005002
PAIVA      02  SYSPARMS-TYPESCHEMA          PIC  X(08).                 00005003
PAIVA      02  SYSPARMS-TYPENAME            PIC  X(18).                 00005004
PAIVA      02  SYSPARMS-LENGTH              PIC S9(09) COMP.            00005005
PAIVA      02  SYSPARMS-SCALE               PIC S9(04) COMP.            00005006
PAIVA      02  SYSPARMS-LOCATOR             PIC  X(01).                 00005007
PAIVA  01  H-ROWTYPE-1            PIC  X(01).                           00005008
PAIVA  01  H-ROWTYPE-2            PIC  X(01).                           00005009
PAIVA  01  H-ROWTYPE-3            PIC  X(01).                           00005010
PAIVA  01  SYSROUTINEAUTH-GRANTEE PIC  X(08).                           00005011
PAIVA  77  WS-ROT-DDL             PIC  X(09)         VALUE SPACES.      00005012
PAIVA  77  WS-ROT-PTR             PIC S9(04)   COMP  VALUE +0.          00005013
PAIVA  77  WS-ROT-NUM             PIC S9(09)   COMP  VALUE +0.          00005014
PAIVA  77  ZROT-NUM               PIC  Z(09)9.                          00005015
PAIVA  77  WS-ROT-BRANCOS         PIC S9(04)   COMP  VALUE +0.          00005016
PAIVA  77  WS-ROT-TEXTO           PIC  X(10)         VALUE SPACES.      00005017
PAIVA  77  WS-ROT-TEXTO-L         PIC S9(04)   COMP  VALUE +0.          00005018
PAIVA  77  WS-ROT-TIPO-PARM       PIC  X(40)         VALUE SPACES.      00005019
PAIVA  77  WS-ROT-PTR-TIPO        PIC S9(04)   COMP  VALUE +0.          00005020
PAIVA  77  WS-ROT-FECHA           PIC  X(01)         VALUE SPACES.      00005021
PAIVA  77  WS-ROT-PRIMEIRO        PIC  X(01)         VALUE 'S'.         00005022
PAIVA  77  WS-ROT-OPCAO           PIC  X(72)         VALUE SPACES.      00005023
PAIVA *----------------------------------------------------------------*00005024
PAIVA * CREATORS CUJAS PROCEDURES/FUNCOES JA FORAM GERADAS NA RODADA   *00005025
PAIVA *----------------------------------------------------------------*00005026
PAIVA  01  TAB-ROTCRE.                                                  00005027
PAIVA      02  QTD-ROTCRE         PIC S9(04) COMP    VALUE +0.          00005028
PAIVA      02  IND-ROTCRE         PIC S9(04) COMP    VALUE +0.          00005029
PAIVA      02  TB-ROTCRE-NOME     OCCURS 50 TIMES    PIC X(08).         00005030
SILVA *----------------------------------------------------------------*00005031
SILVA * HOSTS SYSIBM.SYSVIEWS                                          *00005032
SILVA *----------------------------------------------------------------*00005033
SILVA  01  SYSVIEWS.                                                    00005034
SILVA      02  SYSVIEWS-CREATOR             PIC  X(08).                 00005040
SILVA      02  SYSVIEWS-NAME.                                           00005050
SILVA          49  SYSVIEWS-NAME-L          PIC S9(04) COMP.            00005060
COSTA          88  FIM-AUXRELS                              VALUE 'SIM'.00010470
COSTA      02  N88-FIM-SEQS                      PIC  X(03) VALUE 'NAO'.00010480
COSTA          88  FIM-SEQS                                 VALUE 'SIM'.00010490
PAIVA      02  N88-FIM-ROTINAS                   PIC  X(03) VALUE 'NAO'.00010491
PAIVA          88  FIM-ROTINAS                              VALUE 'SIM'.00010492
PAIVA      02  N88-FIM-SYSPARMS                  PIC  X(03) VALUE 'NAO'.00010493
PAIVA          88  FIM-SYSPARMS                             VALUE 'SIM'.00010494
PAIVA      02  N88-FIM-ROTAUTH                   PIC  X(03) VALUE 'NAO'.00010495
PAIVA          88  FIM-ROTAUTH                              VALUE 'SIM'.00010496
           02  N88-FIM-SYSTABLEPART              PIC  X(03) VALUE 'NAO'.00010500
               88  FIM-SYSTABLEPART                         VALUE 'SIM'.00010510
           02  N88-FIM-SYSINDEXPART              PIC  X(03) VALUE 'NAO'.00010520
COSTA  77  WS-QTD-COMENT          PIC S9(04) COMP    VALUE +0.          00011300
COSTA  77  WS-EMITIDOS            PIC S9(04) COMP    VALUE +0.          00011310
           EXEC SQL INCLUDE SQLCA END-EXEC.                             00011320
PAIVA *----------------------------------------------------------------*00011330
PAIVA *                                                                *00011331
PAIVA *----------------------------------------------------------------*00011332
PAIVA  LINKAGE     SECTION.                                             00011333
PAIVA  01  PARMJOB.                                                     00011334
PAIVA      02  PARM-LEN           PIC  9(04)  COMP.                     00011335
PAIVA      02  PARM-TICKET        PIC  X(12).                           00011336
PAIVA  PROCEDURE   DIVISION      USING   PARMJOB.                       00011337
      *----------------------------------------------------------------*00011340
      *                                                                *00011350
      *----------------------------------------------------------------*00011360
       0000-0000-PRINCIPAL.                                             00011370
ROCHA      ACCEPT AUD-HORA-INICIO  FROM  TIME.                          00011380
PAIVA      IF  PARM-LEN  GREATER  ZEROS                                 00011381
PAIVA          IF  PARM-LEN  LESS  12                                   00011382
PAIVA              MOVE  PARM-TICKET(1:PARM-LEN)  TO  DKR-TICKET        00011383
PAIVA          ELSE                                                     00011384
PAIVA              MOVE  PARM-TICKET              TO  DKR-TICKET        00011385
PAIVA          END-IF                                                   00011386
PAIVA      END-IF.                                                      00011387
           PERFORM  0005-0000-CREDITOS THRU 0005-0000-EXIT.             00011390
           OPEN INPUT  SYSIN, REVOGAR                                   00011400
                OUTPUT SCRIPT, FKEYS.                                   00011410
COSTA      IF  WARNING  ADD 1 TO AUD-QTD-AVISOS  END-IF.                00011850
ROCHA      MOVE  RETURN-CODE  TO  AUD-RETURN-CODE.                      00011860
ROCHA      CALL  'DB2AUDIT'  USING  AUD-PARM.                           00011870
PAIVA      MOVE  'SCRIPT'         TO  DKR-DATASET.                      00011871
PAIVA      MOVE  'DDL'            TO  DKR-TIPO-DECK.                    00011872
PAIVA      MOVE  AUD-QTD-OBJETOS  TO  DKR-QTD-OBJETOS.                  00011873
PAIVA      MOVE  RETURN-CODE      TO  DKR-RETURN-CODE.                  00011874
PAIVA      CALL  'DB2DKREG'  USING  DKR-PARM.                           00011875
PAIVA      MOVE  'DROPSCR'        TO  DKR-DATASET.                      00011876
PAIVA      MOVE  'DROP'           TO  DKR-TIPO-DECK.                    00011877
PAIVA      MOVE  AC-DROPS         TO  DKR-QTD-OBJETOS.                  00011878
PAIVA      CALL  'DB2DKREG'  USING  DKR-PARM.                           00011879
           STOP RUN.                                                    00011880
       0000-0000-EXIT. EXIT.                                            00011890
      *----------------------------------------------------------------*00011900
SILVA      MOVE  TB-DROP-TNAME(IND-DROP)  TO  DROP-TNAME.               00012190
SILVA      WRITE  REG-DROPSCR       FROM DROP-L.                        00012200
SILVA      WRITE  REG-DROPSCR       FROM DELIMITADOR.                   00012210
PAIVA      ADD    +1                TO  AC-DROPS.                       00012215
SILVA  0006-0010-EXIT. EXIT.                                            00012220
SILVA *----------------------------------------------------------------*00012230
SILVA *                                                                *00012240
COSTA      IF  CH-REDRIVE  EQUAL  'S'                                   00016250
COSTA          GO  TO  0020-0010-EXIT                                   00016260
COSTA      END-IF.                                                      00016270
PAIVA      PERFORM 1780-0020-GERA-ROTINAS   THRU 1780-0020-EXIT.        00016275
SILVA      IF  SYSTABLES-TYPE  EQUAL  'V'                               00016280
SILVA          PERFORM 1900-0020-CREATE-VIEW    THRU 1900-0020-EXIT     00016290
SILVA      ELSE                                                         00016300
COSTA          DISPLAY '*** ERRO NO FETCH C_SEQS'                       00025150
COSTA          PERFORM  9999-9999-ERRO-DB2  THRU 9999-9999-EXIT         00025160
COSTA      END-IF.                                                      00025170
COSTA                                                                   00025171
COSTA      COMPUTE WS-SEQ-START = SYSSEQUENCES-MAXVAL                   00025172
COSTA                           + SYSSEQUENCES-INCREMENT.               00025173
COSTA      MOVE   WS-SEQ-START         TO  ZSEQ-START.                  00025174
COSTA      MOVE   SYSSEQUENCES-INCREMENT  TO  ZSEQ-INCR.                00025175
COSTA      MOVE   SYSSEQUENCES-CACHE      TO  ZSEQ-CACHE.               00025176
COSTA      MOVE   SPACES               TO  LIN-AUX.                     00025177
COSTA      STRING 'CREATE SEQUENCE ' DELIMITED BY SIZE                  00025178
COSTA             WS-CREATOR-SAIDA DELIMITED BY SPACE                   00025179
COSTA             '.' DELIMITED BY SIZE                                 00025180
COSTA             SYSSEQUENCES-NAME-T(1:SYSSEQUENCES-NAME-L)            00025181
COSTA             DELIMITED BY SIZE                                     00025182
COSTA        INTO LIN-AUX.                                              00025183
COSTA      WRITE  REG-SCRIPT           FROM LIN-AUX.                    00025184
COSTA      MOVE   SPACES               TO  LIN-AUX.                     00025185
COSTA      STRING '       START WITH ' DELIMITED BY SIZE                00025186
COSTA             ZSEQ-START DELIMITED BY SIZE                          00025187
COSTA        INTO LIN-AUX.                                              00025188
COSTA      WRITE  REG-SCRIPT           FROM LIN-AUX.                    00025189
COSTA      MOVE   SPACES               TO  LIN-AUX.                     00025190
COSTA      STRING '       INCREMENT BY ' DELIMITED BY SIZE              00025191
COSTA             ZSEQ-INCR DELIMITED BY SIZE                           00025192
COSTA        INTO LIN-AUX.                                              00025193
COSTA      WRITE  REG-SCRIPT           FROM LIN-AUX.                    00025194
COSTA      MOVE   SPACES               TO  LIN-AUX.                     00025195
COSTA      STRING '       CACHE ' DELIMITED BY SIZE                     00025196
COSTA             ZSEQ-CACHE DELIMITED BY SIZE                          00025197
COSTA        INTO LIN-AUX.                                              00025198
COSTA      WRITE  REG-SCRIPT           FROM LIN-AUX.                    00025199
COSTA      WRITE  REG-SCRIPT           FROM DELIMITADOR.                00025200
COSTA      WRITE  REG-SCRIPT           FROM COMMIT-L.                   00025201
COSTA      WRITE  REG-SCRIPT           FROM DELIMITADOR.                00025202
COSTA  1740-1730-EXIT. EXIT.                                            00025203
PAIVA *----------------------------------------------------------------*00025204
PAIVA * PROCEDURES E FUNCOES DO CREATOR DO CARTAO (UMA VEZ POR         *00025205
PAIVA * CREATOR NA RODADA), ANTES DAS TABELAS E VIEWS QUE AS USAM.     *00025206
PAIVA * FUNCOES ANTES DAS PROCEDURES E EXTERNAS ANTES DAS SOURCED.     *00025207
PAIVA *----------------------------------------------------------------*00025208
PAIVA  1780-0020-GERA-ROTINAS.                                          00025209
PAIVA      PERFORM VARYING IND-ROTCRE FROM +1 BY +1                     00025210
PAIVA        UNTIL IND-ROTCRE  GREATER  QTD-ROTCRE                      00025211
PAIVA           OR TB-ROTCRE-NOME(IND-ROTCRE)                           00025212
PAIVA                  EQUAL  SYSTABLES-CREATOR                         00025213
PAIVA          CONTINUE                                                 00025214
PAIVA      END-PERFORM.                                                 00025215
PAIVA      IF  IND-ROTCRE  NOT GREATER  QTD-ROTCRE                      00025216
PAIVA          GO  TO  1780-0020-EXIT                                   00025217
PAIVA      END-IF.                                                      00025218
PAIVA      IF  QTD-ROTCRE  GREATER  +49                                 00025219
PAIVA          GO  TO  1780-0020-EXIT                                   00025220
PAIVA      END-IF.                                                      00025221
PAIVA      ADD    +1                   TO  QTD-ROTCRE.                  00025222
PAIVA      MOVE   SYSTABLES-CREATOR    TO                               00025223
PAIVA             TB-ROTCRE-NOME(QTD-ROTCRE).                           00025224
PAIVA                                                                   00025225
PAIVA      EXEC SQL                                                     00025226
PAIVA           DECLARE C_ROTINAS CURSOR FOR                            00025227
PAIVA           SELECT NAME, SPECIFICNAME, ROUTINETYPE,                 00025228
PAIVA                  FUNCTION_TYPE, ORIGIN, LANGUAGE,                 00025229
PAIVA                  VALUE(EXTERNAL_NAME, ''),                        00025230
PAIVA                  VALUE(WLM_ENVIRONMENT, ' '),                     00025231
PAIVA                  VALUE(COLLID, ' '),                              00025232
PAIVA                  RESULT_SETS, PARAMETER_STYLE, DETERMINISTIC,     00025233
PAIVA                  SQL_DATA_ACCESS, NULL_CALL, EXTERNAL_ACTION,     00025234
PAIVA                  PROGRAM_TYPE, COMMIT_ON_RETURN, STAYRESIDENT,    00025235
PAIVA                  DBINFO, VALUE(SOURCESCHEMA, ' '),                00025236
PAIVA                  VALUE(SOURCESPECIFIC, '')                        00025237
PAIVA             FROM SYSIBM.SYSROUTINES                               00025238
PAIVA            WHERE SCHEMA      = :SYSTABLES-CREATOR                 00025239
PAIVA              AND ROUTINETYPE IN ('F', 'P')                        00025240
PAIVA              AND ORIGIN      <> 'S'                               00025241
PAIVA            ORDER BY ROUTINETYPE, ORIGIN, NAME                     00025242
PAIVA      END-EXEC.                                                    00025243
PAIVA      EXEC SQL OPEN C_ROTINAS END-EXEC.                            00025244
PAIVA      IF  SQLCODE  NOT EQUAL  +0                                   00025245
PAIVA          DISPLAY '*** ERRO NO OPEN C_ROTINAS'                     00025246
PAIVA          PERFORM  9999-9999-ERRO-DB2  THRU 9999-9999-EXIT         00025247
PAIVA      END-IF.                                                      00025248
PAIVA      MOVE   'NAO'                TO  N88-FIM-ROTINAS.             00025249
PAIVA      PERFORM 1781-1780-UMA-ROTINA THRU 1781-1780-EXIT             00025250
PAIVA        UNTIL FIM-ROTINAS.                                         00025251
PAIVA      EXEC SQL CLOSE C_ROTINAS END-EXEC.                           00025252
PAIVA      IF  SQLCODE  NOT EQUAL  +0                                   00025253
PAIVA          DISPLAY '*** ERRO NO CLOSE C_ROTINAS'                    00025254
PAIVA          PERFORM  9999-9999-ERRO-DB2  THRU 9999-9999-EXIT         00025255
PAIVA      END-IF.                                                      00025256
PAIVA  1780-0020-EXIT. EXIT.                                            00025257
PAIVA *----------------------------------------------------------------*00025258
PAIVA * UMA ROTINA: CREATE, PARAMETROS, RETORNO, OPCOES E GRANT        *00025259
PAIVA *----------------------------------------------------------------*00025260
PAIVA  1781-1780-UMA-ROTINA.                                            00025261
PAIVA      EXEC SQL                                                     00025262
PAIVA           FETCH  C_ROTINAS                                        00025263
PAIVA            INTO  :SYSROUTINES-NAME, :SYSROUTINES-SPECIFIC,        00025264
PAIVA                  :SYSROUTINES-TIPO, :SYSROUTINES-FUNCTYPE,        00025265
PAIVA                  :SYSROUTINES-ORIGEM, :SYSROUTINES-LINGUAGEM,     00025266
PAIVA                  :SYSROUTINES-EXTNAME, :SYSROUTINES-WLMENV,       00025267
PAIVA                  :SYSROUTINES-COLLID,                             00025268
PAIVA                  :SYSROUTINES-RESULTSETS,                         00025269
PAIVA                  :SYSROUTINES-PARMSTYLE, :SYSROUTINES-DETERM,     00025270
PAIVA                  :SYSROUTINES-SQLDATA, :SYSROUTINES-NULLCALL,     00025271
PAIVA                  :SYSROUTINES-EXTACTION, :SYSROUTINES-PGMTYPE,    00025272
PAIVA                  :SYSROUTINES-COMMITRET, :SYSROUTINES-STAYRES,    00025273
PAIVA                  :SYSROUTINES-DBINFO, :SYSROUTINES-SRCSCHEMA,     00025274
PAIVA                  :SYSROUTINES-SRCSPECIFIC                         00025275
PAIVA      END-EXEC.                                                    00025276
PAIVA      IF  SQLCODE  EQUAL  +100                                     00025277
PAIVA          MOVE  'SIM'             TO  N88-FIM-ROTINAS              00025278
PAIVA          GO  TO  1781-1780-EXIT                                   00025279
PAIVA      END-IF.                                                      00025280
PAIVA      IF  SQLCODE  NOT EQUAL  +0                                   00025281
PAIVA          DISPLAY '*** ERRO NO FETCH C_ROTINAS'                    00025282
PAIVA          PERFORM  9999-9999-ERRO-DB2  THRU 9999-9999-EXIT         00025283
PAIVA      END-IF.                                                      00025284
PAIVA                                                                   00025285
PAIVA *--- ROTINA SQL: O CORPO ESTA NO CATALOGO E NAO E' REMONTADO      00025286
PAIVA *--- AQUI - AVISA PARA GERAR PELO FONTE DA APLICACAO              00025287
PAIVA      IF  SYSROUTINES-ORIGEM  EQUAL  'N'  OR  'Q'                  00025288
PAIVA          OR  SYSROUTINES-LINGUAGEM  EQUAL  'SQL'                  00025289
PAIVA          MOVE  'SIM'             TO  N88-WARNING                  00025290
PAIVA          DISPLAY 'DB2CRDDL - AVISO - ROTINA SQL NAO GERADA: '     00025291
PAIVA                  SYSTABLES-CREATOR '.'                            00025292
PAIVA                  SYSROUTINES-NAME-T(1:SYSROUTINES-NAME-L)         00025293
PAIVA          GO  TO  1781-1780-EXIT                                   00025294
PAIVA      END-IF.                                                      00025295
PAIVA *--- A PARTIR DAQUI O CARTAO TEM SAIDA GRAVADA: SEM REDRIVE       00025296
PAIVA      MOVE   'S'                  TO  CH-SAIDA-GRAVADA.            00025297
PAIVA      IF  SYSROUTINES-TIPO  EQUAL  'P'                             00025298
PAIVA          MOVE  'PROCEDURE'       TO  WS-ROT-DDL                   00025299
PAIVA      ELSE                                                         00025300
PAIVA          MOVE  'FUNCTION'        TO  WS-ROT-DDL                   00025301
PAIVA      END-IF.                                                      00025302
PAIVA      MOVE   SPACES               TO  LIN-AUX.                     00025303
PAIVA      STRING 'CREATE ' DELIMITED BY SIZE                           00025304
PAIVA             WS-ROT-DDL DELIMITED BY SPACE                         00025305
PAIVA             ' ' DELIMITED BY SIZE                                 00025306
PAIVA             WS-CREATOR-SAIDA DELIMITED BY SPACE                   00025307
PAIVA             '.' DELIMITED BY SIZE                                 00025308
PAIVA             SYSROUTINES-NAME-T(1:SYSROUTINES-NAME-L)              00025309
PAIVA             DELIMITED BY SIZE                                     00025310
PAIVA        INTO LIN-AUX.                                              00025311
PAIVA      WRITE  REG-SCRIPT           FROM LIN-AUX.                    00025312
PAIVA                                                                   00025313
PAIVA *--- PARAMETROS: IN/OUT/INOUT NA PROCEDURE, SO ENTRADA NA FUNCAO  00025314
PAIVA      IF  SYSROUTINES-TIPO  EQUAL  'P'                             00025315
PAIVA          MOVE  'P'               TO  H-ROWTYPE-1                  00025316
PAIVA          MOVE  'O'               TO  H-ROWTYPE-2                  00025317
PAIVA          MOVE  'B'               TO  H-ROWTYPE-3                  00025318
PAIVA      ELSE                                                         00025319
PAIVA          MOVE  'P'               TO  H-ROWTYPE-1                  00025320
PAIVA                                      H-ROWTYPE-2                  00025321
PAIVA                                      H-ROWTYPE-3                  00025322
PAIVA      END-IF.                                                      00025323
PAIVA      MOVE   ')'                  TO  WS-ROT-FECHA.                00025324
PAIVA      PERFORM 1783-1781-PARAMETROS THRU 1783-1781-EXIT.            00025325
PAIVA                                                                   00025326
PAIVA *--- RETORNO DA FUNCAO: ESCALAR OU TABELA                         00025327
PAIVA      IF  SYSROUTINES-TIPO  EQUAL  'F'                             00025328
PAIVA          MOVE  'C'               TO  H-ROWTYPE-1                  00025329
PAIVA                                      H-ROWTYPE-2                  00025330
PAIVA                                      H-ROWTYPE-3                  00025331
PAIVA          IF  SYSROUTINES-FUNCTYPE  EQUAL  'T'                     00025332
PAIVA              MOVE  'RETURNS TABLE'   TO  WS-ROT-OPCAO             00025333
PAIVA              PERFORM 1788-9999-GRAVA-OPCAO THRU 1788-9999-EXIT    00025334
PAIVA              MOVE  ')'               TO  WS-ROT-FECHA             00025335
PAIVA          ELSE                                                     00025336
PAIVA              MOVE  SPACES            TO  WS-ROT-FECHA             00025337
PAIVA          END-IF                                                   00025338
PAIVA          PERFORM 1783-1781-PARAMETROS THRU 1783-1781-EXIT         00025339
PAIVA      END-IF.                                                      00025340
PAIVA                                                                   00025341
PAIVA      PERFORM 1782-1781-OPCOES THRU 1782-1781-EXIT.                00025342
PAIVA      WRITE  REG-SCRIPT           FROM DELIMITADOR.                00025343
PAIVA      WRITE  REG-SCRIPT           FROM COMMIT-L.                   00025344
PAIVA      WRITE  REG-SCRIPT           FROM DELIMITADOR.                00025345
PAIVA      PERFORM 1789-1781-GRANT-ROTINA THRU 1789-1781-EXIT.          00025346
PAIVA  1781-1780-EXIT. EXIT.                                            00025347
PAIVA *----------------------------------------------------------------*00025348
PAIVA * OPCOES DA ROTINA, NA FORMA EM QUE ESTAO NA SYSROUTINES         *00025349
PAIVA *----------------------------------------------------------------*00025350
PAIVA  1782-1781-OPCOES.                                                00025351
PAIVA      IF  SYSROUTINES-TIPO  EQUAL  'F'                             00025352
PAIVA          MOVE  SPACES            TO  WS-ROT-OPCAO                 00025353
PAIVA          STRING 'SPECIFIC ' DELIMITED BY SIZE                     00025354
PAIVA                 WS-CREATOR-SAIDA DELIMITED BY SPACE               00025355
PAIVA                 '.' DELIMITED BY SIZE                             00025356
PAIVA                 SYSROUTINES-SPECIFIC-T(1:SYSROUTINES-SPECIFIC-L)  00025357
PAIVA                 DELIMITED BY SIZE                                 00025358
PAIVA            INTO WS-ROT-OPCAO                                      00025359
PAIVA          PERFORM 1788-9999-GRAVA-OPCAO THRU 1788-9999-EXIT        00025360
PAIVA      END-IF.                                                      00025361
PAIVA                                                                   00025362
PAIVA *--- FUNCAO SOURCED: SO FALTA A FUNCAO DE ORIGEM                  00025363
PAIVA      IF  SYSROUTINES-ORIGEM  EQUAL  'U'                           00025364
PAIVA          MOVE  'C'               TO  WS-MAPA-TIPO                 00025365
PAIVA          MOVE  SYSROUTINES-SRCSCHEMA  TO  WS-MAPA-ARG             00025366
PAIVA          PERFORM  0045-9999-MAPEIA THRU 0045-9999-EXIT            00025367
PAIVA          MOVE  SPACES            TO  WS-ROT-OPCAO                 00025368
PAIVA          STRING 'SOURCE SPECIFIC ' DELIMITED BY SIZE              00025369
PAIVA                 WS-MAPA-ARG DELIMITED BY SPACE                    00025370
PAIVA                 '.' DELIMITED BY SIZE                             00025371
PAIVA                 SYSROUTINES-SRCSPEC-T(1:SYSROUTINES-SRCSPEC-L)    00025372
PAIVA                 DELIMITED BY SIZE                                 00025373
PAIVA            INTO WS-ROT-OPCAO                                      00025374
PAIVA          PERFORM 1788-9999-GRAVA-OPCAO THRU 1788-9999-EXIT        00025375
PAIVA          GO  TO  1782-1781-EXIT                                   00025376
PAIVA      END-IF.                                                      00025377
PAIVA                                                                   00025378
PAIVA      IF  SYSROUTINES-EXTNAME-L  GREATER  +60                      00025379
PAIVA          MOVE  +60               TO  SYSROUTINES-EXTNAME-L        00025380
PAIVA      END-IF.                                                      00025381
PAIVA      IF  SYSROUTINES-EXTNAME-L  GREATER  +0                       00025382
PAIVA          MOVE  SPACES            TO  WS-ROT-OPCAO                 00025383
PAIVA          STRING 'EXTERNAL NAME ''' DELIMITED BY SIZE              00025384
PAIVA                 SYSROUTINES-EXTNAME-T(1:SYSROUTINES-EXTNAME-L)    00025385
PAIVA                 DELIMITED BY SIZE                                 00025386
PAIVA                 '''' DELIMITED BY SIZE                            00025387
PAIVA            INTO WS-ROT-OPCAO                                      00025388
PAIVA          PERFORM 1788-9999-GRAVA-OPCAO THRU 1788-9999-EXIT        00025389
PAIVA      END-IF.                                                      00025390
PAIVA      MOVE   SPACES               TO  WS-ROT-OPCAO.                00025391
PAIVA      STRING 'LANGUAGE ' DELIMITED BY SIZE                         00025392
PAIVA             SYSROUTINES-LINGUAGEM DELIMITED BY SPACE              00025393
PAIVA        INTO WS-ROT-OPCAO.                                         00025394
PAIVA      PERFORM 1788-9999-GRAVA-OPCAO THRU 1788-9999-EXIT.           00025395
PAIVA                                                                   00025396
PAIVA      MOVE   SPACES               TO  WS-ROT-OPCAO.                00025397
PAIVA      EVALUATE SYSROUTINES-PARMSTYLE                               00025398
PAIVA          WHEN 'D'                                                 00025399
PAIVA               MOVE 'PARAMETER STYLE DB2SQL'   TO  WS-ROT-OPCAO    00025400
PAIVA          WHEN 'S'                                                 00025401
PAIVA               MOVE 'PARAMETER STYLE SQL'      TO  WS-ROT-OPCAO    00025402
PAIVA          WHEN 'G'                                                 00025403
PAIVA               MOVE 'PARAMETER STYLE GENERAL'  TO  WS-ROT-OPCAO    00025404
PAIVA          WHEN 'N'                                                 00025405
PAIVA               MOVE 'PARAMETER STYLE GENERAL WITH NULLS'           00025406
PAIVA                                               TO  WS-ROT-OPCAO    00025407
PAIVA          WHEN 'J'                                                 00025408
PAIVA               MOVE 'PARAMETER STYLE JAVA'     TO  WS-ROT-OPCAO    00025409
PAIVA          WHEN 'B'                                                 00025410
PAIVA               MOVE 'PARAMETER STYLE DB2GENERAL'                   00025411
PAIVA                                               TO  WS-ROT-OPCAO    00025412
PAIVA          WHEN OTHER                                               00025413
PAIVA               CONTINUE                                            00025414
PAIVA      END-EVALUATE.                                                00025415
PAIVA      IF  WS-ROT-OPCAO  NOT EQUAL  SPACES                          00025416
PAIVA          PERFORM 1788-9999-GRAVA-OPCAO THRU 1788-9999-EXIT        00025417
PAIVA      END-IF.                                                      00025418
PAIVA                                                                   00025419
PAIVA      IF  SYSROUTINES-DETERM  EQUAL  'Y'                           00025420
PAIVA          MOVE  'DETERMINISTIC'       TO  WS-ROT-OPCAO             00025421
PAIVA      ELSE                                                         00025422
PAIVA          MOVE  'NOT DETERMINISTIC'   TO  WS-ROT-OPCAO             00025423
PAIVA      END-IF.                                                      00025424
PAIVA      PERFORM 1788-9999-GRAVA-OPCAO THRU 1788-9999-EXIT.           00025425
PAIVA                                                                   00025426
PAIVA      MOVE   SPACES               TO  WS-ROT-OPCAO.                00025427
PAIVA      EVALUATE SYSROUTINES-SQLDATA                                 00025428
PAIVA          WHEN 'N'                                                 00025429
PAIVA               MOVE 'NO SQL'                   TO  WS-ROT-OPCAO    00025430
PAIVA          WHEN 'C'                                                 00025431
PAIVA               MOVE 'CONTAINS SQL'             TO  WS-ROT-OPCAO    00025432
PAIVA          WHEN 'R'                                                 00025433
PAIVA               MOVE 'READS SQL DATA'           TO  WS-ROT-OPCAO    00025434
PAIVA          WHEN 'M'                                                 00025435
PAIVA               MOVE 'MODIFIES SQL DATA'        TO  WS-ROT-OPCAO    00025436
PAIVA          WHEN OTHER                                               00025437
PAIVA               CONTINUE                                            00025438
PAIVA      END-EVALUATE.                                                00025439
PAIVA      IF  WS-ROT-OPCAO  NOT EQUAL  SPACES                          00025440
PAIVA          PERFORM 1788-9999-GRAVA-OPCAO THRU 1788-9999-EXIT        00025441
PAIVA      END-IF.                                                      00025442
PAIVA                                                                   00025443
PAIVA      IF  SYSROUTINES-TIPO  EQUAL  'F'                             00025444
PAIVA          IF  SYSROUTINES-NULLCALL  EQUAL  'Y'                     00025445
PAIVA              MOVE  'CALLED ON NULL INPUT'    TO  WS-ROT-OPCAO     00025446
PAIVA          ELSE                                                     00025447
PAIVA              MOVE  'RETURNS NULL ON NULL INPUT'                   00025448
PAIVA                                              TO  WS-ROT-OPCAO     00025449
PAIVA          END-IF                                                   00025450
PAIVA          PERFORM 1788-9999-GRAVA-OPCAO THRU 1788-9999-EXIT        00025451
PAIVA          IF  SYSROUTINES-EXTACTION  EQUAL  'N'                    00025452
PAIVA              MOVE  'NO EXTERNAL ACTION'      TO  WS-ROT-OPCAO     00025453
PAIVA          ELSE                                                     00025454
PAIVA              MOVE  'EXTERNAL ACTION'         TO  WS-ROT-OPCAO     00025455
PAIVA          END-IF                                                   00025456
PAIVA          PERFORM 1788-9999-GRAVA-OPCAO THRU 1788-9999-EXIT        00025457
PAIVA      ELSE                                                         00025458
PAIVA          MOVE  SYSROUTINES-RESULTSETS TO  WS-ROT-NUM              00025459
PAIVA          PERFORM 1787-9999-EDITA-NUMERO THRU 1787-9999-EXIT       00025460
PAIVA          MOVE  SPACES            TO  WS-ROT-OPCAO                 00025461
PAIVA          STRING 'DYNAMIC RESULT SETS ' DELIMITED BY SIZE          00025462
PAIVA                 WS-ROT-TEXTO(1:WS-ROT-TEXTO-L) DELIMITED BY SIZE  00025463
PAIVA            INTO WS-ROT-OPCAO                                      00025464
PAIVA          PERFORM 1788-9999-GRAVA-OPCAO THRU 1788-9999-EXIT        00025465
PAIVA          IF  SYSROUTINES-COMMITRET  EQUAL  'Y'                    00025466
PAIVA              MOVE  'COMMIT ON RETURN YES'    TO  WS-ROT-OPCAO     00025467
PAIVA          ELSE                                                     00025468
PAIVA              MOVE  'COMMIT ON RETURN NO'     TO  WS-ROT-OPCAO     00025469
PAIVA          END-IF                                                   00025470
PAIVA          PERFORM 1788-9999-GRAVA-OPCAO THRU 1788-9999-EXIT        00025471
PAIVA      END-IF.                                                      00025472
PAIVA                                                                   00025473
PAIVA      IF  SYSROUTINES-WLMENV  NOT EQUAL  SPACES                    00025474
PAIVA          MOVE  SPACES            TO  WS-ROT-OPCAO                 00025475
PAIVA          STRING 'WLM ENVIRONMENT ' DELIMITED BY SIZE              00025476
PAIVA                 SYSROUTINES-WLMENV DELIMITED BY SPACE             00025477
PAIVA            INTO WS-ROT-OPCAO                                      00025478
PAIVA          PERFORM 1788-9999-GRAVA-OPCAO THRU 1788-9999-EXIT        00025479
PAIVA      END-IF.                                                      00025480
PAIVA      IF  SYSROUTINES-COLLID  EQUAL  SPACES                        00025481
PAIVA          MOVE  'NO COLLID'       TO  WS-ROT-OPCAO                 00025482
PAIVA      ELSE                                                         00025483
PAIVA          MOVE  SPACES            TO  WS-ROT-OPCAO                 00025484
PAIVA          STRING 'COLLID ' DELIMITED BY SIZE                       00025485
PAIVA                 SYSROUTINES-COLLID DELIMITED BY SPACE             00025486
PAIVA            INTO WS-ROT-OPCAO                                      00025487
PAIVA      END-IF.                                                      00025488
PAIVA      PERFORM 1788-9999-GRAVA-OPCAO THRU 1788-9999-EXIT.           00025489
PAIVA      IF  SYSROUTINES-PGMTYPE  EQUAL  'M'                          00025490
PAIVA          MOVE  'PROGRAM TYPE MAIN'   TO  WS-ROT-OPCAO             00025491
PAIVA      ELSE                                                         00025492
PAIVA          MOVE  'PROGRAM TYPE SUB'    TO  WS-ROT-OPCAO             00025493
PAIVA      END-IF.                                                      00025494
PAIVA      PERFORM 1788-9999-GRAVA-OPCAO THRU 1788-9999-EXIT.           00025495
PAIVA      IF  SYSROUTINES-STAYRES  EQUAL  'Y'                          00025496
PAIVA          MOVE  'STAY RESIDENT YES'   TO  WS-ROT-OPCAO             00025497
PAIVA      ELSE                                                         00025498
PAIVA          MOVE  'STAY RESIDENT NO'    TO  WS-ROT-OPCAO             00025499
PAIVA      END-IF.                                                      00025500
PAIVA      PERFORM 1788-9999-GRAVA-OPCAO THRU 1788-9999-EXIT.           00025501
PAIVA      IF  SYSROUTINES-DBINFO  EQUAL  'Y'                           00025502
PAIVA          MOVE  'DBINFO'              TO  WS-ROT-OPCAO             00025503
PAIVA      ELSE                                                         00025504
PAIVA          MOVE  'NO DBINFO'           TO  WS-ROT-OPCAO             00025505
PAIVA      END-IF.                                                      00025506
PAIVA      PERFORM 1788-9999-GRAVA-OPCAO THRU 1788-9999-EXIT.           00025507
PAIVA  1782-1781-EXIT. EXIT.                                            00025508
PAIVA *----------------------------------------------------------------*00025509
PAIVA * LISTA DE PARAMETROS (OU COLUNAS DE RETORNO) DA SYSPARMS, NOS   *00025510
PAIVA * ROWTYPES PEDIDOS. WS-ROT-FECHA ')' = LISTA ENTRE PARENTESES;   *00025511
PAIVA * ESPACO = RETURNS DE FUNCAO ESCALAR                             *00025512
PAIVA *----------------------------------------------------------------*00025513
PAIVA  1783-1781-PARAMETROS.                                            00025514
PAIVA      EXEC SQL                                                     00025515
PAIVA           DECLARE C_SYSPARMS CURSOR FOR                           00025516
PAIVA           SELECT ROWTYPE, VALUE(PARMNAME, ''), TYPESCHEMA,        00025517
PAIVA                  TYPENAME, LENGTH, SCALE, LOCATOR                 00025518
PAIVA             FROM SYSIBM.SYSPARMS                                  00025519
PAIVA            WHERE SCHEMA       = :SYSTABLES-CREATOR                00025520
PAIVA              AND SPECIFICNAME = :SYSROUTINES-SPECIFIC             00025521
PAIVA              AND ROUTINETYPE  = :SYSROUTINES-TIPO                 00025522
PAIVA              AND ROWTYPE IN (:H-ROWTYPE-1, :H-ROWTYPE-2,          00025523
PAIVA                              :H-ROWTYPE-3)                        00025524
PAIVA            ORDER BY ORDINAL                                       00025525
PAIVA      END-EXEC.                                                    00025526
PAIVA      EXEC SQL OPEN C_SYSPARMS END-EXEC.                           00025527
PAIVA      IF  SQLCODE  NOT EQUAL  +0                                   00025528
PAIVA          DISPLAY '*** ERRO NO OPEN C_SYSPARMS'                    00025529
PAIVA          PERFORM  9999-9999-ERRO-DB2  THRU 9999-9999-EXIT         00025530
PAIVA      END-IF.                                                      00025531
PAIVA      MOVE   'NAO'                TO  N88-FIM-SYSPARMS.            00025532
PAIVA      MOVE   'S'                  TO  WS-ROT-PRIMEIRO.             00025533
PAIVA      PERFORM 1784-9999-FETCH-SYSPARMS THRU 1784-9999-EXIT.        00025534
PAIVA *--- FUNCAO SEM PARAMETRO AINDA PRECISA DOS PARENTESES            00025535
PAIVA      IF  FIM-SYSPARMS                                             00025536
PAIVA          AND WS-ROT-DDL  EQUAL  'FUNCTION'                        00025537
PAIVA          AND H-ROWTYPE-1  EQUAL  'P'                              00025538
PAIVA          MOVE  '()'              TO  WS-ROT-OPCAO                 00025539
PAIVA          PERFORM 1788-9999-GRAVA-OPCAO THRU 1788-9999-EXIT        00025540
PAIVA      END-IF.                                                      00025541
PAIVA      PERFORM 1785-1783-UM-PARAMETRO THRU 1785-1783-EXIT           00025542
PAIVA        UNTIL FIM-SYSPARMS.                                        00025543
PAIVA      EXEC SQL CLOSE C_SYSPARMS END-EXEC.                          00025544
PAIVA      IF  SQLCODE  NOT EQUAL  +0                                   00025545
PAIVA          DISPLAY '*** ERRO NO CLOSE C_SYSPARMS'                   00025546
PAIVA          PERFORM  9999-9999-ERRO-DB2  THRU 9999-9999-EXIT         00025547
PAIVA      END-IF.                                                      00025548
PAIVA  1783-1781-EXIT. EXIT.                                            00025549
PAIVA *----------------------------------------------------------------*00025550
PAIVA *                                                                *00025551
PAIVA *----------------------------------------------------------------*00025552
PAIVA  1784-9999-FETCH-SYSPARMS.                                        00025553
PAIVA      EXEC SQL                                                     00025554
PAIVA           FETCH  C_SYSPARMS                                       00025555
PAIVA            INTO  :SYSPARMS-ROWTYPE, :SYSPARMS-PARMNAME,           00025556
PAIVA                  :SYSPARMS-TYPESCHEMA, :SYSPARMS-TYPENAME,        00025557
PAIVA                  :SYSPARMS-LENGTH, :SYSPARMS-SCALE,               00025558
PAIVA                  :SYSPARMS-LOCATOR                                00025559
PAIVA      END-EXEC.                                                    00025560
PAIVA      IF  SQLCODE  EQUAL  +0                                       00025561
PAIVA          NEXT  SENTENCE                                           00025562
PAIVA      ELSE                                                         00025563
PAIVA        IF  SQLCODE  EQUAL  +100                                   00025564
PAIVA            MOVE  'SIM'           TO  N88-FIM-SYSPARMS             00025565
PAIVA        ELSE                                                       00025566
PAIVA            DISPLAY '*** ERRO NO FETCH C_SYSPARMS'                 00025567
PAIVA            PERFORM  9999-9999-ERRO-DB2  THRU 9999-9999-EXIT       00025568
PAIVA        END-IF                                                     00025569
PAIVA      END-IF.                                                      00025570
PAIVA  1784-9999-EXIT. EXIT.                                            00025571
PAIVA *----------------------------------------------------------------*00025572
PAIVA * UMA LINHA DA LISTA; LE O PROXIMO PARA SABER SE FECHA COM ')'   *00025573
PAIVA *----------------------------------------------------------------*00025574
PAIVA  1785-1783-UM-PARAMETRO.                                          00025575
PAIVA      PERFORM 1786-9999-TIPO-PARAMETRO THRU 1786-9999-EXIT.        00025576
PAIVA      MOVE   SPACES               TO  LIN-AUX.                     00025577
PAIVA      IF  WS-ROT-FECHA  EQUAL  SPACE                               00025578
PAIVA          MOVE  'RETURNS '        TO  LIN-AUX(8:8)                 00025579
PAIVA          MOVE  +16               TO  WS-ROT-PTR                   00025580
PAIVA      ELSE                                                         00025581
PAIVA          IF  WS-ROT-PRIMEIRO  EQUAL  'S'                          00025582
PAIVA              MOVE  '('           TO  LIN-AUX(8:1)                 00025583
PAIVA          END-IF                                                   00025584
PAIVA          MOVE  +9                TO  WS-ROT-PTR                   00025585
PAIVA      END-IF.                                                      00025586
PAIVA      IF  WS-ROT-DDL  EQUAL  'PROCEDURE'                           00025587
PAIVA          EVALUATE SYSPARMS-ROWTYPE                                00025588
PAIVA              WHEN 'O'                                             00025589
PAIVA                   STRING 'OUT ' DELIMITED BY SIZE                 00025590
PAIVA                     INTO LIN-AUX WITH POINTER WS-ROT-PTR          00025591
PAIVA              WHEN 'B'                                             00025592
PAIVA                   STRING 'INOUT ' DELIMITED BY SIZE               00025593
PAIVA                     INTO LIN-AUX WITH POINTER WS-ROT-PTR          00025594
PAIVA              WHEN OTHER                                           00025595
PAIVA                   STRING 'IN ' DELIMITED BY SIZE                  00025596
PAIVA                     INTO LIN-AUX WITH POINTER WS-ROT-PTR          00025597
PAIVA          END-EVALUATE                                             00025598
PAIVA      END-IF.                                                      00025599
PAIVA      IF  WS-ROT-FECHA  NOT EQUAL  SPACE                           00025600
PAIVA          AND SYSPARMS-PARMNAME-L  GREATER  +0                     00025601
PAIVA          STRING SYSPARMS-PARMNAME-T(1:SYSPARMS-PARMNAME-L)        00025602
PAIVA                 DELIMITED BY SIZE                                 00025603
PAIVA                 ' ' DELIMITED BY SIZE                             00025604
PAIVA            INTO LIN-AUX WITH POINTER WS-ROT-PTR                   00025605
PAIVA      END-IF.                                                      00025606
PAIVA      STRING WS-ROT-TIPO-PARM DELIMITED BY '  '                    00025607
PAIVA        INTO LIN-AUX WITH POINTER WS-ROT-PTR.                      00025608
PAIVA      IF  SYSPARMS-LOCATOR  EQUAL  'Y'                             00025609
PAIVA          STRING ' AS LOCATOR' DELIMITED BY SIZE                   00025610
PAIVA            INTO LIN-AUX WITH POINTER WS-ROT-PTR                   00025611
PAIVA      END-IF.                                                      00025612
PAIVA      MOVE   'N'                  TO  WS-ROT-PRIMEIRO.             00025613
PAIVA      PERFORM 1784-9999-FETCH-SYSPARMS THRU 1784-9999-EXIT.        00025614
PAIVA      IF  WS-ROT-FECHA  NOT EQUAL  SPACE                           00025615
PAIVA          IF  FIM-SYSPARMS                                         00025616
PAIVA              STRING ')' DELIMITED BY SIZE                         00025617
PAIVA                INTO LIN-AUX WITH POINTER WS-ROT-PTR               00025618
PAIVA          ELSE                                                     00025619
PAIVA              STRING ',' DELIMITED BY SIZE                         00025620
PAIVA                INTO LIN-AUX WITH POINTER WS-ROT-PTR               00025621
PAIVA          END-IF                                                   00025622
PAIVA      END-IF.                                                      00025623
PAIVA      WRITE  REG-SCRIPT           FROM LIN-AUX.                    00025624
PAIVA  1785-1783-EXIT. EXIT.                                            00025625
PAIVA *----------------------------------------------------------------*00025626
PAIVA * DATATYPE DO PARAMETRO EM WS-ROT-TIPO-PARM. TIPO DISTINTO       *00025627
PAIVA * (TYPESCHEMA DE USUARIO) SAI QUALIFICADO, COM O MAPFILE 'C'     *00025628
PAIVA *----------------------------------------------------------------*00025629
PAIVA  1786-9999-TIPO-PARAMETRO.                                        00025630
PAIVA      MOVE   SPACES               TO  WS-ROT-TIPO-PARM.            00025631
PAIVA      MOVE   +1                   TO  WS-ROT-PTR-TIPO.             00025632
PAIVA      IF  SYSPARMS-TYPESCHEMA  NOT EQUAL  'SYSIBM'                 00025633
PAIVA          MOVE  'C'               TO  WS-MAPA-TIPO                 00025634
PAIVA          MOVE  SYSPARMS-TYPESCHEMA  TO  WS-MAPA-ARG               00025635
PAIVA          PERFORM  0045-9999-MAPEIA THRU 0045-9999-EXIT            00025636
PAIVA          STRING WS-MAPA-ARG DELIMITED BY SPACE                    00025637
PAIVA                 '.' DELIMITED BY SIZE                             00025638
PAIVA                 SYSPARMS-TYPENAME DELIMITED BY SPACE              00025639
PAIVA            INTO WS-ROT-TIPO-PARM                                  00025640
PAIVA          GO  TO  1786-9999-EXIT                                   00025641
PAIVA      END-IF.                                                      00025642
PAIVA      MOVE   SYSPARMS-LENGTH      TO  WS-ROT-NUM.                  00025643
PAIVA      PERFORM 1787-9999-EDITA-NUMERO THRU 1787-9999-EXIT.          00025644
PAIVA      EVALUATE SYSPARMS-TYPENAME                                   00025645
PAIVA          WHEN 'CHAR'                                              00025646
PAIVA          WHEN 'VARCHAR'                                           00025647
PAIVA          WHEN 'GRAPHIC'                                           00025648
PAIVA          WHEN 'VARGRAPHIC'                                        00025649
PAIVA          WHEN 'CLOB'                                              00025650
PAIVA          WHEN 'BLOB'                                              00025651
PAIVA          WHEN 'DBCLOB'                                            00025652
PAIVA          WHEN 'BINARY'                                            00025653
PAIVA          WHEN 'VARBINARY'                                         00025654
PAIVA               STRING SYSPARMS-TYPENAME DELIMITED BY SPACE         00025655
PAIVA                      '(' DELIMITED BY SIZE                        00025656
PAIVA                      WS-ROT-TEXTO(1:WS-ROT-TEXTO-L)               00025657
PAIVA                      DELIMITED BY SIZE                            00025658
PAIVA                      ')' DELIMITED BY SIZE                        00025659
PAIVA                 INTO WS-ROT-TIPO-PARM                             00025660
PAIVA          WHEN 'VARG'                                              00025661
PAIVA               STRING 'VARGRAPHIC(' DELIMITED BY SIZE              00025662
PAIVA                      WS-ROT-TEXTO(1:WS-ROT-TEXTO-L)               00025663
PAIVA                      DELIMITED BY SIZE                            00025664
PAIVA                      ')' DELIMITED BY SIZE                        00025665
PAIVA                 INTO WS-ROT-TIPO-PARM                             00025666
PAIVA          WHEN 'DECIMAL'                                           00025667
PAIVA          WHEN 'NUMERIC'                                           00025668
PAIVA               STRING 'DECIMAL(' DELIMITED BY SIZE                 00025669
PAIVA                      WS-ROT-TEXTO(1:WS-ROT-TEXTO-L)               00025670
PAIVA                      DELIMITED BY SIZE                            00025671
PAIVA                      ',' DELIMITED BY SIZE                        00025672
PAIVA                 INTO WS-ROT-TIPO-PARM                             00025673
PAIVA                 WITH POINTER WS-ROT-PTR-TIPO                      00025674
PAIVA               MOVE  SYSPARMS-SCALE   TO  WS-ROT-NUM               00025675
PAIVA               PERFORM 1787-9999-EDITA-NUMERO THRU 1787-9999-EXIT  00025676
PAIVA               STRING WS-ROT-TEXTO(1:WS-ROT-TEXTO-L)               00025677
PAIVA                      DELIMITED BY SIZE                            00025678
PAIVA                      ')' DELIMITED BY SIZE                        00025679
PAIVA                 INTO WS-ROT-TIPO-PARM                             00025680
PAIVA                 WITH POINTER WS-ROT-PTR-TIPO                      00025681
PAIVA          WHEN 'FLOAT'                                             00025682
PAIVA               IF  SYSPARMS-LENGTH  EQUAL  +4                      00025683
PAIVA                   MOVE  'REAL'           TO  WS-ROT-TIPO-PARM     00025684
PAIVA               ELSE                                                00025685
PAIVA                   MOVE  'DOUBLE'         TO  WS-ROT-TIPO-PARM     00025686
PAIVA               END-IF                                              00025687
PAIVA          WHEN 'TIMESTMP'                                          00025688
PAIVA               MOVE  'TIMESTAMP'          TO  WS-ROT-TIPO-PARM     00025689
PAIVA          WHEN OTHER                                               00025690
PAIVA               MOVE  SYSPARMS-TYPENAME    TO  WS-ROT-TIPO-PARM     00025691
PAIVA      END-EVALUATE.                                                00025692
PAIVA  1786-9999-EXIT. EXIT.                                            00025693
PAIVA *----------------------------------------------------------------*00025694
PAIVA * WS-ROT-NUM EDITADO SEM BRANCOS EM WS-ROT-TEXTO(1:WS-ROT-TEXTO-L)00025695
PAIVA *----------------------------------------------------------------*00025696
PAIVA  1787-9999-EDITA-NUMERO.                                          00025697
PAIVA      MOVE   WS-ROT-NUM           TO  ZROT-NUM.                    00025698
PAIVA      MOVE   ZEROS                TO  WS-ROT-BRANCOS.              00025699
PAIVA      INSPECT ZROT-NUM TALLYING WS-ROT-BRANCOS FOR LEADING SPACES. 00025700
PAIVA      COMPUTE WS-ROT-TEXTO-L = 10 - WS-ROT-BRANCOS.                00025701
PAIVA      MOVE   SPACES               TO  WS-ROT-TEXTO.                00025702
PAIVA      MOVE   ZROT-NUM(WS-ROT-BRANCOS + 1:WS-ROT-TEXTO-L)           00025703
PAIVA        TO   WS-ROT-TEXTO.                                         00025704
PAIVA  1787-9999-EXIT. EXIT.                                            00025705
PAIVA *----------------------------------------------------------------*00025706
PAIVA * GRAVA WS-ROT-OPCAO NO SCRIPT, RECUADA SOB O CREATE             *00025707
PAIVA *----------------------------------------------------------------*00025708
PAIVA  1788-9999-GRAVA-OPCAO.                                           00025709
PAIVA      MOVE   SPACES               TO  LIN-AUX.                     00025710
PAIVA      MOVE   WS-ROT-OPCAO         TO  LIN-AUX(8:).                 00025711
PAIVA      WRITE  REG-SCRIPT           FROM LIN-AUX.                    00025712
PAIVA      MOVE   SPACES               TO  WS-ROT-OPCAO.                00025713
PAIVA  1788-9999-EXIT. EXIT.                                            00025714
PAIVA *----------------------------------------------------------------*00025715
PAIVA * GRANT EXECUTE PARA OS MESMOS GRANTEES DA ORIGEM                *00025716
PAIVA * (SYSROUTINEAUTH); SEM GRANTEE NA ORIGEM, NAO HA GRANT          *00025717
PAIVA *----------------------------------------------------------------*00025718
PAIVA  1789-1781-GRANT-ROTINA.                                          00025719
PAIVA      EXEC SQL                                                     00025720
PAIVA           DECLARE C_ROTAUTH CURSOR FOR                            00025721
PAIVA           SELECT DISTINCT GRANTEE                                 00025722
PAIVA             FROM SYSIBM.SYSROUTINEAUTH                            00025723
PAIVA            WHERE SCHEMA       = :SYSTABLES-CREATOR                00025724
PAIVA              AND SPECIFICNAME = :SYSROUTINES-SPECIFIC             00025725
PAIVA              AND ROUTINETYPE  = :SYSROUTINES-TIPO                 00025726
PAIVA              AND EXECUTEAUTH  <> ' '                              00025727
PAIVA              AND GRANTEETYPE  = ' '                               00025728
PAIVA            ORDER BY GRANTEE                                       00025729
PAIVA      END-EXEC.                                                    00025730
PAIVA      EXEC SQL OPEN C_ROTAUTH END-EXEC.                            00025731
PAIVA      IF  SQLCODE  NOT EQUAL  +0                                   00025732
PAIVA          DISPLAY '*** ERRO NO OPEN C_ROTAUTH'                     00025733
PAIVA          PERFORM  9999-9999-ERRO-DB2  THRU 9999-9999-EXIT         00025734
PAIVA      END-IF.                                                      00025735
PAIVA      MOVE   'NAO'                TO  N88-FIM-ROTAUTH.             00025736
PAIVA      PERFORM 1790-9999-FETCH-ROTAUTH THRU 1790-9999-EXIT.         00025737
PAIVA      IF  NOT FIM-ROTAUTH                                          00025738
PAIVA          MOVE  SPACES            TO  LIN-AUX                      00025739
PAIVA          IF  SYSROUTINES-TIPO  EQUAL  'P'                         00025740
PAIVA              STRING 'GRANT EXECUTE ON PROCEDURE '                 00025741
PAIVA                     DELIMITED BY SIZE                             00025742
PAIVA                     WS-CREATOR-SAIDA DELIMITED BY SPACE           00025743
PAIVA                     '.' DELIMITED BY SIZE                         00025744
PAIVA                     SYSROUTINES-NAME-T(1:SYSROUTINES-NAME-L)      00025745
PAIVA                     DELIMITED BY SIZE                             00025746
PAIVA                     ' TO' DELIMITED BY SIZE                       00025747
PAIVA                INTO LIN-AUX                                       00025748
PAIVA          ELSE                                                     00025749
PAIVA              STRING 'GRANT EXECUTE ON SPECIFIC FUNCTION '         00025750
PAIVA                     DELIMITED BY SIZE                             00025751
PAIVA                     WS-CREATOR-SAIDA DELIMITED BY SPACE           00025752
PAIVA                     '.' DELIMITED BY SIZE                         00025753
PAIVA                     SYSROUTINES-SPECIFIC-T                        00025754
PAIVA                         (1:SYSROUTINES-SPECIFIC-L)                00025755
PAIVA                     DELIMITED BY SIZE                             00025756
PAIVA                     ' TO' DELIMITED BY SIZE                       00025757
PAIVA                INTO LIN-AUX                                       00025758
PAIVA          END-IF                                                   00025759
PAIVA          WRITE  REG-SCRIPT       FROM LIN-AUX                     00025760
PAIVA          INITIALIZE              GRANT2-L                         00025761
PAIVA          MOVE   ZEROS            TO  WS-INDEX                     00025762
PAIVA          PERFORM 1791-1789-UM-GRANTEE THRU 1791-1789-EXIT         00025763
PAIVA            UNTIL FIM-ROTAUTH                                      00025764
PAIVA          WRITE  REG-SCRIPT       FROM DELIMITADOR                 00025765
PAIVA          WRITE  REG-SCRIPT       FROM COMMIT-L                    00025766
PAIVA          WRITE  REG-SCRIPT       FROM DELIMITADOR                 00025767
PAIVA      END-IF.                                                      00025768
PAIVA      EXEC SQL CLOSE C_ROTAUTH END-EXEC.                           00025769
PAIVA      IF  SQLCODE  NOT EQUAL  +0                                   00025770
PAIVA          DISPLAY '*** ERRO NO CLOSE C_ROTAUTH'                    00025771
PAIVA          PERFORM  9999-9999-ERRO-DB2  THRU 9999-9999-EXIT         00025772
PAIVA      END-IF.                                                      00025773
PAIVA  1789-1781-EXIT. EXIT.                                            00025774
PAIVA *----------------------------------------------------------------*00025775
PAIVA *                                                                *00025776
PAIVA *----------------------------------------------------------------*00025777
PAIVA  1790-9999-FETCH-ROTAUTH.                                         00025778
PAIVA      EXEC SQL                                                     00025779
PAIVA           FETCH  C_ROTAUTH                                        00025780
PAIVA            INTO  :SYSROUTINEAUTH-GRANTEE                          00025781
PAIVA      END-EXEC.                                                    00025782
PAIVA      IF  SQLCODE  EQUAL  +0                                       00025783
PAIVA          NEXT  SENTENCE                                           00025784
PAIVA      ELSE                                                         00025785
PAIVA        IF  SQLCODE  EQUAL  +100                                   00025786
PAIVA            MOVE  'SIM'           TO  N88-FIM-ROTAUTH              00025787
PAIVA        ELSE                                                       00025788
PAIVA            DISPLAY '*** ERRO NO FETCH C_ROTAUTH'                  00025789
PAIVA            PERFORM  9999-9999-ERRO-DB2  THRU 9999-9999-EXIT       00025790
PAIVA        END-IF                                                     00025791
PAIVA      END-IF.                                                      00025792
PAIVA  1790-9999-EXIT. EXIT.                                            00025793
PAIVA *----------------------------------------------------------------*00025794
PAIVA * MONTA A LINHA DE GRANTEES (8 POR LINHA, COMO NO GRANT DE TABELA)00025795
PAIVA *----------------------------------------------------------------*00025796
PAIVA  1791-1789-UM-GRANTEE.                                            00025797
PAIVA      ADD    1                    TO  WS-INDEX.                    00025798
PAIVA      MOVE   SYSROUTINEAUTH-GRANTEE  TO  GRANTEE2-L(WS-INDEX).     00025799
PAIVA      MOVE   ','                  TO  VIRGULA(WS-INDEX).           00025800
PAIVA      PERFORM 1790-9999-FETCH-ROTAUTH THRU 1790-9999-EXIT.         00025801
PAIVA      IF  WS-INDEX  EQUAL  8  OR  FIM-ROTAUTH                      00025802
PAIVA          IF  FIM-ROTAUTH                                          00025803
PAIVA              MOVE  ' '           TO  VIRGULA(WS-INDEX)            00025804
PAIVA          END-IF                                                   00025805
PAIVA          WRITE  REG-SCRIPT       FROM GRANT2-L                    00025806
PAIVA          INITIALIZE              GRANT2-L                         00025807
PAIVA          MOVE   ZEROS            TO  WS-INDEX                     00025808
PAIVA      END-IF.                                                      00025809
PAIVA  1791-1789-EXIT. EXIT.                                            00025810
ROCHA *----------------------------------------------------------------*00025811
ROCHA * GERA OS CARTOES DE MIGRACAO DE DADOS DA TABELA: SELECT DE      *00025812
ROCHA * UNLOAD (DSNTIAUL) EM UNLOAD E LOAD DATA COM POSITION           *00025813
ROCHA * CALCULADO EM LOADCRD, NO FORMATO QUE O DSNTIAUL DESCARREGA     *00025814
ROCHA * (CAMPO NULO GANHA 1 BYTE DE INDICADOR APOS O DADO)             *00025815
ROCHA *----------------------------------------------------------------*00025816
ROCHA  1450-0020-GERA-UTILITARIOS.                                      00025817
ROCHA *--- SELECT DE UNLOAD                                             00025818
ROCHA      WRITE  REG-UNLOAD           FROM UNL-SELECT-L.               00025819
ROCHA      MOVE   SPACES               TO  UNL-VIRG.                    00025820
ROCHA      PERFORM  1460-1450-UNLOAD-COLUNA THRU 1460-1450-EXIT         00025821
ROCHA      VARYING  IND-TAB  FROM  +1  BY  +1                           00025822
ROCHA        UNTIL  IND-TAB > SYSCOLUMNS-COLNO.                         00025823
ROCHA *--- O UNLOAD RODA NO AMBIENTE DE ORIGEM: O NOME VAI SEM O        00025824
ROCHA *--- DE-PARA DO MAPFILE (SO O LOAD LEVA O NOME MAPEADO)           00025825
ROCHA      MOVE   SPACES               TO  UNL-TNAME.                   00025826
ROCHA      STRING SYSTABLES-CREATOR DELIMITED BY SPACE '.'              00025827
ROCHA             SYSTABLES-NAME-T(1:SYSTABLES-NAME-L)                  00025828
ROCHA             DELIMITED BY SIZE                                     00025829
ROCHA        INTO UNL-TNAME.                                            00025830
ROCHA      WRITE  REG-UNLOAD           FROM UNL-FROM-L.                 00025831
ROCHA                                                                   00025832
ROCHA *--- CARTOES DO LOAD                                              00025833
ROCHA      WRITE  REG-LOADCRD          FROM LOAD-CAB1-L.                00025834
ROCHA      MOVE   TNAME OF TABLE-L     TO  LOAD-TNAME.                  00025835
ROCHA      WRITE  REG-LOADCRD          FROM LOAD-CAB2-L.                00025836
ROCHA      MOVE   +1                   TO  WS-POS-ATUAL.                00025837
ROCHA      MOVE   '('                  TO  LOAD-ABRE.                   00025838
ROCHA      PERFORM  1470-1450-LOAD-COLUNA THRU 1470-1450-EXIT           00025839
ROCHA      VARYING  IND-TAB  FROM  +1  BY  +1                           00025840
ROCHA        UNTIL  IND-TAB > SYSCOLUMNS-COLNO.                         00025841
ROCHA      WRITE  REG-LOADCRD          FROM LOAD-FECHA-L.               00025842
ROCHA  1450-0020-EXIT. EXIT.                                            00025843
ROCHA *----------------------------------------------------------------*00025844
ROCHA *                                                                *00025850
ROCHA *----------------------------------------------------------------*00025860
ROCHA  1460-1450-UNLOAD-COLUNA.                                         00025870
ROCHA  1470-1450-EXIT. EXIT.                                            00026360
ROCHA *----------------------------------------------------------------*00026370
ROCHA * TAMANHO FISICO E PALAVRA-CHAVE DO LOAD CONFORME O COLTYPE      *00026380
PAIVA * (REGRA REPETIDA NO 2420-9999-TAMANHO-UNL DO DB2BOOK, QUE GERA  *00026383
PAIVA * O LAYOUT DO UNLOAD: ALTERAR OS DOIS JUNTOS)                    *00026386
ROCHA *----------------------------------------------------------------*00026390
ROCHA  1480-9999-TIPO-LOAD.                                             00026400
ROCHA      MOVE   'N'                  TO  CH-VARLEN.                   00026410
