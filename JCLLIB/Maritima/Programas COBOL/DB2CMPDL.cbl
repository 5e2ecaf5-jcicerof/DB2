      *     SET/26 - O PASSO 'C' CONFERE TAMBEM OS TIPOS 'R'/'G'/'A'    00000210
      *     E FLAGRA AUSENCIA OU DIVERGENCIA EM DELTAS, COMO FAZ COM    00000220
      *     AS COLUNAS E INDICES.                                       00000230
      *     OUT/26 - PROCEDURES E FUNCOES (SYSROUTINES) DO CREATOR      00000231
      *     DE CADA CARTAO, UMA VEZ POR CREATOR, VAO NO DEFFILE COMO    00000232
      *     TIPO 'P'; NO PASSO 'C' A ROTINA AUSENTE OU DIVERGENTE       00000233
      *     (TIPO/PARAMETROS/LINGUAGEM) NO DESTINO VAI PARA DELTAS.     00000234
      *     OUT/26 - REGISTRO DE PROMOCAO (DB2ADM.DBA_PROMOCAO): COM O  00000235
      *     AMBIENTE NO PARM ('E,DEV', 'C,HOM', 'C,PROD') E O TICKET DA 00000236
      *     MUDANCA NAS COLS 42-53 DO CARTAO (LEVADO NO REGISTRO 'T' DO 00000237
      *     DEFFILE), A EXTRACAO MARCA A MUDANCA COMO APLICADA NO       00000238
      *     AMBIENTE ORIGEM E A COMPARACAO, POR TABELA, REGISTRA A      00000239
      *     GERACAO DO DELTA (HOUVE DIFERENCA) OU A APLICACAO NO        00000240
      *     AMBIENTE DESTINO (TABELA JA IGUAL A ORIGEM), COM DATA E     00000241
      *     USUARIO. EM PROD A TABELA DIFERENTE FICA MARCADA (DIF_PROD) 00000242
      *     MESMO SEM TICKET, PARA O RELATO DO DB2PROMO. SEM AMBIENTE   00000243
      *     NO PARM O REGISTRO NAO E TOCADO.                            00000244
      *     OUT/26 - ROTINA PROCURADA NO DESTINO POR SCHEMA, NOME, TIPO 00000245
      *     E QTD DE PARAMETROS (O SPECIFICNAME GERADO PELO DB2 MUDA DE 00000246
      *     UM SUBSISTEMA PARA OUTRO); AS DIFERENCAS DE ROTINA NAO      00000247
      *     ENTRAM MAIS NO REGISTRO DE PROMOCAO DA ULTIMA TABELA.       00000248
      *   RETURN-CODE 4 QUANDO HA DIFERENCAS; 0 AMBIENTES IGUAIS.      *00000249
      * AREA RESPONSAVEL: ADMINISTRACAO DE BANCO DE DADOS              *00000250
      *----------------------------------------------------------------*00000260
       ENVIRONMENT    DIVISION.                                         00000270
           05  DEFA-UPD           PIC X(01).                            00000990
           05  DEFA-DEL           PIC X(01).                            00001000
           05  FILLER             PIC X(41).                            00001010
       01  DEF-ROTINA REDEFINES DEF-REGISTRO.                           00001011
           05  FILLER             PIC X(01).                            00001012
           05  DEFP-SCHEMA        PIC X(08).                            00001013
           05  DEFP-NAME          PIC X(18).                            00001014
           05  DEFP-SPECIFIC      PIC X(18).                            00001015
           05  DEFP-ROUTINETYPE   PIC X(01).                            00001016
           05  DEFP-PARMCOUNT     PIC 9(03).                            00001017
           05  DEFP-LANGUAGE      PIC X(08).                            00001018
           05  DEFP-ORIGIN        PIC X(01).                            00001019
           05  FILLER             PIC X(22).                            00001020
       01  DEF-CAB-TABELA REDEFINES DEF-REGISTRO.                       00001021
           05  FILLER             PIC X(27).                            00001022
           05  DEFT-TICKET        PIC X(12).                            00001023
           05  FILLER             PIC X(41).                            00001024
      *----------------------------------------------------------------*00001025
      * HOSTS DE CATALOGO (MESMAS LEITURAS DO DB2CRDDL)                *00001030
      *----------------------------------------------------------------*00001040
       01  SYSTABLES.                                                   00001050
           02  SYSTABAUTH-INS               PIC  X(01).                 00001560
           02  SYSTABAUTH-UPD               PIC  X(01).                 00001570
           02  SYSTABAUTH-DEL               PIC  X(01).                 00001580
       01  H-QTD-TRIGGER                    PIC S9(09) COMP.            00001581
      *                                                                 00001582
      *--- REGISTRO DE PROMOCAO DB2ADM.DBA_PROMOCAO                     00001583
       01  H-PRM-TICKET                     PIC  X(12).                 00001584
       01  H-PRM-CREATOR                    PIC  X(08).                 00001585
       01  H-PRM-TABELA                     PIC  X(18).                 00001586
       01  H-PRM-QTD                        PIC S9(09) COMP.            00001587
      *                                                                 00001588
       01  SYSROUTINES.                                                 00001589
           02  SYSROUTINES-NAME.                                        00001590
               49  SYSROUTINES-NAME-L       PIC S9(04) COMP.            00001591
               49  SYSROUTINES-NAME-T       PIC  X(18).                 00001592
           02  SYSROUTINES-SPECIFIC.                                    00001593
               49  SYSROUTINES-SPECIFIC-L   PIC S9(04) COMP.            00001594
               49  SYSROUTINES-SPECIFIC-T   PIC  X(18).                 00001595
           02  SYSROUTINES-TIPO             PIC  X(01).                 00001596
           02  SYSROUTINES-PARMCOUNT        PIC S9(04) COMP.            00001597
           02  SYSROUTINES-LINGUAGEM        PIC  X(08).                 00001598
           02  SYSROUTINES-ORIGEM           PIC  X(01).                 00001599
           02  SYSROUTINES-SCHEMA           PIC  X(08).                 00001600
      *----------------------------------------------------------------*00001601
      * AREAS AUXILIARES                                               *00001610
      *----------------------------------------------------------------*00001620
       01  FILLER.                                                      00001630
           02  WS-LEN-ED               PIC  ZZZZ9.                      00001680
           02  WS-PREC-ED              PIC  9(02)      VALUE ZEROS.     00001690
           02  WS-SCALE-ED             PIC  9(02)      VALUE ZEROS.     00001700
           02  WS-ROT-TEXTO            PIC  X(09)      VALUE SPACES.    00001701
           02  CH-ROTCRE               PIC  X(01)      VALUE 'N'.       00001702
           02  WS-PRM-AMBIENTE         PIC  X(04)      VALUE SPACES.    00001703
               88  PRM-AMB-DEV                         VALUE 'DEV'.     00001704
               88  PRM-AMB-HOM                         VALUE 'HOM'.     00001705
               88  PRM-AMB-PROD                        VALUE 'PROD'.    00001706
               88  PRM-SEM-REGISTRO                    VALUE SPACES.    00001707
           02  WS-PRM-DIF-INICIO       PIC S9(04) COMP VALUE +0.        00001708
           02  WS-PRM-DIFERENCAS       PIC S9(04) COMP VALUE +0.        00001709
           02  WS-QTD-PROMOCAO         PIC S9(04) COMP VALUE +0.        00001710
           02  CH-PRM-PENDENTE         PIC  X(01)      VALUE 'N'.       00001711
      *                                                                 00001712
      *--- CREATORS CUJAS ROTINAS JA FORAM EXTRAIDAS                    00001713
       01  TAB-ROTCRE.                                                  00001714
           02  QTD-ROTCRE              PIC S9(04) COMP VALUE +0.        00001715
           02  IND-ROTCRE              PIC S9(04) COMP VALUE +0.        00001716
           02  TB-ROTCRE-NOME          OCCURS 50 TIMES PIC X(08).       00001717
      *                                                                 00001718
       01  PARAMETRO                   PIC X(40).                       00001720
       01  FILLER.                                                      00001730
           02  PARM-CREATOR            PIC X(18).                       00001740
               88  FIM-SYSTRIGGERS                          VALUE 'SIM'.00001890
           02  N88-FIM-SYSTABAUTH                PIC  X(03) VALUE 'NAO'.00001900
               88  FIM-SYSTABAUTH                           VALUE 'SIM'.00001910
           02  N88-FIM-ROTINAS                   PIC  X(03) VALUE 'NAO'.00001913
               88  FIM-ROTINAS                              VALUE 'SIM'.00001916
           02  N88-TABELA-EXISTE                 PIC  X(03) VALUE 'NAO'.00001920
               88  TABELA-EXISTE                            VALUE 'SIM'.00001930
      *----------------------------------------------------------------*00001940
           02  PARM-MODO          PIC  X(01).                           00002200
               88  MODO-EXTRACAO                  VALUE 'E'.            00002210
               88  MODO-COMPARACAO                VALUE 'C'.            00002220
           02  FILLER             PIC  X(01).                           00002223
           02  PARM-AMBIENTE      PIC  X(04).                           00002226
      *----------------------------------------------------------------*00002230
      *                                                                *00002240
      *----------------------------------------------------------------*00002250
      -                '(COMPARACAO)'                                   00002330
               MOVE   +16              TO  RETURN-CODE                  00002340
               STOP  RUN                                                00002350
           END-IF.                                                      00002351
           IF  PARM-LEN  GREATER  2                                     00002352
               MOVE   PARM-AMBIENTE    TO  WS-PRM-AMBIENTE              00002353
               IF  NOT PRM-AMB-DEV  AND  NOT PRM-AMB-HOM                00002354
                   AND  NOT PRM-AMB-PROD                                00002355
                   DISPLAY 'DB2CMPDL - AMBIENTE INVALIDO NO PARM: '     00002356
                           PARM-AMBIENTE                                00002357
                   MOVE   +16          TO  RETURN-CODE                  00002358
                   STOP  RUN                                            00002359
               END-IF                                                   00002360
           END-IF.                                                      00002361
           IF  MODO-EXTRACAO                                            00002370
               PERFORM 0100-0000-EXTRACAO THRU 0100-0000-EXIT           00002380
           ELSE                                                         00002390
             UNTIL FIM-SYSIN.                                           00002640
           CLOSE SYSIN DEFFILE.                                         00002650
           DISPLAY 'DB2CMPDL - TABELAS EXTRAIDAS: ' WS-QTD-CARTOES.     00002660
           IF  NOT PRM-SEM-REGISTRO                                     00002662
               DISPLAY 'DB2CMPDL - REGISTRO DE PROMOCAO ('              00002664
                       WS-PRM-AMBIENTE '): ' WS-QTD-PROMOCAO            00002666
           END-IF.                                                      00002668
       0100-0000-EXIT. EXIT.                                            00002670
      *----------------------------------------------------------------*00002680
      *                                                                *00002690
           MOVE   'T'                  TO  DEF-TIPO.                    00002940
           MOVE   PARM-CREATOR         TO  DEF-CREATOR.                 00002950
           MOVE   PARM-TABELA          TO  DEF-TABELA.                  00002960
           MOVE   REG-SYSIN(42:12)     TO  DEFT-TICKET.                 00002965
           WRITE  REG-DEFFILE          FROM DEF-REGISTRO.               00002970
                                                                        00002980
           IF  NOT PRM-SEM-REGISTRO                                     00002981
               MOVE   DEFT-TICKET      TO  H-PRM-TICKET                 00002982
               MOVE   PARM-CREATOR     TO  H-PRM-CREATOR                00002983
               MOVE   PARM-TABELA      TO  H-PRM-TABELA                 00002984
               MOVE   +0               TO  WS-PRM-DIFERENCAS            00002985
               PERFORM 0960-9999-GRAVA-PROMOCAO THRU 0960-9999-EXIT     00002986
           END-IF.                                                      00002987
           PERFORM 0300-0200-EXTRAI-COLUNAS THRU 0300-0200-EXIT.        00002990
           PERFORM 0400-0200-EXTRAI-INDICES THRU 0400-0200-EXIT.        00003000
           PERFORM 0450-0200-EXTRAI-RELACOES THRU 0450-0200-EXIT.       00003010
           PERFORM 0460-0200-EXTRAI-TRIGGERS THRU 0460-0200-EXIT.       00003020
           PERFORM 0470-0200-EXTRAI-GRANTS   THRU 0470-0200-EXIT.       00003030
           PERFORM 0480-0200-EXTRAI-ROTINAS  THRU 0480-0200-EXIT.       00003035
       0200-0100-LEIA.                                                  00003040
           PERFORM 0110-9999-LE-SYSIN THRU 0110-9999-EXIT.              00003050
       0200-0100-EXIT. EXIT.                                            00003060
           MOVE   SYSTABAUTH-INS       TO  DEFA-INS.                    00006320
           MOVE   SYSTABAUTH-UPD       TO  DEFA-UPD.                    00006330
           MOVE   SYSTABAUTH-DEL       TO  DEFA-DEL.                    00006340
           WRITE  REG-DEFFILE          FROM DEF-REGISTRO.               00006341
           PERFORM 0471-9999-FETCH-TABAUTH THRU 0471-9999-EXIT.         00006342
       0472-0470-EXIT. EXIT.                                            00006343
      *----------------------------------------------------------------*00006344
      * PROCEDURES E FUNCOES DO CREATOR (SYSROUTINES, COMO O DB2CRDDL  *00006345
      * LE), UMA VEZ POR CREATOR - TIPO 'P'                            *00006346
      *----------------------------------------------------------------*00006347
       0480-0200-EXTRAI-ROTINAS.                                        00006348
           MOVE   'N'                  TO  CH-ROTCRE.                   00006349
           PERFORM 0481-0480-PROCURA-CREATOR THRU 0481-0480-EXIT        00006350
             VARYING IND-ROTCRE FROM +1 BY +1                           00006351
               UNTIL IND-ROTCRE GREATER QTD-ROTCRE.                     00006352
           IF  CH-ROTCRE  EQUAL  'S'                                    00006353
            OR QTD-ROTCRE  GREATER  +49                                 00006354
               GO  TO  0480-0200-EXIT                                   00006355
           END-IF.                                                      00006356
           ADD    +1                   TO  QTD-ROTCRE.                  00006357
           MOVE   SYSTABLES-CREATOR    TO  TB-ROTCRE-NOME(QTD-ROTCRE).  00006358
           EXEC SQL                                                     00006359
                DECLARE C_ROTINAS CURSOR FOR                            00006360
                SELECT NAME, SPECIFICNAME, ROUTINETYPE,                 00006361
                       PARM_COUNT, LANGUAGE, ORIGIN                     00006362
                  FROM SYSIBM.SYSROUTINES                               00006363
                 WHERE SCHEMA      = :SYSTABLES-CREATOR                 00006364
                   AND ROUTINETYPE IN ('F', 'P')                        00006365
                   AND ORIGIN      <> 'S'                               00006366
                 ORDER BY ROUTINETYPE, NAME                             00006367
           END-EXEC.                                                    00006368
           EXEC SQL OPEN C_ROTINAS END-EXEC.                            00006369
           IF  SQLCODE  NOT EQUAL  +0                                   00006370
               DISPLAY '*** ERRO NO OPEN C_ROTINAS'                     00006371
               PERFORM  9999-9999-ERRO-DB2  THRU 9999-9999-EXIT         00006372
           END-IF.                                                      00006373
           MOVE   'NAO'                TO  N88-FIM-ROTINAS.             00006374
           PERFORM 0482-9999-FETCH-ROTINAS THRU 0482-9999-EXIT.         00006375
           PERFORM 0483-0480-GRAVA-ROTINA THRU 0483-0480-EXIT           00006376
             UNTIL FIM-ROTINAS.                                         00006377
           EXEC SQL CLOSE C_ROTINAS END-EXEC.                           00006378
           IF  SQLCODE  NOT EQUAL  +0                                   00006379
               DISPLAY '*** ERRO NO CLOSE C_ROTINAS'                    00006380
               PERFORM  9999-9999-ERRO-DB2  THRU 9999-9999-EXIT         00006381
           END-IF.                                                      00006382
       0480-0200-EXIT. EXIT.                                            00006383
      *----------------------------------------------------------------*00006384
      *                                                                *00006385
      *----------------------------------------------------------------*00006386
       0481-0480-PROCURA-CREATOR.                                       00006387
           IF  TB-ROTCRE-NOME(IND-ROTCRE)  EQUAL  SYSTABLES-CREATOR     00006388
               MOVE   'S'              TO  CH-ROTCRE                    00006389
           END-IF.                                                      00006390
       0481-0480-EXIT. EXIT.                                            00006391
      *----------------------------------------------------------------*00006392
      *                                                                *00006393
      *----------------------------------------------------------------*00006394
       0482-9999-FETCH-ROTINAS.                                         00006395
           EXEC SQL                                                     00006396
                FETCH  C_ROTINAS                                        00006397
                INTO   :SYSROUTINES-NAME, :SYSROUTINES-SPECIFIC,        00006398
                       :SYSROUTINES-TIPO, :SYSROUTINES-PARMCOUNT,       00006399
                       :SYSROUTINES-LINGUAGEM, :SYSROUTINES-ORIGEM      00006400
           END-EXEC.                                                    00006401
           IF  SQLCODE  EQUAL  +0                                       00006402
               NEXT  SENTENCE                                           00006403
           ELSE                                                         00006404
             IF  SQLCODE  EQUAL  +100                                   00006405
                 MOVE  'SIM'           TO  N88-FIM-ROTINAS              00006406
             ELSE                                                       00006407
                 DISPLAY '*** ERRO NO FETCH C_ROTINAS'                  00006408
                 PERFORM  9999-9999-ERRO-DB2  THRU 9999-9999-EXIT       00006409
             END-IF                                                     00006410
           END-IF.                                                      00006411
       0482-9999-EXIT. EXIT.                                            00006412
      *----------------------------------------------------------------*00006413
      *                                                                *00006414
      *----------------------------------------------------------------*00006415
       0483-0480-GRAVA-ROTINA.                                          00006416
           MOVE   SPACES               TO  DEF-REGISTRO.                00006417
           MOVE   'P'                  TO  DEF-TIPO.                    00006418
           MOVE   SYSTABLES-CREATOR    TO  DEFP-SCHEMA.                 00006419
           MOVE   SYSROUTINES-NAME-T(1:SYSROUTINES-NAME-L)              00006420
             TO   DEFP-NAME.                                            00006421
           MOVE   SYSROUTINES-SPECIFIC-T(1:SYSROUTINES-SPECIFIC-L)      00006422
             TO   DEFP-SPECIFIC.                                        00006423
           MOVE   SYSROUTINES-TIPO     TO  DEFP-ROUTINETYPE.            00006424
           MOVE   SYSROUTINES-PARMCOUNT TO DEFP-PARMCOUNT.              00006425
           MOVE   SYSROUTINES-LINGUAGEM TO DEFP-LANGUAGE.               00006426
           MOVE   SYSROUTINES-ORIGEM   TO  DEFP-ORIGIN.                 00006427
           WRITE  REG-DEFFILE          FROM DEF-REGISTRO.               00006428
           PERFORM 0482-9999-FETCH-ROTINAS THRU 0482-9999-EXIT.         00006429
       0483-0480-EXIT. EXIT.                                            00006430
      *----------------------------------------------------------------*00006431
      * MODO COMPARACAO - LE O DEFFILE DA ORIGEM E COMPARA COM O       *00006432
      * CATALOGO LOCAL, GERANDO ALTER/DIFERENCAS EM DELTAS             *00006433
      *----------------------------------------------------------------*00006434
       0500-0000-COMPARACAO.                                            00006435
           OPEN INPUT  DEFFILE.                                         00006436
           OPEN OUTPUT DELTAS.                                          00006440
           PERFORM 0510-9999-LE-DEFFILE THRU 0510-9999-EXIT.            00006450
           PERFORM 0600-0500-TRATA-DEF THRU 0600-0500-EXIT              00006460
             UNTIL FIM-DEFFILE.                                         00006470
           PERFORM 0950-9999-FECHA-PROMOCAO THRU 0950-9999-EXIT.        00006475
           CLOSE DEFFILE DELTAS.                                        00006480
           DISPLAY 'DB2CMPDL - DIFERENCAS ENCONTRADAS: ' WS-QTD-DIF.    00006490
           IF  NOT PRM-SEM-REGISTRO                                     00006492
               DISPLAY 'DB2CMPDL - REGISTRO DE PROMOCAO ('              00006494
                       WS-PRM-AMBIENTE '): ' WS-QTD-PROMOCAO            00006496
           END-IF.                                                      00006498
       0500-0000-EXIT. EXIT.                                            00006500
      *----------------------------------------------------------------*00006510
      *                                                                *00006520
       0600-0500-TRATA-DEF.                                             00006610
           EVALUATE DEF-TIPO                                            00006620
               WHEN 'T'                                                 00006630
                    PERFORM 0950-9999-FECHA-PROMOCAO THRU 0950-9999-EXIT00006633
                    PERFORM 0955-9999-ABRE-PROMOCAO THRU 0955-9999-EXIT 00006636
                    PERFORM 0610-0600-TRATA-TABELA THRU 0610-0600-EXIT  00006640
               WHEN 'C'                                                 00006650
                    PERFORM 0620-0600-TRATA-COLUNA THRU 0620-0600-EXIT  00006660
                    PERFORM 0650-0600-TRATA-TRIGGER THRU 0650-0600-EXIT 00006720
               WHEN 'A'                                                 00006730
                    PERFORM 0660-0600-TRATA-AUTH THRU 0660-0600-EXIT    00006740
               WHEN 'P'                                                 00006742
                    PERFORM 0950-9999-FECHA-PROMOCAO THRU 0950-9999-EXIT00006744
                    PERFORM 0670-0600-TRATA-ROTINA THRU 0670-0600-EXIT  00006746
               WHEN OTHER                                               00006750
                    CONTINUE                                            00006760
           END-EVALUATE.                                                00006770
                      INTO FLAG-TEXTO                                   00009230
               WRITE  REG-DELTAS       FROM FLAG-DIF                    00009240
               ADD    +1               TO  WS-QTD-DIF                   00009250
           END-IF.                                                      00009251
       0660-0600-EXIT. EXIT.                                            00009252
      *----------------------------------------------------------------*00009253
      * ROTINA DA ORIGEM: AUSENCIA (POR SCHEMA/NOME/TIPO/PARAMETROS)   *00009254
      * OU DIVERGENCIA (LINGUAGEM/ORIGEM) NO DESTINO E' FLAGRADA. A    *00009255
      * TABELA ANTERIOR JA' FOI FECHADA NO REGISTRO DE PROMOCAO        *00009256
      *----------------------------------------------------------------*00009257
       0670-0600-TRATA-ROTINA.                                          00009258
           IF  DEFP-ROUTINETYPE  EQUAL  'P'                             00009259
               MOVE   'PROCEDURE'      TO  WS-ROT-TEXTO                 00009260
           ELSE                                                         00009261
               MOVE   'FUNCAO'         TO  WS-ROT-TEXTO                 00009262
           END-IF.                                                      00009263
           MOVE   DEFP-SCHEMA          TO  SYSROUTINES-SCHEMA.          00009264
           MOVE   +18                  TO  SYSROUTINES-NAME-L.          00009265
           MOVE   DEFP-NAME            TO  SYSROUTINES-NAME-T.          00009266
           MOVE   DEFP-ROUTINETYPE     TO  SYSROUTINES-TIPO.            00009267
           MOVE   DEFP-PARMCOUNT       TO  SYSROUTINES-PARMCOUNT.       00009268
           EXEC SQL                                                     00009269
                SELECT LANGUAGE, ORIGIN                                 00009270
                  INTO :SYSROUTINES-LINGUAGEM, :SYSROUTINES-ORIGEM      00009271
                  FROM SYSIBM.SYSROUTINES                               00009272
                 WHERE SCHEMA       = :SYSROUTINES-SCHEMA               00009273
                   AND NAME         = :SYSROUTINES-NAME                 00009274
                   AND ROUTINETYPE  = :SYSROUTINES-TIPO                 00009275
                   AND PARM_COUNT   = :SYSROUTINES-PARMCOUNT            00009276
                 FETCH FIRST 1 ROW ONLY                                 00009277
           END-EXEC.                                                    00009278
           IF  SQLCODE  EQUAL  +100                                     00009279
               MOVE   SPACES           TO  FLAG-TEXTO                   00009280
               STRING WS-ROT-TEXTO DELIMITED BY SPACE                   00009281
                      ' AUSENTE NO DESTINO: ' DELIMITED BY SIZE         00009282
                      DEFP-SCHEMA DELIMITED BY SPACE                    00009283
                      '.' DELIMITED BY SIZE                             00009284
                      DEFP-NAME   DELIMITED BY SPACE                    00009285
                      ' (GERAR PELO DB2CRDDL)' DELIMITED BY SIZE        00009286
                      INTO FLAG-TEXTO                                   00009287
               WRITE  REG-DELTAS       FROM FLAG-DIF                    00009288
               ADD    +1               TO  WS-QTD-DIF                   00009289
               GO  TO  0670-0600-EXIT                                   00009290
           END-IF.                                                      00009291
           IF  SQLCODE  NOT EQUAL  +0                                   00009292
               DISPLAY '*** ERRO NO SELECT SYSROUTINES (DESTINO)'       00009293
               PERFORM  9999-9999-ERRO-DB2  THRU 9999-9999-EXIT         00009294
           END-IF.                                                      00009295
           IF  SYSROUTINES-LINGUAGEM  NOT EQUAL  DEFP-LANGUAGE          00009296
            OR SYSROUTINES-ORIGEM     NOT EQUAL  DEFP-ORIGIN            00009297
               MOVE   SPACES           TO  FLAG-TEXTO                   00009298
               STRING WS-ROT-TEXTO DELIMITED BY SPACE                   00009299
                      ' DIVERGENTE (LINGUAGEM/ORIGEM): '                00009300
                      DELIMITED BY SIZE                                 00009301
                      DEFP-SCHEMA DELIMITED BY SPACE                    00009302
                      '.' DELIMITED BY SIZE                             00009303
                      DEFP-NAME   DELIMITED BY SPACE                    00009304
                      INTO FLAG-TEXTO                                   00009305
               WRITE  REG-DELTAS       FROM FLAG-DIF                    00009306
               ADD    +1               TO  WS-QTD-DIF                   00009307
           END-IF.                                                      00009308
       0670-0600-EXIT. EXIT.                                            00009309
      *----------------------------------------------------------------*00009310
      * GERA O ALTER TABLE ADD COLUMN DA COLUNA AUSENTE NO DESTINO     *00009311
      *----------------------------------------------------------------*00009312
       0700-0620-GERA-ADDCOL.                                           00009313
           MOVE   SPACES               TO  ALT-TNAME.                   00009320
           STRING DEF-CREATOR DELIMITED BY SPACE '.'                    00009330
                  DEF-TABELA  DELIMITED BY SPACE                        00009340
           END-IF.                                                      00010100
       0900-9999-EXIT. EXIT.                                            00010110
      *----------------------------------------------------------------*00010120
      * REGISTRO DE PROMOCAO - FECHA A TABELA ANTERIOR DA COMPARACAO:  *00010130
      * AS DIFERENCAS QUE ELA GEROU DIZEM SE O DELTA FOI GERADO OU SE  *00010140
      * A MUDANCA JA ESTA APLICADA NESTE AMBIENTE                      *00010150
      *----------------------------------------------------------------*00010160
       0950-9999-FECHA-PROMOCAO.                                        00010170
           IF  PRM-SEM-REGISTRO                                         00010180
               OR  CH-PRM-PENDENTE  EQUAL  'N'                          00010190
               GO  TO  0950-9999-EXIT                                   00010200
           END-IF.                                                      00010210
           MOVE   'N'                  TO  CH-PRM-PENDENTE.             00010220
           COMPUTE WS-PRM-DIFERENCAS = WS-QTD-DIF - WS-PRM-DIF-INICIO.  00010230
           PERFORM 0960-9999-GRAVA-PROMOCAO THRU 0960-9999-EXIT.        00010240
       0950-9999-EXIT. EXIT.                                            00010250
      *----------------------------------------------------------------*00010260
      * REGISTRO DE PROMOCAO - GUARDA A TABELA DO REGISTRO 'T' LIDO    *00010270
      *----------------------------------------------------------------*00010280
       0955-9999-ABRE-PROMOCAO.                                         00010290
           IF  PRM-SEM-REGISTRO                                         00010300
               GO  TO  0955-9999-EXIT                                   00010310
           END-IF.                                                      00010320
           MOVE   'S'                  TO  CH-PRM-PENDENTE.             00010330
           MOVE   WS-QTD-DIF           TO  WS-PRM-DIF-INICIO.           00010340
           MOVE   DEFT-TICKET          TO  H-PRM-TICKET.                00010350
           MOVE   DEF-CREATOR          TO  H-PRM-CREATOR.               00010360
           MOVE   DEF-TABELA           TO  H-PRM-TABELA.                00010370
       0955-9999-EXIT. EXIT.                                            00010380
      *----------------------------------------------------------------*00010390
      * ATUALIZA DB2ADM.DBA_PROMOCAO PARA H-PRM-TICKET/CREATOR/TABELA: *00010400
      * - COM DIFERENCA: DELTA GERADO (DT_GERACAO, SO A PRIMEIRA VEZ); *00010410
      * - SEM DIFERENCA: APLICADA NO AMBIENTE DO PARM (DT_DEV/DT_HOM/  *00010420
      *   DT_PROD, SO A PRIMEIRA VEZ);                                 *00010430
      * - COMPARACAO EM PROD: DIF_PROD 'S'/'N' - SEM TICKET, A LINHA   *00010440
      *   DE TICKET EM BRANCO GUARDA A DIFERENCA                       *00010450
      *----------------------------------------------------------------*00010460
       0960-9999-GRAVA-PROMOCAO.                                        00010470
           IF  H-PRM-TICKET  EQUAL  SPACES                              00010480
               IF  MODO-EXTRACAO  OR  NOT PRM-AMB-PROD                  00010490
                   GO  TO  0960-9999-EXIT                               00010500
               END-IF                                                   00010510
               IF  WS-PRM-DIFERENCAS  EQUAL  +0                         00010520
                   PERFORM 0970-9999-PROD-IGUAL THRU 0970-9999-EXIT     00010530
               ELSE                                                     00010540
                   PERFORM 0965-9999-GARANTE-PROMOCAO                   00010550
                      THRU 0965-9999-EXIT                               00010560
                   PERFORM 0975-9999-PROD-DIFERENTE THRU 0975-9999-EXIT 00010570
               END-IF                                                   00010580
               GO  TO  0960-9999-EXIT                                   00010590
           END-IF.                                                      00010600
                                                                        00010610
           PERFORM 0965-9999-GARANTE-PROMOCAO THRU 0965-9999-EXIT.      00010620
           ADD    +1                   TO  WS-QTD-PROMOCAO.             00010630
           IF  WS-PRM-DIFERENCAS  GREATER  +0                           00010640
               EXEC SQL                                                 00010650
                    UPDATE DB2ADM.DBA_PROMOCAO                          00010660
                       SET DT_GERACAO  = CURRENT TIMESTAMP,             00010670
                           USR_GERACAO = USER                           00010680
                     WHERE TICKET     = :H-PRM-TICKET                   00010690
                       AND CREATOR    = :H-PRM-CREATOR                  00010700
                       AND TABELA     = :H-PRM-TABELA                   00010710
                       AND DT_GERACAO IS NULL                           00010720
               END-EXEC                                                 00010730
               IF  SQLCODE  NOT EQUAL  +0  AND  +100                    00010740
                   DISPLAY '*** ERRO NO UPDATE DBA_PROMOCAO (GERACAO)'  00010750
                   PERFORM  9999-9999-ERRO-DB2  THRU 9999-9999-EXIT     00010760
               END-IF                                                   00010770
               IF  MODO-COMPARACAO  AND  PRM-AMB-PROD                   00010780
                   PERFORM 0975-9999-PROD-DIFERENTE THRU 0975-9999-EXIT 00010790
               END-IF                                                   00010800
               GO  TO  0960-9999-EXIT                                   00010810
           END-IF.                                                      00010820
                                                                        00010830
           EVALUATE TRUE                                                00010840
               WHEN PRM-AMB-DEV                                         00010850
                    EXEC SQL                                            00010860
                         UPDATE DB2ADM.DBA_PROMOCAO                     00010870
                            SET DT_DEV  = CURRENT TIMESTAMP,            00010880
                                USR_DEV = USER                          00010890
                          WHERE TICKET  = :H-PRM-TICKET                 00010900
                            AND CREATOR = :H-PRM-CREATOR                00010910
                            AND TABELA  = :H-PRM-TABELA                 00010920
                            AND DT_DEV  IS NULL                         00010930
                    END-EXEC                                            00010940
               WHEN PRM-AMB-HOM                                         00010950
                    EXEC SQL                                            00010960
                         UPDATE DB2ADM.DBA_PROMOCAO                     00010970
                            SET DT_HOM  = CURRENT TIMESTAMP,            00010980
                                USR_HOM = USER                          00010990
                          WHERE TICKET  = :H-PRM-TICKET                 00011000
                            AND CREATOR = :H-PRM-CREATOR                00011010
                            AND TABELA  = :H-PRM-TABELA                 00011020
                            AND DT_HOM  IS NULL                         00011030
                    END-EXEC                                            00011040
               WHEN OTHER                                               00011050
                    EXEC SQL                                            00011060
                         UPDATE DB2ADM.DBA_PROMOCAO                     00011070
                            SET DT_PROD  = CURRENT TIMESTAMP,           00011080
                                USR_PROD = USER                         00011090
                          WHERE TICKET   = :H-PRM-TICKET                00011100
                            AND CREATOR  = :H-PRM-CREATOR               00011110
                            AND TABELA   = :H-PRM-TABELA                00011120
                            AND DT_PROD  IS NULL                        00011130
                    END-EXEC                                            00011140
           END-EVALUATE.                                                00011150
           IF  SQLCODE  NOT EQUAL  +0  AND  +100                        00011160
               DISPLAY '*** ERRO NO UPDATE DBA_PROMOCAO (APLICACAO)'    00011170
               PERFORM  9999-9999-ERRO-DB2  THRU 9999-9999-EXIT         00011180
           END-IF.                                                      00011190
           IF  MODO-COMPARACAO  AND  PRM-AMB-PROD                       00011200
               PERFORM 0970-9999-PROD-IGUAL THRU 0970-9999-EXIT         00011210
           END-IF.                                                      00011220
       0960-9999-EXIT. EXIT.                                            00011230
      *----------------------------------------------------------------*00011240
      * CRIA A LINHA DO TICKET/OBJETO NO REGISTRO, SE AINDA NAO EXISTE *00011250
      *----------------------------------------------------------------*00011260
       0965-9999-GARANTE-PROMOCAO.                                      00011270
           EXEC SQL                                                     00011280
                SELECT COUNT(*)                                         00011290
                  INTO :H-PRM-QTD                                       00011300
                  FROM DB2ADM.DBA_PROMOCAO                              00011310
                 WHERE TICKET  = :H-PRM-TICKET                          00011320
                   AND CREATOR = :H-PRM-CREATOR                         00011330
                   AND TABELA  = :H-PRM-TABELA                          00011340
           END-EXEC.                                                    00011350
           IF  SQLCODE  NOT EQUAL  +0                                   00011360
               DISPLAY '*** ERRO NO SELECT DBA_PROMOCAO'                00011370
               PERFORM  9999-9999-ERRO-DB2  THRU 9999-9999-EXIT         00011380
           END-IF.                                                      00011390
           IF  H-PRM-QTD  GREATER  +0                                   00011400
               GO  TO  0965-9999-EXIT                                   00011410
           END-IF.                                                      00011420
           EXEC SQL                                                     00011430
                INSERT INTO DB2ADM.DBA_PROMOCAO                         00011440
                       (TICKET, CREATOR, TABELA, DIF_PROD)              00011450
                VALUES (:H-PRM-TICKET, :H-PRM-CREATOR,                  00011460
                        :H-PRM-TABELA, 'N')                             00011470
           END-EXEC.                                                    00011480
           IF  SQLCODE  NOT EQUAL  +0                                   00011490
               DISPLAY '*** ERRO NO INSERT DBA_PROMOCAO'                00011500
               PERFORM  9999-9999-ERRO-DB2  THRU 9999-9999-EXIT         00011510
           END-IF.                                                      00011520
       0965-9999-EXIT. EXIT.                                            00011530
      *----------------------------------------------------------------*00011540
      * PROD IGUAL A ORIGEM: NENHUMA LINHA DO OBJETO FICA DIFERENTE    *00011550
      *----------------------------------------------------------------*00011560
       0970-9999-PROD-IGUAL.                                            00011570
           EXEC SQL                                                     00011580
                UPDATE DB2ADM.DBA_PROMOCAO                              00011590
                   SET DIF_PROD = 'N'                                   00011600
                 WHERE CREATOR  = :H-PRM-CREATOR                        00011610
                   AND TABELA   = :H-PRM-TABELA                         00011620
                   AND DIF_PROD = 'S'                                   00011630
           END-EXEC.                                                    00011640
           IF  SQLCODE  NOT EQUAL  +0  AND  +100                        00011650
               DISPLAY '*** ERRO NO UPDATE DBA_PROMOCAO (DIF_PROD)'     00011660
               PERFORM  9999-9999-ERRO-DB2  THRU 9999-9999-EXIT         00011670
           END-IF.                                                      00011680
       0970-9999-EXIT. EXIT.                                            00011690
      *----------------------------------------------------------------*00011700
      * PROD DIFERENTE DA ORIGEM: MARCA A LINHA DO TICKET (OU A LINHA  *00011710
      * SEM TICKET)                                                    *00011720
      *----------------------------------------------------------------*00011730
       0975-9999-PROD-DIFERENTE.                                        00011740
           EXEC SQL                                                     00011750
                UPDATE DB2ADM.DBA_PROMOCAO                              00011760
                   SET DIF_PROD = 'S'                                   00011770
                 WHERE TICKET   = :H-PRM-TICKET                         00011780
                   AND CREATOR  = :H-PRM-CREATOR                        00011790
                   AND TABELA   = :H-PRM-TABELA                         00011800
           END-EXEC.                                                    00011810
           IF  SQLCODE  NOT EQUAL  +0  AND  +100                        00011820
               DISPLAY '*** ERRO NO UPDATE DBA_PROMOCAO (DIF_PROD)'     00011830
               PERFORM  9999-9999-ERRO-DB2  THRU 9999-9999-EXIT         00011840
           END-IF.                                                      00011850
       0975-9999-EXIT. EXIT.                                            00011860
      *----------------------------------------------------------------*00011870
      *                                                                *00011880
      *----------------------------------------------------------------*00011890
       9999-9999-ERRO-DB2.                                              00011900
           MOVE   SQLCODE              TO  WS-SQLCODE.                  00011910
           DISPLAY '*** SQLCODE  ' WS-SQLCODE.                          00011920
           DISPLAY '    SQLERRMC ' SQLERRMC.                            00011930
           DISPLAY '    SQLSTATE ' SQLSTATE.                            00011940
           MOVE   +16                  TO  RETURN-CODE.                 00011950
           STOP RUN.                                                    00011960
       9999-9999-EXIT. EXIT.                                            00011970
