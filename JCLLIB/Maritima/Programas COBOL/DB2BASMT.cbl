      *     COLUNAS 1-44 COMO SEMPRE);                                  00000130
      *   - RELATA EM RELATO CADA TRANSACAO APLICADA OU RECUSADA.       00000140
      *   RETURN-CODE 4 QUANDO HOUVE TRANSACAO RECUSADA.                00000150
      *   OUT/26 - APROVACAO ONLINE: INCLUSAO SEM APROVADOR NO CARTAO   00000151
      *   NAO E' MAIS RECUSADA - VAI PENDENTE PARA O PORTAO DE          00000152
      *   APROVACAO EM TABELA DB2ADM.DBA_APROVACAO (VIA DB2APREG, TIPO  00000153
      *   'B'), ONDE O APROVADOR DECIDE PELA BANCADA ONLINE DB2DBAP COM 00000154
      *   O USUARIO DO CICS. APROVADA ONLINE, A TRANSACAO E' APLICADA   00000155
      *   COM ESSE APROVADOR E A DATA DA DECISAO COMO VIGENCIA - PELO   00000156
      *   CARTAO, SE ELE VIER DE NOVO, OU DIRETO DA TABELA NO FIM DA    00000157
      *   RODADA. CARTAO COM APROVADOR CONTINUA VALENDO COMO ANTES.     00000158
      *   TRANSACAO APLICADA E' MARCADA EXECUTADA NA TABELA (HISTORICO  00000159
      *   EM DBA_APROVACAO_HIST). RETURN-CODE 4 TAMBEM QUANDO HA        00000160
      *   TRANSACAO AGUARDANDO APROVACAO OU EM ESPERA.                  00000161
      *   OUT/26 - TRANSACAO APROVADA ONLINE QUE JA ESTA NO BASELINE    00000162
      *   (INCLUSAO) OU QUE JA SAIU DELE (RETIRADA) NAO E' MAIS         00000163
      *   RECUSADA: O ITEM E' MARCADO EXECUTADO NO PORTAO E SAI DA      00000164
      *   FILA, SEM VOLTAR A CADA RODADA.                               00000165
      * AREA RESPONSAVEL: ADMINISTRACAO DE BANCO DE DADOS               00000166
      *----------------------------------------------------------------*00000170
       ENVIRONMENT    DIVISION.                                         00000180
      *                                                                 00000190
           02  TRN-DT-VIGENCIA         PIC  9(08).                      00000870
           02  FILLER                  PIC  X(15).                      00000880
      *----------------------------------------------------------------*00000890
      * PARAMETRO DO PORTAO DE APROVACAO EM TABELA (DB2APREG)          *00000891
      *----------------------------------------------------------------*00000892
       01  APR-PARM.                                                    00000893
           02  APR-FUNCAO         PIC X(01)      VALUE 'P'.             00000894
           02  APR-PROGRAMA       PIC X(08)      VALUE 'DB2BASMT'.      00000895
           02  APR-TIPO-ITEM      PIC X(01)      VALUE 'B'.             00000896
           02  APR-CREATOR        PIC X(08)      VALUE SPACES.          00000897
           02  APR-OBJETO         PIC X(18)      VALUE SPACES.          00000898
           02  APR-GRANTEE        PIC X(08)      VALUE SPACES.          00000899
           02  APR-PRIVILEGIO     PIC X(08)      VALUE SPACES.          00000900
           02  APR-ACAO           PIC X(01)      VALUE SPACES.          00000901
           02  APR-NPAGES         PIC 9(09)      VALUE ZEROS.           00000902
           02  APR-SITUACAO       PIC X(01)      VALUE SPACES.          00000903
           02  APR-APROVADOR      PIC X(08)      VALUE SPACES.          00000904
           02  APR-DATA           PIC 9(08)      VALUE ZEROS.           00000905
           02  APR-RETURN-CODE    PIC 9(02)      VALUE ZEROS.           00000906
      *----------------------------------------------------------------*00000907
      * BASELINE CARREGADO                                             *00000908
      *----------------------------------------------------------------*00000910
       01  TAB-BASELINE.                                                00000920
           02  QTD-BAS            PIC S9(04) COMP    VALUE +0.          00000930
       01  FILLER.                                                      00001060
           02  WS-QTD-TRANS            PIC S9(04) COMP VALUE +0.        00001070
           02  WS-QTD-ERROS            PIC S9(04) COMP VALUE +0.        00001080
           02  WS-QTD-AGUARDANDO       PIC S9(04) COMP VALUE +0.        00001083
           02  WS-ORIGEM               PIC  X(09)      VALUE SPACES.    00001086
           02  ZQTD                    PIC ZZZZ9.                       00001090
      *----------------------------------------------------------------*00001100
      * CONTROLES                                                      *00001110
           PERFORM 0100-0000-CARREGA-BASOLD THRU 0100-0000-EXIT.        00001590
           PERFORM 0200-0000-LE-TRANS THRU 0200-0000-EXIT               00001600
             UNTIL FIM-TRANS.                                           00001610
           PERFORM 0500-0000-APROVADAS-ONLINE THRU 0500-0000-EXIT.      00001615
           PERFORM 0400-0000-GRAVA-BASNEW THRU 0400-0000-EXIT           00001620
             VARYING IND-BAS FROM +1 BY +1                              00001630
               UNTIL IND-BAS GREATER QTD-BAS.                           00001640
           STRING 'TRANSACOES RECUSADAS: ' ZQTD                         00001730
                  DELIMITED BY SIZE INTO LINHA-REL.                     00001740
           PERFORM 0900-9999-IMPRIME THRU 0900-9999-EXIT.               00001750
           MOVE   WS-QTD-AGUARDANDO    TO  ZQTD.                        00001752
           STRING 'TRANSACOES AGUARDANDO APROVACAO: ' ZQTD              00001754
                  DELIMITED BY SIZE INTO LINHA-REL.                     00001756
           PERFORM 0900-9999-IMPRIME THRU 0900-9999-EXIT.               00001758
                                                                        00001760
           CLOSE BASOLD TRANS BASNEW RELATO.                            00001770
           IF  WS-QTD-ERROS  GREATER  +0                                00001780
               OR  WS-QTD-AGUARDANDO  GREATER  +0                       00001785
               MOVE   +4               TO  RETURN-CODE                  00001790
           ELSE                                                         00001800
               MOVE   +0               TO  RETURN-CODE                  00001810
           END-IF.                                                      00001820
           MOVE   'F'                  TO  APR-FUNCAO.                  00001822
           MOVE   RETURN-CODE          TO  APR-RETURN-CODE.             00001824
           CALL  'DB2APREG'  USING  APR-PARM.                           00001826
           STOP  RUN.                                                   00001830
       0000-0000-EXIT. EXIT.                                            00001840
      *----------------------------------------------------------------*00001850
                   MOVE   'SIM'         TO   N88-FIM-TRANS              00002250
                   GO  TO  0200-0000-EXIT                               00002260
           END-READ.                                                    00002270
           MOVE   ' (CARTAO)'          TO  WS-ORIGEM.                   00002275
           PERFORM 0300-0200-APLICA-TRANS THRU 0300-0200-EXIT.          00002280
       0200-0000-EXIT. EXIT.                                            00002290
      *----------------------------------------------------------------*00002300
      *----------------------------------------------------------------*00002690
       0320-0300-INCLUI.                                                00002700
           IF  TRN-APROVADOR  EQUAL  SPACES                             00002710
               PERFORM 0340-0320-DECISAO-ONLINE THRU 0340-0320-EXIT     00002720
               IF  TRN-APROVADOR  EQUAL  SPACES                         00002730
                   GO  TO  0320-0300-EXIT                               00002740
               END-IF                                                   00002750
           END-IF.                                                      00002800
           IF  ACHOU-BAS                                                00002810
               IF  WS-ORIGEM  EQUAL  ' (ONLINE)'                        00002811
                   MOVE   SPACES       TO  LINHA-REL                    00002812
                   STRING '   JA EXISTE (ITEM ONLINE ENCERRADO): '      00002813
                          TRN-GRANTEE ' ' TRN-PRIVILEGIO ' EM '         00002814
                          TRN-CREATOR '.' TRN-TABELA                    00002815
                          DELIMITED BY SIZE INTO LINHA-REL              00002816
                   PERFORM 0900-9999-IMPRIME THRU 0900-9999-EXIT        00002817
                   PERFORM 0350-9999-MARCA-EXECUTADA                    00002818
                      THRU 0350-9999-EXIT                               00002819
                   GO  TO  0320-0300-EXIT                               00002820
               END-IF                                                   00002821
               ADD    +1               TO  WS-QTD-ERROS                 00002822
               MOVE   SPACES           TO  LINHA-REL                    00002830
               STRING '   RECUSADA (JA EXISTE): '                       00002840
                      TRN-GRANTEE ' ' TRN-PRIVILEGIO ' EM '             00002850
                  TRN-PRIVILEGIO ' EM '                                 00003060
                  TRN-CREATOR '.' TRN-TABELA                            00003070
                  ' POR ' TRN-APROVADOR ' EM ' TRN-DT-VIGENCIA          00003080
                  WS-ORIGEM                                             00003085
                  DELIMITED BY SIZE INTO LINHA-REL.                     00003090
           PERFORM 0900-9999-IMPRIME THRU 0900-9999-EXIT.               00003100
           PERFORM 0350-9999-MARCA-EXECUTADA THRU 0350-9999-EXIT.       00003105
       0320-0300-EXIT. EXIT.                                            00003110
      *----------------------------------------------------------------*00003120
      *                                                                *00003130
      *----------------------------------------------------------------*00003140
       0330-0300-RETIRA.                                                00003150
           IF  NOT ACHOU-BAS                                            00003160
               IF  WS-ORIGEM  EQUAL  ' (ONLINE)'                        00003161
                   MOVE   SPACES       TO  LINHA-REL                    00003162
                   STRING '   NAO EXISTE (ITEM ONLINE ENCERRADO): '     00003163
                          TRN-GRANTEE ' ' TRN-PRIVILEGIO ' EM '         00003164
                          TRN-CREATOR '.' TRN-TABELA                    00003165
                          DELIMITED BY SIZE INTO LINHA-REL              00003166
                   PERFORM 0900-9999-IMPRIME THRU 0900-9999-EXIT        00003167
                   PERFORM 0350-9999-MARCA-EXECUTADA                    00003168
                      THRU 0350-9999-EXIT                               00003169
                   GO  TO  0330-0300-EXIT                               00003170
               END-IF                                                   00003171
               ADD    +1               TO  WS-QTD-ERROS                 00003172
               MOVE   SPACES           TO  LINHA-REL                    00003180
               STRING '   RECUSADA (NAO EXISTE): '                      00003190
                      TRN-GRANTEE ' ' TRN-PRIVILEGIO ' EM '             00003200
                  TRN-PRIVILEGIO ' EM '                                 00003300
                  TRN-CREATOR '.' TRN-TABELA                            00003310
                  ' POR ' TRN-APROVADOR                                 00003320
                  WS-ORIGEM                                             00003325
                  DELIMITED BY SIZE INTO LINHA-REL.                     00003326
           PERFORM 0900-9999-IMPRIME THRU 0900-9999-EXIT.               00003327
           PERFORM 0350-9999-MARCA-EXECUTADA THRU 0350-9999-EXIT.       00003328
       0330-0300-EXIT. EXIT.                                            00003329
      *----------------------------------------------------------------*00003330
      * INCLUSAO SEM APROVADOR NO CARTAO: VALE A DECISAO ONLINE DO     *00003331
      * PORTAO EM TABELA (DB2DBAP); SEM DECISAO, A TRANSACAO FICA      *00003332
      * PENDENTE LA' E SO' E' APLICADA QUANDO FOR APROVADA             *00003333
      *----------------------------------------------------------------*00003334
       0340-0320-DECISAO-ONLINE.                                        00003335
           PERFORM 0360-9999-CHAVE-ITEM THRU 0360-9999-EXIT.            00003336
           MOVE   'C'                  TO  APR-FUNCAO.                  00003337
           MOVE   RETURN-CODE          TO  APR-RETURN-CODE.             00003338
           CALL  'DB2APREG'  USING  APR-PARM.                           00003339
           IF  APR-SITUACAO  EQUAL  'A'                                 00003340
               MOVE   APR-APROVADOR    TO  TRN-APROVADOR                00003341
               IF  TRN-DT-VIGENCIA  NOT NUMERIC                         00003342
                   OR  TRN-DT-VIGENCIA  EQUAL  ZEROS                    00003343
                   MOVE   APR-DATA     TO  TRN-DT-VIGENCIA              00003344
               END-IF                                                   00003345
               MOVE   ' (ONLINE)'      TO  WS-ORIGEM                    00003346
               GO  TO  0340-0320-EXIT                                   00003347
           END-IF.                                                      00003348
           IF  APR-SITUACAO  EQUAL  'X'                                 00003349
               ADD    +1               TO  WS-QTD-ERROS                 00003350
               MOVE   SPACES           TO  LINHA-REL                    00003351
               STRING '   RECUSADA (SEM APROVADOR): '                   00003352
                      TRN-GRANTEE ' ' TRN-PRIVILEGIO ' EM '             00003353
                      TRN-CREATOR '.' TRN-TABELA                        00003354
                      DELIMITED BY SIZE INTO LINHA-REL                  00003355
               PERFORM 0900-9999-IMPRIME THRU 0900-9999-EXIT            00003356
               GO  TO  0340-0320-EXIT                                   00003357
           END-IF.                                                      00003358
           ADD    +1                   TO  WS-QTD-AGUARDANDO.           00003359
           MOVE   SPACES               TO  LINHA-REL.                   00003360
           IF  APR-SITUACAO  EQUAL  'H'                                 00003361
               STRING '   EM ESPERA (ONLINE): '                         00003362
                      TRN-GRANTEE ' ' TRN-PRIVILEGIO ' EM '             00003363
                      TRN-CREATOR '.' TRN-TABELA                        00003364
                      ' POR ' APR-APROVADOR                             00003365
                      DELIMITED BY SIZE INTO LINHA-REL                  00003366
           ELSE                                                         00003367
               MOVE   'P'              TO  APR-FUNCAO                   00003368
               CALL  'DB2APREG'  USING  APR-PARM                        00003369
               STRING '   AGUARDANDO APROVACAO: '                       00003370
                      TRN-GRANTEE ' ' TRN-PRIVILEGIO ' EM '             00003371
                      TRN-CREATOR '.' TRN-TABELA                        00003372
                      DELIMITED BY SIZE INTO LINHA-REL                  00003373
           END-IF.                                                      00003374
           PERFORM 0900-9999-IMPRIME THRU 0900-9999-EXIT.               00003375
       0340-0320-EXIT. EXIT.                                            00003376
      *----------------------------------------------------------------*00003377
      * TRANSACAO APLICADA: ITEM MARCADO EXECUTADO NO PORTAO EM TABELA *00003378
      * (SE ESTIVER LA'), COM O APROVADOR DA TRANSACAO                 *00003379
      *----------------------------------------------------------------*00003380
       0350-9999-MARCA-EXECUTADA.                                       00003381
           PERFORM 0360-9999-CHAVE-ITEM THRU 0360-9999-EXIT.            00003382
           MOVE   TRN-APROVADOR        TO  APR-APROVADOR.               00003383
           MOVE   'E'                  TO  APR-FUNCAO.                  00003384
           MOVE   RETURN-CODE          TO  APR-RETURN-CODE.             00003385
           CALL  'DB2APREG'  USING  APR-PARM.                           00003386
       0350-9999-EXIT. EXIT.                                            00003387
      *----------------------------------------------------------------*00003388
      * CHAVE DO ITEM NO PORTAO EM TABELA A PARTIR DA TRANSACAO        *00003389
      *----------------------------------------------------------------*00003390
       0360-9999-CHAVE-ITEM.                                            00003391
           MOVE   TRN-CREATOR          TO  APR-CREATOR.                 00003392
           MOVE   TRN-TABELA           TO  APR-OBJETO.                  00003393
           MOVE   TRN-GRANTEE          TO  APR-GRANTEE.                 00003394
           MOVE   TRN-PRIVILEGIO       TO  APR-PRIVILEGIO.              00003395
           MOVE   TRN-ACAO             TO  APR-ACAO.                    00003396
           MOVE   ZEROS                TO  APR-NPAGES.                  00003397
       0360-9999-EXIT. EXIT.                                            00003398
      *----------------------------------------------------------------*00003399
      * GRAVA O BASELINE NOVO (SO AS ENTRADAS ATIVAS)                  *00003400
      *----------------------------------------------------------------*00003401
       0400-0000-GRAVA-BASNEW.                                          00003402
           IF  TB-BAS-SITUACAO(IND-BAS)  NOT EQUAL  'A'                 00003403
               GO  TO  0400-0000-EXIT                                   00003410
           END-IF.                                                      00003420
           MOVE   SPACES               TO  REG-BASELINE.                00003430
           MOVE   TB-BAS-APROVADOR(IND-BAS)  TO  BAS-APROVADOR.         00003480
           MOVE   TB-BAS-DATA(IND-BAS)       TO  BAS-DT-VIGENCIA.       00003490
           WRITE  REG-BASNEW           FROM REG-BASELINE.               00003500
       0400-0000-EXIT. EXIT.                                            00003501
      *----------------------------------------------------------------*00003502
      * TRANSACOES APROVADAS ONLINE QUE NAO VIERAM NO TRANS DESTA      *00003503
      * RODADA: APLICADAS DIRETO DA TABELA DO PORTAO                   *00003504
      *----------------------------------------------------------------*00003505
       0500-0000-APROVADAS-ONLINE.                                      00003506
           MOVE   'N'                  TO  APR-FUNCAO.                  00003507
           MOVE   RETURN-CODE          TO  APR-RETURN-CODE.             00003508
           CALL  'DB2APREG'  USING  APR-PARM.                           00003509
           IF  APR-SITUACAO  NOT EQUAL  'A'                             00003510
               GO  TO  0500-0000-EXIT                                   00003511
           END-IF.                                                      00003512
           MOVE   SPACES               TO  REG-TRANSACAO.               00003513
           MOVE   APR-ACAO             TO  TRN-ACAO.                    00003514
           MOVE   APR-GRANTEE          TO  TRN-GRANTEE.                 00003515
           MOVE   APR-CREATOR          TO  TRN-CREATOR.                 00003516
           MOVE   APR-OBJETO           TO  TRN-TABELA.                  00003517
           MOVE   APR-PRIVILEGIO       TO  TRN-PRIVILEGIO.              00003518
           MOVE   APR-APROVADOR        TO  TRN-APROVADOR.               00003519
           MOVE   APR-DATA             TO  TRN-DT-VIGENCIA.             00003520
           MOVE   ' (ONLINE)'          TO  WS-ORIGEM.                   00003521
           PERFORM 0300-0200-APLICA-TRANS THRU 0300-0200-EXIT.          00003522
           GO  TO  0500-0000-APROVADAS-ONLINE.                          00003523
       0500-0000-EXIT. EXIT.                                            00003524
      *----------------------------------------------------------------*00003525
      * IMPRESSAO PAGINADA (COMO O RELATO DO DB2AUTCM)                 *00003530
      *----------------------------------------------------------------*00003540
       0900-9999-IMPRIME.                                               00003550
