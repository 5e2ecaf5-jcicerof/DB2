      *     NAO AVALIADAS;                                              00000140
      *   - RETURN-CODE 4 QUANDO HA CARTAO SEM AVALIACAO OU APROVADO    00000150
      *     SEM APROVADOR - NADA DESCE PARA O DROP SEM DONO.            00000160
      *   OUT/26 - CARTOES DE INDICE (TIPO 'I' NA COLUNA 58, GRAVADOS   00000161
      *   PELO DB2IXRED): O APROVADO VAI PARA O IXDECK COMO DROP INDEX  00000162
      *   (TRECHO './ DECK DSNTEP2' QUE O DB2JCLBD EMBRULHA), COM O     00000163
      *   APROVADOR E A DATA EM COMENTARIO; NAO DESCE AO DB2DRPTB.      00000164
      *   OUT/26 - O CARTAO './ DECK' LEVA O PROGRAMA E O DDNAME (COLS  00000165
      *   18-34) E O IXDECK E' REGISTRADO NO REGISTRO CENTRAL DE DECKS  00000166
      *   DB2ADM.DBA_DECK (VIA DB2DKREG) COM A QTD DE DROP INDEX E O    00000167
      *   TICKET DA MUDANCA (PARM, ATE 12 POSICOES); O PASSO RODA SOB   00000168
      *   DSN (IKJEFT01).                                               00000169
      *   OUT/26 - DECISAO ONLINE: PARA CADA CARTAO O PROGRAMA CONSULTA 00000170
      *   O PORTAO DE APROVACAO EM TABELA DB2ADM.DBA_APROVACAO (VIA     00000171
      *   DB2APREG), ONDE O APROVADOR DECIDE PELA BANCADA DB2DBAP COM O 00000172
      *   USUARIO DO CICS. DECISAO ONLINE ('A' OU 'H') PREVALECE SOBRE  00000173
      *   A MARCACAO DO CARTAO; SEM ELA VALE O CARTAO, COMO ANTES. O    00000174
      *   RELATO DIZ A ORIGEM DE CADA DECISAO (ONLINE/CARTAO) E O ITEM  00000175
      *   APLICADO (DROP GERADO) E' MARCADO EXECUTADO NA TABELA, COM    00000176
      *   LINHA NO HISTORICO DBA_APROVACAO_HIST.                        00000177
      * AREA RESPONSAVEL: ADMINISTRACAO DE BANCO DE DADOS               00000178
      *----------------------------------------------------------------*00000180
       ENVIRONMENT    DIVISION.                                         00000190
      *                                                                 00000200
       FILE-CONTROL.                                                    00000220
           SELECT  APROVFIL ASSIGN  TO  APROVFIL.                       00000230
           SELECT  DRPSYSIN ASSIGN  TO  DRPSYSIN.                       00000240
           SELECT  IXDECK   ASSIGN  TO  IXDECK.                         00000245
           SELECT  RELATO   ASSIGN  TO  RELATO.                         00000250
      *                                                                 00000260
       DATA DIVISION.                                                   00000270
           RECORDING MODE IS F.                                         00000380
                                                                        00000390
       01  REG-DRPSYSIN                PIC  X(080).                     00000400
      *                                                                 00000401
       FD  IXDECK                                                       00000402
           LABEL  RECORD  IS  OMITTED                                   00000403
           RECORDING MODE IS F.                                         00000404
                                                                        00000405
       01  REG-IXDECK                  PIC  X(080).                     00000406
      *                                                                 00000410
       FD  RELATO                                                       00000420
           LABEL  RECORD  IS  OMITTED                                   00000430
           02  CAN-APROVADOR      PIC X(08).                            00000610
           02  FILLER             PIC X(01).                            00000620
           02  CAN-DATA           PIC 9(08).                            00000630
           02  CAN-TIPO           PIC X(01).                            00000631
               88  CAN-INDICE                        VALUE 'I'.         00000632
           02  FILLER             PIC X(22).                            00000633
      *----------------------------------------------------------------*00000634
      * PARAMETRO DO PORTAO DE APROVACAO EM TABELA (DB2APREG)          *00000635
      *----------------------------------------------------------------*00000636
       01  APR-PARM.                                                    00000637
           02  APR-FUNCAO         PIC X(01)      VALUE 'P'.             00000638
           02  APR-PROGRAMA       PIC X(08)      VALUE 'DB2APRVL'.      00000639
           02  APR-TIPO-ITEM      PIC X(01)      VALUE 'T'.             00000640
           02  APR-CREATOR        PIC X(08)      VALUE SPACES.          00000641
           02  APR-OBJETO         PIC X(18)      VALUE SPACES.          00000642
           02  APR-GRANTEE        PIC X(08)      VALUE SPACES.          00000643
           02  APR-PRIVILEGIO     PIC X(08)      VALUE SPACES.          00000644
           02  APR-ACAO           PIC X(01)      VALUE SPACES.          00000645
           02  APR-NPAGES         PIC 9(09)      VALUE ZEROS.           00000646
           02  APR-SITUACAO       PIC X(01)      VALUE SPACES.          00000647
           02  APR-APROVADOR      PIC X(08)      VALUE SPACES.          00000648
           02  APR-DATA           PIC 9(08)      VALUE ZEROS.           00000649
           02  APR-RETURN-CODE    PIC 9(02)      VALUE ZEROS.           00000650
      *----------------------------------------------------------------*00000651
      * CARTAO GERADO PARA O SYSIN DO DB2DRPTB                         *00000660
      *----------------------------------------------------------------*00000670
       01  LIN-DRPTB.                                                   00000680
           02  WS-QTD-ESPERA           PIC S9(04) COMP VALUE +0.        00000800
           02  WS-QTD-PENDENTES        PIC S9(04) COMP VALUE +0.        00000810
           02  WS-QTD-INVALIDAS        PIC S9(04) COMP VALUE +0.        00000820
           02  WS-QTD-INDICES          PIC S9(04) COMP VALUE +0.        00000823
           02  LIN-DECK                PIC  X(80)      VALUE SPACES.    00000826
           02  ZQTD                    PIC ZZZZ9.                       00000830
           02  WS-ORIGEM               PIC  X(09)      VALUE SPACES.    00000831
      *----------------------------------------------------------------*00000832
      * PARAMETRO DO REGISTRO CENTRAL DE DECKS (DB2DKREG)              *00000833
      *----------------------------------------------------------------*00000834
       01  DKR-PARM.                                                    00000835
           02  DKR-FUNCAO         PIC X(01)      VALUE 'G'.             00000836
           02  DKR-PROGRAMA       PIC X(08)      VALUE 'DB2APRVL'.      00000837
           02  DKR-DATASET        PIC X(08)      VALUE 'IXDECK'.        00000838
           02  DKR-TIPO-DECK      PIC X(08)      VALUE 'INDEX'.         00000839
           02  DKR-QTD-OBJETOS    PIC 9(05)      VALUE ZEROS.           00000840
           02  DKR-TICKET         PIC X(12)      VALUE SPACES.          00000841
           02  DKR-SITUACAO       PIC X(01)      VALUE SPACES.          00000842
           02  DKR-RETURN-CODE    PIC 9(02)      VALUE ZEROS.           00000843
      *----------------------------------------------------------------*00000844
      * CONTROLES                                                      *00000850
      *----------------------------------------------------------------*00000860
       01  CHAVES-FIM.                                                  00000870
      *----------------------------------------------------------------*00001180
      *                                                                *00001190
      *----------------------------------------------------------------*00001200
       LINKAGE     SECTION.                                             00001210
       01  PARMJOB.                                                     00001211
           02  PARM-LEN           PIC  9(04)  COMP.                     00001212
           02  PARM-TICKET        PIC  X(12).                           00001213
      *----------------------------------------------------------------*00001214
      *                                                                *00001215
      *----------------------------------------------------------------*00001216
       PROCEDURE   DIVISION      USING   PARMJOB.                       00001217
      *----------------------------------------------------------------*00001220
      *                                                                *00001230
      *----------------------------------------------------------------*00001240
       0000-0000-PRINCIPAL.                                             00001250
           OPEN INPUT  APROVFIL.                                        00001260
           OPEN OUTPUT DRPSYSIN IXDECK RELATO.                          00001270
           IF  PARM-LEN  GREATER  ZEROS                                 00001271
               IF  PARM-LEN  LESS  12                                   00001272
                   MOVE  PARM-TICKET(1:PARM-LEN)  TO  DKR-TICKET        00001273
               ELSE                                                     00001274
                   MOVE  PARM-TICKET              TO  DKR-TICKET        00001275
               END-IF                                                   00001276
           END-IF.                                                      00001277
           ACCEPT CURDATA              FROM DATE.                       00001280
           PERFORM 0100-0000-TRATA-CARTAO THRU 0100-0000-EXIT           00001290
             UNTIL FIM-APROVFIL.                                        00001300
                  DELIMITED BY SIZE INTO LINHA-REL.                     00001480
           PERFORM 0900-9999-IMPRIME THRU 0900-9999-EXIT.               00001490
                                                                        00001500
           CLOSE APROVFIL DRPSYSIN IXDECK RELATO.                       00001510
           IF  WS-QTD-PENDENTES  GREATER  +0                            00001520
               OR  WS-QTD-INVALIDAS  GREATER  +0                        00001530
               MOVE   +4               TO  RETURN-CODE                  00001540
           ELSE                                                         00001550
               MOVE   +0               TO  RETURN-CODE                  00001560
           END-IF.                                                      00001570
           IF  WS-QTD-INDICES  GREATER  +0                              00001571
               MOVE   WS-QTD-INDICES   TO  DKR-QTD-OBJETOS              00001572
               MOVE   RETURN-CODE      TO  DKR-RETURN-CODE              00001573
               CALL  'DB2DKREG'  USING  DKR-PARM                        00001574
           END-IF.                                                      00001575
           MOVE   'F'                  TO  APR-FUNCAO.                  00001576
           MOVE   RETURN-CODE          TO  APR-RETURN-CODE.             00001577
           CALL  'DB2APREG'  USING  APR-PARM.                           00001578
           STOP  RUN.                                                   00001580
       0000-0000-EXIT. EXIT.                                            00001590
      *----------------------------------------------------------------*00001600
                   MOVE   'SIM'         TO   N88-FIM-APROVFIL           00001660
                   GO  TO  0100-0000-EXIT                               00001670
           END-READ.                                                    00001680
           PERFORM 0150-0100-DECISAO-ONLINE THRU 0150-0100-EXIT.        00001685
           EVALUATE CAN-STATUS                                          00001690
               WHEN 'A'                                                 00001700
                    PERFORM 0200-0100-APROVADA THRU 0200-0100-EXIT      00001710
                    ADD    +1           TO  WS-QTD-ESPERA               00001730
                    MOVE   SPACES       TO  LINHA-REL                   00001740
                    STRING '   EM ESPERA.....: ' CAN-CREATOR '.'        00001750
                           CAN-TABELA WS-ORIGEM                         00001760
                           DELIMITED BY SIZE INTO LINHA-REL             00001770
                    PERFORM 0900-9999-IMPRIME THRU 0900-9999-EXIT       00001780
               WHEN OTHER                                               00001790
                           DELIMITED BY SIZE INTO LINHA-REL             00001840
                    PERFORM 0900-9999-IMPRIME THRU 0900-9999-EXIT       00001850
           END-EVALUATE.                                                00001860
       0100-0000-EXIT. EXIT.                                            00001861
      *----------------------------------------------------------------*00001862
      * DECISAO ONLINE (BANCADA DB2DBAP) PREVALECE SOBRE O CARTAO      *00001863
      *----------------------------------------------------------------*00001864
       0150-0100-DECISAO-ONLINE.                                        00001865
           MOVE   ' (CARTAO)'          TO  WS-ORIGEM.                   00001866
           IF  CAN-INDICE                                               00001867
               MOVE   'I'              TO  APR-TIPO-ITEM                00001868
           ELSE                                                         00001869
               MOVE   'T'              TO  APR-TIPO-ITEM                00001870
           END-IF.                                                      00001871
           MOVE   CAN-CREATOR          TO  APR-CREATOR.                 00001872
           MOVE   CAN-TABELA           TO  APR-OBJETO.                  00001873
           MOVE   'C'                  TO  APR-FUNCAO.                  00001874
           MOVE   RETURN-CODE          TO  APR-RETURN-CODE.             00001875
           CALL  'DB2APREG'  USING  APR-PARM.                           00001876
           EVALUATE APR-SITUACAO                                        00001877
               WHEN 'A'                                                 00001878
                    MOVE   'A'          TO  CAN-STATUS                  00001879
                    MOVE   APR-APROVADOR TO CAN-APROVADOR               00001880
                    MOVE   APR-DATA     TO  CAN-DATA                    00001881
                    MOVE   ' (ONLINE)'  TO  WS-ORIGEM                   00001882
               WHEN 'H'                                                 00001883
                    MOVE   'H'          TO  CAN-STATUS                  00001884
                    MOVE   ' (ONLINE)'  TO  WS-ORIGEM                   00001885
           END-EVALUATE.                                                00001886
       0150-0100-EXIT. EXIT.                                            00001887
      *----------------------------------------------------------------*00001888
      * APROVADA: EXIGE APROVADOR E GERA O CARTAO DO DB2DRPTB          *00001890
      *----------------------------------------------------------------*00001900
       0200-0100-APROVADA.                                              00001910
               GO  TO  0200-0100-EXIT                                   00001990
           END-IF.                                                      00002000
           ADD    +1                   TO  WS-QTD-APROVADAS.            00002010
           IF  CAN-INDICE                                               00002012
               PERFORM 0300-0200-DROP-INDICE THRU 0300-0200-EXIT        00002014
               GO  TO  0200-0100-EXIT                                   00002016
           END-IF.                                                      00002018
           MOVE   SPACES               TO  LIN-DRPTB.                   00002020
           MOVE   SPACES               TO  DRP-CHAVE.                   00002030
           STRING CAN-CREATOR DELIMITED BY SPACE                        00002040
           MOVE   SPACES               TO  LINHA-REL.                   00002110
           STRING '   APROVADA......: ' CAN-CREATOR '.'                 00002120
                  CAN-TABELA ' POR ' CAN-APROVADOR                      00002130
                  ' EM ' CAN-DATA WS-ORIGEM                             00002140
                  DELIMITED BY SIZE INTO LINHA-REL.                     00002150
           PERFORM 0900-9999-IMPRIME THRU 0900-9999-EXIT.               00002160
           PERFORM 0250-0200-MARCA-EXECUTADA THRU 0250-0200-EXIT.       00002161
       0200-0100-EXIT. EXIT.                                            00002162
      *----------------------------------------------------------------*00002163
      * DROP GERADO: ITEM MARCADO EXECUTADO NO PORTAO EM TABELA (SE    *00002164
      * ESTIVER LA'), COM O APROVADOR DO CARTAO QUANDO NAO HOUVE       *00002165
      * DECISAO ONLINE                                                 *00002166
      *----------------------------------------------------------------*00002167
       0250-0200-MARCA-EXECUTADA.                                       00002168
           MOVE   CAN-APROVADOR        TO  APR-APROVADOR.               00002169
           MOVE   'E'                  TO  APR-FUNCAO.                  00002170
           MOVE   RETURN-CODE          TO  APR-RETURN-CODE.             00002171
           CALL  'DB2APREG'  USING  APR-PARM.                           00002172
       0250-0200-EXIT. EXIT.                                            00002173
      *----------------------------------------------------------------*00002174
      * INDICE APROVADO: DROP INDEX NO IXDECK                          *00002175
      *----------------------------------------------------------------*00002176
       0300-0200-DROP-INDICE.                                           00002177
           IF  WS-QTD-INDICES  EQUAL  +0                                00002178
               MOVE   './ DECK DSNTEP2'  TO  LIN-DECK                   00002179
               MOVE   'DB2APRVL'         TO  LIN-DECK(18:8)             00002180
               MOVE   'IXDECK'           TO  LIN-DECK(27:8)             00002181
               WRITE  REG-IXDECK       FROM LIN-DECK                    00002182
           END-IF.                                                      00002183
           ADD    +1                   TO  WS-QTD-INDICES.              00002184
           MOVE   SPACES               TO  LIN-DECK.                    00002185
           STRING '-- APROVADO POR ' CAN-APROVADOR ' EM ' CAN-DATA      00002186
                  DELIMITED BY SIZE INTO LIN-DECK.                      00002187
           WRITE  REG-IXDECK           FROM LIN-DECK.                   00002188
           MOVE   SPACES               TO  LIN-DECK.                    00002189
           STRING 'DROP INDEX ' DELIMITED BY SIZE                       00002190
                  CAN-CREATOR DELIMITED BY SPACE                        00002191
                  '.' DELIMITED BY SIZE                                 00002192
                  CAN-TABELA DELIMITED BY SPACE                         00002193
                  ' ;' DELIMITED BY SIZE                                00002194
                  INTO LIN-DECK.                                        00002195
           WRITE  REG-IXDECK           FROM LIN-DECK.                   00002196
           MOVE   'COMMIT ;'           TO  LIN-DECK.                    00002197
           WRITE  REG-IXDECK           FROM LIN-DECK.                   00002198
           MOVE   SPACES               TO  LINHA-REL.                   00002199
           STRING '   APROVADO (IX).: ' CAN-CREATOR '.'                 00002200
                  CAN-TABELA ' POR ' CAN-APROVADOR                      00002201
                  ' EM ' CAN-DATA WS-ORIGEM                             00002202
                  DELIMITED BY SIZE INTO LINHA-REL.                     00002203
           PERFORM 0900-9999-IMPRIME THRU 0900-9999-EXIT.               00002204
           PERFORM 0250-0200-MARCA-EXECUTADA THRU 0250-0200-EXIT.       00002205
       0300-0200-EXIT. EXIT.                                            00002206
      *----------------------------------------------------------------*00002207
      * IMPRESSAO PAGINADA (COMO O RELATO DO DB2AUTCM)                 *00002208
      *----------------------------------------------------------------*00002209
       0900-9999-IMPRIME.                                               00002210
           IF  AC-LINHA-REL  GREATER  60                                00002220
               ADD    +1               TO  AC-PAGINA-REL                00002230
