       IDENTIFICATION DIVISION.                                         00000010
       PROGRAM-ID.    DB2ORFCK.                                         00000020
      *----------------------------------------------------------------*00000030
      * DATA:  OUT/2026                                                *00000040
      * OBJETIVOS: GERADOR DE SQL DE CHECAGEM DE LINHAS ORFAS NOS      *00000050
      *   RELACIONAMENTOS CARREGADOS COM ENFORCE NO (LOAD DOS DECKS    *00000060
      *   LOADCRD DO DB2CRDDL E DO DB2DRPTB) E NAS CONSTRAINTS         *00000070
      *   INFORMACIONAIS, QUE O DB2 NUNCA VERIFICA.                    *00000080
      *   SYSIN: UM CARTAO 'CREATOR.TABELA[.D]' POR TABELA ('*' NA     *00000090
      *   TABELA = TODAS AS TABELAS DO CREATOR; '.D' PEDE TAMBEM A     *00000100
      *   QUERY DE DETALHE). PARA CADA RELACIONAMENTO EM QUE A TABELA  *00000110
      *   E' FILHA OU PAI (SYSIBM.SYSRELS, COMO O DB2LSTDP PERCORRE),  *00000120
      *   COM AS COLUNAS DA FK NA ORDEM DE COLSEQ                      *00000130
      *   (SYSIBM.SYSFOREIGNKEYS) CASADAS COM AS COLUNAS DA CHAVE DO   *00000140
      *   PAI NA MESMA ORDEM (KEYSEQ DA SYSIBM.SYSCOLUMNS), GRAVA NO   *00000150
      *   ORFDECK (TRECHO './ DECK DSNTEP2' QUE O DB2JCLBD EMBRULHA):  *00000160
      *   - SELECT COUNT(*) DAS LINHAS DA FILHA COM A FK TODA          *00000170
      *     PREENCHIDA E SEM PAI (WHERE NOT EXISTS NO PAI);            *00000180
      *   - COM '.D', A QUERY DE DETALHE COM AS CHAVES ORFAS E A QTD   *00000190
      *     DE LINHAS DE CADA UMA (ATE 100 CHAVES).                    *00000200
      *   FK COM ALGUMA COLUNA NULA NAO E' ORFA (REGRA DE MATCH DO     *00000210
      *   DB2). RELACIONAMENTO QUE APARECE EM MAIS DE UM CARTAO TEM A  *00000217
      *   CONTAGEM GERADA UMA VEZ SO'; O DETALHE SAI (TAMBEM UMA VEZ)  *00000224
      *   SE QUALQUER DESSES CARTOES PEDIR '.D'.                       *00000231
      *   O RELATO DIZ QUAIS RELACIONAMENTOS FORAM CHECADOS (RELNAME,  *00000240
      *   FILHA, PAI, REGRA DE DELECAO, SE A CONSTRAINT E' IMPOSTA OU  *00000250
      *   INFORMACIONAL E AS COLUNAS CASADAS). RELACIONAMENTO CUJA     *00000260
      *   CHAVE DO PAI NAO SE RESOLVE PELO KEYSEQ (FK QUE REFERENCIA   *00000270
      *   CHAVE UNICA QUE NAO E' A PRIMARIA) FICA DE FORA, RELATADO,   *00000280
      *   COM RETURN-CODE 4.                                           *00000290
      *   O ORFDECK E' REGISTRADO NO REGISTRO CENTRAL DE DECKS         *00000300
      *   DB2ADM.DBA_DECK (VIA DB2DKREG) COM A QTD DE RELACIONAMENTOS  *00000310
      *   E O TICKET DA MUDANCA (PARM, ATE 12 POSICOES).               *00000320
      * AREA RESPONSAVEL: ADMINISTRACAO DE BANCO DE DADOS              *00000330
      *----------------------------------------------------------------*00000340
       ENVIRONMENT    DIVISION.                                         00000350
      *                                                                 00000360
       INPUT-OUTPUT       SECTION.                                      00000370
       FILE-CONTROL.                                                    00000380
           SELECT  SYSIN    ASSIGN  TO  SYSIN.                          00000390
           SELECT  ORFDECK  ASSIGN  TO  ORFDECK.                        00000400
           SELECT  RELATO   ASSIGN  TO  RELATO.                         00000410
      *                                                                 00000420
       DATA DIVISION.                                                   00000430
      *                                                                 00000440
       FILE            SECTION.                                         00000450
       FD  SYSIN                                                        00000460
           LABEL  RECORD  IS  OMITTED                                   00000470
           RECORDING MODE IS F.                                         00000480
                                                                        00000490
       01  REG-SYSIN                   PIC  X(080).                     00000500
      *                                                                 00000510
       FD  ORFDECK                                                      00000520
           LABEL  RECORD  IS  OMITTED                                   00000530
           RECORDING MODE IS F.                                         00000540
                                                                        00000550
       01  REG-ORFDECK                 PIC  X(080).                     00000560
      *                                                                 00000570
       FD  RELATO                                                       00000580
           LABEL  RECORD  IS  OMITTED                                   00000590
           RECORDING MODE IS F.                                         00000600
                                                                        00000610
       01  REG-RELATO                  PIC  X(132).                     00000620
      *                                                                 00000630
       WORKING-STORAGE SECTION.                                         00000640
      *----------------------------------------------------------------*00000650
      * CARTAO DO SYSIN                                                *00000660
      *----------------------------------------------------------------*00000670
       01  CARTAO-SYSIN.                                                00000680
           02  CRT-CREATOR             PIC  X(08)      VALUE SPACES.    00000690
           02  CRT-TABELA              PIC  X(18)      VALUE SPACES.    00000700
           02  CRT-OPCAO               PIC  X(01)      VALUE SPACES.    00000710
      *----------------------------------------------------------------*00000720
      * COLUNAS DO RELACIONAMENTO CORRENTE (ORDEM DE COLSEQ)           *00000730
      *----------------------------------------------------------------*00000740
       01  TAB-COLUNAS.                                                 00000750
           02  QTD-COL            PIC S9(04) COMP    VALUE +0.          00000760
           02  IND-COL            PIC S9(04) COMP    VALUE +0.          00000770
           02  FILLER             OCCURS     64  TIMES.                 00000780
               04  TB-COL-FILHA   PIC  X(18)         VALUE SPACES.      00000790
               04  TB-COL-PAI     PIC  X(18)         VALUE SPACES.      00000800
      *----------------------------------------------------------------*00000810
      * RELACIONAMENTOS JA' GERADOS NA RODADA                          *00000820
      *----------------------------------------------------------------*00000830
       01  TAB-GERADOS.                                                 00000840
           02  QTD-GER            PIC S9(04) COMP    VALUE +0.          00000850
           02  IND-GER            PIC S9(04) COMP    VALUE +0.          00000860
           02  FILLER             OCCURS    500  TIMES.                 00000870
               04  TB-GER-CREATOR PIC  X(08)         VALUE SPACES.      00000880
               04  TB-GER-TABELA  PIC  X(18)         VALUE SPACES.      00000890
               04  TB-GER-RELNAME PIC  X(08)         VALUE SPACES.      00000900
               04  TB-GER-DETALHE PIC  X(01)         VALUE SPACES.      00000905
      *----------------------------------------------------------------*00000910
      * AREAS AUXILIARES                                               *00000920
      *----------------------------------------------------------------*00000930
       01  FILLER.                                                      00000940
           02  WS-QTD-CARTOES          PIC S9(04) COMP VALUE +0.        00000950
           02  WS-QTD-CHECADOS         PIC S9(04) COMP VALUE +0.        00000960
           02  WS-QTD-DETALHES         PIC S9(04) COMP VALUE +0.        00000970
           02  WS-QTD-NAO-RESOLVIDOS   PIC S9(04) COMP VALUE +0.        00000980
           02  WS-QTD-DUPLICADOS       PIC S9(04) COMP VALUE +0.        00000990
           02  WS-QTD-FK-COLS          PIC S9(04) COMP VALUE +0.        00001000
           02  WS-FILHA                PIC  X(27)      VALUE SPACES.    00001010
           02  WS-PAI                  PIC  X(27)      VALUE SPACES.    00001020
           02  WS-COLUNAS              PIC  X(60)      VALUE SPACES.    00001030
           02  WS-PONTEIRO             PIC S9(04) COMP VALUE +0.        00001040
           02  WS-ENFORCED-TXT         PIC  X(13)      VALUE SPACES.    00001050
           02  WS-SEPARADOR            PIC  X(13)      VALUE SPACES.    00001056
           02  WS-TAM-SEP              PIC S9(04) COMP VALUE +0.        00001062
           02  LIN-DECK                PIC  X(80)      VALUE SPACES.    00001070
           02  ZQTD                    PIC ZZZZ9.                       00001080
       01  DKR-PARM.                                                    00001090
           02  DKR-FUNCAO         PIC X(01)      VALUE 'G'.             00001100
           02  DKR-PROGRAMA       PIC X(08)      VALUE 'DB2ORFCK'.      00001110
           02  DKR-DATASET        PIC X(08)      VALUE 'ORFDECK'.       00001120
           02  DKR-TIPO-DECK      PIC X(08)      VALUE 'ORFAOS'.        00001130
           02  DKR-QTD-OBJETOS    PIC 9(05)      VALUE ZEROS.           00001140
           02  DKR-TICKET         PIC X(12)      VALUE SPACES.          00001150
           02  DKR-SITUACAO       PIC X(01)      VALUE SPACES.          00001160
           02  DKR-RETURN-CODE    PIC 9(02)      VALUE ZEROS.           00001170
      *----------------------------------------------------------------*00001180
      * CONTROLES                                                      *00001190
      *----------------------------------------------------------------*00001200
       01  CHAVES-FIM.                                                  00001210
           02  N88-FIM-SYSIN                     PIC  X(03) VALUE 'NAO'.00001220
               88  FIM-SYSIN                                VALUE 'SIM'.00001230
           02  N88-FIM-SYSRELS                   PIC  X(03) VALUE 'NAO'.00001240
               88  FIM-SYSRELS                              VALUE 'SIM'.00001250
           02  N88-FIM-COLUNAS                   PIC  X(03) VALUE 'NAO'.00001260
               88  FIM-COLUNAS                              VALUE 'SIM'.00001270
      *----------------------------------------------------------------*00001280
      * HOSTS SYSIBM.SYSRELS / SYSFOREIGNKEYS / SYSCOLUMNS             *00001290
      *----------------------------------------------------------------*00001300
       01  H-CREATOR                    PIC  X(08).                     00001310
       01  H-TABELA                     PIC  X(18).                     00001320
       01  H-TODAS                      PIC  X(01).                     00001330
       01  H-REL-CREATOR                PIC  X(08).                     00001340
       01  H-REL-TBNAME.                                                00001350
           49  H-REL-TBNAME-L           PIC S9(04) COMP.                00001360
           49  H-REL-TBNAME-T           PIC  X(18).                     00001370
       01  H-RELNAME                    PIC  X(08).                     00001380
       01  H-REF-CREATOR                PIC  X(08).                     00001390
       01  H-REF-TBNAME.                                                00001400
           49  H-REF-TBNAME-L           PIC S9(04) COMP.                00001410
           49  H-REF-TBNAME-T           PIC  X(18).                     00001420
       01  H-DELETERULE                 PIC  X(01).                     00001430
       01  H-ENFORCED                   PIC  X(01).                     00001440
       01  H-COL-FILHA.                                                 00001450
           49  H-COL-FILHA-L            PIC S9(04) COMP.                00001460
           49  H-COL-FILHA-T            PIC  X(18).                     00001470
       01  H-COL-PAI.                                                   00001480
           49  H-COL-PAI-L              PIC S9(04) COMP.                00001490
           49  H-COL-PAI-T              PIC  X(18).                     00001500
       01  H-QTD-FK                     PIC S9(04) COMP.                00001510
       77  WS-SQLCODE             PIC -----9.                           00001520
      *                                                                 00001530
           EXEC SQL INCLUDE SQLCA END-EXEC.                             00001540
      *----------------------------------------------------------------*00001550
      * RELATORIO                                                      *00001560
      *----------------------------------------------------------------*00001570
       77  AC-LINHA-REL           PIC S9(004)  COMP  VALUE +99.         00001580
       77  AC-PAGINA-REL          PIC S9(004)  COMP  VALUE +0.          00001590
       01  LINHA-REL              PIC  X(132)        VALUE SPACES.      00001600
       01  CURDATA                PIC  9(06)         VALUE ZEROS.       00001610
       01  CURDATA-R  REDEFINES  CURDATA.                               00001620
           03  ATU-ANO            PIC 9(02).                            00001630
           03  ATU-MES            PIC 9(02).                            00001640
           03  ATU-DIA            PIC 9(02).                            00001650
       01  REL-CAB1.                                                    00001660
           03  FILLER             PIC X(52)          VALUE              00001670
               'DB2ORFCK     ADMINISTRACAO DE BANCO DE DADOS'.          00001680
           03  FILLER             PIC X(06)          VALUE 'DATA: '.    00001690
           03  REL-CAB1-DATA.                                           00001700
               05  CB-DIA         PIC 9(02)/.                           00001710
               05  CB-MES         PIC 9(02)/.                           00001720
               05  CB-ANO         PIC 9(02).                            00001730
           03  FILLER             PIC X(04)          VALUE SPACES.      00001740
           03  FILLER             PIC X(05)          VALUE 'PAG: '.     00001750
           03  REL-CAB1-PAG       PIC ZZZ9.                             00001760
           03  FILLER             PIC X(53)          VALUE SPACES.      00001770
       01  REL-CAB2.                                                    00001780
           03  FILLER             PIC X(132)         VALUE              00001790
               'RELACIONAMENTOS CHECADOS PARA LINHAS ORFAS (ORFDECK)'.  00001800
       01  REL-CAB3.                                                    00001810
           03  FILLER             PIC X(132)         VALUE ALL '-'.     00001820
      *----------------------------------------------------------------*00001830
      *                                                                *00001840
      *----------------------------------------------------------------*00001850
       LINKAGE     SECTION.                                             00001860
       01  PARMJOB.                                                     00001870
           02  PARM-LEN           PIC  9(04)  COMP.                     00001880
           02  PARM-TICKET        PIC  X(12).                           00001890
      *----------------------------------------------------------------*00001900
      *                                                                *00001910
      *----------------------------------------------------------------*00001920
       PROCEDURE   DIVISION      USING   PARMJOB.                       00001930
      *----------------------------------------------------------------*00001940
      *                                                                *00001950
      *----------------------------------------------------------------*00001960
       0000-0000-PRINCIPAL.                                             00001970
           OPEN INPUT  SYSIN.                                           00001980
           OPEN OUTPUT ORFDECK RELATO.                                  00001990
           IF  PARM-LEN  GREATER  ZEROS                                 00002000
               IF  PARM-LEN  LESS  12                                   00002010
                   MOVE  PARM-TICKET(1:PARM-LEN)  TO  DKR-TICKET        00002020
               ELSE                                                     00002030
                   MOVE  PARM-TICKET              TO  DKR-TICKET        00002040
               END-IF                                                   00002050
           END-IF.                                                      00002060
           ACCEPT CURDATA              FROM DATE.                       00002070
           PERFORM 0080-9999-LE-SYSIN THRU 0080-9999-EXIT.              00002080
           PERFORM 0100-0000-TRATA-CARTAO THRU 0100-0000-EXIT           00002090
             UNTIL FIM-SYSIN.                                           00002100
                                                                        00002110
           MOVE   SPACES               TO  LINHA-REL.                   00002120
           PERFORM 0900-9999-IMPRIME THRU 0900-9999-EXIT.               00002130
           MOVE   WS-QTD-CARTOES       TO  ZQTD.                        00002140
           STRING 'CARTOES LIDOS.................: ' ZQTD               00002150
                  DELIMITED BY SIZE INTO LINHA-REL.                     00002160
           PERFORM 0900-9999-IMPRIME THRU 0900-9999-EXIT.               00002170
           MOVE   WS-QTD-CHECADOS      TO  ZQTD.                        00002180
           STRING 'RELACIONAMENTOS CHECADOS......: ' ZQTD               00002190
                  DELIMITED BY SIZE INTO LINHA-REL.                     00002200
           PERFORM 0900-9999-IMPRIME THRU 0900-9999-EXIT.               00002210
           MOVE   WS-QTD-DETALHES      TO  ZQTD.                        00002220
           STRING 'QUERIES DE DETALHE............: ' ZQTD               00002230
                  DELIMITED BY SIZE INTO LINHA-REL.                     00002240
           PERFORM 0900-9999-IMPRIME THRU 0900-9999-EXIT.               00002250
           MOVE   WS-QTD-DUPLICADOS    TO  ZQTD.                        00002260
           STRING 'REPETIDOS EM OUTRO CARTAO.....: ' ZQTD               00002270
                  DELIMITED BY SIZE INTO LINHA-REL.                     00002280
           PERFORM 0900-9999-IMPRIME THRU 0900-9999-EXIT.               00002290
           MOVE   WS-QTD-NAO-RESOLVIDOS  TO  ZQTD.                      00002300
           STRING 'CHAVE DO PAI NAO RESOLVIDA....: ' ZQTD               00002310
                  DELIMITED BY SIZE INTO LINHA-REL.                     00002320
           PERFORM 0900-9999-IMPRIME THRU 0900-9999-EXIT.               00002330
                                                                        00002340
           CLOSE SYSIN ORFDECK RELATO.                                  00002350
           IF  WS-QTD-NAO-RESOLVIDOS  GREATER  +0                       00002360
               MOVE   +4               TO  RETURN-CODE                  00002370
           ELSE                                                         00002380
               MOVE   +0               TO  RETURN-CODE                  00002390
           END-IF.                                                      00002400
           IF  WS-QTD-CHECADOS  GREATER  +0                             00002410
               MOVE   WS-QTD-CHECADOS  TO  DKR-QTD-OBJETOS              00002420
               MOVE   RETURN-CODE      TO  DKR-RETURN-CODE              00002430
               CALL  'DB2DKREG'  USING  DKR-PARM                        00002440
           END-IF.                                                      00002450
           STOP  RUN.                                                   00002460
       0000-0000-EXIT. EXIT.                                            00002470
      *----------------------------------------------------------------*00002480
      *                                                                *00002490
      *----------------------------------------------------------------*00002500
       0080-9999-LE-SYSIN.                                              00002510
           READ SYSIN                                                   00002520
             AT END   MOVE 'SIM'  TO          N88-FIM-SYSIN.            00002530
       0080-9999-EXIT. EXIT.                                            00002540
      *----------------------------------------------------------------*00002550
      * UM CARTAO CREATOR.TABELA[.D]: RELACIONAMENTOS EM QUE A TABELA  *00002560
      * E' FILHA OU PAI                                                *00002570
      *----------------------------------------------------------------*00002580
       0100-0000-TRATA-CARTAO.                                          00002590
           IF  REG-SYSIN  EQUAL  SPACES                                 00002600
               OR  REG-SYSIN(1:1)  EQUAL  '*'                           00002610
               GO  TO  0100-0000-LEIA                                   00002620
           END-IF.                                                      00002630
           ADD    +1                   TO  WS-QTD-CARTOES.              00002640
           MOVE   SPACES               TO  CARTAO-SYSIN.                00002650
           UNSTRING REG-SYSIN DELIMITED BY '.' OR SPACES                00002660
               INTO CRT-CREATOR CRT-TABELA CRT-OPCAO.                   00002670
           MOVE   CRT-CREATOR          TO  H-CREATOR.                   00002680
           MOVE   CRT-TABELA           TO  H-TABELA.                    00002690
           IF  CRT-TABELA  EQUAL  '*'                                   00002700
               MOVE   'S'              TO  H-TODAS                      00002710
           ELSE                                                         00002720
               MOVE   'N'              TO  H-TODAS                      00002730
           END-IF.                                                      00002740
           MOVE   SPACES               TO  LINHA-REL.                   00002750
           PERFORM 0900-9999-IMPRIME THRU 0900-9999-EXIT.               00002760
           STRING 'CARTAO: ' REG-SYSIN(1:40)                            00002770
                  DELIMITED BY SIZE INTO LINHA-REL.                     00002780
           PERFORM 0900-9999-IMPRIME THRU 0900-9999-EXIT.               00002790
                                                                        00002800
           EXEC SQL                                                     00002810
                DECLARE C_SYSRELS CURSOR FOR                            00002820
                SELECT CREATOR, TBNAME, RELNAME,                        00002830
                       REFTBCREATOR, REFTBNAME, DELETERULE,             00002840
                       ENFORCED                                         00002850
                  FROM SYSIBM.SYSRELS                                   00002860
                 WHERE (CREATOR = :H-CREATOR                            00002870
                        AND (TBNAME = :H-TABELA OR :H-TODAS = 'S'))     00002880
                    OR (REFTBCREATOR = :H-CREATOR                       00002890
                        AND (REFTBNAME = :H-TABELA OR :H-TODAS = 'S'))  00002900
                 ORDER BY CREATOR, TBNAME, RELNAME                      00002910
           END-EXEC.                                                    00002920
           EXEC SQL OPEN C_SYSRELS END-EXEC.                            00002930
           IF  SQLCODE  NOT EQUAL  +0                                   00002940
               DISPLAY '*** ERRO NO OPEN C_SYSRELS'                     00002950
               PERFORM  9999-9999-ERRO-DB2  THRU 9999-9999-EXIT         00002960
           END-IF.                                                      00002970
           MOVE   'NAO'                TO  N88-FIM-SYSRELS.             00002980
           PERFORM 0110-0100-UM-RELACIONAMENTO THRU 0110-0100-EXIT      00002990
             UNTIL FIM-SYSRELS.                                         00003000
           EXEC SQL CLOSE C_SYSRELS END-EXEC.                           00003010
           IF  SQLCODE  NOT EQUAL  +0                                   00003020
               DISPLAY '*** ERRO NO CLOSE C_SYSRELS'                    00003030
               PERFORM  9999-9999-ERRO-DB2  THRU 9999-9999-EXIT         00003040
           END-IF.                                                      00003050
       0100-0000-LEIA.                                                  00003060
           PERFORM 0080-9999-LE-SYSIN THRU 0080-9999-EXIT.              00003070
       0100-0000-EXIT. EXIT.                                            00003080
      *----------------------------------------------------------------*00003090
      * UM RELACIONAMENTO: CASA AS COLUNAS E GERA AS QUERIES           *00003100
      *----------------------------------------------------------------*00003110
       0110-0100-UM-RELACIONAMENTO.                                     00003120
           MOVE   +18                  TO  H-REL-TBNAME-L               00003130
                                           H-REF-TBNAME-L.              00003140
           EXEC SQL                                                     00003150
                FETCH  C_SYSRELS                                        00003160
                 INTO  :H-REL-CREATOR, :H-REL-TBNAME, :H-RELNAME,       00003170
                       :H-REF-CREATOR, :H-REF-TBNAME, :H-DELETERULE,    00003180
                       :H-ENFORCED                                      00003190
           END-EXEC.                                                    00003200
           IF  SQLCODE  EQUAL  +100                                     00003210
               MOVE   'SIM'            TO  N88-FIM-SYSRELS              00003220
               GO  TO  0110-0100-EXIT                                   00003230
           END-IF.                                                      00003240
           IF  SQLCODE  NOT EQUAL  +0                                   00003250
               DISPLAY '*** ERRO NO FETCH C_SYSRELS'                    00003260
               PERFORM  9999-9999-ERRO-DB2  THRU 9999-9999-EXIT         00003270
           END-IF.                                                      00003280
           MOVE   SPACES               TO  WS-FILHA WS-PAI.             00003290
           STRING H-REL-CREATOR DELIMITED BY SPACE                      00003300
                  '.' DELIMITED BY SIZE                                 00003310
                  H-REL-TBNAME-T(1:H-REL-TBNAME-L) DELIMITED BY SPACE   00003320
                  INTO WS-FILHA.                                        00003330
           STRING H-REF-CREATOR DELIMITED BY SPACE                      00003340
                  '.' DELIMITED BY SIZE                                 00003350
                  H-REF-TBNAME-T(1:H-REF-TBNAME-L) DELIMITED BY SPACE   00003360
                  INTO WS-PAI.                                          00003370
      *--- RELACIONAMENTO JA' GERADO POR OUTRO CARTAO: SO' FALTA O      00003376
      *--- DETALHE, SE ESTE CARTAO PEDE '.D' E O OUTRO NAO PEDIU        00003382
           PERFORM VARYING IND-GER FROM +1 BY +1                        00003390
             UNTIL IND-GER  GREATER  QTD-GER                            00003400
                OR (TB-GER-CREATOR(IND-GER)  EQUAL  H-REL-CREATOR       00003410
               AND  TB-GER-TABELA(IND-GER)   EQUAL  H-REL-TBNAME-T      00003420
               AND  TB-GER-RELNAME(IND-GER)  EQUAL  H-RELNAME)          00003430
               CONTINUE                                                 00003440
           END-PERFORM.                                                 00003450
           IF  IND-GER  NOT GREATER  QTD-GER                            00003460
               ADD    +1               TO  WS-QTD-DUPLICADOS            00003470
               IF  CRT-OPCAO  NOT EQUAL  'D'                            00003471
                   OR  TB-GER-DETALHE(IND-GER)  EQUAL  'D'              00003472
                   GO  TO  0110-0100-EXIT                               00003473
               END-IF                                                   00003474
               MOVE   'D'              TO  TB-GER-DETALHE(IND-GER)      00003475
               PERFORM 0120-0110-CARREGA-COLUNAS THRU 0120-0110-EXIT    00003476
               IF  QTD-COL  EQUAL  +0                                   00003477
                   OR  QTD-COL  NOT EQUAL  WS-QTD-FK-COLS               00003478
                   GO  TO  0110-0100-EXIT                               00003479
               END-IF                                                   00003480
               MOVE   SPACES           TO  LINHA-REL                    00003481
               STRING '   ' H-RELNAME '  FILHA ' WS-FILHA               00003482
                      ' PAI ' WS-PAI                                    00003483
                      ' - SO O DETALHE (CONTAGEM JA GERADA)'            00003484
                      DELIMITED BY SIZE INTO LINHA-REL                  00003485
               PERFORM 0900-9999-IMPRIME THRU 0900-9999-EXIT            00003486
               ADD    +1               TO  WS-QTD-DETALHES              00003487
               PERFORM 0140-0110-GERA-DETALHE THRU 0140-0110-EXIT       00003488
               GO  TO  0110-0100-EXIT                                   00003489
           END-IF.                                                      00003490
           IF  QTD-GER  LESS  500                                       00003500
               ADD    +1               TO  QTD-GER                      00003510
               MOVE   H-REL-CREATOR    TO  TB-GER-CREATOR(QTD-GER)      00003520
               MOVE   H-REL-TBNAME-T   TO  TB-GER-TABELA(QTD-GER)       00003530
               MOVE   H-RELNAME        TO  TB-GER-RELNAME(QTD-GER)      00003540
               MOVE   CRT-OPCAO        TO  TB-GER-DETALHE(QTD-GER)      00003545
           ELSE                                                         00003550
               DISPLAY '*** AVISO: TAB-GERADOS CHEIA'                   00003560
           END-IF.                                                      00003570
                                                                        00003580
           PERFORM 0120-0110-CARREGA-COLUNAS THRU 0120-0110-EXIT.       00003590
           IF  H-ENFORCED  EQUAL  'N'                                   00003600
               MOVE   'INFORMACIONAL'  TO  WS-ENFORCED-TXT              00003610
           ELSE                                                         00003620
               MOVE   'IMPOSTA'        TO  WS-ENFORCED-TXT              00003630
           END-IF.                                                      00003640
           MOVE   SPACES               TO  LINHA-REL.                   00003650
           STRING '   ' H-RELNAME '  FILHA ' WS-FILHA                   00003660
                  ' PAI ' WS-PAI                                        00003670
                  ' DELETE ' H-DELETERULE                               00003680
                  '  ' WS-ENFORCED-TXT                                  00003690
                  DELIMITED BY SIZE INTO LINHA-REL.                     00003700
           PERFORM 0900-9999-IMPRIME THRU 0900-9999-EXIT.               00003710
      *--- TODA COLUNA DA FK PRECISA DO SEU PAR NA CHAVE DO PAI         00003720
           MOVE   SPACES               TO  WS-COLUNAS.                  00003730
           IF  QTD-COL  EQUAL  +0                                       00003740
               OR  QTD-COL  NOT EQUAL  WS-QTD-FK-COLS                   00003750
               ADD    +1               TO  WS-QTD-NAO-RESOLVIDOS        00003760
               STRING '      *** CHAVE DO PAI NAO RESOLVIDA PELO '      00003770
                      'KEYSEQ - RELACIONAMENTO NAO CHECADO'             00003780
                      DELIMITED BY SIZE INTO LINHA-REL                  00003790
               PERFORM 0900-9999-IMPRIME THRU 0900-9999-EXIT            00003800
               GO  TO  0110-0100-EXIT                                   00003810
           END-IF.                                                      00003820
           MOVE   +1                   TO  WS-PONTEIRO.                 00003830
           PERFORM VARYING IND-COL FROM +1 BY +1                        00003840
             UNTIL IND-COL  GREATER  QTD-COL                            00003850
                OR WS-PONTEIRO  GREATER  +50                            00003860
               STRING TB-COL-FILHA(IND-COL) DELIMITED BY SPACE          00003870
                      '=' DELIMITED BY SIZE                             00003880
                      TB-COL-PAI(IND-COL) DELIMITED BY SPACE            00003890
                      ' ' DELIMITED BY SIZE                             00003900
                      INTO WS-COLUNAS WITH POINTER WS-PONTEIRO          00003910
           END-PERFORM.                                                 00003920
           STRING '      COLUNAS (FILHA=PAI): ' WS-COLUNAS              00003930
                  DELIMITED BY SIZE INTO LINHA-REL.                     00003940
           PERFORM 0900-9999-IMPRIME THRU 0900-9999-EXIT.               00003950
                                                                        00003960
           IF  WS-QTD-CHECADOS  EQUAL  +0                               00003970
               MOVE   './ DECK DSNTEP2'  TO  LIN-DECK                   00003980
               MOVE   'DB2ORFCK'         TO  LIN-DECK(18:8)             00003990
               MOVE   'ORFDECK'          TO  LIN-DECK(27:8)             00004000
               PERFORM 0800-9999-GRAVA-DECK THRU 0800-9999-EXIT         00004010
           END-IF.                                                      00004020
           ADD    +1                   TO  WS-QTD-CHECADOS.             00004030
           PERFORM 0130-0110-GERA-CONTAGEM THRU 0130-0110-EXIT.         00004040
           IF  CRT-OPCAO  EQUAL  'D'                                    00004050
               ADD    +1               TO  WS-QTD-DETALHES              00004060
               PERFORM 0140-0110-GERA-DETALHE THRU 0140-0110-EXIT       00004070
           END-IF.                                                      00004080
       0110-0100-EXIT. EXIT.                                            00004090
      *----------------------------------------------------------------*00004100
      * COLUNAS DA FK (COLSEQ) CASADAS COM A CHAVE DO PAI (KEYSEQ)     *00004110
      *----------------------------------------------------------------*00004120
       0120-0110-CARREGA-COLUNAS.                                       00004130
           MOVE   +0                   TO  QTD-COL.                     00004140
           EXEC SQL                                                     00004150
                SELECT COUNT(*)                                         00004160
                  INTO :H-QTD-FK                                        00004170
                  FROM SYSIBM.SYSFOREIGNKEYS                            00004180
                 WHERE CREATOR = :H-REL-CREATOR                         00004190
                   AND TBNAME  = :H-REL-TBNAME                          00004200
                   AND RELNAME = :H-RELNAME                             00004210
           END-EXEC.                                                    00004220
           IF  SQLCODE  NOT EQUAL  +0                                   00004230
               DISPLAY '*** ERRO NO COUNT SYSFOREIGNKEYS'               00004240
               PERFORM  9999-9999-ERRO-DB2  THRU 9999-9999-EXIT         00004250
           END-IF.                                                      00004260
           MOVE   H-QTD-FK             TO  WS-QTD-FK-COLS.              00004270
           EXEC SQL                                                     00004280
                DECLARE C_COLUNAS CURSOR FOR                            00004290
                SELECT F.COLNAME, P.NAME                                00004300
                  FROM SYSIBM.SYSFOREIGNKEYS F,                         00004310
                       SYSIBM.SYSCOLUMNS P                              00004320
                 WHERE F.CREATOR   = :H-REL-CREATOR                     00004330
                   AND F.TBNAME    = :H-REL-TBNAME                      00004340
                   AND F.RELNAME   = :H-RELNAME                         00004350
                   AND P.TBCREATOR = :H-REF-CREATOR                     00004360
                   AND P.TBNAME    = :H-REF-TBNAME                      00004370
                   AND P.KEYSEQ    = F.COLSEQ                           00004380
                 ORDER BY F.COLSEQ                                      00004390
           END-EXEC.                                                    00004400
           EXEC SQL OPEN C_COLUNAS END-EXEC.                            00004410
           IF  SQLCODE  NOT EQUAL  +0                                   00004420
               DISPLAY '*** ERRO NO OPEN C_COLUNAS'                     00004430
               PERFORM  9999-9999-ERRO-DB2  THRU 9999-9999-EXIT         00004440
           END-IF.                                                      00004450
           MOVE   'NAO'                TO  N88-FIM-COLUNAS.             00004460
           PERFORM 0121-0120-UMA-COLUNA THRU 0121-0120-EXIT             00004470
             UNTIL FIM-COLUNAS.                                         00004480
           EXEC SQL CLOSE C_COLUNAS END-EXEC.                           00004490
           IF  SQLCODE  NOT EQUAL  +0                                   00004500
               DISPLAY '*** ERRO NO CLOSE C_COLUNAS'                    00004510
               PERFORM  9999-9999-ERRO-DB2  THRU 9999-9999-EXIT         00004520
           END-IF.                                                      00004530
       0120-0110-EXIT. EXIT.                                            00004540
      *----------------------------------------------------------------*00004550
      *                                                                *00004560
      *----------------------------------------------------------------*00004570
       0121-0120-UMA-COLUNA.                                            00004580
           MOVE   +18                  TO  H-COL-FILHA-L H-COL-PAI-L.   00004590
           EXEC SQL                                                     00004600
                FETCH  C_COLUNAS                                        00004610
                 INTO  :H-COL-FILHA, :H-COL-PAI                         00004620
           END-EXEC.                                                    00004630
           IF  SQLCODE  EQUAL  +100                                     00004640
               MOVE   'SIM'            TO  N88-FIM-COLUNAS              00004650
               GO  TO  0121-0120-EXIT                                   00004660
           END-IF.                                                      00004670
           IF  SQLCODE  NOT EQUAL  +0                                   00004680
               DISPLAY '*** ERRO NO FETCH C_COLUNAS'                    00004690
               PERFORM  9999-9999-ERRO-DB2  THRU 9999-9999-EXIT         00004700
           END-IF.                                                      00004710
           IF  QTD-COL  NOT LESS  +64                                   00004720
               GO  TO  0121-0120-EXIT                                   00004730
           END-IF.                                                      00004740
           ADD    +1                   TO  QTD-COL.                     00004750
           MOVE   SPACES               TO  TB-COL-FILHA(QTD-COL)        00004760
                                           TB-COL-PAI(QTD-COL).         00004770
           MOVE   H-COL-FILHA-T(1:H-COL-FILHA-L)                        00004780
             TO   TB-COL-FILHA(QTD-COL).                                00004790
           MOVE   H-COL-PAI-T(1:H-COL-PAI-L)                            00004800
             TO   TB-COL-PAI(QTD-COL).                                  00004810
       0121-0120-EXIT. EXIT.                                            00004820
      *----------------------------------------------------------------*00004830
      * QUERY DE CONTAGEM DE ORFAS DO RELACIONAMENTO                   *00004840
      *----------------------------------------------------------------*00004850
       0130-0110-GERA-CONTAGEM.                                         00004860
           MOVE   SPACES               TO  LIN-DECK.                    00004870
           STRING '-- ' DELIMITED BY SIZE                               00004880
                  H-RELNAME DELIMITED BY SPACE                          00004890
                  ' ' DELIMITED BY SIZE                                 00004900
                  WS-FILHA DELIMITED BY SPACE                           00004910
                  ' -> ' DELIMITED BY SIZE                              00004920
                  WS-PAI DELIMITED BY SPACE                             00004930
                  INTO LIN-DECK.                                        00004940
           PERFORM 0800-9999-GRAVA-DECK THRU 0800-9999-EXIT.            00004950
           STRING 'SELECT ''' DELIMITED BY SIZE                         00004955
                  H-RELNAME DELIMITED BY SPACE                          00004960
                  ''' AS RELNAME, ''' DELIMITED BY SIZE                 00004965
                  WS-FILHA DELIMITED BY SPACE                           00004970
                  ''' AS FILHA,' DELIMITED BY SIZE                      00004980
                  INTO LIN-DECK.                                        00004990
           PERFORM 0800-9999-GRAVA-DECK THRU 0800-9999-EXIT.            00005000
           MOVE   '       COUNT(*) AS ORFAS'  TO  LIN-DECK.             00005010
           PERFORM 0800-9999-GRAVA-DECK THRU 0800-9999-EXIT.            00005020
           PERFORM 0150-9999-GERA-CONDICAO THRU 0150-9999-EXIT.         00005030
           MOVE   ';'                  TO  LIN-DECK.                    00005040
           PERFORM 0800-9999-GRAVA-DECK THRU 0800-9999-EXIT.            00005050
       0130-0110-EXIT. EXIT.                                            00005060
      *----------------------------------------------------------------*00005070
      * QUERY DE DETALHE: CHAVES ORFAS E QTD DE LINHAS DE CADA UMA     *00005080
      *----------------------------------------------------------------*00005090
       0140-0110-GERA-DETALHE.                                          00005100
           MOVE   'SELECT'             TO  WS-SEPARADOR.                00005110
           MOVE   +6                   TO  WS-TAM-SEP.                  00005115
           PERFORM VARYING IND-COL FROM +1 BY +1                        00005120
             UNTIL IND-COL  GREATER  QTD-COL                            00005130
               STRING WS-SEPARADOR(1:WS-TAM-SEP) ' C.'                  00005136
                      TB-COL-FILHA(IND-COL)                             00005142
                      DELIMITED BY SIZE INTO LIN-DECK                   00005150
               PERFORM 0800-9999-GRAVA-DECK THRU 0800-9999-EXIT         00005160
               MOVE   '     ,'         TO  WS-SEPARADOR                 00005170
           END-PERFORM.                                                 00005180
           MOVE   '     , COUNT(*) AS LINHAS'  TO  LIN-DECK.            00005190
           PERFORM 0800-9999-GRAVA-DECK THRU 0800-9999-EXIT.            00005200
           PERFORM 0150-9999-GERA-CONDICAO THRU 0150-9999-EXIT.         00005210
           MOVE   ' GROUP BY'          TO  WS-SEPARADOR.                00005220
           MOVE   +9                   TO  WS-TAM-SEP.                  00005225
           PERFORM VARYING IND-COL FROM +1 BY +1                        00005230
             UNTIL IND-COL  GREATER  QTD-COL                            00005240
               STRING WS-SEPARADOR(1:WS-TAM-SEP) ' C.'                  00005246
                      TB-COL-FILHA(IND-COL)                             00005252
                      DELIMITED BY SIZE INTO LIN-DECK                   00005260
               PERFORM 0800-9999-GRAVA-DECK THRU 0800-9999-EXIT         00005270
               MOVE   '        ,'      TO  WS-SEPARADOR                 00005280
           END-PERFORM.                                                 00005290
           MOVE   ' ORDER BY'          TO  WS-SEPARADOR.                00005300
           MOVE   +9                   TO  WS-TAM-SEP.                  00005305
           PERFORM VARYING IND-COL FROM +1 BY +1                        00005310
             UNTIL IND-COL  GREATER  QTD-COL                            00005320
               STRING WS-SEPARADOR(1:WS-TAM-SEP) ' C.'                  00005326
                      TB-COL-FILHA(IND-COL)                             00005332
                      DELIMITED BY SIZE INTO LIN-DECK                   00005340
               PERFORM 0800-9999-GRAVA-DECK THRU 0800-9999-EXIT         00005350
               MOVE   '        ,'      TO  WS-SEPARADOR                 00005360
           END-PERFORM.                                                 00005370
           MOVE   ' FETCH FIRST 100 ROWS ONLY'  TO  LIN-DECK.           00005380
           PERFORM 0800-9999-GRAVA-DECK THRU 0800-9999-EXIT.            00005390
           MOVE   ';'                  TO  LIN-DECK.                    00005400
           PERFORM 0800-9999-GRAVA-DECK THRU 0800-9999-EXIT.            00005410
       0140-0110-EXIT. EXIT.                                            00005420
      *----------------------------------------------------------------*00005430
      * FROM/WHERE COMUM: FK TODA PREENCHIDA E SEM LINHA NO PAI COM A  *00005440
      * MESMA CHAVE (COLUNAS CASADAS NA ORDEM)                         *00005450
      *----------------------------------------------------------------*00005460
       0150-9999-GERA-CONDICAO.                                         00005470
           STRING '  FROM '  DELIMITED BY SIZE                          00005476
                  WS-FILHA  DELIMITED BY SPACE                          00005482
                  ' C'      DELIMITED BY SIZE                           00005488
                  INTO LIN-DECK.                                        00005494
           PERFORM 0800-9999-GRAVA-DECK THRU 0800-9999-EXIT.            00005500
           MOVE   ' WHERE'             TO  WS-SEPARADOR.                00005510
           MOVE   +6                   TO  WS-TAM-SEP.                  00005515
           PERFORM VARYING IND-COL FROM +1 BY +1                        00005520
             UNTIL IND-COL  GREATER  QTD-COL                            00005530
               STRING WS-SEPARADOR(1:WS-TAM-SEP) ' C.'                  00005536
                      DELIMITED BY SIZE                                 00005542
                      TB-COL-FILHA(IND-COL) DELIMITED BY SPACE          00005550
                      ' IS NOT NULL' DELIMITED BY SIZE                  00005560
                      INTO LIN-DECK                                     00005570
               PERFORM 0800-9999-GRAVA-DECK THRU 0800-9999-EXIT         00005580
               MOVE   '   AND'         TO  WS-SEPARADOR                 00005590
           END-PERFORM.                                                 00005600
           MOVE   '   AND NOT EXISTS'  TO  LIN-DECK.                    00005610
           PERFORM 0800-9999-GRAVA-DECK THRU 0800-9999-EXIT.            00005620
           MOVE   '      (SELECT 1'    TO  LIN-DECK.                    00005630
           PERFORM 0800-9999-GRAVA-DECK THRU 0800-9999-EXIT.            00005640
           STRING '         FROM '  DELIMITED BY SIZE                   00005646
                  WS-PAI    DELIMITED BY SPACE                          00005652
                  ' P'      DELIMITED BY SIZE                           00005658
                  INTO LIN-DECK.                                        00005664
           PERFORM 0800-9999-GRAVA-DECK THRU 0800-9999-EXIT.            00005670
           MOVE   '        WHERE'      TO  WS-SEPARADOR.                00005680
           PERFORM VARYING IND-COL FROM +1 BY +1                        00005690
             UNTIL IND-COL  GREATER  QTD-COL                            00005700
               STRING WS-SEPARADOR ' P.' DELIMITED BY SIZE              00005710
                      TB-COL-PAI(IND-COL) DELIMITED BY SPACE            00005720
                      ' = C.' DELIMITED BY SIZE                         00005730
                      TB-COL-FILHA(IND-COL) DELIMITED BY SPACE          00005740
                      INTO LIN-DECK                                     00005750
               PERFORM 0800-9999-GRAVA-DECK THRU 0800-9999-EXIT         00005760
               MOVE   '          AND'  TO  WS-SEPARADOR                 00005770
           END-PERFORM.                                                 00005780
           MOVE   '      )'            TO  LIN-DECK.                    00005790
           PERFORM 0800-9999-GRAVA-DECK THRU 0800-9999-EXIT.            00005800
       0150-9999-EXIT. EXIT.                                            00005810
      *----------------------------------------------------------------*00005820
      * GRAVA UMA LINHA NO ORFDECK                                     *00005830
      *----------------------------------------------------------------*00005840
       0800-9999-GRAVA-DECK.                                            00005850
           WRITE  REG-ORFDECK          FROM LIN-DECK.                   00005860
           MOVE   SPACES               TO  LIN-DECK.                    00005870
       0800-9999-EXIT. EXIT.                                            00005880
      *----------------------------------------------------------------*00005890
      * IMPRESSAO PAGINADA (COMO O RELATO DO DB2APRVL)                 *00005900
      *----------------------------------------------------------------*00005910
       0900-9999-IMPRIME.                                               00005920
           IF  AC-LINHA-REL  GREATER  60                                00005930
               ADD    +1               TO  AC-PAGINA-REL                00005940
               MOVE   AC-PAGINA-REL    TO  REL-CAB1-PAG                 00005950
               MOVE   ATU-DIA          TO  CB-DIA                       00005960
               MOVE   ATU-MES          TO  CB-MES                       00005970
               MOVE   ATU-ANO          TO  CB-ANO                       00005980
               WRITE  REG-RELATO       FROM REL-CAB1 AFTER PAGE         00005990
               WRITE  REG-RELATO       FROM REL-CAB2                    00006000
               WRITE  REG-RELATO       FROM REL-CAB3                    00006010
               MOVE   +3               TO  AC-LINHA-REL                 00006020
           END-IF.                                                      00006030
           WRITE  REG-RELATO           FROM LINHA-REL.                  00006040
           ADD    +1                   TO  AC-LINHA-REL.                00006050
           MOVE   SPACES               TO  LINHA-REL.                   00006060
       0900-9999-EXIT. EXIT.                                            00006070
      *----------------------------------------------------------------*00006080
      *                                                                *00006090
      *----------------------------------------------------------------*00006100
       9999-9999-ERRO-DB2.                                              00006110
           MOVE   SQLCODE              TO  WS-SQLCODE.                  00006120
           DISPLAY '*** SQLCODE  ' WS-SQLCODE.                          00006130
           DISPLAY '    SQLERRMC ' SQLERRMC.                            00006140
           DISPLAY '    SQLSTATE ' SQLSTATE.                            00006150
           MOVE   +16                  TO  RETURN-CODE.                 00006160
           STOP RUN.                                                    00006170
       9999-9999-EXIT. EXIT.                                            00006180
