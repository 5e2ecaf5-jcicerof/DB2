       IDENTIFICATION DIVISION.                                         00000010
       PROGRAM-ID.    DB2RECON.                                         00000020
      *----------------------------------------------------------------*00000030
      * DATA:  OUT/2026                                                *00000040
      * OBJETIVOS: CONFERENCIA DE DADOS ENTRE DOIS AMBIENTES DB2       *00000050
      *   (QUANTIDADE DE LINHAS E CHECKSUM), DEPOIS DE MIGRACAO OU DE  *00000060
      *   REFRESH DE TESTE. O DB2CMPDL DIZ SE AS DEFINICOES BATEM;     *00000070
      *   ESTE DIZ SE OS DADOS CHEGARAM. MESMO ESQUEMA DE DOIS PASSOS: *00000080
      *   PARM='E' (EXTRACAO) - NO AMBIENTE ORIGEM, LE OS CARTOES DO   *00000090
      *     SYSIN E GRAVA EM CNTFILE, POR TABELA:                      *00000100
      *     - QUANTIDADE DE LINHAS (COUNT(*));                         *00000110
      *     - MENOR E MAIOR CHAVE PRIMARIA (COLUNAS COM KEYSEQ NA      *00000120
      *       SYSIBM.SYSCOLUMNS, NA ORDEM DO KEYSEQ, CONVERTIDAS PARA  *00000130
      *       TEXTO E SEPARADAS POR '|'; ATE 150 POSICOES);            *00000140
      *     - SOMA DE UMA COLUNA NUMERICA, EM DECIMAL(31,6).           *00000150
      *     CARTOES (COL 1 '*' = COMENTARIO):                          *00000160
      *       'CREATOR.TABELA [COLUNA]' - A COLUNA DA SOMA E' OPCIONAL;*00000170
      *          SEM ELA VALE A 1A COLUNA DECIMAL FORA DA CHAVE (POR   *00000180
      *          COLNO) OU, NA FALTA, A 1A INTEGER/BIGINT/SMALLINT.    *00000190
      *       'A APLICACAO' (COL 1 'A', COL 3-10 O NOME) - TODAS AS    *00000200
      *          TABELAS ATIVAS DA APLICACAO NO INVENTARIO (INVNTRY),  *00000210
      *          COM A COLUNA DA SOMA PELO DEFAULT.                    *00000220
      *   PARM='C' (COMPARACAO) - NO AMBIENTE DESTINO, LE O CNTFILE,   *00000230
      *     APURA OS MESMOS VALORES NO DESTINO (MESMA COLUNA DA SOMA)  *00000240
      *     E RELATA TODA TABELA QUE DIFERE: AUSENTE, LINHAS, SOMA,    *00000250
      *     MENOR OU MAIOR CHAVE.                                      *00000260
      *   AS LEITURAS DAS TABELAS SAO DINAMICAS (PREPARE, COMO NO      *00000270
      *   DB2LSTDP) E COM WITH UR. TABELA QUE NAO PODE SER LIDA        *00000280
      *   (SQLCODE NEGATIVO NO PREPARE/OPEN/FETCH) VAI PARA O RELATO   *00000290
      *   COMO NAO APURADA E A RODADA SEGUE; ERRO DE CATALOGO PARA COM *00000300
      *   RETURN-CODE 16.                                              *00000310
      *   RETURN-CODE 4 QUANDO HA DIFERENCA (OU, NA EXTRACAO, CARTAO   *00000320
      *   OU TABELA QUE NAO PODE SER EXTRAIDA); 0 AMBIENTES IGUAIS.    *00000330
      * AREA RESPONSAVEL: ADMINISTRACAO DE BANCO DE DADOS              *00000340
      *----------------------------------------------------------------*00000350
       ENVIRONMENT    DIVISION.                                         00000360
      *                                                                 00000370
       INPUT-OUTPUT       SECTION.                                      00000380
       FILE-CONTROL.                                                    00000390
           SELECT  SYSIN    ASSIGN  TO  SYSIN.                          00000400
           SELECT  INVNTRY  ASSIGN  TO  INVNTRY                         00000410
                   ORGANIZATION  IS  INDEXED                            00000420
                   ACCESS  MODE  IS  DYNAMIC                            00000430
                   RECORD  KEY   IS  INV-CHAVE.                         00000440
           SELECT  CNTFILE  ASSIGN  TO  CNTFILE.                        00000450
           SELECT  RELATO   ASSIGN  TO  RELATO.                         00000460
      *                                                                 00000470
       DATA DIVISION.                                                   00000480
      *                                                                 00000490
       FILE            SECTION.                                         00000500
       FD  SYSIN                                                        00000510
           LABEL  RECORD  IS  OMITTED                                   00000520
           RECORDING MODE IS F.                                         00000530
                                                                        00000540
       01  REG-SYSIN                   PIC  X(080).                     00000550
      *                                                                 00000560
       FD  INVNTRY                                                      00000570
           LABEL  RECORD  IS  STANDARD.                                 00000580
                                                                        00000590
       01  REG-INVNTRY.                                                 00000600
           05  INV-CHAVE.                                               00000610
               10  INV-CREATOR    PIC X(08).                            00000620
               10  FILLER         PIC X(01).                            00000630
               10  INV-TABELA     PIC X(18).                            00000640
           05  FILLER             PIC X(01).                            00000650
           05  INV-APLICACAO      PIC X(08).                            00000660
           05  FILLER             PIC X(01).                            00000670
           05  INV-PGMR           PIC X(08).                            00000680
           05  FILLER             PIC X(01).                            00000690
           05  INV-SITUACAO       PIC X(01).                            00000700
           05  FILLER             PIC X(33).                            00000710
      *                                                                 00000720
       FD  CNTFILE                                                      00000730
           LABEL  RECORD  IS  OMITTED                                   00000740
           RECORDING MODE IS F.                                         00000750
                                                                        00000760
       01  REG-CNTFILE                 PIC  X(400).                     00000770
      *                                                                 00000780
       FD  RELATO                                                       00000790
           LABEL  RECORD  IS  OMITTED                                   00000800
           RECORDING MODE IS F.                                         00000810
                                                                        00000820
       01  REG-RELATO                  PIC  X(132).                     00000830
      *                                                                 00000840
       WORKING-STORAGE SECTION.                                         00000850
      *----------------------------------------------------------------*00000860
      * REGISTRO DO ARQUIVO DE CONTAGENS (CNTFILE), UM POR TABELA      *00000870
      *----------------------------------------------------------------*00000880
       01  CNT-REGISTRO.                                                00000890
           05  CNT-CREATOR        PIC X(08).                            00000900
           05  CNT-TABELA         PIC X(18).                            00000910
           05  CNT-LINHAS         PIC 9(10).                            00000920
           05  CNT-COL-SOMA       PIC X(18).                            00000930
           05  CNT-SOMA           PIC S9(25)V9(06)                      00000940
                                  SIGN IS LEADING SEPARATE.             00000950
           05  CNT-SIT-CHAVE      PIC X(01).                            00000960
               88  CNT-CHAVE-APURADA              VALUE 'S'.            00000970
           05  CNT-CHAVE-MIN      PIC X(150).                           00000980
           05  CNT-CHAVE-MAX      PIC X(150).                           00000990
           05  FILLER             PIC X(13).                            00001000
      *----------------------------------------------------------------*00001010
      * CARTAO DO SYSIN                                                *00001020
      *----------------------------------------------------------------*00001030
       01  CARTAO-SYSIN.                                                00001040
           02  CRT-CREATOR             PIC  X(08)      VALUE SPACES.    00001050
           02  CRT-TABELA              PIC  X(18)      VALUE SPACES.    00001060
           02  CRT-COLUNA              PIC  X(18)      VALUE SPACES.    00001070
      *----------------------------------------------------------------*00001080
      * ENTRADAS ATIVAS DO INVENTARIO (CARTOES POR APLICACAO)          *00001090
      *----------------------------------------------------------------*00001100
       01  TAB-INVENTARIO.                                              00001110
           02  QTD-INV            PIC S9(04) COMP    VALUE +0.          00001120
           02  IND-INV            PIC S9(04) COMP    VALUE +0.          00001130
           02  FILLER             OCCURS   2000  TIMES.                 00001140
               04  TB-INV-CREATOR   PIC  X(08).                         00001150
               04  TB-INV-TABELA    PIC  X(18).                         00001160
               04  TB-INV-APLICACAO PIC  X(08).                         00001170
      *----------------------------------------------------------------*00001180
      * COLUNAS DA CHAVE PRIMARIA DA TABELA CORRENTE (ORDEM DE KEYSEQ) *00001190
      *----------------------------------------------------------------*00001200
       01  TAB-CHAVE.                                                   00001210
           02  QTD-KEY            PIC S9(04) COMP    VALUE +0.          00001220
           02  IND-KEY            PIC S9(04) COMP    VALUE +0.          00001230
           02  FILLER             OCCURS     64  TIMES.                 00001240
               04  TB-KEY-NOME    PIC  X(18).                           00001250
               04  TB-KEY-TIPO    PIC  X(08).                           00001260
      *----------------------------------------------------------------*00001270
      * HOSTS DE CATALOGO                                              *00001280
      *----------------------------------------------------------------*00001290
       01  H-CREATOR                    PIC  X(08).                     00001300
       01  H-TABELA                     PIC  X(18).                     00001310
       01  H-COLNAME.                                                   00001320
           49  H-COLNAME-L              PIC S9(04) COMP.                00001330
           49  H-COLNAME-T              PIC  X(18).                     00001340
       01  H-COLTYPE                    PIC  X(08).                     00001350
      *----------------------------------------------------------------*00001360
      * HOSTS DA LEITURA DINAMICA DA TABELA                            *00001370
      *----------------------------------------------------------------*00001380
       01  DYNAMIC-SQL.                                                 00001390
           49  CMD-SQL-LENGTH          PIC S9(04) COMP     VALUE +0.    00001400
           49  CMD-SQL                 PIC  X(4000).                    00001410
       01  H-LINHAS                     PIC S9(09) COMP.                00001420
       01  H-SOMA                       PIC S9(25)V9(06) COMP-3.        00001430
       01  H-CHAVE.                                                     00001440
           49  H-CHAVE-L                PIC S9(04) COMP.                00001450
           49  H-CHAVE-T                PIC  X(254).                    00001460
      *----------------------------------------------------------------*00001470
      * RESULTADO DA APURACAO DA TABELA CORRENTE                       *00001480
      *----------------------------------------------------------------*00001490
       01  APURACAO.                                                    00001500
           02  APU-LINHAS              PIC S9(09) COMP VALUE +0.        00001510
           02  APU-SOMA                PIC S9(25)V9(06) COMP-3          00001520
                                                       VALUE +0.        00001530
           02  APU-COL-SOMA            PIC  X(18)      VALUE SPACES.    00001540
           02  APU-SIT-CHAVE           PIC  X(01)      VALUE SPACES.    00001550
               88  APU-CHAVE-APURADA                   VALUE 'S'.       00001560
               88  APU-SEM-CHAVE                       VALUE 'N'.       00001570
               88  APU-CHAVE-INVALIDA                  VALUE 'G'.       00001580
               88  APU-TABELA-VAZIA                    VALUE 'V'.       00001590
           02  APU-CHAVE-MIN           PIC  X(150)     VALUE SPACES.    00001600
           02  APU-CHAVE-MAX           PIC  X(150)     VALUE SPACES.    00001610
           02  APU-SQLCODE             PIC S9(09) COMP VALUE +0.        00001620
      *----------------------------------------------------------------*00001630
      * AREAS AUXILIARES                                               *00001640
      *----------------------------------------------------------------*00001650
       01  FILLER.                                                      00001660
           02  WS-SQLCODE              PIC -----9.                      00001670
           02  WS-QTD-CARTOES          PIC S9(04) COMP VALUE +0.        00001680
           02  WS-QTD-TABELAS          PIC S9(04) COMP VALUE +0.        00001690
           02  WS-QTD-DIF              PIC S9(04) COMP VALUE +0.        00001700
           02  WS-QTD-TAB-DIF          PIC S9(04) COMP VALUE +0.        00001710
           02  WS-DIF-INICIO           PIC S9(04) COMP VALUE +0.        00001720
           02  WS-QTD-APL              PIC S9(04) COMP VALUE +0.        00001730
           02  WS-APLICACAO            PIC  X(08)      VALUE SPACES.    00001740
           02  WS-CREATOR              PIC  X(08)      VALUE SPACES.    00001750
           02  WS-TABELA               PIC  X(18)      VALUE SPACES.    00001760
           02  WS-COL-SOMA             PIC  X(18)      VALUE SPACES.    00001770
           02  WS-NOME-TAB             PIC  X(27)      VALUE SPACES.    00001780
           02  WS-EXPR                 PIC  X(2500)    VALUE SPACES.    00001790
           02  WS-ORD-ASC              PIC  X(700)     VALUE SPACES.    00001800
           02  WS-ORD-DESC             PIC  X(700)     VALUE SPACES.    00001810
           02  WS-PT-EXPR              PIC S9(04) COMP VALUE +0.        00001820
           02  WS-PT-ASC               PIC S9(04) COMP VALUE +0.        00001830
           02  WS-PT-DESC              PIC S9(04) COMP VALUE +0.        00001840
           02  WS-PT-SQL               PIC S9(04) COMP VALUE +0.        00001850
           02  WS-CHAVE-LIDA           PIC  X(150)     VALUE SPACES.    00001860
           02  ZLINHAS                 PIC  ZZZZZZZZZ9.                 00001870
           02  ZSOMA                   PIC  -(25)9.999999.              00001880
           02  ZQTD                    PIC  ZZZZ9.                      00001890
      *                                                                 00001900
       01  AUD-PARM.                                                    00001910
           02  AUD-PROGRAMA       PIC X(08)      VALUE 'DB2RECON'.      00001920
           02  AUD-HORA-INICIO    PIC X(08)      VALUE SPACES.          00001930
           02  AUD-QTD-CARTOES    PIC 9(05)      VALUE ZEROS.           00001940
           02  AUD-QTD-OBJETOS    PIC 9(05)      VALUE ZEROS.           00001950
           02  AUD-QTD-AVISOS     PIC 9(05)      VALUE ZEROS.           00001960
           02  AUD-RETURN-CODE    PIC 9(02)      VALUE ZEROS.           00001970
           02  AUD-FUNCAO         PIC X(01)      VALUE 'E'.             00001975
      *----------------------------------------------------------------*00001980
      * CONTROLES                                                      *00001990
      *----------------------------------------------------------------*00002000
       01  CHAVES-FIM.                                                  00002010
           02  N88-FIM-SYSIN                     PIC  X(03) VALUE 'NAO'.00002020
               88  FIM-SYSIN                                VALUE 'SIM'.00002030
           02  N88-FIM-INVNTRY                   PIC  X(03) VALUE 'NAO'.00002040
               88  FIM-INVNTRY                              VALUE 'SIM'.00002050
           02  N88-FIM-CNTFILE                   PIC  X(03) VALUE 'NAO'.00002060
               88  FIM-CNTFILE                              VALUE 'SIM'.00002070
           02  N88-FIM-SYSCOLUMNS                PIC  X(03) VALUE 'NAO'.00002080
               88  FIM-SYSCOLUMNS                           VALUE 'SIM'.00002090
           02  N88-INV-CARREGADO                 PIC  X(03) VALUE 'NAO'.00002100
               88  INV-CARREGADO                            VALUE 'SIM'.00002110
           02  N88-TABELA-EXISTE                 PIC  X(03) VALUE 'NAO'.00002120
               88  TABELA-EXISTE                            VALUE 'SIM'.00002130
           02  N88-APURA-OK                      PIC  X(03) VALUE 'SIM'.00002140
               88  APURA-OK                                 VALUE 'SIM'.00002150
           02  N88-ESTOURO                       PIC  X(03) VALUE 'NAO'.00002160
               88  ESTOURO                                  VALUE 'SIM'.00002170
      *                                                                 00002180
           EXEC SQL INCLUDE SQLCA END-EXEC.                             00002190
      *----------------------------------------------------------------*00002200
      * RELATORIO                                                      *00002210
      *----------------------------------------------------------------*00002220
       77  AC-LINHA-REL           PIC S9(004)  COMP  VALUE +99.         00002230
       77  AC-PAGINA-REL          PIC S9(004)  COMP  VALUE +0.          00002240
       01  LINHA-REL              PIC  X(132)        VALUE SPACES.      00002250
       01  CURDATA                PIC  9(06)         VALUE ZEROS.       00002260
       01  CURDATA-R  REDEFINES  CURDATA.                               00002270
           03  ATU-ANO            PIC 9(02).                            00002280
           03  ATU-MES            PIC 9(02).                            00002290
           03  ATU-DIA            PIC 9(02).                            00002300
       01  REL-CAB1.                                                    00002310
           03  FILLER             PIC X(52)          VALUE              00002320
               'DB2RECON     ADMINISTRACAO DE BANCO DE DADOS'.          00002330
           03  FILLER             PIC X(06)          VALUE 'DATA: '.    00002340
           03  REL-CAB1-DATA.                                           00002350
               05  CB-DIA         PIC 9(02)/.                           00002360
               05  CB-MES         PIC 9(02)/.                           00002370
               05  CB-ANO         PIC 9(02).                            00002380
           03  FILLER             PIC X(04)          VALUE SPACES.      00002390
           03  FILLER             PIC X(05)          VALUE 'PAG: '.     00002400
           03  REL-CAB1-PAG       PIC ZZZ9.                             00002410
           03  FILLER             PIC X(53)          VALUE SPACES.      00002420
       01  REL-CAB2               PIC X(132)         VALUE SPACES.      00002430
       01  REL-CAB3.                                                    00002440
           03  FILLER             PIC X(132)         VALUE ALL '-'.     00002450
      *----------------------------------------------------------------*00002460
      *                                                                *00002470
      *----------------------------------------------------------------*00002480
       LINKAGE     SECTION.                                             00002490
       01  PARMJOB.                                                     00002500
           02  PARM-LEN           PIC  9(04)  COMP.                     00002510
           02  PARM-MODO          PIC  X(01).                           00002520
               88  MODO-EXTRACAO                  VALUE 'E'.            00002530
               88  MODO-COMPARACAO                VALUE 'C'.            00002540
      *----------------------------------------------------------------*00002550
      *                                                                *00002560
      *----------------------------------------------------------------*00002570
       PROCEDURE   DIVISION      USING   PARMJOB.                       00002580
      *----------------------------------------------------------------*00002590
      *                                                                *00002600
      *----------------------------------------------------------------*00002610
       0000-0000-PRINCIPAL.                                             00002620
           ACCEPT AUD-HORA-INICIO      FROM TIME.                       00002630
           ACCEPT CURDATA              FROM DATE.                       00002640
           IF  PARM-LEN  LESS  1                                        00002650
               DISPLAY 'DB2RECON - PARM OBRIGATORIO: E (EXTRACAO) OU C  00002660
      -                '(COMPARACAO)'                                   00002670
               MOVE   +16              TO  RETURN-CODE                  00002680
               STOP  RUN                                                00002690
           END-IF.                                                      00002700
           OPEN OUTPUT RELATO.                                          00002710
           IF  MODO-EXTRACAO                                            00002720
               STRING 'EXTRACAO DE QUANTIDADE DE LINHAS, CHAVES E '     00002730
                      'SOMAS - AMBIENTE ORIGEM (CNTFILE)'               00002740
                      DELIMITED BY SIZE INTO REL-CAB2                   00002750
               PERFORM 0100-0000-EXTRACAO THRU 0100-0000-EXIT           00002760
           ELSE                                                         00002770
             IF  MODO-COMPARACAO                                        00002780
                 STRING 'CONFERENCIA DE QUANTIDADE DE LINHAS, CHAVES '  00002790
                        'E SOMAS - AMBIENTE DESTINO CONTRA A ORIGEM '   00002800
                        '(CNTFILE)'                                     00002810
                        DELIMITED BY SIZE INTO REL-CAB2                 00002820
                 PERFORM 0600-0000-COMPARACAO THRU 0600-0000-EXIT       00002830
             ELSE                                                       00002840
                 DISPLAY 'DB2RECON - PARM INVALIDO: ' PARM-MODO         00002850
                 MOVE   +16          TO  RETURN-CODE                    00002860
                 STOP  RUN                                              00002870
             END-IF                                                     00002880
           END-IF.                                                      00002890
           CLOSE RELATO.                                                00002900
           EXEC SQL COMMIT WORK END-EXEC.                               00002910
           IF  WS-QTD-DIF  GREATER  +0                                  00002920
               MOVE   +4               TO  RETURN-CODE                  00002930
           ELSE                                                         00002940
               MOVE   +0               TO  RETURN-CODE                  00002950
           END-IF.                                                      00002960
           MOVE   WS-QTD-CARTOES       TO  AUD-QTD-CARTOES.             00002970
           MOVE   WS-QTD-TABELAS       TO  AUD-QTD-OBJETOS.             00002980
           MOVE   WS-QTD-DIF           TO  AUD-QTD-AVISOS.              00002990
           MOVE   RETURN-CODE          TO  AUD-RETURN-CODE.             00003000
           CALL  'DB2AUDIT'  USING  AUD-PARM.                           00003010
           STOP  RUN.                                                   00003020
       0000-0000-EXIT. EXIT.                                            00003030
      *----------------------------------------------------------------*00003040
      * MODO EXTRACAO - APURA AS TABELAS DO SYSIN E GRAVA O CNTFILE    *00003050
      *----------------------------------------------------------------*00003060
       0100-0000-EXTRACAO.                                              00003070
           OPEN INPUT  SYSIN.                                           00003080
           OPEN OUTPUT CNTFILE.                                         00003090
           PERFORM 0110-9999-LE-SYSIN THRU 0110-9999-EXIT.              00003100
           PERFORM 0200-0100-TRATA-CARTAO THRU 0200-0100-EXIT           00003110
             UNTIL FIM-SYSIN.                                           00003120
           CLOSE SYSIN CNTFILE.                                         00003130
           PERFORM 0900-9999-IMPRIME THRU 0900-9999-EXIT.               00003140
           MOVE   WS-QTD-TABELAS       TO  ZQTD.                        00003150
           STRING 'TABELAS EXTRAIDAS: ' ZQTD                            00003160
                  DELIMITED BY SIZE INTO LINHA-REL.                     00003170
           PERFORM 0900-9999-IMPRIME THRU 0900-9999-EXIT.               00003180
           MOVE   WS-QTD-DIF           TO  ZQTD.                        00003190
           STRING 'CARTOES OU TABELAS NAO EXTRAIDOS: ' ZQTD             00003200
                  DELIMITED BY SIZE INTO LINHA-REL.                     00003210
           PERFORM 0900-9999-IMPRIME THRU 0900-9999-EXIT.               00003220
           DISPLAY 'DB2RECON - TABELAS EXTRAIDAS: ' WS-QTD-TABELAS.     00003230
       0100-0000-EXIT. EXIT.                                            00003240
      *----------------------------------------------------------------*00003250
      *                                                                *00003260
      *----------------------------------------------------------------*00003270
       0110-9999-LE-SYSIN.                                              00003280
           READ SYSIN                                                   00003290
             AT END   MOVE 'SIM'  TO          N88-FIM-SYSIN.            00003300
       0110-9999-EXIT. EXIT.                                            00003310
      *----------------------------------------------------------------*00003320
      * UM CARTAO: TABELA AVULSA OU APLICACAO DO INVENTARIO            *00003330
      *----------------------------------------------------------------*00003340
       0200-0100-TRATA-CARTAO.                                          00003350
           IF  REG-SYSIN  EQUAL  SPACES                                 00003360
               OR  REG-SYSIN(1:1)  EQUAL  '*'                           00003370
               GO  TO  0200-0100-LEIA                                   00003380
           END-IF.                                                      00003390
           ADD    +1                   TO  WS-QTD-CARTOES.              00003400
           IF  REG-SYSIN(1:2)  EQUAL  'A '                              00003410
               MOVE   REG-SYSIN(3:8)   TO  WS-APLICACAO                 00003420
               PERFORM 0250-0200-APLICACAO THRU 0250-0200-EXIT          00003430
               GO  TO  0200-0100-LEIA                                   00003440
           END-IF.                                                      00003450
           MOVE   SPACES               TO  CARTAO-SYSIN.                00003460
           UNSTRING REG-SYSIN DELIMITED BY '.' OR ALL SPACES            00003470
               INTO CRT-CREATOR CRT-TABELA CRT-COLUNA.                  00003480
           IF  CRT-CREATOR  EQUAL  SPACES                               00003490
               OR  CRT-TABELA  EQUAL  SPACES                            00003500
               MOVE   'CARTAO INVALIDO: '  TO  LINHA-REL                00003510
               MOVE   REG-SYSIN        TO  LINHA-REL(18:80)             00003520
               PERFORM 0900-9999-IMPRIME THRU 0900-9999-EXIT            00003530
               ADD    +1               TO  WS-QTD-DIF                   00003540
               GO  TO  0200-0100-LEIA                                   00003550
           END-IF.                                                      00003560
           MOVE   CRT-CREATOR          TO  WS-CREATOR.                  00003570
           MOVE   CRT-TABELA           TO  WS-TABELA.                   00003580
           MOVE   CRT-COLUNA           TO  WS-COL-SOMA.                 00003590
           PERFORM 0300-9999-EXTRAI-TABELA THRU 0300-9999-EXIT.         00003600
       0200-0100-LEIA.                                                  00003610
           PERFORM 0110-9999-LE-SYSIN THRU 0110-9999-EXIT.              00003620
       0200-0100-EXIT. EXIT.                                            00003630
      *----------------------------------------------------------------*00003640
      * CARTAO 'A': TODAS AS TABELAS ATIVAS DA APLICACAO NO INVNTRY    *00003650
      *----------------------------------------------------------------*00003660
       0250-0200-APLICACAO.                                             00003670
           IF  NOT INV-CARREGADO                                        00003680
               PERFORM 0260-0250-CARREGA-INVNTRY THRU 0260-0250-EXIT    00003690
           END-IF.                                                      00003700
           MOVE   +0                   TO  WS-QTD-APL.                  00003710
           PERFORM VARYING IND-INV FROM +1 BY +1                        00003720
             UNTIL IND-INV  GREATER  QTD-INV                            00003730
               IF  TB-INV-APLICACAO(IND-INV)  EQUAL  WS-APLICACAO       00003740
                   ADD    +1                     TO  WS-QTD-APL         00003750
                   MOVE   TB-INV-CREATOR(IND-INV) TO  WS-CREATOR        00003760
                   MOVE   TB-INV-TABELA(IND-INV)  TO  WS-TABELA         00003770
                   MOVE   SPACES                  TO  WS-COL-SOMA       00003780
                   PERFORM 0300-9999-EXTRAI-TABELA THRU 0300-9999-EXIT  00003790
               END-IF                                                   00003800
           END-PERFORM.                                                 00003810
           IF  WS-QTD-APL  EQUAL  +0                                    00003820
               STRING 'APLICACAO SEM TABELAS ATIVAS NO INVENTARIO: '    00003830
                      WS-APLICACAO                                      00003840
                      DELIMITED BY SIZE INTO LINHA-REL                  00003850
               PERFORM 0900-9999-IMPRIME THRU 0900-9999-EXIT            00003860
               ADD    +1               TO  WS-QTD-DIF                   00003870
           END-IF.                                                      00003880
       0250-0200-EXIT. EXIT.                                            00003890
      *----------------------------------------------------------------*00003900
      *                                                                *00003910
      *----------------------------------------------------------------*00003920
       0260-0250-CARREGA-INVNTRY.                                       00003930
           OPEN INPUT INVNTRY.                                          00003940
           PERFORM 0270-0260-LE-INVNTRY THRU 0270-0260-EXIT             00003950
             UNTIL FIM-INVNTRY.                                         00003960
           CLOSE INVNTRY.                                               00003970
           MOVE   'SIM'                TO  N88-INV-CARREGADO.           00003980
       0260-0250-EXIT. EXIT.                                            00003990
      *----------------------------------------------------------------*00004000
      *                                                                *00004010
      *----------------------------------------------------------------*00004020
       0270-0260-LE-INVNTRY.                                            00004030
           READ  INVNTRY  NEXT                                          00004040
               AT END                                                   00004050
                   MOVE   'SIM'         TO   N88-FIM-INVNTRY            00004060
                   GO  TO  0270-0260-EXIT                               00004070
           END-READ.                                                    00004080
           IF  INV-SITUACAO  NOT EQUAL  'A'                             00004090
               GO  TO  0270-0260-EXIT                                   00004100
           END-IF.                                                      00004110
           IF  QTD-INV  GREATER  +1999                                  00004120
               DISPLAY 'DB2RECON - ERRO - INVENTARIO MAIOR QUE 2000 ENTR00004130
      -                'ADAS'                                           00004140
               MOVE   +16              TO  RETURN-CODE                  00004150
               STOP  RUN                                                00004160
           END-IF.                                                      00004170
           ADD    +1                   TO  QTD-INV.                     00004180
           MOVE   INV-CREATOR          TO  TB-INV-CREATOR(QTD-INV).     00004190
           MOVE   INV-TABELA           TO  TB-INV-TABELA(QTD-INV).      00004200
           MOVE   INV-APLICACAO        TO  TB-INV-APLICACAO(QTD-INV).   00004210
       0270-0260-EXIT. EXIT.                                            00004220
      *----------------------------------------------------------------*00004230
      * EXTRACAO DE UMA TABELA (WS-CREATOR/WS-TABELA/WS-COL-SOMA)      *00004240
      *----------------------------------------------------------------*00004250
       0300-9999-EXTRAI-TABELA.                                         00004260
           PERFORM 0950-9999-MONTA-NOME THRU 0950-9999-EXIT.            00004270
           PERFORM 0960-9999-VERIFICA-TABELA THRU 0960-9999-EXIT.       00004280
           IF  NOT TABELA-EXISTE                                        00004290
               STRING 'TABELA NAO ENCONTRADA NA ORIGEM: ' WS-NOME-TAB   00004300
                      DELIMITED BY SIZE INTO LINHA-REL                  00004310
               PERFORM 0900-9999-IMPRIME THRU 0900-9999-EXIT            00004320
               ADD    +1               TO  WS-QTD-DIF                   00004330
               GO  TO  0300-9999-EXIT                                   00004340
           END-IF.                                                      00004350
           IF  WS-COL-SOMA  EQUAL  SPACES                               00004360
               PERFORM 0400-9999-SOMA-DEFAULT THRU 0400-9999-EXIT       00004370
           ELSE                                                         00004380
               PERFORM 0410-9999-VALIDA-SOMA THRU 0410-9999-EXIT        00004390
               IF  WS-COL-SOMA  EQUAL  SPACES                           00004400
                   STRING 'COLUNA DA SOMA INEXISTENTE OU NAO NUMERICA: '00004410
                          WS-NOME-TAB ' ' CRT-COLUNA                    00004420
                          DELIMITED BY SIZE INTO LINHA-REL              00004430
                   PERFORM 0900-9999-IMPRIME THRU 0900-9999-EXIT        00004440
                   ADD    +1           TO  WS-QTD-DIF                   00004450
                   GO  TO  0300-9999-EXIT                               00004460
               END-IF                                                   00004470
           END-IF.                                                      00004480
           PERFORM 0500-0000-APURA-TABELA THRU 0500-0000-EXIT.          00004490
           IF  NOT APURA-OK                                             00004500
               ADD    +1               TO  WS-QTD-DIF                   00004510
               GO  TO  0300-9999-EXIT                                   00004520
           END-IF.                                                      00004530
                                                                        00004540
           ADD    +1                   TO  WS-QTD-TABELAS.              00004550
           MOVE   SPACES               TO  CNT-REGISTRO.                00004560
           MOVE   WS-CREATOR           TO  CNT-CREATOR.                 00004570
           MOVE   WS-TABELA            TO  CNT-TABELA.                  00004580
           MOVE   APU-LINHAS           TO  CNT-LINHAS.                  00004590
           MOVE   APU-COL-SOMA         TO  CNT-COL-SOMA.                00004600
           MOVE   APU-SOMA             TO  CNT-SOMA.                    00004610
           MOVE   APU-SIT-CHAVE        TO  CNT-SIT-CHAVE.               00004620
           MOVE   APU-CHAVE-MIN        TO  CNT-CHAVE-MIN.               00004630
           MOVE   APU-CHAVE-MAX        TO  CNT-CHAVE-MAX.               00004640
           WRITE  REG-CNTFILE          FROM CNT-REGISTRO.               00004650
           PERFORM 0800-9999-RELATA-APURACAO THRU 0800-9999-EXIT.       00004660
       0300-9999-EXIT. EXIT.                                            00004670
      *----------------------------------------------------------------*00004680
      * COLUNA DA SOMA PELO DEFAULT: 1A DECIMAL FORA DA CHAVE PRIMARIA *00004690
      * OU, NA FALTA, 1A INTEGER/BIGINT/SMALLINT FORA DA CHAVE         *00004700
      *----------------------------------------------------------------*00004710
       0400-9999-SOMA-DEFAULT.                                          00004720
           MOVE   SPACES               TO  WS-COL-SOMA.                 00004730
           EXEC SQL                                                     00004740
                SELECT NAME                                             00004750
                  INTO :H-COLNAME                                       00004760
                  FROM SYSIBM.SYSCOLUMNS                                00004770
                 WHERE TBCREATOR = :H-CREATOR                           00004780
                   AND TBNAME    = :H-TABELA                            00004790
                   AND KEYSEQ    = 0                                    00004800
                   AND COLTYPE   = 'DECIMAL'                            00004810
                 ORDER BY COLNO                                         00004820
                 FETCH FIRST 1 ROW ONLY                                 00004830
           END-EXEC.                                                    00004840
           IF  SQLCODE  EQUAL  +100                                     00004850
               EXEC SQL                                                 00004860
                    SELECT NAME                                         00004870
                      INTO :H-COLNAME                                   00004880
                      FROM SYSIBM.SYSCOLUMNS                            00004890
                     WHERE TBCREATOR = :H-CREATOR                       00004900
                       AND TBNAME    = :H-TABELA                        00004910
                       AND KEYSEQ    = 0                                00004920
                       AND COLTYPE   IN ('INTEGER', 'BIGINT',           00004930
                                         'SMALLINT')                    00004940
                     ORDER BY COLNO                                     00004950
                     FETCH FIRST 1 ROW ONLY                             00004960
               END-EXEC                                                 00004970
           END-IF.                                                      00004980
           IF  SQLCODE  EQUAL  +100                                     00004990
               GO  TO  0400-9999-EXIT                                   00005000
           END-IF.                                                      00005010
           IF  SQLCODE  NOT EQUAL  +0                                   00005020
               DISPLAY '*** ERRO NO SELECT SYSCOLUMNS (COLUNA DA SOMA)' 00005030
               PERFORM  9999-9999-ERRO-DB2  THRU 9999-9999-EXIT         00005040
           END-IF.                                                      00005050
           MOVE   H-COLNAME-T(1:H-COLNAME-L)  TO  WS-COL-SOMA.          00005060
       0400-9999-EXIT. EXIT.                                            00005070
      *----------------------------------------------------------------*00005080
      * COLUNA DA SOMA INFORMADA: TEM QUE EXISTIR E SER NUMERICA;      *00005090
      * SENAO VOLTA EM BRANCO                                          *00005100
      *----------------------------------------------------------------*00005110
       0410-9999-VALIDA-SOMA.                                           00005120
           MOVE   +18                  TO  H-COLNAME-L.                 00005130
           MOVE   WS-COL-SOMA          TO  H-COLNAME-T.                 00005140
           MOVE   SPACES               TO  WS-COL-SOMA.                 00005150
           EXEC SQL                                                     00005160
                SELECT COLTYPE                                          00005170
                  INTO :H-COLTYPE                                       00005180
                  FROM SYSIBM.SYSCOLUMNS                                00005190
                 WHERE TBCREATOR = :H-CREATOR                           00005200
                   AND TBNAME    = :H-TABELA                            00005210
                   AND NAME      = :H-COLNAME                           00005220
           END-EXEC.                                                    00005230
           IF  SQLCODE  EQUAL  +100                                     00005240
               GO  TO  0410-9999-EXIT                                   00005250
           END-IF.                                                      00005260
           IF  SQLCODE  NOT EQUAL  +0                                   00005270
               DISPLAY '*** ERRO NO SELECT SYSCOLUMNS (COLUNA DA SOMA)' 00005280
               PERFORM  9999-9999-ERRO-DB2  THRU 9999-9999-EXIT         00005290
           END-IF.                                                      00005300
           IF  H-COLTYPE  EQUAL  'DECIMAL'  OR  'INTEGER'  OR  'BIGINT' 00005310
                          OR  'SMALLINT'  OR  'FLOAT'                   00005320
               MOVE   H-COLNAME-T      TO  WS-COL-SOMA                  00005330
           END-IF.                                                      00005340
       0410-9999-EXIT. EXIT.                                            00005350
      *----------------------------------------------------------------*00005360
      * APURA A TABELA CORRENTE: LINHAS E SOMA NUMA LEITURA, MENOR E   *00005370
      * MAIOR CHAVE PRIMARIA EM OUTRAS DUAS (PELO INDICE DA CHAVE)     *00005380
      *----------------------------------------------------------------*00005390
       0500-0000-APURA-TABELA.                                          00005400
           MOVE   'SIM'                TO  N88-APURA-OK.                00005410
           MOVE   +0                   TO  APU-LINHAS APU-SOMA          00005420
                                           APU-SQLCODE.                 00005430
           MOVE   WS-COL-SOMA          TO  APU-COL-SOMA.                00005440
           MOVE   SPACES               TO  APU-SIT-CHAVE                00005450
                                           APU-CHAVE-MIN APU-CHAVE-MAX. 00005460
                                                                        00005470
           MOVE   SPACES               TO  CMD-SQL.                     00005480
           MOVE   +1                   TO  WS-PT-SQL.                   00005490
           IF  WS-COL-SOMA  EQUAL  SPACES                               00005500
               STRING 'SELECT COUNT(*), DECIMAL(0, 31, 6) FROM '        00005510
                      DELIMITED BY SIZE                                 00005520
                      INTO CMD-SQL WITH POINTER WS-PT-SQL               00005530
           ELSE                                                         00005540
               STRING 'SELECT COUNT(*), VALUE(SUM(DECIMAL('             00005550
                      DELIMITED BY SIZE                                 00005560
                      WS-COL-SOMA  DELIMITED BY SPACE                   00005570
                      ', 31, 6)), 0) FROM '                             00005580
                      DELIMITED BY SIZE                                 00005590
                      INTO CMD-SQL WITH POINTER WS-PT-SQL               00005600
           END-IF.                                                      00005610
           STRING WS-CREATOR DELIMITED BY SPACE                         00005620
                  '.'        DELIMITED BY SIZE                          00005630
                  WS-TABELA  DELIMITED BY SPACE                         00005640
                  ' WITH UR' DELIMITED BY SIZE                          00005650
                  INTO CMD-SQL WITH POINTER WS-PT-SQL.                  00005660
           COMPUTE CMD-SQL-LENGTH = WS-PT-SQL - 1.                      00005670
           PERFORM 0510-0500-LE-TOTAIS THRU 0510-0500-EXIT.             00005680
           IF  NOT APURA-OK                                             00005690
               GO  TO  0500-0000-EXIT                                   00005700
           END-IF.                                                      00005710
                                                                        00005720
           PERFORM 0520-0500-CARREGA-CHAVE THRU 0520-0500-EXIT.         00005730
           IF  QTD-KEY  EQUAL  +0                                       00005740
               MOVE   'N'              TO  APU-SIT-CHAVE                00005750
               GO  TO  0500-0000-EXIT                                   00005760
           END-IF.                                                      00005770
           PERFORM 0540-0500-MONTA-CHAVE THRU 0540-0500-EXIT.           00005780
           IF  APU-CHAVE-INVALIDA                                       00005790
               GO  TO  0500-0000-EXIT                                   00005800
           END-IF.                                                      00005810
           MOVE   'S'                  TO  APU-SIT-CHAVE.               00005820
                                                                        00005830
           PERFORM 0560-0500-MONTA-SQL-CHAVE THRU 0560-0500-EXIT.       00005840
           STRING WS-ORD-ASC(1:WS-PT-ASC - 1)                           00005850
                  ' FETCH FIRST 1 ROW ONLY WITH UR'                     00005860
                  DELIMITED BY SIZE                                     00005870
                  INTO CMD-SQL WITH POINTER WS-PT-SQL.                  00005880
           COMPUTE CMD-SQL-LENGTH = WS-PT-SQL - 1.                      00005890
           PERFORM 0570-0500-LE-CHAVE THRU 0570-0500-EXIT.              00005900
           IF  NOT APURA-OK  OR  APU-TABELA-VAZIA                       00005910
               GO  TO  0500-0000-EXIT                                   00005920
           END-IF.                                                      00005930
           MOVE   WS-CHAVE-LIDA        TO  APU-CHAVE-MIN.               00005940
                                                                        00005950
           PERFORM 0560-0500-MONTA-SQL-CHAVE THRU 0560-0500-EXIT.       00005960
           STRING WS-ORD-DESC(1:WS-PT-DESC - 1)                         00005970
                  ' FETCH FIRST 1 ROW ONLY WITH UR'                     00005980
                  DELIMITED BY SIZE                                     00005990
                  INTO CMD-SQL WITH POINTER WS-PT-SQL.                  00006000
           COMPUTE CMD-SQL-LENGTH = WS-PT-SQL - 1.                      00006010
           PERFORM 0570-0500-LE-CHAVE THRU 0570-0500-EXIT.              00006020
           IF  NOT APURA-OK                                             00006030
               GO  TO  0500-0000-EXIT                                   00006040
           END-IF.                                                      00006050
           MOVE   WS-CHAVE-LIDA        TO  APU-CHAVE-MAX.               00006060
       0500-0000-EXIT. EXIT.                                            00006070
      *----------------------------------------------------------------*00006080
      * SELECT COUNT/SUM DINAMICO                                      *00006090
      *----------------------------------------------------------------*00006100
       0510-0500-LE-TOTAIS.                                             00006110
           EXEC SQL PREPARE ST_TOTAIS FROM :DYNAMIC-SQL END-EXEC.       00006120
           IF  SQLCODE  NOT EQUAL  +0                                   00006130
               PERFORM 0590-0500-NAO-APURADA THRU 0590-0500-EXIT        00006140
               GO  TO  0510-0500-EXIT                                   00006150
           END-IF.                                                      00006160
           EXEC SQL                                                     00006170
                DECLARE C_TOTAIS CURSOR                                 00006180
                    FOR ST_TOTAIS                                       00006190
           END-EXEC.                                                    00006200
           EXEC SQL OPEN C_TOTAIS END-EXEC.                             00006210
           IF  SQLCODE  NOT EQUAL  +0                                   00006220
               PERFORM 0590-0500-NAO-APURADA THRU 0590-0500-EXIT        00006230
               GO  TO  0510-0500-EXIT                                   00006240
           END-IF.                                                      00006250
           EXEC SQL                                                     00006260
                FETCH  C_TOTAIS                                         00006270
                INTO   :H-LINHAS, :H-SOMA                               00006280
           END-EXEC.                                                    00006290
           IF  SQLCODE  NOT EQUAL  +0                                   00006300
               PERFORM 0590-0500-NAO-APURADA THRU 0590-0500-EXIT        00006310
               EXEC SQL CLOSE C_TOTAIS END-EXEC                         00006320
               GO  TO  0510-0500-EXIT                                   00006330
           END-IF.                                                      00006340
           MOVE   H-LINHAS             TO  APU-LINHAS.                  00006350
           MOVE   H-SOMA               TO  APU-SOMA.                    00006360
           EXEC SQL CLOSE C_TOTAIS END-EXEC.                            00006370
       0510-0500-EXIT. EXIT.                                            00006380
      *----------------------------------------------------------------*00006390
      * COLUNAS DA CHAVE PRIMARIA (KEYSEQ DA SYSIBM.SYSCOLUMNS)        *00006400
      *----------------------------------------------------------------*00006410
       0520-0500-CARREGA-CHAVE.                                         00006420
           MOVE   +0                   TO  QTD-KEY.                     00006430
           EXEC SQL                                                     00006440
                DECLARE C_SYSCOLUMNS CURSOR FOR                         00006450
                SELECT NAME, COLTYPE                                    00006460
                  FROM SYSIBM.SYSCOLUMNS                                00006470
                 WHERE TBCREATOR = :H-CREATOR                           00006480
                   AND TBNAME    = :H-TABELA                            00006490
                   AND KEYSEQ    > 0                                    00006500
                 ORDER BY KEYSEQ                                        00006510
           END-EXEC.                                                    00006520
           EXEC SQL OPEN C_SYSCOLUMNS END-EXEC.                         00006530
           IF  SQLCODE  NOT EQUAL  +0                                   00006540
               DISPLAY '*** ERRO NO OPEN C_SYSCOLUMNS'                  00006550
               PERFORM  9999-9999-ERRO-DB2  THRU 9999-9999-EXIT         00006560
           END-IF.                                                      00006570
           MOVE   'NAO'                TO  N88-FIM-SYSCOLUMNS.          00006580
           PERFORM 0530-0520-FETCH-CHAVE THRU 0530-0520-EXIT            00006590
             UNTIL FIM-SYSCOLUMNS.                                      00006600
           EXEC SQL CLOSE C_SYSCOLUMNS END-EXEC.                        00006610
           IF  SQLCODE  NOT EQUAL  +0                                   00006620
               DISPLAY '*** ERRO NO CLOSE C_SYSCOLUMNS'                 00006630
               PERFORM  9999-9999-ERRO-DB2  THRU 9999-9999-EXIT         00006640
           END-IF.                                                      00006650
       0520-0500-EXIT. EXIT.                                            00006660
      *----------------------------------------------------------------*00006670
      *                                                                *00006680
      *----------------------------------------------------------------*00006690
       0530-0520-FETCH-CHAVE.                                           00006700
           EXEC SQL                                                     00006710
                FETCH  C_SYSCOLUMNS                                     00006720
                INTO   :H-COLNAME, :H-COLTYPE                           00006730
           END-EXEC.                                                    00006740
           IF  SQLCODE  EQUAL  +100                                     00006750
               MOVE  'SIM'             TO  N88-FIM-SYSCOLUMNS           00006760
               GO  TO  0530-0520-EXIT                                   00006770
           END-IF.                                                      00006780
           IF  SQLCODE  NOT EQUAL  +0                                   00006790
               DISPLAY '*** ERRO NO FETCH C_SYSCOLUMNS'                 00006800
               PERFORM  9999-9999-ERRO-DB2  THRU 9999-9999-EXIT         00006810
           END-IF.                                                      00006820
           IF  QTD-KEY  NOT LESS  +64                                   00006830
               GO  TO  0530-0520-EXIT                                   00006840
           END-IF.                                                      00006850
           ADD    +1                   TO  QTD-KEY.                     00006860
           MOVE   SPACES               TO  TB-KEY-NOME(QTD-KEY).        00006870
           MOVE   H-COLNAME-T(1:H-COLNAME-L)  TO  TB-KEY-NOME(QTD-KEY). 00006880
           MOVE   H-COLTYPE            TO  TB-KEY-TIPO(QTD-KEY).        00006890
       0530-0520-EXIT. EXIT.                                            00006900
      *----------------------------------------------------------------*00006910
      * EXPRESSAO DA CHAVE EM TEXTO (COLUNAS UNIDAS POR '|') E AS      *00006920
      * CLAUSULAS ORDER BY CRESCENTE E DECRESCENTE. CHAVE COM COLUNA   *00006930
      * GRAPHIC/LOB OU LONGA DEMAIS FICA SEM COMPARACAO ('G')          *00006940
      *----------------------------------------------------------------*00006950
       0540-0500-MONTA-CHAVE.                                           00006960
           MOVE   SPACES               TO  WS-EXPR WS-ORD-ASC           00006970
                                           WS-ORD-DESC.                 00006980
           MOVE   +1                   TO  WS-PT-EXPR WS-PT-ASC         00006990
                                           WS-PT-DESC.                  00007000
           MOVE   'NAO'                TO  N88-ESTOURO.                 00007010
           STRING ' ORDER BY '  DELIMITED BY SIZE                       00007020
                  INTO WS-ORD-ASC  WITH POINTER WS-PT-ASC.              00007030
           STRING ' ORDER BY '  DELIMITED BY SIZE                       00007040
                  INTO WS-ORD-DESC WITH POINTER WS-PT-DESC.             00007050
           PERFORM 0550-0540-UMA-COLUNA THRU 0550-0540-EXIT             00007060
             VARYING IND-KEY FROM +1 BY +1                              00007070
               UNTIL IND-KEY  GREATER  QTD-KEY                          00007080
                  OR APU-CHAVE-INVALIDA                                 00007090
                  OR ESTOURO.                                           00007100
           IF  ESTOURO                                                  00007110
               MOVE   'G'              TO  APU-SIT-CHAVE                00007120
           END-IF.                                                      00007130
       0540-0500-EXIT. EXIT.                                            00007140
      *----------------------------------------------------------------*00007150
      *                                                                *00007160
      *----------------------------------------------------------------*00007170
       0550-0540-UMA-COLUNA.                                            00007180
           IF  IND-KEY  GREATER  +1                                     00007190
               STRING ' CONCAT ''|'' CONCAT ' DELIMITED BY SIZE         00007200
                      INTO WS-EXPR WITH POINTER WS-PT-EXPR              00007210
                      ON OVERFLOW MOVE 'SIM' TO N88-ESTOURO             00007220
               END-STRING                                               00007230
               STRING ', '  DELIMITED BY SIZE                           00007240
                      INTO WS-ORD-ASC  WITH POINTER WS-PT-ASC           00007250
                      ON OVERFLOW MOVE 'SIM' TO N88-ESTOURO             00007260
               END-STRING                                               00007270
               STRING ', '  DELIMITED BY SIZE                           00007280
                      INTO WS-ORD-DESC WITH POINTER WS-PT-DESC          00007290
                      ON OVERFLOW MOVE 'SIM' TO N88-ESTOURO             00007300
               END-STRING                                               00007310
           END-IF.                                                      00007320
           EVALUATE TB-KEY-TIPO(IND-KEY)                                00007330
               WHEN 'CHAR'                                              00007340
               WHEN 'VARCHAR'                                           00007350
                    STRING TB-KEY-NOME(IND-KEY) DELIMITED BY SPACE      00007360
                           INTO WS-EXPR WITH POINTER WS-PT-EXPR         00007370
                           ON OVERFLOW MOVE 'SIM' TO N88-ESTOURO        00007380
                    END-STRING                                          00007390
               WHEN 'SMALLINT'                                          00007400
               WHEN 'INTEGER'                                           00007410
               WHEN 'BIGINT'                                            00007420
               WHEN 'DECIMAL'                                           00007430
               WHEN 'FLOAT'                                             00007440
               WHEN 'TIMESTMP'                                          00007450
                    STRING 'CHAR('              DELIMITED BY SIZE       00007460
                           TB-KEY-NOME(IND-KEY) DELIMITED BY SPACE      00007470
                           ')'                  DELIMITED BY SIZE       00007480
                           INTO WS-EXPR WITH POINTER WS-PT-EXPR         00007490
                           ON OVERFLOW MOVE 'SIM' TO N88-ESTOURO        00007500
                    END-STRING                                          00007510
               WHEN 'DATE'                                              00007520
               WHEN 'TIME'                                              00007530
                    STRING 'CHAR('              DELIMITED BY SIZE       00007540
                           TB-KEY-NOME(IND-KEY) DELIMITED BY SPACE      00007550
                           ', ISO)'             DELIMITED BY SIZE       00007560
                           INTO WS-EXPR WITH POINTER WS-PT-EXPR         00007570
                           ON OVERFLOW MOVE 'SIM' TO N88-ESTOURO        00007580
                    END-STRING                                          00007590
               WHEN OTHER                                               00007600
                    MOVE  'G'                 TO  APU-SIT-CHAVE         00007610
                    GO  TO  0550-0540-EXIT                              00007620
           END-EVALUATE.                                                00007630
           STRING TB-KEY-NOME(IND-KEY) DELIMITED BY SPACE               00007640
                  INTO WS-ORD-ASC  WITH POINTER WS-PT-ASC               00007650
                  ON OVERFLOW MOVE 'SIM' TO N88-ESTOURO                 00007660
           END-STRING.                                                  00007670
           STRING TB-KEY-NOME(IND-KEY) DELIMITED BY SPACE               00007680
                  ' DESC'              DELIMITED BY SIZE                00007690
                  INTO WS-ORD-DESC WITH POINTER WS-PT-DESC              00007700
                  ON OVERFLOW MOVE 'SIM' TO N88-ESTOURO                 00007710
           END-STRING.                                                  00007720
       0550-0540-EXIT. EXIT.                                            00007730
      *----------------------------------------------------------------*00007740
      * INICIO COMUM DO SELECT DA CHAVE: 'SELECT expr FROM tabela'     *00007750
      *----------------------------------------------------------------*00007760
       0560-0500-MONTA-SQL-CHAVE.                                       00007770
           MOVE   SPACES               TO  CMD-SQL.                     00007780
           MOVE   +1                   TO  WS-PT-SQL.                   00007790
           STRING 'SELECT '            DELIMITED BY SIZE                00007800
                  WS-EXPR(1:WS-PT-EXPR - 1)                             00007810
                                       DELIMITED BY SIZE                00007820
                  ' FROM '             DELIMITED BY SIZE                00007830
                  WS-CREATOR           DELIMITED BY SPACE               00007840
                  '.'                  DELIMITED BY SIZE                00007850
                  WS-TABELA            DELIMITED BY SPACE               00007860
                  INTO CMD-SQL WITH POINTER WS-PT-SQL.                  00007870
       0560-0500-EXIT. EXIT.                                            00007880
      *----------------------------------------------------------------*00007890
      * PRIMEIRA LINHA NA ORDEM DA CHAVE; TABELA VAZIA = 'V'           *00007900
      *----------------------------------------------------------------*00007910
       0570-0500-LE-CHAVE.                                              00007920
           MOVE   SPACES               TO  WS-CHAVE-LIDA.               00007930
           EXEC SQL PREPARE ST_CHAVE FROM :DYNAMIC-SQL END-EXEC.        00007940
           IF  SQLCODE  NOT EQUAL  +0                                   00007950
               PERFORM 0590-0500-NAO-APURADA THRU 0590-0500-EXIT        00007960
               GO  TO  0570-0500-EXIT                                   00007970
           END-IF.                                                      00007980
           EXEC SQL                                                     00007990
                DECLARE C_CHAVE CURSOR                                  00008000
                    FOR ST_CHAVE                                        00008010
           END-EXEC.                                                    00008020
           EXEC SQL OPEN C_CHAVE END-EXEC.                              00008030
           IF  SQLCODE  NOT EQUAL  +0                                   00008040
               PERFORM 0590-0500-NAO-APURADA THRU 0590-0500-EXIT        00008050
               GO  TO  0570-0500-EXIT                                   00008060
           END-IF.                                                      00008070
           MOVE   +0                   TO  H-CHAVE-L.                   00008080
           MOVE   SPACES               TO  H-CHAVE-T.                   00008090
           EXEC SQL                                                     00008100
                FETCH  C_CHAVE                                          00008110
                INTO   :H-CHAVE                                         00008120
           END-EXEC.                                                    00008130
           IF  SQLCODE  EQUAL  +100                                     00008140
               MOVE   'V'              TO  APU-SIT-CHAVE                00008150
           ELSE                                                         00008160
               IF  SQLCODE  NOT EQUAL  +0                               00008170
                   PERFORM 0590-0500-NAO-APURADA THRU 0590-0500-EXIT    00008180
               ELSE                                                     00008190
                   IF  H-CHAVE-L  GREATER  +0                           00008200
                       MOVE  H-CHAVE-T(1:H-CHAVE-L)  TO  WS-CHAVE-LIDA  00008210
                   END-IF                                               00008220
               END-IF                                                   00008230
           END-IF.                                                      00008240
           EXEC SQL CLOSE C_CHAVE END-EXEC.                             00008250
       0570-0500-EXIT. EXIT.                                            00008260
      *----------------------------------------------------------------*00008270
      * TABELA QUE NAO PODE SER LIDA: RELATA O SQLCODE E SEGUE         *00008280
      *----------------------------------------------------------------*00008290
       0590-0500-NAO-APURADA.                                           00008300
           MOVE   'NAO'                TO  N88-APURA-OK.                00008310
           MOVE   SQLCODE              TO  APU-SQLCODE.                 00008320
           MOVE   SQLCODE              TO  WS-SQLCODE.                  00008330
           STRING 'TABELA NAO APURADA: ' WS-NOME-TAB                    00008340
                  ' - SQLCODE ' WS-SQLCODE ' ' SQLERRMC                 00008350
                  DELIMITED BY SIZE INTO LINHA-REL.                     00008360
           PERFORM 0900-9999-IMPRIME THRU 0900-9999-EXIT.               00008370
       0590-0500-EXIT. EXIT.                                            00008380
      *----------------------------------------------------------------*00008390
      * MODO COMPARACAO - LE O CNTFILE DA ORIGEM E CONFERE CADA TABELA *00008400
      * NO AMBIENTE LOCAL                                              *00008410
      *----------------------------------------------------------------*00008420
       0600-0000-COMPARACAO.                                            00008430
           OPEN INPUT  CNTFILE.                                         00008440
           PERFORM 0610-9999-LE-CNTFILE THRU 0610-9999-EXIT.            00008450
           PERFORM 0700-0600-CONFERE-TABELA THRU 0700-0600-EXIT         00008460
             UNTIL FIM-CNTFILE.                                         00008470
           CLOSE CNTFILE.                                               00008480
           PERFORM 0900-9999-IMPRIME THRU 0900-9999-EXIT.               00008490
           MOVE   WS-QTD-CARTOES       TO  ZQTD.                        00008500
           STRING 'TABELAS CONFERIDAS: ' ZQTD                           00008510
                  DELIMITED BY SIZE INTO LINHA-REL.                     00008520
           PERFORM 0900-9999-IMPRIME THRU 0900-9999-EXIT.               00008530
           MOVE   WS-QTD-TAB-DIF       TO  ZQTD.                        00008540
           STRING 'TABELAS COM DIFERENCA: ' ZQTD                        00008550
                  DELIMITED BY SIZE INTO LINHA-REL.                     00008560
           PERFORM 0900-9999-IMPRIME THRU 0900-9999-EXIT.               00008570
           DISPLAY 'DB2RECON - TABELAS COM DIFERENCA: ' WS-QTD-TAB-DIF. 00008580
       0600-0000-EXIT. EXIT.                                            00008590
      *----------------------------------------------------------------*00008600
      *                                                                *00008610
      *----------------------------------------------------------------*00008620
       0610-9999-LE-CNTFILE.                                            00008630
           READ CNTFILE INTO CNT-REGISTRO                               00008640
             AT END   MOVE 'SIM'  TO          N88-FIM-CNTFILE.          00008650
       0610-9999-EXIT. EXIT.                                            00008660
      *----------------------------------------------------------------*00008670
      * UMA TABELA DA ORIGEM: APURA NO DESTINO E CONFERE               *00008680
      *----------------------------------------------------------------*00008690
       0700-0600-CONFERE-TABELA.                                        00008700
           ADD    +1                   TO  WS-QTD-CARTOES.              00008710
           MOVE   WS-QTD-DIF           TO  WS-DIF-INICIO.               00008720
           MOVE   CNT-CREATOR          TO  WS-CREATOR.                  00008730
           MOVE   CNT-TABELA           TO  WS-TABELA.                   00008740
           PERFORM 0950-9999-MONTA-NOME THRU 0950-9999-EXIT.            00008750
           PERFORM 0960-9999-VERIFICA-TABELA THRU 0960-9999-EXIT.       00008760
           IF  NOT TABELA-EXISTE                                        00008770
               STRING '*** TABELA NAO EXISTE NO AMBIENTE DESTINO: '     00008780
                      WS-NOME-TAB                                       00008790
                      DELIMITED BY SIZE INTO LINHA-REL                  00008800
               PERFORM 0900-9999-IMPRIME THRU 0900-9999-EXIT            00008810
               ADD    +1               TO  WS-QTD-DIF                   00008820
               GO  TO  0700-0600-CONTA                                  00008830
           END-IF.                                                      00008840
           ADD    +1                   TO  WS-QTD-TABELAS.              00008850
           MOVE   CNT-COL-SOMA         TO  WS-COL-SOMA.                 00008860
           IF  WS-COL-SOMA  NOT EQUAL  SPACES                           00008870
               PERFORM 0410-9999-VALIDA-SOMA THRU 0410-9999-EXIT        00008880
               IF  WS-COL-SOMA  EQUAL  SPACES                           00008890
                   STRING '*** ' WS-NOME-TAB ' - COLUNA DA SOMA '       00008900
                          CNT-COL-SOMA                                  00008910
                          ' AUSENTE OU NAO NUMERICA NO DESTINO'         00008920
                          DELIMITED BY SIZE INTO LINHA-REL              00008930
                   PERFORM 0900-9999-IMPRIME THRU 0900-9999-EXIT        00008940
                   ADD    +1           TO  WS-QTD-DIF                   00008950
               END-IF                                                   00008960
           END-IF.                                                      00008970
           PERFORM 0500-0000-APURA-TABELA THRU 0500-0000-EXIT.          00008980
           IF  NOT APURA-OK                                             00008990
               ADD    +1               TO  WS-QTD-DIF                   00009000
               GO  TO  0700-0600-CONTA                                  00009010
           END-IF.                                                      00009020
           PERFORM 0800-9999-RELATA-APURACAO THRU 0800-9999-EXIT.       00009030
                                                                        00009040
           IF  APU-LINHAS  NOT EQUAL  CNT-LINHAS                        00009050
               MOVE   CNT-LINHAS       TO  ZLINHAS                      00009060
               STRING '       *** LINHAS DIFERENTES - ORIGEM: ' ZLINHAS 00009070
                      DELIMITED BY SIZE INTO LINHA-REL                  00009080
               PERFORM 0900-9999-IMPRIME THRU 0900-9999-EXIT            00009090
               ADD    +1               TO  WS-QTD-DIF                   00009100
           END-IF.                                                      00009110
           IF  CNT-COL-SOMA  NOT EQUAL  SPACES                          00009120
               AND  APU-COL-SOMA  NOT EQUAL  SPACES                     00009130
               AND  APU-SOMA  NOT EQUAL  CNT-SOMA                       00009140
               MOVE   CNT-SOMA         TO  ZSOMA                        00009150
               STRING '       *** SOMA DIFERENTE - ORIGEM: ' ZSOMA      00009160
                      DELIMITED BY SIZE INTO LINHA-REL                  00009170
               PERFORM 0900-9999-IMPRIME THRU 0900-9999-EXIT            00009180
               ADD    +1               TO  WS-QTD-DIF                   00009190
           END-IF.                                                      00009200
           IF  APU-SIT-CHAVE  NOT EQUAL  CNT-SIT-CHAVE                  00009210
               STRING '       *** SITUACAO DA CHAVE PRIMARIA '          00009220
                      'DIFERENTE - ORIGEM: ' CNT-SIT-CHAVE              00009230
                      '  DESTINO: ' APU-SIT-CHAVE                       00009240
                      '  (S=APURADA N=SEM CHAVE G=NAO COMPARAVEL '      00009250
                      'V=VAZIA)'                                        00009260
                      DELIMITED BY SIZE INTO LINHA-REL                  00009270
               PERFORM 0900-9999-IMPRIME THRU 0900-9999-EXIT            00009280
               ADD    +1               TO  WS-QTD-DIF                   00009290
               GO  TO  0700-0600-CONTA                                  00009300
           END-IF.                                                      00009310
           IF  CNT-CHAVE-APURADA                                        00009320
               IF  APU-CHAVE-MIN  NOT EQUAL  CNT-CHAVE-MIN              00009330
                   STRING '       *** MENOR CHAVE DIFERENTE - ORIGEM: ' 00009340
                          CNT-CHAVE-MIN(1:85)                           00009350
                          DELIMITED BY SIZE INTO LINHA-REL              00009360
                   PERFORM 0900-9999-IMPRIME THRU 0900-9999-EXIT        00009370
                   ADD    +1           TO  WS-QTD-DIF                   00009380
               END-IF                                                   00009390
               IF  APU-CHAVE-MAX  NOT EQUAL  CNT-CHAVE-MAX              00009400
                   STRING '       *** MAIOR CHAVE DIFERENTE - ORIGEM: ' 00009410
                          CNT-CHAVE-MAX(1:85)                           00009420
                          DELIMITED BY SIZE INTO LINHA-REL              00009430
                   PERFORM 0900-9999-IMPRIME THRU 0900-9999-EXIT        00009440
                   ADD    +1           TO  WS-QTD-DIF                   00009450
               END-IF                                                   00009460
           END-IF.                                                      00009470
                                                                        00009480
       0700-0600-CONTA.                                                 00009490
           IF  WS-QTD-DIF  GREATER  WS-DIF-INICIO                       00009500
               ADD    +1               TO  WS-QTD-TAB-DIF               00009510
           ELSE                                                         00009520
               MOVE   '       OK - DESTINO IGUAL A ORIGEM'              00009530
                 TO   LINHA-REL                                         00009540
               PERFORM 0900-9999-IMPRIME THRU 0900-9999-EXIT            00009550
           END-IF.                                                      00009560
           EXEC SQL COMMIT WORK END-EXEC.                               00009570
           PERFORM 0610-9999-LE-CNTFILE THRU 0610-9999-EXIT.            00009580
       0700-0600-EXIT. EXIT.                                            00009590
      *----------------------------------------------------------------*00009600
      * VALORES APURADOS DA TABELA CORRENTE NO RELATO                  *00009610
      *----------------------------------------------------------------*00009620
       0800-9999-RELATA-APURACAO.                                       00009630
           MOVE   APU-LINHAS           TO  ZLINHAS.                     00009640
           IF  APU-COL-SOMA  EQUAL  SPACES                              00009650
               STRING WS-NOME-TAB '  LINHAS: ' ZLINHAS                  00009660
                      '  (SEM COLUNA NUMERICA PARA SOMA)'               00009670
                      DELIMITED BY SIZE INTO LINHA-REL                  00009680
           ELSE                                                         00009690
               MOVE   APU-SOMA         TO  ZSOMA                        00009700
               STRING WS-NOME-TAB '  LINHAS: ' ZLINHAS                  00009710
                      '  SOMA DE ' APU-COL-SOMA ': ' ZSOMA              00009720
                      DELIMITED BY SIZE INTO LINHA-REL                  00009730
           END-IF.                                                      00009740
           PERFORM 0900-9999-IMPRIME THRU 0900-9999-EXIT.               00009750
           EVALUATE TRUE                                                00009760
               WHEN APU-CHAVE-APURADA                                   00009770
                    STRING '       MENOR CHAVE: ' APU-CHAVE-MIN(1:105)  00009780
                           DELIMITED BY SIZE INTO LINHA-REL             00009790
                    PERFORM 0900-9999-IMPRIME THRU 0900-9999-EXIT       00009800
                    STRING '       MAIOR CHAVE: ' APU-CHAVE-MAX(1:105)  00009810
                           DELIMITED BY SIZE INTO LINHA-REL             00009820
               WHEN APU-SEM-CHAVE                                       00009830
                    MOVE  '       SEM CHAVE PRIMARIA'  TO  LINHA-REL    00009840
               WHEN APU-CHAVE-INVALIDA                                  00009850
                    STRING '       CHAVE PRIMARIA NAO COMPARAVEL '      00009860
                           '(GRAPHIC, LOB OU LONGA DEMAIS)'             00009870
                           DELIMITED BY SIZE INTO LINHA-REL             00009880
               WHEN APU-TABELA-VAZIA                                    00009890
                    MOVE  '       TABELA VAZIA'        TO  LINHA-REL    00009900
           END-EVALUATE.                                                00009910
           PERFORM 0900-9999-IMPRIME THRU 0900-9999-EXIT.               00009920
       0800-9999-EXIT. EXIT.                                            00009930
      *----------------------------------------------------------------*00009940
      * IMPRESSAO PAGINADA                                             *00009950
      *----------------------------------------------------------------*00009960
       0900-9999-IMPRIME.                                               00009970
           IF  AC-LINHA-REL  GREATER  60                                00009980
               ADD    +1               TO  AC-PAGINA-REL                00009990
               MOVE   AC-PAGINA-REL    TO  REL-CAB1-PAG                 00010000
               MOVE   ATU-DIA          TO  CB-DIA                       00010010
               MOVE   ATU-MES          TO  CB-MES                       00010020
               MOVE   ATU-ANO          TO  CB-ANO                       00010030
               WRITE  REG-RELATO       FROM REL-CAB1 AFTER PAGE         00010040
               WRITE  REG-RELATO       FROM REL-CAB2                    00010050
               WRITE  REG-RELATO       FROM REL-CAB3                    00010060
               MOVE   +3               TO  AC-LINHA-REL                 00010070
           END-IF.                                                      00010080
           WRITE  REG-RELATO           FROM LINHA-REL.                  00010090
           ADD    +1                   TO  AC-LINHA-REL.                00010100
           MOVE   SPACES               TO  LINHA-REL.                   00010110
       0900-9999-EXIT. EXIT.                                            00010120
      *----------------------------------------------------------------*00010130
      * 'CREATOR.TABELA' PARA O RELATO E HOSTS DA TABELA CORRENTE      *00010140
      *----------------------------------------------------------------*00010150
       0950-9999-MONTA-NOME.                                            00010160
           MOVE   SPACES               TO  WS-NOME-TAB.                 00010170
           STRING WS-CREATOR DELIMITED BY SPACE                         00010180
                  '.'        DELIMITED BY SIZE                          00010190
                  WS-TABELA  DELIMITED BY SPACE                         00010200
                  INTO WS-NOME-TAB.                                     00010210
           MOVE   WS-CREATOR           TO  H-CREATOR.                   00010220
           MOVE   WS-TABELA            TO  H-TABELA.                    00010230
       0950-9999-EXIT. EXIT.                                            00010240
      *----------------------------------------------------------------*00010250
      *                                                                *00010260
      *----------------------------------------------------------------*00010270
       0960-9999-VERIFICA-TABELA.                                       00010280
           MOVE   'NAO'                TO  N88-TABELA-EXISTE.           00010290
           EXEC SQL                                                     00010300
                SELECT CREATOR                                          00010310
                  INTO :H-CREATOR                                       00010320
                  FROM SYSIBM.SYSTABLES                                 00010330
                 WHERE CREATOR = :H-CREATOR                             00010340
                   AND NAME    = :H-TABELA                              00010350
                   AND TYPE    = 'T'                                    00010360
           END-EXEC.                                                    00010370
           IF  SQLCODE  EQUAL  +0                                       00010380
               MOVE   'SIM'            TO  N88-TABELA-EXISTE            00010390
           ELSE                                                         00010400
               IF  SQLCODE  NOT EQUAL  +100                             00010410
                   DISPLAY '*** ERRO NO SELECT SYSIBM.SYSTABLES'        00010420
                   PERFORM  9999-9999-ERRO-DB2  THRU 9999-9999-EXIT     00010430
               END-IF                                                   00010440
           END-IF.                                                      00010450
       0960-9999-EXIT. EXIT.                                            00010460
      *----------------------------------------------------------------*00010470
      *                                                                *00010480
      *----------------------------------------------------------------*00010490
       9999-9999-ERRO-DB2.                                              00010500
           MOVE   SQLCODE              TO  WS-SQLCODE.                  00010510
           DISPLAY '*** SQLCODE  ' WS-SQLCODE.                          00010520
           DISPLAY '    SQLERRMC ' SQLERRMC.                            00010530
           DISPLAY '    SQLSTATE ' SQLSTATE.                            00010540
           MOVE   +16                  TO  RETURN-CODE.                 00010550
           STOP RUN.                                                    00010560
       9999-9999-EXIT. EXIT.                                            00010570
