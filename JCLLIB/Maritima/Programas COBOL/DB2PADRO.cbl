       IDENTIFICATION DIVISION.                                         00000010
       PROGRAM-ID.    DB2PADRO.                                         00000020
      *----------------------------------------------------------------*00000030
      * DATA:  OUT/2026                                                *00000040
      * OBJETIVOS: VERIFICADOR DOS PADROES DE PROJETO DE TABELAS.      *00000050
      *   CONFERE NA SYSTABLES/SYSCOLUMNS/SYSINDEXES CADA TABELA       *00000060
      *   CONTRA O ARQUIVO DE PADROES (PADROES) E LISTA NO RELATO CADA *00000070
      *   VIOLACAO COM O CODIGO DA SUA REGRA:                          *00000080
      *     PD01 PREFIXO DO NOME DA TABELA POR APLICACAO               *00000090
      *     PD02 SUFIXO DO NOME DA COLUNA POR TIPO DE DADO             *00000100
      *     PD03 TIPO PROIBIDO (EX.: FLOAT EM COLUNA DE VALOR)         *00000110
      *     PD04 TAMANHO ACIMA DO MAXIMO DO TIPO (EX.: CHAR > 254)     *00000120
      *     PD05 COLUNA DE AUDITORIA OBRIGATORIA AUSENTE               *00000130
      *     PD06 TABELA SEM CHAVE PRIMARIA                             *00000140
      *     PD07 TABLESPACE COMPARTILHADO COM OUTRAS TABELAS           *00000150
      *     PD08 TABELA SEM REMARKS                                    *00000160
      *     PD09 COLUNA SEM REMARKS                                    *00000170
      *     PD10 TABELA NAO ENCONTRADA NO CATALOGO                     *00000180
      *   CARTOES DO PADROES (COLS 1-2 TIPO, '*' NA COL 1 = COMENTARIO)*00000190
      *     PR  COLS 4-11 APLICACAO, COLS 13-20 PREFIXO DA TABELA      *00000200
      *     SF  COLS 4-11 COLTYPE,   COLS 13-20 SUFIXO DA COLUNA       *00000210
      *     PF  COLS 4-11 COLTYPE,   COLS 13-20 TRECHO DO NOME DA      *00000220
      *         COLUNA (BRANCO = QUALQUER COLUNA DESTE TIPO)           *00000230
      *     TM  COLS 4-11 COLTYPE,   COLS 13-17 TAMANHO MAXIMO         *00000240
      *     AU  COLS 4-21 COLUNA DE AUDITORIA OBRIGATORIA              *00000250
      *     SV  COLS 4-7 REGRA, COL 9 SEVERIDADE: S = SEVERA,          *00000260
      *         A = AVISO, D = DESLIGADA (PADRAO DE CADA REGRA EM      *00000270
      *         TAB-REGRAS)                                            *00000280
      *   DOIS MODOS DE EXECUCAO:                                      *00000290
      *   - SEM PARM: AS TABELAS DO SYSIN, NO MESMO CARTAO DO DB2NEWTB *00000300
      *     (CREATOR 1-8, TABELA 10-27, APLICACAO 38-45). E O PASSO    *00000310
      *     ANTERIOR AO DB2CRDDL NO JOB DO DB2NEWTB, COM O MESMO SYSIN;*00000320
      *     APLICACAO EM BRANCO E PROCURADA NO INVNTRY E, SE A TABELA  *00000330
      *     AINDA NAO ESTIVER LA, VALE QUALQUER PREFIXO CADASTRADO;    *00000340
      *   - PARM 'INV' (OU 'INV,APLICACAO'): VARREDURA MENSAL DAS      *00000350
      *     ENTRADAS ATIVAS DO INVENTARIO MESTRE (VSAM KSDS INVNTRY).  *00000360
      *   RETURN-CODE 8 QUANDO HA VIOLACAO SEVERA (O KIT PARA), 4 SO   *00000370
      *   COM AVISOS.                                                  *00000380
      * AREA RESPONSAVEL: ADMINISTRACAO DE BANCO DE DADOS              *00000390
      *----------------------------------------------------------------*00000400
       ENVIRONMENT    DIVISION.                                         00000410
      *                                                                 00000420
       INPUT-OUTPUT       SECTION.                                      00000430
       FILE-CONTROL.                                                    00000440
           SELECT  SYSIN    ASSIGN  TO  SYSIN.                          00000450
           SELECT  PADROES  ASSIGN  TO  PADROES.                        00000460
           SELECT  INVNTRY  ASSIGN  TO  INVNTRY                         00000470
                   ORGANIZATION  IS  INDEXED                            00000480
                   ACCESS  MODE  IS  DYNAMIC                            00000490
                   RECORD  KEY   IS  INV-CHAVE.                         00000500
           SELECT  RELATO   ASSIGN  TO  RELATO.                         00000510
      *                                                                 00000520
       DATA DIVISION.                                                   00000530
      *                                                                 00000540
       FILE            SECTION.                                         00000550
       FD  SYSIN                                                        00000560
           LABEL  RECORD  IS  OMITTED                                   00000570
           RECORDING MODE IS F.                                         00000580
                                                                        00000590
       01  REG-SYSIN                   PIC  X(080).                     00000600
      *                                                                 00000610
       FD  PADROES                                                      00000620
           LABEL  RECORD  IS  OMITTED                                   00000630
           RECORDING MODE IS F.                                         00000640
                                                                        00000650
       01  REG-PADROES.                                                 00000660
           02  PAD-TIPO                PIC  X(02).                      00000670
           02  FILLER                  PIC  X(01).                      00000680
           02  PAD-DADOS               PIC  X(77).                      00000690
           02  PAD-DADOS-TIPO  REDEFINES  PAD-DADOS.                    00000700
               04  PAD-CHAVE           PIC  X(08).                      00000710
               04  FILLER              PIC  X(01).                      00000720
               04  PAD-VALOR           PIC  X(08).                      00000730
               04  FILLER              PIC  X(60).                      00000740
           02  PAD-DADOS-TM    REDEFINES  PAD-DADOS.                    00000750
               04  FILLER              PIC  X(09).                      00000760
               04  PAD-MAXIMO          PIC  9(05).                      00000770
               04  FILLER              PIC  X(63).                      00000780
           02  PAD-DADOS-AU    REDEFINES  PAD-DADOS.                    00000790
               04  PAD-COLUNA          PIC  X(18).                      00000800
               04  FILLER              PIC  X(59).                      00000810
           02  PAD-DADOS-SV    REDEFINES  PAD-DADOS.                    00000820
               04  PAD-REGRA           PIC  X(04).                      00000830
               04  FILLER              PIC  X(01).                      00000840
               04  PAD-SEVERIDADE      PIC  X(01).                      00000850
               04  FILLER              PIC  X(71).                      00000860
      *                                                                 00000870
       FD  INVNTRY                                                      00000880
           LABEL  RECORD  IS  STANDARD.                                 00000890
                                                                        00000900
       01  REG-INVNTRY.                                                 00000910
           05  INV-CHAVE.                                               00000920
               10  INV-CREATOR    PIC X(08).                            00000930
               10  FILLER         PIC X(01).                            00000940
               10  INV-TABELA     PIC X(18).                            00000950
           05  FILLER             PIC X(01).                            00000960
           05  INV-APLICACAO      PIC X(08).                            00000970
           05  FILLER             PIC X(01).                            00000980
           05  INV-PGMR           PIC X(08).                            00000990
           05  FILLER             PIC X(01).                            00001000
           05  INV-SITUACAO       PIC X(01).                            00001010
           05  FILLER             PIC X(33).                            00001020
      *                                                                 00001030
       FD  RELATO                                                       00001040
           LABEL  RECORD  IS  OMITTED                                   00001050
           RECORDING MODE IS F.                                         00001060
                                                                        00001070
       01  REG-RELATO                  PIC  X(132).                     00001080
      *                                                                 00001090
       WORKING-STORAGE SECTION.                                         00001100
      *----------------------------------------------------------------*00001110
      * CARTAO DE ENTRADA - MESMO LAYOUT DA PARAMETRO DO DB2NEWTB      *00001120
      *----------------------------------------------------------------*00001130
       01  PARAMETRO.                                                   00001140
           05  PAR-CRIADOR        PIC X(08).                            00001150
           05  FILLER             PIC X(01).                            00001160
           05  PAR-TABELA         PIC X(18).                            00001170
           05  FILLER             PIC X(01).                            00001180
           05  PAR-PGMR           PIC X(08).                            00001190
           05  FILLER             PIC X(01).                            00001200
           05  PAR-APLICACAO      PIC X(08).                            00001210
           05  FILLER             PIC X(35).                            00001220
      *----------------------------------------------------------------*00001230
      * REGRAS E SEVERIDADE PADRAO (S = SEVERA, A = AVISO, D = DESLIGA)*00001240
      *----------------------------------------------------------------*00001250
       01  TAB-REGRAS-VALORES.                                          00001260
           02  FILLER             PIC X(05)          VALUE 'PD01S'.     00001270
           02  FILLER             PIC X(05)          VALUE 'PD02A'.     00001280
           02  FILLER             PIC X(05)          VALUE 'PD03S'.     00001290
           02  FILLER             PIC X(05)          VALUE 'PD04S'.     00001300
           02  FILLER             PIC X(05)          VALUE 'PD05S'.     00001310
           02  FILLER             PIC X(05)          VALUE 'PD06S'.     00001320
           02  FILLER             PIC X(05)          VALUE 'PD07A'.     00001330
           02  FILLER             PIC X(05)          VALUE 'PD08A'.     00001340
           02  FILLER             PIC X(05)          VALUE 'PD09A'.     00001350
           02  FILLER             PIC X(05)          VALUE 'PD10S'.     00001360
       01  TAB-REGRAS  REDEFINES  TAB-REGRAS-VALORES.                   00001370
           02  FILLER             OCCURS   10  TIMES.                   00001380
               04  TB-REG-CODIGO      PIC  X(04).                       00001390
               04  TB-REG-SEVERIDADE  PIC  X(01).                       00001400
       01  IND-REG                PIC S9(04) COMP    VALUE +0.          00001410
      *----------------------------------------------------------------*00001420
      * PADROES CARREGADOS                                             *00001430
      *----------------------------------------------------------------*00001440
       01  TAB-PREFIXOS.                                                00001450
           02  QTD-PRE            PIC S9(04) COMP    VALUE +0.          00001460
           02  IND-PRE            PIC S9(04) COMP    VALUE +0.          00001470
           02  FILLER             OCCURS  200  TIMES.                   00001480
               04  TB-PRE-APLICACAO   PIC  X(08).                       00001490
               04  TB-PRE-PREFIXO     PIC  X(08).                       00001500
               04  TB-PRE-TAMANHO     PIC S9(04) COMP.                  00001510
       01  TAB-SUFIXOS.                                                 00001520
           02  QTD-SUF            PIC S9(04) COMP    VALUE +0.          00001530
           02  IND-SUF            PIC S9(04) COMP    VALUE +0.          00001540
           02  FILLER             OCCURS   50  TIMES.                   00001550
               04  TB-SUF-COLTYPE     PIC  X(08).                       00001560
               04  TB-SUF-SUFIXO      PIC  X(08).                       00001570
               04  TB-SUF-TAMANHO     PIC S9(04) COMP.                  00001580
       01  TAB-PROIBIDOS.                                               00001590
           02  QTD-PRO            PIC S9(04) COMP    VALUE +0.          00001600
           02  IND-PRO            PIC S9(04) COMP    VALUE +0.          00001610
           02  FILLER             OCCURS   50  TIMES.                   00001620
               04  TB-PRO-COLTYPE     PIC  X(08).                       00001630
               04  TB-PRO-TRECHO      PIC  X(08).                       00001640
               04  TB-PRO-TAMANHO     PIC S9(04) COMP.                  00001650
       01  TAB-MAXIMOS.                                                 00001660
           02  QTD-MAX            PIC S9(04) COMP    VALUE +0.          00001670
           02  IND-MAX            PIC S9(04) COMP    VALUE +0.          00001680
           02  FILLER             OCCURS   50  TIMES.                   00001690
               04  TB-MAX-COLTYPE     PIC  X(08).                       00001700
               04  TB-MAX-TAMANHO     PIC S9(09) COMP.                  00001710
       01  TAB-AUDITORIA.                                               00001720
           02  QTD-AUD            PIC S9(04) COMP    VALUE +0.          00001730
           02  IND-AUD            PIC S9(04) COMP    VALUE +0.          00001740
           02  FILLER             OCCURS   20  TIMES.                   00001750
               04  TB-AUD-COLUNA      PIC  X(18).                       00001760
               04  TB-AUD-ACHOU       PIC  X(01).                       00001770
      *----------------------------------------------------------------*00001780
      * AREAS AUXILIARES                                               *00001790
      *----------------------------------------------------------------*00001800
       01  FILLER.                                                      00001810
           02  WS-SQLCODE              PIC -----9.                      00001820
           02  WS-MODO                 PIC  X(03)      VALUE SPACES.    00001830
           02  WS-APL-FILTRO           PIC  X(08)      VALUE SPACES.    00001840
           02  WS-QTD-TABELAS          PIC S9(04) COMP VALUE +0.        00001850
           02  WS-QTD-SEVERAS          PIC S9(04) COMP VALUE +0.        00001860
           02  WS-QTD-AVISOS           PIC S9(04) COMP VALUE +0.        00001870
           02  WS-QTD-TAB-VIOLACAO     PIC S9(04) COMP VALUE +0.        00001880
           02  WS-VIOLACOES-TABELA     PIC S9(04) COMP VALUE +0.        00001890
           02  WS-TAB-CREATOR          PIC  X(08)      VALUE SPACES.    00001900
           02  WS-TAB-NOME             PIC  X(18)      VALUE SPACES.    00001910
           02  WS-TAB-APLICACAO        PIC  X(08)      VALUE SPACES.    00001920
           02  WS-TAB-QUALIFICADA      PIC  X(27)      VALUE SPACES.    00001930
           02  WS-TAMANHO              PIC S9(04) COMP VALUE +0.        00001940
           02  WS-POSICAO              PIC S9(04) COMP VALUE +0.        00001950
           02  WS-OCORRENCIAS          PIC S9(04) COMP VALUE +0.        00001960
           02  CH-PREFIXO-OK           PIC  X(01)      VALUE 'N'.       00001970
           02  CH-APL-COM-PREFIXO      PIC  X(01)      VALUE 'N'.       00001980
           02  CH-SUFIXO-OK            PIC  X(01)      VALUE 'N'.       00001990
           02  CH-TIPO-COM-SUFIXO      PIC  X(01)      VALUE 'N'.       00002000
      *--- VIOLACAO A REGISTRAR                                         00002010
           02  WS-REGRA                PIC  X(04)      VALUE SPACES.    00002020
           02  WS-SEVERIDADE           PIC  X(01)      VALUE SPACES.    00002030
           02  WS-OBJETO               PIC  X(46)      VALUE SPACES.    00002040
           02  WS-MENSAGEM             PIC  X(60)      VALUE SPACES.    00002050
           02  ZQTD                    PIC ZZZZ9.                       00002060
           02  ZTAM                    PIC ZZZZZZZZ9.                   00002070
           02  ZMAX                    PIC ZZZZZZZZ9.                   00002080
      *----------------------------------------------------------------*00002090
      * HOSTS DE CATALOGO                                              *00002100
      *----------------------------------------------------------------*00002110
       01  H-CREATOR                   PIC  X(08).                      00002120
       01  H-TABELA                    PIC  X(18).                      00002130
       01  H-DBNAME                    PIC  X(08).                      00002140
       01  H-TSNAME                    PIC  X(08).                      00002150
       01  H-TAM-REMARKS               PIC S9(09) COMP.                 00002160
       01  H-QTD-TABS-TS               PIC S9(09) COMP.                 00002170
       01  H-QTD-PK                    PIC S9(09) COMP.                 00002180
       01  H-CL-NAME.                                                   00002190
           49  H-CL-NAME-L             PIC S9(04) COMP.                 00002200
           49  H-CL-NAME-T             PIC  X(18).                      00002210
       01  H-CL-COLTYPE                PIC  X(08).                      00002220
       01  H-CL-LENGTH                 PIC S9(09) COMP.                 00002230
       01  H-CL-TAM-REMARKS            PIC S9(09) COMP.                 00002240
      *----------------------------------------------------------------*00002250
      * CONTROLES                                                      *00002260
      *----------------------------------------------------------------*00002270
       01  CHAVES-FIM.                                                  00002280
           02  N88-FIM-SYSIN                     PIC  X(03) VALUE 'NAO'.00002290
               88  FIM-SYSIN                                VALUE 'SIM'.00002300
           02  N88-FIM-PADROES                   PIC  X(03) VALUE 'NAO'.00002310
               88  FIM-PADROES                              VALUE 'SIM'.00002320
           02  N88-FIM-INVNTRY                   PIC  X(03) VALUE 'NAO'.00002330
               88  FIM-INVNTRY                              VALUE 'SIM'.00002340
           02  N88-FIM-COLUNAS                   PIC  X(03) VALUE 'NAO'.00002350
               88  FIM-COLUNAS                              VALUE 'SIM'.00002360
      *----------------------------------------------------------------*00002370
      * RELATORIO                                                      *00002380
      *----------------------------------------------------------------*00002390
       77  AC-LINHA-REL           PIC S9(004)  COMP  VALUE +99.         00002400
       77  AC-PAGINA-REL          PIC S9(004)  COMP  VALUE +0.          00002410
       01  LINHA-REL              PIC  X(132)        VALUE SPACES.      00002420
       01  CURDATA                PIC  9(06)         VALUE ZEROS.       00002430
       01  CURDATA-R  REDEFINES  CURDATA.                               00002440
           03  ATU-ANO            PIC 9(02).                            00002450
           03  ATU-MES            PIC 9(02).                            00002460
           03  ATU-DIA            PIC 9(02).                            00002470
       01  REL-CAB1.                                                    00002480
           03  FILLER             PIC X(52)          VALUE              00002490
               'DB2PADRO     ADMINISTRACAO DE BANCO DE DADOS'.          00002500
           03  FILLER             PIC X(06)          VALUE 'DATA: '.    00002510
           03  REL-CAB1-DATA.                                           00002520
               05  CB-DIA         PIC 9(02)/.                           00002530
               05  CB-MES         PIC 9(02)/.                           00002540
               05  CB-ANO         PIC 9(02).                            00002550
           03  FILLER             PIC X(04)          VALUE SPACES.      00002560
           03  FILLER             PIC X(05)          VALUE 'PAG: '.     00002570
           03  REL-CAB1-PAG       PIC ZZZ9.                             00002580
           03  FILLER             PIC X(53)          VALUE SPACES.      00002590
       01  REL-CAB2.                                                    00002600
           03  FILLER             PIC X(132)         VALUE              00002610
               'VERIFICACAO DOS PADROES DE PROJETO DE TABELAS'.         00002620
       01  REL-CAB3.                                                    00002630
           03  FILLER             PIC X(132)         VALUE ALL '-'.     00002640
      *                                                                 00002650
           EXEC SQL INCLUDE SQLCA END-EXEC.                             00002660
      *----------------------------------------------------------------*00002670
      *                                                                *00002680
      *----------------------------------------------------------------*00002690
       LINKAGE     SECTION.                                             00002700
       01  PARMJOB.                                                     00002710
           02  PARM-LEN           PIC  9(04)  COMP.                     00002720
           02  PARM-MODO          PIC  X(03).                           00002730
           02  FILLER             PIC  X(01).                           00002740
           02  PARM-APLICACAO     PIC  X(08).                           00002750
      *----------------------------------------------------------------*00002760
      *                                                                *00002770
      *----------------------------------------------------------------*00002780
       PROCEDURE   DIVISION      USING   PARMJOB.                       00002790
      *----------------------------------------------------------------*00002800
      *                                                                *00002810
      *----------------------------------------------------------------*00002820
       0000-0000-PRINCIPAL.                                             00002830
           OPEN INPUT  PADROES INVNTRY.                                 00002840
           OPEN OUTPUT RELATO.                                          00002850
           ACCEPT CURDATA              FROM DATE.                       00002860
           MOVE   SPACES               TO  WS-MODO WS-APL-FILTRO.       00002870
           IF  PARM-LEN  NOT LESS  3                                    00002880
               MOVE   PARM-MODO        TO  WS-MODO                      00002890
           END-IF.                                                      00002900
           IF  PARM-LEN  GREATER  4                                     00002910
               MOVE   PARM-APLICACAO   TO  WS-APL-FILTRO                00002920
           END-IF.                                                      00002930
           PERFORM 0050-0000-CARREGA-PADROES THRU 0050-0000-EXIT.       00002940
                                                                        00002950
           IF  WS-MODO  EQUAL  'INV'                                    00002960
               PERFORM 0150-0000-VARRE-INVNTRY THRU 0150-0000-EXIT      00002970
           ELSE                                                         00002980
               PERFORM 0100-0000-TABELAS-SYSIN THRU 0100-0000-EXIT      00002990
           END-IF.                                                      00003000
                                                                        00003010
           MOVE   SPACES               TO  LINHA-REL.                   00003020
           PERFORM 0900-9999-IMPRIME THRU 0900-9999-EXIT.               00003030
           MOVE   WS-QTD-TABELAS       TO  ZQTD.                        00003040
           STRING 'TABELAS VERIFICADAS.......: ' ZQTD                   00003050
                  DELIMITED BY SIZE INTO LINHA-REL.                     00003060
           PERFORM 0900-9999-IMPRIME THRU 0900-9999-EXIT.               00003070
           MOVE   WS-QTD-TAB-VIOLACAO  TO  ZQTD.                        00003080
           STRING 'TABELAS FORA DO PADRAO....: ' ZQTD                   00003090
                  DELIMITED BY SIZE INTO LINHA-REL.                     00003100
           PERFORM 0900-9999-IMPRIME THRU 0900-9999-EXIT.               00003110
           MOVE   WS-QTD-SEVERAS       TO  ZQTD.                        00003120
           STRING 'VIOLACOES SEVERAS.........: ' ZQTD                   00003130
                  DELIMITED BY SIZE INTO LINHA-REL.                     00003140
           PERFORM 0900-9999-IMPRIME THRU 0900-9999-EXIT.               00003150
           MOVE   WS-QTD-AVISOS        TO  ZQTD.                        00003160
           STRING 'AVISOS....................: ' ZQTD                   00003170
                  DELIMITED BY SIZE INTO LINHA-REL.                     00003180
           PERFORM 0900-9999-IMPRIME THRU 0900-9999-EXIT.               00003190
                                                                        00003200
           CLOSE PADROES INVNTRY RELATO.                                00003210
           EXEC SQL COMMIT WORK END-EXEC.                               00003220
           IF  WS-QTD-SEVERAS  GREATER  +0                              00003230
               MOVE   +8               TO  RETURN-CODE                  00003240
           ELSE                                                         00003250
               IF  WS-QTD-AVISOS  GREATER  +0                           00003260
                   MOVE   +4           TO  RETURN-CODE                  00003270
               ELSE                                                     00003280
                   MOVE   +0           TO  RETURN-CODE                  00003290
               END-IF                                                   00003300
           END-IF.                                                      00003310
           STOP  RUN.                                                   00003320
       0000-0000-EXIT. EXIT.                                            00003330
      *----------------------------------------------------------------*00003340
      * ARQUIVO DE PADROES (OBRIGATORIO)                               *00003350
      *----------------------------------------------------------------*00003360
       0050-0000-CARREGA-PADROES.                                       00003370
           PERFORM 0055-0050-LE-PADRAO THRU 0055-0050-EXIT              00003380
             UNTIL FIM-PADROES.                                         00003390
           IF  QTD-PRE + QTD-SUF + QTD-PRO + QTD-MAX + QTD-AUD          00003400
               EQUAL  +0                                                00003410
               DISPLAY 'DB2PADRO - ARQUIVO PADROES VAZIO'               00003420
               MOVE   +16              TO  RETURN-CODE                  00003430
               STOP  RUN                                                00003440
           END-IF.                                                      00003450
       0050-0000-EXIT. EXIT.                                            00003460
      *----------------------------------------------------------------*00003470
      *                                                                *00003480
      *----------------------------------------------------------------*00003490
       0055-0050-LE-PADRAO.                                             00003500
           READ  PADROES                                                00003510
               AT END                                                   00003520
                   MOVE   'SIM'         TO   N88-FIM-PADROES            00003530
                   GO  TO  0055-0050-EXIT                               00003540
           END-READ.                                                    00003550
           IF  REG-PADROES(1:1)  EQUAL  '*'                             00003560
               OR  REG-PADROES  EQUAL  SPACES                           00003570
               GO  TO  0055-0050-EXIT                                   00003580
           END-IF.                                                      00003590
           EVALUATE  PAD-TIPO                                           00003600
               WHEN  'PR'                                               00003610
                   IF  QTD-PRE  GREATER  +199                           00003620
                       GO  TO  0055-0050-ESTOURO                        00003630
                   END-IF                                               00003640
                   ADD    +1           TO  QTD-PRE                      00003650
                   MOVE   PAD-CHAVE    TO  TB-PRE-APLICACAO(QTD-PRE)    00003660
                   MOVE   PAD-VALOR    TO  TB-PRE-PREFIXO(QTD-PRE)      00003670
                   MOVE   ZEROS        TO  WS-TAMANHO                   00003680
                   INSPECT PAD-VALOR TALLYING WS-TAMANHO                00003690
                           FOR CHARACTERS BEFORE INITIAL SPACE          00003700
                   MOVE   WS-TAMANHO   TO  TB-PRE-TAMANHO(QTD-PRE)      00003710
               WHEN  'SF'                                               00003720
                   IF  QTD-SUF  GREATER  +49                            00003730
                       GO  TO  0055-0050-ESTOURO                        00003740
                   END-IF                                               00003750
                   ADD    +1           TO  QTD-SUF                      00003760
                   MOVE   PAD-CHAVE    TO  TB-SUF-COLTYPE(QTD-SUF)      00003770
                   MOVE   PAD-VALOR    TO  TB-SUF-SUFIXO(QTD-SUF)       00003780
                   MOVE   ZEROS        TO  WS-TAMANHO                   00003790
                   INSPECT PAD-VALOR TALLYING WS-TAMANHO                00003800
                           FOR CHARACTERS BEFORE INITIAL SPACE          00003810
                   MOVE   WS-TAMANHO   TO  TB-SUF-TAMANHO(QTD-SUF)      00003820
               WHEN  'PF'                                               00003830
                   IF  QTD-PRO  GREATER  +49                            00003840
                       GO  TO  0055-0050-ESTOURO                        00003850
                   END-IF                                               00003860
                   ADD    +1           TO  QTD-PRO                      00003870
                   MOVE   PAD-CHAVE    TO  TB-PRO-COLTYPE(QTD-PRO)      00003880
                   MOVE   PAD-VALOR    TO  TB-PRO-TRECHO(QTD-PRO)       00003890
                   MOVE   ZEROS        TO  WS-TAMANHO                   00003900
                   INSPECT PAD-VALOR TALLYING WS-TAMANHO                00003910
                           FOR CHARACTERS BEFORE INITIAL SPACE          00003920
                   MOVE   WS-TAMANHO   TO  TB-PRO-TAMANHO(QTD-PRO)      00003930
               WHEN  'TM'                                               00003940
                   IF  PAD-MAXIMO  NOT NUMERIC                          00003950
                       GO  TO  0055-0050-INVALIDO                       00003960
                   END-IF                                               00003970
                   IF  QTD-MAX  GREATER  +49                            00003980
                       GO  TO  0055-0050-ESTOURO                        00003990
                   END-IF                                               00004000
                   ADD    +1           TO  QTD-MAX                      00004010
                   MOVE   PAD-CHAVE    TO  TB-MAX-COLTYPE(QTD-MAX)      00004020
                   MOVE   PAD-MAXIMO   TO  TB-MAX-TAMANHO(QTD-MAX)      00004030
               WHEN  'AU'                                               00004040
                   IF  QTD-AUD  GREATER  +19                            00004050
                       GO  TO  0055-0050-ESTOURO                        00004060
                   END-IF                                               00004070
                   ADD    +1           TO  QTD-AUD                      00004080
                   MOVE   PAD-COLUNA   TO  TB-AUD-COLUNA(QTD-AUD)       00004090
               WHEN  'SV'                                               00004100
                   PERFORM VARYING IND-REG FROM +1 BY +1                00004110
                     UNTIL IND-REG  GREATER  +10                        00004120
                        OR TB-REG-CODIGO(IND-REG)  EQUAL  PAD-REGRA     00004130
                       CONTINUE                                         00004140
                   END-PERFORM                                          00004150
                   IF  IND-REG  GREATER  +10                            00004160
                       OR (PAD-SEVERIDADE  NOT EQUAL  'S'               00004170
                       AND PAD-SEVERIDADE  NOT EQUAL  'A'               00004180
                       AND PAD-SEVERIDADE  NOT EQUAL  'D')              00004190
                       GO  TO  0055-0050-INVALIDO                       00004200
                   END-IF                                               00004210
                   MOVE   PAD-SEVERIDADE TO TB-REG-SEVERIDADE(IND-REG)  00004220
               WHEN  OTHER                                              00004230
                   GO  TO  0055-0050-INVALIDO                           00004240
           END-EVALUATE.                                                00004250
           GO  TO  0055-0050-EXIT.                                      00004260
       0055-0050-INVALIDO.                                              00004270
           DISPLAY 'DB2PADRO - CARTAO DE PADRAO INVALIDO: ' REG-PADROES.00004280
           MOVE   +16                  TO  RETURN-CODE.                 00004290
           STOP  RUN.                                                   00004300
       0055-0050-ESTOURO.                                               00004310
           DISPLAY 'DB2PADRO - EXCESSO DE CARTOES DO TIPO ' PAD-TIPO.   00004320
           MOVE   +16                  TO  RETURN-CODE.                 00004330
           STOP  RUN.                                                   00004340
       0055-0050-EXIT. EXIT.                                            00004350
      *----------------------------------------------------------------*00004360
      * MODO KIT: TABELAS DO SYSIN (CARTAO DO DB2NEWTB)                *00004370
      *----------------------------------------------------------------*00004380
       0100-0000-TABELAS-SYSIN.                                         00004390
           OPEN INPUT SYSIN.                                            00004400
           PERFORM 0110-0100-LE-SYSIN THRU 0110-0100-EXIT.              00004410
           PERFORM 0120-0100-TRATA-CARTAO THRU 0120-0100-EXIT           00004420
             UNTIL FIM-SYSIN.                                           00004430
           CLOSE SYSIN.                                                 00004440
       0100-0000-EXIT. EXIT.                                            00004450
      *----------------------------------------------------------------*00004460
      *                                                                *00004470
      *----------------------------------------------------------------*00004480
       0110-0100-LE-SYSIN.                                              00004490
           READ  SYSIN  INTO  PARAMETRO                                 00004500
               AT END                                                   00004510
                   MOVE   'SIM'         TO   N88-FIM-SYSIN              00004520
           END-READ.                                                    00004530
       0110-0100-EXIT. EXIT.                                            00004540
      *----------------------------------------------------------------*00004550
      * CARTAO SEM CREATOR OU TABELA E IGNORADO, COMO NO DB2NEWTB      *00004560
      *----------------------------------------------------------------*00004570
       0120-0100-TRATA-CARTAO.                                          00004580
           IF  PAR-CRIADOR  EQUAL  SPACES                               00004590
               OR  PAR-TABELA  EQUAL  SPACES                            00004600
               GO  TO  0120-0100-PROXIMO                                00004610
           END-IF.                                                      00004620
           MOVE   PAR-CRIADOR          TO  WS-TAB-CREATOR.              00004630
           MOVE   PAR-TABELA           TO  WS-TAB-NOME.                 00004640
           MOVE   PAR-APLICACAO        TO  WS-TAB-APLICACAO.            00004650
           IF  WS-TAB-APLICACAO  EQUAL  SPACES                          00004660
               MOVE   SPACES           TO  INV-CHAVE                    00004670
               MOVE   PAR-CRIADOR      TO  INV-CREATOR                  00004680
               MOVE   PAR-TABELA       TO  INV-TABELA                   00004690
               READ   INVNTRY                                           00004700
                   INVALID KEY                                          00004710
                       MOVE  SPACES    TO  INV-APLICACAO                00004720
               END-READ                                                 00004730
               MOVE   INV-APLICACAO    TO  WS-TAB-APLICACAO             00004740
           END-IF.                                                      00004750
           PERFORM 0200-9999-VERIFICA-TABELA THRU 0200-9999-EXIT.       00004760
       0120-0100-PROXIMO.                                               00004770
           PERFORM 0110-0100-LE-SYSIN THRU 0110-0100-EXIT.              00004780
       0120-0100-EXIT. EXIT.                                            00004790
      *----------------------------------------------------------------*00004800
      * MODO VARREDURA: ENTRADAS ATIVAS DO INVENTARIO                  *00004810
      *----------------------------------------------------------------*00004820
       0150-0000-VARRE-INVNTRY.                                         00004830
           PERFORM 0160-0150-LE-INVNTRY THRU 0160-0150-EXIT             00004840
             UNTIL FIM-INVNTRY.                                         00004850
       0150-0000-EXIT. EXIT.                                            00004860
      *----------------------------------------------------------------*00004870
      *                                                                *00004880
      *----------------------------------------------------------------*00004890
       0160-0150-LE-INVNTRY.                                            00004900
           READ  INVNTRY  NEXT                                          00004910
               AT END                                                   00004920
                   MOVE   'SIM'         TO   N88-FIM-INVNTRY            00004930
                   GO  TO  0160-0150-EXIT                               00004940
           END-READ.                                                    00004950
           IF  INV-SITUACAO  NOT EQUAL  'A'                             00004960
               GO  TO  0160-0150-EXIT                                   00004970
           END-IF.                                                      00004980
           IF  WS-APL-FILTRO  NOT EQUAL  SPACES                         00004990
               AND WS-APL-FILTRO  NOT EQUAL  '*'                        00005000
               AND INV-APLICACAO  NOT EQUAL  WS-APL-FILTRO              00005010
               GO  TO  0160-0150-EXIT                                   00005020
           END-IF.                                                      00005030
           MOVE   INV-CREATOR          TO  WS-TAB-CREATOR.              00005040
           MOVE   INV-TABELA           TO  WS-TAB-NOME.                 00005050
           MOVE   INV-APLICACAO        TO  WS-TAB-APLICACAO.            00005060
           PERFORM 0200-9999-VERIFICA-TABELA THRU 0200-9999-EXIT.       00005070
       0160-0150-EXIT. EXIT.                                            00005080
      *----------------------------------------------------------------*00005090
      * UMA TABELA: REGRAS DA TABELA E DE CADA COLUNA                  *00005100
      *----------------------------------------------------------------*00005110
       0200-9999-VERIFICA-TABELA.                                       00005120
           ADD    +1                   TO  WS-QTD-TABELAS.              00005130
           MOVE   +0                   TO  WS-VIOLACOES-TABELA.         00005140
           MOVE   SPACES               TO  WS-TAB-QUALIFICADA.          00005150
           STRING WS-TAB-CREATOR DELIMITED BY SPACE                     00005160
                  '.' DELIMITED BY SIZE                                 00005170
                  WS-TAB-NOME DELIMITED BY SPACE                        00005180
                  INTO WS-TAB-QUALIFICADA.                              00005190
           MOVE   WS-TAB-CREATOR       TO  H-CREATOR.                   00005200
           MOVE   WS-TAB-NOME          TO  H-TABELA.                    00005210
           EXEC SQL                                                     00005220
                SELECT T.DBNAME, T.TSNAME,                              00005230
                       LENGTH(RTRIM(T.REMARKS)),                        00005240
                       (SELECT COUNT(*)                                 00005250
                          FROM SYSIBM.SYSTABLES T2                      00005260
                         WHERE T2.DBNAME = T.DBNAME                     00005270
                           AND T2.TSNAME = T.TSNAME                     00005280
                           AND T2.TYPE   = 'T'),                        00005290
                       (SELECT COUNT(*)                                 00005300
                          FROM SYSIBM.SYSINDEXES I                      00005310
                         WHERE I.TBCREATOR  = T.CREATOR                 00005320
                           AND I.TBNAME     = T.NAME                    00005330
                           AND I.UNIQUERULE IN ('P', 'R'))              00005340
                  INTO :H-DBNAME, :H-TSNAME, :H-TAM-REMARKS,            00005350
                       :H-QTD-TABS-TS, :H-QTD-PK                        00005360
                  FROM SYSIBM.SYSTABLES T                               00005370
                 WHERE T.CREATOR = :H-CREATOR                           00005380
                   AND T.NAME    = :H-TABELA                            00005390
                   AND T.TYPE    = 'T'                                  00005400
           END-EXEC.                                                    00005410
           IF  SQLCODE  EQUAL  +100                                     00005420
               MOVE   'PD10'           TO  WS-REGRA                     00005430
               MOVE   WS-TAB-QUALIFICADA  TO  WS-OBJETO                 00005440
               MOVE   'TABELA NAO ENCONTRADA NO CATALOGO'               00005450
                                       TO  WS-MENSAGEM                  00005460
               PERFORM 0800-9999-REGISTRA-VIOLACAO THRU 0800-9999-EXIT  00005470
               GO  TO  0200-9999-FIM                                    00005480
           END-IF.                                                      00005490
           IF  SQLCODE  NOT EQUAL  +0                                   00005500
               DISPLAY '*** ERRO NO SELECT SYSTABLES '                  00005510
                       WS-TAB-QUALIFICADA                               00005520
               PERFORM  9999-9999-ERRO-DB2  THRU 9999-9999-EXIT         00005530
           END-IF.                                                      00005540
                                                                        00005550
           PERFORM 0220-0200-PREFIXO THRU 0220-0200-EXIT.               00005560
           MOVE   WS-TAB-QUALIFICADA   TO  WS-OBJETO.                   00005570
           IF  H-QTD-PK  EQUAL  +0                                      00005580
               MOVE   'PD06'           TO  WS-REGRA                     00005590
               MOVE   'TABELA SEM CHAVE PRIMARIA'  TO  WS-MENSAGEM      00005600
               PERFORM 0800-9999-REGISTRA-VIOLACAO THRU 0800-9999-EXIT  00005610
           END-IF.                                                      00005620
           IF  H-QTD-TABS-TS  GREATER  +1                               00005630
               MOVE   'PD07'           TO  WS-REGRA                     00005640
               MOVE   H-QTD-TABS-TS    TO  ZQTD                         00005650
               MOVE   SPACES           TO  WS-MENSAGEM                  00005660
               STRING 'TABLESPACE ' DELIMITED BY SIZE                   00005666
                      H-DBNAME DELIMITED BY SPACE                       00005672
                      '.' H-TSNAME DELIMITED BY SPACE                   00005680
                      ' COM ' ZQTD ' TABELAS'                           00005690
                      DELIMITED BY SIZE INTO WS-MENSAGEM                00005700
               PERFORM 0800-9999-REGISTRA-VIOLACAO THRU 0800-9999-EXIT  00005710
           END-IF.                                                      00005720
           IF  H-TAM-REMARKS  NOT GREATER  +0                           00005730
               MOVE   'PD08'           TO  WS-REGRA                     00005740
               MOVE   'TABELA SEM REMARKS (COMMENT ON TABLE)'           00005750
                                       TO  WS-MENSAGEM                  00005760
               PERFORM 0800-9999-REGISTRA-VIOLACAO THRU 0800-9999-EXIT  00005770
           END-IF.                                                      00005780
                                                                        00005790
           PERFORM VARYING IND-AUD FROM +1 BY +1                        00005800
             UNTIL IND-AUD  GREATER  QTD-AUD                            00005810
               MOVE   'N'              TO  TB-AUD-ACHOU(IND-AUD)        00005820
           END-PERFORM.                                                 00005830
           PERFORM 0300-0200-COLUNAS THRU 0300-0200-EXIT.               00005840
           MOVE   WS-TAB-QUALIFICADA   TO  WS-OBJETO.                   00005850
           PERFORM VARYING IND-AUD FROM +1 BY +1                        00005860
             UNTIL IND-AUD  GREATER  QTD-AUD                            00005870
               IF  TB-AUD-ACHOU(IND-AUD)  EQUAL  'N'                    00005880
                   MOVE   'PD05'       TO  WS-REGRA                     00005890
                   MOVE   SPACES       TO  WS-MENSAGEM                  00005900
                   STRING 'SEM A COLUNA DE AUDITORIA '                  00005910
                          TB-AUD-COLUNA(IND-AUD)                        00005920
                          DELIMITED BY SIZE INTO WS-MENSAGEM            00005930
                   PERFORM 0800-9999-REGISTRA-VIOLACAO                  00005940
                      THRU 0800-9999-EXIT                               00005950
               END-IF                                                   00005960
           END-PERFORM.                                                 00005970
       0200-9999-FIM.                                                   00005980
           IF  WS-VIOLACOES-TABELA  GREATER  +0                         00005990
               ADD    +1               TO  WS-QTD-TAB-VIOLACAO          00006000
           ELSE                                                         00006010
               MOVE   SPACES           TO  LINHA-REL                    00006020
               STRING '   ---- ' WS-TAB-QUALIFICADA                     00006030
                      '  DENTRO DO PADRAO'                              00006040
                      DELIMITED BY SIZE INTO LINHA-REL                  00006050
               PERFORM 0900-9999-IMPRIME THRU 0900-9999-EXIT            00006060
           END-IF.                                                      00006070
       0200-9999-EXIT. EXIT.                                            00006080
      *----------------------------------------------------------------*00006090
      * PD01 - PREFIXO DA TABELA PELA APLICACAO; APLICACAO SEM PREFIXO *00006100
      * CADASTRADO (OU DESCONHECIDA) ACEITA QUALQUER PREFIXO DA TABELA *00006110
      *----------------------------------------------------------------*00006120
       0220-0200-PREFIXO.                                               00006130
           IF  QTD-PRE  EQUAL  +0                                       00006140
               GO  TO  0220-0200-EXIT                                   00006150
           END-IF.                                                      00006160
           MOVE   'N'                  TO  CH-PREFIXO-OK.               00006170
           MOVE   'N'                  TO  CH-APL-COM-PREFIXO.          00006180
           PERFORM VARYING IND-PRE FROM +1 BY +1                        00006190
             UNTIL IND-PRE  GREATER  QTD-PRE                            00006200
               IF  TB-PRE-APLICACAO(IND-PRE)  EQUAL  WS-TAB-APLICACAO   00006210
                   MOVE   'S'          TO  CH-APL-COM-PREFIXO           00006220
               END-IF                                                   00006230
           END-PERFORM.                                                 00006240
           PERFORM VARYING IND-PRE FROM +1 BY +1                        00006250
             UNTIL IND-PRE  GREATER  QTD-PRE                            00006260
                OR CH-PREFIXO-OK  EQUAL  'S'                            00006270
               IF  TB-PRE-APLICACAO(IND-PRE)  EQUAL  WS-TAB-APLICACAO   00006280
                   OR  CH-APL-COM-PREFIXO  EQUAL  'N'                   00006290
                   MOVE   TB-PRE-TAMANHO(IND-PRE)  TO  WS-TAMANHO       00006300
                   IF  WS-TAMANHO  GREATER  +0                          00006310
                       AND WS-TAB-NOME(1:WS-TAMANHO)  EQUAL             00006320
                           TB-PRE-PREFIXO(IND-PRE)(1:WS-TAMANHO)        00006330
                       MOVE   'S'      TO  CH-PREFIXO-OK                00006340
                   END-IF                                               00006350
               END-IF                                                   00006360
           END-PERFORM.                                                 00006370
           IF  CH-PREFIXO-OK  EQUAL  'N'                                00006380
               MOVE   'PD01'           TO  WS-REGRA                     00006390
               MOVE   WS-TAB-QUALIFICADA  TO  WS-OBJETO                 00006400
               MOVE   SPACES           TO  WS-MENSAGEM                  00006410
               IF  CH-APL-COM-PREFIXO  EQUAL  'S'                       00006420
                   STRING 'NOME FORA DO PREFIXO DA APLICACAO '          00006430
                          WS-TAB-APLICACAO                              00006440
                          DELIMITED BY SIZE INTO WS-MENSAGEM            00006450
               ELSE                                                     00006460
                   MOVE  'NOME SEM NENHUM PREFIXO CADASTRADO'           00006470
                                       TO  WS-MENSAGEM                  00006480
               END-IF                                                   00006490
               PERFORM 0800-9999-REGISTRA-VIOLACAO THRU 0800-9999-EXIT  00006500
           END-IF.                                                      00006510
       0220-0200-EXIT. EXIT.                                            00006520
      *----------------------------------------------------------------*00006530
      * COLUNAS DA TABELA                                              *00006540
      *----------------------------------------------------------------*00006550
       0300-0200-COLUNAS.                                               00006560
           EXEC SQL                                                     00006570
                DECLARE C_COLUNAS CURSOR FOR                            00006580
                SELECT NAME, COLTYPE, LENGTH,                           00006590
                       LENGTH(RTRIM(REMARKS))                           00006600
                  FROM SYSIBM.SYSCOLUMNS                                00006610
                 WHERE TBCREATOR = :H-CREATOR                           00006620
                   AND TBNAME    = :H-TABELA                            00006630
                 ORDER BY COLNO                                         00006640
           END-EXEC.                                                    00006650
           EXEC SQL OPEN C_COLUNAS END-EXEC.                            00006660
           IF  SQLCODE  NOT EQUAL  +0                                   00006670
               DISPLAY '*** ERRO NO OPEN C_COLUNAS'                     00006680
               PERFORM  9999-9999-ERRO-DB2  THRU 9999-9999-EXIT         00006690
           END-IF.                                                      00006700
           MOVE   'NAO'                TO  N88-FIM-COLUNAS.             00006710
           PERFORM 0310-0300-UMA-COLUNA THRU 0310-0300-EXIT             00006720
             UNTIL FIM-COLUNAS.                                         00006730
           EXEC SQL CLOSE C_COLUNAS END-EXEC.                           00006740
           IF  SQLCODE  NOT EQUAL  +0                                   00006750
               DISPLAY '*** ERRO NO CLOSE C_COLUNAS'                    00006760
               PERFORM  9999-9999-ERRO-DB2  THRU 9999-9999-EXIT         00006770
           END-IF.                                                      00006780
       0300-0200-EXIT. EXIT.                                            00006790
      *----------------------------------------------------------------*00006800
      * UMA COLUNA: PD02, PD03, PD04, PD09 E PRESENCA DA AUDITORIA     *00006810
      *----------------------------------------------------------------*00006820
       0310-0300-UMA-COLUNA.                                            00006830
           MOVE   SPACES               TO  H-CL-NAME-T.                 00006840
           EXEC SQL                                                     00006850
                FETCH  C_COLUNAS                                        00006860
                 INTO  :H-CL-NAME, :H-CL-COLTYPE, :H-CL-LENGTH,         00006870
                       :H-CL-TAM-REMARKS                                00006880
           END-EXEC.                                                    00006890
           IF  SQLCODE  EQUAL  +100                                     00006900
               MOVE  'SIM'             TO  N88-FIM-COLUNAS              00006910
               GO  TO  0310-0300-EXIT                                   00006920
           END-IF.                                                      00006930
           IF  SQLCODE  NOT EQUAL  +0                                   00006940
               DISPLAY '*** ERRO NO FETCH C_COLUNAS'                    00006950
               PERFORM  9999-9999-ERRO-DB2  THRU 9999-9999-EXIT         00006960
           END-IF.                                                      00006970
           MOVE   SPACES               TO  WS-OBJETO.                   00006980
           STRING WS-TAB-QUALIFICADA DELIMITED BY SPACE                 00006990
                  '.' DELIMITED BY SIZE                                 00007000
                  H-CL-NAME-T(1:H-CL-NAME-L) DELIMITED BY SIZE          00007010
                  INTO WS-OBJETO.                                       00007020
                                                                        00007030
           PERFORM VARYING IND-AUD FROM +1 BY +1                        00007040
             UNTIL IND-AUD  GREATER  QTD-AUD                            00007050
               IF  TB-AUD-COLUNA(IND-AUD)  EQUAL  H-CL-NAME-T           00007060
                   MOVE   'S'          TO  TB-AUD-ACHOU(IND-AUD)        00007070
               END-IF                                                   00007080
           END-PERFORM.                                                 00007090
                                                                        00007100
      *--- PD02: O NOME TERMINA EM UM DOS SUFIXOS DO TIPO               00007110
           MOVE   'N'                  TO  CH-TIPO-COM-SUFIXO.          00007120
           MOVE   'N'                  TO  CH-SUFIXO-OK.                00007130
           PERFORM VARYING IND-SUF FROM +1 BY +1                        00007140
             UNTIL IND-SUF  GREATER  QTD-SUF                            00007150
               IF  TB-SUF-COLTYPE(IND-SUF)  EQUAL  H-CL-COLTYPE         00007160
                   MOVE   'S'          TO  CH-TIPO-COM-SUFIXO           00007170
                   MOVE   TB-SUF-TAMANHO(IND-SUF)  TO  WS-TAMANHO       00007180
                   IF  WS-TAMANHO  GREATER  +0                          00007190
                       AND WS-TAMANHO  NOT GREATER  H-CL-NAME-L         00007200
                       COMPUTE WS-POSICAO =                             00007210
                               H-CL-NAME-L - WS-TAMANHO + 1             00007220
                       IF  H-CL-NAME-T(WS-POSICAO:WS-TAMANHO)  EQUAL    00007230
                           TB-SUF-SUFIXO(IND-SUF)(1:WS-TAMANHO)         00007240
                           MOVE   'S'  TO  CH-SUFIXO-OK                 00007250
                       END-IF                                           00007260
                   END-IF                                               00007270
               END-IF                                                   00007280
           END-PERFORM.                                                 00007290
           IF  CH-TIPO-COM-SUFIXO  EQUAL  'S'                           00007300
               AND CH-SUFIXO-OK  EQUAL  'N'                             00007310
               MOVE   'PD02'           TO  WS-REGRA                     00007320
               MOVE   SPACES           TO  WS-MENSAGEM                  00007330
               STRING 'NOME SEM O SUFIXO PADRAO DO TIPO ' H-CL-COLTYPE  00007340
                      DELIMITED BY SIZE INTO WS-MENSAGEM                00007350
               PERFORM 0800-9999-REGISTRA-VIOLACAO THRU 0800-9999-EXIT  00007360
           END-IF.                                                      00007370
                                                                        00007380
      *--- PD03: TIPO PROIBIDO (NA COLUNA CUJO NOME TEM O TRECHO)       00007390
           PERFORM VARYING IND-PRO FROM +1 BY +1                        00007400
             UNTIL IND-PRO  GREATER  QTD-PRO                            00007410
               IF  TB-PRO-COLTYPE(IND-PRO)  EQUAL  H-CL-COLTYPE         00007420
                   MOVE   +0           TO  WS-OCORRENCIAS               00007430
                   MOVE   TB-PRO-TAMANHO(IND-PRO)  TO  WS-TAMANHO       00007440
                   IF  WS-TAMANHO  EQUAL  +0                            00007450
                       MOVE   +1       TO  WS-OCORRENCIAS               00007460
                   ELSE                                                 00007470
                       INSPECT H-CL-NAME-T TALLYING WS-OCORRENCIAS      00007480
                          FOR ALL TB-PRO-TRECHO(IND-PRO)(1:WS-TAMANHO)  00007490
                   END-IF                                               00007500
                   IF  WS-OCORRENCIAS  GREATER  +0                      00007510
                       MOVE   'PD03'   TO  WS-REGRA                     00007520
                       MOVE   SPACES   TO  WS-MENSAGEM                  00007530
                       IF  WS-TAMANHO  EQUAL  +0                        00007540
                           STRING 'TIPO ' H-CL-COLTYPE ' PROIBIDO'      00007550
                                  DELIMITED BY SIZE INTO WS-MENSAGEM    00007560
                       ELSE                                             00007570
                           STRING 'TIPO ' H-CL-COLTYPE                  00007580
                                  ' PROIBIDO EM COLUNA *'               00007590
                                  TB-PRO-TRECHO(IND-PRO)(1:WS-TAMANHO)  00007600
                                  '*'                                   00007610
                                  DELIMITED BY SIZE INTO WS-MENSAGEM    00007620
                       END-IF                                           00007630
                       PERFORM 0800-9999-REGISTRA-VIOLACAO              00007640
                          THRU 0800-9999-EXIT                           00007650
                   END-IF                                               00007660
               END-IF                                                   00007670
           END-PERFORM.                                                 00007680
                                                                        00007690
      *--- PD04: TAMANHO ACIMA DO MAXIMO DO TIPO                        00007700
           PERFORM VARYING IND-MAX FROM +1 BY +1                        00007710
             UNTIL IND-MAX  GREATER  QTD-MAX                            00007720
               IF  TB-MAX-COLTYPE(IND-MAX)  EQUAL  H-CL-COLTYPE         00007730
                   AND H-CL-LENGTH  GREATER  TB-MAX-TAMANHO(IND-MAX)    00007740
                   MOVE   'PD04'       TO  WS-REGRA                     00007750
                   MOVE   H-CL-LENGTH  TO  ZTAM                         00007760
                   MOVE   TB-MAX-TAMANHO(IND-MAX)  TO  ZMAX             00007770
                   MOVE   SPACES       TO  WS-MENSAGEM                  00007780
                   STRING H-CL-COLTYPE ' DE ' ZTAM                      00007790
                          ' ACIMA DO MAXIMO ' ZMAX                      00007800
                          DELIMITED BY SIZE INTO WS-MENSAGEM            00007810
                   PERFORM 0800-9999-REGISTRA-VIOLACAO                  00007820
                      THRU 0800-9999-EXIT                               00007830
               END-IF                                                   00007840
           END-PERFORM.                                                 00007850
                                                                        00007860
      *--- PD09: COLUNA SEM REMARKS                                     00007870
           IF  H-CL-TAM-REMARKS  NOT GREATER  +0                        00007880
               MOVE   'PD09'           TO  WS-REGRA                     00007890
               MOVE   'COLUNA SEM REMARKS (COMMENT ON COLUMN)'          00007900
                                       TO  WS-MENSAGEM                  00007910
               PERFORM 0800-9999-REGISTRA-VIOLACAO THRU 0800-9999-EXIT  00007920
           END-IF.                                                      00007930
       0310-0300-EXIT. EXIT.                                            00007940
      *----------------------------------------------------------------*00007950
      * REGISTRA UMA VIOLACAO (WS-REGRA/WS-OBJETO/WS-MENSAGEM) PELA    *00007960
      * SEVERIDADE DA REGRA; REGRA DESLIGADA NAO E LISTADA             *00007970
      *----------------------------------------------------------------*00007980
       0800-9999-REGISTRA-VIOLACAO.                                     00007990
           PERFORM VARYING IND-REG FROM +1 BY +1                        00008000
             UNTIL IND-REG  GREATER  +10                                00008010
                OR TB-REG-CODIGO(IND-REG)  EQUAL  WS-REGRA              00008020
               CONTINUE                                                 00008030
           END-PERFORM.                                                 00008040
           IF  IND-REG  GREATER  +10                                    00008050
               MOVE   'S'              TO  WS-SEVERIDADE                00008060
           ELSE                                                         00008070
               MOVE   TB-REG-SEVERIDADE(IND-REG)  TO  WS-SEVERIDADE     00008080
           END-IF.                                                      00008090
           IF  WS-SEVERIDADE  EQUAL  'D'                                00008100
               GO  TO  0800-9999-EXIT                                   00008110
           END-IF.                                                      00008120
           ADD    +1                   TO  WS-VIOLACOES-TABELA.         00008130
           MOVE   SPACES               TO  LINHA-REL.                   00008140
           MOVE   WS-REGRA             TO  LINHA-REL(4:4).              00008150
           IF  WS-SEVERIDADE  EQUAL  'S'                                00008160
               ADD    +1               TO  WS-QTD-SEVERAS               00008170
               MOVE   'SEVERA'         TO  LINHA-REL(10:6)              00008180
           ELSE                                                         00008190
               ADD    +1               TO  WS-QTD-AVISOS                00008200
               MOVE   'AVISO'          TO  LINHA-REL(10:5)              00008210
           END-IF.                                                      00008220
           MOVE   WS-OBJETO            TO  LINHA-REL(18:46).            00008230
           MOVE   WS-MENSAGEM          TO  LINHA-REL(66:60).            00008240
           PERFORM 0900-9999-IMPRIME THRU 0900-9999-EXIT.               00008250
       0800-9999-EXIT. EXIT.                                            00008260
      *----------------------------------------------------------------*00008270
      * IMPRESSAO PAGINADA                                             *00008280
      *----------------------------------------------------------------*00008290
       0900-9999-IMPRIME.                                               00008300
           IF  AC-LINHA-REL  GREATER  60                                00008310
               ADD    +1               TO  AC-PAGINA-REL                00008320
               MOVE   AC-PAGINA-REL    TO  REL-CAB1-PAG                 00008330
               MOVE   ATU-DIA          TO  CB-DIA                       00008340
               MOVE   ATU-MES          TO  CB-MES                       00008350
               MOVE   ATU-ANO          TO  CB-ANO                       00008360
               WRITE  REG-RELATO       FROM REL-CAB1 AFTER PAGE         00008370
               WRITE  REG-RELATO       FROM REL-CAB2                    00008380
               WRITE  REG-RELATO       FROM REL-CAB3                    00008390
               MOVE   +3               TO  AC-LINHA-REL                 00008400
           END-IF.                                                      00008410
           WRITE  REG-RELATO           FROM LINHA-REL.                  00008420
           ADD    +1                   TO  AC-LINHA-REL.                00008430
           MOVE   SPACES               TO  LINHA-REL.                   00008440
       0900-9999-EXIT. EXIT.                                            00008450
      *----------------------------------------------------------------*00008460
      *                                                                *00008470
      *----------------------------------------------------------------*00008480
       9999-9999-ERRO-DB2.                                              00008490
           MOVE   SQLCODE              TO  WS-SQLCODE.                  00008500
           DISPLAY '*** SQLCODE  ' WS-SQLCODE.                          00008510
           DISPLAY '    SQLERRMC ' SQLERRMC.                            00008520
           DISPLAY '    SQLSTATE ' SQLSTATE.                            00008530
           MOVE   +16                  TO  RETURN-CODE.                 00008540
           STOP RUN.                                                    00008550
       9999-9999-EXIT. EXIT.                                            00008560
