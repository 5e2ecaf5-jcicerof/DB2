       IDENTIFICATION DIVISION.                                         00000010
       PROGRAM-ID.    DB2CRUD.                                          00000020
      *----------------------------------------------------------------*00000030
      * DATA:  OUT/2026                                                *00000040
      * OBJETIVOS: MATRIZ CRUD PROGRAMA X TABELA A PARTIR DOS COMANDOS *00000050
      *   DOS PACKAGES. O DB2LSTDP E O DB2BKAUD DIZEM QUAIS PACKAGES   *00000060
      *   DEPENDEM DA TABELA; AQUI SE VE O QUE CADA UM FAZ COM ELA,    *00000070
      *   ANTES DE UMA CORRECAO DE DADOS OU MUDANCA DE COLUNA:         *00000080
      *   - LE A SYSIBM.SYSPACKSTMT DOS COLLIDS DO PARM (COM O         *00000090
      *     QUALIFIER DA SYSIBM.SYSPACKAGE PARA OS NOMES SEM CREATOR); *00000100
      *   - CLASSIFICA CADA COMANDO PELA TABELA QUE TOCA:              *00000110
      *     C = INSERT (E MERGE), R = SELECT E SUBSELECTS,             *00000120
      *     U = UPDATE (E MERGE), D = DELETE/TRUNCATE,                 *00000130
      *     F = FETCH DE CURSOR (TABELAS DO DECLARE CURSOR);           *00000140
      *   - SO' ENTRAM TABELAS DO INVENTARIO (INVNTRY), QUE DA' A      *00000150
      *     APLICACAO; NOMES FORA DELE (CTE, VIEW, CATALOGO) SO' SAO   *00000160
      *     CONTADOS NO RESUMO.                                        *00000170
      *   SAIDAS:                                                      *00000180
      *   - RELATO, POR APLICACAO: MATRIZ PROGRAMA X TABELA COM AS     *00000190
      *     COLUNAS C R U D F E, PARA CADA TABELA, OS PROGRAMAS QUE    *00000200
      *     GRAVAM NELA (C/U/D);                                       *00000210
      *   - EXTCRUD: EXTRATO SEPARADO POR ';' PARA PLANILHA, COM UMA   *00000220
      *     LINHA DE TITULO E UMA LINHA POR PROGRAMA X TABELA.         *00000230
      *   PARM: COLS 1-18 COLLID (OU PREFIXO TERMINADO EM '%', BRANCO  *00000240
      *   = TODOS), COLS 20-27 APLICACAO (BRANCO OU '*' = TODAS).      *00000250
      *   O PACKAGE (NOME DO DBRM) E' O PROGRAMA; VERSOES E COLLIDS    *00000260
      *   DIFERENTES DO MESMO PROGRAMA SOMAM NA MESMA LINHA.           *00000270
      * AREA RESPONSAVEL: ADMINISTRACAO DE BANCO DE DADOS              *00000280
      *----------------------------------------------------------------*00000290
       ENVIRONMENT    DIVISION.                                         00000300
      *                                                                 00000310
       INPUT-OUTPUT       SECTION.                                      00000320
       FILE-CONTROL.                                                    00000330
           SELECT  INVNTRY  ASSIGN  TO  INVNTRY                         00000340
                   ORGANIZATION  IS  INDEXED                            00000350
                   ACCESS  MODE  IS  DYNAMIC                            00000360
                   RECORD  KEY   IS  INV-CHAVE.                         00000370
           SELECT  RELATO   ASSIGN  TO  RELATO.                         00000380
           SELECT  EXTCRUD  ASSIGN  TO  EXTCRUD.                        00000390
      *                                                                 00000400
       DATA DIVISION.                                                   00000410
      *                                                                 00000420
       FILE            SECTION.                                         00000430
       FD  INVNTRY                                                      00000440
           LABEL  RECORD  IS  STANDARD.                                 00000450
                                                                        00000460
       01  REG-INVNTRY.                                                 00000470
           05  INV-CHAVE.                                               00000480
               10  INV-CREATOR    PIC X(08).                            00000490
               10  FILLER         PIC X(01).                            00000500
               10  INV-TABELA     PIC X(18).                            00000510
           05  FILLER             PIC X(01).                            00000520
           05  INV-APLICACAO      PIC X(08).                            00000530
           05  FILLER             PIC X(01).                            00000540
           05  INV-PGMR           PIC X(08).                            00000550
           05  FILLER             PIC X(01).                            00000560
           05  INV-SITUACAO       PIC X(01).                            00000570
           05  FILLER             PIC X(33).                            00000580
      *                                                                 00000590
       FD  RELATO                                                       00000600
           LABEL  RECORD  IS  OMITTED                                   00000610
           RECORDING MODE IS F.                                         00000620
                                                                        00000630
       01  REG-RELATO                  PIC  X(132).                     00000640
      *                                                                 00000650
       FD  EXTCRUD                                                      00000660
           LABEL  RECORD  IS  OMITTED                                   00000670
           RECORDING MODE IS F.                                         00000680
                                                                        00000690
       01  REG-EXTCRUD                 PIC  X(080).                     00000700
      *                                                                 00000710
       WORKING-STORAGE SECTION.                                         00000720
      *----------------------------------------------------------------*00000730
      * INVENTARIO ATIVO E APLICACOES PEDIDAS                          *00000740
      *----------------------------------------------------------------*00000750
       01  TAB-INVENTARIO.                                              00000760
           02  QTD-INV            PIC S9(04) COMP    VALUE +0.          00000770
           02  IND-INV            PIC S9(04) COMP    VALUE +0.          00000780
           02  FILLER             OCCURS   2000  TIMES.                 00000790
               04  TB-INV-CREATOR     PIC  X(08)     VALUE SPACES.      00000800
               04  TB-INV-TABELA      PIC  X(18)     VALUE SPACES.      00000810
               04  TB-INV-APLICACAO   PIC  X(08)     VALUE SPACES.      00000820
       01  TAB-APLICACOES.                                              00000830
           02  QTD-APL            PIC S9(04) COMP    VALUE +0.          00000840
           02  IND-APL            PIC S9(04) COMP    VALUE +0.          00000850
           02  TB-APL-NOME        OCCURS 100 TIMES   PIC X(08).         00000860
      *----------------------------------------------------------------*00000870
      * USO PROGRAMA X TABELA (UMA MARCA POR OPERACAO)                 *00000880
      *----------------------------------------------------------------*00000890
       01  TAB-USOS.                                                    00000900
           02  QTD-USO            PIC S9(04) COMP    VALUE +0.          00000910
           02  IND-USO            PIC S9(04) COMP    VALUE +0.          00000920
           02  IND-USO2           PIC S9(04) COMP    VALUE +0.          00000930
           02  FILLER             OCCURS   5000  TIMES.                 00000940
               04  TB-USO-APLICACAO   PIC  X(08).                       00000950
               04  TB-USO-PROGRAMA    PIC  X(08).                       00000960
               04  TB-USO-CREATOR     PIC  X(08).                       00000970
               04  TB-USO-TABELA      PIC  X(18).                       00000980
               04  TB-USO-MARCAS.                                       00000990
                   06  TB-USO-C       PIC  X(01).                       00001000
                   06  TB-USO-R       PIC  X(01).                       00001010
                   06  TB-USO-U       PIC  X(01).                       00001020
                   06  TB-USO-D       PIC  X(01).                       00001030
                   06  TB-USO-F       PIC  X(01).                       00001040
      *----------------------------------------------------------------*00001050
      * ANALISE DO TEXTO DO COMANDO                                    *00001060
      *----------------------------------------------------------------*00001070
       01  FILLER.                                                      00001080
           02  WS-COMANDO              PIC  X(2000)    VALUE SPACES.    00001090
           02  WS-NORMAL               PIC  X(4000)    VALUE SPACES.    00001100
           02  WS-NORMAL-TAM           PIC S9(04) COMP VALUE +0.        00001110
           02  WS-IND-CAR              PIC S9(04) COMP VALUE +0.        00001120
           02  WS-CARACTER             PIC  X(01)      VALUE SPACES.    00001130
           02  WS-PTR-TOKEN            PIC S9(04) COMP VALUE +0.        00001140
           02  WS-TOKEN                PIC  X(40)      VALUE SPACES.    00001150
           02  WS-QTD-TOKENS           PIC S9(04) COMP VALUE +0.        00001160
           02  WS-VERBO                PIC  X(08)      VALUE SPACES.    00001170
           02  WS-MARCA-LEITURA        PIC  X(01)      VALUE SPACES.    00001180
           02  WS-MARCA-ALVO           PIC  X(01)      VALUE SPACES.    00001190
           02  WS-MARCA                PIC  X(01)      VALUE SPACES.    00001200
           02  WS-ESPERA               PIC  X(01)      VALUE SPACES.    00001210
               88  ESPERA-NADA                         VALUE ' '.       00001220
               88  ESPERA-ALVO                         VALUE 'A'.       00001230
               88  ESPERA-TABELA                       VALUE 'T'.       00001240
               88  ESPERA-LISTA                        VALUE 'L'.       00001250
           02  WS-REF-CREATOR          PIC  X(08)      VALUE SPACES.    00001260
           02  WS-REF-TABELA           PIC  X(18)      VALUE SPACES.    00001270
           02  WS-REF-RESTO            PIC  X(40)      VALUE SPACES.    00001280
      *----------------------------------------------------------------*00001290
      * AREAS AUXILIARES                                               *00001300
      *----------------------------------------------------------------*00001310
       01  FILLER.                                                      00001320
           02  WS-SQLCODE              PIC -----9.                      00001330
           02  WS-COLLID-FILTRO        PIC  X(18)      VALUE '%'.       00001340
           02  WS-APL-PARM             PIC  X(08)      VALUE '*'.       00001350
           02  WS-APL-ATUAL            PIC  X(08)      VALUE SPACES.    00001360
           02  WS-QTD-COMANDOS         PIC S9(09) COMP VALUE +0.        00001370
           02  WS-QTD-FORA-INV         PIC S9(09) COMP VALUE +0.        00001380
           02  WS-QTD-DESPREZADOS      PIC S9(09) COMP VALUE +0.        00001390
           02  WS-QTD-EXTRATO          PIC S9(09) COMP VALUE +0.        00001400
           02  WS-QTD-USOS-APL         PIC S9(04) COMP VALUE +0.        00001410
           02  WS-GRAVA                PIC  X(03)      VALUE SPACES.    00001420
           02  WS-PTR                  PIC S9(04) COMP VALUE +0.        00001430
           02  WS-TEXTO                PIC  X(1300)    VALUE SPACES.    00001440
           02  WS-TEXTO-TAM            PIC S9(04) COMP VALUE +0.        00001450
           02  WS-TEXTO-POS            PIC S9(04) COMP VALUE +0.        00001460
           02  ZQTD                    PIC ZZZZZZZZ9.                   00001470
           02  ZQTD2                   PIC ZZZZZZZZ9.                   00001480
           02  ZQTD3                   PIC ZZZZZZZZ9.                   00001490
      *----------------------------------------------------------------*00001500
      * REGISTRO DO EXTRATO PARA PLANILHA                              *00001510
      *----------------------------------------------------------------*00001520
       01  REG-EXTRATO.                                                 00001530
           02  EXT-APLICACAO      PIC X(08).                            00001540
           02  FILLER             PIC X(01)          VALUE ';'.         00001550
           02  EXT-PROGRAMA       PIC X(08).                            00001560
           02  FILLER             PIC X(01)          VALUE ';'.         00001570
           02  EXT-CREATOR        PIC X(08).                            00001580
           02  FILLER             PIC X(01)          VALUE ';'.         00001590
           02  EXT-TABELA         PIC X(18).                            00001600
           02  FILLER             PIC X(01)          VALUE ';'.         00001610
           02  EXT-C              PIC X(01).                            00001620
           02  FILLER             PIC X(01)          VALUE ';'.         00001630
           02  EXT-R              PIC X(01).                            00001640
           02  FILLER             PIC X(01)          VALUE ';'.         00001650
           02  EXT-U              PIC X(01).                            00001660
           02  FILLER             PIC X(01)          VALUE ';'.         00001670
           02  EXT-D              PIC X(01).                            00001680
           02  FILLER             PIC X(01)          VALUE ';'.         00001690
           02  EXT-F              PIC X(01).                            00001700
           02  FILLER             PIC X(25)          VALUE SPACES.      00001710
       01  REG-EXTRATO-TITULO.                                          00001720
           02  FILLER             PIC X(40)          VALUE              00001730
               'APLICACAO;PROGRAMA;CREATOR;TABELA;C;R;U;'.              00001740
           02  FILLER             PIC X(40)          VALUE              00001750
               'D;F'.                                                   00001760
      *----------------------------------------------------------------*00001770
      * HOSTS DE CATALOGO                                              *00001780
      *----------------------------------------------------------------*00001790
       01  H-COLLID-FILTRO             PIC  X(18).                      00001800
       01  H-COLLID                    PIC  X(18).                      00001810
       01  H-PROGRAMA                  PIC  X(08).                      00001820
       01  H-QUALIFIER                 PIC  X(08).                      00001830
       01  H-STMTNO                    PIC S9(09) COMP.                 00001840
       01  H-STATEMENT.                                                 00001850
           49  H-STATEMENT-L           PIC S9(04) COMP.                 00001860
           49  H-STATEMENT-T           PIC  X(2000).                    00001870
      *----------------------------------------------------------------*00001880
      * CONTROLES                                                      *00001890
      *----------------------------------------------------------------*00001900
       01  CHAVES-FIM.                                                  00001910
           02  N88-FIM-INVNTRY                   PIC  X(03) VALUE 'NAO'.00001920
               88  FIM-INVNTRY                              VALUE 'SIM'.00001930
           02  N88-FIM-SYSPACKSTMT               PIC  X(03) VALUE 'NAO'.00001940
               88  FIM-SYSPACKSTMT                          VALUE 'SIM'.00001950
           02  N88-FIM-TOKENS                    PIC  X(03) VALUE 'NAO'.00001960
               88  FIM-TOKENS                               VALUE 'SIM'.00001970
      *----------------------------------------------------------------*00001980
      * RELATORIO                                                      *00001990
      *----------------------------------------------------------------*00002000
       77  AC-LINHA-REL           PIC S9(004)  COMP  VALUE +99.         00002010
       77  AC-PAGINA-REL          PIC S9(004)  COMP  VALUE +0.          00002020
       01  LINHA-REL              PIC  X(132)        VALUE SPACES.      00002030
       01  CURDATA                PIC  9(06)         VALUE ZEROS.       00002040
       01  CURDATA-R  REDEFINES  CURDATA.                               00002050
           03  ATU-ANO            PIC 9(02).                            00002060
           03  ATU-MES            PIC 9(02).                            00002070
           03  ATU-DIA            PIC 9(02).                            00002080
       01  REL-CAB1.                                                    00002090
           03  FILLER             PIC X(52)          VALUE              00002100
               'DB2CRUD      ADMINISTRACAO DE BANCO DE DADOS'.          00002110
           03  FILLER             PIC X(06)          VALUE 'DATA: '.    00002120
           03  REL-CAB1-DATA.                                           00002130
               05  CB-DIA         PIC 9(02)/.                           00002140
               05  CB-MES         PIC 9(02)/.                           00002150
               05  CB-ANO         PIC 9(02).                            00002160
           03  FILLER             PIC X(04)          VALUE SPACES.      00002170
           03  FILLER             PIC X(05)          VALUE 'PAG: '.     00002180
           03  REL-CAB1-PAG       PIC ZZZ9.                             00002190
           03  FILLER             PIC X(53)          VALUE SPACES.      00002200
       01  REL-CAB2.                                                    00002210
           03  FILLER             PIC X(132)         VALUE              00002220
               'MATRIZ CRUD PROGRAMA X TABELA (SYSPACKSTMT X INVNTRY)'. 00002230
       01  REL-CAB3.                                                    00002240
           03  FILLER             PIC X(132)         VALUE ALL '-'.     00002250
       01  REL-MATRIZ.                                                  00002260
           03  FILLER             PIC X(50)          VALUE              00002270
               '   PROGRAMA  TABELA                          C R U'.    00002280
           03  FILLER             PIC X(82)          VALUE              00002290
               ' D F'.                                                  00002300
      *                                                                 00002310
           EXEC SQL INCLUDE SQLCA END-EXEC.                             00002320
      *----------------------------------------------------------------*00002330
      *                                                                *00002340
      *----------------------------------------------------------------*00002350
       LINKAGE     SECTION.                                             00002360
       01  PARMJOB.                                                     00002370
           02  PARM-LEN           PIC  9(04)  COMP.                     00002380
           02  PARM-COLLID        PIC  X(18).                           00002390
           02  FILLER             PIC  X(01).                           00002400
           02  PARM-APLICACAO     PIC  X(08).                           00002410
      *----------------------------------------------------------------*00002420
      *                                                                *00002430
      *----------------------------------------------------------------*00002440
       PROCEDURE   DIVISION      USING   PARMJOB.                       00002450
      *----------------------------------------------------------------*00002460
      *                                                                *00002470
      *----------------------------------------------------------------*00002480
       0000-0000-PRINCIPAL.                                             00002490
           OPEN OUTPUT RELATO EXTCRUD.                                  00002500
           ACCEPT CURDATA              FROM DATE.                       00002510
           IF  PARM-LEN  NOT LESS  1                                    00002520
               IF  PARM-COLLID  NOT EQUAL  SPACES                       00002530
                   MOVE   PARM-COLLID  TO  WS-COLLID-FILTRO             00002540
               END-IF                                                   00002550
           END-IF.                                                      00002560
           IF  PARM-LEN  NOT LESS  20                                   00002570
               IF  PARM-APLICACAO  NOT EQUAL  SPACES                    00002580
                   MOVE   PARM-APLICACAO   TO  WS-APL-PARM              00002590
               END-IF                                                   00002600
           END-IF.                                                      00002610
           PERFORM 0100-0000-CARREGA-INVNTRY THRU 0100-0000-EXIT.       00002620
           PERFORM 0200-0000-LE-COMANDOS     THRU 0200-0000-EXIT.       00002630
                                                                        00002640
           WRITE  REG-EXTCRUD          FROM REG-EXTRATO-TITULO.         00002650
           PERFORM 0500-0000-RELATA-APLICACAO THRU 0500-0000-EXIT       00002660
             VARYING IND-APL FROM +1 BY +1                              00002670
               UNTIL IND-APL GREATER QTD-APL.                           00002680
                                                                        00002690
           MOVE   SPACES               TO  LINHA-REL.                   00002700
           PERFORM 0900-9999-IMPRIME THRU 0900-9999-EXIT.               00002710
           MOVE   WS-QTD-COMANDOS      TO  ZQTD.                        00002720
           MOVE   QTD-USO              TO  ZQTD2.                       00002730
           MOVE   WS-QTD-EXTRATO       TO  ZQTD3.                       00002740
           STRING 'COLLID: ' WS-COLLID-FILTRO                           00002750
                  '  COMANDOS LIDOS: ' ZQTD                             00002760
                  '  PROGRAMA X TABELA: ' ZQTD2                         00002770
                  '  LINHAS NO EXTCRUD: ' ZQTD3                         00002780
                  DELIMITED BY SIZE INTO LINHA-REL.                     00002790
           PERFORM 0900-9999-IMPRIME THRU 0900-9999-EXIT.               00002800
           MOVE   WS-QTD-FORA-INV      TO  ZQTD.                        00002810
           MOVE   WS-QTD-DESPREZADOS   TO  ZQTD2.                       00002820
           STRING 'REFERENCIAS A NOMES FORA DO INVENTARIO: ' ZQTD       00002830
                  '  DESPREZADAS (TABELA DE USOS CHEIA): ' ZQTD2        00002840
                  DELIMITED BY SIZE INTO LINHA-REL.                     00002850
           PERFORM 0900-9999-IMPRIME THRU 0900-9999-EXIT.               00002860
                                                                        00002870
           CLOSE RELATO EXTCRUD.                                        00002880
           EXEC SQL COMMIT WORK END-EXEC.                               00002890
           IF  WS-QTD-DESPREZADOS  GREATER  +0                          00002900
               MOVE   +4               TO  RETURN-CODE                  00002910
           ELSE                                                         00002920
               MOVE   +0               TO  RETURN-CODE                  00002930
           END-IF.                                                      00002940
           STOP  RUN.                                                   00002950
       0000-0000-EXIT. EXIT.                                            00002960
      *----------------------------------------------------------------*00002970
      * CARREGA O INVENTARIO ATIVO (SO' A APLICACAO DO PARM, SE HOUVER)*00002980
      *----------------------------------------------------------------*00002990
       0100-0000-CARREGA-INVNTRY.                                       00003000
           OPEN INPUT INVNTRY.                                          00003010
           PERFORM 0110-0100-LE-INVNTRY THRU 0110-0100-EXIT             00003020
             UNTIL FIM-INVNTRY.                                         00003030
           CLOSE INVNTRY.                                               00003040
       0100-0000-EXIT. EXIT.                                            00003050
      *----------------------------------------------------------------*00003060
      *                                                                *00003070
      *----------------------------------------------------------------*00003080
       0110-0100-LE-INVNTRY.                                            00003090
           READ  INVNTRY  NEXT                                          00003100
               AT END                                                   00003110
                   MOVE   'SIM'         TO   N88-FIM-INVNTRY            00003120
                   GO  TO  0110-0100-EXIT                               00003130
           END-READ.                                                    00003140
           IF  INV-SITUACAO  NOT EQUAL  'A'                             00003150
               GO  TO  0110-0100-EXIT                                   00003160
           END-IF.                                                      00003170
           IF  WS-APL-PARM  NOT EQUAL  '*'                              00003180
               AND INV-APLICACAO  NOT EQUAL  WS-APL-PARM                00003190
               GO  TO  0110-0100-EXIT                                   00003200
           END-IF.                                                      00003210
           IF  QTD-INV  GREATER  +1999                                  00003220
               DISPLAY 'DB2CRUD - ERRO - INVENTARIO MAIOR QUE 2000 '    00003230
                       'ENTRADAS'                                       00003240
               MOVE   +16              TO  RETURN-CODE                  00003250
               STOP  RUN                                                00003260
           END-IF.                                                      00003270
           ADD    +1                   TO  QTD-INV.                     00003280
           MOVE   INV-CREATOR          TO  TB-INV-CREATOR(QTD-INV).     00003290
           MOVE   INV-TABELA           TO  TB-INV-TABELA(QTD-INV).      00003300
           MOVE   INV-APLICACAO        TO  TB-INV-APLICACAO(QTD-INV).   00003310
                                                                        00003320
           PERFORM VARYING IND-APL FROM +1 BY +1                        00003330
             UNTIL IND-APL  GREATER  QTD-APL                            00003340
                OR TB-APL-NOME(IND-APL)  EQUAL  INV-APLICACAO           00003350
               CONTINUE                                                 00003360
           END-PERFORM.                                                 00003370
           IF  IND-APL  GREATER  QTD-APL                                00003380
               IF  QTD-APL  NOT LESS  +100                              00003390
                   DISPLAY 'DB2CRUD - ERRO - MAIS DE 100 APLICACOES'    00003400
                   MOVE   +16          TO  RETURN-CODE                  00003410
                   STOP  RUN                                            00003420
               END-IF                                                   00003430
               ADD    +1               TO  QTD-APL                      00003440
               MOVE   INV-APLICACAO    TO  TB-APL-NOME(QTD-APL)         00003450
           END-IF.                                                      00003460
       0110-0100-EXIT. EXIT.                                            00003470
      *----------------------------------------------------------------*00003480
      * COMANDOS DOS PACKAGES DOS COLLIDS PEDIDOS                      *00003490
      *----------------------------------------------------------------*00003500
       0200-0000-LE-COMANDOS.                                           00003510
           MOVE   WS-COLLID-FILTRO     TO  H-COLLID-FILTRO.             00003520
           EXEC SQL                                                     00003530
                DECLARE C_SYSPACKSTMT CURSOR FOR                        00003540
                SELECT S.COLLID, S.NAME, P.QUALIFIER, S.STMTNO,         00003550
                       CAST(SUBSTR(S.STATEMENT, 1, 2000)                00003560
                            AS VARCHAR(2000))                           00003570
                  FROM SYSIBM.SYSPACKSTMT S,                            00003580
                       SYSIBM.SYSPACKAGE  P                             00003590
                 WHERE S.COLLID    LIKE RTRIM(:H-COLLID-FILTRO)         00003600
                   AND S.STATEMENT IS NOT NULL                          00003610
                   AND P.LOCATION  = S.LOCATION                         00003620
                   AND P.COLLID    = S.COLLID                           00003630
                   AND P.NAME      = S.NAME                             00003640
                   AND P.CONTOKEN  = S.CONTOKEN                         00003650
                 ORDER BY S.NAME, S.COLLID, S.STMTNO                    00003660
           END-EXEC.                                                    00003670
                                                                        00003680
           EXEC SQL OPEN C_SYSPACKSTMT END-EXEC.                        00003690
           IF  SQLCODE  NOT EQUAL  +0                                   00003700
               DISPLAY '*** ERRO NO OPEN C_SYSPACKSTMT'                 00003710
               PERFORM  9999-9999-ERRO-DB2  THRU 9999-9999-EXIT         00003720
           END-IF.                                                      00003730
           PERFORM 0210-0200-FETCH-SYSPACKSTMT THRU 0210-0200-EXIT      00003740
             UNTIL FIM-SYSPACKSTMT.                                     00003750
           EXEC SQL CLOSE C_SYSPACKSTMT END-EXEC.                       00003760
           IF  SQLCODE  NOT EQUAL  +0                                   00003770
               DISPLAY '*** ERRO NO CLOSE C_SYSPACKSTMT'                00003780
               PERFORM  9999-9999-ERRO-DB2  THRU 9999-9999-EXIT         00003790
           END-IF.                                                      00003800
       0200-0000-EXIT. EXIT.                                            00003810
      *----------------------------------------------------------------*00003820
      *                                                                *00003830
      *----------------------------------------------------------------*00003840
       0210-0200-FETCH-SYSPACKSTMT.                                     00003850
           EXEC SQL                                                     00003860
                FETCH  C_SYSPACKSTMT                                    00003870
                  INTO :H-COLLID, :H-PROGRAMA, :H-QUALIFIER,            00003880
                       :H-STMTNO, :H-STATEMENT                          00003890
           END-EXEC.                                                    00003900
           IF  SQLCODE  EQUAL  +100                                     00003910
               MOVE   'SIM'            TO  N88-FIM-SYSPACKSTMT          00003920
               GO  TO  0210-0200-EXIT                                   00003930
           END-IF.                                                      00003940
           IF  SQLCODE  NOT EQUAL  +0                                   00003950
               DISPLAY '*** ERRO NO FETCH C_SYSPACKSTMT'                00003960
               PERFORM  9999-9999-ERRO-DB2  THRU 9999-9999-EXIT         00003970
           END-IF.                                                      00003980
           ADD    +1                   TO  WS-QTD-COMANDOS.             00003990
           MOVE   SPACES               TO  WS-COMANDO.                  00004000
           IF  H-STATEMENT-L  GREATER  +0                               00004010
               MOVE   H-STATEMENT-T(1:H-STATEMENT-L)  TO  WS-COMANDO    00004020
           END-IF.                                                      00004030
           PERFORM 0300-0210-NORMALIZA THRU 0300-0210-EXIT.             00004040
           PERFORM 0400-0210-ANALISA   THRU 0400-0210-EXIT.             00004050
       0210-0200-EXIT. EXIT.                                            00004060
      *----------------------------------------------------------------*00004070
      * SEPARA '(' ')' ',' COM BRANCOS PARA VIRAREM PALAVRAS, TIRA AS  *00004080
      * ASPAS DOS NOMES E PASSA PARA MAIUSCULAS                        *00004090
      *----------------------------------------------------------------*00004100
       0300-0210-NORMALIZA.                                             00004110
           INSPECT WS-COMANDO  CONVERTING                               00004120
                   'abcdefghijklmnopqrstuvwxyz'                         00004130
               TO  'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.                        00004140
           MOVE   SPACES               TO  WS-NORMAL.                   00004150
           MOVE   +0                   TO  WS-NORMAL-TAM.               00004160
           PERFORM 0310-0300-UM-CARACTER THRU 0310-0300-EXIT            00004170
             VARYING WS-IND-CAR FROM +1 BY +1                           00004180
               UNTIL WS-IND-CAR GREATER +2000.                          00004190
       0300-0210-EXIT. EXIT.                                            00004200
      *----------------------------------------------------------------*00004210
      *                                                                *00004220
      *----------------------------------------------------------------*00004230
       0310-0300-UM-CARACTER.                                           00004240
           MOVE   WS-COMANDO(WS-IND-CAR:1)  TO  WS-CARACTER.            00004250
           IF  WS-CARACTER  EQUAL  '"'                                  00004260
               GO  TO  0310-0300-EXIT                                   00004270
           END-IF.                                                      00004280
           IF  WS-NORMAL-TAM  GREATER  +3996                            00004290
               GO  TO  0310-0300-EXIT                                   00004300
           END-IF.                                                      00004310
           IF  WS-CARACTER  EQUAL  '('                                  00004320
               OR  WS-CARACTER  EQUAL  ')'                              00004330
               OR  WS-CARACTER  EQUAL  ','                              00004340
               ADD    +1               TO  WS-NORMAL-TAM                00004350
               MOVE   SPACE            TO  WS-NORMAL(WS-NORMAL-TAM:1)   00004360
               ADD    +1               TO  WS-NORMAL-TAM                00004370
               MOVE   WS-CARACTER      TO  WS-NORMAL(WS-NORMAL-TAM:1)   00004380
               ADD    +1               TO  WS-NORMAL-TAM                00004390
               MOVE   SPACE            TO  WS-NORMAL(WS-NORMAL-TAM:1)   00004400
           ELSE                                                         00004410
               ADD    +1               TO  WS-NORMAL-TAM                00004420
               MOVE   WS-CARACTER      TO  WS-NORMAL(WS-NORMAL-TAM:1)   00004430
           END-IF.                                                      00004440
       0310-0300-EXIT. EXIT.                                            00004450
      *----------------------------------------------------------------*00004460
      * PERCORRE AS PALAVRAS DO COMANDO: O VERBO DEFINE A MARCA DO     *00004470
      * ALVO E DAS TABELAS LIDAS; FROM/JOIN ABREM LISTA DE TABELAS     *00004480
      *----------------------------------------------------------------*00004490
       0400-0210-ANALISA.                                               00004500
           MOVE   SPACES               TO  WS-VERBO.                    00004510
           MOVE   +0                   TO  WS-QTD-TOKENS.               00004520
           SET    ESPERA-NADA          TO  TRUE.                        00004530
           MOVE   +1                   TO  WS-PTR-TOKEN.                00004540
           MOVE   'NAO'                TO  N88-FIM-TOKENS.              00004550
           PERFORM 0410-0400-PROXIMO-TOKEN THRU 0410-0400-EXIT          00004560
             UNTIL FIM-TOKENS.                                          00004570
       0400-0210-EXIT. EXIT.                                            00004580
      *----------------------------------------------------------------*00004590
      *                                                                *00004600
      *----------------------------------------------------------------*00004610
       0410-0400-PROXIMO-TOKEN.                                         00004620
           IF  WS-PTR-TOKEN  GREATER  WS-NORMAL-TAM                     00004630
               MOVE   'SIM'            TO  N88-FIM-TOKENS               00004640
               GO  TO  0410-0400-EXIT                                   00004650
           END-IF.                                                      00004660
           MOVE   SPACES               TO  WS-TOKEN.                    00004670
           UNSTRING WS-NORMAL(1:WS-NORMAL-TAM)  DELIMITED BY ALL SPACE  00004680
               INTO WS-TOKEN                                            00004690
               WITH POINTER WS-PTR-TOKEN                                00004700
           END-UNSTRING.                                                00004710
           IF  WS-TOKEN  EQUAL  SPACES                                  00004720
               GO  TO  0410-0400-EXIT                                   00004730
           END-IF.                                                      00004740
           ADD    +1                   TO  WS-QTD-TOKENS.               00004750
                                                                        00004760
      *--- PRIMEIRA PALAVRA: O VERBO                                    00004770
           IF  WS-QTD-TOKENS  EQUAL  +1                                 00004780
               MOVE   WS-TOKEN         TO  WS-VERBO                     00004790
               MOVE   'R'              TO  WS-MARCA-LEITURA             00004800
               EVALUATE WS-VERBO                                        00004810
                   WHEN 'SELECT'                                        00004820
                   WHEN 'WITH'                                          00004830
                        CONTINUE                                        00004840
                   WHEN 'DECLARE'                                       00004850
                        MOVE 'F'       TO  WS-MARCA-LEITURA             00004860
                   WHEN 'INSERT'                                        00004870
                        MOVE 'C'       TO  WS-MARCA-ALVO                00004880
                        SET  ESPERA-ALVO   TO  TRUE                     00004890
                   WHEN 'UPDATE'                                        00004900
                        MOVE 'U'       TO  WS-MARCA-ALVO                00004910
                        SET  ESPERA-ALVO   TO  TRUE                     00004920
                   WHEN 'MERGE'                                         00004930
                        MOVE 'M'       TO  WS-MARCA-ALVO                00004940
                        SET  ESPERA-ALVO   TO  TRUE                     00004950
                   WHEN 'DELETE'                                        00004960
                   WHEN 'TRUNCATE'                                      00004970
                        MOVE 'D'       TO  WS-MARCA-ALVO                00004980
                        SET  ESPERA-ALVO   TO  TRUE                     00004990
                   WHEN OTHER                                           00005000
                        MOVE 'SIM'     TO  N88-FIM-TOKENS               00005010
               END-EVALUATE                                             00005020
               GO  TO  0410-0400-EXIT                                   00005030
           END-IF.                                                      00005040
                                                                        00005050
      *--- TABELA ALVO DO INSERT/UPDATE/DELETE/MERGE/TRUNCATE           00005060
           IF  ESPERA-ALVO                                              00005070
               IF  WS-TOKEN  EQUAL  'INTO'                              00005080
                   OR  WS-TOKEN  EQUAL  'FROM'                          00005090
                   OR  WS-TOKEN  EQUAL  'TABLE'                         00005100
                   GO  TO  0410-0400-EXIT                               00005110
               END-IF                                                   00005120
               IF  WS-MARCA-ALVO  EQUAL  'M'                            00005130
                   MOVE   'C'          TO  WS-MARCA                     00005140
                   PERFORM 0450-0410-REGISTRA THRU 0450-0410-EXIT       00005150
                   MOVE   'U'          TO  WS-MARCA                     00005160
               ELSE                                                     00005170
                   MOVE   WS-MARCA-ALVO    TO  WS-MARCA                 00005180
               END-IF                                                   00005190
               PERFORM 0450-0410-REGISTRA THRU 0450-0410-EXIT           00005200
               SET    ESPERA-NADA      TO  TRUE                         00005210
               GO  TO  0410-0400-EXIT                                   00005220
           END-IF.                                                      00005230
                                                                        00005240
           IF  WS-TOKEN  EQUAL  'FROM'                                  00005250
               OR  WS-TOKEN  EQUAL  'JOIN'                              00005260
               SET    ESPERA-TABELA    TO  TRUE                         00005270
               GO  TO  0410-0400-EXIT                                   00005280
           END-IF.                                                      00005290
                                                                        00005300
      *--- TABELA LIDA APOS FROM/JOIN (SUBSELECT ENTRE PARENTESES TEM   00005310
      *--- O PROPRIO FROM)                                              00005320
           IF  ESPERA-TABELA                                            00005330
               EVALUATE WS-TOKEN                                        00005340
                   WHEN '('                                             00005350
                        SET  ESPERA-NADA   TO  TRUE                     00005360
                   WHEN 'FINAL'                                         00005370
                   WHEN 'NEW'                                           00005380
                   WHEN 'OLD'                                           00005390
                   WHEN 'TABLE'                                         00005400
                   WHEN 'LATERAL'                                       00005410
                        CONTINUE                                        00005420
                   WHEN OTHER                                           00005430
                        MOVE WS-MARCA-LEITURA  TO  WS-MARCA             00005440
                        PERFORM 0450-0410-REGISTRA THRU 0450-0410-EXIT  00005450
                        SET  ESPERA-LISTA  TO  TRUE                     00005460
               END-EVALUATE                                             00005470
               GO  TO  0410-0400-EXIT                                   00005480
           END-IF.                                                      00005490
                                                                        00005500
      *--- DEPOIS DA TABELA: ',' TRAZ OUTRA; PALAVRA-CHAVE FECHA A LISTA00005510
           IF  ESPERA-LISTA                                             00005520
               EVALUATE WS-TOKEN                                        00005530
                   WHEN ','                                             00005540
                        SET  ESPERA-TABELA TO  TRUE                     00005550
                   WHEN 'WHERE'                                         00005560
                   WHEN 'GROUP'                                         00005570
                   WHEN 'ORDER'                                         00005580
                   WHEN 'HAVING'                                        00005590
                   WHEN 'UNION'                                         00005600
                   WHEN 'EXCEPT'                                        00005610
                   WHEN 'INTERSECT'                                     00005620
                   WHEN 'FOR'                                           00005630
                   WHEN 'FETCH'                                         00005640
                   WHEN 'WITH'                                          00005650
                   WHEN 'ON'                                            00005660
                   WHEN 'USING'                                         00005670
                   WHEN 'SET'                                           00005680
                   WHEN ')'                                             00005690
                   WHEN 'INNER'                                         00005700
                   WHEN 'LEFT'                                          00005710
                   WHEN 'RIGHT'                                         00005720
                   WHEN 'FULL'                                          00005730
                   WHEN 'CROSS'                                         00005740
                   WHEN 'QUERYNO'                                       00005750
                   WHEN 'OPTIMIZE'                                      00005760
                        SET  ESPERA-NADA   TO  TRUE                     00005770
                   WHEN OTHER                                           00005780
                        CONTINUE                                        00005790
               END-EVALUATE                                             00005800
           END-IF.                                                      00005810
       0410-0400-EXIT. EXIT.                                            00005820
      *----------------------------------------------------------------*00005830
      * REGISTRA A MARCA NA LINHA PROGRAMA X TABELA, SE A TABELA FOR   *00005840
      * DO INVENTARIO (SEM CREATOR, VALE O QUALIFIER DO PACKAGE)       *00005850
      *----------------------------------------------------------------*00005860
       0450-0410-REGISTRA.                                              00005870
           IF  WS-TOKEN(1:1)  EQUAL  ':'                                00005880
               GO  TO  0450-0410-EXIT                                   00005890
           END-IF.                                                      00005900
           MOVE   SPACES               TO  WS-REF-CREATOR               00005910
                                           WS-REF-TABELA                00005920
                                           WS-REF-RESTO.                00005930
           UNSTRING WS-TOKEN  DELIMITED BY '.'                          00005940
               INTO WS-REF-CREATOR WS-REF-TABELA WS-REF-RESTO           00005950
           END-UNSTRING.                                                00005960
      *--- TRES PARTES (LOCAL.CREATOR.TABELA): DESPREZA A LOCALIZACAO   00005970
           IF  WS-REF-RESTO  NOT EQUAL  SPACES                          00005980
               MOVE   WS-REF-TABELA    TO  WS-REF-CREATOR               00005990
               MOVE   WS-REF-RESTO     TO  WS-REF-TABELA                00006000
           END-IF.                                                      00006010
           IF  WS-REF-TABELA  EQUAL  SPACES                             00006020
               MOVE   WS-REF-CREATOR   TO  WS-REF-TABELA                00006030
               MOVE   H-QUALIFIER      TO  WS-REF-CREATOR               00006040
           END-IF.                                                      00006050
                                                                        00006060
           PERFORM VARYING IND-INV FROM +1 BY +1                        00006070
             UNTIL IND-INV  GREATER  QTD-INV                            00006080
                OR (TB-INV-CREATOR(IND-INV)  EQUAL  WS-REF-CREATOR      00006090
               AND  TB-INV-TABELA(IND-INV)   EQUAL  WS-REF-TABELA)      00006100
               CONTINUE                                                 00006110
           END-PERFORM.                                                 00006120
           IF  IND-INV  GREATER  QTD-INV                                00006130
               ADD    +1               TO  WS-QTD-FORA-INV              00006140
               GO  TO  0450-0410-EXIT                                   00006150
           END-IF.                                                      00006160
                                                                        00006170
           PERFORM VARYING IND-USO FROM +1 BY +1                        00006180
             UNTIL IND-USO  GREATER  QTD-USO                            00006190
                OR (TB-USO-PROGRAMA(IND-USO)  EQUAL  H-PROGRAMA         00006200
               AND  TB-USO-CREATOR(IND-USO)   EQUAL  WS-REF-CREATOR     00006210
               AND  TB-USO-TABELA(IND-USO)    EQUAL  WS-REF-TABELA)     00006220
               CONTINUE                                                 00006230
           END-PERFORM.                                                 00006240
           IF  IND-USO  GREATER  QTD-USO                                00006250
               IF  QTD-USO  NOT LESS  +5000                             00006260
                   ADD    +1           TO  WS-QTD-DESPREZADOS           00006270
                   GO  TO  0450-0410-EXIT                               00006280
               END-IF                                                   00006290
               ADD    +1               TO  QTD-USO                      00006300
               MOVE   QTD-USO          TO  IND-USO                      00006310
               MOVE   TB-INV-APLICACAO(IND-INV)                         00006320
                 TO   TB-USO-APLICACAO(IND-USO)                         00006330
               MOVE   H-PROGRAMA       TO  TB-USO-PROGRAMA(IND-USO)     00006340
               MOVE   WS-REF-CREATOR   TO  TB-USO-CREATOR(IND-USO)      00006350
               MOVE   WS-REF-TABELA    TO  TB-USO-TABELA(IND-USO)       00006360
               MOVE   SPACES           TO  TB-USO-MARCAS(IND-USO)       00006370
           END-IF.                                                      00006380
           EVALUATE WS-MARCA                                            00006390
               WHEN 'C'   MOVE 'C'     TO  TB-USO-C(IND-USO)            00006400
               WHEN 'R'   MOVE 'R'     TO  TB-USO-R(IND-USO)            00006410
               WHEN 'U'   MOVE 'U'     TO  TB-USO-U(IND-USO)            00006420
               WHEN 'D'   MOVE 'D'     TO  TB-USO-D(IND-USO)            00006430
               WHEN 'F'   MOVE 'F'     TO  TB-USO-F(IND-USO)            00006440
           END-EVALUATE.                                                00006450
       0450-0410-EXIT. EXIT.                                            00006460
      *----------------------------------------------------------------*00006470
      * UMA APLICACAO: MATRIZ PROGRAMA X TABELA E EXTRATO, DEPOIS OS   *00006480
      * PROGRAMAS QUE GRAVAM EM CADA TABELA                            *00006490
      *----------------------------------------------------------------*00006500
       0500-0000-RELATA-APLICACAO.                                      00006510
           MOVE   TB-APL-NOME(IND-APL) TO  WS-APL-ATUAL.                00006520
           MOVE   +0                   TO  WS-QTD-USOS-APL.             00006530
           MOVE   SPACES               TO  LINHA-REL.                   00006540
           PERFORM 0900-9999-IMPRIME THRU 0900-9999-EXIT.               00006550
           STRING 'APLICACAO ' WS-APL-ATUAL                             00006560
                  DELIMITED BY SIZE INTO LINHA-REL.                     00006570
           PERFORM 0900-9999-IMPRIME THRU 0900-9999-EXIT.               00006580
           MOVE   REL-MATRIZ           TO  LINHA-REL.                   00006590
           PERFORM 0900-9999-IMPRIME THRU 0900-9999-EXIT.               00006600
           PERFORM 0510-0500-UMA-LINHA THRU 0510-0500-EXIT              00006610
             VARYING IND-USO FROM +1 BY +1                              00006620
               UNTIL IND-USO GREATER QTD-USO.                           00006630
           IF  WS-QTD-USOS-APL  EQUAL  +0                               00006640
               MOVE  '   NENHUM PROGRAMA DOS COLLIDS PESQUISADOS USA AS 00006650
      -              ' TABELAS DA APLICACAO'   TO  LINHA-REL            00006660
               PERFORM 0900-9999-IMPRIME THRU 0900-9999-EXIT            00006670
               GO  TO  0500-0000-EXIT                                   00006680
           END-IF.                                                      00006690
                                                                        00006700
           MOVE   SPACES               TO  LINHA-REL.                   00006710
           PERFORM 0900-9999-IMPRIME THRU 0900-9999-EXIT.               00006720
           MOVE  '   PROGRAMAS QUE GRAVAM EM CADA TABELA (C/U/D):'      00006730
             TO  LINHA-REL.                                             00006740
           PERFORM 0900-9999-IMPRIME THRU 0900-9999-EXIT.               00006750
           PERFORM 0520-0500-UMA-TABELA THRU 0520-0500-EXIT             00006760
             VARYING IND-USO FROM +1 BY +1                              00006770
               UNTIL IND-USO GREATER QTD-USO.                           00006780
       0500-0000-EXIT. EXIT.                                            00006790
      *----------------------------------------------------------------*00006800
      * LINHA DA MATRIZ E REGISTRO DO EXTRATO                          *00006810
      *----------------------------------------------------------------*00006820
       0510-0500-UMA-LINHA.                                             00006830
           IF  TB-USO-APLICACAO(IND-USO)  NOT EQUAL  WS-APL-ATUAL       00006840
               GO  TO  0510-0500-EXIT                                   00006850
           END-IF.                                                      00006860
           ADD    +1                   TO  WS-QTD-USOS-APL.             00006870
           MOVE   SPACES               TO  LINHA-REL.                   00006880
           STRING '   ' TB-USO-PROGRAMA(IND-USO) '  '                   00006890
                  TB-USO-CREATOR(IND-USO) '.' TB-USO-TABELA(IND-USO)    00006900
                  '     ' TB-USO-C(IND-USO) ' ' TB-USO-R(IND-USO)       00006910
                  ' '   TB-USO-U(IND-USO) ' ' TB-USO-D(IND-USO)         00006920
                  ' '   TB-USO-F(IND-USO)                               00006930
                  DELIMITED BY SIZE INTO LINHA-REL.                     00006940
           PERFORM 0900-9999-IMPRIME THRU 0900-9999-EXIT.               00006950
                                                                        00006960
           MOVE   WS-APL-ATUAL             TO  EXT-APLICACAO.           00006970
           MOVE   TB-USO-PROGRAMA(IND-USO) TO  EXT-PROGRAMA.            00006980
           MOVE   TB-USO-CREATOR(IND-USO)  TO  EXT-CREATOR.             00006990
           MOVE   TB-USO-TABELA(IND-USO)   TO  EXT-TABELA.              00007000
           MOVE   TB-USO-C(IND-USO)        TO  EXT-C.                   00007010
           MOVE   TB-USO-R(IND-USO)        TO  EXT-R.                   00007020
           MOVE   TB-USO-U(IND-USO)        TO  EXT-U.                   00007030
           MOVE   TB-USO-D(IND-USO)        TO  EXT-D.                   00007040
           MOVE   TB-USO-F(IND-USO)        TO  EXT-F.                   00007050
           WRITE  REG-EXTCRUD          FROM REG-EXTRATO.                00007060
           ADD    +1                   TO  WS-QTD-EXTRATO.              00007070
       0510-0500-EXIT. EXIT.                                            00007080
      *----------------------------------------------------------------*00007090
      * PRIMEIRA OCORRENCIA DE CADA TABELA DA APLICACAO: LISTA OS      *00007100
      * PROGRAMAS COM C, U OU D NELA                                   *00007110
      *----------------------------------------------------------------*00007120
       0520-0500-UMA-TABELA.                                            00007130
           IF  TB-USO-APLICACAO(IND-USO)  NOT EQUAL  WS-APL-ATUAL       00007140
               GO  TO  0520-0500-EXIT                                   00007150
           END-IF.                                                      00007160
           PERFORM VARYING IND-USO2 FROM +1 BY +1                       00007170
             UNTIL IND-USO2  NOT LESS  IND-USO                          00007180
                OR (TB-USO-CREATOR(IND-USO2)                            00007190
                    EQUAL  TB-USO-CREATOR(IND-USO)                      00007200
               AND  TB-USO-TABELA(IND-USO2)                             00007210
                    EQUAL  TB-USO-TABELA(IND-USO))                      00007220
               CONTINUE                                                 00007230
           END-PERFORM.                                                 00007240
           IF  IND-USO2  LESS  IND-USO                                  00007250
               GO  TO  0520-0500-EXIT                                   00007260
           END-IF.                                                      00007270
           MOVE   SPACES               TO  WS-TEXTO.                    00007280
           MOVE   +1                   TO  WS-PTR.                      00007290
           PERFORM 0530-0520-UM-PROGRAMA THRU 0530-0520-EXIT            00007300
             VARYING IND-USO2 FROM IND-USO BY +1                        00007310
               UNTIL IND-USO2 GREATER QTD-USO.                          00007320
           IF  WS-PTR  EQUAL  +1                                        00007330
               MOVE   '(NENHUM - SO'' LEITURA)'  TO  WS-TEXTO           00007340
           END-IF.                                                      00007350
           MOVE   SPACES               TO  LINHA-REL.                   00007360
           STRING '   ' TB-USO-CREATOR(IND-USO) '.'                     00007370
                  TB-USO-TABELA(IND-USO) ':'                            00007380
                  DELIMITED BY SIZE INTO LINHA-REL.                     00007390
           PERFORM 0950-9999-IMPRIME-TEXTO THRU 0950-9999-EXIT.         00007400
       0520-0500-EXIT. EXIT.                                            00007410
      *----------------------------------------------------------------*00007420
      *                                                                *00007430
      *----------------------------------------------------------------*00007440
       0530-0520-UM-PROGRAMA.                                           00007450
           IF  TB-USO-CREATOR(IND-USO2)  NOT EQUAL                      00007460
               TB-USO-CREATOR(IND-USO)                                  00007470
               OR TB-USO-TABELA(IND-USO2)  NOT EQUAL                    00007480
                  TB-USO-TABELA(IND-USO)                                00007490
               GO  TO  0530-0520-EXIT                                   00007500
           END-IF.                                                      00007510
           IF  TB-USO-C(IND-USO2)  EQUAL  SPACE                         00007520
               AND TB-USO-U(IND-USO2)  EQUAL  SPACE                     00007530
               AND TB-USO-D(IND-USO2)  EQUAL  SPACE                     00007540
               GO  TO  0530-0520-EXIT                                   00007550
           END-IF.                                                      00007560
           MOVE   SPACES               TO  WS-GRAVA.                    00007570
           STRING TB-USO-C(IND-USO2) TB-USO-U(IND-USO2)                 00007580
                  TB-USO-D(IND-USO2)                                    00007590
                  DELIMITED BY SPACE INTO WS-GRAVA.                     00007600
           IF  WS-PTR  GREATER  +1                                      00007610
               STRING '  ' DELIMITED BY SIZE                            00007620
                 INTO WS-TEXTO WITH POINTER WS-PTR                      00007630
           END-IF.                                                      00007640
           STRING TB-USO-PROGRAMA(IND-USO2) DELIMITED BY SPACE          00007650
                  '(' DELIMITED BY SIZE                                 00007660
                  WS-GRAVA DELIMITED BY SPACE                           00007670
                  ')' DELIMITED BY SIZE                                 00007680
             INTO WS-TEXTO WITH POINTER WS-PTR.                         00007690
       0530-0520-EXIT. EXIT.                                            00007700
      *----------------------------------------------------------------*00007710
      *                                                                *00007720
      *----------------------------------------------------------------*00007730
       0900-9999-IMPRIME.                                               00007740
           IF  AC-LINHA-REL  GREATER  60                                00007750
               ADD    +1               TO  AC-PAGINA-REL                00007760
               MOVE   AC-PAGINA-REL    TO  REL-CAB1-PAG                 00007770
               MOVE   ATU-DIA          TO  CB-DIA                       00007780
               MOVE   ATU-MES          TO  CB-MES                       00007790
               MOVE   ATU-ANO          TO  CB-ANO                       00007800
               WRITE  REG-RELATO       FROM REL-CAB1 AFTER PAGE         00007810
               WRITE  REG-RELATO       FROM REL-CAB2                    00007820
               WRITE  REG-RELATO       FROM REL-CAB3                    00007830
               MOVE   +3               TO  AC-LINHA-REL                 00007840
           END-IF.                                                      00007850
           WRITE  REG-RELATO           FROM LINHA-REL.                  00007860
           ADD    +1                   TO  AC-LINHA-REL.                00007870
           MOVE   SPACES               TO  LINHA-REL.                   00007880
       0900-9999-EXIT. EXIT.                                            00007890
      *----------------------------------------------------------------*00007900
      * IMPRIME WS-TEXTO A PARTIR DA COLUNA 33 DA LINHA JA' MONTADA,   *00007910
      * EM PEDACOS DE 100; AS LINHAS SEGUINTES SO' TRAZEM A            *00007920
      * CONTINUACAO                                                    *00007930
      *----------------------------------------------------------------*00007940
       0950-9999-IMPRIME-TEXTO.                                         00007950
           PERFORM VARYING WS-TEXTO-TAM FROM +1200 BY -1                00007960
             UNTIL WS-TEXTO-TAM  LESS  +1                               00007970
                OR WS-TEXTO(WS-TEXTO-TAM:1)  NOT EQUAL  SPACE           00007980
               CONTINUE                                                 00007990
           END-PERFORM.                                                 00008000
           MOVE   +1                   TO  WS-TEXTO-POS.                00008010
           PERFORM 0960-0950-UM-PEDACO THRU 0960-0950-EXIT              00008020
             UNTIL WS-TEXTO-POS  GREATER  WS-TEXTO-TAM.                 00008030
           IF  LINHA-REL  NOT EQUAL  SPACES                             00008040
               PERFORM 0900-9999-IMPRIME THRU 0900-9999-EXIT            00008050
           END-IF.                                                      00008060
       0950-9999-EXIT. EXIT.                                            00008070
      *----------------------------------------------------------------*00008080
      *                                                                *00008090
      *----------------------------------------------------------------*00008100
       0960-0950-UM-PEDACO.                                             00008110
           MOVE   WS-TEXTO(WS-TEXTO-POS:100)  TO  LINHA-REL(33:100).    00008120
           PERFORM 0900-9999-IMPRIME THRU 0900-9999-EXIT.               00008130
           ADD    +100                 TO  WS-TEXTO-POS.                00008140
       0960-0950-EXIT. EXIT.                                            00008150
      *----------------------------------------------------------------*00008160
      *                                                                *00008170
      *----------------------------------------------------------------*00008180
       9999-9999-ERRO-DB2.                                              00008190
           MOVE   SQLCODE              TO  WS-SQLCODE.                  00008200
           DISPLAY '*** SQLCODE  ' WS-SQLCODE.                          00008210
           DISPLAY '    SQLERRMC ' SQLERRMC.                            00008220
           DISPLAY '    SQLSTATE ' SQLSTATE.                            00008230
           MOVE   +16                  TO  RETURN-CODE.                 00008240
           STOP RUN.                                                    00008250
       9999-9999-EXIT. EXIT.                                            00008260
