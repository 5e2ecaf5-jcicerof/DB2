       IDENTIFICATION DIVISION.                                         00000010
       PROGRAM-ID.    DB2IXRED.                                         00000020
      *----------------------------------------------------------------*00000030
      * DATA:  OUT/2026                                                *00000040
      * OBJETIVOS: DETECTOR DE INDICES REDUNDANTES E SEM USO. PARA OS  *00000050
      *   CREATORS DO SYSIN (UM CREATOR POR CARTAO, '*' = TODOS, COMO  *00000060
      *   NO DB2REORG/DB2UNUSD) LE A SYSINDEXES/SYSKEYS E, TABELA A    *00000070
      *   TABELA, APONTA:                                              *00000080
      *   - DUPLICATA: MESMAS COLUNAS, NA MESMA ORDEM E SENTIDO, DE    *00000090
      *     OUTRO INDICE DA TABELA (FICA O UNICO; ENTRE IGUAIS, O      *00000100
      *     PRIMEIRO EM ORDEM DE NOME);                                *00000110
      *   - PREFIXO: CHAVE DE INDICE NAO UNICO QUE E' O INICIO DA      *00000120
      *     CHAVE DE OUTRO INDICE DA MESMA TABELA;                     *00000130
      *   - SEM USO: INDICE NAO UNICO SEM NENHUM PACKAGE DEPENDENTE    *00000140
      *     (SYSPACKDEP BTYPE 'I') E QUE NAO APOIA NENHUMA FK DA       *00000150
      *     TABELA (MESMA REGRA DO 1700-0800-VERIFICA-INDICE DO        *00000160
      *     DB2LSTDP: COLUNAS LIDER DO INDICE IGUAIS, NA ORDEM, AS     *00000170
      *     COLUNAS DA FK). SQL DINAMICO NAO DEIXA SYSPACKDEP - O DBA  *00000180
      *     CONFIRMA NO PORTAO DE APROVACAO.                           *00000190
      *   INDICES DE PK, DE UNIQUE CONSTRAINT, DE PAI DE RI E DEMAIS   *00000200
      *   REGRAS DE UNICIDADE DE RESTRICAO NUNCA SAO CANDIDATOS.       *00000210
      *   O NPAGES DESPERDICADO VEM DOS REGISTROS 'IX' DO SNAPSHOT DO  *00000220
      *   DB2CATEX (DD SNAPIN).                                        *00000230
      *   SAIDAS:                                                      *00000240
      *   - RELATO: CANDIDATOS POR TABELA, MOTIVO E PAGINAS;           *00000250
      *   - CANDOUT: CARTOES DE CANDIDATO NO LAYOUT DO PORTAO DE       *00000260
      *     APROVACAO (STATUS 'P', TIPO 'I' NA COLUNA 58). O DBA MARCA *00000270
      *     'A'/'H' E O ARQUIVO VAI AO DB2APRVL, QUE GERA O DROP INDEX *00000280
      *     SO PARA OS APROVADOS. O ARQUIVO MARCADO VOLTA EM APROVFIL  *00000290
      *     (OPCIONAL): INDICE JA EM ESPERA OU APROVADO NAO E'         *00000300
      *     PROPOSTO DE NOVO.                                          *00000310
      *   RETURN-CODE 4 QUANDO HA CANDIDATO NOVO.                      *00000320
      *   OUT/26 - CADA CANDIDATO NOVO TAMBEM E' INCLUIDO PENDENTE NO  *00000322
      *   PORTAO DE APROVACAO EM TABELA DB2ADM.DBA_APROVACAO (VIA      *00000324
      *   DB2APREG, TIPO 'I'), ONDE O APROVADOR DECIDE PELA BANCADA    *00000326
      *   ONLINE DB2DBAP.                                              *00000328
      * AREA RESPONSAVEL: ADMINISTRACAO DE BANCO DE DADOS              *00000330
      *----------------------------------------------------------------*00000340
       ENVIRONMENT    DIVISION.                                         00000350
      *                                                                 00000360
       INPUT-OUTPUT       SECTION.                                      00000370
       FILE-CONTROL.                                                    00000380
           SELECT  SYSIN    ASSIGN  TO  SYSIN.                          00000390
           SELECT  SNAPIN   ASSIGN  TO  SNAPIN.                         00000400
           SELECT  OPTIONAL APROVFIL ASSIGN TO  APROVFIL.               00000410
           SELECT  CANDOUT  ASSIGN  TO  CANDOUT.                        00000420
           SELECT  RELATO   ASSIGN  TO  RELATO.                         00000430
      *                                                                 00000440
       DATA DIVISION.                                                   00000450
      *                                                                 00000460
       FILE            SECTION.                                         00000470
       FD  SYSIN                                                        00000480
           LABEL  RECORD  IS  OMITTED                                   00000490
           RECORDING MODE IS F.                                         00000500
                                                                        00000510
       01  REG-SYSIN                   PIC  X(080).                     00000520
      *                                                                 00000530
       FD  SNAPIN                                                       00000540
           LABEL  RECORD  IS  OMITTED                                   00000550
           RECORDING MODE IS F.                                         00000560
                                                                        00000570
       01  REG-SNAPIN.                                                  00000580
           02  SNAP-TIPO                   PIC  X(02).                  00000590
           02  SNAP-DADOS                  PIC  X(78).                  00000600
       01  SNAP-IX  REDEFINES  REG-SNAPIN.                              00000610
           02  FILLER                      PIC  X(02).                  00000620
           02  SNIX-CREATOR                PIC  X(08).                  00000630
           02  SNIX-NAME                   PIC  X(18).                  00000640
           02  SNIX-BPOOL                  PIC  X(08).                  00000650
           02  SNIX-NPAGES                 PIC  9(09).                  00000660
           02  SNIX-DIAS                   PIC  9(05).                  00000670
           02  FILLER                      PIC  X(30).                  00000680
      *                                                                 00000690
       FD  APROVFIL                                                     00000700
           LABEL  RECORD  IS  OMITTED                                   00000710
           RECORDING MODE IS F.                                         00000720
                                                                        00000730
       01  REG-APROVFIL                PIC  X(080).                     00000740
      *                                                                 00000750
       FD  CANDOUT                                                      00000760
           LABEL  RECORD  IS  OMITTED                                   00000770
           RECORDING MODE IS F.                                         00000780
                                                                        00000790
       01  REG-CANDOUT                 PIC  X(080).                     00000800
      *                                                                 00000810
       FD  RELATO                                                       00000820
           LABEL  RECORD  IS  OMITTED                                   00000830
           RECORDING MODE IS F.                                         00000840
                                                                        00000850
       01  REG-RELATO                  PIC  X(132).                     00000860
      *                                                                 00000870
       WORKING-STORAGE SECTION.                                         00000880
      *----------------------------------------------------------------*00000890
      * CARTAO DE CANDIDATO (CANDOUT / APROVFIL - LIDO PELO DB2APRVL)  *00000900
      *----------------------------------------------------------------*00000910
       01  REG-CANDIDATA.                                               00000920
           02  CAN-CREATOR        PIC X(08).                            00000930
           02  FILLER             PIC X(01).                            00000940
           02  CAN-TABELA         PIC X(18).                            00000950
           02  FILLER             PIC X(01).                            00000960
           02  CAN-NPAGES         PIC 9(09).                            00000970
           02  FILLER             PIC X(01).                            00000980
           02  CAN-STATUS         PIC X(01).                            00000990
           02  FILLER             PIC X(01).                            00001000
           02  CAN-APROVADOR      PIC X(08).                            00001010
           02  FILLER             PIC X(01).                            00001020
           02  CAN-DATA           PIC 9(08).                            00001030
           02  CAN-TIPO           PIC X(01).                            00001040
               88  CAN-INDICE                        VALUE 'I'.         00001050
           02  FILLER             PIC X(22).                            00001060
      *----------------------------------------------------------------*00001061
      * PARAMETRO DO PORTAO DE APROVACAO EM TABELA (DB2APREG)          *00001062
      *----------------------------------------------------------------*00001063
       01  APR-PARM.                                                    00001064
           02  APR-FUNCAO         PIC X(01)      VALUE 'P'.             00001065
           02  APR-PROGRAMA       PIC X(08)      VALUE 'DB2IXRED'.      00001066
           02  APR-TIPO-ITEM      PIC X(01)      VALUE 'I'.             00001067
           02  APR-CREATOR        PIC X(08)      VALUE SPACES.          00001068
           02  APR-OBJETO         PIC X(18)      VALUE SPACES.          00001069
           02  APR-GRANTEE        PIC X(08)      VALUE SPACES.          00001070
           02  APR-PRIVILEGIO     PIC X(08)      VALUE SPACES.          00001071
           02  APR-ACAO           PIC X(01)      VALUE SPACES.          00001072
           02  APR-NPAGES         PIC 9(09)      VALUE ZEROS.           00001073
           02  APR-SITUACAO       PIC X(01)      VALUE SPACES.          00001074
           02  APR-APROVADOR      PIC X(08)      VALUE SPACES.          00001075
           02  APR-DATA           PIC 9(08)      VALUE ZEROS.           00001076
           02  APR-RETURN-CODE    PIC 9(02)      VALUE ZEROS.           00001077
      *----------------------------------------------------------------*00001078
      * HOSTS DE CATALOGO                                              *00001080
      *----------------------------------------------------------------*00001090
       01  H-CREATOR-FILTRO       PIC  X(08).                           00001100
       01  H-IX-TBCREATOR         PIC  X(08).                           00001110
       01  H-IX-TBNAME.                                                 00001120
           49  H-IX-TBNAME-L      PIC S9(04) COMP.                      00001130
           49  H-IX-TBNAME-T      PIC  X(18).                           00001140
       01  H-IX-CREATOR           PIC  X(08).                           00001150
       01  H-IX-NAME.                                                   00001160
           49  H-IX-NAME-L        PIC S9(04) COMP.                      00001170
           49  H-IX-NAME-T        PIC  X(18).                           00001180
       01  H-IX-UNIQUERULE        PIC  X(01).                           00001190
       01  H-IX-COLCOUNT          PIC S9(04) COMP.                      00001200
       01  H-KEY-COLNAME.                                               00001210
           49  H-KEY-COLNAME-L    PIC S9(04) COMP.                      00001220
           49  H-KEY-COLNAME-T    PIC  X(18).                           00001230
       01  H-KEY-ORDERING         PIC  X(01).                           00001240
       01  H-FK-TBCREATOR         PIC  X(08).                           00001250
       01  H-FK-TBNAME.                                                 00001260
           49  H-FK-TBNAME-L      PIC S9(04) COMP.                      00001270
           49  H-FK-TBNAME-T      PIC  X(18).                           00001280
       01  H-FK-RELNAME           PIC  X(08).                           00001290
       01  H-FK-COLNAME.                                                00001300
           49  H-FK-COLNAME-L     PIC S9(04) COMP.                      00001310
           49  H-FK-COLNAME-T     PIC  X(18).                           00001320
       01  H-QTD-PACK             PIC S9(09) COMP.                      00001330
      *----------------------------------------------------------------*00001340
      * NPAGES DOS INDICES (REGISTROS 'IX' DO SNAPSHOT DO DB2CATEX)    *00001350
      *----------------------------------------------------------------*00001360
       01  TAB-SNAPIX.                                                  00001370
           02  QTD-SNX            PIC S9(04) COMP    VALUE +0.          00001380
           02  IND-SNX            PIC S9(04) COMP    VALUE +0.          00001390
           02  FILLER             OCCURS 5000 TIMES.                    00001400
               04  TB-SNX-CHAVE       PIC  X(26).                       00001410
               04  TB-SNX-NPAGES      PIC S9(09) COMP.                  00001420
      *----------------------------------------------------------------*00001430
      * INDICES JA NO PORTAO DE APROVACAO (APROVFIL, TIPO 'I')         *00001440
      *----------------------------------------------------------------*00001450
       01  TAB-APROVACOES.                                              00001460
           02  QTD-APR            PIC S9(04) COMP    VALUE +0.          00001470
           02  IND-APR            PIC S9(04) COMP    VALUE +0.          00001480
           02  FILLER             OCCURS  300 TIMES.                    00001490
               04  TB-APR-CREATOR     PIC  X(08).                       00001500
               04  TB-APR-INDICE      PIC  X(18).                       00001510
               04  TB-APR-STATUS      PIC  X(01).                       00001520
      *----------------------------------------------------------------*00001530
      * INDICES DA TABELA EM ANALISE. A CHAVE GUARDA, POR COLUNA, O    *00001540
      * NOME (18) E O SENTIDO (1) - ATE 32 COLUNAS                     *00001550
      *----------------------------------------------------------------*00001560
       01  TAB-INDICES.                                                 00001570
           02  QTD-IXG            PIC S9(04) COMP    VALUE +0.          00001580
           02  IND-IXG            PIC S9(04) COMP    VALUE +0.          00001590
           02  IND-IXG2           PIC S9(04) COMP    VALUE +0.          00001600
           02  FILLER             OCCURS  100 TIMES.                    00001610
               04  TB-IXG-CREATOR     PIC  X(08).                       00001620
               04  TB-IXG-NAME        PIC  X(18).                       00001630
               04  TB-IXG-UNIQUE      PIC  X(01).                       00001640
               04  TB-IXG-QTDCOL      PIC S9(04) COMP.                  00001650
               04  TB-IXG-LONGA       PIC  X(01).                       00001660
               04  TB-IXG-QTDPACK     PIC S9(09) COMP.                  00001670
               04  TB-IXG-APOIA-FK    PIC  X(01).                       00001680
               04  TB-IXG-CHAVE       PIC  X(608).                      00001690
      *----------------------------------------------------------------*00001700
      * COLUNAS DA FK CORRENTE (ORDEM DE COLSEQ)                       *00001710
      *----------------------------------------------------------------*00001720
       01  TAB-FKCOLS.                                                  00001730
           02  QTD-FKCOLS         PIC S9(04) COMP    VALUE +0.          00001740
           02  IND-FKC            PIC S9(04) COMP    VALUE +0.          00001750
           02  FILLER             OCCURS   64 TIMES.                    00001760
               04  FKCOL-NAME         PIC  X(18)     VALUE SPACES.      00001770
      *----------------------------------------------------------------*00001780
      * AREAS AUXILIARES                                               *00001790
      *----------------------------------------------------------------*00001800
       01  FILLER.                                                      00001810
           02  WS-SQLCODE              PIC -----9.                      00001820
           02  WS-QTD-INDICES          PIC S9(09) COMP VALUE +0.        00001830
           02  WS-QTD-CANDIDATOS       PIC S9(04) COMP VALUE +0.        00001840
           02  WS-QTD-NOVOS            PIC S9(04) COMP VALUE +0.        00001850
           02  WS-QTD-REDUNDANTES      PIC S9(04) COMP VALUE +0.        00001860
           02  WS-QTD-SEM-USO          PIC S9(04) COMP VALUE +0.        00001870
           02  WS-TOT-PAGINAS          PIC S9(09) COMP VALUE +0.        00001880
           02  WS-NPAGES               PIC S9(09) COMP VALUE +0.        00001890
           02  WS-TAM-CHAVE            PIC S9(04) COMP VALUE +0.        00001900
           02  WS-POS-COLUNA           PIC S9(04) COMP VALUE +0.        00001910
           02  WS-TB-CREATOR           PIC  X(08)      VALUE SPACES.    00001920
           02  WS-TB-NAME              PIC  X(18)      VALUE SPACES.    00001930
           02  WS-FK-RELNAME           PIC  X(08)      VALUE SPACES.    00001940
           02  WS-CHAVE-SNX            PIC  X(26)      VALUE SPACES.    00001950
           02  WS-NOME-IX              PIC  X(27)      VALUE SPACES.    00001960
           02  WS-NOME-COBRE           PIC  X(27)      VALUE SPACES.    00001970
           02  WS-MOTIVO               PIC  X(40)      VALUE SPACES.    00001980
           02  CH-REDUNDANTE           PIC  X(01)      VALUE 'N'.       00001990
           02  CH-SEM-USO              PIC  X(01)      VALUE 'N'.       00002000
           02  CH-APOIA                PIC  X(01)      VALUE 'N'.       00002010
           02  CH-CABEC-TABELA         PIC  X(01)      VALUE 'N'.       00002020
           02  WS-FORCA-X              PIC S9(04) COMP VALUE +0.        00002030
           02  WS-FORCA-Y              PIC S9(04) COMP VALUE +0.        00002040
           02  ZQTD                    PIC ZZZZ9.                       00002050
           02  ZPAGINAS                PIC ZZZZZZZZ9.                   00002060
      *----------------------------------------------------------------*00002070
      * CONTROLES                                                      *00002080
      *----------------------------------------------------------------*00002090
       01  CHAVES-FIM.                                                  00002100
           02  N88-FIM-SYSIN                     PIC  X(03) VALUE 'NAO'.00002110
               88  FIM-SYSIN                                VALUE 'SIM'.00002120
           02  N88-FIM-SNAPIN                    PIC  X(03) VALUE 'NAO'.00002130
               88  FIM-SNAPIN                               VALUE 'SIM'.00002140
           02  N88-FIM-APROVFIL                  PIC  X(03) VALUE 'NAO'.00002150
               88  FIM-APROVFIL                             VALUE 'SIM'.00002160
           02  N88-FIM-INDICES                   PIC  X(03) VALUE 'NAO'.00002170
               88  FIM-INDICES                              VALUE 'SIM'.00002180
           02  N88-FIM-KEYS                      PIC  X(03) VALUE 'NAO'.00002190
               88  FIM-KEYS                                 VALUE 'SIM'.00002200
           02  N88-FIM-FKCOLS                    PIC  X(03) VALUE 'NAO'.00002210
               88  FIM-FKCOLS                               VALUE 'SIM'.00002220
      *----------------------------------------------------------------*00002230
      * RELATORIO                                                      *00002240
      *----------------------------------------------------------------*00002250
       77  AC-LINHA-REL           PIC S9(004)  COMP  VALUE +99.         00002260
       77  AC-PAGINA-REL          PIC S9(004)  COMP  VALUE +0.          00002270
       01  LINHA-REL              PIC  X(132)        VALUE SPACES.      00002280
       01  CURDATA                PIC  9(06)         VALUE ZEROS.       00002290
       01  CURDATA-R  REDEFINES  CURDATA.                               00002300
           03  ATU-ANO            PIC 9(02).                            00002310
           03  ATU-MES            PIC 9(02).                            00002320
           03  ATU-DIA            PIC 9(02).                            00002330
       01  REL-CAB1.                                                    00002340
           03  FILLER             PIC X(52)          VALUE              00002350
               'DB2IXRED     ADMINISTRACAO DE BANCO DE DADOS'.          00002360
           03  FILLER             PIC X(06)          VALUE 'DATA: '.    00002370
           03  REL-CAB1-DATA.                                           00002380
               05  CB-DIA         PIC 9(02)/.                           00002390
               05  CB-MES         PIC 9(02)/.                           00002400
               05  CB-ANO         PIC 9(02).                            00002410
           03  FILLER             PIC X(04)          VALUE SPACES.      00002420
           03  FILLER             PIC X(05)          VALUE 'PAG: '.     00002430
           03  REL-CAB1-PAG       PIC ZZZ9.                             00002440
           03  FILLER             PIC X(53)          VALUE SPACES.      00002450
       01  REL-CAB2.                                                    00002460
           03  FILLER             PIC X(132)         VALUE              00002470
               'INDICES REDUNDANTES E SEM USO - CANDIDATOS A DROP'.     00002480
       01  REL-CAB3.                                                    00002490
           03  FILLER             PIC X(132)         VALUE ALL '-'.     00002500
      *                                                                 00002510
           EXEC SQL INCLUDE SQLCA END-EXEC.                             00002520
      *----------------------------------------------------------------*00002530
      *                                                                *00002540
      *----------------------------------------------------------------*00002550
       PROCEDURE   DIVISION.                                            00002560
      *----------------------------------------------------------------*00002570
      *                                                                *00002580
      *----------------------------------------------------------------*00002590
       0000-0000-PRINCIPAL.                                             00002600
           OPEN INPUT  SYSIN SNAPIN APROVFIL.                           00002610
           OPEN OUTPUT RELATO CANDOUT.                                  00002620
           ACCEPT CURDATA              FROM DATE.                       00002630
           PERFORM 0020-0000-CARREGA-SNAPIN THRU 0020-0000-EXIT.        00002640
           PERFORM 0040-0000-CARREGA-APROVACOES THRU 0040-0000-EXIT.    00002650
           PERFORM 0080-9999-LE-SYSIN THRU 0080-9999-EXIT.              00002660
           PERFORM 0100-0000-TRATA-CREATOR THRU 0100-0000-EXIT          00002670
             UNTIL FIM-SYSIN.                                           00002680
                                                                        00002690
           MOVE   SPACES               TO  LINHA-REL.                   00002700
           PERFORM 0900-9999-IMPRIME THRU 0900-9999-EXIT.               00002710
           MOVE   WS-QTD-INDICES       TO  ZPAGINAS.                    00002720
           STRING 'INDICES ANALISADOS..........: ' ZPAGINAS             00002730
                  DELIMITED BY SIZE INTO LINHA-REL.                     00002740
           PERFORM 0900-9999-IMPRIME THRU 0900-9999-EXIT.               00002750
           MOVE   WS-QTD-REDUNDANTES   TO  ZQTD.                        00002760
           STRING 'REDUNDANTES (DUPLICATA/PREFIXO): ' ZQTD              00002770
                  DELIMITED BY SIZE INTO LINHA-REL.                     00002780
           PERFORM 0900-9999-IMPRIME THRU 0900-9999-EXIT.               00002790
           MOVE   WS-QTD-SEM-USO       TO  ZQTD.                        00002800
           STRING 'SEM USO.....................: ' ZQTD                 00002810
                  DELIMITED BY SIZE INTO LINHA-REL.                     00002820
           PERFORM 0900-9999-IMPRIME THRU 0900-9999-EXIT.               00002830
           MOVE   WS-QTD-NOVOS         TO  ZQTD.                        00002840
           STRING 'CARTOES NOVOS NO CANDOUT....: ' ZQTD                 00002850
                  DELIMITED BY SIZE INTO LINHA-REL.                     00002860
           PERFORM 0900-9999-IMPRIME THRU 0900-9999-EXIT.               00002870
           MOVE   WS-TOT-PAGINAS       TO  ZPAGINAS.                    00002880
           STRING 'PAGINAS DESPERDICADAS.......: ' ZPAGINAS             00002890
                  DELIMITED BY SIZE INTO LINHA-REL.                     00002900
           PERFORM 0900-9999-IMPRIME THRU 0900-9999-EXIT.               00002910
                                                                        00002920
           CLOSE SYSIN SNAPIN APROVFIL RELATO CANDOUT.                  00002930
           EXEC SQL COMMIT WORK END-EXEC.                               00002940
           IF  WS-QTD-NOVOS  GREATER  +0                                00002950
               MOVE   +4               TO  RETURN-CODE                  00002960
           ELSE                                                         00002970
               MOVE   +0               TO  RETURN-CODE                  00002980
           END-IF.                                                      00002990
           STOP  RUN.                                                   00003000
       0000-0000-EXIT. EXIT.                                            00003010
      *----------------------------------------------------------------*00003020
      * NPAGES DOS INDICES: REGISTROS 'IX' DO SNAPSHOT                 *00003030
      *----------------------------------------------------------------*00003040
       0020-0000-CARREGA-SNAPIN.                                        00003050
           PERFORM 0025-0020-LE-SNAPIN THRU 0025-0020-EXIT              00003060
             UNTIL FIM-SNAPIN.                                          00003070
       0020-0000-EXIT. EXIT.                                            00003080
      *----------------------------------------------------------------*00003090
      *                                                                *00003100
      *----------------------------------------------------------------*00003110
       0025-0020-LE-SNAPIN.                                             00003120
           READ  SNAPIN                                                 00003130
               AT END                                                   00003140
                   MOVE   'SIM'         TO   N88-FIM-SNAPIN             00003150
                   GO  TO  0025-0020-EXIT                               00003160
           END-READ.                                                    00003170
           IF  SNAP-TIPO  NOT EQUAL  'IX'                               00003180
               GO  TO  0025-0020-EXIT                                   00003190
           END-IF.                                                      00003200
           IF  QTD-SNX  GREATER  +4999                                  00003210
               DISPLAY 'DB2IXRED - AVISO - MAIS DE 5000 INDICES NO '    00003220
                       'SNAPSHOT; EXCEDENTE SEM NPAGES'                 00003230
               MOVE   'SIM'            TO   N88-FIM-SNAPIN              00003240
               GO  TO  0025-0020-EXIT                                   00003250
           END-IF.                                                      00003260
           ADD    +1                   TO  QTD-SNX.                     00003270
           MOVE   SNIX-CREATOR         TO  TB-SNX-CHAVE(QTD-SNX)(1:8).  00003280
           MOVE   SNIX-NAME            TO  TB-SNX-CHAVE(QTD-SNX)(9:18). 00003290
           MOVE   SNIX-NPAGES          TO  TB-SNX-NPAGES(QTD-SNX).      00003300
       0025-0020-EXIT. EXIT.                                            00003310
      *----------------------------------------------------------------*00003320
      * CARTOES DE INDICE JA MARCADOS PELO DBA (APROVFIL, OPCIONAL)    *00003330
      *----------------------------------------------------------------*00003340
       0040-0000-CARREGA-APROVACOES.                                    00003350
           PERFORM 0045-0040-LE-APROVFIL THRU 0045-0040-EXIT            00003360
             UNTIL FIM-APROVFIL.                                        00003370
       0040-0000-EXIT. EXIT.                                            00003380
      *----------------------------------------------------------------*00003390
      *                                                                *00003400
      *----------------------------------------------------------------*00003410
       0045-0040-LE-APROVFIL.                                           00003420
           READ  APROVFIL  INTO  REG-CANDIDATA                          00003430
               AT END                                                   00003440
                   MOVE   'SIM'         TO   N88-FIM-APROVFIL           00003450
                   GO  TO  0045-0040-EXIT                               00003460
           END-READ.                                                    00003470
           IF  NOT CAN-INDICE                                           00003480
               GO  TO  0045-0040-EXIT                                   00003490
           END-IF.                                                      00003500
           IF  QTD-APR  GREATER  +299                                   00003510
               DISPLAY 'DB2IXRED - AVISO - MAIS DE 300 APROVACOES; '    00003520
                       'EXCEDENTE IGNORADO'                             00003530
               MOVE   'SIM'            TO   N88-FIM-APROVFIL            00003540
               GO  TO  0045-0040-EXIT                                   00003550
           END-IF.                                                      00003560
           ADD    +1                   TO  QTD-APR.                     00003570
           MOVE   CAN-CREATOR          TO  TB-APR-CREATOR(QTD-APR).     00003580
           MOVE   CAN-TABELA           TO  TB-APR-INDICE(QTD-APR).      00003590
           MOVE   CAN-STATUS           TO  TB-APR-STATUS(QTD-APR).      00003600
       0045-0040-EXIT. EXIT.                                            00003610
      *----------------------------------------------------------------*00003620
      *                                                                *00003630
      *----------------------------------------------------------------*00003640
       0080-9999-LE-SYSIN.                                              00003650
           READ SYSIN                                                   00003660
             AT END   MOVE 'SIM'  TO          N88-FIM-SYSIN.            00003670
       0080-9999-EXIT. EXIT.                                            00003680
      *----------------------------------------------------------------*00003690
      * UM CREATOR ADMINISTRADO: INDICES DAS SUAS TABELAS, AGRUPADOS   *00003700
      * POR TABELA                                                     *00003710
      *----------------------------------------------------------------*00003720
       0100-0000-TRATA-CREATOR.                                         00003730
           IF  REG-SYSIN(1:1)  EQUAL  '*'                               00003740
               MOVE  '%'               TO  H-CREATOR-FILTRO             00003750
           ELSE                                                         00003760
               MOVE  REG-SYSIN(1:8)    TO  H-CREATOR-FILTRO             00003770
           END-IF.                                                      00003780
           MOVE   SPACES               TO  LINHA-REL.                   00003790
           PERFORM 0900-9999-IMPRIME THRU 0900-9999-EXIT.               00003800
           STRING 'CREATOR ' H-CREATOR-FILTRO ':'                       00003810
                  DELIMITED BY SIZE INTO LINHA-REL.                     00003820
           PERFORM 0900-9999-IMPRIME THRU 0900-9999-EXIT.               00003830
                                                                        00003840
           EXEC SQL                                                     00003850
                DECLARE C_INDICES CURSOR FOR                            00003860
                SELECT TBCREATOR, TBNAME, CREATOR, NAME,                00003870
                       UNIQUERULE, COLCOUNT                             00003880
                  FROM SYSIBM.SYSINDEXES                                00003890
                 WHERE TBCREATOR LIKE RTRIM(:H-CREATOR-FILTRO)          00003900
                 ORDER BY TBCREATOR, TBNAME, CREATOR, NAME              00003910
           END-EXEC.                                                    00003920
           EXEC SQL OPEN C_INDICES END-EXEC.                            00003930
           IF  SQLCODE  NOT EQUAL  +0                                   00003940
               DISPLAY '*** ERRO NO OPEN C_INDICES'                     00003950
               PERFORM  9999-9999-ERRO-DB2  THRU 9999-9999-EXIT         00003960
           END-IF.                                                      00003970
           MOVE   'NAO'                TO  N88-FIM-INDICES.             00003980
           MOVE   +0                   TO  QTD-IXG.                     00003990
           MOVE   SPACES               TO  WS-TB-CREATOR WS-TB-NAME.    00004000
           PERFORM 0210-9999-FETCH-INDICES THRU 0210-9999-EXIT.         00004010
           PERFORM 0200-0100-TRATA-INDICE THRU 0200-0100-EXIT           00004020
             UNTIL FIM-INDICES.                                         00004030
           IF  QTD-IXG  GREATER  +0                                     00004040
               PERFORM 0300-0200-ANALISA-TABELA THRU 0300-0200-EXIT     00004050
           END-IF.                                                      00004060
           EXEC SQL CLOSE C_INDICES END-EXEC.                           00004070
           IF  SQLCODE  NOT EQUAL  +0                                   00004080
               DISPLAY '*** ERRO NO CLOSE C_INDICES'                    00004090
               PERFORM  9999-9999-ERRO-DB2  THRU 9999-9999-EXIT         00004100
           END-IF.                                                      00004110
           PERFORM 0080-9999-LE-SYSIN THRU 0080-9999-EXIT.              00004120
       0100-0000-EXIT. EXIT.                                            00004130
      *----------------------------------------------------------------*00004140
      * UM INDICE: NA QUEBRA DE TABELA ANALISA O GRUPO ANTERIOR; DEPOIS*00004150
      * GUARDA O INDICE COM A CHAVE (SYSKEYS) E O USO (SYSPACKDEP)     *00004160
      *----------------------------------------------------------------*00004170
       0200-0100-TRATA-INDICE.                                          00004180
           IF  H-IX-TBCREATOR  NOT EQUAL  WS-TB-CREATOR                 00004190
               OR  H-IX-TBNAME-T(1:H-IX-TBNAME-L)  NOT EQUAL  WS-TB-NAME00004200
               IF  QTD-IXG  GREATER  +0                                 00004210
                   PERFORM 0300-0200-ANALISA-TABELA                     00004220
                      THRU 0300-0200-EXIT                               00004230
               END-IF                                                   00004240
               MOVE   H-IX-TBCREATOR   TO  WS-TB-CREATOR                00004250
               MOVE   H-IX-TBNAME-T(1:H-IX-TBNAME-L)                    00004260
                                       TO  WS-TB-NAME                   00004270
           END-IF.                                                      00004280
           ADD    +1                   TO  WS-QTD-INDICES.              00004290
           IF  QTD-IXG  GREATER  +99                                    00004300
               DISPLAY 'DB2IXRED - TABELA COM MAIS DE 100 INDICES: '    00004310
                       WS-TB-CREATOR '.' WS-TB-NAME                     00004320
               GO  TO  0200-0100-LE-PROXIMO                             00004330
           END-IF.                                                      00004340
           ADD    +1                   TO  QTD-IXG.                     00004350
           MOVE   H-IX-CREATOR         TO  TB-IXG-CREATOR(QTD-IXG).     00004360
           MOVE   H-IX-NAME-T(1:H-IX-NAME-L)                            00004370
                                       TO  TB-IXG-NAME(QTD-IXG).        00004380
           MOVE   H-IX-UNIQUERULE      TO  TB-IXG-UNIQUE(QTD-IXG).      00004390
           MOVE   +0                   TO  TB-IXG-QTDCOL(QTD-IXG).      00004400
           MOVE   'N'                  TO  TB-IXG-LONGA(QTD-IXG).       00004410
           MOVE   'N'                  TO  TB-IXG-APOIA-FK(QTD-IXG).    00004420
           MOVE   SPACES               TO  TB-IXG-CHAVE(QTD-IXG).       00004430
           PERFORM 0220-0200-CARREGA-CHAVE THRU 0220-0200-EXIT.         00004440
                                                                        00004450
           EXEC SQL                                                     00004460
                SELECT COUNT(*)                                         00004470
                  INTO :H-QTD-PACK                                      00004480
                  FROM SYSIBM.SYSPACKDEP                                00004490
                 WHERE BQUALIFIER = :H-IX-CREATOR                       00004500
                   AND BNAME      = :H-IX-NAME                          00004510
                   AND BTYPE      = 'I'                                 00004520
           END-EXEC.                                                    00004530
           IF  SQLCODE  NOT EQUAL  +0                                   00004540
               DISPLAY '*** ERRO NO COUNT SYSPACKDEP'                   00004550
               PERFORM  9999-9999-ERRO-DB2  THRU 9999-9999-EXIT         00004560
           END-IF.                                                      00004570
           MOVE   H-QTD-PACK           TO  TB-IXG-QTDPACK(QTD-IXG).     00004580
       0200-0100-LE-PROXIMO.                                            00004590
           PERFORM 0210-9999-FETCH-INDICES THRU 0210-9999-EXIT.         00004600
       0200-0100-EXIT. EXIT.                                            00004610
      *----------------------------------------------------------------*00004620
      *                                                                *00004630
      *----------------------------------------------------------------*00004640
       0210-9999-FETCH-INDICES.                                         00004650
           EXEC SQL                                                     00004660
                FETCH  C_INDICES                                        00004670
                 INTO  :H-IX-TBCREATOR, :H-IX-TBNAME,                   00004680
                       :H-IX-CREATOR, :H-IX-NAME,                       00004690
                       :H-IX-UNIQUERULE, :H-IX-COLCOUNT                 00004700
           END-EXEC.                                                    00004710
           IF  SQLCODE  EQUAL  +0                                       00004720
               NEXT  SENTENCE                                           00004730
           ELSE                                                         00004740
             IF  SQLCODE  EQUAL  +100                                   00004750
                 MOVE  'SIM'           TO  N88-FIM-INDICES              00004760
             ELSE                                                       00004770
                 DISPLAY '*** ERRO NO FETCH C_INDICES'                  00004780
                 PERFORM  9999-9999-ERRO-DB2  THRU 9999-9999-EXIT       00004790
             END-IF                                                     00004800
           END-IF.                                                      00004810
       0210-9999-EXIT. EXIT.                                            00004820
      *----------------------------------------------------------------*00004830
      * COLUNAS DA CHAVE DO INDICE, NA ORDEM DE COLSEQ                 *00004840
      *----------------------------------------------------------------*00004850
       0220-0200-CARREGA-CHAVE.                                         00004860
           EXEC SQL                                                     00004870
                DECLARE C_KEYS CURSOR FOR                               00004880
                SELECT COLNAME, ORDERING                                00004890
                  FROM SYSIBM.SYSKEYS                                   00004900
                 WHERE IXCREATOR = :H-IX-CREATOR                        00004910
                   AND IXNAME    = :H-IX-NAME                           00004920
                 ORDER BY COLSEQ                                        00004930
           END-EXEC.                                                    00004940
           EXEC SQL OPEN C_KEYS END-EXEC.                               00004950
           IF  SQLCODE  NOT EQUAL  +0                                   00004960
               DISPLAY '*** ERRO NO OPEN C_KEYS'                        00004970
               PERFORM  9999-9999-ERRO-DB2  THRU 9999-9999-EXIT         00004980
           END-IF.                                                      00004990
           MOVE   'NAO'                TO  N88-FIM-KEYS.                00005000
           PERFORM 0230-0220-UMA-COLUNA THRU 0230-0220-EXIT             00005010
             UNTIL FIM-KEYS.                                            00005020
           EXEC SQL CLOSE C_KEYS END-EXEC.                              00005030
           IF  SQLCODE  NOT EQUAL  +0                                   00005040
               DISPLAY '*** ERRO NO CLOSE C_KEYS'                       00005050
               PERFORM  9999-9999-ERRO-DB2  THRU 9999-9999-EXIT         00005060
           END-IF.                                                      00005070
       0220-0200-EXIT. EXIT.                                            00005080
      *----------------------------------------------------------------*00005090
      *                                                                *00005100
      *----------------------------------------------------------------*00005110
       0230-0220-UMA-COLUNA.                                            00005120
           EXEC SQL                                                     00005130
                FETCH  C_KEYS                                           00005140
                 INTO  :H-KEY-COLNAME, :H-KEY-ORDERING                  00005150
           END-EXEC.                                                    00005160
           IF  SQLCODE  EQUAL  +100                                     00005170
               MOVE  'SIM'             TO  N88-FIM-KEYS                 00005180
               GO  TO  0230-0220-EXIT                                   00005190
           END-IF.                                                      00005200
           IF  SQLCODE  NOT EQUAL  +0                                   00005210
               DISPLAY '*** ERRO NO FETCH C_KEYS'                       00005220
               PERFORM  9999-9999-ERRO-DB2  THRU 9999-9999-EXIT         00005230
           END-IF.                                                      00005240
           IF  TB-IXG-QTDCOL(QTD-IXG)  GREATER  +31                     00005250
               MOVE   'S'              TO  TB-IXG-LONGA(QTD-IXG)        00005260
               GO  TO  0230-0220-EXIT                                   00005270
           END-IF.                                                      00005280
           ADD    +1                   TO  TB-IXG-QTDCOL(QTD-IXG).      00005290
           COMPUTE WS-POS-COLUNA =                                      00005300
                   (TB-IXG-QTDCOL(QTD-IXG) - 1) * 19 + 1.               00005310
           MOVE   H-KEY-COLNAME-T(1:H-KEY-COLNAME-L)                    00005320
             TO   TB-IXG-CHAVE(QTD-IXG)(WS-POS-COLUNA:18).              00005330
           ADD    +18                  TO  WS-POS-COLUNA.               00005340
           MOVE   H-KEY-ORDERING                                        00005350
             TO   TB-IXG-CHAVE(QTD-IXG)(WS-POS-COLUNA:1).               00005360
       0230-0220-EXIT. EXIT.                                            00005370
      *----------------------------------------------------------------*00005380
      * GRUPO DE INDICES DE UMA TABELA: MARCA OS QUE APOIAM FK E       *00005390
      * AVALIA CADA UM                                                 *00005400
      *----------------------------------------------------------------*00005410
       0300-0200-ANALISA-TABELA.                                        00005420
           PERFORM 0310-0300-APOIO-FK THRU 0310-0300-EXIT.              00005430
           MOVE   'N'                  TO  CH-CABEC-TABELA.             00005440
           PERFORM 0400-0300-AVALIA-INDICE THRU 0400-0300-EXIT          00005450
             VARYING IND-IXG FROM +1 BY +1                              00005460
               UNTIL IND-IXG GREATER QTD-IXG.                           00005470
           MOVE   +0                   TO  QTD-IXG.                     00005480
       0300-0200-EXIT. EXIT.                                            00005490
      *----------------------------------------------------------------*00005500
      * FKS DA TABELA (SYSFOREIGNKEYS, QUEBRA POR RELNAME)             *00005510
      *----------------------------------------------------------------*00005520
       0310-0300-APOIO-FK.                                              00005530
           MOVE   WS-TB-CREATOR        TO  H-FK-TBCREATOR.              00005540
           MOVE   WS-TB-NAME           TO  H-FK-TBNAME-T.               00005550
           PERFORM VARYING H-FK-TBNAME-L FROM +18 BY -1                 00005560
             UNTIL H-FK-TBNAME-L  LESS  +2                              00005570
                OR H-FK-TBNAME-T(H-FK-TBNAME-L:1)  NOT EQUAL  SPACE     00005580
               CONTINUE                                                 00005590
           END-PERFORM.                                                 00005600
           EXEC SQL                                                     00005610
                DECLARE C_FKCOLS CURSOR FOR                             00005620
                SELECT RELNAME, COLNAME                                 00005630
                  FROM SYSIBM.SYSFOREIGNKEYS                            00005640
                 WHERE CREATOR = :H-FK-TBCREATOR                        00005650
                   AND TBNAME  = :H-FK-TBNAME                           00005660
                 ORDER BY RELNAME, COLSEQ                               00005670
           END-EXEC.                                                    00005680
           EXEC SQL OPEN C_FKCOLS END-EXEC.                             00005690
           IF  SQLCODE  NOT EQUAL  +0                                   00005700
               DISPLAY '*** ERRO NO OPEN C_FKCOLS'                      00005710
               PERFORM  9999-9999-ERRO-DB2  THRU 9999-9999-EXIT         00005720
           END-IF.                                                      00005730
           MOVE   'NAO'                TO  N88-FIM-FKCOLS.              00005740
           MOVE   +0                   TO  QTD-FKCOLS.                  00005750
           MOVE   SPACES               TO  WS-FK-RELNAME.               00005760
           PERFORM 0320-0310-UMA-FKCOL THRU 0320-0310-EXIT              00005770
             UNTIL FIM-FKCOLS.                                          00005780
           IF  QTD-FKCOLS  GREATER  +0                                  00005790
               PERFORM 0340-0310-MARCA-APOIO THRU 0340-0310-EXIT        00005800
                 VARYING IND-IXG FROM +1 BY +1                          00005810
                   UNTIL IND-IXG GREATER QTD-IXG                        00005820
           END-IF.                                                      00005830
           EXEC SQL CLOSE C_FKCOLS END-EXEC.                            00005840
           IF  SQLCODE  NOT EQUAL  +0                                   00005850
               DISPLAY '*** ERRO NO CLOSE C_FKCOLS'                     00005860
               PERFORM  9999-9999-ERRO-DB2  THRU 9999-9999-EXIT         00005870
           END-IF.                                                      00005880
       0310-0300-EXIT. EXIT.                                            00005890
      *----------------------------------------------------------------*00005900
      * UMA COLUNA DE FK; NA QUEBRA DE RELNAME CONFERE A FK ANTERIOR   *00005910
      *----------------------------------------------------------------*00005920
       0320-0310-UMA-FKCOL.                                             00005930
           EXEC SQL                                                     00005940
                FETCH  C_FKCOLS                                         00005950
                 INTO  :H-FK-RELNAME, :H-FK-COLNAME                     00005960
           END-EXEC.                                                    00005970
           IF  SQLCODE  EQUAL  +100                                     00005980
               MOVE  'SIM'             TO  N88-FIM-FKCOLS               00005990
               GO  TO  0320-0310-EXIT                                   00006000
           END-IF.                                                      00006010
           IF  SQLCODE  NOT EQUAL  +0                                   00006020
               DISPLAY '*** ERRO NO FETCH C_FKCOLS'                     00006030
               PERFORM  9999-9999-ERRO-DB2  THRU 9999-9999-EXIT         00006040
           END-IF.                                                      00006050
           IF  H-FK-RELNAME  NOT EQUAL  WS-FK-RELNAME                   00006060
               IF  QTD-FKCOLS  GREATER  +0                              00006070
                   PERFORM 0340-0310-MARCA-APOIO THRU 0340-0310-EXIT    00006080
                     VARYING IND-IXG FROM +1 BY +1                      00006090
                       UNTIL IND-IXG GREATER QTD-IXG                    00006100
               END-IF                                                   00006110
               MOVE   H-FK-RELNAME     TO  WS-FK-RELNAME                00006120
               MOVE   +0               TO  QTD-FKCOLS                   00006130
           END-IF.                                                      00006140
           IF  QTD-FKCOLS  LESS  +64                                    00006150
               ADD    +1               TO  QTD-FKCOLS                   00006160
               MOVE   H-FK-COLNAME-T(1:H-FK-COLNAME-L)                  00006170
                 TO   FKCOL-NAME(QTD-FKCOLS)                            00006180
           END-IF.                                                      00006190
       0320-0310-EXIT. EXIT.                                            00006200
      *----------------------------------------------------------------*00006210
      * O INDICE APOIA A FK CORRENTE SE AS SUAS COLUNAS LIDER          *00006220
      * COINCIDEM, NA ORDEM, COM AS COLUNAS DA FK (REGRA DO            *00006230
      * 1700-0800-VERIFICA-INDICE DO DB2LSTDP)                         *00006240
      *----------------------------------------------------------------*00006250
       0340-0310-MARCA-APOIO.                                           00006260
           IF  TB-IXG-QTDCOL(IND-IXG)  LESS  QTD-FKCOLS                 00006270
               GO  TO  0340-0310-EXIT                                   00006280
           END-IF.                                                      00006290
           MOVE   'S'                  TO  CH-APOIA.                    00006300
           PERFORM 0345-0340-COMPARA-COLUNA THRU 0345-0340-EXIT         00006310
             VARYING IND-FKC FROM +1 BY +1                              00006320
               UNTIL IND-FKC  GREATER  QTD-FKCOLS                       00006330
                  OR CH-APOIA  EQUAL  'N'.                              00006340
           IF  CH-APOIA  EQUAL  'S'                                     00006350
               MOVE   'S'              TO  TB-IXG-APOIA-FK(IND-IXG)     00006360
           END-IF.                                                      00006370
       0340-0310-EXIT. EXIT.                                            00006380
      *----------------------------------------------------------------*00006390
      *                                                                *00006400
      *----------------------------------------------------------------*00006410
       0345-0340-COMPARA-COLUNA.                                        00006420
           COMPUTE WS-POS-COLUNA = (IND-FKC - 1) * 19 + 1.              00006430
           IF  TB-IXG-CHAVE(IND-IXG)(WS-POS-COLUNA:18)  NOT EQUAL       00006440
                   FKCOL-NAME(IND-FKC)                                  00006450
               MOVE   'N'              TO  CH-APOIA                     00006460
           END-IF.                                                      00006470
       0345-0340-EXIT. EXIT.                                            00006480
      *----------------------------------------------------------------*00006490
      * UM INDICE DO GRUPO: REDUNDANTE (DUPLICATA/PREFIXO) OU SEM USO  *00006500
      *----------------------------------------------------------------*00006510
       0400-0300-AVALIA-INDICE.                                         00006520
           MOVE   'N'                  TO  CH-REDUNDANTE CH-SEM-USO.    00006530
           MOVE   SPACES               TO  WS-MOTIVO WS-NOME-COBRE.     00006540
      *--- SO INDICE SEM REGRA DE RESTRICAO PODE SAIR ('D' DUPLICADO,   00006550
      *--- 'U' UNICO SIMPLES); PK, UNIQUE CONSTRAINT, PAI DE RI ETC.    00006560
      *--- FICAM SEMPRE                                                 00006570
           IF  TB-IXG-UNIQUE(IND-IXG)  NOT EQUAL  'D'                   00006580
               AND  TB-IXG-UNIQUE(IND-IXG)  NOT EQUAL  'U'              00006590
               GO  TO  0400-0300-EXIT                                   00006600
           END-IF.                                                      00006610
           IF  TB-IXG-LONGA(IND-IXG)  EQUAL  'N'                        00006620
               PERFORM 0410-0400-COMPARA-INDICE THRU 0410-0400-EXIT     00006630
                 VARYING IND-IXG2 FROM +1 BY +1                         00006640
                   UNTIL IND-IXG2  GREATER  QTD-IXG                     00006650
                      OR CH-REDUNDANTE  EQUAL  'S'                      00006660
           END-IF.                                                      00006670
           IF  TB-IXG-UNIQUE(IND-IXG)  EQUAL  'D'                       00006680
               AND  TB-IXG-APOIA-FK(IND-IXG)  EQUAL  'N'                00006690
               AND  TB-IXG-QTDPACK(IND-IXG)  EQUAL  +0                  00006700
               MOVE   'S'              TO  CH-SEM-USO                   00006710
           END-IF.                                                      00006720
           IF  CH-REDUNDANTE  EQUAL  'N'                                00006730
               AND  CH-SEM-USO  EQUAL  'N'                              00006740
               GO  TO  0400-0300-EXIT                                   00006750
           END-IF.                                                      00006760
           IF  CH-REDUNDANTE  EQUAL  'S'                                00006770
               ADD    +1               TO  WS-QTD-REDUNDANTES           00006780
           ELSE                                                         00006790
               ADD    +1               TO  WS-QTD-SEM-USO               00006800
               MOVE   'SEM USO (SEM PACKAGE, NAO APOIA FK)'             00006810
                                       TO  WS-MOTIVO                    00006820
           END-IF.                                                      00006830
           PERFORM 0500-0400-REGISTRA-CANDIDATO THRU 0500-0400-EXIT.    00006840
       0400-0300-EXIT. EXIT.                                            00006850
      *----------------------------------------------------------------*00006860
      * COMPARA A CHAVE DO INDICE (IND-IXG) COM A DE OUTRO (IND-IXG2)  *00006870
      * - PREFIXO: CHAVE MAIS CURTA, NAO UNICA, INICIO DA OUTRA;       *00006880
      * - DUPLICATA: CHAVE IGUAL; SAI O MAIS FRACO (NAO UNICO ANTES DE *00006890
      *   UNICO, UNICO SIMPLES ANTES DO QUE GARANTE RESTRICAO - PK,    *00006895
      *   UNIQUE CONSTRAINT, PAI DE RI - EM QUALQUER ORDEM) E, ENTRE   *00006900
      *   IGUAIS, O QUE VEM DEPOIS EM ORDEM DE NOME                    *00006905
      *----------------------------------------------------------------*00006910
       0410-0400-COMPARA-INDICE.                                        00006920
           IF  IND-IXG2  EQUAL  IND-IXG                                 00006930
               OR  TB-IXG-LONGA(IND-IXG2)  EQUAL  'S'                   00006940
               OR  TB-IXG-QTDCOL(IND-IXG)  EQUAL  +0                    00006950
               OR  TB-IXG-QTDCOL(IND-IXG)  GREATER                      00006960
                   TB-IXG-QTDCOL(IND-IXG2)                              00006970
               GO  TO  0410-0400-EXIT                                   00006980
           END-IF.                                                      00006990
           COMPUTE WS-TAM-CHAVE = TB-IXG-QTDCOL(IND-IXG) * 19.          00007000
           IF  TB-IXG-CHAVE(IND-IXG)(1:WS-TAM-CHAVE)  NOT EQUAL         00007010
                   TB-IXG-CHAVE(IND-IXG2)(1:WS-TAM-CHAVE)               00007020
               GO  TO  0410-0400-EXIT                                   00007030
           END-IF.                                                      00007040
           MOVE   SPACES               TO  WS-NOME-COBRE.               00007050
           STRING TB-IXG-CREATOR(IND-IXG2) DELIMITED BY SPACE           00007060
                  '.' DELIMITED BY SIZE                                 00007070
                  TB-IXG-NAME(IND-IXG2) DELIMITED BY SPACE              00007080
                  INTO WS-NOME-COBRE.                                   00007090
           IF  TB-IXG-QTDCOL(IND-IXG)  LESS  TB-IXG-QTDCOL(IND-IXG2)    00007100
               IF  TB-IXG-UNIQUE(IND-IXG)  EQUAL  'D'                   00007110
                   MOVE   'S'          TO  CH-REDUNDANTE                00007120
                   STRING 'PREFIXO DE ' WS-NOME-COBRE                   00007130
                          DELIMITED BY SIZE INTO WS-MOTIVO              00007140
               END-IF                                                   00007150
               GO  TO  0410-0400-EXIT                                   00007160
           END-IF.                                                      00007170
           IF  TB-IXG-UNIQUE(IND-IXG)  EQUAL  'D'                       00007180
               MOVE   +1               TO  WS-FORCA-X                   00007190
           ELSE                                                         00007200
               MOVE   +2               TO  WS-FORCA-X                   00007210
           END-IF.                                                      00007220
           EVALUATE  TB-IXG-UNIQUE(IND-IXG2)                            00007226
               WHEN  'D'                                                00007232
                   MOVE   +1           TO  WS-FORCA-Y                   00007238
               WHEN  'U'                                                00007244
                   MOVE   +2           TO  WS-FORCA-Y                   00007250
               WHEN  OTHER                                              00007256
                   MOVE   +3           TO  WS-FORCA-Y                   00007262
           END-EVALUATE.                                                00007268
           IF  WS-FORCA-Y  GREATER  WS-FORCA-X                          00007280
               OR (WS-FORCA-Y  EQUAL  WS-FORCA-X                        00007290
                   AND  IND-IXG2  LESS  IND-IXG)                        00007300
               MOVE   'S'              TO  CH-REDUNDANTE                00007310
               STRING 'DUPLICATA DE ' WS-NOME-COBRE                     00007320
                      DELIMITED BY SIZE INTO WS-MOTIVO                  00007330
           END-IF.                                                      00007340
       0410-0400-EXIT. EXIT.                                            00007350
      *----------------------------------------------------------------*00007360
      * CANDIDATO: LINHA NO RELATO E CARTAO NO CANDOUT (SE AINDA NAO   *00007370
      * ESTA NO PORTAO DE APROVACAO)                                   *00007380
      *----------------------------------------------------------------*00007390
       0500-0400-REGISTRA-CANDIDATO.                                    00007400
           ADD    +1                   TO  WS-QTD-CANDIDATOS.           00007410
           IF  CH-CABEC-TABELA  EQUAL  'N'                              00007420
               MOVE   'S'              TO  CH-CABEC-TABELA              00007430
               MOVE   SPACES           TO  LINHA-REL                    00007440
               STRING '   TABELA ' DELIMITED BY SIZE                    00007446
                      WS-TB-CREATOR DELIMITED BY SPACE                  00007452
                      '.' DELIMITED BY SIZE                             00007460
                      WS-TB-NAME DELIMITED BY SPACE                     00007470
                      INTO LINHA-REL                                    00007480
               PERFORM 0900-9999-IMPRIME THRU 0900-9999-EXIT            00007490
           END-IF.                                                      00007500
           PERFORM 0700-9999-PROCURA-SNAPIX THRU 0700-9999-EXIT.        00007510
           ADD    WS-NPAGES            TO  WS-TOT-PAGINAS.              00007520
           MOVE   WS-NPAGES            TO  ZPAGINAS.                    00007530
           MOVE   SPACES               TO  WS-NOME-IX.                  00007540
           STRING TB-IXG-CREATOR(IND-IXG) DELIMITED BY SPACE            00007550
                  '.' DELIMITED BY SIZE                                 00007560
                  TB-IXG-NAME(IND-IXG) DELIMITED BY SPACE               00007570
                  INTO WS-NOME-IX.                                      00007580
           MOVE   SPACES               TO  LINHA-REL.                   00007590
           STRING '      IX ' WS-NOME-IX                                00007600
                  ' NPAGES' ZPAGINAS                                    00007610
                  '  ' WS-MOTIVO                                        00007620
                  DELIMITED BY SIZE INTO LINHA-REL.                     00007630
           IF  CH-REDUNDANTE  EQUAL  'S'                                00007640
               AND  CH-SEM-USO  EQUAL  'S'                              00007650
               MOVE   '/ SEM USO'      TO  LINHA-REL(96:9)              00007660
           END-IF.                                                      00007670
                                                                        00007680
           PERFORM VARYING IND-APR FROM +1 BY +1                        00007690
             UNTIL IND-APR  GREATER  QTD-APR                            00007700
                OR (TB-APR-CREATOR(IND-APR)                             00007710
                       EQUAL  TB-IXG-CREATOR(IND-IXG)                   00007720
               AND  TB-APR-INDICE(IND-APR)                              00007730
                       EQUAL  TB-IXG-NAME(IND-IXG))                     00007740
               CONTINUE                                                 00007750
           END-PERFORM.                                                 00007760
           IF  IND-APR  NOT GREATER  QTD-APR                            00007770
               AND (TB-APR-STATUS(IND-APR)  EQUAL  'A'                  00007780
                OR  TB-APR-STATUS(IND-APR)  EQUAL  'H')                 00007790
               STRING '(JA NO PORTAO: ' TB-APR-STATUS(IND-APR) ')'      00007800
                      DELIMITED BY SIZE INTO LINHA-REL(106:18)          00007810
               PERFORM 0900-9999-IMPRIME THRU 0900-9999-EXIT            00007820
               GO  TO  0500-0400-EXIT                                   00007830
           END-IF.                                                      00007840
           PERFORM 0900-9999-IMPRIME THRU 0900-9999-EXIT.               00007850
                                                                        00007860
           ADD    +1                   TO  WS-QTD-NOVOS.                00007870
           MOVE   SPACES               TO  REG-CANDIDATA.               00007880
           MOVE   TB-IXG-CREATOR(IND-IXG) TO  CAN-CREATOR.              00007890
           MOVE   TB-IXG-NAME(IND-IXG)    TO  CAN-TABELA.               00007900
           MOVE   WS-NPAGES            TO  CAN-NPAGES.                  00007910
           MOVE   'P'                  TO  CAN-STATUS.                  00007920
           MOVE   ZEROS                TO  CAN-DATA.                    00007930
           MOVE   'I'                  TO  CAN-TIPO.                    00007940
           WRITE  REG-CANDOUT          FROM REG-CANDIDATA.              00007950
           MOVE   CAN-CREATOR          TO  APR-CREATOR.                 00007951
           MOVE   CAN-TABELA           TO  APR-OBJETO.                  00007952
           MOVE   CAN-NPAGES           TO  APR-NPAGES.                  00007953
           MOVE   'P'                  TO  APR-FUNCAO.                  00007954
           MOVE   RETURN-CODE          TO  APR-RETURN-CODE.             00007955
           CALL  'DB2APREG'  USING  APR-PARM.                           00007956
       0500-0400-EXIT. EXIT.                                            00007960
      *----------------------------------------------------------------*00007970
      * NPAGES DO INDICE NO SNAPSHOT (ZERO QUANDO AUSENTE)             *00007980
      *----------------------------------------------------------------*00007990
       0700-9999-PROCURA-SNAPIX.                                        00008000
           MOVE   +0                   TO  WS-NPAGES.                   00008010
           MOVE   TB-IXG-CREATOR(IND-IXG) TO  WS-CHAVE-SNX(1:8).        00008020
           MOVE   TB-IXG-NAME(IND-IXG)    TO  WS-CHAVE-SNX(9:18).       00008030
           PERFORM VARYING IND-SNX FROM +1 BY +1                        00008040
             UNTIL IND-SNX  GREATER  QTD-SNX                            00008050
                OR TB-SNX-CHAVE(IND-SNX)  EQUAL  WS-CHAVE-SNX           00008060
               CONTINUE                                                 00008070
           END-PERFORM.                                                 00008080
           IF  IND-SNX  NOT GREATER  QTD-SNX                            00008090
               MOVE   TB-SNX-NPAGES(IND-SNX)  TO  WS-NPAGES             00008100
           END-IF.                                                      00008110
       0700-9999-EXIT. EXIT.                                            00008120
      *----------------------------------------------------------------*00008130
      * IMPRESSAO PAGINADA (COMO O RELATO DO DB2DIST)                  *00008140
      *----------------------------------------------------------------*00008150
       0900-9999-IMPRIME.                                               00008160
           IF  AC-LINHA-REL  GREATER  60                                00008170
               ADD    +1               TO  AC-PAGINA-REL                00008180
               MOVE   AC-PAGINA-REL    TO  REL-CAB1-PAG                 00008190
               MOVE   ATU-DIA          TO  CB-DIA                       00008200
               MOVE   ATU-MES          TO  CB-MES                       00008210
               MOVE   ATU-ANO          TO  CB-ANO                       00008220
               WRITE  REG-RELATO       FROM REL-CAB1 AFTER PAGE         00008230
               WRITE  REG-RELATO       FROM REL-CAB2                    00008240
               WRITE  REG-RELATO       FROM REL-CAB3                    00008250
               MOVE   +3               TO  AC-LINHA-REL                 00008260
           END-IF.                                                      00008270
           WRITE  REG-RELATO           FROM LINHA-REL.                  00008280
           ADD    +1                   TO  AC-LINHA-REL.                00008290
           MOVE   SPACES               TO  LINHA-REL.                   00008300
       0900-9999-EXIT. EXIT.                                            00008310
      *----------------------------------------------------------------*00008320
      *                                                                *00008330
      *----------------------------------------------------------------*00008340
       9999-9999-ERRO-DB2.                                              00008350
           MOVE   SQLCODE              TO  WS-SQLCODE.                  00008360
           DISPLAY '*** SQLCODE  ' WS-SQLCODE.                          00008370
           DISPLAY '    SQLERRMC ' SQLERRMC.                            00008380
           DISPLAY '    SQLSTATE ' SQLSTATE.                            00008390
           MOVE   +16                  TO  RETURN-CODE.                 00008400
           STOP RUN.                                                    00008410
       9999-9999-EXIT. EXIT.                                            00008420
