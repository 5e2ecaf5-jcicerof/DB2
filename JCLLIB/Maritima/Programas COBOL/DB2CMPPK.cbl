       IDENTIFICATION DIVISION.                                         00000010
       PROGRAM-ID.    DB2CMPPK.                                         00000020
      *----------------------------------------------------------------*00000030
      * DATA:  OUT/2026                                                *00000040
      * OBJETIVOS: CONFERENCIA DE PACKAGES ENTRE DOIS AMBIENTES DB2,   *00000050
      *   NOS MOLDES DO DB2CMPDL. NA PROMOCAO O LOAD MODULE E A        *00000060
      *   PACKAGE NEM SEMPRE VIAJAM JUNTOS E A DIFERENCA SO APARECIA   *00000070
      *   COMO -805 EM PRODUCAO. O MESMO PROGRAMA RODA EM DOIS PASSOS: *00000080
      *   PARM='E' (EXTRACAO) - NO AMBIENTE ORIGEM, LE DO SYSIN AS     *00000090
      *     COLLECTIONS NO ESCOPO (COLS 1-18, UMA POR CARTAO; PREFIXO  *00000100
      *     TERMINADO EM '%' ACEITO, COMO NO PARM DO DB2RBIND) E GRAVA *00000110
      *     EM PKGFILE, POR COLLECTION, COLLID, NAME, VERSION,         *00000120
      *     CONTOKEN (EM HEXA), BINDTIME, OWNER E QUALIFIER DE CADA    *00000130
      *     PACKAGE DA SYSIBM.SYSPACKAGE, EM ORDEM DE COLLID/NAME/     *00000140
      *     VERSION, MARCANDO A VERSAO CORRENTE (MAIOR BINDTIME). O    *00000150
      *     PRIMEIRO REGISTRO LEVA O LOCATION DA ORIGEM (CURRENT       *00000160
      *     SERVER), USADO NO COPY DOS CARTOES DE BIND.                *00000170
      *   PARM='C,SSID,TICKET' (COMPARACAO) - NO AMBIENTE DESTINO, LE  *00000180
      *     O PKGFILE GRAVADO NA ORIGEM E CASA, COLLECTION A           *00000190
      *     COLLECTION, COM A SYSIBM.SYSPACKAGE LOCAL NA MESMA ORDEM.  *00000200
      *     RELATA EM RELATO:                                          *00000210
      *     - PACKAGE/VERSAO AUSENTE NO DESTINO (A VERSAO CORRENTE     *00000220
      *       AUSENTE E' O -805 DA PROXIMA EXECUCAO E SAI DESTACADA);  *00000230
      *     - MESMA VERSAO COM CONTOKEN DIFERENTE (LOAD MODULE E       *00000240
      *       PACKAGE DE COMPILACOES DIFERENTES);                      *00000250
      *     - OWNER OU QUALIFIER DIFERENTE;                            *00000260
      *     - PACKAGE/VERSAO QUE SO EXISTE NO DESTINO (NAO EXISTE MAIS *00000270
      *       NA ORIGEM - CANDIDATA AO FREE DO DB2PKGCL).              *00000280
      *     PARA CADA AUSENTE GRAVA EM BINDDECK O BIND PACKAGE ...     *00000290
      *     COPY(LOCATION.COLLID.NAME) COPYVER(VERSAO) ACTION(ADD), NO *00000300
      *     FORMATO DO DB2OUT DO DB2RBIND (CARTAO DSN SYSTEM NA FRENTE *00000310
      *     E END NO FIM), PARA O DB2JCLBD EMBRULHAR. OWNER/QUALIFIER  *00000320
      *     VEM DE OUTRA VERSAO DA MESMA PACKAGE NO DESTINO (CONVENCAO *00000330
      *     DO AMBIENTE); SEM NENHUMA, FICAM OS DA ORIGEM (HERANCA DO  *00000340
      *     COPY) E O RELATO PEDE CONFERENCIA. O DECK E' REGISTRADO NO *00000350
      *     DB2ADM.DBA_DECK (VIA DB2DKREG) COM O TICKET DO PARM. SSID  *00000360
      *     DEFAULT 'DSN'.                                             *00000370
      *   RETURN-CODE 4 QUANDO HA DIFERENCAS; 0 AMBIENTES IGUAIS.      *00000380
      * AREA RESPONSAVEL: ADMINISTRACAO DE BANCO DE DADOS              *00000390
      *----------------------------------------------------------------*00000400
       ENVIRONMENT    DIVISION.                                         00000410
      *                                                                 00000420
       INPUT-OUTPUT       SECTION.                                      00000430
       FILE-CONTROL.                                                    00000440
           SELECT  SYSIN    ASSIGN  TO  SYSIN.                          00000450
           SELECT  PKGFILE  ASSIGN  TO  PKGFILE.                        00000460
           SELECT  BINDDECK ASSIGN  TO  BINDDECK.                       00000470
           SELECT  RELATO   ASSIGN  TO  RELATO.                         00000480
      *                                                                 00000490
       DATA DIVISION.                                                   00000500
      *                                                                 00000510
       FILE            SECTION.                                         00000520
       FD  SYSIN                                                        00000530
           LABEL  RECORD  IS  OMITTED                                   00000540
           RECORDING MODE IS F.                                         00000550
                                                                        00000560
       01  REG-SYSIN                   PIC  X(080).                     00000570
      *                                                                 00000580
       FD  PKGFILE                                                      00000590
           LABEL  RECORD  IS  OMITTED                                   00000600
           RECORDING MODE IS F.                                         00000610
                                                                        00000620
       01  REG-PKGFILE                 PIC  X(200).                     00000630
      *                                                                 00000640
       FD  BINDDECK                                                     00000650
           LABEL  RECORD  IS  OMITTED                                   00000660
           RECORDING MODE IS F.                                         00000670
                                                                        00000680
       01  REG-BINDDECK                PIC  X(080).                     00000690
      *                                                                 00000700
       FD  RELATO                                                       00000710
           LABEL  RECORD  IS  OMITTED                                   00000720
           RECORDING MODE IS F.                                         00000730
                                                                        00000740
       01  REG-RELATO                  PIC  X(132).                     00000750
      *                                                                 00000760
       WORKING-STORAGE SECTION.                                         00000770
      *----------------------------------------------------------------*00000780
      * REGISTROS DO ARQUIVO DE PACKAGES (PKGFILE)                     *00000790
      *   'H' - CABECALHO: LOCATION DA ORIGEM E MOMENTO DA EXTRACAO    *00000800
      *   'C' - COLLECTION (OU PREFIXO) DO CARTAO DE ESCOPO            *00000810
      *   'K' - UMA VERSAO DE PACKAGE DA COLLECTION ANTERIOR           *00000820
      *----------------------------------------------------------------*00000830
       01  PKG-REGISTRO.                                                00000840
           05  PKG-TIPO           PIC X(01).                            00000850
           05  PKG-RESTO          PIC X(199).                           00000860
       01  PKG-CABECALHO REDEFINES PKG-REGISTRO.                        00000870
           05  FILLER             PIC X(01).                            00000880
           05  PKGH-LOCATION      PIC X(16).                            00000890
           05  PKGH-EXTRACAO      PIC X(26).                            00000900
           05  FILLER             PIC X(157).                           00000910
       01  PKG-COLECAO REDEFINES PKG-REGISTRO.                          00000920
           05  FILLER             PIC X(01).                            00000930
           05  PKGC-FILTRO        PIC X(18).                            00000940
           05  FILLER             PIC X(181).                           00000950
       01  PKG-PACKAGE REDEFINES PKG-REGISTRO.                          00000960
           05  FILLER             PIC X(01).                            00000970
           05  PKGK-CHAVE.                                              00000980
               10  PKGK-COLLID    PIC X(18).                            00000990
               10  PKGK-NAME      PIC X(08).                            00001000
               10  PKGK-VERSION   PIC X(64).                            00001010
           05  PKGK-CONTOKEN      PIC X(16).                            00001020
           05  PKGK-BINDTIME      PIC X(26).                            00001030
           05  PKGK-OWNER         PIC X(08).                            00001040
           05  PKGK-QUALIFIER     PIC X(08).                            00001050
           05  PKGK-CORRENTE      PIC X(01).                            00001060
           05  FILLER             PIC X(50).                            00001070
      *----------------------------------------------------------------*00001080
      * HOSTS SYSIBM.SYSPACKAGE                                        *00001090
      *----------------------------------------------------------------*00001100
       01  H-FILTRO               PIC  X(18).                           00001110
       01  H-LOCATION             PIC  X(16).                           00001120
       01  H-EXTRACAO             PIC  X(26).                           00001130
       01  H-COLLID.                                                    00001140
           49  H-COLLID-L         PIC S9(04) COMP.                      00001150
           49  H-COLLID-T         PIC  X(18).                           00001160
       01  H-NAME                 PIC  X(08).                           00001170
       01  H-VERSION.                                                   00001180
           49  H-VERSION-L        PIC S9(04) COMP.                      00001190
           49  H-VERSION-T        PIC  X(64).                           00001200
       01  H-CONTOKEN             PIC  X(16).                           00001210
       01  H-BINDTIME             PIC  X(26).                           00001220
       01  H-OWNER                PIC  X(08).                           00001230
       01  H-QUALIFIER            PIC  X(08).                           00001240
       01  H-CORRENTE             PIC  X(01).                           00001250
      *----------------------------------------------------------------*00001260
      * PACKAGE CORRENTE DO DESTINO NO CASAMENTO                       *00001270
      *----------------------------------------------------------------*00001280
       01  DST-PACKAGE.                                                 00001290
           05  DST-CHAVE.                                               00001300
               10  DST-COLLID     PIC X(18).                            00001310
               10  DST-NAME       PIC X(08).                            00001320
               10  DST-VERSION    PIC X(64).                            00001330
           05  DST-CONTOKEN       PIC X(16).                            00001340
           05  DST-BINDTIME       PIC X(26).                            00001350
           05  DST-OWNER          PIC X(08).                            00001360
           05  DST-QUALIFIER      PIC X(08).                            00001370
           05  DST-CORRENTE       PIC X(01).                            00001380
      *                                                                 00001390
       01  WS-CHAVE-ORIGEM        PIC  X(90).                           00001400
       01  WS-CHAVE-DESTINO       PIC  X(90).                           00001410
      *----------------------------------------------------------------*00001420
      * CARTOES DO DECK (FORMATO DO DB2OUT DO DB2RBIND)                *00001430
      *----------------------------------------------------------------*00001440
       01  TSO-DSN.                                                     00001450
           02   FILLER                 PIC  X(11) VALUE                 00001460
           'DSN SYSTEM('.                                               00001470
           02   DB2NAME                PIC  X(04).                      00001480
           02   FILLER                 PIC  X(01) VALUE ')'.            00001490
       01  CMD-END.                                                     00001500
           02   FILLER                 PIC  X(03) VALUE 'END'.          00001510
       01  LIN-BIND               PIC  X(80)         VALUE SPACES.      00001520
      *----------------------------------------------------------------*00001530
      * AREAS AUXILIARES                                               *00001540
      *----------------------------------------------------------------*00001550
       01  FILLER.                                                      00001560
           02  WS-SQLCODE              PIC -----9.                      00001570
           02  WS-QTD-DIF              PIC S9(04) COMP VALUE +0.        00001580
           02  WS-QTD-CARTOES          PIC S9(04) COMP VALUE +0.        00001590
           02  WS-QTD-PACKAGES         PIC S9(09) COMP VALUE +0.        00001600
           02  WS-QTD-AUSENTES         PIC S9(09) COMP VALUE +0.        00001610
           02  WS-QTD-CORR-AUSENTES    PIC S9(09) COMP VALUE +0.        00001620
           02  WS-QTD-TOKEN            PIC S9(09) COMP VALUE +0.        00001630
           02  WS-QTD-OPCOES           PIC S9(09) COMP VALUE +0.        00001640
           02  WS-QTD-SO-DESTINO       PIC S9(09) COMP VALUE +0.        00001650
           02  WS-QTD-BIND             PIC S9(09) COMP VALUE +0.        00001660
           02  WS-PT-LINHA             PIC S9(04) COMP VALUE +0.        00001670
           02  WS-LOCATION             PIC  X(16)      VALUE SPACES.    00001680
           02  WS-OPCOES-HERDADAS      PIC  X(01)      VALUE 'N'.       00001690
           02  ZQTD                    PIC  ZZZZZZZZ9.                  00001700
      *                                                                 00001710
       01  AUD-PARM.                                                    00001720
           02  AUD-PROGRAMA       PIC X(08)      VALUE 'DB2CMPPK'.      00001730
           02  AUD-HORA-INICIO    PIC X(08)      VALUE SPACES.          00001740
           02  AUD-QTD-CARTOES    PIC 9(05)      VALUE ZEROS.           00001750
           02  AUD-QTD-OBJETOS    PIC 9(05)      VALUE ZEROS.           00001760
           02  AUD-QTD-AVISOS     PIC 9(05)      VALUE ZEROS.           00001770
           02  AUD-RETURN-CODE    PIC 9(02)      VALUE ZEROS.           00001780
           02  AUD-FUNCAO         PIC X(01)      VALUE 'E'.             00001785
      *----------------------------------------------------------------*00001790
      * PARAMETRO DO REGISTRO CENTRAL DE DECKS (DB2DKREG)              *00001800
      *----------------------------------------------------------------*00001810
       01  DKR-PARM.                                                    00001820
           02  DKR-FUNCAO         PIC X(01)      VALUE 'G'.             00001830
           02  DKR-PROGRAMA       PIC X(08)      VALUE 'DB2CMPPK'.      00001840
           02  DKR-DATASET        PIC X(08)      VALUE 'BINDDECK'.      00001850
           02  DKR-TIPO-DECK      PIC X(08)      VALUE 'BIND'.          00001860
           02  DKR-QTD-OBJETOS    PIC 9(05)      VALUE ZEROS.           00001870
           02  DKR-TICKET         PIC X(12)      VALUE SPACES.          00001880
           02  DKR-SITUACAO       PIC X(01)      VALUE SPACES.          00001890
           02  DKR-RETURN-CODE    PIC 9(02)      VALUE ZEROS.           00001900
      *----------------------------------------------------------------*00001910
      * CONTROLES                                                      *00001920
      *----------------------------------------------------------------*00001930
       01  CHAVES-FIM.                                                  00001940
           02  N88-FIM-SYSIN                     PIC  X(03) VALUE 'NAO'.00001950
               88  FIM-SYSIN                                VALUE 'SIM'.00001960
           02  N88-FIM-PKGFILE                   PIC  X(03) VALUE 'NAO'.00001970
               88  FIM-PKGFILE                              VALUE 'SIM'.00001980
           02  N88-FIM-ORIGEM                    PIC  X(03) VALUE 'NAO'.00001990
               88  FIM-ORIGEM                               VALUE 'SIM'.00002000
           02  N88-FIM-DESTINO                   PIC  X(03) VALUE 'NAO'.00002010
               88  FIM-DESTINO                              VALUE 'SIM'.00002020
           02  N88-FIM-PACKAGES                  PIC  X(03) VALUE 'NAO'.00002030
               88  FIM-PACKAGES                             VALUE 'SIM'.00002040
      *                                                                 00002050
           EXEC SQL INCLUDE SQLCA END-EXEC.                             00002060
      *----------------------------------------------------------------*00002070
      * RELATORIO                                                      *00002080
      *----------------------------------------------------------------*00002090
       77  AC-LINHA-REL           PIC S9(004)  COMP  VALUE +99.         00002100
       77  AC-PAGINA-REL          PIC S9(004)  COMP  VALUE +0.          00002110
       01  LINHA-REL              PIC  X(132)        VALUE SPACES.      00002120
       01  CURDATA                PIC  9(06)         VALUE ZEROS.       00002130
       01  CURDATA-R  REDEFINES  CURDATA.                               00002140
           03  ATU-ANO            PIC 9(02).                            00002150
           03  ATU-MES            PIC 9(02).                            00002160
           03  ATU-DIA            PIC 9(02).                            00002170
       01  REL-CAB1.                                                    00002180
           03  FILLER             PIC X(52)          VALUE              00002190
               'DB2CMPPK     ADMINISTRACAO DE BANCO DE DADOS'.          00002200
           03  FILLER             PIC X(06)          VALUE 'DATA: '.    00002210
           03  REL-CAB1-DATA.                                           00002220
               05  CB-DIA         PIC 9(02)/.                           00002230
               05  CB-MES         PIC 9(02)/.                           00002240
               05  CB-ANO         PIC 9(02).                            00002250
           03  FILLER             PIC X(04)          VALUE SPACES.      00002260
           03  FILLER             PIC X(05)          VALUE 'PAG: '.     00002270
           03  REL-CAB1-PAG       PIC ZZZ9.                             00002280
           03  FILLER             PIC X(53)          VALUE SPACES.      00002290
       01  REL-CAB2.                                                    00002300
           03  FILLER             PIC X(132)         VALUE              00002310
               'CONFERENCIA DE PACKAGES ORIGEM X DESTINO (SYSPACKAGE)'. 00002320
       01  REL-CAB3.                                                    00002330
           03  FILLER             PIC X(132)         VALUE ALL '-'.     00002340
      *----------------------------------------------------------------*00002350
      *                                                                *00002360
      *----------------------------------------------------------------*00002370
       LINKAGE     SECTION.                                             00002380
       01  PARMJOB.                                                     00002390
           02  PARM-LEN           PIC  9(04)  COMP.                     00002400
           02  PARM-MODO          PIC  X(01).                           00002410
               88  MODO-EXTRACAO                  VALUE 'E'.            00002420
               88  MODO-COMPARACAO                VALUE 'C'.            00002430
           02  FILLER             PIC  X(01).                           00002440
           02  PARM-SSID          PIC  X(04).                           00002450
           02  FILLER             PIC  X(01).                           00002460
           02  PARM-TICKET        PIC  X(12).                           00002470
      *----------------------------------------------------------------*00002480
      *                                                                *00002490
      *----------------------------------------------------------------*00002500
       PROCEDURE   DIVISION      USING   PARMJOB.                       00002510
      *----------------------------------------------------------------*00002520
      *                                                                *00002530
      *----------------------------------------------------------------*00002540
       0000-0000-PRINCIPAL.                                             00002550
           ACCEPT AUD-HORA-INICIO      FROM TIME.                       00002560
           IF  PARM-LEN  LESS  1                                        00002570
               DISPLAY 'DB2CMPPK - PARM OBRIGATORIO: E (EXTRACAO) OU '  00002580
                       'C (COMPARACAO)'                                 00002590
               MOVE   +16              TO  RETURN-CODE                  00002600
               STOP  RUN                                                00002610
           END-IF.                                                      00002620
           MOVE   'DSN '               TO  DB2NAME.                     00002630
           IF  PARM-LEN  NOT LESS  6                                    00002640
               MOVE  PARM-SSID         TO  DB2NAME                      00002650
           END-IF.                                                      00002660
           IF  PARM-LEN  GREATER  7                                     00002670
               IF  PARM-LEN  LESS  19                                   00002680
                   MOVE  PARM-TICKET(1:PARM-LEN - 7)  TO  DKR-TICKET    00002690
               ELSE                                                     00002700
                   MOVE  PARM-TICKET               TO  DKR-TICKET       00002710
               END-IF                                                   00002720
           END-IF.                                                      00002730
           IF  MODO-EXTRACAO                                            00002740
               PERFORM 0100-0000-EXTRACAO THRU 0100-0000-EXIT           00002750
           ELSE                                                         00002760
             IF  MODO-COMPARACAO                                        00002770
                 PERFORM 0500-0000-COMPARACAO THRU 0500-0000-EXIT       00002780
             ELSE                                                       00002790
                 DISPLAY 'DB2CMPPK - PARM INVALIDO: ' PARM-MODO         00002800
                 MOVE   +16          TO  RETURN-CODE                    00002810
                 STOP  RUN                                              00002820
             END-IF                                                     00002830
           END-IF.                                                      00002840
           EXEC SQL COMMIT WORK END-EXEC.                               00002850
           IF  WS-QTD-DIF  GREATER  +0                                  00002860
               MOVE   +4               TO  RETURN-CODE                  00002870
           ELSE                                                         00002880
               MOVE   +0               TO  RETURN-CODE                  00002890
           END-IF.                                                      00002900
           IF  MODO-COMPARACAO                                          00002910
               MOVE   WS-QTD-BIND      TO  DKR-QTD-OBJETOS              00002920
               MOVE   RETURN-CODE      TO  DKR-RETURN-CODE              00002930
               CALL  'DB2DKREG'  USING  DKR-PARM                        00002940
           END-IF.                                                      00002950
           MOVE   WS-QTD-CARTOES       TO  AUD-QTD-CARTOES.             00002960
           MOVE   WS-QTD-PACKAGES      TO  AUD-QTD-OBJETOS.             00002970
           MOVE   WS-QTD-DIF           TO  AUD-QTD-AVISOS.              00002980
           MOVE   RETURN-CODE          TO  AUD-RETURN-CODE.             00002990
           CALL  'DB2AUDIT'  USING  AUD-PARM.                           00003000
           STOP  RUN.                                                   00003010
       0000-0000-EXIT. EXIT.                                            00003020
      *----------------------------------------------------------------*00003030
      * MODO EXTRACAO - GRAVA AS PACKAGES DAS COLLECTIONS DO SYSIN EM  *00003040
      * PKGFILE                                                        *00003050
      *----------------------------------------------------------------*00003060
       0100-0000-EXTRACAO.                                              00003070
           OPEN INPUT  SYSIN.                                           00003080
           OPEN OUTPUT PKGFILE.                                         00003090
           EXEC SQL                                                     00003100
                SELECT CURRENT SERVER, CHAR(CURRENT TIMESTAMP)          00003110
                  INTO :H-LOCATION, :H-EXTRACAO                         00003120
                  FROM SYSIBM.SYSDUMMY1                                 00003130
           END-EXEC.                                                    00003140
           IF  SQLCODE  NOT EQUAL  +0                                   00003150
               DISPLAY '*** ERRO NO SELECT CURRENT SERVER'              00003160
               PERFORM  9999-9999-ERRO-DB2  THRU 9999-9999-EXIT         00003170
           END-IF.                                                      00003180
           MOVE   SPACES               TO  PKG-REGISTRO.                00003190
           MOVE   'H'                  TO  PKG-TIPO.                    00003200
           MOVE   H-LOCATION           TO  PKGH-LOCATION.               00003210
           MOVE   H-EXTRACAO           TO  PKGH-EXTRACAO.               00003220
           WRITE  REG-PKGFILE          FROM PKG-REGISTRO.               00003230
                                                                        00003240
           EXEC SQL                                                     00003250
                DECLARE C_ORIGEM CURSOR FOR                             00003260
                SELECT A.COLLID, A.NAME, A.VERSION, HEX(A.CONTOKEN),    00003270
                       CHAR(A.BINDTIME), A.OWNER, A.QUALIFIER,          00003280
                       CASE WHEN A.BINDTIME =                           00003290
                                 (SELECT MAX(B.BINDTIME)                00003300
                                    FROM SYSIBM.SYSPACKAGE B            00003310
                                   WHERE B.COLLID = A.COLLID            00003320
                                     AND B.NAME   = A.NAME)             00003330
                            THEN 'S' ELSE 'N' END                       00003340
                  FROM SYSIBM.SYSPACKAGE A                              00003350
                 WHERE A.COLLID LIKE RTRIM(:H-FILTRO)                   00003360
                 ORDER BY A.COLLID, A.NAME, A.VERSION                   00003370
           END-EXEC.                                                    00003380
           PERFORM 0110-9999-LE-SYSIN THRU 0110-9999-EXIT.              00003390
           PERFORM 0200-0100-EXTRAI-COLECAO THRU 0200-0100-EXIT         00003400
             UNTIL FIM-SYSIN.                                           00003410
           CLOSE SYSIN PKGFILE.                                         00003420
           DISPLAY 'DB2CMPPK - LOCATION DA ORIGEM: ' H-LOCATION.        00003430
           DISPLAY 'DB2CMPPK - COLLECTIONS NO ESCOPO: ' WS-QTD-CARTOES. 00003440
           MOVE   WS-QTD-PACKAGES      TO  ZQTD.                        00003450
           DISPLAY 'DB2CMPPK - PACKAGES EXTRAIDAS: ' ZQTD.              00003460
       0100-0000-EXIT. EXIT.                                            00003470
      *----------------------------------------------------------------*00003480
      *                                                                *00003490
      *----------------------------------------------------------------*00003500
       0110-9999-LE-SYSIN.                                              00003510
           READ SYSIN                                                   00003520
             AT END   MOVE 'SIM'  TO          N88-FIM-SYSIN.            00003530
       0110-9999-EXIT. EXIT.                                            00003540
      *----------------------------------------------------------------*00003550
      * UMA COLLECTION (OU PREFIXO) DO ESCOPO: CARTAO 'C' E UM 'K' POR *00003560
      * VERSAO DE PACKAGE                                              *00003570
      *----------------------------------------------------------------*00003580
       0200-0100-EXTRAI-COLECAO.                                        00003590
           IF  REG-SYSIN(1:1)  EQUAL  '*'                               00003600
            OR REG-SYSIN(1:18) EQUAL  SPACES                            00003610
               GO  TO  0200-0100-LEIA                                   00003620
           END-IF.                                                      00003630
           ADD    +1                   TO  WS-QTD-CARTOES.              00003640
           MOVE   REG-SYSIN(1:18)      TO  H-FILTRO.                    00003650
           MOVE   SPACES               TO  PKG-REGISTRO.                00003660
           MOVE   'C'                  TO  PKG-TIPO.                    00003670
           MOVE   H-FILTRO             TO  PKGC-FILTRO.                 00003680
           WRITE  REG-PKGFILE          FROM PKG-REGISTRO.               00003690
                                                                        00003700
           EXEC SQL OPEN C_ORIGEM END-EXEC.                             00003710
           IF  SQLCODE  NOT EQUAL  +0                                   00003720
               DISPLAY '*** ERRO NO OPEN C_ORIGEM'                      00003730
               PERFORM  9999-9999-ERRO-DB2  THRU 9999-9999-EXIT         00003740
           END-IF.                                                      00003750
           MOVE   'NAO'                TO  N88-FIM-PACKAGES.            00003760
           PERFORM 0210-0200-GRAVA-PACKAGE THRU 0210-0200-EXIT          00003770
             UNTIL FIM-PACKAGES.                                        00003780
           EXEC SQL CLOSE C_ORIGEM END-EXEC.                            00003790
           IF  SQLCODE  NOT EQUAL  +0                                   00003800
               DISPLAY '*** ERRO NO CLOSE C_ORIGEM'                     00003810
               PERFORM  9999-9999-ERRO-DB2  THRU 9999-9999-EXIT         00003820
           END-IF.                                                      00003830
       0200-0100-LEIA.                                                  00003840
           PERFORM 0110-9999-LE-SYSIN THRU 0110-9999-EXIT.              00003850
       0200-0100-EXIT. EXIT.                                            00003860
      *----------------------------------------------------------------*00003870
      *                                                                *00003880
      *----------------------------------------------------------------*00003890
       0210-0200-GRAVA-PACKAGE.                                         00003900
           MOVE   SPACES               TO  H-COLLID-T  H-VERSION-T.     00003910
           EXEC SQL                                                     00003920
                FETCH  C_ORIGEM                                         00003930
                 INTO  :H-COLLID, :H-NAME, :H-VERSION, :H-CONTOKEN,     00003940
                       :H-BINDTIME, :H-OWNER, :H-QUALIFIER,             00003950
                       :H-CORRENTE                                      00003960
           END-EXEC.                                                    00003970
           IF  SQLCODE  EQUAL  +100                                     00003980
               MOVE  'SIM'             TO  N88-FIM-PACKAGES             00003990
               GO  TO  0210-0200-EXIT                                   00004000
           END-IF.                                                      00004010
           IF  SQLCODE  NOT EQUAL  +0                                   00004020
               DISPLAY '*** ERRO NO FETCH C_ORIGEM'                     00004030
               PERFORM  9999-9999-ERRO-DB2  THRU 9999-9999-EXIT         00004040
           END-IF.                                                      00004050
           ADD    +1                   TO  WS-QTD-PACKAGES.             00004060
           MOVE   SPACES               TO  PKG-REGISTRO.                00004070
           MOVE   'K'                  TO  PKG-TIPO.                    00004080
           MOVE   H-COLLID-T           TO  PKGK-COLLID.                 00004090
           MOVE   H-NAME               TO  PKGK-NAME.                   00004100
           MOVE   H-VERSION-T          TO  PKGK-VERSION.                00004110
           MOVE   H-CONTOKEN           TO  PKGK-CONTOKEN.               00004120
           MOVE   H-BINDTIME           TO  PKGK-BINDTIME.               00004130
           MOVE   H-OWNER              TO  PKGK-OWNER.                  00004140
           MOVE   H-QUALIFIER          TO  PKGK-QUALIFIER.              00004150
           MOVE   H-CORRENTE           TO  PKGK-CORRENTE.               00004160
           WRITE  REG-PKGFILE          FROM PKG-REGISTRO.               00004170
       0210-0200-EXIT. EXIT.                                            00004180
      *----------------------------------------------------------------*00004190
      * MODO COMPARACAO - CASA O PKGFILE COM A SYSPACKAGE DO DESTINO   *00004200
      *----------------------------------------------------------------*00004210
       0500-0000-COMPARACAO.                                            00004220
           OPEN INPUT  PKGFILE.                                         00004230
           OPEN OUTPUT BINDDECK RELATO.                                 00004240
           ACCEPT CURDATA              FROM DATE.                       00004250
           WRITE  REG-BINDDECK         FROM TSO-DSN.                    00004260
           EXEC SQL                                                     00004270
                DECLARE C_DESTINO CURSOR FOR                            00004280
                SELECT A.COLLID, A.NAME, A.VERSION, HEX(A.CONTOKEN),    00004290
                       CHAR(A.BINDTIME), A.OWNER, A.QUALIFIER,          00004300
                       CASE WHEN A.BINDTIME =                           00004310
                                 (SELECT MAX(B.BINDTIME)                00004320
                                    FROM SYSIBM.SYSPACKAGE B            00004330
                                   WHERE B.COLLID = A.COLLID            00004340
                                     AND B.NAME   = A.NAME)             00004350
                            THEN 'S' ELSE 'N' END                       00004360
                  FROM SYSIBM.SYSPACKAGE A                              00004370
                 WHERE A.COLLID LIKE RTRIM(:H-FILTRO)                   00004380
                 ORDER BY A.COLLID, A.NAME, A.VERSION                   00004390
           END-EXEC.                                                    00004400
           PERFORM 0510-9999-LE-PKGFILE THRU 0510-9999-EXIT.            00004410
           IF  FIM-PKGFILE  OR  PKG-TIPO  NOT EQUAL  'H'                00004420
               DISPLAY 'DB2CMPPK - PKGFILE SEM CABECALHO - GRAVAR COM ' 00004430
                       'PARM E NA ORIGEM'                               00004440
               MOVE   +16              TO  RETURN-CODE                  00004450
               STOP  RUN                                                00004460
           END-IF.                                                      00004470
           MOVE   PKGH-LOCATION        TO  WS-LOCATION.                 00004480
           STRING 'ORIGEM: LOCATION ' WS-LOCATION                       00004490
                  ' EXTRAIDA EM ' PKGH-EXTRACAO                         00004500
                  DELIMITED BY SIZE INTO LINHA-REL.                     00004510
           PERFORM 0900-9999-IMPRIME THRU 0900-9999-EXIT.               00004520
           PERFORM 0900-9999-IMPRIME THRU 0900-9999-EXIT.               00004530
           PERFORM 0510-9999-LE-PKGFILE THRU 0510-9999-EXIT.            00004540
           PERFORM 0600-0500-TRATA-COLECAO THRU 0600-0500-EXIT          00004550
             UNTIL FIM-PKGFILE.                                         00004560
                                                                        00004570
           WRITE  REG-BINDDECK         FROM CMD-END.                    00004580
           PERFORM 0900-9999-IMPRIME THRU 0900-9999-EXIT.               00004590
           MOVE   WS-QTD-PACKAGES      TO  ZQTD.                        00004600
           STRING 'PACKAGES DA ORIGEM CONFERIDAS.......: ' ZQTD         00004610
                  DELIMITED BY SIZE INTO LINHA-REL.                     00004620
           PERFORM 0900-9999-IMPRIME THRU 0900-9999-EXIT.               00004630
           MOVE   WS-QTD-AUSENTES      TO  ZQTD.                        00004640
           STRING 'AUSENTES NO DESTINO.................: ' ZQTD         00004650
                  DELIMITED BY SIZE INTO LINHA-REL.                     00004660
           PERFORM 0900-9999-IMPRIME THRU 0900-9999-EXIT.               00004670
           MOVE   WS-QTD-CORR-AUSENTES TO  ZQTD.                        00004680
           STRING '  DAS QUAIS VERSAO CORRENTE (-805)..: ' ZQTD         00004690
                  DELIMITED BY SIZE INTO LINHA-REL.                     00004700
           PERFORM 0900-9999-IMPRIME THRU 0900-9999-EXIT.               00004710
           MOVE   WS-QTD-TOKEN         TO  ZQTD.                        00004720
           STRING 'CONTOKEN DIFERENTE..................: ' ZQTD         00004730
                  DELIMITED BY SIZE INTO LINHA-REL.                     00004740
           PERFORM 0900-9999-IMPRIME THRU 0900-9999-EXIT.               00004750
           MOVE   WS-QTD-OPCOES        TO  ZQTD.                        00004760
           STRING 'OWNER/QUALIFIER DIFERENTE...........: ' ZQTD         00004770
                  DELIMITED BY SIZE INTO LINHA-REL.                     00004780
           PERFORM 0900-9999-IMPRIME THRU 0900-9999-EXIT.               00004790
           MOVE   WS-QTD-SO-DESTINO    TO  ZQTD.                        00004800
           STRING 'SO NO DESTINO (NAO EXISTEM NA ORIGEM): ' ZQTD        00004810
                  DELIMITED BY SIZE INTO LINHA-REL.                     00004820
           PERFORM 0900-9999-IMPRIME THRU 0900-9999-EXIT.               00004830
           MOVE   WS-QTD-BIND          TO  ZQTD.                        00004840
           STRING 'BIND COPY GRAVADOS EM BINDDECK......: ' ZQTD         00004850
                  DELIMITED BY SIZE INTO LINHA-REL.                     00004860
           PERFORM 0900-9999-IMPRIME THRU 0900-9999-EXIT.               00004870
           CLOSE PKGFILE BINDDECK RELATO.                               00004880
           DISPLAY 'DB2CMPPK - DIFERENCAS ENCONTRADAS: ' WS-QTD-DIF.    00004890
       0500-0000-EXIT. EXIT.                                            00004900
      *----------------------------------------------------------------*00004910
      *                                                                *00004920
      *----------------------------------------------------------------*00004930
       0510-9999-LE-PKGFILE.                                            00004940
           READ PKGFILE INTO PKG-REGISTRO                               00004950
             AT END   MOVE 'SIM'  TO          N88-FIM-PKGFILE.          00004960
       0510-9999-EXIT. EXIT.                                            00004970
      *----------------------------------------------------------------*00004980
      * UMA COLLECTION DO ESCOPO: CASAMENTO DOS 'K' DA ORIGEM COM O    *00004990
      * CURSOR DO DESTINO, AMBOS EM ORDEM DE COLLID/NAME/VERSION       *00005000
      *----------------------------------------------------------------*00005010
       0600-0500-TRATA-COLECAO.                                         00005020
           IF  PKG-TIPO  NOT EQUAL  'C'                                 00005030
               PERFORM 0510-9999-LE-PKGFILE THRU 0510-9999-EXIT         00005040
               GO  TO  0600-0500-EXIT                                   00005050
           END-IF.                                                      00005060
           ADD    +1                   TO  WS-QTD-CARTOES.              00005070
           MOVE   PKGC-FILTRO          TO  H-FILTRO.                    00005080
           MOVE   +99                  TO  AC-LINHA-REL.                00005090
           STRING 'COLLECTION(S): ' H-FILTRO                            00005100
                  DELIMITED BY SIZE INTO LINHA-REL.                     00005110
           PERFORM 0900-9999-IMPRIME THRU 0900-9999-EXIT.               00005120
           PERFORM 0900-9999-IMPRIME THRU 0900-9999-EXIT.               00005130
                                                                        00005140
           EXEC SQL OPEN C_DESTINO END-EXEC.                            00005150
           IF  SQLCODE  NOT EQUAL  +0                                   00005160
               DISPLAY '*** ERRO NO OPEN C_DESTINO'                     00005170
               PERFORM  9999-9999-ERRO-DB2  THRU 9999-9999-EXIT         00005180
           END-IF.                                                      00005190
           MOVE   'NAO'                TO  N88-FIM-ORIGEM               00005200
                                           N88-FIM-DESTINO.             00005210
           PERFORM 0610-9999-PROXIMA-ORIGEM THRU 0610-9999-EXIT.        00005220
           PERFORM 0620-9999-PROXIMO-DESTINO THRU 0620-9999-EXIT.       00005230
           PERFORM 0630-0600-CASA THRU 0630-0600-EXIT                   00005240
             UNTIL FIM-ORIGEM  AND  FIM-DESTINO.                        00005250
           EXEC SQL CLOSE C_DESTINO END-EXEC.                           00005260
           IF  SQLCODE  NOT EQUAL  +0                                   00005270
               DISPLAY '*** ERRO NO CLOSE C_DESTINO'                    00005280
               PERFORM  9999-9999-ERRO-DB2  THRU 9999-9999-EXIT         00005290
           END-IF.                                                      00005300
       0600-0500-EXIT. EXIT.                                            00005310
      *----------------------------------------------------------------*00005320
      * PROXIMO 'K' DA COLLECTION; O PROXIMO 'C' OU O FIM DO PKGFILE   *00005330
      * ENCERRAM O LADO DA ORIGEM                                      *00005340
      *----------------------------------------------------------------*00005350
       0610-9999-PROXIMA-ORIGEM.                                        00005360
           PERFORM 0510-9999-LE-PKGFILE THRU 0510-9999-EXIT.            00005370
           IF  FIM-PKGFILE  OR  PKG-TIPO  EQUAL  'C'                    00005380
               MOVE   'SIM'            TO  N88-FIM-ORIGEM               00005390
               MOVE   HIGH-VALUES      TO  WS-CHAVE-ORIGEM              00005400
               GO  TO  0610-9999-EXIT                                   00005410
           END-IF.                                                      00005420
           IF  PKG-TIPO  NOT EQUAL  'K'                                 00005430
               GO  TO  0610-9999-PROXIMA-ORIGEM                         00005440
           END-IF.                                                      00005450
           ADD    +1                   TO  WS-QTD-PACKAGES.             00005460
           MOVE   PKGK-CHAVE           TO  WS-CHAVE-ORIGEM.             00005470
       0610-9999-EXIT. EXIT.                                            00005480
      *----------------------------------------------------------------*00005490
      *                                                                *00005500
      *----------------------------------------------------------------*00005510
       0620-9999-PROXIMO-DESTINO.                                       00005520
           MOVE   SPACES               TO  H-COLLID-T  H-VERSION-T.     00005530
           EXEC SQL                                                     00005540
                FETCH  C_DESTINO                                        00005550
                 INTO  :H-COLLID, :H-NAME, :H-VERSION, :H-CONTOKEN,     00005560
                       :H-BINDTIME, :H-OWNER, :H-QUALIFIER,             00005570
                       :H-CORRENTE                                      00005580
           END-EXEC.                                                    00005590
           IF  SQLCODE  EQUAL  +100                                     00005600
               MOVE   'SIM'            TO  N88-FIM-DESTINO              00005610
               MOVE   HIGH-VALUES      TO  WS-CHAVE-DESTINO             00005620
               GO  TO  0620-9999-EXIT                                   00005630
           END-IF.                                                      00005640
           IF  SQLCODE  NOT EQUAL  +0                                   00005650
               DISPLAY '*** ERRO NO FETCH C_DESTINO'                    00005660
               PERFORM  9999-9999-ERRO-DB2  THRU 9999-9999-EXIT         00005670
           END-IF.                                                      00005680
           MOVE   H-COLLID-T           TO  DST-COLLID.                  00005690
           MOVE   H-NAME               TO  DST-NAME.                    00005700
           MOVE   H-VERSION-T          TO  DST-VERSION.                 00005710
           MOVE   H-CONTOKEN           TO  DST-CONTOKEN.                00005720
           MOVE   H-BINDTIME           TO  DST-BINDTIME.                00005730
           MOVE   H-OWNER              TO  DST-OWNER.                   00005740
           MOVE   H-QUALIFIER          TO  DST-QUALIFIER.               00005750
           MOVE   H-CORRENTE           TO  DST-CORRENTE.                00005760
           MOVE   DST-CHAVE            TO  WS-CHAVE-DESTINO.            00005770
       0620-9999-EXIT. EXIT.                                            00005780
      *----------------------------------------------------------------*00005790
      * UM PASSO DO CASAMENTO                                          *00005800
      *----------------------------------------------------------------*00005810
       0630-0600-CASA.                                                  00005820
           IF  WS-CHAVE-ORIGEM  LESS  WS-CHAVE-DESTINO                  00005830
               PERFORM 0700-0630-AUSENTE THRU 0700-0630-EXIT            00005840
               PERFORM 0610-9999-PROXIMA-ORIGEM THRU 0610-9999-EXIT     00005850
               GO  TO  0630-0600-EXIT                                   00005860
           END-IF.                                                      00005870
           IF  WS-CHAVE-ORIGEM  GREATER  WS-CHAVE-DESTINO               00005880
               PERFORM 0740-0630-SO-DESTINO THRU 0740-0630-EXIT         00005890
               PERFORM 0620-9999-PROXIMO-DESTINO THRU 0620-9999-EXIT    00005900
               GO  TO  0630-0600-EXIT                                   00005910
           END-IF.                                                      00005920
           PERFORM 0750-0630-CONFERE THRU 0750-0630-EXIT.               00005930
           PERFORM 0610-9999-PROXIMA-ORIGEM THRU 0610-9999-EXIT.        00005940
           PERFORM 0620-9999-PROXIMO-DESTINO THRU 0620-9999-EXIT.       00005950
       0630-0600-EXIT. EXIT.                                            00005960
      *----------------------------------------------------------------*00005970
      * VERSAO DA ORIGEM AUSENTE NO DESTINO: RELATO E BIND COPY        *00005980
      *----------------------------------------------------------------*00005990
       0700-0630-AUSENTE.                                               00006000
           ADD    +1                   TO  WS-QTD-AUSENTES  WS-QTD-DIF. 00006010
           IF  PKGK-CORRENTE  EQUAL  'S'                                00006020
               ADD    +1               TO  WS-QTD-CORR-AUSENTES         00006030
               MOVE  'AUSENTE NO DESTINO - VERSAO CORRENTE (-805)'      00006040
                 TO  LINHA-REL                                          00006050
           ELSE                                                         00006060
               MOVE  'AUSENTE NO DESTINO'                               00006070
                 TO  LINHA-REL                                          00006080
           END-IF.                                                      00006090
           PERFORM 0800-9999-IDENTIFICA THRU 0800-9999-EXIT.            00006100
           PERFORM 0810-9999-LINHA-ORIGEM THRU 0810-9999-EXIT.          00006110
                                                                        00006120
      *--- OWNER/QUALIFIER DA VERSAO MAIS RECENTE DA MESMA PACKAGE NO   00006130
      *--- DESTINO; SEM NENHUMA, O COPY HERDA OS DA ORIGEM              00006140
           MOVE   +18                  TO  H-COLLID-L.                  00006150
           MOVE   PKGK-COLLID          TO  H-COLLID-T.                  00006160
           MOVE   PKGK-NAME            TO  H-NAME.                      00006170
           MOVE   'N'                  TO  WS-OPCOES-HERDADAS.          00006180
           EXEC SQL                                                     00006190
                SELECT OWNER, QUALIFIER                                 00006200
                  INTO :H-OWNER, :H-QUALIFIER                           00006210
                  FROM SYSIBM.SYSPACKAGE                                00006220
                 WHERE COLLID = :H-COLLID                               00006230
                   AND NAME   = :H-NAME                                 00006240
                 ORDER BY BINDTIME DESC                                 00006250
                 FETCH FIRST 1 ROW ONLY                                 00006260
           END-EXEC.                                                    00006270
           IF  SQLCODE  EQUAL  +100                                     00006280
               MOVE   'S'              TO  WS-OPCOES-HERDADAS           00006290
               MOVE   PKGK-OWNER       TO  H-OWNER                      00006300
               MOVE   PKGK-QUALIFIER   TO  H-QUALIFIER                  00006310
               STRING '      OWNER/QUALIFIER DA ORIGEM NO BIND COPY '   00006320
                      '(NENHUMA VERSAO NO DESTINO) - CONFERIR'          00006330
                      DELIMITED BY SIZE INTO LINHA-REL                  00006340
               PERFORM 0900-9999-IMPRIME THRU 0900-9999-EXIT            00006350
           ELSE                                                         00006360
               IF  SQLCODE  NOT EQUAL  +0                               00006370
                   DISPLAY '*** ERRO NO SELECT SYSPACKAGE (DESTINO)'    00006380
                   PERFORM  9999-9999-ERRO-DB2  THRU 9999-9999-EXIT     00006390
               END-IF                                                   00006400
           END-IF.                                                      00006410
           PERFORM 0720-9999-GRAVA-BIND THRU 0720-9999-EXIT.            00006420
           PERFORM 0900-9999-IMPRIME THRU 0900-9999-EXIT.               00006430
       0700-0630-EXIT. EXIT.                                            00006440
      *----------------------------------------------------------------*00006450
      * BIND PACKAGE ... COPY NO FORMATO DO DB2OUT (CONTINUACAO TSO    *00006460
      * COM '-')                                                       *00006470
      *----------------------------------------------------------------*00006480
       0720-9999-GRAVA-BIND.                                            00006490
           ADD    +1                   TO  WS-QTD-BIND.                 00006500
           MOVE   SPACES               TO  LIN-BIND.                    00006510
           STRING '  BIND PACKAGE('    DELIMITED BY SIZE                00006520
                  PKGK-COLLID          DELIMITED BY SPACE               00006530
                  ') -'                DELIMITED BY SIZE                00006540
                  INTO LIN-BIND.                                        00006550
           WRITE  REG-BINDDECK         FROM LIN-BIND.                   00006560
           MOVE   SPACES               TO  LIN-BIND.                    00006570
           MOVE   +1                   TO  WS-PT-LINHA.                 00006580
           STRING '       COPY('       DELIMITED BY SIZE                00006590
                  INTO LIN-BIND WITH POINTER WS-PT-LINHA.               00006600
           IF  WS-LOCATION  NOT EQUAL  SPACES                           00006610
               STRING WS-LOCATION      DELIMITED BY SPACE               00006620
                      '.'              DELIMITED BY SIZE                00006630
                      INTO LIN-BIND WITH POINTER WS-PT-LINHA            00006640
           END-IF.                                                      00006650
           STRING PKGK-COLLID          DELIMITED BY SPACE               00006660
                  '.'                  DELIMITED BY SIZE                00006670
                  PKGK-NAME            DELIMITED BY SPACE               00006680
                  ') -'                DELIMITED BY SIZE                00006690
                  INTO LIN-BIND WITH POINTER WS-PT-LINHA.               00006700
           WRITE  REG-BINDDECK         FROM LIN-BIND.                   00006710
      *--- VERSION VAZIA (PRE-VERSIONAMENTO) E' O DEFAULT DO COPYVER    00006720
           IF  PKGK-VERSION  NOT EQUAL  SPACES                          00006730
               MOVE   SPACES           TO  LIN-BIND                     00006740
               STRING '       COPYVER('  DELIMITED BY SIZE              00006750
                      PKGK-VERSION       DELIMITED BY SPACE             00006760
                      ') -'              DELIMITED BY SIZE              00006770
                      INTO LIN-BIND                                     00006780
               WRITE  REG-BINDDECK     FROM LIN-BIND                    00006790
           END-IF.                                                      00006800
           MOVE   SPACES               TO  LIN-BIND.                    00006810
           MOVE   +1                   TO  WS-PT-LINHA.                 00006820
           STRING '       '            DELIMITED BY SIZE                00006830
                  INTO LIN-BIND WITH POINTER WS-PT-LINHA.               00006840
           IF  H-OWNER  NOT EQUAL  SPACES                               00006850
               STRING 'OWNER('         DELIMITED BY SIZE                00006860
                      H-OWNER          DELIMITED BY SPACE               00006870
                      ') '             DELIMITED BY SIZE                00006880
                      INTO LIN-BIND WITH POINTER WS-PT-LINHA            00006890
           END-IF.                                                      00006900
           IF  H-QUALIFIER  NOT EQUAL  SPACES                           00006910
               STRING 'QUALIFIER('     DELIMITED BY SIZE                00006920
                      H-QUALIFIER      DELIMITED BY SPACE               00006930
                      ') '             DELIMITED BY SIZE                00006940
                      INTO LIN-BIND WITH POINTER WS-PT-LINHA            00006950
           END-IF.                                                      00006960
           STRING 'ACTION(ADD)'        DELIMITED BY SIZE                00006970
                  INTO LIN-BIND WITH POINTER WS-PT-LINHA.               00006980
           WRITE  REG-BINDDECK         FROM LIN-BIND.                   00006990
       0720-9999-EXIT. EXIT.                                            00007000
      *----------------------------------------------------------------*00007010
      * VERSAO QUE SO EXISTE NO DESTINO                                *00007020
      *----------------------------------------------------------------*00007030
       0740-0630-SO-DESTINO.                                            00007040
           ADD    +1                   TO  WS-QTD-SO-DESTINO WS-QTD-DIF.00007050
           IF  DST-CORRENTE  EQUAL  'S'                                 00007060
               STRING 'SO NO DESTINO - VERSAO CORRENTE NAO EXISTE '     00007070
                      'NA ORIGEM'                                       00007080
                      DELIMITED BY SIZE INTO LINHA-REL                  00007090
           ELSE                                                         00007100
               MOVE  'SO NO DESTINO - NAO EXISTE MAIS NA ORIGEM'        00007110
                 TO  LINHA-REL                                          00007120
           END-IF.                                                      00007130
           MOVE   +60                  TO  WS-PT-LINHA.                 00007140
           STRING DST-COLLID           DELIMITED BY SPACE               00007150
                  '.'                  DELIMITED BY SIZE                00007160
                  DST-NAME             DELIMITED BY SPACE               00007170
                  INTO LINHA-REL WITH POINTER WS-PT-LINHA.              00007180
           IF  DST-VERSION  NOT EQUAL  SPACES                           00007190
               STRING ' VERSAO '       DELIMITED BY SIZE                00007200
                      DST-VERSION      DELIMITED BY SPACE               00007210
                      INTO LINHA-REL WITH POINTER WS-PT-LINHA           00007220
           END-IF.                                                      00007230
           PERFORM 0900-9999-IMPRIME THRU 0900-9999-EXIT.               00007240
           PERFORM 0820-9999-LINHA-DESTINO THRU 0820-9999-EXIT.         00007250
           PERFORM 0900-9999-IMPRIME THRU 0900-9999-EXIT.               00007260
       0740-0630-EXIT. EXIT.                                            00007270
      *----------------------------------------------------------------*00007280
      * MESMA VERSAO NOS DOIS LADOS: CONTOKEN, OWNER E QUALIFIER       *00007290
      *----------------------------------------------------------------*00007300
       0750-0630-CONFERE.                                               00007310
           IF  PKGK-CONTOKEN  EQUAL  DST-CONTOKEN                       00007320
           AND PKGK-OWNER     EQUAL  DST-OWNER                          00007330
           AND PKGK-QUALIFIER EQUAL  DST-QUALIFIER                      00007340
               GO  TO  0750-0630-EXIT                                   00007350
           END-IF.                                                      00007360
           ADD    +1                   TO  WS-QTD-DIF.                  00007370
           IF  PKGK-CONTOKEN  NOT EQUAL  DST-CONTOKEN                   00007380
               ADD    +1               TO  WS-QTD-TOKEN                 00007390
               MOVE  'CONTOKEN DIFERENTE (LOAD X PACKAGE)'              00007400
                 TO  LINHA-REL                                          00007410
               PERFORM 0800-9999-IDENTIFICA THRU 0800-9999-EXIT         00007420
           END-IF.                                                      00007430
           IF  PKGK-OWNER      NOT EQUAL  DST-OWNER                     00007440
            OR PKGK-QUALIFIER  NOT EQUAL  DST-QUALIFIER                 00007450
               ADD    +1               TO  WS-QTD-OPCOES                00007460
               MOVE  'OWNER/QUALIFIER DIFERENTE'                        00007470
                 TO  LINHA-REL                                          00007480
               PERFORM 0800-9999-IDENTIFICA THRU 0800-9999-EXIT         00007490
           END-IF.                                                      00007500
           PERFORM 0810-9999-LINHA-ORIGEM THRU 0810-9999-EXIT.          00007510
           PERFORM 0820-9999-LINHA-DESTINO THRU 0820-9999-EXIT.         00007520
           PERFORM 0900-9999-IMPRIME THRU 0900-9999-EXIT.               00007530
       0750-0630-EXIT. EXIT.                                            00007540
      *----------------------------------------------------------------*00007550
      * COMPLETA A LINHA DA SITUACAO (JA EM LINHA-REL) COM COLLID.NAME *00007560
      * E VERSAO DA ORIGEM E IMPRIME                                   *00007570
      *----------------------------------------------------------------*00007580
       0800-9999-IDENTIFICA.                                            00007590
           MOVE   +60                  TO  WS-PT-LINHA.                 00007600
           STRING PKGK-COLLID          DELIMITED BY SPACE               00007610
                  '.'                  DELIMITED BY SIZE                00007620
                  PKGK-NAME            DELIMITED BY SPACE               00007630
                  INTO LINHA-REL WITH POINTER WS-PT-LINHA.              00007640
           IF  PKGK-VERSION  NOT EQUAL  SPACES                          00007650
               STRING ' VERSAO '       DELIMITED BY SIZE                00007660
                      PKGK-VERSION     DELIMITED BY SPACE               00007670
                      INTO LINHA-REL WITH POINTER WS-PT-LINHA           00007680
           END-IF.                                                      00007690
           PERFORM 0900-9999-IMPRIME THRU 0900-9999-EXIT.               00007700
       0800-9999-EXIT. EXIT.                                            00007710
      *----------------------------------------------------------------*00007720
      *                                                                *00007730
      *----------------------------------------------------------------*00007740
       0810-9999-LINHA-ORIGEM.                                          00007750
           STRING '      ORIGEM : CONTOKEN ' PKGK-CONTOKEN              00007760
                  '  BINDTIME ' PKGK-BINDTIME                           00007770
                  '  OWNER ' PKGK-OWNER                                 00007780
                  '  QUALIFIER ' PKGK-QUALIFIER                         00007790
                  DELIMITED BY SIZE INTO LINHA-REL.                     00007800
           PERFORM 0900-9999-IMPRIME THRU 0900-9999-EXIT.               00007810
       0810-9999-EXIT. EXIT.                                            00007820
      *----------------------------------------------------------------*00007830
      *                                                                *00007840
      *----------------------------------------------------------------*00007850
       0820-9999-LINHA-DESTINO.                                         00007860
           STRING '      DESTINO: CONTOKEN ' DST-CONTOKEN               00007870
                  '  BINDTIME ' DST-BINDTIME                            00007880
                  '  OWNER ' DST-OWNER                                  00007890
                  '  QUALIFIER ' DST-QUALIFIER                          00007900
                  DELIMITED BY SIZE INTO LINHA-REL.                     00007910
           PERFORM 0900-9999-IMPRIME THRU 0900-9999-EXIT.               00007920
       0820-9999-EXIT. EXIT.                                            00007930
      *----------------------------------------------------------------*00007940
      * IMPRESSAO PAGINADA                                             *00007950
      *----------------------------------------------------------------*00007960
       0900-9999-IMPRIME.                                               00007970
           IF  AC-LINHA-REL  GREATER  60                                00007980
               ADD    +1               TO  AC-PAGINA-REL                00007990
               MOVE   AC-PAGINA-REL    TO  REL-CAB1-PAG                 00008000
               MOVE   ATU-DIA          TO  CB-DIA                       00008010
               MOVE   ATU-MES          TO  CB-MES                       00008020
               MOVE   ATU-ANO          TO  CB-ANO                       00008030
               WRITE  REG-RELATO       FROM REL-CAB1 AFTER PAGE         00008040
               WRITE  REG-RELATO       FROM REL-CAB2                    00008050
               WRITE  REG-RELATO       FROM REL-CAB3                    00008060
               MOVE   +3               TO  AC-LINHA-REL                 00008070
           END-IF.                                                      00008080
           WRITE  REG-RELATO           FROM LINHA-REL.                  00008090
           ADD    +1                   TO  AC-LINHA-REL.                00008100
           MOVE   SPACES               TO  LINHA-REL.                   00008110
       0900-9999-EXIT. EXIT.                                            00008120
      *----------------------------------------------------------------*00008130
      *                                                                *00008140
      *----------------------------------------------------------------*00008150
       9999-9999-ERRO-DB2.                                              00008160
           MOVE   SQLCODE              TO  WS-SQLCODE.                  00008170
           DISPLAY '*** SQLCODE  ' WS-SQLCODE.                          00008180
           DISPLAY '    SQLERRMC ' SQLERRMC.                            00008190
           DISPLAY '    SQLSTATE ' SQLSTATE.                            00008200
           MOVE   +16                  TO  RETURN-CODE.                 00008210
           STOP RUN.                                                    00008220
       9999-9999-EXIT. EXIT.                                            00008230
