       IDENTIFICATION DIVISION.                                         00000010
       PROGRAM-ID.    DB2PRVRC.                                         00000020
      *----------------------------------------------------------------*00000030
      * DATA:  OUT/2026                                                *00000040
      * OBJETIVOS: RECERTIFICACAO TRIMESTRAL DAS AUTORIDADES           *00000050
      *   PRIVILEGIADAS - O DB2AUTCM E OS GRANTS DO DB2CRDDL SO' TRATAM*00000060
      *   PRIVILEGIO DE TABELA; AQUI ENTRAM AS AUTORIDADES QUE DE FATO *00000070
      *   SAO PERIGOSAS:                                               *00000080
      *   - SISTEMA (SYSIBM.SYSUSERAUTH): SYSADM, SYSCTRL, SYSOPR,     *00000090
      *     BINDADD, BINDAGENT, CREATEDBA, CREATEDBC, CREATESG,        *00000100
      *     CREATEALIAS, CREATETMTABLE, ARCHIVE, BSDS, DISPLAY,        *00000110
      *     MONITOR1, MONITOR2, RECOVER, STOPALL, STOSPACE, TRACE;     *00000120
      *   - BANCO (SYSIBM.SYSDBAUTH): DBADM, DBCTRL, DBMAINT E OS      *00000130
      *     DEMAIS PRIVILEGIOS DE BANCO;                               *00000140
      *   - RECURSO (SYSIBM.SYSRESAUTH): USE OF BUFFERPOOL, STOGROUP E *00000150
      *     TABLESPACE E CREATE IN COLLECTION.                         *00000160
      *   CADA TITULAR (AUTHID; ROLE NAO ENTRA) SAI COM GRANTOR, DATA  *00000170
      *   DO GRANT E WITH GRANT OPTION, E E' CONFERIDO COM O ARQUIVO   *00000180
      *   DE TITULARES APROVADOS (PRVAPR, UM CARTAO POR TITULAR):      *00000190
      *     1-8   GRANTEE          10     TIPO (S/D/R)                 *00000200
      *     12-24 AUTORIDADE (NOME DO GRANT; EM 'R': BUFFERPOOL,       *00000210
      *           STOGROUP, TABLESPACE OU COLLECTION)                  *00000220
      *     26-43 OBJETO (BANCO, BUFFERPOOL, STOGROUP, DB.TS OU        *00000230
      *           COLLID; BRANCO EM 'S'; '*' = QUALQUER)               *00000240
      *     45-52 GERENTE QUE RESPONDE PELO TITULAR                    *00000250
      *     54    'S' SE O WITH GRANT OPTION FOI APROVADO              *00000260
      *     56-63 DATA DA APROVACAO (AAAAMMDD)                         *00000270
      *   RELATO: (1) TITULARES POR AUTORIDADE; (2) UMA FOLHA DE       *00000280
      *   ASSINATURA POR GERENTE COM OS TITULARES APROVADOS POR ELE    *00000290
      *   (E OS APROVADOS QUE NAO TEM MAIS O GRANT); (3) TITULARES SEM *00000300
      *   APROVACAO. PARA ESTES, O PRVREV (TRECHO './ DECK DSNTEP2'    *00000310
      *   QUE O DB2JCLBD EMBRULHA) TRAZ O REVOKE PRONTO, COM BY        *00000320
      *   GRANTOR (CADA GRANT E' REVOGADO DE QUEM O CONCEDEU). GRANT   *00000330
      *   DO PROPRIO TITULAR (CRIADOR DO BANCO) NAO E' REVOGAVEL E SO' *00000340
      *   SAI NO RELATO. WITH GRANT OPTION NAO APROVADA E' APONTADA    *00000350
      *   MAS NAO GERA REVOKE (PEDE REVOKE E NOVO GRANT).              *00000360
      *   O PRVREV E' REGISTRADO NO REGISTRO CENTRAL DE DECKS          *00000370
      *   (DB2DKREG) COM O TICKET DA MUDANCA (PARM, ATE 12 POSICOES).  *00000380
      *   RETURN-CODE 4 QUANDO HA TITULAR SEM APROVACAO, APROVACAO SEM *00000390
      *   GRANT OU GRANT OPTION NAO APROVADA.                          *00000400
      * AREA RESPONSAVEL: ADMINISTRACAO DE BANCO DE DADOS              *00000410
      *----------------------------------------------------------------*00000420
       ENVIRONMENT    DIVISION.                                         00000430
      *                                                                 00000440
       INPUT-OUTPUT       SECTION.                                      00000450
       FILE-CONTROL.                                                    00000460
           SELECT  PRVAPR   ASSIGN  TO  PRVAPR.                         00000470
           SELECT  RELATO   ASSIGN  TO  RELATO.                         00000480
           SELECT  PRVREV   ASSIGN  TO  PRVREV.                         00000490
      *                                                                 00000500
       DATA DIVISION.                                                   00000510
      *                                                                 00000520
       FILE            SECTION.                                         00000530
       FD  PRVAPR                                                       00000540
           LABEL  RECORD  IS  OMITTED                                   00000550
           RECORDING MODE IS F.                                         00000560
                                                                        00000570
       01  REG-PRVAPR                  PIC  X(080).                     00000580
      *                                                                 00000590
       FD  RELATO                                                       00000600
           LABEL  RECORD  IS  OMITTED                                   00000610
           RECORDING MODE IS F.                                         00000620
                                                                        00000630
       01  REG-RELATO                  PIC  X(132).                     00000640
      *                                                                 00000650
       FD  PRVREV                                                       00000660
           LABEL  RECORD  IS  OMITTED                                   00000670
           RECORDING MODE IS F.                                         00000680
                                                                        00000690
       01  REG-PRVREV                  PIC  X(080).                     00000700
      *                                                                 00000710
       WORKING-STORAGE SECTION.                                         00000720
      *----------------------------------------------------------------*00000730
      * CARTAO DE TITULAR APROVADO                                     *00000740
      *----------------------------------------------------------------*00000750
       01  REG-APROVADO.                                                00000760
           02  APR-GRANTEE             PIC  X(08).                      00000770
           02  FILLER                  PIC  X(01).                      00000780
           02  APR-TIPO                PIC  X(01).                      00000790
           02  FILLER                  PIC  X(01).                      00000800
           02  APR-AUTORIDADE          PIC  X(13).                      00000810
           02  FILLER                  PIC  X(01).                      00000820
           02  APR-OBJETO              PIC  X(18).                      00000830
           02  FILLER                  PIC  X(01).                      00000840
           02  APR-GERENTE             PIC  X(08).                      00000850
           02  FILLER                  PIC  X(01).                      00000860
           02  APR-GRANT-OPTION        PIC  X(01).                      00000870
           02  FILLER                  PIC  X(01).                      00000880
           02  APR-DATA                PIC  X(08).                      00000890
           02  FILLER                  PIC  X(17).                      00000900
      *----------------------------------------------------------------*00000910
      * TITULARES APROVADOS E GERENTES                                 *00000920
      *----------------------------------------------------------------*00000930
       01  TAB-APROVADOS.                                               00000940
           02  QTD-APR            PIC S9(04) COMP    VALUE +0.          00000950
           02  IND-APR            PIC S9(04) COMP    VALUE +0.          00000960
           02  FILLER             OCCURS   1000  TIMES.                 00000970
               04  TB-APR-GRANTEE     PIC  X(08).                       00000980
               04  TB-APR-TIPO        PIC  X(01).                       00000990
               04  TB-APR-AUTORIDADE  PIC  X(13).                       00001000
               04  TB-APR-OBJETO      PIC  X(18).                       00001010
               04  TB-APR-GERENTE     PIC  X(08).                       00001020
               04  TB-APR-GRANT       PIC  X(01).                       00001030
               04  TB-APR-DATA        PIC  X(08).                       00001040
               04  TB-APR-USADO       PIC  X(01).                       00001050
       01  TAB-GERENTES.                                                00001060
           02  QTD-GER            PIC S9(04) COMP    VALUE +0.          00001070
           02  IND-GER            PIC S9(04) COMP    VALUE +0.          00001080
           02  TB-GER-ID          OCCURS  200 TIMES  PIC X(08).         00001090
      *----------------------------------------------------------------*00001100
      * TITULARES ENCONTRADOS NO CATALOGO (UMA LINHA POR GRANT)        *00001110
      *----------------------------------------------------------------*00001120
       01  TAB-TITULARES.                                               00001130
           02  QTD-TIT            PIC S9(04) COMP    VALUE +0.          00001140
           02  IND-TIT            PIC S9(04) COMP    VALUE +0.          00001150
           02  FILLER             OCCURS   3000  TIMES.                 00001160
               04  TB-TIT-TIPO        PIC  X(01).                       00001170
               04  TB-TIT-AUTORIDADE  PIC  X(13).                       00001180
               04  TB-TIT-OBJETO      PIC  X(18).                       00001190
               04  TB-TIT-GRANTEE     PIC  X(08).                       00001200
               04  TB-TIT-GRANTOR     PIC  X(08).                       00001210
               04  TB-TIT-DATA        PIC  X(10).                       00001220
               04  TB-TIT-GRANT       PIC  X(01).                       00001230
               04  TB-TIT-IND-APR     PIC S9(04) COMP.                  00001240
      *----------------------------------------------------------------*00001250
      * AUTORIDADES DE SISTEMA NA ORDEM DAS COLUNAS DO CURSOR          *00001260
      *----------------------------------------------------------------*00001270
       01  TAB-AUT-SIS-VALORES.                                         00001280
           02  FILLER             PIC X(13)          VALUE 'SYSADM'.    00001290
           02  FILLER             PIC X(13)          VALUE 'SYSCTRL'.   00001300
           02  FILLER             PIC X(13)          VALUE 'SYSOPR'.    00001310
           02  FILLER             PIC X(13)          VALUE 'BINDADD'.   00001320
           02  FILLER             PIC X(13)          VALUE 'BINDAGENT'. 00001330
           02  FILLER             PIC X(13)          VALUE 'CREATEDBA'. 00001340
           02  FILLER             PIC X(13)          VALUE 'CREATEDBC'. 00001350
           02  FILLER             PIC X(13)          VALUE 'CREATESG'.  00001360
           02  FILLER             PIC X(13)          VALUE              00001370
               'CREATEALIAS'.                                           00001380
           02  FILLER             PIC X(13)          VALUE              00001390
               'CREATETMTABLE'.                                         00001400
           02  FILLER             PIC X(13)          VALUE 'ARCHIVE'.   00001410
           02  FILLER             PIC X(13)          VALUE 'BSDS'.      00001420
           02  FILLER             PIC X(13)          VALUE 'DISPLAY'.   00001430
           02  FILLER             PIC X(13)          VALUE 'MONITOR1'.  00001440
           02  FILLER             PIC X(13)          VALUE 'MONITOR2'.  00001450
           02  FILLER             PIC X(13)          VALUE 'RECOVER'.   00001460
           02  FILLER             PIC X(13)          VALUE 'STOPALL'.   00001470
           02  FILLER             PIC X(13)          VALUE 'STOSPACE'.  00001480
           02  FILLER             PIC X(13)          VALUE 'TRACE'.     00001490
       01  TAB-AUT-SIS  REDEFINES  TAB-AUT-SIS-VALORES.                 00001500
           02  TB-AUT-SIS         OCCURS 19 TIMES    PIC X(13).         00001510
      *--- PRIVILEGIO DE BANCO NA ORDEM DAS COLUNAS DO CURSOR           00001520
       01  TAB-PRIV-DB-VALORES.                                         00001530
           02  FILLER             PIC X(10)          VALUE 'DBADM'.     00001540
           02  FILLER             PIC X(10)          VALUE 'DBCTRL'.    00001550
           02  FILLER             PIC X(10)          VALUE 'DBMAINT'.   00001560
           02  FILLER             PIC X(10)          VALUE 'CREATETAB'. 00001570
           02  FILLER             PIC X(10)          VALUE 'CREATETS'.  00001580
           02  FILLER             PIC X(10)          VALUE 'DISPLAYDB'. 00001590
           02  FILLER             PIC X(10)          VALUE 'DROP'.      00001600
           02  FILLER             PIC X(10)          VALUE 'IMAGCOPY'.  00001610
           02  FILLER             PIC X(10)          VALUE 'LOAD'.      00001620
           02  FILLER             PIC X(10)          VALUE 'REORG'.     00001630
           02  FILLER             PIC X(10)          VALUE 'RECOVERDB'. 00001640
           02  FILLER             PIC X(10)          VALUE 'REPAIR'.    00001650
           02  FILLER             PIC X(10)          VALUE 'STARTDB'.   00001660
           02  FILLER             PIC X(10)          VALUE 'STATS'.     00001670
           02  FILLER             PIC X(10)          VALUE 'STOPDB'.    00001680
       01  TAB-PRIV-DB  REDEFINES  TAB-PRIV-DB-VALORES.                 00001690
           02  TB-PRIV-DB         OCCURS 15 TIMES    PIC X(10).         00001700
       01  IND-AUT                PIC S9(04) COMP    VALUE +0.          00001710
      *----------------------------------------------------------------*00001720
      * HOSTS DE CATALOGO                                              *00001730
      *----------------------------------------------------------------*00001740
       01  H-GRANTOR                   PIC  X(08).                      00001750
       01  H-GRANTEE                   PIC  X(08).                      00001760
       01  H-DATA                      PIC  X(10).                      00001770
       01  H-DATABASE                  PIC  X(08).                      00001780
       01  H-QUALIFIER                 PIC  X(08).                      00001790
       01  H-OBTYPE                    PIC  X(01).                      00001800
       01  H-USEAUTH                   PIC  X(01).                      00001810
       01  H-NOME.                                                      00001820
           49  H-NOME-L                PIC S9(04) COMP.                 00001830
           49  H-NOME-T                PIC  X(18).                      00001840
       01  H-USERAUTH.                                                  00001850
           02  H-SYSADMAUTH            PIC  X(01).                      00001860
           02  H-SYSCTRLAUTH           PIC  X(01).                      00001870
           02  H-SYSOPRAUTH            PIC  X(01).                      00001880
           02  H-BINDADDAUTH           PIC  X(01).                      00001890
           02  H-BINDAGENTAUTH         PIC  X(01).                      00001900
           02  H-CREATEDBAAUTH         PIC  X(01).                      00001910
           02  H-CREATEDBCAUTH         PIC  X(01).                      00001920
           02  H-CREATESGAUTH          PIC  X(01).                      00001930
           02  H-CREATEALIASAUTH       PIC  X(01).                      00001940
           02  H-CREATETMTABAUTH       PIC  X(01).                      00001950
           02  H-ARCHIVEAUTH           PIC  X(01).                      00001960
           02  H-BSDSAUTH              PIC  X(01).                      00001970
           02  H-DISPLAYAUTH           PIC  X(01).                      00001980
           02  H-MON1AUTH              PIC  X(01).                      00001990
           02  H-MON2AUTH              PIC  X(01).                      00002000
           02  H-RECOVERAUTH           PIC  X(01).                      00002010
           02  H-STOPALLAUTH           PIC  X(01).                      00002020
           02  H-STOSPACEAUTH          PIC  X(01).                      00002030
           02  H-TRACEAUTH             PIC  X(01).                      00002040
       01  H-USERAUTH-R  REDEFINES  H-USERAUTH.                         00002050
           02  H-USERAUTH-FLAG    OCCURS 19 TIMES    PIC X(01).         00002060
       01  H-DBAUTH.                                                    00002070
           02  H-DBADMAUTH             PIC  X(01).                      00002080
           02  H-DBCTRLAUTH            PIC  X(01).                      00002090
           02  H-DBMAINTAUTH           PIC  X(01).                      00002100
           02  H-CREATETABAUTH         PIC  X(01).                      00002110
           02  H-CREATETSAUTH          PIC  X(01).                      00002120
           02  H-DISPLAYDBAUTH         PIC  X(01).                      00002130
           02  H-DROPAUTH              PIC  X(01).                      00002140
           02  H-IMAGCOPYAUTH          PIC  X(01).                      00002150
           02  H-LOADAUTH              PIC  X(01).                      00002160
           02  H-REORGAUTH             PIC  X(01).                      00002170
           02  H-RECOVERDBAUTH         PIC  X(01).                      00002180
           02  H-REPAIRAUTH            PIC  X(01).                      00002190
           02  H-STARTDBAUTH           PIC  X(01).                      00002200
           02  H-STATSAUTH             PIC  X(01).                      00002210
           02  H-STOPAUTH              PIC  X(01).                      00002220
       01  H-DBAUTH-R  REDEFINES  H-DBAUTH.                             00002230
           02  H-DBAUTH-FLAG      OCCURS 15 TIMES    PIC X(01).         00002240
      *----------------------------------------------------------------*00002250
      * AREAS AUXILIARES                                               *00002260
      *----------------------------------------------------------------*00002270
       01  FILLER.                                                      00002280
           02  WS-SQLCODE              PIC -----9.                      00002290
           02  WS-TIPO                 PIC  X(01)      VALUE SPACES.    00002300
           02  WS-AUTORIDADE           PIC  X(13)      VALUE SPACES.    00002310
           02  WS-OBJETO               PIC  X(18)      VALUE SPACES.    00002320
           02  WS-FLAG                 PIC  X(01)      VALUE SPACES.    00002330
           02  WS-SITUACAO             PIC  X(50)      VALUE SPACES.    00002340
           02  WS-GRANT-TXT            PIC  X(03)      VALUE SPACES.    00002350
           02  WS-QTD-SEM-APROVACAO    PIC S9(04) COMP VALUE +0.        00002360
           02  WS-QTD-SEM-GRANT        PIC S9(04) COMP VALUE +0.        00002370
           02  WS-QTD-GRANT-OPTION     PIC S9(04) COMP VALUE +0.        00002380
           02  WS-QTD-PRVREV           PIC S9(04) COMP VALUE +0.        00002390
           02  WS-QTD-GER-LINHAS       PIC S9(04) COMP VALUE +0.        00002400
           02  ZQTD                    PIC ZZZZ9.                       00002410
           02  ZQTD2                   PIC ZZZZ9.                       00002420
           02  ZQTD3                   PIC ZZZZ9.                       00002430
           02  ZQTD4                   PIC ZZZZ9.                       00002440
           02  LIN-DECK                PIC  X(80)      VALUE SPACES.    00002450
       01  DELIMITADOR.                                                 00002460
           02  FILLER             PIC X(01)          VALUE ';'.         00002470
      *----------------------------------------------------------------*00002480
      * PARAMETRO DO REGISTRO CENTRAL DE DECKS (DB2DKREG)              *00002490
      *----------------------------------------------------------------*00002500
       01  DKR-PARM.                                                    00002510
           02  DKR-FUNCAO         PIC X(01)      VALUE 'G'.             00002520
           02  DKR-PROGRAMA       PIC X(08)      VALUE 'DB2PRVRC'.      00002530
           02  DKR-DATASET        PIC X(08)      VALUE 'PRVREV'.        00002540
           02  DKR-TIPO-DECK      PIC X(08)      VALUE 'REVOKE'.        00002550
           02  DKR-QTD-OBJETOS    PIC 9(05)      VALUE ZEROS.           00002560
           02  DKR-TICKET         PIC X(12)      VALUE SPACES.          00002570
           02  DKR-SITUACAO       PIC X(01)      VALUE SPACES.          00002580
           02  DKR-RETURN-CODE    PIC 9(02)      VALUE ZEROS.           00002590
      *----------------------------------------------------------------*00002600
      * CONTROLES                                                      *00002610
      *----------------------------------------------------------------*00002620
       01  CHAVES-FIM.                                                  00002630
           02  N88-FIM-PRVAPR                    PIC  X(03) VALUE 'NAO'.00002640
               88  FIM-PRVAPR                               VALUE 'SIM'.00002650
           02  N88-FIM-USERAUTH                  PIC  X(03) VALUE 'NAO'.00002660
               88  FIM-USERAUTH                             VALUE 'SIM'.00002670
           02  N88-FIM-DBAUTH                    PIC  X(03) VALUE 'NAO'.00002680
               88  FIM-DBAUTH                               VALUE 'SIM'.00002690
           02  N88-FIM-RESAUTH                   PIC  X(03) VALUE 'NAO'.00002700
               88  FIM-RESAUTH                              VALUE 'SIM'.00002710
      *----------------------------------------------------------------*00002720
      * RELATORIO                                                      *00002730
      *----------------------------------------------------------------*00002740
       77  AC-LINHA-REL           PIC S9(004)  COMP  VALUE +99.         00002750
       77  AC-PAGINA-REL          PIC S9(004)  COMP  VALUE +0.          00002760
       01  LINHA-REL              PIC  X(132)        VALUE SPACES.      00002770
       01  CURDATA                PIC  9(06)         VALUE ZEROS.       00002780
       01  CURDATA-R  REDEFINES  CURDATA.                               00002790
           03  ATU-ANO            PIC 9(02).                            00002800
           03  ATU-MES            PIC 9(02).                            00002810
           03  ATU-DIA            PIC 9(02).                            00002820
       01  REL-CAB1.                                                    00002830
           03  FILLER             PIC X(52)          VALUE              00002840
               'DB2PRVRC     ADMINISTRACAO DE BANCO DE DADOS'.          00002850
           03  FILLER             PIC X(06)          VALUE 'DATA: '.    00002860
           03  REL-CAB1-DATA.                                           00002870
               05  CB-DIA         PIC 9(02)/.                           00002880
               05  CB-MES         PIC 9(02)/.                           00002890
               05  CB-ANO         PIC 9(02).                            00002900
           03  FILLER             PIC X(04)          VALUE SPACES.      00002910
           03  FILLER             PIC X(05)          VALUE 'PAG: '.     00002920
           03  REL-CAB1-PAG       PIC ZZZ9.                             00002930
           03  FILLER             PIC X(53)          VALUE SPACES.      00002940
       01  REL-CAB2.                                                    00002950
           03  REL-CAB2-TITULO    PIC X(80)          VALUE              00002960
               'RECERTIFICACAO DE AUTORIDADES PRIVILEGIADAS'.           00002970
           03  FILLER             PIC X(52)          VALUE SPACES.      00002980
       01  REL-CAB3.                                                    00002990
           03  FILLER             PIC X(132)         VALUE ALL '-'.     00003000
       01  REL-TITULARES.                                               00003010
           03  FILLER             PIC X(40)          VALUE              00003020
               '   T AUTORIDADE    OBJETO             GR'.              00003030
           03  FILLER             PIC X(40)          VALUE              00003040
               'ANTEE  GRANTOR  DATA GRANT W/G SITUACAO'.               00003050
           03  FILLER             PIC X(52)          VALUE SPACES.      00003060
      *                                                                 00003070
           EXEC SQL INCLUDE SQLCA END-EXEC.                             00003080
      *----------------------------------------------------------------*00003090
      *                                                                *00003100
      *----------------------------------------------------------------*00003110
       LINKAGE     SECTION.                                             00003120
       01  PARMJOB.                                                     00003130
           02  PARM-LEN           PIC  9(04)  COMP.                     00003140
           02  PARM-TICKET        PIC  X(12).                           00003150
      *----------------------------------------------------------------*00003160
      *                                                                *00003170
      *----------------------------------------------------------------*00003180
       PROCEDURE   DIVISION      USING   PARMJOB.                       00003190
      *----------------------------------------------------------------*00003200
      *                                                                *00003210
      *----------------------------------------------------------------*00003220
       0000-0000-PRINCIPAL.                                             00003230
           OPEN INPUT  PRVAPR.                                          00003240
           OPEN OUTPUT RELATO PRVREV.                                   00003250
           IF  PARM-LEN  GREATER  ZEROS                                 00003260
               IF  PARM-LEN  LESS  12                                   00003270
                   MOVE  PARM-TICKET(1:PARM-LEN)  TO  DKR-TICKET        00003280
               ELSE                                                     00003290
                   MOVE  PARM-TICKET              TO  DKR-TICKET        00003300
               END-IF                                                   00003310
           END-IF.                                                      00003320
           ACCEPT CURDATA              FROM DATE.                       00003330
           PERFORM 0100-0000-CARREGA-PRVAPR  THRU 0100-0000-EXIT.       00003340
           PERFORM 0200-0000-LE-USERAUTH     THRU 0200-0000-EXIT.       00003350
           PERFORM 0300-0000-LE-DBAUTH       THRU 0300-0000-EXIT.       00003360
           PERFORM 0400-0000-LE-RESAUTH      THRU 0400-0000-EXIT.       00003370
                                                                        00003380
      *--- (1) TITULARES POR AUTORIDADE                                 00003390
           MOVE  'TITULARES DE AUTORIDADES PRIVILEGIADAS NO CATALOGO'   00003400
             TO  REL-CAB2-TITULO.                                       00003410
           MOVE   REL-TITULARES        TO  LINHA-REL.                   00003420
           PERFORM 0900-9999-IMPRIME THRU 0900-9999-EXIT.               00003430
           PERFORM 0600-0000-LISTA-TITULAR THRU 0600-0000-EXIT          00003440
             VARYING IND-TIT FROM +1 BY +1                              00003450
               UNTIL IND-TIT GREATER QTD-TIT.                           00003460
                                                                        00003470
      *--- (2) FOLHA DE ASSINATURA POR GERENTE                          00003480
           PERFORM 0700-0000-FOLHA-GERENTE THRU 0700-0000-EXIT          00003490
             VARYING IND-GER FROM +1 BY +1                              00003500
               UNTIL IND-GER GREATER QTD-GER.                           00003510
                                                                        00003520
      *--- (3) TITULARES SEM APROVACAO E PRVREV                         00003530
           MOVE  'TITULARES SEM APROVACAO - REVOKE NO PRVREV'           00003540
             TO  REL-CAB2-TITULO.                                       00003550
           MOVE   +99                  TO  AC-LINHA-REL.                00003560
           MOVE   REL-TITULARES        TO  LINHA-REL.                   00003570
           PERFORM 0900-9999-IMPRIME THRU 0900-9999-EXIT.               00003580
           PERFORM 0800-0000-SEM-APROVACAO THRU 0800-0000-EXIT          00003590
             VARYING IND-TIT FROM +1 BY +1                              00003600
               UNTIL IND-TIT GREATER QTD-TIT.                           00003610
                                                                        00003620
           MOVE   SPACES               TO  LINHA-REL.                   00003630
           PERFORM 0900-9999-IMPRIME THRU 0900-9999-EXIT.               00003640
           MOVE   QTD-TIT              TO  ZQTD.                        00003650
           MOVE   WS-QTD-SEM-APROVACAO TO  ZQTD2.                       00003660
           MOVE   WS-QTD-SEM-GRANT     TO  ZQTD3.                       00003670
           MOVE   WS-QTD-GRANT-OPTION  TO  ZQTD4.                       00003680
           STRING 'TITULARES: ' ZQTD '  SEM APROVACAO: ' ZQTD2          00003690
                  '  APROVADOS SEM GRANT: ' ZQTD3                       00003700
                  '  GRANT OPTION NAO APROVADA: ' ZQTD4                 00003710
                  DELIMITED BY SIZE INTO LINHA-REL.                     00003720
           PERFORM 0900-9999-IMPRIME THRU 0900-9999-EXIT.               00003730
           MOVE   WS-QTD-PRVREV        TO  ZQTD.                        00003740
           STRING 'REVOKES NO PRVREV: ' ZQTD                            00003750
                  DELIMITED BY SIZE INTO LINHA-REL.                     00003760
           PERFORM 0900-9999-IMPRIME THRU 0900-9999-EXIT.               00003770
                                                                        00003780
           CLOSE PRVAPR RELATO PRVREV.                                  00003790
           EXEC SQL COMMIT WORK END-EXEC.                               00003800
           IF  WS-QTD-SEM-APROVACAO  GREATER  +0                        00003810
               OR  WS-QTD-SEM-GRANT  GREATER  +0                        00003820
               OR  WS-QTD-GRANT-OPTION  GREATER  +0                     00003830
               MOVE   +4               TO  RETURN-CODE                  00003840
           ELSE                                                         00003850
               MOVE   +0               TO  RETURN-CODE                  00003860
           END-IF.                                                      00003870
           IF  WS-QTD-PRVREV  GREATER  +0                               00003880
               MOVE   WS-QTD-PRVREV    TO  DKR-QTD-OBJETOS              00003890
               MOVE   RETURN-CODE      TO  DKR-RETURN-CODE              00003900
               CALL  'DB2DKREG'  USING  DKR-PARM                        00003910
           END-IF.                                                      00003920
           STOP  RUN.                                                   00003930
       0000-0000-EXIT. EXIT.                                            00003940
      *----------------------------------------------------------------*00003950
      * TITULARES APROVADOS E LISTA DE GERENTES                        *00003960
      *----------------------------------------------------------------*00003970
       0100-0000-CARREGA-PRVAPR.                                        00003980
           PERFORM 0110-0100-LE-PRVAPR THRU 0110-0100-EXIT              00003990
             UNTIL FIM-PRVAPR.                                          00004000
       0100-0000-EXIT. EXIT.                                            00004010
      *----------------------------------------------------------------*00004020
      *                                                                *00004030
      *----------------------------------------------------------------*00004040
       0110-0100-LE-PRVAPR.                                             00004050
           READ  PRVAPR  INTO  REG-APROVADO                             00004060
               AT END                                                   00004070
                   MOVE   'SIM'         TO   N88-FIM-PRVAPR             00004080
                   GO  TO  0110-0100-EXIT                               00004090
           END-READ.                                                    00004100
           IF  REG-APROVADO(1:1)  EQUAL  '*'                            00004110
               OR APR-GRANTEE  EQUAL  SPACES                            00004120
               GO  TO  0110-0100-EXIT                                   00004130
           END-IF.                                                      00004140
           IF  QTD-APR  GREATER  +999                                   00004150
               DISPLAY 'DB2PRVRC - ERRO - PRVAPR MAIOR QUE 1000'        00004160
               MOVE   +16              TO  RETURN-CODE                  00004170
               STOP  RUN                                                00004180
           END-IF.                                                      00004190
           IF  APR-GERENTE  EQUAL  SPACES                               00004200
               MOVE   '(SEM)'          TO  APR-GERENTE                  00004210
           END-IF.                                                      00004220
           ADD    +1                   TO  QTD-APR.                     00004230
           MOVE   APR-GRANTEE          TO  TB-APR-GRANTEE(QTD-APR).     00004240
           MOVE   APR-TIPO             TO  TB-APR-TIPO(QTD-APR).        00004250
           MOVE   APR-AUTORIDADE       TO  TB-APR-AUTORIDADE(QTD-APR).  00004260
           MOVE   APR-OBJETO           TO  TB-APR-OBJETO(QTD-APR).      00004270
           MOVE   APR-GERENTE          TO  TB-APR-GERENTE(QTD-APR).     00004280
           MOVE   APR-GRANT-OPTION     TO  TB-APR-GRANT(QTD-APR).       00004290
           MOVE   APR-DATA             TO  TB-APR-DATA(QTD-APR).        00004300
           MOVE   'N'                  TO  TB-APR-USADO(QTD-APR).       00004310
                                                                        00004320
           PERFORM VARYING IND-GER FROM +1 BY +1                        00004330
             UNTIL IND-GER  GREATER  QTD-GER                            00004340
                OR TB-GER-ID(IND-GER)  EQUAL  APR-GERENTE               00004350
               CONTINUE                                                 00004360
           END-PERFORM.                                                 00004370
           IF  IND-GER  GREATER  QTD-GER                                00004380
               IF  QTD-GER  NOT LESS  +200                              00004390
                   DISPLAY 'DB2PRVRC - ERRO - MAIS DE 200 GERENTES'     00004400
                   MOVE   +16          TO  RETURN-CODE                  00004410
                   STOP  RUN                                            00004420
               END-IF                                                   00004430
               ADD    +1               TO  QTD-GER                      00004440
               MOVE   APR-GERENTE      TO  TB-GER-ID(QTD-GER)           00004450
           END-IF.                                                      00004460
       0110-0100-EXIT. EXIT.                                            00004470
      *----------------------------------------------------------------*00004480
      * AUTORIDADES DE SISTEMA (SYSUSERAUTH)                           *00004490
      *----------------------------------------------------------------*00004500
       0200-0000-LE-USERAUTH.                                           00004510
           EXEC SQL                                                     00004520
                DECLARE C_USERAUTH CURSOR FOR                           00004530
                SELECT GRANTOR, GRANTEE,                                00004540
                       CHAR(DATE(GRANTEDTS), ISO),                      00004550
                       SYSADMAUTH, SYSCTRLAUTH, SYSOPRAUTH,             00004560
                       BINDADDAUTH, BINDAGENTAUTH, CREATEDBAAUTH,       00004570
                       CREATEDBCAUTH, CREATESGAUTH, CREATEALIASAUTH,    00004580
                       CREATETMTABAUTH, ARCHIVEAUTH, BSDSAUTH,          00004590
                       DISPLAYAUTH, MON1AUTH, MON2AUTH, RECOVERAUTH,    00004600
                       STOPALLAUTH, STOSPACEAUTH, TRACEAUTH             00004610
                  FROM SYSIBM.SYSUSERAUTH                               00004620
                 WHERE GRANTEETYPE = ' '                                00004630
                 ORDER BY GRANTEE, GRANTOR                              00004640
           END-EXEC.                                                    00004650
                                                                        00004660
           EXEC SQL OPEN C_USERAUTH END-EXEC.                           00004670
           IF  SQLCODE  NOT EQUAL  +0                                   00004680
               DISPLAY '*** ERRO NO OPEN C_USERAUTH'                    00004690
               PERFORM  9999-9999-ERRO-DB2  THRU 9999-9999-EXIT         00004700
           END-IF.                                                      00004710
           PERFORM 0210-0200-FETCH-USERAUTH THRU 0210-0200-EXIT         00004720
             UNTIL FIM-USERAUTH.                                        00004730
           EXEC SQL CLOSE C_USERAUTH END-EXEC.                          00004740
           IF  SQLCODE  NOT EQUAL  +0                                   00004750
               DISPLAY '*** ERRO NO CLOSE C_USERAUTH'                   00004760
               PERFORM  9999-9999-ERRO-DB2  THRU 9999-9999-EXIT         00004770
           END-IF.                                                      00004780
       0200-0000-EXIT. EXIT.                                            00004790
      *----------------------------------------------------------------*00004800
      * CADA FLAG 'Y' OU 'G' DA LINHA E' UM TITULAR                    *00004810
      *----------------------------------------------------------------*00004820
       0210-0200-FETCH-USERAUTH.                                        00004830
           EXEC SQL                                                     00004840
                FETCH  C_USERAUTH                                       00004850
                 INTO  :H-GRANTOR, :H-GRANTEE, :H-DATA,                 00004860
                       :H-SYSADMAUTH, :H-SYSCTRLAUTH, :H-SYSOPRAUTH,    00004870
                       :H-BINDADDAUTH, :H-BINDAGENTAUTH,                00004880
                       :H-CREATEDBAAUTH, :H-CREATEDBCAUTH,              00004890
                       :H-CREATESGAUTH, :H-CREATEALIASAUTH,             00004900
                       :H-CREATETMTABAUTH, :H-ARCHIVEAUTH, :H-BSDSAUTH, 00004910
                       :H-DISPLAYAUTH, :H-MON1AUTH, :H-MON2AUTH,        00004920
                       :H-RECOVERAUTH, :H-STOPALLAUTH, :H-STOSPACEAUTH, 00004930
                       :H-TRACEAUTH                                     00004940
           END-EXEC.                                                    00004950
           IF  SQLCODE  EQUAL  +100                                     00004960
               MOVE   'SIM'            TO  N88-FIM-USERAUTH             00004970
               GO  TO  0210-0200-EXIT                                   00004980
           END-IF.                                                      00004990
           IF  SQLCODE  NOT EQUAL  +0                                   00005000
               DISPLAY '*** ERRO NO FETCH C_USERAUTH'                   00005010
               PERFORM  9999-9999-ERRO-DB2  THRU 9999-9999-EXIT         00005020
           END-IF.                                                      00005030
           MOVE   'S'                  TO  WS-TIPO.                     00005040
           MOVE   SPACES               TO  WS-OBJETO.                   00005050
           PERFORM 0220-0210-UMA-AUT-SIS THRU 0220-0210-EXIT            00005060
             VARYING IND-AUT FROM +1 BY +1                              00005070
               UNTIL IND-AUT GREATER +19.                               00005080
       0210-0200-EXIT. EXIT.                                            00005090
      *----------------------------------------------------------------*00005100
      *                                                                *00005110
      *----------------------------------------------------------------*00005120
       0220-0210-UMA-AUT-SIS.                                           00005130
           MOVE   H-USERAUTH-FLAG(IND-AUT)  TO  WS-FLAG.                00005140
           MOVE   TB-AUT-SIS(IND-AUT)       TO  WS-AUTORIDADE.          00005150
           PERFORM 0500-9999-ADICIONA-TITULAR THRU 0500-9999-EXIT.      00005160
       0220-0210-EXIT. EXIT.                                            00005170
      *----------------------------------------------------------------*00005180
      * AUTORIDADES DE BANCO (SYSDBAUTH)                               *00005190
      *----------------------------------------------------------------*00005200
       0300-0000-LE-DBAUTH.                                             00005210
           EXEC SQL                                                     00005220
                DECLARE C_DBAUTH CURSOR FOR                             00005230
                SELECT GRANTOR, GRANTEE, NAME,                          00005240
                       CHAR(DATE(GRANTEDTS), ISO),                      00005250
                       DBADMAUTH, DBCTRLAUTH, DBMAINTAUTH,              00005260
                       CREATETABAUTH, CREATETSAUTH, DISPLAYDBAUTH,      00005270
                       DROPAUTH, IMAGCOPYAUTH, LOADAUTH, REORGAUTH,     00005280
                       RECOVERDBAUTH, REPAIRAUTH, STARTDBAUTH,          00005290
                       STATSAUTH, STOPAUTH                              00005300
                  FROM SYSIBM.SYSDBAUTH                                 00005310
                 WHERE GRANTEETYPE = ' '                                00005320
                 ORDER BY NAME, GRANTEE, GRANTOR                        00005330
           END-EXEC.                                                    00005340
                                                                        00005350
           EXEC SQL OPEN C_DBAUTH END-EXEC.                             00005360
           IF  SQLCODE  NOT EQUAL  +0                                   00005370
               DISPLAY '*** ERRO NO OPEN C_DBAUTH'                      00005380
               PERFORM  9999-9999-ERRO-DB2  THRU 9999-9999-EXIT         00005390
           END-IF.                                                      00005400
           PERFORM 0310-0300-FETCH-DBAUTH THRU 0310-0300-EXIT           00005410
             UNTIL FIM-DBAUTH.                                          00005420
           EXEC SQL CLOSE C_DBAUTH END-EXEC.                            00005430
           IF  SQLCODE  NOT EQUAL  +0                                   00005440
               DISPLAY '*** ERRO NO CLOSE C_DBAUTH'                     00005450
               PERFORM  9999-9999-ERRO-DB2  THRU 9999-9999-EXIT         00005460
           END-IF.                                                      00005470
       0300-0000-EXIT. EXIT.                                            00005480
      *----------------------------------------------------------------*00005490
      *                                                                *00005500
      *----------------------------------------------------------------*00005510
       0310-0300-FETCH-DBAUTH.                                          00005520
           EXEC SQL                                                     00005530
                FETCH  C_DBAUTH                                         00005540
                 INTO  :H-GRANTOR, :H-GRANTEE, :H-DATABASE, :H-DATA,    00005550
                       :H-DBADMAUTH, :H-DBCTRLAUTH, :H-DBMAINTAUTH,     00005560
                       :H-CREATETABAUTH, :H-CREATETSAUTH,               00005570
                       :H-DISPLAYDBAUTH, :H-DROPAUTH, :H-IMAGCOPYAUTH,  00005580
                       :H-LOADAUTH, :H-REORGAUTH, :H-RECOVERDBAUTH,     00005590
                       :H-REPAIRAUTH, :H-STARTDBAUTH, :H-STATSAUTH,     00005600
                       :H-STOPAUTH                                      00005610
           END-EXEC.                                                    00005620
           IF  SQLCODE  EQUAL  +100                                     00005630
               MOVE   'SIM'            TO  N88-FIM-DBAUTH               00005640
               GO  TO  0310-0300-EXIT                                   00005650
           END-IF.                                                      00005660
           IF  SQLCODE  NOT EQUAL  +0                                   00005670
               DISPLAY '*** ERRO NO FETCH C_DBAUTH'                     00005680
               PERFORM  9999-9999-ERRO-DB2  THRU 9999-9999-EXIT         00005690
           END-IF.                                                      00005700
           MOVE   'D'                  TO  WS-TIPO.                     00005710
           MOVE   H-DATABASE           TO  WS-OBJETO.                   00005720
           PERFORM 0320-0310-UMA-AUT-DB THRU 0320-0310-EXIT             00005730
             VARYING IND-AUT FROM +1 BY +1                              00005740
               UNTIL IND-AUT GREATER +15.                               00005750
       0310-0300-EXIT. EXIT.                                            00005760
      *----------------------------------------------------------------*00005770
      *                                                                *00005780
      *----------------------------------------------------------------*00005790
       0320-0310-UMA-AUT-DB.                                            00005800
           MOVE   H-DBAUTH-FLAG(IND-AUT)    TO  WS-FLAG.                00005810
           MOVE   TB-PRIV-DB(IND-AUT)       TO  WS-AUTORIDADE.          00005820
           PERFORM 0500-9999-ADICIONA-TITULAR THRU 0500-9999-EXIT.      00005830
       0320-0310-EXIT. EXIT.                                            00005840
      *----------------------------------------------------------------*00005850
      * RECURSOS (SYSRESAUTH): BUFFERPOOL, STOGROUP, TABLESPACE E      *00005860
      * COLLECTION                                                     *00005870
      *----------------------------------------------------------------*00005880
       0400-0000-LE-RESAUTH.                                            00005890
           EXEC SQL                                                     00005900
                DECLARE C_RESAUTH CURSOR FOR                            00005910
                SELECT GRANTOR, GRANTEE, QUALIFIER, NAME, OBTYPE,       00005920
                       USEAUTH, CHAR(DATE(GRANTEDTS), ISO)              00005930
                  FROM SYSIBM.SYSRESAUTH                                00005940
                 WHERE GRANTEETYPE = ' '                                00005950
                   AND OBTYPE IN ('B', 'S', 'R', 'C')                   00005960
                 ORDER BY OBTYPE, QUALIFIER, NAME, GRANTEE, GRANTOR     00005970
           END-EXEC.                                                    00005980
                                                                        00005990
           EXEC SQL OPEN C_RESAUTH END-EXEC.                            00006000
           IF  SQLCODE  NOT EQUAL  +0                                   00006010
               DISPLAY '*** ERRO NO OPEN C_RESAUTH'                     00006020
               PERFORM  9999-9999-ERRO-DB2  THRU 9999-9999-EXIT         00006030
           END-IF.                                                      00006040
           PERFORM 0410-0400-FETCH-RESAUTH THRU 0410-0400-EXIT          00006050
             UNTIL FIM-RESAUTH.                                         00006060
           EXEC SQL CLOSE C_RESAUTH END-EXEC.                           00006070
           IF  SQLCODE  NOT EQUAL  +0                                   00006080
               DISPLAY '*** ERRO NO CLOSE C_RESAUTH'                    00006090
               PERFORM  9999-9999-ERRO-DB2  THRU 9999-9999-EXIT         00006100
           END-IF.                                                      00006110
       0400-0000-EXIT. EXIT.                                            00006120
      *----------------------------------------------------------------*00006130
      *                                                                *00006140
      *----------------------------------------------------------------*00006150
       0410-0400-FETCH-RESAUTH.                                         00006160
           EXEC SQL                                                     00006170
                FETCH  C_RESAUTH                                        00006180
                 INTO  :H-GRANTOR, :H-GRANTEE, :H-QUALIFIER, :H-NOME,   00006190
                       :H-OBTYPE, :H-USEAUTH, :H-DATA                   00006200
           END-EXEC.                                                    00006210
           IF  SQLCODE  EQUAL  +100                                     00006220
               MOVE   'SIM'            TO  N88-FIM-RESAUTH              00006230
               GO  TO  0410-0400-EXIT                                   00006240
           END-IF.                                                      00006250
           IF  SQLCODE  NOT EQUAL  +0                                   00006260
               DISPLAY '*** ERRO NO FETCH C_RESAUTH'                    00006270
               PERFORM  9999-9999-ERRO-DB2  THRU 9999-9999-EXIT         00006280
           END-IF.                                                      00006290
           MOVE   'R'                  TO  WS-TIPO.                     00006300
           MOVE   H-USEAUTH            TO  WS-FLAG.                     00006310
           MOVE   SPACES               TO  WS-OBJETO.                   00006320
           EVALUATE H-OBTYPE                                            00006330
               WHEN 'B'                                                 00006340
                    MOVE 'BUFFERPOOL'  TO  WS-AUTORIDADE                00006350
                    MOVE H-NOME-T(1:H-NOME-L)  TO  WS-OBJETO            00006360
               WHEN 'S'                                                 00006370
                    MOVE 'STOGROUP'    TO  WS-AUTORIDADE                00006380
                    MOVE H-NOME-T(1:H-NOME-L)  TO  WS-OBJETO            00006390
               WHEN 'R'                                                 00006400
                    MOVE 'TABLESPACE'  TO  WS-AUTORIDADE                00006410
                    STRING H-QUALIFIER DELIMITED BY SPACE               00006420
                           '.' DELIMITED BY SIZE                        00006430
                           H-NOME-T(1:H-NOME-L) DELIMITED BY SIZE       00006440
                           INTO WS-OBJETO                               00006450
               WHEN 'C'                                                 00006460
                    MOVE 'COLLECTION'  TO  WS-AUTORIDADE                00006470
                    MOVE H-NOME-T(1:H-NOME-L)  TO  WS-OBJETO            00006480
           END-EVALUATE.                                                00006490
           PERFORM 0500-9999-ADICIONA-TITULAR THRU 0500-9999-EXIT.      00006500
       0410-0400-EXIT. EXIT.                                            00006510
      *----------------------------------------------------------------*00006520
      * GUARDA O TITULAR E PROCURA A APROVACAO (OBJETO '*' APROVA      *00006530
      * QUALQUER OBJETO DA AUTORIDADE)                                 *00006540
      *----------------------------------------------------------------*00006550
       0500-9999-ADICIONA-TITULAR.                                      00006560
           IF  WS-FLAG  NOT EQUAL  'Y'  AND  'G'                        00006570
               GO  TO  0500-9999-EXIT                                   00006580
           END-IF.                                                      00006590
           IF  QTD-TIT  NOT LESS  +3000                                 00006600
               DISPLAY 'DB2PRVRC - ERRO - MAIS DE 3000 TITULARES'       00006610
               MOVE   +16              TO  RETURN-CODE                  00006620
               STOP  RUN                                                00006630
           END-IF.                                                      00006640
           ADD    +1                   TO  QTD-TIT.                     00006650
           MOVE   WS-TIPO              TO  TB-TIT-TIPO(QTD-TIT).        00006660
           MOVE   WS-AUTORIDADE        TO  TB-TIT-AUTORIDADE(QTD-TIT).  00006670
           MOVE   WS-OBJETO            TO  TB-TIT-OBJETO(QTD-TIT).      00006680
           MOVE   H-GRANTEE            TO  TB-TIT-GRANTEE(QTD-TIT).     00006690
           MOVE   H-GRANTOR            TO  TB-TIT-GRANTOR(QTD-TIT).     00006700
           MOVE   H-DATA               TO  TB-TIT-DATA(QTD-TIT).        00006710
           IF  WS-FLAG  EQUAL  'G'                                      00006720
               MOVE   'S'              TO  TB-TIT-GRANT(QTD-TIT)        00006730
           ELSE                                                         00006740
               MOVE   'N'              TO  TB-TIT-GRANT(QTD-TIT)        00006750
           END-IF.                                                      00006760
                                                                        00006770
           PERFORM VARYING IND-APR FROM +1 BY +1                        00006780
             UNTIL IND-APR  GREATER  QTD-APR                            00006790
                OR (TB-APR-GRANTEE(IND-APR)     EQUAL  H-GRANTEE        00006800
               AND  TB-APR-TIPO(IND-APR)        EQUAL  WS-TIPO          00006810
               AND  TB-APR-AUTORIDADE(IND-APR)  EQUAL  WS-AUTORIDADE    00006820
               AND (TB-APR-OBJETO(IND-APR)      EQUAL  WS-OBJETO        00006830
                OR  TB-APR-OBJETO(IND-APR)      EQUAL  '*'))            00006840
               CONTINUE                                                 00006850
           END-PERFORM.                                                 00006860
           IF  IND-APR  GREATER  QTD-APR                                00006870
               MOVE   +0               TO  TB-TIT-IND-APR(QTD-TIT)      00006880
               ADD    +1               TO  WS-QTD-SEM-APROVACAO         00006890
           ELSE                                                         00006900
               MOVE   IND-APR          TO  TB-TIT-IND-APR(QTD-TIT)      00006910
               MOVE   'S'              TO  TB-APR-USADO(IND-APR)        00006920
               IF  WS-FLAG  EQUAL  'G'                                  00006930
                   AND TB-APR-GRANT(IND-APR)  NOT EQUAL  'S'            00006940
                   ADD    +1           TO  WS-QTD-GRANT-OPTION          00006950
               END-IF                                                   00006960
           END-IF.                                                      00006970
       0500-9999-EXIT. EXIT.                                            00006980
      *----------------------------------------------------------------*00006990
      * (1) UMA LINHA POR TITULAR                                      *00007000
      *----------------------------------------------------------------*00007010
       0600-0000-LISTA-TITULAR.                                         00007020
           PERFORM 0950-9999-SITUACAO THRU 0950-9999-EXIT.              00007030
           PERFORM 0960-9999-LINHA-TITULAR THRU 0960-9999-EXIT.         00007040
       0600-0000-EXIT. EXIT.                                            00007050
      *----------------------------------------------------------------*00007060
      * (2) FOLHA DE UM GERENTE: TITULARES QUE ELE APROVOU, OS         *00007070
      * APROVADOS SEM GRANT E O CAMPO DE ASSINATURA                    *00007080
      *----------------------------------------------------------------*00007090
       0700-0000-FOLHA-GERENTE.                                         00007100
           MOVE   SPACES               TO  REL-CAB2-TITULO.             00007110
           STRING 'RECERTIFICACAO DE AUTORIDADES PRIVILEGIADAS - '      00007120
                  'GERENTE ' TB-GER-ID(IND-GER)                         00007130
                  DELIMITED BY SIZE INTO REL-CAB2-TITULO.               00007140
           MOVE   +99                  TO  AC-LINHA-REL.                00007150
           MOVE   +0                   TO  WS-QTD-GER-LINHAS.           00007160
           MOVE   REL-TITULARES        TO  LINHA-REL.                   00007170
           PERFORM 0900-9999-IMPRIME THRU 0900-9999-EXIT.               00007180
           PERFORM 0710-0700-TITULAR-GERENTE THRU 0710-0700-EXIT        00007190
             VARYING IND-TIT FROM +1 BY +1                              00007200
               UNTIL IND-TIT GREATER QTD-TIT.                           00007210
           PERFORM 0720-0700-APROVADO-SEM-GRANT THRU 0720-0700-EXIT     00007220
             VARYING IND-APR FROM +1 BY +1                              00007230
               UNTIL IND-APR GREATER QTD-APR.                           00007240
           IF  WS-QTD-GER-LINHAS  EQUAL  +0                             00007250
               MOVE  '   NENHUM TITULAR APROVADO POR ESTE GERENTE'      00007260
                 TO  LINHA-REL                                          00007270
               PERFORM 0900-9999-IMPRIME THRU 0900-9999-EXIT            00007280
           END-IF.                                                      00007290
           MOVE   SPACES               TO  LINHA-REL.                   00007300
           PERFORM 0900-9999-IMPRIME THRU 0900-9999-EXIT.               00007310
           MOVE  '   RECERTIFICO OS TITULARES ACIMA, EXCETO OS MARCADOS 00007320
      -          ' PARA REVOGAR.' TO  LINHA-REL.                        00007330
           PERFORM 0900-9999-IMPRIME THRU 0900-9999-EXIT.               00007340
           MOVE   SPACES               TO  LINHA-REL.                   00007350
           PERFORM 0900-9999-IMPRIME THRU 0900-9999-EXIT.               00007360
           MOVE  '   ASSINATURA: ______________________________   DATA: 00007370
      -          ' ____/____/________' TO  LINHA-REL.                   00007380
           PERFORM 0900-9999-IMPRIME THRU 0900-9999-EXIT.               00007390
       0700-0000-EXIT. EXIT.                                            00007400
      *----------------------------------------------------------------*00007410
      *                                                                *00007420
      *----------------------------------------------------------------*00007430
       0710-0700-TITULAR-GERENTE.                                       00007440
           IF  TB-TIT-IND-APR(IND-TIT)  EQUAL  +0                       00007450
               GO  TO  0710-0700-EXIT                                   00007460
           END-IF.                                                      00007470
           IF  TB-APR-GERENTE(TB-TIT-IND-APR(IND-TIT))  NOT EQUAL       00007480
               TB-GER-ID(IND-GER)                                       00007490
               GO  TO  0710-0700-EXIT                                   00007500
           END-IF.                                                      00007510
           ADD    +1                   TO  WS-QTD-GER-LINHAS.           00007520
           PERFORM 0950-9999-SITUACAO THRU 0950-9999-EXIT.              00007530
           MOVE   '[ ] MANTER [ ] REVOGAR'  TO  WS-SITUACAO(28:22).     00007540
           PERFORM 0960-9999-LINHA-TITULAR THRU 0960-9999-EXIT.         00007550
       0710-0700-EXIT. EXIT.                                            00007560
      *----------------------------------------------------------------*00007570
      *                                                                *00007580
      *----------------------------------------------------------------*00007590
       0720-0700-APROVADO-SEM-GRANT.                                    00007600
           IF  TB-APR-GERENTE(IND-APR)  NOT EQUAL  TB-GER-ID(IND-GER)   00007610
               OR TB-APR-USADO(IND-APR)  EQUAL  'S'                     00007620
               GO  TO  0720-0700-EXIT                                   00007630
           END-IF.                                                      00007640
           ADD    +1                   TO  WS-QTD-GER-LINHAS            00007650
                                           WS-QTD-SEM-GRANT.            00007660
           MOVE   SPACES               TO  LINHA-REL.                   00007670
           STRING '   ' TB-APR-TIPO(IND-APR) ' '                        00007680
                  TB-APR-AUTORIDADE(IND-APR) ' '                        00007690
                  TB-APR-OBJETO(IND-APR) ' '                            00007700
                  TB-APR-GRANTEE(IND-APR)                               00007710
                  '  APROVADO EM ' TB-APR-DATA(IND-APR)                 00007720
                  ' SEM GRANT NO CATALOGO - RETIRAR DO PRVAPR'          00007730
                  DELIMITED BY SIZE INTO LINHA-REL.                     00007740
           PERFORM 0900-9999-IMPRIME THRU 0900-9999-EXIT.               00007750
       0720-0700-EXIT. EXIT.                                            00007760
      *----------------------------------------------------------------*00007770
      * (3) TITULAR SEM APROVACAO: REVOKE ... BY GRANTOR NO PRVREV     *00007780
      *----------------------------------------------------------------*00007790
       0800-0000-SEM-APROVACAO.                                         00007800
           IF  TB-TIT-IND-APR(IND-TIT)  NOT EQUAL  +0                   00007810
               GO  TO  0800-0000-EXIT                                   00007820
           END-IF.                                                      00007830
           PERFORM 0950-9999-SITUACAO THRU 0950-9999-EXIT.              00007840
           IF  TB-TIT-GRANTOR(IND-TIT)  EQUAL  TB-TIT-GRANTEE(IND-TIT)  00007850
               MOVE  'PROPRIETARIO - SEM REVOKE'  TO  WS-SITUACAO       00007860
               PERFORM 0960-9999-LINHA-TITULAR THRU 0960-9999-EXIT      00007870
               GO  TO  0800-0000-EXIT                                   00007880
           END-IF.                                                      00007890
           PERFORM 0960-9999-LINHA-TITULAR THRU 0960-9999-EXIT.         00007900
                                                                        00007910
           IF  WS-QTD-PRVREV  EQUAL  +0                                 00007920
               MOVE   './ DECK DSNTEP2'  TO  LIN-DECK                   00007930
               MOVE   'DB2PRVRC'         TO  LIN-DECK(18:8)             00007940
               MOVE   'PRVREV'           TO  LIN-DECK(27:8)             00007950
               WRITE  REG-PRVREV         FROM LIN-DECK                  00007960
           END-IF.                                                      00007970
           MOVE   SPACES               TO  LIN-DECK.                    00007980
           EVALUATE TB-TIT-TIPO(IND-TIT)                                00007990
               WHEN 'S'                                                 00008000
                    STRING 'REVOKE ' DELIMITED BY SIZE                  00008010
                           TB-TIT-AUTORIDADE(IND-TIT)                   00008020
                           DELIMITED BY SPACE                           00008030
                           INTO LIN-DECK                                00008040
               WHEN 'D'                                                 00008050
                    STRING 'REVOKE ' DELIMITED BY SIZE                  00008060
                           TB-TIT-AUTORIDADE(IND-TIT)                   00008070
                           DELIMITED BY SPACE                           00008080
                           ' ON DATABASE ' DELIMITED BY SIZE            00008090
                           TB-TIT-OBJETO(IND-TIT) DELIMITED BY SPACE    00008100
                           INTO LIN-DECK                                00008110
               WHEN OTHER                                               00008120
                    IF  TB-TIT-AUTORIDADE(IND-TIT)  EQUAL  'COLLECTION' 00008130
                        STRING 'REVOKE CREATE IN COLLECTION '           00008140
                               DELIMITED BY SIZE                        00008150
                               TB-TIT-OBJETO(IND-TIT)                   00008160
                               DELIMITED BY SPACE                       00008170
                               INTO LIN-DECK                            00008180
                    ELSE                                                00008190
                        STRING 'REVOKE USE OF ' DELIMITED BY SIZE       00008200
                               TB-TIT-AUTORIDADE(IND-TIT)               00008210
                               DELIMITED BY SPACE                       00008220
                               ' ' DELIMITED BY SIZE                    00008230
                               TB-TIT-OBJETO(IND-TIT)                   00008240
                               DELIMITED BY SPACE                       00008250
                               INTO LIN-DECK                            00008260
                    END-IF                                              00008270
           END-EVALUATE.                                                00008280
           WRITE  REG-PRVREV           FROM LIN-DECK.                   00008290
           MOVE   SPACES               TO  LIN-DECK.                    00008300
           STRING '  FROM ' DELIMITED BY SIZE                           00008310
                  TB-TIT-GRANTEE(IND-TIT) DELIMITED BY SPACE            00008320
                  ' BY ' DELIMITED BY SIZE                              00008330
                  TB-TIT-GRANTOR(IND-TIT) DELIMITED BY SPACE            00008340
                  INTO LIN-DECK.                                        00008350
           WRITE  REG-PRVREV           FROM LIN-DECK.                   00008360
           WRITE  REG-PRVREV           FROM DELIMITADOR.                00008370
           ADD    +1                   TO  WS-QTD-PRVREV.               00008380
       0800-0000-EXIT. EXIT.                                            00008390
      *----------------------------------------------------------------*00008400
      *                                                                *00008410
      *----------------------------------------------------------------*00008420
       0900-9999-IMPRIME.                                               00008430
           IF  AC-LINHA-REL  GREATER  60                                00008440
               ADD    +1               TO  AC-PAGINA-REL                00008450
               MOVE   AC-PAGINA-REL    TO  REL-CAB1-PAG                 00008460
               MOVE   ATU-DIA          TO  CB-DIA                       00008470
               MOVE   ATU-MES          TO  CB-MES                       00008480
               MOVE   ATU-ANO          TO  CB-ANO                       00008490
               WRITE  REG-RELATO       FROM REL-CAB1 AFTER PAGE         00008500
               WRITE  REG-RELATO       FROM REL-CAB2                    00008510
               WRITE  REG-RELATO       FROM REL-CAB3                    00008520
               MOVE   +3               TO  AC-LINHA-REL                 00008530
           END-IF.                                                      00008540
           WRITE  REG-RELATO           FROM LINHA-REL.                  00008550
           ADD    +1                   TO  AC-LINHA-REL.                00008560
           MOVE   SPACES               TO  LINHA-REL.                   00008570
       0900-9999-EXIT. EXIT.                                            00008580
      *----------------------------------------------------------------*00008590
      * SITUACAO DO TITULAR IND-TIT FRENTE AO PRVAPR                   *00008600
      *----------------------------------------------------------------*00008610
       0950-9999-SITUACAO.                                              00008620
           MOVE   SPACES               TO  WS-SITUACAO.                 00008630
           IF  TB-TIT-IND-APR(IND-TIT)  EQUAL  +0                       00008640
               MOVE  'SEM APROVACAO'   TO  WS-SITUACAO                  00008650
               GO  TO  0950-9999-EXIT                                   00008660
           END-IF.                                                      00008670
           MOVE   TB-APR-GERENTE(TB-TIT-IND-APR(IND-TIT))               00008680
             TO   WS-SITUACAO.                                          00008690
           IF  TB-TIT-GRANT(IND-TIT)  EQUAL  'S'                        00008700
               AND TB-APR-GRANT(TB-TIT-IND-APR(IND-TIT))  NOT EQUAL 'S' 00008710
               MOVE  'W/G NAO APROVADA'  TO  WS-SITUACAO(10:16)         00008720
           END-IF.                                                      00008730
       0950-9999-EXIT. EXIT.                                            00008740
      *----------------------------------------------------------------*00008750
      * LINHA DE DETALHE DO TITULAR IND-TIT                            *00008760
      *----------------------------------------------------------------*00008770
       0960-9999-LINHA-TITULAR.                                         00008780
           IF  TB-TIT-GRANT(IND-TIT)  EQUAL  'S'                        00008790
               MOVE   'SIM'            TO  WS-GRANT-TXT                 00008800
           ELSE                                                         00008810
               MOVE   'NAO'            TO  WS-GRANT-TXT                 00008820
           END-IF.                                                      00008830
           MOVE   SPACES               TO  LINHA-REL.                   00008840
           STRING '   ' TB-TIT-TIPO(IND-TIT) ' '                        00008850
                  TB-TIT-AUTORIDADE(IND-TIT) ' '                        00008860
                  TB-TIT-OBJETO(IND-TIT) ' '                            00008870
                  TB-TIT-GRANTEE(IND-TIT) ' '                           00008880
                  TB-TIT-GRANTOR(IND-TIT) ' '                           00008890
                  TB-TIT-DATA(IND-TIT) ' '                              00008900
                  WS-GRANT-TXT ' '                                      00008910
                  WS-SITUACAO                                           00008920
                  DELIMITED BY SIZE INTO LINHA-REL.                     00008930
           PERFORM 0900-9999-IMPRIME THRU 0900-9999-EXIT.               00008940
       0960-9999-EXIT. EXIT.                                            00008950
      *----------------------------------------------------------------*00008960
      *                                                                *00008970
      *----------------------------------------------------------------*00008980
       9999-9999-ERRO-DB2.                                              00008990
           MOVE   SQLCODE              TO  WS-SQLCODE.                  00009000
           DISPLAY '*** SQLCODE  ' WS-SQLCODE.                          00009010
           DISPLAY '    SQLERRMC ' SQLERRMC.                            00009020
           DISPLAY '    SQLSTATE ' SQLSTATE.                            00009030
           MOVE   +16                  TO  RETURN-CODE.                 00009040
           STOP RUN.                                                    00009050
       9999-9999-EXIT. EXIT.                                            00009060
