       IDENTIFICATION DIVISION.                                         00000010
       PROGRAM-ID.    DB2GRORF.                                         00000020
      *----------------------------------------------------------------*00000030
      * DATA:  OUT/2026                                                *00000040
      * OBJETIVOS: VARREDURA ANUAL DE GRANTEES ORFAOS CONTRA O EXTRATO *00000050
      *   DIARIO DE USUARIOS DO RACF (UNLOAD IRRDBU00), PEDIDA PELA    *00000060
      *   AUDITORIA - O DB2AUTCM CONFERE O CATALOGO COM A BASE         *00000070
      *   APROVADA, MAS A PROPRIA BASE AINDA TRAZ IDS DE QUEM JA SAIU: *00000080
      *   - LE O RACFEXT: REGISTRO 0200 (USUARIO, COM A MARCA DE       *00000090
      *     REVOKE E A DATA DE REVOKE PROGRAMADA) E 0205 (CONEXAO A    *00000100
      *     GRUPO - DA' OS GRUPOS); 0100 (GRUPO), SE VIER, TAMBEM VALE;*00000110
      *   - LE OS GRANTEES (AUTHID, SEM ROLE/PACOTE/PUBLIC) DA         *00000120
      *     SYSIBM.SYSTABAUTH, SYSCOLAUTH, SYSPACKAUTH E SYSDBAUTH;    *00000130
      *   - ACHADO: GRANTEE QUE NAO E' USUARIO NEM GRUPO NO RACF, OU   *00000140
      *     USUARIO REVOGADO NO RACF;                                  *00000150
      *   - PARA CADA ACHADO GRAVA NO REVORF (TRECHO './ DECK DSNTEP2' *00000160
      *     QUE O DB2JCLBD EMBRULHA) OS REVOKES DE TUDO QUE ELE TEM:   *00000170
      *     ALL NAS TABELAS (TABELA E COLUNA) E ALL NOS PACOTES, BY    *00000177
      *     ALL (DE QUALQUER GRANTOR), E CADA PRIVILEGIO DE BANCO, BY  *00000184
      *     O GRANTOR DE CADA CONCESSAO; GRANT FEITO POR ELE MESMO     *00000191
      *     (PROPRIETARIO) NAO E' REVOGAVEL E FICA SO' NO RELATO;      *00000200
      *   - E GRAVA NO TRNORF AS TRANSACOES 'R' DO DB2BASMT PARA CADA  *00000210
      *     ENTRADA DELE NA BASE APROVADA (BASELIN), LIMPANDO A BASE   *00000220
      *     NA MESMA RODADA.                                           *00000230
      *   SYSIN (OPCIONAL): UM ID POR CARTAO (COLS 1-8) QUE NAO DEVE   *00000240
      *   SER APONTADO (ID TECNICO QUE NAO EXISTE NO RACF).            *00000250
      *   PARM: TICKET DA MUDANCA (ATE 12 POSICOES) PARA O REGISTRO    *00000260
      *   CENTRAL DE DECKS (DB2DKREG).                                 *00000270
      *   RETURN-CODE 4 QUANDO HA ACHADO.                              *00000280
      * AREA RESPONSAVEL: ADMINISTRACAO DE BANCO DE DADOS              *00000290
      *----------------------------------------------------------------*00000300
       ENVIRONMENT    DIVISION.                                         00000310
      *                                                                 00000320
       INPUT-OUTPUT       SECTION.                                      00000330
       FILE-CONTROL.                                                    00000340
           SELECT  RACFEXT  ASSIGN  TO  RACFEXT.                        00000350
           SELECT  OPTIONAL SYSIN   ASSIGN  TO  SYSIN.                  00000360
           SELECT  BASELIN  ASSIGN  TO  BASELIN.                        00000370
           SELECT  RELATO   ASSIGN  TO  RELATO.                         00000380
           SELECT  REVORF   ASSIGN  TO  REVORF.                         00000390
           SELECT  TRNORF   ASSIGN  TO  TRNORF.                         00000400
      *                                                                 00000410
       DATA DIVISION.                                                   00000420
      *                                                                 00000430
       FILE            SECTION.                                         00000440
       FD  RACFEXT                                                      00000450
           LABEL  RECORD  IS  STANDARD                                  00000460
           RECORDING MODE IS V                                          00000470
           RECORD VARYING IN SIZE FROM 4 TO 4096 CHARACTERS             00000480
               DEPENDING ON WS-TAM-RACF.                                00000490
                                                                        00000500
       01  REG-RACFEXT                 PIC  X(4096).                    00000510
      *                                                                 00000520
       FD  SYSIN                                                        00000530
           LABEL  RECORD  IS  OMITTED                                   00000540
           RECORDING MODE IS F.                                         00000550
                                                                        00000560
       01  REG-SYSIN                   PIC  X(080).                     00000570
      *                                                                 00000580
       FD  BASELIN                                                      00000590
           LABEL  RECORD  IS  OMITTED                                   00000600
           RECORDING MODE IS F.                                         00000610
                                                                        00000620
       01  REG-BASELIN                 PIC  X(080).                     00000630
      *                                                                 00000640
       FD  RELATO                                                       00000650
           LABEL  RECORD  IS  OMITTED                                   00000660
           RECORDING MODE IS F.                                         00000670
                                                                        00000680
       01  REG-RELATO                  PIC  X(132).                     00000690
      *                                                                 00000700
       FD  REVORF                                                       00000710
           LABEL  RECORD  IS  OMITTED                                   00000720
           RECORDING MODE IS F.                                         00000730
                                                                        00000740
       01  REG-REVORF                  PIC  X(080).                     00000750
      *                                                                 00000760
       FD  TRNORF                                                       00000770
           LABEL  RECORD  IS  OMITTED                                   00000780
           RECORDING MODE IS F.                                         00000790
                                                                        00000800
       01  REG-TRNORF                  PIC  X(080).                     00000810
      *                                                                 00000820
       WORKING-STORAGE SECTION.                                         00000830
      *----------------------------------------------------------------*00000840
      * REGISTROS DO IRRDBU00 USADOS (POSICOES DO UNLOAD)              *00000850
      *----------------------------------------------------------------*00000860
       01  WS-TAM-RACF                 PIC  9(04)  COMP  VALUE ZEROS.   00000870
       01  REG-RACF.                                                    00000880
           02  RACF-TIPO               PIC  X(04).                      00000890
           02  FILLER                  PIC  X(01).                      00000900
           02  RACF-NOME               PIC  X(08).                      00000910
           02  FILLER                  PIC  X(587).                     00000920
      *--- 0200 USUARIO (USBD)                                          00000930
       01  REG-RACF-0200  REDEFINES  REG-RACF.                          00000940
           02  FILLER                  PIC  X(49).                      00000950
           02  USBD-REVOKE             PIC  X(04).                      00000960
           02  FILLER                  PIC  X(404).                     00000970
           02  USBD-REVOKE-DATE        PIC  X(10).                      00000980
           02  FILLER                  PIC  X(01).                      00000990
           02  USBD-RESUME-DATE        PIC  X(10).                      00001000
           02  FILLER                  PIC  X(122).                     00001010
      *--- 0205 CONEXAO A GRUPO (USCON)                                 00001020
       01  REG-RACF-0205  REDEFINES  REG-RACF.                          00001030
           02  FILLER                  PIC  X(14).                      00001040
           02  USCON-GRP-ID            PIC  X(08).                      00001050
           02  FILLER                  PIC  X(578).                     00001060
      *----------------------------------------------------------------*00001070
      * USUARIOS E GRUPOS DO RACF                                      *00001080
      *----------------------------------------------------------------*00001090
       01  TAB-USUARIOS.                                                00001100
           02  QTD-USU            PIC S9(08) COMP    VALUE +0.          00001110
           02  IND-USU            PIC S9(08) COMP    VALUE +0.          00001120
           02  FILLER             OCCURS  30000  TIMES.                 00001130
               04  TB-USU-ID          PIC  X(08).                       00001140
               04  TB-USU-REVOGADO    PIC  X(01).                       00001150
               04  TB-USU-DT-REVOKE   PIC  X(10).                       00001160
       01  TAB-GRUPOS.                                                  00001170
           02  QTD-GRP            PIC S9(08) COMP    VALUE +0.          00001180
           02  IND-GRP            PIC S9(08) COMP    VALUE +0.          00001190
           02  TB-GRP-ID          OCCURS 5000 TIMES  PIC X(08).         00001200
      *----------------------------------------------------------------*00001210
      * IDS A NAO APONTAR (SYSIN)                                      *00001220
      *----------------------------------------------------------------*00001230
       01  TAB-IGNORADOS.                                               00001240
           02  QTD-IGN            PIC S9(04) COMP    VALUE +0.          00001250
           02  IND-IGN            PIC S9(04) COMP    VALUE +0.          00001260
           02  TB-IGN-ID          OCCURS  200 TIMES  PIC X(08).         00001270
      *----------------------------------------------------------------*00001280
      * BASE DE AUTORIZACOES APROVADAS (LAYOUT DO DB2BASMT)            *00001290
      *----------------------------------------------------------------*00001300
       01  REG-BASELINE.                                                00001310
           02  BAS-GRANTEE             PIC  X(08).                      00001320
           02  FILLER                  PIC  X(01).                      00001330
           02  BAS-CREATOR             PIC  X(08).                      00001340
           02  FILLER                  PIC  X(01).                      00001350
           02  BAS-TABELA              PIC  X(18).                      00001360
           02  FILLER                  PIC  X(01).                      00001370
           02  BAS-PRIVILEGIO          PIC  X(08).                      00001380
           02  FILLER                  PIC  X(35).                      00001390
       01  TAB-BASELINE.                                                00001400
           02  QTD-BAS            PIC S9(04) COMP    VALUE +0.          00001410
           02  IND-BAS            PIC S9(04) COMP    VALUE +0.          00001420
           02  FILLER             OCCURS    500  TIMES.                 00001430
               04  TB-BAS-GRANTEE     PIC  X(08)     VALUE SPACES.      00001440
               04  TB-BAS-CREATOR     PIC  X(08)     VALUE SPACES.      00001450
               04  TB-BAS-TABELA      PIC  X(18)     VALUE SPACES.      00001460
               04  TB-BAS-PRIV        PIC  X(08)     VALUE SPACES.      00001470
      *----------------------------------------------------------------*00001480
      * TRANSACAO DO DB2BASMT (ACAO + LAYOUT DO BASELINE)              *00001490
      *----------------------------------------------------------------*00001500
       01  REG-TRANSACAO.                                               00001510
           02  TRN-ACAO                PIC  X(01)      VALUE 'R'.       00001520
           02  FILLER                  PIC  X(01)      VALUE SPACES.    00001530
           02  TRN-GRANTEE             PIC  X(08)      VALUE SPACES.    00001540
           02  FILLER                  PIC  X(01)      VALUE SPACES.    00001550
           02  TRN-CREATOR             PIC  X(08)      VALUE SPACES.    00001560
           02  FILLER                  PIC  X(01)      VALUE SPACES.    00001570
           02  TRN-TABELA              PIC  X(18)      VALUE SPACES.    00001580
           02  FILLER                  PIC  X(01)      VALUE SPACES.    00001590
           02  TRN-PRIVILEGIO          PIC  X(08)      VALUE SPACES.    00001600
           02  FILLER                  PIC  X(01)      VALUE SPACES.    00001610
           02  TRN-APROVADOR           PIC  X(08)      VALUE 'DB2GRORF'.00001620
           02  FILLER                  PIC  X(01)      VALUE SPACES.    00001630
           02  TRN-DT-VIGENCIA         PIC  9(08)      VALUE ZEROS.     00001640
           02  FILLER                  PIC  X(15)      VALUE SPACES.    00001650
      *----------------------------------------------------------------*00001660
      * HOSTS DE CATALOGO                                              *00001670
      *----------------------------------------------------------------*00001680
       01  H-GRANTEE                   PIC  X(08).                      00001690
       01  H-GRANTOR                   PIC  X(08).                      00001700
       01  H-CREATOR                   PIC  X(08).                      00001710
       01  H-TABELA.                                                    00001720
           49  H-TABELA-L              PIC S9(04) COMP.                 00001730
           49  H-TABELA-T              PIC  X(18).                      00001740
       01  H-COLLID.                                                    00001750
           49  H-COLLID-L              PIC S9(04) COMP.                 00001760
           49  H-COLLID-T              PIC  X(18).                      00001770
       01  H-PACOTE.                                                    00001780
           49  H-PACOTE-L              PIC S9(04) COMP.                 00001790
           49  H-PACOTE-T              PIC  X(08).                      00001800
       01  H-DATABASE                  PIC  X(08).                      00001810
       01  H-QTD-PROPRIOS              PIC S9(09) COMP.                 00001820
       01  H-DBAUTH.                                                    00001830
           02  H-CREATETABAUTH         PIC  X(01).                      00001840
           02  H-CREATETSAUTH          PIC  X(01).                      00001850
           02  H-DBADMAUTH             PIC  X(01).                      00001860
           02  H-DBCTRLAUTH            PIC  X(01).                      00001870
           02  H-DBMAINTAUTH           PIC  X(01).                      00001880
           02  H-DISPLAYDBAUTH         PIC  X(01).                      00001890
           02  H-DROPAUTH              PIC  X(01).                      00001900
           02  H-IMAGCOPYAUTH          PIC  X(01).                      00001910
           02  H-LOADAUTH              PIC  X(01).                      00001920
           02  H-REORGAUTH             PIC  X(01).                      00001930
           02  H-RECOVERDBAUTH         PIC  X(01).                      00001940
           02  H-REPAIRAUTH            PIC  X(01).                      00001950
           02  H-STARTDBAUTH           PIC  X(01).                      00001960
           02  H-STATSAUTH             PIC  X(01).                      00001970
           02  H-STOPAUTH              PIC  X(01).                      00001980
       01  H-DBAUTH-R  REDEFINES  H-DBAUTH.                             00001990
           02  H-DBAUTH-FLAG      OCCURS 15 TIMES    PIC X(01).         00002000
      *--- PRIVILEGIO DE BANCO NA ORDEM DAS COLUNAS ACIMA               00002010
       01  TAB-PRIV-DB-VALORES.                                         00002020
           02  FILLER             PIC X(10)          VALUE 'CREATETAB'. 00002030
           02  FILLER             PIC X(10)          VALUE 'CREATETS'.  00002040
           02  FILLER             PIC X(10)          VALUE 'DBADM'.     00002050
           02  FILLER             PIC X(10)          VALUE 'DBCTRL'.    00002060
           02  FILLER             PIC X(10)          VALUE 'DBMAINT'.   00002070
           02  FILLER             PIC X(10)          VALUE 'DISPLAYDB'. 00002080
           02  FILLER             PIC X(10)          VALUE 'DROP'.      00002090
           02  FILLER             PIC X(10)          VALUE 'IMAGCOPY'.  00002100
           02  FILLER             PIC X(10)          VALUE 'LOAD'.      00002110
           02  FILLER             PIC X(10)          VALUE 'REORG'.     00002120
           02  FILLER             PIC X(10)          VALUE 'RECOVERDB'. 00002130
           02  FILLER             PIC X(10)          VALUE 'REPAIR'.    00002140
           02  FILLER             PIC X(10)          VALUE 'STARTDB'.   00002150
           02  FILLER             PIC X(10)          VALUE 'STATS'.     00002160
           02  FILLER             PIC X(10)          VALUE 'STOPDB'.    00002170
       01  TAB-PRIV-DB  REDEFINES  TAB-PRIV-DB-VALORES.                 00002180
           02  TB-PRIV-DB         OCCURS 15 TIMES    PIC X(10).         00002190
       01  IND-PRIV               PIC S9(04) COMP    VALUE +0.          00002200
      *----------------------------------------------------------------*00002210
      * AREAS AUXILIARES                                               *00002220
      *----------------------------------------------------------------*00002230
       01  FILLER.                                                      00002240
           02  WS-SQLCODE              PIC -----9.                      00002250
           02  WS-HOJE-ISO             PIC  X(10)      VALUE SPACES.    00002260
           02  WS-HOJE-8               PIC  9(08)      VALUE ZEROS.     00002270
           02  WS-HOJE-8-R  REDEFINES  WS-HOJE-8.                       00002280
               03  WS-HOJE-SECULO      PIC  9(02).                      00002290
               03  WS-HOJE-AAMMDD      PIC  9(06).                      00002300
           02  WS-SITUACAO             PIC  X(24)      VALUE SPACES.    00002310
           02  WS-CREATOR-ANT          PIC  X(08)      VALUE SPACES.    00002320
           02  WS-TAB-ATUAL            PIC  X(18)      VALUE SPACES.    00002330
           02  WS-COLLID-ATUAL         PIC  X(18)      VALUE SPACES.    00002340
           02  WS-PACOTE-ATUAL         PIC  X(08)      VALUE SPACES.    00002350
           02  WS-QTD-GRANTEES         PIC S9(08) COMP VALUE +0.        00002360
           02  WS-QTD-IGNORADOS        PIC S9(08) COMP VALUE +0.        00002370
           02  WS-QTD-ACHADOS          PIC S9(08) COMP VALUE +0.        00002380
           02  WS-QTD-REVOGADOS-RACF   PIC S9(08) COMP VALUE +0.        00002390
           02  WS-QTD-REVORF           PIC S9(08) COMP VALUE +0.        00002400
           02  WS-QTD-TRNORF           PIC S9(08) COMP VALUE +0.        00002410
           02  WS-QTD-PROPRIOS         PIC S9(08) COMP VALUE +0.        00002420
           02  WS-REV-TAB              PIC S9(08) COMP VALUE +0.        00002430
           02  WS-REV-PKG              PIC S9(08) COMP VALUE +0.        00002440
           02  WS-REV-DB               PIC S9(08) COMP VALUE +0.        00002450
           02  WS-REV-BAS              PIC S9(08) COMP VALUE +0.        00002460
           02  WS-REV-PROPRIOS         PIC S9(08) COMP VALUE +0.        00002470
           02  ZQTD                    PIC ZZZZZZZ9.                    00002480
           02  ZQTD2                   PIC ZZZZZZZ9.                    00002490
           02  ZQTD3                   PIC ZZZZZZZ9.                    00002500
           02  ZQTD4                   PIC ZZZZZZZ9.                    00002510
           02  ZQTD5                   PIC ZZZZZZZ9.                    00002520
           02  LIN-DECK                PIC  X(80)      VALUE SPACES.    00002530
       01  DELIMITADOR.                                                 00002540
           02  FILLER             PIC X(01)          VALUE ';'.         00002550
      *----------------------------------------------------------------*00002560
      * PARAMETRO DO REGISTRO CENTRAL DE DECKS (DB2DKREG)              *00002570
      *----------------------------------------------------------------*00002580
       01  DKR-PARM.                                                    00002590
           02  DKR-FUNCAO         PIC X(01)      VALUE 'G'.             00002600
           02  DKR-PROGRAMA       PIC X(08)      VALUE 'DB2GRORF'.      00002610
           02  DKR-DATASET        PIC X(08)      VALUE 'REVORF'.        00002620
           02  DKR-TIPO-DECK      PIC X(08)      VALUE 'REVOKE'.        00002630
           02  DKR-QTD-OBJETOS    PIC 9(05)      VALUE ZEROS.           00002640
           02  DKR-TICKET         PIC X(12)      VALUE SPACES.          00002650
           02  DKR-SITUACAO       PIC X(01)      VALUE SPACES.          00002660
           02  DKR-RETURN-CODE    PIC 9(02)      VALUE ZEROS.           00002670
      *----------------------------------------------------------------*00002680
      * CONTROLES                                                      *00002690
      *----------------------------------------------------------------*00002700
       01  CHAVES-FIM.                                                  00002710
           02  N88-FIM-RACFEXT                   PIC  X(03) VALUE 'NAO'.00002720
               88  FIM-RACFEXT                              VALUE 'SIM'.00002730
           02  N88-FIM-SYSIN                     PIC  X(03) VALUE 'NAO'.00002740
               88  FIM-SYSIN                                VALUE 'SIM'.00002750
           02  N88-FIM-BASELIN                   PIC  X(03) VALUE 'NAO'.00002760
               88  FIM-BASELIN                              VALUE 'SIM'.00002770
           02  N88-FIM-GRANTEES                  PIC  X(03) VALUE 'NAO'.00002780
               88  FIM-GRANTEES                             VALUE 'SIM'.00002790
           02  N88-FIM-TABREV                    PIC  X(03) VALUE 'NAO'.00002800
               88  FIM-TABREV                               VALUE 'SIM'.00002810
           02  N88-FIM-PKGREV                    PIC  X(03) VALUE 'NAO'.00002820
               88  FIM-PKGREV                               VALUE 'SIM'.00002830
           02  N88-FIM-DBREV                     PIC  X(03) VALUE 'NAO'.00002840
               88  FIM-DBREV                                VALUE 'SIM'.00002850
           02  N88-CAB-REVORF                    PIC  X(03) VALUE 'NAO'.00002853
               88  CAB-REVORF-GRAVADO                       VALUE 'SIM'.00002856
      *----------------------------------------------------------------*00002860
      * RELATORIO                                                      *00002870
      *----------------------------------------------------------------*00002880
       77  AC-LINHA-REL           PIC S9(004)  COMP  VALUE +99.         00002890
       77  AC-PAGINA-REL          PIC S9(004)  COMP  VALUE +0.          00002900
       01  LINHA-REL              PIC  X(132)        VALUE SPACES.      00002910
       01  CURDATA                PIC  9(06)         VALUE ZEROS.       00002920
       01  CURDATA-R  REDEFINES  CURDATA.                               00002930
           03  ATU-ANO            PIC 9(02).                            00002940
           03  ATU-MES            PIC 9(02).                            00002950
           03  ATU-DIA            PIC 9(02).                            00002960
       01  REL-CAB1.                                                    00002970
           03  FILLER             PIC X(52)          VALUE              00002980
               'DB2GRORF     ADMINISTRACAO DE BANCO DE DADOS'.          00002990
           03  FILLER             PIC X(06)          VALUE 'DATA: '.    00003000
           03  REL-CAB1-DATA.                                           00003010
               05  CB-DIA         PIC 9(02)/.                           00003020
               05  CB-MES         PIC 9(02)/.                           00003030
               05  CB-ANO         PIC 9(02).                            00003040
           03  FILLER             PIC X(04)          VALUE SPACES.      00003050
           03  FILLER             PIC X(05)          VALUE 'PAG: '.     00003060
           03  REL-CAB1-PAG       PIC ZZZ9.                             00003070
           03  FILLER             PIC X(53)          VALUE SPACES.      00003080
       01  REL-CAB2.                                                    00003090
           03  FILLER             PIC X(132)         VALUE              00003100
               'GRANTEES ORFAOS OU REVOGADOS NO RACF (IRRDBU00)'.       00003110
       01  REL-CAB3.                                                    00003120
           03  FILLER             PIC X(132)         VALUE ALL '-'.     00003130
       01  REL-ACHADOS.                                                 00003140
           03  FILLER             PIC X(40)          VALUE              00003150
               '   GRANTEE   SITUACAO NO RACF           '.              00003160
           03  FILLER             PIC X(92)          VALUE              00003170
               'REV.TAB REV.PKG  REV.DB BASE(R)    PROPRIOS'.           00003180
      *                                                                 00003190
           EXEC SQL INCLUDE SQLCA END-EXEC.                             00003200
      *----------------------------------------------------------------*00003210
      *                                                                *00003220
      *----------------------------------------------------------------*00003230
       LINKAGE     SECTION.                                             00003240
       01  PARMJOB.                                                     00003250
           02  PARM-LEN           PIC  9(04)  COMP.                     00003260
           02  PARM-TICKET        PIC  X(12).                           00003270
      *----------------------------------------------------------------*00003280
      *                                                                *00003290
      *----------------------------------------------------------------*00003300
       PROCEDURE   DIVISION      USING   PARMJOB.                       00003310
      *----------------------------------------------------------------*00003320
      *                                                                *00003330
      *----------------------------------------------------------------*00003340
       0000-0000-PRINCIPAL.                                             00003350
           OPEN INPUT  RACFEXT SYSIN BASELIN.                           00003360
           OPEN OUTPUT RELATO REVORF TRNORF.                            00003370
           IF  PARM-LEN  GREATER  ZEROS                                 00003380
               IF  PARM-LEN  LESS  12                                   00003390
                   MOVE  PARM-TICKET(1:PARM-LEN)  TO  DKR-TICKET        00003400
               ELSE                                                     00003410
                   MOVE  PARM-TICKET              TO  DKR-TICKET        00003420
               END-IF                                                   00003430
           END-IF.                                                      00003440
           ACCEPT CURDATA              FROM DATE.                       00003450
           MOVE   CURDATA              TO  WS-HOJE-AAMMDD.              00003460
           IF  ATU-ANO  GREATER  70                                     00003470
               MOVE   19               TO  WS-HOJE-SECULO               00003480
           ELSE                                                         00003490
               MOVE   20               TO  WS-HOJE-SECULO               00003500
           END-IF.                                                      00003510
           MOVE   WS-HOJE-8            TO  TRN-DT-VIGENCIA.             00003520
           STRING WS-HOJE-8(1:4) '-' WS-HOJE-8(5:2) '-' WS-HOJE-8(7:2)  00003530
                  DELIMITED BY SIZE INTO WS-HOJE-ISO.                   00003540
                                                                        00003550
           PERFORM 0100-0000-CARREGA-RACF     THRU 0100-0000-EXIT.      00003560
           PERFORM 0150-0000-CARREGA-SYSIN    THRU 0150-0000-EXIT.      00003570
           PERFORM 0170-0000-CARREGA-BASELIN  THRU 0170-0000-EXIT.      00003580
                                                                        00003590
           MOVE   REL-ACHADOS          TO  LINHA-REL.                   00003600
           PERFORM 0900-9999-IMPRIME THRU 0900-9999-EXIT.               00003610
           PERFORM 0200-0000-VARRE-GRANTEES   THRU 0200-0000-EXIT.      00003620
                                                                        00003630
           MOVE   SPACES               TO  LINHA-REL.                   00003640
           PERFORM 0900-9999-IMPRIME THRU 0900-9999-EXIT.               00003650
           MOVE   QTD-USU              TO  ZQTD.                        00003660
           MOVE   WS-QTD-REVOGADOS-RACF TO ZQTD2.                       00003670
           MOVE   QTD-GRP              TO  ZQTD3.                       00003680
           STRING 'RACF: USUARIOS ' ZQTD '  REVOGADOS ' ZQTD2           00003690
                  '  GRUPOS ' ZQTD3                                     00003700
                  DELIMITED BY SIZE INTO LINHA-REL.                     00003710
           PERFORM 0900-9999-IMPRIME THRU 0900-9999-EXIT.               00003720
           MOVE   WS-QTD-GRANTEES      TO  ZQTD.                        00003730
           MOVE   WS-QTD-IGNORADOS     TO  ZQTD2.                       00003740
           MOVE   WS-QTD-ACHADOS       TO  ZQTD3.                       00003750
           STRING 'GRANTEES CONFERIDOS ' ZQTD '  IGNORADOS (SYSIN) '    00003760
                  ZQTD2 '  ACHADOS ' ZQTD3                              00003770
                  DELIMITED BY SIZE INTO LINHA-REL.                     00003780
           PERFORM 0900-9999-IMPRIME THRU 0900-9999-EXIT.               00003790
           MOVE   WS-QTD-REVORF        TO  ZQTD.                        00003800
           MOVE   WS-QTD-TRNORF        TO  ZQTD2.                       00003810
           MOVE   WS-QTD-PROPRIOS      TO  ZQTD3.                       00003820
           STRING 'REVOKES NO REVORF ' ZQTD                             00003830
                  '  TRANSACOES R NO TRNORF ' ZQTD2                     00003840
                  '  GRANTS DE PROPRIETARIO (NAO REVOGAVEIS) ' ZQTD3    00003850
                  DELIMITED BY SIZE INTO LINHA-REL.                     00003860
           PERFORM 0900-9999-IMPRIME THRU 0900-9999-EXIT.               00003870
                                                                        00003880
           CLOSE RACFEXT SYSIN BASELIN RELATO REVORF TRNORF.            00003890
           EXEC SQL COMMIT WORK END-EXEC.                               00003900
           IF  WS-QTD-ACHADOS  GREATER  +0                              00003910
               MOVE   +4               TO  RETURN-CODE                  00003920
           ELSE                                                         00003930
               MOVE   +0               TO  RETURN-CODE                  00003940
           END-IF.                                                      00003950
           IF  WS-QTD-REVORF  GREATER  +0                               00003960
               MOVE   WS-QTD-REVORF    TO  DKR-QTD-OBJETOS              00003970
               MOVE   RETURN-CODE      TO  DKR-RETURN-CODE              00003980
               CALL  'DB2DKREG'  USING  DKR-PARM                        00003990
           END-IF.                                                      00004000
           STOP  RUN.                                                   00004010
       0000-0000-EXIT. EXIT.                                            00004020
      *----------------------------------------------------------------*00004030
      * EXTRATO DO RACF: 0200 USUARIO, 0205 CONEXAO, 0100 GRUPO        *00004040
      *----------------------------------------------------------------*00004050
       0100-0000-CARREGA-RACF.                                          00004060
           PERFORM 0110-0100-LE-RACFEXT THRU 0110-0100-EXIT             00004070
             UNTIL FIM-RACFEXT.                                         00004080
           IF  QTD-USU  EQUAL  +0                                       00004090
               DISPLAY 'DB2GRORF - ERRO - EXTRATO RACF SEM USUARIOS '   00004100
                       '(REGISTRO 0200)'                                00004110
               MOVE   +16              TO  RETURN-CODE                  00004120
               STOP  RUN                                                00004130
           END-IF.                                                      00004140
       0100-0000-EXIT. EXIT.                                            00004150
      *----------------------------------------------------------------*00004160
      *                                                                *00004170
      *----------------------------------------------------------------*00004180
       0110-0100-LE-RACFEXT.                                            00004190
           READ  RACFEXT                                                00004200
               AT END                                                   00004210
                   MOVE   'SIM'         TO   N88-FIM-RACFEXT            00004220
                   GO  TO  0110-0100-EXIT                               00004230
           END-READ.                                                    00004240
           MOVE   SPACES               TO  REG-RACF.                    00004250
           IF  WS-TAM-RACF  GREATER  600                                00004260
               MOVE   REG-RACFEXT(1:600)              TO  REG-RACF      00004270
           ELSE                                                         00004280
               MOVE   REG-RACFEXT(1:WS-TAM-RACF)      TO  REG-RACF      00004290
           END-IF.                                                      00004300
           EVALUATE RACF-TIPO                                           00004310
               WHEN '0200'                                              00004320
                    PERFORM 0120-0110-USUARIO THRU 0120-0110-EXIT       00004330
               WHEN '0205'                                              00004340
                    MOVE   USCON-GRP-ID    TO  RACF-NOME                00004350
                    PERFORM 0130-0110-GRUPO THRU 0130-0110-EXIT         00004360
               WHEN '0100'                                              00004370
                    PERFORM 0130-0110-GRUPO THRU 0130-0110-EXIT         00004380
           END-EVALUATE.                                                00004390
       0110-0100-EXIT. EXIT.                                            00004400
      *----------------------------------------------------------------*00004410
      * USUARIO: REVOGADO PELA MARCA OU PELA DATA DE REVOKE JA'        *00004420
      * ALCANCADA SEM RESUME POSTERIOR                                 *00004430
      *----------------------------------------------------------------*00004440
       0120-0110-USUARIO.                                               00004450
           IF  QTD-USU  NOT LESS  +30000                                00004460
               DISPLAY 'DB2GRORF - ERRO - MAIS DE 30000 USUARIOS'       00004470
               MOVE   +16              TO  RETURN-CODE                  00004480
               STOP  RUN                                                00004490
           END-IF.                                                      00004500
           ADD    +1                   TO  QTD-USU.                     00004510
           MOVE   RACF-NOME            TO  TB-USU-ID(QTD-USU).          00004520
           MOVE   'N'                  TO  TB-USU-REVOGADO(QTD-USU).    00004530
           MOVE   SPACES               TO  TB-USU-DT-REVOKE(QTD-USU).   00004540
           IF  USBD-REVOKE  EQUAL  'YES '                               00004550
               MOVE   'S'              TO  TB-USU-REVOGADO(QTD-USU)     00004560
           END-IF.                                                      00004570
           IF  USBD-REVOKE-DATE  NOT EQUAL  SPACES                      00004580
               AND USBD-REVOKE-DATE  NOT GREATER  WS-HOJE-ISO           00004590
               MOVE   USBD-REVOKE-DATE TO  TB-USU-DT-REVOKE(QTD-USU)    00004600
               IF  USBD-RESUME-DATE  EQUAL  SPACES                      00004610
                   OR USBD-RESUME-DATE  NOT GREATER  USBD-REVOKE-DATE   00004620
                   OR USBD-RESUME-DATE  GREATER  WS-HOJE-ISO            00004630
                   MOVE   'S'          TO  TB-USU-REVOGADO(QTD-USU)     00004640
               END-IF                                                   00004650
           END-IF.                                                      00004660
           IF  TB-USU-REVOGADO(QTD-USU)  EQUAL  'S'                     00004670
               ADD    +1               TO  WS-QTD-REVOGADOS-RACF        00004680
           END-IF.                                                      00004690
       0120-0110-EXIT. EXIT.                                            00004700
      *----------------------------------------------------------------*00004710
      *                                                                *00004720
      *----------------------------------------------------------------*00004730
       0130-0110-GRUPO.                                                 00004740
           IF  RACF-NOME  EQUAL  SPACES                                 00004750
               GO  TO  0130-0110-EXIT                                   00004760
           END-IF.                                                      00004770
           PERFORM VARYING IND-GRP FROM +1 BY +1                        00004780
             UNTIL IND-GRP  GREATER  QTD-GRP                            00004790
                OR TB-GRP-ID(IND-GRP)  EQUAL  RACF-NOME                 00004800
               CONTINUE                                                 00004810
           END-PERFORM.                                                 00004820
           IF  IND-GRP  NOT GREATER  QTD-GRP                            00004830
               GO  TO  0130-0110-EXIT                                   00004840
           END-IF.                                                      00004850
           IF  QTD-GRP  NOT LESS  +5000                                 00004860
               DISPLAY 'DB2GRORF - ERRO - MAIS DE 5000 GRUPOS'          00004870
               MOVE   +16              TO  RETURN-CODE                  00004880
               STOP  RUN                                                00004890
           END-IF.                                                      00004900
           ADD    +1                   TO  QTD-GRP.                     00004910
           MOVE   RACF-NOME            TO  TB-GRP-ID(QTD-GRP).          00004920
       0130-0110-EXIT. EXIT.                                            00004930
      *----------------------------------------------------------------*00004940
      * IDS QUE NAO DEVEM SER APONTADOS                                *00004950
      *----------------------------------------------------------------*00004960
       0150-0000-CARREGA-SYSIN.                                         00004970
           PERFORM 0160-0150-LE-SYSIN THRU 0160-0150-EXIT               00004980
             UNTIL FIM-SYSIN.                                           00004990
       0150-0000-EXIT. EXIT.                                            00005000
      *----------------------------------------------------------------*00005010
      *                                                                *00005020
      *----------------------------------------------------------------*00005030
       0160-0150-LE-SYSIN.                                              00005040
           READ  SYSIN                                                  00005050
               AT END                                                   00005060
                   MOVE   'SIM'         TO   N88-FIM-SYSIN              00005070
                   GO  TO  0160-0150-EXIT                               00005080
           END-READ.                                                    00005090
           IF  REG-SYSIN(1:1)  EQUAL  '*'                               00005100
               OR REG-SYSIN(1:8)  EQUAL  SPACES                         00005110
               GO  TO  0160-0150-EXIT                                   00005120
           END-IF.                                                      00005130
           IF  QTD-IGN  NOT LESS  +200                                  00005140
               DISPLAY 'DB2GRORF - SYSIN COM MAIS DE 200 IDS - '        00005150
                       'EXCEDENTES DESPREZADOS'                         00005160
               GO  TO  0160-0150-EXIT                                   00005170
           END-IF.                                                      00005180
           ADD    +1                   TO  QTD-IGN.                     00005190
           MOVE   REG-SYSIN(1:8)       TO  TB-IGN-ID(QTD-IGN).          00005200
       0160-0150-EXIT. EXIT.                                            00005210
      *----------------------------------------------------------------*00005220
      * BASE APROVADA (BASELIN DO DB2AUTCM / BASNEW DO DB2BASMT)       *00005230
      *----------------------------------------------------------------*00005240
       0170-0000-CARREGA-BASELIN.                                       00005250
           PERFORM 0180-0170-LE-BASELIN THRU 0180-0170-EXIT             00005260
             UNTIL FIM-BASELIN.                                         00005270
       0170-0000-EXIT. EXIT.                                            00005280
      *----------------------------------------------------------------*00005290
      *                                                                *00005300
      *----------------------------------------------------------------*00005310
       0180-0170-LE-BASELIN.                                            00005320
           READ  BASELIN  INTO  REG-BASELINE                            00005330
               AT END                                                   00005340
                   MOVE   'SIM'         TO   N88-FIM-BASELIN            00005350
                   GO  TO  0180-0170-EXIT                               00005360
           END-READ.                                                    00005370
           IF  QTD-BAS  GREATER  +499                                   00005380
               DISPLAY 'DB2GRORF - ERRO - BASELINE MAIOR QUE 500'       00005390
               MOVE   +16              TO  RETURN-CODE                  00005400
               STOP  RUN                                                00005410
           END-IF.                                                      00005420
           ADD    +1                   TO  QTD-BAS.                     00005430
           MOVE   BAS-GRANTEE          TO  TB-BAS-GRANTEE(QTD-BAS).     00005440
           MOVE   BAS-CREATOR          TO  TB-BAS-CREATOR(QTD-BAS).     00005450
           MOVE   BAS-TABELA           TO  TB-BAS-TABELA(QTD-BAS).      00005460
           MOVE   BAS-PRIVILEGIO       TO  TB-BAS-PRIV(QTD-BAS).        00005470
       0180-0170-EXIT. EXIT.                                            00005480
      *----------------------------------------------------------------*00005490
      * GRANTEES (AUTHID) DAS QUATRO TABELAS DE AUTORIZACAO            *00005500
      *----------------------------------------------------------------*00005510
       0200-0000-VARRE-GRANTEES.                                        00005520
           EXEC SQL                                                     00005530
                DECLARE C_GRANTEES CURSOR FOR                           00005540
                SELECT GRANTEE                                          00005550
                  FROM SYSIBM.SYSTABAUTH                                00005560
                 WHERE GRANTEETYPE = ' '                                00005570
                   AND GRANTEE NOT LIKE 'PUBLIC%'                       00005580
                UNION                                                   00005590
                SELECT GRANTEE                                          00005600
                  FROM SYSIBM.SYSCOLAUTH                                00005610
                 WHERE GRANTEETYPE = ' '                                00005620
                   AND GRANTEE NOT LIKE 'PUBLIC%'                       00005630
                UNION                                                   00005640
                SELECT GRANTEE                                          00005650
                  FROM SYSIBM.SYSPACKAUTH                               00005660
                 WHERE GRANTEETYPE = ' '                                00005670
                   AND GRANTEE NOT LIKE 'PUBLIC%'                       00005680
                UNION                                                   00005690
                SELECT GRANTEE                                          00005700
                  FROM SYSIBM.SYSDBAUTH                                 00005710
                 WHERE GRANTEETYPE = ' '                                00005720
                   AND GRANTEE NOT LIKE 'PUBLIC%'                       00005730
                 ORDER BY 1                                             00005740
           END-EXEC.                                                    00005750
                                                                        00005760
           EXEC SQL OPEN C_GRANTEES END-EXEC.                           00005770
           IF  SQLCODE  NOT EQUAL  +0                                   00005780
               DISPLAY '*** ERRO NO OPEN C_GRANTEES'                    00005790
               PERFORM  9999-9999-ERRO-DB2  THRU 9999-9999-EXIT         00005800
           END-IF.                                                      00005810
           PERFORM 0210-0200-FETCH-GRANTEES THRU 0210-0200-EXIT         00005820
             UNTIL FIM-GRANTEES.                                        00005830
           EXEC SQL CLOSE C_GRANTEES END-EXEC.                          00005840
           IF  SQLCODE  NOT EQUAL  +0                                   00005850
               DISPLAY '*** ERRO NO CLOSE C_GRANTEES'                   00005860
               PERFORM  9999-9999-ERRO-DB2  THRU 9999-9999-EXIT         00005870
           END-IF.                                                      00005880
       0200-0000-EXIT. EXIT.                                            00005890
      *----------------------------------------------------------------*00005900
      * UM GRANTEE: USUARIO ATIVO OU GRUPO NO RACF ESTA' EM ORDEM      *00005910
      *----------------------------------------------------------------*00005920
       0210-0200-FETCH-GRANTEES.                                        00005930
           EXEC SQL                                                     00005940
                FETCH  C_GRANTEES                                       00005950
                 INTO  :H-GRANTEE                                       00005960
           END-EXEC.                                                    00005970
           IF  SQLCODE  EQUAL  +100                                     00005980
               MOVE   'SIM'            TO  N88-FIM-GRANTEES             00005990
               GO  TO  0210-0200-EXIT                                   00006000
           END-IF.                                                      00006010
           IF  SQLCODE  NOT EQUAL  +0                                   00006020
               DISPLAY '*** ERRO NO FETCH C_GRANTEES'                   00006030
               PERFORM  9999-9999-ERRO-DB2  THRU 9999-9999-EXIT         00006040
           END-IF.                                                      00006050
           IF  H-GRANTEE  EQUAL  'SYSIBM'                               00006060
               GO  TO  0210-0200-EXIT                                   00006070
           END-IF.                                                      00006080
           ADD    +1                   TO  WS-QTD-GRANTEES.             00006090
                                                                        00006100
           PERFORM VARYING IND-IGN FROM +1 BY +1                        00006110
             UNTIL IND-IGN  GREATER  QTD-IGN                            00006120
                OR TB-IGN-ID(IND-IGN)  EQUAL  H-GRANTEE                 00006130
               CONTINUE                                                 00006140
           END-PERFORM.                                                 00006150
           IF  IND-IGN  NOT GREATER  QTD-IGN                            00006160
               ADD    +1               TO  WS-QTD-IGNORADOS             00006170
               GO  TO  0210-0200-EXIT                                   00006180
           END-IF.                                                      00006190
                                                                        00006200
           PERFORM VARYING IND-USU FROM +1 BY +1                        00006210
             UNTIL IND-USU  GREATER  QTD-USU                            00006220
                OR TB-USU-ID(IND-USU)  EQUAL  H-GRANTEE                 00006230
               CONTINUE                                                 00006240
           END-PERFORM.                                                 00006250
           IF  IND-USU  NOT GREATER  QTD-USU                            00006260
               IF  TB-USU-REVOGADO(IND-USU)  NOT EQUAL  'S'             00006270
                   GO  TO  0210-0200-EXIT                               00006280
               END-IF                                                   00006290
               MOVE   SPACES           TO  WS-SITUACAO                  00006300
               IF  TB-USU-DT-REVOKE(IND-USU)  EQUAL  SPACES             00006310
                   MOVE  'USUARIO REVOGADO'      TO  WS-SITUACAO        00006320
               ELSE                                                     00006330
                   STRING 'REVOGADO EM ' TB-USU-DT-REVOKE(IND-USU)      00006340
                          DELIMITED BY SIZE INTO WS-SITUACAO            00006350
               END-IF                                                   00006360
           ELSE                                                         00006370
               PERFORM VARYING IND-GRP FROM +1 BY +1                    00006380
                 UNTIL IND-GRP  GREATER  QTD-GRP                        00006390
                    OR TB-GRP-ID(IND-GRP)  EQUAL  H-GRANTEE             00006400
                   CONTINUE                                             00006410
               END-PERFORM                                              00006420
               IF  IND-GRP  NOT GREATER  QTD-GRP                        00006430
                   GO  TO  0210-0200-EXIT                               00006440
               END-IF                                                   00006450
               MOVE  'NAO EXISTE NO RACF'        TO  WS-SITUACAO        00006460
           END-IF.                                                      00006470
                                                                        00006480
           PERFORM 0300-0210-TRATA-ACHADO THRU 0300-0210-EXIT.          00006490
       0210-0200-EXIT. EXIT.                                            00006500
      *----------------------------------------------------------------*00006510
      * ACHADO: REVOKES DE TUDO QUE O GRANTEE TEM E TRANSACOES 'R' DAS *00006520
      * ENTRADAS DELE NA BASE APROVADA                                 *00006530
      *----------------------------------------------------------------*00006540
       0300-0210-TRATA-ACHADO.                                          00006550
           ADD    +1                   TO  WS-QTD-ACHADOS.              00006560
           MOVE   +0                   TO  WS-REV-TAB  WS-REV-PKG       00006570
                                           WS-REV-DB   WS-REV-BAS       00006580
                                           WS-REV-PROPRIOS.             00006590
           PERFORM 0400-0300-REVOGA-TABELAS  THRU 0400-0300-EXIT.       00006660
           PERFORM 0500-0300-REVOGA-PACOTES  THRU 0500-0300-EXIT.       00006670
           PERFORM 0600-0300-REVOGA-BANCOS   THRU 0600-0300-EXIT.       00006680
           PERFORM 0700-0300-RETIRA-BASE     THRU 0700-0300-EXIT        00006690
             VARYING IND-BAS FROM +1 BY +1                              00006700
               UNTIL IND-BAS GREATER QTD-BAS.                           00006710
           ADD    WS-REV-PROPRIOS      TO  WS-QTD-PROPRIOS.             00006720
                                                                        00006730
           MOVE   WS-REV-TAB           TO  ZQTD.                        00006740
           MOVE   WS-REV-PKG           TO  ZQTD2.                       00006750
           MOVE   WS-REV-DB            TO  ZQTD3.                       00006760
           MOVE   WS-REV-BAS           TO  ZQTD4.                       00006770
           MOVE   WS-REV-PROPRIOS      TO  ZQTD5.                       00006780
           MOVE   SPACES               TO  LINHA-REL.                   00006790
           STRING '   ' H-GRANTEE '  ' WS-SITUACAO '  '                 00006800
                  ZQTD ZQTD2 ZQTD3 ZQTD4 '    ' ZQTD5                   00006810
                  DELIMITED BY SIZE INTO LINHA-REL.                     00006820
           PERFORM 0900-9999-IMPRIME THRU 0900-9999-EXIT.               00006830
       0300-0210-EXIT. EXIT.                                            00006840
      *----------------------------------------------------------------*00006850
      * TABELAS (GRANT DE TABELA OU DE COLUNA): REVOKE ALL             *00006860
      *----------------------------------------------------------------*00006870
       0400-0300-REVOGA-TABELAS.                                        00006880
           EXEC SQL                                                     00006890
                DECLARE C_TABREV CURSOR FOR                             00006900
                SELECT DISTINCT GRANTOR, TCREATOR, TTNAME               00006910
                  FROM SYSIBM.SYSTABAUTH                                00006920
                 WHERE GRANTEE     = :H-GRANTEE                         00006930
                   AND GRANTEETYPE = ' '                                00006940
                UNION                                                   00006950
                SELECT DISTINCT GRANTOR, TCREATOR, TTNAME               00006960
                  FROM SYSIBM.SYSCOLAUTH                                00006970
                 WHERE GRANTEE     = :H-GRANTEE                         00006980
                   AND GRANTEETYPE = ' '                                00006990
                 ORDER BY 2, 3, 1                                       00007000
           END-EXEC.                                                    00007010
                                                                        00007020
           EXEC SQL OPEN C_TABREV END-EXEC.                             00007030
           IF  SQLCODE  NOT EQUAL  +0                                   00007040
               DISPLAY '*** ERRO NO OPEN C_TABREV'                      00007050
               PERFORM  9999-9999-ERRO-DB2  THRU 9999-9999-EXIT         00007060
           END-IF.                                                      00007070
           MOVE   SPACES               TO  WS-TAB-ATUAL                 00007080
                                           WS-CREATOR-ANT.              00007090
           MOVE   'NAO'                TO  N88-FIM-TABREV.              00007100
           PERFORM 0410-0400-FETCH-TABREV THRU 0410-0400-EXIT           00007110
             UNTIL FIM-TABREV.                                          00007120
           EXEC SQL CLOSE C_TABREV END-EXEC.                            00007130
           IF  SQLCODE  NOT EQUAL  +0                                   00007140
               DISPLAY '*** ERRO NO CLOSE C_TABREV'                     00007150
               PERFORM  9999-9999-ERRO-DB2  THRU 9999-9999-EXIT         00007160
           END-IF.                                                      00007170
       0400-0300-EXIT. EXIT.                                            00007180
      *----------------------------------------------------------------*00007190
      * UM REVOKE POR TABELA, QUALQUER QUE SEJA O NUMERO DE GRANTORS   *00007200
      * (BY ALL)                                                       *00007205
      *----------------------------------------------------------------*00007210
       0410-0400-FETCH-TABREV.                                          00007220
           EXEC SQL                                                     00007230
                FETCH  C_TABREV                                         00007240
                 INTO  :H-GRANTOR, :H-CREATOR, :H-TABELA                00007250
           END-EXEC.                                                    00007260
           IF  SQLCODE  EQUAL  +100                                     00007270
               MOVE   'SIM'            TO  N88-FIM-TABREV               00007280
               GO  TO  0410-0400-EXIT                                   00007290
           END-IF.                                                      00007300
           IF  SQLCODE  NOT EQUAL  +0                                   00007310
               DISPLAY '*** ERRO NO FETCH C_TABREV'                     00007320
               PERFORM  9999-9999-ERRO-DB2  THRU 9999-9999-EXIT         00007330
           END-IF.                                                      00007340
           IF  H-GRANTOR  EQUAL  H-GRANTEE                              00007350
               ADD    +1               TO  WS-REV-PROPRIOS              00007360
               GO  TO  0410-0400-EXIT                                   00007370
           END-IF.                                                      00007380
           IF  H-CREATOR  EQUAL  WS-CREATOR-ANT                         00007390
               AND H-TABELA-T(1:H-TABELA-L)  EQUAL  WS-TAB-ATUAL        00007400
               GO  TO  0410-0400-EXIT                                   00007410
           END-IF.                                                      00007420
           MOVE   H-CREATOR            TO  WS-CREATOR-ANT.              00007430
           MOVE   SPACES               TO  WS-TAB-ATUAL.                00007440
           MOVE   H-TABELA-T(1:H-TABELA-L)  TO  WS-TAB-ATUAL.           00007450
           MOVE   SPACES               TO  LIN-DECK.                    00007460
           STRING 'REVOKE ALL ON TABLE ' DELIMITED BY SIZE              00007470
                  H-CREATOR DELIMITED BY SPACE                          00007480
                  '.' DELIMITED BY SIZE                                 00007490
                  WS-TAB-ATUAL DELIMITED BY SPACE                       00007500
                  ' FROM ' DELIMITED BY SIZE                            00007510
                  H-GRANTEE DELIMITED BY SPACE                          00007520
                  ' BY ALL' DELIMITED BY SIZE                           00007525
                  INTO LIN-DECK.                                        00007530
           PERFORM 0800-9999-GRAVA-REVOKE THRU 0800-9999-EXIT.          00007540
           ADD    +1                   TO  WS-REV-TAB.                  00007550
       0410-0400-EXIT. EXIT.                                            00007560
      *----------------------------------------------------------------*00007570
      * PACOTES: REVOKE ALL (BIND, COPY, EXECUTE)                      *00007580
      *----------------------------------------------------------------*00007590
       0500-0300-REVOGA-PACOTES.                                        00007600
           EXEC SQL                                                     00007610
                DECLARE C_PKGREV CURSOR FOR                             00007620
                SELECT DISTINCT COLLID, NAME                            00007630
                  FROM SYSIBM.SYSPACKAUTH                               00007640
                 WHERE GRANTEE     = :H-GRANTEE                         00007650
                   AND GRANTEETYPE = ' '                                00007660
                   AND GRANTOR    <> GRANTEE                            00007670
                 ORDER BY 1, 2                                          00007680
           END-EXEC.                                                    00007690
                                                                        00007700
           EXEC SQL OPEN C_PKGREV END-EXEC.                             00007710
           IF  SQLCODE  NOT EQUAL  +0                                   00007720
               DISPLAY '*** ERRO NO OPEN C_PKGREV'                      00007730
               PERFORM  9999-9999-ERRO-DB2  THRU 9999-9999-EXIT         00007740
           END-IF.                                                      00007750
           MOVE   'NAO'                TO  N88-FIM-PKGREV.              00007760
           PERFORM 0510-0500-FETCH-PKGREV THRU 0510-0500-EXIT           00007770
             UNTIL FIM-PKGREV.                                          00007780
           EXEC SQL CLOSE C_PKGREV END-EXEC.                            00007790
           IF  SQLCODE  NOT EQUAL  +0                                   00007800
               DISPLAY '*** ERRO NO CLOSE C_PKGREV'                     00007810
               PERFORM  9999-9999-ERRO-DB2  THRU 9999-9999-EXIT         00007820
           END-IF.                                                      00007830
                                                                        00007840
           EXEC SQL                                                     00007850
                SELECT COUNT(*)                                         00007860
                  INTO :H-QTD-PROPRIOS                                  00007870
                  FROM SYSIBM.SYSPACKAUTH                               00007880
                 WHERE GRANTEE     = :H-GRANTEE                         00007890
                   AND GRANTEETYPE = ' '                                00007900
                   AND GRANTOR     = GRANTEE                            00007910
           END-EXEC.                                                    00007920
           IF  SQLCODE  NOT EQUAL  +0                                   00007930
               DISPLAY '*** ERRO NO SELECT COUNT SYSPACKAUTH'           00007940
               PERFORM  9999-9999-ERRO-DB2  THRU 9999-9999-EXIT         00007950
           END-IF.                                                      00007960
           ADD    H-QTD-PROPRIOS       TO  WS-REV-PROPRIOS.             00007970
       0500-0300-EXIT. EXIT.                                            00007980
      *----------------------------------------------------------------*00007990
      *                                                                *00008000
      *----------------------------------------------------------------*00008010
       0510-0500-FETCH-PKGREV.                                          00008020
           EXEC SQL                                                     00008030
                FETCH  C_PKGREV                                         00008040
                 INTO  :H-COLLID, :H-PACOTE                             00008050
           END-EXEC.                                                    00008060
           IF  SQLCODE  EQUAL  +100                                     00008070
               MOVE   'SIM'            TO  N88-FIM-PKGREV               00008080
               GO  TO  0510-0500-EXIT                                   00008090
           END-IF.                                                      00008100
           IF  SQLCODE  NOT EQUAL  +0                                   00008110
               DISPLAY '*** ERRO NO FETCH C_PKGREV'                     00008120
               PERFORM  9999-9999-ERRO-DB2  THRU 9999-9999-EXIT         00008130
           END-IF.                                                      00008140
           MOVE   SPACES               TO  WS-COLLID-ATUAL              00008150
                                           WS-PACOTE-ATUAL.             00008160
           MOVE   H-COLLID-T(1:H-COLLID-L)  TO  WS-COLLID-ATUAL.        00008170
           MOVE   H-PACOTE-T(1:H-PACOTE-L)  TO  WS-PACOTE-ATUAL.        00008180
           MOVE   SPACES               TO  LIN-DECK.                    00008190
           STRING 'REVOKE ALL ON PACKAGE ' DELIMITED BY SIZE            00008200
                  WS-COLLID-ATUAL DELIMITED BY SPACE                    00008210
                  '.' DELIMITED BY SIZE                                 00008220
                  WS-PACOTE-ATUAL DELIMITED BY SPACE                    00008230
                  ' FROM ' DELIMITED BY SIZE                            00008240
                  H-GRANTEE DELIMITED BY SPACE                          00008250
                  ' BY ALL' DELIMITED BY SIZE                           00008255
                  INTO LIN-DECK.                                        00008260
           PERFORM 0800-9999-GRAVA-REVOKE THRU 0800-9999-EXIT.          00008270
           ADD    +1                   TO  WS-REV-PKG.                  00008280
       0510-0500-EXIT. EXIT.                                            00008290
      *----------------------------------------------------------------*00008300
      * BANCOS: UM REVOKE POR PRIVILEGIO CONCEDIDO                     *00008310
      *----------------------------------------------------------------*00008320
       0600-0300-REVOGA-BANCOS.                                         00008330
           EXEC SQL                                                     00008340
                DECLARE C_DBREV CURSOR FOR                              00008350
                SELECT GRANTOR, NAME,                                   00008360
                       CREATETABAUTH, CREATETSAUTH, DBADMAUTH,          00008370
                       DBCTRLAUTH, DBMAINTAUTH, DISPLAYDBAUTH,          00008380
                       DROPAUTH, IMAGCOPYAUTH, LOADAUTH, REORGAUTH,     00008390
                       RECOVERDBAUTH, REPAIRAUTH, STARTDBAUTH,          00008400
                       STATSAUTH, STOPAUTH                              00008410
                  FROM SYSIBM.SYSDBAUTH                                 00008420
                 WHERE GRANTEE     = :H-GRANTEE                         00008430
                   AND GRANTEETYPE = ' '                                00008440
                 ORDER BY NAME, GRANTOR                                 00008450
           END-EXEC.                                                    00008460
                                                                        00008470
           EXEC SQL OPEN C_DBREV END-EXEC.                              00008480
           IF  SQLCODE  NOT EQUAL  +0                                   00008490
               DISPLAY '*** ERRO NO OPEN C_DBREV'                       00008500
               PERFORM  9999-9999-ERRO-DB2  THRU 9999-9999-EXIT         00008510
           END-IF.                                                      00008520
           MOVE   'NAO'                TO  N88-FIM-DBREV.               00008530
           PERFORM 0610-0600-FETCH-DBREV THRU 0610-0600-EXIT            00008540
             UNTIL FIM-DBREV.                                           00008550
           EXEC SQL CLOSE C_DBREV END-EXEC.                             00008560
           IF  SQLCODE  NOT EQUAL  +0                                   00008570
               DISPLAY '*** ERRO NO CLOSE C_DBREV'                      00008580
               PERFORM  9999-9999-ERRO-DB2  THRU 9999-9999-EXIT         00008590
           END-IF.                                                      00008600
       0600-0300-EXIT. EXIT.                                            00008610
      *----------------------------------------------------------------*00008620
      *                                                                *00008630
      *----------------------------------------------------------------*00008640
       0610-0600-FETCH-DBREV.                                           00008650
           EXEC SQL                                                     00008660
                FETCH  C_DBREV                                          00008670
                 INTO  :H-GRANTOR, :H-DATABASE,                         00008680
                       :H-CREATETABAUTH, :H-CREATETSAUTH, :H-DBADMAUTH, 00008690
                       :H-DBCTRLAUTH, :H-DBMAINTAUTH, :H-DISPLAYDBAUTH, 00008700
                       :H-DROPAUTH, :H-IMAGCOPYAUTH, :H-LOADAUTH,       00008710
                       :H-REORGAUTH, :H-RECOVERDBAUTH, :H-REPAIRAUTH,   00008720
                       :H-STARTDBAUTH, :H-STATSAUTH, :H-STOPAUTH        00008730
           END-EXEC.                                                    00008740
           IF  SQLCODE  EQUAL  +100                                     00008750
               MOVE   'SIM'            TO  N88-FIM-DBREV                00008760
               GO  TO  0610-0600-EXIT                                   00008770
           END-IF.                                                      00008780
           IF  SQLCODE  NOT EQUAL  +0                                   00008790
               DISPLAY '*** ERRO NO FETCH C_DBREV'                      00008800
               PERFORM  9999-9999-ERRO-DB2  THRU 9999-9999-EXIT         00008810
           END-IF.                                                      00008820
           IF  H-GRANTOR  EQUAL  H-GRANTEE                              00008830
               ADD    +1               TO  WS-REV-PROPRIOS              00008840
               GO  TO  0610-0600-EXIT                                   00008850
           END-IF.                                                      00008860
           PERFORM 0620-0610-UM-PRIV-DB THRU 0620-0610-EXIT             00008870
             VARYING IND-PRIV FROM +1 BY +1                             00008880
               UNTIL IND-PRIV GREATER +15.                              00008890
       0610-0600-EXIT. EXIT.                                            00008900
      *----------------------------------------------------------------*00008910
      *                                                                *00008920
      *----------------------------------------------------------------*00008930
       0620-0610-UM-PRIV-DB.                                            00008940
           IF  H-DBAUTH-FLAG(IND-PRIV)  NOT EQUAL  'Y'  AND  'G'        00008950
               GO  TO  0620-0610-EXIT                                   00008960
           END-IF.                                                      00008970
           MOVE   SPACES               TO  LIN-DECK.                    00008980
           STRING 'REVOKE ' DELIMITED BY SIZE                           00008990
                  TB-PRIV-DB(IND-PRIV) DELIMITED BY SPACE               00009000
                  ' ON DATABASE ' DELIMITED BY SIZE                     00009010
                  H-DATABASE DELIMITED BY SPACE                         00009020
                  ' FROM ' DELIMITED BY SIZE                            00009030
                  H-GRANTEE DELIMITED BY SPACE                          00009040
                  ' BY ' DELIMITED BY SIZE                              00009043
                  H-GRANTOR DELIMITED BY SPACE                          00009046
                  INTO LIN-DECK.                                        00009050
           PERFORM 0800-9999-GRAVA-REVOKE THRU 0800-9999-EXIT.          00009060
           ADD    +1                   TO  WS-REV-DB.                   00009070
       0620-0610-EXIT. EXIT.                                            00009080
      *----------------------------------------------------------------*00009090
      * ENTRADA DO GRANTEE NA BASE APROVADA: TRANSACAO 'R' DO DB2BASMT *00009100
      *----------------------------------------------------------------*00009110
       0700-0300-RETIRA-BASE.                                           00009120
           IF  TB-BAS-GRANTEE(IND-BAS)  NOT EQUAL  H-GRANTEE            00009130
               GO  TO  0700-0300-EXIT                                   00009140
           END-IF.                                                      00009150
           MOVE   TB-BAS-GRANTEE(IND-BAS)  TO  TRN-GRANTEE.             00009160
           MOVE   TB-BAS-CREATOR(IND-BAS)  TO  TRN-CREATOR.             00009170
           MOVE   TB-BAS-TABELA(IND-BAS)   TO  TRN-TABELA.              00009180
           MOVE   TB-BAS-PRIV(IND-BAS)     TO  TRN-PRIVILEGIO.          00009190
           WRITE  REG-TRNORF           FROM REG-TRANSACAO.              00009200
           ADD    +1                   TO  WS-REV-BAS WS-QTD-TRNORF.    00009210
       0700-0300-EXIT. EXIT.                                            00009220
      *----------------------------------------------------------------*00009230
      * UM REVOKE NO REVORF; O CARTAO './ DECK' VAI ANTES DO PRIMEIRO  *00009240
      *----------------------------------------------------------------*00009250
       0800-9999-GRAVA-REVOKE.                                          00009260
           IF  NOT CAB-REVORF-GRAVADO                                   00009261
               MOVE   SPACES             TO  REG-REVORF                 00009262
               MOVE   './ DECK DSNTEP2'  TO  REG-REVORF                 00009263
               MOVE   'DB2GRORF'         TO  REG-REVORF(18:8)           00009264
               MOVE   'REVORF'           TO  REG-REVORF(27:8)           00009265
               WRITE  REG-REVORF                                        00009266
               MOVE   'SIM'              TO  N88-CAB-REVORF             00009267
           END-IF.                                                      00009268
           WRITE  REG-REVORF           FROM LIN-DECK.                   00009270
           WRITE  REG-REVORF           FROM DELIMITADOR.                00009280
           ADD    +1                   TO  WS-QTD-REVORF.               00009290
           MOVE   SPACES               TO  LIN-DECK.                    00009300
       0800-9999-EXIT. EXIT.                                            00009310
      *----------------------------------------------------------------*00009320
      *                                                                *00009330
      *----------------------------------------------------------------*00009340
       0900-9999-IMPRIME.                                               00009350
           IF  AC-LINHA-REL  GREATER  60                                00009360
               ADD    +1               TO  AC-PAGINA-REL                00009370
               MOVE   AC-PAGINA-REL    TO  REL-CAB1-PAG                 00009380
               MOVE   ATU-DIA          TO  CB-DIA                       00009390
               MOVE   ATU-MES          TO  CB-MES                       00009400
               MOVE   ATU-ANO          TO  CB-ANO                       00009410
               WRITE  REG-RELATO       FROM REL-CAB1 AFTER PAGE         00009420
               WRITE  REG-RELATO       FROM REL-CAB2                    00009430
               WRITE  REG-RELATO       FROM REL-CAB3                    00009440
               MOVE   +3               TO  AC-LINHA-REL                 00009450
           END-IF.                                                      00009460
           WRITE  REG-RELATO           FROM LINHA-REL.                  00009470
           ADD    +1                   TO  AC-LINHA-REL.                00009480
           MOVE   SPACES               TO  LINHA-REL.                   00009490
       0900-9999-EXIT. EXIT.                                            00009500
      *----------------------------------------------------------------*00009510
      *                                                                *00009520
      *----------------------------------------------------------------*00009530
       9999-9999-ERRO-DB2.                                              00009540
           MOVE   SQLCODE              TO  WS-SQLCODE.                  00009550
           DISPLAY '*** SQLCODE  ' WS-SQLCODE.                          00009560
           DISPLAY '    SQLERRMC ' SQLERRMC.                            00009570
           DISPLAY '    SQLSTATE ' SQLSTATE.                            00009580
           MOVE   +16                  TO  RETURN-CODE.                 00009590
           STOP RUN.                                                    00009600
       9999-9999-EXIT. EXIT.                                            00009610
