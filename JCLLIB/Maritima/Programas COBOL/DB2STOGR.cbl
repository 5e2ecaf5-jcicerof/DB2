       IDENTIFICATION DIVISION.                                         00000010
       PROGRAM-ID.    DB2STOGR.                                         00000020
      *----------------------------------------------------------------*00000030
      * DATA:  OUT/2026                                                *00000040
      * OBJETIVOS: ACOMPANHAMENTO DIARIO DOS STOGROUPS E DOS EXTENTS   *00000050
      *   DOS DATASETS DO DB2, A PARTIR DO EXTRATO DCOLLECT DA NOITE   *00000060
      *   (REGISTROS 'V' DE VOLUME E 'D' DE DATASET; OS DEMAIS TIPOS   *00000070
      *   SAO IGNORADOS). O CATALOGO SO DIZ ONDE O OBJETO PODE CRESCER;*00000080
      *   QUANTO ESPACO AINDA HA E QUANTOS EXTENTS CADA DATASET JA     *00000090
      *   TOMOU SO O DCOLLECT MOSTRA.                                  *00000100
      *   - VOLUMES DE CADA STOGROUP PELA SYSVOLUMES. NO STOGROUP SMS  *00000110
      *     (VOLID '*') OS VOLUMES SAO DEDUZIDOS DOS DATASETS DOS      *00000120
      *     OBJETOS QUE USAM O STOGROUP (STORNAME DA SYSTABLEPART/     *00000130
      *     SYSINDEXPART); VOLUME COMPARTILHADO FICA COM O PRIMEIRO    *00000140
      *     STOGROUP EM QUE APARECE;                                   *00000150
      *   - DATASET DO DB2 RECONHECIDO PELO NOME                       *00000160
      *     CATALOGO.DSNDBC.DBNAME.ESPACO.I0001.ANNN (OU DSNDBD, O     *00000170
      *     COMPONENTE DE DADOS QUE O DCOLLECT TRAZ, E J0001). ANNN E' *00000180
      *     A PARTICAO (A001-A999, B000-B999...), OU A PECA NO OBJETO  *00000190
      *     NAO PARTICIONADO. O ESPACO E' PROCURADO COMO TABLESPACE    *00000200
      *     (SYSTABLEPART) E DEPOIS COMO INDEXSPACE (SYSINDEXES/       *00000210
      *     SYSINDEXPART); SEM NENHUM DOS DOIS O DATASET E' CONTADO    *00000220
      *     COMO ORFAO;                                                *00000230
      *   - O DATASET EM MAIS DE UM VOLUME TEM UM REGISTRO 'D' POR     *00000240
      *     VOLUME: EXTENTS E ESPACO SAO SOMADOS NUMA TABELA EM MEMORIA*00000250
      *     (ENDERECADA POR HASH DO NOME, ATE 20011 DATASETS);         *00000260
      *   - RELATO: POR STOGROUP, CAPACIDADE, ESPACO LIVRE, PERCENTUAL *00000270
      *     USADO E MAIOR EXTENT LIVRE, COM OS SEUS VOLUMES; OS 20     *00000280
      *     DATASETS COM MAIS EXTENTS; E OS DATASETS PROXIMOS DO LIMITE*00000290
      *     DE EXTENTS (255 NO DATASET, 123 NUM VOLUME) OU DO LIMITE DE*00000300
      *     4 GB DO DATASET SEM EXTENDED ADDRESSABILITY (O QUE JA      *00000310
      *     PASSOU DE 4 GB E' EA E NAO E' AVALIADO);                   *00000320
      *   - CADA STOGROUP OU DATASET ACIMA DO LIMITE GRAVA EXCECAO NO  *00000330
      *     DB2EXCEP (SGCHEIO, EXTLIMIT, DS4GB) E DA RETURN-CODE 4.    *00000340
      *   PARM OPCIONAL: 'UU,EE,GG' = PERCENTUAIS DE ALERTA - USO DO   *00000350
      *   STOGROUP (DEFAULT 85), DO LIMITE DE EXTENTS (DEFAULT 80) E   *00000360
      *   DOS 4 GB (DEFAULT 90); ITEM OMITIDO FICA COM O DEFAULT.      *00000370
      * AREA RESPONSAVEL: ADMINISTRACAO DE BANCO DE DADOS              *00000380
      *----------------------------------------------------------------*00000390
       ENVIRONMENT    DIVISION.                                         00000400
      *                                                                 00000410
       INPUT-OUTPUT       SECTION.                                      00000420
       FILE-CONTROL.                                                    00000430
           SELECT  DCOLLECT ASSIGN  TO  DCOLLECT.                       00000440
           SELECT  RELATO   ASSIGN  TO  RELATO.                         00000450
      *                                                                 00000460
       DATA DIVISION.                                                   00000470
      *                                                                 00000480
       FILE            SECTION.                                         00000490
       FD  DCOLLECT                                                     00000500
           LABEL  RECORD  IS  STANDARD                                  00000510
           RECORDING MODE IS V                                          00000520
           RECORD VARYING IN SIZE FROM 4 TO 4096 CHARACTERS             00000530
               DEPENDING ON WS-TAM-DCOL.                                00000540
                                                                        00000550
       01  REG-DCOLLECT                PIC  X(4096).                    00000560
      *                                                                 00000570
       FD  RELATO                                                       00000580
           LABEL  RECORD  IS  OMITTED                                   00000590
           RECORDING MODE IS F.                                         00000600
                                                                        00000610
       01  REG-RELATO                  PIC  X(132).                     00000620
      *                                                                 00000630
       WORKING-STORAGE SECTION.                                         00000640
      *----------------------------------------------------------------*00000650
      * REGISTRO DO DCOLLECT (IDCDOUT, SEM O RDW): CABECALHO COMUM E   *00000660
      * AS VISOES DO REGISTRO DE DATASET ('D') E DE VOLUME ('V').      *00000670
      * OS CAMPOS BINARIOS SAO SEM SINAL E CONVERTIDOS NO WS-BINARIO.  *00000680
      *----------------------------------------------------------------*00000690
       01  WS-TAM-DCOL                 PIC  9(04)  COMP  VALUE ZEROS.   00000700
       01  REG-DCOL.                                                    00000710
           02  DCU-RCTYP               PIC  X(02).                      00000720
               88  DCU-DATASET                       VALUE 'D '.        00000730
               88  DCU-VOLUME                        VALUE 'V '.        00000740
           02  DCU-VERS                PIC  X(02).                      00000750
           02  DCU-SYSID               PIC  X(04).                      00000760
           02  DCU-TMSTP               PIC  X(08).                      00000770
           02  FILLER                  PIC  X(04).                      00000780
           02  DCU-DADOS               PIC  X(280).                     00000790
           02  DCD-DADOS  REDEFINES  DCU-DADOS.                         00000800
               03  DCD-DSNAM           PIC  X(44).                      00000810
               03  DCD-ERROR           PIC  X(01).                      00000820
               03  DCD-FLAG1           PIC  X(01).                      00000830
               03  DCD-FLAG2           PIC  X(01).                      00000840
               03  DCD-FLAG3           PIC  X(01).                      00000850
               03  DCD-DSORG           PIC  X(02).                      00000860
               03  DCD-RECRD           PIC  X(01).                      00000870
               03  DCD-NMEXT           PIC  X(01).                      00000880
               03  DCD-VOLSR           PIC  X(06).                      00000890
               03  DCD-BKLNG           PIC  X(02).                      00000900
               03  DCD-LRECL           PIC  X(02).                      00000910
               03  FILLER              PIC  X(02).                      00000920
               03  DCD-ALLSP           PIC  X(04).                      00000930
               03  DCD-USESP           PIC  X(04).                      00000940
               03  DCD-SCALL           PIC  X(04).                      00000950
               03  FILLER              PIC  X(204).                     00000960
           02  DCV-DADOS  REDEFINES  DCU-DADOS.                         00000970
               03  DCV-VOLSR           PIC  X(06).                      00000980
               03  DCV-FLAG1           PIC  X(01).                      00000990
               03  DCV-FLAG2           PIC  X(01).                      00001000
               03  DCV-PERCT           PIC  X(01).                      00001010
               03  FILLER              PIC  X(03).                      00001020
               03  DCV-FRESP           PIC  X(04).                      00001030
               03  DCV-ALLOC           PIC  X(04).                      00001040
               03  DCV-VLCAP           PIC  X(04).                      00001050
               03  DCV-FRAGI           PIC  X(04).                      00001060
               03  DCV-LGEXT           PIC  X(04).                      00001070
               03  FILLER              PIC  X(248).                     00001080
      *                                                                 00001090
       01  WS-BINARIO.                                                  00001100
           02  WS-BIN-VALOR            PIC S9(18)  COMP.                00001110
       01  WS-BINARIO-X  REDEFINES  WS-BINARIO  PIC  X(08).             00001120
      *----------------------------------------------------------------*00001130
      * STOGROUPS DO CATALOGO (SYSSTOGROUP)                            *00001140
      *----------------------------------------------------------------*00001150
       01  TAB-STOGROUPS.                                               00001160
           02  QTD-SG             PIC S9(04) COMP    VALUE +0.          00001170
           02  IND-SG             PIC S9(04) COMP    VALUE +0.          00001180
           02  FILLER             OCCURS    300  TIMES.                 00001190
               04  TB-SG-NOME         PIC  X(08).                       00001200
               04  TB-SG-VCAT         PIC  X(08).                       00001210
               04  TB-SG-SMS          PIC  X(01).                       00001220
      *----------------------------------------------------------------*00001230
      * VOLUMES: DA SYSVOLUMES ('C'), DEDUZIDOS DOS DATASETS DE UM     *00001240
      * STOGROUP SMS ('D') OU SO DO DCOLLECT (SEM STOGROUP)            *00001250
      *----------------------------------------------------------------*00001260
       01  TAB-VOLUMES.                                                 00001270
           02  QTD-VOL            PIC S9(08) COMP    VALUE +0.          00001280
           02  IND-VOL            PIC S9(08) COMP    VALUE +0.          00001290
           02  FILLER             OCCURS  10000  TIMES.                 00001300
               04  TB-VOL-SERIE       PIC  X(06).                       00001310
               04  TB-VOL-SG          PIC  X(08).                       00001320
               04  TB-VOL-ORIGEM      PIC  X(01).                       00001330
               04  TB-VOL-DCOLLECT    PIC  X(01).                       00001340
               04  TB-VOL-CAP-KB      PIC S9(11) COMP-3.                00001350
               04  TB-VOL-LIVRE-KB    PIC S9(11) COMP-3.                00001360
               04  TB-VOL-MAIOR-KB    PIC S9(11) COMP-3.                00001370
      *----------------------------------------------------------------*00001380
      * DATASETS DO DB2, ENDERECADOS PELO HASH DO NOME (DSNDBC)        *00001390
      *----------------------------------------------------------------*00001400
       01  TAB-DATASETS.                                                00001410
           02  QTD-DS             PIC S9(08) COMP    VALUE +0.          00001420
           02  IND-DS             PIC S9(08) COMP    VALUE +0.          00001430
           02  FILLER             OCCURS  20011  TIMES.                 00001440
               04  TB-DS-NOME         PIC  X(44).                       00001450
               04  TB-DS-OBJETO       PIC  X(27).                       00001460
               04  TB-DS-TIPO         PIC  X(01).                       00001470
               04  TB-DS-PART         PIC  9(04).                       00001480
               04  TB-DS-SG           PIC  X(08).                       00001490
               04  TB-DS-QTD-VOL      PIC S9(04) COMP.                  00001500
               04  TB-DS-EXTENTS      PIC S9(04) COMP.                  00001510
               04  TB-DS-MAX-EXT-VOL  PIC S9(04) COMP.                  00001520
               04  TB-DS-ALOC-KB      PIC S9(11) COMP-3.                00001530
               04  TB-DS-MARCA        PIC  X(01).                       00001540
      *----------------------------------------------------------------*00001550
      * HOSTS DE CATALOGO                                              *00001560
      *----------------------------------------------------------------*00001570
       01  H-SG-NOME                   PIC  X(08).                      00001580
       01  H-SG-VCAT                   PIC  X(08).                      00001590
       01  H-VOLID                     PIC  X(06).                      00001600
       01  H-DBNAME                    PIC  X(08).                      00001610
       01  H-ESPACO                    PIC  X(08).                      00001620
       01  H-PART                      PIC S9(04)  COMP.                00001630
       01  H-STORTYPE                  PIC  X(01).                      00001640
       01  H-STORNAME                  PIC  X(08).                      00001650
       01  H-IX-CREATOR                PIC  X(08).                      00001660
       01  H-IX-NAME                   PIC  X(18).                      00001670
      *----------------------------------------------------------------*00001680
      * AREAS AUXILIARES                                               *00001690
      *----------------------------------------------------------------*00001700
       01  FILLER.                                                      00001710
           02  WS-SQLCODE              PIC -----9.                      00001720
           02  WS-LIM-SG               PIC  9(03)      VALUE 85.        00001730
           02  WS-LIM-EXT              PIC  9(03)      VALUE 80.        00001740
           02  WS-LIM-4G               PIC  9(03)      VALUE 90.        00001750
           02  WS-PARM-1               PIC  X(03)      VALUE SPACES.    00001760
           02  WS-PARM-2               PIC  X(03)      VALUE SPACES.    00001770
           02  WS-PARM-3               PIC  X(03)      VALUE SPACES.    00001780
           02  WS-TAM-1                PIC S9(04) COMP VALUE +0.        00001790
           02  WS-TAM-2                PIC S9(04) COMP VALUE +0.        00001800
           02  WS-TAM-3                PIC S9(04) COMP VALUE +0.        00001810
           02  WS-ALERTA-EXT-DS        PIC S9(04) COMP VALUE +0.        00001820
           02  WS-ALERTA-EXT-VOL       PIC S9(04) COMP VALUE +0.        00001830
           02  WS-ALERTA-4G-KB         PIC S9(11) COMP-3 VALUE +0.      00001840
           02  WS-4G-KB                PIC S9(11) COMP-3                00001850
                                                VALUE +4194304.         00001860
           02  WS-TOPN                 PIC S9(04) COMP VALUE +20.       00001870
           02  WS-POSICAO              PIC S9(04) COMP VALUE +0.        00001880
           02  WS-MAIOR-EXT            PIC S9(04) COMP VALUE +0.        00001890
           02  IND-MAIOR               PIC S9(08) COMP VALUE +0.        00001900
           02  WS-QUAL-1               PIC  X(08)      VALUE SPACES.    00001910
           02  WS-QUAL-2               PIC  X(08)      VALUE SPACES.    00001920
           02  WS-QUAL-3               PIC  X(08)      VALUE SPACES.    00001930
           02  WS-QUAL-4               PIC  X(08)      VALUE SPACES.    00001940
           02  WS-QUAL-5               PIC  X(08)      VALUE SPACES.    00001950
           02  WS-QUAL-6               PIC  X(08)      VALUE SPACES.    00001960
           02  WS-QUAL-7               PIC  X(08)      VALUE SPACES.    00001970
           02  WS-QTD-QUAL             PIC S9(04) COMP VALUE +0.        00001980
           02  WS-PART                 PIC  9(04)      VALUE ZEROS.     00001990
           02  WS-PART-MILHAR          PIC  9(01)      VALUE ZERO.      00002000
           02  WS-PART-RESTO           PIC  9(03)      VALUE ZEROS.     00002010
           02  WS-EXT-VOL              PIC S9(04) COMP VALUE +0.        00002020
           02  WS-ALOC-VOL-KB          PIC S9(11) COMP-3 VALUE +0.      00002030
           02  WS-VOLSER               PIC  X(06)      VALUE SPACES.    00002040
           02  WS-ULT-VOLSER           PIC  X(06)      VALUE SPACES.    00002050
           02  IND-VOL-ULT             PIC S9(08) COMP VALUE +0.        00002060
           02  WS-SG-QTD-VOL           PIC S9(04) COMP VALUE +0.        00002070
           02  WS-SG-SEM-DADOS         PIC S9(04) COMP VALUE +0.        00002080
           02  WS-SG-CAP-KB            PIC S9(15) COMP-3 VALUE +0.      00002090
           02  WS-SG-LIVRE-KB          PIC S9(15) COMP-3 VALUE +0.      00002100
           02  WS-SG-MAIOR-KB          PIC S9(15) COMP-3 VALUE +0.      00002110
           02  WS-PCT-USO              PIC  9(03)V9    VALUE ZEROS.     00002120
           02  WS-MOTIVO               PIC  X(11)      VALUE SPACES.    00002130
           02  WS-PT-MOTIVO            PIC S9(04) COMP VALUE +0.        00002140
           02  WS-HASH-SOMA            PIC S9(18) COMP VALUE +0.        00002150
           02  WS-HASH-QUOC            PIC S9(18) COMP VALUE +0.        00002160
           02  WS-HASH-PALAVRA         PIC S9(18) COMP VALUE +0.        00002170
           02  WS-HASH-PRIMO           PIC S9(18) COMP VALUE +20011.    00002180
           02  IX-PAL                  PIC S9(04) COMP VALUE +0.        00002190
           02  ZQTD                    PIC  ZZZZZZZZ9.                  00002200
           02  ZQTD2                   PIC  ZZZZZZZZ9.                  00002210
           02  ZPCT                    PIC  ZZ9.                        00002220
      *                                                                 00002230
       01  WS-CHAVE-DS                 PIC  X(44)      VALUE SPACES.    00002240
       01  WS-CHAVE-DS-R  REDEFINES  WS-CHAVE-DS.                       00002250
           02  WS-CHAVE-PALAVRA        OCCURS 11 TIMES                  00002260
                                       PIC S9(08) COMP.                 00002270
      *                                                                 00002280
       01  CONTADORES.                                                  00002290
           02  AC-LIDOS                PIC S9(09) COMP VALUE +0.        00002300
           02  AC-LIDOS-V              PIC S9(09) COMP VALUE +0.        00002310
           02  AC-LIDOS-D              PIC S9(09) COMP VALUE +0.        00002320
           02  AC-CURTOS               PIC S9(09) COMP VALUE +0.        00002330
           02  AC-DS-DB2               PIC S9(09) COMP VALUE +0.        00002340
           02  AC-ORFAOS               PIC S9(09) COMP VALUE +0.        00002350
           02  AC-VOL-IGNORADOS        PIC S9(09) COMP VALUE +0.        00002360
           02  AC-ALERTAS              PIC S9(09) COMP VALUE +0.        00002370
      *                                                                 00002380
       01  AUD-PARM.                                                    00002390
           02  AUD-PROGRAMA       PIC X(08)      VALUE 'DB2STOGR'.      00002400
           02  AUD-HORA-INICIO    PIC X(08)      VALUE SPACES.          00002410
           02  AUD-QTD-CARTOES    PIC 9(05)      VALUE ZEROS.           00002420
           02  AUD-QTD-OBJETOS    PIC 9(05)      VALUE ZEROS.           00002430
           02  AUD-QTD-AVISOS     PIC 9(05)      VALUE ZEROS.           00002440
           02  AUD-RETURN-CODE    PIC 9(02)      VALUE ZEROS.           00002450
           02  AUD-FUNCAO         PIC X(01)      VALUE 'E'.             00002455
      *                                                                 00002460
       01  EXC-PARM.                                                    00002470
           02  EXC-FUNCAO         PIC X(01)      VALUE 'G'.             00002480
           02  EXC-PROGRAMA       PIC X(08)      VALUE 'DB2STOGR'.      00002490
           02  EXC-SEVERIDADE     PIC 9(01)      VALUE ZERO.            00002500
           02  EXC-TIPO-OBJETO    PIC X(01)      VALUE SPACES.          00002510
           02  EXC-CODIGO         PIC X(08)      VALUE SPACES.          00002520
           02  EXC-OBJETO         PIC X(44)      VALUE SPACES.          00002530
           02  EXC-TEXTO          PIC X(50)      VALUE SPACES.          00002540
           02  EXC-RETURN-CODE    PIC 9(02)      VALUE ZEROS.           00002550
      *----------------------------------------------------------------*00002560
      * CONTROLES                                                      *00002570
      *----------------------------------------------------------------*00002580
       01  CHAVES-FIM.                                                  00002590
           02  N88-FIM-DCOLLECT                  PIC  X(03) VALUE 'NAO'.00002600
               88  FIM-DCOLLECT                             VALUE 'SIM'.00002610
           02  N88-FIM-SG                        PIC  X(03) VALUE 'NAO'.00002620
               88  FIM-SG                                   VALUE 'SIM'.00002630
           02  N88-FIM-VOL                       PIC  X(03) VALUE 'NAO'.00002640
               88  FIM-VOL                                  VALUE 'SIM'.00002650
           02  N88-DS-DB2                        PIC  X(03) VALUE 'NAO'.00002660
               88  DS-DB2                                   VALUE 'SIM'.00002670
           02  N88-ACHOU                         PIC  X(03) VALUE 'NAO'.00002680
               88  ACHOU                                    VALUE 'SIM'.00002690
      *                                                                 00002700
           EXEC SQL INCLUDE SQLCA END-EXEC.                             00002710
      *                                                                 00002720
           EXEC SQL                                                     00002730
                DECLARE C_STOGROUP CURSOR FOR                           00002740
                 SELECT NAME, VCATNAME                                  00002750
                   FROM SYSIBM.SYSSTOGROUP                              00002760
                  ORDER BY NAME                                         00002770
           END-EXEC.                                                    00002780
      *                                                                 00002790
           EXEC SQL                                                     00002800
                DECLARE C_VOLUMES CURSOR FOR                            00002810
                 SELECT SGNAME, VOLID                                   00002820
                   FROM SYSIBM.SYSVOLUMES                               00002830
                  ORDER BY SGNAME, VOLID                                00002840
           END-EXEC.                                                    00002850
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
               'DB2STOGR     ADMINISTRACAO DE BANCO DE DADOS'.          00002990
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
           03  FILLER             PIC X(50)          VALUE              00003100
               'OCUPACAO DOS STOGROUPS E EXTENTS DOS DATASETS DO '.     00003110
           03  FILLER             PIC X(82)          VALUE              00003120
               'DB2 (DCOLLECT)'.                                        00003130
       01  REL-CAB3.                                                    00003140
           03  FILLER             PIC X(132)         VALUE ALL '-'.     00003150
       01  LCAB-SG.                                                     00003160
           03  FILLER             PIC X(50)          VALUE              00003170
               'STOGROUP VCAT     SMS VOLS CAPACIDADE MB      LIVR'.    00003180
           03  FILLER             PIC X(50)          VALUE              00003190
               'E MB %USADO MAIOR LIVRE MB FORA DCOLLECT SITUACAO '.    00003200
           03  FILLER             PIC X(32)          VALUE SPACES.      00003210
       01  LDET-SG.                                                     00003220
           03  DET-SG-NOME        PIC X(08).                            00003230
           03  FILLER             PIC X(01)          VALUE SPACES.      00003240
           03  DET-SG-VCAT        PIC X(08).                            00003250
           03  FILLER             PIC X(01)          VALUE SPACES.      00003260
           03  DET-SG-SMS         PIC X(03).                            00003270
           03  FILLER             PIC X(01)          VALUE SPACES.      00003280
           03  DET-SG-VOLS        PIC ZZZ9.                             00003290
           03  FILLER             PIC X(01)          VALUE SPACES.      00003300
           03  DET-SG-CAP         PIC Z,ZZZ,ZZZ,ZZ9.                    00003310
           03  FILLER             PIC X(01)          VALUE SPACES.      00003320
           03  DET-SG-LIVRE       PIC Z,ZZZ,ZZZ,ZZ9.                    00003330
           03  FILLER             PIC X(01)          VALUE SPACES.      00003340
           03  DET-SG-PCT         PIC ZZZ9.9.                           00003350
           03  FILLER             PIC X(01)          VALUE SPACES.      00003360
           03  DET-SG-MAIOR       PIC ZZ,ZZZ,ZZZ,ZZ9.                   00003370
           03  FILLER             PIC X(01)          VALUE SPACES.      00003380
           03  DET-SG-SEM-DADOS   PIC ZZZZZZZZZZZZ9.                    00003390
           03  FILLER             PIC X(01)          VALUE SPACES.      00003400
           03  DET-SG-ALERTA      PIC X(40).                            00003410
       01  LDET-VOL.                                                    00003420
           03  FILLER             PIC X(04)          VALUE SPACES.      00003430
           03  FILLER             PIC X(07)          VALUE 'VOLUME '.   00003440
           03  DET-VOL-SERIE      PIC X(06).                            00003450
           03  FILLER             PIC X(10)          VALUE SPACES.      00003460
           03  DET-VOL-CAP        PIC Z,ZZZ,ZZZ,ZZ9.                    00003470
           03  FILLER             PIC X(01)          VALUE SPACES.      00003480
           03  DET-VOL-LIVRE      PIC Z,ZZZ,ZZZ,ZZ9.                    00003490
           03  FILLER             PIC X(01)          VALUE SPACES.      00003500
           03  DET-VOL-PCT        PIC ZZZ9.9.                           00003510
           03  FILLER             PIC X(01)          VALUE SPACES.      00003520
           03  DET-VOL-MAIOR      PIC ZZ,ZZZ,ZZZ,ZZ9.                   00003530
           03  FILLER             PIC X(02)          VALUE SPACES.      00003540
           03  DET-VOL-OBS        PIC X(54).                            00003550
       01  LCAB-DS.                                                     00003560
           03  FILLER             PIC X(50)          VALUE              00003570
               'POS DATASET (CLUSTER)                            O'.    00003580
           03  FILLER             PIC X(50)          VALUE              00003590
               'BJETO                      PART STOGROUP VOL EXTEN'.    00003600
           03  FILLER             PIC X(32)          VALUE              00003610
               'TS EXT/VOL   ALOC MB MOTIVO'.                           00003620
       01  LDET-DS.                                                     00003630
           03  DET-POS            PIC ZZ9.                              00003640
           03  FILLER             PIC X(01)          VALUE SPACES.      00003650
           03  DET-DSNAME         PIC X(44).                            00003660
           03  FILLER             PIC X(01)          VALUE SPACES.      00003670
           03  DET-OBJETO         PIC X(27).                            00003680
           03  FILLER             PIC X(01)          VALUE SPACES.      00003690
           03  DET-PART           PIC ZZZ9.                             00003700
           03  FILLER             PIC X(01)          VALUE SPACES.      00003710
           03  DET-SG             PIC X(08).                            00003720
           03  FILLER             PIC X(01)          VALUE SPACES.      00003730
           03  DET-VOLS           PIC ZZ9.                              00003740
           03  FILLER             PIC X(01)          VALUE SPACES.      00003750
           03  DET-EXTENTS        PIC ZZZZZZ9.                          00003760
           03  FILLER             PIC X(01)          VALUE SPACES.      00003770
           03  DET-EXT-VOL        PIC ZZZZZZ9.                          00003780
           03  FILLER             PIC X(01)          VALUE SPACES.      00003790
           03  DET-ALOC-MB        PIC ZZZZZZZZ9.                        00003800
           03  FILLER             PIC X(01)          VALUE SPACES.      00003810
           03  DET-MOTIVO         PIC X(11).                            00003820
      *----------------------------------------------------------------*00003830
      *                                                                *00003840
      *----------------------------------------------------------------*00003850
       LINKAGE     SECTION.                                             00003860
       01  PARMJOB.                                                     00003870
           02  PARM-LEN           PIC  9(04)  COMP.                     00003880
           02  PARM-LIMITES       PIC  X(11).                           00003890
      *----------------------------------------------------------------*00003900
      *                                                                *00003910
      *----------------------------------------------------------------*00003920
       PROCEDURE   DIVISION      USING   PARMJOB.                       00003930
      *----------------------------------------------------------------*00003940
      *                                                                *00003950
      *----------------------------------------------------------------*00003960
       0000-0000-PRINCIPAL.                                             00003970
           ACCEPT AUD-HORA-INICIO      FROM TIME.                       00003980
           ACCEPT CURDATA              FROM DATE.                       00003990
           PERFORM 0050-0000-VALIDA-PARM THRU 0050-0000-EXIT.           00004000
           PERFORM VARYING IND-DS FROM +1 BY +1                         00004010
             UNTIL IND-DS  GREATER  +20011                              00004020
               MOVE   SPACES           TO  TB-DS-NOME(IND-DS)           00004030
           END-PERFORM.                                                 00004040
           OPEN INPUT  DCOLLECT.                                        00004050
           OPEN OUTPUT RELATO.                                          00004060
           PERFORM 0100-0000-CARREGA-STOGROUPS THRU 0100-0000-EXIT.     00004070
           PERFORM 0150-0000-CARREGA-VOLUMES THRU 0150-0000-EXIT.       00004080
           PERFORM 0200-0000-LE-DCOLLECT THRU 0200-0000-EXIT.           00004090
           MOVE   +0                   TO  RETURN-CODE.                 00004100
                                                                        00004110
           IF  AC-LIDOS-V  EQUAL  +0                                    00004120
               MOVE  'DCOLLECT SEM REGISTROS DE VOLUME (V) - OCUPACAO'  00004130
                 TO  LINHA-REL                                          00004140
               PERFORM 0900-9999-IMPRIME THRU 0900-9999-EXIT            00004150
               MOVE  '  DOS STOGROUPS NAO PODE SER AVALIADA'            00004160
                 TO  LINHA-REL                                          00004170
               PERFORM 0900-9999-IMPRIME THRU 0900-9999-EXIT            00004180
               MOVE   +4               TO  RETURN-CODE                  00004190
           ELSE                                                         00004200
               PERFORM 0400-0000-RELATA-STOGROUPS THRU 0400-0000-EXIT   00004210
           END-IF.                                                      00004220
           PERFORM 0500-0000-RELATA-EXTENTS THRU 0500-0000-EXIT.        00004230
           PERFORM 0600-0000-RELATA-LIMITES THRU 0600-0000-EXIT.        00004240
           IF  AC-ALERTAS  GREATER  +0                                  00004250
               MOVE   +4               TO  RETURN-CODE                  00004260
           END-IF.                                                      00004270
                                                                        00004280
           PERFORM 0900-9999-IMPRIME THRU 0900-9999-EXIT.               00004290
           MOVE   AC-LIDOS             TO  ZQTD.                        00004300
           MOVE   AC-CURTOS            TO  ZQTD2.                       00004310
           STRING 'REGISTROS DO DCOLLECT LIDOS: ' ZQTD                  00004320
                  '   (CURTOS IGNORADOS: ' ZQTD2 ')'                    00004330
                  DELIMITED BY SIZE INTO LINHA-REL.                     00004340
           PERFORM 0900-9999-IMPRIME THRU 0900-9999-EXIT.               00004350
           MOVE   AC-LIDOS-V           TO  ZQTD.                        00004360
           MOVE   AC-LIDOS-D           TO  ZQTD2.                       00004370
           STRING 'REGISTROS DE VOLUME (V):     ' ZQTD                  00004380
                  '   DE DATASET (D): ' ZQTD2                           00004390
                  DELIMITED BY SIZE INTO LINHA-REL.                     00004400
           PERFORM 0900-9999-IMPRIME THRU 0900-9999-EXIT.               00004410
           MOVE   AC-DS-DB2            TO  ZQTD.                        00004420
           MOVE   AC-ORFAOS            TO  ZQTD2.                       00004430
           STRING 'DATASETS DO DB2:             ' ZQTD                  00004440
                  '   SEM OBJETO NO CATALOGO (ORFAOS): ' ZQTD2          00004450
                  DELIMITED BY SIZE INTO LINHA-REL.                     00004460
           PERFORM 0900-9999-IMPRIME THRU 0900-9999-EXIT.               00004470
           IF  AC-VOL-IGNORADOS  GREATER  +0                            00004480
               MOVE   AC-VOL-IGNORADOS TO  ZQTD                         00004490
               STRING 'VOLUMES IGNORADOS (TABELA DE 10000 CHEIA): '     00004500
                      ZQTD                                              00004510
                      DELIMITED BY SIZE INTO LINHA-REL                  00004520
               PERFORM 0900-9999-IMPRIME THRU 0900-9999-EXIT            00004530
           END-IF.                                                      00004540
           MOVE   AC-ALERTAS           TO  ZQTD.                        00004550
           STRING 'ALERTAS (EXCECOES GRAVADAS):  ' ZQTD                 00004560
                  DELIMITED BY SIZE INTO LINHA-REL.                     00004570
           PERFORM 0900-9999-IMPRIME THRU 0900-9999-EXIT.               00004580
                                                                        00004590
           CLOSE DCOLLECT RELATO.                                       00004600
           MOVE  'F'                   TO  EXC-FUNCAO.                  00004610
           PERFORM 0960-9999-GRAVA-EXCECAO THRU 0960-9999-EXIT.         00004620
           IF  AC-LIDOS  GREATER  +99999                                00004630
               MOVE   99999            TO  AUD-QTD-CARTOES              00004640
           ELSE                                                         00004650
               MOVE   AC-LIDOS         TO  AUD-QTD-CARTOES              00004660
           END-IF.                                                      00004670
           MOVE   AC-DS-DB2            TO  AUD-QTD-OBJETOS.             00004680
           MOVE   AC-ALERTAS           TO  AUD-QTD-AVISOS.              00004690
           MOVE   RETURN-CODE          TO  AUD-RETURN-CODE.             00004700
           CALL  'DB2AUDIT'  USING  AUD-PARM.                           00004710
           STOP  RUN.                                                   00004720
       0000-0000-EXIT. EXIT.                                            00004730
      *----------------------------------------------------------------*00004740
      * PARM 'UU,EE,GG': PERCENTUAIS DE ALERTA (1 A 100)               *00004750
      *----------------------------------------------------------------*00004760
       0050-0000-VALIDA-PARM.                                           00004770
           IF  PARM-LEN  EQUAL  ZEROS                                   00004780
               GO  TO  0050-0000-LIMITES                                00004790
           END-IF.                                                      00004800
           IF  PARM-LEN  GREATER  11                                    00004810
               DISPLAY 'DB2STOGR - PARM INVALIDO (UU,EE,GG): '          00004820
                       PARM-LIMITES                                     00004830
               MOVE   +16              TO  RETURN-CODE                  00004840
               STOP  RUN                                                00004850
           END-IF.                                                      00004860
           UNSTRING PARM-LIMITES(1:PARM-LEN)  DELIMITED BY ','          00004870
               INTO WS-PARM-1  COUNT IN WS-TAM-1                        00004880
                    WS-PARM-2  COUNT IN WS-TAM-2                        00004890
                    WS-PARM-3  COUNT IN WS-TAM-3.                       00004900
           IF  WS-TAM-1  GREATER  3  OR  WS-TAM-2  GREATER  3           00004910
               OR  WS-TAM-3  GREATER  3                                 00004920
               DISPLAY 'DB2STOGR - PARM INVALIDO (UU,EE,GG): '          00004930
                       PARM-LIMITES                                     00004940
               MOVE   +16              TO  RETURN-CODE                  00004950
               STOP  RUN                                                00004960
           END-IF.                                                      00004970
           IF  WS-TAM-1  GREATER  +0                                    00004980
               IF  WS-PARM-1(1:WS-TAM-1)  NOT NUMERIC                   00004990
                   DISPLAY 'DB2STOGR - PARM INVALIDO (UU,EE,GG): '      00005000
                           PARM-LIMITES                                 00005010
                   MOVE   +16          TO  RETURN-CODE                  00005020
                   STOP  RUN                                            00005030
               END-IF                                                   00005040
               MOVE   WS-PARM-1(1:WS-TAM-1)  TO  WS-LIM-SG              00005050
           END-IF.                                                      00005060
           IF  WS-TAM-2  GREATER  +0                                    00005070
               IF  WS-PARM-2(1:WS-TAM-2)  NOT NUMERIC                   00005080
                   DISPLAY 'DB2STOGR - PARM INVALIDO (UU,EE,GG): '      00005090
                           PARM-LIMITES                                 00005100
                   MOVE   +16          TO  RETURN-CODE                  00005110
                   STOP  RUN                                            00005120
               END-IF                                                   00005130
               MOVE   WS-PARM-2(1:WS-TAM-2)  TO  WS-LIM-EXT             00005140
           END-IF.                                                      00005150
           IF  WS-TAM-3  GREATER  +0                                    00005160
               IF  WS-PARM-3(1:WS-TAM-3)  NOT NUMERIC                   00005170
                   DISPLAY 'DB2STOGR - PARM INVALIDO (UU,EE,GG): '      00005180
                           PARM-LIMITES                                 00005190
                   MOVE   +16          TO  RETURN-CODE                  00005200
                   STOP  RUN                                            00005210
               END-IF                                                   00005220
               MOVE   WS-PARM-3(1:WS-TAM-3)  TO  WS-LIM-4G              00005230
           END-IF.                                                      00005240
       0050-0000-LIMITES.                                               00005250
           IF  WS-LIM-SG   EQUAL  ZERO  OR  WS-LIM-SG   GREATER  100    00005260
            OR WS-LIM-EXT  EQUAL  ZERO  OR  WS-LIM-EXT  GREATER  100    00005270
            OR WS-LIM-4G   EQUAL  ZERO  OR  WS-LIM-4G   GREATER  100    00005280
               DISPLAY 'DB2STOGR - PERCENTUAIS DEVEM SER DE 1 A 100: '  00005290
                       WS-LIM-SG ',' WS-LIM-EXT ',' WS-LIM-4G           00005300
               MOVE   +16              TO  RETURN-CODE                  00005310
               STOP  RUN                                                00005320
           END-IF.                                                      00005330
           COMPUTE WS-ALERTA-EXT-DS  = 255 * WS-LIM-EXT / 100.          00005340
           COMPUTE WS-ALERTA-EXT-VOL = 123 * WS-LIM-EXT / 100.          00005350
           COMPUTE WS-ALERTA-4G-KB   = WS-4G-KB * WS-LIM-4G / 100.      00005360
       0050-0000-EXIT. EXIT.                                            00005370
      *----------------------------------------------------------------*00005380
      * STOGROUPS DO CATALOGO                                          *00005390
      *----------------------------------------------------------------*00005400
       0100-0000-CARREGA-STOGROUPS.                                     00005410
           EXEC SQL OPEN C_STOGROUP END-EXEC.                           00005420
           IF  SQLCODE  NOT EQUAL  +0                                   00005430
               DISPLAY '*** ERRO NO OPEN C_STOGROUP'                    00005440
               PERFORM  9999-9999-ERRO-DB2  THRU 9999-9999-EXIT         00005450
           END-IF.                                                      00005460
           PERFORM 0110-0100-FETCH-STOGROUP THRU 0110-0100-EXIT         00005470
             UNTIL FIM-SG.                                              00005480
           EXEC SQL CLOSE C_STOGROUP END-EXEC.                          00005490
       0100-0000-EXIT. EXIT.                                            00005500
      *----------------------------------------------------------------*00005510
      *                                                                *00005520
      *----------------------------------------------------------------*00005530
       0110-0100-FETCH-STOGROUP.                                        00005540
           EXEC SQL                                                     00005550
                FETCH C_STOGROUP                                        00005560
                 INTO :H-SG-NOME, :H-SG-VCAT                            00005570
           END-EXEC.                                                    00005580
           IF  SQLCODE  EQUAL  +100                                     00005590
               MOVE  'SIM'             TO  N88-FIM-SG                   00005600
               GO  TO  0110-0100-EXIT                                   00005610
           END-IF.                                                      00005620
           IF  SQLCODE  NOT EQUAL  +0                                   00005630
               DISPLAY '*** ERRO NO FETCH C_STOGROUP'                   00005640
               PERFORM  9999-9999-ERRO-DB2  THRU 9999-9999-EXIT         00005650
           END-IF.                                                      00005660
           IF  QTD-SG  NOT LESS  +300                                   00005670
               DISPLAY 'DB2STOGR - MAIS DE 300 STOGROUPS NO CATALOGO'   00005680
               MOVE   +16              TO  RETURN-CODE                  00005690
               STOP  RUN                                                00005700
           END-IF.                                                      00005710
           ADD    +1                   TO  QTD-SG.                      00005720
           MOVE   H-SG-NOME            TO  TB-SG-NOME(QTD-SG).          00005730
           MOVE   H-SG-VCAT            TO  TB-SG-VCAT(QTD-SG).          00005740
           MOVE   'N'                  TO  TB-SG-SMS(QTD-SG).           00005750
       0110-0100-EXIT. EXIT.                                            00005760
      *----------------------------------------------------------------*00005770
      * VOLUMES DA SYSVOLUMES; VOLID '*' MARCA O STOGROUP SMS          *00005780
      *----------------------------------------------------------------*00005790
       0150-0000-CARREGA-VOLUMES.                                       00005800
           EXEC SQL OPEN C_VOLUMES END-EXEC.                            00005810
           IF  SQLCODE  NOT EQUAL  +0                                   00005820
               DISPLAY '*** ERRO NO OPEN C_VOLUMES'                     00005830
               PERFORM  9999-9999-ERRO-DB2  THRU 9999-9999-EXIT         00005840
           END-IF.                                                      00005850
           PERFORM 0160-0150-FETCH-VOLUME THRU 0160-0150-EXIT           00005860
             UNTIL FIM-VOL.                                             00005870
           EXEC SQL CLOSE C_VOLUMES END-EXEC.                           00005880
       0150-0000-EXIT. EXIT.                                            00005890
      *----------------------------------------------------------------*00005900
      *                                                                *00005910
      *----------------------------------------------------------------*00005920
       0160-0150-FETCH-VOLUME.                                          00005930
           EXEC SQL                                                     00005940
                FETCH C_VOLUMES                                         00005950
                 INTO :H-SG-NOME, :H-VOLID                              00005960
           END-EXEC.                                                    00005970
           IF  SQLCODE  EQUAL  +100                                     00005980
               MOVE  'SIM'             TO  N88-FIM-VOL                  00005990
               GO  TO  0160-0150-EXIT                                   00006000
           END-IF.                                                      00006010
           IF  SQLCODE  NOT EQUAL  +0                                   00006020
               DISPLAY '*** ERRO NO FETCH C_VOLUMES'                    00006030
               PERFORM  9999-9999-ERRO-DB2  THRU 9999-9999-EXIT         00006040
           END-IF.                                                      00006050
           IF  H-VOLID  EQUAL  '*'                                      00006060
               PERFORM 0310-9999-PROCURA-STOGROUP THRU 0310-9999-EXIT   00006070
               IF  ACHOU                                                00006080
                   MOVE  'S'           TO  TB-SG-SMS(IND-SG)            00006090
               END-IF                                                   00006100
               GO  TO  0160-0150-EXIT                                   00006110
           END-IF.                                                      00006120
           MOVE   H-VOLID              TO  WS-VOLSER.                   00006130
           PERFORM 0300-9999-PROCURA-VOLUME THRU 0300-9999-EXIT.        00006140
           IF  IND-VOL  GREATER  +0                                     00006150
               AND  TB-VOL-SG(IND-VOL)  EQUAL  SPACES                   00006160
               MOVE   H-SG-NOME        TO  TB-VOL-SG(IND-VOL)           00006170
               MOVE   'C'              TO  TB-VOL-ORIGEM(IND-VOL)       00006180
           END-IF.                                                      00006190
       0160-0150-EXIT. EXIT.                                            00006200
      *----------------------------------------------------------------*00006210
      * LEITURA DO DCOLLECT                                            *00006220
      *----------------------------------------------------------------*00006230
       0200-0000-LE-DCOLLECT.                                           00006240
           PERFORM 0210-0200-UM-REGISTRO THRU 0210-0200-EXIT            00006250
             UNTIL FIM-DCOLLECT.                                        00006260
       0200-0000-EXIT. EXIT.                                            00006270
      *----------------------------------------------------------------*00006280
      *                                                                *00006290
      *----------------------------------------------------------------*00006300
       0210-0200-UM-REGISTRO.                                           00006310
           READ  DCOLLECT                                               00006320
               AT END                                                   00006330
                   MOVE   'SIM'         TO   N88-FIM-DCOLLECT           00006340
                   GO  TO  0210-0200-EXIT                               00006350
           END-READ.                                                    00006360
           ADD    +1                   TO  AC-LIDOS.                    00006370
           MOVE   SPACES               TO  REG-DCOL.                    00006380
           IF  WS-TAM-DCOL  GREATER  300                                00006390
               MOVE   REG-DCOLLECT(1:300)             TO  REG-DCOL      00006400
           ELSE                                                         00006410
               MOVE   REG-DCOLLECT(1:WS-TAM-DCOL)     TO  REG-DCOL      00006420
           END-IF.                                                      00006430
           EVALUATE TRUE                                                00006440
               WHEN DCU-VOLUME                                          00006450
                    ADD    +1          TO  AC-LIDOS-V                   00006460
                    IF  WS-TAM-DCOL  LESS  52                           00006470
                        ADD    +1      TO  AC-CURTOS                    00006480
                    ELSE                                                00006490
                        PERFORM 0220-0210-REG-VOLUME                    00006500
                           THRU 0220-0210-EXIT                          00006510
                    END-IF                                              00006520
               WHEN DCU-DATASET                                         00006530
                    ADD    +1          TO  AC-LIDOS-D                   00006540
                    IF  WS-TAM-DCOL  LESS  92                           00006550
                        ADD    +1      TO  AC-CURTOS                    00006560
                    ELSE                                                00006570
                        PERFORM 0230-0210-REG-DATASET                   00006580
                           THRU 0230-0210-EXIT                          00006590
                    END-IF                                              00006600
           END-EVALUATE.                                                00006610
       0210-0200-EXIT. EXIT.                                            00006620
      *----------------------------------------------------------------*00006630
      * REGISTRO 'V': CAPACIDADE, LIVRE E MAIOR EXTENT LIVRE (KB)      *00006640
      *----------------------------------------------------------------*00006650
       0220-0210-REG-VOLUME.                                            00006660
           MOVE   DCV-VOLSR            TO  WS-VOLSER.                   00006670
           PERFORM 0300-9999-PROCURA-VOLUME THRU 0300-9999-EXIT.        00006680
           IF  IND-VOL  EQUAL  +0                                       00006690
               GO  TO  0220-0210-EXIT                                   00006700
           END-IF.                                                      00006710
           MOVE   'S'                  TO  TB-VOL-DCOLLECT(IND-VOL).    00006720
           MOVE   LOW-VALUES           TO  WS-BINARIO-X.                00006730
           MOVE   DCV-VLCAP            TO  WS-BINARIO-X(5:4).           00006740
           MOVE   WS-BIN-VALOR         TO  TB-VOL-CAP-KB(IND-VOL).      00006750
           MOVE   DCV-FRESP            TO  WS-BINARIO-X(5:4).           00006760
           MOVE   WS-BIN-VALOR         TO  TB-VOL-LIVRE-KB(IND-VOL).    00006770
           MOVE   DCV-LGEXT            TO  WS-BINARIO-X(5:4).           00006780
           MOVE   WS-BIN-VALOR         TO  TB-VOL-MAIOR-KB(IND-VOL).    00006790
       0220-0210-EXIT. EXIT.                                            00006800
      *----------------------------------------------------------------*00006810
      * REGISTRO 'D': SO OS DATASETS DO DB2; SOMA A PARTE DESTE VOLUME *00006820
      * NO TOTAL DO DATASET                                            *00006830
      *----------------------------------------------------------------*00006840
       0230-0210-REG-DATASET.                                           00006850
           PERFORM 0240-0230-NOME-DB2 THRU 0240-0230-EXIT.              00006860
           IF  NOT DS-DB2                                               00006870
               GO  TO  0230-0210-EXIT                                   00006880
           END-IF.                                                      00006890
           PERFORM 0250-0230-PROCURA-DATASET THRU 0250-0230-EXIT.       00006900
           MOVE   LOW-VALUES           TO  WS-BINARIO-X.                00006910
           MOVE   DCD-NMEXT            TO  WS-BINARIO-X(8:1).           00006920
           MOVE   WS-BIN-VALOR         TO  WS-EXT-VOL.                  00006930
           MOVE   DCD-ALLSP            TO  WS-BINARIO-X(5:4).           00006940
           MOVE   WS-BIN-VALOR         TO  WS-ALOC-VOL-KB.              00006950
           ADD    +1                   TO  TB-DS-QTD-VOL(IND-DS).       00006960
           ADD    WS-EXT-VOL           TO  TB-DS-EXTENTS(IND-DS).       00006970
           ADD    WS-ALOC-VOL-KB       TO  TB-DS-ALOC-KB(IND-DS).       00006980
           IF  WS-EXT-VOL  GREATER  TB-DS-MAX-EXT-VOL(IND-DS)           00006990
               MOVE   WS-EXT-VOL       TO  TB-DS-MAX-EXT-VOL(IND-DS)    00007000
           END-IF.                                                      00007010
      *--- VOLUME DE STOGROUP SMS SO E' CONHECIDO PELOS SEUS DATASETS   00007020
           IF  TB-DS-SG(IND-DS)  EQUAL  SPACES                          00007030
               GO  TO  0230-0210-EXIT                                   00007040
           END-IF.                                                      00007050
           MOVE   DCD-VOLSR            TO  WS-VOLSER.                   00007060
           PERFORM 0300-9999-PROCURA-VOLUME THRU 0300-9999-EXIT.        00007070
           IF  IND-VOL  GREATER  +0                                     00007080
               AND  TB-VOL-SG(IND-VOL)  EQUAL  SPACES                   00007090
               MOVE   TB-DS-SG(IND-DS) TO  TB-VOL-SG(IND-VOL)           00007100
               MOVE   'D'              TO  TB-VOL-ORIGEM(IND-VOL)       00007110
           END-IF.                                                      00007120
       0230-0210-EXIT. EXIT.                                            00007130
      *----------------------------------------------------------------*00007140
      * CATALOGO.DSNDBC|DSNDBD.DBNAME.ESPACO.I0001|J0001.ANNN          *00007150
      * DEVOLVE A CHAVE (SEMPRE COM DSNDBC) E A PARTICAO               *00007160
      *----------------------------------------------------------------*00007170
       0240-0230-NOME-DB2.                                              00007180
           MOVE   'NAO'                TO  N88-DS-DB2.                  00007190
           MOVE   SPACES               TO  WS-QUAL-1  WS-QUAL-2         00007200
                                           WS-QUAL-3  WS-QUAL-4         00007210
                                           WS-QUAL-5  WS-QUAL-6         00007220
                                           WS-QUAL-7.                   00007230
           MOVE   +0                   TO  WS-QTD-QUAL.                 00007240
           UNSTRING DCD-DSNAM  DELIMITED BY  '.'  OR  ALL SPACE         00007250
               INTO WS-QUAL-1  WS-QUAL-2  WS-QUAL-3  WS-QUAL-4          00007260
                    WS-QUAL-5  WS-QUAL-6  WS-QUAL-7                     00007270
               TALLYING IN WS-QTD-QUAL                                  00007280
               ON OVERFLOW                                              00007290
                   GO  TO  0240-0230-EXIT                               00007300
           END-UNSTRING.                                                00007310
           IF  WS-QTD-QUAL  NOT EQUAL  +6                               00007320
               GO  TO  0240-0230-EXIT                                   00007330
           END-IF.                                                      00007340
           IF  WS-QUAL-2  NOT EQUAL  'DSNDBC'                           00007350
               AND  WS-QUAL-2  NOT EQUAL  'DSNDBD'                      00007360
               GO  TO  0240-0230-EXIT                                   00007370
           END-IF.                                                      00007380
           IF  WS-QUAL-5  NOT EQUAL  'I0001'                            00007390
               AND  WS-QUAL-5  NOT EQUAL  'J0001'                       00007400
               GO  TO  0240-0230-EXIT                                   00007410
           END-IF.                                                      00007420
           IF  WS-QUAL-6(5:4)  NOT EQUAL  SPACES                        00007430
               OR  WS-QUAL-6(2:3)  NOT NUMERIC                          00007440
               GO  TO  0240-0230-EXIT                                   00007450
           END-IF.                                                      00007460
           EVALUATE WS-QUAL-6(1:1)                                      00007470
               WHEN 'A'  MOVE   0      TO  WS-PART-MILHAR               00007480
               WHEN 'B'  MOVE   1      TO  WS-PART-MILHAR               00007490
               WHEN 'C'  MOVE   2      TO  WS-PART-MILHAR               00007500
               WHEN 'D'  MOVE   3      TO  WS-PART-MILHAR               00007510
               WHEN 'E'  MOVE   4      TO  WS-PART-MILHAR               00007520
               WHEN OTHER                                               00007530
                    GO  TO  0240-0230-EXIT                              00007540
           END-EVALUATE.                                                00007550
           MOVE   WS-QUAL-6(2:3)       TO  WS-PART-RESTO.               00007560
           COMPUTE WS-PART = WS-PART-MILHAR * 1000 + WS-PART-RESTO.     00007570
           IF  WS-PART  EQUAL  ZEROS                                    00007580
               GO  TO  0240-0230-EXIT                                   00007590
           END-IF.                                                      00007600
           MOVE   SPACES               TO  WS-CHAVE-DS.                 00007610
           STRING WS-QUAL-1 DELIMITED BY SPACE                          00007620
                  '.DSNDBC.'           DELIMITED BY SIZE                00007630
                  WS-QUAL-3 DELIMITED BY SPACE                          00007640
                  '.'                  DELIMITED BY SIZE                00007650
                  WS-QUAL-4 DELIMITED BY SPACE                          00007660
                  '.'                  DELIMITED BY SIZE                00007670
                  WS-QUAL-5 DELIMITED BY SPACE                          00007680
                  '.'                  DELIMITED BY SIZE                00007690
                  WS-QUAL-6 DELIMITED BY SPACE                          00007700
                  INTO WS-CHAVE-DS.                                     00007710
           MOVE   'SIM'                TO  N88-DS-DB2.                  00007720
       0240-0230-EXIT. EXIT.                                            00007730
      *----------------------------------------------------------------*00007740
      * HASH DO NOME (COMO A ASSINATURA DO DB2TOPSQ) COM SONDAGEM      *00007750
      * LINEAR. DATASET NOVO E' IDENTIFICADO NO CATALOGO               *00007760
      *----------------------------------------------------------------*00007770
       0250-0230-PROCURA-DATASET.                                       00007780
           MOVE   +0                   TO  WS-HASH-SOMA.                00007790
           PERFORM VARYING IX-PAL FROM +1 BY +1                         00007800
             UNTIL IX-PAL  GREATER  +11                                 00007810
               MOVE   WS-CHAVE-PALAVRA(IX-PAL)  TO  WS-HASH-PALAVRA     00007820
               IF  WS-HASH-PALAVRA  LESS  +0                            00007830
                   COMPUTE WS-HASH-PALAVRA = 0 - WS-HASH-PALAVRA        00007840
               END-IF                                                   00007850
               COMPUTE WS-HASH-SOMA = WS-HASH-SOMA * 31                 00007860
                                    + WS-HASH-PALAVRA                   00007870
               DIVIDE WS-HASH-SOMA  BY  WS-HASH-PRIMO                   00007880
                   GIVING WS-HASH-QUOC  REMAINDER WS-HASH-SOMA          00007890
           END-PERFORM.                                                 00007900
           COMPUTE IND-DS = WS-HASH-SOMA + 1.                           00007910
       0250-0230-SONDA.                                                 00007920
           IF  TB-DS-NOME(IND-DS)  EQUAL  WS-CHAVE-DS                   00007930
               GO  TO  0250-0230-EXIT                                   00007940
           END-IF.                                                      00007950
           IF  TB-DS-NOME(IND-DS)  NOT EQUAL  SPACES                    00007960
               ADD    +1               TO  IND-DS                       00007970
               IF  IND-DS  GREATER  +20011                              00007980
                   MOVE   +1           TO  IND-DS                       00007990
               END-IF                                                   00008000
               GO  TO  0250-0230-SONDA                                  00008010
           END-IF.                                                      00008020
           IF  QTD-DS  NOT LESS  +20000                                 00008030
               DISPLAY 'DB2STOGR - MAIS DE 20000 DATASETS DO DB2 NO '   00008040
                       'DCOLLECT'                                       00008050
               MOVE   +16              TO  RETURN-CODE                  00008060
               STOP  RUN                                                00008070
           END-IF.                                                      00008080
           ADD    +1                   TO  QTD-DS  AC-DS-DB2.           00008090
           MOVE   WS-CHAVE-DS          TO  TB-DS-NOME(IND-DS).          00008100
           MOVE   WS-PART              TO  TB-DS-PART(IND-DS).          00008110
           MOVE   +0                   TO  TB-DS-QTD-VOL(IND-DS)        00008120
                                           TB-DS-EXTENTS(IND-DS)        00008130
                                           TB-DS-MAX-EXT-VOL(IND-DS)    00008140
                                           TB-DS-ALOC-KB(IND-DS).       00008150
           MOVE   SPACES               TO  TB-DS-MARCA(IND-DS).         00008160
           PERFORM 0260-0250-IDENTIFICA-OBJETO THRU 0260-0250-EXIT.     00008170
       0250-0230-EXIT. EXIT.                                            00008180
      *----------------------------------------------------------------*00008190
      * TABLESPACE OU INDEXSPACE, E O STOGROUP DA PARTICAO (PARTICAO 0 *00008200
      * NO OBJETO NAO PARTICIONADO; STORTYPE 'E' = DEFINIDO PELO       *00008210
      * USUARIO, SEM STOGROUP)                                         *00008220
      *----------------------------------------------------------------*00008230
       0260-0250-IDENTIFICA-OBJETO.                                     00008240
           MOVE   WS-QUAL-3            TO  H-DBNAME.                    00008250
           MOVE   WS-QUAL-4            TO  H-ESPACO.                    00008260
           MOVE   WS-PART              TO  H-PART.                      00008270
           MOVE   SPACES               TO  TB-DS-OBJETO(IND-DS)         00008280
                                           TB-DS-SG(IND-DS).            00008290
           EXEC SQL                                                     00008300
                SELECT STORTYPE, STORNAME                               00008310
                  INTO :H-STORTYPE, :H-STORNAME                         00008320
                  FROM SYSIBM.SYSTABLEPART                              00008330
                 WHERE DBNAME    = :H-DBNAME                            00008340
                   AND TSNAME    = :H-ESPACO                            00008350
                   AND (PARTITION = :H-PART OR PARTITION = 0)           00008360
                 FETCH FIRST 1 ROW ONLY                                 00008370
           END-EXEC.                                                    00008380
           IF  SQLCODE  EQUAL  +0                                       00008390
               MOVE   'S'              TO  TB-DS-TIPO(IND-DS)           00008400
               STRING H-DBNAME DELIMITED BY SPACE                       00008410
                      '.'      DELIMITED BY SIZE                        00008420
                      H-ESPACO DELIMITED BY SPACE                       00008430
                      INTO TB-DS-OBJETO(IND-DS)                         00008440
               GO  TO  0260-0250-STOGROUP                               00008450
           END-IF.                                                      00008460
           IF  SQLCODE  NOT EQUAL  +100                                 00008470
               DISPLAY '*** ERRO NO SELECT SYSTABLEPART ' H-DBNAME      00008480
                       '.' H-ESPACO                                     00008490
               PERFORM  9999-9999-ERRO-DB2  THRU 9999-9999-EXIT         00008500
           END-IF.                                                      00008510
           EXEC SQL                                                     00008520
                SELECT X.CREATOR, X.NAME, P.STORTYPE, P.STORNAME        00008530
                  INTO :H-IX-CREATOR, :H-IX-NAME,                       00008540
                       :H-STORTYPE, :H-STORNAME                         00008550
                  FROM SYSIBM.SYSINDEXES   X,                           00008560
                       SYSIBM.SYSINDEXPART P                            00008570
                 WHERE X.DBNAME     = :H-DBNAME                         00008580
                   AND X.INDEXSPACE = :H-ESPACO                         00008590
                   AND P.IXCREATOR  = X.CREATOR                         00008600
                   AND P.IXNAME     = X.NAME                            00008610
                   AND (P.PARTITION = :H-PART OR P.PARTITION = 0)       00008620
                 FETCH FIRST 1 ROW ONLY                                 00008630
           END-EXEC.                                                    00008640
           IF  SQLCODE  EQUAL  +0                                       00008650
               MOVE   'I'              TO  TB-DS-TIPO(IND-DS)           00008660
               STRING H-IX-CREATOR DELIMITED BY SPACE                   00008670
                      '.'          DELIMITED BY SIZE                    00008680
                      H-IX-NAME    DELIMITED BY SPACE                   00008690
                      INTO TB-DS-OBJETO(IND-DS)                         00008700
               GO  TO  0260-0250-STOGROUP                               00008710
           END-IF.                                                      00008720
           IF  SQLCODE  NOT EQUAL  +100                                 00008730
               DISPLAY '*** ERRO NO SELECT SYSINDEXPART ' H-DBNAME      00008740
                       '.' H-ESPACO                                     00008750
               PERFORM  9999-9999-ERRO-DB2  THRU 9999-9999-EXIT         00008760
           END-IF.                                                      00008770
           ADD    +1                   TO  AC-ORFAOS.                   00008780
           MOVE   'O'                  TO  TB-DS-TIPO(IND-DS).          00008790
           STRING H-DBNAME DELIMITED BY SPACE                           00008800
                  '.'      DELIMITED BY SIZE                            00008810
                  H-ESPACO DELIMITED BY SPACE                           00008820
                  ' ORFAO' DELIMITED BY SIZE                            00008830
                  INTO TB-DS-OBJETO(IND-DS).                            00008840
           GO  TO  0260-0250-EXIT.                                      00008850
       0260-0250-STOGROUP.                                              00008860
           IF  H-STORTYPE  EQUAL  'I'                                   00008870
               MOVE   H-STORNAME       TO  TB-DS-SG(IND-DS)             00008880
           END-IF.                                                      00008890
       0260-0250-EXIT. EXIT.                                            00008900
      *----------------------------------------------------------------*00008910
      * PROCURA (OU INCLUI) O VOLUME WS-VOLSER. O DCOLLECT VEM POR     *00008920
      * VOLUME, ENTAO O ULTIMO ACHADO E' GUARDADO. IND-VOL ZERO =      *00008930
      * TABELA CHEIA                                                   *00008940
      *----------------------------------------------------------------*00008950
       0300-9999-PROCURA-VOLUME.                                        00008960
           IF  WS-VOLSER  EQUAL  WS-ULT-VOLSER                          00008970
               AND  IND-VOL-ULT  GREATER  +0                            00008980
               MOVE   IND-VOL-ULT      TO  IND-VOL                      00008990
               GO  TO  0300-9999-EXIT                                   00009000
           END-IF.                                                      00009010
           PERFORM VARYING IND-VOL FROM +1 BY +1                        00009020
             UNTIL IND-VOL  GREATER  QTD-VOL                            00009030
                OR TB-VOL-SERIE(IND-VOL)  EQUAL  WS-VOLSER              00009040
               CONTINUE                                                 00009045
           END-PERFORM.                                                 00009050
           IF  IND-VOL  GREATER  QTD-VOL                                00009060
               IF  QTD-VOL  NOT LESS  +10000                            00009070
                   ADD    +1           TO  AC-VOL-IGNORADOS             00009080
                   MOVE   +0           TO  IND-VOL                      00009090
                   GO  TO  0300-9999-EXIT                               00009100
               END-IF                                                   00009110
               ADD    +1               TO  QTD-VOL                      00009120
               MOVE   QTD-VOL          TO  IND-VOL                      00009130
               MOVE   WS-VOLSER        TO  TB-VOL-SERIE(IND-VOL)        00009140
               MOVE   SPACES           TO  TB-VOL-SG(IND-VOL)           00009150
                                           TB-VOL-ORIGEM(IND-VOL)       00009160
               MOVE   'N'              TO  TB-VOL-DCOLLECT(IND-VOL)     00009170
               MOVE   +0               TO  TB-VOL-CAP-KB(IND-VOL)       00009180
                                           TB-VOL-LIVRE-KB(IND-VOL)     00009190
                                           TB-VOL-MAIOR-KB(IND-VOL)     00009200
           END-IF.                                                      00009210
           MOVE   WS-VOLSER            TO  WS-ULT-VOLSER.               00009220
           MOVE   IND-VOL              TO  IND-VOL-ULT.                 00009230
       0300-9999-EXIT. EXIT.                                            00009240
      *----------------------------------------------------------------*00009250
      * PROCURA O STOGROUP H-SG-NOME                                   *00009260
      *----------------------------------------------------------------*00009270
       0310-9999-PROCURA-STOGROUP.                                      00009280
           MOVE   'NAO'                TO  N88-ACHOU.                   00009290
           PERFORM VARYING IND-SG FROM +1 BY +1                         00009300
             UNTIL IND-SG  GREATER  QTD-SG  OR  ACHOU                   00009310
               IF  TB-SG-NOME(IND-SG)  EQUAL  H-SG-NOME                 00009320
                   MOVE   'SIM'        TO  N88-ACHOU                    00009330
               END-IF                                                   00009340
           END-PERFORM.                                                 00009350
           IF  ACHOU                                                    00009360
               SUBTRACT +1             FROM  IND-SG                     00009370
           END-IF.                                                      00009380
       0310-9999-EXIT. EXIT.                                            00009390
      *----------------------------------------------------------------*00009400
      * OCUPACAO DE CADA STOGROUP, COM OS SEUS VOLUMES                 *00009410
      *----------------------------------------------------------------*00009420
       0400-0000-RELATA-STOGROUPS.                                      00009430
           MOVE   LCAB-SG              TO  LINHA-REL.                   00009440
           PERFORM 0900-9999-IMPRIME THRU 0900-9999-EXIT.               00009450
           PERFORM 0410-0400-UM-STOGROUP THRU 0410-0400-EXIT            00009460
             VARYING IND-SG FROM +1 BY +1                               00009470
               UNTIL IND-SG  GREATER  QTD-SG.                           00009480
           PERFORM 0900-9999-IMPRIME THRU 0900-9999-EXIT.               00009490
       0400-0000-EXIT. EXIT.                                            00009500
      *----------------------------------------------------------------*00009510
      *                                                                *00009520
      *----------------------------------------------------------------*00009530
       0410-0400-UM-STOGROUP.                                           00009540
           MOVE   +0                   TO  WS-SG-QTD-VOL                00009550
                                           WS-SG-SEM-DADOS              00009560
                                           WS-SG-CAP-KB                 00009570
                                           WS-SG-LIVRE-KB               00009580
                                           WS-SG-MAIOR-KB.              00009590
           PERFORM VARYING IND-VOL FROM +1 BY +1                        00009600
             UNTIL IND-VOL  GREATER  QTD-VOL                            00009610
               IF  TB-VOL-SG(IND-VOL)  EQUAL  TB-SG-NOME(IND-SG)        00009620
                   ADD    +1           TO  WS-SG-QTD-VOL                00009630
                   IF  TB-VOL-DCOLLECT(IND-VOL)  EQUAL  'S'             00009640
                       ADD    TB-VOL-CAP-KB(IND-VOL)                    00009650
                                       TO  WS-SG-CAP-KB                 00009660
                       ADD    TB-VOL-LIVRE-KB(IND-VOL)                  00009670
                                       TO  WS-SG-LIVRE-KB               00009680
                       IF  TB-VOL-MAIOR-KB(IND-VOL)                     00009690
                                       GREATER  WS-SG-MAIOR-KB          00009700
                           MOVE   TB-VOL-MAIOR-KB(IND-VOL)              00009710
                                       TO  WS-SG-MAIOR-KB               00009720
                       END-IF                                           00009730
                   ELSE                                                 00009740
                       ADD    +1       TO  WS-SG-SEM-DADOS              00009750
                   END-IF                                               00009760
               END-IF                                                   00009770
           END-PERFORM.                                                 00009780
           MOVE   TB-SG-NOME(IND-SG)   TO  DET-SG-NOME.                 00009790
           MOVE   TB-SG-VCAT(IND-SG)   TO  DET-SG-VCAT.                 00009800
           IF  TB-SG-SMS(IND-SG)  EQUAL  'S'                            00009810
               MOVE   'SIM'            TO  DET-SG-SMS                   00009820
           ELSE                                                         00009830
               MOVE   SPACES           TO  DET-SG-SMS                   00009840
           END-IF.                                                      00009850
           MOVE   WS-SG-QTD-VOL        TO  DET-SG-VOLS.                 00009860
           COMPUTE DET-SG-CAP   = WS-SG-CAP-KB   / 1024.                00009870
           COMPUTE DET-SG-LIVRE = WS-SG-LIVRE-KB / 1024.                00009880
           COMPUTE DET-SG-MAIOR = WS-SG-MAIOR-KB / 1024.                00009890
           MOVE   WS-SG-SEM-DADOS      TO  DET-SG-SEM-DADOS.            00009900
           MOVE   SPACES               TO  DET-SG-ALERTA.               00009910
           MOVE   ZEROS                TO  WS-PCT-USO.                  00009920
           IF  WS-SG-CAP-KB  GREATER  +0                                00009930
               COMPUTE WS-PCT-USO ROUNDED =                             00009940
                   (WS-SG-CAP-KB - WS-SG-LIVRE-KB) * 100 / WS-SG-CAP-KB 00009950
           END-IF.                                                      00009960
           MOVE   WS-PCT-USO           TO  DET-SG-PCT.                  00009970
           EVALUATE TRUE                                                00009980
               WHEN WS-SG-QTD-VOL  EQUAL  +0                            00009990
                    MOVE  'SEM VOLUMES (NENHUM DATASET NO DCOLLECT)'    00010000
                      TO  DET-SG-ALERTA                                 00010010
               WHEN WS-SG-CAP-KB  EQUAL  +0                             00010020
                    MOVE  'VOLUMES FORA DO DCOLLECT'                    00010030
                      TO  DET-SG-ALERTA                                 00010040
               WHEN WS-PCT-USO  NOT LESS  WS-LIM-SG                     00010050
                    MOVE  '*ALERTA*'   TO  DET-SG-ALERTA                00010060
                    ADD    +1          TO  AC-ALERTAS                   00010070
                    MOVE   2           TO  EXC-SEVERIDADE               00010080
                    MOVE   'O'         TO  EXC-TIPO-OBJETO              00010090
                    MOVE   'SGCHEIO '  TO  EXC-CODIGO                   00010100
                    MOVE   TB-SG-NOME(IND-SG)  TO  EXC-OBJETO           00010110
                    MOVE   WS-LIM-SG   TO  ZPCT                         00010120
                    STRING 'STOGROUP ' DET-SG-PCT                       00010130
                           '% USADO (LIMITE ' ZPCT '%)'                 00010140
                           DELIMITED BY SIZE INTO EXC-TEXTO             00010150
                    PERFORM 0960-9999-GRAVA-EXCECAO THRU 0960-9999-EXIT 00010160
           END-EVALUATE.                                                00010170
           MOVE   LDET-SG              TO  LINHA-REL.                   00010180
           PERFORM 0900-9999-IMPRIME THRU 0900-9999-EXIT.               00010190
           PERFORM 0420-0410-UM-VOLUME THRU 0420-0410-EXIT              00010200
             VARYING IND-VOL FROM +1 BY +1                              00010210
               UNTIL IND-VOL  GREATER  QTD-VOL.                         00010220
       0410-0400-EXIT. EXIT.                                            00010230
      *----------------------------------------------------------------*00010240
      *                                                                *00010250
      *----------------------------------------------------------------*00010260
       0420-0410-UM-VOLUME.                                             00010270
           IF  TB-VOL-SG(IND-VOL)  NOT EQUAL  TB-SG-NOME(IND-SG)        00010280
               GO  TO  0420-0410-EXIT                                   00010290
           END-IF.                                                      00010300
           MOVE   TB-VOL-SERIE(IND-VOL)  TO  DET-VOL-SERIE.             00010310
           MOVE   SPACES               TO  DET-VOL-OBS.                 00010320
           IF  TB-VOL-DCOLLECT(IND-VOL)  NOT EQUAL  'S'                 00010330
               MOVE   ZEROS            TO  DET-VOL-CAP  DET-VOL-LIVRE   00010340
                                           DET-VOL-PCT  DET-VOL-MAIOR   00010350
               MOVE   'FORA DO DCOLLECT' TO  DET-VOL-OBS                00010360
               GO  TO  0420-0410-IMPRIME                                00010370
           END-IF.                                                      00010380
           COMPUTE DET-VOL-CAP   = TB-VOL-CAP-KB(IND-VOL)   / 1024.     00010390
           COMPUTE DET-VOL-LIVRE = TB-VOL-LIVRE-KB(IND-VOL) / 1024.     00010400
           COMPUTE DET-VOL-MAIOR = TB-VOL-MAIOR-KB(IND-VOL) / 1024.     00010410
           MOVE   ZEROS                TO  WS-PCT-USO.                  00010420
           IF  TB-VOL-CAP-KB(IND-VOL)  GREATER  +0                      00010430
               COMPUTE WS-PCT-USO ROUNDED =                             00010440
                   (TB-VOL-CAP-KB(IND-VOL) - TB-VOL-LIVRE-KB(IND-VOL))  00010450
                   * 100 / TB-VOL-CAP-KB(IND-VOL)                       00010460
           END-IF.                                                      00010470
           MOVE   WS-PCT-USO           TO  DET-VOL-PCT.                 00010480
           IF  TB-VOL-ORIGEM(IND-VOL)  EQUAL  'D'                       00010490
               MOVE   'DEDUZIDO DOS DATASETS' TO  DET-VOL-OBS           00010500
           END-IF.                                                      00010510
       0420-0410-IMPRIME.                                               00010520
           MOVE   LDET-VOL             TO  LINHA-REL.                   00010530
           PERFORM 0900-9999-IMPRIME THRU 0900-9999-EXIT.               00010540
       0420-0410-EXIT. EXIT.                                            00010550
      *----------------------------------------------------------------*00010560
      * OS N DATASETS COM MAIS EXTENTS (SELECAO DO MAIOR A CADA VEZ)   *00010570
      *----------------------------------------------------------------*00010580
       0500-0000-RELATA-EXTENTS.                                        00010590
           MOVE   WS-TOPN              TO  ZPCT.                        00010600
           STRING 'DATASETS COM MAIS EXTENTS (OS ' ZPCT ' MAIORES)'     00010610
                  DELIMITED BY SIZE INTO LINHA-REL.                     00010620
           PERFORM 0900-9999-IMPRIME THRU 0900-9999-EXIT.               00010630
           MOVE   LCAB-DS              TO  LINHA-REL.                   00010640
           PERFORM 0900-9999-IMPRIME THRU 0900-9999-EXIT.               00010650
           IF  QTD-DS  EQUAL  +0                                        00010660
               MOVE  'NENHUM DATASET DO DB2 NO DCOLLECT'                00010670
                 TO  LINHA-REL                                          00010680
               PERFORM 0900-9999-IMPRIME THRU 0900-9999-EXIT            00010690
               GO  TO  0500-0000-EXIT                                   00010700
           END-IF.                                                      00010710
           PERFORM 0510-0500-MAIOR-EXTENTS THRU 0510-0500-EXIT          00010720
             VARYING WS-POSICAO FROM +1 BY +1                           00010730
               UNTIL WS-POSICAO  GREATER  WS-TOPN.                      00010740
           PERFORM 0900-9999-IMPRIME THRU 0900-9999-EXIT.               00010750
       0500-0000-EXIT. EXIT.                                            00010760
      *----------------------------------------------------------------*00010770
      *                                                                *00010780
      *----------------------------------------------------------------*00010790
       0510-0500-MAIOR-EXTENTS.                                         00010800
           MOVE   +0                   TO  IND-MAIOR  WS-MAIOR-EXT.     00010810
           PERFORM VARYING IND-DS FROM +1 BY +1                         00010820
             UNTIL IND-DS  GREATER  +20011                              00010830
               IF  TB-DS-NOME(IND-DS)  NOT EQUAL  SPACES                00010840
                   AND  TB-DS-MARCA(IND-DS)  EQUAL  SPACES              00010850
                   AND  TB-DS-EXTENTS(IND-DS)  GREATER  WS-MAIOR-EXT    00010860
                   MOVE   IND-DS       TO  IND-MAIOR                    00010870
                   MOVE   TB-DS-EXTENTS(IND-DS)  TO  WS-MAIOR-EXT       00010880
               END-IF                                                   00010890
           END-PERFORM.                                                 00010900
           IF  IND-MAIOR  EQUAL  +0                                     00010910
               MOVE   WS-TOPN          TO  WS-POSICAO                   00010920
               GO  TO  0510-0500-EXIT                                   00010930
           END-IF.                                                      00010940
           MOVE   'X'                  TO  TB-DS-MARCA(IND-MAIOR).      00010950
           MOVE   IND-MAIOR            TO  IND-DS.                      00010960
           PERFORM 0700-9999-LINHA-DATASET THRU 0700-9999-EXIT.         00010970
           MOVE   WS-POSICAO           TO  DET-POS.                     00010980
           MOVE   LDET-DS              TO  LINHA-REL.                   00010990
           PERFORM 0900-9999-IMPRIME THRU 0900-9999-EXIT.               00011000
       0510-0500-EXIT. EXIT.                                            00011010
      *----------------------------------------------------------------*00011020
      * DATASETS PROXIMOS DO LIMITE DE EXTENTS OU DE 4 GB              *00011030
      *----------------------------------------------------------------*00011040
       0600-0000-RELATA-LIMITES.                                        00011050
           MOVE   WS-LIM-EXT           TO  ZPCT.                        00011060
           MOVE   WS-ALERTA-EXT-DS     TO  ZQTD.                        00011070
           MOVE   WS-ALERTA-EXT-VOL    TO  ZQTD2.                       00011080
           STRING 'DATASETS PROXIMOS DOS LIMITES - EXTENTS: ' ZPCT      00011090
                  '% (' ZQTD ' NO DATASET,' ZQTD2 ' NUM VOLUME)'        00011100
                  DELIMITED BY SIZE INTO LINHA-REL.                     00011110
           PERFORM 0900-9999-IMPRIME THRU 0900-9999-EXIT.               00011120
           MOVE   WS-LIM-4G            TO  ZPCT.                        00011130
           STRING '                                   4 GB: ' ZPCT      00011140
                  '% (DATASET SEM EXTENDED ADDRESSABILITY)'             00011150
                  DELIMITED BY SIZE INTO LINHA-REL.                     00011160
           PERFORM 0900-9999-IMPRIME THRU 0900-9999-EXIT.               00011170
           MOVE   LCAB-DS              TO  LINHA-REL.                   00011180
           PERFORM 0900-9999-IMPRIME THRU 0900-9999-EXIT.               00011190
           MOVE   +0                   TO  WS-POSICAO.                  00011200
           PERFORM 0610-0600-UM-DATASET THRU 0610-0600-EXIT             00011210
             VARYING IND-DS FROM +1 BY +1                               00011220
               UNTIL IND-DS  GREATER  +20011.                           00011230
           IF  WS-POSICAO  EQUAL  +0                                    00011240
               MOVE  'NENHUM DATASET PROXIMO DOS LIMITES'               00011250
                 TO  LINHA-REL                                          00011260
               PERFORM 0900-9999-IMPRIME THRU 0900-9999-EXIT            00011270
           END-IF.                                                      00011280
       0600-0000-EXIT. EXIT.                                            00011290
      *----------------------------------------------------------------*00011300
      *                                                                *00011310
      *----------------------------------------------------------------*00011320
       0610-0600-UM-DATASET.                                            00011330
           IF  TB-DS-NOME(IND-DS)  EQUAL  SPACES                        00011340
               GO  TO  0610-0600-EXIT                                   00011350
           END-IF.                                                      00011360
           MOVE   SPACES               TO  WS-MOTIVO.                   00011370
           MOVE   +1                   TO  WS-PT-MOTIVO.                00011380
           MOVE   2                    TO  EXC-SEVERIDADE.              00011390
           MOVE   TB-DS-TIPO(IND-DS)   TO  EXC-TIPO-OBJETO.             00011400
           IF  TB-DS-EXTENTS(IND-DS)  NOT LESS  WS-ALERTA-EXT-DS        00011410
            OR TB-DS-MAX-EXT-VOL(IND-DS)  NOT LESS  WS-ALERTA-EXT-VOL   00011420
               IF  TB-DS-EXTENTS(IND-DS)  NOT LESS  WS-ALERTA-EXT-DS    00011430
                   STRING 'EXTENTS'    DELIMITED BY SIZE                00011440
                          INTO WS-MOTIVO  WITH POINTER WS-PT-MOTIVO     00011450
               ELSE                                                     00011460
                   STRING 'EXT/VOL'    DELIMITED BY SIZE                00011470
                          INTO WS-MOTIVO  WITH POINTER WS-PT-MOTIVO     00011480
               END-IF                                                   00011490
               MOVE   'EXTLIMIT'       TO  EXC-CODIGO                   00011500
               PERFORM 0620-0610-OBJETO-EXCECAO THRU 0620-0610-EXIT     00011510
               MOVE   TB-DS-EXTENTS(IND-DS)      TO  ZQTD               00011520
               MOVE   TB-DS-MAX-EXT-VOL(IND-DS)  TO  ZQTD2              00011530
               STRING 'EXTENTS:' ZQTD ' (NUM VOLUME:' ZQTD2 ')'         00011540
                      DELIMITED BY SIZE INTO EXC-TEXTO                  00011550
               PERFORM 0960-9999-GRAVA-EXCECAO THRU 0960-9999-EXIT      00011560
           END-IF.                                                      00011570
           IF  TB-DS-ALOC-KB(IND-DS)  NOT LESS  WS-ALERTA-4G-KB         00011580
               AND  TB-DS-ALOC-KB(IND-DS)  NOT GREATER  WS-4G-KB        00011590
               IF  WS-PT-MOTIVO  GREATER  +1                            00011600
                   STRING '+'          DELIMITED BY SIZE                00011610
                          INTO WS-MOTIVO  WITH POINTER WS-PT-MOTIVO     00011620
               END-IF                                                   00011630
               STRING '4GB'            DELIMITED BY SIZE                00011640
                      INTO WS-MOTIVO  WITH POINTER WS-PT-MOTIVO         00011650
               MOVE   'DS4GB   '       TO  EXC-CODIGO                   00011660
               PERFORM 0620-0610-OBJETO-EXCECAO THRU 0620-0610-EXIT     00011670
               COMPUTE ZQTD = TB-DS-ALOC-KB(IND-DS) / 1024              00011680
               STRING 'DATASET COM' ZQTD ' MB (LIMITE 4096 MB SEM EA)'  00011690
                      DELIMITED BY SIZE INTO EXC-TEXTO                  00011700
               PERFORM 0960-9999-GRAVA-EXCECAO THRU 0960-9999-EXIT      00011710
           END-IF.                                                      00011720
           IF  WS-MOTIVO  EQUAL  SPACES                                 00011730
               GO  TO  0610-0600-EXIT                                   00011740
           END-IF.                                                      00011750
           ADD    +1                   TO  WS-POSICAO  AC-ALERTAS.      00011760
           PERFORM 0700-9999-LINHA-DATASET THRU 0700-9999-EXIT.         00011770
           MOVE   WS-MOTIVO            TO  DET-MOTIVO.                  00011780
           MOVE   LDET-DS              TO  LINHA-REL.                   00011790
           PERFORM 0900-9999-IMPRIME THRU 0900-9999-EXIT.               00011800
       0610-0600-EXIT. EXIT.                                            00011810
      *----------------------------------------------------------------*00011820
      * OBJETO DA EXCECAO: O OBJETO E A PARTICAO COMO QUALIFICADOR     *00011830
      *----------------------------------------------------------------*00011840
       0620-0610-OBJETO-EXCECAO.                                        00011850
           MOVE   SPACES               TO  EXC-OBJETO.                  00011860
           MOVE   TB-DS-PART(IND-DS)   TO  WS-PART.                     00011870
           STRING TB-DS-OBJETO(IND-DS)  DELIMITED BY SPACE              00011880
                  ' PART '              DELIMITED BY SIZE               00011890
                  WS-PART               DELIMITED BY SIZE               00011900
                  INTO EXC-OBJETO.                                      00011910
       0620-0610-EXIT. EXIT.                                            00011920
      *----------------------------------------------------------------*00011930
      * LINHA DE DETALHE DO DATASET IND-DS                             *00011940
      *----------------------------------------------------------------*00011950
       0700-9999-LINHA-DATASET.                                         00011960
           MOVE   ZEROS                TO  DET-POS.                     00011970
           MOVE   TB-DS-NOME(IND-DS)   TO  DET-DSNAME.                  00011980
           MOVE   TB-DS-OBJETO(IND-DS) TO  DET-OBJETO.                  00011990
           MOVE   TB-DS-PART(IND-DS)   TO  DET-PART.                    00012000
           MOVE   TB-DS-SG(IND-DS)     TO  DET-SG.                      00012010
           MOVE   TB-DS-QTD-VOL(IND-DS)      TO  DET-VOLS.              00012020
           MOVE   TB-DS-EXTENTS(IND-DS)      TO  DET-EXTENTS.           00012030
           MOVE   TB-DS-MAX-EXT-VOL(IND-DS)  TO  DET-EXT-VOL.           00012040
           COMPUTE DET-ALOC-MB = TB-DS-ALOC-KB(IND-DS) / 1024.          00012050
           MOVE   SPACES               TO  DET-MOTIVO.                  00012060
       0700-9999-EXIT. EXIT.                                            00012070
      *----------------------------------------------------------------*00012080
      *                                                                *00012090
      *----------------------------------------------------------------*00012100
       0900-9999-IMPRIME.                                               00012110
           IF  AC-LINHA-REL  GREATER  60                                00012120
               ADD    +1               TO  AC-PAGINA-REL                00012130
               MOVE   AC-PAGINA-REL    TO  REL-CAB1-PAG                 00012140
               MOVE   ATU-DIA          TO  CB-DIA                       00012150
               MOVE   ATU-MES          TO  CB-MES                       00012160
               MOVE   ATU-ANO          TO  CB-ANO                       00012170
               WRITE  REG-RELATO       FROM REL-CAB1 AFTER PAGE         00012180
               WRITE  REG-RELATO       FROM REL-CAB2                    00012190
               WRITE  REG-RELATO       FROM REL-CAB3                    00012200
               MOVE   +3               TO  AC-LINHA-REL                 00012210
           END-IF.                                                      00012220
           WRITE  REG-RELATO           FROM LINHA-REL.                  00012230
           ADD    +1                   TO  AC-LINHA-REL.                00012240
           MOVE   SPACES               TO  LINHA-REL.                   00012250
       0900-9999-EXIT. EXIT.                                            00012260
      *----------------------------------------------------------------*00012270
      *                                                                *00012280
      *----------------------------------------------------------------*00012290
       0960-9999-GRAVA-EXCECAO.                                         00012300
           MOVE   RETURN-CODE          TO  EXC-RETURN-CODE.             00012310
           CALL  'DB2EXCEP'  USING  EXC-PARM.                           00012320
           MOVE   SPACES               TO  EXC-OBJETO  EXC-TEXTO.       00012330
       0960-9999-EXIT. EXIT.                                            00012340
      *----------------------------------------------------------------*00012350
      *                                                                *00012360
      *----------------------------------------------------------------*00012370
       9999-9999-ERRO-DB2.                                              00012380
           MOVE   SQLCODE              TO  WS-SQLCODE.                  00012390
           DISPLAY '*** SQLCODE  ' WS-SQLCODE.                          00012400
           DISPLAY '    SQLERRMC ' SQLERRMC.                            00012410
           DISPLAY '    SQLSTATE ' SQLSTATE.                            00012420
           MOVE   +16                  TO  RETURN-CODE.                 00012430
           STOP RUN.                                                    00012440
       9999-9999-EXIT. EXIT.                                            00012450
