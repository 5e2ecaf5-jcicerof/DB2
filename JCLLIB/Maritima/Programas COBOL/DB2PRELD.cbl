       IDENTIFICATION DIVISION.                                         00000010
       PROGRAM-ID.    DB2PRELD.                                         00000020
      *----------------------------------------------------------------*00000030
      * DATA:  OUT/2026                                                *00000040
      * OBJETIVOS: VALIDACAO DO ARQUIVO DE INTERFACE ANTES DO LOAD.    *00000050
      *   LE AS COLUNAS DA TABELA NA SYSIBM.SYSCOLUMNS E MONTA O       *00000060
      *   LAYOUT DO REGISTRO PELAS MESMAS REGRAS DO POSITION DO        *00000070
      *   LOADCRD DO DB2CRDDL (1480-9999-TIPO-LOAD): CAMPO VARIAVEL    *00000080
      *   COM PREFIXO DE 2 BYTES E TAMANHO MAXIMO, COLUNA NULAVEL COM  *00000090
      *   1 BYTE INDICADOR APOS O DADO ('?' NULO, QUALQUER OUTRO BYTE  *00000096
      *   PRESENTE - O NULLIF(POS)='?' DO LOADCRD).                    *00000102
      *   CADA REGISTRO DA ENTRADA (DD ENTRADA) E' CONFERIDO:          *00000110
      *   - TAMANHO DO REGISTRO CONTRA O LAYOUT;                       *00000120
      *   - COLUNA NULA ('?' NO INDICADOR) NAO E' CONFERIDA;           *00000130
      *   - COLUNA NAO CARACTER (NUMERICA, DATA, HORA) EM BRANCO:      *00000140
      *     REJEITADA SE NOT NULL, E TAMBEM SE NULAVEL SEM O '?';      *00000150
      *     COLUNA CARACTER EM BRANCO SO E' REJEITADA NA CHAVE         *00000160
      *     PRIMARIA;                                                  *00000170
      *   - DECIMAL: PACKED VALIDO (DIGITOS E SINAL) E SEM DIGITO      *00000180
      *     ALEM DA PRECISAO;                                          *00000190
      *   - DATE (AAAA-MM-DD, DD.MM.AAAA OU MM/DD/AAAA), TIME          *00000200
      *     (HH.MM.SS OU HH:MM:SS) E TIMESTAMP                         *00000210
      *     (AAAA-MM-DD-HH.MM.SS.NNNNNN) COM DIA, MES E HORA VALIDOS;  *00000220
      *   - VARCHAR/VARGRAPHIC: PREFIXO DE TAMANHO ENTRE 0 E O MAXIMO; *00000230
      *   - CHAVE PRIMARIA (INDICE UNIQUERULE 'P') REPETIDA DENTRO DO  *00000240
      *     ARQUIVO: A PRIMEIRA OCORRENCIA FICA E AS DEMAIS SAO        *00000250
      *     REJEITADAS (ATE 45000 CHAVES DE ATE 120 BYTES - ALEM       *00000260
      *     DISSO A CONFERENCIA PARA, COM AVISO NO RELATO).            *00000270
      *   REGISTRO BOM VAI PARA VALIDOS (MESMO LRECL DA ENTRADA, PRONTO*00000280
      *   PARA O LOAD); REJEITADO VAI PARA REJEITOS COM 80 BYTES NA    *00000290
      *   FRENTE (SEQUENCIA, COLUNA, POSICAO E MOTIVO) SEGUIDOS DO     *00000300
      *   REGISTRO ORIGINAL (LRECL DA ENTRADA + 80). O RELATO TRAZ O   *00000310
      *   LAYOUT CALCULADO, OS TOTAIS E AS REJEICOES POR COLUNA E      *00000320
      *   MOTIVO.                                                      *00000330
      *   PARM: 'CREATOR.TABELA,PPP' - PPP = PERCENTUAL MAXIMO DE      *00000340
      *   REJEICAO ACEITO (DEFAULT 5).                                 *00000350
      *   RETURN-CODE: 0 SEM REJEICAO; 4 COM REJEICAO DENTRO DO        *00000360
      *   PERCENTUAL (CARREGAR OS VALIDOS) OU ARQUIVO VAZIO; 8 ACIMA DO*00000370
      *   PERCENTUAL (NAO CARREGAR); 16 ERRO DE PARM OU DE CATALOGO.   *00000380
      * AREA RESPONSAVEL: ADMINISTRACAO DE BANCO DE DADOS              *00000390
      *----------------------------------------------------------------*00000400
       ENVIRONMENT    DIVISION.                                         00000410
      *                                                                 00000420
       INPUT-OUTPUT       SECTION.                                      00000430
       FILE-CONTROL.                                                    00000440
           SELECT  ENTRADA  ASSIGN  TO  ENTRADA.                        00000450
           SELECT  VALIDOS  ASSIGN  TO  VALIDOS.                        00000460
           SELECT  REJEITOS ASSIGN  TO  REJEITOS.                       00000470
           SELECT  RELATO   ASSIGN  TO  RELATO.                         00000480
      *                                                                 00000490
       DATA DIVISION.                                                   00000500
      *                                                                 00000510
       FILE            SECTION.                                         00000520
       FD  ENTRADA                                                      00000530
           LABEL  RECORD  IS  STANDARD                                  00000540
           RECORDING MODE IS F                                          00000550
           RECORD VARYING IN SIZE FROM 1 TO 32680 CHARACTERS            00000560
               DEPENDING ON WS-TAM-ENT.                                 00000570
                                                                        00000580
       01  REG-ENTRADA                 PIC  X(32680).                   00000590
      *                                                                 00000600
       FD  VALIDOS                                                      00000610
           LABEL  RECORD  IS  STANDARD                                  00000620
           RECORDING MODE IS F                                          00000630
           RECORD VARYING IN SIZE FROM 1 TO 32680 CHARACTERS            00000640
               DEPENDING ON WS-TAM-VAL.                                 00000650
                                                                        00000660
       01  REG-VALIDOS                 PIC  X(32680).                   00000670
      *                                                                 00000680
       FD  REJEITOS                                                     00000690
           LABEL  RECORD  IS  STANDARD                                  00000700
           RECORDING MODE IS F                                          00000710
           RECORD VARYING IN SIZE FROM 81 TO 32760 CHARACTERS           00000720
               DEPENDING ON WS-TAM-REJ.                                 00000730
                                                                        00000740
       01  REG-REJEITOS.                                                00000750
           02  REJ-PREFIXO.                                             00000760
               03  REJ-SEQUENCIA       PIC  9(09).                      00000770
               03  FILLER              PIC  X(01).                      00000780
               03  REJ-COLUNA          PIC  X(18).                      00000790
               03  FILLER              PIC  X(01).                      00000800
               03  REJ-POSICAO         PIC  9(05).                      00000810
               03  FILLER              PIC  X(01).                      00000820
               03  REJ-MOTIVO          PIC  X(45).                      00000830
           02  REJ-DADOS               PIC  X(32680).                   00000840
      *                                                                 00000850
       FD  RELATO                                                       00000860
           LABEL  RECORD  IS  OMITTED                                   00000870
           RECORDING MODE IS F.                                         00000880
                                                                        00000890
       01  REG-RELATO                  PIC  X(132).                     00000900
      *                                                                 00000910
       WORKING-STORAGE SECTION.                                         00000920
      *----------------------------------------------------------------*00000930
      *--- PARAMETRO DO REGISTRO CENTRAL DE EXECUCAO (DB2AUDIT)         00000940
      *----------------------------------------------------------------*00000950
       01  AUD-PARM.                                                    00000960
           02  AUD-PROGRAMA       PIC X(08)      VALUE 'DB2PRELD'.      00000970
           02  AUD-HORA-INICIO    PIC X(08)      VALUE SPACES.          00000980
           02  AUD-QTD-CARTOES    PIC 9(05)      VALUE ZEROS.           00000990
           02  AUD-QTD-OBJETOS    PIC 9(05)      VALUE ZEROS.           00001000
           02  AUD-QTD-AVISOS     PIC 9(05)      VALUE ZEROS.           00001010
           02  AUD-RETURN-CODE    PIC 9(02)      VALUE ZEROS.           00001020
           02  AUD-FUNCAO         PIC X(01)      VALUE 'E'.             00001025
      *----------------------------------------------------------------*00001030
      * HOSTS DE CATALOGO                                              *00001040
      *----------------------------------------------------------------*00001050
       01  SYSTABLES.                                                   00001060
           02  SYSTABLES-CREATOR            PIC  X(08).                 00001070
           02  SYSTABLES-NAME.                                          00001080
               49  SYSTABLES-NAME-L         PIC S9(04) COMP.            00001090
               49  SYSTABLES-NAME-T         PIC  X(18).                 00001100
       01  SYSCOLUMNS.                                                  00001110
           02  SYSCOLUMNS-NAME.                                         00001120
               49  SYSCOLUMNS-NAME-L        PIC S9(04) COMP.            00001130
               49  SYSCOLUMNS-NAME-T        PIC  X(18).                 00001140
           02  SYSCOLUMNS-COLTYPE           PIC  X(08).                 00001150
           02  SYSCOLUMNS-LENGTH            PIC S9(04) COMP.            00001160
           02  SYSCOLUMNS-SCALE             PIC S9(04) COMP.            00001170
           02  SYSCOLUMNS-NULLS             PIC  X(01).                 00001180
       01  SYSINDEXES.                                                  00001190
           02  SYSINDEXES-CREATOR           PIC  X(08).                 00001200
           02  SYSINDEXES-NAME.                                         00001210
               49  SYSINDEXES-NAME-L        PIC S9(04) COMP.            00001220
               49  SYSINDEXES-NAME-T        PIC  X(18).                 00001230
       01  SYSKEYS.                                                     00001240
           02  SYSKEYS-COLNAME.                                         00001250
               49  SYSKEYS-COLNAME-L        PIC S9(04) COMP.            00001260
               49  SYSKEYS-COLNAME-T        PIC  X(18).                 00001270
      *----------------------------------------------------------------*00001280
      * LAYOUT DO REGISTRO: UMA ENTRADA POR COLUNA, NA ORDEM DE COLNO  *00001290
      *----------------------------------------------------------------*00001300
       01  TAB-COLUNAS.                                                 00001310
           02  QTD-COL            PIC S9(04) COMP    VALUE +0.          00001320
           02  IND-COL            PIC S9(04) COMP    VALUE +0.          00001330
           02  TB-COL             OCCURS 750 TIMES.                     00001340
               03  TB-COL-NOME    PIC  X(18).                           00001350
               03  TB-COL-TIPO    PIC  X(08).                           00001360
               03  TB-COL-LEN     PIC S9(04) COMP.                      00001370
               03  TB-COL-SCALE   PIC S9(04) COMP.                      00001380
               03  TB-COL-NULLS   PIC  X(01).                           00001390
               03  TB-COL-POS     PIC S9(09) COMP.                      00001400
               03  TB-COL-TAM     PIC S9(09) COMP.                      00001410
               03  TB-COL-VAR     PIC  X(01).                           00001420
               03  TB-COL-CHAVE   PIC  X(01).                           00001430
      *----------------------------------------------------------------*00001440
      * COLUNAS DA CHAVE PRIMARIA (INDICE DA TAB-COLUNAS, POR COLSEQ)  *00001450
      *----------------------------------------------------------------*00001460
       01  TAB-CHAVE.                                                   00001470
           02  QTD-KEY            PIC S9(04) COMP    VALUE +0.          00001480
           02  IND-KEY            PIC S9(04) COMP    VALUE +0.          00001490
           02  TB-KEY-COL         OCCURS 64 TIMES    PIC S9(04) COMP.   00001500
      *----------------------------------------------------------------*00001510
      * CHAVES JA LIDAS NO ARQUIVO - ENDERECAMENTO POR HASH, COM       *00001520
      * SONDAGEM LINEAR; TB-HASH-SEQ ZERO = POSICAO LIVRE              *00001530
      *----------------------------------------------------------------*00001540
       01  TAB-HASH.                                                    00001550
           02  QTD-HASH           PIC S9(09) COMP    VALUE +0.          00001560
           02  IND-HASH           PIC S9(09) COMP    VALUE +0.          00001570
           02  TB-HASH            OCCURS 50021 TIMES.                   00001580
               03  TB-HASH-CHAVE  PIC  X(120).                          00001590
               03  TB-HASH-SEQ    PIC S9(09) COMP.                      00001600
       77  WS-MAX-HASH            PIC S9(09) COMP    VALUE +50021.      00001610
       77  WS-LIM-HASH            PIC S9(09) COMP    VALUE +45000.      00001620
      *                                                                 00001630
       01  WS-CHAVE               PIC  X(120)        VALUE SPACES.      00001640
       01  WS-CHAVE-R  REDEFINES  WS-CHAVE.                             00001650
           02  WS-CHAVE-PALAVRA   OCCURS 30 TIMES    PIC S9(08) COMP.   00001660
      *----------------------------------------------------------------*00001670
      * REJEICOES POR COLUNA E MOTIVO (RESUMO DO RELATO)               *00001680
      *----------------------------------------------------------------*00001690
       01  TAB-RESUMO.                                                  00001700
           02  QTD-RES            PIC S9(04) COMP    VALUE +0.          00001710
           02  IND-RES            PIC S9(04) COMP    VALUE +0.          00001720
           02  TB-RES             OCCURS 200 TIMES.                     00001730
               03  TB-RES-COLUNA  PIC  X(18).                           00001740
               03  TB-RES-MOTIVO  PIC  X(45).                           00001750
               03  TB-RES-QTD     PIC S9(09) COMP.                      00001760
      *----------------------------------------------------------------*00001770
      * DIAS DE CADA MES (FEVEREIRO AJUSTADO NO ANO BISSEXTO)          *00001780
      *----------------------------------------------------------------*00001790
       01  TAB-DIAS-MES-V         PIC  X(24)         VALUE              00001800
           '312831303130313130313031'.                                  00001810
       01  TAB-DIAS-MES  REDEFINES  TAB-DIAS-MES-V.                     00001820
           02  DIAS-MES           OCCURS 12 TIMES    PIC 9(02).         00001830
      *----------------------------------------------------------------*00001840
      * AREAS DE CONFERENCIA DOS CAMPOS                                *00001850
      *----------------------------------------------------------------*00001860
       01  WS-PACKED-AREA         PIC  X(16)         VALUE LOW-VALUES.  00001870
       01  WS-PACKED-NUM  REDEFINES  WS-PACKED-AREA                     00001880
                                  PIC S9(31)         COMP-3.            00001890
      *                                                                 00001900
       01  WS-MEIA-PALAVRA-X      PIC  X(02)         VALUE LOW-VALUES.  00001910
       01  WS-MEIA-PALAVRA  REDEFINES  WS-MEIA-PALAVRA-X                00001920
                                  PIC S9(04)         COMP.              00001930
      *                                                                 00001940
       01  WS-DATA-TXT            PIC  X(10)         VALUE SPACES.      00001950
       01  WS-HORA-TXT            PIC  X(08)         VALUE SPACES.      00001960
       01  WS-DATA-PARTES.                                              00001970
           02  WS-ANO-X           PIC  X(04).                           00001980
           02  WS-ANO  REDEFINES  WS-ANO-X           PIC 9(04).         00001990
           02  WS-MES-X           PIC  X(02).                           00002000
           02  WS-MES  REDEFINES  WS-MES-X           PIC 9(02).         00002010
           02  WS-DIA-X           PIC  X(02).                           00002020
           02  WS-DIA  REDEFINES  WS-DIA-X           PIC 9(02).         00002030
       01  WS-HORA-PARTES.                                              00002040
           02  WS-HH-X            PIC  X(02).                           00002050
           02  WS-HH  REDEFINES  WS-HH-X             PIC 9(02).         00002060
           02  WS-MI-X            PIC  X(02).                           00002070
           02  WS-MI  REDEFINES  WS-MI-X             PIC 9(02).         00002080
           02  WS-SS-X            PIC  X(02).                           00002090
           02  WS-SS  REDEFINES  WS-SS-X             PIC 9(02).         00002100
      *----------------------------------------------------------------*00002110
      * AREAS AUXILIARES                                               *00002120
      *----------------------------------------------------------------*00002130
       01  FILLER.                                                      00002140
           02  WS-TAM-ENT              PIC S9(09) COMP VALUE +0.        00002150
           02  WS-TAM-VAL              PIC S9(09) COMP VALUE +0.        00002160
           02  WS-TAM-REJ              PIC S9(09) COMP VALUE +0.        00002170
           02  WS-TAM-LAYOUT           PIC S9(09) COMP VALUE +0.        00002180
           02  WS-TAM-CHAVE            PIC S9(09) COMP VALUE +0.        00002190
           02  WS-POS-ATUAL            PIC S9(09) COMP VALUE +0.        00002200
           02  WS-CAMPO-LEN            PIC S9(09) COMP VALUE +0.        00002210
           02  WS-P                    PIC S9(09) COMP VALUE +0.        00002220
           02  WS-T                    PIC S9(09) COMP VALUE +0.        00002230
           02  WS-PI                   PIC S9(09) COMP VALUE +0.        00002240
           02  WS-KP                   PIC S9(09) COMP VALUE +0.        00002250
           02  WS-BYTES                PIC S9(09) COMP VALUE +0.        00002260
           02  WS-QUOC                 PIC S9(09) COMP VALUE +0.        00002270
           02  WS-RESTO                PIC S9(09) COMP VALUE +0.        00002280
           02  WS-RESTO-100            PIC S9(09) COMP VALUE +0.        00002290
           02  WS-RESTO-400            PIC S9(09) COMP VALUE +0.        00002300
           02  WS-DIAS-LIM             PIC S9(04) COMP VALUE +0.        00002310
           02  WS-HASH-SOMA            PIC S9(18) COMP VALUE +0.        00002320
           02  WS-HASH-QUOC            PIC S9(18) COMP VALUE +0.        00002330
           02  WS-HASH-PALAVRA         PIC S9(18) COMP VALUE +0.        00002340
           02  IX-PAL                  PIC S9(04) COMP VALUE +0.        00002350
           02  WS-QTD-LIDOS            PIC S9(09) COMP VALUE +0.        00002360
           02  WS-QTD-VALIDOS          PIC S9(09) COMP VALUE +0.        00002370
           02  WS-QTD-REJEITADOS       PIC S9(09) COMP VALUE +0.        00002380
           02  WS-PCT-REJ              PIC  9(03)V99   VALUE ZEROS.     00002390
           02  WS-PCT-LIMITE           PIC  9(03)      VALUE 5.         00002400
           02  WS-PCT-X                PIC  X(03)      VALUE SPACES.    00002410
           02  WS-PCT-TAM              PIC S9(04) COMP VALUE +0.        00002420
           02  WS-PARM-TAM             PIC S9(04) COMP VALUE +0.        00002430
           02  WS-CREATOR              PIC  X(08)      VALUE SPACES.    00002440
           02  WS-TABELA               PIC  X(18)      VALUE SPACES.    00002450
           02  WS-MOTIVO               PIC  X(45)      VALUE SPACES.    00002460
           02  WS-MOT-COLUNA           PIC  X(18)      VALUE SPACES.    00002470
           02  WS-MOT-POS              PIC S9(09) COMP VALUE +0.        00002480
           02  WS-SQLCODE              PIC -----9.                      00002490
           02  ZQTD                    PIC ZZZZZZZZ9.                   00002500
           02  ZPOS                    PIC ZZZZ9.                       00002510
           02  ZFIM                    PIC ZZZZ9.                       00002520
           02  ZLEN                    PIC ZZZZ9.                       00002530
           02  ZPCT                    PIC ZZ9.99.                      00002540
           02  ZLIM                    PIC ZZ9.                         00002550
      *----------------------------------------------------------------*00002560
      * CONTROLES                                                      *00002570
      *----------------------------------------------------------------*00002580
       01  CHAVES-FIM.                                                  00002590
           02  N88-FIM-ENTRADA                   PIC  X(03) VALUE 'NAO'.00002600
               88  FIM-ENTRADA                              VALUE 'SIM'.00002610
           02  N88-FIM-SYSCOLUMNS                PIC  X(03) VALUE 'NAO'.00002620
               88  FIM-SYSCOLUMNS                           VALUE 'SIM'.00002630
           02  N88-FIM-SYSKEYS                   PIC  X(03) VALUE 'NAO'.00002640
               88  FIM-SYSKEYS                              VALUE 'SIM'.00002650
           02  N88-CONFERE-CHAVE                 PIC  X(03) VALUE 'NAO'.00002660
               88  CONFERE-CHAVE                            VALUE 'SIM'.00002670
           02  N88-CAMPO-OK                      PIC  X(03) VALUE 'SIM'.00002680
               88  CAMPO-OK                                 VALUE 'SIM'.00002690
           02  N88-ACHOU                         PIC  X(03) VALUE 'NAO'.00002700
               88  ACHOU                                    VALUE 'SIM'.00002710
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
               'DB2PRELD     ADMINISTRACAO DE BANCO DE DADOS'.          00002850
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
           03  FILLER             PIC X(132)         VALUE              00002960
               'VALIDACAO DO ARQUIVO DE INTERFACE ANTES DO LOAD'.       00002970
       01  REL-CAB3.                                                    00002980
           03  FILLER             PIC X(132)         VALUE ALL '-'.     00002990
       01  LDET-LAYOUT.                                                 00003000
           03  FILLER             PIC X(03)          VALUE SPACES.      00003010
           03  DET-COLUNA         PIC X(18).                            00003020
           03  FILLER             PIC X(01)          VALUE SPACES.      00003030
           03  DET-TIPO           PIC X(08).                            00003040
           03  FILLER             PIC X(01)          VALUE SPACES.      00003050
           03  DET-LEN            PIC ZZZZ9.                            00003060
           03  FILLER             PIC X(10)          VALUE              00003070
               '  POSICAO '.                                            00003080
           03  DET-POS-INI        PIC ZZZZ9.                            00003090
           03  FILLER             PIC X(03)          VALUE ' A '.       00003100
           03  DET-POS-FIM        PIC ZZZZ9.                            00003110
           03  FILLER             PIC X(02)          VALUE SPACES.      00003120
           03  DET-NULO           PIC X(20).                            00003130
           03  FILLER             PIC X(02)          VALUE SPACES.      00003140
           03  DET-CHAVE          PIC X(15).                            00003150
           03  FILLER             PIC X(34)          VALUE SPACES.      00003160
       01  LDET-RESUMO.                                                 00003170
           03  FILLER             PIC X(03)          VALUE SPACES.      00003180
           03  DRS-COLUNA         PIC X(18).                            00003190
           03  FILLER             PIC X(01)          VALUE SPACES.      00003200
           03  DRS-MOTIVO         PIC X(45).                            00003210
           03  FILLER             PIC X(01)          VALUE SPACES.      00003220
           03  DRS-QTD            PIC ZZZZZZZZ9.                        00003230
           03  FILLER             PIC X(55)          VALUE SPACES.      00003240
      *                                                                 00003250
           EXEC SQL INCLUDE SQLCA END-EXEC.                             00003260
      *----------------------------------------------------------------*00003270
      *                                                                *00003280
      *----------------------------------------------------------------*00003290
       LINKAGE     SECTION.                                             00003300
       01  PARMJOB.                                                     00003310
           02  PARM-LEN           PIC  9(04)  COMP.                     00003320
           02  PARM-TEXTO         PIC  X(40).                           00003330
      *----------------------------------------------------------------*00003340
      *                                                                *00003350
      *----------------------------------------------------------------*00003360
       PROCEDURE   DIVISION      USING   PARMJOB.                       00003370
      *----------------------------------------------------------------*00003380
      *                                                                *00003390
      *----------------------------------------------------------------*00003400
       0000-0000-PRINCIPAL.                                             00003410
           ACCEPT AUD-HORA-INICIO      FROM TIME.                       00003420
           ACCEPT CURDATA              FROM DATE.                       00003430
           OPEN OUTPUT RELATO.                                          00003440
           PERFORM 0050-0000-LE-PARM      THRU 0050-0000-EXIT.          00003450
           PERFORM 0100-0000-CARREGA-LAYOUT THRU 0100-0000-EXIT.        00003460
           PERFORM 0200-0000-CARREGA-CHAVE  THRU 0200-0000-EXIT.        00003470
           EXEC SQL COMMIT WORK END-EXEC.                               00003480
           PERFORM 0250-0000-IMPRIME-LAYOUT THRU 0250-0000-EXIT.        00003490
                                                                        00003500
           OPEN INPUT  ENTRADA.                                         00003510
           OPEN OUTPUT VALIDOS REJEITOS.                                00003520
           INITIALIZE  TAB-HASH.                                        00003530
           PERFORM 0300-0000-LE-ENTRADA THRU 0300-0000-EXIT             00003540
             UNTIL FIM-ENTRADA.                                         00003550
           CLOSE ENTRADA VALIDOS REJEITOS.                              00003560
                                                                        00003570
           PERFORM 0700-0000-RESUMO THRU 0700-0000-EXIT.                00003580
           CLOSE RELATO.                                                00003590
           DISPLAY 'DB2PRELD - REGISTROS LIDOS......: ' WS-QTD-LIDOS.   00003600
           DISPLAY 'DB2PRELD - REGISTROS VALIDOS....: ' WS-QTD-VALIDOS. 00003610
           DISPLAY 'DB2PRELD - REGISTROS REJEITADOS.: '                 00003620
                   WS-QTD-REJEITADOS.                                   00003630
           MOVE   WS-QTD-LIDOS         TO  AUD-QTD-CARTOES.             00003640
           MOVE   WS-QTD-VALIDOS       TO  AUD-QTD-OBJETOS.             00003650
           MOVE   WS-QTD-REJEITADOS    TO  AUD-QTD-AVISOS.              00003660
           MOVE   RETURN-CODE          TO  AUD-RETURN-CODE.             00003670
           CALL  'DB2AUDIT'  USING  AUD-PARM.                           00003680
           STOP  RUN.                                                   00003690
       0000-0000-EXIT. EXIT.                                            00003700
      *----------------------------------------------------------------*00003710
      * PARM 'CREATOR.TABELA,PPP'                                      *00003720
      *----------------------------------------------------------------*00003730
       0050-0000-LE-PARM.                                               00003740
           MOVE   PARM-LEN             TO  WS-PARM-TAM.                 00003750
           IF  WS-PARM-TAM  GREATER  +40                                00003760
               MOVE   +40              TO  WS-PARM-TAM                  00003770
           END-IF.                                                      00003780
           IF  WS-PARM-TAM  LESS  +3                                    00003790
               DISPLAY 'DB2PRELD - PARM OBRIGATORIO: CREATOR.TABELA,PPP'00003800
               MOVE   +16              TO  RETURN-CODE                  00003810
               STOP  RUN                                                00003820
           END-IF.                                                      00003830
           UNSTRING PARM-TEXTO(1:WS-PARM-TAM) DELIMITED BY '.' OR ','   00003840
               INTO WS-CREATOR                                          00003850
                    WS-TABELA                                           00003860
                    WS-PCT-X  COUNT IN WS-PCT-TAM.                      00003870
           IF  WS-CREATOR  EQUAL  SPACES                                00003880
               OR  WS-TABELA  EQUAL  SPACES                             00003890
               DISPLAY 'DB2PRELD - PARM INVALIDO: '                     00003900
                       PARM-TEXTO(1:WS-PARM-TAM)                        00003910
               MOVE   +16              TO  RETURN-CODE                  00003920
               STOP  RUN                                                00003930
           END-IF.                                                      00003940
           IF  WS-PCT-TAM  GREATER  +0                                  00003950
               IF  WS-PCT-TAM  GREATER  +3                              00003960
                   OR  WS-PCT-X(1:WS-PCT-TAM)  NOT NUMERIC              00003970
                   DISPLAY 'DB2PRELD - PERCENTUAL INVALIDO NO PARM: '   00003980
                           PARM-TEXTO(1:WS-PARM-TAM)                    00003990
                   MOVE   +16          TO  RETURN-CODE                  00004000
                   STOP  RUN                                            00004010
               END-IF                                                   00004020
               MOVE   WS-PCT-X(1:WS-PCT-TAM)  TO  WS-PCT-LIMITE         00004030
           END-IF.                                                      00004040
           MOVE   WS-CREATOR           TO  SYSTABLES-CREATOR.           00004050
           MOVE   WS-TABELA            TO  SYSTABLES-NAME-T.            00004060
           MOVE   +0                   TO  SYSTABLES-NAME-L.            00004070
           INSPECT WS-TABELA  TALLYING  SYSTABLES-NAME-L                00004080
                   FOR CHARACTERS BEFORE INITIAL SPACE.                 00004090
       0050-0000-EXIT. EXIT.                                            00004100
      *----------------------------------------------------------------*00004110
      * COLUNAS DA TABELA E POSICOES NO REGISTRO (REGRA DO LOADCRD)    *00004120
      *----------------------------------------------------------------*00004130
       0100-0000-CARREGA-LAYOUT.                                        00004140
           EXEC SQL                                                     00004150
                DECLARE C_SYSCOLUMNS CURSOR FOR                         00004160
                SELECT NAME, COLTYPE, LENGTH, SCALE, NULLS              00004170
                  FROM SYSIBM.SYSCOLUMNS                                00004180
                 WHERE TBCREATOR = :SYSTABLES-CREATOR                   00004190
                   AND TBNAME    = :SYSTABLES-NAME                      00004200
                 ORDER BY COLNO                                         00004210
           END-EXEC.                                                    00004220
           EXEC SQL OPEN C_SYSCOLUMNS END-EXEC.                         00004230
           IF  SQLCODE  NOT EQUAL  +0                                   00004240
               DISPLAY '*** ERRO NO OPEN C_SYSCOLUMNS'                  00004250
               PERFORM  9999-9999-ERRO-DB2  THRU 9999-9999-EXIT         00004260
           END-IF.                                                      00004270
           MOVE   +1                   TO  WS-POS-ATUAL.                00004280
           PERFORM 0110-0100-UMA-COLUNA THRU 0110-0100-EXIT             00004290
             UNTIL FIM-SYSCOLUMNS.                                      00004300
           EXEC SQL CLOSE C_SYSCOLUMNS END-EXEC.                        00004310
           IF  SQLCODE  NOT EQUAL  +0                                   00004320
               DISPLAY '*** ERRO NO CLOSE C_SYSCOLUMNS'                 00004330
               PERFORM  9999-9999-ERRO-DB2  THRU 9999-9999-EXIT         00004340
           END-IF.                                                      00004350
           IF  QTD-COL  EQUAL  +0                                       00004360
               DISPLAY 'DB2PRELD - TABELA NAO ENCONTRADA NO CATALOGO: ' 00004370
                       WS-CREATOR '.' WS-TABELA                         00004380
               MOVE   +16              TO  RETURN-CODE                  00004390
               STOP  RUN                                                00004400
           END-IF.                                                      00004410
           COMPUTE WS-TAM-LAYOUT = WS-POS-ATUAL - 1.                    00004420
           IF  WS-TAM-LAYOUT  GREATER  +32680                           00004430
               DISPLAY 'DB2PRELD - REGISTRO DO LAYOUT MAIOR QUE 32680 ' 00004440
                       'BYTES: ' WS-TAM-LAYOUT                          00004450
               MOVE   +16              TO  RETURN-CODE                  00004460
               STOP  RUN                                                00004470
           END-IF.                                                      00004480
       0100-0000-EXIT. EXIT.                                            00004490
      *----------------------------------------------------------------*00004500
      *                                                                *00004510
      *----------------------------------------------------------------*00004520
       0110-0100-UMA-COLUNA.                                            00004530
           EXEC SQL                                                     00004540
                FETCH  C_SYSCOLUMNS                                     00004550
                 INTO  :SYSCOLUMNS-NAME, :SYSCOLUMNS-COLTYPE,           00004560
                       :SYSCOLUMNS-LENGTH, :SYSCOLUMNS-SCALE,           00004570
                       :SYSCOLUMNS-NULLS                                00004580
           END-EXEC.                                                    00004590
           IF  SQLCODE  EQUAL  +100                                     00004600
               MOVE  'SIM'             TO  N88-FIM-SYSCOLUMNS           00004610
               GO  TO  0110-0100-EXIT                                   00004620
           END-IF.                                                      00004630
           IF  SQLCODE  NOT EQUAL  +0                                   00004640
               DISPLAY '*** ERRO NO FETCH C_SYSCOLUMNS'                 00004650
               PERFORM  9999-9999-ERRO-DB2  THRU 9999-9999-EXIT         00004660
           END-IF.                                                      00004670
           IF  QTD-COL  NOT LESS  +750                                  00004680
               DISPLAY 'DB2PRELD - MAIS DE 750 COLUNAS NA TABELA'       00004690
               MOVE   +16              TO  RETURN-CODE                  00004700
               STOP  RUN                                                00004710
           END-IF.                                                      00004720
           ADD    +1                   TO  QTD-COL.                     00004730
           MOVE   QTD-COL              TO  IND-COL.                     00004740
           MOVE   SPACES               TO  TB-COL-NOME(IND-COL).        00004750
           MOVE   SYSCOLUMNS-NAME-T(1:SYSCOLUMNS-NAME-L)                00004760
                                       TO  TB-COL-NOME(IND-COL).        00004770
           MOVE   SYSCOLUMNS-COLTYPE   TO  TB-COL-TIPO(IND-COL).        00004780
           MOVE   SYSCOLUMNS-LENGTH    TO  TB-COL-LEN(IND-COL).         00004790
           MOVE   SYSCOLUMNS-SCALE     TO  TB-COL-SCALE(IND-COL).       00004800
           MOVE   SYSCOLUMNS-NULLS     TO  TB-COL-NULLS(IND-COL).       00004810
           MOVE   'N'                  TO  TB-COL-CHAVE(IND-COL).       00004820
           PERFORM 0120-9999-TAMANHO-CAMPO THRU 0120-9999-EXIT.         00004830
           MOVE   WS-POS-ATUAL         TO  TB-COL-POS(IND-COL).         00004840
           MOVE   WS-CAMPO-LEN         TO  TB-COL-TAM(IND-COL).         00004850
           COMPUTE WS-POS-ATUAL = WS-POS-ATUAL + WS-CAMPO-LEN.          00004860
      *--- INDICADOR DE NULO DO DSNTIAUL, 1 BYTE APOS O DADO            00004870
           IF  TB-COL-NULLS(IND-COL)  EQUAL  'Y'                        00004880
               ADD    +1               TO  WS-POS-ATUAL                 00004890
           END-IF.                                                      00004900
       0110-0100-EXIT. EXIT.                                            00004910
      *----------------------------------------------------------------*00004920
      * TAMANHO FISICO DO CAMPO NO ARQUIVO - MESMA REGRA DO            *00004930
      * 1480-9999-TIPO-LOAD DO DB2CRDDL                                *00004940
      *----------------------------------------------------------------*00004950
       0120-9999-TAMANHO-CAMPO.                                         00004960
           MOVE   'N'                  TO  TB-COL-VAR(IND-COL).         00004970
           EVALUATE TB-COL-TIPO(IND-COL)                                00004980
               WHEN 'SMALLINT'                                          00004990
                    MOVE  +2                  TO  WS-CAMPO-LEN          00005000
               WHEN 'INTEGER'                                           00005010
                    MOVE  +4                  TO  WS-CAMPO-LEN          00005020
               WHEN 'BIGINT'                                            00005030
                    MOVE  +8                  TO  WS-CAMPO-LEN          00005040
               WHEN 'DECIMAL'                                           00005050
                    COMPUTE WS-CAMPO-LEN =                              00005060
                            TB-COL-LEN(IND-COL) / 2 + 1                 00005070
               WHEN 'CHAR'                                              00005080
                    MOVE  TB-COL-LEN(IND-COL) TO  WS-CAMPO-LEN          00005090
               WHEN 'DATE'                                              00005100
                    MOVE  +10                 TO  WS-CAMPO-LEN          00005110
               WHEN 'TIME'                                              00005120
                    MOVE  +8                  TO  WS-CAMPO-LEN          00005130
               WHEN 'TIMESTMP'                                          00005140
                    MOVE  +26                 TO  WS-CAMPO-LEN          00005150
               WHEN 'FLOAT'                                             00005160
                    MOVE  TB-COL-LEN(IND-COL) TO  WS-CAMPO-LEN          00005170
               WHEN 'GRAPHIC'                                           00005180
                    COMPUTE WS-CAMPO-LEN =                              00005190
                            TB-COL-LEN(IND-COL) * 2                     00005200
               WHEN 'VARCHAR'                                           00005210
               WHEN 'LONGVAR'                                           00005220
               WHEN 'VARBIN'                                            00005230
                    COMPUTE WS-CAMPO-LEN =                              00005240
                            TB-COL-LEN(IND-COL) + 2                     00005250
                    MOVE  'S'                 TO  TB-COL-VAR(IND-COL)   00005260
               WHEN 'VARG'                                              00005270
               WHEN 'LONGVARG'                                          00005280
                    COMPUTE WS-CAMPO-LEN =                              00005290
                            TB-COL-LEN(IND-COL) * 2 + 2                 00005300
                    MOVE  'S'                 TO  TB-COL-VAR(IND-COL)   00005310
               WHEN OTHER                                               00005320
                    MOVE  TB-COL-LEN(IND-COL) TO  WS-CAMPO-LEN          00005330
           END-EVALUATE.                                                00005340
       0120-9999-EXIT. EXIT.                                            00005350
      *----------------------------------------------------------------*00005360
      * CHAVE PRIMARIA: INDICE UNIQUERULE 'P' + COLUNAS DA SYSKEYS     *00005370
      *----------------------------------------------------------------*00005380
       0200-0000-CARREGA-CHAVE.                                         00005390
           EXEC SQL                                                     00005400
                SELECT CREATOR, NAME                                    00005410
                  INTO :SYSINDEXES-CREATOR, :SYSINDEXES-NAME            00005420
                  FROM SYSIBM.SYSINDEXES                                00005430
                 WHERE TBCREATOR  = :SYSTABLES-CREATOR                  00005440
                   AND TBNAME     = :SYSTABLES-NAME                     00005450
                   AND UNIQUERULE = 'P'                                 00005460
           END-EXEC.                                                    00005470
           IF  SQLCODE  EQUAL  +100                                     00005480
               GO  TO  0200-0000-EXIT                                   00005490
           END-IF.                                                      00005500
           IF  SQLCODE  NOT EQUAL  +0                                   00005510
               DISPLAY '*** ERRO NO SELECT SYSINDEXES (PRIMARIO)'       00005520
               PERFORM  9999-9999-ERRO-DB2  THRU 9999-9999-EXIT         00005530
           END-IF.                                                      00005540
                                                                        00005550
           EXEC SQL                                                     00005560
                DECLARE C_SYSKEYS CURSOR FOR                            00005570
                SELECT COLNAME                                          00005580
                  FROM SYSIBM.SYSKEYS                                   00005590
                 WHERE IXCREATOR = :SYSINDEXES-CREATOR                  00005600
                   AND IXNAME    = :SYSINDEXES-NAME                     00005610
                 ORDER BY COLSEQ                                        00005620
           END-EXEC.                                                    00005630
           EXEC SQL OPEN C_SYSKEYS END-EXEC.                            00005640
           IF  SQLCODE  NOT EQUAL  +0                                   00005650
               DISPLAY '*** ERRO NO OPEN C_SYSKEYS'                     00005660
               PERFORM  9999-9999-ERRO-DB2  THRU 9999-9999-EXIT         00005670
           END-IF.                                                      00005680
           MOVE   +0                   TO  WS-TAM-CHAVE.                00005690
           PERFORM 0210-0200-UMA-CHAVE THRU 0210-0200-EXIT              00005700
             UNTIL FIM-SYSKEYS.                                         00005710
           EXEC SQL CLOSE C_SYSKEYS END-EXEC.                           00005720
           IF  SQLCODE  NOT EQUAL  +0                                   00005730
               DISPLAY '*** ERRO NO CLOSE C_SYSKEYS'                    00005740
               PERFORM  9999-9999-ERRO-DB2  THRU 9999-9999-EXIT         00005750
           END-IF.                                                      00005760
      *--- A CHAVE MONTADA (CAMPO VARIAVEL NO TAMANHO MAXIMO) PRECISA   00005770
      *--- CABER NA TABELA DE HASH                                      00005780
           IF  QTD-KEY  GREATER  +0                                     00005790
               AND  WS-TAM-CHAVE  NOT GREATER  +120                     00005800
               MOVE   'SIM'            TO  N88-CONFERE-CHAVE            00005810
           END-IF.                                                      00005820
       0200-0000-EXIT. EXIT.                                            00005830
      *----------------------------------------------------------------*00005840
      *                                                                *00005850
      *----------------------------------------------------------------*00005860
       0210-0200-UMA-CHAVE.                                             00005870
           EXEC SQL                                                     00005880
                FETCH  C_SYSKEYS                                        00005890
                 INTO  :SYSKEYS-COLNAME                                 00005900
           END-EXEC.                                                    00005910
           IF  SQLCODE  EQUAL  +100                                     00005920
               MOVE  'SIM'             TO  N88-FIM-SYSKEYS              00005930
               GO  TO  0210-0200-EXIT                                   00005940
           END-IF.                                                      00005950
           IF  SQLCODE  NOT EQUAL  +0                                   00005960
               DISPLAY '*** ERRO NO FETCH C_SYSKEYS'                    00005970
               PERFORM  9999-9999-ERRO-DB2  THRU 9999-9999-EXIT         00005980
           END-IF.                                                      00005990
           IF  QTD-KEY  NOT LESS  +64                                   00006000
               GO  TO  0210-0200-EXIT                                   00006010
           END-IF.                                                      00006020
           MOVE   'NAO'                TO  N88-ACHOU.                   00006030
           PERFORM VARYING IND-COL FROM +1 BY +1                        00006040
             UNTIL IND-COL  GREATER  QTD-COL  OR  ACHOU                 00006050
               IF  TB-COL-NOME(IND-COL)  EQUAL                          00006060
                   SYSKEYS-COLNAME-T(1:SYSKEYS-COLNAME-L)               00006070
                   MOVE  'SIM'         TO  N88-ACHOU                    00006080
                   ADD   +1            TO  QTD-KEY                      00006090
                   MOVE  IND-COL       TO  TB-KEY-COL(QTD-KEY)          00006100
                   MOVE  'S'           TO  TB-COL-CHAVE(IND-COL)        00006110
                   IF  TB-COL-VAR(IND-COL)  EQUAL  'S'                  00006120
                       COMPUTE WS-TAM-CHAVE = WS-TAM-CHAVE              00006130
                                            + TB-COL-TAM(IND-COL) - 2   00006140
                   ELSE                                                 00006150
                       ADD  TB-COL-TAM(IND-COL)  TO  WS-TAM-CHAVE       00006160
                   END-IF                                               00006170
               END-IF                                                   00006180
           END-PERFORM.                                                 00006190
       0210-0200-EXIT. EXIT.                                            00006200
      *----------------------------------------------------------------*00006210
      * LAYOUT CALCULADO NO RELATO                                     *00006220
      *----------------------------------------------------------------*00006230
       0250-0000-IMPRIME-LAYOUT.                                        00006240
           MOVE   WS-TAM-LAYOUT        TO  ZLEN.                        00006250
           MOVE   QTD-COL              TO  ZPOS.                        00006260
           STRING 'TABELA ' DELIMITED BY SIZE                           00006266
                  WS-CREATOR DELIMITED BY SPACE                         00006272
                  '.' WS-TABELA DELIMITED BY SPACE                      00006280
                  ' - ' ZPOS ' COLUNAS - REGISTRO DE ' ZLEN             00006290
                  ' BYTES (POSITION DO LOADCRD)'                        00006300
                  DELIMITED BY SIZE INTO LINHA-REL.                     00006310
           PERFORM 0900-9999-IMPRIME THRU 0900-9999-EXIT.               00006320
           IF  QTD-KEY  EQUAL  +0                                       00006330
               MOVE  'SEM CHAVE PRIMARIA - DUPLICIDADE NAO CONFERIDA'   00006340
                 TO  LINHA-REL                                          00006350
           ELSE                                                         00006360
               IF  CONFERE-CHAVE                                        00006370
                   MOVE   WS-TAM-CHAVE TO  ZLEN                         00006380
                   STRING 'CHAVE PRIMARIA ' DELIMITED BY SIZE           00006386
                          SYSINDEXES-CREATOR                            00006392
                          DELIMITED BY SPACE '.'                        00006400
                          SYSINDEXES-NAME-T(1:SYSINDEXES-NAME-L)        00006410
                          ' (' ZLEN ' BYTES) - DUPLICIDADE CONFERIDA'   00006420
                          DELIMITED BY SIZE INTO LINHA-REL              00006430
               ELSE                                                     00006440
                   MOVE   WS-TAM-CHAVE TO  ZLEN                         00006450
                   STRING 'CHAVE PRIMARIA COM ' ZLEN ' BYTES (MAIS DE ' 00006460
                          '120) - DUPLICIDADE NAO CONFERIDA'            00006470
                          DELIMITED BY SIZE INTO LINHA-REL              00006480
               END-IF                                                   00006490
           END-IF.                                                      00006500
           PERFORM 0900-9999-IMPRIME THRU 0900-9999-EXIT.               00006510
           PERFORM 0900-9999-IMPRIME THRU 0900-9999-EXIT.               00006520
           PERFORM 0260-0250-UMA-LINHA THRU 0260-0250-EXIT              00006530
             VARYING IND-COL FROM +1 BY +1                              00006540
               UNTIL IND-COL  GREATER  QTD-COL.                         00006550
           PERFORM 0900-9999-IMPRIME THRU 0900-9999-EXIT.               00006560
       0250-0000-EXIT. EXIT.                                            00006570
      *----------------------------------------------------------------*00006580
      *                                                                *00006590
      *----------------------------------------------------------------*00006600
       0260-0250-UMA-LINHA.                                             00006610
           MOVE   TB-COL-NOME(IND-COL) TO  DET-COLUNA.                  00006620
           MOVE   TB-COL-TIPO(IND-COL) TO  DET-TIPO.                    00006630
           MOVE   TB-COL-LEN(IND-COL)  TO  DET-LEN.                     00006640
           MOVE   TB-COL-POS(IND-COL)  TO  DET-POS-INI.                 00006650
           COMPUTE WS-PI = TB-COL-POS(IND-COL)                          00006660
                         + TB-COL-TAM(IND-COL) - 1.                     00006670
           MOVE   WS-PI                TO  DET-POS-FIM.                 00006680
           MOVE   SPACES               TO  DET-NULO DET-CHAVE.          00006690
           IF  TB-COL-NULLS(IND-COL)  EQUAL  'Y'                        00006700
               ADD    +1               TO  WS-PI                        00006710
               MOVE   WS-PI            TO  ZPOS                         00006720
               STRING 'NULO NA POSICAO ' ZPOS                           00006730
                      DELIMITED BY SIZE INTO DET-NULO                   00006740
           END-IF.                                                      00006750
           IF  TB-COL-CHAVE(IND-COL)  EQUAL  'S'                        00006760
               MOVE   'CHAVE PRIMARIA' TO  DET-CHAVE                    00006770
           END-IF.                                                      00006780
           MOVE   LDET-LAYOUT          TO  LINHA-REL.                   00006790
           PERFORM 0900-9999-IMPRIME THRU 0900-9999-EXIT.               00006800
       0260-0250-EXIT. EXIT.                                            00006810
      *----------------------------------------------------------------*00006820
      * UM REGISTRO DA ENTRADA: CONFERE CAMPO A CAMPO E, SE BOM, A     *00006830
      * CHAVE PRIMARIA; GRAVA EM VALIDOS OU EM REJEITOS                *00006840
      *----------------------------------------------------------------*00006850
       0300-0000-LE-ENTRADA.                                            00006860
           READ  ENTRADA                                                00006870
               AT END                                                   00006880
                   MOVE   'SIM'         TO   N88-FIM-ENTRADA            00006890
                   GO  TO  0300-0000-EXIT                               00006900
           END-READ.                                                    00006910
           ADD    +1                   TO  WS-QTD-LIDOS.                00006920
           MOVE   SPACES               TO  WS-MOTIVO WS-MOT-COLUNA.     00006930
           MOVE   +0                   TO  WS-MOT-POS.                  00006940
           IF  WS-TAM-ENT  LESS  WS-TAM-LAYOUT                          00006950
               MOVE  'REGISTRO MENOR QUE O LAYOUT'  TO  WS-MOTIVO       00006960
               MOVE  WS-TAM-ENT        TO  WS-MOT-POS                   00006970
               GO  TO  0300-0000-REJEITA                                00006980
           END-IF.                                                      00006990
           PERFORM 0310-0300-CONFERE-COLUNA THRU 0310-0300-EXIT         00007000
             VARYING IND-COL FROM +1 BY +1                              00007010
               UNTIL IND-COL  GREATER  QTD-COL                          00007020
                  OR WS-MOTIVO  NOT EQUAL  SPACES.                      00007030
           IF  WS-MOTIVO  NOT EQUAL  SPACES                             00007040
               GO  TO  0300-0000-REJEITA                                00007050
           END-IF.                                                      00007060
           IF  CONFERE-CHAVE                                            00007070
               PERFORM 0400-0300-CONFERE-CHAVE THRU 0400-0300-EXIT      00007080
               IF  WS-MOTIVO  NOT EQUAL  SPACES                         00007090
                   GO  TO  0300-0000-REJEITA                            00007100
               END-IF                                                   00007110
           END-IF.                                                      00007120
           MOVE   WS-TAM-ENT           TO  WS-TAM-VAL.                  00007130
           MOVE   REG-ENTRADA(1:WS-TAM-ENT)  TO  REG-VALIDOS.           00007140
           WRITE  REG-VALIDOS.                                          00007150
           ADD    +1                   TO  WS-QTD-VALIDOS.              00007160
           GO  TO  0300-0000-EXIT.                                      00007170
                                                                        00007180
       0300-0000-REJEITA.                                               00007190
           ADD    +1                   TO  WS-QTD-REJEITADOS.           00007200
           MOVE   SPACES               TO  REJ-PREFIXO.                 00007210
           MOVE   WS-QTD-LIDOS         TO  REJ-SEQUENCIA.               00007220
           MOVE   WS-MOT-COLUNA        TO  REJ-COLUNA.                  00007230
           MOVE   WS-MOT-POS           TO  REJ-POSICAO.                 00007240
           MOVE   WS-MOTIVO            TO  REJ-MOTIVO.                  00007250
           MOVE   REG-ENTRADA(1:WS-TAM-ENT)  TO  REJ-DADOS.             00007260
           COMPUTE WS-TAM-REJ = WS-TAM-ENT + 80.                        00007270
           WRITE  REG-REJEITOS.                                         00007280
           PERFORM 0600-9999-SOMA-RESUMO THRU 0600-9999-EXIT.           00007290
       0300-0000-EXIT. EXIT.                                            00007300
      *----------------------------------------------------------------*00007310
      * UMA COLUNA DO REGISTRO                                         *00007320
      *----------------------------------------------------------------*00007330
       0310-0300-CONFERE-COLUNA.                                        00007340
           MOVE   TB-COL-POS(IND-COL)  TO  WS-P.                        00007350
           MOVE   TB-COL-TAM(IND-COL)  TO  WS-T.                        00007360
           MOVE   WS-P                 TO  WS-MOT-POS.                  00007370
           MOVE   'SIM'                TO  N88-CAMPO-OK.                00007380
      *--- COLUNA NULAVEL: '?' NO BYTE APOS O DADO = NULO, NADA A       00007390
      *--- CONFERIR; QUALQUER OUTRO BYTE = DADO PRESENTE (MESMA REGRA   00007396
      *--- DO NULLIF(POS)='?' DO LOADCRD)                               00007402
           IF  TB-COL-NULLS(IND-COL)  EQUAL  'Y'                        00007410
               COMPUTE WS-PI = WS-P + WS-T                              00007420
               IF  REG-ENTRADA(WS-PI:1)  EQUAL  '?'                     00007430
                   GO  TO  0310-0300-EXIT                               00007440
               END-IF                                                   00007500
           END-IF.                                                      00007510
                                                                        00007520
      *--- CAMPO NAO CARACTER EM BRANCO: DADO LIXO DA INTERFACE         00007530
           IF  TB-COL-TIPO(IND-COL)  NOT EQUAL  'CHAR'  AND  'GRAPHIC'  00007540
               AND  TB-COL-VAR(IND-COL)  NOT EQUAL  'S'                 00007550
               AND  REG-ENTRADA(WS-P:WS-T)  EQUAL  SPACES               00007560
               IF  TB-COL-NULLS(IND-COL)  EQUAL  'N'                    00007570
                   MOVE  'BRANCOS EM COLUNA NOT NULL'  TO  WS-MOTIVO    00007580
               ELSE                                                     00007590
                   MOVE  'BRANCOS SEM INDICADOR DE NULO'  TO  WS-MOTIVO 00007600
               END-IF                                                   00007610
               GO  TO  0310-0300-MOTIVO                                 00007620
           END-IF.                                                      00007630
                                                                        00007640
           EVALUATE TB-COL-TIPO(IND-COL)                                00007650
               WHEN 'DECIMAL'                                           00007660
                    PERFORM 0320-0310-DECIMAL THRU 0320-0310-EXIT       00007670
               WHEN 'DATE'                                              00007680
                    MOVE  REG-ENTRADA(WS-P:10)  TO  WS-DATA-TXT         00007690
                    PERFORM 0330-9999-DATA THRU 0330-9999-EXIT          00007700
                    IF  NOT CAMPO-OK                                    00007710
                        MOVE  'DATA INVALIDA'       TO  WS-MOTIVO       00007720
                    END-IF                                              00007730
               WHEN 'TIME'                                              00007740
                    MOVE  REG-ENTRADA(WS-P:8)   TO  WS-HORA-TXT         00007750
                    PERFORM 0340-9999-HORA THRU 0340-9999-EXIT          00007760
                    IF  NOT CAMPO-OK                                    00007770
                        MOVE  'HORA INVALIDA'       TO  WS-MOTIVO       00007780
                    END-IF                                              00007790
               WHEN 'TIMESTMP'                                          00007800
                    PERFORM 0350-0310-TIMESTAMP THRU 0350-0310-EXIT     00007810
               WHEN 'CHAR'                                              00007820
               WHEN 'GRAPHIC'                                           00007830
                    IF  TB-COL-CHAVE(IND-COL)  EQUAL  'S'               00007840
                        AND  REG-ENTRADA(WS-P:WS-T)  EQUAL  SPACES      00007850
                        MOVE  'BRANCOS EM COLUNA DA CHAVE PRIMARIA'     00007860
                          TO  WS-MOTIVO                                 00007870
                    END-IF                                              00007880
               WHEN OTHER                                               00007890
                    IF  TB-COL-VAR(IND-COL)  EQUAL  'S'                 00007900
                        PERFORM 0360-0310-VARIAVEL THRU 0360-0310-EXIT  00007910
                    END-IF                                              00007920
           END-EVALUATE.                                                00007930
                                                                        00007940
       0310-0300-MOTIVO.                                                00007950
           IF  WS-MOTIVO  NOT EQUAL  SPACES                             00007960
               MOVE   TB-COL-NOME(IND-COL)  TO  WS-MOT-COLUNA           00007970
           END-IF.                                                      00007980
       0310-0300-EXIT. EXIT.                                            00007990
      *----------------------------------------------------------------*00008000
      * DECIMAL: O CAMPO VAI ALINHADO A DIREITA NUMA AREA DE 16 BYTES  *00008010
      * COM ZEROS BINARIOS A ESQUERDA, E O TESTE NUMERIC DO COMP-3     *00008020
      * CONFERE DIGITOS E SINAL. PRECISAO PAR: O PRIMEIRO MEIO-BYTE E' *00008030
      * ENCHIMENTO E TEM QUE SER ZERO                                  *00008040
      *----------------------------------------------------------------*00008050
       0320-0310-DECIMAL.                                               00008060
           MOVE   LOW-VALUES           TO  WS-PACKED-AREA.              00008070
           COMPUTE WS-PI = 16 - WS-T + 1.                               00008080
           MOVE   REG-ENTRADA(WS-P:WS-T)                                00008090
             TO   WS-PACKED-AREA(WS-PI:WS-T).                           00008100
           IF  WS-PACKED-NUM  NOT NUMERIC                               00008110
               MOVE  'DECIMAL COM PACKED INVALIDO'  TO  WS-MOTIVO       00008120
               GO  TO  0320-0310-EXIT                                   00008130
           END-IF.                                                      00008140
           DIVIDE TB-COL-LEN(IND-COL)  BY  2                            00008150
               GIVING WS-QUOC  REMAINDER WS-RESTO.                      00008160
           IF  WS-RESTO  EQUAL  +0                                      00008170
               AND  REG-ENTRADA(WS-P:1)  NOT LESS  X'10'                00008180
               MOVE  'DECIMAL COM MAIS DIGITOS QUE A PRECISAO'          00008190
                 TO  WS-MOTIVO                                          00008200
           END-IF.                                                      00008210
       0320-0310-EXIT. EXIT.                                            00008220
      *----------------------------------------------------------------*00008230
      * DATA EM WS-DATA-TXT: ISO (AAAA-MM-DD), EUR (DD.MM.AAAA) OU USA *00008240
      * (MM/DD/AAAA); DIA CONFERIDO CONTRA O MES E O ANO BISSEXTO      *00008250
      *----------------------------------------------------------------*00008260
       0330-9999-DATA.                                                  00008270
           MOVE   'NAO'                TO  N88-CAMPO-OK.                00008280
           EVALUATE TRUE                                                00008290
               WHEN WS-DATA-TXT(5:1) EQUAL '-'                          00008300
                AND WS-DATA-TXT(8:1) EQUAL '-'                          00008310
                    MOVE  WS-DATA-TXT(1:4)  TO  WS-ANO-X                00008320
                    MOVE  WS-DATA-TXT(6:2)  TO  WS-MES-X                00008330
                    MOVE  WS-DATA-TXT(9:2)  TO  WS-DIA-X                00008340
               WHEN WS-DATA-TXT(3:1) EQUAL '.'                          00008350
                AND WS-DATA-TXT(6:1) EQUAL '.'                          00008360
                    MOVE  WS-DATA-TXT(1:2)  TO  WS-DIA-X                00008370
                    MOVE  WS-DATA-TXT(4:2)  TO  WS-MES-X                00008380
                    MOVE  WS-DATA-TXT(7:4)  TO  WS-ANO-X                00008390
               WHEN WS-DATA-TXT(3:1) EQUAL '/'                          00008400
                AND WS-DATA-TXT(6:1) EQUAL '/'                          00008410
                    MOVE  WS-DATA-TXT(1:2)  TO  WS-MES-X                00008420
                    MOVE  WS-DATA-TXT(4:2)  TO  WS-DIA-X                00008430
                    MOVE  WS-DATA-TXT(7:4)  TO  WS-ANO-X                00008440
               WHEN OTHER                                               00008450
                    GO  TO  0330-9999-EXIT                              00008460
           END-EVALUATE.                                                00008470
           IF  WS-ANO-X  NOT NUMERIC                                    00008480
               OR  WS-MES-X  NOT NUMERIC                                00008490
               OR  WS-DIA-X  NOT NUMERIC                                00008500
               GO  TO  0330-9999-EXIT                                   00008510
           END-IF.                                                      00008520
           IF  WS-ANO  EQUAL  ZERO                                      00008530
               OR  WS-MES  LESS  1  OR  WS-MES  GREATER  12             00008540
               OR  WS-DIA  LESS  1                                      00008550
               GO  TO  0330-9999-EXIT                                   00008560
           END-IF.                                                      00008570
           MOVE   DIAS-MES(WS-MES)     TO  WS-DIAS-LIM.                 00008580
           IF  WS-MES  EQUAL  2                                         00008590
               DIVIDE WS-ANO  BY  4    GIVING WS-QUOC                   00008600
                   REMAINDER WS-RESTO                                   00008610
               DIVIDE WS-ANO  BY  100  GIVING WS-QUOC                   00008620
                   REMAINDER WS-RESTO-100                               00008630
               DIVIDE WS-ANO  BY  400  GIVING WS-QUOC                   00008640
                   REMAINDER WS-RESTO-400                               00008650
               IF  WS-RESTO  EQUAL  +0                                  00008660
                   AND ( WS-RESTO-100  NOT EQUAL  +0                    00008670
                         OR  WS-RESTO-400  EQUAL  +0 )                  00008680
                   MOVE   +29          TO  WS-DIAS-LIM                  00008690
               END-IF                                                   00008700
           END-IF.                                                      00008710
           IF  WS-DIA  GREATER  WS-DIAS-LIM                             00008720
               GO  TO  0330-9999-EXIT                                   00008730
           END-IF.                                                      00008740
           MOVE   'SIM'                TO  N88-CAMPO-OK.                00008750
       0330-9999-EXIT. EXIT.                                            00008760
      *----------------------------------------------------------------*00008770
      * HORA EM WS-HORA-TXT: HH.MM.SS OU HH:MM:SS (24.00.00 ACEITO)    *00008780
      *----------------------------------------------------------------*00008790
       0340-9999-HORA.                                                  00008800
           MOVE   'NAO'                TO  N88-CAMPO-OK.                00008810
           IF  NOT ( WS-HORA-TXT(3:1)  EQUAL  '.'                       00008820
                     AND  WS-HORA-TXT(6:1)  EQUAL  '.' )                00008830
               AND NOT ( WS-HORA-TXT(3:1)  EQUAL  ':'                   00008840
                     AND  WS-HORA-TXT(6:1)  EQUAL  ':' )                00008850
               GO  TO  0340-9999-EXIT                                   00008860
           END-IF.                                                      00008870
           MOVE   WS-HORA-TXT(1:2)     TO  WS-HH-X.                     00008880
           MOVE   WS-HORA-TXT(4:2)     TO  WS-MI-X.                     00008890
           MOVE   WS-HORA-TXT(7:2)     TO  WS-SS-X.                     00008900
           IF  WS-HH-X  NOT NUMERIC                                     00008910
               OR  WS-MI-X  NOT NUMERIC                                 00008920
               OR  WS-SS-X  NOT NUMERIC                                 00008930
               GO  TO  0340-9999-EXIT                                   00008940
           END-IF.                                                      00008950
           IF  WS-HH  GREATER  24                                       00008960
               OR  WS-MI  GREATER  59                                   00008970
               OR  WS-SS  GREATER  59                                   00008980
               GO  TO  0340-9999-EXIT                                   00008990
           END-IF.                                                      00009000
           IF  WS-HH  EQUAL  24                                         00009010
               AND ( WS-MI  NOT EQUAL  ZERO                             00009020
                     OR  WS-SS  NOT EQUAL  ZERO )                       00009030
               GO  TO  0340-9999-EXIT                                   00009040
           END-IF.                                                      00009050
           MOVE   'SIM'                TO  N88-CAMPO-OK.                00009060
       0340-9999-EXIT. EXIT.                                            00009070
      *----------------------------------------------------------------*00009080
      * TIMESTAMP DO DSNTIAUL: AAAA-MM-DD-HH.MM.SS.NNNNNN              *00009090
      *----------------------------------------------------------------*00009100
       0350-0310-TIMESTAMP.                                             00009110
           MOVE  'TIMESTAMP INVALIDO'  TO  WS-MOTIVO.                   00009120
           IF  REG-ENTRADA(WS-P + 10:1)  NOT EQUAL  '-'                 00009130
               OR  REG-ENTRADA(WS-P + 19:1)  NOT EQUAL  '.'             00009140
               OR  REG-ENTRADA(WS-P + 20:6)  NOT NUMERIC                00009150
               GO  TO  0350-0310-EXIT                                   00009160
           END-IF.                                                      00009170
           MOVE   REG-ENTRADA(WS-P:10) TO  WS-DATA-TXT.                 00009180
           IF  WS-DATA-TXT(5:1)  NOT EQUAL  '-'                         00009190
               GO  TO  0350-0310-EXIT                                   00009200
           END-IF.                                                      00009210
           PERFORM 0330-9999-DATA THRU 0330-9999-EXIT.                  00009220
           IF  NOT CAMPO-OK                                             00009230
               GO  TO  0350-0310-EXIT                                   00009240
           END-IF.                                                      00009250
           MOVE   REG-ENTRADA(WS-P + 11:8)  TO  WS-HORA-TXT.            00009260
           IF  WS-HORA-TXT(3:1)  NOT EQUAL  '.'                         00009270
               GO  TO  0350-0310-EXIT                                   00009280
           END-IF.                                                      00009290
           PERFORM 0340-9999-HORA THRU 0340-9999-EXIT.                  00009300
           IF  NOT CAMPO-OK                                             00009310
               GO  TO  0350-0310-EXIT                                   00009320
           END-IF.                                                      00009330
           MOVE   SPACES               TO  WS-MOTIVO.                   00009340
       0350-0310-EXIT. EXIT.                                            00009350
      *----------------------------------------------------------------*00009360
      * CAMPO VARIAVEL: PREFIXO DE 2 BYTES ENTRE 0 E O MAXIMO DA       *00009370
      * COLUNA (EM CARACTERES DBCS NO VARGRAPHIC)                      *00009380
      *----------------------------------------------------------------*00009390
       0360-0310-VARIAVEL.                                              00009400
           MOVE   REG-ENTRADA(WS-P:2)  TO  WS-MEIA-PALAVRA-X.           00009410
           IF  WS-MEIA-PALAVRA  LESS  +0                                00009420
               OR  WS-MEIA-PALAVRA  GREATER  TB-COL-LEN(IND-COL)        00009430
               MOVE  'TAMANHO DO CAMPO VARIAVEL INVALIDO'  TO  WS-MOTIVO00009440
               GO  TO  0360-0310-EXIT                                   00009450
           END-IF.                                                      00009460
           IF  TB-COL-CHAVE(IND-COL)  NOT EQUAL  'S'                    00009470
               GO  TO  0360-0310-EXIT                                   00009480
           END-IF.                                                      00009490
           IF  WS-MEIA-PALAVRA  EQUAL  +0                               00009500
               MOVE  'BRANCOS EM COLUNA DA CHAVE PRIMARIA'              00009510
                 TO  WS-MOTIVO                                          00009520
               GO  TO  0360-0310-EXIT                                   00009530
           END-IF.                                                      00009540
           IF  TB-COL-TIPO(IND-COL)  EQUAL  'VARG'  OR  'LONGVARG'      00009550
               COMPUTE WS-BYTES = WS-MEIA-PALAVRA * 2                   00009560
           ELSE                                                         00009570
               MOVE   WS-MEIA-PALAVRA  TO  WS-BYTES                     00009580
           END-IF.                                                      00009590
           IF  REG-ENTRADA(WS-P + 2:WS-BYTES)  EQUAL  SPACES            00009600
               MOVE  'BRANCOS EM COLUNA DA CHAVE PRIMARIA'              00009610
                 TO  WS-MOTIVO                                          00009620
           END-IF.                                                      00009630
       0360-0310-EXIT. EXIT.                                            00009640
      *----------------------------------------------------------------*00009650
      * MONTA A CHAVE PRIMARIA DO REGISTRO (CAMPO VARIAVEL COMPLETADO  *00009660
      * COM BRANCOS ATE O MAXIMO, COMO O DB2 COMPARA) E PROCURA NAS    *00009670
      * CHAVES JA LIDAS                                                *00009680
      *----------------------------------------------------------------*00009690
       0400-0300-CONFERE-CHAVE.                                         00009700
           IF  QTD-HASH  NOT LESS  WS-LIM-HASH                          00009710
               GO  TO  0400-0300-EXIT                                   00009720
           END-IF.                                                      00009730
           MOVE   SPACES               TO  WS-CHAVE.                    00009740
           MOVE   +1                   TO  WS-KP.                       00009750
           PERFORM 0410-0400-MONTA-CHAVE THRU 0410-0400-EXIT            00009760
             VARYING IND-KEY FROM +1 BY +1                              00009770
               UNTIL IND-KEY  GREATER  QTD-KEY.                         00009780
                                                                        00009790
      *--- HASH: SOMA PONDERADA DAS PALAVRAS DA CHAVE, MODULO O         00009800
      *--- TAMANHO DA TABELA (PRIMO)                                    00009810
           MOVE   +0                   TO  WS-HASH-SOMA.                00009820
           PERFORM VARYING IX-PAL FROM +1 BY +1                         00009830
             UNTIL IX-PAL  GREATER  +30                                 00009840
               MOVE   WS-CHAVE-PALAVRA(IX-PAL)  TO  WS-HASH-PALAVRA     00009850
               IF  WS-HASH-PALAVRA  LESS  +0                            00009860
                   COMPUTE WS-HASH-PALAVRA = 0 - WS-HASH-PALAVRA        00009870
               END-IF                                                   00009880
               COMPUTE WS-HASH-SOMA = WS-HASH-SOMA * 31                 00009890
                                    + WS-HASH-PALAVRA                   00009900
               DIVIDE WS-HASH-SOMA  BY  WS-MAX-HASH                     00009910
                   GIVING WS-HASH-QUOC  REMAINDER WS-HASH-SOMA          00009920
           END-PERFORM.                                                 00009930
           COMPUTE IND-HASH = WS-HASH-SOMA + 1.                         00009940
                                                                        00009950
           MOVE   'NAO'                TO  N88-ACHOU.                   00009960
           PERFORM 0420-0400-SONDA THRU 0420-0400-EXIT                  00009970
             UNTIL ACHOU.                                               00009980
           IF  QTD-HASH  NOT LESS  WS-LIM-HASH                          00009990
               MOVE   SPACES           TO  LINHA-REL                    00010000
               MOVE   WS-QTD-LIDOS     TO  ZQTD                         00010010
               STRING 'LIMITE DE 45000 CHAVES ATINGIDO NO REGISTRO '    00010020
                      ZQTD ' - DUPLICIDADE NAO CONFERIDA DAQUI EM '     00010030
                      'DIANTE'                                          00010040
                      DELIMITED BY SIZE INTO LINHA-REL                  00010050
               PERFORM 0900-9999-IMPRIME THRU 0900-9999-EXIT            00010060
           END-IF.                                                      00010070
       0400-0300-EXIT. EXIT.                                            00010080
      *----------------------------------------------------------------*00010090
      *                                                                *00010100
      *----------------------------------------------------------------*00010110
       0410-0400-MONTA-CHAVE.                                           00010120
           MOVE   TB-KEY-COL(IND-KEY)  TO  IND-COL.                     00010130
           MOVE   TB-COL-POS(IND-COL)  TO  WS-P.                        00010140
           MOVE   TB-COL-TAM(IND-COL)  TO  WS-T.                        00010150
           IF  TB-COL-VAR(IND-COL)  EQUAL  'S'                          00010160
               MOVE   REG-ENTRADA(WS-P:2)  TO  WS-MEIA-PALAVRA-X        00010170
               IF  TB-COL-TIPO(IND-COL)  EQUAL  'VARG'  OR  'LONGVARG'  00010180
                   COMPUTE WS-BYTES = WS-MEIA-PALAVRA * 2               00010190
               ELSE                                                     00010200
                   MOVE   WS-MEIA-PALAVRA  TO  WS-BYTES                 00010210
               END-IF                                                   00010220
               IF  WS-BYTES  GREATER  +0                                00010230
                   MOVE  REG-ENTRADA(WS-P + 2:WS-BYTES)                 00010240
                     TO  WS-CHAVE(WS-KP:WS-BYTES)                       00010250
               END-IF                                                   00010260
               COMPUTE WS-KP = WS-KP + WS-T - 2                         00010270
           ELSE                                                         00010280
               MOVE   REG-ENTRADA(WS-P:WS-T)  TO  WS-CHAVE(WS-KP:WS-T)  00010290
               ADD    WS-T             TO  WS-KP                        00010300
           END-IF.                                                      00010310
       0410-0400-EXIT. EXIT.                                            00010320
      *----------------------------------------------------------------*00010330
      * SONDAGEM LINEAR: POSICAO LIVRE GUARDA A CHAVE; MESMA CHAVE =   *00010340
      * DUPLICADA                                                      *00010350
      *----------------------------------------------------------------*00010360
       0420-0400-SONDA.                                                 00010370
           IF  TB-HASH-SEQ(IND-HASH)  EQUAL  +0                         00010380
               MOVE   WS-CHAVE         TO  TB-HASH-CHAVE(IND-HASH)      00010390
               MOVE   WS-QTD-LIDOS     TO  TB-HASH-SEQ(IND-HASH)        00010400
               ADD    +1               TO  QTD-HASH                     00010410
               MOVE   'SIM'            TO  N88-ACHOU                    00010420
               GO  TO  0420-0400-EXIT                                   00010430
           END-IF.                                                      00010440
           IF  TB-HASH-CHAVE(IND-HASH)  EQUAL  WS-CHAVE                 00010450
               MOVE   TB-HASH-SEQ(IND-HASH)  TO  ZQTD                   00010460
               STRING 'CHAVE DUPLICADA - 1A OCORRENCIA NO ' ZQTD        00010470
                      DELIMITED BY SIZE INTO WS-MOTIVO                  00010480
               MOVE   'CHAVE PRIMARIA' TO  WS-MOT-COLUNA                00010490
               MOVE   TB-COL-POS(TB-KEY-COL(1))  TO  WS-MOT-POS         00010500
               MOVE   'SIM'            TO  N88-ACHOU                    00010510
               GO  TO  0420-0400-EXIT                                   00010520
           END-IF.                                                      00010530
           ADD    +1                   TO  IND-HASH.                    00010540
           IF  IND-HASH  GREATER  WS-MAX-HASH                           00010550
               MOVE   +1               TO  IND-HASH                     00010560
           END-IF.                                                      00010570
       0420-0400-EXIT. EXIT.                                            00010580
      *----------------------------------------------------------------*00010590
      * SOMA A REJEICAO NO RESUMO POR COLUNA E MOTIVO (A CHAVE         *00010600
      * DUPLICADA ENTRA SEM O NUMERO DA 1A OCORRENCIA)                 *00010610
      *----------------------------------------------------------------*00010620
       0600-9999-SOMA-RESUMO.                                           00010630
           IF  WS-MOT-COLUNA  EQUAL  'CHAVE PRIMARIA'                   00010640
               MOVE  'CHAVE DUPLICADA NO ARQUIVO'  TO  WS-MOTIVO        00010650
           END-IF.                                                      00010660
           MOVE   'NAO'                TO  N88-ACHOU.                   00010670
           PERFORM VARYING IND-RES FROM +1 BY +1                        00010680
             UNTIL IND-RES  GREATER  QTD-RES  OR  ACHOU                 00010690
               IF  TB-RES-COLUNA(IND-RES)  EQUAL  WS-MOT-COLUNA         00010700
                   AND  TB-RES-MOTIVO(IND-RES)  EQUAL  WS-MOTIVO        00010710
                   ADD   +1            TO  TB-RES-QTD(IND-RES)          00010720
                   MOVE  'SIM'         TO  N88-ACHOU                    00010730
               END-IF                                                   00010740
           END-PERFORM.                                                 00010750
           IF  ACHOU                                                    00010760
               GO  TO  0600-9999-EXIT                                   00010770
           END-IF.                                                      00010780
      *--- TABELA CHEIA: A ULTIMA POSICAO ACUMULA AS DEMAIS             00010790
           IF  QTD-RES  NOT LESS  +200                                  00010800
               MOVE   'OUTROS'         TO  TB-RES-COLUNA(200)           00010810
               MOVE   'DEMAIS COLUNAS E MOTIVOS'                        00010820
                 TO   TB-RES-MOTIVO(200)                                00010830
               ADD    +1               TO  TB-RES-QTD(200)              00010840
               GO  TO  0600-9999-EXIT                                   00010850
           END-IF.                                                      00010860
           ADD    +1                   TO  QTD-RES.                     00010870
           MOVE   WS-MOT-COLUNA        TO  TB-RES-COLUNA(QTD-RES).      00010880
           MOVE   WS-MOTIVO            TO  TB-RES-MOTIVO(QTD-RES).      00010890
           MOVE   +1                   TO  TB-RES-QTD(QTD-RES).         00010900
       0600-9999-EXIT. EXIT.                                            00010910
      *----------------------------------------------------------------*00010920
      * TOTAIS, REJEICOES POR COLUNA E MOTIVO E RETURN-CODE PELO       *00010930
      * PERCENTUAL DE REJEICAO                                         *00010940
      *----------------------------------------------------------------*00010950
       0700-0000-RESUMO.                                                00010960
           MOVE   WS-QTD-LIDOS         TO  ZQTD.                        00010970
           STRING 'REGISTROS LIDOS.........: ' ZQTD                     00010980
                  DELIMITED BY SIZE INTO LINHA-REL.                     00010990
           PERFORM 0900-9999-IMPRIME THRU 0900-9999-EXIT.               00011000
           MOVE   WS-QTD-VALIDOS       TO  ZQTD.                        00011010
           STRING 'REGISTROS VALIDOS.......: ' ZQTD                     00011020
                  DELIMITED BY SIZE INTO LINHA-REL.                     00011030
           PERFORM 0900-9999-IMPRIME THRU 0900-9999-EXIT.               00011040
           MOVE   WS-QTD-REJEITADOS    TO  ZQTD.                        00011050
           STRING 'REGISTROS REJEITADOS....: ' ZQTD                     00011060
                  DELIMITED BY SIZE INTO LINHA-REL.                     00011070
           PERFORM 0900-9999-IMPRIME THRU 0900-9999-EXIT.               00011080
           IF  WS-QTD-LIDOS  GREATER  +0                                00011090
               COMPUTE WS-PCT-REJ ROUNDED =                             00011100
                       WS-QTD-REJEITADOS * 100 / WS-QTD-LIDOS           00011110
           END-IF.                                                      00011120
           MOVE   WS-PCT-REJ           TO  ZPCT.                        00011130
           MOVE   WS-PCT-LIMITE        TO  ZLIM.                        00011140
           STRING 'PERCENTUAL DE REJEICAO..:    ' ZPCT                  00011150
                  '  (LIMITE DO PARM: ' ZLIM ')'                        00011160
                  DELIMITED BY SIZE INTO LINHA-REL.                     00011170
           PERFORM 0900-9999-IMPRIME THRU 0900-9999-EXIT.               00011180
           PERFORM 0900-9999-IMPRIME THRU 0900-9999-EXIT.               00011190
                                                                        00011200
           IF  QTD-RES  GREATER  +0                                     00011210
               MOVE  'REJEICOES POR COLUNA E MOTIVO:'  TO  LINHA-REL    00011220
               PERFORM 0900-9999-IMPRIME THRU 0900-9999-EXIT            00011230
               PERFORM 0710-0700-UM-MOTIVO THRU 0710-0700-EXIT          00011240
                 VARYING IND-RES FROM +1 BY +1                          00011250
                   UNTIL IND-RES  GREATER  QTD-RES                      00011260
               PERFORM 0900-9999-IMPRIME THRU 0900-9999-EXIT            00011270
           END-IF.                                                      00011280
                                                                        00011290
           EVALUATE TRUE                                                00011300
               WHEN WS-QTD-LIDOS  EQUAL  +0                             00011310
                    MOVE  'ARQUIVO DE ENTRADA VAZIO - NADA A CARREGAR'  00011320
                      TO  LINHA-REL                                     00011330
                    MOVE  +4                TO  RETURN-CODE             00011340
               WHEN WS-QTD-REJEITADOS  EQUAL  +0                        00011350
                    MOVE  'ARQUIVO LIBERADO PARA O LOAD'                00011360
                      TO  LINHA-REL                                     00011370
                    MOVE  +0                TO  RETURN-CODE             00011380
               WHEN WS-PCT-REJ  NOT GREATER  WS-PCT-LIMITE              00011390
                    MOVE  'REJEICAO DENTRO DO LIMITE - CARREGAR OS VALID00011400
      -                   'OS E TRATAR OS REJEITADOS'                   00011410
                      TO  LINHA-REL                                     00011420
                    MOVE  +4                TO  RETURN-CODE             00011430
               WHEN OTHER                                               00011440
                    MOVE  'REJEICAO ACIMA DO LIMITE - NAO CARREGAR; DEVO00011450
      -                   'LVER O ARQUIVO A ORIGEM'                     00011460
                      TO  LINHA-REL                                     00011470
                    MOVE  +8                TO  RETURN-CODE             00011480
           END-EVALUATE.                                                00011490
           PERFORM 0900-9999-IMPRIME THRU 0900-9999-EXIT.               00011500
       0700-0000-EXIT. EXIT.                                            00011510
      *----------------------------------------------------------------*00011520
      *                                                                *00011530
      *----------------------------------------------------------------*00011540
       0710-0700-UM-MOTIVO.                                             00011550
           MOVE   TB-RES-COLUNA(IND-RES)  TO  DRS-COLUNA.               00011560
           MOVE   TB-RES-MOTIVO(IND-RES)  TO  DRS-MOTIVO.               00011570
           MOVE   TB-RES-QTD(IND-RES)     TO  DRS-QTD.                  00011580
           MOVE   LDET-RESUMO          TO  LINHA-REL.                   00011590
           PERFORM 0900-9999-IMPRIME THRU 0900-9999-EXIT.               00011600
       0710-0700-EXIT. EXIT.                                            00011610
      *----------------------------------------------------------------*00011620
      * IMPRESSAO PAGINADA                                             *00011630
      *----------------------------------------------------------------*00011640
       0900-9999-IMPRIME.                                               00011650
           IF  AC-LINHA-REL  GREATER  60                                00011660
               ADD    +1               TO  AC-PAGINA-REL                00011670
               MOVE   AC-PAGINA-REL    TO  REL-CAB1-PAG                 00011680
               MOVE   ATU-DIA          TO  CB-DIA                       00011690
               MOVE   ATU-MES          TO  CB-MES                       00011700
               MOVE   ATU-ANO          TO  CB-ANO                       00011710
               WRITE  REG-RELATO       FROM REL-CAB1 AFTER PAGE         00011720
               WRITE  REG-RELATO       FROM REL-CAB2                    00011730
               WRITE  REG-RELATO       FROM REL-CAB3                    00011740
               MOVE   +3               TO  AC-LINHA-REL                 00011750
           END-IF.                                                      00011760
           WRITE  REG-RELATO           FROM LINHA-REL.                  00011770
           ADD    +1                   TO  AC-LINHA-REL.                00011780
           MOVE   SPACES               TO  LINHA-REL.                   00011790
       0900-9999-EXIT. EXIT.                                            00011800
      *----------------------------------------------------------------*00011810
      *                                                                *00011820
      *----------------------------------------------------------------*00011830
       9999-9999-ERRO-DB2.                                              00011840
           MOVE   SQLCODE              TO  WS-SQLCODE.                  00011850
           DISPLAY '*** SQLCODE  ' WS-SQLCODE.                          00011860
           DISPLAY '    SQLERRMC ' SQLERRMC.                            00011870
           DISPLAY '    SQLSTATE ' SQLSTATE.                            00011880
           MOVE   +16                  TO  RETURN-CODE.                 00011890
           STOP RUN.                                                    00011900
       9999-9999-EXIT. EXIT.                                            00011910
