       IDENTIFICATION DIVISION.                                         00000010
       PROGRAM-ID.    DB2LGPD.                                          00000020
      *----------------------------------------------------------------*00000030
      * DATA:  OUT/2026                                                *00000040
      * OBJETIVOS: REGISTRO DE DADOS PESSOAIS (LGPD) E RELATO DE       *00000050
      *   EXPOSICAO PARA A REVISAO PERIODICA DO ENCARREGADO (DPO).     *00000060
      *   O REGISTRO E' O VSAM KSDS PESDADOS, CHAVE CREATOR + TABELA + *00000070
      *   COLUNA NAS COLUNAS 1-46; DEMAIS CAMPOS: CATEGORIA DO DADO    *00000080
      *   (CPF, RG, NOME, ENDERECO, TELEFONE, EMAIL, SAUDE ...),       *00000090
      *   SITUACAO ('P' PROPOSTA PELA VARREDURA, 'C' CONFIRMADA PELO   *00000100
      *   DBA, 'R' REJEITADA - NAO E' DADO PESSOAL), DATA DA SITUACAO  *00000110
      *   (AAAAMMDD) E USUARIO QUE CONFIRMOU/REJEITOU.                 *00000120
      *   MODOS (PARM), NO MOLDE DO DB2INVMT:                          *00000130
      *   'V' - VARREDURA: PARA CADA CREATOR ADMINISTRADO (ENTRADAS    *00000140
      *         ATIVAS DO INVENTARIO INVNTRY) E CADA CARTAO DO ARQUIVO *00000150
      *         PADROES, PROCURA NA SYSIBM.SYSCOLUMNS (SO TABELAS) AS  *00000160
      *         COLUNAS CUJO NOME E/OU REMARKS CASAM COM O PADRAO      *00000170
      *         (LIKE). COLUNA AINDA SEM REGISTRO ENTRA COMO 'P'; A    *00000180
      *         QUE JA' TEM REGISTRO (INCLUSIVE REJEITADA) NAO E'      *00000190
      *         TOCADA. GRAVA EM RELATO AS PROPOSTAS NOVAS E EM SAIDA  *00000200
      *         OS CARTOES TRANS 'C' PRONTOS PARA O DBA CONFERIR.      *00000210
      *         CARTAO PADROES: COLS 1-8 CATEGORIA, COL 10 ONDE ('N'   *00000220
      *         SO NOME, 'R' SO REMARKS, BRANCO OS DOIS), COLS 12-41   *00000230
      *         PADRAO DO LIKE EM MAIUSCULAS (EX.: %CPF%).             *00000240
      *   'M' - MANUTENCAO: APLICA O ARQUIVO TRANS NO KSDS PESDADOS -  *00000250
      *         'C' CONFIRMA (CATEGORIA EM BRANCO MANTEM A PROPOSTA),  *00000260
      *         'R' REJEITA, 'A' INCLUI JA' CONFIRMADA (COLUNA QUE A   *00000270
      *         VARREDURA NAO PEGOU), 'X' EXCLUI O REGISTRO.           *00000280
      *         CARTAO TRANS: COL 1 ACAO, COLS 3-10 CREATOR, 12-29     *00000290
      *         TABELA, 31-48 COLUNA, 50-57 CATEGORIA, 59-66 USUARIO.  *00000300
      *   'E' - EXPOSICAO: PARM='E,APLICACAO,AMB' (APLICACAO EM BRANCO *00000310
      *         OU '*' = TODAS). POR APLICACAO DO INVENTARIO, LISTA AS *00000320
      *         TABELAS COM DADO PESSOAL CONFIRMADO, AS COLUNAS E      *00000330
      *         CATEGORIAS, TODO GRANTEE COM SELECT NA TABELA          *00000340
      *         (SYSIBM.SYSTABAUTH, PUBLIC EM DESTAQUE) E OS           *00000350
      *         PRIVILEGIOS DE COLUNA SOBRE AS COLUNAS PESSOAIS        *00000360
      *         (SYSIBM.SYSCOLAUTH). O ARQUIVO OPCIONAL UNLDECK TRAZ   *00000370
      *         OS DECKS DE UNLOAD A CONFERIR (UNLOAD DO DB2CRDDL,     *00000380
      *         UNLKIT DO DB2DRPTB, UNLOAD DO DB2AMOST, CONCATENADOS); *00000390
      *         O AMBIENTE DE DESTINO E' O AMB DO PARM (BRANCO = HOM)  *00000400
      *         OU O DO ULTIMO CARTAO './ DESTINO AMB' DO PROPRIO      *00000410
      *         UNLDECK. TABELA COM DADO PESSOAL DESCARREGADA PARA     *00000420
      *         AMBIENTE QUE NAO E' PROD E' APONTADA.                  *00000430
      *   RETURN-CODE 4: TRANSACAO COM ERRO (M), GRANT A PUBLIC OU     *00000440
      *   UNLOAD PARA AMBIENTE NAO PRODUTIVO (E). PARM INVALIDO: 16.   *00000450
      * AREA RESPONSAVEL: ADMINISTRACAO DE BANCO DE DADOS              *00000460
      *----------------------------------------------------------------*00000470
       ENVIRONMENT    DIVISION.                                         00000480
      *                                                                 00000490
       INPUT-OUTPUT       SECTION.                                      00000500
       FILE-CONTROL.                                                    00000510
           SELECT  INVNTRY  ASSIGN  TO  INVNTRY                         00000520
                   ORGANIZATION  IS  INDEXED                            00000530
                   ACCESS  MODE  IS  DYNAMIC                            00000540
                   RECORD  KEY   IS  INV-CHAVE.                         00000550
           SELECT  PESDADOS ASSIGN  TO  PESDADOS                        00000560
                   ORGANIZATION  IS  INDEXED                            00000570
                   ACCESS  MODE  IS  DYNAMIC                            00000580
                   RECORD  KEY   IS  PES-CHAVE.                         00000590
           SELECT  OPTIONAL PADROES  ASSIGN  TO  PADROES.               00000600
           SELECT  OPTIONAL TRANS    ASSIGN  TO  TRANS.                 00000610
           SELECT  OPTIONAL UNLDECK  ASSIGN  TO  UNLDECK.               00000620
           SELECT  SAIDA    ASSIGN  TO  SAIDA.                          00000630
           SELECT  RELATO   ASSIGN  TO  RELATO.                         00000640
      *                                                                 00000650
       DATA DIVISION.                                                   00000660
      *                                                                 00000670
       FILE            SECTION.                                         00000680
       FD  INVNTRY                                                      00000690
           LABEL  RECORD  IS  STANDARD.                                 00000700
                                                                        00000710
       01  REG-INVNTRY.                                                 00000720
           05  INV-CHAVE.                                               00000730
               10  INV-CREATOR    PIC X(08).                            00000740
               10  FILLER         PIC X(01).                            00000750
               10  INV-TABELA     PIC X(18).                            00000760
           05  FILLER             PIC X(01).                            00000770
           05  INV-APLICACAO      PIC X(08).                            00000780
           05  FILLER             PIC X(01).                            00000790
           05  INV-PGMR           PIC X(08).                            00000800
           05  FILLER             PIC X(01).                            00000810
           05  INV-SITUACAO       PIC X(01).                            00000820
           05  FILLER             PIC X(33).                            00000830
      *                                                                 00000840
       FD  PESDADOS                                                     00000850
           LABEL  RECORD  IS  STANDARD.                                 00000860
                                                                        00000870
       01  REG-PESDADOS.                                                00000880
           05  PES-CHAVE.                                               00000890
               10  PES-CREATOR    PIC X(08).                            00000900
               10  FILLER         PIC X(01).                            00000910
               10  PES-TABELA     PIC X(18).                            00000920
               10  FILLER         PIC X(01).                            00000930
               10  PES-COLUNA     PIC X(18).                            00000940
           05  FILLER             PIC X(01).                            00000950
           05  PES-CATEGORIA      PIC X(08).                            00000960
           05  FILLER             PIC X(01).                            00000970
           05  PES-SITUACAO       PIC X(01).                            00000980
           05  FILLER             PIC X(01).                            00000990
           05  PES-DT-SITUACAO    PIC X(08).                            00001000
           05  FILLER             PIC X(01).                            00001010
           05  PES-USUARIO        PIC X(08).                            00001020
           05  FILLER             PIC X(05).                            00001030
      *                                                                 00001040
       FD  PADROES                                                      00001050
           LABEL  RECORD  IS  OMITTED                                   00001060
           RECORDING MODE IS F.                                         00001070
                                                                        00001080
       01  REG-PADROES.                                                 00001090
           05  PAD-CATEGORIA      PIC X(08).                            00001100
           05  FILLER             PIC X(01).                            00001110
           05  PAD-ONDE           PIC X(01).                            00001120
           05  FILLER             PIC X(01).                            00001130
           05  PAD-PADRAO         PIC X(30).                            00001140
           05  FILLER             PIC X(39).                            00001150
      *                                                                 00001160
       FD  TRANS                                                        00001170
           LABEL  RECORD  IS  OMITTED                                   00001180
           RECORDING MODE IS F.                                         00001190
                                                                        00001200
       01  REG-TRANS                   PIC  X(080).                     00001210
      *                                                                 00001220
       FD  UNLDECK                                                      00001230
           LABEL  RECORD  IS  OMITTED                                   00001240
           RECORDING MODE IS F.                                         00001250
                                                                        00001260
       01  REG-UNLDECK                 PIC  X(080).                     00001270
      *                                                                 00001280
       FD  SAIDA                                                        00001290
           LABEL  RECORD  IS  OMITTED                                   00001300
           RECORDING MODE IS F.                                         00001310
                                                                        00001320
       01  REG-SAIDA                   PIC  X(080).                     00001330
      *                                                                 00001340
       FD  RELATO                                                       00001350
           LABEL  RECORD  IS  OMITTED                                   00001360
           RECORDING MODE IS F.                                         00001370
                                                                        00001380
       01  REG-RELATO                  PIC  X(132).                     00001390
      *                                                                 00001400
       WORKING-STORAGE SECTION.                                         00001410
      *----------------------------------------------------------------*00001420
      * REGISTRO DE TRANSACAO                                          *00001430
      *----------------------------------------------------------------*00001440
       01  REG-TRANSACAO.                                               00001450
           05  TRN-ACAO           PIC X(01).                            00001460
           05  FILLER             PIC X(01).                            00001470
           05  TRN-CREATOR        PIC X(08).                            00001480
           05  FILLER             PIC X(01).                            00001490
           05  TRN-TABELA         PIC X(18).                            00001500
           05  FILLER             PIC X(01).                            00001510
           05  TRN-COLUNA         PIC X(18).                            00001520
           05  FILLER             PIC X(01).                            00001530
           05  TRN-CATEGORIA      PIC X(08).                            00001540
           05  FILLER             PIC X(01).                            00001550
           05  TRN-USUARIO        PIC X(08).                            00001560
           05  FILLER             PIC X(14).                            00001570
      *----------------------------------------------------------------*00001580
      * CARTAO TRANS GERADO PELA VARREDURA (MESMO LAYOUT)              *00001590
      *----------------------------------------------------------------*00001600
       01  LIN-TRANS.                                                   00001610
           05  LTR-ACAO           PIC X(01)          VALUE 'C'.         00001620
           05  FILLER             PIC X(01)          VALUE SPACES.      00001630
           05  LTR-CREATOR        PIC X(08)          VALUE SPACES.      00001640
           05  FILLER             PIC X(01)          VALUE SPACES.      00001650
           05  LTR-TABELA         PIC X(18)          VALUE SPACES.      00001660
           05  FILLER             PIC X(01)          VALUE SPACES.      00001670
           05  LTR-COLUNA         PIC X(18)          VALUE SPACES.      00001680
           05  FILLER             PIC X(01)          VALUE SPACES.      00001690
           05  LTR-CATEGORIA      PIC X(08)          VALUE SPACES.      00001700
           05  FILLER             PIC X(01)          VALUE SPACES.      00001710
           05  LTR-USUARIO        PIC X(08)          VALUE SPACES.      00001720
           05  FILLER             PIC X(14)          VALUE SPACES.      00001730
      *----------------------------------------------------------------*00001740
      * INVENTARIO ATIVO CARREGADO E APLICACOES DISTINTAS              *00001750
      *----------------------------------------------------------------*00001760
       01  TAB-INVENTARIO.                                              00001770
           02  QTD-INV            PIC S9(04) COMP    VALUE +0.          00001780
           02  IND-INV            PIC S9(04) COMP    VALUE +0.          00001790
           02  FILLER             OCCURS   2000  TIMES.                 00001800
               04  TB-INV-CREATOR     PIC  X(08)     VALUE SPACES.      00001810
               04  TB-INV-TABELA      PIC  X(18)     VALUE SPACES.      00001820
               04  TB-INV-APLICACAO   PIC  X(08)     VALUE SPACES.      00001830
       01  TAB-APLICACOES.                                              00001840
           02  QTD-APL            PIC S9(04) COMP    VALUE +0.          00001850
           02  IND-APL            PIC S9(04) COMP    VALUE +0.          00001860
           02  TB-APL-NOME        OCCURS 100 TIMES   PIC X(08).         00001870
       01  TAB-CRIADORES.                                               00001880
           02  QTD-CRI            PIC S9(04) COMP    VALUE +0.          00001890
           02  IND-CRI            PIC S9(04) COMP    VALUE +0.          00001900
           02  TB-CRI-NOME        OCCURS 100 TIMES   PIC X(08).         00001910
      *----------------------------------------------------------------*00001920
      * PADROES DA VARREDURA                                           *00001930
      *----------------------------------------------------------------*00001940
       01  TAB-PADROES.                                                 00001950
           02  QTD-PAD            PIC S9(04) COMP    VALUE +0.          00001960
           02  IND-PAD            PIC S9(04) COMP    VALUE +0.          00001970
           02  FILLER             OCCURS    100  TIMES.                 00001980
               04  TB-PAD-CATEGORIA   PIC  X(08)     VALUE SPACES.      00001990
               04  TB-PAD-ONDE        PIC  X(01)     VALUE SPACES.      00002000
               04  TB-PAD-PADRAO      PIC  X(30)     VALUE SPACES.      00002010
               04  TB-PAD-TAM         PIC S9(04) COMP VALUE +0.         00002020
      *----------------------------------------------------------------*00002030
      * REGISTRO DE DADOS PESSOAIS DAS TABELAS DO INVENTARIO (MODO E)  *00002040
      *----------------------------------------------------------------*00002050
       01  TAB-PESSOAL.                                                 00002060
           02  QTD-PES            PIC S9(04) COMP    VALUE +0.          00002070
           02  IND-PES            PIC S9(04) COMP    VALUE +0.          00002080
           02  FILLER             OCCURS   3000  TIMES.                 00002090
               04  TB-PES-CREATOR     PIC  X(08)     VALUE SPACES.      00002100
               04  TB-PES-TABELA      PIC  X(18)     VALUE SPACES.      00002110
               04  TB-PES-COLUNA      PIC  X(18)     VALUE SPACES.      00002120
               04  TB-PES-CATEGORIA   PIC  X(08)     VALUE SPACES.      00002130
               04  TB-PES-SITUACAO    PIC  X(01)     VALUE SPACES.      00002140
      *----------------------------------------------------------------*00002150
      * TABELAS DOS DECKS DE UNLOAD E AMBIENTE DE DESTINO (MODO E)     *00002160
      *----------------------------------------------------------------*00002170
       01  TAB-UNLOAD.                                                  00002180
           02  QTD-UNL            PIC S9(04) COMP    VALUE +0.          00002190
           02  IND-UNL            PIC S9(04) COMP    VALUE +0.          00002200
           02  FILLER             OCCURS   1000  TIMES.                 00002210
               04  TB-UNL-CREATOR     PIC  X(08)     VALUE SPACES.      00002220
               04  TB-UNL-TABELA      PIC  X(18)     VALUE SPACES.      00002230
               04  TB-UNL-DESTINO     PIC  X(04)     VALUE SPACES.      00002240
      *----------------------------------------------------------------*00002250
      * AREAS AUXILIARES                                               *00002260
      *----------------------------------------------------------------*00002270
       01  FILLER.                                                      00002280
           02  WS-APL-ATUAL            PIC  X(08)      VALUE SPACES.    00002290
           02  WS-DESTINO              PIC  X(04)      VALUE SPACES.    00002300
           02  WS-DATA-SIT.                                             00002310
               04  FILLER              PIC  X(02)      VALUE '20'.      00002320
               04  WS-DATA-SIT-AAMMDD  PIC  9(06)      VALUE ZEROS.     00002330
           02  WS-QTD-TRANS            PIC S9(04) COMP VALUE +0.        00002340
           02  WS-QTD-ERROS            PIC S9(04) COMP VALUE +0.        00002350
           02  WS-QTD-NOVAS            PIC S9(04) COMP VALUE +0.        00002360
           02  WS-QTD-JA-REG           PIC S9(04) COMP VALUE +0.        00002370
           02  WS-QTD-ACHADOS          PIC S9(04) COMP VALUE +0.        00002380
           02  WS-QTD-TAB-PES          PIC S9(04) COMP VALUE +0.        00002390
           02  WS-QTD-GRANTEES         PIC S9(04) COMP VALUE +0.        00002400
           02  WS-QTD-PUBLIC           PIC S9(04) COMP VALUE +0.        00002410
           02  WS-QTD-NAOPROD          PIC S9(04) COMP VALUE +0.        00002420
           02  WS-QTD-PENDENTES        PIC S9(04) COMP VALUE +0.        00002430
           02  WS-APL-TAB-PES          PIC S9(04) COMP VALUE +0.        00002440
           02  WS-APL-GRANTEES         PIC S9(04) COMP VALUE +0.        00002450
           02  WS-APL-PENDENTES        PIC S9(04) COMP VALUE +0.        00002460
           02  WS-TAB-COLS             PIC S9(04) COMP VALUE +0.        00002470
           02  WS-TAB-PENDENTES        PIC S9(04) COMP VALUE +0.        00002480
           02  WS-ONDE-TXT             PIC  X(08)      VALUE SPACES.    00002490
           02  WS-TIPO-TXT             PIC  X(09)      VALUE SPACES.    00002500
           02  WS-PRIV-TXT             PIC  X(10)      VALUE SPACES.    00002510
           02  WS-NOME-TAB             PIC  X(27)      VALUE SPACES.    00002520
           02  WS-COLUNA               PIC  X(18)      VALUE SPACES.    00002530
           02  ZQTD                    PIC ZZZZ9.                       00002540
           02  ZQTD2                   PIC ZZZZ9.                       00002550
           02  ZQTD3                   PIC ZZZZ9.                       00002560
      *----------------------------------------------------------------*00002570
      * CONTROLES                                                      *00002580
      *----------------------------------------------------------------*00002590
       01  CHAVES-FIM.                                                  00002600
           02  N88-FIM-INVNTRY                   PIC  X(03) VALUE 'NAO'.00002610
               88  FIM-INVNTRY                              VALUE 'SIM'.00002620
           02  N88-FIM-PESDADOS                  PIC  X(03) VALUE 'NAO'.00002630
               88  FIM-PESDADOS                             VALUE 'SIM'.00002640
           02  N88-FIM-PADROES                   PIC  X(03) VALUE 'NAO'.00002650
               88  FIM-PADROES                              VALUE 'SIM'.00002660
           02  N88-FIM-TRANS                     PIC  X(03) VALUE 'NAO'.00002670
               88  FIM-TRANS                                VALUE 'SIM'.00002680
           02  N88-FIM-UNLDECK                   PIC  X(03) VALUE 'NAO'.00002690
               88  FIM-UNLDECK                              VALUE 'SIM'.00002700
           02  N88-ACHOU-PES                     PIC  X(03) VALUE 'NAO'.00002710
               88  ACHOU-PES                                VALUE 'SIM'.00002720
           02  N88-FIM-CATALOGO                  PIC  X(03) VALUE 'NAO'.00002730
               88  FIM-CATALOGO                             VALUE 'SIM'.00002740
      *----------------------------------------------------------------*00002750
      * HOSTS SYSIBM.SYSCOLUMNS / SYSTABAUTH / SYSCOLAUTH              *00002760
      *----------------------------------------------------------------*00002770
       01  H-CREATOR                    PIC  X(08).                     00002780
       01  H-TABELA                     PIC  X(18).                     00002790
       01  H-ONDE                       PIC  X(01).                     00002800
       01  H-PADRAO.                                                    00002810
           49  H-PADRAO-L               PIC S9(04) COMP.                00002820
           49  H-PADRAO-T               PIC  X(30).                     00002830
       01  H-CAT-CREATOR                PIC  X(08).                     00002840
       01  H-CAT-TABELA.                                                00002850
           49  H-CAT-TABELA-L           PIC S9(04) COMP.                00002860
           49  H-CAT-TABELA-T           PIC  X(18).                     00002870
       01  H-CAT-COLUNA.                                                00002880
           49  H-CAT-COLUNA-L           PIC S9(04) COMP.                00002890
           49  H-CAT-COLUNA-T           PIC  X(18).                     00002900
       01  H-GRANTEE                    PIC  X(08).                     00002910
       01  H-GRANTEETYPE                PIC  X(01).                     00002920
       01  H-SELECTAUTH                 PIC  X(01).                     00002930
       01  H-PRIVILEGE                  PIC  X(01).                     00002940
       77  WS-SQLCODE             PIC -----9.                           00002950
      *                                                                 00002960
           EXEC SQL INCLUDE SQLCA END-EXEC.                             00002970
      *----------------------------------------------------------------*00002980
      * RELATORIO                                                      *00002990
      *----------------------------------------------------------------*00003000
       77  AC-LINHA-REL           PIC S9(004)  COMP  VALUE +99.         00003010
       77  AC-PAGINA-REL          PIC S9(004)  COMP  VALUE +0.          00003020
       01  LINHA-REL              PIC  X(132)        VALUE SPACES.      00003030
       01  CURDATA                PIC  9(06)         VALUE ZEROS.       00003040
       01  CURDATA-R  REDEFINES  CURDATA.                               00003050
           03  ATU-ANO            PIC 9(02).                            00003060
           03  ATU-MES            PIC 9(02).                            00003070
           03  ATU-DIA            PIC 9(02).                            00003080
       01  REL-CAB1.                                                    00003090
           03  FILLER             PIC X(52)          VALUE              00003100
               'DB2LGPD      ADMINISTRACAO DE BANCO DE DADOS'.          00003110
           03  FILLER             PIC X(06)          VALUE 'DATA: '.    00003120
           03  REL-CAB1-DATA.                                           00003130
               05  CB-DIA         PIC 9(02)/.                           00003140
               05  CB-MES         PIC 9(02)/.                           00003150
               05  CB-ANO         PIC 9(02).                            00003160
           03  FILLER             PIC X(04)          VALUE SPACES.      00003170
           03  FILLER             PIC X(05)          VALUE 'PAG: '.     00003180
           03  REL-CAB1-PAG       PIC ZZZ9.                             00003190
           03  FILLER             PIC X(53)          VALUE SPACES.      00003200
       01  REL-CAB2.                                                    00003210
           03  REL-CAB2-TITULO    PIC X(132)         VALUE SPACES.      00003220
       01  REL-CAB3.                                                    00003230
           03  FILLER             PIC X(132)         VALUE ALL '-'.     00003240
      *----------------------------------------------------------------*00003250
      *                                                                *00003260
      *----------------------------------------------------------------*00003270
       LINKAGE     SECTION.                                             00003280
       01  PARMJOB.                                                     00003290
           02  PARM-LEN           PIC  9(04)  COMP.                     00003300
           02  PARM-MODO          PIC  X(01).                           00003310
               88  MODO-VARREDURA                 VALUE 'V'.            00003320
               88  MODO-MANUTENCAO                VALUE 'M'.            00003330
               88  MODO-EXPOSICAO                 VALUE 'E'.            00003340
           02  FILLER             PIC  X(01).                           00003350
           02  PARM-APLICACAO     PIC  X(08).                           00003360
           02  FILLER             PIC  X(01).                           00003370
           02  PARM-AMBIENTE      PIC  X(04).                           00003380
      *----------------------------------------------------------------*00003390
      *                                                                *00003400
      *----------------------------------------------------------------*00003410
       PROCEDURE   DIVISION      USING   PARMJOB.                       00003420
      *----------------------------------------------------------------*00003430
      *                                                                *00003440
      *----------------------------------------------------------------*00003450
       0000-0000-PRINCIPAL.                                             00003460
           IF  PARM-LEN  LESS  1                                        00003470
               DISPLAY 'DB2LGPD - PARM OBRIGATORIO: V (VARREDURA), '    00003480
                       'M (MANUTENCAO) OU E,APLICACAO,AMB (EXPOSICAO)'  00003490
               MOVE   +16              TO  RETURN-CODE                  00003500
               STOP  RUN                                                00003510
           END-IF.                                                      00003520
           ACCEPT CURDATA              FROM DATE.                       00003530
           MOVE   CURDATA              TO  WS-DATA-SIT-AAMMDD.          00003540
           MOVE   '*'                  TO  WS-APL-ATUAL.                00003550
           MOVE   'HOM'                TO  WS-DESTINO.                  00003560
           IF  MODO-EXPOSICAO                                           00003570
               IF  PARM-LEN  GREATER  2                                 00003580
                   MOVE   SPACES       TO  WS-APL-ATUAL                 00003590
                   IF  PARM-LEN  LESS  11                               00003600
                       MOVE   PARM-APLICACAO(1:PARM-LEN - 2)            00003610
                         TO   WS-APL-ATUAL                              00003620
                   ELSE                                                 00003630
                       MOVE   PARM-APLICACAO   TO  WS-APL-ATUAL         00003640
                   END-IF                                               00003650
                   IF  WS-APL-ATUAL  EQUAL  SPACES                      00003660
                       MOVE   '*'      TO  WS-APL-ATUAL                 00003670
                   END-IF                                               00003680
               END-IF                                                   00003690
               IF  PARM-LEN  GREATER  11                                00003700
                   MOVE   SPACES       TO  WS-DESTINO                   00003710
                   IF  PARM-LEN  LESS  16                               00003720
                       MOVE   PARM-AMBIENTE(1:PARM-LEN - 11)            00003730
                         TO   WS-DESTINO                                00003740
                   ELSE                                                 00003750
                       MOVE   PARM-AMBIENTE    TO  WS-DESTINO           00003760
                   END-IF                                               00003770
                   IF  WS-DESTINO  EQUAL  SPACES                        00003780
                       MOVE   'HOM'    TO  WS-DESTINO                   00003790
                   END-IF                                               00003800
               END-IF                                                   00003810
           END-IF.                                                      00003820
           EVALUATE TRUE                                                00003830
               WHEN MODO-VARREDURA                                      00003840
                    MOVE 'VARREDURA DE DADOS PESSOAIS - PROPOSTAS'      00003850
                      TO   REL-CAB2-TITULO                              00003860
                    PERFORM 0100-0000-CARREGA-INVNTRY                   00003870
                       THRU 0100-0000-EXIT                              00003880
                    PERFORM 0200-0000-VARREDURA THRU 0200-0000-EXIT     00003890
               WHEN MODO-MANUTENCAO                                     00003900
                    PERFORM 0400-0000-MANUTENCAO THRU 0400-0000-EXIT    00003910
               WHEN MODO-EXPOSICAO                                      00003920
                    MOVE 'EXPOSICAO DE DADOS PESSOAIS (LGPD)'           00003930
                      TO   REL-CAB2-TITULO                              00003940
                    PERFORM 0100-0000-CARREGA-INVNTRY                   00003950
                       THRU 0100-0000-EXIT                              00003960
                    PERFORM 0600-0000-EXPOSICAO THRU 0600-0000-EXIT     00003970
               WHEN OTHER                                               00003980
                    DISPLAY 'DB2LGPD - PARM INVALIDO: ' PARM-MODO       00003990
                    MOVE   +16         TO  RETURN-CODE                  00004000
                    STOP  RUN                                           00004010
           END-EVALUATE.                                                00004020
           IF  WS-QTD-ERROS  GREATER  +0                                00004030
               OR  WS-QTD-PUBLIC   GREATER  +0                          00004040
               OR  WS-QTD-NAOPROD  GREATER  +0                          00004050
               MOVE   +4               TO  RETURN-CODE                  00004060
           ELSE                                                         00004070
               MOVE   +0               TO  RETURN-CODE                  00004080
           END-IF.                                                      00004090
           STOP  RUN.                                                   00004100
       0000-0000-EXIT. EXIT.                                            00004110
      *----------------------------------------------------------------*00004120
      * CARREGA AS ENTRADAS ATIVAS DO INVENTARIO (DA APLICACAO DO PARM *00004130
      * OU TODAS), AS APLICACOES E OS CREATORS DISTINTOS               *00004140
      *----------------------------------------------------------------*00004150
       0100-0000-CARREGA-INVNTRY.                                       00004160
           OPEN INPUT INVNTRY.                                          00004170
           PERFORM 0110-0100-LE-INVNTRY THRU 0110-0100-EXIT             00004180
             UNTIL FIM-INVNTRY.                                         00004190
           CLOSE INVNTRY.                                               00004200
       0100-0000-EXIT. EXIT.                                            00004210
      *----------------------------------------------------------------*00004220
      *                                                                *00004230
      *----------------------------------------------------------------*00004240
       0110-0100-LE-INVNTRY.                                            00004250
           READ  INVNTRY  NEXT                                          00004260
               AT END                                                   00004270
                   MOVE   'SIM'         TO   N88-FIM-INVNTRY            00004280
                   GO  TO  0110-0100-EXIT                               00004290
           END-READ.                                                    00004300
           IF  INV-SITUACAO  NOT EQUAL  'A'                             00004310
               GO  TO  0110-0100-EXIT                                   00004320
           END-IF.                                                      00004330
           IF  WS-APL-ATUAL  NOT EQUAL  '*'                             00004340
               AND INV-APLICACAO  NOT EQUAL  WS-APL-ATUAL               00004350
               GO  TO  0110-0100-EXIT                                   00004360
           END-IF.                                                      00004370
           IF  QTD-INV  GREATER  +1999                                  00004380
               DISPLAY 'DB2LGPD - ERRO - INVENTARIO MAIOR QUE 2000 '    00004390
                       'ENTRADAS'                                       00004400
               MOVE   +16              TO  RETURN-CODE                  00004410
               STOP  RUN                                                00004420
           END-IF.                                                      00004430
           ADD    +1                   TO  QTD-INV.                     00004440
           MOVE   INV-CREATOR          TO  TB-INV-CREATOR(QTD-INV).     00004450
           MOVE   INV-TABELA           TO  TB-INV-TABELA(QTD-INV).      00004460
           MOVE   INV-APLICACAO        TO  TB-INV-APLICACAO(QTD-INV).   00004470
                                                                        00004480
           PERFORM VARYING IND-APL FROM +1 BY +1                        00004490
             UNTIL IND-APL  GREATER  QTD-APL                            00004500
                OR TB-APL-NOME(IND-APL)  EQUAL  INV-APLICACAO           00004510
               CONTINUE                                                 00004520
           END-PERFORM.                                                 00004530
           IF  IND-APL  GREATER  QTD-APL                                00004540
               IF  QTD-APL  NOT LESS  +100                              00004550
                   DISPLAY 'DB2LGPD - ERRO - MAIS DE 100 APLICACOES'    00004560
                   MOVE   +16          TO  RETURN-CODE                  00004570
                   STOP  RUN                                            00004580
               END-IF                                                   00004590
               ADD    +1               TO  QTD-APL                      00004600
               MOVE   INV-APLICACAO    TO  TB-APL-NOME(QTD-APL)         00004610
           END-IF.                                                      00004620
                                                                        00004630
           PERFORM VARYING IND-CRI FROM +1 BY +1                        00004640
             UNTIL IND-CRI  GREATER  QTD-CRI                            00004650
                OR TB-CRI-NOME(IND-CRI)  EQUAL  INV-CREATOR             00004660
               CONTINUE                                                 00004670
           END-PERFORM.                                                 00004680
           IF  IND-CRI  GREATER  QTD-CRI                                00004690
               IF  QTD-CRI  NOT LESS  +100                              00004700
                   DISPLAY 'DB2LGPD - ERRO - MAIS DE 100 CREATORS'      00004710
                   MOVE   +16          TO  RETURN-CODE                  00004720
                   STOP  RUN                                            00004730
               END-IF                                                   00004740
               ADD    +1               TO  QTD-CRI                      00004750
               MOVE   INV-CREATOR      TO  TB-CRI-NOME(QTD-CRI)         00004760
           END-IF.                                                      00004770
       0110-0100-EXIT. EXIT.                                            00004780
      *----------------------------------------------------------------*00004790
      * MODO VARREDURA: CREATORS ADMINISTRADOS X PADROES               *00004800
      *----------------------------------------------------------------*00004810
       0200-0000-VARREDURA.                                             00004820
           OPEN INPUT  PADROES.                                         00004830
           PERFORM 0210-0200-LE-PADRAO THRU 0210-0200-EXIT              00004840
             UNTIL FIM-PADROES.                                         00004850
           CLOSE PADROES.                                               00004860
           IF  QTD-PAD  EQUAL  +0                                       00004870
               DISPLAY 'DB2LGPD - ARQUIVO PADROES VAZIO OU AUSENTE'     00004880
               MOVE   +16              TO  RETURN-CODE                  00004890
               STOP  RUN                                                00004900
           END-IF.                                                      00004910
           OPEN I-O    PESDADOS.                                        00004920
           OPEN OUTPUT SAIDA RELATO.                                    00004930
           PERFORM 0220-0200-VARRE-CRIADOR THRU 0220-0200-EXIT          00004940
             VARYING IND-CRI FROM +1 BY +1                              00004950
               UNTIL IND-CRI  GREATER  QTD-CRI.                         00004960
                                                                        00004970
           MOVE   SPACES               TO  LINHA-REL.                   00004980
           PERFORM 0900-9999-IMPRIME THRU 0900-9999-EXIT.               00004990
           MOVE   QTD-CRI              TO  ZQTD.                        00005000
           MOVE   QTD-PAD              TO  ZQTD2.                       00005010
           STRING 'CREATORS VARRIDOS: ' ZQTD                            00005020
                  '   PADROES: ' ZQTD2                                  00005030
                  DELIMITED BY SIZE INTO LINHA-REL.                     00005040
           PERFORM 0900-9999-IMPRIME THRU 0900-9999-EXIT.               00005050
           MOVE   WS-QTD-NOVAS         TO  ZQTD.                        00005060
           MOVE   WS-QTD-JA-REG        TO  ZQTD2.                       00005070
           STRING 'COLUNAS PROPOSTAS (NOVAS): ' ZQTD                    00005080
                  '   JA REGISTRADAS (NAO TOCADAS): ' ZQTD2             00005090
                  DELIMITED BY SIZE INTO LINHA-REL.                     00005100
           PERFORM 0900-9999-IMPRIME THRU 0900-9999-EXIT.               00005110
           CLOSE PESDADOS SAIDA RELATO.                                 00005120
           EXEC SQL COMMIT WORK END-EXEC.                               00005130
       0200-0000-EXIT. EXIT.                                            00005140
      *----------------------------------------------------------------*00005150
      * UM CARTAO PADROES; O TAMANHO DO PADRAO VAI NO HOST VARCHAR     *00005160
      * (BRANCO A DIREITA NAO PODE ENTRAR NO LIKE)                     *00005170
      *----------------------------------------------------------------*00005180
       0210-0200-LE-PADRAO.                                             00005190
           READ  PADROES                                                00005200
               AT END                                                   00005210
                   MOVE   'SIM'         TO   N88-FIM-PADROES            00005220
                   GO  TO  0210-0200-EXIT                               00005230
           END-READ.                                                    00005240
           IF  REG-PADROES  EQUAL  SPACES                               00005250
               OR  REG-PADROES(1:1)  EQUAL  '*'                         00005260
               GO  TO  0210-0200-EXIT                                   00005270
           END-IF.                                                      00005280
           IF  PAD-CATEGORIA  EQUAL  SPACES                             00005290
               OR  PAD-PADRAO  EQUAL  SPACES                            00005300
               OR  (PAD-ONDE  NOT EQUAL  'N'  AND  'R'  AND  SPACE)     00005310
               DISPLAY 'DB2LGPD - PADRAO INVALIDO IGNORADO: '           00005320
                       REG-PADROES                                      00005330
               GO  TO  0210-0200-EXIT                                   00005340
           END-IF.                                                      00005350
           IF  QTD-PAD  NOT LESS  +100                                  00005360
               DISPLAY 'DB2LGPD - ERRO - MAIS DE 100 PADROES'           00005370
               MOVE   +16              TO  RETURN-CODE                  00005380
               STOP  RUN                                                00005390
           END-IF.                                                      00005400
           ADD    +1                   TO  QTD-PAD.                     00005410
           MOVE   PAD-CATEGORIA        TO  TB-PAD-CATEGORIA(QTD-PAD).   00005420
           MOVE   PAD-ONDE             TO  TB-PAD-ONDE(QTD-PAD).        00005430
           MOVE   PAD-PADRAO           TO  TB-PAD-PADRAO(QTD-PAD).      00005440
           PERFORM VARYING IND-PAD FROM +30 BY -1                       00005450
             UNTIL IND-PAD  LESS  +1                                    00005460
                OR PAD-PADRAO(IND-PAD:1)  NOT EQUAL  SPACE              00005470
               CONTINUE                                                 00005480
           END-PERFORM.                                                 00005490
           MOVE   IND-PAD              TO  TB-PAD-TAM(QTD-PAD).         00005500
       0210-0200-EXIT. EXIT.                                            00005510
      *----------------------------------------------------------------*00005520
      *                                                                *00005530
      *----------------------------------------------------------------*00005540
       0220-0200-VARRE-CRIADOR.                                         00005550
           PERFORM 0230-0220-VARRE-PADRAO THRU 0230-0220-EXIT           00005560
             VARYING IND-PAD FROM +1 BY +1                              00005570
               UNTIL IND-PAD  GREATER  QTD-PAD.                         00005580
       0220-0200-EXIT. EXIT.                                            00005590
      *----------------------------------------------------------------*00005600
      * COLUNAS DE TABELA DO CREATOR CUJO NOME/REMARKS CASA COM O      *00005610
      * PADRAO                                                         *00005620
      *----------------------------------------------------------------*00005630
       0230-0220-VARRE-PADRAO.                                          00005640
           MOVE   TB-CRI-NOME(IND-CRI)       TO  H-CREATOR.             00005650
           MOVE   TB-PAD-ONDE(IND-PAD)       TO  H-ONDE.                00005660
           MOVE   TB-PAD-TAM(IND-PAD)        TO  H-PADRAO-L.            00005670
           MOVE   TB-PAD-PADRAO(IND-PAD)     TO  H-PADRAO-T.            00005680
           EXEC SQL                                                     00005690
                DECLARE C_VARRE CURSOR FOR                              00005700
                SELECT C.TBCREATOR, C.TBNAME, C.NAME                    00005710
                  FROM SYSIBM.SYSCOLUMNS C,                             00005720
                       SYSIBM.SYSTABLES  T                              00005730
                 WHERE T.CREATOR   = C.TBCREATOR                        00005740
                   AND T.NAME      = C.TBNAME                           00005750
                   AND T.TYPE      = 'T'                                00005760
                   AND C.TBCREATOR = :H-CREATOR                         00005770
                   AND ((:H-ONDE <> 'R' AND C.NAME LIKE :H-PADRAO)      00005780
                     OR (:H-ONDE <> 'N'                                 00005790
                         AND UPPER(C.REMARKS) LIKE :H-PADRAO))          00005800
                 ORDER BY C.TBNAME, C.COLNO                             00005810
           END-EXEC.                                                    00005820
           EXEC SQL OPEN C_VARRE END-EXEC.                              00005830
           IF  SQLCODE  NOT EQUAL  +0                                   00005840
               DISPLAY '*** ERRO NO OPEN C_VARRE'                       00005850
               PERFORM  9999-9999-ERRO-DB2  THRU 9999-9999-EXIT         00005860
           END-IF.                                                      00005870
           MOVE   'NAO'                TO  N88-FIM-CATALOGO.            00005880
           PERFORM 0240-0230-UMA-COLUNA THRU 0240-0230-EXIT             00005890
             UNTIL FIM-CATALOGO.                                        00005900
           EXEC SQL CLOSE C_VARRE END-EXEC.                             00005910
           IF  SQLCODE  NOT EQUAL  +0                                   00005920
               DISPLAY '*** ERRO NO CLOSE C_VARRE'                      00005930
               PERFORM  9999-9999-ERRO-DB2  THRU 9999-9999-EXIT         00005940
           END-IF.                                                      00005950
       0230-0220-EXIT. EXIT.                                            00005960
      *----------------------------------------------------------------*00005970
      * COLUNA ACHADA: SEM REGISTRO ENTRA COMO PROPOSTA                *00005980
      *----------------------------------------------------------------*00005990
       0240-0230-UMA-COLUNA.                                            00006000
           MOVE   +18                  TO  H-CAT-TABELA-L               00006010
                                           H-CAT-COLUNA-L.              00006020
           EXEC SQL                                                     00006030
                FETCH  C_VARRE                                          00006040
                 INTO  :H-CAT-CREATOR, :H-CAT-TABELA, :H-CAT-COLUNA     00006050
           END-EXEC.                                                    00006060
           IF  SQLCODE  EQUAL  +100                                     00006070
               MOVE   'SIM'            TO  N88-FIM-CATALOGO             00006080
               GO  TO  0240-0230-EXIT                                   00006090
           END-IF.                                                      00006100
           IF  SQLCODE  NOT EQUAL  +0                                   00006110
               DISPLAY '*** ERRO NO FETCH C_VARRE'                      00006120
               PERFORM  9999-9999-ERRO-DB2  THRU 9999-9999-EXIT         00006130
           END-IF.                                                      00006140
           MOVE   SPACES               TO  PES-CHAVE.                   00006150
           MOVE   H-CAT-CREATOR        TO  PES-CREATOR.                 00006160
           MOVE   H-CAT-TABELA-T(1:H-CAT-TABELA-L)  TO  PES-TABELA.     00006170
           MOVE   H-CAT-COLUNA-T(1:H-CAT-COLUNA-L)  TO  PES-COLUNA.     00006180
           PERFORM 0310-9999-LE-POR-CHAVE THRU 0310-9999-EXIT.          00006190
           IF  ACHOU-PES                                                00006200
               ADD    +1               TO  WS-QTD-JA-REG                00006210
               GO  TO  0240-0230-EXIT                                   00006220
           END-IF.                                                      00006230
           MOVE   SPACES               TO  REG-PESDADOS.                00006240
           MOVE   H-CAT-CREATOR        TO  PES-CREATOR.                 00006250
           MOVE   H-CAT-TABELA-T(1:H-CAT-TABELA-L)  TO  PES-TABELA.     00006260
           MOVE   H-CAT-COLUNA-T(1:H-CAT-COLUNA-L)  TO  PES-COLUNA.     00006270
           MOVE   TB-PAD-CATEGORIA(IND-PAD)  TO  PES-CATEGORIA.         00006280
           MOVE   'P'                  TO  PES-SITUACAO.                00006290
           MOVE   WS-DATA-SIT          TO  PES-DT-SITUACAO.             00006300
           WRITE  REG-PESDADOS                                          00006310
               INVALID KEY                                              00006320
                   ADD   +1            TO  WS-QTD-ERROS                 00006330
                   DISPLAY 'DB2LGPD - ERRO NO WRITE: ' PES-CHAVE        00006340
                   GO  TO  0240-0230-EXIT                               00006350
           END-WRITE.                                                   00006360
           ADD    +1                   TO  WS-QTD-NOVAS.                00006370
           EVALUATE TB-PAD-ONDE(IND-PAD)                                00006380
               WHEN 'N'   MOVE 'NOME'       TO  WS-ONDE-TXT             00006390
               WHEN 'R'   MOVE 'REMARKS'    TO  WS-ONDE-TXT             00006400
               WHEN OTHER MOVE 'NOME/REM'   TO  WS-ONDE-TXT             00006410
           END-EVALUATE.                                                00006420
           MOVE   SPACES               TO  LINHA-REL.                   00006430
           STRING 'PROPOSTA  ' PES-CREATOR ' ' PES-TABELA ' '           00006440
                  PES-COLUNA '  CATEGORIA ' PES-CATEGORIA               00006450
                  '  PADRAO ' TB-PAD-PADRAO(IND-PAD)                    00006460
                  ' (' WS-ONDE-TXT ')'                                  00006470
                  DELIMITED BY SIZE INTO LINHA-REL.                     00006480
           PERFORM 0900-9999-IMPRIME THRU 0900-9999-EXIT.               00006490
           MOVE   PES-CREATOR          TO  LTR-CREATOR.                 00006500
           MOVE   PES-TABELA           TO  LTR-TABELA.                  00006510
           MOVE   PES-COLUNA           TO  LTR-COLUNA.                  00006520
           MOVE   PES-CATEGORIA        TO  LTR-CATEGORIA.               00006530
           WRITE  REG-SAIDA            FROM LIN-TRANS.                  00006540
       0240-0230-EXIT. EXIT.                                            00006550
      *----------------------------------------------------------------*00006560
      *                                                                *00006570
      *----------------------------------------------------------------*00006580
       0310-9999-LE-POR-CHAVE.                                          00006590
           MOVE   'NAO'                TO  N88-ACHOU-PES.               00006600
           READ   PESDADOS                                              00006610
               INVALID KEY                                              00006620
                   CONTINUE                                             00006630
               NOT INVALID KEY                                          00006640
                   MOVE   'SIM'        TO  N88-ACHOU-PES                00006650
           END-READ.                                                    00006660
       0310-9999-EXIT. EXIT.                                            00006670
      *----------------------------------------------------------------*00006680
      * MODO MANUTENCAO: APLICA O ARQUIVO TRANS NO REGISTRO            *00006690
      *----------------------------------------------------------------*00006700
       0400-0000-MANUTENCAO.                                            00006710
           OPEN INPUT  TRANS.                                           00006720
           OPEN I-O    PESDADOS.                                        00006730
           PERFORM 0410-0400-LE-TRANS THRU 0410-0400-EXIT               00006740
             UNTIL FIM-TRANS.                                           00006750
           CLOSE TRANS PESDADOS.                                        00006760
           DISPLAY 'DB2LGPD - TRANSACOES APLICADAS: ' WS-QTD-TRANS.     00006770
           DISPLAY 'DB2LGPD - TRANSACOES COM ERRO.: ' WS-QTD-ERROS.     00006780
       0400-0000-EXIT. EXIT.                                            00006790
      *----------------------------------------------------------------*00006800
      *                                                                *00006810
      *----------------------------------------------------------------*00006820
       0410-0400-LE-TRANS.                                              00006830
           READ  TRANS  INTO  REG-TRANSACAO                             00006840
               AT END                                                   00006850
                   MOVE   'SIM'         TO   N88-FIM-TRANS              00006860
                   GO  TO  0410-0400-EXIT                               00006870
           END-READ.                                                    00006880
           PERFORM 0420-0410-APLICA-TRANS THRU 0420-0410-EXIT.          00006890
       0410-0400-EXIT. EXIT.                                            00006900
      *----------------------------------------------------------------*00006910
      * UMA TRANSACAO: 'C' CONFIRMA, 'R' REJEITA, 'A' INCLUI JA'       *00006920
      * CONFIRMADA, 'X' EXCLUI                                         *00006930
      *----------------------------------------------------------------*00006940
       0420-0410-APLICA-TRANS.                                          00006950
           MOVE   SPACES               TO  PES-CHAVE.                   00006960
           MOVE   TRN-CREATOR          TO  PES-CREATOR.                 00006970
           MOVE   TRN-TABELA           TO  PES-TABELA.                  00006980
           MOVE   TRN-COLUNA           TO  PES-COLUNA.                  00006990
           PERFORM 0310-9999-LE-POR-CHAVE THRU 0310-9999-EXIT.          00007000
           EVALUATE TRN-ACAO                                            00007010
               WHEN 'C'                                                 00007020
               WHEN 'R'                                                 00007030
                    IF  ACHOU-PES                                       00007040
                        ADD   +1       TO  WS-QTD-TRANS                 00007050
                        MOVE  TRN-ACAO       TO  PES-SITUACAO           00007060
                        IF  TRN-CATEGORIA  NOT EQUAL  SPACES            00007070
                            MOVE  TRN-CATEGORIA  TO  PES-CATEGORIA      00007080
                        END-IF                                          00007090
                        MOVE  WS-DATA-SIT    TO  PES-DT-SITUACAO        00007100
                        MOVE  TRN-USUARIO    TO  PES-USUARIO            00007110
                        REWRITE REG-PESDADOS                            00007120
                            INVALID KEY                                 00007130
                                ADD   +1   TO  WS-QTD-ERROS             00007140
                                DISPLAY 'DB2LGPD - ERRO NO REWRITE: '   00007150
                                        PES-CHAVE                       00007160
                        END-REWRITE                                     00007170
                    ELSE                                                00007180
                        ADD   +1       TO  WS-QTD-ERROS                 00007190
                        DISPLAY 'DB2LGPD - COLUNA SEM REGISTRO: '       00007200
                                PES-CHAVE                               00007210
                    END-IF                                              00007220
               WHEN 'A'                                                 00007230
                    IF  ACHOU-PES                                       00007240
                        ADD   +1       TO  WS-QTD-ERROS                 00007250
                        DISPLAY 'DB2LGPD - INCLUSAO DUPLICADA: '        00007260
                                PES-CHAVE                               00007270
                    ELSE                                                00007280
                      IF  TRN-CATEGORIA  EQUAL  SPACES                  00007290
                          ADD   +1     TO  WS-QTD-ERROS                 00007300
                          DISPLAY 'DB2LGPD - INCLUSAO SEM CATEGORIA: '  00007310
                                  PES-CHAVE                             00007320
                      ELSE                                              00007330
                        ADD   +1       TO  WS-QTD-TRANS                 00007340
                        MOVE  SPACES         TO  REG-PESDADOS           00007350
                        MOVE  TRN-CREATOR    TO  PES-CREATOR            00007360
                        MOVE  TRN-TABELA     TO  PES-TABELA             00007370
                        MOVE  TRN-COLUNA     TO  PES-COLUNA             00007380
                        MOVE  TRN-CATEGORIA  TO  PES-CATEGORIA          00007390
                        MOVE  'C'            TO  PES-SITUACAO           00007400
                        MOVE  WS-DATA-SIT    TO  PES-DT-SITUACAO        00007410
                        MOVE  TRN-USUARIO    TO  PES-USUARIO            00007420
                        WRITE REG-PESDADOS                              00007430
                            INVALID KEY                                 00007440
                                ADD   +1   TO  WS-QTD-ERROS             00007450
                                DISPLAY 'DB2LGPD - ERRO NO WRITE: '     00007460
                                        PES-CHAVE                       00007470
                        END-WRITE                                       00007480
                      END-IF                                            00007490
                    END-IF                                              00007500
               WHEN 'X'                                                 00007510
                    IF  ACHOU-PES                                       00007520
                        ADD   +1       TO  WS-QTD-TRANS                 00007530
                        DELETE PESDADOS                                 00007540
                            INVALID KEY                                 00007550
                                ADD   +1   TO  WS-QTD-ERROS             00007560
                                DISPLAY 'DB2LGPD - ERRO NO DELETE: '    00007570
                                        PES-CHAVE                       00007580
                        END-DELETE                                      00007590
                    ELSE                                                00007600
                        ADD   +1       TO  WS-QTD-ERROS                 00007610
                        DISPLAY 'DB2LGPD - EXCLUSAO SEM REGISTRO: '     00007620
                                PES-CHAVE                               00007630
                    END-IF                                              00007640
               WHEN OTHER                                               00007650
                    ADD   +1           TO  WS-QTD-ERROS                 00007660
                    DISPLAY 'DB2LGPD - ACAO INVALIDA: ' TRN-ACAO        00007670
           END-EVALUATE.                                                00007680
       0420-0410-EXIT. EXIT.                                            00007690
      *----------------------------------------------------------------*00007700
      * MODO EXPOSICAO: CARREGA O REGISTRO E OS DECKS DE UNLOAD E      *00007710
      * RELATA POR APLICACAO                                           *00007720
      *----------------------------------------------------------------*00007730
       0600-0000-EXPOSICAO.                                             00007740
           OPEN INPUT  PESDADOS.                                        00007750
           PERFORM 0610-0600-LE-PESDADOS THRU 0610-0600-EXIT            00007760
             UNTIL FIM-PESDADOS.                                        00007770
           CLOSE PESDADOS.                                              00007780
           OPEN INPUT  UNLDECK.                                         00007790
           PERFORM 0620-0600-LE-UNLDECK THRU 0620-0600-EXIT             00007800
             UNTIL FIM-UNLDECK.                                         00007810
           CLOSE UNLDECK.                                               00007820
           OPEN OUTPUT RELATO.                                          00007830
                                                                        00007840
           PERFORM 0700-0000-TRATA-APLICACAO THRU 0700-0000-EXIT        00007850
             VARYING IND-APL FROM +1 BY +1                              00007860
               UNTIL IND-APL  GREATER  QTD-APL.                         00007870
                                                                        00007880
           MOVE   SPACES               TO  LINHA-REL.                   00007890
           PERFORM 0900-9999-IMPRIME THRU 0900-9999-EXIT.               00007900
           MOVE   QTD-APL              TO  ZQTD.                        00007910
           MOVE   WS-QTD-TAB-PES       TO  ZQTD2.                       00007920
           MOVE   WS-QTD-GRANTEES      TO  ZQTD3.                       00007930
           STRING 'APLICACOES: ' ZQTD                                   00007940
                  '   TABELAS COM DADO PESSOAL: ' ZQTD2                 00007950
                  '   GRANTEES COM SELECT: ' ZQTD3                      00007960
                  DELIMITED BY SIZE INTO LINHA-REL.                     00007970
           PERFORM 0900-9999-IMPRIME THRU 0900-9999-EXIT.               00007980
           MOVE   WS-QTD-PUBLIC        TO  ZQTD.                        00007990
           MOVE   WS-QTD-NAOPROD       TO  ZQTD2.                       00008000
           MOVE   WS-QTD-PENDENTES     TO  ZQTD3.                       00008010
           STRING 'GRANTS A PUBLIC: ' ZQTD                              00008020
                  '   UNLOADS PARA AMBIENTE NAO PRODUTIVO: ' ZQTD2      00008030
                  '   COLUNAS AGUARDANDO CONFIRMACAO: ' ZQTD3           00008040
                  DELIMITED BY SIZE INTO LINHA-REL.                     00008050
           PERFORM 0900-9999-IMPRIME THRU 0900-9999-EXIT.               00008060
           CLOSE RELATO.                                                00008070
           EXEC SQL COMMIT WORK END-EXEC.                               00008080
       0600-0000-EXIT. EXIT.                                            00008090
      *----------------------------------------------------------------*00008100
      * REGISTROS CONFIRMADOS E PROPOSTOS DAS TABELAS DO INVENTARIO    *00008110
      *----------------------------------------------------------------*00008120
       0610-0600-LE-PESDADOS.                                           00008130
           READ  PESDADOS  NEXT                                         00008140
               AT END                                                   00008150
                   MOVE   'SIM'         TO   N88-FIM-PESDADOS           00008160
                   GO  TO  0610-0600-EXIT                               00008170
           END-READ.                                                    00008180
           IF  PES-SITUACAO  NOT EQUAL  'C'                             00008190
               AND  PES-SITUACAO  NOT EQUAL  'P'                        00008200
               GO  TO  0610-0600-EXIT                                   00008210
           END-IF.                                                      00008220
           PERFORM VARYING IND-INV FROM +1 BY +1                        00008230
             UNTIL IND-INV  GREATER  QTD-INV                            00008240
                OR (TB-INV-CREATOR(IND-INV)  EQUAL  PES-CREATOR         00008250
               AND  TB-INV-TABELA(IND-INV)   EQUAL  PES-TABELA)         00008260
               CONTINUE                                                 00008270
           END-PERFORM.                                                 00008280
           IF  IND-INV  GREATER  QTD-INV                                00008290
               GO  TO  0610-0600-EXIT                                   00008300
           END-IF.                                                      00008310
           IF  QTD-PES  NOT LESS  +3000                                 00008320
               DISPLAY 'DB2LGPD - ERRO - REGISTRO MAIOR QUE 3000 '      00008330
                       'COLUNAS PARA O INVENTARIO SELECIONADO'          00008340
               MOVE   +16              TO  RETURN-CODE                  00008350
               STOP  RUN                                                00008360
           END-IF.                                                      00008370
           ADD    +1                   TO  QTD-PES.                     00008380
           MOVE   PES-CREATOR          TO  TB-PES-CREATOR(QTD-PES).     00008390
           MOVE   PES-TABELA           TO  TB-PES-TABELA(QTD-PES).      00008400
           MOVE   PES-COLUNA           TO  TB-PES-COLUNA(QTD-PES).      00008410
           MOVE   PES-CATEGORIA        TO  TB-PES-CATEGORIA(QTD-PES).   00008420
           MOVE   PES-SITUACAO         TO  TB-PES-SITUACAO(QTD-PES).    00008430
       0610-0600-EXIT. EXIT.                                            00008440
      *----------------------------------------------------------------*00008450
      * DECKS DE UNLOAD: O '   FROM CREATOR.TABELA' DO SELECT DE       *00008460
      * UNLOAD (FORMATO DO DB2CRDDL/DB2DRPTB/DB2AMOST) E O CARTAO      *00008470
      * './ DESTINO AMB' QUE TROCA O AMBIENTE DOS DECKS SEGUINTES      *00008480
      *----------------------------------------------------------------*00008490
       0620-0600-LE-UNLDECK.                                            00008500
           READ  UNLDECK                                                00008510
               AT END                                                   00008520
                   MOVE   'SIM'         TO   N88-FIM-UNLDECK            00008530
                   GO  TO  0620-0600-EXIT                               00008540
           END-READ.                                                    00008550
           IF  REG-UNLDECK(1:11)  EQUAL  './ DESTINO'                   00008560
               MOVE   REG-UNLDECK(12:4)  TO  WS-DESTINO                 00008570
               GO  TO  0620-0600-EXIT                                   00008580
           END-IF.                                                      00008590
           IF  REG-UNLDECK(1:8)  NOT EQUAL  '   FROM '                  00008600
               GO  TO  0620-0600-EXIT                                   00008610
           END-IF.                                                      00008620
           IF  QTD-UNL  NOT LESS  +1000                                 00008630
               DISPLAY 'DB2LGPD - AVISO - UNLDECK COM MAIS DE 1000 '    00008640
                       'TABELAS, EXCEDENTES NAO CONFERIDAS'             00008650
               GO  TO  0620-0600-EXIT                                   00008660
           END-IF.                                                      00008670
           ADD    +1                   TO  QTD-UNL.                     00008680
           UNSTRING REG-UNLDECK(9:72) DELIMITED BY '.' OR ALL SPACES    00008690
               OR ';'                                                   00008700
               INTO TB-UNL-CREATOR(QTD-UNL) TB-UNL-TABELA(QTD-UNL).     00008710
           MOVE   WS-DESTINO           TO  TB-UNL-DESTINO(QTD-UNL).     00008720
       0620-0600-EXIT. EXIT.                                            00008730
      *----------------------------------------------------------------*00008740
      * UMA APLICACAO: TABELAS COM DADO PESSOAL CONFIRMADO             *00008750
      *----------------------------------------------------------------*00008760
       0700-0000-TRATA-APLICACAO.                                       00008770
           MOVE   +0                   TO  WS-APL-TAB-PES               00008780
                                           WS-APL-GRANTEES              00008790
                                           WS-APL-PENDENTES.            00008800
           MOVE   SPACES               TO  LINHA-REL.                   00008810
           PERFORM 0900-9999-IMPRIME THRU 0900-9999-EXIT.               00008820
           STRING 'APLICACAO ' TB-APL-NOME(IND-APL)                     00008830
                  DELIMITED BY SIZE INTO LINHA-REL.                     00008840
           PERFORM 0900-9999-IMPRIME THRU 0900-9999-EXIT.               00008850
           PERFORM 0710-0700-TRATA-TABELA THRU 0710-0700-EXIT           00008860
             VARYING IND-INV FROM +1 BY +1                              00008870
               UNTIL IND-INV  GREATER  QTD-INV.                         00008880
           MOVE   WS-APL-TAB-PES       TO  ZQTD.                        00008890
           MOVE   WS-APL-GRANTEES      TO  ZQTD2.                       00008900
           MOVE   WS-APL-PENDENTES     TO  ZQTD3.                       00008910
           MOVE   SPACES               TO  LINHA-REL.                   00008920
           STRING '   TOTAL ' TB-APL-NOME(IND-APL)                      00008930
                  ': TABELAS COM DADO PESSOAL ' ZQTD                    00008940
                  '  GRANTEES COM SELECT ' ZQTD2                        00008950
                  '  COLUNAS AGUARDANDO CONFIRMACAO ' ZQTD3             00008960
                  DELIMITED BY SIZE INTO LINHA-REL.                     00008970
           PERFORM 0900-9999-IMPRIME THRU 0900-9999-EXIT.               00008980
       0700-0000-EXIT. EXIT.                                            00008990
      *----------------------------------------------------------------*00009000
      *                                                                *00009010
      *----------------------------------------------------------------*00009020
       0710-0700-TRATA-TABELA.                                          00009030
           IF  TB-INV-APLICACAO(IND-INV)                                00009040
               NOT EQUAL  TB-APL-NOME(IND-APL)                          00009050
               GO  TO  0710-0700-EXIT                                   00009060
           END-IF.                                                      00009070
           MOVE   +0                   TO  WS-TAB-COLS WS-TAB-PENDENTES.00009080
           PERFORM 0715-0710-CONTA-COLUNA THRU 0715-0710-EXIT           00009090
             VARYING IND-PES FROM +1 BY +1                              00009100
               UNTIL IND-PES  GREATER  QTD-PES.                         00009110
           ADD    WS-TAB-PENDENTES     TO  WS-APL-PENDENTES             00009120
                                           WS-QTD-PENDENTES.            00009130
           IF  WS-TAB-COLS  EQUAL  +0                                   00009140
               GO  TO  0710-0700-EXIT                                   00009150
           END-IF.                                                      00009160
           ADD    +1                   TO  WS-APL-TAB-PES               00009170
                                           WS-QTD-TAB-PES.              00009180
           MOVE   SPACES               TO  WS-NOME-TAB.                 00009190
           STRING TB-INV-CREATOR(IND-INV) DELIMITED BY SPACE            00009200
                  '.' DELIMITED BY SIZE                                 00009210
                  TB-INV-TABELA(IND-INV) DELIMITED BY SPACE             00009220
                  INTO WS-NOME-TAB.                                     00009230
           MOVE   WS-TAB-COLS          TO  ZQTD.                        00009240
           MOVE   SPACES               TO  LINHA-REL.                   00009250
           STRING '   TABELA ' WS-NOME-TAB                              00009260
                  '  COLUNAS COM DADO PESSOAL: ' ZQTD                   00009270
                  DELIMITED BY SIZE INTO LINHA-REL.                     00009280
           PERFORM 0900-9999-IMPRIME THRU 0900-9999-EXIT.               00009290
           PERFORM 0720-0710-LISTA-COLUNA THRU 0720-0710-EXIT           00009300
             VARYING IND-PES FROM +1 BY +1                              00009310
               UNTIL IND-PES  GREATER  QTD-PES.                         00009320
                                                                        00009330
           MOVE   TB-INV-CREATOR(IND-INV)  TO  H-CREATOR.               00009340
           MOVE   TB-INV-TABELA(IND-INV)   TO  H-TABELA.                00009350
           PERFORM 0730-0710-GRANTEES THRU 0730-0710-EXIT.              00009360
           PERFORM 0750-0710-PRIV-COLUNA THRU 0750-0710-EXIT.           00009370
           PERFORM 0770-0710-CONFERE-UNLOAD THRU 0770-0710-EXIT         00009380
             VARYING IND-UNL FROM +1 BY +1                              00009390
               UNTIL IND-UNL  GREATER  QTD-UNL.                         00009400
       0710-0700-EXIT. EXIT.                                            00009410
      *----------------------------------------------------------------*00009420
      *                                                                *00009430
      *----------------------------------------------------------------*00009440
       0715-0710-CONTA-COLUNA.                                          00009450
           IF  TB-PES-CREATOR(IND-PES)  EQUAL  TB-INV-CREATOR(IND-INV)  00009460
               AND  TB-PES-TABELA(IND-PES)  EQUAL                       00009470
                                          TB-INV-TABELA(IND-INV)        00009480
               IF  TB-PES-SITUACAO(IND-PES)  EQUAL  'C'                 00009490
                   ADD    +1           TO  WS-TAB-COLS                  00009500
               ELSE                                                     00009510
                   ADD    +1           TO  WS-TAB-PENDENTES             00009520
               END-IF                                                   00009530
           END-IF.                                                      00009540
       0715-0710-EXIT. EXIT.                                            00009550
      *----------------------------------------------------------------*00009560
      *                                                                *00009570
      *----------------------------------------------------------------*00009580
       0720-0710-LISTA-COLUNA.                                          00009590
           IF  TB-PES-CREATOR(IND-PES)  NOT EQUAL                       00009600
                                        TB-INV-CREATOR(IND-INV)         00009610
               OR  TB-PES-TABELA(IND-PES)  NOT EQUAL                    00009620
                                        TB-INV-TABELA(IND-INV)          00009630
               OR  TB-PES-SITUACAO(IND-PES)  NOT EQUAL  'C'             00009640
               GO  TO  0720-0710-EXIT                                   00009650
           END-IF.                                                      00009660
           MOVE   SPACES               TO  LINHA-REL.                   00009670
           STRING '      COLUNA ' TB-PES-COLUNA(IND-PES)                00009680
                  '  CATEGORIA ' TB-PES-CATEGORIA(IND-PES)              00009690
                  DELIMITED BY SIZE INTO LINHA-REL.                     00009700
           PERFORM 0900-9999-IMPRIME THRU 0900-9999-EXIT.               00009710
       0720-0710-EXIT. EXIT.                                            00009720
      *----------------------------------------------------------------*00009730
      * QUEM LE A TABELA: GRANTEES COM SELECT NA SYSTABAUTH            *00009740
      *----------------------------------------------------------------*00009750
       0730-0710-GRANTEES.                                              00009760
           EXEC SQL                                                     00009770
                DECLARE C_TABAUTH CURSOR FOR                            00009780
                SELECT GRANTEE, GRANTEETYPE, MAX(SELECTAUTH)            00009790
                  FROM SYSIBM.SYSTABAUTH                                00009800
                 WHERE TCREATOR   = :H-CREATOR                          00009810
                   AND TTNAME     = :H-TABELA                           00009820
                   AND SELECTAUTH IN ('Y', 'G')                         00009830
                 GROUP BY GRANTEE, GRANTEETYPE                          00009840
                 ORDER BY GRANTEE                                       00009850
           END-EXEC.                                                    00009860
           EXEC SQL OPEN C_TABAUTH END-EXEC.                            00009870
           IF  SQLCODE  NOT EQUAL  +0                                   00009880
               DISPLAY '*** ERRO NO OPEN C_TABAUTH'                     00009890
               PERFORM  9999-9999-ERRO-DB2  THRU 9999-9999-EXIT         00009900
           END-IF.                                                      00009910
           MOVE   'NAO'                TO  N88-FIM-CATALOGO.            00009920
           PERFORM 0740-0730-UM-GRANTEE THRU 0740-0730-EXIT             00009930
             UNTIL FIM-CATALOGO.                                        00009940
           EXEC SQL CLOSE C_TABAUTH END-EXEC.                           00009950
           IF  SQLCODE  NOT EQUAL  +0                                   00009960
               DISPLAY '*** ERRO NO CLOSE C_TABAUTH'                    00009970
               PERFORM  9999-9999-ERRO-DB2  THRU 9999-9999-EXIT         00009980
           END-IF.                                                      00009990
       0730-0710-EXIT. EXIT.                                            00010000
      *----------------------------------------------------------------*00010010
      *                                                                *00010020
      *----------------------------------------------------------------*00010030
       0740-0730-UM-GRANTEE.                                            00010040
           EXEC SQL                                                     00010050
                FETCH  C_TABAUTH                                        00010060
                 INTO  :H-GRANTEE, :H-GRANTEETYPE, :H-SELECTAUTH        00010070
           END-EXEC.                                                    00010080
           IF  SQLCODE  EQUAL  +100                                     00010090
               MOVE   'SIM'            TO  N88-FIM-CATALOGO             00010100
               GO  TO  0740-0730-EXIT                                   00010110
           END-IF.                                                      00010120
           IF  SQLCODE  NOT EQUAL  +0                                   00010130
               DISPLAY '*** ERRO NO FETCH C_TABAUTH'                    00010140
               PERFORM  9999-9999-ERRO-DB2  THRU 9999-9999-EXIT         00010150
           END-IF.                                                      00010160
           ADD    +1                   TO  WS-APL-GRANTEES              00010170
                                           WS-QTD-GRANTEES.             00010180
           IF  H-GRANTEETYPE  EQUAL  'P'                                00010190
               MOVE   '(PACOTE)'       TO  WS-TIPO-TXT                  00010200
           ELSE                                                         00010210
               MOVE   '(USUARIO)'      TO  WS-TIPO-TXT                  00010220
           END-IF.                                                      00010230
           MOVE   SPACES               TO  LINHA-REL.                   00010240
           IF  H-SELECTAUTH  EQUAL  'G'                                 00010250
               STRING '      SELECT  ' H-GRANTEE ' ' WS-TIPO-TXT        00010260
                      '  WITH GRANT OPTION'                             00010270
                      DELIMITED BY SIZE INTO LINHA-REL                  00010280
           ELSE                                                         00010290
               STRING '      SELECT  ' H-GRANTEE ' ' WS-TIPO-TXT        00010300
                      DELIMITED BY SIZE INTO LINHA-REL                  00010310
           END-IF.                                                      00010320
           IF  H-GRANTEE  EQUAL  'PUBLIC'                               00010330
               OR  H-GRANTEE  EQUAL  'PUBLIC*'                          00010340
               ADD    +1               TO  WS-QTD-PUBLIC                00010350
               MOVE   '*** GRANT A PUBLIC EM TABELA COM DADO PESSOAL'   00010360
                 TO   LINHA-REL(60:46)                                  00010370
           END-IF.                                                      00010380
           PERFORM 0900-9999-IMPRIME THRU 0900-9999-EXIT.               00010390
       0740-0730-EXIT. EXIT.                                            00010400
      *----------------------------------------------------------------*00010410
      * PRIVILEGIOS DE COLUNA (SYSCOLAUTH) SOBRE AS COLUNAS PESSOAIS   *00010420
      *----------------------------------------------------------------*00010430
       0750-0710-PRIV-COLUNA.                                           00010440
           EXEC SQL                                                     00010450
                DECLARE C_COLAUTH CURSOR FOR                            00010460
                SELECT DISTINCT GRANTEE, COLNAME, PRIVILEGE             00010470
                  FROM SYSIBM.SYSCOLAUTH                                00010480
                 WHERE CREATOR = :H-CREATOR                             00010490
                   AND TNAME   = :H-TABELA                              00010500
                 ORDER BY GRANTEE, COLNAME                              00010510
           END-EXEC.                                                    00010520
           EXEC SQL OPEN C_COLAUTH END-EXEC.                            00010530
           IF  SQLCODE  NOT EQUAL  +0                                   00010540
               DISPLAY '*** ERRO NO OPEN C_COLAUTH'                     00010550
               PERFORM  9999-9999-ERRO-DB2  THRU 9999-9999-EXIT         00010560
           END-IF.                                                      00010570
           MOVE   'NAO'                TO  N88-FIM-CATALOGO.            00010580
           PERFORM 0760-0750-UM-PRIVILEGIO THRU 0760-0750-EXIT          00010590
             UNTIL FIM-CATALOGO.                                        00010600
           EXEC SQL CLOSE C_COLAUTH END-EXEC.                           00010610
           IF  SQLCODE  NOT EQUAL  +0                                   00010620
               DISPLAY '*** ERRO NO CLOSE C_COLAUTH'                    00010630
               PERFORM  9999-9999-ERRO-DB2  THRU 9999-9999-EXIT         00010640
           END-IF.                                                      00010650
       0750-0710-EXIT. EXIT.                                            00010660
      *----------------------------------------------------------------*00010670
      *                                                                *00010680
      *----------------------------------------------------------------*00010690
       0760-0750-UM-PRIVILEGIO.                                         00010700
           MOVE   +18                  TO  H-CAT-COLUNA-L.              00010710
           EXEC SQL                                                     00010720
                FETCH  C_COLAUTH                                        00010730
                 INTO  :H-GRANTEE, :H-CAT-COLUNA, :H-PRIVILEGE          00010740
           END-EXEC.                                                    00010750
           IF  SQLCODE  EQUAL  +100                                     00010760
               MOVE   'SIM'            TO  N88-FIM-CATALOGO             00010770
               GO  TO  0760-0750-EXIT                                   00010780
           END-IF.                                                      00010790
           IF  SQLCODE  NOT EQUAL  +0                                   00010800
               DISPLAY '*** ERRO NO FETCH C_COLAUTH'                    00010810
               PERFORM  9999-9999-ERRO-DB2  THRU 9999-9999-EXIT         00010820
           END-IF.                                                      00010830
           MOVE   SPACES               TO  WS-COLUNA.                   00010840
           MOVE   H-CAT-COLUNA-T(1:H-CAT-COLUNA-L)  TO  WS-COLUNA.      00010850
           PERFORM VARYING IND-PES FROM +1 BY +1                        00010860
             UNTIL IND-PES  GREATER  QTD-PES                            00010870
                OR (TB-PES-CREATOR(IND-PES)  EQUAL  H-CREATOR           00010880
               AND  TB-PES-TABELA(IND-PES)   EQUAL  H-TABELA            00010890
               AND  TB-PES-COLUNA(IND-PES)   EQUAL  WS-COLUNA           00010900
               AND  TB-PES-SITUACAO(IND-PES) EQUAL  'C')                00010910
               CONTINUE                                                 00010920
           END-PERFORM.                                                 00010930
           IF  IND-PES  GREATER  QTD-PES                                00010940
               GO  TO  0760-0750-EXIT                                   00010950
           END-IF.                                                      00010960
           IF  H-PRIVILEGE  EQUAL  'U'                                  00010970
               MOVE   'UPDATE'         TO  WS-PRIV-TXT                  00010980
           ELSE                                                         00010990
               MOVE   'REFERENCES'     TO  WS-PRIV-TXT                  00011000
           END-IF.                                                      00011010
           MOVE   SPACES               TO  LINHA-REL.                   00011020
           STRING '      ' WS-PRIV-TXT ' ' H-GRANTEE                    00011030
                  '  NA COLUNA ' WS-COLUNA                              00011040
                  DELIMITED BY SIZE INTO LINHA-REL.                     00011050
           PERFORM 0900-9999-IMPRIME THRU 0900-9999-EXIT.               00011060
       0760-0750-EXIT. EXIT.                                            00011070
      *----------------------------------------------------------------*00011080
      * TABELA DESCARREGADA PARA AMBIENTE QUE NAO E' PRODUCAO          *00011090
      *----------------------------------------------------------------*00011100
       0770-0710-CONFERE-UNLOAD.                                        00011110
           IF  TB-UNL-CREATOR(IND-UNL)  NOT EQUAL                       00011120
                                           TB-INV-CREATOR(IND-INV)      00011130
               OR  TB-UNL-TABELA(IND-UNL)  NOT EQUAL                    00011140
                                           TB-INV-TABELA(IND-INV)       00011150
               OR  TB-UNL-DESTINO(IND-UNL)  EQUAL  'PROD'               00011160
               GO  TO  0770-0710-EXIT                                   00011170
           END-IF.                                                      00011180
           ADD    +1                   TO  WS-QTD-NAOPROD.              00011190
           MOVE   SPACES               TO  LINHA-REL.                   00011200
           STRING '      *** UNLOAD DA TABELA PARA O AMBIENTE '         00011210
                  TB-UNL-DESTINO(IND-UNL)                               00011220
                  ' (NAO PRODUTIVO) - DADO PESSOAL FORA DE PRODUCAO'    00011230
                  DELIMITED BY SIZE INTO LINHA-REL.                     00011240
           PERFORM 0900-9999-IMPRIME THRU 0900-9999-EXIT.               00011250
       0770-0710-EXIT. EXIT.                                            00011260
      *----------------------------------------------------------------*00011270
      * IMPRESSAO PAGINADA (COMO O RELATO DO DB2INVMT)                 *00011280
      *----------------------------------------------------------------*00011290
       0900-9999-IMPRIME.                                               00011300
           IF  AC-LINHA-REL  GREATER  60                                00011310
               ADD    +1               TO  AC-PAGINA-REL                00011320
               MOVE   AC-PAGINA-REL    TO  REL-CAB1-PAG                 00011330
               MOVE   ATU-DIA          TO  CB-DIA                       00011340
               MOVE   ATU-MES          TO  CB-MES                       00011350
               MOVE   ATU-ANO          TO  CB-ANO                       00011360
               WRITE  REG-RELATO       FROM REL-CAB1 AFTER PAGE         00011370
               WRITE  REG-RELATO       FROM REL-CAB2                    00011380
               WRITE  REG-RELATO       FROM REL-CAB3                    00011390
               MOVE   +3               TO  AC-LINHA-REL                 00011400
           END-IF.                                                      00011410
           WRITE  REG-RELATO           FROM LINHA-REL.                  00011420
           ADD    +1                   TO  AC-LINHA-REL.                00011430
           MOVE   SPACES               TO  LINHA-REL.                   00011440
       0900-9999-EXIT. EXIT.                                            00011450
      *----------------------------------------------------------------*00011460
      *                                                                *00011470
      *----------------------------------------------------------------*00011480
       9999-9999-ERRO-DB2.                                              00011490
           MOVE   SQLCODE              TO  WS-SQLCODE.                  00011500
           DISPLAY '*** SQLCODE  ' WS-SQLCODE.                          00011510
           DISPLAY '    SQLERRMC ' SQLERRMC.                            00011520
           DISPLAY '    SQLSTATE ' SQLSTATE.                            00011530
           MOVE   +16                  TO  RETURN-CODE.                 00011540
           STOP RUN.                                                    00011550
       9999-9999-EXIT. EXIT.                                            00011560
