       IDENTIFICATION DIVISION.                                         00000010
       PROGRAM-ID.    DB2EXCEP.                                         00000020
      *----------------------------------------------------------------*00000030
      * DATA:  OUT/2026                                                *00000040
      * OBJETIVOS: ROTINA COMUM DE EXCECAO, CHAMADA (CALL) PELOS       *00000050
      *   PROGRAMAS DE CHECAGEM MATINAL (DB2HLTCK, DB2CATDF, DB2ERRRL, *00000060
      *   DB2CICLO, DB2AUTCM, DB2INVMT 'R', DB2REORG, DB2AUDRL,        *00000070
      *   DB2UTLRS, DB2STOGR) PARA GRAVAR, ALEM DO RELATO DE CADA UM,  *00000075
      *   AS SUAS EXCECOES NUM REGISTRO PADRONIZADO NO DATASET COMUM   *00000080
      *   EXCECAO (COMO O ERRLOG DO DB2ERRO), CONSOLIDADO DE MANHA     *00000090
      *   PELO DB2PAINL.                                               *00000100
      *   FUNCOES (EXC-FUNCAO):                                        *00000110
      *   - 'G' GRAVA UMA EXCECAO (ABRE O EXCECAO EM EXTEND NA         *00000120
      *     PRIMEIRA CHAMADA DA EXECUCAO);                             *00000130
      *   - 'F' FIM DE EXECUCAO: GRAVA O REGISTRO DE CONTROLE          *00000140
      *     '*FIMEXEC' E FECHA O ARQUIVO. E' ELE QUE DIZ AO DB2PAINL   *00000150
      *     QUE O PROGRAMA RODOU - SEM ELE AS EXCECOES EM ABERTO DO    *00000160
      *     PROGRAMA NAO SAO FECHADAS.                                 *00000170
      *   SEVERIDADE: 1 ALTA, 2 MEDIA, 3 BAIXA.                        *00000180
      *   TIPO DO OBJETO (PARA O DB2PAINL ACHAR A APLICACAO NO         *00000190
      *   INVNTRY): 'T' TABELA CREATOR.TABELA, 'S' TABLESPACE          *00000200
      *   DBNAME.TSNAME, 'I' INDICE CREATOR.INDICE, 'O' OUTROS         *00000210
      *   (PACOTE, PLANO, USUARIO - SEM APLICACAO).                    *00000220
      *   O OBJETO COMECA PELO NOME DO OBJETO; APOS UM BRANCO VEM UM   *00000230
      *   QUALIFICADOR OPCIONAL (PARTICAO, GRANTEE...) QUE             *00000240
      *   DISTINGUE DUAS EXCECOES DO MESMO CODIGO NO MESMO OBJETO.     *00000250
      *   LAYOUT DO EXCECAO (132 POSICOES):                            *00000260
      *     1-8   PROGRAMA          10-17  DATA AAAAMMDD               *00000270
      *     19    SEVERIDADE        21     TIPO DO OBJETO              *00000280
      *     23-30 CODIGO DA EXCECAO 32-75  OBJETO                      *00000290
      *     77-126 TEXTO CURTO                                         *00000300
      *   O RETURN-CODE DO CHAMADOR E' RESTAURADO A PARTIR DO          *00000310
      *   PARAMETRO, COMO NO DB2AUDIT.                                 *00000320
      * AREA RESPONSAVEL: ADMINISTRACAO DE BANCO DE DADOS              *00000330
      *----------------------------------------------------------------*00000340
       ENVIRONMENT    DIVISION.                                         00000350
      *                                                                 00000360
       INPUT-OUTPUT       SECTION.                                      00000370
       FILE-CONTROL.                                                    00000380
           SELECT  EXCECAO  ASSIGN  TO  EXCECAO.                        00000390
      *                                                                 00000400
       DATA DIVISION.                                                   00000410
      *                                                                 00000420
       FILE            SECTION.                                         00000430
       FD  EXCECAO                                                      00000440
           LABEL  RECORD  IS  OMITTED                                   00000450
           RECORDING MODE IS F.                                         00000460
      *                                                                 00000470
       01  REG-EXCECAO                 PIC  X(132).                     00000480
      *                                                                 00000490
       WORKING-STORAGE SECTION.                                         00000500
       77  CH-EXCECAO-ABERTO      PIC  X(01)         VALUE 'N'.         00000510
       01  CURDATA                PIC  9(06)         VALUE ZEROS.       00000520
       01  CURDATA8               PIC  9(08)         VALUE ZEROS.       00000530
      *                                                                 00000540
       01  LINHA-EXCECAO.                                               00000550
           02  EXR-PROGRAMA       PIC X(08).                            00000560
           02  FILLER             PIC X(01)          VALUE SPACES.      00000570
           02  EXR-DATA           PIC 9(08).                            00000580
           02  FILLER             PIC X(01)          VALUE SPACES.      00000590
           02  EXR-SEVERIDADE     PIC 9(01).                            00000600
           02  FILLER             PIC X(01)          VALUE SPACES.      00000610
           02  EXR-TIPO-OBJETO    PIC X(01).                            00000620
           02  FILLER             PIC X(01)          VALUE SPACES.      00000630
           02  EXR-CODIGO         PIC X(08).                            00000640
           02  FILLER             PIC X(01)          VALUE SPACES.      00000650
           02  EXR-OBJETO         PIC X(44).                            00000660
           02  FILLER             PIC X(01)          VALUE SPACES.      00000670
           02  EXR-TEXTO          PIC X(50).                            00000680
           02  FILLER             PIC X(06)          VALUE SPACES.      00000690
      *----------------------------------------------------------------*00000700
      *                                                                *00000710
      *----------------------------------------------------------------*00000720
       LINKAGE     SECTION.                                             00000730
       01  EXC-PARM.                                                    00000740
           02  EXC-FUNCAO         PIC X(01).                            00000750
           02  EXC-PROGRAMA       PIC X(08).                            00000760
           02  EXC-SEVERIDADE     PIC 9(01).                            00000770
           02  EXC-TIPO-OBJETO    PIC X(01).                            00000780
           02  EXC-CODIGO         PIC X(08).                            00000790
           02  EXC-OBJETO         PIC X(44).                            00000800
           02  EXC-TEXTO          PIC X(50).                            00000810
           02  EXC-RETURN-CODE    PIC 9(02).                            00000820
      *----------------------------------------------------------------*00000830
      *                                                                *00000840
      *----------------------------------------------------------------*00000850
       PROCEDURE   DIVISION  USING  EXC-PARM.                           00000860
      *----------------------------------------------------------------*00000870
      *                                                                *00000880
      *----------------------------------------------------------------*00000890
       0000-0000-PRINCIPAL.                                             00000900
           IF  CH-EXCECAO-ABERTO  EQUAL  'N'                            00000910
               PERFORM 0100-0000-ABRE-EXCECAO THRU 0100-0000-EXIT       00000920
           END-IF.                                                      00000930
           IF  EXC-FUNCAO  EQUAL  'F'                                   00000940
               PERFORM 0300-0000-FIM-EXECUCAO THRU 0300-0000-EXIT       00000950
           ELSE                                                         00000960
               PERFORM 0200-0000-GRAVA-EXCECAO THRU 0200-0000-EXIT      00000970
           END-IF.                                                      00000980
      *--- RESTAURA O RETURN-CODE DO CHAMADOR (O REGISTRO ESPECIAL      00000990
      *--- VOLTA PARA ELE NO RETORNO DO CALL)                           00001000
           MOVE   EXC-RETURN-CODE      TO  RETURN-CODE.                 00001010
           GOBACK.                                                      00001020
       0000-0000-EXIT. EXIT.                                            00001030
      *----------------------------------------------------------------*00001040
      * ABRE O DATASET COMUM EM EXTEND; DATA DA EXECUCAO EM AAAAMMDD   *00001050
      * (JANELA COMO NO ERRLOG: AA > 70 = 19AA, SENAO 20AA)            *00001060
      *----------------------------------------------------------------*00001070
       0100-0000-ABRE-EXCECAO.                                          00001080
           OPEN  EXTEND  EXCECAO.                                       00001090
           MOVE   'S'                  TO  CH-EXCECAO-ABERTO.           00001100
           ACCEPT CURDATA              FROM DATE.                       00001110
           IF  CURDATA(1:2)  GREATER  '70'                              00001120
               COMPUTE CURDATA8 = 19000000 + CURDATA                    00001130
           ELSE                                                         00001140
               COMPUTE CURDATA8 = 20000000 + CURDATA                    00001150
           END-IF.                                                      00001160
       0100-0000-EXIT. EXIT.                                            00001170
      *----------------------------------------------------------------*00001180
      * GRAVA O REGISTRO PADRONIZADO DA EXCECAO                        *00001190
      *----------------------------------------------------------------*00001200
       0200-0000-GRAVA-EXCECAO.                                         00001210
           MOVE   EXC-PROGRAMA         TO  EXR-PROGRAMA.                00001220
           MOVE   CURDATA8             TO  EXR-DATA.                    00001230
           IF  EXC-SEVERIDADE  NOT NUMERIC                              00001240
               OR  EXC-SEVERIDADE  EQUAL  ZERO                          00001250
               MOVE   3                TO  EXR-SEVERIDADE               00001260
           ELSE                                                         00001270
               MOVE   EXC-SEVERIDADE   TO  EXR-SEVERIDADE               00001280
           END-IF.                                                      00001290
           MOVE   EXC-TIPO-OBJETO      TO  EXR-TIPO-OBJETO.             00001300
           MOVE   EXC-CODIGO           TO  EXR-CODIGO.                  00001310
           MOVE   EXC-OBJETO           TO  EXR-OBJETO.                  00001320
           MOVE   EXC-TEXTO            TO  EXR-TEXTO.                   00001330
           WRITE  REG-EXCECAO          FROM LINHA-EXCECAO.              00001340
       0200-0000-EXIT. EXIT.                                            00001350
      *----------------------------------------------------------------*00001360
      * FIM DE EXECUCAO: REGISTRO DE CONTROLE E FECHAMENTO             *00001370
      *----------------------------------------------------------------*00001380
       0300-0000-FIM-EXECUCAO.                                          00001390
           MOVE   EXC-PROGRAMA         TO  EXR-PROGRAMA.                00001400
           MOVE   CURDATA8             TO  EXR-DATA.                    00001410
           MOVE   ZERO                 TO  EXR-SEVERIDADE.              00001420
           MOVE   'O'                  TO  EXR-TIPO-OBJETO.             00001430
           MOVE   '*FIMEXEC'           TO  EXR-CODIGO.                  00001440
           MOVE   SPACES               TO  EXR-OBJETO.                  00001450
           MOVE   'FIM DE EXECUCAO'    TO  EXR-TEXTO.                   00001460
           WRITE  REG-EXCECAO          FROM LINHA-EXCECAO.              00001470
           CLOSE  EXCECAO.                                              00001480
           MOVE   'N'                  TO  CH-EXCECAO-ABERTO.           00001490
       0300-0000-EXIT. EXIT.                                            00001500
