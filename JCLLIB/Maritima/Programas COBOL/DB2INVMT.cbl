      *         SECOES E EM SAIDA OS CARTOES TRANS PRONTOS ('R'         00000270
      *         PARA AS FANTASMAS, ESQUELETO 'A' PARA AS ORFAS).        00000280
      *         RETURN-CODE 4 QUANDO HA QUALQUER DIVERGENCIA.           00000290
      *   OUT/26 - NA RECONCILIACAO CADA FANTASMA E CADA ORFA TAMBEM   *00000292
      *   VAI PARA O DATASET COMUM EXCECAO (VIA DB2EXCEP) PARA O       *00000294
      *   PAINEL MATINAL DB2PAINL.                                     *00000296
      * AREA RESPONSAVEL: ADMINISTRACAO DE BANCO DE DADOS              *00000300
      *----------------------------------------------------------------*00000310
       ENVIRONMENT    DIVISION.                                         00000320
           05  FILLER             PIC X(42)          VALUE SPACES.      00001890
       01  LIN-CHAVE              PIC X(80)          VALUE SPACES.      00001900
      *----------------------------------------------------------------*00001910
      * PARAMETRO DA ROTINA COMUM DE EXCECAO (DB2EXCEP)                *00001911
      *----------------------------------------------------------------*00001912
       01  EXC-PARM.                                                    00001913
           02  EXC-FUNCAO         PIC X(01)      VALUE 'G'.             00001914
           02  EXC-PROGRAMA       PIC X(08)      VALUE 'DB2INVMT'.      00001915
           02  EXC-SEVERIDADE     PIC 9(01)      VALUE ZERO.            00001916
           02  EXC-TIPO-OBJETO    PIC X(01)      VALUE SPACES.          00001917
           02  EXC-CODIGO         PIC X(08)      VALUE SPACES.          00001918
           02  EXC-OBJETO         PIC X(44)      VALUE SPACES.          00001919
           02  EXC-TEXTO          PIC X(50)      VALUE SPACES.          00001920
           02  EXC-RETURN-CODE    PIC 9(02)      VALUE ZEROS.           00001921
      *----------------------------------------------------------------*00001922
      * CONTROLES                                                      *00001923
      *----------------------------------------------------------------*00001930
       01  CHAVES-FIM.                                                  00001940
           02  N88-FIM-INVNTRY                   PIC  X(03) VALUE 'NAO'.00001950
               MOVE   +4               TO  RETURN-CODE                  00002590
           ELSE                                                         00002600
               MOVE   +0               TO  RETURN-CODE                  00002610
           END-IF.                                                      00002611
           IF  MODO-RECONCILIA                                          00002612
               MOVE   'F'              TO  EXC-FUNCAO                   00002613
               MOVE   RETURN-CODE      TO  EXC-RETURN-CODE              00002614
               CALL  'DB2EXCEP'  USING  EXC-PARM                        00002615
           END-IF.                                                      00002620
           STOP  RUN.                                                   00002630
       0000-0000-EXIT. EXIT.                                            00002640
           MOVE   H-CREATOR-FILTRO     TO  LTR-CREATOR.                 00005330
           MOVE   H-TABELA-FILTRO      TO  LTR-TABELA.                  00005340
           WRITE  REG-SAIDA            FROM LIN-TRANS.                  00005350
           MOVE   2                    TO  EXC-SEVERIDADE.              00005351
           MOVE   'T'                  TO  EXC-TIPO-OBJETO.             00005352
           MOVE   'INVFANTA'           TO  EXC-CODIGO.                  00005353
           STRING H-CREATOR-FILTRO DELIMITED BY SPACE                   00005354
                  '.' DELIMITED BY SIZE                                 00005355
                  H-TABELA-FILTRO DELIMITED BY SPACE                    00005356
                  INTO EXC-OBJETO.                                      00005357
           MOVE  'ENTRADA ATIVA NO INVNTRY SEM TABELA NO CATALOGO'      00005358
             TO  EXC-TEXTO.                                             00005359
           PERFORM 0960-9999-GRAVA-EXCECAO THRU 0960-9999-EXIT.         00005360
       0610-0600-EXIT. EXIT.                                            00005361
      *----------------------------------------------------------------*00005370
      * GUARDA OS CREATORS DISTINTOS DAS ENTRADAS ATIVAS               *00005380
      *----------------------------------------------------------------*00005390
           MOVE   '????????'           TO  LTR-APLICACAO.               00006250
           MOVE   '????????'           TO  LTR-PGMR.                    00006260
           WRITE  REG-SAIDA            FROM LIN-TRANS.                  00006270
           MOVE   3                    TO  EXC-SEVERIDADE.              00006271
           MOVE   'T'                  TO  EXC-TIPO-OBJETO.             00006272
           MOVE   'INVORFA '           TO  EXC-CODIGO.                  00006273
           STRING H-CREATOR-FILTRO DELIMITED BY SPACE                   00006274
                  '.' DELIMITED BY SIZE                                 00006275
                  H-TABELA-FILTRO DELIMITED BY SPACE                    00006276
                  INTO EXC-OBJETO.                                      00006277
           MOVE  'TABELA SEM ENTRADA NO INVENTARIO'                     00006278
             TO  EXC-TEXTO.                                             00006279
           PERFORM 0960-9999-GRAVA-EXCECAO THRU 0960-9999-EXIT.         00006280
       0660-0650-EXIT. EXIT.                                            00006281
      *----------------------------------------------------------------*00006290
      * PROCURA CREATOR.TABELA NO INVENTARIO (QUALQUER SITUACAO)       *00006300
      *----------------------------------------------------------------*00006310
               MOVE   'SIM'            TO  N88-ACHOU-INV                00006410
           END-IF.                                                      00006420
       0670-0660-EXIT. EXIT.                                            00006430
      *----------------------------------------------------------------*00006431
      * GRAVA A EXCECAO CORRENTE NO DATASET COMUM EXCECAO (DB2EXCEP)   *00006432
      *----------------------------------------------------------------*00006433
       0960-9999-GRAVA-EXCECAO.                                         00006434
           MOVE   RETURN-CODE          TO  EXC-RETURN-CODE.             00006435
           CALL  'DB2EXCEP'  USING  EXC-PARM.                           00006436
           MOVE   SPACES               TO  EXC-OBJETO  EXC-TEXTO.       00006437
       0960-9999-EXIT. EXIT.                                            00006438
      *----------------------------------------------------------------*00006440
      * IMPRESSAO PAGINADA (COMO O RELATO DO DB2AUTCM)                 *00006450
      *----------------------------------------------------------------*00006460
