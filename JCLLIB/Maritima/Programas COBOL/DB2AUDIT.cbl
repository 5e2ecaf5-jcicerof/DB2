      *   SYSOUT E DEVOLVE O CONTROLE. ANTES DO GOBACK O RETURN-CODE   *00000131
      *   DO CHAMADOR E' RESTAURADO A PARTIR DO PARAMETRO, PARA NAO    *00000132
      *   APAGAR O CODIGO DE RETORNO DO STEP.                          *00000133
      *   OUT/26 - CODIGO DE FUNCAO NO FIM DO AUD-PARM (AUD-FUNCAO):   *00000134
      *   'E' REGISTRO DA EXECUCAO, COMO SEMPRE; 'O' REGISTRO POR      *00000135
      *   OBJETO, QUE ALEM DOS CAMPOS DE SEMPRE GRAVA O NOME DO OBJETO *00000136
      *   (CREATOR.TABELA) E AS QTDS DE LINHAS TRATADAS E ARQUIVADAS   *00000137
      *   QUE VEM NO PROPRIO PARM (AUD-OBJ-...), NAS COLUNAS OBJETO    *00000138
      *   CHAR(27), QTD_LINHAS DECIMAL(11) E QTD_LINHAS_ARQ            *00000139
      *   DECIMAL(11), CRIADAS NOT NULL WITH DEFAULT (A FUNCAO 'E'     *00000140
      *   GRAVA BRANCO/ZERO E NAO LE OS CAMPOS DO OBJETO). A FUNCAO    *00000141
      *   'O' E' USADA PELO EXPURGO DB2PURGA, UMA LINHA POR TABELA.    *00000142
      * AREA RESPONSAVEL: ADMINISTRACAO DE BANCO DE DADOS              *00000150
      *----------------------------------------------------------------*00000160
       ENVIRONMENT    DIVISION.                                         00000170
       01  H-QTD-OBJETOS          PIC S9(09) COMP.                      00000280
       01  H-QTD-AVISOS           PIC S9(09) COMP.                      00000290
       01  H-RETURN-CODE          PIC S9(04) COMP.                      00000300
       01  H-OBJETO               PIC  X(27).                           00000302
       01  H-QTD-LINHAS           PIC S9(11) COMP-3.                    00000304
       01  H-QTD-LINHAS-ARQ       PIC S9(11) COMP-3.                    00000306
      *                                                                 00000310
           EXEC SQL INCLUDE SQLCA END-EXEC.                             00000320
      *----------------------------------------------------------------*00000330
           02  AUD-QTD-OBJETOS    PIC 9(05).                            00000410
           02  AUD-QTD-AVISOS     PIC 9(05).                            00000420
           02  AUD-RETURN-CODE    PIC 9(02).                            00000430
           02  AUD-FUNCAO         PIC X(01).                            00000431
               88  AUD-FUNCAO-OBJETO             VALUE 'O'.             00000432
           02  AUD-OBJ-NOME       PIC X(27).                            00000433
           02  AUD-OBJ-QTD-LINHAS PIC 9(11).                            00000434
           02  AUD-OBJ-QTD-ARQ    PIC 9(11).                            00000435
      *----------------------------------------------------------------*00000440
      *                                                                *00000450
      *----------------------------------------------------------------*00000460
      *                                                                *00000490
      *----------------------------------------------------------------*00000500
       0000-0000-PRINCIPAL.                                             00000510
           MOVE   SPACES               TO  H-OBJETO.                    00000511
           MOVE   ZEROS                TO  H-QTD-LINHAS                 00000512
                                           H-QTD-LINHAS-ARQ.            00000513
           IF  AUD-FUNCAO-OBJETO                                        00000514
               MOVE   AUD-OBJ-NOME         TO  H-OBJETO                 00000515
               MOVE   AUD-OBJ-QTD-LINHAS   TO  H-QTD-LINHAS             00000516
               MOVE   AUD-OBJ-QTD-ARQ      TO  H-QTD-LINHAS-ARQ         00000517
           END-IF.                                                      00000518
           PERFORM 0100-0000-REGISTRA  THRU 0100-0000-EXIT.             00000519
      *--- RESTAURA O RETURN-CODE DO CHAMADOR (O REGISTRO ESPECIAL      00000520
      *--- VOLTA PARA ELE NO RETORNO DO CALL)                           00000521
           MOVE   AUD-RETURN-CODE      TO  RETURN-CODE.                 00000522
           GOBACK.                                                      00000523
       0000-0000-EXIT. EXIT.                                            00000524
      *----------------------------------------------------------------*00000525
      *    GRAVA A LINHA EM DB2ADM.DBA_EXECUCAO                        *00000526
      *----------------------------------------------------------------*00000527
       0100-0000-REGISTRA.                                              00000528
           MOVE   AUD-PROGRAMA         TO  H-PROGRAMA.                  00000529
           MOVE   AUD-HORA-INICIO      TO  H-HORA-INICIO.               00000530
           ACCEPT WS-HORA-FIM          FROM TIME.                       00000540
           MOVE   WS-HORA-FIM          TO  H-HORA-FIM.                  00000550
                INSERT INTO DB2ADM.DBA_EXECUCAO                         00000620
                       (PROGRAMA, DATA_EXEC, HORA_INICIO, HORA_FIM,     00000630
                        QTD_CARTOES, QTD_OBJETOS, QTD_AVISOS,           00000640
                        RETURN_CODE, OBJETO, QTD_LINHAS,                00000650
                        QTD_LINHAS_ARQ)                                 00000655
                VALUES (:H-PROGRAMA, CURRENT DATE,                      00000660
                        :H-HORA-INICIO, :H-HORA-FIM,                    00000670
                        :H-QTD-CARTOES, :H-QTD-OBJETOS,                 00000680
                        :H-QTD-AVISOS, :H-RETURN-CODE,                  00000690
                        :H-OBJETO, :H-QTD-LINHAS,                       00000693
                        :H-QTD-LINHAS-ARQ)                              00000696
           END-EXEC.                                                    00000700
           IF  SQLCODE  EQUAL  +0                                       00000710
               EXEC SQL COMMIT WORK END-EXEC                            00000720
               DISPLAY 'DB2AUDIT - AVISO - FALHA NO REGISTRO DE EXECUCAO00000750
      -                ', SQLCODE ' WS-SQLCODE                          00000760
           END-IF.                                                      00000770
       0100-0000-EXIT. EXIT.                                            00000771
