      *   - CONFERE O CICLO ESPERADO DE CADA FERRAMENTA (ARQUIVO       *00000090
      *     CICLOS: PROGRAMA + DIAS) E APONTA QUEM NAO RODA HA MAIS    *00000100
      *     TEMPO QUE O CICLO, COM RETURN-CODE 4.                      *00000110
      *   OUT/26 - CADA FERRAMENTA FORA DO CICLO TAMBEM VAI PARA O     *00000111
      *   DATASET COMUM EXCECAO (VIA DB2EXCEP) PARA O PAINEL MATINAL   *00000112
      *   DB2PAINL.                                                    *00000113
      *   OUT/26 - CALENDARIO DE NEGOCIO (CALEND, VIA DB2CALEN): CADA  *00000114
      *   CICLO GANHA UMA REGRA DE EXECUCAO NO ARQUIVO CICLOS:         *00000115
      *     COL  14    REGRA: ' ' DIAS CORRIDOS (COMO ANTES), 'D'      *00000116
      *                DIARIA, 'U' DIAS UTEIS, 'S' SEMANAL, 'P'        *00000117
      *                PRIMEIRO DIA UTIL DO MES, 'M' FIM DE MES,       *00000118
      *                'T' FIM DE TRIMESTRE                            *00000119
      *     COL  16    DIA DA SEMANA DA REGRA 'S' (1-7, 1 = DOMINGO)   *00000120
      *   COM REGRA, O ATRASO E' O NUMERO DE EXECUCOES PREVISTAS PELO  *00000121
      *   CALENDARIO ENTRE A ULTIMA EXECUCAO E HOJE (EXCLUSIVE), E AS  *00000122
      *   COLS 10-12 PASSAM A SER A TOLERANCIA EM EXECUCOES PERDIDAS   *00000123
      *   (NORMALMENTE 000); O RELATO MOSTRA TAMBEM OS DIAS UTEIS.     *00000124
      *   FERIADOS E FINS DE SEMANA NAO CONTAM COMO ATRASO.            *00000125
      *   OUT/26 - EXECUCOES CONTADAS SO PELAS LINHAS DA DBA_EXECUCAO  *00000126
      *   COM OBJETO EM BRANCO: AS LINHAS POR TABELA QUE O DB2PURGA    *00000127
      *   GRAVA (FUNCAO 'O' DO DB2AUDIT) NAO SAO EXECUCOES.            *00000128
      * AREA RESPONSAVEL: ADMINISTRACAO DE BANCO DE DADOS              *00000129
      *----------------------------------------------------------------*00000130
       ENVIRONMENT    DIVISION.                                         00000140
      *                                                                 00000150
           02  CIC-PROGRAMA            PIC  X(08).                      00000290
           02  FILLER                  PIC  X(01).                      00000300
           02  CIC-DIAS                PIC  9(03).                      00000310
           02  FILLER                  PIC  X(01).                      00000320
           02  CIC-REGRA               PIC  X(01).                      00000322
           02  FILLER                  PIC  X(01).                      00000324
           02  CIC-DIA-SEMANA          PIC  X(01).                      00000326
           02  FILLER                  PIC  X(64).                      00000328
      *                                                                 00000330
       FD  RELATO                                                       00000340
           LABEL  RECORD  IS  OMITTED                                   00000350
       01  H-QTD-AVISOS           PIC S9(09) COMP.                      00000500
       01  H-RETURN-CODE          PIC S9(04) COMP.                      00000510
       01  H-DIAS-ULTIMA          PIC S9(09) COMP.                      00000520
       01  H-DATA-ULTIMA          PIC  X(10).                           00000525
      *----------------------------------------------------------------*00000530
      * AREAS AUXILIARES                                               *00000540
      *----------------------------------------------------------------*00000550
           02  WS-QTD-FORA             PIC S9(04) COMP VALUE +0.        00000580
           02  ZQTD                    PIC ZZZZ9.                       00000590
           02  ZDIAS                   PIC ZZZZ9.                       00000600
           02  ZRC                     PIC Z9.                          00000601
           02  ZOCORR                  PIC ZZZZ9.                       00000602
           02  ZUTEIS                  PIC ZZZZ9.                       00000603
           02  WS-TOLERANCIA           PIC  9(03)      VALUE ZEROS.     00000604
           02  CURDATA8                PIC  9(08)      VALUE ZEROS.     00000605
           02  WS-DATA-ULTIMA8         PIC  9(08)      VALUE ZEROS.     00000606
           02  WS-DATA-ULTIMA8-X  REDEFINES  WS-DATA-ULTIMA8            00000607
                                       PIC  X(08).                      00000608
      *----------------------------------------------------------------*00000609
      * PARAMETRO DA ROTINA COMUM DE CALENDARIO (DB2CALEN)             *00000610
      *----------------------------------------------------------------*00000611
       01  CAL-PARM.                                                    00000612
           02  CAL-FUNCAO         PIC X(01)      VALUE 'C'.             00000613
           02  CAL-REGRA          PIC X(01)      VALUE SPACES.          00000614
           02  CAL-DIA-SEMANA     PIC X(01)      VALUE SPACES.          00000615
           02  CAL-DATA           PIC 9(08)      VALUE ZEROS.           00000616
           02  CAL-DATA-INI       PIC 9(08)      VALUE ZEROS.           00000617
           02  CAL-RESPOSTA       PIC X(01)      VALUE SPACES.          00000618
           02  CAL-QTD-OCORR      PIC 9(05)      VALUE ZEROS.           00000619
           02  CAL-QTD-UTEIS      PIC 9(05)      VALUE ZEROS.           00000620
           02  CAL-RETORNO        PIC X(02)      VALUE SPACES.          00000621
           02  CAL-RETURN-CODE    PIC 9(02)      VALUE ZEROS.           00000622
           02  CAL-REG-CALEND     PIC X(80)      VALUE SPACES.          00000623
      *----------------------------------------------------------------*00000624
      * PARAMETRO DA ROTINA COMUM DE EXCECAO (DB2EXCEP)                *00000625
      *----------------------------------------------------------------*00000626
       01  EXC-PARM.                                                    00000627
           02  EXC-FUNCAO         PIC X(01)      VALUE 'G'.             00000628
           02  EXC-PROGRAMA       PIC X(08)      VALUE 'DB2AUDRL'.      00000629
           02  EXC-SEVERIDADE     PIC 9(01)      VALUE ZERO.            00000630
           02  EXC-TIPO-OBJETO    PIC X(01)      VALUE SPACES.          00000631
           02  EXC-CODIGO         PIC X(08)      VALUE SPACES.          00000632
           02  EXC-OBJETO         PIC X(44)      VALUE SPACES.          00000633
           02  EXC-TEXTO          PIC X(50)      VALUE SPACES.          00000634
           02  EXC-RETURN-CODE    PIC 9(02)      VALUE ZEROS.           00000635
      *----------------------------------------------------------------*00000636
      * CONTROLES                                                      *00000637
      *----------------------------------------------------------------*00000640
       01  CHAVES-FIM.                                                  00000650
           02  N88-FIM-EXECS                     PIC  X(03) VALUE 'NAO'.00000660
           OPEN INPUT  CICLOS.                                          00001260
           OPEN OUTPUT RELATO.                                          00001270
           ACCEPT CURDATA              FROM DATE.                       00001280
           IF  CURDATA(1:2)  GREATER  '70'                              00001281
               COMPUTE CURDATA8 = 19000000 + CURDATA                    00001282
           ELSE                                                         00001283
               COMPUTE CURDATA8 = 20000000 + CURDATA                    00001284
           END-IF.                                                      00001285
                                                                        00001290
           MOVE  'EXECUCOES DOS ULTIMOS 7 DIAS:'  TO  LINHA-REL.        00001300
           PERFORM 0900-9999-IMPRIME THRU 0900-9999-EXIT.               00001310
           ELSE                                                         00001510
               MOVE   +0               TO  RETURN-CODE                  00001520
           END-IF.                                                      00001530
           MOVE   'F'                  TO  EXC-FUNCAO.                  00001532
           MOVE   RETURN-CODE          TO  EXC-RETURN-CODE.             00001534
           CALL  'DB2EXCEP'  USING  EXC-PARM.                           00001536
           STOP  RUN.                                                   00001540
       0000-0000-EXIT. EXIT.                                            00001550
      *----------------------------------------------------------------*00001560
                       RETURN_CODE                                      00001650
                  FROM DB2ADM.DBA_EXECUCAO                              00001660
                 WHERE DATA_EXEC >= CURRENT DATE - 7 DAYS               00001670
                   AND OBJETO     = ' '                                 00001675
                 ORDER BY DATA_EXEC DESC, HORA_INICIO DESC              00001680
           END-EXEC.                                                    00001690
                                                                        00001700
       0300-0000-CONFERE-CICLO.                                         00002350
           MOVE   CIC-PROGRAMA         TO  H-PROGRAMA.                  00002360
           EXEC SQL                                                     00002370
                SELECT DAYS(CURRENT DATE) - DAYS(MAX(DATA_EXEC)),       00002380
                       CHAR(MAX(DATA_EXEC), ISO)                        00002390
                  INTO :H-DIAS-ULTIMA, :H-DATA-ULTIMA                   00002395
                  FROM DB2ADM.DBA_EXECUCAO                              00002400
                 WHERE PROGRAMA = :H-PROGRAMA                           00002410
                   AND OBJETO   = ' '                                   00002415
           END-EXEC.                                                    00002420
           IF  SQLCODE  EQUAL  +100  OR  SQLCODE  EQUAL  -305           00002430
               ADD    +1               TO  WS-QTD-FORA                  00002440
                      ' SEM NENHUMA EXECUCAO REGISTRADA'                00002470
                      DELIMITED BY SIZE INTO LINHA-REL                  00002480
               PERFORM 0900-9999-IMPRIME THRU 0900-9999-EXIT            00002490
               MOVE   2                    TO  EXC-SEVERIDADE           00002491
               MOVE   'O'                  TO  EXC-TIPO-OBJETO          00002492
               MOVE   'SEMEXEC '           TO  EXC-CODIGO               00002493
               MOVE   CIC-PROGRAMA         TO  EXC-OBJETO               00002494
               MOVE  'SEM NENHUMA EXECUCAO REGISTRADA'                  00002495
                 TO  EXC-TEXTO                                          00002496
               PERFORM 0960-9999-GRAVA-EXCECAO THRU 0960-9999-EXIT      00002497
               GO  TO  0300-0000-LEIA                                   00002500
           END-IF.                                                      00002510
           IF  SQLCODE  NOT EQUAL  +0                                   00002520
               DISPLAY '*** ERRO NO SELECT MAX(DATA_EXEC)'              00002530
               PERFORM  9999-9999-ERRO-DB2  THRU 9999-9999-EXIT         00002540
           END-IF.                                                      00002542
           IF  CIC-REGRA  NOT EQUAL  SPACE                              00002544
               PERFORM 0310-0000-CONFERE-CALEND THRU 0310-0000-EXIT     00002546
               GO  TO  0300-0000-LEIA                                   00002548
           END-IF.                                                      00002550
           IF  H-DIAS-ULTIMA  GREATER  CIC-DIAS                         00002560
               ADD    +1               TO  WS-QTD-FORA                  00002570
                      CIC-DIAS ' DIAS)'                                 00002620
                      DELIMITED BY SIZE INTO LINHA-REL                  00002630
               PERFORM 0900-9999-IMPRIME THRU 0900-9999-EXIT            00002640
               MOVE   2                    TO  EXC-SEVERIDADE           00002641
               MOVE   'O'                  TO  EXC-TIPO-OBJETO          00002642
               MOVE   'FORACICL'           TO  EXC-CODIGO               00002643
               MOVE   CIC-PROGRAMA         TO  EXC-OBJETO               00002644
               STRING 'HA ' ZDIAS ' DIAS SEM RODAR (CICLO '             00002645
                      CIC-DIAS ' DIAS)' DELIMITED BY SIZE               00002646
                      INTO EXC-TEXTO                                    00002647
               PERFORM 0960-9999-GRAVA-EXCECAO THRU 0960-9999-EXIT      00002648
           END-IF.                                                      00002650
       0300-0000-LEIA.                                                  00002651
           PERFORM 0200-9999-LE-CICLOS THRU 0200-9999-EXIT.             00002652
       0300-0000-EXIT. EXIT.                                            00002653
      *----------------------------------------------------------------*00002654
      * CICLO COM REGRA DE CALENDARIO: ATRASO EM EXECUCOES PREVISTAS   *00002655
      * ENTRE A ULTIMA EXECUCAO E HOJE, MAIS OS DIAS UTEIS DO PERIODO  *00002656
      *----------------------------------------------------------------*00002657
       0310-0000-CONFERE-CALEND.                                        00002658
           MOVE   H-DATA-ULTIMA(1:4)   TO  WS-DATA-ULTIMA8-X(1:4).      00002659
           MOVE   H-DATA-ULTIMA(6:2)   TO  WS-DATA-ULTIMA8-X(5:2).      00002660
           MOVE   H-DATA-ULTIMA(9:2)   TO  WS-DATA-ULTIMA8-X(7:2).      00002661
           MOVE   'C'                  TO  CAL-FUNCAO.                  00002662
           MOVE   CIC-REGRA            TO  CAL-REGRA.                   00002663
           MOVE   CIC-DIA-SEMANA       TO  CAL-DIA-SEMANA.              00002664
           MOVE   CURDATA8             TO  CAL-DATA.                    00002665
           MOVE   WS-DATA-ULTIMA8      TO  CAL-DATA-INI.                00002666
           MOVE   RETURN-CODE          TO  CAL-RETURN-CODE.             00002667
           CALL  'DB2CALEN'  USING  CAL-PARM.                           00002668
           IF  CAL-RETORNO  NOT EQUAL  'OK'                             00002669
               ADD    +1               TO  WS-QTD-FORA                  00002670
               MOVE   SPACES           TO  LINHA-REL                    00002671
               STRING '   ' CIC-PROGRAMA                                00002672
                      ' SEM CONFERENCIA - CALENDARIO NAO RESPONDE'      00002673
                      ' PARA A REGRA ' CIC-REGRA CIC-DIA-SEMANA         00002674
                      ' (RETORNO ' CAL-RETORNO ')'                      00002675
                      DELIMITED BY SIZE INTO LINHA-REL                  00002676
               PERFORM 0900-9999-IMPRIME THRU 0900-9999-EXIT            00002677
               MOVE   2                    TO  EXC-SEVERIDADE           00002678
               MOVE   'O'                  TO  EXC-TIPO-OBJETO          00002679
               MOVE   'CALENDAR'           TO  EXC-CODIGO               00002680
               MOVE   CIC-PROGRAMA         TO  EXC-OBJETO               00002681
               STRING 'CALENDARIO SEM RESPOSTA (RETORNO '               00002682
                      CAL-RETORNO ')' DELIMITED BY SIZE                 00002683
                      INTO EXC-TEXTO                                    00002684
               PERFORM 0960-9999-GRAVA-EXCECAO THRU 0960-9999-EXIT      00002685
               GO  TO  0310-0000-EXIT                                   00002686
           END-IF.                                                      00002687
           IF  CIC-DIAS  NUMERIC                                        00002688
               MOVE   CIC-DIAS         TO  WS-TOLERANCIA                00002689
           ELSE                                                         00002690
               MOVE   ZEROS            TO  WS-TOLERANCIA                00002691
           END-IF.                                                      00002692
           IF  CAL-QTD-OCORR  GREATER  WS-TOLERANCIA                    00002693
               ADD    +1               TO  WS-QTD-FORA                  00002694
               MOVE   CAL-QTD-OCORR    TO  ZOCORR                       00002695
               MOVE   CAL-QTD-UTEIS    TO  ZUTEIS                       00002696
               MOVE   SPACES           TO  LINHA-REL                    00002697
               STRING '   ' CIC-PROGRAMA ' ' ZOCORR                     00002698
                      ' EXECUCOES PREVISTAS PERDIDAS (REGRA '           00002699
                      CIC-REGRA CIC-DIA-SEMANA ') - ULTIMA EM '         00002700
                      H-DATA-ULTIMA ', HA ' ZUTEIS ' DIAS UTEIS'        00002701
                      DELIMITED BY SIZE INTO LINHA-REL                  00002702
               PERFORM 0900-9999-IMPRIME THRU 0900-9999-EXIT            00002703
               MOVE   2                    TO  EXC-SEVERIDADE           00002704
               MOVE   'O'                  TO  EXC-TIPO-OBJETO          00002705
               MOVE   'FORACICL'           TO  EXC-CODIGO               00002706
               MOVE   CIC-PROGRAMA         TO  EXC-OBJETO               00002707
               STRING ZOCORR ' PREVISTAS PERDIDAS, ' ZUTEIS             00002708
                      ' D.UTEIS, REGRA ' CIC-REGRA CIC-DIA-SEMANA       00002709
                      DELIMITED BY SIZE INTO EXC-TEXTO                  00002710
               PERFORM 0960-9999-GRAVA-EXCECAO THRU 0960-9999-EXIT      00002711
           END-IF.                                                      00002712
       0310-0000-EXIT. EXIT.                                            00002713
      *----------------------------------------------------------------*00002714
      * GRAVA A EXCECAO CORRENTE NO DATASET COMUM EXCECAO (DB2EXCEP)   *00002715
      *----------------------------------------------------------------*00002716
       0960-9999-GRAVA-EXCECAO.                                         00002717
           MOVE   RETURN-CODE          TO  EXC-RETURN-CODE.             00002718
           CALL  'DB2EXCEP'  USING  EXC-PARM.                           00002719
           MOVE   SPACES               TO  EXC-OBJETO  EXC-TEXTO.       00002720
       0960-9999-EXIT. EXIT.                                            00002721
      *----------------------------------------------------------------*00002722
      * IMPRESSAO PAGINADA (COMO O RELATO DO DB2DIST)                  *00002723
      *----------------------------------------------------------------*00002724
       0900-9999-IMPRIME.                                               00002725
           IF  AC-LINHA-REL  GREATER  60                                00002730
               ADD    +1               TO  AC-PAGINA-REL                00002740
               MOVE   AC-PAGINA-REL    TO  REL-CAB1-PAG                 00002750
