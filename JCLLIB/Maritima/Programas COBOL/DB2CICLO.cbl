      *              DE OPERACOES SUBMETER O JOB CORRESPONDENTE);       00000180
      *     RELATO - SITUACAO DO CICLO, COM AS LACUNAS REGISTRADAS.     00000190
      *   RETURN-CODE 4 QUANDO ALGUM PASSO FICOU RETIDO.                00000200
      *   OUT/26 - CADA PASSO RETIDO TAMBEM VAI PARA O DATASET COMUM    00000201
      *   EXCECAO (VIA DB2EXCEP) PARA O PAINEL MATINAL DB2PAINL.        00000202
      *   OUT/26 - CICLODEF PASSA A SER VSAM ESDS (AS-CICLODEF), PARA   00000203
      *   SER LIDO TAMBEM ONLINE PELA CONSULTA DB2DBAC.                 00000204
      *   OUT/26 - CALENDARIO DE NEGOCIO (CALEND, VIA DB2CALEN): CADA   00000205
      *   PASSO GANHA UMA REGRA DE EXECUCAO NO CICLODEF:                00000206
      *     COL  40    REGRA: ' '/'D' DIARIA, 'U' DIAS UTEIS, 'S'       00000207
      *                SEMANAL, 'P' PRIMEIRO DIA UTIL DO MES, 'M' FIM   00000208
      *                DE MES, 'T' FIM DE TRIMESTRE                     00000209
      *     COL  42    DIA DA SEMANA DA REGRA 'S' (1-7, 1 = DOMINGO)    00000210
      *   O PASSO SO E' LIBERADO NOS SEUS DIAS; FORA DELES SAI NO       00000211
      *   RELATO COMO FORA DO CALENDARIO, SEM RETER O CICLO, E NAO E'   00000212
      *   COBRADO COMO PREDECESSOR DOS PASSOS SEGUINTES. CALENDARIO     00000213
      *   SEM RESPOSTA PARA A DATA RETEM O PASSO (EXCECAO CALENDAR).    00000214
      *   OUT/26 - EXECUCOES CONTADAS SO PELAS LINHAS DA DBA_EXECUCAO   00000215
      *   COM OBJETO EM BRANCO: AS LINHAS POR TABELA QUE O DB2PURGA     00000216
      *   GRAVA (FUNCAO 'O' DO DB2AUDIT) NAO SAO EXECUCOES.             00000217
      * AREA RESPONSAVEL: ADMINISTRACAO DE BANCO DE DADOS               00000218
      *----------------------------------------------------------------*00000220
       ENVIRONMENT    DIVISION.                                         00000230
      *                                                                 00000240
       INPUT-OUTPUT       SECTION.                                      00000250
       FILE-CONTROL.                                                    00000260
           SELECT  CICLODEF ASSIGN  TO  AS-CICLODEF.                    00000270
           SELECT  LIBERA   ASSIGN  TO  LIBERA.                         00000280
           SELECT  RELATO   ASSIGN  TO  RELATO.                         00000290
      *                                                                 00000300
           02  CIC-PRED3               PIC  X(08).                      00000450
           02  FILLER                  PIC  X(01).                      00000460
           02  CIC-RC-MAX              PIC  9(02).                      00000470
           02  FILLER                  PIC  X(01).                      00000480
           02  CIC-REGRA               PIC  X(01).                      00000482
           02  FILLER                  PIC  X(01).                      00000484
           02  CIC-DIA-SEMANA          PIC  X(01).                      00000486
           02  FILLER                  PIC  X(38).                      00000488
      *                                                                 00000490
       FD  LIBERA                                                       00000500
           LABEL  RECORD  IS  OMITTED                                   00000510
           02  WS-SQLCODE              PIC -----9.                      00000730
           02  WS-QTD-LIBERADOS        PIC S9(04) COMP VALUE +0.        00000740
           02  WS-QTD-RETIDOS          PIC S9(04) COMP VALUE +0.        00000750
           02  WS-QTD-FORA-CAL         PIC S9(04) COMP VALUE +0.        00000751
           02  CH-RODA-HOJE            PIC  X(01)      VALUE 'S'.       00000752
           02  CH-PRED-FORA-CAL        PIC  X(01)      VALUE 'N'.       00000753
           02  IX-PAS                  PIC S9(04) COMP VALUE +0.        00000754
           02  CURDATA8                PIC  9(08)      VALUE ZEROS.     00000755
           02  CH-PASSO-OK             PIC  X(01)      VALUE 'S'.       00000760
           02  WS-PRED-ATUAL           PIC  X(08)      VALUE SPACES.    00000770
           02  ZQTD                    PIC ZZZZ9.                       00000771
      *----------------------------------------------------------------*00000772
      * PASSOS JA LIDOS E SE RODAM HOJE SEGUNDO O CALENDARIO           *00000773
      *----------------------------------------------------------------*00000774
       01  TB-PASSOS.                                                   00000775
           02  QTD-PAS                 PIC S9(04) COMP VALUE +0.        00000776
           02  TB-PAS  OCCURS 300 TIMES.                                00000777
               03  TB-PAS-PROGRAMA     PIC  X(08).                      00000778
               03  TB-PAS-RODA-HOJE    PIC  X(01).                      00000779
      *----------------------------------------------------------------*00000780
      * PARAMETRO DA ROTINA COMUM DE CALENDARIO (DB2CALEN)             *00000781
      *----------------------------------------------------------------*00000782
       01  CAL-PARM.                                                    00000783
           02  CAL-FUNCAO         PIC X(01)      VALUE 'V'.             00000784
           02  CAL-REGRA          PIC X(01)      VALUE SPACES.          00000785
           02  CAL-DIA-SEMANA     PIC X(01)      VALUE SPACES.          00000786
           02  CAL-DATA           PIC 9(08)      VALUE ZEROS.           00000787
           02  CAL-DATA-INI       PIC 9(08)      VALUE ZEROS.           00000788
           02  CAL-RESPOSTA       PIC X(01)      VALUE SPACES.          00000789
           02  CAL-QTD-OCORR      PIC 9(05)      VALUE ZEROS.           00000790
           02  CAL-QTD-UTEIS      PIC 9(05)      VALUE ZEROS.           00000791
           02  CAL-RETORNO        PIC X(02)      VALUE SPACES.          00000792
           02  CAL-RETURN-CODE    PIC 9(02)      VALUE ZEROS.           00000793
           02  CAL-REG-CALEND     PIC X(80)      VALUE SPACES.          00000794
      *----------------------------------------------------------------*00000795
      * PARAMETRO DA ROTINA COMUM DE EXCECAO (DB2EXCEP)                *00000796
      *----------------------------------------------------------------*00000797
       01  EXC-PARM.                                                    00000798
           02  EXC-FUNCAO         PIC X(01)      VALUE 'G'.             00000799
           02  EXC-PROGRAMA       PIC X(08)      VALUE 'DB2CICLO'.      00000800
           02  EXC-SEVERIDADE     PIC 9(01)      VALUE ZERO.            00000801
           02  EXC-TIPO-OBJETO    PIC X(01)      VALUE SPACES.          00000802
           02  EXC-CODIGO         PIC X(08)      VALUE SPACES.          00000803
           02  EXC-OBJETO         PIC X(44)      VALUE SPACES.          00000804
           02  EXC-TEXTO          PIC X(50)      VALUE SPACES.          00000805
           02  EXC-RETURN-CODE    PIC 9(02)      VALUE ZEROS.           00000806
      *----------------------------------------------------------------*00000807
      * CONTROLES                                                      *00000808
      *----------------------------------------------------------------*00000810
       01  CHAVES-FIM.                                                  00000820
           02  N88-FIM-CICLODEF                  PIC  X(03) VALUE 'NAO'.00000830
           OPEN INPUT  CICLODEF.                                        00001230
           OPEN OUTPUT LIBERA RELATO.                                   00001240
           ACCEPT CURDATA              FROM DATE.                       00001250
           IF  CURDATA(1:2)  GREATER  '70'                              00001251
               COMPUTE CURDATA8 = 19000000 + CURDATA                    00001252
           ELSE                                                         00001253
               COMPUTE CURDATA8 = 20000000 + CURDATA                    00001254
           END-IF.                                                      00001255
           MOVE  'PASSOS DO CICLO:'  TO  LINHA-REL.                     00001260
           PERFORM 0900-9999-IMPRIME THRU 0900-9999-EXIT.               00001270
           PERFORM 0100-0000-TRATA-PASSO THRU 0100-0000-EXIT            00001280
           STRING 'PASSOS RETIDOS..: ' ZQTD                             00001380
                  DELIMITED BY SIZE INTO LINHA-REL.                     00001390
           PERFORM 0900-9999-IMPRIME THRU 0900-9999-EXIT.               00001400
           MOVE   WS-QTD-FORA-CAL      TO  ZQTD.                        00001401
           STRING 'PASSOS FORA DO CALENDARIO HOJE: ' ZQTD               00001402
                  DELIMITED BY SIZE INTO LINHA-REL.                     00001403
           PERFORM 0900-9999-IMPRIME THRU 0900-9999-EXIT.               00001404
           PERFORM 0900-9999-IMPRIME THRU 0900-9999-EXIT.               00001405
                                                                        00001410
           CLOSE CICLODEF LIBERA RELATO.                                00001420
           EXEC SQL COMMIT WORK END-EXEC.                               00001430
           ELSE                                                         00001460
               MOVE   +0               TO  RETURN-CODE                  00001470
           END-IF.                                                      00001480
           MOVE   'F'                  TO  EXC-FUNCAO.                  00001482
           MOVE   RETURN-CODE          TO  EXC-RETURN-CODE.             00001484
           CALL  'DB2EXCEP'  USING  EXC-PARM.                           00001486
           STOP  RUN.                                                   00001490
       0000-0000-EXIT. EXIT.                                            00001500
      *----------------------------------------------------------------*00001510
               MOVE   CIC-RC-MAX       TO  H-RC-MAX                     00001650
           ELSE                                                         00001660
               MOVE   +4               TO  H-RC-MAX                     00001670
           END-IF.                                                      00001671
                                                                        00001672
           PERFORM 0150-0000-CONFERE-CALEND THRU 0150-0000-EXIT.        00001673
           IF  QTD-PAS  LESS  +300                                      00001674
               ADD    +1               TO  QTD-PAS                      00001675
               MOVE   CIC-PROGRAMA     TO  TB-PAS-PROGRAMA(QTD-PAS)     00001676
               MOVE   CH-RODA-HOJE     TO  TB-PAS-RODA-HOJE(QTD-PAS)    00001677
           END-IF.                                                      00001678
           IF  CH-RODA-HOJE  EQUAL  'N'                                 00001679
               GO  TO  0100-0000-EXIT                                   00001680
           END-IF.                                                      00001681
           IF  CH-RODA-HOJE  EQUAL  'E'                                 00001682
               ADD    +1               TO  WS-QTD-RETIDOS               00001683
               GO  TO  0100-0000-EXIT                                   00001684
           END-IF.                                                      00001685
                                                                        00001690
           MOVE   'S'                  TO  CH-PASSO-OK.                 00001700
           MOVE   CIC-PRED1            TO  WS-PRED-ATUAL.               00001710
           ELSE                                                         00001870
               ADD    +1               TO  WS-QTD-RETIDOS               00001880
           END-IF.                                                      00001890
       0100-0000-EXIT. EXIT.                                            00001891
      *----------------------------------------------------------------*00001892
      * REGRA DE EXECUCAO DO PASSO CONTRA O CALENDARIO DE NEGOCIO:     *00001893
      * 'S' RODA HOJE, 'N' FORA DO CALENDARIO, 'E' SEM RESPOSTA        *00001894
      *----------------------------------------------------------------*00001895
       0150-0000-CONFERE-CALEND.                                        00001896
           MOVE   'S'                  TO  CH-RODA-HOJE.                00001897
           IF  CIC-REGRA  EQUAL  SPACE  OR  'D'                         00001898
               GO  TO  0150-0000-EXIT                                   00001899
           END-IF.                                                      00001900
           MOVE   'V'                  TO  CAL-FUNCAO.                  00001901
           MOVE   CIC-REGRA            TO  CAL-REGRA.                   00001902
           MOVE   CIC-DIA-SEMANA       TO  CAL-DIA-SEMANA.              00001903
           MOVE   CURDATA8             TO  CAL-DATA.                    00001904
           MOVE   RETURN-CODE          TO  CAL-RETURN-CODE.             00001905
           CALL  'DB2CALEN'  USING  CAL-PARM.                           00001906
           IF  CAL-RETORNO  NOT EQUAL  'OK'                             00001907
               MOVE   'E'              TO  CH-RODA-HOJE                 00001908
               MOVE   SPACES           TO  LINHA-REL                    00001909
               STRING '   RETIDO..: ' CIC-PROGRAMA                      00001910
                      ' - REGRA ' CIC-REGRA CIC-DIA-SEMANA              00001911
                      ' SEM RESPOSTA DO CALENDARIO (RETORNO '           00001912
                      CAL-RETORNO ')'                                   00001913
                      DELIMITED BY SIZE INTO LINHA-REL                  00001914
               PERFORM 0900-9999-IMPRIME THRU 0900-9999-EXIT            00001915
               MOVE   1                    TO  EXC-SEVERIDADE           00001916
               MOVE   'O'                  TO  EXC-TIPO-OBJETO          00001917
               MOVE   'CALENDAR'           TO  EXC-CODIGO               00001918
               MOVE   CIC-PROGRAMA         TO  EXC-OBJETO               00001919
               STRING 'CALENDARIO SEM RESPOSTA (RETORNO '               00001920
                      CAL-RETORNO ')' DELIMITED BY SIZE                 00001921
                      INTO EXC-TEXTO                                    00001922
               PERFORM 0960-9999-GRAVA-EXCECAO THRU 0960-9999-EXIT      00001923
               GO  TO  0150-0000-EXIT                                   00001924
           END-IF.                                                      00001925
           IF  CAL-RESPOSTA  EQUAL  'N'                                 00001926
               MOVE   'N'              TO  CH-RODA-HOJE                 00001927
               ADD    +1               TO  WS-QTD-FORA-CAL              00001928
               MOVE   SPACES           TO  LINHA-REL                    00001929
               STRING '   FORA DIA: ' CIC-PROGRAMA                      00001930
                      ' - REGRA ' CIC-REGRA CIC-DIA-SEMANA              00001931
                      ' NAO PREVE EXECUCAO HOJE'                        00001932
                      DELIMITED BY SIZE INTO LINHA-REL                  00001933
               PERFORM 0900-9999-IMPRIME THRU 0900-9999-EXIT            00001934
           END-IF.                                                      00001935
       0150-0000-EXIT. EXIT.                                            00001936
      *----------------------------------------------------------------*00001937
      * UM PREDECESSOR: TEM QUE TER RODADO HOJE COM RETURN-CODE        *00001938
      * DENTRO DO ACEITAVEL; A LACUNA E' REGISTRADA NO RELATO          *00001939
      *----------------------------------------------------------------*00001940
       0200-0100-CONFERE-PRED.                                          00001950
           IF  WS-PRED-ATUAL  EQUAL  SPACES                             00001951
               GO  TO  0200-0100-EXIT                                   00001952
           END-IF.                                                      00001953
      *--- PREDECESSOR QUE O CALENDARIO NAO PREVE PARA HOJE NAO E'      00001954
      *--- COBRADO                                                      00001955
           MOVE   'N'                  TO  CH-PRED-FORA-CAL.            00001956
           PERFORM VARYING IX-PAS FROM 1 BY 1                           00001957
             UNTIL IX-PAS GREATER QTD-PAS                               00001958
               IF  TB-PAS-PROGRAMA(IX-PAS)  EQUAL  WS-PRED-ATUAL        00001959
                   AND  TB-PAS-RODA-HOJE(IX-PAS)  EQUAL  'N'            00001960
                   MOVE   'S'          TO  CH-PRED-FORA-CAL             00001961
               END-IF                                                   00001962
           END-PERFORM.                                                 00001963
           IF  CH-PRED-FORA-CAL  EQUAL  'S'                             00001964
               MOVE   SPACES           TO  LINHA-REL                    00001965
               STRING '   AVISO...: ' CIC-PROGRAMA                      00001966
                      ' - PREDECESSOR ' WS-PRED-ATUAL                   00001967
                      ' FORA DO CALENDARIO HOJE - NAO COBRADO'          00001968
                      DELIMITED BY SIZE INTO LINHA-REL                  00001969
               PERFORM 0900-9999-IMPRIME THRU 0900-9999-EXIT            00001970
               GO  TO  0200-0100-EXIT                                   00001971
           END-IF.                                                      00001980
           MOVE   WS-PRED-ATUAL        TO  H-PROGRAMA.                  00001990
           EXEC SQL                                                     00002000
                 WHERE PROGRAMA    = :H-PROGRAMA                        00002040
                   AND DATA_EXEC   = CURRENT DATE                       00002050
                   AND RETURN_CODE <= :H-RC-MAX                         00002060
                   AND OBJETO      = ' '                                00002065
           END-EXEC.                                                    00002070
           IF  SQLCODE  NOT EQUAL  +0                                   00002080
               DISPLAY '*** ERRO NO COUNT DBA_EXECUCAO'                 00002090
                      ' - PREDECESSOR ' WS-PRED-ATUAL                   00002160
                      ' SEM EXECUCAO ACEITAVEL HOJE'                    00002170
                      DELIMITED BY SIZE INTO LINHA-REL                  00002180
               MOVE   1                    TO  EXC-SEVERIDADE           00002181
               MOVE   'O'                  TO  EXC-TIPO-OBJETO          00002182
               MOVE   'PASSORET'           TO  EXC-CODIGO               00002183
               STRING CIC-PROGRAMA DELIMITED BY SPACE                   00002184
                      ' PRED ' DELIMITED BY SIZE                        00002185
                      WS-PRED-ATUAL DELIMITED BY SPACE                  00002186
                      INTO EXC-OBJETO                                   00002187
               MOVE  'PREDECESSOR SEM EXECUCAO ACEITAVEL HOJE'          00002188
                 TO  EXC-TEXTO                                          00002189
               PERFORM 0960-9999-GRAVA-EXCECAO THRU 0960-9999-EXIT      00002190
               PERFORM 0900-9999-IMPRIME THRU 0900-9999-EXIT            00002191
           END-IF.                                                      00002200
       0200-0100-EXIT. EXIT.                                            00002210
      *----------------------------------------------------------------*00002211
      * GRAVA A EXCECAO CORRENTE NO DATASET COMUM EXCECAO (DB2EXCEP)   *00002212
      *----------------------------------------------------------------*00002213
       0960-9999-GRAVA-EXCECAO.                                         00002214
           MOVE   RETURN-CODE          TO  EXC-RETURN-CODE.             00002215
           CALL  'DB2EXCEP'  USING  EXC-PARM.                           00002216
           MOVE   SPACES               TO  EXC-OBJETO  EXC-TEXTO.       00002217
       0960-9999-EXIT. EXIT.                                            00002218
      *----------------------------------------------------------------*00002220
      * IMPRESSAO PAGINADA (COMO O RELATO DO DB2AUDRL)                 *00002230
      *----------------------------------------------------------------*00002240
