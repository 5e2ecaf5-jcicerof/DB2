      *     (PARM=NNN, DEFAULT 050).                                    00000130
      *   REGISTROS 'TB'/'TS'/'IX' NA FORMA GRAVADA PELO DB2CATEX.      00000140
      *   RETURN-CODE 4 QUANDO HA QUALQUER MUDANCA REPORTADA.           00000150
      *   OUT/26 - CADA MUDANCA TAMBEM VAI PARA O DATASET COMUM EXCECAO 00000153
      *   (VIA DB2EXCEP) PARA O PAINEL MATINAL DB2PAINL.                00000156
      * AREA RESPONSAVEL: ADMINISTRACAO DE BANCO DE DADOS               00000160
      *----------------------------------------------------------------*00000170
       ENVIRONMENT    DIVISION.                                         00000180
           02  ZNPAG-ANT               PIC ZZZZZZZZ9.                   00001120
           02  ZNPAG-NOV               PIC ZZZZZZZZ9.                   00001130
           02  ZPCT                    PIC ZZZZ9.                       00001140
           02  WS-EXC-TIPO             PIC  X(02)      VALUE SPACES.    00001141
           02  WS-EXC-CHAVE            PIC  X(34)      VALUE SPACES.    00001142
      *----------------------------------------------------------------*00001143
      * PARAMETRO DA ROTINA COMUM DE EXCECAO (DB2EXCEP)                *00001144
      *----------------------------------------------------------------*00001145
       01  EXC-PARM.                                                    00001146
           02  EXC-FUNCAO         PIC X(01)      VALUE 'G'.             00001147
           02  EXC-PROGRAMA       PIC X(08)      VALUE 'DB2CATDF'.      00001148
           02  EXC-SEVERIDADE     PIC 9(01)      VALUE ZERO.            00001149
           02  EXC-TIPO-OBJETO    PIC X(01)      VALUE SPACES.          00001150
           02  EXC-CODIGO         PIC X(08)      VALUE SPACES.          00001151
           02  EXC-OBJETO         PIC X(44)      VALUE SPACES.          00001152
           02  EXC-TEXTO          PIC X(50)      VALUE SPACES.          00001153
           02  EXC-RETURN-CODE    PIC 9(02)      VALUE ZEROS.           00001154
      *----------------------------------------------------------------*00001155
      * CONTROLES                                                      *00001160
      *----------------------------------------------------------------*00001170
       01  CHAVES-FIM.                                                  00001180
           ELSE                                                         00001920
               MOVE   +0               TO  RETURN-CODE                  00001930
           END-IF.                                                      00001940
           MOVE   'F'                  TO  EXC-FUNCAO.                  00001942
           MOVE   RETURN-CODE          TO  EXC-RETURN-CODE.             00001944
           CALL  'DB2EXCEP'  USING  EXC-PARM.                           00001946
           STOP  RUN.                                                   00001950
       0000-0000-EXIT. EXIT.                                            00001960
      *----------------------------------------------------------------*00001970
                  TB-NOV-CHAVE(IND-NOV) ' NPAGES' ZNPAG-NOV             00003140
                  DELIMITED BY SIZE INTO LINHA-REL.                     00003150
           PERFORM 0900-9999-IMPRIME THRU 0900-9999-EXIT.               00003160
           MOVE   3                    TO  EXC-SEVERIDADE.              00003161
           MOVE   'OBJNOVO'            TO  EXC-CODIGO.                  00003162
           MOVE   TB-NOV-TIPO(IND-NOV) TO  WS-EXC-TIPO.                 00003163
           MOVE   TB-NOV-CHAVE(IND-NOV) TO  WS-EXC-CHAVE.               00003164
           PERFORM 0970-9999-MONTA-OBJETO-EXC THRU 0970-9999-EXIT.      00003165
           STRING 'OBJETO NOVO, NPAGES' ZNPAG-NOV                       00003166
                  DELIMITED BY SIZE INTO EXC-TEXTO.                     00003167
           PERFORM 0960-9999-GRAVA-EXCECAO THRU 0960-9999-EXIT.         00003168
       0310-0300-EXIT. EXIT.                                            00003170
      *----------------------------------------------------------------*00003180
      * PROCURA NO SNAPSHOT ANTERIOR A CHAVE DO REGISTRO NOVO CORRENTE *00003190
                  TB-ANT-CHAVE(IND-ANT) ' NPAGES' ZNPAG-ANT             00003560
                  DELIMITED BY SIZE INTO LINHA-REL.                     00003570
           PERFORM 0900-9999-IMPRIME THRU 0900-9999-EXIT.               00003580
           MOVE   2                    TO  EXC-SEVERIDADE.              00003581
           MOVE   'OBJSUMIU'           TO  EXC-CODIGO.                  00003582
           MOVE   TB-ANT-TIPO(IND-ANT) TO  WS-EXC-TIPO.                 00003583
           MOVE   TB-ANT-CHAVE(IND-ANT) TO  WS-EXC-CHAVE.               00003584
           PERFORM 0970-9999-MONTA-OBJETO-EXC THRU 0970-9999-EXIT.      00003585
           STRING 'OBJETO SUMIU, NPAGES' ZNPAG-ANT                      00003586
                  DELIMITED BY SIZE INTO EXC-TEXTO.                     00003587
           PERFORM 0960-9999-GRAVA-EXCECAO THRU 0960-9999-EXIT.         00003588
       0410-0400-EXIT. EXIT.                                            00003590
      *----------------------------------------------------------------*00003600
      * SECAO 3: TABLESPACES/INDICES QUE TROCARAM DE BUFFERPOOL        *00003610
                  TB-NOV-BPOOL(IND-NOV)                                 00003910
                  DELIMITED BY SIZE INTO LINHA-REL.                     00003920
           PERFORM 0900-9999-IMPRIME THRU 0900-9999-EXIT.               00003930
           MOVE   3                    TO  EXC-SEVERIDADE.              00003931
           MOVE   'BPOOLALT'           TO  EXC-CODIGO.                  00003932
           MOVE   TB-NOV-TIPO(IND-NOV) TO  WS-EXC-TIPO.                 00003933
           MOVE   TB-NOV-CHAVE(IND-NOV) TO  WS-EXC-CHAVE.               00003934
           PERFORM 0970-9999-MONTA-OBJETO-EXC THRU 0970-9999-EXIT.      00003935
           STRING 'BUFFERPOOL DE ' TB-ANT-BPOOL(IND-ANT)                00003936
                  ' PARA ' TB-NOV-BPOOL(IND-NOV)                        00003937
                  DELIMITED BY SIZE INTO EXC-TEXTO.                     00003938
           PERFORM 0960-9999-GRAVA-EXCECAO THRU 0960-9999-EXIT.         00003939
       0510-0500-EXIT. EXIT.                                            00003940
      *----------------------------------------------------------------*00003950
      * SECAO 4: SALTOS DE NPAGES ACIMA DO LIMITE PERCENTUAL DO PARM   *00003960
                  ' PARA' ZNPAG-NOV ' (' ZPCT ' PORCENTO)'              00004370
                  DELIMITED BY SIZE INTO LINHA-REL.                     00004380
           PERFORM 0900-9999-IMPRIME THRU 0900-9999-EXIT.               00004390
           MOVE   2                    TO  EXC-SEVERIDADE.              00004391
           MOVE   'SALTONPG'           TO  EXC-CODIGO.                  00004392
           MOVE   TB-NOV-TIPO(IND-NOV) TO  WS-EXC-TIPO.                 00004393
           MOVE   TB-NOV-CHAVE(IND-NOV) TO  WS-EXC-CHAVE.               00004394
           PERFORM 0970-9999-MONTA-OBJETO-EXC THRU 0970-9999-EXIT.      00004395
           STRING 'SALTO DE NPAGES DE' ZNPAG-ANT ' PARA' ZNPAG-NOV      00004396
                  ' (' ZPCT '%)'                                        00004397
                  DELIMITED BY SIZE INTO EXC-TEXTO.                     00004398
           PERFORM 0960-9999-GRAVA-EXCECAO THRU 0960-9999-EXIT.         00004399
       0610-0600-EXIT. EXIT.                                            00004400
      *----------------------------------------------------------------*00004410
      * TOTAIS DO DIA                                                  *00004420
           DISPLAY 'DB2CATDF - BPOOL...: ' WS-QTD-BPOOL.                00004650
           DISPLAY 'DB2CATDF - SALTOS..: ' WS-QTD-SALTOS.               00004660
       0700-0000-EXIT. EXIT.                                            00004670
      *----------------------------------------------------------------*00004671
      * GRAVA A EXCECAO CORRENTE NO DATASET COMUM EXCECAO (DB2EXCEP)   *00004672
      *----------------------------------------------------------------*00004673
       0960-9999-GRAVA-EXCECAO.                                         00004674
           MOVE   RETURN-CODE          TO  EXC-RETURN-CODE.             00004675
           CALL  'DB2EXCEP'  USING  EXC-PARM.                           00004676
           MOVE   SPACES               TO  EXC-OBJETO  EXC-TEXTO.       00004677
       0960-9999-EXIT. EXIT.                                            00004678
      *----------------------------------------------------------------*00004679
      * OBJETO DA EXCECAO A PARTIR DO TIPO E DA CHAVE DO SNAPSHOT      *00004680
      * (TB = DBNAME+CREATOR+NAME, TS = DBNAME+TSNAME, IX = CREATOR+   *00004681
      * NAME - VER 0150-9999-MONTA-CHAVE)                              *00004682
      *----------------------------------------------------------------*00004683
       0970-9999-MONTA-OBJETO-EXC.                                      00004684
           MOVE   SPACES               TO  EXC-OBJETO.                  00004685
           EVALUATE WS-EXC-TIPO                                         00004686
               WHEN 'TB'                                                00004687
                    MOVE  'T'            TO  EXC-TIPO-OBJETO            00004688
                    STRING WS-EXC-CHAVE(9:8) DELIMITED BY SPACE         00004689
                           '.' DELIMITED BY SIZE                        00004690
                           WS-EXC-CHAVE(17:18) DELIMITED BY SPACE       00004691
                           INTO EXC-OBJETO                              00004692
               WHEN 'TS'                                                00004693
                    MOVE  'S'            TO  EXC-TIPO-OBJETO            00004694
                    STRING WS-EXC-CHAVE(1:8) DELIMITED BY SPACE         00004695
                           '.' DELIMITED BY SIZE                        00004696
                           WS-EXC-CHAVE(9:8) DELIMITED BY SPACE         00004697
                           INTO EXC-OBJETO                              00004698
               WHEN OTHER                                               00004699
                    MOVE  'I'            TO  EXC-TIPO-OBJETO            00004700
                    STRING WS-EXC-CHAVE(1:8) DELIMITED BY SPACE         00004701
                           '.' DELIMITED BY SIZE                        00004702
                           WS-EXC-CHAVE(9:18) DELIMITED BY SPACE        00004703
                           INTO EXC-OBJETO                              00004704
           END-EVALUATE.                                                00004705
       0970-9999-EXIT. EXIT.                                            00004706
      *----------------------------------------------------------------*00004707
      * IMPRESSAO PAGINADA (COMO O RELATO DO DB2AUTCM)                 *00004708
      *----------------------------------------------------------------*00004709
       0900-9999-IMPRIME.                                               00004710
           IF  AC-LINHA-REL  GREATER  60                                00004720
               ADD    +1               TO  AC-PAGINA-REL                00004730
