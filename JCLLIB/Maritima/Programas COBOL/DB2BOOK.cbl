      *            CIRCUITA NO REDRIVE (SEM SEGUIR FETCH/CLOSE NUM      00000350
      *            CURSOR DESFEITO PELO ROLLBACK) E O REDRIVE SO VALE   00000360
      *            DENTRO DO LACO DE CARTOES                            00000370
      * 15.10.26   ROCHA  - LAYOUT DO ARQUIVO DE UNLOAD NO PARM (POS   *00000371
      *            7 = 'U'): GERA EM UNLO UM BOOK COM O REGISTRO DO    *00000372
      *            DSNTIAUL (UNLOAD/LOADCRD DO DB2CRDDL E UNLKIT DO    *00000373
      *            DB2DRPTB), COLUNA A COLUNA NA POSICAO E TAMANHO DO  *00000374
      *            POSITION DO LOAD DATA, COM O BYTE INDICADOR DE NULO *00000375
      *            ('?') DA COLUNA NULAVEL E O PREFIXO DE TAMANHO DO   *00000376
      *            CAMPO VARIAVEL. EX.: PARM='   , ,U'                 *00000377
      * 15.10.26   PAIVA  - AUD-PARM COM O CODIGO DE FUNCAO DO         *00000378
      *            DB2AUDIT (AUD-FUNCAO 'E', REGISTRO DA EXECUCAO)     *00000379
      *----------------------------------------------------------------*00000380
       ENVIRONMENT    DIVISION.                                         00000390
      *                                                                 00000400
           SELECT  OPTIONAL  BOOKDIR  ASSIGN  TO  BOOKDIR               00000450
                   FILE STATUS  IS  WS-BOOKDIR-STATUS.                  00000460
           SELECT  PLIBOOK ASSIGN  TO  PLIO.                            00000470
           SELECT  UNLBOOK ASSIGN  TO  UNLO.                            00000475
      *                                                                 00000480
       DATA DIVISION.                                                   00000490
      *                                                                 00000500
                                                                        00000730
       01  REG-PLIBOOK                 PIC  X(080).                     00000740
                                                                        00000750
       FD  UNLBOOK                                                      00000751
           LABEL  RECORD  IS  OMITTED                                   00000752
           RECORDING MODE IS F.                                         00000753
                                                                        00000754
       01  REG-UNLBOOK                 PIC  X(080).                     00000755
                                                                        00000756
       WORKING-STORAGE SECTION.                                         00000760
      *----------------------------------------------------------------*00000770
      *--- PARAMETRO DO REGISTRO CENTRAL DE EXECUCAO (DB2AUDIT)         00000780
           02  AUD-QTD-OBJETOS    PIC 9(05)      VALUE ZEROS.           00000840
           02  AUD-QTD-AVISOS     PIC 9(05)      VALUE ZEROS.           00000850
           02  AUD-RETURN-CODE    PIC 9(02)      VALUE ZEROS.           00000860
           02  AUD-FUNCAO         PIC X(01)      VALUE 'E'.             00000865
      *----------------------------------------------------------------*00000870
      *                                                                *00000880
      *----------------------------------------------------------------*00000890
      *                                                                 00001520
       01  N88-SAIDA              PIC  X(01)         VALUE 'L'.         00001530
           88  SAIDA-IEBUPDTE                         VALUE 'P'.        00001540
      *                                                                 00001542
       01  N88-GERAR-UNL          PIC  X(01)         VALUE 'N'.         00001544
           88  GERAR-UNL                              VALUE 'S'.        00001546
      *----------------------------------------------------------------*00001550
      *                                                                *00001560
      *----------------------------------------------------------------*00001570
       01  WX-PLI-ULT             PIC S9(04) COMP    VALUE +0.          00005020
       01  WX-PLI-ATTR            PIC X(25)          VALUE SPACES.      00005030
       01  WX-PLI-LEN             PIC 9(05)          VALUE ZEROS.       00005040
       01  WX-PLI-PREC            PIC 9(02)          VALUE ZEROS.       00005041
       01  WX-PLI-SCALE           PIC 9(02)          VALUE ZEROS.       00005042
      *----------------------------------------------------------------*00005043
      *    LINHAS DO LAYOUT DE UNLOAD GERADO EM UNLO (PARM POS 7 = 'U')*00005044
      *    POSICOES PELA MESMA REGRA DO LOAD DATA DO DB2CRDDL: CAMPO   *00005045
      *    VARIAVEL COM PREFIXO DE 2 BYTES E TAMANHO MAXIMO, COLUNA    *00005046
      *    NULAVEL COM 1 BYTE INDICADOR ('?' = NULO) APOS O DADO       *00005047
      *----------------------------------------------------------------*00005048
       01  LINHA-UNL-CAB1.                                              00005049
           03  FILLER             PIC X(06)          VALUE SPACES.      00005050
           03  FILLER             PIC X(30)          VALUE              00005051
               '* LAYOUT DO UNLOAD (DSNTIAUL):'.                        00005052
           03  FILLER             PIC X(01)          VALUE SPACES.      00005053
           03  UNL-CAB-TABELA     PIC X(28).                            00005054
      *                                                                 00005055
       01  LINHA-UNL-CAB2.                                              00005056
           03  FILLER             PIC X(06)          VALUE SPACES.      00005057
           03  FILLER             PIC X(23)          VALUE              00005058
               '* TAMANHO DO REGISTRO: '.                               00005059
           03  UNL-CAB-TAMREG     PIC ZZZZ9.                            00005060
           03  FILLER             PIC X(36)          VALUE              00005061
               ' - POSICOES IGUAIS AS DO LOAD DATA'.                    00005062
      *                                                                 00005063
       01  LINHA-UNL-POS.                                               00005064
           03  FILLER             PIC X(06)          VALUE SPACES.      00005065
           03  FILLER             PIC X(12)          VALUE              00005066
               '*-- POSICAO '.                                          00005067
           03  UNL-POS-INI        PIC ZZZZ9.                            00005068
           03  FILLER             PIC X(03)          VALUE ' A '.       00005069
           03  UNL-POS-FIM        PIC ZZZZ9.                            00005070
           03  FILLER             PIC X(02)          VALUE SPACES.      00005071
           03  UNL-POS-COLUNA     PIC X(18).                            00005072
           03  FILLER             PIC X(01)          VALUE SPACES.      00005073
           03  UNL-POS-TIPO       PIC X(18).                            00005074
      *                                                                 00005075
       01  LINHA-UNL-ITEM.                                              00005076
           03  FILLER             PIC X(11)          VALUE SPACES.      00005077
           03  UNL-ITEM-NIVEL     PIC X(04).                            00005078
           03  UNL-ITEM-NOME      PIC X(27).                            00005079
           03  UNL-ITEM-PIC       PIC X(30).                            00005080
      *                                                                 00005081
       01  LINHA-UNL-88.                                                00005082
           03  FILLER             PIC X(15)          VALUE SPACES.      00005083
           03  FILLER             PIC X(04)          VALUE '88'.        00005084
           03  UNL-88-NOME        PIC X(27).                            00005085
           03  FILLER             PIC X(06)          VALUE 'VALUE'.     00005086
           03  FILLER             PIC X(01)          VALUE QUOTE.       00005087
           03  FILLER             PIC X(01)          VALUE '?'.         00005088
           03  FILLER             PIC X(01)          VALUE QUOTE.       00005089
           03  FILLER             PIC X(01)          VALUE '.'.         00005090
      *                                                                 00005091
       01  WX-UNL-POS             PIC S9(09) COMP    VALUE +0.          00005092
       01  WX-UNL-FIM             PIC S9(09) COMP    VALUE +0.          00005093
       01  WX-UNL-LEN             PIC S9(09) COMP    VALUE +0.          00005094
       01  WX-UNL-TAMREG          PIC S9(09) COMP    VALUE +0.          00005095
       01  WX-UNL-VAR             PIC X(01)          VALUE 'N'.         00005096
       01  WX-UNL-NOME            PIC X(27)          VALUE SPACES.      00005097
      *----------------------------------------------------------------*00005098
      *                                                                *00005099
      *----------------------------------------------------------------*00005100
       LINKAGE     SECTION.                                             00005101
       01  PARMJOB.                                                     00005110
           02  PARM-LEN           PIC  9(04)  COMP.                     00005120
           02  PARM-LINGUAGEM     PIC  X(03).                           00005130
           02  FILLER             PIC  X(01).                           00005140
           02  PARM-SAIDA         PIC  X(01).                           00005150
           02  FILLER             PIC  X(01).                           00005153
           02  PARM-UNLOAD        PIC  X(01).                           00005156
      *                                                                 00005160
       PROCEDURE   DIVISION      USING   PARMJOB.                       00005170
      *----------------------------------------------------------------*00005180
                   MOVE  'P'            TO   N88-SAIDA                  00005490
               END-IF                                                   00005500
           END-IF.                                                      00005510
           IF  PARM-LEN  NOT LESS  7                                    00005511
               IF  PARM-UNLOAD  EQUAL  'U'                              00005512
                   MOVE  'S'            TO   N88-GERAR-UNL              00005513
               END-IF                                                   00005514
           END-IF.                                                      00005515
           OPEN OUTPUT BOOK.                                            00005520
           IF  GERAR-PLI                                                00005530
               OPEN OUTPUT PLIBOOK                                      00005540
           END-IF.                                                      00005542
           IF  GERAR-UNL                                                00005544
               OPEN OUTPUT UNLBOOK                                      00005546
           END-IF.                                                      00005550
           OPEN INPUT  SYSIN.                                           00005560
           PERFORM 0120-0100-CARREGA-BOOKDIR THRU 0120-0100-EXIT.       00005570
      *** GERA DECLARE PL/I (PARM='PLI')                                00007830
           IF  GERAR-PLI                                                00007840
               PERFORM 0170-0000-GERA-PLI THRU 0170-0000-EXIT           00007850
           END-IF.                                                      00007851
                                                                        00007852
      *** GERA LAYOUT DO ARQUIVO DE UNLOAD (PARM POS 7 = 'U')           00007853
           IF  GERAR-UNL                                                00007854
               PERFORM 2400-0000-GERA-UNLOAD THRU 2400-0000-EXIT        00007855
           END-IF.                                                      00007860
                                                                        00007870
           PERFORM 0110-0100-LE-SYSIN THRU 0110-0100-EXIT.              00007880
           IF  GERAR-PLI                                                00015470
               CLOSE   PLIBOOK                                          00015480
           END-IF.                                                      00015490
           IF  GERAR-UNL                                                00015492
               CLOSE   UNLBOOK                                          00015494
           END-IF.                                                      00015496
           CLOSE   SYSIN.                                               00015500
           EXEC SQL COMMIT  WORK  END-EXEC.                             00015510
       2000-0000-EXIT. EXIT.                                            00015520
                      CNAME(IND-CTAB) DELIMITED BY SPACE                00016540
                      ':' DELIMITED BY SIZE                             00016550
                      CNAME(IND-CTAB) DELIMITED BY SPACE                00016560
                      '-IND,' DELIMITED BY SIZE                         00016561
                      INTO COMENT-INTO-TXT                              00016562
           ELSE                                                         00016563
               STRING '   :' DELIMITED BY SIZE                          00016564
                      CNAME(IND-CTAB) DELIMITED BY SPACE                00016565
                      ',' DELIMITED BY SIZE                             00016566
                      INTO COMENT-INTO-TXT                              00016567
           END-IF.                                                      00016568
           MOVE   LINHA-COMENT-INTO    TO   LINHA.                      00016569
           PERFORM   1800-9999-WRITE THRU   1800-9999-EXIT.             00016570
       2320-2300-EXIT. EXIT.                                            00016571
      *----------------------------------------------------------------*00016572
      *    GERA EM UNLO O LAYOUT DO REGISTRO DE UNLOAD DA TABELA       *00016573
      *    CORRENTE, NA ORDEM DAS COLUNAS (COLNO), COM AS POSICOES DO  *00016574
      *    LOAD DATA (1470-1450-LOAD-COLUNA DO DB2CRDDL)               *00016575
      *----------------------------------------------------------------*00016576
       2400-0000-GERA-UNLOAD.                                           00016577
      *--- TAMANHO TOTAL DO REGISTRO PARA O CABECALHO                   00016578
           MOVE   +0                   TO   WX-UNL-TAMREG.              00016579
           PERFORM     VARYING   IND-CTAB   FROM   +1   BY   +1         00016580
                   UNTIL IND-CTAB  GREATER  +800                        00016581
                      OR CNAME(IND-CTAB)  EQUAL  SPACES                 00016582
                   PERFORM 2420-9999-TAMANHO-UNL THRU 2420-9999-EXIT    00016583
                   ADD    WX-UNL-LEN   TO   WX-UNL-TAMREG               00016584
                   IF  CNULLS(IND-CTAB)  EQUAL  'Y'                     00016585
                       ADD   +1        TO   WX-UNL-TAMREG               00016586
                   END-IF                                               00016587
           END-PERFORM.                                                 00016588
                                                                        00016589
           MOVE   SPACES               TO   UNL-CAB-TABELA.             00016590
           STRING SYSTABLES-CREATOR DELIMITED BY SPACE '.'              00016591
                  SYSTABLES-NAME-T(1:SYSTABLES-NAME-L)                  00016592
                  DELIMITED BY SIZE INTO UNL-CAB-TABELA.                00016593
           MOVE   WX-UNL-TAMREG        TO   UNL-CAB-TAMREG.             00016594
           WRITE  REG-UNLBOOK          FROM WX-COMENTARIO-02.           00016595
           WRITE  REG-UNLBOOK          FROM LINHA-UNL-CAB1.             00016596
           WRITE  REG-UNLBOOK          FROM LINHA-UNL-CAB2.             00016597
           WRITE  REG-UNLBOOK          FROM WX-COMENTARIO-08.           00016598
                                                                        00016599
           MOVE   SPACES               TO   LONGNAME.                   00016600
           STRING SYSTABLES-NAME-T(1:SYSTABLES-NAME-L)                  00016601
                  DELIMITED BY SPACE                                    00016602
                  '-UNL.' DELIMITED BY SIZE                             00016603
                  INTO LONGNAME.                                        00016604
           INSPECT LONGNAME REPLACING ALL '_' BY '-'.                   00016605
           MOVE   LONGNAME             TO   LCOBOL-TNAME.               00016606
           WRITE  REG-UNLBOOK          FROM LINHA-COBOL-01.             00016607
           MOVE   SPACES               TO   LONGNAME.                   00016608
                                                                        00016609
           MOVE   +1                   TO   WX-UNL-POS.                 00016610
           PERFORM     VARYING   IND-CTAB   FROM   +1   BY   +1         00016611
                   UNTIL IND-CTAB  GREATER  +800                        00016612
                      OR CNAME(IND-CTAB)  EQUAL  SPACES                 00016613
                   PERFORM 2410-2400-UNL-COLUNA THRU 2410-2400-EXIT     00016614
           END-PERFORM.                                                 00016615
           MOVE   SPACES               TO   REG-UNLBOOK.                00016616
           WRITE  REG-UNLBOOK.                                          00016617
       2400-0000-EXIT. EXIT.                                            00016618
      *----------------------------------------------------------------*00016619
      *    UMA COLUNA DO LAYOUT DE UNLOAD: LINHA DE POSICAO, O CAMPO   *00016620
      *    (GRUPO -L/-T SE VARIAVEL) E O INDICADOR DE NULO APOS O DADO *00016621
      *----------------------------------------------------------------*00016622
       2410-2400-UNL-COLUNA.                                            00016623
           PERFORM 2420-9999-TAMANHO-UNL THRU 2420-9999-EXIT.           00016624
           COMPUTE WX-UNL-FIM = WX-UNL-POS + WX-UNL-LEN - 1.            00016625
           MOVE   WX-UNL-POS           TO   UNL-POS-INI.                00016626
           MOVE   WX-UNL-FIM           TO   UNL-POS-FIM.                00016627
           MOVE   CSQLNAME(IND-CTAB)   TO   UNL-POS-COLUNA.             00016628
           MOVE   CCOLTYPE(IND-CTAB)   TO   UNL-POS-TIPO.               00016629
           WRITE  REG-UNLBOOK          FROM LINHA-UNL-POS.              00016630
                                                                        00016631
           MOVE   SPACES               TO   WX-UNL-NOME.                00016632
           STRING CNAME(IND-CTAB) DELIMITED BY SPACE                    00016633
                  '-U' DELIMITED BY SIZE                                00016634
                  INTO WX-UNL-NOME.                                     00016635
           MOVE   '02'                 TO   UNL-ITEM-NIVEL.             00016636
           MOVE   SPACES               TO   UNL-ITEM-PIC.               00016637
                                                                        00016638
      *--- CAMPO VARIAVEL: PREFIXO DE 2 BYTES + TAMANHO MAXIMO          00016639
           IF  WX-UNL-VAR  EQUAL  'S'                                   00016640
               MOVE   SPACES           TO   UNL-ITEM-NOME               00016641
               STRING WX-UNL-NOME DELIMITED BY SPACE                    00016642
                      '.' DELIMITED BY SIZE                             00016643
                      INTO UNL-ITEM-NOME                                00016644
               WRITE  REG-UNLBOOK      FROM LINHA-UNL-ITEM              00016645
               MOVE   ' 49'            TO   UNL-ITEM-NIVEL              00016646
               MOVE   SPACES           TO   UNL-ITEM-NOME               00016647
               STRING WX-UNL-NOME DELIMITED BY SPACE                    00016648
                      '-L' DELIMITED BY SIZE                            00016649
                      INTO UNL-ITEM-NOME                                00016650
               MOVE   WS-SMALLINT      TO   UNL-ITEM-PIC                00016651
               WRITE  REG-UNLBOOK      FROM LINHA-UNL-ITEM              00016652
               MOVE   SPACES           TO   UNL-ITEM-NOME               00016653
               STRING WX-UNL-NOME DELIMITED BY SPACE                    00016654
                      '-T' DELIMITED BY SIZE                            00016655
                      INTO UNL-ITEM-NOME                                00016656
               IF  CCOLTYPE(IND-CTAB)  EQUAL  'VARG'  OR  'LONGVARG'    00016657
                   MOVE   'G'          TO   PIC-TYPE PIC-TYPE-LONG      00016658
               ELSE                                                     00016659
                   MOVE   'X'          TO   PIC-TYPE PIC-TYPE-LONG      00016660
               END-IF                                                   00016661
               IF  CLENGTH(IND-CTAB)  GREATER  +999                     00016662
                   MOVE   CLENGTH(IND-CTAB)  TO   WS-CHAR-LONG-L        00016663
                   MOVE   WS-CHAR-LONG       TO   UNL-ITEM-PIC          00016664
               ELSE                                                     00016665
                   MOVE   CLENGTH(IND-CTAB)  TO   WS-CHAR-L             00016666
                   MOVE   WS-CHAR            TO   UNL-ITEM-PIC          00016667
               END-IF                                                   00016668
               WRITE  REG-UNLBOOK      FROM LINHA-UNL-ITEM              00016669
               MOVE   '02'             TO   UNL-ITEM-NIVEL              00016670
               GO  TO  2410-2400-NULO                                   00016671
           END-IF.                                                      00016672
                                                                        00016673
           MOVE   WX-UNL-NOME          TO   UNL-ITEM-NOME.              00016674
           EVALUATE CCOLTYPE(IND-CTAB)                                  00016675
               WHEN 'SMALLINT'                                          00016676
                    MOVE  WS-SMALLINT          TO   UNL-ITEM-PIC        00016677
               WHEN 'INTEGER'                                           00016678
                    MOVE  WS-INTEGER           TO   UNL-ITEM-PIC        00016679
               WHEN 'BIGINT'                                            00016680
                    MOVE  WS-BIGINT            TO   UNL-ITEM-PIC        00016681
               WHEN 'DECIMAL'                                           00016682
                    COMPUTE WS-DEC-P = CLENGTH(IND-CTAB)                00016683
                                     - CSCALE(IND-CTAB)                 00016684
                    IF  CSCALE(IND-CTAB)  GREATER  +0                   00016685
                        MOVE   CSCALE(IND-CTAB) TO   WS-DEC-S           00016686
                        MOVE   'V9('            TO   VIRGULA            00016687
                        MOVE   ')'              TO   PARENTESES-DIR     00016688
                    ELSE                                                00016689
                        MOVE   ZEROS            TO   WS-DEC-S           00016690
                        MOVE   SPACES           TO   VIRGULA            00016691
                        MOVE   SPACES           TO   PARENTESES-DIR     00016692
                    END-IF                                              00016693
                    MOVE  WS-DECIMAL           TO   UNL-ITEM-PIC        00016694
               WHEN 'CHAR'                                              00016695
               WHEN 'GRAPHIC'                                           00016696
                    IF  CCOLTYPE(IND-CTAB)  EQUAL  'CHAR'               00016697
                        MOVE  'X'              TO   PIC-TYPE            00016698
                    ELSE                                                00016699
                        MOVE  'G'              TO   PIC-TYPE            00016700
                    END-IF                                              00016701
                    MOVE  CLENGTH(IND-CTAB)    TO   WS-CHAR-L           00016702
                    MOVE  WS-CHAR              TO   UNL-ITEM-PIC        00016703
               WHEN 'DATE'                                              00016704
                    MOVE  WS-DATE              TO   UNL-ITEM-PIC        00016705
               WHEN 'TIME'                                              00016706
                    MOVE  WS-TIME              TO   UNL-ITEM-PIC        00016707
               WHEN 'TIMESTMP'                                          00016708
                    MOVE  WS-TIMESTMP          TO   UNL-ITEM-PIC        00016709
               WHEN 'FLOAT'                                             00016710
                    IF  CLENGTH(IND-CTAB)  <=  +4                       00016711
                        MOVE  'COMP-1.'        TO   UNL-ITEM-PIC        00016712
                    ELSE                                                00016713
                        MOVE  'COMP-2.'        TO   UNL-ITEM-PIC        00016714
                    END-IF                                              00016715
               WHEN 'DECFLOAT'                                          00016716
                    IF  CLENGTH(IND-CTAB)  <=  +8                       00016717
                        MOVE  'USAGE FLOAT-DECIMAL-16.'                 00016718
                                               TO   UNL-ITEM-PIC        00016719
                    ELSE                                                00016720
                        MOVE  'USAGE FLOAT-DECIMAL-34.'                 00016721
                                               TO   UNL-ITEM-PIC        00016722
                    END-IF                                              00016723
               WHEN OTHER                                               00016724
      *---          SEM REGRA PROPRIA NO LOAD: OCUPA O TAMANHO DO       00016725
      *---          CATALOGO, COMO NO DB2CRDDL                          00016726
                    DISPLAY '*** DB2BOOK - COLUNA SEM REGRA DE UNLOAD, '00016727
                            'GERADA COMO X: ' CNAME(IND-CTAB)           00016728
                            ' (' CCOLTYPE(IND-CTAB) ')'                 00016729
                    MOVE   'S'          TO   N88-WARNING                00016730
                    MOVE   WX-UNL-LEN   TO   WS-CHAR-LONG-L             00016731
                    MOVE   'X'          TO   PIC-TYPE-LONG              00016732
                    MOVE   WS-CHAR-LONG TO   UNL-ITEM-PIC               00016733
           END-EVALUATE.                                                00016734
           WRITE  REG-UNLBOOK          FROM LINHA-UNL-ITEM.             00016735
                                                                        00016736
       2410-2400-NULO.                                                  00016737
           IF  CNULLS(IND-CTAB)  EQUAL  'Y'                             00016738
               ADD    +1               TO   WX-UNL-FIM                  00016739
               MOVE   WX-UNL-FIM       TO   UNL-POS-INI UNL-POS-FIM     00016740
               MOVE   'INDICADOR DE NULO'  TO   UNL-POS-COLUNA          00016741
               MOVE   SPACES           TO   UNL-POS-TIPO                00016742
               WRITE  REG-UNLBOOK      FROM LINHA-UNL-POS               00016743
               MOVE   SPACES           TO   UNL-ITEM-NOME               00016744
               STRING WX-UNL-NOME DELIMITED BY SPACE                    00016745
                      '-IND' DELIMITED BY SIZE                          00016746
                      INTO UNL-ITEM-NOME                                00016747
               MOVE   'PIC  X(001).'   TO   UNL-ITEM-PIC                00016748
               WRITE  REG-UNLBOOK      FROM LINHA-UNL-ITEM              00016749
               MOVE   SPACES           TO   UNL-88-NOME                 00016750
               STRING WX-UNL-NOME DELIMITED BY SPACE                    00016751
                      '-NULO' DELIMITED BY SIZE                         00016752
                      INTO UNL-88-NOME                                  00016753
               WRITE  REG-UNLBOOK      FROM LINHA-UNL-88                00016754
           END-IF.                                                      00016755
           COMPUTE WX-UNL-POS = WX-UNL-FIM + 1.                         00016756
       2410-2400-EXIT. EXIT.                                            00016757
      *----------------------------------------------------------------*00016758
      *    TAMANHO FISICO DA COLUNA NO ARQUIVO DO DSNTIAUL - MESMA     *00016759
      *    REGRA DO 1480-9999-TIPO-LOAD DO DB2CRDDL                    *00016760
      *----------------------------------------------------------------*00016761
       2420-9999-TAMANHO-UNL.                                           00016762
           MOVE   'N'                  TO   WX-UNL-VAR.                 00016763
           EVALUATE CCOLTYPE(IND-CTAB)                                  00016764
               WHEN 'SMALLINT'                                          00016765
                    MOVE  +2                   TO   WX-UNL-LEN          00016766
               WHEN 'INTEGER'                                           00016767
                    MOVE  +4                   TO   WX-UNL-LEN          00016768
               WHEN 'BIGINT'                                            00016769
                    MOVE  +8                   TO   WX-UNL-LEN          00016770
               WHEN 'DECIMAL'                                           00016771
                    COMPUTE WX-UNL-LEN =                                00016772
                            CLENGTH(IND-CTAB) / 2 + 1                   00016773
               WHEN 'CHAR'                                              00016774
                    MOVE  CLENGTH(IND-CTAB)    TO   WX-UNL-LEN          00016775
               WHEN 'DATE'                                              00016776
                    MOVE  +10                  TO   WX-UNL-LEN          00016777
               WHEN 'TIME'                                              00016778
                    MOVE  +8                   TO   WX-UNL-LEN          00016779
               WHEN 'TIMESTMP'                                          00016780
                    MOVE  +26                  TO   WX-UNL-LEN          00016781
               WHEN 'FLOAT'                                             00016782
                    MOVE  CLENGTH(IND-CTAB)    TO   WX-UNL-LEN          00016783
               WHEN 'GRAPHIC'                                           00016784
                    COMPUTE WX-UNL-LEN =                                00016785
                            CLENGTH(IND-CTAB) * 2                       00016786
               WHEN 'VARCHAR'                                           00016787
               WHEN 'LONGVAR'                                           00016788
               WHEN 'VARBIN'                                            00016789
                    COMPUTE WX-UNL-LEN =                                00016790
                            CLENGTH(IND-CTAB) + 2                       00016791
                    MOVE  'S'                  TO   WX-UNL-VAR          00016792
               WHEN 'VARG'                                              00016793
               WHEN 'LONGVARG'                                          00016794
                    COMPUTE WX-UNL-LEN =                                00016795
                            CLENGTH(IND-CTAB) * 2 + 2                   00016796
                    MOVE  'S'                  TO   WX-UNL-VAR          00016797
               WHEN OTHER                                               00016798
                    MOVE  CLENGTH(IND-CTAB)    TO   WX-UNL-LEN          00016799
           END-EVALUATE.                                                00016800
       2420-9999-EXIT. EXIT.                                            00016801
      *----------------------------------------------------------------*00016802
      *                                                                *00016803
      *----------------------------------------------------------------*00016804
       9900-9999-PAUSA.                                                 00016805
           CALL 'ILBOWAT0'  USING  WS-PAUSA-CENTESIMOS                  00016806
               ON  EXCEPTION                                            00016807
                   CONTINUE                                             00016808
           END-CALL.                                                    00016809
       9900-9999-EXIT. EXIT.                                            00016810
      *----------------------------------------------------------------*00016811
      *                                                                *00016812
      *----------------------------------------------------------------*00016813
       9999-9999-ERRO-DB2.                                              00016814
           MOVE    SQLCODE  TO  WK-SQLCODE.                             00016815
           DISPLAY '*** ERRO PROG. DBGENBOK - COD.SQL = ' WK-SQLCODE.   00016820
           DISPLAY '    SQLSTATE: ' SQLSTATE.                           00016830
           DISPLAY '    SQLERRMC: ' SQLERRMC.                           00016840
