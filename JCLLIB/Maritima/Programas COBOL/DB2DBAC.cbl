       IDENTIFICATION DIVISION.                                         00000010
       PROGRAM-ID.    DB2DBAC.                                          00000020
      *----------------------------------------------------------------*00000030
      * DATA:  OUT/2026                                                *00000040
      * OBJETIVOS: CONSULTA ONLINE DA SITUACAO DO CICLO NOTURNO, NO    *00000050
      *   MOLDE DO DB2DBAI E DESPACHADA PELO DBCALLER (AUTORIZADA EM   *00000060
      *   DB2ADM.DBA_PROGRAMA_AUT COMO O DB2DBAI E O DB2DBAB). RESPON- *00000070
      *   DE A PERGUNTA DAS 06:00 "O CICLO DB2 TERMINOU?" SEM SUBMETER *00000080
      *   O DB2AUDRL OU O DB2CICLO.                                    *00000090
      *   LE OS PASSOS DO CICLO NO CICLODEF (O MESMO VSAM ESDS DO      *00000100
      *   DB2CICLO, VIA FILE CONTROL DO CICS, NA ORDEM DO CICLO) E AS  *00000110
      *   EXECUCOES DE HOJE EM DB2ADM.DBA_EXECUCAO (DB2AUDIT), COM A   *00000120
      *   MESMA REGRA DE LIBERACAO DO DB2CICLO. SITUACAO DE CADA PASSO:*00000130
      *   'C' CONCLUIDO    - JA' TEM EXECUCAO HOJE (A MAIS RECENTE:    *00000140
      *                      HORA DE INICIO, FIM E RETURN-CODE);       *00000150
      *   'E' EM EXECUCAO  - PREDECESSORES OK E AINDA SEM EXECUCAO     *00000160
      *                      REGISTRADA (O DB2AUDIT SO GRAVA NO FIM);  *00000170
      *   'R' RETIDO       - PREDECESSOR RODOU COM RETURN-CODE ACIMA   *00000180
      *                      DO ACEITO, OU ESTA' ELE MESMO RETIDO;     *00000190
      *   'N' NAO LIBERADO - PREDECESSOR AINDA NAO RODOU HOJE;         *00000192
      *   'P' NAO PREVISTO - HOJE NAO E' DIA DO PASSO PELA REGRA DE    *00000194
      *                      CALENDARIO DO CICLODEF (COLS 40/42, VIA   *00000196
      *                      DB2CALEN); NAO E' COBRADO COMO            *00000198
      *                      PREDECESSOR DOS PASSOS SEGUINTES.         *00000200
      *   NO RETIDO E NO NAO LIBERADO VAI O PREDECESSOR QUE SEGURA;    *00000202
      *   CALENDARIO SEM RESPOSTA PARA HOJE RETEM O PASSO COM          *00000204
      *   'CALENDAR' NO LUGAR DO PREDECESSOR, COMO NO DB2CICLO. O      *00000206
      *   CALEND (VSAM ESDS) E' LIDO PELO FILE CONTROL, DO DIA 1 DO    *00000208
      *   MES ATE HOJE, E PASSADO DATA A DATA AO DB2CALEN (FUNCAO 'A') *00000211
      *   A CADA CHAMADA, DEPOIS DA FUNCAO 'R' QUE ESVAZIA A CARGA DA  *00000214
      *   CHAMADA ANTERIOR.                                            *00000217
      *   O RESUMO (QTD POR SITUACAO E A LINHA DE RESUMO) VOLTA SEMPRE;*00000220
      *   O DETALHE SEGUE O PROTOCOLO DE CONTINUACAO DO DB2DBAI -      *00000230
      *   DBAC-POSICAO N DEVOLVE UMA PAGINA DE ATE 10 PASSOS E A       *00000240
      *   PROXIMA POSICAO (0 = FIM), PARA A TELA CSP ROLAR O CICLO.    *00000250
      *   RETORNOS (DBAC-RETORNO): OK, NF (CICLODEF VAZIO), ER (ERRO   *00000260
      *   DE ARQUIVO OU DE SQL).                                       *00000270
      *   OUT/26 - ERRO DB2 PASSA PELA ROTINA ONLINE DB2ERROC (LINK):  *00000271
      *     A MENSAGEM COMPLETA DO DSNTIAC (COM O RECURSO DO -904)     *00000272
      *     VOLTA EM DBAC-MSG-ERRO - 4 LINHAS DE 79 ACRESCENTADAS NO   *00000273
      *     FIM DO COMMAREA - E O ERRO VAI PARA O ERRLOG COM           *00000274
      *     TRANSACAO, USUARIO E TERMINAL. ERRO DE FILE CONTROL NO     *00000275
      *     CICLODEF (RESP/RESP2) SEGUE O MESMO CAMINHO.               *00000276
      *     O TEXTO SO VOLTA NO ERRO E PARA O CHAMADOR QUE TRAZ        *00000277
      *     DBAC-VERSAO '2' (COMMAREA COM A AREA DE MENSAGENS); COM A  *00000278
      *     VERSAO EM BRANCO, COMO NOS CHAMADORES ANTIGOS, NADA E'     *00000279
      *     GRAVADO ALEM DO LAYOUT ORIGINAL.                           *00000280
      *   OUT/26 - EXECUCOES CONTADAS SO PELAS LINHAS DA DBA_EXECUCAO  *00000281
      *   COM OBJETO EM BRANCO: AS LINHAS POR TABELA QUE O DB2PURGA    *00000282
      *   GRAVA (FUNCAO 'O' DO DB2AUDIT) NAO SAO EXECUCOES.            *00000283
      * AREA RESPONSAVEL: ADMINISTRACAO DE BANCO DE DADOS              *00000284
      *----------------------------------------------------------------*00000290
       ENVIRONMENT    DIVISION.                                         00000300
      *----------------------------------------------------------------*00000310
      * CICLODEF E CALEND SAO ACESSADOS VIA FILE CONTROL DO CICS (EXEC *00000317
      * CICS STARTBR/READNEXT POR RBA) - PROGRAMA ONLINE NAO TEM       *00000324
      * SELECT/FD                                                      *00000331
      *----------------------------------------------------------------*00000340
       DATA DIVISION.                                                   00000350
      *----------------------------------------------------------------*00000360
      *                                                                *00000370
      *----------------------------------------------------------------*00000380
       WORKING-STORAGE SECTION.                                         00000390
      *----------------------------------------------------------------*00000400
      * CARTAO DO CICLODEF (MESMO LAYOUT DO DB2CICLO)                  *00000410
      *----------------------------------------------------------------*00000420
       01  REG-CICLODEF.                                                00000430
           02  CIC-PROGRAMA            PIC  X(08).                      00000440
           02  FILLER                  PIC  X(01).                      00000450
           02  CIC-PRED1               PIC  X(08).                      00000460
           02  FILLER                  PIC  X(01).                      00000470
           02  CIC-PRED2               PIC  X(08).                      00000480
           02  FILLER                  PIC  X(01).                      00000490
           02  CIC-PRED3               PIC  X(08).                      00000500
           02  FILLER                  PIC  X(01).                      00000510
           02  CIC-RC-MAX              PIC  9(02).                      00000520
           02  FILLER                  PIC  X(01).                      00000523
           02  CIC-REGRA               PIC  X(01).                      00000526
           02  FILLER                  PIC  X(01).                      00000529
           02  CIC-DIA-SEMANA          PIC  X(01).                      00000532
           02  FILLER                  PIC  X(38).                      00000535
      *----------------------------------------------------------------*00000540
      * AREAS AUXILIARES                                               *00000550
      *----------------------------------------------------------------*00000560
       01  FILLER.                                                      00000570
           02   WS-SQLCODE                  PIC -----9.                 00000580
           02   WS-QTD-PASSOS               PIC S9(04) COMP VALUE +0.   00000590
           02   WS-QTD-PAGINA               PIC S9(04) COMP VALUE +0.   00000600
           02   WS-QTD-CONCLUIDOS           PIC S9(04) COMP VALUE +0.   00000610
           02   WS-QTD-EXECUTANDO           PIC S9(04) COMP VALUE +0.   00000620
           02   WS-QTD-RETIDOS              PIC S9(04) COMP VALUE +0.   00000630
           02   WS-QTD-NAO-LIBERADOS        PIC S9(04) COMP VALUE +0.   00000640
           02   WS-QTD-NAO-PREVISTOS        PIC S9(04) COMP VALUE +0.   00000642
           02   WS-QTD-DATAS-CAL            PIC S9(04) COMP VALUE +0.   00000644
           02   CH-RODA-HOJE                PIC  X(01)  VALUE 'S'.      00000646
           02   WS-ARQUIVO                  PIC  X(08)  VALUE SPACES.   00000648
           02   WS-PRED-ATUAL               PIC  X(08)  VALUE SPACES.   00000650
           02   WS-SITUACAO                 PIC  X(01)  VALUE SPACES.   00000660
           02   WS-PRED-SEGURA              PIC  X(08)  VALUE SPACES.   00000670
           02   ZRC                         PIC Z9.                     00000680
           02   ZQTD1                       PIC ZZZ9.                   00000690
           02   ZQTD2                       PIC ZZZ9.                   00000700
           02   ZQTD3                       PIC ZZZ9.                   00000710
           02   ZQTD4                       PIC ZZZ9.                   00000720
           02   ZQTD5                       PIC ZZZ9.                   00000730
           02   ZQTD6                       PIC ZZZ9.                   00000735
      *----------------------------------------------------------------*00000740
      * SITUACAO DOS PASSOS JA' AVALIADOS (PREDECESSOR RETIDO RETEM    *00000750
      * TAMBEM O SUCESSOR)                                             *00000760
      *----------------------------------------------------------------*00000770
       01  TAB-PASSOS.                                                  00000780
           02  QTD-PAS            PIC S9(04) COMP    VALUE +0.          00000790
           02  IND-PAS            PIC S9(04) COMP    VALUE +0.          00000800
           02  TB-PAS             OCCURS 300 TIMES.                     00000810
               03  TB-PAS-PROGRAMA     PIC X(08).                       00000820
               03  TB-PAS-SITUACAO     PIC X(01).                       00000830
      *----------------------------------------------------------------*00000840
      * HOSTS DA TABELA DE CONTROLE                                    *00000850
      *----------------------------------------------------------------*00000860
       01  H-PROGRAMA                   PIC  X(08).                     00000870
       01  H-HORA-INICIO                PIC  X(08).                     00000880
       01  H-HORA-FIM                   PIC  X(08).                     00000890
       01  H-RETURN-CODE                PIC S9(04) COMP.                00000900
       01  H-RC-MAX                     PIC S9(04) COMP.                00000910
       01  H-QTD-OK                     PIC S9(09) COMP.                00000920
       01  H-QTD-RODOU                  PIC S9(09) COMP.                00000930
      *----------------------------------------------------------------*00000940
      * BROWSE DO CICLODEF (ESDS, POR RBA) E RESPOSTA DO FILE CONTROL  *00000950
      * (VALORES DO DFHRESP: 0 = NORMAL, 20 = ENDFILE)                 *00000960
      *----------------------------------------------------------------*00000970
       01  WS-RBA                 PIC S9(08)   COMP  VALUE +0.          00000980
       01  WS-RESP                PIC S9(08)   COMP  VALUE +0.          00000990
           88  RESP-NORMAL                           VALUE +0.          00001000
           88  RESP-ENDFILE                          VALUE +20.         00001010
       01  WS-RESP2               PIC S9(08)   COMP  VALUE +0.          00001015
       01  N88-FIM-CICLODEF             PIC  X(01)      VALUE 'N'.      00001020
           88  FIM-CICLODEF                             VALUE 'S'.      00001030
      *----------------------------------------------------------------*00001031
      * BROWSE DO CALEND (ESDS, POR RBA) E DATA DE HOJE (AAAAMMDD)     *00001032
      *----------------------------------------------------------------*00001033
       01  WS-RBA-CAL             PIC S9(08)   COMP  VALUE +0.          00001034
       01  WS-ABSTIME             PIC S9(15)   COMP-3 VALUE +0.         00001035
       01  WS-HOJE.                                                     00001036
           02  WS-HOJE-ANO-MES    PIC  X(06).                           00001037
           02  WS-HOJE-DIA        PIC  X(02).                           00001038
       01  N88-FIM-CALEND               PIC  X(01)      VALUE 'N'.      00001039
           88  FIM-CALEND                               VALUE 'S'.      00001040
      *----------------------------------------------------------------*00001041
      * PARAMETRO DA ROTINA COMUM DE CALENDARIO (DB2CALEN)             *00001042
      *----------------------------------------------------------------*00001043
       01  CAL-PARM.                                                    00001044
           02  CAL-FUNCAO         PIC X(01)      VALUE 'V'.             00001045
           02  CAL-REGRA          PIC X(01)      VALUE SPACES.          00001046
           02  CAL-DIA-SEMANA     PIC X(01)      VALUE SPACES.          00001047
           02  CAL-DATA           PIC 9(08)      VALUE ZEROS.           00001048
           02  CAL-DATA-INI       PIC 9(08)      VALUE ZEROS.           00001049
           02  CAL-RESPOSTA       PIC X(01)      VALUE SPACES.          00001050
           02  CAL-QTD-OCORR      PIC 9(05)      VALUE ZEROS.           00001051
           02  CAL-QTD-UTEIS      PIC 9(05)      VALUE ZEROS.           00001052
           02  CAL-RETORNO        PIC X(02)      VALUE SPACES.          00001053
           02  CAL-RETURN-CODE    PIC 9(02)      VALUE ZEROS.           00001054
           02  CAL-REG-CALEND     PIC X(80)      VALUE SPACES.          00001055
           02  FILLER  REDEFINES  CAL-REG-CALEND.                       00001056
               03  CAL-CLD-DATA.                                        00001057
                   04  CAL-CLD-ANO-MES    PIC X(06).                    00001058
                   04  CAL-CLD-DIA        PIC X(02).                    00001059
               03  FILLER                 PIC X(72).                    00001060
      *----------------------------------------------------------------*00001061
      * PARAMETRO DA ROTINA COMUM DE ERRO ONLINE (DB2ERROC, VIA LINK)  *00001062
      *----------------------------------------------------------------*00001063
       01  ERRC-PARM.                                                   00001064
           02  ERRC-PROGRAMA      PIC X(08)       VALUE 'DB2DBAC'.      00001065
           02  ERRC-CONTEXTO      PIC X(30)       VALUE SPACES.         00001066
           02  ERRC-RESP          PIC S9(08) COMP VALUE +0.             00001067
           02  ERRC-RESP2         PIC S9(08) COMP VALUE +0.             00001068
           02  ERRC-SQLCA         PIC X(136)      VALUE SPACES.         00001069
           02  ERRC-MENSAGENS.                                          00001070
               03  ERRC-MSG-LINHA OCCURS  4  TIMES   PIC X(79).         00001071
           02  ERRC-RETRY-AVISADO PIC X(01)       VALUE 'N'.            00001072
       01  WS-RESP-ERROC          PIC S9(08) COMP VALUE +0.             00001073
      *----------------------------------------------------------------*00001074
      *                                                                *00001075
      *----------------------------------------------------------------*00001076
           EXEC SQL INCLUDE SQLCA END-EXEC.                             00001077
      *----------------------------------------------------------------*00001080
      *                                                                *00001090
      *----------------------------------------------------------------*00001100
       LINKAGE          SECTION.                                        00001110
       01  DBAC-COMMAREA.                                               00001120
           03  DBAC-RETORNO              PIC  X(02).                    00001130
           03  DBAC-POSICAO              PIC  9(04).                    00001140
           03  DBAC-PROX-POSICAO         PIC  9(04).                    00001150
           03  DBAC-QTD-DEVOLVIDA        PIC  9(02).                    00001160
           03  DBAC-RESUMO.                                             00001170
               05  DBAC-QTD-PASSOS       PIC  9(04).                    00001180
               05  DBAC-QTD-CONCLUIDOS   PIC  9(04).                    00001190
               05  DBAC-QTD-EXECUTANDO   PIC  9(04).                    00001200
               05  DBAC-QTD-RETIDOS      PIC  9(04).                    00001210
               05  DBAC-QTD-NAO-LIBERADOS PIC 9(04).                    00001220
               05  DBAC-LINHA-RESUMO     PIC  X(80).                    00001230
           03  DBAC-DETALHE              OCCURS 10 TIMES.               00001240
               05  DETP-PROGRAMA         PIC  X(08).                    00001250
               05  DETP-SITUACAO         PIC  X(01).                    00001260
               05  DETP-SITUACAO-TXT     PIC  X(12).                    00001270
               05  DETP-HORA-INICIO      PIC  X(08).                    00001280
               05  DETP-HORA-FIM         PIC  X(08).                    00001290
               05  DETP-RC               PIC  X(02).                    00001300
               05  DETP-PREDECESSOR      PIC  X(08).                    00001310
           03  DBAC-QTD-NAO-PREVISTOS    PIC  9(04).                    00001314
           03  DBAC-VERSAO               PIC  X(01).                    00001316
               88  DBAC-VERSAO-MENSAGENS            VALUE '2'.          00001318
           03  FILLER                    PIC  X(45).                    00001320
           03  DBAC-MENSAGENS.                                          00001323
               05  DBAC-MSG-ERRO         OCCURS 4 TIMES PIC X(79).      00001326
      *----------------------------------------------------------------*00001330
      *                                                                *00001340
      *----------------------------------------------------------------*00001350
       PROCEDURE  DIVISION  USING  DBAC-COMMAREA.                       00001360
       0000-0000-PRINCIPAL.                                             00001370
           MOVE   SPACES               TO   DBAC-RETORNO                00001372
                                            DBAC-LINHA-RESUMO.          00001374
      *--- A ROTINA FICA CARREGADA ENTRE OS DESPACHOS DA TAREFA (TELA   00001376
      *--- ROLANDO): OS CONTADORES RECOMECAM A CADA CHAMADA             00001378
           MOVE   +0                   TO   WS-QTD-PASSOS               00001380
                                            WS-QTD-PAGINA               00001382
                                            WS-QTD-CONCLUIDOS           00001384
                                            WS-QTD-EXECUTANDO           00001386
                                            WS-QTD-RETIDOS              00001388
                                            WS-QTD-NAO-LIBERADOS        00001390
                                            WS-QTD-NAO-PREVISTOS        00001392
                                            WS-QTD-DATAS-CAL            00001394
                                            QTD-PAS.                    00001396
           IF  DBAC-POSICAO  NOT NUMERIC                                00001400
               OR  DBAC-POSICAO  EQUAL  ZEROS                           00001410
               MOVE  1                 TO   DBAC-POSICAO                00001420
           END-IF.                                                      00001430
           MOVE   ZEROS                TO   DBAC-QTD-DEVOLVIDA          00001440
                                            DBAC-PROX-POSICAO           00001450
                                            DBAC-QTD-PASSOS             00001460
                                            DBAC-QTD-CONCLUIDOS         00001470
                                            DBAC-QTD-EXECUTANDO         00001480
                                            DBAC-QTD-RETIDOS            00001490
                                            DBAC-QTD-NAO-LIBERADOS      00001492
                                            DBAC-QTD-NAO-PREVISTOS.     00001494
           PERFORM  0050-0000-CARREGA-CALEND THRU 0050-0000-EXIT.       00001496
           IF  DBAC-RETORNO  NOT EQUAL  SPACES                          00001498
               GOBACK                                                   00001500
           END-IF.                                                      00001502
           PERFORM  0100-0000-PERCORRE-CICLO THRU 0100-0000-EXIT.       00001510
           IF  DBAC-RETORNO  NOT EQUAL  SPACES                          00001520
               GOBACK                                                   00001530
           END-IF.                                                      00001540
           IF  WS-QTD-PASSOS  EQUAL  +0                                 00001550
               MOVE   'NF'             TO   DBAC-RETORNO                00001560
               GOBACK                                                   00001570
           END-IF.                                                      00001580
           PERFORM  0300-0000-MONTA-RESUMO THRU 0300-0000-EXIT.         00001590
           MOVE   'OK'                 TO   DBAC-RETORNO.               00001600
           GOBACK.                                                      00001610
       0000-0000-EXIT. EXIT.                                            00001611
      *----------------------------------------------------------------*00001612
      * CALENDARIO DO MES CORRENTE, DO DIA 1 ATE HOJE, PARA O DB2CALEN *00001613
      * (ROTINA ONLINE NAO ABRE ARQUIVO - AS DATAS VAO PELA FUNCAO 'A')*00001614
      *----------------------------------------------------------------*00001615
       0050-0000-CARREGA-CALEND.                                        00001616
           EXEC CICS                                                    00001617
               ASKTIME  ABSTIME(WS-ABSTIME)                             00001618
           END-EXEC.                                                    00001619
           EXEC CICS                                                    00001620
               FORMATTIME  ABSTIME(WS-ABSTIME)                          00001621
                           YYYYMMDD(WS-HOJE)                            00001622
           END-EXEC.                                                    00001623
      *--- ESVAZIA O CALENDARIO QUE FICOU NO DB2CALEN DA CHAMADA        00001624
      *--- ANTERIOR ANTES DE PASSAR O MES DE NOVO (FUNCAO 'R')          00001625
           MOVE   'R'                  TO   CAL-FUNCAO.                 00001626
           MOVE   ZEROS                TO   CAL-RETURN-CODE.            00001627
           CALL  'DB2CALEN'  USING  CAL-PARM.                           00001628
           MOVE   'CALEND'             TO   WS-ARQUIVO.                 00001629
           MOVE   +0                   TO   WS-RBA-CAL.                 00001630
           EXEC CICS                                                    00001631
               STARTBR  FILE('CALEND')                                  00001632
                        RIDFLD(WS-RBA-CAL)                              00001633
                        RBA                                             00001634
                        RESP(WS-RESP)                                   00001635
                        RESP2(WS-RESP2)                                 00001636
           END-EXEC.                                                    00001637
           IF  NOT RESP-NORMAL                                          00001638
               MOVE   'ER'             TO   DBAC-RETORNO                00001639
               PERFORM  9998-9999-ERRO-CICS THRU 9998-9999-EXIT         00001640
               GO  TO  0050-0000-EXIT                                   00001645
           END-IF.                                                      00001646
           MOVE   'N'                  TO   N88-FIM-CALEND.             00001647
           PERFORM  0060-0050-UMA-DATA THRU 0060-0050-EXIT              00001648
             UNTIL FIM-CALEND.                                          00001649
           EXEC CICS                                                    00001650
               ENDBR  FILE('CALEND')                                    00001651
                      RESP(WS-RESP)                                     00001652
           END-EXEC.                                                    00001653
       0050-0000-EXIT. EXIT.                                            00001654
      *----------------------------------------------------------------*00001655
      * UMA DATA DO CALEND: SO AS DO MES CORRENTE ATE HOJE             *00001656
      *----------------------------------------------------------------*00001657
       0060-0050-UMA-DATA.                                              00001658
           EXEC CICS                                                    00001659
               READNEXT  FILE('CALEND')                                 00001660
                         INTO(CAL-REG-CALEND)                           00001661
                         RIDFLD(WS-RBA-CAL)                             00001662
                         RBA                                            00001663
                         RESP(WS-RESP)                                  00001664
                         RESP2(WS-RESP2)                                00001665
           END-EXEC.                                                    00001666
           IF  RESP-ENDFILE                                             00001667
               MOVE   'S'              TO   N88-FIM-CALEND              00001668
               GO  TO  0060-0050-EXIT                                   00001669
           END-IF.                                                      00001670
           IF  NOT RESP-NORMAL                                          00001671
               MOVE   'ER'             TO   DBAC-RETORNO                00001672
               PERFORM  9998-9999-ERRO-CICS THRU 9998-9999-EXIT         00001673
               MOVE   'S'              TO   N88-FIM-CALEND              00001674
               GO  TO  0060-0050-EXIT                                   00001675
           END-IF.                                                      00001676
           IF  CAL-CLD-DATA  GREATER  WS-HOJE                           00001677
               MOVE   'S'              TO   N88-FIM-CALEND              00001678
               GO  TO  0060-0050-EXIT                                   00001679
           END-IF.                                                      00001680
           IF  CAL-CLD-ANO-MES  NOT EQUAL  WS-HOJE-ANO-MES              00001681
               GO  TO  0060-0050-EXIT                                   00001682
           END-IF.                                                      00001683
           MOVE   'A'                  TO   CAL-FUNCAO.                 00001684
           MOVE   ZEROS                TO   CAL-RETURN-CODE.            00001685
           CALL  'DB2CALEN'  USING  CAL-PARM.                           00001686
           ADD    +1                   TO   WS-QTD-DATAS-CAL.           00001687
       0060-0050-EXIT. EXIT.                                            00001688
      *----------------------------------------------------------------*00001689
      * PERCORRE O CICLODEF NA ORDEM DO CICLO, AVALIANDO TODOS OS      *00001690
      * PASSOS (O RESUMO E A REGRA DE RETENCAO PRECISAM DE TODOS) E    *00001691
      * DEVOLVENDO SO OS DA PAGINA PEDIDA                              *00001692
      *----------------------------------------------------------------*00001693
       0100-0000-PERCORRE-CICLO.                                        00001694
           MOVE   'CICLODEF'           TO   WS-ARQUIVO.                 00001695
           MOVE   +0                   TO   WS-RBA.                     00001697
           EXEC CICS                                                    00001700
               STARTBR  FILE('CICLODEF')                                00001710
                        RIDFLD(WS-RBA)                                  00001720
                        RBA                                             00001730
                        RESP(WS-RESP)                                   00001740
                        RESP2(WS-RESP2)                                 00001745
           END-EXEC.                                                    00001750
           IF  NOT RESP-NORMAL                                          00001760
               MOVE   'ER'             TO   DBAC-RETORNO                00001770
               PERFORM  9998-9999-ERRO-CICS THRU 9998-9999-EXIT         00001775
               GO  TO  0100-0000-EXIT                                   00001780
           END-IF.                                                      00001790
           MOVE   'N'                  TO   N88-FIM-CICLODEF.           00001800
           PERFORM  0110-0100-UM-PASSO THRU 0110-0100-EXIT              00001810
             UNTIL FIM-CICLODEF.                                        00001820
           EXEC CICS                                                    00001830
               ENDBR  FILE('CICLODEF')                                  00001840
                      RESP(WS-RESP)                                     00001850
           END-EXEC.                                                    00001860
           IF  DBAC-RETORNO  NOT EQUAL  SPACES                          00001870
               GO  TO  0100-0000-EXIT                                   00001880
           END-IF.                                                      00001890
           IF  WS-QTD-PASSOS  NOT LESS  DBAC-POSICAO + 10               00001900
               COMPUTE DBAC-PROX-POSICAO = DBAC-POSICAO + 10            00001910
           END-IF.                                                      00001920
           MOVE   WS-QTD-PAGINA        TO   DBAC-QTD-DEVOLVIDA.         00001930
       0100-0000-EXIT. EXIT.                                            00001940
      *----------------------------------------------------------------*00001950
      * UM PASSO: EXECUCAO DE HOJE OU, SE NAO HOUVER, A SITUACAO DOS   *00001960
      * PREDECESSORES (MESMA REGRA DO DB2CICLO)                        *00001970
      *----------------------------------------------------------------*00001980
       0110-0100-UM-PASSO.                                              00001990
           EXEC CICS                                                    00002000
               READNEXT  FILE('CICLODEF')                               00002010
                         INTO(REG-CICLODEF)                             00002020
                         RIDFLD(WS-RBA)                                 00002030
                         RBA                                            00002040
                         RESP(WS-RESP)                                  00002050
                         RESP2(WS-RESP2)                                00002055
           END-EXEC.                                                    00002060
           IF  RESP-ENDFILE                                             00002070
               MOVE   'S'              TO   N88-FIM-CICLODEF            00002080
               GO  TO  0110-0100-EXIT                                   00002090
           END-IF.                                                      00002100
           IF  NOT RESP-NORMAL                                          00002110
               MOVE   'ER'             TO   DBAC-RETORNO                00002120
               PERFORM  9998-9999-ERRO-CICS THRU 9998-9999-EXIT         00002125
               MOVE   'S'              TO   N88-FIM-CICLODEF            00002130
               GO  TO  0110-0100-EXIT                                   00002140
           END-IF.                                                      00002150
           IF  CIC-PROGRAMA  EQUAL  SPACES                              00002160
               GO  TO  0110-0100-EXIT                                   00002170
           END-IF.                                                      00002180
           IF  CIC-RC-MAX  NUMERIC                                      00002190
               MOVE   CIC-RC-MAX       TO   H-RC-MAX                    00002200
           ELSE                                                         00002210
               MOVE   +4               TO   H-RC-MAX                    00002220
           END-IF.                                                      00002230
           ADD    +1                   TO   WS-QTD-PASSOS.              00002240
           MOVE   SPACES               TO   WS-PRED-SEGURA              00002250
                                            H-HORA-INICIO  H-HORA-FIM.  00002260
           MOVE   +0                   TO   H-RETURN-CODE.              00002270
           PERFORM 0120-0110-CONFERE-CALEND THRU 0120-0110-EXIT.        00002275
                                                                        00002280
           MOVE   CIC-PROGRAMA         TO   H-PROGRAMA.                 00002290
           EXEC SQL                                                     00002300
                SELECT HORA_INICIO, HORA_FIM, RETURN_CODE               00002310
                  INTO :H-HORA-INICIO, :H-HORA-FIM, :H-RETURN-CODE      00002320
                  FROM DB2ADM.DBA_EXECUCAO                              00002330
                 WHERE PROGRAMA  = :H-PROGRAMA                          00002340
                   AND DATA_EXEC = CURRENT DATE                         00002350
                   AND OBJETO    = ' '                                  00002355
                 ORDER BY HORA_INICIO DESC                              00002360
                 FETCH FIRST 1 ROW ONLY                                 00002370
           END-EXEC.                                                    00002380
           IF  SQLCODE  EQUAL  +0                                       00002390
               MOVE   'C'              TO   WS-SITUACAO                 00002400
               ADD    +1               TO   WS-QTD-CONCLUIDOS           00002410
           ELSE                                                         00002420
               IF  SQLCODE  NOT EQUAL  +100                             00002430
                   DISPLAY '*** ERRO NO SELECT DBA_EXECUCAO DBAC'       00002440
                   PERFORM  9999-9999-ERRO-DB2  THRU 9999-9999-EXIT     00002450
               END-IF                                                   00002460
               MOVE   'E'              TO   WS-SITUACAO                 00002470
               EVALUATE CH-RODA-HOJE                                    00002473
                   WHEN 'N'                                             00002476
                        MOVE  'P'      TO   WS-SITUACAO                 00002479
                   WHEN 'E'                                             00002482
                        MOVE  'R'      TO   WS-SITUACAO                 00002485
                        MOVE  'CALENDAR'  TO  WS-PRED-SEGURA            00002488
                   WHEN OTHER                                           00002491
                        MOVE  CIC-PRED1   TO  WS-PRED-ATUAL             00002494
                        PERFORM 0200-0110-CONFERE-PRED                  00002497
                           THRU 0200-0110-EXIT                          00002500
                        MOVE  CIC-PRED2   TO  WS-PRED-ATUAL             00002503
                        PERFORM 0200-0110-CONFERE-PRED                  00002506
                           THRU 0200-0110-EXIT                          00002509
                        MOVE  CIC-PRED3   TO  WS-PRED-ATUAL             00002512
                        PERFORM 0200-0110-CONFERE-PRED                  00002515
                           THRU 0200-0110-EXIT                          00002518
               END-EVALUATE                                             00002521
               EVALUATE WS-SITUACAO                                     00002540
                   WHEN 'E'   ADD  +1  TO   WS-QTD-EXECUTANDO           00002550
                   WHEN 'R'   ADD  +1  TO   WS-QTD-RETIDOS              00002560
                   WHEN 'P'   ADD  +1  TO   WS-QTD-NAO-PREVISTOS        00002565
                   WHEN OTHER ADD  +1  TO   WS-QTD-NAO-LIBERADOS        00002570
               END-EVALUATE                                             00002580
           END-IF.                                                      00002590
           IF  QTD-PAS  LESS  +300                                      00002600
               ADD    +1               TO   QTD-PAS                     00002610
               MOVE   CIC-PROGRAMA     TO   TB-PAS-PROGRAMA(QTD-PAS)    00002620
               MOVE   WS-SITUACAO      TO   TB-PAS-SITUACAO(QTD-PAS)    00002630
           END-IF.                                                      00002640
                                                                        00002650
      *--- SO OS PASSOS DA PAGINA PEDIDA VAO PARA O COMMAREA            00002660
           IF  WS-QTD-PASSOS  LESS  DBAC-POSICAO                        00002670
               OR  WS-QTD-PAGINA  NOT LESS  +10                         00002680
               GO  TO  0110-0100-EXIT                                   00002690
           END-IF.                                                      00002700
           ADD    +1                   TO   WS-QTD-PAGINA.              00002710
           MOVE   CIC-PROGRAMA         TO  DETP-PROGRAMA(WS-QTD-PAGINA).00002720
           MOVE   WS-SITUACAO          TO  DETP-SITUACAO(WS-QTD-PAGINA).00002730
           MOVE   WS-PRED-SEGURA       TO                               00002740
                  DETP-PREDECESSOR(WS-QTD-PAGINA).                      00002750
           MOVE   H-HORA-INICIO        TO                               00002760
                  DETP-HORA-INICIO(WS-QTD-PAGINA).                      00002770
           MOVE   H-HORA-FIM           TO  DETP-HORA-FIM(WS-QTD-PAGINA).00002780
           MOVE   SPACES               TO   DETP-RC(WS-QTD-PAGINA).     00002790
           EVALUATE WS-SITUACAO                                         00002800
               WHEN 'C'                                                 00002810
                    MOVE  'CONCLUIDO'     TO                            00002820
                          DETP-SITUACAO-TXT(WS-QTD-PAGINA)              00002830
                    MOVE  H-RETURN-CODE   TO   ZRC                      00002840
                    MOVE  ZRC             TO   DETP-RC(WS-QTD-PAGINA)   00002850
               WHEN 'E'                                                 00002860
                    MOVE  'EM EXECUCAO'   TO                            00002870
                          DETP-SITUACAO-TXT(WS-QTD-PAGINA)              00002880
               WHEN 'R'                                                 00002890
                    MOVE  'RETIDO'        TO                            00002900
                          DETP-SITUACAO-TXT(WS-QTD-PAGINA)              00002910
               WHEN 'P'                                                 00002912
                    MOVE  'NAO PREVISTO'  TO                            00002914
                          DETP-SITUACAO-TXT(WS-QTD-PAGINA)              00002916
               WHEN OTHER                                               00002920
                    MOVE  'NAO LIBERADO'  TO                            00002930
                          DETP-SITUACAO-TXT(WS-QTD-PAGINA)              00002940
           END-EVALUATE.                                                00002950
       0110-0100-EXIT. EXIT.                                            00002960
      *----------------------------------------------------------------*00002961
      * HOJE E' DIA DO PASSO? MESMO TESTE DO DB2CICLO: 'S' RODA, 'N'   *00002962
      * FORA DO CALENDARIO, 'E' CALENDARIO SEM RESPOSTA                *00002963
      *----------------------------------------------------------------*00002964
       0120-0110-CONFERE-CALEND.                                        00002965
           MOVE   'S'                  TO   CH-RODA-HOJE.               00002966
           IF  CIC-REGRA  EQUAL  SPACE  OR  'D'                         00002967
               GO  TO  0120-0110-EXIT                                   00002968
           END-IF.                                                      00002969
           IF  WS-QTD-DATAS-CAL  EQUAL  +0                              00002970
               MOVE   'E'              TO   CH-RODA-HOJE                00002971
               GO  TO  0120-0110-EXIT                                   00002972
           END-IF.                                                      00002973
           MOVE   'V'                  TO   CAL-FUNCAO.                 00002974
           MOVE   CIC-REGRA            TO   CAL-REGRA.                  00002975
           MOVE   CIC-DIA-SEMANA       TO   CAL-DIA-SEMANA.             00002976
           MOVE   WS-HOJE              TO   CAL-DATA.                   00002977
           MOVE   ZEROS                TO   CAL-RETURN-CODE.            00002978
           CALL  'DB2CALEN'  USING  CAL-PARM.                           00002979
           IF  CAL-RETORNO  NOT EQUAL  'OK'                             00002980
               MOVE   'E'              TO   CH-RODA-HOJE                00002981
               GO  TO  0120-0110-EXIT                                   00002982
           END-IF.                                                      00002983
           IF  CAL-RESPOSTA  EQUAL  'N'                                 00002984
               MOVE   'N'              TO   CH-RODA-HOJE                00002985
           END-IF.                                                      00002986
       0120-0110-EXIT. EXIT.                                            00002987
      *----------------------------------------------------------------*00002988
      * UM PREDECESSOR DE PASSO SEM EXECUCAO HOJE: RETIDO PREVALECE    *00002989
      * SOBRE NAO LIBERADO, QUE PREVALECE SOBRE EM EXECUCAO            *00002990
      *----------------------------------------------------------------*00003000
       0200-0110-CONFERE-PRED.                                          00003010
           IF  WS-PRED-ATUAL  EQUAL  SPACES                             00003020
               OR  WS-SITUACAO  EQUAL  'R'                              00003030
               GO  TO  0200-0110-EXIT                                   00003040
           END-IF.                                                      00003050
           MOVE   WS-PRED-ATUAL        TO   H-PROGRAMA.                 00003060
           EXEC SQL                                                     00003070
                SELECT COUNT(*),                                        00003080
                       VALUE(SUM(CASE WHEN RETURN_CODE <= :H-RC-MAX     00003090
                                      THEN 1 ELSE 0 END), 0)            00003100
                  INTO :H-QTD-RODOU, :H-QTD-OK                          00003110
                  FROM DB2ADM.DBA_EXECUCAO                              00003120
                 WHERE PROGRAMA    = :H-PROGRAMA                        00003130
                   AND DATA_EXEC   = CURRENT DATE                       00003140
                   AND OBJETO      = ' '                                00003145
           END-EXEC.                                                    00003150
           IF  SQLCODE  NOT EQUAL  +0                                   00003160
               DISPLAY '*** ERRO NO COUNT DBA_EXECUCAO DBAC'            00003170
               PERFORM  9999-9999-ERRO-DB2  THRU 9999-9999-EXIT         00003180
           END-IF.                                                      00003190
           IF  H-QTD-OK  GREATER  +0                                    00003200
               GO  TO  0200-0110-EXIT                                   00003210
           END-IF.                                                      00003220
           IF  H-QTD-RODOU  GREATER  +0                                 00003230
               MOVE   'R'              TO   WS-SITUACAO                 00003240
               MOVE   WS-PRED-ATUAL    TO   WS-PRED-SEGURA              00003250
               GO  TO  0200-0110-EXIT                                   00003260
           END-IF.                                                      00003270
      *--- PREDECESSOR AINDA NAO RODOU: SE ELE ESTA' RETIDO, O PASSO    00003280
      *--- TAMBEM FICA RETIDO; FORA DO CALENDARIO HOJE NAO E' COBRADO   00003290
           PERFORM VARYING IND-PAS FROM +1 BY +1                        00003300
             UNTIL IND-PAS  GREATER  QTD-PAS                            00003310
                OR TB-PAS-PROGRAMA(IND-PAS)  EQUAL  WS-PRED-ATUAL       00003320
               CONTINUE                                                 00003330
           END-PERFORM.                                                 00003340
           IF  IND-PAS  NOT GREATER  QTD-PAS                            00003342
               AND  TB-PAS-SITUACAO(IND-PAS)  EQUAL  'P'                00003344
               GO  TO  0200-0110-EXIT                                   00003346
           END-IF.                                                      00003348
           IF  IND-PAS  NOT GREATER  QTD-PAS                            00003350
               AND  TB-PAS-SITUACAO(IND-PAS)  EQUAL  'R'                00003360
               MOVE   'R'              TO   WS-SITUACAO                 00003370
               MOVE   WS-PRED-ATUAL    TO   WS-PRED-SEGURA              00003380
               GO  TO  0200-0110-EXIT                                   00003390
           END-IF.                                                      00003400
           IF  WS-SITUACAO  EQUAL  'E'                                  00003410
               MOVE   'N'              TO   WS-SITUACAO                 00003420
               MOVE   WS-PRED-ATUAL    TO   WS-PRED-SEGURA              00003430
           END-IF.                                                      00003440
       0200-0110-EXIT. EXIT.                                            00003450
      *----------------------------------------------------------------*00003460
      * RESUMO DO CICLO: QTD POR SITUACAO E A LINHA DE RESUMO          *00003470
      *----------------------------------------------------------------*00003480
       0300-0000-MONTA-RESUMO.                                          00003490
           MOVE   WS-QTD-PASSOS        TO   DBAC-QTD-PASSOS  ZQTD1.     00003500
           MOVE   WS-QTD-CONCLUIDOS    TO   DBAC-QTD-CONCLUIDOS  ZQTD2. 00003510
           MOVE   WS-QTD-EXECUTANDO    TO   DBAC-QTD-EXECUTANDO  ZQTD3. 00003520
           MOVE   WS-QTD-RETIDOS       TO   DBAC-QTD-RETIDOS  ZQTD4.    00003530
           MOVE   WS-QTD-NAO-LIBERADOS TO   DBAC-QTD-NAO-LIBERADOS      00003540
                                            ZQTD5.                      00003550
           MOVE   WS-QTD-NAO-PREVISTOS TO   DBAC-QTD-NAO-PREVISTOS      00003554
                                            ZQTD6.                      00003558
           IF  WS-QTD-CONCLUIDOS + WS-QTD-NAO-PREVISTOS                 00003562
                 EQUAL  WS-QTD-PASSOS                                   00003566
               STRING 'CICLO CONCLUIDO -' ZQTD1 ' PASSOS,'              00003570
                      ZQTD6 ' NAO PREVISTOS HOJE'                       00003574
                      DELIMITED BY SIZE INTO DBAC-LINHA-RESUMO          00003580
           ELSE                                                         00003590
               STRING ZQTD1 ' PASSOS:' ZQTD2 ' CONCL'                   00003600
                      ZQTD3 ' EM EXEC' ZQTD4 ' RETIDOS'                 00003610
                      ZQTD5 ' NAO LIBER' ZQTD6 ' NAO PREV HOJE'         00003620
                      DELIMITED BY SIZE INTO DBAC-LINHA-RESUMO          00003630
           END-IF.                                                      00003640
       0300-0000-EXIT. EXIT.                                            00003641
      *----------------------------------------------------------------*00003642
      * ROTINA COMUM DE ERRO ONLINE: FORMATA A MENSAGEM, REGISTRA NO   *00003643
      * ERRLOG (VIA FILA DBERRO) E DEVOLVE O TEXTO NO COMMAREA         *00003644
      *----------------------------------------------------------------*00003645
       9990-9999-REGISTRA-ERRO.                                         00003646
           EXEC CICS                                                    00003647
               LINK  PROGRAM('DB2ERROC')                                00003648
                     COMMAREA(ERRC-PARM)                                00003649
                     LENGTH(LENGTH OF ERRC-PARM)                        00003650
                     RESP(WS-RESP-ERROC)                                00003651
           END-EXEC.                                                    00003652
           IF  WS-RESP-ERROC  EQUAL  +0                                 00003653
               IF  DBAC-VERSAO-MENSAGENS                                00003654
                   MOVE   ERRC-MENSAGENS   TO  DBAC-MENSAGENS           00003655
               END-IF                                                   00003656
           ELSE                                                         00003657
               DISPLAY '*** DB2DBAC - AVISO - LINK DB2ERROC FALHOU'     00003658
           END-IF.                                                      00003659
       9990-9999-EXIT. EXIT.                                            00003660
      *----------------------------------------------------------------*00003661
      * ERRO DE FILE CONTROL: REGISTRA RESP/RESP2 PELA ROTINA COMUM    *00003662
      *----------------------------------------------------------------*00003663
       9998-9999-ERRO-CICS.                                             00003664
           MOVE   WS-RESP              TO  ERRC-RESP.                   00003665
           MOVE   WS-RESP2             TO  ERRC-RESP2.                  00003666
           MOVE   LOW-VALUES           TO  ERRC-SQLCA.                  00003667
           MOVE   SPACES               TO  ERRC-CONTEXTO.               00003668
           STRING 'FILE CONTROL ' DELIMITED BY SIZE                     00003669
                  WS-ARQUIVO      DELIMITED BY SPACE                    00003677
                  INTO ERRC-CONTEXTO.                                   00003678
           PERFORM 9990-9999-REGISTRA-ERRO THRU 9990-9999-EXIT.         00003679
       9998-9999-EXIT. EXIT.                                            00003680
      *----------------------------------------------------------------*00003681
      * TRATAMENTO PADRAO DE ERRO DB2 - CONSULTA ONLINE, NAO ABENDA;   *00003682
      * DEVOLVE O ERRO NO COMMAREA PARA O CHAMADOR TRATAR              *00003683
      *----------------------------------------------------------------*00003690
       9999-9999-ERRO-DB2.                                              00003700
           MOVE   SQLCODE              TO  WS-SQLCODE.                  00003710
           DISPLAY '*** SQLCODE  ' WS-SQLCODE.                          00003720
           DISPLAY '    SQLERRMC ' SQLERRMC.                            00003730
           DISPLAY '    SQLSTATE ' SQLSTATE.                            00003740
      *--- FORMATA A MENSAGEM (DSNTIAC) E REGISTRA NO ERRLOG            00003741
           MOVE   +0                   TO  ERRC-RESP                    00003742
                                           ERRC-RESP2.                  00003743
           MOVE   SQLCA                TO  ERRC-SQLCA.                  00003744
           MOVE   'SITUACAO DO CICLO NOTURNO'  TO  ERRC-CONTEXTO.       00003745
           PERFORM 9990-9999-REGISTRA-ERRO THRU 9990-9999-EXIT.         00003746
           MOVE   'ER'                 TO  DBAC-RETORNO.                00003750
           EXEC CICS                                                    00003760
               ENDBR  FILE('CICLODEF')                                  00003770
                      RESP(WS-RESP)                                     00003780
           END-EXEC.                                                    00003790
           GOBACK.                                                      00003800
       9999-9999-EXIT. EXIT.                                            00003810
