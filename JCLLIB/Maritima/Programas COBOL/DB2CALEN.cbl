       IDENTIFICATION DIVISION.                                         00000010
       PROGRAM-ID.    DB2CALEN.                                         00000020
      *----------------------------------------------------------------*00000030
      * DATA:  OUT/2026                                                *00000040
      * OBJETIVOS: ROTINA COMUM DE CALENDARIO DE NEGOCIO, CHAMADA      *00000050
      *   (CALL) PELO DB2CICLO E PELO DB2AUDRL, PARA QUE O CICLO       *00000060
      *   NOTURNO E A CONFERENCIA DE ATRASO SAIBAM O QUE E' DIA UTIL,  *00000070
      *   FERIADO (CARNAVAL, CORPUS CHRISTI...), FIM DE MES E FIM DE   *00000080
      *   TRIMESTRE, E PELA CONSULTA ONLINE DB2DBAC.                   *00000087
      *   O CALENDARIO E' O ARQUIVO DE CONTROLE COMUM CALEND (VSAM     *00000094
      *   ESDS, COMO O CICLODEF, PARA SER LIDO TAMBEM ONLINE), MANTIDO *00000101
      *   PELA ADMINISTRACAO DE DADOS - UM CARTAO POR DATA, EM ORDEM   *00000110
      *   CRESCENTE, SEM BURACOS, COMECANDO NO DIA 1 DE UM MES:        *00000120
      *     COLS  1-8  DATA AAAAMMDD                                   *00000130
      *     COL  10    TIPO: 'U' DIA UTIL, 'F' FERIADO, 'N' SABADO/    *00000140
      *                DOMINGO (QUALQUER TIPO <> 'U' NAO E' UTIL)      *00000150
      *     COL  12    DIA DA SEMANA 1-7 (1 = DOMINGO, COMO O          *00000160
      *                DAYOFWEEK DO DB2)                               *00000170
      *     COL  14    'M' NO ULTIMO DIA UTIL DO MES (FECHAMENTO)      *00000180
      *     COL  16    'T' NO ULTIMO DIA UTIL DO TRIMESTRE             *00000190
      *     COLS 18-47 DESCRICAO (NOME DO FERIADO)                     *00000200
      *   O CALENDARIO E' CARREGADO INTEIRO NA PRIMEIRA CHAMADA DA     *00000210
      *   EXECUCAO (COMO O EXCECAO DO DB2EXCEP); O PRIMEIRO DIA UTIL   *00000220
      *   DE CADA MES E' MARCADO NA CARGA. CALEND CUJO PRIMEIRO CARTAO *00000225
      *   NAO E' DIA 1 ENCERRA O PASSO COM RETURN-CODE 16 (SEM O DIA 1 *00000230
      *   O PRIMEIRO DIA UTIL DO MES SAIRIA ERRADO).                   *00000235
      *   REGRAS DE EXECUCAO (CAL-REGRA):                              *00000240
      *     ' ' OU 'D' DIARIA             'U' DIAS UTEIS               *00000250
      *     'S' SEMANAL NO DIA DA SEMANA CAL-DIA-SEMANA (1-7)          *00000260
      *     'P' PRIMEIRO DIA UTIL DO MES  'M' FIM DE MES               *00000270
      *     'T' FIM DE TRIMESTRE                                       *00000280
      *   FUNCOES (CAL-FUNCAO):                                        *00000290
      *   - 'A' ACRESCENTA AO CALENDARIO EM MEMORIA A DATA PASSADA EM  *00000291
      *     CAL-REG-CALEND (MESMO LAYOUT DO CARTAO) - PARA O CHAMADOR  *00000292
      *     ONLINE, QUE NAO ABRE ARQUIVO: ELE LE O CALEND PELO FILE    *00000293
      *     CONTROL DO CICS, DO DIA 1 DO MES ATE A DATA PEDIDA, E      *00000294
      *     PASSA UMA DATA POR CHAMADA. COM 'A' NAO HA' CARGA DO       *00000295
      *     ARQUIVO, E PRIMEIRA DATA QUE NAO E' DIA 1 VOLTA 'VZ';      *00000297
      *   - 'R' RECOMECA: ESVAZIA O CALENDARIO EM MEMORIA, PARA O      *00000299
      *     CHAMADOR ONLINE CARREGAR DE NOVO COM 'A' A CADA CONSULTA   *00000301
      *     (A ROTINA FICA CARREGADA ENTRE AS CHAMADAS DA EXECUCAO E   *00000303
      *     SEM ISSO O DIA 1 DA SEGUNDA CARGA SAIRIA FORA DE ORDEM);   *00000305
      *   - 'V' VERIFICA SE CAL-DATA E' DIA DE RODAR A REGRA           *00000307
      *     (CAL-RESPOSTA 'S'/'N');                                    *00000310
      *   - 'C' CONTA AS OCORRENCIAS DA REGRA E OS DIAS UTEIS          *00000320
      *     ESTRITAMENTE ENTRE CAL-DATA-INI E CAL-DATA (AS DUAS DATAS  *00000330
      *     FORA DA CONTAGEM) - E' O ATRASO MEDIDO EM TERMOS DE        *00000340
      *     CALENDARIO. SE CAL-DATA-INI FOR ANTERIOR AO CALENDARIO, A  *00000350
      *     CONTAGEM COMECA NO PRIMEIRO DIA DO CALENDARIO.             *00000360
      *   RETORNOS (CAL-RETORNO): 'OK'; 'NC' CAL-DATA FORA DO          *00000370
      *   CALENDARIO; 'RI' REGRA INVALIDA; 'VZ' CALENDARIO VAZIO, FORA *00000380
      *   DE ORDEM OU (FUNCAO 'A') SEM O DIA 1.                        *00000390
      *   O RETURN-CODE DO CHAMADOR E' RESTAURADO A PARTIR DO          *00000400
      *   PARAMETRO, COMO NO DB2EXCEP.                                 *00000410
      * AREA RESPONSAVEL: ADMINISTRACAO DE BANCO DE DADOS              *00000420
      *----------------------------------------------------------------*00000430
       ENVIRONMENT    DIVISION.                                         00000440
      *                                                                 00000450
       INPUT-OUTPUT       SECTION.                                      00000460
       FILE-CONTROL.                                                    00000470
           SELECT  CALEND   ASSIGN  TO  AS-CALEND.                      00000480
      *                                                                 00000490
       DATA DIVISION.                                                   00000500
      *                                                                 00000510
       FILE            SECTION.                                         00000520
       FD  CALEND                                                       00000530
           LABEL  RECORD  IS  OMITTED                                   00000540
           RECORDING MODE IS F.                                         00000550
                                                                        00000560
       01  REG-CALEND                  PIC  X(80).                      00000562
      *                                                                 00000564
       WORKING-STORAGE SECTION.                                         00000566
       77  CH-CALEND-CARREGADO    PIC  X(01)         VALUE 'N'.         00000568
       77  CH-CALEND-VALIDO       PIC  X(01)         VALUE 'N'.         00000570
      *----------------------------------------------------------------*00000572
      * CARTAO DO CALEND (LIDO DO ARQUIVO OU PASSADO PELO CHAMADOR)    *00000574
      *----------------------------------------------------------------*00000576
       01  WS-REG-CALEND.                                               00000578
           02  CLD-DATA                PIC  9(08).                      00000580
           02  CLD-DATA-R  REDEFINES  CLD-DATA.                         00000590
               03  CLD-ANO-MES         PIC  9(06).                      00000600
               03  CLD-DIA             PIC  9(02).                      00000610
           02  FILLER                  PIC  X(01).                      00000620
           02  CLD-TIPO                PIC  X(01).                      00000630
           02  FILLER                  PIC  X(01).                      00000640
           02  CLD-DIA-SEMANA          PIC  X(01).                      00000650
           02  FILLER                  PIC  X(01).                      00000660
           02  CLD-FIM-MES             PIC  X(01).                      00000670
           02  FILLER                  PIC  X(01).                      00000680
           02  CLD-FIM-TRIM            PIC  X(01).                      00000690
           02  FILLER                  PIC  X(01).                      00000700
           02  CLD-DESCRICAO           PIC  X(30).                      00000710
           02  FILLER                  PIC  X(33).                      00000720
      *----------------------------------------------------------------*00000770
      * CALENDARIO EM MEMORIA (ATE 3 ANOS)                             *00000780
      *----------------------------------------------------------------*00000790
       01  TB-CALENDARIO.                                               00000800
           02  QTD-CAL                 PIC S9(04) COMP VALUE +0.        00000810
           02  TB-CAL  OCCURS 1100 TIMES.                               00000820
               03  TB-CAL-DATA         PIC  9(08).                      00000830
               03  TB-CAL-TIPO         PIC  X(01).                      00000840
               03  TB-CAL-DIA-SEMANA   PIC  X(01).                      00000850
               03  TB-CAL-FIM-MES      PIC  X(01).                      00000860
               03  TB-CAL-FIM-TRIM     PIC  X(01).                      00000870
               03  TB-CAL-PRIM-UTIL    PIC  X(01).                      00000880
      *----------------------------------------------------------------*00000890
      * AREAS AUXILIARES                                               *00000900
      *----------------------------------------------------------------*00000910
       01  FILLER.                                                      00000920
           02  IX-CAL                  PIC S9(04) COMP VALUE +0.        00000930
           02  IX-HOJE                 PIC S9(04) COMP VALUE +0.        00000940
           02  WS-MES-ULT-UTIL         PIC  9(06)      VALUE ZEROS.     00000950
           02  CH-REGRA-OK             PIC  X(01)      VALUE 'N'.       00000960
       01  CHAVES-FIM.                                                  00000970
           02  N88-FIM-CALEND                    PIC  X(03) VALUE 'NAO'.00000980
               88  FIM-CALEND                               VALUE 'SIM'.00000990
      *----------------------------------------------------------------*00001000
      *                                                                *00001010
      *----------------------------------------------------------------*00001020
       LINKAGE     SECTION.                                             00001030
       01  CAL-PARM.                                                    00001040
           02  CAL-FUNCAO         PIC X(01).                            00001050
           02  CAL-REGRA          PIC X(01).                            00001060
           02  CAL-DIA-SEMANA     PIC X(01).                            00001070
           02  CAL-DATA           PIC 9(08).                            00001080
           02  CAL-DATA-INI       PIC 9(08).                            00001090
           02  CAL-RESPOSTA       PIC X(01).                            00001100
           02  CAL-QTD-OCORR      PIC 9(05).                            00001110
           02  CAL-QTD-UTEIS      PIC 9(05).                            00001120
           02  CAL-RETORNO        PIC X(02).                            00001130
           02  CAL-RETURN-CODE    PIC 9(02).                            00001140
           02  CAL-REG-CALEND     PIC X(80).                            00001145
      *----------------------------------------------------------------*00001150
      *                                                                *00001160
      *----------------------------------------------------------------*00001170
       PROCEDURE   DIVISION  USING  CAL-PARM.                           00001180
      *----------------------------------------------------------------*00001190
      *                                                                *00001200
      *----------------------------------------------------------------*00001210
       0000-0000-PRINCIPAL.                                             00001211
           IF  CAL-FUNCAO  EQUAL  'R'                                   00001212
               PERFORM 0160-0000-RECOMECA THRU 0160-0000-EXIT           00001213
               MOVE   CAL-RETURN-CODE  TO  RETURN-CODE                  00001214
               GOBACK                                                   00001215
           END-IF.                                                      00001216
           IF  CAL-FUNCAO  EQUAL  'A'                                   00001217
               PERFORM 0150-0000-ACRESCENTA THRU 0150-0000-EXIT         00001222
               MOVE   CAL-RETURN-CODE  TO  RETURN-CODE                  00001223
               GOBACK                                                   00001224
           END-IF.                                                      00001225
           IF  CH-CALEND-CARREGADO  EQUAL  'N'                          00001230
               PERFORM 0100-0000-CARREGA-CALEND THRU 0100-0000-EXIT     00001240
           END-IF.                                                      00001250
           MOVE   'N'                  TO  CAL-RESPOSTA.                00001260
           MOVE   ZEROS                TO  CAL-QTD-OCORR  CAL-QTD-UTEIS.00001270
           MOVE   'OK'                 TO  CAL-RETORNO.                 00001280
           PERFORM 0200-0000-TRATA-FUNCAO THRU 0200-0000-EXIT.          00001290
      *--- RESTAURA O RETURN-CODE DO CHAMADOR                           00001300
           MOVE   CAL-RETURN-CODE      TO  RETURN-CODE.                 00001310
           GOBACK.                                                      00001320
       0000-0000-EXIT. EXIT.                                            00001330
      *----------------------------------------------------------------*00001340
      * CARGA DO CALENDARIO; MARCA O PRIMEIRO DIA UTIL DE CADA MES     *00001350
      *----------------------------------------------------------------*00001360
       0100-0000-CARREGA-CALEND.                                        00001370
           MOVE   'S'                  TO  CH-CALEND-CARREGADO.         00001380
           MOVE   'S'                  TO  CH-CALEND-VALIDO.            00001390
           OPEN  INPUT  CALEND.                                         00001400
           PERFORM 0110-0100-LE-CALEND THRU 0110-0100-EXIT              00001410
             UNTIL FIM-CALEND.                                          00001420
           CLOSE  CALEND.                                               00001430
           IF  QTD-CAL  EQUAL  +0                                       00001440
               MOVE   'N'              TO  CH-CALEND-VALIDO             00001450
               DISPLAY '*** CALEND VAZIO'                               00001460
           END-IF.                                                      00001470
       0100-0000-EXIT. EXIT.                                            00001480
      *----------------------------------------------------------------*00001490
      *                                                                *00001500
      *----------------------------------------------------------------*00001510
       0110-0100-LE-CALEND.                                             00001520
           READ  CALEND  INTO  WS-REG-CALEND                            00001530
               AT END                                                   00001540
                   MOVE   'SIM'         TO   N88-FIM-CALEND             00001550
                   GO  TO  0110-0100-EXIT                               00001560
           END-READ.                                                    00001570
           IF  CLD-DATA  NOT NUMERIC                                    00001580
               GO  TO  0110-0100-EXIT                                   00001590
           END-IF.                                                      00001600
           IF  QTD-CAL  EQUAL  +0                                       00001601
               AND  CLD-DIA  NOT EQUAL  01                              00001602
               DISPLAY '*** CALEND NAO COMECA NO DIA 1 DE UM MES - '    00001603
                       'PRIMEIRA DATA ' CLD-DATA                        00001604
               CLOSE  CALEND                                            00001605
               MOVE   +16              TO  RETURN-CODE                  00001606
               STOP RUN                                                 00001607
           END-IF.                                                      00001608
           PERFORM 0120-0000-GUARDA-DATA THRU 0120-0000-EXIT.           00001609
       0110-0100-EXIT. EXIT.                                            00001610
      *----------------------------------------------------------------*00001611
      * GUARDA UMA DATA NO CALENDARIO EM MEMORIA                       *00001612
      *----------------------------------------------------------------*00001613
       0120-0000-GUARDA-DATA.                                           00001614
           IF  QTD-CAL  GREATER  +0                                     00001615
               AND  CLD-DATA  NOT GREATER  TB-CAL-DATA(QTD-CAL)         00001620
               MOVE   'N'              TO  CH-CALEND-VALIDO             00001630
               DISPLAY '*** CALEND FORA DE ORDEM EM ' CLD-DATA          00001640
               GO  TO  0120-0000-EXIT                                   00001650
           END-IF.                                                      00001660
           IF  QTD-CAL  NOT LESS  +1100                                 00001670
               DISPLAY '*** CALEND COM MAIS DE 1100 DATAS - '           00001680
                       'IGNORADO A PARTIR DE ' CLD-DATA                 00001690
               MOVE   'SIM'            TO  N88-FIM-CALEND               00001700
               GO  TO  0120-0000-EXIT                                   00001710
           END-IF.                                                      00001720
           ADD    +1                   TO  QTD-CAL.                     00001730
           MOVE   CLD-DATA             TO  TB-CAL-DATA(QTD-CAL).        00001740
           MOVE   CLD-TIPO             TO  TB-CAL-TIPO(QTD-CAL).        00001750
           MOVE   CLD-DIA-SEMANA       TO  TB-CAL-DIA-SEMANA(QTD-CAL).  00001760
           MOVE   CLD-FIM-MES          TO  TB-CAL-FIM-MES(QTD-CAL).     00001770
           MOVE   CLD-FIM-TRIM         TO  TB-CAL-FIM-TRIM(QTD-CAL).    00001780
           MOVE   'N'                  TO  TB-CAL-PRIM-UTIL(QTD-CAL).   00001790
           IF  CLD-TIPO  EQUAL  'U'                                     00001800
               AND  CLD-ANO-MES  NOT EQUAL  WS-MES-ULT-UTIL             00001810
               MOVE   'S'              TO  TB-CAL-PRIM-UTIL(QTD-CAL)    00001820
               MOVE   CLD-ANO-MES      TO  WS-MES-ULT-UTIL              00001830
           END-IF.                                                      00001840
       0120-0000-EXIT. EXIT.                                            00001841
      *----------------------------------------------------------------*00001842
      * FUNCAO 'A': UMA DATA PASSADA PELO CHAMADOR ONLINE              *00001843
      *----------------------------------------------------------------*00001844
       0150-0000-ACRESCENTA.                                            00001845
           IF  CH-CALEND-CARREGADO  EQUAL  'N'                          00001846
               MOVE   'S'              TO  CH-CALEND-CARREGADO          00001847
               MOVE   'S'              TO  CH-CALEND-VALIDO             00001848
           END-IF.                                                      00001849
           MOVE   'OK'                 TO  CAL-RETORNO.                 00001850
           MOVE   CAL-REG-CALEND       TO  WS-REG-CALEND.               00001851
           IF  CLD-DATA  NOT NUMERIC                                    00001852
               GO  TO  0150-0000-EXIT                                   00001853
           END-IF.                                                      00001854
           IF  QTD-CAL  EQUAL  +0                                       00001855
               AND  CLD-DIA  NOT EQUAL  01                              00001856
               MOVE   'N'              TO  CH-CALEND-VALIDO             00001857
           END-IF.                                                      00001858
           IF  CH-CALEND-VALIDO  EQUAL  'S'                             00001859
               PERFORM 0120-0000-GUARDA-DATA THRU 0120-0000-EXIT        00001860
           END-IF.                                                      00001861
           IF  CH-CALEND-VALIDO  NOT EQUAL  'S'                         00001862
               MOVE   'VZ'             TO  CAL-RETORNO                  00001863
           END-IF.                                                      00001864
       0150-0000-EXIT. EXIT.                                            00001865
      *----------------------------------------------------------------*00001866
      * FUNCAO 'R': VOLTA O CALENDARIO EM MEMORIA AO ESTADO INICIAL    *00001867
      *----------------------------------------------------------------*00001868
       0160-0000-RECOMECA.                                              00001869
           MOVE   'N'                  TO  CH-CALEND-CARREGADO          00001870
                                           CH-CALEND-VALIDO.            00001871
           MOVE   'NAO'                TO  N88-FIM-CALEND.              00001872
           MOVE   +0                   TO  QTD-CAL.                     00001873
           MOVE   ZEROS                TO  WS-MES-ULT-UTIL.             00001874
           MOVE   'OK'                 TO  CAL-RETORNO.                 00001875
       0160-0000-EXIT. EXIT.                                            00001876
      *----------------------------------------------------------------*00001877
      * LOCALIZA CAL-DATA NO CALENDARIO E EXECUTA A FUNCAO PEDIDA      *00001878
      *----------------------------------------------------------------*00001880
       0200-0000-TRATA-FUNCAO.                                          00001890
           IF  CH-CALEND-VALIDO  NOT EQUAL  'S'                         00001900
               MOVE   'VZ'             TO  CAL-RETORNO                  00001910
               GO  TO  0200-0000-EXIT                                   00001920
           END-IF.                                                      00001930
           IF  CAL-REGRA  EQUAL  SPACE                                  00001940
               MOVE   'D'              TO  CAL-REGRA                    00001950
           END-IF.                                                      00001960
           IF  CAL-REGRA  NOT EQUAL  'D'  AND  'U'  AND  'S'            00001970
                            AND  'P'  AND  'M'  AND  'T'                00001980
               MOVE   'RI'             TO  CAL-RETORNO                  00001990
               GO  TO  0200-0000-EXIT                                   00002000
           END-IF.                                                      00002010
           IF  CAL-REGRA  EQUAL  'S'                                    00002020
               AND  (CAL-DIA-SEMANA  LESS  '1'                          00002030
                OR   CAL-DIA-SEMANA  GREATER  '7')                      00002040
               MOVE   'RI'             TO  CAL-RETORNO                  00002050
               GO  TO  0200-0000-EXIT                                   00002060
           END-IF.                                                      00002070
                                                                        00002080
           MOVE   +0                   TO  IX-HOJE.                     00002090
           PERFORM VARYING IX-CAL FROM 1 BY 1                           00002100
             UNTIL IX-CAL GREATER QTD-CAL                               00002110
                OR IX-HOJE GREATER +0                                   00002120
               IF  TB-CAL-DATA(IX-CAL)  EQUAL  CAL-DATA                 00002130
                   MOVE   IX-CAL       TO  IX-HOJE                      00002140
               END-IF                                                   00002150
           END-PERFORM.                                                 00002160
           IF  IX-HOJE  EQUAL  +0                                       00002170
               MOVE   'NC'             TO  CAL-RETORNO                  00002180
               GO  TO  0200-0000-EXIT                                   00002190
           END-IF.                                                      00002200
                                                                        00002210
           IF  CAL-FUNCAO  EQUAL  'C'                                   00002220
               PERFORM 0300-0000-CONTA-OCORR THRU 0300-0000-EXIT        00002230
           ELSE                                                         00002240
               MOVE   IX-HOJE          TO  IX-CAL                       00002250
               PERFORM 0400-0000-CONFERE-REGRA THRU 0400-0000-EXIT      00002260
               MOVE   CH-REGRA-OK      TO  CAL-RESPOSTA                 00002270
           END-IF.                                                      00002280
       0200-0000-EXIT. EXIT.                                            00002290
      *----------------------------------------------------------------*00002300
      * OCORRENCIAS DA REGRA E DIAS UTEIS ENTRE CAL-DATA-INI E         *00002310
      * CAL-DATA, EXCLUSIVE                                            *00002320
      *----------------------------------------------------------------*00002330
       0300-0000-CONTA-OCORR.                                           00002340
           PERFORM VARYING IX-CAL FROM 1 BY 1                           00002350
             UNTIL IX-CAL NOT LESS IX-HOJE                              00002360
               IF  TB-CAL-DATA(IX-CAL)  GREATER  CAL-DATA-INI           00002370
                   PERFORM 0400-0000-CONFERE-REGRA THRU 0400-0000-EXIT  00002380
                   IF  CH-REGRA-OK  EQUAL  'S'                          00002390
                       ADD    1        TO  CAL-QTD-OCORR                00002400
                   END-IF                                               00002410
                   IF  TB-CAL-TIPO(IX-CAL)  EQUAL  'U'                  00002420
                       ADD    1        TO  CAL-QTD-UTEIS                00002430
                   END-IF                                               00002440
               END-IF                                                   00002450
           END-PERFORM.                                                 00002460
       0300-0000-EXIT. EXIT.                                            00002470
      *----------------------------------------------------------------*00002480
      * A DATA TB-CAL(IX-CAL) E' DIA DE RODAR A REGRA?                 *00002490
      *----------------------------------------------------------------*00002500
       0400-0000-CONFERE-REGRA.                                         00002510
           MOVE   'N'                  TO  CH-REGRA-OK.                 00002520
           EVALUATE  CAL-REGRA                                          00002530
               WHEN  'D'                                                00002540
                   MOVE   'S'          TO  CH-REGRA-OK                  00002550
               WHEN  'U'                                                00002560
                   IF  TB-CAL-TIPO(IX-CAL)  EQUAL  'U'                  00002570
                       MOVE   'S'      TO  CH-REGRA-OK                  00002580
                   END-IF                                               00002590
               WHEN  'S'                                                00002600
                   IF  TB-CAL-DIA-SEMANA(IX-CAL)  EQUAL  CAL-DIA-SEMANA 00002610
                       MOVE   'S'      TO  CH-REGRA-OK                  00002620
                   END-IF                                               00002630
               WHEN  'P'                                                00002640
                   IF  TB-CAL-PRIM-UTIL(IX-CAL)  EQUAL  'S'             00002650
                       MOVE   'S'      TO  CH-REGRA-OK                  00002660
                   END-IF                                               00002670
               WHEN  'M'                                                00002680
                   IF  TB-CAL-FIM-MES(IX-CAL)  EQUAL  'M'               00002690
                       MOVE   'S'      TO  CH-REGRA-OK                  00002700
                   END-IF                                               00002710
               WHEN  'T'                                                00002720
                   IF  TB-CAL-FIM-TRIM(IX-CAL)  EQUAL  'T'              00002730
                       MOVE   'S'      TO  CH-REGRA-OK                  00002740
                   END-IF                                               00002750
           END-EVALUATE.                                                00002760
       0400-0000-EXIT. EXIT.                                            00002770
