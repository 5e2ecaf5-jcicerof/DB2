       IDENTIFICATION DIVISION.                                         00000010
       PROGRAM-ID.    DB2ERROC.                                         00000020
      *----------------------------------------------------------------*00000030
      * DATA:  OUT/2026                                                *00000040
      * OBJETIVOS: ROTINA COMUM DE ERRO DOS PROGRAMAS ONLINE (CICS) -  *00000050
      *   CONTRAPARTIDA DO DB2ERRO, QUE E' SOMENTE BATCH. CHAMADA VIA  *00000060
      *   EXEC CICS LINK PROGRAM('DB2ERROC') COMMAREA(ERRC-PARM) POR   *00000070
      *   DB2DBAI, DB2DBAB, DB2DBAM E DBCALLER:                        *00000080
      *   - ERRO DB2 (ERRC-RESP = 0): FORMATA A MENSAGEM COMPLETA VIA  *00000090
      *     DSNTIAC (COM O NOME DO RECURSO, P.EX. NO -904);            *00000100
      *   - ERRO DE COMANDO CICS (ERRC-RESP <> 0, P.EX. FILE CONTROL   *00000110
      *     DO DB2DBAM): MONTA O TEXTO COM RESP/RESP2 E O CODIGO VAI   *00000120
      *     NO LOG COMO 'RSPnnn' NO LUGAR DO SQLCODE;                  *00000130
      *   - DEVOLVE AS LINHAS DA MENSAGEM NO PROPRIO COMMAREA, PARA O  *00000140
      *     CHAMADOR REPASSAR A TELA;                                  *00000150
      *   - GRAVA O REGISTRO NO MESMO LAYOUT DO ERRLOG DO DB2ERRO      *00000160
      *     (CABECALHO + LINHAS DA MENSAGEM), ACRESCIDO DE TRANSACAO,  *00000170
      *     USUARIO E TERMINAL NO FINAL DO CABECALHO, NA TD QUEUE      *00000180
      *     EXTRAPARTICAO DBERRO. A FILA E' DESCARREGADA TODA NOITE E  *00000190
      *     ACRESCENTADA (DISP=MOD) AO ERRLOG CUMULATIVO, DE MODO QUE  *00000200
      *     O DB2ERRRL, O DB2LKHOT E A FAXINA DO DB2HOUSE ENXERGAM OS  *00000210
      *     ERROS ONLINE JUNTO COM OS DO BATCH.                        *00000220
      *   A TD QUEUE (E NAO UMA TABELA DB2) FOI ESCOLHIDA PORQUE A     *00000230
      *   GRAVACAO NAO E' DESFEITA PELO BACKOUT DA TAREFA QUE FALHOU,  *00000240
      *   NO MOLDE DA TRILHA DBCLOG DO DBCALLER.                       *00000250
      *   SQLCODE -911/-913 DEVOLVE ERRC-RETRY-AVISADO = 'S' (A TELA   *00000260
      *   PODE SUGERIR REPETIR A OPERACAO); A DECISAO E' DO CHAMADOR.  *00000270
      * AREA RESPONSAVEL: ADMINISTRACAO DE BANCO DE DADOS              *00000280
      *----------------------------------------------------------------*00000290
       ENVIRONMENT    DIVISION.                                         00000300
      *----------------------------------------------------------------*00000310
      * DBERRO E' UMA TD QUEUE (NAO HA SELECT/FD - PROGRAMA CICS NAO   *00000320
      * TEM ACESSO A I/O SEQUENCIAL NATIVO; O REGISTRO E' GRAVADO VIA  *00000330
      * EXEC CICS WRITEQ TD EM 0300-0000-GRAVA-FILA).                  *00000340
      *----------------------------------------------------------------*00000350
       DATA DIVISION.                                                   00000360
      *----------------------------------------------------------------*00000370
      *                                                                *00000380
      *----------------------------------------------------------------*00000390
       WORKING-STORAGE SECTION.                                         00000400
      *----------------------------------------------------------------*00000410
      * AREA DE MENSAGEM DO DSNTIAC (4 LINHAS DE 79)                   *00000420
      *----------------------------------------------------------------*00000430
       01  AREA-MENSAGEM.                                               00000440
           02  MSG-TAMANHO        PIC S9(04) COMP    VALUE +316.        00000450
           02  MSG-TEXTO.                                               00000460
               03  MSG-LINHA      OCCURS  4  TIMES   PIC X(79).         00000470
       01  MSG-LRECL              PIC S9(09) COMP    VALUE +79.         00000480
       77  IND-MSG                PIC S9(04) COMP    VALUE +0.          00000490
       77  WS-SQLCODE-ED          PIC -----9.                           00000500
       77  WS-RESP-ED             PIC -------9.                         00000510
       77  WS-RESP2-ED            PIC -------9.                         00000520
       77  WS-RESP-3              PIC  9(03)         VALUE ZEROS.       00000530
       77  CH-TIAC-OK             PIC  X(01)         VALUE 'N'.         00000540
       77  WS-RESP-FILA           PIC S9(08) COMP    VALUE +0.          00000550
       77  CH-FALHA-FILA          PIC  X(01)         VALUE 'N'.         00000560
      *                                                                 00000570
       01  CURDATA                PIC  9(06)         VALUE ZEROS.       00000580
       01  CURDATA8               PIC  9(08)         VALUE ZEROS.       00000590
       01  CURHORA                PIC  9(08)         VALUE ZEROS.       00000600
       01  WS-USERID              PIC  X(08)         VALUE SPACES.      00000610
      *--- SERIALIZA AS GRAVACOES NA FILA: AS LINHAS DE UM ERRO NAO     00000620
      *--- PODEM SE INTERCALAR COM AS DE OUTRA TAREFA                   00000630
       01  WS-RECURSO-ENQ         PIC  X(08)         VALUE 'DB2ERROC'.  00000640
      *----------------------------------------------------------------*00000650
      * REGISTRO GRAVADO NA FILA - MESMO LAYOUT DO ERRLOG (DB2ERRO);   *00000660
      * TRANSACAO/USUARIO/TERMINAL OCUPAM O FILLER FINAL DO CABECALHO  *00000670
      *----------------------------------------------------------------*00000680
       01  LINHA-CABEC.                                                 00000690
           02  FILLER             PIC X(09)          VALUE 'PROGRAMA '. 00000700
           02  LOG-PROGRAMA       PIC X(08).                            00000710
           02  FILLER             PIC X(10)          VALUE ' CONTEXTO '.00000720
           02  LOG-CONTEXTO       PIC X(30).                            00000730
           02  FILLER             PIC X(09)          VALUE ' SQLCODE '. 00000740
           02  LOG-SQLCODE        PIC -----9.                           00000750
           02  LOG-COD-CICS  REDEFINES  LOG-SQLCODE.                    00000760
               03  LOG-COD-RSP    PIC X(03).                            00000770
               03  LOG-COD-RESP   PIC 9(03).                            00000780
           02  FILLER             PIC X(06)          VALUE ' DATA '.    00000790
           02  LOG-DATA           PIC 9(08).                            00000800
           02  FILLER             PIC X(06)          VALUE ' HORA '.    00000810
           02  LOG-HORA           PIC 9(08).                            00000820
           02  FILLER             PIC X(05)          VALUE ' TRN '.     00000830
           02  LOG-TRANID         PIC X(04).                            00000840
           02  FILLER             PIC X(05)          VALUE ' USR '.     00000850
           02  LOG-USERID         PIC X(08).                            00000860
           02  FILLER             PIC X(05)          VALUE ' TRM '.     00000870
           02  LOG-TERMID         PIC X(04).                            00000880
           02  FILLER             PIC X(01)          VALUE SPACES.      00000890
       01  LINHA-MSG.                                                   00000900
           02  FILLER             PIC X(03)          VALUE SPACES.      00000910
           02  LOG-MSG-TEXTO      PIC X(79).                            00000920
           02  FILLER             PIC X(50)          VALUE SPACES.      00000930
      *----------------------------------------------------------------*00000940
      *                                                                *00000950
      *----------------------------------------------------------------*00000960
       LINKAGE     SECTION.                                             00000970
       01  DFHCOMMAREA.                                                 00000980
           02  ERRC-PROGRAMA      PIC X(08).                            00000990
           02  ERRC-CONTEXTO      PIC X(30).                            00001000
           02  ERRC-RESP          PIC S9(08) COMP.                      00001010
           02  ERRC-RESP2         PIC S9(08) COMP.                      00001020
           02  ERRC-SQLCA.                                              00001030
               05  SQLCAID        PIC X(08).                            00001040
               05  SQLCABC        PIC S9(09) COMP.                      00001050
               05  SQLCODE        PIC S9(09) COMP.                      00001060
               05  SQLERRM.                                             00001070
                   49  SQLERRML   PIC S9(04) COMP.                      00001080
                   49  SQLERRMC   PIC X(70).                            00001090
               05  SQLERRP        PIC X(08).                            00001100
               05  SQLERRD OCCURS 6 TIMES PIC S9(09) COMP.              00001110
               05  SQLWARN.                                             00001120
                   10  SQLWARN0   PIC X(01).                            00001130
                   10  SQLWARN1   PIC X(01).                            00001140
                   10  SQLWARN2   PIC X(01).                            00001150
                   10  SQLWARN3   PIC X(01).                            00001160
                   10  SQLWARN4   PIC X(01).                            00001170
                   10  SQLWARN5   PIC X(01).                            00001180
                   10  SQLWARN6   PIC X(01).                            00001190
                   10  SQLWARN7   PIC X(01).                            00001200
               05  SQLEXT.                                              00001210
                   10  SQLWARN8   PIC X(01).                            00001220
                   10  SQLWARN9   PIC X(01).                            00001230
                   10  SQLWARNA   PIC X(01).                            00001240
                   10  SQLSTATE   PIC X(05).                            00001250
           02  ERRC-MENSAGENS.                                          00001260
               03  ERRC-MSG-LINHA OCCURS  4  TIMES   PIC X(79).         00001270
           02  ERRC-RETRY-AVISADO PIC X(01).                            00001280
      *----------------------------------------------------------------*00001290
      *                                                                *00001300
      *----------------------------------------------------------------*00001310
       PROCEDURE   DIVISION.                                            00001320
      *----------------------------------------------------------------*00001330
      *                                                                *00001340
      *----------------------------------------------------------------*00001350
       0000-0000-PRINCIPAL.                                             00001360
           MOVE   SPACES               TO  MSG-TEXTO                    00001370
                                           ERRC-MENSAGENS.              00001380
           MOVE   'N'                  TO  ERRC-RETRY-AVISADO.          00001390
           IF  ERRC-RESP  EQUAL  +0                                     00001400
               PERFORM 0100-0000-FORMATA-DSNTIAC THRU 0100-0000-EXIT    00001410
               PERFORM 0250-0000-CLASSIFICA-RETRY THRU 0250-0000-EXIT   00001420
           ELSE                                                         00001430
               PERFORM 0150-0000-FORMATA-RESP THRU 0150-0000-EXIT       00001440
           END-IF.                                                      00001450
           PERFORM 0200-0000-DEVOLVE-LINHAS  THRU 0200-0000-EXIT.       00001460
           PERFORM 0300-0000-GRAVA-FILA      THRU 0300-0000-EXIT.       00001470
           EXEC CICS                                                    00001480
               RETURN                                                   00001490
           END-EXEC.                                                    00001500
       0000-0000-EXIT. EXIT.                                            00001510
      *----------------------------------------------------------------*00001520
      * FORMATA A MENSAGEM VIA DSNTIAC (A VERSAO CICS DO DSNTIAR); SE  *00001530
      * O MODULO NAO ESTIVER DISPONIVEL, MONTA UM TEXTO BASICO COM     *00001540
      * SQLCODE/SQLSTATE/ERRMC, COMO O DB2ERRO                         *00001550
      *----------------------------------------------------------------*00001560
       0100-0000-FORMATA-DSNTIAC.                                       00001570
           MOVE   'S'                  TO  CH-TIAC-OK.                  00001580
           CALL  'DSNTIAC'  USING  DFHEIBLK                             00001590
                                   DFHCOMMAREA                          00001600
                                   ERRC-SQLCA                           00001610
                                   AREA-MENSAGEM                        00001620
                                   MSG-LRECL                            00001630
               ON  EXCEPTION                                            00001640
                   MOVE   'N'          TO  CH-TIAC-OK                   00001650
           END-CALL.                                                    00001660
           IF  CH-TIAC-OK  EQUAL  'N'                                   00001670
               MOVE   SQLCODE          TO  WS-SQLCODE-ED                00001680
               MOVE   SPACES           TO  MSG-TEXTO                    00001690
               STRING 'SQLCODE ' WS-SQLCODE-ED                          00001700
                      ' SQLSTATE ' SQLSTATE                             00001710
                      DELIMITED BY SIZE INTO MSG-LINHA(1)               00001720
               MOVE   SQLERRMC         TO  MSG-LINHA(2)                 00001730
           END-IF.                                                      00001740
       0100-0000-EXIT. EXIT.                                            00001750
      *----------------------------------------------------------------*00001760
      * ERRO DE COMANDO CICS: NAO HA SQLCA, O TEXTO SAI DO RESP/RESP2  *00001770
      *----------------------------------------------------------------*00001780
       0150-0000-FORMATA-RESP.                                          00001790
           MOVE   ERRC-RESP            TO  WS-RESP-ED.                  00001800
           MOVE   ERRC-RESP2           TO  WS-RESP2-ED.                 00001810
           STRING 'CICS RESP ' WS-RESP-ED                               00001820
                  ' RESP2 ' WS-RESP2-ED                                 00001830
                  DELIMITED BY SIZE INTO MSG-LINHA(1).                  00001840
           MOVE   ERRC-CONTEXTO        TO  MSG-LINHA(2).                00001850
       0150-0000-EXIT. EXIT.                                            00001860
      *----------------------------------------------------------------*00001870
      * DEVOLVE AS LINHAS FORMATADAS AO CHAMADOR                       *00001880
      *----------------------------------------------------------------*00001890
       0200-0000-DEVOLVE-LINHAS.                                        00001900
           PERFORM VARYING IND-MSG FROM +1 BY +1                        00001910
             UNTIL IND-MSG  GREATER  +4                                 00001920
               MOVE  MSG-LINHA(IND-MSG)  TO  ERRC-MSG-LINHA(IND-MSG)    00001930
           END-PERFORM.                                                 00001940
       0200-0000-EXIT. EXIT.                                            00001950
      *----------------------------------------------------------------*00001960
      * CLASSIFICA O SQLCODE: -911/-913 SAO RETENTAVEIS (DEADLOCK/     *00001970
      * TIMEOUT) - MESMO CRITERIO DO DB2ERRO                           *00001980
      *----------------------------------------------------------------*00001990
       0250-0000-CLASSIFICA-RETRY.                                      00002000
           IF  SQLCODE  EQUAL  -911                                     00002010
               OR  SQLCODE  EQUAL  -913                                 00002020
               MOVE   'S'              TO  ERRC-RETRY-AVISADO           00002030
           END-IF.                                                      00002040
       0250-0000-EXIT. EXIT.                                            00002050
      *----------------------------------------------------------------*00002060
      * GRAVA CABECALHO E LINHAS DA MENSAGEM NA TD QUEUE DBERRO, SOB   *00002070
      * ENQ PARA NAO INTERCALAR COM O ERRO DE OUTRA TAREFA. FALHA NA   *00002080
      * FILA NAO PODE DERRUBAR O CHAMADOR: FICA SO O AVISO.            *00002090
      *----------------------------------------------------------------*00002100
       0300-0000-GRAVA-FILA.                                            00002110
           MOVE   'N'                  TO  CH-FALHA-FILA.               00002120
           ACCEPT CURDATA              FROM DATE.                       00002130
           IF  CURDATA(1:2)  GREATER  '70'                              00002140
               COMPUTE CURDATA8 = 19000000 + CURDATA                    00002150
           ELSE                                                         00002160
               COMPUTE CURDATA8 = 20000000 + CURDATA                    00002170
           END-IF.                                                      00002180
           ACCEPT CURHORA              FROM TIME.                       00002190
           MOVE   ERRC-PROGRAMA        TO  LOG-PROGRAMA.                00002200
           MOVE   ERRC-CONTEXTO        TO  LOG-CONTEXTO.                00002210
           IF  ERRC-RESP  EQUAL  +0                                     00002220
               MOVE   SQLCODE          TO  LOG-SQLCODE                  00002230
           ELSE                                                         00002240
               MOVE   'RSP'            TO  LOG-COD-RSP                  00002250
               MOVE   ERRC-RESP        TO  WS-RESP-3                    00002260
               MOVE   WS-RESP-3        TO  LOG-COD-RESP                 00002270
           END-IF.                                                      00002280
           MOVE   CURDATA8             TO  LOG-DATA.                    00002290
           MOVE   CURHORA              TO  LOG-HORA.                    00002300
           EXEC CICS                                                    00002310
               ASSIGN  USERID(WS-USERID)                                00002320
           END-EXEC.                                                    00002330
           MOVE   EIBTRNID             TO  LOG-TRANID.                  00002340
           MOVE   WS-USERID            TO  LOG-USERID.                  00002350
           MOVE   EIBTRMID             TO  LOG-TERMID.                  00002360
           EXEC CICS                                                    00002370
               ENQ  RESOURCE(WS-RECURSO-ENQ)                            00002380
                    LENGTH(LENGTH OF WS-RECURSO-ENQ)                    00002390
           END-EXEC.                                                    00002400
           EXEC CICS                                                    00002410
               WRITEQ  TD  QUEUE('DBERRO')                              00002420
                           FROM(LINHA-CABEC)                            00002430
                           LENGTH(LENGTH OF LINHA-CABEC)                00002440
                           RESP(WS-RESP-FILA)                           00002450
           END-EXEC.                                                    00002460
           IF  WS-RESP-FILA  NOT EQUAL  +0                              00002470
               MOVE   'S'              TO  CH-FALHA-FILA                00002480
           END-IF.                                                      00002490
           PERFORM VARYING IND-MSG FROM +1 BY +1                        00002500
             UNTIL IND-MSG  GREATER  +4                                 00002510
               IF  MSG-LINHA(IND-MSG)  NOT EQUAL  SPACES                00002520
                   MOVE  MSG-LINHA(IND-MSG)  TO  LOG-MSG-TEXTO          00002530
                   EXEC CICS                                            00002540
                       WRITEQ  TD  QUEUE('DBERRO')                      00002550
                                   FROM(LINHA-MSG)                      00002560
                                   LENGTH(LENGTH OF LINHA-MSG)          00002570
                                   RESP(WS-RESP-FILA)                   00002580
                   END-EXEC                                             00002590
                   IF  WS-RESP-FILA  NOT EQUAL  +0                      00002600
                       MOVE   'S'      TO  CH-FALHA-FILA                00002610
                   END-IF                                               00002620
               END-IF                                                   00002630
           END-PERFORM.                                                 00002640
           EXEC CICS                                                    00002650
               DEQ  RESOURCE(WS-RECURSO-ENQ)                            00002660
                    LENGTH(LENGTH OF WS-RECURSO-ENQ)                    00002670
           END-EXEC.                                                    00002680
           IF  CH-FALHA-FILA  EQUAL  'S'                                00002690
               DISPLAY '*** DB2ERROC - AVISO - FALHA NA GRAVACAO DA '   00002700
                       'FILA DBERRO'                                    00002710
           END-IF.                                                      00002720
       0300-0000-EXIT. EXIT.                                            00002730
