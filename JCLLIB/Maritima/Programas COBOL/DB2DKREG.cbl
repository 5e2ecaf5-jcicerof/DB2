       IDENTIFICATION DIVISION.                                         00000010
       PROGRAM-ID.    DB2DKREG.                                         00000020
      *----------------------------------------------------------------*00000030
      * DATA:  OUT/2026                                                *00000040
      * OBJETIVOS: REGISTRO CENTRAL DOS DECKS DE COMANDOS GERADOS PELA *00000050
      *   SUITE. OS GERADORES (DB2CRDDL, DB2RBIND, DB2MVBPL, DB2REORG, *00000060
      *   DB2HLTCK, DB2AUTCM, DB2PKGCL, DB2DRPTB, DB2RECOV, DB2MODRC,  *00000070
      *   DB2CPADV, DB2APRVL, DB2ALOCA, DB2ORFCK, DB2AMOST, DB2ROTPT,  *00000078
      *   DB2UTSCV, DB2GRORF, DB2PRVRC, DB2CMPPK)                      *00000082
      *   CHAMAM ESTA ROTINA NO FIM DA EXECUCAO, UMA VEZ POR DECK      *00000086
      *   GRAVADO, E O DB2JCLBD A CHAMA DEPOIS DE EMBRULHAR OS DECKS   *00000090
      *   NUM JOB.                                                     *00000094
      *   FUNCOES (DKR-FUNCAO):                                        *00000102
      *   - 'G' GERACAO: INSERE UMA LINHA EM DB2ADM.DBA_DECK COM O     *00000110
      *     PROGRAMA, DATA E HORA DA GERACAO, DATASET (DDNAME DO DECK  *00000120
      *     NO STEP GERADOR), TIPO DO DECK, QTD DE OBJETOS, TICKET DA  *00000130
      *     MUDANCA (RECEBIDO NO PARM DO GERADOR) E USUARIO.           *00000140
      *   - 'S' SUBMISSAO: MARCA COMO SUBMETIDA (TS_SUBMISSAO E        *00000150
      *     USR_SUBMISSAO) A GERACAO MAIS RECENTE DO PROGRAMA/DATASET  *00000160
      *     INFORMADOS, SE AINDA NAO ESTIVER MARCADA. DKR-SITUACAO     *00000170
      *     VOLTA 'S' (MARCADO), 'N' (NADA A MARCAR) OU 'E' (ERRO).    *00000180
      *   COLUNAS DE DB2ADM.DBA_DECK: PROGRAMA CHAR(8), DT_GERACAO     *00000190
      *   DATE, TS_GERACAO TIMESTAMP, DATASET CHAR(8), TIPO_DECK       *00000200
      *   CHAR(8), QTD_OBJETOS INTEGER, TICKET CHAR(12), USR_GERACAO   *00000210
      *   CHAR(8), TS_SUBMISSAO TIMESTAMP (NULO ATE A SUBMISSAO) E     *00000220
      *   USR_SUBMISSAO CHAR(8). O RELATORIO DB2DECKS LISTA DECKS NAO  *00000230
      *   SUBMETIDOS E DECKS REGERADOS NOITE APOS NOITE.               *00000240
      *   COMO NO DB2AUDIT, ERRO DE SQL NAO DERRUBA O CHAMADOR: A      *00000250
      *   ROTINA AVISA NO SYSOUT, RESTAURA O RETURN-CODE DO CHAMADOR   *00000260
      *   A PARTIR DO PARAMETRO E DEVOLVE O CONTROLE.                  *00000270
      * AREA RESPONSAVEL: ADMINISTRACAO DE BANCO DE DADOS              *00000280
      *----------------------------------------------------------------*00000290
       ENVIRONMENT    DIVISION.                                         00000300
      *                                                                 00000310
       DATA DIVISION.                                                   00000320
      *                                                                 00000330
       WORKING-STORAGE SECTION.                                         00000340
       77  WS-SQLCODE             PIC -----9.                           00000350
       01  H-PROGRAMA             PIC  X(08).                           00000360
       01  H-DATASET              PIC  X(08).                           00000370
       01  H-TIPO-DECK            PIC  X(08).                           00000380
       01  H-QTD-OBJETOS          PIC S9(09) COMP.                      00000390
       01  H-TICKET               PIC  X(12).                           00000400
       01  H-TS-GERACAO           PIC  X(26).                           00000410
       01  H-TS-GERACAO-NULL      PIC S9(04) COMP.                      00000420
      *                                                                 00000430
           EXEC SQL INCLUDE SQLCA END-EXEC.                             00000440
      *----------------------------------------------------------------*00000450
      *                                                                *00000460
      *----------------------------------------------------------------*00000470
       LINKAGE     SECTION.                                             00000480
       01  DKR-PARM.                                                    00000490
           02  DKR-FUNCAO         PIC X(01).                            00000500
           02  DKR-PROGRAMA       PIC X(08).                            00000510
           02  DKR-DATASET        PIC X(08).                            00000520
           02  DKR-TIPO-DECK      PIC X(08).                            00000530
           02  DKR-QTD-OBJETOS    PIC 9(05).                            00000540
           02  DKR-TICKET         PIC X(12).                            00000550
           02  DKR-SITUACAO       PIC X(01).                            00000560
           02  DKR-RETURN-CODE    PIC 9(02).                            00000570
      *----------------------------------------------------------------*00000580
      *                                                                *00000590
      *----------------------------------------------------------------*00000600
       PROCEDURE   DIVISION  USING  DKR-PARM.                           00000610
      *----------------------------------------------------------------*00000620
      *                                                                *00000630
      *----------------------------------------------------------------*00000640
       0000-0000-PRINCIPAL.                                             00000650
           MOVE   DKR-PROGRAMA         TO  H-PROGRAMA.                  00000660
           MOVE   DKR-DATASET          TO  H-DATASET.                   00000670
           MOVE   'E'                  TO  DKR-SITUACAO.                00000680
           IF  DKR-FUNCAO  EQUAL  'S'                                   00000690
               PERFORM 0200-0000-SUBMISSAO THRU 0200-0000-EXIT          00000700
           ELSE                                                         00000710
               PERFORM 0100-0000-GERACAO   THRU 0100-0000-EXIT          00000720
           END-IF.                                                      00000730
      *--- RESTAURA O RETURN-CODE DO CHAMADOR (O REGISTRO ESPECIAL      00000740
      *--- VOLTA PARA ELE NO RETORNO DO CALL)                           00000750
           MOVE   DKR-RETURN-CODE      TO  RETURN-CODE.                 00000760
           GOBACK.                                                      00000770
       0000-0000-EXIT. EXIT.                                            00000780
      *----------------------------------------------------------------*00000790
      * GERACAO: UMA LINHA NOVA POR DECK GRAVADO                       *00000800
      *----------------------------------------------------------------*00000810
       0100-0000-GERACAO.                                               00000820
           MOVE   DKR-TIPO-DECK        TO  H-TIPO-DECK.                 00000830
           MOVE   DKR-QTD-OBJETOS      TO  H-QTD-OBJETOS.               00000840
           MOVE   DKR-TICKET           TO  H-TICKET.                    00000850
                                                                        00000860
           EXEC SQL                                                     00000870
                INSERT INTO DB2ADM.DBA_DECK                             00000880
                       (PROGRAMA, DT_GERACAO, TS_GERACAO, DATASET,      00000890
                        TIPO_DECK, QTD_OBJETOS, TICKET, USR_GERACAO)    00000900
                VALUES (:H-PROGRAMA, CURRENT DATE, CURRENT TIMESTAMP,   00000910
                        :H-DATASET, :H-TIPO-DECK, :H-QTD-OBJETOS,       00000920
                        :H-TICKET, USER)                                00000930
           END-EXEC.                                                    00000940
           IF  SQLCODE  EQUAL  +0                                       00000950
               EXEC SQL COMMIT WORK END-EXEC                            00000960
               MOVE   'S'              TO  DKR-SITUACAO                 00000970
           ELSE                                                         00000980
               MOVE   SQLCODE          TO  WS-SQLCODE                   00000990
               DISPLAY 'DB2DKREG - AVISO - FALHA NO REGISTRO DO DECK '  00001000
                       DKR-PROGRAMA ' ' DKR-DATASET                     00001010
                       ', SQLCODE ' WS-SQLCODE                          00001020
           END-IF.                                                      00001030
       0100-0000-EXIT. EXIT.                                            00001040
      *----------------------------------------------------------------*00001050
      * SUBMISSAO: MARCA A GERACAO MAIS RECENTE DO PROGRAMA/DATASET    *00001060
      *----------------------------------------------------------------*00001070
       0200-0000-SUBMISSAO.                                             00001080
           EXEC SQL                                                     00001090
                SELECT MAX(TS_GERACAO)                                  00001100
                  INTO :H-TS-GERACAO :H-TS-GERACAO-NULL                 00001110
                  FROM DB2ADM.DBA_DECK                                  00001120
                 WHERE PROGRAMA = :H-PROGRAMA                           00001130
                   AND DATASET  = :H-DATASET                            00001140
           END-EXEC.                                                    00001150
           IF  SQLCODE  NOT EQUAL  +0                                   00001160
               MOVE   SQLCODE          TO  WS-SQLCODE                   00001170
               DISPLAY 'DB2DKREG - AVISO - FALHA NA LEITURA DO DECK '   00001180
                       DKR-PROGRAMA ' ' DKR-DATASET                     00001190
                       ', SQLCODE ' WS-SQLCODE                          00001200
               GO  TO  0200-0000-EXIT                                   00001210
           END-IF.                                                      00001220
           IF  H-TS-GERACAO-NULL  LESS  +0                              00001230
               MOVE   'N'              TO  DKR-SITUACAO                 00001240
               GO  TO  0200-0000-EXIT                                   00001250
           END-IF.                                                      00001260
                                                                        00001270
           EXEC SQL                                                     00001280
                UPDATE DB2ADM.DBA_DECK                                  00001290
                   SET TS_SUBMISSAO  = CURRENT TIMESTAMP,               00001300
                       USR_SUBMISSAO = USER                             00001310
                 WHERE PROGRAMA   = :H-PROGRAMA                         00001320
                   AND DATASET    = :H-DATASET                          00001330
                   AND TS_GERACAO = :H-TS-GERACAO                       00001340
                   AND TS_SUBMISSAO IS NULL                             00001350
           END-EXEC.                                                    00001360
           IF  SQLCODE  EQUAL  +100                                     00001370
               MOVE   'N'              TO  DKR-SITUACAO                 00001380
               GO  TO  0200-0000-EXIT                                   00001390
           END-IF.                                                      00001400
           IF  SQLCODE  EQUAL  +0                                       00001410
               EXEC SQL COMMIT WORK END-EXEC                            00001420
               MOVE   'S'              TO  DKR-SITUACAO                 00001430
           ELSE                                                         00001440
               MOVE   SQLCODE          TO  WS-SQLCODE                   00001450
               DISPLAY 'DB2DKREG - AVISO - FALHA NA MARCACAO DO DECK '  00001460
                       DKR-PROGRAMA ' ' DKR-DATASET                     00001470
                       ', SQLCODE ' WS-SQLCODE                          00001480
           END-IF.                                                      00001490
       0200-0000-EXIT. EXIT.                                            00001500
