      *          FLAGS DE SORT (SORTN_JOIN/SORTC_ORDERBY) DE CADA      *00000370
      *          LINHA, PARA O FORMATADOR DB2PTBRL RENDERIZAR O        *00000380
      *          CAMINHO DE ACESSO LEGIVEL PARA AS EQUIPES.            *00000390
      * OUT/26 - PARM-TICKET (POSICOES 24-35 DO PARM, APOS O PARM-MODO)*00000391
      *          E REGISTRO DO DECK DB2OUT NO REGISTRO CENTRAL DE      *00000392
      *          DECKS DB2ADM.DBA_DECK (VIA DB2DKREG), COM A QTD DE    *00000393
      *          REBINDS GERADOS E O TICKET DA MUDANCA.                *00000394
      * OUT/26 - AUD-PARM COM O CODIGO DE FUNCAO DO DB2AUDIT           *00000395
      *          (AUD-FUNCAO 'E', REGISTRO DA EXECUCAO).               *00000396
      *----------------------------------------------------------------*00000400
                                                                        00000410
       ENVIRONMENT       DIVISION.                                      00000420
           02  AUD-QTD-OBJETOS    PIC 9(05)      VALUE ZEROS.           00001060
           02  AUD-QTD-AVISOS     PIC 9(05)      VALUE ZEROS.           00001070
           02  AUD-RETURN-CODE    PIC 9(02)      VALUE ZEROS.           00001080
           02  AUD-FUNCAO         PIC X(01)      VALUE 'E'.             00001081
      *----------------------------------------------------------------*00001082
      *--- PARAMETRO DO REGISTRO CENTRAL DE DECKS (DB2DKREG)            00001083
      *----------------------------------------------------------------*00001084
       01  DKR-PARM.                                                    00001085
           02  DKR-FUNCAO         PIC X(01)      VALUE 'G'.             00001086
           02  DKR-PROGRAMA       PIC X(08)      VALUE 'DB2RBIND'.      00001087
           02  DKR-DATASET        PIC X(08)      VALUE 'DB2OUT'.        00001088
           02  DKR-TIPO-DECK      PIC X(08)      VALUE 'REBIND'.        00001089
           02  DKR-QTD-OBJETOS    PIC 9(05)      VALUE ZEROS.           00001090
           02  DKR-TICKET         PIC X(12)      VALUE SPACES.          00001091
           02  DKR-SITUACAO       PIC X(01)      VALUE SPACES.          00001092
           02  DKR-RETURN-CODE    PIC 9(02)      VALUE ZEROS.           00001093
      *    VARIAVEIS HOSTS                                             *00001094
      *----------------------------------------------------------------*00001100
       01  SYSPACKAGE-COLLID           PIC X(18).                       00001110
       01  SYSPACKAGE-NAME             PIC X(08).                       00001120
           02  PARM-COLLID            PIC  X(18).                       00002270
           02  PARM-MODO               PIC  X(01).                      00002280
               88  MODO-VERIFICA                       VALUE 'V'.       00002290
           02  PARM-TICKET            PIC  X(12).                       00002295
      *----------------------------------------------------------------*00002300
      *     PROCEDURE DIVISION                                         *00002310
      *----------------------------------------------------------------*00002320
           END-IF.                                                      00002420
           IF  PARM-LEN  LESS  23                                       00002430
               MOVE  SPACE              TO   PARM-MODO                  00002440
           END-IF.                                                      00002441
           IF  PARM-LEN  GREATER  23                                    00002442
               IF  PARM-LEN  LESS  35                                   00002443
                   MOVE  PARM-TICKET(1:PARM-LEN - 23)  TO  DKR-TICKET   00002444
               ELSE                                                     00002445
                   MOVE  PARM-TICKET               TO  DKR-TICKET       00002446
               END-IF                                                   00002447
           END-IF.                                                      00002450
           IF  MODO-VERIFICA                                            00002460
               PERFORM 0500-0000-VERIFICA-REBINDS THRU 0500-0000-EXIT   00002470
                                                                        00004040
           MOVE  RETURN-CODE  TO  AUD-RETURN-CODE.                      00004050
           CALL  'DB2AUDIT'  USING  AUD-PARM.                           00004060
           MOVE  AUD-QTD-OBJETOS  TO  DKR-QTD-OBJETOS.                  00004062
           MOVE  RETURN-CODE      TO  DKR-RETURN-CODE.                  00004064
           CALL  'DB2DKREG'  USING  DKR-PARM.                           00004066
           STOP RUN.                                                    00004070
       0400-0000-EXIT. EXIT.                                            00004080
      *----------------------------------------------------------------*00004090
