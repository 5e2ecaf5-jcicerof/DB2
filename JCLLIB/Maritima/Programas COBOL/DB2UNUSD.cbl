      *   DISSO ELA APARECE COMO 'EM MATURACAO'. SECOES PROPRIAS        00000340
      *   MOSTRAM AS NOVAS DESTA RODADA E AS QUE SAIRAM (VOLTARAM A     00000350
      *   TER USO) - A TABELA DO FECHAMENTO ANUAL DEIXA DE ASSUSTAR.    00000360
      *   OUT/26 - CARTOES DE INDICE DO APROVFIL (TIPO 'I' NA COLUNA    00000361
      *   58, DO DB2IXRED) SAO IGNORADOS NA CARGA DAS APROVACOES.       00000362
      *   OUT/26 - CADA CARTAO 'P' DO CANDOUT TAMBEM E' INCLUIDO        00000363
      *   PENDENTE NO PORTAO DE APROVACAO EM TABELA                     00000364
      *   DB2ADM.DBA_APROVACAO (VIA DB2APREG, TIPO 'T'), ONDE O         00000365
      *   APROVADOR DECIDE PELA BANCADA ONLINE DB2DBAP.                 00000366
      * AREA RESPONSAVEL: ADMINISTRACAO DE BANCO DE DADOS              *00000370
      *----------------------------------------------------------------*00000380
       ENVIRONMENT    DIVISION.                                         00000390
           02  CAN-APROVADOR      PIC X(08).                            00001570
           02  FILLER             PIC X(01).                            00001580
           02  CAN-DATA           PIC 9(08).                            00001590
           02  CAN-TIPO           PIC X(01).                            00001591
               88  CAN-INDICE                        VALUE 'I'.         00001592
           02  FILLER             PIC X(22).                            00001593
      *----------------------------------------------------------------*00001594
      * PARAMETRO DO PORTAO DE APROVACAO EM TABELA (DB2APREG)          *00001595
      *----------------------------------------------------------------*00001596
       01  APR-PARM.                                                    00001597
           02  APR-FUNCAO         PIC X(01)      VALUE 'P'.             00001598
           02  APR-PROGRAMA       PIC X(08)      VALUE 'DB2UNUSD'.      00001599
           02  APR-TIPO-ITEM      PIC X(01)      VALUE 'T'.             00001600
           02  APR-CREATOR        PIC X(08)      VALUE SPACES.          00001601
           02  APR-OBJETO         PIC X(18)      VALUE SPACES.          00001602
           02  APR-GRANTEE        PIC X(08)      VALUE SPACES.          00001603
           02  APR-PRIVILEGIO     PIC X(08)      VALUE SPACES.          00001604
           02  APR-ACAO           PIC X(01)      VALUE SPACES.          00001605
           02  APR-NPAGES         PIC 9(09)      VALUE ZEROS.           00001606
           02  APR-SITUACAO       PIC X(01)      VALUE SPACES.          00001607
           02  APR-APROVADOR      PIC X(08)      VALUE SPACES.          00001608
           02  APR-DATA           PIC 9(08)      VALUE ZEROS.           00001609
           02  APR-RETURN-CODE    PIC 9(02)      VALUE ZEROS.           00001610
      *----------------------------------------------------------------*00001611
      * HISTORICO PROPRIO DE CANDIDATAS (CANHIST/CANHNEW)              *00001620
      *----------------------------------------------------------------*00001630
       01  REG-CANHISTO.                                                00001640
                   MOVE   'SIM'         TO   N88-FIM-APROVFIL           00004060
                   GO  TO  0075-0070-EXIT                               00004070
           END-READ.                                                    00004080
           IF  CAN-INDICE                                               00004082
               GO  TO  0075-0070-EXIT                                   00004084
           END-IF.                                                      00004086
           IF  QTD-APR  GREATER  +299                                   00004090
               DISPLAY 'DB2UNUSD - AVISO - MAIS DE 300 APROVACOES; '    00004100
                       'EXCEDENTE IGNORADO'                             00004110
           MOVE   'P'                  TO  CAN-STATUS.                  00006910
           MOVE   ZEROS                TO  CAN-DATA.                    00006920
           WRITE  REG-CANDOUT          FROM REG-CANDIDATA.              00006930
           MOVE   CAN-CREATOR          TO  APR-CREATOR.                 00006931
           MOVE   CAN-TABELA           TO  APR-OBJETO.                  00006932
           MOVE   CAN-NPAGES           TO  APR-NPAGES.                  00006933
           MOVE   'P'                  TO  APR-FUNCAO.                  00006934
           MOVE   RETURN-CODE          TO  APR-RETURN-CODE.             00006935
           CALL  'DB2APREG'  USING  APR-PARM.                           00006936
       0500-0200-EXIT. EXIT.                                            00006940
      *----------------------------------------------------------------*00006950
      *                                                                *00006960
