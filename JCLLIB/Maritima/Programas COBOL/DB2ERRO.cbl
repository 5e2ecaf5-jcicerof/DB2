      *   SET/26 - LOG-DATA DO ERRLOG PASSOU A AAAAMMDD (JANELA:        00000250
      *   AA > 70 = 19AA, SENAO 20AA); O ERRLOG ANTIGO E' CONVERTIDO    00000260
      *   UMA UNICA VEZ PELO DB2DTCNV.                                  00000270
      *   OUT/26 - OS PROGRAMAS ONLINE PASSARAM A USAR A ROTINA         00000272
      *   DB2ERROC (CICS, VIA LINK, COM DSNTIAC), QUE GRAVA NO MESMO    00000274
      *   LAYOUT DESTE ERRLOG PELA FILA DBERRO, DESCARREGADA TODA       00000276
      *   NOITE NO ERRLOG CUMULATIVO.                                   00000278
      * AREA RESPONSAVEL: ADMINISTRACAO DE BANCO DE DADOS              *00000280
      *----------------------------------------------------------------*00000290
       ENVIRONMENT    DIVISION.                                         00000300
