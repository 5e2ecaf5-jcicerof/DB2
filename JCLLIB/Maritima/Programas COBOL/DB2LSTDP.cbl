      *          DEPENDENTES - NO RELATORIO DE 132 COLS E, COM O 'S'  * 00000440
      *          FINAL, TAMBEM NO CSVOUT. UM ALTER DE COLUNA PASSA A  * 00000450
      *          SER PLANEJADO DE UMA LISTAGEM SO.                    * 00000460
      * OUT/26 - AUD-PARM COM O CODIGO DE FUNCAO DO DB2AUDIT          * 00000463
      *          (AUD-FUNCAO 'E', REGISTRO DA EXECUCAO).              * 00000466
      *----------------------------------------------------------------*00000470
       ENVIRONMENT    DIVISION.                                         00000480
      *                                                                 00000490
           02  AUD-QTD-OBJETOS    PIC 9(05)      VALUE ZEROS.           00000970
           02  AUD-QTD-AVISOS     PIC 9(05)      VALUE ZEROS.           00000980
           02  AUD-RETURN-CODE    PIC 9(02)      VALUE ZEROS.           00000990
           02  AUD-FUNCAO         PIC X(01)      VALUE 'E'.             00000995
      * AREAS AUXILIARES                                               *00001000
      *----------------------------------------------------------------*00001010
       01  FILLER.                                                      00001020
