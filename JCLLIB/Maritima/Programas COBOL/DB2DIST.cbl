      *          FETCH LE OS REGISTROS 'TB' DO SNAPSHOT EM VEZ DE      *00000360
      *          ABRIR O CURSOR NA SYSTABLES - O CATALOGO E' TOCADO    *00000370
      *          UMA UNICA VEZ POR NOITE, PELO EXTRATOR.               *00000380
      * OUT/26 - AUD-PARM COM O CODIGO DE FUNCAO DO DB2AUDIT           *00000383
      *          (AUD-FUNCAO 'E', REGISTRO DA EXECUCAO).               *00000386
      *----------------------------------------------------------------*00000390
       ENVIRONMENT    DIVISION.                                         00000400
      *                                                                 00000410
           02  AUD-QTD-OBJETOS    PIC 9(05)      VALUE ZEROS.           00001130
           02  AUD-QTD-AVISOS     PIC 9(05)      VALUE ZEROS.           00001140
           02  AUD-RETURN-CODE    PIC 9(02)      VALUE ZEROS.           00001150
           02  AUD-FUNCAO         PIC X(01)      VALUE 'E'.             00001155
      *----------------------------------------------------------------*00001160
      *                                                                *00001170
      *----------------------------------------------------------------*00001180
