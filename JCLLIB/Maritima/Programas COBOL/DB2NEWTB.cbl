      *   COM GRANTEE '????????' E PRIVILEGIO 'ALL' PARA O DBA        * 00000190
      *   COMPLETAR E APLICAR PELO DB2BASMT). O DB2AUTCM DEIXA DE     * 00000200
      *   FLAGRAR 'NAO APROVADO' SEMANAS DEPOIS.                      * 00000210
      *   OUT/26 - O JOB GANHA O PASSO DB2PADRO (PADROES DE PROJETO,  * 00000211
      *   COM ESTE MESMO SYSIN) ENTRE ESTE PASSO E O DB2CRDDL; RC 8   * 00000212
      *   DO DB2PADRO (VIOLACAO SEVERA) PARA O KIT ANTES DO DDL.      * 00000213
      *   OUT/26 - AUD-PARM COM O CODIGO DE FUNCAO DO DB2AUDIT        * 00000214
      *   (AUD-FUNCAO 'E', REGISTRO DA EXECUCAO).                     * 00000215
      * AREA RESPONSAVEL: ADMINISTRACAO DE BANCO DE DADOS              *00000220
      *----------------------------------------------------------------*00000230
       ENVIRONMENT    DIVISION.                                         00000240
           02  AUD-QTD-OBJETOS    PIC 9(05)      VALUE ZEROS.           00000910
           02  AUD-QTD-AVISOS     PIC 9(05)      VALUE ZEROS.           00000920
           02  AUD-RETURN-CODE    PIC 9(02)      VALUE ZEROS.           00000930
           02  AUD-FUNCAO         PIC X(01)      VALUE 'E'.             00000935
       01  N88-FIM-SYSIN          PIC  X(01)         VALUE 'N'.         00000940
           88  FIM-SYSIN                              VALUE 'S'.        00000950
      *                                                                 00000960
