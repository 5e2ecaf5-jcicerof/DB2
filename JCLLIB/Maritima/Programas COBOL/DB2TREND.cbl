      *   PARM='NN,PPP,MMMM' (SEMANAS, PERCENTUAL, JANELA EM MINUTOS).  00000150
      *   RETURN-CODE 4 QUANDO HA PROGRAMA ACIMA DO LIMITE OU JANELA    00000160
      *   JA' ESTOURADA.                                                00000170
      *   OUT/26 - EXECUCOES CONTADAS SO PELAS LINHAS DA DBA_EXECUCAO   00000172
      *   COM OBJETO EM BRANCO: AS LINHAS POR TABELA QUE O DB2PURGA     00000174
      *   GRAVA (FUNCAO 'O' DO DB2AUDIT) NAO SAO EXECUCOES.             00000176
      * AREA RESPONSAVEL: ADMINISTRACAO DE BANCO DE DADOS               00000180
      *----------------------------------------------------------------*00000190
       ENVIRONMENT    DIVISION.                                         00000200
                  FROM DB2ADM.DBA_EXECUCAO                              00001970
                 WHERE DATA_EXEC >= CURRENT DATE                        00001980
                                    - :H-DIAS-PERIODO DAYS              00001990
                   AND OBJETO     = ' '                                 00001995
                 ORDER BY PROGRAMA                                      00002000
           END-EXEC.                                                    00002010
                                                                        00002020
