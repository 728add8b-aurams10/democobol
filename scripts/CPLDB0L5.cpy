      *                                                                *
      * FL-SITUACAO: "A" = ATIVA, "E" = ENCERRADA (FL-DATA-            *
      * ENCERRAMENTO PREENCHIDA).                                      *
      *                                                                *
      * SUCESSAO: A FILIAL ENCERRADA PODE INDICAR A FILIAL SUCESSORA   *
      * (FL-CFLIAL-SUCESSORA) E A DATA DE VIGENCIA DA SUCESSAO         *
      * (FL-DATA-VIGENCIA-SUCESSAO). A PARTIR DA VIGENCIA A CARGA E A  *
      * REAPRESENTACAO DEIXAM DE REJEITAR O EVENTO COM R007 E O        *
      * ENVIAM A SUCESSORA, E O REMANEJAMENTO CPLDB0F7 TRANSFERE PARA  *
      * ELA OS EVENTOS DO DB2 E DO ESPELHO E OS ALERTAS ABERTOS. ZEROS *
      * (OU CAMPO NAO NUMERICO) = SEM SUCESSORA.                       *
      ******************************************************************
       01  CPLDB0L5.
      *    *************************************************************
           05 FL-SITUACAO             PIC X(1).
      *    *************************************************************
           05 FL-DATA-ENCERRAMENTO    PIC 9(8).
      *    *************************************************************
           05 FL-CFLIAL-SUCESSORA     PIC 9(4).
      *    *************************************************************
           05 FL-DATA-VIGENCIA-SUCESSAO
                                      PIC 9(8).
      ******************************************************************
