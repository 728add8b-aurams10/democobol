      ******************************************************************
      * CPLDB0U5 - REGISTRO DE CONTROLE DA DATA DE NEGOCIO DA ESTEIRA  *
      *            NOTURNA (ARQUIVO SEQUENCIAL DATANEG, UM REGISTRO)   *
      *                                                                *
      * TODOS OS PROGRAMAS BATCH CPLDB0* TOMAM DAQUI A DATA DO         *
      * MOVIMENTO (DN-DATA-ATUAL) EM VEZ DA DATA DO SISTEMA, PARA QUE  *
      * UMA NOITE REPROCESSADA DEPOIS DA MEIA-NOITE, OU DUAS NOITES    *
      * RECUPERADAS DE UMA VEZ, GRAVEM ALERTAS, CHECKPOINT, LOG DE     *
      * EXECUCAO E CORTES DE RETENCAO COM A DATA DE NEGOCIO CERTA.     *
      *                                                                *
      * O REGISTRO SO E ALTERADO PELO PROGRAMA DE VIRADA DE DATA       *
      * CPLDB0E8, QUE AVANCA A DATA PARA O PROXIMO DIA UTIL (PULANDO   *
      * SABADOS, DOMINGOS E OS FERIADOS DE DN-FERIADO) SO DEPOIS DO GO *
      * DO BALANCEAMENTO CPLDB0C6 PARA A DATA ATUAL, E QUE PERMITE A   *
      * OPERACAO POSICIONAR DE PROPOSITO UMA DATA PASSADA PARA         *
      * REPROCESSAMENTO (DN-SITUACAO = "R"; A DATA QUE ESTAVA EM       *
      * VIGOR FICA EM DN-DATA-RETOMADA E VOLTA NA VIRADA SEGUINTE).    *
      *                                                                *
      * DN-SITUACAO: "N" = DATA NORMAL, "R" = REPROCESSAMENTO DE DATA  *
      * PASSADA POSICIONADA PELA OPERACAO.                             *
      ******************************************************************
       01  CPLDB0U5.
      *    *************************************************************
           05 DN-DATA-ATUAL           PIC 9(8).
      *    *************************************************************
           05 DN-DATA-ANTERIOR        PIC 9(8).
      *    *************************************************************
           05 DN-SITUACAO             PIC X(1).
      *    *************************************************************
           05 DN-DATA-RETOMADA        PIC 9(8).
      *    *************************************************************
           05 DN-DATA-ALTERACAO       PIC 9(8).
      *    *************************************************************
           05 DN-HORA-ALTERACAO       PIC 9(6).
      *    *************************************************************
           05 DN-QTDE-FERIADOS        PIC 9(3).
      *    *************************************************************
           05 DN-FERIADO OCCURS 100 TIMES.
               10 DN-DATA-FERIADO     PIC 9(8).
               10 DN-DESCR-FERIADO    PIC X(20).
      ******************************************************************
