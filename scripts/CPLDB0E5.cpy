      ******************************************************************
      * CPLDB0E5 - REGISTRO DE ERRO DA APLICACAO DOS ACEITOS EM        *
      *            DB2PRD.TPSSOA_EVNTO_SIT (ARQUIVO SEQUENCIAL         *
      *            ERRAPLIC, GRAVADO POR CPLDB0E4)                     *
      *                                                                *
      * UM REGISTRO POR LINHA DO ARQUIVO DE ACEITOS QUE O DB2 RECUSOU  *
      * (SQLCODE DIFERENTE DE ZERO NO UPDATE OU NO INSERT), COM A      *
      * CHAVE, A OPERACAO TENTADA, O SQLCODE DEVOLVIDO E A IMAGEM      *
      * COMPLETA DO ACEITO, PARA QUE A LINHA POSSA SER ANALISADA E     *
      * REAPLICADA SEM CONSULTAR O ARQUIVO DE ACEITOS ORIGINAL.        *
      *                                                                *
      * EA-OPERACAO: "U" = UPDATE DE CHAVE EXISTENTE, "I" = INSERT DE  *
      * CHAVE NOVA.                                                    *
      ******************************************************************
       01  CPLDB0E5.
      *    *************************************************************
           10 EA-CCNPJ-CPF            PIC S9(9)V USAGE COMP-3.
      *    *************************************************************
           10 EA-CTPO-PSSOA           PIC X(1).
      *    *************************************************************
           10 EA-NEVNTO-RTING         PIC S9(5)V USAGE COMP-3.
      *    *************************************************************
           10 EA-OPERACAO             PIC X(1).
      *    *************************************************************
           10 EA-SQLCODE              PIC S9(9) USAGE COMP.
      *    *************************************************************
           10 EA-NFAIXA-SIT-RTING     PIC S9(5)V USAGE COMP-3.
      *    *************************************************************
           10 EA-CPTCAO-TBELA         PIC S9(3)V USAGE COMP-3.
      *    *************************************************************
           10 EA-CFLIAL-CNPJ          PIC S9(4)V USAGE COMP-3.
      *    *************************************************************
           10 EA-CCTRL-CNPJ-CPF       PIC S9(2)V USAGE COMP-3.
      *    *************************************************************
           10 EA-QPTO-PSSOA-RTING     PIC S9(13)V9(2) USAGE COMP-3.
      *    *************************************************************
           10 EA-HATULZ               PIC X(26).
      *    *************************************************************
           10 EA-DATA-ERRO            PIC 9(8).
      *    *************************************************************
           10 EA-HORA-ERRO            PIC 9(6).
      ******************************************************************
