      ******************************************************************
      * CPLDB0W5 - REGISTRO DO ARQUIVO DE EXCECOES DA CONFERENCIA DE   *
      *            GRUPO ECONOMICO DO EXTRATO (CPLDB0F1, ARQUIVO       *
      *            SEQUENCIAL EXCGRP)                                  *
      *                                                                *
      * UM REGISTRO POR DETALHE DO EXTRATO E POR REGRA VIOLADA, COM A  *
      * CHAVE, A FILIAL E A FAIXA DO DETALHE, OS VALORES DO OUTRO      *
      * DETALHE COM QUE ELE CONFLITA E O CODIGO DA REGRA. O CODIGO DE  *
      * REGRA E O MESMO CODIGO DE MOTIVO GRAVADO NO REJEITO (CPLDB0R5) *
      * QUANDO O DETALHE E RETIDO:                                     *
      *   R008 - MESMA RAIZ CCNPJ-CPF E MESMO NEVNTO-RTING EM FILIAIS  *
      *          DIFERENTES COM FAIXAS DIFERENTES;                     *
      *   R009 - MESMA RAIZ CCNPJ-CPF COMO PESSOA FISICA E JURIDICA;   *
      *   R010 - CHAVE CCNPJ-CPF+CTPO-PSSOA+NEVNTO-RTING REPETIDA NO   *
      *          MESMO EXTRATO.                                        *
      *                                                                *
      * XG-SEQUENCIA E A POSICAO DO DETALHE NO EXTRATO (1 = PRIMEIRO   *
      * DETALHE). XG-ACAO: "A" = SO AVISO, O DETALHE SEGUE PARA A      *
      * CARGA; "R" = DETALHE RETIDO FORA DA CARGA E ENVIADO AOS        *
      * REJEITOS.                                                      *
      ******************************************************************
       01  CPLDB0W5.
      *    *************************************************************
           05 XG-DATA-MOVIMENTO       PIC 9(8).
      *    *************************************************************
           05 XG-COD-REGRA            PIC X(4).
      *    *************************************************************
           05 XG-ACAO                 PIC X(1).
      *    *************************************************************
           05 XG-SEQUENCIA            PIC 9(9).
      *    *************************************************************
           05 XG-CCNPJ-CPF            PIC S9(9)V USAGE COMP-3.
      *    *************************************************************
           05 XG-CTPO-PSSOA           PIC X(1).
      *    *************************************************************
           05 XG-NEVNTO-RTING         PIC S9(5)V USAGE COMP-3.
      *    *************************************************************
           05 XG-CFLIAL-CNPJ          PIC S9(4)V USAGE COMP-3.
      *    *************************************************************
           05 XG-NFAIXA-SIT-RTING     PIC S9(5)V USAGE COMP-3.
      *    *************************************************************
           05 XG-QPTO-PSSOA-RTING     PIC S9(13)V9(2) USAGE COMP-3.
      *    *************************************************************
      *    VALORES DO DETALHE CONFLITANTE                              *
      *    *************************************************************
           05 XG-SEQUENCIA-CONFLITO   PIC 9(9).
      *    *************************************************************
           05 XG-CTPO-CONFLITO        PIC X(1).
      *    *************************************************************
           05 XG-CFLIAL-CONFLITO      PIC S9(4)V USAGE COMP-3.
      *    *************************************************************
           05 XG-NFAIXA-CONFLITO      PIC S9(5)V USAGE COMP-3.
      *    *************************************************************
           05 XG-DESC-REGRA           PIC X(40).
      ******************************************************************
