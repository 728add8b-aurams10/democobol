      ******************************************************************
      * CPLDB0X5 - REGISTRO DO ARQUIVO MENSAL DE POSICOES DE RISCO DE  *
      *            CREDITO ENVIADO AO ORGAO REGULADOR (ARQUIVO         *
      *            SEQUENCIAL REGMES, GRAVADO POR CPLDB0F2)            *
      *                                                                *
      * FORMATO FIXO, SO CARACTERES (NENHUM CAMPO COMPACTADO), COMO    *
      * EXIGE A TRANSMISSAO AO REGULADOR. UM CABECALHO "0"             *
      * (INSTITUICAO E MES DE REFERENCIA), UM DETALHE "1" POR CLIENTE  *
      * E EVENTO DO ESPELHO E UM TRAILER "9" (QUANTIDADE DE DETALHES E *
      * SOMA DE QPTO-PSSOA-RTING). RX-CLASSE-RISCO E A CLASSE DO       *
      * REGULADOR OBTIDA DE NFAIXA-SIT-RTING PELA TABELA DE            *
      * PARAMETROS PARMVAL (CPLDB0P5, TIPO "C").                       *
      ******************************************************************
       01  CPLDB0X5.
      *    *************************************************************
           05 RX-TIPO-REGISTRO        PIC X(1).
      *    *************************************************************
           05 RX-CORPO                PIC X(59).
      *    *************************************************************
           05 RX-CORPO-CABECALHO REDEFINES RX-CORPO.
               10 RX-CODIGO-INSTITUICAO
                                      PIC 9(8).
               10 RX-MES-REFERENCIA   PIC 9(6).
               10 RX-DATA-GERACAO     PIC 9(8).
               10 FILLER              PIC X(37).
      *    *************************************************************
           05 RX-CORPO-DETALHE REDEFINES RX-CORPO.
               10 RX-CCNPJ-CPF        PIC 9(9).
               10 RX-CCTRL-CNPJ-CPF   PIC 9(2).
               10 RX-CTPO-PSSOA       PIC X(1).
               10 RX-CFLIAL-CNPJ      PIC 9(4).
               10 RX-NEVNTO-RTING     PIC 9(5).
               10 RX-CLASSE-RISCO     PIC X(2).
               10 RX-QPTO-PSSOA-RTING PIC S9(13)V9(2)
                                      SIGN IS LEADING SEPARATE.
               10 FILLER              PIC X(20).
      *    *************************************************************
           05 RX-CORPO-TRAILER REDEFINES RX-CORPO.
               10 RX-QTDE-DETALHES    PIC 9(9).
               10 RX-HASH-QPTO        PIC S9(15)V9(2)
                                      SIGN IS LEADING SEPARATE.
               10 FILLER              PIC X(32).
      ******************************************************************
