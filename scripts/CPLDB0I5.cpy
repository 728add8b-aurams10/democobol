      ******************************************************************
      * CPLDB0I5 - REGISTRO DE CHECKPOINT/RESTART DA APLICACAO DOS     *
      *            ACEITOS EM DB2PRD.TPSSOA_EVNTO_SIT (ARQUIVO         *
      *            SEQUENCIAL CHKAPLIC, GRAVADO POR CPLDB0E4)          *
      *                                                                *
      * GRAVADO LOGO APOS CADA COMMIT DE DB2 COM A CHAVE DO ULTIMO     *
      * ACEITO CONFIRMADO E OS CONTADORES ACUMULADOS ATE ELE, PARA     *
      * QUE UM RESTART RETOME A APLICACAO NO ACEITO SEGUINTE SEM       *
      * REAPLICAR O QUE O DB2 JA CONFIRMOU. SEPARADO DO CHECKPOINT     *
      * DA CARGA (CPLDB0K5) PORQUE OS PONTOS DE CONFIRMACAO DOS DOIS   *
      * PASSOS SAO INDEPENDENTES.                                      *
      ******************************************************************
       01  CPLDB0I5.
      *    *************************************************************
           10 CI-CCNPJ-CPF            PIC S9(9)V USAGE COMP-3.
      *    *************************************************************
           10 CI-CTPO-PSSOA           PIC X(1).
      *    *************************************************************
           10 CI-NEVNTO-RTING         PIC S9(5)V USAGE COMP-3.
      *    *************************************************************
           10 CI-QTDE-REG-LIDOS       PIC 9(9) USAGE COMP.
      *    *************************************************************
           10 CI-QTDE-REG-INCLUIDOS   PIC 9(9) USAGE COMP.
      *    *************************************************************
           10 CI-QTDE-REG-ATUALIZADOS PIC 9(9) USAGE COMP.
      *    *************************************************************
           10 CI-QTDE-REG-FALHAS      PIC 9(9) USAGE COMP.
      *    *************************************************************
           10 CI-DATA-CHECKPOINT      PIC 9(8).
      *    *************************************************************
           10 CI-HORA-CHECKPOINT      PIC 9(6).
      ******************************************************************
