      ******************************************************************
      * CPLDB0Y5 - REGISTRO DO ARQUIVO DE RESULTADO DO MONITORAMENTO   *
      *            DE ESTABILIDADE DO RATING (ARQUIVO SEQUENCIAL       *
      *            ESTABIL, GRAVADO POR CPLDB0F3)                      *
      *                                                                *
      * UM REGISTRO POR SEGMENTO CPTCAO-TBELA + CTPO-PSSOA, SO COM     *
      * CARACTERES, PARA CARGA PELA EQUIPE DE MODELOS.                 *
      * RY-PSI-PONTUACAO E O INDICE DE ESTABILIDADE DA POPULACAO SOBRE *
      * AS FAIXAS DE PONTUACAO QPTO-PSSOA-RTING; RY-PSI-FAIXAS O MESMO *
      * INDICE SOBRE A DISTRIBUICAO DE NFAIXA-SIT-RTING.               *
      *                                                                *
      * SITUACOES: "N" = NORMAL; "A" = ALERTA; "C" = CRITICO;          *
      * "S" = SEGMENTO SEM EVENTOS EM UMA DAS DUAS DATAS (INDICES NAO  *
      * CALCULADOS, GRAVADOS COM ZERO). RY-SITUACAO E A PIOR DAS DUAS. *
      ******************************************************************
       01  CPLDB0Y5.
      *    *************************************************************
           05 RY-DATA-BASE            PIC 9(8).
      *    *************************************************************
           05 RY-DATA-ATUAL           PIC 9(8).
      *    *************************************************************
           05 RY-CPTCAO-TBELA         PIC 9(3).
      *    *************************************************************
           05 RY-CTPO-PSSOA           PIC X(1).
      *    *************************************************************
           05 RY-QTDE-BASE            PIC 9(9).
      *    *************************************************************
           05 RY-QTDE-ATUAL           PIC 9(9).
      *    *************************************************************
           05 RY-PSI-PONTUACAO        PIC 9(3)V9(4).
      *    *************************************************************
           05 RY-SITUACAO-PONTUACAO   PIC X(1).
      *    *************************************************************
           05 RY-PSI-FAIXAS           PIC 9(3)V9(4).
      *    *************************************************************
           05 RY-SITUACAO-FAIXAS      PIC X(1).
      *    *************************************************************
           05 RY-SITUACAO             PIC X(1).
      *    *************************************************************
           05 FILLER                  PIC X(15).
      ******************************************************************
