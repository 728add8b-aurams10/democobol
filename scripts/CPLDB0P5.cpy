      *         SEM RESTRICAO DE PARTICAO);                            *
      *   "F" - INTERVALO DE FAIXAS VALIDO PARA UM CTPO-PSSOA (O       *
      *         REGISTRO VIGENTE DE DATA MAIS RECENTE PREVALECE POR    *
      *         TIPO; TIPO SEM REGISTRO = SEM RESTRICAO DE INTERVALO); *
      *   "C" - CLASSE DE RISCO DO REGULADOR PARA UM INTERVALO DE      *
      *         FAIXAS NFAIXA-SIT-RTING, USADA NO ARQUIVO MENSAL AO    *
      *         REGULADOR (CPLDB0F2). PARA CADA FAIXA VALE O REGISTRO  *
      *         VIGENTE DE DATA MAIS RECENTE QUE A CONTEM; FAIXA SEM   *
      *         REGISTRO = SEM CLASSE (APONTADA NA CONFERENCIA).       *
      *   "B" - LIMITE SUPERIOR (INCLUSIVE) DE UMA FAIXA DE PONTUACAO  *
      *         QPTO-PSSOA-RTING DO MONITORAMENTO DE ESTABILIDADE      *
      *         (CPLDB0F3). VALE O CONJUNTO DE REGISTROS DA DATA DE    *
      *         VIGENCIA MAIS RECENTE, COM OS LIMITES EM ORDEM         *
      *         CRESCENTE DE SEQUENCIA; ACIMA DO ULTIMO LIMITE FICA    *
      *         UMA FAIXA ABERTA;                                      *
      *   "I" - LIMIARES DE ALERTA E CRITICO DO INDICE DE ESTABILIDADE *
      *         DA PONTUACAO E DA DISTRIBUICAO DE FAIXAS (CPLDB0F3; O  *
      *         REGISTRO VIGENTE DE DATA MAIS RECENTE PREVALECE).      *
      ******************************************************************
       01  CPLDB0P5.
      *    *************************************************************
               10 PR-NFAIXA-MINIMA    PIC 9(5).
               10 PR-NFAIXA-MAXIMA    PIC 9(5).
               10 FILLER              PIC X(9).
      *    *************************************************************
           05 PR-DADOS-CLASSE-RISCO REDEFINES PR-DADOS-LIMITES.
               10 PR-NFAIXA-INICIAL   PIC 9(5).
               10 PR-NFAIXA-FINAL     PIC 9(5).
               10 PR-CLASSE-RISCO     PIC X(2).
               10 FILLER              PIC X(8).
      *    *************************************************************
           05 PR-DADOS-FAIXA-PONTUACAO REDEFINES PR-DADOS-LIMITES.
               10 PR-QPTO-LIMITE-SUPERIOR
                                      PIC S9(13)V9(2)
                                      SIGN IS LEADING SEPARATE.
               10 FILLER              PIC X(4).
      *    *************************************************************
           05 PR-DADOS-LIMIARES-PSI REDEFINES PR-DADOS-LIMITES.
               10 PR-PSI-PONTUACAO-ALERTA
                                      PIC 9(1)V9(4).
               10 PR-PSI-PONTUACAO-CRITICO
                                      PIC 9(1)V9(4).
               10 PR-PSI-FAIXAS-ALERTA
                                      PIC 9(1)V9(4).
               10 PR-PSI-FAIXAS-CRITICO
                                      PIC 9(1)V9(4).
      ******************************************************************
