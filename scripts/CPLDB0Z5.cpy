      ******************************************************************
      * CPLDB0Z5 - REGISTRO DO HISTORICO PERMANENTE DE REJEITOS DA     *
      *            CARGA (VSAM KSDS REJHIST, ATUALIZADO TODA NOITE POR *
      *            CPLDB0F4, LIDO PELO PAINEL DE QUALIDADE CPLDB0F6 E  *
      *            EXPURGADO POR CPLDB0C8)                             *
      *                                                                *
      * TRES TIPOS DE REGISTRO, DISTINGUIDOS PELO PRIMEIRO BYTE DA     *
      * CHAVE:                                                         *
      *   "C" - CONTROLE DA NOITE: UM POR DATA DE NEGOCIO JA ANEXADA,  *
      *         PARA QUE A REEXECUCAO DE CPLDB0F4 NA MESMA DATA NAO    *
      *         DUPLIQUE OS REJEITOS. E GRAVADO ANTES DOS REJEITOS E   *
      *         VOLUMES COM RH-SITUACAO-ANEXACAO "A" (EM ANDAMENTO) E  *
      *         PASSA A "C" (CONCLUIDA) NO FIM; EM BRANCO = CONCLUIDA  *
      *         (CONTROLES GRAVADOS ANTES DESTE CAMPO). "A" NA         *
      *         REEXECUCAO = NOITE INTERROMPIDA, RETOMADA SEM          *
      *         REPETIR O QUE JA FOI ANEXADO;                          *
      *   "R" - UM REJEITO DE CPLDB0R5, CHAVEADO PELO EVENTO           *
      *         (CCNPJ-CPF+CTPO-PSSOA+NEVNTO-RTING), DATA DE NEGOCIO E *
      *         SEQUENCIA NA NOITE - OS REJEITOS DE UMA MESMA CHAVE    *
      *         FICAM JUNTOS, EM ORDEM DE DATA. RH-SITUACAO "P" =      *
      *         PENDENTE; "C" = CORRIGIDO: A CHAVE SAIU DEPOIS NO      *
      *         EXTRATO DE REAPRESENTACAO (RESSUB) DE CPLDB0B9, NA     *
      *         DATA DE NEGOCIO RH-DATA-CORRECAO;                      *
      *   "V" - VOLUME DE DETALHES DO EXTRATO DA NOITE POR FILIAL      *
      *         (RH-DIMENSAO "F") OU POR PARTICAO ("P"), DENOMINADOR   *
      *         DAS TAXAS DE REJEICAO DO PAINEL.                       *
      * CHAVES EM FORMATO DE CARACTER PARA ORDENAR CORRETAMENTE NO     *
      * KSDS.                                                          *
      ******************************************************************
       01  CPLDB0Z5.
      *    *************************************************************
           05 RH-CHAVE.
               10 RH-TIPO-REGISTRO    PIC X(1).
                   88 RH-CONTROLE     VALUE "C".
                   88 RH-REJEITO      VALUE "R".
                   88 RH-VOLUME       VALUE "V".
               10 RH-CHAVE-CORPO      PIC X(26).
      *        *********************************************************
               10 RH-CHAVE-REJEITO REDEFINES RH-CHAVE-CORPO.
                   15 RH-CHAVE-EVENTO.
                       20 RH-CCNPJ-CPF
                                      PIC 9(9).
                       20 RH-CTPO-PSSOA
                                      PIC X(1).
                       20 RH-NEVNTO-RTING
                                      PIC 9(5).
                   15 RH-DATA-MOVIMENTO
                                      PIC 9(8).
                   15 RH-SEQUENCIA    PIC 9(3).
      *        *********************************************************
               10 RH-CHAVE-VOLUME REDEFINES RH-CHAVE-CORPO.
                   15 RH-DATA-VOLUME  PIC 9(8).
                   15 RH-DIMENSAO     PIC X(1).
                   15 RH-CODIGO-DIMENSAO
                                      PIC 9(4).
                   15 FILLER          PIC X(13).
      *        *********************************************************
               10 RH-CHAVE-CONTROLE REDEFINES RH-CHAVE-CORPO.
                   15 RH-DATA-CONTROLE
                                      PIC 9(8).
                   15 FILLER          PIC X(18).
      *    *************************************************************
           05 RH-DADOS                PIC X(40).
      *    *************************************************************
           05 RH-DADOS-REJEITO REDEFINES RH-DADOS.
               10 RH-COD-MOTIVO       PIC X(4).
               10 RH-CFLIAL-CNPJ      PIC 9(4).
               10 RH-CPTCAO-TBELA     PIC 9(3).
               10 RH-NFAIXA-SIT-RTING PIC 9(5).
               10 RH-SITUACAO         PIC X(1).
                   88 RH-PENDENTE     VALUE "P".
                   88 RH-CORRIGIDO    VALUE "C".
               10 RH-DATA-CORRECAO    PIC 9(8).
               10 FILLER              PIC X(15).
      *    *************************************************************
           05 RH-DADOS-VOLUME REDEFINES RH-DADOS.
               10 RH-QTDE-DETALHES    PIC 9(9).
               10 FILLER              PIC X(31).
      *    *************************************************************
           05 RH-DADOS-CONTROLE REDEFINES RH-DADOS.
               10 RH-QTDE-REJEITOS    PIC 9(9).
               10 RH-QTDE-EXTRATO     PIC 9(9).
               10 RH-SITUACAO-ANEXACAO
                                      PIC X(1).
                   88 RH-ANEXACAO-EM-ANDAMENTO
                                      VALUE "A".
                   88 RH-ANEXACAO-CONCLUIDA
                                      VALUE "C" " ".
               10 FILLER              PIC X(21).
      ******************************************************************
