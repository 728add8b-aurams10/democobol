      ******************************************************************
      * CPLDB0Q5 - REGISTRO DO CADASTRO DE CORRECOES PENDENTES DE      *
      *            APROVACAO (VSAM KSDS PENDCOR)                       *
      *                                                                *
      * A CORRECAO DE FAIXA DIGITADA NA TRANSACAO C0C2 (CPLDB0C2) NAO  *
      * VAI MAIS DIRETO PARA DB2PRD.TPSSOA_EVNTO_SIT: ENTRA AQUI COM   *
      * SITUACAO "P", COM A IMAGEM DO EVENTO EM DB2 NO MOMENTO DA      *
      * DIGITACAO E O USUARIO QUE A DIGITOU (PC-USUARIO-INCLUSAO). UM  *
      * SEGUNDO ANALISTA, NA TRANSACAO C0E6 (CPLDB0E6), APROVA OU      *
      * REJEITA A CORRECAO; SO NA APROVACAO O DB2 E ATUALIZADO E O     *
      * HISTORICO (CPLDB0H5) GRAVADO, COM OS DOIS USUARIOS. O          *
      * APROVADOR NUNCA PODE SER O MESMO USUARIO QUE DIGITOU. AS       *
      * PENDENCIAS ANTIGAS SAO LISTADAS PELO BATCH CPLDB0E7.           *
      *                                                                *
      * A CHAVE ACRESCENTA A DATA/HORA DA DIGITACAO A CHAVE DO EVENTO, *
      * DE MODO QUE AS CORRECOES JA DECIDIDAS PERMANECEM NO CADASTRO   *
      * COMO TRILHA DE AUDITORIA. SO PODE HAVER UMA PENDENCIA ("P")    *
      * POR EVENTO.                                                    *
      *                                                                *
      * PC-SITUACAO: "P" = PENDENTE DE APROVACAO, "A" = APROVADA E     *
      * APLICADA EM DB2, "R" = REJEITADA.                              *
      ******************************************************************
       01  CPLDB0Q5.
      *    *************************************************************
           05 PC-CHAVE.
               10 PC-CCNPJ-CPF        PIC S9(9)V USAGE COMP-3.
               10 PC-CTPO-PSSOA       PIC X(1).
               10 PC-NEVNTO-RTING     PIC S9(5)V USAGE COMP-3.
               10 PC-DATA-INCLUSAO    PIC 9(8).
               10 PC-HORA-INCLUSAO    PIC 9(8).
      *    *************************************************************
           05 PC-SITUACAO             PIC X(1).
      *    *************************************************************
           05 PC-NFAIXA-SIT-RTING-ANT PIC S9(5)V USAGE COMP-3.
      *    *************************************************************
           05 PC-NFAIXA-SIT-RTING-NOVA
                                      PIC S9(5)V USAGE COMP-3.
      *    *************************************************************
           05 PC-QPTO-PSSOA-RTING-ANT PIC S9(13)V9(2) USAGE COMP-3.
      *    *************************************************************
           05 PC-QPTO-PSSOA-RTING-NOVO
                                      PIC S9(13)V9(2) USAGE COMP-3.
      *    *************************************************************
           05 PC-CPTCAO-TBELA         PIC S9(3)V USAGE COMP-3.
      *    *************************************************************
           05 PC-CFLIAL-CNPJ          PIC S9(4)V USAGE COMP-3.
      *    *************************************************************
           05 PC-CCTRL-CNPJ-CPF       PIC S9(2)V USAGE COMP-3.
      *    *************************************************************
           05 PC-HATULZ-ANT           PIC X(26).
      *    *************************************************************
           05 PC-MOTIVO-ALTERACAO     PIC X(30).
      *    *************************************************************
           05 PC-USUARIO-INCLUSAO     PIC X(8).
      *    *************************************************************
           05 PC-USUARIO-DECISAO      PIC X(8).
      *    *************************************************************
           05 PC-DATA-DECISAO         PIC 9(8).
      *    *************************************************************
           05 PC-HORA-DECISAO         PIC 9(6).
      ******************************************************************
