      * JA EXISTENTE. CONTEM A IMAGEM COMPLETA DO REGISTRO COMO ELE    *
      * ESTAVA ANTES DA MUDANCA (HX-HATULZ) MAIS O NOVO VALOR DE       *
      * HATULZ QUE A ATUALIZACAO ESTA PRESTES A GRAVAR.                *
      *                                                                *
      * 15/10/2026 EAD - NOVO CAMPO HX-USUARIO-APROVACAO: NAS          *
      *            CORRECOES ONLINE, HX-USUARIO-ALTERACAO E QUEM       *
      *            DIGITOU (C0C2) E HX-USUARIO-APROVACAO QUEM APROVOU  *
      *            (C0E6). NAS ALTERACOES BATCH FICA EM BRANCO.        *
      * 15/10/2026 EAD - TAMBEM GRAVADO POR CPLDB0F7 QUANDO O EVENTO   *
      *            E TRANSFERIDO DE UMA FILIAL ENCERRADA PARA A SUA    *
      *            SUCESSORA (CFLIAL-CNPJ), COM HX-MOTIVO-ALTERACAO    *
      *            "ENCERRAMENTO DE FILIAL".                           *
      ******************************************************************
       01  CPLDB0H5.
      *    *************************************************************
           10 HX-USUARIO-ALTERACAO    PIC X(8).
      *    *************************************************************
           10 HX-MOTIVO-ALTERACAO     PIC X(30).
      *    *************************************************************
           10 HX-USUARIO-APROVACAO    PIC X(8).
      ******************************************************************
