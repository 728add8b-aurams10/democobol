       IDENTIFICATION DIVISION.
       PROGRAM-ID. CPLDB0E6.
       AUTHOR. EQUIPE-CARGA-AD.
       INSTALLATION. CARGA-DB2PRD-TPSSOA-EVNTO-SIT.
       DATE-WRITTEN. 15/10/2026.
       DATE-COMPILED. 15/10/2026.
      ******************************************************************
      * HISTORICO DE MODIFICACOES                                     *
      *----------------------------------------------------------------
      * DATA       AUTOR   DESCRICAO                                  *
      * 15/10/2026 EAD     PROGRAMA INICIAL - TELA ONLINE DE APROVACAO *
      *                    DAS CORRECOES DIGITADAS NA C0C2 (SEGUNDA    *
      *                    ETAPA DA APROVACAO EM DUAS ETAPAS).         *
      * 15/10/2026 EAD     ENDBR SEMPRE QUE O STARTBR DEU CERTO, MESMO *
      *                    SEM PENDENCIA LIDA; AVISO DE PRIMEIRA/      *
      *                    ULTIMA PAGINA VAI NO UNICO SEND DA TELA.    *
      ******************************************************************
      ******************************************************************
      * FUNCAO: TRANSACAO CICS PSEUDO-CONVERSACIONAL C0E6, IRMA DA     *
      *         C0C2 (CPLDB0C2). LISTA AS CORRECOES PENDENTES DO       *
      *         CADASTRO PENDCOR (CPLDB0Q5), ATE 6 POR TELA COM        *
      *         PF8/PF7 PARA AVANCAR E VOLTAR: CHAVE DO EVENTO, FAIXA  *
      *         E PONTUACAO ANTERIORES E NOVAS, USUARIO QUE DIGITOU,   *
      *         DATA DA DIGITACAO E MOTIVO. O APROVADOR MARCA CADA     *
      *         LINHA COM "A" (APROVAR) OU "R" (REJEITAR) E PRESSIONA  *
      *         ENTER:                                                 *
      *           - APROVACAO: CONFERE QUE O EVENTO EM DB2 AINDA ESTA  *
      *             COMO NA DIGITACAO (FAIXA E HATULZ), ATUALIZA       *
      *             DB2PRD.TPSSOA_EVNTO_SIT, GRAVA A IMAGEM ANTERIOR   *
      *             NO HISTORICO (CPLDB0H5) COM O USUARIO QUE DIGITOU  *
      *             E O USUARIO QUE APROVOU, E MARCA A PENDENCIA COMO  *
      *             "A" - TUDO SOB O MESMO SYNCPOINT;                  *
      *           - REJEICAO: MARCA A PENDENCIA COMO "R", SEM TOCAR    *
      *             O DB2. QUEM DIGITOU PODE REJEITAR (RETIRAR) A      *
      *             PROPRIA CORRECAO.                                  *
      *         A APROVACAO PELO MESMO USUARIO QUE DIGITOU A CORRECAO  *
      *         E RECUSADA. EVENTO QUE MUDOU EM DB2 DEPOIS DA          *
      *         DIGITACAO (CARGA NOTURNA, POR EXEMPLO) TAMBEM TEM A    *
      *         APROVACAO RECUSADA - A CORRECAO DEVE SER REJEITADA E   *
      *         REDIGITADA SOBRE A IMAGEM NOVA.                        *
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       EXEC SQL INCLUDE SQLCA END-EXEC.

       COPY DFHAID.

       COPY CPLDB0Q5.

       COPY CPLDB0H5.

       COPY CPLDB0M4.

      ******************************************************************
      * ESTADO DA PSEUDO-CONVERSA, DEVOLVIDO NA COMMAREA A CADA        *
      * INTERACAO: PAGINA CORRENTE E AS CHAVES DAS PENDENCIAS          *
      * EXIBIDAS (PARA A DECISAO DE CADA LINHA).                       *
      ******************************************************************
       01  AREA-COMUNICACAO.
           05 WA-PAGINA               PIC S9(4) USAGE COMP.
           05 WA-QTDE-LINHAS          PIC S9(4) USAGE COMP.
           05 WA-LINHA OCCURS 6 TIMES.
               10 WA-CCNPJ-CPF        PIC S9(9)V USAGE COMP-3.
               10 WA-CTPO-PSSOA       PIC X(1).
               10 WA-NEVNTO-RTING     PIC S9(5)V USAGE COMP-3.
               10 WA-DATA-INCLUSAO    PIC 9(8).
               10 WA-HORA-INCLUSAO    PIC 9(8).

      ******************************************************************
      * CHAVE DE ACESSO AO CADASTRO DE PENDENCIAS (PENDCOR)            *
      ******************************************************************
       01  CHAVE-BUSCA-PENDENCIA.
           05 CB-CCNPJ-CPF            PIC S9(9)V USAGE COMP-3.
           05 CB-CTPO-PSSOA           PIC X(1).
           05 CB-NEVNTO-RTING         PIC S9(5)V USAGE COMP-3.
           05 CB-DATA-INCLUSAO        PIC 9(8).
           05 CB-HORA-INCLUSAO        PIC 9(8).

       01  SW-FIM-BUSCA               PIC X(1) VALUE "N".
           88 FIM-DA-BUSCA            VALUE "S".

       01  SW-PENDENCIA-BLOQUEADA     PIC X(1) VALUE "N".
           88 PENDENCIA-BLOQUEADA     VALUE "S".

       01  SW-BROWSE-ATIVO            PIC X(1) VALUE "N".
           88 BROWSE-ATIVO            VALUE "S".

      ******************************************************************
      * AVISO DE PAGINACAO (PF7/PF8 NO LIMITE), QUE TEM PRIORIDADE NA  *
      * MENSAGEM DA TELA                                               *
      ******************************************************************
       01  WS-MENSAGEM-PAGINACAO      PIC X(60) VALUE SPACES.

      ******************************************************************
      * RESULTADO DAS DECISOES DE UM ENTER, PARA A MENSAGEM DA TELA    *
      ******************************************************************
       01  WS-QTDE-APROVADAS          PIC S9(4) USAGE COMP VALUE 0.
       01  WS-QTDE-REJEITADAS         PIC S9(4) USAGE COMP VALUE 0.
       01  WS-QTDE-AUTOAPROVACAO      PIC S9(4) USAGE COMP VALUE 0.
       01  WS-QTDE-DESATUALIZADAS     PIC S9(4) USAGE COMP VALUE 0.
       01  WS-QTDE-RECUSADAS          PIC S9(4) USAGE COMP VALUE 0.
       01  WS-QTDE-ACAO-INVALIDA      PIC S9(4) USAGE COMP VALUE 0.

       01  WS-QTDE-PULAR              PIC S9(8) USAGE COMP VALUE 0.
       01  WS-QTDE-PULADA             PIC S9(8) USAGE COMP VALUE 0.
       01  WS-INDICE-LINHA            PIC S9(4) USAGE COMP VALUE 0.
       01  WS-RESP-CICS               PIC S9(8) USAGE COMP.

       01  WS-EDT-NEVNTO              PIC Z(4)9.
       01  WS-EDT-NFAIXA              PIC Z(4)9.
       01  WS-EDT-QPTO                PIC Z(12)9,99.
       01  WS-EDT-CCNPJ               PIC 9(9).
       01  WS-EDT-QTDE-1              PIC Z9.
       01  WS-EDT-QTDE-2              PIC Z9.
       01  WS-EDT-QTDE-3              PIC Z9.

       01  DATA-HORA-ATUAL.
           05 DH-DATA-SISTEMA         PIC 9(8).
           05 DH-HORA-SISTEMA.
               10 DH-HORAS            PIC 9(2).
               10 DH-MINUTOS          PIC 9(2).
               10 DH-SEGUNDOS         PIC 9(2).
               10 DH-CENTESIMOS       PIC 9(2).
       01  WS-HATULZ-NOVO             PIC X(26).

       LINKAGE SECTION.
       01  DFHCOMMAREA.
           05 CA-PAGINA               PIC S9(4) USAGE COMP.
           05 CA-QTDE-LINHAS          PIC S9(4) USAGE COMP.
           05 CA-LINHA OCCURS 6 TIMES.
               10 CA-CCNPJ-CPF        PIC S9(9)V USAGE COMP-3.
               10 CA-CTPO-PSSOA       PIC X(1).
               10 CA-NEVNTO-RTING     PIC S9(5)V USAGE COMP-3.
               10 CA-DATA-INCLUSAO    PIC 9(8).
               10 CA-HORA-INCLUSAO    PIC 9(8).

       PROCEDURE DIVISION.
      ******************************************************************
      * 0000-MAINLINE                                                  *
      ******************************************************************
       0000-MAINLINE.
           EXEC CICS HANDLE CONDITION
               MAPFAIL  (1900-ERRO-MAPFAIL)
               ERROR    (9900-ERRO-GERAL)
           END-EXEC

           IF EIBCALEN = 0
               MOVE 1 TO WA-PAGINA
               MOVE 0 TO WA-QTDE-LINHAS
               PERFORM 3000-MONTAR-PAGINA THRU 3000-MONTAR-PAGINA-EXIT
           ELSE
               MOVE DFHCOMMAREA TO AREA-COMUNICACAO
               EVALUATE EIBAID
                   WHEN DFHENTER
                       PERFORM 2000-PROCESSAR-ENTER
                           THRU 2000-PROCESSAR-ENTER-EXIT
                   WHEN DFHPF7
                       PERFORM 2700-PAGINA-ANTERIOR
                           THRU 2700-PAGINA-ANTERIOR-EXIT
                   WHEN DFHPF8
                       PERFORM 2800-PAGINA-SEGUINTE
                           THRU 2800-PAGINA-SEGUINTE-EXIT
                   WHEN DFHCLEAR
                       MOVE 1 TO WA-PAGINA
                       PERFORM 3000-MONTAR-PAGINA
                           THRU 3000-MONTAR-PAGINA-EXIT
                   WHEN DFHPF3
                       PERFORM 8000-ENCERRAR THRU 8000-ENCERRAR-EXIT
                   WHEN OTHER
                       PERFORM 1900-TECLA-INVALIDA
                           THRU 1900-TECLA-INVALIDA-EXIT
               END-EVALUATE
           END-IF

           GO TO 0900-RETORNAR.

      ******************************************************************
      * 1900-TECLA-INVALIDA / 1900-ERRO-MAPFAIL - TRATAMENTO DE TECLA  *
      *      NAO PREVISTA OU DE TELA ENVIADA SEM NENHUMA MARCA.        *
      ******************************************************************
       1900-TECLA-INVALIDA.
           MOVE "TECLA INVALIDA - USE ENTER, PF7, PF8, PF3 OU CLEAR"
               TO MSGO
           EXEC CICS SEND MAP("CPLDB0M4") MAPSET("CPLDB0S4")
               DATAONLY
           END-EXEC.
       1900-TECLA-INVALIDA-EXIT.
           EXIT.

       1900-ERRO-MAPFAIL.
           MOVE "MARQUE (A) PARA APROVAR OU (R) PARA REJEITAR" TO MSGO
           EXEC CICS SEND MAP("CPLDB0M4") MAPSET("CPLDB0S4")
               DATAONLY
           END-EXEC
           GO TO 0900-RETORNAR.
       1900-ERRO-MAPFAIL-EXIT.
           EXIT.

      ******************************************************************
      * 2000-PROCESSAR-ENTER - LE A TELA, APLICA A DECISAO DE CADA     *
      *      LINHA MARCADA E REMONTA A PAGINA CORRENTE COM O RESUMO.   *
      ******************************************************************
       2000-PROCESSAR-ENTER.
           EXEC CICS RECEIVE MAP("CPLDB0M4") MAPSET("CPLDB0S4")
               INTO(CPLDB0M4I)
           END-EXEC

           MOVE 0 TO WS-QTDE-APROVADAS
           MOVE 0 TO WS-QTDE-REJEITADAS
           MOVE 0 TO WS-QTDE-AUTOAPROVACAO
           MOVE 0 TO WS-QTDE-DESATUALIZADAS
           MOVE 0 TO WS-QTDE-RECUSADAS
           MOVE 0 TO WS-QTDE-ACAO-INVALIDA

           PERFORM 4000-DECIDIR-LINHA THRU 4000-DECIDIR-LINHA-EXIT
               VARYING WS-INDICE-LINHA FROM 1 BY 1
               UNTIL WS-INDICE-LINHA > WA-QTDE-LINHAS

           PERFORM 3000-MONTAR-PAGINA THRU 3000-MONTAR-PAGINA-EXIT.
       2000-PROCESSAR-ENTER-EXIT.
           EXIT.

      ******************************************************************
      * 2700-PAGINA-ANTERIOR / 2800-PAGINA-SEGUINTE - PAGINACAO. CADA  *
      *      PAGINA E REMONTADA DO INICIO DO CADASTRO, PULANDO AS      *
      *      PENDENCIAS DAS PAGINAS JA EXIBIDAS, COMO NA C0E2.         *
      ******************************************************************
       2700-PAGINA-ANTERIOR.
           IF WA-PAGINA <= 1
               MOVE 1 TO WA-PAGINA
               MOVE "JA ESTA NA PRIMEIRA PAGINA"
                   TO WS-MENSAGEM-PAGINACAO
               PERFORM 3000-MONTAR-PAGINA THRU 3000-MONTAR-PAGINA-EXIT
           ELSE
               SUBTRACT 1 FROM WA-PAGINA
               PERFORM 3000-MONTAR-PAGINA THRU 3000-MONTAR-PAGINA-EXIT
           END-IF.
       2700-PAGINA-ANTERIOR-EXIT.
           EXIT.

       2800-PAGINA-SEGUINTE.
           IF WA-QTDE-LINHAS < 6
               MOVE "JA ESTA NA ULTIMA PAGINA"
                   TO WS-MENSAGEM-PAGINACAO
               PERFORM 3000-MONTAR-PAGINA THRU 3000-MONTAR-PAGINA-EXIT
           ELSE
               ADD 1 TO WA-PAGINA
               PERFORM 3000-MONTAR-PAGINA THRU 3000-MONTAR-PAGINA-EXIT
           END-IF.
       2800-PAGINA-SEGUINTE-EXIT.
           EXIT.

      ******************************************************************
      * 3000-MONTAR-PAGINA - PERCORRE O CADASTRO PENDCOR EM SEQUENCIA  *
      *      DE CHAVE, CONSIDERANDO SO AS PENDENCIAS ("P"), PULA AS    *
      *      PAGINAS ANTERIORES, MONTA ATE 6 PENDENCIAS NA TELA E      *
      *      GUARDA AS CHAVES NA AREA DE COMUNICACAO.                  *
      ******************************************************************
       3000-MONTAR-PAGINA.
           MOVE LOW-VALUES TO CPLDB0M4O
           MOVE 0 TO WA-QTDE-LINHAS
           MOVE "N" TO SW-FIM-BUSCA
           COMPUTE WS-QTDE-PULAR = (WA-PAGINA - 1) * 6
           MOVE 0 TO WS-QTDE-PULADA

           MOVE LOW-VALUES TO CHAVE-BUSCA-PENDENCIA
           MOVE "N" TO SW-BROWSE-ATIVO
           EXEC CICS STARTBR
               FILE("PENDCOR")
               RIDFLD(CHAVE-BUSCA-PENDENCIA)
               GTEQ
               RESP(WS-RESP-CICS)
           END-EXEC
           IF WS-RESP-CICS = DFHRESP(NORMAL)
               SET BROWSE-ATIVO TO TRUE
           ELSE
               SET FIM-DA-BUSCA TO TRUE
           END-IF

           PERFORM 3100-LER-PROXIMA-PENDENCIA
               THRU 3100-LER-PROXIMA-PENDENCIA-EXIT
               UNTIL FIM-DA-BUSCA OR WA-QTDE-LINHAS = 6

           IF BROWSE-ATIVO
               EXEC CICS ENDBR FILE("PENDCOR")
                   RESP(WS-RESP-CICS)
               END-EXEC
               MOVE "N" TO SW-BROWSE-ATIVO
           END-IF

           PERFORM 3700-ENVIAR-PAGINA THRU 3700-ENVIAR-PAGINA-EXIT.
       3000-MONTAR-PAGINA-EXIT.
           EXIT.

      ******************************************************************
      * 3100-LER-PROXIMA-PENDENCIA - LE O PROXIMO REGISTRO DO CADASTRO *
      *      E, SE AINDA PENDENTE E FORA DAS PAGINAS ANTERIORES,       *
      *      COLOCA NA LINHA SEGUINTE DA TELA.                         *
      ******************************************************************
       3100-LER-PROXIMA-PENDENCIA.
           EXEC CICS READNEXT
               FILE("PENDCOR")
               INTO(CPLDB0Q5)
               RIDFLD(CHAVE-BUSCA-PENDENCIA)
               RESP(WS-RESP-CICS)
           END-EXEC

           IF WS-RESP-CICS NOT = DFHRESP(NORMAL)
               SET FIM-DA-BUSCA TO TRUE
               GO TO 3100-LER-PROXIMA-PENDENCIA-EXIT
           END-IF
           IF PC-SITUACAO NOT = "P"
               GO TO 3100-LER-PROXIMA-PENDENCIA-EXIT
           END-IF

           IF WS-QTDE-PULADA < WS-QTDE-PULAR
               ADD 1 TO WS-QTDE-PULADA
               GO TO 3100-LER-PROXIMA-PENDENCIA-EXIT
           END-IF

           ADD 1 TO WA-QTDE-LINHAS
           MOVE WA-QTDE-LINHAS TO WS-INDICE-LINHA
           MOVE PC-CCNPJ-CPF     TO WA-CCNPJ-CPF(WS-INDICE-LINHA)
           MOVE PC-CTPO-PSSOA    TO WA-CTPO-PSSOA(WS-INDICE-LINHA)
           MOVE PC-NEVNTO-RTING  TO WA-NEVNTO-RTING(WS-INDICE-LINHA)
           MOVE PC-DATA-INCLUSAO TO WA-DATA-INCLUSAO(WS-INDICE-LINHA)
           MOVE PC-HORA-INCLUSAO TO WA-HORA-INCLUSAO(WS-INDICE-LINHA)

           MOVE PC-CCNPJ-CPF TO WS-EDT-CCNPJ
           MOVE WS-EDT-CCNPJ TO CLIO(WS-INDICE-LINHA)
           MOVE PC-CTPO-PSSOA TO CTPO(WS-INDICE-LINHA)
           MOVE PC-NEVNTO-RTING TO WS-EDT-NEVNTO
           MOVE WS-EDT-NEVNTO TO NEVTOO(WS-INDICE-LINHA)
           MOVE PC-NFAIXA-SIT-RTING-ANT TO WS-EDT-NFAIXA
           MOVE WS-EDT-NFAIXA TO FXANTO(WS-INDICE-LINHA)
           MOVE PC-NFAIXA-SIT-RTING-NOVA TO WS-EDT-NFAIXA
           MOVE WS-EDT-NFAIXA TO FXNOVO(WS-INDICE-LINHA)
           MOVE PC-QPTO-PSSOA-RTING-ANT TO WS-EDT-QPTO
           MOVE WS-EDT-QPTO TO QPANTO(WS-INDICE-LINHA)
           MOVE PC-QPTO-PSSOA-RTING-NOVO TO WS-EDT-QPTO
           MOVE WS-EDT-QPTO TO QPNOVO(WS-INDICE-LINHA)
           MOVE PC-USUARIO-INCLUSAO TO USUDO(WS-INDICE-LINHA)
           MOVE PC-DATA-INCLUSAO(7:2) TO DTINCO(WS-INDICE-LINHA)(1:2)
           MOVE "/"                   TO DTINCO(WS-INDICE-LINHA)(3:1)
           MOVE PC-DATA-INCLUSAO(5:2) TO DTINCO(WS-INDICE-LINHA)(4:2)
           MOVE "/"                   TO DTINCO(WS-INDICE-LINHA)(6:1)
           MOVE PC-DATA-INCLUSAO(1:4) TO DTINCO(WS-INDICE-LINHA)(7:4)
           MOVE PC-MOTIVO-ALTERACAO TO MOTVO(WS-INDICE-LINHA).
       3100-LER-PROXIMA-PENDENCIA-EXIT.
           EXIT.

      ******************************************************************
      * 3700-ENVIAR-PAGINA - ENVIA A TELA; O AVISO DE PAGINACAO VEM    *
      *      PRIMEIRO; SE HOUVE DECISOES NESTE ENTER, A MENSAGEM TRAZ  *
      *      O RESULTADO DELAS.                                        *
      ******************************************************************
       3700-ENVIAR-PAGINA.
           EVALUATE TRUE
               WHEN WS-MENSAGEM-PAGINACAO NOT = SPACES
                   MOVE WS-MENSAGEM-PAGINACAO TO MSGO
               WHEN WS-QTDE-AUTOAPROVACAO > 0
                   MOVE WS-QTDE-AUTOAPROVACAO TO WS-EDT-QTDE-1
                   STRING "APROVACAO RECUSADA EM " WS-EDT-QTDE-1
                       " LINHA(S) - QUEM DIGITOU NAO PODE APROVAR"
                       DELIMITED BY SIZE INTO MSGO
                   END-STRING
               WHEN WS-QTDE-DESATUALIZADAS > 0
                   MOVE WS-QTDE-DESATUALIZADAS TO WS-EDT-QTDE-1
                   STRING WS-EDT-QTDE-1
                       " EVENTO(S) MUDARAM EM DB2 - REJEITE E REDIGITE"
                       DELIMITED BY SIZE INTO MSGO
                   END-STRING
               WHEN WS-QTDE-RECUSADAS > 0
                   MOVE WS-QTDE-RECUSADAS TO WS-EDT-QTDE-1
                   STRING WS-EDT-QTDE-1
                       " DECISAO(OES) NAO APLICADA(S) - TENTE NOVAMENTE"
                       DELIMITED BY SIZE INTO MSGO
                   END-STRING
               WHEN WS-QTDE-ACAO-INVALIDA > 0
                   MOVE "ACAO INVALIDA - USE A=APROVAR OU R=REJEITAR"
                       TO MSGO
               WHEN WS-QTDE-APROVADAS > 0 OR WS-QTDE-REJEITADAS > 0
                   MOVE WS-QTDE-APROVADAS TO WS-EDT-QTDE-2
                   MOVE WS-QTDE-REJEITADAS TO WS-EDT-QTDE-3
                   STRING "APROVADAS: " WS-EDT-QTDE-2
                       "  REJEITADAS: " WS-EDT-QTDE-3
                       DELIMITED BY SIZE INTO MSGO
                   END-STRING
               WHEN WA-QTDE-LINHAS = 0 AND WA-PAGINA = 1
                   MOVE "NENHUMA CORRECAO AGUARDANDO APROVACAO" TO MSGO
               WHEN WA-QTDE-LINHAS = 0
                   MOVE "FIM DAS PENDENCIAS - PF7 VOLTA UMA PAGINA"
                       TO MSGO
               WHEN OTHER
                   MOVE "MARQUE (A) APROVAR OU (R) REJEITAR - PF7/PF8"
                       TO MSGO
           END-EVALUATE

           EXEC CICS SEND MAP("CPLDB0M4") MAPSET("CPLDB0S4")
               ERASE
           END-EXEC.
       3700-ENVIAR-PAGINA-EXIT.
           EXIT.

      ******************************************************************
      * 4000-DECIDIR-LINHA - APLICA A DECISAO MARCADA NUMA LINHA DA    *
      *      TELA. LINHA SEM MARCA E IGNORADA.                         *
      ******************************************************************
       4000-DECIDIR-LINHA.
           EVALUATE ACAI(WS-INDICE-LINHA)
               WHEN "A"
               WHEN "a"
                   PERFORM 4200-APROVAR-CORRECAO
                       THRU 4200-APROVAR-CORRECAO-EXIT
               WHEN "R"
               WHEN "r"
                   PERFORM 4300-REJEITAR-CORRECAO
                       THRU 4300-REJEITAR-CORRECAO-EXIT
               WHEN SPACE
               WHEN LOW-VALUE
                   CONTINUE
               WHEN OTHER
                   ADD 1 TO WS-QTDE-ACAO-INVALIDA
           END-EVALUATE.
       4000-DECIDIR-LINHA-EXIT.
           EXIT.

      ******************************************************************
      * 4100-LER-PENDENCIA - LE PARA ATUALIZACAO A PENDENCIA DA LINHA  *
      *      CORRENTE. SE ELA JA FOI DECIDIDA POR OUTRO APROVADOR      *
      *      ENQUANTO A TELA ESTAVA ABERTA, NAO E BLOQUEADA.           *
      ******************************************************************
       4100-LER-PENDENCIA.
           MOVE "N" TO SW-PENDENCIA-BLOQUEADA
           MOVE WA-CCNPJ-CPF(WS-INDICE-LINHA)     TO CB-CCNPJ-CPF
           MOVE WA-CTPO-PSSOA(WS-INDICE-LINHA)    TO CB-CTPO-PSSOA
           MOVE WA-NEVNTO-RTING(WS-INDICE-LINHA)  TO CB-NEVNTO-RTING
           MOVE WA-DATA-INCLUSAO(WS-INDICE-LINHA) TO CB-DATA-INCLUSAO
           MOVE WA-HORA-INCLUSAO(WS-INDICE-LINHA) TO CB-HORA-INCLUSAO

           EXEC CICS READ
               FILE("PENDCOR")
               INTO(CPLDB0Q5)
               RIDFLD(CHAVE-BUSCA-PENDENCIA)
               UPDATE
               RESP(WS-RESP-CICS)
           END-EXEC
           IF WS-RESP-CICS NOT = DFHRESP(NORMAL)
               ADD 1 TO WS-QTDE-RECUSADAS
               GO TO 4100-LER-PENDENCIA-EXIT
           END-IF

           IF PC-SITUACAO NOT = "P"
               EXEC CICS UNLOCK FILE("PENDCOR") END-EXEC
               ADD 1 TO WS-QTDE-RECUSADAS
               GO TO 4100-LER-PENDENCIA-EXIT
           END-IF

           SET PENDENCIA-BLOQUEADA TO TRUE
           ACCEPT DH-DATA-SISTEMA FROM DATE YYYYMMDD
           ACCEPT DH-HORA-SISTEMA FROM TIME
           MOVE EIBUSERID TO PC-USUARIO-DECISAO
           MOVE DH-DATA-SISTEMA TO PC-DATA-DECISAO
           COMPUTE PC-HORA-DECISAO =
               (DH-HORAS * 10000) + (DH-MINUTOS * 100) + DH-SEGUNDOS.
       4100-LER-PENDENCIA-EXIT.
           EXIT.

      ******************************************************************
      * 4200-APROVAR-CORRECAO - SEGUNDA ETAPA DA CORRECAO: RECUSA A    *
      *      APROVACAO PELO PROPRIO DIGITADOR, CONFERE QUE O EVENTO EM *
      *      DB2 AINDA ESTA COMO NA DIGITACAO, APLICA A NOVA FAIXA,    *
      *      GRAVA O HISTORICO COM DIGITADOR E APROVADOR E FECHA A     *
      *      PENDENCIA - AS TRES OPERACOES SOB O MESMO SYNCPOINT.      *
      ******************************************************************
       4200-APROVAR-CORRECAO.
           PERFORM 4100-LER-PENDENCIA THRU 4100-LER-PENDENCIA-EXIT
           IF NOT PENDENCIA-BLOQUEADA
               GO TO 4200-APROVAR-CORRECAO-EXIT
           END-IF

           IF PC-USUARIO-INCLUSAO = EIBUSERID
               EXEC CICS UNLOCK FILE("PENDCOR") END-EXEC
               ADD 1 TO WS-QTDE-AUTOAPROVACAO
               GO TO 4200-APROVAR-CORRECAO-EXIT
           END-IF

           EXEC SQL
               SELECT NFAIXA_SIT_RTING, QPTO_PSSOA_RTING, HATULZ,
                      CPTCAO_TBELA, CFLIAL_CNPJ, CCTRL_CNPJ_CPF
                 INTO :HX-NFAIXA-SIT-RTING,
                      :HX-QPTO-PSSOA-RTING,
                      :HX-HATULZ,
                      :HX-CPTCAO-TBELA,
                      :HX-CFLIAL-CNPJ,
                      :HX-CCTRL-CNPJ-CPF
                 FROM DB2PRD.TPSSOA_EVNTO_SIT
                WHERE CCNPJ_CPF    = :PC-CCNPJ-CPF
                  AND CTPO_PSSOA   = :PC-CTPO-PSSOA
                  AND NEVNTO_RTING = :PC-NEVNTO-RTING
           END-EXEC

           IF SQLCODE NOT = 0
               EXEC CICS UNLOCK FILE("PENDCOR") END-EXEC
               ADD 1 TO WS-QTDE-RECUSADAS
               GO TO 4200-APROVAR-CORRECAO-EXIT
           END-IF

           IF HX-HATULZ NOT = PC-HATULZ-ANT
              OR HX-NFAIXA-SIT-RTING NOT = PC-NFAIXA-SIT-RTING-ANT
               EXEC CICS UNLOCK FILE("PENDCOR") END-EXEC
               ADD 1 TO WS-QTDE-DESATUALIZADAS
               GO TO 4200-APROVAR-CORRECAO-EXIT
           END-IF

           MOVE PC-CCNPJ-CPF TO HX-CCNPJ-CPF
           MOVE PC-CTPO-PSSOA TO HX-CTPO-PSSOA
           MOVE PC-NEVNTO-RTING TO HX-NEVNTO-RTING
           MOVE DH-DATA-SISTEMA(1:4)  TO WS-HATULZ-NOVO(1:4)
           MOVE "-"                  TO WS-HATULZ-NOVO(5:1)
           MOVE DH-DATA-SISTEMA(5:2)  TO WS-HATULZ-NOVO(6:2)
           MOVE "-"                  TO WS-HATULZ-NOVO(8:1)
           MOVE DH-DATA-SISTEMA(7:2)  TO WS-HATULZ-NOVO(9:2)
           MOVE "-"                  TO WS-HATULZ-NOVO(11:1)
           MOVE DH-HORAS              TO WS-HATULZ-NOVO(12:2)
           MOVE "."                  TO WS-HATULZ-NOVO(14:1)
           MOVE DH-MINUTOS            TO WS-HATULZ-NOVO(15:2)
           MOVE "."                  TO WS-HATULZ-NOVO(17:1)
           MOVE DH-SEGUNDOS           TO WS-HATULZ-NOVO(18:2)
           MOVE "."                  TO WS-HATULZ-NOVO(20:1)
           MOVE DH-CENTESIMOS         TO WS-HATULZ-NOVO(21:2)
           MOVE "0000"                TO WS-HATULZ-NOVO(23:4)
           MOVE WS-HATULZ-NOVO TO HX-HATULZ-NOVO
           MOVE PC-USUARIO-INCLUSAO TO HX-USUARIO-ALTERACAO
           MOVE PC-MOTIVO-ALTERACAO TO HX-MOTIVO-ALTERACAO
           MOVE EIBUSERID TO HX-USUARIO-APROVACAO

           EXEC SQL
               UPDATE DB2PRD.TPSSOA_EVNTO_SIT
                  SET NFAIXA_SIT_RTING = :PC-NFAIXA-SIT-RTING-NOVA,
                      HATULZ            = :WS-HATULZ-NOVO
                WHERE CCNPJ_CPF    = :PC-CCNPJ-CPF
                  AND CTPO_PSSOA   = :PC-CTPO-PSSOA
                  AND NEVNTO_RTING = :PC-NEVNTO-RTING
                  AND HATULZ       = :PC-HATULZ-ANT
           END-EXEC

           IF SQLCODE NOT = 0
               EXEC CICS SYNCPOINT ROLLBACK END-EXEC
               IF SQLCODE = 100
                   ADD 1 TO WS-QTDE-DESATUALIZADAS
               ELSE
                   ADD 1 TO WS-QTDE-RECUSADAS
               END-IF
               GO TO 4200-APROVAR-CORRECAO-EXIT
           END-IF

           EXEC CICS WRITE
               FILE("HISTOR")
               FROM(CPLDB0H5)
               RESP(WS-RESP-CICS)
           END-EXEC
           IF WS-RESP-CICS NOT = DFHRESP(NORMAL)
               EXEC CICS SYNCPOINT ROLLBACK END-EXEC
               ADD 1 TO WS-QTDE-RECUSADAS
               GO TO 4200-APROVAR-CORRECAO-EXIT
           END-IF

           MOVE "A" TO PC-SITUACAO
           EXEC CICS REWRITE
               FILE("PENDCOR")
               FROM(CPLDB0Q5)
               RESP(WS-RESP-CICS)
           END-EXEC
           IF WS-RESP-CICS NOT = DFHRESP(NORMAL)
               EXEC CICS SYNCPOINT ROLLBACK END-EXEC
               ADD 1 TO WS-QTDE-RECUSADAS
               GO TO 4200-APROVAR-CORRECAO-EXIT
           END-IF

           EXEC CICS SYNCPOINT END-EXEC
           ADD 1 TO WS-QTDE-APROVADAS.
       4200-APROVAR-CORRECAO-EXIT.
           EXIT.

      ******************************************************************
      * 4300-REJEITAR-CORRECAO - FECHA A PENDENCIA COMO REJEITADA, SEM *
      *      TOCAR O DB2 NEM O HISTORICO.                              *
      ******************************************************************
       4300-REJEITAR-CORRECAO.
           PERFORM 4100-LER-PENDENCIA THRU 4100-LER-PENDENCIA-EXIT
           IF NOT PENDENCIA-BLOQUEADA
               GO TO 4300-REJEITAR-CORRECAO-EXIT
           END-IF

           MOVE "R" TO PC-SITUACAO
           EXEC CICS REWRITE
               FILE("PENDCOR")
               FROM(CPLDB0Q5)
               RESP(WS-RESP-CICS)
           END-EXEC
           IF WS-RESP-CICS NOT = DFHRESP(NORMAL)
               EXEC CICS SYNCPOINT ROLLBACK END-EXEC
               ADD 1 TO WS-QTDE-RECUSADAS
               GO TO 4300-REJEITAR-CORRECAO-EXIT
           END-IF

           EXEC CICS SYNCPOINT END-EXEC
           ADD 1 TO WS-QTDE-REJEITADAS.
       4300-REJEITAR-CORRECAO-EXIT.
           EXIT.

      ******************************************************************
      * 8000-ENCERRAR - PF3: ENCERRA A TRANSACAO.                      *
      ******************************************************************
       8000-ENCERRAR.
           EXEC CICS SEND TEXT
               FROM("CPLDB0E6 ENCERRADO.")
               ERASE
               FREEKB
           END-EXEC
           EXEC CICS RETURN END-EXEC.
       8000-ENCERRAR-EXIT.
           EXIT.

      ******************************************************************
      * 9900-ERRO-GERAL - CONDICAO CICS NAO TRATADA ESPECIFICAMENTE.   *
      ******************************************************************
       9900-ERRO-GERAL.
           MOVE "ERRO INESPERADO NA TRANSACAO - CHAME O SUPORTE"
               TO MSGO
           EXEC CICS SEND MAP("CPLDB0M4") MAPSET("CPLDB0S4")
               DATAONLY
           END-EXEC
           GO TO 0900-RETORNAR.
       9900-ERRO-GERAL-EXIT.
           EXIT.

      ******************************************************************
      * 0900-RETORNAR - PONTO UNICO DE RETORNO DA TRANSACAO.           *
      ******************************************************************
       0900-RETORNAR.
           EXEC CICS RETURN
               TRANSID('C0E6')
               COMMAREA(AREA-COMUNICACAO)
           END-EXEC.
       0900-RETORNAR-EXIT.
           EXIT.
