      *                    EXECUTADA DIRETO, SEM O ANALISTA            *
      *                    REDIGITAR. FLUXO NORMAL DA TRANSACAO        *
      *                    INALTERADO.                                 *
      * 15/10/2026 EAD     APROVACAO EM DUAS ETAPAS: A CORRECAO NAO    *
      *                    ATUALIZA MAIS O DB2 NEM GRAVA HISTORICO -   *
      *                    E REGISTRADA COMO PENDENTE NO CADASTRO      *
      *                    PENDCOR (CPLDB0Q5), COM A IMAGEM ATUAL DO   *
      *                    EVENTO E O USUARIO QUE DIGITOU, PARA        *
      *                    APROVACAO POR OUTRO ANALISTA NA TRANSACAO   *
      *                    C0E6 (CPLDB0E6). UMA PENDENCIA POR EVENTO.  *
      *                    A MENSAGEM DO RESULTADO DA CORRECAO PASSA A *
      *                    SER MANTIDA NA TELA REMONTADA PELA          *
      *                    CONSULTA.                                   *
      ******************************************************************
      ******************************************************************
      * FUNCAO: TRANSACAO CICS PSEUDO-CONVERSACIONAL C0C2. O ANALISTA  *
      *         RTING DAQUELA CHAVE E EXIBE ATE 5 LINHAS NA TELA       *
      *         CPLDB0M2. O ANALISTA PODE MARCAR UMA LINHA (SEL = S),  *
      *         INFORMAR NOVA NFAIXA-SIT-RTING E UM MOTIVO, PARA       *
      *         PROPOR A CORRECAO DO EVENTO. A CORRECAO E REGISTRADA   *
      *         COMO PENDENTE NO CADASTRO PENDCOR (CPLDB0Q5) COM A     *
      *         IMAGEM DO EVENTO EM DB2PRD.TPSSOA_EVNTO_SIT NAQUELE    *
      *         MOMENTO; SO DEPOIS DE APROVADA POR UM SEGUNDO ANALISTA *
      *         NA TRANSACAO C0E6 (CPLDB0E6) O DB2 E ATUALIZADO E A    *
      *         IMAGEM ANTERIOR GRAVADA NO HISTORICO (CPLDB0H5).       *
      ******************************************************************

       ENVIRONMENT DIVISION.

       COPY CPLDB0V5.

       COPY CPLDB0Q5.

       COPY CPLDB0P5.

       01  SW-FIM-BUSCA               PIC X(1) VALUE "N".
           88 FIM-DA-BUSCA            VALUE "S".

       01  SW-PENDENCIA-MONTADA       PIC X(1) VALUE "N".
           88 PENDENCIA-MONTADA       VALUE "S".

       01  SW-PENDENCIA-EXISTENTE     PIC X(1) VALUE "N".
           88 PENDENCIA-EXISTENTE     VALUE "S".

       01  SW-FIM-BUSCA-PENDENCIA     PIC X(1) VALUE "N".
           88 FIM-DA-BUSCA-PENDENCIA  VALUE "S".

      ******************************************************************
      * CHAVE DE NAVEGACAO NO CADASTRO DE PENDENCIAS (PENDCOR) PARA    *
      * VERIFICAR SE O EVENTO JA TEM CORRECAO AGUARDANDO APROVACAO.    *
      ******************************************************************
       01  CHAVE-BUSCA-PENDENCIA.
           05 CB-CCNPJ-CPF            PIC S9(9)V USAGE COMP-3.
           05 CB-CTPO-PSSOA           PIC X(1).
           05 CB-NEVNTO-RTING         PIC S9(5)V USAGE COMP-3.
           05 CB-DATA-INCLUSAO        PIC 9(8).
           05 CB-HORA-INCLUSAO        PIC 9(8).

      ******************************************************************
      * RESULTADO DA CORRECAO, REAPRESENTADO NA TELA REMONTADA PELA    *
      * CONSULTA (3000) EM VEZ DA MENSAGEM PADRAO DE LISTAGEM.         *
      ******************************************************************
       01  WS-MENSAGEM-CORRECAO       PIC X(60) VALUE SPACES.

      ******************************************************************
      * LIGADO PELA CONSULTA VINDA DA WORKLIST (2500): A TELA          *
               10 DH-MINUTOS          PIC 9(2).
               10 DH-SEGUNDOS         PIC 9(2).
               10 DH-CENTESIMOS       PIC 9(2).

       COPY CPLDB0M2.

               MOVE "EVENTOS ENCONTRADOS - MARQUE (S) PARA CORRIGIR"
                   TO MSGO
           END-IF
           IF WS-MENSAGEM-CORRECAO NOT = SPACES
               MOVE WS-MENSAGEM-CORRECAO TO MSGO
               MOVE SPACES TO WS-MENSAGEM-CORRECAO
           END-IF

           IF ENVIO-COMPLETO
               MOVE "N" TO SW-ENVIO-COMPLETO

      ******************************************************************
      * 4000-PROCESSAR-CORRECAO - LOCALIZA A LINHA MARCADA COM SEL =   *
      *      'S', VALIDA A NOVA FAIXA E O MOTIVO, E REGISTRA A         *
      *      CORRECAO COMO PENDENTE DE APROVACAO (PENDCOR).            *
      ******************************************************************
       4000-PROCESSAR-CORRECAO.
           MOVE 0 TO WS-INDICE-CORRECAO
               GO TO 4000-PROCESSAR-CORRECAO-EXIT
           END-IF

           PERFORM 4150-VERIFICAR-PENDENCIA
               THRU 4150-VERIFICAR-PENDENCIA-EXIT

           IF PENDENCIA-EXISTENTE
               MOVE "EVENTO JA TEM CORRECAO AGUARDANDO APROVACAO (C0E6)"
                   TO MSGO
               EXEC CICS SEND MAP("CPLDB0M2") MAPSET("CPLDB0S2")
                   DATAONLY
               END-EXEC
               GO TO 4000-PROCESSAR-CORRECAO-EXIT
           END-IF

           PERFORM 4100-MONTAR-PENDENCIA
               THRU 4100-MONTAR-PENDENCIA-EXIT

           IF NOT PENDENCIA-MONTADA
               EXEC CICS SEND MAP("CPLDB0M2") MAPSET("CPLDB0S2")
                   DATAONLY
               END-EXEC
               GO TO 4000-PROCESSAR-CORRECAO-EXIT
           END-IF

           PERFORM 4200-REGISTRAR-PENDENCIA
               THRU 4200-REGISTRAR-PENDENCIA-EXIT
           MOVE MSGO TO WS-MENSAGEM-CORRECAO
           PERFORM 3000-CONSULTAR-EVENTOS
               THRU 3000-CONSULTAR-EVENTOS-EXIT.
       4000-PROCESSAR-CORRECAO-EXIT.
           EXIT.

      ******************************************************************
      * 4100-MONTAR-PENDENCIA - MONTA EM WORKING-STORAGE O REGISTRO DA *
      *      CORRECAO PENDENTE (CPLDB0Q5) COM A IMAGEM ATUAL DO EVENTO *
      *      EM DB2 - A MESMA QUE IRA PARA O HISTORICO NA APROVACAO E  *
      *      QUE A C0E6 CONFERE ANTES DE APLICAR, PARA NAO APROVAR     *
      *      UMA CORRECAO FEITA SOBRE UMA IMAGEM QUE JA MUDOU. A       *
      *      CORRECAO ONLINE SO ALTERA A FAIXA; A PONTUACAO NOVA E A   *
      *      PROPRIA PONTUACAO ATUAL.                                  *
      ******************************************************************
       4100-MONTAR-PENDENCIA.
           MOVE "N" TO SW-PENDENCIA-MONTADA

           EXEC SQL
               SELECT NFAIXA_SIT_RTING, QPTO_PSSOA_RTING, HATULZ,
                      CPTCAO_TBELA, CFLIAL_CNPJ, CCTRL_CNPJ_CPF
                 INTO :PC-NFAIXA-SIT-RTING-ANT,
                      :PC-QPTO-PSSOA-RTING-ANT,
                      :PC-HATULZ-ANT,
                      :PC-CPTCAO-TBELA,
                      :PC-CFLIAL-CNPJ,
                      :PC-CCTRL-CNPJ-CPF
                 FROM DB2PRD.TPSSOA_EVNTO_SIT
                WHERE CCNPJ_CPF    = :CA-CCNPJ-CPF-CHAVE
                  AND CTPO_PSSOA   = :CA-CTPO-PSSOA-CHAVE
           IF SQLCODE NOT = 0
               MOVE "EVENTO NAO ENCONTRADO EM DB2 - CORRECAO CANCELADA"
                   TO MSGO
               GO TO 4100-MONTAR-PENDENCIA-EXIT
           END-IF

           MOVE CA-CCNPJ-CPF-CHAVE TO PC-CCNPJ-CPF
           MOVE CA-CTPO-PSSOA-CHAVE TO PC-CTPO-PSSOA
           MOVE CA-NEVNTO-RTING(WS-INDICE-CORRECAO) TO PC-NEVNTO-RTING
           ACCEPT DH-DATA-SISTEMA FROM DATE YYYYMMDD
           ACCEPT DH-HORA-SISTEMA FROM TIME
           MOVE DH-DATA-SISTEMA TO PC-DATA-INCLUSAO
           MOVE DH-HORA-SISTEMA TO PC-HORA-INCLUSAO
           MOVE "P" TO PC-SITUACAO
           MOVE WS-NOVA-FAIXA TO PC-NFAIXA-SIT-RTING-NOVA
           MOVE PC-QPTO-PSSOA-RTING-ANT TO PC-QPTO-PSSOA-RTING-NOVO
           MOVE MOTVI(WS-INDICE-CORRECAO) TO PC-MOTIVO-ALTERACAO
           MOVE EIBUSERID TO PC-USUARIO-INCLUSAO
           MOVE SPACES TO PC-USUARIO-DECISAO
           MOVE ZERO TO PC-DATA-DECISAO
           MOVE ZERO TO PC-HORA-DECISAO

           SET PENDENCIA-MONTADA TO TRUE.
       4100-MONTAR-PENDENCIA-EXIT.
           EXIT.

      ******************************************************************
      * 4150-VERIFICAR-PENDENCIA - PERCORRE NO CADASTRO PENDCOR AS     *
      *      CORRECOES JA DIGITADAS PARA O EVENTO MARCADO; SE ALGUMA   *
      *      AINDA ESTA PENDENTE ("P"), A NOVA CORRECAO E RECUSADA -   *
      *      O APROVADOR DEVE DECIDIR A PRIMEIRA ANTES.                *
      ******************************************************************
       4150-VERIFICAR-PENDENCIA.
           MOVE "N" TO SW-PENDENCIA-EXISTENTE
           MOVE "N" TO SW-FIM-BUSCA-PENDENCIA
           MOVE CA-CCNPJ-CPF-CHAVE TO CB-CCNPJ-CPF
           MOVE CA-CTPO-PSSOA-CHAVE TO CB-CTPO-PSSOA
           MOVE CA-NEVNTO-RTING(WS-INDICE-CORRECAO) TO CB-NEVNTO-RTING
           MOVE ZERO TO CB-DATA-INCLUSAO
           MOVE ZERO TO CB-HORA-INCLUSAO

           EXEC CICS STARTBR
               FILE("PENDCOR")
               RIDFLD(CHAVE-BUSCA-PENDENCIA)
               GTEQ
               RESP(WS-RESP-CICS)
           END-EXEC
           IF WS-RESP-CICS NOT = DFHRESP(NORMAL)
               GO TO 4150-VERIFICAR-PENDENCIA-EXIT
           END-IF

           PERFORM 4160-LER-PENDENCIA THRU 4160-LER-PENDENCIA-EXIT
               UNTIL FIM-DA-BUSCA-PENDENCIA OR PENDENCIA-EXISTENTE

           EXEC CICS ENDBR FILE("PENDCOR") END-EXEC.
       4150-VERIFICAR-PENDENCIA-EXIT.
           EXIT.

       4160-LER-PENDENCIA.
           EXEC CICS READNEXT
               FILE("PENDCOR")
               INTO(CPLDB0Q5)
               RIDFLD(CHAVE-BUSCA-PENDENCIA)
               RESP(WS-RESP-CICS)
           END-EXEC
           IF WS-RESP-CICS NOT = DFHRESP(NORMAL)
               SET FIM-DA-BUSCA-PENDENCIA TO TRUE
               GO TO 4160-LER-PENDENCIA-EXIT
           END-IF
           IF PC-CCNPJ-CPF NOT = CA-CCNPJ-CPF-CHAVE OR
              PC-CTPO-PSSOA NOT = CA-CTPO-PSSOA-CHAVE OR
              PC-NEVNTO-RTING NOT = CA-NEVNTO-RTING(WS-INDICE-CORRECAO)
               SET FIM-DA-BUSCA-PENDENCIA TO TRUE
               GO TO 4160-LER-PENDENCIA-EXIT
           END-IF
           IF PC-SITUACAO = "P"
               SET PENDENCIA-EXISTENTE TO TRUE
           END-IF.
       4160-LER-PENDENCIA-EXIT.
           EXIT.

      ******************************************************************
      * 4200-REGISTRAR-PENDENCIA - GRAVA A CORRECAO NO CADASTRO DE     *
      *      PENDENCIAS. O DB2 E O HISTORICO NAO SAO TOCADOS AQUI - SO *
      *      NA APROVACAO PELA TRANSACAO C0E6 (CPLDB0E6).              *
      ******************************************************************
       4200-REGISTRAR-PENDENCIA.
           EXEC CICS WRITE
               FILE("PENDCOR")
               FROM(CPLDB0Q5)
               RIDFLD(PC-CHAVE)
               RESP(WS-RESP-CICS)
           END-EXEC

           IF WS-RESP-CICS NOT = DFHRESP(NORMAL)
               EXEC CICS SYNCPOINT ROLLBACK END-EXEC
               MOVE "ERRO AO REGISTRAR CORRECAO - TENTE NOVAMENTE"
                   TO MSGO
           ELSE
               EXEC CICS SYNCPOINT END-EXEC
               MOVE "CORRECAO REGISTRADA - AGUARDANDO APROVACAO NA C0E6"
                   TO MSGO
           END-IF.
       4200-REGISTRAR-PENDENCIA-EXIT.
           EXIT.

      ******************************************************************
