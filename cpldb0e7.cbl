       IDENTIFICATION DIVISION.
       PROGRAM-ID. CPLDB0E7.
       AUTHOR. EQUIPE-CARGA-AD.
       INSTALLATION. CARGA-DB2PRD-TPSSOA-EVNTO-SIT.
       DATE-WRITTEN. 15/10/2026.
       DATE-COMPILED. 15/10/2026.
      ******************************************************************
      * HISTORICO DE MODIFICACOES                                     *
      *----------------------------------------------------------------
      * DATA       AUTOR   DESCRICAO                                  *
      * 15/10/2026 EAD     PROGRAMA INICIAL - LISTAGEM DA MANHA DAS    *
      *                    CORRECOES ONLINE AINDA NAO APROVADAS.       *
      * 15/10/2026 EAD     DATA DO MOVIMENTO PASSA A VIR DO CONTROLE   *
      *                    DE DATA DE NEGOCIO (DATANEG, CPLDB0U5,      *
      *                    MANTIDO POR CPLDB0E8) EM VEZ DA DATA DO     *
      *                    SISTEMA.                                    *
      * 15/10/2026 EAD     DIAS DE TOLERANCIA (POSICOES 10-12) ACEITOS *
      *                    TAMBEM SEM DATA DE REFERENCIA NO PARAMETRO. *
      ******************************************************************
      ******************************************************************
      * FUNCAO: LER O CADASTRO DE CORRECOES PENDENTES (PENDCOR,        *
      *         LAYOUT CPLDB0Q5) E LISTAR AS CORRECOES DIGITADAS NA    *
      *         C0C2 QUE CONTINUAM PENDENTES ("P") DEPOIS DO CORTE:    *
      *         DIGITADAS NA DATA DE REFERENCIA MENOS N DIAS OU ANTES. *
      *         CADA LINHA TRAZ A CHAVE DO EVENTO, FAIXA E PONTUACAO   *
      *         ANTERIORES E NOVAS, QUEM DIGITOU, QUANDO, HA QUANTOS   *
      *         DIAS ESTA PENDENTE E O MOTIVO. HAVENDO PENDENCIA       *
      *         LISTADA O PROGRAMA TERMINA COM RETURN-CODE 4, PARA A   *
      *         OPERACAO COBRAR A APROVACAO NA C0E6.                   *
      *                                                                *
      * PARAMETRO DE EXECUCAO (LINHA DE COMANDO):                      *
      *         AAAAMMDD [NNN] - DATA DE REFERENCIA (AUSENTE = DATA DE *
      *         NEGOCIO DO CONTROLE DATANEG) E DIAS DE TOLERANCIA      *
      *         (AUSENTE = 1, OU SEJA, TUDO O QUE FOI DIGITADO ATE O   *
      *         DIA ANTERIOR). A TOLERANCIA VALE TAMBEM COM A DATA EM  *
      *         BRANCO (POSICOES 1-8 EM BRANCO, 10-12 = NNN).          *
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PENDENCIAS-ENTRADA ASSIGN TO PENDCOR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PC-CHAVE
               FILE STATUS IS FS-PENDENCIAS-ENTRADA.

           SELECT RELATORIO-SAIDA ASSIGN TO RELAT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RELATORIO-SAIDA.

           SELECT DATA-NEGOCIO-ENTRADA ASSIGN TO DATANEG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-DATA-NEGOCIO-ENTRADA.

       DATA DIVISION.
       FILE SECTION.
       FD  PENDENCIAS-ENTRADA.
           COPY CPLDB0Q5.

       FD  RELATORIO-SAIDA.
       01  LINHA-RELATORIO            PIC X(132).

       FD  DATA-NEGOCIO-ENTRADA
           RECORDING MODE IS F.
           COPY CPLDB0U5.

       WORKING-STORAGE SECTION.
       01  FS-PENDENCIAS-ENTRADA      PIC X(2) VALUE "00".
       01  FS-RELATORIO-SAIDA         PIC X(2) VALUE "00".
       01  FS-DATA-NEGOCIO-ENTRADA    PIC X(2) VALUE "00".

      ******************************************************************
      * DATA DE NEGOCIO DA ESTEIRA (CONTROLE DATANEG, CPLDB0U5)        *
      ******************************************************************
       01  WS-DATA-NEGOCIO            PIC 9(8) VALUE 0.

       01  SW-FIM-PENDENCIAS          PIC X(1) VALUE "N".
           88 FIM-DO-ARQUIVO-PENDENCIAS VALUE "S".

      ******************************************************************
      * PARAMETROS DE EXECUCAO                                         *
      ******************************************************************
       01  WS-PARAMETRO-EXECUCAO      PIC X(20) VALUE SPACE.
       01  WS-DATA-REFERENCIA         PIC 9(8) VALUE 0.
       01  WS-DIAS-TOLERANCIA         PIC 9(3) VALUE 1.
       01  WS-DATA-CORTE              PIC 9(8) VALUE 0.
       01  WS-DIAS-REFERENCIA         PIC 9(8) VALUE 0.
       01  WS-DIAS-INTEIRO            PIC 9(8) VALUE 0.
       01  WS-DIAS-PENDENTE           PIC 9(5) VALUE 0.

       01  CONTADORES.
           05 CT-REG-LIDOS            PIC 9(9) USAGE COMP VALUE 0.
           05 CT-PENDENTES            PIC 9(9) USAGE COMP VALUE 0.
           05 CT-PENDENTES-VENCIDAS   PIC 9(9) USAGE COMP VALUE 0.

       01  LINHA-CABECALHO-1.
           05 FILLER                  PIC X(35) VALUE
               "CORRECOES ONLINE NAO APROVADAS -  ".
           05 FILLER                  PIC X(12) VALUE "REFERENCIA ".
           05 LC-DATA-REFERENCIA      PIC 9(8).
           05 FILLER                  PIC X(21) VALUE
               "  DIGITADAS ATE/EM ".
           05 LC-DATA-CORTE           PIC 9(8).
           05 FILLER                  PIC X(48) VALUE SPACES.

       01  LINHA-CABECALHO-2.
           05 FILLER                  PIC X(10) VALUE " CCNPJ-CPF".
           05 FILLER                  PIC X(2) VALUE " T".
           05 FILLER                  PIC X(6) VALUE " EVNTO".
           05 FILLER                  PIC X(6) VALUE " F.ANT".
           05 FILLER                  PIC X(6) VALUE " F.NOV".
           05 FILLER                  PIC X(17) VALUE
               "       PONTUACAO".
           05 FILLER                  PIC X(9) VALUE " DIGITOU".
           05 FILLER                  PIC X(9) VALUE " DATA".
           05 FILLER                  PIC X(7) VALUE " HORA".
           05 FILLER                  PIC X(6) VALUE "  DIAS".
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 FILLER                  PIC X(30) VALUE "MOTIVO".
           05 FILLER                  PIC X(22) VALUE SPACES.

       01  LINHA-DETALHE.
           05 FILLER                  PIC X(1) VALUE SPACES.
           05 LD-CCNPJ-CPF            PIC 9(9).
           05 FILLER                  PIC X(1) VALUE SPACES.
           05 LD-CTPO-PSSOA           PIC X(1).
           05 LD-NEVNTO-RTING         PIC Z(5)9.
           05 LD-NFAIXA-ANT           PIC Z(5)9.
           05 LD-NFAIXA-NOVA          PIC Z(5)9.
           05 LD-QPTO-PSSOA-RTING     PIC Z(13)9,99.
           05 FILLER                  PIC X(1) VALUE SPACES.
           05 LD-USUARIO-INCLUSAO     PIC X(8).
           05 FILLER                  PIC X(1) VALUE SPACES.
           05 LD-DATA-INCLUSAO        PIC 9(8).
           05 FILLER                  PIC X(1) VALUE SPACES.
           05 LD-HORA-INCLUSAO        PIC 9(6).
           05 LD-DIAS-PENDENTE        PIC Z(5)9.
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 LD-MOTIVO-ALTERACAO     PIC X(30).
           05 FILLER                  PIC X(22) VALUE SPACES.

       01  LINHA-TOTAIS.
           05 FILLER                  PIC X(25) VALUE
               "PENDENTES NO CADASTRO..:".
           05 LT-PENDENTES            PIC Z(8)9.
           05 FILLER                  PIC X(25) VALUE
               "   PENDENTES APOS CORTE:".
           05 LT-VENCIDAS             PIC Z(8)9.
           05 FILLER                  PIC X(64) VALUE SPACES.

       PROCEDURE DIVISION.
      ******************************************************************
      * 0000-MAINLINE                                                  *
      ******************************************************************
       0000-MAINLINE.
           PERFORM 0100-OBTER-PARAMETROS
               THRU 0100-OBTER-PARAMETROS-EXIT
           PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT
           IF RETURN-CODE = 0
               PERFORM 2000-LER-PENDENCIA THRU 2000-LER-PENDENCIA-EXIT
                   UNTIL FIM-DO-ARQUIVO-PENDENCIAS
           END-IF
           PERFORM 9000-FINALIZAR THRU 9000-FINALIZAR-EXIT
           GOBACK.

      ******************************************************************
      * 0100-OBTER-PARAMETROS - DATA DE REFERENCIA (AAAAMMDD, AUSENTE  *
      *      = DATA DE NEGOCIO DO CONTROLE DATANEG) E DIAS DE          *
      *      TOLERANCIA (AUSENTE = 1).                                 *
      *      A DATA DE CORTE E A REFERENCIA MENOS A TOLERANCIA.        *
      ******************************************************************
       0100-OBTER-PARAMETROS.
           ACCEPT WS-PARAMETRO-EXECUCAO FROM COMMAND-LINE
           IF WS-PARAMETRO-EXECUCAO(1:8) IS NUMERIC
               MOVE WS-PARAMETRO-EXECUCAO(1:8) TO WS-DATA-REFERENCIA
           ELSE
               PERFORM 0150-OBTER-DATA-NEGOCIO
                   THRU 0150-OBTER-DATA-NEGOCIO-EXIT
               MOVE WS-DATA-NEGOCIO TO WS-DATA-REFERENCIA
           END-IF
           IF WS-PARAMETRO-EXECUCAO(10:3) IS NUMERIC
               MOVE WS-PARAMETRO-EXECUCAO(10:3)
                   TO WS-DIAS-TOLERANCIA
           END-IF

           COMPUTE WS-DIAS-REFERENCIA =
               FUNCTION INTEGER-OF-DATE(WS-DATA-REFERENCIA)
           COMPUTE WS-DIAS-INTEIRO =
               WS-DIAS-REFERENCIA - WS-DIAS-TOLERANCIA
           COMPUTE WS-DATA-CORTE =
               FUNCTION DATE-OF-INTEGER(WS-DIAS-INTEIRO).
       0100-OBTER-PARAMETROS-EXIT.
           EXIT.

      ******************************************************************
      * 0150-OBTER-DATA-NEGOCIO - DATA DO MOVIMENTO DA ESTEIRA, LIDA   *
      *      DO CONTROLE DE DATA DE NEGOCIO (DATANEG, CPLDB0U5), QUE   *
      *      SO O PROGRAMA DE VIRADA CPLDB0E8 ALTERA. CONTROLE         *
      *      INDISPONIVEL OU VAZIO = DATA DO SISTEMA, COM AVISO.       *
      ******************************************************************
       0150-OBTER-DATA-NEGOCIO.
           OPEN INPUT DATA-NEGOCIO-ENTRADA
           IF FS-DATA-NEGOCIO-ENTRADA NOT = "00"
               DISPLAY "CPLDB0E7 - CONTROLE DE DATA DE NEGOCIO "
                   "INDISPONIVEL (" FS-DATA-NEGOCIO-ENTRADA
                   ") - USANDO A DATA DO SISTEMA"
               ACCEPT WS-DATA-NEGOCIO FROM DATE YYYYMMDD
               GO TO 0150-OBTER-DATA-NEGOCIO-EXIT
           END-IF
           READ DATA-NEGOCIO-ENTRADA
               AT END
                   DISPLAY "CPLDB0E7 - CONTROLE DE DATA DE NEGOCIO "
                       "VAZIO - USANDO A DATA DO SISTEMA"
                   ACCEPT WS-DATA-NEGOCIO FROM DATE YYYYMMDD
               NOT AT END
                   MOVE DN-DATA-ATUAL TO WS-DATA-NEGOCIO
           END-READ
           CLOSE DATA-NEGOCIO-ENTRADA.
       0150-OBTER-DATA-NEGOCIO-EXIT.
           EXIT.

      ******************************************************************
      * 1000-INICIALIZAR - ABRE O CADASTRO E O RELATORIO E IMPRIME O   *
      *      CABECALHO. SEM O CADASTRO A LISTAGEM NAO PODE AFIRMAR     *
      *      QUE NAO HA PENDENCIAS: RETURN-CODE 8.                     *
      ******************************************************************
       1000-INICIALIZAR.
           OPEN INPUT PENDENCIAS-ENTRADA
           IF FS-PENDENCIAS-ENTRADA NOT = "00"
               DISPLAY "CPLDB0E7 - ERRO AO ABRIR CADASTRO PENDCOR "
                       FS-PENDENCIAS-ENTRADA
               MOVE 8 TO RETURN-CODE
               GO TO 1000-INICIALIZAR-EXIT
           END-IF

           OPEN OUTPUT RELATORIO-SAIDA
           IF FS-RELATORIO-SAIDA NOT = "00"
               DISPLAY "CPLDB0E7 - ERRO AO ABRIR RELATORIO DE SAIDA "
                       FS-RELATORIO-SAIDA
               CLOSE PENDENCIAS-ENTRADA
               MOVE 8 TO RETURN-CODE
               GO TO 1000-INICIALIZAR-EXIT
           END-IF

           MOVE WS-DATA-REFERENCIA TO LC-DATA-REFERENCIA
           MOVE WS-DATA-CORTE      TO LC-DATA-CORTE
           WRITE LINHA-RELATORIO FROM LINHA-CABECALHO-1
           WRITE LINHA-RELATORIO FROM LINHA-CABECALHO-2.
       1000-INICIALIZAR-EXIT.
           EXIT.

      ******************************************************************
      * 2000-LER-PENDENCIA - LE O CADASTRO EM SEQUENCIA DE CHAVE E     *
      *      LISTA AS PENDENCIAS DIGITADAS ATE A DATA DE CORTE.        *
      ******************************************************************
       2000-LER-PENDENCIA.
           READ PENDENCIAS-ENTRADA
               AT END
                   SET FIM-DO-ARQUIVO-PENDENCIAS TO TRUE
                   GO TO 2000-LER-PENDENCIA-EXIT
           END-READ
           ADD 1 TO CT-REG-LIDOS

           IF PC-SITUACAO NOT = "P"
               GO TO 2000-LER-PENDENCIA-EXIT
           END-IF
           ADD 1 TO CT-PENDENTES

           IF PC-DATA-INCLUSAO > WS-DATA-CORTE
               GO TO 2000-LER-PENDENCIA-EXIT
           END-IF

           PERFORM 2100-IMPRIMIR-PENDENCIA
               THRU 2100-IMPRIMIR-PENDENCIA-EXIT.
       2000-LER-PENDENCIA-EXIT.
           EXIT.

       2100-IMPRIMIR-PENDENCIA.
           ADD 1 TO CT-PENDENTES-VENCIDAS
           COMPUTE WS-DIAS-PENDENTE = WS-DIAS-REFERENCIA -
               FUNCTION INTEGER-OF-DATE(PC-DATA-INCLUSAO)

           MOVE PC-CCNPJ-CPF             TO LD-CCNPJ-CPF
           MOVE PC-CTPO-PSSOA            TO LD-CTPO-PSSOA
           MOVE PC-NEVNTO-RTING          TO LD-NEVNTO-RTING
           MOVE PC-NFAIXA-SIT-RTING-ANT  TO LD-NFAIXA-ANT
           MOVE PC-NFAIXA-SIT-RTING-NOVA TO LD-NFAIXA-NOVA
           MOVE PC-QPTO-PSSOA-RTING-ANT  TO LD-QPTO-PSSOA-RTING
           MOVE PC-USUARIO-INCLUSAO      TO LD-USUARIO-INCLUSAO
           MOVE PC-DATA-INCLUSAO         TO LD-DATA-INCLUSAO
           MOVE PC-HORA-INCLUSAO(1:6)    TO LD-HORA-INCLUSAO
           MOVE WS-DIAS-PENDENTE         TO LD-DIAS-PENDENTE
           MOVE PC-MOTIVO-ALTERACAO      TO LD-MOTIVO-ALTERACAO
           WRITE LINHA-RELATORIO FROM LINHA-DETALHE.
       2100-IMPRIMIR-PENDENCIA-EXIT.
           EXIT.

      ******************************************************************
      * 9000-FINALIZAR - TOTAIS, FECHAMENTO E RETURN-CODE (4 QUANDO HA *
      *      PENDENCIA VENCIDA LISTADA).                               *
      ******************************************************************
       9000-FINALIZAR.
           IF RETURN-CODE = 0
               MOVE CT-PENDENTES          TO LT-PENDENTES
               MOVE CT-PENDENTES-VENCIDAS TO LT-VENCIDAS
               WRITE LINHA-RELATORIO FROM LINHA-TOTAIS
               CLOSE PENDENCIAS-ENTRADA
               CLOSE RELATORIO-SAIDA
               IF CT-PENDENTES-VENCIDAS > 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF

           DISPLAY "CPLDB0E7 - DATA DE CORTE          : " WS-DATA-CORTE
           DISPLAY "CPLDB0E7 - REGISTROS DO CADASTRO  : " CT-REG-LIDOS
           DISPLAY "CPLDB0E7 - PENDENTES NO CADASTRO  : " CT-PENDENTES
           DISPLAY "CPLDB0E7 - PENDENTES APOS O CORTE : "
               CT-PENDENTES-VENCIDAS.
       9000-FINALIZAR-EXIT.
           EXIT.
