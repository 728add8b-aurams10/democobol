      *                    HISTORICO (CPLDB0H5) E DO CHECKPOINT        *
      *                    (CPLDB0K5) COM GERACAO DE ARQUIVO DE        *
      *                    ARQUIVAMENTO E RELATORIO DE RETENCAO.       *
      * 15/10/2026 EAD     DATA DO MOVIMENTO PASSA A VIR DO CONTROLE   *
      *                    DE DATA DE NEGOCIO (DATANEG, CPLDB0U5,      *
      *                    MANTIDO POR CPLDB0E8) EM VEZ DA DATA DO     *
      *                    SISTEMA.                                    *
      * 15/10/2026 EAD     EXPURGO DO HISTORICO PERMANENTE DE REJEITOS *
      *                    (REJHIST, CPLDB0Z5) COM RETENCAO PROPRIA,   *
      *                    INFORMADA NAS POSICOES 5-7 DO PARAMETRO.    *
      ******************************************************************
      ******************************************************************
      * FUNCAO: PROGRAMA DE LIMPEZA PERIODICA. MOVE PARA UMA GERACAO   *
      *         ARQUIVADO CONTINUA DISPONIVEL PARA A AREA DE           *
      *         CONFORMIDADE, FORA DO ARQUIVO VIVO QUE OS JOBS         *
      *         NOTURNOS REABREM.                                      *
      *         DO HISTORICO PERMANENTE DE REJEITOS (VSAM KSDS         *
      *         REJHIST, CPLDB0Z5, ANEXADO POR CPLDB0F4) EXCLUI OS     *
      *         REJEITOS, VOLUMES E CONTROLES DE NOITES ANTERIORES AO  *
      *         SEU PROPRIO CORTE; O PAINEL CPLDB0F6 SO ENXERGA O QUE  *
      *         FICA. HISTORICO DE REJEITOS INDISPONIVEL = SEM EXPURGO *
      *         DELE, COM AVISO.                                       *
      *                                                                *
      * PARAMETRO DE EXECUCAO (LINHA DE COMANDO):                      *
      *         POSICOES 1-3 - QUANTIDADE DE MESES DE RETENCAO NO      *
      *                        ARQUIVO VIVO (1 A 999). AUSENTE OU      *
      *                        INVALIDO = 24 MESES;                    *
      *         POSICOES 5-7 - QUANTIDADE DE MESES DE RETENCAO NO      *
      *                        HISTORICO DE REJEITOS (1 A 999).        *
      *                        AUSENTE OU INVALIDO = 13 MESES, PARA    *
      *                        QUE O PAINEL MENSAL COMPARE O MES COM O *
      *                        MESMO MES DO ANO ANTERIOR.              *
      ******************************************************************

       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RELATORIO-SAIDA.

           SELECT DATA-NEGOCIO-ENTRADA ASSIGN TO DATANEG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-DATA-NEGOCIO-ENTRADA.

           SELECT HISTORICO-REJEITOS ASSIGN TO REJHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RH-CHAVE
               FILE STATUS IS FS-HISTORICO-REJEITOS.

       DATA DIVISION.
       FILE SECTION.
       FD  HISTORICO-ENTRADA
       FD  RELATORIO-SAIDA.
       01  LINHA-RELATORIO            PIC X(80).

       FD  DATA-NEGOCIO-ENTRADA
           RECORDING MODE IS F.
           COPY CPLDB0U5.

       FD  HISTORICO-REJEITOS.
           COPY CPLDB0Z5.

       WORKING-STORAGE SECTION.
       01  FS-HISTORICO-ENTRADA       PIC X(2) VALUE "00".
       01  FS-HISTORICO-ARQUIVO       PIC X(2) VALUE "00".
       01  FS-CHECKPOINT-ENTRADA      PIC X(2) VALUE "00".
       01  FS-CHECKPOINT-NOVO         PIC X(2) VALUE "00".
       01  FS-RELATORIO-SAIDA         PIC X(2) VALUE "00".
       01  FS-DATA-NEGOCIO-ENTRADA    PIC X(2) VALUE "00".
       01  FS-HISTORICO-REJEITOS      PIC X(2) VALUE "00".

      ******************************************************************
      * DATA DE NEGOCIO DA ESTEIRA (CONTROLE DATANEG, CPLDB0U5)        *
      ******************************************************************
       01  WS-DATA-NEGOCIO            PIC 9(8) VALUE 0.

       01  SW-FIM-HISTORICO           PIC X(1) VALUE "N".
           88 FIM-DO-ARQUIVO-HISTORICO VALUE "S".
       01  SW-CHECKPOINT-RETIDO       PIC X(1) VALUE "N".
           88 CHECKPOINT-RETIDO       VALUE "S".

       01  SW-FIM-REJEITOS            PIC X(1) VALUE "N".
           88 FIM-DO-ARQUIVO-REJEITOS VALUE "S".

      ******************************************************************
      * PARAMETRO DE RETENCAO E CORTE DERIVADO DELE                    *
      ******************************************************************
       01  WS-PARAMETRO-EXECUCAO      PIC X(20) VALUE SPACE.
       01  WS-MESES-RETENCAO          PIC 9(3) VALUE 24.
       01  WS-MESES-REJEITOS          PIC 9(3) VALUE 13.

      ******************************************************************
      * CONVERSAO DE UMA QUANTIDADE DE MESES DO PARAMETRO (1 A 3       *
      * DIGITOS ALINHADOS A ESQUERDA NO CAMPO)                         *
      ******************************************************************
       01  WS-CAMPO-MESES             PIC X(16) VALUE SPACE.
       01  WS-MESES-CONVERTIDOS       PIC 9(3) VALUE 0.
       01  WS-POSICAO-MESES           PIC X(12) VALUE SPACE.

       01  DATA-DO-CORTE.
           05 DC-ANO                  PIC 9(4).
       01  WS-DATA-CORTE REDEFINES DATA-DO-CORTE
                                      PIC 9(8).

       01  DATA-CORTE-REJEITOS.
           05 DR-ANO                  PIC 9(4).
           05 DR-MES                  PIC 9(2).
           05 DR-DIA                  PIC 9(2).
       01  WS-DATA-CORTE-REJEITOS REDEFINES DATA-CORTE-REJEITOS
                                      PIC 9(8).

       01  DATA-DE-HOJE.
           05 DH-ANO                  PIC 9(4).
           05 DH-MES                  PIC 9(2).
           05 CT-HIST-MANTIDOS        PIC 9(9) USAGE COMP VALUE 0.
           05 CT-CHKP-LIDOS           PIC 9(9) USAGE COMP VALUE 0.
           05 CT-CHKP-DESCARTADOS     PIC 9(9) USAGE COMP VALUE 0.
           05 CT-REJ-LIDOS            PIC 9(9) USAGE COMP VALUE 0.
           05 CT-REJ-EXPURGADOS       PIC 9(9) USAGE COMP VALUE 0.
           05 CT-REJ-MANTIDOS         PIC 9(9) USAGE COMP VALUE 0.

      ******************************************************************
      * ULTIMO REGISTRO DE CHECKPOINT LIDO - O UNICO QUE SOBREVIVE     *
               LEADING ==CK== BY ==UC==.

       01  LINHA-CABECALHO.
           05 FILLER                  PIC X(50) VALUE
               "RELATORIO DE RETENCAO - HISTORICO/CHECKPT/REJHIST".
           05 FILLER                  PIC X(30) VALUE SPACES.

       01  LINHA-CORTE.
           05 LC-TITULO-CORTE         PIC X(24) VALUE
               "CORTE DE RETENCAO......:".
           05 FILLER                  PIC X(1) VALUE SPACES.
           05 LC-DATA-CORTE           PIC 9(8).
      ******************************************************************
       0000-MAINLINE.
           PERFORM 0100-OBTER-PARAMETRO THRU 0100-OBTER-PARAMETRO-EXIT
           PERFORM 0150-OBTER-DATA-NEGOCIO
               THRU 0150-OBTER-DATA-NEGOCIO-EXIT
           PERFORM 0200-CALCULAR-CORTE THRU 0200-CALCULAR-CORTE-EXIT
           PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT
           PERFORM 3000-EXPURGAR-HISTORICO
               UNTIL FIM-DO-ARQUIVO-HISTORICO
           PERFORM 4000-EXPURGAR-CHECKPOINT
               THRU 4000-EXPURGAR-CHECKPOINT-EXIT
           PERFORM 5000-EXPURGAR-REJEITOS
               THRU 5000-EXPURGAR-REJEITOS-EXIT
           PERFORM 9000-FINALIZAR THRU 9000-FINALIZAR-EXIT
           GOBACK.

      ******************************************************************
      * 0100-OBTER-PARAMETRO - MESES DE RETENCAO DA LINHA DE COMANDO:  *
      *      DO HISTORICO NAS POSICOES 1-3 E DO HISTORICO DE REJEITOS  *
      *      NAS POSICOES 5-7                                          *
      ******************************************************************
       0100-OBTER-PARAMETRO.
           ACCEPT WS-PARAMETRO-EXECUCAO FROM COMMAND-LINE
           MOVE WS-PARAMETRO-EXECUCAO(1:4) TO WS-CAMPO-MESES
           MOVE WS-MESES-RETENCAO TO WS-MESES-CONVERTIDOS
           MOVE "POSICOES 1-3" TO WS-POSICAO-MESES
           PERFORM 0110-CONVERTER-MESES THRU 0110-CONVERTER-MESES-EXIT
           MOVE WS-MESES-CONVERTIDOS TO WS-MESES-RETENCAO

           MOVE WS-PARAMETRO-EXECUCAO(5:16) TO WS-CAMPO-MESES
           MOVE WS-MESES-REJEITOS TO WS-MESES-CONVERTIDOS
           MOVE "POSICOES 5-7" TO WS-POSICAO-MESES
           PERFORM 0110-CONVERTER-MESES THRU 0110-CONVERTER-MESES-EXIT
           MOVE WS-MESES-CONVERTIDOS TO WS-MESES-REJEITOS.
       0100-OBTER-PARAMETRO-EXIT.
           EXIT.

      ******************************************************************
      * 0110-CONVERTER-MESES - CONVERTE WS-CAMPO-MESES EM              *
      *      WS-MESES-CONVERTIDOS; CAMPO EM BRANCO OU INVALIDO MANTEM  *
      *      O PADRAO JA CARREGADO NELE                                *
      ******************************************************************
       0110-CONVERTER-MESES.
           EVALUATE TRUE
               WHEN WS-CAMPO-MESES = SPACES
                   CONTINUE
               WHEN WS-CAMPO-MESES(1:3) IS NUMERIC
                AND WS-CAMPO-MESES(4:13) = SPACES
                AND WS-CAMPO-MESES(1:3) NOT = "000"
                   MOVE WS-CAMPO-MESES(1:3) TO WS-MESES-CONVERTIDOS
               WHEN WS-CAMPO-MESES(1:2) IS NUMERIC
                AND WS-CAMPO-MESES(3:14) = SPACES
                AND WS-CAMPO-MESES(1:2) NOT = "00"
                   MOVE WS-CAMPO-MESES(1:2) TO WS-MESES-CONVERTIDOS
               WHEN WS-CAMPO-MESES(1:1) IS NUMERIC
                AND WS-CAMPO-MESES(2:15) = SPACES
                AND WS-CAMPO-MESES(1:1) NOT = "0"
                   MOVE WS-CAMPO-MESES(1:1) TO WS-MESES-CONVERTIDOS
               WHEN OTHER
                   DISPLAY "CPLDB0C8 - PARAMETRO DE RETENCAO INVALIDO"
                       " (" WS-POSICAO-MESES ": " WS-CAMPO-MESES
                       ") - USANDO " WS-MESES-CONVERTIDOS " MESES"
           END-EVALUATE.
       0110-CONVERTER-MESES-EXIT.
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
               DISPLAY "CPLDB0C8 - CONTROLE DE DATA DE NEGOCIO "
                   "INDISPONIVEL (" FS-DATA-NEGOCIO-ENTRADA
                   ") - USANDO A DATA DO SISTEMA"
               ACCEPT WS-DATA-NEGOCIO FROM DATE YYYYMMDD
               GO TO 0150-OBTER-DATA-NEGOCIO-EXIT
           END-IF
           READ DATA-NEGOCIO-ENTRADA
               AT END
                   DISPLAY "CPLDB0C8 - CONTROLE DE DATA DE NEGOCIO "
                       "VAZIO - USANDO A DATA DO SISTEMA"
                   ACCEPT WS-DATA-NEGOCIO FROM DATE YYYYMMDD
               NOT AT END
                   MOVE DN-DATA-ATUAL TO WS-DATA-NEGOCIO
           END-READ
           CLOSE DATA-NEGOCIO-ENTRADA.
       0150-OBTER-DATA-NEGOCIO-EXIT.
           EXIT.

      ******************************************************************
      * 0200-CALCULAR-CORTE - PRIMEIRO DIA DO MES QUE FICA N MESES     *
      *      ANTES DO MES CORRENTE. TUDO COM HX-HATULZ-NOVO ANTERIOR   *
      *      AO CORTE E ARQUIVADO. O MESMO CALCULO, COM A RETENCAO     *
      *      PROPRIA, DA O CORTE DO HISTORICO DE REJEITOS.             *
      ******************************************************************
       0200-CALCULAR-CORTE.
           MOVE WS-DATA-NEGOCIO TO DATA-DE-HOJE
           COMPUTE WS-MESES-TRABALHO =
               (DH-ANO * 12) + DH-MES - WS-MESES-RETENCAO
           COMPUTE DC-ANO = (WS-MESES-TRABALHO - 1) / 12
           COMPUTE DC-MES = WS-MESES-TRABALHO - (DC-ANO * 12)
           MOVE 01 TO DC-DIA
           DISPLAY "CPLDB0C8 - RETENCAO DE " WS-MESES-RETENCAO
               " MESES - CORTE EM " WS-DATA-CORTE

           COMPUTE WS-MESES-TRABALHO =
               (DH-ANO * 12) + DH-MES - WS-MESES-REJEITOS
           COMPUTE DR-ANO = (WS-MESES-TRABALHO - 1) / 12
           COMPUTE DR-MES = WS-MESES-TRABALHO - (DR-ANO * 12)
           MOVE 01 TO DR-DIA
           DISPLAY "CPLDB0C8 - RETENCAO DE REJEITOS DE "
               WS-MESES-REJEITOS " MESES - CORTE EM "
               WS-DATA-CORTE-REJEITOS.
       0200-CALCULAR-CORTE-EXIT.
           EXIT.

           MOVE WS-DATA-CORTE TO LC-DATA-CORTE
           MOVE WS-MESES-RETENCAO TO LC-MESES
           WRITE LINHA-RELATORIO FROM LINHA-CORTE
           MOVE "CORTE HIST. REJEITOS...:" TO LC-TITULO-CORTE
           MOVE WS-DATA-CORTE-REJEITOS TO LC-DATA-CORTE
           MOVE WS-MESES-REJEITOS TO LC-MESES
           WRITE LINHA-RELATORIO FROM LINHA-CORTE

           PERFORM 2000-LER-HISTORICO THRU 2000-LER-HISTORICO-EXIT.
       1000-INICIALIZAR-EXIT.
       4100-LER-CHECKPOINT-EXIT.
           EXIT.

      ******************************************************************
      * 5000-EXPURGAR-REJEITOS - EXCLUI DO HISTORICO DE REJEITOS OS    *
      *      REGISTROS DE NOITES ANTERIORES AO CORTE DE REJEITOS. A    *
      *      DATA DA NOITE ESTA EM LUGAR DIFERENTE CONFORME O TIPO DO  *
      *      REGISTRO (REJEITO, VOLUME OU CONTROLE).                   *
      ******************************************************************
       5000-EXPURGAR-REJEITOS.
           IF NOT ARQUIVOS-ABERTOS
               GO TO 5000-EXPURGAR-REJEITOS-EXIT
           END-IF
           OPEN I-O HISTORICO-REJEITOS
           IF FS-HISTORICO-REJEITOS NOT = "00"
               DISPLAY "CPLDB0C8 - HISTORICO DE REJEITOS INDISPONIVEL ("
                   FS-HISTORICO-REJEITOS ") - NADA A EXPURGAR"
               GO TO 5000-EXPURGAR-REJEITOS-EXIT
           END-IF
           PERFORM 5100-LER-REJEITO THRU 5100-LER-REJEITO-EXIT
               UNTIL FIM-DO-ARQUIVO-REJEITOS
           CLOSE HISTORICO-REJEITOS.
       5000-EXPURGAR-REJEITOS-EXIT.
           EXIT.

       5100-LER-REJEITO.
           READ HISTORICO-REJEITOS
               AT END
                   SET FIM-DO-ARQUIVO-REJEITOS TO TRUE
                   GO TO 5100-LER-REJEITO-EXIT
           END-READ
           ADD 1 TO CT-REJ-LIDOS
           EVALUATE TRUE
               WHEN RH-REJEITO
                   MOVE RH-DATA-MOVIMENTO TO WS-DATA-EVENTO
               WHEN RH-VOLUME
                   MOVE RH-DATA-VOLUME    TO WS-DATA-EVENTO
               WHEN OTHER
                   MOVE RH-DATA-CONTROLE  TO WS-DATA-EVENTO
           END-EVALUATE
           IF WS-DATA-EVENTO NOT < WS-DATA-CORTE-REJEITOS
               ADD 1 TO CT-REJ-MANTIDOS
               GO TO 5100-LER-REJEITO-EXIT
           END-IF
           DELETE HISTORICO-REJEITOS RECORD
           IF FS-HISTORICO-REJEITOS = "00"
               ADD 1 TO CT-REJ-EXPURGADOS
           ELSE
               DISPLAY "CPLDB0C8 - ERRO AO EXCLUIR DO HISTORICO DE "
                   "REJEITOS, STATUS " FS-HISTORICO-REJEITOS
               ADD 1 TO CT-REJ-MANTIDOS
           END-IF.
       5100-LER-REJEITO-EXIT.
           EXIT.

      ******************************************************************
      * 9000-FINALIZAR - COMPLETA O RELATORIO DE RETENCAO, FECHA OS    *
      *      ARQUIVOS E EMITE O RESUMO                                 *
               MOVE "CHECKPOINTS DESCARTADOS:" TO LC-TITULO
               MOVE CT-CHKP-DESCARTADOS TO LC-QUANTIDADE
               WRITE LINHA-RELATORIO FROM LINHA-CONTAGEM
               MOVE "REJEITOS EXPURGADOS....:" TO LC-TITULO
               MOVE CT-REJ-EXPURGADOS TO LC-QUANTIDADE
               WRITE LINHA-RELATORIO FROM LINHA-CONTAGEM
               MOVE "REJEITOS MANTIDOS......:" TO LC-TITULO
               MOVE CT-REJ-MANTIDOS TO LC-QUANTIDADE
               WRITE LINHA-RELATORIO FROM LINHA-CONTAGEM
               CLOSE HISTORICO-ENTRADA
               CLOSE HISTORICO-ARQUIVO
               CLOSE HISTORICO-NOVO
               CT-HIST-MANTIDOS
           DISPLAY "CPLDB0C8 - CHECKPOINTS LIDOS    : " CT-CHKP-LIDOS
           DISPLAY "CPLDB0C8 - CHECKPOINTS DESCARTADOS: "
               CT-CHKP-DESCARTADOS
           DISPLAY "CPLDB0C8 - REJEITOS LIDOS       : " CT-REJ-LIDOS
           DISPLAY "CPLDB0C8 - REJEITOS EXPURGADOS  : "
               CT-REJ-EXPURGADOS.
       9000-FINALIZAR-EXIT.
           EXIT.
