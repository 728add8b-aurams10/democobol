      * 02/09/2026 EAD     PROGRAMA INICIAL - CARGA DIARIA DO CADASTRO *
      *                    DE ALERTAS (ALRREG, LAYOUT CPLDB0J5) A      *
      *                    PARTIR DO ARQUIVO DE ALERTAS CPLDB0A5.      *
      * 15/10/2026 EAD     DATA DO MOVIMENTO PASSA A VIR DO CONTROLE   *
      *                    DE DATA DE NEGOCIO (DATANEG, CPLDB0U5,      *
      *                    MANTIDO POR CPLDB0E8) EM VEZ DA DATA DO     *
      *                    SISTEMA.                                    *
      ******************************************************************
      ******************************************************************
      * FUNCAO: ANEXAR AO CADASTRO DE ALERTAS (VSAM KSDS ALRREG) OS    *
      *         VER NO RELATORIO DE ENVELHECIMENTO (CPLDB0D7).         *
      *                                                                *
      * PARAMETRO DE EXECUCAO (LINHA DE COMANDO): DATA DO ALERTA       *
      *         (AAAAMMDD). AUSENTE = DATA DE NEGOCIO DO CONTROLE      *
      *         DATANEG (CPLDB0U5).                                    *
      ******************************************************************

       ENVIRONMENT DIVISION.
               RECORD KEY IS AR-CHAVE
               FILE STATUS IS FS-REGISTRO-ALERTAS.

           SELECT DATA-NEGOCIO-ENTRADA ASSIGN TO DATANEG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-DATA-NEGOCIO-ENTRADA.

       DATA DIVISION.
       FILE SECTION.
       FD  ALERTAS-ENTRADA
       FD  REGISTRO-ALERTAS.
           COPY CPLDB0J5.

       FD  DATA-NEGOCIO-ENTRADA
           RECORDING MODE IS F.
           COPY CPLDB0U5.

       WORKING-STORAGE SECTION.
       01  FS-ALERTAS-ENTRADA         PIC X(2) VALUE "00".
       01  FS-REGISTRO-ALERTAS        PIC X(2) VALUE "00".
       01  FS-DATA-NEGOCIO-ENTRADA    PIC X(2) VALUE "00".

      ******************************************************************
      * DATA DE NEGOCIO DA ESTEIRA (CONTROLE DATANEG, CPLDB0U5)        *
      ******************************************************************
       01  WS-DATA-NEGOCIO            PIC 9(8) VALUE 0.

       01  SW-FIM-ALERTAS             PIC X(1) VALUE "N".
           88 FIM-DO-ARQUIVO-ALERTAS  VALUE "S".

      ******************************************************************
      * 0100-OBTER-PARAMETRO - DATA DO ALERTA (AAAAMMDD), OPCIONAL.    *
      *      AUSENTE = DATA DE NEGOCIO DO CONTROLE DATANEG.            *
      ******************************************************************
       0100-OBTER-PARAMETRO.
           ACCEPT WS-PARAMETRO-EXECUCAO FROM COMMAND-LINE
              AND WS-PARAMETRO-EXECUCAO(9:12) = SPACES
               MOVE WS-PARAMETRO-EXECUCAO(1:8) TO WS-DATA-ALERTA
           ELSE
               PERFORM 0150-OBTER-DATA-NEGOCIO
                   THRU 0150-OBTER-DATA-NEGOCIO-EXIT
               MOVE WS-DATA-NEGOCIO TO WS-DATA-ALERTA
           END-IF.
       0100-OBTER-PARAMETRO-EXIT.
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
               DISPLAY "CPLDB0D4 - CONTROLE DE DATA DE NEGOCIO "
                   "INDISPONIVEL (" FS-DATA-NEGOCIO-ENTRADA
                   ") - USANDO A DATA DO SISTEMA"
               ACCEPT WS-DATA-NEGOCIO FROM DATE YYYYMMDD
               GO TO 0150-OBTER-DATA-NEGOCIO-EXIT
           END-IF
           READ DATA-NEGOCIO-ENTRADA
               AT END
                   DISPLAY "CPLDB0D4 - CONTROLE DE DATA DE NEGOCIO "
                       "VAZIO - USANDO A DATA DO SISTEMA"
                   ACCEPT WS-DATA-NEGOCIO FROM DATE YYYYMMDD
               NOT AT END
                   MOVE DN-DATA-ATUAL TO WS-DATA-NEGOCIO
           END-READ
           CLOSE DATA-NEGOCIO-ENTRADA.
       0150-OBTER-DATA-NEGOCIO-EXIT.
           EXIT.

      ******************************************************************
      * 1000-INICIALIZAR - ABRE O ARQUIVO DE ALERTAS E O CADASTRO      *
      *      (CRIANDO O VSAM NA PRIMEIRA EXECUCAO, COMO CPLDB0C1 FAZ   *
