      *                    RELATORIO DA MANHA (CPLDB0E3) CONSOLIDA EM  *
      *                    UMA PAGINA E COMPARA COM A SEMANA           *
      *                    ANTERIOR.                                   *
      * 15/10/2026 EAD     DATA DO MOVIMENTO PASSA A VIR DO CONTROLE   *
      *                    DE DATA DE NEGOCIO (DATANEG, CPLDB0U5,      *
      *                    MANTIDO POR CPLDB0E8) EM VEZ DA DATA DO     *
      *                    SISTEMA.                                    *
      ******************************************************************
      ******************************************************************
      * FUNCAO: LER O ARQUIVO DE ACEITOS PRODUZIDO PELA CARGA DIARIA   *
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-RUNLOG-SAIDA.

           SELECT DATA-NEGOCIO-ENTRADA ASSIGN TO DATANEG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-DATA-NEGOCIO-ENTRADA.

       DATA DIVISION.
       FILE SECTION.
       FD  ACEITOS-ENTRADA
           RECORDING MODE IS F.
           COPY CPLDB0N5.

       FD  DATA-NEGOCIO-ENTRADA
           RECORDING MODE IS F.
           COPY CPLDB0U5.

       WORKING-STORAGE SECTION.
       01  FS-ACEITOS-ENTRADA         PIC X(2) VALUE "00".
       01  FS-ESPELHO-VSAM            PIC X(2) VALUE "00".
       01  FS-RUNLOG-SAIDA            PIC X(2) VALUE "00".
       01  FS-DATA-NEGOCIO-ENTRADA    PIC X(2) VALUE "00".

      ******************************************************************
      * DATA DE NEGOCIO DA ESTEIRA (CONTROLE DATANEG, CPLDB0U5)        *
      ******************************************************************
       01  WS-DATA-NEGOCIO            PIC 9(8) VALUE 0.

      ******************************************************************
      * HORA DE INICIO DA EXECUCAO (HHMMSSCC), RETIDA PARA O REGISTRO  *
      * GRAVADA NO LOG DE EXECUCAO DA ESTEIRA - A MESMA DATA QUE O     *
      * RELATORIO DA MANHA (CPLDB0E3) RELATA, PARA QUE UMA NOITE QUE   *
      * ATRAVESSA A MEIA-NOITE NAO SE DIVIDA EM DUAS DATAS. AUSENTE =  *
      * DATA DE NEGOCIO DO CONTROLE DATANEG (CPLDB0U5).                *
      ******************************************************************
       01  WS-PARAMETRO-RUNLOG        PIC X(20) VALUE SPACE.
       01  WS-DATA-MOVIMENTO-LOG      PIC 9(8) VALUE 0.
           ACCEPT WS-PARAMETRO-RUNLOG FROM COMMAND-LINE
           IF WS-PARAMETRO-RUNLOG(1:8) IS NUMERIC
               MOVE WS-PARAMETRO-RUNLOG(1:8) TO WS-DATA-MOVIMENTO-LOG
           ELSE
               PERFORM 0150-OBTER-DATA-NEGOCIO
                   THRU 0150-OBTER-DATA-NEGOCIO-EXIT
               MOVE WS-DATA-NEGOCIO TO WS-DATA-MOVIMENTO-LOG
           END-IF
           PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT
           PERFORM 2000-PROCESSAR-ACEITOS
           PERFORM 9000-FINALIZAR THRU 9000-FINALIZAR-EXIT
           GOBACK.

      ******************************************************************
      * 0150-OBTER-DATA-NEGOCIO - DATA DO MOVIMENTO DA ESTEIRA, LIDA   *
      *      DO CONTROLE DE DATA DE NEGOCIO (DATANEG, CPLDB0U5), QUE   *
      *      SO O PROGRAMA DE VIRADA CPLDB0E8 ALTERA. CONTROLE         *
      *      INDISPONIVEL OU VAZIO = DATA DO SISTEMA, COM AVISO.       *
      ******************************************************************
       0150-OBTER-DATA-NEGOCIO.
           OPEN INPUT DATA-NEGOCIO-ENTRADA
           IF FS-DATA-NEGOCIO-ENTRADA NOT = "00"
               DISPLAY "CPLDB0C1 - CONTROLE DE DATA DE NEGOCIO "
                   "INDISPONIVEL (" FS-DATA-NEGOCIO-ENTRADA
                   ") - USANDO A DATA DO SISTEMA"
               ACCEPT WS-DATA-NEGOCIO FROM DATE YYYYMMDD
               GO TO 0150-OBTER-DATA-NEGOCIO-EXIT
           END-IF
           READ DATA-NEGOCIO-ENTRADA
               AT END
                   DISPLAY "CPLDB0C1 - CONTROLE DE DATA DE NEGOCIO "
                       "VAZIO - USANDO A DATA DO SISTEMA"
                   ACCEPT WS-DATA-NEGOCIO FROM DATE YYYYMMDD
               NOT AT END
                   MOVE DN-DATA-ATUAL TO WS-DATA-NEGOCIO
           END-READ
           CLOSE DATA-NEGOCIO-ENTRADA.
       0150-OBTER-DATA-NEGOCIO-EXIT.
           EXIT.

      ******************************************************************
      * 1000-INICIALIZAR - ABRE OS ARQUIVOS E LE O PRIMEIRO REGISTRO   *
      ******************************************************************
               GO TO 9800-GRAVAR-RUNLOG-EXIT
           END-IF
           MOVE "CPLDB0C1" TO RL-PROGRAMA
           MOVE WS-DATA-MOVIMENTO-LOG TO RL-DATA-MOVIMENTO
           MOVE WS-HORA-INICIO-EXEC(1:6) TO RL-HORA-INICIO
           ACCEPT WS-HORA-INICIO-EXEC FROM TIME
           MOVE WS-HORA-INICIO-EXEC(1:6) TO RL-HORA-FIM
