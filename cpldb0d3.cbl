      * 02/09/2026 EAD     PROGRAMA INICIAL - VERIFICACAO DOS          *
      *                    CONTROLES DO EXTRATO DE ENTRADA (LAYOUT     *
      *                    CPLDB0G5) NA FRENTE DA ESTEIRA NOTURNA.     *
      * 15/10/2026 EAD     DATA DO MOVIMENTO PASSA A VIR DO CONTROLE   *
      *                    DE DATA DE NEGOCIO (DATANEG, CPLDB0U5,      *
      *                    MANTIDO POR CPLDB0E8) EM VEZ DA DATA DO     *
      *                    SISTEMA.                                    *
      ******************************************************************
      ******************************************************************
      * FUNCAO: PRIMEIRO PASSO DA ESTEIRA NOTURNA. LE O EXTRATO        *
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-EXTRATO-PURO.

           SELECT DATA-NEGOCIO-ENTRADA ASSIGN TO DATANEG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-DATA-NEGOCIO-ENTRADA.

       DATA DIVISION.
       FILE SECTION.
       FD  EXTRATO-CONTROLADO
               LEADING ==QPTO-PSSOA-RTING== BY ==EP-QPTO-PSSOA-RTING==
               LEADING ==HATULZ== BY ==EP-HATULZ==.

       FD  DATA-NEGOCIO-ENTRADA
           RECORDING MODE IS F.
           COPY CPLDB0U5.

       WORKING-STORAGE SECTION.
       01  FS-EXTRATO-CONTROLADO      PIC X(2) VALUE "00".
       01  FS-EXTRATO-PURO            PIC X(2) VALUE "00".
       01  FS-DATA-NEGOCIO-ENTRADA    PIC X(2) VALUE "00".

      ******************************************************************
      * DATA DE NEGOCIO DA ESTEIRA (CONTROLE DATANEG, CPLDB0U5)        *
      ******************************************************************
       01  WS-DATA-NEGOCIO            PIC 9(8) VALUE 0.

       01  SW-FIM-EXTRATO             PIC X(1) VALUE "N".
           88 FIM-DO-ARQUIVO-EXTRATO  VALUE "S".

      ******************************************************************
      * 0100-OBTER-PARAMETRO - DATA DE MOVIMENTO ESPERADA (AAAAMMDD),  *
      *      OPCIONAL NA LINHA DE COMANDO. AUSENTE = DATA DE NEGOCIO   *
      *      DO CONTROLE DATANEG.                                      *
      ******************************************************************
       0100-OBTER-PARAMETRO.
           ACCEPT WS-PARAMETRO-EXECUCAO FROM COMMAND-LINE
              AND WS-PARAMETRO-EXECUCAO(9:12) = SPACES
               MOVE WS-PARAMETRO-EXECUCAO(1:8) TO WS-DATA-ESPERADA
           ELSE
               PERFORM 0150-OBTER-DATA-NEGOCIO
                   THRU 0150-OBTER-DATA-NEGOCIO-EXIT
               MOVE WS-DATA-NEGOCIO TO WS-DATA-ESPERADA
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
               DISPLAY "CPLDB0D3 - CONTROLE DE DATA DE NEGOCIO "
                   "INDISPONIVEL (" FS-DATA-NEGOCIO-ENTRADA
                   ") - USANDO A DATA DO SISTEMA"
               ACCEPT WS-DATA-NEGOCIO FROM DATE YYYYMMDD
               GO TO 0150-OBTER-DATA-NEGOCIO-EXIT
           END-IF
           READ DATA-NEGOCIO-ENTRADA
               AT END
                   DISPLAY "CPLDB0D3 - CONTROLE DE DATA DE NEGOCIO "
                       "VAZIO - USANDO A DATA DO SISTEMA"
                   ACCEPT WS-DATA-NEGOCIO FROM DATE YYYYMMDD
               NOT AT END
                   MOVE DN-DATA-ATUAL TO WS-DATA-NEGOCIO
           END-READ
           CLOSE DATA-NEGOCIO-ENTRADA.
       0150-OBTER-DATA-NEGOCIO-EXIT.
           EXIT.

      ******************************************************************
      * 1000-INICIALIZAR - ABRE O EXTRATO CONTROLADO E A SAIDA PURA E  *
      *      LE O PRIMEIRO REGISTRO.                                   *
