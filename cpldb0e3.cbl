      * 02/09/2026 EAD     PROGRAMA INICIAL - RELATORIO DA MANHA DO    *
      *                    LOG DE EXECUCAO DA ESTEIRA (RUNLOG, LAYOUT  *
      *                    CPLDB0N5).                                  *
      * 15/10/2026 EAD     DATA DO MOVIMENTO PASSA A VIR DO CONTROLE   *
      *                    DE DATA DE NEGOCIO (DATANEG, CPLDB0U5,      *
      *                    MANTIDO POR CPLDB0E8) EM VEZ DA DATA DO     *
      *                    SISTEMA.                                    *
      ******************************************************************
      ******************************************************************
      * FUNCAO: LER O LOG DE EXECUCAO DA ESTEIRA NOTURNA (RUNLOG,      *
      *                                                                *
      * PARAMETRO DE EXECUCAO (LINHA DE COMANDO):                      *
      *         AAAAMMDD [PPP] - DATA DO MOVIMENTO A RELATAR (AUSENTE  *
      *         = DATA DE NEGOCIO DO CONTROLE DATANEG, CPLDB0U5) E     *
      *         PERCENTUAL LIMITE DE VARIACAO                          *
      *         (AUSENTE = 20).                                        *
      ******************************************************************

               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RELATORIO-SAIDA.

           SELECT DATA-NEGOCIO-ENTRADA ASSIGN TO DATANEG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-DATA-NEGOCIO-ENTRADA.

       DATA DIVISION.
       FILE SECTION.
       FD  RUNLOG-ENTRADA
       FD  RELATORIO-SAIDA.
       01  LINHA-RELATORIO            PIC X(132).

       FD  DATA-NEGOCIO-ENTRADA
           RECORDING MODE IS F.
           COPY CPLDB0U5.

       WORKING-STORAGE SECTION.
       01  FS-RUNLOG-ENTRADA          PIC X(2) VALUE "00".
       01  FS-RELATORIO-SAIDA         PIC X(2) VALUE "00".
       01  FS-DATA-NEGOCIO-ENTRADA    PIC X(2) VALUE "00".

      ******************************************************************
      * DATA DE NEGOCIO DA ESTEIRA (CONTROLE DATANEG, CPLDB0U5)        *
      ******************************************************************
       01  WS-DATA-NEGOCIO            PIC 9(8) VALUE 0.

       01  SW-FIM-RUNLOG              PIC X(1) VALUE "N".
           88 FIM-DO-ARQUIVO-RUNLOG   VALUE "S".

      ******************************************************************
      * 0100-OBTER-PARAMETROS - DATA DO MOVIMENTO (AAAAMMDD, AUSENTE   *
      *      = DATA DE NEGOCIO DO CONTROLE DATANEG) E PERCENTUAL       *
      *      LIMITE DE VARIACAO                                        *
      *      (AUSENTE = 20). A DATA DE REFERENCIA E A MESMA DATA DA    *
      *      SEMANA ANTERIOR.                                          *
      ******************************************************************
                       TO WS-LIMITE-VARIACAO
               END-IF
           ELSE
               PERFORM 0150-OBTER-DATA-NEGOCIO
                   THRU 0150-OBTER-DATA-NEGOCIO-EXIT
               MOVE WS-DATA-NEGOCIO TO WS-DATA-MOVIMENTO
           END-IF

           COMPUTE WS-DIAS-INTEIRO =
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
               DISPLAY "CPLDB0E3 - CONTROLE DE DATA DE NEGOCIO "
                   "INDISPONIVEL (" FS-DATA-NEGOCIO-ENTRADA
                   ") - USANDO A DATA DO SISTEMA"
               ACCEPT WS-DATA-NEGOCIO FROM DATE YYYYMMDD
               GO TO 0150-OBTER-DATA-NEGOCIO-EXIT
           END-IF
           READ DATA-NEGOCIO-ENTRADA
               AT END
                   DISPLAY "CPLDB0E3 - CONTROLE DE DATA DE NEGOCIO "
                       "VAZIO - USANDO A DATA DO SISTEMA"
                   ACCEPT WS-DATA-NEGOCIO FROM DATE YYYYMMDD
               NOT AT END
                   MOVE DN-DATA-ATUAL TO WS-DATA-NEGOCIO
           END-READ
           CLOSE DATA-NEGOCIO-ENTRADA.
       0150-OBTER-DATA-NEGOCIO-EXIT.
           EXIT.

      ******************************************************************
      * 1000-CARREGAR-RUNLOG - SEPARA DO LOG AS EXECUCOES DA NOITE     *
      *      RELATADA (NA ORDEM DE GRAVACAO) E AS DE REFERENCIA (A     *
