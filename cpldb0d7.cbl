      * 02/09/2026 EAD     PROGRAMA INICIAL - RELATORIO DE             *
      *                    ENVELHECIMENTO DOS ALERTAS EM ABERTO DO     *
      *                    CADASTRO ALRREG (LAYOUT CPLDB0J5).          *
      * 15/10/2026 EAD     DATA DO MOVIMENTO PASSA A VIR DO CONTROLE   *
      *                    DE DATA DE NEGOCIO (DATANEG, CPLDB0U5,      *
      *                    MANTIDO POR CPLDB0E8) EM VEZ DA DATA DO     *
      *                    SISTEMA.                                    *
      ******************************************************************
      ******************************************************************
      * FUNCAO: LER O CADASTRO DE ALERTAS (VSAM KSDS ALRREG, MANTIDO   *
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RELATORIO-SAIDA.

           SELECT DATA-NEGOCIO-ENTRADA ASSIGN TO DATANEG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-DATA-NEGOCIO-ENTRADA.

       DATA DIVISION.
       FILE SECTION.
       FD  REGISTRO-ALERTAS.
       FD  RELATORIO-SAIDA.
       01  LINHA-RELATORIO            PIC X(100).

       FD  DATA-NEGOCIO-ENTRADA
           RECORDING MODE IS F.
           COPY CPLDB0U5.

       WORKING-STORAGE SECTION.
       01  FS-REGISTRO-ALERTAS        PIC X(2) VALUE "00".
       01  FS-ABERTOS-TRABALHO        PIC X(2) VALUE "00".
       01  FS-ORDEM-ABERTOS           PIC X(2) VALUE "00".
       01  FS-RELATORIO-SAIDA         PIC X(2) VALUE "00".
       01  FS-DATA-NEGOCIO-ENTRADA    PIC X(2) VALUE "00".

      ******************************************************************
      * DATA DE NEGOCIO DA ESTEIRA (CONTROLE DATANEG, CPLDB0U5)        *
      ******************************************************************
       01  WS-DATA-NEGOCIO            PIC 9(8) VALUE 0.

       01  SW-FIM-REGISTRO            PIC X(1) VALUE "N".
           88 FIM-DO-CADASTRO         VALUE "S".
      * 0000-MAINLINE                                                  *
      ******************************************************************
       0000-MAINLINE.
           PERFORM 0150-OBTER-DATA-NEGOCIO
               THRU 0150-OBTER-DATA-NEGOCIO-EXIT
           MOVE WS-DATA-NEGOCIO TO WS-DATA-HOJE
           PERFORM 1000-EXTRAIR-ABERTOS
               THRU 1000-EXTRAIR-ABERTOS-EXIT

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
               DISPLAY "CPLDB0D7 - CONTROLE DE DATA DE NEGOCIO "
                   "INDISPONIVEL (" FS-DATA-NEGOCIO-ENTRADA
                   ") - USANDO A DATA DO SISTEMA"
               ACCEPT WS-DATA-NEGOCIO FROM DATE YYYYMMDD
               GO TO 0150-OBTER-DATA-NEGOCIO-EXIT
           END-IF
           READ DATA-NEGOCIO-ENTRADA
               AT END
                   DISPLAY "CPLDB0D7 - CONTROLE DE DATA DE NEGOCIO "
                       "VAZIO - USANDO A DATA DO SISTEMA"
                   ACCEPT WS-DATA-NEGOCIO FROM DATE YYYYMMDD
               NOT AT END
                   MOVE DN-DATA-ATUAL TO WS-DATA-NEGOCIO
           END-READ
           CLOSE DATA-NEGOCIO-ENTRADA.
       0150-OBTER-DATA-NEGOCIO-EXIT.
           EXIT.

      ******************************************************************
      * 1000-EXTRAIR-ABERTOS - VARRE O CADASTRO E GRAVA NO ARQUIVO DE  *
      *      TRABALHO OS ALERTAS COM SITUACAO "A" OU "K".              *
