      *                    RELATORIO DA MANHA (CPLDB0E3) CONSOLIDA EM  *
      *                    UMA PAGINA E COMPARA COM A SEMANA           *
      *                    ANTERIOR.                                   *
      * 15/10/2026 EAD     PASSA A BALANCEAR TAMBEM O DB2 CONTRA OS    *
      *                    ACEITOS: LE DO RUNLOG O REGISTRO DA         *
      *                    APLICACAO BATCH (CPLDB0E4) DA NOITE E EXIGE *
      *                    LIDOS = ACEITOS FISICOS E INCLUIDOS +       *
      *                    ATUALIZADOS = LIDOS, SEM FALHAS DE SQL.     *
      * 15/10/2026 EAD     DATA DO MOVIMENTO PASSA A VIR DO CONTROLE   *
      *                    DE DATA DE NEGOCIO (DATANEG, CPLDB0U5,      *
      *                    MANTIDO POR CPLDB0E8) EM VEZ DA DATA DO     *
      *                    SISTEMA.                                    *
      ******************************************************************
      ******************************************************************
      * FUNCAO: ULTIMO PASSO DA ESTEIRA NOTURNA. LE O ULTIMO REGISTRO  *
      *              FISICA DO RESPECTIVO ARQUIVO;                     *
      *           3) CADA REGISTRO ACEITO EXISTE NO ESPELHO VSAM COM   *
      *              A MESMA FAIXA E PONTUACAO (INCLUSAO/ATUALIZACAO   *
      *              DE CPLDB0C1 EFETIVADA);                           *
      *           4) A APLICACAO DOS ACEITOS EM DB2 (CPLDB0E4) RODOU   *
      *              NA NOITE, LEU TODOS OS ACEITOS FISICOS E INCLUIU  *
      *              OU ATUALIZOU CADA UM SEM FALHA DE SQL (CONTADORES *
      *              DO ULTIMO REGISTRO CPLDB0E4 NO RUNLOG DA DATA DO  *
      *              MOVIMENTO).                                       *
      *         QUALQUER DIFERENCA E RELATADA E O PROGRAMA TERMINA    *
      *         COM RETURN-CODE 8, PARA QUE O SCHEDULER SEGURE OS      *
      *         JOBS SEGUINTES EM VEZ DE DEIXAR UM ARQUIVO CURTO       *
                   WITH DUPLICATES
               FILE STATUS IS FS-ESPELHO-VSAM.

           SELECT RUNLOG-ENTRADA ASSIGN TO RUNLOG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-RUNLOG-ENTRADA.

           SELECT RUNLOG-SAIDA ASSIGN TO RUNLOG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-RUNLOG-SAIDA.

           SELECT DATA-NEGOCIO-ENTRADA ASSIGN TO DATANEG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-DATA-NEGOCIO-ENTRADA.

       DATA DIVISION.
       FILE SECTION.
       FD  CHECKPOINT-ENTRADA
       FD  ESPELHO-VSAM.
           COPY CPLDB0V5.

       FD  RUNLOG-ENTRADA
           RECORDING MODE IS F.
           COPY CPLDB0N5 REPLACING ==CPLDB0N5==
               BY ==REG-RUNLOG-ENTRADA==
               LEADING ==RL== BY ==RE==.

       FD  RUNLOG-SAIDA
           RECORDING MODE IS F.
           COPY CPLDB0N5.

       FD  DATA-NEGOCIO-ENTRADA
           RECORDING MODE IS F.
           COPY CPLDB0U5.

       WORKING-STORAGE SECTION.
       01  FS-CHECKPOINT-ENTRADA      PIC X(2) VALUE "00".
       01  FS-ACEITOS-ENTRADA         PIC X(2) VALUE "00".
       01  FS-REJEITOS-ENTRADA        PIC X(2) VALUE "00".
       01  FS-HISTORICO-ENTRADA       PIC X(2) VALUE "00".
       01  FS-ESPELHO-VSAM            PIC X(2) VALUE "00".
       01  FS-RUNLOG-ENTRADA          PIC X(2) VALUE "00".
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
           88 FIM-DO-ARQUIVO-REJEITOS VALUE "S".
       01  SW-FIM-HISTORICO           PIC X(1) VALUE "N".
           88 FIM-DO-ARQUIVO-HISTORICO VALUE "S".
       01  SW-FIM-RUNLOG              PIC X(1) VALUE "N".
           88 FIM-DO-ARQUIVO-RUNLOG   VALUE "S".

       01  SW-APLICACAO-LIDA          PIC X(1) VALUE "N".
           88 APLICACAO-DB2-LIDA      VALUE "S".

       01  SW-CHECKPOINT-LIDO         PIC X(1) VALUE "N".
           88 CHECKPOINT-LIDO         VALUE "S".
           05 UC-QTDE-REG-REJEITADOS  PIC 9(9) USAGE COMP VALUE 0.
           05 UC-QTDE-REG-HISTORICO   PIC 9(9) USAGE COMP VALUE 0.

      ******************************************************************
      * ULTIMA EXECUCAO DA APLICACAO EM DB2 (CPLDB0E4) NO RUNLOG       *
      ******************************************************************
       01  ULTIMA-APLICACAO-DB2.
           05 UA-QTDE-LIDOS           PIC 9(9) USAGE COMP VALUE 0.
           05 UA-QTDE-INCLUIDOS       PIC 9(9) USAGE COMP VALUE 0.
           05 UA-QTDE-ATUALIZADOS     PIC 9(9) USAGE COMP VALUE 0.
           05 UA-QTDE-FALHAS          PIC 9(9) USAGE COMP VALUE 0.
           05 UA-RETURN-CODE          PIC 9(4) VALUE 0.

       01  CONTADORES.
           05 CT-FIS-ACEITOS          PIC 9(9) USAGE COMP VALUE 0.
           05 CT-FIS-REJEITADOS       PIC 9(9) USAGE COMP VALUE 0.
           05 CT-ESPELHO-AUSENTES     PIC 9(9) USAGE COMP VALUE 0.
           05 CT-ESPELHO-DIVERGENTES  PIC 9(9) USAGE COMP VALUE 0.
           05 CT-SOMA-ACEITOS-REJEIT  PIC 9(9) USAGE COMP VALUE 0.
           05 CT-SOMA-APLICADOS-DB2   PIC 9(9) USAGE COMP VALUE 0.

       PROCEDURE DIVISION.
      ******************************************************************
           ACCEPT WS-PARAMETRO-RUNLOG FROM COMMAND-LINE
           IF WS-PARAMETRO-RUNLOG(1:8) IS NUMERIC
               MOVE WS-PARAMETRO-RUNLOG(1:8) TO WS-DATA-MOVIMENTO-LOG
           ELSE
               PERFORM 0150-OBTER-DATA-NEGOCIO
                   THRU 0150-OBTER-DATA-NEGOCIO-EXIT
               MOVE WS-DATA-NEGOCIO TO WS-DATA-MOVIMENTO-LOG
           END-IF
           PERFORM 1000-LER-ULTIMO-CHECKPOINT
               THRU 1000-LER-ULTIMO-CHECKPOINT-EXIT
           PERFORM 4000-CONTAR-REJEITOS THRU 4000-CONTAR-REJEITOS-EXIT
           PERFORM 5000-CONTAR-HISTORICO
               THRU 5000-CONTAR-HISTORICO-EXIT
           PERFORM 5500-LER-APLICACAO-DB2
               THRU 5500-LER-APLICACAO-DB2-EXIT
           PERFORM 6000-AVALIAR-EQUILIBRIO
               THRU 6000-AVALIAR-EQUILIBRIO-EXIT
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
               DISPLAY "CPLDB0C6 - CONTROLE DE DATA DE NEGOCIO "
                   "INDISPONIVEL (" FS-DATA-NEGOCIO-ENTRADA
                   ") - USANDO A DATA DO SISTEMA"
               ACCEPT WS-DATA-NEGOCIO FROM DATE YYYYMMDD
               GO TO 0150-OBTER-DATA-NEGOCIO-EXIT
           END-IF
           READ DATA-NEGOCIO-ENTRADA
               AT END
                   DISPLAY "CPLDB0C6 - CONTROLE DE DATA DE NEGOCIO "
                       "VAZIO - USANDO A DATA DO SISTEMA"
                   ACCEPT WS-DATA-NEGOCIO FROM DATE YYYYMMDD
               NOT AT END
                   MOVE DN-DATA-ATUAL TO WS-DATA-NEGOCIO
           END-READ
           CLOSE DATA-NEGOCIO-ENTRADA.
       0150-OBTER-DATA-NEGOCIO-EXIT.
           EXIT.

      ******************************************************************
      * 1000-LER-ULTIMO-CHECKPOINT - GUARDA OS CONTADORES DO ULTIMO    *
      *      REGISTRO DE CHECKPOINT GRAVADO PELA CARGA (CPLDB0B6).     *
       5100-LER-HISTORICO-EXIT.
           EXIT.

      ******************************************************************
      * 5500-LER-APLICACAO-DB2 - PROCURA NO LOG DA ESTEIRA O REGISTRO  *
      *      DA APLICACAO DOS ACEITOS EM DB2 (CPLDB0E4) DA DATA DO     *
      *      MOVIMENTO E GUARDA OS SEUS CONTADORES. HAVENDO MAIS DE UM *
      *      (RESTART), VALE O ULTIMO, QUE TRAZ OS TOTAIS ACUMULADOS.  *
      ******************************************************************
       5500-LER-APLICACAO-DB2.
           OPEN INPUT RUNLOG-ENTRADA
           IF FS-RUNLOG-ENTRADA NOT = "00"
               DISPLAY "CPLDB0C6 - ERRO AO ABRIR LOG DE EXECUCAO "
                       FS-RUNLOG-ENTRADA
               MOVE "N" TO SW-EM-EQUILIBRIO
               GO TO 5500-LER-APLICACAO-DB2-EXIT
           END-IF
           PERFORM 5600-LER-RUNLOG THRU 5600-LER-RUNLOG-EXIT
               UNTIL FIM-DO-ARQUIVO-RUNLOG
           CLOSE RUNLOG-ENTRADA.
       5500-LER-APLICACAO-DB2-EXIT.
           EXIT.

       5600-LER-RUNLOG.
           READ RUNLOG-ENTRADA
               AT END
                   SET FIM-DO-ARQUIVO-RUNLOG TO TRUE
                   GO TO 5600-LER-RUNLOG-EXIT
           END-READ
           IF RE-PROGRAMA NOT = "CPLDB0E4"
               GO TO 5600-LER-RUNLOG-EXIT
           END-IF
           IF RE-DATA-MOVIMENTO NOT = WS-DATA-MOVIMENTO-LOG
               GO TO 5600-LER-RUNLOG-EXIT
           END-IF
           MOVE RE-QTDE-ENTRADA    TO UA-QTDE-LIDOS
           MOVE RE-QTDE-SAIDA      TO UA-QTDE-INCLUIDOS
           MOVE RE-QTDE-OUTROS     TO UA-QTDE-ATUALIZADOS
           MOVE RE-QTDE-REJEITADOS TO UA-QTDE-FALHAS
           MOVE RE-RETURN-CODE     TO UA-RETURN-CODE
           SET APLICACAO-DB2-LIDA TO TRUE.
       5600-LER-RUNLOG-EXIT.
           EXIT.

      ******************************************************************
      * 6000-AVALIAR-EQUILIBRIO - CONFRONTA OS CONTADORES DO           *
      *      CHECKPOINT COM AS CONTAGENS FISICAS E COM A CONFERENCIA   *
                   "AUSENTES: " CT-ESPELHO-AUSENTES
                   " DIVERGENTES: " CT-ESPELHO-DIVERGENTES
               MOVE "N" TO SW-EM-EQUILIBRIO
           END-IF

           PERFORM 6100-AVALIAR-APLICACAO-DB2
               THRU 6100-AVALIAR-APLICACAO-DB2-EXIT.
       6000-AVALIAR-EQUILIBRIO-EXIT.
           EXIT.

      ******************************************************************
      * 6100-AVALIAR-APLICACAO-DB2 - CONFRONTA OS CONTADORES DA        *
      *      APLICACAO EM DB2 (CPLDB0E4) COM OS ACEITOS FISICOS.       *
      ******************************************************************
       6100-AVALIAR-APLICACAO-DB2.
           IF NOT APLICACAO-DB2-LIDA
               DISPLAY "CPLDB0C6 - APLICACAO EM DB2 (CPLDB0E4) NAO "
                   "CONSTA DO LOG DE EXECUCAO - DB2 NAO BALANCEADO"
               MOVE "N" TO SW-EM-EQUILIBRIO
               GO TO 6100-AVALIAR-APLICACAO-DB2-EXIT
           END-IF

           IF UA-RETURN-CODE >= 8
               DISPLAY "CPLDB0C6 - APLICACAO EM DB2 TERMINOU COM "
                   "RETURN-CODE " UA-RETURN-CODE
               MOVE "N" TO SW-EM-EQUILIBRIO
           END-IF

           IF UA-QTDE-LIDOS NOT = CT-FIS-ACEITOS
               DISPLAY "CPLDB0C6 - ACEITOS LIDOS PELA APLICACAO EM DB2 "
                   "(" UA-QTDE-LIDOS ") DIFEREM DOS FISICOS ("
                   CT-FIS-ACEITOS ")"
               MOVE "N" TO SW-EM-EQUILIBRIO
           END-IF

           COMPUTE CT-SOMA-APLICADOS-DB2 =
               UA-QTDE-INCLUIDOS + UA-QTDE-ATUALIZADOS
           IF CT-SOMA-APLICADOS-DB2 NOT = CT-FIS-ACEITOS
              OR UA-QTDE-FALHAS > 0
               DISPLAY "CPLDB0C6 - DB2 NAO REFLETE OS ACEITOS - "
                   "APLICADOS: " CT-SOMA-APLICADOS-DB2
                   " FALHAS DE SQL: " UA-QTDE-FALHAS
               MOVE "N" TO SW-EM-EQUILIBRIO
           END-IF.
       6100-AVALIAR-APLICACAO-DB2-EXIT.
           EXIT.

      ******************************************************************
      * 9000-FINALIZAR - EMITE O RESUMO E O VEREDICTO GO/NO-GO,        *
      *      DEVOLVENDO RETURN-CODE 8 AO SCHEDULER QUANDO FORA DE      *
               CT-FIS-REJEITADOS
           DISPLAY "CPLDB0C6 - FISICOS HISTORICO     : "
               CT-FIS-HISTORICO
           DISPLAY "CPLDB0C6 - DB2 INCLUIDOS         : "
               UA-QTDE-INCLUIDOS
           DISPLAY "CPLDB0C6 - DB2 ATUALIZADOS       : "
               UA-QTDE-ATUALIZADOS
           DISPLAY "CPLDB0C6 - DB2 FALHAS DE SQL     : "
               UA-QTDE-FALHAS
           IF EM-EQUILIBRIO
               DISPLAY "CPLDB0C6 - RESULTADO: GO - ESTEIRA EM "
                   "EQUILIBRIO"
               GO TO 9800-GRAVAR-RUNLOG-EXIT
           END-IF
           MOVE "CPLDB0C6" TO RL-PROGRAMA
           MOVE WS-DATA-MOVIMENTO-LOG TO RL-DATA-MOVIMENTO
           MOVE WS-HORA-INICIO-EXEC(1:6) TO RL-HORA-INICIO
           ACCEPT WS-HORA-INICIO-EXEC FROM TIME
           MOVE WS-HORA-INICIO-EXEC(1:6) TO RL-HORA-FIM
