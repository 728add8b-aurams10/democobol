       IDENTIFICATION DIVISION.
       PROGRAM-ID. CPLDB0E4.
       AUTHOR. EQUIPE-CARGA-AD.
       INSTALLATION. CARGA-DB2PRD-TPSSOA-EVNTO-SIT.
       DATE-WRITTEN. 15/10/2026.
       DATE-COMPILED. 15/10/2026.
      ******************************************************************
      * HISTORICO DE MODIFICACOES                                     *
      *----------------------------------------------------------------
      * DATA       AUTOR   DESCRICAO                                  *
      * 15/10/2026 EAD     PROGRAMA INICIAL - APLICACAO BATCH DO       *
      *                    ARQUIVO DE ACEITOS DA CARGA (CPLDB0B6) EM   *
      *                    DB2PRD.TPSSOA_EVNTO_SIT, COM COMMIT A       *
      *                    INTERVALOS, CHECKPOINT/RESTART PROPRIO      *
      *                    (CPLDB0I5), ARQUIVO DE ERROS DE SQL         *
      *                    (CPLDB0E5) E CONTADORES NO RUNLOG PARA O    *
      *                    BALANCEAMENTO (CPLDB0C6).                   *
      * 15/10/2026 EAD     DATA DO MOVIMENTO PASSA A VIR DO CONTROLE   *
      *                    DE DATA DE NEGOCIO (DATANEG, CPLDB0U5,      *
      *                    MANTIDO POR CPLDB0E8) EM VEZ DA DATA DO     *
      *                    SISTEMA.                                    *
      * 15/10/2026 EAD     RESTART PASSA A PULAR OS ACEITOS PELA       *
      *                    QUANTIDADE JA CONFIRMADA NO CHECKPOINT E A  *
      *                    CONFERIR A CHAVE DO ULTIMO PULADO, POIS A   *
      *                    MESMA CHAVE PODE VIR REPETIDA NOS ACEITOS   *
      *                    (DUPLICIDADE R010 EM MODO AVISO).           *
      ******************************************************************
      ******************************************************************
      * FUNCAO: LER O ARQUIVO DE ACEITOS PRODUZIDO PELA CARGA DIARIA   *
      *         (CPLDB0B6, LAYOUT CPLDB0F5) E APLICAR CADA REGISTRO EM *
      *         DB2PRD.TPSSOA_EVNTO_SIT: A CHAVE CCNPJ-CPF+CTPO-PSSOA+ *
      *         NEVNTO-RTING JA EXISTENTE E ATUALIZADA (UPDATE); CHAVE *
      *         NOVA E INCLUIDA (INSERT). O ESPELHO VSAM E MONTADO DOS *
      *         MESMOS ACEITOS POR CPLDB0C1, DE MODO QUE DB2 E ESPELHO *
      *         SAEM DA NOITE COM A MESMA IMAGEM.                      *
      *                                                                *
      *         O COMMIT E FEITO A CADA N ACEITOS APLICADOS E, LOGO    *
      *         APOS CADA COMMIT, E GRAVADO UM CHECKPOINT (CHKAPLIC,   *
      *         LAYOUT CPLDB0I5) COM A CHAVE DO ULTIMO ACEITO          *
      *         CONFIRMADO E OS CONTADORES. UM RESTART PULA TANTOS     *
      *         ACEITOS QUANTOS O CHECKPOINT DA COMO LIDOS, CONFERE SE *
      *         O ULTIMO PULADO TEM A CHAVE DO CHECKPOINT (A MESMA     *
      *         CHAVE PODE VIR REPETIDA NOS ACEITOS) E CONTINUA DO     *
      *         SEGUINTE - O QUE NAO FOI CONFIRMADO O DB2 JA DESFEZ NA *
      *         QUEDA. AS LINHAS DO INTERVALO NAO CONFIRMADO QUE       *
      *         TINHAM IDO PARA O ARQUIVO DE ERROS PODEM APARECER DE   *
      *         NOVO NELE APOS O RESTART; OS CONTADORES DO CHECKPOINT  *
      *         SAO OS QUE VALEM.                                      *
      *                                                                *
      *         LINHA RECUSADA PELO DB2 (SQLCODE DIFERENTE DE ZERO NO  *
      *         UPDATE OU NO INSERT) VAI PARA O ARQUIVO DE ERROS DA    *
      *         APLICACAO (ERRAPLIC, LAYOUT CPLDB0E5) COM O SQLCODE E  *
      *         A CHAVE, E A APLICACAO SEGUE. SQLCODE -911 (UNIDADE DE *
      *         TRABALHO DESFEITA PELO DB2) INTERROMPE O PROGRAMA COM  *
      *         RETURN-CODE 8, POIS OS ACEITOS DESDE O ULTIMO COMMIT   *
      *         FORAM PERDIDOS E SO UM RESTART OS REAPLICA.            *
      *                                                                *
      *         AO FIM DO JOB OS CONTADORES SAO ANEXADOS AO RUNLOG     *
      *         (CPLDB0N5): ENTRADA = ACEITOS LIDOS, SAIDA = INCLUIDOS *
      *         EM DB2, REJEITADOS = FALHAS DE SQL, OUTROS =           *
      *         ATUALIZADOS EM DB2. O BALANCEAMENTO (CPLDB0C6) CONFERE *
      *         ESSES CONTADORES CONTRA OS ACEITOS FISICOS.            *
      *                                                                *
      * PARAMETRO DE EXECUCAO (LINHA DE COMANDO):                      *
      *         POSICAO 1    - "R" = RESTART A PARTIR DO ULTIMO        *
      *                        CHECKPOINT; QUALQUER OUTRO VALOR =      *
      *                        APLICACAO DESDE O INICIO DOS ACEITOS.   *
      *         POSICOES 3-7 - INTERVALO DE COMMIT (NNNNN); AUSENTE    *
      *                        OU ZERO = 500.                          *
      *         POSICOES 9-16 - DATA DO MOVIMENTO (AAAAMMDD) GRAVADA   *
      *                        NO RUNLOG E NO CHECKPOINT; AUSENTE =    *
      *                        DATA DE NEGOCIO DO CONTROLE DATANEG.    *
      *         EX.: "N 01000 20261015" OU "R".                        *
      *                                                                *
      * RETURN-CODE: 0 = TODOS OS ACEITOS APLICADOS;                   *
      *         4 = HOUVE LINHAS RECUSADAS PELO DB2 (VER ERRAPLIC);    *
      *         8 = ERRO DE ARQUIVO, DE COMMIT OU SQLCODE -911.        *
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACEITOS-ENTRADA ASSIGN TO ACEITOS
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-ACEITOS-ENTRADA.

           SELECT ERROS-APLICACAO ASSIGN TO ERRAPLIC
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-ERROS-APLICACAO.

           SELECT CHECKPOINT-APLICACAO ASSIGN TO CHKAPLIC
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-CHECKPOINT-APLICACAO.

           SELECT RUNLOG-SAIDA ASSIGN TO RUNLOG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-RUNLOG-SAIDA.

           SELECT DATA-NEGOCIO-ENTRADA ASSIGN TO DATANEG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-DATA-NEGOCIO-ENTRADA.

       DATA DIVISION.
       FILE SECTION.
       FD  ACEITOS-ENTRADA
           RECORDING MODE IS F.
       01  REG-ACEITOS-ENTRADA.
           05 AE-CCNPJ-CPF            PIC S9(9)V USAGE COMP-3.
           05 AE-CTPO-PSSOA           PIC X(1).
           05 AE-NEVNTO-RTING         PIC S9(5)V USAGE COMP-3.
           05 AE-NFAIXA-SIT-RTING     PIC S9(5)V USAGE COMP-3.
           05 AE-CPTCAO-TBELA         PIC S9(3)V USAGE COMP-3.
           05 AE-CFLIAL-CNPJ          PIC S9(4)V USAGE COMP-3.
           05 AE-CCTRL-CNPJ-CPF       PIC S9(2)V USAGE COMP-3.
           05 AE-QPTO-PSSOA-RTING     PIC S9(13)V9(2) USAGE COMP-3.
           05 AE-HATULZ               PIC X(26).

       FD  ERROS-APLICACAO
           RECORDING MODE IS F.
           COPY CPLDB0E5.

       FD  CHECKPOINT-APLICACAO
           RECORDING MODE IS F.
           COPY CPLDB0I5.

       FD  RUNLOG-SAIDA
           RECORDING MODE IS F.
           COPY CPLDB0N5.

       FD  DATA-NEGOCIO-ENTRADA
           RECORDING MODE IS F.
           COPY CPLDB0U5.

       WORKING-STORAGE SECTION.
           EXEC SQL INCLUDE SQLCA END-EXEC.

      ******************************************************************
      * IMAGEM A APLICAR EM DB2 (MESMOS NOMES DO DCLGEN)               *
      ******************************************************************
           EXEC SQL INCLUDE CPLDB0B5 END-EXEC.

       01  FS-ACEITOS-ENTRADA         PIC X(2) VALUE "00".
       01  FS-ERROS-APLICACAO         PIC X(2) VALUE "00".
       01  FS-CHECKPOINT-APLICACAO    PIC X(2) VALUE "00".
       01  FS-RUNLOG-SAIDA            PIC X(2) VALUE "00".
       01  FS-DATA-NEGOCIO-ENTRADA    PIC X(2) VALUE "00".

      ******************************************************************
      * DATA DE NEGOCIO DA ESTEIRA (CONTROLE DATANEG, CPLDB0U5)        *
      ******************************************************************
       01  WS-DATA-NEGOCIO            PIC 9(8) VALUE 0.

      ******************************************************************
      * HORA DE INICIO DA EXECUCAO (HHMMSSCC), RETIDA PARA O REGISTRO  *
      * DO LOG DE EXECUCAO DA ESTEIRA.                                 *
      ******************************************************************
       01  WS-HORA-INICIO-EXEC        PIC 9(8) VALUE 0.

      ******************************************************************
      * PARAMETRO DE EXECUCAO: "R" NA POSICAO 1 REINICIA A PARTIR DO   *
      * ULTIMO CHECKPOINT; INTERVALO DE COMMIT NAS POSICOES 3-7 E      *
      * DATA DO MOVIMENTO PARA O RUNLOG NAS POSICOES 9-16.             *
      ******************************************************************
       01  WS-PARAMETRO-EXECUCAO      PIC X(20) VALUE SPACE.
       01  WS-INTERVALO-COMMIT        PIC 9(5) VALUE 500.
       01  WS-DATA-MOVIMENTO-LOG      PIC 9(8) VALUE 0.

       01  SW-FIM-ARQUIVO             PIC X(1) VALUE "N".
           88 FIM-DO-ARQUIVO-ACEITOS  VALUE "S".

       01  SW-ARQUIVOS-ABERTOS        PIC X(1) VALUE "N".
           88 ARQUIVOS-ABERTOS        VALUE "S".

       01  SW-RESTART                 PIC X(1) VALUE "N".
           88 RESTART-ATIVO           VALUE "R".

       01  SW-PONTO-RESTART           PIC X(1) VALUE "N".
           88 PONTO-RESTART-ENCONTRADO VALUE "S".

       01  SW-FIM-CHECKPOINT          PIC X(1) VALUE "N".
           88 FIM-DO-ARQUIVO-CHECKPOINT VALUE "S".

       01  SW-ERRO-EXECUCAO           PIC X(1) VALUE "N".
           88 ERRO-DE-EXECUCAO        VALUE "S".

       01  CONTADORES.
           05 CT-REG-LIDOS            PIC 9(9) USAGE COMP VALUE 0.
           05 CT-REG-INCLUIDOS        PIC 9(9) USAGE COMP VALUE 0.
           05 CT-REG-ATUALIZADOS      PIC 9(9) USAGE COMP VALUE 0.
           05 CT-REG-FALHAS           PIC 9(9) USAGE COMP VALUE 0.
           05 CT-DESDE-COMMIT         PIC 9(9) USAGE COMP VALUE 0.
           05 CT-COMMITS              PIC 9(9) USAGE COMP VALUE 0.
           05 CT-REG-PULADOS          PIC 9(9) USAGE COMP VALUE 0.

      ******************************************************************
      * CONTROLE DE CHECKPOINT - ULTIMO PONTO CONFIRMADO EM DB2        *
      ******************************************************************
       01  ULTIMO-CHECKPOINT-LIDO.
           05 UC-CCNPJ-CPF            PIC S9(9)V USAGE COMP-3.
           05 UC-CTPO-PSSOA           PIC X(1).
           05 UC-NEVNTO-RTING         PIC S9(5)V USAGE COMP-3.
           05 UC-QTDE-REG-LIDOS       PIC 9(9) USAGE COMP VALUE 0.
           05 UC-QTDE-REG-INCLUIDOS   PIC 9(9) USAGE COMP VALUE 0.
           05 UC-QTDE-REG-ATUALIZADOS PIC 9(9) USAGE COMP VALUE 0.
           05 UC-QTDE-REG-FALHAS      PIC 9(9) USAGE COMP VALUE 0.

       01  DATA-HORA-SISTEMA.
           05 DH-DATA-SISTEMA         PIC 9(8).
           05 DH-HORA-SISTEMA.
               10 DH-HORAS            PIC 9(2).
               10 DH-MINUTOS          PIC 9(2).
               10 DH-SEGUNDOS         PIC 9(2).
               10 DH-CENTESIMOS       PIC 9(2).

       PROCEDURE DIVISION.
      ******************************************************************
      * 0000-MAINLINE                                                  *
      ******************************************************************
       0000-MAINLINE.
           ACCEPT WS-HORA-INICIO-EXEC FROM TIME
           PERFORM 0100-OBTER-PARAMETRO THRU 0100-OBTER-PARAMETRO-EXIT
           PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT
           PERFORM 2000-PROCESSAR-ACEITOS
               THRU 2000-PROCESSAR-ACEITOS-EXIT
               UNTIL FIM-DO-ARQUIVO-ACEITOS
           PERFORM 9000-FINALIZAR THRU 9000-FINALIZAR-EXIT
           GOBACK.

      ******************************************************************
      * 0100-OBTER-PARAMETRO - LE O PARAMETRO DE EXECUCAO DA LINHA DE  *
      *      COMANDO: INDICADOR DE RESTART, INTERVALO DE COMMIT E      *
      *      DATA DO MOVIMENTO.                                        *
      ******************************************************************
       0100-OBTER-PARAMETRO.
           ACCEPT WS-PARAMETRO-EXECUCAO FROM COMMAND-LINE
           IF WS-PARAMETRO-EXECUCAO(1:1) = "R" OR
              WS-PARAMETRO-EXECUCAO(1:1) = "r"
               SET RESTART-ATIVO TO TRUE
           END-IF
           IF WS-PARAMETRO-EXECUCAO(3:5) IS NUMERIC
               MOVE WS-PARAMETRO-EXECUCAO(3:5) TO WS-INTERVALO-COMMIT
           END-IF
           IF WS-INTERVALO-COMMIT = 0
               MOVE 500 TO WS-INTERVALO-COMMIT
           END-IF
           IF WS-PARAMETRO-EXECUCAO(9:8) IS NUMERIC
               MOVE WS-PARAMETRO-EXECUCAO(9:8) TO WS-DATA-MOVIMENTO-LOG
           ELSE
               PERFORM 0150-OBTER-DATA-NEGOCIO
                   THRU 0150-OBTER-DATA-NEGOCIO-EXIT
               MOVE WS-DATA-NEGOCIO TO WS-DATA-MOVIMENTO-LOG
           END-IF
           DISPLAY "CPLDB0E4 - INTERVALO DE COMMIT: "
               WS-INTERVALO-COMMIT.
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
               DISPLAY "CPLDB0E4 - CONTROLE DE DATA DE NEGOCIO "
                   "INDISPONIVEL (" FS-DATA-NEGOCIO-ENTRADA
                   ") - USANDO A DATA DO SISTEMA"
               ACCEPT WS-DATA-NEGOCIO FROM DATE YYYYMMDD
               GO TO 0150-OBTER-DATA-NEGOCIO-EXIT
           END-IF
           READ DATA-NEGOCIO-ENTRADA
               AT END
                   DISPLAY "CPLDB0E4 - CONTROLE DE DATA DE NEGOCIO "
                       "VAZIO - USANDO A DATA DO SISTEMA"
                   ACCEPT WS-DATA-NEGOCIO FROM DATE YYYYMMDD
               NOT AT END
                   MOVE DN-DATA-ATUAL TO WS-DATA-NEGOCIO
           END-READ
           CLOSE DATA-NEGOCIO-ENTRADA.
       0150-OBTER-DATA-NEGOCIO-EXIT.
           EXIT.

      ******************************************************************
      * 1000-INICIALIZAR - ABRE OS ARQUIVOS E LE O PRIMEIRO ACEITO,    *
      *      AVANCANDO ATE O PONTO DE RESTART QUANDO SOLICITADO.       *
      ******************************************************************
       1000-INICIALIZAR.
           IF RESTART-ATIVO
               PERFORM 1050-LER-ULTIMO-CHECKPOINT
                   THRU 1050-LER-ULTIMO-CHECKPOINT-EXIT
           END-IF

           OPEN INPUT ACEITOS-ENTRADA
           IF FS-ACEITOS-ENTRADA NOT = "00"
               DISPLAY "CPLDB0E4 - ERRO AO ABRIR ARQUIVO DE ACEITOS "
                       FS-ACEITOS-ENTRADA
               SET ERRO-DE-EXECUCAO TO TRUE
               MOVE "S" TO SW-FIM-ARQUIVO
               GO TO 1000-INICIALIZAR-EXIT
           END-IF

           IF RESTART-ATIVO
               OPEN EXTEND ERROS-APLICACAO
               OPEN EXTEND CHECKPOINT-APLICACAO
               MOVE UC-QTDE-REG-LIDOS       TO CT-REG-LIDOS
               MOVE UC-QTDE-REG-INCLUIDOS   TO CT-REG-INCLUIDOS
               MOVE UC-QTDE-REG-ATUALIZADOS TO CT-REG-ATUALIZADOS
               MOVE UC-QTDE-REG-FALHAS      TO CT-REG-FALHAS
           ELSE
               OPEN OUTPUT ERROS-APLICACAO
               OPEN OUTPUT CHECKPOINT-APLICACAO
           END-IF
           IF FS-ERROS-APLICACAO NOT = "00"
              OR FS-CHECKPOINT-APLICACAO NOT = "00"
               DISPLAY "CPLDB0E4 - ERRO AO ABRIR ERRAPLIC/CHKAPLIC "
                       FS-ERROS-APLICACAO " " FS-CHECKPOINT-APLICACAO
               CLOSE ACEITOS-ENTRADA
               SET ERRO-DE-EXECUCAO TO TRUE
               MOVE "S" TO SW-FIM-ARQUIVO
               GO TO 1000-INICIALIZAR-EXIT
           END-IF

           SET ARQUIVOS-ABERTOS TO TRUE

           PERFORM 2100-LER-ACEITOS THRU 2100-LER-ACEITOS-EXIT

           IF RESTART-ATIVO
               PERFORM 1060-AVANCAR-ATE-RESTART
                   THRU 1060-AVANCAR-ATE-RESTART-EXIT
           END-IF.
       1000-INICIALIZAR-EXIT.
           EXIT.

      ******************************************************************
      * 1050-LER-ULTIMO-CHECKPOINT - ABRE O ARQUIVO DE CHECKPOINT DA   *
      *      APLICACAO E GUARDA O ULTIMO REGISTRO GRAVADO (O MAIS      *
      *      RECENTE) PARA SERVIR DE PONTO DE RESTART.                 *
      ******************************************************************
       1050-LER-ULTIMO-CHECKPOINT.
           OPEN INPUT CHECKPOINT-APLICACAO
           IF FS-CHECKPOINT-APLICACAO NOT = "00"
               DISPLAY "CPLDB0E4 - RESTART SOLICITADO MAS NAO HA "
                       "CHECKPOINT - APLICANDO DESDE O INICIO"
               MOVE "N" TO SW-RESTART
               GO TO 1050-LER-ULTIMO-CHECKPOINT-EXIT
           END-IF

           PERFORM 1055-LER-REGISTRO-CHECKPOINT
               THRU 1055-LER-REGISTRO-CHECKPOINT-EXIT
               UNTIL FIM-DO-ARQUIVO-CHECKPOINT

           CLOSE CHECKPOINT-APLICACAO
           IF UC-QTDE-REG-LIDOS = 0
               DISPLAY "CPLDB0E4 - RESTART SOLICITADO MAS O CHECKPOINT "
                       "ESTA VAZIO - APLICANDO DESDE O INICIO"
               MOVE "N" TO SW-RESTART
               GO TO 1050-LER-ULTIMO-CHECKPOINT-EXIT
           END-IF
           DISPLAY "CPLDB0E4 - RESTART A PARTIR DO CHECKPOINT, "
               "ACEITOS JA CONFIRMADOS: " UC-QTDE-REG-LIDOS.
       1050-LER-ULTIMO-CHECKPOINT-EXIT.
           EXIT.

       1055-LER-REGISTRO-CHECKPOINT.
           READ CHECKPOINT-APLICACAO
               AT END
                   SET FIM-DO-ARQUIVO-CHECKPOINT TO TRUE
               NOT AT END
                   MOVE CI-CCNPJ-CPF            TO UC-CCNPJ-CPF
                   MOVE CI-CTPO-PSSOA           TO UC-CTPO-PSSOA
                   MOVE CI-NEVNTO-RTING         TO UC-NEVNTO-RTING
                   MOVE CI-QTDE-REG-LIDOS       TO UC-QTDE-REG-LIDOS
                   MOVE CI-QTDE-REG-INCLUIDOS
                       TO UC-QTDE-REG-INCLUIDOS
                   MOVE CI-QTDE-REG-ATUALIZADOS
                       TO UC-QTDE-REG-ATUALIZADOS
                   MOVE CI-QTDE-REG-FALHAS      TO UC-QTDE-REG-FALHAS
           END-READ.
       1055-LER-REGISTRO-CHECKPOINT-EXIT.
           EXIT.

      ******************************************************************
      * 1060-AVANCAR-ATE-RESTART - PULA OS ACEITOS JA CONFIRMADOS EM   *
      *      DB2 NA EXECUCAO ANTERIOR, SEM REAPLICA-LOS. O PULO E PELA *
      *      QUANTIDADE DE LIDOS DO CHECKPOINT (A MESMA CHAVE PODE     *
      *      APARECER MAIS DE UMA VEZ NOS ACEITOS); O ULTIMO ACEITO    *
      *      PULADO TEM DE TER A CHAVE GRAVADA NO CHECKPOINT.          *
      ******************************************************************
       1060-AVANCAR-ATE-RESTART.
           PERFORM 1070-TESTAR-PONTO-RESTART
               THRU 1070-TESTAR-PONTO-RESTART-EXIT
               UNTIL CT-REG-PULADOS >= UC-QTDE-REG-LIDOS
                  OR FIM-DO-ARQUIVO-ACEITOS
           IF CT-REG-PULADOS < UC-QTDE-REG-LIDOS
              OR NOT PONTO-RESTART-ENCONTRADO
               DISPLAY "CPLDB0E4 - CHAVE DO CHECKPOINT NAO ENCONTRADA "
                   "NOS ACEITOS - NADA APLICADO NESTE RESTART"
               DISPLAY "CPLDB0E4 - ACEITOS PULADOS: " CT-REG-PULADOS
                   " ESPERADOS: " UC-QTDE-REG-LIDOS
               SET ERRO-DE-EXECUCAO TO TRUE
           END-IF.
       1060-AVANCAR-ATE-RESTART-EXIT.
           EXIT.

       1070-TESTAR-PONTO-RESTART.
           ADD 1 TO CT-REG-PULADOS
           IF AE-CCNPJ-CPF = UC-CCNPJ-CPF
              AND AE-CTPO-PSSOA = UC-CTPO-PSSOA
              AND AE-NEVNTO-RTING = UC-NEVNTO-RTING
               SET PONTO-RESTART-ENCONTRADO TO TRUE
           ELSE
               MOVE "N" TO SW-PONTO-RESTART
           END-IF
           PERFORM 2100-LER-ACEITOS THRU 2100-LER-ACEITOS-EXIT.
       1070-TESTAR-PONTO-RESTART-EXIT.
           EXIT.

      ******************************************************************
      * 2000-PROCESSAR-ACEITOS - APLICA UM ACEITO E CONFIRMA A CADA    *
      *      INTERVALO DE COMMIT.                                      *
      ******************************************************************
       2000-PROCESSAR-ACEITOS.
           ADD 1 TO CT-REG-LIDOS
           PERFORM 2200-APLICAR-REGISTRO
               THRU 2200-APLICAR-REGISTRO-EXIT
           IF ERRO-DE-EXECUCAO
               SET FIM-DO-ARQUIVO-ACEITOS TO TRUE
               GO TO 2000-PROCESSAR-ACEITOS-EXIT
           END-IF
           ADD 1 TO CT-DESDE-COMMIT
           IF CT-DESDE-COMMIT >= WS-INTERVALO-COMMIT
               PERFORM 2600-CONFIRMAR-APLICACAO
                   THRU 2600-CONFIRMAR-APLICACAO-EXIT
           END-IF
           PERFORM 2100-LER-ACEITOS THRU 2100-LER-ACEITOS-EXIT.
       2000-PROCESSAR-ACEITOS-EXIT.
           EXIT.

      ******************************************************************
      * 2100-LER-ACEITOS - LE O PROXIMO REGISTRO DO ARQUIVO DE ACEITOS *
      ******************************************************************
       2100-LER-ACEITOS.
           READ ACEITOS-ENTRADA
               AT END
                   SET FIM-DO-ARQUIVO-ACEITOS TO TRUE
           END-READ.
       2100-LER-ACEITOS-EXIT.
           EXIT.

      ******************************************************************
      * 2200-APLICAR-REGISTRO - ATUALIZA A CHAVE EM DB2; SE ELA NAO    *
      *      EXISTIR (SQLCODE 100), INCLUI. QUALQUER OUTRO SQLCODE     *
      *      VAI PARA O ARQUIVO DE ERROS DA APLICACAO.                 *
      ******************************************************************
       2200-APLICAR-REGISTRO.
           MOVE AE-CCNPJ-CPF          TO CCNPJ-CPF
           MOVE AE-CTPO-PSSOA         TO CTPO-PSSOA
           MOVE AE-NEVNTO-RTING       TO NEVNTO-RTING
           MOVE AE-NFAIXA-SIT-RTING   TO NFAIXA-SIT-RTING
           MOVE AE-CPTCAO-TBELA       TO CPTCAO-TBELA
           MOVE AE-CFLIAL-CNPJ        TO CFLIAL-CNPJ
           MOVE AE-CCTRL-CNPJ-CPF     TO CCTRL-CNPJ-CPF
           MOVE AE-QPTO-PSSOA-RTING   TO QPTO-PSSOA-RTING
           MOVE AE-HATULZ             TO HATULZ

           EXEC SQL
               UPDATE DB2PRD.TPSSOA_EVNTO_SIT
                  SET NFAIXA_SIT_RTING = :NFAIXA-SIT-RTING,
                      CPTCAO_TBELA     = :CPTCAO-TBELA,
                      CFLIAL_CNPJ      = :CFLIAL-CNPJ,
                      CCTRL_CNPJ_CPF   = :CCTRL-CNPJ-CPF,
                      QPTO_PSSOA_RTING = :QPTO-PSSOA-RTING,
                      HATULZ           = :HATULZ
                WHERE CCNPJ_CPF    = :CCNPJ-CPF
                  AND CTPO_PSSOA   = :CTPO-PSSOA
                  AND NEVNTO_RTING = :NEVNTO-RTING
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE = 0
                   ADD 1 TO CT-REG-ATUALIZADOS
               WHEN SQLCODE = 100
                   PERFORM 2300-INCLUIR-REGISTRO
                       THRU 2300-INCLUIR-REGISTRO-EXIT
               WHEN OTHER
                   MOVE "U" TO EA-OPERACAO
                   PERFORM 2400-GRAVAR-ERRO THRU 2400-GRAVAR-ERRO-EXIT
           END-EVALUATE.
       2200-APLICAR-REGISTRO-EXIT.
           EXIT.

      ******************************************************************
      * 2300-INCLUIR-REGISTRO - CHAVE NOVA EM DB2                      *
      ******************************************************************
       2300-INCLUIR-REGISTRO.
           EXEC SQL
               INSERT INTO DB2PRD.TPSSOA_EVNTO_SIT
                    ( CCNPJ_CPF, CTPO_PSSOA, NEVNTO_RTING,
                      NFAIXA_SIT_RTING, CPTCAO_TBELA, CFLIAL_CNPJ,
                      CCTRL_CNPJ_CPF, QPTO_PSSOA_RTING, HATULZ )
               VALUES
                    ( :CCNPJ-CPF, :CTPO-PSSOA, :NEVNTO-RTING,
                      :NFAIXA-SIT-RTING, :CPTCAO-TBELA, :CFLIAL-CNPJ,
                      :CCTRL-CNPJ-CPF, :QPTO-PSSOA-RTING, :HATULZ )
           END-EXEC

           IF SQLCODE = 0
               ADD 1 TO CT-REG-INCLUIDOS
           ELSE
               MOVE "I" TO EA-OPERACAO
               PERFORM 2400-GRAVAR-ERRO THRU 2400-GRAVAR-ERRO-EXIT
           END-IF.
       2300-INCLUIR-REGISTRO-EXIT.
           EXIT.

      ******************************************************************
      * 2400-GRAVAR-ERRO - GRAVA A LINHA RECUSADA NO ARQUIVO DE ERROS  *
      *      COM O SQLCODE. SQLCODE -911 SIGNIFICA QUE O DB2 DESFEZ A  *
      *      UNIDADE DE TRABALHO INTEIRA: A APLICACAO E INTERROMPIDA   *
      *      PARA QUE O RESTART REAPLIQUE DESDE O ULTIMO CHECKPOINT.   *
      ******************************************************************
       2400-GRAVAR-ERRO.
           MOVE AE-CCNPJ-CPF          TO EA-CCNPJ-CPF
           MOVE AE-CTPO-PSSOA         TO EA-CTPO-PSSOA
           MOVE AE-NEVNTO-RTING       TO EA-NEVNTO-RTING
           MOVE SQLCODE               TO EA-SQLCODE
           MOVE AE-NFAIXA-SIT-RTING   TO EA-NFAIXA-SIT-RTING
           MOVE AE-CPTCAO-TBELA       TO EA-CPTCAO-TBELA
           MOVE AE-CFLIAL-CNPJ        TO EA-CFLIAL-CNPJ
           MOVE AE-CCTRL-CNPJ-CPF     TO EA-CCTRL-CNPJ-CPF
           MOVE AE-QPTO-PSSOA-RTING   TO EA-QPTO-PSSOA-RTING
           MOVE AE-HATULZ             TO EA-HATULZ
           ACCEPT DH-DATA-SISTEMA FROM DATE YYYYMMDD
           ACCEPT DH-HORA-SISTEMA FROM TIME
           MOVE DH-DATA-SISTEMA       TO EA-DATA-ERRO
           COMPUTE EA-HORA-ERRO =
               (DH-HORAS * 10000) + (DH-MINUTOS * 100) + DH-SEGUNDOS
           WRITE CPLDB0E5
           ADD 1 TO CT-REG-FALHAS
           DISPLAY "CPLDB0E4 - DB2 RECUSOU " EA-OPERACAO
               " DA CHAVE " AE-CCNPJ-CPF " " AE-CTPO-PSSOA
               " " AE-NEVNTO-RTING ", SQLCODE " SQLCODE

           IF SQLCODE = -911
               DISPLAY "CPLDB0E4 - UNIDADE DE TRABALHO DESFEITA PELO "
                   "DB2 - REEXECUTAR COM RESTART (R)"
               SET ERRO-DE-EXECUCAO TO TRUE
           END-IF.
       2400-GRAVAR-ERRO-EXIT.
           EXIT.

      ******************************************************************
      * 2600-CONFIRMAR-APLICACAO - COMMIT DO INTERVALO E GRAVACAO DO   *
      *      CHECKPOINT COM A CHAVE DO ULTIMO ACEITO CONFIRMADO. FALHA *
      *      NO COMMIT INTERROMPE A APLICACAO (RETURN-CODE 8).         *
      ******************************************************************
       2600-CONFIRMAR-APLICACAO.
           EXEC SQL COMMIT END-EXEC
           IF SQLCODE NOT = 0
               DISPLAY "CPLDB0E4 - ERRO NO COMMIT, SQLCODE " SQLCODE
               SET ERRO-DE-EXECUCAO TO TRUE
               SET FIM-DO-ARQUIVO-ACEITOS TO TRUE
               GO TO 2600-CONFIRMAR-APLICACAO-EXIT
           END-IF
           ADD 1 TO CT-COMMITS
           MOVE 0 TO CT-DESDE-COMMIT

           MOVE AE-CCNPJ-CPF           TO CI-CCNPJ-CPF
           MOVE AE-CTPO-PSSOA          TO CI-CTPO-PSSOA
           MOVE AE-NEVNTO-RTING        TO CI-NEVNTO-RTING
           MOVE CT-REG-LIDOS           TO CI-QTDE-REG-LIDOS
           MOVE CT-REG-INCLUIDOS       TO CI-QTDE-REG-INCLUIDOS
           MOVE CT-REG-ATUALIZADOS     TO CI-QTDE-REG-ATUALIZADOS
           MOVE CT-REG-FALHAS          TO CI-QTDE-REG-FALHAS

           ACCEPT DH-HORA-SISTEMA FROM TIME
           MOVE WS-DATA-MOVIMENTO-LOG TO CI-DATA-CHECKPOINT
           COMPUTE CI-HORA-CHECKPOINT =
               (DH-HORAS * 10000) + (DH-MINUTOS * 100) + DH-SEGUNDOS

           WRITE CPLDB0I5.
       2600-CONFIRMAR-APLICACAO-EXIT.
           EXIT.

      ******************************************************************
      * 9000-FINALIZAR - CONFIRMA O ULTIMO INTERVALO (OU DESFAZ, SE A  *
      *      EXECUCAO FOI INTERROMPIDA), FECHA OS ARQUIVOS, EMITE O    *
      *      RESUMO E DEVOLVE O RETURN-CODE AO SCHEDULER.              *
      ******************************************************************
       9000-FINALIZAR.
           IF ARQUIVOS-ABERTOS
               IF ERRO-DE-EXECUCAO
                   EXEC SQL ROLLBACK END-EXEC
               ELSE
                   IF CT-DESDE-COMMIT > 0
                       PERFORM 2600-CONFIRMAR-APLICACAO
                           THRU 2600-CONFIRMAR-APLICACAO-EXIT
                   END-IF
               END-IF
               CLOSE ACEITOS-ENTRADA
               CLOSE ERROS-APLICACAO
               CLOSE CHECKPOINT-APLICACAO
           END-IF
           DISPLAY "CPLDB0E4 - ACEITOS LIDOS        : " CT-REG-LIDOS
           DISPLAY "CPLDB0E4 - INCLUIDOS EM DB2     : "
               CT-REG-INCLUIDOS
           DISPLAY "CPLDB0E4 - ATUALIZADOS EM DB2   : "
               CT-REG-ATUALIZADOS
           DISPLAY "CPLDB0E4 - RECUSADOS PELO DB2   : " CT-REG-FALHAS
           DISPLAY "CPLDB0E4 - COMMITS EFETUADOS    : " CT-COMMITS
           EVALUATE TRUE
               WHEN ERRO-DE-EXECUCAO
                   DISPLAY "CPLDB0E4 - APLICACAO INTERROMPIDA - "
                       "ACEITOS APOS O ULTIMO CHECKPOINT DESFEITOS"
                   MOVE 8 TO RETURN-CODE
               WHEN CT-REG-FALHAS > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE
           PERFORM 9800-GRAVAR-RUNLOG THRU 9800-GRAVAR-RUNLOG-EXIT.
       9000-FINALIZAR-EXIT.
           EXIT.

      ******************************************************************
      * 9800-GRAVAR-RUNLOG - ANEXA OS CONTADORES DA EXECUCAO AO LOG    *
      *      COMUM DA ESTEIRA (RUNLOG, LAYOUT CPLDB0N5), PARA O        *
      *      RELATORIO DA MANHA (CPLDB0E3) E PARA O BALANCEAMENTO      *
      *      (CPLDB0C6). LOG INDISPONIVEL NAO DERRUBA O JOB.           *
      ******************************************************************
       9800-GRAVAR-RUNLOG.
           OPEN EXTEND RUNLOG-SAIDA
           IF FS-RUNLOG-SAIDA = "35"
               OPEN OUTPUT RUNLOG-SAIDA
           END-IF
           IF FS-RUNLOG-SAIDA NOT = "00"
               DISPLAY "CPLDB0E4 - LOG DE EXECUCAO INDISPONIVEL ("
                   FS-RUNLOG-SAIDA ")"
               GO TO 9800-GRAVAR-RUNLOG-EXIT
           END-IF
           MOVE "CPLDB0E4" TO RL-PROGRAMA
           MOVE WS-DATA-MOVIMENTO-LOG TO RL-DATA-MOVIMENTO
           MOVE WS-HORA-INICIO-EXEC(1:6) TO RL-HORA-INICIO
           ACCEPT WS-HORA-INICIO-EXEC FROM TIME
           MOVE WS-HORA-INICIO-EXEC(1:6) TO RL-HORA-FIM
           MOVE CT-REG-LIDOS TO RL-QTDE-ENTRADA
           MOVE CT-REG-INCLUIDOS TO RL-QTDE-SAIDA
           MOVE CT-REG-FALHAS TO RL-QTDE-REJEITADOS
           MOVE CT-REG-ATUALIZADOS TO RL-QTDE-OUTROS
           MOVE RETURN-CODE TO RL-RETURN-CODE
           WRITE CPLDB0N5
           CLOSE RUNLOG-SAIDA.
       9800-GRAVAR-RUNLOG-EXIT.
           EXIT.
