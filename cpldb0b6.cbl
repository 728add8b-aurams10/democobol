      *                    RELATORIO DA MANHA (CPLDB0E3) CONSOLIDA EM  *
      *                    UMA PAGINA E COMPARA COM A SEMANA           *
      *                    ANTERIOR.                                   *
      * 15/10/2026 EAD     HISTORICO GRAVADO COM HX-USUARIO-APROVACAO  *
      *                    EM BRANCO (CAMPO NOVO DO CPLDB0H5, SO       *
      *                    PREENCHIDO NAS CORRECOES ONLINE APROVADAS). *
      * 15/10/2026 EAD     DATA DO MOVIMENTO PASSA A VIR DO CONTROLE   *
      *                    DE DATA DE NEGOCIO (DATANEG, CPLDB0U5,      *
      *                    MANTIDO POR CPLDB0E8) EM VEZ DA DATA DO     *
      *                    SISTEMA.                                    *
      * 15/10/2026 EAD     NUMA EXECUCAO NORMAL (SEM RESTART), COPIA   *
      *                    PARA OS REJEITOS OS DETALHES RETIDOS PELA   *
      *                    CONFERENCIA DE GRUPO ECONOMICO CPLDB0F1     *
      *                    (RETGRP, MOTIVOS R008/R009/R010), CONTADOS  *
      *                    COMO LIDOS E REJEITADOS PARA O              *
      *                    BALANCEAMENTO CPLDB0C6. ARQUIVO AUSENTE =   *
      *                    NADA A COPIAR.                              *
      * 15/10/2026 EAD     FILIAL ENCERRADA COM SUCESSORA (CPLDB0L5)   *
      *                    DEIXA DE SER REJEITADA COM R007 A PARTIR DA *
      *                    DATA DE VIGENCIA: O REGISTRO ACEITO SEGUE   *
      *                    COM O CFLIAL-CNPJ DA SUCESSORA ATIVA; O     *
      *                    REJEITADO POR OUTRO MOTIVO SAI COM A FILIAL *
      *                    ENVIADA.                                    *
      ******************************************************************
      ******************************************************************
      * FUNCAO: LER O EXTRATO DE ENTRADA NO LAYOUT CONTROLADO          *
      *         CADA REGISTRO E SEPARAR EM UM ARQUIVO DE ACEITOS       *
      *         (ENTRADA PARA A CARGA DE DB2PRD.TPSSOA_EVNTO_SIT) E UM *
      *         ARQUIVO DE REJEITOS COM CODIGO DE MOTIVO.              *
      *         OS DETALHES RETIDOS ANTES DA CARGA PELA CONFERENCIA DE *
      *         GRUPO ECONOMICO (CPLDB0F1, ARQUIVO RETGRP) ENTRAM NOS  *
      *         MESMOS REJEITOS, COM OS MOTIVOS R008/R009/R010.        *
      ******************************************************************

       ENVIRONMENT DIVISION.
               RECORD KEY IS FL-CFLIAL-CNPJ
               FILE STATUS IS FS-FILIAIS-ENTRADA.

           SELECT RETIDOS-GRUPO ASSIGN TO RETGRP
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-RETIDOS-GRUPO.

           SELECT RUNLOG-SAIDA ASSIGN TO RUNLOG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-RUNLOG-SAIDA.

           SELECT DATA-NEGOCIO-ENTRADA ASSIGN TO DATANEG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-DATA-NEGOCIO-ENTRADA.

       DATA DIVISION.
       FILE SECTION.
       FD  EXTRATO-ENTRADA
       FD  FILIAIS-ENTRADA.
           COPY CPLDB0L5.

       FD  RETIDOS-GRUPO
           RECORDING MODE IS F.
           COPY CPLDB0R5 REPLACING ==CPLDB0R5==
               BY ==REG-RETIDOS-GRUPO==
               LEADING ==RJ== BY ==RG==.

       FD  RUNLOG-SAIDA
           RECORDING MODE IS F.
           COPY CPLDB0N5.

       FD  DATA-NEGOCIO-ENTRADA
           RECORDING MODE IS F.
           COPY CPLDB0U5.

       WORKING-STORAGE SECTION.
           EXEC SQL INCLUDE SQLCA END-EXEC.
      ******************************************************************
       01  FS-CHECKPOINT-SAIDA        PIC X(2) VALUE "00".
       01  FS-PARAMETROS-ENTRADA      PIC X(2) VALUE "00".
       01  FS-FILIAIS-ENTRADA         PIC X(2) VALUE "00".
       01  FS-RETIDOS-GRUPO           PIC X(2) VALUE "00".
       01  FS-RUNLOG-SAIDA            PIC X(2) VALUE "00".
       01  FS-DATA-NEGOCIO-ENTRADA    PIC X(2) VALUE "00".

      ******************************************************************
      * DATA DE NEGOCIO DA ESTEIRA (CONTROLE DATANEG, CPLDB0U5)        *
      ******************************************************************
       01  WS-DATA-NEGOCIO            PIC 9(8) VALUE 0.

      ******************************************************************
      * HORA DE INICIO DA EXECUCAO (HHMMSSCC), RETIDA PARA O REGISTRO  *
       01  SW-FIM-PARAMETROS          PIC X(1) VALUE "N".
           88 FIM-DO-ARQUIVO-PARAMETROS VALUE "S".

       01  SW-FIM-RETIDOS             PIC X(1) VALUE "N".
           88 FIM-DO-ARQUIVO-RETIDOS  VALUE "S".

       01  SW-CABECALHO-LIDO          PIC X(1) VALUE "N".
           88 CABECALHO-LIDO          VALUE "S".
       01  SW-TRAILER-LIDO            PIC X(1) VALUE "N".
           05 CT-REG-REJEITADOS       PIC 9(9) USAGE COMP VALUE 0.
           05 CT-REG-HISTORICO        PIC 9(9) USAGE COMP VALUE 0.
           05 CT-REG-ERRO-HISTORICO   PIC 9(9) USAGE COMP VALUE 0.
           05 CT-REG-RETIDOS-GRUPO    PIC 9(9) USAGE COMP VALUE 0.
           05 CT-REG-FILIAL-SUCEDIDA  PIC 9(9) USAGE COMP VALUE 0.

      ******************************************************************
      * CONTROLE DE CHECKPOINT - ULTIMO PONTO CONFIRMADO               *
       01  WS-PARTICAO-OK             PIC X(1) VALUE "S".
       01  WS-FAIXA-TIPO-OK           PIC X(1) VALUE "S".
       01  WS-FILIAL-OK               PIC X(1) VALUE "S".
       01  WS-QTDE-SALTOS-SUCESSAO    PIC 9(2) USAGE COMP VALUE 0.
       01  WS-CFLIAL-SUCESSORA        PIC 9(4) VALUE 0.
       01  SW-FILIAL-SUCEDIDA         PIC X(1) VALUE "N".
           88 FILIAL-SUCEDIDA         VALUE "S".

       01  SW-FILIAIS-DISPONIVEL      PIC X(1) VALUE "N".
           88 FILIAIS-DISPONIVEIS     VALUE "S".
       0000-MAINLINE.
           ACCEPT WS-HORA-INICIO-EXEC FROM TIME
           PERFORM 0100-OBTER-PARAMETRO THRU 0100-OBTER-PARAMETRO-EXIT
           PERFORM 0150-OBTER-DATA-NEGOCIO
               THRU 0150-OBTER-DATA-NEGOCIO-EXIT
           PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT
           PERFORM 2000-PROCESSAR-EXTRATO
               THRU 2000-PROCESSAR-EXTRATO-EXIT
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
               DISPLAY "CPLDB0B6 - CONTROLE DE DATA DE NEGOCIO "
                   "INDISPONIVEL (" FS-DATA-NEGOCIO-ENTRADA
                   ") - USANDO A DATA DO SISTEMA"
               ACCEPT WS-DATA-NEGOCIO FROM DATE YYYYMMDD
               GO TO 0150-OBTER-DATA-NEGOCIO-EXIT
           END-IF
           READ DATA-NEGOCIO-ENTRADA
               AT END
                   DISPLAY "CPLDB0B6 - CONTROLE DE DATA DE NEGOCIO "
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
               OPEN OUTPUT REJEITOS-SAIDA
               OPEN OUTPUT HISTORICO-SAIDA
               OPEN OUTPUT CHECKPOINT-SAIDA
               PERFORM 1100-COPIAR-RETIDOS-GRUPO
                   THRU 1100-COPIAR-RETIDOS-GRUPO-EXIT
           END-IF

           SET ARQUIVOS-ABERTOS TO TRUE
           MOVE "N" TO LV-FAIXA-CARREGADA(2)
           MOVE 0 TO LV-DATA-FAIXA(1)
           MOVE 0 TO LV-DATA-FAIXA(2)
           MOVE WS-DATA-NEGOCIO TO WS-DATA-HOJE

           OPEN INPUT PARAMETROS-ENTRADA
           IF FS-PARAMETROS-ENTRADA NOT = "00"
       1070-TESTAR-PONTO-RESTART-EXIT.
           EXIT.

      ******************************************************************
      * 1100-COPIAR-RETIDOS-GRUPO - COPIA PARA OS REJEITOS DA NOITE OS *
      *      DETALHES RETIDOS PELA CONFERENCIA DE GRUPO ECONOMICO      *
      *      (CPLDB0F1, RETGRP), JA NO LAYOUT CPLDB0R5 E COM O MOTIVO  *
      *      DA REGRA. CADA UM CONTA COMO LIDO E REJEITADO, PARA QUE O *
      *      CHECKPOINT CONTINUE BATENDO COM OS REJEITOS FISICOS NO    *
      *      BALANCEAMENTO CPLDB0C6. SO NA EXECUCAO NORMAL - NO        *
      *      RESTART ELES JA ESTAO NOS REJEITOS E NOS CONTADORES DO    *
      *      CHECKPOINT. ARQUIVO AUSENTE = NADA A COPIAR.              *
      ******************************************************************
       1100-COPIAR-RETIDOS-GRUPO.
           OPEN INPUT RETIDOS-GRUPO
           IF FS-RETIDOS-GRUPO NOT = "00"
               DISPLAY "CPLDB0B6 - SEM RETIDOS DA CONFERENCIA DE GRUPO "
                   "(" FS-RETIDOS-GRUPO ")"
               GO TO 1100-COPIAR-RETIDOS-GRUPO-EXIT
           END-IF

           PERFORM 1105-COPIAR-RETIDO THRU 1105-COPIAR-RETIDO-EXIT
               UNTIL FIM-DO-ARQUIVO-RETIDOS
           CLOSE RETIDOS-GRUPO

           DISPLAY "CPLDB0B6 - RETIDOS DA CONFERENCIA DE GRUPO "
               "COPIADOS PARA OS REJEITOS: " CT-REG-RETIDOS-GRUPO.
       1100-COPIAR-RETIDOS-GRUPO-EXIT.
           EXIT.

       1105-COPIAR-RETIDO.
           READ RETIDOS-GRUPO
               AT END
                   SET FIM-DO-ARQUIVO-RETIDOS TO TRUE
               NOT AT END
                   WRITE CPLDB0R5 FROM REG-RETIDOS-GRUPO
                   ADD 1 TO CT-REG-LIDOS
                   ADD 1 TO CT-REG-REJEITADOS
                   ADD 1 TO CT-REG-RETIDOS-GRUPO
           END-READ.
       1105-COPIAR-RETIDO-EXIT.
           EXIT.

      ******************************************************************
      * 2000-PROCESSAR-EXTRATO - VALIDA E DESPACHA UM REGISTRO         *
      ******************************************************************
      * 2230-VERIFICAR-FILIAL - CFLIAL-CNPJ DO REGISTRO DEVE EXISTIR   *
      *      NO CADASTRO DE FILIAIS COM SITUACAO ATIVA. CADASTRO       *
      *      INDISPONIVEL = SEM RESTRICAO; ERRO DE LEITURA E           *
      *      RELATADO E NAO REJEITA. FILIAL ENCERRADA COM SUCESSAO     *
      *      JA VIGENTE NAO REJEITA: A SUCESSORA (SEGUINDO A CADEIA    *
      *      ATE UMA FILIAL ATIVA, NO MAXIMO 10 SUCESSOES) FICA EM     *
      *      WS-CFLIAL-SUCESSORA E SO E APLICADA AO EVENTO SE ELE FOR  *
      *      ACEITO (2400); REJEITO POR OUTRO MOTIVO SAI COM A FILIAL  *
      *      ENVIADA.                                                  *
      ******************************************************************
       2230-VERIFICAR-FILIAL.
           MOVE "S" TO WS-FILIAL-OK
           MOVE "N" TO SW-FILIAL-SUCEDIDA
           IF NOT FILIAIS-DISPONIVEIS
               GO TO 2230-VERIFICAR-FILIAL-EXIT
           END-IF
           MOVE CFLIAL-CNPJ TO FL-CFLIAL-CNPJ
           MOVE 0 TO WS-QTDE-SALTOS-SUCESSAO
           READ FILIAIS-ENTRADA
           EVALUATE FS-FILIAIS-ENTRADA
               WHEN "00"
                   IF FL-SITUACAO = "E"
                       PERFORM 2235-SEGUIR-SUCESSORA
                           THRU 2235-SEGUIR-SUCESSORA-EXIT
                           UNTIL FL-SITUACAO NOT = "E"
                              OR WS-FILIAL-OK = "N"
                       IF WS-FILIAL-OK = "S"
                           MOVE FL-CFLIAL-CNPJ TO WS-CFLIAL-SUCESSORA
                           SET FILIAL-SUCEDIDA TO TRUE
                       END-IF
                   END-IF
               WHEN "23"
                   MOVE "N" TO WS-FILIAL-OK
       2230-VERIFICAR-FILIAL-EXIT.
           EXIT.

      ******************************************************************
      * 2235-SEGUIR-SUCESSORA - UM PASSO NA CADEIA DE SUCESSAO: A      *
      *      FILIAL ENCERRADA PRECISA DE SUCESSORA COM VIGENCIA ATE A  *
      *      DATA DO MOVIMENTO; SUCESSORA AUSENTE, FUTURA, NAO         *
      *      CADASTRADA OU CADEIA LONGA DEMAIS (CICLO) = R007.         *
      ******************************************************************
       2235-SEGUIR-SUCESSORA.
           IF FL-CFLIAL-SUCESSORA IS NOT NUMERIC
              OR FL-DATA-VIGENCIA-SUCESSAO IS NOT NUMERIC
              OR FL-CFLIAL-SUCESSORA = 0
              OR FL-DATA-VIGENCIA-SUCESSAO = 0
              OR FL-DATA-VIGENCIA-SUCESSAO > WS-DATA-NEGOCIO
              OR WS-QTDE-SALTOS-SUCESSAO >= 10
               MOVE "N" TO WS-FILIAL-OK
               GO TO 2235-SEGUIR-SUCESSORA-EXIT
           END-IF
           ADD 1 TO WS-QTDE-SALTOS-SUCESSAO
           MOVE FL-CFLIAL-SUCESSORA TO FL-CFLIAL-CNPJ
           READ FILIAIS-ENTRADA
           IF FS-FILIAIS-ENTRADA NOT = "00"
               IF FS-FILIAIS-ENTRADA NOT = "23"
                   DISPLAY "CPLDB0B6 - ERRO AO LER FILIAL SUCESSORA "
                       FL-CFLIAL-CNPJ ", STATUS " FS-FILIAIS-ENTRADA
               END-IF
               MOVE "N" TO WS-FILIAL-OK
           END-IF.
       2235-SEGUIR-SUCESSORA-EXIT.
           EXIT.

      ******************************************************************
      * 2300-GRAVAR-REJEITO - COPIA A IMAGEM DE ENTRADA PARA O REJEITO *
      ******************************************************************
           EXIT.

      ******************************************************************
      * 2400-GRAVAR-ACEITO - GRAVA O REGISTRO VALIDADO PARA A CARGA,   *
      *      JA COM A FILIAL SUCESSORA QUANDO A ENVIADA ESTA ENCERRADA *
      ******************************************************************
       2400-GRAVAR-ACEITO.
           IF FILIAL-SUCEDIDA
               MOVE WS-CFLIAL-SUCESSORA TO CFLIAL-CNPJ
               ADD 1 TO CT-REG-FILIAL-SUCEDIDA
           END-IF

           PERFORM 2450-CAPTURAR-HISTORICO
               THRU 2450-CAPTURAR-HISTORICO-EXIT

           MOVE HATULZ                 TO HX-HATULZ-NOVO
           MOVE HV-USUARIO-ALTERACAO   TO HX-USUARIO-ALTERACAO
           MOVE HV-MOTIVO-ALTERACAO    TO HX-MOTIVO-ALTERACAO
           MOVE SPACES                 TO HX-USUARIO-APROVACAO
           WRITE CPLDB0H5
           ADD 1 TO CT-REG-HISTORICO.
       2450-CAPTURAR-HISTORICO-EXIT.
           MOVE CT-REG-REJEITADOS      TO CK-QTDE-REG-REJEITADOS
           MOVE CT-REG-HISTORICO       TO CK-QTDE-REG-HISTORICO

           ACCEPT DH-HORA-SISTEMA FROM TIME
           MOVE WS-DATA-NEGOCIO TO CK-DATA-CHECKPOINT
           COMPUTE CK-HORA-CHECKPOINT =
               (DH-HORAS * 10000) + (DH-MINUTOS * 100) + DH-SEGUNDOS

               CT-REG-HISTORICO
           DISPLAY "CPLDB0B6 - ERROS DB2 NO HISTORICO: "
               CT-REG-ERRO-HISTORICO
           DISPLAY "CPLDB0B6 - RETIDOS DO GRUPO ECON.: "
               CT-REG-RETIDOS-GRUPO
           DISPLAY "CPLDB0B6 - P/ FILIAL SUCESSORA   : "
               CT-REG-FILIAL-SUCEDIDA
           PERFORM 9100-CONFERIR-CONTROLES
               THRU 9100-CONFERIR-CONTROLES-EXIT
           PERFORM 9800-GRAVAR-RUNLOG THRU 9800-GRAVAR-RUNLOG-EXIT.
               GO TO 9800-GRAVAR-RUNLOG-EXIT
           END-IF
           MOVE "CPLDB0B6" TO RL-PROGRAMA
           MOVE WS-DATA-NEGOCIO TO RL-DATA-MOVIMENTO
           MOVE WS-HORA-INICIO-EXEC(1:6) TO RL-HORA-INICIO
           ACCEPT WS-HORA-INICIO-EXEC FROM TIME
           MOVE WS-HORA-INICIO-EXEC(1:6) TO RL-HORA-FIM
