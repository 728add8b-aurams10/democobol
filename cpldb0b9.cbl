      *                    RELATORIO DA MANHA (CPLDB0E3) CONSOLIDA EM  *
      *                    UMA PAGINA E COMPARA COM A SEMANA           *
      *                    ANTERIOR.                                   *
      * 15/10/2026 EAD     DATA DO MOVIMENTO PASSA A VIR DO CONTROLE   *
      *                    DE DATA DE NEGOCIO (DATANEG, CPLDB0U5,      *
      *                    MANTIDO POR CPLDB0E8) EM VEZ DA DATA DO     *
      *                    SISTEMA.                                    *
      * 15/10/2026 EAD     REJEITOS RETIDOS PELA CONFERENCIA DE GRUPO  *
      *                    ECONOMICO CPLDB0F1 (R008/R009/R010) SAO     *
      *                    CORRIGIDOS COMO OS DEMAIS. QUANDO DOIS      *
      *                    DELES RESULTAM NA MESMA CHAVE CORRIGIDA     *
      *                    (CASO TIPICO: R010, CHAVE DUPLICADA NO      *
      *                    EXTRATO), SO O PRIMEIRO E REAPRESENTADO -   *
      *                    OS SEGUINTES SAO DESCARTADOS E CONTADOS,    *
      *                    PARA NAO RECRIAR A DUPLICIDADE NA PROXIMA   *
      *                    CARGA.                                      *
      * 15/10/2026 EAD     FILIAL ENCERRADA COM SUCESSORA (CPLDB0L5)   *
      *                    DEIXA DE SER REINCIDENTE EM R007 A PARTIR   *
      *                    DA DATA DE VIGENCIA: A IMAGEM CORRIGIDA E   *
      *                    REAPRESENTADA COM O CFLIAL-CNPJ DA          *
      *                    SUCESSORA ATIVA; REINCIDENTE POR OUTRO      *
      *                    MOTIVO MANTEM A FILIAL ENVIADA.             *
      ******************************************************************
      ******************************************************************
      * FUNCAO: LER O ARQUIVO DE REJEITOS DA CARGA (CPLDB0R5) JUNTO    *
      *         SEM CORRECAO - VOLTAM PARA UM NOVO ARQUIVO DE REJEITOS *
      *         COM O SEU CODIGO DE MOTIVO, PARA DISTINGUIR REJEITOS   *
      *         DE PRIMEIRA PASSAGEM DE REINCIDENTES.                  *
      *         OS REJEITOS RETIDOS PELA CONFERENCIA DE GRUPO          *
      *         ECONOMICO (CPLDB0F1, MOTIVOS R008/R009/R010) SEGUEM O  *
      *         MESMO CAMINHO; A DUPLICIDADE DE CHAVE ENTRE ELES E     *
      *         ELIMINADA NA REAPRESENTACAO (3800).                    *
      *         OS DOIS ARQUIVOS SAO ORDENADOS PELA CHAVE ANTES DO     *
      *         CASAMENTO, POIS NAO HA GARANTIA DE QUE CHEGUEM JA EM   *
      *         ORDEM.                                                 *
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-RUNLOG-SAIDA.

           SELECT DATA-NEGOCIO-ENTRADA ASSIGN TO DATANEG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-DATA-NEGOCIO-ENTRADA.

       DATA DIVISION.
       FILE SECTION.
       FD  REJEITOS-ENTRADA
           RECORDING MODE IS F.
           COPY CPLDB0N5.

       FD  DATA-NEGOCIO-ENTRADA
           RECORDING MODE IS F.
           COPY CPLDB0U5.

       WORKING-STORAGE SECTION.
       01  FS-REJEITOS-ENTRADA        PIC X(2) VALUE "00".
       01  FS-CORRECOES-ENTRADA       PIC X(2) VALUE "00".
       01  FS-PARAMETROS-ENTRADA      PIC X(2) VALUE "00".
       01  FS-FILIAIS-ENTRADA         PIC X(2) VALUE "00".
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
       01  SW-FIM-PARAMETROS          PIC X(1) VALUE "N".
           88 FIM-DO-ARQUIVO-PARAMETROS VALUE "S".

      ******************************************************************
      * CHAVE DO ULTIMO REGISTRO REAPRESENTADO A PARTIR DE UM REJEITO  *
      * DE GRUPO ECONOMICO, PARA NAO REAPRESENTAR A MESMA CHAVE DUAS   *
      * VEZES (OS REJEITOS CHEGAM ORDENADOS PELA CHAVE).               *
      ******************************************************************
       01  ULTIMA-RESSUBMISSAO-GRUPO.
           05 UG-CCNPJ-CPF            PIC S9(9)V USAGE COMP-3 VALUE 0.
           05 UG-CTPO-PSSOA           PIC X(1) VALUE SPACE.
           05 UG-NEVNTO-RTING         PIC S9(5)V USAGE COMP-3 VALUE 0.

       01  SW-RESSUBMISSAO-GRUPO      PIC X(1) VALUE "N".
           88 HA-RESSUBMISSAO-GRUPO   VALUE "S".

       01  WS-COMPARACAO              PIC X(1).
           88 CHAVE-REJEITO-MENOR     VALUE "<".
           88 CHAVE-REJEITO-MAIOR     VALUE ">".
           05 CT-REINCIDENTES         PIC 9(9) USAGE COMP VALUE 0.
           05 CT-SEM-CORRECAO         PIC 9(9) USAGE COMP VALUE 0.
           05 CT-COR-SEM-REJEITO      PIC 9(9) USAGE COMP VALUE 0.
           05 CT-DUPLICADOS-GRUPO     PIC 9(9) USAGE COMP VALUE 0.
           05 CT-FILIAL-SUCEDIDA      PIC 9(9) USAGE COMP VALUE 0.

      ******************************************************************
      * REGRAS DE VALIDACAO - MESMAS REGRAS APLICADAS POR CPLDB0B6/    *
       01  WS-PARTICAO-OK             PIC X(1) VALUE "S".
       01  WS-FAIXA-TIPO-OK           PIC X(1) VALUE "S".
       01  WS-FILIAL-OK               PIC X(1) VALUE "S".
       01  WS-QTDE-SALTOS-SUCESSAO    PIC 9(2) USAGE COMP VALUE 0.
       01  WS-CFLIAL-SUCESSORA        PIC 9(4) VALUE 0.
       01  SW-FILIAL-SUCEDIDA         PIC X(1) VALUE "N".
           88 FILIAL-SUCEDIDA         VALUE "S".

       01  SW-FILIAIS-DISPONIVEL      PIC X(1) VALUE "N".
           88 FILIAIS-DISPONIVEIS     VALUE "S".
           ACCEPT WS-PARAMETRO-RUNLOG FROM COMMAND-LINE
           IF WS-PARAMETRO-RUNLOG(1:8) IS NUMERIC
               MOVE WS-PARAMETRO-RUNLOG(1:8) TO WS-DATA-MOVIMENTO-LOG
           ELSE
               PERFORM 0150-OBTER-DATA-NEGOCIO
                   THRU 0150-OBTER-DATA-NEGOCIO-EXIT
               MOVE WS-DATA-NEGOCIO TO WS-DATA-MOVIMENTO-LOG
           END-IF
           SORT SORT-REJ-FILE
               ON ASCENDING KEY WR-CCNPJ-CPF WR-CTPO-PSSOA
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
               DISPLAY "CPLDB0B9 - CONTROLE DE DATA DE NEGOCIO "
                   "INDISPONIVEL (" FS-DATA-NEGOCIO-ENTRADA
                   ") - USANDO A DATA DO SISTEMA"
               ACCEPT WS-DATA-NEGOCIO FROM DATE YYYYMMDD
               GO TO 0150-OBTER-DATA-NEGOCIO-EXIT
           END-IF
           READ DATA-NEGOCIO-ENTRADA
               AT END
                   DISPLAY "CPLDB0B9 - CONTROLE DE DATA DE NEGOCIO "
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
      *      DE CADA LADO DO CASAMENTO.                                *
       1100-GRAVAR-CABECALHO-RESSUB.
           MOVE SPACES TO CPLDB0G5
           MOVE "H" TO EX-TIPO-REGISTRO
           ACCEPT DH-HORA-SISTEMA FROM TIME
           MOVE WS-DATA-MOVIMENTO-LOG TO EX-DATA-GERACAO
           COMPUTE EX-HORA-GERACAO =
               (DH-HORAS * 10000) + (DH-MINUTOS * 100) + DH-SEGUNDOS
           WRITE CPLDB0G5.
           MOVE "N" TO LV-FAIXA-CARREGADA(2)
           MOVE 0 TO LV-DATA-FAIXA(1)
           MOVE 0 TO LV-DATA-FAIXA(2)
           MOVE WS-DATA-MOVIMENTO-LOG TO WS-DATA-HOJE

           OPEN INPUT PARAMETROS-ENTRADA
           IF FS-PARAMETROS-ENTRADA NOT = "00"
      * 3630-VERIFICAR-FILIAL - O CFLIAL-CNPJ DA IMAGEM CORRIGIDA      *
      *      DEVE EXISTIR NO CADASTRO DE FILIAIS COM SITUACAO ATIVA.   *
      *      CADASTRO INDISPONIVEL = SEM RESTRICAO; ERRO DE LEITURA E  *
      *      RELATADO E NAO REJEITA. FILIAL ENCERRADA COM SUCESSAO     *
      *      JA VIGENTE NAO REJEITA: A SUCESSORA (SEGUINDO A CADEIA    *
      *      ATE UMA FILIAL ATIVA, NO MAXIMO 10 SUCESSOES) FICA EM     *
      *      WS-CFLIAL-SUCESSORA E SO E APLICADA NO EXTRATO DE         *
      *      REAPRESENTACAO (3800); A IMAGEM DE TRABALHO, QUE VOLTA    *
      *      AOS REJEITOS SE FALHAR EM OUTRA REGRA, NAO E ALTERADA.    *
      ******************************************************************
       3630-VERIFICAR-FILIAL.
           MOVE "S" TO WS-FILIAL-OK
           MOVE "N" TO SW-FILIAL-SUCEDIDA
           IF NOT FILIAIS-DISPONIVEIS
               GO TO 3630-VERIFICAR-FILIAL-EXIT
           END-IF
           MOVE WK-CFLIAL-CNPJ TO FL-CFLIAL-CNPJ
           MOVE 0 TO WS-QTDE-SALTOS-SUCESSAO
           READ FILIAIS-ENTRADA
           EVALUATE FS-FILIAIS-ENTRADA
               WHEN "00"
                   IF FL-SITUACAO = "E"
                       PERFORM 3635-SEGUIR-SUCESSORA
                           THRU 3635-SEGUIR-SUCESSORA-EXIT
                           UNTIL FL-SITUACAO NOT = "E"
                              OR WS-FILIAL-OK = "N"
                       IF WS-FILIAL-OK = "S"
                           MOVE FL-CFLIAL-CNPJ TO WS-CFLIAL-SUCESSORA
                           SET FILIAL-SUCEDIDA TO TRUE
                       END-IF
                   END-IF
               WHEN "23"
                   MOVE "N" TO WS-FILIAL-OK
       3630-VERIFICAR-FILIAL-EXIT.
           EXIT.

      ******************************************************************
      * 3635-SEGUIR-SUCESSORA - UM PASSO NA CADEIA DE SUCESSAO: A      *
      *      FILIAL ENCERRADA PRECISA DE SUCESSORA COM VIGENCIA ATE A  *
      *      DATA DO MOVIMENTO; SUCESSORA AUSENTE, FUTURA, NAO         *
      *      CADASTRADA OU CADEIA LONGA DEMAIS (CICLO) = R007.         *
      ******************************************************************
       3635-SEGUIR-SUCESSORA.
           IF FL-CFLIAL-SUCESSORA IS NOT NUMERIC
              OR FL-DATA-VIGENCIA-SUCESSAO IS NOT NUMERIC
              OR FL-CFLIAL-SUCESSORA = 0
              OR FL-DATA-VIGENCIA-SUCESSAO = 0
              OR FL-DATA-VIGENCIA-SUCESSAO > WS-DATA-MOVIMENTO-LOG
              OR WS-QTDE-SALTOS-SUCESSAO >= 10
               MOVE "N" TO WS-FILIAL-OK
               GO TO 3635-SEGUIR-SUCESSORA-EXIT
           END-IF
           ADD 1 TO WS-QTDE-SALTOS-SUCESSAO
           MOVE FL-CFLIAL-SUCESSORA TO FL-CFLIAL-CNPJ
           READ FILIAIS-ENTRADA
           IF FS-FILIAIS-ENTRADA NOT = "00"
               IF FS-FILIAIS-ENTRADA NOT = "23"
                   DISPLAY "CPLDB0B9 - ERRO AO LER FILIAL SUCESSORA "
                       FL-CFLIAL-CNPJ ", STATUS " FS-FILIAIS-ENTRADA
               END-IF
               MOVE "N" TO WS-FILIAL-OK
           END-IF.
       3635-SEGUIR-SUCESSORA-EXIT.
           EXIT.

      ******************************************************************
      * 3700-GRAVAR-REINCIDENTE - A IMAGEM CORRIGIDA AINDA FALHA NA    *
      *      VALIDACAO; VOLTA PARA O ARQUIVO DE REJEITOS COM O NOVO    *
      ******************************************************************
      * 3800-GRAVAR-RESSUBMISSAO - A IMAGEM CORRIGIDA PASSOU EM TODAS  *
      *      AS REGRAS; GRAVA NO EXTRATO DE REAPRESENTACAO (CPLDB0F5)  *
      *      QUE A PROXIMA EXECUCAO DE CPLDB0B6 VAI CONSUMIR. REJEITO  *
      *      DE GRUPO ECONOMICO (R008/R009/R010) CUJA CHAVE CORRIGIDA  *
      *      REPETE A DO ULTIMO REAPRESENTADO DE GRUPO E DESCARTADO.   *
      *      FILIAL ENCERRADA COM SUCESSAO VIGENTE SAI COM A SUCESSORA.*
      ******************************************************************
       3800-GRAVAR-RESSUBMISSAO.
           IF SR-COD-MOTIVO = "R008" OR "R009" OR "R010"
               IF HA-RESSUBMISSAO-GRUPO
                  AND WK-CCNPJ-CPF    = UG-CCNPJ-CPF
                  AND WK-CTPO-PSSOA   = UG-CTPO-PSSOA
                  AND WK-NEVNTO-RTING = UG-NEVNTO-RTING
                   ADD 1 TO CT-DUPLICADOS-GRUPO
                   GO TO 3800-GRAVAR-RESSUBMISSAO-EXIT
               END-IF
               SET HA-RESSUBMISSAO-GRUPO TO TRUE
               MOVE WK-CCNPJ-CPF    TO UG-CCNPJ-CPF
               MOVE WK-CTPO-PSSOA   TO UG-CTPO-PSSOA
               MOVE WK-NEVNTO-RTING TO UG-NEVNTO-RTING
           END-IF

           MOVE "D"                   TO EX-TIPO-REGISTRO
           MOVE WK-CCNPJ-CPF          TO CCNPJ-CPF
           MOVE WK-CTPO-PSSOA         TO CTPO-PSSOA
           MOVE WK-NFAIXA-SIT-RTING   TO NFAIXA-SIT-RTING
           MOVE WK-CPTCAO-TBELA       TO CPTCAO-TBELA
           MOVE WK-CFLIAL-CNPJ        TO CFLIAL-CNPJ
           IF FILIAL-SUCEDIDA
               MOVE WS-CFLIAL-SUCESSORA TO CFLIAL-CNPJ
               ADD 1 TO CT-FILIAL-SUCEDIDA
           END-IF
           MOVE WK-CCTRL-CNPJ-CPF     TO CCTRL-CNPJ-CPF
           MOVE WK-QPTO-PSSOA-RTING   TO QPTO-PSSOA-RTING
           MOVE WK-HATULZ             TO HATULZ
               CT-SEM-CORRECAO
           DISPLAY "CPLDB0B9 - CORRECOES SEM REJEITO : "
               CT-COR-SEM-REJEITO
           DISPLAY "CPLDB0B9 - DUPLICADOS DE GRUPO   : "
               CT-DUPLICADOS-GRUPO
           DISPLAY "CPLDB0B9 - P/ FILIAL SUCESSORA   : "
               CT-FILIAL-SUCEDIDA
           PERFORM 9800-GRAVAR-RUNLOG THRU 9800-GRAVAR-RUNLOG-EXIT.
       9000-FINALIZAR-EXIT.
           EXIT.
               GO TO 9800-GRAVAR-RUNLOG-EXIT
           END-IF
           MOVE "CPLDB0B9" TO RL-PROGRAMA
           MOVE WS-DATA-MOVIMENTO-LOG TO RL-DATA-MOVIMENTO
           MOVE WS-HORA-INICIO-EXEC(1:6) TO RL-HORA-INICIO
           ACCEPT WS-HORA-INICIO-EXEC FROM TIME
           MOVE WS-HORA-INICIO-EXEC(1:6) TO RL-HORA-FIM
