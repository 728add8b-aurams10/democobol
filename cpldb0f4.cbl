       IDENTIFICATION DIVISION.
       PROGRAM-ID. CPLDB0F4.
       AUTHOR. EQUIPE-CARGA-AD.
       INSTALLATION. CARGA-DB2PRD-TPSSOA-EVNTO-SIT.
       DATE-WRITTEN. 15/10/2026.
       DATE-COMPILED. 15/10/2026.
      ******************************************************************
      * HISTORICO DE MODIFICACOES                                     *
      *----------------------------------------------------------------
      * DATA       AUTOR   DESCRICAO                                  *
      * 15/10/2026 EAD     PROGRAMA INICIAL - HISTORICO PERMANENTE DE  *
      *                    REJEITOS DA CARGA.                          *
      * 15/10/2026 EAD     CONTROLE DA DATA GRAVADO EM ANDAMENTO ANTES *
      *                    DOS REJEITOS E CONCLUIDO NO FIM; A          *
      *                    REEXECUCAO DE NOITE INTERROMPIDA RETOMA SEM *
      *                    DUPLICAR. SEQUENCIA DO REJEITO = ORDEM DA   *
      *                    CHAVE NA NOITE (REJEITOS ORDENADOS EM       *
      *                    ORDREJ); CHAVE JA EXISTENTE = JA ANEXADO.   *
      ******************************************************************
      ******************************************************************
      * FUNCAO: PASSO NOTURNO, DEPOIS DA CARGA (CPLDB0B6) E DA         *
      *         REAPRESENTACAO (CPLDB0B9). O ARQUIVO DE REJEITOS E     *
      *         REGRAVADO TODA NOITE; ESTE PROGRAMA GUARDA A NOITE NO  *
      *         HISTORICO PERMANENTE DE REJEITOS (VSAM KSDS REJHIST,   *
      *         LAYOUT CPLDB0Z5), DE ONDE SAI O PAINEL DE QUALIDADE    *
      *         CPLDB0F6:                                              *
      *           1. ANEXA CADA REJEITO DA NOITE (REJEITOS, CPLDB0R5)  *
      *              COM A DATA DE NEGOCIO E SITUACAO "P" (PENDENTE);  *
      *           2. CONTA OS DETALHES DO EXTRATO DA NOITE (EXTRENT,   *
      *              CPLDB0G5) POR FILIAL E POR PARTICAO E GRAVA OS    *
      *              VOLUMES, DENOMINADOR DAS TAXAS DE REJEICAO;       *
      *           3. CONCLUI O REGISTRO DE CONTROLE DA DATA, GRAVADO   *
      *              "EM ANDAMENTO" ANTES DO PASSO 1 - SE ELE JA       *
      *              EXISTE CONCLUIDO (REEXECUCAO), OS PASSOS 1 E 2    *
      *              NAO SAO REPETIDOS; SE EXISTE EM ANDAMENTO (NOITE  *
      *              INTERROMPIDA), OS PASSOS 1 E 2 SAO RETOMADOS E O  *
      *              QUE JA ESTA NO HISTORICO NAO E GRAVADO DE NOVO,   *
      *              PARA NAO DUPLICAR A NOITE. A SEQUENCIA DE CADA    *
      *              REJEITO E A ORDEM DA CHAVE NOS REJEITOS DA NOITE  *
      *              (N-ESIMA OCORRENCIA = SEQUENCIA N), ENTAO A       *
      *              RETOMADA REENCONTRA AS MESMAS CHAVES;             *
      *           4. MARCA COMO CORRIGIDOS ("C", COM A DATA DE NEGOCIO)*
      *              OS REJEITOS PENDENTES CUJA CHAVE                  *
      *              CCNPJ-CPF+CTPO-PSSOA+NEVNTO-RTING SAIU NO EXTRATO *
      *              DE REAPRESENTACAO DA NOITE (RESSUB, CPLDB0G5).    *
      *         EXTRENT E RESSUB SAO OPCIONAIS: SEM EXTRATO A NOITE    *
      *         FICA SEM VOLUME (TAXA NAO DISPONIVEL NO PAINEL); SEM   *
      *         RESSUB NAO HA CORRECOES A MARCAR.                      *
      *                                                                *
      * RETURN-CODE: 0 = NORMAL; 4 = DATA JA ANEXADA ANTES OU REJEITO  *
      *         NAO GRAVADO; 8 = ERRO DE ARQUIVO.                      *
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REJEITOS-ENTRADA ASSIGN TO REJEITOS
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-REJEITOS-ENTRADA.

           SELECT ORDEM-REJEITOS ASSIGN TO ORDREJ
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-ORDEM-REJEITOS.

           SELECT SORT-REJ-FILE ASSIGN TO "SORTWK1".

           SELECT EXTRATO-ENTRADA ASSIGN TO EXTRENT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-EXTRATO-ENTRADA.

           SELECT RESSUBMISSAO-ENTRADA ASSIGN TO RESSUB
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-RESSUBMISSAO-ENTRADA.

           SELECT HISTORICO-REJEITOS ASSIGN TO REJHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RH-CHAVE
               FILE STATUS IS FS-HISTORICO-REJEITOS.

           SELECT RUNLOG-SAIDA ASSIGN TO RUNLOG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-RUNLOG-SAIDA.

           SELECT DATA-NEGOCIO-ENTRADA ASSIGN TO DATANEG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-DATA-NEGOCIO-ENTRADA.

       DATA DIVISION.
       FILE SECTION.
       FD  REJEITOS-ENTRADA
           RECORDING MODE IS F.
           COPY CPLDB0R5.

       FD  ORDEM-REJEITOS
           RECORDING MODE IS F.
           COPY CPLDB0R5 REPLACING ==CPLDB0R5==
               BY ==REG-ORDEM-REJEITOS==
               LEADING ==RJ== BY ==SR==.

       SD  SORT-REJ-FILE.
           COPY CPLDB0R5 REPLACING ==CPLDB0R5== BY ==REG-SORT-REJ==
               LEADING ==RJ== BY ==WR==.

       FD  EXTRATO-ENTRADA
           RECORDING MODE IS F.
           COPY CPLDB0G5.

       FD  RESSUBMISSAO-ENTRADA
           RECORDING MODE IS F.
           COPY CPLDB0G5 REPLACING ==CPLDB0G5== BY ==REG-RESSUBMISSAO==
               LEADING ==EX== BY ==RS==
               LEADING ==CCNPJ-CPF== BY ==RS-CCNPJ-CPF==
               LEADING ==CTPO-PSSOA== BY ==RS-CTPO-PSSOA==
               LEADING ==NEVNTO-RTING== BY ==RS-NEVNTO-RTING==
               LEADING ==NFAIXA-SIT-RTING== BY ==RS-NFAIXA-SIT-RTING==
               LEADING ==CPTCAO-TBELA== BY ==RS-CPTCAO-TBELA==
               LEADING ==CFLIAL-CNPJ== BY ==RS-CFLIAL-CNPJ==
               LEADING ==CCTRL-CNPJ-CPF== BY ==RS-CCTRL-CNPJ-CPF==
               LEADING ==QPTO-PSSOA-RTING== BY ==RS-QPTO-PSSOA-RTING==
               LEADING ==HATULZ== BY ==RS-HATULZ==.

       FD  HISTORICO-REJEITOS.
           COPY CPLDB0Z5.

       FD  RUNLOG-SAIDA
           RECORDING MODE IS F.
           COPY CPLDB0N5.

       FD  DATA-NEGOCIO-ENTRADA
           RECORDING MODE IS F.
           COPY CPLDB0U5.

       WORKING-STORAGE SECTION.
       01  FS-REJEITOS-ENTRADA        PIC X(2) VALUE "00".
       01  FS-ORDEM-REJEITOS          PIC X(2) VALUE "00".
       01  FS-EXTRATO-ENTRADA         PIC X(2) VALUE "00".
       01  FS-RESSUBMISSAO-ENTRADA    PIC X(2) VALUE "00".
       01  FS-HISTORICO-REJEITOS      PIC X(2) VALUE "00".
       01  FS-RUNLOG-SAIDA            PIC X(2) VALUE "00".
       01  FS-DATA-NEGOCIO-ENTRADA    PIC X(2) VALUE "00".

      ******************************************************************
      * DATA DE NEGOCIO DA ESTEIRA (CONTROLE DATANEG, CPLDB0U5)        *
      ******************************************************************
       01  WS-DATA-NEGOCIO            PIC 9(8) VALUE 0.
       01  WS-HORA-INICIO-EXEC        PIC 9(8) VALUE 0.

       01  SW-FIM-REJEITOS            PIC X(1) VALUE "N".
           88 FIM-DO-ARQUIVO-REJEITOS VALUE "S".
       01  SW-FIM-EXTRATO             PIC X(1) VALUE "N".
           88 FIM-DO-ARQUIVO-EXTRATO  VALUE "S".
       01  SW-FIM-RESSUBMISSAO        PIC X(1) VALUE "N".
           88 FIM-DO-ARQUIVO-RESSUBMISSAO VALUE "S".
       01  SW-FIM-VARREDURA           PIC X(1) VALUE "N".
           88 FIM-DA-VARREDURA        VALUE "S".

       01  SW-HISTORICO-ABERTO        PIC X(1) VALUE "N".
           88 HISTORICO-ABERTO        VALUE "S".

       01  SW-DATA-JA-ANEXADA         PIC X(1) VALUE "N".
           88 DATA-JA-ANEXADA         VALUE "S".

       01  SW-CONTROLE-INICIADO       PIC X(1) VALUE "N".
           88 CONTROLE-INICIADO       VALUE "S".

      ******************************************************************
      * CHAVE DO REJEITO ANTERIOR NA ORDEM DE CHAVE E SUA SEQUENCIA    *
      ******************************************************************
       01  CHAVE-ANTERIOR.
           05 CA-CCNPJ-CPF            PIC 9(9) VALUE 0.
           05 CA-CTPO-PSSOA           PIC X(1) VALUE SPACES.
           05 CA-NEVNTO-RTING         PIC 9(5) VALUE 0.
       01  WS-SEQUENCIA-CHAVE         PIC 9(4) USAGE COMP VALUE 0.

      ******************************************************************
      * VOLUMES DO EXTRATO DA NOITE, INDEXADOS PELO PROPRIO CODIGO + 1 *
      ******************************************************************
       01  VOLUMES-FILIAL.
           05 VF-QTDE-DETALHES OCCURS 10000 TIMES
                                      PIC 9(9) USAGE COMP.
       01  VOLUMES-PARTICAO.
           05 VP-QTDE-DETALHES OCCURS 1000 TIMES
                                      PIC 9(9) USAGE COMP.
       01  WS-IDX-VOLUME              PIC 9(5) USAGE COMP VALUE 0.
       01  WS-CODIGO-DIMENSAO         PIC 9(4) VALUE 0.

      ******************************************************************
      * CHAVE DO EVENTO CORRIGIDO EM VARREDURA NO HISTORICO            *
      ******************************************************************
       01  CHAVE-CORRIGIDA.
           05 CC-CCNPJ-CPF            PIC 9(9).
           05 CC-CTPO-PSSOA           PIC X(1).
           05 CC-NEVNTO-RTING         PIC 9(5).

       01  CONTADORES.
           05 CT-REJEITOS-LIDOS       PIC 9(9) USAGE COMP VALUE 0.
           05 CT-REJEITOS-GRAVADOS    PIC 9(9) USAGE COMP VALUE 0.
           05 CT-REJEITOS-JA-ANEXADOS PIC 9(9) USAGE COMP VALUE 0.
           05 CT-REJEITOS-FALHA       PIC 9(9) USAGE COMP VALUE 0.
           05 CT-DETALHES-EXTRATO     PIC 9(9) USAGE COMP VALUE 0.
           05 CT-VOLUMES-GRAVADOS     PIC 9(9) USAGE COMP VALUE 0.
           05 CT-VOLUMES-JA-GRAVADOS  PIC 9(9) USAGE COMP VALUE 0.
           05 CT-VOLUMES-FALHA        PIC 9(9) USAGE COMP VALUE 0.
           05 CT-RESSUBMISSOES-LIDAS  PIC 9(9) USAGE COMP VALUE 0.
           05 CT-MARCADOS-CORRIGIDOS  PIC 9(9) USAGE COMP VALUE 0.

       PROCEDURE DIVISION.
      ******************************************************************
      * 0000-MAINLINE                                                  *
      ******************************************************************
       0000-MAINLINE.
           ACCEPT WS-HORA-INICIO-EXEC FROM TIME
           PERFORM 0150-OBTER-DATA-NEGOCIO
               THRU 0150-OBTER-DATA-NEGOCIO-EXIT
           PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT
           IF HISTORICO-ABERTO AND CONTROLE-INICIADO
               PERFORM 2000-ANEXAR-REJEITOS
                   THRU 2000-ANEXAR-REJEITOS-EXIT
               PERFORM 3000-GRAVAR-VOLUMES
                   THRU 3000-GRAVAR-VOLUMES-EXIT
               PERFORM 4000-GRAVAR-CONTROLE
                   THRU 4000-GRAVAR-CONTROLE-EXIT
           END-IF
           IF HISTORICO-ABERTO
               PERFORM 5000-MARCAR-CORRECOES
                   THRU 5000-MARCAR-CORRECOES-EXIT
           END-IF
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
               DISPLAY "CPLDB0F4 - CONTROLE DE DATA DE NEGOCIO "
                   "INDISPONIVEL (" FS-DATA-NEGOCIO-ENTRADA
                   ") - USANDO A DATA DO SISTEMA"
               ACCEPT WS-DATA-NEGOCIO FROM DATE YYYYMMDD
               GO TO 0150-OBTER-DATA-NEGOCIO-EXIT
           END-IF
           READ DATA-NEGOCIO-ENTRADA
               AT END
                   DISPLAY "CPLDB0F4 - CONTROLE DE DATA DE NEGOCIO "
                       "VAZIO - USANDO A DATA DO SISTEMA"
                   ACCEPT WS-DATA-NEGOCIO FROM DATE YYYYMMDD
               NOT AT END
                   MOVE DN-DATA-ATUAL TO WS-DATA-NEGOCIO
           END-READ
           CLOSE DATA-NEGOCIO-ENTRADA.
       0150-OBTER-DATA-NEGOCIO-EXIT.
           EXIT.

      ******************************************************************
      * 1000-INICIALIZAR - ABRE O HISTORICO (CRIANDO-O NA PRIMEIRA     *
      *      EXECUCAO) E VERIFICA SE A DATA DE NEGOCIO JA FOI ANEXADA: *
      *      CONTROLE CONCLUIDO = SO AS CORRECOES; EM ANDAMENTO =      *
      *      RETOMADA; INEXISTENTE = GRAVA O CONTROLE EM ANDAMENTO     *
      *      ANTES DO PRIMEIRO REJEITO                                 *
      ******************************************************************
       1000-INICIALIZAR.
           OPEN I-O HISTORICO-REJEITOS
           IF FS-HISTORICO-REJEITOS = "35"
               OPEN OUTPUT HISTORICO-REJEITOS
               CLOSE HISTORICO-REJEITOS
               OPEN I-O HISTORICO-REJEITOS
           END-IF
           IF FS-HISTORICO-REJEITOS NOT = "00"
               DISPLAY "CPLDB0F4 - ERRO AO ABRIR HISTORICO DE REJEITOS "
                       FS-HISTORICO-REJEITOS
               MOVE 8 TO RETURN-CODE
               GO TO 1000-INICIALIZAR-EXIT
           END-IF
           SET HISTORICO-ABERTO TO TRUE

           MOVE SPACES          TO RH-CHAVE
           MOVE "C"             TO RH-TIPO-REGISTRO
           MOVE WS-DATA-NEGOCIO TO RH-DATA-CONTROLE
           READ HISTORICO-REJEITOS
           EVALUATE TRUE
               WHEN FS-HISTORICO-REJEITOS = "00"
                AND RH-ANEXACAO-EM-ANDAMENTO
                   SET CONTROLE-INICIADO TO TRUE
                   DISPLAY "CPLDB0F4 - ANEXACAO DA DATA "
                       WS-DATA-NEGOCIO " INTERROMPIDA - RETOMANDO SEM "
                       "REPETIR O QUE JA ESTA NO HISTORICO"
               WHEN FS-HISTORICO-REJEITOS = "00"
                   SET DATA-JA-ANEXADA TO TRUE
                   DISPLAY "CPLDB0F4 - DATA " WS-DATA-NEGOCIO
                       " JA ANEXADA AO HISTORICO (" RH-QTDE-REJEITOS
                       " REJEITOS) - SO AS CORRECOES SERAO MARCADAS"
                   MOVE 4 TO RETURN-CODE
               WHEN FS-HISTORICO-REJEITOS = "23"
                   PERFORM 1100-INICIAR-CONTROLE
                       THRU 1100-INICIAR-CONTROLE-EXIT
               WHEN OTHER
                   DISPLAY "CPLDB0F4 - ERRO AO LER CONTROLE DA DATA, "
                       "STATUS " FS-HISTORICO-REJEITOS
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE.
       1000-INICIALIZAR-EXIT.
           EXIT.

      ******************************************************************
      * 1100-INICIAR-CONTROLE - GRAVA O CONTROLE DA DATA EM ANDAMENTO; *
      *      SEM ELE NADA E ANEXADO, PARA QUE UMA INTERRUPCAO SEMPRE   *
      *      DEIXE A MARCA DA RETOMADA                                 *
      ******************************************************************
       1100-INICIAR-CONTROLE.
           MOVE SPACES          TO CPLDB0Z5
           MOVE "C"             TO RH-TIPO-REGISTRO
           MOVE WS-DATA-NEGOCIO TO RH-DATA-CONTROLE
           MOVE 0               TO RH-QTDE-REJEITOS
           MOVE 0               TO RH-QTDE-EXTRATO
           SET RH-ANEXACAO-EM-ANDAMENTO TO TRUE
           WRITE CPLDB0Z5
           IF FS-HISTORICO-REJEITOS NOT = "00"
               DISPLAY "CPLDB0F4 - ERRO AO GRAVAR CONTROLE DA DATA, "
                   "STATUS " FS-HISTORICO-REJEITOS
               MOVE 8 TO RETURN-CODE
               GO TO 1100-INICIAR-CONTROLE-EXIT
           END-IF
           SET CONTROLE-INICIADO TO TRUE.
       1100-INICIAR-CONTROLE-EXIT.
           EXIT.

      ******************************************************************
      * 2000-ANEXAR-REJEITOS - GRAVA OS REJEITOS DA NOITE NO HISTORICO *
      *      NA ORDEM DA CHAVE (SORT ESTAVEL: AS OCORRENCIAS DE UMA    *
      *      MESMA CHAVE MANTEM A ORDEM DO ARQUIVO DE REJEITOS)        *
      ******************************************************************
       2000-ANEXAR-REJEITOS.
           SORT SORT-REJ-FILE
               ON ASCENDING KEY WR-CCNPJ-CPF WR-CTPO-PSSOA
                                WR-NEVNTO-RTING
               WITH DUPLICATES IN ORDER
               USING REJEITOS-ENTRADA
               GIVING ORDEM-REJEITOS
           IF FS-REJEITOS-ENTRADA NOT = "00"
               DISPLAY "CPLDB0F4 - ERRO AO ORDENAR REJEITOS "
                       FS-REJEITOS-ENTRADA
               MOVE 8 TO RETURN-CODE
               GO TO 2000-ANEXAR-REJEITOS-EXIT
           END-IF
           OPEN INPUT ORDEM-REJEITOS
           IF FS-ORDEM-REJEITOS NOT = "00"
               DISPLAY "CPLDB0F4 - ERRO AO ABRIR REJEITOS ORDENADOS "
                       FS-ORDEM-REJEITOS
               MOVE 8 TO RETURN-CODE
               GO TO 2000-ANEXAR-REJEITOS-EXIT
           END-IF
           PERFORM 2100-LER-REJEITO THRU 2100-LER-REJEITO-EXIT
               UNTIL FIM-DO-ARQUIVO-REJEITOS
           CLOSE ORDEM-REJEITOS.
       2000-ANEXAR-REJEITOS-EXIT.
           EXIT.

       2100-LER-REJEITO.
           READ ORDEM-REJEITOS
               AT END
                   SET FIM-DO-ARQUIVO-REJEITOS TO TRUE
                   GO TO 2100-LER-REJEITO-EXIT
           END-READ
           ADD 1 TO CT-REJEITOS-LIDOS

           IF SR-CCNPJ-CPF    = CA-CCNPJ-CPF
              AND SR-CTPO-PSSOA   = CA-CTPO-PSSOA
              AND SR-NEVNTO-RTING = CA-NEVNTO-RTING
              AND CT-REJEITOS-LIDOS > 1
               ADD 1 TO WS-SEQUENCIA-CHAVE
           ELSE
               MOVE 1 TO WS-SEQUENCIA-CHAVE
               MOVE SR-CCNPJ-CPF    TO CA-CCNPJ-CPF
               MOVE SR-CTPO-PSSOA   TO CA-CTPO-PSSOA
               MOVE SR-NEVNTO-RTING TO CA-NEVNTO-RTING
           END-IF

           MOVE SPACES              TO CPLDB0Z5
           MOVE "R"                 TO RH-TIPO-REGISTRO
           MOVE SR-CCNPJ-CPF        TO RH-CCNPJ-CPF
           MOVE SR-CTPO-PSSOA       TO RH-CTPO-PSSOA
           MOVE SR-NEVNTO-RTING     TO RH-NEVNTO-RTING
           MOVE WS-DATA-NEGOCIO     TO RH-DATA-MOVIMENTO
           MOVE SR-COD-MOTIVO       TO RH-COD-MOTIVO
           MOVE SR-CFLIAL-CNPJ      TO RH-CFLIAL-CNPJ
           MOVE SR-CPTCAO-TBELA     TO RH-CPTCAO-TBELA
           MOVE SR-NFAIXA-SIT-RTING TO RH-NFAIXA-SIT-RTING
           SET RH-PENDENTE          TO TRUE
           MOVE 0                   TO RH-DATA-CORRECAO

           IF WS-SEQUENCIA-CHAVE > 999
               DISPLAY "CPLDB0F4 - SEQUENCIA ESGOTADA PARA A "
                   "CHAVE " RH-CHAVE-EVENTO
               ADD 1 TO CT-REJEITOS-FALHA
               GO TO 2100-LER-REJEITO-EXIT
           END-IF
           MOVE WS-SEQUENCIA-CHAVE  TO RH-SEQUENCIA
           PERFORM 2110-GRAVAR-REJEITO THRU 2110-GRAVAR-REJEITO-EXIT.
       2100-LER-REJEITO-EXIT.
           EXIT.

      ******************************************************************
      * 2110-GRAVAR-REJEITO - A MESMA CHAVE PODE SER REJEITADA MAIS DE *
      *      UMA VEZ NA NOITE (EXTRATO COM CHAVE REPETIDA): A N-ESIMA  *
      *      OCORRENCIA TEM SEQUENCIA N. CHAVE+DATA+SEQUENCIA JA NO    *
      *      HISTORICO ("22") = GRAVADA PELA EXECUCAO INTERROMPIDA DA  *
      *      MESMA NOITE - NAO E GRAVADA DE NOVO.                      *
      ******************************************************************
       2110-GRAVAR-REJEITO.
           WRITE CPLDB0Z5
           EVALUATE FS-HISTORICO-REJEITOS
               WHEN "00"
                   ADD 1 TO CT-REJEITOS-GRAVADOS
               WHEN "22"
                   ADD 1 TO CT-REJEITOS-JA-ANEXADOS
               WHEN OTHER
                   DISPLAY "CPLDB0F4 - ERRO AO GRAVAR REJEITO NO "
                       "HISTORICO, STATUS " FS-HISTORICO-REJEITOS
                       " CHAVE " RH-CHAVE-EVENTO
                   ADD 1 TO CT-REJEITOS-FALHA
           END-EVALUATE.
       2110-GRAVAR-REJEITO-EXIT.
           EXIT.

      ******************************************************************
      * 3000-GRAVAR-VOLUMES - CONTA OS DETALHES DO EXTRATO DA NOITE    *
      *      POR FILIAL E POR PARTICAO E GRAVA UM REGISTRO "V" POR     *
      *      CODIGO COM DETALHES                                       *
      ******************************************************************
       3000-GRAVAR-VOLUMES.
           OPEN INPUT EXTRATO-ENTRADA
           IF FS-EXTRATO-ENTRADA NOT = "00"
               DISPLAY "CPLDB0F4 - EXTRATO DA NOITE INDISPONIVEL ("
                   FS-EXTRATO-ENTRADA ") - NOITE SEM VOLUME NO "
                   "HISTORICO"
               GO TO 3000-GRAVAR-VOLUMES-EXIT
           END-IF
           INITIALIZE VOLUMES-FILIAL
           INITIALIZE VOLUMES-PARTICAO
           PERFORM 3100-LER-EXTRATO THRU 3100-LER-EXTRATO-EXIT
               UNTIL FIM-DO-ARQUIVO-EXTRATO
           CLOSE EXTRATO-ENTRADA

           PERFORM 3200-GRAVAR-VOLUME-FILIAL
               THRU 3200-GRAVAR-VOLUME-FILIAL-EXIT
               VARYING WS-IDX-VOLUME FROM 1 BY 1
               UNTIL WS-IDX-VOLUME > 10000
           PERFORM 3300-GRAVAR-VOLUME-PARTICAO
               THRU 3300-GRAVAR-VOLUME-PARTICAO-EXIT
               VARYING WS-IDX-VOLUME FROM 1 BY 1
               UNTIL WS-IDX-VOLUME > 1000.
       3000-GRAVAR-VOLUMES-EXIT.
           EXIT.

       3100-LER-EXTRATO.
           READ EXTRATO-ENTRADA
               AT END
                   SET FIM-DO-ARQUIVO-EXTRATO TO TRUE
                   GO TO 3100-LER-EXTRATO-EXIT
           END-READ
           IF EX-TIPO-REGISTRO NOT = "D"
               GO TO 3100-LER-EXTRATO-EXIT
           END-IF
           ADD 1 TO CT-DETALHES-EXTRATO
           MOVE CFLIAL-CNPJ TO WS-CODIGO-DIMENSAO
           ADD 1 TO VF-QTDE-DETALHES(WS-CODIGO-DIMENSAO + 1)
           MOVE CPTCAO-TBELA TO WS-CODIGO-DIMENSAO
           ADD 1 TO VP-QTDE-DETALHES(WS-CODIGO-DIMENSAO + 1).
       3100-LER-EXTRATO-EXIT.
           EXIT.

       3200-GRAVAR-VOLUME-FILIAL.
           IF VF-QTDE-DETALHES(WS-IDX-VOLUME) > 0
               MOVE "F" TO RH-DIMENSAO
               MOVE VF-QTDE-DETALHES(WS-IDX-VOLUME)
                   TO RH-QTDE-DETALHES
               PERFORM 3400-GRAVAR-VOLUME THRU 3400-GRAVAR-VOLUME-EXIT
           END-IF.
       3200-GRAVAR-VOLUME-FILIAL-EXIT.
           EXIT.

       3300-GRAVAR-VOLUME-PARTICAO.
           IF VP-QTDE-DETALHES(WS-IDX-VOLUME) > 0
               MOVE "P" TO RH-DIMENSAO
               MOVE VP-QTDE-DETALHES(WS-IDX-VOLUME)
                   TO RH-QTDE-DETALHES
               PERFORM 3400-GRAVAR-VOLUME THRU 3400-GRAVAR-VOLUME-EXIT
           END-IF.
       3300-GRAVAR-VOLUME-PARTICAO-EXIT.
           EXIT.

      ******************************************************************
      * 3400-GRAVAR-VOLUME - GRAVA O REGISTRO "V" JA COM DIMENSAO E    *
      *      QUANTIDADE; O CODIGO E O INDICE DA TABELA MENOS 1. CHAVE  *
      *      JA NO HISTORICO ("22") = GRAVADA PELA EXECUCAO            *
      *      INTERROMPIDA DA MESMA NOITE.                              *
      ******************************************************************
       3400-GRAVAR-VOLUME.
           MOVE "V"             TO RH-TIPO-REGISTRO
           MOVE WS-DATA-NEGOCIO TO RH-DATA-VOLUME
           COMPUTE RH-CODIGO-DIMENSAO = WS-IDX-VOLUME - 1
           MOVE SPACES TO RH-CHAVE-VOLUME(14:13)
           MOVE SPACES TO RH-DADOS-VOLUME(10:31)
           WRITE CPLDB0Z5
           EVALUATE FS-HISTORICO-REJEITOS
               WHEN "00"
                   ADD 1 TO CT-VOLUMES-GRAVADOS
               WHEN "22"
                   ADD 1 TO CT-VOLUMES-JA-GRAVADOS
               WHEN OTHER
                   DISPLAY "CPLDB0F4 - ERRO AO GRAVAR VOLUME NO "
                       "HISTORICO, STATUS " FS-HISTORICO-REJEITOS " "
                       RH-DIMENSAO RH-CODIGO-DIMENSAO
                   ADD 1 TO CT-VOLUMES-FALHA
           END-EVALUATE.
       3400-GRAVAR-VOLUME-EXIT.
           EXIT.

      ******************************************************************
      * 4000-GRAVAR-CONTROLE - MARCA A DATA DE NEGOCIO COMO ANEXADA    *
      *      (CONCLUIDA), COM OS TOTAIS DA NOITE. COM ERRO DE ARQUIVO  *
      *      NOS PASSOS ANTERIORES O CONTROLE FICA EM ANDAMENTO E A    *
      *      REEXECUCAO RETOMA A NOITE.                                *
      ******************************************************************
       4000-GRAVAR-CONTROLE.
           IF RETURN-CODE >= 8
               DISPLAY "CPLDB0F4 - DATA " WS-DATA-NEGOCIO " MANTIDA EM "
                   "ANDAMENTO NO HISTORICO - REEXECUTAR PARA CONCLUIR"
               GO TO 4000-GRAVAR-CONTROLE-EXIT
           END-IF
           MOVE SPACES               TO RH-CHAVE
           MOVE "C"                  TO RH-TIPO-REGISTRO
           MOVE WS-DATA-NEGOCIO      TO RH-DATA-CONTROLE
           READ HISTORICO-REJEITOS
           IF FS-HISTORICO-REJEITOS NOT = "00"
               DISPLAY "CPLDB0F4 - ERRO AO LER CONTROLE DA DATA, "
                   "STATUS " FS-HISTORICO-REJEITOS
               MOVE 8 TO RETURN-CODE
               GO TO 4000-GRAVAR-CONTROLE-EXIT
           END-IF
           COMPUTE RH-QTDE-REJEITOS = CT-REJEITOS-GRAVADOS
                                    + CT-REJEITOS-JA-ANEXADOS
           MOVE CT-DETALHES-EXTRATO  TO RH-QTDE-EXTRATO
           SET RH-ANEXACAO-CONCLUIDA TO TRUE
           REWRITE CPLDB0Z5
           IF FS-HISTORICO-REJEITOS NOT = "00"
               DISPLAY "CPLDB0F4 - ERRO AO GRAVAR CONTROLE DA DATA, "
                   "STATUS " FS-HISTORICO-REJEITOS
               MOVE 8 TO RETURN-CODE
           END-IF.
       4000-GRAVAR-CONTROLE-EXIT.
           EXIT.

      ******************************************************************
      * 5000-MARCAR-CORRECOES - PARA CADA DETALHE REAPRESENTADO NA     *
      *      NOITE, MARCA COMO CORRIGIDOS OS REJEITOS PENDENTES DA     *
      *      MESMA CHAVE NO HISTORICO                                  *
      ******************************************************************
       5000-MARCAR-CORRECOES.
           OPEN INPUT RESSUBMISSAO-ENTRADA
           IF FS-RESSUBMISSAO-ENTRADA NOT = "00"
               DISPLAY "CPLDB0F4 - EXTRATO DE REAPRESENTACAO "
                   "INDISPONIVEL (" FS-RESSUBMISSAO-ENTRADA
                   ") - NENHUMA CORRECAO MARCADA"
               GO TO 5000-MARCAR-CORRECOES-EXIT
           END-IF
           PERFORM 5100-LER-RESSUBMISSAO
               THRU 5100-LER-RESSUBMISSAO-EXIT
               UNTIL FIM-DO-ARQUIVO-RESSUBMISSAO
           CLOSE RESSUBMISSAO-ENTRADA.
       5000-MARCAR-CORRECOES-EXIT.
           EXIT.

       5100-LER-RESSUBMISSAO.
           READ RESSUBMISSAO-ENTRADA
               AT END
                   SET FIM-DO-ARQUIVO-RESSUBMISSAO TO TRUE
                   GO TO 5100-LER-RESSUBMISSAO-EXIT
           END-READ
           IF RS-TIPO-REGISTRO NOT = "D"
               GO TO 5100-LER-RESSUBMISSAO-EXIT
           END-IF
           ADD 1 TO CT-RESSUBMISSOES-LIDAS

           MOVE RS-CCNPJ-CPF    TO CC-CCNPJ-CPF
           MOVE RS-CTPO-PSSOA   TO CC-CTPO-PSSOA
           MOVE RS-NEVNTO-RTING TO CC-NEVNTO-RTING

           MOVE "R"             TO RH-TIPO-REGISTRO
           MOVE CHAVE-CORRIGIDA TO RH-CHAVE-EVENTO
           MOVE 0               TO RH-DATA-MOVIMENTO
           MOVE 0               TO RH-SEQUENCIA
           START HISTORICO-REJEITOS KEY >= RH-CHAVE
           IF FS-HISTORICO-REJEITOS NOT = "00"
               GO TO 5100-LER-RESSUBMISSAO-EXIT
           END-IF
           MOVE "N" TO SW-FIM-VARREDURA
           PERFORM 5200-LER-VARREDURA THRU 5200-LER-VARREDURA-EXIT
               UNTIL FIM-DA-VARREDURA.
       5100-LER-RESSUBMISSAO-EXIT.
           EXIT.

      ******************************************************************
      * 5200-LER-VARREDURA - PERCORRE OS REJEITOS DA CHAVE, EM ORDEM   *
      *      DE DATA, MARCANDO OS PENDENTES                            *
      ******************************************************************
       5200-LER-VARREDURA.
           READ HISTORICO-REJEITOS NEXT
           IF FS-HISTORICO-REJEITOS NOT = "00"
               SET FIM-DA-VARREDURA TO TRUE
               GO TO 5200-LER-VARREDURA-EXIT
           END-IF
           IF NOT RH-REJEITO
              OR RH-CHAVE-EVENTO NOT = CHAVE-CORRIGIDA
               SET FIM-DA-VARREDURA TO TRUE
               GO TO 5200-LER-VARREDURA-EXIT
           END-IF
           IF RH-PENDENTE
               SET RH-CORRIGIDO TO TRUE
               MOVE WS-DATA-NEGOCIO TO RH-DATA-CORRECAO
               REWRITE CPLDB0Z5
               IF FS-HISTORICO-REJEITOS = "00"
                   ADD 1 TO CT-MARCADOS-CORRIGIDOS
               ELSE
                   DISPLAY "CPLDB0F4 - ERRO AO MARCAR CORRECAO, STATUS "
                       FS-HISTORICO-REJEITOS " CHAVE " RH-CHAVE-EVENTO
               END-IF
           END-IF.
       5200-LER-VARREDURA-EXIT.
           EXIT.

      ******************************************************************
      * 9000-FINALIZAR - FECHA O HISTORICO, EXIBE OS TOTAIS E GRAVA O  *
      *      LOG DA ESTEIRA                                            *
      ******************************************************************
       9000-FINALIZAR.
           IF HISTORICO-ABERTO
               CLOSE HISTORICO-REJEITOS
           END-IF
           IF RETURN-CODE = 0
              AND (CT-REJEITOS-FALHA > 0 OR CT-VOLUMES-FALHA > 0)
               MOVE 4 TO RETURN-CODE
           END-IF

           DISPLAY "CPLDB0F4 - DATA DE NEGOCIO        : "
               WS-DATA-NEGOCIO
           DISPLAY "CPLDB0F4 - REJEITOS LIDOS         : "
               CT-REJEITOS-LIDOS
           DISPLAY "CPLDB0F4 - REJEITOS NO HISTORICO  : "
               CT-REJEITOS-GRAVADOS
           DISPLAY "CPLDB0F4 - REJEITOS JA ANEXADOS   : "
               CT-REJEITOS-JA-ANEXADOS
           DISPLAY "CPLDB0F4 - REJEITOS NAO GRAVADOS  : "
               CT-REJEITOS-FALHA
           DISPLAY "CPLDB0F4 - DETALHES DO EXTRATO    : "
               CT-DETALHES-EXTRATO
           DISPLAY "CPLDB0F4 - VOLUMES GRAVADOS       : "
               CT-VOLUMES-GRAVADOS
           DISPLAY "CPLDB0F4 - VOLUMES JA GRAVADOS    : "
               CT-VOLUMES-JA-GRAVADOS
           DISPLAY "CPLDB0F4 - VOLUMES NAO GRAVADOS   : "
               CT-VOLUMES-FALHA
           DISPLAY "CPLDB0F4 - REAPRESENTADOS LIDOS   : "
               CT-RESSUBMISSOES-LIDAS
           DISPLAY "CPLDB0F4 - REJEITOS CORRIGIDOS    : "
               CT-MARCADOS-CORRIGIDOS

           PERFORM 9800-GRAVAR-RUNLOG THRU 9800-GRAVAR-RUNLOG-EXIT.
       9000-FINALIZAR-EXIT.
           EXIT.

      ******************************************************************
      * 9800-GRAVAR-RUNLOG - ANEXA OS CONTADORES DA EXECUCAO AO LOG    *
      *      COMUM DA ESTEIRA (RUNLOG, LAYOUT CPLDB0N5): ENTRADA =     *
      *      REJEITOS LIDOS, SAIDA = REJEITOS GRAVADOS NO HISTORICO,   *
      *      REJEITADOS = REJEITOS NAO GRAVADOS, OUTROS = REJEITOS     *
      *      MARCADOS COMO CORRIGIDOS.                                 *
      ******************************************************************
       9800-GRAVAR-RUNLOG.
           OPEN EXTEND RUNLOG-SAIDA
           IF FS-RUNLOG-SAIDA = "35"
               OPEN OUTPUT RUNLOG-SAIDA
           END-IF
           IF FS-RUNLOG-SAIDA NOT = "00"
               DISPLAY "CPLDB0F4 - LOG DE EXECUCAO INDISPONIVEL ("
                   FS-RUNLOG-SAIDA ")"
               GO TO 9800-GRAVAR-RUNLOG-EXIT
           END-IF
           MOVE "CPLDB0F4" TO RL-PROGRAMA
           MOVE WS-DATA-NEGOCIO TO RL-DATA-MOVIMENTO
           MOVE WS-HORA-INICIO-EXEC(1:6) TO RL-HORA-INICIO
           ACCEPT WS-HORA-INICIO-EXEC FROM TIME
           MOVE WS-HORA-INICIO-EXEC(1:6) TO RL-HORA-FIM
           MOVE CT-REJEITOS-LIDOS TO RL-QTDE-ENTRADA
           MOVE CT-REJEITOS-GRAVADOS TO RL-QTDE-SAIDA
           MOVE CT-REJEITOS-FALHA TO RL-QTDE-REJEITADOS
           MOVE CT-MARCADOS-CORRIGIDOS TO RL-QTDE-OUTROS
           MOVE RETURN-CODE TO RL-RETURN-CODE
           WRITE CPLDB0N5
           CLOSE RUNLOG-SAIDA.
       9800-GRAVAR-RUNLOG-EXIT.
           EXIT.
