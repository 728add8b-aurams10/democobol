       IDENTIFICATION DIVISION.
       PROGRAM-ID. CPLDB0E8.
       AUTHOR. EQUIPE-CARGA-AD.
       INSTALLATION. CARGA-DB2PRD-TPSSOA-EVNTO-SIT.
       DATE-WRITTEN. 15/10/2026.
       DATE-COMPILED. 15/10/2026.
      ******************************************************************
      * HISTORICO DE MODIFICACOES                                     *
      *----------------------------------------------------------------
      * DATA       AUTOR   DESCRICAO                                  *
      * 15/10/2026 EAD     PROGRAMA INICIAL - VIRADA E MANUTENCAO DO   *
      *                    CONTROLE DE DATA DE NEGOCIO (DATANEG,       *
      *                    LAYOUT CPLDB0U5).                           *
      ******************************************************************
      ******************************************************************
      * FUNCAO: UNICO PROGRAMA QUE ALTERA O CONTROLE DE DATA DE        *
      *         NEGOCIO (DATANEG, LAYOUT CPLDB0U5), DE ONDE TODOS OS   *
      *         PROGRAMAS BATCH DA ESTEIRA TOMAM A DATA DO MOVIMENTO.  *
      *         FUNCOES (POSICAO 1 DO PARAMETRO):                      *
      *           "A" (OU PARAMETRO AUSENTE) - VIRADA DE DATA: SO      *
      *               AVANCA SE O BALANCEAMENTO CPLDB0C6 DEU GO PARA A *
      *               DATA ATUAL (ULTIMO REGISTRO CPLDB0C6 DO RUNLOG   *
      *               NA DATA ATUAL COM RETURN-CODE 0). A NOVA DATA E  *
      *               O PROXIMO DIA UTIL (SEM SABADO, DOMINGO OU       *
      *               FERIADO DO CALENDARIO) E A DATA ATUAL PASSA A    *
      *               DATA ANTERIOR. EM REPROCESSAMENTO ("R"), VOLTA   *
      *               DIRETO A DATA QUE ESTAVA EM VIGOR (SITUACAO      *
      *               "N"). NOITES ATRASADAS SAO RECUPERADAS UMA A UMA *
      *               NA ORDEM NORMAL: SEM GO A DATA NAO AVANCA, E     *
      *               CADA NOITE RODA COM A SUA PROPRIA DATA;          *
      *           "P" AAAAMMDD - POSICIONA DE PROPOSITO UMA DATA       *
      *               PASSADA PARA REPROCESSAMENTO (SITUACAO "R"). A   *
      *               DATA PRECISA SER ANTERIOR A DATA EM VIGOR;       *
      *           "F" AAAAMMDD DESCRICAO - INCLUI UM FERIADO NO        *
      *               CALENDARIO;                                      *
      *           "X" AAAAMMDD - EXCLUI UM FERIADO DO CALENDARIO;      *
      *           "I" AAAAMMDD - CRIA O CONTROLE COM A DATA INFORMADA  *
      *               (SO QUANDO AINDA NAO EXISTE).                    *
      *         FUNCAO RECUSADA = RETURN-CODE 8, CONTROLE INALTERADO,  *
      *         PARA O SCHEDULER SEGURAR A NOITE SEGUINTE.             *
      *                                                                *
      * PARAMETRO DE EXECUCAO (LINHA DE COMANDO):                      *
      *         POSICAO 1     - FUNCAO (A, P, F, X, I)                 *
      *         POSICOES 3-10 - DATA AAAAMMDD (P, F, X, I)             *
      *         POSICOES 12-31- DESCRICAO DO FERIADO (F)               *
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DATA-NEGOCIO ASSIGN TO DATANEG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-DATA-NEGOCIO.

           SELECT RUNLOG-ENTRADA ASSIGN TO RUNLOG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-RUNLOG-ENTRADA.

           SELECT RUNLOG-SAIDA ASSIGN TO RUNLOG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-RUNLOG-SAIDA.

       DATA DIVISION.
       FILE SECTION.
       FD  DATA-NEGOCIO
           RECORDING MODE IS F.
           COPY CPLDB0U5.

       FD  RUNLOG-ENTRADA
           RECORDING MODE IS F.
           COPY CPLDB0N5 REPLACING ==CPLDB0N5==
               BY ==REG-RUNLOG-ENTRADA==
               LEADING ==RL== BY ==RE==.

       FD  RUNLOG-SAIDA
           RECORDING MODE IS F.
           COPY CPLDB0N5.

       WORKING-STORAGE SECTION.
       01  FS-DATA-NEGOCIO            PIC X(2) VALUE "00".
       01  FS-RUNLOG-ENTRADA          PIC X(2) VALUE "00".
       01  FS-RUNLOG-SAIDA            PIC X(2) VALUE "00".

      ******************************************************************
      * HORA DE INICIO DA EXECUCAO (HHMMSSCC), RETIDA PARA O REGISTRO  *
      * DO LOG DE EXECUCAO DA ESTEIRA.                                 *
      ******************************************************************
       01  WS-HORA-INICIO-EXEC        PIC 9(8) VALUE 0.

       01  SW-CONTROLE-LIDO           PIC X(1) VALUE "N".
           88 CONTROLE-LIDO           VALUE "S".

       01  SW-FIM-RUNLOG              PIC X(1) VALUE "N".
           88 FIM-DO-ARQUIVO-RUNLOG   VALUE "S".

       01  SW-GO-BALANCEAMENTO        PIC X(1) VALUE "N".
           88 GO-BALANCEAMENTO        VALUE "S".

       01  SW-BALANCEAMENTO-LIDO      PIC X(1) VALUE "N".
           88 BALANCEAMENTO-LIDO      VALUE "S".

       01  SW-DIA-UTIL                PIC X(1) VALUE "N".
           88 DIA-UTIL                VALUE "S".

       01  SW-FERIADO-ACHADO          PIC X(1) VALUE "N".
           88 FERIADO-ACHADO          VALUE "S".

      ******************************************************************
      * PARAMETROS DE EXECUCAO                                         *
      ******************************************************************
       01  WS-PARAMETRO-EXECUCAO      PIC X(40) VALUE SPACE.
       01  WS-FUNCAO                  PIC X(1) VALUE SPACE.
           88 FUNCAO-AVANCAR          VALUE "A" " ".
           88 FUNCAO-POSICIONAR       VALUE "P".
           88 FUNCAO-INCLUIR-FERIADO  VALUE "F".
           88 FUNCAO-EXCLUIR-FERIADO  VALUE "X".
           88 FUNCAO-INICIAR          VALUE "I".
       01  WS-DATA-INFORMADA          PIC 9(8) VALUE 0.
       01  WS-DESCR-INFORMADA         PIC X(20) VALUE SPACE.

      ******************************************************************
      * AREAS DE CALCULO DE DIA UTIL. O DIA JULIANO DE INTEGER-OF-DATE *
      * CONTA A PARTIR DE 01/01/1601, UMA SEGUNDA-FEIRA: RESTO DA      *
      * DIVISAO POR 7 IGUAL A 6 E SABADO E IGUAL A 0 E DOMINGO.        *
      ******************************************************************
       01  WS-DATA-CALCULO            PIC 9(8) VALUE 0.
       01  WS-DIAS-INTEIRO            PIC 9(8) VALUE 0.
       01  WS-QUOCIENTE-SEMANA        PIC 9(8) VALUE 0.
       01  WS-DIA-SEMANA              PIC 9(1) VALUE 0.
       01  WS-IDX-FERIADO             PIC 9(3) USAGE COMP VALUE 0.
       01  WS-IDX-DESLOCA             PIC 9(3) USAGE COMP VALUE 0.

      ******************************************************************
      * IMAGEM DO CONTROLE ANTES DA FUNCAO, PARA O RESUMO DA EXECUCAO  *
      ******************************************************************
       01  WS-DATA-ATUAL-ANTES        PIC 9(8) VALUE 0.
       01  WS-SITUACAO-ANTES          PIC X(1) VALUE SPACE.

       01  DATA-HORA.
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
           IF RETURN-CODE = 0
               EVALUATE TRUE
                   WHEN FUNCAO-INICIAR
                       PERFORM 6000-INICIAR-CONTROLE
                           THRU 6000-INICIAR-CONTROLE-EXIT
                   WHEN OTHER
                       PERFORM 1000-LER-CONTROLE
                           THRU 1000-LER-CONTROLE-EXIT
               END-EVALUATE
           END-IF
           IF RETURN-CODE = 0 AND NOT FUNCAO-INICIAR
               EVALUATE TRUE
                   WHEN FUNCAO-AVANCAR
                       PERFORM 3000-AVANCAR-DATA
                           THRU 3000-AVANCAR-DATA-EXIT
                   WHEN FUNCAO-POSICIONAR
                       PERFORM 4000-POSICIONAR-DATA
                           THRU 4000-POSICIONAR-DATA-EXIT
                   WHEN FUNCAO-INCLUIR-FERIADO
                       PERFORM 5000-INCLUIR-FERIADO
                           THRU 5000-INCLUIR-FERIADO-EXIT
                   WHEN FUNCAO-EXCLUIR-FERIADO
                       PERFORM 5500-EXCLUIR-FERIADO
                           THRU 5500-EXCLUIR-FERIADO-EXIT
               END-EVALUATE
               IF RETURN-CODE = 0
                   PERFORM 7000-GRAVAR-CONTROLE
                       THRU 7000-GRAVAR-CONTROLE-EXIT
               ELSE
                   CLOSE DATA-NEGOCIO
               END-IF
           END-IF
           PERFORM 9000-FINALIZAR THRU 9000-FINALIZAR-EXIT
           GOBACK.

      ******************************************************************
      * 0100-OBTER-PARAMETRO - FUNCAO NA POSICAO 1, DATA AAAAMMDD NAS  *
      *      POSICOES 3-10 E DESCRICAO DO FERIADO NAS POSICOES 12-31.  *
      *      AS FUNCOES P, F, X E I EXIGEM UMA DATA VALIDA.            *
      ******************************************************************
       0100-OBTER-PARAMETRO.
           ACCEPT WS-PARAMETRO-EXECUCAO FROM COMMAND-LINE
           MOVE WS-PARAMETRO-EXECUCAO(1:1) TO WS-FUNCAO
           IF WS-FUNCAO = "a" OR "p" OR "f" OR "x" OR "i"
               INSPECT WS-FUNCAO CONVERTING "apfxi" TO "APFXI"
           END-IF
           MOVE WS-PARAMETRO-EXECUCAO(12:20) TO WS-DESCR-INFORMADA

           IF NOT FUNCAO-AVANCAR AND NOT FUNCAO-POSICIONAR
              AND NOT FUNCAO-INCLUIR-FERIADO
              AND NOT FUNCAO-EXCLUIR-FERIADO AND NOT FUNCAO-INICIAR
               DISPLAY "CPLDB0E8 - FUNCAO INVALIDA NO PARAMETRO: "
                   WS-PARAMETRO-EXECUCAO(1:1)
               MOVE 8 TO RETURN-CODE
               GO TO 0100-OBTER-PARAMETRO-EXIT
           END-IF
           IF FUNCAO-AVANCAR
               GO TO 0100-OBTER-PARAMETRO-EXIT
           END-IF

           IF WS-PARAMETRO-EXECUCAO(3:8) IS NOT NUMERIC
              OR WS-PARAMETRO-EXECUCAO(7:2) < "01"
              OR WS-PARAMETRO-EXECUCAO(7:2) > "12"
              OR WS-PARAMETRO-EXECUCAO(9:2) < "01"
              OR WS-PARAMETRO-EXECUCAO(9:2) > "31"
               DISPLAY "CPLDB0E8 - INFORME A DATA (AAAAMMDD) NAS "
                   "POSICOES 3-10 DO PARAMETRO"
               MOVE 8 TO RETURN-CODE
               GO TO 0100-OBTER-PARAMETRO-EXIT
           END-IF
           MOVE WS-PARAMETRO-EXECUCAO(3:8) TO WS-DATA-INFORMADA.
       0100-OBTER-PARAMETRO-EXIT.
           EXIT.

      ******************************************************************
      * 1000-LER-CONTROLE - ABRE O CONTROLE PARA ATUALIZACAO E LE O    *
      *      SEU UNICO REGISTRO. CONTROLE AUSENTE OU VAZIO SO PODE SER *
      *      CRIADO PELA FUNCAO "I".                                   *
      ******************************************************************
       1000-LER-CONTROLE.
           OPEN I-O DATA-NEGOCIO
           IF FS-DATA-NEGOCIO NOT = "00"
               DISPLAY "CPLDB0E8 - CONTROLE DE DATA DE NEGOCIO "
                   "INDISPONIVEL (" FS-DATA-NEGOCIO
                   ") - CRIE COM A FUNCAO I"
               MOVE 8 TO RETURN-CODE
               GO TO 1000-LER-CONTROLE-EXIT
           END-IF
           READ DATA-NEGOCIO
               AT END
                   DISPLAY "CPLDB0E8 - CONTROLE DE DATA DE NEGOCIO "
                       "VAZIO - CRIE COM A FUNCAO I"
                   CLOSE DATA-NEGOCIO
                   MOVE 8 TO RETURN-CODE
                   GO TO 1000-LER-CONTROLE-EXIT
           END-READ
           SET CONTROLE-LIDO TO TRUE
           MOVE DN-DATA-ATUAL TO WS-DATA-ATUAL-ANTES
           MOVE DN-SITUACAO   TO WS-SITUACAO-ANTES
           DISPLAY "CPLDB0E8 - DATA ATUAL     : " DN-DATA-ATUAL
               " SITUACAO " DN-SITUACAO
           DISPLAY "CPLDB0E8 - DATA ANTERIOR  : " DN-DATA-ANTERIOR.
       1000-LER-CONTROLE-EXIT.
           EXIT.

      ******************************************************************
      * 2000-VERIFICAR-GO - PROCURA NO LOG DA ESTEIRA O VEREDICTO DO   *
      *      BALANCEAMENTO CPLDB0C6 PARA A DATA ATUAL. HAVENDO MAIS DE *
      *      UM (REEXECUCAO), VALE O ULTIMO.                           *
      ******************************************************************
       2000-VERIFICAR-GO.
           MOVE "N" TO SW-GO-BALANCEAMENTO
           MOVE "N" TO SW-BALANCEAMENTO-LIDO
           OPEN INPUT RUNLOG-ENTRADA
           IF FS-RUNLOG-ENTRADA NOT = "00"
               DISPLAY "CPLDB0E8 - ERRO AO ABRIR LOG DE EXECUCAO "
                       FS-RUNLOG-ENTRADA
               GO TO 2000-VERIFICAR-GO-EXIT
           END-IF
           PERFORM 2100-LER-RUNLOG THRU 2100-LER-RUNLOG-EXIT
               UNTIL FIM-DO-ARQUIVO-RUNLOG
           CLOSE RUNLOG-ENTRADA.
       2000-VERIFICAR-GO-EXIT.
           EXIT.

       2100-LER-RUNLOG.
           READ RUNLOG-ENTRADA
               AT END
                   SET FIM-DO-ARQUIVO-RUNLOG TO TRUE
                   GO TO 2100-LER-RUNLOG-EXIT
           END-READ
           IF RE-PROGRAMA NOT = "CPLDB0C6"
              OR RE-DATA-MOVIMENTO NOT = DN-DATA-ATUAL
               GO TO 2100-LER-RUNLOG-EXIT
           END-IF
           SET BALANCEAMENTO-LIDO TO TRUE
           IF RE-RETURN-CODE = 0
               SET GO-BALANCEAMENTO TO TRUE
           ELSE
               MOVE "N" TO SW-GO-BALANCEAMENTO
           END-IF.
       2100-LER-RUNLOG-EXIT.
           EXIT.

      ******************************************************************
      * 3000-AVANCAR-DATA - VIRADA DE DATA, SO COM O GO DO             *
      *      BALANCEAMENTO PARA A DATA ATUAL. TERMINADO UM             *
      *      REPROCESSAMENTO, VOLTA DIRETO A DATA QUE ESTAVA EM VIGOR. *
      ******************************************************************
       3000-AVANCAR-DATA.
           PERFORM 2000-VERIFICAR-GO THRU 2000-VERIFICAR-GO-EXIT
           IF NOT BALANCEAMENTO-LIDO
               DISPLAY "CPLDB0E8 - VIRADA RECUSADA - CPLDB0C6 NAO "
                   "EXECUTOU PARA A DATA " DN-DATA-ATUAL
               MOVE 8 TO RETURN-CODE
               GO TO 3000-AVANCAR-DATA-EXIT
           END-IF
           IF NOT GO-BALANCEAMENTO
               DISPLAY "CPLDB0E8 - VIRADA RECUSADA - CPLDB0C6 DEU "
                   "NO-GO PARA A DATA " DN-DATA-ATUAL
               MOVE 8 TO RETURN-CODE
               GO TO 3000-AVANCAR-DATA-EXIT
           END-IF

           IF DN-SITUACAO = "R"
               MOVE DN-DATA-RETOMADA TO DN-DATA-ATUAL
               MOVE DN-DATA-RETOMADA TO WS-DATA-CALCULO
               PERFORM 8100-DIA-UTIL-ANTERIOR
                   THRU 8100-DIA-UTIL-ANTERIOR-EXIT
               MOVE WS-DATA-CALCULO TO DN-DATA-ANTERIOR
               MOVE "N" TO DN-SITUACAO
               MOVE 0 TO DN-DATA-RETOMADA
               GO TO 3000-AVANCAR-DATA-EXIT
           END-IF

           MOVE DN-DATA-ATUAL TO WS-DATA-CALCULO
           PERFORM 8000-PROXIMO-DIA-UTIL THRU 8000-PROXIMO-DIA-UTIL-EXIT
           MOVE DN-DATA-ATUAL TO DN-DATA-ANTERIOR
           MOVE WS-DATA-CALCULO TO DN-DATA-ATUAL.
       3000-AVANCAR-DATA-EXIT.
           EXIT.

      ******************************************************************
      * 4000-POSICIONAR-DATA - REPROCESSAMENTO DE PROPOSITO DE UMA     *
      *      DATA PASSADA. A DATA QUE ESTAVA EM VIGOR FICA GUARDADA    *
      *      PARA A VIRADA VOLTAR A ELA; UM SEGUNDO POSICIONAMENTO     *
      *      DURANTE O REPROCESSAMENTO MANTEM A DATA GUARDADA.         *
      ******************************************************************
       4000-POSICIONAR-DATA.
           IF DN-SITUACAO = "R"
               MOVE DN-DATA-RETOMADA TO WS-DATA-CALCULO
           ELSE
               MOVE DN-DATA-ATUAL TO WS-DATA-CALCULO
           END-IF
           IF WS-DATA-INFORMADA NOT < WS-DATA-CALCULO
               DISPLAY "CPLDB0E8 - POSICIONAMENTO RECUSADO - "
                   WS-DATA-INFORMADA " NAO E ANTERIOR A "
                   WS-DATA-CALCULO
               MOVE 8 TO RETURN-CODE
               GO TO 4000-POSICIONAR-DATA-EXIT
           END-IF

           MOVE WS-DATA-INFORMADA TO WS-DATA-CALCULO
           PERFORM 8200-VERIFICAR-DIA-UTIL
               THRU 8200-VERIFICAR-DIA-UTIL-EXIT
           IF NOT DIA-UTIL
               DISPLAY "CPLDB0E8 - AVISO: " WS-DATA-INFORMADA
                   " NAO E DIA UTIL NO CALENDARIO"
           END-IF

           IF DN-SITUACAO NOT = "R"
               MOVE DN-DATA-ATUAL TO DN-DATA-RETOMADA
               MOVE "R" TO DN-SITUACAO
           END-IF
           MOVE WS-DATA-INFORMADA TO DN-DATA-ATUAL
           MOVE WS-DATA-INFORMADA TO WS-DATA-CALCULO
           PERFORM 8100-DIA-UTIL-ANTERIOR
               THRU 8100-DIA-UTIL-ANTERIOR-EXIT
           MOVE WS-DATA-CALCULO TO DN-DATA-ANTERIOR.
       4000-POSICIONAR-DATA-EXIT.
           EXIT.

      ******************************************************************
      * 5000-INCLUIR-FERIADO / 5500-EXCLUIR-FERIADO - MANUTENCAO DO    *
      *      CALENDARIO DE FERIADOS (ATE 100 DATAS).                   *
      ******************************************************************
       5000-INCLUIR-FERIADO.
           MOVE WS-DATA-INFORMADA TO WS-DATA-CALCULO
           PERFORM 8300-PROCURAR-FERIADO THRU 8300-PROCURAR-FERIADO-EXIT
           IF FERIADO-ACHADO
               DISPLAY "CPLDB0E8 - FERIADO " WS-DATA-INFORMADA
                   " JA CONSTA DO CALENDARIO"
               MOVE 8 TO RETURN-CODE
               GO TO 5000-INCLUIR-FERIADO-EXIT
           END-IF
           IF DN-QTDE-FERIADOS >= 100
               DISPLAY "CPLDB0E8 - CALENDARIO CHEIO - EXCLUA FERIADOS "
                   "PASSADOS ANTES DE INCLUIR"
               MOVE 8 TO RETURN-CODE
               GO TO 5000-INCLUIR-FERIADO-EXIT
           END-IF
           ADD 1 TO DN-QTDE-FERIADOS
           MOVE WS-DATA-INFORMADA  TO DN-DATA-FERIADO(DN-QTDE-FERIADOS)
           MOVE WS-DESCR-INFORMADA TO DN-DESCR-FERIADO(DN-QTDE-FERIADOS)
           DISPLAY "CPLDB0E8 - FERIADO INCLUIDO: " WS-DATA-INFORMADA
               " " WS-DESCR-INFORMADA.
       5000-INCLUIR-FERIADO-EXIT.
           EXIT.

       5500-EXCLUIR-FERIADO.
           MOVE WS-DATA-INFORMADA TO WS-DATA-CALCULO
           PERFORM 8300-PROCURAR-FERIADO THRU 8300-PROCURAR-FERIADO-EXIT
           IF NOT FERIADO-ACHADO
               DISPLAY "CPLDB0E8 - FERIADO " WS-DATA-INFORMADA
                   " NAO CONSTA DO CALENDARIO"
               MOVE 8 TO RETURN-CODE
               GO TO 5500-EXCLUIR-FERIADO-EXIT
           END-IF
           PERFORM 5600-DESLOCAR-FERIADO THRU 5600-DESLOCAR-FERIADO-EXIT
               VARYING WS-IDX-DESLOCA FROM WS-IDX-FERIADO BY 1
               UNTIL WS-IDX-DESLOCA >= DN-QTDE-FERIADOS
           MOVE 0      TO DN-DATA-FERIADO(DN-QTDE-FERIADOS)
           MOVE SPACES TO DN-DESCR-FERIADO(DN-QTDE-FERIADOS)
           SUBTRACT 1 FROM DN-QTDE-FERIADOS
           DISPLAY "CPLDB0E8 - FERIADO EXCLUIDO: " WS-DATA-INFORMADA.
       5500-EXCLUIR-FERIADO-EXIT.
           EXIT.

       5600-DESLOCAR-FERIADO.
           MOVE DN-FERIADO(WS-IDX-DESLOCA + 1)
               TO DN-FERIADO(WS-IDX-DESLOCA).
       5600-DESLOCAR-FERIADO-EXIT.
           EXIT.

      ******************************************************************
      * 6000-INICIAR-CONTROLE - CRIA O CONTROLE COM A DATA INFORMADA,  *
      *      CALENDARIO VAZIO. RECUSA SE O CONTROLE JA TEM REGISTRO,   *
      *      PARA NAO PERDER O CALENDARIO.                             *
      ******************************************************************
       6000-INICIAR-CONTROLE.
           OPEN INPUT DATA-NEGOCIO
           IF FS-DATA-NEGOCIO = "00"
               READ DATA-NEGOCIO
                   NOT AT END
                       SET CONTROLE-LIDO TO TRUE
               END-READ
               CLOSE DATA-NEGOCIO
           END-IF
           IF CONTROLE-LIDO
               DISPLAY "CPLDB0E8 - CONTROLE DE DATA DE NEGOCIO JA "
                   "EXISTE (DATA ATUAL " DN-DATA-ATUAL ") - USE A "
                   "FUNCAO P"
               MOVE 8 TO RETURN-CODE
               GO TO 6000-INICIAR-CONTROLE-EXIT
           END-IF

           MOVE 0 TO WS-DATA-ATUAL-ANTES
           MOVE SPACE TO WS-SITUACAO-ANTES
           INITIALIZE CPLDB0U5
           MOVE WS-DATA-INFORMADA TO DN-DATA-ATUAL
           MOVE WS-DATA-INFORMADA TO WS-DATA-CALCULO
           PERFORM 8100-DIA-UTIL-ANTERIOR
               THRU 8100-DIA-UTIL-ANTERIOR-EXIT
           MOVE WS-DATA-CALCULO TO DN-DATA-ANTERIOR
           MOVE "N" TO DN-SITUACAO
           MOVE 0 TO DN-DATA-RETOMADA
           MOVE 0 TO DN-QTDE-FERIADOS
           PERFORM 7100-CARIMBAR-ALTERACAO
               THRU 7100-CARIMBAR-ALTERACAO-EXIT

           OPEN OUTPUT DATA-NEGOCIO
           IF FS-DATA-NEGOCIO NOT = "00"
               DISPLAY "CPLDB0E8 - ERRO AO CRIAR CONTROLE DE DATA DE "
                   "NEGOCIO " FS-DATA-NEGOCIO
               MOVE 8 TO RETURN-CODE
               GO TO 6000-INICIAR-CONTROLE-EXIT
           END-IF
           WRITE CPLDB0U5
           CLOSE DATA-NEGOCIO.
       6000-INICIAR-CONTROLE-EXIT.
           EXIT.

      ******************************************************************
      * 7000-GRAVAR-CONTROLE - REGRAVA O REGISTRO DE CONTROLE LIDO EM  *
      *      1000-LER-CONTROLE.                                        *
      ******************************************************************
       7000-GRAVAR-CONTROLE.
           PERFORM 7100-CARIMBAR-ALTERACAO
               THRU 7100-CARIMBAR-ALTERACAO-EXIT
           REWRITE CPLDB0U5
           IF FS-DATA-NEGOCIO NOT = "00"
               DISPLAY "CPLDB0E8 - ERRO AO REGRAVAR CONTROLE DE DATA "
                   "DE NEGOCIO " FS-DATA-NEGOCIO
               MOVE 8 TO RETURN-CODE
           END-IF
           CLOSE DATA-NEGOCIO.
       7000-GRAVAR-CONTROLE-EXIT.
           EXIT.

       7100-CARIMBAR-ALTERACAO.
           ACCEPT DH-DATA-SISTEMA FROM DATE YYYYMMDD
           ACCEPT DH-HORA-SISTEMA FROM TIME
           MOVE DH-DATA-SISTEMA TO DN-DATA-ALTERACAO
           COMPUTE DN-HORA-ALTERACAO =
               (DH-HORAS * 10000) + (DH-MINUTOS * 100) + DH-SEGUNDOS.
       7100-CARIMBAR-ALTERACAO-EXIT.
           EXIT.

      ******************************************************************
      * 8000-PROXIMO-DIA-UTIL - AVANCA WS-DATA-CALCULO PARA O DIA UTIL *
      *      SEGUINTE. 8100-DIA-UTIL-ANTERIOR RECUA PARA O ANTERIOR.   *
      ******************************************************************
       8000-PROXIMO-DIA-UTIL.
           MOVE "N" TO SW-DIA-UTIL
           PERFORM 8010-SOMAR-UM-DIA THRU 8010-SOMAR-UM-DIA-EXIT
               UNTIL DIA-UTIL.
       8000-PROXIMO-DIA-UTIL-EXIT.
           EXIT.

       8010-SOMAR-UM-DIA.
           COMPUTE WS-DIAS-INTEIRO =
               FUNCTION INTEGER-OF-DATE(WS-DATA-CALCULO) + 1
           COMPUTE WS-DATA-CALCULO =
               FUNCTION DATE-OF-INTEGER(WS-DIAS-INTEIRO)
           PERFORM 8200-VERIFICAR-DIA-UTIL
               THRU 8200-VERIFICAR-DIA-UTIL-EXIT.
       8010-SOMAR-UM-DIA-EXIT.
           EXIT.

       8100-DIA-UTIL-ANTERIOR.
           MOVE "N" TO SW-DIA-UTIL
           PERFORM 8110-SUBTRAIR-UM-DIA THRU 8110-SUBTRAIR-UM-DIA-EXIT
               UNTIL DIA-UTIL.
       8100-DIA-UTIL-ANTERIOR-EXIT.
           EXIT.

       8110-SUBTRAIR-UM-DIA.
           COMPUTE WS-DIAS-INTEIRO =
               FUNCTION INTEGER-OF-DATE(WS-DATA-CALCULO) - 1
           COMPUTE WS-DATA-CALCULO =
               FUNCTION DATE-OF-INTEGER(WS-DIAS-INTEIRO)
           PERFORM 8200-VERIFICAR-DIA-UTIL
               THRU 8200-VERIFICAR-DIA-UTIL-EXIT.
       8110-SUBTRAIR-UM-DIA-EXIT.
           EXIT.

      ******************************************************************
      * 8200-VERIFICAR-DIA-UTIL - WS-DATA-CALCULO E DIA UTIL QUANDO    *
      *      NAO CAI EM SABADO OU DOMINGO NEM CONSTA DO CALENDARIO.    *
      ******************************************************************
       8200-VERIFICAR-DIA-UTIL.
           MOVE "N" TO SW-DIA-UTIL
           COMPUTE WS-DIAS-INTEIRO =
               FUNCTION INTEGER-OF-DATE(WS-DATA-CALCULO)
           DIVIDE WS-DIAS-INTEIRO BY 7 GIVING WS-QUOCIENTE-SEMANA
               REMAINDER WS-DIA-SEMANA
           IF WS-DIA-SEMANA = 6 OR WS-DIA-SEMANA = 0
               GO TO 8200-VERIFICAR-DIA-UTIL-EXIT
           END-IF
           PERFORM 8300-PROCURAR-FERIADO THRU 8300-PROCURAR-FERIADO-EXIT
           IF NOT FERIADO-ACHADO
               SET DIA-UTIL TO TRUE
           END-IF.
       8200-VERIFICAR-DIA-UTIL-EXIT.
           EXIT.

       8300-PROCURAR-FERIADO.
           MOVE "N" TO SW-FERIADO-ACHADO
           MOVE 1 TO WS-IDX-FERIADO
           PERFORM 8310-COMPARAR-FERIADO THRU 8310-COMPARAR-FERIADO-EXIT
               UNTIL WS-IDX-FERIADO > DN-QTDE-FERIADOS
                  OR FERIADO-ACHADO.
       8300-PROCURAR-FERIADO-EXIT.
           EXIT.

       8310-COMPARAR-FERIADO.
           IF DN-DATA-FERIADO(WS-IDX-FERIADO) = WS-DATA-CALCULO
               SET FERIADO-ACHADO TO TRUE
           ELSE
               ADD 1 TO WS-IDX-FERIADO
           END-IF.
       8310-COMPARAR-FERIADO-EXIT.
           EXIT.

      ******************************************************************
      * 9000-FINALIZAR - RESUMO DA EXECUCAO E LOG DA ESTEIRA           *
      ******************************************************************
       9000-FINALIZAR.
           IF RETURN-CODE = 0
               DISPLAY "CPLDB0E8 - NOVA DATA ATUAL    : " DN-DATA-ATUAL
                   " SITUACAO " DN-SITUACAO
               DISPLAY "CPLDB0E8 - NOVA DATA ANTERIOR : "
                   DN-DATA-ANTERIOR
               IF DN-SITUACAO = "R"
                   DISPLAY "CPLDB0E8 - EM REPROCESSAMENTO - RETORNA A "
                       DN-DATA-RETOMADA
               END-IF
               DISPLAY "CPLDB0E8 - FERIADOS NO CALENDARIO: "
                   DN-QTDE-FERIADOS
           ELSE
               DISPLAY "CPLDB0E8 - CONTROLE DE DATA DE NEGOCIO NAO "
                   "ALTERADO"
           END-IF
           PERFORM 9800-GRAVAR-RUNLOG THRU 9800-GRAVAR-RUNLOG-EXIT.
       9000-FINALIZAR-EXIT.
           EXIT.

      ******************************************************************
      * 9800-GRAVAR-RUNLOG - ANEXA O RESULTADO DA EXECUCAO AO LOG      *
      *      COMUM DA ESTEIRA (RUNLOG, LAYOUT CPLDB0N5), COM A DATA    *
      *      DE NEGOCIO QUE ESTAVA EM VIGOR ANTES DA FUNCAO. LOG       *
      *      INDISPONIVEL NAO DERRUBA O JOB.                           *
      ******************************************************************
       9800-GRAVAR-RUNLOG.
           OPEN EXTEND RUNLOG-SAIDA
           IF FS-RUNLOG-SAIDA = "35"
               OPEN OUTPUT RUNLOG-SAIDA
           END-IF
           IF FS-RUNLOG-SAIDA NOT = "00"
               DISPLAY "CPLDB0E8 - LOG DE EXECUCAO INDISPONIVEL ("
                   FS-RUNLOG-SAIDA ")"
               GO TO 9800-GRAVAR-RUNLOG-EXIT
           END-IF
           MOVE "CPLDB0E8" TO RL-PROGRAMA
           IF WS-DATA-ATUAL-ANTES > 0
               MOVE WS-DATA-ATUAL-ANTES TO RL-DATA-MOVIMENTO
           ELSE
               MOVE WS-DATA-INFORMADA TO RL-DATA-MOVIMENTO
           END-IF
           MOVE WS-HORA-INICIO-EXEC(1:6) TO RL-HORA-INICIO
           ACCEPT WS-HORA-INICIO-EXEC FROM TIME
           MOVE WS-HORA-INICIO-EXEC(1:6) TO RL-HORA-FIM
           MOVE ZERO TO RL-QTDE-ENTRADA
           MOVE ZERO TO RL-QTDE-SAIDA
           MOVE ZERO TO RL-QTDE-REJEITADOS
           MOVE ZERO TO RL-QTDE-OUTROS
           MOVE RETURN-CODE TO RL-RETURN-CODE
           WRITE CPLDB0N5
           CLOSE RUNLOG-SAIDA.
       9800-GRAVAR-RUNLOG-EXIT.
           EXIT.
