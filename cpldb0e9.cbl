       IDENTIFICATION DIVISION.
       PROGRAM-ID. CPLDB0E9.
       AUTHOR. EQUIPE-CARGA-AD.
       INSTALLATION. CARGA-DB2PRD-TPSSOA-EVNTO-SIT.
       DATE-WRITTEN. 15/10/2026.
       DATE-COMPILED. 15/10/2026.
      ******************************************************************
      * HISTORICO DE MODIFICACOES                                     *
      *----------------------------------------------------------------
      * DATA       AUTOR   DESCRICAO                                  *
      * 15/10/2026 EAD     PROGRAMA INICIAL - RECONSTRUCAO DA CARTEIRA *
      *                    DE TPSSOA_EVNTO_SIT EM UMA DATA PASSADA A   *
      *                    PARTIR DO ESPELHO E DO HISTORICO.           *
      ******************************************************************
      ******************************************************************
      * FUNCAO: RESPONDER "COMO ESTAVA TPSSOA_EVNTO_SIT NA DATA X" PARA*
      *         A CARTEIRA INTEIRA. PARTE DO ESPELHO VSAM ATUAL        *
      *         (CPLDB0V5) E PERCORRE O HISTORICO (CPLDB0H5) DE TRAS   *
      *         PARA A FRENTE: O HISTORICO E ORDENADO POR CHAVE E      *
      *         HX-HATULZ-NOVO DECRESCENTE E, PARA CADA EVENTO, CADA   *
      *         ALTERACAO GRAVADA DEPOIS DO MOMENTO DE REFERENCIA E    *
      *         DESFEITA REPONDO A IMAGEM ANTERIOR DO REGISTRO DE      *
      *         HISTORICO (FAIXA, PONTUACAO, DEMAIS CAMPOS E O HATULZ  *
      *         ANTERIOR, HX-HATULZ). O QUE RESTA E O EVENTO COMO ERA  *
      *         NO MOMENTO DE REFERENCIA.                              *
      *                                                                *
      *         O RETRATO E GRAVADO NO LAYOUT DOS EXTRATOS (CPLDB0F5), *
      *         SEM CABECALHO, E PODE SER DADO COMO ENTRADA AO RESUMO  *
      *         POR FILIAL/FAIXA (CPLDB0B8) E A MATRIZ DE MIGRACAO     *
      *         (CPLDB0C5). EVENTO CUJA IMAGEM MAIS ANTIGA CONHECIDA   *
      *         AINDA E POSTERIOR A REFERENCIA FOI INCLUIDO DEPOIS     *
      *         DELA E FICA FORA DO RETRATO. CHAVE QUE SO EXISTE NO    *
      *         HISTORICO (FORA DO ESPELHO) VOLTA AO RETRATO PELA      *
      *         IMAGEM ANTERIOR, QUANDO ESTA E DE ANTES DA REFERENCIA. *
      *         A PAGINA DE RESUMO (RELAT) TRAZ AS QUANTIDADES DE      *
      *         ALTERACOES DESFEITAS E DE EVENTOS REVERTIDOS.          *
      *                                                                *
      *         O HISTORICO VIVO SO GUARDA O QUE O EXPURGO CPLDB0C8    *
      *         NAO ARQUIVOU: O CORTE E CALCULADO COMO NO CPLDB0C8     *
      *         (PRIMEIRO DIA DO MES N MESES ANTES DO MES DA DATA DE   *
      *         NEGOCIO). REFERENCIA ANTERIOR AO CORTE SO E ACEITA COM *
      *         A OPCAO DE LEITURA DO ARQUIVAMENTO (HISTARQ), LIDO     *
      *         JUNTO COM O HISTOR; SEM ELA O PROGRAMA TERMINA COM     *
      *         RETURN-CODE 8 SEM GRAVAR O RETRATO.                    *
      *                                                                *
      * PARAMETRO DE EXECUCAO (LINHA DE COMANDO):                      *
      *         POSICOES 1-8   - DATA DE REFERENCIA (AAAAMMDD),        *
      *                          OBRIGATORIA.                          *
      *         POSICOES 10-15 - HORA DE REFERENCIA (HHMMSS); AUSENTE  *
      *                          = 235959 (FIM DO DIA).                *
      *         POSICAO 17     - "A" = LER TAMBEM O ARQUIVAMENTO       *
      *                          HISTARQ GERADO PELO CPLDB0C8.         *
      *         POSICOES 19-21 - MESES DE RETENCAO USADOS NO CPLDB0C8  *
      *                          (NNN); AUSENTE = 24, O PADRAO DELE.   *
      *         EX.: "20260630 120000" OU "20240115        A 024".     *
      *                                                                *
      * RETURN-CODE: 0 = RETRATO GRAVADO; 8 = PARAMETRO INVALIDO,      *
      *         REFERENCIA FORA DA RETENCAO OU ARQUIVO INDISPONIVEL.   *
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ESPELHO-VSAM ASSIGN TO ESPELHO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CV-CHAVE-PRIMARIA
               ALTERNATE RECORD KEY IS CV-NFAIXA-SIT-RTING
                   WITH DUPLICATES
               FILE STATUS IS FS-ESPELHO-VSAM.

           SELECT HISTORICO-ENTRADA ASSIGN TO HISTOR
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-HISTORICO-ENTRADA.

           SELECT HISTORICO-ARQUIVO ASSIGN TO HISTARQ
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-HISTORICO-ARQUIVO.

           SELECT ORDEM-HISTORICO ASSIGN TO ORDHIST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-ORDEM-HISTORICO.

           SELECT SORT-WORK-FILE ASSIGN TO "SORTWK1".

           SELECT RETRATO-SAIDA ASSIGN TO RETRATO
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-RETRATO-SAIDA.

           SELECT RELATORIO-SAIDA ASSIGN TO RELAT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RELATORIO-SAIDA.

           SELECT DATA-NEGOCIO-ENTRADA ASSIGN TO DATANEG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-DATA-NEGOCIO-ENTRADA.

       DATA DIVISION.
       FILE SECTION.
       FD  ESPELHO-VSAM.
           COPY CPLDB0V5.

       FD  HISTORICO-ENTRADA
           RECORDING MODE IS F.
           COPY CPLDB0H5.

       FD  HISTORICO-ARQUIVO
           RECORDING MODE IS F.
           COPY CPLDB0H5 REPLACING ==CPLDB0H5==
               BY ==REG-HISTORICO-ARQUIVO==
               LEADING ==HX== BY ==HA==.

       FD  ORDEM-HISTORICO
           RECORDING MODE IS F.
           COPY CPLDB0H5 REPLACING ==CPLDB0H5==
               BY ==REG-ORDEM-HISTORICO==
               LEADING ==HX== BY ==SH==.

       SD  SORT-WORK-FILE.
           COPY CPLDB0H5 REPLACING ==CPLDB0H5== BY ==REG-SORT-WORK==
               LEADING ==HX== BY ==SW==.

       FD  RETRATO-SAIDA
           RECORDING MODE IS F.
           COPY CPLDB0F5.

       FD  RELATORIO-SAIDA.
       01  LINHA-RELATORIO            PIC X(132).

       FD  DATA-NEGOCIO-ENTRADA
           RECORDING MODE IS F.
           COPY CPLDB0U5.

       WORKING-STORAGE SECTION.
       01  FS-ESPELHO-VSAM            PIC X(2) VALUE "00".
       01  FS-HISTORICO-ENTRADA       PIC X(2) VALUE "00".
       01  FS-HISTORICO-ARQUIVO       PIC X(2) VALUE "00".
       01  FS-ORDEM-HISTORICO         PIC X(2) VALUE "00".
       01  FS-RETRATO-SAIDA           PIC X(2) VALUE "00".
       01  FS-RELATORIO-SAIDA         PIC X(2) VALUE "00".
       01  FS-DATA-NEGOCIO-ENTRADA    PIC X(2) VALUE "00".

      ******************************************************************
      * DATA DE NEGOCIO DA ESTEIRA (CONTROLE DATANEG, CPLDB0U5)        *
      ******************************************************************
       01  WS-DATA-NEGOCIO            PIC 9(8) VALUE 0.

       01  SW-FIM-ESPELHO             PIC X(1) VALUE "N".
           88 FIM-DO-ARQUIVO-ESPELHO  VALUE "S".
       01  SW-FIM-HISTORICO           PIC X(1) VALUE "N".
           88 FIM-DO-ARQUIVO-HISTORICO VALUE "S".

       01  SW-ARQUIVOS-ABERTOS        PIC X(1) VALUE "N".
           88 ARQUIVOS-ABERTOS        VALUE "S".

       01  SW-LER-ARQUIVAMENTO        PIC X(1) VALUE "N".
           88 LER-ARQUIVAMENTO        VALUE "S".

       01  SW-IMAGEM-MONTADA          PIC X(1) VALUE "N".
           88 IMAGEM-MONTADA          VALUE "S".

       01  SW-EVENTO-REVERTIDO        PIC X(1) VALUE "N".
           88 EVENTO-REVERTIDO        VALUE "S".

       01  WS-COMPARACAO              PIC X(1).
           88 CHAVE-ESPELHO-MENOR     VALUE "<".
           88 CHAVE-ESPELHO-MAIOR     VALUE ">".
           88 CHAVES-IGUAIS           VALUE "=".

      ******************************************************************
      * PARAMETROS DE EXECUCAO E MOMENTO DE REFERENCIA, MONTADO NO     *
      * FORMATO DO TIMESTAMP DB2 DE HATULZ PARA COMPARACAO DIRETA COM  *
      * HX-HATULZ-NOVO. OS MICROSSEGUNDOS 999999 FAZEM A REFERENCIA    *
      * INCLUIR TUDO O QUE FOI GRAVADO DENTRO DO SEGUNDO INFORMADO.    *
      ******************************************************************
       01  WS-PARAMETRO-EXECUCAO      PIC X(30) VALUE SPACE.
       01  WS-MESES-RETENCAO          PIC 9(3) VALUE 24.

       01  DATA-REFERENCIA.
           05 DR-ANO                  PIC 9(4).
           05 DR-MES                  PIC 9(2).
           05 DR-DIA                  PIC 9(2).
       01  WS-DATA-REFERENCIA REDEFINES DATA-REFERENCIA
                                      PIC 9(8).

       01  HORA-REFERENCIA.
           05 HR-HORA                 PIC 9(2).
           05 HR-MINUTO               PIC 9(2).
           05 HR-SEGUNDO              PIC 9(2).
       01  WS-HORA-REFERENCIA REDEFINES HORA-REFERENCIA
                                      PIC 9(6).

       01  HATULZ-REFERENCIA.
           05 HZ-ANO                  PIC 9(4).
           05 FILLER                  PIC X(1) VALUE "-".
           05 HZ-MES                  PIC 9(2).
           05 FILLER                  PIC X(1) VALUE "-".
           05 HZ-DIA                  PIC 9(2).
           05 FILLER                  PIC X(1) VALUE "-".
           05 HZ-HORA                 PIC 9(2).
           05 FILLER                  PIC X(1) VALUE ".".
           05 HZ-MINUTO               PIC 9(2).
           05 FILLER                  PIC X(1) VALUE ".".
           05 HZ-SEGUNDO              PIC 9(2).
           05 FILLER                  PIC X(1) VALUE ".".
           05 HZ-MICROSSEGUNDO        PIC 9(6) VALUE 999999.
       01  WS-HATULZ-REFERENCIA REDEFINES HATULZ-REFERENCIA
                                      PIC X(26).

      ******************************************************************
      * CORTE DE RETENCAO DO HISTORICO VIVO, CALCULADO COMO NO         *
      * CPLDB0C8 0200-CALCULAR-CORTE                                   *
      ******************************************************************
       01  DATA-DO-CORTE.
           05 DC-ANO                  PIC 9(4).
           05 DC-MES                  PIC 9(2).
           05 DC-DIA                  PIC 9(2).
       01  WS-DATA-CORTE REDEFINES DATA-DO-CORTE
                                      PIC 9(8).

       01  DATA-DE-HOJE.
           05 DH-ANO                  PIC 9(4).
           05 DH-MES                  PIC 9(2).
           05 DH-DIA                  PIC 9(2).

       01  WS-MESES-TRABALHO          PIC S9(5) USAGE COMP VALUE 0.

      ******************************************************************
      * CHAVE DO EVENTO EM RECONSTRUCAO                                *
      ******************************************************************
       01  CHAVE-EVENTO-CORRENTE.
           05 EC-CCNPJ-CPF            PIC S9(9)V USAGE COMP-3.
           05 EC-CTPO-PSSOA           PIC X(1).
           05 EC-NEVNTO-RTING         PIC S9(5)V USAGE COMP-3.

       01  CONTADORES.
           05 CT-ESPELHO-LIDOS        PIC 9(9) USAGE COMP VALUE 0.
           05 CT-HIST-LIDOS           PIC 9(9) USAGE COMP VALUE 0.
           05 CT-ALTERACOES-DESFEITAS PIC 9(9) USAGE COMP VALUE 0.
           05 CT-ALTERACOES-ANTERIORES PIC 9(9) USAGE COMP VALUE 0.
           05 CT-EVENTOS-REVERTIDOS   PIC 9(9) USAGE COMP VALUE 0.
           05 CT-EVENTOS-POSTERIORES  PIC 9(9) USAGE COMP VALUE 0.
           05 CT-RECUPERADOS-HIST     PIC 9(9) USAGE COMP VALUE 0.
           05 CT-HIST-SEM-ESPELHO     PIC 9(9) USAGE COMP VALUE 0.
           05 CT-RETRATO-GRAVADOS     PIC 9(9) USAGE COMP VALUE 0.

       01  LINHA-CABECALHO.
           05 FILLER                  PIC X(47) VALUE
               "RECONSTRUCAO DE TPSSOA_EVNTO_SIT - REFERENCIA: ".
           05 LC-HATULZ-REFERENCIA    PIC X(19).
           05 FILLER                  PIC X(66) VALUE SPACES.

       01  LINHA-CORTE.
           05 FILLER                  PIC X(41) VALUE
               "CORTE DE RETENCAO DO HISTORICO VIVO.....:".
           05 FILLER                  PIC X(1) VALUE SPACES.
           05 LC-DATA-CORTE           PIC 9(8).
           05 FILLER                  PIC X(9) VALUE "  MESES: ".
           05 LC-MESES                PIC ZZ9.
           05 FILLER                  PIC X(70) VALUE SPACES.

       01  LINHA-ARQUIVAMENTO.
           05 FILLER                  PIC X(41) VALUE
               "ARQUIVAMENTO HISTARQ....................:".
           05 FILLER                  PIC X(1) VALUE SPACES.
           05 LA-SITUACAO             PIC X(8).
           05 FILLER                  PIC X(82) VALUE SPACES.

       01  LINHA-CONTAGEM.
           05 LC-TITULO               PIC X(41).
           05 FILLER                  PIC X(1) VALUE SPACES.
           05 LC-QUANTIDADE           PIC Z(8)9.
           05 FILLER                  PIC X(81) VALUE SPACES.

       PROCEDURE DIVISION.
      ******************************************************************
      * 0000-MAINLINE                                                  *
      ******************************************************************
       0000-MAINLINE.
           PERFORM 0100-OBTER-PARAMETRO THRU 0100-OBTER-PARAMETRO-EXIT
           IF RETURN-CODE NOT = 0
               GOBACK
           END-IF
           PERFORM 0150-OBTER-DATA-NEGOCIO
               THRU 0150-OBTER-DATA-NEGOCIO-EXIT
           PERFORM 0200-VERIFICAR-RETENCAO
               THRU 0200-VERIFICAR-RETENCAO-EXIT
           IF RETURN-CODE NOT = 0
               GOBACK
           END-IF
           PERFORM 0300-ORDENAR-HISTORICO
               THRU 0300-ORDENAR-HISTORICO-EXIT
           IF RETURN-CODE NOT = 0
               GOBACK
           END-IF

           PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT
           PERFORM 3000-RECONSTRUIR THRU 3000-RECONSTRUIR-EXIT
               UNTIL FIM-DO-ARQUIVO-ESPELHO
                 AND FIM-DO-ARQUIVO-HISTORICO
           PERFORM 9000-FINALIZAR THRU 9000-FINALIZAR-EXIT
           GOBACK.

      ******************************************************************
      * 0100-OBTER-PARAMETRO - DATA E HORA DE REFERENCIA, OPCAO DE     *
      *      LEITURA DO ARQUIVAMENTO E MESES DE RETENCAO DO CPLDB0C8.  *
      ******************************************************************
       0100-OBTER-PARAMETRO.
           ACCEPT WS-PARAMETRO-EXECUCAO FROM COMMAND-LINE
           IF WS-PARAMETRO-EXECUCAO(1:8) IS NOT NUMERIC
              OR WS-PARAMETRO-EXECUCAO(5:2) < "01"
              OR WS-PARAMETRO-EXECUCAO(5:2) > "12"
              OR WS-PARAMETRO-EXECUCAO(7:2) < "01"
              OR WS-PARAMETRO-EXECUCAO(7:2) > "31"
               DISPLAY "CPLDB0E9 - INFORME A DATA DE REFERENCIA "
                   "(AAAAMMDD) NAS POSICOES 1-8 DO PARAMETRO"
               MOVE 8 TO RETURN-CODE
               GO TO 0100-OBTER-PARAMETRO-EXIT
           END-IF
           MOVE WS-PARAMETRO-EXECUCAO(1:8) TO WS-DATA-REFERENCIA

           EVALUATE TRUE
               WHEN WS-PARAMETRO-EXECUCAO(10:6) = SPACES
                   MOVE 235959 TO WS-HORA-REFERENCIA
               WHEN WS-PARAMETRO-EXECUCAO(10:6) IS NUMERIC
                AND WS-PARAMETRO-EXECUCAO(10:2) < "24"
                AND WS-PARAMETRO-EXECUCAO(12:2) < "60"
                AND WS-PARAMETRO-EXECUCAO(14:2) < "60"
                   MOVE WS-PARAMETRO-EXECUCAO(10:6)
                       TO WS-HORA-REFERENCIA
               WHEN OTHER
                   DISPLAY "CPLDB0E9 - HORA DE REFERENCIA INVALIDA "
                       "(HHMMSS, POSICOES 10-15): "
                       WS-PARAMETRO-EXECUCAO(10:6)
                   MOVE 8 TO RETURN-CODE
                   GO TO 0100-OBTER-PARAMETRO-EXIT
           END-EVALUATE

           IF WS-PARAMETRO-EXECUCAO(17:1) = "A" OR
              WS-PARAMETRO-EXECUCAO(17:1) = "a"
               SET LER-ARQUIVAMENTO TO TRUE
           END-IF

           IF WS-PARAMETRO-EXECUCAO(19:3) IS NUMERIC
              AND WS-PARAMETRO-EXECUCAO(19:3) NOT = "000"
               MOVE WS-PARAMETRO-EXECUCAO(19:3) TO WS-MESES-RETENCAO
           END-IF

           MOVE DR-ANO     TO HZ-ANO
           MOVE DR-MES     TO HZ-MES
           MOVE DR-DIA     TO HZ-DIA
           MOVE HR-HORA    TO HZ-HORA
           MOVE HR-MINUTO  TO HZ-MINUTO
           MOVE HR-SEGUNDO TO HZ-SEGUNDO
           DISPLAY "CPLDB0E9 - MOMENTO DE REFERENCIA: "
               WS-HATULZ-REFERENCIA(1:19).
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
               DISPLAY "CPLDB0E9 - CONTROLE DE DATA DE NEGOCIO "
                   "INDISPONIVEL (" FS-DATA-NEGOCIO-ENTRADA
                   ") - USANDO A DATA DO SISTEMA"
               ACCEPT WS-DATA-NEGOCIO FROM DATE YYYYMMDD
               GO TO 0150-OBTER-DATA-NEGOCIO-EXIT
           END-IF
           READ DATA-NEGOCIO-ENTRADA
               AT END
                   DISPLAY "CPLDB0E9 - CONTROLE DE DATA DE NEGOCIO "
                       "VAZIO - USANDO A DATA DO SISTEMA"
                   ACCEPT WS-DATA-NEGOCIO FROM DATE YYYYMMDD
               NOT AT END
                   MOVE DN-DATA-ATUAL TO WS-DATA-NEGOCIO
           END-READ
           CLOSE DATA-NEGOCIO-ENTRADA.
       0150-OBTER-DATA-NEGOCIO-EXIT.
           EXIT.

      ******************************************************************
      * 0200-VERIFICAR-RETENCAO - CALCULA O CORTE DO HISTORICO VIVO    *
      *      COMO O CPLDB0C8 (PRIMEIRO DIA DO MES N MESES ANTES DO MES *
      *      CORRENTE). ALTERACOES GRAVADAS ENTRE UMA REFERENCIA MAIS  *
      *      ANTIGA E O CORTE FORAM PARA O HISTARQ: SEM A OPCAO "A" O  *
      *      RETRATO SAIRIA ERRADO, ENTAO O PROGRAMA PARA AQUI.        *
      ******************************************************************
       0200-VERIFICAR-RETENCAO.
           MOVE WS-DATA-NEGOCIO TO DATA-DE-HOJE
           COMPUTE WS-MESES-TRABALHO =
               (DH-ANO * 12) + DH-MES - WS-MESES-RETENCAO
           COMPUTE DC-ANO = (WS-MESES-TRABALHO - 1) / 12
           COMPUTE DC-MES = WS-MESES-TRABALHO - (DC-ANO * 12)
           MOVE 01 TO DC-DIA

           IF WS-DATA-REFERENCIA NOT < WS-DATA-CORTE
               GO TO 0200-VERIFICAR-RETENCAO-EXIT
           END-IF

           IF LER-ARQUIVAMENTO
               DISPLAY "CPLDB0E9 - REFERENCIA ANTERIOR AO CORTE DE "
                   "RETENCAO " WS-DATA-CORTE
                   " - O ARQUIVAMENTO HISTARQ SERA LIDO"
               GO TO 0200-VERIFICAR-RETENCAO-EXIT
           END-IF

           DISPLAY "CPLDB0E9 - DATA DE REFERENCIA " WS-DATA-REFERENCIA
               " ANTERIOR AO CORTE DE RETENCAO DO HISTORICO"
           DISPLAY "CPLDB0E9 - VIVO (" WS-DATA-CORTE ", "
               WS-MESES-RETENCAO " MESES - CPLDB0C8). AS ALTERACOES "
               "ANTERIORES AO CORTE ESTAO NO HISTARQ:"
           DISPLAY "CPLDB0E9 - REEXECUTE COM A OPCAO A NA POSICAO 17 "
               "DO PARAMETRO. RETRATO NAO GRAVADO."
           MOVE 8 TO RETURN-CODE.
       0200-VERIFICAR-RETENCAO-EXIT.
           EXIT.

      ******************************************************************
      * 0300-ORDENAR-HISTORICO - HISTORICO (E O ARQUIVAMENTO, COM A    *
      *      OPCAO "A") POR CHAVE E HX-HATULZ-NOVO DECRESCENTE: PARA   *
      *      CADA EVENTO AS ALTERACOES VEM DA MAIS RECENTE PARA A MAIS *
      *      ANTIGA, NA ORDEM EM QUE SAO DESFEITAS.                    *
      ******************************************************************
       0300-ORDENAR-HISTORICO.
           IF LER-ARQUIVAMENTO
               SORT SORT-WORK-FILE
                   ON ASCENDING KEY SW-CCNPJ-CPF SW-CTPO-PSSOA
                                    SW-NEVNTO-RTING
                   ON DESCENDING KEY SW-HATULZ-NOVO
                   USING HISTORICO-ENTRADA HISTORICO-ARQUIVO
                   GIVING ORDEM-HISTORICO
               IF FS-HISTORICO-ARQUIVO NOT = "00"
                   DISPLAY "CPLDB0E9 - ERRO AO ORDENAR O ARQUIVAMENTO "
                       "HISTARQ " FS-HISTORICO-ARQUIVO
                   MOVE 8 TO RETURN-CODE
               END-IF
           ELSE
               SORT SORT-WORK-FILE
                   ON ASCENDING KEY SW-CCNPJ-CPF SW-CTPO-PSSOA
                                    SW-NEVNTO-RTING
                   ON DESCENDING KEY SW-HATULZ-NOVO
                   USING HISTORICO-ENTRADA
                   GIVING ORDEM-HISTORICO
           END-IF
           IF FS-HISTORICO-ENTRADA NOT = "00"
               DISPLAY "CPLDB0E9 - ERRO AO ORDENAR O HISTORICO "
                       FS-HISTORICO-ENTRADA
               MOVE 8 TO RETURN-CODE
           END-IF.
       0300-ORDENAR-HISTORICO-EXIT.
           EXIT.

      ******************************************************************
      * 1000-INICIALIZAR - ABRE O ESPELHO, O HISTORICO ORDENADO, O     *
      *      RETRATO E O RELATORIO E LE O PRIMEIRO REGISTRO DE CADA    *
      *      LADO DO CASAMENTO.                                        *
      ******************************************************************
       1000-INICIALIZAR.
           SET FIM-DO-ARQUIVO-ESPELHO TO TRUE
           SET FIM-DO-ARQUIVO-HISTORICO TO TRUE

           OPEN INPUT ESPELHO-VSAM
           IF FS-ESPELHO-VSAM NOT = "00"
               DISPLAY "CPLDB0E9 - ERRO AO ABRIR ESPELHO VSAM "
                       FS-ESPELHO-VSAM
               MOVE 8 TO RETURN-CODE
               GO TO 1000-INICIALIZAR-EXIT
           END-IF

           OPEN INPUT ORDEM-HISTORICO
           IF FS-ORDEM-HISTORICO NOT = "00"
               DISPLAY "CPLDB0E9 - ERRO AO ABRIR HISTORICO ORDENADO "
                       FS-ORDEM-HISTORICO
               CLOSE ESPELHO-VSAM
               MOVE 8 TO RETURN-CODE
               GO TO 1000-INICIALIZAR-EXIT
           END-IF

           OPEN OUTPUT RETRATO-SAIDA
           IF FS-RETRATO-SAIDA NOT = "00"
               DISPLAY "CPLDB0E9 - ERRO AO ABRIR ARQUIVO DO RETRATO "
                       FS-RETRATO-SAIDA
               CLOSE ESPELHO-VSAM
               CLOSE ORDEM-HISTORICO
               MOVE 8 TO RETURN-CODE
               GO TO 1000-INICIALIZAR-EXIT
           END-IF

           OPEN OUTPUT RELATORIO-SAIDA
           IF FS-RELATORIO-SAIDA NOT = "00"
               DISPLAY "CPLDB0E9 - ERRO AO ABRIR RELATORIO DE SAIDA "
                       FS-RELATORIO-SAIDA
               CLOSE ESPELHO-VSAM
               CLOSE ORDEM-HISTORICO
               CLOSE RETRATO-SAIDA
               MOVE 8 TO RETURN-CODE
               GO TO 1000-INICIALIZAR-EXIT
           END-IF
           SET ARQUIVOS-ABERTOS TO TRUE

           MOVE "N" TO SW-FIM-ESPELHO
           MOVE "N" TO SW-FIM-HISTORICO
           PERFORM 2000-LER-ESPELHO THRU 2000-LER-ESPELHO-EXIT
           PERFORM 2100-LER-HISTORICO THRU 2100-LER-HISTORICO-EXIT.
       1000-INICIALIZAR-EXIT.
           EXIT.

      ******************************************************************
      * 2000-LER-ESPELHO - PROXIMO EVENTO DO ESPELHO EM SEQUENCIA DE   *
      *      CHAVE PRIMARIA.                                           *
      ******************************************************************
       2000-LER-ESPELHO.
           READ ESPELHO-VSAM NEXT
           EVALUATE FS-ESPELHO-VSAM
               WHEN "00"
                   ADD 1 TO CT-ESPELHO-LIDOS
               WHEN "10"
                   SET FIM-DO-ARQUIVO-ESPELHO TO TRUE
               WHEN OTHER
                   DISPLAY "CPLDB0E9 - ERRO AO LER ESPELHO, STATUS "
                       FS-ESPELHO-VSAM
                   MOVE 8 TO RETURN-CODE
                   SET FIM-DO-ARQUIVO-ESPELHO TO TRUE
                   SET FIM-DO-ARQUIVO-HISTORICO TO TRUE
           END-EVALUATE.
       2000-LER-ESPELHO-EXIT.
           EXIT.

       2100-LER-HISTORICO.
           READ ORDEM-HISTORICO
               AT END
                   SET FIM-DO-ARQUIVO-HISTORICO TO TRUE
               NOT AT END
                   ADD 1 TO CT-HIST-LIDOS
           END-READ.
       2100-LER-HISTORICO-EXIT.
           EXIT.

      ******************************************************************
      * 2900-COMPARAR-CHAVES - COMPARA A CHAVE DO EVENTO CORRENTE DO   *
      *      ESPELHO COM A DO REGISTRO CORRENTE DO HISTORICO ORDENADO. *
      ******************************************************************
       2900-COMPARAR-CHAVES.
           EVALUATE TRUE
               WHEN CV-CCNPJ-CPF < SH-CCNPJ-CPF
                   MOVE "<" TO WS-COMPARACAO
               WHEN CV-CCNPJ-CPF > SH-CCNPJ-CPF
                   MOVE ">" TO WS-COMPARACAO
               WHEN CV-CTPO-PSSOA < SH-CTPO-PSSOA
                   MOVE "<" TO WS-COMPARACAO
               WHEN CV-CTPO-PSSOA > SH-CTPO-PSSOA
                   MOVE ">" TO WS-COMPARACAO
               WHEN CV-NEVNTO-RTING < SH-NEVNTO-RTING
                   MOVE "<" TO WS-COMPARACAO
               WHEN CV-NEVNTO-RTING > SH-NEVNTO-RTING
                   MOVE ">" TO WS-COMPARACAO
               WHEN OTHER
                   MOVE "=" TO WS-COMPARACAO
           END-EVALUATE.
       2900-COMPARAR-CHAVES-EXIT.
           EXIT.

      ******************************************************************
      * 3000-RECONSTRUIR - NUCLEO DO CASAMENTO ESPELHO X HISTORICO     *
      *      (MATCH/MERGE PELA CHAVE). EVENTO SEM HISTORICO VAI AO     *
      *      RETRATO COMO ESTA; EVENTO COM HISTORICO TEM AS ALTERACOES *
      *      POSTERIORES A REFERENCIA DESFEITAS; CHAVE SO NO HISTORICO *
      *      E RECUPERADA PELA IMAGEM ANTERIOR.                        *
      ******************************************************************
       3000-RECONSTRUIR.
           EVALUATE TRUE
               WHEN FIM-DO-ARQUIVO-HISTORICO
                   PERFORM 3100-MONTAR-DO-ESPELHO
                       THRU 3100-MONTAR-DO-ESPELHO-EXIT
                   PERFORM 3500-GRAVAR-RETRATO
                       THRU 3500-GRAVAR-RETRATO-EXIT
                   PERFORM 2000-LER-ESPELHO THRU 2000-LER-ESPELHO-EXIT
               WHEN FIM-DO-ARQUIVO-ESPELHO
                   PERFORM 3300-RECUPERAR-DO-HISTORICO
                       THRU 3300-RECUPERAR-DO-HISTORICO-EXIT
               WHEN OTHER
                   PERFORM 2900-COMPARAR-CHAVES
                       THRU 2900-COMPARAR-CHAVES-EXIT
                   EVALUATE TRUE
                       WHEN CHAVE-ESPELHO-MENOR
                           PERFORM 3100-MONTAR-DO-ESPELHO
                               THRU 3100-MONTAR-DO-ESPELHO-EXIT
                           PERFORM 3500-GRAVAR-RETRATO
                               THRU 3500-GRAVAR-RETRATO-EXIT
                           PERFORM 2000-LER-ESPELHO
                               THRU 2000-LER-ESPELHO-EXIT
                       WHEN CHAVE-ESPELHO-MAIOR
                           PERFORM 3300-RECUPERAR-DO-HISTORICO
                               THRU 3300-RECUPERAR-DO-HISTORICO-EXIT
                       WHEN OTHER
                           PERFORM 3100-MONTAR-DO-ESPELHO
                               THRU 3100-MONTAR-DO-ESPELHO-EXIT
                           PERFORM 3400-DESFAZER-ALTERACOES
                               THRU 3400-DESFAZER-ALTERACOES-EXIT
                           PERFORM 3500-GRAVAR-RETRATO
                               THRU 3500-GRAVAR-RETRATO-EXIT
                           PERFORM 2000-LER-ESPELHO
                               THRU 2000-LER-ESPELHO-EXIT
                   END-EVALUATE
           END-EVALUATE.
       3000-RECONSTRUIR-EXIT.
           EXIT.

      ******************************************************************
      * 3100-MONTAR-DO-ESPELHO - IMAGEM ATUAL DO EVENTO, PONTO DE      *
      *      PARTIDA DA RECONSTRUCAO.                                  *
      ******************************************************************
       3100-MONTAR-DO-ESPELHO.
           MOVE CV-CCNPJ-CPF          TO CCNPJ-CPF
           MOVE CV-CTPO-PSSOA         TO CTPO-PSSOA
           MOVE CV-NEVNTO-RTING       TO NEVNTO-RTING
           MOVE CV-NFAIXA-SIT-RTING   TO NFAIXA-SIT-RTING
           MOVE CV-CPTCAO-TBELA       TO CPTCAO-TBELA
           MOVE CV-CFLIAL-CNPJ        TO CFLIAL-CNPJ
           MOVE CV-CCTRL-CNPJ-CPF     TO CCTRL-CNPJ-CPF
           MOVE CV-QPTO-PSSOA-RTING   TO QPTO-PSSOA-RTING
           MOVE CV-HATULZ             TO HATULZ
           MOVE CV-CCNPJ-CPF          TO EC-CCNPJ-CPF
           MOVE CV-CTPO-PSSOA         TO EC-CTPO-PSSOA
           MOVE CV-NEVNTO-RTING       TO EC-NEVNTO-RTING
           SET IMAGEM-MONTADA TO TRUE
           MOVE "N" TO SW-EVENTO-REVERTIDO.
       3100-MONTAR-DO-ESPELHO-EXIT.
           EXIT.

      ******************************************************************
      * 3300-RECUPERAR-DO-HISTORICO - CHAVE QUE NAO ESTA NO ESPELHO.   *
      *      SO HA IMAGEM SE ALGUMA ALTERACAO DELA FOR POSTERIOR A     *
      *      REFERENCIA (A IMAGEM ANTERIOR DESSA ALTERACAO E O ESTADO  *
      *      NA REFERENCIA); SENAO O HISTORICO DA CHAVE E IGNORADO.    *
      ******************************************************************
       3300-RECUPERAR-DO-HISTORICO.
           MOVE SH-CCNPJ-CPF          TO EC-CCNPJ-CPF
           MOVE SH-CTPO-PSSOA         TO EC-CTPO-PSSOA
           MOVE SH-NEVNTO-RTING       TO EC-NEVNTO-RTING
           MOVE "N" TO SW-IMAGEM-MONTADA
           MOVE "N" TO SW-EVENTO-REVERTIDO

           PERFORM 3400-DESFAZER-ALTERACOES
               THRU 3400-DESFAZER-ALTERACOES-EXIT

           IF IMAGEM-MONTADA
               IF HATULZ NOT > WS-HATULZ-REFERENCIA
                   ADD 1 TO CT-RECUPERADOS-HIST
               END-IF
               PERFORM 3500-GRAVAR-RETRATO
                   THRU 3500-GRAVAR-RETRATO-EXIT
           ELSE
               ADD 1 TO CT-HIST-SEM-ESPELHO
           END-IF.
       3300-RECUPERAR-DO-HISTORICO-EXIT.
           EXIT.

      ******************************************************************
      * 3400-DESFAZER-ALTERACOES - CONSOME TODO O HISTORICO DA CHAVE   *
      *      CORRENTE, DA ALTERACAO MAIS RECENTE PARA A MAIS ANTIGA.   *
      ******************************************************************
       3400-DESFAZER-ALTERACOES.
           PERFORM 3410-DESFAZER-ALTERACAO
               THRU 3410-DESFAZER-ALTERACAO-EXIT
               UNTIL FIM-DO-ARQUIVO-HISTORICO
                  OR SH-CCNPJ-CPF NOT = EC-CCNPJ-CPF
                  OR SH-CTPO-PSSOA NOT = EC-CTPO-PSSOA
                  OR SH-NEVNTO-RTING NOT = EC-NEVNTO-RTING.
       3400-DESFAZER-ALTERACOES-EXIT.
           EXIT.

      ******************************************************************
      * 3410-DESFAZER-ALTERACAO - ALTERACAO GRAVADA DEPOIS DA          *
      *      REFERENCIA: REPOE A IMAGEM ANTERIOR. ALTERACAO ATE A      *
      *      REFERENCIA JA FAZIA PARTE DO ESTADO NA DATA E SO E        *
      *      CONTADA.                                                  *
      ******************************************************************
       3410-DESFAZER-ALTERACAO.
           IF SH-HATULZ-NOVO NOT > WS-HATULZ-REFERENCIA
               ADD 1 TO CT-ALTERACOES-ANTERIORES
               PERFORM 2100-LER-HISTORICO THRU 2100-LER-HISTORICO-EXIT
               GO TO 3410-DESFAZER-ALTERACAO-EXIT
           END-IF

           MOVE SH-CCNPJ-CPF          TO CCNPJ-CPF
           MOVE SH-CTPO-PSSOA         TO CTPO-PSSOA
           MOVE SH-NEVNTO-RTING       TO NEVNTO-RTING
           MOVE SH-NFAIXA-SIT-RTING   TO NFAIXA-SIT-RTING
           MOVE SH-CPTCAO-TBELA       TO CPTCAO-TBELA
           MOVE SH-CFLIAL-CNPJ        TO CFLIAL-CNPJ
           MOVE SH-CCTRL-CNPJ-CPF     TO CCTRL-CNPJ-CPF
           MOVE SH-QPTO-PSSOA-RTING   TO QPTO-PSSOA-RTING
           MOVE SH-HATULZ             TO HATULZ
           SET IMAGEM-MONTADA TO TRUE
           SET EVENTO-REVERTIDO TO TRUE
           ADD 1 TO CT-ALTERACOES-DESFEITAS

           PERFORM 2100-LER-HISTORICO THRU 2100-LER-HISTORICO-EXIT.
       3410-DESFAZER-ALTERACAO-EXIT.
           EXIT.

      ******************************************************************
      * 3500-GRAVAR-RETRATO - GRAVA A IMAGEM RECONSTRUIDA. SE ELA AINDA*
      *      E POSTERIOR A REFERENCIA, O EVENTO NAO EXISTIA NA DATA E  *
      *      FICA FORA DO RETRATO.                                     *
      ******************************************************************
       3500-GRAVAR-RETRATO.
           IF HATULZ > WS-HATULZ-REFERENCIA
               ADD 1 TO CT-EVENTOS-POSTERIORES
               GO TO 3500-GRAVAR-RETRATO-EXIT
           END-IF
           IF EVENTO-REVERTIDO
               ADD 1 TO CT-EVENTOS-REVERTIDOS
           END-IF
           WRITE CPLDB0F5
           ADD 1 TO CT-RETRATO-GRAVADOS.
       3500-GRAVAR-RETRATO-EXIT.
           EXIT.

      ******************************************************************
      * 9000-FINALIZAR - PAGINA DE RESUMO, FECHAMENTO E TOTAIS NO      *
      *      SYSOUT.                                                   *
      ******************************************************************
       9000-FINALIZAR.
           IF ARQUIVOS-ABERTOS
               MOVE WS-HATULZ-REFERENCIA(1:19) TO LC-HATULZ-REFERENCIA
               WRITE LINHA-RELATORIO FROM LINHA-CABECALHO
               MOVE WS-DATA-CORTE TO LC-DATA-CORTE
               MOVE WS-MESES-RETENCAO TO LC-MESES
               WRITE LINHA-RELATORIO FROM LINHA-CORTE
               IF LER-ARQUIVAMENTO
                   MOVE "LIDO" TO LA-SITUACAO
               ELSE
                   MOVE "NAO LIDO" TO LA-SITUACAO
               END-IF
               WRITE LINHA-RELATORIO FROM LINHA-ARQUIVAMENTO
               MOVE SPACES TO LINHA-RELATORIO
               WRITE LINHA-RELATORIO

               MOVE "EVENTOS LIDOS DO ESPELHO................:"
                   TO LC-TITULO
               MOVE CT-ESPELHO-LIDOS TO LC-QUANTIDADE
               WRITE LINHA-RELATORIO FROM LINHA-CONTAGEM
               MOVE "REGISTROS DE HISTORICO LIDOS............:"
                   TO LC-TITULO
               MOVE CT-HIST-LIDOS TO LC-QUANTIDADE
               WRITE LINHA-RELATORIO FROM LINHA-CONTAGEM
               MOVE "ALTERACOES DESFEITAS (APOS REFERENCIA)..:"
                   TO LC-TITULO
               MOVE CT-ALTERACOES-DESFEITAS TO LC-QUANTIDADE
               WRITE LINHA-RELATORIO FROM LINHA-CONTAGEM
               MOVE "ALTERACOES ATE A REFERENCIA (MANTIDAS)..:"
                   TO LC-TITULO
               MOVE CT-ALTERACOES-ANTERIORES TO LC-QUANTIDADE
               WRITE LINHA-RELATORIO FROM LINHA-CONTAGEM
               MOVE "EVENTOS REVERTIDOS A IMAGEM ANTERIOR....:"
                   TO LC-TITULO
               MOVE CT-EVENTOS-REVERTIDOS TO LC-QUANTIDADE
               WRITE LINHA-RELATORIO FROM LINHA-CONTAGEM
               MOVE "EVENTOS INCLUIDOS APOS A REFERENCIA.....:"
                   TO LC-TITULO
               MOVE CT-EVENTOS-POSTERIORES TO LC-QUANTIDADE
               WRITE LINHA-RELATORIO FROM LINHA-CONTAGEM
               MOVE "EVENTOS RECUPERADOS SO DO HISTORICO.....:"
                   TO LC-TITULO
               MOVE CT-RECUPERADOS-HIST TO LC-QUANTIDADE
               WRITE LINHA-RELATORIO FROM LINHA-CONTAGEM
               MOVE "CHAVES DO HISTORICO SEM IMAGEM NA DATA..:"
                   TO LC-TITULO
               MOVE CT-HIST-SEM-ESPELHO TO LC-QUANTIDADE
               WRITE LINHA-RELATORIO FROM LINHA-CONTAGEM
               MOVE "EVENTOS GRAVADOS NO RETRATO.............:"
                   TO LC-TITULO
               MOVE CT-RETRATO-GRAVADOS TO LC-QUANTIDADE
               WRITE LINHA-RELATORIO FROM LINHA-CONTAGEM

               CLOSE ESPELHO-VSAM
               CLOSE ORDEM-HISTORICO
               CLOSE RETRATO-SAIDA
               CLOSE RELATORIO-SAIDA
           END-IF

           DISPLAY "CPLDB0E9 - EVENTOS LIDOS DO ESPELHO   : "
               CT-ESPELHO-LIDOS
           DISPLAY "CPLDB0E9 - HISTORICO LIDO             : "
               CT-HIST-LIDOS
           DISPLAY "CPLDB0E9 - ALTERACOES DESFEITAS       : "
               CT-ALTERACOES-DESFEITAS
           DISPLAY "CPLDB0E9 - EVENTOS REVERTIDOS         : "
               CT-EVENTOS-REVERTIDOS
           DISPLAY "CPLDB0E9 - INCLUIDOS APOS A REFERENCIA: "
               CT-EVENTOS-POSTERIORES
           DISPLAY "CPLDB0E9 - RECUPERADOS DO HISTORICO   : "
               CT-RECUPERADOS-HIST
           DISPLAY "CPLDB0E9 - EVENTOS GRAVADOS NO RETRATO: "
               CT-RETRATO-GRAVADOS.
       9000-FINALIZAR-EXIT.
           EXIT.
