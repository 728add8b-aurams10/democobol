       IDENTIFICATION DIVISION.
       PROGRAM-ID. CPLDB0F7.
       AUTHOR. EQUIPE-CARGA-AD.
       INSTALLATION. CARGA-DB2PRD-TPSSOA-EVNTO-SIT.
       DATE-WRITTEN. 15/10/2026.
       DATE-COMPILED. 15/10/2026.
      ******************************************************************
      * HISTORICO DE MODIFICACOES                                     *
      *----------------------------------------------------------------
      * DATA       AUTOR   DESCRICAO                                  *
      * 15/10/2026 EAD     PROGRAMA INICIAL - REMANEJAMENTO DOS        *
      *                    EVENTOS E ALERTAS DE FILIAL ENCERRADA PARA  *
      *                    A FILIAL SUCESSORA.                         *
      ******************************************************************
      ******************************************************************
      * FUNCAO: PASSO NOTURNO, DEPOIS DA APLICACAO EM DB2 (CPLDB0E4),  *
      *         DA CARGA DO ESPELHO (CPLDB0C1), DO BALANCEAMENTO       *
      *         (CPLDB0C6) E DA ALIMENTACAO DOS ALERTAS (CPLDB0D4).    *
      *         QUANDO UMA FILIAL E ENCERRADA NO CADASTRO DE FILIAIS   *
      *         (FILIAL, CPLDB0L5) COM FILIAL SUCESSORA, A PARTIR DA   *
      *         DATA DE VIGENCIA DA SUCESSAO O PROGRAMA TRANSFERE      *
      *         PARA A SUCESSORA O CFLIAL-CNPJ:                        *
      *           1. DAS LINHAS DE DB2PRD.TPSSOA_EVNTO_SIT, COM COMMIT *
      *              A CADA 500 LINHAS E NO FIM DE CADA FILIAL; CADA   *
      *              LINHA MOVIDA GANHA O HATULZ DA EXECUCAO E A       *
      *              IMAGEM ANTERIOR VAI PARA O HISTORICO (HISTOR,     *
      *              CPLDB0H5, GRAVADO EM EXTEND) COM O MOTIVO         *
      *              "ENCERRAMENTO DE FILIAL" - SO DEPOIS DO COMMIT,   *
      *              PARA QUE O HISTORICO NUNCA TRAGA ALTERACAO        *
      *              DESFEITA;                                         *
      *           2. DOS REGISTROS DO ESPELHO VSAM (ESPELHO, CPLDB0V5),*
      *              COM O MESMO HATULZ, PARA O ESPELHO CONTINUAR      *
      *              IGUAL A TABELA NA CONFERENCIA CPLDB0D1;           *
      *           3. DOS ALERTAS EM ABERTO ("A" OU "K") DO CADASTRO DE *
      *              ALERTAS (ALRREG, CPLDB0J5). ALERTA RESOLVIDO OU   *
      *              DESCARTADO FICA COM A FILIAL ORIGINAL.            *
      *         A SUCESSORA ENCERRADA COM SUCESSAO JA VIGENTE E        *
      *         SEGUIDA ATE UMA FILIAL ATIVA (NO MAXIMO 10             *
      *         SUCESSOES), COMO NA CARGA CPLDB0B6. A REGRA SO OLHA O  *
      *         CADASTRO E A DATA DE NEGOCIO, ENTAO UMA NOITE PERDIDA  *
      *         OU INTERROMPIDA E COMPLETADA NA NOITE SEGUINTE.        *
      *         O ESPELHO E OS ALERTAS SO SAO MOVIDOS PARA AS FILIAIS  *
      *         CUJO REMANEJAMENTO EM DB2 TERMINOU COM COMMIT.         *
      *                                                                *
      *         O RELATORIO (RELAT) TRAZ UMA LINHA POR FILIAL          *
      *         ENCERRADA COM ALGO A MOVER (OU COM SUCESSAO INVALIDA)  *
      *         COM AS QUANTIDADES ANTES E DEPOIS DO REMANEJAMENTO EM  *
      *         DB2, NO ESPELHO E NOS ALERTAS EM ABERTO, DA FILIAL     *
      *         ENCERRADA E DA SUCESSORA. QUANDO DUAS FILIAIS TEM A    *
      *         MESMA SUCESSORA, AS QUANTIDADES DA SUCESSORA SAO AS    *
      *         DO TOTAL DA NOITE NAS DUAS LINHAS.                     *
      *                                                                *
      * RETURN-CODE: 0 = NORMAL; 4 = SUCESSAO INVALIDA (SUCESSORA NAO  *
      *         CADASTRADA, ENCERRADA SEM SUCESSAO VIGENTE OU CADEIA   *
      *         LONGA DEMAIS) OU TABELA DE FILIAIS ENCERRADAS CHEIA;   *
      *         8 = ERRO DE ARQUIVO OU DE SQL (O LOTE EM ANDAMENTO E   *
      *         DESFEITO COM ROLLBACK E AS FILIAIS SEGUINTES FICAM     *
      *         PARA A PROXIMA EXECUCAO).                              *
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADASTRO-FILIAIS ASSIGN TO FILIAL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FL-CFLIAL-CNPJ
               FILE STATUS IS FS-CADASTRO-FILIAIS.

           SELECT ESPELHO-VSAM ASSIGN TO ESPELHO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CV-CHAVE-PRIMARIA
               ALTERNATE RECORD KEY IS CV-NFAIXA-SIT-RTING
                   WITH DUPLICATES
               FILE STATUS IS FS-ESPELHO-VSAM.

           SELECT REGISTRO-ALERTAS ASSIGN TO ALRREG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AR-CHAVE
               FILE STATUS IS FS-REGISTRO-ALERTAS.

           SELECT HISTORICO-SAIDA ASSIGN TO HISTOR
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-HISTORICO-SAIDA.

           SELECT RELATORIO-SAIDA ASSIGN TO RELAT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RELATORIO-SAIDA.

           SELECT RUNLOG-SAIDA ASSIGN TO RUNLOG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-RUNLOG-SAIDA.

           SELECT DATA-NEGOCIO-ENTRADA ASSIGN TO DATANEG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-DATA-NEGOCIO-ENTRADA.

       DATA DIVISION.
       FILE SECTION.
       FD  CADASTRO-FILIAIS.
           COPY CPLDB0L5.

       FD  ESPELHO-VSAM.
           COPY CPLDB0V5.

       FD  REGISTRO-ALERTAS.
           COPY CPLDB0J5.

       FD  HISTORICO-SAIDA
           RECORDING MODE IS F.
           COPY CPLDB0H5.

       FD  RELATORIO-SAIDA.
       01  LINHA-RELATORIO            PIC X(132).

       FD  RUNLOG-SAIDA
           RECORDING MODE IS F.
           COPY CPLDB0N5.

       FD  DATA-NEGOCIO-ENTRADA
           RECORDING MODE IS F.
           COPY CPLDB0U5.

       WORKING-STORAGE SECTION.
           EXEC SQL INCLUDE SQLCA END-EXEC.

      ******************************************************************
      * IMAGEM DB2 CORRENTE DO CURSOR (MESMOS NOMES DO DCLGEN)         *
      ******************************************************************
           EXEC SQL INCLUDE CPLDB0B5 END-EXEC.

      ******************************************************************
      * FILIAL ENCERRADA EM REMANEJAMENTO, SUCESSORA FINAL E FILIAL    *
      * CONSULTADA NAS CONTAGENS (COLUNA CFLIAL_CNPJ, DECIMAL(4))      *
      ******************************************************************
       01  WS-CFLIAL-ORIGEM           PIC S9(4)V USAGE COMP-3.
       01  WS-CFLIAL-DESTINO          PIC S9(4)V USAGE COMP-3.
       01  WS-CFLIAL-CONSULTA         PIC S9(4)V USAGE COMP-3.
       01  WS-QTDE-DB2                PIC S9(9) USAGE COMP.

           EXEC SQL DECLARE CURFIL CURSOR WITH HOLD FOR
               SELECT CCNPJ_CPF, CTPO_PSSOA, NEVNTO_RTING,
                      NFAIXA_SIT_RTING, CPTCAO_TBELA, CFLIAL_CNPJ,
                      CCTRL_CNPJ_CPF, QPTO_PSSOA_RTING, HATULZ
                 FROM DB2PRD.TPSSOA_EVNTO_SIT
                WHERE CFLIAL_CNPJ = :WS-CFLIAL-ORIGEM
                  FOR UPDATE OF CFLIAL_CNPJ, HATULZ
           END-EXEC.

       01  FS-CADASTRO-FILIAIS        PIC X(2) VALUE "00".
       01  FS-ESPELHO-VSAM            PIC X(2) VALUE "00".
       01  FS-REGISTRO-ALERTAS        PIC X(2) VALUE "00".
       01  FS-HISTORICO-SAIDA         PIC X(2) VALUE "00".
       01  FS-RELATORIO-SAIDA         PIC X(2) VALUE "00".
       01  FS-RUNLOG-SAIDA            PIC X(2) VALUE "00".
       01  FS-DATA-NEGOCIO-ENTRADA    PIC X(2) VALUE "00".

      ******************************************************************
      * DATA DE NEGOCIO DA ESTEIRA (CONTROLE DATANEG, CPLDB0U5)        *
      ******************************************************************
       01  WS-DATA-NEGOCIO            PIC 9(8) VALUE 0.
       01  WS-HORA-INICIO-EXEC        PIC 9(8) VALUE 0.

      ******************************************************************
      * HATULZ UNICO DA EXECUCAO, NO FORMATO DA COLUNA                 *
      * (AAAA-MM-DD-HH.MM.SS.CC0000), GRAVADO NO DB2, NO ESPELHO E EM  *
      * HX-HATULZ-NOVO                                                 *
      ******************************************************************
       01  DATA-HORA-ATUAL.
           05 DH-DATA-SISTEMA         PIC 9(8).
           05 DH-HORA-SISTEMA.
               10 DH-HORAS            PIC 9(2).
               10 DH-MINUTOS          PIC 9(2).
               10 DH-SEGUNDOS         PIC 9(2).
               10 DH-CENTESIMOS       PIC 9(2).
       01  WS-HATULZ-EXECUCAO         PIC X(26).

       01  SW-FILIAIS-ABERTO          PIC X(1) VALUE "N".
           88 FILIAIS-ABERTO          VALUE "S".
       01  SW-ESPELHO-ABERTO          PIC X(1) VALUE "N".
           88 ESPELHO-ABERTO          VALUE "S".
       01  SW-ALERTAS-ABERTO          PIC X(1) VALUE "N".
           88 ALERTAS-ABERTO          VALUE "S".
       01  SW-HISTORICO-ABERTO        PIC X(1) VALUE "N".
           88 HISTORICO-ABERTO        VALUE "S".
       01  SW-RELATORIO-ABERTO        PIC X(1) VALUE "N".
           88 RELATORIO-ABERTO        VALUE "S".
       01  SW-ARQUIVOS-ABERTOS        PIC X(1) VALUE "N".
           88 ARQUIVOS-ABERTOS        VALUE "S".

       01  SW-FIM-FILIAIS             PIC X(1) VALUE "N".
           88 FIM-DO-CADASTRO         VALUE "S".
       01  SW-FIM-ESPELHO             PIC X(1) VALUE "N".
           88 FIM-DO-ARQUIVO-ESPELHO  VALUE "S".
       01  SW-FIM-ALERTAS             PIC X(1) VALUE "N".
           88 FIM-DO-ARQUIVO-ALERTAS  VALUE "S".
       01  SW-FIM-DB2                 PIC X(1) VALUE "N".
           88 FIM-DO-CURSOR-DB2       VALUE "S".
       01  SW-CURSOR-ABERTO           PIC X(1) VALUE "N".
           88 CURSOR-ABERTO           VALUE "S".
       01  SW-ERRO-DB2                PIC X(1) VALUE "N".
           88 ERRO-DB2                VALUE "S".

       01  SW-MOMENTO-CONTAGEM        PIC X(1) VALUE "A".
           88 CONTAGEM-ANTES          VALUE "A".
           88 CONTAGEM-DEPOIS         VALUE "D".

       01  SW-CADEIA                  PIC X(1) VALUE "P".
           88 CADEIA-PENDENTE         VALUE "P".
           88 CADEIA-RESOLVIDA        VALUE "R".
           88 CADEIA-INVALIDA         VALUE "I".

      ******************************************************************
      * CADASTRO DE FILIAIS EM MEMORIA, INDEXADO PELO PROPRIO CODIGO   *
      * + 1, COM O DESTINO DO REMANEJAMENTO E AS QUANTIDADES DO        *
      * ESPELHO E DOS ALERTAS EM ABERTO ANTES E DEPOIS                 *
      ******************************************************************
       01  TABELA-FILIAIS.
           05 TF-ENTRADA OCCURS 10000 TIMES.
               10 TF-CADASTRADA       PIC X(1).
               10 TF-SITUACAO         PIC X(1).
               10 TF-CFLIAL-SUCESSORA PIC 9(4).
               10 TF-DATA-VIGENCIA    PIC 9(8).
               10 TF-REMANEJAR        PIC X(1).
               10 TF-CFLIAL-DESTINO   PIC 9(4).
               10 TF-QTDE-ESPELHO-ANT PIC 9(9) USAGE COMP.
               10 TF-QTDE-ESPELHO-DEP PIC 9(9) USAGE COMP.
               10 TF-QTDE-ALERTA-ANT  PIC 9(9) USAGE COMP.
               10 TF-QTDE-ALERTA-DEP  PIC 9(9) USAGE COMP.

      ******************************************************************
      * FILIAIS ENCERRADAS COM SUCESSAO VIGENTE NA DATA DE NEGOCIO     *
      ******************************************************************
       01  TABELA-ORIGENS.
           05 TO-QTDE                 PIC 9(4) USAGE COMP VALUE 0.
           05 TO-ENTRADA OCCURS 500 TIMES.
               10 TO-CFLIAL-ORIGEM    PIC 9(4).
               10 TO-CFLIAL-DESTINO   PIC 9(4).
               10 TO-SITUACAO         PIC X(1).
                   88 TO-VALIDA       VALUE "V".
                   88 TO-REMANEJADA   VALUE "M".
                   88 TO-INVALIDA     VALUE "I".
                   88 TO-ERRO-DB2     VALUE "E".
               10 TO-MOTIVO           PIC X(80).
               10 TO-QTDE-DB2-ORIG-ANT
                                      PIC 9(9) USAGE COMP.
               10 TO-QTDE-DB2-ORIG-DEP
                                      PIC 9(9) USAGE COMP.
               10 TO-QTDE-DB2-DEST-ANT
                                      PIC 9(9) USAGE COMP.
               10 TO-QTDE-DB2-DEST-DEP
                                      PIC 9(9) USAGE COMP.
               10 TO-QTDE-MOVIDOS     PIC 9(9) USAGE COMP.

      ******************************************************************
      * IMAGENS DE HISTORICO (LAYOUT CPLDB0H5, 125 BYTES) DAS LINHAS   *
      * MOVIDAS DESDE O ULTIMO COMMIT; SO VAO PARA O HISTOR DEPOIS DO  *
      * COMMIT. O TAMANHO ACOMPANHA O INTERVALO DE COMMIT.             *
      ******************************************************************
       01  WS-INTERVALO-COMMIT        PIC 9(5) VALUE 500.
       01  TABELA-HISTORICO.
           05 TH-QTDE                 PIC 9(4) USAGE COMP VALUE 0.
           05 TH-IMAGEM OCCURS 500 TIMES
                                      PIC X(125).

       01  WS-USUARIO-ALTERACAO       PIC X(8) VALUE "CPLDB0F7".
       01  WS-MOTIVO-ALTERACAO        PIC X(30) VALUE
               "ENCERRAMENTO DE FILIAL".

       01  WS-IDX-FILIAL              PIC 9(5) USAGE COMP VALUE 0.
       01  WS-IDX-CADEIA              PIC 9(5) USAGE COMP VALUE 0.
       01  WS-IDX-ORIGEM              PIC 9(4) USAGE COMP VALUE 0.
       01  WS-IDX-HISTORICO           PIC 9(4) USAGE COMP VALUE 0.
       01  WS-CODIGO-FILIAL           PIC 9(4) VALUE 0.
       01  WS-CFLIAL-CADEIA           PIC 9(4) VALUE 0.
       01  WS-QTDE-SALTOS             PIC 9(2) USAGE COMP VALUE 0.
       01  WS-SQLCODE-ERRO            PIC S9(9) USAGE COMP VALUE 0.
       01  WS-EDT-SQLCODE             PIC -(8)9.

       01  CONTADORES.
           05 CT-FILIAIS-LIDAS        PIC 9(9) USAGE COMP VALUE 0.
           05 CT-ORIGENS-VIGENTES     PIC 9(9) USAGE COMP VALUE 0.
           05 CT-ORIGENS-INVALIDAS    PIC 9(9) USAGE COMP VALUE 0.
           05 CT-ORIGENS-SEM-PENDENCIA
                                      PIC 9(9) USAGE COMP VALUE 0.
           05 CT-DB2-ENCONTRADOS      PIC 9(9) USAGE COMP VALUE 0.
           05 CT-DB2-MOVIDOS          PIC 9(9) USAGE COMP VALUE 0.
           05 CT-DESDE-COMMIT         PIC 9(9) USAGE COMP VALUE 0.
           05 CT-COMMITS              PIC 9(9) USAGE COMP VALUE 0.
           05 CT-HISTORICO-GRAVADO    PIC 9(9) USAGE COMP VALUE 0.
           05 CT-HISTORICO-FALHA      PIC 9(9) USAGE COMP VALUE 0.
           05 CT-ESPELHO-LIDOS        PIC 9(9) USAGE COMP VALUE 0.
           05 CT-ESPELHO-MOVIDOS      PIC 9(9) USAGE COMP VALUE 0.
           05 CT-ESPELHO-FALHA        PIC 9(9) USAGE COMP VALUE 0.
           05 CT-ALERTAS-LIDOS        PIC 9(9) USAGE COMP VALUE 0.
           05 CT-ALERTAS-MOVIDOS      PIC 9(9) USAGE COMP VALUE 0.
           05 CT-ALERTAS-FALHA        PIC 9(9) USAGE COMP VALUE 0.

      ******************************************************************
      * LINHAS DO RELATORIO (132 COLUNAS)                              *
      ******************************************************************
       01  LINHA-TITULO.
           05 FILLER                  PIC X(48) VALUE
               "CPLDB0F7 - REMANEJAMENTO DE FILIAIS ENCERRADAS".
           05 FILLER                  PIC X(17) VALUE
               "DATA DE NEGOCIO: ".
           05 LT-DATA-NEGOCIO         PIC 9(8).
           05 FILLER                  PIC X(10) VALUE
               "  HATULZ: ".
           05 LT-HATULZ               PIC X(26).
           05 FILLER                  PIC X(23) VALUE SPACES.

       01  LINHA-GRUPOS.
           05 FILLER                  PIC X(12) VALUE SPACES.
           05 FILLER                  PIC X(36) VALUE
               "  ------------- DB2 ---------------".
           05 FILLER                  PIC X(36) VALUE
               "  ----------- ESPELHO -------------".
           05 FILLER                  PIC X(36) VALUE
               "  ------ ALERTAS EM ABERTO --------".
           05 FILLER                  PIC X(12) VALUE SPACES.

       01  LINHA-COLUNAS.
           05 FILLER                  PIC X(12) VALUE
               "ENCER SUCES ".
           05 FILLER                  PIC X(36) VALUE
               " ORIG-ANT ORIG-DEP SUCE-ANT SUCE-DEP".
           05 FILLER                  PIC X(36) VALUE
               " ORIG-ANT ORIG-DEP SUCE-ANT SUCE-DEP".
           05 FILLER                  PIC X(36) VALUE
               " ORIG-ANT ORIG-DEP SUCE-ANT SUCE-DEP".
           05 FILLER                  PIC X(12) VALUE SPACES.

       01  LINHA-DETALHE.
           05 LD-CFLIAL-ORIGEM        PIC 9(4).
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 LD-CFLIAL-DESTINO       PIC X(4).
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 LD-DB2-ORIG-ANT         PIC Z(8)9.
           05 LD-DB2-ORIG-DEP         PIC Z(8)9.
           05 LD-DB2-DEST-ANT         PIC Z(8)9.
           05 LD-DB2-DEST-DEP         PIC Z(8)9.
           05 LD-ESP-ORIG-ANT         PIC Z(8)9.
           05 LD-ESP-ORIG-DEP         PIC Z(8)9.
           05 LD-ESP-DEST-ANT         PIC Z(8)9.
           05 LD-ESP-DEST-DEP         PIC Z(8)9.
           05 LD-ALR-ORIG-ANT         PIC Z(8)9.
           05 LD-ALR-ORIG-DEP         PIC Z(8)9.
           05 LD-ALR-DEST-ANT         PIC Z(8)9.
           05 LD-ALR-DEST-DEP         PIC Z(8)9.
           05 FILLER                  PIC X(12) VALUE SPACES.

       01  LINHA-MOTIVO.
           05 FILLER                  PIC X(12) VALUE SPACES.
           05 LM-MOTIVO               PIC X(80).
           05 FILLER                  PIC X(40) VALUE SPACES.

       01  LINHA-VAZIA.
           05 FILLER                  PIC X(50) VALUE
               "NENHUMA FILIAL ENCERRADA COM SUCESSAO VIGENTE".
           05 FILLER                  PIC X(82) VALUE SPACES.

       01  LINHA-TOTAIS-1.
           05 FILLER                  PIC X(30) VALUE
               "FILIAIS COM SUCESSAO VIGENTE: ".
           05 LT-ORIGENS-VIGENTES     PIC Z(8)9.
           05 FILLER                  PIC X(17) VALUE
               "  SEM PENDENCIA: ".
           05 LT-ORIGENS-SEM-PENDENCIA
                                      PIC Z(8)9.
           05 FILLER                  PIC X(21) VALUE
               "  SUCESSAO INVALIDA: ".
           05 LT-ORIGENS-INVALIDAS    PIC Z(8)9.
           05 FILLER                  PIC X(37) VALUE SPACES.

       01  LINHA-TOTAIS-2.
           05 FILLER                  PIC X(22) VALUE
               "EVENTOS DB2 MOVIDOS: ".
           05 LT-DB2-MOVIDOS          PIC Z(8)9.
           05 FILLER                  PIC X(11) VALUE
               "  ESPELHO: ".
           05 LT-ESPELHO-MOVIDOS      PIC Z(8)9.
           05 FILLER                  PIC X(21) VALUE
               "  ALERTAS EM ABERTO: ".
           05 LT-ALERTAS-MOVIDOS      PIC Z(8)9.
           05 FILLER                  PIC X(21) VALUE
               "  HISTORICO GRAVADO: ".
           05 LT-HISTORICO-GRAVADO    PIC Z(8)9.
           05 FILLER                  PIC X(21) VALUE SPACES.

       PROCEDURE DIVISION.
      ******************************************************************
      * 0000-MAINLINE                                                  *
      ******************************************************************
       0000-MAINLINE.
           ACCEPT WS-HORA-INICIO-EXEC FROM TIME
           PERFORM 0150-OBTER-DATA-NEGOCIO
               THRU 0150-OBTER-DATA-NEGOCIO-EXIT
           PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT
           IF ARQUIVOS-ABERTOS
               PERFORM 2000-CARREGAR-FILIAIS
                   THRU 2000-CARREGAR-FILIAIS-EXIT
               PERFORM 2500-SELECIONAR-ORIGEM
                   THRU 2500-SELECIONAR-ORIGEM-EXIT
                   VARYING WS-IDX-FILIAL FROM 1 BY 1
                   UNTIL WS-IDX-FILIAL > 10000
               IF TO-QTDE > 0
                   SET CONTAGEM-ANTES TO TRUE
                   PERFORM 3000-CONTAR-DB2 THRU 3000-CONTAR-DB2-EXIT
                       VARYING WS-IDX-ORIGEM FROM 1 BY 1
                       UNTIL WS-IDX-ORIGEM > TO-QTDE
                   PERFORM 4000-REMANEJAR-DB2
                       THRU 4000-REMANEJAR-DB2-EXIT
                       VARYING WS-IDX-ORIGEM FROM 1 BY 1
                       UNTIL WS-IDX-ORIGEM > TO-QTDE
                          OR ERRO-DB2
                   SET CONTAGEM-DEPOIS TO TRUE
                   PERFORM 3000-CONTAR-DB2 THRU 3000-CONTAR-DB2-EXIT
                       VARYING WS-IDX-ORIGEM FROM 1 BY 1
                       UNTIL WS-IDX-ORIGEM > TO-QTDE
                   PERFORM 5000-REMANEJAR-ESPELHO
                       THRU 5000-REMANEJAR-ESPELHO-EXIT
                   PERFORM 6000-REMANEJAR-ALERTAS
                       THRU 6000-REMANEJAR-ALERTAS-EXIT
               END-IF
               PERFORM 7000-EMITIR-RELATORIO
                   THRU 7000-EMITIR-RELATORIO-EXIT
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
               DISPLAY "CPLDB0F7 - CONTROLE DE DATA DE NEGOCIO "
                   "INDISPONIVEL (" FS-DATA-NEGOCIO-ENTRADA
                   ") - USANDO A DATA DO SISTEMA"
               ACCEPT WS-DATA-NEGOCIO FROM DATE YYYYMMDD
               GO TO 0150-OBTER-DATA-NEGOCIO-EXIT
           END-IF
           READ DATA-NEGOCIO-ENTRADA
               AT END
                   DISPLAY "CPLDB0F7 - CONTROLE DE DATA DE NEGOCIO "
                       "VAZIO - USANDO A DATA DO SISTEMA"
                   ACCEPT WS-DATA-NEGOCIO FROM DATE YYYYMMDD
               NOT AT END
                   MOVE DN-DATA-ATUAL TO WS-DATA-NEGOCIO
           END-READ
           CLOSE DATA-NEGOCIO-ENTRADA.
       0150-OBTER-DATA-NEGOCIO-EXIT.
           EXIT.

      ******************************************************************
      * 1000-INICIALIZAR - MONTA O HATULZ DA EXECUCAO E ABRE OS        *
      *      ARQUIVOS; QUALQUER FALHA DE ABERTURA TERMINA SEM TOCAR    *
      *      NO DB2 (RETURN-CODE 8). O HISTORICO E ANEXADO AO DA       *
      *      NOITE (CRIADO SE AINDA NAO EXISTE).                       *
      ******************************************************************
       1000-INICIALIZAR.
           ACCEPT DH-DATA-SISTEMA FROM DATE YYYYMMDD
           ACCEPT DH-HORA-SISTEMA FROM TIME
           MOVE DH-DATA-SISTEMA(1:4)  TO WS-HATULZ-EXECUCAO(1:4)
           MOVE "-"                   TO WS-HATULZ-EXECUCAO(5:1)
           MOVE DH-DATA-SISTEMA(5:2)  TO WS-HATULZ-EXECUCAO(6:2)
           MOVE "-"                   TO WS-HATULZ-EXECUCAO(8:1)
           MOVE DH-DATA-SISTEMA(7:2)  TO WS-HATULZ-EXECUCAO(9:2)
           MOVE "-"                   TO WS-HATULZ-EXECUCAO(11:1)
           MOVE DH-HORAS              TO WS-HATULZ-EXECUCAO(12:2)
           MOVE "."                   TO WS-HATULZ-EXECUCAO(14:1)
           MOVE DH-MINUTOS            TO WS-HATULZ-EXECUCAO(15:2)
           MOVE "."                   TO WS-HATULZ-EXECUCAO(17:1)
           MOVE DH-SEGUNDOS           TO WS-HATULZ-EXECUCAO(18:2)
           MOVE "."                   TO WS-HATULZ-EXECUCAO(20:1)
           MOVE DH-CENTESIMOS         TO WS-HATULZ-EXECUCAO(21:2)
           MOVE "0000"                TO WS-HATULZ-EXECUCAO(23:4)

           OPEN INPUT CADASTRO-FILIAIS
           IF FS-CADASTRO-FILIAIS NOT = "00"
               DISPLAY "CPLDB0F7 - ERRO AO ABRIR CADASTRO DE FILIAIS "
                       FS-CADASTRO-FILIAIS
               MOVE 8 TO RETURN-CODE
               GO TO 1000-INICIALIZAR-EXIT
           END-IF
           SET FILIAIS-ABERTO TO TRUE

           OPEN I-O ESPELHO-VSAM
           IF FS-ESPELHO-VSAM NOT = "00"
               DISPLAY "CPLDB0F7 - ERRO AO ABRIR ESPELHO "
                       FS-ESPELHO-VSAM
               MOVE 8 TO RETURN-CODE
               GO TO 1000-INICIALIZAR-EXIT
           END-IF
           SET ESPELHO-ABERTO TO TRUE

           OPEN I-O REGISTRO-ALERTAS
           IF FS-REGISTRO-ALERTAS NOT = "00"
               DISPLAY "CPLDB0F7 - ERRO AO ABRIR CADASTRO DE ALERTAS "
                       FS-REGISTRO-ALERTAS
               MOVE 8 TO RETURN-CODE
               GO TO 1000-INICIALIZAR-EXIT
           END-IF
           SET ALERTAS-ABERTO TO TRUE

           OPEN EXTEND HISTORICO-SAIDA
           IF FS-HISTORICO-SAIDA = "35"
               OPEN OUTPUT HISTORICO-SAIDA
           END-IF
           IF FS-HISTORICO-SAIDA NOT = "00"
               DISPLAY "CPLDB0F7 - ERRO AO ABRIR HISTORICO "
                       FS-HISTORICO-SAIDA
               MOVE 8 TO RETURN-CODE
               GO TO 1000-INICIALIZAR-EXIT
           END-IF
           SET HISTORICO-ABERTO TO TRUE

           OPEN OUTPUT RELATORIO-SAIDA
           IF FS-RELATORIO-SAIDA NOT = "00"
               DISPLAY "CPLDB0F7 - ERRO AO ABRIR RELATORIO DE SAIDA "
                       FS-RELATORIO-SAIDA
               MOVE 8 TO RETURN-CODE
               GO TO 1000-INICIALIZAR-EXIT
           END-IF
           SET RELATORIO-ABERTO TO TRUE

           SET ARQUIVOS-ABERTOS TO TRUE.
       1000-INICIALIZAR-EXIT.
           EXIT.

      ******************************************************************
      * 2000-CARREGAR-FILIAIS - CARREGA O CADASTRO DE FILIAIS NA       *
      *      TABELA INDEXADA PELO CODIGO. SUCESSORA OU VIGENCIA NAO    *
      *      NUMERICA = SEM SUCESSORA.                                 *
      ******************************************************************
       2000-CARREGAR-FILIAIS.
           INITIALIZE TABELA-FILIAIS
           PERFORM 2100-LER-FILIAL THRU 2100-LER-FILIAL-EXIT
               UNTIL FIM-DO-CADASTRO.
       2000-CARREGAR-FILIAIS-EXIT.
           EXIT.

       2100-LER-FILIAL.
           READ CADASTRO-FILIAIS
               AT END
                   SET FIM-DO-CADASTRO TO TRUE
                   GO TO 2100-LER-FILIAL-EXIT
           END-READ
           IF FS-CADASTRO-FILIAIS NOT = "00"
               DISPLAY "CPLDB0F7 - ERRO AO LER CADASTRO DE FILIAIS, "
                   "STATUS " FS-CADASTRO-FILIAIS
               MOVE 8 TO RETURN-CODE
               SET FIM-DO-CADASTRO TO TRUE
               GO TO 2100-LER-FILIAL-EXIT
           END-IF
           ADD 1 TO CT-FILIAIS-LIDAS
           IF FL-CFLIAL-CNPJ IS NOT NUMERIC
               DISPLAY "CPLDB0F7 - CODIGO DE FILIAL NAO NUMERICO "
                   "IGNORADO: " FL-CFLIAL-CNPJ
               GO TO 2100-LER-FILIAL-EXIT
           END-IF
           COMPUTE WS-IDX-FILIAL = FL-CFLIAL-CNPJ + 1
           MOVE "S"         TO TF-CADASTRADA(WS-IDX-FILIAL)
           MOVE FL-SITUACAO TO TF-SITUACAO(WS-IDX-FILIAL)
           IF FL-CFLIAL-SUCESSORA IS NUMERIC
              AND FL-DATA-VIGENCIA-SUCESSAO IS NUMERIC
               MOVE FL-CFLIAL-SUCESSORA
                   TO TF-CFLIAL-SUCESSORA(WS-IDX-FILIAL)
               MOVE FL-DATA-VIGENCIA-SUCESSAO
                   TO TF-DATA-VIGENCIA(WS-IDX-FILIAL)
           END-IF.
       2100-LER-FILIAL-EXIT.
           EXIT.

      ******************************************************************
      * 2500-SELECIONAR-ORIGEM - FILIAL ENCERRADA COM SUCESSORA E      *
      *      VIGENCIA ATE A DATA DE NEGOCIO ENTRA NA TABELA DE         *
      *      ORIGENS, COM A SUCESSORA FINAL RESOLVIDA NA CADEIA        *
      ******************************************************************
       2500-SELECIONAR-ORIGEM.
           IF TF-CADASTRADA(WS-IDX-FILIAL) NOT = "S"
              OR TF-SITUACAO(WS-IDX-FILIAL) NOT = "E"
              OR TF-CFLIAL-SUCESSORA(WS-IDX-FILIAL) = 0
              OR TF-DATA-VIGENCIA(WS-IDX-FILIAL) = 0
              OR TF-DATA-VIGENCIA(WS-IDX-FILIAL) > WS-DATA-NEGOCIO
               GO TO 2500-SELECIONAR-ORIGEM-EXIT
           END-IF
           COMPUTE WS-CODIGO-FILIAL = WS-IDX-FILIAL - 1
           IF TO-QTDE >= 500
               DISPLAY "CPLDB0F7 - TABELA DE FILIAIS ENCERRADAS CHEIA, "
                   "FILIAL IGNORADA: " WS-CODIGO-FILIAL
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
               GO TO 2500-SELECIONAR-ORIGEM-EXIT
           END-IF
           ADD 1 TO TO-QTDE
           ADD 1 TO CT-ORIGENS-VIGENTES
           INITIALIZE TO-ENTRADA(TO-QTDE)
           MOVE WS-CODIGO-FILIAL TO TO-CFLIAL-ORIGEM(TO-QTDE)
           PERFORM 2600-RESOLVER-DESTINO
               THRU 2600-RESOLVER-DESTINO-EXIT.
       2500-SELECIONAR-ORIGEM-EXIT.
           EXIT.

      ******************************************************************
      * 2600-RESOLVER-DESTINO - SEGUE A CADEIA DE SUCESSAO DA ORIGEM   *
      *      ATE UMA FILIAL ATIVA; CADEIA QUE NAO TERMINA EM FILIAL    *
      *      ATIVA DEIXA A ORIGEM COMO INVALIDA (RETURN-CODE 4)        *
      ******************************************************************
       2600-RESOLVER-DESTINO.
           MOVE TO-CFLIAL-ORIGEM(TO-QTDE) TO WS-CFLIAL-CADEIA
           MOVE 0 TO WS-QTDE-SALTOS
           SET CADEIA-PENDENTE TO TRUE
           PERFORM 2610-SEGUIR-CADEIA THRU 2610-SEGUIR-CADEIA-EXIT
               UNTIL NOT CADEIA-PENDENTE
           IF CADEIA-RESOLVIDA
               SET TO-VALIDA(TO-QTDE) TO TRUE
               MOVE WS-CFLIAL-CADEIA TO TO-CFLIAL-DESTINO(TO-QTDE)
           ELSE
               SET TO-INVALIDA(TO-QTDE) TO TRUE
               ADD 1 TO CT-ORIGENS-INVALIDAS
               DISPLAY "CPLDB0F7 - FILIAL " WS-CODIGO-FILIAL " - "
                   TO-MOTIVO(TO-QTDE)
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
       2600-RESOLVER-DESTINO-EXIT.
           EXIT.

       2610-SEGUIR-CADEIA.
           IF WS-QTDE-SALTOS >= 10
               MOVE "SUCESSAO INVALIDA - CADEIA COM MAIS DE 10 "
                   & "SUCESSORAS (VERIFICAR CICLO NO CADASTRO)"
                   TO TO-MOTIVO(TO-QTDE)
               SET CADEIA-INVALIDA TO TRUE
               GO TO 2610-SEGUIR-CADEIA-EXIT
           END-IF
           ADD 1 TO WS-QTDE-SALTOS
           COMPUTE WS-IDX-CADEIA = WS-CFLIAL-CADEIA + 1
           MOVE TF-CFLIAL-SUCESSORA(WS-IDX-CADEIA) TO WS-CFLIAL-CADEIA
           COMPUTE WS-IDX-CADEIA = WS-CFLIAL-CADEIA + 1
           IF TF-CADASTRADA(WS-IDX-CADEIA) NOT = "S"
               STRING "SUCESSAO INVALIDA - SUCESSORA "
                   WS-CFLIAL-CADEIA " NAO CADASTRADA"
                   DELIMITED BY SIZE INTO TO-MOTIVO(TO-QTDE)
               END-STRING
               SET CADEIA-INVALIDA TO TRUE
               GO TO 2610-SEGUIR-CADEIA-EXIT
           END-IF
           IF TF-SITUACAO(WS-IDX-CADEIA) NOT = "E"
               SET CADEIA-RESOLVIDA TO TRUE
               GO TO 2610-SEGUIR-CADEIA-EXIT
           END-IF
           IF TF-CFLIAL-SUCESSORA(WS-IDX-CADEIA) = 0
              OR TF-DATA-VIGENCIA(WS-IDX-CADEIA) = 0
              OR TF-DATA-VIGENCIA(WS-IDX-CADEIA) > WS-DATA-NEGOCIO
               STRING "SUCESSAO INVALIDA - SUCESSORA "
                   WS-CFLIAL-CADEIA " ENCERRADA SEM SUCESSAO VIGENTE"
                   DELIMITED BY SIZE INTO TO-MOTIVO(TO-QTDE)
               END-STRING
               SET CADEIA-INVALIDA TO TRUE
           END-IF.
       2610-SEGUIR-CADEIA-EXIT.
           EXIT.

      ******************************************************************
      * 3000-CONTAR-DB2 - QUANTIDADE DE LINHAS DA TABELA NA FILIAL     *
      *      ENCERRADA E NA SUCESSORA, ANTES OU DEPOIS DO              *
      *      REMANEJAMENTO CONFORME SW-MOMENTO-CONTAGEM                *
      ******************************************************************
       3000-CONTAR-DB2.
           MOVE TO-CFLIAL-ORIGEM(WS-IDX-ORIGEM) TO WS-CFLIAL-CONSULTA
           PERFORM 3100-CONTAR-FILIAL THRU 3100-CONTAR-FILIAL-EXIT
           IF CONTAGEM-ANTES
               MOVE WS-QTDE-DB2 TO TO-QTDE-DB2-ORIG-ANT(WS-IDX-ORIGEM)
           ELSE
               MOVE WS-QTDE-DB2 TO TO-QTDE-DB2-ORIG-DEP(WS-IDX-ORIGEM)
           END-IF
           IF TO-INVALIDA(WS-IDX-ORIGEM)
               GO TO 3000-CONTAR-DB2-EXIT
           END-IF
           MOVE TO-CFLIAL-DESTINO(WS-IDX-ORIGEM) TO WS-CFLIAL-CONSULTA
           PERFORM 3100-CONTAR-FILIAL THRU 3100-CONTAR-FILIAL-EXIT
           IF CONTAGEM-ANTES
               MOVE WS-QTDE-DB2 TO TO-QTDE-DB2-DEST-ANT(WS-IDX-ORIGEM)
           ELSE
               MOVE WS-QTDE-DB2 TO TO-QTDE-DB2-DEST-DEP(WS-IDX-ORIGEM)
           END-IF.
       3000-CONTAR-DB2-EXIT.
           EXIT.

      ******************************************************************
      * 3100-CONTAR-FILIAL - FALHA NA CONTAGEM INICIAL IMPEDE O        *
      *      REMANEJAMENTO (ERRO-DB2, RETURN-CODE 8)                   *
      ******************************************************************
       3100-CONTAR-FILIAL.
           EXEC SQL
               SELECT COUNT(*)
                 INTO :WS-QTDE-DB2
                 FROM DB2PRD.TPSSOA_EVNTO_SIT
                WHERE CFLIAL_CNPJ = :WS-CFLIAL-CONSULTA
           END-EXEC
           IF SQLCODE NOT = 0
               DISPLAY "CPLDB0F7 - ERRO NA CONTAGEM DA FILIAL "
                   WS-CFLIAL-CONSULTA ", SQLCODE " SQLCODE
               MOVE 0 TO WS-QTDE-DB2
               SET ERRO-DB2 TO TRUE
               MOVE 8 TO RETURN-CODE
           END-IF.
       3100-CONTAR-FILIAL-EXIT.
           EXIT.

      ******************************************************************
      * 4000-REMANEJAR-DB2 - MOVE PARA A SUCESSORA TODAS AS LINHAS DA  *
      *      FILIAL ENCERRADA, COM COMMIT A CADA INTERVALO E NO FIM;   *
      *      SO A FILIAL QUE TERMINA COM COMMIT TEM O ESPELHO E OS     *
      *      ALERTAS MOVIDOS                                           *
      ******************************************************************
       4000-REMANEJAR-DB2.
           IF NOT TO-VALIDA(WS-IDX-ORIGEM)
               GO TO 4000-REMANEJAR-DB2-EXIT
           END-IF
           MOVE TO-CFLIAL-ORIGEM(WS-IDX-ORIGEM)  TO WS-CFLIAL-ORIGEM
           MOVE TO-CFLIAL-DESTINO(WS-IDX-ORIGEM) TO WS-CFLIAL-DESTINO

           EXEC SQL OPEN CURFIL END-EXEC
           IF SQLCODE NOT = 0
               DISPLAY "CPLDB0F7 - ERRO AO ABRIR CURSOR DA FILIAL "
                   WS-CFLIAL-ORIGEM ", SQLCODE " SQLCODE
               PERFORM 4900-DESFAZER-REMANEJAMENTO
                   THRU 4900-DESFAZER-REMANEJAMENTO-EXIT
               GO TO 4000-REMANEJAR-DB2-EXIT
           END-IF
           SET CURSOR-ABERTO TO TRUE
           MOVE "N" TO SW-FIM-DB2

           PERFORM 4100-MOVER-EVENTO THRU 4100-MOVER-EVENTO-EXIT
               UNTIL FIM-DO-CURSOR-DB2
           IF ERRO-DB2
               GO TO 4000-REMANEJAR-DB2-EXIT
           END-IF

           EXEC SQL CLOSE CURFIL END-EXEC
           MOVE "N" TO SW-CURSOR-ABERTO
           PERFORM 4300-CONFIRMAR-REMANEJAMENTO
               THRU 4300-CONFIRMAR-REMANEJAMENTO-EXIT
           IF ERRO-DB2
               GO TO 4000-REMANEJAR-DB2-EXIT
           END-IF

           SET TO-REMANEJADA(WS-IDX-ORIGEM) TO TRUE
           COMPUTE WS-IDX-FILIAL = TO-CFLIAL-ORIGEM(WS-IDX-ORIGEM) + 1
           MOVE "S" TO TF-REMANEJAR(WS-IDX-FILIAL)
           MOVE TO-CFLIAL-DESTINO(WS-IDX-ORIGEM)
               TO TF-CFLIAL-DESTINO(WS-IDX-FILIAL).
       4000-REMANEJAR-DB2-EXIT.
           EXIT.

      ******************************************************************
      * 4100-MOVER-EVENTO - PROXIMA LINHA DA FILIAL ENCERRADA: GUARDA  *
      *      A IMAGEM ANTERIOR E ATUALIZA FILIAL E HATULZ              *
      ******************************************************************
       4100-MOVER-EVENTO.
           EXEC SQL
               FETCH CURFIL
                INTO :CCNPJ-CPF, :CTPO-PSSOA, :NEVNTO-RTING,
                     :NFAIXA-SIT-RTING, :CPTCAO-TBELA, :CFLIAL-CNPJ,
                     :CCTRL-CNPJ-CPF, :QPTO-PSSOA-RTING, :HATULZ
           END-EXEC
           EVALUATE TRUE
               WHEN SQLCODE = 100
                   SET FIM-DO-CURSOR-DB2 TO TRUE
                   GO TO 4100-MOVER-EVENTO-EXIT
               WHEN SQLCODE NOT = 0
                   DISPLAY "CPLDB0F7 - ERRO NO FETCH DA FILIAL "
                       WS-CFLIAL-ORIGEM ", SQLCODE " SQLCODE
                   PERFORM 4900-DESFAZER-REMANEJAMENTO
                       THRU 4900-DESFAZER-REMANEJAMENTO-EXIT
                   GO TO 4100-MOVER-EVENTO-EXIT
           END-EVALUATE
           ADD 1 TO CT-DB2-ENCONTRADOS

           EXEC SQL
               UPDATE DB2PRD.TPSSOA_EVNTO_SIT
                  SET CFLIAL_CNPJ = :WS-CFLIAL-DESTINO,
                      HATULZ      = :WS-HATULZ-EXECUCAO
                WHERE CURRENT OF CURFIL
           END-EXEC
           IF SQLCODE NOT = 0
               DISPLAY "CPLDB0F7 - ERRO AO ATUALIZAR A CHAVE "
                   CCNPJ-CPF " " CTPO-PSSOA " " NEVNTO-RTING
                   ", SQLCODE " SQLCODE
               PERFORM 4900-DESFAZER-REMANEJAMENTO
                   THRU 4900-DESFAZER-REMANEJAMENTO-EXIT
               GO TO 4100-MOVER-EVENTO-EXIT
           END-IF

           PERFORM 4200-GUARDAR-HISTORICO
               THRU 4200-GUARDAR-HISTORICO-EXIT
           ADD 1 TO CT-DESDE-COMMIT
           IF CT-DESDE-COMMIT >= WS-INTERVALO-COMMIT
               PERFORM 4300-CONFIRMAR-REMANEJAMENTO
                   THRU 4300-CONFIRMAR-REMANEJAMENTO-EXIT
           END-IF.
       4100-MOVER-EVENTO-EXIT.
           EXIT.

      ******************************************************************
      * 4200-GUARDAR-HISTORICO - IMAGEM ANTERIOR DA LINHA NO LAYOUT    *
      *      CPLDB0H5, GUARDADA ATE O PROXIMO COMMIT                   *
      ******************************************************************
       4200-GUARDAR-HISTORICO.
           MOVE CCNPJ-CPF              TO HX-CCNPJ-CPF
           MOVE CTPO-PSSOA             TO HX-CTPO-PSSOA
           MOVE NEVNTO-RTING           TO HX-NEVNTO-RTING
           MOVE NFAIXA-SIT-RTING       TO HX-NFAIXA-SIT-RTING
           MOVE CPTCAO-TBELA           TO HX-CPTCAO-TBELA
           MOVE CFLIAL-CNPJ            TO HX-CFLIAL-CNPJ
           MOVE CCTRL-CNPJ-CPF         TO HX-CCTRL-CNPJ-CPF
           MOVE QPTO-PSSOA-RTING       TO HX-QPTO-PSSOA-RTING
           MOVE HATULZ                 TO HX-HATULZ
           MOVE WS-HATULZ-EXECUCAO     TO HX-HATULZ-NOVO
           MOVE WS-USUARIO-ALTERACAO   TO HX-USUARIO-ALTERACAO
           MOVE WS-MOTIVO-ALTERACAO    TO HX-MOTIVO-ALTERACAO
           MOVE SPACES                 TO HX-USUARIO-APROVACAO
           ADD 1 TO TH-QTDE
           MOVE CPLDB0H5 TO TH-IMAGEM(TH-QTDE).
       4200-GUARDAR-HISTORICO-EXIT.
           EXIT.

      ******************************************************************
      * 4300-CONFIRMAR-REMANEJAMENTO - COMMIT DO LOTE E GRAVACAO DAS   *
      *      IMAGENS GUARDADAS NO HISTORICO                            *
      ******************************************************************
       4300-CONFIRMAR-REMANEJAMENTO.
           EXEC SQL COMMIT END-EXEC
           IF SQLCODE NOT = 0
               DISPLAY "CPLDB0F7 - ERRO NO COMMIT, SQLCODE " SQLCODE
               PERFORM 4900-DESFAZER-REMANEJAMENTO
                   THRU 4900-DESFAZER-REMANEJAMENTO-EXIT
               GO TO 4300-CONFIRMAR-REMANEJAMENTO-EXIT
           END-IF
           ADD 1 TO CT-COMMITS
           ADD CT-DESDE-COMMIT TO CT-DB2-MOVIDOS
           ADD CT-DESDE-COMMIT TO TO-QTDE-MOVIDOS(WS-IDX-ORIGEM)
           MOVE 0 TO CT-DESDE-COMMIT
           PERFORM 4400-GRAVAR-HISTORICO
               THRU 4400-GRAVAR-HISTORICO-EXIT
               VARYING WS-IDX-HISTORICO FROM 1 BY 1
               UNTIL WS-IDX-HISTORICO > TH-QTDE
           MOVE 0 TO TH-QTDE.
       4300-CONFIRMAR-REMANEJAMENTO-EXIT.
           EXIT.

       4400-GRAVAR-HISTORICO.
           WRITE CPLDB0H5 FROM TH-IMAGEM(WS-IDX-HISTORICO)
           IF FS-HISTORICO-SAIDA = "00"
               ADD 1 TO CT-HISTORICO-GRAVADO
           ELSE
               DISPLAY "CPLDB0F7 - ERRO AO GRAVAR HISTORICO, STATUS "
                   FS-HISTORICO-SAIDA
               ADD 1 TO CT-HISTORICO-FALHA
               MOVE 8 TO RETURN-CODE
           END-IF.
       4400-GRAVAR-HISTORICO-EXIT.
           EXIT.

      ******************************************************************
      * 4900-DESFAZER-REMANEJAMENTO - ERRO DE SQL: DESFAZ O LOTE DESDE *
      *      O ULTIMO COMMIT (E DESCARTA AS IMAGENS GUARDADAS DELE),   *
      *      MARCA A FILIAL E INTERROMPE O REMANEJAMENTO EM DB2        *
      ******************************************************************
       4900-DESFAZER-REMANEJAMENTO.
           MOVE SQLCODE TO WS-SQLCODE-ERRO
           IF CURSOR-ABERTO
               EXEC SQL CLOSE CURFIL END-EXEC
               MOVE "N" TO SW-CURSOR-ABERTO
           END-IF
           EXEC SQL ROLLBACK END-EXEC
           MOVE 0 TO CT-DESDE-COMMIT
           MOVE 0 TO TH-QTDE
           SET ERRO-DB2 TO TRUE
           SET FIM-DO-CURSOR-DB2 TO TRUE
           SET TO-ERRO-DB2(WS-IDX-ORIGEM) TO TRUE
           MOVE WS-SQLCODE-ERRO TO WS-EDT-SQLCODE
           STRING "REMANEJAMENTO INTERROMPIDO - SQLCODE "
               WS-EDT-SQLCODE " (LOTE DESFEITO, FILIAIS SEGUINTES "
               "NA PROXIMA EXECUCAO)"
               DELIMITED BY SIZE INTO TO-MOTIVO(WS-IDX-ORIGEM)
           END-STRING
           MOVE 8 TO RETURN-CODE.
       4900-DESFAZER-REMANEJAMENTO-EXIT.
           EXIT.

      ******************************************************************
      * 5000-REMANEJAR-ESPELHO - PERCORRE O ESPELHO INTEIRO, CONTANDO  *
      *      POR FILIAL ANTES E DEPOIS E MOVENDO OS REGISTROS DAS      *
      *      FILIAIS REMANEJADAS EM DB2                                *
      ******************************************************************
       5000-REMANEJAR-ESPELHO.
           PERFORM 5100-LER-ESPELHO THRU 5100-LER-ESPELHO-EXIT
               UNTIL FIM-DO-ARQUIVO-ESPELHO.
       5000-REMANEJAR-ESPELHO-EXIT.
           EXIT.

       5100-LER-ESPELHO.
           READ ESPELHO-VSAM NEXT
           EVALUATE FS-ESPELHO-VSAM
               WHEN "00"
                   ADD 1 TO CT-ESPELHO-LIDOS
               WHEN "10"
                   SET FIM-DO-ARQUIVO-ESPELHO TO TRUE
                   GO TO 5100-LER-ESPELHO-EXIT
               WHEN OTHER
                   DISPLAY "CPLDB0F7 - ERRO AO LER ESPELHO, STATUS "
                       FS-ESPELHO-VSAM
                   MOVE 8 TO RETURN-CODE
                   SET FIM-DO-ARQUIVO-ESPELHO TO TRUE
                   GO TO 5100-LER-ESPELHO-EXIT
           END-EVALUATE
           MOVE CV-CFLIAL-CNPJ TO WS-CODIGO-FILIAL
           COMPUTE WS-IDX-FILIAL = WS-CODIGO-FILIAL + 1
           ADD 1 TO TF-QTDE-ESPELHO-ANT(WS-IDX-FILIAL)
           IF TF-REMANEJAR(WS-IDX-FILIAL) = "S"
               MOVE TF-CFLIAL-DESTINO(WS-IDX-FILIAL) TO CV-CFLIAL-CNPJ
               MOVE WS-HATULZ-EXECUCAO TO CV-HATULZ
               REWRITE CPLDB0V5
               IF FS-ESPELHO-VSAM = "00"
                   ADD 1 TO CT-ESPELHO-MOVIDOS
                   COMPUTE WS-IDX-FILIAL =
                       TF-CFLIAL-DESTINO(WS-IDX-FILIAL) + 1
               ELSE
                   DISPLAY "CPLDB0F7 - ERRO AO REGRAVAR ESPELHO, "
                       "STATUS " FS-ESPELHO-VSAM " CHAVE "
                       CV-CCNPJ-CPF " " CV-CTPO-PSSOA " "
                       CV-NEVNTO-RTING
                   ADD 1 TO CT-ESPELHO-FALHA
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF
           ADD 1 TO TF-QTDE-ESPELHO-DEP(WS-IDX-FILIAL).
       5100-LER-ESPELHO-EXIT.
           EXIT.

      ******************************************************************
      * 6000-REMANEJAR-ALERTAS - PERCORRE O CADASTRO DE ALERTAS; SO    *
      *      OS ALERTAS EM ABERTO ("A" OU "K") SAO CONTADOS E MOVIDOS  *
      ******************************************************************
       6000-REMANEJAR-ALERTAS.
           PERFORM 6100-LER-ALERTA THRU 6100-LER-ALERTA-EXIT
               UNTIL FIM-DO-ARQUIVO-ALERTAS.
       6000-REMANEJAR-ALERTAS-EXIT.
           EXIT.

       6100-LER-ALERTA.
           READ REGISTRO-ALERTAS NEXT
           EVALUATE FS-REGISTRO-ALERTAS
               WHEN "00"
                   ADD 1 TO CT-ALERTAS-LIDOS
               WHEN "10"
                   SET FIM-DO-ARQUIVO-ALERTAS TO TRUE
                   GO TO 6100-LER-ALERTA-EXIT
               WHEN OTHER
                   DISPLAY "CPLDB0F7 - ERRO AO LER ALERTAS, STATUS "
                       FS-REGISTRO-ALERTAS
                   MOVE 8 TO RETURN-CODE
                   SET FIM-DO-ARQUIVO-ALERTAS TO TRUE
                   GO TO 6100-LER-ALERTA-EXIT
           END-EVALUATE
           IF AR-SITUACAO NOT = "A" AND AR-SITUACAO NOT = "K"
               GO TO 6100-LER-ALERTA-EXIT
           END-IF
           MOVE AR-CFLIAL-CNPJ TO WS-CODIGO-FILIAL
           COMPUTE WS-IDX-FILIAL = WS-CODIGO-FILIAL + 1
           ADD 1 TO TF-QTDE-ALERTA-ANT(WS-IDX-FILIAL)
           IF TF-REMANEJAR(WS-IDX-FILIAL) = "S"
               MOVE TF-CFLIAL-DESTINO(WS-IDX-FILIAL) TO AR-CFLIAL-CNPJ
               REWRITE CPLDB0J5
               IF FS-REGISTRO-ALERTAS = "00"
                   ADD 1 TO CT-ALERTAS-MOVIDOS
                   COMPUTE WS-IDX-FILIAL =
                       TF-CFLIAL-DESTINO(WS-IDX-FILIAL) + 1
               ELSE
                   DISPLAY "CPLDB0F7 - ERRO AO REGRAVAR ALERTA, "
                       "STATUS " FS-REGISTRO-ALERTAS " CHAVE "
                       AR-CCNPJ-CPF " " AR-CTPO-PSSOA " "
                       AR-NEVNTO-RTING " " AR-DATA-ALERTA
                   ADD 1 TO CT-ALERTAS-FALHA
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF
           ADD 1 TO TF-QTDE-ALERTA-DEP(WS-IDX-FILIAL).
       6100-LER-ALERTA-EXIT.
           EXIT.

      ******************************************************************
      * 7000-EMITIR-RELATORIO - UMA LINHA POR FILIAL ENCERRADA COM     *
      *      ALGO A MOVER OU COM SUCESSAO INVALIDA, E OS TOTAIS        *
      ******************************************************************
       7000-EMITIR-RELATORIO.
           MOVE WS-DATA-NEGOCIO    TO LT-DATA-NEGOCIO
           MOVE WS-HATULZ-EXECUCAO TO LT-HATULZ
           WRITE LINHA-RELATORIO FROM LINHA-TITULO
           MOVE SPACES TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           IF TO-QTDE = 0
               WRITE LINHA-RELATORIO FROM LINHA-VAZIA
           ELSE
               WRITE LINHA-RELATORIO FROM LINHA-GRUPOS
               WRITE LINHA-RELATORIO FROM LINHA-COLUNAS
               PERFORM 7100-IMPRIMIR-ORIGEM
                   THRU 7100-IMPRIMIR-ORIGEM-EXIT
                   VARYING WS-IDX-ORIGEM FROM 1 BY 1
                   UNTIL WS-IDX-ORIGEM > TO-QTDE
           END-IF
           MOVE SPACES TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO

           MOVE CT-ORIGENS-VIGENTES      TO LT-ORIGENS-VIGENTES
           MOVE CT-ORIGENS-SEM-PENDENCIA TO LT-ORIGENS-SEM-PENDENCIA
           MOVE CT-ORIGENS-INVALIDAS     TO LT-ORIGENS-INVALIDAS
           WRITE LINHA-RELATORIO FROM LINHA-TOTAIS-1
           MOVE CT-DB2-MOVIDOS           TO LT-DB2-MOVIDOS
           MOVE CT-ESPELHO-MOVIDOS       TO LT-ESPELHO-MOVIDOS
           MOVE CT-ALERTAS-MOVIDOS       TO LT-ALERTAS-MOVIDOS
           MOVE CT-HISTORICO-GRAVADO     TO LT-HISTORICO-GRAVADO
           WRITE LINHA-RELATORIO FROM LINHA-TOTAIS-2.
       7000-EMITIR-RELATORIO-EXIT.
           EXIT.

       7100-IMPRIMIR-ORIGEM.
           COMPUTE WS-IDX-FILIAL = TO-CFLIAL-ORIGEM(WS-IDX-ORIGEM) + 1
           IF (TO-VALIDA(WS-IDX-ORIGEM)
               OR TO-REMANEJADA(WS-IDX-ORIGEM))
              AND TO-QTDE-DB2-ORIG-ANT(WS-IDX-ORIGEM) = 0
              AND TF-QTDE-ESPELHO-ANT(WS-IDX-FILIAL) = 0
              AND TF-QTDE-ALERTA-ANT(WS-IDX-FILIAL) = 0
               ADD 1 TO CT-ORIGENS-SEM-PENDENCIA
               GO TO 7100-IMPRIMIR-ORIGEM-EXIT
           END-IF

           MOVE TO-CFLIAL-ORIGEM(WS-IDX-ORIGEM) TO LD-CFLIAL-ORIGEM
           MOVE TO-QTDE-DB2-ORIG-ANT(WS-IDX-ORIGEM) TO LD-DB2-ORIG-ANT
           MOVE TO-QTDE-DB2-ORIG-DEP(WS-IDX-ORIGEM) TO LD-DB2-ORIG-DEP
           MOVE TF-QTDE-ESPELHO-ANT(WS-IDX-FILIAL) TO LD-ESP-ORIG-ANT
           MOVE TF-QTDE-ESPELHO-DEP(WS-IDX-FILIAL) TO LD-ESP-ORIG-DEP
           MOVE TF-QTDE-ALERTA-ANT(WS-IDX-FILIAL)  TO LD-ALR-ORIG-ANT
           MOVE TF-QTDE-ALERTA-DEP(WS-IDX-FILIAL)  TO LD-ALR-ORIG-DEP

           IF TO-INVALIDA(WS-IDX-ORIGEM)
               MOVE "----" TO LD-CFLIAL-DESTINO
               MOVE 0 TO LD-DB2-DEST-ANT
               MOVE 0 TO LD-DB2-DEST-DEP
               MOVE 0 TO LD-ESP-DEST-ANT
               MOVE 0 TO LD-ESP-DEST-DEP
               MOVE 0 TO LD-ALR-DEST-ANT
               MOVE 0 TO LD-ALR-DEST-DEP
           ELSE
               MOVE TO-CFLIAL-DESTINO(WS-IDX-ORIGEM)
                   TO WS-CODIGO-FILIAL
               MOVE WS-CODIGO-FILIAL TO LD-CFLIAL-DESTINO
               COMPUTE WS-IDX-FILIAL = WS-CODIGO-FILIAL + 1
               MOVE TO-QTDE-DB2-DEST-ANT(WS-IDX-ORIGEM)
                   TO LD-DB2-DEST-ANT
               MOVE TO-QTDE-DB2-DEST-DEP(WS-IDX-ORIGEM)
                   TO LD-DB2-DEST-DEP
               MOVE TF-QTDE-ESPELHO-ANT(WS-IDX-FILIAL)
                   TO LD-ESP-DEST-ANT
               MOVE TF-QTDE-ESPELHO-DEP(WS-IDX-FILIAL)
                   TO LD-ESP-DEST-DEP
               MOVE TF-QTDE-ALERTA-ANT(WS-IDX-FILIAL)
                   TO LD-ALR-DEST-ANT
               MOVE TF-QTDE-ALERTA-DEP(WS-IDX-FILIAL)
                   TO LD-ALR-DEST-DEP
           END-IF
           WRITE LINHA-RELATORIO FROM LINHA-DETALHE

           IF TO-INVALIDA(WS-IDX-ORIGEM)
              OR TO-ERRO-DB2(WS-IDX-ORIGEM)
               MOVE TO-MOTIVO(WS-IDX-ORIGEM) TO LM-MOTIVO
               WRITE LINHA-RELATORIO FROM LINHA-MOTIVO
           END-IF
           IF TO-VALIDA(WS-IDX-ORIGEM) AND ERRO-DB2
               MOVE "NAO REMANEJADA - REMANEJAMENTO EM DB2 "
                   & "INTERROMPIDO ANTES DESTA FILIAL"
                   TO LM-MOTIVO
               WRITE LINHA-RELATORIO FROM LINHA-MOTIVO
           END-IF.
       7100-IMPRIMIR-ORIGEM-EXIT.
           EXIT.

      ******************************************************************
      * 9000-FINALIZAR - FECHA OS ARQUIVOS, EXIBE OS TOTAIS E GRAVA O  *
      *      LOG DA ESTEIRA                                            *
      ******************************************************************
       9000-FINALIZAR.
           IF FILIAIS-ABERTO
               CLOSE CADASTRO-FILIAIS
           END-IF
           IF ESPELHO-ABERTO
               CLOSE ESPELHO-VSAM
           END-IF
           IF ALERTAS-ABERTO
               CLOSE REGISTRO-ALERTAS
           END-IF
           IF HISTORICO-ABERTO
               CLOSE HISTORICO-SAIDA
           END-IF
           IF RELATORIO-ABERTO
               CLOSE RELATORIO-SAIDA
           END-IF

           DISPLAY "CPLDB0F7 - DATA DE NEGOCIO        : "
               WS-DATA-NEGOCIO
           DISPLAY "CPLDB0F7 - FILIAIS LIDAS          : "
               CT-FILIAIS-LIDAS
           DISPLAY "CPLDB0F7 - COM SUCESSAO VIGENTE   : "
               CT-ORIGENS-VIGENTES
           DISPLAY "CPLDB0F7 - SUCESSAO INVALIDA      : "
               CT-ORIGENS-INVALIDAS
           DISPLAY "CPLDB0F7 - EVENTOS DB2 ENCONTRADOS: "
               CT-DB2-ENCONTRADOS
           DISPLAY "CPLDB0F7 - EVENTOS DB2 MOVIDOS    : "
               CT-DB2-MOVIDOS
           DISPLAY "CPLDB0F7 - COMMITS                : "
               CT-COMMITS
           DISPLAY "CPLDB0F7 - HISTORICO GRAVADO      : "
               CT-HISTORICO-GRAVADO
           DISPLAY "CPLDB0F7 - HISTORICO NAO GRAVADO  : "
               CT-HISTORICO-FALHA
           DISPLAY "CPLDB0F7 - ESPELHO LIDOS          : "
               CT-ESPELHO-LIDOS
           DISPLAY "CPLDB0F7 - ESPELHO MOVIDOS        : "
               CT-ESPELHO-MOVIDOS
           DISPLAY "CPLDB0F7 - ESPELHO NAO REGRAVADOS : "
               CT-ESPELHO-FALHA
           DISPLAY "CPLDB0F7 - ALERTAS LIDOS          : "
               CT-ALERTAS-LIDOS
           DISPLAY "CPLDB0F7 - ALERTAS MOVIDOS        : "
               CT-ALERTAS-MOVIDOS
           DISPLAY "CPLDB0F7 - ALERTAS NAO REGRAVADOS : "
               CT-ALERTAS-FALHA

           PERFORM 9800-GRAVAR-RUNLOG THRU 9800-GRAVAR-RUNLOG-EXIT.
       9000-FINALIZAR-EXIT.
           EXIT.

      ******************************************************************
      * 9800-GRAVAR-RUNLOG - ANEXA OS CONTADORES DA EXECUCAO AO LOG    *
      *      COMUM DA ESTEIRA (RUNLOG, LAYOUT CPLDB0N5): ENTRADA =     *
      *      EVENTOS DB2 ENCONTRADOS NAS FILIAIS ENCERRADAS, SAIDA =   *
      *      EVENTOS DB2 MOVIDOS, REJEITADOS = FILIAIS COM SUCESSAO    *
      *      INVALIDA, OUTROS = ALERTAS EM ABERTO MOVIDOS.             *
      ******************************************************************
       9800-GRAVAR-RUNLOG.
           OPEN EXTEND RUNLOG-SAIDA
           IF FS-RUNLOG-SAIDA = "35"
               OPEN OUTPUT RUNLOG-SAIDA
           END-IF
           IF FS-RUNLOG-SAIDA NOT = "00"
               DISPLAY "CPLDB0F7 - LOG DE EXECUCAO INDISPONIVEL ("
                   FS-RUNLOG-SAIDA ")"
               GO TO 9800-GRAVAR-RUNLOG-EXIT
           END-IF
           MOVE "CPLDB0F7" TO RL-PROGRAMA
           MOVE WS-DATA-NEGOCIO TO RL-DATA-MOVIMENTO
           MOVE WS-HORA-INICIO-EXEC(1:6) TO RL-HORA-INICIO
           ACCEPT WS-HORA-INICIO-EXEC FROM TIME
           MOVE WS-HORA-INICIO-EXEC(1:6) TO RL-HORA-FIM
           MOVE CT-DB2-ENCONTRADOS TO RL-QTDE-ENTRADA
           MOVE CT-DB2-MOVIDOS TO RL-QTDE-SAIDA
           MOVE CT-ORIGENS-INVALIDAS TO RL-QTDE-REJEITADOS
           MOVE CT-ALERTAS-MOVIDOS TO RL-QTDE-OUTROS
           MOVE RETURN-CODE TO RL-RETURN-CODE
           WRITE CPLDB0N5
           CLOSE RUNLOG-SAIDA.
       9800-GRAVAR-RUNLOG-EXIT.
           EXIT.
