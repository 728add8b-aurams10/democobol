       IDENTIFICATION DIVISION.
       PROGRAM-ID. CPLDB0F1.
       AUTHOR. EQUIPE-CARGA-AD.
       INSTALLATION. CARGA-DB2PRD-TPSSOA-EVNTO-SIT.
       DATE-WRITTEN. 15/10/2026.
       DATE-COMPILED. 15/10/2026.
      ******************************************************************
      * HISTORICO DE MODIFICACOES                                     *
      *----------------------------------------------------------------
      * DATA       AUTOR   DESCRICAO                                  *
      * 15/10/2026 EAD     PROGRAMA INICIAL - CONFERENCIA DE GRUPO     *
      *                    ECONOMICO DO EXTRATO ANTES DA CARGA.        *
      ******************************************************************
      ******************************************************************
      * FUNCAO: A CARGA (CPLDB0B6) VALIDA CADA REGISTRO ISOLADAMENTE.  *
      *         ESTE PASSO, ANTES DELA (E ANTES DO DIVISOR CPLDB0C9    *
      *         NAS NOITES DE CARGA PARALELA), AGRUPA OS DETALHES DO   *
      *         EXTRATO CONTROLADO (LAYOUT CPLDB0G5) PELA RAIZ         *
      *         CCNPJ-CPF E PROCURA OS CONFLITOS ENTRE REGISTROS:      *
      *           R008 - MESMA RAIZ E MESMO NEVNTO-RTING EM FILIAIS    *
      *                  DIFERENTES COM FAIXAS DIFERENTES;             *
      *           R009 - MESMA RAIZ COMO PESSOA FISICA ("F") EM UM     *
      *                  DETALHE E JURIDICA ("J") EM OUTRO;            *
      *           R010 - CHAVE CCNPJ-CPF+CTPO-PSSOA+NEVNTO-RTING       *
      *                  REPETIDA NO EXTRATO (A SEGUNDA OCORRENCIA     *
      *                  SOBREPORIA A PRIMEIRA NA CARGA).              *
      *         CADA DETALHE EM CONFLITO GERA, POR REGRA, UMA LINHA NO *
      *         RELATORIO DE EXCECOES (RELAT) E UM REGISTRO NO ARQUIVO *
      *         DE EXCECOES (EXCGRP, LAYOUT CPLDB0W5) COM A CHAVE, A   *
      *         FILIAL, OS VALORES CONFLITANTES E O CODIGO DA REGRA.   *
      *                                                                *
      *         O EXTRATO E REGRAVADO NA MESMA ORDEM EM EXTSAI (LAYOUT *
      *         CPLDB0G5, MESMO CABECALHO E TRAILER RECALCULADO), QUE  *
      *         PASSA A SER A ENTRADA DA CARGA OU DO DIVISOR. NO MODO  *
      *         AVISO TODOS OS DETALHES SEGUEM; NO MODO RETENCAO OS    *
      *         DETALHES EM CONFLITO SAEM DO EXTRATO E SAO GRAVADOS EM *
      *         RETGRP (LAYOUT CPLDB0R5) COM O CODIGO DA REGRA COMO    *
      *         MOTIVO (R008 ANTES DE R009 ANTES DE R010). A CARGA     *
      *         COPIA RETGRP PARA O SEU ARQUIVO DE REJEITOS, DE ONDE A *
      *         CORRECAO (CPLDB0B9) OS RETOMA COMO QUALQUER REJEITO.   *
      *                                                                *
      *         O EXTRATO E CONFERIDO (CABECALHO, TRAILER, QUANTIDADE  *
      *         E HASH) ANTES DE QUALQUER GRAVACAO; ARQUIVO QUE NAO    *
      *         CONFERE TERMINA COM RETURN-CODE 8 SEM GERAR SAIDAS.    *
      *                                                                *
      * PARAMETRO DE EXECUCAO (LINHA DE COMANDO):                      *
      *         POSICAO 1 - "R" = MODO RETENCAO; "A" OU AUSENTE =      *
      *                     MODO AVISO (SO RELATA).                    *
      *                                                                *
      * RETURN-CODE: 0 = NENHUM CONFLITO; 4 = CONFLITOS ENCONTRADOS    *
      *         (RELATADOS OU RETIDOS); 8 = EXTRATO INVALIDO OU ERRO   *
      *         DE ARQUIVO.                                            *
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EXTRATO-ENTRADA ASSIGN TO EXTRENT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-EXTRATO-ENTRADA.

           SELECT NUMERADO-SAIDA ASSIGN TO EXTNUM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-NUMERADO-SAIDA.

           SELECT ORDEM-GRUPO ASSIGN TO ORDGRP
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-ORDEM-GRUPO.

           SELECT SORT-GRUPO-FILE ASSIGN TO "SORTWK1".

           SELECT EXCECOES-SAIDA ASSIGN TO EXCGRP
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-EXCECOES-SAIDA.

           SELECT ORDEM-EXCECOES ASSIGN TO ORDEXC
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-ORDEM-EXCECOES.

           SELECT SORT-EXC-FILE ASSIGN TO "SORTWK2".

           SELECT EXTRATO-SAIDA ASSIGN TO EXTSAI
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-EXTRATO-SAIDA.

           SELECT RETIDOS-SAIDA ASSIGN TO RETGRP
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-RETIDOS-SAIDA.

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
       FD  EXTRATO-ENTRADA
           RECORDING MODE IS F.
           COPY CPLDB0G5.

      ******************************************************************
      * DETALHES DO EXTRATO NUMERADOS PELA POSICAO NO ARQUIVO, PARA O  *
      * AGRUPAMENTO POR RAIZ SEM PERDER A ORDEM ORIGINAL.              *
      ******************************************************************
       FD  NUMERADO-SAIDA
           RECORDING MODE IS F.
       01  REG-NUMERADO-SAIDA.
           05 NU-CCNPJ-CPF            PIC S9(9)V USAGE COMP-3.
           05 NU-CTPO-PSSOA           PIC X(1).
           05 NU-NEVNTO-RTING         PIC S9(5)V USAGE COMP-3.
           05 NU-SEQUENCIA            PIC 9(9).
           05 NU-NFAIXA-SIT-RTING     PIC S9(5)V USAGE COMP-3.
           05 NU-CFLIAL-CNPJ          PIC S9(4)V USAGE COMP-3.
           05 NU-QPTO-PSSOA-RTING     PIC S9(13)V9(2) USAGE COMP-3.

       FD  ORDEM-GRUPO
           RECORDING MODE IS F.
       01  REG-ORDEM-GRUPO.
           05 OG-CCNPJ-CPF            PIC S9(9)V USAGE COMP-3.
           05 OG-CTPO-PSSOA           PIC X(1).
           05 OG-NEVNTO-RTING         PIC S9(5)V USAGE COMP-3.
           05 OG-SEQUENCIA            PIC 9(9).
           05 OG-NFAIXA-SIT-RTING     PIC S9(5)V USAGE COMP-3.
           05 OG-CFLIAL-CNPJ          PIC S9(4)V USAGE COMP-3.
           05 OG-QPTO-PSSOA-RTING     PIC S9(13)V9(2) USAGE COMP-3.

       SD  SORT-GRUPO-FILE.
       01  REG-SORT-GRUPO.
           05 SG-CCNPJ-CPF            PIC S9(9)V USAGE COMP-3.
           05 SG-CTPO-PSSOA           PIC X(1).
           05 SG-NEVNTO-RTING         PIC S9(5)V USAGE COMP-3.
           05 SG-SEQUENCIA            PIC 9(9).
           05 SG-NFAIXA-SIT-RTING     PIC S9(5)V USAGE COMP-3.
           05 SG-CFLIAL-CNPJ          PIC S9(4)V USAGE COMP-3.
           05 SG-QPTO-PSSOA-RTING     PIC S9(13)V9(2) USAGE COMP-3.

       FD  EXCECOES-SAIDA
           RECORDING MODE IS F.
           COPY CPLDB0W5.

       FD  ORDEM-EXCECOES
           RECORDING MODE IS F.
           COPY CPLDB0W5 REPLACING ==CPLDB0W5==
               BY ==REG-ORDEM-EXCECOES==
               LEADING ==XG== BY ==OX==.

       SD  SORT-EXC-FILE.
           COPY CPLDB0W5 REPLACING ==CPLDB0W5== BY ==REG-SORT-EXC==
               LEADING ==XG== BY ==SX==.

       FD  EXTRATO-SAIDA
           RECORDING MODE IS F.
           COPY CPLDB0G5 REPLACING ==CPLDB0G5== BY ==REG-EXTRATO-SAIDA==
               LEADING ==EX== BY ==ESX==
               LEADING ==CCNPJ-CPF== BY ==ES-CCNPJ-CPF==
               LEADING ==CTPO-PSSOA== BY ==ES-CTPO-PSSOA==
               LEADING ==NEVNTO-RTING== BY ==ES-NEVNTO-RTING==
               LEADING ==NFAIXA-SIT-RTING== BY ==ES-NFAIXA-SIT-RTING==
               LEADING ==CPTCAO-TBELA== BY ==ES-CPTCAO-TBELA==
               LEADING ==CFLIAL-CNPJ== BY ==ES-CFLIAL-CNPJ==
               LEADING ==CCTRL-CNPJ-CPF== BY ==ES-CCTRL-CNPJ-CPF==
               LEADING ==QPTO-PSSOA-RTING== BY ==ES-QPTO-PSSOA-RTING==
               LEADING ==HATULZ== BY ==ES-HATULZ==.

       FD  RETIDOS-SAIDA
           RECORDING MODE IS F.
           COPY CPLDB0R5.

       FD  RELATORIO-SAIDA.
       01  LINHA-RELATORIO            PIC X(132).

       FD  RUNLOG-SAIDA
           RECORDING MODE IS F.
           COPY CPLDB0N5.

       FD  DATA-NEGOCIO-ENTRADA
           RECORDING MODE IS F.
           COPY CPLDB0U5.

       WORKING-STORAGE SECTION.
       01  FS-EXTRATO-ENTRADA         PIC X(2) VALUE "00".
       01  FS-NUMERADO-SAIDA          PIC X(2) VALUE "00".
       01  FS-ORDEM-GRUPO             PIC X(2) VALUE "00".
       01  FS-EXCECOES-SAIDA          PIC X(2) VALUE "00".
       01  FS-ORDEM-EXCECOES          PIC X(2) VALUE "00".
       01  FS-EXTRATO-SAIDA           PIC X(2) VALUE "00".
       01  FS-RETIDOS-SAIDA           PIC X(2) VALUE "00".
       01  FS-RELATORIO-SAIDA         PIC X(2) VALUE "00".
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
      * PARAMETRO DE EXECUCAO: "R" NA POSICAO 1 RETEM FORA DA CARGA OS *
      * DETALHES EM CONFLITO; QUALQUER OUTRO VALOR SO RELATA.          *
      ******************************************************************
       01  WS-PARAMETRO-EXECUCAO      PIC X(20) VALUE SPACE.
       01  SW-MODO                    PIC X(1) VALUE "A".
           88 MODO-AVISO              VALUE "A".
           88 MODO-RETENCAO           VALUE "R".

       01  SW-FIM-EXTRATO             PIC X(1) VALUE "N".
           88 FIM-DO-ARQUIVO-EXTRATO  VALUE "S".
       01  SW-FIM-GRUPO               PIC X(1) VALUE "N".
           88 FIM-DO-ARQUIVO-GRUPO    VALUE "S".
       01  SW-FIM-EXCECOES            PIC X(1) VALUE "N".
           88 FIM-DO-ARQUIVO-EXCECOES VALUE "S".

       01  SW-CABECALHO-LIDO          PIC X(1) VALUE "N".
           88 CABECALHO-LIDO          VALUE "S".
       01  SW-TRAILER-LIDO            PIC X(1) VALUE "N".
           88 TRAILER-LIDO            VALUE "S".
       01  SW-ARQUIVO-OK              PIC X(1) VALUE "S".
           88 ARQUIVO-OK              VALUE "S".

       01  SW-RELATORIO-ABERTO        PIC X(1) VALUE "N".
           88 RELATORIO-ABERTO        VALUE "S".

       01  SW-ITEM-COM-EXCECAO        PIC X(1) VALUE "N".
           88 ITEM-COM-EXCECAO        VALUE "S".
       01  SW-GRUPO-COM-EXCECAO       PIC X(1) VALUE "N".
           88 GRUPO-COM-EXCECAO       VALUE "S".

      ******************************************************************
      * CONTROLES LIDOS DO CABECALHO E DO TRAILER DO EXTRATO           *
      ******************************************************************
       01  CONTROLES-ARQUIVO.
           05 CA-DATA-GERACAO         PIC 9(8) VALUE 0.
           05 CA-HORA-GERACAO         PIC 9(6) VALUE 0.
           05 CA-QTDE-TRAILER         PIC 9(9) VALUE 0.
           05 CA-HASH-TRAILER         PIC S9(15)V9(2) USAGE COMP-3
                                      VALUE 0.

       01  AC-HASH-DETALHES           PIC S9(15)V9(2) USAGE COMP-3
                                      VALUE 0.
       01  AC-HASH-SAIDA              PIC S9(15)V9(2) USAGE COMP-3
                                      VALUE 0.

      ******************************************************************
      * REGISTRO DE CONTROLE MONTADO EM WORKING-STORAGE PARA O         *
      * TRAILER DO EXTRATO DE SAIDA, COMO NO DIVISOR CPLDB0C9.         *
      ******************************************************************
       01  REGISTRO-CONTROLE-SAIDA.
           05 RC-TIPO-REGISTRO        PIC X(1).
           05 RC-CORPO                PIC X(53).
           05 RC-CORPO-CABECALHO REDEFINES RC-CORPO.
               10 RC-DATA-GERACAO     PIC 9(8).
               10 RC-HORA-GERACAO     PIC 9(6).
               10 FILLER              PIC X(39).
           05 RC-CORPO-TRAILER REDEFINES RC-CORPO.
               10 RC-QTDE-DETALHES    PIC 9(9).
               10 RC-HASH-QPTO        PIC S9(15)V9(2) USAGE COMP-3.
               10 FILLER              PIC X(35).

      ******************************************************************
      * GRUPO DA RAIZ CCNPJ-CPF CORRENTE. CADA ITEM GUARDA OS INDICES  *
      * DO PRIMEIRO DETALHE COM QUE CONFLITA PELAS REGRAS R008 E R010; *
      * PARA A R009 O CONFLITANTE E O PRIMEIRO DETALHE DO OUTRO TIPO.  *
      * DETALHES ALEM DO LIMITE DA TABELA NAO SAO CONFERIDOS E SAO     *
      * RELATADOS COMO EXCEDENTES.                                     *
      ******************************************************************
       01  TABELA-GRUPO.
           05 TG-QTDE-ITENS           PIC 9(4) USAGE COMP VALUE 0.
           05 TG-CCNPJ-CPF            PIC S9(9)V USAGE COMP-3.
           05 TG-PRIMEIRA-FISICA      PIC 9(4) USAGE COMP VALUE 0.
           05 TG-PRIMEIRA-JURIDICA    PIC 9(4) USAGE COMP VALUE 0.
           05 TG-ITEM OCCURS 500 TIMES.
               10 TG-SEQUENCIA        PIC 9(9).
               10 TG-CTPO-PSSOA       PIC X(1).
               10 TG-NEVNTO-RTING     PIC S9(5)V USAGE COMP-3.
               10 TG-NFAIXA-SIT-RTING PIC S9(5)V USAGE COMP-3.
               10 TG-CFLIAL-CNPJ      PIC S9(4)V USAGE COMP-3.
               10 TG-QPTO-PSSOA-RTING PIC S9(13)V9(2) USAGE COMP-3.
               10 TG-CONFLITO-R008    PIC 9(4) USAGE COMP.
               10 TG-CONFLITO-R010    PIC 9(4) USAGE COMP.

       01  WS-LIMITE-GRUPO            PIC 9(4) USAGE COMP VALUE 500.
       01  WS-IDX-ITEM                PIC 9(4) USAGE COMP VALUE 0.
       01  WS-IDX-PAR                 PIC 9(4) USAGE COMP VALUE 0.
       01  WS-IDX-CONFLITO            PIC 9(4) USAGE COMP VALUE 0.
       01  WS-SEQUENCIA               PIC 9(9) VALUE 0.

       01  REGRA-CORRENTE.
           05 RG-COD-REGRA            PIC X(4).
           05 RG-DESC-REGRA           PIC X(40).

       01  CONTADORES.
           05 CT-REG-LIDOS            PIC 9(9) USAGE COMP VALUE 0.
           05 CT-GRUPOS               PIC 9(9) USAGE COMP VALUE 0.
           05 CT-GRUPOS-COM-EXCECAO   PIC 9(9) USAGE COMP VALUE 0.
           05 CT-DETALHES-COM-EXCECAO PIC 9(9) USAGE COMP VALUE 0.
           05 CT-EXCECOES             PIC 9(9) USAGE COMP VALUE 0.
           05 CT-EXCECOES-R008        PIC 9(9) USAGE COMP VALUE 0.
           05 CT-EXCECOES-R009        PIC 9(9) USAGE COMP VALUE 0.
           05 CT-EXCECOES-R010        PIC 9(9) USAGE COMP VALUE 0.
           05 CT-EXCEDENTES           PIC 9(9) USAGE COMP VALUE 0.
           05 CT-REG-GRAVADOS         PIC 9(9) USAGE COMP VALUE 0.
           05 CT-REG-RETIDOS          PIC 9(9) USAGE COMP VALUE 0.

      ******************************************************************
      * LINHAS DO RELATORIO DE EXCECOES                                *
      ******************************************************************
       01  LINHA-CABECALHO-1.
           05 FILLER                  PIC X(52) VALUE
               "CPLDB0F1 - CONFERENCIA DE GRUPO ECONOMICO DO EXTRATO".
           05 FILLER                  PIC X(12) VALUE "  MOVIMENTO:".
           05 LC-DATA-MOVIMENTO       PIC 9(8).
           05 FILLER                  PIC X(8) VALUE "  MODO: ".
           05 LC-MODO                 PIC X(8).
           05 FILLER                  PIC X(44) VALUE SPACES.

       01  LINHA-CABECALHO-2.
           05 FILLER                  PIC X(50) VALUE
               "REGRA SEQUENCIA CCNPJ-CPF   T EVENTO FILIAL  FAIXA".
           05 FILLER                  PIC X(82) VALUE
               "    CONFLITO: SEQUENCIA T FILIAL  FAIXA  ACAO".

       01  LINHA-DETALHE.
           05 LD-COD-REGRA            PIC X(4).
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 LD-SEQUENCIA            PIC Z(8)9.
           05 FILLER                  PIC X(1) VALUE SPACES.
           05 LD-CCNPJ-CPF            PIC Z(8)9.
           05 FILLER                  PIC X(3) VALUE SPACES.
           05 LD-CTPO-PSSOA           PIC X(1).
           05 FILLER                  PIC X(1) VALUE SPACES.
           05 LD-NEVNTO-RTING         PIC Z(5)9.
           05 FILLER                  PIC X(3) VALUE SPACES.
           05 LD-CFLIAL-CNPJ          PIC ZZZ9.
           05 FILLER                  PIC X(1) VALUE SPACES.
           05 LD-NFAIXA-SIT-RTING     PIC Z(5)9.
           05 FILLER                  PIC X(14) VALUE SPACES.
           05 LD-SEQUENCIA-CONFLITO   PIC Z(8)9.
           05 FILLER                  PIC X(1) VALUE SPACES.
           05 LD-CTPO-CONFLITO        PIC X(1).
           05 FILLER                  PIC X(3) VALUE SPACES.
           05 LD-CFLIAL-CONFLITO      PIC ZZZ9.
           05 FILLER                  PIC X(1) VALUE SPACES.
           05 LD-NFAIXA-CONFLITO      PIC Z(5)9.
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 LD-ACAO                 PIC X(6).
           05 FILLER                  PIC X(35) VALUE SPACES.

       01  LINHA-TOTAL.
           05 LT-TITULO               PIC X(41).
           05 FILLER                  PIC X(1) VALUE SPACES.
           05 LT-QUANTIDADE           PIC Z(8)9.
           05 FILLER                  PIC X(81) VALUE SPACES.

       PROCEDURE DIVISION.
      ******************************************************************
      * 0000-MAINLINE                                                  *
      ******************************************************************
       0000-MAINLINE.
           ACCEPT WS-HORA-INICIO-EXEC FROM TIME
           PERFORM 0100-OBTER-PARAMETRO THRU 0100-OBTER-PARAMETRO-EXIT
           PERFORM 0150-OBTER-DATA-NEGOCIO
               THRU 0150-OBTER-DATA-NEGOCIO-EXIT
           PERFORM 1000-NUMERAR-EXTRATO THRU 1000-NUMERAR-EXTRATO-EXIT
           IF RETURN-CODE = 0
               PERFORM 2000-ORDENAR-POR-RAIZ
                   THRU 2000-ORDENAR-POR-RAIZ-EXIT
           END-IF
           IF RETURN-CODE = 0
               PERFORM 3000-CONFERIR-GRUPOS
                   THRU 3000-CONFERIR-GRUPOS-EXIT
           END-IF
           IF RETURN-CODE = 0
               PERFORM 4000-ORDENAR-EXCECOES
                   THRU 4000-ORDENAR-EXCECOES-EXIT
           END-IF
           IF RETURN-CODE = 0
               PERFORM 5000-SEPARAR-RETIDOS
                   THRU 5000-SEPARAR-RETIDOS-EXIT
           END-IF
           PERFORM 9000-FINALIZAR THRU 9000-FINALIZAR-EXIT
           GOBACK.

      ******************************************************************
      * 0100-OBTER-PARAMETRO - MODO DE EXECUCAO: "R" = RETENCAO;       *
      *      QUALQUER OUTRO VALOR (OU AUSENCIA) = AVISO.               *
      ******************************************************************
       0100-OBTER-PARAMETRO.
           ACCEPT WS-PARAMETRO-EXECUCAO FROM COMMAND-LINE
           IF WS-PARAMETRO-EXECUCAO(1:1) = "R" OR
              WS-PARAMETRO-EXECUCAO(1:1) = "r"
               SET MODO-RETENCAO TO TRUE
               DISPLAY "CPLDB0F1 - MODO RETENCAO: DETALHES EM CONFLITO "
                   "FICAM FORA DA CARGA"
           ELSE
               SET MODO-AVISO TO TRUE
               DISPLAY "CPLDB0F1 - MODO AVISO: CONFLITOS SO RELATADOS"
           END-IF.
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
               DISPLAY "CPLDB0F1 - CONTROLE DE DATA DE NEGOCIO "
                   "INDISPONIVEL (" FS-DATA-NEGOCIO-ENTRADA
                   ") - USANDO A DATA DO SISTEMA"
               ACCEPT WS-DATA-NEGOCIO FROM DATE YYYYMMDD
               GO TO 0150-OBTER-DATA-NEGOCIO-EXIT
           END-IF
           READ DATA-NEGOCIO-ENTRADA
               AT END
                   DISPLAY "CPLDB0F1 - CONTROLE DE DATA DE NEGOCIO "
                       "VAZIO - USANDO A DATA DO SISTEMA"
                   ACCEPT WS-DATA-NEGOCIO FROM DATE YYYYMMDD
               NOT AT END
                   MOVE DN-DATA-ATUAL TO WS-DATA-NEGOCIO
           END-READ
           CLOSE DATA-NEGOCIO-ENTRADA.
       0150-OBTER-DATA-NEGOCIO-EXIT.
           EXIT.

      ******************************************************************
      * 1000-NUMERAR-EXTRATO - PRIMEIRA PASSAGEM PELO EXTRATO: CONFERE *
      *      OS CONTROLES E GRAVA CADA DETALHE COM A SUA POSICAO NO    *
      *      ARQUIVO PARA O AGRUPAMENTO POR RAIZ.                      *
      ******************************************************************
       1000-NUMERAR-EXTRATO.
           OPEN INPUT EXTRATO-ENTRADA
           IF FS-EXTRATO-ENTRADA NOT = "00"
               DISPLAY "CPLDB0F1 - ERRO AO ABRIR EXTRATO DE ENTRADA "
                       FS-EXTRATO-ENTRADA
               MOVE 8 TO RETURN-CODE
               GO TO 1000-NUMERAR-EXTRATO-EXIT
           END-IF

           OPEN OUTPUT NUMERADO-SAIDA
           IF FS-NUMERADO-SAIDA NOT = "00"
               DISPLAY "CPLDB0F1 - ERRO AO ABRIR ARQUIVO DE TRABALHO "
                       "EXTNUM " FS-NUMERADO-SAIDA
               CLOSE EXTRATO-ENTRADA
               MOVE 8 TO RETURN-CODE
               GO TO 1000-NUMERAR-EXTRATO-EXIT
           END-IF

           PERFORM 1100-LER-E-NUMERAR THRU 1100-LER-E-NUMERAR-EXIT
               UNTIL FIM-DO-ARQUIVO-EXTRATO

           CLOSE EXTRATO-ENTRADA
           CLOSE NUMERADO-SAIDA

           PERFORM 1900-CONFERIR-CONTROLES
               THRU 1900-CONFERIR-CONTROLES-EXIT.
       1000-NUMERAR-EXTRATO-EXIT.
           EXIT.

      ******************************************************************
      * 1100-LER-E-NUMERAR - TRATA O TIPO DO REGISTRO LIDO: GUARDA OS  *
      *      CONTROLES "H"/"T" E NUMERA E GRAVA OS DETALHES,           *
      *      ACUMULANDO QUANTIDADE E HASH PARA A CONFERENCIA.          *
      ******************************************************************
       1100-LER-E-NUMERAR.
           READ EXTRATO-ENTRADA
               AT END
                   SET FIM-DO-ARQUIVO-EXTRATO TO TRUE
                   GO TO 1100-LER-E-NUMERAR-EXIT
           END-READ

           EVALUATE EX-TIPO-REGISTRO
               WHEN "H"
                   IF CABECALHO-LIDO
                       DISPLAY "CPLDB0F1 - CABECALHO DUPLICADO"
                       MOVE "N" TO SW-ARQUIVO-OK
                   END-IF
                   SET CABECALHO-LIDO TO TRUE
                   MOVE EX-DATA-GERACAO TO CA-DATA-GERACAO
                   MOVE EX-HORA-GERACAO TO CA-HORA-GERACAO
               WHEN "D"
                   IF TRAILER-LIDO
                       DISPLAY "CPLDB0F1 - DETALHE DEPOIS DO TRAILER"
                       MOVE "N" TO SW-ARQUIVO-OK
                   END-IF
                   ADD 1 TO CT-REG-LIDOS
                   ADD QPTO-PSSOA-RTING TO AC-HASH-DETALHES
                   MOVE CCNPJ-CPF        TO NU-CCNPJ-CPF
                   MOVE CTPO-PSSOA       TO NU-CTPO-PSSOA
                   MOVE NEVNTO-RTING     TO NU-NEVNTO-RTING
                   MOVE CT-REG-LIDOS     TO NU-SEQUENCIA
                   MOVE NFAIXA-SIT-RTING TO NU-NFAIXA-SIT-RTING
                   MOVE CFLIAL-CNPJ      TO NU-CFLIAL-CNPJ
                   MOVE QPTO-PSSOA-RTING TO NU-QPTO-PSSOA-RTING
                   WRITE REG-NUMERADO-SAIDA
               WHEN "T"
                   IF TRAILER-LIDO
                       DISPLAY "CPLDB0F1 - TRAILER DUPLICADO"
                       MOVE "N" TO SW-ARQUIVO-OK
                   END-IF
                   SET TRAILER-LIDO TO TRUE
                   MOVE EX-QTDE-DETALHES TO CA-QTDE-TRAILER
                   MOVE EX-HASH-QPTO     TO CA-HASH-TRAILER
               WHEN OTHER
                   DISPLAY "CPLDB0F1 - TIPO DE REGISTRO INVALIDO: "
                       EX-TIPO-REGISTRO
                   MOVE "N" TO SW-ARQUIVO-OK
           END-EVALUATE.
       1100-LER-E-NUMERAR-EXIT.
           EXIT.

      ******************************************************************
      * 1900-CONFERIR-CONTROLES - CONFRONTA CABECALHO E TRAILER DO     *
      *      EXTRATO COM OS DETALHES LIDOS. O EXTRATO DE SAIDA LEVA UM *
      *      TRAILER RECALCULADO, ENTAO UM ARQUIVO TRUNCADO TEM QUE    *
      *      SER RECUSADO AQUI, ANTES DE QUALQUER GRAVACAO.            *
      ******************************************************************
       1900-CONFERIR-CONTROLES.
           IF NOT CABECALHO-LIDO
               DISPLAY "CPLDB0F1 - EXTRATO SEM CABECALHO"
               MOVE "N" TO SW-ARQUIVO-OK
           END-IF
           IF NOT TRAILER-LIDO
               DISPLAY "CPLDB0F1 - EXTRATO SEM TRAILER"
               MOVE "N" TO SW-ARQUIVO-OK
           ELSE
               IF CA-QTDE-TRAILER NOT = CT-REG-LIDOS
                   DISPLAY "CPLDB0F1 - QUANTIDADE DO TRAILER ("
                       CA-QTDE-TRAILER ") DIFERE DOS DETALHES ("
                       CT-REG-LIDOS ")"
                   MOVE "N" TO SW-ARQUIVO-OK
               END-IF
               IF CA-HASH-TRAILER NOT = AC-HASH-DETALHES
                   DISPLAY "CPLDB0F1 - HASH-TOTAL DO TRAILER NAO "
                       "CONFERE COM OS DETALHES"
                   MOVE "N" TO SW-ARQUIVO-OK
               END-IF
           END-IF
           IF NOT ARQUIVO-OK
               DISPLAY "CPLDB0F1 - CONTROLES DO EXTRATO NAO CONFEREM "
                   "- CONFERENCIA DE GRUPO NAO EXECUTADA"
               MOVE 8 TO RETURN-CODE
           END-IF.
       1900-CONFERIR-CONTROLES-EXIT.
           EXIT.

      ******************************************************************
      * 2000-ORDENAR-POR-RAIZ - DETALHES NUMERADOS POR RAIZ CCNPJ-CPF, *
      *      TIPO DE PESSOA, EVENTO E POSICAO NO EXTRATO.              *
      ******************************************************************
       2000-ORDENAR-POR-RAIZ.
           SORT SORT-GRUPO-FILE
               ON ASCENDING KEY SG-CCNPJ-CPF SG-CTPO-PSSOA
                                SG-NEVNTO-RTING SG-SEQUENCIA
               USING NUMERADO-SAIDA
               GIVING ORDEM-GRUPO
           IF FS-ORDEM-GRUPO NOT = "00"
               DISPLAY "CPLDB0F1 - ERRO AO ORDENAR DETALHES POR RAIZ "
                       FS-ORDEM-GRUPO
               MOVE 8 TO RETURN-CODE
           END-IF.
       2000-ORDENAR-POR-RAIZ-EXIT.
           EXIT.

      ******************************************************************
      * 3000-CONFERIR-GRUPOS - PERCORRE OS DETALHES ORDENADOS, UM      *
      *      GRUPO DE RAIZ POR VEZ, GRAVANDO AS EXCECOES NO ARQUIVO E  *
      *      NO RELATORIO.                                             *
      ******************************************************************
       3000-CONFERIR-GRUPOS.
           OPEN INPUT ORDEM-GRUPO
           IF FS-ORDEM-GRUPO NOT = "00"
               DISPLAY "CPLDB0F1 - ERRO AO ABRIR DETALHES ORDENADOS "
                       FS-ORDEM-GRUPO
               MOVE 8 TO RETURN-CODE
               GO TO 3000-CONFERIR-GRUPOS-EXIT
           END-IF

           OPEN OUTPUT EXCECOES-SAIDA
           IF FS-EXCECOES-SAIDA NOT = "00"
               DISPLAY "CPLDB0F1 - ERRO AO ABRIR ARQUIVO DE EXCECOES "
                       FS-EXCECOES-SAIDA
               CLOSE ORDEM-GRUPO
               MOVE 8 TO RETURN-CODE
               GO TO 3000-CONFERIR-GRUPOS-EXIT
           END-IF

           OPEN OUTPUT RELATORIO-SAIDA
           IF FS-RELATORIO-SAIDA NOT = "00"
               DISPLAY "CPLDB0F1 - ERRO AO ABRIR RELATORIO DE SAIDA "
                       FS-RELATORIO-SAIDA
               CLOSE ORDEM-GRUPO
               CLOSE EXCECOES-SAIDA
               MOVE 8 TO RETURN-CODE
               GO TO 3000-CONFERIR-GRUPOS-EXIT
           END-IF
           SET RELATORIO-ABERTO TO TRUE

           MOVE WS-DATA-NEGOCIO TO LC-DATA-MOVIMENTO
           IF MODO-RETENCAO
               MOVE "RETENCAO" TO LC-MODO
           ELSE
               MOVE "AVISO" TO LC-MODO
           END-IF
           WRITE LINHA-RELATORIO FROM LINHA-CABECALHO-1
           MOVE SPACES TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           WRITE LINHA-RELATORIO FROM LINHA-CABECALHO-2

           PERFORM 3900-LER-ORDEM-GRUPO THRU 3900-LER-ORDEM-GRUPO-EXIT
           PERFORM 3100-CARREGAR-GRUPO THRU 3100-CARREGAR-GRUPO-EXIT
               UNTIL FIM-DO-ARQUIVO-GRUPO

           CLOSE ORDEM-GRUPO
           CLOSE EXCECOES-SAIDA.
       3000-CONFERIR-GRUPOS-EXIT.
           EXIT.

      ******************************************************************
      * 3100-CARREGAR-GRUPO - CARREGA NA TABELA TODOS OS DETALHES DA   *
      *      RAIZ CORRENTE E AVALIA O GRUPO.                           *
      ******************************************************************
       3100-CARREGAR-GRUPO.
           MOVE OG-CCNPJ-CPF TO TG-CCNPJ-CPF
           MOVE 0 TO TG-QTDE-ITENS
           MOVE 0 TO TG-PRIMEIRA-FISICA
           MOVE 0 TO TG-PRIMEIRA-JURIDICA
           ADD 1 TO CT-GRUPOS

           PERFORM 3110-ACUMULAR-ITEM THRU 3110-ACUMULAR-ITEM-EXIT
               UNTIL FIM-DO-ARQUIVO-GRUPO
                  OR OG-CCNPJ-CPF NOT = TG-CCNPJ-CPF

           IF TG-QTDE-ITENS > 1
               PERFORM 3200-AVALIAR-GRUPO
                   THRU 3200-AVALIAR-GRUPO-EXIT
           END-IF.
       3100-CARREGAR-GRUPO-EXIT.
           EXIT.

       3110-ACUMULAR-ITEM.
           IF TG-QTDE-ITENS NOT < WS-LIMITE-GRUPO
               IF CT-EXCEDENTES = 0
                   DISPLAY "CPLDB0F1 - RAIZ " OG-CCNPJ-CPF " COM MAIS "
                       "DE " WS-LIMITE-GRUPO " DETALHES - EXCEDENTES "
                       "NAO CONFERIDOS"
               END-IF
               ADD 1 TO CT-EXCEDENTES
               PERFORM 3900-LER-ORDEM-GRUPO
                   THRU 3900-LER-ORDEM-GRUPO-EXIT
               GO TO 3110-ACUMULAR-ITEM-EXIT
           END-IF

           ADD 1 TO TG-QTDE-ITENS
           MOVE TG-QTDE-ITENS TO WS-IDX-ITEM
           MOVE OG-SEQUENCIA        TO TG-SEQUENCIA(WS-IDX-ITEM)
           MOVE OG-CTPO-PSSOA       TO TG-CTPO-PSSOA(WS-IDX-ITEM)
           MOVE OG-NEVNTO-RTING     TO TG-NEVNTO-RTING(WS-IDX-ITEM)
           MOVE OG-NFAIXA-SIT-RTING TO TG-NFAIXA-SIT-RTING(WS-IDX-ITEM)
           MOVE OG-CFLIAL-CNPJ      TO TG-CFLIAL-CNPJ(WS-IDX-ITEM)
           MOVE OG-QPTO-PSSOA-RTING TO TG-QPTO-PSSOA-RTING(WS-IDX-ITEM)
           MOVE 0 TO TG-CONFLITO-R008(WS-IDX-ITEM)
           MOVE 0 TO TG-CONFLITO-R010(WS-IDX-ITEM)

           EVALUATE OG-CTPO-PSSOA
               WHEN "F"
                   IF TG-PRIMEIRA-FISICA = 0
                       MOVE WS-IDX-ITEM TO TG-PRIMEIRA-FISICA
                   END-IF
               WHEN "J"
                   IF TG-PRIMEIRA-JURIDICA = 0
                       MOVE WS-IDX-ITEM TO TG-PRIMEIRA-JURIDICA
                   END-IF
           END-EVALUATE

           PERFORM 3900-LER-ORDEM-GRUPO THRU 3900-LER-ORDEM-GRUPO-EXIT.
       3110-ACUMULAR-ITEM-EXIT.
           EXIT.

      ******************************************************************
      * 3200-AVALIAR-GRUPO - CONFRONTA CADA DETALHE DO GRUPO COM OS    *
      *      DEMAIS E GRAVA AS EXCECOES ENCONTRADAS.                   *
      ******************************************************************
       3200-AVALIAR-GRUPO.
           MOVE "N" TO SW-GRUPO-COM-EXCECAO
           MOVE 1 TO WS-IDX-ITEM
           PERFORM 3210-AVALIAR-ITEM THRU 3210-AVALIAR-ITEM-EXIT
               UNTIL WS-IDX-ITEM > TG-QTDE-ITENS
           IF GRUPO-COM-EXCECAO
               ADD 1 TO CT-GRUPOS-COM-EXCECAO
           END-IF.
       3200-AVALIAR-GRUPO-EXIT.
           EXIT.

      ******************************************************************
      * 3210-AVALIAR-ITEM - PROCURA O PRIMEIRO CONFLITANTE DO DETALHE  *
      *      EM CADA REGRA E GRAVA UMA EXCECAO POR REGRA VIOLADA, NA   *
      *      ORDEM DE PRECEDENCIA R008, R009, R010.                    *
      ******************************************************************
       3210-AVALIAR-ITEM.
           MOVE "N" TO SW-ITEM-COM-EXCECAO
           MOVE 1 TO WS-IDX-PAR
           PERFORM 3220-COMPARAR-PAR THRU 3220-COMPARAR-PAR-EXIT
               UNTIL WS-IDX-PAR > TG-QTDE-ITENS

           IF TG-CONFLITO-R008(WS-IDX-ITEM) > 0
               MOVE TG-CONFLITO-R008(WS-IDX-ITEM) TO WS-IDX-CONFLITO
               MOVE "R008" TO RG-COD-REGRA
               MOVE "FAIXAS DIVERGENTES ENTRE FILIAIS DA RAIZ"
                   TO RG-DESC-REGRA
               PERFORM 3300-GRAVAR-EXCECAO
                   THRU 3300-GRAVAR-EXCECAO-EXIT
           END-IF

           IF TG-PRIMEIRA-FISICA > 0 AND TG-PRIMEIRA-JURIDICA > 0
               IF TG-CTPO-PSSOA(WS-IDX-ITEM) = "F"
                   MOVE TG-PRIMEIRA-JURIDICA TO WS-IDX-CONFLITO
               ELSE
                   MOVE TG-PRIMEIRA-FISICA TO WS-IDX-CONFLITO
               END-IF
               MOVE "R009" TO RG-COD-REGRA
               MOVE "RAIZ COMO PESSOA FISICA E JURIDICA"
                   TO RG-DESC-REGRA
               PERFORM 3300-GRAVAR-EXCECAO
                   THRU 3300-GRAVAR-EXCECAO-EXIT
           END-IF

           IF TG-CONFLITO-R010(WS-IDX-ITEM) > 0
               MOVE TG-CONFLITO-R010(WS-IDX-ITEM) TO WS-IDX-CONFLITO
               MOVE "R010" TO RG-COD-REGRA
               MOVE "CHAVE DUPLICADA NO EXTRATO"
                   TO RG-DESC-REGRA
               PERFORM 3300-GRAVAR-EXCECAO
                   THRU 3300-GRAVAR-EXCECAO-EXIT
           END-IF

           IF ITEM-COM-EXCECAO
               ADD 1 TO CT-DETALHES-COM-EXCECAO
               SET GRUPO-COM-EXCECAO TO TRUE
           END-IF
           ADD 1 TO WS-IDX-ITEM.
       3210-AVALIAR-ITEM-EXIT.
           EXIT.

      ******************************************************************
      * 3220-COMPARAR-PAR - MESMO EVENTO EM FILIAL E FAIXA DIFERENTES  *
      *      (R008); MESMO TIPO DE PESSOA E MESMO EVENTO, OU SEJA,     *
      *      MESMA CHAVE (R010). GUARDA SO O PRIMEIRO CONFLITANTE.     *
      ******************************************************************
       3220-COMPARAR-PAR.
           IF WS-IDX-PAR = WS-IDX-ITEM
              OR TG-NEVNTO-RTING(WS-IDX-PAR) NOT =
                 TG-NEVNTO-RTING(WS-IDX-ITEM)
               ADD 1 TO WS-IDX-PAR
               GO TO 3220-COMPARAR-PAR-EXIT
           END-IF

           IF TG-CONFLITO-R008(WS-IDX-ITEM) = 0
              AND TG-CFLIAL-CNPJ(WS-IDX-PAR) NOT =
                  TG-CFLIAL-CNPJ(WS-IDX-ITEM)
              AND TG-NFAIXA-SIT-RTING(WS-IDX-PAR) NOT =
                  TG-NFAIXA-SIT-RTING(WS-IDX-ITEM)
               MOVE WS-IDX-PAR TO TG-CONFLITO-R008(WS-IDX-ITEM)
           END-IF

           IF TG-CONFLITO-R010(WS-IDX-ITEM) = 0
              AND TG-CTPO-PSSOA(WS-IDX-PAR) =
                  TG-CTPO-PSSOA(WS-IDX-ITEM)
               MOVE WS-IDX-PAR TO TG-CONFLITO-R010(WS-IDX-ITEM)
           END-IF

           ADD 1 TO WS-IDX-PAR.
       3220-COMPARAR-PAR-EXIT.
           EXIT.

      ******************************************************************
      * 3300-GRAVAR-EXCECAO - GRAVA A EXCECAO DA REGRA CORRENTE PARA O *
      *      DETALHE WS-IDX-ITEM, COM OS VALORES DO CONFLITANTE        *
      *      WS-IDX-CONFLITO, NO ARQUIVO E NO RELATORIO.               *
      ******************************************************************
       3300-GRAVAR-EXCECAO.
           MOVE WS-DATA-NEGOCIO       TO XG-DATA-MOVIMENTO
           MOVE RG-COD-REGRA          TO XG-COD-REGRA
           MOVE SW-MODO               TO XG-ACAO
           MOVE TG-SEQUENCIA(WS-IDX-ITEM) TO XG-SEQUENCIA
           MOVE TG-CCNPJ-CPF          TO XG-CCNPJ-CPF
           MOVE TG-CTPO-PSSOA(WS-IDX-ITEM) TO XG-CTPO-PSSOA
           MOVE TG-NEVNTO-RTING(WS-IDX-ITEM) TO XG-NEVNTO-RTING
           MOVE TG-CFLIAL-CNPJ(WS-IDX-ITEM) TO XG-CFLIAL-CNPJ
           MOVE TG-NFAIXA-SIT-RTING(WS-IDX-ITEM)
               TO XG-NFAIXA-SIT-RTING
           MOVE TG-QPTO-PSSOA-RTING(WS-IDX-ITEM)
               TO XG-QPTO-PSSOA-RTING
           MOVE TG-SEQUENCIA(WS-IDX-CONFLITO) TO XG-SEQUENCIA-CONFLITO
           MOVE TG-CTPO-PSSOA(WS-IDX-CONFLITO) TO XG-CTPO-CONFLITO
           MOVE TG-CFLIAL-CNPJ(WS-IDX-CONFLITO) TO XG-CFLIAL-CONFLITO
           MOVE TG-NFAIXA-SIT-RTING(WS-IDX-CONFLITO)
               TO XG-NFAIXA-CONFLITO
           MOVE RG-DESC-REGRA         TO XG-DESC-REGRA
           WRITE CPLDB0W5

           MOVE XG-COD-REGRA          TO LD-COD-REGRA
           MOVE XG-SEQUENCIA          TO LD-SEQUENCIA
           MOVE XG-CCNPJ-CPF          TO LD-CCNPJ-CPF
           MOVE XG-CTPO-PSSOA         TO LD-CTPO-PSSOA
           MOVE XG-NEVNTO-RTING       TO LD-NEVNTO-RTING
           MOVE XG-CFLIAL-CNPJ        TO LD-CFLIAL-CNPJ
           MOVE XG-NFAIXA-SIT-RTING   TO LD-NFAIXA-SIT-RTING
           MOVE XG-SEQUENCIA-CONFLITO TO LD-SEQUENCIA-CONFLITO
           MOVE XG-CTPO-CONFLITO      TO LD-CTPO-CONFLITO
           MOVE XG-CFLIAL-CONFLITO    TO LD-CFLIAL-CONFLITO
           MOVE XG-NFAIXA-CONFLITO    TO LD-NFAIXA-CONFLITO
           IF MODO-RETENCAO
               MOVE "RETIDO" TO LD-ACAO
           ELSE
               MOVE "AVISO" TO LD-ACAO
           END-IF
           WRITE LINHA-RELATORIO FROM LINHA-DETALHE

           ADD 1 TO CT-EXCECOES
           EVALUATE RG-COD-REGRA
               WHEN "R008"
                   ADD 1 TO CT-EXCECOES-R008
               WHEN "R009"
                   ADD 1 TO CT-EXCECOES-R009
               WHEN "R010"
                   ADD 1 TO CT-EXCECOES-R010
           END-EVALUATE
           SET ITEM-COM-EXCECAO TO TRUE.
       3300-GRAVAR-EXCECAO-EXIT.
           EXIT.

       3900-LER-ORDEM-GRUPO.
           READ ORDEM-GRUPO
               AT END
                   SET FIM-DO-ARQUIVO-GRUPO TO TRUE
           END-READ.
       3900-LER-ORDEM-GRUPO-EXIT.
           EXIT.

      ******************************************************************
      * 4000-ORDENAR-EXCECOES - EXCECOES NA ORDEM DO EXTRATO; DENTRO   *
      *      DO MESMO DETALHE, PELO CODIGO DA REGRA, PARA QUE A        *
      *      PRIMEIRA SEJA A DE MAIOR PRECEDENCIA.                     *
      ******************************************************************
       4000-ORDENAR-EXCECOES.
           SORT SORT-EXC-FILE
               ON ASCENDING KEY SX-SEQUENCIA SX-COD-REGRA
               USING EXCECOES-SAIDA
               GIVING ORDEM-EXCECOES
           IF FS-ORDEM-EXCECOES NOT = "00"
               DISPLAY "CPLDB0F1 - ERRO AO ORDENAR AS EXCECOES "
                       FS-ORDEM-EXCECOES
               MOVE 8 TO RETURN-CODE
           END-IF.
       4000-ORDENAR-EXCECOES-EXIT.
           EXIT.

      ******************************************************************
      * 5000-SEPARAR-RETIDOS - SEGUNDA PASSAGEM PELO EXTRATO, NA ORDEM *
      *      ORIGINAL: REGRAVA CABECALHO E DETALHES NO EXTRATO DE      *
      *      SAIDA E, NO MODO RETENCAO, DESVIA PARA RETGRP OS DETALHES *
      *      COM EXCECAO. O TRAILER E RECALCULADO SOBRE O QUE SEGUIU.  *
      ******************************************************************
       5000-SEPARAR-RETIDOS.
           MOVE "N" TO SW-FIM-EXTRATO
           MOVE 0 TO WS-SEQUENCIA

           OPEN INPUT EXTRATO-ENTRADA
           IF FS-EXTRATO-ENTRADA NOT = "00"
               DISPLAY "CPLDB0F1 - ERRO AO REABRIR EXTRATO DE ENTRADA "
                       FS-EXTRATO-ENTRADA
               MOVE 8 TO RETURN-CODE
               GO TO 5000-SEPARAR-RETIDOS-EXIT
           END-IF

           OPEN INPUT ORDEM-EXCECOES
           IF FS-ORDEM-EXCECOES NOT = "00"
               DISPLAY "CPLDB0F1 - ERRO AO ABRIR EXCECOES ORDENADAS "
                       FS-ORDEM-EXCECOES
               CLOSE EXTRATO-ENTRADA
               MOVE 8 TO RETURN-CODE
               GO TO 5000-SEPARAR-RETIDOS-EXIT
           END-IF

           OPEN OUTPUT EXTRATO-SAIDA
           IF FS-EXTRATO-SAIDA NOT = "00"
               DISPLAY "CPLDB0F1 - ERRO AO ABRIR EXTRATO DE SAIDA "
                       FS-EXTRATO-SAIDA
               CLOSE EXTRATO-ENTRADA
               CLOSE ORDEM-EXCECOES
               MOVE 8 TO RETURN-CODE
               GO TO 5000-SEPARAR-RETIDOS-EXIT
           END-IF

           OPEN OUTPUT RETIDOS-SAIDA
           IF FS-RETIDOS-SAIDA NOT = "00"
               DISPLAY "CPLDB0F1 - ERRO AO ABRIR ARQUIVO DE RETIDOS "
                       FS-RETIDOS-SAIDA
               CLOSE EXTRATO-ENTRADA
               CLOSE ORDEM-EXCECOES
               CLOSE EXTRATO-SAIDA
               MOVE 8 TO RETURN-CODE
               GO TO 5000-SEPARAR-RETIDOS-EXIT
           END-IF

           PERFORM 5900-LER-EXCECAO THRU 5900-LER-EXCECAO-EXIT
           PERFORM 5100-SEPARAR-REGISTRO THRU 5100-SEPARAR-REGISTRO-EXIT
               UNTIL FIM-DO-ARQUIVO-EXTRATO

           MOVE SPACES          TO REGISTRO-CONTROLE-SAIDA
           MOVE "T"             TO RC-TIPO-REGISTRO
           MOVE CT-REG-GRAVADOS TO RC-QTDE-DETALHES
           MOVE AC-HASH-SAIDA   TO RC-HASH-QPTO
           WRITE REG-EXTRATO-SAIDA FROM REGISTRO-CONTROLE-SAIDA

           CLOSE EXTRATO-ENTRADA
           CLOSE ORDEM-EXCECOES
           CLOSE EXTRATO-SAIDA
           CLOSE RETIDOS-SAIDA.
       5000-SEPARAR-RETIDOS-EXIT.
           EXIT.

      ******************************************************************
      * 5100-SEPARAR-REGISTRO - CABECALHO SEGUE COMO VEIO; O TRAILER   *
      *      DE ENTRADA E DESPREZADO (JA CONFERIDO EM 1900); DETALHE   *
      *      SEGUE OU E RETIDO.                                        *
      ******************************************************************
       5100-SEPARAR-REGISTRO.
           READ EXTRATO-ENTRADA
               AT END
                   SET FIM-DO-ARQUIVO-EXTRATO TO TRUE
                   GO TO 5100-SEPARAR-REGISTRO-EXIT
           END-READ

           EVALUATE EX-TIPO-REGISTRO
               WHEN "H"
                   WRITE REG-EXTRATO-SAIDA FROM CPLDB0G5
               WHEN "D"
                   ADD 1 TO WS-SEQUENCIA
                   PERFORM 5900-LER-EXCECAO
                       THRU 5900-LER-EXCECAO-EXIT
                       UNTIL FIM-DO-ARQUIVO-EXCECOES
                          OR OX-SEQUENCIA NOT < WS-SEQUENCIA
                   IF MODO-RETENCAO
                      AND NOT FIM-DO-ARQUIVO-EXCECOES
                      AND OX-SEQUENCIA = WS-SEQUENCIA
                       PERFORM 5200-GRAVAR-RETIDO
                           THRU 5200-GRAVAR-RETIDO-EXIT
                   ELSE
                       WRITE REG-EXTRATO-SAIDA FROM CPLDB0G5
                       ADD 1 TO CT-REG-GRAVADOS
                       ADD QPTO-PSSOA-RTING TO AC-HASH-SAIDA
                   END-IF
           END-EVALUATE.
       5100-SEPARAR-REGISTRO-EXIT.
           EXIT.

      ******************************************************************
      * 5200-GRAVAR-RETIDO - DETALHE EM CONFLITO VAI PARA RETGRP NO    *
      *      LAYOUT DE REJEITO, COM A REGRA DE MAIOR PRECEDENCIA COMO  *
      *      MOTIVO.                                                   *
      ******************************************************************
       5200-GRAVAR-RETIDO.
           MOVE CCNPJ-CPF        TO RJ-CCNPJ-CPF
           MOVE CTPO-PSSOA       TO RJ-CTPO-PSSOA
           MOVE NEVNTO-RTING     TO RJ-NEVNTO-RTING
           MOVE NFAIXA-SIT-RTING
               TO RJ-NFAIXA-SIT-RTING
           MOVE CPTCAO-TBELA     TO RJ-CPTCAO-TBELA
           MOVE CFLIAL-CNPJ      TO RJ-CFLIAL-CNPJ
           MOVE CCTRL-CNPJ-CPF
               TO RJ-CCTRL-CNPJ-CPF
           MOVE QPTO-PSSOA-RTING
               TO RJ-QPTO-PSSOA-RTING
           MOVE HATULZ           TO RJ-HATULZ
           MOVE OX-COD-REGRA     TO RJ-COD-MOTIVO
           MOVE OX-DESC-REGRA    TO RJ-DESC-MOTIVO
           WRITE CPLDB0R5
           ADD 1 TO CT-REG-RETIDOS.
       5200-GRAVAR-RETIDO-EXIT.
           EXIT.

       5900-LER-EXCECAO.
           READ ORDEM-EXCECOES
               AT END
                   SET FIM-DO-ARQUIVO-EXCECOES TO TRUE
           END-READ.
       5900-LER-EXCECAO-EXIT.
           EXIT.

      ******************************************************************
      * 9000-FINALIZAR - TOTAIS NO RELATORIO E NO SYSOUT, RETURN-CODE  *
      *      E REGISTRO NO LOG DE EXECUCAO.                            *
      ******************************************************************
       9000-FINALIZAR.
           IF RELATORIO-ABERTO
               MOVE SPACES TO LINHA-RELATORIO
               WRITE LINHA-RELATORIO
               MOVE "DETALHES LIDOS DO EXTRATO...............:"
                   TO LT-TITULO
               MOVE CT-REG-LIDOS TO LT-QUANTIDADE
               WRITE LINHA-RELATORIO FROM LINHA-TOTAL
               MOVE "RAIZES CCNPJ-CPF CONFERIDAS.............:"
                   TO LT-TITULO
               MOVE CT-GRUPOS TO LT-QUANTIDADE
               WRITE LINHA-RELATORIO FROM LINHA-TOTAL
               MOVE "RAIZES COM CONFLITO.....................:"
                   TO LT-TITULO
               MOVE CT-GRUPOS-COM-EXCECAO TO LT-QUANTIDADE
               WRITE LINHA-RELATORIO FROM LINHA-TOTAL
               MOVE "DETALHES COM CONFLITO...................:"
                   TO LT-TITULO
               MOVE CT-DETALHES-COM-EXCECAO TO LT-QUANTIDADE
               WRITE LINHA-RELATORIO FROM LINHA-TOTAL
               MOVE "EXCECOES R008 (FAIXA X FILIAL)..........:"
                   TO LT-TITULO
               MOVE CT-EXCECOES-R008 TO LT-QUANTIDADE
               WRITE LINHA-RELATORIO FROM LINHA-TOTAL
               MOVE "EXCECOES R009 (FISICA X JURIDICA).......:"
                   TO LT-TITULO
               MOVE CT-EXCECOES-R009 TO LT-QUANTIDADE
               WRITE LINHA-RELATORIO FROM LINHA-TOTAL
               MOVE "EXCECOES R010 (CHAVE DUPLICADA).........:"
                   TO LT-TITULO
               MOVE CT-EXCECOES-R010 TO LT-QUANTIDADE
               WRITE LINHA-RELATORIO FROM LINHA-TOTAL
               MOVE "DETALHES NAO CONFERIDOS (EXCEDENTES)....:"
                   TO LT-TITULO
               MOVE CT-EXCEDENTES TO LT-QUANTIDADE
               WRITE LINHA-RELATORIO FROM LINHA-TOTAL
               MOVE "DETALHES GRAVADOS NO EXTRATO DE SAIDA...:"
                   TO LT-TITULO
               MOVE CT-REG-GRAVADOS TO LT-QUANTIDADE
               WRITE LINHA-RELATORIO FROM LINHA-TOTAL
               MOVE "DETALHES RETIDOS FORA DA CARGA..........:"
                   TO LT-TITULO
               MOVE CT-REG-RETIDOS TO LT-QUANTIDADE
               WRITE LINHA-RELATORIO FROM LINHA-TOTAL
               CLOSE RELATORIO-SAIDA
           END-IF

           DISPLAY "CPLDB0F1 - DETALHES LIDOS          : " CT-REG-LIDOS
           DISPLAY "CPLDB0F1 - RAIZES CONFERIDAS       : " CT-GRUPOS
           DISPLAY "CPLDB0F1 - RAIZES COM CONFLITO     : "
               CT-GRUPOS-COM-EXCECAO
           DISPLAY "CPLDB0F1 - EXCECOES GRAVADAS       : " CT-EXCECOES
           DISPLAY "CPLDB0F1 - DETALHES NO EXTRATO SAIDA: "
               CT-REG-GRAVADOS
           DISPLAY "CPLDB0F1 - DETALHES RETIDOS        : "
               CT-REG-RETIDOS

           IF RETURN-CODE = 0
              AND (CT-EXCECOES > 0 OR CT-EXCEDENTES > 0)
               MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM 9800-GRAVAR-RUNLOG THRU 9800-GRAVAR-RUNLOG-EXIT.
       9000-FINALIZAR-EXIT.
           EXIT.

      ******************************************************************
      * 9800-GRAVAR-RUNLOG - ANEXA OS CONTADORES DA EXECUCAO AO LOG    *
      *      COMUM DA ESTEIRA (RUNLOG, LAYOUT CPLDB0N5): ENTRADA =     *
      *      DETALHES LIDOS, SAIDA = DETALHES NO EXTRATO DE SAIDA,     *
      *      REJEITADOS = RETIDOS, OUTROS = EXCECOES. LOG INDISPONIVEL *
      *      NAO DERRUBA O JOB.                                        *
      ******************************************************************
       9800-GRAVAR-RUNLOG.
           OPEN EXTEND RUNLOG-SAIDA
           IF FS-RUNLOG-SAIDA = "35"
               OPEN OUTPUT RUNLOG-SAIDA
           END-IF
           IF FS-RUNLOG-SAIDA NOT = "00"
               DISPLAY "CPLDB0F1 - LOG DE EXECUCAO INDISPONIVEL ("
                   FS-RUNLOG-SAIDA ")"
               GO TO 9800-GRAVAR-RUNLOG-EXIT
           END-IF
           MOVE "CPLDB0F1" TO RL-PROGRAMA
           MOVE WS-DATA-NEGOCIO TO RL-DATA-MOVIMENTO
           MOVE WS-HORA-INICIO-EXEC(1:6) TO RL-HORA-INICIO
           ACCEPT WS-HORA-INICIO-EXEC FROM TIME
           MOVE WS-HORA-INICIO-EXEC(1:6) TO RL-HORA-FIM
           MOVE CT-REG-LIDOS TO RL-QTDE-ENTRADA
           MOVE CT-REG-GRAVADOS TO RL-QTDE-SAIDA
           MOVE CT-REG-RETIDOS TO RL-QTDE-REJEITADOS
           MOVE CT-EXCECOES TO RL-QTDE-OUTROS
           MOVE RETURN-CODE TO RL-RETURN-CODE
           WRITE CPLDB0N5
           CLOSE RUNLOG-SAIDA.
       9800-GRAVAR-RUNLOG-EXIT.
           EXIT.
