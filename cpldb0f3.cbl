       IDENTIFICATION DIVISION.
       PROGRAM-ID. CPLDB0F3.
       AUTHOR. EQUIPE-CARGA-AD.
       INSTALLATION. CARGA-DB2PRD-TPSSOA-EVNTO-SIT.
       DATE-WRITTEN. 15/10/2026.
       DATE-COMPILED. 15/10/2026.
      ******************************************************************
      * HISTORICO DE MODIFICACOES                                     *
      *----------------------------------------------------------------
      * DATA       AUTOR   DESCRICAO                                  *
      * 15/10/2026 EAD     PROGRAMA INICIAL - MONITORAMENTO MENSAL DA  *
      *                    ESTABILIDADE DA POPULACAO DO RATING POR     *
      *                    PARTICAO E TIPO DE PESSOA.                  *
      ******************************************************************
      ******************************************************************
      * FUNCAO: PROGRAMA DE FECHAMENTO MENSAL PARA A VALIDACAO DE      *
      *         MODELOS. COMPARA DUAS FOTOGRAFIAS DA CARTEIRA - A BASE *
      *         (SNAPBAS) E A ATUAL (SNAPATU) - E, PARA CADA SEGMENTO  *
      *         CPTCAO-TBELA + CTPO-PSSOA:                             *
      *           - DISTRIBUI QPTO-PSSOA-RTING NAS FAIXAS DE PONTUACAO *
      *             PARAMETRIZADAS E IMPRIME QUANTIDADE E PERCENTUAL   *
      *             POR FAIXA NAS DUAS DATAS;                          *
      *           - IMPRIME A MESMA DISTRIBUICAO POR NFAIXA-SIT-RTING; *
      *           - CALCULA O INDICE DE ESTABILIDADE DA POPULACAO      *
      *             (PSI = SOMA DE (ATUAL% - BASE%) * LN(ATUAL%/BASE%))*
      *             SOBRE AS FAIXAS DE PONTUACAO E SOBRE AS FAIXAS DE  *
      *             SITUACAO, E CLASSIFICA CADA UM COMO NORMAL, ALERTA *
      *             OU CRITICO PELOS LIMIARES PARAMETRIZADOS.          *
      *         UMA FAIXA VAZIA EM UMA DAS DATAS ENTRA NO CALCULO COM  *
      *         0,01% PARA QUE O LOGARITMO EXISTA.                     *
      *                                                                *
      *         AS FAIXAS DE PONTUACAO (TIPO "B") E OS LIMIARES (TIPO  *
      *         "I") VEM DA TABELA DE PARAMETROS PARMVAL (CPLDB0P5,    *
      *         MANTIDA POR CPLDB0C7), VIGENTES NA DATA ATUAL. SEM     *
      *         REGISTRO "I" VALEM OS LIMIARES USUAIS DE MERCADO       *
      *         (ALERTA 0,10 E CRITICO 0,25); SEM FAIXAS "B" O         *
      *         PROGRAMA TERMINA COM RC 8.                             *
      *                                                                *
      *         SAIDAS: RELATORIO (RELAT) E ARQUIVO DE RESULTADO COM   *
      *         UM REGISTRO POR SEGMENTO (ESTABIL, LAYOUT CPLDB0Y5),   *
      *         CARREGADO PELA EQUIPE DE MODELOS.                      *
      *                                                                *
      * PARAMETRO DE EXECUCAO (LINHA DE COMANDO):                      *
      *         POSICOES 1-8   - DATA DA FOTOGRAFIA BASE AAAAMMDD      *
      *                          (OBRIGATORIA);                        *
      *         POSICOES 10-17 - DATA DA FOTOGRAFIA ATUAL AAAAMMDD     *
      *                          (AUSENTE = DATA DE NEGOCIO, DATANEG); *
      *         POSICAO 19     - FORMATO DA BASE: "E" = EXTRATO DE FIM *
      *                          DE MES (CPLDB0F5, PADRAO) OU "V" =    *
      *                          DESCARGA DO ESPELHO VSAM (CPLDB0V5);  *
      *         POSICAO 20     - FORMATO DA ATUAL, IDEM.               *
      *                                                                *
      * RETURN-CODE: 0 = NENHUM SEGMENTO CRITICO (ALERTAS SAEM SO NO   *
      *         RELATORIO E NO ARQUIVO); 4 = HA SEGMENTO CRITICO -     *
      *         O AGENDADOR AVISA OS RESPONSAVEIS PELO MODELO;         *
      *         8 = PARAMETRO INVALIDO OU ERRO DE ARQUIVO.             *
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FOTOGRAFIA-BASE ASSIGN TO SNAPBAS
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-FOTOGRAFIA-BASE.

           SELECT FOTOGRAFIA-ATUAL ASSIGN TO SNAPATU
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-FOTOGRAFIA-ATUAL.

           SELECT PARAMETROS-ENTRADA ASSIGN TO PARMVAL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PR-CHAVE
               FILE STATUS IS FS-PARAMETROS-ENTRADA.

           SELECT RESULTADO-SAIDA ASSIGN TO ESTABIL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-RESULTADO-SAIDA.

           SELECT RELATORIO-SAIDA ASSIGN TO RELAT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RELATORIO-SAIDA.

           SELECT DATA-NEGOCIO-ENTRADA ASSIGN TO DATANEG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-DATA-NEGOCIO-ENTRADA.

       DATA DIVISION.
       FILE SECTION.
      ******************************************************************
      * AS DUAS FOTOGRAFIAS TEM O MESMO TAMANHO NOS DOIS FORMATOS; O   *
      * PARAMETRO DIZ QUAL DAS DUAS VISOES DO REGISTRO USAR.           *
      ******************************************************************
       FD  FOTOGRAFIA-BASE
           RECORDING MODE IS F.
           COPY CPLDB0F5.
           COPY CPLDB0V5 REPLACING ==CPLDB0V5== BY ==REG-BASE-ESPELHO==
               LEADING ==CV== BY ==BV==.

       FD  FOTOGRAFIA-ATUAL
           RECORDING MODE IS F.
           COPY CPLDB0F5 REPLACING ==CPLDB0F5== BY ==REG-ATUAL-EXTRATO==
               LEADING ==CCNPJ-CPF== BY ==AT-CCNPJ-CPF==
               LEADING ==CTPO-PSSOA== BY ==AT-CTPO-PSSOA==
               LEADING ==NEVNTO-RTING== BY ==AT-NEVNTO-RTING==
               LEADING ==NFAIXA-SIT-RTING== BY ==AT-NFAIXA-SIT-RTING==
               LEADING ==CPTCAO-TBELA== BY ==AT-CPTCAO-TBELA==
               LEADING ==CFLIAL-CNPJ== BY ==AT-CFLIAL-CNPJ==
               LEADING ==CCTRL-CNPJ-CPF== BY ==AT-CCTRL-CNPJ-CPF==
               LEADING ==QPTO-PSSOA-RTING== BY ==AT-QPTO-PSSOA-RTING==
               LEADING ==HATULZ== BY ==AT-HATULZ==.
           COPY CPLDB0V5 REPLACING ==CPLDB0V5== BY ==REG-ATUAL-ESPELHO==
               LEADING ==CV== BY ==AV==.

       FD  PARAMETROS-ENTRADA.
           COPY CPLDB0P5.

       FD  RESULTADO-SAIDA
           RECORDING MODE IS F.
           COPY CPLDB0Y5.

       FD  RELATORIO-SAIDA.
       01  LINHA-RELATORIO            PIC X(132).

       FD  DATA-NEGOCIO-ENTRADA
           RECORDING MODE IS F.
           COPY CPLDB0U5.

       WORKING-STORAGE SECTION.
       01  FS-FOTOGRAFIA-BASE         PIC X(2) VALUE "00".
       01  FS-FOTOGRAFIA-ATUAL        PIC X(2) VALUE "00".
       01  FS-PARAMETROS-ENTRADA      PIC X(2) VALUE "00".
       01  FS-RESULTADO-SAIDA         PIC X(2) VALUE "00".
       01  FS-RELATORIO-SAIDA         PIC X(2) VALUE "00".
       01  FS-DATA-NEGOCIO-ENTRADA    PIC X(2) VALUE "00".

      ******************************************************************
      * DATA DE NEGOCIO DA ESTEIRA (CONTROLE DATANEG, CPLDB0U5)        *
      ******************************************************************
       01  WS-DATA-NEGOCIO            PIC 9(8) VALUE 0.

       01  SW-FIM-BASE                PIC X(1) VALUE "N".
           88 FIM-DO-ARQUIVO-BASE     VALUE "S".
       01  SW-FIM-ATUAL               PIC X(1) VALUE "N".
           88 FIM-DO-ARQUIVO-ATUAL    VALUE "S".
       01  SW-FIM-PARAMETROS          PIC X(1) VALUE "N".
           88 FIM-DO-ARQUIVO-PARAMETROS VALUE "S".

       01  SW-SAIDAS-ABERTAS          PIC X(1) VALUE "N".
           88 SAIDAS-ABERTAS          VALUE "S".

      ******************************************************************
      * LADO DA COMPARACAO QUE ESTA SENDO ACUMULADO                    *
      ******************************************************************
       01  SW-LADO                    PIC X(1) VALUE "B".
           88 LADO-BASE               VALUE "B".
           88 LADO-ATUAL              VALUE "A".

      ******************************************************************
      * PARAMETROS DE EXECUCAO                                         *
      ******************************************************************
       01  WS-PARAMETRO-EXECUCAO      PIC X(20) VALUE SPACE.
       01  WS-DATA-BASE               PIC 9(8) VALUE 0.
       01  WS-DATA-ATUAL              PIC 9(8) VALUE 0.
       01  WS-FORMATO-BASE            PIC X(1) VALUE "E".
           88 BASE-ESPELHO            VALUE "V".
       01  WS-FORMATO-ATUAL           PIC X(1) VALUE "E".
           88 ATUAL-ESPELHO           VALUE "V".

      ******************************************************************
      * FAIXAS DE PONTUACAO (PARAMETROS "B" DA VIGENCIA MAIS RECENTE)  *
      * E LIMIARES DO INDICE (PARAMETRO "I"). A FAIXA TF-QTDE-LIMITES  *
      * + 1 E A FAIXA ABERTA ACIMA DO ULTIMO LIMITE.                   *
      ******************************************************************
       01  TABELA-FAIXAS-PONTUACAO.
           05 TF-DATA-VIGENCIA        PIC 9(8) VALUE 0.
           05 TF-QTDE-LIMITES         PIC 9(2) USAGE COMP VALUE 0.
           05 TF-LIMITE-SUPERIOR OCCURS 19 TIMES
                                      PIC S9(13)V9(2) USAGE COMP-3.

       01  WS-QTDE-FAIXAS-PONTUACAO   PIC 9(2) USAGE COMP VALUE 0.

       01  LIMIARES-ESTABILIDADE.
           05 LM-PONTUACAO-ALERTA     PIC 9(1)V9(4) VALUE 0,1000.
           05 LM-PONTUACAO-CRITICO    PIC 9(1)V9(4) VALUE 0,2500.
           05 LM-FAIXAS-ALERTA        PIC 9(1)V9(4) VALUE 0,1000.
           05 LM-FAIXAS-CRITICO       PIC 9(1)V9(4) VALUE 0,2500.

      ******************************************************************
      * FAIXAS NFAIXA-SIT-RTING ENCONTRADAS NAS DUAS FOTOGRAFIAS, NA   *
      * ORDEM EM QUE APARECERAM; TO-FAIXA DA A ORDEM CRESCENTE PARA O  *
      * RELATORIO.                                                     *
      ******************************************************************
       01  TABELA-FAIXAS-SITUACAO.
           05 TS-QTDE-FAIXAS          PIC 9(2) USAGE COMP VALUE 0.
           05 TS-NFAIXA-SIT-RTING OCCURS 60 TIMES
                                      PIC 9(5).
       01  ORDEM-FAIXAS-SITUACAO.
           05 TO-FAIXA OCCURS 60 TIMES
                                      PIC 9(2) USAGE COMP.

      ******************************************************************
      * SEGMENTOS CPTCAO-TBELA + CTPO-PSSOA, NA ORDEM EM QUE           *
      * APARECERAM; TO-SEGMENTO DA A ORDEM CRESCENTE PARA O RELATORIO. *
      ******************************************************************
       01  TABELA-SEGMENTOS.
           05 SG-QTDE-SEGMENTOS       PIC 9(3) USAGE COMP VALUE 0.
           05 SG-SEGMENTO OCCURS 200 TIMES.
               10 SG-CHAVE-SEGMENTO.
                   15 SG-CPTCAO-TBELA PIC 9(3).
                   15 SG-CTPO-PSSOA   PIC X(1).
               10 SG-QTDE-BASE        PIC 9(9) USAGE COMP.
               10 SG-QTDE-ATUAL       PIC 9(9) USAGE COMP.
               10 SG-PONTUACAO OCCURS 20 TIMES.
                   15 SG-PONT-BASE    PIC 9(9) USAGE COMP.
                   15 SG-PONT-ATUAL   PIC 9(9) USAGE COMP.
               10 SG-FAIXA OCCURS 60 TIMES.
                   15 SG-FAIXA-BASE   PIC 9(9) USAGE COMP.
                   15 SG-FAIXA-ATUAL  PIC 9(9) USAGE COMP.
       01  ORDEM-SEGMENTOS.
           05 TO-SEGMENTO OCCURS 200 TIMES
                                      PIC 9(3) USAGE COMP.

       01  INDICES.
           05 WS-IDX-SEG              PIC 9(3) USAGE COMP VALUE 0.
           05 WS-IDX-PONT             PIC 9(2) USAGE COMP VALUE 0.
           05 WS-IDX-FAIXA            PIC 9(2) USAGE COMP VALUE 0.
           05 WS-IDX-I                PIC 9(3) USAGE COMP VALUE 0.
           05 WS-IDX-J                PIC 9(3) USAGE COMP VALUE 0.
           05 WS-IDX-TROCA            PIC 9(3) USAGE COMP VALUE 0.
           05 WS-QTDE-ORDENAR         PIC 9(3) USAGE COMP VALUE 0.

      ******************************************************************
      * EVENTO LIDO, NORMALIZADO DOS DOIS FORMATOS DE FOTOGRAFIA       *
      ******************************************************************
       01  EVENTO-LIDO.
           05 EV-CPTCAO-TBELA         PIC 9(3).
           05 EV-CTPO-PSSOA           PIC X(1).
           05 EV-NFAIXA-SIT-RTING     PIC 9(5).
           05 EV-QPTO-PSSOA-RTING     PIC S9(13)V9(2) USAGE COMP-3.
       01  EV-CHAVE-SEGMENTO.
           05 EV-CHAVE-CPTCAO         PIC 9(3).
           05 EV-CHAVE-CTPO           PIC X(1).

      ******************************************************************
      * CALCULO DO INDICE. WS-PSI-PARCELA E A CONTRIBUICAO DE UMA      *
      * FAIXA; PERCENTUAIS EM FRACAO (0,0001 = 0,01%).                 *
      ******************************************************************
       01  CALCULO-INDICE.
           05 WS-PCT-BASE             PIC S9(1)V9(8) USAGE COMP-3.
           05 WS-PCT-ATUAL            PIC S9(1)V9(8) USAGE COMP-3.
           05 WS-PSI-PARCELA          PIC S9(3)V9(8) USAGE COMP-3.
           05 WS-PSI-PONTUACAO        PIC S9(3)V9(8) USAGE COMP-3.
           05 WS-PSI-FAIXAS           PIC S9(3)V9(8) USAGE COMP-3.
           05 WS-QTDE-B               PIC 9(9) USAGE COMP.
           05 WS-QTDE-A               PIC 9(9) USAGE COMP.
           05 WS-QTDE-LINHA-B         PIC 9(9) USAGE COMP.
           05 WS-QTDE-LINHA-A         PIC 9(9) USAGE COMP.
       01  WS-PCT-MINIMO              PIC S9(1)V9(8) USAGE COMP-3
                                      VALUE 0,0001.

       01  WS-SITUACAO-PONTUACAO      PIC X(1) VALUE SPACE.
       01  WS-SITUACAO-FAIXAS         PIC X(1) VALUE SPACE.
       01  WS-SITUACAO-SEGMENTO       PIC X(1) VALUE SPACE.
       01  WS-DESCRICAO-SITUACAO      PIC X(10) VALUE SPACE.

       01  CONTADORES.
           05 CT-LIDOS-BASE           PIC 9(9) USAGE COMP VALUE 0.
           05 CT-LIDOS-ATUAL          PIC 9(9) USAGE COMP VALUE 0.
           05 CT-SEM-SEGMENTO         PIC 9(9) USAGE COMP VALUE 0.
           05 CT-SEM-FAIXA            PIC 9(9) USAGE COMP VALUE 0.
           05 CT-SEGMENTOS-NORMAIS    PIC 9(5) USAGE COMP VALUE 0.
           05 CT-SEGMENTOS-ALERTA     PIC 9(5) USAGE COMP VALUE 0.
           05 CT-SEGMENTOS-CRITICOS   PIC 9(5) USAGE COMP VALUE 0.
           05 CT-SEGMENTOS-SEM-BASE   PIC 9(5) USAGE COMP VALUE 0.

      ******************************************************************
      * LINHAS DO RELATORIO                                            *
      ******************************************************************
       01  LINHA-CABECALHO.
           05 FILLER                  PIC X(53) VALUE
               "CPLDB0F3 - ESTABILIDADE DA POPULACAO DO RATING - BASE".
           05 FILLER                  PIC X(1) VALUE SPACES.
           05 LC-DATA-BASE            PIC 9(8).
           05 FILLER                  PIC X(7) VALUE " ATUAL ".
           05 LC-DATA-ATUAL           PIC 9(8).
           05 FILLER                  PIC X(55) VALUE SPACES.

       01  LINHA-LIMIARES.
           05 FILLER                  PIC X(32) VALUE
               "LIMIARES PSI PONTUACAO - ALERTA ".
           05 LL-PONTUACAO-ALERTA     PIC 9,9999.
           05 FILLER                  PIC X(10) VALUE " CRITICO ".
           05 LL-PONTUACAO-CRITICO    PIC 9,9999.
           05 FILLER                  PIC X(23) VALUE
               "   PSI FAIXAS - ALERTA ".
           05 LL-FAIXAS-ALERTA        PIC 9,9999.
           05 FILLER                  PIC X(10) VALUE " CRITICO ".
           05 LL-FAIXAS-CRITICO       PIC 9,9999.
           05 FILLER                  PIC X(33) VALUE SPACES.

       01  LINHA-SEGMENTO.
           05 FILLER                  PIC X(9) VALUE "PARTICAO ".
           05 LS-CPTCAO-TBELA         PIC 9(3).
           05 FILLER                  PIC X(17) VALUE
               "  TIPO DE PESSOA ".
           05 LS-CTPO-PSSOA           PIC X(1).
           05 FILLER                  PIC X(17) VALUE
               "  EVENTOS BASE: ".
           05 LS-QTDE-BASE            PIC Z(8)9.
           05 FILLER                  PIC X(10) VALUE "  ATUAL: ".
           05 LS-QTDE-ATUAL           PIC Z(8)9.
           05 FILLER                  PIC X(57) VALUE SPACES.

       01  LINHA-TITULO-DISTRIB.
           05 FILLER                  PIC X(42) VALUE
               "  FAIXA                        QTDE BASE  ".
           05 FILLER                  PIC X(42) VALUE
               " % BASE  QTDE ATUAL  % ATUAL   PARCELA PSI".
           05 FILLER                  PIC X(48) VALUE SPACES.

       01  LINHA-DISTRIB.
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 LD-ROTULO               PIC X(9).
           05 LD-LIMITE               PIC -(13)9,99.
           05 LD-FAIXA REDEFINES LD-LIMITE.
               10 FILLER              PIC X(11).
               10 LD-NFAIXA-SIT-RTING PIC Z(5)9.
           05 FILLER                  PIC X(3) VALUE SPACES.
           05 LD-QTDE-BASE            PIC Z(8)9.
           05 FILLER                  PIC X(3) VALUE SPACES.
           05 LD-PCT-BASE             PIC ZZ9,99.
           05 FILLER                  PIC X(3) VALUE SPACES.
           05 LD-QTDE-ATUAL           PIC Z(8)9.
           05 FILLER                  PIC X(3) VALUE SPACES.
           05 LD-PCT-ATUAL            PIC ZZ9,99.
           05 FILLER                  PIC X(3) VALUE SPACES.
           05 LD-PARCELA              PIC -ZZ9,9999.
           05 FILLER                  PIC X(50) VALUE SPACES.

       01  LINHA-RESULTADO.
           05 FILLER                  PIC X(18) VALUE
               "  PSI PONTUACAO: ".
           05 LR-PSI-PONTUACAO        PIC ZZ9,9999.
           05 FILLER                  PIC X(1) VALUE SPACES.
           05 LR-SITUACAO-PONTUACAO   PIC X(10).
           05 FILLER                  PIC X(16) VALUE
               "   PSI FAIXAS: ".
           05 LR-PSI-FAIXAS           PIC ZZ9,9999.
           05 FILLER                  PIC X(1) VALUE SPACES.
           05 LR-SITUACAO-FAIXAS      PIC X(10).
           05 FILLER                  PIC X(60) VALUE SPACES.

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
           PERFORM 0150-OBTER-DATA-NEGOCIO
               THRU 0150-OBTER-DATA-NEGOCIO-EXIT
           PERFORM 0100-OBTER-PARAMETRO THRU 0100-OBTER-PARAMETRO-EXIT
           IF RETURN-CODE = 0
               PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT
           END-IF
           IF RETURN-CODE = 0
               PERFORM 2000-ACUMULAR-FOTOGRAFIAS
                   THRU 2000-ACUMULAR-FOTOGRAFIAS-EXIT
           END-IF
           IF RETURN-CODE = 0
               PERFORM 3000-ORDENAR THRU 3000-ORDENAR-EXIT
               PERFORM 4000-AVALIAR-SEGMENTO
                   THRU 4000-AVALIAR-SEGMENTO-EXIT
                   VARYING WS-IDX-I FROM 1 BY 1
                   UNTIL WS-IDX-I > SG-QTDE-SEGMENTOS
           END-IF
           PERFORM 9000-FINALIZAR THRU 9000-FINALIZAR-EXIT
           GOBACK.

      ******************************************************************
      * 0100-OBTER-PARAMETRO - DATAS E FORMATOS DAS DUAS FOTOGRAFIAS   *
      ******************************************************************
       0100-OBTER-PARAMETRO.
           ACCEPT WS-PARAMETRO-EXECUCAO FROM COMMAND-LINE
           IF WS-PARAMETRO-EXECUCAO(1:8) IS NOT NUMERIC
               DISPLAY "CPLDB0F3 - DATA DA FOTOGRAFIA BASE NAO "
                   "INFORMADA (POSICOES 1-8 DO PARAMETRO)"
               MOVE 8 TO RETURN-CODE
               GO TO 0100-OBTER-PARAMETRO-EXIT
           END-IF
           MOVE WS-PARAMETRO-EXECUCAO(1:8) TO WS-DATA-BASE

           IF WS-PARAMETRO-EXECUCAO(10:8) IS NUMERIC
               MOVE WS-PARAMETRO-EXECUCAO(10:8) TO WS-DATA-ATUAL
           ELSE
               MOVE WS-DATA-NEGOCIO TO WS-DATA-ATUAL
           END-IF

           IF WS-PARAMETRO-EXECUCAO(19:1) NOT = SPACE
               MOVE WS-PARAMETRO-EXECUCAO(19:1) TO WS-FORMATO-BASE
           END-IF
           IF WS-PARAMETRO-EXECUCAO(20:1) NOT = SPACE
               MOVE WS-PARAMETRO-EXECUCAO(20:1) TO WS-FORMATO-ATUAL
           END-IF
           IF (WS-FORMATO-BASE NOT = "E" AND NOT BASE-ESPELHO)
              OR (WS-FORMATO-ATUAL NOT = "E" AND NOT ATUAL-ESPELHO)
               DISPLAY "CPLDB0F3 - FORMATO DE FOTOGRAFIA INVALIDO "
                   "(USE E OU V): " WS-FORMATO-BASE WS-FORMATO-ATUAL
               MOVE 8 TO RETURN-CODE
               GO TO 0100-OBTER-PARAMETRO-EXIT
           END-IF

           DISPLAY "CPLDB0F3 - BASE: " WS-DATA-BASE " (" WS-FORMATO-BASE
               ") - ATUAL: " WS-DATA-ATUAL " (" WS-FORMATO-ATUAL ")".
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
               DISPLAY "CPLDB0F3 - CONTROLE DE DATA DE NEGOCIO "
                   "INDISPONIVEL (" FS-DATA-NEGOCIO-ENTRADA
                   ") - USANDO A DATA DO SISTEMA"
               ACCEPT WS-DATA-NEGOCIO FROM DATE YYYYMMDD
               GO TO 0150-OBTER-DATA-NEGOCIO-EXIT
           END-IF
           READ DATA-NEGOCIO-ENTRADA
               AT END
                   DISPLAY "CPLDB0F3 - CONTROLE DE DATA DE NEGOCIO "
                       "VAZIO - USANDO A DATA DO SISTEMA"
                   ACCEPT WS-DATA-NEGOCIO FROM DATE YYYYMMDD
               NOT AT END
                   MOVE DN-DATA-ATUAL TO WS-DATA-NEGOCIO
           END-READ
           CLOSE DATA-NEGOCIO-ENTRADA.
       0150-OBTER-DATA-NEGOCIO-EXIT.
           EXIT.

      ******************************************************************
      * 1000-INICIALIZAR - CARREGA FAIXAS E LIMIARES E ABRE AS SAIDAS  *
      ******************************************************************
       1000-INICIALIZAR.
           PERFORM 1080-CARREGAR-PARAMETROS
               THRU 1080-CARREGAR-PARAMETROS-EXIT
           IF RETURN-CODE NOT = 0
               GO TO 1000-INICIALIZAR-EXIT
           END-IF

           OPEN OUTPUT RELATORIO-SAIDA
           IF FS-RELATORIO-SAIDA NOT = "00"
               DISPLAY "CPLDB0F3 - ERRO AO ABRIR RELATORIO DE SAIDA "
                       FS-RELATORIO-SAIDA
               MOVE 8 TO RETURN-CODE
               GO TO 1000-INICIALIZAR-EXIT
           END-IF

           OPEN OUTPUT RESULTADO-SAIDA
           IF FS-RESULTADO-SAIDA NOT = "00"
               DISPLAY "CPLDB0F3 - ERRO AO ABRIR ARQUIVO DE RESULTADO "
                       FS-RESULTADO-SAIDA
               CLOSE RELATORIO-SAIDA
               MOVE 8 TO RETURN-CODE
               GO TO 1000-INICIALIZAR-EXIT
           END-IF
           SET SAIDAS-ABERTAS TO TRUE

           MOVE WS-DATA-BASE  TO LC-DATA-BASE
           MOVE WS-DATA-ATUAL TO LC-DATA-ATUAL
           WRITE LINHA-RELATORIO FROM LINHA-CABECALHO
           MOVE LM-PONTUACAO-ALERTA  TO LL-PONTUACAO-ALERTA
           MOVE LM-PONTUACAO-CRITICO TO LL-PONTUACAO-CRITICO
           MOVE LM-FAIXAS-ALERTA     TO LL-FAIXAS-ALERTA
           MOVE LM-FAIXAS-CRITICO    TO LL-FAIXAS-CRITICO
           WRITE LINHA-RELATORIO FROM LINHA-LIMIARES.
       1000-INICIALIZAR-EXIT.
           EXIT.

      ******************************************************************
      * 1080-CARREGAR-PARAMETROS - LE DA TABELA PARMVAL AS FAIXAS DE   *
      *      PONTUACAO ("B") E OS LIMIARES ("I") VIGENTES NA DATA      *
      *      ATUAL. A TABELA ESTA EM ORDEM DE TIPO + VIGENCIA +        *
      *      SEQUENCIA: UMA VIGENCIA "B" MAIS NOVA SUBSTITUI O         *
      *      CONJUNTO DE FAIXAS INTEIRO; O ULTIMO "I" LIDO PREVALECE.  *
      ******************************************************************
       1080-CARREGAR-PARAMETROS.
           OPEN INPUT PARAMETROS-ENTRADA
           IF FS-PARAMETROS-ENTRADA NOT = "00"
               DISPLAY "CPLDB0F3 - ERRO AO ABRIR TABELA DE PARAMETROS "
                   FS-PARAMETROS-ENTRADA
               MOVE 8 TO RETURN-CODE
               GO TO 1080-CARREGAR-PARAMETROS-EXIT
           END-IF
           PERFORM 1085-LER-PARAMETRO THRU 1085-LER-PARAMETRO-EXIT
               UNTIL FIM-DO-ARQUIVO-PARAMETROS
           CLOSE PARAMETROS-ENTRADA

           IF TF-QTDE-LIMITES = 0
               DISPLAY "CPLDB0F3 - FAIXAS DE PONTUACAO (TIPO B) NAO "
                   "PARAMETRIZADAS EM PARMVAL"
               MOVE 8 TO RETURN-CODE
               GO TO 1080-CARREGAR-PARAMETROS-EXIT
           END-IF

           PERFORM 1095-CONFERIR-LIMITE THRU 1095-CONFERIR-LIMITE-EXIT
               VARYING WS-IDX-PONT FROM 2 BY 1
               UNTIL WS-IDX-PONT > TF-QTDE-LIMITES
           COMPUTE WS-QTDE-FAIXAS-PONTUACAO = TF-QTDE-LIMITES + 1
           DISPLAY "CPLDB0F3 - FAIXAS DE PONTUACAO DA VIGENCIA "
               TF-DATA-VIGENCIA ": " WS-QTDE-FAIXAS-PONTUACAO.
       1080-CARREGAR-PARAMETROS-EXIT.
           EXIT.

       1085-LER-PARAMETRO.
           READ PARAMETROS-ENTRADA
               AT END
                   SET FIM-DO-ARQUIVO-PARAMETROS TO TRUE
                   GO TO 1085-LER-PARAMETRO-EXIT
           END-READ

           IF PR-DATA-VIGENCIA > WS-DATA-ATUAL
               GO TO 1085-LER-PARAMETRO-EXIT
           END-IF

           EVALUATE PR-TIPO-PARAMETRO
               WHEN "B"
                   PERFORM 1090-APLICAR-FAIXA-PONTUACAO
                       THRU 1090-APLICAR-FAIXA-PONTUACAO-EXIT
               WHEN "I"
                   MOVE PR-PSI-PONTUACAO-ALERTA  TO LM-PONTUACAO-ALERTA
                   MOVE PR-PSI-PONTUACAO-CRITICO
                       TO LM-PONTUACAO-CRITICO
                   MOVE PR-PSI-FAIXAS-ALERTA     TO LM-FAIXAS-ALERTA
                   MOVE PR-PSI-FAIXAS-CRITICO    TO LM-FAIXAS-CRITICO
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       1085-LER-PARAMETRO-EXIT.
           EXIT.

       1090-APLICAR-FAIXA-PONTUACAO.
           IF PR-DATA-VIGENCIA NOT = TF-DATA-VIGENCIA
               MOVE PR-DATA-VIGENCIA TO TF-DATA-VIGENCIA
               MOVE 0 TO TF-QTDE-LIMITES
           END-IF
           IF TF-QTDE-LIMITES < 19
               ADD 1 TO TF-QTDE-LIMITES
               MOVE PR-QPTO-LIMITE-SUPERIOR
                   TO TF-LIMITE-SUPERIOR(TF-QTDE-LIMITES)
           ELSE
               DISPLAY "CPLDB0F3 - TABELA DE FAIXAS DE PONTUACAO "
                   "CHEIA, LIMITE IGNORADO: " PR-DATA-VIGENCIA " "
                   PR-SEQUENCIA
           END-IF.
       1090-APLICAR-FAIXA-PONTUACAO-EXIT.
           EXIT.

      ******************************************************************
      * 1095-CONFERIR-LIMITE - OS LIMITES TEM DE SER CRESCENTES NA     *
      *      ORDEM DA SEQUENCIA, SENAO AS FAIXAS SE SOBREPOEM.         *
      ******************************************************************
       1095-CONFERIR-LIMITE.
           IF TF-LIMITE-SUPERIOR(WS-IDX-PONT) NOT >
              TF-LIMITE-SUPERIOR(WS-IDX-PONT - 1)
               DISPLAY "CPLDB0F3 - LIMITES DE PONTUACAO DA VIGENCIA "
                   TF-DATA-VIGENCIA " FORA DE ORDEM CRESCENTE"
               MOVE 8 TO RETURN-CODE
           END-IF.
       1095-CONFERIR-LIMITE-EXIT.
           EXIT.

      ******************************************************************
      * 2000-ACUMULAR-FOTOGRAFIAS - LE A BASE E DEPOIS A ATUAL,        *
      *      ACUMULANDO CADA EVENTO NO SEU SEGMENTO                    *
      ******************************************************************
       2000-ACUMULAR-FOTOGRAFIAS.
           OPEN INPUT FOTOGRAFIA-BASE
           IF FS-FOTOGRAFIA-BASE NOT = "00"
               DISPLAY "CPLDB0F3 - ERRO AO ABRIR FOTOGRAFIA BASE "
                   FS-FOTOGRAFIA-BASE
               MOVE 8 TO RETURN-CODE
               GO TO 2000-ACUMULAR-FOTOGRAFIAS-EXIT
           END-IF
           SET LADO-BASE TO TRUE
           PERFORM 2100-LER-BASE THRU 2100-LER-BASE-EXIT
               UNTIL FIM-DO-ARQUIVO-BASE
           CLOSE FOTOGRAFIA-BASE

           OPEN INPUT FOTOGRAFIA-ATUAL
           IF FS-FOTOGRAFIA-ATUAL NOT = "00"
               DISPLAY "CPLDB0F3 - ERRO AO ABRIR FOTOGRAFIA ATUAL "
                   FS-FOTOGRAFIA-ATUAL
               MOVE 8 TO RETURN-CODE
               GO TO 2000-ACUMULAR-FOTOGRAFIAS-EXIT
           END-IF
           SET LADO-ATUAL TO TRUE
           PERFORM 2200-LER-ATUAL THRU 2200-LER-ATUAL-EXIT
               UNTIL FIM-DO-ARQUIVO-ATUAL
           CLOSE FOTOGRAFIA-ATUAL

           DISPLAY "CPLDB0F3 - EVENTOS NA BASE : " CT-LIDOS-BASE
           DISPLAY "CPLDB0F3 - EVENTOS NA ATUAL: " CT-LIDOS-ATUAL.
       2000-ACUMULAR-FOTOGRAFIAS-EXIT.
           EXIT.

       2100-LER-BASE.
           READ FOTOGRAFIA-BASE
               AT END
                   SET FIM-DO-ARQUIVO-BASE TO TRUE
                   GO TO 2100-LER-BASE-EXIT
           END-READ
           ADD 1 TO CT-LIDOS-BASE
           IF BASE-ESPELHO
               MOVE BV-CPTCAO-TBELA     TO EV-CPTCAO-TBELA
               MOVE BV-CTPO-PSSOA       TO EV-CTPO-PSSOA
               MOVE BV-NFAIXA-SIT-RTING TO EV-NFAIXA-SIT-RTING
               MOVE BV-QPTO-PSSOA-RTING TO EV-QPTO-PSSOA-RTING
           ELSE
               MOVE CPTCAO-TBELA        TO EV-CPTCAO-TBELA
               MOVE CTPO-PSSOA          TO EV-CTPO-PSSOA
               MOVE NFAIXA-SIT-RTING    TO EV-NFAIXA-SIT-RTING
               MOVE QPTO-PSSOA-RTING    TO EV-QPTO-PSSOA-RTING
           END-IF
           PERFORM 2300-ACUMULAR-EVENTO THRU 2300-ACUMULAR-EVENTO-EXIT.
       2100-LER-BASE-EXIT.
           EXIT.

       2200-LER-ATUAL.
           READ FOTOGRAFIA-ATUAL
               AT END
                   SET FIM-DO-ARQUIVO-ATUAL TO TRUE
                   GO TO 2200-LER-ATUAL-EXIT
           END-READ
           ADD 1 TO CT-LIDOS-ATUAL
           IF ATUAL-ESPELHO
               MOVE AV-CPTCAO-TBELA     TO EV-CPTCAO-TBELA
               MOVE AV-CTPO-PSSOA       TO EV-CTPO-PSSOA
               MOVE AV-NFAIXA-SIT-RTING TO EV-NFAIXA-SIT-RTING
               MOVE AV-QPTO-PSSOA-RTING TO EV-QPTO-PSSOA-RTING
           ELSE
               MOVE AT-CPTCAO-TBELA     TO EV-CPTCAO-TBELA
               MOVE AT-CTPO-PSSOA       TO EV-CTPO-PSSOA
               MOVE AT-NFAIXA-SIT-RTING TO EV-NFAIXA-SIT-RTING
               MOVE AT-QPTO-PSSOA-RTING TO EV-QPTO-PSSOA-RTING
           END-IF
           PERFORM 2300-ACUMULAR-EVENTO THRU 2300-ACUMULAR-EVENTO-EXIT.
       2200-LER-ATUAL-EXIT.
           EXIT.

      ******************************************************************
      * 2300-ACUMULAR-EVENTO - LOCALIZA (OU CRIA) O SEGMENTO, A FAIXA  *
      *      DE PONTUACAO E A FAIXA DE SITUACAO DO EVENTO E SOMA 1 NO  *
      *      LADO CORRENTE. TABELA DE SEGMENTOS OU DE FAIXAS CHEIA =   *
      *      EVENTO CONTADO A PARTE E AVISADO NO FINAL.                *
      ******************************************************************
       2300-ACUMULAR-EVENTO.
           MOVE EV-CPTCAO-TBELA TO EV-CHAVE-CPTCAO
           MOVE EV-CTPO-PSSOA   TO EV-CHAVE-CTPO
           PERFORM 2310-PROCURAR-SEGMENTO
               THRU 2310-PROCURAR-SEGMENTO-EXIT
               VARYING WS-IDX-SEG FROM 1 BY 1
               UNTIL WS-IDX-SEG > SG-QTDE-SEGMENTOS
                  OR SG-CHAVE-SEGMENTO(WS-IDX-SEG) = EV-CHAVE-SEGMENTO
           IF WS-IDX-SEG > SG-QTDE-SEGMENTOS
               IF SG-QTDE-SEGMENTOS < 200
                   ADD 1 TO SG-QTDE-SEGMENTOS
                   INITIALIZE SG-SEGMENTO(SG-QTDE-SEGMENTOS)
                   MOVE EV-CHAVE-SEGMENTO
                       TO SG-CHAVE-SEGMENTO(SG-QTDE-SEGMENTOS)
               ELSE
                   ADD 1 TO CT-SEM-SEGMENTO
                   GO TO 2300-ACUMULAR-EVENTO-EXIT
               END-IF
           END-IF

           PERFORM 2320-PROCURAR-PONTUACAO
               THRU 2320-PROCURAR-PONTUACAO-EXIT
               VARYING WS-IDX-PONT FROM 1 BY 1
               UNTIL WS-IDX-PONT > TF-QTDE-LIMITES
                  OR EV-QPTO-PSSOA-RTING NOT >
                     TF-LIMITE-SUPERIOR(WS-IDX-PONT)

           IF LADO-BASE
               ADD 1 TO SG-QTDE-BASE(WS-IDX-SEG)
               ADD 1 TO SG-PONT-BASE(WS-IDX-SEG, WS-IDX-PONT)
           ELSE
               ADD 1 TO SG-QTDE-ATUAL(WS-IDX-SEG)
               ADD 1 TO SG-PONT-ATUAL(WS-IDX-SEG, WS-IDX-PONT)
           END-IF

           PERFORM 2330-PROCURAR-FAIXA THRU 2330-PROCURAR-FAIXA-EXIT
               VARYING WS-IDX-FAIXA FROM 1 BY 1
               UNTIL WS-IDX-FAIXA > TS-QTDE-FAIXAS
                  OR TS-NFAIXA-SIT-RTING(WS-IDX-FAIXA) =
                     EV-NFAIXA-SIT-RTING
           IF WS-IDX-FAIXA > TS-QTDE-FAIXAS
               IF TS-QTDE-FAIXAS < 60
                   ADD 1 TO TS-QTDE-FAIXAS
                   MOVE EV-NFAIXA-SIT-RTING
                       TO TS-NFAIXA-SIT-RTING(TS-QTDE-FAIXAS)
               ELSE
                   ADD 1 TO CT-SEM-FAIXA
                   GO TO 2300-ACUMULAR-EVENTO-EXIT
               END-IF
           END-IF

           IF LADO-BASE
               ADD 1 TO SG-FAIXA-BASE(WS-IDX-SEG, WS-IDX-FAIXA)
           ELSE
               ADD 1 TO SG-FAIXA-ATUAL(WS-IDX-SEG, WS-IDX-FAIXA)
           END-IF.
       2300-ACUMULAR-EVENTO-EXIT.
           EXIT.

       2310-PROCURAR-SEGMENTO.
           CONTINUE.
       2310-PROCURAR-SEGMENTO-EXIT.
           EXIT.

       2320-PROCURAR-PONTUACAO.
           CONTINUE.
       2320-PROCURAR-PONTUACAO-EXIT.
           EXIT.

       2330-PROCURAR-FAIXA.
           CONTINUE.
       2330-PROCURAR-FAIXA-EXIT.
           EXIT.

      ******************************************************************
      * 3000-ORDENAR - MONTA A ORDEM CRESCENTE DE SEGMENTOS E DE       *
      *      FAIXAS DE SITUACAO PARA O RELATORIO (SELECAO SIMPLES      *
      *      SOBRE OS INDICES; AS TABELAS FICAM ONDE ESTAO).           *
      ******************************************************************
       3000-ORDENAR.
           PERFORM 3010-INICIAR-ORDEM-SEGMENTO
               THRU 3010-INICIAR-ORDEM-SEGMENTO-EXIT
               VARYING WS-IDX-I FROM 1 BY 1
               UNTIL WS-IDX-I > SG-QTDE-SEGMENTOS
           PERFORM 3100-ORDENAR-SEGMENTO
               THRU 3100-ORDENAR-SEGMENTO-EXIT
               VARYING WS-IDX-I FROM 1 BY 1
               UNTIL WS-IDX-I >= SG-QTDE-SEGMENTOS

           PERFORM 3020-INICIAR-ORDEM-FAIXA
               THRU 3020-INICIAR-ORDEM-FAIXA-EXIT
               VARYING WS-IDX-I FROM 1 BY 1
               UNTIL WS-IDX-I > TS-QTDE-FAIXAS
           PERFORM 3200-ORDENAR-FAIXA THRU 3200-ORDENAR-FAIXA-EXIT
               VARYING WS-IDX-I FROM 1 BY 1
               UNTIL WS-IDX-I >= TS-QTDE-FAIXAS.
       3000-ORDENAR-EXIT.
           EXIT.

       3010-INICIAR-ORDEM-SEGMENTO.
           MOVE WS-IDX-I TO TO-SEGMENTO(WS-IDX-I).
       3010-INICIAR-ORDEM-SEGMENTO-EXIT.
           EXIT.

       3020-INICIAR-ORDEM-FAIXA.
           MOVE WS-IDX-I TO TO-FAIXA(WS-IDX-I).
       3020-INICIAR-ORDEM-FAIXA-EXIT.
           EXIT.

       3100-ORDENAR-SEGMENTO.
           PERFORM 3110-COMPARAR-SEGMENTO
               THRU 3110-COMPARAR-SEGMENTO-EXIT
               VARYING WS-IDX-J FROM WS-IDX-I BY 1
               UNTIL WS-IDX-J > SG-QTDE-SEGMENTOS.
       3100-ORDENAR-SEGMENTO-EXIT.
           EXIT.

       3110-COMPARAR-SEGMENTO.
           IF SG-CHAVE-SEGMENTO(TO-SEGMENTO(WS-IDX-J)) <
              SG-CHAVE-SEGMENTO(TO-SEGMENTO(WS-IDX-I))
               MOVE TO-SEGMENTO(WS-IDX-I) TO WS-IDX-TROCA
               MOVE TO-SEGMENTO(WS-IDX-J) TO TO-SEGMENTO(WS-IDX-I)
               MOVE WS-IDX-TROCA          TO TO-SEGMENTO(WS-IDX-J)
           END-IF.
       3110-COMPARAR-SEGMENTO-EXIT.
           EXIT.

       3200-ORDENAR-FAIXA.
           PERFORM 3210-COMPARAR-FAIXA THRU 3210-COMPARAR-FAIXA-EXIT
               VARYING WS-IDX-J FROM WS-IDX-I BY 1
               UNTIL WS-IDX-J > TS-QTDE-FAIXAS.
       3200-ORDENAR-FAIXA-EXIT.
           EXIT.

       3210-COMPARAR-FAIXA.
           IF TS-NFAIXA-SIT-RTING(TO-FAIXA(WS-IDX-J)) <
              TS-NFAIXA-SIT-RTING(TO-FAIXA(WS-IDX-I))
               MOVE TO-FAIXA(WS-IDX-I) TO WS-IDX-TROCA
               MOVE TO-FAIXA(WS-IDX-J) TO TO-FAIXA(WS-IDX-I)
               MOVE WS-IDX-TROCA       TO TO-FAIXA(WS-IDX-J)
           END-IF.
       3210-COMPARAR-FAIXA-EXIT.
           EXIT.

      ******************************************************************
      * 4000-AVALIAR-SEGMENTO - IMPRIME AS DUAS DISTRIBUICOES DO       *
      *      SEGMENTO, CALCULA OS DOIS INDICES, CLASSIFICA E GRAVA O   *
      *      REGISTRO DE RESULTADO. SEGMENTO SEM EVENTOS EM UMA DAS    *
      *      DATAS NAO TEM BASE DE COMPARACAO (SITUACAO "S").          *
      ******************************************************************
       4000-AVALIAR-SEGMENTO.
           MOVE TO-SEGMENTO(WS-IDX-I) TO WS-IDX-SEG
           MOVE SG-QTDE-BASE(WS-IDX-SEG)  TO WS-QTDE-B
           MOVE SG-QTDE-ATUAL(WS-IDX-SEG) TO WS-QTDE-A
           MOVE 0 TO WS-PSI-PONTUACAO
           MOVE 0 TO WS-PSI-FAIXAS

           MOVE SPACES TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE SG-CPTCAO-TBELA(WS-IDX-SEG) TO LS-CPTCAO-TBELA
           MOVE SG-CTPO-PSSOA(WS-IDX-SEG)   TO LS-CTPO-PSSOA
           MOVE WS-QTDE-B                   TO LS-QTDE-BASE
           MOVE WS-QTDE-A                   TO LS-QTDE-ATUAL
           WRITE LINHA-RELATORIO FROM LINHA-SEGMENTO
           WRITE LINHA-RELATORIO FROM LINHA-TITULO-DISTRIB

           PERFORM 4100-DISTRIBUIR-PONTUACAO
               THRU 4100-DISTRIBUIR-PONTUACAO-EXIT
               VARYING WS-IDX-PONT FROM 1 BY 1
               UNTIL WS-IDX-PONT > WS-QTDE-FAIXAS-PONTUACAO
           PERFORM 4200-DISTRIBUIR-FAIXA THRU 4200-DISTRIBUIR-FAIXA-EXIT
               VARYING WS-IDX-J FROM 1 BY 1
               UNTIL WS-IDX-J > TS-QTDE-FAIXAS

           IF WS-QTDE-B = 0 OR WS-QTDE-A = 0
               MOVE "S" TO WS-SITUACAO-PONTUACAO
               MOVE "S" TO WS-SITUACAO-FAIXAS
               MOVE "S" TO WS-SITUACAO-SEGMENTO
               MOVE 0 TO WS-PSI-PONTUACAO
               MOVE 0 TO WS-PSI-FAIXAS
               ADD 1 TO CT-SEGMENTOS-SEM-BASE
           ELSE
               PERFORM 4400-CLASSIFICAR THRU 4400-CLASSIFICAR-EXIT
           END-IF

           PERFORM 4500-IMPRIMIR-RESULTADO
               THRU 4500-IMPRIMIR-RESULTADO-EXIT
           PERFORM 4600-GRAVAR-RESULTADO
               THRU 4600-GRAVAR-RESULTADO-EXIT.
       4000-AVALIAR-SEGMENTO-EXIT.
           EXIT.

      ******************************************************************
      * 4100-DISTRIBUIR-PONTUACAO - UMA LINHA POR FAIXA DE PONTUACAO,  *
      *      SOMANDO A PARCELA DO PSI                                  *
      ******************************************************************
       4100-DISTRIBUIR-PONTUACAO.
           IF WS-IDX-PONT > TF-QTDE-LIMITES
               MOVE "ACIMA DE " TO LD-ROTULO
               MOVE TF-LIMITE-SUPERIOR(TF-QTDE-LIMITES) TO LD-LIMITE
           ELSE
               MOVE "ATE      " TO LD-ROTULO
               MOVE TF-LIMITE-SUPERIOR(WS-IDX-PONT) TO LD-LIMITE
           END-IF
           MOVE SG-PONT-BASE(WS-IDX-SEG, WS-IDX-PONT)
               TO WS-QTDE-LINHA-B
           MOVE SG-PONT-ATUAL(WS-IDX-SEG, WS-IDX-PONT)
               TO WS-QTDE-LINHA-A
           PERFORM 4300-CALCULAR-PARCELA THRU 4300-CALCULAR-PARCELA-EXIT
           ADD WS-PSI-PARCELA TO WS-PSI-PONTUACAO
           WRITE LINHA-RELATORIO FROM LINHA-DISTRIB.
       4100-DISTRIBUIR-PONTUACAO-EXIT.
           EXIT.

      ******************************************************************
      * 4200-DISTRIBUIR-FAIXA - UMA LINHA POR FAIXA DE SITUACAO COM    *
      *      EVENTOS NO SEGMENTO EM ALGUMA DAS DATAS                   *
      ******************************************************************
       4200-DISTRIBUIR-FAIXA.
           MOVE TO-FAIXA(WS-IDX-J) TO WS-IDX-FAIXA
           IF SG-FAIXA-BASE(WS-IDX-SEG, WS-IDX-FAIXA) = 0
              AND SG-FAIXA-ATUAL(WS-IDX-SEG, WS-IDX-FAIXA) = 0
               GO TO 4200-DISTRIBUIR-FAIXA-EXIT
           END-IF
           MOVE "FAIXA SIT" TO LD-ROTULO
           MOVE SPACES TO LD-FAIXA
           MOVE TS-NFAIXA-SIT-RTING(WS-IDX-FAIXA) TO LD-NFAIXA-SIT-RTING
           MOVE SG-FAIXA-BASE(WS-IDX-SEG, WS-IDX-FAIXA)
               TO WS-QTDE-LINHA-B
           MOVE SG-FAIXA-ATUAL(WS-IDX-SEG, WS-IDX-FAIXA)
               TO WS-QTDE-LINHA-A
           PERFORM 4300-CALCULAR-PARCELA THRU 4300-CALCULAR-PARCELA-EXIT
           ADD WS-PSI-PARCELA TO WS-PSI-FAIXAS
           WRITE LINHA-RELATORIO FROM LINHA-DISTRIB.
       4200-DISTRIBUIR-FAIXA-EXIT.
           EXIT.

      ******************************************************************
      * 4300-CALCULAR-PARCELA - QUANTIDADES E PERCENTUAIS DA LINHA     *
      *      (WS-QTDE-LINHA-B/-A) E PARCELA DO PSI. COM UM DOS LADOS   *
      *      VAZIO O SEGMENTO NAO TEM INDICE E A PARCELA FICA ZERO.    *
      ******************************************************************
       4300-CALCULAR-PARCELA.
           MOVE 0 TO WS-PCT-BASE
           MOVE 0 TO WS-PCT-ATUAL
           MOVE 0 TO WS-PSI-PARCELA
           MOVE WS-QTDE-LINHA-B TO LD-QTDE-BASE
           MOVE WS-QTDE-LINHA-A TO LD-QTDE-ATUAL
           IF WS-QTDE-B > 0
               COMPUTE WS-PCT-BASE ROUNDED =
                   WS-QTDE-LINHA-B / WS-QTDE-B
           END-IF
           IF WS-QTDE-A > 0
               COMPUTE WS-PCT-ATUAL ROUNDED =
                   WS-QTDE-LINHA-A / WS-QTDE-A
           END-IF
           COMPUTE LD-PCT-BASE  ROUNDED = WS-PCT-BASE * 100
           COMPUTE LD-PCT-ATUAL ROUNDED = WS-PCT-ATUAL * 100

           IF WS-QTDE-B > 0 AND WS-QTDE-A > 0
               IF WS-PCT-BASE < WS-PCT-MINIMO
                   MOVE WS-PCT-MINIMO TO WS-PCT-BASE
               END-IF
               IF WS-PCT-ATUAL < WS-PCT-MINIMO
                   MOVE WS-PCT-MINIMO TO WS-PCT-ATUAL
               END-IF
               COMPUTE WS-PSI-PARCELA ROUNDED =
                   (WS-PCT-ATUAL - WS-PCT-BASE) *
                   FUNCTION LOG(WS-PCT-ATUAL / WS-PCT-BASE)
           END-IF
           MOVE WS-PSI-PARCELA TO LD-PARCELA.
       4300-CALCULAR-PARCELA-EXIT.
           EXIT.

      ******************************************************************
      * 4400-CLASSIFICAR - SITUACAO DE CADA INDICE PELOS LIMIARES E A  *
      *      PIOR DAS DUAS PARA O SEGMENTO                             *
      ******************************************************************
       4400-CLASSIFICAR.
           EVALUATE TRUE
               WHEN WS-PSI-PONTUACAO NOT < LM-PONTUACAO-CRITICO
                   MOVE "C" TO WS-SITUACAO-PONTUACAO
               WHEN WS-PSI-PONTUACAO NOT < LM-PONTUACAO-ALERTA
                   MOVE "A" TO WS-SITUACAO-PONTUACAO
               WHEN OTHER
                   MOVE "N" TO WS-SITUACAO-PONTUACAO
           END-EVALUATE
           EVALUATE TRUE
               WHEN WS-PSI-FAIXAS NOT < LM-FAIXAS-CRITICO
                   MOVE "C" TO WS-SITUACAO-FAIXAS
               WHEN WS-PSI-FAIXAS NOT < LM-FAIXAS-ALERTA
                   MOVE "A" TO WS-SITUACAO-FAIXAS
               WHEN OTHER
                   MOVE "N" TO WS-SITUACAO-FAIXAS
           END-EVALUATE

           EVALUATE TRUE
               WHEN WS-SITUACAO-PONTUACAO = "C"
                 OR WS-SITUACAO-FAIXAS = "C"
                   MOVE "C" TO WS-SITUACAO-SEGMENTO
                   ADD 1 TO CT-SEGMENTOS-CRITICOS
               WHEN WS-SITUACAO-PONTUACAO = "A"
                 OR WS-SITUACAO-FAIXAS = "A"
                   MOVE "A" TO WS-SITUACAO-SEGMENTO
                   ADD 1 TO CT-SEGMENTOS-ALERTA
               WHEN OTHER
                   MOVE "N" TO WS-SITUACAO-SEGMENTO
                   ADD 1 TO CT-SEGMENTOS-NORMAIS
           END-EVALUATE.
       4400-CLASSIFICAR-EXIT.
           EXIT.

      ******************************************************************
      * 4500-IMPRIMIR-RESULTADO - LINHA DE INDICES DO SEGMENTO         *
      ******************************************************************
       4500-IMPRIMIR-RESULTADO.
           MOVE WS-PSI-PONTUACAO TO LR-PSI-PONTUACAO
           MOVE WS-SITUACAO-PONTUACAO TO WS-DESCRICAO-SITUACAO
           PERFORM 4510-DESCREVER-SITUACAO
               THRU 4510-DESCREVER-SITUACAO-EXIT
           MOVE WS-DESCRICAO-SITUACAO TO LR-SITUACAO-PONTUACAO
           MOVE WS-PSI-FAIXAS TO LR-PSI-FAIXAS
           MOVE WS-SITUACAO-FAIXAS TO WS-DESCRICAO-SITUACAO
           PERFORM 4510-DESCREVER-SITUACAO
               THRU 4510-DESCREVER-SITUACAO-EXIT
           MOVE WS-DESCRICAO-SITUACAO TO LR-SITUACAO-FAIXAS
           WRITE LINHA-RELATORIO FROM LINHA-RESULTADO.
       4500-IMPRIMIR-RESULTADO-EXIT.
           EXIT.

       4510-DESCREVER-SITUACAO.
           EVALUATE WS-DESCRICAO-SITUACAO
               WHEN "C"
                   MOVE "CRITICO"    TO WS-DESCRICAO-SITUACAO
               WHEN "A"
                   MOVE "ALERTA"     TO WS-DESCRICAO-SITUACAO
               WHEN "S"
                   MOVE "SEM BASE"   TO WS-DESCRICAO-SITUACAO
               WHEN OTHER
                   MOVE "NORMAL"     TO WS-DESCRICAO-SITUACAO
           END-EVALUATE.
       4510-DESCREVER-SITUACAO-EXIT.
           EXIT.

      ******************************************************************
      * 4600-GRAVAR-RESULTADO - REGISTRO DO SEGMENTO PARA A EQUIPE DE  *
      *      MODELOS                                                   *
      ******************************************************************
       4600-GRAVAR-RESULTADO.
           MOVE SPACES                      TO CPLDB0Y5
           MOVE WS-DATA-BASE                TO RY-DATA-BASE
           MOVE WS-DATA-ATUAL               TO RY-DATA-ATUAL
           MOVE SG-CPTCAO-TBELA(WS-IDX-SEG) TO RY-CPTCAO-TBELA
           MOVE SG-CTPO-PSSOA(WS-IDX-SEG)   TO RY-CTPO-PSSOA
           MOVE WS-QTDE-B                   TO RY-QTDE-BASE
           MOVE WS-QTDE-A                   TO RY-QTDE-ATUAL
           MOVE WS-PSI-PONTUACAO            TO RY-PSI-PONTUACAO
           MOVE WS-SITUACAO-PONTUACAO       TO RY-SITUACAO-PONTUACAO
           MOVE WS-PSI-FAIXAS               TO RY-PSI-FAIXAS
           MOVE WS-SITUACAO-FAIXAS          TO RY-SITUACAO-FAIXAS
           MOVE WS-SITUACAO-SEGMENTO        TO RY-SITUACAO
           WRITE CPLDB0Y5.
       4600-GRAVAR-RESULTADO-EXIT.
           EXIT.

      ******************************************************************
      * 9000-FINALIZAR - TOTAIS E RETURN-CODE                          *
      ******************************************************************
       9000-FINALIZAR.
           IF SAIDAS-ABERTAS
               MOVE SPACES TO LINHA-RELATORIO
               WRITE LINHA-RELATORIO
               MOVE "SEGMENTOS NORMAIS.......................:"
                   TO LT-TITULO
               MOVE CT-SEGMENTOS-NORMAIS TO LT-QUANTIDADE
               WRITE LINHA-RELATORIO FROM LINHA-TOTAL
               MOVE "SEGMENTOS EM ALERTA.....................:"
                   TO LT-TITULO
               MOVE CT-SEGMENTOS-ALERTA TO LT-QUANTIDADE
               WRITE LINHA-RELATORIO FROM LINHA-TOTAL
               MOVE "SEGMENTOS CRITICOS......................:"
                   TO LT-TITULO
               MOVE CT-SEGMENTOS-CRITICOS TO LT-QUANTIDADE
               WRITE LINHA-RELATORIO FROM LINHA-TOTAL
               MOVE "SEGMENTOS SEM EVENTOS EM UMA DAS DATAS..:"
                   TO LT-TITULO
               MOVE CT-SEGMENTOS-SEM-BASE TO LT-QUANTIDADE
               WRITE LINHA-RELATORIO FROM LINHA-TOTAL
               MOVE "EVENTOS FORA DA TABELA DE SEGMENTOS.....:"
                   TO LT-TITULO
               MOVE CT-SEM-SEGMENTO TO LT-QUANTIDADE
               WRITE LINHA-RELATORIO FROM LINHA-TOTAL
               MOVE "EVENTOS FORA DA TABELA DE FAIXAS........:"
                   TO LT-TITULO
               MOVE CT-SEM-FAIXA TO LT-QUANTIDADE
               WRITE LINHA-RELATORIO FROM LINHA-TOTAL
               CLOSE RELATORIO-SAIDA
               CLOSE RESULTADO-SAIDA
           END-IF

           IF CT-SEM-SEGMENTO > 0 OR CT-SEM-FAIXA > 0
               DISPLAY "CPLDB0F3 - TABELA CHEIA - EVENTOS FORA DOS "
                   "SEGMENTOS: " CT-SEM-SEGMENTO " - FORA DAS FAIXAS: "
                   CT-SEM-FAIXA
           END-IF
           DISPLAY "CPLDB0F3 - SEGMENTOS NORMAIS : "
               CT-SEGMENTOS-NORMAIS
           DISPLAY "CPLDB0F3 - SEGMENTOS ALERTA  : " CT-SEGMENTOS-ALERTA
           DISPLAY "CPLDB0F3 - SEGMENTOS CRITICOS: "
               CT-SEGMENTOS-CRITICOS
           DISPLAY "CPLDB0F3 - SEGMENTOS SEM BASE: "
               CT-SEGMENTOS-SEM-BASE

           IF RETURN-CODE = 0 AND CT-SEGMENTOS-CRITICOS > 0
               DISPLAY "CPLDB0F3 - HA SEGMENTO CRITICO - AVISAR OS "
                   "RESPONSAVEIS PELO MODELO"
               MOVE 4 TO RETURN-CODE
           END-IF.
       9000-FINALIZAR-EXIT.
           EXIT.
