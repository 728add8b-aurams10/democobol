       IDENTIFICATION DIVISION.
       PROGRAM-ID. CPLDB0F6.
       AUTHOR. EQUIPE-CARGA-AD.
       INSTALLATION. CARGA-DB2PRD-TPSSOA-EVNTO-SIT.
       DATE-WRITTEN. 15/10/2026.
       DATE-COMPILED. 15/10/2026.
      ******************************************************************
      * HISTORICO DE MODIFICACOES                                     *
      *----------------------------------------------------------------
      * DATA       AUTOR   DESCRICAO                                  *
      * 15/10/2026 EAD     PROGRAMA INICIAL - PAINEL DE QUALIDADE DOS  *
      *                    REJEITOS DA CARGA.                          *
      * 15/10/2026 EAD     NOITE COM CONTROLE AINDA EM ANDAMENTO       *
      *                    (ANEXACAO INTERROMPIDA) OU SEM CONTROLE NAO *
      *                    E CONTADA: O CONTROLE, OS REJEITOS E OS     *
      *                    VOLUMES DELA FICAM DE FORA DO PAINEL.       *
      ******************************************************************
      ******************************************************************
      * FUNCAO: PAINEL SEMANAL OU MENSAL DE QUALIDADE DOS DADOS DA     *
      *         CARGA, A PARTIR DO HISTORICO PERMANENTE DE REJEITOS    *
      *         (VSAM KSDS REJHIST, CPLDB0Z5, ANEXADO TODA NOITE POR   *
      *         CPLDB0F4). EM COLUNAS, DO PERIODO MAIS ANTIGO AO MAIS  *
      *         RECENTE, IMPRIME A QUANTIDADE DE REJEITOS E A TAXA DE  *
      *         REJEICAO (REJEITOS / DETALHES DO EXTRATO, EM %):       *
      *           - NO TOTAL DA CARGA;                                 *
      *           - POR MOTIVO (TAXA SOBRE O VOLUME TOTAL);            *
      *           - POR FILIAL E POR REGIAO (CADASTRO DE FILIAIS,      *
      *             CPLDB0L5), SOBRE O VOLUME DA FILIAL/REGIAO;        *
      *           - POR PARTICAO CPTCAO-TBELA, SOBRE O VOLUME DELA;    *
      *           - REJEITOS CORRIGIDOS (REAPRESENTADOS), PENDENTES E  *
      *             A MEDIA DE DIAS ENTRE O REJEITO E A CORRECAO;      *
      *         E LISTA AS CHAVES CRONICAS: CCNPJ-CPF + CTPO-PSSOA +   *
      *         NEVNTO-RTING REJEITADAS EM N OU MAIS NOITES DENTRO DA  *
      *         JANELA DO PAINEL.                                      *
      *         NOITE SEM VOLUME GRAVADO (EXTRATO INDISPONIVEL PARA    *
      *         CPLDB0F4) DEIXA A TAXA "N/D" QUANDO O PERIODO INTEIRO  *
      *         FICA SEM VOLUME.                                       *
      *                                                                *
      * PARAMETRO DE EXECUCAO (LINHA DE COMANDO):                      *
      *         POSICAO 1      - "S" = SEMANAL, "M" = MENSAL (PADRAO); *
      *         POSICOES 3-4   - QUANTIDADE DE PERIODOS, 01 A 08       *
      *                          (PADRAO 06);                          *
      *         POSICOES 6-7   - NOITES DE REJEICAO PARA UMA CHAVE SER *
      *                          CRONICA (PADRAO 03).                  *
      *         O PERIODO MAIS RECENTE TERMINA NA DATA DE NEGOCIO      *
      *         (DATANEG): A SEMANA SAO OS SETE DIAS ATE ELA; O MES E  *
      *         O MES CIVIL DELA.                                      *
      *                                                                *
      * RETURN-CODE: 0 = NORMAL; 4 = NENHUMA NOITE NA JANELA OU        *
      *         TABELA CHEIA (LINHAS OMITIDAS); 8 = PARAMETRO INVALIDO *
      *         OU ERRO DE ARQUIVO.                                    *
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HISTORICO-REJEITOS ASSIGN TO REJHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RH-CHAVE
               FILE STATUS IS FS-HISTORICO-REJEITOS.

           SELECT CADASTRO-FILIAIS ASSIGN TO FILIAL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FL-CFLIAL-CNPJ
               FILE STATUS IS FS-CADASTRO-FILIAIS.

           SELECT RELATORIO-SAIDA ASSIGN TO RELAT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RELATORIO-SAIDA.

           SELECT DATA-NEGOCIO-ENTRADA ASSIGN TO DATANEG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-DATA-NEGOCIO-ENTRADA.

       DATA DIVISION.
       FILE SECTION.
       FD  HISTORICO-REJEITOS.
           COPY CPLDB0Z5.

       FD  CADASTRO-FILIAIS.
           COPY CPLDB0L5.

       FD  RELATORIO-SAIDA.
       01  LINHA-RELATORIO            PIC X(132).

       FD  DATA-NEGOCIO-ENTRADA
           RECORDING MODE IS F.
           COPY CPLDB0U5.

       WORKING-STORAGE SECTION.
       01  FS-HISTORICO-REJEITOS      PIC X(2) VALUE "00".
       01  FS-CADASTRO-FILIAIS        PIC X(2) VALUE "00".
       01  FS-RELATORIO-SAIDA         PIC X(2) VALUE "00".
       01  FS-DATA-NEGOCIO-ENTRADA    PIC X(2) VALUE "00".

      ******************************************************************
      * DATA DE NEGOCIO DA ESTEIRA (CONTROLE DATANEG, CPLDB0U5)        *
      ******************************************************************
       01  WS-DATA-NEGOCIO            PIC 9(8) VALUE 0.
       01  FILLER REDEFINES WS-DATA-NEGOCIO.
           05 WS-ANO-NEGOCIO          PIC 9(4).
           05 WS-MES-NEGOCIO          PIC 9(2).
           05 FILLER                  PIC 9(2).

       01  SW-FIM-HISTORICO           PIC X(1) VALUE "N".
           88 FIM-DO-HISTORICO        VALUE "S".
       01  SW-FIM-CADASTRO            PIC X(1) VALUE "N".
           88 FIM-DO-CADASTRO         VALUE "S".

       01  SW-RELATORIO-ABERTO        PIC X(1) VALUE "N".
           88 RELATORIO-ABERTO        VALUE "S".

      ******************************************************************
      * PARAMETROS DE EXECUCAO                                         *
      ******************************************************************
       01  WS-PARAMETRO-EXECUCAO      PIC X(20) VALUE SPACE.
       01  WS-PERIODICIDADE           PIC X(1) VALUE "M".
           88 PAINEL-SEMANAL          VALUE "S".
           88 PAINEL-MENSAL           VALUE "M".
       01  WS-QTDE-PERIODOS           PIC 9(2) VALUE 6.
       01  WS-MINIMO-NOITES           PIC 9(2) VALUE 3.

      ******************************************************************
      * PERIODOS DO PAINEL: COLUNA 1 = O MAIS ANTIGO. INTERVALOS       *
      * CONTIGUOS; NO MENSAL O FIM E O DIA 31 DO MES.                  *
      ******************************************************************
       01  TABELA-PERIODOS.
           05 PE-PERIODO OCCURS 8 TIMES.
               10 PE-DATA-INICIO      PIC 9(8).
               10 PE-DATA-FIM         PIC 9(8).
               10 PE-QTDE-NOITES      PIC 9(5) USAGE COMP.
               10 PE-QTDE-REJEITOS    PIC 9(9) USAGE COMP.
               10 PE-QTDE-VOLUME      PIC 9(9) USAGE COMP.
               10 PE-QTDE-CORRIGIDOS  PIC 9(9) USAGE COMP.
               10 PE-SOMA-DIAS        PIC 9(11) USAGE COMP.

      ******************************************************************
      * NOITES CONCLUIDAS DENTRO DA JANELA DO PAINEL. OS CONTROLES     *
      * ("C") VEM ANTES DOS REJEITOS ("R") E VOLUMES ("V") NA ORDEM DA *
      * CHAVE; REJEITO OU VOLUME DE NOITE FORA DESTA TABELA (CONTROLE  *
      * EM ANDAMENTO OU INEXISTENTE) NAO E CONTADO.                    *
      ******************************************************************
       01  TABELA-NOITES-CONCLUIDAS.
           05 TN-QTDE-NOITES          PIC 9(3) USAGE COMP VALUE 0.
           05 TN-DATA-NOITE OCCURS 400 TIMES
                                      PIC 9(8).

       01  SW-NOITE-CONCLUIDA         PIC X(1) VALUE "N".
           88 NOITE-CONCLUIDA         VALUE "S".

       01  CALCULO-PERIODOS.
           05 WS-ANO-CALCULO          PIC 9(4) VALUE 0.
           05 WS-MES-CALCULO          PIC 9(2) VALUE 0.
           05 WS-DIAS-INTEIRO         PIC 9(7) VALUE 0.
           05 WS-DATA-PESQUISA        PIC 9(8) VALUE 0.
           05 WS-COLUNA               PIC 9(2) USAGE COMP VALUE 0.
           05 WS-DIAS-CORRECAO        PIC 9(7) VALUE 0.

      ******************************************************************
      * ACUMULADORES POR LINHA DO PAINEL. TODAS AS LINHAS TEM O MESMO  *
      * GRUPO DE COLUNAS (QUANTIDADE E VOLUME DA TAXA), MOVIDO INTEIRO *
      * PARA VALORES-LINHA NA IMPRESSAO. FILIAL E PARTICAO INDEXADAS   *
      * PELO PROPRIO CODIGO + 1.                                       *
      ******************************************************************
       01  TABELA-MOTIVOS.
           05 TM-QTDE-MOTIVOS         PIC 9(3) USAGE COMP VALUE 0.
           05 TM-MOTIVO OCCURS 100 TIMES.
               10 TM-COD-MOTIVO       PIC X(4).
               10 TM-COLUNAS.
                   15 TM-COLUNA OCCURS 8 TIMES.
                       20 TM-QTDE     PIC 9(9) USAGE COMP.
                       20 TM-VOLUME   PIC 9(9) USAGE COMP.
       01  ORDEM-MOTIVOS.
           05 TO-MOTIVO OCCURS 100 TIMES
                                      PIC 9(3) USAGE COMP.

       01  TABELA-FILIAIS-PAINEL.
           05 TB-FILIAL OCCURS 10000 TIMES.
               10 TB-SW-REJEITO       PIC X(1).
                   88 TB-COM-REJEITO  VALUE "S".
               10 TB-SW-DADOS         PIC X(1).
                   88 TB-COM-DADOS    VALUE "S".
               10 TB-COLUNAS.
                   15 TB-COLUNA OCCURS 8 TIMES.
                       20 TB-QTDE     PIC 9(9) USAGE COMP.
                       20 TB-VOLUME   PIC 9(9) USAGE COMP.

       01  TABELA-PARTICOES.
           05 TP-PARTICAO OCCURS 1000 TIMES.
               10 TP-SW-REJEITO       PIC X(1).
                   88 TP-COM-REJEITO  VALUE "S".
               10 TP-COLUNAS.
                   15 TP-COLUNA OCCURS 8 TIMES.
                       20 TP-QTDE     PIC 9(9) USAGE COMP.
                       20 TP-VOLUME   PIC 9(9) USAGE COMP.

       01  TABELA-REGIOES.
           05 TR-QTDE-REGIOES         PIC 9(3) USAGE COMP VALUE 0.
           05 TR-REGIAO-ENTRADA OCCURS 100 TIMES.
               10 TR-REGIAO           PIC X(20).
               10 TR-SW-REJEITO       PIC X(1).
                   88 TR-COM-REJEITO  VALUE "S".
               10 TR-COLUNAS.
                   15 TR-COLUNA OCCURS 8 TIMES.
                       20 TR-QTDE     PIC 9(9) USAGE COMP.
                       20 TR-VOLUME   PIC 9(9) USAGE COMP.
       01  ORDEM-REGIOES.
           05 TO-REGIAO OCCURS 100 TIMES
                                      PIC 9(3) USAGE COMP.

      ******************************************************************
      * CADASTRO DE FILIAIS CARREGADO EM MEMORIA NA INICIALIZACAO,     *
      * COMO NO RESUMO POR FILIAL (CPLDB0B8).                          *
      ******************************************************************
       01  TABELA-FILIAIS.
           05 TF-QTDE-FILIAIS         PIC 9(4) USAGE COMP VALUE 0.
           05 TF-ENTRADA OCCURS 500 TIMES.
               10 TF-CFLIAL-CNPJ      PIC 9(4).
               10 TF-NOME             PIC X(30).
               10 TF-REGIAO           PIC X(20).

       01  WS-REGIAO-FILIAL           PIC X(20) VALUE SPACES.
       01  WS-NOME-FILIAL             PIC X(30) VALUE SPACES.

      ******************************************************************
      * CHAVE EM ANALISE PARA A LISTA DE CRONICAS (QUEBRA POR CHAVE DE *
      * EVENTO; OS REJEITOS DA CHAVE CHEGAM EM ORDEM DE DATA) E LISTA  *
      * DAS CHAVES CRONICAS ENCONTRADAS.                               *
      ******************************************************************
       01  CHAVE-ATUAL.
           05 CA-CHAVE-EVENTO.
               10 CA-CCNPJ-CPF        PIC 9(9).
               10 CA-CTPO-PSSOA       PIC X(1).
               10 CA-NEVNTO-RTING     PIC 9(5).
           05 CA-QTDE-NOITES          PIC 9(3) USAGE COMP.
           05 CA-DATA-PRIMEIRA        PIC 9(8).
           05 CA-DATA-ULTIMA          PIC 9(8).
           05 CA-COD-MOTIVO           PIC X(4).
           05 CA-CFLIAL-CNPJ          PIC 9(4).
           05 CA-CPTCAO-TBELA         PIC 9(3).
           05 CA-SITUACAO             PIC X(1).

       01  TABELA-CRONICAS.
           05 TC-QTDE-CRONICAS        PIC 9(3) USAGE COMP VALUE 0.
           05 TC-CRONICA OCCURS 500 TIMES.
               10 TC-CCNPJ-CPF        PIC 9(9).
               10 TC-CTPO-PSSOA       PIC X(1).
               10 TC-NEVNTO-RTING     PIC 9(5).
               10 TC-QTDE-NOITES      PIC 9(3) USAGE COMP.
               10 TC-DATA-PRIMEIRA    PIC 9(8).
               10 TC-DATA-ULTIMA      PIC 9(8).
               10 TC-COD-MOTIVO       PIC X(4).
               10 TC-CFLIAL-CNPJ      PIC 9(4).
               10 TC-CPTCAO-TBELA     PIC 9(3).
               10 TC-SITUACAO         PIC X(1).

      ******************************************************************
      * VALORES DA LINHA EM IMPRESSAO, NO MESMO FORMATO DOS GRUPOS DE  *
      * COLUNAS DAS TABELAS ACIMA                                      *
      ******************************************************************
       01  VALORES-LINHA.
           05 VL-COLUNA OCCURS 8 TIMES.
               10 VL-QTDE             PIC 9(9) USAGE COMP.
               10 VL-VOLUME           PIC 9(9) USAGE COMP.

       01  SW-TAXA                    PIC X(1) VALUE "S".
           88 LINHA-COM-TAXA          VALUE "S".
           88 LINHA-SEM-TAXA          VALUE "N".

       01  WS-TAXA                    PIC 9(7)V9(1) VALUE 0.

       01  INDICES.
           05 WS-IDX-COL              PIC 9(2) USAGE COMP VALUE 0.
           05 WS-IDX-MOTIVO           PIC 9(3) USAGE COMP VALUE 0.
           05 WS-IDX-REGIAO           PIC 9(3) USAGE COMP VALUE 0.
           05 WS-IDX-FILIAL           PIC 9(5) USAGE COMP VALUE 0.
           05 WS-IDX-CADASTRO         PIC 9(4) USAGE COMP VALUE 0.
           05 WS-IDX-CRONICA          PIC 9(3) USAGE COMP VALUE 0.
           05 WS-IDX-I                PIC 9(3) USAGE COMP VALUE 0.
           05 WS-IDX-J                PIC 9(3) USAGE COMP VALUE 0.
           05 WS-IDX-TROCA            PIC 9(3) USAGE COMP VALUE 0.
           05 WS-IDX-NOITE            PIC 9(3) USAGE COMP VALUE 0.
           05 WS-CODIGO-DIMENSAO      PIC 9(4) VALUE 0.

       01  CONTADORES.
           05 CT-REGISTROS-LIDOS      PIC 9(9) USAGE COMP VALUE 0.
           05 CT-REJEITOS-JANELA      PIC 9(9) USAGE COMP VALUE 0.
           05 CT-NOITES-JANELA        PIC 9(5) USAGE COMP VALUE 0.
           05 CT-MOTIVOS-OMITIDOS     PIC 9(9) USAGE COMP VALUE 0.
           05 CT-REGIOES-OMITIDAS     PIC 9(9) USAGE COMP VALUE 0.
           05 CT-CRONICAS-OMITIDAS    PIC 9(9) USAGE COMP VALUE 0.
           05 CT-NOITE-NAO-CONCLUIDA  PIC 9(9) USAGE COMP VALUE 0.

      ******************************************************************
      * LINHAS DO RELATORIO                                            *
      ******************************************************************
       01  LINHA-CABECALHO.
           05 FILLER                  PIC X(52) VALUE
               "CPLDB0F6 - PAINEL DE QUALIDADE DOS REJEITOS DA CARGA".
           05 FILLER                  PIC X(3) VALUE " - ".
           05 LC-PERIODICIDADE        PIC X(7).
           05 FILLER                  PIC X(15) VALUE
               " - REFERENCIA: ".
           05 LC-DATA-REFERENCIA      PIC 9(8).
           05 FILLER                  PIC X(47) VALUE SPACES.

       01  LINHA-CRITERIO.
           05 FILLER                  PIC X(40) VALUE
               "CHAVE CRONICA: REJEITADA EM PELO MENOS ".
           05 LCR-MINIMO-NOITES       PIC Z9.
           05 FILLER                  PIC X(18) VALUE
               " NOITES DA JANELA.".
           05 FILLER                  PIC X(45) VALUE
               "  TAXA = REJEITOS / DETALHES DO EXTRATO (%); ".
           05 FILLER                  PIC X(27) VALUE
               "N/D = SEM VOLUME NO PERIODO".

       01  LINHA-DATAS-PERIODO.
           05 LDP-TITULO              PIC X(20).
           05 LDP-COLUNA OCCURS 8 TIMES.
               10 FILLER              PIC X(1).
               10 LDP-ROTULO          PIC X(4).
               10 LDP-DATA            PIC X(8).
               10 FILLER              PIC X(1).

       01  LINHA-TITULO-COLUNAS.
           05 FILLER                  PIC X(20) VALUE SPACES.
           05 LTC-COLUNA OCCURS 8 TIMES
                                      PIC X(14).

       01  LINHA-SECAO.
           05 FILLER                  PIC X(2) VALUE "* ".
           05 LSC-TITULO              PIC X(60).
           05 FILLER                  PIC X(70) VALUE SPACES.

       01  LINHA-PERIODOS.
           05 LP-ROTULO               PIC X(20).
           05 LP-COLUNA OCCURS 8 TIMES.
               10 FILLER              PIC X(1).
               10 LP-QTDE             PIC Z(6)9.
               10 LP-QTDE-X REDEFINES LP-QTDE
                                      PIC X(7).
               10 FILLER              PIC X(1).
               10 LP-TAXA             PIC ZZ9,9.
               10 LP-TAXA-X REDEFINES LP-TAXA
                                      PIC X(5).

       01  LINHA-ROTULO-FILIAL.
           05 LRF-CFLIAL-CNPJ         PIC 9(4).
           05 FILLER                  PIC X(1) VALUE SPACES.
           05 LRF-NOME                PIC X(15).

       01  LINHA-ROTULO-PARTICAO.
           05 FILLER                  PIC X(9) VALUE "PARTICAO ".
           05 LRP-CPTCAO-TBELA        PIC 9(3).
           05 FILLER                  PIC X(8) VALUE SPACES.

       01  LINHA-TITULO-CRONICAS.
           05 FILLER                  PIC X(46) VALUE
               "  CCNPJ-CPF T EVENTO NOITES PRIMEIRA ULTIMA   ".
           05 FILLER                  PIC X(44) VALUE
               "   MOTIVO FILIAL PARTICAO SITUACAO          ".
           05 FILLER                  PIC X(42) VALUE SPACES.

       01  LINHA-CRONICA.
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 LCN-CCNPJ-CPF           PIC 9(9).
           05 FILLER                  PIC X(1) VALUE SPACES.
           05 LCN-CTPO-PSSOA          PIC X(1).
           05 FILLER                  PIC X(1) VALUE SPACES.
           05 LCN-NEVNTO-RTING        PIC 9(5).
           05 FILLER                  PIC X(5) VALUE SPACES.
           05 LCN-QTDE-NOITES         PIC ZZ9.
           05 FILLER                  PIC X(1) VALUE SPACES.
           05 LCN-DATA-PRIMEIRA       PIC 9(8).
           05 FILLER                  PIC X(1) VALUE SPACES.
           05 LCN-DATA-ULTIMA         PIC 9(8).
           05 FILLER                  PIC X(4) VALUE SPACES.
           05 LCN-COD-MOTIVO          PIC X(4).
           05 FILLER                  PIC X(3) VALUE SPACES.
           05 LCN-CFLIAL-CNPJ         PIC 9(4).
           05 FILLER                  PIC X(6) VALUE SPACES.
           05 LCN-CPTCAO-TBELA        PIC 9(3).
           05 FILLER                  PIC X(3) VALUE SPACES.
           05 LCN-SITUACAO            PIC X(9).
           05 FILLER                  PIC X(51) VALUE SPACES.

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
               PERFORM 2000-LER-HISTORICO THRU 2000-LER-HISTORICO-EXIT
                   UNTIL FIM-DO-HISTORICO
               PERFORM 2250-FECHAR-CHAVE THRU 2250-FECHAR-CHAVE-EXIT
               CLOSE HISTORICO-REJEITOS
               PERFORM 3000-MONTAR-REGIOES
                   THRU 3000-MONTAR-REGIOES-EXIT
               PERFORM 3100-ORDENAR THRU 3100-ORDENAR-EXIT
               PERFORM 4000-IMPRIMIR-PAINEL
                   THRU 4000-IMPRIMIR-PAINEL-EXIT
           END-IF
           PERFORM 9000-FINALIZAR THRU 9000-FINALIZAR-EXIT
           GOBACK.

      ******************************************************************
      * 0100-OBTER-PARAMETRO - PERIODICIDADE, QUANTIDADE DE PERIODOS E *
      *      MINIMO DE NOITES DA CHAVE CRONICA                         *
      ******************************************************************
       0100-OBTER-PARAMETRO.
           ACCEPT WS-PARAMETRO-EXECUCAO FROM COMMAND-LINE
           IF WS-PARAMETRO-EXECUCAO(1:1) NOT = SPACE
               MOVE WS-PARAMETRO-EXECUCAO(1:1) TO WS-PERIODICIDADE
           END-IF
           IF NOT PAINEL-SEMANAL AND NOT PAINEL-MENSAL
               DISPLAY "CPLDB0F6 - PERIODICIDADE INVALIDA (USE S OU M):"
                   " " WS-PERIODICIDADE
               MOVE 8 TO RETURN-CODE
               GO TO 0100-OBTER-PARAMETRO-EXIT
           END-IF

           IF WS-PARAMETRO-EXECUCAO(3:2) IS NUMERIC
               MOVE WS-PARAMETRO-EXECUCAO(3:2) TO WS-QTDE-PERIODOS
           END-IF
           IF WS-QTDE-PERIODOS < 1 OR WS-QTDE-PERIODOS > 8
               DISPLAY "CPLDB0F6 - QUANTIDADE DE PERIODOS INVALIDA "
                   "(01 A 08): " WS-QTDE-PERIODOS
               MOVE 8 TO RETURN-CODE
               GO TO 0100-OBTER-PARAMETRO-EXIT
           END-IF

           IF WS-PARAMETRO-EXECUCAO(6:2) IS NUMERIC
               MOVE WS-PARAMETRO-EXECUCAO(6:2) TO WS-MINIMO-NOITES
           END-IF
           IF WS-MINIMO-NOITES < 2
               DISPLAY "CPLDB0F6 - MINIMO DE NOITES DA CHAVE CRONICA "
                   "INVALIDO (02 A 99): " WS-MINIMO-NOITES
               MOVE 8 TO RETURN-CODE
               GO TO 0100-OBTER-PARAMETRO-EXIT
           END-IF

           DISPLAY "CPLDB0F6 - PAINEL " WS-PERIODICIDADE " - PERIODOS: "
               WS-QTDE-PERIODOS " - REFERENCIA: " WS-DATA-NEGOCIO
               " - CRONICA A PARTIR DE " WS-MINIMO-NOITES " NOITES".
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
               DISPLAY "CPLDB0F6 - CONTROLE DE DATA DE NEGOCIO "
                   "INDISPONIVEL (" FS-DATA-NEGOCIO-ENTRADA
                   ") - USANDO A DATA DO SISTEMA"
               ACCEPT WS-DATA-NEGOCIO FROM DATE YYYYMMDD
               GO TO 0150-OBTER-DATA-NEGOCIO-EXIT
           END-IF
           READ DATA-NEGOCIO-ENTRADA
               AT END
                   DISPLAY "CPLDB0F6 - CONTROLE DE DATA DE NEGOCIO "
                       "VAZIO - USANDO A DATA DO SISTEMA"
                   ACCEPT WS-DATA-NEGOCIO FROM DATE YYYYMMDD
               NOT AT END
                   MOVE DN-DATA-ATUAL TO WS-DATA-NEGOCIO
           END-READ
           CLOSE DATA-NEGOCIO-ENTRADA.
       0150-OBTER-DATA-NEGOCIO-EXIT.
           EXIT.

      ******************************************************************
      * 1000-INICIALIZAR - MONTA OS PERIODOS, CARREGA AS FILIAIS E     *
      *      ABRE O HISTORICO E O RELATORIO                            *
      ******************************************************************
       1000-INICIALIZAR.
           INITIALIZE TABELA-PERIODOS
           INITIALIZE TABELA-FILIAIS-PAINEL
           INITIALIZE TABELA-PARTICOES
           MOVE SPACES TO CHAVE-ATUAL
           MOVE 0      TO CA-QTDE-NOITES
           MOVE SPACES TO LINHA-DATAS-PERIODO
           MOVE "PERIODO" TO LDP-TITULO

           IF PAINEL-MENSAL
               MOVE WS-ANO-NEGOCIO TO WS-ANO-CALCULO
               MOVE WS-MES-NEGOCIO TO WS-MES-CALCULO
               PERFORM 1060-MONTAR-MES THRU 1060-MONTAR-MES-EXIT
                   VARYING WS-IDX-COL FROM WS-QTDE-PERIODOS BY -1
                   UNTIL WS-IDX-COL < 1
           ELSE
               COMPUTE WS-DIAS-INTEIRO =
                   FUNCTION INTEGER-OF-DATE(WS-DATA-NEGOCIO)
               PERFORM 1070-MONTAR-SEMANA THRU 1070-MONTAR-SEMANA-EXIT
                   VARYING WS-IDX-COL FROM WS-QTDE-PERIODOS BY -1
                   UNTIL WS-IDX-COL < 1
           END-IF
           DISPLAY "CPLDB0F6 - JANELA DO PAINEL: " PE-DATA-INICIO(1)
               " A " WS-DATA-NEGOCIO

           PERFORM 1090-CARREGAR-FILIAIS
               THRU 1090-CARREGAR-FILIAIS-EXIT

           OPEN INPUT HISTORICO-REJEITOS
           IF FS-HISTORICO-REJEITOS NOT = "00"
               DISPLAY "CPLDB0F6 - ERRO AO ABRIR HISTORICO DE REJEITOS "
                       FS-HISTORICO-REJEITOS
               MOVE 8 TO RETURN-CODE
               GO TO 1000-INICIALIZAR-EXIT
           END-IF

           OPEN OUTPUT RELATORIO-SAIDA
           IF FS-RELATORIO-SAIDA NOT = "00"
               DISPLAY "CPLDB0F6 - ERRO AO ABRIR RELATORIO DE SAIDA "
                       FS-RELATORIO-SAIDA
               CLOSE HISTORICO-REJEITOS
               MOVE 8 TO RETURN-CODE
               GO TO 1000-INICIALIZAR-EXIT
           END-IF
           SET RELATORIO-ABERTO TO TRUE.
       1000-INICIALIZAR-EXIT.
           EXIT.

      ******************************************************************
      * 1060-MONTAR-MES - UM MES CIVIL POR COLUNA, DO MES DA DATA DE   *
      *      NEGOCIO PARA TRAS                                         *
      ******************************************************************
       1060-MONTAR-MES.
           COMPUTE PE-DATA-INICIO(WS-IDX-COL) =
               WS-ANO-CALCULO * 10000 + WS-MES-CALCULO * 100 + 1
           COMPUTE PE-DATA-FIM(WS-IDX-COL) =
               WS-ANO-CALCULO * 10000 + WS-MES-CALCULO * 100 + 31
           MOVE "MES " TO LDP-ROTULO(WS-IDX-COL)
           MOVE SPACES TO LDP-DATA(WS-IDX-COL)
           MOVE WS-ANO-CALCULO TO LDP-DATA(WS-IDX-COL)(1:4)
           MOVE "/"            TO LDP-DATA(WS-IDX-COL)(5:1)
           MOVE WS-MES-CALCULO TO LDP-DATA(WS-IDX-COL)(6:2)
           IF WS-MES-CALCULO = 1
               MOVE 12 TO WS-MES-CALCULO
               SUBTRACT 1 FROM WS-ANO-CALCULO
           ELSE
               SUBTRACT 1 FROM WS-MES-CALCULO
           END-IF.
       1060-MONTAR-MES-EXIT.
           EXIT.

      ******************************************************************
      * 1070-MONTAR-SEMANA - SETE DIAS POR COLUNA, TERMINANDO NA DATA  *
      *      DE NEGOCIO; WS-DIAS-INTEIRO E O ULTIMO DIA DA COLUNA      *
      ******************************************************************
       1070-MONTAR-SEMANA.
           COMPUTE PE-DATA-FIM(WS-IDX-COL) =
               FUNCTION DATE-OF-INTEGER(WS-DIAS-INTEIRO)
           SUBTRACT 6 FROM WS-DIAS-INTEIRO
           COMPUTE PE-DATA-INICIO(WS-IDX-COL) =
               FUNCTION DATE-OF-INTEGER(WS-DIAS-INTEIRO)
           SUBTRACT 1 FROM WS-DIAS-INTEIRO
           MOVE "ATE " TO LDP-ROTULO(WS-IDX-COL)
           MOVE PE-DATA-FIM(WS-IDX-COL) TO LDP-DATA(WS-IDX-COL).
       1070-MONTAR-SEMANA-EXIT.
           EXIT.

      ******************************************************************
      * 1090-CARREGAR-FILIAIS - CARREGA NOME E REGIAO DE CADA FILIAL   *
      *      DO CADASTRO (VSAM FILIAL). CADASTRO INDISPONIVEL = FILIAL *
      *      SEM NOME E SEM REGIAO NO PAINEL, COM AVISO.               *
      ******************************************************************
       1090-CARREGAR-FILIAIS.
           OPEN INPUT CADASTRO-FILIAIS
           IF FS-CADASTRO-FILIAIS NOT = "00"
               DISPLAY "CPLDB0F6 - CADASTRO DE FILIAIS INDISPONIVEL ("
                   FS-CADASTRO-FILIAIS ") - PAINEL SEM REGIOES"
               GO TO 1090-CARREGAR-FILIAIS-EXIT
           END-IF
           PERFORM 1095-LER-FILIAL THRU 1095-LER-FILIAL-EXIT
               UNTIL FIM-DO-CADASTRO
           CLOSE CADASTRO-FILIAIS
           DISPLAY "CPLDB0F6 - FILIAIS CARREGADAS: " TF-QTDE-FILIAIS.
       1090-CARREGAR-FILIAIS-EXIT.
           EXIT.

       1095-LER-FILIAL.
           READ CADASTRO-FILIAIS
               AT END
                   SET FIM-DO-CADASTRO TO TRUE
               NOT AT END
                   IF TF-QTDE-FILIAIS < 500
                       ADD 1 TO TF-QTDE-FILIAIS
                       MOVE FL-CFLIAL-CNPJ
                           TO TF-CFLIAL-CNPJ(TF-QTDE-FILIAIS)
                       MOVE FL-NOME   TO TF-NOME(TF-QTDE-FILIAIS)
                       MOVE FL-REGIAO TO TF-REGIAO(TF-QTDE-FILIAIS)
                   ELSE
                       DISPLAY "CPLDB0F6 - TABELA DE FILIAIS CHEIA, "
                           "FILIAL IGNORADA: " FL-CFLIAL-CNPJ
                   END-IF
           END-READ.
       1095-LER-FILIAL-EXIT.
           EXIT.

      ******************************************************************
      * 2000-LER-HISTORICO - LE O HISTORICO INTEIRO EM ORDEM DE CHAVE  *
      *      (CONTROLES, REJEITOS E VOLUMES) E ACUMULA O QUE CAI NA    *
      *      JANELA DO PAINEL                                          *
      ******************************************************************
       2000-LER-HISTORICO.
           READ HISTORICO-REJEITOS
               AT END
                   SET FIM-DO-HISTORICO TO TRUE
                   GO TO 2000-LER-HISTORICO-EXIT
           END-READ
           ADD 1 TO CT-REGISTROS-LIDOS
           EVALUATE TRUE
               WHEN RH-CONTROLE
                   PERFORM 2100-ACUMULAR-CONTROLE
                       THRU 2100-ACUMULAR-CONTROLE-EXIT
               WHEN RH-REJEITO
                   PERFORM 2200-ACUMULAR-REJEITO
                       THRU 2200-ACUMULAR-REJEITO-EXIT
               WHEN RH-VOLUME
                   PERFORM 2300-ACUMULAR-VOLUME
                       THRU 2300-ACUMULAR-VOLUME-EXIT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       2000-LER-HISTORICO-EXIT.
           EXIT.

      ******************************************************************
      * 2100-ACUMULAR-CONTROLE - NOITES ANEXADAS E VOLUME TOTAL DO     *
      *      EXTRATO POR PERIODO; NOITE EM ANDAMENTO FICA DE FORA ATE  *
      *      A REEXECUCAO DE CPLDB0F4 CONCLUI-LA. A NOITE CONCLUIDA NA *
      *      JANELA ENTRA NA TABELA DE NOITES CONCLUIDAS.              *
      ******************************************************************
       2100-ACUMULAR-CONTROLE.
           IF RH-ANEXACAO-EM-ANDAMENTO
               GO TO 2100-ACUMULAR-CONTROLE-EXIT
           END-IF
           MOVE RH-DATA-CONTROLE TO WS-DATA-PESQUISA
           PERFORM 2900-LOCALIZAR-PERIODO
               THRU 2900-LOCALIZAR-PERIODO-EXIT
           IF WS-COLUNA = 0
               GO TO 2100-ACUMULAR-CONTROLE-EXIT
           END-IF
           IF TN-QTDE-NOITES < 400
               ADD 1 TO TN-QTDE-NOITES
               MOVE RH-DATA-CONTROLE TO TN-DATA-NOITE(TN-QTDE-NOITES)
           END-IF
           ADD 1 TO CT-NOITES-JANELA
           ADD 1 TO PE-QTDE-NOITES(WS-COLUNA)
           ADD RH-QTDE-EXTRATO TO PE-QTDE-VOLUME(WS-COLUNA).
       2100-ACUMULAR-CONTROLE-EXIT.
           EXIT.

      ******************************************************************
      * 2200-ACUMULAR-REJEITO - TOTAIS POR PERIODO, MOTIVO, FILIAL E   *
      *      PARTICAO, CORRECOES E ANALISE DE CHAVE CRONICA            *
      ******************************************************************
       2200-ACUMULAR-REJEITO.
           IF RH-CHAVE-EVENTO NOT = CA-CHAVE-EVENTO
               PERFORM 2250-FECHAR-CHAVE THRU 2250-FECHAR-CHAVE-EXIT
               MOVE RH-CHAVE-EVENTO TO CA-CHAVE-EVENTO
               MOVE 0 TO CA-QTDE-NOITES
               MOVE 0 TO CA-DATA-ULTIMA
           END-IF

           MOVE RH-DATA-MOVIMENTO TO WS-DATA-PESQUISA
           PERFORM 2900-LOCALIZAR-PERIODO
               THRU 2900-LOCALIZAR-PERIODO-EXIT
           IF WS-COLUNA = 0
               GO TO 2200-ACUMULAR-REJEITO-EXIT
           END-IF
           PERFORM 2950-CONFERIR-NOITE THRU 2950-CONFERIR-NOITE-EXIT
           IF NOT NOITE-CONCLUIDA
               ADD 1 TO CT-NOITE-NAO-CONCLUIDA
               GO TO 2200-ACUMULAR-REJEITO-EXIT
           END-IF
           ADD 1 TO CT-REJEITOS-JANELA
           ADD 1 TO PE-QTDE-REJEITOS(WS-COLUNA)

           PERFORM 2210-PROCURAR-MOTIVO THRU 2210-PROCURAR-MOTIVO-EXIT
               VARYING WS-IDX-MOTIVO FROM 1 BY 1
               UNTIL WS-IDX-MOTIVO > TM-QTDE-MOTIVOS
                  OR TM-COD-MOTIVO(WS-IDX-MOTIVO) = RH-COD-MOTIVO
           IF WS-IDX-MOTIVO > TM-QTDE-MOTIVOS
               IF TM-QTDE-MOTIVOS < 100
                   ADD 1 TO TM-QTDE-MOTIVOS
                   INITIALIZE TM-MOTIVO(TM-QTDE-MOTIVOS)
                   MOVE RH-COD-MOTIVO
                       TO TM-COD-MOTIVO(TM-QTDE-MOTIVOS)
               ELSE
                   MOVE 0 TO WS-IDX-MOTIVO
                   ADD 1 TO CT-MOTIVOS-OMITIDOS
               END-IF
           END-IF
           IF WS-IDX-MOTIVO > 0
               ADD 1 TO TM-QTDE(WS-IDX-MOTIVO, WS-COLUNA)
           END-IF

           MOVE RH-CFLIAL-CNPJ TO WS-CODIGO-DIMENSAO
           COMPUTE WS-IDX-FILIAL = WS-CODIGO-DIMENSAO + 1
           ADD 1 TO TB-QTDE(WS-IDX-FILIAL, WS-COLUNA)
           SET TB-COM-REJEITO(WS-IDX-FILIAL) TO TRUE
           SET TB-COM-DADOS(WS-IDX-FILIAL) TO TRUE

           MOVE RH-CPTCAO-TBELA TO WS-CODIGO-DIMENSAO
           COMPUTE WS-IDX-FILIAL = WS-CODIGO-DIMENSAO + 1
           ADD 1 TO TP-QTDE(WS-IDX-FILIAL, WS-COLUNA)
           SET TP-COM-REJEITO(WS-IDX-FILIAL) TO TRUE

           IF RH-CORRIGIDO
               ADD 1 TO PE-QTDE-CORRIGIDOS(WS-COLUNA)
               COMPUTE WS-DIAS-CORRECAO =
                   FUNCTION INTEGER-OF-DATE(RH-DATA-CORRECAO)
                   - FUNCTION INTEGER-OF-DATE(RH-DATA-MOVIMENTO)
               ADD WS-DIAS-CORRECAO TO PE-SOMA-DIAS(WS-COLUNA)
           END-IF

           IF RH-DATA-MOVIMENTO NOT = CA-DATA-ULTIMA
               ADD 1 TO CA-QTDE-NOITES
               IF CA-QTDE-NOITES = 1
                   MOVE RH-DATA-MOVIMENTO TO CA-DATA-PRIMEIRA
               END-IF
               MOVE RH-DATA-MOVIMENTO TO CA-DATA-ULTIMA
           END-IF
           MOVE RH-COD-MOTIVO   TO CA-COD-MOTIVO
           MOVE RH-CFLIAL-CNPJ  TO CA-CFLIAL-CNPJ
           MOVE RH-CPTCAO-TBELA TO CA-CPTCAO-TBELA
           MOVE RH-SITUACAO     TO CA-SITUACAO.
       2200-ACUMULAR-REJEITO-EXIT.
           EXIT.

       2210-PROCURAR-MOTIVO.
           CONTINUE.
       2210-PROCURAR-MOTIVO-EXIT.
           EXIT.

      ******************************************************************
      * 2250-FECHAR-CHAVE - FIM DOS REJEITOS DE UMA CHAVE: GUARDA-A NA *
      *      LISTA DE CRONICAS SE FOI REJEITADA EM NOITES SUFICIENTES  *
      ******************************************************************
       2250-FECHAR-CHAVE.
           IF CA-QTDE-NOITES < WS-MINIMO-NOITES
               GO TO 2250-FECHAR-CHAVE-EXIT
           END-IF
           IF TC-QTDE-CRONICAS NOT < 500
               ADD 1 TO CT-CRONICAS-OMITIDAS
               GO TO 2250-FECHAR-CHAVE-EXIT
           END-IF
           ADD 1 TO TC-QTDE-CRONICAS
           MOVE TC-QTDE-CRONICAS TO WS-IDX-CRONICA
           MOVE CA-CCNPJ-CPF     TO TC-CCNPJ-CPF(WS-IDX-CRONICA)
           MOVE CA-CTPO-PSSOA    TO TC-CTPO-PSSOA(WS-IDX-CRONICA)
           MOVE CA-NEVNTO-RTING  TO TC-NEVNTO-RTING(WS-IDX-CRONICA)
           MOVE CA-QTDE-NOITES   TO TC-QTDE-NOITES(WS-IDX-CRONICA)
           MOVE CA-DATA-PRIMEIRA TO TC-DATA-PRIMEIRA(WS-IDX-CRONICA)
           MOVE CA-DATA-ULTIMA   TO TC-DATA-ULTIMA(WS-IDX-CRONICA)
           MOVE CA-COD-MOTIVO    TO TC-COD-MOTIVO(WS-IDX-CRONICA)
           MOVE CA-CFLIAL-CNPJ   TO TC-CFLIAL-CNPJ(WS-IDX-CRONICA)
           MOVE CA-CPTCAO-TBELA  TO TC-CPTCAO-TBELA(WS-IDX-CRONICA)
           MOVE CA-SITUACAO      TO TC-SITUACAO(WS-IDX-CRONICA).
       2250-FECHAR-CHAVE-EXIT.
           EXIT.

      ******************************************************************
      * 2300-ACUMULAR-VOLUME - DETALHES DO EXTRATO POR FILIAL E POR    *
      *      PARTICAO, DENOMINADORES DAS TAXAS                         *
      ******************************************************************
       2300-ACUMULAR-VOLUME.
           MOVE RH-DATA-VOLUME TO WS-DATA-PESQUISA
           PERFORM 2900-LOCALIZAR-PERIODO
               THRU 2900-LOCALIZAR-PERIODO-EXIT
           IF WS-COLUNA = 0
               GO TO 2300-ACUMULAR-VOLUME-EXIT
           END-IF
           PERFORM 2950-CONFERIR-NOITE THRU 2950-CONFERIR-NOITE-EXIT
           IF NOT NOITE-CONCLUIDA
               ADD 1 TO CT-NOITE-NAO-CONCLUIDA
               GO TO 2300-ACUMULAR-VOLUME-EXIT
           END-IF
           COMPUTE WS-IDX-FILIAL = RH-CODIGO-DIMENSAO + 1
           EVALUATE RH-DIMENSAO
               WHEN "F"
                   ADD RH-QTDE-DETALHES
                       TO TB-VOLUME(WS-IDX-FILIAL, WS-COLUNA)
                   SET TB-COM-DADOS(WS-IDX-FILIAL) TO TRUE
               WHEN "P"
                   IF WS-IDX-FILIAL NOT > 1000
                       ADD RH-QTDE-DETALHES
                           TO TP-VOLUME(WS-IDX-FILIAL, WS-COLUNA)
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       2300-ACUMULAR-VOLUME-EXIT.
           EXIT.

      ******************************************************************
      * 2900-LOCALIZAR-PERIODO - COLUNA DO PERIODO QUE CONTEM          *
      *      WS-DATA-PESQUISA; ZERO = FORA DA JANELA DO PAINEL         *
      ******************************************************************
       2900-LOCALIZAR-PERIODO.
           MOVE 0 TO WS-COLUNA
           IF WS-DATA-PESQUISA < PE-DATA-INICIO(1)
              OR WS-DATA-PESQUISA > WS-DATA-NEGOCIO
               GO TO 2900-LOCALIZAR-PERIODO-EXIT
           END-IF
           PERFORM 2910-PROCURAR-PERIODO
               THRU 2910-PROCURAR-PERIODO-EXIT
               VARYING WS-COLUNA FROM 1 BY 1
               UNTIL WS-COLUNA NOT < WS-QTDE-PERIODOS
                  OR WS-DATA-PESQUISA NOT > PE-DATA-FIM(WS-COLUNA).
       2900-LOCALIZAR-PERIODO-EXIT.
           EXIT.

       2910-PROCURAR-PERIODO.
           CONTINUE.
       2910-PROCURAR-PERIODO-EXIT.
           EXIT.

      ******************************************************************
      * 2950-CONFERIR-NOITE - LIGA NOITE-CONCLUIDA SE WS-DATA-PESQUISA *
      *      ESTA NA TABELA DE NOITES CONCLUIDAS DA JANELA             *
      ******************************************************************
       2950-CONFERIR-NOITE.
           MOVE "N" TO SW-NOITE-CONCLUIDA
           PERFORM 2960-PROCURAR-NOITE THRU 2960-PROCURAR-NOITE-EXIT
               VARYING WS-IDX-NOITE FROM 1 BY 1
               UNTIL WS-IDX-NOITE > TN-QTDE-NOITES
                  OR TN-DATA-NOITE(WS-IDX-NOITE) = WS-DATA-PESQUISA
           IF WS-IDX-NOITE NOT > TN-QTDE-NOITES
               SET NOITE-CONCLUIDA TO TRUE
           END-IF.
       2950-CONFERIR-NOITE-EXIT.
           EXIT.

       2960-PROCURAR-NOITE.
           CONTINUE.
       2960-PROCURAR-NOITE-EXIT.
           EXIT.

      ******************************************************************
      * 3000-MONTAR-REGIOES - SOMA REJEITOS E VOLUMES DAS FILIAIS NA   *
      *      REGIAO DO CADASTRO; FILIAL FORA DO CADASTRO VAI PARA      *
      *      "NAO CADASTRADA"                                          *
      ******************************************************************
       3000-MONTAR-REGIOES.
           PERFORM 3010-ACUMULAR-REGIAO THRU 3010-ACUMULAR-REGIAO-EXIT
               VARYING WS-IDX-FILIAL FROM 1 BY 1
               UNTIL WS-IDX-FILIAL > 10000.
       3000-MONTAR-REGIOES-EXIT.
           EXIT.

       3010-ACUMULAR-REGIAO.
           IF NOT TB-COM-DADOS(WS-IDX-FILIAL)
               GO TO 3010-ACUMULAR-REGIAO-EXIT
           END-IF
           PERFORM 3020-DADOS-FILIAL THRU 3020-DADOS-FILIAL-EXIT

           PERFORM 3030-PROCURAR-REGIAO THRU 3030-PROCURAR-REGIAO-EXIT
               VARYING WS-IDX-REGIAO FROM 1 BY 1
               UNTIL WS-IDX-REGIAO > TR-QTDE-REGIOES
                  OR TR-REGIAO(WS-IDX-REGIAO) = WS-REGIAO-FILIAL
           IF WS-IDX-REGIAO > TR-QTDE-REGIOES
               IF TR-QTDE-REGIOES < 100
                   ADD 1 TO TR-QTDE-REGIOES
                   INITIALIZE TR-REGIAO-ENTRADA(TR-QTDE-REGIOES)
                   MOVE WS-REGIAO-FILIAL
                       TO TR-REGIAO(TR-QTDE-REGIOES)
               ELSE
                   ADD 1 TO CT-REGIOES-OMITIDAS
                   GO TO 3010-ACUMULAR-REGIAO-EXIT
               END-IF
           END-IF
           IF TB-COM-REJEITO(WS-IDX-FILIAL)
               SET TR-COM-REJEITO(WS-IDX-REGIAO) TO TRUE
           END-IF
           PERFORM 3040-SOMAR-COLUNA-REGIAO
               THRU 3040-SOMAR-COLUNA-REGIAO-EXIT
               VARYING WS-IDX-COL FROM 1 BY 1
               UNTIL WS-IDX-COL > WS-QTDE-PERIODOS.
       3010-ACUMULAR-REGIAO-EXIT.
           EXIT.

      ******************************************************************
      * 3020-DADOS-FILIAL - NOME E REGIAO DA FILIAL WS-IDX-FILIAL - 1  *
      ******************************************************************
       3020-DADOS-FILIAL.
           COMPUTE WS-CODIGO-DIMENSAO = WS-IDX-FILIAL - 1
           PERFORM 3025-PROCURAR-FILIAL THRU 3025-PROCURAR-FILIAL-EXIT
               VARYING WS-IDX-CADASTRO FROM 1 BY 1
               UNTIL WS-IDX-CADASTRO > TF-QTDE-FILIAIS
                  OR TF-CFLIAL-CNPJ(WS-IDX-CADASTRO)
                     = WS-CODIGO-DIMENSAO
           IF WS-IDX-CADASTRO > TF-QTDE-FILIAIS
               MOVE "NAO CADASTRADA" TO WS-REGIAO-FILIAL
               MOVE "NAO CADASTRADA" TO WS-NOME-FILIAL
           ELSE
               MOVE TF-REGIAO(WS-IDX-CADASTRO) TO WS-REGIAO-FILIAL
               MOVE TF-NOME(WS-IDX-CADASTRO)   TO WS-NOME-FILIAL
           END-IF.
       3020-DADOS-FILIAL-EXIT.
           EXIT.

       3025-PROCURAR-FILIAL.
           CONTINUE.
       3025-PROCURAR-FILIAL-EXIT.
           EXIT.

       3030-PROCURAR-REGIAO.
           CONTINUE.
       3030-PROCURAR-REGIAO-EXIT.
           EXIT.

       3040-SOMAR-COLUNA-REGIAO.
           ADD TB-QTDE(WS-IDX-FILIAL, WS-IDX-COL)
               TO TR-QTDE(WS-IDX-REGIAO, WS-IDX-COL)
           ADD TB-VOLUME(WS-IDX-FILIAL, WS-IDX-COL)
               TO TR-VOLUME(WS-IDX-REGIAO, WS-IDX-COL).
       3040-SOMAR-COLUNA-REGIAO-EXIT.
           EXIT.

      ******************************************************************
      * 3100-ORDENAR - ORDEM CRESCENTE DE MOTIVOS E DE REGIOES PARA O  *
      *      RELATORIO (SELECAO SIMPLES SOBRE OS INDICES)              *
      ******************************************************************
       3100-ORDENAR.
           PERFORM 3110-INICIAR-ORDEM-MOTIVO
               THRU 3110-INICIAR-ORDEM-MOTIVO-EXIT
               VARYING WS-IDX-I FROM 1 BY 1
               UNTIL WS-IDX-I > TM-QTDE-MOTIVOS
           PERFORM 3120-ORDENAR-MOTIVO THRU 3120-ORDENAR-MOTIVO-EXIT
               VARYING WS-IDX-I FROM 1 BY 1
               UNTIL WS-IDX-I >= TM-QTDE-MOTIVOS

           PERFORM 3140-INICIAR-ORDEM-REGIAO
               THRU 3140-INICIAR-ORDEM-REGIAO-EXIT
               VARYING WS-IDX-I FROM 1 BY 1
               UNTIL WS-IDX-I > TR-QTDE-REGIOES
           PERFORM 3150-ORDENAR-REGIAO THRU 3150-ORDENAR-REGIAO-EXIT
               VARYING WS-IDX-I FROM 1 BY 1
               UNTIL WS-IDX-I >= TR-QTDE-REGIOES.
       3100-ORDENAR-EXIT.
           EXIT.

       3110-INICIAR-ORDEM-MOTIVO.
           MOVE WS-IDX-I TO TO-MOTIVO(WS-IDX-I).
       3110-INICIAR-ORDEM-MOTIVO-EXIT.
           EXIT.

       3120-ORDENAR-MOTIVO.
           PERFORM 3130-COMPARAR-MOTIVO THRU 3130-COMPARAR-MOTIVO-EXIT
               VARYING WS-IDX-J FROM WS-IDX-I BY 1
               UNTIL WS-IDX-J > TM-QTDE-MOTIVOS.
       3120-ORDENAR-MOTIVO-EXIT.
           EXIT.

       3130-COMPARAR-MOTIVO.
           IF TM-COD-MOTIVO(TO-MOTIVO(WS-IDX-J)) <
              TM-COD-MOTIVO(TO-MOTIVO(WS-IDX-I))
               MOVE TO-MOTIVO(WS-IDX-I) TO WS-IDX-TROCA
               MOVE TO-MOTIVO(WS-IDX-J) TO TO-MOTIVO(WS-IDX-I)
               MOVE WS-IDX-TROCA        TO TO-MOTIVO(WS-IDX-J)
           END-IF.
       3130-COMPARAR-MOTIVO-EXIT.
           EXIT.

       3140-INICIAR-ORDEM-REGIAO.
           MOVE WS-IDX-I TO TO-REGIAO(WS-IDX-I).
       3140-INICIAR-ORDEM-REGIAO-EXIT.
           EXIT.

       3150-ORDENAR-REGIAO.
           PERFORM 3160-COMPARAR-REGIAO THRU 3160-COMPARAR-REGIAO-EXIT
               VARYING WS-IDX-J FROM WS-IDX-I BY 1
               UNTIL WS-IDX-J > TR-QTDE-REGIOES.
       3150-ORDENAR-REGIAO-EXIT.
           EXIT.

       3160-COMPARAR-REGIAO.
           IF TR-REGIAO(TO-REGIAO(WS-IDX-J)) <
              TR-REGIAO(TO-REGIAO(WS-IDX-I))
               MOVE TO-REGIAO(WS-IDX-I) TO WS-IDX-TROCA
               MOVE TO-REGIAO(WS-IDX-J) TO TO-REGIAO(WS-IDX-I)
               MOVE WS-IDX-TROCA        TO TO-REGIAO(WS-IDX-J)
           END-IF.
       3160-COMPARAR-REGIAO-EXIT.
           EXIT.

      ******************************************************************
      * 4000-IMPRIMIR-PAINEL - CABECALHO, SECOES POR PERIODO E LISTA   *
      *      DE CHAVES CRONICAS                                        *
      ******************************************************************
       4000-IMPRIMIR-PAINEL.
           IF PAINEL-MENSAL
               MOVE "MENSAL"  TO LC-PERIODICIDADE
           ELSE
               MOVE "SEMANAL" TO LC-PERIODICIDADE
           END-IF
           MOVE WS-DATA-NEGOCIO TO LC-DATA-REFERENCIA
           WRITE LINHA-RELATORIO FROM LINHA-CABECALHO
           MOVE WS-MINIMO-NOITES TO LCR-MINIMO-NOITES
           WRITE LINHA-RELATORIO FROM LINHA-CRITERIO
           MOVE SPACES TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO

           MOVE SPACES TO LTC-COLUNA(1) LTC-COLUNA(2) LTC-COLUNA(3)
                          LTC-COLUNA(4) LTC-COLUNA(5) LTC-COLUNA(6)
                          LTC-COLUNA(7) LTC-COLUNA(8)
           PERFORM 4010-TITULAR-COLUNA THRU 4010-TITULAR-COLUNA-EXIT
               VARYING WS-IDX-COL FROM 1 BY 1
               UNTIL WS-IDX-COL > WS-QTDE-PERIODOS
           WRITE LINHA-RELATORIO FROM LINHA-DATAS-PERIODO
           WRITE LINHA-RELATORIO FROM LINHA-TITULO-COLUNAS

           PERFORM 4100-IMPRIMIR-TOTAIS THRU 4100-IMPRIMIR-TOTAIS-EXIT

           MOVE "REJEITOS POR MOTIVO (TAXA SOBRE O VOLUME TOTAL)"
               TO LSC-TITULO
           PERFORM 4800-IMPRIMIR-SECAO THRU 4800-IMPRIMIR-SECAO-EXIT
           PERFORM 4200-IMPRIMIR-MOTIVO THRU 4200-IMPRIMIR-MOTIVO-EXIT
               VARYING WS-IDX-I FROM 1 BY 1
               UNTIL WS-IDX-I > TM-QTDE-MOTIVOS

           MOVE "REJEITOS POR FILIAL (TAXA SOBRE O VOLUME DA FILIAL)"
               TO LSC-TITULO
           PERFORM 4800-IMPRIMIR-SECAO THRU 4800-IMPRIMIR-SECAO-EXIT
           PERFORM 4300-IMPRIMIR-FILIAL THRU 4300-IMPRIMIR-FILIAL-EXIT
               VARYING WS-IDX-FILIAL FROM 1 BY 1
               UNTIL WS-IDX-FILIAL > 10000

           MOVE "REJEITOS POR REGIAO (TAXA SOBRE O VOLUME DA REGIAO)"
               TO LSC-TITULO
           PERFORM 4800-IMPRIMIR-SECAO THRU 4800-IMPRIMIR-SECAO-EXIT
           PERFORM 4400-IMPRIMIR-REGIAO THRU 4400-IMPRIMIR-REGIAO-EXIT
               VARYING WS-IDX-I FROM 1 BY 1
               UNTIL WS-IDX-I > TR-QTDE-REGIOES

           MOVE "REJEITOS POR PARTICAO (TAXA SOBRE O VOLUME DELA)"
               TO LSC-TITULO
           PERFORM 4800-IMPRIMIR-SECAO THRU 4800-IMPRIMIR-SECAO-EXIT
           PERFORM 4500-IMPRIMIR-PARTICAO
               THRU 4500-IMPRIMIR-PARTICAO-EXIT
               VARYING WS-IDX-FILIAL FROM 1 BY 1
               UNTIL WS-IDX-FILIAL > 1000

           PERFORM 4600-IMPRIMIR-CORRECOES
               THRU 4600-IMPRIMIR-CORRECOES-EXIT

           PERFORM 4700-IMPRIMIR-CRONICAS
               THRU 4700-IMPRIMIR-CRONICAS-EXIT.
       4000-IMPRIMIR-PAINEL-EXIT.
           EXIT.

       4010-TITULAR-COLUNA.
           MOVE "   QTDE TAXA%" TO LTC-COLUNA(WS-IDX-COL)(2:13).
       4010-TITULAR-COLUNA-EXIT.
           EXIT.

      ******************************************************************
      * 4100-IMPRIMIR-TOTAIS - NOITES, VOLUME E REJEITOS DA CARGA      *
      ******************************************************************
       4100-IMPRIMIR-TOTAIS.
           MOVE "TOTAL DA CARGA" TO LSC-TITULO
           PERFORM 4800-IMPRIMIR-SECAO THRU 4800-IMPRIMIR-SECAO-EXIT

           PERFORM 4110-CARREGAR-NOITES THRU 4110-CARREGAR-NOITES-EXIT
               VARYING WS-IDX-COL FROM 1 BY 1
               UNTIL WS-IDX-COL > WS-QTDE-PERIODOS
           MOVE "NOITES ANEXADAS" TO LP-ROTULO
           SET LINHA-SEM-TAXA TO TRUE
           PERFORM 4900-IMPRIMIR-LINHA THRU 4900-IMPRIMIR-LINHA-EXIT

           PERFORM 4120-CARREGAR-VOLUME THRU 4120-CARREGAR-VOLUME-EXIT
               VARYING WS-IDX-COL FROM 1 BY 1
               UNTIL WS-IDX-COL > WS-QTDE-PERIODOS
           MOVE "DETALHES DO EXTRATO" TO LP-ROTULO
           SET LINHA-SEM-TAXA TO TRUE
           PERFORM 4900-IMPRIMIR-LINHA THRU 4900-IMPRIMIR-LINHA-EXIT

           PERFORM 4130-CARREGAR-REJEITOS
               THRU 4130-CARREGAR-REJEITOS-EXIT
               VARYING WS-IDX-COL FROM 1 BY 1
               UNTIL WS-IDX-COL > WS-QTDE-PERIODOS
           MOVE "REJEITOS" TO LP-ROTULO
           SET LINHA-COM-TAXA TO TRUE
           PERFORM 4900-IMPRIMIR-LINHA THRU 4900-IMPRIMIR-LINHA-EXIT.
       4100-IMPRIMIR-TOTAIS-EXIT.
           EXIT.

       4110-CARREGAR-NOITES.
           MOVE PE-QTDE-NOITES(WS-IDX-COL) TO VL-QTDE(WS-IDX-COL)
           MOVE 0                          TO VL-VOLUME(WS-IDX-COL).
       4110-CARREGAR-NOITES-EXIT.
           EXIT.

       4120-CARREGAR-VOLUME.
           MOVE PE-QTDE-VOLUME(WS-IDX-COL) TO VL-QTDE(WS-IDX-COL)
           MOVE 0                          TO VL-VOLUME(WS-IDX-COL).
       4120-CARREGAR-VOLUME-EXIT.
           EXIT.

       4130-CARREGAR-REJEITOS.
           MOVE PE-QTDE-REJEITOS(WS-IDX-COL) TO VL-QTDE(WS-IDX-COL)
           MOVE PE-QTDE-VOLUME(WS-IDX-COL)   TO VL-VOLUME(WS-IDX-COL).
       4130-CARREGAR-REJEITOS-EXIT.
           EXIT.

      ******************************************************************
      * 4200-IMPRIMIR-MOTIVO - UM MOTIVO, NA ORDEM DE CODIGO; A TAXA E *
      *      SOBRE O VOLUME TOTAL DO PERIODO                           *
      ******************************************************************
       4200-IMPRIMIR-MOTIVO.
           MOVE TO-MOTIVO(WS-IDX-I) TO WS-IDX-MOTIVO
           MOVE TM-COLUNAS(WS-IDX-MOTIVO) TO VALORES-LINHA
           PERFORM 4210-VOLUME-TOTAL THRU 4210-VOLUME-TOTAL-EXIT
               VARYING WS-IDX-COL FROM 1 BY 1
               UNTIL WS-IDX-COL > WS-QTDE-PERIODOS
           MOVE SPACES TO LP-ROTULO
           MOVE "MOTIVO " TO LP-ROTULO(1:7)
           MOVE TM-COD-MOTIVO(WS-IDX-MOTIVO) TO LP-ROTULO(8:4)
           SET LINHA-COM-TAXA TO TRUE
           PERFORM 4900-IMPRIMIR-LINHA THRU 4900-IMPRIMIR-LINHA-EXIT.
       4200-IMPRIMIR-MOTIVO-EXIT.
           EXIT.

       4210-VOLUME-TOTAL.
           MOVE PE-QTDE-VOLUME(WS-IDX-COL) TO VL-VOLUME(WS-IDX-COL).
       4210-VOLUME-TOTAL-EXIT.
           EXIT.

      ******************************************************************
      * 4300-IMPRIMIR-FILIAL - FILIAL COM REJEITO NA JANELA, EM ORDEM  *
      *      DE CODIGO                                                 *
      ******************************************************************
       4300-IMPRIMIR-FILIAL.
           IF NOT TB-COM-REJEITO(WS-IDX-FILIAL)
               GO TO 4300-IMPRIMIR-FILIAL-EXIT
           END-IF
           PERFORM 3020-DADOS-FILIAL THRU 3020-DADOS-FILIAL-EXIT
           MOVE WS-CODIGO-DIMENSAO TO LRF-CFLIAL-CNPJ
           MOVE WS-NOME-FILIAL     TO LRF-NOME
           MOVE LINHA-ROTULO-FILIAL TO LP-ROTULO
           MOVE TB-COLUNAS(WS-IDX-FILIAL) TO VALORES-LINHA
           SET LINHA-COM-TAXA TO TRUE
           PERFORM 4900-IMPRIMIR-LINHA THRU 4900-IMPRIMIR-LINHA-EXIT.
       4300-IMPRIMIR-FILIAL-EXIT.
           EXIT.

      ******************************************************************
      * 4400-IMPRIMIR-REGIAO - REGIAO COM REJEITO NA JANELA, EM ORDEM  *
      *      DE NOME                                                   *
      ******************************************************************
       4400-IMPRIMIR-REGIAO.
           MOVE TO-REGIAO(WS-IDX-I) TO WS-IDX-REGIAO
           IF NOT TR-COM-REJEITO(WS-IDX-REGIAO)
               GO TO 4400-IMPRIMIR-REGIAO-EXIT
           END-IF
           MOVE TR-REGIAO(WS-IDX-REGIAO) TO LP-ROTULO
           MOVE TR-COLUNAS(WS-IDX-REGIAO) TO VALORES-LINHA
           SET LINHA-COM-TAXA TO TRUE
           PERFORM 4900-IMPRIMIR-LINHA THRU 4900-IMPRIMIR-LINHA-EXIT.
       4400-IMPRIMIR-REGIAO-EXIT.
           EXIT.

      ******************************************************************
      * 4500-IMPRIMIR-PARTICAO - PARTICAO COM REJEITO NA JANELA        *
      ******************************************************************
       4500-IMPRIMIR-PARTICAO.
           IF NOT TP-COM-REJEITO(WS-IDX-FILIAL)
               GO TO 4500-IMPRIMIR-PARTICAO-EXIT
           END-IF
           COMPUTE LRP-CPTCAO-TBELA = WS-IDX-FILIAL - 1
           MOVE LINHA-ROTULO-PARTICAO TO LP-ROTULO
           MOVE TP-COLUNAS(WS-IDX-FILIAL) TO VALORES-LINHA
           SET LINHA-COM-TAXA TO TRUE
           PERFORM 4900-IMPRIMIR-LINHA THRU 4900-IMPRIMIR-LINHA-EXIT.
       4500-IMPRIMIR-PARTICAO-EXIT.
           EXIT.

      ******************************************************************
      * 4600-IMPRIMIR-CORRECOES - REJEITOS DO PERIODO JA CORRIGIDOS E  *
      *      PENDENTES (TAXA SOBRE OS REJEITOS DO PERIODO) E MEDIA DE  *
      *      DIAS DO REJEITO ATE A CORRECAO                            *
      ******************************************************************
       4600-IMPRIMIR-CORRECOES.
           MOVE "CORRECOES (TAXA SOBRE OS REJEITOS DO PERIODO)"
               TO LSC-TITULO
           PERFORM 4800-IMPRIMIR-SECAO THRU 4800-IMPRIMIR-SECAO-EXIT

           PERFORM 4610-CARREGAR-CORRIGIDOS
               THRU 4610-CARREGAR-CORRIGIDOS-EXIT
               VARYING WS-IDX-COL FROM 1 BY 1
               UNTIL WS-IDX-COL > WS-QTDE-PERIODOS
           MOVE "CORRIGIDOS" TO LP-ROTULO
           SET LINHA-COM-TAXA TO TRUE
           PERFORM 4900-IMPRIMIR-LINHA THRU 4900-IMPRIMIR-LINHA-EXIT

           PERFORM 4620-CARREGAR-PENDENTES
               THRU 4620-CARREGAR-PENDENTES-EXIT
               VARYING WS-IDX-COL FROM 1 BY 1
               UNTIL WS-IDX-COL > WS-QTDE-PERIODOS
           MOVE "PENDENTES" TO LP-ROTULO
           SET LINHA-COM-TAXA TO TRUE
           PERFORM 4900-IMPRIMIR-LINHA THRU 4900-IMPRIMIR-LINHA-EXIT

           MOVE SPACES TO LINHA-PERIODOS
           MOVE "DIAS ATE A CORRECAO" TO LP-ROTULO
           PERFORM 4630-FORMATAR-MEDIA THRU 4630-FORMATAR-MEDIA-EXIT
               VARYING WS-IDX-COL FROM 1 BY 1
               UNTIL WS-IDX-COL > WS-QTDE-PERIODOS
           WRITE LINHA-RELATORIO FROM LINHA-PERIODOS.
       4600-IMPRIMIR-CORRECOES-EXIT.
           EXIT.

       4610-CARREGAR-CORRIGIDOS.
           MOVE PE-QTDE-CORRIGIDOS(WS-IDX-COL) TO VL-QTDE(WS-IDX-COL)
           MOVE PE-QTDE-REJEITOS(WS-IDX-COL) TO VL-VOLUME(WS-IDX-COL).
       4610-CARREGAR-CORRIGIDOS-EXIT.
           EXIT.

       4620-CARREGAR-PENDENTES.
           COMPUTE VL-QTDE(WS-IDX-COL) = PE-QTDE-REJEITOS(WS-IDX-COL)
               - PE-QTDE-CORRIGIDOS(WS-IDX-COL)
           MOVE PE-QTDE-REJEITOS(WS-IDX-COL) TO VL-VOLUME(WS-IDX-COL).
       4620-CARREGAR-PENDENTES-EXIT.
           EXIT.

      ******************************************************************
      * 4630-FORMATAR-MEDIA - MEDIA DE DIAS NA COLUNA DA TAXA; PERIODO *
      *      SEM CORRECAO = "N/D"                                      *
      ******************************************************************
       4630-FORMATAR-MEDIA.
           IF PE-QTDE-CORRIGIDOS(WS-IDX-COL) = 0
               MOVE "  N/D" TO LP-TAXA-X(WS-IDX-COL)
               GO TO 4630-FORMATAR-MEDIA-EXIT
           END-IF
           COMPUTE WS-TAXA ROUNDED = PE-SOMA-DIAS(WS-IDX-COL)
               / PE-QTDE-CORRIGIDOS(WS-IDX-COL)
           IF WS-TAXA > 999,9
               MOVE 999,9 TO WS-TAXA
           END-IF
           MOVE WS-TAXA TO LP-TAXA(WS-IDX-COL).
       4630-FORMATAR-MEDIA-EXIT.
           EXIT.

      ******************************************************************
      * 4700-IMPRIMIR-CRONICAS - LISTA DE CHAVES CRONICAS, NA ORDEM DO *
      *      HISTORICO (CCNPJ-CPF + CTPO-PSSOA + NEVNTO-RTING)         *
      ******************************************************************
       4700-IMPRIMIR-CRONICAS.
           MOVE "CHAVES CRONICAS" TO LSC-TITULO
           PERFORM 4800-IMPRIMIR-SECAO THRU 4800-IMPRIMIR-SECAO-EXIT
           WRITE LINHA-RELATORIO FROM LINHA-TITULO-CRONICAS
           PERFORM 4710-IMPRIMIR-CRONICA THRU 4710-IMPRIMIR-CRONICA-EXIT
               VARYING WS-IDX-CRONICA FROM 1 BY 1
               UNTIL WS-IDX-CRONICA > TC-QTDE-CRONICAS.
       4700-IMPRIMIR-CRONICAS-EXIT.
           EXIT.

       4710-IMPRIMIR-CRONICA.
           MOVE TC-CCNPJ-CPF(WS-IDX-CRONICA)     TO LCN-CCNPJ-CPF
           MOVE TC-CTPO-PSSOA(WS-IDX-CRONICA)    TO LCN-CTPO-PSSOA
           MOVE TC-NEVNTO-RTING(WS-IDX-CRONICA)  TO LCN-NEVNTO-RTING
           MOVE TC-QTDE-NOITES(WS-IDX-CRONICA)   TO LCN-QTDE-NOITES
           MOVE TC-DATA-PRIMEIRA(WS-IDX-CRONICA) TO LCN-DATA-PRIMEIRA
           MOVE TC-DATA-ULTIMA(WS-IDX-CRONICA)   TO LCN-DATA-ULTIMA
           MOVE TC-COD-MOTIVO(WS-IDX-CRONICA)    TO LCN-COD-MOTIVO
           MOVE TC-CFLIAL-CNPJ(WS-IDX-CRONICA)   TO LCN-CFLIAL-CNPJ
           MOVE TC-CPTCAO-TBELA(WS-IDX-CRONICA)  TO LCN-CPTCAO-TBELA
           IF TC-SITUACAO(WS-IDX-CRONICA) = "C"
               MOVE "CORRIGIDA" TO LCN-SITUACAO
           ELSE
               MOVE "PENDENTE"  TO LCN-SITUACAO
           END-IF
           WRITE LINHA-RELATORIO FROM LINHA-CRONICA.
       4710-IMPRIMIR-CRONICA-EXIT.
           EXIT.

      ******************************************************************
      * 4800-IMPRIMIR-SECAO - LINHA EM BRANCO E TITULO DA SECAO        *
      ******************************************************************
       4800-IMPRIMIR-SECAO.
           MOVE SPACES TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           WRITE LINHA-RELATORIO FROM LINHA-SECAO.
       4800-IMPRIMIR-SECAO-EXIT.
           EXIT.

      ******************************************************************
      * 4900-IMPRIMIR-LINHA - FORMATA VALORES-LINHA NAS COLUNAS DOS    *
      *      PERIODOS E GRAVA A LINHA COM O ROTULO JA MONTADO          *
      ******************************************************************
       4900-IMPRIMIR-LINHA.
           MOVE SPACES TO LINHA-PERIODOS(21:112)
           PERFORM 4910-FORMATAR-COLUNA THRU 4910-FORMATAR-COLUNA-EXIT
               VARYING WS-IDX-COL FROM 1 BY 1
               UNTIL WS-IDX-COL > WS-QTDE-PERIODOS
           WRITE LINHA-RELATORIO FROM LINHA-PERIODOS.
       4900-IMPRIMIR-LINHA-EXIT.
           EXIT.

      ******************************************************************
      * 4910-FORMATAR-COLUNA - QUANTIDADE E TAXA (QUANTIDADE * 100 /   *
      *      VOLUME, EM %); VOLUME ZERO = "N/D"                        *
      ******************************************************************
       4910-FORMATAR-COLUNA.
           MOVE VL-QTDE(WS-IDX-COL) TO LP-QTDE(WS-IDX-COL)
           IF LINHA-SEM-TAXA
               GO TO 4910-FORMATAR-COLUNA-EXIT
           END-IF
           IF VL-VOLUME(WS-IDX-COL) = 0
               MOVE "  N/D" TO LP-TAXA-X(WS-IDX-COL)
               GO TO 4910-FORMATAR-COLUNA-EXIT
           END-IF
           COMPUTE WS-TAXA ROUNDED = VL-QTDE(WS-IDX-COL) * 100
               / VL-VOLUME(WS-IDX-COL)
           IF WS-TAXA > 999,9
               MOVE 999,9 TO WS-TAXA
           END-IF
           MOVE WS-TAXA TO LP-TAXA(WS-IDX-COL).
       4910-FORMATAR-COLUNA-EXIT.
           EXIT.

      ******************************************************************
      * 9000-FINALIZAR - TOTAIS E RETURN-CODE                          *
      ******************************************************************
       9000-FINALIZAR.
           IF RELATORIO-ABERTO
               MOVE SPACES TO LINHA-RELATORIO
               WRITE LINHA-RELATORIO
               MOVE "REGISTROS LIDOS DO HISTORICO............:"
                   TO LT-TITULO
               MOVE CT-REGISTROS-LIDOS TO LT-QUANTIDADE
               WRITE LINHA-RELATORIO FROM LINHA-TOTAL
               MOVE "NOITES NA JANELA DO PAINEL..............:"
                   TO LT-TITULO
               MOVE CT-NOITES-JANELA TO LT-QUANTIDADE
               WRITE LINHA-RELATORIO FROM LINHA-TOTAL
               MOVE "REJEITOS NA JANELA DO PAINEL............:"
                   TO LT-TITULO
               MOVE CT-REJEITOS-JANELA TO LT-QUANTIDADE
               WRITE LINHA-RELATORIO FROM LINHA-TOTAL
               MOVE "CHAVES CRONICAS.........................:"
                   TO LT-TITULO
               MOVE TC-QTDE-CRONICAS TO LT-QUANTIDADE
               WRITE LINHA-RELATORIO FROM LINHA-TOTAL
               MOVE "REJEITOS DE MOTIVO FORA DA TABELA.......:"
                   TO LT-TITULO
               MOVE CT-MOTIVOS-OMITIDOS TO LT-QUANTIDADE
               WRITE LINHA-RELATORIO FROM LINHA-TOTAL
               MOVE "FILIAIS DE REGIAO FORA DA TABELA........:"
                   TO LT-TITULO
               MOVE CT-REGIOES-OMITIDAS TO LT-QUANTIDADE
               WRITE LINHA-RELATORIO FROM LINHA-TOTAL
               MOVE "CHAVES CRONICAS FORA DA TABELA..........:"
                   TO LT-TITULO
               MOVE CT-CRONICAS-OMITIDAS TO LT-QUANTIDADE
               WRITE LINHA-RELATORIO FROM LINHA-TOTAL
               MOVE "REGISTROS DE NOITE NAO CONCLUIDA........:"
                   TO LT-TITULO
               MOVE CT-NOITE-NAO-CONCLUIDA TO LT-QUANTIDADE
               WRITE LINHA-RELATORIO FROM LINHA-TOTAL
               CLOSE RELATORIO-SAIDA

               IF RETURN-CODE = 0 AND CT-NOITES-JANELA = 0
                   DISPLAY "CPLDB0F6 - NENHUMA NOITE ANEXADA NA JANELA "
                       "DO PAINEL"
                   MOVE 4 TO RETURN-CODE
               END-IF
               IF RETURN-CODE = 0
                  AND (CT-MOTIVOS-OMITIDOS > 0
                    OR CT-REGIOES-OMITIDAS > 0
                    OR CT-CRONICAS-OMITIDAS > 0)
                   DISPLAY "CPLDB0F6 - TABELA CHEIA - LINHAS OMITIDAS "
                       "NO PAINEL"
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF

           DISPLAY "CPLDB0F6 - REGISTROS LIDOS   : " CT-REGISTROS-LIDOS
           DISPLAY "CPLDB0F6 - NOITES NA JANELA  : " CT-NOITES-JANELA
           DISPLAY "CPLDB0F6 - REJEITOS NA JANELA: " CT-REJEITOS-JANELA
           DISPLAY "CPLDB0F6 - CHAVES CRONICAS   : " TC-QTDE-CRONICAS
           DISPLAY "CPLDB0F6 - NOITE INCOMPLETA  : "
               CT-NOITE-NAO-CONCLUIDA.
       9000-FINALIZAR-EXIT.
           EXIT.
