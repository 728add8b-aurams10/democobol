       IDENTIFICATION DIVISION.
       PROGRAM-ID. CPLDB0F2.
       AUTHOR. EQUIPE-CARGA-AD.
       INSTALLATION. CARGA-DB2PRD-TPSSOA-EVNTO-SIT.
       DATE-WRITTEN. 15/10/2026.
       DATE-COMPILED. 15/10/2026.
      ******************************************************************
      * HISTORICO DE MODIFICACOES                                     *
      *----------------------------------------------------------------
      * DATA       AUTOR   DESCRICAO                                  *
      * 15/10/2026 EAD     PROGRAMA INICIAL - ARQUIVO MENSAL DE        *
      *                    POSICOES DE RISCO DE CREDITO AO REGULADOR.  *
      ******************************************************************
      ******************************************************************
      * FUNCAO: NO FECHAMENTO DO MES, LER O ESPELHO VSAM (CPLDB0V5) E  *
      *         GRAVAR O ARQUIVO DE REMESSA AO REGULADOR (REGMES,      *
      *         LAYOUT CPLDB0X5): CABECALHO COM A INSTITUICAO E O MES  *
      *         DE REFERENCIA, UM DETALHE POR CLIENTE E EVENTO         *
      *         (CCNPJ-CPF COM O SEU CCTRL-CNPJ-CPF, CTPO-PSSOA,       *
      *         CFLIAL-CNPJ, NEVNTO-RTING, CLASSE DE RISCO DO          *
      *         REGULADOR E QPTO-PSSOA-RTING) E TRAILER COM A          *
      *         QUANTIDADE DE DETALHES E A SOMA DAS PONTUACOES.        *
      *                                                                *
      *         A CLASSE DE RISCO VEM DE NFAIXA-SIT-RTING PELA TABELA  *
      *         DE PARAMETROS PARMVAL (CPLDB0P5, TIPO "C", MANTIDA     *
      *         POR CPLDB0C7) VIGENTE NO ULTIMO DIA DO MES DE          *
      *         REFERENCIA - A AREA DE CONFORMIDADE MUDA O DE-PARA SEM *
      *         ALTERAR O PROGRAMA.                                    *
      *                                                                *
      *         ANTES DO ENVIO, A LISTAGEM DE CONFERENCIA (RELAT)      *
      *         APONTA OS DETALHES QUE O REGULADOR DEVOLVERIA:         *
      *           V001 - DIGITO VERIFICADOR QUE NAO CONFERE COM O      *
      *                  RECALCULADO (MESMO CALCULO DE CPLDB0B7);      *
      *           V002 - FAIXA SEM CLASSE DE RISCO NA TABELA;          *
      *           V003 - FILIAL NAO CADASTRADA OU ENCERRADA NO         *
      *                  CADASTRO DE FILIAIS (VSAM FILIAL, CPLDB0L5).  *
      *         OS DETALHES APONTADOS SAO GRAVADOS ASSIM MESMO (SEM    *
      *         CLASSE, NO CASO V002), PARA QUE O ARQUIVO REFLITA O    *
      *         ESPELHO INTEIRO; A CONFORMIDADE CORRIGE A ORIGEM E     *
      *         REPROCESSA ANTES DE TRANSMITIR. A LISTAGEM TERMINA COM *
      *         OS TOTAIS POR CLASSE DE RISCO.                         *
      *                                                                *
      * PARAMETRO DE EXECUCAO (LINHA DE COMANDO):                      *
      *         POSICOES 1-6  - MES DE REFERENCIA AAAAMM (AUSENTE =    *
      *                         MES DA DATA DE NEGOCIO, DATANEG);      *
      *         POSICOES 8-15 - CODIGO DA INSTITUICAO NO REGULADOR     *
      *                         (8 DIGITOS, OBRIGATORIO).              *
      *                                                                *
      * RETURN-CODE: 0 = ARQUIVO SEM APONTAMENTOS; 4 = HA DETALHES     *
      *         APONTADOS NA LISTAGEM; 8 = PARAMETRO INVALIDO OU ERRO  *
      *         DE ARQUIVO.                                            *
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

           SELECT CADASTRO-FILIAIS ASSIGN TO FILIAL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FL-CFLIAL-CNPJ
               FILE STATUS IS FS-CADASTRO-FILIAIS.

           SELECT PARAMETROS-ENTRADA ASSIGN TO PARMVAL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PR-CHAVE
               FILE STATUS IS FS-PARAMETROS-ENTRADA.

           SELECT REMESSA-SAIDA ASSIGN TO REGMES
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-REMESSA-SAIDA.

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

       FD  CADASTRO-FILIAIS.
           COPY CPLDB0L5.

       FD  PARAMETROS-ENTRADA.
           COPY CPLDB0P5.

       FD  REMESSA-SAIDA
           RECORDING MODE IS F.
           COPY CPLDB0X5.

       FD  RELATORIO-SAIDA.
       01  LINHA-RELATORIO            PIC X(132).

       FD  DATA-NEGOCIO-ENTRADA
           RECORDING MODE IS F.
           COPY CPLDB0U5.

       WORKING-STORAGE SECTION.
       01  FS-ESPELHO-VSAM            PIC X(2) VALUE "00".
       01  FS-CADASTRO-FILIAIS        PIC X(2) VALUE "00".
       01  FS-PARAMETROS-ENTRADA      PIC X(2) VALUE "00".
       01  FS-REMESSA-SAIDA           PIC X(2) VALUE "00".
       01  FS-RELATORIO-SAIDA         PIC X(2) VALUE "00".
       01  FS-DATA-NEGOCIO-ENTRADA    PIC X(2) VALUE "00".

      ******************************************************************
      * DATA DE NEGOCIO DA ESTEIRA (CONTROLE DATANEG, CPLDB0U5)        *
      ******************************************************************
       01  WS-DATA-NEGOCIO            PIC 9(8) VALUE 0.

       01  SW-FIM-ESPELHO             PIC X(1) VALUE "N".
           88 FIM-DO-ARQUIVO-ESPELHO  VALUE "S".
       01  SW-FIM-CADASTRO            PIC X(1) VALUE "N".
           88 FIM-DO-CADASTRO         VALUE "S".
       01  SW-FIM-PARAMETROS          PIC X(1) VALUE "N".
           88 FIM-DO-ARQUIVO-PARAMETROS VALUE "S".

       01  SW-ARQUIVOS-ABERTOS        PIC X(1) VALUE "N".
           88 ARQUIVOS-ABERTOS        VALUE "S".

       01  SW-FILIAIS-DISPONIVEL      PIC X(1) VALUE "N".
           88 FILIAIS-DISPONIVEIS     VALUE "S".

       01  SW-FILIAL-LOCALIZADA       PIC X(1) VALUE "N".
           88 FILIAL-LOCALIZADA       VALUE "S".

       01  SW-DETALHE-APONTADO        PIC X(1) VALUE "N".
           88 DETALHE-APONTADO        VALUE "S".

      ******************************************************************
      * PARAMETROS DE EXECUCAO. A DATA DE CORTE (AAAAMM31) SELECIONA   *
      * OS PARAMETROS VIGENTES ATE O ULTIMO DIA DO MES DE REFERENCIA,  *
      * PARA QUE O REPROCESSAMENTO DE UM MES ANTERIOR USE O DE-PARA    *
      * DAQUELE MES.                                                   *
      ******************************************************************
       01  WS-PARAMETRO-EXECUCAO      PIC X(20) VALUE SPACE.
       01  WS-MES-REFERENCIA          PIC 9(6) VALUE 0.
       01  WS-CODIGO-INSTITUICAO      PIC 9(8) VALUE 0.
       01  WS-DATA-CORTE              PIC 9(8) VALUE 0.

      ******************************************************************
      * DE-PARA FAIXA -> CLASSE DE RISCO (PARAMETROS "C" VIGENTES).    *
      * PARA UMA FAIXA, VALE O INTERVALO DE VIGENCIA MAIS RECENTE QUE  *
      * A CONTEM; A TABELA E CARREGADA NA ORDEM DA CHAVE DO PARMVAL,   *
      * ENTAO EM EMPATE DE DATA PREVALECE A MAIOR SEQUENCIA.           *
      ******************************************************************
       01  TABELA-CLASSES.
           05 TC-QTDE-INTERVALOS      PIC 9(3) USAGE COMP VALUE 0.
           05 TC-INTERVALO OCCURS 100 TIMES.
               10 TC-DATA-VIGENCIA    PIC 9(8).
               10 TC-NFAIXA-INICIAL   PIC 9(5).
               10 TC-NFAIXA-FINAL     PIC 9(5).
               10 TC-CLASSE-RISCO     PIC X(2).

       01  WS-IDX-INTERVALO           PIC 9(3) USAGE COMP VALUE 0.
       01  WS-DATA-ESCOLHIDA          PIC 9(8) VALUE 0.
       01  WS-CLASSE-RISCO            PIC X(2) VALUE SPACE.

      ******************************************************************
      * TOTAIS POR CLASSE DE RISCO PARA O FIM DA LISTAGEM. A PRIMEIRA  *
      * POSICAO ACUMULA OS DETALHES SEM CLASSE.                        *
      ******************************************************************
       01  TABELA-TOTAIS-CLASSE.
           05 TT-QTDE-CLASSES         PIC 9(3) USAGE COMP VALUE 1.
           05 TT-CLASSE OCCURS 101 TIMES.
               10 TT-CLASSE-RISCO     PIC X(2).
               10 TT-QTDE-REG         PIC 9(9) USAGE COMP.
               10 TT-TOTAL-QPTO       PIC S9(15)V9(2) USAGE COMP-3.

       01  WS-IDX-CLASSE              PIC 9(3) USAGE COMP VALUE 0.

      ******************************************************************
      * CADASTRO DE FILIAIS CARREGADO EM MEMORIA NA INICIALIZACAO,     *
      * COMO NO RESUMO POR FILIAL (CPLDB0B8).                          *
      ******************************************************************
       01  TABELA-FILIAIS.
           05 TF-QTDE-FILIAIS         PIC 9(4) USAGE COMP VALUE 0.
           05 TF-ENTRADA OCCURS 500 TIMES.
               10 TF-CFLIAL-CNPJ      PIC 9(4).
               10 TF-SITUACAO         PIC X(1).
               10 TF-DATA-ENCERRAMENTO
                                      PIC 9(8).

       01  WS-IDX-FILIAL              PIC 9(4) USAGE COMP VALUE 0.

       01  CONTADORES.
           05 CT-ESPELHO-LIDOS        PIC 9(9) USAGE COMP VALUE 0.
           05 CT-DETALHES-GRAVADOS    PIC 9(9) USAGE COMP VALUE 0.
           05 CT-DETALHES-APONTADOS   PIC 9(9) USAGE COMP VALUE 0.
           05 CT-APONTAMENTOS-V001    PIC 9(9) USAGE COMP VALUE 0.
           05 CT-APONTAMENTOS-V002    PIC 9(9) USAGE COMP VALUE 0.
           05 CT-APONTAMENTOS-V003    PIC 9(9) USAGE COMP VALUE 0.

       01  AC-HASH-QPTO               PIC S9(15)V9(2) USAGE COMP-3
                                      VALUE 0.

      ******************************************************************
      * AREA DE CALCULO DO DIGITO VERIFICADOR (MODULO 11), A MESMA DA  *
      * CONFERENCIA DO EXTRATO EM CPLDB0B7.                            *
      ******************************************************************
       01  WK-BASE-CNPJ-CPF           PIC 9(13) VALUE 0.
       01  WK-DIGITOS-DV.
           05 WK-DIGITO OCCURS 14 TIMES
                        INDEXED BY WK-IDX-DIGITO PIC 9(1).
       01  WK-DIGITOS-REDEF REDEFINES WK-DIGITOS-DV.
           05 WK-BASE-X               PIC 9(13).
           05 FILLER                  PIC 9(1).

       01  WK-CONTROLE-DV.
           05 WK-QTD-DIGITOS          PIC 9(2) VALUE 0.
           05 WK-PESO                 PIC 9(2) VALUE 0.
           05 WK-SOMA                 PIC 9(6) VALUE 0.
           05 WK-QUOCIENTE            PIC 9(6) VALUE 0.
           05 WK-RESTO                PIC 9(2) VALUE 0.
           05 WK-DV-CALCULADO         PIC 9(1) VALUE 0.
           05 WK-DV1-CALCULADO        PIC 9(1) VALUE 0.
           05 WK-DV2-CALCULADO        PIC 9(1) VALUE 0.
           05 WK-CCTRL-CALCULADO      PIC S9(2)V USAGE COMP-3 VALUE 0.

      ******************************************************************
      * LINHAS DA LISTAGEM DE CONFERENCIA                              *
      ******************************************************************
       01  LINHA-CABECALHO-1.
           05 FILLER                  PIC X(48) VALUE
               "CPLDB0F2 - CONFERENCIA DA REMESSA AO REGULADOR -".
           05 FILLER                  PIC X(13) VALUE " INSTITUICAO ".
           05 LC-CODIGO-INSTITUICAO   PIC 9(8).
           05 FILLER                  PIC X(18) VALUE
               " - MES REFERENCIA ".
           05 LC-MES-REFERENCIA       PIC 9(6).
           05 FILLER                  PIC X(39) VALUE SPACES.

       01  LINHA-CABECALHO-2.
           05 FILLER                  PIC X(34) VALUE
               "COD  CCNPJ-CPF CTRL CALC T FILIAL ".
           05 FILLER                  PIC X(30) VALUE
               "EVENTO  FAIXA CLASSE DESCRICAO".
           05 FILLER                  PIC X(68) VALUE SPACES.

       01  LINHA-APONTAMENTO.
           05 LA-CODIGO               PIC X(4).
           05 FILLER                  PIC X(1) VALUE SPACES.
           05 LA-CCNPJ-CPF            PIC Z(8)9.
           05 FILLER                  PIC X(3) VALUE SPACES.
           05 LA-CCTRL-CNPJ-CPF       PIC 99.
           05 FILLER                  PIC X(3) VALUE SPACES.
           05 LA-CCTRL-CALCULADO      PIC 99.
           05 FILLER                  PIC X(1) VALUE SPACES.
           05 LA-CTPO-PSSOA           PIC X(1).
           05 FILLER                  PIC X(3) VALUE SPACES.
           05 LA-CFLIAL-CNPJ          PIC ZZZ9.
           05 FILLER                  PIC X(1) VALUE SPACES.
           05 LA-NEVNTO-RTING         PIC Z(5)9.
           05 FILLER                  PIC X(1) VALUE SPACES.
           05 LA-NFAIXA-SIT-RTING     PIC Z(5)9.
           05 FILLER                  PIC X(3) VALUE SPACES.
           05 LA-CLASSE-RISCO         PIC X(2).
           05 FILLER                  PIC X(3) VALUE SPACES.
           05 LA-DESCRICAO            PIC X(44).
           05 FILLER                  PIC X(33) VALUE SPACES.

       01  LINHA-CLASSE.
           05 FILLER                  PIC X(16) VALUE
               "CLASSE DE RISCO ".
           05 LR-CLASSE-RISCO         PIC X(12).
           05 FILLER                  PIC X(10) VALUE " DETALHES ".
           05 LR-QTDE-REG             PIC Z(8)9.
           05 FILLER                  PIC X(16) VALUE
               "   SOMA QPTO    ".
           05 LR-TOTAL-QPTO           PIC -(14)9,99.
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
           IF ARQUIVOS-ABERTOS
               PERFORM 2000-PROCESSAR-ESPELHO
                   THRU 2000-PROCESSAR-ESPELHO-EXIT
                   UNTIL FIM-DO-ARQUIVO-ESPELHO
           END-IF
           PERFORM 9000-FINALIZAR THRU 9000-FINALIZAR-EXIT
           GOBACK.

      ******************************************************************
      * 0100-OBTER-PARAMETRO - MES DE REFERENCIA (POSICOES 1-6,        *
      *      AUSENTE = MES DA DATA DE NEGOCIO) E CODIGO DA INSTITUICAO *
      *      (POSICOES 8-15, OBRIGATORIO).                             *
      ******************************************************************
       0100-OBTER-PARAMETRO.
           ACCEPT WS-PARAMETRO-EXECUCAO FROM COMMAND-LINE
           IF WS-PARAMETRO-EXECUCAO(1:6) IS NUMERIC
               MOVE WS-PARAMETRO-EXECUCAO(1:6) TO WS-MES-REFERENCIA
           ELSE
               MOVE WS-DATA-NEGOCIO(1:6) TO WS-MES-REFERENCIA
           END-IF
           IF WS-MES-REFERENCIA(5:2) < "01"
              OR WS-MES-REFERENCIA(5:2) > "12"
               DISPLAY "CPLDB0F2 - MES DE REFERENCIA INVALIDO: "
                   WS-MES-REFERENCIA
               MOVE 8 TO RETURN-CODE
               GO TO 0100-OBTER-PARAMETRO-EXIT
           END-IF

           IF WS-PARAMETRO-EXECUCAO(8:8) IS NOT NUMERIC
               DISPLAY "CPLDB0F2 - CODIGO DA INSTITUICAO NAO INFORMADO "
                   "(POSICOES 8-15 DO PARAMETRO)"
               MOVE 8 TO RETURN-CODE
               GO TO 0100-OBTER-PARAMETRO-EXIT
           END-IF
           MOVE WS-PARAMETRO-EXECUCAO(8:8) TO WS-CODIGO-INSTITUICAO

           COMPUTE WS-DATA-CORTE = (WS-MES-REFERENCIA * 100) + 31
           DISPLAY "CPLDB0F2 - MES DE REFERENCIA: " WS-MES-REFERENCIA
               " - INSTITUICAO: " WS-CODIGO-INSTITUICAO.
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
               DISPLAY "CPLDB0F2 - CONTROLE DE DATA DE NEGOCIO "
                   "INDISPONIVEL (" FS-DATA-NEGOCIO-ENTRADA
                   ") - USANDO A DATA DO SISTEMA"
               ACCEPT WS-DATA-NEGOCIO FROM DATE YYYYMMDD
               GO TO 0150-OBTER-DATA-NEGOCIO-EXIT
           END-IF
           READ DATA-NEGOCIO-ENTRADA
               AT END
                   DISPLAY "CPLDB0F2 - CONTROLE DE DATA DE NEGOCIO "
                       "VAZIO - USANDO A DATA DO SISTEMA"
                   ACCEPT WS-DATA-NEGOCIO FROM DATE YYYYMMDD
               NOT AT END
                   MOVE DN-DATA-ATUAL TO WS-DATA-NEGOCIO
           END-READ
           CLOSE DATA-NEGOCIO-ENTRADA.
       0150-OBTER-DATA-NEGOCIO-EXIT.
           EXIT.

      ******************************************************************
      * 1000-INICIALIZAR - CARREGA O DE-PARA DE CLASSES E O CADASTRO   *
      *      DE FILIAIS, ABRE O ESPELHO E AS SAIDAS E GRAVA O          *
      *      CABECALHO DA REMESSA.                                     *
      ******************************************************************
       1000-INICIALIZAR.
           PERFORM 1080-CARREGAR-CLASSES THRU 1080-CARREGAR-CLASSES-EXIT
           PERFORM 1090-CARREGAR-FILIAIS
               THRU 1090-CARREGAR-FILIAIS-EXIT

           OPEN INPUT ESPELHO-VSAM
           IF FS-ESPELHO-VSAM NOT = "00"
               DISPLAY "CPLDB0F2 - ERRO AO ABRIR ESPELHO VSAM "
                       FS-ESPELHO-VSAM
               MOVE 8 TO RETURN-CODE
               GO TO 1000-INICIALIZAR-EXIT
           END-IF

           OPEN OUTPUT REMESSA-SAIDA
           IF FS-REMESSA-SAIDA NOT = "00"
               DISPLAY "CPLDB0F2 - ERRO AO ABRIR ARQUIVO DE REMESSA "
                       FS-REMESSA-SAIDA
               CLOSE ESPELHO-VSAM
               MOVE 8 TO RETURN-CODE
               GO TO 1000-INICIALIZAR-EXIT
           END-IF

           OPEN OUTPUT RELATORIO-SAIDA
           IF FS-RELATORIO-SAIDA NOT = "00"
               DISPLAY "CPLDB0F2 - ERRO AO ABRIR RELATORIO DE SAIDA "
                       FS-RELATORIO-SAIDA
               CLOSE ESPELHO-VSAM
               CLOSE REMESSA-SAIDA
               MOVE 8 TO RETURN-CODE
               GO TO 1000-INICIALIZAR-EXIT
           END-IF

           SET ARQUIVOS-ABERTOS TO TRUE

           MOVE WS-CODIGO-INSTITUICAO TO LC-CODIGO-INSTITUICAO
           MOVE WS-MES-REFERENCIA     TO LC-MES-REFERENCIA
           WRITE LINHA-RELATORIO FROM LINHA-CABECALHO-1
           MOVE SPACES TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           WRITE LINHA-RELATORIO FROM LINHA-CABECALHO-2

           MOVE SPACES                TO CPLDB0X5
           MOVE "0"                   TO RX-TIPO-REGISTRO
           MOVE WS-CODIGO-INSTITUICAO TO RX-CODIGO-INSTITUICAO
           MOVE WS-MES-REFERENCIA     TO RX-MES-REFERENCIA
           MOVE WS-DATA-NEGOCIO       TO RX-DATA-GERACAO
           WRITE CPLDB0X5

           MOVE SPACES TO TT-CLASSE-RISCO(1)
           MOVE 0 TO TT-QTDE-REG(1)
           MOVE 0 TO TT-TOTAL-QPTO(1)

           PERFORM 2100-LER-ESPELHO THRU 2100-LER-ESPELHO-EXIT.
       1000-INICIALIZAR-EXIT.
           EXIT.

      ******************************************************************
      * 1080-CARREGAR-CLASSES - CARREGA DA TABELA EXTERNA PARMVAL OS   *
      *      INTERVALOS DE FAIXA DO TIPO "C" VIGENTES ATE O FIM DO MES *
      *      DE REFERENCIA. TABELA INDISPONIVEL OU SEM INTERVALOS =    *
      *      NENHUMA FAIXA MAPEADA (TODOS OS DETALHES APONTADOS V002). *
      ******************************************************************
       1080-CARREGAR-CLASSES.
           OPEN INPUT PARAMETROS-ENTRADA
           IF FS-PARAMETROS-ENTRADA NOT = "00"
               DISPLAY "CPLDB0F2 - TABELA DE PARAMETROS INDISPONIVEL ("
                   FS-PARAMETROS-ENTRADA ") - SEM DE-PARA DE CLASSES"
               GO TO 1080-CARREGAR-CLASSES-EXIT
           END-IF

           PERFORM 1085-LER-PARAMETRO THRU 1085-LER-PARAMETRO-EXIT
               UNTIL FIM-DO-ARQUIVO-PARAMETROS
           CLOSE PARAMETROS-ENTRADA

           DISPLAY "CPLDB0F2 - INTERVALOS DE CLASSE CARREGADOS: "
               TC-QTDE-INTERVALOS.
       1080-CARREGAR-CLASSES-EXIT.
           EXIT.

       1085-LER-PARAMETRO.
           READ PARAMETROS-ENTRADA
               AT END
                   SET FIM-DO-ARQUIVO-PARAMETROS TO TRUE
                   GO TO 1085-LER-PARAMETRO-EXIT
           END-READ

           IF PR-TIPO-PARAMETRO NOT = "C"
              OR PR-DATA-VIGENCIA > WS-DATA-CORTE
               GO TO 1085-LER-PARAMETRO-EXIT
           END-IF

           IF TC-QTDE-INTERVALOS < 100
               ADD 1 TO TC-QTDE-INTERVALOS
               MOVE PR-DATA-VIGENCIA
                   TO TC-DATA-VIGENCIA(TC-QTDE-INTERVALOS)
               MOVE PR-NFAIXA-INICIAL
                   TO TC-NFAIXA-INICIAL(TC-QTDE-INTERVALOS)
               MOVE PR-NFAIXA-FINAL
                   TO TC-NFAIXA-FINAL(TC-QTDE-INTERVALOS)
               MOVE PR-CLASSE-RISCO
                   TO TC-CLASSE-RISCO(TC-QTDE-INTERVALOS)
           ELSE
               DISPLAY "CPLDB0F2 - TABELA DE CLASSES CHEIA, INTERVALO "
                   "IGNORADO: " PR-DATA-VIGENCIA " " PR-SEQUENCIA
           END-IF.
       1085-LER-PARAMETRO-EXIT.
           EXIT.

      ******************************************************************
      * 1090-CARREGAR-FILIAIS - CARREGA CODIGO E SITUACAO DE CADA      *
      *      FILIAL DO CADASTRO (VSAM FILIAL). CADASTRO INDISPONIVEL = *
      *      SEM CONFERENCIA DE FILIAL (V003), COM AVISO.              *
      ******************************************************************
       1090-CARREGAR-FILIAIS.
           OPEN INPUT CADASTRO-FILIAIS
           IF FS-CADASTRO-FILIAIS NOT = "00"
               DISPLAY "CPLDB0F2 - CADASTRO DE FILIAIS INDISPONIVEL ("
                   FS-CADASTRO-FILIAIS ") - FILIAIS NAO CONFERIDAS"
               GO TO 1090-CARREGAR-FILIAIS-EXIT
           END-IF
           SET FILIAIS-DISPONIVEIS TO TRUE
           PERFORM 1095-LER-FILIAL THRU 1095-LER-FILIAL-EXIT
               UNTIL FIM-DO-CADASTRO
           CLOSE CADASTRO-FILIAIS
           DISPLAY "CPLDB0F2 - FILIAIS CARREGADAS: " TF-QTDE-FILIAIS.
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
                       MOVE FL-SITUACAO
                           TO TF-SITUACAO(TF-QTDE-FILIAIS)
                       MOVE FL-DATA-ENCERRAMENTO
                           TO TF-DATA-ENCERRAMENTO(TF-QTDE-FILIAIS)
                   ELSE
                       DISPLAY "CPLDB0F2 - TABELA DE FILIAIS CHEIA, "
                           "FILIAL IGNORADA: " FL-CFLIAL-CNPJ
                   END-IF
           END-READ.
       1095-LER-FILIAL-EXIT.
           EXIT.

      ******************************************************************
      * 2000-PROCESSAR-ESPELHO - CONFERE E GRAVA UM DETALHE DA REMESSA *
      ******************************************************************
       2000-PROCESSAR-ESPELHO.
           MOVE "N" TO SW-DETALHE-APONTADO
           PERFORM 2200-OBTER-CLASSE THRU 2200-OBTER-CLASSE-EXIT
           PERFORM 2300-CONFERIR-DIGITO THRU 2300-CONFERIR-DIGITO-EXIT
           IF WS-CLASSE-RISCO = SPACES
               MOVE "V002" TO LA-CODIGO
               MOVE "FAIXA SEM CLASSE DE RISCO NO DE-PARA"
                   TO LA-DESCRICAO
               PERFORM 2700-GRAVAR-APONTAMENTO
                   THRU 2700-GRAVAR-APONTAMENTO-EXIT
           END-IF
           IF FILIAIS-DISPONIVEIS
               PERFORM 2400-CONFERIR-FILIAL
                   THRU 2400-CONFERIR-FILIAL-EXIT
           END-IF

           PERFORM 2450-GRAVAR-DETALHE THRU 2450-GRAVAR-DETALHE-EXIT
           PERFORM 2600-ACUMULAR-CLASSE THRU 2600-ACUMULAR-CLASSE-EXIT

           IF DETALHE-APONTADO
               ADD 1 TO CT-DETALHES-APONTADOS
           END-IF
           PERFORM 2100-LER-ESPELHO THRU 2100-LER-ESPELHO-EXIT.
       2000-PROCESSAR-ESPELHO-EXIT.
           EXIT.

      ******************************************************************
      * 2100-LER-ESPELHO - LEITURA SEQUENCIAL PELA CHAVE PRIMARIA      *
      ******************************************************************
       2100-LER-ESPELHO.
           READ ESPELHO-VSAM NEXT
           EVALUATE FS-ESPELHO-VSAM
               WHEN "00"
                   ADD 1 TO CT-ESPELHO-LIDOS
               WHEN "10"
                   SET FIM-DO-ARQUIVO-ESPELHO TO TRUE
               WHEN OTHER
                   DISPLAY "CPLDB0F2 - ERRO AO LER ESPELHO, STATUS "
                       FS-ESPELHO-VSAM
                   MOVE 8 TO RETURN-CODE
                   SET FIM-DO-ARQUIVO-ESPELHO TO TRUE
           END-EVALUATE.
       2100-LER-ESPELHO-EXIT.
           EXIT.

      ******************************************************************
      * 2200-OBTER-CLASSE - CLASSE DE RISCO DA FAIXA DO DETALHE: O     *
      *      INTERVALO DE VIGENCIA MAIS RECENTE QUE CONTEM A FAIXA.    *
      *      NENHUM INTERVALO = CLASSE EM BRANCO.                      *
      ******************************************************************
       2200-OBTER-CLASSE.
           MOVE SPACES TO WS-CLASSE-RISCO
           MOVE 0 TO WS-DATA-ESCOLHIDA
           MOVE 1 TO WS-IDX-INTERVALO
           PERFORM 2210-TESTAR-INTERVALO THRU 2210-TESTAR-INTERVALO-EXIT
               UNTIL WS-IDX-INTERVALO > TC-QTDE-INTERVALOS.
       2200-OBTER-CLASSE-EXIT.
           EXIT.

       2210-TESTAR-INTERVALO.
           IF CV-NFAIXA-SIT-RTING NOT <
                  TC-NFAIXA-INICIAL(WS-IDX-INTERVALO)
              AND CV-NFAIXA-SIT-RTING NOT >
                  TC-NFAIXA-FINAL(WS-IDX-INTERVALO)
              AND TC-DATA-VIGENCIA(WS-IDX-INTERVALO) NOT <
                  WS-DATA-ESCOLHIDA
               MOVE TC-CLASSE-RISCO(WS-IDX-INTERVALO)
                   TO WS-CLASSE-RISCO
               MOVE TC-DATA-VIGENCIA(WS-IDX-INTERVALO)
                   TO WS-DATA-ESCOLHIDA
           END-IF
           ADD 1 TO WS-IDX-INTERVALO.
       2210-TESTAR-INTERVALO-EXIT.
           EXIT.

      ******************************************************************
      * 2300-CONFERIR-DIGITO - RECALCULA O DIGITO VERIFICADOR COMO A   *
      *      CONFERENCIA DO EXTRATO (CPLDB0B7): CNPJ (CTPO-PSSOA = J)  *
      *      SOBRE RAIZ + FILIAL, CPF SOBRE A RAIZ.                    *
      ******************************************************************
       2300-CONFERIR-DIGITO.
           IF CV-CTPO-PSSOA = "J"
               COMPUTE WK-BASE-CNPJ-CPF =
                   (CV-CCNPJ-CPF * 10000) + CV-CFLIAL-CNPJ
           ELSE
               COMPUTE WK-BASE-CNPJ-CPF = CV-CCNPJ-CPF
           END-IF

           PERFORM 2500-CALCULAR-DIGITO-VERIF
               THRU 2500-CALCULAR-DIGITO-VERIF-EXIT

           IF WK-CCTRL-CALCULADO NOT = CV-CCTRL-CNPJ-CPF
               MOVE "V001" TO LA-CODIGO
               MOVE "DIGITO VERIFICADOR DIVERGENTE DO INFORMADO"
                   TO LA-DESCRICAO
               PERFORM 2700-GRAVAR-APONTAMENTO
                   THRU 2700-GRAVAR-APONTAMENTO-EXIT
           END-IF.
       2300-CONFERIR-DIGITO-EXIT.
           EXIT.

      ******************************************************************
      * 2400-CONFERIR-FILIAL - A FILIAL DO DETALHE PRECISA ESTAR       *
      *      CADASTRADA E NAO ENCERRADA ATE O FIM DO MES DE REFERENCIA.*
      ******************************************************************
       2400-CONFERIR-FILIAL.
           MOVE "N" TO SW-FILIAL-LOCALIZADA
           MOVE 1 TO WS-IDX-FILIAL
           PERFORM 2410-PROCURAR-FILIAL THRU 2410-PROCURAR-FILIAL-EXIT
               UNTIL FILIAL-LOCALIZADA
                  OR WS-IDX-FILIAL > TF-QTDE-FILIAIS

           IF NOT FILIAL-LOCALIZADA
               MOVE "V003" TO LA-CODIGO
               MOVE "FILIAL NAO CADASTRADA" TO LA-DESCRICAO
               PERFORM 2700-GRAVAR-APONTAMENTO
                   THRU 2700-GRAVAR-APONTAMENTO-EXIT
           ELSE
               IF TF-SITUACAO(WS-IDX-FILIAL) NOT = "A"
                  AND TF-DATA-ENCERRAMENTO(WS-IDX-FILIAL) NOT >
                      WS-DATA-CORTE
                   MOVE "V003" TO LA-CODIGO
                   MOVE "FILIAL ENCERRADA" TO LA-DESCRICAO
                   PERFORM 2700-GRAVAR-APONTAMENTO
                       THRU 2700-GRAVAR-APONTAMENTO-EXIT
               END-IF
           END-IF.
       2400-CONFERIR-FILIAL-EXIT.
           EXIT.

       2410-PROCURAR-FILIAL.
           IF TF-CFLIAL-CNPJ(WS-IDX-FILIAL) = CV-CFLIAL-CNPJ
               SET FILIAL-LOCALIZADA TO TRUE
           ELSE
               ADD 1 TO WS-IDX-FILIAL
           END-IF.
       2410-PROCURAR-FILIAL-EXIT.
           EXIT.

      ******************************************************************
      * 2450-GRAVAR-DETALHE - DETALHE DA REMESSA NO FORMATO DO         *
      *      REGULADOR, ACUMULANDO QUANTIDADE E HASH PARA O TRAILER.   *
      ******************************************************************
       2450-GRAVAR-DETALHE.
           MOVE SPACES               TO CPLDB0X5
           MOVE "1"                  TO RX-TIPO-REGISTRO
           MOVE CV-CCNPJ-CPF         TO RX-CCNPJ-CPF
           MOVE CV-CCTRL-CNPJ-CPF    TO RX-CCTRL-CNPJ-CPF
           MOVE CV-CTPO-PSSOA        TO RX-CTPO-PSSOA
           MOVE CV-CFLIAL-CNPJ       TO RX-CFLIAL-CNPJ
           MOVE CV-NEVNTO-RTING      TO RX-NEVNTO-RTING
           MOVE WS-CLASSE-RISCO      TO RX-CLASSE-RISCO
           MOVE CV-QPTO-PSSOA-RTING  TO RX-QPTO-PSSOA-RTING
           WRITE CPLDB0X5
           ADD 1 TO CT-DETALHES-GRAVADOS
           ADD CV-QPTO-PSSOA-RTING TO AC-HASH-QPTO.
       2450-GRAVAR-DETALHE-EXIT.
           EXIT.

      ******************************************************************
      * 2500-CALCULAR-DIGITO-VERIF - CALCULA OS DOIS DIGITOS PELO      *
      *      ALGORITMO DE MODULO 11 (PESOS DE 2 A 9 CICLICOS)          *
      ******************************************************************
       2500-CALCULAR-DIGITO-VERIF.
           MOVE WK-BASE-CNPJ-CPF TO WK-BASE-X
           MOVE 0 TO WK-DIGITO(14)

           MOVE 13 TO WK-QTD-DIGITOS
           PERFORM 2510-SOMAR-PESOS THRU 2510-SOMAR-PESOS-EXIT
           MOVE WK-DV-CALCULADO TO WK-DV1-CALCULADO
           MOVE WK-DV-CALCULADO TO WK-DIGITO(14)

           MOVE 14 TO WK-QTD-DIGITOS
           PERFORM 2510-SOMAR-PESOS THRU 2510-SOMAR-PESOS-EXIT
           MOVE WK-DV-CALCULADO TO WK-DV2-CALCULADO

           COMPUTE WK-CCTRL-CALCULADO =
               (WK-DV1-CALCULADO * 10) + WK-DV2-CALCULADO.
       2500-CALCULAR-DIGITO-VERIF-EXIT.
           EXIT.

      ******************************************************************
      * 2510-SOMAR-PESOS - SOMA OS WK-QTD-DIGITOS DIGITOS DA DIREITA   *
      *      PARA A ESQUERDA COM PESO CICLICO DE 2 A 9                 *
      ******************************************************************
       2510-SOMAR-PESOS.
           MOVE 0 TO WK-SOMA
           MOVE 2 TO WK-PESO
           PERFORM 2520-SOMAR-UM-DIGITO THRU 2520-SOMAR-UM-DIGITO-EXIT
               VARYING WK-IDX-DIGITO FROM WK-QTD-DIGITOS BY -1
               UNTIL WK-IDX-DIGITO < 1

           DIVIDE WK-SOMA BY 11 GIVING WK-QUOCIENTE
               REMAINDER WK-RESTO
           IF WK-RESTO < 2
               MOVE 0 TO WK-DV-CALCULADO
           ELSE
               COMPUTE WK-DV-CALCULADO = 11 - WK-RESTO
           END-IF.
       2510-SOMAR-PESOS-EXIT.
           EXIT.

      ******************************************************************
      * 2520-SOMAR-UM-DIGITO - ACUMULA UM DIGITO * PESO E AVANCA       *
      *      O PESO CICLICAMENTE DE 2 A 9                              *
      ******************************************************************
       2520-SOMAR-UM-DIGITO.
           COMPUTE WK-SOMA = WK-SOMA +
               (WK-DIGITO(WK-IDX-DIGITO) * WK-PESO)
           ADD 1 TO WK-PESO
           IF WK-PESO > 9
               MOVE 2 TO WK-PESO
           END-IF.
       2520-SOMAR-UM-DIGITO-EXIT.
           EXIT.

      ******************************************************************
      * 2600-ACUMULAR-CLASSE - TOTAIS POR CLASSE DE RISCO. A POSICAO 1 *
      *      E A DOS DETALHES SEM CLASSE.                              *
      ******************************************************************
       2600-ACUMULAR-CLASSE.
           MOVE 1 TO WS-IDX-CLASSE
           PERFORM 2610-PROCURAR-CLASSE THRU 2610-PROCURAR-CLASSE-EXIT
               UNTIL WS-IDX-CLASSE > TT-QTDE-CLASSES
                  OR TT-CLASSE-RISCO(WS-IDX-CLASSE) = WS-CLASSE-RISCO

           IF WS-IDX-CLASSE > TT-QTDE-CLASSES
               IF TT-QTDE-CLASSES < 101
                   ADD 1 TO TT-QTDE-CLASSES
                   MOVE WS-CLASSE-RISCO
                       TO TT-CLASSE-RISCO(TT-QTDE-CLASSES)
                   MOVE 0 TO TT-QTDE-REG(TT-QTDE-CLASSES)
                   MOVE 0 TO TT-TOTAL-QPTO(TT-QTDE-CLASSES)
               ELSE
                   MOVE 1 TO WS-IDX-CLASSE
               END-IF
           END-IF

           ADD 1 TO TT-QTDE-REG(WS-IDX-CLASSE)
           ADD CV-QPTO-PSSOA-RTING TO TT-TOTAL-QPTO(WS-IDX-CLASSE).
       2600-ACUMULAR-CLASSE-EXIT.
           EXIT.

       2610-PROCURAR-CLASSE.
           ADD 1 TO WS-IDX-CLASSE.
       2610-PROCURAR-CLASSE-EXIT.
           EXIT.

      ******************************************************************
      * 2700-GRAVAR-APONTAMENTO - LINHA DA LISTAGEM DE CONFERENCIA     *
      *      PARA O CODIGO E A DESCRICAO JA MONTADOS EM LA-CODIGO E    *
      *      LA-DESCRICAO.                                             *
      ******************************************************************
       2700-GRAVAR-APONTAMENTO.
           MOVE CV-CCNPJ-CPF        TO LA-CCNPJ-CPF
           MOVE CV-CCTRL-CNPJ-CPF   TO LA-CCTRL-CNPJ-CPF
           MOVE WK-CCTRL-CALCULADO  TO LA-CCTRL-CALCULADO
           MOVE CV-CTPO-PSSOA       TO LA-CTPO-PSSOA
           MOVE CV-CFLIAL-CNPJ      TO LA-CFLIAL-CNPJ
           MOVE CV-NEVNTO-RTING     TO LA-NEVNTO-RTING
           MOVE CV-NFAIXA-SIT-RTING TO LA-NFAIXA-SIT-RTING
           MOVE WS-CLASSE-RISCO     TO LA-CLASSE-RISCO
           WRITE LINHA-RELATORIO FROM LINHA-APONTAMENTO
           SET DETALHE-APONTADO TO TRUE
           EVALUATE LA-CODIGO
               WHEN "V001"
                   ADD 1 TO CT-APONTAMENTOS-V001
               WHEN "V002"
                   ADD 1 TO CT-APONTAMENTOS-V002
               WHEN "V003"
                   ADD 1 TO CT-APONTAMENTOS-V003
           END-EVALUATE.
       2700-GRAVAR-APONTAMENTO-EXIT.
           EXIT.

      ******************************************************************
      * 9000-FINALIZAR - TRAILER DA REMESSA, TOTAIS POR CLASSE E DA    *
      *      CONFERENCIA, RETURN-CODE.                                 *
      ******************************************************************
       9000-FINALIZAR.
           IF ARQUIVOS-ABERTOS
               MOVE SPACES               TO CPLDB0X5
               MOVE "9"                  TO RX-TIPO-REGISTRO
               MOVE CT-DETALHES-GRAVADOS TO RX-QTDE-DETALHES
               MOVE AC-HASH-QPTO         TO RX-HASH-QPTO
               WRITE CPLDB0X5

               PERFORM 9100-IMPRIMIR-TOTAIS
                   THRU 9100-IMPRIMIR-TOTAIS-EXIT

               CLOSE ESPELHO-VSAM
               CLOSE REMESSA-SAIDA
               CLOSE RELATORIO-SAIDA
           END-IF

           DISPLAY "CPLDB0F2 - ESPELHO LIDOS          : "
               CT-ESPELHO-LIDOS
           DISPLAY "CPLDB0F2 - DETALHES NA REMESSA    : "
               CT-DETALHES-GRAVADOS
           DISPLAY "CPLDB0F2 - DETALHES APONTADOS     : "
               CT-DETALHES-APONTADOS
           DISPLAY "CPLDB0F2 -   V001 DIGITO VERIFIC. : "
               CT-APONTAMENTOS-V001
           DISPLAY "CPLDB0F2 -   V002 FAIXA SEM CLASSE: "
               CT-APONTAMENTOS-V002
           DISPLAY "CPLDB0F2 -   V003 FILIAL          : "
               CT-APONTAMENTOS-V003

           IF RETURN-CODE = 0 AND CT-DETALHES-APONTADOS > 0
               DISPLAY "CPLDB0F2 - HA DETALHES APONTADOS - CONFERIR A "
                   "LISTAGEM ANTES DE TRANSMITIR"
               MOVE 4 TO RETURN-CODE
           END-IF.
       9000-FINALIZAR-EXIT.
           EXIT.

      ******************************************************************
      * 9100-IMPRIMIR-TOTAIS - TOTAIS POR CLASSE DE RISCO E DA         *
      *      CONFERENCIA NO FIM DA LISTAGEM.                           *
      ******************************************************************
       9100-IMPRIMIR-TOTAIS.
           MOVE SPACES TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE 1 TO WS-IDX-CLASSE
           PERFORM 9110-IMPRIMIR-CLASSE THRU 9110-IMPRIMIR-CLASSE-EXIT
               UNTIL WS-IDX-CLASSE > TT-QTDE-CLASSES

           MOVE SPACES TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE "REGISTROS LIDOS DO ESPELHO..............:"
               TO LT-TITULO
           MOVE CT-ESPELHO-LIDOS TO LT-QUANTIDADE
           WRITE LINHA-RELATORIO FROM LINHA-TOTAL
           MOVE "DETALHES GRAVADOS NA REMESSA............:"
               TO LT-TITULO
           MOVE CT-DETALHES-GRAVADOS TO LT-QUANTIDADE
           WRITE LINHA-RELATORIO FROM LINHA-TOTAL
           MOVE "DETALHES APONTADOS NA CONFERENCIA.......:"
               TO LT-TITULO
           MOVE CT-DETALHES-APONTADOS TO LT-QUANTIDADE
           WRITE LINHA-RELATORIO FROM LINHA-TOTAL
           MOVE "V001 - DIGITO VERIFICADOR DIVERGENTE....:"
               TO LT-TITULO
           MOVE CT-APONTAMENTOS-V001 TO LT-QUANTIDADE
           WRITE LINHA-RELATORIO FROM LINHA-TOTAL
           MOVE "V002 - FAIXA SEM CLASSE DE RISCO........:"
               TO LT-TITULO
           MOVE CT-APONTAMENTOS-V002 TO LT-QUANTIDADE
           WRITE LINHA-RELATORIO FROM LINHA-TOTAL
           MOVE "V003 - FILIAL NAO CADASTRADA/ENCERRADA..:"
               TO LT-TITULO
           MOVE CT-APONTAMENTOS-V003 TO LT-QUANTIDADE
           WRITE LINHA-RELATORIO FROM LINHA-TOTAL.
       9100-IMPRIMIR-TOTAIS-EXIT.
           EXIT.

       9110-IMPRIMIR-CLASSE.
           IF TT-QTDE-REG(WS-IDX-CLASSE) > 0
               IF TT-CLASSE-RISCO(WS-IDX-CLASSE) = SPACES
                   MOVE "(SEM CLASSE)" TO LR-CLASSE-RISCO
               ELSE
                   MOVE TT-CLASSE-RISCO(WS-IDX-CLASSE)
                       TO LR-CLASSE-RISCO
               END-IF
               MOVE TT-QTDE-REG(WS-IDX-CLASSE) TO LR-QTDE-REG
               MOVE TT-TOTAL-QPTO(WS-IDX-CLASSE) TO LR-TOTAL-QPTO
               WRITE LINHA-RELATORIO FROM LINHA-CLASSE
           END-IF
           ADD 1 TO WS-IDX-CLASSE.
       9110-IMPRIMIR-CLASSE-EXIT.
           EXIT.
