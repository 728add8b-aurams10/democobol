      * DATA       AUTOR   DESCRICAO                                  *
      * 02/09/2026 EAD     PROGRAMA INICIAL - MANUTENCAO DO CADASTRO   *
      *                    DE FILIAIS (FILIAL, LAYOUT CPLDB0L5).       *
      * 15/10/2026 EAD     FILIAL SUCESSORA E DATA DE VIGENCIA NO      *
      *                    ENCERRAMENTO: CRITICA DOS NOVOS CAMPOS E    *
      *                    DA SUCESSORA NO PROPRIO CADASTRO.           *
      ******************************************************************
      ******************************************************************
      * FUNCAO: APLICAR NO VSAM KSDS DE FILIAIS (FILIAL) AS            *
      *         CPLDB0L5. O ENCERRAMENTO DE UMA FILIAL E UMA           *
      *         ALTERACAO COM FL-SITUACAO = "E" E A DATA DE            *
      *         ENCERRAMENTO PREENCHIDA - A EXCLUSAO FISICA SO SE      *
      *         USA PARA CORRIGIR INCLUSAO ERRADA. O ENCERRAMENTO      *
      *         PODE INDICAR A FILIAL SUCESSORA E A DATA DE VIGENCIA   *
      *         DA SUCESSAO; A SUCESSORA TEM DE ESTAR CADASTRADA E     *
      *         ATIVA. CAMPOS DE SUCESSAO EM BRANCO VALEM ZERO (SEM    *
      *         SUCESSORA). EMITE UM RELATORIO COM O RESULTADO DE CADA *
      *         TRANSACAO.                                             *
      ******************************************************************

       ENVIRONMENT DIVISION.
           RECORDING MODE IS F.
       01  REG-MANUTENCAO.
           05 MN-ACAO                 PIC X(1).
           05 MN-IMAGEM               PIC X(75).

       FD  FILIAIS-VSAM.
           COPY CPLDB0L5.

       01  WS-MOTIVO-ERRO             PIC X(40) VALUE SPACE.

       01  WS-RESULTADO-SUCESSAO.
           05 FILLER                  PIC X(24) VALUE
               "APLICADA - SUCEDIDA POR ".
           05 WS-RS-CFLIAL-SUCESSORA  PIC 9(4).
           05 FILLER                  PIC X(4) VALUE " EM ".
           05 WS-RS-DATA-VIGENCIA     PIC 9(8).

       01  LINHA-CABECALHO.
           05 FILLER                  PIC X(40) VALUE
               "MANUTENCAO DO CADASTRO DE FILIAIS".
       2000-PROCESSAR-TRANSACAO.
           ADD 1 TO CT-TRANS-LIDAS
           MOVE MN-IMAGEM TO IMAGEM-REGISTRO
           IF MN-IMAGEM(64:4) = SPACES
               MOVE ZEROS TO IM-CFLIAL-SUCESSORA
           END-IF
           IF MN-IMAGEM(68:8) = SPACES
               MOVE ZEROS TO IM-DATA-VIGENCIA-SUCESSAO
           END-IF
           PERFORM 2200-CRITICAR-TRANSACAO
               THRU 2200-CRITICAR-TRANSACAO-EXIT
           PERFORM 2100-LER-TRANSACAO THRU 2100-LER-TRANSACAO-EXIT.
      ******************************************************************
      * 2200-CRITICAR-TRANSACAO - VALIDA A ACAO E A IMAGEM ANTES DE    *
      *      TOCAR O VSAM; TRANSACAO INVALIDA VAI PARA O RELATORIO     *
      *      COM O MOTIVO E NAO E APLICADA. SUCESSAO SO EM FILIAL      *
      *      ENCERRADA, COM SUCESSORA E VIGENCIA JUNTAS E VIGENCIA     *
      *      NAO ANTERIOR AO ENCERRAMENTO.                             *
      ******************************************************************
       2200-CRITICAR-TRANSACAO.
           EVALUATE TRUE
                   MOVE "FILIAL ENCERRADA EXIGE DATA DE ENCERRAMENTO"
                       TO WS-MOTIVO-ERRO
                   PERFORM 2400-GRAVAR-ERRO THRU 2400-GRAVAR-ERRO-EXIT
               WHEN MN-ACAO NOT = "E"
                    AND (IM-CFLIAL-SUCESSORA IS NOT NUMERIC
                         OR IM-DATA-VIGENCIA-SUCESSAO IS NOT NUMERIC)
                   MOVE "SUCESSORA/VIGENCIA NAO NUMERICA"
                       TO WS-MOTIVO-ERRO
                   PERFORM 2400-GRAVAR-ERRO THRU 2400-GRAVAR-ERRO-EXIT
               WHEN MN-ACAO NOT = "E"
                    AND IM-SITUACAO = "A"
                    AND (IM-CFLIAL-SUCESSORA NOT = 0
                         OR IM-DATA-VIGENCIA-SUCESSAO NOT = 0)
                   MOVE "FILIAL ATIVA NAO TEM SUCESSORA"
                       TO WS-MOTIVO-ERRO
                   PERFORM 2400-GRAVAR-ERRO THRU 2400-GRAVAR-ERRO-EXIT
               WHEN MN-ACAO NOT = "E"
                    AND IM-CFLIAL-SUCESSORA NOT = 0
                    AND IM-CFLIAL-SUCESSORA = IM-CFLIAL-CNPJ
                   MOVE "FILIAL NAO PODE SUCEDER A SI MESMA"
                       TO WS-MOTIVO-ERRO
                   PERFORM 2400-GRAVAR-ERRO THRU 2400-GRAVAR-ERRO-EXIT
               WHEN MN-ACAO NOT = "E"
                    AND IM-CFLIAL-SUCESSORA NOT = 0
                    AND IM-DATA-VIGENCIA-SUCESSAO = 0
                   MOVE "SUCESSORA EXIGE DATA DE VIGENCIA"
                       TO WS-MOTIVO-ERRO
                   PERFORM 2400-GRAVAR-ERRO THRU 2400-GRAVAR-ERRO-EXIT
               WHEN MN-ACAO NOT = "E"
                    AND IM-CFLIAL-SUCESSORA = 0
                    AND IM-DATA-VIGENCIA-SUCESSAO NOT = 0
                   MOVE "VIGENCIA SEM FILIAL SUCESSORA"
                       TO WS-MOTIVO-ERRO
                   PERFORM 2400-GRAVAR-ERRO THRU 2400-GRAVAR-ERRO-EXIT
               WHEN MN-ACAO NOT = "E"
                    AND IM-CFLIAL-SUCESSORA NOT = 0
                    AND IM-DATA-VIGENCIA-SUCESSAO < IM-DATA-ENCERRAMENTO
                   MOVE "VIGENCIA ANTERIOR AO ENCERRAMENTO"
                       TO WS-MOTIVO-ERRO
                   PERFORM 2400-GRAVAR-ERRO THRU 2400-GRAVAR-ERRO-EXIT
               WHEN OTHER
                   MOVE SPACES TO WS-MOTIVO-ERRO
                   IF MN-ACAO NOT = "E"
                      AND IM-CFLIAL-SUCESSORA NOT = 0
                       PERFORM 2250-VERIFICAR-SUCESSORA
                           THRU 2250-VERIFICAR-SUCESSORA-EXIT
                   END-IF
                   IF WS-MOTIVO-ERRO = SPACES
                       PERFORM 2300-APLICAR-TRANSACAO
                           THRU 2300-APLICAR-TRANSACAO-EXIT
                   ELSE
                       PERFORM 2400-GRAVAR-ERRO
                           THRU 2400-GRAVAR-ERRO-EXIT
                   END-IF
           END-EVALUATE.
       2200-CRITICAR-TRANSACAO-EXIT.
           EXIT.

      ******************************************************************
      * 2250-VERIFICAR-SUCESSORA - A FILIAL SUCESSORA TEM DE ESTAR     *
      *      CADASTRADA E ATIVA; DEVOLVE O MOTIVO EM WS-MOTIVO-ERRO    *
      *      (ESPACOS = SUCESSORA VALIDA).                             *
      ******************************************************************
       2250-VERIFICAR-SUCESSORA.
           MOVE IM-CFLIAL-SUCESSORA TO FL-CFLIAL-CNPJ
           READ FILIAIS-VSAM
           EVALUATE FS-FILIAIS-VSAM
               WHEN "00"
                   IF FL-SITUACAO NOT = "A"
                       MOVE "FILIAL SUCESSORA ENCERRADA"
                           TO WS-MOTIVO-ERRO
                   END-IF
               WHEN "23"
                   MOVE "FILIAL SUCESSORA NAO CADASTRADA"
                       TO WS-MOTIVO-ERRO
               WHEN OTHER
                   MOVE SPACES TO WS-MOTIVO-ERRO
                   STRING "SUCESSORA NAO LIDA - STATUS VSAM "
                       FS-FILIAIS-VSAM
                       DELIMITED BY SIZE INTO WS-MOTIVO-ERRO
                   END-STRING
           END-EVALUATE
           MOVE "00" TO FS-FILIAIS-VSAM.
       2250-VERIFICAR-SUCESSORA-EXIT.
           EXIT.

      ******************************************************************
      * 2300-APLICAR-TRANSACAO - EXECUTA A ACAO NO VSAM E RELATA O     *
      *      RESULTADO (CHAVE DUPLICADA E CHAVE INEXISTENTE SAO        *
           MOVE MN-ACAO          TO LD-ACAO
           MOVE IM-CFLIAL-CNPJ   TO LD-CFLIAL-CNPJ
           MOVE IM-NOME          TO LD-NOME
           IF MN-ACAO NOT = "E"
              AND IM-CFLIAL-SUCESSORA NOT = 0
               MOVE IM-CFLIAL-SUCESSORA TO WS-RS-CFLIAL-SUCESSORA
               MOVE IM-DATA-VIGENCIA-SUCESSAO TO WS-RS-DATA-VIGENCIA
               MOVE WS-RESULTADO-SUCESSAO TO LD-RESULTADO
           ELSE
               MOVE "APLICADA"   TO LD-RESULTADO
           END-IF
           WRITE LINHA-RELATORIO FROM LINHA-DETALHE
           ADD 1 TO CT-TRANS-APLICADAS.
       2500-GRAVAR-APLICADA-EXIT.
