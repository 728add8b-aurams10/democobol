      * 22/08/2026 EAD     PROGRAMA INICIAL - MANUTENCAO DA TABELA     *
      *                    EXTERNA DE REGRAS DE VALIDACAO (PARMVAL,    *
      *                    LAYOUT CPLDB0P5).                           *
      * 15/10/2026 EAD     NOVO TIPO DE PARAMETRO "C" - CLASSE DE      *
      *                    RISCO DO REGULADOR POR INTERVALO DE FAIXAS, *
      *                    USADO PELO ARQUIVO MENSAL AO REGULADOR      *
      *                    (CPLDB0F2).                                 *
      * 15/10/2026 EAD     NOVOS TIPOS "B" (LIMITE DE FAIXA DE         *
      *                    PONTUACAO) E "I" (LIMIARES DO INDICE DE     *
      *                    ESTABILIDADE), USADOS PELO MONITORAMENTO DE *
      *                    ESTABILIDADE DO RATING (CPLDB0F3).          *
      ******************************************************************
      ******************************************************************
      * FUNCAO: APLICAR NO VSAM KSDS DE PARAMETROS (PARMVAL) AS        *
               WHEN IM-TIPO-PARAMETRO NOT = "L"
                    AND IM-TIPO-PARAMETRO NOT = "P"
                    AND IM-TIPO-PARAMETRO NOT = "F"
                    AND IM-TIPO-PARAMETRO NOT = "C"
                    AND IM-TIPO-PARAMETRO NOT = "B"
                    AND IM-TIPO-PARAMETRO NOT = "I"
                   MOVE "TIPO DE PARAMETRO INVALIDO (L,P,F,C,B,I)"
                       TO WS-MOTIVO-ERRO
                   PERFORM 2400-GRAVAR-ERRO THRU 2400-GRAVAR-ERRO-EXIT
               WHEN IM-DATA-VIGENCIA IS NOT NUMERIC
                   MOVE "FAIXA MINIMA MAIOR QUE A FAIXA MAXIMA"
                       TO WS-MOTIVO-ERRO
                   PERFORM 2400-GRAVAR-ERRO THRU 2400-GRAVAR-ERRO-EXIT
               WHEN IM-TIPO-PARAMETRO = "C"
                    AND (IM-NFAIXA-INICIAL IS NOT NUMERIC
                      OR IM-NFAIXA-FINAL IS NOT NUMERIC)
                   MOVE "INTERVALO DE FAIXAS NAO NUMERICO"
                       TO WS-MOTIVO-ERRO
                   PERFORM 2400-GRAVAR-ERRO THRU 2400-GRAVAR-ERRO-EXIT
               WHEN IM-TIPO-PARAMETRO = "C"
                    AND IM-NFAIXA-INICIAL > IM-NFAIXA-FINAL
                   MOVE "FAIXA INICIAL MAIOR QUE A FAIXA FINAL"
                       TO WS-MOTIVO-ERRO
                   PERFORM 2400-GRAVAR-ERRO THRU 2400-GRAVAR-ERRO-EXIT
               WHEN IM-TIPO-PARAMETRO = "C"
                    AND IM-CLASSE-RISCO = SPACES
                   MOVE "CLASSE DE RISCO NAO INFORMADA"
                       TO WS-MOTIVO-ERRO
                   PERFORM 2400-GRAVAR-ERRO THRU 2400-GRAVAR-ERRO-EXIT
               WHEN IM-TIPO-PARAMETRO = "B"
                    AND IM-QPTO-LIMITE-SUPERIOR IS NOT NUMERIC
                   MOVE "LIMITE DE PONTUACAO NAO NUMERICO"
                       TO WS-MOTIVO-ERRO
                   PERFORM 2400-GRAVAR-ERRO THRU 2400-GRAVAR-ERRO-EXIT
               WHEN IM-TIPO-PARAMETRO = "I"
                    AND (IM-PSI-PONTUACAO-ALERTA IS NOT NUMERIC
                      OR IM-PSI-PONTUACAO-CRITICO IS NOT NUMERIC
                      OR IM-PSI-FAIXAS-ALERTA IS NOT NUMERIC
                      OR IM-PSI-FAIXAS-CRITICO IS NOT NUMERIC)
                   MOVE "LIMIARES DE ESTABILIDADE NAO NUMERICOS"
                       TO WS-MOTIVO-ERRO
                   PERFORM 2400-GRAVAR-ERRO THRU 2400-GRAVAR-ERRO-EXIT
               WHEN IM-TIPO-PARAMETRO = "I"
                    AND (IM-PSI-PONTUACAO-ALERTA >
                         IM-PSI-PONTUACAO-CRITICO
                      OR IM-PSI-FAIXAS-ALERTA > IM-PSI-FAIXAS-CRITICO)
                   MOVE "LIMIAR DE ALERTA MAIOR QUE O CRITICO"
                       TO WS-MOTIVO-ERRO
                   PERFORM 2400-GRAVAR-ERRO THRU 2400-GRAVAR-ERRO-EXIT
               WHEN OTHER
                   PERFORM 2300-APLICAR-TRANSACAO
                       THRU 2300-APLICAR-TRANSACAO-EXIT
