      * CPLDB0N5 - REGISTRO DO LOG DE EXECUCAO DA ESTEIRA NOTURNA      *
      *            (ARQUIVO SEQUENCIAL RUNLOG, GRAVADO EM EXTEND)      *
      *                                                                *
      * CADA PROGRAMA DA ESTEIRA (CPLDB0B6, B7, B9, C1, C3, C6, C9,    *
      * E4, A CONFERENCIA DE GRUPO ECONOMICO F1, O HISTORICO DE        *
      * REJEITOS F4, O REMANEJAMENTO DE FILIAIS F7 E A VIRADA DE DATA  *
      * E8)                                                            *
      * ANEXA UM REGISTRO NO FIM DA EXECUCAO COM OS SEUS CONTADORES,   *
      * EM VEZ DE ANUNCIA-LOS SO NO SYSOUT. O RELATORIO DA MANHA       *
      * (CPLDB0E3) IMPRIME A NOITE INTEIRA EM UMA PAGINA E COMPARA OS  *
      * VOLUMES COM O MESMO DIA DA SEMANA ANTERIOR. RL-DATA-MOVIMENTO  *
      * E A DATA DE NEGOCIO DO CONTROLE DATANEG (CPLDB0U5).            *
      *                                                                *
      * O SIGNIFICADO DE ENTRADA/SAIDA/REJEITADOS/OUTROS E O DE CADA   *
      * PROGRAMA (EX.: NA CARGA CPLDB0B6, ENTRADA = LIDOS, SAIDA =     *
      * ACEITOS, REJEITADOS = REJEITOS, OUTROS = HISTORICO; NA         *
      * APLICACAO EM DB2 CPLDB0E4, ENTRADA = ACEITOS LIDOS, SAIDA =    *
      * INCLUIDOS, REJEITADOS = FALHAS DE SQL, OUTROS = ATUALIZADOS,   *
      * CONFERIDOS PELO BALANCEAMENTO CPLDB0C6).                       *
      ******************************************************************
       01  CPLDB0N5.
      *    *************************************************************
