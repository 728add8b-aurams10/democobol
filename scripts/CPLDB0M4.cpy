      ******************************************************************
      * CPLDB0M4 - MAPA SIMBOLICO DA TELA DE APROVACAO DE CORRECOES    *
      *            PENDENTES (MAPSET CPLDB0S4, MAPA CPLDB0M4).         *
      *            GERADO A PARTIR DA DEFINICAO BMS - NAO ALTERAR SEM  *
      *            REGERAR O MAPA FISICO.                              *
      *                                                                *
      * CADA CORRECAO PENDENTE OCUPA DUAS LINHAS DA TELA (ATE 6 POR    *
      * TELA): CHAVE DO EVENTO, FAIXA E PONTUACAO ANTERIORES E NOVAS,  *
      * USUARIO QUE DIGITOU, DATA DA DIGITACAO E MOTIVO. A ACAO (ACA)  *
      * E O UNICO CAMPO DIGITAVEL: "A" APROVA, "R" REJEITA.            *
      ******************************************************************
       01  CPLDB0M4I.
           05 FILLER                 PIC X(12).
           05 LINDET OCCURS 6 TIMES.
               10 ACAL               PIC S9(4) COMP.
               10 ACAF               PIC X.
               10 FILLER REDEFINES ACAF
                                      PIC X.
               10 ACAI               PIC X(1).
               10 CLIL               PIC S9(4) COMP.
               10 CLIF               PIC X.
               10 FILLER REDEFINES CLIF
                                      PIC X.
               10 CLII               PIC X(9).
               10 CTPL               PIC S9(4) COMP.
               10 CTPF               PIC X.
               10 FILLER REDEFINES CTPF
                                      PIC X.
               10 CTPI               PIC X(1).
               10 NEVTOL             PIC S9(4) COMP.
               10 NEVTOF             PIC X.
               10 FILLER REDEFINES NEVTOF
                                      PIC X.
               10 NEVTOI             PIC X(5).
               10 FXANTL             PIC S9(4) COMP.
               10 FXANTF             PIC X.
               10 FILLER REDEFINES FXANTF
                                      PIC X.
               10 FXANTI             PIC X(5).
               10 FXNOVL             PIC S9(4) COMP.
               10 FXNOVF             PIC X.
               10 FILLER REDEFINES FXNOVF
                                      PIC X.
               10 FXNOVI             PIC X(5).
               10 QPANTL             PIC S9(4) COMP.
               10 QPANTF             PIC X.
               10 FILLER REDEFINES QPANTF
                                      PIC X.
               10 QPANTI             PIC X(16).
               10 QPNOVL             PIC S9(4) COMP.
               10 QPNOVF             PIC X.
               10 FILLER REDEFINES QPNOVF
                                      PIC X.
               10 QPNOVI             PIC X(16).
               10 USUDL              PIC S9(4) COMP.
               10 USUDF              PIC X.
               10 FILLER REDEFINES USUDF
                                      PIC X.
               10 USUDI              PIC X(8).
               10 DTINCL             PIC S9(4) COMP.
               10 DTINCF             PIC X.
               10 FILLER REDEFINES DTINCF
                                      PIC X.
               10 DTINCI             PIC X(10).
               10 MOTVL              PIC S9(4) COMP.
               10 MOTVF              PIC X.
               10 FILLER REDEFINES MOTVF
                                      PIC X.
               10 MOTVI              PIC X(30).
           05 MSGL                   PIC S9(4) COMP.
           05 MSGF                   PIC X.
           05 FILLER REDEFINES MSGF
                                      PIC X.
           05 MSGI                   PIC X(60).

       01  CPLDB0M4O REDEFINES CPLDB0M4I.
           05 FILLER                 PIC X(12).
           05 LINDETO OCCURS 6 TIMES.
               10 FILLER             PIC X(3).
               10 ACAO               PIC X(1).
               10 FILLER             PIC X(3).
               10 CLIO               PIC X(9).
               10 FILLER             PIC X(3).
               10 CTPO               PIC X(1).
               10 FILLER             PIC X(3).
               10 NEVTOO             PIC X(5).
               10 FILLER             PIC X(3).
               10 FXANTO             PIC X(5).
               10 FILLER             PIC X(3).
               10 FXNOVO             PIC X(5).
               10 FILLER             PIC X(3).
               10 QPANTO             PIC X(16).
               10 FILLER             PIC X(3).
               10 QPNOVO             PIC X(16).
               10 FILLER             PIC X(3).
               10 USUDO              PIC X(8).
               10 FILLER             PIC X(3).
               10 DTINCO             PIC X(10).
               10 FILLER             PIC X(3).
               10 MOTVO              PIC X(30).
           05 FILLER                 PIC X(3).
           05 MSGO                   PIC X(60).
