      ***************************************************************
      * COPYBOOK:    NACKPARM
      * AUTHOR:      LILIAN
      * DATE-WRITTEN: 15/10/2026
      * PURPOSE:     Cartao de selecao do PROGRAMR. Tipo "D" (ou em
      *              branco) devolve aos remetentes os rejeitos de um
      *              dia de processamento (AAAAMMDD; em branco, o dia
      *              do ultimo PROGRAMB no controle do ciclo). Tipo
      *              "M" so imprime o resumo de rejeitos por origem
      *              e motivo de um mes (AAAAMM; em branco, o mes
      *              anterior ao da execucao), para a revisao mensal
      *              com os remetentes.
      *
      * MODIFICATION HISTORY
      *   15/10/2026  LA   Criacao do copybook.
      *   15/10/2026  LA   Periodo diario em branco passou a ser o
      *                    dia de inicio do PROGRAMB no CICLOCTL.
      ***************************************************************
       01  NACKPARM-REG.
           05  NCKP-TIPO                   PIC X(01).
               88  NCKP-DIARIO                 VALUE "D" SPACE.
               88  NCKP-MENSAL                 VALUE "M".
           05  NCKP-PERIODO                PIC X(08).
