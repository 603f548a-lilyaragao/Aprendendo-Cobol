      ***************************************************************
      * COPYBOOK:    FECPARM
      * AUTHOR:      LILIAN
      * DATE-WRITTEN: 15/10/2026
      * PURPOSE:     Cartao de comando do fechamento de periodo do
      *              PROGRAMN: acao "F" fecha o mes informado (AAAAMM),
      *              acao "R" reabre um mes fechado e exige operador
      *              e motivo. Sem cartao (ou com mes em branco) o job
      *              fecha o mes anterior ao da execucao.
      *
      * MODIFICATION HISTORY
      *   15/10/2026  LA   Criacao do copybook.
      ***************************************************************
       01  FECPARM-REG.
           05  FECP-ACAO                   PIC X(01).
               88  FECP-FECHAR                 VALUE "F".
               88  FECP-REABRIR                VALUE "R".
           05  FECP-MES                    PIC X(06).
           05  FECP-OPERADOR               PIC X(08).
           05  FECP-MOTIVO                 PIC X(30).
