      *                    remetente agora que um mesmo DADOIN traz
      *                    lotes de mais de uma origem. Record size do
      *                    cluster passou de 53 para 61 bytes.
      *   15/10/2026  LA   Incluidos RES-SOBREPOSTO e RES-DATA-
      *                    SOBREPOSTO: classificacao alterada a mao
      *                    pela sobreposicao aprovada no PROGRAML
      *                    (proposta por um operador, aprovada por
      *                    outro) fica marcada, com a data da
      *                    aprovacao. Reclassificacao pelo lote limpa
      *                    a marca. Record size do cluster passou de
      *                    61 para 70 bytes.
      ***************************************************************
       01  RESULTREC.
           05  RES-ID                      PIC 9(06).
           05  RES-FAIXA                   PIC X(10).
           05  RES-DATA-CLASS              PIC X(08).
           05  RES-ORIGEM                  PIC X(08).
           05  RES-SOBREPOSTO              PIC X(01).
               88  RES-FOI-SOBREPOSTO          VALUE "S".
           05  RES-DATA-SOBREPOSTO         PIC X(08).
