      *                    remetente agora que um mesmo DADOIN traz
      *                    lotes de mais de uma origem. LRECL de
      *                    AUDITLOG passou de 70 para 78.
      *   15/10/2026  LA   Incluidos AUDIT-OPERADOR (operador que
      *                    executou a acao) e AUDIT-OPER-PROPOS
      *                    (operador que a propos), para as acoes
      *                    manuais como a sobreposicao do PROGRAML,
      *                    que exige dois operadores diferentes. Nas
      *                    decisoes do lote os dois vem em branco.
      *                    LRECL de AUDITLOG passou de 78 para 94.
      ***************************************************************
       01  AUDITREC.
           05  AUDIT-NUM-REGISTRO          PIC 9(06).
           05  AUDIT-DATA                  PIC X(08).
           05  AUDIT-HORA                  PIC X(08).
           05  AUDIT-ORIGEM                PIC X(08).
           05  AUDIT-OPERADOR              PIC X(08).
           05  AUDIT-OPER-PROPOS           PIC X(08).
