      *                    parado. LRECL do GDG passou de 31 para 39;
      *                    geracao antiga vem com o campo em branco e
      *                    entra no relatorio como idade desconhecida.
      *   15/10/2026  LA   Incluidos SUSP-SITUACAO, SUSP-MOTIVO, SUSP-
      *                    OPERADOR e SUSP-DATA-ACAO para a manutencao
      *                    online de suspensos (PROGRAMS): o operador
      *                    libera o item para o proximo lote (L) ou o
      *                    cancela com motivo (C). O PROGRAMB classifica
      *                    o liberado mesmo com data futura e leva o
      *                    cancelado uma unica vez como baixado (B),
      *                    para o inventario do PROGRAMK mostrar a
      *                    baixa; no lote seguinte ele sai do GDG. Item
      *                    sem acao vem com os campos em branco. LRECL
      *                    do GDG passou de 39 para 86; geracao antiga
      *                    e lida como pendente.
      ***************************************************************
       01  SUSPREC.
           05  SUSP-ID                     PIC 9(06).
           05  SUSP-DATA                   PIC X(08).
           05  SUSP-ORIGEM                 PIC X(08).
           05  SUSP-DATA-ENTRADA           PIC X(08).
           05  SUSP-SITUACAO               PIC X(01).
               88  SUSP-PENDENTE               VALUE SPACE.
               88  SUSP-LIBERADO               VALUE "L".
               88  SUSP-CANCELADO              VALUE "C".
               88  SUSP-BAIXADO                VALUE "B".
           05  SUSP-MOTIVO                 PIC X(30).
           05  SUSP-OPERADOR               PIC X(08).
           05  SUSP-DATA-ACAO              PIC X(08).
