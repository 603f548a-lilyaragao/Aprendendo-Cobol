      *
      * MODIFICATION HISTORY
      *   25/07/2025  LA   Criacao do copybook.
      *   15/10/2026  LA   Incluidos o codigo padrao do motivo (REJ-
      *                    COD-MOTIVO, ao lado do texto REJ-MOTIVO),
      *                    a origem do lote (REJ-ORIGEM) e a data do
      *                    processamento (REJ-DATA), para o PROGRAMR
      *                    devolver a cada remetente os rejeitos do
      *                    seu lote e resumir os rejeitos por origem
      *                    e motivo. LRECL passou de 45 para 63;
      *                    registro antigo vem com os campos novos em
      *                    branco.
      ***************************************************************
       01  REJEITOREC.
           05  REJ-NUM-REGISTRO            PIC 9(06).
           05  REJ-VALOR-BRUTO             PIC X(09).
           05  REJ-MOTIVO                  PIC X(30).
           05  REJ-COD-MOTIVO              PIC X(02).
               88  REJ-COD-NAO-NUMERICO        VALUE "01".
               88  REJ-COD-FORA-FAIXA          VALUE "02".
               88  REJ-COD-ORIGEM-DESCONHEC    VALUE "03".
               88  REJ-COD-ORIGEM-INATIVA      VALUE "04".
               88  REJ-COD-CHAVE-INVALIDA      VALUE "05".
               88  REJ-COD-CORRECAO-FECHADA    VALUE "06".
               88  REJ-COD-ESTORNO-INEXIST     VALUE "07".
               88  REJ-COD-ESTORNO-FECHADO     VALUE "08".
               88  REJ-COD-ESTORNO-RECUSADO    VALUE "09".
               88  REJ-COD-FALHA-INTERNA       VALUE "90".
           05  REJ-ORIGEM                  PIC X(08).
           05  REJ-DATA                    PIC X(08).
