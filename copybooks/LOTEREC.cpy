      ***************************************************************
      * COPYBOOK:    LOTEREC
      * AUTHOR:      LILIAN
      * DATE-WRITTEN: 15/10/2026
      * PURPOSE:     Layout do registro de recebimento de lotes
      *              (LOTEREG), arquivo indexado gravado pelo PROGRAMB
      *              com um registro para cada lote de origem de
      *              DADOIN aceito e classificado. A chave junta a
      *              origem e a data do header "HD" com a contagem e o
      *              hash-total do trailer "TR": lote que chega de novo
      *              com a mesma chave e uma retransmissao, e o lote
      *              inteiro e ignorado. O reprocesso deliberado de um
      *              lote ja registrado (cartao LOTPARM) conta em
      *              LOTE-QTD-REPROC e guarda quem autorizou o ultimo.
      *
      * MODIFICATION HISTORY
      *   15/10/2026  LA   Criacao do copybook.
      ***************************************************************
       01  LOTEREC.
           05  LOTE-CHAVE.
               10  LOTE-ORIGEM             PIC X(08).
               10  LOTE-DATA-HDR           PIC X(08).
               10  LOTE-TRL-QTD            PIC 9(06).
               10  LOTE-TRL-HASH           PIC 9(15).
           05  LOTE-DATA-PROC              PIC X(08).
           05  LOTE-HORA-PROC              PIC X(08).
           05  LOTE-QTD-REPROC             PIC 9(03).
           05  LOTE-OPER-REPROC            PIC X(08).
           05  LOTE-MOTIVO-REPROC          PIC X(30).
