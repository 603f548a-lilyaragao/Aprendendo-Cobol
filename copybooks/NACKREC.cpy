      ***************************************************************
      * COPYBOOK:    NACKREC
      * AUTHOR:      LILIAN
      * DATE-WRITTEN: 15/10/2026
      * PURPOSE:     Layout do arquivo de devolucao de rejeitos (NACK)
      *              gravado pelo PROGRAMR para os sistemas remeten-
      *              tes. Cada origem recebe o seu bloco, na mesma
      *              forma dos lotes que ela manda no DADOIN: um
      *              header "HD" (data dos rejeitos, origem e data da
      *              geracao), um detalhe "DT" por rejeito (id, valor
      *              bruto como veio, codigo e texto do motivo) e um
      *              trailer "TR" com a contagem e o hash-total dos
      *              ids devolvidos, para o remetente balancear a
      *              chegada. O valor bruto pode nao ser numerico,
      *              por isso o hash soma os ids e nao os valores.
      *
      * MODIFICATION HISTORY
      *   15/10/2026  LA   Criacao do copybook.
      ***************************************************************
       01  NACKREC.
           05  NACK-TIPO                   PIC X(02).
           05  NACK-DADOS                  PIC X(60).
           05  NACK-HEADER REDEFINES NACK-DADOS.
               10  NACK-HDR-DATA           PIC X(08).
               10  NACK-HDR-ORIGEM         PIC X(08).
               10  NACK-HDR-GERACAO        PIC X(08).
               10  FILLER                  PIC X(36).
           05  NACK-DETALHE REDEFINES NACK-DADOS.
               10  NACK-DET-ID             PIC 9(06).
               10  NACK-DET-VALOR-BRUTO    PIC X(09).
               10  NACK-DET-COD-MOTIVO     PIC X(02).
               10  NACK-DET-MOTIVO         PIC X(30).
               10  FILLER                  PIC X(13).
           05  NACK-TRAILER REDEFINES NACK-DADOS.
               10  NACK-TRL-QTD            PIC 9(06).
               10  NACK-TRL-HASH           PIC 9(15).
               10  FILLER                  PIC X(39).
