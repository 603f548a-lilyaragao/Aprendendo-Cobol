      ***************************************************************
      * COPYBOOK:    FECHHREC
      * AUTHOR:      LILIAN
      * DATE-WRITTEN: 15/10/2026
      * PURPOSE:     Layout do historico de fechamentos e reaberturas
      *              de periodo (FECHLOG), gravado pelo PROGRAMN. Uma
      *              linha por acao ("FECHAMENTO" ou "REABERTURA"),
      *              com o mes, data/hora, operador, motivo e os
      *              totais do mes no momento da acao.
      *
      * MODIFICATION HISTORY
      *   15/10/2026  LA   Criacao do copybook.
      ***************************************************************
       01  FECHHREC.
           05  FECHH-MES                   PIC X(06).
           05  FECHH-ACAO                  PIC X(10).
           05  FECHH-DATA                  PIC X(08).
           05  FECHH-HORA                  PIC X(08).
           05  FECHH-OPERADOR              PIC X(08).
           05  FECHH-MOTIVO                PIC X(30).
           05  FECHH-QTD-REGISTROS         PIC 9(06).
           05  FECHH-SOMA-VALOR            PIC 9(15).
