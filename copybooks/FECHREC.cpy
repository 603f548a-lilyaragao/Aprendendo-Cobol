      ***************************************************************
      * COPYBOOK:    FECHREC
      * AUTHOR:      LILIAN
      * DATE-WRITTEN: 15/10/2026
      * PURPOSE:     Layout do arquivo indexado de controle de
      *              fechamento de periodo (FECHMES), mantido pelo
      *              PROGRAMN. Um registro por mes (AAAAMM) ja
      *              fechado ou reaberto, com os totais oficiais do
      *              fechamento. Mes fechado nao aceita estorno nem
      *              correcao no PROGRAMB nem sobreposicao no
      *              PROGRAML; mes reaberto volta a aceitar.
      *
      * MODIFICATION HISTORY
      *   15/10/2026  LA   Criacao do copybook.
      ***************************************************************
       01  FECHREC.
           05  FECH-MES                    PIC X(06).
           05  FECH-SITUACAO               PIC X(01).
               88  FECH-FECHADO                VALUE "F".
               88  FECH-REABERTO               VALUE "R".
           05  FECH-DATA                   PIC X(08).
           05  FECH-HORA                   PIC X(08).
           05  FECH-OPERADOR               PIC X(08).
           05  FECH-MOTIVO                 PIC X(30).
           05  FECH-QTD-REGISTROS          PIC 9(06).
           05  FECH-SOMA-VALOR             PIC 9(15).
