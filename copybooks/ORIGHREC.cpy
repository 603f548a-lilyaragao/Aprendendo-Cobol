      ***************************************************************
      * COPYBOOK:    ORIGHREC
      * AUTHOR:      LILIAN
      * DATE-WRITTEN: 15/10/2026
      * PURPOSE:     Layout do historico de alteracoes do cadastro de
      *              origens ORIGMEST, gravado pelo PROGRAMM. Uma
      *              linha por campo alterado (ou "INCLUSAO" para a
      *              origem nova), com o valor antigo, o novo, a
      *              data/hora e o operador - como o PARMHIST faz
      *              para o cartao de parametros.
      *
      * MODIFICATION HISTORY
      *   15/10/2026  LA   Criacao do copybook.
      ***************************************************************
       01  ORIGHREC.
           05  ORIGH-CODIGO                PIC X(08).
           05  ORIGH-CAMPO                 PIC X(20).
           05  ORIGH-VALOR-ANT             PIC X(30).
           05  ORIGH-VALOR-NOVO            PIC X(30).
           05  ORIGH-DATA                  PIC X(08).
           05  ORIGH-HORA                  PIC X(08).
           05  ORIGH-OPERADOR              PIC X(08).
