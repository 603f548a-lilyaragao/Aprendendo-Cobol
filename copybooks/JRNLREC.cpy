      ***************************************************************
      * COPYBOOK:    JRNLREC
      * AUTHOR:      LILIAN
      * DATE-WRITTEN: 15/10/2026
      * PURPOSE:     Layout do diario de alteracoes do cluster RESULTVS
      *              (JRNLRES, sequencial, so acrescentado). Cada
      *              gravacao, regravacao ou remocao de um registro de
      *              RESULTVS - inclusao e correcao pelo lote PROGRAMB,
      *              estorno "ES" no PROGRAMB, expurgo no PROGRAME e
      *              sobreposicao aprovada no PROGRAML - grava uma
      *              linha com a acao, a data/hora, o programa, a
      *              origem do lote e as imagens do registro antes e
      *              depois (forma do RESULTREC). Inclusao vem com a
      *              imagem anterior em branco; estorno e expurgo com
      *              a posterior em branco. O PROGRAMC le o diario
      *              para listar todas as versoes de um RES-ID.
      *
      * MODIFICATION HISTORY
      *   15/10/2026  LA   Criacao do copybook.
      ***************************************************************
       01  JRNLREC.
           05  JRN-ID                      PIC 9(06).
           05  JRN-ACAO                    PIC X(10).
               88  JRN-INCLUSAO                VALUE "INCLUSAO".
               88  JRN-CORRECAO                VALUE "CORRECAO".
               88  JRN-ESTORNO                 VALUE "ESTORNO".
               88  JRN-EXPURGO                 VALUE "EXPURGO".
               88  JRN-SOBREPOSICAO            VALUE "SOBREPOSTO".
           05  JRN-DATA                    PIC X(08).
           05  JRN-HORA                    PIC X(08).
           05  JRN-PROGRAMA                PIC X(08).
           05  JRN-ORIGEM                  PIC X(08).
           05  JRN-OPERADOR                PIC X(08).
           05  JRN-ANTES                   PIC X(70).
           05  JRN-DEPOIS                  PIC X(70).
