      ***************************************************************
      * COPYBOOK:    ORIGREC
      * AUTHOR:      LILIAN
      * DATE-WRITTEN: 15/10/2026
      * PURPOSE:     Layout do cadastro indexado de origens (ORIGMEST),
      *              chave ORIG-CODIGO = CTL-HDR-ORIGEM do header "HD"
      *              de DADOIN. Mantido pelo PROGRAMM e consultado
      *              pelo PROGRAMB a cada header: lote de origem fora
      *              do cadastro ou inativa e recusado inteiro.
      *              ORIG-DIAS-LOTE traz um "S"/"N" por dia da semana
      *              (posicao 1 = segunda ... 7 = domingo) em que a
      *              origem deve mandar lote. Limite e cortes de faixa
      *              proprios sao opcionais: zero usa os do PARMIN.
      *
      * MODIFICATION HISTORY
      *   15/10/2026  LA   Criacao do copybook.
      ***************************************************************
       01  ORIGREC.
           05  ORIG-CODIGO                 PIC X(08).
           05  ORIG-DESCRICAO              PIC X(30).
           05  ORIG-SITUACAO               PIC X(01).
               88  ORIG-ATIVA                  VALUE "A".
               88  ORIG-INATIVA                VALUE "I".
           05  ORIG-DIAS-LOTE              PIC X(07).
           05  ORIG-DIAS-LOTE-R REDEFINES ORIG-DIAS-LOTE.
               10  ORIG-DIA-LOTE           PIC X(01) OCCURS 7 TIMES.
           05  ORIG-LIMITE                 PIC 9(09).
           05  ORIG-FAIXA-1-FIM            PIC 9(09).
           05  ORIG-FAIXA-2-FIM            PIC 9(09).
           05  ORIG-FAIXA-3-FIM            PIC 9(09).
