      ***************************************************************
      * COPYBOOK:    CICLOREC
      * AUTHOR:      LILIAN
      * DATE-WRITTEN: 15/10/2026
      * PURPOSE:     Layout do arquivo indexado de controle do ciclo
      *              noturno (CICLOCTL), chave CIC-DATA-NEGOCIO. Um
      *              registro por data de negocio, aberto pelo
      *              PROGRAMB; cada passo do ciclo confere no inicio
      *              se o passo anterior terminou bem na mesma data
      *              e grava no fim a sua situacao, o codigo de
      *              retorno e o inicio/fim da execucao. Ordem fixa
      *              das etapas: 1 PROGRAMB, 2 PROGRAMF, 3 PROGRAMI,
      *              4 PROGRAME, 5 PROGRAMK. O PROGRAMP imprime a
      *              situacao do ciclo.
      *
      * MODIFICATION HISTORY
      *   15/10/2026  LA   Criacao do copybook.
      ***************************************************************
       01  CICLOREC.
           05  CIC-DATA-NEGOCIO            PIC X(08).
           05  CIC-ETAPA OCCURS 5 TIMES.
               10  CIC-PROGRAMA            PIC X(08).
               10  CIC-SITUACAO            PIC X(01).
                   88  CIC-NAO-EXECUTADO       VALUE SPACE.
                   88  CIC-EM-EXECUCAO         VALUE "E".
                   88  CIC-CONCLUIDO           VALUE "C".
                   88  CIC-FALHOU              VALUE "F".
               10  CIC-RETORNO             PIC 9(02).
               10  CIC-INICIO-DATA         PIC X(08).
               10  CIC-INICIO-HORA         PIC X(08).
               10  CIC-FIM-DATA            PIC X(08).
               10  CIC-FIM-HORA            PIC X(08).
               10  CIC-EXECUCOES           PIC 9(02).
               10  CIC-OPERADOR            PIC X(08).
               10  CIC-MOTIVO              PIC X(30).
           05  FILLER                      PIC X(07).
