      ***************************************************************
      * COPYBOOK:    SOBREREC
      * AUTHOR:      LILIAN
      * DATE-WRITTEN: 15/10/2026
      * PURPOSE:     Layout do arquivo indexado de sobreposicoes
      *              manuais de classificacao (SOBREPOS), mantido pelo
      *              PROGRAML. Cada linha e uma proposta de troca de
      *              RES-RESULTADO/RES-FAIXA de um RES-ID, feita por
      *              um operador com codigo de motivo, que fica
      *              pendente ate outro operador aprovar ou recusar.
      *              A chave junta o id com a data/hora da proposta,
      *              para o mesmo id guardar todas as propostas ja
      *              feitas sobre ele.
      *
      * MODIFICATION HISTORY
      *   15/10/2026  LA   Criacao do copybook.
      ***************************************************************
       01  SOBREREC.
           05  SOBR-CHAVE.
               10  SOBR-ID                 PIC 9(06).
               10  SOBR-DATA-PROP          PIC X(08).
               10  SOBR-HORA-PROP          PIC X(08).
           05  SOBR-SITUACAO               PIC X(01).
               88  SOBR-PENDENTE               VALUE "P".
               88  SOBR-APROVADA               VALUE "A".
               88  SOBR-RECUSADA               VALUE "R".
           05  SOBR-RESULTADO-ANT          PIC X(20).
           05  SOBR-FAIXA-ANT              PIC X(10).
           05  SOBR-RESULTADO-NOVO         PIC X(20).
           05  SOBR-FAIXA-NOVO             PIC X(10).
           05  SOBR-MOTIVO                 PIC X(02).
           05  SOBR-OPER-PROPOS            PIC X(08).
           05  SOBR-OPER-DECISAO           PIC X(08).
           05  SOBR-DATA-DECISAO           PIC X(08).
           05  SOBR-HORA-DECISAO           PIC X(08).
