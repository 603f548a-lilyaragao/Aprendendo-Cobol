      ***************************************************************
      * COPYBOOK:    LOTPARM
      * AUTHOR:      LILIAN
      * DATE-WRITTEN: 15/10/2026
      * PURPOSE:     Cartao de autorizacao de reprocesso do PROGRAMB:
      *              cada linha libera um lote ja registrado em
      *              LOTEREG (origem e data do header) para ser
      *              classificado de novo, com o operador que
      *              autoriza e o motivo, ambos obrigatorios.
      *
      * MODIFICATION HISTORY
      *   15/10/2026  LA   Criacao do copybook.
      ***************************************************************
       01  LOTPARM-REG.
           05  LOTP-ORIGEM                 PIC X(08).
           05  LOTP-DATA-HDR               PIC X(08).
           05  LOTP-OPERADOR               PIC X(08).
           05  LOTP-MOTIVO                 PIC X(30).
