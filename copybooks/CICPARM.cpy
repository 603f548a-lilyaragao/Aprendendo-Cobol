      ***************************************************************
      * COPYBOOK:    CICPARM
      * AUTHOR:      LILIAN
      * DATE-WRITTEN: 15/10/2026
      * PURPOSE:     Cartao do controle do ciclo noturno. Vale so
      *              para o passo nomeado em CICP-PROGRAMA: a data de
      *              negocio escolhe o ciclo (em branco = ciclo do
      *              dia para o PROGRAMB, ultimo ciclo aberto para os
      *              demais) e operador mais motivo autorizam a
      *              reexecucao de um passo ja concluido nessa data.
      *              O PROGRAMP usa so a data, para escolher o ciclo
      *              a imprimir.
      *
      * MODIFICATION HISTORY
      *   15/10/2026  LA   Criacao do copybook.
      ***************************************************************
       01  CICPARM-REG.
           05  CICP-PROGRAMA               PIC X(08).
           05  CICP-DATA-NEGOCIO           PIC X(08).
           05  CICP-OPERADOR               PIC X(08).
           05  CICP-MOTIVO                 PIC X(30).
