      ***************************************************************
      * COPYBOOK:    SIMPARM
      * AUTHOR:      LILIAN
      * DATE-WRITTEN: 15/10/2026
      * PURPOSE:     Cartao de selecao da simulacao de impacto do
      *              PARMIN (PROGRAMO): vigencia (AAAAMMDD) da linha
      *              pendente a simular - em branco, a proxima linha
      *              pendente do cartao - e o periodo de meses
      *              (AAAAMM) do historico HISTSAI que entra junto com
      *              o cluster vivo. Mes inicial em branco deixa o
      *              historico de fora; mes final em branco vai ate o
      *              fim do historico.
      *
      * MODIFICATION HISTORY
      *   15/10/2026  LA   Criacao do copybook.
      ***************************************************************
       01  SIMPARM-REG.
           05  SIMP-VIGENCIA               PIC X(08).
           05  SIMP-MES-INI                PIC X(06).
           05  SIMP-MES-FIM                PIC X(06).
