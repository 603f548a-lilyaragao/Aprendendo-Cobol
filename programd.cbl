000166*                    rado e baixado nao reaparecem mais.
000167*   11/09/2026  LA   Paragrafos da PROCEDURE DIVISION reorde-
000168*                    nados em sequencia numerica.
000169*   15/10/2026  LA   REJEITOREC ganhou o codigo do motivo, a
000170*                    origem e a data do lote: REJSAI passou de 45
000171*                    para 63 posicoes e a tela mostra a origem.
000172*
000173 IDENTIFICATION DIVISION.
000180 PROGRAM-ID. PROGRAMD.
000190 AUTHOR. LILIAN.
000200 INSTALLATION. DEPARTAMENTO DE SISTEMAS.
000480 01  LINHA-RELATORIO             PIC X(80).
000482*
000484 FD  PENDENTES.
000486 01  REJ-SAI-REG                 PIC X(63).
000490*
000500 WORKING-STORAGE SECTION.
000510 77  WS-REJEITOS-STATUS          PIC X(02) VALUE SPACES.
001400     DISPLAY "PROGRAMD - REJEITO " REJ-NUM-REGISTRO
001410     DISPLAY "  Valor bruto: " REJ-VALOR-BRUTO
001420     DISPLAY "  Motivo.....: " REJ-MOTIVO
001425     DISPLAY "  Origem.....: " REJ-ORIGEM
001430     DISPLAY "Acao (R=reparar, B=baixar, outra=pendente):"
001440     ACCEPT WS-ACAO
001450     IF WS-ACAO-REPARAR
