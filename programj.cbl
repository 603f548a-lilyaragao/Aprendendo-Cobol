000177*                    arquivo fechado e indefinido no compilador
000178*                    do shop - justo no caminho que e a razao
000179*                    de ser do relatorio.
000180*   15/10/2026  LA   Registro de RESULTVS ganhou a marca de
000181*                    sobreposicao manual: linha do historico de
000182*                    61 para 70 bytes, e a copia de trabalho
000183*                    acompanhou a forma do RESULTREC.
000184*
000190 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. PROGRAMJ.
000210 AUTHOR. LILIAN.
000470 DATA DIVISION.
000480 FILE SECTION.
000490 FD  HISTORICO.
000500 01  HIST-REG                    PIC X(70).
000510*
000520 FD  RESULTADOS.
000530     COPY RESULTREC.
000840     05  WS-REG-FAIXA            PIC X(10).
000842     05  WS-REG-DATA-CLASS       PIC X(08).
000844     05  WS-REG-ORIGEM           PIC X(08).
000845     05  WS-REG-SOBREPOSTO       PIC X(01).
000846     05  WS-REG-DATA-SOBREPOSTO  PIC X(08).
000847*
000848* Tabela de acumulacao por mes de RES-DATA-CLASS, na ordem em
000850* que os meses aparecem (o historico vem em ordem de expurgo e
000860* o cluster em ordem de chave; o relatorio lista como veio).
000870 01  WS-MES-MAX                  PIC 9(03) VALUE 120.
