000010* Author: Lilian
000020* Date: 15/10/2026
000030* Purpose: Manutencao do cadastro de origens ORIGMEST. Ate hoje o
000040*          PROGRAMB aceitava qualquer CTL-HDR-ORIGEM que viesse
000050*          num header "HD": um erro de digitacao no header do
000060*          remetente, ou um sistema desligado ha meses, era
000070*          classificado e extraido como os demais. Este programa,
000080*          interativo como o PROGRAMH, inclui ou altera uma origem
000090*          - descricao, situacao (ativa/inativa), dias da semana
000100*          em que ela deve mandar lote e, opcionalmente, limite e
000110*          cortes de faixa proprios (zero = usa os do PARMIN) -,
000120*          critica as regras antes de gravar e registra cada campo
000130*          alterado no historico ORIGHIST (valor antigo, novo,
000140*          data/hora e operador). Codigo em branco lista o
000150*          cadastro.
000160*
000170* MODIFICATION HISTORY
000180*   15/10/2026  LA   Criacao do programa.
000190*
000200 IDENTIFICATION DIVISION.
000210 PROGRAM-ID. PROGRAMM.
000220 AUTHOR. LILIAN.
000230 INSTALLATION. DEPARTAMENTO DE SISTEMAS.
000240 DATE-WRITTEN. 15/10/2026.
000250 DATE-COMPILED.
000260*
000270 ENVIRONMENT DIVISION.
000280 INPUT-OUTPUT SECTION.
000290 FILE-CONTROL.
000300     SELECT ORIGENS ASSIGN TO ORIGMEST
000310         ORGANIZATION IS INDEXED
000320         ACCESS MODE IS DYNAMIC
000330         RECORD KEY IS ORIG-CODIGO
000340         FILE STATUS IS WS-ORIG-STATUS.
000350*
000360     SELECT HISTORIA ASSIGN TO ORIGHIST
000370         ORGANIZATION IS LINE SEQUENTIAL
000380         FILE STATUS IS WS-HIST-STATUS.
000390*
000400 DATA DIVISION.
000410 FILE SECTION.
000420 FD  ORIGENS.
000430     COPY ORIGREC.
000440*
000450 FD  HISTORIA.
000460     COPY ORIGHREC.
000470*
000480 WORKING-STORAGE SECTION.
000490 77  WS-ORIG-STATUS              PIC X(02) VALUE SPACES.
000500     88  WS-ORIG-OK                  VALUE "00".
000510 77  WS-HIST-STATUS              PIC X(02) VALUE SPACES.
000520     88  WS-HIST-OK                  VALUE "00".
000530 77  WS-OPERADOR                 PIC X(08) VALUE SPACES.
000540 77  WS-CODIGO                   PIC X(08) VALUE SPACES.
000550 77  WS-ENTRADA                  PIC X(09) VALUE SPACES.
000560 77  WS-ENTRADA-AUX              PIC X(09) VALUE SPACES.
000570 77  WS-IND-ENTRADA              PIC X(01) VALUE SPACE.
000580 77  WS-TEXTO-ENTRADA            PIC X(30) VALUE SPACES.
000590 77  WS-DIAS-ENTRADA             PIC X(07) VALUE SPACES.
000600 77  WS-ORIG-ABERTO              PIC X(01) VALUE "N".
000610     88  WS-ORIG-ABERTO-SIM          VALUE "S".
000620 77  WS-ORIGEM-NOVA              PIC X(01) VALUE "N".
000630     88  WS-ORIGEM-NOVA-SIM          VALUE "S".
000640 77  WS-ORIG-GRAVADA             PIC X(01) VALUE "N".
000650     88  WS-ORIG-GRAVADA-SIM         VALUE "S".
000660 77  WS-FIM-LISTA                PIC X(01) VALUE "N".
000670     88  WS-FIM-LISTA-SIM            VALUE "S".
000680 77  WS-DIA-INVALIDO             PIC X(01) VALUE "N".
000690     88  WS-DIA-INVALIDO-SIM         VALUE "S".
000700 01  WS-QTD-ERROS                PIC 9(02) VALUE ZERO.
000710 01  WS-QTD-MUDANCAS             PIC 9(02) VALUE ZERO.
000720 01  WS-QTD-LISTADAS             PIC 9(06) VALUE ZERO.
000730 01  WS-DIA-IDX                  PIC 9(02) VALUE ZERO.
000740 01  WS-DATA-HOJE                PIC X(08) VALUE SPACES.
000750 01  WS-HORA-AGORA               PIC X(08) VALUE SPACES.
000760*
000770* Valores correntes da origem (lidos do cadastro, ou os defaults
000780* de uma inclusao) e a copia do que era antes, para o historico
000790* gravar so o que realmente mudou.
000800 01  WS-DESCRICAO                PIC X(30) VALUE SPACES.
000810 01  WS-SITUACAO                 PIC X(01) VALUE "A".
000820 01  WS-DIAS-LOTE                PIC X(07) VALUE "SSSSSNN".
000830 01  WS-DIAS-LOTE-R REDEFINES WS-DIAS-LOTE.
000840     05  WS-DIA-LOTE             PIC X(01) OCCURS 7 TIMES.
000850 01  WS-LIMITE                   PIC 9(09) VALUE ZERO.
000860 01  WS-FAIXA-1-FIM              PIC 9(09) VALUE ZERO.
000870 01  WS-FAIXA-2-FIM              PIC 9(09) VALUE ZERO.
000880 01  WS-FAIXA-3-FIM              PIC 9(09) VALUE ZERO.
000890 01  WS-ANT-DESCRICAO            PIC X(30) VALUE SPACES.
000900 01  WS-ANT-SITUACAO             PIC X(01) VALUE SPACE.
000910 01  WS-ANT-DIAS-LOTE            PIC X(07) VALUE SPACES.
000920 01  WS-ANT-LIMITE               PIC 9(09) VALUE ZERO.
000930 01  WS-ANT-FAIXA-1-FIM          PIC 9(09) VALUE ZERO.
000940 01  WS-ANT-FAIXA-2-FIM          PIC 9(09) VALUE ZERO.
000950 01  WS-ANT-FAIXA-3-FIM          PIC 9(09) VALUE ZERO.
000960*
000970* Area de passagem do dialogo generico de um campo numerico e
000980* da gravacao de uma linha de historico.
000990 01  WS-NOME-CAMPO               PIC X(20) VALUE SPACES.
001000 01  WS-VALOR-CORRENTE           PIC 9(09) VALUE ZERO.
001010 01  WS-VALOR-ED                 PIC ZZZZZZZZ9.
001020 01  WS-HIST-VALOR-ANT           PIC X(30) VALUE SPACES.
001030 01  WS-HIST-VALOR-NOVO          PIC X(30) VALUE SPACES.
001040*
001050 PROCEDURE DIVISION.
001060 0000-MAINLINE.
001070     PERFORM 1000-INICIALIZAR THRU 1000-EXIT
001080     IF RETURN-CODE IS NOT EQUAL TO ZERO
001090         PERFORM 9000-FINALIZAR THRU 9000-EXIT
001100         STOP RUN
001110     END-IF
001120     IF WS-CODIGO IS EQUAL TO SPACES
001130         PERFORM 1500-LISTAR-ORIGENS THRU 1500-EXIT
001140         PERFORM 9000-FINALIZAR THRU 9000-EXIT
001150         STOP RUN
001160     END-IF
001170     PERFORM 2000-EDITAR-ORIGEM THRU 2000-EXIT
001180     PERFORM 3000-VALIDAR-ORIGEM THRU 3000-EXIT
001190     IF WS-QTD-ERROS IS GREATER THAN ZERO
001200         DISPLAY "PROGRAMM: " WS-QTD-ERROS " erro(s) de "
001210             "validacao - ORIGMEST nao foi gravado."
001220         MOVE 8 TO RETURN-CODE
001230     ELSE
001240         PERFORM 4000-GRAVAR-ORIGEM THRU 4000-EXIT
001250*       Historico so do que realmente chegou ao cadastro, como no
001260*       PROGRAMH.
001270         IF WS-ORIG-GRAVADA-SIM
001280             PERFORM 5000-GRAVAR-HISTORICO THRU 5000-EXIT
001290         END-IF
001300     END-IF
001310     PERFORM 9000-FINALIZAR THRU 9000-EXIT
001320     STOP RUN.
001330*
001340*---------------------------------------------------------------
001350* 1000-INICIALIZAR - abre o cadastro (criando-o vazio na primeira
001360* vez), identifica o operador e le a origem pedida; origem fora
001370* do cadastro vira inclusao, com os defaults: ativa, lote de
001380* segunda a sexta e sem limite proprio.
001390*---------------------------------------------------------------
001400 1000-INICIALIZAR.
001410     ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
001420     OPEN I-O ORIGENS
001430     IF NOT WS-ORIG-OK
001440         OPEN OUTPUT ORIGENS
001450         IF WS-ORIG-OK
001460             CLOSE ORIGENS
001470             OPEN I-O ORIGENS
001480         END-IF
001490     END-IF
001500     IF NOT WS-ORIG-OK
001510         DISPLAY "PROGRAMM: erro ao abrir ORIGMEST - "
001520             WS-ORIG-STATUS
001530         MOVE 12 TO RETURN-CODE
001540         GO TO 1000-EXIT
001550     END-IF
001560     MOVE "S" TO WS-ORIG-ABERTO
001570     DISPLAY "PROGRAMM - MANUTENCAO DO CADASTRO DE ORIGENS"
001580     DISPLAY "Informe o operador (ate 8 posicoes):"
001590     ACCEPT WS-OPERADOR
001600     IF WS-OPERADOR IS EQUAL TO SPACES
001610         DISPLAY "PROGRAMM: operador nao informado - fim."
001620         MOVE 8 TO RETURN-CODE
001630         GO TO 1000-EXIT
001640     END-IF
001650     DISPLAY "Codigo da origem (em branco lista o cadastro):"
001660     ACCEPT WS-CODIGO
001670     IF WS-CODIGO IS EQUAL TO SPACES
001680         GO TO 1000-EXIT
001690     END-IF
001700     MOVE WS-CODIGO TO ORIG-CODIGO
001710     READ ORIGENS
001720         INVALID KEY
001730             MOVE "S" TO WS-ORIGEM-NOVA
001740     END-READ
001750     IF WS-ORIGEM-NOVA-SIM
001760         DISPLAY "PROGRAMM: origem " WS-CODIGO
001770             " nao cadastrada - inclusao."
001780         GO TO 1000-EXIT
001790     END-IF
001800     MOVE ORIG-DESCRICAO TO WS-DESCRICAO
001810     MOVE ORIG-SITUACAO TO WS-SITUACAO
001820     MOVE ORIG-DIAS-LOTE TO WS-DIAS-LOTE
001830     IF ORIG-LIMITE IS NUMERIC
001840         MOVE ORIG-LIMITE TO WS-LIMITE
001850     END-IF
001860     IF ORIG-FAIXA-1-FIM IS NUMERIC
001870         AND ORIG-FAIXA-2-FIM IS NUMERIC
001880         AND ORIG-FAIXA-3-FIM IS NUMERIC
001890         MOVE ORIG-FAIXA-1-FIM TO WS-FAIXA-1-FIM
001900         MOVE ORIG-FAIXA-2-FIM TO WS-FAIXA-2-FIM
001910         MOVE ORIG-FAIXA-3-FIM TO WS-FAIXA-3-FIM
001920     END-IF
001930     MOVE WS-DESCRICAO TO WS-ANT-DESCRICAO
001940     MOVE WS-SITUACAO TO WS-ANT-SITUACAO
001950     MOVE WS-DIAS-LOTE TO WS-ANT-DIAS-LOTE
001960     MOVE WS-LIMITE TO WS-ANT-LIMITE
001970     MOVE WS-FAIXA-1-FIM TO WS-ANT-FAIXA-1-FIM
001980     MOVE WS-FAIXA-2-FIM TO WS-ANT-FAIXA-2-FIM
001990     MOVE WS-FAIXA-3-FIM TO WS-ANT-FAIXA-3-FIM.
002000 1000-EXIT.
002010     EXIT.
002020*
002030*---------------------------------------------------------------
002040* 1500-LISTAR-ORIGENS - lista o cadastro inteiro em ordem de
002050* codigo: situacao, dias de lote, descricao e, quando houver, o
002060* limite proprio da origem.
002070*---------------------------------------------------------------
002080 1500-LISTAR-ORIGENS.
002090     MOVE LOW-VALUES TO ORIG-CODIGO
002100     START ORIGENS KEY IS NOT LESS THAN ORIG-CODIGO
002110         INVALID KEY
002120             DISPLAY "PROGRAMM: cadastro de origens vazio."
002130             GO TO 1500-EXIT
002140     END-START
002150     DISPLAY "CODIGO   S SEGADOM DESCRICAO"
002160     PERFORM 1550-LISTAR-UMA-ORIGEM THRU 1550-EXIT
002170         UNTIL WS-FIM-LISTA-SIM
002180     DISPLAY "PROGRAMM: " WS-QTD-LISTADAS
002190         " origem(ns) no cadastro.".
002200 1500-EXIT.
002210     EXIT.
002220*
002230 1550-LISTAR-UMA-ORIGEM.
002240     READ ORIGENS NEXT RECORD
002250         AT END
002260             MOVE "S" TO WS-FIM-LISTA
002270             GO TO 1550-EXIT
002280     END-READ
002290     ADD 1 TO WS-QTD-LISTADAS
002300     DISPLAY ORIG-CODIGO " " ORIG-SITUACAO " " ORIG-DIAS-LOTE " "
002310         ORIG-DESCRICAO
002320     IF ORIG-LIMITE IS NUMERIC
002330         AND ORIG-LIMITE IS GREATER THAN ZERO
002340         MOVE ORIG-LIMITE TO WS-VALOR-ED
002350         DISPLAY "           limite proprio: " WS-VALOR-ED
002360     END-IF
002370     IF ORIG-FAIXA-1-FIM IS NUMERIC
002380         AND ORIG-FAIXA-1-FIM IS GREATER THAN ZERO
002390         DISPLAY "           faixas proprias: " ORIG-FAIXA-1-FIM
002400             " / " ORIG-FAIXA-2-FIM " / " ORIG-FAIXA-3-FIM
002410     END-IF.
002420 1550-EXIT.
002430     EXIT.
002440*
002450*---------------------------------------------------------------
002460* 2000-EDITAR-ORIGEM - percorre os campos da origem, um a um,
002470* exibindo o valor corrente e aceitando o novo (em branco mantem
002480* o que esta).
002490*---------------------------------------------------------------
002500 2000-EDITAR-ORIGEM.
002510     DISPLAY "DESCRICAO            atual: " WS-DESCRICAO
002520     DISPLAY "Nova descricao (em branco mantem):"
002530     ACCEPT WS-TEXTO-ENTRADA
002540     IF WS-TEXTO-ENTRADA IS NOT EQUAL TO SPACES
002550         MOVE WS-TEXTO-ENTRADA TO WS-DESCRICAO
002560     END-IF
002570     DISPLAY "SITUACAO             atual: " WS-SITUACAO
002580     DISPLAY "Nova situacao (A=ativa, I=inativa, "
002590         "em branco mantem):"
002600     ACCEPT WS-IND-ENTRADA
002610     IF WS-IND-ENTRADA IS EQUAL TO "A"
002620         OR WS-IND-ENTRADA IS EQUAL TO "I"
002630         MOVE WS-IND-ENTRADA TO WS-SITUACAO
002640     ELSE
002650         IF WS-IND-ENTRADA IS NOT EQUAL TO SPACE
002660             DISPLAY "PROGRAMM: situacao invalida - mantida "
002670                 WS-SITUACAO "."
002680         END-IF
002690     END-IF
002700     DISPLAY "DIAS-LOTE (SEG..DOM) atual: " WS-DIAS-LOTE
002710     DISPLAY "Novos dias (7 posicoes S/N, em branco mantem):"
002720     ACCEPT WS-DIAS-ENTRADA
002730     IF WS-DIAS-ENTRADA IS NOT EQUAL TO SPACES
002740         MOVE WS-DIAS-ENTRADA TO WS-DIAS-LOTE
002750     END-IF
002760     DISPLAY "Limite e faixas proprios: zero usa os do PARMIN."
002770     MOVE "LIMITE" TO WS-NOME-CAMPO
002780     MOVE WS-LIMITE TO WS-VALOR-CORRENTE
002790     PERFORM 2100-PEDIR-VALOR THRU 2100-EXIT
002800     MOVE WS-VALOR-CORRENTE TO WS-LIMITE
002810     MOVE "FAIXA-1-FIM" TO WS-NOME-CAMPO
002820     MOVE WS-FAIXA-1-FIM TO WS-VALOR-CORRENTE
002830     PERFORM 2100-PEDIR-VALOR THRU 2100-EXIT
002840     MOVE WS-VALOR-CORRENTE TO WS-FAIXA-1-FIM
002850     MOVE "FAIXA-2-FIM" TO WS-NOME-CAMPO
002860     MOVE WS-FAIXA-2-FIM TO WS-VALOR-CORRENTE
002870     PERFORM 2100-PEDIR-VALOR THRU 2100-EXIT
002880     MOVE WS-VALOR-CORRENTE TO WS-FAIXA-2-FIM
002890     MOVE "FAIXA-3-FIM" TO WS-NOME-CAMPO
002900     MOVE WS-FAIXA-3-FIM TO WS-VALOR-CORRENTE
002910     PERFORM 2100-PEDIR-VALOR THRU 2100-EXIT
002920     MOVE WS-VALOR-CORRENTE TO WS-FAIXA-3-FIM.
002930 2000-EXIT.
002940     EXIT.
002950*
002960*---------------------------------------------------------------
002970* 2100-PEDIR-VALOR - dialogo generico de um campo numerico:
002980* exibe o nome e o valor corrente, aceita o novo valor (em
002990* branco mantem; nao numerico e recusado e mantem tambem).
003000*---------------------------------------------------------------
003010 2100-PEDIR-VALOR.
003020     MOVE WS-VALOR-CORRENTE TO WS-VALOR-ED
003030     DISPLAY WS-NOME-CAMPO " atual: " WS-VALOR-ED
003040     DISPLAY "Novo valor (em branco mantem):"
003050     ACCEPT WS-ENTRADA
003060     IF WS-ENTRADA IS EQUAL TO SPACES
003070         GO TO 2100-EXIT
003080     END-IF
003090     PERFORM 2150-ALINHAR-ENTRADA THRU 2150-EXIT
003100     IF WS-ENTRADA IS NUMERIC
003110         MOVE WS-ENTRADA TO WS-VALOR-CORRENTE
003120     ELSE
003130         DISPLAY "PROGRAMM: valor nao numerico - mantido o "
003140             "valor atual."
003150     END-IF.
003160 2100-EXIT.
003170     EXIT.
003180*
003190*---------------------------------------------------------------
003200* 2150-ALINHAR-ENTRADA - desloca a entrada digitada para a
003210* direita, preenchendo com zeros a esquerda ("70" vira
003220* "000000070"), como no PROGRAMH.
003230*---------------------------------------------------------------
003240 2150-ALINHAR-ENTRADA.
003250     IF WS-ENTRADA (9:1) IS NOT EQUAL TO SPACE
003260         GO TO 2150-EXIT
003270     END-IF
003280     MOVE WS-ENTRADA TO WS-ENTRADA-AUX
003290     MOVE "0" TO WS-ENTRADA (1:1)
003300     MOVE WS-ENTRADA-AUX (1:8) TO WS-ENTRADA (2:8)
003310     GO TO 2150-ALINHAR-ENTRADA.
003320 2150-EXIT.
003330     EXIT.
003340*
003350*---------------------------------------------------------------
003360* 3000-VALIDAR-ORIGEM - critica a origem antes de gravar: cada
003370* violacao e exibida e contada, e com qualquer erro o cadastro
003380* nao e tocado. Faixas proprias vem as tres, em ordem
003390* crescente, ou nenhuma - meia tabela de cortes misturada com a
003400* do PARMIN classificaria em bandas sobrepostas.
003410*---------------------------------------------------------------
003420 3000-VALIDAR-ORIGEM.
003430     IF WS-DESCRICAO IS EQUAL TO SPACES
003440         ADD 1 TO WS-QTD-ERROS
003450         DISPLAY "PROGRAMM: descricao da origem e obrigatoria."
003460     END-IF
003470     IF WS-SITUACAO IS NOT EQUAL TO "A"
003480         AND WS-SITUACAO IS NOT EQUAL TO "I"
003490         ADD 1 TO WS-QTD-ERROS
003500         DISPLAY "PROGRAMM: situacao deve ser A ou I."
003510     END-IF
003520     MOVE "N" TO WS-DIA-INVALIDO
003530     PERFORM 3100-CRITICAR-DIA THRU 3100-EXIT
003540         VARYING WS-DIA-IDX FROM 1 BY 1
003550         UNTIL WS-DIA-IDX IS GREATER THAN 7
003560     IF WS-DIA-INVALIDO-SIM
003570         ADD 1 TO WS-QTD-ERROS
003580         DISPLAY "PROGRAMM: dias de lote devem ser 7 posicoes "
003590             "S ou N (segunda a domingo)."
003600     END-IF
003610     IF WS-FAIXA-1-FIM IS GREATER THAN ZERO
003620         OR WS-FAIXA-2-FIM IS GREATER THAN ZERO
003630         OR WS-FAIXA-3-FIM IS GREATER THAN ZERO
003640         IF WS-FAIXA-1-FIM IS EQUAL TO ZERO
003650             OR WS-FAIXA-1-FIM IS NOT LESS THAN WS-FAIXA-2-FIM
003660             OR WS-FAIXA-2-FIM IS NOT LESS THAN WS-FAIXA-3-FIM
003670             ADD 1 TO WS-QTD-ERROS
003680             DISPLAY "PROGRAMM: faixas proprias devem vir as "
003690                 "tres em ordem crescente, ou as tres zeradas."
003700         END-IF
003710     END-IF.
003720 3000-EXIT.
003730     EXIT.
003740*
003750 3100-CRITICAR-DIA.
003760     IF WS-DIA-LOTE (WS-DIA-IDX) IS NOT EQUAL TO "S"
003770         AND WS-DIA-LOTE (WS-DIA-IDX) IS NOT EQUAL TO "N"
003780         MOVE "S" TO WS-DIA-INVALIDO
003790     END-IF.
003800 3100-EXIT.
003810     EXIT.
003820*
003830*---------------------------------------------------------------
003840* 4000-GRAVAR-ORIGEM - grava a origem validada no cadastro:
003850* WRITE na inclusao, REWRITE na alteracao.
003860*---------------------------------------------------------------
003870 4000-GRAVAR-ORIGEM.
003880     MOVE WS-CODIGO TO ORIG-CODIGO
003890     MOVE WS-DESCRICAO TO ORIG-DESCRICAO
003900     MOVE WS-SITUACAO TO ORIG-SITUACAO
003910     MOVE WS-DIAS-LOTE TO ORIG-DIAS-LOTE
003920     MOVE WS-LIMITE TO ORIG-LIMITE
003930     MOVE WS-FAIXA-1-FIM TO ORIG-FAIXA-1-FIM
003940     MOVE WS-FAIXA-2-FIM TO ORIG-FAIXA-2-FIM
003950     MOVE WS-FAIXA-3-FIM TO ORIG-FAIXA-3-FIM
003960     IF WS-ORIGEM-NOVA-SIM
003970         WRITE ORIGREC
003980             INVALID KEY
003990                 DISPLAY "PROGRAMM: erro ao incluir a origem "
004000                     WS-CODIGO " - " WS-ORIG-STATUS
004010                 MOVE 12 TO RETURN-CODE
004020                 GO TO 4000-EXIT
004030         END-WRITE
004040         DISPLAY "PROGRAMM: origem " WS-CODIGO " incluida."
004050     ELSE
004060         REWRITE ORIGREC
004070             INVALID KEY
004080                 DISPLAY "PROGRAMM: erro ao regravar a origem "
004090                     WS-CODIGO " - " WS-ORIG-STATUS
004100                 MOVE 12 TO RETURN-CODE
004110                 GO TO 4000-EXIT
004120         END-REWRITE
004130         DISPLAY "PROGRAMM: origem " WS-CODIGO " regravada."
004140     END-IF
004150     MOVE "S" TO WS-ORIG-GRAVADA.
004160 4000-EXIT.
004170     EXIT.
004180*
004190*---------------------------------------------------------------
004200* 5000-GRAVAR-HISTORICO - acrescenta ao ORIGHIST uma linha de
004210* "INCLUSAO" para a origem nova e uma linha por campo que
004220* realmente mudou, com valor antigo, novo, data/hora e operador.
004230*---------------------------------------------------------------
004240 5000-GRAVAR-HISTORICO.
004250     OPEN EXTEND HISTORIA
004260     IF NOT WS-HIST-OK
004270         OPEN OUTPUT HISTORIA
004280     END-IF
004290     IF NOT WS-HIST-OK
004300         DISPLAY "PROGRAMM: erro ao abrir ORIGHIST - "
004310             WS-HIST-STATUS " - historico nao gravado."
004320         MOVE 12 TO RETURN-CODE
004330         GO TO 5000-EXIT
004340     END-IF
004350     ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
004360     ACCEPT WS-HORA-AGORA FROM TIME
004370     IF WS-ORIGEM-NOVA-SIM
004380         MOVE "INCLUSAO" TO WS-NOME-CAMPO
004390         MOVE SPACES TO WS-HIST-VALOR-ANT
004400         MOVE WS-CODIGO TO WS-HIST-VALOR-NOVO
004410         PERFORM 5100-GRAVAR-MUDANCA THRU 5100-EXIT
004420     END-IF
004430     IF WS-DESCRICAO IS NOT EQUAL TO WS-ANT-DESCRICAO
004440         MOVE "DESCRICAO" TO WS-NOME-CAMPO
004450         MOVE WS-ANT-DESCRICAO TO WS-HIST-VALOR-ANT
004460         MOVE WS-DESCRICAO TO WS-HIST-VALOR-NOVO
004470         PERFORM 5100-GRAVAR-MUDANCA THRU 5100-EXIT
004480     END-IF
004490     IF WS-SITUACAO IS NOT EQUAL TO WS-ANT-SITUACAO
004500         MOVE "SITUACAO" TO WS-NOME-CAMPO
004510         MOVE WS-ANT-SITUACAO TO WS-HIST-VALOR-ANT
004520         MOVE WS-SITUACAO TO WS-HIST-VALOR-NOVO
004530         PERFORM 5100-GRAVAR-MUDANCA THRU 5100-EXIT
004540     END-IF
004550     IF WS-DIAS-LOTE IS NOT EQUAL TO WS-ANT-DIAS-LOTE
004560         MOVE "DIAS-LOTE" TO WS-NOME-CAMPO
004570         MOVE WS-ANT-DIAS-LOTE TO WS-HIST-VALOR-ANT
004580         MOVE WS-DIAS-LOTE TO WS-HIST-VALOR-NOVO
004590         PERFORM 5100-GRAVAR-MUDANCA THRU 5100-EXIT
004600     END-IF
004610     IF WS-LIMITE IS NOT EQUAL TO WS-ANT-LIMITE
004620         MOVE "LIMITE" TO WS-NOME-CAMPO
004630         MOVE WS-ANT-LIMITE TO WS-HIST-VALOR-ANT
004640         MOVE WS-LIMITE TO WS-HIST-VALOR-NOVO
004650         PERFORM 5100-GRAVAR-MUDANCA THRU 5100-EXIT
004660     END-IF
004670     IF WS-FAIXA-1-FIM IS NOT EQUAL TO WS-ANT-FAIXA-1-FIM
004680         MOVE "FAIXA-1-FIM" TO WS-NOME-CAMPO
004690         MOVE WS-ANT-FAIXA-1-FIM TO WS-HIST-VALOR-ANT
004700         MOVE WS-FAIXA-1-FIM TO WS-HIST-VALOR-NOVO
004710         PERFORM 5100-GRAVAR-MUDANCA THRU 5100-EXIT
004720     END-IF
004730     IF WS-FAIXA-2-FIM IS NOT EQUAL TO WS-ANT-FAIXA-2-FIM
004740         MOVE "FAIXA-2-FIM" TO WS-NOME-CAMPO
004750         MOVE WS-ANT-FAIXA-2-FIM TO WS-HIST-VALOR-ANT
004760         MOVE WS-FAIXA-2-FIM TO WS-HIST-VALOR-NOVO
004770         PERFORM 5100-GRAVAR-MUDANCA THRU 5100-EXIT
004780     END-IF
004790     IF WS-FAIXA-3-FIM IS NOT EQUAL TO WS-ANT-FAIXA-3-FIM
004800         MOVE "FAIXA-3-FIM" TO WS-NOME-CAMPO
004810         MOVE WS-ANT-FAIXA-3-FIM TO WS-HIST-VALOR-ANT
004820         MOVE WS-FAIXA-3-FIM TO WS-HIST-VALOR-NOVO
004830         PERFORM 5100-GRAVAR-MUDANCA THRU 5100-EXIT
004840     END-IF
004850     CLOSE HISTORIA
004860     DISPLAY "PROGRAMM: " WS-QTD-MUDANCAS
004870         " alteracao(oes) registrada(s) no historico.".
004880 5000-EXIT.
004890     EXIT.
004900*
004910*---------------------------------------------------------------
004920* 5100-GRAVAR-MUDANCA - grava uma linha de historico ja montada
004930* na area de passagem (campo, valor antigo e novo).
004940*---------------------------------------------------------------
004950 5100-GRAVAR-MUDANCA.
004960     MOVE WS-CODIGO TO ORIGH-CODIGO
004970     MOVE WS-NOME-CAMPO TO ORIGH-CAMPO
004980     MOVE WS-HIST-VALOR-ANT TO ORIGH-VALOR-ANT
004990     MOVE WS-HIST-VALOR-NOVO TO ORIGH-VALOR-NOVO
005000     MOVE WS-DATA-HOJE TO ORIGH-DATA
005010     MOVE WS-HORA-AGORA TO ORIGH-HORA
005020     MOVE WS-OPERADOR TO ORIGH-OPERADOR
005030     WRITE ORIGHREC
005040     ADD 1 TO WS-QTD-MUDANCAS.
005050 5100-EXIT.
005060     EXIT.
005070*
005080*---------------------------------------------------------------
005090* 9000-FINALIZAR - fecha o cadastro, quando aberto.
005100*---------------------------------------------------------------
005110 9000-FINALIZAR.
005120     IF WS-ORIG-ABERTO-SIM
005130         CLOSE ORIGENS
005140     END-IF.
005150 9000-EXIT.
005160     EXIT.
