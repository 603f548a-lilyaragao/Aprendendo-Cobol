000010* Author: Lilian
000020* Date: 15/10/2026
000030* Purpose: Manutencao online dos suspensos. O inventario do
000040*          PROGRAMK aponta o item parado - um suspenso ficou
000050*          cinco semanas no GDG com data de efetivacao 2099 - mas
000060*          nao havia como agir sobre ele a nao ser editando uma
000070*          geracao do GDG na mao. Este programa, interativo como
000080*          o PROGRAMD, lista os suspensos da geracao corrente
000090*          (SUSPIN, layout SUSPREC) e, item a item, deixa o
000100*          operador liberar o suspenso para classificar no
000110*          proximo lote do PROGRAMB, cancela-lo com motivo ou
000120*          corrigir a data de efetivacao (SUSP-DATA), mantendo a
000130*          data de entrada (SUSP-DATA-ENTRADA). Grava a nova
000140*          geracao (SUSPSAI) com todos os itens - o cancelado vai
000150*          marcado, para o PROGRAMB baixa-lo e o inventario do
000160*          PROGRAMK mostra-lo como baixado - e registra cada acao
000170*          na AUDITLOG com o operador. Nao rodar durante a janela
000180*          do ciclo noturno: o PROGRAMB le e grava o mesmo GDG.
000190*
000200* MODIFICATION HISTORY
000210*   15/10/2026  LA   Criacao do programa.
000220*
000230 IDENTIFICATION DIVISION.
000240 PROGRAM-ID. PROGRAMS.
000250 AUTHOR. LILIAN.
000260 INSTALLATION. DEPARTAMENTO DE SISTEMAS.
000270 DATE-WRITTEN. 15/10/2026.
000280 DATE-COMPILED.
000290*
000300 ENVIRONMENT DIVISION.
000310 INPUT-OUTPUT SECTION.
000320 FILE-CONTROL.
000330     SELECT SUSPENSOS ASSIGN TO SUSPIN
000340         ORGANIZATION IS LINE SEQUENTIAL
000350         FILE STATUS IS WS-SUSP-STATUS.
000360*
000370     SELECT SUSPENSO-NOVO ASSIGN TO SUSPSAI
000380         ORGANIZATION IS LINE SEQUENTIAL
000390         FILE STATUS IS WS-NOVO-STATUS.
000400*
000410     SELECT AUDITORIA ASSIGN TO AUDITLOG
000420         ORGANIZATION IS LINE SEQUENTIAL
000430         FILE STATUS IS WS-AUDIT-STATUS.
000440*
000450 DATA DIVISION.
000460 FILE SECTION.
000470 FD  SUSPENSOS.
000480     COPY SUSPREC.
000490*
000500 FD  SUSPENSO-NOVO.
000510 01  SUSP-NOVO-REG               PIC X(86).
000520*
000530 FD  AUDITORIA.
000540     COPY AUDITREC.
000550*
000560 WORKING-STORAGE SECTION.
000570 77  WS-SUSP-STATUS              PIC X(02) VALUE SPACES.
000580     88  WS-SUSP-OK                  VALUE "00".
000590 77  WS-NOVO-STATUS              PIC X(02) VALUE SPACES.
000600     88  WS-NOVO-OK                  VALUE "00".
000610 77  WS-AUDIT-STATUS             PIC X(02) VALUE SPACES.
000620     88  WS-AUDIT-OK                 VALUE "00".
000630 77  WS-FIM-ARQUIVO              PIC X(01) VALUE "N".
000640     88  WS-CHEGOU-FIM               VALUE "S".
000650 77  WS-ACAO                     PIC X(01) VALUE SPACE.
000660     88  WS-ACAO-LIBERAR             VALUE "L".
000670     88  WS-ACAO-CANCELAR            VALUE "C".
000680     88  WS-ACAO-REDATAR             VALUE "R".
000690     88  WS-ACAO-ENCERRAR            VALUE "F".
000700 77  WS-ENCERRAR                 PIC X(01) VALUE "N".
000710     88  WS-ENCERRAR-SIM             VALUE "S".
000720 77  WS-ARQUIVOS-ABERTOS         PIC X(01) VALUE "N".
000730     88  WS-ARQUIVOS-OK              VALUE "S".
000740 77  WS-SUSP-ABERTO              PIC X(01) VALUE "N".
000750     88  WS-SUSP-ABERTO-SIM          VALUE "S".
000760 77  WS-NOVO-ABERTO              PIC X(01) VALUE "N".
000770     88  WS-NOVO-ABERTO-SIM          VALUE "S".
000780 77  WS-AUDIT-ABERTO             PIC X(01) VALUE "N".
000790     88  WS-AUDIT-ABERTO-SIM         VALUE "S".
000800 77  WS-ERRO-GRAVACAO            PIC X(01) VALUE "N".
000810     88  WS-TEM-ERRO-GRAVACAO        VALUE "S".
000820 77  WS-OPERADOR                 PIC X(08) VALUE SPACES.
000830 77  WS-MOTIVO                   PIC X(30) VALUE SPACES.
000840 01  WS-NOVA-DATA                PIC X(08) VALUE SPACES.
000850 01  WS-NOVA-DATA-R REDEFINES WS-NOVA-DATA.
000860     05  FILLER                  PIC X(04).
000870     05  WS-NOVA-DATA-MM         PIC 9(02).
000880     05  WS-NOVA-DATA-DD         PIC 9(02).
000890 01  WS-DATA-ANTERIOR            PIC X(08) VALUE SPACES.
000900 01  WS-DATA-HOJE                PIC X(08) VALUE SPACES.
000910 01  WS-HORA-AGORA               PIC X(08) VALUE SPACES.
000920 01  WS-AUDIT-RESULTADO          PIC X(20) VALUE SPACES.
000930 01  WS-QTD-LISTADOS             PIC 9(06) VALUE ZERO.
000940 01  WS-QTD-LIDOS                PIC 9(06) VALUE ZERO.
000950 01  WS-QTD-LIBERADOS            PIC 9(06) VALUE ZERO.
000960 01  WS-QTD-CANCELADOS           PIC 9(06) VALUE ZERO.
000970 01  WS-QTD-REDATADOS            PIC 9(06) VALUE ZERO.
000980 01  WS-QTD-MANTIDOS             PIC 9(06) VALUE ZERO.
000990 01  WS-QTD-GRAVADOS             PIC 9(06) VALUE ZERO.
001000 01  WS-QTD-ED                   PIC ZZZZZ9.
001010*
001020 PROCEDURE DIVISION.
001030 0000-MAINLINE.
001040     PERFORM 1000-INICIALIZAR THRU 1000-EXIT
001050     IF WS-ARQUIVOS-OK
001060         PERFORM 2000-TRATAR-SUSPENSO THRU 2000-EXIT
001070             UNTIL WS-CHEGOU-FIM
001080     END-IF
001090     PERFORM 9000-FINALIZAR THRU 9000-EXIT
001100     STOP RUN.
001110*
001120*---------------------------------------------------------------
001130* 1000-INICIALIZAR - identifica o operador (toda acao vai para a
001140* AUDITLOG com ele), abre a trilha de auditoria, lista os
001150* suspensos da geracao corrente e reabre o SUSPIN para o
001160* tratamento item a item. A nova geracao (SUSPSAI) e aberta por
001170* ultimo, so com todo o resto em ordem.
001180*---------------------------------------------------------------
001190 1000-INICIALIZAR.
001200     ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
001210     DISPLAY "PROGRAMS - MANUTENCAO DE SUSPENSOS"
001220     DISPLAY "Informe o operador (ate 8 posicoes):"
001230     ACCEPT WS-OPERADOR
001240     IF WS-OPERADOR IS EQUAL TO SPACES
001250         DISPLAY "PROGRAMS: operador obrigatorio - cada acao "
001260             "vai para a AUDITLOG com quem a fez."
001270         MOVE 8 TO RETURN-CODE
001280         GO TO 1000-EXIT
001290     END-IF
001300     OPEN EXTEND AUDITORIA
001310     IF NOT WS-AUDIT-OK
001320         OPEN OUTPUT AUDITORIA
001330     END-IF
001340     IF NOT WS-AUDIT-OK
001350         DISPLAY "PROGRAMS: erro ao abrir AUDITLOG - "
001360             WS-AUDIT-STATUS
001370         MOVE 12 TO RETURN-CODE
001380         GO TO 1000-EXIT
001390     END-IF
001400     MOVE "S" TO WS-AUDIT-ABERTO
001410     OPEN INPUT SUSPENSOS
001420     IF NOT WS-SUSP-OK
001430         DISPLAY "PROGRAMS: erro ao abrir SUSPIN - "
001440             WS-SUSP-STATUS
001450         MOVE 12 TO RETURN-CODE
001460         GO TO 1000-EXIT
001470     END-IF
001480     PERFORM 1500-LISTAR-SUSPENSOS THRU 1500-EXIT
001490     OPEN INPUT SUSPENSOS
001500     IF NOT WS-SUSP-OK
001510         DISPLAY "PROGRAMS: erro ao reabrir SUSPIN - "
001520             WS-SUSP-STATUS
001530         MOVE 12 TO RETURN-CODE
001540         GO TO 1000-EXIT
001550     END-IF
001560     MOVE "S" TO WS-SUSP-ABERTO
001570     OPEN OUTPUT SUSPENSO-NOVO
001580     IF NOT WS-NOVO-OK
001590         DISPLAY "PROGRAMS: erro ao abrir SUSPSAI - "
001600             WS-NOVO-STATUS
001610         MOVE 12 TO RETURN-CODE
001620         GO TO 1000-EXIT
001630     END-IF
001640     MOVE "S" TO WS-NOVO-ABERTO
001650     MOVE "S" TO WS-ARQUIVOS-ABERTOS
001660     PERFORM 2100-LER-PROXIMO THRU 2100-EXIT.
001670 1000-EXIT.
001680     EXIT.
001690*
001700*---------------------------------------------------------------
001710* 1500-LISTAR-SUSPENSOS - primeira passada no SUSPIN: exibe uma
001720* linha por suspenso, com a situacao (em branco = pendente, L =
001730* liberado para o proximo lote, C = cancelado, B = baixado), e
001740* fecha o arquivo para a segunda passada.
001750*---------------------------------------------------------------
001760 1500-LISTAR-SUSPENSOS.
001770     DISPLAY " "
001780     DISPLAY "SUSPENSOS DA GERACAO CORRENTE EM " WS-DATA-HOJE
001790     DISPLAY "ID     VALOR     EFETIVA. ENTRADA  ORIGEM   SIT"
001800     PERFORM 1550-LISTAR-SUSPENSO THRU 1550-EXIT
001810         UNTIL WS-CHEGOU-FIM
001820     CLOSE SUSPENSOS
001830     MOVE "N" TO WS-FIM-ARQUIVO
001840     MOVE WS-QTD-LISTADOS TO WS-QTD-ED
001850     DISPLAY "SUSPENSOS NA GERACAO: " WS-QTD-ED
001860     DISPLAY "SIT: branco = pendente, L = liberado, "
001870         "C = cancelado, B = baixado".
001880 1500-EXIT.
001890     EXIT.
001900*
001910 1550-LISTAR-SUSPENSO.
001920     READ SUSPENSOS
001930         AT END
001940             MOVE "S" TO WS-FIM-ARQUIVO
001950             GO TO 1550-EXIT
001960     END-READ
001970     ADD 1 TO WS-QTD-LISTADOS
001980     DISPLAY SUSP-ID " " SUSP-VALOR " " SUSP-DATA " "
001990         SUSP-DATA-ENTRADA " " SUSP-ORIGEM " " SUSP-SITUACAO.
002000 1550-EXIT.
002010     EXIT.
002020*
002030*---------------------------------------------------------------
002040* 2000-TRATAR-SUSPENSO - exibe o suspenso corrente e pergunta ao
002050* operador a acao: liberar, cancelar, corrigir a data ou manter;
002060* "F" encerra a sessao e o resto vai sem pergunta. Cancelado ou
002070* baixado em sessao anterior so e copiado. Todo item, com ou sem
002080* acao, vai para a nova geracao.
002090*---------------------------------------------------------------
002100 2000-TRATAR-SUSPENSO.
002110     ADD 1 TO WS-QTD-LIDOS
002120     IF SUSP-CANCELADO OR SUSP-BAIXADO OR WS-ENCERRAR-SIM
002130         ADD 1 TO WS-QTD-MANTIDOS
002140         GO TO 2000-GRAVAR
002150     END-IF
002160     DISPLAY " "
002170     DISPLAY "PROGRAMS - SUSPENSO " SUSP-ID
002180     DISPLAY "  Valor.............: " SUSP-VALOR
002190     DISPLAY "  Data de efetivacao: " SUSP-DATA
002200     DISPLAY "  Suspenso desde....: " SUSP-DATA-ENTRADA
002210     DISPLAY "  Origem............: " SUSP-ORIGEM
002220     IF SUSP-LIBERADO
002230         DISPLAY "  *** liberado por " SUSP-OPERADOR " em "
002240             SUSP-DATA-ACAO " ***"
002250     END-IF
002260     DISPLAY "Acao (L=liberar, C=cancelar, R=redatar, "
002270         "F=encerrar, outra=manter):"
002280     ACCEPT WS-ACAO
002290     IF WS-ACAO-LIBERAR
002300         PERFORM 3000-LIBERAR-SUSPENSO THRU 3000-EXIT
002310     ELSE
002320         IF WS-ACAO-CANCELAR
002330             PERFORM 3100-CANCELAR-SUSPENSO THRU 3100-EXIT
002340         ELSE
002350             IF WS-ACAO-REDATAR
002360                 PERFORM 3200-REDATAR-SUSPENSO THRU 3200-EXIT
002370             ELSE
002380                 IF WS-ACAO-ENCERRAR
002390                     MOVE "S" TO WS-ENCERRAR
002400                 END-IF
002410                 ADD 1 TO WS-QTD-MANTIDOS
002420             END-IF
002430         END-IF
002440     END-IF.
002450 2000-GRAVAR.
002460     PERFORM 4000-GRAVAR-NOVO THRU 4000-EXIT
002470     PERFORM 2100-LER-PROXIMO THRU 2100-EXIT.
002480 2000-EXIT.
002490     EXIT.
002500*
002510 2100-LER-PROXIMO.
002520     READ SUSPENSOS
002530         AT END
002540             MOVE "S" TO WS-FIM-ARQUIVO
002550     END-READ.
002560 2100-EXIT.
002570     EXIT.
002580*
002590*---------------------------------------------------------------
002600* 3000-LIBERAR-SUSPENSO - marca o suspenso como liberado: o
002610* proximo lote do PROGRAMB o classifica mesmo com a data de
002620* efetivacao ainda futura, com a origem guardada na suspensao.
002630*---------------------------------------------------------------
002640 3000-LIBERAR-SUSPENSO.
002650     IF SUSP-LIBERADO
002660         DISPLAY "PROGRAMS: suspenso ja liberado - mantido."
002670         ADD 1 TO WS-QTD-MANTIDOS
002680         GO TO 3000-EXIT
002690     END-IF
002700     MOVE "L" TO SUSP-SITUACAO
002710     MOVE SPACES TO SUSP-MOTIVO
002720     MOVE WS-OPERADOR TO SUSP-OPERADOR
002730     MOVE WS-DATA-HOJE TO SUSP-DATA-ACAO
002740     MOVE "SUSP.LIBERADO" TO WS-AUDIT-RESULTADO
002750     PERFORM 5000-GRAVAR-AUDITORIA THRU 5000-EXIT
002760     ADD 1 TO WS-QTD-LIBERADOS
002770     DISPLAY "PROGRAMS: suspenso " SUSP-ID " liberado - "
002780         "classifica no proximo lote.".
002790 3000-EXIT.
002800     EXIT.
002810*
002820*---------------------------------------------------------------
002830* 3100-CANCELAR-SUSPENSO - cancela o suspenso com o motivo
002840* informado (obrigatorio). Ele continua na nova geracao,
002850* marcado: o PROGRAMB nao o classifica e o leva uma vez como
002860* baixado, para o inventario do PROGRAMK mostrar a baixa.
002870*---------------------------------------------------------------
002880 3100-CANCELAR-SUSPENSO.
002890     DISPLAY "Motivo do cancelamento (ate 30 posicoes):"
002900     ACCEPT WS-MOTIVO
002910     IF WS-MOTIVO IS EQUAL TO SPACES
002920         DISPLAY "PROGRAMS: cancelamento exige motivo - "
002930             "suspenso mantido."
002940         ADD 1 TO WS-QTD-MANTIDOS
002950         GO TO 3100-EXIT
002960     END-IF
002970     MOVE "C" TO SUSP-SITUACAO
002980     MOVE WS-MOTIVO TO SUSP-MOTIVO
002990     MOVE WS-OPERADOR TO SUSP-OPERADOR
003000     MOVE WS-DATA-HOJE TO SUSP-DATA-ACAO
003010     MOVE "SUSP.CANCELADO" TO WS-AUDIT-RESULTADO
003020     PERFORM 5000-GRAVAR-AUDITORIA THRU 5000-EXIT
003030     ADD 1 TO WS-QTD-CANCELADOS
003040     DISPLAY "PROGRAMS: suspenso " SUSP-ID " cancelado.".
003050 3100-EXIT.
003060     EXIT.
003070*
003080*---------------------------------------------------------------
003090* 3200-REDATAR-SUSPENSO - corrige a data de efetivacao do
003100* suspenso. A data de entrada (SUSP-DATA-ENTRADA) fica como
003110* estava - o inventario continua medindo a idade desde a
003120* primeira suspensao - e a data anterior vai para o motivo. O
003130* item volta a pendente: se a nova data ja venceu, o proximo
003140* lote o libera pelo caminho normal.
003150*---------------------------------------------------------------
003160 3200-REDATAR-SUSPENSO.
003170     DISPLAY "Nova data de efetivacao (AAAAMMDD):"
003180     ACCEPT WS-NOVA-DATA
003190     IF WS-NOVA-DATA IS NOT NUMERIC
003200         GO TO 3200-INVALIDA
003210     END-IF
003220     IF WS-NOVA-DATA-MM IS LESS THAN 01
003230         OR WS-NOVA-DATA-MM IS GREATER THAN 12
003240         OR WS-NOVA-DATA-DD IS LESS THAN 01
003250         OR WS-NOVA-DATA-DD IS GREATER THAN 31
003260         GO TO 3200-INVALIDA
003270     END-IF
003280     IF WS-NOVA-DATA IS EQUAL TO SUSP-DATA
003290         DISPLAY "PROGRAMS: mesma data de efetivacao - "
003300             "suspenso mantido."
003310         ADD 1 TO WS-QTD-MANTIDOS
003320         GO TO 3200-EXIT
003330     END-IF
003340     MOVE SUSP-DATA TO WS-DATA-ANTERIOR
003350     MOVE WS-NOVA-DATA TO SUSP-DATA
003360     MOVE SPACE TO SUSP-SITUACAO
003370     MOVE SPACES TO SUSP-MOTIVO
003380     STRING "DATA ANTERIOR " DELIMITED BY SIZE
003390         WS-DATA-ANTERIOR DELIMITED BY SIZE
003400         INTO SUSP-MOTIVO
003410     END-STRING
003420     MOVE WS-OPERADOR TO SUSP-OPERADOR
003430     MOVE WS-DATA-HOJE TO SUSP-DATA-ACAO
003440     MOVE "SUSP.REDATADO" TO WS-AUDIT-RESULTADO
003450     PERFORM 5000-GRAVAR-AUDITORIA THRU 5000-EXIT
003460     ADD 1 TO WS-QTD-REDATADOS
003470     DISPLAY "PROGRAMS: suspenso " SUSP-ID " redatado de "
003480         WS-DATA-ANTERIOR " para " SUSP-DATA "."
003490     IF SUSP-DATA IS NOT GREATER THAN WS-DATA-HOJE
003500         DISPLAY "PROGRAMS: data ja vencida - o suspenso "
003510             "classifica no proximo lote."
003520     END-IF
003530     GO TO 3200-EXIT.
003540 3200-INVALIDA.
003550     DISPLAY "PROGRAMS: data invalida - suspenso mantido."
003560     ADD 1 TO WS-QTD-MANTIDOS.
003570 3200-EXIT.
003580     EXIT.
003590*
003600*---------------------------------------------------------------
003610* 4000-GRAVAR-NOVO - grava o suspenso corrente, com a acao
003620* aplicada, na nova geracao do GDG.
003630*---------------------------------------------------------------
003640 4000-GRAVAR-NOVO.
003650     MOVE SUSPREC TO SUSP-NOVO-REG
003660     WRITE SUSP-NOVO-REG
003670     IF NOT WS-NOVO-OK
003680         DISPLAY "PROGRAMS: erro ao gravar SUSPSAI - "
003690             WS-NOVO-STATUS " - suspenso " SUSP-ID
003700         MOVE "S" TO WS-ERRO-GRAVACAO
003710         GO TO 4000-EXIT
003720     END-IF
003730     ADD 1 TO WS-QTD-GRAVADOS.
003740 4000-EXIT.
003750     EXIT.
003760*
003770*---------------------------------------------------------------
003780* 5000-GRAVAR-AUDITORIA - grava na trilha a acao sobre o
003790* suspenso (SUSP.LIBERADO, SUSP.CANCELADO ou SUSP.REDATADO),
003800* com a origem do suspenso e o operador da sessao. Nao e decisao
003810* de classificacao: nao tem limite nem faixa.
003820*---------------------------------------------------------------
003830 5000-GRAVAR-AUDITORIA.
003840     ACCEPT WS-HORA-AGORA FROM TIME
003850     MOVE SUSP-ID TO AUDIT-NUM-REGISTRO
003860     IF SUSP-VALOR IS NUMERIC
003870         MOVE SUSP-VALOR TO AUDIT-VALOR
003880     ELSE
003890         MOVE ZERO TO AUDIT-VALOR
003900     END-IF
003910     MOVE ZERO TO AUDIT-LIMITE
003920     MOVE WS-AUDIT-RESULTADO TO AUDIT-RESULTADO
003930     MOVE SPACES TO AUDIT-FAIXA
003940     MOVE WS-DATA-HOJE TO AUDIT-DATA
003950     MOVE WS-HORA-AGORA TO AUDIT-HORA
003960     MOVE SUSP-ORIGEM TO AUDIT-ORIGEM
003970     MOVE WS-OPERADOR TO AUDIT-OPERADOR
003980     MOVE SPACES TO AUDIT-OPER-PROPOS
003990     WRITE AUDITREC
004000     IF NOT WS-AUDIT-OK
004010         DISPLAY "PROGRAMS: erro ao gravar AUDITLOG - "
004020             WS-AUDIT-STATUS
004030         MOVE "S" TO WS-ERRO-GRAVACAO
004040     END-IF.
004050 5000-EXIT.
004060     EXIT.
004070*
004080*---------------------------------------------------------------
004090* 9000-FINALIZAR - exibe os totais da sessao, fecha os arquivos
004100* abertos pelo programa e define o codigo de retorno: 12 quando
004110* a nova geracao ou a trilha ficou com erro de gravacao.
004120*---------------------------------------------------------------
004130 9000-FINALIZAR.
004140     IF WS-ARQUIVOS-OK
004150         MOVE WS-QTD-LIDOS TO WS-QTD-ED
004160         DISPLAY "PROGRAMS: suspensos lidos..........: " WS-QTD-ED
004170         MOVE WS-QTD-LIBERADOS TO WS-QTD-ED
004180         DISPLAY "PROGRAMS: liberados p/ proximo lote: " WS-QTD-ED
004190         MOVE WS-QTD-CANCELADOS TO WS-QTD-ED
004200         DISPLAY "PROGRAMS: cancelados...............: " WS-QTD-ED
004210         MOVE WS-QTD-REDATADOS TO WS-QTD-ED
004220         DISPLAY "PROGRAMS: redatados................: " WS-QTD-ED
004230         MOVE WS-QTD-MANTIDOS TO WS-QTD-ED
004240         DISPLAY "PROGRAMS: mantidos sem acao........: " WS-QTD-ED
004250         MOVE WS-QTD-GRAVADOS TO WS-QTD-ED
004260         DISPLAY "PROGRAMS: gravados na nova geracao.: " WS-QTD-ED
004270     END-IF
004280     IF WS-SUSP-ABERTO-SIM
004290         CLOSE SUSPENSOS
004300     END-IF
004310     IF WS-NOVO-ABERTO-SIM
004320         CLOSE SUSPENSO-NOVO
004330     END-IF
004340     IF WS-AUDIT-ABERTO-SIM
004350         CLOSE AUDITORIA
004360     END-IF
004370     IF WS-TEM-ERRO-GRAVACAO
004380         MOVE 12 TO RETURN-CODE
004390     END-IF.
004400 9000-EXIT.
004410     EXIT.
