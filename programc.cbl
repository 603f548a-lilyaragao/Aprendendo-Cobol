000142*                    data de classificacao: o operador nao
000143*                    precisa mais saber de que lado do corte
000144*                    de retencao o registro caiu.
000145*   15/10/2026  LA   Registro sobreposto manualmente (PROGRAML)
000146*                    passou a sair com o marcador "SOBREPOSTA
000147*                    MANUALMENTE" e a data da aprovacao. Linha
000148*                    do historico HISTSAI de 61 para 70 bytes.
000149*   15/10/2026  LA   Nova opcao "3 - historico de um id": le o
000150*                    diario de alteracoes de RESULTVS (JRNLRES)
000151*                    e lista, em ordem, todas as versoes do
000152*                    registro - da primeira classificacao ate o
000153*                    estorno ou o arquivamento pelo expurgo - com
000154*                    a acao, a data/hora, o programa e a origem.
000155*
000156 IDENTIFICATION DIVISION.
000157 PROGRAM-ID. PROGRAMC.
000160 AUTHOR. LILIAN.
000170 INSTALLATION. DEPARTAMENTO DE SISTEMAS.
000180 DATE-WRITTEN. 24/08/2026.
000284     SELECT HISTORICO ASSIGN TO HISTSAI
000286         ORGANIZATION IS LINE SEQUENTIAL
000288         FILE STATUS IS WS-HIST-STATUS.
000289*
000290     SELECT DIARIO ASSIGN TO JRNLRES
000291         ORGANIZATION IS LINE SEQUENTIAL
000292         FILE STATUS IS WS-JRN-STATUS.
000293*
000300 DATA DIVISION.
000310 FILE SECTION.
000320 FD  RESULTADOS.
000330     COPY RESULTREC.
000332*
000334 FD  HISTORICO.
000336 01  HIST-REG                    PIC X(70).
000337*
000338 FD  DIARIO.
000339     COPY JRNLREC.
000340*
000350 WORKING-STORAGE SECTION.
000360 77  WS-RESULT-STATUS            PIC X(02) VALUE SPACES.
000400 77  WS-OPCAO                    PIC X(01) VALUE SPACE.
000410     88  WS-OPCAO-CONSULTA           VALUE "1".
000420     88  WS-OPCAO-VARREDURA          VALUE "2".
000425     88  WS-OPCAO-HISTORICO          VALUE "3".
000430     88  WS-OPCAO-FIM                VALUE "9".
000440 77  WS-ID-INFORMADO             PIC X(06) VALUE SPACES.
000445 77  WS-ID-AUX                   PIC X(06) VALUE SPACES.
000490 01  WS-VALOR-ED                 PIC ZZZZZZZZ9.
000492 77  WS-ACHOU-ARQUIVADO          PIC X(01) VALUE "N".
000494     88  WS-ACHOU-ARQUIVADO-SIM      VALUE "S".
000495 77  WS-JRN-STATUS               PIC X(02) VALUE SPACES.
000496     88  WS-JRN-OK                   VALUE "00".
000497 77  WS-FIM-DIARIO               PIC X(01) VALUE "N".
000498     88  WS-CHEGOU-FIM-DIARIO        VALUE "S".
000499 01  WS-QTD-VERSOES              PIC 9(04) VALUE ZERO.
000500 01  WS-QTD-ED                   PIC ZZZ9.
000501*
000510 PROCEDURE DIVISION.
000520 0000-MAINLINE.
000530     PERFORM 1000-ABRIR-RESULTADOS THRU 1000-EXIT
000800     DISPLAY "PROGRAMC - CONSULTA DE RESULTADOS"
000810     DISPLAY "  1 - consulta por id"
000820     DISPLAY "  2 - varredura a partir de um id"
000825     DISPLAY "  3 - historico de versoes de um id"
000830     DISPLAY "  9 - fim"
000840     DISPLAY "Informe a opcao:"
000850     ACCEPT WS-OPCAO
000890         IF WS-OPCAO-VARREDURA
000900             PERFORM 4000-VARRER-IDS THRU 4000-EXIT
000910         ELSE
000920             IF WS-OPCAO-HISTORICO
000921                 PERFORM 7000-LISTAR-HISTORICO THRU 7000-EXIT
000922             ELSE
000923                 IF NOT WS-OPCAO-FIM
000924                     DISPLAY "PROGRAMC: opcao invalida."
000925                 END-IF
000926             END-IF
000950         END-IF
000960     END-IF.
000970 2000-EXIT.
001960*
001970*---------------------------------------------------------------
001980* 5000-EXIBIR-RESULTADO - exibe os campos do registro corrente
001990* de RESULTVS no terminal, avisando quando a classificacao foi
001995* sobreposta a mao em vez de vir do lote.
002000*---------------------------------------------------------------
002010 5000-EXIBIR-RESULTADO.
002020     MOVE RES-VALOR TO WS-VALOR-ED
002040     DISPLAY "Valor.....: " WS-VALOR-ED
002050     DISPLAY "Resultado.: " RES-RESULTADO
002060     DISPLAY "Faixa.....: " RES-FAIXA
002062     DISPLAY "Origem....: " RES-ORIGEM
002064     IF RES-FOI-SOBREPOSTO
002066         DISPLAY "*** CLASSIFICACAO SOBREPOSTA MANUALMENTE EM "
002068             RES-DATA-SOBREPOSTO " ***"
002069     END-IF.
002070 5000-EXIT.
002080     EXIT.
002090*
002510     END-IF.
002520 6100-EXIT.
002530     EXIT.
002540*
002550*---------------------------------------------------------------
002560* 7000-LISTAR-HISTORICO - percorre o diario de alteracoes de
002570* RESULTVS (JRNLRES, em ordem de gravacao) e exibe cada versao
002580* do id pedido: inclusao pelo lote, correcoes por reenvio,
002590* sobreposicoes aprovadas e, no fim, o estorno ou o expurgo
002600* para o historico. O diario e reaberto a cada consulta.
002610*---------------------------------------------------------------
002620 7000-LISTAR-HISTORICO.
002630     PERFORM 3500-PEDIR-ID THRU 3500-EXIT
002640     IF WS-ID-INFORMADO IS NOT NUMERIC
002650         GO TO 7000-EXIT
002660     END-IF
002670     OPEN INPUT DIARIO
002680     IF NOT WS-JRN-OK
002690         DISPLAY "PROGRAMC: diario JRNLRES indisponivel - "
002700             WS-JRN-STATUS
002710         GO TO 7000-EXIT
002720     END-IF
002730     MOVE "N" TO WS-FIM-DIARIO
002740     MOVE ZERO TO WS-QTD-VERSOES
002750     PERFORM 7100-LER-DIARIO THRU 7100-EXIT
002760         UNTIL WS-CHEGOU-FIM-DIARIO
002770     CLOSE DIARIO
002780     IF WS-QTD-VERSOES IS EQUAL TO ZERO
002790         DISPLAY "PROGRAMC: nenhuma alteracao do id "
002800             WS-ID-INFORMADO " no diario JRNLRES."
002810     ELSE
002820         MOVE WS-QTD-VERSOES TO WS-QTD-ED
002830         DISPLAY "PROGRAMC: fim do historico do id "
002840             WS-ID-INFORMADO " - " WS-QTD-ED " alteracao(oes)."
002850     END-IF.
002860 7000-EXIT.
002870     EXIT.
002880*
002890 7100-LER-DIARIO.
002900     READ DIARIO
002910         AT END
002920             MOVE "S" TO WS-FIM-DIARIO
002930             GO TO 7100-EXIT
002940     END-READ
002950     IF JRN-ID IS EQUAL TO WS-ID-INFORMADO
002960         ADD 1 TO WS-QTD-VERSOES
002970         PERFORM 7200-EXIBIR-VERSAO THRU 7200-EXIT
002980     END-IF.
002990 7100-EXIT.
003000     EXIT.
003010*
003020*---------------------------------------------------------------
003030* 7200-EXIBIR-VERSAO - exibe uma alteracao do diario. Registro
003040* classificado antes do diario existir tem a primeira alteracao
003050* com imagem anterior: ela sai primeiro, como versao original.
003060* Estorno e expurgo nao tem imagem posterior.
003070*---------------------------------------------------------------
003080 7200-EXIBIR-VERSAO.
003090     IF WS-QTD-VERSOES IS EQUAL TO 1
003100         AND JRN-ANTES IS NOT EQUAL TO SPACES
003110         DISPLAY " "
003120         DISPLAY "--- VERSAO ANTERIOR AO DIARIO"
003130         MOVE JRN-ANTES TO RESULTREC
003140         PERFORM 5000-EXIBIR-RESULTADO THRU 5000-EXIT
003150         DISPLAY "Classif...: " RES-DATA-CLASS
003160     END-IF
003170     DISPLAY " "
003180     DISPLAY "--- " JRN-ACAO " EM " JRN-DATA " " JRN-HORA
003190         " POR " JRN-PROGRAMA " - ORIGEM " JRN-ORIGEM
003200     IF JRN-OPERADOR IS NOT EQUAL TO SPACES
003210         DISPLAY "Operador..: " JRN-OPERADOR
003220     END-IF
003230     IF JRN-DEPOIS IS NOT EQUAL TO SPACES
003240         MOVE JRN-DEPOIS TO RESULTREC
003250         PERFORM 5000-EXIBIR-RESULTADO THRU 5000-EXIT
003260         DISPLAY "Classif...: " RES-DATA-CLASS
003270         GO TO 7200-EXIT
003280     END-IF
003290     IF JRN-EXPURGO
003300         DISPLAY "*** REGISTRO ARQUIVADO NO HISTORICO HISTSAI "
003310             "PELO EXPURGO ***"
003320     ELSE
003330         DISPLAY "*** REGISTRO REMOVIDO DO CLUSTER ***"
003340     END-IF.
003350 7200-EXIT.
003360     EXIT.
