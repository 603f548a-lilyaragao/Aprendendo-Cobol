000010* Author: Lilian
000020* Date: 15/10/2026
000030* Purpose: Sobreposicao manual de classificacao em RESULTVS, com
000040*          dupla custodia. Hoje um registro de RESULTVS so muda
000050*          quando o remetente o reenvia (modo de correcao) ou
000060*          manda um estorno "ES" pelo DADOIN: quando o negocio
000070*          contesta uma classificacao, alguem liga para o
000080*          remetente e espera uma noite. Este programa, interativo
000090*          como o PROGRAMD, deixa um operador propor a troca de
000100*          RES-RESULTADO/RES-FAIXA de um RES-ID, com codigo de
000110*          motivo, gravando a proposta como pendente no arquivo
000120*          indexado SOBREPOS (layout SOBREREC). Outro operador -
000130*          nunca o mesmo que propos - aprova ou recusa. A
000140*          aprovacao regrava o registro em RESULTVS com a marca
000150*          RES-SOBREPOSTO e a data da aprovacao (que a carga delta
000160*          do PROGRAMF leva no dia, e que o PROGRAMC exibe), e
000170*          grava na AUDITLOG, como o modo de correcao do PROGRAMB,
000180*          a linha da nova classificacao seguida da linha
000190*          "SOBREPOSTO" com a faixa anterior - as duas com o
000200*          operador que aprovou e o que propos.
000210*
000220* MODIFICATION HISTORY
000230*   15/10/2026  LA   Criacao do programa.
000231*   15/10/2026  LA   Aprovacao de sobreposicao sobre registro
000232*                    de mes fechado no controle FECHMES
000233*                    (PROGRAMN) e barrada: a proposta continua
000234*                    pendente ate o mes ser reaberto ou a
000235*                    proposta ser recusada.
000236*   15/10/2026  LA   Sobreposicao aprovada grava no diario de
000237*                    alteracoes de RESULTVS (JRNLRES) as imagens
000238*                    do registro antes e depois da regravacao,
000239*                    com o operador que aprovou.
000240*
000250 IDENTIFICATION DIVISION.
000260 PROGRAM-ID. PROGRAML.
000270 AUTHOR. LILIAN.
000280 INSTALLATION. DEPARTAMENTO DE SISTEMAS.
000290 DATE-WRITTEN. 15/10/2026.
000300 DATE-COMPILED.
000310*
000320 ENVIRONMENT DIVISION.
000330 INPUT-OUTPUT SECTION.
000340 FILE-CONTROL.
000350     SELECT RESULTADOS ASSIGN TO RESULTVS
000360         ORGANIZATION IS INDEXED
000370         ACCESS MODE IS DYNAMIC
000380         RECORD KEY IS RES-ID
000390         FILE STATUS IS WS-RESULT-STATUS.
000400*
000410     SELECT SOBREPOSICOES ASSIGN TO SOBREPOS
000420         ORGANIZATION IS INDEXED
000430         ACCESS MODE IS DYNAMIC
000440         RECORD KEY IS SOBR-CHAVE
000450         FILE STATUS IS WS-SOBR-STATUS.
000460*
000470     SELECT AUDITORIA ASSIGN TO AUDITLOG
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS IS WS-AUDIT-STATUS.
000500*
000501     SELECT FECHAMENTOS ASSIGN TO FECHMES
000502         ORGANIZATION IS INDEXED
000503         ACCESS MODE IS DYNAMIC
000504         RECORD KEY IS FECH-MES
000505         FILE STATUS IS WS-FECH-STATUS.
000506*
000507     SELECT DIARIO ASSIGN TO JRNLRES
000508         ORGANIZATION IS LINE SEQUENTIAL
000509         FILE STATUS IS WS-JRN-STATUS.
000510*
000511 DATA DIVISION.
000520 FILE SECTION.
000530 FD  RESULTADOS.
000540     COPY RESULTREC.
000550*
000560 FD  SOBREPOSICOES.
000570     COPY SOBREREC.
000580*
000590 FD  AUDITORIA.
000600     COPY AUDITREC.
000610*
000612 FD  FECHAMENTOS.
000614     COPY FECHREC.
000615*
000616 FD  DIARIO.
000617     COPY JRNLREC.
000618*
000620 WORKING-STORAGE SECTION.
000630 77  WS-RESULT-STATUS            PIC X(02) VALUE SPACES.
000640     88  WS-RESULT-OK                VALUE "00".
000650 77  WS-SOBR-STATUS              PIC X(02) VALUE SPACES.
000660     88  WS-SOBR-OK                  VALUE "00".
000670 77  WS-AUDIT-STATUS             PIC X(02) VALUE SPACES.
000680     88  WS-AUDIT-OK                 VALUE "00".
000683 77  WS-FECH-STATUS              PIC X(02) VALUE SPACES.
000686     88  WS-FECH-OK                  VALUE "00".
000687 77  WS-JRN-STATUS               PIC X(02) VALUE SPACES.
000688     88  WS-JRN-OK                   VALUE "00".
000690 77  WS-OPCAO                    PIC X(01) VALUE SPACE.
000700     88  WS-OPCAO-PROPOR             VALUE "1".
000710     88  WS-OPCAO-DECIDIR            VALUE "2".
000720     88  WS-OPCAO-FIM                VALUE "9".
000730 77  WS-ACAO                     PIC X(01) VALUE SPACE.
000740     88  WS-ACAO-APROVAR             VALUE "A".
000750     88  WS-ACAO-RECUSAR             VALUE "R".
000760 77  WS-OPERADOR                 PIC X(08) VALUE SPACES.
000770 77  WS-ID-INFORMADO             PIC X(06) VALUE SPACES.
000780 77  WS-ID-AUX                   PIC X(06) VALUE SPACES.
000790 77  WS-NOVO-RESULTADO           PIC X(20) VALUE SPACES.
000800     88  WS-RESULTADO-VALIDO         VALUE "MAIOR" "IGUAL"
000810                                           "MENOR".
000820 77  WS-FAIXA-NUM                PIC X(01) VALUE SPACE.
000830     88  WS-FAIXA-VALIDA             VALUE "1" "2" "3" "4".
000840 01  WS-NOVA-FAIXA               PIC X(10) VALUE SPACES.
000850 77  WS-MOTIVO                   PIC X(02) VALUE SPACES.
000860     88  WS-MOTIVO-VALIDO            VALUE "01" "02" "03" "99".
000870 01  WS-MOTIVO-DESC              PIC X(30) VALUE SPACES.
000880 77  WS-ARQUIVOS-ABERTOS         PIC X(01) VALUE "N".
000890     88  WS-ARQUIVOS-OK              VALUE "S".
000900 77  WS-RESULT-ABERTO            PIC X(01) VALUE "N".
000910     88  WS-RESULT-ABERTO-SIM        VALUE "S".
000920 77  WS-SOBR-ABERTO              PIC X(01) VALUE "N".
000930     88  WS-SOBR-ABERTO-SIM          VALUE "S".
000940 77  WS-AUDIT-ABERTO             PIC X(01) VALUE "N".
000950     88  WS-AUDIT-ABERTO-SIM         VALUE "S".
000952 77  WS-FECH-ABERTO              PIC X(01) VALUE "N".
000954     88  WS-FECH-ABERTO-SIM          VALUE "S".
000955 77  WS-DIARIO-ABERTO            PIC X(01) VALUE "N".
000956     88  WS-DIARIO-ABERTO-SIM        VALUE "S".
000957 77  WS-PERIODO-FECHADO          PIC X(01) VALUE "N".
000958     88  WS-PERIODO-FECHADO-SIM      VALUE "S".
000960 77  WS-FIM-VARREDURA            PIC X(01) VALUE "N".
000970     88  WS-CHEGOU-FIM-VARRE         VALUE "S".
000980 77  WS-TEM-PENDENTE             PIC X(01) VALUE "N".
000990     88  WS-TEM-PENDENTE-SIM         VALUE "S".
001000 01  WS-DATA-HOJE                PIC X(08) VALUE SPACES.
001010 01  WS-HORA-AGORA               PIC X(08) VALUE SPACES.
001020 01  WS-VALOR-ED                 PIC ZZZZZZZZ9.
001030 01  WS-QTD-PROPOSTAS            PIC 9(06) VALUE ZERO.
001040 01  WS-QTD-APROVADAS            PIC 9(06) VALUE ZERO.
001050 01  WS-QTD-RECUSADAS            PIC 9(06) VALUE ZERO.
001060 01  WS-QTD-PENDENTES            PIC 9(06) VALUE ZERO.
001070 01  WS-QTD-ED                   PIC ZZZZZ9.
001080*
001085 01  WS-JRN-ANTES                PIC X(70) VALUE SPACES.
001090 PROCEDURE DIVISION.
001100 0000-MAINLINE.
001110     PERFORM 1000-INICIALIZAR THRU 1000-EXIT
001120     IF WS-ARQUIVOS-OK
001130         PERFORM 2000-ATENDER-PEDIDO THRU 2000-EXIT
001140             UNTIL WS-OPCAO-FIM
001150     END-IF
001160     PERFORM 9000-FINALIZAR THRU 9000-EXIT
001170     STOP RUN.
001180*
001190*---------------------------------------------------------------
001200* 1000-INICIALIZAR - identifica o operador (sem ele nao ha dupla
001210* custodia) e abre o cluster de resultados, o arquivo de
001220* sobreposicoes (criado vazio na primeira execucao) e a trilha
001230* de auditoria, e o controle de meses fechados FECHMES (que
001235* so falta antes do primeiro fechamento de periodo).
001240*---------------------------------------------------------------
001250 1000-INICIALIZAR.
001260     ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
001270     DISPLAY "PROGRAML - SOBREPOSICAO MANUAL DE CLASSIFICACAO"
001280     DISPLAY "Informe o operador (ate 8 posicoes):"
001290     ACCEPT WS-OPERADOR
001300     IF WS-OPERADOR IS EQUAL TO SPACES
001310         DISPLAY "PROGRAML: operador obrigatorio - a aprovacao "
001320             "depende de quem propos e de quem decide."
001330         MOVE 8 TO RETURN-CODE
001340         GO TO 1000-EXIT
001350     END-IF
001360     OPEN I-O RESULTADOS
001370     IF NOT WS-RESULT-OK
001380         DISPLAY "PROGRAML: erro ao abrir RESULTVS - "
001390             WS-RESULT-STATUS
001400         MOVE 12 TO RETURN-CODE
001410         GO TO 1000-EXIT
001420     END-IF
001430     MOVE "S" TO WS-RESULT-ABERTO
001440     OPEN I-O SOBREPOSICOES
001450     IF NOT WS-SOBR-OK
001460         OPEN OUTPUT SOBREPOSICOES
001470         IF WS-SOBR-OK
001480             CLOSE SOBREPOSICOES
001490             OPEN I-O SOBREPOSICOES
001500         END-IF
001510     END-IF
001520     IF NOT WS-SOBR-OK
001530         DISPLAY "PROGRAML: erro ao abrir SOBREPOS - "
001540             WS-SOBR-STATUS
001550         MOVE 12 TO RETURN-CODE
001560         GO TO 1000-EXIT
001570     END-IF
001580     MOVE "S" TO WS-SOBR-ABERTO
001590     OPEN EXTEND AUDITORIA
001600     IF NOT WS-AUDIT-OK
001610         OPEN OUTPUT AUDITORIA
001620     END-IF
001630     IF NOT WS-AUDIT-OK
001640         DISPLAY "PROGRAML: erro ao abrir AUDITLOG - "
001650             WS-AUDIT-STATUS
001660         MOVE 12 TO RETURN-CODE
001670         GO TO 1000-EXIT
001680     END-IF
001690     MOVE "S" TO WS-AUDIT-ABERTO
001691     OPEN INPUT FECHAMENTOS
001692     IF WS-FECH-OK
001693         MOVE "S" TO WS-FECH-ABERTO
001694     ELSE
001695         IF WS-FECH-STATUS IS NOT EQUAL TO "35"
001696             DISPLAY "PROGRAML: erro ao abrir FECHMES - "
001697                 WS-FECH-STATUS
001698             MOVE 12 TO RETURN-CODE
001699             GO TO 1000-EXIT
001700         END-IF
001701     END-IF
001702     OPEN EXTEND DIARIO
001703     IF NOT WS-JRN-OK
001704         OPEN OUTPUT DIARIO
001705     END-IF
001706     IF NOT WS-JRN-OK
001707         DISPLAY "PROGRAML: erro ao abrir JRNLRES - "
001708             WS-JRN-STATUS
001709         MOVE 12 TO RETURN-CODE
001710         GO TO 1000-EXIT
001711     END-IF
001712     MOVE "S" TO WS-DIARIO-ABERTO
001713     MOVE "S" TO WS-ARQUIVOS-ABERTOS.
001714 1000-EXIT.
001720     EXIT.
001730*
001740*---------------------------------------------------------------
001750* 2000-ATENDER-PEDIDO - exibe o menu e despacha para a proposta
001760* de uma sobreposicao ou para a decisao das pendentes.
001770*---------------------------------------------------------------
001780 2000-ATENDER-PEDIDO.
001790     DISPLAY " "
001800     DISPLAY "PROGRAML - SOBREPOSICAO MANUAL - OPERADOR "
001810         WS-OPERADOR
001820     DISPLAY "  1 - propor sobreposicao de um id"
001830     DISPLAY "  2 - aprovar/recusar sobreposicoes pendentes"
001840     DISPLAY "  9 - fim"
001850     DISPLAY "Informe a opcao:"
001860     ACCEPT WS-OPCAO
001870     IF WS-OPCAO-PROPOR
001880         PERFORM 3000-PROPOR-SOBREPOSICAO THRU 3000-EXIT
001890     ELSE
001900         IF WS-OPCAO-DECIDIR
001910             PERFORM 4000-DECIDIR-PENDENTES THRU 4000-EXIT
001920         ELSE
001930             IF NOT WS-OPCAO-FIM
001940                 DISPLAY "PROGRAML: opcao invalida."
001950             END-IF
001960         END-IF
001970     END-IF.
001980 2000-EXIT.
001990     EXIT.
002000*
002010*---------------------------------------------------------------
002020* 3000-PROPOR-SOBREPOSICAO - le o id pedido em RESULTVS, recusa
002030* quando ele ja tem proposta pendente, recolhe o novo resultado,
002040* a nova faixa e o codigo de motivo, e grava a proposta como
002050* pendente. Nada muda em RESULTVS ate a aprovacao.
002060*---------------------------------------------------------------
002070 3000-PROPOR-SOBREPOSICAO.
002080     PERFORM 3500-PEDIR-ID THRU 3500-EXIT
002090     IF WS-ID-INFORMADO IS NOT NUMERIC
002100         GO TO 3000-EXIT
002110     END-IF
002120     PERFORM 3700-PROCURAR-PENDENTE THRU 3700-EXIT
002130     IF WS-TEM-PENDENTE-SIM
002140         DISPLAY "PROGRAML: id " WS-ID-INFORMADO " ja tem "
002150             "sobreposicao pendente, proposta por "
002160             SOBR-OPER-PROPOS " - decidir aquela primeiro."
002170         GO TO 3000-EXIT
002180     END-IF
002190     MOVE WS-ID-INFORMADO TO RES-ID
002200     READ RESULTADOS
002210         INVALID KEY
002220             DISPLAY "PROGRAML: id " WS-ID-INFORMADO
002230                 " nao encontrado em RESULTVS."
002240             GO TO 3000-EXIT
002250     END-READ
002260     MOVE RES-VALOR TO WS-VALOR-ED
002270     DISPLAY "Id........: " RES-ID
002280     DISPLAY "Valor.....: " WS-VALOR-ED
002290     DISPLAY "Resultado.: " RES-RESULTADO
002300     DISPLAY "Faixa.....: " RES-FAIXA
002310     DISPLAY "Origem....: " RES-ORIGEM
002320     IF RES-FOI-SOBREPOSTO
002330         DISPLAY "*** CLASSIFICACAO JA SOBREPOSTA MANUALMENTE EM "
002340             RES-DATA-SOBREPOSTO " ***"
002350     END-IF
002360     DISPLAY "Novo resultado (MAIOR, IGUAL ou MENOR):"
002370     ACCEPT WS-NOVO-RESULTADO
002380     IF NOT WS-RESULTADO-VALIDO
002390         DISPLAY "PROGRAML: resultado invalido - proposta "
002400             "descartada."
002410         GO TO 3000-EXIT
002420     END-IF
002430     DISPLAY "Nova faixa (1 a 4):"
002440     ACCEPT WS-FAIXA-NUM
002450     IF NOT WS-FAIXA-VALIDA
002460         DISPLAY "PROGRAML: faixa invalida - proposta descartada."
002470         GO TO 3000-EXIT
002480     END-IF
002490     MOVE SPACES TO WS-NOVA-FAIXA
002500     STRING "FAIXA " DELIMITED BY SIZE
002510         WS-FAIXA-NUM DELIMITED BY SIZE
002520         INTO WS-NOVA-FAIXA
002530     END-STRING
002540     IF WS-NOVO-RESULTADO IS EQUAL TO RES-RESULTADO
002550         AND WS-NOVA-FAIXA IS EQUAL TO RES-FAIXA
002560         DISPLAY "PROGRAML: classificacao proposta igual a "
002570             "gravada - nada a sobrepor."
002580         GO TO 3000-EXIT
002590     END-IF
002600     DISPLAY "Motivo da sobreposicao:"
002610     DISPLAY "  01 - contestacao do negocio"
002620     DISPLAY "  02 - erro do remetente"
002630     DISPLAY "  03 - determinacao regulatoria"
002640     DISPLAY "  99 - outros"
002650     ACCEPT WS-MOTIVO
002660     IF NOT WS-MOTIVO-VALIDO
002670         DISPLAY "PROGRAML: motivo invalido - proposta "
002680             "descartada."
002690         GO TO 3000-EXIT
002700     END-IF
002710     ACCEPT WS-HORA-AGORA FROM TIME
002720     MOVE SPACES TO SOBREREC
002730     MOVE RES-ID TO SOBR-ID
002740     MOVE WS-DATA-HOJE TO SOBR-DATA-PROP
002750     MOVE WS-HORA-AGORA TO SOBR-HORA-PROP
002760     MOVE "P" TO SOBR-SITUACAO
002770     MOVE RES-RESULTADO TO SOBR-RESULTADO-ANT
002780     MOVE RES-FAIXA TO SOBR-FAIXA-ANT
002790     MOVE WS-NOVO-RESULTADO TO SOBR-RESULTADO-NOVO
002800     MOVE WS-NOVA-FAIXA TO SOBR-FAIXA-NOVO
002810     MOVE WS-MOTIVO TO SOBR-MOTIVO
002820     MOVE WS-OPERADOR TO SOBR-OPER-PROPOS
002830     WRITE SOBREREC
002840         INVALID KEY
002850             DISPLAY "PROGRAML: erro ao gravar a proposta em "
002860                 "SOBREPOS - " WS-SOBR-STATUS
002870             GO TO 3000-EXIT
002880     END-WRITE
002890     ADD 1 TO WS-QTD-PROPOSTAS
002900     DISPLAY "PROGRAML: proposta registrada - aguarda a "
002910         "aprovacao de outro operador.".
002920 3000-EXIT.
002930     EXIT.
002940*
002950*---------------------------------------------------------------
002960* 3500-PEDIR-ID - pede o id de 6 digitos e critica o que veio;
002970* id nao numerico nao vira chave de leitura.
002980*---------------------------------------------------------------
002990 3500-PEDIR-ID.
003000     DISPLAY "Informe o id do registro (ate 6 digitos):"
003010     ACCEPT WS-ID-INFORMADO
003020*   Id com menos de 6 digitos vale: desloca a direita,
003030*   completando com zeros, antes da critica de numerico.
003040     IF WS-ID-INFORMADO IS NOT EQUAL TO SPACES
003050         PERFORM 3600-ALINHAR-ID THRU 3600-EXIT
003060     END-IF
003070     IF WS-ID-INFORMADO IS NOT NUMERIC
003080         DISPLAY "PROGRAML: id deve ser numerico de 6 digitos."
003090     END-IF.
003100 3500-EXIT.
003110     EXIT.
003120*
003130*---------------------------------------------------------------
003140* 3600-ALINHAR-ID - desloca o id digitado para a direita, um
003150* caractere por vez, preenchendo com zeros a esquerda, ate a
003160* ultima posicao deixar de ser espaco ("1234" vira "001234").
003170*---------------------------------------------------------------
003180 3600-ALINHAR-ID.
003190     IF WS-ID-INFORMADO (6:1) IS NOT EQUAL TO SPACE
003200         GO TO 3600-EXIT
003210     END-IF
003220     MOVE WS-ID-INFORMADO TO WS-ID-AUX
003230     MOVE "0" TO WS-ID-INFORMADO (1:1)
003240     MOVE WS-ID-AUX (1:5) TO WS-ID-INFORMADO (2:5)
003250     GO TO 3600-ALINHAR-ID.
003260 3600-EXIT.
003270     EXIT.
003280*
003290*---------------------------------------------------------------
003300* 3700-PROCURAR-PENDENTE - posiciona no primeiro registro do id
003310* informado em SOBREPOS e percorre as propostas dele procurando
003320* uma ainda pendente: um id so pode ter uma de cada vez.
003330*---------------------------------------------------------------
003340 3700-PROCURAR-PENDENTE.
003350     MOVE "N" TO WS-TEM-PENDENTE
003360     MOVE "N" TO WS-FIM-VARREDURA
003370     MOVE LOW-VALUES TO SOBR-CHAVE
003380     MOVE WS-ID-INFORMADO TO SOBR-ID
003390     START SOBREPOSICOES KEY IS NOT LESS THAN SOBR-CHAVE
003400         INVALID KEY
003410             GO TO 3700-EXIT
003420     END-START
003430     PERFORM 3750-LER-PROPOSTA-ID THRU 3750-EXIT
003440         UNTIL WS-CHEGOU-FIM-VARRE OR WS-TEM-PENDENTE-SIM.
003450 3700-EXIT.
003460     EXIT.
003470*
003480 3750-LER-PROPOSTA-ID.
003490     READ SOBREPOSICOES NEXT RECORD
003500         AT END
003510             MOVE "S" TO WS-FIM-VARREDURA
003520             GO TO 3750-EXIT
003530     END-READ
003540     IF SOBR-ID IS NOT EQUAL TO WS-ID-INFORMADO
003550         MOVE "S" TO WS-FIM-VARREDURA
003560         GO TO 3750-EXIT
003570     END-IF
003580     IF SOBR-PENDENTE
003590         MOVE "S" TO WS-TEM-PENDENTE
003600     END-IF.
003610 3750-EXIT.
003620     EXIT.
003630*
003640*---------------------------------------------------------------
003650* 3800-DESCREVER-MOTIVO - traduz o codigo de motivo da proposta
003660* corrente para exibicao.
003670*---------------------------------------------------------------
003680 3800-DESCREVER-MOTIVO.
003690     IF SOBR-MOTIVO IS EQUAL TO "01"
003700         MOVE "CONTESTACAO DO NEGOCIO" TO WS-MOTIVO-DESC
003710     ELSE
003720         IF SOBR-MOTIVO IS EQUAL TO "02"
003730             MOVE "ERRO DO REMETENTE" TO WS-MOTIVO-DESC
003740         ELSE
003750             IF SOBR-MOTIVO IS EQUAL TO "03"
003760                 MOVE "DETERMINACAO REGULATORIA" TO WS-MOTIVO-DESC
003770             ELSE
003780                 MOVE "OUTROS" TO WS-MOTIVO-DESC
003790             END-IF
003800         END-IF
003810     END-IF.
003820 3800-EXIT.
003830     EXIT.
003840*
003850*---------------------------------------------------------------
003860* 4000-DECIDIR-PENDENTES - percorre SOBREPOS do inicio e
003870* apresenta ao operador cada proposta pendente, uma a uma.
003880*---------------------------------------------------------------
003890 4000-DECIDIR-PENDENTES.
003900     MOVE "N" TO WS-FIM-VARREDURA
003910     MOVE ZERO TO WS-QTD-PENDENTES
003920     MOVE LOW-VALUES TO SOBR-CHAVE
003930     START SOBREPOSICOES KEY IS NOT LESS THAN SOBR-CHAVE
003940         INVALID KEY
003950             MOVE "S" TO WS-FIM-VARREDURA
003960     END-START
003970     PERFORM 4100-TRATAR-PROPOSTA THRU 4100-EXIT
003980         UNTIL WS-CHEGOU-FIM-VARRE
003990     MOVE WS-QTD-PENDENTES TO WS-QTD-ED
004000     DISPLAY "PROGRAML: " WS-QTD-ED " proposta(s) pendente(s) "
004010         "apresentada(s).".
004020 4000-EXIT.
004030     EXIT.
004040*
004050*---------------------------------------------------------------
004060* 4100-TRATAR-PROPOSTA - le a proxima proposta; pendente e
004070* exibida e decidida (aprovar, recusar, ou deixar pendente). O
004080* operador que propos nao decide a propria proposta.
004090*---------------------------------------------------------------
004100 4100-TRATAR-PROPOSTA.
004110     READ SOBREPOSICOES NEXT RECORD
004120         AT END
004130             MOVE "S" TO WS-FIM-VARREDURA
004140             GO TO 4100-EXIT
004150     END-READ
004160     IF NOT SOBR-PENDENTE
004170         GO TO 4100-EXIT
004180     END-IF
004190     ADD 1 TO WS-QTD-PENDENTES
004200     PERFORM 3800-DESCREVER-MOTIVO THRU 3800-EXIT
004210     DISPLAY " "
004220     DISPLAY "PROGRAML - PROPOSTA PARA O ID " SOBR-ID
004230     DISPLAY "  Proposta em " SOBR-DATA-PROP " " SOBR-HORA-PROP
004240         " por " SOBR-OPER-PROPOS
004250     DISPLAY "  Motivo....: " SOBR-MOTIVO " - " WS-MOTIVO-DESC
004260     DISPLAY "  De........: " SOBR-RESULTADO-ANT " "
004270         SOBR-FAIXA-ANT
004280     DISPLAY "  Para......: " SOBR-RESULTADO-NOVO " "
004290         SOBR-FAIXA-NOVO
004300     IF SOBR-OPER-PROPOS IS EQUAL TO WS-OPERADOR
004310         DISPLAY "PROGRAML: proposta do proprio operador - a "
004320             "decisao cabe a outro operador."
004330         GO TO 4100-EXIT
004340     END-IF
004350     DISPLAY "Decisao (A=aprovar, R=recusar, outra=pendente):"
004360     ACCEPT WS-ACAO
004370     IF WS-ACAO-APROVAR
004380         PERFORM 4200-APROVAR-PROPOSTA THRU 4200-EXIT
004390     ELSE
004400         IF WS-ACAO-RECUSAR
004410             PERFORM 4300-RECUSAR-PROPOSTA THRU 4300-EXIT
004420         END-IF
004430     END-IF.
004440 4100-EXIT.
004450     EXIT.
004460*
004470*---------------------------------------------------------------
004480* 4200-APROVAR-PROPOSTA - confere que o registro em RESULTVS
004490* ainda tem a classificacao que a proposta viu (um reenvio,
004500* estorno ou expurgo no meio do caminho invalida a proposta, que
004510* e recusada), regrava o registro com a classificacao nova e a
004520* marca de sobreposto, fecha a proposta como aprovada e grava a
004530* auditoria. Registro de mes fechado no FECHMES nao e
004535* regravado: a proposta continua pendente.
004540*---------------------------------------------------------------
004550 4200-APROVAR-PROPOSTA.
004560     MOVE SOBR-ID TO RES-ID
004570     READ RESULTADOS
004580         INVALID KEY
004590             DISPLAY "PROGRAML: id " SOBR-ID " nao esta mais em "
004600                 "RESULTVS - proposta recusada."
004610             PERFORM 4300-RECUSAR-PROPOSTA THRU 4300-EXIT
004620             GO TO 4200-EXIT
004630     END-READ
004640     IF RES-RESULTADO IS NOT EQUAL TO SOBR-RESULTADO-ANT
004650         OR RES-FAIXA IS NOT EQUAL TO SOBR-FAIXA-ANT
004660         DISPLAY "PROGRAML: classificacao do id " SOBR-ID
004670             " mudou desde a proposta - proposta recusada."
004680         PERFORM 4300-RECUSAR-PROPOSTA THRU 4300-EXIT
004690         GO TO 4200-EXIT
004700     END-IF
004701     PERFORM 4250-CONSULTAR-PERIODO THRU 4250-EXIT
004702     IF WS-PERIODO-FECHADO-SIM
004703         DISPLAY "PROGRAML: id " SOBR-ID " classificado em "
004704             RES-DATA-CLASS " - mes fechado, proposta "
004705             "continua pendente."
004706         GO TO 4200-EXIT
004707     END-IF
004708     MOVE RESULTREC TO WS-JRN-ANTES
004710     MOVE SOBR-RESULTADO-NOVO TO RES-RESULTADO
004720     MOVE SOBR-FAIXA-NOVO TO RES-FAIXA
004730     MOVE "S" TO RES-SOBREPOSTO
004740     MOVE WS-DATA-HOJE TO RES-DATA-SOBREPOSTO
004750     REWRITE RESULTREC
004760         INVALID KEY
004770             DISPLAY "PROGRAML: erro ao regravar " RES-ID
004780                 " em RESULTVS - " WS-RESULT-STATUS
004790                 " - proposta continua pendente."
004800             GO TO 4200-EXIT
004810     END-REWRITE
004820     ACCEPT WS-HORA-AGORA FROM TIME
004830     MOVE "A" TO SOBR-SITUACAO
004840     MOVE WS-OPERADOR TO SOBR-OPER-DECISAO
004850     MOVE WS-DATA-HOJE TO SOBR-DATA-DECISAO
004860     MOVE WS-HORA-AGORA TO SOBR-HORA-DECISAO
004870     REWRITE SOBREREC
004880         INVALID KEY
004890             DISPLAY "PROGRAML: erro ao regravar a proposta em "
004900                 "SOBREPOS - " WS-SOBR-STATUS
004910     END-REWRITE
004920     PERFORM 4500-GRAVAR-AUDITORIA THRU 4500-EXIT
004925     PERFORM 4600-GRAVAR-DIARIO THRU 4600-EXIT
004930     ADD 1 TO WS-QTD-APROVADAS
004940     DISPLAY "PROGRAML: sobreposicao aprovada - RESULTVS "
004950         "atualizado.".
004960 4200-EXIT.
004970     EXIT.
004980*
004981*---------------------------------------------------------------
004982* 4250-CONSULTAR-PERIODO - confere no FECHMES se o mes da
004983* RES-DATA-CLASS do registro lido esta fechado. Mes reaberto
004984* (ou sem FECHMES) aceita a sobreposicao.
004985*---------------------------------------------------------------
004986 4250-CONSULTAR-PERIODO.
004987     MOVE "N" TO WS-PERIODO-FECHADO
004988     IF NOT WS-FECH-ABERTO-SIM
004989         GO TO 4250-EXIT
004990     END-IF
004991     MOVE RES-DATA-CLASS (1:6) TO FECH-MES
004992     READ FECHAMENTOS
004993         INVALID KEY
004994             GO TO 4250-EXIT
004995     END-READ
004996     IF FECH-FECHADO
004997         MOVE "S" TO WS-PERIODO-FECHADO
004998     END-IF.
004999 4250-EXIT.
005000     EXIT.
005001*
005002*---------------------------------------------------------------
005003* 4300-RECUSAR-PROPOSTA - fecha a proposta corrente como
005010* recusada, com o operador e a data/hora da decisao. RESULTVS
005020* nao e tocado.
005030*---------------------------------------------------------------
005040 4300-RECUSAR-PROPOSTA.
005050     ACCEPT WS-HORA-AGORA FROM TIME
005060     MOVE "R" TO SOBR-SITUACAO
005070     MOVE WS-OPERADOR TO SOBR-OPER-DECISAO
005080     MOVE WS-DATA-HOJE TO SOBR-DATA-DECISAO
005090     MOVE WS-HORA-AGORA TO SOBR-HORA-DECISAO
005100     REWRITE SOBREREC
005110         INVALID KEY
005120             DISPLAY "PROGRAML: erro ao regravar a proposta em "
005130                 "SOBREPOS - " WS-SOBR-STATUS
005140             GO TO 4300-EXIT
005150     END-REWRITE
005160     ADD 1 TO WS-QTD-RECUSADAS
005170     DISPLAY "PROGRAML: proposta recusada.".
005180 4300-EXIT.
005190     EXIT.
005200*
005210*---------------------------------------------------------------
005220* 4500-GRAVAR-AUDITORIA - grava na trilha as duas linhas da
005230* sobreposicao aprovada, como o modo de correcao do PROGRAMB: a
005240* nova classificacao e, em seguida, a linha "SOBREPOSTO" com a
005250* faixa anterior. As duas levam o operador que aprovou e o que
005260* propos.
005270*---------------------------------------------------------------
005280 4500-GRAVAR-AUDITORIA.
005290     MOVE RES-ID TO AUDIT-NUM-REGISTRO
005300     MOVE RES-VALOR TO AUDIT-VALOR
005310     MOVE ZERO TO AUDIT-LIMITE
005320     MOVE SOBR-RESULTADO-NOVO TO AUDIT-RESULTADO
005330     MOVE SOBR-FAIXA-NOVO TO AUDIT-FAIXA
005340     MOVE WS-DATA-HOJE TO AUDIT-DATA
005350     MOVE WS-HORA-AGORA TO AUDIT-HORA
005360     MOVE RES-ORIGEM TO AUDIT-ORIGEM
005370     MOVE WS-OPERADOR TO AUDIT-OPERADOR
005380     MOVE SOBR-OPER-PROPOS TO AUDIT-OPER-PROPOS
005390     WRITE AUDITREC
005400     MOVE "SOBREPOSTO" TO AUDIT-RESULTADO
005410     MOVE SOBR-FAIXA-ANT TO AUDIT-FAIXA
005420     WRITE AUDITREC.
005430 4500-EXIT.
005440     EXIT.
005441*
005442*---------------------------------------------------------------
005443* 4600-GRAVAR-DIARIO - grava no diario JRNLRES a sobreposicao
005444* aprovada: imagens do registro antes e depois da regravacao,
005445* com a origem do registro e o operador que aprovou.
005446*---------------------------------------------------------------
005447 4600-GRAVAR-DIARIO.
005448     MOVE RES-ID TO JRN-ID
005449     MOVE "SOBREPOSTO" TO JRN-ACAO
005450     MOVE WS-DATA-HOJE TO JRN-DATA
005451     MOVE WS-HORA-AGORA TO JRN-HORA
005452     MOVE "PROGRAML" TO JRN-PROGRAMA
005453     MOVE RES-ORIGEM TO JRN-ORIGEM
005454     MOVE WS-OPERADOR TO JRN-OPERADOR
005455     MOVE WS-JRN-ANTES TO JRN-ANTES
005456     MOVE RESULTREC TO JRN-DEPOIS
005457     WRITE JRNLREC
005458     IF NOT WS-JRN-OK
005459         DISPLAY "PROGRAML: erro ao gravar JRNLRES - "
005460             WS-JRN-STATUS
005461     END-IF.
005462 4600-EXIT.
005463     EXIT.
005464*
005465*---------------------------------------------------------------
005470* 9000-FINALIZAR - exibe os totais da sessao e fecha os arquivos
005480* abertos pelo programa.
005490*---------------------------------------------------------------
005500 9000-FINALIZAR.
005510     IF WS-ARQUIVOS-OK
005520         MOVE WS-QTD-PROPOSTAS TO WS-QTD-ED
005530         DISPLAY "PROGRAML: propostas registradas....: " WS-QTD-ED
005540         MOVE WS-QTD-APROVADAS TO WS-QTD-ED
005550         DISPLAY "PROGRAML: sobreposicoes aprovadas..: " WS-QTD-ED
005560         MOVE WS-QTD-RECUSADAS TO WS-QTD-ED
005570         DISPLAY "PROGRAML: propostas recusadas......: " WS-QTD-ED
005580     END-IF
005590     IF WS-RESULT-ABERTO-SIM
005600         CLOSE RESULTADOS
005610     END-IF
005620     IF WS-SOBR-ABERTO-SIM
005630         CLOSE SOBREPOSICOES
005640     END-IF
005650     IF WS-AUDIT-ABERTO-SIM
005660         CLOSE AUDITORIA
005670     END-IF
005672     IF WS-FECH-ABERTO-SIM
005674         CLOSE FECHAMENTOS
005676     END-IF
005677     IF WS-DIARIO-ABERTO-SIM
005678         CLOSE DIARIO
005679     END-IF.
005680 9000-EXIT.
005690     EXIT.
