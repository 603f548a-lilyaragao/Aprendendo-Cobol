000010* Author: Lilian
000020* Date: 15/10/2026
000030* Purpose: Fechamento mensal de periodo. O financeiro concilia
000040*          pelos numeros de fim de mes, mas nada impedia um
000050*          estorno "ES" ou um reenvio em modo de correcao de
000060*          mexer num registro de RESULTVS de um mes que ja foi
000070*          reportado. Este job congela um mes: soma os registros
000080*          do mes (RES-DATA-CLASS) no cluster vivo e no historico
000090*          de expurgos HISTSAI, imprime os totais oficiais de
000100*          fechamento por origem, por RES-RESULTADO e por
000110*          RES-FAIXA, e grava o mes como fechado no arquivo de
000120*          controle FECHMES, consultado pelo PROGRAMB e pelo
000130*          PROGRAML antes de alterar um registro. O cartao FECPARM
000140*          tambem reabre um mes fechado, com operador e motivo
000150*          obrigatorios. Fechamento e reabertura ficam registrados
000160*          no historico FECHLOG.
000170*
000180* MODIFICATION HISTORY
000190*   15/10/2026  LA   Criacao do programa.
000200*
000210 IDENTIFICATION DIVISION.
000220 PROGRAM-ID. PROGRAMN.
000230 AUTHOR. LILIAN.
000240 INSTALLATION. DEPARTAMENTO DE SISTEMAS.
000250 DATE-WRITTEN. 15/10/2026.
000260 DATE-COMPILED.
000270*
000280 ENVIRONMENT DIVISION.
000290 INPUT-OUTPUT SECTION.
000300 FILE-CONTROL.
000310     SELECT COMANDO ASSIGN TO FECPARM
000320         ORGANIZATION IS LINE SEQUENTIAL
000330         FILE STATUS IS WS-COMANDO-STATUS.
000340*
000350     SELECT RESULTADOS ASSIGN TO RESULTVS
000360         ORGANIZATION IS INDEXED
000370         ACCESS MODE IS DYNAMIC
000380         RECORD KEY IS RES-ID
000390         FILE STATUS IS WS-RESULT-STATUS.
000400*
000410     SELECT HISTORICO ASSIGN TO HISTSAI
000420         ORGANIZATION IS LINE SEQUENTIAL
000430         FILE STATUS IS WS-HIST-STATUS.
000440*
000450     SELECT FECHAMENTOS ASSIGN TO FECHMES
000460         ORGANIZATION IS INDEXED
000470         ACCESS MODE IS DYNAMIC
000480         RECORD KEY IS FECH-MES
000490         FILE STATUS IS WS-FECH-STATUS.
000500*
000510     SELECT LOG-FECHAMENTO ASSIGN TO FECHLOG
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS WS-LOG-STATUS.
000540*
000550     SELECT RELATORIO ASSIGN TO FECHREL
000560         ORGANIZATION IS LINE SEQUENTIAL
000570         FILE STATUS IS WS-RELAT-STATUS.
000580*
000590 DATA DIVISION.
000600 FILE SECTION.
000610 FD  COMANDO.
000620     COPY FECPARM.
000630*
000640 FD  RESULTADOS.
000650     COPY RESULTREC.
000660*
000670 FD  HISTORICO.
000680 01  HIST-REG                    PIC X(70).
000690*
000700 FD  FECHAMENTOS.
000710     COPY FECHREC.
000720*
000730 FD  LOG-FECHAMENTO.
000740     COPY FECHHREC.
000750*
000760 FD  RELATORIO.
000770 01  LINHA-RELATORIO             PIC X(60).
000780*
000790 WORKING-STORAGE SECTION.
000800 77  WS-COMANDO-STATUS           PIC X(02) VALUE SPACES.
000810     88  WS-COMANDO-OK               VALUE "00".
000820 77  WS-RESULT-STATUS            PIC X(02) VALUE SPACES.
000830     88  WS-RESULT-OK                VALUE "00".
000840 77  WS-HIST-STATUS              PIC X(02) VALUE SPACES.
000850     88  WS-HIST-OK                  VALUE "00".
000860 77  WS-FECH-STATUS              PIC X(02) VALUE SPACES.
000870     88  WS-FECH-OK                  VALUE "00".
000880 77  WS-LOG-STATUS               PIC X(02) VALUE SPACES.
000890     88  WS-LOG-OK                   VALUE "00".
000900 77  WS-RELAT-STATUS             PIC X(02) VALUE SPACES.
000910     88  WS-RELAT-OK                 VALUE "00".
000920 77  WS-FIM-HISTORICO            PIC X(01) VALUE "N".
000930     88  WS-CHEGOU-FIM-HIST          VALUE "S".
000940 77  WS-FIM-CLUSTER              PIC X(01) VALUE "N".
000950     88  WS-CHEGOU-FIM-CLUS          VALUE "S".
000960 77  WS-HIST-DISPONIVEL          PIC X(01) VALUE "N".
000970     88  WS-TEM-HISTORICO            VALUE "S".
000980 77  WS-CLUSTER-DISPONIVEL       PIC X(01) VALUE "N".
000990     88  WS-TEM-CLUSTER              VALUE "S".
001000 77  WS-FECH-ABERTO              PIC X(01) VALUE "N".
001010     88  WS-FECH-ABERTO-SIM          VALUE "S".
001020 77  WS-ERRO-ARQUIVO             PIC X(01) VALUE "N".
001030     88  WS-TEM-ERRO-ARQUIVO         VALUE "S".
001040 77  WS-ACAO-RECUSADA            PIC X(01) VALUE "N".
001050     88  WS-TEM-ACAO-RECUSADA        VALUE "S".
001060 77  WS-MES-JA-FECHADO           PIC X(01) VALUE "N".
001070     88  WS-MES-JA-FECHADO-SIM       VALUE "S".
001080 77  WS-MES-EXISTE               PIC X(01) VALUE "N".
001090     88  WS-MES-EXISTE-SIM           VALUE "S".
001100 77  WS-ACAO-EXECUTADA           PIC X(01) VALUE "N".
001110     88  WS-ACAO-EXECUTADA-SIM       VALUE "S".
001120 77  WS-TOT-ESTOURO              PIC X(01) VALUE "N".
001130     88  WS-TOT-ESTOUROU             VALUE "S".
001140*
001150* Comando do cartao FECPARM (sem cartao: fechar o mes anterior).
001160 01  WS-ACAO                     PIC X(01) VALUE "F".
001170     88  WS-ACAO-FECHAR              VALUE "F".
001180     88  WS-ACAO-REABRIR             VALUE "R".
001190 01  WS-ACAO-DESC                PIC X(10) VALUE "FECHAMENTO".
001200 01  WS-MES-ALVO                 PIC X(06) VALUE SPACES.
001210 01  WS-MES-ATUAL                PIC X(06) VALUE SPACES.
001220 01  WS-OPERADOR                 PIC X(08) VALUE "LOTE".
001230 01  WS-MOTIVO                   PIC X(30) VALUE SPACES.
001240 01  WS-MSG-RECUSA               PIC X(50) VALUE SPACES.
001250 01  WS-DATA-HOJE-N              PIC 9(08) VALUE ZERO.
001260 01  WS-DATA-HOJE-X              PIC X(08) VALUE SPACES.
001270 01  WS-HORA-AGORA               PIC X(08) VALUE SPACES.
001280 01  WS-ANO-N                    PIC 9(04) VALUE ZERO.
001290 01  WS-MES-N                    PIC 9(02) VALUE ZERO.
001300*
001310* Copia de trabalho do registro (forma do RESULTREC), como no
001320* PROGRAMJ: a linha do historico e a do cluster passam por aqui
001330* antes de acumular.
001340 01  WS-REG-TRABALHO.
001350     05  WS-REG-ID               PIC 9(06).
001360     05  WS-REG-VALOR            PIC 9(09).
001370     05  WS-REG-RESULTADO        PIC X(20).
001380     05  WS-REG-FAIXA            PIC X(10).
001390     05  WS-REG-DATA-CLASS       PIC X(08).
001400     05  WS-REG-ORIGEM           PIC X(08).
001410     05  WS-REG-SOBREPOSTO       PIC X(01).
001420     05  WS-REG-DATA-SOBREPOSTO  PIC X(08).
001430*
001440* Totais oficiais do mes: uma entrada por origem ("O"), por
001450* resultado ("R") e por faixa ("F"), com quantidade e soma de
001460* RES-VALOR. Resultados e faixas conhecidos entram carregados
001470* para sair no relatorio mesmo com zero; origens entram na
001480* ordem em que aparecem.
001490 01  WS-TOT-MAX                  PIC 9(02) VALUE 40.
001500 01  WS-TOT-QTD-ENT              PIC 9(02) VALUE ZERO.
001510 01  WS-TOT-IDX                  PIC 9(02) VALUE ZERO.
001520 01  WS-TOT-ACHADO               PIC 9(02) VALUE ZERO.
001530 01  WS-TOTAIS.
001540     05  WS-TOT-ENT OCCURS 40 TIMES.
001550         10  WS-TOT-TIPO             PIC X(01).
001560         10  WS-TOT-CHAVE            PIC X(20).
001570         10  WS-TOT-QTD              PIC 9(06).
001580         10  WS-TOT-SOMA             PIC 9(15).
001590 01  WS-BUSCA-TIPO               PIC X(01) VALUE SPACE.
001600 01  WS-BUSCA-CHAVE              PIC X(20) VALUE SPACES.
001610 01  WS-IMP-TIPO                 PIC X(01) VALUE SPACE.
001620*
001630 01  WS-QTD-HIST-LIDOS           PIC 9(06) VALUE ZERO.
001640 01  WS-QTD-CLUS-LIDOS           PIC 9(06) VALUE ZERO.
001650 01  WS-QTD-HIST-MES             PIC 9(06) VALUE ZERO.
001660 01  WS-QTD-CLUS-MES             PIC 9(06) VALUE ZERO.
001670 01  WS-QTD-MES                  PIC 9(06) VALUE ZERO.
001680 01  WS-SOMA-MES                 PIC 9(15) VALUE ZERO.
001690 01  WS-QTD-ED                   PIC ZZZZZ9.
001700*
001710 01  WS-LINHA-TOTAL.
001720     05  FILLER                  PIC X(02) VALUE SPACES.
001730     05  TOT-CHAVE               PIC X(20).
001740     05  FILLER                  PIC X(05) VALUE " QTD ".
001750     05  TOT-QTD                 PIC ZZZZZ9.
001760     05  FILLER                  PIC X(07) VALUE " VALOR ".
001770     05  TOT-SOMA                PIC Z(14)9.
001780*
001790 PROCEDURE DIVISION.
001800 0000-MAINLINE.
001810     PERFORM 1000-INICIALIZAR THRU 1000-EXIT
001820     IF WS-ACAO-REABRIR
001830         PERFORM 3000-REABRIR-MES THRU 3000-EXIT
001840     ELSE
001850         PERFORM 2000-FECHAR-MES THRU 2000-EXIT
001860     END-IF
001870     PERFORM 8000-GRAVAR-RELATORIO THRU 8000-EXIT
001880     PERFORM 9000-FINALIZAR THRU 9000-EXIT
001890     PERFORM 9100-DEFINIR-RETORNO THRU 9100-EXIT
001900     STOP RUN.
001910*
001920*---------------------------------------------------------------
001930* 1000-INICIALIZAR - le e critica o cartao FECPARM (sem cartao
001940* o job fecha o mes anterior ao da execucao), abre o relatorio e
001950* o controle FECHMES (criado vazio na primeira execucao) e le a
001960* situacao atual do mes pedido.
001970*---------------------------------------------------------------
001980 1000-INICIALIZAR.
001990     ACCEPT WS-DATA-HOJE-N FROM DATE YYYYMMDD
002000     MOVE WS-DATA-HOJE-N TO WS-DATA-HOJE-X
002010     ACCEPT WS-HORA-AGORA FROM TIME
002020     MOVE WS-DATA-HOJE-X (1:6) TO WS-MES-ATUAL
002030     PERFORM 1100-CALCULAR-MES-ANTERIOR THRU 1100-EXIT
002040     PERFORM 1300-CARREGAR-TOTAIS THRU 1300-EXIT
002050     OPEN INPUT COMANDO
002060     IF WS-COMANDO-OK
002070         READ COMANDO
002080             AT END
002090                 CONTINUE
002100         END-READ
002110         IF WS-COMANDO-OK
002120             PERFORM 1200-CRITICAR-COMANDO THRU 1200-EXIT
002130         END-IF
002140         CLOSE COMANDO
002150     END-IF
002160     OPEN OUTPUT RELATORIO
002170     IF NOT WS-RELAT-OK
002180         DISPLAY "PROGRAMN: erro ao abrir FECHREL - "
002190             WS-RELAT-STATUS
002200         MOVE "S" TO WS-ERRO-ARQUIVO
002210         GO TO 1000-EXIT
002220     END-IF
002230     IF WS-TEM-ACAO-RECUSADA
002240         DISPLAY "PROGRAMN: " WS-MSG-RECUSA
002250         GO TO 1000-EXIT
002260     END-IF
002270     OPEN I-O FECHAMENTOS
002280     IF NOT WS-FECH-OK
002290         OPEN OUTPUT FECHAMENTOS
002300         CLOSE FECHAMENTOS
002310         OPEN I-O FECHAMENTOS
002320     END-IF
002330     IF NOT WS-FECH-OK
002340         DISPLAY "PROGRAMN: erro ao abrir FECHMES - "
002350             WS-FECH-STATUS
002360         MOVE "S" TO WS-ERRO-ARQUIVO
002370         GO TO 1000-EXIT
002380     END-IF
002390     MOVE "S" TO WS-FECH-ABERTO
002400     MOVE WS-MES-ALVO TO FECH-MES
002410     READ FECHAMENTOS
002420         INVALID KEY
002430             MOVE "N" TO WS-MES-EXISTE
002440         NOT INVALID KEY
002450             MOVE "S" TO WS-MES-EXISTE
002460     END-READ.
002470 1000-EXIT.
002480     EXIT.
002490*
002500*---------------------------------------------------------------
002510* 1100-CALCULAR-MES-ANTERIOR - poe em WS-MES-ALVO o mes anterior
002520* ao da execucao, o default do fechamento agendado.
002530*---------------------------------------------------------------
002540 1100-CALCULAR-MES-ANTERIOR.
002550     MOVE WS-DATA-HOJE-X (1:4) TO WS-ANO-N
002560     MOVE WS-DATA-HOJE-X (5:2) TO WS-MES-N
002570     IF WS-MES-N IS EQUAL TO 1
002580         SUBTRACT 1 FROM WS-ANO-N
002590         MOVE 12 TO WS-MES-N
002600     ELSE
002610         SUBTRACT 1 FROM WS-MES-N
002620     END-IF
002630     MOVE SPACES TO WS-MES-ALVO
002640     STRING WS-ANO-N DELIMITED BY SIZE
002650         WS-MES-N DELIMITED BY SIZE
002660         INTO WS-MES-ALVO
002670     END-STRING.
002680 1100-EXIT.
002690     EXIT.
002700*
002710*---------------------------------------------------------------
002720* 1200-CRITICAR-COMANDO - confere o cartao: acao "F" (ou branco)
002730* fecha e "R" reabre; o mes tem que ser um AAAAMM valido e, para
002740* fechar, ja ter terminado; reabertura exige operador e motivo.
002750* Cartao recusado nao altera nada e termina com retorno 8.
002760*---------------------------------------------------------------
002770 1200-CRITICAR-COMANDO.
002780     IF FECP-REABRIR
002790         MOVE "R" TO WS-ACAO
002800         MOVE "REABERTURA" TO WS-ACAO-DESC
002810     ELSE
002820         IF NOT FECP-FECHAR AND FECP-ACAO IS NOT EQUAL TO SPACE
002830             MOVE "ACAO DO CARTAO FECPARM INVALIDA" TO
002840                 WS-MSG-RECUSA
002850             MOVE "S" TO WS-ACAO-RECUSADA
002860             GO TO 1200-EXIT
002870         END-IF
002880     END-IF
002890     IF FECP-OPERADOR IS NOT EQUAL TO SPACES
002900         MOVE FECP-OPERADOR TO WS-OPERADOR
002910     ELSE
002920         IF WS-ACAO-REABRIR
002930             MOVE SPACES TO WS-OPERADOR
002940         END-IF
002950     END-IF
002960     MOVE FECP-MOTIVO TO WS-MOTIVO
002970     IF FECP-MES IS NOT EQUAL TO SPACES
002980         MOVE FECP-MES TO WS-MES-ALVO
002990     END-IF
003000     IF WS-MES-ALVO IS NOT NUMERIC
003010         OR WS-MES-ALVO (5:2) IS LESS THAN "01"
003020         OR WS-MES-ALVO (5:2) IS GREATER THAN "12"
003030         MOVE "MES DO CARTAO FECPARM INVALIDO" TO WS-MSG-RECUSA
003040         MOVE "S" TO WS-ACAO-RECUSADA
003050         GO TO 1200-EXIT
003060     END-IF
003070     IF WS-ACAO-FECHAR
003080         AND WS-MES-ALVO IS NOT LESS THAN WS-MES-ATUAL
003090         MOVE "MES AINDA NAO TERMINOU - NAO PODE SER FECHADO" TO
003100             WS-MSG-RECUSA
003110         MOVE "S" TO WS-ACAO-RECUSADA
003120         GO TO 1200-EXIT
003130     END-IF
003140     IF WS-ACAO-REABRIR
003150         AND (WS-OPERADOR IS EQUAL TO SPACES
003160             OR WS-MOTIVO IS EQUAL TO SPACES)
003170         MOVE "REABERTURA EXIGE OPERADOR E MOTIVO NO FECPARM" TO
003180             WS-MSG-RECUSA
003190         MOVE "S" TO WS-ACAO-RECUSADA
003200     END-IF.
003210 1200-EXIT.
003220     EXIT.
003230*
003240*---------------------------------------------------------------
003250* 1300-CARREGAR-TOTAIS - carrega na tabela de totais os
003260* resultados e as faixas conhecidos, zerados.
003270*---------------------------------------------------------------
003280 1300-CARREGAR-TOTAIS.
003290     MOVE "R" TO WS-BUSCA-TIPO
003300     MOVE "MAIOR" TO WS-BUSCA-CHAVE
003310     PERFORM 2550-NOVO-TOTAL THRU 2550-EXIT
003320     MOVE "IGUAL" TO WS-BUSCA-CHAVE
003330     PERFORM 2550-NOVO-TOTAL THRU 2550-EXIT
003340     MOVE "MENOR" TO WS-BUSCA-CHAVE
003350     PERFORM 2550-NOVO-TOTAL THRU 2550-EXIT
003360     MOVE "F" TO WS-BUSCA-TIPO
003370     MOVE "FAIXA 1" TO WS-BUSCA-CHAVE
003380     PERFORM 2550-NOVO-TOTAL THRU 2550-EXIT
003390     MOVE "FAIXA 2" TO WS-BUSCA-CHAVE
003400     PERFORM 2550-NOVO-TOTAL THRU 2550-EXIT
003410     MOVE "FAIXA 3" TO WS-BUSCA-CHAVE
003420     PERFORM 2550-NOVO-TOTAL THRU 2550-EXIT
003430     MOVE "FAIXA 4" TO WS-BUSCA-CHAVE
003440     PERFORM 2550-NOVO-TOTAL THRU 2550-EXIT.
003450 1300-EXIT.
003460     EXIT.
003470*
003480*---------------------------------------------------------------
003490* 2000-FECHAR-MES - mes ja fechado nao e refeito (retorno 4:
003500* para refazer os totais, reabrir antes). Senao soma o mes no
003510* historico e no cluster vivo e grava o mes como fechado em
003520* FECHMES, com os totais, e a linha de "FECHAMENTO" no FECHLOG.
003530*---------------------------------------------------------------
003540 2000-FECHAR-MES.
003550     IF WS-TEM-ERRO-ARQUIVO OR WS-TEM-ACAO-RECUSADA
003560         GO TO 2000-EXIT
003570     END-IF
003580     IF WS-MES-EXISTE-SIM AND FECH-FECHADO
003590         MOVE "S" TO WS-MES-JA-FECHADO
003600         MOVE "MES JA ESTA FECHADO - NADA ALTERADO" TO
003610             WS-MSG-RECUSA
003620         DISPLAY "PROGRAMN: mes " WS-MES-ALVO
003630             " ja esta fechado desde " FECH-DATA "."
003640         GO TO 2000-EXIT
003650     END-IF
003660     PERFORM 2100-ABRIR-FONTES THRU 2100-EXIT
003670     IF WS-TEM-ERRO-ARQUIVO
003680         GO TO 2000-EXIT
003690     END-IF
003700     PERFORM 2200-PROCESSAR-HISTORICO THRU 2200-EXIT
003710         UNTIL WS-CHEGOU-FIM-HIST
003720     PERFORM 2300-PROCESSAR-CLUSTER THRU 2300-EXIT
003730         UNTIL WS-CHEGOU-FIM-CLUS
003740     IF WS-TOT-ESTOUROU
003750         MOVE "TABELA DE TOTAIS ESTOUROU - MES NAO FECHADO" TO
003760             WS-MSG-RECUSA
003770         MOVE "S" TO WS-ACAO-RECUSADA
003780         DISPLAY "PROGRAMN: " WS-MSG-RECUSA
003790         GO TO 2000-EXIT
003800     END-IF
003810     MOVE WS-MES-ALVO TO FECH-MES
003820     MOVE "F" TO FECH-SITUACAO
003830     MOVE WS-DATA-HOJE-X TO FECH-DATA
003840     MOVE WS-HORA-AGORA TO FECH-HORA
003850     MOVE WS-OPERADOR TO FECH-OPERADOR
003860     MOVE WS-MOTIVO TO FECH-MOTIVO
003870     MOVE WS-QTD-MES TO FECH-QTD-REGISTROS
003880     MOVE WS-SOMA-MES TO FECH-SOMA-VALOR
003890     IF WS-MES-EXISTE-SIM
003900         REWRITE FECHREC
003910             INVALID KEY
003920                 MOVE "S" TO WS-ERRO-ARQUIVO
003930         END-REWRITE
003940     ELSE
003950         WRITE FECHREC
003960             INVALID KEY
003970                 MOVE "S" TO WS-ERRO-ARQUIVO
003980         END-WRITE
003990     END-IF
004000     IF WS-TEM-ERRO-ARQUIVO
004010         DISPLAY "PROGRAMN: erro ao gravar o mes " WS-MES-ALVO
004020             " em FECHMES - " WS-FECH-STATUS
004030         GO TO 2000-EXIT
004040     END-IF
004050     MOVE "S" TO WS-ACAO-EXECUTADA
004060     DISPLAY "PROGRAMN: mes " WS-MES-ALVO " fechado - "
004070         WS-QTD-MES " registros."
004080     PERFORM 5000-GRAVAR-LOG THRU 5000-EXIT.
004090 2000-EXIT.
004100     EXIT.
004110*
004120*---------------------------------------------------------------
004130* 2100-ABRIR-FONTES - abre o cluster vivo (obrigatorio: sem ele
004140* nao ha fechamento oficial) e o historico de expurgos (pode
004150* faltar - antes do primeiro expurgo nao ha HISTSAI).
004160*---------------------------------------------------------------
004170 2100-ABRIR-FONTES.
004180     OPEN INPUT RESULTADOS
004190     IF NOT WS-RESULT-OK
004200         DISPLAY "PROGRAMN: erro ao abrir RESULTVS - "
004210             WS-RESULT-STATUS " - mes nao fechado."
004220         MOVE "S" TO WS-ERRO-ARQUIVO
004230         GO TO 2100-EXIT
004240     END-IF
004250     MOVE "S" TO WS-CLUSTER-DISPONIVEL
004260     MOVE ZERO TO RES-ID
004270     START RESULTADOS KEY IS NOT LESS THAN RES-ID
004280         INVALID KEY
004290             MOVE "S" TO WS-FIM-CLUSTER
004300     END-START
004310     OPEN INPUT HISTORICO
004320     IF WS-HIST-OK
004330         MOVE "S" TO WS-HIST-DISPONIVEL
004340     ELSE
004350         DISPLAY "PROGRAMN: HISTSAI ausente ou em erro ("
004360             WS-HIST-STATUS ") - fechamento so do cluster vivo."
004370         MOVE "S" TO WS-FIM-HISTORICO
004380     END-IF.
004390 2100-EXIT.
004400     EXIT.
004410*
004420*---------------------------------------------------------------
004430* 2200-PROCESSAR-HISTORICO - le o proximo registro expurgado e,
004440* sendo do mes que fecha, o soma nos totais.
004450*---------------------------------------------------------------
004460 2200-PROCESSAR-HISTORICO.
004470     READ HISTORICO
004480         AT END
004490             MOVE "S" TO WS-FIM-HISTORICO
004500             GO TO 2200-EXIT
004510     END-READ
004520     ADD 1 TO WS-QTD-HIST-LIDOS
004530     MOVE HIST-REG TO WS-REG-TRABALHO
004540     IF WS-REG-DATA-CLASS (1:6) IS EQUAL TO WS-MES-ALVO
004550         ADD 1 TO WS-QTD-HIST-MES
004560         PERFORM 2400-ACUMULAR-REGISTRO THRU 2400-EXIT
004570     END-IF.
004580 2200-EXIT.
004590     EXIT.
004600*
004610*---------------------------------------------------------------
004620* 2300-PROCESSAR-CLUSTER - le o proximo registro do cluster vivo
004630* e, sendo do mes que fecha, o soma nos totais.
004640*---------------------------------------------------------------
004650 2300-PROCESSAR-CLUSTER.
004660     READ RESULTADOS NEXT RECORD
004670         AT END
004680             MOVE "S" TO WS-FIM-CLUSTER
004690             GO TO 2300-EXIT
004700     END-READ
004710     IF NOT WS-RESULT-OK
004720         DISPLAY "PROGRAMN: erro ao ler RESULTVS - "
004730             WS-RESULT-STATUS " - mes nao fechado."
004740         MOVE "S" TO WS-ERRO-ARQUIVO
004750         MOVE "S" TO WS-FIM-CLUSTER
004760         GO TO 2300-EXIT
004770     END-IF
004780     ADD 1 TO WS-QTD-CLUS-LIDOS
004790     MOVE RESULTREC TO WS-REG-TRABALHO
004800     IF WS-REG-DATA-CLASS (1:6) IS EQUAL TO WS-MES-ALVO
004810         ADD 1 TO WS-QTD-CLUS-MES
004820         PERFORM 2400-ACUMULAR-REGISTRO THRU 2400-EXIT
004830     END-IF.
004840 2300-EXIT.
004850     EXIT.
004860*
004870*---------------------------------------------------------------
004880* 2400-ACUMULAR-REGISTRO - soma a copia de trabalho no total do
004890* mes e nas entradas da sua origem, do seu resultado e da sua
004900* faixa.
004910*---------------------------------------------------------------
004920 2400-ACUMULAR-REGISTRO.
004930     ADD 1 TO WS-QTD-MES
004940     ADD WS-REG-VALOR TO WS-SOMA-MES
004950     MOVE "O" TO WS-BUSCA-TIPO
004960     MOVE WS-REG-ORIGEM TO WS-BUSCA-CHAVE
004970     IF WS-REG-ORIGEM IS EQUAL TO SPACES
004980         MOVE "(SEM ORIGEM)" TO WS-BUSCA-CHAVE
004990     END-IF
005000     PERFORM 2500-SOMAR-TOTAL THRU 2500-EXIT
005010     MOVE "R" TO WS-BUSCA-TIPO
005020     MOVE WS-REG-RESULTADO TO WS-BUSCA-CHAVE
005030     PERFORM 2500-SOMAR-TOTAL THRU 2500-EXIT
005040     MOVE "F" TO WS-BUSCA-TIPO
005050     MOVE WS-REG-FAIXA TO WS-BUSCA-CHAVE
005060     PERFORM 2500-SOMAR-TOTAL THRU 2500-EXIT.
005070 2400-EXIT.
005080     EXIT.
005090*
005100*---------------------------------------------------------------
005110* 2500-SOMAR-TOTAL - soma o registro corrente na entrada de
005120* WS-BUSCA-TIPO/WS-BUSCA-CHAVE, abrindo uma nova quando a chave
005130* ainda nao apareceu. Tabela cheia marca WS-TOT-ESTOURO: total
005140* oficial incompleto nao fecha o mes.
005150*---------------------------------------------------------------
005160 2500-SOMAR-TOTAL.
005170     MOVE ZERO TO WS-TOT-ACHADO
005180     PERFORM 2510-TESTAR-TOTAL THRU 2510-EXIT
005190         VARYING WS-TOT-IDX FROM 1 BY 1
005200         UNTIL WS-TOT-IDX IS GREATER THAN WS-TOT-QTD-ENT
005210             OR WS-TOT-ACHADO IS GREATER THAN ZERO
005220     IF WS-TOT-ACHADO IS EQUAL TO ZERO
005230         PERFORM 2550-NOVO-TOTAL THRU 2550-EXIT
005240     END-IF
005250     IF WS-TOT-ACHADO IS EQUAL TO ZERO
005260         GO TO 2500-EXIT
005270     END-IF
005280     ADD 1 TO WS-TOT-QTD (WS-TOT-ACHADO)
005290     ADD WS-REG-VALOR TO WS-TOT-SOMA (WS-TOT-ACHADO).
005300 2500-EXIT.
005310     EXIT.
005320*
005330 2510-TESTAR-TOTAL.
005340     IF WS-TOT-TIPO (WS-TOT-IDX) IS EQUAL TO WS-BUSCA-TIPO
005350         AND WS-TOT-CHAVE (WS-TOT-IDX) IS EQUAL TO WS-BUSCA-CHAVE
005360         MOVE WS-TOT-IDX TO WS-TOT-ACHADO
005370     END-IF.
005380 2510-EXIT.
005390     EXIT.
005400*
005410*---------------------------------------------------------------
005420* 2550-NOVO-TOTAL - abre na tabela uma entrada zerada para
005430* WS-BUSCA-TIPO/WS-BUSCA-CHAVE e devolve o indice em
005440* WS-TOT-ACHADO (zero quando a tabela esta cheia).
005450*---------------------------------------------------------------
005460 2550-NOVO-TOTAL.
005470     MOVE ZERO TO WS-TOT-ACHADO
005480     IF WS-TOT-QTD-ENT IS NOT LESS THAN WS-TOT-MAX
005490         IF NOT WS-TOT-ESTOUROU
005500             DISPLAY "PROGRAMN: mais de " WS-TOT-MAX
005510                 " entradas de total - mes nao sera fechado."
005520         END-IF
005530         MOVE "S" TO WS-TOT-ESTOURO
005540         GO TO 2550-EXIT
005550     END-IF
005560     ADD 1 TO WS-TOT-QTD-ENT
005570     MOVE WS-TOT-QTD-ENT TO WS-TOT-ACHADO
005580     MOVE WS-BUSCA-TIPO TO WS-TOT-TIPO (WS-TOT-ACHADO)
005590     MOVE WS-BUSCA-CHAVE TO WS-TOT-CHAVE (WS-TOT-ACHADO)
005600     MOVE ZERO TO WS-TOT-QTD (WS-TOT-ACHADO)
005610     MOVE ZERO TO WS-TOT-SOMA (WS-TOT-ACHADO).
005620 2550-EXIT.
005630     EXIT.
005640*
005650*---------------------------------------------------------------
005660* 3000-REABRIR-MES - reabre um mes fechado: a situacao passa a
005670* "R" com o operador e o motivo do cartao, os totais do
005680* fechamento ficam no registro para referencia, e a linha de
005690* "REABERTURA" vai para o FECHLOG. Mes que nao esta fechado e
005700* recusado (retorno 8).
005710*---------------------------------------------------------------
005720 3000-REABRIR-MES.
005730     IF WS-TEM-ERRO-ARQUIVO OR WS-TEM-ACAO-RECUSADA
005740         GO TO 3000-EXIT
005750     END-IF
005760     IF NOT WS-MES-EXISTE-SIM
005770         MOVE "MES NAO ESTA FECHADO - NADA A REABRIR" TO
005780             WS-MSG-RECUSA
005790         MOVE "S" TO WS-ACAO-RECUSADA
005800         DISPLAY "PROGRAMN: " WS-MSG-RECUSA
005810         GO TO 3000-EXIT
005820     END-IF
005830     IF NOT FECH-FECHADO
005840         MOVE "MES NAO ESTA FECHADO - NADA A REABRIR" TO
005850             WS-MSG-RECUSA
005860         MOVE "S" TO WS-ACAO-RECUSADA
005870         DISPLAY "PROGRAMN: " WS-MSG-RECUSA
005880         GO TO 3000-EXIT
005890     END-IF
005900     MOVE FECH-QTD-REGISTROS TO WS-QTD-MES
005910     MOVE FECH-SOMA-VALOR TO WS-SOMA-MES
005920     MOVE "R" TO FECH-SITUACAO
005930     MOVE WS-DATA-HOJE-X TO FECH-DATA
005940     MOVE WS-HORA-AGORA TO FECH-HORA
005950     MOVE WS-OPERADOR TO FECH-OPERADOR
005960     MOVE WS-MOTIVO TO FECH-MOTIVO
005970     REWRITE FECHREC
005980         INVALID KEY
005990             DISPLAY "PROGRAMN: erro ao reabrir o mes "
006000                 WS-MES-ALVO " em FECHMES - " WS-FECH-STATUS
006010             MOVE "S" TO WS-ERRO-ARQUIVO
006020             GO TO 3000-EXIT
006030     END-REWRITE
006040     MOVE "S" TO WS-ACAO-EXECUTADA
006050     DISPLAY "PROGRAMN: mes " WS-MES-ALVO " reaberto por "
006060         WS-OPERADOR " - " WS-MOTIVO
006070     PERFORM 5000-GRAVAR-LOG THRU 5000-EXIT.
006080 3000-EXIT.
006090     EXIT.
006100*
006110*---------------------------------------------------------------
006120* 5000-GRAVAR-LOG - acrescenta ao FECHLOG a linha da acao
006130* executada, com mes, data/hora, operador, motivo e totais.
006140*---------------------------------------------------------------
006150 5000-GRAVAR-LOG.
006160     OPEN EXTEND LOG-FECHAMENTO
006170     IF NOT WS-LOG-OK
006180         OPEN OUTPUT LOG-FECHAMENTO
006190     END-IF
006200     IF NOT WS-LOG-OK
006210         DISPLAY "PROGRAMN: erro ao abrir FECHLOG - "
006220             WS-LOG-STATUS " - historico nao gravado."
006230         MOVE "S" TO WS-ERRO-ARQUIVO
006240         GO TO 5000-EXIT
006250     END-IF
006260     MOVE WS-MES-ALVO TO FECHH-MES
006270     MOVE WS-ACAO-DESC TO FECHH-ACAO
006280     MOVE WS-DATA-HOJE-X TO FECHH-DATA
006290     MOVE WS-HORA-AGORA TO FECHH-HORA
006300     MOVE WS-OPERADOR TO FECHH-OPERADOR
006310     MOVE WS-MOTIVO TO FECHH-MOTIVO
006320     MOVE WS-QTD-MES TO FECHH-QTD-REGISTROS
006330     MOVE WS-SOMA-MES TO FECHH-SOMA-VALOR
006340     WRITE FECHHREC
006350     IF NOT WS-LOG-OK
006360         DISPLAY "PROGRAMN: erro ao gravar FECHLOG - "
006370             WS-LOG-STATUS
006380         MOVE "S" TO WS-ERRO-ARQUIVO
006390     END-IF
006400     CLOSE LOG-FECHAMENTO.
006410 5000-EXIT.
006420     EXIT.
006430*
006440*---------------------------------------------------------------
006450* 8000-GRAVAR-RELATORIO - imprime o cabecalho com a acao, o mes
006460* e o operador; a recusa do cartao quando houver; e, no
006470* fechamento, os totais oficiais por origem, por resultado e
006480* por faixa, com o total geral e a contagem por fonte.
006490*---------------------------------------------------------------
006500 8000-GRAVAR-RELATORIO.
006510     IF NOT WS-RELAT-OK
006520         GO TO 8000-EXIT
006530     END-IF
006540     MOVE SPACES TO LINHA-RELATORIO
006550     STRING "FECHAMENTO DE PERIODO - MES " DELIMITED BY SIZE
006560         WS-MES-ALVO DELIMITED BY SIZE
006570         INTO LINHA-RELATORIO
006580     END-STRING
006590     WRITE LINHA-RELATORIO
006600     MOVE SPACES TO LINHA-RELATORIO
006610     WRITE LINHA-RELATORIO
006620     MOVE SPACES TO LINHA-RELATORIO
006630     STRING "ACAO.................................: "
006640         DELIMITED BY SIZE
006650         WS-ACAO-DESC DELIMITED BY SIZE
006660         INTO LINHA-RELATORIO
006670     END-STRING
006680     WRITE LINHA-RELATORIO
006690     MOVE SPACES TO LINHA-RELATORIO
006700     STRING "OPERADOR.............................: "
006710         DELIMITED BY SIZE
006720         WS-OPERADOR DELIMITED BY SIZE
006730         INTO LINHA-RELATORIO
006740     END-STRING
006750     WRITE LINHA-RELATORIO
006760     IF WS-MOTIVO IS NOT EQUAL TO SPACES
006770         MOVE SPACES TO LINHA-RELATORIO
006780         STRING "MOTIVO.......: " DELIMITED BY SIZE
006790             WS-MOTIVO DELIMITED BY SIZE
006800             INTO LINHA-RELATORIO
006810         END-STRING
006820         WRITE LINHA-RELATORIO
006830     END-IF
006840     MOVE SPACES TO LINHA-RELATORIO
006850     WRITE LINHA-RELATORIO
006860     IF WS-TEM-ACAO-RECUSADA OR WS-MES-JA-FECHADO-SIM
006870         MOVE SPACES TO LINHA-RELATORIO
006880         STRING "*** " DELIMITED BY SIZE
006890             WS-MSG-RECUSA DELIMITED BY SIZE
006900             INTO LINHA-RELATORIO
006910         END-STRING
006920         WRITE LINHA-RELATORIO
006930         GO TO 8000-EXIT
006940     END-IF
006950     IF NOT WS-ACAO-EXECUTADA-SIM
006960         MOVE "*** ERRO DE ARQUIVO - MES NAO ALTERADO ***" TO
006970             LINHA-RELATORIO
006980         WRITE LINHA-RELATORIO
006990         GO TO 8000-EXIT
007000     END-IF
007010     IF WS-ACAO-REABRIR
007020         MOVE "MES REABERTO - ESTORNO E CORRECAO LIBERADOS" TO
007030             LINHA-RELATORIO
007040         WRITE LINHA-RELATORIO
007050         MOVE "TOTAIS DO FECHAMENTO ANTERIOR" TO WS-BUSCA-CHAVE
007060         PERFORM 8200-GRAVAR-TOTAL-GERAL THRU 8200-EXIT
007070         GO TO 8000-EXIT
007080     END-IF
007090     MOVE "TOTAIS OFICIAIS POR ORIGEM" TO LINHA-RELATORIO
007100     WRITE LINHA-RELATORIO
007110     MOVE "O" TO WS-IMP-TIPO
007120     PERFORM 8100-GRAVAR-TOTAL THRU 8100-EXIT
007130         VARYING WS-TOT-IDX FROM 1 BY 1
007140         UNTIL WS-TOT-IDX IS GREATER THAN WS-TOT-QTD-ENT
007150     MOVE "TOTAIS OFICIAIS POR RESULTADO" TO LINHA-RELATORIO
007160     WRITE LINHA-RELATORIO
007170     MOVE "R" TO WS-IMP-TIPO
007180     PERFORM 8100-GRAVAR-TOTAL THRU 8100-EXIT
007190         VARYING WS-TOT-IDX FROM 1 BY 1
007200         UNTIL WS-TOT-IDX IS GREATER THAN WS-TOT-QTD-ENT
007210     MOVE "TOTAIS OFICIAIS POR FAIXA" TO LINHA-RELATORIO
007220     WRITE LINHA-RELATORIO
007230     MOVE "F" TO WS-IMP-TIPO
007240     PERFORM 8100-GRAVAR-TOTAL THRU 8100-EXIT
007250         VARYING WS-TOT-IDX FROM 1 BY 1
007260         UNTIL WS-TOT-IDX IS GREATER THAN WS-TOT-QTD-ENT
007270     MOVE SPACES TO LINHA-RELATORIO
007280     WRITE LINHA-RELATORIO
007290     MOVE "TOTAL GERAL DO MES" TO WS-BUSCA-CHAVE
007300     PERFORM 8200-GRAVAR-TOTAL-GERAL THRU 8200-EXIT
007310     MOVE WS-QTD-CLUS-MES TO WS-QTD-ED
007320     MOVE SPACES TO LINHA-RELATORIO
007330     STRING "REGISTROS DO MES NO CLUSTER VIVO.....: "
007340         DELIMITED BY SIZE
007350         WS-QTD-ED DELIMITED BY SIZE
007360         INTO LINHA-RELATORIO
007370     END-STRING
007380     WRITE LINHA-RELATORIO
007390     MOVE WS-QTD-HIST-MES TO WS-QTD-ED
007400     MOVE SPACES TO LINHA-RELATORIO
007410     STRING "REGISTROS DO MES NO HISTORICO........: "
007420         DELIMITED BY SIZE
007430         WS-QTD-ED DELIMITED BY SIZE
007440         INTO LINHA-RELATORIO
007450     END-STRING
007460     WRITE LINHA-RELATORIO
007470     IF NOT WS-TEM-HISTORICO
007480         MOVE "(HISTSAI AUSENTE - SO O CLUSTER VIVO SOMADO)"
007490             TO LINHA-RELATORIO
007500         WRITE LINHA-RELATORIO
007510     END-IF
007520     MOVE "MES GRAVADO COMO FECHADO EM FECHMES" TO LINHA-RELATORIO
007530     WRITE LINHA-RELATORIO.
007540 8000-EXIT.
007550     EXIT.
007560*
007570*---------------------------------------------------------------
007580* 8100-GRAVAR-TOTAL - grava a linha de uma entrada da tabela de
007590* totais quando ela e do tipo da secao em WS-IMP-TIPO.
007600*---------------------------------------------------------------
007610 8100-GRAVAR-TOTAL.
007620     IF WS-TOT-TIPO (WS-TOT-IDX) IS NOT EQUAL TO WS-IMP-TIPO
007630         GO TO 8100-EXIT
007640     END-IF
007650     MOVE WS-TOT-CHAVE (WS-TOT-IDX) TO TOT-CHAVE
007660     MOVE WS-TOT-QTD (WS-TOT-IDX) TO TOT-QTD
007670     MOVE WS-TOT-SOMA (WS-TOT-IDX) TO TOT-SOMA
007680     MOVE WS-LINHA-TOTAL TO LINHA-RELATORIO
007690     WRITE LINHA-RELATORIO.
007700 8100-EXIT.
007710     EXIT.
007720*
007730*---------------------------------------------------------------
007740* 8200-GRAVAR-TOTAL-GERAL - grava a linha do total do mes com o
007750* rotulo em WS-BUSCA-CHAVE.
007760*---------------------------------------------------------------
007770 8200-GRAVAR-TOTAL-GERAL.
007780     MOVE WS-BUSCA-CHAVE TO TOT-CHAVE
007790     MOVE WS-QTD-MES TO TOT-QTD
007800     MOVE WS-SOMA-MES TO TOT-SOMA
007810     MOVE WS-LINHA-TOTAL TO LINHA-RELATORIO
007820     WRITE LINHA-RELATORIO.
007830 8200-EXIT.
007840     EXIT.
007850*
007860*---------------------------------------------------------------
007870* 9000-FINALIZAR - fecha os arquivos abertos pelo job.
007880*---------------------------------------------------------------
007890 9000-FINALIZAR.
007900     IF WS-TEM-HISTORICO
007910         CLOSE HISTORICO
007920     END-IF
007930     IF WS-TEM-CLUSTER
007940         CLOSE RESULTADOS
007950     END-IF
007960     IF WS-FECH-ABERTO-SIM
007970         CLOSE FECHAMENTOS
007980     END-IF
007990     IF WS-RELAT-OK
008000         CLOSE RELATORIO
008010     END-IF.
008020 9000-EXIT.
008030     EXIT.
008040*
008050*---------------------------------------------------------------
008060* 9100-DEFINIR-RETORNO - 0 = mes fechado ou reaberto; 4 = mes
008070* ja estava fechado (nada alterado); 8 = cartao recusado ou
008080* totais incompletos; 12 = erro de arquivo.
008090*---------------------------------------------------------------
008100 9100-DEFINIR-RETORNO.
008110     IF WS-TEM-ERRO-ARQUIVO
008120         MOVE 12 TO RETURN-CODE
008130         GO TO 9100-EXIT
008140     END-IF
008150     IF WS-TEM-ACAO-RECUSADA
008160         MOVE 8 TO RETURN-CODE
008170         GO TO 9100-EXIT
008180     END-IF
008190     IF WS-MES-JA-FECHADO-SIM
008200         MOVE 4 TO RETURN-CODE
008210         GO TO 9100-EXIT
008220     END-IF
008230     MOVE ZERO TO RETURN-CODE.
008240 9100-EXIT.
008250     EXIT.
