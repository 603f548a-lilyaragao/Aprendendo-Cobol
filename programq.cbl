000010* Author: Lilian
000020* Date: 15/10/2026
000030* Purpose: Conferencia semanal cruzada de RESULTVS, AUDITLOG,
000040*          HISTSAI e do GDG de suspensos. A reconciliacao do
000050*          7000-RECONCILIAR do PROGRAMB so compara contagens e so
000060*          do lote em andamento; este job confere os arquivos
000070*          entre si registro a registro e imprime o relatorio de
000080*          excecoes por tipo de conferencia:
000090*            1 - id de RESULTVS sem decisao no AUDITLOG ou com a
000100*                ultima decisao diferente de RES-RESULTADO/FAIXA;
000110*            2 - id estornado (ultima decisao ESTORNADO) ainda
000120*                presente no cluster;
000130*            3 - id vivo em RESULTVS e tambem no historico de
000140*                expurgos HISTSAI;
000150*            4 - SUSP-ID da geracao corrente de suspensos que ja
000160*                esta classificado em RESULTVS.
000170*          A trilha e ordenada por id mantendo a ordem de gravacao
000180*          e casada com o cluster lido em ordem de chave. Decisao
000190*          seguida de RES.INVALIDO nao foi aplicada e volta a
000200*          valer a anterior; CORRIGIDO, SOBREPOSTO, REJEITADO,
000210*          SUSPENSO, EST.INVALIDO e as acoes da manutencao de
000213*          suspensos (SUSP.*, do PROGRAMS) nao mudam a decisao
000216*          vigente.
000220*          Termina com codigo de retorno 8 quando ha excecao.
000230*
000240* MODIFICATION HISTORY
000250*   15/10/2026  LA   Criacao do programa.
000252*   15/10/2026  LA   Conferencia 4 deixou de fora o suspenso
000254*                    cancelado ou baixado na manutencao online
000256*                    (PROGRAMS); as linhas SUSP.* que ele grava
000258*                    na AUDITLOG nao mudam a decisao vigente.
000260*
000270 IDENTIFICATION DIVISION.
000280 PROGRAM-ID. PROGRAMQ.
000290 AUTHOR. LILIAN.
000300 INSTALLATION. DEPARTAMENTO DE SISTEMAS.
000310 DATE-WRITTEN. 15/10/2026.
000320 DATE-COMPILED.
000330*
000340 ENVIRONMENT DIVISION.
000350 INPUT-OUTPUT SECTION.
000360 FILE-CONTROL.
000370     SELECT RESULTADOS ASSIGN TO RESULTVS
000380         ORGANIZATION IS INDEXED
000390         ACCESS MODE IS DYNAMIC
000400         RECORD KEY IS RES-ID
000410         FILE STATUS IS WS-RESULT-STATUS.
000420*
000430     SELECT AUDITORIA ASSIGN TO AUDITLOG
000440         ORGANIZATION IS LINE SEQUENTIAL
000450         FILE STATUS IS WS-AUDIT-STATUS.
000460*
000470     SELECT TRABALHO ASSIGN TO SORTWK01.
000480*
000490     SELECT HISTORICO ASSIGN TO HISTSAI
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS WS-HIST-STATUS.
000520*
000530     SELECT SUSPENSOS ASSIGN TO SUSPIN
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS WS-SUSP-STATUS.
000560*
000570     SELECT RELATORIO ASSIGN TO INTREL
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS WS-RELAT-STATUS.
000600*
000610 DATA DIVISION.
000620 FILE SECTION.
000630 FD  RESULTADOS.
000640     COPY RESULTREC.
000650*
000660 FD  AUDITORIA.
000670     COPY AUDITREC.
000680*
000690 SD  TRABALHO.
000700 01  TRB-REG.
000710     05  TRB-ID                  PIC 9(06).
000720     05  FILLER                  PIC X(88).
000730*
000740 FD  HISTORICO.
000750 01  HIST-REG.
000760     05  HIST-ID                 PIC 9(06).
000770     05  FILLER                  PIC X(39).
000780     05  HIST-DATA-CLASS         PIC X(08).
000790     05  FILLER                  PIC X(17).
000800*
000810 FD  SUSPENSOS.
000820     COPY SUSPREC.
000830*
000840 FD  RELATORIO.
000850 01  LINHA-RELATORIO             PIC X(90).
000860*
000870 WORKING-STORAGE SECTION.
000880 77  WS-RESULT-STATUS            PIC X(02) VALUE SPACES.
000890     88  WS-RESULT-OK                VALUE "00".
000900 77  WS-AUDIT-STATUS             PIC X(02) VALUE SPACES.
000910     88  WS-AUDIT-OK                 VALUE "00".
000920 77  WS-HIST-STATUS              PIC X(02) VALUE SPACES.
000930     88  WS-HIST-OK                  VALUE "00".
000940 77  WS-SUSP-STATUS              PIC X(02) VALUE SPACES.
000950     88  WS-SUSP-OK                  VALUE "00".
000960 77  WS-RELAT-STATUS             PIC X(02) VALUE SPACES.
000970     88  WS-RELAT-OK                 VALUE "00".
000980 77  WS-FIM-AUDIT                PIC X(01) VALUE "N".
000990     88  WS-CHEGOU-FIM-AUDIT         VALUE "S".
001000 77  WS-FIM-GRUPOS               PIC X(01) VALUE "N".
001010     88  WS-CHEGOU-FIM-GRUPOS        VALUE "S".
001020 77  WS-FIM-RESULT               PIC X(01) VALUE "N".
001030     88  WS-CHEGOU-FIM-RESULT        VALUE "S".
001040 77  WS-FIM-HIST                 PIC X(01) VALUE "N".
001050     88  WS-CHEGOU-FIM-HIST          VALUE "S".
001060 77  WS-FIM-SUSP                 PIC X(01) VALUE "N".
001070     88  WS-CHEGOU-FIM-SUSP          VALUE "S".
001080 77  WS-ERRO-ARQUIVO             PIC X(01) VALUE "N".
001090     88  WS-TEM-ERRO-ARQUIVO         VALUE "S".
001100 01  WS-DATA-HOJE                PIC X(08) VALUE SPACES.
001110 01  WS-HORA-AGORA               PIC X(08) VALUE SPACES.
001120*
001130* Linha da trilha devolvida pela ordenacao (layout AUDITREC).
001140 01  WS-AUDIT-LIDO.
001150     05  WS-AUD-ID               PIC 9(06).
001160     05  FILLER                  PIC X(18).
001170     05  WS-AUD-RESULTADO        PIC X(20).
001172         88  WS-AUD-CLASSIFICADO     VALUE "MAIOR" "IGUAL" "MENOR"
001174                                           "ESTORNADO".
001176         88  WS-AUD-RES-INVALIDO     VALUE "RES.INVALIDO".
001180     05  WS-AUD-FAIXA            PIC X(10).
001190     05  WS-AUD-DATA             PIC X(08).
001200     05  FILLER                  PIC X(32).
001210*
001220* Decisao vigente do id em montagem e a que valia antes da ultima
001230* linha de decisao, para desfazer a que o RES.INVALIDO recusou.
001240 01  WS-GRUPO.
001250     05  WS-GRP-ID               PIC 9(06) VALUE ZERO.
001260     05  WS-GRP-RESULTADO        PIC X(20) VALUE SPACES.
001270     05  WS-GRP-FAIXA            PIC X(10) VALUE SPACES.
001280     05  WS-GRP-DATA             PIC X(08) VALUE SPACES.
001290     05  WS-GRP-ANT-RESULTADO    PIC X(20) VALUE SPACES.
001300     05  WS-GRP-ANT-FAIXA        PIC X(10) VALUE SPACES.
001310     05  WS-GRP-ANT-DATA         PIC X(08) VALUE SPACES.
001320*
001330* Estornados ainda no cluster: achados durante o casamento com a
001340* trilha e impressos depois, na secao do seu tipo.
001350 01  WS-QTD-EST-TAB              PIC 9(03) VALUE ZERO.
001360 01  WS-EST-IDX                  PIC 9(03) VALUE ZERO.
001370 01  WS-EST-TABELA.
001380     05  WS-EST-ENT OCCURS 500 TIMES.
001390         10  WS-EST-ID               PIC 9(06).
001400         10  WS-EST-RESULTADO        PIC X(12).
001410         10  WS-EST-FAIXA            PIC X(10).
001420         10  WS-EST-DATA-CLASS       PIC X(08).
001430         10  WS-EST-DATA-ESTORNO     PIC X(08).
001440*
001450 01  WS-QTD-RESULT-LIDOS         PIC 9(06) VALUE ZERO.
001460 01  WS-QTD-AUDIT-LIDOS          PIC 9(06) VALUE ZERO.
001470 01  WS-QTD-HIST-LIDOS           PIC 9(06) VALUE ZERO.
001480 01  WS-QTD-SUSP-LIDOS           PIC 9(06) VALUE ZERO.
001490 01  WS-QTD-EXC-DECISAO          PIC 9(06) VALUE ZERO.
001500 01  WS-QTD-EXC-ESTORNO          PIC 9(06) VALUE ZERO.
001510 01  WS-QTD-EXC-HISTORICO        PIC 9(06) VALUE ZERO.
001520 01  WS-QTD-EXC-SUSPENSO         PIC 9(06) VALUE ZERO.
001530 01  WS-QTD-EXC-TOTAL            PIC 9(06) VALUE ZERO.
001540 01  WS-QTD-SECAO                PIC 9(06) VALUE ZERO.
001550 01  WS-QTD-ED                   PIC ZZZZZ9.
001560 01  WS-TITULO-SECAO             PIC X(60) VALUE SPACES.
001570*
001580 01  WS-LINHA-CABECALHO.
001590     05  FILLER                  PIC X(11) VALUE "   ID".
001600     05  FILLER                  PIC X(12) VALUE "RESULTVS".
001610     05  FILLER                  PIC X(12) VALUE "FAIXA".
001620     05  FILLER                  PIC X(10) VALUE "CLASSIF.".
001630     05  FILLER                  PIC X(10) VALUE "OBSERVACAO".
001640*
001650 01  WS-LINHA-DETALHE.
001660     05  FILLER                  PIC X(03) VALUE SPACES.
001670     05  DET-ID                  PIC 9(06).
001680     05  FILLER                  PIC X(02) VALUE SPACES.
001690     05  DET-RESULTADO           PIC X(12).
001700     05  DET-FAIXA               PIC X(10).
001710     05  FILLER                  PIC X(02) VALUE SPACES.
001720     05  DET-DATA-CLASS          PIC X(08).
001730     05  FILLER                  PIC X(02) VALUE SPACES.
001740     05  DET-OBSERVACAO          PIC X(45).
001750*
001760 PROCEDURE DIVISION.
001770 0000-MAINLINE.
001780     PERFORM 1000-INICIALIZAR THRU 1000-EXIT
001790     IF NOT WS-TEM-ERRO-ARQUIVO
001800         PERFORM 2000-CONFERIR-DECISOES THRU 2000-EXIT
001810         PERFORM 3000-LISTAR-ESTORNADOS THRU 3000-EXIT
001820         PERFORM 4000-CONFERIR-HISTORICO THRU 4000-EXIT
001830         PERFORM 5000-CONFERIR-SUSPENSOS THRU 5000-EXIT
001840         PERFORM 8000-IMPRIMIR-RESUMO THRU 8000-EXIT
001850     END-IF
001860     PERFORM 9000-FINALIZAR THRU 9000-EXIT
001870     PERFORM 9100-DEFINIR-RETORNO THRU 9100-EXIT
001880     STOP RUN.
001890*
001900*---------------------------------------------------------------
001910* 1000-INICIALIZAR - abre o relatorio e os arquivos conferidos.
001920* A trilha so e aberta para confirmar que existe: quem a le e a
001930* ordenacao do 2000. Qualquer arquivo ausente encerra o job com
001940* erro de arquivo - conferencia pela metade nao serve.
001950*---------------------------------------------------------------
001960 1000-INICIALIZAR.
001970     ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
001980     ACCEPT WS-HORA-AGORA FROM TIME
001990     OPEN OUTPUT RELATORIO
002000     IF NOT WS-RELAT-OK
002010         DISPLAY "PROGRAMQ: erro ao abrir INTREL - "
002020             WS-RELAT-STATUS
002030         MOVE "S" TO WS-ERRO-ARQUIVO
002040         GO TO 1000-EXIT
002050     END-IF
002060     OPEN INPUT RESULTADOS
002070     IF NOT WS-RESULT-OK
002080         DISPLAY "PROGRAMQ: erro ao abrir RESULTVS - "
002090             WS-RESULT-STATUS
002100         MOVE "S" TO WS-ERRO-ARQUIVO
002110         GO TO 1000-EXIT
002120     END-IF
002130     OPEN INPUT AUDITORIA
002140     IF NOT WS-AUDIT-OK
002150         DISPLAY "PROGRAMQ: erro ao abrir AUDITLOG - "
002160             WS-AUDIT-STATUS
002170         MOVE "S" TO WS-ERRO-ARQUIVO
002180         GO TO 1000-EXIT
002190     END-IF
002200     CLOSE AUDITORIA
002210     OPEN INPUT HISTORICO
002220     IF NOT WS-HIST-OK
002230         DISPLAY "PROGRAMQ: erro ao abrir HISTSAI - "
002240             WS-HIST-STATUS
002250         MOVE "S" TO WS-ERRO-ARQUIVO
002260         GO TO 1000-EXIT
002270     END-IF
002280     OPEN INPUT SUSPENSOS
002290     IF NOT WS-SUSP-OK
002300         DISPLAY "PROGRAMQ: erro ao abrir SUSPIN - "
002310             WS-SUSP-STATUS
002320         MOVE "S" TO WS-ERRO-ARQUIVO
002330         GO TO 1000-EXIT
002340     END-IF
002350     MOVE SPACES TO LINHA-RELATORIO
002360     STRING "CONFERENCIA CRUZADA RESULTVS/AUDITLOG/HISTSAI/"
002370         DELIMITED BY SIZE
002380         "SUSPENSOS - EMITIDO EM " DELIMITED BY SIZE
002390         WS-DATA-HOJE DELIMITED BY SIZE
002400         " " DELIMITED BY SIZE
002410         WS-HORA-AGORA (1:6) DELIMITED BY SIZE
002420         INTO LINHA-RELATORIO
002430     END-STRING
002440     WRITE LINHA-RELATORIO.
002450 1000-EXIT.
002460     EXIT.
002470*
002480*---------------------------------------------------------------
002490* 2000-CONFERIR-DECISOES - ordena a trilha por id mantendo, para
002500* o mesmo id, a ordem em que as linhas foram gravadas, e casa o
002510* resultado com o cluster no 2100 (conferencias 1 e 2).
002520*---------------------------------------------------------------
002530 2000-CONFERIR-DECISOES.
002540     MOVE "1 - DECISAO DO AUDITLOG AUSENTE OU DIFERENTE DA ATUAL"
002550         TO WS-TITULO-SECAO
002560     PERFORM 7000-ABRIR-SECAO THRU 7000-EXIT
002570     SORT TRABALHO
002580         ON ASCENDING KEY TRB-ID
002590         WITH DUPLICATES IN ORDER
002600         USING AUDITORIA
002610         OUTPUT PROCEDURE IS 2100-CASAR-TRILHA THRU 2100-EXIT
002620     IF SORT-RETURN IS NOT EQUAL TO ZERO
002630         DISPLAY "PROGRAMQ: erro na ordenacao do AUDITLOG - "
002640             SORT-RETURN
002650         MOVE "S" TO WS-ERRO-ARQUIVO
002660     END-IF
002670     MOVE WS-QTD-EXC-DECISAO TO WS-QTD-SECAO
002680     PERFORM 7100-FECHAR-SECAO THRU 7100-EXIT.
002690 2000-EXIT.
002700     EXIT.
002710*
002720*---------------------------------------------------------------
002730* 2100-CASAR-TRILHA - procedimento de saida da ordenacao: monta
002740* a decisao vigente do primeiro id da trilha, posiciona no inicio
002750* do cluster e casa os dois em ordem de id.
002760*---------------------------------------------------------------
002770 2100-CASAR-TRILHA.
002780     PERFORM 2200-RETORNAR-TRILHA THRU 2200-EXIT
002790     PERFORM 2300-MONTAR-GRUPO THRU 2300-EXIT
002800     MOVE LOW-VALUES TO RES-ID
002810     START RESULTADOS KEY IS NOT LESS THAN RES-ID
002820         INVALID KEY
002830             MOVE "S" TO WS-FIM-RESULT
002840             GO TO 2100-EXIT
002850     END-START
002860     PERFORM 2500-LER-RESULTADO THRU 2500-EXIT
002870     PERFORM 2600-CASAR-REGISTRO THRU 2600-EXIT
002880         UNTIL WS-CHEGOU-FIM-RESULT.
002890 2100-EXIT.
002900     EXIT.
002910*
002920 2200-RETORNAR-TRILHA.
002930     RETURN TRABALHO INTO WS-AUDIT-LIDO
002940         AT END
002950             MOVE "S" TO WS-FIM-AUDIT
002960             GO TO 2200-EXIT
002970     END-RETURN
002980     ADD 1 TO WS-QTD-AUDIT-LIDOS.
002990 2200-EXIT.
003000     EXIT.
003010*
003020*---------------------------------------------------------------
003030* 2300-MONTAR-GRUPO - consome as linhas do id corrente da trilha
003040* e deixa em WS-GRUPO a sua decisao vigente; a primeira linha do
003050* id seguinte fica lida em WS-AUDIT-LIDO.
003060*---------------------------------------------------------------
003070 2300-MONTAR-GRUPO.
003080     IF WS-CHEGOU-FIM-AUDIT
003090         MOVE "S" TO WS-FIM-GRUPOS
003100         GO TO 2300-EXIT
003110     END-IF
003120     MOVE WS-AUD-ID TO WS-GRP-ID
003130     MOVE SPACES TO WS-GRP-RESULTADO WS-GRP-FAIXA WS-GRP-DATA
003140         WS-GRP-ANT-RESULTADO WS-GRP-ANT-FAIXA WS-GRP-ANT-DATA
003150     PERFORM 2400-APLICAR-LINHA THRU 2400-EXIT
003160         UNTIL WS-CHEGOU-FIM-AUDIT
003170            OR WS-AUD-ID IS NOT EQUAL TO WS-GRP-ID.
003180 2300-EXIT.
003190     EXIT.
003200*
003210*---------------------------------------------------------------
003220* 2400-APLICAR-LINHA - linha de classificacao (inclusive a nova
003230* decisao gravada pela sobreposicao do PROGRAML) ou de estorno
003240* passa a ser a decisao vigente; RES.INVALIDO desfaz a decisao
003250* gravada logo antes, que nao chegou ao cluster. As demais linhas
003260* nao mexem na decisao - entre elas as SUSP.LIBERADO, SUSP.
003263* CANCELADO e SUSP.REDATADO que a manutencao de suspensos
003266* (PROGRAMS) grava: acao sobre suspenso nao e classificacao.
003270*---------------------------------------------------------------
003280 2400-APLICAR-LINHA.
003290     IF WS-AUD-CLASSIFICADO
003301         MOVE WS-GRP-RESULTADO TO WS-GRP-ANT-RESULTADO
003312         MOVE WS-GRP-FAIXA TO WS-GRP-ANT-FAIXA
003323         MOVE WS-GRP-DATA TO WS-GRP-ANT-DATA
003334         MOVE WS-AUD-RESULTADO TO WS-GRP-RESULTADO
003345         MOVE WS-AUD-FAIXA TO WS-GRP-FAIXA
003356         MOVE WS-AUD-DATA TO WS-GRP-DATA
003367     ELSE
003378         IF WS-AUD-RES-INVALIDO
003389             MOVE WS-GRP-ANT-RESULTADO TO WS-GRP-RESULTADO
003400             MOVE WS-GRP-ANT-FAIXA TO WS-GRP-FAIXA
003411             MOVE WS-GRP-ANT-DATA TO WS-GRP-DATA
003422         END-IF
003433     END-IF
003450     PERFORM 2200-RETORNAR-TRILHA THRU 2200-EXIT.
003460 2400-EXIT.
003470     EXIT.
003480*
003490 2500-LER-RESULTADO.
003500     READ RESULTADOS NEXT RECORD
003510         AT END
003520             MOVE "S" TO WS-FIM-RESULT
003530             GO TO 2500-EXIT
003540     END-READ
003550     ADD 1 TO WS-QTD-RESULT-LIDOS.
003560 2500-EXIT.
003570     EXIT.
003580*
003590*---------------------------------------------------------------
003600* 2600-CASAR-REGISTRO - casamento do registro corrente do cluster
003610* com o grupo corrente da trilha. Id da trilha sem registro no
003620* cluster e normal (expurgado, estornado, rejeitado) e so avanca
003630* a trilha; registro sem grupo ou com grupo sem decisao vai para
003640* a conferencia 1; grupo estornado para a 2.
003650*---------------------------------------------------------------
003660 2600-CASAR-REGISTRO.
003670     IF NOT WS-CHEGOU-FIM-GRUPOS
003680         AND WS-GRP-ID IS LESS THAN RES-ID
003690         PERFORM 2300-MONTAR-GRUPO THRU 2300-EXIT
003700         GO TO 2600-EXIT
003710     END-IF
003720     IF WS-CHEGOU-FIM-GRUPOS
003730         OR WS-GRP-ID IS GREATER THAN RES-ID
003740         OR WS-GRP-RESULTADO IS EQUAL TO SPACES
003750         MOVE "SEM DECISAO NO AUDITLOG" TO DET-OBSERVACAO
003760         PERFORM 2700-LISTAR-DECISAO THRU 2700-EXIT
003770         GO TO 2600-PROXIMO
003780     END-IF
003790     IF WS-GRP-RESULTADO IS EQUAL TO "ESTORNADO"
003800         PERFORM 2800-GUARDAR-ESTORNADO THRU 2800-EXIT
003810         GO TO 2600-PROXIMO
003820     END-IF
003830     IF WS-GRP-RESULTADO IS NOT EQUAL TO RES-RESULTADO
003840         OR WS-GRP-FAIXA IS NOT EQUAL TO RES-FAIXA
003850         MOVE SPACES TO DET-OBSERVACAO
003860         STRING "AUDITLOG: "
003870         DELIMITED BY SIZE
003880             WS-GRP-RESULTADO DELIMITED BY SPACE
003890             " / " DELIMITED BY SIZE
003900             WS-GRP-FAIXA DELIMITED BY SIZE
003910             " EM " DELIMITED BY SIZE
003920             WS-GRP-DATA DELIMITED BY SIZE
003930             INTO DET-OBSERVACAO
003940         END-STRING
003950         PERFORM 2700-LISTAR-DECISAO THRU 2700-EXIT
003960     END-IF.
003970 2600-PROXIMO.
003980     PERFORM 2500-LER-RESULTADO THRU 2500-EXIT.
003990 2600-EXIT.
004000     EXIT.
004010*
004020 2700-LISTAR-DECISAO.
004030     ADD 1 TO WS-QTD-EXC-DECISAO
004040     PERFORM 7200-LISTAR-RESULTADO THRU 7200-EXIT.
004050 2700-EXIT.
004060     EXIT.
004070*
004080*---------------------------------------------------------------
004090* 2800-GUARDAR-ESTORNADO - guarda o estornado ainda no cluster
004100* para a secao da conferencia 2; alem do limite da tabela so
004110* conta, e o 3000 avisa quantos ficaram fora da listagem.
004120*---------------------------------------------------------------
004130 2800-GUARDAR-ESTORNADO.
004140     ADD 1 TO WS-QTD-EXC-ESTORNO
004150     IF WS-QTD-EST-TAB IS NOT LESS THAN 500
004160         GO TO 2800-EXIT
004170     END-IF
004180     ADD 1 TO WS-QTD-EST-TAB
004190     MOVE RES-ID TO WS-EST-ID (WS-QTD-EST-TAB)
004200     MOVE RES-RESULTADO TO WS-EST-RESULTADO (WS-QTD-EST-TAB)
004210     MOVE RES-FAIXA TO WS-EST-FAIXA (WS-QTD-EST-TAB)
004220     MOVE RES-DATA-CLASS TO WS-EST-DATA-CLASS (WS-QTD-EST-TAB)
004230     MOVE WS-GRP-DATA TO WS-EST-DATA-ESTORNO (WS-QTD-EST-TAB).
004240 2800-EXIT.
004250     EXIT.
004260*
004270*---------------------------------------------------------------
004280* 3000-LISTAR-ESTORNADOS - secao da conferencia 2: id cuja ultima
004290* decisao na trilha e o estorno mas que continua no cluster.
004300*---------------------------------------------------------------
004310 3000-LISTAR-ESTORNADOS.
004320     IF WS-TEM-ERRO-ARQUIVO
004330         GO TO 3000-EXIT
004340     END-IF
004350     MOVE "2 - ID ESTORNADO AINDA PRESENTE NO CLUSTER RESULTVS"
004360         TO WS-TITULO-SECAO
004370     PERFORM 7000-ABRIR-SECAO THRU 7000-EXIT
004380     PERFORM 3100-LISTAR-ESTORNADO THRU 3100-EXIT
004390         VARYING WS-EST-IDX FROM 1 BY 1
004400         UNTIL WS-EST-IDX IS GREATER THAN WS-QTD-EST-TAB
004410     IF WS-QTD-EXC-ESTORNO IS GREATER THAN WS-QTD-EST-TAB
004420         COMPUTE WS-QTD-SECAO =
004430             WS-QTD-EXC-ESTORNO - WS-QTD-EST-TAB
004440         MOVE WS-QTD-SECAO TO WS-QTD-ED
004450         MOVE SPACES TO LINHA-RELATORIO
004460         STRING "   ... MAIS " DELIMITED BY SIZE
004470             WS-QTD-ED DELIMITED BY SIZE
004480             " NAO LISTADOS (LIMITE DE 500)" DELIMITED BY SIZE
004490             INTO LINHA-RELATORIO
004500         END-STRING
004510         WRITE LINHA-RELATORIO
004520     END-IF
004530     MOVE WS-QTD-EXC-ESTORNO TO WS-QTD-SECAO
004540     PERFORM 7100-FECHAR-SECAO THRU 7100-EXIT.
004550 3000-EXIT.
004560     EXIT.
004570*
004580 3100-LISTAR-ESTORNADO.
004590     MOVE WS-EST-ID (WS-EST-IDX) TO DET-ID
004600     MOVE WS-EST-RESULTADO (WS-EST-IDX) TO DET-RESULTADO
004610     MOVE WS-EST-FAIXA (WS-EST-IDX) TO DET-FAIXA
004620     MOVE WS-EST-DATA-CLASS (WS-EST-IDX) TO DET-DATA-CLASS
004630     MOVE SPACES TO DET-OBSERVACAO
004640     STRING "ESTORNADO NO AUDITLOG EM " DELIMITED BY SIZE
004650         WS-EST-DATA-ESTORNO (WS-EST-IDX) DELIMITED BY SIZE
004660         INTO DET-OBSERVACAO
004670     END-STRING
004680     MOVE WS-LINHA-DETALHE TO LINHA-RELATORIO
004690     WRITE LINHA-RELATORIO.
004700 3100-EXIT.
004710     EXIT.
004720*
004730*---------------------------------------------------------------
004740* 4000-CONFERIR-HISTORICO - secao da conferencia 3: cada id do
004750* historico de expurgos e procurado no cluster; achado, o id esta
004760* vivo e expurgado ao mesmo tempo.
004770*---------------------------------------------------------------
004780 4000-CONFERIR-HISTORICO.
004790     IF WS-TEM-ERRO-ARQUIVO
004800         GO TO 4000-EXIT
004810     END-IF
004820     MOVE "3 - ID VIVO EM RESULTVS E TAMBEM NO HISTORICO HISTSAI"
004830         TO WS-TITULO-SECAO
004840     PERFORM 7000-ABRIR-SECAO THRU 7000-EXIT
004850     PERFORM 4100-CONFERIR-EXPURGADO THRU 4100-EXIT
004860         UNTIL WS-CHEGOU-FIM-HIST
004870     MOVE WS-QTD-EXC-HISTORICO TO WS-QTD-SECAO
004880     PERFORM 7100-FECHAR-SECAO THRU 7100-EXIT.
004890 4000-EXIT.
004900     EXIT.
004910*
004920 4100-CONFERIR-EXPURGADO.
004930     READ HISTORICO
004940         AT END
004950             MOVE "S" TO WS-FIM-HIST
004960             GO TO 4100-EXIT
004970     END-READ
004980     ADD 1 TO WS-QTD-HIST-LIDOS
004990     MOVE HIST-ID TO RES-ID
005000     READ RESULTADOS
005010         INVALID KEY
005020             GO TO 4100-EXIT
005030     END-READ
005040     ADD 1 TO WS-QTD-EXC-HISTORICO
005050     MOVE SPACES TO DET-OBSERVACAO
005060     STRING "NO HISTSAI COM CLASSIFICACAO DE " DELIMITED BY SIZE
005070         HIST-DATA-CLASS DELIMITED BY SIZE
005080         INTO DET-OBSERVACAO
005090     END-STRING
005100     PERFORM 7200-LISTAR-RESULTADO THRU 7200-EXIT.
005110 4100-EXIT.
005120     EXIT.
005130*
005140*---------------------------------------------------------------
005150* 5000-CONFERIR-SUSPENSOS - secao da conferencia 4: cada item da
005160* geracao corrente de suspensos e procurado no cluster; achado,
005170* o id ja foi classificado e continua esperando na suspensao.
005180*---------------------------------------------------------------
005190 5000-CONFERIR-SUSPENSOS.
005200     IF WS-TEM-ERRO-ARQUIVO
005210         GO TO 5000-EXIT
005220     END-IF
005230     MOVE "4 - SUSP-ID SUSPENSO E JA CLASSIFICADO EM RESULTVS"
005240         TO WS-TITULO-SECAO
005250     PERFORM 7000-ABRIR-SECAO THRU 7000-EXIT
005260     PERFORM 5100-CONFERIR-SUSPENSO THRU 5100-EXIT
005270         UNTIL WS-CHEGOU-FIM-SUSP
005280     MOVE WS-QTD-EXC-SUSPENSO TO WS-QTD-SECAO
005290     PERFORM 7100-FECHAR-SECAO THRU 7100-EXIT.
005300 5000-EXIT.
005310     EXIT.
005320*
005330 5100-CONFERIR-SUSPENSO.
005340     READ SUSPENSOS
005350         AT END
005360             MOVE "S" TO WS-FIM-SUSP
005370             GO TO 5100-EXIT
005380     END-READ
005390     ADD 1 TO WS-QTD-SUSP-LIDOS
005391*   Cancelado ou ja baixado pelo operador (PROGRAMS) nao esta
005392*   mais esperando classificacao: fica fora da conferencia.
005393     IF SUSP-CANCELADO OR SUSP-BAIXADO
005394         GO TO 5100-EXIT
005395     END-IF
005400     MOVE SUSP-ID TO RES-ID
005410     READ RESULTADOS
005420         INVALID KEY
005430             GO TO 5100-EXIT
005440     END-READ
005450     ADD 1 TO WS-QTD-EXC-SUSPENSO
005460     MOVE SPACES TO DET-OBSERVACAO
005470     STRING "SUSPENSO DESDE " DELIMITED BY SIZE
005480         SUSP-DATA-ENTRADA DELIMITED BY SIZE
005490         " PARA " DELIMITED BY SIZE
005500         SUSP-DATA DELIMITED BY SIZE
005510         " ORIGEM " DELIMITED BY SIZE
005520         SUSP-ORIGEM DELIMITED BY SIZE
005530         INTO DET-OBSERVACAO
005540     END-STRING
005550     PERFORM 7200-LISTAR-RESULTADO THRU 7200-EXIT.
005560 5100-EXIT.
005570     EXIT.
005580*
005590*---------------------------------------------------------------
005600* 7000-ABRIR-SECAO - titulo da secao (WS-TITULO-SECAO) e
005610* cabecalho das colunas.
005620*---------------------------------------------------------------
005630 7000-ABRIR-SECAO.
005640     MOVE SPACES TO LINHA-RELATORIO
005650     WRITE LINHA-RELATORIO
005660     MOVE WS-TITULO-SECAO TO LINHA-RELATORIO
005670     WRITE LINHA-RELATORIO
005680     MOVE WS-LINHA-CABECALHO TO LINHA-RELATORIO
005690     WRITE LINHA-RELATORIO.
005700 7000-EXIT.
005710     EXIT.
005720*
005730 7100-FECHAR-SECAO.
005740     MOVE SPACES TO LINHA-RELATORIO
005750     IF WS-QTD-SECAO IS EQUAL TO ZERO
005760         MOVE "   NENHUMA EXCECAO" TO LINHA-RELATORIO
005770     ELSE
005780         MOVE WS-QTD-SECAO TO WS-QTD-ED
005790         STRING "   TOTAL DA CONFERENCIA: "
005800         DELIMITED BY SIZE
005810             WS-QTD-ED DELIMITED BY SIZE
005820             INTO LINHA-RELATORIO
005830         END-STRING
005840     END-IF
005850     WRITE LINHA-RELATORIO.
005860 7100-EXIT.
005870     EXIT.
005880*
005890*---------------------------------------------------------------
005900* 7200-LISTAR-RESULTADO - linha de excecao com o registro corrente
005910* do cluster e a observacao ja montada em DET-OBSERVACAO.
005920*---------------------------------------------------------------
005930 7200-LISTAR-RESULTADO.
005940     MOVE RES-ID TO DET-ID
005950     MOVE RES-RESULTADO TO DET-RESULTADO
005960     MOVE RES-FAIXA TO DET-FAIXA
005970     MOVE RES-DATA-CLASS TO DET-DATA-CLASS
005980     MOVE WS-LINHA-DETALHE TO LINHA-RELATORIO
005990     WRITE LINHA-RELATORIO.
006000 7200-EXIT.
006010     EXIT.
006020*
006030*---------------------------------------------------------------
006040* 8000-IMPRIMIR-RESUMO - registros lidos de cada arquivo e total
006050* de excecoes por conferencia.
006060*---------------------------------------------------------------
006070 8000-IMPRIMIR-RESUMO.
006080     IF WS-TEM-ERRO-ARQUIVO
006090         GO TO 8000-EXIT
006100     END-IF
006110     COMPUTE WS-QTD-EXC-TOTAL = WS-QTD-EXC-DECISAO
006120         + WS-QTD-EXC-ESTORNO + WS-QTD-EXC-HISTORICO
006130         + WS-QTD-EXC-SUSPENSO
006140     MOVE SPACES TO LINHA-RELATORIO
006150     WRITE LINHA-RELATORIO
006160     MOVE "RESUMO DA CONFERENCIA" TO LINHA-RELATORIO
006170     WRITE LINHA-RELATORIO
006180     MOVE WS-QTD-RESULT-LIDOS TO WS-QTD-ED
006190     MOVE SPACES TO LINHA-RELATORIO
006200     STRING "REGISTROS LIDOS EM RESULTVS......: "
006210         DELIMITED BY SIZE
006220         WS-QTD-ED DELIMITED BY SIZE
006230         INTO LINHA-RELATORIO
006240     END-STRING
006250     WRITE LINHA-RELATORIO
006260     MOVE WS-QTD-AUDIT-LIDOS TO WS-QTD-ED
006270     MOVE SPACES TO LINHA-RELATORIO
006280     STRING "LINHAS LIDAS DO AUDITLOG.........: "
006290         DELIMITED BY SIZE
006300         WS-QTD-ED DELIMITED BY SIZE
006310         INTO LINHA-RELATORIO
006320     END-STRING
006330     WRITE LINHA-RELATORIO
006340     MOVE WS-QTD-HIST-LIDOS TO WS-QTD-ED
006350     MOVE SPACES TO LINHA-RELATORIO
006360     STRING "REGISTROS LIDOS DO HISTSAI.......: "
006370         DELIMITED BY SIZE
006380         WS-QTD-ED DELIMITED BY SIZE
006390         INTO LINHA-RELATORIO
006400     END-STRING
006410     WRITE LINHA-RELATORIO
006420     MOVE WS-QTD-SUSP-LIDOS TO WS-QTD-ED
006430     MOVE SPACES TO LINHA-RELATORIO
006440     STRING "SUSPENSOS LIDOS..................: "
006450         DELIMITED BY SIZE
006460         WS-QTD-ED DELIMITED BY SIZE
006470         INTO LINHA-RELATORIO
006480     END-STRING
006490     WRITE LINHA-RELATORIO
006500     MOVE WS-QTD-EXC-DECISAO TO WS-QTD-ED
006510     MOVE SPACES TO LINHA-RELATORIO
006520     STRING "1 - DECISAO AUSENTE/DIFERENTE....: "
006530         DELIMITED BY SIZE
006540         WS-QTD-ED DELIMITED BY SIZE
006550         INTO LINHA-RELATORIO
006560     END-STRING
006570     WRITE LINHA-RELATORIO
006580     MOVE WS-QTD-EXC-ESTORNO TO WS-QTD-ED
006590     MOVE SPACES TO LINHA-RELATORIO
006600     STRING "2 - ESTORNADO AINDA NO CLUSTER...: "
006610         DELIMITED BY SIZE
006620         WS-QTD-ED DELIMITED BY SIZE
006630         INTO LINHA-RELATORIO
006640     END-STRING
006650     WRITE LINHA-RELATORIO
006660     MOVE WS-QTD-EXC-HISTORICO TO WS-QTD-ED
006670     MOVE SPACES TO LINHA-RELATORIO
006680     STRING "3 - VIVO E NO HISTORICO..........: "
006690         DELIMITED BY SIZE
006700         WS-QTD-ED DELIMITED BY SIZE
006710         INTO LINHA-RELATORIO
006720     END-STRING
006730     WRITE LINHA-RELATORIO
006740     MOVE WS-QTD-EXC-SUSPENSO TO WS-QTD-ED
006750     MOVE SPACES TO LINHA-RELATORIO
006760     STRING "4 - SUSPENSO JA CLASSIFICADO.....: "
006770         DELIMITED BY SIZE
006780         WS-QTD-ED DELIMITED BY SIZE
006790         INTO LINHA-RELATORIO
006800     END-STRING
006810     WRITE LINHA-RELATORIO
006820     MOVE WS-QTD-EXC-TOTAL TO WS-QTD-ED
006830     MOVE SPACES TO LINHA-RELATORIO
006840     STRING "TOTAL DE EXCECOES................: "
006850         DELIMITED BY SIZE
006860         WS-QTD-ED DELIMITED BY SIZE
006870         INTO LINHA-RELATORIO
006880     END-STRING
006890     WRITE LINHA-RELATORIO.
006900 8000-EXIT.
006910     EXIT.
006920*
006930*---------------------------------------------------------------
006940* 9000-FINALIZAR - fecha os arquivos abertos pelo job.
006950*---------------------------------------------------------------
006960 9000-FINALIZAR.
006970     IF WS-RESULT-OK OR WS-RESULT-STATUS IS EQUAL TO "10"
006980         OR WS-RESULT-STATUS IS EQUAL TO "23"
006990         CLOSE RESULTADOS
007000     END-IF
007010     IF WS-HIST-OK OR WS-HIST-STATUS IS EQUAL TO "10"
007020         CLOSE HISTORICO
007030     END-IF
007040     IF WS-SUSP-OK OR WS-SUSP-STATUS IS EQUAL TO "10"
007050         CLOSE SUSPENSOS
007060     END-IF
007070     IF WS-RELAT-OK
007080         CLOSE RELATORIO
007090     END-IF.
007100 9000-EXIT.
007110     EXIT.
007120*
007130*---------------------------------------------------------------
007140* 9100-DEFINIR-RETORNO - 0 = arquivos consistentes; 8 = alguma
007150* excecao em qualquer conferencia; 12 = erro de arquivo.
007160*---------------------------------------------------------------
007170 9100-DEFINIR-RETORNO.
007180     IF WS-TEM-ERRO-ARQUIVO
007190         MOVE 12 TO RETURN-CODE
007200         GO TO 9100-EXIT
007210     END-IF
007220     IF WS-QTD-EXC-TOTAL IS GREATER THAN ZERO
007230         MOVE 8 TO RETURN-CODE
007240         GO TO 9100-EXIT
007250     END-IF
007260     MOVE ZERO TO RETURN-CODE.
007270 9100-EXIT.
007280     EXIT.
