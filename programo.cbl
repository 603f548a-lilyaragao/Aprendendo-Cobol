000010* Author: Lilian
000020* Date: 15/10/2026
000030* Purpose: Simulacao de impacto de uma linha pendente do cartao de
000040*          parametros. O PROGRAMH deixa cadastrar limite ou cortes
000050*          de faixa novos com PARM-DATA-VIGENCIA futura, mas ate
000060*          hoje ninguem sabia dizer a gerencia, antes da data, o
000070*          que a troca ia causar. Este job toma a linha pendente
000080*          do PARMIN (a proxima, ou a de vigencia pedida no cartao
000090*          SIMPARM), monta os parametros que o PROGRAMB vai
000100*          aplicar naquele dia e refaz as regras de classificacao
000110*          do PROGRAMB (faixa de valor aceita, limite, faixas e
000120*          limite proprio da origem no ORIGMEST) sobre os
000130*          registros do RESULTVS e, se pedido, de um periodo do
000140*          HISTSAI. O relatorio mostra quantos registros sairiam
000150*          de cada RES-RESULTADO/RES-FAIXA para cada outro, por
000160*          origem, com ids de amostra de cada movimento. Nada e
000170*          atualizado: o relatorio e a evidencia anexada a
000180*          aprovacao da troca.
000190*
000200* MODIFICATION HISTORY
000210*   15/10/2026  LA   Criacao do programa.
000220*
000230 IDENTIFICATION DIVISION.
000240 PROGRAM-ID. PROGRAMO.
000250 AUTHOR. LILIAN.
000260 INSTALLATION. DEPARTAMENTO DE SISTEMAS.
000270 DATE-WRITTEN. 15/10/2026.
000280 DATE-COMPILED.
000290*
000300 ENVIRONMENT DIVISION.
000310 INPUT-OUTPUT SECTION.
000320 FILE-CONTROL.
000330     SELECT SELECAO ASSIGN TO SIMPARM
000340         ORGANIZATION IS LINE SEQUENTIAL
000350         FILE STATUS IS WS-SELECAO-STATUS.
000360*
000370     SELECT PARAMS ASSIGN TO PARMIN
000380         ORGANIZATION IS LINE SEQUENTIAL
000390         FILE STATUS IS WS-PARM-STATUS.
000400*
000410     SELECT ORIGENS ASSIGN TO ORIGMEST
000420         ORGANIZATION IS INDEXED
000430         ACCESS MODE IS DYNAMIC
000440         RECORD KEY IS ORIG-CODIGO
000450         FILE STATUS IS WS-ORIG-STATUS.
000460*
000470     SELECT RESULTADOS ASSIGN TO RESULTVS
000480         ORGANIZATION IS INDEXED
000490         ACCESS MODE IS DYNAMIC
000500         RECORD KEY IS RES-ID
000510         FILE STATUS IS WS-RESULT-STATUS.
000520*
000530     SELECT HISTORICO ASSIGN TO HISTSAI
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS WS-HIST-STATUS.
000560*
000570     SELECT RELATORIO ASSIGN TO SIMREL
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS WS-RELAT-STATUS.
000600*
000610 DATA DIVISION.
000620 FILE SECTION.
000630 FD  SELECAO.
000640     COPY SIMPARM.
000650*
000660 FD  PARAMS.
000670     COPY PARMREC.
000680*
000690 FD  ORIGENS.
000700     COPY ORIGREC.
000710*
000720 FD  RESULTADOS.
000730     COPY RESULTREC.
000740*
000750 FD  HISTORICO.
000760 01  HIST-REG                    PIC X(70).
000770*
000780 FD  RELATORIO.
000790 01  LINHA-RELATORIO             PIC X(100).
000800*
000810 WORKING-STORAGE SECTION.
000820 77  WS-SELECAO-STATUS           PIC X(02) VALUE SPACES.
000830     88  WS-SELECAO-OK               VALUE "00".
000840 77  WS-PARM-STATUS              PIC X(02) VALUE SPACES.
000850     88  WS-PARM-OK                  VALUE "00".
000860 77  WS-ORIG-STATUS              PIC X(02) VALUE SPACES.
000870     88  WS-ORIG-OK                  VALUE "00".
000880 77  WS-RESULT-STATUS            PIC X(02) VALUE SPACES.
000890     88  WS-RESULT-OK                VALUE "00".
000900 77  WS-HIST-STATUS              PIC X(02) VALUE SPACES.
000910     88  WS-HIST-OK                  VALUE "00".
000920 77  WS-RELAT-STATUS             PIC X(02) VALUE SPACES.
000930     88  WS-RELAT-OK                 VALUE "00".
000940 77  WS-PARM-FIM                 PIC X(01) VALUE "N".
000950     88  WS-PARM-FIM-SIM             VALUE "S".
000960 77  WS-FIM-CLUSTER              PIC X(01) VALUE "N".
000970     88  WS-CHEGOU-FIM-CLUS          VALUE "S".
000980 77  WS-FIM-HISTORICO            PIC X(01) VALUE "N".
000990     88  WS-CHEGOU-FIM-HIST          VALUE "S".
001000 77  WS-CLUSTER-DISPONIVEL       PIC X(01) VALUE "N".
001010     88  WS-TEM-CLUSTER              VALUE "S".
001020 77  WS-HIST-DISPONIVEL          PIC X(01) VALUE "N".
001030     88  WS-TEM-HISTORICO            VALUE "S".
001040 77  WS-ORIG-DISPONIVEL          PIC X(01) VALUE "N".
001050     88  WS-TEM-ORIGMEST             VALUE "S".
001060 77  WS-HIST-PEDIDO              PIC X(01) VALUE "N".
001070     88  WS-PEDIU-HISTORICO          VALUE "S".
001080 77  WS-ERRO-ARQUIVO             PIC X(01) VALUE "N".
001090     88  WS-TEM-ERRO-ARQUIVO         VALUE "S".
001100 77  WS-ESTOURO-TABELA           PIC X(01) VALUE "N".
001110     88  WS-TEM-ESTOURO              VALUE "S".
001120*
001130 01  WS-DATA-PROCESSAMENTO       PIC X(08) VALUE SPACES.
001140 01  WS-VIG-LINHA                PIC X(08) VALUE SPACES.
001150 01  WS-VIG-PEDIDA               PIC X(08) VALUE SPACES.
001160 01  WS-VIG-PENDENTE             PIC X(08) VALUE SPACES.
001170 01  WS-MES-INI                  PIC X(06) VALUE "000000".
001180 01  WS-MES-FIM                  PIC X(06) VALUE "999999".
001190 01  WS-MES-REGISTRO             PIC X(06) VALUE SPACES.
001200*
001210* Dois jogos de parametros montados do mesmo jeito que o PROGRAMB
001220* (defaults do programa e, por cima, campo a campo, cada linha do
001230* PARMIN de vigencia maior ate a data): o vigente, com a data de
001240* hoje, e o pendente, com a data da linha simulada.
001250 01  WS-PARAMETROS-VIGENTES.
001260     05  WS-ATU-VIG              PIC X(08) VALUE SPACES.
001270     05  WS-ATU-LIMITE           PIC 9(09) VALUE 50.
001280     05  WS-ATU-FAIXA-1-FIM      PIC 9(09) VALUE 25.
001290     05  WS-ATU-FAIXA-2-FIM      PIC 9(09) VALUE 50.
001300     05  WS-ATU-FAIXA-3-FIM      PIC 9(09) VALUE 75.
001310     05  WS-ATU-VALOR-MIN        PIC 9(09) VALUE 0.
001320     05  WS-ATU-VALOR-MAX        PIC 9(09) VALUE 999999999.
001330 01  WS-PARAMETROS-PENDENTES.
001340     05  WS-NOV-VIG              PIC X(08) VALUE SPACES.
001350     05  WS-NOV-LIMITE           PIC 9(09) VALUE 50.
001360     05  WS-NOV-FAIXA-1-FIM      PIC 9(09) VALUE 25.
001370     05  WS-NOV-FAIXA-2-FIM      PIC 9(09) VALUE 50.
001380     05  WS-NOV-FAIXA-3-FIM      PIC 9(09) VALUE 75.
001390     05  WS-NOV-VALOR-MIN        PIC 9(09) VALUE 0.
001400     05  WS-NOV-VALOR-MAX        PIC 9(09) VALUE 999999999.
001410*
001420* Parametros da classificacao corrente e a resposta dela.
001430 01  WS-CLASSIFICACAO.
001440     05  WS-CL-VALOR             PIC 9(09).
001450     05  WS-CL-LIMITE            PIC 9(09).
001460     05  WS-CL-FAIXA-1-FIM       PIC 9(09).
001470     05  WS-CL-FAIXA-2-FIM       PIC 9(09).
001480     05  WS-CL-FAIXA-3-FIM       PIC 9(09).
001490     05  WS-CL-VALOR-MIN         PIC 9(09).
001500     05  WS-CL-VALOR-MAX         PIC 9(09).
001510     05  WS-CL-RESULTADO         PIC X(20).
001520     05  WS-CL-FAIXA             PIC X(10).
001530*
001540* Copia de trabalho do registro (forma do RESULTREC), para o
001550* historico e o cluster passarem pela mesma simulacao.
001560 01  WS-REG-TRABALHO.
001570     05  WS-REG-ID               PIC 9(06).
001580     05  WS-REG-VALOR            PIC 9(09).
001590     05  WS-REG-RESULTADO        PIC X(20).
001600     05  WS-REG-FAIXA            PIC X(10).
001610     05  WS-REG-DATA-CLASS       PIC X(08).
001620     05  WS-REG-ORIGEM           PIC X(08).
001630     05  WS-REG-SOBREPOSTO       PIC X(01).
001640     05  WS-REG-DATA-SOBREPOSTO  PIC X(08).
001650*
001660* Tabela de origens vistas nos registros, com o limite e as faixas
001670* proprias do ORIGMEST (so de origem ativa, como no PROGRAMB) e as
001680* contagens do resumo.
001690 01  WS-ORG-MAX                  PIC 9(03) VALUE 50.
001700 01  WS-ORG-QTD                  PIC 9(03) VALUE ZERO.
001710 01  WS-ORG-IDX                  PIC 9(03) VALUE ZERO.
001720 01  WS-ORG-ACHADO               PIC 9(03) VALUE ZERO.
001730 01  WS-ORG-CONSULTA             PIC X(08) VALUE SPACES.
001740 01  WS-ORG-TABELA.
001750     05  WS-ORG-ENT OCCURS 50 TIMES.
001760         10  WS-ORG-CODIGO           PIC X(08).
001770         10  WS-ORG-LIM-PROP         PIC X(01).
001780         10  WS-ORG-LIMITE           PIC 9(09).
001790         10  WS-ORG-FAIXA-PROP       PIC X(01).
001800         10  WS-ORG-FAIXA-1-FIM      PIC 9(09).
001810         10  WS-ORG-FAIXA-2-FIM      PIC 9(09).
001820         10  WS-ORG-FAIXA-3-FIM      PIC 9(09).
001830         10  WS-ORG-LIDOS            PIC 9(06).
001840         10  WS-ORG-MANTIDOS         PIC 9(06).
001850         10  WS-ORG-MOVIDOS          PIC 9(06).
001860         10  WS-ORG-SOBREPOSTOS      PIC 9(06).
001870*
001880* Tabela de movimentos DE -> PARA por origem (a origem "*TODAS*"
001890* soma todas), com ate cinco ids de amostra por movimento.
001900 01  WS-MOV-MAX                  PIC 9(03) VALUE 400.
001910 01  WS-MOV-QTD                  PIC 9(03) VALUE ZERO.
001920 01  WS-MOV-IDX                  PIC 9(03) VALUE ZERO.
001930 01  WS-MOV-ACHADO               PIC 9(03) VALUE ZERO.
001940 01  WS-AMO-MAX                  PIC 9(01) VALUE 5.
001950 01  WS-AMO-IDX                  PIC 9(01) VALUE ZERO.
001960 01  WS-MOV-ORIGEM-BUSCA         PIC X(08) VALUE SPACES.
001970 01  WS-MOV-TABELA.
001980     05  WS-MOV-ENT OCCURS 400 TIMES.
001990         10  WS-MOV-ORIGEM           PIC X(08).
002000         10  WS-MOV-DE-RESULTADO     PIC X(10).
002010         10  WS-MOV-DE-FAIXA         PIC X(08).
002020         10  WS-MOV-PARA-RESULTADO   PIC X(10).
002030         10  WS-MOV-PARA-FAIXA       PIC X(08).
002040         10  WS-MOV-CONTADOR         PIC 9(06).
002050         10  WS-MOV-QTD-AMOSTRA      PIC 9(01).
002060         10  WS-MOV-AMOSTRA          PIC 9(06) OCCURS 5 TIMES.
002070*
002080 01  WS-QTD-CLUS-LIDOS           PIC 9(06) VALUE ZERO.
002090 01  WS-QTD-HIST-LIDOS           PIC 9(06) VALUE ZERO.
002100 01  WS-QTD-HIST-PERIODO         PIC 9(06) VALUE ZERO.
002110 01  WS-QTD-SIMULADOS            PIC 9(06) VALUE ZERO.
002120 01  WS-QTD-MANTIDOS             PIC 9(06) VALUE ZERO.
002130 01  WS-QTD-MOVIDOS              PIC 9(06) VALUE ZERO.
002140 01  WS-QTD-SOBREPOSTOS          PIC 9(06) VALUE ZERO.
002150 01  WS-QTD-DIVERGENTES          PIC 9(06) VALUE ZERO.
002160 01  WS-QTD-FORA-TABELA          PIC 9(06) VALUE ZERO.
002170 01  WS-QTD-ORIGENS-MOVIDAS      PIC 9(03) VALUE ZERO.
002180 01  WS-QTD-ED                   PIC ZZZZZ9.
002190 01  WS-NUM-ED                   PIC ZZZZZZZZ9.
002200 01  WS-NUM-ED-2                 PIC ZZZZZZZZ9.
002210 01  WS-IMP-ORIGEM               PIC X(08) VALUE SPACES.
002220 01  WS-IMP-ACHOU                PIC X(01) VALUE "N".
002230*
002240 01  WS-LINHA-CAB-MOV.
002250     05  FILLER                  PIC X(10) VALUE "ORIGEM".
002260     05  FILLER                  PIC X(18) VALUE "DE".
002270     05  FILLER                  PIC X(04) VALUE SPACES.
002280     05  FILLER                  PIC X(18) VALUE "PARA".
002290     05  FILLER                  PIC X(06) VALUE "   QTD".
002300     05  FILLER                  PIC X(02) VALUE SPACES.
002310     05  FILLER                  PIC X(30)
002320         VALUE "AMOSTRAS (RES-ID)".
002330*
002340 01  WS-LINHA-MOV.
002350     05  MOV-ORIGEM              PIC X(08).
002360     05  FILLER                  PIC X(02) VALUE SPACES.
002370     05  MOV-DE-RESULTADO        PIC X(10).
002380     05  MOV-DE-FAIXA            PIC X(08).
002390     05  FILLER                  PIC X(04) VALUE " -> ".
002400     05  MOV-PARA-RESULTADO      PIC X(10).
002410     05  MOV-PARA-FAIXA          PIC X(08).
002420     05  MOV-QTD                 PIC ZZZZZ9.
002430     05  FILLER                  PIC X(02) VALUE SPACES.
002440     05  MOV-AMOSTRA OCCURS 5 TIMES.
002450         10  MOV-AMOSTRA-ID          PIC X(06).
002460         10  MOV-AMOSTRA-SEP         PIC X(01).
002470*
002480 01  WS-LINHA-CAB-RESUMO.
002490     05  FILLER                  PIC X(10) VALUE "ORIGEM".
002500     05  FILLER                  PIC X(10) VALUE "     LIDOS".
002510     05  FILLER                  PIC X(10) VALUE "  MANTIDOS".
002520     05  FILLER                  PIC X(10) VALUE "  MUDARIAM".
002530     05  FILLER                  PIC X(10) VALUE " SOBREPOS.".
002540     05  FILLER                  PIC X(14) VALUE "  LIMITE/FAIXA".
002550*
002560 01  WS-LINHA-RESUMO.
002570     05  RSM-ORIGEM              PIC X(08).
002580     05  FILLER                  PIC X(02) VALUE SPACES.
002590     05  RSM-LIDOS               PIC ZZZZZZZZZ9.
002600     05  RSM-MANTIDOS            PIC ZZZZZZZZZ9.
002610     05  RSM-MOVIDOS             PIC ZZZZZZZZZ9.
002620     05  RSM-SOBREPOSTOS         PIC ZZZZZZZZZ9.
002630     05  FILLER                  PIC X(02) VALUE SPACES.
002640     05  RSM-PROPRIOS            PIC X(12).
002650*
002660 PROCEDURE DIVISION.
002670 0000-MAINLINE.
002680     PERFORM 1000-INICIALIZAR THRU 1000-EXIT
002690     PERFORM 2000-PROCESSAR-CLUSTER THRU 2000-EXIT
002700         UNTIL WS-CHEGOU-FIM-CLUS
002710     PERFORM 2100-PROCESSAR-HISTORICO THRU 2100-EXIT
002720         UNTIL WS-CHEGOU-FIM-HIST
002730     PERFORM 8000-GRAVAR-RELATORIO THRU 8000-EXIT
002740     PERFORM 9000-FINALIZAR THRU 9000-EXIT
002750     PERFORM 9100-DEFINIR-RETORNO THRU 9100-EXIT
002760     STOP RUN.
002770*
002780*---------------------------------------------------------------
002790* 1000-INICIALIZAR - le o cartao de selecao, acha a linha pendente
002800* a simular, monta os dois jogos de parametros e abre as fontes.
002810* Sem linha pendente nao ha o que simular: o relatorio sai so com
002820* o aviso e nenhum registro e lido.
002830*---------------------------------------------------------------
002840 1000-INICIALIZAR.
002850     ACCEPT WS-DATA-PROCESSAMENTO FROM DATE YYYYMMDD
002860     MOVE "S" TO WS-FIM-CLUSTER
002870     MOVE "S" TO WS-FIM-HISTORICO
002880     PERFORM 1050-LER-SELECAO THRU 1050-EXIT
002890     OPEN OUTPUT RELATORIO
002900     IF NOT WS-RELAT-OK
002910         DISPLAY "PROGRAMO: erro ao abrir SIMREL - "
002920             WS-RELAT-STATUS
002930         MOVE "S" TO WS-ERRO-ARQUIVO
002940         GO TO 1000-EXIT
002950     END-IF
002960     PERFORM 1100-PROCURAR-PENDENTE THRU 1100-EXIT
002970     IF WS-VIG-PENDENTE IS EQUAL TO SPACES
002980         IF WS-VIG-PEDIDA IS EQUAL TO SPACES
002990             DISPLAY "PROGRAMO: nenhuma linha pendente no PARMIN "
003000                 "- nada a simular."
003010         ELSE
003020             DISPLAY "PROGRAMO: nenhuma linha pendente com "
003030                 "vigencia " WS-VIG-PEDIDA " no PARMIN."
003040         END-IF
003050         GO TO 1000-EXIT
003060     END-IF
003070     PERFORM 1200-MONTAR-PARAMETROS THRU 1200-EXIT
003080     OPEN INPUT ORIGENS
003090     IF WS-ORIG-OK
003100         MOVE "S" TO WS-ORIG-DISPONIVEL
003110     ELSE
003120         DISPLAY "PROGRAMO: ORIGMEST ausente ou em erro ("
003130             WS-ORIG-STATUS ") - simulacao so com o PARMIN."
003140     END-IF
003150     OPEN INPUT RESULTADOS
003160     IF NOT WS-RESULT-OK
003170         DISPLAY "PROGRAMO: erro ao abrir RESULTVS - "
003180             WS-RESULT-STATUS
003190         MOVE "S" TO WS-ERRO-ARQUIVO
003200         GO TO 1000-EXIT
003210     END-IF
003220     MOVE "S" TO WS-CLUSTER-DISPONIVEL
003230     MOVE "N" TO WS-FIM-CLUSTER
003240     MOVE ZERO TO RES-ID
003250     START RESULTADOS KEY IS NOT LESS THAN RES-ID
003260         INVALID KEY
003270             MOVE "S" TO WS-FIM-CLUSTER
003280     END-START
003290     IF NOT WS-PEDIU-HISTORICO
003300         GO TO 1000-EXIT
003310     END-IF
003320     OPEN INPUT HISTORICO
003330     IF WS-HIST-OK
003340         MOVE "S" TO WS-HIST-DISPONIVEL
003350         MOVE "N" TO WS-FIM-HISTORICO
003360     ELSE
003370         DISPLAY "PROGRAMO: HISTSAI ausente ou em erro ("
003380             WS-HIST-STATUS ") - simulacao so do cluster vivo."
003390     END-IF.
003400 1000-EXIT.
003410     EXIT.
003420*
003430*---------------------------------------------------------------
003440* 1050-LER-SELECAO - le o cartao SIMPARM, se houver: vigencia da
003450* linha pendente a simular (em branco = a proxima) e periodo de
003460* meses do historico (mes inicial em branco = historico de fora).
003470*---------------------------------------------------------------
003480 1050-LER-SELECAO.
003490     OPEN INPUT SELECAO
003500     IF NOT WS-SELECAO-OK
003510         GO TO 1050-EXIT
003520     END-IF
003530     READ SELECAO
003540         AT END
003550             CONTINUE
003560     END-READ
003570     IF WS-SELECAO-OK
003580         IF SIMP-VIGENCIA IS NUMERIC
003590             MOVE SIMP-VIGENCIA TO WS-VIG-PEDIDA
003600         END-IF
003610         IF SIMP-MES-INI IS NUMERIC
003620             MOVE SIMP-MES-INI TO WS-MES-INI
003630             MOVE "S" TO WS-HIST-PEDIDO
003640         END-IF
003650         IF SIMP-MES-FIM IS NUMERIC
003660             MOVE SIMP-MES-FIM TO WS-MES-FIM
003670         END-IF
003680     END-IF
003690     CLOSE SELECAO.
003700 1050-EXIT.
003710     EXIT.
003720*
003730*---------------------------------------------------------------
003740* 1100-PROCURAR-PENDENTE - primeira passada no PARMIN: acha a
003750* vigencia da linha a simular, que tem de ser futura - a pedida
003760* no cartao ou, sem pedido, a menor vigencia depois de hoje.
003770*---------------------------------------------------------------
003780 1100-PROCURAR-PENDENTE.
003790     MOVE "N" TO WS-PARM-FIM
003800     OPEN INPUT PARAMS
003810     IF NOT WS-PARM-OK
003820         DISPLAY "PROGRAMO: PARMIN ausente ou em erro ("
003830             WS-PARM-STATUS ")."
003840         GO TO 1100-EXIT
003850     END-IF
003860     PERFORM 1150-TESTAR-PENDENTE THRU 1150-EXIT
003870         UNTIL WS-PARM-FIM-SIM
003880     CLOSE PARAMS.
003890 1100-EXIT.
003900     EXIT.
003910*
003920 1150-TESTAR-PENDENTE.
003930     READ PARAMS
003940         AT END
003950             MOVE "S" TO WS-PARM-FIM
003960             GO TO 1150-EXIT
003970     END-READ
003980     IF NOT WS-PARM-OK
003990         MOVE "S" TO WS-PARM-FIM
004000         GO TO 1150-EXIT
004010     END-IF
004020     IF PARM-DATA-VIGENCIA IS NOT NUMERIC
004030         GO TO 1150-EXIT
004040     END-IF
004050     MOVE PARM-DATA-VIGENCIA TO WS-VIG-LINHA
004060     IF WS-VIG-LINHA IS NOT GREATER THAN WS-DATA-PROCESSAMENTO
004070         GO TO 1150-EXIT
004080     END-IF
004090     IF WS-VIG-PEDIDA IS NOT EQUAL TO SPACES
004100         IF WS-VIG-LINHA IS EQUAL TO WS-VIG-PEDIDA
004110             MOVE WS-VIG-LINHA TO WS-VIG-PENDENTE
004120         END-IF
004130         GO TO 1150-EXIT
004140     END-IF
004150     IF WS-VIG-PENDENTE IS EQUAL TO SPACES
004160         OR WS-VIG-LINHA IS LESS THAN WS-VIG-PENDENTE
004170         MOVE WS-VIG-LINHA TO WS-VIG-PENDENTE
004180     END-IF.
004190 1150-EXIT.
004200     EXIT.
004210*
004220*---------------------------------------------------------------
004230* 1200-MONTAR-PARAMETROS - segunda passada no PARMIN, com a mesma
004240* regra do PROGRAMB: cada linha de vigencia ate a data entra por
004250* cima dos defaults quando a sua vigencia e a maior vista ate ali.
004260* A data e hoje para o jogo vigente e a vigencia simulada para o
004270* jogo pendente.
004280*---------------------------------------------------------------
004290 1200-MONTAR-PARAMETROS.
004300     MOVE "N" TO WS-PARM-FIM
004310     OPEN INPUT PARAMS
004320     IF NOT WS-PARM-OK
004330         GO TO 1200-EXIT
004340     END-IF
004350     PERFORM 1250-LER-LINHA-PARM THRU 1250-EXIT
004360         UNTIL WS-PARM-FIM-SIM
004370     CLOSE PARAMS.
004380 1200-EXIT.
004390     EXIT.
004400*
004410 1250-LER-LINHA-PARM.
004420     READ PARAMS
004430         AT END
004440             MOVE "S" TO WS-PARM-FIM
004450             GO TO 1250-EXIT
004460     END-READ
004470     IF NOT WS-PARM-OK
004480         MOVE "S" TO WS-PARM-FIM
004490         GO TO 1250-EXIT
004500     END-IF
004510     IF PARM-DATA-VIGENCIA IS NUMERIC
004520         MOVE PARM-DATA-VIGENCIA TO WS-VIG-LINHA
004530     ELSE
004540         MOVE "00000000" TO WS-VIG-LINHA
004550     END-IF
004560     IF WS-VIG-LINHA IS NOT GREATER THAN WS-DATA-PROCESSAMENTO
004570         AND (WS-ATU-VIG IS EQUAL TO SPACES
004580             OR WS-VIG-LINHA IS NOT LESS THAN WS-ATU-VIG)
004590         MOVE WS-VIG-LINHA TO WS-ATU-VIG
004600         PERFORM 1260-APLICAR-VIGENTE THRU 1260-EXIT
004610     END-IF
004620     IF WS-VIG-LINHA IS NOT GREATER THAN WS-VIG-PENDENTE
004630         AND (WS-NOV-VIG IS EQUAL TO SPACES
004640             OR WS-VIG-LINHA IS NOT LESS THAN WS-NOV-VIG)
004650         MOVE WS-VIG-LINHA TO WS-NOV-VIG
004660         PERFORM 1270-APLICAR-PENDENTE THRU 1270-EXIT
004670     END-IF.
004680 1250-EXIT.
004690     EXIT.
004700*
004710*---------------------------------------------------------------
004720* 1260/1270 - aplicam a linha corrente do cartao, campo a campo,
004730* no jogo vigente e no pendente (mesmos testes do PROGRAMB).
004740*---------------------------------------------------------------
004750 1260-APLICAR-VIGENTE.
004760     IF PARM-LIMITE IS NUMERIC AND PARM-LIMITE IS
004770         GREATER THAN ZERO
004780         MOVE PARM-LIMITE TO WS-ATU-LIMITE
004790     END-IF
004800     IF PARM-FAIXA-1-FIM IS NUMERIC AND PARM-FAIXA-1-FIM IS
004810         GREATER THAN ZERO
004820         MOVE PARM-FAIXA-1-FIM TO WS-ATU-FAIXA-1-FIM
004830         MOVE PARM-FAIXA-2-FIM TO WS-ATU-FAIXA-2-FIM
004840         MOVE PARM-FAIXA-3-FIM TO WS-ATU-FAIXA-3-FIM
004850     END-IF
004860     IF PARM-VALOR-MIN IS NUMERIC AND PARM-VALOR-MIN IS
004870         GREATER THAN ZERO
004880         MOVE PARM-VALOR-MIN TO WS-ATU-VALOR-MIN
004890     END-IF
004900     IF PARM-VALOR-MAX IS NUMERIC AND PARM-VALOR-MAX IS
004910         GREATER THAN ZERO
004920         MOVE PARM-VALOR-MAX TO WS-ATU-VALOR-MAX
004930     END-IF.
004940 1260-EXIT.
004950     EXIT.
004960*
004970 1270-APLICAR-PENDENTE.
004980     IF PARM-LIMITE IS NUMERIC AND PARM-LIMITE IS
004990         GREATER THAN ZERO
005000         MOVE PARM-LIMITE TO WS-NOV-LIMITE
005010     END-IF
005020     IF PARM-FAIXA-1-FIM IS NUMERIC AND PARM-FAIXA-1-FIM IS
005030         GREATER THAN ZERO
005040         MOVE PARM-FAIXA-1-FIM TO WS-NOV-FAIXA-1-FIM
005050         MOVE PARM-FAIXA-2-FIM TO WS-NOV-FAIXA-2-FIM
005060         MOVE PARM-FAIXA-3-FIM TO WS-NOV-FAIXA-3-FIM
005070     END-IF
005080     IF PARM-VALOR-MIN IS NUMERIC AND PARM-VALOR-MIN IS
005090         GREATER THAN ZERO
005100         MOVE PARM-VALOR-MIN TO WS-NOV-VALOR-MIN
005110     END-IF
005120     IF PARM-VALOR-MAX IS NUMERIC AND PARM-VALOR-MAX IS
005130         GREATER THAN ZERO
005140         MOVE PARM-VALOR-MAX TO WS-NOV-VALOR-MAX
005150     END-IF.
005160 1270-EXIT.
005170     EXIT.
005180*
005190*---------------------------------------------------------------
005200* 2000-PROCESSAR-CLUSTER - le o proximo registro do cluster vivo
005210* e o simula.
005220*---------------------------------------------------------------
005230 2000-PROCESSAR-CLUSTER.
005240     READ RESULTADOS NEXT RECORD
005250         AT END
005260             MOVE "S" TO WS-FIM-CLUSTER
005270             GO TO 2000-EXIT
005280     END-READ
005290     IF NOT WS-RESULT-OK
005300         MOVE "S" TO WS-FIM-CLUSTER
005310         GO TO 2000-EXIT
005320     END-IF
005330     ADD 1 TO WS-QTD-CLUS-LIDOS
005340     MOVE RESULTREC TO WS-REG-TRABALHO
005350     PERFORM 3000-SIMULAR-REGISTRO THRU 3000-EXIT.
005360 2000-EXIT.
005370     EXIT.
005380*
005390*---------------------------------------------------------------
005400* 2100-PROCESSAR-HISTORICO - le o proximo registro arquivado e o
005410* simula quando o mes de RES-DATA-CLASS cai no periodo pedido.
005420*---------------------------------------------------------------
005430 2100-PROCESSAR-HISTORICO.
005440     READ HISTORICO
005450         AT END
005460             MOVE "S" TO WS-FIM-HISTORICO
005470             GO TO 2100-EXIT
005480     END-READ
005490     ADD 1 TO WS-QTD-HIST-LIDOS
005500     MOVE HIST-REG TO WS-REG-TRABALHO
005510     IF WS-REG-DATA-CLASS IS NOT NUMERIC
005520         GO TO 2100-EXIT
005530     END-IF
005540     MOVE WS-REG-DATA-CLASS (1:6) TO WS-MES-REGISTRO
005550     IF WS-MES-REGISTRO IS LESS THAN WS-MES-INI
005560         OR WS-MES-REGISTRO IS GREATER THAN WS-MES-FIM
005570         GO TO 2100-EXIT
005580     END-IF
005590     ADD 1 TO WS-QTD-HIST-PERIODO
005600     PERFORM 3000-SIMULAR-REGISTRO THRU 3000-EXIT.
005610 2100-EXIT.
005620     EXIT.
005630*
005640*---------------------------------------------------------------
005650* 3000-SIMULAR-REGISTRO - classifica a copia de trabalho pelas
005660* regras vigentes (so para contar o que ja diverge do gravado) e
005670* pelas da linha pendente; resultado/faixa diferente do gravado e
005680* um movimento DE -> PARA da origem. Registro com sobreposicao
005690* manual fica como esta ate um reenvio e nao e simulado.
005700*---------------------------------------------------------------
005710 3000-SIMULAR-REGISTRO.
005720     PERFORM 3100-PROCURAR-ORIGEM THRU 3100-EXIT
005730     IF WS-ORG-ACHADO IS EQUAL TO ZERO
005740         ADD 1 TO WS-QTD-FORA-TABELA
005750         GO TO 3000-EXIT
005760     END-IF
005770     ADD 1 TO WS-ORG-LIDOS (WS-ORG-ACHADO)
005780     IF WS-REG-SOBREPOSTO IS EQUAL TO "S"
005790         ADD 1 TO WS-ORG-SOBREPOSTOS (WS-ORG-ACHADO)
005800         ADD 1 TO WS-QTD-SOBREPOSTOS
005810         GO TO 3000-EXIT
005820     END-IF
005830     ADD 1 TO WS-QTD-SIMULADOS
005840     MOVE WS-REG-VALOR TO WS-CL-VALOR
005850     MOVE WS-ATU-LIMITE TO WS-CL-LIMITE
005860     MOVE WS-ATU-FAIXA-1-FIM TO WS-CL-FAIXA-1-FIM
005870     MOVE WS-ATU-FAIXA-2-FIM TO WS-CL-FAIXA-2-FIM
005880     MOVE WS-ATU-FAIXA-3-FIM TO WS-CL-FAIXA-3-FIM
005890     MOVE WS-ATU-VALOR-MIN TO WS-CL-VALOR-MIN
005900     MOVE WS-ATU-VALOR-MAX TO WS-CL-VALOR-MAX
005910     PERFORM 3200-CLASSIFICAR THRU 3200-EXIT
005920     IF WS-CL-RESULTADO IS NOT EQUAL TO WS-REG-RESULTADO
005930         OR WS-CL-FAIXA IS NOT EQUAL TO WS-REG-FAIXA
005940         ADD 1 TO WS-QTD-DIVERGENTES
005950     END-IF
005960     MOVE WS-NOV-LIMITE TO WS-CL-LIMITE
005970     MOVE WS-NOV-FAIXA-1-FIM TO WS-CL-FAIXA-1-FIM
005980     MOVE WS-NOV-FAIXA-2-FIM TO WS-CL-FAIXA-2-FIM
005990     MOVE WS-NOV-FAIXA-3-FIM TO WS-CL-FAIXA-3-FIM
006000     MOVE WS-NOV-VALOR-MIN TO WS-CL-VALOR-MIN
006010     MOVE WS-NOV-VALOR-MAX TO WS-CL-VALOR-MAX
006020     PERFORM 3200-CLASSIFICAR THRU 3200-EXIT
006030     IF WS-CL-RESULTADO IS EQUAL TO WS-REG-RESULTADO
006040         AND WS-CL-FAIXA IS EQUAL TO WS-REG-FAIXA
006050         ADD 1 TO WS-ORG-MANTIDOS (WS-ORG-ACHADO)
006060         ADD 1 TO WS-QTD-MANTIDOS
006070         GO TO 3000-EXIT
006080     END-IF
006090     ADD 1 TO WS-ORG-MOVIDOS (WS-ORG-ACHADO)
006100     ADD 1 TO WS-QTD-MOVIDOS
006110     MOVE WS-ORG-CODIGO (WS-ORG-ACHADO) TO WS-MOV-ORIGEM-BUSCA
006120     PERFORM 3300-ACUMULAR-MOVIMENTO THRU 3300-EXIT
006130     MOVE "*TODAS*" TO WS-MOV-ORIGEM-BUSCA
006140     PERFORM 3300-ACUMULAR-MOVIMENTO THRU 3300-EXIT.
006150 3000-EXIT.
006160     EXIT.
006170*
006180*---------------------------------------------------------------
006190* 3100-PROCURAR-ORIGEM - devolve em WS-ORG-ACHADO a entrada da
006200* origem do registro (origem em branco vira "(SEM)"), abrindo uma
006210* nova na primeira vez que a origem aparece. Tabela cheia deixa o
006220* registro fora da simulacao, com aviso.
006230*---------------------------------------------------------------
006240 3100-PROCURAR-ORIGEM.
006250     MOVE WS-REG-ORIGEM TO WS-ORG-CONSULTA
006260     IF WS-ORG-CONSULTA IS EQUAL TO SPACES
006270         MOVE "(SEM)" TO WS-ORG-CONSULTA
006280     END-IF
006290     MOVE ZERO TO WS-ORG-ACHADO
006300     PERFORM 3150-TESTAR-ORIGEM THRU 3150-EXIT
006310         VARYING WS-ORG-IDX FROM 1 BY 1
006320         UNTIL WS-ORG-IDX IS GREATER THAN WS-ORG-QTD
006330             OR WS-ORG-ACHADO IS GREATER THAN ZERO
006340     IF WS-ORG-ACHADO IS GREATER THAN ZERO
006350         GO TO 3100-EXIT
006360     END-IF
006370     IF WS-ORG-QTD IS NOT LESS THAN WS-ORG-MAX
006380         IF NOT WS-TEM-ESTOURO
006390             DISPLAY "PROGRAMO: mais de " WS-ORG-MAX
006400                 " origens - registros excedentes fora da "
006410                 "simulacao."
006420         END-IF
006430         MOVE "S" TO WS-ESTOURO-TABELA
006440         GO TO 3100-EXIT
006450     END-IF
006460     ADD 1 TO WS-ORG-QTD
006470     MOVE WS-ORG-QTD TO WS-ORG-ACHADO
006480     MOVE WS-ORG-CONSULTA TO WS-ORG-CODIGO (WS-ORG-ACHADO)
006490     MOVE "N" TO WS-ORG-LIM-PROP (WS-ORG-ACHADO)
006500     MOVE "N" TO WS-ORG-FAIXA-PROP (WS-ORG-ACHADO)
006510     MOVE ZERO TO WS-ORG-LIMITE (WS-ORG-ACHADO)
006520     MOVE ZERO TO WS-ORG-FAIXA-1-FIM (WS-ORG-ACHADO)
006530     MOVE ZERO TO WS-ORG-FAIXA-2-FIM (WS-ORG-ACHADO)
006540     MOVE ZERO TO WS-ORG-FAIXA-3-FIM (WS-ORG-ACHADO)
006550     MOVE ZERO TO WS-ORG-LIDOS (WS-ORG-ACHADO)
006560     MOVE ZERO TO WS-ORG-MANTIDOS (WS-ORG-ACHADO)
006570     MOVE ZERO TO WS-ORG-MOVIDOS (WS-ORG-ACHADO)
006580     MOVE ZERO TO WS-ORG-SOBREPOSTOS (WS-ORG-ACHADO)
006590     PERFORM 3160-CONSULTAR-ORIGMEST THRU 3160-EXIT.
006600 3100-EXIT.
006610     EXIT.
006620*
006630 3150-TESTAR-ORIGEM.
006640     IF WS-ORG-CODIGO (WS-ORG-IDX) IS EQUAL TO WS-ORG-CONSULTA
006650         MOVE WS-ORG-IDX TO WS-ORG-ACHADO
006660     END-IF.
006670 3150-EXIT.
006680     EXIT.
006690*
006700*---------------------------------------------------------------
006710* 3160-CONSULTAR-ORIGMEST - guarda na entrada nova o limite e as
006720* faixas proprias da origem, quando ela esta ativa no ORIGMEST e
006730* os tem (mesmos testes do PROGRAMB); senao valem os do PARMIN.
006740*---------------------------------------------------------------
006750 3160-CONSULTAR-ORIGMEST.
006760     IF NOT WS-TEM-ORIGMEST
006770         GO TO 3160-EXIT
006780     END-IF
006790     MOVE WS-ORG-CONSULTA TO ORIG-CODIGO
006800     READ ORIGENS
006810         INVALID KEY
006820             GO TO 3160-EXIT
006830     END-READ
006840     IF NOT ORIG-ATIVA
006850         GO TO 3160-EXIT
006860     END-IF
006870     IF ORIG-LIMITE IS NUMERIC AND ORIG-LIMITE IS
006880         GREATER THAN ZERO
006890         MOVE ORIG-LIMITE TO WS-ORG-LIMITE (WS-ORG-ACHADO)
006900         MOVE "S" TO WS-ORG-LIM-PROP (WS-ORG-ACHADO)
006910     END-IF
006920     IF ORIG-FAIXA-1-FIM IS NUMERIC AND ORIG-FAIXA-1-FIM IS
006930         GREATER THAN ZERO
006940         AND ORIG-FAIXA-2-FIM IS NUMERIC
006950         AND ORIG-FAIXA-3-FIM IS NUMERIC
006960         MOVE ORIG-FAIXA-1-FIM TO
006970             WS-ORG-FAIXA-1-FIM (WS-ORG-ACHADO)
006980         MOVE ORIG-FAIXA-2-FIM TO
006990             WS-ORG-FAIXA-2-FIM (WS-ORG-ACHADO)
007000         MOVE ORIG-FAIXA-3-FIM TO
007010             WS-ORG-FAIXA-3-FIM (WS-ORG-ACHADO)
007020         MOVE "S" TO WS-ORG-FAIXA-PROP (WS-ORG-ACHADO)
007030     END-IF.
007040 3160-EXIT.
007050     EXIT.
007060*
007070*---------------------------------------------------------------
007080* 3200-CLASSIFICAR - refaz a validacao de faixa de valor e a
007090* classificacao do PROGRAMB com os parametros em WS-CL-*, trocando
007100* limite e faixas pelos proprios da origem quando ela os tem.
007110* Valor fora da faixa aceita seria rejeitado pelo lote.
007120*---------------------------------------------------------------
007130 3200-CLASSIFICAR.
007140     IF WS-ORG-LIM-PROP (WS-ORG-ACHADO) IS EQUAL TO "S"
007150         MOVE WS-ORG-LIMITE (WS-ORG-ACHADO) TO WS-CL-LIMITE
007160     END-IF
007170     IF WS-ORG-FAIXA-PROP (WS-ORG-ACHADO) IS EQUAL TO "S"
007180         MOVE WS-ORG-FAIXA-1-FIM (WS-ORG-ACHADO)
007190             TO WS-CL-FAIXA-1-FIM
007200         MOVE WS-ORG-FAIXA-2-FIM (WS-ORG-ACHADO)
007210             TO WS-CL-FAIXA-2-FIM
007220         MOVE WS-ORG-FAIXA-3-FIM (WS-ORG-ACHADO)
007230             TO WS-CL-FAIXA-3-FIM
007240     END-IF
007250     IF WS-CL-VALOR IS LESS THAN WS-CL-VALOR-MIN
007260         OR WS-CL-VALOR IS GREATER THAN WS-CL-VALOR-MAX
007270         MOVE "REJEITADO" TO WS-CL-RESULTADO
007280         MOVE "N/A" TO WS-CL-FAIXA
007290         GO TO 3200-EXIT
007300     END-IF
007310     IF WS-CL-VALOR IS GREATER THAN WS-CL-LIMITE
007320         MOVE "MAIOR" TO WS-CL-RESULTADO
007330     ELSE
007340         IF WS-CL-VALOR IS EQUAL TO WS-CL-LIMITE
007350             MOVE "IGUAL" TO WS-CL-RESULTADO
007360         ELSE
007370             MOVE "MENOR" TO WS-CL-RESULTADO
007380         END-IF
007390     END-IF
007400     IF WS-CL-VALOR IS NOT GREATER THAN WS-CL-FAIXA-1-FIM
007410         MOVE "FAIXA 1" TO WS-CL-FAIXA
007420     ELSE
007430         IF WS-CL-VALOR IS NOT GREATER THAN WS-CL-FAIXA-2-FIM
007440             MOVE "FAIXA 2" TO WS-CL-FAIXA
007450         ELSE
007460             IF WS-CL-VALOR IS NOT GREATER THAN WS-CL-FAIXA-3-FIM
007470                 MOVE "FAIXA 3" TO WS-CL-FAIXA
007480             ELSE
007490                 MOVE "FAIXA 4" TO WS-CL-FAIXA
007500             END-IF
007510         END-IF
007520     END-IF.
007530 3200-EXIT.
007540     EXIT.
007550*
007560*---------------------------------------------------------------
007570* 3300-ACUMULAR-MOVIMENTO - soma o registro no movimento DE (o
007580* gravado) -> PARA (o simulado) da origem em WS-MOV-ORIGEM-BUSCA,
007590* abrindo o movimento na primeira vez, e guarda o id como amostra
007600* enquanto houver lugar.
007610*---------------------------------------------------------------
007620 3300-ACUMULAR-MOVIMENTO.
007630     MOVE ZERO TO WS-MOV-ACHADO
007640     PERFORM 3350-TESTAR-MOVIMENTO THRU 3350-EXIT
007650         VARYING WS-MOV-IDX FROM 1 BY 1
007660         UNTIL WS-MOV-IDX IS GREATER THAN WS-MOV-QTD
007670             OR WS-MOV-ACHADO IS GREATER THAN ZERO
007680     IF WS-MOV-ACHADO IS EQUAL TO ZERO
007690         IF WS-MOV-QTD IS NOT LESS THAN WS-MOV-MAX
007700             IF NOT WS-TEM-ESTOURO
007710                 DISPLAY "PROGRAMO: mais de " WS-MOV-MAX
007720                     " movimentos - excedentes fora do relatorio."
007730             END-IF
007740             MOVE "S" TO WS-ESTOURO-TABELA
007750             GO TO 3300-EXIT
007760         END-IF
007770         ADD 1 TO WS-MOV-QTD
007780         MOVE WS-MOV-QTD TO WS-MOV-ACHADO
007790         MOVE WS-MOV-ORIGEM-BUSCA TO WS-MOV-ORIGEM (WS-MOV-ACHADO)
007800         MOVE WS-REG-RESULTADO TO
007810             WS-MOV-DE-RESULTADO (WS-MOV-ACHADO)
007820         MOVE WS-REG-FAIXA TO WS-MOV-DE-FAIXA (WS-MOV-ACHADO)
007830         MOVE WS-CL-RESULTADO TO
007840             WS-MOV-PARA-RESULTADO (WS-MOV-ACHADO)
007850         MOVE WS-CL-FAIXA TO WS-MOV-PARA-FAIXA (WS-MOV-ACHADO)
007860         MOVE ZERO TO WS-MOV-CONTADOR (WS-MOV-ACHADO)
007870         MOVE ZERO TO WS-MOV-QTD-AMOSTRA (WS-MOV-ACHADO)
007880     END-IF
007890     ADD 1 TO WS-MOV-CONTADOR (WS-MOV-ACHADO)
007900     IF WS-MOV-QTD-AMOSTRA (WS-MOV-ACHADO) IS LESS THAN WS-AMO-MAX
007910         ADD 1 TO WS-MOV-QTD-AMOSTRA (WS-MOV-ACHADO)
007920         MOVE WS-MOV-QTD-AMOSTRA (WS-MOV-ACHADO) TO WS-AMO-IDX
007930         MOVE WS-REG-ID TO
007940             WS-MOV-AMOSTRA (WS-MOV-ACHADO, WS-AMO-IDX)
007950     END-IF.
007960 3300-EXIT.
007970     EXIT.
007980*
007990 3350-TESTAR-MOVIMENTO.
008000     IF WS-MOV-ORIGEM (WS-MOV-IDX) IS EQUAL TO WS-MOV-ORIGEM-BUSCA
008010         AND WS-MOV-DE-RESULTADO (WS-MOV-IDX) IS EQUAL TO
008020             WS-REG-RESULTADO
008030         AND WS-MOV-DE-FAIXA (WS-MOV-IDX) IS EQUAL TO WS-REG-FAIXA
008040         AND WS-MOV-PARA-RESULTADO (WS-MOV-IDX) IS EQUAL TO
008050             WS-CL-RESULTADO
008060         AND WS-MOV-PARA-FAIXA (WS-MOV-IDX) IS EQUAL TO
008070             WS-CL-FAIXA
008080         MOVE WS-MOV-IDX TO WS-MOV-ACHADO
008090     END-IF.
008100 3350-EXIT.
008110     EXIT.
008120*
008130*---------------------------------------------------------------
008140* 8000-GRAVAR-RELATORIO - imprime os parametros vigentes e os da
008150* linha simulada, os movimentos por origem e de todas as origens,
008160* o resumo por origem e os totais da simulacao.
008170*---------------------------------------------------------------
008180 8000-GRAVAR-RELATORIO.
008190     IF NOT WS-RELAT-OK
008200         GO TO 8000-EXIT
008210     END-IF
008220     MOVE SPACES TO LINHA-RELATORIO
008230     STRING "SIMULACAO DE IMPACTO DO PARMIN - PROCESSADO EM "
008240         DELIMITED BY SIZE
008250         WS-DATA-PROCESSAMENTO DELIMITED BY SIZE
008260         INTO LINHA-RELATORIO
008270     END-STRING
008280     WRITE LINHA-RELATORIO
008290     MOVE "SIMULACAO SOMENTE - NENHUM ARQUIVO E ATUALIZADO" TO
008300         LINHA-RELATORIO
008310     WRITE LINHA-RELATORIO
008320     MOVE SPACES TO LINHA-RELATORIO
008330     WRITE LINHA-RELATORIO
008340     IF WS-VIG-PENDENTE IS EQUAL TO SPACES
008350         MOVE "NENHUMA LINHA PENDENTE NO PARMIN - NADA A SIMULAR"
008360             TO LINHA-RELATORIO
008370         WRITE LINHA-RELATORIO
008380         GO TO 8000-EXIT
008390     END-IF
008400     PERFORM 8100-GRAVAR-PARAMETROS THRU 8100-EXIT
008410     MOVE SPACES TO LINHA-RELATORIO
008420     WRITE LINHA-RELATORIO
008430     MOVE "MOVIMENTOS SIMULADOS POR ORIGEM (GRAVADO -> SIMULADO)"
008440         TO LINHA-RELATORIO
008450     WRITE LINHA-RELATORIO
008460     MOVE SPACES TO LINHA-RELATORIO
008470     WRITE LINHA-RELATORIO
008480     MOVE WS-LINHA-CAB-MOV TO LINHA-RELATORIO
008490     WRITE LINHA-RELATORIO
008500     IF WS-QTD-MOVIDOS IS EQUAL TO ZERO
008510         MOVE "NENHUM REGISTRO MUDARIA DE RESULTADO OU FAIXA" TO
008520             LINHA-RELATORIO
008530         WRITE LINHA-RELATORIO
008540     ELSE
008550         PERFORM 8200-GRAVAR-ORIGEM THRU 8200-EXIT
008560             VARYING WS-ORG-IDX FROM 1 BY 1
008570             UNTIL WS-ORG-IDX IS GREATER THAN WS-ORG-QTD
008580         MOVE SPACES TO LINHA-RELATORIO
008590         WRITE LINHA-RELATORIO
008600         MOVE "*TODAS*" TO WS-IMP-ORIGEM
008610         PERFORM 8250-GRAVAR-MOVIMENTO THRU 8250-EXIT
008620             VARYING WS-MOV-IDX FROM 1 BY 1
008630             UNTIL WS-MOV-IDX IS GREATER THAN WS-MOV-QTD
008640     END-IF
008650     MOVE SPACES TO LINHA-RELATORIO
008660     WRITE LINHA-RELATORIO
008670     MOVE WS-LINHA-CAB-RESUMO TO LINHA-RELATORIO
008680     WRITE LINHA-RELATORIO
008690     PERFORM 8300-GRAVAR-RESUMO THRU 8300-EXIT
008700         VARYING WS-ORG-IDX FROM 1 BY 1
008710         UNTIL WS-ORG-IDX IS GREATER THAN WS-ORG-QTD
008720     MOVE SPACES TO LINHA-RELATORIO
008730     WRITE LINHA-RELATORIO
008740     PERFORM 8400-GRAVAR-TOTAIS THRU 8400-EXIT.
008750 8000-EXIT.
008760     EXIT.
008770*
008780*---------------------------------------------------------------
008790* 8100-GRAVAR-PARAMETROS - quadro dos parametros vigentes hoje e
008800* dos que valeriam com a linha pendente, e fontes simuladas.
008810*---------------------------------------------------------------
008820 8100-GRAVAR-PARAMETROS.
008830     MOVE SPACES TO LINHA-RELATORIO
008840     STRING "LINHA PENDENTE SIMULADA - VIGENCIA.......: "
008850         DELIMITED BY SIZE
008860         WS-VIG-PENDENTE DELIMITED BY SIZE
008870         INTO LINHA-RELATORIO
008880     END-STRING
008890     WRITE LINHA-RELATORIO
008900     MOVE SPACES TO LINHA-RELATORIO
008910     STRING "PARAMETROS EM VIGOR HOJE DESDE...........: "
008920         DELIMITED BY SIZE
008930         WS-ATU-VIG DELIMITED BY SIZE
008940         INTO LINHA-RELATORIO
008950     END-STRING
008960     WRITE LINHA-RELATORIO
008970     MOVE SPACES TO LINHA-RELATORIO
008980     WRITE LINHA-RELATORIO
008990     MOVE "PARAMETRO                    VIGENTE     PENDENTE" TO
009000         LINHA-RELATORIO
009010     WRITE LINHA-RELATORIO
009020     MOVE WS-ATU-LIMITE TO WS-NUM-ED
009030     MOVE WS-NOV-LIMITE TO WS-NUM-ED-2
009040     MOVE SPACES TO LINHA-RELATORIO
009050     STRING "LIMITE................: " DELIMITED BY SIZE
009060         WS-NUM-ED DELIMITED BY SIZE
009070         "    " DELIMITED BY SIZE
009080         WS-NUM-ED-2 DELIMITED BY SIZE
009090         INTO LINHA-RELATORIO
009100     END-STRING
009110     WRITE LINHA-RELATORIO
009120     MOVE WS-ATU-FAIXA-1-FIM TO WS-NUM-ED
009130     MOVE WS-NOV-FAIXA-1-FIM TO WS-NUM-ED-2
009140     MOVE SPACES TO LINHA-RELATORIO
009150     STRING "FIM DA FAIXA 1........: " DELIMITED BY SIZE
009160         WS-NUM-ED DELIMITED BY SIZE
009170         "    " DELIMITED BY SIZE
009180         WS-NUM-ED-2 DELIMITED BY SIZE
009190         INTO LINHA-RELATORIO
009200     END-STRING
009210     WRITE LINHA-RELATORIO
009220     MOVE WS-ATU-FAIXA-2-FIM TO WS-NUM-ED
009230     MOVE WS-NOV-FAIXA-2-FIM TO WS-NUM-ED-2
009240     MOVE SPACES TO LINHA-RELATORIO
009250     STRING "FIM DA FAIXA 2........: " DELIMITED BY SIZE
009260         WS-NUM-ED DELIMITED BY SIZE
009270         "    " DELIMITED BY SIZE
009280         WS-NUM-ED-2 DELIMITED BY SIZE
009290         INTO LINHA-RELATORIO
009300     END-STRING
009310     WRITE LINHA-RELATORIO
009320     MOVE WS-ATU-FAIXA-3-FIM TO WS-NUM-ED
009330     MOVE WS-NOV-FAIXA-3-FIM TO WS-NUM-ED-2
009340     MOVE SPACES TO LINHA-RELATORIO
009350     STRING "FIM DA FAIXA 3........: " DELIMITED BY SIZE
009360         WS-NUM-ED DELIMITED BY SIZE
009370         "    " DELIMITED BY SIZE
009380         WS-NUM-ED-2 DELIMITED BY SIZE
009390         INTO LINHA-RELATORIO
009400     END-STRING
009410     WRITE LINHA-RELATORIO
009420     MOVE WS-ATU-VALOR-MIN TO WS-NUM-ED
009430     MOVE WS-NOV-VALOR-MIN TO WS-NUM-ED-2
009440     MOVE SPACES TO LINHA-RELATORIO
009450     STRING "VALOR MINIMO ACEITO...: " DELIMITED BY SIZE
009460         WS-NUM-ED DELIMITED BY SIZE
009470         "    " DELIMITED BY SIZE
009480         WS-NUM-ED-2 DELIMITED BY SIZE
009490         INTO LINHA-RELATORIO
009500     END-STRING
009510     WRITE LINHA-RELATORIO
009520     MOVE WS-ATU-VALOR-MAX TO WS-NUM-ED
009530     MOVE WS-NOV-VALOR-MAX TO WS-NUM-ED-2
009540     MOVE SPACES TO LINHA-RELATORIO
009550     STRING "VALOR MAXIMO ACEITO...: " DELIMITED BY SIZE
009560         WS-NUM-ED DELIMITED BY SIZE
009570         "    " DELIMITED BY SIZE
009580         WS-NUM-ED-2 DELIMITED BY SIZE
009590         INTO LINHA-RELATORIO
009600     END-STRING
009610     WRITE LINHA-RELATORIO
009620     MOVE SPACES TO LINHA-RELATORIO
009630     WRITE LINHA-RELATORIO
009640     IF WS-TEM-HISTORICO
009650         MOVE SPACES TO LINHA-RELATORIO
009660         STRING "FONTES: RESULTVS E HISTSAI DE " DELIMITED BY SIZE
009670             WS-MES-INI DELIMITED BY SIZE
009680             " A " DELIMITED BY SIZE
009690             WS-MES-FIM DELIMITED BY SIZE
009700             INTO LINHA-RELATORIO
009710         END-STRING
009720     ELSE
009730         MOVE "FONTES: RESULTVS (CLUSTER VIVO)" TO LINHA-RELATORIO
009740     END-IF
009750     WRITE LINHA-RELATORIO
009760     IF NOT WS-TEM-ORIGMEST
009770         MOVE "ORIGMEST INDISPONIVEL - SEM LIMITES PROPRIOS"
009780             TO LINHA-RELATORIO
009790         WRITE LINHA-RELATORIO
009800     END-IF.
009810 8100-EXIT.
009820     EXIT.
009830*
009840*---------------------------------------------------------------
009850* 8200-GRAVAR-ORIGEM - lista os movimentos de uma origem, seguidos
009860* de uma linha em branco quando a origem teve algum.
009870*---------------------------------------------------------------
009880 8200-GRAVAR-ORIGEM.
009890     IF WS-ORG-MOVIDOS (WS-ORG-IDX) IS EQUAL TO ZERO
009900         GO TO 8200-EXIT
009910     END-IF
009920     MOVE WS-ORG-CODIGO (WS-ORG-IDX) TO WS-IMP-ORIGEM
009930     PERFORM 8250-GRAVAR-MOVIMENTO THRU 8250-EXIT
009940         VARYING WS-MOV-IDX FROM 1 BY 1
009950         UNTIL WS-MOV-IDX IS GREATER THAN WS-MOV-QTD.
009960 8200-EXIT.
009970     EXIT.
009980*
009990*---------------------------------------------------------------
010000* 8250-GRAVAR-MOVIMENTO - grava a linha do movimento corrente
010010* quando ele e da origem em WS-IMP-ORIGEM, com as amostras.
010020*---------------------------------------------------------------
010030 8250-GRAVAR-MOVIMENTO.
010040     IF WS-MOV-ORIGEM (WS-MOV-IDX) IS NOT EQUAL TO WS-IMP-ORIGEM
010050         GO TO 8250-EXIT
010060     END-IF
010070     MOVE WS-MOV-ORIGEM (WS-MOV-IDX) TO MOV-ORIGEM
010080     MOVE WS-MOV-DE-RESULTADO (WS-MOV-IDX) TO MOV-DE-RESULTADO
010090     MOVE WS-MOV-DE-FAIXA (WS-MOV-IDX) TO MOV-DE-FAIXA
010100     MOVE WS-MOV-PARA-RESULTADO (WS-MOV-IDX) TO MOV-PARA-RESULTADO
010110     MOVE WS-MOV-PARA-FAIXA (WS-MOV-IDX) TO MOV-PARA-FAIXA
010120     MOVE WS-MOV-CONTADOR (WS-MOV-IDX) TO MOV-QTD
010130     PERFORM 8260-MONTAR-AMOSTRA THRU 8260-EXIT
010140         VARYING WS-AMO-IDX FROM 1 BY 1
010150         UNTIL WS-AMO-IDX IS GREATER THAN WS-AMO-MAX
010160     MOVE WS-LINHA-MOV TO LINHA-RELATORIO
010170     WRITE LINHA-RELATORIO.
010180 8250-EXIT.
010190     EXIT.
010200*
010210 8260-MONTAR-AMOSTRA.
010220     MOVE SPACES TO MOV-AMOSTRA (WS-AMO-IDX)
010230     IF WS-AMO-IDX IS NOT GREATER THAN
010240         WS-MOV-QTD-AMOSTRA (WS-MOV-IDX)
010250         MOVE WS-MOV-AMOSTRA (WS-MOV-IDX, WS-AMO-IDX) TO
010260             MOV-AMOSTRA-ID (WS-AMO-IDX)
010270     END-IF.
010280 8260-EXIT.
010290     EXIT.
010300*
010310*---------------------------------------------------------------
010320* 8300-GRAVAR-RESUMO - linha de resumo de uma origem, indicando
010330* se ela tem limite ou faixas proprias no ORIGMEST.
010340*---------------------------------------------------------------
010350 8300-GRAVAR-RESUMO.
010360     MOVE WS-ORG-CODIGO (WS-ORG-IDX) TO RSM-ORIGEM
010370     MOVE WS-ORG-LIDOS (WS-ORG-IDX) TO RSM-LIDOS
010380     MOVE WS-ORG-MANTIDOS (WS-ORG-IDX) TO RSM-MANTIDOS
010390     MOVE WS-ORG-MOVIDOS (WS-ORG-IDX) TO RSM-MOVIDOS
010400     MOVE WS-ORG-SOBREPOSTOS (WS-ORG-IDX) TO RSM-SOBREPOSTOS
010410     MOVE "PARMIN" TO RSM-PROPRIOS
010420     IF WS-ORG-LIM-PROP (WS-ORG-IDX) IS EQUAL TO "S"
010430         OR WS-ORG-FAIXA-PROP (WS-ORG-IDX) IS EQUAL TO "S"
010440         MOVE "PROPRIOS" TO RSM-PROPRIOS
010450     END-IF
010460     MOVE WS-LINHA-RESUMO TO LINHA-RELATORIO
010470     WRITE LINHA-RELATORIO.
010480 8300-EXIT.
010490     EXIT.
010500*
010510*---------------------------------------------------------------
010520* 8400-GRAVAR-TOTAIS - totais da simulacao.
010530*---------------------------------------------------------------
010540 8400-GRAVAR-TOTAIS.
010550     MOVE WS-QTD-CLUS-LIDOS TO WS-QTD-ED
010560     MOVE SPACES TO LINHA-RELATORIO
010570     STRING "REGISTROS LIDOS DO CLUSTER VIVO..........: "
010580         DELIMITED BY SIZE
010590         WS-QTD-ED DELIMITED BY SIZE
010600         INTO LINHA-RELATORIO
010610     END-STRING
010620     WRITE LINHA-RELATORIO
010630     IF WS-TEM-HISTORICO
010640         MOVE WS-QTD-HIST-PERIODO TO WS-QTD-ED
010650         MOVE SPACES TO LINHA-RELATORIO
010660         STRING "REGISTROS DO HISTORICO NO PERIODO........: "
010670             DELIMITED BY SIZE
010680             WS-QTD-ED DELIMITED BY SIZE
010690             INTO LINHA-RELATORIO
010700         END-STRING
010710         WRITE LINHA-RELATORIO
010720     END-IF
010730     MOVE WS-QTD-SIMULADOS TO WS-QTD-ED
010740     MOVE SPACES TO LINHA-RELATORIO
010750     STRING "REGISTROS SIMULADOS......................: "
010760         DELIMITED BY SIZE
010770         WS-QTD-ED DELIMITED BY SIZE
010780         INTO LINHA-RELATORIO
010790     END-STRING
010800     WRITE LINHA-RELATORIO
010810     MOVE WS-QTD-MANTIDOS TO WS-QTD-ED
010820     MOVE SPACES TO LINHA-RELATORIO
010830     STRING "  MANTERIAM RESULTADO E FAIXA............: "
010840         DELIMITED BY SIZE
010850         WS-QTD-ED DELIMITED BY SIZE
010860         INTO LINHA-RELATORIO
010870     END-STRING
010880     WRITE LINHA-RELATORIO
010890     MOVE WS-QTD-MOVIDOS TO WS-QTD-ED
010900     MOVE SPACES TO LINHA-RELATORIO
010910     STRING "  MUDARIAM DE RESULTADO OU FAIXA.........: "
010920         DELIMITED BY SIZE
010930         WS-QTD-ED DELIMITED BY SIZE
010940         INTO LINHA-RELATORIO
010950     END-STRING
010960     WRITE LINHA-RELATORIO
010970     MOVE WS-QTD-SOBREPOSTOS TO WS-QTD-ED
010980     MOVE SPACES TO LINHA-RELATORIO
010990     STRING "COM SOBREPOSICAO MANUAL (NAO SIMULADOS)..: "
011000         DELIMITED BY SIZE
011010         WS-QTD-ED DELIMITED BY SIZE
011020         INTO LINHA-RELATORIO
011030     END-STRING
011040     WRITE LINHA-RELATORIO
011050     MOVE WS-QTD-DIVERGENTES TO WS-QTD-ED
011060     MOVE SPACES TO LINHA-RELATORIO
011070     STRING "JA DIFERENTES DO CARTAO VIGENTE HOJE.....: "
011080         DELIMITED BY SIZE
011090         WS-QTD-ED DELIMITED BY SIZE
011100         INTO LINHA-RELATORIO
011110     END-STRING
011120     WRITE LINHA-RELATORIO
011130     IF WS-TEM-ESTOURO
011140         MOVE WS-QTD-FORA-TABELA TO WS-QTD-ED
011150         MOVE SPACES TO LINHA-RELATORIO
011160         STRING "ATENCAO - TABELA CHEIA, FORA DA SIMULACAO: "
011170             DELIMITED BY SIZE
011180             WS-QTD-ED DELIMITED BY SIZE
011190             INTO LINHA-RELATORIO
011200         END-STRING
011210         WRITE LINHA-RELATORIO
011220     END-IF.
011230 8400-EXIT.
011240     EXIT.
011250*
011260*---------------------------------------------------------------
011270* 9000-FINALIZAR - fecha os arquivos abertos pelo job.
011280*---------------------------------------------------------------
011290 9000-FINALIZAR.
011300     IF WS-TEM-HISTORICO
011310         CLOSE HISTORICO
011320     END-IF
011330     IF WS-TEM-CLUSTER
011340         CLOSE RESULTADOS
011350     END-IF
011360     IF WS-TEM-ORIGMEST
011370         CLOSE ORIGENS
011380     END-IF
011390     IF WS-RELAT-OK
011400         CLOSE RELATORIO
011410     END-IF.
011420 9000-EXIT.
011430     EXIT.
011440*
011450*---------------------------------------------------------------
011460* 9100-DEFINIR-RETORNO - 0 = simulacao gravada; 4 = nada a
011470* simular (nenhuma linha pendente) ou tabela cheia (relatorio
011480* incompleto); 12 = erro de arquivo (relatorio ou RESULTVS).
011490*---------------------------------------------------------------
011500 9100-DEFINIR-RETORNO.
011510     IF WS-TEM-ERRO-ARQUIVO
011520         MOVE 12 TO RETURN-CODE
011530         GO TO 9100-EXIT
011540     END-IF
011550     IF WS-VIG-PENDENTE IS EQUAL TO SPACES
011560         OR WS-TEM-ESTOURO
011570         MOVE 4 TO RETURN-CODE
011580         GO TO 9100-EXIT
011590     END-IF
011600     MOVE ZERO TO RETURN-CODE.
011610 9100-EXIT.
011620     EXIT.
