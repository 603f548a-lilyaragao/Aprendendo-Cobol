000010* Author: Lilian
000020* Date: 15/10/2026
000030* Purpose: Devolucao dos rejeitos (NACK) a cada origem remetente.
000040*          Os rejeitos do PROGRAMB ficam na REJEITOS e sao
000050*          reparados pela operacao no PROGRAMD, mas o sistema que
000060*          mandou o registro nunca sabia que ele estava errado e
000070*          o mesmo erro voltava toda semana. Este passo roda
000080*          depois do PROGRAMB, seleciona os rejeitos do dia de
000090*          processamento (REJ-DATA) e grava em NACKSAI um bloco
000100*          por origem (layout NACKREC: header, um detalhe por
000110*          rejeito com o id, o valor bruto e o motivo, e trailer
000120*          com contagem e hash-total dos ids), para cada
000130*          remetente corrigir o dado na fonte. O relatorio NACKREL
000140*          resume os rejeitos por origem e por codigo de motivo.
000150*          Com o cartao NACKPARM tipo "M" o job so imprime esse
000160*          resumo para um mes inteiro, para a revisao mensal com
000170*          os remetentes. Rejeito sem origem (movimento antes de
000180*          qualquer header) nao tem a quem voltar: sai so no
000190*          relatorio e o passo termina com codigo de retorno 4.
000200*
000210* MODIFICATION HISTORY
000220*   15/10/2026  LA   Criacao do programa.
000221*   15/10/2026  LA   Sem data no cartao, a selecao diaria passou a
000222*                    ser a da data de inicio do PROGRAMB no
000223*                    controle do ciclo (CICLOCTL), a mesma que ele
000224*                    grava em REJ-DATA, e nao a data deste passo,
000225*                    que vira se o job passar da meia-noite. Sem
000226*                    essa data no controle vale a da execucao, com
000227*                    aviso e codigo de retorno 4.
000230*
000240 IDENTIFICATION DIVISION.
000250 PROGRAM-ID. PROGRAMR.
000260 AUTHOR. LILIAN.
000270 INSTALLATION. DEPARTAMENTO DE SISTEMAS.
000280 DATE-WRITTEN. 15/10/2026.
000290 DATE-COMPILED.
000300*
000310 ENVIRONMENT DIVISION.
000320 INPUT-OUTPUT SECTION.
000330 FILE-CONTROL.
000340     SELECT REJEITOS ASSIGN TO REJEITOS
000350         ORGANIZATION IS LINE SEQUENTIAL
000360         FILE STATUS IS WS-REJEITOS-STATUS.
000370*
000380     SELECT CARTAO ASSIGN TO NACKPARM
000390         ORGANIZATION IS LINE SEQUENTIAL
000400         FILE STATUS IS WS-CARTAO-STATUS.
000410*
000420     SELECT TRABALHO ASSIGN TO SORTWK01.
000430*
000440     SELECT DEVOLUCAO ASSIGN TO NACKSAI
000450         ORGANIZATION IS LINE SEQUENTIAL
000460         FILE STATUS IS WS-NACK-STATUS.
000470*
000480     SELECT RELATORIO ASSIGN TO NACKREL
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS WS-RELAT-STATUS.
000510*
000511     SELECT CICLOS ASSIGN TO CICLOCTL
000512         ORGANIZATION IS INDEXED
000513         ACCESS MODE IS DYNAMIC
000514         RECORD KEY IS CIC-DATA-NEGOCIO
000515         FILE STATUS IS WS-CIC-STATUS.
000516*
000520 DATA DIVISION.
000530 FILE SECTION.
000540 FD  REJEITOS.
000550     COPY REJEITOREC.
000560*
000570 FD  CARTAO.
000580     COPY NACKPARM.
000590*
000600 SD  TRABALHO.
000610 01  TRB-REG.
000620     05  TRB-ORIGEM              PIC X(08).
000630     05  TRB-COD-MOTIVO          PIC X(02).
000640     05  TRB-ID                  PIC 9(06).
000650     05  TRB-VALOR-BRUTO         PIC X(09).
000660     05  TRB-MOTIVO              PIC X(30).
000670*
000680 FD  DEVOLUCAO.
000690     COPY NACKREC.
000700*
000710 FD  RELATORIO.
000720 01  LINHA-RELATORIO             PIC X(80).
000730*
000732 FD  CICLOS.
000734     COPY CICLOREC.
000736*
000740 WORKING-STORAGE SECTION.
000750 77  WS-REJEITOS-STATUS          PIC X(02) VALUE SPACES.
000760     88  WS-REJEITOS-OK              VALUE "00".
000770 77  WS-CARTAO-STATUS            PIC X(02) VALUE SPACES.
000780     88  WS-CARTAO-OK                VALUE "00".
000790 77  WS-NACK-STATUS              PIC X(02) VALUE SPACES.
000800     88  WS-NACK-OK                  VALUE "00".
000810 77  WS-RELAT-STATUS             PIC X(02) VALUE SPACES.
000820     88  WS-RELAT-OK                 VALUE "00".
000830 77  WS-FIM-REJEITOS             PIC X(01) VALUE "N".
000840     88  WS-CHEGOU-FIM-REJEITOS      VALUE "S".
000850 77  WS-FIM-TRABALHO             PIC X(01) VALUE "N".
000860     88  WS-CHEGOU-FIM-TRABALHO      VALUE "S".
000870 77  WS-ERRO-ARQUIVO             PIC X(01) VALUE "N".
000880     88  WS-TEM-ERRO-ARQUIVO         VALUE "S".
000890 77  WS-CARTAO-RECUSADO          PIC X(01) VALUE "N".
000900     88  WS-TEM-CARTAO-RECUSADO      VALUE "S".
000910 01  WS-DATA-HOJE                PIC X(08) VALUE SPACES.
000920 01  WS-HORA-AGORA               PIC X(08) VALUE SPACES.
000930 01  WS-ANO-N                    PIC 9(04) VALUE ZERO.
000940 01  WS-MES-N                    PIC 9(02) VALUE ZERO.
000941*
000942* Controle do ciclo (CICLOCTL), so lido: a selecao diaria sem data
000943* no cartao e a do inicio mais recente do PROGRAMB (etapa 1).
000944 77  WS-CIC-STATUS               PIC X(02) VALUE SPACES.
000945     88  WS-CIC-OK                   VALUE "00".
000946 77  WS-FIM-CICLO                PIC X(01) VALUE "N".
000947     88  WS-CHEGOU-FIM-CICLO         VALUE "S".
000948 77  WS-DATA-SEM-CICLO           PIC X(01) VALUE "N".
000949     88  WS-TEM-DATA-SEM-CICLO       VALUE "S".
000950 01  WS-CIC-ETAPA-LOTE           PIC 9(01) VALUE 1.
000951*
000960* Selecao: "D" = rejeitos de um dia, com devolucao em NACKSAI;
000970* "M" = resumo de um mes, sem devolucao.
000980 01  WS-TIPO-SELECAO             PIC X(01) VALUE "D".
000990     88  WS-SELECAO-DIARIA           VALUE "D".
001000     88  WS-SELECAO-MENSAL           VALUE "M".
001010 01  WS-DATA-ALVO                PIC X(08) VALUE SPACES.
001020 01  WS-MES-ALVO                 PIC X(06) VALUE SPACES.
001030*
001040* Quebra corrente do arquivo ordenado por origem e motivo.
001050 01  WS-ORIGEM-CORRENTE          PIC X(08) VALUE SPACES.
001060 01  WS-COD-CORRENTE             PIC X(02) VALUE SPACES.
001070 01  WS-MOTIVO-CORRENTE          PIC X(30) VALUE SPACES.
001080 01  WS-DEVOLVE-ORIGEM           PIC X(01) VALUE "N".
001090     88  WS-DEVOLVE-ORIGEM-SIM       VALUE "S".
001100 01  WS-QTD-ORIGEM               PIC 9(06) VALUE ZERO.
001110 01  WS-QTD-MOTIVO               PIC 9(06) VALUE ZERO.
001120 01  WS-HASH-ORIGEM              PIC 9(15) VALUE ZERO.
001130*
001140* Total geral por codigo de motivo, na ordem em que aparecem.
001150 01  WS-QTD-GER                  PIC 9(02) VALUE ZERO.
001160 01  WS-GER-IDX                  PIC 9(02) VALUE ZERO.
001170 01  WS-GER-ACHADO               PIC 9(02) VALUE ZERO.
001180 01  WS-GER-TABELA.
001190     05  WS-GER-ENT OCCURS 20 TIMES.
001200         10  WS-GER-COD              PIC X(02).
001210         10  WS-GER-MOTIVO           PIC X(30).
001220         10  WS-GER-QTD              PIC 9(06).
001230*
001240 01  WS-QTD-LIDOS                PIC 9(06) VALUE ZERO.
001250 01  WS-QTD-SELECIONADOS         PIC 9(06) VALUE ZERO.
001260 01  WS-QTD-DEVOLVIDOS           PIC 9(06) VALUE ZERO.
001270 01  WS-QTD-SEM-ORIGEM           PIC 9(06) VALUE ZERO.
001280 01  WS-QTD-ORIGENS              PIC 9(04) VALUE ZERO.
001290 01  WS-QTD-ED                   PIC ZZZZZ9.
001300 01  WS-HASH-ED                  PIC Z(14)9.
001310*
001320 01  WS-LINHA-CABECALHO.
001330     05  FILLER                  PIC X(07) VALUE "   COD ".
001340     05  FILLER                  PIC X(32) VALUE "MOTIVO".
001350     05  FILLER                  PIC X(10) VALUE "   QTD".
001360*
001370 01  WS-LINHA-MOTIVO.
001380     05  FILLER                  PIC X(04) VALUE SPACES.
001390     05  MOT-COD                 PIC X(02).
001400     05  FILLER                  PIC X(01) VALUE SPACES.
001410     05  MOT-TEXTO               PIC X(30).
001420     05  FILLER                  PIC X(02) VALUE SPACES.
001430     05  MOT-QTD                 PIC ZZZZZ9.
001440*
001450 PROCEDURE DIVISION.
001460 0000-MAINLINE.
001470     PERFORM 1000-INICIALIZAR THRU 1000-EXIT
001480     IF NOT WS-TEM-ERRO-ARQUIVO AND NOT WS-TEM-CARTAO-RECUSADO
001490         PERFORM 2000-DEVOLVER-REJEITOS THRU 2000-EXIT
001500         PERFORM 8000-IMPRIMIR-RESUMO THRU 8000-EXIT
001510     END-IF
001520     PERFORM 9000-FINALIZAR THRU 9000-EXIT
001530     PERFORM 9100-DEFINIR-RETORNO THRU 9100-EXIT
001540     STOP RUN.
001550*
001560*---------------------------------------------------------------
001570* 1000-INICIALIZAR - le o cartao NACKPARM (opcional), fixa o dia
001580* ou o mes selecionado, abre o relatorio e, na selecao diaria, o
001590* arquivo de devolucao. A REJEITOS so e aberta aqui para confirmar
001600* que existe: quem a le e o procedimento de entrada do 2000.
001610*---------------------------------------------------------------
001620 1000-INICIALIZAR.
001630     ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
001640     ACCEPT WS-HORA-AGORA FROM TIME
001660     PERFORM 1100-CALCULAR-MES-ANTERIOR THRU 1100-EXIT
001670     OPEN INPUT CARTAO
001680     IF WS-CARTAO-OK
001690         READ CARTAO
001700             AT END
001710                 CONTINUE
001720         END-READ
001730         IF WS-CARTAO-OK
001740             PERFORM 1200-CRITICAR-CARTAO THRU 1200-EXIT
001750         END-IF
001760         CLOSE CARTAO
001770     END-IF
001772     IF WS-SELECAO-DIARIA AND NOT WS-TEM-CARTAO-RECUSADO
001774         AND WS-DATA-ALVO IS EQUAL TO SPACES
001776         PERFORM 1300-ACHAR-DATA-LOTE THRU 1300-EXIT
001778     END-IF
001780     OPEN OUTPUT RELATORIO
001790     IF NOT WS-RELAT-OK
001800         DISPLAY "PROGRAMR: erro ao abrir NACKREL - "
001810             WS-RELAT-STATUS
001820         MOVE "S" TO WS-ERRO-ARQUIVO
001830         GO TO 1000-EXIT
001840     END-IF
001850     IF WS-TEM-CARTAO-RECUSADO
001860         GO TO 1000-EXIT
001870     END-IF
001880     OPEN INPUT REJEITOS
001890     IF NOT WS-REJEITOS-OK
001900         DISPLAY "PROGRAMR: erro ao abrir REJEITOS - "
001910             WS-REJEITOS-STATUS
001920         MOVE "S" TO WS-ERRO-ARQUIVO
001930         GO TO 1000-EXIT
001940     END-IF
001950     CLOSE REJEITOS
001960     IF WS-SELECAO-DIARIA
001970         OPEN OUTPUT DEVOLUCAO
001980         IF NOT WS-NACK-OK
001990             DISPLAY "PROGRAMR: erro ao abrir NACKSAI - "
002000                 WS-NACK-STATUS
002010             MOVE "S" TO WS-ERRO-ARQUIVO
002020             GO TO 1000-EXIT
002030         END-IF
002040     END-IF
002050     MOVE SPACES TO LINHA-RELATORIO
002060     IF WS-SELECAO-DIARIA
002070         STRING "DEVOLUCAO DE REJEITOS POR ORIGEM - REJEITOS DE "
002080             DELIMITED BY SIZE
002090             WS-DATA-ALVO DELIMITED BY SIZE
002100             INTO LINHA-RELATORIO
002110         END-STRING
002120     ELSE
002130         STRING "RESUMO DE REJEITOS POR ORIGEM E MOTIVO - MES "
002140             DELIMITED BY SIZE
002150             WS-MES-ALVO DELIMITED BY SIZE
002160             INTO LINHA-RELATORIO
002170         END-STRING
002180     END-IF
002190     WRITE LINHA-RELATORIO
002200     MOVE SPACES TO LINHA-RELATORIO
002210     STRING "EMITIDO EM " DELIMITED BY SIZE
002220         WS-DATA-HOJE DELIMITED BY SIZE
002230         " " DELIMITED BY SIZE
002240         WS-HORA-AGORA (1:6) DELIMITED BY SIZE
002250         INTO LINHA-RELATORIO
002260     END-STRING
002270     WRITE LINHA-RELATORIO.
002280 1000-EXIT.
002290     EXIT.
002300*
002310*---------------------------------------------------------------
002320* 1100-CALCULAR-MES-ANTERIOR - poe em WS-MES-ALVO o mes anterior
002330* ao da execucao, o default do resumo mensal.
002340*---------------------------------------------------------------
002350 1100-CALCULAR-MES-ANTERIOR.
002360     MOVE WS-DATA-HOJE (1:4) TO WS-ANO-N
002370     MOVE WS-DATA-HOJE (5:2) TO WS-MES-N
002380     IF WS-MES-N IS EQUAL TO 1
002390         SUBTRACT 1 FROM WS-ANO-N
002400         MOVE 12 TO WS-MES-N
002410     ELSE
002420         SUBTRACT 1 FROM WS-MES-N
002430     END-IF
002440     MOVE SPACES TO WS-MES-ALVO
002450     STRING WS-ANO-N DELIMITED BY SIZE
002460         WS-MES-N DELIMITED BY SIZE
002470         INTO WS-MES-ALVO
002480     END-STRING.
002490 1100-EXIT.
002500     EXIT.
002510*
002520*---------------------------------------------------------------
002530* 1200-CRITICAR-CARTAO - tipo "D"/branco ou "M"; periodo em branco
002540* fica com o default, informado precisa ser AAAAMMDD (diario) ou
002550* AAAAMM (mensal) numerico. Cartao invalido nao seleciona nada.
002560*---------------------------------------------------------------
002570 1200-CRITICAR-CARTAO.
002580     IF NOT NCKP-DIARIO AND NOT NCKP-MENSAL
002590         DISPLAY "PROGRAMR: tipo " NCKP-TIPO
002600             " invalido no NACKPARM - use D ou M."
002610         MOVE "S" TO WS-CARTAO-RECUSADO
002620         GO TO 1200-EXIT
002630     END-IF
002640     IF NCKP-MENSAL
002650         MOVE "M" TO WS-TIPO-SELECAO
002660     END-IF
002670     IF NCKP-PERIODO IS EQUAL TO SPACES
002680         GO TO 1200-EXIT
002690     END-IF
002700     IF WS-SELECAO-DIARIA
002710         IF NCKP-PERIODO IS NOT NUMERIC
002720             DISPLAY "PROGRAMR: data " NCKP-PERIODO
002730                 " invalida no NACKPARM - use AAAAMMDD."
002740             MOVE "S" TO WS-CARTAO-RECUSADO
002750             GO TO 1200-EXIT
002760         END-IF
002770         MOVE NCKP-PERIODO TO WS-DATA-ALVO
002780         GO TO 1200-EXIT
002790     END-IF
002800     IF NCKP-PERIODO (1:6) IS NOT NUMERIC
002810         OR NCKP-PERIODO (7:2) IS NOT EQUAL TO SPACES
002820         DISPLAY "PROGRAMR: mes " NCKP-PERIODO
002830             " invalido no NACKPARM - use AAAAMM."
002840         MOVE "S" TO WS-CARTAO-RECUSADO
002850         GO TO 1200-EXIT
002860     END-IF
002870     MOVE NCKP-PERIODO (1:6) TO WS-MES-ALVO.
002880 1200-EXIT.
002890     EXIT.
002900*
002901*---------------------------------------------------------------
002902* 1300-ACHAR-DATA-LOTE - sem data no cartao, a selecao diaria e a
002903* da data em que o PROGRAMB rodou, a que ele grava em REJ-DATA: o
002904* inicio mais recente do PROGRAMB no controle do ciclo (CICLOCTL),
002905* e nao a data deste passo, que ja pode ter virado a meia-noite.
002906* Sem essa data no controle vale a da execucao, com aviso no
002907* SYSOUT e codigo de retorno 4 (9100).
002908*---------------------------------------------------------------
002909 1300-ACHAR-DATA-LOTE.
002910     OPEN INPUT CICLOS
002911     IF NOT WS-CIC-OK
002912         GO TO 1300-SEM-CICLO
002913     END-IF
002914     MOVE LOW-VALUES TO CIC-DATA-NEGOCIO
002915     START CICLOS KEY IS NOT LESS THAN CIC-DATA-NEGOCIO
002916         INVALID KEY
002917             MOVE "S" TO WS-FIM-CICLO
002918     END-START
002919     PERFORM 1350-LER-CICLO THRU 1350-EXIT
002920         UNTIL WS-CHEGOU-FIM-CICLO
002921     CLOSE CICLOS
002922     IF WS-DATA-ALVO IS NOT EQUAL TO SPACES
002923         GO TO 1300-EXIT
002924     END-IF.
002925 1300-SEM-CICLO.
002926     DISPLAY "PROGRAMR: inicio do PROGRAMB nao achado no "
002927         "CICLOCTL (" WS-CIC-STATUS ") - selecionados os "
002928         "rejeitos de " WS-DATA-HOJE "."
002929     MOVE WS-DATA-HOJE TO WS-DATA-ALVO
002930     MOVE "S" TO WS-DATA-SEM-CICLO.
002931 1300-EXIT.
002932     EXIT.
002933*
002934 1350-LER-CICLO.
002935     READ CICLOS NEXT RECORD
002936         AT END
002937             MOVE "S" TO WS-FIM-CICLO
002938             GO TO 1350-EXIT
002939     END-READ
002940     IF CIC-INICIO-DATA (WS-CIC-ETAPA-LOTE) IS NUMERIC
002941         AND CIC-INICIO-DATA (WS-CIC-ETAPA-LOTE) IS GREATER THAN
002942             WS-DATA-ALVO
002943         MOVE CIC-INICIO-DATA (WS-CIC-ETAPA-LOTE) TO WS-DATA-ALVO
002944     END-IF.
002945 1350-EXIT.
002946     EXIT.
002947*
002948*---------------------------------------------------------------
002949* 2000-DEVOLVER-REJEITOS - ordena os rejeitos selecionados por
002950* origem e codigo de motivo, mantendo a ordem de gravacao dentro
002951* do mesmo motivo, e devolve/resume cada origem no 3000.
002952*---------------------------------------------------------------
002960 2000-DEVOLVER-REJEITOS.
002970     SORT TRABALHO
002980         ON ASCENDING KEY TRB-ORIGEM TRB-COD-MOTIVO
002990         WITH DUPLICATES IN ORDER
003000         INPUT PROCEDURE 2100-SELECIONAR-REJEITOS THRU 2100-EXIT
003010         OUTPUT PROCEDURE 3000-TRATAR-ORIGENS THRU 3000-EXIT
003020     IF SORT-RETURN IS NOT EQUAL TO ZERO
003030         DISPLAY "PROGRAMR: erro na ordenacao dos rejeitos - "
003040             SORT-RETURN
003050         MOVE "S" TO WS-ERRO-ARQUIVO
003060     END-IF.
003070 2000-EXIT.
003080     EXIT.
003090*
003100*---------------------------------------------------------------
003110* 2100-SELECIONAR-REJEITOS - procedimento de entrada: le toda a
003120* REJEITOS e passa para a ordenacao os rejeitos do dia ou do mes
003130* selecionado. Rejeito gravado antes da REJEITOS ter data fica de
003140* fora.
003150*---------------------------------------------------------------
003160 2100-SELECIONAR-REJEITOS.
003170     OPEN INPUT REJEITOS
003180     IF NOT WS-REJEITOS-OK
003190         DISPLAY "PROGRAMR: erro ao abrir REJEITOS - "
003200             WS-REJEITOS-STATUS
003210         MOVE "S" TO WS-ERRO-ARQUIVO
003220         GO TO 2100-EXIT
003230     END-IF
003240     PERFORM 2200-LER-REJEITO THRU 2200-EXIT
003250         UNTIL WS-CHEGOU-FIM-REJEITOS
003260     CLOSE REJEITOS.
003270 2100-EXIT.
003280     EXIT.
003290*
003300 2200-LER-REJEITO.
003310     READ REJEITOS
003320         AT END
003330             MOVE "S" TO WS-FIM-REJEITOS
003340             GO TO 2200-EXIT
003350     END-READ
003360     ADD 1 TO WS-QTD-LIDOS
003370     IF WS-SELECAO-DIARIA
003380         AND REJ-DATA IS NOT EQUAL TO WS-DATA-ALVO
003390         GO TO 2200-EXIT
003400     END-IF
003410     IF WS-SELECAO-MENSAL
003420         AND REJ-DATA (1:6) IS NOT EQUAL TO WS-MES-ALVO
003430         GO TO 2200-EXIT
003440     END-IF
003450     ADD 1 TO WS-QTD-SELECIONADOS
003460     MOVE REJ-ORIGEM TO TRB-ORIGEM
003470     MOVE REJ-COD-MOTIVO TO TRB-COD-MOTIVO
003480     MOVE REJ-NUM-REGISTRO TO TRB-ID
003490     MOVE REJ-VALOR-BRUTO TO TRB-VALOR-BRUTO
003500     MOVE REJ-MOTIVO TO TRB-MOTIVO
003510     RELEASE TRB-REG.
003520 2200-EXIT.
003530     EXIT.
003540*
003550*---------------------------------------------------------------
003560* 3000-TRATAR-ORIGENS - procedimento de saida: uma quebra por
003570* origem, ate o fim do arquivo ordenado.
003580*---------------------------------------------------------------
003590 3000-TRATAR-ORIGENS.
003600     PERFORM 3050-RETORNAR-REJEITO THRU 3050-EXIT
003610     PERFORM 3100-TRATAR-ORIGEM THRU 3100-EXIT
003620         UNTIL WS-CHEGOU-FIM-TRABALHO.
003630 3000-EXIT.
003640     EXIT.
003650*
003660 3050-RETORNAR-REJEITO.
003670     RETURN TRABALHO
003680         AT END
003690             MOVE "S" TO WS-FIM-TRABALHO
003700     END-RETURN.
003710 3050-EXIT.
003720     EXIT.
003730*
003740*---------------------------------------------------------------
003750* 3100-TRATAR-ORIGEM - abre o bloco da origem (titulo no
003760* relatorio e, na selecao diaria de origem conhecida, o header
003770* em NACKSAI), trata os rejeitos dela e fecha com o total e o
003780* trailer de balanco.
003790*---------------------------------------------------------------
003800 3100-TRATAR-ORIGEM.
003810     MOVE TRB-ORIGEM TO WS-ORIGEM-CORRENTE
003820     MOVE ZERO TO WS-QTD-ORIGEM WS-HASH-ORIGEM WS-QTD-MOTIVO
003830     MOVE TRB-COD-MOTIVO TO WS-COD-CORRENTE
003840     MOVE TRB-MOTIVO TO WS-MOTIVO-CORRENTE
003850     ADD 1 TO WS-QTD-ORIGENS
003860     MOVE "N" TO WS-DEVOLVE-ORIGEM
003870     IF WS-SELECAO-DIARIA
003880         AND WS-ORIGEM-CORRENTE IS NOT EQUAL TO SPACES
003890         MOVE "S" TO WS-DEVOLVE-ORIGEM
003900     END-IF
003910     MOVE SPACES TO LINHA-RELATORIO
003920     WRITE LINHA-RELATORIO
003930     MOVE SPACES TO LINHA-RELATORIO
003940     IF WS-ORIGEM-CORRENTE IS EQUAL TO SPACES
003950         MOVE "ORIGEM: (SEM LOTE DE ORIGEM)" TO LINHA-RELATORIO
003960     ELSE
003970         STRING "ORIGEM: " DELIMITED BY SIZE
003980             WS-ORIGEM-CORRENTE DELIMITED BY SIZE
003990             INTO LINHA-RELATORIO
004000         END-STRING
004010     END-IF
004020     WRITE LINHA-RELATORIO
004030     MOVE WS-LINHA-CABECALHO TO LINHA-RELATORIO
004040     WRITE LINHA-RELATORIO
004050     IF WS-DEVOLVE-ORIGEM-SIM
004060         MOVE SPACES TO NACKREC
004070         MOVE "HD" TO NACK-TIPO
004080         MOVE WS-DATA-ALVO TO NACK-HDR-DATA
004090         MOVE WS-ORIGEM-CORRENTE TO NACK-HDR-ORIGEM
004100         MOVE WS-DATA-HOJE TO NACK-HDR-GERACAO
004110         WRITE NACKREC
004120     END-IF
004130     PERFORM 3200-TRATAR-REJEITO THRU 3200-EXIT
004140         UNTIL WS-CHEGOU-FIM-TRABALHO
004150            OR TRB-ORIGEM IS NOT EQUAL TO WS-ORIGEM-CORRENTE
004160     PERFORM 3300-IMPRIMIR-MOTIVO THRU 3300-EXIT
004170     MOVE WS-QTD-ORIGEM TO WS-QTD-ED
004180     MOVE SPACES TO LINHA-RELATORIO
004190     STRING "   TOTAL DA ORIGEM..........: " DELIMITED BY SIZE
004200         WS-QTD-ED DELIMITED BY SIZE
004210         INTO LINHA-RELATORIO
004220     END-STRING
004230     WRITE LINHA-RELATORIO
004240     IF WS-ORIGEM-CORRENTE IS EQUAL TO SPACES
004250         ADD WS-QTD-ORIGEM TO WS-QTD-SEM-ORIGEM
004260         IF WS-SELECAO-DIARIA
004270             MOVE "   SEM ORIGEM - NAO DEVOLVIDO A REMETENTE" TO
004280                 LINHA-RELATORIO
004290             WRITE LINHA-RELATORIO
004300         END-IF
004310     END-IF
004320     IF WS-DEVOLVE-ORIGEM-SIM
004330         ADD WS-QTD-ORIGEM TO WS-QTD-DEVOLVIDOS
004340         MOVE SPACES TO NACKREC
004350         MOVE "TR" TO NACK-TIPO
004360         MOVE WS-QTD-ORIGEM TO NACK-TRL-QTD
004370         MOVE WS-HASH-ORIGEM TO NACK-TRL-HASH
004380         WRITE NACKREC
004390         MOVE WS-HASH-ORIGEM TO WS-HASH-ED
004400         MOVE SPACES TO LINHA-RELATORIO
004410         STRING "   DEVOLVIDO - HASH DOS IDS: " DELIMITED BY SIZE
004420             WS-HASH-ED DELIMITED BY SIZE
004430             INTO LINHA-RELATORIO
004440         END-STRING
004450         WRITE LINHA-RELATORIO
004460     END-IF.
004470 3100-EXIT.
004480     EXIT.
004490*
004500*---------------------------------------------------------------
004510* 3200-TRATAR-REJEITO - quebra de motivo, detalhe em NACKSAI e
004520* acumulados da origem e do total geral por motivo.
004530*---------------------------------------------------------------
004540 3200-TRATAR-REJEITO.
004550     IF TRB-COD-MOTIVO IS NOT EQUAL TO WS-COD-CORRENTE
004560         PERFORM 3300-IMPRIMIR-MOTIVO THRU 3300-EXIT
004570         MOVE TRB-COD-MOTIVO TO WS-COD-CORRENTE
004580         MOVE TRB-MOTIVO TO WS-MOTIVO-CORRENTE
004590         MOVE ZERO TO WS-QTD-MOTIVO
004600     END-IF
004610     ADD 1 TO WS-QTD-ORIGEM WS-QTD-MOTIVO
004620     ADD TRB-ID TO WS-HASH-ORIGEM
004630     IF WS-DEVOLVE-ORIGEM-SIM
004640         MOVE SPACES TO NACKREC
004650         MOVE "DT" TO NACK-TIPO
004660         MOVE TRB-ID TO NACK-DET-ID
004670         MOVE TRB-VALOR-BRUTO TO NACK-DET-VALOR-BRUTO
004680         MOVE TRB-COD-MOTIVO TO NACK-DET-COD-MOTIVO
004690         MOVE TRB-MOTIVO TO NACK-DET-MOTIVO
004700         WRITE NACKREC
004710     END-IF
004720     PERFORM 3400-ACUMULAR-GERAL THRU 3400-EXIT
004730     PERFORM 3050-RETORNAR-REJEITO THRU 3050-EXIT.
004740 3200-EXIT.
004750     EXIT.
004760*
004770 3300-IMPRIMIR-MOTIVO.
004780     IF WS-QTD-MOTIVO IS EQUAL TO ZERO
004790         GO TO 3300-EXIT
004800     END-IF
004810     MOVE WS-COD-CORRENTE TO MOT-COD
004820     MOVE WS-MOTIVO-CORRENTE TO MOT-TEXTO
004830     MOVE WS-QTD-MOTIVO TO MOT-QTD
004840     MOVE WS-LINHA-MOTIVO TO LINHA-RELATORIO
004850     WRITE LINHA-RELATORIO.
004860 3300-EXIT.
004870     EXIT.
004880*
004890*---------------------------------------------------------------
004900* 3400-ACUMULAR-GERAL - soma o rejeito no total geral do seu
004910* codigo de motivo; codigo novo entra no fim da tabela com o
004920* texto do primeiro rejeito que o trouxe.
004930*---------------------------------------------------------------
004940 3400-ACUMULAR-GERAL.
004950     MOVE ZERO TO WS-GER-ACHADO
004960     PERFORM 3450-PROCURAR-MOTIVO THRU 3450-EXIT
004970         VARYING WS-GER-IDX FROM 1 BY 1
004980         UNTIL WS-GER-IDX IS GREATER THAN WS-QTD-GER
004990            OR WS-GER-ACHADO IS GREATER THAN ZERO
005000     IF WS-GER-ACHADO IS EQUAL TO ZERO
005010         IF WS-QTD-GER IS NOT LESS THAN 20
005020             GO TO 3400-EXIT
005030         END-IF
005040         ADD 1 TO WS-QTD-GER
005050         MOVE WS-QTD-GER TO WS-GER-ACHADO
005060         MOVE TRB-COD-MOTIVO TO WS-GER-COD (WS-GER-ACHADO)
005070         MOVE TRB-MOTIVO TO WS-GER-MOTIVO (WS-GER-ACHADO)
005080         MOVE ZERO TO WS-GER-QTD (WS-GER-ACHADO)
005090     END-IF
005100     ADD 1 TO WS-GER-QTD (WS-GER-ACHADO).
005110 3400-EXIT.
005120     EXIT.
005130*
005140 3450-PROCURAR-MOTIVO.
005150     IF WS-GER-COD (WS-GER-IDX) IS EQUAL TO TRB-COD-MOTIVO
005160         MOVE WS-GER-IDX TO WS-GER-ACHADO
005170     END-IF.
005180 3450-EXIT.
005190     EXIT.
005200*
005210*---------------------------------------------------------------
005220* 8000-IMPRIMIR-RESUMO - total geral por motivo e contadores.
005230*---------------------------------------------------------------
005240 8000-IMPRIMIR-RESUMO.
005250     IF WS-TEM-ERRO-ARQUIVO
005260         GO TO 8000-EXIT
005270     END-IF
005280     MOVE SPACES TO LINHA-RELATORIO
005290     WRITE LINHA-RELATORIO
005300     MOVE "TOTAL GERAL POR MOTIVO" TO LINHA-RELATORIO
005310     WRITE LINHA-RELATORIO
005320     MOVE WS-LINHA-CABECALHO TO LINHA-RELATORIO
005330     WRITE LINHA-RELATORIO
005340     IF WS-QTD-GER IS EQUAL TO ZERO
005350         MOVE "    NENHUM REJEITO NO PERIODO" TO LINHA-RELATORIO
005360         WRITE LINHA-RELATORIO
005370     END-IF
005380     PERFORM 8100-IMPRIMIR-GERAL THRU 8100-EXIT
005390         VARYING WS-GER-IDX FROM 1 BY 1
005400         UNTIL WS-GER-IDX IS GREATER THAN WS-QTD-GER
005410     MOVE SPACES TO LINHA-RELATORIO
005420     WRITE LINHA-RELATORIO
005430     MOVE WS-QTD-LIDOS TO WS-QTD-ED
005440     MOVE SPACES TO LINHA-RELATORIO
005450     STRING "REJEITOS LIDOS..............: " DELIMITED BY SIZE
005460         WS-QTD-ED DELIMITED BY SIZE
005470         INTO LINHA-RELATORIO
005480     END-STRING
005490     WRITE LINHA-RELATORIO
005500     MOVE WS-QTD-SELECIONADOS TO WS-QTD-ED
005510     MOVE SPACES TO LINHA-RELATORIO
005520     STRING "REJEITOS DO PERIODO.........: " DELIMITED BY SIZE
005530         WS-QTD-ED DELIMITED BY SIZE
005540         INTO LINHA-RELATORIO
005550     END-STRING
005560     WRITE LINHA-RELATORIO
005570     MOVE WS-QTD-ORIGENS TO WS-QTD-ED
005580     MOVE SPACES TO LINHA-RELATORIO
005590     STRING "ORIGENS COM REJEITO.........: " DELIMITED BY SIZE
005600         WS-QTD-ED DELIMITED BY SIZE
005610         INTO LINHA-RELATORIO
005620     END-STRING
005630     WRITE LINHA-RELATORIO
005640     IF WS-SELECAO-DIARIA
005650         MOVE WS-QTD-DEVOLVIDOS TO WS-QTD-ED
005660         MOVE SPACES TO LINHA-RELATORIO
005670         STRING "REJEITOS DEVOLVIDOS.........: " DELIMITED BY SIZE
005680             WS-QTD-ED DELIMITED BY SIZE
005690             INTO LINHA-RELATORIO
005700         END-STRING
005710         WRITE LINHA-RELATORIO
005720     END-IF
005730     MOVE WS-QTD-SEM-ORIGEM TO WS-QTD-ED
005740     MOVE SPACES TO LINHA-RELATORIO
005750     STRING "REJEITOS SEM ORIGEM.........: " DELIMITED BY SIZE
005760         WS-QTD-ED DELIMITED BY SIZE
005770         INTO LINHA-RELATORIO
005780     END-STRING
005790     WRITE LINHA-RELATORIO.
005800 8000-EXIT.
005810     EXIT.
005820*
005830 8100-IMPRIMIR-GERAL.
005840     MOVE WS-GER-COD (WS-GER-IDX) TO MOT-COD
005850     MOVE WS-GER-MOTIVO (WS-GER-IDX) TO MOT-TEXTO
005860     MOVE WS-GER-QTD (WS-GER-IDX) TO MOT-QTD
005870     MOVE WS-LINHA-MOTIVO TO LINHA-RELATORIO
005880     WRITE LINHA-RELATORIO.
005890 8100-EXIT.
005900     EXIT.
005910*
005920*---------------------------------------------------------------
005930* 9000-FINALIZAR - fecha os arquivos abertos pelo job.
005940*---------------------------------------------------------------
005950 9000-FINALIZAR.
005960     IF WS-NACK-OK
005970         CLOSE DEVOLUCAO
005980     END-IF
005990     IF WS-RELAT-OK
006000         CLOSE RELATORIO
006010     END-IF.
006020 9000-EXIT.
006030     EXIT.
006040*
006050*---------------------------------------------------------------
006060* 9100-DEFINIR-RETORNO - 0 = rejeitos devolvidos/resumidos;
006070* 4 = rejeito sem origem, nao devolvido, ou dia selecionado sem
006075* a data do PROGRAMB no CICLOCTL; 8 = cartao NACKPARM
006080* recusado; 12 = erro de arquivo.
006090*---------------------------------------------------------------
006100 9100-DEFINIR-RETORNO.
006110     IF WS-TEM-ERRO-ARQUIVO
006120         MOVE 12 TO RETURN-CODE
006130         GO TO 9100-EXIT
006140     END-IF
006150     IF WS-TEM-CARTAO-RECUSADO
006160         MOVE 8 TO RETURN-CODE
006170         GO TO 9100-EXIT
006180     END-IF
006190     IF WS-SELECAO-DIARIA
006200         AND WS-QTD-SEM-ORIGEM IS GREATER THAN ZERO
006210         MOVE 4 TO RETURN-CODE
006220         GO TO 9100-EXIT
006230     END-IF
006232     IF WS-SELECAO-DIARIA AND WS-TEM-DATA-SEM-CICLO
006234         MOVE 4 TO RETURN-CODE
006236         GO TO 9100-EXIT
006238     END-IF
006240     MOVE ZERO TO RETURN-CODE.
006250 9100-EXIT.
006260     EXIT.
