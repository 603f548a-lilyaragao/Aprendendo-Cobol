000210*                    na funcao): data fora do calendario cai na
000211*                    critica de data invalida em vez de abendar
000212*                    ou passar por plausivel.
000213*   15/10/2026  LA   Controle do ciclo noturno (CICLOCTL, layout
000214*                    CICLOREC): o passo so roda com o PROGRAME
000215*                    concluido na mesma data de negocio (a do
000216*                    cartao CICPARM ou o ultimo ciclo aberto pelo
000217*                    PROGRAMB) e grava no fim a sua situacao, o
000218*                    codigo de retorno e o inicio/fim da
000219*                    execucao. Passo ja concluido so roda de novo
000220*                    com o cartao de reexecucao CICPARM (operador
000221*                    e motivo); recusado, termina com codigo de
000222*                    retorno 16 sem abrir mais nada.
000223*   15/10/2026  LA   Manutencao online de suspensos (PROGRAMS):
000224*                    o cancelado pelo operador sai no inventario
000225*                    como baixado, com os dias em suspense, a
000226*                    data, o operador e o motivo, em vez de
000227*                    sumir; o liberado para o proximo lote sai
000228*                    marcado e fora da critica de horizonte.
000229*                    O baixado fica fora das baixas de envelhe-
000230*                    cimento e do codigo de retorno.
000231*   15/10/2026  LA   O liberado para o proximo lote ficou fora
000232*                    tambem das baixas de envelhecimento e do
000233*                    codigo de retorno: um liberado parado ha mais
000234*                    de 30 dias nao leva mais o passo a RC 8.
000235*
000236 IDENTIFICATION DIVISION.
000237 PROGRAM-ID. PROGRAMK.
000240 AUTHOR. LILIAN.
000250 INSTALLATION. DEPARTAMENTO DE SISTEMAS.
000260 DATE-WRITTEN. 19/09/2026.
000400     SELECT RELATORIO ASSIGN TO SUSPREL
000410         ORGANIZATION IS LINE SEQUENTIAL
000420         FILE STATUS IS WS-RELAT-STATUS.
000421*
000422     SELECT CICLOS ASSIGN TO CICLOCTL
000423         ORGANIZATION IS INDEXED
000424         ACCESS MODE IS DYNAMIC
000425         RECORD KEY IS CIC-DATA-NEGOCIO
000426         FILE STATUS IS WS-CIC-STATUS.
000427*
000428     SELECT CARTAO-CICLO ASSIGN TO CICPARM
000429         ORGANIZATION IS LINE SEQUENTIAL
000430         FILE STATUS IS WS-CICP-STATUS.
000431*
000440 DATA DIVISION.
000450 FILE SECTION.
000460 FD  PARAMS.
000510*
000520 FD  RELATORIO.
000530 01  LINHA-RELATORIO             PIC X(90).
000531*
000532 FD  CICLOS.
000533     COPY CICLOREC.
000534*
000535 FD  CARTAO-CICLO.
000536     COPY CICPARM.
000540*
000550 WORKING-STORAGE SECTION.
000560 77  WS-PARM-STATUS              PIC X(02) VALUE SPACES.
000770 01  WS-QTD-ACIMA-30             PIC 9(06) VALUE ZERO.
000780 01  WS-QTD-SEM-ENTRADA          PIC 9(06) VALUE ZERO.
000790 01  WS-QTD-IMPLAUSIVEIS         PIC 9(06) VALUE ZERO.
000793 01  WS-QTD-LIBERADOS            PIC 9(06) VALUE ZERO.
000796 01  WS-QTD-BAIXADOS             PIC 9(06) VALUE ZERO.
000800 01  WS-QTD-ED                   PIC ZZZZZ9.
000810 01  WS-DIAS-ED                  PIC ZZZZ9.
000820 01  WS-MARCACAO                 PIC X(30) VALUE SPACES.
000980     05  DET-DIAS                PIC ZZZZ9.
000990     05  FILLER                  PIC X(05) VALUE SPACES.
001000     05  DET-OBSERVACAO          PIC X(30).
001001* Controle do ciclo noturno (CICLOCTL): este passo e a etapa 5
001002* e so roda com o PROGRAME concluido na mesma data de negocio;
001003* passo ja concluido so roda de novo com o cartao CICPARM.
001004 77  WS-CIC-STATUS               PIC X(02) VALUE SPACES.
001005     88  WS-CIC-OK                   VALUE "00".
001006 77  WS-CICP-STATUS              PIC X(02) VALUE SPACES.
001007     88  WS-CICP-OK                  VALUE "00".
001008 77  WS-CICLO-RECUSA             PIC X(01) VALUE "N".
001009     88  WS-CICLO-RECUSADO           VALUE "S".
001010 77  WS-CICLO-INICIADO           PIC X(01) VALUE "N".
001011     88  WS-CICLO-INICIADO-SIM       VALUE "S".
001012 77  WS-FIM-CICLO                PIC X(01) VALUE "N".
001013     88  WS-CHEGOU-FIM-CICLO         VALUE "S".
001014 01  WS-CIC-ETAPA                PIC 9(01) VALUE 5.
001015 01  WS-CIC-ANTERIOR             PIC 9(01) VALUE 4.
001016 01  WS-CIC-RC-MAXIMO            PIC 9(02) VALUE 8.
001017 01  WS-CIC-DATA-NEGOCIO         PIC X(08) VALUE SPACES.
001018 01  WS-CIC-DATA-HOJE            PIC X(08) VALUE SPACES.
001019 01  WS-CIC-HORA-AGORA           PIC X(08) VALUE SPACES.
001020 01  WS-CIC-RETORNO              PIC 9(02) VALUE ZERO.
001021 01  WS-CIC-OPERADOR             PIC X(08) VALUE SPACES.
001022 01  WS-CIC-MOTIVO               PIC X(30) VALUE SPACES.
001023 01  WS-CIC-RC-ED                PIC Z9.
001024*
001025 PROCEDURE DIVISION.
001030 0000-MAINLINE.
001032     PERFORM 0500-CONFERIR-CICLO THRU 0500-EXIT
001034     IF WS-CICLO-RECUSADO
001036         STOP RUN
001038     END-IF
001040     PERFORM 1000-INICIALIZAR THRU 1000-EXIT
001050     PERFORM 2000-TRATAR-SUSPENSO THRU 2000-EXIT
001060         UNTIL WS-CHEGOU-FIM
001070     PERFORM 8000-GRAVAR-TOTAIS THRU 8000-EXIT
001080     PERFORM 9000-FINALIZAR THRU 9000-EXIT
001090     PERFORM 9100-DEFINIR-RETORNO THRU 9100-EXIT
001095     PERFORM 9500-REGISTRAR-CICLO THRU 9500-EXIT
001100     STOP RUN.
001110*
001111*---------------------------------------------------------------
001112* 0500-CONFERIR-CICLO - confere o controle do ciclo noturno
001113* (CICLOCTL) antes de qualquer processamento: o ciclo e o da
001114* data do cartao CICPARM ou, sem ela, o ultimo aberto pelo
001115* PROGRAMB, e o PROGRAME precisa estar concluido nele. Passo
001116* ja concluido so roda de novo com cartao de reexecucao
001117* (operador e motivo). Aceito, o passo fica marcado em
001118* execucao; recusado, o programa termina sem abrir mais nada,
001119* com codigo de retorno 16.
001120*---------------------------------------------------------------
001121 0500-CONFERIR-CICLO.
001122     ACCEPT WS-CIC-DATA-HOJE FROM DATE YYYYMMDD
001123     ACCEPT WS-CIC-HORA-AGORA FROM TIME
001124     PERFORM 0510-LER-CARTAO-CICLO THRU 0510-EXIT
001125     OPEN I-O CICLOS
001126     IF NOT WS-CIC-OK
001127         DISPLAY "PROGRAMK: erro ao abrir CICLOCTL - "
001128             WS-CIC-STATUS " - passo nao executado."
001129         MOVE 12 TO RETURN-CODE
001130         MOVE "S" TO WS-CICLO-RECUSA
001131         GO TO 0500-EXIT
001132     END-IF
001133     IF WS-CIC-DATA-NEGOCIO IS EQUAL TO SPACES
001134         PERFORM 0520-ACHAR-ULTIMO-CICLO THRU 0520-EXIT
001135     END-IF
001136     IF WS-CIC-DATA-NEGOCIO IS EQUAL TO SPACES
001137         DISPLAY "PROGRAMK: nenhum ciclo aberto no CICLOCTL - "
001138             "o PROGRAMB ainda nao rodou."
001139         GO TO 0500-RECUSAR
001140     END-IF
001141     MOVE WS-CIC-DATA-NEGOCIO TO CIC-DATA-NEGOCIO
001142     READ CICLOS
001143         INVALID KEY
001144             DISPLAY "PROGRAMK: ciclo " WS-CIC-DATA-NEGOCIO
001145                 " nao aberto - o PROGRAMB nao rodou nessa data."
001146             GO TO 0500-RECUSAR
001147     END-READ
001148     IF NOT CIC-CONCLUIDO (WS-CIC-ANTERIOR)
001149         MOVE CIC-RETORNO (WS-CIC-ANTERIOR) TO WS-CIC-RC-ED
001150         DISPLAY "PROGRAMK: ciclo " WS-CIC-DATA-NEGOCIO " - "
001151             CIC-PROGRAMA (WS-CIC-ANTERIOR) " nao concluido "
001152             "(situacao '" CIC-SITUACAO (WS-CIC-ANTERIOR)
001153             "', RC " WS-CIC-RC-ED ") - passo nao executado."
001154         GO TO 0500-RECUSAR
001155     END-IF
001156*   Operador e motivo do cartao so valem como reexecucao
001157*   autorizada de passo ja concluido.
001158     IF NOT CIC-CONCLUIDO (WS-CIC-ETAPA)
001159         MOVE SPACES TO WS-CIC-OPERADOR
001160         MOVE SPACES TO WS-CIC-MOTIVO
001161     END-IF
001162     IF CIC-CONCLUIDO (WS-CIC-ETAPA)
001163         IF WS-CIC-OPERADOR IS EQUAL TO SPACES
001164             OR WS-CIC-MOTIVO IS EQUAL TO SPACES
001165             DISPLAY "PROGRAMK: passo ja concluido no ciclo "
001166                 WS-CIC-DATA-NEGOCIO " - reexecucao exige "
001167                 "cartao CICPARM com operador e motivo."
001168             GO TO 0500-RECUSAR
001169         END-IF
001170         DISPLAY "PROGRAMK: reexecucao no ciclo "
001171             WS-CIC-DATA-NEGOCIO " autorizada por "
001172             WS-CIC-OPERADOR " - " WS-CIC-MOTIVO
001173     END-IF
001174     IF CIC-EM-EXECUCAO (WS-CIC-ETAPA)
001175         DISPLAY "PROGRAMK: execucao anterior no ciclo "
001176             WS-CIC-DATA-NEGOCIO " nao terminou - tratada "
001177             "como reexecucao apos abend."
001178     END-IF
001179     MOVE "E" TO CIC-SITUACAO (WS-CIC-ETAPA)
001180     MOVE ZERO TO CIC-RETORNO (WS-CIC-ETAPA)
001181     MOVE WS-CIC-DATA-HOJE TO CIC-INICIO-DATA (WS-CIC-ETAPA)
001182     MOVE WS-CIC-HORA-AGORA TO CIC-INICIO-HORA (WS-CIC-ETAPA)
001183     MOVE SPACES TO CIC-FIM-DATA (WS-CIC-ETAPA)
001184     MOVE SPACES TO CIC-FIM-HORA (WS-CIC-ETAPA)
001185     ADD 1 TO CIC-EXECUCOES (WS-CIC-ETAPA)
001186     MOVE WS-CIC-OPERADOR TO CIC-OPERADOR (WS-CIC-ETAPA)
001187     MOVE WS-CIC-MOTIVO TO CIC-MOTIVO (WS-CIC-ETAPA)
001188     REWRITE CICLOREC
001189         INVALID KEY
001190             GO TO 0500-ERRO-GRAVACAO
001191     END-REWRITE
001192     CLOSE CICLOS
001193     MOVE "S" TO WS-CICLO-INICIADO
001194     DISPLAY "PROGRAMK: ciclo " WS-CIC-DATA-NEGOCIO
001195         " - passo em execucao."
001196     GO TO 0500-EXIT.
001197 0500-ERRO-GRAVACAO.
001198     DISPLAY "PROGRAMK: erro ao gravar CICLOCTL - " WS-CIC-STATUS
001199         " - passo nao executado."
001200     CLOSE CICLOS
001201     MOVE 12 TO RETURN-CODE
001202     MOVE "S" TO WS-CICLO-RECUSA
001203     GO TO 0500-EXIT.
001204 0500-RECUSAR.
001205     CLOSE CICLOS
001206     MOVE 16 TO RETURN-CODE
001207     MOVE "S" TO WS-CICLO-RECUSA.
001208 0500-EXIT.
001209     EXIT.
001210*
001211*---------------------------------------------------------------
001212* 0510-LER-CARTAO-CICLO - procura no cartao CICPARM (opcional,
001213* vazio no dia a dia) a linha deste passo: data de negocio e,
001214* para reexecucao, operador e motivo. Data nao numerica nao
001215* vale e o ciclo segue o default.
001216*---------------------------------------------------------------
001217 0510-LER-CARTAO-CICLO.
001218     MOVE SPACES TO WS-CIC-DATA-NEGOCIO
001219     MOVE SPACES TO WS-CIC-OPERADOR
001220     MOVE SPACES TO WS-CIC-MOTIVO
001221     OPEN INPUT CARTAO-CICLO
001222     IF NOT WS-CICP-OK
001223         GO TO 0510-EXIT
001224     END-IF
001225     PERFORM 0515-LER-LINHA-CICLO THRU 0515-EXIT
001226         UNTIL NOT WS-CICP-OK
001227     CLOSE CARTAO-CICLO.
001228 0510-EXIT.
001229     EXIT.
001230*
001231 0515-LER-LINHA-CICLO.
001232     READ CARTAO-CICLO
001233         AT END
001234             GO TO 0515-EXIT
001235     END-READ
001236     IF WS-CICP-OK AND CICP-PROGRAMA IS EQUAL TO "PROGRAMK"
001237         IF CICP-DATA-NEGOCIO IS NUMERIC
001238             MOVE CICP-DATA-NEGOCIO TO WS-CIC-DATA-NEGOCIO
001239         END-IF
001240         MOVE CICP-OPERADOR TO WS-CIC-OPERADOR
001241         MOVE CICP-MOTIVO TO WS-CIC-MOTIVO
001242     END-IF.
001243 0515-EXIT.
001244     EXIT.
001245*
001246*---------------------------------------------------------------
001247* 0520-ACHAR-ULTIMO-CICLO - sem data no cartao, o ciclo e o de
001248* maior data de negocio no CICLOCTL: o aberto pelo PROGRAMB da
001249* noite, mesmo que o passo rode depois da meia-noite.
001250*---------------------------------------------------------------
001251 0520-ACHAR-ULTIMO-CICLO.
001252     MOVE LOW-VALUES TO CIC-DATA-NEGOCIO
001253     START CICLOS KEY IS NOT LESS THAN CIC-DATA-NEGOCIO
001254         INVALID KEY
001255             GO TO 0520-EXIT
001256     END-START
001257     MOVE "N" TO WS-FIM-CICLO
001258     PERFORM 0530-LER-PROX-CICLO THRU 0530-EXIT
001259         UNTIL WS-CHEGOU-FIM-CICLO.
001260 0520-EXIT.
001261     EXIT.
001262*
001263 0530-LER-PROX-CICLO.
001264     READ CICLOS NEXT RECORD
001265         AT END
001266             MOVE "S" TO WS-FIM-CICLO
001267             GO TO 0530-EXIT
001268     END-READ
001269     MOVE CIC-DATA-NEGOCIO TO WS-CIC-DATA-NEGOCIO.
001270 0530-EXIT.
001271     EXIT.
001272*
001273*---------------------------------------------------------------
001274* 1000-INICIALIZAR - le o horizonte de plausibilidade da linha
001275* do PARMIN em vigor na data do inventario (cartao efetivo-
001276* datado; default de 365 dias quando nao vier), abre o arquivo
001277* de suspensos e o relatorio, grava o cabecalho e le o
001278* primeiro registro.
001279*---------------------------------------------------------------
001280 1000-INICIALIZAR.
001281     ACCEPT WS-DATA-HOJE-N FROM DATE YYYYMMDD
001282     MOVE WS-DATA-HOJE-N TO WS-DATA-HOJE-X
001283     OPEN INPUT PARAMS
001284     IF WS-PARM-LIDO-OK
001285         PERFORM 1100-LER-LINHA-PARM THRU 1100-EXIT
001286             UNTIL WS-PARM-FIM-SIM
001290         CLOSE PARAMS
001300     END-IF
001320     COMPUTE WS-HOJE-INT =
001700* (dias desde a data de entrada), soma na baixa de
001710* envelhecimento correspondente, critica a data de efetivacao
001720* contra o horizonte de plausibilidade e grava a linha do
001730* relatorio. O liberado pelo operador na manutencao online
001732* (PROGRAMS) sai marcado e fora das baixas, da critica de
001734* horizonte e do codigo de retorno: classifica no proximo lote
001736* seja qual for a data. O cancelado sai como baixado (2200).
001740*---------------------------------------------------------------
001750 2000-TRATAR-SUSPENSO.
001751*   Cancelado pelo operador nao esta mais em suspense.
001752     IF SUSP-CANCELADO OR SUSP-BAIXADO
001753         PERFORM 2200-LISTAR-BAIXADO THRU 2200-EXIT
001754         GO TO 2000-PROXIMO
001755     END-IF
001760     MOVE SPACES TO WS-MARCACAO
001761     MOVE ZERO TO WS-DIAS-SUSPENSO
001762*   Liberado pelo operador sai no proximo lote seja qual for a
001763*   idade ou a data: listado com os dias em suspense, fora das
001764*   baixas de envelhecimento, da critica de horizonte e do codigo
001765*   de retorno.
001766     IF SUSP-LIBERADO
001767         ADD 1 TO WS-QTD-LIBERADOS
001768         MOVE "LIBERADO P/ O PROXIMO LOTE" TO WS-MARCACAO
001769         IF SUSP-DATA-ENTRADA IS NUMERIC
001770             MOVE SUSP-DATA-ENTRADA TO WS-DATA-SUSP-N
001771             COMPUTE WS-DATA-INT =
001772                 FUNCTION INTEGER-OF-DATE(WS-DATA-SUSP-N)
001773             COMPUTE WS-DIAS-SUSPENSO = WS-HOJE-INT - WS-DATA-INT
001774         END-IF
001775         GO TO 2000-LISTAR
001776     END-IF
001777     ADD 1 TO WS-QTD-LIDOS
001790     IF SUSP-DATA-ENTRADA IS NUMERIC
001800         MOVE SUSP-DATA-ENTRADA TO WS-DATA-SUSP-N
001810         COMPUTE WS-DATA-INT =
002090     ELSE
002100         ADD 1 TO WS-QTD-IMPLAUSIVEIS
002110         MOVE "*** DATA DE EFETIVACAO INVALIDA" TO WS-MARCACAO
002120     END-IF.
002122 2000-LISTAR.
002130     MOVE SUSP-ID TO DET-ID
002140     MOVE SUSP-VALOR TO DET-VALOR
002150     MOVE SUSP-DATA TO DET-EFETIVACAO
002160     MOVE WS-DIAS-SUSPENSO TO DET-DIAS
002170     MOVE WS-MARCACAO TO DET-OBSERVACAO
002180     MOVE WS-LINHA-DETALHE TO LINHA-RELATORIO
002190     WRITE LINHA-RELATORIO.
002195 2000-PROXIMO.
002200     PERFORM 2100-LER-PROXIMO THRU 2100-EXIT.
002210 2000-EXIT.
002220     EXIT.
002280     END-READ.
002290 2100-EXIT.
002300     EXIT.
002301*
002302*---------------------------------------------------------------
002303* 2200-LISTAR-BAIXADO - suspenso cancelado pelo operador na
002304* manutencao online (PROGRAMS): sai no relatorio como baixado,
002305* com os dias que ficou em suspense ate o cancelamento, a data,
002306* o operador e o motivo, fora das baixas de envelhecimento e do
002307* codigo de retorno. Aparece no primeiro inventario depois do
002308* cancelamento; o lote seguinte do PROGRAMB o tira do GDG.
002309*---------------------------------------------------------------
002310 2200-LISTAR-BAIXADO.
002311     ADD 1 TO WS-QTD-BAIXADOS
002312     MOVE ZERO TO WS-DIAS-SUSPENSO
002313     IF SUSP-DATA-ENTRADA IS NUMERIC AND SUSP-DATA-ACAO IS NUMERIC
002314         MOVE SUSP-DATA-ENTRADA TO WS-DATA-SUSP-N
002315         COMPUTE WS-DATA-INT =
002316             FUNCTION INTEGER-OF-DATE(WS-DATA-SUSP-N)
002317         MOVE SUSP-DATA-ACAO TO WS-DATA-SUSP-N
002318         COMPUTE WS-DIAS-SUSPENSO =
002319             FUNCTION INTEGER-OF-DATE(WS-DATA-SUSP-N)
002320             - WS-DATA-INT
002321     END-IF
002322     MOVE SUSP-ID TO DET-ID
002323     MOVE SUSP-VALOR TO DET-VALOR
002324     MOVE SUSP-DATA TO DET-EFETIVACAO
002325     MOVE WS-DIAS-SUSPENSO TO DET-DIAS
002326     MOVE SPACES TO DET-OBSERVACAO
002327     STRING "BAIXADO - CANCELADO " DELIMITED BY SIZE
002328         SUSP-DATA-ACAO DELIMITED BY SIZE
002329         INTO DET-OBSERVACAO
002330     END-STRING
002331     MOVE WS-LINHA-DETALHE TO LINHA-RELATORIO
002332     WRITE LINHA-RELATORIO
002333     MOVE SPACES TO LINHA-RELATORIO
002334     STRING "        CANCELADO POR " DELIMITED BY SIZE
002335         SUSP-OPERADOR DELIMITED BY SIZE
002336         " - MOTIVO: " DELIMITED BY SIZE
002337         SUSP-MOTIVO DELIMITED BY SIZE
002338         INTO LINHA-RELATORIO
002339     END-STRING
002340     WRITE LINHA-RELATORIO.
002341 2200-EXIT.
002342     EXIT.
002343*
002344*---------------------------------------------------------------
002345* 8000-GRAVAR-TOTAIS - fecha o relatorio com as baixas de
002346* envelhecimento e os apontamentos, e avisa quando ha item
002350* parado ou com data implausivel.
002360*---------------------------------------------------------------
002370 8000-GRAVAR-TOTAIS.
002880         INTO LINHA-RELATORIO
002890     END-STRING
002900     WRITE LINHA-RELATORIO
002901     MOVE WS-QTD-LIBERADOS TO WS-QTD-ED
002902     MOVE SPACES TO LINHA-RELATORIO
002903     STRING "LIBERADOS PELO OPERADOR (PROX. LOTE).: "
002904         DELIMITED BY SIZE
002905         WS-QTD-ED DELIMITED BY SIZE
002906         INTO LINHA-RELATORIO
002907     END-STRING
002908     WRITE LINHA-RELATORIO
002909     MOVE WS-QTD-BAIXADOS TO WS-QTD-ED
002910     MOVE SPACES TO LINHA-RELATORIO
002911     STRING "BAIXADOS (CANCELADOS PELO OPERADOR)..: "
002912         DELIMITED BY SIZE
002913         WS-QTD-ED DELIMITED BY SIZE
002914         INTO LINHA-RELATORIO
002915     END-STRING
002916     WRITE LINHA-RELATORIO
002917     IF WS-QTD-ACIMA-30 IS GREATER THAN ZERO
002920         OR WS-QTD-IMPLAUSIVEIS IS GREATER THAN ZERO
002930         MOVE "*** ITENS PARADOS OU IMPLAUSIVEIS - INVESTIGAR"
002940             TO LINHA-RELATORIO
003350     MOVE ZERO TO RETURN-CODE.
003360 9100-EXIT.
003370     EXIT.
003380*
003390*---------------------------------------------------------------
003400* 9500-REGISTRAR-CICLO - grava no controle do ciclo o fim do
003410* passo: codigo de retorno, data/hora do fim e a situacao -
003420* concluido ate RC 8 (o RC 8 do inventario e so o aviso de item
003430* parado ou implausivel), falhou acima disso. Ultima etapa do
003440* ciclo: com ela concluida o ciclo da data esta completo.
003450*---------------------------------------------------------------
003460 9500-REGISTRAR-CICLO.
003470     IF NOT WS-CICLO-INICIADO-SIM
003480         GO TO 9500-EXIT
003490     END-IF
003500     MOVE RETURN-CODE TO WS-CIC-RETORNO
003510     ACCEPT WS-CIC-DATA-HOJE FROM DATE YYYYMMDD
003520     ACCEPT WS-CIC-HORA-AGORA FROM TIME
003530     OPEN I-O CICLOS
003540     IF NOT WS-CIC-OK
003550         DISPLAY "PROGRAMK: erro ao abrir CICLOCTL - "
003560             WS-CIC-STATUS " - fim do passo nao registrado."
003570         MOVE 12 TO RETURN-CODE
003580         GO TO 9500-EXIT
003590     END-IF
003600     MOVE WS-CIC-DATA-NEGOCIO TO CIC-DATA-NEGOCIO
003610     READ CICLOS
003620         INVALID KEY
003630             GO TO 9500-ERRO-GRAVACAO
003640     END-READ
003650     MOVE WS-CIC-RETORNO TO CIC-RETORNO (WS-CIC-ETAPA)
003660     IF WS-CIC-RETORNO IS GREATER THAN WS-CIC-RC-MAXIMO
003670         MOVE "F" TO CIC-SITUACAO (WS-CIC-ETAPA)
003680     ELSE
003690         MOVE "C" TO CIC-SITUACAO (WS-CIC-ETAPA)
003700     END-IF
003710     MOVE WS-CIC-DATA-HOJE TO CIC-FIM-DATA (WS-CIC-ETAPA)
003720     MOVE WS-CIC-HORA-AGORA TO CIC-FIM-HORA (WS-CIC-ETAPA)
003730     REWRITE CICLOREC
003740         INVALID KEY
003750             GO TO 9500-ERRO-GRAVACAO
003760     END-REWRITE
003770     CLOSE CICLOS
003780     MOVE WS-CIC-RETORNO TO WS-CIC-RC-ED
003790     DISPLAY "PROGRAMK: ciclo " WS-CIC-DATA-NEGOCIO " - passo "
003800         "registrado na situacao " CIC-SITUACAO (WS-CIC-ETAPA)
003810         " (RC " WS-CIC-RC-ED ")."
003820     GO TO 9500-EXIT.
003830 9500-ERRO-GRAVACAO.
003840     DISPLAY "PROGRAMK: erro ao gravar CICLOCTL - " WS-CIC-STATUS
003850         " - fim do passo nao registrado."
003860     CLOSE CICLOS
003870     MOVE 12 TO RETURN-CODE.
003880 9500-EXIT.
003890     EXIT.
