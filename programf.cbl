000190*                    layout TRNSREC): o PROGRAMI baixa a
000191*                    pendencia quando o acknowledgment do
000192*                    warehouse confere com o trailer enviado.
000193*   15/10/2026  LA   Carga delta passou a levar tambem o
000194*                    registro sobreposto manualmente na data
000195*                    da extracao (RES-DATA-SOBREPOSTO, gravada
000196*                    pelo PROGRAML na aprovacao): sem isso a
000197*                    classificacao corrigida nunca chegava ao
000198*                    warehouse, ja que RES-DATA-CLASS nao muda.
000199*   15/10/2026  LA   Controle do ciclo noturno (CICLOCTL, layout
000200*                    CICLOREC): o passo so roda com o PROGRAMB
000201*                    concluido na mesma data de negocio (a do
000202*                    cartao CICPARM ou o ultimo ciclo aberto pelo
000203*                    PROGRAMB) e grava no fim a sua situacao, o
000204*                    codigo de retorno e o inicio/fim da
000205*                    execucao. Passo ja concluido so roda de novo
000206*                    com o cartao de reexecucao CICPARM (operador
000207*                    e motivo); recusado, termina com codigo de
000208*                    retorno 16 sem abrir mais nada.
000209*   15/10/2026  LA   Sobreposicao no delta passou a ser a
000210*                    aprovada desde o inicio da ultima extracao
000211*                    concluida (CIC-INICIO-DATA deste passo no
000212*                    ciclo anterior do CICLOCTL), e nao so a do
000213*                    dia da extracao: a aprovada depois do delta
000214*                    do dia, ou num ciclo em que o passo roda
000215*                    depois da meia-noite, nunca chegava ao
000216*                    warehouse.
000217*
000218 IDENTIFICATION DIVISION.
000219 PROGRAM-ID. PROGRAMF.
000220 AUTHOR. LILIAN.
000221 INSTALLATION. DEPARTAMENTO DE SISTEMAS.
000222 DATE-WRITTEN. 31/08/2026.
000230 DATE-COMPILED.
000240*
000250 ENVIRONMENT DIVISION.
000372     SELECT TRANSMISSOES ASSIGN TO TRNSSAI
000374         ORGANIZATION IS LINE SEQUENTIAL
000376         FILE STATUS IS WS-TRNS-STATUS.
000377*
000378     SELECT CICLOS ASSIGN TO CICLOCTL
000379         ORGANIZATION IS INDEXED
000380         ACCESS MODE IS DYNAMIC
000381         RECORD KEY IS CIC-DATA-NEGOCIO
000382         FILE STATUS IS WS-CIC-STATUS.
000383*
000384     SELECT CARTAO-CICLO ASSIGN TO CICPARM
000385         ORGANIZATION IS LINE SEQUENTIAL
000386         FILE STATUS IS WS-CICP-STATUS.
000387*
000388 DATA DIVISION.
000390 FILE SECTION.
000400 FD  RESULTADOS.
000410     COPY RESULTREC.
000448*
000452 FD  TRANSMISSOES.
000454     COPY TRNSREC.
000455*
000456 FD  CICLOS.
000457     COPY CICLOREC.
000458*
000459 FD  CARTAO-CICLO.
000460     COPY CICPARM.
000461*
000462 WORKING-STORAGE SECTION.
000470 77  WS-RESULT-STATUS            PIC X(02) VALUE SPACES.
000480     88  WS-RESULT-OK                VALUE "00".
000490 77  WS-EXTRATO-STATUS           PIC X(02) VALUE SPACES.
000568     88  WS-CARGA-DELTA              VALUE "D".
000570     88  WS-CARGA-COMPLETA           VALUE "F".
000572 01  WS-QTD-PULADOS              PIC 9(06) VALUE ZERO.
000573 01  WS-DATA-DELTA-ANT           PIC X(08) VALUE SPACES.
000574 77  WS-TRNS-STATUS              PIC X(02) VALUE SPACES.
000576     88  WS-TRNS-OK                  VALUE "00".
000577* Controle do ciclo noturno (CICLOCTL): este passo e a etapa 2
000578* e so roda com o PROGRAMB concluido na mesma data de negocio;
000579* passo ja concluido so roda de novo com o cartao CICPARM.
000580 77  WS-CIC-STATUS               PIC X(02) VALUE SPACES.
000581     88  WS-CIC-OK                   VALUE "00".
000582 77  WS-CICP-STATUS              PIC X(02) VALUE SPACES.
000583     88  WS-CICP-OK                  VALUE "00".
000584 77  WS-CICLO-RECUSA             PIC X(01) VALUE "N".
000585     88  WS-CICLO-RECUSADO           VALUE "S".
000586 77  WS-CICLO-INICIADO           PIC X(01) VALUE "N".
000587     88  WS-CICLO-INICIADO-SIM       VALUE "S".
000588 77  WS-FIM-CICLO                PIC X(01) VALUE "N".
000589     88  WS-CHEGOU-FIM-CICLO         VALUE "S".
000590 01  WS-CIC-ETAPA                PIC 9(01) VALUE 2.
000591 01  WS-CIC-ANTERIOR             PIC 9(01) VALUE 1.
000592 01  WS-CIC-RC-MAXIMO            PIC 9(02) VALUE 4.
000593 01  WS-CIC-DATA-NEGOCIO         PIC X(08) VALUE SPACES.
000594 01  WS-CIC-DATA-HOJE            PIC X(08) VALUE SPACES.
000595 01  WS-CIC-HORA-AGORA           PIC X(08) VALUE SPACES.
000596 01  WS-CIC-RETORNO              PIC 9(02) VALUE ZERO.
000597 01  WS-CIC-OPERADOR             PIC X(08) VALUE SPACES.
000598 01  WS-CIC-MOTIVO               PIC X(30) VALUE SPACES.
000599 01  WS-CIC-RC-ED                PIC Z9.
000600*
000601 PROCEDURE DIVISION.
000602 0000-MAINLINE.
000603     PERFORM 0500-CONFERIR-CICLO THRU 0500-EXIT
000604     IF WS-CICLO-RECUSADO
000605         STOP RUN
000606     END-IF
000607     PERFORM 1000-INICIALIZAR THRU 1000-EXIT
000610     PERFORM 2000-EXTRAIR-REGISTRO THRU 2000-EXIT
000620         UNTIL WS-CHEGOU-FIM
000630     PERFORM 8000-GRAVAR-TRAILER THRU 8000-EXIT
000635     PERFORM 8500-REGISTRAR-TRANSMISSAO THRU 8500-EXIT
000640     PERFORM 9000-FINALIZAR THRU 9000-EXIT
000645     PERFORM 9500-REGISTRAR-CICLO THRU 9500-EXIT
000650     STOP RUN.
000660*
000661*---------------------------------------------------------------
000662* 0500-CONFERIR-CICLO - confere o controle do ciclo noturno
000663* (CICLOCTL) antes de qualquer processamento: o ciclo e o da
000664* data do cartao CICPARM ou, sem ela, o ultimo aberto pelo
000665* PROGRAMB, e o PROGRAMB precisa estar concluido nele. Passo
000666* ja concluido so roda de novo com cartao de reexecucao
000667* (operador e motivo). Aceito, o passo fica marcado em
000668* execucao; recusado, o programa termina sem abrir mais nada,
000669* com codigo de retorno 16.
000670*---------------------------------------------------------------
000671 0500-CONFERIR-CICLO.
000672     ACCEPT WS-CIC-DATA-HOJE FROM DATE YYYYMMDD
000673     ACCEPT WS-CIC-HORA-AGORA FROM TIME
000674     PERFORM 0510-LER-CARTAO-CICLO THRU 0510-EXIT
000675     OPEN I-O CICLOS
000676     IF NOT WS-CIC-OK
000677         DISPLAY "PROGRAMF: erro ao abrir CICLOCTL - "
000678             WS-CIC-STATUS " - passo nao executado."
000679         MOVE 12 TO RETURN-CODE
000680         MOVE "S" TO WS-CICLO-RECUSA
000681         GO TO 0500-EXIT
000682     END-IF
000683     IF WS-CIC-DATA-NEGOCIO IS EQUAL TO SPACES
000684         PERFORM 0520-ACHAR-ULTIMO-CICLO THRU 0520-EXIT
000685     END-IF
000686     IF WS-CIC-DATA-NEGOCIO IS EQUAL TO SPACES
000687         DISPLAY "PROGRAMF: nenhum ciclo aberto no CICLOCTL - "
000688             "o PROGRAMB ainda nao rodou."
000689         GO TO 0500-RECUSAR
000690     END-IF
000691     MOVE WS-CIC-DATA-NEGOCIO TO CIC-DATA-NEGOCIO
000692     READ CICLOS
000693         INVALID KEY
000694             DISPLAY "PROGRAMF: ciclo " WS-CIC-DATA-NEGOCIO
000695                 " nao aberto - o PROGRAMB nao rodou nessa data."
000696             GO TO 0500-RECUSAR
000697     END-READ
000698     IF NOT CIC-CONCLUIDO (WS-CIC-ANTERIOR)
000699         MOVE CIC-RETORNO (WS-CIC-ANTERIOR) TO WS-CIC-RC-ED
000700         DISPLAY "PROGRAMF: ciclo " WS-CIC-DATA-NEGOCIO " - "
000701             CIC-PROGRAMA (WS-CIC-ANTERIOR) " nao concluido "
000702             "(situacao '" CIC-SITUACAO (WS-CIC-ANTERIOR)
000703             "', RC " WS-CIC-RC-ED ") - passo nao executado."
000704         GO TO 0500-RECUSAR
000705     END-IF
000706*   Operador e motivo do cartao so valem como reexecucao
000707*   autorizada de passo ja concluido.
000708     IF NOT CIC-CONCLUIDO (WS-CIC-ETAPA)
000709         MOVE SPACES TO WS-CIC-OPERADOR
000710         MOVE SPACES TO WS-CIC-MOTIVO
000711     END-IF
000712     IF CIC-CONCLUIDO (WS-CIC-ETAPA)
000713         IF WS-CIC-OPERADOR IS EQUAL TO SPACES
000714             OR WS-CIC-MOTIVO IS EQUAL TO SPACES
000715             DISPLAY "PROGRAMF: passo ja concluido no ciclo "
000716                 WS-CIC-DATA-NEGOCIO " - reexecucao exige "
000717                 "cartao CICPARM com operador e motivo."
000718             GO TO 0500-RECUSAR
000719         END-IF
000720         DISPLAY "PROGRAMF: reexecucao no ciclo "
000721             WS-CIC-DATA-NEGOCIO " autorizada por "
000722             WS-CIC-OPERADOR " - " WS-CIC-MOTIVO
000723     END-IF
000724     IF CIC-EM-EXECUCAO (WS-CIC-ETAPA)
000725         DISPLAY "PROGRAMF: execucao anterior no ciclo "
000726             WS-CIC-DATA-NEGOCIO " nao terminou - tratada "
000727             "como reexecucao apos abend."
000728     END-IF
000729     MOVE "E" TO CIC-SITUACAO (WS-CIC-ETAPA)
000730     MOVE ZERO TO CIC-RETORNO (WS-CIC-ETAPA)
000731     MOVE WS-CIC-DATA-HOJE TO CIC-INICIO-DATA (WS-CIC-ETAPA)
000732     MOVE WS-CIC-HORA-AGORA TO CIC-INICIO-HORA (WS-CIC-ETAPA)
000733     MOVE SPACES TO CIC-FIM-DATA (WS-CIC-ETAPA)
000734     MOVE SPACES TO CIC-FIM-HORA (WS-CIC-ETAPA)
000735     ADD 1 TO CIC-EXECUCOES (WS-CIC-ETAPA)
000736     MOVE WS-CIC-OPERADOR TO CIC-OPERADOR (WS-CIC-ETAPA)
000737     MOVE WS-CIC-MOTIVO TO CIC-MOTIVO (WS-CIC-ETAPA)
000738     REWRITE CICLOREC
000739         INVALID KEY
000740             GO TO 0500-ERRO-GRAVACAO
000741     END-REWRITE
000742     CLOSE CICLOS
000743     MOVE "S" TO WS-CICLO-INICIADO
000744     DISPLAY "PROGRAMF: ciclo " WS-CIC-DATA-NEGOCIO
000745         " - passo em execucao."
000746     GO TO 0500-EXIT.
000747 0500-ERRO-GRAVACAO.
000748     DISPLAY "PROGRAMF: erro ao gravar CICLOCTL - " WS-CIC-STATUS
000749         " - passo nao executado."
000750     CLOSE CICLOS
000751     MOVE 12 TO RETURN-CODE
000752     MOVE "S" TO WS-CICLO-RECUSA
000753     GO TO 0500-EXIT.
000754 0500-RECUSAR.
000755     CLOSE CICLOS
000756     MOVE 16 TO RETURN-CODE
000757     MOVE "S" TO WS-CICLO-RECUSA.
000758 0500-EXIT.
000759     EXIT.
000760*
000761*---------------------------------------------------------------
000762* 0510-LER-CARTAO-CICLO - procura no cartao CICPARM (opcional,
000763* vazio no dia a dia) a linha deste passo: data de negocio e,
000764* para reexecucao, operador e motivo. Data nao numerica nao
000765* vale e o ciclo segue o default.
000766*---------------------------------------------------------------
000767 0510-LER-CARTAO-CICLO.
000768     MOVE SPACES TO WS-CIC-DATA-NEGOCIO
000769     MOVE SPACES TO WS-CIC-OPERADOR
000770     MOVE SPACES TO WS-CIC-MOTIVO
000771     OPEN INPUT CARTAO-CICLO
000772     IF NOT WS-CICP-OK
000773         GO TO 0510-EXIT
000774     END-IF
000775     PERFORM 0515-LER-LINHA-CICLO THRU 0515-EXIT
000776         UNTIL NOT WS-CICP-OK
000777     CLOSE CARTAO-CICLO.
000778 0510-EXIT.
000779     EXIT.
000780*
000781 0515-LER-LINHA-CICLO.
000782     READ CARTAO-CICLO
000783         AT END
000784             GO TO 0515-EXIT
000785     END-READ
000786     IF WS-CICP-OK AND CICP-PROGRAMA IS EQUAL TO "PROGRAMF"
000787         IF CICP-DATA-NEGOCIO IS NUMERIC
000788             MOVE CICP-DATA-NEGOCIO TO WS-CIC-DATA-NEGOCIO
000789         END-IF
000790         MOVE CICP-OPERADOR TO WS-CIC-OPERADOR
000791         MOVE CICP-MOTIVO TO WS-CIC-MOTIVO
000792     END-IF.
000793 0515-EXIT.
000794     EXIT.
000795*
000796*---------------------------------------------------------------
000797* 0520-ACHAR-ULTIMO-CICLO - sem data no cartao, o ciclo e o de
000798* maior data de negocio no CICLOCTL: o aberto pelo PROGRAMB da
000799* noite, mesmo que o passo rode depois da meia-noite.
000800*---------------------------------------------------------------
000801 0520-ACHAR-ULTIMO-CICLO.
000802     MOVE LOW-VALUES TO CIC-DATA-NEGOCIO
000803     START CICLOS KEY IS NOT LESS THAN CIC-DATA-NEGOCIO
000804         INVALID KEY
000805             GO TO 0520-EXIT
000806     END-START
000807     MOVE "N" TO WS-FIM-CICLO
000808     PERFORM 0530-LER-PROX-CICLO THRU 0530-EXIT
000809         UNTIL WS-CHEGOU-FIM-CICLO.
000810 0520-EXIT.
000811     EXIT.
000812*
000813 0530-LER-PROX-CICLO.
000814     READ CICLOS NEXT RECORD
000815         AT END
000816             MOVE "S" TO WS-FIM-CICLO
000817             GO TO 0530-EXIT
000818     END-READ
000819     MOVE CIC-DATA-NEGOCIO TO WS-CIC-DATA-NEGOCIO.
000820 0530-EXIT.
000821     EXIT.
000822*
000823*---------------------------------------------------------------
000824* 1000-INICIALIZAR - le o cartao de selecao (delta do dia por
000825* default, "F" forca a carga completa), abre o cluster e o
000826* arquivo de interface, grava o header da transmissao com o
000827* tipo da carga e posiciona a varredura na primeira chave.
000828*---------------------------------------------------------------
000829 1000-INICIALIZAR.
000830     ACCEPT WS-DATA-EXTRACAO FROM DATE YYYYMMDD
000831     OPEN INPUT SELECAO
000832     IF WS-SELECAO-OK
000833         READ SELECAO
000834             AT END
000835                 CONTINUE
000836         END-READ
000837         IF WS-SELECAO-OK AND EXTP-TIPO-CARGA IS EQUAL TO "F"
000838             MOVE "F" TO WS-TIPO-CARGA
000839         END-IF
000840         CLOSE SELECAO
000841     END-IF
000842     IF WS-CARGA-COMPLETA
000843         DISPLAY "PROGRAMF: carga completa forcada pelo "
000844             "cartao EXTPARM (resync do warehouse)."
000845     END-IF
000846     OPEN INPUT RESULTADOS
000847     IF NOT WS-RESULT-OK
000848         DISPLAY "PROGRAMF: erro ao abrir RESULTVS - "
000849             WS-RESULT-STATUS
000850         MOVE 12 TO RETURN-CODE
000851         MOVE "S" TO WS-FIM-ARQUIVO
000852         GO TO 1000-EXIT
000853     END-IF
000854     OPEN OUTPUT EXTRATO
000855     IF NOT WS-EXTRATO-OK
000856         DISPLAY "PROGRAMF: erro ao abrir EXTRATO - "
000857             WS-EXTRATO-STATUS
000858         MOVE 12 TO RETURN-CODE
000859         MOVE "S" TO WS-FIM-ARQUIVO
000860         GO TO 1000-EXIT
000870     END-IF
000880     MOVE SPACES TO EXTRREC
000940     START RESULTADOS KEY IS NOT LESS THAN RES-ID
000950         INVALID KEY
000960             MOVE "S" TO WS-FIM-ARQUIVO
000970     END-START
000972     IF WS-CARGA-DELTA
000974         PERFORM 1100-ACHAR-DELTA-ANTERIOR THRU 1100-EXIT
000976     END-IF.
000980 1000-EXIT.
000990     EXIT.
000991*
000992*---------------------------------------------------------------
000993* 1100-ACHAR-DELTA-ANTERIOR - procura no CICLOCTL a ultima
000994* execucao concluida deste passo num ciclo anterior ao corrente
000995* e guarda a data em que ela comecou. Sobreposicao aprovada pelo
000996* PROGRAML desde aquele dia - inclusive o proprio dia, porque a
000997* aprovacao pode ter vindo depois do delta - ainda nao foi para
000998* o warehouse; reenviar uma que ja foi nao faz mal, a carga delta
000999* substitui o registro pela chave. Sem execucao anterior no
001000* controle vale a data da extracao.
001001*---------------------------------------------------------------
001002 1100-ACHAR-DELTA-ANTERIOR.
001003     MOVE WS-DATA-EXTRACAO TO WS-DATA-DELTA-ANT
001004     OPEN INPUT CICLOS
001005     IF NOT WS-CIC-OK
001006         GO TO 1100-EXIT
001007     END-IF
001008     MOVE LOW-VALUES TO CIC-DATA-NEGOCIO
001009     START CICLOS KEY IS NOT LESS THAN CIC-DATA-NEGOCIO
001010         INVALID KEY
001011             GO TO 1100-FECHAR
001012     END-START
001013     MOVE "N" TO WS-FIM-CICLO
001014     PERFORM 1150-LER-CICLO-ANTERIOR THRU 1150-EXIT
001015         UNTIL WS-CHEGOU-FIM-CICLO.
001016 1100-FECHAR.
001017     CLOSE CICLOS.
001018 1100-EXIT.
001019     EXIT.
001020*
001021 1150-LER-CICLO-ANTERIOR.
001022     READ CICLOS NEXT RECORD
001023         AT END
001024             MOVE "S" TO WS-FIM-CICLO
001025             GO TO 1150-EXIT
001026     END-READ
001027     IF CIC-DATA-NEGOCIO IS NOT LESS THAN WS-CIC-DATA-NEGOCIO
001028         MOVE "S" TO WS-FIM-CICLO
001029         GO TO 1150-EXIT
001030     END-IF
001031     IF CIC-CONCLUIDO (WS-CIC-ETAPA)
001032         AND CIC-INICIO-DATA (WS-CIC-ETAPA) IS NUMERIC
001033         MOVE CIC-INICIO-DATA (WS-CIC-ETAPA) TO WS-DATA-DELTA-ANT
001034     END-IF.
001035 1150-EXIT.
001036     EXIT.
001037*
001038*---------------------------------------------------------------
001039* 2000-EXTRAIR-REGISTRO - le o proximo registro do cluster e
001040* grava o detalhe correspondente na interface, acumulando a
001041* contagem e o hash-total do trailer. Na carga delta so os
001042* registros classificados na data da extracao, ou sobrepostos
001043* manualmente desde o inicio do delta anterior (1100), saem;
001044* o resto do cluster e pulado sem entrar no trailer.
001050*---------------------------------------------------------------
001060 2000-EXTRAIR-REGISTRO.
001070     READ RESULTADOS NEXT RECORD
001110     END-READ
001112     IF WS-CARGA-DELTA AND RES-DATA-CLASS IS NOT EQUAL TO
001114         WS-DATA-EXTRACAO
001115         AND (RES-DATA-SOBREPOSTO IS NOT NUMERIC
001116          OR RES-DATA-SOBREPOSTO IS LESS THAN WS-DATA-DELTA-ANT)
001117         ADD 1 TO WS-QTD-PULADOS
001118         GO TO 2000-EXIT
001119     END-IF
001120     MOVE SPACES TO EXTRREC
001520     END-IF.
001530 9000-EXIT.
001540     EXIT.
001550*
001560*---------------------------------------------------------------
001570* 9500-REGISTRAR-CICLO - grava no controle do ciclo o fim do
001580* passo: codigo de retorno, data/hora do fim e a situacao -
001590* concluido ate RC 4, falhou acima disso (o passo seguinte
001600* nao roda nesta data de negocio ate uma reexecucao que termine
001610* bem).
001620*---------------------------------------------------------------
001630 9500-REGISTRAR-CICLO.
001640     IF NOT WS-CICLO-INICIADO-SIM
001650         GO TO 9500-EXIT
001660     END-IF
001670     MOVE RETURN-CODE TO WS-CIC-RETORNO
001680     ACCEPT WS-CIC-DATA-HOJE FROM DATE YYYYMMDD
001690     ACCEPT WS-CIC-HORA-AGORA FROM TIME
001700     OPEN I-O CICLOS
001710     IF NOT WS-CIC-OK
001720         DISPLAY "PROGRAMF: erro ao abrir CICLOCTL - "
001730             WS-CIC-STATUS " - fim do passo nao registrado."
001740         MOVE 12 TO RETURN-CODE
001750         GO TO 9500-EXIT
001760     END-IF
001770     MOVE WS-CIC-DATA-NEGOCIO TO CIC-DATA-NEGOCIO
001780     READ CICLOS
001790         INVALID KEY
001800             GO TO 9500-ERRO-GRAVACAO
001810     END-READ
001820     MOVE WS-CIC-RETORNO TO CIC-RETORNO (WS-CIC-ETAPA)
001830     IF WS-CIC-RETORNO IS GREATER THAN WS-CIC-RC-MAXIMO
001840         MOVE "F" TO CIC-SITUACAO (WS-CIC-ETAPA)
001850     ELSE
001860         MOVE "C" TO CIC-SITUACAO (WS-CIC-ETAPA)
001870     END-IF
001880     MOVE WS-CIC-DATA-HOJE TO CIC-FIM-DATA (WS-CIC-ETAPA)
001890     MOVE WS-CIC-HORA-AGORA TO CIC-FIM-HORA (WS-CIC-ETAPA)
001900     REWRITE CICLOREC
001910         INVALID KEY
001920             GO TO 9500-ERRO-GRAVACAO
001930     END-REWRITE
001940     CLOSE CICLOS
001950     MOVE WS-CIC-RETORNO TO WS-CIC-RC-ED
001960     DISPLAY "PROGRAMF: ciclo " WS-CIC-DATA-NEGOCIO " - passo "
001970         "registrado na situacao " CIC-SITUACAO (WS-CIC-ETAPA)
001980         " (RC " WS-CIC-RC-ED ")."
001990     GO TO 9500-EXIT.
002000 9500-ERRO-GRAVACAO.
002010     DISPLAY "PROGRAMF: erro ao gravar CICLOCTL - " WS-CIC-STATUS
002020         " - fim do passo nao registrado."
002030     CLOSE CICLOS
002040     MOVE 12 TO RETURN-CODE.
002050 9500-EXIT.
002060     EXIT.
