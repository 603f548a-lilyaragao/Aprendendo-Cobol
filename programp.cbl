000010* Author: Lilian
000020* Date: 15/10/2026
000030* Purpose: Situacao do ciclo noturno. Os passos do ciclo sao jobs
000040*          separados (PROGRAMB/PROGRAMF, PROGRAMI, PROGRAME e
000050*          PROGRAMK) e cada um grava no controle CICLOCTL (layout
000060*          CICLOREC) o inicio, o fim, o codigo de retorno e a
000070*          situacao da sua execucao na data de negocio. Este job
000080*          le o controle e imprime onde o ciclo da noite esta:
000090*          cada etapa com a situacao, o RC, o inicio/fim, o numero
000100*          de execucoes e a reexecucao autorizada, a etapa em que
000110*          o ciclo parou ou que ele aguarda, e os ciclos de datas
000120*          anteriores que ficaram incompletos. O ciclo e o da data
000130*          do cartao CICPARM ou, sem ela, o ultimo aberto pelo
000140*          PROGRAMB.
000150*
000160* MODIFICATION HISTORY
000170*   15/10/2026  LA   Criacao do programa.
000180*
000190 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. PROGRAMP.
000210 AUTHOR. LILIAN.
000220 INSTALLATION. DEPARTAMENTO DE SISTEMAS.
000230 DATE-WRITTEN. 15/10/2026.
000240 DATE-COMPILED.
000250*
000260 ENVIRONMENT DIVISION.
000270 INPUT-OUTPUT SECTION.
000280 FILE-CONTROL.
000290     SELECT CICLOS ASSIGN TO CICLOCTL
000300         ORGANIZATION IS INDEXED
000310         ACCESS MODE IS DYNAMIC
000320         RECORD KEY IS CIC-DATA-NEGOCIO
000330         FILE STATUS IS WS-CIC-STATUS.
000340*
000350     SELECT CARTAO-CICLO ASSIGN TO CICPARM
000360         ORGANIZATION IS LINE SEQUENTIAL
000370         FILE STATUS IS WS-CICP-STATUS.
000380*
000390     SELECT RELATORIO ASSIGN TO CICREL
000400         ORGANIZATION IS LINE SEQUENTIAL
000410         FILE STATUS IS WS-RELAT-STATUS.
000420*
000430 DATA DIVISION.
000440 FILE SECTION.
000450 FD  CICLOS.
000460     COPY CICLOREC.
000470*
000480 FD  CARTAO-CICLO.
000490     COPY CICPARM.
000500*
000510 FD  RELATORIO.
000520 01  LINHA-RELATORIO             PIC X(90).
000530*
000540 WORKING-STORAGE SECTION.
000550 77  WS-CIC-STATUS               PIC X(02) VALUE SPACES.
000560     88  WS-CIC-OK                   VALUE "00".
000570 77  WS-CICP-STATUS              PIC X(02) VALUE SPACES.
000580     88  WS-CICP-OK                  VALUE "00".
000590 77  WS-RELAT-STATUS             PIC X(02) VALUE SPACES.
000600     88  WS-RELAT-OK                 VALUE "00".
000610 77  WS-FIM-CICLO                PIC X(01) VALUE "N".
000620     88  WS-CHEGOU-FIM-CICLO         VALUE "S".
000630 77  WS-ERRO-ARQUIVO             PIC X(01) VALUE "N".
000640     88  WS-TEM-ERRO-ARQUIVO         VALUE "S".
000650 01  WS-DATA-NEGOCIO             PIC X(08) VALUE SPACES.
000660 01  WS-DATA-HOJE                PIC X(08) VALUE SPACES.
000670 01  WS-HORA-AGORA               PIC X(08) VALUE SPACES.
000680 01  WS-IDX                      PIC 9(01) VALUE ZERO.
000690 01  WS-ETAPA-PENDENTE           PIC 9(01) VALUE ZERO.
000700 01  WS-QTD-ANTERIORES           PIC 9(04) VALUE ZERO.
000710 01  WS-QTD-ED                   PIC ZZZ9.
000720 01  WS-RC-ED                    PIC Z9.
000730*
000740* Situacao do ciclo impresso, que da o codigo de retorno: 0 =
000750* completo; 4 = em andamento ou aguardando etapa, ou ciclo
000760* anterior incompleto; 8 = parado em etapa que falhou, ou ciclo
000770* pedido nao encontrado.
000780 01  WS-SITUACAO-CICLO           PIC X(01) VALUE SPACE.
000790     88  WS-CICLO-COMPLETO           VALUE "C".
000800     88  WS-CICLO-ANDAMENTO          VALUE "A".
000810     88  WS-CICLO-PARADO             VALUE "P".
000820     88  WS-CICLO-AUSENTE            VALUE "X".
000830*
000840 01  WS-LINHA-CABECALHO.
000850     05  FILLER                  PIC X(07) VALUE "ETAPA  ".
000860     05  FILLER                  PIC X(10) VALUE "PROGRAMA  ".
000870     05  FILLER                  PIC X(15) VALUE "SITUACAO".
000880     05  FILLER                  PIC X(04) VALUE "RC  ".
000890     05  FILLER                  PIC X(17) VALUE "INICIO".
000900     05  FILLER                  PIC X(17) VALUE "FIM".
000910     05  FILLER                  PIC X(06) VALUE "EXEC  ".
000920     05  FILLER                  PIC X(08) VALUE "OPERADOR".
000930*
000940 01  WS-LINHA-DETALHE.
000950     05  DET-ETAPA               PIC 9(01).
000960     05  FILLER                  PIC X(06) VALUE SPACES.
000970     05  DET-PROGRAMA            PIC X(08).
000980     05  FILLER                  PIC X(02) VALUE SPACES.
000990     05  DET-SITUACAO            PIC X(13).
001000     05  FILLER                  PIC X(02) VALUE SPACES.
001010     05  DET-RC                  PIC Z9.
001020     05  DET-RC-X REDEFINES DET-RC   PIC X(02).
001030     05  FILLER                  PIC X(02) VALUE SPACES.
001040     05  DET-INICIO-DATA         PIC X(08).
001050     05  FILLER                  PIC X(01) VALUE SPACES.
001060     05  DET-INICIO-HORA         PIC X(06).
001070     05  FILLER                  PIC X(02) VALUE SPACES.
001080     05  DET-FIM-DATA            PIC X(08).
001090     05  FILLER                  PIC X(01) VALUE SPACES.
001100     05  DET-FIM-HORA            PIC X(06).
001110     05  FILLER                  PIC X(02) VALUE SPACES.
001120     05  DET-EXECUCOES           PIC Z9.
001130     05  FILLER                  PIC X(04) VALUE SPACES.
001140     05  DET-OPERADOR            PIC X(08).
001150*
001160 PROCEDURE DIVISION.
001170 0000-MAINLINE.
001180     PERFORM 1000-INICIALIZAR THRU 1000-EXIT
001190     PERFORM 2000-IMPRIMIR-CICLO THRU 2000-EXIT
001200     PERFORM 3000-LISTAR-ANTERIORES THRU 3000-EXIT
001210     PERFORM 9000-FINALIZAR THRU 9000-EXIT
001220     PERFORM 9100-DEFINIR-RETORNO THRU 9100-EXIT
001230     STOP RUN.
001240*
001250*---------------------------------------------------------------
001260* 1000-INICIALIZAR - le a data de negocio do cartao CICPARM
001270* (opcional; vale a linha do PROGRAMP ou sem programa), abre o
001280* controle do ciclo e o relatorio e, sem data no cartao, acha o
001290* ultimo ciclo aberto pelo PROGRAMB.
001300*---------------------------------------------------------------
001310 1000-INICIALIZAR.
001320     ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
001330     ACCEPT WS-HORA-AGORA FROM TIME
001340     OPEN INPUT CARTAO-CICLO
001350     IF WS-CICP-OK
001360         PERFORM 1100-LER-CARTAO THRU 1100-EXIT
001370             UNTIL NOT WS-CICP-OK
001380         CLOSE CARTAO-CICLO
001390     END-IF
001400     OPEN OUTPUT RELATORIO
001410     IF NOT WS-RELAT-OK
001420         DISPLAY "PROGRAMP: erro ao abrir CICREL - "
001430             WS-RELAT-STATUS
001440         MOVE "S" TO WS-ERRO-ARQUIVO
001450         GO TO 1000-EXIT
001460     END-IF
001470     OPEN INPUT CICLOS
001480     IF NOT WS-CIC-OK
001490         DISPLAY "PROGRAMP: erro ao abrir CICLOCTL - "
001500             WS-CIC-STATUS
001510         MOVE "S" TO WS-ERRO-ARQUIVO
001520         GO TO 1000-EXIT
001530     END-IF
001540     IF WS-DATA-NEGOCIO IS EQUAL TO SPACES
001550         PERFORM 1200-ACHAR-ULTIMO-CICLO THRU 1200-EXIT
001560     END-IF.
001570 1000-EXIT.
001580     EXIT.
001590*
001600 1100-LER-CARTAO.
001610     READ CARTAO-CICLO
001620         AT END
001630             GO TO 1100-EXIT
001640     END-READ
001650     IF WS-CICP-OK
001660         AND (CICP-PROGRAMA IS EQUAL TO "PROGRAMP"
001670           OR CICP-PROGRAMA IS EQUAL TO SPACES)
001680         AND CICP-DATA-NEGOCIO IS NUMERIC
001690         MOVE CICP-DATA-NEGOCIO TO WS-DATA-NEGOCIO
001700     END-IF.
001710 1100-EXIT.
001720     EXIT.
001730*
001740*---------------------------------------------------------------
001750* 1200-ACHAR-ULTIMO-CICLO - percorre o controle em ordem de data
001760* de negocio e fica com a maior: o ciclo da noite.
001770*---------------------------------------------------------------
001780 1200-ACHAR-ULTIMO-CICLO.
001790     MOVE LOW-VALUES TO CIC-DATA-NEGOCIO
001800     START CICLOS KEY IS NOT LESS THAN CIC-DATA-NEGOCIO
001810         INVALID KEY
001820             GO TO 1200-EXIT
001830     END-START
001840     MOVE "N" TO WS-FIM-CICLO
001850     PERFORM 1250-LER-PROX-CICLO THRU 1250-EXIT
001860         UNTIL WS-CHEGOU-FIM-CICLO.
001870 1200-EXIT.
001880     EXIT.
001890*
001900 1250-LER-PROX-CICLO.
001910     READ CICLOS NEXT RECORD
001920         AT END
001930             MOVE "S" TO WS-FIM-CICLO
001940             GO TO 1250-EXIT
001950     END-READ
001960     MOVE CIC-DATA-NEGOCIO TO WS-DATA-NEGOCIO.
001970 1250-EXIT.
001980     EXIT.
001990*
002000*---------------------------------------------------------------
002010* 2000-IMPRIMIR-CICLO - imprime as cinco etapas do ciclo da data
002020* de negocio e a linha de situacao: completo, em andamento ou
002030* aguardando a primeira etapa nao concluida, ou parado na etapa
002040* que falhou.
002050*---------------------------------------------------------------
002060 2000-IMPRIMIR-CICLO.
002070     IF WS-TEM-ERRO-ARQUIVO
002080         GO TO 2000-EXIT
002090     END-IF
002100     MOVE SPACES TO LINHA-RELATORIO
002110     STRING "SITUACAO DO CICLO NOTURNO - EMITIDO EM "
002120         DELIMITED BY SIZE
002130         WS-DATA-HOJE DELIMITED BY SIZE
002140         " " DELIMITED BY SIZE
002150         WS-HORA-AGORA (1:6) DELIMITED BY SIZE
002160         INTO LINHA-RELATORIO
002170     END-STRING
002180     WRITE LINHA-RELATORIO
002190     MOVE SPACES TO LINHA-RELATORIO
002200     WRITE LINHA-RELATORIO
002210     IF WS-DATA-NEGOCIO IS EQUAL TO SPACES
002220         MOVE "X" TO WS-SITUACAO-CICLO
002230         MOVE "NENHUM CICLO REGISTRADO NO CICLOCTL" TO
002240             LINHA-RELATORIO
002250         WRITE LINHA-RELATORIO
002260         GO TO 2000-EXIT
002270     END-IF
002280     MOVE WS-DATA-NEGOCIO TO CIC-DATA-NEGOCIO
002290     READ CICLOS
002300         INVALID KEY
002310             MOVE "X" TO WS-SITUACAO-CICLO
002320             MOVE SPACES TO LINHA-RELATORIO
002330             STRING "CICLO " DELIMITED BY SIZE
002340                 WS-DATA-NEGOCIO DELIMITED BY SIZE
002350                 " NAO ENCONTRADO NO CICLOCTL" DELIMITED BY SIZE
002360                 INTO LINHA-RELATORIO
002370             END-STRING
002380             WRITE LINHA-RELATORIO
002390             GO TO 2000-EXIT
002400     END-READ
002410     MOVE SPACES TO LINHA-RELATORIO
002420     STRING "DATA DE NEGOCIO..........: " DELIMITED BY SIZE
002430         WS-DATA-NEGOCIO DELIMITED BY SIZE
002440         INTO LINHA-RELATORIO
002450     END-STRING
002460     WRITE LINHA-RELATORIO
002470     MOVE SPACES TO LINHA-RELATORIO
002480     WRITE LINHA-RELATORIO
002490     MOVE WS-LINHA-CABECALHO TO LINHA-RELATORIO
002500     WRITE LINHA-RELATORIO
002510     MOVE ZERO TO WS-ETAPA-PENDENTE
002520     PERFORM 2100-IMPRIMIR-ETAPA THRU 2100-EXIT
002530         VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX IS GREATER THAN 5
002540     MOVE SPACES TO LINHA-RELATORIO
002550     WRITE LINHA-RELATORIO
002560     PERFORM 2200-IMPRIMIR-SITUACAO THRU 2200-EXIT.
002570 2000-EXIT.
002580     EXIT.
002590*
002600*---------------------------------------------------------------
002610* 2100-IMPRIMIR-ETAPA - uma linha por etapa; reexecucao de passo
002620* ja concluido sai com o operador e o motivo autorizados. Guarda
002630* a primeira etapa nao concluida, onde o ciclo esta.
002640*---------------------------------------------------------------
002650 2100-IMPRIMIR-ETAPA.
002660     MOVE WS-IDX TO DET-ETAPA
002670     MOVE CIC-PROGRAMA (WS-IDX) TO DET-PROGRAMA
002680     IF CIC-CONCLUIDO (WS-IDX)
002687         MOVE "CONCLUIDO" TO DET-SITUACAO
002694     ELSE
002701         IF CIC-FALHOU (WS-IDX)
002708             MOVE "FALHOU" TO DET-SITUACAO
002715         ELSE
002722             IF CIC-EM-EXECUCAO (WS-IDX)
002729                 MOVE "EM EXECUCAO" TO DET-SITUACAO
002736             ELSE
002743                 MOVE "NAO EXECUTADO" TO DET-SITUACAO
002750             END-IF
002757         END-IF
002764     END-IF
002780     MOVE CIC-RETORNO (WS-IDX) TO DET-RC
002790     MOVE CIC-INICIO-DATA (WS-IDX) TO DET-INICIO-DATA
002800     MOVE CIC-INICIO-HORA (WS-IDX) TO DET-INICIO-HORA
002810     MOVE CIC-FIM-DATA (WS-IDX) TO DET-FIM-DATA
002820     MOVE CIC-FIM-HORA (WS-IDX) TO DET-FIM-HORA
002830     MOVE CIC-EXECUCOES (WS-IDX) TO DET-EXECUCOES
002840     MOVE CIC-OPERADOR (WS-IDX) TO DET-OPERADOR
002850     IF CIC-NAO-EXECUTADO (WS-IDX)
002860         MOVE SPACES TO DET-RC-X
002870     END-IF
002880     MOVE WS-LINHA-DETALHE TO LINHA-RELATORIO
002890     WRITE LINHA-RELATORIO
002900     IF CIC-OPERADOR (WS-IDX) IS NOT EQUAL TO SPACES
002910         MOVE SPACES TO LINHA-RELATORIO
002920         STRING "       REEXECUCAO AUTORIZADA: " DELIMITED BY SIZE
002930             CIC-MOTIVO (WS-IDX) DELIMITED BY SIZE
002940             INTO LINHA-RELATORIO
002950         END-STRING
002960         WRITE LINHA-RELATORIO
002970     END-IF
002980     IF WS-ETAPA-PENDENTE IS EQUAL TO ZERO
002990         AND NOT CIC-CONCLUIDO (WS-IDX)
003000         MOVE WS-IDX TO WS-ETAPA-PENDENTE
003010     END-IF.
003020 2100-EXIT.
003030     EXIT.
003040*
003050 2200-IMPRIMIR-SITUACAO.
003060     MOVE SPACES TO LINHA-RELATORIO
003070     IF WS-ETAPA-PENDENTE IS EQUAL TO ZERO
003080         MOVE "C" TO WS-SITUACAO-CICLO
003090         MOVE "SITUACAO DO CICLO........: COMPLETO" TO
003100             LINHA-RELATORIO
003110         WRITE LINHA-RELATORIO
003120         GO TO 2200-EXIT
003130     END-IF
003140     MOVE WS-ETAPA-PENDENTE TO WS-IDX
003150     MOVE CIC-RETORNO (WS-IDX) TO WS-RC-ED
003160     IF CIC-FALHOU (WS-IDX)
003169         MOVE "P" TO WS-SITUACAO-CICLO
003178         STRING "SITUACAO DO CICLO........: PARADO - "
003187             DELIMITED BY SIZE
003196             CIC-PROGRAMA (WS-IDX) DELIMITED BY SIZE
003205             " FALHOU COM RC " DELIMITED BY SIZE
003214             WS-RC-ED DELIMITED BY SIZE
003223             INTO LINHA-RELATORIO
003232         END-STRING
003241     ELSE
003250         IF CIC-EM-EXECUCAO (WS-IDX)
003259             MOVE "A" TO WS-SITUACAO-CICLO
003268             STRING "SITUACAO DO CICLO........: EM ANDAMENTO - "
003277                 DELIMITED BY SIZE
003286                 CIC-PROGRAMA (WS-IDX) DELIMITED BY SIZE
003295                 " EM EXECUCAO DESDE " DELIMITED BY SIZE
003304                 CIC-INICIO-HORA (WS-IDX) (1:6) DELIMITED BY SIZE
003313                 INTO LINHA-RELATORIO
003322             END-STRING
003331         ELSE
003340             MOVE "A" TO WS-SITUACAO-CICLO
003349             STRING "SITUACAO DO CICLO........: AGUARDANDO "
003358                 DELIMITED BY SIZE
003367                 CIC-PROGRAMA (WS-IDX) DELIMITED BY SIZE
003376                 INTO LINHA-RELATORIO
003385             END-STRING
003394         END-IF
003403     END-IF
003430     WRITE LINHA-RELATORIO.
003440 2200-EXIT.
003450     EXIT.
003460*
003470*---------------------------------------------------------------
003480* 3000-LISTAR-ANTERIORES - percorre o controle desde o inicio e
003490* lista cada ciclo de data anterior ao impresso que nao chegou
003500* ao fim, com a etapa em que parou: um expurgo que nunca rodou
003510* numa noite passada nao fica escondido atras do ciclo de hoje.
003520*---------------------------------------------------------------
003530 3000-LISTAR-ANTERIORES.
003540     IF WS-TEM-ERRO-ARQUIVO OR WS-DATA-NEGOCIO IS EQUAL TO SPACES
003550         GO TO 3000-EXIT
003560     END-IF
003570     MOVE SPACES TO LINHA-RELATORIO
003580     WRITE LINHA-RELATORIO
003590     MOVE "CICLOS ANTERIORES INCOMPLETOS:" TO LINHA-RELATORIO
003600     WRITE LINHA-RELATORIO
003610     MOVE ZERO TO WS-QTD-ANTERIORES
003620     MOVE LOW-VALUES TO CIC-DATA-NEGOCIO
003630     START CICLOS KEY IS NOT LESS THAN CIC-DATA-NEGOCIO
003640         INVALID KEY
003650             MOVE "S" TO WS-FIM-CICLO
003660         NOT INVALID KEY
003670             MOVE "N" TO WS-FIM-CICLO
003680     END-START
003690     PERFORM 3100-CONFERIR-ANTERIOR THRU 3100-EXIT
003700         UNTIL WS-CHEGOU-FIM-CICLO
003710     IF WS-QTD-ANTERIORES IS EQUAL TO ZERO
003720         MOVE "   NENHUM" TO LINHA-RELATORIO
003730     ELSE
003740         MOVE WS-QTD-ANTERIORES TO WS-QTD-ED
003750         MOVE SPACES TO LINHA-RELATORIO
003760         STRING "   TOTAL DE CICLOS INCOMPLETOS: "
003770             DELIMITED BY SIZE
003780             WS-QTD-ED DELIMITED BY SIZE
003790             INTO LINHA-RELATORIO
003800         END-STRING
003810     END-IF
003820     WRITE LINHA-RELATORIO.
003830 3000-EXIT.
003840     EXIT.
003850*
003860 3100-CONFERIR-ANTERIOR.
003870     READ CICLOS NEXT RECORD
003880         AT END
003890             MOVE "S" TO WS-FIM-CICLO
003900             GO TO 3100-EXIT
003910     END-READ
003920     IF CIC-DATA-NEGOCIO IS NOT LESS THAN WS-DATA-NEGOCIO
003930         MOVE "S" TO WS-FIM-CICLO
003940         GO TO 3100-EXIT
003950     END-IF
003960     MOVE ZERO TO WS-ETAPA-PENDENTE
003970     PERFORM 3200-ACHAR-PENDENTE THRU 3200-EXIT
003980         VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX IS GREATER THAN 5
003990     IF WS-ETAPA-PENDENTE IS EQUAL TO ZERO
004000         GO TO 3100-EXIT
004010     END-IF
004020     ADD 1 TO WS-QTD-ANTERIORES
004030     MOVE WS-ETAPA-PENDENTE TO WS-IDX
004040     MOVE SPACES TO LINHA-RELATORIO
004050     IF CIC-FALHOU (WS-IDX)
004060         STRING "   " DELIMITED BY SIZE
004070             CIC-DATA-NEGOCIO DELIMITED BY SIZE
004080             "  PARADO - " DELIMITED BY SIZE
004090             CIC-PROGRAMA (WS-IDX) DELIMITED BY SIZE
004100             " FALHOU" DELIMITED BY SIZE
004110             INTO LINHA-RELATORIO
004120         END-STRING
004130     ELSE
004140         STRING "   " DELIMITED BY SIZE
004150             CIC-DATA-NEGOCIO DELIMITED BY SIZE
004160             "  PARADO - " DELIMITED BY SIZE
004170             CIC-PROGRAMA (WS-IDX) DELIMITED BY SIZE
004180             " NAO CONCLUIDO" DELIMITED BY SIZE
004190             INTO LINHA-RELATORIO
004200         END-STRING
004210     END-IF
004220     WRITE LINHA-RELATORIO.
004230 3100-EXIT.
004240     EXIT.
004250*
004260 3200-ACHAR-PENDENTE.
004270     IF WS-ETAPA-PENDENTE IS EQUAL TO ZERO
004280         AND NOT CIC-CONCLUIDO (WS-IDX)
004290         MOVE WS-IDX TO WS-ETAPA-PENDENTE
004300     END-IF.
004310 3200-EXIT.
004320     EXIT.
004330*
004340*---------------------------------------------------------------
004350* 9000-FINALIZAR - fecha os arquivos abertos pelo job.
004360*---------------------------------------------------------------
004370 9000-FINALIZAR.
004380     IF WS-CIC-OK OR WS-CIC-STATUS IS EQUAL TO "10"
004390         OR WS-CIC-STATUS IS EQUAL TO "23"
004400         CLOSE CICLOS
004410     END-IF
004420     IF WS-RELAT-OK
004430         CLOSE RELATORIO
004440     END-IF.
004450 9000-EXIT.
004460     EXIT.
004470*
004480*---------------------------------------------------------------
004490* 9100-DEFINIR-RETORNO - 0 = ciclo completo; 4 = em andamento ou
004500* aguardando etapa, ou ciclo anterior incompleto; 8 = parado em
004510* etapa que falhou, ou ciclo pedido nao encontrado; 12 = erro de
004520* arquivo.
004530*---------------------------------------------------------------
004540 9100-DEFINIR-RETORNO.
004550     IF WS-TEM-ERRO-ARQUIVO
004560         MOVE 12 TO RETURN-CODE
004570         GO TO 9100-EXIT
004580     END-IF
004590     IF WS-CICLO-PARADO OR WS-CICLO-AUSENTE
004600         MOVE 8 TO RETURN-CODE
004610         GO TO 9100-EXIT
004620     END-IF
004630     IF WS-CICLO-ANDAMENTO
004640         OR WS-QTD-ANTERIORES IS GREATER THAN ZERO
004650         MOVE 4 TO RETURN-CODE
004660         GO TO 9100-EXIT
004670     END-IF
004680     MOVE ZERO TO RETURN-CODE.
004690 9100-EXIT.
004700     EXIT.
