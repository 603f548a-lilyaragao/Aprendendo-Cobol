000180*
000190* MODIFICATION HISTORY
000200*   16/09/2026  LA   Criacao do programa.
000201*   15/10/2026  LA   Controle do ciclo noturno (CICLOCTL, layout
000202*                    CICLOREC): o passo so roda com o PROGRAMF
000203*                    concluido na mesma data de negocio (a do
000204*                    cartao CICPARM ou o ultimo ciclo aberto pelo
000205*                    PROGRAMB) e grava no fim a sua situacao, o
000206*                    codigo de retorno e o inicio/fim da
000207*                    execucao. Passo ja concluido so roda de novo
000208*                    com o cartao de reexecucao CICPARM (operador
000209*                    e motivo); recusado, termina com codigo de
000210*                    retorno 16 sem abrir mais nada.
000211*
000220 IDENTIFICATION DIVISION.
000230 PROGRAM-ID. PROGRAMI.
000240 AUTHOR. LILIAN.
000440     SELECT RELATORIO ASSIGN TO ACKREL
000450         ORGANIZATION IS LINE SEQUENTIAL
000460         FILE STATUS IS WS-RELAT-STATUS.
000461*
000462     SELECT CICLOS ASSIGN TO CICLOCTL
000463         ORGANIZATION IS INDEXED
000464         ACCESS MODE IS DYNAMIC
000465         RECORD KEY IS CIC-DATA-NEGOCIO
000466         FILE STATUS IS WS-CIC-STATUS.
000467*
000468     SELECT CARTAO-CICLO ASSIGN TO CICPARM
000469         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS WS-CICP-STATUS.
000471*
000480 DATA DIVISION.
000490 FILE SECTION.
000500 FD  PENDENTES.
000580*
000590 FD  RELATORIO.
000600 01  LINHA-RELATORIO             PIC X(80).
000601*
000602 FD  CICLOS.
000603     COPY CICLOREC.
000604*
000605 FD  CARTAO-CICLO.
000606     COPY CICPARM.
000610*
000620 WORKING-STORAGE SECTION.
000630 77  WS-PEND-STATUS              PIC X(02) VALUE SPACES.
000970 01  WS-QTD-ED                   PIC ZZZZZ9.
000980 01  WS-HASH-ED                  PIC Z(14)9.
000990 01  WS-DATA-HOJE                PIC X(08) VALUE SPACES.
000991* Controle do ciclo noturno (CICLOCTL): este passo e a etapa 3
000992* e so roda com o PROGRAMF concluido na mesma data de negocio;
000993* passo ja concluido so roda de novo com o cartao CICPARM.
000994 77  WS-CIC-STATUS               PIC X(02) VALUE SPACES.
000995     88  WS-CIC-OK                   VALUE "00".
000996 77  WS-CICP-STATUS              PIC X(02) VALUE SPACES.
000997     88  WS-CICP-OK                  VALUE "00".
000998 77  WS-CICLO-RECUSA             PIC X(01) VALUE "N".
000999     88  WS-CICLO-RECUSADO           VALUE "S".
001000 77  WS-CICLO-INICIADO           PIC X(01) VALUE "N".
001001     88  WS-CICLO-INICIADO-SIM       VALUE "S".
001002 77  WS-FIM-CICLO                PIC X(01) VALUE "N".
001003     88  WS-CHEGOU-FIM-CICLO         VALUE "S".
001004 01  WS-CIC-ETAPA                PIC 9(01) VALUE 3.
001005 01  WS-CIC-ANTERIOR             PIC 9(01) VALUE 2.
001006 01  WS-CIC-RC-MAXIMO            PIC 9(02) VALUE 4.
001007 01  WS-CIC-DATA-NEGOCIO         PIC X(08) VALUE SPACES.
001008 01  WS-CIC-DATA-HOJE            PIC X(08) VALUE SPACES.
001009 01  WS-CIC-HORA-AGORA           PIC X(08) VALUE SPACES.
001010 01  WS-CIC-RETORNO              PIC 9(02) VALUE ZERO.
001011 01  WS-CIC-OPERADOR             PIC X(08) VALUE SPACES.
001012 01  WS-CIC-MOTIVO               PIC X(30) VALUE SPACES.
001013 01  WS-CIC-RC-ED                PIC Z9.
001014*
001015 PROCEDURE DIVISION.
001020 0000-MAINLINE.
001022     PERFORM 0500-CONFERIR-CICLO THRU 0500-EXIT
001024     IF WS-CICLO-RECUSADO
001026         STOP RUN
001028     END-IF
001030     PERFORM 1000-INICIALIZAR THRU 1000-EXIT
001040     PERFORM 2000-TRATAR-PENDENCIA THRU 2000-EXIT
001050         UNTIL WS-CHEGOU-FIM-PEND
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
001115* PROGRAMB, e o PROGRAMF precisa estar concluido nele. Passo
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
001127         DISPLAY "PROGRAMI: erro ao abrir CICLOCTL - "
001128             WS-CIC-STATUS " - passo nao executado."
001129         MOVE 12 TO RETURN-CODE
001130         MOVE "S" TO WS-CICLO-RECUSA
001131         GO TO 0500-EXIT
001132     END-IF
001133     IF WS-CIC-DATA-NEGOCIO IS EQUAL TO SPACES
001134         PERFORM 0520-ACHAR-ULTIMO-CICLO THRU 0520-EXIT
001135     END-IF
001136     IF WS-CIC-DATA-NEGOCIO IS EQUAL TO SPACES
001137         DISPLAY "PROGRAMI: nenhum ciclo aberto no CICLOCTL - "
001138             "o PROGRAMB ainda nao rodou."
001139         GO TO 0500-RECUSAR
001140     END-IF
001141     MOVE WS-CIC-DATA-NEGOCIO TO CIC-DATA-NEGOCIO
001142     READ CICLOS
001143         INVALID KEY
001144             DISPLAY "PROGRAMI: ciclo " WS-CIC-DATA-NEGOCIO
001145                 " nao aberto - o PROGRAMB nao rodou nessa data."
001146             GO TO 0500-RECUSAR
001147     END-READ
001148     IF NOT CIC-CONCLUIDO (WS-CIC-ANTERIOR)
001149         MOVE CIC-RETORNO (WS-CIC-ANTERIOR) TO WS-CIC-RC-ED
001150         DISPLAY "PROGRAMI: ciclo " WS-CIC-DATA-NEGOCIO " - "
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
001165             DISPLAY "PROGRAMI: passo ja concluido no ciclo "
001166                 WS-CIC-DATA-NEGOCIO " - reexecucao exige "
001167                 "cartao CICPARM com operador e motivo."
001168             GO TO 0500-RECUSAR
001169         END-IF
001170         DISPLAY "PROGRAMI: reexecucao no ciclo "
001171             WS-CIC-DATA-NEGOCIO " autorizada por "
001172             WS-CIC-OPERADOR " - " WS-CIC-MOTIVO
001173     END-IF
001174     IF CIC-EM-EXECUCAO (WS-CIC-ETAPA)
001175         DISPLAY "PROGRAMI: execucao anterior no ciclo "
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
001194     DISPLAY "PROGRAMI: ciclo " WS-CIC-DATA-NEGOCIO
001195         " - passo em execucao."
001196     GO TO 0500-EXIT.
001197 0500-ERRO-GRAVACAO.
001198     DISPLAY "PROGRAMI: erro ao gravar CICLOCTL - " WS-CIC-STATUS
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
001236     IF WS-CICP-OK AND CICP-PROGRAMA IS EQUAL TO "PROGRAMI"
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
001274* 1000-INICIALIZAR - carrega os acknowledgments de ACKIN na
001275* tabela (arquivo ausente vale como nenhum ack devolvido), abre
001276* as pendencias, o arquivo de pendencias novo e o relatorio, e
001277* le a primeira transmissao pendente.
001278*---------------------------------------------------------------
001279 1000-INICIALIZAR.
001280     ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
001281     OPEN INPUT ACKS
001282     IF WS-ACK-OK
001283         PERFORM 1100-CARREGAR-ACK THRU 1100-EXIT
001284             UNTIL WS-CHEGOU-FIM-ACK
001285         CLOSE ACKS
001286     ELSE
001287         DISPLAY "PROGRAMI: ACKIN ausente ou em erro ("
001288             WS-ACK-STATUS ") - nenhum ack carregado."
001289     END-IF
001290     OPEN INPUT PENDENTES
001300     IF NOT WS-PEND-OK
001310         DISPLAY "PROGRAMI: erro ao abrir PENDIN - "
004620     MOVE ZERO TO RETURN-CODE.
004630 9100-EXIT.
004640     EXIT.
004650*
004660*---------------------------------------------------------------
004670* 9500-REGISTRAR-CICLO - grava no controle do ciclo o fim do
004680* passo: codigo de retorno, data/hora do fim e a situacao -
004690* concluido ate RC 4, falhou acima disso (o passo seguinte
004700* nao roda nesta data de negocio ate uma reexecucao que termine
004710* bem).
004720*---------------------------------------------------------------
004730 9500-REGISTRAR-CICLO.
004740     IF NOT WS-CICLO-INICIADO-SIM
004750         GO TO 9500-EXIT
004760     END-IF
004770     MOVE RETURN-CODE TO WS-CIC-RETORNO
004780     ACCEPT WS-CIC-DATA-HOJE FROM DATE YYYYMMDD
004790     ACCEPT WS-CIC-HORA-AGORA FROM TIME
004800     OPEN I-O CICLOS
004810     IF NOT WS-CIC-OK
004820         DISPLAY "PROGRAMI: erro ao abrir CICLOCTL - "
004830             WS-CIC-STATUS " - fim do passo nao registrado."
004840         MOVE 12 TO RETURN-CODE
004850         GO TO 9500-EXIT
004860     END-IF
004870     MOVE WS-CIC-DATA-NEGOCIO TO CIC-DATA-NEGOCIO
004880     READ CICLOS
004890         INVALID KEY
004900             GO TO 9500-ERRO-GRAVACAO
004910     END-READ
004920     MOVE WS-CIC-RETORNO TO CIC-RETORNO (WS-CIC-ETAPA)
004930     IF WS-CIC-RETORNO IS GREATER THAN WS-CIC-RC-MAXIMO
004940         MOVE "F" TO CIC-SITUACAO (WS-CIC-ETAPA)
004950     ELSE
004960         MOVE "C" TO CIC-SITUACAO (WS-CIC-ETAPA)
004970     END-IF
004980     MOVE WS-CIC-DATA-HOJE TO CIC-FIM-DATA (WS-CIC-ETAPA)
004990     MOVE WS-CIC-HORA-AGORA TO CIC-FIM-HORA (WS-CIC-ETAPA)
005000     REWRITE CICLOREC
005010         INVALID KEY
005020             GO TO 9500-ERRO-GRAVACAO
005030     END-REWRITE
005040     CLOSE CICLOS
005050     MOVE WS-CIC-RETORNO TO WS-CIC-RC-ED
005060     DISPLAY "PROGRAMI: ciclo " WS-CIC-DATA-NEGOCIO " - passo "
005070         "registrado na situacao " CIC-SITUACAO (WS-CIC-ETAPA)
005080         " (RC " WS-CIC-RC-ED ")."
005090     GO TO 9500-EXIT.
005100 9500-ERRO-GRAVACAO.
005110     DISPLAY "PROGRAMI: erro ao gravar CICLOCTL - " WS-CIC-STATUS
005120         " - fim do passo nao registrado."
005130     CLOSE CICLOS
005140     MOVE 12 TO RETURN-CODE.
005150 9500-EXIT.
005160     EXIT.
