000182*                    PARMIN e aplicar a retencao da linha em
000183*                    vigor na data do processamento, como o
000184*                    lote classificador.
000185*   15/10/2026  LA   Registro de RESULTVS ganhou a marca de
000186*                    sobreposicao manual (PROGRAML): o registro
000187*                    do historico acompanhou, de 61 para 70
000188*                    bytes.
000189*   15/10/2026  LA   Cada registro expurgado grava no diario de
000190*                    alteracoes de RESULTVS (JRNLRES) a acao
000191*                    "EXPURGO" com a imagem do registro que saiu
000192*                    do cluster, fechando a historia do id que o
000193*                    PROGRAMC lista. Falha no diario sai no
000194*                    relatorio e no codigo de retorno 4.
000195*   15/10/2026  LA   Controle do ciclo noturno (CICLOCTL, layout
000196*                    CICLOREC): o passo so roda com o PROGRAMI
000197*                    concluido na mesma data de negocio (a do
000198*                    cartao CICPARM ou o ultimo ciclo aberto pelo
000199*                    PROGRAMB) e grava no fim a sua situacao, o
000200*                    codigo de retorno e o inicio/fim da
000201*                    execucao. Passo ja concluido so roda de novo
000202*                    com o cartao de reexecucao CICPARM (operador
000203*                    e motivo); recusado, termina com codigo de
000204*                    retorno 16 sem abrir mais nada.
000205*   15/10/2026  LA   Falha na abertura de RESULTVS, HISTSAI,
000206*                    JRNLRES ou ARQREL termina com codigo de
000207*                    retorno 12 e o passo fica registrado como
000208*                    falho no CICLOCTL.
000209*
000210 IDENTIFICATION DIVISION.
000211 PROGRAM-ID. PROGRAME.
000212 AUTHOR. LILIAN.
000213 INSTALLATION. DEPARTAMENTO DE SISTEMAS.
000220 DATE-WRITTEN. 28/08/2026.
000230 DATE-COMPILED.
000240*
000420     SELECT RELATORIO ASSIGN TO ARQREL
000430         ORGANIZATION IS LINE SEQUENTIAL
000440         FILE STATUS IS WS-RELAT-STATUS.
000442*
000444     SELECT DIARIO ASSIGN TO JRNLRES
000446         ORGANIZATION IS LINE SEQUENTIAL
000448         FILE STATUS IS WS-JRN-STATUS.
000449*
000450     SELECT CICLOS ASSIGN TO CICLOCTL
000451         ORGANIZATION IS INDEXED
000452         ACCESS MODE IS DYNAMIC
000453         RECORD KEY IS CIC-DATA-NEGOCIO
000454         FILE STATUS IS WS-CIC-STATUS.
000455*
000456     SELECT CARTAO-CICLO ASSIGN TO CICPARM
000457         ORGANIZATION IS LINE SEQUENTIAL
000458         FILE STATUS IS WS-CICP-STATUS.
000459*
000460 DATA DIVISION.
000470 FILE SECTION.
000480 FD  PARAMS.
000520     COPY RESULTREC.
000530*
000540 FD  HISTORICO.
000550 01  HIST-REG                    PIC X(70).
000560*
000570 FD  RELATORIO.
000580 01  LINHA-RELATORIO             PIC X(60).
000582*
000584 FD  DIARIO.
000586     COPY JRNLREC.
000587*
000588 FD  CICLOS.
000589     COPY CICLOREC.
000590*
000591 FD  CARTAO-CICLO.
000592     COPY CICPARM.
000593*
000600 WORKING-STORAGE SECTION.
000610 77  WS-PARM-STATUS              PIC X(02) VALUE SPACES.
000620     88  WS-PARM-LIDO-OK             VALUE "00".
000807 01  WS-DATA-HOJE-X              PIC X(08) VALUE SPACES.
000808 01  WS-VIG-LINHA                PIC X(08) VALUE SPACES.
000809 01  WS-VIG-APLICADA             PIC X(08) VALUE SPACES.
000810 77  WS-JRN-STATUS               PIC X(02) VALUE SPACES.
000811     88  WS-JRN-OK                   VALUE "00".
000812 77  WS-DIARIO-ABERTO            PIC X(01) VALUE "N".
000813     88  WS-DIARIO-ABERTO-SIM        VALUE "S".
000814 77  WS-ERRO-DIARIO              PIC X(01) VALUE "N".
000815     88  WS-ERRO-DIARIO-SIM          VALUE "S".
000816 01  WS-JRN-ID                   PIC 9(06) VALUE ZERO.
000817 01  WS-JRN-ORIGEM               PIC X(08) VALUE SPACES.
000818 01  WS-JRN-ANTES                PIC X(70) VALUE SPACES.
000819* Controle do ciclo noturno (CICLOCTL): este passo e a etapa 4
000820* e so roda com o PROGRAMI concluido na mesma data de negocio;
000821* passo ja concluido so roda de novo com o cartao CICPARM.
000822 77  WS-CIC-STATUS               PIC X(02) VALUE SPACES.
000823     88  WS-CIC-OK                   VALUE "00".
000824 77  WS-CICP-STATUS              PIC X(02) VALUE SPACES.
000825     88  WS-CICP-OK                  VALUE "00".
000826 77  WS-CICLO-RECUSA             PIC X(01) VALUE "N".
000827     88  WS-CICLO-RECUSADO           VALUE "S".
000828 77  WS-CICLO-INICIADO           PIC X(01) VALUE "N".
000829     88  WS-CICLO-INICIADO-SIM       VALUE "S".
000830 77  WS-FIM-CICLO                PIC X(01) VALUE "N".
000831     88  WS-CHEGOU-FIM-CICLO         VALUE "S".
000832 01  WS-CIC-ETAPA                PIC 9(01) VALUE 4.
000833 01  WS-CIC-ANTERIOR             PIC 9(01) VALUE 3.
000834 01  WS-CIC-RC-MAXIMO            PIC 9(02) VALUE 4.
000835 01  WS-CIC-DATA-NEGOCIO         PIC X(08) VALUE SPACES.
000836 01  WS-CIC-DATA-HOJE            PIC X(08) VALUE SPACES.
000837 01  WS-CIC-HORA-AGORA           PIC X(08) VALUE SPACES.
000838 01  WS-CIC-RETORNO              PIC 9(02) VALUE ZERO.
000839 01  WS-CIC-OPERADOR             PIC X(08) VALUE SPACES.
000840 01  WS-CIC-MOTIVO               PIC X(30) VALUE SPACES.
000841 01  WS-CIC-RC-ED                PIC Z9.
000842*
000843 PROCEDURE DIVISION.
000844 0000-MAINLINE.
000845     PERFORM 0500-CONFERIR-CICLO THRU 0500-EXIT
000846     IF WS-CICLO-RECUSADO
000847         STOP RUN
000848     END-IF
000849     PERFORM 1000-INICIALIZAR THRU 1000-EXIT
000850     PERFORM 2000-VARRER-CLUSTER THRU 2000-EXIT
000860         UNTIL WS-CHEGOU-FIM
000870     PERFORM 8000-GRAVAR-RELATORIO THRU 8000-EXIT
000884*   scheduler precisa saber.
000886     IF WS-ERRO-REMOCAO-SIM
000888         MOVE 8 TO RETURN-CODE
000889     ELSE
000890         IF WS-ERRO-DIARIO-SIM
000891             MOVE 4 TO RETURN-CODE
000892         END-IF
000893     END-IF
000894     PERFORM 9500-REGISTRAR-CICLO THRU 9500-EXIT
000895     STOP RUN.
000900*
000901*---------------------------------------------------------------
000902* 0500-CONFERIR-CICLO - confere o controle do ciclo noturno
000903* (CICLOCTL) antes de qualquer processamento: o ciclo e o da
000904* data do cartao CICPARM ou, sem ela, o ultimo aberto pelo
000905* PROGRAMB, e o PROGRAMI precisa estar concluido nele. Passo
000906* ja concluido so roda de novo com cartao de reexecucao
000907* (operador e motivo). Aceito, o passo fica marcado em
000908* execucao; recusado, o programa termina sem abrir mais nada,
000909* com codigo de retorno 16.
000910*---------------------------------------------------------------
000911 0500-CONFERIR-CICLO.
000912     ACCEPT WS-CIC-DATA-HOJE FROM DATE YYYYMMDD
000913     ACCEPT WS-CIC-HORA-AGORA FROM TIME
000914     PERFORM 0510-LER-CARTAO-CICLO THRU 0510-EXIT
000915     OPEN I-O CICLOS
000916     IF NOT WS-CIC-OK
000917         DISPLAY "PROGRAME: erro ao abrir CICLOCTL - "
000918             WS-CIC-STATUS " - passo nao executado."
000919         MOVE 12 TO RETURN-CODE
000920         MOVE "S" TO WS-CICLO-RECUSA
000921         GO TO 0500-EXIT
000922     END-IF
000923     IF WS-CIC-DATA-NEGOCIO IS EQUAL TO SPACES
000924         PERFORM 0520-ACHAR-ULTIMO-CICLO THRU 0520-EXIT
000925     END-IF
000926     IF WS-CIC-DATA-NEGOCIO IS EQUAL TO SPACES
000927         DISPLAY "PROGRAME: nenhum ciclo aberto no CICLOCTL - "
000928             "o PROGRAMB ainda nao rodou."
000929         GO TO 0500-RECUSAR
000930     END-IF
000931     MOVE WS-CIC-DATA-NEGOCIO TO CIC-DATA-NEGOCIO
000932     READ CICLOS
000933         INVALID KEY
000934             DISPLAY "PROGRAME: ciclo " WS-CIC-DATA-NEGOCIO
000935                 " nao aberto - o PROGRAMB nao rodou nessa data."
000936             GO TO 0500-RECUSAR
000937     END-READ
000938     IF NOT CIC-CONCLUIDO (WS-CIC-ANTERIOR)
000939         MOVE CIC-RETORNO (WS-CIC-ANTERIOR) TO WS-CIC-RC-ED
000940         DISPLAY "PROGRAME: ciclo " WS-CIC-DATA-NEGOCIO " - "
000941             CIC-PROGRAMA (WS-CIC-ANTERIOR) " nao concluido "
000942             "(situacao '" CIC-SITUACAO (WS-CIC-ANTERIOR)
000943             "', RC " WS-CIC-RC-ED ") - passo nao executado."
000944         GO TO 0500-RECUSAR
000945     END-IF
000946*   Operador e motivo do cartao so valem como reexecucao
000947*   autorizada de passo ja concluido.
000948     IF NOT CIC-CONCLUIDO (WS-CIC-ETAPA)
000949         MOVE SPACES TO WS-CIC-OPERADOR
000950         MOVE SPACES TO WS-CIC-MOTIVO
000951     END-IF
000952     IF CIC-CONCLUIDO (WS-CIC-ETAPA)
000953         IF WS-CIC-OPERADOR IS EQUAL TO SPACES
000954             OR WS-CIC-MOTIVO IS EQUAL TO SPACES
000955             DISPLAY "PROGRAME: passo ja concluido no ciclo "
000956                 WS-CIC-DATA-NEGOCIO " - reexecucao exige "
000957                 "cartao CICPARM com operador e motivo."
000958             GO TO 0500-RECUSAR
000959         END-IF
000960         DISPLAY "PROGRAME: reexecucao no ciclo "
000961             WS-CIC-DATA-NEGOCIO " autorizada por "
000962             WS-CIC-OPERADOR " - " WS-CIC-MOTIVO
000963     END-IF
000964     IF CIC-EM-EXECUCAO (WS-CIC-ETAPA)
000965         DISPLAY "PROGRAME: execucao anterior no ciclo "
000966             WS-CIC-DATA-NEGOCIO " nao terminou - tratada "
000967             "como reexecucao apos abend."
000968     END-IF
000969     MOVE "E" TO CIC-SITUACAO (WS-CIC-ETAPA)
000970     MOVE ZERO TO CIC-RETORNO (WS-CIC-ETAPA)
000971     MOVE WS-CIC-DATA-HOJE TO CIC-INICIO-DATA (WS-CIC-ETAPA)
000972     MOVE WS-CIC-HORA-AGORA TO CIC-INICIO-HORA (WS-CIC-ETAPA)
000973     MOVE SPACES TO CIC-FIM-DATA (WS-CIC-ETAPA)
000974     MOVE SPACES TO CIC-FIM-HORA (WS-CIC-ETAPA)
000975     ADD 1 TO CIC-EXECUCOES (WS-CIC-ETAPA)
000976     MOVE WS-CIC-OPERADOR TO CIC-OPERADOR (WS-CIC-ETAPA)
000977     MOVE WS-CIC-MOTIVO TO CIC-MOTIVO (WS-CIC-ETAPA)
000978     REWRITE CICLOREC
000979         INVALID KEY
000980             GO TO 0500-ERRO-GRAVACAO
000981     END-REWRITE
000982     CLOSE CICLOS
000983     MOVE "S" TO WS-CICLO-INICIADO
000984     DISPLAY "PROGRAME: ciclo " WS-CIC-DATA-NEGOCIO
000985         " - passo em execucao."
000986     GO TO 0500-EXIT.
000987 0500-ERRO-GRAVACAO.
000988     DISPLAY "PROGRAME: erro ao gravar CICLOCTL - " WS-CIC-STATUS
000989         " - passo nao executado."
000990     CLOSE CICLOS
000991     MOVE 12 TO RETURN-CODE
000992     MOVE "S" TO WS-CICLO-RECUSA
000993     GO TO 0500-EXIT.
000994 0500-RECUSAR.
000995     CLOSE CICLOS
000996     MOVE 16 TO RETURN-CODE
000997     MOVE "S" TO WS-CICLO-RECUSA.
000998 0500-EXIT.
000999     EXIT.
001000*
001001*---------------------------------------------------------------
001002* 0510-LER-CARTAO-CICLO - procura no cartao CICPARM (opcional,
001003* vazio no dia a dia) a linha deste passo: data de negocio e,
001004* para reexecucao, operador e motivo. Data nao numerica nao
001005* vale e o ciclo segue o default.
001006*---------------------------------------------------------------
001007 0510-LER-CARTAO-CICLO.
001008     MOVE SPACES TO WS-CIC-DATA-NEGOCIO
001009     MOVE SPACES TO WS-CIC-OPERADOR
001010     MOVE SPACES TO WS-CIC-MOTIVO
001011     OPEN INPUT CARTAO-CICLO
001012     IF NOT WS-CICP-OK
001013         GO TO 0510-EXIT
001014     END-IF
001015     PERFORM 0515-LER-LINHA-CICLO THRU 0515-EXIT
001016         UNTIL NOT WS-CICP-OK
001017     CLOSE CARTAO-CICLO.
001018 0510-EXIT.
001019     EXIT.
001020*
001021 0515-LER-LINHA-CICLO.
001022     READ CARTAO-CICLO
001023         AT END
001024             GO TO 0515-EXIT
001025     END-READ
001026     IF WS-CICP-OK AND CICP-PROGRAMA IS EQUAL TO "PROGRAME"
001027         IF CICP-DATA-NEGOCIO IS NUMERIC
001028             MOVE CICP-DATA-NEGOCIO TO WS-CIC-DATA-NEGOCIO
001029         END-IF
001030         MOVE CICP-OPERADOR TO WS-CIC-OPERADOR
001031         MOVE CICP-MOTIVO TO WS-CIC-MOTIVO
001032     END-IF.
001033 0515-EXIT.
001034     EXIT.
001035*
001036*---------------------------------------------------------------
001037* 0520-ACHAR-ULTIMO-CICLO - sem data no cartao, o ciclo e o de
001038* maior data de negocio no CICLOCTL: o aberto pelo PROGRAMB da
001039* noite, mesmo que o passo rode depois da meia-noite.
001040*---------------------------------------------------------------
001041 0520-ACHAR-ULTIMO-CICLO.
001042     MOVE LOW-VALUES TO CIC-DATA-NEGOCIO
001043     START CICLOS KEY IS NOT LESS THAN CIC-DATA-NEGOCIO
001044         INVALID KEY
001045             GO TO 0520-EXIT
001046     END-START
001047     MOVE "N" TO WS-FIM-CICLO
001048     PERFORM 0530-LER-PROX-CICLO THRU 0530-EXIT
001049         UNTIL WS-CHEGOU-FIM-CICLO.
001050 0520-EXIT.
001051     EXIT.
001052*
001053 0530-LER-PROX-CICLO.
001054     READ CICLOS NEXT RECORD
001055         AT END
001056             MOVE "S" TO WS-FIM-CICLO
001057             GO TO 0530-EXIT
001058     END-READ
001059     MOVE CIC-DATA-NEGOCIO TO WS-CIC-DATA-NEGOCIO.
001060 0530-EXIT.
001061     EXIT.
001062*
001063*---------------------------------------------------------------
001064* 1000-INICIALIZAR - le o periodo de retencao da linha do PARMIN
001065* em vigor na data do processamento (cartao efetivo-datado;
001066* default de 90 dias quando nao vier), calcula a data de corte,
001067* abre o cluster, o historico e o relatorio, e posiciona a
001068* varredura na primeira chave.
001069*---------------------------------------------------------------
001070 1000-INICIALIZAR.
001071     ACCEPT WS-DATA-HOJE-N FROM DATE YYYYMMDD
001072     MOVE WS-DATA-HOJE-N TO WS-DATA-HOJE-X
001073     OPEN INPUT PARAMS
001074     IF WS-PARM-LIDO-OK
001075         PERFORM 1100-LER-LINHA-PARM THRU 1100-EXIT
001076             UNTIL WS-PARM-FIM-SIM
001080         CLOSE PARAMS
001090     END-IF
001110     COMPUTE WS-DIAS-INT =
001180     IF NOT WS-RESULT-OK
001190         DISPLAY "PROGRAME: erro ao abrir RESULTVS - "
001200             WS-RESULT-STATUS
001205         MOVE 12 TO RETURN-CODE
001210         MOVE "S" TO WS-FIM-ARQUIVO
001220         GO TO 1000-EXIT
001230     END-IF
001250     IF NOT WS-HIST-OK
001260         DISPLAY "PROGRAME: erro ao abrir HISTSAI - "
001270             WS-HIST-STATUS
001275         MOVE 12 TO RETURN-CODE
001280         MOVE "S" TO WS-FIM-ARQUIVO
001290         GO TO 1000-EXIT
001300     END-IF
001301     OPEN EXTEND DIARIO
001302     IF NOT WS-JRN-OK
001303         OPEN OUTPUT DIARIO
001304     END-IF
001305     IF NOT WS-JRN-OK
001306         DISPLAY "PROGRAME: erro ao abrir JRNLRES - "
001307             WS-JRN-STATUS
001308         MOVE 12 TO RETURN-CODE
001309         MOVE "S" TO WS-FIM-ARQUIVO
001310         GO TO 1000-EXIT
001311     END-IF
001312     MOVE "S" TO WS-DIARIO-ABERTO
001313     OPEN OUTPUT RELATORIO
001320     IF NOT WS-RELAT-OK
001330         DISPLAY "PROGRAME: erro ao abrir ARQREL - "
001340             WS-RELAT-STATUS
001345         MOVE 12 TO RETURN-CODE
001350         MOVE "S" TO WS-FIM-ARQUIVO
001360         GO TO 1000-EXIT
001370     END-IF
001720* registro fica no cluster, nunca some.
001730*---------------------------------------------------------------
001740 3000-ARQUIVAR-REGISTRO.
001742     MOVE RESULTREC TO WS-JRN-ANTES
001744     MOVE RES-ID TO WS-JRN-ID
001746     MOVE RES-ORIGEM TO WS-JRN-ORIGEM
001750     MOVE RESULTREC TO HIST-REG
001760     WRITE HIST-REG
001770     IF NOT WS-HIST-OK
001882             ADD 1 TO WS-QTD-MANTIDOS
001884             GO TO 3000-EXIT
001886     END-DELETE
001888     PERFORM 3100-GRAVAR-DIARIO THRU 3100-EXIT
001890     ADD 1 TO WS-QTD-ARQUIVADOS.
001900 3000-EXIT.
001910     EXIT.
001911*
001912*---------------------------------------------------------------
001913* 3100-GRAVAR-DIARIO - grava no diario JRNLRES o expurgo do
001914* registro, com a imagem que saiu do cluster (a mesma que foi
001915* para o HISTSAI) e a imagem posterior em branco.
001916*---------------------------------------------------------------
001917 3100-GRAVAR-DIARIO.
001918     MOVE WS-JRN-ID TO JRN-ID
001919     MOVE "EXPURGO" TO JRN-ACAO
001920     ACCEPT JRN-DATA FROM DATE YYYYMMDD
001921     ACCEPT JRN-HORA FROM TIME
001922     MOVE "PROGRAME" TO JRN-PROGRAMA
001923     MOVE WS-JRN-ORIGEM TO JRN-ORIGEM
001924     MOVE SPACES TO JRN-OPERADOR
001925     MOVE WS-JRN-ANTES TO JRN-ANTES
001926     MOVE SPACES TO JRN-DEPOIS
001927     WRITE JRNLREC
001928     IF NOT WS-JRN-OK
001929         DISPLAY "PROGRAME: erro ao gravar JRNLRES - "
001930             WS-JRN-STATUS " - registro " WS-JRN-ID
001931         MOVE "S" TO WS-ERRO-DIARIO
001932     END-IF.
001933 3100-EXIT.
001934     EXIT.
001935*
001936*---------------------------------------------------------------
001940* 8000-GRAVAR-RELATORIO - grava o relatorio de disposicao do
001950* expurgo: retencao usada, data de corte e contagens, com a
001960* prova de que lidos = arquivados + mantidos.
002504         MOVE "*** REMOCAO COM ERRO - REGISTRO EM AMBOS OS ARQS"
002506             TO LINHA-RELATORIO
002508         WRITE LINHA-RELATORIO
002509     END-IF
002510     IF WS-ERRO-DIARIO-SIM
002511         MOVE "*** EXPURGO SEM REGISTRO NO DIARIO JRNLRES"
002512             TO LINHA-RELATORIO
002513         WRITE LINHA-RELATORIO
002514     END-IF.
002515 8000-EXIT.
002520     EXIT.
002530*
002540*---------------------------------------------------------------
002630     END-IF
002640     IF WS-RELAT-OK
002650         CLOSE RELATORIO
002660     END-IF
002662     IF WS-DIARIO-ABERTO-SIM
002664         CLOSE DIARIO
002666     END-IF.
002670 9000-EXIT.
002680     EXIT.
002690*
002700*---------------------------------------------------------------
002710* 9500-REGISTRAR-CICLO - grava no controle do ciclo o fim do
002720* passo: codigo de retorno, data/hora do fim e a situacao -
002730* concluido ate RC 4, falhou acima disso (o passo seguinte
002740* nao roda nesta data de negocio ate uma reexecucao que termine
002750* bem).
002760*---------------------------------------------------------------
002770 9500-REGISTRAR-CICLO.
002780     IF NOT WS-CICLO-INICIADO-SIM
002790         GO TO 9500-EXIT
002800     END-IF
002810     MOVE RETURN-CODE TO WS-CIC-RETORNO
002820     ACCEPT WS-CIC-DATA-HOJE FROM DATE YYYYMMDD
002830     ACCEPT WS-CIC-HORA-AGORA FROM TIME
002840     OPEN I-O CICLOS
002850     IF NOT WS-CIC-OK
002860         DISPLAY "PROGRAME: erro ao abrir CICLOCTL - "
002870             WS-CIC-STATUS " - fim do passo nao registrado."
002880         MOVE 12 TO RETURN-CODE
002890         GO TO 9500-EXIT
002900     END-IF
002910     MOVE WS-CIC-DATA-NEGOCIO TO CIC-DATA-NEGOCIO
002920     READ CICLOS
002930         INVALID KEY
002940             GO TO 9500-ERRO-GRAVACAO
002950     END-READ
002960     MOVE WS-CIC-RETORNO TO CIC-RETORNO (WS-CIC-ETAPA)
002970     IF WS-CIC-RETORNO IS GREATER THAN WS-CIC-RC-MAXIMO
002980         MOVE "F" TO CIC-SITUACAO (WS-CIC-ETAPA)
002990     ELSE
003000         MOVE "C" TO CIC-SITUACAO (WS-CIC-ETAPA)
003010     END-IF
003020     MOVE WS-CIC-DATA-HOJE TO CIC-FIM-DATA (WS-CIC-ETAPA)
003030     MOVE WS-CIC-HORA-AGORA TO CIC-FIM-HORA (WS-CIC-ETAPA)
003040     REWRITE CICLOREC
003050         INVALID KEY
003060             GO TO 9500-ERRO-GRAVACAO
003070     END-REWRITE
003080     CLOSE CICLOS
003090     MOVE WS-CIC-RETORNO TO WS-CIC-RC-ED
003100     DISPLAY "PROGRAME: ciclo " WS-CIC-DATA-NEGOCIO " - passo "
003110         "registrado na situacao " CIC-SITUACAO (WS-CIC-ETAPA)
003120         " (RC " WS-CIC-RC-ED ")."
003130     GO TO 9500-EXIT.
003140 9500-ERRO-GRAVACAO.
003150     DISPLAY "PROGRAME: erro ao gravar CICLOCTL - " WS-CIC-STATUS
003160         " - fim do passo nao registrado."
003170     CLOSE CICLOS
003180     MOVE 12 TO RETURN-CODE.
003190 9500-EXIT.
003200     EXIT.
