001017*                    RELAT e entra no codigo de retorno 8 - um
001018*                    arquivo 40 pct curto mas em balanco com o
001019*                    proprio trailer deixou de passar limpo.
001020*   15/10/2026  LA   Sobreposicao manual de classificacao
001021*                    (PROGRAML): registro gravado ou regravado
001022*                    pelo lote sai com a marca RES-SOBREPOSTO
001023*                    limpa - uma reclassificacao do remetente
001024*                    substitui a sobreposicao anterior. A linha
001025*                    de auditoria do lote grava os campos de
001026*                    operador (novos no AUDITREC) em branco.
001027*   15/10/2026  LA   Cadastro de origens ORIGMEST (PROGRAMM): o
001028*                    header "HD" e conferido no cadastro, e o
001029*                    lote de origem fora dele ou inativa vai
001030*                    inteiro para a REJEITOS com motivo proprio,
001031*                    sem classificar (estorno dentro dele
001032*                    tambem); origem com limite ou faixas
001033*                    proprios classifica com eles, inclusive o
001034*                    suspenso liberado. O RELAT ganhou a secao
001035*                    do cadastro de origens, com os lotes
001036*                    recusados e as origens esperadas no dia da
001037*                    semana que nao chegaram (retorno 4). Lote
001038*                    recusado nao entra no percentual do
001039*                    PARM-REJ-MAX-PCT. Sem o ORIGMEST o lote nao
001040*                    le DADOIN (erro de arquivo).
001118*   15/10/2026  LA   Registro de recebimento de lotes LOTEREG:
001196*                    cada lote aceito grava origem e data do
001274*                    header com contagem e hash do trailer. Uma
001352*                    primeira passada em DADOIN monta o mapa dos
001430*                    lotes, e lote ja registrado (ou repetido no
001508*                    proprio arquivo) e ignorado inteiro, sem
001586*                    classificar nem rejeitar, com secao propria
001664*                    no RELAT e retorno 4. O cartao LOTPARM
001742*                    (origem, data, operador e motivo) autoriza
001820*                    o reprocesso deliberado de um lote.
001830*   15/10/2026  LA   Fechamento de periodo (PROGRAMN): estorno
001840*                    "ES" e correcao por reenvio de registro
001850*                    cuja RES-DATA-CLASS cai num mes fechado no
001860*                    controle FECHMES vao para a REJEITOS com
001870*                    motivo proprio, sem alterar RESULTVS, e
001880*                    saem numa linha propria do RELAT (retorno
001890*                    4). Sem o FECHMES nenhum mes esta fechado.
001891*   15/10/2026  LA   Diario de alteracoes de RESULTVS (JRNLRES,
001892*                    layout JRNLREC): inclusao, correcao por
001893*                    reenvio e estorno "ES" gravam a acao, a
001894*                    data/hora, o programa, a origem do lote e
001895*                    as imagens do registro antes e depois, para
001896*                    o PROGRAMC listar todas as versoes de um id.
001897*   15/10/2026  LA   Controle do ciclo noturno (CICLOCTL, layout
001898*                    CICLOREC): o passo abre o ciclo da data de
001899*                    negocio e grava nele a sua situacao, o
001900*                    codigo de retorno e o inicio/fim da
001901*                    execucao, para os passos seguintes (PROGRAMF,
001902*                    PROGRAMI, PROGRAME e PROGRAMK) conferirem a
001903*                    ordem. Passo ja concluido na data so roda de
001904*                    novo com o cartao de reexecucao CICPARM
001905*                    (operador e motivo); recusado, termina com
001906*                    codigo de retorno 16 sem abrir mais nada.
001907*   15/10/2026  LA   Rejeito gravado na REJEITOS passou a levar
001908*                    o codigo padrao do motivo (REJ-COD-MOTIVO), a
001909*                    origem do lote e a data do processamento,
001910*                    para o PROGRAMR devolver a cada remetente
001911*                    os rejeitos do seu lote. LRECL da REJEITOS
001912*                    passou de 45 para 63.
001913*   15/10/2026  LA   Manutencao online de suspensos (PROGRAMS):
001914*                    suspenso liberado pelo operador classifica
001915*                    neste lote mesmo com data futura; cancelado
001916*                    nao classifica e vai uma unica vez para a
001917*                    nova geracao como baixado, para o inventario
001918*                    do PROGRAMK mostrar a baixa, e cai no lote
001919*                    seguinte (aviso no sysout). LRECL do GDG de
001920*                    suspensos passou de 39 para 86.
001921
001922 IDENTIFICATION DIVISION.
001923 PROGRAM-ID. PROGRAMB.
001930 AUTHOR. LILIAN.
001940 INSTALLATION. DEPARTAMENTO DE SISTEMAS.
001950 DATE-WRITTEN. 10/07/2025.
001960 DATE-COMPILED.
001970
002000 ENVIRONMENT DIVISION.
002010 INPUT-OUTPUT SECTION.
002020 FILE-CONTROL.
002322         ORGANIZATION IS LINE SEQUENTIAL
002323         FILE STATUS IS WS-ESTAT-STATUS.
002324
002325     SELECT ORIGENS ASSIGN TO ORIGMEST
002326         ORGANIZATION IS INDEXED
002327         ACCESS MODE IS DYNAMIC
002328         RECORD KEY IS ORIG-CODIGO
002329         FILE STATUS IS WS-ORIG-STATUS.
002330
002397     SELECT LOTES ASSIGN TO LOTEREG
002464         ORGANIZATION IS INDEXED
002531         ACCESS MODE IS DYNAMIC
002598         RECORD KEY IS LOTE-CHAVE
002665         FILE STATUS IS WS-LOTE-STATUS.
002732
002799     SELECT AUTORIZACAO ASSIGN TO LOTPARM
002866         ORGANIZATION IS LINE SEQUENTIAL
002933         FILE STATUS IS WS-LOTP-STATUS.
002942*
002951     SELECT FECHAMENTOS ASSIGN TO FECHMES
002960         ORGANIZATION IS INDEXED
002969         ACCESS MODE IS DYNAMIC
002978         RECORD KEY IS FECH-MES
002987         FILE STATUS IS WS-FECH-STATUS.
002989*
002991     SELECT DIARIO ASSIGN TO JRNLRES
002993         ORGANIZATION IS LINE SEQUENTIAL
002995         FILE STATUS IS WS-JRN-STATUS.
002996*
002997     SELECT CICLOS ASSIGN TO CICLOCTL
002998         ORGANIZATION IS INDEXED
002999         ACCESS MODE IS DYNAMIC
003000         RECORD KEY IS CIC-DATA-NEGOCIO
003001         FILE STATUS IS WS-CIC-STATUS.
003002*
003003     SELECT CARTAO-CICLO ASSIGN TO CICPARM
003004         ORGANIZATION IS LINE SEQUENTIAL
003005         FILE STATUS IS WS-CICP-STATUS.
003006 DATA DIVISION.
003010 FILE SECTION.
003020 FD  ENTRADA.
003030     COPY DADOREC.
003213 FD  SUSPENSO-ANT.
003214*   Visao crua do suspenso do lote anterior: os dados da
003215*   transacao (mesma forma do DADOREC) e a origem guardada
003216*   na hora da suspensao, a data de entrada e a acao do
003217*   operador na manutencao online (PROGRAMS).
003218 01  SUSP-ANT-REG.
003219     05  SUSP-ANT-DADOS          PIC X(23).
003220     05  SUSP-ANT-ORIGEM         PIC X(08).
003221     05  SUSP-ANT-DT-ENTRADA     PIC X(08).
003222     05  SUSP-ANT-SITUACAO       PIC X(01).
003223         88  SUSP-ANT-LIBERADO       VALUE "L".
003224         88  SUSP-ANT-CANCELADO      VALUE "C".
003225         88  SUSP-ANT-BAIXADO        VALUE "B".
003226     05  SUSP-ANT-ACAO           PIC X(46).
003227 FD  SUSPENSO-NOVO.
003228     COPY SUSPREC.
003229
003230 FD  ESTATISTICA.
003231     COPY ESTATREC.
003232
003233 FD  ORIGENS.
003234     COPY ORIGREC.
003235
003357 FD  LOTES.
003485     COPY LOTEREC.
003613
003741 FD  AUTORIZACAO.
003869     COPY LOTPARM.
003901*
003933 FD  FECHAMENTOS.
003965     COPY FECHREC.
003973*
003981 FD  DIARIO.
003989     COPY JRNLREC.
003990*
003991 FD  CICLOS.
003992     COPY CICLOREC.
003993*
003994 FD  CARTAO-CICLO.
003995     COPY CICPARM.
004000 WORKING-STORAGE SECTION.
004010 01  WS-VALOR-NUM                PIC 9(09) VALUE ZERO.
004020 01  WS-LIMITE                   PIC 9(09) VALUE 50.
004644 01  WS-ORIGEM-GRAVACAO          PIC X(08) VALUE SPACES.
004645 01  WS-ESTORNO-ID               PIC 9(06) VALUE ZERO.
004647 01  WS-ESTORNO-MOTIVO           PIC X(30) VALUE SPACES.
004648 01  WS-ESTORNO-COD-MOTIVO       PIC X(02) VALUE SPACES.
004649 01  WS-QTD-ESTORNADOS           PIC 9(06) VALUE ZERO.
004651 01  WS-ULT-CKPT-ESTORNADOS      PIC 9(06) VALUE ZERO.
004653 01  WS-BASE-ESTORNADOS          PIC 9(06) VALUE ZERO.
004796 77  WS-RECON-EXECUTADA          PIC X(01) VALUE "N".
004797     88  WS-RECON-FEITA              VALUE "S".
004798
004800* Cadastro de origens ORIGMEST: situacao de cada entrada da
004801* tabela de origens acima (mesmo indice), o limite e as faixas
004802* do PARMIN guardados para voltar a eles entre uma origem e
004803* outra, e a conferencia das origens esperadas no dia.
004804 77  WS-ORIG-STATUS              PIC X(02) VALUE SPACES.
004805     88  WS-ORIG-OK                  VALUE "00".
004806 77  WS-ORIGENS-ABERTO           PIC X(01) VALUE "N".
004807     88  WS-ORIGENS-ABERTO-SIM       VALUE "S".
004808 01  WS-ORIGEM-CADASTRO.
004809     05  WS-ORIGEM-CAD OCCURS 20 TIMES.
004810         10  WS-ORG-RECUSA           PIC X(01).
004811             88  WS-ORG-DESCONHECIDA     VALUE "D".
004812             88  WS-ORG-INATIVA          VALUE "I".
004813         10  WS-ORG-LIM-PROPRIO      PIC X(01).
004814             88  WS-ORG-COM-LIMITE       VALUE "S".
004815         10  WS-ORG-QTD-RECUSADOS    PIC 9(06).
004816 01  WS-ORIGEM-CONSULTA          PIC X(08) VALUE SPACES.
004817 01  WS-ORIGEM-RECUSA            PIC X(01) VALUE SPACE.
004818 01  WS-ORIGEM-LIM-PROP          PIC X(01) VALUE SPACE.
004819 01  WS-QTD-RECUSADOS-ORIGEM     PIC 9(06) VALUE ZERO.
004820 01  WS-LIDOS-AVALIADOS          PIC 9(06) VALUE ZERO.
004821 01  WS-LIMITE-PARMIN            PIC 9(09) VALUE ZERO.
004822 01  WS-FAIXA-1-PARMIN           PIC 9(09) VALUE ZERO.
004823 01  WS-FAIXA-2-PARMIN           PIC 9(09) VALUE ZERO.
004824 01  WS-FAIXA-3-PARMIN           PIC 9(09) VALUE ZERO.
004825 01  WS-DATA-PROC-N              PIC 9(08) VALUE ZERO.
004826 01  WS-DIAS-INT                 PIC 9(09) VALUE ZERO.
004827 01  WS-DIAS-QUOC                PIC 9(09) VALUE ZERO.
004828 01  WS-DIA-SEMANA               PIC 9(01) VALUE ZERO.
004829 77  WS-FIM-ORIGENS              PIC X(01) VALUE "N".
004830     88  WS-FIM-ORIGENS-SIM          VALUE "S".
004833 01  WS-QTD-ORIG-AUSENTES        PIC 9(06) VALUE ZERO.
004834 01  WS-QTD-LOTES-RECUSADOS      PIC 9(06) VALUE ZERO.
004835
004837* Registro de recebimento de lotes LOTEREG: mapa dos lotes de
004839* DADOIN montado na primeira passada (um por header "HD", na
004841* ordem do arquivo), autorizacoes de reprocesso do LOTPARM e
004843* contadores da secao de lotes duplicados do RELAT.
004845 77  WS-LOTE-STATUS              PIC X(02) VALUE SPACES.
004847     88  WS-LOTE-OK                  VALUE "00".
004849 77  WS-LOTES-ABERTO             PIC X(01) VALUE "N".
004851     88  WS-LOTES-ABERTO-SIM         VALUE "S".
004853 77  WS-LOTP-STATUS              PIC X(02) VALUE SPACES.
004855     88  WS-LOTP-OK                  VALUE "00".
004857 77  WS-LOTP-FIM                 PIC X(01) VALUE "N".
004859     88  WS-LOTP-FIM-SIM             VALUE "S".
004861 77  WS-FIM-MAPA                 PIC X(01) VALUE "N".
004863     88  WS-FIM-MAPA-SIM             VALUE "S".
004865 77  WS-MAPA-LOTE-ABERTO         PIC X(01) VALUE "N".
004867     88  WS-MAPA-LOTE-ABERTO-SIM     VALUE "S".
004869 01  WS-LOTE-MAX                 PIC 9(02) VALUE 20.
004871 01  WS-MAPA-SEQ                 PIC 9(03) VALUE ZERO.
004873 01  WS-LOTE-SEQ                 PIC 9(03) VALUE ZERO.
004875 01  WS-MAPA-IDX                 PIC 9(02) VALUE ZERO.
004877 01  WS-MAPA-LIMITE              PIC 9(02) VALUE ZERO.
004879 01  WS-LOTE-MAPA.
004881     05  WS-LM-ENT OCCURS 20 TIMES.
004883         10  WS-LM-CHAVE.
004885             15  WS-LM-ORIGEM        PIC X(08).
004887             15  WS-LM-DATA          PIC X(08).
004889             15  WS-LM-TRL-QTD       PIC 9(06).
004891             15  WS-LM-TRL-HASH      PIC 9(15).
004893         10  WS-LM-TRAILER           PIC X(01).
004895             88  WS-LM-TRAILER-LIDO      VALUE "S".
004897         10  WS-LM-SITUACAO          PIC X(01).
004899             88  WS-LM-JA-REGISTRADO     VALUE "R".
004901             88  WS-LM-REPETIDO          VALUE "A".
004903             88  WS-LM-DUPLICADO         VALUE "R" "A".
004905             88  WS-LM-REPROCESSO        VALUE "O".
004907         10  WS-LM-RECUSA            PIC X(01).
004909         10  WS-LM-DATA-ANT          PIC X(08).
004911         10  WS-LM-AUT               PIC 9(02).
004913 01  WS-AUT-MAX                  PIC 9(02) VALUE 10.
004915 01  WS-AUT-QTD                  PIC 9(02) VALUE ZERO.
004917 01  WS-AUT-IDX                  PIC 9(02) VALUE ZERO.
004919 01  WS-AUTORIZACOES.
004921     05  WS-AUT-ENT OCCURS 10 TIMES.
004923         10  WS-AUT-ORIGEM           PIC X(08).
004925         10  WS-AUT-DATA             PIC X(08).
004927         10  WS-AUT-OPERADOR         PIC X(08).
004929         10  WS-AUT-MOTIVO           PIC X(30).
004931 01  WS-QTD-LOTES-DUPLIC         PIC 9(06) VALUE ZERO.
004933 01  WS-QTD-LOTES-REPROC         PIC 9(06) VALUE ZERO.
004935 01  WS-QTD-LOTES-REGISTRADOS    PIC 9(06) VALUE ZERO.
004937 01  WS-QTD-IGNORADOS-DUPLIC     PIC 9(06) VALUE ZERO.
004939* Lote duplicado marcado por entrada da tabela de origens.
004941 01  WS-ORIGEM-DUPLIC            VALUE SPACES.
004943     05  WS-ORG-DUPLIC OCCURS 20 TIMES PIC X(01).
004945         88  WS-ORG-LOTE-DUPLIC      VALUE "S".
004949* Controle de meses fechados FECHMES (PROGRAMN): estorno e
004953* correcao de registro de mes fechado sao recusados.
004957 77  WS-FECH-STATUS              PIC X(02) VALUE SPACES.
004961     88  WS-FECH-OK                  VALUE "00".
004965 77  WS-FECHMES-ABERTO           PIC X(01) VALUE "N".
004969     88  WS-FECHMES-ABERTO-SIM       VALUE "S".
004973 77  WS-PERIODO-FECHADO          PIC X(01) VALUE "N".
004977     88  WS-PERIODO-FECHADO-SIM      VALUE "S".
004981 77  WS-COR-BLOQUEADA            PIC X(01) VALUE "N".
004985     88  WS-COR-BLOQUEADA-SIM        VALUE "S".
004989 01  WS-MES-CONSULTA             PIC X(06) VALUE SPACES.
004993 01  WS-QTD-BLOQ-FECHADO         PIC 9(06) VALUE ZERO.
004994* Diario de alteracoes de RESULTVS (JRNLRES): imagens antes e
004995* depois de cada gravacao, regravacao e estorno.
004996 77  WS-JRN-STATUS               PIC X(02) VALUE SPACES.
004997     88  WS-JRN-OK                   VALUE "00".
004998 77  WS-DIARIO-ABERTO            PIC X(01) VALUE "N".
004999     88  WS-DIARIO-ABERTO-SIM        VALUE "S".
005000 01  WS-JRN-ACAO                 PIC X(10) VALUE SPACES.
005001 01  WS-JRN-ID                   PIC 9(06) VALUE ZERO.
005002 01  WS-JRN-ANTES                PIC X(70) VALUE SPACES.
005003 01  WS-JRN-DEPOIS               PIC X(70) VALUE SPACES.
005004* Controle do ciclo noturno (CICLOCTL): este passo e a etapa 1
005005* e abre o ciclo da data de negocio; passo ja concluido so roda
005006* de novo com o cartao de reexecucao CICPARM.
005007 77  WS-CIC-STATUS               PIC X(02) VALUE SPACES.
005008     88  WS-CIC-OK                   VALUE "00".
005009 77  WS-CICP-STATUS              PIC X(02) VALUE SPACES.
005010     88  WS-CICP-OK                  VALUE "00".
005011 77  WS-CICLO-RECUSA             PIC X(01) VALUE "N".
005012     88  WS-CICLO-RECUSADO           VALUE "S".
005013 77  WS-CICLO-INICIADO           PIC X(01) VALUE "N".
005014     88  WS-CICLO-INICIADO-SIM       VALUE "S".
005015 77  WS-CICLO-NOVO               PIC X(01) VALUE "N".
005016     88  WS-CICLO-NOVO-SIM           VALUE "S".
005017 01  WS-CIC-ETAPA                PIC 9(01) VALUE 1.
005018 01  WS-CIC-RC-MAXIMO            PIC 9(02) VALUE 4.
005019 01  WS-CIC-DATA-NEGOCIO         PIC X(08) VALUE SPACES.
005020 01  WS-CIC-DATA-HOJE            PIC X(08) VALUE SPACES.
005021 01  WS-CIC-HORA-AGORA           PIC X(08) VALUE SPACES.
005022 01  WS-CIC-RETORNO              PIC 9(02) VALUE ZERO.
005023 01  WS-CIC-OPERADOR             PIC X(08) VALUE SPACES.
005024 01  WS-CIC-MOTIVO               PIC X(30) VALUE SPACES.
005025 01  WS-CIC-RC-ED                PIC Z9.
005026 PROCEDURE DIVISION.
005027 0000-MAINLINE.
005028     PERFORM 0500-CONFERIR-CICLO THRU 0500-EXIT
005029     IF WS-CICLO-RECUSADO
005030         STOP RUN
005031     END-IF
005032     PERFORM 1500-LER-PARAMETRO THRU 1500-EXIT
005033     PERFORM 1600-LER-CHECKPOINT THRU 1600-EXIT
005040     PERFORM 1000-INICIALIZAR THRU 1000-EXIT
005050     PERFORM 2000-PROCESSAR-ARQUIVO THRU 2000-EXIT
005060     PERFORM 3000-PROCESSAR-SUSPENSO THRU 3000-EXIT
005070     PERFORM 7000-RECONCILIAR THRU 7000-EXIT
005075     PERFORM 7500-CHECAR-DESVIO THRU 7500-EXIT
005077     PERFORM 7600-REGISTRAR-LOTES THRU 7600-EXIT
005080     PERFORM 8000-GRAVAR-RELATORIO THRU 8000-EXIT
005090     PERFORM 9000-FINALIZAR THRU 9000-EXIT
005100     PERFORM 9100-DEFINIR-RETORNO THRU 9100-EXIT
005105     PERFORM 9200-GRAVAR-ESTATISTICA THRU 9200-EXIT
005107     PERFORM 9500-REGISTRAR-CICLO THRU 9500-EXIT
005110     STOP RUN.
005120*
005121*---------------------------------------------------------------
005122* 0500-CONFERIR-CICLO - confere o controle do ciclo noturno
005123* (CICLOCTL) antes de qualquer processamento. O PROGRAMB abre o
005124* ciclo da data de negocio (a do dia, ou a do cartao CICPARM)
005125* na primeira execucao nela; passo ja concluido so roda de novo
005126* com cartao de reexecucao (operador e motivo). Aceito, o passo
005127* fica marcado em execucao; recusado, o programa termina sem
005128* abrir mais nada, com codigo de retorno 16.
005129*---------------------------------------------------------------
005130 0500-CONFERIR-CICLO.
005131     ACCEPT WS-CIC-DATA-HOJE FROM DATE YYYYMMDD
005132     ACCEPT WS-CIC-HORA-AGORA FROM TIME
005133     PERFORM 0510-LER-CARTAO-CICLO THRU 0510-EXIT
005134     OPEN I-O CICLOS
005135     IF NOT WS-CIC-OK
005136         OPEN OUTPUT CICLOS
005137         IF WS-CIC-OK
005138             CLOSE CICLOS
005139             OPEN I-O CICLOS
005140         END-IF
005141     END-IF
005142     IF NOT WS-CIC-OK
005143         DISPLAY "PROGRAMB: erro ao abrir CICLOCTL - "
005144             WS-CIC-STATUS " - passo nao executado."
005145         MOVE 12 TO RETURN-CODE
005146         MOVE "S" TO WS-CICLO-RECUSA
005147         GO TO 0500-EXIT
005148     END-IF
005149     IF WS-CIC-DATA-NEGOCIO IS EQUAL TO SPACES
005150         MOVE WS-CIC-DATA-HOJE TO WS-CIC-DATA-NEGOCIO
005151     END-IF
005152     MOVE WS-CIC-DATA-NEGOCIO TO CIC-DATA-NEGOCIO
005153     READ CICLOS
005154         INVALID KEY
005155             PERFORM 0520-ABRIR-CICLO THRU 0520-EXIT
005156     END-READ
005157*   Operador e motivo do cartao so valem como reexecucao
005158*   autorizada de passo ja concluido.
005159     IF NOT CIC-CONCLUIDO (WS-CIC-ETAPA)
005160         MOVE SPACES TO WS-CIC-OPERADOR
005161         MOVE SPACES TO WS-CIC-MOTIVO
005162     END-IF
005163     IF CIC-CONCLUIDO (WS-CIC-ETAPA)
005164         IF WS-CIC-OPERADOR IS EQUAL TO SPACES
005165             OR WS-CIC-MOTIVO IS EQUAL TO SPACES
005166             DISPLAY "PROGRAMB: passo ja concluido no ciclo "
005167                 WS-CIC-DATA-NEGOCIO " - reexecucao exige "
005168                 "cartao CICPARM com operador e motivo."
005169             GO TO 0500-RECUSAR
005170         END-IF
005171         DISPLAY "PROGRAMB: reexecucao no ciclo "
005172             WS-CIC-DATA-NEGOCIO " autorizada por "
005173             WS-CIC-OPERADOR " - " WS-CIC-MOTIVO
005174     END-IF
005175     IF CIC-EM-EXECUCAO (WS-CIC-ETAPA)
005176         DISPLAY "PROGRAMB: execucao anterior no ciclo "
005177             WS-CIC-DATA-NEGOCIO " nao terminou - tratada "
005178             "como reexecucao apos abend."
005179     END-IF
005180     MOVE "E" TO CIC-SITUACAO (WS-CIC-ETAPA)
005181     MOVE ZERO TO CIC-RETORNO (WS-CIC-ETAPA)
005182     MOVE WS-CIC-DATA-HOJE TO CIC-INICIO-DATA (WS-CIC-ETAPA)
005183     MOVE WS-CIC-HORA-AGORA TO CIC-INICIO-HORA (WS-CIC-ETAPA)
005184     MOVE SPACES TO CIC-FIM-DATA (WS-CIC-ETAPA)
005185     MOVE SPACES TO CIC-FIM-HORA (WS-CIC-ETAPA)
005186     ADD 1 TO CIC-EXECUCOES (WS-CIC-ETAPA)
005187     MOVE WS-CIC-OPERADOR TO CIC-OPERADOR (WS-CIC-ETAPA)
005188     MOVE WS-CIC-MOTIVO TO CIC-MOTIVO (WS-CIC-ETAPA)
005189     IF WS-CICLO-NOVO-SIM
005190         WRITE CICLOREC
005191             INVALID KEY
005192                 GO TO 0500-ERRO-GRAVACAO
005193         END-WRITE
005194     ELSE
005195         REWRITE CICLOREC
005196             INVALID KEY
005197                 GO TO 0500-ERRO-GRAVACAO
005198         END-REWRITE
005199     END-IF
005200     CLOSE CICLOS
005201     MOVE "S" TO WS-CICLO-INICIADO
005202     DISPLAY "PROGRAMB: ciclo " WS-CIC-DATA-NEGOCIO
005203         " - passo em execucao."
005204     GO TO 0500-EXIT.
005205 0500-ERRO-GRAVACAO.
005206     DISPLAY "PROGRAMB: erro ao gravar CICLOCTL - " WS-CIC-STATUS
005207         " - passo nao executado."
005208     CLOSE CICLOS
005209     MOVE 12 TO RETURN-CODE
005210     MOVE "S" TO WS-CICLO-RECUSA
005211     GO TO 0500-EXIT.
005212 0500-RECUSAR.
005213     CLOSE CICLOS
005214     MOVE 16 TO RETURN-CODE
005215     MOVE "S" TO WS-CICLO-RECUSA.
005216 0500-EXIT.
005217     EXIT.
005218*
005219*---------------------------------------------------------------
005220* 0510-LER-CARTAO-CICLO - procura no cartao CICPARM (opcional,
005221* vazio no dia a dia) a linha deste passo: data de negocio e,
005222* para reexecucao, operador e motivo. Data nao numerica nao
005223* vale e o ciclo segue o default.
005224*---------------------------------------------------------------
005225 0510-LER-CARTAO-CICLO.
005226     MOVE SPACES TO WS-CIC-DATA-NEGOCIO
005227     MOVE SPACES TO WS-CIC-OPERADOR
005228     MOVE SPACES TO WS-CIC-MOTIVO
005229     OPEN INPUT CARTAO-CICLO
005230     IF NOT WS-CICP-OK
005231         GO TO 0510-EXIT
005232     END-IF
005233     PERFORM 0515-LER-LINHA-CICLO THRU 0515-EXIT
005234         UNTIL NOT WS-CICP-OK
005235     CLOSE CARTAO-CICLO.
005236 0510-EXIT.
005237     EXIT.
005238*
005239 0515-LER-LINHA-CICLO.
005240     READ CARTAO-CICLO
005241         AT END
005242             GO TO 0515-EXIT
005243     END-READ
005244     IF WS-CICP-OK AND CICP-PROGRAMA IS EQUAL TO "PROGRAMB"
005245         IF CICP-DATA-NEGOCIO IS NUMERIC
005246             MOVE CICP-DATA-NEGOCIO TO WS-CIC-DATA-NEGOCIO
005247         END-IF
005248         MOVE CICP-OPERADOR TO WS-CIC-OPERADOR
005249         MOVE CICP-MOTIVO TO WS-CIC-MOTIVO
005250     END-IF.
005251 0515-EXIT.
005252     EXIT.
005253*
005254*---------------------------------------------------------------
005255* 0520-ABRIR-CICLO - primeira execucao na data de negocio: monta
005256* o registro do ciclo com as cinco etapas ainda nao executadas.
005257*---------------------------------------------------------------
005258 0520-ABRIR-CICLO.
005259     MOVE SPACES TO CICLOREC
005260     MOVE WS-CIC-DATA-NEGOCIO TO CIC-DATA-NEGOCIO
005261     MOVE "PROGRAMB" TO CIC-PROGRAMA (1)
005262     MOVE "PROGRAMF" TO CIC-PROGRAMA (2)
005263     MOVE "PROGRAMI" TO CIC-PROGRAMA (3)
005264     MOVE "PROGRAME" TO CIC-PROGRAMA (4)
005265     MOVE "PROGRAMK" TO CIC-PROGRAMA (5)
005266     MOVE ZERO TO CIC-RETORNO (1) CIC-RETORNO (2)
005267         CIC-RETORNO (3) CIC-RETORNO (4) CIC-RETORNO (5)
005268     MOVE ZERO TO CIC-EXECUCOES (1) CIC-EXECUCOES (2)
005269         CIC-EXECUCOES (3) CIC-EXECUCOES (4) CIC-EXECUCOES (5)
005270     MOVE "S" TO WS-CICLO-NOVO
005271     DISPLAY "PROGRAMB: ciclo " WS-CIC-DATA-NEGOCIO
005272         " aberto no CICLOCTL.".
005273 0520-EXIT.
005274     EXIT.
005275*
005276*---------------------------------------------------------------
005277* 1000-INICIALIZAR - abre o arquivo de entrada e le o primeiro
005278* registro para preparar o laco principal. REJEITOS e RESULTADOS
005279* reabrem preservando o que ja foi gravado (mesmo tratamento que
005280* AUDITORIA e CHECKPOINT ja recebem), para que um restart nao
005281* apague o historico gravado antes do abend.
005282*---------------------------------------------------------------
005283 1000-INICIALIZAR.
005284*   A data do processamento ja foi aceita pelo 1500, que
005285*   precisa dela para escolher a linha de parametros em vigor.
005286*   Fotografa o tamanho atual da listagem de rejeitos, para a
005287*   reconciliacao medir so o que este lote gravou nela.
005288     PERFORM 1800-CONTAR-REJEITOS THRU 1800-EXIT
005289     MOVE WS-QTD-CONTADOS TO WS-REJ-QTD-INICIAL
005290     OPEN EXTEND REJEITOS
005291     IF NOT WS-REJEITOS-OK
005292         OPEN OUTPUT REJEITOS
005293     END-IF
005300     IF NOT WS-REJEITOS-OK
005310         DISPLAY "PROGRAMB: erro ao abrir REJEITOS - "
005320             WS-REJEITOS-STATUS
005410             WS-AUDIT-STATUS
005420         MOVE "S" TO WS-ERRO-ARQUIVO
005430     END-IF
005431     OPEN EXTEND DIARIO
005432     IF NOT WS-JRN-OK
005433         OPEN OUTPUT DIARIO
005434     END-IF
005435     IF WS-JRN-OK
005436         MOVE "S" TO WS-DIARIO-ABERTO
005437     ELSE
005438         DISPLAY "PROGRAMB: erro ao abrir JRNLRES - "
005439             WS-JRN-STATUS
005440         MOVE "S" TO WS-ERRO-ARQUIVO
005441     END-IF
005442     OPEN I-O RESULTADOS
005450     IF NOT WS-RESULT-OK
005460         OPEN OUTPUT RESULTADOS
005470         MOVE "S" TO WS-RESULT-SO-SAIDA
005660     OPEN INPUT SUSPENSO-ANT
005670     PERFORM 1700-CONTAR-RESULTVS THRU 1700-EXIT
005680     MOVE WS-QTD-CONTADOS TO WS-RES-QTD-INICIAL
005681     OPEN INPUT ORIGENS
005682     IF NOT WS-ORIG-OK
005683         DISPLAY "PROGRAMB: erro ao abrir ORIGMEST - "
005684             WS-ORIG-STATUS " - DADOIN nao processado."
005685         MOVE "S" TO WS-ERRO-ARQUIVO
005686         MOVE "S" TO WS-FIM-ARQUIVO
005687         GO TO 1000-EXIT
005688     END-IF
005689     MOVE "S" TO WS-ORIGENS-ABERTO
005690     OPEN INPUT FECHAMENTOS
005691     IF WS-FECH-OK
005692         MOVE "S" TO WS-FECHMES-ABERTO
005693     ELSE
005694         IF WS-FECH-STATUS IS EQUAL TO "35"
005695             DISPLAY "PROGRAMB: FECHMES ainda nao existe - "
005696                 "nenhum mes fechado."
005697         ELSE
005698             DISPLAY "PROGRAMB: erro ao abrir FECHMES - "
005699                 WS-FECH-STATUS " - DADOIN nao processado."
005700             MOVE "S" TO WS-ERRO-ARQUIVO
005701             MOVE "S" TO WS-FIM-ARQUIVO
005702             GO TO 1000-EXIT
005703         END-IF
005704     END-IF
005705     PERFORM 1900-MAPEAR-LOTES THRU 1900-EXIT
005706     IF NOT WS-LOTES-ABERTO-SIM
005707         GO TO 1000-EXIT
005708     END-IF
005709     OPEN INPUT ENTRADA
005710     IF NOT WS-ENTRADA-OK
005711         DISPLAY "PROGRAMB: erro ao abrir DADOIN - "
005720             WS-ENTRADA-STATUS
005730         MOVE "S" TO WS-ERRO-ARQUIVO
005740         MOVE "S" TO WS-FIM-ARQUIVO
006232     IF WS-VIG-APLICADA IS NOT EQUAL TO SPACES
006234         DISPLAY "PROGRAMB: parametros vigentes desde "
006236             WS-VIG-APLICADA "."
006238     END-IF
006239     PERFORM 1680-GUARDAR-LIMITES-PARMIN THRU 1680-EXIT.
006240 1500-EXIT.
006250     EXIT.
006252*
006688 1650-EXIT.
006692     EXIT.
006696*
006700*---------------------------------------------------------------
006702* 1670-CONSULTAR-ORIGEM - confere no cadastro ORIGMEST a origem
006704* em WS-ORIGEM-CONSULTA: devolve em WS-ORIGEM-RECUSA "D" para
006706* origem fora do cadastro, "I" para origem inativa e branco
006708* para origem aceita, e poe em vigor o limite e as faixas
006710* da origem quando ela os tem (senao os do PARMIN), marcando
006712* WS-ORIGEM-LIM-PROP. Atende o header "HD" de DADOIN e a
006714* liberacao de suspensos, que classifica com a origem
006716* guardada na suspensao.
006718*---------------------------------------------------------------
006720 1670-CONSULTAR-ORIGEM.
006722     PERFORM 1690-RESTAURAR-LIMITES-PARMIN THRU 1690-EXIT
006724     MOVE SPACE TO WS-ORIGEM-RECUSA
006726     MOVE "N" TO WS-ORIGEM-LIM-PROP
006728     MOVE WS-ORIGEM-CONSULTA TO ORIG-CODIGO
006730     READ ORIGENS
006732         INVALID KEY
006734             MOVE "D" TO WS-ORIGEM-RECUSA
006736             GO TO 1670-EXIT
006738     END-READ
006740     IF NOT ORIG-ATIVA
006742         MOVE "I" TO WS-ORIGEM-RECUSA
006744         GO TO 1670-EXIT
006746     END-IF
006748     IF ORIG-LIMITE IS NUMERIC AND ORIG-LIMITE IS
006750         GREATER THAN ZERO
006752         MOVE ORIG-LIMITE TO WS-LIMITE
006754         MOVE "S" TO WS-ORIGEM-LIM-PROP
006756     END-IF
006758*   Faixas proprias valem as tres juntas (o PROGRAMM so grava
006760*   as tres em ordem ou as tres zeradas).
006762     IF ORIG-FAIXA-1-FIM IS NUMERIC AND ORIG-FAIXA-1-FIM IS
006764         GREATER THAN ZERO
006766         AND ORIG-FAIXA-2-FIM IS NUMERIC
006768         AND ORIG-FAIXA-3-FIM IS NUMERIC
006770         MOVE ORIG-FAIXA-1-FIM TO WS-FAIXA-1-FIM
006772         MOVE ORIG-FAIXA-2-FIM TO WS-FAIXA-2-FIM
006774         MOVE ORIG-FAIXA-3-FIM TO WS-FAIXA-3-FIM
006776         MOVE "S" TO WS-ORIGEM-LIM-PROP
006778     END-IF.
006780 1670-EXIT.
006782     EXIT.
006784*
006786*---------------------------------------------------------------
006788* 1680-GUARDAR-LIMITES-PARMIN - guarda o limite e as faixas em
006790* vigor no PARMIN (ou os defaults do programa), para cada
006792* origem sem limite proprio voltar a eles.
006794*---------------------------------------------------------------
006796 1680-GUARDAR-LIMITES-PARMIN.
006798     MOVE WS-LIMITE TO WS-LIMITE-PARMIN
006800     MOVE WS-FAIXA-1-FIM TO WS-FAIXA-1-PARMIN
006802     MOVE WS-FAIXA-2-FIM TO WS-FAIXA-2-PARMIN
006804     MOVE WS-FAIXA-3-FIM TO WS-FAIXA-3-PARMIN.
006806 1680-EXIT.
006808     EXIT.
006810*
006812*---------------------------------------------------------------
006814* 1690-RESTAURAR-LIMITES-PARMIN - volta o limite e as faixas
006816* em vigor para os do PARMIN.
006818*---------------------------------------------------------------
006820 1690-RESTAURAR-LIMITES-PARMIN.
006822     MOVE WS-LIMITE-PARMIN TO WS-LIMITE
006824     MOVE WS-FAIXA-1-PARMIN TO WS-FAIXA-1-FIM
006826     MOVE WS-FAIXA-2-PARMIN TO WS-FAIXA-2-FIM
006828     MOVE WS-FAIXA-3-PARMIN TO WS-FAIXA-3-FIM.
006830 1690-EXIT.
006832     EXIT.
006834*
006839*---------------------------------------------------------------
006844* 1695-CONSULTAR-PERIODO - confere no controle FECHMES se o mes
006849* em WS-MES-CONSULTA (AAAAMM) esta fechado, devolvendo a
006854* resposta em WS-PERIODO-FECHADO. Sem FECHMES nenhum mes esta
006859* fechado; mes reaberto volta a aceitar estorno e correcao.
006864*---------------------------------------------------------------
006869 1695-CONSULTAR-PERIODO.
006874     MOVE "N" TO WS-PERIODO-FECHADO
006879     IF NOT WS-FECHMES-ABERTO-SIM
006884         GO TO 1695-EXIT
006889     END-IF
006894     MOVE WS-MES-CONSULTA TO FECH-MES
006899     READ FECHAMENTOS
006904         INVALID KEY
006909             GO TO 1695-EXIT
006914     END-READ
006919     IF FECH-FECHADO
006924         MOVE "S" TO WS-PERIODO-FECHADO
006929     END-IF.
006934 1695-EXIT.
006939     EXIT.
006944*
006970*---------------------------------------------------------------
006980* 1700-CONTAR-RESULTVS - conta quantos registros existem agora
006990* no cluster de resultados, varrendo as chaves do inicio ao
007680     END-READ.
007690 1850-EXIT.
007700     EXIT.
007701*
007702*---------------------------------------------------------------
007703* 1900-MAPEAR-LOTES - abre o registro de recebimento de lotes
007704* LOTEREG, carrega as autorizacoes de reprocesso do cartao
007705* LOTPARM e faz uma primeira passada em DADOIN so pelos
007706* headers e trailers, montando o mapa dos lotes do arquivo. A
007707* passada de classificacao so chega ao trailer de um lote
007708* depois do movimento dele; e o mapa que diz, ja no header, que
007709* o lote e uma retransmissao (origem, data, contagem e hash ja
007710* registrados, ou repetidos no proprio arquivo) a ser ignorada
007711* inteira. Sem LOTEREG o lote nao le DADOIN: classificar sem a
007712* conferencia traria de volta o lote dobrado.
007713*---------------------------------------------------------------
007714 1900-MAPEAR-LOTES.
007715     OPEN I-O LOTES
007716     IF NOT WS-LOTE-OK
007717         OPEN OUTPUT LOTES
007718         CLOSE LOTES
007719         OPEN I-O LOTES
007720     END-IF
007721     IF NOT WS-LOTE-OK
007722         DISPLAY "PROGRAMB: erro ao abrir LOTEREG - "
007723             WS-LOTE-STATUS " - DADOIN nao processado."
007724         MOVE "S" TO WS-ERRO-ARQUIVO
007725         MOVE "S" TO WS-FIM-ARQUIVO
007726         GO TO 1900-EXIT
007727     END-IF
007728     MOVE "S" TO WS-LOTES-ABERTO
007729*   Cartao de autorizacao e opcional: sem ele nenhum lote ja
007730*   registrado e reprocessado.
007731     OPEN INPUT AUTORIZACAO
007732     IF WS-LOTP-OK
007733         PERFORM 1910-LER-AUTORIZACAO THRU 1910-EXIT
007734             UNTIL WS-LOTP-FIM-SIM
007735         CLOSE AUTORIZACAO
007736     END-IF
007737*   DADOIN que nao abre aqui tambem nao abre no 1000, que da o
007738*   erro de arquivo.
007739     OPEN INPUT ENTRADA
007740     IF NOT WS-ENTRADA-OK
007741         GO TO 1900-EXIT
007742     END-IF
007743     PERFORM 1950-MAPEAR-UM-REGISTRO THRU 1950-EXIT
007744         UNTIL WS-FIM-MAPA-SIM
007745     CLOSE ENTRADA.
007746 1900-EXIT.
007747     EXIT.
007748*
007749*---------------------------------------------------------------
007750* 1910-LER-AUTORIZACAO - le uma linha do cartao LOTPARM e a
007751* guarda na tabela de autorizacoes. Linha sem origem, data,
007752* operador ou motivo nao autoriza nada: reprocesso sem dono e
007753* sem motivo e justamente o que o registro existe para barrar.
007754*---------------------------------------------------------------
007755 1910-LER-AUTORIZACAO.
007756     READ AUTORIZACAO
007757         AT END
007758             MOVE "S" TO WS-LOTP-FIM
007759             GO TO 1910-EXIT
007760     END-READ
007761     IF NOT WS-LOTP-OK
007762         MOVE "S" TO WS-LOTP-FIM
007763         GO TO 1910-EXIT
007764     END-IF
007765     IF LOTP-ORIGEM IS EQUAL TO SPACES
007766         OR LOTP-DATA-HDR IS EQUAL TO SPACES
007767         OR LOTP-OPERADOR IS EQUAL TO SPACES
007768         OR LOTP-MOTIVO IS EQUAL TO SPACES
007769         DISPLAY "PROGRAMB: autorizacao de reprocesso "
007770             "incompleta ignorada - origem, data, operador "
007771             "e motivo sao obrigatorios."
007772         GO TO 1910-EXIT
007773     END-IF
007774     IF WS-AUT-QTD IS NOT LESS THAN WS-AUT-MAX
007775         DISPLAY "PROGRAMB: mais de " WS-AUT-MAX
007776             " autorizacoes de reprocesso - "
007777             LOTP-ORIGEM " " LOTP-DATA-HDR " ignorada."
007778         GO TO 1910-EXIT
007779     END-IF
007780     ADD 1 TO WS-AUT-QTD
007781     MOVE LOTP-ORIGEM TO WS-AUT-ORIGEM (WS-AUT-QTD)
007782     MOVE LOTP-DATA-HDR TO WS-AUT-DATA (WS-AUT-QTD)
007783     MOVE LOTP-OPERADOR TO WS-AUT-OPERADOR (WS-AUT-QTD)
007784     MOVE LOTP-MOTIVO TO WS-AUT-MOTIVO (WS-AUT-QTD).
007785 1910-EXIT.
007786     EXIT.
007787*
007788*---------------------------------------------------------------
007789* 1950-MAPEAR-UM-REGISTRO - le um registro de DADOIN na
007790* primeira passada: o header abre a entrada do lote no mapa
007791* (na mesma ordem em que o 2190 os encontra depois) e o
007792* trailer, com contagem e hash numericos, completa a chave e
007793* manda conferir o lote. Movimento e estorno sao ignorados.
007794* Alem de WS-LOTE-MAX lotes o excedente nao e conferido.
007795*---------------------------------------------------------------
007796 1950-MAPEAR-UM-REGISTRO.
007797     READ ENTRADA
007798         AT END
007799             MOVE "S" TO WS-FIM-MAPA
007800             GO TO 1950-EXIT
007801     END-READ
007802     IF CTL-TIPO IS EQUAL TO "HD"
007803         ADD 1 TO WS-MAPA-SEQ
007804         MOVE "N" TO WS-MAPA-LOTE-ABERTO
007805         IF WS-MAPA-SEQ IS NOT GREATER THAN WS-LOTE-MAX
007806             MOVE SPACES TO WS-LM-ENT (WS-MAPA-SEQ)
007807             MOVE CTL-HDR-ORIGEM TO WS-LM-ORIGEM (WS-MAPA-SEQ)
007808             MOVE CTL-HDR-DATA TO WS-LM-DATA (WS-MAPA-SEQ)
007809             MOVE ZERO TO WS-LM-TRL-QTD (WS-MAPA-SEQ)
007810             MOVE ZERO TO WS-LM-TRL-HASH (WS-MAPA-SEQ)
007811             MOVE ZERO TO WS-LM-AUT (WS-MAPA-SEQ)
007812             MOVE "S" TO WS-MAPA-LOTE-ABERTO
007813         END-IF
007814         GO TO 1950-EXIT
007815     END-IF
007816     IF CTL-TIPO IS EQUAL TO "TR" AND WS-MAPA-LOTE-ABERTO-SIM
007817         MOVE "N" TO WS-MAPA-LOTE-ABERTO
007818         IF CTL-TRL-QTD IS NUMERIC AND CTL-TRL-HASH IS NUMERIC
007819             MOVE CTL-TRL-QTD TO WS-LM-TRL-QTD (WS-MAPA-SEQ)
007820             MOVE CTL-TRL-HASH TO WS-LM-TRL-HASH (WS-MAPA-SEQ)
007821             MOVE "S" TO WS-LM-TRAILER (WS-MAPA-SEQ)
007822             PERFORM 1960-CONFERIR-LOTE THRU 1960-EXIT
007823         END-IF
007824     END-IF.
007825 1950-EXIT.
007826     EXIT.
007827*
007828*---------------------------------------------------------------
007829* 1960-CONFERIR-LOTE - procura o lote recem-fechado no mapa em
007830* LOTEREG. Ja registrado, fica marcado "R" - ou "O" quando o
007831* LOTPARM autoriza reprocessar aquela origem e data. Nao
007832* registrado, ainda pode repetir um lote anterior do mesmo
007833* DADOIN (o mesmo dataset concatenado duas vezes): fica "A".
007834*---------------------------------------------------------------
007835 1960-CONFERIR-LOTE.
007836     MOVE WS-LM-CHAVE (WS-MAPA-SEQ) TO LOTE-CHAVE
007837     READ LOTES
007838         INVALID KEY
007839             GO TO 1960-REPETIDO
007840     END-READ
007841     MOVE "R" TO WS-LM-SITUACAO (WS-MAPA-SEQ)
007842     MOVE LOTE-DATA-PROC TO WS-LM-DATA-ANT (WS-MAPA-SEQ)
007843     IF WS-AUT-QTD IS GREATER THAN ZERO
007844         PERFORM 1970-PROCURAR-AUTORIZACAO THRU 1970-EXIT
007845             VARYING WS-AUT-IDX FROM 1 BY 1
007846             UNTIL WS-AUT-IDX IS GREATER THAN WS-AUT-QTD
007847             OR WS-LM-REPROCESSO (WS-MAPA-SEQ)
007848     END-IF
007849     GO TO 1960-EXIT.
007850*
007851 1960-REPETIDO.
007852     IF WS-MAPA-SEQ IS GREATER THAN 1
007853         PERFORM 1965-COMPARAR-LOTE THRU 1965-EXIT
007854             VARYING WS-MAPA-IDX FROM 1 BY 1
007855             UNTIL WS-MAPA-IDX IS NOT LESS THAN WS-MAPA-SEQ
007856             OR WS-LM-REPETIDO (WS-MAPA-SEQ)
007857     END-IF.
007858 1960-EXIT.
007859     EXIT.
007860*
007861 1965-COMPARAR-LOTE.
007862     IF WS-LM-TRAILER-LIDO (WS-MAPA-IDX)
007863         AND WS-LM-CHAVE (WS-MAPA-IDX) IS EQUAL TO
007864             WS-LM-CHAVE (WS-MAPA-SEQ)
007865         MOVE "A" TO WS-LM-SITUACAO (WS-MAPA-SEQ)
007866         MOVE WS-DATA-PROCESSAMENTO TO
007867             WS-LM-DATA-ANT (WS-MAPA-SEQ)
007868     END-IF.
007869 1965-EXIT.
007870     EXIT.
007871*
007872 1970-PROCURAR-AUTORIZACAO.
007873     IF WS-AUT-ORIGEM (WS-AUT-IDX) IS EQUAL TO
007874         WS-LM-ORIGEM (WS-MAPA-SEQ)
007875         AND WS-AUT-DATA (WS-AUT-IDX) IS EQUAL TO
007876         WS-LM-DATA (WS-MAPA-SEQ)
007877         MOVE "O" TO WS-LM-SITUACAO (WS-MAPA-SEQ)
007878         MOVE WS-AUT-IDX TO WS-LM-AUT (WS-MAPA-SEQ)
007879     END-IF.
007880 1970-EXIT.
007881     EXIT.
007882
007883*---------------------------------------------------------------
007884* 2000-PROCESSAR-ARQUIVO - percorre o arquivo ate o fim,
007885* classificando um registro de cada vez.
007886*---------------------------------------------------------------
007887 2000-PROCESSAR-ARQUIVO.
007888     PERFORM 2200-CLASSIFICAR-REGISTRO THRU 2200-EXIT
007889         UNTIL WS-CHEGOU-FIM.
007890 2000-EXIT.
007891     EXIT.
007892*
007893*---------------------------------------------------------------
007894* 2060-PULAR-UM-REGISTRO - descarta um registro de ENTRADA ja
007895* classificado antes do restart, sem reprocessa-lo. Registros
007896* de controle (header/trailer) nao contam como pulados: sao
007897* guardados e a leitura segue, senao um restart pulava um
007898* registro de movimento a mais para cada controle no arquivo.
007899* Registro pulado com data futura volta para o arquivo de
007900* suspensos: a geracao gravada antes do abend foi descartada
007901* pela disposicao de abend do JCL, e sem esta regravacao o
007910* suspenso so existiria nos contadores do checkpoint. O pulo
007912* tambem reacumula a contagem e o hash por origem (a tabela
007914* de origens nao entra no checkpoint), sem tocar nos
007916* contadores globais, que o checkpoint ja restaurou.
007917* Movimento de lote recusado ou duplicado so e recontado, nunca
007918* suspenso.
007920*---------------------------------------------------------------
007930 2060-PULAR-UM-REGISTRO.
007940     READ ENTRADA
008026         GO TO 2060-PULAR-UM-REGISTRO
008027     END-IF
008028     PERFORM 2170-ACUMULAR-ORIGEM THRU 2170-EXIT
008029     PERFORM 2445-CONTAR-LOTE-BARRADO THRU 2445-EXIT
008030     IF DADOREC-DATA IS NUMERIC AND DADOREC-DATA IS
008040         GREATER THAN WS-DATA-PROCESSAMENTO
008042         AND WS-ORG-RECUSA (WS-ORIGEM-ATUAL) IS EQUAL TO SPACE
008046         AND WS-ORG-DUPLIC (WS-ORIGEM-ATUAL) IS EQUAL TO SPACE
008048         MOVE SPACES TO SUSPREC
008050         MOVE DADOREC-ID TO SUSP-ID
008060         MOVE DADOREC-VALOR TO SUSP-VALOR
008070         MOVE DADOREC-DATA TO SUSP-DATA
008280     IF DADOREC-VALOR IS NUMERIC
008290         MOVE DADOREC-VALOR TO WS-VALOR-HASH
008300         ADD WS-VALOR-HASH TO WS-SOMA-VALOR
008310     END-IF
008311*   Movimento de lote recusado (origem fora do cadastro ou
008312*   inativa) vai inteiro para a REJEITOS, sem classificar, e a
008313*   leitura segue para o proximo registro.
008314     IF WS-ORG-RECUSA (WS-ORIGEM-ATUAL) IS NOT EQUAL TO SPACE
008315         PERFORM 2440-GRAVAR-REJEITO-ORIGEM THRU 2440-EXIT
008316         GO TO 2100-LER-PROXIMO
008317     END-IF
008318*   Movimento de lote duplicado e ignorado: nem classifica nem
008319*   vai para a REJEITOS.
008320     IF WS-ORG-LOTE-DUPLIC (WS-ORIGEM-ATUAL)
008321         PERFORM 2460-IGNORAR-DUPLICADO THRU 2460-EXIT
008322         GO TO 2100-LER-PROXIMO
008323     END-IF.
008324 2100-EXIT.
008330     EXIT.
008340*
008350*---------------------------------------------------------------
008376* fecha o lote corrente (movimento que vier depois dele sem um
008378* novo header abre uma entrada sem origem, que sai fora de
008380* balanco por trailer ausente em vez de contaminar o anterior).
008381* O header e conferido no cadastro de origens ORIGMEST: origem
008383* fora dele ou inativa marca o lote inteiro como recusado, e
008385* origem com limite ou faixas proprios passa a classificar com
008387* eles ate o proximo lote.
008390*---------------------------------------------------------------
008400 2150-GUARDAR-CONTROLE.
008410     IF CTL-TIPO IS EQUAL TO "HD"
008415         PERFORM 2160-ABRIR-ORIGEM THRU 2160-EXIT
008420         MOVE CTL-HDR-DATA TO WS-ORG-DATA (WS-ORIGEM-ATUAL)
008430         MOVE CTL-HDR-ORIGEM TO WS-ORG-NOME (WS-ORIGEM-ATUAL)
008431         MOVE CTL-HDR-ORIGEM TO WS-ORIGEM-CONSULTA
008432         PERFORM 1670-CONSULTAR-ORIGEM THRU 1670-EXIT
008433         MOVE WS-ORIGEM-RECUSA TO WS-ORG-RECUSA (WS-ORIGEM-ATUAL)
008434         MOVE WS-ORIGEM-LIM-PROP TO
008435             WS-ORG-LIM-PROPRIO (WS-ORIGEM-ATUAL)
008436         IF WS-ORIGEM-RECUSA IS NOT EQUAL TO SPACE
008437             DISPLAY "PROGRAMB: lote da origem " CTL-HDR-ORIGEM
008438                 " recusado - fora do cadastro ou inativa."
008439         END-IF
008440         PERFORM 2190-MARCAR-LOTE THRU 2190-EXIT
008441     ELSE
008445         IF WS-ORIGEM-ATUAL IS EQUAL TO ZERO
008450             OR WS-ORIGEM-FECHADA-SIM
008455             PERFORM 2160-ABRIR-ORIGEM THRU 2160-EXIT
008542     ADD 1 TO WS-ORIGEM-QTD
008544     MOVE WS-ORIGEM-QTD TO WS-ORIGEM-ATUAL
008546     MOVE SPACES TO WS-ORIGEM-ENT (WS-ORIGEM-ATUAL)
008547     MOVE SPACES TO WS-ORIGEM-CAD (WS-ORIGEM-ATUAL)
008548     MOVE ZERO TO WS-ORG-QTD-LIDOS (WS-ORIGEM-ATUAL)
008549     MOVE ZERO TO WS-ORG-QTD-RECUSADOS (WS-ORIGEM-ATUAL)
008550     MOVE ZERO TO WS-ORG-SOMA-VALOR (WS-ORIGEM-ATUAL)
008552     MOVE ZERO TO WS-ORG-TRL-QTD (WS-ORIGEM-ATUAL)
008554     MOVE ZERO TO WS-ORG-TRL-HASH (WS-ORIGEM-ATUAL)
008556     MOVE "N" TO WS-ORG-TRAILER-LIDO (WS-ORIGEM-ATUAL)
008557     PERFORM 1690-RESTAURAR-LIMITES-PARMIN THRU 1690-EXIT
008558     MOVE "N" TO WS-ORIGEM-FECHADA.
008560 2160-EXIT.
008562     EXIT.
008624* a trilha mostrar a classificacao original e a baixa. Estorno
008626* de id que nao existe no cluster vai para a REJEITOS com
008628* motivo proprio em vez de sumir em silencio.
008629* Estorno de registro de mes ja fechado (FECHMES) tambem.
008630*---------------------------------------------------------------
008632 2180-ESTORNAR-REGISTRO.
008634     MOVE CTL-EST-ID TO WS-ESTORNO-ID
008636     MOVE SPACES TO WS-ORIGEM-GRAVACAO
008637     IF WS-ORIGEM-ATUAL IS GREATER THAN ZERO
008638         MOVE WS-ORG-NOME (WS-ORIGEM-ATUAL) TO
008639             WS-ORIGEM-GRAVACAO
008640*       Estorno em lote recusado pelo cadastro nao baixa nada.
008641         IF WS-ORG-RECUSA (WS-ORIGEM-ATUAL) IS NOT EQUAL TO SPACE
008642             MOVE "ESTORNO DE ORIGEM RECUSADA" TO
008643                 WS-ESTORNO-MOTIVO
008644             MOVE "09" TO WS-ESTORNO-COD-MOTIVO
008645             PERFORM 2430-GRAVAR-REJEITO-ESTORNO THRU 2430-EXIT
008646             GO TO 2180-EXIT
008647         END-IF
008648*       Estorno de lote duplicado ja foi aplicado na primeira vez.
008649         IF WS-ORG-LOTE-DUPLIC (WS-ORIGEM-ATUAL)
008650             DISPLAY "PROGRAMB: estorno de " CTL-EST-ID
008651                 " em lote duplicado ignorado."
008652             GO TO 2180-EXIT
008653         END-IF
008654     END-IF
008655     IF NOT WS-RESULTADOS-OK OR WS-RESULT-CRIADO-AGORA
008656         MOVE "ESTORNO SEM RESULTVS DISPONIVEL" TO
008657             WS-ESTORNO-MOTIVO
008658         MOVE "90" TO WS-ESTORNO-COD-MOTIVO
008659         PERFORM 2430-GRAVAR-REJEITO-ESTORNO THRU 2430-EXIT
008660         GO TO 2180-EXIT
008661     END-IF
008662     MOVE WS-ESTORNO-ID TO RES-ID
008663     READ RESULTADOS
008664         INVALID KEY
008666             MOVE "ESTORNO DE ID INEXISTENTE" TO
008668                 WS-ESTORNO-MOTIVO
008669             MOVE "07" TO WS-ESTORNO-COD-MOTIVO
008670             PERFORM 2430-GRAVAR-REJEITO-ESTORNO THRU 2430-EXIT
008672             GO TO 2180-EXIT
008674     END-READ
008675*   Registro de mes ja fechado pelo PROGRAMN nao se altera.
008676     MOVE RES-DATA-CLASS (1:6) TO WS-MES-CONSULTA
008677     PERFORM 1695-CONSULTAR-PERIODO THRU 1695-EXIT
008678     IF WS-PERIODO-FECHADO-SIM
008679         MOVE "ESTORNO EM PERIODO FECHADO" TO
008680             WS-ESTORNO-MOTIVO
008681         MOVE "08" TO WS-ESTORNO-COD-MOTIVO
008682         ADD 1 TO WS-QTD-BLOQ-FECHADO
008683         PERFORM 2430-GRAVAR-REJEITO-ESTORNO THRU 2430-EXIT
008684         GO TO 2180-EXIT
008685     END-IF
008686     MOVE RESULTREC TO WS-JRN-ANTES
008687     MOVE WS-ESTORNO-ID TO WS-JRN-ID
008688     MOVE RES-VALOR TO WS-VALOR-NUM
008689     MOVE RES-FAIXA TO WS-FAIXA-DESC
008690     DELETE RESULTADOS RECORD
008691         INVALID KEY
008692             DISPLAY "PROGRAMB: erro ao estornar " WS-ESTORNO-ID
008693                 " de RESULTVS - " WS-RESULT-STATUS
008694             MOVE "ESTORNO NAO APLICADO EM RESULTVS" TO
008695                 WS-ESTORNO-MOTIVO
008696             MOVE "90" TO WS-ESTORNO-COD-MOTIVO
008697             PERFORM 2430-GRAVAR-REJEITO-ESTORNO THRU 2430-EXIT
008698             GO TO 2180-EXIT
008699     END-DELETE
008700     MOVE "ESTORNO" TO WS-JRN-ACAO
008701     MOVE SPACES TO WS-JRN-DEPOIS
008702     PERFORM 2650-GRAVAR-DIARIO THRU 2650-EXIT
008703     ADD 1 TO WS-QTD-ESTORNADOS
008704     DISPLAY "PROGRAMB: registro " WS-ESTORNO-ID
008705         " estornado de RESULTVS a pedido do remetente."
008706     MOVE WS-ESTORNO-ID TO DADOREC-ID
008707     MOVE "ESTORNADO" TO WS-AUDIT-RESULTADO
008708     PERFORM 2500-GRAVAR-AUDITORIA THRU 2500-EXIT.
008710 2180-EXIT.
008712     EXIT.
008713*
008714*---------------------------------------------------------------
008715* 2190-MARCAR-LOTE - no header "HD", localiza o lote corrente no
008716* mapa montado pelo 1900 (os lotes sao contados na mesma ordem
008717* nas duas passadas) e, sendo duplicado, marca a entrada da
008718* tabela de origens para o movimento do lote ser ignorado.
008719* Guarda tambem se o cadastro de origens recusou o lote, que
008720* entao nao entra no LOTEREG. Chamada tambem pelo pulo de
008721* restart, que reconstroi as marcas e os contadores.
008722*---------------------------------------------------------------
008723 2190-MARCAR-LOTE.
008724     MOVE SPACE TO WS-ORG-DUPLIC (WS-ORIGEM-ATUAL)
008725     ADD 1 TO WS-LOTE-SEQ
008726     IF WS-LOTE-SEQ IS GREATER THAN WS-LOTE-MAX
008727         GO TO 2190-EXIT
008728     END-IF
008729     MOVE WS-ORIGEM-RECUSA TO WS-LM-RECUSA (WS-LOTE-SEQ)
008730     IF WS-LM-DUPLICADO (WS-LOTE-SEQ)
008731         MOVE "S" TO WS-ORG-DUPLIC (WS-ORIGEM-ATUAL)
008732         ADD 1 TO WS-QTD-LOTES-DUPLIC
008733         DISPLAY "PROGRAMB: lote da origem " CTL-HDR-ORIGEM
008734             " de " CTL-HDR-DATA " ja recebido - ignorado."
008735     END-IF
008736     IF WS-LM-REPROCESSO (WS-LOTE-SEQ)
008737         MOVE WS-LM-AUT (WS-LOTE-SEQ) TO WS-AUT-IDX
008738         ADD 1 TO WS-QTD-LOTES-REPROC
008739         DISPLAY "PROGRAMB: lote da origem " CTL-HDR-ORIGEM
008740             " de " CTL-HDR-DATA " reprocessado - autorizado"
008741             " por " WS-AUT-OPERADOR (WS-AUT-IDX) "."
008742     END-IF.
008743 2190-EXIT.
008744     EXIT.
008745
008746*---------------------------------------------------------------
008747* 2200-CLASSIFICAR-REGISTRO - valida o registro corrente (numerico
008748* e dentro da faixa de valor aceita) antes de classifica-lo, e
008749* grava um checkpoint a cada WS-CKPT-INTERVALO registros lidos.
008750*---------------------------------------------------------------
008751 2200-CLASSIFICAR-REGISTRO.
008752     ADD 1 TO WS-NUM-REGISTRO
008753*   Registro com data de efetivacao futura nao classifica hoje:
008754*   vai para o arquivo de suspensos e volta no proximo lote.
008755     IF DADOREC-DATA IS NUMERIC AND DADOREC-DATA IS
008756         GREATER THAN WS-DATA-PROCESSAMENTO
008757         PERFORM 2450-SUSPENDER-REGISTRO THRU 2450-EXIT
008758     ELSE
008759         PERFORM 2250-VALIDAR-CLASSIFICAR THRU 2250-EXIT
008760     END-IF
008761     IF WS-REJ-MAX-PCT IS GREATER THAN ZERO
008762         PERFORM 2800-CHECAR-LIMITE-REJEITO THRU 2800-EXIT
008763     END-IF
008764     ADD 1 TO WS-CKPT-CONTADOR
008765     IF WS-CKPT-CONTADOR IS EQUAL TO WS-CKPT-INTERVALO
008766         PERFORM 2700-GRAVAR-CHECKPOINT THRU 2700-EXIT
008767         MOVE ZERO TO WS-CKPT-CONTADOR
008768     END-IF
008769     PERFORM 2100-LER-PROXIMO THRU 2100-EXIT.
008770 2200-EXIT.
008780     EXIT.
008790*
009680     MOVE DADOREC-ID TO REJ-NUM-REGISTRO
009690     MOVE DADOREC-VALOR TO REJ-VALOR-BRUTO
009700     MOVE "VALOR NAO NUMERICO" TO REJ-MOTIVO
009702     MOVE "01" TO REJ-COD-MOTIVO
009704     MOVE WS-ORIGEM-GRAVACAO TO REJ-ORIGEM
009706     MOVE WS-DATA-PROCESSAMENTO TO REJ-DATA
009710     IF WS-REJEITOS-OK
009720         WRITE REJEITOREC
009730     END-IF
009910     MOVE DADOREC-ID TO REJ-NUM-REGISTRO
009920     MOVE DADOREC-VALOR TO REJ-VALOR-BRUTO
009930     MOVE "VALOR FORA DA FAIXA PERMITIDA" TO REJ-MOTIVO
009932     MOVE "02" TO REJ-COD-MOTIVO
009934     MOVE WS-ORIGEM-GRAVACAO TO REJ-ORIGEM
009936     MOVE WS-DATA-PROCESSAMENTO TO REJ-DATA
009940     IF WS-REJEITOS-OK
009950         WRITE REJEITOREC
009960     END-IF
010043* 2430-GRAVAR-REJEITO-ESTORNO - grava na listagem de rejeitos um
010044* estorno que nao pode ser aplicado (id inexistente no cluster
010045* ou cluster indisponivel), com o motivo ja montado em
010046* WS-ESTORNO-MOTIVO e o codigo em WS-ESTORNO-COD-MOTIVO, e
010047* registra "EST.INVALIDO" na auditoria.
010048*---------------------------------------------------------------
010049 2430-GRAVAR-REJEITO-ESTORNO.
010050     MOVE WS-ESTORNO-ID TO REJ-NUM-REGISTRO
010051     MOVE SPACES TO REJ-VALOR-BRUTO
010052     MOVE WS-ESTORNO-MOTIVO TO REJ-MOTIVO
010053     MOVE WS-ESTORNO-COD-MOTIVO TO REJ-COD-MOTIVO
010054     MOVE WS-ORIGEM-GRAVACAO TO REJ-ORIGEM
010055     MOVE WS-DATA-PROCESSAMENTO TO REJ-DATA
010056     IF WS-REJEITOS-OK
010057         WRITE REJEITOREC
010058     END-IF
010059     ADD 1 TO WS-QTD-REJEITADOS
010060     DISPLAY "PROGRAMB: estorno do id " WS-ESTORNO-ID
010061         " rejeitado - " WS-ESTORNO-MOTIVO
010062     MOVE WS-ESTORNO-ID TO DADOREC-ID
010063     MOVE ZERO TO WS-VALOR-NUM
010064     MOVE "EST.INVALIDO" TO WS-AUDIT-RESULTADO
010065     MOVE "N/A" TO WS-FAIXA-DESC
010066     PERFORM 2500-GRAVAR-AUDITORIA THRU 2500-EXIT.
010067 2430-EXIT.
010068     EXIT.
010069*
010070*---------------------------------------------------------------
010071* 2440-GRAVAR-REJEITO-ORIGEM - grava na listagem de rejeitos um
010072* registro de movimento de lote recusado pelo cadastro de
010073* origens, sem classifica-lo. Conta em WS-NUM-REGISTRO como o
010074* 2200 faria, para o pulo de um restart continuar batendo.
010075*---------------------------------------------------------------
010076 2440-GRAVAR-REJEITO-ORIGEM.
010077     ADD 1 TO WS-NUM-REGISTRO
010078     PERFORM 2445-CONTAR-LOTE-BARRADO THRU 2445-EXIT
010079     MOVE DADOREC-ID TO REJ-NUM-REGISTRO
010080     MOVE DADOREC-VALOR TO REJ-VALOR-BRUTO
010081     IF WS-ORG-DESCONHECIDA (WS-ORIGEM-ATUAL)
010082         MOVE "LOTE DE ORIGEM DESCONHECIDA" TO REJ-MOTIVO
010083         MOVE "03" TO REJ-COD-MOTIVO
010084     ELSE
010085         MOVE "LOTE DE ORIGEM INATIVA" TO REJ-MOTIVO
010086         MOVE "04" TO REJ-COD-MOTIVO
010087     END-IF
010088     MOVE WS-ORIGEM-GRAVACAO TO REJ-ORIGEM
010089     MOVE WS-DATA-PROCESSAMENTO TO REJ-DATA
010090     IF WS-REJEITOS-OK
010091         WRITE REJEITOREC
010092     END-IF
010093     ADD 1 TO WS-QTD-REJEITADOS
010094     DISPLAY "PROGRAMB: registro " WS-NUM-REGISTRO
010095         " rejeitado - " REJ-MOTIVO
010096     IF DADOREC-VALOR IS NUMERIC
010097         MOVE DADOREC-VALOR TO WS-VALOR-NUM
010098     ELSE
010099         MOVE ZERO TO WS-VALOR-NUM
010100     END-IF
010101     MOVE "REJEITADO" TO WS-AUDIT-RESULTADO
010102     MOVE "N/A" TO WS-FAIXA-DESC
010103     PERFORM 2500-GRAVAR-AUDITORIA THRU 2500-EXIT.
010104 2440-EXIT.
010105     EXIT.
010106*
010107*---------------------------------------------------------------
010108* 2445-CONTAR-LOTE-BARRADO - conta o movimento de lote barrado
010109* (recusado pelo cadastro de origens ou ignorado por duplicado)
010110* na origem corrente e no total do lote; chamada tambem pelo
010111* pulo de restart, que reconstroi essas contagens.
010112*---------------------------------------------------------------
010113 2445-CONTAR-LOTE-BARRADO.
010114     IF WS-ORG-RECUSA (WS-ORIGEM-ATUAL) IS NOT EQUAL TO SPACE
010115         ADD 1 TO WS-ORG-QTD-RECUSADOS (WS-ORIGEM-ATUAL)
010116         ADD 1 TO WS-QTD-RECUSADOS-ORIGEM
010117     END-IF
010118     IF WS-ORG-LOTE-DUPLIC (WS-ORIGEM-ATUAL)
010119         ADD 1 TO WS-QTD-IGNORADOS-DUPLIC
010120     END-IF.
010121 2445-EXIT.
010122     EXIT.
010123*
010124*---------------------------------------------------------------
010125* 2450-SUSPENDER-REGISTRO - grava no arquivo de suspensos um
010126* registro com data de efetivacao futura, sem classifica-lo, e
010127* registra a decisao na auditoria. Ele volta pelo proximo lote
010128* e so classifica quando a data vencer.
010129*---------------------------------------------------------------
010130 2450-SUSPENDER-REGISTRO.
010131     MOVE SPACES TO SUSPREC
010132     MOVE DADOREC-ID TO SUSP-ID
010140     MOVE DADOREC-VALOR TO SUSP-VALOR
010150     MOVE DADOREC-DATA TO SUSP-DATA
010155     MOVE WS-ORIGEM-GRAVACAO TO SUSP-ORIGEM
010290     PERFORM 2500-GRAVAR-AUDITORIA THRU 2500-EXIT.
010300 2450-EXIT.
010310     EXIT.
010311*
010312*---------------------------------------------------------------
010313* 2460-IGNORAR-DUPLICADO - descarta um registro de movimento de
010314* lote duplicado: nao classifica, nao rejeita e nao audita (o
010315* lote inteiro sai na secao de duplicados do RELAT). Conta em
010316* WS-NUM-REGISTRO como o 2200 faria, para o pulo de um restart
010317* continuar batendo.
010318*---------------------------------------------------------------
010319 2460-IGNORAR-DUPLICADO.
010320     ADD 1 TO WS-NUM-REGISTRO
010321     PERFORM 2445-CONTAR-LOTE-BARRADO THRU 2445-EXIT.
010322 2460-EXIT.
010323     EXIT.
010324*
010330*---------------------------------------------------------------
010340* 2500-GRAVAR-AUDITORIA - registra na trilha de auditoria a
010350* decisao tomada (maior, igual, menor ou rejeitado) para o
010420     MOVE WS-AUDIT-RESULTADO TO AUDIT-RESULTADO
010430     MOVE WS-FAIXA-DESC TO AUDIT-FAIXA
010435     MOVE WS-ORIGEM-GRAVACAO TO AUDIT-ORIGEM
010436     MOVE SPACES TO AUDIT-OPERADOR
010437     MOVE SPACES TO AUDIT-OPER-PROPOS
010440     ACCEPT AUDIT-DATA FROM DATE YYYYMMDD
010450     ACCEPT AUDIT-HORA FROM TIME
010460     IF WS-AUDIT-OK
010620     MOVE WS-FAIXA-DESC TO RES-FAIXA
010630     MOVE WS-DATA-PROCESSAMENTO TO RES-DATA-CLASS
010635     MOVE WS-ORIGEM-GRAVACAO TO RES-ORIGEM
010636     MOVE "N" TO RES-SOBREPOSTO
010637     MOVE SPACES TO RES-DATA-SOBREPOSTO
010640     IF WS-RESULTADOS-OK
010650         WRITE RESULTREC
010660             INVALID KEY
010670                 PERFORM 2620-GRAVAR-RESULTADO-INVALIDA
010680                     THRU 2620-EXIT
010681             NOT INVALID KEY
010682                 MOVE "INCLUSAO" TO WS-JRN-ACAO
010683                 MOVE RES-ID TO WS-JRN-ID
010684                 MOVE SPACES TO WS-JRN-ANTES
010685                 MOVE RESULTREC TO WS-JRN-DEPOIS
010686                 PERFORM 2650-GRAVAR-DIARIO THRU 2650-EXIT
010690         END-WRITE
010700     END-IF.
010710 2600-EXIT.
010802* Com o modo de correcao ligado, a chave duplicada e tratada
010804* como reenvio do remetente e regravada pelo 2630 em vez de
010806* rejeitada; so a correcao que nao pode ser aplicada cai aqui.
010807* Correcao recusada pelo 2630 porque o registro e de mes ja
010808* fechado sai com motivo proprio.
010810*---------------------------------------------------------------
010820 2620-GRAVAR-RESULTADO-INVALIDA.
010821     MOVE "N" TO WS-COR-BLOQUEADA
010822     IF WS-CORRECAO-ATIVA AND WS-RESULT-STATUS IS EQUAL TO "22"
010824         PERFORM 2630-CORRIGIR-RESULTADO THRU 2630-EXIT
010826         IF WS-COR-APLICADA-SIM
010828             GO TO 2620-EXIT
010829         END-IF
010830     END-IF
010832     IF WS-COR-BLOQUEADA-SIM
010834         DISPLAY "PROGRAMB: correcao do id " DADOREC-ID
010836             " recusada - mes " WS-MES-CONSULTA " fechado."
010838         MOVE "CORRECAO EM PERIODO FECHADO" TO REJ-MOTIVO
010839         MOVE "06" TO REJ-COD-MOTIVO
010840         ADD 1 TO WS-QTD-BLOQ-FECHADO
010842     ELSE
010844         DISPLAY "PROGRAMB: registro " WS-NUM-REGISTRO
010846             " nao gravado em RESULTVS - chave invalida "
010848             WS-RESULT-STATUS
010850         MOVE "CHAVE RESULTVS DUPLIC/FORA SEQ" TO REJ-MOTIVO
010851         MOVE "05" TO REJ-COD-MOTIVO
010852     END-IF
010860     MOVE DADOREC-ID TO REJ-NUM-REGISTRO
010870     MOVE DADOREC-VALOR TO REJ-VALOR-BRUTO
010876     MOVE WS-ORIGEM-GRAVACAO TO REJ-ORIGEM
010882     MOVE WS-DATA-PROCESSAMENTO TO REJ-DATA
010890     IF WS-REJEITOS-OK
010900         WRITE REJEITOREC
010910     END-IF
010976* acabou de gravar. Correcao nao infla o total processado: o
010978* registro sai dos contadores em que a nova classificacao
010980* acabou de entrar e soma so no contador de corrigidos.
010981* Registro de mes ja fechado (FECHMES) nao e regravado: a
010982* correcao volta ao 2620 marcada em WS-COR-BLOQUEADA.
010983*---------------------------------------------------------------
010984 2630-CORRIGIR-RESULTADO.
010986     MOVE "N" TO WS-COR-APLICADA
010988     MOVE RES-VALOR TO WS-COR-VALOR
010996         INVALID KEY
010998             GO TO 2630-EXIT
011000     END-READ
011001     MOVE RES-DATA-CLASS (1:6) TO WS-MES-CONSULTA
011002     PERFORM 1695-CONSULTAR-PERIODO THRU 1695-EXIT
011003     IF WS-PERIODO-FECHADO-SIM
011004         MOVE "S" TO WS-COR-BLOQUEADA
011005         GO TO 2630-EXIT
011006     END-IF
011007     MOVE RESULTREC TO WS-JRN-ANTES
011008     MOVE RES-ID TO WS-JRN-ID
011009     MOVE RES-VALOR TO WS-VALOR-NUM
011010     MOVE RES-FAIXA TO WS-FAIXA-DESC
011011     MOVE "CORRIGIDO" TO WS-AUDIT-RESULTADO
011012     PERFORM 2500-GRAVAR-AUDITORIA THRU 2500-EXIT
011013     MOVE WS-COR-VALOR TO RES-VALOR
011014     MOVE WS-COR-RESULTADO TO RES-RESULTADO
011015     MOVE WS-COR-FAIXA TO RES-FAIXA
011016     MOVE WS-DATA-PROCESSAMENTO TO RES-DATA-CLASS
011017     MOVE WS-ORIGEM-GRAVACAO TO RES-ORIGEM
011018*   Reenvio do remetente reclassifica: a sobreposicao manual
011019*   que houvesse sobre o valor antigo deixa de valer.
011020     MOVE "N" TO RES-SOBREPOSTO
011021     MOVE SPACES TO RES-DATA-SOBREPOSTO
011022     REWRITE RESULTREC
011023         INVALID KEY
011024             DISPLAY "PROGRAMB: erro ao regravar " RES-ID
011026                 " em RESULTVS - " WS-RESULT-STATUS
011028             GO TO 2630-EXIT
011030     END-REWRITE
011031     MOVE "CORRECAO" TO WS-JRN-ACAO
011032     MOVE RESULTREC TO WS-JRN-DEPOIS
011033     PERFORM 2650-GRAVAR-DIARIO THRU 2650-EXIT
011034     MOVE "S" TO WS-COR-APLICADA
011035     ADD 1 TO WS-QTD-CORRIGIDOS
011036     DISPLAY "PROGRAMB: registro " DADOREC-ID
011038         " corrigido em RESULTVS (reenvio do remetente)."
011040     SUBTRACT 1 FROM WS-QTD-PROCESSADOS
011084     END-IF.
011086 2630-EXIT.
011088     EXIT.
011089*
011090*---------------------------------------------------------------
011091* 2650-GRAVAR-DIARIO - grava no diario JRNLRES a alteracao que
011092* acabou de ser aplicada em RESULTVS: a acao em WS-JRN-ACAO e
011093* as imagens do registro em WS-JRN-ANTES/WS-JRN-DEPOIS, com a
011094* data/hora, o programa e a origem do lote.
011095*---------------------------------------------------------------
011096 2650-GRAVAR-DIARIO.
011097     IF NOT WS-DIARIO-ABERTO-SIM
011098         GO TO 2650-EXIT
011099     END-IF
011100     MOVE WS-JRN-ID TO JRN-ID
011101     MOVE WS-JRN-ACAO TO JRN-ACAO
011102     ACCEPT JRN-DATA FROM DATE YYYYMMDD
011103     ACCEPT JRN-HORA FROM TIME
011104     MOVE "PROGRAMB" TO JRN-PROGRAMA
011105     MOVE WS-ORIGEM-GRAVACAO TO JRN-ORIGEM
011106     MOVE SPACES TO JRN-OPERADOR
011107     MOVE WS-JRN-ANTES TO JRN-ANTES
011108     MOVE WS-JRN-DEPOIS TO JRN-DEPOIS
011109     WRITE JRNLREC
011110     IF NOT WS-JRN-OK
011111         DISPLAY "PROGRAMB: erro ao gravar JRNLRES - "
011112             WS-JRN-STATUS " - id " JRN-ID
011113     END-IF.
011114 2650-EXIT.
011115     EXIT.
011116*
011117*---------------------------------------------------------------
011118* 2700-GRAVAR-CHECKPOINT - grava a posicao e os contadores atuais
011119* do job em CKPTFILE, a cada WS-CKPT-INTERVALO registros lidos.
011120*---------------------------------------------------------------
011121 2700-GRAVAR-CHECKPOINT.
011122     MOVE WS-NUM-REGISTRO TO CKPT-QTD-REGISTROS
011123     MOVE WS-QTD-PROCESSADOS TO CKPT-QTD-PROCESSADOS
011124     MOVE WS-QTD-MAIOR TO CKPT-QTD-MAIOR
011125     MOVE WS-QTD-IGUAL TO CKPT-QTD-IGUAL
011128     MOVE WS-QTD-MENOR TO CKPT-QTD-MENOR
011132     MOVE WS-QTD-REJEITADOS TO CKPT-QTD-REJEITADOS
011136     MOVE WS-QTD-FAIXA1 TO CKPT-QTD-FAIXA1
011570* com o que foi visto e o job termina com codigo de erro. So
011580* avalia com uma amostra minima de registros lidos, para o
011590* primeiro rejeito do dia nao derrubar o lote sozinho.
011592* Movimento de lote recusado pelo cadastro de origens ou de lote
011594* duplicado fica fora da conta: uma origem desligada ou um lote
011597* retransmitido nao derruba os demais.
011600*---------------------------------------------------------------
011610 2800-CHECAR-LIMITE-REJEITO.
011612     COMPUTE WS-LIDOS-AVALIADOS =
011614         WS-QTD-LIDOS - WS-QTD-RECUSADOS-ORIGEM
011617             - WS-QTD-IGNORADOS-DUPLIC
011620     IF WS-LIDOS-AVALIADOS IS LESS THAN 10
011630         GO TO 2800-EXIT
011640     END-IF
011650     COMPUTE WS-REJ-PCT =
011660         ((WS-QTD-REJEITADOS - WS-QTD-RECUSADOS-ORIGEM)
011662             * 100) / WS-LIDOS-AVALIADOS
011670     IF WS-REJ-PCT IS GREATER THAN WS-REJ-MAX-PCT
011680         MOVE "S" TO WS-LIMITE-REJ-EXCEDIDO
011690         MOVE "S" TO WS-FIM-ARQUIVO
012100* lote anterior: data vencida libera e classifica pelo mesmo
012110* caminho dos registros de ENTRADA; data ainda futura mantem o
012120* registro suspenso mais um lote.
012123* O liberado pelo operador na manutencao online (PROGRAMS) sai
012126* como vencido; o cancelado segue uma vez como baixado.
012130*---------------------------------------------------------------
012140 3100-TRATAR-SUSPENSO.
012150     MOVE SUSP-ANT-DADOS TO DADOREC
012151*   Cancelado pelo operador: nao classifica - segue uma unica
012152*   vez como baixado; o ja baixado nao passa deste lote.
012153     IF SUSP-ANT-BAIXADO
012154         GO TO 3100-PROXIMO
012155     END-IF
012156     IF SUSP-ANT-CANCELADO
012157         PERFORM 3150-GRAVAR-BAIXADO THRU 3150-EXIT
012158         GO TO 3100-PROXIMO
012159     END-IF
012160     IF DADOREC-DATA IS NUMERIC AND DADOREC-DATA IS
012170         GREATER THAN WS-DATA-PROCESSAMENTO
012173         AND NOT SUSP-ANT-LIBERADO
012176         MOVE SPACES TO SUSPREC
012180         MOVE DADOREC-ID TO SUSP-ID
012190         MOVE DADOREC-VALOR TO SUSP-VALOR
012200         MOVE DADOREC-DATA TO SUSP-DATA
012240         ADD 1 TO WS-QTD-RETIDOS
012250     ELSE
012260         ADD 1 TO WS-QTD-LIBERADOS
012261*       Liberado pelo operador (PROGRAMS) entra aqui mesmo com
012262*       a data ainda futura.
012265*       Liberado classifica com a origem guardada na suspensao,
012267*       nao com a do lote corrente de DADOIN - e com o limite e
012268*       as faixas proprios dela, quando houver. O suspenso ja
012269*       foi aceito na entrada: nao e recusado aqui.
012270         MOVE SUSP-ANT-ORIGEM TO WS-ORIGEM-GRAVACAO
012271         MOVE SUSP-ANT-ORIGEM TO WS-ORIGEM-CONSULTA
012272         PERFORM 1670-CONSULTAR-ORIGEM THRU 1670-EXIT
012275         PERFORM 2250-VALIDAR-CLASSIFICAR THRU 2250-EXIT
012280     END-IF.
012285 3100-PROXIMO.
012290     PERFORM 3050-LER-SUSPENSO THRU 3050-EXIT.
012300 3100-EXIT.
012310     EXIT.
012311*
012312*---------------------------------------------------------------
012313* 3150-GRAVAR-BAIXADO - leva para a nova geracao o suspenso que o
012314* operador cancelou, marcado como baixado (com o motivo, o
012315* operador e a data do cancelamento): o inventario do PROGRAMK
012316* mostra a baixa uma vez e o lote seguinte nao o grava mais.
012317*---------------------------------------------------------------
012318 3150-GRAVAR-BAIXADO.
012319     MOVE SUSP-ANT-REG TO SUSPREC
012320     MOVE "B" TO SUSP-SITUACAO
012321     IF WS-SUSPSAI-OK
012322         WRITE SUSPREC
012323     END-IF
012324     DISPLAY "PROGRAMB: suspenso " SUSP-ID " cancelado por "
012325         SUSP-OPERADOR " em " SUSP-DATA-ACAO " - baixado.".
012326 3150-EXIT.
012327     EXIT.
012328*
012330*---------------------------------------------------------------
012340* 7000-RECONCILIAR - fim de lote: reconta o que esta fisica-
012350* mente em RESULTVS e na listagem REJEITOS e confere o que este
012903     EXIT.
012904*
012905*---------------------------------------------------------------
012906* 7600-REGISTRAR-LOTES - grava no LOTEREG os lotes aceitos neste
012907* DADOIN: trailer lido, origem aceita pelo cadastro e lote nao
012908* duplicado. Lote reprocessado com autorizacao regrava o seu
012909* registro com o operador e o motivo. So registra com DADOIN
012910* lido ate o fim: um lote interrompido volta inteiro no restart
012911* ou no reenvio sem ser tomado por duplicado.
012912*---------------------------------------------------------------
012913 7600-REGISTRAR-LOTES.
012914     IF NOT WS-LOTES-ABERTO-SIM
012915         GO TO 7600-EXIT
012916     END-IF
012917     IF NOT WS-FIM-ENTRADA OR WS-REJ-EXCEDIDO-SIM
012918         GO TO 7600-EXIT
012919     END-IF
012920     IF WS-LOTE-SEQ IS GREATER THAN WS-LOTE-MAX
012921         MOVE WS-LOTE-MAX TO WS-MAPA-LIMITE
012922     ELSE
012923         MOVE WS-LOTE-SEQ TO WS-MAPA-LIMITE
012924     END-IF
012925     IF WS-MAPA-LIMITE IS GREATER THAN ZERO
012926         PERFORM 7650-REGISTRAR-UM-LOTE THRU 7650-EXIT
012927             VARYING WS-MAPA-IDX FROM 1 BY 1
012928             UNTIL WS-MAPA-IDX IS GREATER THAN WS-MAPA-LIMITE
012929     END-IF.
012930 7600-EXIT.
012931     EXIT.
012932*
012933 7650-REGISTRAR-UM-LOTE.
012934     IF NOT WS-LM-TRAILER-LIDO (WS-MAPA-IDX)
012935         OR WS-LM-RECUSA (WS-MAPA-IDX) IS NOT EQUAL TO SPACE
012936         OR WS-LM-DUPLICADO (WS-MAPA-IDX)
012937         GO TO 7650-EXIT
012938     END-IF
012939     MOVE WS-LM-CHAVE (WS-MAPA-IDX) TO LOTE-CHAVE
012940     IF NOT WS-LM-REPROCESSO (WS-MAPA-IDX)
012941         GO TO 7650-NOVO
012942     END-IF
012943     READ LOTES
012944         INVALID KEY
012945             GO TO 7650-NOVO
012946     END-READ
012947     MOVE WS-LM-AUT (WS-MAPA-IDX) TO WS-AUT-IDX
012948     ADD 1 TO LOTE-QTD-REPROC
012949     MOVE WS-AUT-OPERADOR (WS-AUT-IDX) TO LOTE-OPER-REPROC
012950     MOVE WS-AUT-MOTIVO (WS-AUT-IDX) TO LOTE-MOTIVO-REPROC
012951     MOVE WS-DATA-PROCESSAMENTO TO LOTE-DATA-PROC
012952     ACCEPT LOTE-HORA-PROC FROM TIME
012953     REWRITE LOTEREC
012954         INVALID KEY
012955             DISPLAY "PROGRAMB: erro ao regravar lote "
012956                 LOTE-ORIGEM " " LOTE-DATA-HDR
012957                 " em LOTEREG - " WS-LOTE-STATUS
012958             GO TO 7650-EXIT
012959     END-REWRITE
012960     ADD 1 TO WS-QTD-LOTES-REGISTRADOS
012961     GO TO 7650-EXIT.
012962*
012963 7650-NOVO.
012964     MOVE WS-LM-CHAVE (WS-MAPA-IDX) TO LOTE-CHAVE
012965     MOVE WS-DATA-PROCESSAMENTO TO LOTE-DATA-PROC
012966     ACCEPT LOTE-HORA-PROC FROM TIME
012967     MOVE ZERO TO LOTE-QTD-REPROC
012968     MOVE SPACES TO LOTE-OPER-REPROC
012969     MOVE SPACES TO LOTE-MOTIVO-REPROC
012970     WRITE LOTEREC
012971         INVALID KEY
012972             DISPLAY "PROGRAMB: erro ao gravar lote "
012973                 LOTE-ORIGEM " " LOTE-DATA-HDR
012974                 " em LOTEREG - " WS-LOTE-STATUS
012975             GO TO 7650-EXIT
012976     END-WRITE
012977     ADD 1 TO WS-QTD-LOTES-REGISTRADOS.
012978 7650-EXIT.
012979     EXIT.
012980*
012981*---------------------------------------------------------------
012982* 8000-GRAVAR-RELATORIO - grava o relatorio-resumo com o total
012983* de registros processados e a contagem por faixa (maior,
012984* igual e menor que o limite), para fechamento do lote.
012985*---------------------------------------------------------------
012986 8000-GRAVAR-RELATORIO.
012987     OPEN OUTPUT RELATORIO
012988     IF NOT WS-RELAT-OK
012989         DISPLAY "PROGRAMB: erro ao abrir RELAT - "
012990             WS-RELAT-STATUS
012991         MOVE "S" TO WS-ERRO-ARQUIVO
012992         GO TO 8000-EXIT
012993     END-IF
012994*   O balanco contra o trailer de DADOIN abre o relatorio: uma
012995*   divergencia ali poe em duvida todos os totais abaixo dela.
012996     PERFORM 8200-GRAVAR-BALANCO THRU 8200-EXIT
012997     MOVE SPACES TO LINHA-RELATORIO
012998     WRITE LINHA-RELATORIO
012999*   O limite e as faixas do relatorio sao os do PARMIN; origem
013000*   com limite proprio aparece na secao do cadastro de origens.
013001     PERFORM 1690-RESTAURAR-LIMITES-PARMIN THRU 1690-EXIT
013002     MOVE WS-LIMITE TO WS-LIMITE-ED
013010     MOVE SPACES TO LINHA-RELATORIO
013020*
013030     STRING "RELATORIO DE CLASSIFICACAO - LIMITE USADO: "
013494         INTO LINHA-RELATORIO
013495     END-STRING
013496     WRITE LINHA-RELATORIO
013497     MOVE WS-QTD-BLOQ-FECHADO TO WS-QTD-ED
013498     MOVE SPACES TO LINHA-RELATORIO
013499     STRING "ESTORNO/CORRECAO EM PERIODO FECHADO...: "
013500         DELIMITED BY SIZE
013501         WS-QTD-ED DELIMITED BY SIZE
013502         INTO LINHA-RELATORIO
013503     END-STRING
013504     WRITE LINHA-RELATORIO
013505     MOVE WS-FAIXA-1-FIM TO WS-FAIXA-ED
013506     MOVE WS-QTD-FAIXA1 TO WS-QTD-ED
013510     MOVE SPACES TO LINHA-RELATORIO
013520     STRING "FAIXA 1 (ATE " DELIMITED BY SIZE
013530         WS-FAIXA-ED DELIMITED BY SIZE
013850     END-STRING
013860     WRITE LINHA-RELATORIO
013870     PERFORM 8300-GRAVAR-SUSPENSOS THRU 8300-EXIT
013875     PERFORM 8350-GRAVAR-ORIGENS THRU 8350-EXIT
013877     PERFORM 8380-GRAVAR-DUPLICADOS THRU 8380-EXIT
013880     PERFORM 8400-GRAVAR-RECONCILIACAO THRU 8400-EXIT
013885     PERFORM 8450-GRAVAR-DESVIO THRU 8450-EXIT
013890     CLOSE RELATORIO.
014916     END-STRING
014917     WRITE LINHA-RELATORIO
014918     MOVE WS-QTD-LIBERADOS TO WS-QTD-ED
014919     MOVE SPACES TO LINHA-RELATORIO
014920     STRING "SUSPENSOS LIBERADOS NESTE LOTE........: "
014921         DELIMITED BY SIZE
014922         WS-QTD-ED DELIMITED BY SIZE
014923         INTO LINHA-RELATORIO
014924     END-STRING
014925     WRITE LINHA-RELATORIO
014926     MOVE WS-QTD-RETIDOS TO WS-QTD-ED
014927     MOVE SPACES TO LINHA-RELATORIO
014928     STRING "SUSPENSOS MANTIDOS (AINDA FUTUROS)....: "
014929         DELIMITED BY SIZE
014930         WS-QTD-ED DELIMITED BY SIZE
014931         INTO LINHA-RELATORIO
014932     END-STRING
014933     WRITE LINHA-RELATORIO.
014934 8300-EXIT.
014935     EXIT.
014937*
014940*---------------------------------------------------------------
014941* 8350-GRAVAR-ORIGENS - grava no relatorio-resumo a secao do
014942* cadastro de origens: os lotes recusados (origem fora do
014943* cadastro ou inativa), as origens que classificaram com
014944* limite ou faixas proprios, e as origens ativas esperadas no
014945* dia da semana do processamento que nao mandaram lote. Com
014946* DADOIN nao lido ate o fim a conferencia de ausentes nao e
014947* feita - a origem pode estar no pedaco que nao foi lido.
014948*---------------------------------------------------------------
014949 8350-GRAVAR-ORIGENS.
014950     MOVE SPACES TO LINHA-RELATORIO
014951     WRITE LINHA-RELATORIO
014952     MOVE "CADASTRO DE ORIGENS" TO LINHA-RELATORIO
014953     WRITE LINHA-RELATORIO
014954     IF WS-ORIGEM-QTD IS GREATER THAN ZERO
014955         PERFORM 8360-GRAVAR-ORIGEM-LOTE THRU 8360-EXIT
014956             VARYING WS-ORIGEM-IDX FROM 1 BY 1
014957             UNTIL WS-ORIGEM-IDX IS GREATER THAN WS-ORIGEM-QTD
014958     END-IF
014959     MOVE WS-QTD-LOTES-RECUSADOS TO WS-QTD-ED
014960     MOVE SPACES TO LINHA-RELATORIO
014961     STRING "LOTES RECUSADOS PELO CADASTRO.........: "
014962         DELIMITED BY SIZE
014963         WS-QTD-ED DELIMITED BY SIZE
014964         INTO LINHA-RELATORIO
014965     END-STRING
014966     WRITE LINHA-RELATORIO
014967     IF NOT WS-FIM-ENTRADA OR WS-REJ-EXCEDIDO-SIM
014968         MOVE "ORIGENS AUSENTES NAO CONFERIDAS - DADOIN NAO LIDO"
014969             TO LINHA-RELATORIO
014970         WRITE LINHA-RELATORIO
014971         GO TO 8350-EXIT
014972     END-IF
014973*   Dia da semana pela contagem de dias desde 01/01/1601, uma
014974*   segunda-feira: 1 = segunda ... 7 = domingo, a mesma ordem
014975*   de ORIG-DIAS-LOTE.
014976     MOVE WS-DATA-PROCESSAMENTO TO WS-DATA-PROC-N
014977     COMPUTE WS-DIAS-INT =
014978         FUNCTION INTEGER-OF-DATE (WS-DATA-PROC-N) - 1
014979     DIVIDE WS-DIAS-INT BY 7 GIVING WS-DIAS-QUOC
014980         REMAINDER WS-DIA-SEMANA
014981     ADD 1 TO WS-DIA-SEMANA
014982     MOVE LOW-VALUES TO ORIG-CODIGO
014983     START ORIGENS KEY IS NOT LESS THAN ORIG-CODIGO
014984         INVALID KEY
014985             MOVE "S" TO WS-FIM-ORIGENS
014986     END-START
014987     PERFORM 8370-CONFERIR-ORIGEM THRU 8370-EXIT
014988         UNTIL WS-FIM-ORIGENS-SIM
014989     MOVE WS-QTD-ORIG-AUSENTES TO WS-QTD-ED
014990     MOVE SPACES TO LINHA-RELATORIO
014991     STRING "ORIGENS ESPERADAS HOJE E AUSENTES.....: "
014992         DELIMITED BY SIZE
014993         WS-QTD-ED DELIMITED BY SIZE
014994         INTO LINHA-RELATORIO
014995     END-STRING
014996     WRITE LINHA-RELATORIO.
014997 8350-EXIT.
014998     EXIT.
014999*
015000*---------------------------------------------------------------
015001* 8360-GRAVAR-ORIGEM-LOTE - grava as linhas de uma origem da
015002* tabela quando o lote dela foi recusado ou classificou com
015003* limite ou faixas proprios do cadastro.
015004*---------------------------------------------------------------
015005 8360-GRAVAR-ORIGEM-LOTE.
015006     IF WS-ORG-RECUSA (WS-ORIGEM-IDX) IS EQUAL TO SPACE
015007         GO TO 8360-LIMITE
015008     END-IF
015009     ADD 1 TO WS-QTD-LOTES-RECUSADOS
015010     MOVE SPACES TO LINHA-RELATORIO
015011     IF WS-ORG-DESCONHECIDA (WS-ORIGEM-IDX)
015012         STRING "*** LOTE RECUSADO - ORIGEM " DELIMITED BY SIZE
015013             WS-ORG-NOME (WS-ORIGEM-IDX) DELIMITED BY SIZE
015014             " FORA DO CADASTRO" DELIMITED BY SIZE
015015             INTO LINHA-RELATORIO
015016         END-STRING
015017     ELSE
015018         STRING "*** LOTE RECUSADO - ORIGEM " DELIMITED BY SIZE
015019             WS-ORG-NOME (WS-ORIGEM-IDX) DELIMITED BY SIZE
015020             " INATIVA" DELIMITED BY SIZE
015021             INTO LINHA-RELATORIO
015022         END-STRING
015023     END-IF
015024     WRITE LINHA-RELATORIO
015025     MOVE WS-ORG-QTD-RECUSADOS (WS-ORIGEM-IDX) TO WS-QTD-ED
015026     MOVE SPACES TO LINHA-RELATORIO
015027     STRING "  REGISTROS REJEITADOS DO LOTE........: "
015028         DELIMITED BY SIZE
015029         WS-QTD-ED DELIMITED BY SIZE
015030         INTO LINHA-RELATORIO
015031     END-STRING
015032     WRITE LINHA-RELATORIO
015033     GO TO 8360-EXIT.
015034*
015035 8360-LIMITE.
015036     IF WS-ORG-COM-LIMITE (WS-ORIGEM-IDX)
015037         MOVE SPACES TO LINHA-RELATORIO
015038         STRING "ORIGEM " DELIMITED BY SIZE
015039             WS-ORG-NOME (WS-ORIGEM-IDX) DELIMITED BY SIZE
015040             " CLASSIFICADA COM LIMITE/FAIXAS PROPRIOS"
015041             DELIMITED BY SIZE
015042             INTO LINHA-RELATORIO
015043         END-STRING
015044         WRITE LINHA-RELATORIO
015045     END-IF.
015046 8360-EXIT.
015047     EXIT.
015048*
015049*---------------------------------------------------------------
015050* 8370-CONFERIR-ORIGEM - le a proxima origem do cadastro e,
015051* sendo ativa e esperada no dia da semana, procura-a na tabela
015052* das origens lidas em DADOIN; nao achada, sai no relatorio.
015053*---------------------------------------------------------------
015054 8370-CONFERIR-ORIGEM.
015055     READ ORIGENS NEXT RECORD
015056         AT END
015057             MOVE "S" TO WS-FIM-ORIGENS
015058             GO TO 8370-EXIT
015059     END-READ
015060     IF NOT ORIG-ATIVA
015061         OR ORIG-DIA-LOTE (WS-DIA-SEMANA) IS NOT EQUAL TO "S"
015062         GO TO 8370-EXIT
015063     END-IF
015064     MOVE ZERO TO WS-ORIGEM-IDX.
015065 8370-PROCURAR.
015066     ADD 1 TO WS-ORIGEM-IDX
015067     IF WS-ORIGEM-IDX IS NOT GREATER THAN WS-ORIGEM-QTD
015068         IF WS-ORG-NOME (WS-ORIGEM-IDX) IS EQUAL TO ORIG-CODIGO
015069             GO TO 8370-EXIT
015070         END-IF
015071         GO TO 8370-PROCURAR
015072     END-IF
015073     ADD 1 TO WS-QTD-ORIG-AUSENTES
015074     MOVE SPACES TO LINHA-RELATORIO
015075     STRING "*** ORIGEM AUSENTE: " DELIMITED BY SIZE
015076         ORIG-CODIGO DELIMITED BY SIZE
015077         "  " DELIMITED BY SIZE
015078         ORIG-DESCRICAO DELIMITED BY SIZE
015079         INTO LINHA-RELATORIO
015080     END-STRING
015081     WRITE LINHA-RELATORIO
015082     DISPLAY "PROGRAMB: origem " ORIG-CODIGO
015083         " esperada hoje e ausente de DADOIN.".
015084 8370-EXIT.
015085     EXIT.
015086*
015087*---------------------------------------------------------------
015088* 8380-GRAVAR-DUPLICADOS - grava no relatorio-resumo a secao do
015089* registro de lotes LOTEREG: cada lote ignorado por duplicado
015090* (ja recebido em outro dia ou repetido neste DADOIN), cada
015091* lote reprocessado com autorizacao do LOTPARM, e os totais.
015092* O registro dos lotes aceitos roda antes do relatorio, no
015093* 7600, e a quantidade registrada sai aqui.
015094*---------------------------------------------------------------
015095 8380-GRAVAR-DUPLICADOS.
015096     MOVE SPACES TO LINHA-RELATORIO
015097     WRITE LINHA-RELATORIO
015098     MOVE "LOTES DUPLICADOS (REGISTRO LOTEREG)" TO
015099         LINHA-RELATORIO
015100     WRITE LINHA-RELATORIO
015101     IF WS-LOTE-SEQ IS GREATER THAN WS-LOTE-MAX
015102         MOVE WS-LOTE-MAX TO WS-MAPA-LIMITE
015103     ELSE
015104         MOVE WS-LOTE-SEQ TO WS-MAPA-LIMITE
015105     END-IF
015106     IF WS-MAPA-LIMITE IS GREATER THAN ZERO
015107         PERFORM 8385-GRAVAR-LOTE-DUPLICADO THRU 8385-EXIT
015108             VARYING WS-MAPA-IDX FROM 1 BY 1
015109             UNTIL WS-MAPA-IDX IS GREATER THAN WS-MAPA-LIMITE
015110     END-IF
015111     IF WS-QTD-LOTES-DUPLIC IS EQUAL TO ZERO
015112         MOVE "NENHUM LOTE DUPLICADO NESTE DADOIN" TO
015113             LINHA-RELATORIO
015114         WRITE LINHA-RELATORIO
015115     END-IF
015116     MOVE WS-QTD-LOTES-DUPLIC TO WS-QTD-ED
015117     MOVE SPACES TO LINHA-RELATORIO
015118     STRING "LOTES DUPLICADOS IGNORADOS............: "
015119         DELIMITED BY SIZE
015120         WS-QTD-ED DELIMITED BY SIZE
015121         INTO LINHA-RELATORIO
015122     END-STRING
015123     WRITE LINHA-RELATORIO
015124     MOVE WS-QTD-IGNORADOS-DUPLIC TO WS-QTD-ED
015125     MOVE SPACES TO LINHA-RELATORIO
015126     STRING "REGISTROS DE LOTES IGNORADOS..........: "
015127         DELIMITED BY SIZE
015128         WS-QTD-ED DELIMITED BY SIZE
015129         INTO LINHA-RELATORIO
015130     END-STRING
015131     WRITE LINHA-RELATORIO
015132     MOVE WS-QTD-LOTES-REPROC TO WS-QTD-ED
015133     MOVE SPACES TO LINHA-RELATORIO
015134     STRING "LOTES REPROCESSADOS COM AUTORIZACAO...: "
015135         DELIMITED BY SIZE
015136         WS-QTD-ED DELIMITED BY SIZE
015137         INTO LINHA-RELATORIO
015138     END-STRING
015139     WRITE LINHA-RELATORIO
015140     MOVE WS-QTD-LOTES-REGISTRADOS TO WS-QTD-ED
015141     MOVE SPACES TO LINHA-RELATORIO
015142     STRING "LOTES GRAVADOS NO REGISTRO LOTEREG....: "
015143         DELIMITED BY SIZE
015144         WS-QTD-ED DELIMITED BY SIZE
015145         INTO LINHA-RELATORIO
015146     END-STRING
015147     WRITE LINHA-RELATORIO.
015148 8380-EXIT.
015149     EXIT.
015150*
015151*---------------------------------------------------------------
015152* 8385-GRAVAR-LOTE-DUPLICADO - grava as linhas de um lote do
015153* mapa que foi ignorado por duplicado ou reprocessado com
015154* autorizacao; os demais lotes nao aparecem nesta secao.
015155*---------------------------------------------------------------
015156 8385-GRAVAR-LOTE-DUPLICADO.
015157     MOVE SPACES TO LINHA-RELATORIO
015158     IF WS-LM-JA-REGISTRADO (WS-MAPA-IDX)
015159         STRING "*** LOTE JA RECEBIDO: " DELIMITED BY SIZE
015160             WS-LM-ORIGEM (WS-MAPA-IDX) DELIMITED BY SIZE
015161             " " DELIMITED BY SIZE
015162             WS-LM-DATA (WS-MAPA-IDX) DELIMITED BY SIZE
015163             " EM " DELIMITED BY SIZE
015164             WS-LM-DATA-ANT (WS-MAPA-IDX) DELIMITED BY SIZE
015165             INTO LINHA-RELATORIO
015166         END-STRING
015167         GO TO 8385-TRAILER
015168     END-IF
015169     IF WS-LM-REPETIDO (WS-MAPA-IDX)
015170         STRING "*** LOTE REPETIDO NO DADOIN: "
015171             DELIMITED BY SIZE
015172             WS-LM-ORIGEM (WS-MAPA-IDX) DELIMITED BY SIZE
015173             " " DELIMITED BY SIZE
015174             WS-LM-DATA (WS-MAPA-IDX) DELIMITED BY SIZE
015175             INTO LINHA-RELATORIO
015176         END-STRING
015177         GO TO 8385-TRAILER
015178     END-IF
015179     IF NOT WS-LM-REPROCESSO (WS-MAPA-IDX)
015180         GO TO 8385-EXIT
015181     END-IF
015182     MOVE WS-LM-AUT (WS-MAPA-IDX) TO WS-AUT-IDX
015183     STRING "REPROCESSO AUTORIZADO: " DELIMITED BY SIZE
015184         WS-LM-ORIGEM (WS-MAPA-IDX) DELIMITED BY SIZE
015185         " " DELIMITED BY SIZE
015186         WS-LM-DATA (WS-MAPA-IDX) DELIMITED BY SIZE
015187         " POR " DELIMITED BY SIZE
015188         WS-AUT-OPERADOR (WS-AUT-IDX) DELIMITED BY SIZE
015189         INTO LINHA-RELATORIO
015190     END-STRING
015191     WRITE LINHA-RELATORIO
015192     MOVE SPACES TO LINHA-RELATORIO
015193     STRING "  MOTIVO: " DELIMITED BY SIZE
015194         WS-AUT-MOTIVO (WS-AUT-IDX) DELIMITED BY SIZE
015195         INTO LINHA-RELATORIO
015196     END-STRING.
015197*
015198 8385-TRAILER.
015199     WRITE LINHA-RELATORIO
015200     MOVE WS-LM-TRL-QTD (WS-MAPA-IDX) TO WS-QTD-ED
015201     MOVE WS-LM-TRL-HASH (WS-MAPA-IDX) TO WS-HASH-ED
015202     MOVE SPACES TO LINHA-RELATORIO
015203     STRING "  TRAILER: " DELIMITED BY SIZE
015204         WS-QTD-ED DELIMITED BY SIZE
015205         " REG. HASH " DELIMITED BY SIZE
015206         WS-HASH-ED DELIMITED BY SIZE
015207         INTO LINHA-RELATORIO
015208     END-STRING
015209     WRITE LINHA-RELATORIO.
015210 8385-EXIT.
015211     EXIT.
015212*
015213*---------------------------------------------------------------
015214* 8400-GRAVAR-RECONCILIACAO - grava no relatorio-resumo a secao
015215* de reconciliacao: o que os contadores esperavam, o que os
015216* arquivos mostram, e a diferenca de cada lado quando diverge.
015217*---------------------------------------------------------------
015218 8400-GRAVAR-RECONCILIACAO.
015219     MOVE SPACES TO LINHA-RELATORIO
015220     WRITE LINHA-RELATORIO
015221     MOVE "RECONCILIACAO DO LOTE" TO LINHA-RELATORIO
015222     WRITE LINHA-RELATORIO
015223*   Reconciliacao que nao chegou a rodar (DADOIN nem abriu)
015224*   nao pode sair como "em balanco" para a auditoria.
015225     IF NOT WS-RECON-FEITA
015230         MOVE "RECONCILIACAO NAO EXECUTADA - LOTE NAO RODOU" TO
015240             LINHA-RELATORIO
015250         WRITE LINHA-RELATORIO
016240     END-IF
016250     IF WS-SUSPSAI-OK
016260         CLOSE SUSPENSO-NOVO
016270     END-IF
016272     IF WS-ORIGENS-ABERTO-SIM
016274         CLOSE ORIGENS
016276     END-IF
016277     IF WS-LOTES-ABERTO-SIM
016278         CLOSE LOTES
016279     END-IF
016280     IF WS-FECHMES-ABERTO-SIM
016281         CLOSE FECHAMENTOS
016282     END-IF
016283     IF WS-DIARIO-ABERTO-SIM
016284         CLOSE DIARIO
016285     END-IF.
016286 9000-EXIT.
016290     EXIT.
016300*
016310*---------------------------------------------------------------
016320* 9100-DEFINIR-RETORNO - define o codigo de retorno do passo
016330* para o scheduler: 0 = lote limpo; 4 = terminou com rejeitos
016335* com origem esperada no dia que nao chegou ou com lote
016337* duplicado ignorado ou com estorno/correcao recusados por
016338* periodo fechado;
016340* 8 = fora de balanco com os trailers, reconciliacao diver-
016350* gente, rejeitos acima do maximo ou desvio do historico alem
016355* da tolerancia; 12 = erro de arquivo. O mais grave prevalece.
016460         GO TO 9100-EXIT
016470     END-IF
016480     IF WS-QTD-REJEITADOS IS GREATER THAN ZERO
016485         OR WS-QTD-ORIG-AUSENTES IS GREATER THAN ZERO
016487         OR WS-QTD-LOTES-DUPLIC IS GREATER THAN ZERO
016488         OR WS-QTD-BLOQ-FECHADO IS GREATER THAN ZERO
016490         MOVE 4 TO RETURN-CODE
016500         GO TO 9100-EXIT
016510     END-IF
016890     CLOSE ESTATISTICA.
016900 9200-EXIT.
016910     EXIT.
016920*
016930*---------------------------------------------------------------
016940* 9500-REGISTRAR-CICLO - grava no controle do ciclo o fim do
016950* passo: codigo de retorno, data/hora do fim e a situacao -
016960* concluido ate RC 4, falhou acima disso (o passo seguinte
016970* nao roda nesta data de negocio ate uma reexecucao que termine
016980* bem).
016990*---------------------------------------------------------------
017000 9500-REGISTRAR-CICLO.
017010     IF NOT WS-CICLO-INICIADO-SIM
017020         GO TO 9500-EXIT
017030     END-IF
017040     MOVE RETURN-CODE TO WS-CIC-RETORNO
017050     ACCEPT WS-CIC-DATA-HOJE FROM DATE YYYYMMDD
017060     ACCEPT WS-CIC-HORA-AGORA FROM TIME
017070     OPEN I-O CICLOS
017080     IF NOT WS-CIC-OK
017090         DISPLAY "PROGRAMB: erro ao abrir CICLOCTL - "
017100             WS-CIC-STATUS " - fim do passo nao registrado."
017110         MOVE 12 TO RETURN-CODE
017120         GO TO 9500-EXIT
017130     END-IF
017140     MOVE WS-CIC-DATA-NEGOCIO TO CIC-DATA-NEGOCIO
017150     READ CICLOS
017160         INVALID KEY
017170             GO TO 9500-ERRO-GRAVACAO
017180     END-READ
017190     MOVE WS-CIC-RETORNO TO CIC-RETORNO (WS-CIC-ETAPA)
017200     IF WS-CIC-RETORNO IS GREATER THAN WS-CIC-RC-MAXIMO
017210         MOVE "F" TO CIC-SITUACAO (WS-CIC-ETAPA)
017220     ELSE
017230         MOVE "C" TO CIC-SITUACAO (WS-CIC-ETAPA)
017240     END-IF
017250     MOVE WS-CIC-DATA-HOJE TO CIC-FIM-DATA (WS-CIC-ETAPA)
017260     MOVE WS-CIC-HORA-AGORA TO CIC-FIM-HORA (WS-CIC-ETAPA)
017270     REWRITE CICLOREC
017280         INVALID KEY
017290             GO TO 9500-ERRO-GRAVACAO
017300     END-REWRITE
017310     CLOSE CICLOS
017320     MOVE WS-CIC-RETORNO TO WS-CIC-RC-ED
017330     DISPLAY "PROGRAMB: ciclo " WS-CIC-DATA-NEGOCIO " - passo "
017340         "registrado na situacao " CIC-SITUACAO (WS-CIC-ETAPA)
017350         " (RC " WS-CIC-RC-ED ")."
017360     GO TO 9500-EXIT.
017370 9500-ERRO-GRAVACAO.
017380     DISPLAY "PROGRAMB: erro ao gravar CICLOCTL - " WS-CIC-STATUS
017390         " - fim do passo nao registrado."
017400     CLOSE CICLOS
017410     MOVE 12 TO RETURN-CODE.
017420 9500-EXIT.
017430     EXIT.
