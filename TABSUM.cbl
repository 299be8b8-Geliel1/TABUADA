000260*                 STAMPS ON EACH AUDITLOG LINE.
000270* 22/08/2026 GGS  MIRROR THE PER-TABLE LINE-COUNT COLUMN ADDED
000280*                 FOR PER-LINE BILLING.
000281* 08/10/2026 GGS  RUN-CONTROL LEDGER. THE RUN IS FILED ON THE
000282*                 SHARED RUNCTL FILE UNDER TODAY'S DATE AND THE
000283*                 PERIOD (START, END, RETURN CODE, LINES READ
000284*                 AND SELECTED) AND IS REFUSED WITH RETURN-CODE 8
000285*                 WHILE TODAY'S TABOADA BATCH IS STILL WRITING
000286*                 THE AUDITLOG. A STARTED RUN THAT CANNOT OPEN
000287*                 ITS FILES NOW ENDS WITH RETURN-CODE 8.
000288* 14/10/2026 GGS  PER-DAY LINES NOW MARK THE NON-WORKING DAYS OF
000289*                 THE NEW CALFILE SCHOOL CALENDAR (TABCAL) WITH
000290*                 THEIR TYPE AND DESCRIPTION; SUCH A DAY PRINTS
000291*                 EVEN WITH NO ACTIVITY. WITHOUT CALFILE THE
000292*                 REPORT IS UNCHANGED.
000293******************************************************************
000300 IDENTIFICATION DIVISION.
000310*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
000320 PROGRAM-ID. TABSUM.
000440     SELECT REPORT-FILE ASSIGN TO 'BILLRPT'
000450         ORGANIZATION IS LINE SEQUENTIAL
000460         FILE STATUS IS DL200-REPORT-STATUS.
000461     SELECT CONTROLE-FILE ASSIGN TO 'RUNCTL'
000462         ORGANIZATION IS INDEXED
000463         ACCESS MODE IS DYNAMIC
000464         RECORD KEY IS CTL-CHAVE
000465         FILE STATUS IS DL200-CTL-STATUS.
000466     SELECT CALEND-FILE ASSIGN TO 'CALFILE'
000467         ORGANIZATION IS INDEXED
000468         ACCESS MODE IS DYNAMIC
000469         RECORD KEY IS CAL-DATA
000470         FILE STATUS IS DL200-CAL-STATUS.
000471*-----------------------
000480 DATA DIVISION.
000490*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
000500 FILE SECTION.
000760 FD  REPORT-FILE.
000770 01  REPORT-RECORD                PIC X(80).
000780
000781*----------------------------------------------------------------
000782*    RUNCTL RUN-CONTROL LEDGER SHARED BY THE NIGHT'S JOBS - ONE
000783*    ENTRY PER EXECUTION (BUSINESS DATE AAAAMMDD, PROGRAM, STEP,
000784*    RUN NUMBER) WITH START, END, RETURN CODE AND KEY COUNTS.
000785*----------------------------------------------------------------
000786 FD  CONTROLE-FILE.
000787 01  CTL-REGISTRO.
000788     05  CTL-CHAVE.
000789         10  CTL-DATA-NEGOCIO     PIC X(08).
000790         10  CTL-PROGRAMA         PIC X(08).
000791         10  CTL-ETAPA            PIC X(15).
000792         10  CTL-EXECUCAO         PIC 9(03).
000793     05  CTL-SITUACAO             PIC X(01).
000794         88  CTL-EM-EXECUCAO      VALUE 'I'.
000795         88  CTL-TERMINADO        VALUE 'F'.
000796         88  CTL-RECUSADO         VALUE 'R'.
000797         88  CTL-CANCELADO        VALUE 'C'.
000798     05  CTL-INICIO-DATA          PIC X(08).
000799     05  CTL-INICIO-HORA          PIC X(06).
000800     05  CTL-FIM-DATA             PIC X(08).
000801     05  CTL-FIM-HORA             PIC X(06).
000802     05  CTL-RC                   PIC 9(04).
000803     05  CTL-CONTAGENS.
000804         10  CTL-CONTAGEM OCCURS 3 TIMES.
000805             15  CTL-CNT-ROTULO   PIC X(10).
000806             15  CTL-CNT-VALOR    PIC 9(07).
000807     05  CTL-MENSAGEM             PIC X(50).
000808     05  FILLER                   PIC X(12).
000809
000810*----------------------------------------------------------------
000811*    SCHOOL CALENDAR KEPT BY TABCAL - SAME LAYOUT AS THERE. ONE
000812*    RECORD PER NON-WORKING DAY, KEYED ON THE DATE AS AAAAMMDD.
000813*----------------------------------------------------------------
000814 FD  CALEND-FILE.
000815 01  CAL-REGISTRO.
000816     05  CAL-DATA                 PIC X(08).
000817     05  CAL-TIPO                 PIC X(01).
000818         88  CAL-FERIADO          VALUE 'F'.
000819         88  CAL-RECESSO          VALUE 'R'.
000820         88  CAL-FIM-DE-SEMANA    VALUE 'S'.
000821     05  CAL-DESCRICAO            PIC X(30).
000822     05  CAL-RESPONSAVEL          PIC X(06).
000823     05  CAL-DATA-ALTER           PIC X(06).
000824     05  FILLER                   PIC X(29).
000825
000826 WORKING-STORAGE SECTION.
000827*----------------------------------------------------------------
000828*    FILE STATUS AND END-OF-FILE CONTROLS
000829*----------------------------------------------------------------
000830 01  DL200-AUDIT-STATUS           PIC X(02).
000840     88  DL200-AUDIT-OK           VALUE '00'.
000850 01  DL200-REPORT-STATUS          PIC X(02).
000860     88  DL200-REPORT-OK          VALUE '00'.
000862 01  DL200-CAL-STATUS             PIC X(02).
000864     88  DL200-CAL-OK             VALUE '00'.
000866     88  DL200-CAL-AUSENTE        VALUE '35'.
000870
000880 01  DL200-SW-AUDIT               PIC X(01) VALUE 'N'.
000890     88  DL200-FIM-AUDIT          VALUE 'S'.
000893 01  DL200-SW-CAL                 PIC X(01) VALUE 'N'.
000896     88  DL200-FIM-CAL            VALUE 'S'.
000900
000910*----------------------------------------------------------------
000920*    BILLING PERIOD - MM/AAAA FROM THE PARM OR FROM THE CONSOLE
001010 01  DL200-PERIODO-MM-NUM         PIC 9(02).
001020 01  DL200-SW-PERIODO             PIC X(01) VALUE 'N'.
001030     88  DL200-PERIODO-VALIDO     VALUE 'S'.
001032 01  DL200-CAL-INICIO             PIC X(08).
001034 01  DL200-CAL-DIA-NUM            PIC 9(02).
001036 01  DL200-CAL-NOME-TIPO          PIC X(13).
001040
001041*----------------------------------------------------------------
001042*    RUN-CONTROL LEDGER - THIS RUN'S ENTRY, THE ENTRY LOOKED UP
001043*    FOR A PREREQUISITE AND THE COUNTS FILED WHEN THE RUN ENDS.
001044*----------------------------------------------------------------
001045 01  DL200-CTL-STATUS             PIC X(02).
001046     88  DL200-CTL-OK             VALUE '00'.
001047     88  DL200-CTL-AUSENTE        VALUE '35'.
001048 01  DL200-SW-RUNCTL              PIC X(01) VALUE 'N'.
001049     88  DL200-RUNCTL-INICIADO    VALUE 'S'.
001050 01  DL200-SW-PREREQ              PIC X(01) VALUE 'S'.
001051     88  DL200-PREREQ-OK          VALUE 'S'.
001052 01  DL200-SW-CTL-FIM             PIC X(01) VALUE 'N'.
001053     88  DL200-FIM-RUNCTL         VALUE 'S'.
001054 01  DL200-CTL-CHAVE-RUN.
001055     05  DL200-CTL-RUN-DATA       PIC X(08).
001056     05  DL200-CTL-RUN-PROGRAMA   PIC X(08) VALUE 'TABSUM'.
001057     05  DL200-CTL-RUN-ETAPA      PIC X(15) VALUE SPACES.
001058     05  DL200-CTL-RUN-EXECUCAO   PIC 9(03) VALUE 0.
001059 01  DL200-CTL-CHAVE-BUSCA.
001060     05  DL200-CTL-BUS-DATA       PIC X(08).
001061     05  DL200-CTL-BUS-PROGRAMA   PIC X(08).
001062     05  DL200-CTL-BUS-ETAPA      PIC X(15).
001063 01  DL200-CTL-ULT-EXECUCAO       PIC 9(03) VALUE 0.
001064 01  DL200-CTL-ULT-SITUACAO       PIC X(01) VALUE SPACE.
001065 01  DL200-CTL-ULT-RC             PIC 9(04) VALUE 0.
001066 01  DL200-CTL-MOTIVO             PIC X(50) VALUE SPACES.
001067 01  DL200-CTL-HOJE               PIC 9(08).
001068 01  DL200-CTL-HORA               PIC 9(08).
001069 01  DL200-CTL-CONTAGENS.
001070     05  DL200-CTL-CNT OCCURS 3 TIMES.
001071         10  DL200-CTL-CNT-ROTULO PIC X(10).
001072         10  DL200-CTL-CNT-VALOR  PIC 9(07).
001073*----------------------------------------------------------------
001074*    ACCUMULATORS - ONE ROW PER DAY OF THE MONTH SPLIT
001075*    INTERACTIVE/BATCH, TOTALS PER OPERACAO, DECIMAL-TABLE COUNT
001080*----------------------------------------------------------------
001090 77  DL200-DIA-IDX                PIC 9(02) COMP VALUE 0.
001100 77  DL200-LIDOS                  PIC 9(07) COMP VALUE 0.
001130     05  DL200-DIA OCCURS 31 TIMES.
001140         10  DL200-DIA-INTER      PIC 9(05) COMP.
001150         10  DL200-DIA-LOTE       PIC 9(05) COMP.
001155         10  DL200-DIA-MARCA      PIC X(40).
001160 01  DL200-TOT-INTER              PIC 9(07) COMP VALUE 0.
001170 01  DL200-TOT-LOTE               PIC 9(07) COMP VALUE 0.
001180 01  DL200-TOT-MULTIPLICAR        PIC 9(07) COMP VALUE 0.
001310     05  DL200-REL-PERIODO        PIC X(07).
001320     05  FILLER                   PIC X(64) VALUE SPACES.
001330 01  DL200-REL-CAB-DIAS           PIC X(80) VALUE
001340     'DIA   INTERATIVO    LOTE   TOTAL   DIA NAO UTIL'.
001350 01  DL200-REL-LINHA-DIA.
001360     05  DL200-REL-DIA            PIC 9(02).
001370     05  FILLER                   PIC X(05) VALUE SPACES.
001400     05  DL200-REL-DIA-LOTE       PIC ZZZZ9.
001410     05  FILLER                   PIC X(03) VALUE SPACES.
001420     05  DL200-REL-DIA-TOTAL      PIC ZZZZ9.
001430     05  FILLER                   PIC X(03) VALUE SPACES.
001433     05  DL200-REL-DIA-MARCA      PIC X(40).
001436     05  FILLER                   PIC X(09) VALUE SPACES.
001440 01  DL200-REL-LINHA-TOT.
001450     05  DL200-REL-TOT-ROTULO     PIC X(25).
001460     05  DL200-REL-TOT-VALOR      PIC ZZZZZZ9.
001530 0000-MAINLINE.
001540     PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT
001550     IF DL200-PERIODO-VALIDO
001553         PERFORM 1500-CARREGAR-CALENDARIO THRU
001556                 1500-CARREGAR-CALENDARIO-EXIT
001560         PERFORM 2000-ACUMULAR-AUDITORIA THRU
001570                 2000-ACUMULAR-AUDITORIA-EXIT
001580         PERFORM 3000-IMPRIMIR-RESUMO THRU
001830         GO TO 1000-INICIALIZAR-EXIT
001840     END-IF
001850     MOVE DL200-PERIODO-AAAA(3:2) TO DL200-PERIODO-AA
001851     ACCEPT DL200-CTL-HOJE FROM DATE YYYYMMDD
001852     MOVE DL200-CTL-HOJE TO DL200-CTL-RUN-DATA
001853     MOVE DL200-PERIODO-ENTRADA TO DL200-CTL-RUN-ETAPA
001854     PERFORM 8100-INICIAR-CONTROLE THRU 8100-INICIAR-CONTROLE-EXIT
001855     IF NOT DL200-PREREQ-OK
001856         MOVE 'N' TO DL200-SW-PERIODO
001857         GO TO 1000-INICIALIZAR-EXIT
001858     END-IF
001860     OPEN INPUT AUDIT-FILE
001870     IF NOT DL200-AUDIT-OK
001880         DISPLAY 'ERRO AO ABRIR AUDITLOG - STATUS '
002190 1100-VALIDAR-PERIODO-EXIT.
002200     EXIT.
002210
002211*----------------------------------------------------------------
002212*    1500-CARREGAR-CALENDARIO: MARK THE PERIOD'S NON-WORKING DAYS
002213*    FROM CALFILE. A MISSING CALFILE LEAVES EVERY DAY UNMARKED;
002214*    ANY OTHER OPEN ERROR DOES THE SAME BUT FLAGS THE JOB.
002215*----------------------------------------------------------------
002216 1500-CARREGAR-CALENDARIO.
002217     OPEN INPUT CALEND-FILE
002218     IF DL200-CAL-AUSENTE
002219         DISPLAY 'TABSUM: CALFILE AUSENTE - DIAS NAO UTEIS NAO '
002220             'MARCADOS'
002221         GO TO 1500-CARREGAR-CALENDARIO-EXIT
002222     END-IF
002223     IF NOT DL200-CAL-OK
002224         DISPLAY 'ERRO AO ABRIR CALFILE - STATUS '
002225             DL200-CAL-STATUS ' - DIAS NAO UTEIS NAO MARCADOS'
002226         IF RETURN-CODE < 4
002227             MOVE 4 TO RETURN-CODE
002228         END-IF
002229         GO TO 1500-CARREGAR-CALENDARIO-EXIT
002230     END-IF
002231     STRING DL200-PERIODO-AAAA DL200-PERIODO-MM '01'
002232         DELIMITED BY SIZE INTO DL200-CAL-INICIO
002233     MOVE DL200-CAL-INICIO TO CAL-DATA
002234     MOVE 'N' TO DL200-SW-CAL
002235     START CALEND-FILE KEY NOT < CAL-DATA
002236         INVALID KEY
002237             SET DL200-FIM-CAL TO TRUE
002238     END-START
002239     PERFORM 1510-LER-CALENDARIO THRU 1510-LER-CALENDARIO-EXIT
002240         UNTIL DL200-FIM-CAL
002241     CLOSE CALEND-FILE.
002242 1500-CARREGAR-CALENDARIO-EXIT.
002243     EXIT.
002244
002245 1510-LER-CALENDARIO.
002246     READ CALEND-FILE NEXT
002247         AT END
002248             SET DL200-FIM-CAL TO TRUE
002249             GO TO 1510-LER-CALENDARIO-EXIT
002250     END-READ
002251     IF CAL-DATA(1:6) NOT = DL200-CAL-INICIO(1:6)
002252         SET DL200-FIM-CAL TO TRUE
002253         GO TO 1510-LER-CALENDARIO-EXIT
002254     END-IF
002255     IF CAL-FERIADO
002256         MOVE 'FERIADO' TO DL200-CAL-NOME-TIPO
002257     ELSE
002258     IF CAL-RECESSO
002259         MOVE 'RECESSO' TO DL200-CAL-NOME-TIPO
002260     ELSE
002261         MOVE 'FIM DE SEMANA' TO DL200-CAL-NOME-TIPO
002262     END-IF
002263     END-IF
002264     MOVE CAL-DATA(7:2) TO DL200-CAL-DIA-NUM
002265     STRING DL200-CAL-NOME-TIPO DELIMITED BY '  '
002266         ' - ' DELIMITED BY SIZE
002267         CAL-DESCRICAO DELIMITED BY '  '
002268         INTO DL200-DIA-MARCA(DL200-CAL-DIA-NUM).
002269 1510-LER-CALENDARIO-EXIT.
002270     EXIT.
002271
002272*----------------------------------------------------------------
002273*    2000-ACUMULAR-AUDITORIA: READ EVERY AUDITLOG LINE AND TALLY
002274*    THE ONES FOR THE BILLING PERIOD - PER DAY SPLIT BY AUDIT-MODO
002275*    (I/B), PER OPERACAO, AND THE DECIMAL-TABLE (OPCAO 97) COUNT.
002276*    LINES WRITTEN BEFORE THE OPERACAO LETTER WAS ADDED TO THE
002277*    AUDITLOG CARRY A BLANK THERE AND COUNT AS MULTIPLICAR.
002280*----------------------------------------------------------------
002290 2000-ACUMULAR-AUDITORIA.
002300     PERFORM 2100-LER-AUDITORIA THRU 2100-LER-AUDITORIA-EXIT
002820*----------------------------------------------------------------
002830*    3000-IMPRIMIR-RESUMO: WRITE THE BILLRPT TOTALS REPORT - ONE
002840*    LINE PER DAY WITH ACTIVITY, THE PER-OPERACAO TOTALS, THE
002850*    DECIMAL-TABLE COUNT AND THE PERIOD GRAND TOTALS. A DAY ON
002855*    THE SCHOOL CALENDAR PRINTS MARKED, EVEN WITH NO ACTIVITY.
002860*----------------------------------------------------------------
002870 3000-IMPRIMIR-RESUMO.
002880     MOVE DL200-PERIODO-ENTRADA TO DL200-REL-PERIODO
002930     PERFORM VARYING DL200-DIA-IDX FROM 1 BY 1
002940             UNTIL DL200-DIA-IDX > 31
002950         IF DL200-DIA-INTER(DL200-DIA-IDX) > 0 OR
002960                 DL200-DIA-LOTE(DL200-DIA-IDX) > 0 OR
002965                 DL200-DIA-MARCA(DL200-DIA-IDX) NOT = SPACES
002970             PERFORM 3100-IMPRIMIR-DIA THRU
002980                     3100-IMPRIMIR-DIA-EXIT
002990         END-IF
003320     COMPUTE DL200-REL-DIA-TOTAL =
003330         DL200-DIA-INTER(DL200-DIA-IDX) +
003340         DL200-DIA-LOTE(DL200-DIA-IDX)
003345     MOVE DL200-DIA-MARCA(DL200-DIA-IDX) TO DL200-REL-DIA-MARCA
003350     WRITE REPORT-RECORD FROM DL200-REL-LINHA-DIA.
003360 3100-IMPRIMIR-DIA-EXIT.
003370     EXIT.
003380
003381*----------------------------------------------------------------
003382*    8000-ABRIR-CONTROLE: THE RUNCTL LEDGER IS SHARED BY THE WHOLE
003383*    STREAM; ONLY A MISSING FILE IS CREATED - ANY OTHER FAILURE
003384*    IS REPORTED AND LEFT ALONE.
003385*----------------------------------------------------------------
003386 8000-ABRIR-CONTROLE.
003387     OPEN I-O CONTROLE-FILE
003388     IF DL200-CTL-AUSENTE
003389         OPEN OUTPUT CONTROLE-FILE
003390         CLOSE CONTROLE-FILE
003391         OPEN I-O CONTROLE-FILE
003392     END-IF
003393     IF NOT DL200-CTL-OK
003394         DISPLAY 'ERRO AO ABRIR RUNCTL - STATUS ' DL200-CTL-STATUS
003395     END-IF.
003396 8000-ABRIR-CONTROLE-EXIT.
003397     EXIT.
003398
003399*----------------------------------------------------------------
003400*    8100-INICIAR-CONTROLE: BEFORE THE RUN TOUCHES ANYTHING -
003401*    CHECK THE PREREQUISITES ON THE LEDGER, THEN FILE THIS RUN
003402*    (NEXT RUN NUMBER FOR ITS DATE, PROGRAM AND STEP) AS STARTED.
003403*    A REFUSAL IS FILED TOO, WITH ITS REASON, AND THE RUN ENDS
003404*    WITH RETURN-CODE 8 BEFORE OPENING ANY OF ITS FILES.
003405*----------------------------------------------------------------
003406 8100-INICIAR-CONTROLE.
003407     MOVE 'S' TO DL200-SW-PREREQ
003408     MOVE SPACES TO DL200-CTL-MOTIVO
003409     ACCEPT DL200-CTL-HOJE FROM DATE YYYYMMDD
003410     PERFORM 8000-ABRIR-CONTROLE THRU 8000-ABRIR-CONTROLE-EXIT
003411     IF NOT DL200-CTL-OK
003412         DISPLAY 'TABSUM: SEM O RUNCTL NAO HA COMO CONFERIR OS '
003413             'PRE-REQUISITOS - EXECUCAO CANCELADA'
003414         MOVE 'N' TO DL200-SW-PREREQ
003415         MOVE 8 TO RETURN-CODE
003416         GO TO 8100-INICIAR-CONTROLE-EXIT
003417     END-IF
003418     PERFORM 8200-CONFERIR-PREREQUISITOS THRU
003419             8200-CONFERIR-PREREQUISITOS-EXIT
003420     MOVE DL200-CTL-RUN-DATA TO DL200-CTL-BUS-DATA
003421     MOVE DL200-CTL-RUN-PROGRAMA TO DL200-CTL-BUS-PROGRAMA
003422     MOVE DL200-CTL-RUN-ETAPA TO DL200-CTL-BUS-ETAPA
003423     PERFORM 8300-ULTIMA-EXECUCAO THRU 8300-ULTIMA-EXECUCAO-EXIT
003424     COMPUTE DL200-CTL-RUN-EXECUCAO = DL200-CTL-ULT-EXECUCAO + 1
003425     INITIALIZE CTL-REGISTRO
003426     MOVE DL200-CTL-CHAVE-RUN TO CTL-CHAVE
003427     ACCEPT DL200-CTL-HORA FROM TIME
003428     MOVE DL200-CTL-HOJE TO CTL-INICIO-DATA
003429     MOVE DL200-CTL-HORA(1:6) TO CTL-INICIO-HORA
003430     IF DL200-PREREQ-OK
003431         SET CTL-EM-EXECUCAO TO TRUE
003432     ELSE
003433         SET CTL-RECUSADO TO TRUE
003434         MOVE DL200-CTL-HOJE TO CTL-FIM-DATA
003435         MOVE DL200-CTL-HORA(1:6) TO CTL-FIM-HORA
003436         MOVE 8 TO CTL-RC
003437         MOVE DL200-CTL-MOTIVO TO CTL-MENSAGEM
003438     END-IF
003439     WRITE CTL-REGISTRO
003440         INVALID KEY
003441             DISPLAY 'ERRO AO GRAVAR RUNCTL - STATUS '
003442                 DL200-CTL-STATUS
003443             IF DL200-PREREQ-OK
003444                 MOVE 'N' TO DL200-SW-PREREQ
003445                 MOVE 'ENTRADA DA EXECUCAO NAO GRAVADA NO RUNCTL'
003446                     TO DL200-CTL-MOTIVO
003447             END-IF
003448     END-WRITE
003449     CLOSE CONTROLE-FILE
003450     IF DL200-PREREQ-OK
003451         MOVE 'S' TO DL200-SW-RUNCTL
003452     ELSE
003453         DISPLAY 'TABSUM: PRE-REQUISITO NAO ATENDIDO - '
003454             DL200-CTL-MOTIVO
003455         DISPLAY 'TABSUM: EXECUCAO CANCELADA - NADA FOI ALTERADO'
003456         MOVE 8 TO RETURN-CODE
003457     END-IF.
003458 8100-INICIAR-CONTROLE-EXIT.
003459     EXIT.
003460
003461*----------------------------------------------------------------
003462*    8200-CONFERIR-PREREQUISITOS: THE SUMMARY IS NOT TAKEN WHILE
003463*    TODAY'S TABOADA BATCH IS STILL WRITING THE AUDITLOG.
003464*----------------------------------------------------------------
003465 8200-CONFERIR-PREREQUISITOS.
003466     MOVE DL200-CTL-HOJE TO DL200-CTL-BUS-DATA
003467     MOVE 'TABOADA' TO DL200-CTL-BUS-PROGRAMA
003468     MOVE 'LOTE' TO DL200-CTL-BUS-ETAPA
003469     PERFORM 8250-CONFERIR-EM-CURSO THRU
003470             8250-CONFERIR-EM-CURSO-EXIT.
003471 8200-CONFERIR-PREREQUISITOS-EXIT.
003472     EXIT.
003473
003474*----------------------------------------------------------------
003475*    8250-CONFERIR-EM-CURSO: THE LATEST RUN OF THE STEP IN
003476*    DL200-CTL-CHAVE-BUSCA MUST NOT STILL BE MARKED STARTED - A
003477*    JOB THAT IS RUNNING, OR DIED WITHOUT ENDING, MAY STILL BE
003478*    HALF WAY THROUGH THE FILES IT OWNS.
003479*----------------------------------------------------------------
003480 8250-CONFERIR-EM-CURSO.
003481     PERFORM 8300-ULTIMA-EXECUCAO THRU 8300-ULTIMA-EXECUCAO-EXIT
003482     IF DL200-CTL-ULT-SITUACAO = 'I'
003483         MOVE 'N' TO DL200-SW-PREREQ
003484         MOVE SPACES TO DL200-CTL-MOTIVO
003485         STRING DL200-CTL-BUS-PROGRAMA DELIMITED BY SPACE
003486             ' ' DL200-CTL-BUS-ETAPA DELIMITED BY '  '
003487             ' EM EXECUCAO OU INTERROMPIDO' DELIMITED BY SIZE
003488             INTO DL200-CTL-MOTIVO
003489     END-IF.
003490 8250-CONFERIR-EM-CURSO-EXIT.
003491     EXIT.
003492
003493*----------------------------------------------------------------
003494*    8300-ULTIMA-EXECUCAO: THE LATEST ENTRY FOR THE DATE,
003495*    PROGRAM AND STEP IN DL200-CTL-CHAVE-BUSCA - RUN NUMBER,
003496*    SITUATION AND RETURN CODE. RUN NUMBER ZERO = NEVER RAN.
003497*----------------------------------------------------------------
003498 8300-ULTIMA-EXECUCAO.
003499     MOVE 0 TO DL200-CTL-ULT-EXECUCAO DL200-CTL-ULT-RC
003500     MOVE SPACE TO DL200-CTL-ULT-SITUACAO
003501     MOVE 'N' TO DL200-SW-CTL-FIM
003502     MOVE DL200-CTL-BUS-DATA TO CTL-DATA-NEGOCIO
003503     MOVE DL200-CTL-BUS-PROGRAMA TO CTL-PROGRAMA
003504     MOVE DL200-CTL-BUS-ETAPA TO CTL-ETAPA
003505     MOVE 0 TO CTL-EXECUCAO
003506     START CONTROLE-FILE KEY NOT < CTL-CHAVE
003507         INVALID KEY
003508             SET DL200-FIM-RUNCTL TO TRUE
003509     END-START
003510     PERFORM 8310-LER-EXECUCAO THRU 8310-LER-EXECUCAO-EXIT
003511         UNTIL DL200-FIM-RUNCTL.
003512 8300-ULTIMA-EXECUCAO-EXIT.
003513     EXIT.
003514
003515 8310-LER-EXECUCAO.
003516     READ CONTROLE-FILE NEXT
003517         AT END
003518             SET DL200-FIM-RUNCTL TO TRUE
003519             GO TO 8310-LER-EXECUCAO-EXIT
003520     END-READ
003521     IF CTL-DATA-NEGOCIO NOT = DL200-CTL-BUS-DATA OR
003522             CTL-PROGRAMA NOT = DL200-CTL-BUS-PROGRAMA OR
003523             CTL-ETAPA NOT = DL200-CTL-BUS-ETAPA
003524         SET DL200-FIM-RUNCTL TO TRUE
003525         GO TO 8310-LER-EXECUCAO-EXIT
003526     END-IF
003527     MOVE CTL-EXECUCAO TO DL200-CTL-ULT-EXECUCAO
003528     MOVE CTL-SITUACAO TO DL200-CTL-ULT-SITUACAO
003529     MOVE CTL-RC TO DL200-CTL-ULT-RC.
003530 8310-LER-EXECUCAO-EXIT.
003531     EXIT.
003532
003533*----------------------------------------------------------------
003534*    8400-ENCERRAR-CONTROLE: FILE THE END OF THIS RUN - TIME,
003535*    RETURN CODE AND THE COUNTS LEFT IN DL200-CTL-CONTAGENS. A RUN
003536*    THAT NEVER GETS HERE STAYS STARTED ON THE LEDGER, WHICH IS
003537*    WHAT HOLDS THE JOBS THAT DEPEND ON IT.
003538*----------------------------------------------------------------
003539 8400-ENCERRAR-CONTROLE.
003540     IF NOT DL200-RUNCTL-INICIADO
003541         GO TO 8400-ENCERRAR-CONTROLE-EXIT
003542     END-IF
003543     PERFORM 8000-ABRIR-CONTROLE THRU 8000-ABRIR-CONTROLE-EXIT
003544     IF NOT DL200-CTL-OK
003545         DISPLAY 'TABSUM: FIM DA EXECUCAO NAO REGISTRADO '
003546             'NO RUNCTL'
003547         GO TO 8400-ENCERRAR-CONTROLE-EXIT
003548     END-IF
003549     MOVE DL200-CTL-CHAVE-RUN TO CTL-CHAVE
003550     READ CONTROLE-FILE
003551         INVALID KEY
003552             DISPLAY 'TABSUM: ENTRADA DA EXECUCAO SUMIU '
003553                 'DO RUNCTL'
003554             CLOSE CONTROLE-FILE
003555             GO TO 8400-ENCERRAR-CONTROLE-EXIT
003556     END-READ
003557     SET CTL-TERMINADO TO TRUE
003558     ACCEPT DL200-CTL-HOJE FROM DATE YYYYMMDD
003559     ACCEPT DL200-CTL-HORA FROM TIME
003560     MOVE DL200-CTL-HOJE TO CTL-FIM-DATA
003561     MOVE DL200-CTL-HORA(1:6) TO CTL-FIM-HORA
003562     MOVE RETURN-CODE TO CTL-RC
003563     MOVE DL200-CTL-CONTAGENS TO CTL-CONTAGENS
003564     REWRITE CTL-REGISTRO
003565         INVALID KEY
003566             DISPLAY 'TABSUM: ERRO AO REGRAVAR RUNCTL - STATUS '
003567                 DL200-CTL-STATUS
003568     END-REWRITE
003569     CLOSE CONTROLE-FILE.
003570 8400-ENCERRAR-CONTROLE-EXIT.
003571     EXIT.
003572
003573 9999-ENCERRAR.
003574     IF DL200-RUNCTL-INICIADO AND NOT DL200-PERIODO-VALIDO
003575             AND RETURN-CODE = 0
003576         MOVE 8 TO RETURN-CODE
003577     END-IF
003578     MOVE 'LIDAS' TO DL200-CTL-CNT-ROTULO(1)
003579     MOVE DL200-LIDOS TO DL200-CTL-CNT-VALOR(1)
003580     MOVE 'NO PERIODO' TO DL200-CTL-CNT-ROTULO(2)
003581     MOVE DL200-SELECIONADOS TO DL200-CTL-CNT-VALOR(2)
003582     MOVE 'LOTE' TO DL200-CTL-CNT-ROTULO(3)
003583     MOVE DL200-TOT-LOTE TO DL200-CTL-CNT-VALOR(3)
003584     PERFORM 8400-ENCERRAR-CONTROLE THRU
003585             8400-ENCERRAR-CONTROLE-EXIT
003586     IF DL200-PERIODO-VALIDO
003587         CLOSE AUDIT-FILE
003588         CLOSE REPORT-FILE
003589         DISPLAY 'TABSUM: RESUMO GRAVADO EM BILLRPT'
003590     END-IF.
003591 9999-ENCERRAR-EXIT.
003592     EXIT.
