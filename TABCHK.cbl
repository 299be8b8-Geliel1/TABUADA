000320*                 DIFFERENCES PRINT ON THE CHKRPT EXCEPTION
000330*                 REPORT AND END THE JOB WITH RETURN-CODE 8 SO
000340*                 THE SCHEDULER PAGES BEFORE BILLING RUNS.
000341* 08/10/2026 GGS  RUN-CONTROL LEDGER. THE RUN IS FILED ON THE
000342*                 SHARED RUNCTL FILE UNDER THE CHECKED DATE
000343*                 (START, END, RETURN CODE, TABLES/EXCEPTION
000344*                 COUNTS) SO TABFAT CAN REQUIRE A CLEAN CHECK OF
000345*                 EVERY DAY IT BILLS. THE CHECK IS REFUSED WITH
000346*                 RETURN-CODE 8 WHILE THE TABOADA BATCH FOR THE
000347*                 SAME DATE IS STILL MARKED RUNNING.
000348* 15/10/2026 GGS  TABOADA NOW FILES EACH MIXED SHEET UNDER ITS OWN
000349*                 FOLHA NR, SO THE DAY'S OPERACAO X LINES ARE
000350*                 COUNTED ACROSS ALL THE SHEETS AND CHECKED
000351*                 AGAINST THE SUM OF THE MIXED AUDIT LINES.
000352******************************************************************
000360 IDENTIFICATION DIVISION.
000370*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
000380 PROGRAM-ID. TABCHK.
000630     SELECT REPORT-FILE ASSIGN TO 'CHKRPT'
000640         ORGANIZATION IS LINE SEQUENTIAL
000650         FILE STATUS IS DL900-REPORT-STATUS.
000651     SELECT CONTROLE-FILE ASSIGN TO 'RUNCTL'
000652         ORGANIZATION IS INDEXED
000653         ACCESS MODE IS DYNAMIC
000654         RECORD KEY IS CTL-CHAVE
000655         FILE STATUS IS DL900-CTL-STATUS.
000660*-----------------------
000670 DATA DIVISION.
000680*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
001190 FD  REPORT-FILE.
001200 01  REPORT-RECORD                PIC X(80).
001210
001211*----------------------------------------------------------------
001212*    RUNCTL RUN-CONTROL LEDGER SHARED BY THE NIGHT'S JOBS - ONE
001213*    ENTRY PER EXECUTION (BUSINESS DATE AAAAMMDD, PROGRAM, STEP,
001214*    RUN NUMBER) WITH START, END, RETURN CODE AND KEY COUNTS.
001215*----------------------------------------------------------------
001216 FD  CONTROLE-FILE.
001217 01  CTL-REGISTRO.
001218     05  CTL-CHAVE.
001219         10  CTL-DATA-NEGOCIO     PIC X(08).
001220         10  CTL-PROGRAMA         PIC X(08).
001221         10  CTL-ETAPA            PIC X(15).
001222         10  CTL-EXECUCAO         PIC 9(03).
001223     05  CTL-SITUACAO             PIC X(01).
001224         88  CTL-EM-EXECUCAO      VALUE 'I'.
001225         88  CTL-TERMINADO        VALUE 'F'.
001226         88  CTL-RECUSADO         VALUE 'R'.
001227         88  CTL-CANCELADO        VALUE 'C'.
001228     05  CTL-INICIO-DATA          PIC X(08).
001229     05  CTL-INICIO-HORA          PIC X(06).
001230     05  CTL-FIM-DATA             PIC X(08).
001231     05  CTL-FIM-HORA             PIC X(06).
001232     05  CTL-RC                   PIC 9(04).
001233     05  CTL-CONTAGENS.
001234         10  CTL-CONTAGEM OCCURS 3 TIMES.
001235             15  CTL-CNT-ROTULO   PIC X(10).
001236             15  CTL-CNT-VALOR    PIC 9(07).
001237     05  CTL-MENSAGEM             PIC X(50).
001238     05  FILLER                   PIC X(12).
001239
001240 WORKING-STORAGE SECTION.
001241*----------------------------------------------------------------
001242*    FILE STATUS AND END-OF-FILE CONTROLS
001250*----------------------------------------------------------------
001260 01  DL900-AUDIT-STATUS           PIC X(02).
001270     88  DL900-AUDIT-OK           VALUE '00'.
001510     05  DL900-DATA-DD            PIC 9(02).
001520 01  DL900-DATA-CHECAGEM          PIC X(08).
001530
001531*----------------------------------------------------------------
001532*    RUN-CONTROL LEDGER - THIS RUN'S ENTRY, THE ENTRY LOOKED UP
001533*    FOR A PREREQUISITE AND THE COUNTS FILED WHEN THE RUN ENDS.
001534*----------------------------------------------------------------
001535 01  DL900-CTL-STATUS             PIC X(02).
001536     88  DL900-CTL-OK             VALUE '00'.
001537     88  DL900-CTL-AUSENTE        VALUE '35'.
001538 01  DL900-SW-RUNCTL              PIC X(01) VALUE 'N'.
001539     88  DL900-RUNCTL-INICIADO    VALUE 'S'.
001540 01  DL900-SW-PREREQ              PIC X(01) VALUE 'S'.
001541     88  DL900-PREREQ-OK          VALUE 'S'.
001542 01  DL900-SW-CTL-FIM             PIC X(01) VALUE 'N'.
001543     88  DL900-FIM-RUNCTL         VALUE 'S'.
001544 01  DL900-CTL-CHAVE-RUN.
001545     05  DL900-CTL-RUN-DATA       PIC X(08).
001546     05  DL900-CTL-RUN-PROGRAMA   PIC X(08) VALUE 'TABCHK'.
001547     05  DL900-CTL-RUN-ETAPA      PIC X(15) VALUE SPACES.
001548     05  DL900-CTL-RUN-EXECUCAO   PIC 9(03) VALUE 0.
001549 01  DL900-CTL-CHAVE-BUSCA.
001550     05  DL900-CTL-BUS-DATA       PIC X(08).
001551     05  DL900-CTL-BUS-PROGRAMA   PIC X(08).
001552     05  DL900-CTL-BUS-ETAPA      PIC X(15).
001553 01  DL900-CTL-ULT-EXECUCAO       PIC 9(03) VALUE 0.
001554 01  DL900-CTL-ULT-SITUACAO       PIC X(01) VALUE SPACE.
001555 01  DL900-CTL-ULT-RC             PIC 9(04) VALUE 0.
001556 01  DL900-CTL-MOTIVO             PIC X(50) VALUE SPACES.
001557 01  DL900-CTL-HOJE               PIC 9(08).
001558 01  DL900-CTL-HORA               PIC 9(08).
001559 01  DL900-CTL-CONTAGENS.
001560     05  DL900-CTL-CNT OCCURS 3 TIMES.
001561         10  DL900-CTL-CNT-ROTULO PIC X(10).
001562         10  DL900-CTL-CNT-VALOR  PIC 9(07).
001563*----------------------------------------------------------------
001564*    DAY TALLY TABLES - ONE ROW PER DISTINCT TABLE (OPERACAO +
001565*    SCALED MULTIPLICANDO) SEEN ON THE DAY'S AUDITLOG, KEEPING
001570*    THE LAST LINE COUNT (A SAME-DAY RERUN REWRITES HISTFILE IN
001580*    PLACE, SO ONLY THE LAST RUN'S COUNT CAN MATCH) AND THE
001590*    NUMBER OF GENERATIONS; PLUS THE DISTINCT OPERATOR IDS.
001650     05  DL900-CHV-ITEM OCCURS 200 TIMES.
001660         10  DL900-CHV-OPER       PIC X(01).
001670         10  DL900-CHV-MULT       PIC 9(03).
001680         10  DL900-CHV-LINHAS     PIC 9(05).
001690         10  DL900-CHV-VEZES      PIC 9(03) COMP.
001700
001710 77  DL900-OPR-QTDE               PIC 9(02) COMP VALUE 0.
002030     05  FILLER                   PIC X(01) VALUE '/'.
002040     05  DL900-EXC-MULT           PIC 9(03).
002050     05  FILLER                   PIC X(11) VALUE ' AUDITORIA '.
002060     05  DL900-EXC-AUD            PIC ZZZZ9.
002070     05  FILLER                   PIC X(11) VALUE ' HISTORICO '.
002080     05  DL900-EXC-HIS            PIC ZZZZ9.
002090     05  FILLER                   PIC X(22) VALUE SPACES.
002100 01  DL900-REL-EXC-CSV.
002110     05  FILLER                   PIC X(25) VALUE
002120         'DIFERENCA CSV: PREVISTAS '.
002640             DL900-DATA-AA
002650             DELIMITED BY SIZE INTO DL900-DATA-CHECAGEM
002660     END-IF
002661     STRING '20' DL900-DATA-CHECAGEM(7:2)
002662         DL900-DATA-CHECAGEM(4:2) DL900-DATA-CHECAGEM(1:2)
002663         DELIMITED BY SIZE INTO DL900-CTL-RUN-DATA
002664     PERFORM 8100-INICIAR-CONTROLE THRU 8100-INICIAR-CONTROLE-EXIT
002665     IF NOT DL900-PREREQ-OK
002666         MOVE 'N' TO DL900-SW-ABERTURA
002667         GO TO 1000-INICIALIZAR-EXIT
002668     END-IF
002670     OPEN INPUT AUDIT-FILE
002680     IF NOT DL900-AUDIT-OK
002690         DISPLAY 'ERRO AO ABRIR AUDITLOG - STATUS '
003740 2200-EDITAR-MULTIPLICANDO-EXIT.
003750     EXIT.
003760
003761*----------------------------------------------------------------
003762*    2300-REGISTRAR-CHAVE: ONE ENTRY PER DISTINCT TABLE OF THE
003763*    DAY. A RERUN OF A TABLE REWRITES ITS HISTORY IN PLACE, SO
003764*    THE LAST AUDIT COUNT STANDS; EVERY MIXED SHEET (X) FILES
003765*    UNDER A NEW FOLHA NR, SO THE X COUNTS ARE ADDED UP.
003766*----------------------------------------------------------------
003770 2300-REGISTRAR-CHAVE.
003780     MOVE 0 TO DL900-CHV-ACHADO
003790     PERFORM 2350-COMPARAR-CHAVE THRU 2350-COMPARAR-CHAVE-EXIT
003890                 DL900-CHV-MULT(DL900-CHV-QTDE)
003900             MOVE DL900-CHV-QTDE TO DL900-CHV-ACHADO
003910             MOVE 0 TO DL900-CHV-VEZES(DL900-CHV-QTDE)
003915             MOVE 0 TO DL900-CHV-LINHAS(DL900-CHV-QTDE)
003920         ELSE
003930             DISPLAY 'TABCHK: TABELA DE CHAVES CHEIA'
003940             ADD 1 TO DL900-EXCECOES
003950             GO TO 2300-REGISTRAR-CHAVE-EXIT
003960         END-IF
003970     END-IF
003980     IF AUDIT-OPERACAO = 'X'
003982         ADD DL900-LINHAS-NUM TO
003983             DL900-CHV-LINHAS(DL900-CHV-ACHADO)
003984     ELSE
003986         MOVE DL900-LINHAS-NUM TO
003987             DL900-CHV-LINHAS(DL900-CHV-ACHADO)
003988     END-IF
003990     ADD 1 TO DL900-CHV-VEZES(DL900-CHV-ACHADO).
004000 2300-REGISTRAR-CHAVE-EXIT.
004010     EXIT.
004330*    3000-CONFERIR-HISTORICO: FOR EACH DISTINCT TABLE OF THE DAY
004340*    COUNT THE HISTFILE LINES UNDER DATE + OPERACAO + MULT AND
004350*    COMPARE WITH THE LAST AUDIT LINE COUNT. A RERUN REWRITES IN
004360*    PLACE, SO THE LAST GENERATION IS THE ONE ON FILE. THE
004362*    MIXED SHEETS (X) OF THE DAY EACH HAVE THEIR OWN FOLHA NR IN
004364*    THE MULT PART OF THE KEY, SO FOR X EVERY SHEET IS COUNTED.
004370*----------------------------------------------------------------
004380 3000-CONFERIR-HISTORICO.
004390     PERFORM 3100-CONFERIR-CHAVE THRU 3100-CONFERIR-CHAVE-EXIT
004790     END-READ
004800     IF HIS-DATA NOT = DL900-DATA-CHECAGEM OR
004810             HIS-OPERACAO NOT = DL900-CHV-OPER(DL900-CHV-IDX) OR
004820             (HIS-OPERACAO NOT = 'X' AND
004825              HIS-MULT NOT = DL900-CHV-MULT(DL900-CHV-IDX))
004830         SET DL900-FIM-LEITURA TO TRUE
004840         GO TO 3200-CONTAR-LINHA-HIST-EXIT
004850     END-IF
005880 6000-FECHAR-RELATORIO-EXIT.
005890     EXIT.
005900
005901*----------------------------------------------------------------
005902*    8000-ABRIR-CONTROLE: THE RUNCTL LEDGER IS SHARED BY THE WHOLE
005903*    STREAM; ONLY A MISSING FILE IS CREATED - ANY OTHER FAILURE
005904*    IS REPORTED AND LEFT ALONE.
005905*----------------------------------------------------------------
005906 8000-ABRIR-CONTROLE.
005907     OPEN I-O CONTROLE-FILE
005908     IF DL900-CTL-AUSENTE
005909         OPEN OUTPUT CONTROLE-FILE
005910         CLOSE CONTROLE-FILE
005911         OPEN I-O CONTROLE-FILE
005912     END-IF
005913     IF NOT DL900-CTL-OK
005914         DISPLAY 'ERRO AO ABRIR RUNCTL - STATUS ' DL900-CTL-STATUS
005915     END-IF.
005916 8000-ABRIR-CONTROLE-EXIT.
005917     EXIT.
005918
005919*----------------------------------------------------------------
005920*    8100-INICIAR-CONTROLE: BEFORE THE RUN TOUCHES ANYTHING -
005921*    CHECK THE PREREQUISITES ON THE LEDGER, THEN FILE THIS RUN
005922*    (NEXT RUN NUMBER FOR ITS DATE, PROGRAM AND STEP) AS STARTED.
005923*    A REFUSAL IS FILED TOO, WITH ITS REASON, AND THE RUN ENDS
005924*    WITH RETURN-CODE 8 BEFORE OPENING ANY OF ITS FILES.
005925*----------------------------------------------------------------
005926 8100-INICIAR-CONTROLE.
005927     MOVE 'S' TO DL900-SW-PREREQ
005928     MOVE SPACES TO DL900-CTL-MOTIVO
005929     ACCEPT DL900-CTL-HOJE FROM DATE YYYYMMDD
005930     PERFORM 8000-ABRIR-CONTROLE THRU 8000-ABRIR-CONTROLE-EXIT
005931     IF NOT DL900-CTL-OK
005932         DISPLAY 'TABCHK: SEM O RUNCTL NAO HA COMO CONFERIR OS '
005933             'PRE-REQUISITOS - EXECUCAO CANCELADA'
005934         MOVE 'N' TO DL900-SW-PREREQ
005935         MOVE 8 TO RETURN-CODE
005936         GO TO 8100-INICIAR-CONTROLE-EXIT
005937     END-IF
005938     PERFORM 8200-CONFERIR-PREREQUISITOS THRU
005939             8200-CONFERIR-PREREQUISITOS-EXIT
005940     MOVE DL900-CTL-RUN-DATA TO DL900-CTL-BUS-DATA
005941     MOVE DL900-CTL-RUN-PROGRAMA TO DL900-CTL-BUS-PROGRAMA
005942     MOVE DL900-CTL-RUN-ETAPA TO DL900-CTL-BUS-ETAPA
005943     PERFORM 8300-ULTIMA-EXECUCAO THRU 8300-ULTIMA-EXECUCAO-EXIT
005944     COMPUTE DL900-CTL-RUN-EXECUCAO = DL900-CTL-ULT-EXECUCAO + 1
005945     INITIALIZE CTL-REGISTRO
005946     MOVE DL900-CTL-CHAVE-RUN TO CTL-CHAVE
005947     ACCEPT DL900-CTL-HORA FROM TIME
005948     MOVE DL900-CTL-HOJE TO CTL-INICIO-DATA
005949     MOVE DL900-CTL-HORA(1:6) TO CTL-INICIO-HORA
005950     IF DL900-PREREQ-OK
005951         SET CTL-EM-EXECUCAO TO TRUE
005952     ELSE
005953         SET CTL-RECUSADO TO TRUE
005954         MOVE DL900-CTL-HOJE TO CTL-FIM-DATA
005955         MOVE DL900-CTL-HORA(1:6) TO CTL-FIM-HORA
005956         MOVE 8 TO CTL-RC
005957         MOVE DL900-CTL-MOTIVO TO CTL-MENSAGEM
005958     END-IF
005959     WRITE CTL-REGISTRO
005960         INVALID KEY
005961             DISPLAY 'ERRO AO GRAVAR RUNCTL - STATUS '
005962                 DL900-CTL-STATUS
005963             IF DL900-PREREQ-OK
005964                 MOVE 'N' TO DL900-SW-PREREQ
005965                 MOVE 'ENTRADA DA EXECUCAO NAO GRAVADA NO RUNCTL'
005966                     TO DL900-CTL-MOTIVO
005967             END-IF
005968     END-WRITE
005969     CLOSE CONTROLE-FILE
005970     IF DL900-PREREQ-OK
005971         MOVE 'S' TO DL900-SW-RUNCTL
005972     ELSE
005973         DISPLAY 'TABCHK: PRE-REQUISITO NAO ATENDIDO - '
005974             DL900-CTL-MOTIVO
005975         DISPLAY 'TABCHK: EXECUCAO CANCELADA - NADA FOI ALTERADO'
005976         MOVE 8 TO RETURN-CODE
005977     END-IF.
005978 8100-INICIAR-CONTROLE-EXIT.
005979     EXIT.
005980
005981*----------------------------------------------------------------
005982*    8200-CONFERIR-PREREQUISITOS: A DAY CANNOT BE CHECKED WHILE
005983*    THE TABOADA BATCH FOR THAT DATE IS STILL WRITING IT.
005984*----------------------------------------------------------------
005985 8200-CONFERIR-PREREQUISITOS.
005986     MOVE DL900-CTL-RUN-DATA TO DL900-CTL-BUS-DATA
005987     MOVE 'TABOADA' TO DL900-CTL-BUS-PROGRAMA
005988     MOVE 'LOTE' TO DL900-CTL-BUS-ETAPA
005989     PERFORM 8250-CONFERIR-EM-CURSO THRU
005990             8250-CONFERIR-EM-CURSO-EXIT.
005991 8200-CONFERIR-PREREQUISITOS-EXIT.
005992     EXIT.
005993
005994*----------------------------------------------------------------
005995*    8250-CONFERIR-EM-CURSO: THE LATEST RUN OF THE STEP IN
005996*    DL900-CTL-CHAVE-BUSCA MUST NOT STILL BE MARKED STARTED - A
005997*    JOB THAT IS RUNNING, OR DIED WITHOUT ENDING, MAY STILL BE
005998*    HALF WAY THROUGH THE FILES IT OWNS.
005999*----------------------------------------------------------------
006000 8250-CONFERIR-EM-CURSO.
006001     PERFORM 8300-ULTIMA-EXECUCAO THRU 8300-ULTIMA-EXECUCAO-EXIT
006002     IF DL900-CTL-ULT-SITUACAO = 'I'
006003         MOVE 'N' TO DL900-SW-PREREQ
006004         MOVE SPACES TO DL900-CTL-MOTIVO
006005         STRING DL900-CTL-BUS-PROGRAMA DELIMITED BY SPACE
006006             ' ' DL900-CTL-BUS-ETAPA DELIMITED BY '  '
006007             ' EM EXECUCAO OU INTERROMPIDO' DELIMITED BY SIZE
006008             INTO DL900-CTL-MOTIVO
006009     END-IF.
006010 8250-CONFERIR-EM-CURSO-EXIT.
006011     EXIT.
006012
006013*----------------------------------------------------------------
006014*    8300-ULTIMA-EXECUCAO: THE LATEST ENTRY FOR THE DATE,
006015*    PROGRAM AND STEP IN DL900-CTL-CHAVE-BUSCA - RUN NUMBER,
006016*    SITUATION AND RETURN CODE. RUN NUMBER ZERO = NEVER RAN.
006017*----------------------------------------------------------------
006018 8300-ULTIMA-EXECUCAO.
006019     MOVE 0 TO DL900-CTL-ULT-EXECUCAO DL900-CTL-ULT-RC
006020     MOVE SPACE TO DL900-CTL-ULT-SITUACAO
006021     MOVE 'N' TO DL900-SW-CTL-FIM
006022     MOVE DL900-CTL-BUS-DATA TO CTL-DATA-NEGOCIO
006023     MOVE DL900-CTL-BUS-PROGRAMA TO CTL-PROGRAMA
006024     MOVE DL900-CTL-BUS-ETAPA TO CTL-ETAPA
006025     MOVE 0 TO CTL-EXECUCAO
006026     START CONTROLE-FILE KEY NOT < CTL-CHAVE
006027         INVALID KEY
006028             SET DL900-FIM-RUNCTL TO TRUE
006029     END-START
006030     PERFORM 8310-LER-EXECUCAO THRU 8310-LER-EXECUCAO-EXIT
006031         UNTIL DL900-FIM-RUNCTL.
006032 8300-ULTIMA-EXECUCAO-EXIT.
006033     EXIT.
006034
006035 8310-LER-EXECUCAO.
006036     READ CONTROLE-FILE NEXT
006037         AT END
006038             SET DL900-FIM-RUNCTL TO TRUE
006039             GO TO 8310-LER-EXECUCAO-EXIT
006040     END-READ
006041     IF CTL-DATA-NEGOCIO NOT = DL900-CTL-BUS-DATA OR
006042             CTL-PROGRAMA NOT = DL900-CTL-BUS-PROGRAMA OR
006043             CTL-ETAPA NOT = DL900-CTL-BUS-ETAPA
006044         SET DL900-FIM-RUNCTL TO TRUE
006045         GO TO 8310-LER-EXECUCAO-EXIT
006046     END-IF
006047     MOVE CTL-EXECUCAO TO DL900-CTL-ULT-EXECUCAO
006048     MOVE CTL-SITUACAO TO DL900-CTL-ULT-SITUACAO
006049     MOVE CTL-RC TO DL900-CTL-ULT-RC.
006050 8310-LER-EXECUCAO-EXIT.
006051     EXIT.
006052
006053*----------------------------------------------------------------
006054*    8400-ENCERRAR-CONTROLE: FILE THE END OF THIS RUN - TIME,
006055*    RETURN CODE AND THE COUNTS LEFT IN DL900-CTL-CONTAGENS. A RUN
006056*    THAT NEVER GETS HERE STAYS STARTED ON THE LEDGER, WHICH IS
006057*    WHAT HOLDS THE JOBS THAT DEPEND ON IT.
006058*----------------------------------------------------------------
006059 8400-ENCERRAR-CONTROLE.
006060     IF NOT DL900-RUNCTL-INICIADO
006061         GO TO 8400-ENCERRAR-CONTROLE-EXIT
006062     END-IF
006063     PERFORM 8000-ABRIR-CONTROLE THRU 8000-ABRIR-CONTROLE-EXIT
006064     IF NOT DL900-CTL-OK
006065         DISPLAY 'TABCHK: FIM DA EXECUCAO NAO REGISTRADO '
006066             'NO RUNCTL'
006067         GO TO 8400-ENCERRAR-CONTROLE-EXIT
006068     END-IF
006069     MOVE DL900-CTL-CHAVE-RUN TO CTL-CHAVE
006070     READ CONTROLE-FILE
006071         INVALID KEY
006072             DISPLAY 'TABCHK: ENTRADA DA EXECUCAO SUMIU '
006073                 'DO RUNCTL'
006074             CLOSE CONTROLE-FILE
006075             GO TO 8400-ENCERRAR-CONTROLE-EXIT
006076     END-READ
006077     SET CTL-TERMINADO TO TRUE
006078     ACCEPT DL900-CTL-HOJE FROM DATE YYYYMMDD
006079     ACCEPT DL900-CTL-HORA FROM TIME
006080     MOVE DL900-CTL-HOJE TO CTL-FIM-DATA
006081     MOVE DL900-CTL-HORA(1:6) TO CTL-FIM-HORA
006082     MOVE RETURN-CODE TO CTL-RC
006083     MOVE DL900-CTL-CONTAGENS TO CTL-CONTAGENS
006084     REWRITE CTL-REGISTRO
006085         INVALID KEY
006086             DISPLAY 'TABCHK: ERRO AO REGRAVAR RUNCTL - STATUS '
006087                 DL900-CTL-STATUS
006088     END-REWRITE
006089     CLOSE CONTROLE-FILE.
006090 8400-ENCERRAR-CONTROLE-EXIT.
006091     EXIT.
006092
006093 9999-ENCERRAR.
006094     MOVE 'AUDITORIA' TO DL900-CTL-CNT-ROTULO(1)
006095     MOVE DL900-AUD-DO-DIA TO DL900-CTL-CNT-VALOR(1)
006096     MOVE 'TABELAS' TO DL900-CTL-CNT-ROTULO(2)
006097     MOVE DL900-CHV-QTDE TO DL900-CTL-CNT-VALOR(2)
006098     MOVE 'EXCECOES' TO DL900-CTL-CNT-ROTULO(3)
006099     MOVE DL900-EXCECOES TO DL900-CTL-CNT-VALOR(3)
006100     PERFORM 8400-ENCERRAR-CONTROLE THRU
006101             8400-ENCERRAR-CONTROLE-EXIT
006102     DISPLAY 'TABCHK: ' DL900-AUD-DO-DIA ' TABELAS DO DIA, '
006103         DL900-EXCECOES ' EXCECOES'
006104     DISPLAY 'FIM DA CONFERENCIA DIARIA.'.
006105 9999-ENCERRAR-EXIT.
006106     EXIT.
