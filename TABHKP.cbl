000410*                 TRUNCATE THE LIVE FILE - AND CHECK THE
000420*                 PRTFILE/GABFILE CLEARING REOPENS, ALL ENDING
000430*                 WITH RETURN-CODE 8 AND NO COMPLETION FLAG.
000431* 08/10/2026 GGS  RUN-CONTROL LEDGER. THE RUN IS FILED ON THE
000432*                 SHARED RUNCTL FILE UNDER TODAY'S DATE AND THE
000433*                 PERIOD (START, END, RETURN CODE, AUDITLOG AND
000434*                 CSVFILE COUNTS). BEFORE THE HKPFLAG IS DROPPED
000435*                 THE MONTH BEFORE THE CURRENT PERIOD MUST HAVE A
000436*                 TABFAT RUN THAT ENDED WITH RETURN-CODE 0 AND
000437*                 TODAY'S TABOADA BATCH MUST NOT BE RUNNING;
000438*                 OTHERWISE NOTHING IS ARCHIVED AND THE RUN ENDS
000439*                 WITH RETURN-CODE 8.
000440******************************************************************
000450 IDENTIFICATION DIVISION.
000460*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
000830     SELECT FLAG-FILE ASSIGN TO 'HKPFLAG'
000840         ORGANIZATION IS LINE SEQUENTIAL
000850         FILE STATUS IS DL500-FLAG-STATUS.
000851     SELECT CONTROLE-FILE ASSIGN TO 'RUNCTL'
000852         ORGANIZATION IS INDEXED
000853         ACCESS MODE IS DYNAMIC
000854         RECORD KEY IS CTL-CHAVE
000855         FILE STATUS IS DL500-CTL-STATUS.
000860*-----------------------
000870 DATA DIVISION.
000880*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
001320 FD  FLAG-FILE.
001330 01  FLAG-RECORD                  PIC X(80).
001340
001341*----------------------------------------------------------------
001342*    RUNCTL RUN-CONTROL LEDGER SHARED BY THE NIGHT'S JOBS - ONE
001343*    ENTRY PER EXECUTION (BUSINESS DATE AAAAMMDD, PROGRAM, STEP,
001344*    RUN NUMBER) WITH START, END, RETURN CODE AND KEY COUNTS.
001345*----------------------------------------------------------------
001346 FD  CONTROLE-FILE.
001347 01  CTL-REGISTRO.
001348     05  CTL-CHAVE.
001349         10  CTL-DATA-NEGOCIO     PIC X(08).
001350         10  CTL-PROGRAMA         PIC X(08).
001351         10  CTL-ETAPA            PIC X(15).
001352         10  CTL-EXECUCAO         PIC 9(03).
001353     05  CTL-SITUACAO             PIC X(01).
001354         88  CTL-EM-EXECUCAO      VALUE 'I'.
001355         88  CTL-TERMINADO        VALUE 'F'.
001356         88  CTL-RECUSADO         VALUE 'R'.
001357         88  CTL-CANCELADO        VALUE 'C'.
001358     05  CTL-INICIO-DATA          PIC X(08).
001359     05  CTL-INICIO-HORA          PIC X(06).
001360     05  CTL-FIM-DATA             PIC X(08).
001361     05  CTL-FIM-HORA             PIC X(06).
001362     05  CTL-RC                   PIC 9(04).
001363     05  CTL-CONTAGENS.
001364         10  CTL-CONTAGEM OCCURS 3 TIMES.
001365             15  CTL-CNT-ROTULO   PIC X(10).
001366             15  CTL-CNT-VALOR    PIC 9(07).
001367     05  CTL-MENSAGEM             PIC X(50).
001368     05  FILLER                   PIC X(12).
001369
001370 WORKING-STORAGE SECTION.
001371*----------------------------------------------------------------
001372*    FILE STATUS FIELDS
001380*----------------------------------------------------------------
001390 01  DL500-AUDIT-STATUS           PIC X(02).
001400     88  DL500-AUDIT-OK           VALUE '00'.
001830     05  DL500-DATA-DD            PIC 9(02).
001840 01  DL500-DATA-EDITADA           PIC X(08).
001850
001851*----------------------------------------------------------------
001852*    RUN-CONTROL LEDGER - THIS RUN'S ENTRY, THE ENTRY LOOKED UP
001853*    FOR A PREREQUISITE AND THE COUNTS FILED WHEN THE RUN ENDS.
001854*----------------------------------------------------------------
001855 01  DL500-CTL-STATUS             PIC X(02).
001856     88  DL500-CTL-OK             VALUE '00'.
001857     88  DL500-CTL-AUSENTE        VALUE '35'.
001858 01  DL500-SW-RUNCTL              PIC X(01) VALUE 'N'.
001859     88  DL500-RUNCTL-INICIADO    VALUE 'S'.
001860 01  DL500-SW-PREREQ              PIC X(01) VALUE 'S'.
001861     88  DL500-PREREQ-OK          VALUE 'S'.
001862 01  DL500-SW-CTL-FIM             PIC X(01) VALUE 'N'.
001863     88  DL500-FIM-RUNCTL         VALUE 'S'.
001864 01  DL500-CTL-CHAVE-RUN.
001865     05  DL500-CTL-RUN-DATA       PIC X(08).
001866     05  DL500-CTL-RUN-PROGRAMA   PIC X(08) VALUE 'TABHKP'.
001867     05  DL500-CTL-RUN-ETAPA      PIC X(15) VALUE SPACES.
001868     05  DL500-CTL-RUN-EXECUCAO   PIC 9(03) VALUE 0.
001869 01  DL500-CTL-CHAVE-BUSCA.
001870     05  DL500-CTL-BUS-DATA       PIC X(08).
001871     05  DL500-CTL-BUS-PROGRAMA   PIC X(08).
001872     05  DL500-CTL-BUS-ETAPA      PIC X(15).
001873 01  DL500-CTL-ULT-EXECUCAO       PIC 9(03) VALUE 0.
001874 01  DL500-CTL-ULT-SITUACAO       PIC X(01) VALUE SPACE.
001875 01  DL500-CTL-ULT-RC             PIC 9(04) VALUE 0.
001876 01  DL500-CTL-MOTIVO             PIC X(50) VALUE SPACES.
001877 01  DL500-CTL-HOJE               PIC 9(08).
001878 01  DL500-CTL-HORA               PIC 9(08).
001879 01  DL500-CTL-CONTAGENS.
001880     05  DL500-CTL-CNT OCCURS 3 TIMES.
001881         10  DL500-CTL-CNT-ROTULO PIC X(10).
001882         10  DL500-CTL-CNT-VALOR  PIC 9(07).
001883*    THE MONTH BEFORE THE CURRENT PERIOD - IT MUST BE INVOICED.
001884 01  DL500-CTL-PERIODO-ANT        PIC X(15).
001885 01  DL500-CTL-MES-ANT            PIC 9(02).
001886 01  DL500-CTL-ANO-ANT            PIC 9(04).
001887 01  DL500-SW-FATURADO            PIC X(01) VALUE 'N'.
001888     88  DL500-PERIODO-FATURADO   VALUE 'S'.
001889*----------------------------------------------------------------
001890*    RETENTION COUNTERS - BEFORE/KEPT/ARCHIVED PER FILE
001891*----------------------------------------------------------------
001892 77  DL500-AUD-LIDAS              PIC 9(07) COMP VALUE 0.
001900 77  DL500-AUD-MANTIDAS           PIC 9(07) COMP VALUE 0.
001910 77  DL500-AUD-ARQUIVADAS         PIC 9(07) COMP VALUE 0.
001920 77  DL500-CSV-LIDAS              PIC 9(07) COMP VALUE 0.
002710         GO TO 1000-INICIALIZAR-EXIT
002720     END-IF
002730     MOVE DL500-PERIODO-AAAA(3:2) TO DL500-PERIODO-AA
002731     ACCEPT DL500-CTL-HOJE FROM DATE YYYYMMDD
002732     MOVE DL500-CTL-HOJE TO DL500-CTL-RUN-DATA
002733     MOVE DL500-PERIODO-ENTRADA TO DL500-CTL-RUN-ETAPA
002734     PERFORM 8100-INICIAR-CONTROLE THRU 8100-INICIAR-CONTROLE-EXIT
002735     IF NOT DL500-PREREQ-OK
002736         MOVE 'N' TO DL500-SW-PERIODO
002737         GO TO 1000-INICIALIZAR-EXIT
002738     END-IF
002740*    DROP LAST MONTH'S COMPLETION FLAG BEFORE ANY ARCHIVING SO A
002750*    RUN THAT FAILS PART WAY NEVER LEAVES A STALE HKPFLAG FOR
002760*    THE SCHEDULER TO RELEASE MONTH-END AGAINST.
007230 6000-GRAVAR-FLAG-EXIT.
007240     EXIT.
007250
007251*----------------------------------------------------------------
007252*    8000-ABRIR-CONTROLE: THE RUNCTL LEDGER IS SHARED BY THE WHOLE
007253*    STREAM; ONLY A MISSING FILE IS CREATED - ANY OTHER FAILURE
007254*    IS REPORTED AND LEFT ALONE.
007255*----------------------------------------------------------------
007256 8000-ABRIR-CONTROLE.
007257     OPEN I-O CONTROLE-FILE
007258     IF DL500-CTL-AUSENTE
007259         OPEN OUTPUT CONTROLE-FILE
007260         CLOSE CONTROLE-FILE
007261         OPEN I-O CONTROLE-FILE
007262     END-IF
007263     IF NOT DL500-CTL-OK
007264         DISPLAY 'ERRO AO ABRIR RUNCTL - STATUS ' DL500-CTL-STATUS
007265     END-IF.
007266 8000-ABRIR-CONTROLE-EXIT.
007267     EXIT.
007268
007269*----------------------------------------------------------------
007270*    8100-INICIAR-CONTROLE: BEFORE THE RUN TOUCHES ANYTHING -
007271*    CHECK THE PREREQUISITES ON THE LEDGER, THEN FILE THIS RUN
007272*    (NEXT RUN NUMBER FOR ITS DATE, PROGRAM AND STEP) AS STARTED.
007273*    A REFUSAL IS FILED TOO, WITH ITS REASON, AND THE RUN ENDS
007274*    WITH RETURN-CODE 8 BEFORE OPENING ANY OF ITS FILES.
007275*----------------------------------------------------------------
007276 8100-INICIAR-CONTROLE.
007277     MOVE 'S' TO DL500-SW-PREREQ
007278     MOVE SPACES TO DL500-CTL-MOTIVO
007279     ACCEPT DL500-CTL-HOJE FROM DATE YYYYMMDD
007280     PERFORM 8000-ABRIR-CONTROLE THRU 8000-ABRIR-CONTROLE-EXIT
007281     IF NOT DL500-CTL-OK
007282         DISPLAY 'TABHKP: SEM O RUNCTL NAO HA COMO CONFERIR OS '
007283             'PRE-REQUISITOS - EXECUCAO CANCELADA'
007284         MOVE 'N' TO DL500-SW-PREREQ
007285         MOVE 8 TO RETURN-CODE
007286         GO TO 8100-INICIAR-CONTROLE-EXIT
007287     END-IF
007288     PERFORM 8200-CONFERIR-PREREQUISITOS THRU
007289             8200-CONFERIR-PREREQUISITOS-EXIT
007290     MOVE DL500-CTL-RUN-DATA TO DL500-CTL-BUS-DATA
007291     MOVE DL500-CTL-RUN-PROGRAMA TO DL500-CTL-BUS-PROGRAMA
007292     MOVE DL500-CTL-RUN-ETAPA TO DL500-CTL-BUS-ETAPA
007293     PERFORM 8300-ULTIMA-EXECUCAO THRU 8300-ULTIMA-EXECUCAO-EXIT
007294     COMPUTE DL500-CTL-RUN-EXECUCAO = DL500-CTL-ULT-EXECUCAO + 1
007295     INITIALIZE CTL-REGISTRO
007296     MOVE DL500-CTL-CHAVE-RUN TO CTL-CHAVE
007297     ACCEPT DL500-CTL-HORA FROM TIME
007298     MOVE DL500-CTL-HOJE TO CTL-INICIO-DATA
007299     MOVE DL500-CTL-HORA(1:6) TO CTL-INICIO-HORA
007300     IF DL500-PREREQ-OK
007301         SET CTL-EM-EXECUCAO TO TRUE
007302     ELSE
007303         SET CTL-RECUSADO TO TRUE
007304         MOVE DL500-CTL-HOJE TO CTL-FIM-DATA
007305         MOVE DL500-CTL-HORA(1:6) TO CTL-FIM-HORA
007306         MOVE 8 TO CTL-RC
007307         MOVE DL500-CTL-MOTIVO TO CTL-MENSAGEM
007308     END-IF
007309     WRITE CTL-REGISTRO
007310         INVALID KEY
007311             DISPLAY 'ERRO AO GRAVAR RUNCTL - STATUS '
007312                 DL500-CTL-STATUS
007313             IF DL500-PREREQ-OK
007314                 MOVE 'N' TO DL500-SW-PREREQ
007315                 MOVE 'ENTRADA DA EXECUCAO NAO GRAVADA NO RUNCTL'
007316                     TO DL500-CTL-MOTIVO
007317             END-IF
007318     END-WRITE
007319     CLOSE CONTROLE-FILE
007320     IF DL500-PREREQ-OK
007321         MOVE 'S' TO DL500-SW-RUNCTL
007322     ELSE
007323         DISPLAY 'TABHKP: PRE-REQUISITO NAO ATENDIDO - '
007324             DL500-CTL-MOTIVO
007325         DISPLAY 'TABHKP: EXECUCAO CANCELADA - NADA FOI ALTERADO'
007326         MOVE 8 TO RETURN-CODE
007327     END-IF.
007328 8100-INICIAR-CONTROLE-EXIT.
007329     EXIT.
007330
007331*----------------------------------------------------------------
007332*    8200-CONFERIR-PREREQUISITOS: THE MONTH BEFORE THE CURRENT
007333*    PERIOD MUST BE INVOICED - SOME TABFAT RUN FOR IT ENDED WITH
007334*    RETURN-CODE 0 ON THE LEDGER, WHATEVER THE DATE IT RAN (A
007335*    RERUN OVER AN INVOICED PERIOD IS REFUSED BY TABFAT ITSELF,
007336*    SO ANY CLEAN RUN COUNTS). TODAY'S TABOADA BATCH MUST NOT BE
007337*    STILL WRITING THE AUDITLOG EITHER.
007338*----------------------------------------------------------------
007339 8200-CONFERIR-PREREQUISITOS.
007340     MOVE DL500-PERIODO-MM-NUM TO DL500-CTL-MES-ANT
007341     MOVE DL500-PERIODO-AAAA TO DL500-CTL-ANO-ANT
007342     IF DL500-CTL-MES-ANT = 1
007343         MOVE 12 TO DL500-CTL-MES-ANT
007344         SUBTRACT 1 FROM DL500-CTL-ANO-ANT
007345     ELSE
007346         SUBTRACT 1 FROM DL500-CTL-MES-ANT
007347     END-IF
007348     MOVE SPACES TO DL500-CTL-PERIODO-ANT
007349     STRING DL500-CTL-MES-ANT '/' DL500-CTL-ANO-ANT
007350         DELIMITED BY SIZE INTO DL500-CTL-PERIODO-ANT
007351     MOVE 'N' TO DL500-SW-FATURADO
007352     MOVE 'N' TO DL500-SW-CTL-FIM
007353     MOVE LOW-VALUES TO CTL-CHAVE
007354     START CONTROLE-FILE KEY NOT < CTL-CHAVE
007355         INVALID KEY
007356             SET DL500-FIM-RUNCTL TO TRUE
007357     END-START
007358     PERFORM 8210-PROCURAR-FATURAMENTO THRU
007359             8210-PROCURAR-FATURAMENTO-EXIT
007360         UNTIL DL500-FIM-RUNCTL OR DL500-PERIODO-FATURADO
007361     IF NOT DL500-PERIODO-FATURADO
007362         MOVE 'N' TO DL500-SW-PREREQ
007363         MOVE SPACES TO DL500-CTL-MOTIVO
007364         STRING 'TABFAT DO PERIODO ' DL500-CTL-MES-ANT '/'
007365             DL500-CTL-ANO-ANT ' SEM EXECUCAO COM RC 0'
007366             DELIMITED BY SIZE INTO DL500-CTL-MOTIVO
007367         GO TO 8200-CONFERIR-PREREQUISITOS-EXIT
007368     END-IF
007369     MOVE DL500-CTL-HOJE TO DL500-CTL-BUS-DATA
007370     MOVE 'TABOADA' TO DL500-CTL-BUS-PROGRAMA
007371     MOVE 'LOTE' TO DL500-CTL-BUS-ETAPA
007372     PERFORM 8250-CONFERIR-EM-CURSO THRU
007373             8250-CONFERIR-EM-CURSO-EXIT.
007374 8200-CONFERIR-PREREQUISITOS-EXIT.
007375     EXIT.
007376
007377 8210-PROCURAR-FATURAMENTO.
007378     READ CONTROLE-FILE NEXT
007379         AT END
007380             SET DL500-FIM-RUNCTL TO TRUE
007381             GO TO 8210-PROCURAR-FATURAMENTO-EXIT
007382     END-READ
007383     IF CTL-PROGRAMA = 'TABFAT' AND
007384             CTL-ETAPA = DL500-CTL-PERIODO-ANT AND
007385             CTL-TERMINADO AND CTL-RC = 0
007386         MOVE 'S' TO DL500-SW-FATURADO
007387     END-IF.
007388 8210-PROCURAR-FATURAMENTO-EXIT.
007389     EXIT.
007390
007391*----------------------------------------------------------------
007392*    8250-CONFERIR-EM-CURSO: THE LATEST RUN OF THE STEP IN
007393*    DL500-CTL-CHAVE-BUSCA MUST NOT STILL BE MARKED STARTED - A
007394*    JOB THAT IS RUNNING, OR DIED WITHOUT ENDING, MAY STILL BE
007395*    HALF WAY THROUGH THE FILES IT OWNS.
007396*----------------------------------------------------------------
007397 8250-CONFERIR-EM-CURSO.
007398     PERFORM 8300-ULTIMA-EXECUCAO THRU 8300-ULTIMA-EXECUCAO-EXIT
007399     IF DL500-CTL-ULT-SITUACAO = 'I'
007400         MOVE 'N' TO DL500-SW-PREREQ
007401         MOVE SPACES TO DL500-CTL-MOTIVO
007402         STRING DL500-CTL-BUS-PROGRAMA DELIMITED BY SPACE
007403             ' ' DL500-CTL-BUS-ETAPA DELIMITED BY '  '
007404             ' EM EXECUCAO OU INTERROMPIDO' DELIMITED BY SIZE
007405             INTO DL500-CTL-MOTIVO
007406     END-IF.
007407 8250-CONFERIR-EM-CURSO-EXIT.
007408     EXIT.
007409
007410*----------------------------------------------------------------
007411*    8300-ULTIMA-EXECUCAO: THE LATEST ENTRY FOR THE DATE,
007412*    PROGRAM AND STEP IN DL500-CTL-CHAVE-BUSCA - RUN NUMBER,
007413*    SITUATION AND RETURN CODE. RUN NUMBER ZERO = NEVER RAN.
007414*----------------------------------------------------------------
007415 8300-ULTIMA-EXECUCAO.
007416     MOVE 0 TO DL500-CTL-ULT-EXECUCAO DL500-CTL-ULT-RC
007417     MOVE SPACE TO DL500-CTL-ULT-SITUACAO
007418     MOVE 'N' TO DL500-SW-CTL-FIM
007419     MOVE DL500-CTL-BUS-DATA TO CTL-DATA-NEGOCIO
007420     MOVE DL500-CTL-BUS-PROGRAMA TO CTL-PROGRAMA
007421     MOVE DL500-CTL-BUS-ETAPA TO CTL-ETAPA
007422     MOVE 0 TO CTL-EXECUCAO
007423     START CONTROLE-FILE KEY NOT < CTL-CHAVE
007424         INVALID KEY
007425             SET DL500-FIM-RUNCTL TO TRUE
007426     END-START
007427     PERFORM 8310-LER-EXECUCAO THRU 8310-LER-EXECUCAO-EXIT
007428         UNTIL DL500-FIM-RUNCTL.
007429 8300-ULTIMA-EXECUCAO-EXIT.
007430     EXIT.
007431
007432 8310-LER-EXECUCAO.
007433     READ CONTROLE-FILE NEXT
007434         AT END
007435             SET DL500-FIM-RUNCTL TO TRUE
007436             GO TO 8310-LER-EXECUCAO-EXIT
007437     END-READ
007438     IF CTL-DATA-NEGOCIO NOT = DL500-CTL-BUS-DATA OR
007439             CTL-PROGRAMA NOT = DL500-CTL-BUS-PROGRAMA OR
007440             CTL-ETAPA NOT = DL500-CTL-BUS-ETAPA
007441         SET DL500-FIM-RUNCTL TO TRUE
007442         GO TO 8310-LER-EXECUCAO-EXIT
007443     END-IF
007444     MOVE CTL-EXECUCAO TO DL500-CTL-ULT-EXECUCAO
007445     MOVE CTL-SITUACAO TO DL500-CTL-ULT-SITUACAO
007446     MOVE CTL-RC TO DL500-CTL-ULT-RC.
007447 8310-LER-EXECUCAO-EXIT.
007448     EXIT.
007449
007450*----------------------------------------------------------------
007451*    8400-ENCERRAR-CONTROLE: FILE THE END OF THIS RUN - TIME,
007452*    RETURN CODE AND THE COUNTS LEFT IN DL500-CTL-CONTAGENS. A RUN
007453*    THAT NEVER GETS HERE STAYS STARTED ON THE LEDGER, WHICH IS
007454*    WHAT HOLDS THE JOBS THAT DEPEND ON IT.
007455*----------------------------------------------------------------
007456 8400-ENCERRAR-CONTROLE.
007457     IF NOT DL500-RUNCTL-INICIADO
007458         GO TO 8400-ENCERRAR-CONTROLE-EXIT
007459     END-IF
007460     PERFORM 8000-ABRIR-CONTROLE THRU 8000-ABRIR-CONTROLE-EXIT
007461     IF NOT DL500-CTL-OK
007462         DISPLAY 'TABHKP: FIM DA EXECUCAO NAO REGISTRADO '
007463             'NO RUNCTL'
007464         GO TO 8400-ENCERRAR-CONTROLE-EXIT
007465     END-IF
007466     MOVE DL500-CTL-CHAVE-RUN TO CTL-CHAVE
007467     READ CONTROLE-FILE
007468         INVALID KEY
007469             DISPLAY 'TABHKP: ENTRADA DA EXECUCAO SUMIU '
007470                 'DO RUNCTL'
007471             CLOSE CONTROLE-FILE
007472             GO TO 8400-ENCERRAR-CONTROLE-EXIT
007473     END-READ
007474     SET CTL-TERMINADO TO TRUE
007475     ACCEPT DL500-CTL-HOJE FROM DATE YYYYMMDD
007476     ACCEPT DL500-CTL-HORA FROM TIME
007477     MOVE DL500-CTL-HOJE TO CTL-FIM-DATA
007478     MOVE DL500-CTL-HORA(1:6) TO CTL-FIM-HORA
007479     MOVE RETURN-CODE TO CTL-RC
007480     MOVE DL500-CTL-CONTAGENS TO CTL-CONTAGENS
007481     REWRITE CTL-REGISTRO
007482         INVALID KEY
007483             DISPLAY 'TABHKP: ERRO AO REGRAVAR RUNCTL - STATUS '
007484                 DL500-CTL-STATUS
007485     END-REWRITE
007486     CLOSE CONTROLE-FILE.
007487 8400-ENCERRAR-CONTROLE-EXIT.
007488     EXIT.
007489
007490 9999-ENCERRAR.
007491     MOVE 'AUD ARQUIV' TO DL500-CTL-CNT-ROTULO(1)
007492     MOVE DL500-AUD-ARQUIVADAS TO DL500-CTL-CNT-VALOR(1)
007493     MOVE 'AUD MANTID' TO DL500-CTL-CNT-ROTULO(2)
007494     MOVE DL500-AUD-MANTIDAS TO DL500-CTL-CNT-VALOR(2)
007495     MOVE 'CSV ARQUIV' TO DL500-CTL-CNT-ROTULO(3)
007496     MOVE DL500-CSV-ARQUIVADAS TO DL500-CTL-CNT-VALOR(3)
007497     PERFORM 8400-ENCERRAR-CONTROLE THRU
007498             8400-ENCERRAR-CONTROLE-EXIT
007499     IF DL500-PERIODO-VALIDO
007500         DISPLAY 'TABHKP: AUDITLOG MANTIDAS ' DL500-AUD-MANTIDAS
007501             ' ARQUIVADAS ' DL500-AUD-ARQUIVADAS
007502         DISPLAY 'TABHKP: CSVFILE MANTIDAS ' DL500-CSV-MANTIDAS
007503             ' ARQUIVADAS ' DL500-CSV-ARQUIVADAS
007504     END-IF
007505     DISPLAY 'FIM DA MANUTENCAO MENSAL.'.
007506 9999-ENCERRAR-EXIT.
007507     EXIT.
