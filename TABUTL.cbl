000326*                 RELOAD POINTED AT THE WRONG DD, OR AT AN EMPTY
000328*                 OR FOREIGN FILE, NOW REFUSES WITH RETURN-CODE
000330*                 8 INSTEAD OF WIPING THE SURVIVING MASTER.
000331* 08/10/2026 GGS  RUN-CONTROL LEDGER. THE RUN IS FILED ON THE
000332*                 SHARED RUNCTL FILE UNDER TODAY'S DATE AND THE
000333*                 FUNCTION AND FILE (START, END, RETURN CODE,
000334*                 READ/WRITTEN/ERROR COUNTS). AN UNLOAD OR RELOAD
000335*                 IS REFUSED WITH RETURN-CODE 8 WHILE TODAY'S
000336*                 TABOADA BATCH IS STILL MARKED RUNNING, AND THE
000337*                 TABOADA BATCH IN TURN WILL NOT START WHILE A
000338*                 RELOAD IS. VERIFY ONLY READS AND IS NEVER HELD.
000339******************************************************************
000340 IDENTIFICATION DIVISION.
000350*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
000360 PROGRAM-ID. TABUTL.
000690     SELECT REPORT-FILE ASSIGN TO 'UTLRPT'
000700         ORGANIZATION IS LINE SEQUENTIAL
000710         FILE STATUS IS DL950-REPORT-STATUS.
000711     SELECT CONTROLE-FILE ASSIGN TO 'RUNCTL'
000712         ORGANIZATION IS INDEXED
000713         ACCESS MODE IS DYNAMIC
000714         RECORD KEY IS CTL-CHAVE
000715         FILE STATUS IS DL950-CTL-STATUS.
000720*-----------------------
000730 DATA DIVISION.
000740*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
001050 FD  REPORT-FILE.
001060 01  REPORT-RECORD                PIC X(80).
001070
001071*----------------------------------------------------------------
001072*    RUNCTL RUN-CONTROL LEDGER SHARED BY THE NIGHT'S JOBS - ONE
001073*    ENTRY PER EXECUTION (BUSINESS DATE AAAAMMDD, PROGRAM, STEP,
001074*    RUN NUMBER) WITH START, END, RETURN CODE AND KEY COUNTS.
001075*----------------------------------------------------------------
001076 FD  CONTROLE-FILE.
001077 01  CTL-REGISTRO.
001078     05  CTL-CHAVE.
001079         10  CTL-DATA-NEGOCIO     PIC X(08).
001080         10  CTL-PROGRAMA         PIC X(08).
001081         10  CTL-ETAPA            PIC X(15).
001082         10  CTL-EXECUCAO         PIC 9(03).
001083     05  CTL-SITUACAO             PIC X(01).
001084         88  CTL-EM-EXECUCAO      VALUE 'I'.
001085         88  CTL-TERMINADO        VALUE 'F'.
001086         88  CTL-RECUSADO         VALUE 'R'.
001087         88  CTL-CANCELADO        VALUE 'C'.
001088     05  CTL-INICIO-DATA          PIC X(08).
001089     05  CTL-INICIO-HORA          PIC X(06).
001090     05  CTL-FIM-DATA             PIC X(08).
001091     05  CTL-FIM-HORA             PIC X(06).
001092     05  CTL-RC                   PIC 9(04).
001093     05  CTL-CONTAGENS.
001094         10  CTL-CONTAGEM OCCURS 3 TIMES.
001095             15  CTL-CNT-ROTULO   PIC X(10).
001096             15  CTL-CNT-VALOR    PIC 9(07).
001097     05  CTL-MENSAGEM             PIC X(50).
001098     05  FILLER                   PIC X(12).
001099
001100 WORKING-STORAGE SECTION.
001101*----------------------------------------------------------------
001102*    FILE STATUS AND RUN CONTROLS
001110*----------------------------------------------------------------
001120 01  DL950-REQM-STATUS            PIC X(02).
001130     88  DL950-REQM-OK            VALUE '00'.
001290 01  DL950-SW-EXECUCAO            PIC X(01) VALUE 'S'.
001300     88  DL950-EXECUCAO-OK        VALUE 'S'.
001310
001311*----------------------------------------------------------------
001312*    RUN-CONTROL LEDGER - THIS RUN'S ENTRY, THE ENTRY LOOKED UP
001313*    FOR A PREREQUISITE AND THE COUNTS FILED WHEN THE RUN ENDS.
001314*----------------------------------------------------------------
001315 01  DL950-CTL-STATUS             PIC X(02).
001316     88  DL950-CTL-OK             VALUE '00'.
001317     88  DL950-CTL-AUSENTE        VALUE '35'.
001318 01  DL950-SW-RUNCTL              PIC X(01) VALUE 'N'.
001319     88  DL950-RUNCTL-INICIADO    VALUE 'S'.
001320 01  DL950-SW-PREREQ              PIC X(01) VALUE 'S'.
001321     88  DL950-PREREQ-OK          VALUE 'S'.
001322 01  DL950-SW-CTL-FIM             PIC X(01) VALUE 'N'.
001323     88  DL950-FIM-RUNCTL         VALUE 'S'.
001324 01  DL950-CTL-CHAVE-RUN.
001325     05  DL950-CTL-RUN-DATA       PIC X(08).
001326     05  DL950-CTL-RUN-PROGRAMA   PIC X(08) VALUE 'TABUTL'.
001327     05  DL950-CTL-RUN-ETAPA      PIC X(15) VALUE SPACES.
001328     05  DL950-CTL-RUN-EXECUCAO   PIC 9(03) VALUE 0.
001329 01  DL950-CTL-CHAVE-BUSCA.
001330     05  DL950-CTL-BUS-DATA       PIC X(08).
001331     05  DL950-CTL-BUS-PROGRAMA   PIC X(08).
001332     05  DL950-CTL-BUS-ETAPA      PIC X(15).
001333 01  DL950-CTL-ULT-EXECUCAO       PIC 9(03) VALUE 0.
001334 01  DL950-CTL-ULT-SITUACAO       PIC X(01) VALUE SPACE.
001335 01  DL950-CTL-ULT-RC             PIC 9(04) VALUE 0.
001336 01  DL950-CTL-MOTIVO             PIC X(50) VALUE SPACES.
001337 01  DL950-CTL-HOJE               PIC 9(08).
001338 01  DL950-CTL-HORA               PIC 9(08).
001339 01  DL950-CTL-CONTAGENS.
001340     05  DL950-CTL-CNT OCCURS 3 TIMES.
001341         10  DL950-CTL-CNT-ROTULO PIC X(10).
001342         10  DL950-CTL-CNT-VALOR  PIC 9(07).
001343*----------------------------------------------------------------
001344*    FUNCTION AND FILE SELECTORS - FROM THE PARM
001345*    ('FUNCAO,ARQUIVO') OR KEYED AT THE CONSOLE.
001350*----------------------------------------------------------------
001360 01  DL950-PARM-EXECUCAO          PIC X(20).
001370 01  DL950-FUNCAO                 PIC X(06).
002710     END-IF
002720     END-IF
002730     END-IF
002731     ACCEPT DL950-CTL-HOJE FROM DATE YYYYMMDD
002732     MOVE DL950-CTL-HOJE TO DL950-CTL-RUN-DATA
002733     STRING DL950-FUNCAO DELIMITED BY SIZE ' ' DELIMITED BY SIZE
002734         DL950-ARQUIVO DELIMITED BY SPACE INTO DL950-CTL-RUN-ETAPA
002735     PERFORM 7100-INICIAR-CONTROLE THRU 7100-INICIAR-CONTROLE-EXIT
002736     IF NOT DL950-PREREQ-OK
002737         MOVE 'N' TO DL950-SW-EXECUCAO
002738         GO TO 1000-INICIALIZAR-EXIT
002739     END-IF
002740     OPEN OUTPUT REPORT-FILE
002750     IF NOT DL950-REPORT-OK
002760         DISPLAY 'ERRO AO ABRIR UTLRPT - STATUS '
005050 6000-FECHAR-RELATORIO-EXIT.
005060     EXIT.
005070
005071*----------------------------------------------------------------
005072*    7000-ABRIR-CONTROLE: THE RUNCTL LEDGER IS SHARED BY THE WHOLE
005073*    STREAM; ONLY A MISSING FILE IS CREATED - ANY OTHER FAILURE
005074*    IS REPORTED AND LEFT ALONE.
005075*----------------------------------------------------------------
005076 7000-ABRIR-CONTROLE.
005077     OPEN I-O CONTROLE-FILE
005078     IF DL950-CTL-AUSENTE
005079         OPEN OUTPUT CONTROLE-FILE
005080         CLOSE CONTROLE-FILE
005081         OPEN I-O CONTROLE-FILE
005082     END-IF
005083     IF NOT DL950-CTL-OK
005084         DISPLAY 'ERRO AO ABRIR RUNCTL - STATUS ' DL950-CTL-STATUS
005085     END-IF.
005086 7000-ABRIR-CONTROLE-EXIT.
005087     EXIT.
005088
005089*----------------------------------------------------------------
005090*    7100-INICIAR-CONTROLE: BEFORE THE RUN TOUCHES ANYTHING -
005091*    CHECK THE PREREQUISITES ON THE LEDGER, THEN FILE THIS RUN
005092*    (NEXT RUN NUMBER FOR ITS DATE, PROGRAM AND STEP) AS STARTED.
005093*    A REFUSAL IS FILED TOO, WITH ITS REASON, AND THE RUN ENDS
005094*    WITH RETURN-CODE 8 BEFORE OPENING ANY OF ITS FILES.
005095*----------------------------------------------------------------
005096 7100-INICIAR-CONTROLE.
005097     MOVE 'S' TO DL950-SW-PREREQ
005098     MOVE SPACES TO DL950-CTL-MOTIVO
005099     ACCEPT DL950-CTL-HOJE FROM DATE YYYYMMDD
005100     PERFORM 7000-ABRIR-CONTROLE THRU 7000-ABRIR-CONTROLE-EXIT
005101     IF NOT DL950-CTL-OK
005102         DISPLAY 'TABUTL: SEM O RUNCTL NAO HA COMO CONFERIR OS '
005103             'PRE-REQUISITOS - EXECUCAO CANCELADA'
005104         MOVE 'N' TO DL950-SW-PREREQ
005105         MOVE 8 TO RETURN-CODE
005106         GO TO 7100-INICIAR-CONTROLE-EXIT
005107     END-IF
005108     PERFORM 7200-CONFERIR-PREREQUISITOS THRU
005109             7200-CONFERIR-PREREQUISITOS-EXIT
005110     MOVE DL950-CTL-RUN-DATA TO DL950-CTL-BUS-DATA
005111     MOVE DL950-CTL-RUN-PROGRAMA TO DL950-CTL-BUS-PROGRAMA
005112     MOVE DL950-CTL-RUN-ETAPA TO DL950-CTL-BUS-ETAPA
005113     PERFORM 7300-ULTIMA-EXECUCAO THRU 7300-ULTIMA-EXECUCAO-EXIT
005114     COMPUTE DL950-CTL-RUN-EXECUCAO = DL950-CTL-ULT-EXECUCAO + 1
005115     INITIALIZE CTL-REGISTRO
005116     MOVE DL950-CTL-CHAVE-RUN TO CTL-CHAVE
005117     ACCEPT DL950-CTL-HORA FROM TIME
005118     MOVE DL950-CTL-HOJE TO CTL-INICIO-DATA
005119     MOVE DL950-CTL-HORA(1:6) TO CTL-INICIO-HORA
005120     IF DL950-PREREQ-OK
005121         SET CTL-EM-EXECUCAO TO TRUE
005122     ELSE
005123         SET CTL-RECUSADO TO TRUE
005124         MOVE DL950-CTL-HOJE TO CTL-FIM-DATA
005125         MOVE DL950-CTL-HORA(1:6) TO CTL-FIM-HORA
005126         MOVE 8 TO CTL-RC
005127         MOVE DL950-CTL-MOTIVO TO CTL-MENSAGEM
005128     END-IF
005129     WRITE CTL-REGISTRO
005130         INVALID KEY
005131             DISPLAY 'ERRO AO GRAVAR RUNCTL - STATUS '
005132                 DL950-CTL-STATUS
005133             IF DL950-PREREQ-OK
005134                 MOVE 'N' TO DL950-SW-PREREQ
005135                 MOVE 'ENTRADA DA EXECUCAO NAO GRAVADA NO RUNCTL'
005136                     TO DL950-CTL-MOTIVO
005137             END-IF
005138     END-WRITE
005139     CLOSE CONTROLE-FILE
005140     IF DL950-PREREQ-OK
005141         MOVE 'S' TO DL950-SW-RUNCTL
005142     ELSE
005143         DISPLAY 'TABUTL: PRE-REQUISITO NAO ATENDIDO - '
005144             DL950-CTL-MOTIVO
005145         DISPLAY 'TABUTL: EXECUCAO CANCELADA - NADA FOI ALTERADO'
005146         MOVE 8 TO RETURN-CODE
005147     END-IF.
005148 7100-INICIAR-CONTROLE-EXIT.
005149     EXIT.
005150
005151*----------------------------------------------------------------
005152*    7200-CONFERIR-PREREQUISITOS: AN UNLOAD OR RELOAD MUST NOT
005153*    RUN OVER A MASTER THE TABOADA BATCH IS STILL UPDATING.
005154*    VERIFY ONLY READS AND HAS NO PREREQUISITE.
005155*----------------------------------------------------------------
005156 7200-CONFERIR-PREREQUISITOS.
005157     IF DL950-FUNCAO-VERIFY
005158         GO TO 7200-CONFERIR-PREREQUISITOS-EXIT
005159     END-IF
005160     MOVE DL950-CTL-HOJE TO DL950-CTL-BUS-DATA
005161     MOVE 'TABOADA' TO DL950-CTL-BUS-PROGRAMA
005162     MOVE 'LOTE' TO DL950-CTL-BUS-ETAPA
005163     PERFORM 7250-CONFERIR-EM-CURSO THRU
005164             7250-CONFERIR-EM-CURSO-EXIT.
005165 7200-CONFERIR-PREREQUISITOS-EXIT.
005166     EXIT.
005167
005168*----------------------------------------------------------------
005169*    7250-CONFERIR-EM-CURSO: THE LATEST RUN OF THE STEP IN
005170*    DL950-CTL-CHAVE-BUSCA MUST NOT STILL BE MARKED STARTED - A
005171*    JOB THAT IS RUNNING, OR DIED WITHOUT ENDING, MAY STILL BE
005172*    HALF WAY THROUGH THE FILES IT OWNS.
005173*----------------------------------------------------------------
005174 7250-CONFERIR-EM-CURSO.
005175     PERFORM 7300-ULTIMA-EXECUCAO THRU 7300-ULTIMA-EXECUCAO-EXIT
005176     IF DL950-CTL-ULT-SITUACAO = 'I'
005177         MOVE 'N' TO DL950-SW-PREREQ
005178         MOVE SPACES TO DL950-CTL-MOTIVO
005179         STRING DL950-CTL-BUS-PROGRAMA DELIMITED BY SPACE
005180             ' ' DL950-CTL-BUS-ETAPA DELIMITED BY '  '
005181             ' EM EXECUCAO OU INTERROMPIDO' DELIMITED BY SIZE
005182             INTO DL950-CTL-MOTIVO
005183     END-IF.
005184 7250-CONFERIR-EM-CURSO-EXIT.
005185     EXIT.
005186
005187*----------------------------------------------------------------
005188*    7300-ULTIMA-EXECUCAO: THE LATEST ENTRY FOR THE DATE,
005189*    PROGRAM AND STEP IN DL950-CTL-CHAVE-BUSCA - RUN NUMBER,
005190*    SITUATION AND RETURN CODE. RUN NUMBER ZERO = NEVER RAN.
005191*----------------------------------------------------------------
005192 7300-ULTIMA-EXECUCAO.
005193     MOVE 0 TO DL950-CTL-ULT-EXECUCAO DL950-CTL-ULT-RC
005194     MOVE SPACE TO DL950-CTL-ULT-SITUACAO
005195     MOVE 'N' TO DL950-SW-CTL-FIM
005196     MOVE DL950-CTL-BUS-DATA TO CTL-DATA-NEGOCIO
005197     MOVE DL950-CTL-BUS-PROGRAMA TO CTL-PROGRAMA
005198     MOVE DL950-CTL-BUS-ETAPA TO CTL-ETAPA
005199     MOVE 0 TO CTL-EXECUCAO
005200     START CONTROLE-FILE KEY NOT < CTL-CHAVE
005201         INVALID KEY
005202             SET DL950-FIM-RUNCTL TO TRUE
005203     END-START
005204     PERFORM 7310-LER-EXECUCAO THRU 7310-LER-EXECUCAO-EXIT
005205         UNTIL DL950-FIM-RUNCTL.
005206 7300-ULTIMA-EXECUCAO-EXIT.
005207     EXIT.
005208
005209 7310-LER-EXECUCAO.
005210     READ CONTROLE-FILE NEXT
005211         AT END
005212             SET DL950-FIM-RUNCTL TO TRUE
005213             GO TO 7310-LER-EXECUCAO-EXIT
005214     END-READ
005215     IF CTL-DATA-NEGOCIO NOT = DL950-CTL-BUS-DATA OR
005216             CTL-PROGRAMA NOT = DL950-CTL-BUS-PROGRAMA OR
005217             CTL-ETAPA NOT = DL950-CTL-BUS-ETAPA
005218         SET DL950-FIM-RUNCTL TO TRUE
005219         GO TO 7310-LER-EXECUCAO-EXIT
005220     END-IF
005221     MOVE CTL-EXECUCAO TO DL950-CTL-ULT-EXECUCAO
005222     MOVE CTL-SITUACAO TO DL950-CTL-ULT-SITUACAO
005223     MOVE CTL-RC TO DL950-CTL-ULT-RC.
005224 7310-LER-EXECUCAO-EXIT.
005225     EXIT.
005226
005227*----------------------------------------------------------------
005228*    7400-ENCERRAR-CONTROLE: FILE THE END OF THIS RUN - TIME,
005229*    RETURN CODE AND THE COUNTS LEFT IN DL950-CTL-CONTAGENS. A RUN
005230*    THAT NEVER GETS HERE STAYS STARTED ON THE LEDGER, WHICH IS
005231*    WHAT HOLDS THE JOBS THAT DEPEND ON IT.
005232*----------------------------------------------------------------
005233 7400-ENCERRAR-CONTROLE.
005234     IF NOT DL950-RUNCTL-INICIADO
005235         GO TO 7400-ENCERRAR-CONTROLE-EXIT
005236     END-IF
005237     PERFORM 7000-ABRIR-CONTROLE THRU 7000-ABRIR-CONTROLE-EXIT
005238     IF NOT DL950-CTL-OK
005239         DISPLAY 'TABUTL: FIM DA EXECUCAO NAO REGISTRADO '
005240             'NO RUNCTL'
005241         GO TO 7400-ENCERRAR-CONTROLE-EXIT
005242     END-IF
005243     MOVE DL950-CTL-CHAVE-RUN TO CTL-CHAVE
005244     READ CONTROLE-FILE
005245         INVALID KEY
005246             DISPLAY 'TABUTL: ENTRADA DA EXECUCAO SUMIU '
005247                 'DO RUNCTL'
005248             CLOSE CONTROLE-FILE
005249             GO TO 7400-ENCERRAR-CONTROLE-EXIT
005250     END-READ
005251     SET CTL-TERMINADO TO TRUE
005252     ACCEPT DL950-CTL-HOJE FROM DATE YYYYMMDD
005253     ACCEPT DL950-CTL-HORA FROM TIME
005254     MOVE DL950-CTL-HOJE TO CTL-FIM-DATA
005255     MOVE DL950-CTL-HORA(1:6) TO CTL-FIM-HORA
005256     MOVE RETURN-CODE TO CTL-RC
005257     MOVE DL950-CTL-CONTAGENS TO CTL-CONTAGENS
005258     REWRITE CTL-REGISTRO
005259         INVALID KEY
005260             DISPLAY 'TABUTL: ERRO AO REGRAVAR RUNCTL - STATUS '
005261                 DL950-CTL-STATUS
005262     END-REWRITE
005263     CLOSE CONTROLE-FILE.
005264 7400-ENCERRAR-CONTROLE-EXIT.
005265     EXIT.
005266
005267*----------------------------------------------------------------
005268*    8000-SERIES: THE ONE PLACE THAT KNOWS WHICH PHYSICAL FILE
005269*    THE CHOSEN NAME MEANS - OPEN, READ, WRITE AND CLOSE FOR
005270*    THE MASTER AND ITS BACKUP, MOVING THE 80-BYTE IMAGE.
005271*----------------------------------------------------------------
005272 8000-ABRIR-MESTRE-ENTRADA.
005273     IF DL950-ARQ-REQMAST
005274         OPEN INPUT REQUEST-FILE
005275         IF NOT DL950-REQM-OK
005276             DISPLAY 'ERRO AO ABRIR REQMAST - STATUS '
005277                 DL950-REQM-STATUS
005278             PERFORM 8950-FALHA-EXECUCAO THRU
005279                     8950-FALHA-EXECUCAO-EXIT
005280         END-IF
005281     ELSE
005282     IF DL950-ARQ-OPERFILE
005283         OPEN INPUT OPERATOR-FILE
005284         IF NOT DL950-OPERM-OK
005285             DISPLAY 'ERRO AO ABRIR OPERFILE - STATUS '
005286                 DL950-OPERM-STATUS
005287             PERFORM 8950-FALHA-EXECUCAO THRU
005290                     8950-FALHA-EXECUCAO-EXIT
005300         END-IF
005310     ELSE
007810     EXIT.
007820
007830 9999-ENCERRAR.
007831     MOVE 'LIDOS' TO DL950-CTL-CNT-ROTULO(1)
007832     MOVE DL950-LIDOS TO DL950-CTL-CNT-VALOR(1)
007833     MOVE 'GRAVADOS' TO DL950-CTL-CNT-ROTULO(2)
007834     MOVE DL950-GRAVADOS TO DL950-CTL-CNT-VALOR(2)
007835     MOVE 'ERROS' TO DL950-CTL-CNT-ROTULO(3)
007836     MOVE DL950-ERROS TO DL950-CTL-CNT-VALOR(3)
007837     PERFORM 7400-ENCERRAR-CONTROLE THRU
007838             7400-ENCERRAR-CONTROLE-EXIT
007840     DISPLAY 'TABUTL: ' DL950-FUNCAO ' ' DL950-ARQUIVO
007850         ' - LIDOS ' DL950-LIDOS ' GRAVADOS ' DL950-GRAVADOS
007860         ' ERROS ' DL950-ERROS
