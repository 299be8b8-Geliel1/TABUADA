001303*                 COMPUTED AS MULTIPLY AND FILED/BILLED UNDER
001304*                 THE X CLASS. ALSO ADD 96 TO THE INVALID-OPTION
001305*                 MESSAGE.
001306* 14/09/2026 GGS  ROSTFILE IS NOW THE INDEXED CLASS ROSTER KEPT BY
001307*                 TABROS (KEY STUDENT NAME, ALTERNATE KEY TURMA).
001308*                 THE TURMA RUN WALKS IT IN CLASS ORDER AND A
001309*                 TURMA REQUEST STARTS ON ITS CLASS INSTEAD OF
001310*                 READING THE WHOLE FILE; WITHDRAWN STUDENTS GET
001311*                 NO WORKSHEETS.
001312* 28/09/2026 GGS  ENFORCE THE DEPARTMENT MONTHLY LINE QUOTA KEPT
001313*                 ON THE NEW DEPTFILE MASTER (TABDEP). THE LINES
001314*                 ALREADY USED THIS MONTH COME FROM AUDITLOG THE
001315*                 WAY TABFAT BILLS THEM; A REQUEST THAT WOULD GO
001316*                 OVER IS REJECTED (COTAEX) AND A STANDING ORDER
001317*                 IS HELD FOR THE NIGHT. RUNRPT LISTS QUOTA, USED
001318*                 AND REMAINING LINES PER DEPARTMENT.
001319* 08/10/2026 GGS  RUN-CONTROL LEDGER. THE BATCH RUN IS FILED ON
001320*                 THE SHARED RUNCTL FILE UNDER TODAY'S DATE (STEP
001321*                 LOTE - START, END, RETURN CODE, REQUESTS READ,
001322*                 GENERATED AND REJECTED) SO TABCHK, TABUTL,
001323*                 TABSUM, TABFAT AND TABHKP CAN HOLD OFF WHILE IT
001324*                 RUNS. THE BATCH IS REFUSED WITH RETURN-CODE 8
001325*                 WHILE A TABUTL RELOAD OF REQMAST, OPERFILE OR
001326*                 HISTFILE IS STILL MARKED RUNNING FOR THE DAY.
001327* 12/10/2026 GGS  EVERY BATCH AUDITLOG LINE NOW CARRIES THE
001328*                 REQ-NUMERO AND REQ-DEPTO OF THE REQMAST REQUEST
001329*                 IT WAS GENERATED FOR (COLUMNS 42-46 AND 48-51,
001330*                 CUT FROM THE TRAILING FILLER), FOR THE NEW
001331*                 TABTAT TURNAROUND AND BACKLOG REPORT.
001332* 14/10/2026 GGS  SCHOOL CALENDAR. THE BATCH RUN READS THE NEW
001333*                 CALFILE (TABCAL) OF NON-WORKING DAYS (FERIADO,
001334*                 RECESSO, FIM DE SEMANA). ON SUCH A DAY NO
001335*                 STANDING ORDER RUNS; A MONTHLY ORDER DUE ON ONE
001336*                 MOVES TO THE NEXT WORKING DAY INSTEAD OF BEING
001337*                 LOST FOR THE MONTH. RUNRPT LISTS EVERY ORDER
001338*                 HELD OR MOVED. WITHOUT CALFILE EVERY DAY IS
001339*                 A WORKING DAY.
001340* 15/10/2026 GGS  THE MONTHLY QUOTA IS CHECKED AND CHARGED UNDER
001341*                 THE SOLICITANTE'S OPERFILE DEPARTMENT, AS THE
001342*                 USAGE LOAD AND THE INVOICE DO, NOT REQ-DEPTO.
001343*                 EACH MIXED SHEET OF A DATE NOW FILES ITS
001344*                 HISTORY UNDER ITS OWN NUMBER (FOLHA NR ON THE
001345*                 HEADING) INSTEAD OF ONE SHARED KEY 000, SO A
001346*                 ROSTER RUN NO LONGER OVERWRITES ONE STUDENT'S
001347*                 SHEET WITH THE NEXT.
001306******************************************************************
001240 IDENTIFICATION DIVISION.
001250*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
001670         RECORD KEY IS OPE-ID
001680         FILE STATUS IS DL100-OPERM-STATUS.
001690     SELECT ROSTER-FILE ASSIGN TO 'ROSTFILE'
001700         ORGANIZATION IS INDEXED
001702         ACCESS MODE IS DYNAMIC
001704         RECORD KEY IS ROS-NOME
001706         ALTERNATE RECORD KEY IS ROS-TURMA WITH DUPLICATES
001710         FILE STATUS IS DL100-ROST-STATUS.
001720     SELECT HISTORY-FILE ASSIGN TO 'HISTFILE'
001730         ORGANIZATION IS INDEXED
001740         ACCESS MODE IS RANDOM
001750         RECORD KEY IS HIS-CHAVE
001760         FILE STATUS IS DL100-HIST-STATUS.
001761     SELECT DEPTO-FILE ASSIGN TO 'DEPTFILE'
001762         ORGANIZATION IS INDEXED
001763         ACCESS MODE IS SEQUENTIAL
001764         RECORD KEY IS DPT-CODIGO
001765         FILE STATUS IS DL100-DEPT-STATUS.
001766     SELECT OPER-HIST-FILE ASSIGN TO 'OPERHIST'
001767         ORGANIZATION IS INDEXED
001768         ACCESS MODE IS DYNAMIC
001769         RECORD KEY IS OPH-CHAVE
001770         FILE STATUS IS DL100-OPERH-STATUS.
001771     SELECT CONTROLE-FILE ASSIGN TO 'RUNCTL'
001772         ORGANIZATION IS INDEXED
001773         ACCESS MODE IS DYNAMIC
001774         RECORD KEY IS CTL-CHAVE
001775         FILE STATUS IS DL100-CTL-STATUS.
001776     SELECT CALEND-FILE ASSIGN TO 'CALFILE'
001777         ORGANIZATION IS INDEXED
001778         ACCESS MODE IS RANDOM
001779         RECORD KEY IS CAL-DATA
001780         FILE STATUS IS DL100-CAL-STATUS.
001781*-----------------------
001782 DATA DIVISION.
001790*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
001800 FILE SECTION.
001810*-----------------------
002310         10  ROS-OPCAO            PIC X(02).
002320         10  ROS-OPERACAO         PIC X(01).
002330     05  ROS-FOLHA                PIC X(01).
002331     05  ROS-SITUACAO             PIC X(01).
002332         88  ROS-ATIVO            VALUES 'A' ' '.
002333         88  ROS-DESLIGADO        VALUE 'D'.
002334     05  ROS-DATA-SITUACAO        PIC X(08).
002335     05  ROS-TURMA-ANTERIOR       PIC X(04).
002336     05  ROS-ANO-ROLAGEM          PIC X(04).
002340     05  FILLER                   PIC X(23).
002350
002360 FD  HISTORY-FILE.
002370 01  HIS-REGISTRO.
002540         88  OPE-ATIVO-SIM        VALUE 'S'.
002550     05  FILLER                   PIC X(49).
002560
002561*----------------------------------------------------------------
002562*    DEPARTMENT MASTER KEPT BY TABDEP - SAME LAYOUT AS THERE. A
002563*    ZERO QUOTA MEANS THE DEPARTMENT IS NOT LIMITED.
002564*----------------------------------------------------------------
002565 FD  DEPTO-FILE.
002566 01  DPT-REGISTRO.
002567     05  DPT-CODIGO               PIC X(04).
002568     05  DPT-NOME                 PIC X(30).
002569     05  DPT-COTA-MENSAL          PIC 9(07).
002570     05  DPT-RESPONSAVEL          PIC X(06).
002571     05  DPT-DATA-ALTER           PIC X(06).
002572     05  FILLER                   PIC X(27).
002573
002574*----------------------------------------------------------------
002575*    OPERATOR HISTORY KEPT BY TABOPE - SAME LAYOUT AS THERE. A
002576*    TRANSFER (TYPE T) CARRIES THE DEPARTMENT LEFT AND JOINED ON
002577*    ITS EFFECTIVE DATE (AAMMDD).
002578*----------------------------------------------------------------
002579 FD  OPER-HIST-FILE.
002580 01  OPH-REGISTRO.
002581     05  OPH-CHAVE.
002582         10  OPH-ID               PIC X(06).
002583         10  OPH-EFETIVA          PIC X(06).
002584         10  OPH-DATA-ALTER       PIC X(06).
002585         10  OPH-HORA-ALTER       PIC X(08).
002586     05  OPH-TIPO                 PIC X(01).
002587         88  OPH-TIPO-TRANSFERENCIA VALUE 'T'.
002588     05  OPH-RESPONSAVEL          PIC X(06).
002589     05  OPH-NOME-ANTES           PIC X(20).
002590     05  OPH-NOME-DEPOIS          PIC X(20).
002591     05  OPH-DEPTO-ANTES          PIC X(04).
002592     05  OPH-DEPTO-DEPOIS         PIC X(04).
002593     05  OPH-ATIVO-ANTES          PIC X(01).
002594     05  OPH-ATIVO-DEPOIS         PIC X(01).
002595     05  FILLER                   PIC X(17).
002596
002597*----------------------------------------------------------------
002598*    RUNCTL RUN-CONTROL LEDGER SHARED BY THE NIGHT'S JOBS - ONE
002599*    ENTRY PER EXECUTION (BUSINESS DATE AAAAMMDD, PROGRAM, STEP,
002600*    RUN NUMBER) WITH START, END, RETURN CODE AND KEY COUNTS.
002601*----------------------------------------------------------------
002602 FD  CONTROLE-FILE.
002603 01  CTL-REGISTRO.
002604     05  CTL-CHAVE.
002605         10  CTL-DATA-NEGOCIO     PIC X(08).
002606         10  CTL-PROGRAMA         PIC X(08).
002607         10  CTL-ETAPA            PIC X(15).
002608         10  CTL-EXECUCAO         PIC 9(03).
002609     05  CTL-SITUACAO             PIC X(01).
002610         88  CTL-EM-EXECUCAO      VALUE 'I'.
002611         88  CTL-TERMINADO        VALUE 'F'.
002612         88  CTL-RECUSADO         VALUE 'R'.
002613         88  CTL-CANCELADO        VALUE 'C'.
002614     05  CTL-INICIO-DATA          PIC X(08).
002615     05  CTL-INICIO-HORA          PIC X(06).
002616     05  CTL-FIM-DATA             PIC X(08).
002617     05  CTL-FIM-HORA             PIC X(06).
002618     05  CTL-RC                   PIC 9(04).
002619     05  CTL-CONTAGENS.
002620         10  CTL-CONTAGEM OCCURS 3 TIMES.
002621             15  CTL-CNT-ROTULO   PIC X(10).
002622             15  CTL-CNT-VALOR    PIC 9(07).
002623     05  CTL-MENSAGEM             PIC X(50).
002624     05  FILLER                   PIC X(12).
002625
002626*----------------------------------------------------------------
002627*    SCHOOL CALENDAR KEPT BY TABCAL - SAME LAYOUT AS THERE. ONE
002628*    RECORD PER NON-WORKING DAY, KEYED ON THE DATE AS AAAAMMDD.
002629*----------------------------------------------------------------
002630 FD  CALEND-FILE.
002631 01  CAL-REGISTRO.
002632     05  CAL-DATA                 PIC X(08).
002633     05  CAL-TIPO                 PIC X(01).
002634         88  CAL-FERIADO          VALUE 'F'.
002635         88  CAL-RECESSO          VALUE 'R'.
002636         88  CAL-FIM-DE-SEMANA    VALUE 'S'.
002637     05  CAL-DESCRICAO            PIC X(30).
002638     05  CAL-RESPONSAVEL          PIC X(06).
002639     05  CAL-DATA-ALTER           PIC X(06).
002640     05  FILLER                   PIC X(29).
002641
002642 WORKING-STORAGE SECTION.
002643*----------------------------------------------------------------
002644*    CONTROLS FOR THE MULTIPLICADOR TABLE
002645*----------------------------------------------------------------
002646 77  DL100-MAX-TABELAS            PIC 9(02) VALUE 10.
002647 77  DL100-IDX                    PIC 9(02) VALUE 0.
002648 01  DL100-DISP-MULTIPLICANDO     PIC ZZ9,9.
002649 01  DL100-DISP-RESULTADO         PIC ZZZ9,9.
002650 01  I                            PIC 9(02) VALUE 1.
002660 01  DL100-TABELA-MULT.
002670     05  DL100-MULTIPLICADOR OCCURS 1 TO 20 TIMES
003256 01  DL100-MIX-SORTEIO            PIC 9(02) VALUE 0.
003258 01  DL100-FOLHA-GUARDADA         PIC X(01).
003259 01  DL100-OPER-GUARDADA          PIC X(01).
003260 01  DL100-MIX-FOLHA-SEQ          PIC 9(03) VALUE 0.
003261 01  DL100-SW-FOLHA-LIVRE         PIC X(01) VALUE 'N'.
003262     88  DL100-FOLHA-LIVRE        VALUE 'S'.
003263 01  DL100-SEMENTE-HORA           PIC 9(08) VALUE 0.
003264 01  DL100-SEMENTE                PIC 9(05) VALUE 0.
003265 01  DL100-SEMENTE-TRAB           PIC 9(09) VALUE 0.
003266 01  DL100-SEMENTE-QUOC           PIC 9(09) VALUE 0.
003268
003270 01  DL100-CAB-MISTA.
003294     05  DL100-CABM-TAB-INI       PIC Z9.
003296     05  FILLER                   PIC X(05) VALUE ' ATE '.
003298     05  DL100-CABM-TAB-FIM       PIC Z9.
003299     05  FILLER                   PIC X(05) VALUE SPACES.
003300     05  FILLER                   PIC X(09) VALUE 'FOLHA NR '.
003301     05  DL100-CABM-FOLHA         PIC ZZ9.
003302     05  FILLER                   PIC X(27) VALUE SPACES.
003230
003240*----------------------------------------------------------------
003250*    RUN-MODE AND REQUEST-MASTER CONTROLS FOR UNATTENDED BATCH
004070     05  RESUB-STATUS             PIC X(01).
004080     05  FILLER                   PIC X(55).
004090
004091*----------------------------------------------------------------
004092*    DEPARTMENT QUOTA CONTROLS - DEPTFILE GIVES EACH DEPARTMENT A
004093*    MONTHLY LINE QUOTA. THE LINES ALREADY USED THIS MONTH ARE
004094*    TAKEN FROM AUDITLOG AT THE START OF THE RUN, JOINED TO
004095*    OPERFILE/OPERHIST FOR THE DEPARTMENT JUST AS TABFAT BILLS
004096*    THEM, AND EVERY REQUEST GENERATED TONIGHT ADDS ITS OWN. A
004097*    DEPARTMENT NOT ON DEPTFILE, OR WITH A ZERO QUOTA, IS NOT
004098*    LIMITED; WITHOUT DEPTFILE THE RUN ENFORCES NO QUOTA AT ALL.
004099*----------------------------------------------------------------
004100 01  DL100-DEPT-STATUS            PIC X(02).
004101     88  DL100-DEPT-OK            VALUE '00'.
004102     88  DL100-DEPT-AUSENTE       VALUE '35'.
004103 01  DL100-OPERH-STATUS           PIC X(02).
004104     88  DL100-OPERH-OK           VALUE '00'.
004105
004106 01  DL100-SW-COTA                PIC X(01) VALUE 'N'.
004107     88  DL100-COTA-ATIVA         VALUE 'S'.
004108 01  DL100-SW-OPERH               PIC X(01) VALUE 'N'.
004109     88  DL100-OPERH-ABERTO       VALUE 'S'.
004110 01  DL100-SW-FIM-DEPT            PIC X(01) VALUE 'N'.
004111     88  DL100-FIM-DEPT           VALUE 'S'.
004112 01  DL100-SW-FIM-AUDIT           PIC X(01) VALUE 'N'.
004113     88  DL100-FIM-AUDIT          VALUE 'S'.
004114 01  DL100-SW-FIM-OPERH           PIC X(01) VALUE 'N'.
004115     88  DL100-FIM-OPERH          VALUE 'S'.
004116 01  DL100-SW-EXCEDIDA            PIC X(01) VALUE 'N'.
004117     88  DL100-COTA-EXCEDIDA      VALUE 'S'.
004118 01  DL100-SW-RETIDA              PIC X(01) VALUE 'N'.
004119     88  DL100-ORDEM-RETIDA       VALUE 'S'.
004120
004121 77  DL100-RUN-COTA-REJ           PIC 9(05) COMP VALUE 0.
004122 77  DL100-RUN-COTA-RETIDAS       PIC 9(05) COMP VALUE 0.
004123 77  DL100-COTA-QTDE              PIC 9(02) COMP VALUE 0.
004124 77  DL100-COTA-IDX               PIC 9(02) COMP VALUE 0.
004125 77  DL100-COTA-ACHADO            PIC 9(02) COMP VALUE 0.
004126 77  DL100-COTA-ESTIMATIVA        PIC 9(07) COMP VALUE 0.
004127 77  DL100-COTA-RESTANTE          PIC 9(07) COMP VALUE 0.
004128 77  DL100-CSV-ANTES              PIC 9(07) COMP VALUE 0.
004129 01  DL100-COTA-LINHAS-NUM        PIC 9(02).
004130 01  DL100-COTA-BUSCA             PIC X(04).
004131 01  DL100-ULT-GERACAO-ANTES      PIC X(08).
004132 01  DL100-COTA-DEPTO-REQ         PIC X(04).
004133 01  DL100-COTA-TABELA.
004134     05  DL100-COTA-ITEM OCCURS 50 TIMES.
004135         10  DL100-COTA-DEPTO     PIC X(04).
004136         10  DL100-COTA-LIMITE    PIC 9(07) COMP.
004137         10  DL100-COTA-USADAS    PIC 9(07) COMP.
004138         10  DL100-COTA-CADASTRO  PIC X(01).
004139             88  DL100-COTA-CADASTRADA VALUE 'S'.
004140
004141*    AUDITLOG LINE AS READ BACK FOR THE MONTH'S USAGE - ONLY THE
004142*    DATE, OPERATOR AND LINE-COUNT COLUMNS MATTER HERE.
004143 01  DL100-AUDIT-ENTRADA.
004144     05  AUDE-DATA.
004145         10  AUDE-DATA-DD         PIC X(02).
004146         10  FILLER               PIC X(01).
004147         10  AUDE-DATA-MM         PIC X(02).
004148         10  FILLER               PIC X(01).
004149         10  AUDE-DATA-AA         PIC X(02).
004150     05  FILLER                   PIC X(23).
004151     05  AUDE-OPERADOR            PIC X(06).
004152     05  FILLER                   PIC X(01).
004153     05  AUDE-LINHAS              PIC X(02).
004154     05  FILLER                   PIC X(40).
004155
004156 01  DL100-RES-COTA-TIT.
004157     05  FILLER                   PIC X(41) VALUE
004158         'COTA MENSAL DE LINHAS POR DEPARTAMENTO - '.
004159     05  DL100-RCT-MES            PIC X(05).
004160     05  FILLER                   PIC X(34) VALUE SPACES.
004161 01  DL100-RES-COTA-CAB           PIC X(80) VALUE
004162     '  DEPTO      COTA    USADAS  RESTANTE   OBS'.
004163 01  DL100-RES-COTA-LINHA.
004164     05  FILLER                   PIC X(02) VALUE SPACES.
004165     05  DL100-RCT-DEPTO          PIC X(04).
004166     05  FILLER                   PIC X(04) VALUE SPACES.
004167     05  DL100-RCT-COTA           PIC ZZZZZZ9.
004168     05  FILLER                   PIC X(03) VALUE SPACES.
004169     05  DL100-RCT-USADAS         PIC ZZZZZZ9.
004170     05  FILLER                   PIC X(03) VALUE SPACES.
004171     05  DL100-RCT-RESTANTE       PIC ZZZZZZ9.
004172     05  FILLER                   PIC X(03) VALUE SPACES.
004173     05  DL100-RCT-OBS            PIC X(12).
004174     05  FILLER                   PIC X(28) VALUE SPACES.
004175*----------------------------------------------------------------
004176*    SCHOOL CALENDAR CONTROLS - CALFILE (TABCAL) HOLDS ONE RECORD
004177*    PER NON-WORKING DAY. ON SUCH A DAY NO STANDING ORDER RUNS; A
004178*    MONTHLY ORDER WHOSE DAY FELL ON ONE RUNS ON THE NEXT WORKING
004179*    DAY. THE RUN OF NON-WORKING DAYS ENDING YESTERDAY IS LOADED
004180*    AT THE START OF THE RUN (FOLGA TABLE) SO A WORKING DAY CAN
004181*    PICK UP THE MONTHLY ORDERS THEY PUT OFF. EVERY ORDER HELD OR
004182*    MOVED IS KEPT FOR THE RUNRPT LIST. WITHOUT CALFILE EVERY DAY
004183*    IS A WORKING DAY.
004184*----------------------------------------------------------------
004185 01  DL100-CAL-STATUS             PIC X(02).
004186     88  DL100-CAL-OK             VALUE '00'.
004187     88  DL100-CAL-AUSENTE        VALUE '35'.
004188 01  DL100-SW-CALENDARIO          PIC X(01) VALUE 'N'.
004189     88  DL100-CALENDARIO-ATIVO   VALUE 'S'.
004190 01  DL100-SW-HOJE-UTIL           PIC X(01) VALUE 'S'.
004191     88  DL100-HOJE-UTIL          VALUE 'S'.
004192 01  DL100-SW-DIA-FOLGA           PIC X(01) VALUE 'N'.
004193     88  DL100-DIA-FOLGA          VALUE 'S'.
004194 01  DL100-SW-FIM-FOLGA           PIC X(01) VALUE 'N'.
004195     88  DL100-FIM-FOLGA          VALUE 'S'.
004196 01  DL100-HOJE-TIPO              PIC X(01) VALUE SPACE.
004197     88  DL100-HOJE-FERIADO       VALUE 'F'.
004198     88  DL100-HOJE-RECESSO       VALUE 'R'.
004199 01  DL100-HOJE-DESCRICAO         PIC X(30) VALUE SPACES.
004200 01  DL100-CAL-HOJE               PIC X(08).
004201 01  DL100-CAL-DIA.
004202     05  DL100-CAL-AAAA           PIC 9(04).
004203     05  DL100-CAL-MM             PIC 9(02).
004204     05  DL100-CAL-DD             PIC 9(02).
004205 01  DL100-CAL-CHAVE REDEFINES DL100-CAL-DIA
004206                                  PIC X(08).
004207 01  DL100-CAL-FIM-MES            PIC 9(02).
004208 01  DL100-CAL-BIS-QUOC           PIC 9(04).
004209 01  DL100-CAL-BIS-R4             PIC 9(03).
004210 01  DL100-CAL-BIS-R100           PIC 9(03).
004211 01  DL100-CAL-BIS-R400           PIC 9(03).
004212 01  DL100-CAL-DIAS-MESES         PIC X(24) VALUE
004213     '312831303130313130313031'.
004214 01  DL100-CAL-DIAS-RED REDEFINES DL100-CAL-DIAS-MESES.
004215     05  DL100-CAL-DIAS-NO-MES    PIC 9(02) OCCURS 12 TIMES.
004216 01  DL100-CAL-PEDIDO             PIC X(08).
004217 01  DL100-CAL-ULTIMA             PIC X(08).
004218 01  DL100-CAL-NOME-TIPO          PIC X(13).
004219
004220 77  DL100-FOLGA-QTDE             PIC 9(02) COMP VALUE 0.
004221 77  DL100-FOLGA-IDX              PIC 9(02) COMP VALUE 0.
004222 77  DL100-FOLGA-ACHADA           PIC 9(02) COMP VALUE 0.
004223 01  DL100-FOLGA-TABELA.
004224     05  DL100-FOLGA-ITEM OCCURS 45 TIMES.
004225         10  DL100-FOLGA-DATA     PIC X(08).
004226         10  DL100-FOLGA-DD       PIC 9(02).
004227
004228 77  DL100-RUN-CAL-RETIDAS        PIC 9(05) COMP VALUE 0.
004229 77  DL100-RUN-CAL-DESLOCADAS     PIC 9(05) COMP VALUE 0.
004230 77  DL100-CALO-QTDE              PIC 9(03) COMP VALUE 0.
004231 77  DL100-CALO-IDX               PIC 9(03) COMP VALUE 0.
004232 01  DL100-CALO-ACAO-NOVA         PIC X(01).
004233 01  DL100-CALO-ORIGEM-NOVA       PIC X(08).
004234 01  DL100-CALO-TABELA.
004235     05  DL100-CALO-ITEM OCCURS 200 TIMES.
004236         10  DL100-CALO-NUMERO    PIC 9(05).
004237         10  DL100-CALO-DEPTO     PIC X(04).
004238         10  DL100-CALO-FREQ      PIC X(01).
004239             88  DL100-CALO-DIARIA    VALUE 'D'.
004240             88  DL100-CALO-SEMANAL   VALUE 'S'.
004241         10  DL100-CALO-ACAO      PIC X(01).
004242             88  DL100-CALO-RETIDA    VALUE 'R'.
004243             88  DL100-CALO-ADIADA    VALUE 'A'.
004244         10  DL100-CALO-ORIGEM    PIC X(08).
004245
004246 01  DL100-RES-CAL-TIT.
004247     05  FILLER                   PIC X(27) VALUE
004248         'CALENDARIO ESCOLAR - HOJE: '.
004249     05  DL100-RCL-HOJE           PIC X(10).
004250     05  FILLER                   PIC X(03) VALUE ' - '.
004251     05  DL100-RCL-SITUACAO       PIC X(40).
004252 01  DL100-RES-CAL-CAB            PIC X(80) VALUE
004253     '  NUMERO DEPTO FREQ.    SITUACAO'.
004254 01  DL100-RES-CAL-LINHA.
004255     05  FILLER                   PIC X(02) VALUE SPACES.
004256     05  DL100-RCL-NUMERO         PIC 9(05).
004257     05  FILLER                   PIC X(02) VALUE SPACES.
004258     05  DL100-RCL-DEPTO          PIC X(04).
004259     05  FILLER                   PIC X(02) VALUE SPACES.
004260     05  DL100-RCL-FREQ           PIC X(07).
004261     05  FILLER                   PIC X(02) VALUE SPACES.
004262     05  DL100-RCL-ACAO           PIC X(48).
004263     05  FILLER                   PIC X(08) VALUE SPACES.
004264 01  DL100-RES-CAL-NADA           PIC X(80) VALUE
004265     '  NENHUMA ORDEM RETIDA OU DESLOCADA PELO CALENDARIO'.
004266 01  DL100-RES-CAL-INATIVO        PIC X(80) VALUE
004267     'CALENDARIO ESCOLAR NAO APLICADO - TODOS OS DIAS SAO UTEIS'.
004268*----------------------------------------------------------------
004269*    OPERATOR SIGN-ON CONTROLS - THE INTERACTIVE SESSION AND THE
004270*    BATCH SOLICITANTE ARE BOTH VALIDATED AGAINST THE OPERFILE
004271*    MASTER (ID, NAME, DEPARTMENT, ACTIVE FLAG) SO EVERY TABLE IN
004272*    THE AUDIT TRAIL TRACES TO A PERSON.
004273*----------------------------------------------------------------
004274 01  DL100-OPERM-STATUS           PIC X(02).
004275     88  DL100-OPERM-OK           VALUE '00'.
004276
004277*----------------------------------------------------------------
004278*    RESULTS-HISTORY CONTROLS - EVERY COMPLETED TABLE LINE GOES
004279*    TO HISTFILE SO TABINQ CAN RE-DISPLAY OR REPRINT A PAST
004280*    TABLE WITHOUT REGENERATING IT.
004281*----------------------------------------------------------------
004282 01  DL100-HIST-STATUS            PIC X(02).
004283     88  DL100-HIST-OK            VALUE '00'.
004284
004285 77  DL100-HIST-SEQ               PIC 9(03) COMP VALUE 0.
004286 01  DL100-SW-HIST-LIMPO          PIC X(01) VALUE 'N'.
004290     88  DL100-HIST-LIMPO         VALUE 'S'.
004300
004310*----------------------------------------------------------------
005360     05  AUDIT-OPERADOR           PIC X(06).
005370     05  FILLER                   PIC X(01) VALUE SPACE.
005380     05  AUDIT-LINHAS             PIC 9(02).
005382     05  FILLER                   PIC X(01) VALUE SPACE.
005384     05  AUDIT-REQ-NUMERO         PIC X(05).
005386     05  FILLER                   PIC X(01) VALUE SPACE.
005388     05  AUDIT-REQ-DEPTO          PIC X(04).
005390     05  FILLER                   PIC X(29) VALUE SPACES.
005400
005410*----------------------------------------------------------------
005420*    PRINT-FILE CONTROLS AND WORKSHEET LAYOUT
005540
005550 01  DL100-DATA-EDITADA           PIC X(08).
005560
005561*----------------------------------------------------------------
005562*    RUN-CONTROL LEDGER - THIS RUN'S ENTRY, THE ENTRY LOOKED UP
005563*    FOR A PREREQUISITE AND THE COUNTS FILED WHEN THE RUN ENDS.
005564*----------------------------------------------------------------
005565 01  DL100-CTL-STATUS             PIC X(02).
005566     88  DL100-CTL-OK             VALUE '00'.
005567     88  DL100-CTL-AUSENTE        VALUE '35'.
005568 01  DL100-SW-RUNCTL              PIC X(01) VALUE 'N'.
005569     88  DL100-RUNCTL-INICIADO    VALUE 'S'.
005570 01  DL100-SW-PREREQ              PIC X(01) VALUE 'S'.
005571     88  DL100-PREREQ-OK          VALUE 'S'.
005572 01  DL100-SW-CTL-FIM             PIC X(01) VALUE 'N'.
005573     88  DL100-FIM-RUNCTL         VALUE 'S'.
005574 01  DL100-CTL-CHAVE-RUN.
005575     05  DL100-CTL-RUN-DATA       PIC X(08).
005576     05  DL100-CTL-RUN-PROGRAMA   PIC X(08) VALUE 'TABOADA'.
005577     05  DL100-CTL-RUN-ETAPA      PIC X(15) VALUE 'LOTE'.
005578     05  DL100-CTL-RUN-EXECUCAO   PIC 9(03) VALUE 0.
005579 01  DL100-CTL-CHAVE-BUSCA.
005580     05  DL100-CTL-BUS-DATA       PIC X(08).
005581     05  DL100-CTL-BUS-PROGRAMA   PIC X(08).
005582     05  DL100-CTL-BUS-ETAPA      PIC X(15).
005583 01  DL100-CTL-ULT-EXECUCAO       PIC 9(03) VALUE 0.
005584 01  DL100-CTL-ULT-SITUACAO       PIC X(01) VALUE SPACE.
005585 01  DL100-CTL-ULT-RC             PIC 9(04) VALUE 0.
005586 01  DL100-CTL-MOTIVO             PIC X(50) VALUE SPACES.
005587 01  DL100-CTL-HOJE               PIC 9(08).
005588 01  DL100-CTL-HORA               PIC 9(08).
005589 01  DL100-CTL-CONTAGENS.
005590     05  DL100-CTL-CNT OCCURS 3 TIMES.
005591         10  DL100-CTL-CNT-ROTULO PIC X(10).
005592         10  DL100-CTL-CNT-VALOR  PIC 9(07).
005593 01  DL100-CAB-01                 PIC X(80) VALUE
005594     '*** TABOADA - FOLHA DE EXERCICIOS ***'.
005595 01  DL100-CAB-02.
005600     05  FILLER                   PIC X(07) VALUE 'DATA: '.
005610     05  DL100-CAB-DATA           PIC X(08).
005620     05  FILLER                   PIC X(15) VALUE SPACES.
006344     ACCEPT DL100-SEMENTE-HORA FROM TIME
006346     DIVIDE DL100-SEMENTE-HORA BY 99991
006347         GIVING DL100-SEMENTE-QUOC REMAINDER DL100-SEMENTE
006348     IF DL100-MODO-LOTE
006349         ACCEPT DL100-CTL-HOJE FROM DATE YYYYMMDD
006350         MOVE DL100-CTL-HOJE TO DL100-CTL-RUN-DATA
006351         PERFORM 8100-INICIAR-CONTROLE THRU
006352                 8100-INICIAR-CONTROLE-EXIT
006353         IF NOT DL100-PREREQ-OK
006354             STOP RUN
006355         END-IF
006356     END-IF
006357     OPEN EXTEND PRINT-FILE
006360     IF NOT DL100-PRINT-OK
006370         OPEN OUTPUT PRINT-FILE
006380     END-IF
011460     MOVE DL100-DATA-EDITADA TO HIS-DATA
011470     MOVE DL100-SW-OPERACAO TO HIS-OPERACAO
011480     COMPUTE HIS-MULT = DL100-MULT-ATUAL * 10
011482     IF DL100-SW-OPERACAO = 'X'
011484         MOVE DL100-MIX-FOLHA-SEQ TO HIS-MULT
011486     END-IF
011490     MOVE DL100-HIST-SEQ TO HIS-LINHA
011500     READ HISTORY-FILE
011510         INVALID KEY
011730     MOVE DL100-SW-OPERACAO TO AUDIT-OPERACAO
011740     MOVE DL100-OPERADOR-ATUAL TO AUDIT-OPERADOR
011750     MOVE DL100-LINHAS-GERADAS TO AUDIT-LINHAS
011752*    A BATCH LINE CARRIES THE REQMAST REQUEST IT WAS PRODUCED FOR,
011754*    SO THE TURNAROUND REPORT CAN TIE THE OUTPUT BACK TO IT.
011756     IF DL100-MODO-LOTE
011757         MOVE REQ-NUMERO TO AUDIT-REQ-NUMERO
011758         MOVE REQ-DEPTO TO AUDIT-REQ-DEPTO
011759     END-IF
011760     WRITE AUDIT-REGISTRO FROM DL100-AUDIT-LINHA
011770     IF DL100-AUDIT-OK
011780         ADD 1 TO DL100-RUN-AUDIT-GRAVADAS
012340             DL100-RESUB-STATUS
012350         STOP RUN
012360     END-IF
012365     PERFORM 5600-CARREGAR-COTAS THRU 5600-CARREGAR-COTAS-EXIT
012366     PERFORM 5700-CARREGAR-CALENDARIO THRU
012367             5700-CARREGAR-CALENDARIO-EXIT
012370     PERFORM 5020-MONTAR-LISTA THRU 5020-MONTAR-LISTA-EXIT
012380     MOVE SPACES TO DL100-DEPTO-CORRENTE
012390     MOVE 0 TO DL100-DEPTO-PAGINAS
012724*    ONLY THE LAST-GENERATED DATE IS STAMPED, SO THE SAME RECORD
012726*    RUNS AGAIN ON ITS NEXT DUE DATE.
012730     MOVE DL100-RUN-GERADAS TO DL100-GERADAS-ANTES
012731     MOVE DL100-RUN-CSV-PREVISTAS TO DL100-CSV-ANTES
012732     MOVE REQ-ULT-GERACAO TO DL100-ULT-GERACAO-ANTES
012733     MOVE 'N' TO DL100-SW-RETIDA
012734     IF DL100-REQ-PERMANENTE
012735         MOVE DL100-DATA-EDITADA TO REQ-ULT-GERACAO
012736     ELSE
012737         MOVE 'D' TO REQ-STATUS
012738     END-IF
012740     MOVE 'N' TO DL100-SW-OPERADOR
012745     MOVE SPACES TO DL100-COTA-DEPTO-REQ
012750     MOVE REQ-SOLICITANTE TO OPE-ID
012760     READ OPERATOR-FILE
012770         INVALID KEY
012780             CONTINUE
012790         NOT INVALID KEY
012795             MOVE OPE-DEPTO TO DL100-COTA-DEPTO-REQ
012800             IF OPE-ATIVO-SIM
012810                 MOVE 'S' TO DL100-SW-OPERADOR
012820             END-IF
012880         MOVE 'E' TO REQ-STATUS
012890     ELSE
012900     MOVE REQ-SOLICITANTE TO DL100-OPERADOR-ATUAL
012901*    THE DEPARTMENT'S MONTHLY QUOTA IS CHECKED AGAINST THE LINES
012902*    THE REQUEST WOULD GENERATE BEFORE ANYTHING IS PRINTED.
012903     PERFORM 5660-VERIFICAR-COTA THRU 5660-VERIFICAR-COTA-EXIT
012904     IF DL100-COTA-EXCEDIDA
012905         PERFORM 5680-TRATAR-COTA THRU 5680-TRATAR-COTA-EXIT
012906     ELSE
012907*    A REQUEST NAMING A TURMA IS A CLASS-ROSTER RUN - THE TABLE
012908*    FIELDS ON THE RECORD DO NOT APPLY, EACH STUDENT'S ROSTFILE
012909*    ASSIGNMENTS DRIVE THE SET.
012910     IF REQ-TURMA NOT = SPACES
012911         PERFORM 5400-PROCESSAR-REQ-TURMA THRU
012912                 5400-PROCESSAR-REQ-TURMA-EXIT
012913     ELSE
012914     IF REQ-OPCAO NOT NUMERIC
012920         MOVE 'OPCNUM' TO REJ-MOTIVO
012930         DISPLAY 'REQMAST: OPCAO INVALIDA NA REQUISICAO '
012940             REQ-NUMERO
013380     END-IF
013385     END-IF
013390     END-IF
013395     END-IF
013400     IF REQ-STATUS-ERRO
013410         ADD 1 TO DL100-RUN-REJEITADAS
013420         PERFORM 5300-GRAVAR-REJEICAO THRU
013430                 5300-GRAVAR-REJEICAO-EXIT
013440     END-IF
013441     IF DL100-ORDEM-RETIDA
013442         PERFORM 5300-GRAVAR-REJEICAO THRU
013443                 5300-GRAVAR-REJEICAO-EXIT
013444     END-IF
013445     IF DL100-RUN-CSV-PREVISTAS > DL100-CSV-ANTES
013446         PERFORM 5670-REGISTRAR-USO THRU 5670-REGISTRAR-USO-EXIT
013447     END-IF
013448     IF DL100-RUN-GERADAS > DL100-GERADAS-ANTES
013449         IF DL100-REQ-PERMANENTE
013450             COMPUTE DL100-RUN-PERMANENTES = DL100-RUN-PERMANENTES
013451                 + DL100-RUN-GERADAS - DL100-GERADAS-ANTES
013452         ELSE
013453             COMPUTE DL100-RUN-AVULSAS = DL100-RUN-AVULSAS
013454                 + DL100-RUN-GERADAS - DL100-GERADAS-ANTES
013455         END-IF
013456     END-IF
013457     REWRITE REQ-REGISTRO
013460     IF NOT DL100-REQM-OK
013470         DISPLAY 'REQMAST: ERRO AO REGRAVAR A REQUISICAO '
013480             REQ-NUMERO ' - STATUS ' DL100-REQM-STATUS
013909         END-IF
013910     END-IF
013911     END-IF
013912     END-IF
013913     IF DL100-CALENDARIO-ATIVO
013914         PERFORM 5750-APLICAR-CALENDARIO THRU
013915                 5750-APLICAR-CALENDARIO-EXIT
013916     END-IF.
013917 5250-VERIFICAR-FREQUENCIA-EXIT.
013918     EXIT.
013919
013900*----------------------------------------------------------------
013910*    5300-GRAVAR-REJEICAO: ONE REJFILE LINE PER REJECTED REQUEST
013920*    (RECORD IMAGE, RECORD NUMBER, REASON CODE - OPCNUM/OPCFXA/
013930*    DECINV/SOLINV/DUPREQ/TURARQ/TURVAZ/COTAEX) PLUS A RESUBFILE
013940*    RECORD RESET TO STATUS N, READY TO FIX AND RELOAD THROUGH
013943*    TABREQ. A STANDING ORDER HELD BACK BY ITS DEPARTMENT QUOTA
013946*    IS STILL LIVE ON REQMAST, SO IT GOES TO REJFILE ONLY.
013950*----------------------------------------------------------------
013960 5300-GRAVAR-REJEICAO.
013970     MOVE REQ-REGISTRO TO REJ-IMAGEM
013976*    THAT THE RUN PROCESSES THE SORTED LIST, NOT THE RAW READS.
013980     MOVE DL100-LOTE-IDX TO REJ-CONTADOR
013990     WRITE REJECT-RECORD FROM DL100-REJ-LINHA
013992     IF DL100-ORDEM-RETIDA
013994         GO TO 5300-GRAVAR-REJEICAO-EXIT
013996     END-IF
014000     MOVE REQ-REGISTRO TO DL100-RESUB-REGISTRO
014010     MOVE 'N' TO RESUB-STATUS
014020     WRITE RESUBMIT-RECORD FROM DL100-RESUB-REGISTRO.
014391     MOVE 'JOGOS DE ALUNO (TURMAS)     ' TO DL100-RES-ROTULO
014392     MOVE DL100-RUN-JOGOS-ALUNO TO DL100-RES-VALOR
014393     WRITE RUN-REPORT-RECORD FROM DL100-RES-LINHA
014394     MOVE 'ACIMA DA COTA - REJEITADAS  ' TO DL100-RES-ROTULO
014395     MOVE DL100-RUN-COTA-REJ TO DL100-RES-VALOR
014396     WRITE RUN-REPORT-RECORD FROM DL100-RES-LINHA
014397     MOVE 'ORDENS PERMAN. RETIDAS COTA ' TO DL100-RES-ROTULO
014398     MOVE DL100-RUN-COTA-RETIDAS TO DL100-RES-VALOR
014399     WRITE RUN-REPORT-RECORD FROM DL100-RES-LINHA
014390     MOVE 'LINHAS CSV GRAVADAS         ' TO DL100-RES-ROTULO
014400     MOVE DL100-RUN-CSV-GRAVADAS TO DL100-RES-VALOR
014410     WRITE RUN-REPORT-RECORD FROM DL100-RES-LINHA
014540         DISPLAY 'LOTE: RECONCILIACAO COM DIFERENCA - RC=8'
014550     END-IF
014560     WRITE RUN-REPORT-RECORD FROM DL100-RES-RECONCILIA
014561     IF DL100-COTA-ATIVA
014562         WRITE RUN-REPORT-RECORD FROM DL100-RES-BRANCO
014563         STRING DL100-DATA-MM '/' DL100-DATA-AA
014564             DELIMITED BY SIZE INTO DL100-RCT-MES
014565         WRITE RUN-REPORT-RECORD FROM DL100-RES-COTA-TIT
014566         WRITE RUN-REPORT-RECORD FROM DL100-RES-COTA-CAB
014567         PERFORM 5510-IMPRIMIR-COTA THRU 5510-IMPRIMIR-COTA-EXIT
014568             VARYING DL100-COTA-IDX FROM 1 BY 1
014569             UNTIL DL100-COTA-IDX > DL100-COTA-QTDE
014570     END-IF
014571     PERFORM 5760-IMPRIMIR-CALENDARIO THRU
014572             5760-IMPRIMIR-CALENDARIO-EXIT
014573     CLOSE RUN-REPORT-FILE.
014580 5500-GRAVAR-RESUMO-LOTE-EXIT.
014590     EXIT.
014600
014601*----------------------------------------------------------------
014602*    5510-IMPRIMIR-COTA: ONE RUNRPT LINE PER DEPARTMENT - QUOTA,
014603*    LINES USED THIS MONTH INCLUDING TONIGHT, AND WHAT IS LEFT.
014604*----------------------------------------------------------------
014605 5510-IMPRIMIR-COTA.
014606     MOVE DL100-COTA-DEPTO(DL100-COTA-IDX) TO DL100-RCT-DEPTO
014607     MOVE DL100-COTA-LIMITE(DL100-COTA-IDX) TO DL100-RCT-COTA
014608     MOVE DL100-COTA-USADAS(DL100-COTA-IDX) TO DL100-RCT-USADAS
014609     MOVE 0 TO DL100-COTA-RESTANTE
014610     MOVE SPACES TO DL100-RCT-OBS
014611     IF NOT DL100-COTA-CADASTRADA(DL100-COTA-IDX)
014612         MOVE 'SEM CADASTRO' TO DL100-RCT-OBS
014613     ELSE
014614     IF DL100-COTA-LIMITE(DL100-COTA-IDX) = 0
014615         MOVE 'SEM LIMITE' TO DL100-RCT-OBS
014616     ELSE
014617     IF DL100-COTA-USADAS(DL100-COTA-IDX) NOT <
014618             DL100-COTA-LIMITE(DL100-COTA-IDX)
014619         MOVE 'ESGOTADA' TO DL100-RCT-OBS
014620     ELSE
014621         COMPUTE DL100-COTA-RESTANTE =
014622             DL100-COTA-LIMITE(DL100-COTA-IDX) -
014623             DL100-COTA-USADAS(DL100-COTA-IDX)
014624     END-IF
014625     END-IF
014626     END-IF
014627     MOVE DL100-COTA-RESTANTE TO DL100-RCT-RESTANTE
014628     WRITE RUN-REPORT-RECORD FROM DL100-RES-COTA-LINHA.
014629 5510-IMPRIMIR-COTA-EXIT.
014630     EXIT.
014631
014632 5050-LER-CHECKPOINT.
014633     MOVE 0 TO DL100-CTL-ULTIMO-OK
014634     OPEN INPUT CHECKPOINT-FILE
014640     IF DL100-CHK-OK
014650         READ CHECKPOINT-FILE
014660             AT END
015270         GO TO 6000-PROCESSAR-TURMA-EXIT
015280     END-IF
015290     MOVE 'S' TO DL100-SW-ALUNO
015291*    THE WHOLE ROSTER IN CLASS ORDER ALONG THE TURMA KEY, SO EACH
015292*    CLASS'S SETS COME OFF THE PRINTER TOGETHER.
015293     MOVE LOW-VALUES TO ROS-TURMA
015294     START ROSTER-FILE KEY NOT < ROS-TURMA
015295         INVALID KEY SET DL100-FIM-ROSTER TO TRUE
015296     END-START
015297     IF NOT DL100-FIM-ROSTER
015300         PERFORM 6100-LER-ALUNO THRU 6100-LER-ALUNO-EXIT
015305     END-IF
015310     PERFORM UNTIL DL100-FIM-ROSTER
015320         IF ROS-NOME = SPACES
015330             DISPLAY 'ROSTFILE: ALUNO SEM NOME IGNORADO'
015340         ELSE
015342         IF ROS-DESLIGADO
015344             CONTINUE
015346         ELSE
015350             PERFORM 6200-GERAR-JOGO-ALUNO THRU
015360                     6200-GERAR-JOGO-ALUNO-EXIT
015365         END-IF
015370         END-IF
015380         PERFORM 6100-LER-ALUNO THRU 6100-LER-ALUNO-EXIT
015390     END-PERFORM
015450     EXIT.
015460
015470 6100-LER-ALUNO.
015480     READ ROSTER-FILE NEXT
015490         AT END SET DL100-FIM-ROSTER TO TRUE
015500     END-READ.
015510 6100-LER-ALUNO-EXIT.
016560     EXIT.
016570
016580 9999-ENCERRAR.
016581     MOVE 'LIDAS' TO DL100-CTL-CNT-ROTULO(1)
016582     MOVE DL100-RUN-LIDAS TO DL100-CTL-CNT-VALOR(1)
016583     MOVE 'GERADAS' TO DL100-CTL-CNT-ROTULO(2)
016584     MOVE DL100-RUN-GERADAS TO DL100-CTL-CNT-VALOR(2)
016585     MOVE 'REJEITADAS' TO DL100-CTL-CNT-ROTULO(3)
016586     MOVE DL100-RUN-REJEITADAS TO DL100-CTL-CNT-VALOR(3)
016587     PERFORM 8400-ENCERRAR-CONTROLE THRU
016588             8400-ENCERRAR-CONTROLE-EXIT
016590     DISPLAY '--------------------'
016600     DISPLAY 'SAINDO DA TABOADA...'
016610     DISPLAY '--------------------'
016770*    FALLS. THE SHEET IS ALWAYS EXERCISE-STYLE - BLANKED RESULTS
016780*    ON PRTFILE AND THE COMPLETED LINES ON THE GABFILE KEY IN
016790*    THE SAME ORDER, SO GRADING LINES UP. HISTORY LINES FILE
016800*    UNDER OPERACAO X WITH THE SHEET'S OWN NUMBER FOR THE DAY IN
016810*    THE MULTIPLICANDO PART OF THE KEY (PRINTED AS FOLHA NR ON
016820*    THE HEADING), SO NO TWO MIXED SHEETS OF ONE DATE SHARE
016822*    HISTORY LINES AND TABSCO AND TABINQ CAN PULL EACH ONE BACK.
016824*    THE AUDIT LINE FILES UNDER TABLE 96, SO A MIXED SHEET BILLS
016826*    PER LINE LIKE ANY OTHER TABLE.
016830*----------------------------------------------------------------
016840 7000-GERAR-MISTA.
016845*    THE DRAWS AND THE AUDIT LINE OVERWRITE THE SESSION'S FOLHA
016855     MOVE DL100-SW-OPERACAO TO DL100-OPER-GUARDADA
016860     MOVE 'E' TO DL100-SW-FOLHA
016870     MOVE 96 TO OPCAO
016873     PERFORM 7050-NUMERAR-FOLHA-MISTA THRU
016876             7050-NUMERAR-FOLHA-MISTA-EXIT
016880     PERFORM 7100-IMPRIMIR-CAB-MISTA THRU
016890             7100-IMPRIMIR-CAB-MISTA-EXIT
016900     MOVE 0 TO DL100-LINHAS-GERADAS
017030 7000-GERAR-MISTA-EXIT.
017040     EXIT.
017050
017051*----------------------------------------------------------------
017052*    7050-NUMERAR-FOLHA-MISTA: THE SHEET TAKES THE FIRST NUMBER
017053*    OF THE DAY WHOSE LINE 01 IS NOT YET ON HISTFILE. SHOULD ALL
017054*    999 BE TAKEN, SHEET 999 IS FILED OVER AND THE CONSOLE WARNED.
017055*----------------------------------------------------------------
017056 7050-NUMERAR-FOLHA-MISTA.
017057     MOVE 0 TO DL100-MIX-FOLHA-SEQ
017058     MOVE 'N' TO DL100-SW-FOLHA-LIVRE
017059     PERFORM 7060-TESTAR-FOLHA-MISTA THRU
017060             7060-TESTAR-FOLHA-MISTA-EXIT
017061         UNTIL DL100-FOLHA-LIVRE OR DL100-MIX-FOLHA-SEQ = 999
017062     IF NOT DL100-FOLHA-LIVRE
017063         DISPLAY 'HISTFILE: 999 FOLHAS MISTAS NA DATA - '
017064             'FOLHA 999 REGRAVADA'
017065     END-IF.
017066 7050-NUMERAR-FOLHA-MISTA-EXIT.
017067     EXIT.
017068
017069 7060-TESTAR-FOLHA-MISTA.
017070     ADD 1 TO DL100-MIX-FOLHA-SEQ
017071     MOVE SPACES TO HIS-CHAVE
017072     MOVE DL100-DATA-EDITADA TO HIS-DATA
017073     MOVE 'X' TO HIS-OPERACAO
017074     MOVE DL100-MIX-FOLHA-SEQ TO HIS-MULT
017075     MOVE 1 TO HIS-LINHA
017076     READ HISTORY-FILE
017077         INVALID KEY
017078             MOVE 'S' TO DL100-SW-FOLHA-LIVRE
017079     END-READ.
017080 7060-TESTAR-FOLHA-MISTA-EXIT.
017081     EXIT.
017082
017083 7100-IMPRIMIR-CAB-MISTA.
017084     MOVE DL100-DATA-EDITADA TO DL100-CABM-DATA
017085     MOVE DL100-OPERADOR-ATUAL TO DL100-CABM-OPERADOR
017090     MOVE DL100-MIX-QTDE TO DL100-CABM-QTDE
017100     MOVE DL100-MIX-TAB-INICIO TO DL100-CABM-TAB-INI
017110     MOVE DL100-MIX-TAB-FIM TO DL100-CABM-TAB-FIM
017115     MOVE DL100-MIX-FOLHA-SEQ TO DL100-CABM-FOLHA
017120     WRITE PRINT-RECORD FROM DL100-CAB-01
017130     WRITE PRINT-RECORD FROM DL100-CAB-MISTA
017140     WRITE PRINT-RECORD FROM DL100-CAB-MISTA-2
017710
017720*----------------------------------------------------------------
017730*    7250-GRAVAR-HIST-MISTA: THE MIXED SHEET'S LINES CARRY
017740*    DIFFERENT MULTIPLICANDOS, SO THEY FILE UNDER OPERACAO X AND
017750*    THE SHEET NUMBER FROM 7050, IN DRAWN-LINE SEQUENCE.
017760*----------------------------------------------------------------
017770 7250-GRAVAR-HIST-MISTA.
017780     MOVE SPACES TO HIS-REGISTRO
017790     MOVE DL100-DATA-EDITADA TO HIS-DATA
017800     MOVE 'X' TO HIS-OPERACAO
017810     MOVE DL100-MIX-FOLHA-SEQ TO HIS-MULT
017820     MOVE DL100-LINHAS-GERADAS TO HIS-LINHA
017830     MOVE I TO HIS-I
017840     MOVE SPACES TO HIS-TEXTO
021840     MOVE 0 TO DL100-TURMA-ALUNOS
021850     MOVE 'N' TO DL100-SW-ROSTER
021860     MOVE 'S' TO DL100-SW-ALUNO
021861*    POSITION ON THE CLASS ALONG THE TURMA KEY AND STOP AT THE
021862*    FIRST STUDENT OF ANOTHER CLASS. A CLASS WITH NO RECORD (OR
021863*    ONLY WITHDRAWN STUDENTS) FALLS THROUGH TO TURVAZ BELOW.
021864     MOVE REQ-TURMA TO ROS-TURMA
021865     START ROSTER-FILE KEY = ROS-TURMA
021866         INVALID KEY SET DL100-FIM-ROSTER TO TRUE
021867     END-START
021868     IF NOT DL100-FIM-ROSTER
021870         PERFORM 6100-LER-ALUNO THRU 6100-LER-ALUNO-EXIT
021875     END-IF
021880     PERFORM UNTIL DL100-FIM-ROSTER
021890         IF ROS-TURMA NOT = REQ-TURMA
021893             SET DL100-FIM-ROSTER TO TRUE
021896         ELSE
021900             IF ROS-NOME = SPACES
021910                 DISPLAY 'ROSTFILE: ALUNO SEM NOME IGNORADO'
021920             ELSE
021922             IF ROS-DESLIGADO
021924                 CONTINUE
021926             ELSE
021930                 PERFORM 6200-GERAR-JOGO-ALUNO THRU
021940                         6200-GERAR-JOGO-ALUNO-EXIT
021950                 ADD 1 TO DL100-TURMA-ALUNOS
021955             END-IF
021960             END-IF
021970             PERFORM 6100-LER-ALUNO THRU 6100-LER-ALUNO-EXIT
021980         END-IF
021990     END-PERFORM
022000     CLOSE ROSTER-FILE
022010     MOVE 'N' TO DL100-SW-ALUNO
022510     END-IF.
022520 5265-GERAR-UMA-DE-TODAS-EXIT.
022530     EXIT.
022540
022550*----------------------------------------------------------------
022560*    5600-CARREGAR-COTAS: LOAD EVERY DEPTFILE QUOTA INTO THE
022570*    TABLE AND TAKE THIS MONTH'S USAGE FROM AUDITLOG. A MISSING
022580*    DEPTFILE MEANS NO QUOTAS ARE SET UP YET - THE RUN GOES ON
022590*    UNLIMITED. ANY OTHER OPEN ERROR ALSO RUNS UNLIMITED BUT
022600*    FLAGS THE JOB, SINCE THE QUOTAS SILENTLY STOPPED APPLYING.
022610*----------------------------------------------------------------
022620 5600-CARREGAR-COTAS.
022630     MOVE 0 TO DL100-COTA-QTDE
022640     MOVE 'N' TO DL100-SW-COTA
022650     OPEN INPUT DEPTO-FILE
022660     IF DL100-DEPT-AUSENTE
022670         DISPLAY 'LOTE: DEPTFILE AUSENTE - COTAS NAO APLICADAS'
022680         GO TO 5600-CARREGAR-COTAS-EXIT
022690     END-IF
022700     IF NOT DL100-DEPT-OK
022710         DISPLAY 'ERRO AO ABRIR DEPTFILE - STATUS '
022720             DL100-DEPT-STATUS ' - COTAS NAO APLICADAS'
022730         MOVE 8 TO RETURN-CODE
022740         GO TO 5600-CARREGAR-COTAS-EXIT
022750     END-IF
022760     MOVE 'S' TO DL100-SW-COTA
022770     MOVE 'N' TO DL100-SW-FIM-DEPT
022780     PERFORM 5610-LER-DEPTO THRU 5610-LER-DEPTO-EXIT
022790         UNTIL DL100-FIM-DEPT
022800     CLOSE DEPTO-FILE
022810     PERFORM 5620-APURAR-USO THRU 5620-APURAR-USO-EXIT.
022820 5600-CARREGAR-COTAS-EXIT.
022830     EXIT.
022840
022850 5610-LER-DEPTO.
022860     READ DEPTO-FILE NEXT
022870         AT END
022880             SET DL100-FIM-DEPT TO TRUE
022890             GO TO 5610-LER-DEPTO-EXIT
022900     END-READ
022910     MOVE DPT-CODIGO TO DL100-COTA-BUSCA
022920     PERFORM 5640-LOCALIZAR-COTA THRU 5640-LOCALIZAR-COTA-EXIT
022930     IF DL100-COTA-ACHADO = 0
022940         GO TO 5610-LER-DEPTO-EXIT
022950     END-IF
022960     MOVE 'S' TO DL100-COTA-CADASTRO(DL100-COTA-ACHADO)
022970     IF DPT-COTA-MENSAL NUMERIC
022980         MOVE DPT-COTA-MENSAL TO
022990             DL100-COTA-LIMITE(DL100-COTA-ACHADO)
023000     END-IF.
023010 5610-LER-DEPTO-EXIT.
023020     EXIT.
023030
023040*----------------------------------------------------------------
023050*    5620-APURAR-USO: READ AUDITLOG BACK FROM THE TOP FOR THE
023060*    LINES ALREADY GENERATED THIS MONTH, THEN REOPEN IT EXTEND
023070*    FOR TONIGHT'S OWN LINES. WITHOUT OPERHIST THE LINES GO TO
023080*    THE OPERATOR'S CURRENT DEPARTMENT, AS IN TABFAT.
023090*----------------------------------------------------------------
023100 5620-APURAR-USO.
023110     CLOSE AUDIT-FILE
023120     OPEN INPUT AUDIT-FILE
023130     IF NOT DL100-AUDIT-OK
023140         DISPLAY 'ERRO AO LER AUDITLOG - STATUS '
023150             DL100-AUDIT-STATUS ' - USO DO MES NAO APURADO'
023160         MOVE 8 TO RETURN-CODE
023170     ELSE
023180         MOVE 'N' TO DL100-SW-OPERH
023190         OPEN INPUT OPER-HIST-FILE
023200         IF DL100-OPERH-OK
023210             MOVE 'S' TO DL100-SW-OPERH
023220         END-IF
023230         MOVE 'N' TO DL100-SW-FIM-AUDIT
023240         PERFORM 5630-LER-AUDITORIA THRU 5630-LER-AUDITORIA-EXIT
023250             UNTIL DL100-FIM-AUDIT
023260         IF DL100-OPERH-ABERTO
023270             CLOSE OPER-HIST-FILE
023280         END-IF
023290         CLOSE AUDIT-FILE
023300     END-IF
023310     OPEN EXTEND AUDIT-FILE
023320     IF NOT DL100-AUDIT-OK
023330         DISPLAY 'ERRO AO ABRIR AUDITLOG - STATUS '
023340             DL100-AUDIT-STATUS
023350         STOP RUN
023360     END-IF.
023370 5620-APURAR-USO-EXIT.
023380     EXIT.
023390
023400*----------------------------------------------------------------
023410*    5630-LER-AUDITORIA: ONE AUDITLOG LINE. ONLY THIS MONTH'S
023420*    LINES CARRYING A LINE COUNT ARE CHARGED TO THE QUOTA - THE
023430*    SAME LINES TABFAT WILL BILL FOR THE PERIOD.
023440*----------------------------------------------------------------
023450 5630-LER-AUDITORIA.
023460     READ AUDIT-FILE INTO DL100-AUDIT-ENTRADA
023470         AT END
023480             SET DL100-FIM-AUDIT TO TRUE
023490             GO TO 5630-LER-AUDITORIA-EXIT
023500     END-READ
023510     IF AUDE-DATA-MM NOT = DL100-DATA-MM OR
023520             AUDE-DATA-AA NOT = DL100-DATA-AA OR
023530             AUDE-LINHAS NOT NUMERIC
023540         GO TO 5630-LER-AUDITORIA-EXIT
023550     END-IF
023560     MOVE AUDE-LINHAS TO DL100-COTA-LINHAS-NUM
023570     PERFORM 5650-BUSCAR-DEPTO-AUDIT THRU
023580             5650-BUSCAR-DEPTO-AUDIT-EXIT
023590     PERFORM 5640-LOCALIZAR-COTA THRU 5640-LOCALIZAR-COTA-EXIT
023600     IF DL100-COTA-ACHADO > 0
023610         ADD DL100-COTA-LINHAS-NUM TO
023620             DL100-COTA-USADAS(DL100-COTA-ACHADO)
023630     END-IF.
023640 5630-LER-AUDITORIA-EXIT.
023650     EXIT.
023660
023670*----------------------------------------------------------------
023680*    5640-LOCALIZAR-COTA: FIND OR ADD THE DEPARTMENT ROW FOR
023690*    DL100-COTA-BUSCA. A ROW ADDED HERE IS NOT ON DEPTFILE AND
023700*    SO CARRIES NO QUOTA. A FULL TABLE LEAVES THE DEPARTMENT
023710*    UNTRACKED WITH A CONSOLE NOTE.
023720*----------------------------------------------------------------
023730 5640-LOCALIZAR-COTA.
023740     MOVE 0 TO DL100-COTA-ACHADO
023750     PERFORM 5645-COMPARAR-COTA THRU 5645-COMPARAR-COTA-EXIT
023760         VARYING DL100-COTA-IDX FROM 1 BY 1
023770         UNTIL DL100-COTA-IDX > DL100-COTA-QTDE OR
023780               DL100-COTA-ACHADO > 0
023790     IF DL100-COTA-ACHADO > 0
023800         GO TO 5640-LOCALIZAR-COTA-EXIT
023810     END-IF
023820     IF DL100-COTA-QTDE < 50
023830         ADD 1 TO DL100-COTA-QTDE
023840         MOVE DL100-COTA-BUSCA TO
023845             DL100-COTA-DEPTO(DL100-COTA-QTDE)
023850         MOVE 0 TO DL100-COTA-LIMITE(DL100-COTA-QTDE)
023860         MOVE 0 TO DL100-COTA-USADAS(DL100-COTA-QTDE)
023870         MOVE 'N' TO DL100-COTA-CADASTRO(DL100-COTA-QTDE)
023880         MOVE DL100-COTA-QTDE TO DL100-COTA-ACHADO
023890     ELSE
023900         DISPLAY 'LOTE: TABELA DE COTAS CHEIA - '
023910             DL100-COTA-BUSCA
023920     END-IF.
023930 5640-LOCALIZAR-COTA-EXIT.
023940     EXIT.
023950
023960 5645-COMPARAR-COTA.
023970     IF DL100-COTA-DEPTO(DL100-COTA-IDX) = DL100-COTA-BUSCA
023980         MOVE DL100-COTA-IDX TO DL100-COTA-ACHADO
023990     END-IF.
024000 5645-COMPARAR-COTA-EXIT.
024010     EXIT.
024020
024030*----------------------------------------------------------------
024040*    5650-BUSCAR-DEPTO-AUDIT: THE DEPARTMENT AN AUDIT LINE IS
024050*    CHARGED TO - THE OPERATOR'S OPERFILE DEPARTMENT, OR THE ONE
024060*    LEFT BY A TRANSFER ON OPERHIST DATED AFTER THE LINE. AN ID
024070*    NOT ON OPERFILE GOES TO THE ???? ROW, AS IT DOES ON THE
024080*    INVOICE.
024090*----------------------------------------------------------------
024100 5650-BUSCAR-DEPTO-AUDIT.
024110     MOVE AUDE-OPERADOR TO OPE-ID
024120     READ OPERATOR-FILE
024130         INVALID KEY
024140             MOVE '????' TO DL100-COTA-BUSCA
024150             GO TO 5650-BUSCAR-DEPTO-AUDIT-EXIT
024160         NOT INVALID KEY
024170             MOVE OPE-DEPTO TO DL100-COTA-BUSCA
024180     END-READ
024190     IF NOT DL100-OPERH-ABERTO
024200         GO TO 5650-BUSCAR-DEPTO-AUDIT-EXIT
024210     END-IF
024220     MOVE AUDE-OPERADOR TO OPH-ID
024230     STRING AUDE-DATA-AA AUDE-DATA-MM AUDE-DATA-DD
024240         DELIMITED BY SIZE INTO OPH-EFETIVA
024250     MOVE HIGH-VALUES TO OPH-DATA-ALTER OPH-HORA-ALTER
024260     START OPER-HIST-FILE KEY > OPH-CHAVE
024270         INVALID KEY
024280             GO TO 5650-BUSCAR-DEPTO-AUDIT-EXIT
024290     END-START
024300     MOVE 'N' TO DL100-SW-FIM-OPERH
024310     PERFORM 5655-LER-TRANSFERENCIA THRU
024320             5655-LER-TRANSFERENCIA-EXIT
024330         UNTIL DL100-FIM-OPERH.
024340 5650-BUSCAR-DEPTO-AUDIT-EXIT.
024350     EXIT.
024360
024370 5655-LER-TRANSFERENCIA.
024380     READ OPER-HIST-FILE NEXT
024390         AT END
024400             SET DL100-FIM-OPERH TO TRUE
024410             GO TO 5655-LER-TRANSFERENCIA-EXIT
024420     END-READ
024430     IF OPH-ID NOT = AUDE-OPERADOR
024440         SET DL100-FIM-OPERH TO TRUE
024450         GO TO 5655-LER-TRANSFERENCIA-EXIT
024460     END-IF
024470     IF OPH-TIPO-TRANSFERENCIA
024480         MOVE OPH-DEPTO-ANTES TO DL100-COTA-BUSCA
024490         SET DL100-FIM-OPERH TO TRUE
024500     END-IF.
024510 5655-LER-TRANSFERENCIA-EXIT.
024520     EXIT.
024530
024540*----------------------------------------------------------------
024550*    5660-VERIFICAR-COTA: WOULD THIS REQUEST TAKE ITS DEPARTMENT
024560*    PAST THE MONTHLY QUOTA? THE DEPARTMENT IS THE SOLICITANTE'S
024562*    OPERFILE DEPARTMENT, THE SAME ONE THE USAGE LOAD, TABCOT AND
024564*    THE TABFAT INVOICE CHARGE THE LINES TO - REQ-DEPTO IS KEYED
024566*    FREELY BY THE OFFICE AND IS NOT TRUSTED. THE LINES IT WOULD
024568*    GENERATE ARE ESTIMATED FROM THE RECORD (AND THE ROSTER,
024570*    FOR A TURMA) AND ADDED TO THE LINES ALREADY USED THIS
024580*    MONTH. A TABLE LATER SKIPPED AS A SAME-DAY DUPLICATE STILL
024590*    COUNTS IN THE ESTIMATE, SO THE CHECK ERRS ON THE SAFE SIDE.
024610*----------------------------------------------------------------
024620 5660-VERIFICAR-COTA.
024630     MOVE 'N' TO DL100-SW-EXCEDIDA
024640     IF NOT DL100-COTA-ATIVA
024650         GO TO 5660-VERIFICAR-COTA-EXIT
024660     END-IF
024670     MOVE DL100-COTA-DEPTO-REQ TO DL100-COTA-BUSCA
024680     PERFORM 5640-LOCALIZAR-COTA THRU 5640-LOCALIZAR-COTA-EXIT
024690     IF DL100-COTA-ACHADO = 0
024700         GO TO 5660-VERIFICAR-COTA-EXIT
024710     END-IF
024720     IF DL100-COTA-LIMITE(DL100-COTA-ACHADO) = 0
024730         GO TO 5660-VERIFICAR-COTA-EXIT
024740     END-IF
024750     PERFORM 5690-ESTIMAR-LINHAS THRU 5690-ESTIMAR-LINHAS-EXIT
024760     IF DL100-COTA-USADAS(DL100-COTA-ACHADO) +
024770             DL100-COTA-ESTIMATIVA >
024780             DL100-COTA-LIMITE(DL100-COTA-ACHADO)
024790         MOVE 'S' TO DL100-SW-EXCEDIDA
024800     END-IF.
024810 5660-VERIFICAR-COTA-EXIT.
024820     EXIT.
024830
024840*----------------------------------------------------------------
024850*    5670-REGISTRAR-USO: CHARGE THE LINES THE REQUEST ACTUALLY
024860*    GENERATED TO THE SOLICITANTE'S DEPARTMENT, SO THE NEXT
024870*    REQUEST OF THE SAME DEPARTMENT TONIGHT SEES THEM.
024880*----------------------------------------------------------------
024890 5670-REGISTRAR-USO.
024900     IF NOT DL100-COTA-ATIVA
024910         GO TO 5670-REGISTRAR-USO-EXIT
024920     END-IF
024930     MOVE DL100-COTA-DEPTO-REQ TO DL100-COTA-BUSCA
024940     PERFORM 5640-LOCALIZAR-COTA THRU 5640-LOCALIZAR-COTA-EXIT
024950     IF DL100-COTA-ACHADO > 0
024960         COMPUTE DL100-COTA-USADAS(DL100-COTA-ACHADO) =
024970             DL100-COTA-USADAS(DL100-COTA-ACHADO) +
024980             DL100-RUN-CSV-PREVISTAS - DL100-CSV-ANTES
024990     END-IF.
025000 5670-REGISTRAR-USO-EXIT.
025010     EXIT.
025020
025030*----------------------------------------------------------------
025040*    5680-TRATAR-COTA: A ONE-SHOT REQUEST OVER THE QUOTA GOES
025050*    TO THE REJFILE/RESUBFILE PATH UNDER THE COTAEX REASON, SO
025060*    THE OFFICE CAN RELOAD IT NEXT MONTH OR AFTER THE QUOTA IS
025070*    RAISED. A STANDING ORDER IS HELD FOR THE NIGHT - STILL P,
025080*    ITS LAST-GENERATED DATE PUT BACK - AND IS LOGGED TO REJFILE
025090*    ONLY.
025100*----------------------------------------------------------------
025110 5680-TRATAR-COTA.
025120     MOVE 'COTAEX' TO REJ-MOTIVO
025130     IF DL100-REQ-PERMANENTE
025140         DISPLAY 'REQMAST: ORDEM PERMANENTE RETIDA PELA COTA - '
025150             REQ-NUMERO
025160         MOVE DL100-ULT-GERACAO-ANTES TO REQ-ULT-GERACAO
025170         MOVE 'S' TO DL100-SW-RETIDA
025180         ADD 1 TO DL100-RUN-COTA-RETIDAS
025190     ELSE
025200         DISPLAY 'REQMAST: COTA DO DEPTO EXCEDIDA NA REQUISICAO '
025210             REQ-NUMERO
025220         MOVE 'E' TO REQ-STATUS
025230         ADD 1 TO DL100-RUN-COTA-REJ
025240     END-IF.
025250 5680-TRATAR-COTA-EXIT.
025260     EXIT.
025270
025280*----------------------------------------------------------------
025290*    5690-ESTIMAR-LINHAS: THE LINES A REQUEST WILL GENERATE -
025300*    ONE TABLE OVER THE REQUEST'S RANGE AND STEP, EVERY MENU
025310*    TABLE FOR OPCAO 0, THE PROBLEM COUNT FOR A MIXED SHEET, OR
025320*    THE CLASS'S SETS FOR A TURMA. A RECORD THAT WILL BE
025330*    REJECTED FOR A BAD OPCAO ESTIMATES ZERO, SO IT STILL GETS
025340*    ITS OWN REASON CODE.
025350*----------------------------------------------------------------
025360 5690-ESTIMAR-LINHAS.
025370     MOVE 0 TO DL100-COTA-ESTIMATIVA
025380     IF REQ-TURMA NOT = SPACES
025390         PERFORM 5692-ESTIMAR-TURMA THRU 5692-ESTIMAR-TURMA-EXIT
025400         GO TO 5690-ESTIMAR-LINHAS-EXIT
025410     END-IF
025420     IF REQ-OPCAO NOT NUMERIC
025430         GO TO 5690-ESTIMAR-LINHAS-EXIT
025440     END-IF
025450     IF REQ-FOLHA = 'X'
025460         PERFORM 7700-DEFINIR-MISTA-REQ THRU
025470                 7700-DEFINIR-MISTA-REQ-EXIT
025480         MOVE DL100-MIX-QTDE TO DL100-COTA-ESTIMATIVA
025490         GO TO 5690-ESTIMAR-LINHAS-EXIT
025500     END-IF
025510     IF REQ-OPCAO NOT = 0 AND REQ-OPCAO NOT = 97 AND
025520             (REQ-OPCAO < 1 OR REQ-OPCAO > DL100-MAX-TABELAS)
025530         GO TO 5690-ESTIMAR-LINHAS-EXIT
025540     END-IF
025550     PERFORM 5220-DEFINIR-FAIXA-REQ THRU
025560             5220-DEFINIR-FAIXA-REQ-EXIT
025570     COMPUTE DL100-COTA-ESTIMATIVA =
025580         (DL100-GERA-FIM - DL100-GERA-INICIO) / DL100-GERA-PASSO
025590         + 1
025600     IF REQ-OPCAO = 0
025610         MULTIPLY DL100-MAX-TABELAS BY DL100-COTA-ESTIMATIVA
025620     END-IF.
025630 5690-ESTIMAR-LINHAS-EXIT.
025640     EXIT.
025650
025660*----------------------------------------------------------------
025670*    5692-ESTIMAR-TURMA: WALK THE CLASS ON ROSTFILE THE WAY
025680*    5400-PROCESSAR-REQ-TURMA WILL - TEN LINES PER ASSIGNED
025690*    SLOT, OR ONE MIXED SHEET FOR A FOLHA-X STUDENT. AN
025700*    UNOPENABLE ROSTER ESTIMATES ZERO AND IS REJECTED THERE.
025710*----------------------------------------------------------------
025720 5692-ESTIMAR-TURMA.
025730     OPEN INPUT ROSTER-FILE
025740     IF NOT DL100-ROST-OK
025750         GO TO 5692-ESTIMAR-TURMA-EXIT
025760     END-IF
025770     MOVE 'N' TO DL100-SW-ROSTER
025780     MOVE REQ-TURMA TO ROS-TURMA
025790     START ROSTER-FILE KEY = ROS-TURMA
025800         INVALID KEY SET DL100-FIM-ROSTER TO TRUE
025810     END-START
025820     PERFORM 5694-ESTIMAR-ALUNO THRU 5694-ESTIMAR-ALUNO-EXIT
025830         UNTIL DL100-FIM-ROSTER
025840     CLOSE ROSTER-FILE.
025850 5692-ESTIMAR-TURMA-EXIT.
025860     EXIT.
025870
025880 5694-ESTIMAR-ALUNO.
025890     PERFORM 6100-LER-ALUNO THRU 6100-LER-ALUNO-EXIT
025900     IF DL100-FIM-ROSTER
025910         GO TO 5694-ESTIMAR-ALUNO-EXIT
025920     END-IF
025930     IF ROS-TURMA NOT = REQ-TURMA
025940         SET DL100-FIM-ROSTER TO TRUE
025950         GO TO 5694-ESTIMAR-ALUNO-EXIT
025960     END-IF
025970     IF ROS-NOME = SPACES OR ROS-DESLIGADO
025980         GO TO 5694-ESTIMAR-ALUNO-EXIT
025990     END-IF
026000     IF ROS-FOLHA = 'X'
026010         ADD 20 TO DL100-COTA-ESTIMATIVA
026020     ELSE
026030         PERFORM 5696-ESTIMAR-ATRIBUICAO THRU
026040                 5696-ESTIMAR-ATRIBUICAO-EXIT
026050             VARYING DL100-ATRIB-IDX FROM 1 BY 1
026060             UNTIL DL100-ATRIB-IDX > 5
026070     END-IF.
026080 5694-ESTIMAR-ALUNO-EXIT.
026090     EXIT.
026100
026110 5696-ESTIMAR-ATRIBUICAO.
026120     IF ROS-OPCAO(DL100-ATRIB-IDX) NOT = SPACES
026130         ADD 10 TO DL100-COTA-ESTIMATIVA
026140     END-IF.
026150 5696-ESTIMAR-ATRIBUICAO-EXIT.
026160     EXIT.
026170
026171*----------------------------------------------------------------
026172*    5700-CARREGAR-CALENDARIO: LOOK TODAY UP ON CALFILE AND, WHEN
026173*    IT IS A WORKING DAY, LOAD THE RUN OF NON-WORKING DAYS THAT
026174*    ENDED YESTERDAY. A MISSING CALFILE MEANS NO CALENDAR IS SET
026175*    UP YET - EVERY DAY IS A WORKING DAY. ANY OTHER OPEN ERROR
026176*    RUNS THE SAME WAY BUT FLAGS THE JOB, SINCE THE CALENDAR
026177*    SILENTLY STOPPED APPLYING.
026178*----------------------------------------------------------------
026179 5700-CARREGAR-CALENDARIO.
026180     MOVE 0 TO DL100-FOLGA-QTDE DL100-CALO-QTDE
026181     MOVE 'N' TO DL100-SW-CALENDARIO
026182     MOVE 'S' TO DL100-SW-HOJE-UTIL
026183     ACCEPT DL100-CAL-DIA FROM DATE YYYYMMDD
026184     MOVE DL100-CAL-CHAVE TO DL100-CAL-HOJE
026185     OPEN INPUT CALEND-FILE
026186     IF DL100-CAL-AUSENTE
026187         DISPLAY 'LOTE: CALFILE AUSENTE - TODOS OS DIAS SAO UTEIS'
026188         GO TO 5700-CARREGAR-CALENDARIO-EXIT
026189     END-IF
026190     IF NOT DL100-CAL-OK
026191         DISPLAY 'ERRO AO ABRIR CALFILE - STATUS '
026192             DL100-CAL-STATUS ' - TODOS OS DIAS SAO UTEIS'
026193         MOVE 8 TO RETURN-CODE
026194         GO TO 5700-CARREGAR-CALENDARIO-EXIT
026195     END-IF
026196     MOVE 'S' TO DL100-SW-CALENDARIO
026197     PERFORM 5710-CONSULTAR-DIA THRU 5710-CONSULTAR-DIA-EXIT
026198     IF DL100-DIA-FOLGA
026199         MOVE 'N' TO DL100-SW-HOJE-UTIL
026200         MOVE CAL-TIPO TO DL100-HOJE-TIPO
026201         MOVE CAL-DESCRICAO TO DL100-HOJE-DESCRICAO
026202         DISPLAY 'LOTE: HOJE NAO E DIA UTIL - ' CAL-DESCRICAO
026203     ELSE
026204         MOVE 'N' TO DL100-SW-FIM-FOLGA
026205         PERFORM 5720-DIA-ANTERIOR THRU 5720-DIA-ANTERIOR-EXIT
026206         PERFORM 5730-REGISTRAR-FOLGA THRU
026207                 5730-REGISTRAR-FOLGA-EXIT
026208             UNTIL DL100-FIM-FOLGA
026209     END-IF
026210     CLOSE CALEND-FILE.
026211 5700-CARREGAR-CALENDARIO-EXIT.
026212     EXIT.
026213
026214 5710-CONSULTAR-DIA.
026215     MOVE 'N' TO DL100-SW-DIA-FOLGA
026216     MOVE DL100-CAL-CHAVE TO CAL-DATA
026217     READ CALEND-FILE
026218         NOT INVALID KEY
026219             MOVE 'S' TO DL100-SW-DIA-FOLGA
026220     END-READ.
026221 5710-CONSULTAR-DIA-EXIT.
026222     EXIT.
026223
026224*----------------------------------------------------------------
026225*    5720-DIA-ANTERIOR: STEP DL100-CAL-DIA BACK ONE DAY, ACROSS
026226*    MONTH AND YEAR ENDS.
026227*----------------------------------------------------------------
026228 5720-DIA-ANTERIOR.
026229     IF DL100-CAL-DD > 1
026230         SUBTRACT 1 FROM DL100-CAL-DD
026231         GO TO 5720-DIA-ANTERIOR-EXIT
026232     END-IF
026233     IF DL100-CAL-MM > 1
026234         SUBTRACT 1 FROM DL100-CAL-MM
026235     ELSE
026236         MOVE 12 TO DL100-CAL-MM
026237         SUBTRACT 1 FROM DL100-CAL-AAAA
026238     END-IF
026239     PERFORM 5725-ULTIMO-DIA-MES THRU 5725-ULTIMO-DIA-MES-EXIT
026240     MOVE DL100-CAL-FIM-MES TO DL100-CAL-DD.
026241 5720-DIA-ANTERIOR-EXIT.
026242     EXIT.
026243
026244 5725-ULTIMO-DIA-MES.
026245     MOVE DL100-CAL-DIAS-NO-MES(DL100-CAL-MM) TO DL100-CAL-FIM-MES
026246     IF DL100-CAL-MM NOT = 2
026247         GO TO 5725-ULTIMO-DIA-MES-EXIT
026248     END-IF
026249     DIVIDE DL100-CAL-AAAA BY 4
026250         GIVING DL100-CAL-BIS-QUOC REMAINDER DL100-CAL-BIS-R4
026251     DIVIDE DL100-CAL-AAAA BY 100
026252         GIVING DL100-CAL-BIS-QUOC REMAINDER DL100-CAL-BIS-R100
026253     DIVIDE DL100-CAL-AAAA BY 400
026254         GIVING DL100-CAL-BIS-QUOC REMAINDER DL100-CAL-BIS-R400
026255     IF DL100-CAL-BIS-R4 = 0 AND
026256             (DL100-CAL-BIS-R100 NOT = 0 OR
026257              DL100-CAL-BIS-R400 = 0)
026258         MOVE 29 TO DL100-CAL-FIM-MES
026259     END-IF.
026260 5725-ULTIMO-DIA-MES-EXIT.
026261     EXIT.
026262
026263*----------------------------------------------------------------
026264*    5730-REGISTRAR-FOLGA: ONE DAY OF THE WALK BACK FROM
026265*    YESTERDAY - A NON-WORKING DAY GOES INTO THE FOLGA TABLE, THE
026266*    FIRST WORKING DAY ENDS THE WALK. 45 DAYS TAKES IN THE LONGEST
026267*    RECESS.
026268*----------------------------------------------------------------
026269 5730-REGISTRAR-FOLGA.
026270     PERFORM 5710-CONSULTAR-DIA THRU 5710-CONSULTAR-DIA-EXIT
026271     IF NOT DL100-DIA-FOLGA OR DL100-FOLGA-QTDE NOT < 45
026272         SET DL100-FIM-FOLGA TO TRUE
026273         GO TO 5730-REGISTRAR-FOLGA-EXIT
026274     END-IF
026275     ADD 1 TO DL100-FOLGA-QTDE
026276     MOVE DL100-CAL-CHAVE TO DL100-FOLGA-DATA(DL100-FOLGA-QTDE)
026277     MOVE DL100-CAL-DD TO DL100-FOLGA-DD(DL100-FOLGA-QTDE)
026278     PERFORM 5720-DIA-ANTERIOR THRU 5720-DIA-ANTERIOR-EXIT.
026279 5730-REGISTRAR-FOLGA-EXIT.
026280     EXIT.
026281
026282*----------------------------------------------------------------
026283*    5750-APLICAR-CALENDARIO: CALLED FROM 5250 ONCE THE FREQUENCY
026284*    RULES HAVE RUN. TODAY NOT A WORKING DAY - AN ORDER DUE IS
026285*    HELD; A DAILY OR WEEKLY ONE JUST WAITS FOR ITS NEXT DUE DATE,
026286*    A MONTHLY ONE IS PUT OFF TO THE NEXT WORKING DAY. TODAY A
026287*    WORKING DAY - A MONTHLY ORDER NOT DUE TODAY WHOSE DAY OF THE
026288*    MONTH FELL IN THE FOLGA RUN JUST ENDED IS DUE NOW, UNLESS IT
026289*    WAS KEYED AFTER THAT DAY OR ALREADY GENERATED SINCE.
026290*----------------------------------------------------------------
026291 5750-APLICAR-CALENDARIO.
026292     IF NOT DL100-HOJE-UTIL
026293         IF DL100-GERAR-HOJE
026294             MOVE 'N' TO DL100-SW-GERAR-HOJE
026295             IF REQ-FREQ-MENSAL
026296                 MOVE 'A' TO DL100-CALO-ACAO-NOVA
026297             ELSE
026298                 MOVE 'R' TO DL100-CALO-ACAO-NOVA
026299             END-IF
026300             MOVE DL100-CAL-HOJE TO DL100-CALO-ORIGEM-NOVA
026301             PERFORM 5770-REGISTRAR-ORDEM THRU
026302                     5770-REGISTRAR-ORDEM-EXIT
026303         END-IF
026304         GO TO 5750-APLICAR-CALENDARIO-EXIT
026305     END-IF
026306     IF DL100-GERAR-HOJE OR NOT REQ-FREQ-MENSAL OR
026307             REQ-FREQ-DIA NOT NUMERIC OR DL100-FOLGA-QTDE = 0
026308         GO TO 5750-APLICAR-CALENDARIO-EXIT
026309     END-IF
026310     STRING '20' REQ-DATA-PEDIDO(7:2) REQ-DATA-PEDIDO(4:2)
026311         REQ-DATA-PEDIDO(1:2) DELIMITED BY SIZE
026312         INTO DL100-CAL-PEDIDO
026313     IF REQ-ULT-GERACAO = SPACES
026314         MOVE '00000000' TO DL100-CAL-ULTIMA
026315     ELSE
026316         STRING '20' REQ-ULT-GERACAO(7:2) REQ-ULT-GERACAO(4:2)
026317             REQ-ULT-GERACAO(1:2) DELIMITED BY SIZE
026318             INTO DL100-CAL-ULTIMA
026319     END-IF
026320     MOVE 0 TO DL100-FOLGA-ACHADA
026321     PERFORM 5755-COMPARAR-FOLGA THRU 5755-COMPARAR-FOLGA-EXIT
026322         VARYING DL100-FOLGA-IDX FROM 1 BY 1
026323         UNTIL DL100-FOLGA-IDX > DL100-FOLGA-QTDE OR
026324               DL100-FOLGA-ACHADA > 0
026325     IF DL100-FOLGA-ACHADA > 0
026326         MOVE 'S' TO DL100-SW-GERAR-HOJE
026327         MOVE 'D' TO DL100-CALO-ACAO-NOVA
026328         MOVE DL100-FOLGA-DATA(DL100-FOLGA-ACHADA) TO
026329             DL100-CALO-ORIGEM-NOVA
026330         PERFORM 5770-REGISTRAR-ORDEM THRU
026331                 5770-REGISTRAR-ORDEM-EXIT
026332     END-IF.
026333 5750-APLICAR-CALENDARIO-EXIT.
026334     EXIT.
026335
026336 5755-COMPARAR-FOLGA.
026337     IF DL100-FOLGA-DD(DL100-FOLGA-IDX) = REQ-FREQ-DIA AND
026338             DL100-FOLGA-DATA(DL100-FOLGA-IDX) NOT <
026339                 DL100-CAL-PEDIDO AND
026340             DL100-FOLGA-DATA(DL100-FOLGA-IDX) > DL100-CAL-ULTIMA
026341         MOVE DL100-FOLGA-IDX TO DL100-FOLGA-ACHADA
026342     END-IF.
026343 5755-COMPARAR-FOLGA-EXIT.
026344     EXIT.
026345
026346*----------------------------------------------------------------
026347*    5760-IMPRIMIR-CALENDARIO: RUNRPT BLOCK - WHAT TODAY IS ON THE
026348*    CALENDAR, HOW MANY ORDERS IT HELD OR MOVED, AND EACH ONE.
026349*----------------------------------------------------------------
026350 5760-IMPRIMIR-CALENDARIO.
026351     WRITE RUN-REPORT-RECORD FROM DL100-RES-BRANCO
026352     IF NOT DL100-CALENDARIO-ATIVO
026353         WRITE RUN-REPORT-RECORD FROM DL100-RES-CAL-INATIVO
026354         GO TO 5760-IMPRIMIR-CALENDARIO-EXIT
026355     END-IF
026356     MOVE SPACES TO DL100-RCL-HOJE DL100-RCL-SITUACAO
026357     STRING DL100-CAL-HOJE(7:2) '/' DL100-CAL-HOJE(5:2) '/'
026358         DL100-CAL-HOJE(1:4) DELIMITED BY SIZE INTO DL100-RCL-HOJE
026359     IF DL100-HOJE-UTIL
026360         MOVE 'DIA UTIL' TO DL100-RCL-SITUACAO
026361     ELSE
026362         IF DL100-HOJE-FERIADO
026363             MOVE 'FERIADO' TO DL100-CAL-NOME-TIPO
026364         ELSE
026365         IF DL100-HOJE-RECESSO
026366             MOVE 'RECESSO' TO DL100-CAL-NOME-TIPO
026367         ELSE
026368             MOVE 'FIM DE SEMANA' TO DL100-CAL-NOME-TIPO
026369         END-IF
026370         END-IF
026371         STRING DL100-CAL-NOME-TIPO DELIMITED BY '  '
026372             ' - ' DELIMITED BY SIZE
026373             DL100-HOJE-DESCRICAO DELIMITED BY '  '
026374             INTO DL100-RCL-SITUACAO
026375     END-IF
026376     WRITE RUN-REPORT-RECORD FROM DL100-RES-CAL-TIT
026377     MOVE 'ORDENS RETIDAS (NAO UTIL)   ' TO DL100-RES-ROTULO
026378     MOVE DL100-RUN-CAL-RETIDAS TO DL100-RES-VALOR
026379     WRITE RUN-REPORT-RECORD FROM DL100-RES-LINHA
026380     MOVE 'ORDENS DESLOCADAS P/ HOJE   ' TO DL100-RES-ROTULO
026381     MOVE DL100-RUN-CAL-DESLOCADAS TO DL100-RES-VALOR
026382     WRITE RUN-REPORT-RECORD FROM DL100-RES-LINHA
026383     IF DL100-CALO-QTDE = 0
026384         WRITE RUN-REPORT-RECORD FROM DL100-RES-CAL-NADA
026385         GO TO 5760-IMPRIMIR-CALENDARIO-EXIT
026386     END-IF
026387     WRITE RUN-REPORT-RECORD FROM DL100-RES-CAL-CAB
026388     PERFORM 5765-IMPRIMIR-ORDEM-CAL THRU
026389             5765-IMPRIMIR-ORDEM-CAL-EXIT
026390         VARYING DL100-CALO-IDX FROM 1 BY 1
026391         UNTIL DL100-CALO-IDX > DL100-CALO-QTDE.
026392 5760-IMPRIMIR-CALENDARIO-EXIT.
026393     EXIT.
026394
026395 5765-IMPRIMIR-ORDEM-CAL.
026396     MOVE DL100-CALO-NUMERO(DL100-CALO-IDX) TO DL100-RCL-NUMERO
026397     MOVE DL100-CALO-DEPTO(DL100-CALO-IDX) TO DL100-RCL-DEPTO
026398     IF DL100-CALO-DIARIA(DL100-CALO-IDX)
026399         MOVE 'DIARIA' TO DL100-RCL-FREQ
026400     ELSE
026401     IF DL100-CALO-SEMANAL(DL100-CALO-IDX)
026402         MOVE 'SEMANAL' TO DL100-RCL-FREQ
026403     ELSE
026404         MOVE 'MENSAL' TO DL100-RCL-FREQ
026405     END-IF
026406     END-IF
026407     MOVE SPACES TO DL100-RCL-ACAO
026408     IF DL100-CALO-RETIDA(DL100-CALO-IDX)
026409         MOVE 'RETIDA - DIA NAO UTIL' TO DL100-RCL-ACAO
026410     ELSE
026411     IF DL100-CALO-ADIADA(DL100-CALO-IDX)
026412         MOVE 'ADIADA PARA O PROXIMO DIA UTIL' TO DL100-RCL-ACAO
026413     ELSE
026414         STRING 'DESLOCADA - VENCIA EM '
026415             DL100-CALO-ORIGEM(DL100-CALO-IDX)(7:2) '/'
026416             DL100-CALO-ORIGEM(DL100-CALO-IDX)(5:2) '/'
026417             DL100-CALO-ORIGEM(DL100-CALO-IDX)(1:4)
026418             DELIMITED BY SIZE INTO DL100-RCL-ACAO
026419     END-IF
026420     END-IF
026421     WRITE RUN-REPORT-RECORD FROM DL100-RES-CAL-LINHA.
026422 5765-IMPRIMIR-ORDEM-CAL-EXIT.
026423     EXIT.
026424
026425*----------------------------------------------------------------
026426*    5770-REGISTRAR-ORDEM: COUNT AN ORDER HELD OR MOVED BY THE
026427*    CALENDAR AND KEEP IT FOR THE RUNRPT LIST.
026428*----------------------------------------------------------------
026429 5770-REGISTRAR-ORDEM.
026430     IF DL100-CALO-ACAO-NOVA = 'D'
026431         ADD 1 TO DL100-RUN-CAL-DESLOCADAS
026432     ELSE
026433         ADD 1 TO DL100-RUN-CAL-RETIDAS
026434     END-IF
026435     IF DL100-CALO-QTDE < 200
026436         ADD 1 TO DL100-CALO-QTDE
026437         MOVE REQ-NUMERO TO DL100-CALO-NUMERO(DL100-CALO-QTDE)
026438         MOVE REQ-DEPTO TO DL100-CALO-DEPTO(DL100-CALO-QTDE)
026439         MOVE REQ-FREQUENCIA TO DL100-CALO-FREQ(DL100-CALO-QTDE)
026440         MOVE DL100-CALO-ACAO-NOVA TO
026441             DL100-CALO-ACAO(DL100-CALO-QTDE)
026442         MOVE DL100-CALO-ORIGEM-NOVA TO
026443             DL100-CALO-ORIGEM(DL100-CALO-QTDE)
026444     ELSE
026445         DISPLAY 'LOTE: TABELA DO CALENDARIO CHEIA - '
026446             REQ-NUMERO
026447     END-IF.
026448 5770-REGISTRAR-ORDEM-EXIT.
026449     EXIT.
026450
026451*----------------------------------------------------------------
026452*    8000-ABRIR-CONTROLE: THE RUNCTL LEDGER IS SHARED BY THE WHOLE
026453*    STREAM; ONLY A MISSING FILE IS CREATED - ANY OTHER FAILURE
026454*    IS REPORTED AND LEFT ALONE.
026455*----------------------------------------------------------------
026456 8000-ABRIR-CONTROLE.
026457     OPEN I-O CONTROLE-FILE
026458     IF DL100-CTL-AUSENTE
026459         OPEN OUTPUT CONTROLE-FILE
026460         CLOSE CONTROLE-FILE
026461         OPEN I-O CONTROLE-FILE
026462     END-IF
026463     IF NOT DL100-CTL-OK
026464         DISPLAY 'ERRO AO ABRIR RUNCTL - STATUS ' DL100-CTL-STATUS
026465     END-IF.
026466 8000-ABRIR-CONTROLE-EXIT.
026467     EXIT.
026468
026469*----------------------------------------------------------------
026470*    8100-INICIAR-CONTROLE: BEFORE THE RUN TOUCHES ANYTHING -
026471*    CHECK THE PREREQUISITES ON THE LEDGER, THEN FILE THIS RUN
026472*    (NEXT RUN NUMBER FOR ITS DATE, PROGRAM AND STEP) AS STARTED.
026473*    A REFUSAL IS FILED TOO, WITH ITS REASON, AND THE RUN ENDS
026474*    WITH RETURN-CODE 8 BEFORE OPENING ANY OF ITS FILES.
026475*----------------------------------------------------------------
026476 8100-INICIAR-CONTROLE.
026477     MOVE 'S' TO DL100-SW-PREREQ
026478     MOVE SPACES TO DL100-CTL-MOTIVO
026479     ACCEPT DL100-CTL-HOJE FROM DATE YYYYMMDD
026480     PERFORM 8000-ABRIR-CONTROLE THRU 8000-ABRIR-CONTROLE-EXIT
026481     IF NOT DL100-CTL-OK
026490         DISPLAY 'TABOADA: SEM O RUNCTL NAO HA COMO CONFERIR OS '
026500             'PRE-REQUISITOS - EXECUCAO CANCELADA'
026510         MOVE 'N' TO DL100-SW-PREREQ
026520         MOVE 8 TO RETURN-CODE
026530         GO TO 8100-INICIAR-CONTROLE-EXIT
026540     END-IF
026550     PERFORM 8200-CONFERIR-PREREQUISITOS THRU
026560             8200-CONFERIR-PREREQUISITOS-EXIT
026570     MOVE DL100-CTL-RUN-DATA TO DL100-CTL-BUS-DATA
026580     MOVE DL100-CTL-RUN-PROGRAMA TO DL100-CTL-BUS-PROGRAMA
026590     MOVE DL100-CTL-RUN-ETAPA TO DL100-CTL-BUS-ETAPA
026600     PERFORM 8300-ULTIMA-EXECUCAO THRU 8300-ULTIMA-EXECUCAO-EXIT
026610     COMPUTE DL100-CTL-RUN-EXECUCAO = DL100-CTL-ULT-EXECUCAO + 1
026620     INITIALIZE CTL-REGISTRO
026630     MOVE DL100-CTL-CHAVE-RUN TO CTL-CHAVE
026640     ACCEPT DL100-CTL-HORA FROM TIME
026650     MOVE DL100-CTL-HOJE TO CTL-INICIO-DATA
026660     MOVE DL100-CTL-HORA(1:6) TO CTL-INICIO-HORA
026670     IF DL100-PREREQ-OK
026680         SET CTL-EM-EXECUCAO TO TRUE
026690     ELSE
026700         SET CTL-RECUSADO TO TRUE
026710         MOVE DL100-CTL-HOJE TO CTL-FIM-DATA
026720         MOVE DL100-CTL-HORA(1:6) TO CTL-FIM-HORA
026730         MOVE 8 TO CTL-RC
026740         MOVE DL100-CTL-MOTIVO TO CTL-MENSAGEM
026750     END-IF
026760     WRITE CTL-REGISTRO
026770         INVALID KEY
026780             DISPLAY 'ERRO AO GRAVAR RUNCTL - STATUS '
026790                 DL100-CTL-STATUS
026800             IF DL100-PREREQ-OK
026810                 MOVE 'N' TO DL100-SW-PREREQ
026820                 MOVE 'ENTRADA DA EXECUCAO NAO GRAVADA NO RUNCTL'
026830                     TO DL100-CTL-MOTIVO
026840             END-IF
026850     END-WRITE
026860     CLOSE CONTROLE-FILE
026870     IF DL100-PREREQ-OK
026880         MOVE 'S' TO DL100-SW-RUNCTL
026890     ELSE
026900         DISPLAY 'TABOADA: PRE-REQUISITO NAO ATENDIDO - '
026910             DL100-CTL-MOTIVO
026920         DISPLAY 'TABOADA: EXECUCAO CANCELADA - NADA FOI ALTERADO'
026930         MOVE 8 TO RETURN-CODE
026940     END-IF.
026950 8100-INICIAR-CONTROLE-EXIT.
026960     EXIT.
026970
026980*----------------------------------------------------------------
026990*    8200-CONFERIR-PREREQUISITOS: THE BATCH MUST NOT START OVER A
027000*    MASTER A TABUTL RELOAD IS STILL REBUILDING TODAY.
027010*----------------------------------------------------------------
027020 8200-CONFERIR-PREREQUISITOS.
027030     MOVE DL100-CTL-HOJE TO DL100-CTL-BUS-DATA
027040     MOVE 'TABUTL' TO DL100-CTL-BUS-PROGRAMA
027050     MOVE 'RELOAD REQMAST' TO DL100-CTL-BUS-ETAPA
027060     PERFORM 8250-CONFERIR-EM-CURSO THRU
027070             8250-CONFERIR-EM-CURSO-EXIT
027080     IF NOT DL100-PREREQ-OK
027090         GO TO 8200-CONFERIR-PREREQUISITOS-EXIT
027100     END-IF
027110     MOVE 'RELOAD OPERFILE' TO DL100-CTL-BUS-ETAPA
027120     PERFORM 8250-CONFERIR-EM-CURSO THRU
027130             8250-CONFERIR-EM-CURSO-EXIT
027140     IF NOT DL100-PREREQ-OK
027150         GO TO 8200-CONFERIR-PREREQUISITOS-EXIT
027160     END-IF
027170     MOVE 'RELOAD HISTFILE' TO DL100-CTL-BUS-ETAPA
027180     PERFORM 8250-CONFERIR-EM-CURSO THRU
027190             8250-CONFERIR-EM-CURSO-EXIT.
027200 8200-CONFERIR-PREREQUISITOS-EXIT.
027210     EXIT.
027220
027230*----------------------------------------------------------------
027240*    8250-CONFERIR-EM-CURSO: THE LATEST RUN OF THE STEP IN
027250*    DL100-CTL-CHAVE-BUSCA MUST NOT STILL BE MARKED STARTED - A
027260*    JOB THAT IS RUNNING, OR DIED WITHOUT ENDING, MAY STILL BE
027270*    HALF WAY THROUGH THE FILES IT OWNS.
027280*----------------------------------------------------------------
027290 8250-CONFERIR-EM-CURSO.
027300     PERFORM 8300-ULTIMA-EXECUCAO THRU 8300-ULTIMA-EXECUCAO-EXIT
027310     IF DL100-CTL-ULT-SITUACAO = 'I'
027320         MOVE 'N' TO DL100-SW-PREREQ
027330         MOVE SPACES TO DL100-CTL-MOTIVO
027340         STRING DL100-CTL-BUS-PROGRAMA DELIMITED BY SPACE
027350             ' ' DL100-CTL-BUS-ETAPA DELIMITED BY '  '
027360             ' EM EXECUCAO OU INTERROMPIDO' DELIMITED BY SIZE
027370             INTO DL100-CTL-MOTIVO
027380     END-IF.
027390 8250-CONFERIR-EM-CURSO-EXIT.
027400     EXIT.
027410
027420*----------------------------------------------------------------
027430*    8300-ULTIMA-EXECUCAO: THE LATEST ENTRY FOR THE DATE,
027440*    PROGRAM AND STEP IN DL100-CTL-CHAVE-BUSCA - RUN NUMBER,
027450*    SITUATION AND RETURN CODE. RUN NUMBER ZERO = NEVER RAN.
027460*----------------------------------------------------------------
027470 8300-ULTIMA-EXECUCAO.
027480     MOVE 0 TO DL100-CTL-ULT-EXECUCAO DL100-CTL-ULT-RC
027490     MOVE SPACE TO DL100-CTL-ULT-SITUACAO
027500     MOVE 'N' TO DL100-SW-CTL-FIM
027510     MOVE DL100-CTL-BUS-DATA TO CTL-DATA-NEGOCIO
027520     MOVE DL100-CTL-BUS-PROGRAMA TO CTL-PROGRAMA
027530     MOVE DL100-CTL-BUS-ETAPA TO CTL-ETAPA
027540     MOVE 0 TO CTL-EXECUCAO
027550     START CONTROLE-FILE KEY NOT < CTL-CHAVE
027560         INVALID KEY
027570             SET DL100-FIM-RUNCTL TO TRUE
027580     END-START
027590     PERFORM 8310-LER-EXECUCAO THRU 8310-LER-EXECUCAO-EXIT
027600         UNTIL DL100-FIM-RUNCTL.
027610 8300-ULTIMA-EXECUCAO-EXIT.
027620     EXIT.
027630
027640 8310-LER-EXECUCAO.
027650     READ CONTROLE-FILE NEXT
027660         AT END
027670             SET DL100-FIM-RUNCTL TO TRUE
027680             GO TO 8310-LER-EXECUCAO-EXIT
027690     END-READ
027700     IF CTL-DATA-NEGOCIO NOT = DL100-CTL-BUS-DATA OR
027710             CTL-PROGRAMA NOT = DL100-CTL-BUS-PROGRAMA OR
027720             CTL-ETAPA NOT = DL100-CTL-BUS-ETAPA
027730         SET DL100-FIM-RUNCTL TO TRUE
027740         GO TO 8310-LER-EXECUCAO-EXIT
027750     END-IF
027760     MOVE CTL-EXECUCAO TO DL100-CTL-ULT-EXECUCAO
027770     MOVE CTL-SITUACAO TO DL100-CTL-ULT-SITUACAO
027780     MOVE CTL-RC TO DL100-CTL-ULT-RC.
027790 8310-LER-EXECUCAO-EXIT.
027800     EXIT.
027810
027820*----------------------------------------------------------------
027830*    8400-ENCERRAR-CONTROLE: FILE THE END OF THIS RUN - TIME,
027840*    RETURN CODE AND THE COUNTS LEFT IN DL100-CTL-CONTAGENS. A RUN
027850*    THAT NEVER GETS HERE STAYS STARTED ON THE LEDGER, WHICH IS
027860*    WHAT HOLDS THE JOBS THAT DEPEND ON IT.
027870*----------------------------------------------------------------
027880 8400-ENCERRAR-CONTROLE.
027890     IF NOT DL100-RUNCTL-INICIADO
027900         GO TO 8400-ENCERRAR-CONTROLE-EXIT
027910     END-IF
027920     PERFORM 8000-ABRIR-CONTROLE THRU 8000-ABRIR-CONTROLE-EXIT
027930     IF NOT DL100-CTL-OK
027940         DISPLAY 'TABOADA: FIM DA EXECUCAO NAO REGISTRADO '
027950             'NO RUNCTL'
027960         GO TO 8400-ENCERRAR-CONTROLE-EXIT
027970     END-IF
027980     MOVE DL100-CTL-CHAVE-RUN TO CTL-CHAVE
027990     READ CONTROLE-FILE
028000         INVALID KEY
028010             DISPLAY 'TABOADA: ENTRADA DA EXECUCAO SUMIU '
028020                 'DO RUNCTL'
028030             CLOSE CONTROLE-FILE
028040             GO TO 8400-ENCERRAR-CONTROLE-EXIT
028050     END-READ
028060     SET CTL-TERMINADO TO TRUE
028070     ACCEPT DL100-CTL-HOJE FROM DATE YYYYMMDD
028080     ACCEPT DL100-CTL-HORA FROM TIME
028090     MOVE DL100-CTL-HOJE TO CTL-FIM-DATA
028100     MOVE DL100-CTL-HORA(1:6) TO CTL-FIM-HORA
028110     MOVE RETURN-CODE TO CTL-RC
028120     MOVE DL100-CTL-CONTAGENS TO CTL-CONTAGENS
028130     REWRITE CTL-REGISTRO
028140         INVALID KEY
028150             DISPLAY 'TABOADA: ERRO AO REGRAVAR RUNCTL - STATUS '
028160                 DL100-CTL-STATUS
028170     END-REWRITE
028180     CLOSE CONTROLE-FILE.
028190 8400-ENCERRAR-CONTROLE-EXIT.
028200     EXIT.
