000302* 01/09/2026 GGS  ADD THE X BILLING CLASS FOR THE NEW MIXED
000304*                 DRILL SHEETS (AUDIT OPERACAO X, TABLE 96) WITH
000306*                 ITS OWN RATEFILE ROW AND INVOICE LINE.
000307* 07/09/2026 GGS  BILL EACH LINE TO THE DEPARTMENT THE OPERATOR
000308*                 BELONGED TO ON THE LINE'S AUDIT-DATA. TRANSFERS
000309*                 KEYED IN TABOPE ARE READ FROM THE OPERHIST
000310*                 HISTORY; WITHOUT OPERHIST THE CURRENT OPERFILE
000311*                 DEPARTMENT IS USED AS BEFORE.
000312* 21/09/2026 GGS  NUMBER EACH DEPARTMENT INVOICE AND FILE IT ON
000313*                 THE FATREG INVOICE REGISTER (PERIOD, DEPARTMENT,
000314*                 LINE COUNTS PER CLASS, AMOUNT) THAT TABPAG
000315*                 POSTS PAYMENTS AGAINST AND TABAGE AGES. A
000316*                 PERIOD THAT STILL HAS INVOICES IN FORCE ON THE
000317*                 REGISTER IS NOT INVOICED AGAIN - THEY MUST BE
000318*                 CANCELLED IN TABPAG FIRST - AND THE RUN ENDS
000319*                 WITH RETURN-CODE 8 WITHOUT TOUCHING FATRPT.
000320* 08/10/2026 GGS  RUN-CONTROL LEDGER. THE RUN IS FILED ON THE
000321*                 SHARED RUNCTL FILE UNDER TODAY'S DATE AND THE
000322*                 PERIOD (START, END, RETURN CODE, LINE,
000323*                 DEPARTMENT AND INVOICE COUNTS). BEFORE ANYTHING
000324*                 IS OPENED EVERY DAY OF THE PERIOD FOUND ON THE
000325*                 AUDITLOG MUST HAVE A CLEAN TABCHK (LATEST RUN
000326*                 FOR THE DAY ENDED RETURN-CODE 0) AND TODAY'S
000327*                 TABOADA BATCH MUST NOT BE RUNNING; OTHERWISE
000328*                 THE RUN IS REFUSED WITH RETURN-CODE 8 AND THE
000329*                 DAYS AT FAULT ARE LISTED. A STARTED RUN THAT
000330*                 CANNOT OPEN ITS FILES NOW ENDS WITH RC 8 TOO.
000331******************************************************************
000332 IDENTIFICATION DIVISION.
000333*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
000340 PROGRAM-ID. TABFAT.
000350 ENVIRONMENT DIVISION.
000360*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
000480         ACCESS MODE IS RANDOM
000490         RECORD KEY IS OPE-ID
000500         FILE STATUS IS DL600-OPERM-STATUS.
000501     SELECT OPER-HIST-FILE ASSIGN TO 'OPERHIST'
000502         ORGANIZATION IS INDEXED
000503         ACCESS MODE IS DYNAMIC
000504         RECORD KEY IS OPH-CHAVE
000505         FILE STATUS IS DL600-OPERH-STATUS.
000510     SELECT RATE-FILE ASSIGN TO 'RATEFILE'
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS DL600-RATE-STATUS.
000531     SELECT FATURA-REG-FILE ASSIGN TO 'FATREG'
000532         ORGANIZATION IS INDEXED
000533         ACCESS MODE IS DYNAMIC
000534         RECORD KEY IS FRG-NUMERO
000535         ALTERNATE RECORD KEY IS FRG-PERIODO WITH DUPLICATES
000536         ALTERNATE RECORD KEY IS FRG-DEPTO WITH DUPLICATES
000537         FILE STATUS IS DL600-FREG-STATUS.
000540     SELECT INVOICE-FILE ASSIGN TO 'FATRPT'
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS DL600-FAT-STATUS.
000561     SELECT CONTROLE-FILE ASSIGN TO 'RUNCTL'
000562         ORGANIZATION IS INDEXED
000563         ACCESS MODE IS DYNAMIC
000564         RECORD KEY IS CTL-CHAVE
000565         FILE STATUS IS DL600-CTL-STATUS.
000570*-----------------------
000580 DATA DIVISION.
000590*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
000920         88  OPE-ATIVO-SIM        VALUE 'S'.
000930     05  FILLER                   PIC X(49).
000940
000941*----------------------------------------------------------------
000942*    OPERATOR HISTORY KEPT BY TABOPE - SAME LAYOUT AS THERE. A
000943*    TRANSFER (TYPE T) CARRIES THE DEPARTMENT LEFT AND JOINED ON
000944*    ITS EFFECTIVE DATE (AAMMDD).
000945*----------------------------------------------------------------
000946 FD  OPER-HIST-FILE.
000947 01  OPH-REGISTRO.
000948     05  OPH-CHAVE.
000949         10  OPH-ID               PIC X(06).
000950         10  OPH-EFETIVA          PIC X(06).
000951         10  OPH-DATA-ALTER       PIC X(06).
000952         10  OPH-HORA-ALTER       PIC X(08).
000953     05  OPH-TIPO                 PIC X(01).
000954         88  OPH-TIPO-TRANSFERENCIA VALUE 'T'.
000955     05  OPH-RESPONSAVEL          PIC X(06).
000956     05  OPH-NOME-ANTES           PIC X(20).
000957     05  OPH-NOME-DEPOIS          PIC X(20).
000958     05  OPH-DEPTO-ANTES          PIC X(04).
000959     05  OPH-DEPTO-DEPOIS         PIC X(04).
000960     05  OPH-ATIVO-ANTES          PIC X(01).
000961     05  OPH-ATIVO-DEPOIS         PIC X(01).
000962     05  FILLER                   PIC X(17).
000963
000964 FD  RATE-FILE.
000965 01  RATE-REGISTRO.
000970     05  RAT-CODIGO               PIC X(02).
000980     05  FILLER                   PIC X(01).
000990     05  RAT-VALOR-TXT            PIC X(07).
001000     05  FILLER                   PIC X(70).
001010
001011*----------------------------------------------------------------
001012*    INVOICE REGISTER - ONE RECORD PER DEPARTMENT INVOICE, KEYED
001013*    BY INVOICE NUMBER. THE PERIOD IS HELD AS AAAAMM. PAYMENTS
001014*    AND CREDITS POSTED BY TABPAG ACCUMULATE ON THE RECORD; THE
001015*    BALANCE DUE IS VALOR LESS PAGO LESS CREDITO. RECORD 000000
001016*    IS THE CONTROL RECORD HOLDING THE LAST NUMBER ISSUED.
001017*----------------------------------------------------------------
001018 FD  FATURA-REG-FILE.
001019 01  FRG-REGISTRO.
001020     05  FRG-NUMERO               PIC X(06).
001021     05  FRG-PERIODO              PIC X(06).
001022     05  FRG-DEPTO                PIC X(04).
001023     05  FRG-EMISSAO              PIC 9(08).
001024     05  FRG-LIN-MULT             PIC 9(07).
001025     05  FRG-LIN-SOMA             PIC 9(07).
001026     05  FRG-LIN-DIVI             PIC 9(07).
001027     05  FRG-LIN-DECI             PIC 9(07).
001028     05  FRG-LIN-MIST             PIC 9(07).
001029     05  FRG-VALOR                PIC 9(09)V9(02).
001030     05  FRG-PAGO                 PIC 9(09)V9(02).
001031     05  FRG-CREDITO              PIC 9(09)V9(02).
001032     05  FRG-SITUACAO             PIC X(01).
001033         88  FRG-ABERTA           VALUE 'A'.
001034         88  FRG-QUITADA          VALUE 'Q'.
001035         88  FRG-CANCELADA        VALUE 'C'.
001036     05  FRG-DATA-CANCEL          PIC 9(08).
001037     05  FRG-ULT-MOVTO            PIC 9(08).
001038     05  FILLER                   PIC X(41).
001039 01  FRG-CONTROLE.
001040     05  FRG-CTL-NUMERO           PIC X(06).
001041     05  FRG-CTL-PERIODO          PIC X(06).
001042     05  FRG-CTL-DEPTO            PIC X(04).
001043     05  FRG-CTL-ULTIMO           PIC 9(06).
001044     05  FILLER                   PIC X(128).
001045
001046 FD  INVOICE-FILE.
001047 01  INVOICE-RECORD               PIC X(80).
001048
001049*----------------------------------------------------------------
001050*    RUNCTL RUN-CONTROL LEDGER SHARED BY THE NIGHT'S JOBS - ONE
001051*    ENTRY PER EXECUTION (BUSINESS DATE AAAAMMDD, PROGRAM, STEP,
001052*    RUN NUMBER) WITH START, END, RETURN CODE AND KEY COUNTS.
001053*----------------------------------------------------------------
001054 FD  CONTROLE-FILE.
001055 01  CTL-REGISTRO.
001056     05  CTL-CHAVE.
001057         10  CTL-DATA-NEGOCIO     PIC X(08).
001058         10  CTL-PROGRAMA         PIC X(08).
001059         10  CTL-ETAPA            PIC X(15).
001060         10  CTL-EXECUCAO         PIC 9(03).
001061     05  CTL-SITUACAO             PIC X(01).
001062         88  CTL-EM-EXECUCAO      VALUE 'I'.
001063         88  CTL-TERMINADO        VALUE 'F'.
001064         88  CTL-RECUSADO         VALUE 'R'.
001065         88  CTL-CANCELADO        VALUE 'C'.
001066     05  CTL-INICIO-DATA          PIC X(08).
001067     05  CTL-INICIO-HORA          PIC X(06).
001068     05  CTL-FIM-DATA             PIC X(08).
001069     05  CTL-FIM-HORA             PIC X(06).
001070     05  CTL-RC                   PIC 9(04).
001071     05  CTL-CONTAGENS.
001072         10  CTL-CONTAGEM OCCURS 3 TIMES.
001073             15  CTL-CNT-ROTULO   PIC X(10).
001074             15  CTL-CNT-VALOR    PIC 9(07).
001075     05  CTL-MENSAGEM             PIC X(50).
001076     05  FILLER                   PIC X(12).
001077
001078 WORKING-STORAGE SECTION.
001079*----------------------------------------------------------------
001080*    FILE STATUS AND END-OF-FILE CONTROLS
001081*----------------------------------------------------------------
001090 01  DL600-AUDIT-STATUS           PIC X(02).
001100     88  DL600-AUDIT-OK           VALUE '00'.
001110 01  DL600-OPERM-STATUS           PIC X(02).
001120     88  DL600-OPERM-OK           VALUE '00'.
001122 01  DL600-OPERH-STATUS           PIC X(02).
001124     88  DL600-OPERH-OK           VALUE '00'.
001126     88  DL600-OPERH-AUSENTE      VALUE '35'.
001130 01  DL600-RATE-STATUS            PIC X(02).
001140     88  DL600-RATE-OK            VALUE '00'.
001150 01  DL600-FAT-STATUS             PIC X(02).
001160     88  DL600-FAT-OK             VALUE '00'.
001163 01  DL600-FREG-STATUS            PIC X(02).
001166     88  DL600-FREG-OK            VALUE '00'.
001170
001180 01  DL600-SW-AUDIT               PIC X(01) VALUE 'N'.
001190     88  DL600-FIM-AUDIT          VALUE 'S'.
001200 01  DL600-SW-RATE                PIC X(01) VALUE 'N'.
001210     88  DL600-FIM-RATE           VALUE 'S'.
001212 01  DL600-SW-HISTORICO           PIC X(01) VALUE 'N'.
001214     88  DL600-HISTORICO-ABERTO   VALUE 'S'.
001216 01  DL600-SW-HIST                PIC X(01) VALUE 'N'.
001218     88  DL600-FIM-HIST           VALUE 'S'.
001219 01  DL600-SW-REGISTRO            PIC X(01) VALUE 'N'.
001220     88  DL600-REGISTRO-ABERTO    VALUE 'S'.
001221 01  DL600-SW-FREG                PIC X(01) VALUE 'N'.
001222     88  DL600-FIM-FREG           VALUE 'S'.
001223
001230*----------------------------------------------------------------
001240*    BILLING PERIOD - MM/AAAA FROM THE PARM OR FROM THE CONSOLE,
001250*    SAME CONVENTION AS THE TABSUM MONTH-END SUMMARY.
001340 01  DL600-PERIODO-MM-NUM         PIC 9(02).
001350 01  DL600-SW-PERIODO             PIC X(01) VALUE 'N'.
001360     88  DL600-PERIODO-VALIDO     VALUE 'S'.
001361
001362*----------------------------------------------------------------
001363*    INVOICE REGISTER CONTROLS - THE PERIOD AS THE REGISTER KEYS
001364*    IT (AAAAMM), THE ISSUE DATE AND THE NUMBER BEING ISSUED.
001365*----------------------------------------------------------------
001366 01  DL600-PERIODO-CHAVE          PIC X(06).
001367 01  DL600-DATA-EMISSAO           PIC 9(08).
001368 01  DL600-NUMERO-FATURA          PIC 9(06) VALUE 0.
001369 77  DL600-FATURAS-ATIVAS         PIC 9(05) COMP VALUE 0.
001370 77  DL600-FATURAS-GRAVADAS       PIC 9(05) COMP VALUE 0.
001375
001376*----------------------------------------------------------------
001377*    RUN-CONTROL LEDGER - THIS RUN'S ENTRY, THE ENTRY LOOKED UP
001378*    FOR A PREREQUISITE AND THE COUNTS FILED WHEN THE RUN ENDS.
001379*----------------------------------------------------------------
001380 01  DL600-CTL-STATUS             PIC X(02).
001381     88  DL600-CTL-OK             VALUE '00'.
001382     88  DL600-CTL-AUSENTE        VALUE '35'.
001383 01  DL600-SW-RUNCTL              PIC X(01) VALUE 'N'.
001384     88  DL600-RUNCTL-INICIADO    VALUE 'S'.
001385 01  DL600-SW-PREREQ              PIC X(01) VALUE 'S'.
001386     88  DL600-PREREQ-OK          VALUE 'S'.
001387 01  DL600-SW-CTL-FIM             PIC X(01) VALUE 'N'.
001388     88  DL600-FIM-RUNCTL         VALUE 'S'.
001389 01  DL600-CTL-CHAVE-RUN.
001390     05  DL600-CTL-RUN-DATA       PIC X(08).
001391     05  DL600-CTL-RUN-PROGRAMA   PIC X(08) VALUE 'TABFAT'.
001392     05  DL600-CTL-RUN-ETAPA      PIC X(15) VALUE SPACES.
001393     05  DL600-CTL-RUN-EXECUCAO   PIC 9(03) VALUE 0.
001394 01  DL600-CTL-CHAVE-BUSCA.
001395     05  DL600-CTL-BUS-DATA       PIC X(08).
001396     05  DL600-CTL-BUS-PROGRAMA   PIC X(08).
001397     05  DL600-CTL-BUS-ETAPA      PIC X(15).
001398 01  DL600-CTL-ULT-EXECUCAO       PIC 9(03) VALUE 0.
001399 01  DL600-CTL-ULT-SITUACAO       PIC X(01) VALUE SPACE.
001400 01  DL600-CTL-ULT-RC             PIC 9(04) VALUE 0.
001401 01  DL600-CTL-MOTIVO             PIC X(50) VALUE SPACES.
001402 01  DL600-CTL-HOJE               PIC 9(08).
001403 01  DL600-CTL-HORA               PIC 9(08).
001404 01  DL600-CTL-CONTAGENS.
001405     05  DL600-CTL-CNT OCCURS 3 TIMES.
001406         10  DL600-CTL-CNT-ROTULO PIC X(10).
001407         10  DL600-CTL-CNT-VALOR  PIC 9(07).
001408*    DAYS OF THE PERIOD WITH LINES ON THE AUDITLOG - EACH ONE
001409*    NEEDS A CLEAN TABCHK BEFORE THE PERIOD CAN BE INVOICED.
001410 01  DL600-CTL-TABELA-DIAS.
001411     05  DL600-CTL-DIA-USADO OCCURS 31 TIMES
001412                                  PIC X(01).
001413 77  DL600-CTL-DIA                PIC 9(02) COMP VALUE 0.
001414 01  DL600-CTL-DIA-NUM            PIC 9(02).
001415 01  DL600-CTL-FALHA              PIC X(30).
001416*----------------------------------------------------------------
001417*    RATE MASTER IMAGE - ONE PER-LINE RATE PER BILLING CLASS.
001418*    RATEFILE ROWS CARRY THE CLASS CODE (M, S, D OR 97) AND THE
001419*    RATE AS SEVEN DIGITS WITH TWO IMPLIED DECIMALS (0000150 =
001420*    1,50 PER LINE). A CLASS MISSING FROM THE FILE BILLS AT ZERO
001430*    AND IS FLAGGED ON THE CONSOLE SO THE OFFICE LOADS IT.
001440*----------------------------------------------------------------
001690 77  DL600-SELECIONADOS           PIC 9(07) COMP VALUE 0.
001700 77  DL600-SEM-LINHAS             PIC 9(07) COMP VALUE 0.
001710 77  DL600-SEM-OPERADOR           PIC 9(07) COMP VALUE 0.
001715 77  DL600-DEPTO-ANTERIOR         PIC 9(07) COMP VALUE 0.
001720 01  DL600-LINHAS-NUM             PIC 9(02).
001730 01  DL600-DEPTO-ATUAL            PIC X(04).
001740
001940     05  FILLER                   PIC X(10) VALUE SPACES.
001950     05  FILLER                   PIC X(07) VALUE 'DEPTO: '.
001960     05  DL600-FAT-DEPTO          PIC X(04).
001962     05  FILLER                   PIC X(05) VALUE SPACES.
001964     05  FILLER                   PIC X(09) VALUE 'FATURA: '.
001966     05  DL600-FAT-NUMERO         PIC X(06).
001970     05  FILLER                   PIC X(23) VALUE SPACES.
001980 01  DL600-FAT-CAB-COL            PIC X(80) VALUE
001990     'CLASSE                    LINHAS     TARIFA         VALOR'.
002000 01  DL600-FAT-LINHA.
002490         GO TO 1000-INICIALIZAR-EXIT
002500     END-IF
002510     MOVE DL600-PERIODO-AAAA(3:2) TO DL600-PERIODO-AA
002511     ACCEPT DL600-CTL-HOJE FROM DATE YYYYMMDD
002512     MOVE DL600-CTL-HOJE TO DL600-CTL-RUN-DATA
002513     MOVE DL600-PERIODO-ENTRADA TO DL600-CTL-RUN-ETAPA
002514     PERFORM 8100-INICIAR-CONTROLE THRU 8100-INICIAR-CONTROLE-EXIT
002515     IF NOT DL600-PREREQ-OK
002516         MOVE 'N' TO DL600-SW-PERIODO
002517         GO TO 1000-INICIALIZAR-EXIT
002518     END-IF
002520     PERFORM 1200-CARREGAR-TARIFAS THRU 1200-CARREGAR-TARIFAS-EXIT
002530     IF NOT DL600-PERIODO-VALIDO
002540         GO TO 1000-INICIALIZAR-EXIT
002550     END-IF
002551     PERFORM 1400-VERIFICAR-REGISTRO THRU
002552             1400-VERIFICAR-REGISTRO-EXIT
002553     IF NOT DL600-PERIODO-VALIDO
002554         GO TO 1000-INICIALIZAR-EXIT
002555     END-IF
002560     OPEN INPUT AUDIT-FILE
002570     IF NOT DL600-AUDIT-OK
002580         DISPLAY 'ERRO AO ABRIR AUDITLOG - STATUS '
002680         MOVE 'N' TO DL600-SW-PERIODO
002690         GO TO 1000-INICIALIZAR-EXIT
002700     END-IF
002701     OPEN INPUT OPER-HIST-FILE
002702     IF DL600-OPERH-OK
002703         MOVE 'S' TO DL600-SW-HISTORICO
002704     ELSE
002705     IF DL600-OPERH-AUSENTE
002706         DISPLAY 'TABFAT: OPERHIST AUSENTE - FATURA PELO '
002707             'DEPARTAMENTO ATUAL DO OPERADOR'
002708     ELSE
002709         DISPLAY 'ERRO AO ABRIR OPERHIST - STATUS '
002710             DL600-OPERH-STATUS
002711         CLOSE AUDIT-FILE
002712         CLOSE OPERATOR-FILE
002713         MOVE 'N' TO DL600-SW-PERIODO
002714         GO TO 1000-INICIALIZAR-EXIT
002715     END-IF
002716     END-IF
002717     OPEN OUTPUT INVOICE-FILE
002720     IF NOT DL600-FAT-OK
002730         DISPLAY 'ERRO AO ABRIR FATRPT - STATUS '
002740             DL600-FAT-STATUS
002750         CLOSE AUDIT-FILE
002760         CLOSE OPERATOR-FILE
002762         IF DL600-HISTORICO-ABERTO
002764             CLOSE OPER-HIST-FILE
002766         END-IF
002770         MOVE 'N' TO DL600-SW-PERIODO
002780     END-IF.
002790 1000-INICIALIZAR-EXIT.
003705     END-IF.
003710 1300-LER-TARIFA-EXIT.
003720     EXIT.
003721
003722*----------------------------------------------------------------
003723*    1400-VERIFICAR-REGISTRO: OPEN THE INVOICE REGISTER (BUILT
003724*    EMPTY ON THE FIRST RUN) AND LOOK FOR INVOICES OF THIS
003725*    PERIOD. ANY THAT ARE NOT CANCELLED MEAN THE PERIOD HAS
003726*    BEEN BILLED - THE RUN STOPS BEFORE FATRPT IS OPENED.
003727*----------------------------------------------------------------
003728 1400-VERIFICAR-REGISTRO.
003729     ACCEPT DL600-DATA-EMISSAO FROM DATE YYYYMMDD
003730     STRING DL600-PERIODO-AAAA DL600-PERIODO-MM
003731         DELIMITED BY SIZE INTO DL600-PERIODO-CHAVE
003732     OPEN I-O FATURA-REG-FILE
003733     IF NOT DL600-FREG-OK
003734         OPEN OUTPUT FATURA-REG-FILE
003735         CLOSE FATURA-REG-FILE
003736         OPEN I-O FATURA-REG-FILE
003737     END-IF
003738     IF NOT DL600-FREG-OK
003739         DISPLAY 'ERRO AO ABRIR FATREG - STATUS '
003740             DL600-FREG-STATUS
003741         MOVE 'N' TO DL600-SW-PERIODO
003742         MOVE 8 TO RETURN-CODE
003743         GO TO 1400-VERIFICAR-REGISTRO-EXIT
003744     END-IF
003745     MOVE 'S' TO DL600-SW-REGISTRO
003746     MOVE DL600-PERIODO-CHAVE TO FRG-PERIODO
003747     START FATURA-REG-FILE KEY = FRG-PERIODO
003748         INVALID KEY
003749             GO TO 1400-VERIFICAR-REGISTRO-EXIT
003750     END-START
003751     MOVE 'N' TO DL600-SW-FREG
003752     PERFORM 1410-CONTAR-FATURA THRU 1410-CONTAR-FATURA-EXIT
003753         UNTIL DL600-FIM-FREG
003754     IF DL600-FATURAS-ATIVAS > 0
003755         DISPLAY 'TABFAT: PERIODO ' DL600-PERIODO-ENTRADA
003756             ' JA FATURADO - ' DL600-FATURAS-ATIVAS
003757             ' FATURAS EM VIGOR NO FATREG'
003758         DISPLAY 'TABFAT: CANCELE AS FATURAS NO TABPAG ANTES DE '
003759             'FATURAR O PERIODO DE NOVO'
003760         MOVE 'N' TO DL600-SW-PERIODO
003761         MOVE 8 TO RETURN-CODE
003762     END-IF.
003763 1400-VERIFICAR-REGISTRO-EXIT.
003764     EXIT.
003765
003766 1410-CONTAR-FATURA.
003767     READ FATURA-REG-FILE NEXT
003768         AT END
003769             SET DL600-FIM-FREG TO TRUE
003770             GO TO 1410-CONTAR-FATURA-EXIT
003771     END-READ
003772     IF FRG-PERIODO NOT = DL600-PERIODO-CHAVE
003773         SET DL600-FIM-FREG TO TRUE
003774         GO TO 1410-CONTAR-FATURA-EXIT
003775     END-IF
003776     IF FRG-NUMERO NOT = '000000' AND NOT FRG-CANCELADA
003777         ADD 1 TO DL600-FATURAS-ATIVAS
003778     END-IF.
003779 1410-CONTAR-FATURA-EXIT.
003780     EXIT.
003781
003782*----------------------------------------------------------------
003783*    2000-ACUMULAR-AUDITORIA: READ EVERY AUDITLOG LINE, SELECT
003784*    THE BILLING PERIOD, JOIN THE OPERATOR TO OPERFILE FOR THE
003785*    DEPARTMENT AND TALLY THE LINE COUNT UNDER THE BILLING CLASS.
003786*----------------------------------------------------------------
003790 2000-ACUMULAR-AUDITORIA.
003800     PERFORM 2100-LER-AUDITORIA THRU 2100-LER-AUDITORIA-EXIT
003810     PERFORM UNTIL DL600-FIM-AUDIT
004340*----------------------------------------------------------------
004350*    2300-BUSCAR-DEPARTAMENTO: JOIN THE AUDIT LINE'S OPERATOR TO
004360*    OPERFILE. AN ID NOT ON THE MASTER BILLS TO THE ???? BUCKET -
004370*    THE CHARGE STAYS VISIBLE INSTEAD OF VANISHING. THE MASTER
004372*    HOLDS TODAY'S DEPARTMENT; A TRANSFER ON OPERHIST DATED
004374*    AFTER THE LINE MEANS THE LINE BELONGS TO THE DEPARTMENT THE
004376*    OPERATOR LEFT.
004380*----------------------------------------------------------------
004390 2300-BUSCAR-DEPARTAMENTO.
004400     MOVE AUDIT-OPERADOR TO OPE-ID
004420         INVALID KEY
004430             MOVE '????' TO DL600-DEPTO-ATUAL
004440             ADD 1 TO DL600-SEM-OPERADOR
004445             GO TO 2300-BUSCAR-DEPARTAMENTO-EXIT
004450         NOT INVALID KEY
004460             MOVE OPE-DEPTO TO DL600-DEPTO-ATUAL
004470     END-READ
004472     IF DL600-HISTORICO-ABERTO
004474         PERFORM 2350-DEPTO-NA-DATA THRU 2350-DEPTO-NA-DATA-EXIT
004476     END-IF.
004480 2300-BUSCAR-DEPARTAMENTO-EXIT.
004490     EXIT.
004491
004492*----------------------------------------------------------------
004493*    2350-DEPTO-NA-DATA: POSITION OPERHIST JUST PAST THE LINE'S
004494*    DATE FOR THIS OPERATOR. THE FIRST LATER TRANSFER GIVES THE
004495*    DEPARTMENT HELD ON THE LINE'S DATE (ITS DEPARTMENT LEFT);
004496*    NO LATER TRANSFER LEAVES THE CURRENT DEPARTMENT IN PLACE. A
004497*    TRANSFER EFFECTIVE ON THE LINE'S OWN DATE ALREADY COUNTS.
004498*----------------------------------------------------------------
004499 2350-DEPTO-NA-DATA.
004500     MOVE AUDIT-OPERADOR TO OPH-ID
004501     STRING AUDIT-DATA-AA AUDIT-DATA-MM AUDIT-DATA-DD
004502         DELIMITED BY SIZE INTO OPH-EFETIVA
004503     MOVE HIGH-VALUES TO OPH-DATA-ALTER OPH-HORA-ALTER
004504     START OPER-HIST-FILE KEY > OPH-CHAVE
004505         INVALID KEY
004506             GO TO 2350-DEPTO-NA-DATA-EXIT
004507     END-START
004508     MOVE 'N' TO DL600-SW-HIST
004509     PERFORM 2360-LER-TRANSFERENCIA THRU
004510             2360-LER-TRANSFERENCIA-EXIT
004511         UNTIL DL600-FIM-HIST.
004512 2350-DEPTO-NA-DATA-EXIT.
004513     EXIT.
004514
004515 2360-LER-TRANSFERENCIA.
004516     READ OPER-HIST-FILE NEXT
004517         AT END
004518             SET DL600-FIM-HIST TO TRUE
004519             GO TO 2360-LER-TRANSFERENCIA-EXIT
004520     END-READ
004521     IF OPH-ID NOT = AUDIT-OPERADOR
004522         SET DL600-FIM-HIST TO TRUE
004523         GO TO 2360-LER-TRANSFERENCIA-EXIT
004524     END-IF
004525     IF OPH-TIPO-TRANSFERENCIA
004526         MOVE OPH-DEPTO-ANTES TO DL600-DEPTO-ATUAL
004527         ADD 1 TO DL600-DEPTO-ANTERIOR
004528         SET DL600-FIM-HIST TO TRUE
004529     END-IF.
004530 2360-LER-TRANSFERENCIA-EXIT.
004531     EXIT.
004532
004533*----------------------------------------------------------------
004534*    2400-LOCALIZAR-DEPTO: FIND OR ADD THE DEPARTMENT ROW IN THE
004535*    ACCUMULATOR TABLE. A FULL TABLE DROPS THE LINE WITH A
004540*    CONSOLE NOTE - FIFTY DEPARTMENTS IS WELL PAST THE SCHOOL.
004550*----------------------------------------------------------------
004560 2400-LOCALIZAR-DEPTO.
004890     PERFORM 4100-IMPRIMIR-PAGINA THRU 4100-IMPRIMIR-PAGINA-EXIT
004900         VARYING DL600-DEP-IDX FROM 1 BY 1
004910         UNTIL DL600-DEP-IDX > DL600-DEP-QTDE
004913     DISPLAY 'TABFAT: ' DL600-FATURAS-GRAVADAS
004916         ' FATURAS REGISTRADAS NO FATREG'
004920     DISPLAY 'TABFAT: ' DL600-LIDOS ' LINHAS LIDAS, '
004930         DL600-SELECIONADOS ' NO PERIODO, '
004940         DL600-DEP-QTDE ' DEPARTAMENTOS FATURADOS'
004990     IF DL600-SEM-OPERADOR > 0
005000         DISPLAY 'TABFAT: ' DL600-SEM-OPERADOR
005010             ' LINHAS COM OPERADOR DESCONHECIDO (DEPTO ????)'
005012     END-IF
005014     IF DL600-DEPTO-ANTERIOR > 0
005016         DISPLAY 'TABFAT: ' DL600-DEPTO-ANTERIOR
005018             ' LINHAS FATURADAS AO DEPTO ANTERIOR A TRANSFERENCIA'
005020     END-IF.
005030 4000-IMPRIMIR-FATURAS-EXIT.
005040     EXIT.
005050
005060 4100-IMPRIMIR-PAGINA.
005063     PERFORM 4050-NUMERAR-FATURA THRU 4050-NUMERAR-FATURA-EXIT
005066     MOVE DL600-NUMERO-FATURA TO DL600-FAT-NUMERO
005070     MOVE DL600-PERIODO-ENTRADA TO DL600-FAT-PERIODO
005080     MOVE DL600-DEP-DEPTO(DL600-DEP-IDX) TO DL600-FAT-DEPTO
005090     WRITE INVOICE-RECORD FROM DL600-FAT-CAB-01
005430     MOVE DL600-VALOR-TOTAL TO DL600-FAT-TOTAL
005440     WRITE INVOICE-RECORD FROM DL600-FAT-LINHA-TOT
005450     MOVE SPACES TO INVOICE-RECORD
005460     WRITE INVOICE-RECORD AFTER ADVANCING PAGE
005463     PERFORM 4300-REGISTRAR-FATURA THRU
005466             4300-REGISTRAR-FATURA-EXIT.
005470 4100-IMPRIMIR-PAGINA-EXIT.
005480     EXIT.
005481
005482*----------------------------------------------------------------
005483*    4050-NUMERAR-FATURA: TAKE THE NEXT NUMBER FROM THE REGISTER
005484*    CONTROL RECORD (CREATED AT ZERO THE FIRST TIME).
005485*----------------------------------------------------------------
005486 4050-NUMERAR-FATURA.
005487     MOVE '000000' TO FRG-NUMERO
005488     READ FATURA-REG-FILE
005489         INVALID KEY
005490             MOVE SPACES TO FRG-CONTROLE
005491             MOVE '000000' TO FRG-CTL-NUMERO FRG-CTL-PERIODO
005492             MOVE '****' TO FRG-CTL-DEPTO
005493             MOVE 0 TO FRG-CTL-ULTIMO
005494             WRITE FRG-CONTROLE
005495                 INVALID KEY
005496                     DISPLAY 'ERRO AO CRIAR CONTROLE DO FATREG - '
005497                         'STATUS ' DL600-FREG-STATUS
005498                     MOVE 8 TO RETURN-CODE
005499             END-WRITE
005500     END-READ
005501     ADD 1 TO FRG-CTL-ULTIMO
005502     MOVE FRG-CTL-ULTIMO TO DL600-NUMERO-FATURA
005503     REWRITE FRG-CONTROLE
005504         INVALID KEY
005505             DISPLAY 'ERRO AO ATUALIZAR CONTROLE DO FATREG - '
005506                 'STATUS ' DL600-FREG-STATUS
005507             MOVE 8 TO RETURN-CODE
005508     END-REWRITE.
005509 4050-NUMERAR-FATURA-EXIT.
005510     EXIT.
005511
005512 4200-GRAVAR-LINHA-CLASSE.
005513     MOVE DL600-VALOR-CLASSE TO DL600-FAT-VALOR
005520     ADD DL600-VALOR-CLASSE TO DL600-VALOR-TOTAL
005530     WRITE INVOICE-RECORD FROM DL600-FAT-LINHA.
005540 4200-GRAVAR-LINHA-CLASSE-EXIT.
005550     EXIT.
005551
005552*----------------------------------------------------------------
005553*    4300-REGISTRAR-FATURA: FILE THE INVOICE JUST PRINTED ON THE
005554*    REGISTER, OPEN WITH NOTHING YET PAID OR CREDITED.
005555*----------------------------------------------------------------
005556 4300-REGISTRAR-FATURA.
005557     MOVE SPACES TO FRG-REGISTRO
005558     MOVE DL600-NUMERO-FATURA TO FRG-NUMERO
005559     MOVE DL600-PERIODO-CHAVE TO FRG-PERIODO
005560     MOVE DL600-DEP-DEPTO(DL600-DEP-IDX) TO FRG-DEPTO
005561     MOVE DL600-DATA-EMISSAO TO FRG-EMISSAO FRG-ULT-MOVTO
005562     MOVE DL600-DEP-MULT(DL600-DEP-IDX) TO FRG-LIN-MULT
005563     MOVE DL600-DEP-SOMA(DL600-DEP-IDX) TO FRG-LIN-SOMA
005564     MOVE DL600-DEP-DIVI(DL600-DEP-IDX) TO FRG-LIN-DIVI
005565     MOVE DL600-DEP-DECI(DL600-DEP-IDX) TO FRG-LIN-DECI
005566     MOVE DL600-DEP-MIST(DL600-DEP-IDX) TO FRG-LIN-MIST
005567     MOVE DL600-VALOR-TOTAL TO FRG-VALOR
005568     MOVE 0 TO FRG-PAGO FRG-CREDITO FRG-DATA-CANCEL
005569     MOVE 'A' TO FRG-SITUACAO
005570     WRITE FRG-REGISTRO
005571         INVALID KEY
005572             DISPLAY 'ERRO AO REGISTRAR A FATURA ' FRG-NUMERO
005573                 ' - STATUS ' DL600-FREG-STATUS
005574             MOVE 8 TO RETURN-CODE
005575         NOT INVALID KEY
005576             ADD 1 TO DL600-FATURAS-GRAVADAS
005577     END-WRITE.
005578 4300-REGISTRAR-FATURA-EXIT.
005579     EXIT.
005580
005581*----------------------------------------------------------------
005582*    8000-ABRIR-CONTROLE: THE RUNCTL LEDGER IS SHARED BY THE WHOLE
005583*    STREAM; ONLY A MISSING FILE IS CREATED - ANY OTHER FAILURE
005584*    IS REPORTED AND LEFT ALONE.
005585*----------------------------------------------------------------
005586 8000-ABRIR-CONTROLE.
005587     OPEN I-O CONTROLE-FILE
005588     IF DL600-CTL-AUSENTE
005589         OPEN OUTPUT CONTROLE-FILE
005590         CLOSE CONTROLE-FILE
005591         OPEN I-O CONTROLE-FILE
005592     END-IF
005593     IF NOT DL600-CTL-OK
005594         DISPLAY 'ERRO AO ABRIR RUNCTL - STATUS ' DL600-CTL-STATUS
005595     END-IF.
005596 8000-ABRIR-CONTROLE-EXIT.
005597     EXIT.
005598
005599*----------------------------------------------------------------
005600*    8100-INICIAR-CONTROLE: BEFORE THE RUN TOUCHES ANYTHING -
005601*    CHECK THE PREREQUISITES ON THE LEDGER, THEN FILE THIS RUN
005602*    (NEXT RUN NUMBER FOR ITS DATE, PROGRAM AND STEP) AS STARTED.
005603*    A REFUSAL IS FILED TOO, WITH ITS REASON, AND THE RUN ENDS
005604*    WITH RETURN-CODE 8 BEFORE OPENING ANY OF ITS FILES.
005605*----------------------------------------------------------------
005606 8100-INICIAR-CONTROLE.
005607     MOVE 'S' TO DL600-SW-PREREQ
005608     MOVE SPACES TO DL600-CTL-MOTIVO
005609     ACCEPT DL600-CTL-HOJE FROM DATE YYYYMMDD
005610     PERFORM 8000-ABRIR-CONTROLE THRU 8000-ABRIR-CONTROLE-EXIT
005611     IF NOT DL600-CTL-OK
005612         DISPLAY 'TABFAT: SEM O RUNCTL NAO HA COMO CONFERIR OS '
005613             'PRE-REQUISITOS - EXECUCAO CANCELADA'
005614         MOVE 'N' TO DL600-SW-PREREQ
005615         MOVE 8 TO RETURN-CODE
005616         GO TO 8100-INICIAR-CONTROLE-EXIT
005617     END-IF
005618     PERFORM 8200-CONFERIR-PREREQUISITOS THRU
005619             8200-CONFERIR-PREREQUISITOS-EXIT
005620     MOVE DL600-CTL-RUN-DATA TO DL600-CTL-BUS-DATA
005621     MOVE DL600-CTL-RUN-PROGRAMA TO DL600-CTL-BUS-PROGRAMA
005622     MOVE DL600-CTL-RUN-ETAPA TO DL600-CTL-BUS-ETAPA
005623     PERFORM 8300-ULTIMA-EXECUCAO THRU 8300-ULTIMA-EXECUCAO-EXIT
005624     COMPUTE DL600-CTL-RUN-EXECUCAO = DL600-CTL-ULT-EXECUCAO + 1
005625     INITIALIZE CTL-REGISTRO
005626     MOVE DL600-CTL-CHAVE-RUN TO CTL-CHAVE
005627     ACCEPT DL600-CTL-HORA FROM TIME
005628     MOVE DL600-CTL-HOJE TO CTL-INICIO-DATA
005629     MOVE DL600-CTL-HORA(1:6) TO CTL-INICIO-HORA
005630     IF DL600-PREREQ-OK
005631         SET CTL-EM-EXECUCAO TO TRUE
005632     ELSE
005633         SET CTL-RECUSADO TO TRUE
005634         MOVE DL600-CTL-HOJE TO CTL-FIM-DATA
005635         MOVE DL600-CTL-HORA(1:6) TO CTL-FIM-HORA
005636         MOVE 8 TO CTL-RC
005637         MOVE DL600-CTL-MOTIVO TO CTL-MENSAGEM
005638     END-IF
005639     WRITE CTL-REGISTRO
005640         INVALID KEY
005641             DISPLAY 'ERRO AO GRAVAR RUNCTL - STATUS '
005642                 DL600-CTL-STATUS
005643             IF DL600-PREREQ-OK
005644                 MOVE 'N' TO DL600-SW-PREREQ
005645                 MOVE 'ENTRADA DA EXECUCAO NAO GRAVADA NO RUNCTL'
005646                     TO DL600-CTL-MOTIVO
005647             END-IF
005648     END-WRITE
005649     CLOSE CONTROLE-FILE
005650     IF DL600-PREREQ-OK
005651         MOVE 'S' TO DL600-SW-RUNCTL
005652     ELSE
005653         DISPLAY 'TABFAT: PRE-REQUISITO NAO ATENDIDO - '
005654             DL600-CTL-MOTIVO
005655         DISPLAY 'TABFAT: EXECUCAO CANCELADA - NADA FOI ALTERADO'
005656         MOVE 8 TO RETURN-CODE
005657     END-IF.
005658 8100-INICIAR-CONTROLE-EXIT.
005659     EXIT.
005660
005661*----------------------------------------------------------------
005662*    8200-CONFERIR-PREREQUISITOS: EVERY DAY OF THE PERIOD THAT
005663*    HAS LINES ON THE AUDITLOG MUST HAVE A CLEAN TABCHK - ITS
005664*    LATEST RUN FOR THE DAY ENDED WITH RETURN-CODE 0. THE DAYS
005665*    COME FROM A FIRST PASS OVER THE AUDITLOG. EVERY DAY AT FAULT
005666*    IS LISTED ON THE CONSOLE; THE FIRST ONE IS FILED AS THE
005667*    REASON. TODAY'S TABOADA BATCH MUST NOT BE RUNNING EITHER.
005668*----------------------------------------------------------------
005669 8200-CONFERIR-PREREQUISITOS.
005670     MOVE ALL 'N' TO DL600-CTL-TABELA-DIAS
005671     OPEN INPUT AUDIT-FILE
005672     IF NOT DL600-AUDIT-OK
005673         DISPLAY 'ERRO AO ABRIR AUDITLOG - STATUS '
005674             DL600-AUDIT-STATUS
005675         MOVE 'N' TO DL600-SW-PREREQ
005676         MOVE 'AUDITLOG INDISPONIVEL PARA LEVANTAR OS DIAS'
005677             TO DL600-CTL-MOTIVO
005678         GO TO 8200-CONFERIR-PREREQUISITOS-EXIT
005679     END-IF
005680     MOVE 'N' TO DL600-SW-AUDIT
005681     PERFORM 8210-MARCAR-DIA THRU 8210-MARCAR-DIA-EXIT
005682         UNTIL DL600-FIM-AUDIT
005683     CLOSE AUDIT-FILE
005684     MOVE 'N' TO DL600-SW-AUDIT
005685     MOVE 'TABCHK' TO DL600-CTL-BUS-PROGRAMA
005686     MOVE SPACES TO DL600-CTL-BUS-ETAPA
005687     PERFORM 8220-CONFERIR-DIA THRU 8220-CONFERIR-DIA-EXIT
005688         VARYING DL600-CTL-DIA FROM 1 BY 1
005689         UNTIL DL600-CTL-DIA > 31
005690     IF DL600-PREREQ-OK
005691         MOVE DL600-CTL-HOJE TO DL600-CTL-BUS-DATA
005692         MOVE 'TABOADA' TO DL600-CTL-BUS-PROGRAMA
005693         MOVE 'LOTE' TO DL600-CTL-BUS-ETAPA
005694         PERFORM 8250-CONFERIR-EM-CURSO THRU
005695                 8250-CONFERIR-EM-CURSO-EXIT
005696     END-IF.
005697 8200-CONFERIR-PREREQUISITOS-EXIT.
005698     EXIT.
005699
005700 8210-MARCAR-DIA.
005701     READ AUDIT-FILE
005702         AT END
005703             SET DL600-FIM-AUDIT TO TRUE
005704             GO TO 8210-MARCAR-DIA-EXIT
005705     END-READ
005706     IF AUDIT-DATA-MM = DL600-PERIODO-MM AND
005707             AUDIT-DATA-AA = DL600-PERIODO-AA AND
005708             AUDIT-DATA-DD NUMERIC
005709         MOVE AUDIT-DATA-DD TO DL600-CTL-DIA-NUM
005710         IF DL600-CTL-DIA-NUM > 0 AND DL600-CTL-DIA-NUM < 32
005711             MOVE 'S' TO DL600-CTL-DIA-USADO(DL600-CTL-DIA-NUM)
005712         END-IF
005713     END-IF.
005714 8210-MARCAR-DIA-EXIT.
005715     EXIT.
005716
005717 8220-CONFERIR-DIA.
005718     IF DL600-CTL-DIA-USADO(DL600-CTL-DIA) NOT = 'S'
005719         GO TO 8220-CONFERIR-DIA-EXIT
005720     END-IF
005721     MOVE DL600-CTL-DIA TO DL600-CTL-DIA-NUM
005722     STRING DL600-PERIODO-AAAA DL600-PERIODO-MM DL600-CTL-DIA-NUM
005723         DELIMITED BY SIZE INTO DL600-CTL-BUS-DATA
005724     PERFORM 8300-ULTIMA-EXECUCAO THRU 8300-ULTIMA-EXECUCAO-EXIT
005725     MOVE SPACES TO DL600-CTL-FALHA
005726     IF DL600-CTL-ULT-EXECUCAO = 0
005727         MOVE 'NAO EXECUTADO' TO DL600-CTL-FALHA
005728     ELSE
005729     IF DL600-CTL-ULT-SITUACAO = 'I'
005730         MOVE 'EM EXECUCAO OU INTERROMPIDO' TO DL600-CTL-FALHA
005731     ELSE
005732     IF DL600-CTL-ULT-SITUACAO = 'R'
005733         MOVE 'RECUSADO' TO DL600-CTL-FALHA
005734     ELSE
005735     IF DL600-CTL-ULT-SITUACAO = 'C'
005736         MOVE 'CANCELADO' TO DL600-CTL-FALHA
005737     ELSE
005738     IF DL600-CTL-ULT-RC NOT = 0
005739         STRING 'TERMINOU COM RC ' DL600-CTL-ULT-RC
005740             DELIMITED BY SIZE INTO DL600-CTL-FALHA
005741     END-IF
005742     END-IF
005743     END-IF
005744     END-IF
005745     END-IF
005746     IF DL600-CTL-FALHA = SPACES
005747         GO TO 8220-CONFERIR-DIA-EXIT
005748     END-IF
005749     DISPLAY 'TABFAT: TABCHK DE ' DL600-CTL-DIA-NUM '/'
005750         DL600-PERIODO-MM '/' DL600-PERIODO-AAAA ' '
005751         DL600-CTL-FALHA
005752     IF DL600-PREREQ-OK
005753         MOVE 'N' TO DL600-SW-PREREQ
005754         MOVE SPACES TO DL600-CTL-MOTIVO
005755         STRING 'TABCHK DE ' DL600-CTL-DIA-NUM '/'
005756             DL600-PERIODO-MM '/' DL600-PERIODO-AAAA ' '
005757             DELIMITED BY SIZE
005758             DL600-CTL-FALHA DELIMITED BY '  '
005759             INTO DL600-CTL-MOTIVO
005760     END-IF.
005761 8220-CONFERIR-DIA-EXIT.
005762     EXIT.
005763
005764*----------------------------------------------------------------
005765*    8250-CONFERIR-EM-CURSO: THE LATEST RUN OF THE STEP IN
005766*    DL600-CTL-CHAVE-BUSCA MUST NOT STILL BE MARKED STARTED - A
005767*    JOB THAT IS RUNNING, OR DIED WITHOUT ENDING, MAY STILL BE
005768*    HALF WAY THROUGH THE FILES IT OWNS.
005769*----------------------------------------------------------------
005770 8250-CONFERIR-EM-CURSO.
005771     PERFORM 8300-ULTIMA-EXECUCAO THRU 8300-ULTIMA-EXECUCAO-EXIT
005772     IF DL600-CTL-ULT-SITUACAO = 'I'
005773         MOVE 'N' TO DL600-SW-PREREQ
005774         MOVE SPACES TO DL600-CTL-MOTIVO
005775         STRING DL600-CTL-BUS-PROGRAMA DELIMITED BY SPACE
005776             ' ' DL600-CTL-BUS-ETAPA DELIMITED BY '  '
005777             ' EM EXECUCAO OU INTERROMPIDO' DELIMITED BY SIZE
005778             INTO DL600-CTL-MOTIVO
005779     END-IF.
005780 8250-CONFERIR-EM-CURSO-EXIT.
005781     EXIT.
005782
005783*----------------------------------------------------------------
005784*    8300-ULTIMA-EXECUCAO: THE LATEST ENTRY FOR THE DATE,
005785*    PROGRAM AND STEP IN DL600-CTL-CHAVE-BUSCA - RUN NUMBER,
005786*    SITUATION AND RETURN CODE. RUN NUMBER ZERO = NEVER RAN.
005787*----------------------------------------------------------------
005788 8300-ULTIMA-EXECUCAO.
005789     MOVE 0 TO DL600-CTL-ULT-EXECUCAO DL600-CTL-ULT-RC
005790     MOVE SPACE TO DL600-CTL-ULT-SITUACAO
005791     MOVE 'N' TO DL600-SW-CTL-FIM
005792     MOVE DL600-CTL-BUS-DATA TO CTL-DATA-NEGOCIO
005793     MOVE DL600-CTL-BUS-PROGRAMA TO CTL-PROGRAMA
005794     MOVE DL600-CTL-BUS-ETAPA TO CTL-ETAPA
005795     MOVE 0 TO CTL-EXECUCAO
005796     START CONTROLE-FILE KEY NOT < CTL-CHAVE
005797         INVALID KEY
005798             SET DL600-FIM-RUNCTL TO TRUE
005799     END-START
005800     PERFORM 8310-LER-EXECUCAO THRU 8310-LER-EXECUCAO-EXIT
005801         UNTIL DL600-FIM-RUNCTL.
005802 8300-ULTIMA-EXECUCAO-EXIT.
005803     EXIT.
005804
005805 8310-LER-EXECUCAO.
005806     READ CONTROLE-FILE NEXT
005807         AT END
005808             SET DL600-FIM-RUNCTL TO TRUE
005809             GO TO 8310-LER-EXECUCAO-EXIT
005810     END-READ
005811     IF CTL-DATA-NEGOCIO NOT = DL600-CTL-BUS-DATA OR
005812             CTL-PROGRAMA NOT = DL600-CTL-BUS-PROGRAMA OR
005813             CTL-ETAPA NOT = DL600-CTL-BUS-ETAPA
005814         SET DL600-FIM-RUNCTL TO TRUE
005815         GO TO 8310-LER-EXECUCAO-EXIT
005816     END-IF
005817     MOVE CTL-EXECUCAO TO DL600-CTL-ULT-EXECUCAO
005818     MOVE CTL-SITUACAO TO DL600-CTL-ULT-SITUACAO
005819     MOVE CTL-RC TO DL600-CTL-ULT-RC.
005820 8310-LER-EXECUCAO-EXIT.
005821     EXIT.
005822
005823*----------------------------------------------------------------
005824*    8400-ENCERRAR-CONTROLE: FILE THE END OF THIS RUN - TIME,
005825*    RETURN CODE AND THE COUNTS LEFT IN DL600-CTL-CONTAGENS. A RUN
005826*    THAT NEVER GETS HERE STAYS STARTED ON THE LEDGER, WHICH IS
005827*    WHAT HOLDS THE JOBS THAT DEPEND ON IT.
005828*----------------------------------------------------------------
005829 8400-ENCERRAR-CONTROLE.
005830     IF NOT DL600-RUNCTL-INICIADO
005831         GO TO 8400-ENCERRAR-CONTROLE-EXIT
005832     END-IF
005833     PERFORM 8000-ABRIR-CONTROLE THRU 8000-ABRIR-CONTROLE-EXIT
005834     IF NOT DL600-CTL-OK
005835         DISPLAY 'TABFAT: FIM DA EXECUCAO NAO REGISTRADO '
005836             'NO RUNCTL'
005837         GO TO 8400-ENCERRAR-CONTROLE-EXIT
005838     END-IF
005839     MOVE DL600-CTL-CHAVE-RUN TO CTL-CHAVE
005840     READ CONTROLE-FILE
005841         INVALID KEY
005842             DISPLAY 'TABFAT: ENTRADA DA EXECUCAO SUMIU '
005843                 'DO RUNCTL'
005844             CLOSE CONTROLE-FILE
005845             GO TO 8400-ENCERRAR-CONTROLE-EXIT
005846     END-READ
005847     SET CTL-TERMINADO TO TRUE
005848     ACCEPT DL600-CTL-HOJE FROM DATE YYYYMMDD
005849     ACCEPT DL600-CTL-HORA FROM TIME
005850     MOVE DL600-CTL-HOJE TO CTL-FIM-DATA
005851     MOVE DL600-CTL-HORA(1:6) TO CTL-FIM-HORA
005852     MOVE RETURN-CODE TO CTL-RC
005853     MOVE DL600-CTL-CONTAGENS TO CTL-CONTAGENS
005854     REWRITE CTL-REGISTRO
005855         INVALID KEY
005856             DISPLAY 'TABFAT: ERRO AO REGRAVAR RUNCTL - STATUS '
005857                 DL600-CTL-STATUS
005858     END-REWRITE
005859     CLOSE CONTROLE-FILE.
005860 8400-ENCERRAR-CONTROLE-EXIT.
005861     EXIT.
005862
005863 9999-ENCERRAR.
005864     IF DL600-RUNCTL-INICIADO AND NOT DL600-PERIODO-VALIDO
005865             AND RETURN-CODE = 0
005866         MOVE 8 TO RETURN-CODE
005867     END-IF
005868     MOVE 'LINHAS' TO DL600-CTL-CNT-ROTULO(1)
005869     MOVE DL600-SELECIONADOS TO DL600-CTL-CNT-VALOR(1)
005870     MOVE 'DEPTOS' TO DL600-CTL-CNT-ROTULO(2)
005871     MOVE DL600-DEP-QTDE TO DL600-CTL-CNT-VALOR(2)
005872     MOVE 'FATURAS' TO DL600-CTL-CNT-ROTULO(3)
005873     MOVE DL600-FATURAS-GRAVADAS TO DL600-CTL-CNT-VALOR(3)
005874     PERFORM 8400-ENCERRAR-CONTROLE THRU
005875             8400-ENCERRAR-CONTROLE-EXIT
005876     IF DL600-PERIODO-VALIDO
005877         CLOSE AUDIT-FILE
005878         CLOSE OPERATOR-FILE
005879         IF DL600-HISTORICO-ABERTO
005880             CLOSE OPER-HIST-FILE
005881         END-IF
005882         CLOSE INVOICE-FILE
005883         DISPLAY 'TABFAT: FATURAS GRAVADAS EM FATRPT'
005884     END-IF
005885     IF DL600-REGISTRO-ABERTO
005886         CLOSE FATURA-REG-FILE
005887     END-IF.
005888 9999-ENCERRAR-EXIT.
005889     EXIT.
