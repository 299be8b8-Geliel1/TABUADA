000100******************************************************************
000110* Author:GELIEL GUSTAVO DE SOUZA SILVA.
000120* Date:28/09/2026
000130******************************************************************
000140* MODIFICATION HISTORY
000150* DATE       INIT DESCRIPTION
000160* 28/09/2026 GGS  ORIGINAL PROGRAM. MID-MONTH QUOTA POSITION: FOR
000170*                 EVERY DEPTFILE DEPARTMENT THE MONTHLY QUOTA,
000180*                 THE LINES USED SO FAR THIS MONTH (FROM AUDITLOG,
000190*                 CHARGED TO DEPARTMENTS THE WAY TABFAT BILLS
000200*                 THEM), WHAT IS LEFT AND THE PERCENTAGE USED. A
000210*                 DEPARTMENT AT 80 PERCENT OR MORE IS MARKED AVISO
000220*                 (ESGOTADA AT 100) AND NAMED ON THE CONSOLE, AND
000230*                 THE JOB ENDS WITH RETURN-CODE 4 SO THE OFFICE
000240*                 SEES IT. THE POSITION DATE IS DD/MM/AAAA ON THE
000250*                 PARM, DEFAULT TODAY.
000260******************************************************************
000270 IDENTIFICATION DIVISION.
000280*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
000290 PROGRAM-ID. TABCOT.
000300 ENVIRONMENT DIVISION.
000310*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
000320 CONFIGURATION SECTION.
000330     SPECIAL-NAMES.
000340         DECIMAL-POINT IS COMMA.
000350*-----------------------
000360 INPUT-OUTPUT SECTION.
000370 FILE-CONTROL.
000380     SELECT DEPTO-FILE ASSIGN TO 'DEPTFILE'
000390         ORGANIZATION IS INDEXED
000400         ACCESS MODE IS SEQUENTIAL
000410         RECORD KEY IS DPT-CODIGO
000420         FILE STATUS IS DL750-DEPTO-STATUS.
000430     SELECT AUDIT-FILE ASSIGN TO 'AUDITLOG'
000440         ORGANIZATION IS LINE SEQUENTIAL
000450         FILE STATUS IS DL750-AUDIT-STATUS.
000460     SELECT OPERATOR-FILE ASSIGN TO 'OPERFILE'
000470         ORGANIZATION IS INDEXED
000480         ACCESS MODE IS RANDOM
000490         RECORD KEY IS OPE-ID
000500         FILE STATUS IS DL750-OPERM-STATUS.
000510     SELECT OPER-HIST-FILE ASSIGN TO 'OPERHIST'
000520         ORGANIZATION IS INDEXED
000530         ACCESS MODE IS DYNAMIC
000540         RECORD KEY IS OPH-CHAVE
000550         FILE STATUS IS DL750-OPERH-STATUS.
000560     SELECT REPORT-FILE ASSIGN TO 'COTRPT'
000570         ORGANIZATION IS LINE SEQUENTIAL
000580         FILE STATUS IS DL750-REL-STATUS.
000590*-----------------------
000600 DATA DIVISION.
000610*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
000620 FILE SECTION.
000630*-----------------------
000640*----------------------------------------------------------------
000650*    DEPARTMENT MASTER - SAME LAYOUT AS TABDEP, WHICH KEEPS IT.
000660*----------------------------------------------------------------
000670 FD  DEPTO-FILE.
000680 01  DPT-REGISTRO.
000690     05  DPT-CODIGO               PIC X(04).
000700     05  DPT-NOME                 PIC X(30).
000710     05  DPT-COTA-MENSAL          PIC 9(07).
000720     05  DPT-RESPONSAVEL          PIC X(06).
000730     05  DPT-DATA-ALTER           PIC X(06).
000740     05  FILLER                   PIC X(27).
000750
000760 FD  AUDIT-FILE.
000770 01  AUDIT-REGISTRO.
000780     05  AUDIT-DATA.
000790         10  AUDIT-DATA-DD        PIC X(02).
000800         10  FILLER               PIC X(01).
000810         10  AUDIT-DATA-MM        PIC X(02).
000820         10  FILLER               PIC X(01).
000830         10  AUDIT-DATA-AA        PIC X(02).
000840     05  FILLER                   PIC X(01).
000850     05  AUDIT-HORA               PIC X(08).
000860     05  FILLER                   PIC X(01).
000870     05  AUDIT-MODO               PIC X(01).
000880     05  FILLER                   PIC X(01).
000890     05  AUDIT-TABELA             PIC X(02).
000900     05  FILLER                   PIC X(01).
000910     05  AUDIT-MULTIPLICANDO      PIC X(05).
000920     05  FILLER                   PIC X(01).
000930     05  AUDIT-OPERACAO           PIC X(01).
000940     05  FILLER                   PIC X(01).
000950     05  AUDIT-OPERADOR           PIC X(06).
000960     05  FILLER                   PIC X(01).
000970     05  AUDIT-LINHAS             PIC X(02).
000980     05  FILLER                   PIC X(40).
000990
001000 FD  OPERATOR-FILE.
001010 01  OPE-REGISTRO.
001020     05  OPE-ID                   PIC X(06).
001030     05  OPE-NOME                 PIC X(20).
001040     05  OPE-DEPTO                PIC X(04).
001050     05  OPE-ATIVO                PIC X(01).
001060         88  OPE-ATIVO-SIM        VALUE 'S'.
001070     05  FILLER                   PIC X(49).
001080
001090*----------------------------------------------------------------
001100*    OPERATOR HISTORY KEPT BY TABOPE - SAME LAYOUT AS THERE. A
001110*    TRANSFER (TYPE T) CARRIES THE DEPARTMENT LEFT AND JOINED ON
001120*    ITS EFFECTIVE DATE (AAMMDD).
001130*----------------------------------------------------------------
001140 FD  OPER-HIST-FILE.
001150 01  OPH-REGISTRO.
001160     05  OPH-CHAVE.
001170         10  OPH-ID               PIC X(06).
001180         10  OPH-EFETIVA          PIC X(06).
001190         10  OPH-DATA-ALTER       PIC X(06).
001200         10  OPH-HORA-ALTER       PIC X(08).
001210     05  OPH-TIPO                 PIC X(01).
001220         88  OPH-TIPO-TRANSFERENCIA VALUE 'T'.
001230     05  OPH-RESPONSAVEL          PIC X(06).
001240     05  OPH-NOME-ANTES           PIC X(20).
001250     05  OPH-NOME-DEPOIS          PIC X(20).
001260     05  OPH-DEPTO-ANTES          PIC X(04).
001270     05  OPH-DEPTO-DEPOIS         PIC X(04).
001280     05  OPH-ATIVO-ANTES          PIC X(01).
001290     05  OPH-ATIVO-DEPOIS         PIC X(01).
001300     05  FILLER                   PIC X(17).
001310
001320 FD  REPORT-FILE.
001330 01  REPORT-RECORD                PIC X(80).
001340
001350 WORKING-STORAGE SECTION.
001360*----------------------------------------------------------------
001370*    FILE STATUS AND END-OF-FILE CONTROLS
001380*----------------------------------------------------------------
001390 01  DL750-DEPTO-STATUS           PIC X(02).
001400     88  DL750-DEPTO-OK           VALUE '00'.
001410 01  DL750-AUDIT-STATUS           PIC X(02).
001420     88  DL750-AUDIT-OK           VALUE '00'.
001430 01  DL750-OPERM-STATUS           PIC X(02).
001440     88  DL750-OPERM-OK           VALUE '00'.
001450 01  DL750-OPERH-STATUS           PIC X(02).
001460     88  DL750-OPERH-OK           VALUE '00'.
001470     88  DL750-OPERH-AUSENTE      VALUE '35'.
001480 01  DL750-REL-STATUS             PIC X(02).
001490     88  DL750-REL-OK             VALUE '00'.
001500 01  DL750-SW-ARQUIVOS            PIC X(01) VALUE 'N'.
001510     88  DL750-ARQUIVOS-ABERTOS   VALUE 'S'.
001520 01  DL750-SW-HISTORICO           PIC X(01) VALUE 'N'.
001530     88  DL750-HISTORICO-ABERTO   VALUE 'S'.
001540 01  DL750-SW-FIM-DEPTO           PIC X(01) VALUE 'N'.
001550     88  DL750-FIM-DEPTO          VALUE 'S'.
001560 01  DL750-SW-FIM-AUDIT           PIC X(01) VALUE 'N'.
001570     88  DL750-FIM-AUDIT          VALUE 'S'.
001580 01  DL750-SW-FIM-HIST            PIC X(01) VALUE 'N'.
001590     88  DL750-FIM-HIST           VALUE 'S'.
001600
001610*----------------------------------------------------------------
001620*    POSITION DATE - DD/MM/AAAA FROM THE PARM, OR TODAY. ONLY
001630*    AUDITLOG LINES OF ITS MONTH, UP TO AND INCLUDING ITS DAY,
001640*    ARE COUNTED.
001650*----------------------------------------------------------------
001660 01  DL750-PARM-EXECUCAO          PIC X(20).
001670 01  DL750-DATA-ENTRADA           PIC X(10).
001680 01  DL750-DATA-ENTRADA-RED REDEFINES DL750-DATA-ENTRADA.
001690     05  DL750-ENT-DD             PIC X(02).
001700     05  DL750-ENT-BARRA1         PIC X(01).
001710     05  DL750-ENT-MM             PIC X(02).
001720     05  DL750-ENT-BARRA2         PIC X(01).
001730     05  DL750-ENT-AAAA           PIC X(04).
001740 01  DL750-DATA-BASE              PIC 9(08).
001750 01  DL750-DATA-BASE-RED REDEFINES DL750-DATA-BASE.
001760     05  DL750-BASE-AAAA          PIC 9(04).
001770     05  DL750-BASE-MM            PIC 9(02).
001780     05  DL750-BASE-DD            PIC 9(02).
001790 01  DL750-DATA-BASE-X REDEFINES DL750-DATA-BASE.
001800     05  FILLER                   PIC X(02).
001810     05  DL750-BASE-AA-X          PIC X(02).
001820     05  DL750-BASE-MM-X          PIC X(02).
001830     05  DL750-BASE-DD-X          PIC X(02).
001840 01  DL750-DATA-BASE-ED           PIC X(10).
001850
001860*    DAYS IN EACH MONTH, FOR THE SHARE OF THE MONTH ALREADY GONE.
001870 01  DL750-DIAS-MESES             PIC X(24) VALUE
001880     '312831303130313130313031'.
001890 01  DL750-DIAS-MESES-RED REDEFINES DL750-DIAS-MESES.
001900     05  DL750-DIAS-NO-MES        PIC 9(02) OCCURS 12 TIMES.
001910 01  DL750-DIAS-MES               PIC 9(02).
001920 01  DL750-QUOC                   PIC 9(04).
001930 01  DL750-RESTO                  PIC 9(04).
001940
001950*----------------------------------------------------------------
001960*    PER-DEPARTMENT TABLE - EVERY DEPTFILE DEPARTMENT IN KEY
001970*    ORDER, THEN ANY DEPARTMENT WITH USAGE BUT NO DEPTFILE RECORD
001980*    (INCLUDING THE ???? ROW FOR OPERATORS NOT ON OPERFILE).
001990*----------------------------------------------------------------
002000 77  DL750-DEP-QTDE               PIC 9(02) COMP VALUE 0.
002010 77  DL750-DEP-IDX                PIC 9(02) COMP VALUE 0.
002020 77  DL750-DEP-ACHADO             PIC 9(02) COMP VALUE 0.
002030 77  DL750-LIMITE-AVISO           PIC 9(03) COMP VALUE 80.
002040 77  DL750-LIDAS                  PIC 9(07) COMP VALUE 0.
002050 77  DL750-SELECIONADAS           PIC 9(07) COMP VALUE 0.
002060 77  DL750-SEM-LINHAS             PIC 9(07) COMP VALUE 0.
002070 77  DL750-SEM-OPERADOR           PIC 9(07) COMP VALUE 0.
002080 77  DL750-COM-COTA               PIC 9(05) COMP VALUE 0.
002090 77  DL750-AVISOS                 PIC 9(05) COMP VALUE 0.
002100 77  DL750-ESGOTADAS              PIC 9(05) COMP VALUE 0.
002110 77  DL750-PERCENTUAL             PIC 9(05) COMP VALUE 0.
002120 77  DL750-RESTANTE               PIC 9(07) COMP VALUE 0.
002130 77  DL750-DECORRIDO              PIC 9(03) COMP VALUE 0.
002140 01  DL750-LINHAS-NUM             PIC 9(02).
002150 01  DL750-DEPTO-ATUAL            PIC X(04).
002160
002170 01  DL750-TABELA-DEPTOS.
002180     05  DL750-DEP-ITEM OCCURS 50 TIMES.
002190         10  DL750-DEP-DEPTO      PIC X(04).
002200         10  DL750-DEP-NOME       PIC X(20).
002210         10  DL750-DEP-COTA       PIC 9(07) COMP.
002220         10  DL750-DEP-USADAS     PIC 9(07) COMP.
002230         10  DL750-DEP-CADASTRO   PIC X(01).
002240             88  DL750-DEP-CADASTRADO VALUE 'S'.
002250
002260*----------------------------------------------------------------
002270*    REPORT LINES
002280*----------------------------------------------------------------
002290 01  DL750-REL-CAB-01             PIC X(80) VALUE
002300     '*** TABOADA - POSICAO DA COTA MENSAL DE LINHAS ***'.
002310 01  DL750-REL-CAB-02.
002320     05  FILLER                   PIC X(12) VALUE
002330         'POSICAO EM: '.
002340     05  DL750-CAB-DATA           PIC X(10).
002350     05  FILLER                   PIC X(13) VALUE
002360         '   DECORRIDO '.
002370     05  DL750-CAB-DECORRIDO      PIC ZZ9.
002380     05  FILLER                   PIC X(12) VALUE
002390         '% DO MES'.
002400     05  FILLER                   PIC X(30) VALUE SPACES.
002410 01  DL750-REL-CAB-COL.
002420     05  FILLER                   PIC X(30) VALUE
002430         'DEPTO NOME'.
002440     05  FILLER                   PIC X(34) VALUE
002450         'COTA   USADAS RESTANTE    USO  OBS'.
002460     05  FILLER                   PIC X(16) VALUE SPACES.
002470 01  DL750-REL-DETALHE.
002480     05  DL750-DET-DEPTO          PIC X(04).
002490     05  FILLER                   PIC X(02) VALUE SPACES.
002500     05  DL750-DET-NOME           PIC X(20).
002510     05  FILLER                   PIC X(01) VALUE SPACES.
002520     05  DL750-DET-COTA           PIC ZZZZZZ9.
002530     05  FILLER                   PIC X(02) VALUE SPACES.
002540     05  DL750-DET-USADAS         PIC ZZZZZZ9.
002550     05  FILLER                   PIC X(02) VALUE SPACES.
002560     05  DL750-DET-RESTANTE       PIC ZZZZZZ9.
002570     05  FILLER                   PIC X(02) VALUE SPACES.
002580     05  DL750-DET-PCT            PIC ZZZ9.
002590     05  FILLER                   PIC X(01) VALUE '%'.
002600     05  FILLER                   PIC X(02) VALUE SPACES.
002610     05  DL750-DET-OBS            PIC X(12).
002620     05  FILLER                   PIC X(07) VALUE SPACES.
002630 01  DL750-REL-TOTAL.
002640     05  DL750-TOT-ROTULO         PIC X(36).
002650     05  DL750-TOT-VALOR          PIC ZZZZZZ9.
002660     05  FILLER                   PIC X(37) VALUE SPACES.
002670 01  DL750-REL-NADA               PIC X(80) VALUE
002680     'NENHUM DEPARTAMENTO CADASTRADO NO DEPTFILE'.
002690 01  DL750-REL-BRANCO             PIC X(80) VALUE SPACES.
002700
002710*-----------------------
002720 PROCEDURE DIVISION.
002730*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
002740 0000-MAINLINE.
002750     PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT
002760     IF DL750-ARQUIVOS-ABERTOS
002770         PERFORM 2000-CARREGAR-DEPTOS THRU
002780                 2000-CARREGAR-DEPTOS-EXIT
002790         PERFORM 3000-APURAR-USO THRU 3000-APURAR-USO-EXIT
002800         PERFORM 4000-IMPRIMIR-POSICAO THRU
002810                 4000-IMPRIMIR-POSICAO-EXIT
002820     END-IF
002830     PERFORM 9999-ENCERRAR THRU 9999-ENCERRAR-EXIT
002840     STOP RUN.
002850
002860*----------------------------------------------------------------
002870*    1000-INICIALIZAR: TAKE THE POSITION DATE AND OPEN THE FILES.
002880*    OPERHIST IS OPTIONAL - WITHOUT IT THE LINES GO TO EACH
002890*    OPERATOR'S CURRENT DEPARTMENT, AS ON THE INVOICE.
002900*----------------------------------------------------------------
002910 1000-INICIALIZAR.
002920     INITIALIZE DL750-TABELA-DEPTOS
002930     ACCEPT DL750-PARM-EXECUCAO FROM COMMAND-LINE
002940     MOVE DL750-PARM-EXECUCAO(1:10) TO DL750-DATA-ENTRADA
002950     IF DL750-DATA-ENTRADA = SPACES
002960         ACCEPT DL750-DATA-BASE FROM DATE YYYYMMDD
002970     ELSE
002980         IF DL750-ENT-DD NOT NUMERIC OR
002990                 DL750-ENT-MM NOT NUMERIC OR
003000                 DL750-ENT-AAAA NOT NUMERIC OR
003010                 DL750-ENT-BARRA1 NOT = '/' OR
003020                 DL750-ENT-BARRA2 NOT = '/'
003030             DISPLAY 'TABCOT: DATA INVALIDA NO PARM - USE '
003040                 'DD/MM/AAAA'
003050             MOVE 8 TO RETURN-CODE
003060             GO TO 1000-INICIALIZAR-EXIT
003070         END-IF
003080         MOVE DL750-ENT-AAAA TO DL750-BASE-AAAA
003090         MOVE DL750-ENT-MM TO DL750-BASE-MM
003100         MOVE DL750-ENT-DD TO DL750-BASE-DD
003110         IF DL750-BASE-MM < 1 OR DL750-BASE-MM > 12 OR
003120                 DL750-BASE-DD < 1 OR DL750-BASE-DD > 31
003130             DISPLAY 'TABCOT: DATA INVALIDA NO PARM - USE '
003140                 'DD/MM/AAAA'
003150             MOVE 8 TO RETURN-CODE
003160             GO TO 1000-INICIALIZAR-EXIT
003170         END-IF
003180     END-IF
003190     STRING DL750-BASE-DD '/' DL750-BASE-MM '/' DL750-BASE-AAAA
003200         DELIMITED BY SIZE INTO DL750-DATA-BASE-ED
003210     PERFORM 1100-CALCULAR-DECORRIDO THRU
003220             1100-CALCULAR-DECORRIDO-EXIT
003230     OPEN INPUT DEPTO-FILE
003240     IF NOT DL750-DEPTO-OK
003250         DISPLAY 'ERRO AO ABRIR DEPTFILE - STATUS '
003260             DL750-DEPTO-STATUS
003270         MOVE 8 TO RETURN-CODE
003280         GO TO 1000-INICIALIZAR-EXIT
003290     END-IF
003300     OPEN INPUT AUDIT-FILE
003310     IF NOT DL750-AUDIT-OK
003320         DISPLAY 'ERRO AO ABRIR AUDITLOG - STATUS '
003330             DL750-AUDIT-STATUS
003340         CLOSE DEPTO-FILE
003350         MOVE 8 TO RETURN-CODE
003360         GO TO 1000-INICIALIZAR-EXIT
003370     END-IF
003380     OPEN INPUT OPERATOR-FILE
003390     IF NOT DL750-OPERM-OK
003400         DISPLAY 'ERRO AO ABRIR OPERFILE - STATUS '
003410             DL750-OPERM-STATUS
003420         CLOSE DEPTO-FILE
003430         CLOSE AUDIT-FILE
003440         MOVE 8 TO RETURN-CODE
003450         GO TO 1000-INICIALIZAR-EXIT
003460     END-IF
003470     OPEN INPUT OPER-HIST-FILE
003480     IF DL750-OPERH-OK
003490         MOVE 'S' TO DL750-SW-HISTORICO
003500     ELSE
003510     IF DL750-OPERH-AUSENTE
003520         DISPLAY 'TABCOT: OPERHIST AUSENTE - USO PELO '
003530             'DEPARTAMENTO ATUAL DO OPERADOR'
003540     ELSE
003550         DISPLAY 'ERRO AO ABRIR OPERHIST - STATUS '
003560             DL750-OPERH-STATUS
003570         CLOSE DEPTO-FILE
003580         CLOSE AUDIT-FILE
003590         CLOSE OPERATOR-FILE
003600         MOVE 8 TO RETURN-CODE
003610         GO TO 1000-INICIALIZAR-EXIT
003620     END-IF
003630     END-IF
003640     OPEN OUTPUT REPORT-FILE
003650     IF NOT DL750-REL-OK
003660         DISPLAY 'ERRO AO ABRIR COTRPT - STATUS '
003670             DL750-REL-STATUS
003680         CLOSE DEPTO-FILE
003690         CLOSE AUDIT-FILE
003700         CLOSE OPERATOR-FILE
003710         IF DL750-HISTORICO-ABERTO
003720             CLOSE OPER-HIST-FILE
003730         END-IF
003740         MOVE 8 TO RETURN-CODE
003750         GO TO 1000-INICIALIZAR-EXIT
003760     END-IF
003770     SET DL750-ARQUIVOS-ABERTOS TO TRUE.
003780 1000-INICIALIZAR-EXIT.
003790     EXIT.
003800
003810*----------------------------------------------------------------
003820*    1100-CALCULAR-DECORRIDO: SHARE OF THE MONTH GONE BY THE
003830*    POSITION DATE, SO A DEPARTMENT AT 80 PERCENT CAN BE READ
003840*    AGAINST HOW MUCH OF THE MONTH IS LEFT.
003850*----------------------------------------------------------------
003860 1100-CALCULAR-DECORRIDO.
003870     MOVE DL750-DIAS-NO-MES(DL750-BASE-MM) TO DL750-DIAS-MES
003880     IF DL750-BASE-MM = 2
003890         DIVIDE DL750-BASE-AAAA BY 4
003900             GIVING DL750-QUOC REMAINDER DL750-RESTO
003910         IF DL750-RESTO = 0
003920             MOVE 29 TO DL750-DIAS-MES
003930         END-IF
003940     END-IF
003950     IF DL750-BASE-DD > DL750-DIAS-MES
003960         MOVE 100 TO DL750-DECORRIDO
003970     ELSE
003980         COMPUTE DL750-DECORRIDO =
003990             DL750-BASE-DD * 100 / DL750-DIAS-MES
004000     END-IF.
004010 1100-CALCULAR-DECORRIDO-EXIT.
004020     EXIT.
004030
004040*----------------------------------------------------------------
004050*    2000-CARREGAR-DEPTOS: ONE TABLE ROW PER DEPTFILE RECORD, IN
004060*    KEY ORDER, WITH ITS NAME AND QUOTA.
004070*----------------------------------------------------------------
004080 2000-CARREGAR-DEPTOS.
004090     PERFORM 2100-LER-DEPTO THRU 2100-LER-DEPTO-EXIT
004100         UNTIL DL750-FIM-DEPTO.
004110 2000-CARREGAR-DEPTOS-EXIT.
004120     EXIT.
004130
004140 2100-LER-DEPTO.
004150     READ DEPTO-FILE NEXT
004160         AT END
004170             SET DL750-FIM-DEPTO TO TRUE
004180             GO TO 2100-LER-DEPTO-EXIT
004190     END-READ
004200     MOVE DPT-CODIGO TO DL750-DEPTO-ATUAL
004210     PERFORM 3300-LOCALIZAR-DEPTO THRU 3300-LOCALIZAR-DEPTO-EXIT
004220     IF DL750-DEP-ACHADO = 0
004230         GO TO 2100-LER-DEPTO-EXIT
004240     END-IF
004250     MOVE DPT-NOME TO DL750-DEP-NOME(DL750-DEP-ACHADO)
004260     MOVE 'S' TO DL750-DEP-CADASTRO(DL750-DEP-ACHADO)
004270     IF DPT-COTA-MENSAL NUMERIC
004280         MOVE DPT-COTA-MENSAL TO DL750-DEP-COTA(DL750-DEP-ACHADO)
004290     END-IF.
004300 2100-LER-DEPTO-EXIT.
004310     EXIT.
004320
004330*----------------------------------------------------------------
004340*    3000-APURAR-USO: READ EVERY AUDITLOG LINE AND CHARGE THE
004350*    POSITION MONTH'S LINES, UP TO THE POSITION DAY, TO THEIR
004360*    DEPARTMENTS. A LINE WRITTEN BEFORE THE PER-LINE COUNT
004370*    EXISTED CARRIES A BLANK THERE AND IS ONLY COUNTED ASIDE.
004380*----------------------------------------------------------------
004390 3000-APURAR-USO.
004400     PERFORM 3100-LER-AUDITORIA THRU 3100-LER-AUDITORIA-EXIT
004410         UNTIL DL750-FIM-AUDIT.
004420 3000-APURAR-USO-EXIT.
004430     EXIT.
004440
004450 3100-LER-AUDITORIA.
004460     READ AUDIT-FILE
004470         AT END
004480             SET DL750-FIM-AUDIT TO TRUE
004490             GO TO 3100-LER-AUDITORIA-EXIT
004500     END-READ
004510     ADD 1 TO DL750-LIDAS
004520     IF AUDIT-DATA-MM NOT = DL750-BASE-MM-X OR
004530             AUDIT-DATA-AA NOT = DL750-BASE-AA-X OR
004540             AUDIT-DATA-DD > DL750-BASE-DD-X
004550         GO TO 3100-LER-AUDITORIA-EXIT
004560     END-IF
004570     ADD 1 TO DL750-SELECIONADAS
004580     IF AUDIT-LINHAS NOT NUMERIC
004590         ADD 1 TO DL750-SEM-LINHAS
004600         GO TO 3100-LER-AUDITORIA-EXIT
004610     END-IF
004620     MOVE AUDIT-LINHAS TO DL750-LINHAS-NUM
004630     PERFORM 3200-BUSCAR-DEPARTAMENTO THRU
004640             3200-BUSCAR-DEPARTAMENTO-EXIT
004650     PERFORM 3300-LOCALIZAR-DEPTO THRU 3300-LOCALIZAR-DEPTO-EXIT
004660     IF DL750-DEP-ACHADO > 0
004670         ADD DL750-LINHAS-NUM TO
004675             DL750-DEP-USADAS(DL750-DEP-ACHADO)
004680     END-IF.
004690 3100-LER-AUDITORIA-EXIT.
004700     EXIT.
004710
004720*----------------------------------------------------------------
004730*    3200-BUSCAR-DEPARTAMENTO: JOIN THE AUDIT LINE'S OPERATOR TO
004740*    OPERFILE. AN ID NOT ON THE MASTER GOES TO THE ???? ROW. A
004750*    TRANSFER ON OPERHIST DATED AFTER THE LINE MEANS THE LINE
004760*    BELONGS TO THE DEPARTMENT THE OPERATOR LEFT.
004770*----------------------------------------------------------------
004780 3200-BUSCAR-DEPARTAMENTO.
004790     MOVE AUDIT-OPERADOR TO OPE-ID
004800     READ OPERATOR-FILE
004810         INVALID KEY
004820             MOVE '????' TO DL750-DEPTO-ATUAL
004830             ADD 1 TO DL750-SEM-OPERADOR
004840             GO TO 3200-BUSCAR-DEPARTAMENTO-EXIT
004850         NOT INVALID KEY
004860             MOVE OPE-DEPTO TO DL750-DEPTO-ATUAL
004870     END-READ
004880     IF NOT DL750-HISTORICO-ABERTO
004890         GO TO 3200-BUSCAR-DEPARTAMENTO-EXIT
004900     END-IF
004910     MOVE AUDIT-OPERADOR TO OPH-ID
004920     STRING AUDIT-DATA-AA AUDIT-DATA-MM AUDIT-DATA-DD
004930         DELIMITED BY SIZE INTO OPH-EFETIVA
004940     MOVE HIGH-VALUES TO OPH-DATA-ALTER OPH-HORA-ALTER
004950     START OPER-HIST-FILE KEY > OPH-CHAVE
004960         INVALID KEY
004970             GO TO 3200-BUSCAR-DEPARTAMENTO-EXIT
004980     END-START
004990     MOVE 'N' TO DL750-SW-FIM-HIST
005000     PERFORM 3250-LER-TRANSFERENCIA THRU
005010             3250-LER-TRANSFERENCIA-EXIT
005020         UNTIL DL750-FIM-HIST.
005030 3200-BUSCAR-DEPARTAMENTO-EXIT.
005040     EXIT.
005050
005060 3250-LER-TRANSFERENCIA.
005070     READ OPER-HIST-FILE NEXT
005080         AT END
005090             SET DL750-FIM-HIST TO TRUE
005100             GO TO 3250-LER-TRANSFERENCIA-EXIT
005110     END-READ
005120     IF OPH-ID NOT = AUDIT-OPERADOR
005130         SET DL750-FIM-HIST TO TRUE
005140         GO TO 3250-LER-TRANSFERENCIA-EXIT
005150     END-IF
005160     IF OPH-TIPO-TRANSFERENCIA
005170         MOVE OPH-DEPTO-ANTES TO DL750-DEPTO-ATUAL
005180         SET DL750-FIM-HIST TO TRUE
005190     END-IF.
005200 3250-LER-TRANSFERENCIA-EXIT.
005210     EXIT.
005220
005230*----------------------------------------------------------------
005240*    3300-LOCALIZAR-DEPTO: FIND OR ADD THE DEPARTMENT ROW. A FULL
005250*    TABLE DROPS THE DEPARTMENT WITH A CONSOLE NOTE - FIFTY
005260*    DEPARTMENTS IS WELL PAST THE SCHOOL.
005270*----------------------------------------------------------------
005280 3300-LOCALIZAR-DEPTO.
005290     MOVE 0 TO DL750-DEP-ACHADO
005300     PERFORM 3310-COMPARAR-DEPTO THRU 3310-COMPARAR-DEPTO-EXIT
005310         VARYING DL750-DEP-IDX FROM 1 BY 1
005320         UNTIL DL750-DEP-IDX > DL750-DEP-QTDE OR
005330               DL750-DEP-ACHADO > 0
005340     IF DL750-DEP-ACHADO > 0
005350         GO TO 3300-LOCALIZAR-DEPTO-EXIT
005360     END-IF
005370     IF DL750-DEP-QTDE < 50
005380         ADD 1 TO DL750-DEP-QTDE
005390         MOVE DL750-DEPTO-ATUAL TO DL750-DEP-DEPTO(DL750-DEP-QTDE)
005400         MOVE 'N' TO DL750-DEP-CADASTRO(DL750-DEP-QTDE)
005410         MOVE DL750-DEP-QTDE TO DL750-DEP-ACHADO
005420     ELSE
005430         DISPLAY 'TABCOT: TABELA DE DEPARTAMENTOS CHEIA - '
005440             DL750-DEPTO-ATUAL
005450     END-IF.
005460 3300-LOCALIZAR-DEPTO-EXIT.
005470     EXIT.
005480
005490 3310-COMPARAR-DEPTO.
005500     IF DL750-DEP-DEPTO(DL750-DEP-IDX) = DL750-DEPTO-ATUAL
005510         MOVE DL750-DEP-IDX TO DL750-DEP-ACHADO
005520     END-IF.
005530 3310-COMPARAR-DEPTO-EXIT.
005540     EXIT.
005550
005560*----------------------------------------------------------------
005570*    4000-IMPRIMIR-POSICAO: HEADINGS, ONE LINE PER DEPARTMENT
005580*    AND THE WARNING COUNTS. ANY DEPARTMENT AT OR PAST THE
005590*    WARNING LEVEL ENDS THE JOB WITH RETURN-CODE 4.
005600*----------------------------------------------------------------
005610 4000-IMPRIMIR-POSICAO.
005620     MOVE DL750-DATA-BASE-ED TO DL750-CAB-DATA
005630     MOVE DL750-DECORRIDO TO DL750-CAB-DECORRIDO
005640     WRITE REPORT-RECORD FROM DL750-REL-CAB-01
005650     WRITE REPORT-RECORD FROM DL750-REL-CAB-02
005660     WRITE REPORT-RECORD FROM DL750-REL-BRANCO
005670     IF DL750-DEP-QTDE = 0
005680         WRITE REPORT-RECORD FROM DL750-REL-NADA
005690         GO TO 4000-IMPRIMIR-POSICAO-EXIT
005700     END-IF
005710     WRITE REPORT-RECORD FROM DL750-REL-CAB-COL
005720     PERFORM 4100-IMPRIMIR-DEPTO THRU 4100-IMPRIMIR-DEPTO-EXIT
005730         VARYING DL750-DEP-IDX FROM 1 BY 1
005740         UNTIL DL750-DEP-IDX > DL750-DEP-QTDE
005750     WRITE REPORT-RECORD FROM DL750-REL-BRANCO
005760     MOVE 'DEPARTAMENTOS COM COTA' TO DL750-TOT-ROTULO
005770     MOVE DL750-COM-COTA TO DL750-TOT-VALOR
005780     WRITE REPORT-RECORD FROM DL750-REL-TOTAL
005790     MOVE 'EM AVISO (80% OU MAIS DA COTA)' TO DL750-TOT-ROTULO
005800     MOVE DL750-AVISOS TO DL750-TOT-VALOR
005810     WRITE REPORT-RECORD FROM DL750-REL-TOTAL
005820     MOVE 'COM A COTA ESGOTADA' TO DL750-TOT-ROTULO
005830     MOVE DL750-ESGOTADAS TO DL750-TOT-VALOR
005840     WRITE REPORT-RECORD FROM DL750-REL-TOTAL
005850     IF DL750-SEM-LINHAS > 0
005860         MOVE 'LINHAS DO MES SEM CONTAGEM' TO DL750-TOT-ROTULO
005870         MOVE DL750-SEM-LINHAS TO DL750-TOT-VALOR
005880         WRITE REPORT-RECORD FROM DL750-REL-TOTAL
005890     END-IF
005900     IF DL750-AVISOS > 0 OR DL750-ESGOTADAS > 0
005910         MOVE 4 TO RETURN-CODE
005920     END-IF.
005930 4000-IMPRIMIR-POSICAO-EXIT.
005940     EXIT.
005950
005960*----------------------------------------------------------------
005970*    4100-IMPRIMIR-DEPTO: ONE DEPARTMENT - QUOTA, USED, LEFT AND
005980*    THE PERCENTAGE USED. A ZERO QUOTA IS NOT LIMITED AND A ROW
005990*    NOT ON DEPTFILE HAS NO QUOTA TO WARN AGAINST.
006000*----------------------------------------------------------------
006010 4100-IMPRIMIR-DEPTO.
006020     MOVE DL750-DEP-DEPTO(DL750-DEP-IDX) TO DL750-DET-DEPTO
006030     MOVE DL750-DEP-NOME(DL750-DEP-IDX) TO DL750-DET-NOME
006040     MOVE DL750-DEP-COTA(DL750-DEP-IDX) TO DL750-DET-COTA
006050     MOVE DL750-DEP-USADAS(DL750-DEP-IDX) TO DL750-DET-USADAS
006060     MOVE 0 TO DL750-RESTANTE
006070     MOVE 0 TO DL750-PERCENTUAL
006080     MOVE SPACES TO DL750-DET-OBS
006090     IF NOT DL750-DEP-CADASTRADO(DL750-DEP-IDX)
006100         MOVE 'SEM CADASTRO' TO DL750-DET-OBS
006110         GO TO 4100-GRAVAR-LINHA
006120     END-IF
006130     IF DL750-DEP-COTA(DL750-DEP-IDX) = 0
006140         MOVE 'SEM LIMITE' TO DL750-DET-OBS
006150         GO TO 4100-GRAVAR-LINHA
006160     END-IF
006170     ADD 1 TO DL750-COM-COTA
006180     COMPUTE DL750-PERCENTUAL =
006190         DL750-DEP-USADAS(DL750-DEP-IDX) * 100 /
006200         DL750-DEP-COTA(DL750-DEP-IDX)
006210     IF DL750-DEP-USADAS(DL750-DEP-IDX) NOT <
006220             DL750-DEP-COTA(DL750-DEP-IDX)
006230         MOVE 'ESGOTADA' TO DL750-DET-OBS
006240         ADD 1 TO DL750-ESGOTADAS
006250         DISPLAY 'TABCOT: COTA ESGOTADA - DEPTO '
006260             DL750-DEP-DEPTO(DL750-DEP-IDX)
006270         GO TO 4100-GRAVAR-LINHA
006280     END-IF
006290     COMPUTE DL750-RESTANTE =
006300         DL750-DEP-COTA(DL750-DEP-IDX) -
006310         DL750-DEP-USADAS(DL750-DEP-IDX)
006320     IF DL750-DEP-USADAS(DL750-DEP-IDX) * 100 NOT <
006330             DL750-DEP-COTA(DL750-DEP-IDX) * DL750-LIMITE-AVISO
006340         MOVE 'AVISO' TO DL750-DET-OBS
006350         ADD 1 TO DL750-AVISOS
006360         DISPLAY 'TABCOT: AVISO - DEPTO '
006370             DL750-DEP-DEPTO(DL750-DEP-IDX) ' JA USOU '
006380             DL750-PERCENTUAL '% DA COTA'
006390     END-IF.
006400 4100-GRAVAR-LINHA.
006410     MOVE DL750-RESTANTE TO DL750-DET-RESTANTE
006420     MOVE DL750-PERCENTUAL TO DL750-DET-PCT
006430     WRITE REPORT-RECORD FROM DL750-REL-DETALHE.
006440 4100-IMPRIMIR-DEPTO-EXIT.
006450     EXIT.
006460
006470 9999-ENCERRAR.
006480     IF DL750-ARQUIVOS-ABERTOS
006490         CLOSE DEPTO-FILE
006500         CLOSE AUDIT-FILE
006510         CLOSE OPERATOR-FILE
006520         IF DL750-HISTORICO-ABERTO
006530             CLOSE OPER-HIST-FILE
006540         END-IF
006550         CLOSE REPORT-FILE
006560         DISPLAY 'TABCOT: ' DL750-LIDAS ' LINHAS LIDAS, '
006570             DL750-SELECIONADAS ' NO MES, ' DL750-DEP-QTDE
006580             ' DEPARTAMENTOS'
006590         DISPLAY 'TABCOT: POSICAO GRAVADA EM COTRPT'
006600     END-IF.
006610 9999-ENCERRAR-EXIT.
006620     EXIT.
