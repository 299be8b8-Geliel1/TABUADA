000100******************************************************************
000110* Author:GELIEL GUSTAVO DE SOUZA SILVA.
000120* Date:14/10/2026
000130******************************************************************
000140* MODIFICATION HISTORY
000150* DATE       INIT DESCRIPTION
000160* 14/10/2026 GGS  ORIGINAL PROGRAM. MAINTENANCE OF THE CALFILE
000170*                 SCHOOL CALENDAR - ONE RECORD PER NON-WORKING DAY
000180*                 (FERIADO, RECESSO OR FIM DE SEMANA) WITH ITS
000190*                 DESCRIPTION. A DAY NOT ON FILE IS A WORKING DAY.
000200*                 THE OVERNIGHT TABOADA RUN HOLDS STANDING ORDERS
000210*                 ON A NON-WORKING DAY AND MOVES A MONTHLY ORDER
000220*                 DUE ON ONE TO THE NEXT WORKING DAY; TABSUM AND
000230*                 TABTAT READ THE SAME FILE. A RECESS IS KEYED AS
000240*                 A PERIOD AND THE WEEKENDS OF A WHOLE YEAR CAN BE
000250*                 GENERATED IN ONE STEP. EVERY CHANGE IS STAMPED
000260*                 WITH THE SIGNED-ON OPERATOR AND THE DATE.
000270******************************************************************
000280 IDENTIFICATION DIVISION.
000290*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
000300 PROGRAM-ID. TABCAL.
000310 ENVIRONMENT DIVISION.
000320*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
000330 CONFIGURATION SECTION.
000340     SPECIAL-NAMES.
000350         DECIMAL-POINT IS COMMA.
000360*-----------------------
000370 INPUT-OUTPUT SECTION.
000380 FILE-CONTROL.
000390     SELECT CALEND-FILE ASSIGN TO 'CALFILE'
000400         ORGANIZATION IS INDEXED
000410         ACCESS MODE IS DYNAMIC
000420         RECORD KEY IS CAL-DATA
000430         FILE STATUS IS DL980-CAL-STATUS.
000440     SELECT OPERATOR-FILE ASSIGN TO 'OPERFILE'
000450         ORGANIZATION IS INDEXED
000460         ACCESS MODE IS RANDOM
000470         RECORD KEY IS OPE-ID
000480         FILE STATUS IS DL980-OPERM-STATUS.
000490*-----------------------
000500 DATA DIVISION.
000510*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
000520 FILE SECTION.
000530*-----------------------
000540*----------------------------------------------------------------
000550*    SCHOOL CALENDAR - ONE RECORD PER NON-WORKING DAY, KEYED ON
000560*    THE DATE AS AAAAMMDD SO THE FILE READS IN DATE ORDER.
000570*----------------------------------------------------------------
000580 FD  CALEND-FILE.
000590 01  CAL-REGISTRO.
000600     05  CAL-DATA                 PIC X(08).
000610     05  CAL-TIPO                 PIC X(01).
000620         88  CAL-FERIADO          VALUE 'F'.
000630         88  CAL-RECESSO          VALUE 'R'.
000640         88  CAL-FIM-DE-SEMANA    VALUE 'S'.
000650     05  CAL-DESCRICAO            PIC X(30).
000660     05  CAL-RESPONSAVEL          PIC X(06).
000670     05  CAL-DATA-ALTER           PIC X(06).
000680     05  FILLER                   PIC X(29).
000690
000700 FD  OPERATOR-FILE.
000710 01  OPE-REGISTRO.
000720     05  OPE-ID                   PIC X(06).
000730     05  OPE-NOME                 PIC X(20).
000740     05  OPE-DEPTO                PIC X(04).
000750     05  OPE-ATIVO                PIC X(01).
000760         88  OPE-ATIVO-SIM        VALUE 'S'.
000770     05  FILLER                   PIC X(49).
000780
000790 WORKING-STORAGE SECTION.
000800*----------------------------------------------------------------
000810*    FILE STATUS AND SESSION CONTROLS
000820*----------------------------------------------------------------
000830 01  DL980-CAL-STATUS             PIC X(02).
000840     88  DL980-CAL-OK             VALUE '00'.
000850 01  DL980-OPERM-STATUS           PIC X(02).
000860     88  DL980-OPERM-OK           VALUE '00'.
000870
000880 01  DL980-SW-FIM                 PIC X(01) VALUE 'N'.
000890     88  DL980-FIM-MANUTENCAO     VALUE 'S'.
000900 01  DL980-SW-LISTA               PIC X(01) VALUE 'N'.
000910     88  DL980-FIM-LISTA          VALUE 'S'.
000920 01  DL980-SW-ENTRADA             PIC X(01) VALUE 'S'.
000930     88  DL980-ENTRADA-VALIDA     VALUE 'S'.
000940 01  DL980-SW-RESPONSAVEL         PIC X(01) VALUE 'N'.
000950     88  DL980-RESPONSAVEL-VALIDO VALUE 'S'.
000960 01  DL980-SW-GERACAO             PIC X(01) VALUE 'N'.
000970     88  DL980-FIM-GERACAO        VALUE 'S'.
000980 77  DL980-TENTATIVAS             PIC 9(02) COMP VALUE 0.
000990 77  DL980-LISTADOS               PIC 9(05) COMP VALUE 0.
001000 77  DL980-GRAVADOS               PIC 9(05) COMP VALUE 0.
001010 77  DL980-EXISTENTES             PIC 9(05) COMP VALUE 0.
001020 77  DL980-PASSOS                 PIC 9(05) COMP VALUE 0.
001030
001040*----------------------------------------------------------------
001050*    DATA-ENTRY WORK FIELDS - EVERY ANSWER IS ACCEPTED INTO AN
001060*    X-FIELD AND EDITED BEFORE IT TOUCHES THE MASTER RECORD.
001070*----------------------------------------------------------------
001080 01  DL980-FUNCAO                 PIC X(01).
001090     88  DL980-FUNCAO-INCLUIR     VALUE 'I'.
001100     88  DL980-FUNCAO-ALTERAR     VALUE 'A'.
001110     88  DL980-FUNCAO-EXCLUIR     VALUE 'E'.
001120     88  DL980-FUNCAO-PERIODO     VALUE 'P'.
001130     88  DL980-FUNCAO-GERAR       VALUE 'G'.
001140     88  DL980-FUNCAO-LISTAR      VALUE 'L'.
001150     88  DL980-FUNCAO-FIM         VALUE 'F'.
001160 01  DL980-RESPONSAVEL            PIC X(06).
001170 01  DL980-DATA-ENTRADA           PIC X(10).
001180 01  DL980-DATA-ENT-RED REDEFINES DL980-DATA-ENTRADA.
001190     05  DL980-ENT-DD             PIC X(02).
001200     05  DL980-ENT-BARRA-1        PIC X(01).
001210     05  DL980-ENT-MM             PIC X(02).
001220     05  DL980-ENT-BARRA-2        PIC X(01).
001230     05  DL980-ENT-AAAA           PIC X(04).
001240 01  DL980-ANO-ENTRADA            PIC X(04).
001250 01  DL980-TIPO-ENTRADA           PIC X(01).
001260     88  DL980-TIPO-VALIDO        VALUE 'F' 'R' 'S'.
001270 01  DL980-DESCRICAO-ENTRADA      PIC X(30).
001280 01  DL980-CONFIRMA               PIC X(01).
001290
001300 01  DL980-DATA-SISTEMA.
001310     05  DL980-DATA-AA            PIC 9(02).
001320     05  DL980-DATA-MM            PIC 9(02).
001330     05  DL980-DATA-DD            PIC 9(02).
001340 01  DL980-DATA-CHAVE REDEFINES DL980-DATA-SISTEMA
001350                                  PIC X(06).
001360
001370*----------------------------------------------------------------
001380*    CALENDAR DATE BEING KEYED OR WALKED - THE X VIEW IS THE
001390*    CALFILE KEY. DL980-INI/FIM-DATA BOUND A PERIOD.
001400*----------------------------------------------------------------
001410 01  DL980-CAL-DATA.
001420     05  DL980-CAL-AAAA           PIC 9(04).
001430     05  DL980-CAL-MM             PIC 9(02).
001440     05  DL980-CAL-DD             PIC 9(02).
001450 01  DL980-CAL-CHAVE REDEFINES DL980-CAL-DATA
001460                                  PIC X(08).
001470 01  DL980-INI-DATA               PIC X(08).
001480 01  DL980-FIM-DATA               PIC X(08).
001490 01  DL980-ANO-GERADO             PIC 9(04).
001500 01  DL980-FIM-MES                PIC 9(02).
001510 01  DL980-BIS-QUOC               PIC 9(04).
001520 01  DL980-BIS-R4                 PIC 9(03).
001530 01  DL980-BIS-R100               PIC 9(03).
001540 01  DL980-BIS-R400               PIC 9(03).
001550 01  DL980-DIAS-MESES             PIC X(24) VALUE
001560     '312831303130313130313031'.
001570 01  DL980-DIAS-MESES-RED REDEFINES DL980-DIAS-MESES.
001580     05  DL980-DIAS-NO-MES        PIC 9(02) OCCURS 12 TIMES.
001590
001600*----------------------------------------------------------------
001610*    DAY NUMBER WORK FIELDS - AS IN TABTAT. THE DAY COUNT PLUS
001620*    ONE, MODULO 7, GIVES THE WEEKDAY (0 = SEGUNDA, 5 = SABADO,
001630*    6 = DOMINGO).
001640*----------------------------------------------------------------
001650 01  DL980-DN-ANO                 PIC 9(05).
001660 01  DL980-DN-MES                 PIC 9(02).
001670 01  DL980-DN-DIA                 PIC 9(02).
001680 01  DL980-DN-Q4                  PIC 9(05).
001690 01  DL980-DN-Q100                PIC 9(05).
001700 01  DL980-DN-Q400                PIC 9(05).
001710 01  DL980-DN-QMES                PIC 9(05).
001720 01  DL980-DN-RESULTADO           PIC 9(09).
001730 01  DL980-SEM-TRAB               PIC 9(09).
001740 01  DL980-SEM-QUOC               PIC 9(09).
001750 01  DL980-SEM-RESTO              PIC 9(01).
001760     88  DL980-SABADO             VALUE 5.
001770     88  DL980-DOMINGO            VALUE 6.
001780
001790 01  DL980-NOME-TIPO              PIC X(13).
001800 01  DL980-LISTA-LINHA.
001810     05  DL980-LST-DATA           PIC X(10).
001820     05  FILLER                   PIC X(02) VALUE SPACES.
001830     05  DL980-LST-TIPO           PIC X(13).
001840     05  FILLER                   PIC X(02) VALUE SPACES.
001850     05  DL980-LST-DESCRICAO      PIC X(30).
001860     05  FILLER                   PIC X(02) VALUE SPACES.
001870     05  DL980-LST-RESPONSAVEL    PIC X(06).
001880     05  FILLER                   PIC X(01) VALUE SPACES.
001890     05  DL980-LST-ALTER          PIC X(06).
001900
001910*-----------------------
001920 PROCEDURE DIVISION.
001930*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
001940 0000-MAINLINE.
001950     PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT
001960     PERFORM 1500-IDENTIFICAR-RESPONSAVEL THRU
001970             1500-IDENTIFICAR-RESPONSAVEL-EXIT
001980     IF DL980-RESPONSAVEL-VALIDO
001990         PERFORM 2000-PROCESSAR-MANUTENCAO THRU
002000                 2000-PROCESSAR-MANUTENCAO-EXIT
002010             UNTIL DL980-FIM-MANUTENCAO
002020     END-IF
002030     PERFORM 9999-ENCERRAR THRU 9999-ENCERRAR-EXIT
002040     STOP RUN.
002050
002060*----------------------------------------------------------------
002070*    1000-INICIALIZAR: OPEN THE CALENDAR I-O, BUILDING AN EMPTY
002080*    FILE ON THE FIRST EVER RUN, AND THE OPERATOR MASTER FOR THE
002090*    SIGN-ON.
002100*----------------------------------------------------------------
002110 1000-INICIALIZAR.
002120     ACCEPT DL980-DATA-SISTEMA FROM DATE
002130     OPEN I-O CALEND-FILE
002140     IF NOT DL980-CAL-OK
002150         OPEN OUTPUT CALEND-FILE
002160         CLOSE CALEND-FILE
002170         OPEN I-O CALEND-FILE
002180     END-IF
002190     IF NOT DL980-CAL-OK
002200         DISPLAY 'ERRO AO ABRIR CALFILE - STATUS '
002210             DL980-CAL-STATUS
002220         STOP RUN
002230     END-IF
002240     OPEN INPUT OPERATOR-FILE
002250     IF NOT DL980-OPERM-OK
002260         DISPLAY 'ERRO AO ABRIR OPERFILE - STATUS '
002270             DL980-OPERM-STATUS
002280         CLOSE CALEND-FILE
002290         STOP RUN
002300     END-IF.
002310 1000-INICIALIZAR-EXIT.
002320     EXIT.
002330
002340*----------------------------------------------------------------
002350*    1500-IDENTIFICAR-RESPONSAVEL: SIGN-ON AGAINST OPERFILE -
002360*    THREE BAD TRIES END THE SESSION.
002370*----------------------------------------------------------------
002380 1500-IDENTIFICAR-RESPONSAVEL.
002390     MOVE 'N' TO DL980-SW-RESPONSAVEL
002400     MOVE 0 TO DL980-TENTATIVAS
002410     PERFORM 1510-PEDIR-RESPONSAVEL THRU
002420             1510-PEDIR-RESPONSAVEL-EXIT
002430         UNTIL DL980-RESPONSAVEL-VALIDO OR
002440               DL980-TENTATIVAS > 2
002450     IF NOT DL980-RESPONSAVEL-VALIDO
002460         DISPLAY 'ACESSO NEGADO - PROCURE A SUPERVISAO'
002470     END-IF.
002480 1500-IDENTIFICAR-RESPONSAVEL-EXIT.
002490     EXIT.
002500
002510 1510-PEDIR-RESPONSAVEL.
002520     DISPLAY 'INFORME O SEU CODIGO DE OPERADOR: '
002530     MOVE SPACES TO DL980-RESPONSAVEL
002540     ACCEPT DL980-RESPONSAVEL
002550     MOVE DL980-RESPONSAVEL TO OPE-ID
002560     READ OPERATOR-FILE
002570         INVALID KEY
002580             DISPLAY 'OPERADOR DESCONHECIDO'
002590             ADD 1 TO DL980-TENTATIVAS
002600         NOT INVALID KEY
002610             IF OPE-ATIVO-SIM
002620                 MOVE 'S' TO DL980-SW-RESPONSAVEL
002630                 DISPLAY 'BEM-VINDO(A) ' OPE-NOME
002640             ELSE
002650                 DISPLAY 'OPERADOR INATIVO'
002660                 ADD 1 TO DL980-TENTATIVAS
002670             END-IF
002680     END-READ.
002690 1510-PEDIR-RESPONSAVEL-EXIT.
002700     EXIT.
002710
002720*----------------------------------------------------------------
002730*    2000-PROCESSAR-MANUTENCAO: ONE PASS OF THE FUNCTION MENU -
002740*    PERFORMED UNTIL THE OPERATOR KEYS F.
002750*----------------------------------------------------------------
002760 2000-PROCESSAR-MANUTENCAO.
002770     DISPLAY '***** TABCAL - CALENDARIO ESCOLAR *****'
002780     DISPLAY '(I)NCLUIR (A)LTERAR (E)XCLUIR (P)ERIODO '
002790         '(G)ERAR FINS DE SEMANA (L)ISTAR (F)IM: '
002800     MOVE SPACES TO DL980-FUNCAO
002810     ACCEPT DL980-FUNCAO
002820     IF DL980-FUNCAO-INCLUIR
002830         PERFORM 3000-INCLUIR THRU 3000-INCLUIR-EXIT
002840     ELSE
002850     IF DL980-FUNCAO-ALTERAR
002860         PERFORM 4000-ALTERAR THRU 4000-ALTERAR-EXIT
002870     ELSE
002880     IF DL980-FUNCAO-EXCLUIR
002890         PERFORM 5000-EXCLUIR THRU 5000-EXCLUIR-EXIT
002900     ELSE
002910     IF DL980-FUNCAO-PERIODO
002920         PERFORM 6000-INCLUIR-PERIODO THRU
002930                 6000-INCLUIR-PERIODO-EXIT
002940     ELSE
002950     IF DL980-FUNCAO-GERAR
002960         PERFORM 7000-GERAR-FINS-SEMANA THRU
002970                 7000-GERAR-FINS-SEMANA-EXIT
002980     ELSE
002990     IF DL980-FUNCAO-LISTAR
003000         PERFORM 8000-LISTAR THRU 8000-LISTAR-EXIT
003010     ELSE
003020     IF DL980-FUNCAO-FIM
003030         SET DL980-FIM-MANUTENCAO TO TRUE
003040     ELSE
003050         DISPLAY 'FUNCAO INVALIDA - USE I, A, E, P, G, L OU F'
003060     END-IF
003070     END-IF
003080     END-IF
003090     END-IF
003100     END-IF
003110     END-IF
003120     END-IF.
003130 2000-PROCESSAR-MANUTENCAO-EXIT.
003140     EXIT.
003150
003160*----------------------------------------------------------------
003170*    2100-PEDIR-DATA: ASK FOR A DATE AS DD/MM/AAAA. 2110 CHECKS IT
003180*    IS A REAL DAY AND LEAVES IT IN DL980-CAL-DATA.
003190*----------------------------------------------------------------
003200 2100-PEDIR-DATA.
003210     DISPLAY 'DATA (DD/MM/AAAA): '
003220     MOVE SPACES TO DL980-DATA-ENTRADA
003230     ACCEPT DL980-DATA-ENTRADA
003240     PERFORM 2110-VALIDAR-DATA THRU 2110-VALIDAR-DATA-EXIT.
003250 2100-PEDIR-DATA-EXIT.
003260     EXIT.
003270
003280 2110-VALIDAR-DATA.
003290     MOVE 'S' TO DL980-SW-ENTRADA
003300     IF DL980-ENT-DD NOT NUMERIC OR DL980-ENT-MM NOT NUMERIC OR
003310             DL980-ENT-AAAA NOT NUMERIC OR
003320             DL980-ENT-BARRA-1 NOT = '/' OR
003330             DL980-ENT-BARRA-2 NOT = '/'
003340         DISPLAY 'DATA INVALIDA - USE DD/MM/AAAA'
003350         MOVE 'N' TO DL980-SW-ENTRADA
003360         GO TO 2110-VALIDAR-DATA-EXIT
003370     END-IF
003380     MOVE DL980-ENT-AAAA TO DL980-CAL-AAAA
003390     MOVE DL980-ENT-MM TO DL980-CAL-MM
003400     MOVE DL980-ENT-DD TO DL980-CAL-DD
003410     IF DL980-CAL-AAAA < 2000 OR DL980-CAL-AAAA > 2099 OR
003420             DL980-CAL-MM < 1 OR DL980-CAL-MM > 12 OR
003430             DL980-CAL-DD < 1
003440         DISPLAY 'DATA INVALIDA - USE DD/MM/AAAA'
003450         MOVE 'N' TO DL980-SW-ENTRADA
003460         GO TO 2110-VALIDAR-DATA-EXIT
003470     END-IF
003480     PERFORM 8550-ULTIMO-DIA-MES THRU 8550-ULTIMO-DIA-MES-EXIT
003490     IF DL980-CAL-DD > DL980-FIM-MES
003500         DISPLAY 'DATA INVALIDA - O MES TEM ' DL980-FIM-MES
003510             ' DIAS'
003520         MOVE 'N' TO DL980-SW-ENTRADA
003530     END-IF.
003540 2110-VALIDAR-DATA-EXIT.
003550     EXIT.
003560
003570 2150-LER-DIA.
003580     PERFORM 2100-PEDIR-DATA THRU 2100-PEDIR-DATA-EXIT
003590     IF NOT DL980-ENTRADA-VALIDA
003600         GO TO 2150-LER-DIA-EXIT
003610     END-IF
003620     MOVE DL980-CAL-CHAVE TO CAL-DATA
003630     READ CALEND-FILE
003640         INVALID KEY
003650             DISPLAY 'DIA ' DL980-DATA-ENTRADA
003660                 ' NAO CONSTA DO CALENDARIO (DIA UTIL)'
003670             MOVE 'N' TO DL980-SW-ENTRADA
003680             GO TO 2150-LER-DIA-EXIT
003690     END-READ
003700     PERFORM 8700-NOMEAR-TIPO THRU 8700-NOMEAR-TIPO-EXIT
003710     DISPLAY DL980-DATA-ENTRADA ' ' DL980-NOME-TIPO ' '
003720         CAL-DESCRICAO.
003730 2150-LER-DIA-EXIT.
003740     EXIT.
003750
003760 2200-PEDIR-TIPO.
003770     DISPLAY 'TIPO (F)ERIADO (R)ECESSO '
003780         '(S) FIM DE SEMANA: '
003790     MOVE SPACES TO DL980-TIPO-ENTRADA
003800     ACCEPT DL980-TIPO-ENTRADA
003810     IF NOT DL980-TIPO-VALIDO
003820         DISPLAY 'TIPO INVALIDO - USE F, R OU S'
003830         MOVE 'N' TO DL980-SW-ENTRADA
003840     END-IF.
003850 2200-PEDIR-TIPO-EXIT.
003860     EXIT.
003870
003880 2300-PEDIR-DESCRICAO.
003890     DISPLAY 'DESCRICAO: '
003900     MOVE SPACES TO DL980-DESCRICAO-ENTRADA
003910     ACCEPT DL980-DESCRICAO-ENTRADA
003920     IF DL980-DESCRICAO-ENTRADA = SPACES
003930         DISPLAY 'DESCRICAO OBRIGATORIA'
003940         MOVE 'N' TO DL980-SW-ENTRADA
003950     END-IF.
003960 2300-PEDIR-DESCRICAO-EXIT.
003970     EXIT.
003980
003990*----------------------------------------------------------------
004000*    3000-INCLUIR: MARK ONE DAY AS NOT WORKING.
004010*----------------------------------------------------------------
004020 3000-INCLUIR.
004030     PERFORM 2100-PEDIR-DATA THRU 2100-PEDIR-DATA-EXIT
004040     IF NOT DL980-ENTRADA-VALIDA
004050         GO TO 3000-INCLUIR-EXIT
004060     END-IF
004070     MOVE DL980-CAL-CHAVE TO CAL-DATA
004080     READ CALEND-FILE
004090         NOT INVALID KEY
004100             DISPLAY 'DIA ' DL980-DATA-ENTRADA ' JA CADASTRADO'
004110             GO TO 3000-INCLUIR-EXIT
004120     END-READ
004130     PERFORM 2200-PEDIR-TIPO THRU 2200-PEDIR-TIPO-EXIT
004140     IF NOT DL980-ENTRADA-VALIDA
004150         GO TO 3000-INCLUIR-EXIT
004160     END-IF
004170     PERFORM 2300-PEDIR-DESCRICAO THRU 2300-PEDIR-DESCRICAO-EXIT
004180     IF NOT DL980-ENTRADA-VALIDA
004190         GO TO 3000-INCLUIR-EXIT
004200     END-IF
004210     MOVE SPACES TO CAL-REGISTRO
004220     MOVE DL980-CAL-CHAVE TO CAL-DATA
004230     MOVE DL980-TIPO-ENTRADA TO CAL-TIPO
004240     MOVE DL980-DESCRICAO-ENTRADA TO CAL-DESCRICAO
004250     MOVE DL980-RESPONSAVEL TO CAL-RESPONSAVEL
004260     MOVE DL980-DATA-CHAVE TO CAL-DATA-ALTER
004270     WRITE CAL-REGISTRO
004280         INVALID KEY
004290             DISPLAY 'ERRO AO INCLUIR - STATUS '
004300                 DL980-CAL-STATUS
004310             GO TO 3000-INCLUIR-EXIT
004320     END-WRITE
004330     DISPLAY 'DIA ' DL980-DATA-ENTRADA ' INCLUIDO'.
004340 3000-INCLUIR-EXIT.
004350     EXIT.
004360
004370*----------------------------------------------------------------
004380*    4000-ALTERAR: NEW TYPE AND DESCRIPTION FOR A DAY ON FILE.
004390*----------------------------------------------------------------
004400 4000-ALTERAR.
004410     PERFORM 2150-LER-DIA THRU 2150-LER-DIA-EXIT
004420     IF NOT DL980-ENTRADA-VALIDA
004430         GO TO 4000-ALTERAR-EXIT
004440     END-IF
004450     PERFORM 2200-PEDIR-TIPO THRU 2200-PEDIR-TIPO-EXIT
004460     IF NOT DL980-ENTRADA-VALIDA
004470         GO TO 4000-ALTERAR-EXIT
004480     END-IF
004490     PERFORM 2300-PEDIR-DESCRICAO THRU 2300-PEDIR-DESCRICAO-EXIT
004500     IF NOT DL980-ENTRADA-VALIDA
004510         GO TO 4000-ALTERAR-EXIT
004520     END-IF
004530     MOVE DL980-TIPO-ENTRADA TO CAL-TIPO
004540     MOVE DL980-DESCRICAO-ENTRADA TO CAL-DESCRICAO
004550     PERFORM 9100-REGRAVAR-DIA THRU 9100-REGRAVAR-DIA-EXIT.
004560 4000-ALTERAR-EXIT.
004570     EXIT.
004580
004590*----------------------------------------------------------------
004600*    5000-EXCLUIR: THE DAY BECOMES A WORKING DAY AGAIN FROM THE
004610*    NEXT OVERNIGHT RUN.
004620*----------------------------------------------------------------
004630 5000-EXCLUIR.
004640     PERFORM 2150-LER-DIA THRU 2150-LER-DIA-EXIT
004650     IF NOT DL980-ENTRADA-VALIDA
004660         GO TO 5000-EXCLUIR-EXIT
004670     END-IF
004680     DISPLAY 'CONFIRMA A EXCLUSAO (S/N): '
004690     MOVE SPACES TO DL980-CONFIRMA
004700     ACCEPT DL980-CONFIRMA
004710     IF DL980-CONFIRMA NOT = 'S'
004720         GO TO 5000-EXCLUIR-EXIT
004730     END-IF
004740     DELETE CALEND-FILE
004750         INVALID KEY
004760             DISPLAY 'ERRO AO EXCLUIR - STATUS '
004770                 DL980-CAL-STATUS
004780             GO TO 5000-EXCLUIR-EXIT
004790     END-DELETE
004800     DISPLAY 'DIA ' DL980-DATA-ENTRADA ' EXCLUIDO'.
004810 5000-EXCLUIR-EXIT.
004820     EXIT.
004830
004840*----------------------------------------------------------------
004850*    6000-INCLUIR-PERIODO: A RECESS OR ANY RUN OF DAYS UNDER ONE
004860*    TYPE AND DESCRIPTION, FIRST AND LAST DAY INCLUDED, UP TO A
004870*    YEAR AT A TIME. DAYS ALREADY ON FILE KEEP WHAT THEY HAVE.
004880*----------------------------------------------------------------
004890 6000-INCLUIR-PERIODO.
004900     DISPLAY 'PRIMEIRO DIA DO PERIODO'
004910     PERFORM 2100-PEDIR-DATA THRU 2100-PEDIR-DATA-EXIT
004920     IF NOT DL980-ENTRADA-VALIDA
004930         GO TO 6000-INCLUIR-PERIODO-EXIT
004940     END-IF
004950     MOVE DL980-CAL-CHAVE TO DL980-INI-DATA
004960     DISPLAY 'ULTIMO DIA DO PERIODO'
004970     PERFORM 2100-PEDIR-DATA THRU 2100-PEDIR-DATA-EXIT
004980     IF NOT DL980-ENTRADA-VALIDA
004990         GO TO 6000-INCLUIR-PERIODO-EXIT
005000     END-IF
005010     MOVE DL980-CAL-CHAVE TO DL980-FIM-DATA
005020     IF DL980-FIM-DATA < DL980-INI-DATA
005030         DISPLAY 'O ULTIMO DIA E ANTERIOR AO PRIMEIRO'
005040         GO TO 6000-INCLUIR-PERIODO-EXIT
005050     END-IF
005060     PERFORM 2200-PEDIR-TIPO THRU 2200-PEDIR-TIPO-EXIT
005070     IF NOT DL980-ENTRADA-VALIDA
005080         GO TO 6000-INCLUIR-PERIODO-EXIT
005090     END-IF
005100     PERFORM 2300-PEDIR-DESCRICAO THRU 2300-PEDIR-DESCRICAO-EXIT
005110     IF NOT DL980-ENTRADA-VALIDA
005120         GO TO 6000-INCLUIR-PERIODO-EXIT
005130     END-IF
005140     MOVE 0 TO DL980-GRAVADOS DL980-EXISTENTES DL980-PASSOS
005150     MOVE 'N' TO DL980-SW-GERACAO
005160     MOVE DL980-INI-DATA TO DL980-CAL-CHAVE
005170     PERFORM 6100-GRAVAR-DIA-PERIODO THRU
005180             6100-GRAVAR-DIA-PERIODO-EXIT
005190         UNTIL DL980-FIM-GERACAO
005200     DISPLAY DL980-GRAVADOS ' DIAS INCLUIDOS, ' DL980-EXISTENTES
005210         ' JA CADASTRADOS'.
005220 6000-INCLUIR-PERIODO-EXIT.
005230     EXIT.
005240
005250 6100-GRAVAR-DIA-PERIODO.
005260     MOVE SPACES TO CAL-REGISTRO
005270     MOVE DL980-CAL-CHAVE TO CAL-DATA
005280     MOVE DL980-TIPO-ENTRADA TO CAL-TIPO
005290     MOVE DL980-DESCRICAO-ENTRADA TO CAL-DESCRICAO
005300     PERFORM 6200-GRAVAR-NOVO THRU 6200-GRAVAR-NOVO-EXIT
005310     ADD 1 TO DL980-PASSOS
005320     IF DL980-CAL-CHAVE NOT < DL980-FIM-DATA
005330         SET DL980-FIM-GERACAO TO TRUE
005340         GO TO 6100-GRAVAR-DIA-PERIODO-EXIT
005350     END-IF
005360     IF DL980-PASSOS > 365
005370         DISPLAY 'PERIODO LIMITADO A 366 DIAS - PARADO EM '
005380             DL980-CAL-DD '/' DL980-CAL-MM '/' DL980-CAL-AAAA
005390         SET DL980-FIM-GERACAO TO TRUE
005400         GO TO 6100-GRAVAR-DIA-PERIODO-EXIT
005410     END-IF
005420     PERFORM 8600-PROXIMO-DIA THRU 8600-PROXIMO-DIA-EXIT.
005430 6100-GRAVAR-DIA-PERIODO-EXIT.
005440     EXIT.
005450
005460*----------------------------------------------------------------
005470*    6200-GRAVAR-NOVO: WRITE THE RECORD BUILT BY THE CALLER UNLESS
005480*    THE DAY IS ALREADY ON FILE.
005490*----------------------------------------------------------------
005500 6200-GRAVAR-NOVO.
005510     MOVE DL980-RESPONSAVEL TO CAL-RESPONSAVEL
005520     MOVE DL980-DATA-CHAVE TO CAL-DATA-ALTER
005530     WRITE CAL-REGISTRO
005540         INVALID KEY
005550             ADD 1 TO DL980-EXISTENTES
005560         NOT INVALID KEY
005570             ADD 1 TO DL980-GRAVADOS
005580     END-WRITE.
005590 6200-GRAVAR-NOVO-EXIT.
005600     EXIT.
005610
005620*----------------------------------------------------------------
005630*    7000-GERAR-FINS-SEMANA: EVERY SATURDAY AND SUNDAY OF THE
005640*    YEAR KEYED GOES ON FILE AS TYPE S. A DAY ALREADY ON FILE (A
005650*    HOLIDAY FALLING ON A WEEKEND) IS LEFT AS IT IS.
005660*----------------------------------------------------------------
005670 7000-GERAR-FINS-SEMANA.
005680     DISPLAY 'ANO (AAAA): '
005690     MOVE SPACES TO DL980-ANO-ENTRADA
005700     ACCEPT DL980-ANO-ENTRADA
005710     IF DL980-ANO-ENTRADA NOT NUMERIC
005720         DISPLAY 'ANO INVALIDO'
005730         GO TO 7000-GERAR-FINS-SEMANA-EXIT
005740     END-IF
005750     MOVE DL980-ANO-ENTRADA TO DL980-ANO-GERADO
005760     IF DL980-ANO-GERADO < 2000 OR DL980-ANO-GERADO > 2099
005770         DISPLAY 'ANO INVALIDO'
005780         GO TO 7000-GERAR-FINS-SEMANA-EXIT
005790     END-IF
005800     MOVE DL980-ANO-GERADO TO DL980-CAL-AAAA DL980-DN-ANO
005810     MOVE 1 TO DL980-CAL-MM DL980-CAL-DD DL980-DN-MES DL980-DN-DIA
005820     PERFORM 8500-NUMERO-DO-DIA THRU 8500-NUMERO-DO-DIA-EXIT
005830     COMPUTE DL980-SEM-TRAB = DL980-DN-RESULTADO + 1
005840     DIVIDE DL980-SEM-TRAB BY 7
005850         GIVING DL980-SEM-QUOC REMAINDER DL980-SEM-RESTO
005860     MOVE 0 TO DL980-GRAVADOS DL980-EXISTENTES
005870     MOVE 'N' TO DL980-SW-GERACAO
005880     PERFORM 7100-GERAR-DIA THRU 7100-GERAR-DIA-EXIT
005890         UNTIL DL980-FIM-GERACAO
005900     DISPLAY DL980-GRAVADOS ' DIAS DE FIM DE SEMANA INCLUIDOS, '
005910         DL980-EXISTENTES ' JA CADASTRADOS'.
005920 7000-GERAR-FINS-SEMANA-EXIT.
005930     EXIT.
005940
005950 7100-GERAR-DIA.
005960     IF DL980-CAL-AAAA NOT = DL980-ANO-GERADO
005970         SET DL980-FIM-GERACAO TO TRUE
005980         GO TO 7100-GERAR-DIA-EXIT
005990     END-IF
006000     IF DL980-SABADO OR DL980-DOMINGO
006010         MOVE SPACES TO CAL-REGISTRO
006020         MOVE DL980-CAL-CHAVE TO CAL-DATA
006030         MOVE 'S' TO CAL-TIPO
006040         IF DL980-SABADO
006050             MOVE 'SABADO' TO CAL-DESCRICAO
006060         ELSE
006070             MOVE 'DOMINGO' TO CAL-DESCRICAO
006080         END-IF
006090         PERFORM 6200-GRAVAR-NOVO THRU 6200-GRAVAR-NOVO-EXIT
006100     END-IF
006110     PERFORM 8600-PROXIMO-DIA THRU 8600-PROXIMO-DIA-EXIT
006120     IF DL980-SEM-RESTO = 6
006130         MOVE 0 TO DL980-SEM-RESTO
006140     ELSE
006150         ADD 1 TO DL980-SEM-RESTO
006160     END-IF.
006170 7100-GERAR-DIA-EXIT.
006180     EXIT.
006190
006200*----------------------------------------------------------------
006210*    8000-LISTAR: THE CALENDAR IN DATE ORDER FROM THE DAY KEYED,
006220*    OR THE WHOLE FILE WHEN THE DATE IS LEFT BLANK.
006230*----------------------------------------------------------------
006240 8000-LISTAR.
006250     DISPLAY 'A PARTIR DE (DD/MM/AAAA - EM BRANCO = TUDO): '
006260     MOVE SPACES TO DL980-DATA-ENTRADA
006270     ACCEPT DL980-DATA-ENTRADA
006280     IF DL980-DATA-ENTRADA = SPACES
006290         MOVE LOW-VALUES TO CAL-DATA
006300     ELSE
006310         PERFORM 2110-VALIDAR-DATA THRU 2110-VALIDAR-DATA-EXIT
006320         IF NOT DL980-ENTRADA-VALIDA
006330             GO TO 8000-LISTAR-EXIT
006340         END-IF
006350         MOVE DL980-CAL-CHAVE TO CAL-DATA
006360     END-IF
006370     MOVE 0 TO DL980-LISTADOS
006380     START CALEND-FILE KEY NOT < CAL-DATA
006390         INVALID KEY
006400             DISPLAY 'NENHUM DIA CADASTRADO A PARTIR DESSA DATA'
006410             GO TO 8000-LISTAR-EXIT
006420     END-START
006430     DISPLAY 'DATA        TIPO           DESCRICAO'
006440             '                       ALTERADO'
006450     MOVE 'N' TO DL980-SW-LISTA
006460     PERFORM 8100-LISTAR-REGISTRO THRU 8100-LISTAR-REGISTRO-EXIT
006470         UNTIL DL980-FIM-LISTA
006480     DISPLAY DL980-LISTADOS ' DIAS LISTADOS'.
006490 8000-LISTAR-EXIT.
006500     EXIT.
006510
006520 8100-LISTAR-REGISTRO.
006530     READ CALEND-FILE NEXT
006540         AT END
006550             SET DL980-FIM-LISTA TO TRUE
006560         NOT AT END
006570             MOVE SPACES TO DL980-LST-DATA
006580             STRING CAL-DATA(7:2) '/' CAL-DATA(5:2) '/'
006590                 CAL-DATA(1:4) DELIMITED BY SIZE
006600                 INTO DL980-LST-DATA
006610             PERFORM 8700-NOMEAR-TIPO THRU 8700-NOMEAR-TIPO-EXIT
006620             MOVE DL980-NOME-TIPO TO DL980-LST-TIPO
006630             MOVE CAL-DESCRICAO TO DL980-LST-DESCRICAO
006640             MOVE CAL-RESPONSAVEL TO DL980-LST-RESPONSAVEL
006650             MOVE CAL-DATA-ALTER TO DL980-LST-ALTER
006660             DISPLAY DL980-LISTA-LINHA
006670             ADD 1 TO DL980-LISTADOS
006680     END-READ.
006690 8100-LISTAR-REGISTRO-EXIT.
006700     EXIT.
006710
006720*----------------------------------------------------------------
006730*    8500-NUMERO-DO-DIA: DL980-DN-ANO/MES/DIA TO A DAY COUNT IN
006740*    DL980-DN-RESULTADO, THE SAME COUNT TABTAT USES.
006750*----------------------------------------------------------------
006760 8500-NUMERO-DO-DIA.
006770     IF DL980-DN-MES < 3
006780         SUBTRACT 1 FROM DL980-DN-ANO
006790         ADD 12 TO DL980-DN-MES
006800     END-IF
006810     COMPUTE DL980-DN-Q4 = DL980-DN-ANO / 4
006820     COMPUTE DL980-DN-Q100 = DL980-DN-ANO / 100
006830     COMPUTE DL980-DN-Q400 = DL980-DN-ANO / 400
006840     COMPUTE DL980-DN-QMES = (153 * (DL980-DN-MES - 3) + 2) / 5
006850     COMPUTE DL980-DN-RESULTADO = 365 * DL980-DN-ANO
006860         + DL980-DN-Q4 - DL980-DN-Q100 + DL980-DN-Q400
006870         + DL980-DN-QMES + DL980-DN-DIA.
006880 8500-NUMERO-DO-DIA-EXIT.
006890     EXIT.
006900
006910 8550-ULTIMO-DIA-MES.
006920     MOVE DL980-DIAS-NO-MES(DL980-CAL-MM) TO DL980-FIM-MES
006930     IF DL980-CAL-MM NOT = 2
006940         GO TO 8550-ULTIMO-DIA-MES-EXIT
006950     END-IF
006960     DIVIDE DL980-CAL-AAAA BY 4
006970         GIVING DL980-BIS-QUOC REMAINDER DL980-BIS-R4
006980     DIVIDE DL980-CAL-AAAA BY 100
006990         GIVING DL980-BIS-QUOC REMAINDER DL980-BIS-R100
007000     DIVIDE DL980-CAL-AAAA BY 400
007010         GIVING DL980-BIS-QUOC REMAINDER DL980-BIS-R400
007020     IF DL980-BIS-R4 = 0 AND
007030             (DL980-BIS-R100 NOT = 0 OR DL980-BIS-R400 = 0)
007040         MOVE 29 TO DL980-FIM-MES
007050     END-IF.
007060 8550-ULTIMO-DIA-MES-EXIT.
007070     EXIT.
007080
007090*----------------------------------------------------------------
007100*    8600-PROXIMO-DIA: STEP DL980-CAL-DATA FORWARD ONE DAY,
007110*    ACROSS MONTH AND YEAR ENDS.
007120*----------------------------------------------------------------
007130 8600-PROXIMO-DIA.
007140     PERFORM 8550-ULTIMO-DIA-MES THRU 8550-ULTIMO-DIA-MES-EXIT
007150     IF DL980-CAL-DD < DL980-FIM-MES
007160         ADD 1 TO DL980-CAL-DD
007170         GO TO 8600-PROXIMO-DIA-EXIT
007180     END-IF
007190     MOVE 1 TO DL980-CAL-DD
007200     IF DL980-CAL-MM < 12
007210         ADD 1 TO DL980-CAL-MM
007220     ELSE
007230         MOVE 1 TO DL980-CAL-MM
007240         ADD 1 TO DL980-CAL-AAAA
007250     END-IF.
007260 8600-PROXIMO-DIA-EXIT.
007270     EXIT.
007280
007290 8700-NOMEAR-TIPO.
007300     IF CAL-FERIADO
007310         MOVE 'FERIADO' TO DL980-NOME-TIPO
007320     ELSE
007330     IF CAL-RECESSO
007340         MOVE 'RECESSO' TO DL980-NOME-TIPO
007350     ELSE
007360     IF CAL-FIM-DE-SEMANA
007370         MOVE 'FIM DE SEMANA' TO DL980-NOME-TIPO
007380     ELSE
007390         MOVE 'NAO UTIL' TO DL980-NOME-TIPO
007400     END-IF
007410     END-IF
007420     END-IF.
007430 8700-NOMEAR-TIPO-EXIT.
007440     EXIT.
007450
007460*----------------------------------------------------------------
007470*    9100-REGRAVAR-DIA: STAMP AND REWRITE THE CHANGED RECORD.
007480*----------------------------------------------------------------
007490 9100-REGRAVAR-DIA.
007500     MOVE DL980-RESPONSAVEL TO CAL-RESPONSAVEL
007510     MOVE DL980-DATA-CHAVE TO CAL-DATA-ALTER
007520     REWRITE CAL-REGISTRO
007530         INVALID KEY
007540             DISPLAY 'ERRO AO REGRAVAR - STATUS '
007550                 DL980-CAL-STATUS
007560             GO TO 9100-REGRAVAR-DIA-EXIT
007570     END-REWRITE
007580     DISPLAY 'DIA ' DL980-DATA-ENTRADA ' ALTERADO'.
007590 9100-REGRAVAR-DIA-EXIT.
007600     EXIT.
007610
007620 9999-ENCERRAR.
007630     CLOSE CALEND-FILE
007640     CLOSE OPERATOR-FILE
007650     DISPLAY 'FIM DA MANUTENCAO DO CALENDARIO.'.
007660 9999-ENCERRAR-EXIT.
007670     EXIT.
