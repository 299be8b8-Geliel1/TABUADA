000100******************************************************************
000110* Author:GELIEL GUSTAVO DE SOUZA SILVA.
000120* Date:07/09/2026
000130******************************************************************
000140* MODIFICATION HISTORY
000150* DATE       INIT DESCRIPTION
000160* 07/09/2026 GGS  ORIGINAL PROGRAM. MAINTENANCE OF THE OPERFILE
000170*                 OPERATOR MASTER, WHICH UNTIL NOW COULD ONLY BE
000180*                 CHANGED BY HAND-EDITING AN OPEBKP BACKUP AND
000190*                 RELOADING IT THROUGH TABUTL. DATA ENTRY AT THE
000200*                 CONSOLE TO ADD AN OPERATOR, CHANGE THE NAME,
000210*                 DEACTIVATE OR REACTIVATE, AND TRANSFER TO
000220*                 ANOTHER DEPARTMENT FROM A GIVEN EFFECTIVE DATE.
000230*                 EVERY CHANGE IS FILED ON THE OPERHIST HISTORY
000240*                 MASTER WITH THE SIGNED-ON OPERATOR WHO MADE
000250*                 IT, THE DATE AND TIME, AND THE BEFORE AND
000260*                 AFTER VALUES. TABFAT READS THE TRANSFERS TO
000270*                 BILL EACH AUDITLOG LINE TO THE DEPARTMENT THE
000280*                 OPERATOR BELONGED TO ON THE DAY OF THE LINE.
000290******************************************************************
000300 IDENTIFICATION DIVISION.
000310*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
000320 PROGRAM-ID. TABOPE.
000330 ENVIRONMENT DIVISION.
000340*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
000350 CONFIGURATION SECTION.
000360     SPECIAL-NAMES.
000370         DECIMAL-POINT IS COMMA.
000380*-----------------------
000390 INPUT-OUTPUT SECTION.
000400 FILE-CONTROL.
000410     SELECT OPERATOR-FILE ASSIGN TO 'OPERFILE'
000420         ORGANIZATION IS INDEXED
000430         ACCESS MODE IS DYNAMIC
000440         RECORD KEY IS OPE-ID
000450         FILE STATUS IS DL150-OPERM-STATUS.
000460     SELECT OPER-HIST-FILE ASSIGN TO 'OPERHIST'
000470         ORGANIZATION IS INDEXED
000480         ACCESS MODE IS DYNAMIC
000490         RECORD KEY IS OPH-CHAVE
000500         FILE STATUS IS DL150-OPERH-STATUS.
000510*-----------------------
000520 DATA DIVISION.
000530*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
000540 FILE SECTION.
000550*-----------------------
000560 FD  OPERATOR-FILE.
000570 01  OPE-REGISTRO.
000580     05  OPE-ID                   PIC X(06).
000590     05  OPE-NOME                 PIC X(20).
000600     05  OPE-DEPTO                PIC X(04).
000610     05  OPE-ATIVO                PIC X(01).
000620         88  OPE-ATIVO-SIM        VALUE 'S'.
000630     05  FILLER                   PIC X(49).
000640
000650*----------------------------------------------------------------
000660*    OPERATOR HISTORY - ONE RECORD PER CHANGE. THE KEY RUNS BY
000670*    OPERATOR, THEN EFFECTIVE DATE (AAMMDD), THEN THE DATE AND
000680*    TIME THE CHANGE WAS KEYED, SO A READ NEXT FROM ANY DATE
000690*    WALKS THE OPERATOR'S LATER CHANGES IN THE ORDER THEY TOOK
000700*    EFFECT. A TRANSFER CARRIES THE DEPARTMENT LEFT AND JOINED.
000710*----------------------------------------------------------------
000720 FD  OPER-HIST-FILE.
000730 01  OPH-REGISTRO.
000740     05  OPH-CHAVE.
000750         10  OPH-ID               PIC X(06).
000760         10  OPH-EFETIVA          PIC X(06).
000770         10  OPH-DATA-ALTER       PIC X(06).
000780         10  OPH-HORA-ALTER       PIC X(08).
000790     05  OPH-TIPO                 PIC X(01).
000800         88  OPH-TIPO-INCLUSAO    VALUE 'I'.
000810         88  OPH-TIPO-NOME        VALUE 'N'.
000820         88  OPH-TIPO-DESATIVACAO VALUE 'D'.
000830         88  OPH-TIPO-REATIVACAO  VALUE 'R'.
000840         88  OPH-TIPO-TRANSFERENCIA VALUE 'T'.
000850     05  OPH-RESPONSAVEL          PIC X(06).
000860     05  OPH-NOME-ANTES           PIC X(20).
000870     05  OPH-NOME-DEPOIS          PIC X(20).
000880     05  OPH-DEPTO-ANTES          PIC X(04).
000890     05  OPH-DEPTO-DEPOIS         PIC X(04).
000900     05  OPH-ATIVO-ANTES          PIC X(01).
000910     05  OPH-ATIVO-DEPOIS         PIC X(01).
000920     05  FILLER                   PIC X(17).
000930
000940 WORKING-STORAGE SECTION.
000950*----------------------------------------------------------------
000960*    FILE STATUS AND RUN CONTROLS
000970*----------------------------------------------------------------
000980 01  DL150-OPERM-STATUS           PIC X(02).
000990     88  DL150-OPERM-OK           VALUE '00'.
001000 01  DL150-OPERH-STATUS           PIC X(02).
001010     88  DL150-OPERH-OK           VALUE '00'.
001020
001030 77  DL150-TENTATIVAS             PIC 9(02) COMP VALUE 0.
001040 77  DL150-LISTADOS               PIC 9(05) COMP VALUE 0.
001050
001060 01  DL150-SW-FIM                 PIC X(01) VALUE 'N'.
001070     88  DL150-FIM-MANUTENCAO     VALUE 'S'.
001080 01  DL150-SW-LISTA               PIC X(01) VALUE 'N'.
001090     88  DL150-FIM-LISTA          VALUE 'S'.
001100 01  DL150-SW-ENTRADA             PIC X(01) VALUE 'S'.
001110     88  DL150-ENTRADA-VALIDA     VALUE 'S'.
001120 01  DL150-SW-RESPONSAVEL         PIC X(01) VALUE 'N'.
001130     88  DL150-RESPONSAVEL-VALIDO VALUE 'S'.
001140 01  DL150-SW-CADASTRO            PIC X(01) VALUE 'N'.
001150     88  DL150-CADASTRO-VAZIO     VALUE 'S'.
001160
001170*----------------------------------------------------------------
001180*    DATA-ENTRY WORK FIELDS - EVERY ANSWER IS ACCEPTED INTO AN
001190*    X-FIELD AND EDITED BEFORE IT TOUCHES THE MASTER RECORD.
001200*----------------------------------------------------------------
001210 01  DL150-FUNCAO                 PIC X(01).
001220     88  DL150-FUNCAO-INCLUIR     VALUE 'I'.
001230     88  DL150-FUNCAO-NOME        VALUE 'N'.
001240     88  DL150-FUNCAO-DESATIVAR   VALUE 'D'.
001250     88  DL150-FUNCAO-REATIVAR    VALUE 'R'.
001260     88  DL150-FUNCAO-TRANSFERIR  VALUE 'T'.
001270     88  DL150-FUNCAO-HISTORICO   VALUE 'H'.
001280     88  DL150-FUNCAO-LISTAR      VALUE 'L'.
001290     88  DL150-FUNCAO-FIM         VALUE 'F'.
001300 01  DL150-RESPONSAVEL            PIC X(06).
001310 01  DL150-ID-ENTRADA             PIC X(06).
001320 01  DL150-NOME-ENTRADA           PIC X(20).
001330 01  DL150-DEPTO-ENTRADA          PIC X(04).
001340 01  DL150-DATA-ENTRADA           PIC X(08).
001350 01  DL150-DATA-ENT-RED REDEFINES DL150-DATA-ENTRADA.
001360     05  DL150-ENT-DD             PIC X(02).
001370     05  DL150-ENT-BARRA-1        PIC X(01).
001380     05  DL150-ENT-MM             PIC X(02).
001390     05  DL150-ENT-BARRA-2        PIC X(01).
001400     05  DL150-ENT-AA             PIC X(02).
001410 01  DL150-ENT-DD-NUM             PIC 9(02).
001420 01  DL150-ENT-MM-NUM             PIC 9(02).
001430 01  DL150-EFETIVA                PIC X(06).
001440 01  DL150-ULTIMA-EFETIVA         PIC X(06).
001450 01  DL150-TIPO-ALTERACAO         PIC X(01).
001460
001470*----------------------------------------------------------------
001480*    BEFORE IMAGE - THE MASTER FIELDS AS READ, KEPT FOR THE
001490*    HISTORY RECORD WRITTEN AFTER THE REWRITE.
001500*----------------------------------------------------------------
001510 01  DL150-ANTES.
001520     05  DL150-ANTES-NOME         PIC X(20).
001530     05  DL150-ANTES-DEPTO        PIC X(04).
001540     05  DL150-ANTES-ATIVO        PIC X(01).
001550
001560 01  DL150-DATA-SISTEMA.
001570     05  DL150-DATA-AA            PIC 9(02).
001580     05  DL150-DATA-MM            PIC 9(02).
001590     05  DL150-DATA-DD            PIC 9(02).
001600 01  DL150-DATA-CHAVE REDEFINES DL150-DATA-SISTEMA
001610                                  PIC X(06).
001620 01  DL150-HORA-SISTEMA           PIC 9(08).
001630
001640 01  DL150-LISTA-LINHA.
001650     05  DL150-LST-ID             PIC X(06).
001660     05  FILLER                   PIC X(02) VALUE SPACES.
001670     05  DL150-LST-NOME           PIC X(20).
001680     05  FILLER                   PIC X(02) VALUE SPACES.
001690     05  DL150-LST-DEPTO          PIC X(04).
001700     05  FILLER                   PIC X(03) VALUE SPACES.
001710     05  DL150-LST-ATIVO          PIC X(01).
001720
001730 01  DL150-HIST-LINHA.
001740     05  DL150-HST-EFETIVA        PIC X(08).
001750     05  FILLER                   PIC X(01) VALUE SPACES.
001760     05  DL150-HST-TIPO           PIC X(01).
001770     05  FILLER                   PIC X(01) VALUE SPACES.
001780     05  DL150-HST-RESPONSAVEL    PIC X(06).
001790     05  FILLER                   PIC X(01) VALUE SPACES.
001800     05  DL150-HST-ALTERADO       PIC X(08).
001810     05  FILLER                   PIC X(01) VALUE SPACES.
001820     05  DL150-HST-DE             PIC X(20).
001830     05  FILLER                   PIC X(04) VALUE ' -> '.
001840     05  DL150-HST-PARA           PIC X(20).
001850
001860*-----------------------
001870 PROCEDURE DIVISION.
001880*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
001890 0000-MAINLINE.
001900     PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT
001910     PERFORM 1500-IDENTIFICAR-RESPONSAVEL THRU
001920             1500-IDENTIFICAR-RESPONSAVEL-EXIT
001930     IF DL150-RESPONSAVEL-VALIDO
001940         PERFORM 2000-PROCESSAR-MANUTENCAO THRU
001950                 2000-PROCESSAR-MANUTENCAO-EXIT
001960             UNTIL DL150-FIM-MANUTENCAO
001970     END-IF
001980     PERFORM 9999-ENCERRAR THRU 9999-ENCERRAR-EXIT
001990     STOP RUN.
002000
002010*----------------------------------------------------------------
002020*    1000-INICIALIZAR: OPEN THE OPERATOR MASTER AND ITS HISTORY
002030*    I-O, BUILDING EMPTY FILES ON THE FIRST EVER RUN, AND NOTE
002040*    WHETHER THE MASTER IS STILL EMPTY FOR THE SIGN-ON.
002050*----------------------------------------------------------------
002060 1000-INICIALIZAR.
002070     ACCEPT DL150-DATA-SISTEMA FROM DATE
002080     OPEN I-O OPERATOR-FILE
002090     IF NOT DL150-OPERM-OK
002100         OPEN OUTPUT OPERATOR-FILE
002110         CLOSE OPERATOR-FILE
002120         OPEN I-O OPERATOR-FILE
002130     END-IF
002140     IF NOT DL150-OPERM-OK
002150         DISPLAY 'ERRO AO ABRIR OPERFILE - STATUS '
002160             DL150-OPERM-STATUS
002170         STOP RUN
002180     END-IF
002190     OPEN I-O OPER-HIST-FILE
002200     IF NOT DL150-OPERH-OK
002210         OPEN OUTPUT OPER-HIST-FILE
002220         CLOSE OPER-HIST-FILE
002230         OPEN I-O OPER-HIST-FILE
002240     END-IF
002250     IF NOT DL150-OPERH-OK
002260         DISPLAY 'ERRO AO ABRIR OPERHIST - STATUS '
002270             DL150-OPERH-STATUS
002280         STOP RUN
002290     END-IF
002300     MOVE LOW-VALUES TO OPE-ID
002310     START OPERATOR-FILE KEY > OPE-ID
002320         INVALID KEY
002330             MOVE 'S' TO DL150-SW-CADASTRO
002340     END-START.
002350 1000-INICIALIZAR-EXIT.
002360     EXIT.
002370
002380*----------------------------------------------------------------
002390*    1500-IDENTIFICAR-RESPONSAVEL: SIGN-ON. EVERY CHANGE IS
002400*    FILED UNDER THE OPERATOR WHO MADE IT, SO THE KEYED ID MUST
002410*    EXIST ON OPERFILE AND BE ACTIVE - THREE BAD TRIES END THE
002420*    SESSION. ON AN EMPTY MASTER THE FIRST ID IS TAKEN AS KEYED
002430*    SO THE OFFICE CAN REGISTER ITS FIRST OPERATOR.
002440*----------------------------------------------------------------
002450 1500-IDENTIFICAR-RESPONSAVEL.
002460     MOVE 'N' TO DL150-SW-RESPONSAVEL
002470     IF DL150-CADASTRO-VAZIO
002480         DISPLAY 'OPERFILE VAZIO - INFORME O SEU CODIGO PARA O '
002490                 'PRIMEIRO CADASTRO: '
002500         MOVE SPACES TO DL150-RESPONSAVEL
002510         ACCEPT DL150-RESPONSAVEL
002520         IF DL150-RESPONSAVEL NOT = SPACES
002530             MOVE 'S' TO DL150-SW-RESPONSAVEL
002540         END-IF
002550     ELSE
002560         MOVE 0 TO DL150-TENTATIVAS
002570         PERFORM 1510-PEDIR-RESPONSAVEL THRU
002580                 1510-PEDIR-RESPONSAVEL-EXIT
002590             UNTIL DL150-RESPONSAVEL-VALIDO OR
002600                   DL150-TENTATIVAS > 2
002610     END-IF
002620     IF NOT DL150-RESPONSAVEL-VALIDO
002630         DISPLAY 'ACESSO NEGADO - PROCURE A SUPERVISAO'
002640     END-IF.
002650 1500-IDENTIFICAR-RESPONSAVEL-EXIT.
002660     EXIT.
002670
002680 1510-PEDIR-RESPONSAVEL.
002690     DISPLAY 'INFORME O SEU CODIGO DE OPERADOR: '
002700     MOVE SPACES TO DL150-RESPONSAVEL
002710     ACCEPT DL150-RESPONSAVEL
002720     MOVE DL150-RESPONSAVEL TO OPE-ID
002730     READ OPERATOR-FILE
002740         INVALID KEY
002750             DISPLAY 'OPERADOR DESCONHECIDO'
002760             ADD 1 TO DL150-TENTATIVAS
002770         NOT INVALID KEY
002780             IF OPE-ATIVO-SIM
002790                 MOVE 'S' TO DL150-SW-RESPONSAVEL
002800                 DISPLAY 'BEM-VINDO(A) ' OPE-NOME
002810             ELSE
002820                 DISPLAY 'OPERADOR INATIVO'
002830                 ADD 1 TO DL150-TENTATIVAS
002840             END-IF
002850     END-READ.
002860 1510-PEDIR-RESPONSAVEL-EXIT.
002870     EXIT.
002880
002890*----------------------------------------------------------------
002900*    2000-PROCESSAR-MANUTENCAO: ONE PASS OF THE FUNCTION MENU -
002910*    PERFORMED UNTIL THE OPERATOR KEYS F.
002920*----------------------------------------------------------------
002930 2000-PROCESSAR-MANUTENCAO.
002940     DISPLAY '***** TABOPE - CADASTRO DE OPERADORES *****'
002950     DISPLAY '(I)NCLUIR (N)OME (D)ESATIVAR (R)EATIVAR '
002960             '(T)RANSFERIR (H)ISTORICO (L)ISTAR (F)IM: '
002970     MOVE SPACES TO DL150-FUNCAO
002980     ACCEPT DL150-FUNCAO
002990     IF DL150-FUNCAO-INCLUIR
003000         PERFORM 3000-INCLUIR THRU 3000-INCLUIR-EXIT
003010     ELSE
003020     IF DL150-FUNCAO-NOME
003030         PERFORM 4000-ALTERAR-NOME THRU 4000-ALTERAR-NOME-EXIT
003040     ELSE
003050     IF DL150-FUNCAO-DESATIVAR
003060         PERFORM 5000-DESATIVAR THRU 5000-DESATIVAR-EXIT
003070     ELSE
003080     IF DL150-FUNCAO-REATIVAR
003090         PERFORM 5500-REATIVAR THRU 5500-REATIVAR-EXIT
003100     ELSE
003110     IF DL150-FUNCAO-TRANSFERIR
003120         PERFORM 6000-TRANSFERIR THRU 6000-TRANSFERIR-EXIT
003130     ELSE
003140     IF DL150-FUNCAO-HISTORICO
003150         PERFORM 7000-HISTORICO THRU 7000-HISTORICO-EXIT
003160     ELSE
003170     IF DL150-FUNCAO-LISTAR
003180         PERFORM 8000-LISTAR THRU 8000-LISTAR-EXIT
003190     ELSE
003200     IF DL150-FUNCAO-FIM
003210         SET DL150-FIM-MANUTENCAO TO TRUE
003220     ELSE
003230         DISPLAY 'FUNCAO INVALIDA - USE I, N, D, R, T, H, L OU F'
003240     END-IF
003250     END-IF
003260     END-IF
003270     END-IF
003280     END-IF
003290     END-IF
003300     END-IF
003310     END-IF.
003320 2000-PROCESSAR-MANUTENCAO-EXIT.
003330     EXIT.
003340
003350*----------------------------------------------------------------
003360*    2100-PEDIR-ID: ASK FOR THE OPERATOR ID BEING MAINTAINED.
003370*----------------------------------------------------------------
003380 2100-PEDIR-ID.
003390     MOVE 'S' TO DL150-SW-ENTRADA
003400     DISPLAY 'CODIGO DO OPERADOR (ID): '
003410     MOVE SPACES TO DL150-ID-ENTRADA
003420     ACCEPT DL150-ID-ENTRADA
003430     IF DL150-ID-ENTRADA = SPACES
003440         DISPLAY 'CODIGO OBRIGATORIO'
003450         MOVE 'N' TO DL150-SW-ENTRADA
003460     END-IF.
003470 2100-PEDIR-ID-EXIT.
003480     EXIT.
003490
003500*----------------------------------------------------------------
003510*    2150-LER-OPERADOR: READ THE OPERATOR AND KEEP THE BEFORE
003520*    IMAGE FOR THE HISTORY RECORD.
003530*----------------------------------------------------------------
003540 2150-LER-OPERADOR.
003550     PERFORM 2100-PEDIR-ID THRU 2100-PEDIR-ID-EXIT
003560     IF NOT DL150-ENTRADA-VALIDA
003570         GO TO 2150-LER-OPERADOR-EXIT
003580     END-IF
003590     MOVE DL150-ID-ENTRADA TO OPE-ID
003600     READ OPERATOR-FILE
003610         INVALID KEY
003620             DISPLAY 'OPERADOR ' DL150-ID-ENTRADA
003625                 ' NAO ENCONTRADO'
003630             MOVE 'N' TO DL150-SW-ENTRADA
003640             GO TO 2150-LER-OPERADOR-EXIT
003650     END-READ
003660     MOVE OPE-NOME TO DL150-ANTES-NOME
003670     MOVE OPE-DEPTO TO DL150-ANTES-DEPTO
003680     MOVE OPE-ATIVO TO DL150-ANTES-ATIVO
003690     DISPLAY OPE-ID ' ' OPE-NOME ' DEPTO ' OPE-DEPTO
003700         ' ATIVO ' OPE-ATIVO.
003710 2150-LER-OPERADOR-EXIT.
003720     EXIT.
003730
003740 2200-PEDIR-NOME.
003750     DISPLAY 'NOME DO OPERADOR: '
003760     MOVE SPACES TO DL150-NOME-ENTRADA
003770     ACCEPT DL150-NOME-ENTRADA
003780     IF DL150-NOME-ENTRADA = SPACES
003790         DISPLAY 'NOME OBRIGATORIO'
003800         MOVE 'N' TO DL150-SW-ENTRADA
003810     END-IF.
003820 2200-PEDIR-NOME-EXIT.
003830     EXIT.
003840
003850 2300-PEDIR-DEPTO.
003860     DISPLAY 'DEPARTAMENTO (4 LETRAS): '
003870     MOVE SPACES TO DL150-DEPTO-ENTRADA
003880     ACCEPT DL150-DEPTO-ENTRADA
003890     IF DL150-DEPTO-ENTRADA = SPACES OR
003900             DL150-DEPTO-ENTRADA = '????'
003910         DISPLAY 'DEPARTAMENTO INVALIDO'
003920         MOVE 'N' TO DL150-SW-ENTRADA
003930     END-IF.
003940 2300-PEDIR-DEPTO-EXIT.
003950     EXIT.
003960
003970*----------------------------------------------------------------
003980*    2400-PEDIR-EFETIVA: THE DATE A TRANSFER TAKES EFFECT, DD/MM/
003990*    AA, BRANCO = TODAY. KEPT AS AAMMDD SO IT SORTS IN THE KEY.
004000*----------------------------------------------------------------
004010 2400-PEDIR-EFETIVA.
004020     DISPLAY 'DATA EFETIVA (DD/MM/AA, BRANCO=HOJE): '
004030     MOVE SPACES TO DL150-DATA-ENTRADA
004040     ACCEPT DL150-DATA-ENTRADA
004050     IF DL150-DATA-ENTRADA = SPACES
004060         MOVE DL150-DATA-CHAVE TO DL150-EFETIVA
004070         GO TO 2400-PEDIR-EFETIVA-EXIT
004080     END-IF
004090     IF DL150-ENT-DD NOT NUMERIC OR
004100             DL150-ENT-BARRA-1 NOT = '/' OR
004110             DL150-ENT-MM NOT NUMERIC OR
004120             DL150-ENT-BARRA-2 NOT = '/' OR
004130             DL150-ENT-AA NOT NUMERIC
004140         DISPLAY 'DATA INVALIDA - USE DD/MM/AA'
004150         MOVE 'N' TO DL150-SW-ENTRADA
004160         GO TO 2400-PEDIR-EFETIVA-EXIT
004170     END-IF
004180     MOVE DL150-ENT-DD TO DL150-ENT-DD-NUM
004190     MOVE DL150-ENT-MM TO DL150-ENT-MM-NUM
004200     IF DL150-ENT-DD-NUM < 1 OR DL150-ENT-DD-NUM > 31 OR
004210             DL150-ENT-MM-NUM < 1 OR DL150-ENT-MM-NUM > 12
004220         DISPLAY 'DATA INVALIDA - USE DD/MM/AA'
004230         MOVE 'N' TO DL150-SW-ENTRADA
004240         GO TO 2400-PEDIR-EFETIVA-EXIT
004250     END-IF
004260     STRING DL150-ENT-AA DL150-ENT-MM DL150-ENT-DD
004270         DELIMITED BY SIZE INTO DL150-EFETIVA.
004280 2400-PEDIR-EFETIVA-EXIT.
004290     EXIT.
004300
004310*----------------------------------------------------------------
004320*    3000-INCLUIR: ADD A NEW ACTIVE OPERATOR. THE WRITE REJECTS
004330*    AN ID ALREADY ON FILE.
004340*----------------------------------------------------------------
004350 3000-INCLUIR.
004360     PERFORM 2100-PEDIR-ID THRU 2100-PEDIR-ID-EXIT
004370     IF NOT DL150-ENTRADA-VALIDA
004380         GO TO 3000-INCLUIR-EXIT
004390     END-IF
004400     MOVE DL150-ID-ENTRADA TO OPE-ID
004410     READ OPERATOR-FILE
004420         NOT INVALID KEY
004430             DISPLAY 'OPERADOR ' DL150-ID-ENTRADA ' JA EXISTE'
004440             GO TO 3000-INCLUIR-EXIT
004450     END-READ
004460     PERFORM 2200-PEDIR-NOME THRU 2200-PEDIR-NOME-EXIT
004470     IF NOT DL150-ENTRADA-VALIDA
004480         GO TO 3000-INCLUIR-EXIT
004490     END-IF
004500     PERFORM 2300-PEDIR-DEPTO THRU 2300-PEDIR-DEPTO-EXIT
004510     IF NOT DL150-ENTRADA-VALIDA
004520         GO TO 3000-INCLUIR-EXIT
004530     END-IF
004540     MOVE SPACES TO OPE-REGISTRO
004550     MOVE DL150-ID-ENTRADA TO OPE-ID
004560     MOVE DL150-NOME-ENTRADA TO OPE-NOME
004570     MOVE DL150-DEPTO-ENTRADA TO OPE-DEPTO
004580     MOVE 'S' TO OPE-ATIVO
004590     MOVE SPACES TO DL150-ANTES
004600     WRITE OPE-REGISTRO
004610         INVALID KEY
004620             DISPLAY 'ERRO AO INCLUIR - STATUS '
004625                 DL150-OPERM-STATUS
004630             GO TO 3000-INCLUIR-EXIT
004640     END-WRITE
004650     MOVE 'N' TO DL150-SW-CADASTRO
004660     MOVE 'I' TO DL150-TIPO-ALTERACAO
004670     MOVE DL150-DATA-CHAVE TO DL150-EFETIVA
004680     PERFORM 9000-GRAVAR-HISTORICO THRU 9000-GRAVAR-HISTORICO-EXIT
004690     DISPLAY 'OPERADOR ' DL150-ID-ENTRADA ' INCLUIDO'.
004700 3000-INCLUIR-EXIT.
004710     EXIT.
004720
004730*----------------------------------------------------------------
004740*    4000-ALTERAR-NOME: CORRECT OR CHANGE THE OPERATOR'S NAME.
004750*----------------------------------------------------------------
004760 4000-ALTERAR-NOME.
004770     PERFORM 2150-LER-OPERADOR THRU 2150-LER-OPERADOR-EXIT
004780     IF NOT DL150-ENTRADA-VALIDA
004790         GO TO 4000-ALTERAR-NOME-EXIT
004800     END-IF
004810     PERFORM 2200-PEDIR-NOME THRU 2200-PEDIR-NOME-EXIT
004820     IF NOT DL150-ENTRADA-VALIDA
004830         GO TO 4000-ALTERAR-NOME-EXIT
004840     END-IF
004850     IF DL150-NOME-ENTRADA = OPE-NOME
004860         DISPLAY 'NOME IGUAL AO ATUAL - SEM ALTERACAO'
004870         GO TO 4000-ALTERAR-NOME-EXIT
004880     END-IF
004890     MOVE DL150-NOME-ENTRADA TO OPE-NOME
004900     MOVE 'N' TO DL150-TIPO-ALTERACAO
004910     MOVE DL150-DATA-CHAVE TO DL150-EFETIVA
004920     PERFORM 9100-REGRAVAR-OPERADOR THRU
004930             9100-REGRAVAR-OPERADOR-EXIT.
004940 4000-ALTERAR-NOME-EXIT.
004950     EXIT.
004960
004970*----------------------------------------------------------------
004980*    5000-DESATIVAR / 5500-REATIVAR: FLIP THE ACTIVE FLAG. THE
004990*    RECORD STAYS ON FILE - AUDITLOG LINES STILL CARRY THE ID
005000*    AND TABFAT STILL NEEDS ITS DEPARTMENT. THE SIGNED-ON
005010*    OPERATOR CANNOT DEACTIVATE THEIR OWN ID.
005020*----------------------------------------------------------------
005030 5000-DESATIVAR.
005040     PERFORM 2150-LER-OPERADOR THRU 2150-LER-OPERADOR-EXIT
005050     IF NOT DL150-ENTRADA-VALIDA
005060         GO TO 5000-DESATIVAR-EXIT
005070     END-IF
005080     IF NOT OPE-ATIVO-SIM
005090         DISPLAY 'OPERADOR ' OPE-ID ' JA ESTA INATIVO'
005100         GO TO 5000-DESATIVAR-EXIT
005110     END-IF
005120     IF OPE-ID = DL150-RESPONSAVEL
005130         DISPLAY 'NAO E PERMITIDO DESATIVAR O PROPRIO CODIGO'
005140         GO TO 5000-DESATIVAR-EXIT
005150     END-IF
005160     MOVE 'N' TO OPE-ATIVO
005170     MOVE 'D' TO DL150-TIPO-ALTERACAO
005180     MOVE DL150-DATA-CHAVE TO DL150-EFETIVA
005190     PERFORM 9100-REGRAVAR-OPERADOR THRU
005200             9100-REGRAVAR-OPERADOR-EXIT.
005210 5000-DESATIVAR-EXIT.
005220     EXIT.
005230
005240 5500-REATIVAR.
005250     PERFORM 2150-LER-OPERADOR THRU 2150-LER-OPERADOR-EXIT
005260     IF NOT DL150-ENTRADA-VALIDA
005270         GO TO 5500-REATIVAR-EXIT
005280     END-IF
005290     IF OPE-ATIVO-SIM
005300         DISPLAY 'OPERADOR ' OPE-ID ' JA ESTA ATIVO'
005310         GO TO 5500-REATIVAR-EXIT
005320     END-IF
005330     MOVE 'S' TO OPE-ATIVO
005340     MOVE 'R' TO DL150-TIPO-ALTERACAO
005350     MOVE DL150-DATA-CHAVE TO DL150-EFETIVA
005360     PERFORM 9100-REGRAVAR-OPERADOR THRU
005370             9100-REGRAVAR-OPERADOR-EXIT.
005380 5500-REATIVAR-EXIT.
005390     EXIT.
005400
005410*----------------------------------------------------------------
005420*    6000-TRANSFERIR: MOVE THE OPERATOR TO ANOTHER DEPARTMENT
005430*    FROM AN EFFECTIVE DATE. THE MASTER CARRIES THE NEW
005440*    DEPARTMENT AT ONCE; THE HISTORY RECORD KEEPS THE OLD ONE SO
005450*    TABFAT BILLS THE LINES BEFORE THE EFFECTIVE DATE TO IT. AN
005460*    EFFECTIVE DATE EARLIER THAN THE OPERATOR'S LAST TRANSFER IS
005470*    REFUSED - IT WOULD BREAK THE CHAIN OF DEPARTMENTS.
005480*----------------------------------------------------------------
005490 6000-TRANSFERIR.
005500     PERFORM 2150-LER-OPERADOR THRU 2150-LER-OPERADOR-EXIT
005510     IF NOT DL150-ENTRADA-VALIDA
005520         GO TO 6000-TRANSFERIR-EXIT
005530     END-IF
005540     PERFORM 2300-PEDIR-DEPTO THRU 2300-PEDIR-DEPTO-EXIT
005550     IF NOT DL150-ENTRADA-VALIDA
005560         GO TO 6000-TRANSFERIR-EXIT
005570     END-IF
005580     IF DL150-DEPTO-ENTRADA = DL150-ANTES-DEPTO
005590         DISPLAY 'OPERADOR JA PERTENCE AO DEPARTAMENTO '
005600             DL150-DEPTO-ENTRADA
005610         GO TO 6000-TRANSFERIR-EXIT
005620     END-IF
005630     PERFORM 2400-PEDIR-EFETIVA THRU 2400-PEDIR-EFETIVA-EXIT
005640     IF NOT DL150-ENTRADA-VALIDA
005650         GO TO 6000-TRANSFERIR-EXIT
005660     END-IF
005670     PERFORM 6100-ULTIMA-TRANSFERENCIA THRU
005680             6100-ULTIMA-TRANSFERENCIA-EXIT
005690     IF DL150-EFETIVA < DL150-ULTIMA-EFETIVA
005700         DISPLAY 'DATA EFETIVA ANTERIOR A ULTIMA TRANSFERENCIA ('
005710             DL150-ULTIMA-EFETIVA(5:2) '/'
005720             DL150-ULTIMA-EFETIVA(3:2) '/'
005730             DL150-ULTIMA-EFETIVA(1:2) ')'
005740         GO TO 6000-TRANSFERIR-EXIT
005750     END-IF
005760*    THE BROWSE ABOVE MOVED THE RECORD AREA - READ THE MASTER
005770*    AGAIN BEFORE THE REWRITE.
005780     MOVE DL150-ID-ENTRADA TO OPE-ID
005790     READ OPERATOR-FILE
005800         INVALID KEY
005810             DISPLAY 'OPERADOR ' DL150-ID-ENTRADA
005815                 ' NAO ENCONTRADO'
005820             GO TO 6000-TRANSFERIR-EXIT
005830     END-READ
005840     MOVE DL150-DEPTO-ENTRADA TO OPE-DEPTO
005850     MOVE 'T' TO DL150-TIPO-ALTERACAO
005860     PERFORM 9100-REGRAVAR-OPERADOR THRU
005870             9100-REGRAVAR-OPERADOR-EXIT.
005880 6000-TRANSFERIR-EXIT.
005890     EXIT.
005900
005910*----------------------------------------------------------------
005920*    6100-ULTIMA-TRANSFERENCIA: WALK THE OPERATOR'S HISTORY IN
005930*    KEY (EFFECTIVE DATE) ORDER AND KEEP THE LAST TRANSFER DATE.
005940*----------------------------------------------------------------
005950 6100-ULTIMA-TRANSFERENCIA.
005960     MOVE LOW-VALUES TO DL150-ULTIMA-EFETIVA
005970     MOVE LOW-VALUES TO OPH-CHAVE
005980     MOVE DL150-ID-ENTRADA TO OPH-ID
005990     START OPER-HIST-FILE KEY > OPH-CHAVE
006000         INVALID KEY
006010             GO TO 6100-ULTIMA-TRANSFERENCIA-EXIT
006020     END-START
006030     MOVE 'N' TO DL150-SW-LISTA
006040     PERFORM 6110-EXAMINAR-TRANSFERENCIA THRU
006050             6110-EXAMINAR-TRANSFERENCIA-EXIT
006060         UNTIL DL150-FIM-LISTA.
006070 6100-ULTIMA-TRANSFERENCIA-EXIT.
006080     EXIT.
006090
006100 6110-EXAMINAR-TRANSFERENCIA.
006110     READ OPER-HIST-FILE NEXT
006120         AT END
006130             SET DL150-FIM-LISTA TO TRUE
006140             GO TO 6110-EXAMINAR-TRANSFERENCIA-EXIT
006150     END-READ
006160     IF OPH-ID NOT = DL150-ID-ENTRADA
006170         SET DL150-FIM-LISTA TO TRUE
006180         GO TO 6110-EXAMINAR-TRANSFERENCIA-EXIT
006190     END-IF
006200     IF OPH-TIPO-TRANSFERENCIA
006210         MOVE OPH-EFETIVA TO DL150-ULTIMA-EFETIVA
006220     END-IF.
006230 6110-EXAMINAR-TRANSFERENCIA-EXIT.
006240     EXIT.
006250
006260*----------------------------------------------------------------
006270*    7000-HISTORICO: LIST ONE OPERATOR'S CHANGES IN EFFECTIVE-
006280*    DATE ORDER - TYPE, WHO MADE IT, WHEN, BEFORE AND AFTER.
006290*----------------------------------------------------------------
006300 7000-HISTORICO.
006310     PERFORM 2100-PEDIR-ID THRU 2100-PEDIR-ID-EXIT
006320     IF NOT DL150-ENTRADA-VALIDA
006330         GO TO 7000-HISTORICO-EXIT
006340     END-IF
006350     MOVE 0 TO DL150-LISTADOS
006360     MOVE LOW-VALUES TO OPH-CHAVE
006370     MOVE DL150-ID-ENTRADA TO OPH-ID
006380     START OPER-HIST-FILE KEY > OPH-CHAVE
006390         INVALID KEY
006400             DISPLAY 'SEM HISTORICO PARA ' DL150-ID-ENTRADA
006410             GO TO 7000-HISTORICO-EXIT
006420     END-START
006430     DISPLAY 'EFETIVA  T RESP.  ALTERADO DE'
006440             '                      PARA'
006450     MOVE 'N' TO DL150-SW-LISTA
006460     PERFORM 7100-LISTAR-HISTORICO THRU 7100-LISTAR-HISTORICO-EXIT
006470         UNTIL DL150-FIM-LISTA
006480     DISPLAY DL150-LISTADOS ' ALTERACOES LISTADAS'.
006490 7000-HISTORICO-EXIT.
006500     EXIT.
006510
006520 7100-LISTAR-HISTORICO.
006530     READ OPER-HIST-FILE NEXT
006540         AT END
006550             SET DL150-FIM-LISTA TO TRUE
006560             GO TO 7100-LISTAR-HISTORICO-EXIT
006570     END-READ
006580     IF OPH-ID NOT = DL150-ID-ENTRADA
006590         SET DL150-FIM-LISTA TO TRUE
006600         GO TO 7100-LISTAR-HISTORICO-EXIT
006610     END-IF
006620     MOVE SPACES TO DL150-HST-EFETIVA DL150-HST-ALTERADO
006630     STRING OPH-EFETIVA(5:2) '/' OPH-EFETIVA(3:2) '/'
006640         OPH-EFETIVA(1:2) DELIMITED BY SIZE INTO DL150-HST-EFETIVA
006650     STRING OPH-DATA-ALTER(5:2) '/' OPH-DATA-ALTER(3:2) '/'
006660         OPH-DATA-ALTER(1:2) DELIMITED BY SIZE
006670         INTO DL150-HST-ALTERADO
006680     MOVE OPH-TIPO TO DL150-HST-TIPO
006690     MOVE OPH-RESPONSAVEL TO DL150-HST-RESPONSAVEL
006700     IF OPH-TIPO-TRANSFERENCIA
006710         MOVE OPH-DEPTO-ANTES TO DL150-HST-DE
006720         MOVE OPH-DEPTO-DEPOIS TO DL150-HST-PARA
006730     ELSE
006740     IF OPH-TIPO-DESATIVACAO OR OPH-TIPO-REATIVACAO
006750         MOVE OPH-ATIVO-ANTES TO DL150-HST-DE
006760         MOVE OPH-ATIVO-DEPOIS TO DL150-HST-PARA
006770     ELSE
006780         MOVE OPH-NOME-ANTES TO DL150-HST-DE
006790         MOVE OPH-NOME-DEPOIS TO DL150-HST-PARA
006800     END-IF
006810     END-IF
006820     DISPLAY DL150-HIST-LINHA
006830     ADD 1 TO DL150-LISTADOS.
006840 7100-LISTAR-HISTORICO-EXIT.
006850     EXIT.
006860
006870*----------------------------------------------------------------
006880*    8000-LISTAR: DUMP THE OPERATOR MASTER IN KEY ORDER.
006890*----------------------------------------------------------------
006900 8000-LISTAR.
006910     MOVE 0 TO DL150-LISTADOS
006920     MOVE LOW-VALUES TO OPE-ID
006930     START OPERATOR-FILE KEY > OPE-ID
006940         INVALID KEY
006950             DISPLAY 'OPERFILE VAZIO'
006960             GO TO 8000-LISTAR-EXIT
006970     END-START
006980     DISPLAY 'ID      NOME                  DEPTO  ATIVO'
006990     MOVE 'N' TO DL150-SW-LISTA
007000     PERFORM 8100-LISTAR-REGISTRO THRU 8100-LISTAR-REGISTRO-EXIT
007010         UNTIL DL150-FIM-LISTA
007020     DISPLAY DL150-LISTADOS ' OPERADORES LISTADOS'.
007030 8000-LISTAR-EXIT.
007040     EXIT.
007050
007060 8100-LISTAR-REGISTRO.
007070     READ OPERATOR-FILE NEXT
007080         AT END
007090             SET DL150-FIM-LISTA TO TRUE
007100         NOT AT END
007110             MOVE OPE-ID TO DL150-LST-ID
007120             MOVE OPE-NOME TO DL150-LST-NOME
007130             MOVE OPE-DEPTO TO DL150-LST-DEPTO
007140             MOVE OPE-ATIVO TO DL150-LST-ATIVO
007150             DISPLAY DL150-LISTA-LINHA
007160             ADD 1 TO DL150-LISTADOS
007170     END-READ.
007180 8100-LISTAR-REGISTRO-EXIT.
007190     EXIT.
007200
007210*----------------------------------------------------------------
007220*    9000-GRAVAR-HISTORICO: FILE THE CHANGE JUST MADE - THE
007230*    BEFORE IMAGE KEPT AT THE READ, THE AFTER IMAGE FROM THE
007240*    MASTER RECORD, THE SIGNED-ON OPERATOR AND THE TIME STAMP.
007250*----------------------------------------------------------------
007260 9000-GRAVAR-HISTORICO.
007270     ACCEPT DL150-DATA-SISTEMA FROM DATE
007280     ACCEPT DL150-HORA-SISTEMA FROM TIME
007290     MOVE SPACES TO OPH-REGISTRO
007300     MOVE OPE-ID TO OPH-ID
007310     MOVE DL150-EFETIVA TO OPH-EFETIVA
007320     MOVE DL150-DATA-CHAVE TO OPH-DATA-ALTER
007330     MOVE DL150-HORA-SISTEMA TO OPH-HORA-ALTER
007340     MOVE DL150-TIPO-ALTERACAO TO OPH-TIPO
007350     MOVE DL150-RESPONSAVEL TO OPH-RESPONSAVEL
007360     MOVE DL150-ANTES-NOME TO OPH-NOME-ANTES
007370     MOVE DL150-ANTES-DEPTO TO OPH-DEPTO-ANTES
007380     MOVE DL150-ANTES-ATIVO TO OPH-ATIVO-ANTES
007390     MOVE OPE-NOME TO OPH-NOME-DEPOIS
007400     MOVE OPE-DEPTO TO OPH-DEPTO-DEPOIS
007410     MOVE OPE-ATIVO TO OPH-ATIVO-DEPOIS
007420     WRITE OPH-REGISTRO
007430         INVALID KEY
007440             DISPLAY 'ERRO AO GRAVAR OPERHIST - STATUS '
007450                 DL150-OPERH-STATUS
007460     END-WRITE.
007470 9000-GRAVAR-HISTORICO-EXIT.
007480     EXIT.
007490
007500*----------------------------------------------------------------
007510*    9100-REGRAVAR-OPERADOR: REWRITE THE CHANGED MASTER RECORD
007520*    AND FILE ITS HISTORY. A FAILED REWRITE FILES NOTHING.
007530*----------------------------------------------------------------
007540 9100-REGRAVAR-OPERADOR.
007550     REWRITE OPE-REGISTRO
007560         INVALID KEY
007570             DISPLAY 'ERRO AO REGRAVAR - STATUS '
007575                 DL150-OPERM-STATUS
007580             GO TO 9100-REGRAVAR-OPERADOR-EXIT
007590     END-REWRITE
007600     PERFORM 9000-GRAVAR-HISTORICO THRU 9000-GRAVAR-HISTORICO-EXIT
007610     DISPLAY 'OPERADOR ' OPE-ID ' ALTERADO'.
007620 9100-REGRAVAR-OPERADOR-EXIT.
007630     EXIT.
007640
007650 9999-ENCERRAR.
007660     CLOSE OPERATOR-FILE
007670     CLOSE OPER-HIST-FILE
007680     DISPLAY 'FIM DA MANUTENCAO DE OPERADORES.'.
007690 9999-ENCERRAR-EXIT.
007700     EXIT.
