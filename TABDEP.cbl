000100******************************************************************
000110* Author:GELIEL GUSTAVO DE SOUZA SILVA.
000120* Date:28/09/2026
000130******************************************************************
000140* MODIFICATION HISTORY
000150* DATE       INIT DESCRIPTION
000160* 28/09/2026 GGS  ORIGINAL PROGRAM. MAINTENANCE OF THE DEPTFILE
000170*                 DEPARTMENT MASTER AND ITS MONTHLY LINE QUOTA.
000180*                 THE OVERNIGHT TABOADA RUN REFUSES A REQUEST
000190*                 THAT WOULD TAKE ITS DEPARTMENT PAST THE QUOTA
000200*                 FOR THE MONTH, AND TABCOT REPORTS THE
000210*                 DEPARTMENTS RUNNING CLOSE TO IT. A QUOTA OF
000220*                 ZERO MEANS THE DEPARTMENT IS NOT LIMITED.
000230*                 EVERY CHANGE IS STAMPED WITH THE SIGNED-ON
000240*                 OPERATOR AND THE DATE.
000250******************************************************************
000260 IDENTIFICATION DIVISION.
000270*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
000280 PROGRAM-ID. TABDEP.
000290 ENVIRONMENT DIVISION.
000300*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
000310 CONFIGURATION SECTION.
000320     SPECIAL-NAMES.
000330         DECIMAL-POINT IS COMMA.
000340*-----------------------
000350 INPUT-OUTPUT SECTION.
000360 FILE-CONTROL.
000370     SELECT DEPTO-FILE ASSIGN TO 'DEPTFILE'
000380         ORGANIZATION IS INDEXED
000390         ACCESS MODE IS DYNAMIC
000400         RECORD KEY IS DPT-CODIGO
000410         FILE STATUS IS DL450-DEPTO-STATUS.
000420     SELECT OPERATOR-FILE ASSIGN TO 'OPERFILE'
000430         ORGANIZATION IS INDEXED
000440         ACCESS MODE IS RANDOM
000450         RECORD KEY IS OPE-ID
000460         FILE STATUS IS DL450-OPERM-STATUS.
000470*-----------------------
000480 DATA DIVISION.
000490*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
000500 FILE SECTION.
000510*-----------------------
000520*----------------------------------------------------------------
000530*    DEPARTMENT MASTER - ONE RECORD PER DEPARTMENT, KEYED ON THE
000540*    SAME FOUR-LETTER CODE CARRIED BY OPERFILE AND REQMAST.
000550*----------------------------------------------------------------
000560 FD  DEPTO-FILE.
000570 01  DPT-REGISTRO.
000580     05  DPT-CODIGO               PIC X(04).
000590     05  DPT-NOME                 PIC X(30).
000600     05  DPT-COTA-MENSAL          PIC 9(07).
000610     05  DPT-RESPONSAVEL          PIC X(06).
000620     05  DPT-DATA-ALTER           PIC X(06).
000630     05  FILLER                   PIC X(27).
000640
000650 FD  OPERATOR-FILE.
000660 01  OPE-REGISTRO.
000670     05  OPE-ID                   PIC X(06).
000680     05  OPE-NOME                 PIC X(20).
000690     05  OPE-DEPTO                PIC X(04).
000700     05  OPE-ATIVO                PIC X(01).
000710         88  OPE-ATIVO-SIM        VALUE 'S'.
000720     05  FILLER                   PIC X(49).
000730
000740 WORKING-STORAGE SECTION.
000750*----------------------------------------------------------------
000760*    FILE STATUS AND SESSION CONTROLS
000770*----------------------------------------------------------------
000780 01  DL450-DEPTO-STATUS           PIC X(02).
000790     88  DL450-DEPTO-OK           VALUE '00'.
000800 01  DL450-OPERM-STATUS           PIC X(02).
000810     88  DL450-OPERM-OK           VALUE '00'.
000820
000830 01  DL450-SW-FIM                 PIC X(01) VALUE 'N'.
000840     88  DL450-FIM-MANUTENCAO     VALUE 'S'.
000850 01  DL450-SW-LISTA               PIC X(01) VALUE 'N'.
000860     88  DL450-FIM-LISTA          VALUE 'S'.
000870 01  DL450-SW-ENTRADA             PIC X(01) VALUE 'S'.
000880     88  DL450-ENTRADA-VALIDA     VALUE 'S'.
000890 01  DL450-SW-RESPONSAVEL         PIC X(01) VALUE 'N'.
000900     88  DL450-RESPONSAVEL-VALIDO VALUE 'S'.
000910 77  DL450-TENTATIVAS             PIC 9(02) COMP VALUE 0.
000920 77  DL450-LISTADOS               PIC 9(05) COMP VALUE 0.
000930
000940*----------------------------------------------------------------
000950*    DATA-ENTRY WORK FIELDS - EVERY ANSWER IS ACCEPTED INTO AN
000960*    X-FIELD AND EDITED BEFORE IT TOUCHES THE MASTER RECORD.
000970*----------------------------------------------------------------
000980 01  DL450-FUNCAO                 PIC X(01).
000990     88  DL450-FUNCAO-INCLUIR     VALUE 'I'.
001000     88  DL450-FUNCAO-COTA        VALUE 'C'.
001010     88  DL450-FUNCAO-NOME        VALUE 'N'.
001020     88  DL450-FUNCAO-EXCLUIR     VALUE 'E'.
001030     88  DL450-FUNCAO-LISTAR      VALUE 'L'.
001040     88  DL450-FUNCAO-FIM         VALUE 'F'.
001050 01  DL450-RESPONSAVEL            PIC X(06).
001060 01  DL450-DEPTO-ENTRADA          PIC X(04).
001070 01  DL450-NOME-ENTRADA           PIC X(30).
001080 01  DL450-COTA-ENTRADA           PIC X(07).
001090 01  DL450-COTA-TXT               PIC X(07).
001100 01  DL450-COTA-ED                PIC X(07).
001110 01  DL450-COTA-NUM REDEFINES DL450-COTA-ED
001120                                  PIC 9(07).
001130 77  DL450-TAM                    PIC 9(02) COMP VALUE 0.
001140 77  DL450-POS                    PIC 9(02) COMP VALUE 0.
001150 01  DL450-CONFIRMA               PIC X(01).
001160
001170 01  DL450-DATA-SISTEMA.
001180     05  DL450-DATA-AA            PIC 9(02).
001190     05  DL450-DATA-MM            PIC 9(02).
001200     05  DL450-DATA-DD            PIC 9(02).
001210 01  DL450-DATA-CHAVE REDEFINES DL450-DATA-SISTEMA
001220                                  PIC X(06).
001230
001240 01  DL450-LISTA-LINHA.
001250     05  DL450-LST-CODIGO         PIC X(04).
001260     05  FILLER                   PIC X(03) VALUE SPACES.
001270     05  DL450-LST-NOME           PIC X(30).
001280     05  FILLER                   PIC X(02) VALUE SPACES.
001290     05  DL450-LST-COTA           PIC Z.ZZZ.ZZ9.
001300     05  FILLER                   PIC X(02) VALUE SPACES.
001310     05  DL450-LST-RESPONSAVEL    PIC X(06).
001320     05  FILLER                   PIC X(01) VALUE SPACES.
001330     05  DL450-LST-DATA           PIC X(06).
001340
001350*-----------------------
001360 PROCEDURE DIVISION.
001370*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
001380 0000-MAINLINE.
001390     PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT
001400     PERFORM 1500-IDENTIFICAR-RESPONSAVEL THRU
001410             1500-IDENTIFICAR-RESPONSAVEL-EXIT
001420     IF DL450-RESPONSAVEL-VALIDO
001430         PERFORM 2000-PROCESSAR-MANUTENCAO THRU
001440                 2000-PROCESSAR-MANUTENCAO-EXIT
001450             UNTIL DL450-FIM-MANUTENCAO
001460     END-IF
001470     PERFORM 9999-ENCERRAR THRU 9999-ENCERRAR-EXIT
001480     STOP RUN.
001490
001500*----------------------------------------------------------------
001510*    1000-INICIALIZAR: OPEN THE DEPARTMENT MASTER I-O, BUILDING
001520*    AN EMPTY FILE ON THE FIRST EVER RUN, AND THE OPERATOR
001530*    MASTER FOR THE SIGN-ON.
001540*----------------------------------------------------------------
001550 1000-INICIALIZAR.
001560     ACCEPT DL450-DATA-SISTEMA FROM DATE
001570     OPEN I-O DEPTO-FILE
001580     IF NOT DL450-DEPTO-OK
001590         OPEN OUTPUT DEPTO-FILE
001600         CLOSE DEPTO-FILE
001610         OPEN I-O DEPTO-FILE
001620     END-IF
001630     IF NOT DL450-DEPTO-OK
001640         DISPLAY 'ERRO AO ABRIR DEPTFILE - STATUS '
001650             DL450-DEPTO-STATUS
001660         STOP RUN
001670     END-IF
001680     OPEN INPUT OPERATOR-FILE
001690     IF NOT DL450-OPERM-OK
001700         DISPLAY 'ERRO AO ABRIR OPERFILE - STATUS '
001710             DL450-OPERM-STATUS
001720         CLOSE DEPTO-FILE
001730         STOP RUN
001740     END-IF.
001750 1000-INICIALIZAR-EXIT.
001760     EXIT.
001770
001780*----------------------------------------------------------------
001790*    1500-IDENTIFICAR-RESPONSAVEL: SIGN-ON AGAINST OPERFILE -
001800*    THREE BAD TRIES END THE SESSION.
001810*----------------------------------------------------------------
001820 1500-IDENTIFICAR-RESPONSAVEL.
001830     MOVE 'N' TO DL450-SW-RESPONSAVEL
001840     MOVE 0 TO DL450-TENTATIVAS
001850     PERFORM 1510-PEDIR-RESPONSAVEL THRU
001860             1510-PEDIR-RESPONSAVEL-EXIT
001870         UNTIL DL450-RESPONSAVEL-VALIDO OR
001880               DL450-TENTATIVAS > 2
001890     IF NOT DL450-RESPONSAVEL-VALIDO
001900         DISPLAY 'ACESSO NEGADO - PROCURE A SUPERVISAO'
001910     END-IF.
001920 1500-IDENTIFICAR-RESPONSAVEL-EXIT.
001930     EXIT.
001940
001950 1510-PEDIR-RESPONSAVEL.
001960     DISPLAY 'INFORME O SEU CODIGO DE OPERADOR: '
001970     MOVE SPACES TO DL450-RESPONSAVEL
001980     ACCEPT DL450-RESPONSAVEL
001990     MOVE DL450-RESPONSAVEL TO OPE-ID
002000     READ OPERATOR-FILE
002010         INVALID KEY
002020             DISPLAY 'OPERADOR DESCONHECIDO'
002030             ADD 1 TO DL450-TENTATIVAS
002040         NOT INVALID KEY
002050             IF OPE-ATIVO-SIM
002060                 MOVE 'S' TO DL450-SW-RESPONSAVEL
002070                 DISPLAY 'BEM-VINDO(A) ' OPE-NOME
002080             ELSE
002090                 DISPLAY 'OPERADOR INATIVO'
002100                 ADD 1 TO DL450-TENTATIVAS
002110             END-IF
002120     END-READ.
002130 1510-PEDIR-RESPONSAVEL-EXIT.
002140     EXIT.
002150
002160*----------------------------------------------------------------
002170*    2000-PROCESSAR-MANUTENCAO: ONE PASS OF THE FUNCTION MENU -
002180*    PERFORMED UNTIL THE OPERATOR KEYS F.
002190*----------------------------------------------------------------
002200 2000-PROCESSAR-MANUTENCAO.
002210     DISPLAY '***** TABDEP - CADASTRO DE DEPARTAMENTOS *****'
002220     DISPLAY '(I)NCLUIR (C)OTA (N)OME (E)XCLUIR (L)ISTAR (F)IM: '
002230     MOVE SPACES TO DL450-FUNCAO
002240     ACCEPT DL450-FUNCAO
002250     IF DL450-FUNCAO-INCLUIR
002260         PERFORM 3000-INCLUIR THRU 3000-INCLUIR-EXIT
002270     ELSE
002280     IF DL450-FUNCAO-COTA
002290         PERFORM 4000-ALTERAR-COTA THRU 4000-ALTERAR-COTA-EXIT
002300     ELSE
002310     IF DL450-FUNCAO-NOME
002320         PERFORM 4500-ALTERAR-NOME THRU 4500-ALTERAR-NOME-EXIT
002330     ELSE
002340     IF DL450-FUNCAO-EXCLUIR
002350         PERFORM 5000-EXCLUIR THRU 5000-EXCLUIR-EXIT
002360     ELSE
002370     IF DL450-FUNCAO-LISTAR
002380         PERFORM 8000-LISTAR THRU 8000-LISTAR-EXIT
002390     ELSE
002400     IF DL450-FUNCAO-FIM
002410         SET DL450-FIM-MANUTENCAO TO TRUE
002420     ELSE
002430         DISPLAY 'FUNCAO INVALIDA - USE I, C, N, E, L OU F'
002440     END-IF
002450     END-IF
002460     END-IF
002470     END-IF
002480     END-IF
002490     END-IF.
002500 2000-PROCESSAR-MANUTENCAO-EXIT.
002510     EXIT.
002520
002530*----------------------------------------------------------------
002540*    2100-PEDIR-DEPTO: ASK FOR THE DEPARTMENT CODE.
002550*----------------------------------------------------------------
002560 2100-PEDIR-DEPTO.
002570     MOVE 'S' TO DL450-SW-ENTRADA
002580     DISPLAY 'DEPARTAMENTO (4 LETRAS): '
002590     MOVE SPACES TO DL450-DEPTO-ENTRADA
002600     ACCEPT DL450-DEPTO-ENTRADA
002610     IF DL450-DEPTO-ENTRADA = SPACES OR
002620             DL450-DEPTO-ENTRADA = '????'
002630         DISPLAY 'DEPARTAMENTO INVALIDO'
002640         MOVE 'N' TO DL450-SW-ENTRADA
002650     END-IF.
002660 2100-PEDIR-DEPTO-EXIT.
002670     EXIT.
002680
002690 2150-LER-DEPTO.
002700     PERFORM 2100-PEDIR-DEPTO THRU 2100-PEDIR-DEPTO-EXIT
002710     IF NOT DL450-ENTRADA-VALIDA
002720         GO TO 2150-LER-DEPTO-EXIT
002730     END-IF
002740     MOVE DL450-DEPTO-ENTRADA TO DPT-CODIGO
002750     READ DEPTO-FILE
002760         INVALID KEY
002770             DISPLAY 'DEPARTAMENTO ' DL450-DEPTO-ENTRADA
002780                 ' NAO ENCONTRADO'
002790             MOVE 'N' TO DL450-SW-ENTRADA
002800             GO TO 2150-LER-DEPTO-EXIT
002810     END-READ
002820     MOVE DPT-COTA-MENSAL TO DL450-LST-COTA
002830     DISPLAY DPT-CODIGO ' ' DPT-NOME ' COTA ' DL450-LST-COTA.
002840 2150-LER-DEPTO-EXIT.
002850     EXIT.
002860
002870 2200-PEDIR-NOME.
002880     DISPLAY 'NOME DO DEPARTAMENTO: '
002890     MOVE SPACES TO DL450-NOME-ENTRADA
002900     ACCEPT DL450-NOME-ENTRADA
002910     IF DL450-NOME-ENTRADA = SPACES
002920         DISPLAY 'NOME OBRIGATORIO'
002930         MOVE 'N' TO DL450-SW-ENTRADA
002940     END-IF.
002950 2200-PEDIR-NOME-EXIT.
002960     EXIT.
002970
002980*----------------------------------------------------------------
002990*    2300-PEDIR-COTA: LINES PER MONTH, UP TO SEVEN DIGITS, KEYED
003000*    WITHOUT LEADING ZEROS. ZERO LEAVES THE DEPARTMENT UNLIMITED.
003010*----------------------------------------------------------------
003020 2300-PEDIR-COTA.
003030     DISPLAY 'COTA MENSAL DE LINHAS (0 = SEM LIMITE): '
003040     MOVE SPACES TO DL450-COTA-ENTRADA DL450-COTA-TXT
003050     ACCEPT DL450-COTA-ENTRADA
003060     MOVE 0 TO DL450-TAM
003070     UNSTRING DL450-COTA-ENTRADA DELIMITED BY SPACE
003080         INTO DL450-COTA-TXT COUNT IN DL450-TAM
003090     IF DL450-TAM = 0
003100         DISPLAY 'COTA INVALIDA - INFORME SO NUMEROS'
003110         MOVE 'N' TO DL450-SW-ENTRADA
003120         GO TO 2300-PEDIR-COTA-EXIT
003130     END-IF
003140     IF DL450-COTA-TXT(1:DL450-TAM) NOT NUMERIC
003150         DISPLAY 'COTA INVALIDA - INFORME SO NUMEROS'
003160         MOVE 'N' TO DL450-SW-ENTRADA
003170         GO TO 2300-PEDIR-COTA-EXIT
003180     END-IF
003190     MOVE '0000000' TO DL450-COTA-ED
003200     COMPUTE DL450-POS = 8 - DL450-TAM
003210     MOVE DL450-COTA-TXT(1:DL450-TAM) TO
003220         DL450-COTA-ED(DL450-POS:DL450-TAM).
003230 2300-PEDIR-COTA-EXIT.
003240     EXIT.
003250
003260*----------------------------------------------------------------
003270*    3000-INCLUIR: ADD A DEPARTMENT WITH ITS NAME AND QUOTA.
003280*----------------------------------------------------------------
003290 3000-INCLUIR.
003300     PERFORM 2100-PEDIR-DEPTO THRU 2100-PEDIR-DEPTO-EXIT
003310     IF NOT DL450-ENTRADA-VALIDA
003320         GO TO 3000-INCLUIR-EXIT
003330     END-IF
003340     MOVE DL450-DEPTO-ENTRADA TO DPT-CODIGO
003350     READ DEPTO-FILE
003360         NOT INVALID KEY
003370             DISPLAY 'DEPARTAMENTO ' DL450-DEPTO-ENTRADA
003380                 ' JA EXISTE'
003390             GO TO 3000-INCLUIR-EXIT
003400     END-READ
003410     PERFORM 2200-PEDIR-NOME THRU 2200-PEDIR-NOME-EXIT
003420     IF NOT DL450-ENTRADA-VALIDA
003430         GO TO 3000-INCLUIR-EXIT
003440     END-IF
003450     PERFORM 2300-PEDIR-COTA THRU 2300-PEDIR-COTA-EXIT
003460     IF NOT DL450-ENTRADA-VALIDA
003470         GO TO 3000-INCLUIR-EXIT
003480     END-IF
003490     MOVE SPACES TO DPT-REGISTRO
003500     MOVE DL450-DEPTO-ENTRADA TO DPT-CODIGO
003510     MOVE DL450-NOME-ENTRADA TO DPT-NOME
003520     MOVE DL450-COTA-NUM TO DPT-COTA-MENSAL
003530     MOVE DL450-RESPONSAVEL TO DPT-RESPONSAVEL
003540     MOVE DL450-DATA-CHAVE TO DPT-DATA-ALTER
003550     WRITE DPT-REGISTRO
003560         INVALID KEY
003570             DISPLAY 'ERRO AO INCLUIR - STATUS '
003580                 DL450-DEPTO-STATUS
003590             GO TO 3000-INCLUIR-EXIT
003600     END-WRITE
003610     DISPLAY 'DEPARTAMENTO ' DL450-DEPTO-ENTRADA ' INCLUIDO'.
003620 3000-INCLUIR-EXIT.
003630     EXIT.
003640
003650*----------------------------------------------------------------
003660*    4000-ALTERAR-COTA: A NEW QUOTA TAKES EFFECT ON THE NEXT
003670*    OVERNIGHT RUN, AGAINST THE LINES ALREADY USED THIS MONTH.
003680*----------------------------------------------------------------
003690 4000-ALTERAR-COTA.
003700     PERFORM 2150-LER-DEPTO THRU 2150-LER-DEPTO-EXIT
003710     IF NOT DL450-ENTRADA-VALIDA
003720         GO TO 4000-ALTERAR-COTA-EXIT
003730     END-IF
003740     PERFORM 2300-PEDIR-COTA THRU 2300-PEDIR-COTA-EXIT
003750     IF NOT DL450-ENTRADA-VALIDA
003760         GO TO 4000-ALTERAR-COTA-EXIT
003770     END-IF
003780     MOVE DL450-COTA-NUM TO DPT-COTA-MENSAL
003790     PERFORM 9100-REGRAVAR-DEPTO THRU 9100-REGRAVAR-DEPTO-EXIT.
003800 4000-ALTERAR-COTA-EXIT.
003810     EXIT.
003820
003830 4500-ALTERAR-NOME.
003840     PERFORM 2150-LER-DEPTO THRU 2150-LER-DEPTO-EXIT
003850     IF NOT DL450-ENTRADA-VALIDA
003860         GO TO 4500-ALTERAR-NOME-EXIT
003870     END-IF
003880     PERFORM 2200-PEDIR-NOME THRU 2200-PEDIR-NOME-EXIT
003890     IF NOT DL450-ENTRADA-VALIDA
003900         GO TO 4500-ALTERAR-NOME-EXIT
003910     END-IF
003920     MOVE DL450-NOME-ENTRADA TO DPT-NOME
003930     PERFORM 9100-REGRAVAR-DEPTO THRU 9100-REGRAVAR-DEPTO-EXIT.
003940 4500-ALTERAR-NOME-EXIT.
003950     EXIT.
003960
003970*----------------------------------------------------------------
003980*    5000-EXCLUIR: DROP A DEPARTMENT - ITS REQUESTS RUN WITHOUT
003990*    A QUOTA FROM THEN ON.
004000*----------------------------------------------------------------
004010 5000-EXCLUIR.
004020     PERFORM 2150-LER-DEPTO THRU 2150-LER-DEPTO-EXIT
004030     IF NOT DL450-ENTRADA-VALIDA
004040         GO TO 5000-EXCLUIR-EXIT
004050     END-IF
004060     DISPLAY 'CONFIRMA A EXCLUSAO (S/N): '
004070     MOVE SPACES TO DL450-CONFIRMA
004080     ACCEPT DL450-CONFIRMA
004090     IF DL450-CONFIRMA NOT = 'S'
004100         GO TO 5000-EXCLUIR-EXIT
004110     END-IF
004120     DELETE DEPTO-FILE
004130         INVALID KEY
004140             DISPLAY 'ERRO AO EXCLUIR - STATUS '
004150                 DL450-DEPTO-STATUS
004160             GO TO 5000-EXCLUIR-EXIT
004170     END-DELETE
004180     DISPLAY 'DEPARTAMENTO ' DPT-CODIGO ' EXCLUIDO'.
004190 5000-EXCLUIR-EXIT.
004200     EXIT.
004210
004220*----------------------------------------------------------------
004230*    8000-LISTAR: DUMP THE DEPARTMENT MASTER IN KEY ORDER.
004240*----------------------------------------------------------------
004250 8000-LISTAR.
004260     MOVE 0 TO DL450-LISTADOS
004270     MOVE LOW-VALUES TO DPT-CODIGO
004280     START DEPTO-FILE KEY > DPT-CODIGO
004290         INVALID KEY
004300             DISPLAY 'DEPTFILE VAZIO'
004310             GO TO 8000-LISTAR-EXIT
004320     END-START
004330     DISPLAY 'DEPTO  NOME                                   COTA'
004340             '  ALTERADO'
004350     MOVE 'N' TO DL450-SW-LISTA
004360     PERFORM 8100-LISTAR-REGISTRO THRU 8100-LISTAR-REGISTRO-EXIT
004370         UNTIL DL450-FIM-LISTA
004380     DISPLAY DL450-LISTADOS ' DEPARTAMENTOS LISTADOS'.
004390 8000-LISTAR-EXIT.
004400     EXIT.
004410
004420 8100-LISTAR-REGISTRO.
004430     READ DEPTO-FILE NEXT
004440         AT END
004450             SET DL450-FIM-LISTA TO TRUE
004460         NOT AT END
004470             MOVE DPT-CODIGO TO DL450-LST-CODIGO
004480             MOVE DPT-NOME TO DL450-LST-NOME
004490             MOVE DPT-COTA-MENSAL TO DL450-LST-COTA
004500             MOVE DPT-RESPONSAVEL TO DL450-LST-RESPONSAVEL
004510             MOVE DPT-DATA-ALTER TO DL450-LST-DATA
004520             DISPLAY DL450-LISTA-LINHA
004530             ADD 1 TO DL450-LISTADOS
004540     END-READ.
004550 8100-LISTAR-REGISTRO-EXIT.
004560     EXIT.
004570
004580*----------------------------------------------------------------
004590*    9100-REGRAVAR-DEPTO: STAMP AND REWRITE THE CHANGED RECORD.
004600*----------------------------------------------------------------
004610 9100-REGRAVAR-DEPTO.
004620     MOVE DL450-RESPONSAVEL TO DPT-RESPONSAVEL
004630     MOVE DL450-DATA-CHAVE TO DPT-DATA-ALTER
004640     REWRITE DPT-REGISTRO
004650         INVALID KEY
004660             DISPLAY 'ERRO AO REGRAVAR - STATUS '
004670                 DL450-DEPTO-STATUS
004680             GO TO 9100-REGRAVAR-DEPTO-EXIT
004690     END-REWRITE
004700     DISPLAY 'DEPARTAMENTO ' DPT-CODIGO ' ALTERADO'.
004710 9100-REGRAVAR-DEPTO-EXIT.
004720     EXIT.
004730
004740 9999-ENCERRAR.
004750     CLOSE DEPTO-FILE
004760     CLOSE OPERATOR-FILE
004770     DISPLAY 'FIM DA MANUTENCAO DE DEPARTAMENTOS.'.
004780 9999-ENCERRAR-EXIT.
004790     EXIT.
