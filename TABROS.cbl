000100******************************************************************
000110* Author:GELIEL GUSTAVO DE SOUZA SILVA.
000120* Date:14/09/2026
000130******************************************************************
000140* MODIFICATION HISTORY
000150* DATE       INIT DESCRIPTION
000160* 14/09/2026 GGS  ORIGINAL PROGRAM. MAINTENANCE OF THE ROSTFILE
000170*                 CLASS ROSTER, NOW AN INDEXED MASTER KEYED BY
000180*                 THE STUDENT NAME (THE SAME NAME THAT LEADS THE
000190*                 SCOFILE KEY) WITH THE TURMA AS AN ALTERNATE
000200*                 KEY. DATA ENTRY AT THE CONSOLE TO ADD A
000210*                 STUDENT, EDIT THE FIVE ROS-ATRIB ASSIGNMENTS
000220*                 AND ROS-FOLHA, MOVE A STUDENT TO ANOTHER
000230*                 CLASS, WITHDRAW OR READMIT, AND CORRECT A
000240*                 MISKEYED NAME - THE CORRECTION CARRIES THE
000250*                 STUDENT'S SCOFILE SCORES ACROSS TO THE NEW
000260*                 NAME SO THE HISTORY STAYS LINKED. A ONE-TIME
000270*                 LOAD BRINGS THE OLD HAND-EDITED SEQUENTIAL
000280*                 ROSTER (ROSTSEQ) ONTO THE MASTER AND LISTS
000290*                 EVERY DUPLICATE OR BLANK NAME IT REFUSES.
000292* 02/10/2026 GGS  A NAME CORRECTION ALSO CARRIES THE STUDENT'S
000294*                 GRADED ANSWERS ON RESPFILE ACROSS TO THE NEW
000296*                 NAME, THE SAME WAY AS THE SCOFILE SCORES.
000300******************************************************************
000310 IDENTIFICATION DIVISION.
000320*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
000330 PROGRAM-ID. TABROS.
000340 ENVIRONMENT DIVISION.
000350*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
000360 CONFIGURATION SECTION.
000370     SPECIAL-NAMES.
000380         DECIMAL-POINT IS COMMA.
000390*-----------------------
000400 INPUT-OUTPUT SECTION.
000410 FILE-CONTROL.
000420     SELECT ROSTER-FILE ASSIGN TO 'ROSTFILE'
000430         ORGANIZATION IS INDEXED
000440         ACCESS MODE IS DYNAMIC
000450         RECORD KEY IS ROS-NOME
000460         ALTERNATE RECORD KEY IS ROS-TURMA WITH DUPLICATES
000470         FILE STATUS IS DL250-ROST-STATUS.
000480     SELECT SCORE-FILE ASSIGN TO 'SCOFILE'
000490         ORGANIZATION IS INDEXED
000500         ACCESS MODE IS DYNAMIC
000510         RECORD KEY IS SCO-CHAVE
000520         FILE STATUS IS DL250-SCO-STATUS.
000521     SELECT ANSWER-FILE ASSIGN TO 'RESPFILE'
000522         ORGANIZATION IS INDEXED
000523         ACCESS MODE IS DYNAMIC
000524         RECORD KEY IS RSP-CHAVE
000525         FILE STATUS IS DL250-RSP-STATUS.
000530     SELECT LEGACY-FILE ASSIGN TO 'ROSTSEQ'
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS DL250-SEQ-STATUS.
000560*-----------------------
000570 DATA DIVISION.
000580*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
000590 FILE SECTION.
000600*-----------------------
000610*----------------------------------------------------------------
000620*    CLASS ROSTER - THE FIRST FORTY BYTES ARE THE LAYOUT THE
000630*    OFFICE USED TO EDIT BY HAND. THE TRAILING AREA NOW CARRIES
000640*    THE STUDENT'S SITUATION, THE CLASS HELD BEFORE THE LAST
000650*    MOVE OR PROMOTION, AND THE SCHOOL YEAR OF THE LAST ROLLOVER.
000660*    A BLANK SITUATION (A RECORD FROM THE OLD FILE) IS ACTIVE.
000670*----------------------------------------------------------------
000680 FD  ROSTER-FILE.
000690 01  ROS-REGISTRO.
000700     05  ROS-TURMA                PIC X(04).
000710     05  ROS-NOME                 PIC X(20).
000720     05  ROS-ATRIB OCCURS 5 TIMES.
000730         10  ROS-OPCAO            PIC X(02).
000740         10  ROS-OPERACAO         PIC X(01).
000750     05  ROS-FOLHA                PIC X(01).
000760     05  ROS-SITUACAO             PIC X(01).
000770         88  ROS-ATIVO            VALUES 'A' ' '.
000780         88  ROS-DESLIGADO        VALUE 'D'.
000790     05  ROS-DATA-SITUACAO        PIC X(08).
000800     05  ROS-TURMA-ANTERIOR       PIC X(04).
000810     05  ROS-ANO-ROLAGEM          PIC X(04).
000820     05  FILLER                   PIC X(23).
000830
000840 FD  SCORE-FILE.
000850 01  SCO-REGISTRO.
000860     05  SCO-CHAVE.
000870         10  SCO-ALUNO            PIC X(20).
000880         10  SCO-DATA             PIC X(08).
000890         10  SCO-OPCAO            PIC X(02).
000900         10  SCO-OPERACAO         PIC X(01).
000910     05  SCO-TURMA                PIC X(04).
000920     05  SCO-CERTAS               PIC 9(02).
000930     05  SCO-TOTAL                PIC 9(02).
000940     05  FILLER                   PIC X(41).
000950
000951 FD  ANSWER-FILE.
000952 01  RSP-REGISTRO.
000953     05  RSP-CHAVE.
000954         10  RSP-ALUNO            PIC X(20).
000955         10  RSP-DATA             PIC X(08).
000956         10  RSP-OPCAO            PIC X(02).
000957         10  RSP-OPERACAO         PIC X(01).
000958         10  RSP-LINHA            PIC 9(02).
000959     05  RSP-TURMA                PIC X(04).
000960     05  RSP-FATO                 PIC X(10).
000961     05  RSP-RESPOSTA             PIC X(07).
000962     05  RSP-RESULTADO            PIC X(06).
000963     05  RSP-SITUACAO             PIC X(01).
000964     05  FILLER                   PIC X(19).
000965
000966 FD  LEGACY-FILE.
000970 01  SEQ-REGISTRO                 PIC X(80).
000980
000990 WORKING-STORAGE SECTION.
001000*----------------------------------------------------------------
001010*    FILE STATUS AND RUN CONTROLS
001020*----------------------------------------------------------------
001030 01  DL250-ROST-STATUS            PIC X(02).
001040     88  DL250-ROST-OK            VALUE '00'.
001050 01  DL250-SCO-STATUS             PIC X(02).
001060     88  DL250-SCO-OK             VALUE '00'.
001070     88  DL250-SCO-AUSENTE        VALUE '35'.
001072 01  DL250-RSP-STATUS             PIC X(02).
001074     88  DL250-RSP-OK             VALUE '00'.
001076     88  DL250-RSP-AUSENTE        VALUE '35'.
001080 01  DL250-SEQ-STATUS             PIC X(02).
001090     88  DL250-SEQ-OK             VALUE '00'.
001100
001110 01  DL250-SW-FIM                 PIC X(01) VALUE 'N'.
001120     88  DL250-FIM-MANUTENCAO     VALUE 'S'.
001130 01  DL250-SW-LISTA               PIC X(01) VALUE 'N'.
001140     88  DL250-FIM-LISTA          VALUE 'S'.
001150 01  DL250-SW-ENTRADA             PIC X(01) VALUE 'S'.
001160     88  DL250-ENTRADA-VALIDA     VALUE 'S'.
001170
001180 77  DL250-SLOT                   PIC 9(02) COMP VALUE 0.
001190 77  DL250-LISTADOS               PIC 9(05) COMP VALUE 0.
001200 77  DL250-CARGA-LIDOS            PIC 9(05) COMP VALUE 0.
001210 77  DL250-CARGA-GRAVADOS         PIC 9(05) COMP VALUE 0.
001220 77  DL250-CARGA-RECUSADOS        PIC 9(05) COMP VALUE 0.
001230 77  DL250-NOTAS-MOVIDAS          PIC 9(05) COMP VALUE 0.
001240 77  DL250-NOTAS-CONFLITO         PIC 9(05) COMP VALUE 0.
001243 77  DL250-RESP-MOVIDAS           PIC 9(05) COMP VALUE 0.
001246 77  DL250-RESP-CONFLITO          PIC 9(05) COMP VALUE 0.
001250
001260*----------------------------------------------------------------
001270*    FUNCTION MENU AND DATA-ENTRY WORK FIELDS - EVERY ANSWER IS
001280*    ACCEPTED INTO AN X-FIELD AND EDITED BEFORE IT TOUCHES THE
001290*    MASTER.
001300*----------------------------------------------------------------
001310 01  DL250-FUNCAO                 PIC X(01).
001320     88  DL250-FUNCAO-INCLUIR     VALUE 'I'.
001330     88  DL250-FUNCAO-ATRIBUIR    VALUE 'A'.
001340     88  DL250-FUNCAO-TURMA       VALUE 'T'.
001350     88  DL250-FUNCAO-NOME        VALUE 'N'.
001360     88  DL250-FUNCAO-DESLIGAR    VALUE 'D'.
001370     88  DL250-FUNCAO-READMITIR   VALUE 'R'.
001380     88  DL250-FUNCAO-LISTAR      VALUE 'L'.
001390     88  DL250-FUNCAO-CARGA       VALUE 'C'.
001400     88  DL250-FUNCAO-FIM         VALUE 'F'.
001410 01  DL250-NOME-ENTRADA           PIC X(20).
001420 01  DL250-NOME-NOVO              PIC X(20).
001430 01  DL250-TURMA-ENTRADA          PIC X(04).
001440 01  DL250-OPCAO-ENTRADA          PIC X(02).
001450 01  DL250-OPCAO-NUM              PIC 9(02).
001460 01  DL250-OPER-ENTRADA           PIC X(01).
001470 01  DL250-FOLHA-ENTRADA          PIC X(01).
001480 01  DL250-CONFIRMA               PIC X(01).
001490 01  DL250-ROS-IMAGEM             PIC X(80).
001510 01  DL250-SCO-CHAVE-ULT          PIC X(31).
001515 01  DL250-RSP-CHAVE-ULT          PIC X(33).
001520
001530 01  DL250-DATA-SISTEMA.
001540     05  DL250-DATA-AA            PIC 9(02).
001550     05  DL250-DATA-MM            PIC 9(02).
001560     05  DL250-DATA-DD            PIC 9(02).
001570 01  DL250-DATA-EDITADA           PIC X(08).
001580
001590 01  DL250-LISTA-LINHA.
001600     05  DL250-LST-TURMA          PIC X(04).
001610     05  FILLER                   PIC X(02) VALUE SPACES.
001620     05  DL250-LST-NOME           PIC X(20).
001630     05  FILLER                   PIC X(02) VALUE SPACES.
001640     05  DL250-LST-ATRIB OCCURS 5 TIMES.
001650         10  DL250-LST-OPCAO      PIC X(02).
001660         10  DL250-LST-OPERACAO   PIC X(01).
001670         10  FILLER               PIC X(01).
001680     05  FILLER                   PIC X(01) VALUE SPACES.
001690     05  DL250-LST-FOLHA          PIC X(01).
001700     05  FILLER                   PIC X(03) VALUE SPACES.
001710     05  DL250-LST-SITUACAO       PIC X(01).
001720
001730*-----------------------
001740 PROCEDURE DIVISION.
001750*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
001760 0000-MAINLINE.
001770     PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT
001780     PERFORM 2000-PROCESSAR-MANUTENCAO THRU
001790             2000-PROCESSAR-MANUTENCAO-EXIT
001800         UNTIL DL250-FIM-MANUTENCAO
001810     PERFORM 9999-ENCERRAR THRU 9999-ENCERRAR-EXIT
001820     STOP RUN.
001830
001840*----------------------------------------------------------------
001850*    1000-INICIALIZAR: OPEN THE ROSTER I-O, BUILT EMPTY ON THE
001860*    FIRST EVER RUN SO THE OLD SEQUENTIAL ROSTER CAN BE LOADED.
001870*----------------------------------------------------------------
001880 1000-INICIALIZAR.
001890     ACCEPT DL250-DATA-SISTEMA FROM DATE
001900     STRING DL250-DATA-DD '/' DL250-DATA-MM '/' DL250-DATA-AA
001910         DELIMITED BY SIZE INTO DL250-DATA-EDITADA
001920     OPEN I-O ROSTER-FILE
001930     IF NOT DL250-ROST-OK
001940         OPEN OUTPUT ROSTER-FILE
001950         CLOSE ROSTER-FILE
001960         OPEN I-O ROSTER-FILE
001970     END-IF
001980     IF NOT DL250-ROST-OK
001990         DISPLAY 'ERRO AO ABRIR ROSTFILE - STATUS '
002000             DL250-ROST-STATUS
002010         STOP RUN
002020     END-IF.
002030 1000-INICIALIZAR-EXIT.
002040     EXIT.
002050
002060*----------------------------------------------------------------
002070*    2000-PROCESSAR-MANUTENCAO: ONE PASS OF THE FUNCTION MENU -
002080*    PERFORMED UNTIL THE OPERATOR KEYS F.
002090*----------------------------------------------------------------
002100 2000-PROCESSAR-MANUTENCAO.
002110     DISPLAY '***** TABROS - CADASTRO DE ALUNOS *****'
002120     DISPLAY '(I)NCLUIR (A)TRIBUIR (T)URMA (N)OME (D)ESLIGAR '
002130             '(R)EADMITIR (L)ISTAR (C)ARGA (F)IM: '
002140     MOVE SPACES TO DL250-FUNCAO
002150     ACCEPT DL250-FUNCAO
002160     IF DL250-FUNCAO-INCLUIR
002170         PERFORM 3000-INCLUIR THRU 3000-INCLUIR-EXIT
002180     ELSE
002190     IF DL250-FUNCAO-ATRIBUIR
002200         PERFORM 3500-ATRIBUIR THRU 3500-ATRIBUIR-EXIT
002210     ELSE
002220     IF DL250-FUNCAO-TURMA
002230         PERFORM 5000-MUDAR-TURMA THRU 5000-MUDAR-TURMA-EXIT
002240     ELSE
002250     IF DL250-FUNCAO-NOME
002260         PERFORM 4000-CORRIGIR-NOME THRU 4000-CORRIGIR-NOME-EXIT
002270     ELSE
002280     IF DL250-FUNCAO-DESLIGAR
002290         PERFORM 6000-DESLIGAR THRU 6000-DESLIGAR-EXIT
002300     ELSE
002310     IF DL250-FUNCAO-READMITIR
002320         PERFORM 6500-READMITIR THRU 6500-READMITIR-EXIT
002330     ELSE
002340     IF DL250-FUNCAO-LISTAR
002350         PERFORM 7000-LISTAR THRU 7000-LISTAR-EXIT
002360     ELSE
002370     IF DL250-FUNCAO-CARGA
002380         PERFORM 8000-CARREGAR THRU 8000-CARREGAR-EXIT
002390     ELSE
002400     IF DL250-FUNCAO-FIM
002410         SET DL250-FIM-MANUTENCAO TO TRUE
002420     ELSE
002430         DISPLAY 'FUNCAO INVALIDA - USE I, A, T, N, D, R, L, C '
002440                 'OU F'
002450     END-IF
002460     END-IF
002470     END-IF
002480     END-IF
002490     END-IF
002500     END-IF
002510     END-IF
002520     END-IF
002530     END-IF.
002540 2000-PROCESSAR-MANUTENCAO-EXIT.
002550     EXIT.
002560
002570*----------------------------------------------------------------
002580*    2100-PEDIR-ALUNO / 2150-LER-ALUNO: THE STUDENT NAME IS THE
002590*    KEY - ASK FOR IT AND READ THE RECORD TO BE MAINTAINED.
002600*----------------------------------------------------------------
002610 2100-PEDIR-ALUNO.
002620     MOVE 'S' TO DL250-SW-ENTRADA
002630     DISPLAY 'NOME DO ALUNO: '
002640     MOVE SPACES TO DL250-NOME-ENTRADA
002650     ACCEPT DL250-NOME-ENTRADA
002660     IF DL250-NOME-ENTRADA = SPACES
002670         DISPLAY 'NOME OBRIGATORIO'
002680         MOVE 'N' TO DL250-SW-ENTRADA
002690     END-IF.
002700 2100-PEDIR-ALUNO-EXIT.
002710     EXIT.
002720
002730 2150-LER-ALUNO.
002740     PERFORM 2100-PEDIR-ALUNO THRU 2100-PEDIR-ALUNO-EXIT
002750     IF NOT DL250-ENTRADA-VALIDA
002760         GO TO 2150-LER-ALUNO-EXIT
002770     END-IF
002780     MOVE DL250-NOME-ENTRADA TO ROS-NOME
002790     READ ROSTER-FILE
002800         INVALID KEY
002810             DISPLAY 'ALUNO NAO ESTA NO ROSTER - '
002815                 DL250-NOME-ENTRADA
002820             MOVE 'N' TO DL250-SW-ENTRADA
002830             GO TO 2150-LER-ALUNO-EXIT
002840     END-READ
002850     PERFORM 7200-MONTAR-LINHA THRU 7200-MONTAR-LINHA-EXIT
002860     DISPLAY DL250-LISTA-LINHA.
002870 2150-LER-ALUNO-EXIT.
002880     EXIT.
002890
002900 2200-PEDIR-TURMA.
002910     MOVE 'S' TO DL250-SW-ENTRADA
002920     DISPLAY 'TURMA: '
002930     MOVE SPACES TO DL250-TURMA-ENTRADA
002940     ACCEPT DL250-TURMA-ENTRADA
002950     IF DL250-TURMA-ENTRADA = SPACES
002960         DISPLAY 'TURMA OBRIGATORIA'
002970         MOVE 'N' TO DL250-SW-ENTRADA
002980     END-IF.
002990 2200-PEDIR-TURMA-EXIT.
003000     EXIT.
003010
003020*----------------------------------------------------------------
003030*    2300-PEDIR-ATRIBUICOES: WALK THE FIVE ASSIGNMENT SLOTS AND
003040*    THE FOLHA TYPE. BRANCO KEEPS WHAT THE SLOT HOLDS, 00 FREES
003050*    IT. A BAD ANSWER STOPS THE WALK AND NOTHING IS WRITTEN.
003060*----------------------------------------------------------------
003070 2300-PEDIR-ATRIBUICOES.
003080     MOVE 'S' TO DL250-SW-ENTRADA
003090     PERFORM 2310-PEDIR-SLOT THRU 2310-PEDIR-SLOT-EXIT
003100         VARYING DL250-SLOT FROM 1 BY 1
003110         UNTIL DL250-SLOT > 5 OR NOT DL250-ENTRADA-VALIDA
003120     IF NOT DL250-ENTRADA-VALIDA
003130         GO TO 2300-PEDIR-ATRIBUICOES-EXIT
003140     END-IF
003150     DISPLAY 'FOLHA (C)OMPLETA (E)XERCICIO (X) MISTA - ATUAL '
003160             ROS-FOLHA ': '
003170     MOVE SPACES TO DL250-FOLHA-ENTRADA
003180     ACCEPT DL250-FOLHA-ENTRADA
003190     IF DL250-FOLHA-ENTRADA = SPACE
003200         MOVE ROS-FOLHA TO DL250-FOLHA-ENTRADA
003210     END-IF
003220     IF DL250-FOLHA-ENTRADA NOT = 'E' AND
003230             DL250-FOLHA-ENTRADA NOT = 'X'
003240         MOVE 'C' TO DL250-FOLHA-ENTRADA
003250     END-IF
003260     MOVE DL250-FOLHA-ENTRADA TO ROS-FOLHA.
003270 2300-PEDIR-ATRIBUICOES-EXIT.
003280     EXIT.
003290
003300 2310-PEDIR-SLOT.
003310     DISPLAY 'TABUADA ' DL250-SLOT ' (1-20, 00=LIVRE) - ATUAL '
003320             ROS-OPCAO(DL250-SLOT) ROS-OPERACAO(DL250-SLOT) ': '
003330     MOVE SPACES TO DL250-OPCAO-ENTRADA
003340     ACCEPT DL250-OPCAO-ENTRADA
003350     IF DL250-OPCAO-ENTRADA = SPACES
003360         GO TO 2310-PEDIR-SLOT-EXIT
003370     END-IF
003380     IF DL250-OPCAO-ENTRADA(2:1) = SPACE AND
003390             DL250-OPCAO-ENTRADA(1:1) NUMERIC
003400         MOVE DL250-OPCAO-ENTRADA(1:1) TO DL250-OPCAO-ENTRADA(2:1)
003410         MOVE '0' TO DL250-OPCAO-ENTRADA(1:1)
003420     END-IF
003430     IF DL250-OPCAO-ENTRADA NOT NUMERIC
003440         DISPLAY 'TABUADA INVALIDA'
003450         MOVE 'N' TO DL250-SW-ENTRADA
003460         GO TO 2310-PEDIR-SLOT-EXIT
003470     END-IF
003480     MOVE DL250-OPCAO-ENTRADA TO DL250-OPCAO-NUM
003490     IF DL250-OPCAO-NUM = 0
003500         MOVE SPACES TO ROS-ATRIB(DL250-SLOT)
003510         GO TO 2310-PEDIR-SLOT-EXIT
003520     END-IF
003530     IF DL250-OPCAO-NUM > 20
003540         DISPLAY 'TABUADA FORA DA FAIXA - USE 1 A 20'
003550         MOVE 'N' TO DL250-SW-ENTRADA
003560         GO TO 2310-PEDIR-SLOT-EXIT
003570     END-IF
003580     MOVE DL250-OPCAO-ENTRADA TO ROS-OPCAO(DL250-SLOT)
003590     DISPLAY 'OPERACAO (M, S OU D): '
003600     MOVE SPACES TO DL250-OPER-ENTRADA
003610     ACCEPT DL250-OPER-ENTRADA
003620     IF DL250-OPER-ENTRADA NOT = 'S' AND
003630             DL250-OPER-ENTRADA NOT = 'D'
003640         MOVE 'M' TO DL250-OPER-ENTRADA
003650     END-IF
003660     MOVE DL250-OPER-ENTRADA TO ROS-OPERACAO(DL250-SLOT).
003670 2310-PEDIR-SLOT-EXIT.
003680     EXIT.
003690
003700*----------------------------------------------------------------
003710*    3000-INCLUIR: ADD A NEW ACTIVE STUDENT. THE NAME IS THE KEY,
003720*    SO A SECOND STUDENT UNDER THE SAME NAME IS REFUSED - THE
003730*    OFFICE ADDS AN INITIAL TO TELL THEM APART.
003740*----------------------------------------------------------------
003750 3000-INCLUIR.
003760     PERFORM 2100-PEDIR-ALUNO THRU 2100-PEDIR-ALUNO-EXIT
003770     IF NOT DL250-ENTRADA-VALIDA
003780         GO TO 3000-INCLUIR-EXIT
003790     END-IF
003800     MOVE DL250-NOME-ENTRADA TO ROS-NOME
003810     READ ROSTER-FILE
003820         NOT INVALID KEY
003830             DISPLAY 'ALUNO JA ESTA NO ROSTER - TURMA ' ROS-TURMA
003840             GO TO 3000-INCLUIR-EXIT
003850     END-READ
003860     PERFORM 2200-PEDIR-TURMA THRU 2200-PEDIR-TURMA-EXIT
003870     IF NOT DL250-ENTRADA-VALIDA
003880         GO TO 3000-INCLUIR-EXIT
003890     END-IF
003900     MOVE SPACES TO ROS-REGISTRO
003910     MOVE DL250-NOME-ENTRADA TO ROS-NOME
003920     MOVE DL250-TURMA-ENTRADA TO ROS-TURMA
003930     MOVE 'C' TO ROS-FOLHA
003940     MOVE 'A' TO ROS-SITUACAO
003950     MOVE DL250-DATA-EDITADA TO ROS-DATA-SITUACAO
003960     PERFORM 2300-PEDIR-ATRIBUICOES THRU
003970             2300-PEDIR-ATRIBUICOES-EXIT
003980     IF NOT DL250-ENTRADA-VALIDA
003990         DISPLAY 'INCLUSAO CANCELADA'
004000         GO TO 3000-INCLUIR-EXIT
004010     END-IF
004020     WRITE ROS-REGISTRO
004030         INVALID KEY
004040             DISPLAY 'ERRO AO INCLUIR - STATUS ' DL250-ROST-STATUS
004050         NOT INVALID KEY
004060             DISPLAY 'ALUNO INCLUIDO NA TURMA ' ROS-TURMA
004070     END-WRITE.
004080 3000-INCLUIR-EXIT.
004090     EXIT.
004100
004110*----------------------------------------------------------------
004120*    3500-ATRIBUIR: EDIT THE FIVE ASSIGNMENT SLOTS AND FOLHA.
004130*----------------------------------------------------------------
004140 3500-ATRIBUIR.
004150     PERFORM 2150-LER-ALUNO THRU 2150-LER-ALUNO-EXIT
004160     IF NOT DL250-ENTRADA-VALIDA
004170         GO TO 3500-ATRIBUIR-EXIT
004180     END-IF
004190     PERFORM 2300-PEDIR-ATRIBUICOES THRU
004200             2300-PEDIR-ATRIBUICOES-EXIT
004210     IF NOT DL250-ENTRADA-VALIDA
004220         DISPLAY 'ALTERACAO CANCELADA'
004230         GO TO 3500-ATRIBUIR-EXIT
004240     END-IF
004250     PERFORM 9100-REGRAVAR-ALUNO THRU 9100-REGRAVAR-ALUNO-EXIT.
004260 3500-ATRIBUIR-EXIT.
004270     EXIT.
004280
004290*----------------------------------------------------------------
004300*    4000-CORRIGIR-NOME: A MISKEYED NAME IS THE KEY, SO THE
004310*    RECORD IS DELETED AND WRITTEN BACK UNDER THE CORRECT NAME,
004320*    THEN EVERY SCOFILE SCORE FILED UNDER THE OLD NAME FOLLOWS
004330*    IT, AND SO DO THE GRADED ANSWERS ON RESPFILE. THE NEW NAME
004335*    MUST NOT ALREADY BE ON THE ROSTER.
004340*----------------------------------------------------------------
004350 4000-CORRIGIR-NOME.
004360     PERFORM 2150-LER-ALUNO THRU 2150-LER-ALUNO-EXIT
004370     IF NOT DL250-ENTRADA-VALIDA
004380         GO TO 4000-CORRIGIR-NOME-EXIT
004390     END-IF
004400     MOVE ROS-REGISTRO TO DL250-ROS-IMAGEM
004410     DISPLAY 'NOME CORRETO: '
004420     MOVE SPACES TO DL250-NOME-NOVO
004430     ACCEPT DL250-NOME-NOVO
004440     IF DL250-NOME-NOVO = SPACES OR
004450             DL250-NOME-NOVO = DL250-NOME-ENTRADA
004460         DISPLAY 'NOME NAO ALTERADO'
004470         GO TO 4000-CORRIGIR-NOME-EXIT
004480     END-IF
004490     MOVE DL250-NOME-NOVO TO ROS-NOME
004500     READ ROSTER-FILE
004510         NOT INVALID KEY
004520             DISPLAY 'JA EXISTE ALUNO COM ESSE NOME - TURMA '
004530                 ROS-TURMA
004540             GO TO 4000-CORRIGIR-NOME-EXIT
004550     END-READ
004560     MOVE DL250-ROS-IMAGEM TO ROS-REGISTRO
004570     MOVE DL250-NOME-NOVO TO ROS-NOME
004580     WRITE ROS-REGISTRO
004590         INVALID KEY
004600             DISPLAY 'ERRO AO GRAVAR - STATUS ' DL250-ROST-STATUS
004610             GO TO 4000-CORRIGIR-NOME-EXIT
004620     END-WRITE
004630     MOVE DL250-NOME-ENTRADA TO ROS-NOME
004640     DELETE ROSTER-FILE
004650         INVALID KEY
004660             DISPLAY 'ERRO AO EXCLUIR NOME ANTIGO - STATUS '
004670                 DL250-ROST-STATUS
004680     END-DELETE
004690     DISPLAY 'NOME CORRIGIDO PARA ' DL250-NOME-NOVO
004700     PERFORM 4100-MOVER-NOTAS THRU 4100-MOVER-NOTAS-EXIT
004705     PERFORM 4200-MOVER-RESPOSTAS THRU 4200-MOVER-RESPOSTAS-EXIT.
004710 4000-CORRIGIR-NOME-EXIT.
004720     EXIT.
004730
004740*----------------------------------------------------------------
004750*    4100-MOVER-NOTAS: RE-KEY THE STUDENT'S SCORES. EACH PASS
004760*    STARTS JUST PAST THE LAST KEY HANDLED, WRITES THE SCORE
004770*    UNDER THE NEW NAME AND ONLY THEN DELETES THE OLD ONE. A
004780*    SHEET ALREADY FILED UNDER THE NEW NAME IS LEFT AS IT IS
004790*    AND NAMED ON THE CONSOLE - NOTHING IS OVERWRITTEN.
004800*----------------------------------------------------------------
004810 4100-MOVER-NOTAS.
004820     MOVE 0 TO DL250-NOTAS-MOVIDAS DL250-NOTAS-CONFLITO
004830     OPEN I-O SCORE-FILE
004840     IF DL250-SCO-AUSENTE
004850         GO TO 4100-MOVER-NOTAS-EXIT
004860     END-IF
004870     IF NOT DL250-SCO-OK
004880         DISPLAY 'ERRO AO ABRIR SCOFILE - STATUS '
004885             DL250-SCO-STATUS
004890         DISPLAY 'NOTAS NAO TRANSFERIDAS - CORRIJA E REPITA'
004900         GO TO 4100-MOVER-NOTAS-EXIT
004910     END-IF
004920     MOVE LOW-VALUES TO DL250-SCO-CHAVE-ULT
004930     MOVE DL250-NOME-ENTRADA TO DL250-SCO-CHAVE-ULT(1:20)
004940     MOVE 'N' TO DL250-SW-LISTA
004950     PERFORM 4110-MOVER-NOTA THRU 4110-MOVER-NOTA-EXIT
004960         UNTIL DL250-FIM-LISTA
004970     CLOSE SCORE-FILE
004980     DISPLAY DL250-NOTAS-MOVIDAS
004985             ' NOTAS TRANSFERIDAS PARA O NOVO '
004990             'NOME'
005000     IF DL250-NOTAS-CONFLITO > 0
005010         DISPLAY DL250-NOTAS-CONFLITO
005015                 ' NOTAS JA EXISTIAM NO NOVO '
005020                 'NOME E FICARAM NO ANTIGO'
005030     END-IF.
005040 4100-MOVER-NOTAS-EXIT.
005050     EXIT.
005060
005070 4110-MOVER-NOTA.
005080     MOVE DL250-SCO-CHAVE-ULT TO SCO-CHAVE
005090     START SCORE-FILE KEY > SCO-CHAVE
005100         INVALID KEY
005110             SET DL250-FIM-LISTA TO TRUE
005120             GO TO 4110-MOVER-NOTA-EXIT
005130     END-START
005140     READ SCORE-FILE NEXT
005150         AT END
005160             SET DL250-FIM-LISTA TO TRUE
005170             GO TO 4110-MOVER-NOTA-EXIT
005180     END-READ
005190     IF SCO-ALUNO NOT = DL250-NOME-ENTRADA
005200         SET DL250-FIM-LISTA TO TRUE
005210         GO TO 4110-MOVER-NOTA-EXIT
005220     END-IF
005230     MOVE SCO-CHAVE TO DL250-SCO-CHAVE-ULT
005240     MOVE DL250-NOME-NOVO TO SCO-ALUNO
005250     WRITE SCO-REGISTRO
005260         INVALID KEY
005270             DISPLAY 'NOTA JA EXISTE NO NOVO NOME - FOLHA '
005280                 SCO-DATA ' ' SCO-OPCAO SCO-OPERACAO
005290             ADD 1 TO DL250-NOTAS-CONFLITO
005300             GO TO 4110-MOVER-NOTA-EXIT
005310     END-WRITE
005320     MOVE DL250-SCO-CHAVE-ULT TO SCO-CHAVE
005330     DELETE SCORE-FILE
005340         INVALID KEY
005350             DISPLAY 'ERRO AO EXCLUIR NOTA ANTIGA - STATUS '
005360                 DL250-SCO-STATUS
005370     END-DELETE
005380     ADD 1 TO DL250-NOTAS-MOVIDAS.
005390 4110-MOVER-NOTA-EXIT.
005400     EXIT.
005401
005402*----------------------------------------------------------------
005403*    4200-MOVER-RESPOSTAS: RE-KEY THE STUDENT'S GRADED ANSWERS,
005404*    SAME WALK AS 4100 - WRITE UNDER THE NEW NAME, THEN DELETE
005405*    THE OLD ONE, NEVER OVERWRITING AN ANSWER ALREADY THERE.
005406*----------------------------------------------------------------
005407 4200-MOVER-RESPOSTAS.
005408     MOVE 0 TO DL250-RESP-MOVIDAS DL250-RESP-CONFLITO
005409     OPEN I-O ANSWER-FILE
005410     IF DL250-RSP-AUSENTE
005411         GO TO 4200-MOVER-RESPOSTAS-EXIT
005412     END-IF
005413     IF NOT DL250-RSP-OK
005414         DISPLAY 'ERRO AO ABRIR RESPFILE - STATUS '
005415             DL250-RSP-STATUS
005416         DISPLAY 'RESPOSTAS NAO TRANSFERIDAS - CORRIJA E REPITA'
005417         GO TO 4200-MOVER-RESPOSTAS-EXIT
005418     END-IF
005419     MOVE LOW-VALUES TO DL250-RSP-CHAVE-ULT
005420     MOVE DL250-NOME-ENTRADA TO DL250-RSP-CHAVE-ULT(1:20)
005421     MOVE 'N' TO DL250-SW-LISTA
005422     PERFORM 4210-MOVER-RESPOSTA THRU 4210-MOVER-RESPOSTA-EXIT
005423         UNTIL DL250-FIM-LISTA
005424     CLOSE ANSWER-FILE
005425     IF DL250-RESP-MOVIDAS > 0
005426         DISPLAY DL250-RESP-MOVIDAS
005427                 ' RESPOSTAS TRANSFERIDAS PARA O NOVO NOME'
005428     END-IF
005429     IF DL250-RESP-CONFLITO > 0
005430         DISPLAY DL250-RESP-CONFLITO
005431                 ' RESPOSTAS JA EXISTIAM NO NOVO '
005432                 'NOME E FICARAM NO ANTIGO'
005433     END-IF.
005434 4200-MOVER-RESPOSTAS-EXIT.
005435     EXIT.
005436
005437 4210-MOVER-RESPOSTA.
005438     MOVE DL250-RSP-CHAVE-ULT TO RSP-CHAVE
005439     START ANSWER-FILE KEY > RSP-CHAVE
005440         INVALID KEY
005441             SET DL250-FIM-LISTA TO TRUE
005442             GO TO 4210-MOVER-RESPOSTA-EXIT
005443     END-START
005444     READ ANSWER-FILE NEXT
005445         AT END
005446             SET DL250-FIM-LISTA TO TRUE
005447             GO TO 4210-MOVER-RESPOSTA-EXIT
005448     END-READ
005449     IF RSP-ALUNO NOT = DL250-NOME-ENTRADA
005450         SET DL250-FIM-LISTA TO TRUE
005451         GO TO 4210-MOVER-RESPOSTA-EXIT
005452     END-IF
005453     MOVE RSP-CHAVE TO DL250-RSP-CHAVE-ULT
005454     MOVE DL250-NOME-NOVO TO RSP-ALUNO
005455     WRITE RSP-REGISTRO
005456         INVALID KEY
005457             ADD 1 TO DL250-RESP-CONFLITO
005458             GO TO 4210-MOVER-RESPOSTA-EXIT
005459     END-WRITE
005460     MOVE DL250-RSP-CHAVE-ULT TO RSP-CHAVE
005461     DELETE ANSWER-FILE
005462         INVALID KEY
005463             DISPLAY 'ERRO AO EXCLUIR RESPOSTA ANTIGA - STATUS '
005464                 DL250-RSP-STATUS
005465     END-DELETE
005466     ADD 1 TO DL250-RESP-MOVIDAS.
005467 4210-MOVER-RESPOSTA-EXIT.
005468     EXIT.
005469
005470*----------------------------------------------------------------
005471*    5000-MUDAR-TURMA: MOVE THE STUDENT TO ANOTHER CLASS. THE
005472*    CLASS LEFT IS KEPT ON THE RECORD; THE SCORES STAY UNDER THE
005473*    STUDENT'S NAME AND FOLLOW THEM.
005474*----------------------------------------------------------------
005475 5000-MUDAR-TURMA.
005480     PERFORM 2150-LER-ALUNO THRU 2150-LER-ALUNO-EXIT
005490     IF NOT DL250-ENTRADA-VALIDA
005500         GO TO 5000-MUDAR-TURMA-EXIT
005510     END-IF
005530     PERFORM 2200-PEDIR-TURMA THRU 2200-PEDIR-TURMA-EXIT
005540     IF NOT DL250-ENTRADA-VALIDA
005550         GO TO 5000-MUDAR-TURMA-EXIT
005560     END-IF
005570     IF DL250-TURMA-ENTRADA = ROS-TURMA
005580         DISPLAY 'ALUNO JA ESTA NA TURMA ' ROS-TURMA
005590         GO TO 5000-MUDAR-TURMA-EXIT
005600     END-IF
005610     MOVE ROS-TURMA TO ROS-TURMA-ANTERIOR
005620     MOVE DL250-TURMA-ENTRADA TO ROS-TURMA
005630     PERFORM 9100-REGRAVAR-ALUNO THRU 9100-REGRAVAR-ALUNO-EXIT.
005640 5000-MUDAR-TURMA-EXIT.
005650     EXIT.
005660
005670*----------------------------------------------------------------
005680*    6000-DESLIGAR / 6500-READMITIR: A WITHDRAWN STUDENT STAYS
005690*    ON THE ROSTER (NO WORKSHEETS, NO NEW SCORES) UNTIL THE
005700*    YEAR-END ROLLOVER DROPS THE RECORD.
005710*----------------------------------------------------------------
005720 6000-DESLIGAR.
005730     PERFORM 2150-LER-ALUNO THRU 2150-LER-ALUNO-EXIT
005740     IF NOT DL250-ENTRADA-VALIDA
005750         GO TO 6000-DESLIGAR-EXIT
005760     END-IF
005770     IF ROS-DESLIGADO
005780         DISPLAY 'ALUNO JA DESLIGADO EM ' ROS-DATA-SITUACAO
005790         GO TO 6000-DESLIGAR-EXIT
005800     END-IF
005810     DISPLAY 'CONFIRMA O DESLIGAMENTO (S/N): '
005820     MOVE SPACES TO DL250-CONFIRMA
005830     ACCEPT DL250-CONFIRMA
005840     IF DL250-CONFIRMA NOT = 'S'
005850         GO TO 6000-DESLIGAR-EXIT
005860     END-IF
005870     MOVE 'D' TO ROS-SITUACAO
005880     MOVE DL250-DATA-EDITADA TO ROS-DATA-SITUACAO
005890     PERFORM 9100-REGRAVAR-ALUNO THRU 9100-REGRAVAR-ALUNO-EXIT.
005900 6000-DESLIGAR-EXIT.
005910     EXIT.
005920
005930 6500-READMITIR.
005940     PERFORM 2150-LER-ALUNO THRU 2150-LER-ALUNO-EXIT
005950     IF NOT DL250-ENTRADA-VALIDA
005960         GO TO 6500-READMITIR-EXIT
005970     END-IF
005980     IF ROS-ATIVO
005990         DISPLAY 'ALUNO JA ESTA ATIVO'
006000         GO TO 6500-READMITIR-EXIT
006010     END-IF
006020     MOVE 'A' TO ROS-SITUACAO
006030     MOVE DL250-DATA-EDITADA TO ROS-DATA-SITUACAO
006040     PERFORM 9100-REGRAVAR-ALUNO THRU 9100-REGRAVAR-ALUNO-EXIT.
006050 6500-READMITIR-EXIT.
006060     EXIT.
006070
006080*----------------------------------------------------------------
006090*    7000-LISTAR: ONE CLASS (OR, BRANCO, THE WHOLE ROSTER) IN
006100*    CLASS ORDER ALONG THE TURMA ALTERNATE KEY.
006110*----------------------------------------------------------------
006120 7000-LISTAR.
006130     DISPLAY 'TURMA (BRANCO=TODAS): '
006140     MOVE SPACES TO DL250-TURMA-ENTRADA
006150     ACCEPT DL250-TURMA-ENTRADA
006160     MOVE 0 TO DL250-LISTADOS
006170     MOVE 'N' TO DL250-SW-LISTA
006180     IF DL250-TURMA-ENTRADA = SPACES
006190         MOVE LOW-VALUES TO ROS-TURMA
006200         START ROSTER-FILE KEY NOT < ROS-TURMA
006210             INVALID KEY
006220                 SET DL250-FIM-LISTA TO TRUE
006230         END-START
006240     ELSE
006250         MOVE DL250-TURMA-ENTRADA TO ROS-TURMA
006260         START ROSTER-FILE KEY = ROS-TURMA
006270             INVALID KEY
006280                 SET DL250-FIM-LISTA TO TRUE
006290         END-START
006300     END-IF
006310     DISPLAY 'TURM  ALUNO                 TABUADAS'
006320             '             F  S'
006330     PERFORM 7100-LISTAR-ALUNO THRU 7100-LISTAR-ALUNO-EXIT
006340         UNTIL DL250-FIM-LISTA
006350     DISPLAY DL250-LISTADOS ' ALUNOS LISTADOS'.
006360 7000-LISTAR-EXIT.
006370     EXIT.
006380
006390 7100-LISTAR-ALUNO.
006400     READ ROSTER-FILE NEXT
006410         AT END
006420             SET DL250-FIM-LISTA TO TRUE
006430             GO TO 7100-LISTAR-ALUNO-EXIT
006440     END-READ
006450     IF DL250-TURMA-ENTRADA NOT = SPACES AND
006460             ROS-TURMA NOT = DL250-TURMA-ENTRADA
006470         SET DL250-FIM-LISTA TO TRUE
006480         GO TO 7100-LISTAR-ALUNO-EXIT
006490     END-IF
006500     PERFORM 7200-MONTAR-LINHA THRU 7200-MONTAR-LINHA-EXIT
006510     DISPLAY DL250-LISTA-LINHA
006520     ADD 1 TO DL250-LISTADOS.
006530 7100-LISTAR-ALUNO-EXIT.
006540     EXIT.
006550
006560 7200-MONTAR-LINHA.
006570     MOVE SPACES TO DL250-LISTA-LINHA
006580     MOVE ROS-TURMA TO DL250-LST-TURMA
006590     MOVE ROS-NOME TO DL250-LST-NOME
006600     PERFORM 7210-MONTAR-SLOT THRU 7210-MONTAR-SLOT-EXIT
006610         VARYING DL250-SLOT FROM 1 BY 1
006620         UNTIL DL250-SLOT > 5
006630     MOVE ROS-FOLHA TO DL250-LST-FOLHA
006640     IF ROS-DESLIGADO
006650         MOVE 'D' TO DL250-LST-SITUACAO
006660     ELSE
006670         MOVE 'A' TO DL250-LST-SITUACAO
006680     END-IF.
006690 7200-MONTAR-LINHA-EXIT.
006700     EXIT.
006710
006720 7210-MONTAR-SLOT.
006730     MOVE ROS-OPCAO(DL250-SLOT) TO DL250-LST-OPCAO(DL250-SLOT)
006740     MOVE ROS-OPERACAO(DL250-SLOT) TO
006750         DL250-LST-OPERACAO(DL250-SLOT).
006760 7210-MONTAR-SLOT-EXIT.
006770     EXIT.
006780
006790*----------------------------------------------------------------
006800*    8000-CARREGAR: ONE-TIME LOAD OF THE OLD HAND-EDITED ROSTER
006810*    (ROSTSEQ, SAME FORTY-BYTE LAYOUT). A BLANK NAME OR CLASS,
006820*    OR A NAME ALREADY ON THE MASTER, IS REFUSED AND NAMED ON
006830*    THE CONSOLE - THOSE ARE THE TYPOS THAT USED TO SPLIT A
006840*    STUDENT'S SCORES IN TWO.
006850*----------------------------------------------------------------
006860 8000-CARREGAR.
006870     OPEN INPUT LEGACY-FILE
006880     IF NOT DL250-SEQ-OK
006890         DISPLAY 'ERRO AO ABRIR ROSTSEQ - STATUS '
006895             DL250-SEQ-STATUS
006900         GO TO 8000-CARREGAR-EXIT
006910     END-IF
006920     MOVE 0 TO DL250-CARGA-LIDOS DL250-CARGA-GRAVADOS
006930               DL250-CARGA-RECUSADOS
006940     MOVE 'N' TO DL250-SW-LISTA
006950     PERFORM 8100-CARREGAR-ALUNO THRU 8100-CARREGAR-ALUNO-EXIT
006960         UNTIL DL250-FIM-LISTA
006970     CLOSE LEGACY-FILE
006980     DISPLAY 'ROSTSEQ: ' DL250-CARGA-LIDOS ' LIDOS, '
006990         DL250-CARGA-GRAVADOS ' INCLUIDOS, '
007000         DL250-CARGA-RECUSADOS ' RECUSADOS'.
007010 8000-CARREGAR-EXIT.
007020     EXIT.
007030
007040 8100-CARREGAR-ALUNO.
007050     READ LEGACY-FILE
007060         AT END
007070             SET DL250-FIM-LISTA TO TRUE
007080             GO TO 8100-CARREGAR-ALUNO-EXIT
007090     END-READ
007100     ADD 1 TO DL250-CARGA-LIDOS
007110     MOVE SPACES TO ROS-REGISTRO
007120     MOVE SEQ-REGISTRO(1:40) TO ROS-REGISTRO(1:40)
007130     IF ROS-NOME = SPACES OR ROS-TURMA = SPACES
007140         DISPLAY 'ROSTSEQ: NOME OU TURMA EM BRANCO RECUSADO - '
007150             'REGISTRO ' DL250-CARGA-LIDOS
007160         ADD 1 TO DL250-CARGA-RECUSADOS
007170         GO TO 8100-CARREGAR-ALUNO-EXIT
007180     END-IF
007190     IF ROS-FOLHA NOT = 'E' AND ROS-FOLHA NOT = 'X'
007200         MOVE 'C' TO ROS-FOLHA
007210     END-IF
007220     MOVE 'A' TO ROS-SITUACAO
007230     MOVE DL250-DATA-EDITADA TO ROS-DATA-SITUACAO
007240     WRITE ROS-REGISTRO
007250         INVALID KEY
007260             DISPLAY 'ROSTSEQ: NOME JA NO ROSTER RECUSADO - '
007270                 ROS-NOME
007280             ADD 1 TO DL250-CARGA-RECUSADOS
007290         NOT INVALID KEY
007300             ADD 1 TO DL250-CARGA-GRAVADOS
007310     END-WRITE.
007320 8100-CARREGAR-ALUNO-EXIT.
007330     EXIT.
007340
007350*----------------------------------------------------------------
007360*    9100-REGRAVAR-ALUNO: REWRITE THE CHANGED ROSTER RECORD.
007370*----------------------------------------------------------------
007380 9100-REGRAVAR-ALUNO.
007390     REWRITE ROS-REGISTRO
007400         INVALID KEY
007410             DISPLAY 'ERRO AO REGRAVAR - STATUS '
007415                 DL250-ROST-STATUS
007420         NOT INVALID KEY
007430             DISPLAY 'ALUNO ' ROS-NOME ' ALTERADO'
007440     END-REWRITE.
007450 9100-REGRAVAR-ALUNO-EXIT.
007460     EXIT.
007470
007480 9999-ENCERRAR.
007490     CLOSE ROSTER-FILE
007500     DISPLAY 'FIM DA MANUTENCAO DO ROSTER.'.
007510 9999-ENCERRAR-EXIT.
007520     EXIT.
