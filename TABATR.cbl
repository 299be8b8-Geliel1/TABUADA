000100******************************************************************
000110* Author:GELIEL GUSTAVO DE SOUZA SILVA.
000120* Date:05/10/2026
000130******************************************************************
000140* MODIFICATION HISTORY
000150* DATE       INIT DESCRIPTION
000160* 05/10/2026 GGS  ORIGINAL PROGRAM. WEEKLY NEXT-ASSIGNMENT
000170*                 BUILDER.
000180*                 FOR EVERY ACTIVE STUDENT ON ROSTFILE THE SCOFILE
000190*                 SHEETS ARE TAKEN IN DATE ORDER PER TABLE AND
000200*                 OPERACAO: A TABLE UNDER 60 PERCENT OVER TWO OR
000210*                 MORE SHEETS (THE TABSCO DIFICULDADE RULE) GOES
000220*                 FIRST IN THE NEW SET, A TABLE WITH THREE SHEETS
000230*                 IN A ROW AT 90 PERCENT OR BETTER IS DROPPED, AND
000240*                 EACH DROPPED TABLE MAKES ROOM FOR THE NEXT TABLE
000250*                 OF THE STUDENT'S OPERACAO. PARM 'PROPOR' (OR
000260*                 BLANK, OPTIONALLY ',TTTT' FOR ONE CLASS) ONLY
000270*                 WRITES THE PROPOSALS TO ATRPROP AND THE CHANGE
000280*                 REPORT PER CLASS TO ATRRPT - THE ROSTER IS NOT
000290*                 TOUCHED. PARM 'APROVAR,TTTT,OPERID' IS THE
000300*                 TEACHER'S APPROVAL: THE CLASS'S PROPOSALS ARE
000310*                 WRITTEN INTO THE ROS-ATRIB SLOTS (ONLY WHERE THE
000320*                 ROSTER STILL HOLDS THE SET THE PROPOSAL WAS
000330*                 BUILT FROM) AND A WEEKLY STANDING TURMA REQUEST
000340*                 IS QUEUED ON REQMAST UNDER THE APPROVING
000350*                 OPERATOR, UNLESS THE CLASS ALREADY HAS ONE.
000360******************************************************************
000370 IDENTIFICATION DIVISION.
000380*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
000390 PROGRAM-ID. TABATR.
000400 ENVIRONMENT DIVISION.
000410*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
000420 CONFIGURATION SECTION.
000430     SPECIAL-NAMES.
000440         DECIMAL-POINT IS COMMA.
000450*-----------------------
000460 INPUT-OUTPUT SECTION.
000470 FILE-CONTROL.
000480     SELECT ROSTER-FILE ASSIGN TO 'ROSTFILE'
000490         ORGANIZATION IS INDEXED
000500         ACCESS MODE IS DYNAMIC
000510         RECORD KEY IS ROS-NOME
000520         ALTERNATE RECORD KEY IS ROS-TURMA WITH DUPLICATES
000530         FILE STATUS IS DL850-ROST-STATUS.
000540     SELECT SCORE-FILE ASSIGN TO 'SCOFILE'
000550         ORGANIZATION IS INDEXED
000560         ACCESS MODE IS DYNAMIC
000570         RECORD KEY IS SCO-CHAVE
000580         FILE STATUS IS DL850-SCO-STATUS.
000590     SELECT REQUEST-FILE ASSIGN TO 'REQMAST'
000600         ORGANIZATION IS INDEXED
000610         ACCESS MODE IS DYNAMIC
000620         RECORD KEY IS REQ-NUMERO
000630         FILE STATUS IS DL850-REQM-STATUS.
000640     SELECT OPERATOR-FILE ASSIGN TO 'OPERFILE'
000650         ORGANIZATION IS INDEXED
000660         ACCESS MODE IS RANDOM
000670         RECORD KEY IS OPE-ID
000680         FILE STATUS IS DL850-OPERM-STATUS.
000690     SELECT PROPOSTA-FILE ASSIGN TO 'ATRPROP'
000700         ORGANIZATION IS LINE SEQUENTIAL
000710         FILE STATUS IS DL850-PROP-STATUS.
000720     SELECT REPORT-FILE ASSIGN TO 'ATRRPT'
000730         ORGANIZATION IS LINE SEQUENTIAL
000740         FILE STATUS IS DL850-REPORT-STATUS.
000750*-----------------------
000760 DATA DIVISION.
000770*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
000780 FILE SECTION.
000790*-----------------------
000800*----------------------------------------------------------------
000810*    CLASS ROSTER - THE FIVE ASSIGNMENT SLOTS ARE ALSO NAMED AS
000820*    ONE GROUP SO A WHOLE SET CAN BE COMPARED AND REPLACED.
000830*----------------------------------------------------------------
000840 FD  ROSTER-FILE.
000850 01  ROS-REGISTRO.
000860     05  ROS-TURMA                PIC X(04).
000870     05  ROS-NOME                 PIC X(20).
000880     05  ROS-ATRIBUICOES.
000890         10  ROS-ATRIB OCCURS 5 TIMES.
000900             15  ROS-OPCAO        PIC X(02).
000910             15  ROS-OPERACAO     PIC X(01).
000920     05  ROS-FOLHA                PIC X(01).
000930     05  ROS-SITUACAO             PIC X(01).
000940         88  ROS-ATIVO            VALUES 'A' ' '.
000950         88  ROS-DESLIGADO        VALUE 'D'.
000960     05  ROS-DATA-SITUACAO        PIC X(08).
000970     05  ROS-TURMA-ANTERIOR       PIC X(04).
000980     05  ROS-ANO-ROLAGEM          PIC X(04).
000990     05  FILLER                   PIC X(23).
001000
001010 FD  SCORE-FILE.
001020 01  SCO-REGISTRO.
001030     05  SCO-CHAVE.
001040         10  SCO-ALUNO            PIC X(20).
001050         10  SCO-DATA.
001060             15  SCO-DATA-DD      PIC X(02).
001070             15  FILLER           PIC X(01).
001080             15  SCO-DATA-MM      PIC X(02).
001090             15  FILLER           PIC X(01).
001100             15  SCO-DATA-AA      PIC X(02).
001110         10  SCO-OPCAO            PIC X(02).
001120         10  SCO-OPERACAO         PIC X(01).
001130     05  SCO-TURMA                PIC X(04).
001140     05  SCO-CERTAS               PIC 9(02).
001150     05  SCO-TOTAL                PIC 9(02).
001160     05  FILLER                   PIC X(41).
001170
001180 FD  REQUEST-FILE.
001190 01  REQ-REGISTRO.
001200     05  REQ-NUMERO               PIC 9(05).
001210     05  REQ-DEPTO                PIC X(04).
001220     05  REQ-DATA-PEDIDO          PIC X(08).
001230     05  REQ-OPCAO                PIC 9(02).
001240     05  REQ-MULT-DECIMAL         PIC 9(02)V9(01).
001250     05  REQ-OPERACAO             PIC X(01).
001260     05  REQ-FOLHA                PIC X(01).
001270     05  REQ-STATUS               PIC X(01).
001280         88  REQ-STATUS-PERMANENTE VALUE 'P'.
001290         88  REQ-STATUS-SUSPENSO  VALUE 'S'.
001300     05  REQ-SOLICITANTE          PIC X(06).
001310     05  REQ-INICIO               PIC 9(02).
001320     05  REQ-FIM                  PIC 9(02).
001330     05  REQ-PASSO                PIC 9(02).
001340     05  REQ-FREQUENCIA           PIC X(01).
001350     05  REQ-FREQ-DIA             PIC 9(02).
001360     05  REQ-ULT-GERACAO          PIC X(08).
001370     05  REQ-MISTA-QTDE           PIC 9(02).
001380     05  REQ-TURMA                PIC X(04).
001390     05  FILLER                   PIC X(26).
001400
001410 FD  OPERATOR-FILE.
001420 01  OPE-REGISTRO.
001430     05  OPE-ID                   PIC X(06).
001440     05  OPE-NOME                 PIC X(20).
001450     05  OPE-DEPTO                PIC X(04).
001460     05  OPE-ATIVO                PIC X(01).
001470         88  OPE-ATIVO-SIM        VALUE 'S'.
001480     05  FILLER                   PIC X(49).
001490
001500*----------------------------------------------------------------
001510*    PENDING PROPOSALS - ONE LINE PER STUDENT WHOSE SET CHANGES:
001520*    THE SLOTS AS THEY STOOD WHEN THE PROPOSAL WAS BUILT AND THE
001530*    SLOTS PROPOSED. A PROPOR RUN REPLACES THE WHOLE FILE.
001540*----------------------------------------------------------------
001550 FD  PROPOSTA-FILE.
001560 01  PRP-REGISTRO.
001570     05  PRP-TURMA                PIC X(04).
001580     05  PRP-NOME                 PIC X(20).
001590     05  PRP-ANTES                PIC X(15).
001600     05  PRP-DEPOIS               PIC X(15).
001610     05  PRP-DATA                 PIC X(08).
001620     05  FILLER                   PIC X(18).
001630
001640 FD  REPORT-FILE.
001650 01  REPORT-RECORD                PIC X(80).
001660
001670 WORKING-STORAGE SECTION.
001680*----------------------------------------------------------------
001690*    FILE STATUS AND RUN CONTROLS
001700*----------------------------------------------------------------
001710 01  DL850-ROST-STATUS            PIC X(02).
001720     88  DL850-ROST-OK            VALUE '00'.
001730 01  DL850-SCO-STATUS             PIC X(02).
001740     88  DL850-SCO-OK             VALUE '00'.
001750 01  DL850-REQM-STATUS            PIC X(02).
001760     88  DL850-REQM-OK            VALUE '00'.
001770 01  DL850-OPERM-STATUS           PIC X(02).
001780     88  DL850-OPERM-OK           VALUE '00'.
001790 01  DL850-PROP-STATUS            PIC X(02).
001800     88  DL850-PROP-OK            VALUE '00'.
001810     88  DL850-PROP-AUSENTE       VALUE '35'.
001820 01  DL850-REPORT-STATUS          PIC X(02).
001830     88  DL850-REPORT-OK          VALUE '00'.
001840
001850 01  DL850-SW-EXECUCAO            PIC X(01) VALUE 'S'.
001860     88  DL850-EXECUCAO-VALIDA    VALUE 'S'.
001870 01  DL850-SW-MODO                PIC X(01) VALUE 'P'.
001880     88  DL850-MODO-PROPOR        VALUE 'P'.
001890     88  DL850-MODO-APROVAR       VALUE 'A'.
001900 01  DL850-SW-ROSTER              PIC X(01) VALUE 'N'.
001910     88  DL850-FIM-ROSTER         VALUE 'S'.
001920 01  DL850-SW-NOTAS               PIC X(01) VALUE 'N'.
001930     88  DL850-FIM-NOTAS          VALUE 'S'.
001940 01  DL850-SW-ARQUIVO             PIC X(01) VALUE 'N'.
001950     88  DL850-FIM-ARQUIVO        VALUE 'S'.
001960 01  DL850-SW-CANDIDATO           PIC X(01) VALUE 'N'.
001970     88  DL850-SEM-CANDIDATO      VALUE 'S'.
001980 01  DL850-SW-INVALIDO            PIC X(01) VALUE 'N'.
001990     88  DL850-SLOT-INVALIDO      VALUE 'S'.
002000
002010 01  DL850-PARM-EXECUCAO          PIC X(30).
002020 01  DL850-PARM-MODO              PIC X(10).
002030 01  DL850-PARM-TURMA             PIC X(04).
002040 01  DL850-PARM-OPERADOR          PIC X(06).
002050 01  DL850-TURMA-ATUAL            PIC X(04) VALUE HIGH-VALUES.
002060
002070 01  DL850-DATA-SISTEMA.
002080     05  DL850-DATA-AA            PIC 9(02).
002090     05  DL850-DATA-MM            PIC 9(02).
002100     05  DL850-DATA-DD            PIC 9(02).
002110 01  DL850-DATA-EDITADA           PIC X(08).
002120
002130*----------------------------------------------------------------
002140*    ASSIGNMENT RULES - THE WEAK-TABLE RULE IS THE ONE TABSCO
002150*    PRINTS AS DIFICULDADE; A TABLE IS MASTERED AFTER THE LAST
002160*    DL850-FOLHAS-DOMINIO SHEETS IN A ROW AT DL850-PCT-DOMINIO.
002170*----------------------------------------------------------------
002180 77  DL850-PCT-FRACA              PIC 9(03) COMP VALUE 60.
002190 77  DL850-FOLHAS-FRACA           PIC 9(03) COMP VALUE 2.
002200 77  DL850-PCT-DOMINIO            PIC 9(03) COMP VALUE 90.
002210 77  DL850-FOLHAS-DOMINIO         PIC 9(03) COMP VALUE 3.
002220 77  DL850-MAX-TABELAS            PIC 9(02) COMP VALUE 20.
002230 77  DL850-DIA-SEMANA-PADRAO      PIC 9(02) COMP VALUE 1.
002240
002250*----------------------------------------------------------------
002260*    ONE STUDENT'S SHEETS (TABLE SHEETS ONLY - MIXED 96 AND
002270*    DECIMAL 97 SHEETS DO NOT BELONG TO ONE TABLE) WITH AN AAMMDD
002280*    ORDER KEY, SORTED INTO DATE ORDER BEFORE THE RUNS ARE TAKEN.
002290*----------------------------------------------------------------
002300 77  DL850-FOL-QTDE               PIC 9(03) COMP VALUE 0.
002310 77  DL850-FOL-I                  PIC 9(03) COMP VALUE 0.
002320 77  DL850-FOL-J                  PIC 9(03) COMP VALUE 0.
002330 01  DL850-TAB-FOLHAS.
002340     05  DL850-FOL-ITEM OCCURS 300 TIMES.
002350         10  DL850-FOL-ORDEM      PIC X(06).
002360         10  DL850-FOL-PAR        PIC 9(02) COMP.
002370         10  DL850-FOL-CERTAS     PIC 9(02) COMP.
002380         10  DL850-FOL-TOTAL      PIC 9(02) COMP.
002390 01  DL850-FOL-TROCA.
002400     05  FILLER                   PIC X(06).
002410     05  FILLER                   PIC 9(02) COMP.
002420     05  FILLER                   PIC 9(02) COMP.
002430     05  FILLER                   PIC 9(02) COMP.
002440
002450*----------------------------------------------------------------
002460*    PER TABLE/OPERACAO PAIR - 20 TABLES FOR EACH OF M, S AND D.
002470*    PAIR = (OPERACAO POSITION - 1) * 20 + TABLE.
002480*----------------------------------------------------------------
002490 01  DL850-OPERACOES              PIC X(03) VALUE 'MSD'.
002500 01  DL850-OPER-LETRAS REDEFINES DL850-OPERACOES.
002510     05  DL850-OPER-LETRA         PIC X(01) OCCURS 3 TIMES.
002520 77  DL850-PAR-IDX                PIC 9(02) COMP VALUE 0.
002530 77  DL850-PAR-ACHADO             PIC 9(02) COMP VALUE 0.
002540 77  DL850-PAR-MENOR-PCT          PIC 9(03) COMP VALUE 0.
002550 01  DL850-TAB-PARES.
002560     05  DL850-PAR-ITEM OCCURS 60 TIMES.
002570         10  DL850-PAR-VEZES      PIC 9(03) COMP.
002580         10  DL850-PAR-CERTAS     PIC 9(05) COMP.
002590         10  DL850-PAR-TOTAL      PIC 9(05) COMP.
002600         10  DL850-PAR-SEGUIDAS   PIC 9(03) COMP.
002610         10  DL850-PAR-PCT        PIC 9(03) COMP.
002620         10  DL850-PAR-SITUACAO   PIC X(01).
002630             88  DL850-PAR-FRACO      VALUE 'F'.
002640             88  DL850-PAR-DOMINADO   VALUE 'D'.
002650         10  DL850-PAR-ATUAL      PIC X(01).
002660             88  DL850-PAR-NO-ROSTER  VALUE 'S'.
002670         10  DL850-PAR-ESCOLHA    PIC X(01).
002680             88  DL850-PAR-ESCOLHIDO  VALUE 'S'.
002690
002700*----------------------------------------------------------------
002710*    THE STUDENT'S CURRENT SLOTS AND THE SET BEING BUILT. A NEW
002720*    SLOT CARRIES WHY IT IS THERE: F = WEAK, MOVED FIRST; M =
002730*    STILL IN PROGRESS, KEPT; N = NEW TABLE.
002740*----------------------------------------------------------------
002750 77  DL850-ATU-IDX                PIC 9(02) COMP VALUE 0.
002760 77  DL850-NOV-IDX                PIC 9(02) COMP VALUE 0.
002770 77  DL850-NOV-QTDE               PIC 9(02) COMP VALUE 0.
002780 77  DL850-RETIRADAS              PIC 9(02) COMP VALUE 0.
002790 77  DL850-NOVAS                  PIC 9(02) COMP VALUE 0.
002800 77  DL850-OPER-PROGRESSAO        PIC 9(02) COMP VALUE 0.
002810 77  DL850-PROX-TABELA            PIC 9(02) COMP VALUE 0.
002820 01  DL850-TAB-ATUAL.
002830     05  DL850-ATU-ITEM OCCURS 5 TIMES.
002840         10  DL850-ATU-PAR        PIC 9(02) COMP.
002850         10  DL850-ATU-TEXTO      PIC X(03).
002860         10  DL850-ATU-TIPO       PIC X(01).
002870             88  DL850-ATU-VAZIO      VALUE 'B'.
002880             88  DL850-ATU-INVALIDO   VALUE 'I'.
002890             88  DL850-ATU-VALIDO     VALUE 'V'.
002900 01  DL850-TAB-NOVO.
002910     05  DL850-NOV-ITEM OCCURS 5 TIMES.
002920         10  DL850-NOV-PAR        PIC 9(02) COMP.
002930         10  DL850-NOV-MOTIVO     PIC X(01).
002940             88  DL850-NOV-FRACA      VALUE 'F'.
002950             88  DL850-NOV-MANTIDA    VALUE 'M'.
002960             88  DL850-NOV-NOVA       VALUE 'N'.
002970
002980 01  DL850-OPCAO-ED               PIC X(02).
002990 01  DL850-OPCAO-NUM              PIC 9(02).
003000 01  DL850-ED-PAR                 PIC 9(02).
003010 01  DL850-ED-OPER                PIC 9(02).
003020 01  DL850-ED-TABELA              PIC 9(02).
003030 01  DL850-SLOT-ED                PIC X(03).
003040 01  DL850-JOGO-NORMAL            PIC X(15).
003050 01  DL850-JOGO-NOVO              PIC X(15).
003060 01  DL850-JOGO-ORIGEM            PIC X(15).
003070 01  DL850-JOGO-ED.
003080     05  DL850-JED-ITEM OCCURS 5 TIMES.
003090         10  DL850-JED-SLOT       PIC X(03).
003100         10  FILLER               PIC X(01).
003110
003120*----------------------------------------------------------------
003130*    APPROVAL AND REQUEST QUEUEING
003140*----------------------------------------------------------------
003150 01  DL850-DEPTO-APROVADOR        PIC X(04).
003160 01  DL850-MAIOR-NUMERO           PIC 9(05) VALUE 0.
003170 01  DL850-REQ-TURMA-NUM          PIC 9(05) VALUE 0.
003180 01  DL850-REQ-TURMA-STATUS       PIC X(01) VALUE SPACE.
003190
003200*----------------------------------------------------------------
003210*    RUN COUNTERS
003220*----------------------------------------------------------------
003230 77  DL850-LIDOS                  PIC 9(05) COMP VALUE 0.
003240 77  DL850-PROPOSTAS              PIC 9(05) COMP VALUE 0.
003250 77  DL850-SEM-ALTERACAO          PIC 9(05) COMP VALUE 0.
003260 77  DL850-TOT-RETIRADAS          PIC 9(05) COMP VALUE 0.
003270 77  DL850-TOT-NOVAS              PIC 9(05) COMP VALUE 0.
003280 77  DL850-TOT-FRACAS             PIC 9(05) COMP VALUE 0.
003290 77  DL850-APLICADAS              PIC 9(05) COMP VALUE 0.
003300 77  DL850-JA-APLICADAS           PIC 9(05) COMP VALUE 0.
003310 77  DL850-RECUSADAS              PIC 9(05) COMP VALUE 0.
003320
003330*----------------------------------------------------------------
003340*    CHANGE REPORT LINES
003350*----------------------------------------------------------------
003360 01  DL850-REL-CAB-01             PIC X(80) VALUE
003370     '*** TABOADA - PROXIMAS ATRIBUICOES DOS ALUNOS ***'.
003380 01  DL850-REL-CAB-02.
003390     05  FILLER                   PIC X(07) VALUE 'DATA: '.
003400     05  DL850-REL-DATA           PIC X(08).
003410     05  FILLER                   PIC X(05) VALUE SPACES.
003420     05  FILLER                   PIC X(06) VALUE 'MODO: '.
003430     05  DL850-REL-MODO           PIC X(10).
003440     05  FILLER                   PIC X(05) VALUE SPACES.
003450     05  FILLER                   PIC X(07) VALUE 'TURMA: '.
003460     05  DL850-REL-TURMA          PIC X(05).
003470     05  FILLER                   PIC X(27) VALUE SPACES.
003480 01  DL850-REL-CAB-TURMA.
003490     05  FILLER                   PIC X(07) VALUE 'TURMA: '.
003500     05  DL850-CTU-TURMA          PIC X(04).
003510     05  FILLER                   PIC X(69) VALUE SPACES.
003520 01  DL850-REL-CAB-COLUNAS.
003530     05  FILLER                   PIC X(22) VALUE 'ALUNO'.
003540     05  FILLER                   PIC X(21) VALUE 'ATUAL'.
003550     05  FILLER                   PIC X(21) VALUE 'NOVO'.
003560     05  FILLER                   PIC X(16) VALUE 'SITUACAO'.
003570 01  DL850-REL-ALUNO.
003580     05  DL850-ALU-NOME           PIC X(20).
003590     05  FILLER                   PIC X(02) VALUE SPACES.
003600     05  DL850-ALU-ANTES          PIC X(20).
003610     05  FILLER                   PIC X(01) VALUE SPACES.
003620     05  DL850-ALU-DEPOIS         PIC X(20).
003630     05  FILLER                   PIC X(01) VALUE SPACES.
003640     05  DL850-ALU-SITUACAO       PIC X(16).
003650 01  DL850-REL-MOTIVO.
003660     05  FILLER                   PIC X(06) VALUE SPACES.
003670     05  DL850-MOT-SLOT           PIC X(03).
003680     05  FILLER                   PIC X(01) VALUE SPACES.
003690     05  DL850-MOT-TEXTO          PIC X(60).
003700     05  FILLER                   PIC X(10) VALUE SPACES.
003710 01  DL850-MOT-PCT                PIC ZZ9.
003720 01  DL850-MOT-FOLHAS             PIC ZZ9.
003730 01  DL850-REL-LINHA.
003740     05  DL850-REL-ROTULO         PIC X(30).
003750     05  DL850-REL-VALOR          PIC ZZZZZZ9.
003760     05  FILLER                   PIC X(43) VALUE SPACES.
003770 01  DL850-REL-MENSAGEM           PIC X(80).
003780 01  DL850-REL-BRANCO             PIC X(80) VALUE SPACES.
003790
003800*-----------------------
003810 PROCEDURE DIVISION.
003820*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
003830 0000-MAINLINE.
003840     PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT
003850     IF DL850-EXECUCAO-VALIDA
003860         IF DL850-MODO-APROVAR
003870             PERFORM 5000-APROVAR THRU 5000-APROVAR-EXIT
003880         ELSE
003890             PERFORM 2000-PROPOR THRU 2000-PROPOR-EXIT
003900         END-IF
003910     END-IF
003920     IF DL850-EXECUCAO-VALIDA
003930         PERFORM 8000-GRAVAR-TOTAIS THRU 8000-GRAVAR-TOTAIS-EXIT
003940     ELSE
003950         DISPLAY 'TABATR NAO CONCLUIDO - VERIFIQUE AS MENSAGENS'
003960         MOVE 8 TO RETURN-CODE
003970     END-IF
003980     PERFORM 9999-ENCERRAR THRU 9999-ENCERRAR-EXIT
003990     STOP RUN.
004000
004010*----------------------------------------------------------------
004020*    1000-INICIALIZAR: SPLIT THE PARM INTO MODE, CLASS AND
004030*    APPROVING OPERATOR, OPEN THE REPORT AND PRINT ITS HEADINGS.
004040*----------------------------------------------------------------
004050 1000-INICIALIZAR.
004060     ACCEPT DL850-DATA-SISTEMA FROM DATE
004070     STRING DL850-DATA-DD '/' DL850-DATA-MM '/' DL850-DATA-AA
004080         DELIMITED BY SIZE INTO DL850-DATA-EDITADA
004090     MOVE SPACES TO DL850-PARM-EXECUCAO DL850-PARM-MODO
004100                    DL850-PARM-TURMA DL850-PARM-OPERADOR
004110     ACCEPT DL850-PARM-EXECUCAO FROM COMMAND-LINE
004120     UNSTRING DL850-PARM-EXECUCAO DELIMITED BY ','
004130         INTO DL850-PARM-MODO DL850-PARM-TURMA DL850-PARM-OPERADOR
004140     END-UNSTRING
004150     IF DL850-PARM-MODO = SPACES OR DL850-PARM-MODO = 'PROPOR'
004160         SET DL850-MODO-PROPOR TO TRUE
004170     ELSE
004180     IF DL850-PARM-MODO = 'APROVAR'
004190         SET DL850-MODO-APROVAR TO TRUE
004200     ELSE
004210         DISPLAY 'PARM INVALIDO - USE PROPOR[,TURMA] OU '
004220             'APROVAR,TURMA,OPERADOR'
004230         MOVE 'N' TO DL850-SW-EXECUCAO
004240         GO TO 1000-INICIALIZAR-EXIT
004250     END-IF
004260     END-IF
004270     IF DL850-MODO-APROVAR AND
004280             (DL850-PARM-TURMA = SPACES OR
004290              DL850-PARM-OPERADOR = SPACES)
004300         DISPLAY 'APROVAR PEDE A TURMA E O OPERADOR QUE APROVA'
004310         MOVE 'N' TO DL850-SW-EXECUCAO
004320         GO TO 1000-INICIALIZAR-EXIT
004330     END-IF
004340     OPEN OUTPUT REPORT-FILE
004350     IF NOT DL850-REPORT-OK
004360         DISPLAY 'ERRO AO ABRIR ATRRPT - STATUS '
004370             DL850-REPORT-STATUS
004380         MOVE 'N' TO DL850-SW-EXECUCAO
004390         GO TO 1000-INICIALIZAR-EXIT
004400     END-IF
004410     MOVE DL850-DATA-EDITADA TO DL850-REL-DATA
004420     IF DL850-MODO-APROVAR
004430         MOVE 'APROVACAO' TO DL850-REL-MODO
004440     ELSE
004450         MOVE 'PROPOSTA' TO DL850-REL-MODO
004460     END-IF
004470     IF DL850-PARM-TURMA = SPACES
004480         MOVE 'TODAS' TO DL850-REL-TURMA
004490     ELSE
004500         MOVE DL850-PARM-TURMA TO DL850-REL-TURMA
004510     END-IF
004520     WRITE REPORT-RECORD FROM DL850-REL-CAB-01
004530     WRITE REPORT-RECORD FROM DL850-REL-CAB-02.
004540 1000-INICIALIZAR-EXIT.
004550     EXIT.
004560
004570*----------------------------------------------------------------
004580*    2000-PROPOR: WALK THE ROSTER IN CLASS ORDER (ALTERNATE KEY)
004590*    AND BUILD EACH ACTIVE STUDENT'S NEXT SET. ONLY STUDENTS
004600*    WHOSE SET CHANGES GO TO ATRPROP; EVERY STUDENT IS LISTED.
004610*----------------------------------------------------------------
004620 2000-PROPOR.
004630     OPEN INPUT ROSTER-FILE
004640     IF NOT DL850-ROST-OK
004650         DISPLAY 'ERRO AO ABRIR ROSTFILE - STATUS '
004660             DL850-ROST-STATUS
004670         MOVE 'N' TO DL850-SW-EXECUCAO
004680         GO TO 2000-PROPOR-EXIT
004690     END-IF
004700     OPEN INPUT SCORE-FILE
004710     IF NOT DL850-SCO-OK
004720         DISPLAY 'ERRO AO ABRIR SCOFILE - STATUS '
004730             DL850-SCO-STATUS
004740         CLOSE ROSTER-FILE
004750         MOVE 'N' TO DL850-SW-EXECUCAO
004760         GO TO 2000-PROPOR-EXIT
004770     END-IF
004780     OPEN OUTPUT PROPOSTA-FILE
004790     IF NOT DL850-PROP-OK
004800         DISPLAY 'ERRO AO ABRIR ATRPROP - STATUS '
004810             DL850-PROP-STATUS
004820         CLOSE ROSTER-FILE SCORE-FILE
004830         MOVE 'N' TO DL850-SW-EXECUCAO
004840         GO TO 2000-PROPOR-EXIT
004850     END-IF
004860     IF DL850-PARM-TURMA = SPACES
004870         MOVE LOW-VALUES TO ROS-TURMA
004880     ELSE
004890         MOVE DL850-PARM-TURMA TO ROS-TURMA
004900     END-IF
004910     MOVE 'N' TO DL850-SW-ROSTER
004920     START ROSTER-FILE KEY NOT < ROS-TURMA
004930         INVALID KEY
004940             SET DL850-FIM-ROSTER TO TRUE
004950     END-START
004960     PERFORM 2100-PROPOR-ALUNO THRU 2100-PROPOR-ALUNO-EXIT
004970         UNTIL DL850-FIM-ROSTER
004980     CLOSE ROSTER-FILE SCORE-FILE PROPOSTA-FILE.
004990 2000-PROPOR-EXIT.
005000     EXIT.
005010
005020 2100-PROPOR-ALUNO.
005030     READ ROSTER-FILE NEXT
005040         AT END
005050             SET DL850-FIM-ROSTER TO TRUE
005060             GO TO 2100-PROPOR-ALUNO-EXIT
005070     END-READ
005080     IF DL850-PARM-TURMA NOT = SPACES AND
005090             ROS-TURMA NOT = DL850-PARM-TURMA
005100         SET DL850-FIM-ROSTER TO TRUE
005110         GO TO 2100-PROPOR-ALUNO-EXIT
005120     END-IF
005130     IF ROS-NOME = SPACES OR ROS-DESLIGADO
005140         GO TO 2100-PROPOR-ALUNO-EXIT
005150     END-IF
005160     IF ROS-TURMA NOT = DL850-TURMA-ATUAL
005170         PERFORM 2150-CABECALHO-TURMA THRU
005180                 2150-CABECALHO-TURMA-EXIT
005190     END-IF
005200     ADD 1 TO DL850-LIDOS
005210     INITIALIZE DL850-TAB-PARES
005220     PERFORM 3000-CARREGAR-NOTAS THRU 3000-CARREGAR-NOTAS-EXIT
005230     PERFORM 3100-ORDENAR-FOLHAS THRU 3100-ORDENAR-FOLHAS-EXIT
005240     PERFORM 3200-APURAR-FOLHA THRU 3200-APURAR-FOLHA-EXIT
005250         VARYING DL850-FOL-I FROM 1 BY 1
005260         UNTIL DL850-FOL-I > DL850-FOL-QTDE
005270     PERFORM 3250-CLASSIFICAR-PAR THRU 3250-CLASSIFICAR-PAR-EXIT
005280         VARYING DL850-PAR-IDX FROM 1 BY 1
005290         UNTIL DL850-PAR-IDX > 60
005300     PERFORM 3300-CARREGAR-ATUAL THRU 3300-CARREGAR-ATUAL-EXIT
005310     PERFORM 3400-MONTAR-JOGO THRU 3400-MONTAR-JOGO-EXIT
005320     PERFORM 3600-REGISTRAR-PROPOSTA THRU
005330             3600-REGISTRAR-PROPOSTA-EXIT.
005340 2100-PROPOR-ALUNO-EXIT.
005350     EXIT.
005360
005370 2150-CABECALHO-TURMA.
005380     MOVE ROS-TURMA TO DL850-TURMA-ATUAL
005390     MOVE ROS-TURMA TO DL850-CTU-TURMA
005400     WRITE REPORT-RECORD FROM DL850-REL-BRANCO
005410     WRITE REPORT-RECORD FROM DL850-REL-CAB-TURMA
005420     WRITE REPORT-RECORD FROM DL850-REL-CAB-COLUNAS.
005430 2150-CABECALHO-TURMA-EXIT.
005440     EXIT.
005450
005460*----------------------------------------------------------------
005470*    3000-CARREGAR-NOTAS: THE STUDENT'S TABLE SHEETS. NAME LEADS
005480*    THE SCOFILE KEY, SO ONE START POSITIONS THE WALK; THE DATE
005490*    IN THE KEY IS DD/MM/AA, SO AN AAMMDD ORDER KEY IS BUILT.
005500*----------------------------------------------------------------
005510 3000-CARREGAR-NOTAS.
005520     MOVE 0 TO DL850-FOL-QTDE
005530     MOVE 'N' TO DL850-SW-NOTAS
005540     MOVE LOW-VALUES TO SCO-CHAVE
005550     MOVE ROS-NOME TO SCO-ALUNO
005560     START SCORE-FILE KEY NOT < SCO-CHAVE
005570         INVALID KEY
005580             SET DL850-FIM-NOTAS TO TRUE
005590     END-START
005600     PERFORM 3010-LER-NOTA THRU 3010-LER-NOTA-EXIT
005610         UNTIL DL850-FIM-NOTAS.
005620 3000-CARREGAR-NOTAS-EXIT.
005630     EXIT.
005640
005650 3010-LER-NOTA.
005660     READ SCORE-FILE NEXT
005670         AT END
005680             SET DL850-FIM-NOTAS TO TRUE
005690             GO TO 3010-LER-NOTA-EXIT
005700     END-READ
005710     IF SCO-ALUNO NOT = ROS-NOME
005720         SET DL850-FIM-NOTAS TO TRUE
005730         GO TO 3010-LER-NOTA-EXIT
005740     END-IF
005750     IF SCO-OPCAO NOT NUMERIC OR SCO-TOTAL NOT NUMERIC OR
005760             SCO-CERTAS NOT NUMERIC
005770         GO TO 3010-LER-NOTA-EXIT
005780     END-IF
005790     MOVE SCO-OPCAO TO DL850-OPCAO-NUM
005800     IF DL850-OPCAO-NUM < 1 OR DL850-OPCAO-NUM > DL850-MAX-TABELAS
005810             OR SCO-TOTAL = 0
005820         GO TO 3010-LER-NOTA-EXIT
005830     END-IF
005840     IF DL850-FOL-QTDE NOT < 300
005850         DISPLAY 'TABATR: MAIS DE 300 FOLHAS - ' ROS-NOME
005860         SET DL850-FIM-NOTAS TO TRUE
005870         GO TO 3010-LER-NOTA-EXIT
005880     END-IF
005890     ADD 1 TO DL850-FOL-QTDE
005900     STRING SCO-DATA-AA SCO-DATA-MM SCO-DATA-DD
005910         DELIMITED BY SIZE INTO DL850-FOL-ORDEM(DL850-FOL-QTDE)
005920     MOVE 1 TO DL850-ED-OPER
005930     IF SCO-OPERACAO = 'S'
005940         MOVE 2 TO DL850-ED-OPER
005950     END-IF
005960     IF SCO-OPERACAO = 'D'
005970         MOVE 3 TO DL850-ED-OPER
005980     END-IF
005990     COMPUTE DL850-FOL-PAR(DL850-FOL-QTDE) =
006000         (DL850-ED-OPER - 1) * 20 + DL850-OPCAO-NUM
006010     MOVE SCO-CERTAS TO DL850-FOL-CERTAS(DL850-FOL-QTDE)
006020     MOVE SCO-TOTAL TO DL850-FOL-TOTAL(DL850-FOL-QTDE).
006030 3010-LER-NOTA-EXIT.
006040     EXIT.
006050
006060*----------------------------------------------------------------
006070*    3100-ORDENAR-FOLHAS: NEIGHBOUR-EXCHANGE SORT ON THE AAMMDD
006080*    KEY - STABLE, SO SAME-DAY SHEETS KEEP THEIR KEY ORDER.
006090*----------------------------------------------------------------
006100 3100-ORDENAR-FOLHAS.
006110     IF DL850-FOL-QTDE < 2
006120         GO TO 3100-ORDENAR-FOLHAS-EXIT
006130     END-IF
006140     PERFORM 3110-PASSAR-ORDENACAO THRU
006150             3110-PASSAR-ORDENACAO-EXIT
006160         VARYING DL850-FOL-I FROM 1 BY 1
006170         UNTIL DL850-FOL-I NOT < DL850-FOL-QTDE.
006180 3100-ORDENAR-FOLHAS-EXIT.
006190     EXIT.
006200
006210 3110-PASSAR-ORDENACAO.
006220     PERFORM 3120-COMPARAR-VIZINHOS THRU
006230             3120-COMPARAR-VIZINHOS-EXIT
006240         VARYING DL850-FOL-J FROM 1 BY 1
006250         UNTIL DL850-FOL-J + DL850-FOL-I > DL850-FOL-QTDE.
006260 3110-PASSAR-ORDENACAO-EXIT.
006270     EXIT.
006280
006290 3120-COMPARAR-VIZINHOS.
006300     IF DL850-FOL-ORDEM(DL850-FOL-J) >
006310             DL850-FOL-ORDEM(DL850-FOL-J + 1)
006320         MOVE DL850-FOL-ITEM(DL850-FOL-J) TO DL850-FOL-TROCA
006330         MOVE DL850-FOL-ITEM(DL850-FOL-J + 1) TO
006340             DL850-FOL-ITEM(DL850-FOL-J)
006350         MOVE DL850-FOL-TROCA TO DL850-FOL-ITEM(DL850-FOL-J + 1)
006360     END-IF.
006370 3120-COMPARAR-VIZINHOS-EXIT.
006380     EXIT.
006390
006400*----------------------------------------------------------------
006410*    3200-APURAR-FOLHA: SHEETS IN DATE ORDER - TOTALS PER PAIR
006420*    AND THE CURRENT RUN OF SHEETS AT THE MASTERY MARK (A SHEET
006430*    BELOW THE MARK STARTS THE RUN AGAIN).
006440*----------------------------------------------------------------
006450 3200-APURAR-FOLHA.
006460     MOVE DL850-FOL-PAR(DL850-FOL-I) TO DL850-PAR-IDX
006470     ADD 1 TO DL850-PAR-VEZES(DL850-PAR-IDX)
006480     ADD DL850-FOL-CERTAS(DL850-FOL-I) TO
006490         DL850-PAR-CERTAS(DL850-PAR-IDX)
006500     ADD DL850-FOL-TOTAL(DL850-FOL-I) TO
006510         DL850-PAR-TOTAL(DL850-PAR-IDX)
006520     IF DL850-FOL-CERTAS(DL850-FOL-I) * 100 NOT <
006530             DL850-FOL-TOTAL(DL850-FOL-I) * DL850-PCT-DOMINIO
006540         ADD 1 TO DL850-PAR-SEGUIDAS(DL850-PAR-IDX)
006550     ELSE
006560         MOVE 0 TO DL850-PAR-SEGUIDAS(DL850-PAR-IDX)
006570     END-IF.
006580 3200-APURAR-FOLHA-EXIT.
006590     EXIT.
006600
006610 3250-CLASSIFICAR-PAR.
006620     IF DL850-PAR-VEZES(DL850-PAR-IDX) = 0
006630         GO TO 3250-CLASSIFICAR-PAR-EXIT
006640     END-IF
006650     COMPUTE DL850-PAR-PCT(DL850-PAR-IDX) ROUNDED =
006660         DL850-PAR-CERTAS(DL850-PAR-IDX) * 100
006670         / DL850-PAR-TOTAL(DL850-PAR-IDX)
006680     IF DL850-PAR-SEGUIDAS(DL850-PAR-IDX) NOT <
006690             DL850-FOLHAS-DOMINIO
006700         SET DL850-PAR-DOMINADO(DL850-PAR-IDX) TO TRUE
006710     ELSE
006720     IF DL850-PAR-VEZES(DL850-PAR-IDX) NOT < DL850-FOLHAS-FRACA
006730             AND DL850-PAR-PCT(DL850-PAR-IDX) < DL850-PCT-FRACA
006740         SET DL850-PAR-FRACO(DL850-PAR-IDX) TO TRUE
006750     END-IF
006760     END-IF.
006770 3250-CLASSIFICAR-PAR-EXIT.
006780     EXIT.
006790
006800*----------------------------------------------------------------
006810*    3300-CARREGAR-ATUAL: EDIT THE FIVE ROSTER SLOTS THE WAY THE
006820*    OVERNIGHT RUN DOES (ONE-DIGIT TABLE ZERO-FILLED, OPERACAO
006830*    OTHER THAN S OR D IS M). A SLOT THE RUN WOULD IGNORE IS
006840*    MARKED INVALID AND LEAVES THE SET.
006850*----------------------------------------------------------------
006860 3300-CARREGAR-ATUAL.
006870     INITIALIZE DL850-TAB-ATUAL
006880     MOVE 'N' TO DL850-SW-INVALIDO
006885     MOVE 0 TO DL850-OPER-PROGRESSAO
006890     MOVE SPACES TO DL850-JOGO-NORMAL
006900     MOVE 0 TO DL850-NOV-IDX
006910     PERFORM 3310-EDITAR-SLOT THRU 3310-EDITAR-SLOT-EXIT
006920         VARYING DL850-ATU-IDX FROM 1 BY 1
006930         UNTIL DL850-ATU-IDX > 5.
006940 3300-CARREGAR-ATUAL-EXIT.
006950     EXIT.
006960
006970 3310-EDITAR-SLOT.
006980     MOVE ROS-ATRIB(DL850-ATU-IDX) TO
006990         DL850-ATU-TEXTO(DL850-ATU-IDX)
007000     MOVE ROS-OPCAO(DL850-ATU-IDX) TO DL850-OPCAO-ED
007010     IF DL850-OPCAO-ED = SPACES
007020         SET DL850-ATU-VAZIO(DL850-ATU-IDX) TO TRUE
007030         GO TO 3310-EDITAR-SLOT-EXIT
007040     END-IF
007050     IF DL850-OPCAO-ED(2:1) = SPACE AND
007060             DL850-OPCAO-ED(1:1) NUMERIC
007070         MOVE DL850-OPCAO-ED(1:1) TO DL850-OPCAO-ED(2:1)
007080         MOVE '0' TO DL850-OPCAO-ED(1:1)
007090     END-IF
007100     IF DL850-OPCAO-ED(1:1) = SPACE AND
007110             DL850-OPCAO-ED(2:1) NUMERIC
007120         MOVE '0' TO DL850-OPCAO-ED(1:1)
007130     END-IF
007140     IF DL850-OPCAO-ED NOT NUMERIC
007150         SET DL850-ATU-INVALIDO(DL850-ATU-IDX) TO TRUE
007160         SET DL850-SLOT-INVALIDO TO TRUE
007170         GO TO 3310-EDITAR-SLOT-EXIT
007180     END-IF
007190     MOVE DL850-OPCAO-ED TO DL850-OPCAO-NUM
007200     IF DL850-OPCAO-NUM < 1 OR
007210             DL850-OPCAO-NUM > DL850-MAX-TABELAS
007220         SET DL850-ATU-INVALIDO(DL850-ATU-IDX) TO TRUE
007230         SET DL850-SLOT-INVALIDO TO TRUE
007240         GO TO 3310-EDITAR-SLOT-EXIT
007250     END-IF
007260     MOVE 1 TO DL850-ED-OPER
007270     IF ROS-OPERACAO(DL850-ATU-IDX) = 'S'
007280         MOVE 2 TO DL850-ED-OPER
007290     END-IF
007300     IF ROS-OPERACAO(DL850-ATU-IDX) = 'D'
007310         MOVE 3 TO DL850-ED-OPER
007320     END-IF
007330     SET DL850-ATU-VALIDO(DL850-ATU-IDX) TO TRUE
007340     COMPUTE DL850-ATU-PAR(DL850-ATU-IDX) =
007350         (DL850-ED-OPER - 1) * 20 + DL850-OPCAO-NUM
007360     MOVE DL850-ATU-PAR(DL850-ATU-IDX) TO DL850-PAR-IDX
007370     SET DL850-PAR-NO-ROSTER(DL850-PAR-IDX) TO TRUE
007380     IF DL850-OPER-PROGRESSAO = 0
007390         MOVE DL850-ED-OPER TO DL850-OPER-PROGRESSAO
007400     END-IF
007410*    THE SAME SET WITHOUT GAPS, FOR THE NO-CHANGE TEST.
007420     ADD 1 TO DL850-NOV-IDX
007430     MOVE DL850-ATU-PAR(DL850-ATU-IDX) TO DL850-ED-PAR
007440     PERFORM 3900-EDITAR-PAR THRU 3900-EDITAR-PAR-EXIT
007450     MOVE DL850-SLOT-ED TO
007460         DL850-JOGO-NORMAL((DL850-NOV-IDX - 1) * 3 + 1:3).
007470 3310-EDITAR-SLOT-EXIT.
007480     EXIT.
007490
007500*----------------------------------------------------------------
007510*    3400-MONTAR-JOGO: WEAK PAIRS FIRST (LOWEST AVERAGE FIRST),
007520*    THEN THE CURRENT SLOTS STILL IN PROGRESS IN THEIR ORDER,
007530*    THEN ONE NEW TABLE FOR EACH MASTERED TABLE DROPPED - THE
007540*    NEXT TABLE NUMBER AFTER THE HIGHEST THE STUDENT HAS WORKED
007550*    IN THE OPERACAO OF THE FIRST SLOT.
007560*----------------------------------------------------------------
007570 3400-MONTAR-JOGO.
007580     INITIALIZE DL850-TAB-NOVO
007590     MOVE 0 TO DL850-NOV-QTDE DL850-RETIRADAS DL850-NOVAS
007600     MOVE 'N' TO DL850-SW-CANDIDATO
007610     PERFORM 3410-INCLUIR-FRACA THRU 3410-INCLUIR-FRACA-EXIT
007620         UNTIL DL850-NOV-QTDE = 5 OR DL850-SEM-CANDIDATO
007630     PERFORM 3420-MANTER-ATUAL THRU 3420-MANTER-ATUAL-EXIT
007640         VARYING DL850-ATU-IDX FROM 1 BY 1
007650         UNTIL DL850-ATU-IDX > 5
007660     IF DL850-OPER-PROGRESSAO = 0
007670         MOVE 1 TO DL850-OPER-PROGRESSAO
007680     END-IF
007690     MOVE 0 TO DL850-PROX-TABELA
007700     PERFORM 3430-MAIOR-TABELA THRU 3430-MAIOR-TABELA-EXIT
007710         VARYING DL850-PAR-IDX FROM 1 BY 1
007720         UNTIL DL850-PAR-IDX > 60
007730     ADD 1 TO DL850-PROX-TABELA
007740     MOVE 'N' TO DL850-SW-CANDIDATO
007750     PERFORM 3440-INCLUIR-NOVA THRU 3440-INCLUIR-NOVA-EXIT
007760         UNTIL DL850-NOV-QTDE = 5 OR
007770               DL850-NOVAS NOT < DL850-RETIRADAS OR
007780               DL850-SEM-CANDIDATO
007790     MOVE SPACES TO DL850-JOGO-NOVO
007800     PERFORM 3450-EDITAR-NOVO THRU 3450-EDITAR-NOVO-EXIT
007810         VARYING DL850-NOV-IDX FROM 1 BY 1
007820         UNTIL DL850-NOV-IDX > DL850-NOV-QTDE.
007830 3400-MONTAR-JOGO-EXIT.
007840     EXIT.
007850
007860 3410-INCLUIR-FRACA.
007870     MOVE 0 TO DL850-PAR-ACHADO
007880     MOVE 999 TO DL850-PAR-MENOR-PCT
007890     PERFORM 3415-COMPARAR-FRACA THRU 3415-COMPARAR-FRACA-EXIT
007900         VARYING DL850-PAR-IDX FROM 1 BY 1
007910         UNTIL DL850-PAR-IDX > 60
007920     IF DL850-PAR-ACHADO = 0
007930         SET DL850-SEM-CANDIDATO TO TRUE
007940         GO TO 3410-INCLUIR-FRACA-EXIT
007950     END-IF
007960     ADD 1 TO DL850-NOV-QTDE
007970     MOVE DL850-PAR-ACHADO TO DL850-NOV-PAR(DL850-NOV-QTDE)
007980     SET DL850-NOV-FRACA(DL850-NOV-QTDE) TO TRUE
007990     SET DL850-PAR-ESCOLHIDO(DL850-PAR-ACHADO) TO TRUE.
008000 3410-INCLUIR-FRACA-EXIT.
008010     EXIT.
008020
008030 3415-COMPARAR-FRACA.
008040     IF DL850-PAR-FRACO(DL850-PAR-IDX) AND
008050             NOT DL850-PAR-ESCOLHIDO(DL850-PAR-IDX) AND
008060             DL850-PAR-PCT(DL850-PAR-IDX) < DL850-PAR-MENOR-PCT
008070         MOVE DL850-PAR-IDX TO DL850-PAR-ACHADO
008080         MOVE DL850-PAR-PCT(DL850-PAR-IDX) TO DL850-PAR-MENOR-PCT
008090     END-IF.
008100 3415-COMPARAR-FRACA-EXIT.
008110     EXIT.
008120
008130 3420-MANTER-ATUAL.
008140     IF NOT DL850-ATU-VALIDO(DL850-ATU-IDX)
008150         GO TO 3420-MANTER-ATUAL-EXIT
008160     END-IF
008170     MOVE DL850-ATU-PAR(DL850-ATU-IDX) TO DL850-PAR-IDX
008180     IF DL850-PAR-DOMINADO(DL850-PAR-IDX)
008190         ADD 1 TO DL850-RETIRADAS
008200         GO TO 3420-MANTER-ATUAL-EXIT
008210     END-IF
008220     IF DL850-PAR-ESCOLHIDO(DL850-PAR-IDX) OR DL850-NOV-QTDE = 5
008230         GO TO 3420-MANTER-ATUAL-EXIT
008240     END-IF
008250     ADD 1 TO DL850-NOV-QTDE
008260     MOVE DL850-PAR-IDX TO DL850-NOV-PAR(DL850-NOV-QTDE)
008270     SET DL850-NOV-MANTIDA(DL850-NOV-QTDE) TO TRUE
008280     SET DL850-PAR-ESCOLHIDO(DL850-PAR-IDX) TO TRUE.
008290 3420-MANTER-ATUAL-EXIT.
008300     EXIT.
008310
008320 3430-MAIOR-TABELA.
008330     IF DL850-PAR-VEZES(DL850-PAR-IDX) = 0 AND
008340             NOT DL850-PAR-NO-ROSTER(DL850-PAR-IDX)
008350         GO TO 3430-MAIOR-TABELA-EXIT
008360     END-IF
008370     MOVE DL850-PAR-IDX TO DL850-ED-PAR
008380     PERFORM 3900-EDITAR-PAR THRU 3900-EDITAR-PAR-EXIT
008390     IF DL850-ED-OPER = DL850-OPER-PROGRESSAO AND
008400             DL850-ED-TABELA > DL850-PROX-TABELA
008410         MOVE DL850-ED-TABELA TO DL850-PROX-TABELA
008420     END-IF.
008430 3430-MAIOR-TABELA-EXIT.
008440     EXIT.
008450
008460 3440-INCLUIR-NOVA.
008470     IF DL850-PROX-TABELA > DL850-MAX-TABELAS
008480         SET DL850-SEM-CANDIDATO TO TRUE
008490         GO TO 3440-INCLUIR-NOVA-EXIT
008500     END-IF
008510     COMPUTE DL850-PAR-IDX =
008520         (DL850-OPER-PROGRESSAO - 1) * 20 + DL850-PROX-TABELA
008530     ADD 1 TO DL850-PROX-TABELA
008540     IF DL850-PAR-DOMINADO(DL850-PAR-IDX) OR
008550             DL850-PAR-ESCOLHIDO(DL850-PAR-IDX)
008560         GO TO 3440-INCLUIR-NOVA-EXIT
008570     END-IF
008580     ADD 1 TO DL850-NOV-QTDE DL850-NOVAS
008590     MOVE DL850-PAR-IDX TO DL850-NOV-PAR(DL850-NOV-QTDE)
008600     SET DL850-NOV-NOVA(DL850-NOV-QTDE) TO TRUE
008610     SET DL850-PAR-ESCOLHIDO(DL850-PAR-IDX) TO TRUE.
008620 3440-INCLUIR-NOVA-EXIT.
008630     EXIT.
008640
008650 3450-EDITAR-NOVO.
008660     MOVE DL850-NOV-PAR(DL850-NOV-IDX) TO DL850-ED-PAR
008670     PERFORM 3900-EDITAR-PAR THRU 3900-EDITAR-PAR-EXIT
008680     MOVE DL850-SLOT-ED TO
008690         DL850-JOGO-NOVO((DL850-NOV-IDX - 1) * 3 + 1:3).
008700 3450-EDITAR-NOVO-EXIT.
008710     EXIT.
008720
008730*----------------------------------------------------------------
008740*    3600-REGISTRAR-PROPOSTA: A SET THAT COMES OUT THE SAME (AND
008750*    HAD NO INVALID SLOT) IS LISTED AS UNCHANGED. OTHERWISE THE
008760*    PROPOSAL IS FILED AND THE REASONS ARE PRINTED UNDER THE
008770*    STUDENT - WEAK AND NEW SLOTS, THEN THE SLOTS LEAVING.
008780*----------------------------------------------------------------
008790 3600-REGISTRAR-PROPOSTA.
008800     MOVE SPACES TO DL850-REL-ALUNO
008810     MOVE ROS-NOME TO DL850-ALU-NOME
008820     MOVE ROS-ATRIBUICOES TO DL850-JOGO-ORIGEM
008830     PERFORM 3950-EDITAR-JOGO THRU 3950-EDITAR-JOGO-EXIT
008840     MOVE DL850-JOGO-ED TO DL850-ALU-ANTES
008850     IF DL850-JOGO-NOVO = DL850-JOGO-NORMAL AND
008860             NOT DL850-SLOT-INVALIDO
008870         MOVE 'SEM ALTERACAO' TO DL850-ALU-SITUACAO
008880         ADD 1 TO DL850-SEM-ALTERACAO
008890         WRITE REPORT-RECORD FROM DL850-REL-ALUNO
008900         GO TO 3600-REGISTRAR-PROPOSTA-EXIT
008910     END-IF
008920     MOVE DL850-JOGO-NOVO TO DL850-JOGO-ORIGEM
008930     PERFORM 3950-EDITAR-JOGO THRU 3950-EDITAR-JOGO-EXIT
008940     MOVE DL850-JOGO-ED TO DL850-ALU-DEPOIS
008950     MOVE 'PROPOSTO' TO DL850-ALU-SITUACAO
008960     WRITE REPORT-RECORD FROM DL850-REL-ALUNO
008970     MOVE SPACES TO PRP-REGISTRO
008980     MOVE ROS-TURMA TO PRP-TURMA
008990     MOVE ROS-NOME TO PRP-NOME
009000     MOVE ROS-ATRIBUICOES TO PRP-ANTES
009010     MOVE DL850-JOGO-NOVO TO PRP-DEPOIS
009020     MOVE DL850-DATA-EDITADA TO PRP-DATA
009030     WRITE PRP-REGISTRO
009040     ADD 1 TO DL850-PROPOSTAS
009050     PERFORM 3700-MOTIVO-NOVO THRU 3700-MOTIVO-NOVO-EXIT
009060         VARYING DL850-NOV-IDX FROM 1 BY 1
009070         UNTIL DL850-NOV-IDX > DL850-NOV-QTDE
009080     PERFORM 3750-MOTIVO-SAIDA THRU 3750-MOTIVO-SAIDA-EXIT
009090         VARYING DL850-ATU-IDX FROM 1 BY 1
009100         UNTIL DL850-ATU-IDX > 5.
009110 3600-REGISTRAR-PROPOSTA-EXIT.
009120     EXIT.
009130
009140 3700-MOTIVO-NOVO.
009150     IF DL850-NOV-MANTIDA(DL850-NOV-IDX)
009160         GO TO 3700-MOTIVO-NOVO-EXIT
009170     END-IF
009180     MOVE DL850-NOV-PAR(DL850-NOV-IDX) TO DL850-ED-PAR
009190     PERFORM 3900-EDITAR-PAR THRU 3900-EDITAR-PAR-EXIT
009200     MOVE DL850-SLOT-ED TO DL850-MOT-SLOT
009210     MOVE SPACES TO DL850-MOT-TEXTO
009220     IF DL850-NOV-FRACA(DL850-NOV-IDX)
009230         ADD 1 TO DL850-TOT-FRACAS
009240         MOVE DL850-PAR-PCT(DL850-ED-PAR) TO DL850-MOT-PCT
009250         MOVE DL850-PAR-VEZES(DL850-ED-PAR) TO DL850-MOT-FOLHAS
009260         STRING 'FRACA - MEDIA ' DL850-MOT-PCT ' POR CENTO EM '
009270             DL850-MOT-FOLHAS ' FOLHAS - VAI PRIMEIRO'
009280             DELIMITED BY SIZE INTO DL850-MOT-TEXTO
009290     ELSE
009300         ADD 1 TO DL850-TOT-NOVAS
009310         MOVE 'NOVA - PROXIMA TABUADA DA OPERACAO' TO
009320             DL850-MOT-TEXTO
009330     END-IF
009340     WRITE REPORT-RECORD FROM DL850-REL-MOTIVO.
009350 3700-MOTIVO-NOVO-EXIT.
009360     EXIT.
009370
009380 3750-MOTIVO-SAIDA.
009390     IF DL850-ATU-VAZIO(DL850-ATU-IDX)
009400         GO TO 3750-MOTIVO-SAIDA-EXIT
009410     END-IF
009420     MOVE DL850-ATU-TEXTO(DL850-ATU-IDX) TO DL850-MOT-SLOT
009430     MOVE SPACES TO DL850-MOT-TEXTO
009440     IF DL850-ATU-INVALIDO(DL850-ATU-IDX)
009450         MOVE 'INVALIDA NO ROSTER - RETIRADA' TO DL850-MOT-TEXTO
009460         WRITE REPORT-RECORD FROM DL850-REL-MOTIVO
009470         GO TO 3750-MOTIVO-SAIDA-EXIT
009480     END-IF
009490     MOVE DL850-ATU-PAR(DL850-ATU-IDX) TO DL850-ED-PAR
009500     PERFORM 3900-EDITAR-PAR THRU 3900-EDITAR-PAR-EXIT
009510     MOVE DL850-SLOT-ED TO DL850-MOT-SLOT
009520     IF DL850-PAR-DOMINADO(DL850-ED-PAR)
009530         ADD 1 TO DL850-TOT-RETIRADAS
009540         MOVE DL850-PAR-SEGUIDAS(DL850-ED-PAR) TO DL850-MOT-FOLHAS
009550         MOVE DL850-PCT-DOMINIO TO DL850-MOT-PCT
009560         STRING 'DOMINADA - ' DL850-MOT-FOLHAS
009570             ' FOLHAS SEGUIDAS COM ' DL850-MOT-PCT
009580             ' POR CENTO OU MAIS - SAI'
009590             DELIMITED BY SIZE INTO DL850-MOT-TEXTO
009600         WRITE REPORT-RECORD FROM DL850-REL-MOTIVO
009610         GO TO 3750-MOTIVO-SAIDA-EXIT
009620     END-IF
009630     IF NOT DL850-PAR-ESCOLHIDO(DL850-ED-PAR)
009640         MOVE 'ADIADA - SEM VAGA DEPOIS DAS FRACAS' TO
009650             DL850-MOT-TEXTO
009660         WRITE REPORT-RECORD FROM DL850-REL-MOTIVO
009670     END-IF.
009680 3750-MOTIVO-SAIDA-EXIT.
009690     EXIT.
009700
009710*----------------------------------------------------------------
009720*    3900-EDITAR-PAR: PAIR NUMBER IN DL850-ED-PAR TO OPERACAO
009730*    POSITION, TABLE NUMBER AND THE THREE-BYTE SLOT (07M).
009740*----------------------------------------------------------------
009750 3900-EDITAR-PAR.
009760     COMPUTE DL850-ED-OPER = (DL850-ED-PAR - 1) / 20 + 1
009770     COMPUTE DL850-ED-TABELA =
009780         DL850-ED-PAR - (DL850-ED-OPER - 1) * 20
009790     MOVE DL850-ED-TABELA TO DL850-SLOT-ED(1:2)
009800     MOVE DL850-OPER-LETRA(DL850-ED-OPER) TO DL850-SLOT-ED(3:1).
009810 3900-EDITAR-PAR-EXIT.
009820     EXIT.
009830
009840*----------------------------------------------------------------
009850*    3950-EDITAR-JOGO: A FIFTEEN-BYTE SET IN DL850-JOGO-ORIGEM TO
009860*    THE PRINTED FORM, ONE SPACE BETWEEN SLOTS.
009870*----------------------------------------------------------------
009880 3950-EDITAR-JOGO.
009890     MOVE SPACES TO DL850-JOGO-ED
009900     PERFORM 3955-EDITAR-SLOT-JOGO THRU 3955-EDITAR-SLOT-JOGO-EXIT
009910         VARYING DL850-NOV-IDX FROM 1 BY 1
009920         UNTIL DL850-NOV-IDX > 5.
009930 3950-EDITAR-JOGO-EXIT.
009940     EXIT.
009950
009960 3955-EDITAR-SLOT-JOGO.
009970     MOVE DL850-JOGO-ORIGEM((DL850-NOV-IDX - 1) * 3 + 1:3) TO
009980         DL850-JED-SLOT(DL850-NOV-IDX).
009990 3955-EDITAR-SLOT-JOGO-EXIT.
010000     EXIT.
010010
010020*----------------------------------------------------------------
010030*    5000-APROVAR: THE TEACHER'S APPROVAL OF ONE CLASS. THE
010040*    APPROVING OPERATOR MUST BE ACTIVE ON OPERFILE (THE QUEUED
010050*    REQUEST IS CHARGED TO THEIR DEPARTMENT). EACH PROPOSAL OF
010060*    THE CLASS IS APPLIED ONLY IF THE ROSTER STILL HOLDS THE SET
010070*    IT WAS BUILT FROM; ONE APPLIED IS ENOUGH TO QUEUE THE RUN.
010080*----------------------------------------------------------------
010090 5000-APROVAR.
010100     OPEN INPUT OPERATOR-FILE
010110     IF NOT DL850-OPERM-OK
010120         DISPLAY 'ERRO AO ABRIR OPERFILE - STATUS '
010130             DL850-OPERM-STATUS
010140         MOVE 'N' TO DL850-SW-EXECUCAO
010150         GO TO 5000-APROVAR-EXIT
010160     END-IF
010170     MOVE DL850-PARM-OPERADOR TO OPE-ID
010180     READ OPERATOR-FILE
010190         INVALID KEY
010200             MOVE SPACE TO OPE-ATIVO
010210     END-READ
010220     CLOSE OPERATOR-FILE
010230     IF NOT OPE-ATIVO-SIM
010240         DISPLAY 'OPERADOR ' DL850-PARM-OPERADOR
010250             ' DESCONHECIDO OU INATIVO - APROVACAO RECUSADA'
010260         MOVE 'N' TO DL850-SW-EXECUCAO
010270         GO TO 5000-APROVAR-EXIT
010280     END-IF
010290     MOVE OPE-DEPTO TO DL850-DEPTO-APROVADOR
010300     OPEN INPUT PROPOSTA-FILE
010310     IF DL850-PROP-AUSENTE
010320         DISPLAY 'ATRPROP NAO EXISTE - RODE TABATR PROPOR ANTES'
010330         MOVE 'N' TO DL850-SW-EXECUCAO
010340         GO TO 5000-APROVAR-EXIT
010350     END-IF
010360     IF NOT DL850-PROP-OK
010370         DISPLAY 'ERRO AO ABRIR ATRPROP - STATUS '
010380             DL850-PROP-STATUS
010390         MOVE 'N' TO DL850-SW-EXECUCAO
010400         GO TO 5000-APROVAR-EXIT
010410     END-IF
010420     OPEN I-O ROSTER-FILE
010430     IF NOT DL850-ROST-OK
010440         DISPLAY 'ERRO AO ABRIR ROSTFILE - STATUS '
010450             DL850-ROST-STATUS
010460         CLOSE PROPOSTA-FILE
010470         MOVE 'N' TO DL850-SW-EXECUCAO
010480         GO TO 5000-APROVAR-EXIT
010490     END-IF
010500     MOVE DL850-PARM-TURMA TO DL850-CTU-TURMA
010510     WRITE REPORT-RECORD FROM DL850-REL-BRANCO
010520     WRITE REPORT-RECORD FROM DL850-REL-CAB-TURMA
010530     WRITE REPORT-RECORD FROM DL850-REL-CAB-COLUNAS
010540     MOVE 'N' TO DL850-SW-ARQUIVO
010550     PERFORM 5100-APLICAR-PROPOSTA THRU 5100-APLICAR-PROPOSTA-EXIT
010560         UNTIL DL850-FIM-ARQUIVO
010570     CLOSE PROPOSTA-FILE ROSTER-FILE
010580     IF DL850-APLICADAS > 0
010590         PERFORM 5200-ENFILEIRAR-TURMA THRU
010600                 5200-ENFILEIRAR-TURMA-EXIT
010610     ELSE
010620         MOVE 'NENHUMA PROPOSTA APLICADA - NADA ENFILEIRADO'
010630             TO DL850-REL-MENSAGEM
010640         WRITE REPORT-RECORD FROM DL850-REL-BRANCO
010650         WRITE REPORT-RECORD FROM DL850-REL-MENSAGEM
010660     END-IF
010670     IF DL850-RECUSADAS > 0 AND RETURN-CODE < 4
010680         MOVE 4 TO RETURN-CODE
010690     END-IF.
010700 5000-APROVAR-EXIT.
010710     EXIT.
010720
010730 5100-APLICAR-PROPOSTA.
010740     READ PROPOSTA-FILE
010750         AT END
010760             SET DL850-FIM-ARQUIVO TO TRUE
010770             GO TO 5100-APLICAR-PROPOSTA-EXIT
010780     END-READ
010790     IF PRP-TURMA NOT = DL850-PARM-TURMA
010800         GO TO 5100-APLICAR-PROPOSTA-EXIT
010810     END-IF
010820     MOVE SPACES TO DL850-REL-ALUNO
010830     MOVE PRP-NOME TO DL850-ALU-NOME
010840     MOVE PRP-ANTES TO DL850-JOGO-ORIGEM
010850     PERFORM 3950-EDITAR-JOGO THRU 3950-EDITAR-JOGO-EXIT
010860     MOVE DL850-JOGO-ED TO DL850-ALU-ANTES
010870     MOVE PRP-DEPOIS TO DL850-JOGO-ORIGEM
010880     PERFORM 3950-EDITAR-JOGO THRU 3950-EDITAR-JOGO-EXIT
010890     MOVE DL850-JOGO-ED TO DL850-ALU-DEPOIS
010900     MOVE PRP-NOME TO ROS-NOME
010910     READ ROSTER-FILE
010920         INVALID KEY
010930             MOVE 'SAIU DO ROSTER' TO DL850-ALU-SITUACAO
010940             ADD 1 TO DL850-RECUSADAS
010950             GO TO 5100-APLICAR-PROPOSTA-GRAVAR
010960     END-READ
010970     IF ROS-TURMA NOT = PRP-TURMA OR ROS-DESLIGADO
010980         MOVE 'MUDOU DE TURMA' TO DL850-ALU-SITUACAO
010990         IF ROS-DESLIGADO
011000             MOVE 'DESLIGADO' TO DL850-ALU-SITUACAO
011010         END-IF
011020         ADD 1 TO DL850-RECUSADAS
011030         GO TO 5100-APLICAR-PROPOSTA-GRAVAR
011040     END-IF
011050     IF ROS-ATRIBUICOES = PRP-DEPOIS
011060         MOVE 'JA APLICADA' TO DL850-ALU-SITUACAO
011070         ADD 1 TO DL850-JA-APLICADAS
011080         GO TO 5100-APLICAR-PROPOSTA-GRAVAR
011090     END-IF
011100     IF ROS-ATRIBUICOES NOT = PRP-ANTES
011110         MOVE 'ROSTER MUDOU' TO DL850-ALU-SITUACAO
011120         ADD 1 TO DL850-RECUSADAS
011130         GO TO 5100-APLICAR-PROPOSTA-GRAVAR
011140     END-IF
011150     MOVE PRP-DEPOIS TO ROS-ATRIBUICOES
011160     REWRITE ROS-REGISTRO
011170         INVALID KEY
011180             MOVE 'ERRO REGRAVACAO' TO DL850-ALU-SITUACAO
011190             ADD 1 TO DL850-RECUSADAS
011200             GO TO 5100-APLICAR-PROPOSTA-GRAVAR
011210     END-REWRITE
011220     MOVE 'APLICADA' TO DL850-ALU-SITUACAO
011230     ADD 1 TO DL850-APLICADAS.
011240 5100-APLICAR-PROPOSTA-GRAVAR.
011250     WRITE REPORT-RECORD FROM DL850-REL-ALUNO.
011260 5100-APLICAR-PROPOSTA-EXIT.
011270     EXIT.
011280
011290*----------------------------------------------------------------
011300*    5200-ENFILEIRAR-TURMA: THE CLASS NEEDS A STANDING TURMA
011310*    REQUEST FOR THE NEW SETS TO PRINT. AN ACTIVE ONE IS LEFT AS
011320*    IT IS; A SUSPENDED ONE IS NAMED (REACTIVATING IT IS THE
011330*    OFFICE'S CALL, IN TABREQ); OTHERWISE A WEEKLY REQUEST IS
011340*    ADDED UNDER THE NEXT FREE NUMBER.
011350*----------------------------------------------------------------
011360 5200-ENFILEIRAR-TURMA.
011370     OPEN I-O REQUEST-FILE
011380     IF NOT DL850-REQM-OK
011390         OPEN OUTPUT REQUEST-FILE
011400         CLOSE REQUEST-FILE
011410         OPEN I-O REQUEST-FILE
011420     END-IF
011430     IF NOT DL850-REQM-OK
011440         DISPLAY 'ERRO AO ABRIR REQMAST - STATUS '
011450             DL850-REQM-STATUS
011460         DISPLAY 'ROSTER ATUALIZADO, MAS A REQUISICAO DA TURMA '
011470             'NAO FOI ENFILEIRADA - INCLUA NO TABREQ'
011480         MOVE 8 TO RETURN-CODE
011490         GO TO 5200-ENFILEIRAR-TURMA-EXIT
011500     END-IF
011510     MOVE 0 TO DL850-MAIOR-NUMERO DL850-REQ-TURMA-NUM
011520     MOVE SPACE TO DL850-REQ-TURMA-STATUS
011530     MOVE 'N' TO DL850-SW-ARQUIVO
011540     PERFORM 5210-EXAMINAR-REQUISICAO THRU
011550             5210-EXAMINAR-REQUISICAO-EXIT
011560         UNTIL DL850-FIM-ARQUIVO
011570     MOVE SPACES TO DL850-REL-MENSAGEM
011580     IF DL850-REQ-TURMA-STATUS = 'P'
011590         STRING 'REQUISICAO PERMANENTE ' DL850-REQ-TURMA-NUM
011600             ' DA TURMA JA ATIVA - IMPRIME OS NOVOS JOGOS'
011610             DELIMITED BY SIZE INTO DL850-REL-MENSAGEM
011620     ELSE
011630     IF DL850-REQ-TURMA-STATUS = 'S'
011640         STRING 'REQUISICAO PERMANENTE ' DL850-REQ-TURMA-NUM
011650             ' DA TURMA ESTA SUSPENSA - REATIVE NO TABREQ'
011660             DELIMITED BY SIZE INTO DL850-REL-MENSAGEM
011670         IF RETURN-CODE < 4
011680             MOVE 4 TO RETURN-CODE
011690         END-IF
011700     ELSE
011710         PERFORM 5250-INCLUIR-REQUISICAO THRU
011720                 5250-INCLUIR-REQUISICAO-EXIT
011730     END-IF
011740     END-IF
011750     CLOSE REQUEST-FILE
011760     WRITE REPORT-RECORD FROM DL850-REL-BRANCO
011770     WRITE REPORT-RECORD FROM DL850-REL-MENSAGEM
011780     DISPLAY DL850-REL-MENSAGEM.
011790 5200-ENFILEIRAR-TURMA-EXIT.
011800     EXIT.
011810
011820 5210-EXAMINAR-REQUISICAO.
011830     READ REQUEST-FILE NEXT
011840         AT END
011850             SET DL850-FIM-ARQUIVO TO TRUE
011860             GO TO 5210-EXAMINAR-REQUISICAO-EXIT
011870     END-READ
011880     MOVE REQ-NUMERO TO DL850-MAIOR-NUMERO
011890     IF REQ-TURMA NOT = DL850-PARM-TURMA
011900         GO TO 5210-EXAMINAR-REQUISICAO-EXIT
011910     END-IF
011920     IF REQ-STATUS-PERMANENTE
011930         MOVE REQ-NUMERO TO DL850-REQ-TURMA-NUM
011940         MOVE 'P' TO DL850-REQ-TURMA-STATUS
011950     ELSE
011960     IF REQ-STATUS-SUSPENSO AND DL850-REQ-TURMA-STATUS NOT = 'P'
011970         MOVE REQ-NUMERO TO DL850-REQ-TURMA-NUM
011980         MOVE 'S' TO DL850-REQ-TURMA-STATUS
011990     END-IF
012000     END-IF.
012010 5210-EXAMINAR-REQUISICAO-EXIT.
012020     EXIT.
012030
012040 5250-INCLUIR-REQUISICAO.
012050     IF DL850-MAIOR-NUMERO = 99999
012060         MOVE 'REQMAST SEM NUMERO LIVRE - INCLUA NO TABREQ'
012070             TO DL850-REL-MENSAGEM
012080         MOVE 8 TO RETURN-CODE
012090         GO TO 5250-INCLUIR-REQUISICAO-EXIT
012100     END-IF
012110     MOVE SPACES TO REQ-REGISTRO
012120     COMPUTE REQ-NUMERO = DL850-MAIOR-NUMERO + 1
012130     MOVE DL850-DEPTO-APROVADOR TO REQ-DEPTO
012140     MOVE DL850-DATA-EDITADA TO REQ-DATA-PEDIDO
012150     MOVE 0 TO REQ-OPCAO
012160     MOVE ZEROS TO REQ-MULT-DECIMAL
012170     MOVE 'M' TO REQ-OPERACAO
012180     MOVE 'C' TO REQ-FOLHA
012190     MOVE 'P' TO REQ-STATUS
012200     MOVE DL850-PARM-OPERADOR TO REQ-SOLICITANTE
012210     MOVE 1 TO REQ-INICIO
012220     MOVE 10 TO REQ-FIM
012230     MOVE 1 TO REQ-PASSO
012240     MOVE 'S' TO REQ-FREQUENCIA
012250     MOVE DL850-DIA-SEMANA-PADRAO TO REQ-FREQ-DIA
012260     MOVE SPACES TO REQ-ULT-GERACAO
012270     MOVE 0 TO REQ-MISTA-QTDE
012280     MOVE DL850-PARM-TURMA TO REQ-TURMA
012290     WRITE REQ-REGISTRO
012300         INVALID KEY
012310             MOVE 'ERRO AO INCLUIR A REQUISICAO DA TURMA - TABREQ'
012320                 TO DL850-REL-MENSAGEM
012330             MOVE 8 TO RETURN-CODE
012340             GO TO 5250-INCLUIR-REQUISICAO-EXIT
012350     END-WRITE
012360     STRING 'REQUISICAO PERMANENTE ' REQ-NUMERO
012370         ' INCLUIDA - TURMA SEMANAL, SEGUNDA-FEIRA'
012380         DELIMITED BY SIZE INTO DL850-REL-MENSAGEM.
012390 5250-INCLUIR-REQUISICAO-EXIT.
012400     EXIT.
012410
012420*----------------------------------------------------------------
012430*    8000-GRAVAR-TOTAIS: CONTROL TOTALS AT THE FOOT OF THE
012440*    REPORT, FOR THE MODE THAT RAN.
012450*----------------------------------------------------------------
012460 8000-GRAVAR-TOTAIS.
012470     WRITE REPORT-RECORD FROM DL850-REL-BRANCO
012480     IF DL850-MODO-APROVAR
012490         MOVE 'PROPOSTAS APLICADAS' TO DL850-REL-ROTULO
012500         MOVE DL850-APLICADAS TO DL850-REL-VALOR
012510         WRITE REPORT-RECORD FROM DL850-REL-LINHA
012520         MOVE 'JA APLICADAS ANTES' TO DL850-REL-ROTULO
012530         MOVE DL850-JA-APLICADAS TO DL850-REL-VALOR
012540         WRITE REPORT-RECORD FROM DL850-REL-LINHA
012550         MOVE 'NAO APLICADAS' TO DL850-REL-ROTULO
012560         MOVE DL850-RECUSADAS TO DL850-REL-VALOR
012570         WRITE REPORT-RECORD FROM DL850-REL-LINHA
012580         DISPLAY 'TABATR: TURMA ' DL850-PARM-TURMA ' - '
012590             DL850-APLICADAS ' APLICADAS, ' DL850-RECUSADAS
012600             ' NAO APLICADAS'
012610         GO TO 8000-GRAVAR-TOTAIS-EXIT
012620     END-IF
012630     MOVE 'ALUNOS ATIVOS LIDOS' TO DL850-REL-ROTULO
012640     MOVE DL850-LIDOS TO DL850-REL-VALOR
012650     WRITE REPORT-RECORD FROM DL850-REL-LINHA
012660     MOVE 'ALUNOS COM PROPOSTA' TO DL850-REL-ROTULO
012670     MOVE DL850-PROPOSTAS TO DL850-REL-VALOR
012680     WRITE REPORT-RECORD FROM DL850-REL-LINHA
012690     MOVE 'ALUNOS SEM ALTERACAO' TO DL850-REL-ROTULO
012700     MOVE DL850-SEM-ALTERACAO TO DL850-REL-VALOR
012710     WRITE REPORT-RECORD FROM DL850-REL-LINHA
012720     MOVE 'TABUADAS FRACAS ADIANTADAS' TO DL850-REL-ROTULO
012730     MOVE DL850-TOT-FRACAS TO DL850-REL-VALOR
012740     WRITE REPORT-RECORD FROM DL850-REL-LINHA
012750     MOVE 'TABUADAS DOMINADAS RETIRADAS' TO DL850-REL-ROTULO
012760     MOVE DL850-TOT-RETIRADAS TO DL850-REL-VALOR
012770     WRITE REPORT-RECORD FROM DL850-REL-LINHA
012780     MOVE 'TABUADAS NOVAS' TO DL850-REL-ROTULO
012790     MOVE DL850-TOT-NOVAS TO DL850-REL-VALOR
012800     WRITE REPORT-RECORD FROM DL850-REL-LINHA
012810     DISPLAY 'TABATR: ' DL850-LIDOS ' ALUNOS, ' DL850-PROPOSTAS
012820         ' PROPOSTAS EM ATRPROP - APROVE COM APROVAR,TURMA,OPER'.
012830 8000-GRAVAR-TOTAIS-EXIT.
012840     EXIT.
012850
012860 9999-ENCERRAR.
012870     IF DL850-REPORT-OK
012880         CLOSE REPORT-FILE
012890     END-IF.
012900 9999-ENCERRAR-EXIT.
012910     EXIT.
