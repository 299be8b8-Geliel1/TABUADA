000100******************************************************************
000110* Author:GELIEL GUSTAVO DE SOUZA SILVA.
000120* Date:15/10/2026
000130******************************************************************
000140* MODIFICATION HISTORY
000150* DATE       INIT DESCRIPTION
000160* 15/10/2026 GGS  ORIGINAL PROGRAM. TERM-END GRADEBOOK INTERFACE
000170*                 TO THE SCHOOL SYSTEM.
000180*                 PARM 'GERAR,DD/MM/AAAA,DD/MM/AAAA' READS THE
000190*                 ROSTER IN CLASS ORDER AND EACH STUDENT'S SCOFILE
000200*                 SHEETS DATED IN THE TERM, AND WRITES BOLFILE -
000210*                 A HEADER WITH THE TERM, THE CREATION DATE AND
000220*                 THE TRANSMISSION SEQUENCE, ONE DETAIL PER
000230*                 STUDENT AND TABLE/OPERACAO (SHEETS, POINTS,
000240*                 POSSIBLE POINTS, AVERAGE AND THE DOMINADA OR
000250*                 DIFICULDADE FLAG, SAME RULES AS TABATR) AND A
000260*                 TRAILER WITH THE RECORD COUNT AND THE HASH
000270*                 TOTALS OF THE POINTS. EVERY TRANSMISSION IS
000280*                 FILED ON BOLLOG UNDER THE NEXT SEQUENCE NUMBER.
000290*                 PARM 'CONCILIAR' POSTS THE BOLACK RETURN FILE
000300*                 AGAINST BOLLOG AND LISTS WHAT IS STILL PENDING.
000310*                 PARM 'REENVIAR,NNNNNN' BUILDS A REJECTED OR
000320*                 UNCONFIRMED TRANSMISSION AGAIN UNDER ITS OWN
000330*                 SEQUENCE NUMBER, FLAGGED AS A RESEND.
000340******************************************************************
000350 IDENTIFICATION DIVISION.
000360*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
000370 PROGRAM-ID. TABBOL.
000380 ENVIRONMENT DIVISION.
000390*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
000400 CONFIGURATION SECTION.
000410     SPECIAL-NAMES.
000420         DECIMAL-POINT IS COMMA.
000430*-----------------------
000440 INPUT-OUTPUT SECTION.
000450 FILE-CONTROL.
000460     SELECT ROSTER-FILE ASSIGN TO 'ROSTFILE'
000470         ORGANIZATION IS INDEXED
000480         ACCESS MODE IS DYNAMIC
000490         RECORD KEY IS ROS-NOME
000500         ALTERNATE RECORD KEY IS ROS-TURMA WITH DUPLICATES
000510         FILE STATUS IS DL990-ROST-STATUS.
000520     SELECT SCORE-FILE ASSIGN TO 'SCOFILE'
000530         ORGANIZATION IS INDEXED
000540         ACCESS MODE IS DYNAMIC
000550         RECORD KEY IS SCO-CHAVE
000560         FILE STATUS IS DL990-SCO-STATUS.
000570     SELECT ENVIO-LOG-FILE ASSIGN TO 'BOLLOG'
000580         ORGANIZATION IS INDEXED
000590         ACCESS MODE IS DYNAMIC
000600         RECORD KEY IS BLG-SEQUENCIA
000610         FILE STATUS IS DL990-LOG-STATUS.
000620     SELECT BOLETIM-FILE ASSIGN TO 'BOLFILE'
000630         ORGANIZATION IS LINE SEQUENTIAL
000640         FILE STATUS IS DL990-BOL-STATUS.
000650     SELECT RETORNO-FILE ASSIGN TO 'BOLACK'
000660         ORGANIZATION IS LINE SEQUENTIAL
000670         FILE STATUS IS DL990-ACK-STATUS.
000680     SELECT REPORT-FILE ASSIGN TO 'BOLRPT'
000690         ORGANIZATION IS LINE SEQUENTIAL
000700         FILE STATUS IS DL990-REL-STATUS.
000710*-----------------------
000720 DATA DIVISION.
000730*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
000740 FILE SECTION.
000750*-----------------------
000760 FD  ROSTER-FILE.
000770 01  ROS-REGISTRO.
000780     05  ROS-TURMA                PIC X(04).
000790     05  ROS-NOME                 PIC X(20).
000800     05  ROS-ATRIBUICOES.
000810         10  ROS-ATRIB OCCURS 5 TIMES.
000820             15  ROS-OPCAO        PIC X(02).
000830             15  ROS-OPERACAO     PIC X(01).
000840     05  ROS-FOLHA                PIC X(01).
000850     05  ROS-SITUACAO             PIC X(01).
000860         88  ROS-ATIVO VALUES 'A' ' '.
000870         88  ROS-DESLIGADO VALUE 'D'.
000880     05  ROS-DATA-SITUACAO        PIC X(08).
000890     05  ROS-TURMA-ANTERIOR       PIC X(04).
000900     05  ROS-ANO-ROLAGEM          PIC X(04).
000910     05  FILLER                   PIC X(23).
000920
000930 FD  SCORE-FILE.
000940 01  SCO-REGISTRO.
000950     05  SCO-CHAVE.
000960         10  SCO-ALUNO            PIC X(20).
000970         10  SCO-DATA.
000980             15  SCO-DATA-DD      PIC X(02).
000990             15  FILLER           PIC X(01).
001000             15  SCO-DATA-MM      PIC X(02).
001010             15  FILLER           PIC X(01).
001020             15  SCO-DATA-AA      PIC X(02).
001030         10  SCO-OPCAO            PIC X(02).
001040         10  SCO-OPERACAO         PIC X(01).
001050     05  SCO-TURMA                PIC X(04).
001060     05  SCO-CERTAS               PIC 9(02).
001070     05  SCO-TOTAL                PIC 9(02).
001080     05  FILLER                   PIC X(41).
001090
001100*----------------------------------------------------------------
001110*    TRANSMISSION LOG - ONE RECORD PER TRANSMISSION, KEYED BY ITS
001120*    SEQUENCE NUMBER. THE TERM IS HELD AS AAAAMMDD. SITUACAO IS E
001130*    WHILE NO RETURN HAS COME BACK, A WHEN THE SCHOOL SYSTEM
001140*    ACCEPTED IT WITH MATCHING TOTALS, R WHEN IT WAS REJECTED OR
001150*    THE RETURNED TOTALS DID NOT MATCH. RECORD 000000 IS THE
001160*    CONTROL RECORD HOLDING THE LAST SEQUENCE NUMBER ISSUED.
001170*----------------------------------------------------------------
001180 FD  ENVIO-LOG-FILE.
001190 01  BLG-REGISTRO.
001200     05  BLG-SEQUENCIA            PIC X(06).
001210     05  BLG-INICIO               PIC X(08).
001220     05  BLG-FIM                  PIC X(08).
001230     05  BLG-DATA-CRIACAO         PIC X(08).
001240     05  BLG-HORA-CRIACAO         PIC X(06).
001250     05  BLG-QTDE-DETALHES        PIC 9(07).
001260     05  BLG-HASH-PONTOS          PIC 9(09).
001270     05  BLG-HASH-POSSIVEIS       PIC 9(09).
001280     05  BLG-SITUACAO             PIC X(01).
001290         88  BLG-ENVIADA VALUE 'E'.
001300         88  BLG-ACEITA VALUE 'A'.
001310         88  BLG-REJEITADA VALUE 'R'.
001320     05  BLG-REENVIOS             PIC 9(02).
001330     05  BLG-DATA-REENVIO         PIC X(08).
001340     05  BLG-DATA-RETORNO         PIC X(08).
001350     05  BLG-MOTIVO               PIC X(40).
001360     05  FILLER                   PIC X(08).
001370 01  BLG-CONTROLE.
001380     05  BLG-CTL-SEQUENCIA        PIC X(06).
001390     05  BLG-CTL-ULTIMA           PIC 9(06).
001400     05  FILLER                   PIC X(116).
001410
001420*----------------------------------------------------------------
001430*    TRANSMISSION FILE TO THE SCHOOL GRADEBOOK - FIXED 80-BYTE
001440*    RECORDS: H HEADER, D DETAIL, T TRAILER. DATES ARE AAAAMMDD,
001450*    THE AVERAGE IS A PERCENTAGE WITH ONE IMPLIED DECIMAL.
001460*----------------------------------------------------------------
001470 FD  BOLETIM-FILE.
001480 01  BOL-CABECALHO.
001490     05  BOL-TIPO                 PIC X(01).
001500         88  BOL-TIPO-CABECALHO VALUE 'H'.
001510         88  BOL-TIPO-DETALHE VALUE 'D'.
001520         88  BOL-TIPO-TRAILER VALUE 'T'.
001530     05  BOL-CAB-SEQUENCIA        PIC 9(06).
001540     05  BOL-CAB-ORIGEM           PIC X(08).
001550     05  BOL-CAB-INICIO           PIC X(08).
001560     05  BOL-CAB-FIM              PIC X(08).
001570     05  BOL-CAB-DATA-CRIACAO     PIC X(08).
001580     05  BOL-CAB-HORA-CRIACAO     PIC X(06).
001590     05  BOL-CAB-REENVIO          PIC X(01).
001600     05  BOL-CAB-REENVIOS         PIC 9(02).
001610     05  FILLER                   PIC X(32).
001620 01  BOL-DETALHE.
001630     05  FILLER                   PIC X(01).
001640     05  BOL-DET-TURMA            PIC X(04).
001650     05  BOL-DET-ALUNO            PIC X(20).
001660     05  BOL-DET-OPCAO            PIC X(02).
001670     05  BOL-DET-OPERACAO         PIC X(01).
001680     05  BOL-DET-FOLHAS           PIC 9(03).
001690     05  BOL-DET-PONTOS           PIC 9(05).
001700     05  BOL-DET-POSSIVEIS        PIC 9(05).
001710     05  BOL-DET-MEDIA            PIC 9(03)V9(01).
001720     05  BOL-DET-SITUACAO         PIC X(01).
001730         88  BOL-DET-DOMINADA VALUE 'D'.
001740         88  BOL-DET-DIFICULDADE VALUE 'F'.
001750         88  BOL-DET-ANDAMENTO VALUE 'E'.
001760     05  BOL-DET-ALUNO-SITUACAO   PIC X(01).
001770     05  FILLER                   PIC X(33).
001780 01  BOL-TRAILER.
001790     05  FILLER                   PIC X(01).
001800     05  BOL-TRL-SEQUENCIA        PIC 9(06).
001810     05  BOL-TRL-QTDE-DETALHES    PIC 9(07).
001820     05  BOL-TRL-QTDE-REGISTROS   PIC 9(07).
001830     05  BOL-TRL-HASH-PONTOS      PIC 9(09).
001840     05  BOL-TRL-HASH-POSSIVEIS   PIC 9(09).
001850     05  FILLER                   PIC X(41).
001860
001870*----------------------------------------------------------------
001880*    RETURN FILE FROM THE SCHOOL SYSTEM - ONE LINE PER
001890*    TRANSMISSION RECEIVED: A ACCEPTED OR R REJECTED, THE RESEND
001900*    COUNTER READ FROM THE HEADER AND THE TOTALS IT COUNTED.
001910*----------------------------------------------------------------
001920 FD  RETORNO-FILE.
001930 01  ACK-REGISTRO.
001940     05  ACK-SEQUENCIA            PIC X(06).
001950     05  ACK-SITUACAO             PIC X(01).
001960         88  ACK-ACEITA VALUE 'A'.
001970         88  ACK-REJEITADA VALUE 'R'.
001980     05  ACK-REENVIOS             PIC X(02).
001990     05  ACK-QTDE-DETALHES        PIC X(07).
002000     05  ACK-HASH-PONTOS          PIC X(09).
002010     05  ACK-DATA                 PIC X(08).
002020     05  ACK-MOTIVO               PIC X(40).
002030     05  FILLER                   PIC X(07).
002040
002050 FD  REPORT-FILE.
002060 01  REPORT-RECORD                PIC X(80).
002070
002080 WORKING-STORAGE SECTION.
002090*----------------------------------------------------------------
002100*    FILE STATUS AND RUN CONTROLS
002110*----------------------------------------------------------------
002120 01  DL990-ROST-STATUS            PIC X(02).
002130     88  DL990-ROST-OK VALUE '00'.
002140 01  DL990-SCO-STATUS             PIC X(02).
002150     88  DL990-SCO-OK VALUE '00'.
002160 01  DL990-LOG-STATUS             PIC X(02).
002170     88  DL990-LOG-OK VALUE '00'.
002180     88  DL990-LOG-AUSENTE VALUE '35'.
002190 01  DL990-BOL-STATUS             PIC X(02).
002200     88  DL990-BOL-OK VALUE '00'.
002210 01  DL990-ACK-STATUS             PIC X(02).
002220     88  DL990-ACK-OK VALUE '00'.
002230     88  DL990-ACK-AUSENTE VALUE '35'.
002240 01  DL990-REL-STATUS             PIC X(02).
002250     88  DL990-REL-OK VALUE '00'.
002260
002270 01  DL990-SW-EXECUCAO            PIC X(01) VALUE 'S'.
002280     88  DL990-EXECUCAO-VALIDA VALUE 'S'.
002290 01  DL990-SW-MODO                PIC X(01) VALUE SPACE.
002300     88  DL990-MODO-GERAR VALUE 'G'.
002310     88  DL990-MODO-REENVIAR VALUE 'R'.
002320     88  DL990-MODO-CONCILIAR VALUE 'C'.
002330 01  DL990-SW-LOG-ABERTO          PIC X(01) VALUE 'N'.
002340     88  DL990-LOG-ABERTO VALUE 'S'.
002350 01  DL990-SW-REL-ABERTO          PIC X(01) VALUE 'N'.
002360     88  DL990-REL-ABERTO VALUE 'S'.
002370 01  DL990-SW-ROSTER              PIC X(01) VALUE 'N'.
002380     88  DL990-FIM-ROSTER VALUE 'S'.
002390 01  DL990-SW-NOTAS               PIC X(01) VALUE 'N'.
002400     88  DL990-FIM-NOTAS VALUE 'S'.
002410 01  DL990-SW-LOG                 PIC X(01) VALUE 'N'.
002420     88  DL990-FIM-LOG VALUE 'S'.
002430 01  DL990-SW-RETORNO             PIC X(01) VALUE 'N'.
002440     88  DL990-FIM-RETORNO VALUE 'S'.
002450 01  DL990-SW-DATA                PIC X(01) VALUE 'N'.
002460     88  DL990-DATA-OK VALUE 'S'.
002470
002480*----------------------------------------------------------------
002490*    PARM - MODE, THEN THE TERM DATES (GERAR) OR THE SEQUENCE
002500*    NUMBER TO RESEND (REENVIAR)
002510*----------------------------------------------------------------
002520 01  DL990-PARM-EXECUCAO          PIC X(40).
002530 01  DL990-PARM-MODO              PIC X(10).
002540 01  DL990-PARM-1                 PIC X(10).
002550 01  DL990-PARM-SEQ REDEFINES DL990-PARM-1.
002560     05  DL990-PARM-SEQ-NUM       PIC X(06).
002570     05  DL990-PARM-SEQ-RESTO     PIC X(04).
002580 01  DL990-PARM-2                 PIC X(10).
002590
002600 01  DL990-DATA-ENTRADA           PIC X(10).
002610 01  DL990-DATA-ENTRADA-RED REDEFINES DL990-DATA-ENTRADA.
002620     05  DL990-ENT-DD             PIC X(02).
002630     05  DL990-ENT-BARRA1         PIC X(01).
002640     05  DL990-ENT-MM             PIC X(02).
002650     05  DL990-ENT-BARRA2         PIC X(01).
002660     05  DL990-ENT-AAAA           PIC X(04).
002670 01  DL990-DATA-VALIDA            PIC 9(08).
002680 01  DL990-DATA-VALIDA-RED REDEFINES DL990-DATA-VALIDA.
002690     05  DL990-VAL-AAAA           PIC 9(04).
002700     05  DL990-VAL-MM             PIC 9(02).
002710     05  DL990-VAL-DD             PIC 9(02).
002720 01  DL990-DIAS-MESES             PIC X(24)
002730         VALUE '312831303130313130313031'.
002740 01  DL990-TAB-DIAS-MES REDEFINES DL990-DIAS-MESES.
002750     05  DL990-DIAS-NO-MES        PIC 9(02) OCCURS 12 TIMES.
002760 01  DL990-FIM-MES                PIC 9(02).
002770 01  DL990-QUOCIENTE              PIC 9(04).
002780 01  DL990-RESTO                  PIC 9(04).
002790
002800*----------------------------------------------------------------
002810*    TERM, RUN DATE AND THE TRANSMISSION BEING BUILT
002820*----------------------------------------------------------------
002830 01  DL990-TERMO-INICIO           PIC X(08).
002840 01  DL990-TERMO-FIM              PIC X(08).
002850 01  DL990-DATA-ED-ENTRADA        PIC X(08).
002860 01  DL990-DATA-ED-RED REDEFINES DL990-DATA-ED-ENTRADA.
002870     05  DL990-DED-AAAA           PIC X(04).
002880     05  DL990-DED-MM             PIC X(02).
002890     05  DL990-DED-DD             PIC X(02).
002900 01  DL990-DATA-ED                PIC X(10).
002910 01  DL990-INICIO-ED              PIC X(10).
002920 01  DL990-FIM-ED                 PIC X(10).
002930 01  DL990-HOJE                   PIC 9(08).
002940 01  DL990-HOJE-ED                PIC X(10).
002950 01  DL990-HORA                   PIC 9(08).
002960 01  DL990-HORA-RED REDEFINES DL990-HORA.
002970     05  DL990-HORA-HHMMSS        PIC X(06).
002980     05  FILLER                   PIC X(02).
002990 01  DL990-SEQUENCIA              PIC 9(06) VALUE 0.
003000 01  DL990-SEQUENCIA-X REDEFINES DL990-SEQUENCIA PIC X(06).
003010 01  DL990-REENVIOS               PIC 9(02) VALUE 0.
003020 01  DL990-SEQ-SUBSTITUIDA        PIC 9(06) VALUE 0.
003030 01  DL990-SEQ-ANTERIOR           PIC 9(06) VALUE 0.
003040 01  DL990-SEQ-LIDA               PIC 9(06) VALUE 0.
003050 01  DL990-TURMA-ATUAL            PIC X(04) VALUE HIGH-VALUES.
003060
003070*----------------------------------------------------------------
003080*    TABLE RULES - THE SAME AS TABATR: DIFICULDADE IS UNDER
003090*    DL990-PCT-FRACA OVER DL990-FOLHAS-FRACA SHEETS OR MORE;
003100*    DOMINADA IS THE LAST DL990-FOLHAS-DOMINIO SHEETS IN A ROW AT
003110*    DL990-PCT-DOMINIO OR BETTER.
003120*----------------------------------------------------------------
003130 77  DL990-PCT-FRACA              PIC 9(03) COMP VALUE 60.
003140 77  DL990-FOLHAS-FRACA           PIC 9(03) COMP VALUE 2.
003150 77  DL990-PCT-DOMINIO            PIC 9(03) COMP VALUE 90.
003160 77  DL990-FOLHAS-DOMINIO         PIC 9(03) COMP VALUE 3.
003165 77  DL990-PCT-PAR                PIC 9(03) COMP VALUE 0.
003170
003180*----------------------------------------------------------------
003190*    ONE STUDENT'S SHEETS IN THE TERM WITH AN AAAAMMDD ORDER KEY,
003200*    SORTED INTO DATE ORDER BEFORE THE RUNS ARE TAKEN.
003210*----------------------------------------------------------------
003220 77  DL990-FOL-QTDE               PIC 9(03) COMP VALUE 0.
003230 77  DL990-FOL-I                  PIC 9(03) COMP VALUE 0.
003240 77  DL990-FOL-J                  PIC 9(03) COMP VALUE 0.
003250 01  DL990-SCO-ORDEM              PIC X(08).
003260 01  DL990-TAB-FOLHAS.
003270     05  DL990-FOL-ITEM OCCURS 300 TIMES.
003280         10  DL990-FOL-ORDEM      PIC X(08).
003290         10  DL990-FOL-CHAVE      PIC X(03).
003300         10  DL990-FOL-CERTAS     PIC 9(02) COMP.
003310         10  DL990-FOL-TOTAL      PIC 9(02) COMP.
003320 01  DL990-FOL-TROCA.
003330     05  FILLER                   PIC X(08).
003340     05  FILLER                   PIC X(03).
003350     05  FILLER                   PIC 9(02) COMP.
003360     05  FILLER                   PIC 9(02) COMP.
003370
003380*----------------------------------------------------------------
003390*    PER TABLE/OPERACAO OF THE STUDENT - TABLE AND OPERACAO AS
003400*    FILED ON SCOFILE, SO THE 96 MIXED AND 97 DECIMAL SHEETS GO
003410*    OUT AS THEIR OWN LINES. SORTED ON THE KEY BEFORE WRITING.
003420*----------------------------------------------------------------
003430 77  DL990-PAR-QTDE               PIC 9(03) COMP VALUE 0.
003440 77  DL990-PAR-I                  PIC 9(03) COMP VALUE 0.
003450 77  DL990-PAR-J                  PIC 9(03) COMP VALUE 0.
003460 77  DL990-PAR-ACHADO             PIC 9(03) COMP VALUE 0.
003470 01  DL990-TAB-PARES.
003480     05  DL990-PAR-ITEM OCCURS 80 TIMES.
003490         10  DL990-PAR-CHAVE.
003500             15  DL990-PAR-OPCAO  PIC X(02).
003510             15  DL990-PAR-OPERACAO PIC X(01).
003520         10  DL990-PAR-FOLHAS     PIC 9(03) COMP.
003530         10  DL990-PAR-PONTOS     PIC 9(05) COMP.
003540         10  DL990-PAR-POSSIVEIS  PIC 9(05) COMP.
003550         10  DL990-PAR-SEGUIDAS   PIC 9(03) COMP.
003560 01  DL990-PAR-TROCA.
003570     05  FILLER                   PIC X(03).
003580     05  FILLER                   PIC 9(03) COMP.
003590     05  FILLER                   PIC 9(05) COMP.
003600     05  FILLER                   PIC 9(05) COMP.
003610     05  FILLER                   PIC 9(03) COMP.
003620
003630*----------------------------------------------------------------
003640*    RUN COUNTERS AND CONTROL TOTALS
003650*----------------------------------------------------------------
003660 77  DL990-ALUNOS-LIDOS           PIC 9(05) COMP VALUE 0.
003670 77  DL990-ALUNOS-ENVIADOS        PIC 9(05) COMP VALUE 0.
003680 77  DL990-FOLHAS-PERIODO         PIC 9(07) COMP VALUE 0.
003690 77  DL990-FOLHAS-FORA            PIC 9(07) COMP VALUE 0.
003700 77  DL990-TOT-DOMINADAS          PIC 9(07) COMP VALUE 0.
003710 77  DL990-TOT-DIFICULDADE        PIC 9(07) COMP VALUE 0.
003720 77  DL990-TUR-ALUNOS             PIC 9(05) COMP VALUE 0.
003730 77  DL990-TUR-DETALHES           PIC 9(07) COMP VALUE 0.
003740 77  DL990-TUR-PONTOS             PIC 9(09) COMP VALUE 0.
003750 01  DL990-QTDE-DETALHES          PIC 9(07) VALUE 0.
003760 01  DL990-HASH-PONTOS            PIC 9(09) VALUE 0.
003770 01  DL990-HASH-POSSIVEIS         PIC 9(09) VALUE 0.
003780 77  DL990-RET-LIDOS              PIC 9(05) COMP VALUE 0.
003790 77  DL990-RET-ACEITAS            PIC 9(05) COMP VALUE 0.
003800 77  DL990-RET-REJEITADAS         PIC 9(05) COMP VALUE 0.
003810 77  DL990-RET-DIVERGENTES        PIC 9(05) COMP VALUE 0.
003820 77  DL990-RET-DESCONHECIDAS      PIC 9(05) COMP VALUE 0.
003830 77  DL990-RET-REPETIDAS          PIC 9(05) COMP VALUE 0.
003840 77  DL990-RET-ANTERIORES         PIC 9(05) COMP VALUE 0.
003850 77  DL990-RET-INVALIDOS          PIC 9(05) COMP VALUE 0.
003860 77  DL990-PEND-ENVIADAS          PIC 9(05) COMP VALUE 0.
003870 77  DL990-PEND-REJEITADAS        PIC 9(05) COMP VALUE 0.
003880 77  DL990-FALHAS-SEQUENCIA       PIC 9(05) COMP VALUE 0.
003890
003900*----------------------------------------------------------------
003910*    REPORT LINES
003920*----------------------------------------------------------------
003930 01  DL990-REL-CAB-01             PIC X(80) VALUE
003940     '*** TABOADA - INTERFACE DE NOTAS COM O SISTEMA ESCOLAR ***'.
003950 01  DL990-REL-CAB-02.
003960     05  FILLER                   PIC X(06) VALUE 'DATA: '.
003970     05  DL990-REL-DATA           PIC X(10).
003980     05  FILLER                   PIC X(04) VALUE SPACES.
003990     05  FILLER                   PIC X(06) VALUE 'MODO: '.
004000     05  DL990-REL-MODO           PIC X(10).
004010     05  FILLER                   PIC X(44) VALUE SPACES.
004020 01  DL990-REL-CAB-03.
004030     05  FILLER                   PIC X(09) VALUE 'PERIODO: '.
004040     05  DL990-REL-INICIO         PIC X(10).
004050     05  FILLER                   PIC X(03) VALUE ' A '.
004060     05  DL990-REL-FIM            PIC X(10).
004070     05  FILLER                   PIC X(04) VALUE SPACES.
004080     05  FILLER                   PIC X(11) VALUE 'SEQUENCIA: '.
004090     05  DL990-REL-SEQUENCIA      PIC 9(06).
004100     05  FILLER                   PIC X(02) VALUE SPACES.
004110     05  DL990-REL-REENVIO        PIC X(25).
004120 01  DL990-REL-CAB-TURMAS.
004130     05  FILLER                   PIC X(10) VALUE 'TURMA'.
004140     05  FILLER                   PIC X(10) VALUE '  ALUNOS'.
004150     05  FILLER                   PIC X(12) VALUE '   REGISTROS'.
004160     05  FILLER                   PIC X(12) VALUE '      PONTOS'.
004170     05  FILLER                   PIC X(36) VALUE SPACES.
004180 01  DL990-REL-TURMA.
004190     05  DL990-TUR-TURMA          PIC X(04).
004200     05  FILLER                   PIC X(06) VALUE SPACES.
004210     05  DL990-TUR-ALUNOS-ED      PIC ZZZZZZZ9.
004220     05  FILLER                   PIC X(02) VALUE SPACES.
004230     05  DL990-TUR-DETALHES-ED    PIC ZZZZZZZZZ9.
004240     05  FILLER                   PIC X(02) VALUE SPACES.
004250     05  DL990-TUR-PONTOS-ED      PIC ZZZZZZZZZ9.
004260     05  FILLER                   PIC X(38) VALUE SPACES.
004270 01  DL990-REL-CAB-RETORNOS.
004280     05  FILLER                   PIC X(10) VALUE 'SEQUENCIA'.
004290     05  FILLER                   PIC X(09) VALUE 'RETORNO'.
004300     05  FILLER                   PIC X(61) VALUE 'RESULTADO'.
004310 01  DL990-REL-RETORNO.
004320     05  DL990-RRT-SEQUENCIA      PIC X(06).
004330     05  FILLER                   PIC X(04) VALUE SPACES.
004340     05  DL990-RRT-SITUACAO       PIC X(01).
004350     05  FILLER                   PIC X(08) VALUE SPACES.
004360     05  DL990-RRT-TEXTO          PIC X(61).
004370 01  DL990-REL-TOTAIS-RET.
004380     05  FILLER                   PIC X(19) VALUE SPACES.
004390     05  FILLER                   PIC X(11) VALUE 'RECEBIDOS: '.
004400     05  DL990-RTT-REC-QTDE       PIC 9(07).
004410     05  FILLER                   PIC X(01) VALUE '/'.
004420     05  DL990-RTT-REC-HASH       PIC X(09).
004430     05  FILLER                   PIC X(10) VALUE ' ENVIADOS:'.
004440     05  FILLER                   PIC X(01) VALUE SPACE.
004450     05  DL990-RTT-ENV-QTDE       PIC 9(07).
004460     05  FILLER                   PIC X(01) VALUE '/'.
004470     05  DL990-RTT-ENV-HASH       PIC 9(09).
004480     05  FILLER                   PIC X(05) VALUE SPACES.
004490 01  DL990-REL-CAB-PENDENCIAS.
004500     05  FILLER                   PIC X(10) VALUE 'SEQUENCIA'.
004510     05  FILLER                   PIC X(23) VALUE 'PERIODO'.
004520     05  FILLER                   PIC X(11) VALUE 'ENVIO'.
004530     05  FILLER                   PIC X(36) VALUE 'SITUACAO'.
004540 01  DL990-REL-PENDENCIA.
004550     05  DL990-PEN-SEQUENCIA      PIC X(06).
004560     05  FILLER                   PIC X(04) VALUE SPACES.
004570     05  DL990-PEN-INICIO         PIC X(10).
004580     05  FILLER                   PIC X(03) VALUE ' A '.
004590     05  DL990-PEN-FIM            PIC X(10).
004600     05  FILLER                   PIC X(01) VALUE SPACES.
004610     05  DL990-PEN-ENVIO          PIC X(10).
004620     05  FILLER                   PIC X(01) VALUE SPACES.
004630     05  DL990-PEN-TEXTO          PIC X(35).
004640 01  DL990-REL-LINHA.
004650     05  DL990-REL-ROTULO         PIC X(30).
004660     05  DL990-REL-VALOR          PIC ZZZZZZZZ9.
004670     05  FILLER                   PIC X(41) VALUE SPACES.
004680 01  DL990-REL-MENSAGEM           PIC X(80).
004690 01  DL990-REL-BRANCO             PIC X(80) VALUE SPACES.
004700
004710*-----------------------
004720 PROCEDURE DIVISION.
004730*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
004740 0000-MAINLINE.
004750     PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT
004760     IF DL990-EXECUCAO-VALIDA
004770         IF DL990-MODO-CONCILIAR
004780             PERFORM 6000-CONCILIAR THRU 6000-CONCILIAR-EXIT
004790         ELSE
004800             PERFORM 2000-PREPARAR-ENVIO THRU
004810                     2000-PREPARAR-ENVIO-EXIT
004820             IF DL990-EXECUCAO-VALIDA
004830                 PERFORM 3000-GERAR-ARQUIVO THRU
004840                         3000-GERAR-ARQUIVO-EXIT
004850             END-IF
004860             IF DL990-EXECUCAO-VALIDA AND DL990-QTDE-DETALHES > 0
004870                 PERFORM 4000-REGISTRAR-ENVIO THRU
004880                         4000-REGISTRAR-ENVIO-EXIT
004890             END-IF
004900         END-IF
004910     END-IF
004920     IF DL990-EXECUCAO-VALIDA
004930         PERFORM 8000-GRAVAR-TOTAIS THRU 8000-GRAVAR-TOTAIS-EXIT
004940     ELSE
004950         DISPLAY 'TABBOL NAO CONCLUIDO - VERIFIQUE AS MENSAGENS'
004960         MOVE 8 TO RETURN-CODE
004970     END-IF
004980     PERFORM 9999-ENCERRAR THRU 9999-ENCERRAR-EXIT
004990     STOP RUN.
005000
005010*----------------------------------------------------------------
005020*    1000-INICIALIZAR: SPLIT THE PARM INTO THE MODE AND ITS
005030*    ARGUMENTS, OPEN THE TRANSMISSION LOG (CREATED EMPTY BY THE
005040*    FIRST GERAR) AND THE REPORT, AND PRINT THE HEADINGS.
005050*----------------------------------------------------------------
005060 1000-INICIALIZAR.
005070     ACCEPT DL990-HOJE FROM DATE YYYYMMDD
005080     ACCEPT DL990-HORA FROM TIME
005090     MOVE DL990-HOJE TO DL990-DATA-ED-ENTRADA
005100     PERFORM 8900-EDITAR-DATA THRU 8900-EDITAR-DATA-EXIT
005110     MOVE DL990-DATA-ED TO DL990-HOJE-ED
005120     MOVE SPACES TO DL990-PARM-EXECUCAO DL990-PARM-MODO
005130                    DL990-PARM-1 DL990-PARM-2
005140     ACCEPT DL990-PARM-EXECUCAO FROM COMMAND-LINE
005150     UNSTRING DL990-PARM-EXECUCAO DELIMITED BY ','
005160         INTO DL990-PARM-MODO DL990-PARM-1 DL990-PARM-2
005170     END-UNSTRING
005180     IF DL990-PARM-MODO = 'GERAR'
005190         SET DL990-MODO-GERAR TO TRUE
005200     ELSE
005210     IF DL990-PARM-MODO = 'REENVIAR'
005220         SET DL990-MODO-REENVIAR TO TRUE
005230     ELSE
005240     IF DL990-PARM-MODO = 'CONCILIAR'
005250         SET DL990-MODO-CONCILIAR TO TRUE
005260     ELSE
005270         DISPLAY 'PARM INVALIDO - USE GERAR,DD/MM/AAAA,'
005280             'DD/MM/AAAA, REENVIAR,NNNNNN OU CONCILIAR'
005290         MOVE 'N' TO DL990-SW-EXECUCAO
005300         GO TO 1000-INICIALIZAR-EXIT
005310     END-IF
005320     END-IF
005330     END-IF
005340     IF DL990-MODO-GERAR
005350         PERFORM 1100-VALIDAR-PERIODO THRU
005360                 1100-VALIDAR-PERIODO-EXIT
005370     END-IF
005380     IF DL990-MODO-REENVIAR
005390         IF DL990-PARM-SEQ-NUM NOT NUMERIC OR
005400                 DL990-PARM-SEQ-RESTO NOT = SPACES OR
005410                 DL990-PARM-SEQ-NUM = '000000'
005420             DISPLAY 'REENVIAR PEDE O NUMERO DA SEQUENCIA - '
005430                 'NNNNNN'
005440             MOVE 'N' TO DL990-SW-EXECUCAO
005450         ELSE
005460             MOVE DL990-PARM-SEQ-NUM TO DL990-SEQUENCIA-X
005470         END-IF
005480     END-IF
005490     IF NOT DL990-EXECUCAO-VALIDA
005500         GO TO 1000-INICIALIZAR-EXIT
005510     END-IF
005520     OPEN I-O ENVIO-LOG-FILE
005530     IF DL990-LOG-AUSENTE AND DL990-MODO-GERAR
005540         OPEN OUTPUT ENVIO-LOG-FILE
005550         CLOSE ENVIO-LOG-FILE
005560         OPEN I-O ENVIO-LOG-FILE
005570     END-IF
005580     IF DL990-LOG-AUSENTE
005590         DISPLAY 'BOLLOG AUSENTE - NENHUMA TRANSMISSAO REGISTRADA'
005600         MOVE 'N' TO DL990-SW-EXECUCAO
005610         GO TO 1000-INICIALIZAR-EXIT
005620     END-IF
005630     IF NOT DL990-LOG-OK
005640         DISPLAY 'ERRO AO ABRIR BOLLOG - STATUS ' DL990-LOG-STATUS
005650         MOVE 'N' TO DL990-SW-EXECUCAO
005660         GO TO 1000-INICIALIZAR-EXIT
005670     END-IF
005680     SET DL990-LOG-ABERTO TO TRUE
005690     OPEN OUTPUT REPORT-FILE
005700     IF NOT DL990-REL-OK
005710         DISPLAY 'ERRO AO ABRIR BOLRPT - STATUS ' DL990-REL-STATUS
005720         MOVE 'N' TO DL990-SW-EXECUCAO
005730         GO TO 1000-INICIALIZAR-EXIT
005740     END-IF
005750     SET DL990-REL-ABERTO TO TRUE
005760     MOVE DL990-HOJE-ED TO DL990-REL-DATA
005770     MOVE DL990-PARM-MODO TO DL990-REL-MODO
005780     WRITE REPORT-RECORD FROM DL990-REL-CAB-01
005790     WRITE REPORT-RECORD FROM DL990-REL-CAB-02.
005800 1000-INICIALIZAR-EXIT.
005810     EXIT.
005820
005830*----------------------------------------------------------------
005840*    1100-VALIDAR-PERIODO: BOTH TERM DATES AS DD/MM/AAAA, THE
005850*    START NOT AFTER THE END. SCOFILE DATES CARRY A TWO-DIGIT
005860*    YEAR, SO THE TERM MUST FALL IN 2000-2099.
005870*----------------------------------------------------------------
005880 1100-VALIDAR-PERIODO.
005890     MOVE DL990-PARM-1 TO DL990-DATA-ENTRADA
005900     PERFORM 1110-VALIDAR-DATA THRU 1110-VALIDAR-DATA-EXIT
005910     IF NOT DL990-DATA-OK
005920         DISPLAY 'DATA INICIAL INVALIDA NO PARM - USE DD/MM/AAAA'
005930         MOVE 'N' TO DL990-SW-EXECUCAO
005940         GO TO 1100-VALIDAR-PERIODO-EXIT
005950     END-IF
005960     MOVE DL990-DATA-VALIDA TO DL990-TERMO-INICIO
005970     MOVE DL990-PARM-2 TO DL990-DATA-ENTRADA
005980     PERFORM 1110-VALIDAR-DATA THRU 1110-VALIDAR-DATA-EXIT
005990     IF NOT DL990-DATA-OK
006000         DISPLAY 'DATA FINAL INVALIDA NO PARM - USE DD/MM/AAAA'
006010         MOVE 'N' TO DL990-SW-EXECUCAO
006020         GO TO 1100-VALIDAR-PERIODO-EXIT
006030     END-IF
006040     MOVE DL990-DATA-VALIDA TO DL990-TERMO-FIM
006050     IF DL990-TERMO-INICIO > DL990-TERMO-FIM
006060         DISPLAY 'PERIODO INVALIDO - DATA INICIAL APOS A FINAL'
006070         MOVE 'N' TO DL990-SW-EXECUCAO
006080     END-IF.
006090 1100-VALIDAR-PERIODO-EXIT.
006100     EXIT.
006110
006120 1110-VALIDAR-DATA.
006130     MOVE 'N' TO DL990-SW-DATA
006140     IF DL990-ENT-DD NOT NUMERIC OR DL990-ENT-MM NOT NUMERIC OR
006150             DL990-ENT-AAAA NOT NUMERIC OR
006160             DL990-ENT-BARRA1 NOT = '/' OR
006170             DL990-ENT-BARRA2 NOT = '/'
006180         GO TO 1110-VALIDAR-DATA-EXIT
006190     END-IF
006200     MOVE DL990-ENT-AAAA TO DL990-VAL-AAAA
006210     MOVE DL990-ENT-MM TO DL990-VAL-MM
006220     MOVE DL990-ENT-DD TO DL990-VAL-DD
006230     IF DL990-VAL-AAAA < 2000 OR DL990-VAL-AAAA > 2099 OR
006240             DL990-VAL-MM < 1 OR DL990-VAL-MM > 12 OR
006250             DL990-VAL-DD < 1
006260         GO TO 1110-VALIDAR-DATA-EXIT
006270     END-IF
006280     MOVE DL990-DIAS-NO-MES(DL990-VAL-MM) TO DL990-FIM-MES
006290     IF DL990-VAL-MM = 2
006300         DIVIDE DL990-VAL-AAAA BY 4
006310             GIVING DL990-QUOCIENTE REMAINDER DL990-RESTO
006320         IF DL990-RESTO = 0
006330             MOVE 29 TO DL990-FIM-MES
006340         END-IF
006350     END-IF
006360     IF DL990-VAL-DD > DL990-FIM-MES
006370         GO TO 1110-VALIDAR-DATA-EXIT
006380     END-IF
006390     SET DL990-DATA-OK TO TRUE.
006400 1110-VALIDAR-DATA-EXIT.
006410     EXIT.
006420
006430*----------------------------------------------------------------
006440*    2000-PREPARAR-ENVIO: GERAR TAKES THE NEXT SEQUENCE NUMBER
006450*    FROM THE CONTROL RECORD (CREATED AT ZERO THE FIRST TIME) AND
006460*    REFUSES A TERM THAT ALREADY HAS A TRANSMISSION AWAITING A
006470*    RETURN OR REJECTED - THAT ONE IS RESENT, NOT SENT AGAIN. A
006480*    TERM ALREADY ACCEPTED MAY GO AGAIN AND IS NOTED ON THE
006490*    REPORT. REENVIAR TAKES THE TERM FROM THE LOGGED
006500*    TRANSMISSION, WHICH MUST NOT HAVE BEEN ACCEPTED.
006510*----------------------------------------------------------------
006520 2000-PREPARAR-ENVIO.
006530     IF DL990-MODO-REENVIAR
006540         PERFORM 2200-LOCALIZAR-REENVIO THRU
006550                 2200-LOCALIZAR-REENVIO-EXIT
006560         GO TO 2000-PREPARAR-ENVIO-EXIT
006570     END-IF
006580     MOVE '000000' TO BLG-SEQUENCIA
006590     READ ENVIO-LOG-FILE
006600         INVALID KEY
006610             MOVE SPACES TO BLG-CONTROLE
006620             MOVE '000000' TO BLG-CTL-SEQUENCIA
006630             MOVE 0 TO BLG-CTL-ULTIMA
006640             WRITE BLG-CONTROLE
006650                 INVALID KEY
006660                     DISPLAY 'ERRO AO CRIAR CONTROLE DO BOLLOG - '
006670                         'STATUS ' DL990-LOG-STATUS
006680                     MOVE 'N' TO DL990-SW-EXECUCAO
006690                     GO TO 2000-PREPARAR-ENVIO-EXIT
006700             END-WRITE
006710     END-READ
006720     COMPUTE DL990-SEQUENCIA = BLG-CTL-ULTIMA + 1
006730     MOVE 0 TO DL990-REENVIOS
006740     MOVE 'N' TO DL990-SW-LOG
006750     MOVE '000000' TO BLG-SEQUENCIA
006760     START ENVIO-LOG-FILE KEY > BLG-SEQUENCIA
006770         INVALID KEY
006780             SET DL990-FIM-LOG TO TRUE
006790     END-START
006800     PERFORM 2100-CONFERIR-TERMO THRU 2100-CONFERIR-TERMO-EXIT
006810         UNTIL DL990-FIM-LOG
006820     IF DL990-EXECUCAO-VALIDA
006830         PERFORM 2900-CABECALHO-ENVIO THRU
006840                 2900-CABECALHO-ENVIO-EXIT
006850     END-IF.
006860 2000-PREPARAR-ENVIO-EXIT.
006870     EXIT.
006880
006890 2100-CONFERIR-TERMO.
006900     READ ENVIO-LOG-FILE NEXT
006910         AT END
006920             SET DL990-FIM-LOG TO TRUE
006930             GO TO 2100-CONFERIR-TERMO-EXIT
006940     END-READ
006950     IF BLG-INICIO NOT = DL990-TERMO-INICIO OR
006960             BLG-FIM NOT = DL990-TERMO-FIM
006970         GO TO 2100-CONFERIR-TERMO-EXIT
006980     END-IF
006990     IF BLG-ACEITA
007000         MOVE BLG-SEQUENCIA TO DL990-SEQ-SUBSTITUIDA
007010         GO TO 2100-CONFERIR-TERMO-EXIT
007020     END-IF
007030     DISPLAY 'PERIODO JA TRANSMITIDO NA SEQUENCIA ' BLG-SEQUENCIA
007040         ' - SITUACAO ' BLG-SITUACAO
007050     DISPLAY 'USE CONCILIAR PARA O RETORNO OU REENVIAR,'
007060         BLG-SEQUENCIA
007070     MOVE 'N' TO DL990-SW-EXECUCAO
007080     SET DL990-FIM-LOG TO TRUE.
007090 2100-CONFERIR-TERMO-EXIT.
007100     EXIT.
007110
007120 2200-LOCALIZAR-REENVIO.
007130     MOVE DL990-SEQUENCIA-X TO BLG-SEQUENCIA
007140     READ ENVIO-LOG-FILE
007150         INVALID KEY
007160             DISPLAY 'SEQUENCIA ' DL990-SEQUENCIA-X
007170                 ' NAO CONSTA DO BOLLOG'
007180             MOVE 'N' TO DL990-SW-EXECUCAO
007190             GO TO 2200-LOCALIZAR-REENVIO-EXIT
007200     END-READ
007210     IF BLG-ACEITA
007220         DISPLAY 'SEQUENCIA ' DL990-SEQUENCIA-X
007230             ' JA ACEITA PELO SISTEMA ESCOLAR - NADA A REENVIAR'
007240         MOVE 'N' TO DL990-SW-EXECUCAO
007250         GO TO 2200-LOCALIZAR-REENVIO-EXIT
007260     END-IF
007270     IF BLG-REENVIOS NOT < 99
007280         DISPLAY 'SEQUENCIA ' DL990-SEQUENCIA-X
007290             ' JA REENVIADA 99 VEZES'
007300         MOVE 'N' TO DL990-SW-EXECUCAO
007310         GO TO 2200-LOCALIZAR-REENVIO-EXIT
007320     END-IF
007330     MOVE BLG-INICIO TO DL990-TERMO-INICIO
007340     MOVE BLG-FIM TO DL990-TERMO-FIM
007350     COMPUTE DL990-REENVIOS = BLG-REENVIOS + 1
007360     PERFORM 2900-CABECALHO-ENVIO THRU
007370             2900-CABECALHO-ENVIO-EXIT
007380     IF BLG-REJEITADA
007390         MOVE SPACES TO DL990-REL-MENSAGEM
007400         STRING 'REJEITADA: ' BLG-MOTIVO
007410             DELIMITED BY SIZE INTO DL990-REL-MENSAGEM
007420         WRITE REPORT-RECORD FROM DL990-REL-MENSAGEM
007430     ELSE
007440         MOVE 'SEM RETORNO DO SISTEMA ESCOLAR ATE ESTA DATA' TO
007450             DL990-REL-MENSAGEM
007460         WRITE REPORT-RECORD FROM DL990-REL-MENSAGEM
007470     END-IF.
007480 2200-LOCALIZAR-REENVIO-EXIT.
007490     EXIT.
007500
007510 2900-CABECALHO-ENVIO.
007520     MOVE DL990-TERMO-INICIO TO DL990-DATA-ED-ENTRADA
007530     PERFORM 8900-EDITAR-DATA THRU 8900-EDITAR-DATA-EXIT
007540     MOVE DL990-DATA-ED TO DL990-INICIO-ED DL990-REL-INICIO
007550     MOVE DL990-TERMO-FIM TO DL990-DATA-ED-ENTRADA
007560     PERFORM 8900-EDITAR-DATA THRU 8900-EDITAR-DATA-EXIT
007570     MOVE DL990-DATA-ED TO DL990-FIM-ED DL990-REL-FIM
007580     MOVE DL990-SEQUENCIA TO DL990-REL-SEQUENCIA
007590     MOVE SPACES TO DL990-REL-REENVIO
007600     IF DL990-REENVIOS > 0
007610         STRING 'REENVIO NUMERO ' DL990-REENVIOS
007620             DELIMITED BY SIZE INTO DL990-REL-REENVIO
007630     END-IF
007640     WRITE REPORT-RECORD FROM DL990-REL-CAB-03
007650     IF DL990-SEQ-SUBSTITUIDA > 0
007660         MOVE SPACES TO DL990-REL-MENSAGEM
007670         STRING 'PERIODO JA ACEITO NA SEQUENCIA '
007680             DL990-SEQ-SUBSTITUIDA
007690             ' - ESTA TRANSMISSAO O SUBSTITUI'
007700             DELIMITED BY SIZE INTO DL990-REL-MENSAGEM
007710         WRITE REPORT-RECORD FROM DL990-REL-MENSAGEM
007720     END-IF.
007730 2900-CABECALHO-ENVIO-EXIT.
007740     EXIT.
007750
007760*----------------------------------------------------------------
007770*    3000-GERAR-ARQUIVO: WALK THE ROSTER IN CLASS ORDER (WITHDRAWN
007780*    STUDENTS TOO - THEIR SHEETS IN THE TERM STILL COUNT) AND
007790*    WRITE THE HEADER, THE DETAILS AND THE TRAILER. A TERM WITH
007800*    NO SHEETS AT ALL IS NOT LOGGED.
007810*----------------------------------------------------------------
007820 3000-GERAR-ARQUIVO.
007830     OPEN INPUT ROSTER-FILE
007840     IF NOT DL990-ROST-OK
007850         DISPLAY 'ERRO AO ABRIR ROSTFILE - STATUS '
007860             DL990-ROST-STATUS
007870         MOVE 'N' TO DL990-SW-EXECUCAO
007880         GO TO 3000-GERAR-ARQUIVO-EXIT
007890     END-IF
007900     OPEN INPUT SCORE-FILE
007910     IF NOT DL990-SCO-OK
007920         DISPLAY 'ERRO AO ABRIR SCOFILE - STATUS '
007930             DL990-SCO-STATUS
007940         CLOSE ROSTER-FILE
007950         MOVE 'N' TO DL990-SW-EXECUCAO
007960         GO TO 3000-GERAR-ARQUIVO-EXIT
007970     END-IF
007980     OPEN OUTPUT BOLETIM-FILE
007990     IF NOT DL990-BOL-OK
008000         DISPLAY 'ERRO AO ABRIR BOLFILE - STATUS '
008010             DL990-BOL-STATUS
008020         CLOSE ROSTER-FILE SCORE-FILE
008030         MOVE 'N' TO DL990-SW-EXECUCAO
008040         GO TO 3000-GERAR-ARQUIVO-EXIT
008050     END-IF
008060     MOVE SPACES TO BOL-CABECALHO
008070     SET BOL-TIPO-CABECALHO TO TRUE
008080     MOVE DL990-SEQUENCIA TO BOL-CAB-SEQUENCIA
008090     MOVE 'TABUADA' TO BOL-CAB-ORIGEM
008100     MOVE DL990-TERMO-INICIO TO BOL-CAB-INICIO
008110     MOVE DL990-TERMO-FIM TO BOL-CAB-FIM
008120     MOVE DL990-HOJE TO BOL-CAB-DATA-CRIACAO
008130     MOVE DL990-HORA-HHMMSS TO BOL-CAB-HORA-CRIACAO
008140     IF DL990-REENVIOS > 0
008150         MOVE 'S' TO BOL-CAB-REENVIO
008160     ELSE
008170         MOVE 'N' TO BOL-CAB-REENVIO
008180     END-IF
008190     MOVE DL990-REENVIOS TO BOL-CAB-REENVIOS
008200     WRITE BOL-CABECALHO
008210     WRITE REPORT-RECORD FROM DL990-REL-BRANCO
008220     WRITE REPORT-RECORD FROM DL990-REL-CAB-TURMAS
008230     MOVE LOW-VALUES TO ROS-TURMA
008240     MOVE 'N' TO DL990-SW-ROSTER
008250     START ROSTER-FILE KEY NOT < ROS-TURMA
008260         INVALID KEY
008270             SET DL990-FIM-ROSTER TO TRUE
008280     END-START
008290     PERFORM 3100-PROCESSAR-ALUNO THRU 3100-PROCESSAR-ALUNO-EXIT
008300         UNTIL DL990-FIM-ROSTER
008310     IF DL990-TURMA-ATUAL NOT = HIGH-VALUES
008320         PERFORM 3900-TOTAL-TURMA THRU 3900-TOTAL-TURMA-EXIT
008330     END-IF
008340     MOVE SPACES TO BOL-TRAILER
008350     SET BOL-TIPO-TRAILER TO TRUE
008360     MOVE DL990-SEQUENCIA TO BOL-TRL-SEQUENCIA
008370     MOVE DL990-QTDE-DETALHES TO BOL-TRL-QTDE-DETALHES
008380     COMPUTE BOL-TRL-QTDE-REGISTROS = DL990-QTDE-DETALHES + 2
008390     MOVE DL990-HASH-PONTOS TO BOL-TRL-HASH-PONTOS
008400     MOVE DL990-HASH-POSSIVEIS TO BOL-TRL-HASH-POSSIVEIS
008410     WRITE BOL-TRAILER
008420     CLOSE ROSTER-FILE SCORE-FILE BOLETIM-FILE
008430     IF DL990-QTDE-DETALHES = 0
008440         DISPLAY 'TABBOL: NENHUMA FOLHA NO PERIODO - BOLFILE '
008450             'VAZIO NAO REGISTRADO, NAO TRANSMITIR'
008460         WRITE REPORT-RECORD FROM DL990-REL-BRANCO
008470         MOVE 'SEM FOLHAS NO PERIODO - TRANSMISSAO NAO REGISTRADA'
008480             TO DL990-REL-MENSAGEM
008490         WRITE REPORT-RECORD FROM DL990-REL-MENSAGEM
008500         MOVE 4 TO RETURN-CODE
008510     END-IF.
008520 3000-GERAR-ARQUIVO-EXIT.
008530     EXIT.
008540
008550 3100-PROCESSAR-ALUNO.
008560     READ ROSTER-FILE NEXT
008570         AT END
008580             SET DL990-FIM-ROSTER TO TRUE
008590             GO TO 3100-PROCESSAR-ALUNO-EXIT
008600     END-READ
008610     IF ROS-NOME = SPACES
008620         GO TO 3100-PROCESSAR-ALUNO-EXIT
008630     END-IF
008640     IF ROS-TURMA NOT = DL990-TURMA-ATUAL
008650         IF DL990-TURMA-ATUAL NOT = HIGH-VALUES
008660             PERFORM 3900-TOTAL-TURMA THRU 3900-TOTAL-TURMA-EXIT
008670         END-IF
008680         MOVE ROS-TURMA TO DL990-TURMA-ATUAL
008690     END-IF
008700     ADD 1 TO DL990-ALUNOS-LIDOS
008710     PERFORM 3200-CARREGAR-FOLHAS THRU 3200-CARREGAR-FOLHAS-EXIT
008720     IF DL990-FOL-QTDE = 0
008730         GO TO 3100-PROCESSAR-ALUNO-EXIT
008740     END-IF
008750     PERFORM 3300-ORDENAR-FOLHAS THRU 3300-ORDENAR-FOLHAS-EXIT
008760     INITIALIZE DL990-TAB-PARES
008770     MOVE 0 TO DL990-PAR-QTDE
008780     PERFORM 3400-APURAR-FOLHA THRU 3400-APURAR-FOLHA-EXIT
008790         VARYING DL990-FOL-I FROM 1 BY 1
008800         UNTIL DL990-FOL-I > DL990-FOL-QTDE
008810     PERFORM 3500-ORDENAR-PARES THRU 3500-ORDENAR-PARES-EXIT
008820     PERFORM 3600-GRAVAR-DETALHE THRU 3600-GRAVAR-DETALHE-EXIT
008830         VARYING DL990-PAR-I FROM 1 BY 1
008840         UNTIL DL990-PAR-I > DL990-PAR-QTDE
008850     ADD 1 TO DL990-ALUNOS-ENVIADOS DL990-TUR-ALUNOS.
008860 3100-PROCESSAR-ALUNO-EXIT.
008870     EXIT.
008880
008890*----------------------------------------------------------------
008900*    3200-CARREGAR-FOLHAS: THE STUDENT'S SHEETS DATED IN THE TERM.
008910*    NAME LEADS THE SCOFILE KEY, SO ONE START POSITIONS THE WALK;
008920*    THE DATE IN THE KEY IS DD/MM/AA, SO AN AAAAMMDD ORDER KEY IS
008930*    BUILT FOR THE TERM TEST AND THE SORT.
008940*----------------------------------------------------------------
008950 3200-CARREGAR-FOLHAS.
008960     MOVE 0 TO DL990-FOL-QTDE
008970     MOVE 'N' TO DL990-SW-NOTAS
008980     MOVE LOW-VALUES TO SCO-CHAVE
008990     MOVE ROS-NOME TO SCO-ALUNO
009000     START SCORE-FILE KEY NOT < SCO-CHAVE
009010         INVALID KEY
009020             SET DL990-FIM-NOTAS TO TRUE
009030     END-START
009040     PERFORM 3210-LER-FOLHA THRU 3210-LER-FOLHA-EXIT
009050         UNTIL DL990-FIM-NOTAS.
009060 3200-CARREGAR-FOLHAS-EXIT.
009070     EXIT.
009080
009090 3210-LER-FOLHA.
009100     READ SCORE-FILE NEXT
009110         AT END
009120             SET DL990-FIM-NOTAS TO TRUE
009130             GO TO 3210-LER-FOLHA-EXIT
009140     END-READ
009150     IF SCO-ALUNO NOT = ROS-NOME
009160         SET DL990-FIM-NOTAS TO TRUE
009170         GO TO 3210-LER-FOLHA-EXIT
009180     END-IF
009190     IF SCO-OPCAO NOT NUMERIC OR SCO-TOTAL NOT NUMERIC OR
009200             SCO-CERTAS NOT NUMERIC OR SCO-DATA-AA NOT NUMERIC OR
009210             SCO-DATA-MM NOT NUMERIC OR SCO-DATA-DD NOT NUMERIC
009220         GO TO 3210-LER-FOLHA-EXIT
009230     END-IF
009240     IF SCO-TOTAL = 0
009250         GO TO 3210-LER-FOLHA-EXIT
009260     END-IF
009270     STRING '20' SCO-DATA-AA SCO-DATA-MM SCO-DATA-DD
009280         DELIMITED BY SIZE INTO DL990-SCO-ORDEM
009290     IF DL990-SCO-ORDEM < DL990-TERMO-INICIO OR
009300             DL990-SCO-ORDEM > DL990-TERMO-FIM
009310         ADD 1 TO DL990-FOLHAS-FORA
009320         GO TO 3210-LER-FOLHA-EXIT
009330     END-IF
009340     IF DL990-FOL-QTDE NOT < 300
009350         DISPLAY 'TABBOL: MAIS DE 300 FOLHAS NO PERIODO - '
009360             ROS-NOME
009370         SET DL990-FIM-NOTAS TO TRUE
009380         GO TO 3210-LER-FOLHA-EXIT
009390     END-IF
009400     ADD 1 TO DL990-FOL-QTDE DL990-FOLHAS-PERIODO
009410     MOVE DL990-SCO-ORDEM TO DL990-FOL-ORDEM(DL990-FOL-QTDE)
009420     MOVE SCO-OPCAO TO DL990-FOL-CHAVE(DL990-FOL-QTDE)(1:2)
009430     MOVE SCO-OPERACAO TO DL990-FOL-CHAVE(DL990-FOL-QTDE)(3:1)
009440     MOVE SCO-CERTAS TO DL990-FOL-CERTAS(DL990-FOL-QTDE)
009450     MOVE SCO-TOTAL TO DL990-FOL-TOTAL(DL990-FOL-QTDE).
009460 3210-LER-FOLHA-EXIT.
009470     EXIT.
009480
009490*----------------------------------------------------------------
009500*    3300-ORDENAR-FOLHAS: NEIGHBOUR-EXCHANGE SORT ON THE AAAAMMDD
009510*    KEY - STABLE, SO SAME-DAY SHEETS KEEP THEIR KEY ORDER.
009520*----------------------------------------------------------------
009530 3300-ORDENAR-FOLHAS.
009540     IF DL990-FOL-QTDE < 2
009550         GO TO 3300-ORDENAR-FOLHAS-EXIT
009560     END-IF
009570     PERFORM 3310-PASSAR-FOLHAS THRU 3310-PASSAR-FOLHAS-EXIT
009580         VARYING DL990-FOL-I FROM 1 BY 1
009590         UNTIL DL990-FOL-I NOT < DL990-FOL-QTDE.
009600 3300-ORDENAR-FOLHAS-EXIT.
009610     EXIT.
009620
009630 3310-PASSAR-FOLHAS.
009640     PERFORM 3320-COMPARAR-FOLHAS THRU 3320-COMPARAR-FOLHAS-EXIT
009650         VARYING DL990-FOL-J FROM 1 BY 1
009660         UNTIL DL990-FOL-J + DL990-FOL-I > DL990-FOL-QTDE.
009670 3310-PASSAR-FOLHAS-EXIT.
009680     EXIT.
009690
009700 3320-COMPARAR-FOLHAS.
009710     IF DL990-FOL-ORDEM(DL990-FOL-J) >
009720             DL990-FOL-ORDEM(DL990-FOL-J + 1)
009730         MOVE DL990-FOL-ITEM(DL990-FOL-J) TO DL990-FOL-TROCA
009740         MOVE DL990-FOL-ITEM(DL990-FOL-J + 1) TO
009750             DL990-FOL-ITEM(DL990-FOL-J)
009760         MOVE DL990-FOL-TROCA TO DL990-FOL-ITEM(DL990-FOL-J + 1)
009770     END-IF.
009780 3320-COMPARAR-FOLHAS-EXIT.
009790     EXIT.
009800
009810*----------------------------------------------------------------
009820*    3400-APURAR-FOLHA: SHEETS IN DATE ORDER - TOTALS PER TABLE
009830*    AND OPERACAO AND THE CURRENT RUN OF SHEETS AT THE MASTERY
009840*    MARK (A SHEET BELOW THE MARK STARTS THE RUN AGAIN).
009850*----------------------------------------------------------------
009860 3400-APURAR-FOLHA.
009870     MOVE 0 TO DL990-PAR-ACHADO
009880     PERFORM 3410-PROCURAR-PAR THRU 3410-PROCURAR-PAR-EXIT
009890         VARYING DL990-PAR-J FROM 1 BY 1
009900         UNTIL DL990-PAR-J > DL990-PAR-QTDE OR
009910               DL990-PAR-ACHADO > 0
009920     IF DL990-PAR-ACHADO = 0
009930         IF DL990-PAR-QTDE NOT < 80
009940             DISPLAY 'TABBOL: MAIS DE 80 TABUADAS NO PERIODO - '
009950                 ROS-NOME
009960             GO TO 3400-APURAR-FOLHA-EXIT
009970         END-IF
009980         ADD 1 TO DL990-PAR-QTDE
009990         MOVE DL990-PAR-QTDE TO DL990-PAR-ACHADO
010000         MOVE DL990-FOL-CHAVE(DL990-FOL-I) TO
010010             DL990-PAR-CHAVE(DL990-PAR-ACHADO)
010020     END-IF
010030     ADD 1 TO DL990-PAR-FOLHAS(DL990-PAR-ACHADO)
010040     ADD DL990-FOL-CERTAS(DL990-FOL-I) TO
010050         DL990-PAR-PONTOS(DL990-PAR-ACHADO)
010060     ADD DL990-FOL-TOTAL(DL990-FOL-I) TO
010070         DL990-PAR-POSSIVEIS(DL990-PAR-ACHADO)
010080     IF DL990-FOL-CERTAS(DL990-FOL-I) * 100 NOT <
010090             DL990-FOL-TOTAL(DL990-FOL-I) * DL990-PCT-DOMINIO
010100         ADD 1 TO DL990-PAR-SEGUIDAS(DL990-PAR-ACHADO)
010110     ELSE
010120         MOVE 0 TO DL990-PAR-SEGUIDAS(DL990-PAR-ACHADO)
010130     END-IF.
010140 3400-APURAR-FOLHA-EXIT.
010150     EXIT.
010160
010170 3410-PROCURAR-PAR.
010180     IF DL990-PAR-CHAVE(DL990-PAR-J) =
010190             DL990-FOL-CHAVE(DL990-FOL-I)
010200         MOVE DL990-PAR-J TO DL990-PAR-ACHADO
010210     END-IF.
010220 3410-PROCURAR-PAR-EXIT.
010230     EXIT.
010240
010250*----------------------------------------------------------------
010260*    3500-ORDENAR-PARES: THE STUDENT'S LINES GO OUT IN TABLE AND
010270*    OPERACAO ORDER.
010280*----------------------------------------------------------------
010290 3500-ORDENAR-PARES.
010300     IF DL990-PAR-QTDE < 2
010310         GO TO 3500-ORDENAR-PARES-EXIT
010320     END-IF
010330     PERFORM 3510-PASSAR-PARES THRU 3510-PASSAR-PARES-EXIT
010340         VARYING DL990-PAR-I FROM 1 BY 1
010350         UNTIL DL990-PAR-I NOT < DL990-PAR-QTDE.
010360 3500-ORDENAR-PARES-EXIT.
010370     EXIT.
010380
010390 3510-PASSAR-PARES.
010400     PERFORM 3520-COMPARAR-PARES THRU 3520-COMPARAR-PARES-EXIT
010410         VARYING DL990-PAR-J FROM 1 BY 1
010420         UNTIL DL990-PAR-J + DL990-PAR-I > DL990-PAR-QTDE.
010430 3510-PASSAR-PARES-EXIT.
010440     EXIT.
010450
010460 3520-COMPARAR-PARES.
010470     IF DL990-PAR-CHAVE(DL990-PAR-J) >
010480             DL990-PAR-CHAVE(DL990-PAR-J + 1)
010490         MOVE DL990-PAR-ITEM(DL990-PAR-J) TO DL990-PAR-TROCA
010500         MOVE DL990-PAR-ITEM(DL990-PAR-J + 1) TO
010510             DL990-PAR-ITEM(DL990-PAR-J)
010520         MOVE DL990-PAR-TROCA TO DL990-PAR-ITEM(DL990-PAR-J + 1)
010530     END-IF.
010540 3520-COMPARAR-PARES-EXIT.
010550     EXIT.
010560
010570*----------------------------------------------------------------
010580*    3600-GRAVAR-DETALHE: ONE DETAIL PER TABLE/OPERACAO - SHEETS,
010590*    POINTS, POSSIBLE POINTS, AVERAGE AND THE FLAG: D DOMINADA,
010600*    F DIFICULDADE, E EM ANDAMENTO. THE STUDENT'S ROSTER SITUACAO
010610*    GOES WITH IT (A ACTIVE, D WITHDRAWN). POINTS AND POSSIBLE
010620*    POINTS ARE ADDED TO THE HASH TOTALS.
010630*----------------------------------------------------------------
010640 3600-GRAVAR-DETALHE.
010650     MOVE SPACES TO BOL-DETALHE
010660     SET BOL-TIPO-DETALHE TO TRUE
010670     MOVE ROS-TURMA TO BOL-DET-TURMA
010680     MOVE ROS-NOME TO BOL-DET-ALUNO
010690     MOVE DL990-PAR-OPCAO(DL990-PAR-I) TO BOL-DET-OPCAO
010700     MOVE DL990-PAR-OPERACAO(DL990-PAR-I) TO BOL-DET-OPERACAO
010710     MOVE DL990-PAR-FOLHAS(DL990-PAR-I) TO BOL-DET-FOLHAS
010720     MOVE DL990-PAR-PONTOS(DL990-PAR-I) TO BOL-DET-PONTOS
010730     MOVE DL990-PAR-POSSIVEIS(DL990-PAR-I) TO BOL-DET-POSSIVEIS
010740     COMPUTE BOL-DET-MEDIA ROUNDED =
010750         DL990-PAR-PONTOS(DL990-PAR-I) * 100
010760         / DL990-PAR-POSSIVEIS(DL990-PAR-I)
010762     COMPUTE DL990-PCT-PAR ROUNDED =
010764         DL990-PAR-PONTOS(DL990-PAR-I) * 100
010766         / DL990-PAR-POSSIVEIS(DL990-PAR-I)
010770     IF DL990-PAR-SEGUIDAS(DL990-PAR-I) NOT < DL990-FOLHAS-DOMINIO
010780         SET BOL-DET-DOMINADA TO TRUE
010790         ADD 1 TO DL990-TOT-DOMINADAS
010800     ELSE
010810     IF DL990-PAR-FOLHAS(DL990-PAR-I) NOT < DL990-FOLHAS-FRACA AND
010820             DL990-PCT-PAR < DL990-PCT-FRACA
010840         SET BOL-DET-DIFICULDADE TO TRUE
010850         ADD 1 TO DL990-TOT-DIFICULDADE
010860     ELSE
010870         SET BOL-DET-ANDAMENTO TO TRUE
010880     END-IF
010890     END-IF
010900     IF ROS-DESLIGADO
010910         MOVE 'D' TO BOL-DET-ALUNO-SITUACAO
010920     ELSE
010930         MOVE 'A' TO BOL-DET-ALUNO-SITUACAO
010940     END-IF
010950     WRITE BOL-DETALHE
010960     ADD 1 TO DL990-QTDE-DETALHES DL990-TUR-DETALHES
010970     ADD DL990-PAR-PONTOS(DL990-PAR-I) TO DL990-HASH-PONTOS
010980         DL990-TUR-PONTOS
010990     ADD DL990-PAR-POSSIVEIS(DL990-PAR-I) TO DL990-HASH-POSSIVEIS.
011000 3600-GRAVAR-DETALHE-EXIT.
011010     EXIT.
011020
011030 3900-TOTAL-TURMA.
011040     MOVE DL990-TURMA-ATUAL TO DL990-TUR-TURMA
011050     MOVE DL990-TUR-ALUNOS TO DL990-TUR-ALUNOS-ED
011060     MOVE DL990-TUR-DETALHES TO DL990-TUR-DETALHES-ED
011070     MOVE DL990-TUR-PONTOS TO DL990-TUR-PONTOS-ED
011080     WRITE REPORT-RECORD FROM DL990-REL-TURMA
011090     MOVE 0 TO DL990-TUR-ALUNOS DL990-TUR-DETALHES
011100               DL990-TUR-PONTOS.
011110 3900-TOTAL-TURMA-EXIT.
011120     EXIT.
011130
011140*----------------------------------------------------------------
011150*    4000-REGISTRAR-ENVIO: FILE THE TRANSMISSION JUST WRITTEN.
011160*    GERAR MOVES THE CONTROL RECORD ON AND ADDS THE NEW ENTRY;
011170*    REENVIAR PUTS ITS ENTRY BACK TO AWAITING RETURN WITH THE NEW
011180*    TOTALS AND THE RESEND COUNT.
011190*----------------------------------------------------------------
011200 4000-REGISTRAR-ENVIO.
011210     IF DL990-MODO-REENVIAR
011220         MOVE DL990-SEQUENCIA-X TO BLG-SEQUENCIA
011230         READ ENVIO-LOG-FILE
011240             INVALID KEY
011250                 DISPLAY 'ERRO AO RELER BOLLOG ' DL990-SEQUENCIA-X
011260                     ' - STATUS ' DL990-LOG-STATUS
011270                 MOVE 'N' TO DL990-SW-EXECUCAO
011280                 GO TO 4000-REGISTRAR-ENVIO-EXIT
011290         END-READ
011300         MOVE DL990-REENVIOS TO BLG-REENVIOS
011310         MOVE DL990-HOJE TO BLG-DATA-REENVIO
011320         GO TO 4000-GRAVAR-SITUACAO
011330     END-IF
011340     MOVE '000000' TO BLG-SEQUENCIA
011350     READ ENVIO-LOG-FILE
011360         INVALID KEY
011370             DISPLAY 'CONTROLE DO BOLLOG NAO ENCONTRADO - STATUS '
011380                 DL990-LOG-STATUS
011390             MOVE 'N' TO DL990-SW-EXECUCAO
011400             GO TO 4000-REGISTRAR-ENVIO-EXIT
011410     END-READ
011420     MOVE DL990-SEQUENCIA TO BLG-CTL-ULTIMA
011430     REWRITE BLG-CONTROLE
011440         INVALID KEY
011450             DISPLAY 'ERRO AO ATUALIZAR CONTROLE DO BOLLOG - '
011460                 'STATUS ' DL990-LOG-STATUS
011470             MOVE 'N' TO DL990-SW-EXECUCAO
011480             GO TO 4000-REGISTRAR-ENVIO-EXIT
011490     END-REWRITE
011500     MOVE SPACES TO BLG-REGISTRO
011510     MOVE DL990-SEQUENCIA-X TO BLG-SEQUENCIA
011520     MOVE DL990-TERMO-INICIO TO BLG-INICIO
011530     MOVE DL990-TERMO-FIM TO BLG-FIM
011540     MOVE DL990-HOJE TO BLG-DATA-CRIACAO
011550     MOVE DL990-HORA-HHMMSS TO BLG-HORA-CRIACAO
011560     MOVE 0 TO BLG-REENVIOS.
011570 4000-GRAVAR-SITUACAO.
011580     SET BLG-ENVIADA TO TRUE
011590     MOVE DL990-QTDE-DETALHES TO BLG-QTDE-DETALHES
011600     MOVE DL990-HASH-PONTOS TO BLG-HASH-PONTOS
011610     MOVE DL990-HASH-POSSIVEIS TO BLG-HASH-POSSIVEIS
011620     MOVE SPACES TO BLG-DATA-RETORNO BLG-MOTIVO
011630     IF DL990-MODO-REENVIAR
011640         REWRITE BLG-REGISTRO
011650             INVALID KEY
011660                 DISPLAY 'ERRO AO ATUALIZAR BOLLOG ' BLG-SEQUENCIA
011670                     ' - STATUS ' DL990-LOG-STATUS
011680                 MOVE 'N' TO DL990-SW-EXECUCAO
011690                 GO TO 4000-REGISTRAR-ENVIO-EXIT
011700         END-REWRITE
011710     ELSE
011720         WRITE BLG-REGISTRO
011730             INVALID KEY
011740                 DISPLAY 'SEQUENCIA ' BLG-SEQUENCIA
011750                     ' JA CONSTA DO BOLLOG - STATUS '
011760                     DL990-LOG-STATUS
011770                 MOVE 'N' TO DL990-SW-EXECUCAO
011780                 GO TO 4000-REGISTRAR-ENVIO-EXIT
011790         END-WRITE
011800     END-IF
011810     DISPLAY 'TABBOL: TRANSMISSAO ' DL990-SEQUENCIA-X
011820         ' GRAVADA EM BOLFILE - ' DL990-QTDE-DETALHES ' DETALHES'.
011830 4000-REGISTRAR-ENVIO-EXIT.
011840     EXIT.
011850
011860*----------------------------------------------------------------
011870*    6000-CONCILIAR: POST EVERY BOLACK RETURN AGAINST ITS LOGGED
011880*    TRANSMISSION, THEN LIST THE TRANSMISSIONS STILL WITHOUT AN
011890*    ACCEPTED RETURN AND ANY BREAK IN THE SEQUENCE NUMBERS. NO
011900*    BOLACK YET IS NOT AN ERROR - THE PENDING LIST IS STILL
011910*    PRINTED.
011920*----------------------------------------------------------------
011930 6000-CONCILIAR.
011940     OPEN INPUT RETORNO-FILE
011950     IF DL990-ACK-AUSENTE
011960         DISPLAY 'TABBOL: BOLACK AUSENTE - NENHUM RETORNO A '
011970             'CONCILIAR'
011980         WRITE REPORT-RECORD FROM DL990-REL-BRANCO
011990         MOVE 'BOLACK AUSENTE - NENHUM RETORNO' TO
012000             DL990-REL-MENSAGEM
012010         WRITE REPORT-RECORD FROM DL990-REL-MENSAGEM
012020         MOVE 4 TO RETURN-CODE
012030         GO TO 6000-LISTAR
012040     END-IF
012050     IF NOT DL990-ACK-OK
012060         DISPLAY 'ERRO AO ABRIR BOLACK - STATUS ' DL990-ACK-STATUS
012070         MOVE 'N' TO DL990-SW-EXECUCAO
012080         GO TO 6000-CONCILIAR-EXIT
012090     END-IF
012100     WRITE REPORT-RECORD FROM DL990-REL-BRANCO
012110     MOVE 'RETORNOS RECEBIDOS' TO DL990-REL-MENSAGEM
012120     WRITE REPORT-RECORD FROM DL990-REL-MENSAGEM
012130     WRITE REPORT-RECORD FROM DL990-REL-CAB-RETORNOS
012140     MOVE 'N' TO DL990-SW-RETORNO
012150     PERFORM 6100-PROCESSAR-RETORNO THRU
012160             6100-PROCESSAR-RETORNO-EXIT
012170         UNTIL DL990-FIM-RETORNO
012180     CLOSE RETORNO-FILE.
012190 6000-LISTAR.
012200     WRITE REPORT-RECORD FROM DL990-REL-BRANCO
012210     MOVE 'TRANSMISSOES SEM CONFIRMACAO' TO DL990-REL-MENSAGEM
012220     WRITE REPORT-RECORD FROM DL990-REL-MENSAGEM
012230     WRITE REPORT-RECORD FROM DL990-REL-CAB-PENDENCIAS
012240     MOVE 0 TO DL990-SEQ-ANTERIOR
012250     MOVE 'N' TO DL990-SW-LOG
012260     MOVE '000000' TO BLG-SEQUENCIA
012270     START ENVIO-LOG-FILE KEY > BLG-SEQUENCIA
012280         INVALID KEY
012290             SET DL990-FIM-LOG TO TRUE
012300     END-START
012310     PERFORM 6500-LISTAR-PENDENCIA THRU 6500-LISTAR-PENDENCIA-EXIT
012320         UNTIL DL990-FIM-LOG
012330     IF DL990-PEND-ENVIADAS = 0 AND DL990-PEND-REJEITADAS = 0 AND
012340             DL990-FALHAS-SEQUENCIA = 0
012350         MOVE 'NENHUMA - TODAS AS TRANSMISSOES FORAM ACEITAS' TO
012360             DL990-REL-MENSAGEM
012370         WRITE REPORT-RECORD FROM DL990-REL-MENSAGEM
012380     END-IF.
012390 6000-CONCILIAR-EXIT.
012400     EXIT.
012410
012420*----------------------------------------------------------------
012430*    6100-PROCESSAR-RETORNO: A RETURN FOR AN EARLIER SEND OF A
012440*    RESENT TRANSMISSION (LOWER RESEND COUNT) IS PASSED OVER. AN
012450*    ACCEPTANCE WHOSE TOTALS DO NOT MATCH THE LOG IS POSTED AS A
012460*    REJECTION SO THE TRANSMISSION GETS RESENT.
012470*----------------------------------------------------------------
012480 6100-PROCESSAR-RETORNO.
012490     READ RETORNO-FILE
012500         AT END
012510             SET DL990-FIM-RETORNO TO TRUE
012520             GO TO 6100-PROCESSAR-RETORNO-EXIT
012530     END-READ
012540     ADD 1 TO DL990-RET-LIDOS
012550     MOVE SPACES TO DL990-REL-RETORNO
012560     MOVE ACK-SEQUENCIA TO DL990-RRT-SEQUENCIA
012570     MOVE ACK-SITUACAO TO DL990-RRT-SITUACAO
012580     IF ACK-SEQUENCIA NOT NUMERIC OR ACK-SEQUENCIA = '000000' OR
012590             ACK-REENVIOS NOT NUMERIC OR
012600             NOT (ACK-ACEITA OR ACK-REJEITADA)
012610         MOVE 'REGISTRO DE RETORNO INVALIDO - IGNORADO' TO
012620             DL990-RRT-TEXTO
012630         WRITE REPORT-RECORD FROM DL990-REL-RETORNO
012640         ADD 1 TO DL990-RET-INVALIDOS
012650         GO TO 6100-PROCESSAR-RETORNO-EXIT
012660     END-IF
012670     MOVE ACK-SEQUENCIA TO BLG-SEQUENCIA
012680     READ ENVIO-LOG-FILE
012690         INVALID KEY
012700             MOVE 'SEQUENCIA NAO TRANSMITIDA POR ESTE SISTEMA' TO
012710                 DL990-RRT-TEXTO
012720             WRITE REPORT-RECORD FROM DL990-REL-RETORNO
012730             ADD 1 TO DL990-RET-DESCONHECIDAS
012740             GO TO 6100-PROCESSAR-RETORNO-EXIT
012750     END-READ
012760     IF ACK-REENVIOS < BLG-REENVIOS
012770         MOVE 'RETORNO DE ENVIO ANTERIOR AO REENVIO - IGNORADO' TO
012780             DL990-RRT-TEXTO
012790         WRITE REPORT-RECORD FROM DL990-REL-RETORNO
012800         ADD 1 TO DL990-RET-ANTERIORES
012810         GO TO 6100-PROCESSAR-RETORNO-EXIT
012820     END-IF
012830     IF BLG-ACEITA
012840         MOVE BLG-DATA-RETORNO TO DL990-DATA-ED-ENTRADA
012850         PERFORM 8900-EDITAR-DATA THRU 8900-EDITAR-DATA-EXIT
012860         STRING 'RETORNO REPETIDO - JA ACEITA EM ' DL990-DATA-ED
012870             DELIMITED BY SIZE INTO DL990-RRT-TEXTO
012880         WRITE REPORT-RECORD FROM DL990-REL-RETORNO
012890         ADD 1 TO DL990-RET-REPETIDAS
012900         GO TO 6100-PROCESSAR-RETORNO-EXIT
012910     END-IF
012920     IF ACK-DATA NUMERIC
012930         MOVE ACK-DATA TO BLG-DATA-RETORNO
012940     ELSE
012950         MOVE DL990-HOJE TO BLG-DATA-RETORNO
012960     END-IF
012970     IF ACK-REJEITADA
012980         SET BLG-REJEITADA TO TRUE
012990         MOVE ACK-MOTIVO TO BLG-MOTIVO
013000         STRING 'REJEITADA: ' ACK-MOTIVO
013010             DELIMITED BY SIZE INTO DL990-RRT-TEXTO
013020         ADD 1 TO DL990-RET-REJEITADAS
013030     ELSE
013040     IF ACK-QTDE-DETALHES = BLG-QTDE-DETALHES AND
013050             ACK-HASH-PONTOS = BLG-HASH-PONTOS
013060         SET BLG-ACEITA TO TRUE
013070         MOVE 'ACEITA - TOTAIS CONFEREM' TO BLG-MOTIVO
013080         MOVE 'ACEITA - TOTAIS CONFEREM' TO DL990-RRT-TEXTO
013090         ADD 1 TO DL990-RET-ACEITAS
013100     ELSE
013110         SET BLG-REJEITADA TO TRUE
013120         MOVE 'TOTAIS DO RETORNO NAO CONFEREM' TO BLG-MOTIVO
013130         MOVE 'ACEITA COM TOTAIS QUE NAO CONFEREM - REENVIAR' TO
013140             DL990-RRT-TEXTO
013150         ADD 1 TO DL990-RET-DIVERGENTES
013160     END-IF
013170     END-IF
013180     REWRITE BLG-REGISTRO
013190         INVALID KEY
013200             DISPLAY 'ERRO AO ATUALIZAR BOLLOG ' BLG-SEQUENCIA
013210                 ' - STATUS ' DL990-LOG-STATUS
013220             MOVE 'N' TO DL990-SW-EXECUCAO
013230             SET DL990-FIM-RETORNO TO TRUE
013240             GO TO 6100-PROCESSAR-RETORNO-EXIT
013250     END-REWRITE
013260     WRITE REPORT-RECORD FROM DL990-REL-RETORNO
013270     IF BLG-MOTIVO = 'TOTAIS DO RETORNO NAO CONFEREM'
013280         MOVE ACK-QTDE-DETALHES TO DL990-RTT-REC-QTDE
013290         MOVE ACK-HASH-PONTOS TO DL990-RTT-REC-HASH
013300         MOVE BLG-QTDE-DETALHES TO DL990-RTT-ENV-QTDE
013310         MOVE BLG-HASH-PONTOS TO DL990-RTT-ENV-HASH
013320         WRITE REPORT-RECORD FROM DL990-REL-TOTAIS-RET
013330     END-IF.
013340 6100-PROCESSAR-RETORNO-EXIT.
013350     EXIT.
013360
013370*----------------------------------------------------------------
013380*    6500-LISTAR-PENDENCIA: THE LOG IN SEQUENCE ORDER - EVERY
013390*    TRANSMISSION NOT ACCEPTED, AND A LINE FOR ANY SEQUENCE NUMBER
013400*    MISSING BETWEEN TWO LOGGED ONES.
013410*----------------------------------------------------------------
013420 6500-LISTAR-PENDENCIA.
013430     READ ENVIO-LOG-FILE NEXT
013440         AT END
013450             SET DL990-FIM-LOG TO TRUE
013460             GO TO 6500-LISTAR-PENDENCIA-EXIT
013470     END-READ
013480     IF BLG-SEQUENCIA NOT NUMERIC
013490         GO TO 6500-LISTAR-PENDENCIA-EXIT
013500     END-IF
013510     MOVE BLG-SEQUENCIA TO DL990-SEQ-LIDA
013520     IF DL990-SEQ-LIDA > DL990-SEQ-ANTERIOR + 1
013530         MOVE SPACES TO DL990-REL-MENSAGEM
013540         COMPUTE DL990-SEQ-ANTERIOR = DL990-SEQ-ANTERIOR + 1
013550         STRING 'FALTA NO BOLLOG A PARTIR DA SEQUENCIA '
013560             DL990-SEQ-ANTERIOR
013570             DELIMITED BY SIZE INTO DL990-REL-MENSAGEM
013580         WRITE REPORT-RECORD FROM DL990-REL-MENSAGEM
013590         ADD 1 TO DL990-FALHAS-SEQUENCIA
013600     END-IF
013610     MOVE DL990-SEQ-LIDA TO DL990-SEQ-ANTERIOR
013620     IF BLG-ACEITA
013630         GO TO 6500-LISTAR-PENDENCIA-EXIT
013640     END-IF
013650     MOVE SPACES TO DL990-REL-PENDENCIA
013660     MOVE BLG-SEQUENCIA TO DL990-PEN-SEQUENCIA
013670     MOVE BLG-INICIO TO DL990-DATA-ED-ENTRADA
013680     PERFORM 8900-EDITAR-DATA THRU 8900-EDITAR-DATA-EXIT
013690     MOVE DL990-DATA-ED TO DL990-PEN-INICIO
013700     MOVE BLG-FIM TO DL990-DATA-ED-ENTRADA
013710     PERFORM 8900-EDITAR-DATA THRU 8900-EDITAR-DATA-EXIT
013720     MOVE DL990-DATA-ED TO DL990-PEN-FIM
013730     IF BLG-REENVIOS > 0
013740         MOVE BLG-DATA-REENVIO TO DL990-DATA-ED-ENTRADA
013750     ELSE
013760         MOVE BLG-DATA-CRIACAO TO DL990-DATA-ED-ENTRADA
013770     END-IF
013780     PERFORM 8900-EDITAR-DATA THRU 8900-EDITAR-DATA-EXIT
013790     MOVE DL990-DATA-ED TO DL990-PEN-ENVIO
013800     IF BLG-REJEITADA
013810         MOVE 'REJEITADA - REENVIAR' TO DL990-PEN-TEXTO
013820         ADD 1 TO DL990-PEND-REJEITADAS
013830         WRITE REPORT-RECORD FROM DL990-REL-PENDENCIA
013840         MOVE SPACES TO DL990-REL-MENSAGEM
013850         MOVE BLG-MOTIVO TO DL990-REL-MENSAGEM(11:40)
013860         WRITE REPORT-RECORD FROM DL990-REL-MENSAGEM
013870     ELSE
013880         MOVE 'AGUARDANDO RETORNO' TO DL990-PEN-TEXTO
013890         ADD 1 TO DL990-PEND-ENVIADAS
013900         WRITE REPORT-RECORD FROM DL990-REL-PENDENCIA
013910     END-IF.
013920 6500-LISTAR-PENDENCIA-EXIT.
013930     EXIT.
013940
013950*----------------------------------------------------------------
013960*    8000-GRAVAR-TOTAIS: CONTROL TOTALS OF THE RUN. A REJECTED,
013970*    UNMATCHED OR UNKNOWN RETURN, A TRANSMISSION STILL TO RESEND
013980*    OR A BREAK IN THE SEQUENCE ENDS CONCILIAR WITH RC 4.
013990*----------------------------------------------------------------
014000 8000-GRAVAR-TOTAIS.
014010     WRITE REPORT-RECORD FROM DL990-REL-BRANCO
014020     IF DL990-MODO-CONCILIAR
014030         GO TO 8000-TOTAIS-CONCILIACAO
014040     END-IF
014050     MOVE 'SEQUENCIA DA TRANSMISSAO' TO DL990-REL-ROTULO
014060     MOVE DL990-SEQUENCIA TO DL990-REL-VALOR
014070     WRITE REPORT-RECORD FROM DL990-REL-LINHA
014080     MOVE 'ALUNOS LIDOS NO ROSTER' TO DL990-REL-ROTULO
014090     MOVE DL990-ALUNOS-LIDOS TO DL990-REL-VALOR
014100     WRITE REPORT-RECORD FROM DL990-REL-LINHA
014110     MOVE 'ALUNOS TRANSMITIDOS' TO DL990-REL-ROTULO
014120     MOVE DL990-ALUNOS-ENVIADOS TO DL990-REL-VALOR
014130     WRITE REPORT-RECORD FROM DL990-REL-LINHA
014140     MOVE 'FOLHAS NO PERIODO' TO DL990-REL-ROTULO
014150     MOVE DL990-FOLHAS-PERIODO TO DL990-REL-VALOR
014160     WRITE REPORT-RECORD FROM DL990-REL-LINHA
014170     MOVE 'FOLHAS FORA DO PERIODO' TO DL990-REL-ROTULO
014180     MOVE DL990-FOLHAS-FORA TO DL990-REL-VALOR
014190     WRITE REPORT-RECORD FROM DL990-REL-LINHA
014200     MOVE 'TABUADAS DOMINADAS' TO DL990-REL-ROTULO
014210     MOVE DL990-TOT-DOMINADAS TO DL990-REL-VALOR
014220     WRITE REPORT-RECORD FROM DL990-REL-LINHA
014230     MOVE 'TABUADAS COM DIFICULDADE' TO DL990-REL-ROTULO
014240     MOVE DL990-TOT-DIFICULDADE TO DL990-REL-VALOR
014250     WRITE REPORT-RECORD FROM DL990-REL-LINHA
014260     MOVE 'REGISTROS DE DETALHE' TO DL990-REL-ROTULO
014270     MOVE DL990-QTDE-DETALHES TO DL990-REL-VALOR
014280     WRITE REPORT-RECORD FROM DL990-REL-LINHA
014290     MOVE 'TOTAL DE CONTROLE - PONTOS' TO DL990-REL-ROTULO
014300     MOVE DL990-HASH-PONTOS TO DL990-REL-VALOR
014310     WRITE REPORT-RECORD FROM DL990-REL-LINHA
014320     MOVE 'TOTAL DE CONTROLE - POSSIVEIS' TO DL990-REL-ROTULO
014330     MOVE DL990-HASH-POSSIVEIS TO DL990-REL-VALOR
014340     WRITE REPORT-RECORD FROM DL990-REL-LINHA
014350     GO TO 8000-GRAVAR-TOTAIS-EXIT.
014360 8000-TOTAIS-CONCILIACAO.
014370     MOVE 'RETORNOS LIDOS' TO DL990-REL-ROTULO
014380     MOVE DL990-RET-LIDOS TO DL990-REL-VALOR
014390     WRITE REPORT-RECORD FROM DL990-REL-LINHA
014400     MOVE 'ACEITAS' TO DL990-REL-ROTULO
014410     MOVE DL990-RET-ACEITAS TO DL990-REL-VALOR
014420     WRITE REPORT-RECORD FROM DL990-REL-LINHA
014430     MOVE 'REJEITADAS' TO DL990-REL-ROTULO
014440     MOVE DL990-RET-REJEITADAS TO DL990-REL-VALOR
014450     WRITE REPORT-RECORD FROM DL990-REL-LINHA
014460     MOVE 'TOTAIS QUE NAO CONFEREM' TO DL990-REL-ROTULO
014470     MOVE DL990-RET-DIVERGENTES TO DL990-REL-VALOR
014480     WRITE REPORT-RECORD FROM DL990-REL-LINHA
014490     MOVE 'SEQUENCIAS DESCONHECIDAS' TO DL990-REL-ROTULO
014500     MOVE DL990-RET-DESCONHECIDAS TO DL990-REL-VALOR
014510     WRITE REPORT-RECORD FROM DL990-REL-LINHA
014520     MOVE 'RETORNOS REPETIDOS' TO DL990-REL-ROTULO
014530     MOVE DL990-RET-REPETIDAS TO DL990-REL-VALOR
014540     WRITE REPORT-RECORD FROM DL990-REL-LINHA
014550     MOVE 'RETORNOS DE ENVIO ANTERIOR' TO DL990-REL-ROTULO
014560     MOVE DL990-RET-ANTERIORES TO DL990-REL-VALOR
014570     WRITE REPORT-RECORD FROM DL990-REL-LINHA
014580     MOVE 'REGISTROS INVALIDOS' TO DL990-REL-ROTULO
014590     MOVE DL990-RET-INVALIDOS TO DL990-REL-VALOR
014600     WRITE REPORT-RECORD FROM DL990-REL-LINHA
014610     MOVE 'AGUARDANDO RETORNO' TO DL990-REL-ROTULO
014620     MOVE DL990-PEND-ENVIADAS TO DL990-REL-VALOR
014630     WRITE REPORT-RECORD FROM DL990-REL-LINHA
014640     MOVE 'A REENVIAR' TO DL990-REL-ROTULO
014650     MOVE DL990-PEND-REJEITADAS TO DL990-REL-VALOR
014660     WRITE REPORT-RECORD FROM DL990-REL-LINHA
014670     MOVE 'FALHAS NA SEQUENCIA' TO DL990-REL-ROTULO
014680     MOVE DL990-FALHAS-SEQUENCIA TO DL990-REL-VALOR
014690     WRITE REPORT-RECORD FROM DL990-REL-LINHA
014700     DISPLAY 'TABBOL: ' DL990-RET-LIDOS ' RETORNOS, '
014710         DL990-RET-ACEITAS ' ACEITAS, ' DL990-PEND-REJEITADAS
014720         ' A REENVIAR, ' DL990-PEND-ENVIADAS ' AGUARDANDO RETORNO'
014730     IF DL990-PEND-REJEITADAS > 0 OR DL990-RET-INVALIDOS > 0 OR
014740             DL990-RET-DESCONHECIDAS > 0 OR
014750             DL990-FALHAS-SEQUENCIA > 0
014760         IF RETURN-CODE < 4
014770             MOVE 4 TO RETURN-CODE
014780         END-IF
014790     END-IF.
014800 8000-GRAVAR-TOTAIS-EXIT.
014810     EXIT.
014820
014830*----------------------------------------------------------------
014840*    8900-EDITAR-DATA: AAAAMMDD TO DD/MM/AAAA FOR PRINTING.
014850*----------------------------------------------------------------
014860 8900-EDITAR-DATA.
014870     MOVE SPACES TO DL990-DATA-ED
014880     IF DL990-DATA-ED-ENTRADA = SPACES
014890         GO TO 8900-EDITAR-DATA-EXIT
014900     END-IF
014910     STRING DL990-DED-DD '/' DL990-DED-MM '/' DL990-DED-AAAA
014920         DELIMITED BY SIZE INTO DL990-DATA-ED.
014930 8900-EDITAR-DATA-EXIT.
014940     EXIT.
014950
014960 9999-ENCERRAR.
014970     IF DL990-LOG-ABERTO
014980         CLOSE ENVIO-LOG-FILE
014990     END-IF
015000     IF DL990-REL-ABERTO
015010         CLOSE REPORT-FILE
015020     END-IF.
015030 9999-ENCERRAR-EXIT.
015040     EXIT.
