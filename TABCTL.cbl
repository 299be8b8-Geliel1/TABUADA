000100******************************************************************
000110* Author:GELIEL GUSTAVO DE SOUZA SILVA.
000120* Date:08/10/2026
000130******************************************************************
000140* MODIFICATION HISTORY
000150* DATE       INIT DESCRIPTION
000160* 08/10/2026 GGS  ORIGINAL PROGRAM. MORNING STATUS OF THE NIGHT'S
000170*                 JOB STREAM FROM THE RUNCTL RUN-CONTROL LEDGER
000180*                 THAT TABOADA (BATCH), TABCHK, TABUTL, TABFAT,
000190*                 TABSUM AND TABHKP FILE THEIR RUNS ON. FOR ONE
000200*                 BUSINESS DATE (DD/MM/AAAA ON THE PARM, DEFAULT
000210*                 THE LATEST DATE WITH A TABOADA BATCH RUN) EVERY
000220*                 RUN IS LISTED IN STREAM ORDER WITH ITS START,
000230*                 END, RETURN CODE, COUNTS AND ANY REFUSAL REASON.
000240*                 THE LATEST RUN OF EACH STEP THAT IS STILL
000250*                 RUNNING, FAILED, WAS REFUSED OR CANCELLED - AND
000260*                 A MISSING TABOADA BATCH OR TABCHK - IS A
000270*                 PENDENCY; ANY PENDENCY ENDS THE JOB WITH
000280*                 RETURN-CODE 4. PARM CANCELAR,DD/MM/AAAA,PROGRAMA
000290*                 [,ETAPA] CLOSES THE RUNS OF A JOB THAT DIED
000300*                 WITHOUT ENDING (STILL MARKED RUNNING) AS
000310*                 CANCELLED, RC 16, SO THE JOBS IT HOLDS CAN GO.
000320******************************************************************
000330 IDENTIFICATION DIVISION.
000340*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
000350 PROGRAM-ID. TABCTL.
000360 ENVIRONMENT DIVISION.
000370*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
000380 CONFIGURATION SECTION.
000390     SPECIAL-NAMES.
000400         DECIMAL-POINT IS COMMA.
000410*-----------------------
000420 INPUT-OUTPUT SECTION.
000430 FILE-CONTROL.
000440     SELECT CONTROLE-FILE ASSIGN TO 'RUNCTL'
000450         ORGANIZATION IS INDEXED
000460         ACCESS MODE IS DYNAMIC
000470         RECORD KEY IS CTL-CHAVE
000480         FILE STATUS IS DL960-CTL-STATUS.
000490     SELECT REPORT-FILE ASSIGN TO 'CTLRPT'
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS DL960-REL-STATUS.
000520*-----------------------
000530 DATA DIVISION.
000540*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
000550 FILE SECTION.
000560*-----------------------
000570*----------------------------------------------------------------
000580*    RUNCTL RUN-CONTROL LEDGER - SAME LAYOUT AS IN THE JOBS THAT
000590*    FILE THEIR RUNS ON IT.
000600*----------------------------------------------------------------
000610 FD  CONTROLE-FILE.
000620 01  CTL-REGISTRO.
000630     05  CTL-CHAVE.
000640         10  CTL-DATA-NEGOCIO     PIC X(08).
000650         10  CTL-PROGRAMA         PIC X(08).
000660         10  CTL-ETAPA            PIC X(15).
000670         10  CTL-EXECUCAO         PIC 9(03).
000680     05  CTL-SITUACAO             PIC X(01).
000690         88  CTL-EM-EXECUCAO      VALUE 'I'.
000700         88  CTL-TERMINADO        VALUE 'F'.
000710         88  CTL-RECUSADO         VALUE 'R'.
000720         88  CTL-CANCELADO        VALUE 'C'.
000730     05  CTL-INICIO-DATA          PIC X(08).
000740     05  CTL-INICIO-HORA          PIC X(06).
000750     05  CTL-FIM-DATA             PIC X(08).
000760     05  CTL-FIM-HORA             PIC X(06).
000770     05  CTL-RC                   PIC 9(04).
000780     05  CTL-CONTAGENS.
000790         10  CTL-CONTAGEM OCCURS 3 TIMES.
000800             15  CTL-CNT-ROTULO   PIC X(10).
000810             15  CTL-CNT-VALOR    PIC 9(07).
000820     05  CTL-MENSAGEM             PIC X(50).
000830     05  FILLER                   PIC X(12).
000840
000850 FD  REPORT-FILE.
000860 01  REPORT-RECORD                PIC X(80).
000870
000880 WORKING-STORAGE SECTION.
000890*----------------------------------------------------------------
000900*    FILE STATUS AND RUN CONTROLS
000910*----------------------------------------------------------------
000920 01  DL960-CTL-STATUS             PIC X(02).
000930     88  DL960-CTL-OK             VALUE '00'.
000940     88  DL960-CTL-AUSENTE        VALUE '35'.
000950 01  DL960-REL-STATUS             PIC X(02).
000960     88  DL960-REL-OK             VALUE '00'.
000970
000980 01  DL960-SW-ABERTOS             PIC X(01) VALUE 'N'.
000990     88  DL960-ARQUIVOS-ABERTOS   VALUE 'S'.
001000 01  DL960-SW-CTL-FIM             PIC X(01) VALUE 'N'.
001010     88  DL960-FIM-RUNCTL         VALUE 'S'.
001020 01  DL960-SW-CANCELAR            PIC X(01) VALUE 'N'.
001030     88  DL960-MODO-CANCELAR      VALUE 'S'.
001040 01  DL960-SW-GUARDADA            PIC X(01) VALUE 'N'.
001050     88  DL960-ENTRADA-GUARDADA   VALUE 'S'.
001060 01  DL960-SW-ULTIMA              PIC X(01) VALUE 'N'.
001070     88  DL960-ULTIMA-DA-ETAPA    VALUE 'S'.
001080 01  DL960-SW-PENDENTE            PIC X(01) VALUE 'N'.
001090     88  DL960-ENTRADA-PENDENTE   VALUE 'S'.
001100
001110*----------------------------------------------------------------
001120*    PARM - DD/MM/AAAA, OR CANCELAR,DD/MM/AAAA,PROGRAMA[,ETAPA].
001130*----------------------------------------------------------------
001140 01  DL960-PARM-EXECUCAO          PIC X(60).
001150 01  DL960-PARM-FUNCAO            PIC X(08).
001160 01  DL960-PARM-PROGRAMA          PIC X(08).
001170 01  DL960-PARM-ETAPA             PIC X(15).
001180 01  DL960-DATA-ENTRADA           PIC X(10).
001190 01  DL960-DATA-ENTRADA-RED REDEFINES DL960-DATA-ENTRADA.
001200     05  DL960-ENT-DD             PIC X(02).
001210     05  DL960-ENT-BARRA1         PIC X(01).
001220     05  DL960-ENT-MM             PIC X(02).
001230     05  DL960-ENT-BARRA2         PIC X(01).
001240     05  DL960-ENT-AAAA           PIC X(04).
001250
001260*----------------------------------------------------------------
001270*    BUSINESS DATE REPORTED (AAAAMMDD) AND THE EMISSION STAMP.
001280*----------------------------------------------------------------
001290 01  DL960-DATA-NEGOCIO           PIC 9(08) VALUE 0.
001300 01  DL960-DATA-NEGOCIO-RED REDEFINES DL960-DATA-NEGOCIO.
001310     05  DL960-NEG-AAAA           PIC 9(04).
001320     05  DL960-NEG-MM             PIC 9(02).
001330     05  DL960-NEG-DD             PIC 9(02).
001340 01  DL960-DATA-NEGOCIO-X REDEFINES DL960-DATA-NEGOCIO
001350                                  PIC X(08).
001360 01  DL960-DATA-NEGOCIO-ED        PIC X(10).
001370 01  DL960-DATA-LOTE              PIC X(08) VALUE SPACES.
001380 01  DL960-DATA-QUALQUER          PIC X(08) VALUE SPACES.
001390 01  DL960-HOJE                   PIC 9(08).
001400 01  DL960-HOJE-RED REDEFINES DL960-HOJE.
001410     05  DL960-HOJE-AAAA          PIC 9(04).
001420     05  DL960-HOJE-MM            PIC 9(02).
001430     05  DL960-HOJE-DD            PIC 9(02).
001440 01  DL960-HORA                   PIC 9(08).
001450 01  DL960-HORA-RED REDEFINES DL960-HORA.
001460     05  DL960-HORA-HH            PIC 9(02).
001470     05  DL960-HORA-MI            PIC 9(02).
001480     05  FILLER                   PIC 9(04).
001490
001500*----------------------------------------------------------------
001510*    THE STREAM IN RUNNING ORDER. THE TABOADA BATCH AND TABCHK
001520*    RUN EVERY NIGHT - A DATE WITHOUT THEM IS A PENDENCY; THE
001530*    OTHERS RUN ON DEMAND OR AT MONTH END.
001540*----------------------------------------------------------------
001550 01  DL960-CADEIA                 PIC X(54) VALUE
001560     'TABOADA STABCHK  STABUTL  NTABFAT  NTABSUM  NTABHKP  N'.
001570 01  DL960-CADEIA-RED REDEFINES DL960-CADEIA.
001580     05  DL960-PRG-ITEM OCCURS 6 TIMES.
001590         10  DL960-PRG-NOME       PIC X(08).
001600         10  DL960-PRG-DIARIO     PIC X(01).
001610 77  DL960-PRG-IDX                PIC 9(02) COMP VALUE 0.
001620 77  DL960-PRG-ENTRADAS           PIC 9(05) COMP VALUE 0.
001630 77  DL960-CNT-IDX                PIC 9(02) COMP VALUE 0.
001640 77  DL960-EXECUCOES              PIC 9(05) COMP VALUE 0.
001650 77  DL960-PENDENCIAS             PIC 9(05) COMP VALUE 0.
001660 77  DL960-AVISOS                 PIC 9(05) COMP VALUE 0.
001670 77  DL960-CANCELADAS             PIC 9(05) COMP VALUE 0.
001680
001690*----------------------------------------------------------------
001700*    THE ENTRY READ BEFORE THE CURRENT ONE - IT IS PRINTED ONCE
001710*    THE NEXT READ SHOWS WHETHER IT WAS ITS STEP'S LATEST RUN.
001720*----------------------------------------------------------------
001730 01  DL960-ANTERIOR.
001740     05  DL960-ANT-CHAVE.
001750         10  DL960-ANT-DATA       PIC X(08).
001760         10  DL960-ANT-PROGRAMA   PIC X(08).
001770         10  DL960-ANT-ETAPA      PIC X(15).
001780         10  DL960-ANT-EXECUCAO   PIC 9(03).
001790     05  DL960-ANT-SITUACAO       PIC X(01).
001800     05  DL960-ANT-INICIO-DATA    PIC X(08).
001810     05  DL960-ANT-INICIO-HORA    PIC X(06).
001820     05  DL960-ANT-FIM-DATA       PIC X(08).
001830     05  DL960-ANT-FIM-HORA       PIC X(06).
001840     05  DL960-ANT-RC             PIC 9(04).
001850     05  DL960-ANT-CONTAGENS.
001860         10  DL960-ANT-CONTAGEM OCCURS 3 TIMES.
001870             15  DL960-ANT-ROTULO PIC X(10).
001880             15  DL960-ANT-VALOR  PIC 9(07).
001890     05  DL960-ANT-MENSAGEM       PIC X(50).
001900     05  FILLER                   PIC X(12).
001910
001920*----------------------------------------------------------------
001930*    REPORT LINES
001940*----------------------------------------------------------------
001950 01  DL960-REL-CAB-01             PIC X(80) VALUE
001960     '*** TABOADA - SITUACAO DA CADEIA NOTURNA ***'.
001970 01  DL960-REL-CAB-02.
001980     05  FILLER                   PIC X(17) VALUE
001990         'DATA DE NEGOCIO: '.
002000     05  DL960-CAB-DATA           PIC X(10).
002010     05  FILLER                   PIC X(16) VALUE
002020         '    EMITIDO EM: '.
002030     05  DL960-CAB-EMISSAO        PIC X(10).
002040     05  FILLER                   PIC X(04) VALUE ' AS '.
002050     05  DL960-CAB-HH             PIC 9(02).
002060     05  FILLER                   PIC X(01) VALUE ':'.
002070     05  DL960-CAB-MI             PIC 9(02).
002080     05  FILLER                   PIC X(18) VALUE SPACES.
002090 01  DL960-REL-CAB-COL.
002100     05  FILLER                   PIC X(30) VALUE
002110         'PROGRAMA ETAPA            EXEC'.
002120     05  FILLER                   PIC X(42) VALUE
002130         '  SITUACAO       INICIO    FIM         RC'.
002140     05  FILLER                   PIC X(08) VALUE SPACES.
002150 01  DL960-REL-DETALHE.
002160     05  DL960-DET-PROGRAMA       PIC X(08).
002170     05  FILLER                   PIC X(01) VALUE SPACES.
002180     05  DL960-DET-ETAPA          PIC X(15).
002190     05  FILLER                   PIC X(03) VALUE SPACES.
002200     05  DL960-DET-EXECUCAO       PIC ZZ9.
002210     05  FILLER                   PIC X(02) VALUE SPACES.
002220     05  DL960-DET-SITUACAO       PIC X(14).
002230     05  FILLER                   PIC X(01) VALUE SPACES.
002240     05  DL960-DET-INICIO         PIC X(08).
002250     05  FILLER                   PIC X(02) VALUE SPACES.
002260     05  DL960-DET-FIM            PIC X(08).
002270     05  FILLER                   PIC X(02) VALUE SPACES.
002280     05  DL960-DET-RC             PIC ZZZ9.
002290     05  FILLER                   PIC X(01) VALUE SPACES.
002300     05  DL960-DET-OBS            PIC X(08).
002310 01  DL960-REL-CONTAGENS.
002320     05  FILLER                   PIC X(09) VALUE SPACES.
002330     05  DL960-REL-CNT OCCURS 3 TIMES.
002340         10  DL960-CNT-ROTULO     PIC X(10).
002350         10  FILLER               PIC X(01).
002360         10  DL960-CNT-VALOR      PIC ZZZZZZ9.
002370         10  FILLER               PIC X(03).
002380     05  FILLER                   PIC X(08) VALUE SPACES.
002390 01  DL960-REL-MOTIVO.
002400     05  FILLER                   PIC X(09) VALUE SPACES.
002410     05  FILLER                   PIC X(08) VALUE 'MOTIVO: '.
002420     05  DL960-MOT-TEXTO          PIC X(50).
002430     05  FILLER                   PIC X(13) VALUE SPACES.
002440 01  DL960-REL-TOTAL.
002450     05  DL960-TOT-ROTULO         PIC X(36).
002460     05  DL960-TOT-VALOR          PIC ZZZZZZ9.
002470     05  FILLER                   PIC X(37) VALUE SPACES.
002480 01  DL960-REL-RESULTADO          PIC X(80).
002490 01  DL960-REL-VAZIO              PIC X(80) VALUE
002500     'NENHUMA EXECUCAO REGISTRADA NO RUNCTL'.
002510 01  DL960-REL-BRANCO             PIC X(80) VALUE SPACES.
002520
002530*-----------------------
002540 PROCEDURE DIVISION.
002550*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
002560 0000-MAINLINE.
002570     PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT
002580     IF DL960-ARQUIVOS-ABERTOS
002590         IF DL960-MODO-CANCELAR
002600             PERFORM 2000-CANCELAR-EXECUCAO THRU
002610                     2000-CANCELAR-EXECUCAO-EXIT
002620         END-IF
002630         IF DL960-DATA-NEGOCIO = 0
002640             PERFORM 2500-LOCALIZAR-DATA THRU
002650                     2500-LOCALIZAR-DATA-EXIT
002660         END-IF
002670         PERFORM 3000-IMPRIMIR-SITUACAO THRU
002680                 3000-IMPRIMIR-SITUACAO-EXIT
002690     END-IF
002700     PERFORM 9999-ENCERRAR THRU 9999-ENCERRAR-EXIT
002710     STOP RUN.
002720
002730*----------------------------------------------------------------
002740*    1000-INICIALIZAR: READ THE PARM - A BUSINESS DATE, OR THE
002750*    CANCELAR REQUEST WITH ITS DATE, PROGRAM AND OPTIONAL STEP -
002760*    AND OPEN THE LEDGER (I-O ONLY TO CANCEL) AND THE REPORT.
002770*----------------------------------------------------------------
002780 1000-INICIALIZAR.
002790     ACCEPT DL960-HOJE FROM DATE YYYYMMDD
002800     ACCEPT DL960-HORA FROM TIME
002810     ACCEPT DL960-PARM-EXECUCAO FROM COMMAND-LINE
002820     MOVE SPACES TO DL960-PARM-FUNCAO DL960-DATA-ENTRADA
002830         DL960-PARM-PROGRAMA DL960-PARM-ETAPA
002840     IF DL960-PARM-EXECUCAO(1:9) = 'CANCELAR,'
002850         UNSTRING DL960-PARM-EXECUCAO DELIMITED BY ','
002860             INTO DL960-PARM-FUNCAO DL960-DATA-ENTRADA
002870                  DL960-PARM-PROGRAMA DL960-PARM-ETAPA
002880         END-UNSTRING
002890         MOVE 'S' TO DL960-SW-CANCELAR
002900         IF DL960-DATA-ENTRADA = SPACES OR
002910                 DL960-PARM-PROGRAMA = SPACES
002920             DISPLAY 'TABCTL: USE CANCELAR,DD/MM/AAAA,PROGRAMA'
002930                 '[,ETAPA]'
002940             MOVE 8 TO RETURN-CODE
002950             GO TO 1000-INICIALIZAR-EXIT
002960         END-IF
002970     ELSE
002980         MOVE DL960-PARM-EXECUCAO(1:10) TO DL960-DATA-ENTRADA
002990     END-IF
003000     IF DL960-DATA-ENTRADA NOT = SPACES
003010         IF DL960-ENT-DD NOT NUMERIC OR
003020                 DL960-ENT-MM NOT NUMERIC OR
003030                 DL960-ENT-AAAA NOT NUMERIC OR
003040                 DL960-ENT-BARRA1 NOT = '/' OR
003050                 DL960-ENT-BARRA2 NOT = '/'
003060             DISPLAY 'TABCTL: DATA INVALIDA NO PARM - USE '
003070                 'DD/MM/AAAA'
003080             MOVE 8 TO RETURN-CODE
003090             GO TO 1000-INICIALIZAR-EXIT
003100         END-IF
003110         MOVE DL960-ENT-AAAA TO DL960-NEG-AAAA
003120         MOVE DL960-ENT-MM TO DL960-NEG-MM
003130         MOVE DL960-ENT-DD TO DL960-NEG-DD
003140     END-IF
003150     IF DL960-MODO-CANCELAR
003160         OPEN I-O CONTROLE-FILE
003170     ELSE
003180         OPEN INPUT CONTROLE-FILE
003190     END-IF
003200     IF NOT DL960-CTL-OK
003210         IF DL960-CTL-AUSENTE
003220             DISPLAY 'TABCTL: RUNCTL AINDA NAO EXISTE - NENHUMA '
003230                 'EXECUCAO REGISTRADA'
003240         ELSE
003250             DISPLAY 'ERRO AO ABRIR RUNCTL - STATUS '
003260                 DL960-CTL-STATUS
003270         END-IF
003280         MOVE 8 TO RETURN-CODE
003290         GO TO 1000-INICIALIZAR-EXIT
003300     END-IF
003310     OPEN OUTPUT REPORT-FILE
003320     IF NOT DL960-REL-OK
003330         DISPLAY 'ERRO AO ABRIR CTLRPT - STATUS '
003340             DL960-REL-STATUS
003350         CLOSE CONTROLE-FILE
003360         MOVE 8 TO RETURN-CODE
003370         GO TO 1000-INICIALIZAR-EXIT
003380     END-IF
003390     SET DL960-ARQUIVOS-ABERTOS TO TRUE.
003400 1000-INICIALIZAR-EXIT.
003410     EXIT.
003420
003430*----------------------------------------------------------------
003440*    2000-CANCELAR-EXECUCAO: A JOB THAT DIED WITHOUT ENDING STAYS
003450*    MARKED RUNNING AND HOLDS EVERY JOB THAT DEPENDS ON IT. ONCE
003460*    THE OPERATOR HAS CONFIRMED IT IS GONE, ITS OPEN RUNS FOR THE
003470*    DATE (ONLY THE STEP GIVEN, IF ANY) ARE CLOSED AS CANCELLED
003480*    WITH RC 16. THE STATUS REPORT FOR THE DATE FOLLOWS.
003490*----------------------------------------------------------------
003500 2000-CANCELAR-EXECUCAO.
003510     MOVE DL960-DATA-NEGOCIO-X TO CTL-DATA-NEGOCIO
003520     MOVE DL960-PARM-PROGRAMA TO CTL-PROGRAMA
003530     MOVE LOW-VALUES TO CTL-ETAPA
003540     MOVE 0 TO CTL-EXECUCAO
003550     MOVE 'N' TO DL960-SW-CTL-FIM
003560     START CONTROLE-FILE KEY NOT < CTL-CHAVE
003570         INVALID KEY
003580             SET DL960-FIM-RUNCTL TO TRUE
003590     END-START
003600     PERFORM 2100-CANCELAR-ENTRADA THRU 2100-CANCELAR-ENTRADA-EXIT
003610         UNTIL DL960-FIM-RUNCTL
003620     IF DL960-CANCELADAS = 0
003630         DISPLAY 'TABCTL: NENHUMA EXECUCAO EM ABERTO DE '
003640             DL960-PARM-PROGRAMA ' ' DL960-PARM-ETAPA ' EM '
003650             DL960-DATA-ENTRADA
003660         MOVE 4 TO RETURN-CODE
003670     END-IF.
003680 2000-CANCELAR-EXECUCAO-EXIT.
003690     EXIT.
003700
003710 2100-CANCELAR-ENTRADA.
003720     READ CONTROLE-FILE NEXT
003730         AT END
003740             SET DL960-FIM-RUNCTL TO TRUE
003750             GO TO 2100-CANCELAR-ENTRADA-EXIT
003760     END-READ
003770     IF CTL-DATA-NEGOCIO NOT = DL960-DATA-NEGOCIO-X OR
003780             CTL-PROGRAMA NOT = DL960-PARM-PROGRAMA
003790         SET DL960-FIM-RUNCTL TO TRUE
003800         GO TO 2100-CANCELAR-ENTRADA-EXIT
003810     END-IF
003820     IF DL960-PARM-ETAPA NOT = SPACES AND
003830             CTL-ETAPA NOT = DL960-PARM-ETAPA
003840         GO TO 2100-CANCELAR-ENTRADA-EXIT
003850     END-IF
003860     IF NOT CTL-EM-EXECUCAO
003870         GO TO 2100-CANCELAR-ENTRADA-EXIT
003880     END-IF
003890     SET CTL-CANCELADO TO TRUE
003900     MOVE DL960-HOJE TO CTL-FIM-DATA
003910     MOVE DL960-HORA(1:6) TO CTL-FIM-HORA
003920     MOVE 16 TO CTL-RC
003930     MOVE 'EXECUCAO INTERROMPIDA - CANCELADA NO TABCTL'
003940         TO CTL-MENSAGEM
003950     REWRITE CTL-REGISTRO
003960         INVALID KEY
003970             DISPLAY 'ERRO AO REGRAVAR RUNCTL - STATUS '
003980                 DL960-CTL-STATUS
003990             MOVE 8 TO RETURN-CODE
004000         NOT INVALID KEY
004010             ADD 1 TO DL960-CANCELADAS
004020             DISPLAY 'TABCTL: CANCELADA ' CTL-PROGRAMA ' '
004030                 CTL-ETAPA ' EXECUCAO ' CTL-EXECUCAO
004040     END-REWRITE.
004050 2100-CANCELAR-ENTRADA-EXIT.
004060     EXIT.
004070
004080*----------------------------------------------------------------
004090*    2500-LOCALIZAR-DATA: NO DATE ON THE PARM - REPORT THE LATEST
004100*    DATE WITH A TABOADA BATCH RUN, OR FAILING THAT THE LATEST
004110*    DATE ON THE LEDGER. THE KEY LEADS WITH THE DATE, SO THE LAST
004120*    ONE READ IS THE LATEST.
004130*----------------------------------------------------------------
004140 2500-LOCALIZAR-DATA.
004150     MOVE LOW-VALUES TO CTL-CHAVE
004160     MOVE 'N' TO DL960-SW-CTL-FIM
004170     START CONTROLE-FILE KEY NOT < CTL-CHAVE
004180         INVALID KEY
004190             SET DL960-FIM-RUNCTL TO TRUE
004200     END-START
004210     PERFORM 2600-LER-DATA THRU 2600-LER-DATA-EXIT
004220         UNTIL DL960-FIM-RUNCTL
004230     IF DL960-DATA-LOTE NOT = SPACES
004240         MOVE DL960-DATA-LOTE TO DL960-DATA-NEGOCIO-X
004250     ELSE
004260     IF DL960-DATA-QUALQUER NOT = SPACES
004270         MOVE DL960-DATA-QUALQUER TO DL960-DATA-NEGOCIO-X
004280     END-IF
004290     END-IF.
004300 2500-LOCALIZAR-DATA-EXIT.
004310     EXIT.
004320
004330 2600-LER-DATA.
004340     READ CONTROLE-FILE NEXT
004350         AT END
004360             SET DL960-FIM-RUNCTL TO TRUE
004370             GO TO 2600-LER-DATA-EXIT
004380     END-READ
004390     MOVE CTL-DATA-NEGOCIO TO DL960-DATA-QUALQUER
004400     IF CTL-PROGRAMA = 'TABOADA' AND CTL-ETAPA = 'LOTE'
004410         MOVE CTL-DATA-NEGOCIO TO DL960-DATA-LOTE
004420     END-IF.
004430 2600-LER-DATA-EXIT.
004440     EXIT.
004450
004460*----------------------------------------------------------------
004470*    3000-IMPRIMIR-SITUACAO: HEADINGS, THEN EACH PROGRAM OF THE
004480*    STREAM IN RUNNING ORDER, THEN THE TOTALS AND THE VERDICT.
004490*----------------------------------------------------------------
004500 3000-IMPRIMIR-SITUACAO.
004510     MOVE SPACES TO DL960-DATA-NEGOCIO-ED DL960-CAB-EMISSAO
004520     IF DL960-DATA-NEGOCIO NOT = 0
004530         STRING DL960-NEG-DD '/' DL960-NEG-MM '/' DL960-NEG-AAAA
004540             DELIMITED BY SIZE INTO DL960-DATA-NEGOCIO-ED
004550     END-IF
004560     STRING DL960-HOJE-DD '/' DL960-HOJE-MM '/' DL960-HOJE-AAAA
004570         DELIMITED BY SIZE INTO DL960-CAB-EMISSAO
004580     MOVE DL960-DATA-NEGOCIO-ED TO DL960-CAB-DATA
004590     MOVE DL960-HORA-HH TO DL960-CAB-HH
004600     MOVE DL960-HORA-MI TO DL960-CAB-MI
004610     WRITE REPORT-RECORD FROM DL960-REL-CAB-01
004620     WRITE REPORT-RECORD FROM DL960-REL-CAB-02
004630     WRITE REPORT-RECORD FROM DL960-REL-BRANCO
004640     IF DL960-DATA-NEGOCIO = 0
004650         WRITE REPORT-RECORD FROM DL960-REL-VAZIO
004660         DISPLAY 'TABCTL: NENHUMA EXECUCAO REGISTRADA NO RUNCTL'
004670         IF RETURN-CODE < 4
004680             MOVE 4 TO RETURN-CODE
004690         END-IF
004700         GO TO 3000-IMPRIMIR-SITUACAO-EXIT
004710     END-IF
004720     WRITE REPORT-RECORD FROM DL960-REL-CAB-COL
004730     PERFORM 3100-IMPRIMIR-PROGRAMA THRU
004740             3100-IMPRIMIR-PROGRAMA-EXIT
004750         VARYING DL960-PRG-IDX FROM 1 BY 1
004760         UNTIL DL960-PRG-IDX > 6
004770     WRITE REPORT-RECORD FROM DL960-REL-BRANCO
004780     MOVE 'EXECUCOES REGISTRADAS NA DATA' TO DL960-TOT-ROTULO
004790     MOVE DL960-EXECUCOES TO DL960-TOT-VALOR
004800     WRITE REPORT-RECORD FROM DL960-REL-TOTAL
004810     MOVE 'PENDENCIAS' TO DL960-TOT-ROTULO
004820     MOVE DL960-PENDENCIAS TO DL960-TOT-VALOR
004830     WRITE REPORT-RECORD FROM DL960-REL-TOTAL
004840     MOVE 'CONCLUIDAS COM AVISO (RC 4)' TO DL960-TOT-ROTULO
004850     MOVE DL960-AVISOS TO DL960-TOT-VALOR
004860     WRITE REPORT-RECORD FROM DL960-REL-TOTAL
004870     WRITE REPORT-RECORD FROM DL960-REL-BRANCO
004880     IF DL960-PENDENCIAS = 0
004890         MOVE 'RESULTADO: CADEIA SEM PENDENCIAS'
004900             TO DL960-REL-RESULTADO
004910     ELSE
004920         MOVE 'RESULTADO: CADEIA COM PENDENCIAS - VER ACIMA'
004930             TO DL960-REL-RESULTADO
004940         IF RETURN-CODE < 4
004950             MOVE 4 TO RETURN-CODE
004960         END-IF
004970     END-IF
004980     WRITE REPORT-RECORD FROM DL960-REL-RESULTADO.
004990 3000-IMPRIMIR-SITUACAO-EXIT.
005000     EXIT.
005010
005020*----------------------------------------------------------------
005030*    3100-IMPRIMIR-PROGRAMA: EVERY RUN OF ONE PROGRAM FOR THE DATE
005040*    IN KEY ORDER (STEP, THEN RUN NUMBER). EACH ENTRY IS HELD
005050*    UNTIL THE NEXT ONE IS READ SO A RUN SUPERSEDED BY A LATER
005060*    RUN OF THE SAME STEP IS SHOWN BUT NOT COUNTED AGAINST THE
005070*    STREAM.
005080*----------------------------------------------------------------
005090 3100-IMPRIMIR-PROGRAMA.
005100     MOVE 0 TO DL960-PRG-ENTRADAS
005110     MOVE 'N' TO DL960-SW-GUARDADA
005120     MOVE DL960-DATA-NEGOCIO-X TO CTL-DATA-NEGOCIO
005130     MOVE DL960-PRG-NOME(DL960-PRG-IDX) TO CTL-PROGRAMA
005140     MOVE LOW-VALUES TO CTL-ETAPA
005150     MOVE 0 TO CTL-EXECUCAO
005160     MOVE 'N' TO DL960-SW-CTL-FIM
005170     START CONTROLE-FILE KEY NOT < CTL-CHAVE
005180         INVALID KEY
005190             SET DL960-FIM-RUNCTL TO TRUE
005200     END-START
005210     PERFORM 3200-LER-ENTRADA THRU 3200-LER-ENTRADA-EXIT
005220         UNTIL DL960-FIM-RUNCTL
005230     IF DL960-ENTRADA-GUARDADA
005240         MOVE 'S' TO DL960-SW-ULTIMA
005250         PERFORM 3300-IMPRIMIR-ENTRADA THRU
005260                 3300-IMPRIMIR-ENTRADA-EXIT
005270     END-IF
005280     IF DL960-PRG-ENTRADAS > 0
005290         GO TO 3100-IMPRIMIR-PROGRAMA-EXIT
005300     END-IF
005310     MOVE SPACES TO DL960-DET-ETAPA DL960-DET-INICIO
005320         DL960-DET-FIM DL960-DET-OBS
005330     MOVE DL960-PRG-NOME(DL960-PRG-IDX) TO DL960-DET-PROGRAMA
005340     MOVE 0 TO DL960-DET-EXECUCAO DL960-DET-RC
005350     IF DL960-PRG-DIARIO(DL960-PRG-IDX) = 'S'
005360         MOVE 'NAO EXECUTADO' TO DL960-DET-SITUACAO
005370         MOVE 'PENDENTE' TO DL960-DET-OBS
005380         ADD 1 TO DL960-PENDENCIAS
005390         DISPLAY 'TABCTL: PENDENCIA - '
005400             DL960-PRG-NOME(DL960-PRG-IDX) ' NAO EXECUTADO'
005410     ELSE
005420         MOVE 'SEM EXECUCAO' TO DL960-DET-SITUACAO
005430     END-IF
005440     WRITE REPORT-RECORD FROM DL960-REL-DETALHE.
005450 3100-IMPRIMIR-PROGRAMA-EXIT.
005460     EXIT.
005470
005480 3200-LER-ENTRADA.
005490     READ CONTROLE-FILE NEXT
005500         AT END
005510             SET DL960-FIM-RUNCTL TO TRUE
005520             GO TO 3200-LER-ENTRADA-EXIT
005530     END-READ
005540     IF CTL-DATA-NEGOCIO NOT = DL960-DATA-NEGOCIO-X OR
005550             CTL-PROGRAMA NOT = DL960-PRG-NOME(DL960-PRG-IDX)
005560         SET DL960-FIM-RUNCTL TO TRUE
005570         GO TO 3200-LER-ENTRADA-EXIT
005580     END-IF
005590     ADD 1 TO DL960-PRG-ENTRADAS
005600     ADD 1 TO DL960-EXECUCOES
005610     IF DL960-ENTRADA-GUARDADA
005620         IF CTL-ETAPA = DL960-ANT-ETAPA
005630             MOVE 'N' TO DL960-SW-ULTIMA
005640         ELSE
005650             MOVE 'S' TO DL960-SW-ULTIMA
005660         END-IF
005670         PERFORM 3300-IMPRIMIR-ENTRADA THRU
005680                 3300-IMPRIMIR-ENTRADA-EXIT
005690     END-IF
005700     MOVE CTL-REGISTRO TO DL960-ANTERIOR
005710     MOVE 'S' TO DL960-SW-GUARDADA.
005720 3200-LER-ENTRADA-EXIT.
005730     EXIT.
005740
005750*----------------------------------------------------------------
005760*    3300-IMPRIMIR-ENTRADA: ONE RUN - SITUATION, TIMES, RETURN
005770*    CODE, ITS COUNTS AND ANY REASON FILED. ONLY THE LATEST RUN
005780*    OF A STEP CAN BE A PENDENCY; AN EARLIER ONE IS MARKED
005790*    REFEITA (RUN AGAIN).
005800*----------------------------------------------------------------
005810 3300-IMPRIMIR-ENTRADA.
005820     MOVE 'N' TO DL960-SW-PENDENTE
005830     MOVE SPACES TO DL960-DET-OBS DL960-DET-INICIO DL960-DET-FIM
005840     MOVE DL960-ANT-PROGRAMA TO DL960-DET-PROGRAMA
005850     MOVE DL960-ANT-ETAPA TO DL960-DET-ETAPA
005860     MOVE DL960-ANT-EXECUCAO TO DL960-DET-EXECUCAO
005870     MOVE DL960-ANT-RC TO DL960-DET-RC
005880     IF DL960-ANT-INICIO-HORA NOT = SPACES
005890         STRING DL960-ANT-INICIO-HORA(1:2) ':'
005900             DL960-ANT-INICIO-HORA(3:2) ':'
005910             DL960-ANT-INICIO-HORA(5:2)
005920             DELIMITED BY SIZE INTO DL960-DET-INICIO
005930     END-IF
005940     IF DL960-ANT-FIM-HORA NOT = SPACES
005950         STRING DL960-ANT-FIM-HORA(1:2) ':'
005960             DL960-ANT-FIM-HORA(3:2) ':'
005970             DL960-ANT-FIM-HORA(5:2)
005980             DELIMITED BY SIZE INTO DL960-DET-FIM
005990     END-IF
006000     IF DL960-ANT-SITUACAO = 'I'
006010         IF DL960-ULTIMA-DA-ETAPA
006020             MOVE 'EM EXECUCAO' TO DL960-DET-SITUACAO
006030             MOVE 'S' TO DL960-SW-PENDENTE
006040         ELSE
006050             MOVE 'INTERROMPIDA' TO DL960-DET-SITUACAO
006060         END-IF
006070     ELSE
006080     IF DL960-ANT-SITUACAO = 'R'
006090         MOVE 'RECUSADO' TO DL960-DET-SITUACAO
006100         MOVE 'S' TO DL960-SW-PENDENTE
006110     ELSE
006120     IF DL960-ANT-SITUACAO = 'C'
006130         MOVE 'CANCELADO' TO DL960-DET-SITUACAO
006140         MOVE 'S' TO DL960-SW-PENDENTE
006150     ELSE
006160     IF DL960-ANT-RC NOT < 8
006170         MOVE 'FALHOU' TO DL960-DET-SITUACAO
006180         MOVE 'S' TO DL960-SW-PENDENTE
006190     ELSE
006200     IF DL960-ANT-RC > 0
006210         MOVE 'COM AVISO' TO DL960-DET-SITUACAO
006220         IF DL960-ULTIMA-DA-ETAPA
006230             ADD 1 TO DL960-AVISOS
006240         END-IF
006250     ELSE
006260         MOVE 'CONCLUIDO' TO DL960-DET-SITUACAO
006270     END-IF
006280     END-IF
006290     END-IF
006300     END-IF
006310     END-IF
006320     IF NOT DL960-ULTIMA-DA-ETAPA
006330         MOVE 'REFEITA' TO DL960-DET-OBS
006340     ELSE
006350     IF DL960-ENTRADA-PENDENTE
006360         MOVE 'PENDENTE' TO DL960-DET-OBS
006370         ADD 1 TO DL960-PENDENCIAS
006380         DISPLAY 'TABCTL: PENDENCIA - ' DL960-ANT-PROGRAMA ' '
006390             DL960-ANT-ETAPA ' ' DL960-DET-SITUACAO
006400     END-IF
006410     END-IF
006420     WRITE REPORT-RECORD FROM DL960-REL-DETALHE
006430     IF DL960-ANT-ROTULO(1) NOT = SPACES
006450         MOVE SPACES TO DL960-REL-CONTAGENS
006460         PERFORM 3400-EDITAR-CONTAGEM THRU
006470                 3400-EDITAR-CONTAGEM-EXIT
006480             VARYING DL960-CNT-IDX FROM 1 BY 1
006490             UNTIL DL960-CNT-IDX > 3
006500         WRITE REPORT-RECORD FROM DL960-REL-CONTAGENS
006510     END-IF
006520     IF DL960-ANT-MENSAGEM NOT = SPACES
006530         MOVE DL960-ANT-MENSAGEM TO DL960-MOT-TEXTO
006540         WRITE REPORT-RECORD FROM DL960-REL-MOTIVO
006550     END-IF.
006560 3300-IMPRIMIR-ENTRADA-EXIT.
006570     EXIT.
006580
006590 3400-EDITAR-CONTAGEM.
006600     IF DL960-ANT-ROTULO(DL960-CNT-IDX) = SPACES
006610         GO TO 3400-EDITAR-CONTAGEM-EXIT
006620     END-IF
006630     MOVE DL960-ANT-ROTULO(DL960-CNT-IDX)
006640         TO DL960-CNT-ROTULO(DL960-CNT-IDX)
006650     MOVE DL960-ANT-VALOR(DL960-CNT-IDX)
006660         TO DL960-CNT-VALOR(DL960-CNT-IDX).
006670 3400-EDITAR-CONTAGEM-EXIT.
006680     EXIT.
006690
006700 9999-ENCERRAR.
006710     IF DL960-ARQUIVOS-ABERTOS
006720         CLOSE CONTROLE-FILE
006730         CLOSE REPORT-FILE
006740         DISPLAY 'TABCTL: ' DL960-EXECUCOES ' EXECUCOES, '
006750             DL960-PENDENCIAS ' PENDENCIAS'
006760         DISPLAY 'TABCTL: SITUACAO GRAVADA EM CTLRPT'
006770     END-IF.
006780 9999-ENCERRAR-EXIT.
006790     EXIT.
