000100******************************************************************
000110* Author:GELIEL GUSTAVO DE SOUZA SILVA.
000120* Date:21/09/2026
000130******************************************************************
000140* MODIFICATION HISTORY
000150* DATE       INIT DESCRIPTION
000160* 21/09/2026 GGS  ORIGINAL PROGRAM. MONTHLY AGING STATEMENT OF THE
000170*                 FATREG INVOICE REGISTER: ONE PAGE PER
000180*                 DEPARTMENT LISTING EACH OPEN INVOICE WITH ITS
000190*                 BALANCE AGED FROM THE ISSUE DATE INTO THE
000200*                 0-30, 31-60, 61-90 AND 90+ DAY BUCKETS, THE
000210*                 BUCKET SUBTOTALS AND THE TOTAL BALANCE DUE,
000220*                 THEN A SUMMARY PAGE FOR ALL DEPARTMENTS. THE
000230*                 AGING DATE IS DD/MM/AAAA ON THE PARM, DEFAULT
000240*                 TODAY. SETTLED AND CANCELLED INVOICES ARE NOT
000250*                 LISTED.
000260******************************************************************
000270 IDENTIFICATION DIVISION.
000280*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
000290 PROGRAM-ID. TABAGE.
000300 ENVIRONMENT DIVISION.
000310*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
000320 CONFIGURATION SECTION.
000330     SPECIAL-NAMES.
000340         DECIMAL-POINT IS COMMA.
000350*-----------------------
000360 INPUT-OUTPUT SECTION.
000370 FILE-CONTROL.
000380     SELECT FATURA-REG-FILE ASSIGN TO 'FATREG'
000390         ORGANIZATION IS INDEXED
000400         ACCESS MODE IS DYNAMIC
000410         RECORD KEY IS FRG-NUMERO
000420         ALTERNATE RECORD KEY IS FRG-PERIODO WITH DUPLICATES
000430         ALTERNATE RECORD KEY IS FRG-DEPTO WITH DUPLICATES
000440         FILE STATUS IS DL650-FREG-STATUS.
000450     SELECT REPORT-FILE ASSIGN TO 'AGERPT'
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS DL650-REL-STATUS.
000480*-----------------------
000490 DATA DIVISION.
000500*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
000510 FILE SECTION.
000520*-----------------------
000530*----------------------------------------------------------------
000540*    INVOICE REGISTER - SAME LAYOUT AS TABFAT, WHICH FILES IT.
000550*----------------------------------------------------------------
000560 FD  FATURA-REG-FILE.
000570 01  FRG-REGISTRO.
000580     05  FRG-NUMERO               PIC X(06).
000590     05  FRG-PERIODO              PIC X(06).
000600     05  FRG-DEPTO                PIC X(04).
000610     05  FRG-EMISSAO              PIC 9(08).
000620     05  FRG-EMISSAO-RED REDEFINES FRG-EMISSAO.
000630         10  FRG-EMI-AAAA         PIC 9(04).
000640         10  FRG-EMI-MM           PIC 9(02).
000650         10  FRG-EMI-DD           PIC 9(02).
000660     05  FRG-LIN-MULT             PIC 9(07).
000670     05  FRG-LIN-SOMA             PIC 9(07).
000680     05  FRG-LIN-DIVI             PIC 9(07).
000690     05  FRG-LIN-DECI             PIC 9(07).
000700     05  FRG-LIN-MIST             PIC 9(07).
000710     05  FRG-VALOR                PIC 9(09)V9(02).
000720     05  FRG-PAGO                 PIC 9(09)V9(02).
000730     05  FRG-CREDITO              PIC 9(09)V9(02).
000740     05  FRG-SITUACAO             PIC X(01).
000750         88  FRG-ABERTA           VALUE 'A'.
000760         88  FRG-QUITADA          VALUE 'Q'.
000770         88  FRG-CANCELADA        VALUE 'C'.
000780     05  FRG-DATA-CANCEL          PIC 9(08).
000790     05  FRG-ULT-MOVTO            PIC 9(08).
000800     05  FILLER                   PIC X(41).
000810
000820 FD  REPORT-FILE.
000830 01  REPORT-RECORD                PIC X(80).
000840
000850 WORKING-STORAGE SECTION.
000860*----------------------------------------------------------------
000870*    FILE STATUS AND END-OF-FILE CONTROLS
000880*----------------------------------------------------------------
000890 01  DL650-FREG-STATUS            PIC X(02).
000900     88  DL650-FREG-OK            VALUE '00'.
000910 01  DL650-REL-STATUS             PIC X(02).
000920     88  DL650-REL-OK             VALUE '00'.
000930 01  DL650-SW-FIM                 PIC X(01) VALUE 'N'.
000940     88  DL650-FIM-REGISTRO       VALUE 'S'.
000950 01  DL650-SW-ARQUIVOS            PIC X(01) VALUE 'N'.
000960     88  DL650-ARQUIVOS-ABERTOS   VALUE 'S'.
000970 01  DL650-SW-PAGINA              PIC X(01) VALUE 'N'.
000980     88  DL650-JA-IMPRIMIU        VALUE 'S'.
000990
001000*----------------------------------------------------------------
001010*    AGING DATE - DD/MM/AAAA FROM THE PARM, OR TODAY.
001020*----------------------------------------------------------------
001030 01  DL650-PARM-EXECUCAO          PIC X(20).
001040 01  DL650-DATA-ENTRADA           PIC X(10).
001050 01  DL650-DATA-ENTRADA-RED REDEFINES DL650-DATA-ENTRADA.
001060     05  DL650-ENT-DD             PIC X(02).
001070     05  DL650-ENT-BARRA1         PIC X(01).
001080     05  DL650-ENT-MM             PIC X(02).
001090     05  DL650-ENT-BARRA2         PIC X(01).
001100     05  DL650-ENT-AAAA           PIC X(04).
001110 01  DL650-DATA-BASE              PIC 9(08).
001120 01  DL650-DATA-BASE-RED REDEFINES DL650-DATA-BASE.
001130     05  DL650-BASE-AAAA          PIC 9(04).
001140     05  DL650-BASE-MM            PIC 9(02).
001150     05  DL650-BASE-DD            PIC 9(02).
001160 01  DL650-DATA-BASE-ED           PIC X(10).
001170
001180*----------------------------------------------------------------
001190*    DAY NUMBER WORK FIELDS - A DATE IS TURNED INTO A COUNT OF
001200*    DAYS (MARCH-BASED YEAR) SO TWO DATES CAN BE SUBTRACTED.
001210*----------------------------------------------------------------
001220 01  DL650-DN-ANO                 PIC 9(05).
001230 01  DL650-DN-MES                 PIC 9(02).
001240 01  DL650-DN-DIA                 PIC 9(02).
001250 01  DL650-DN-Q4                  PIC 9(05).
001260 01  DL650-DN-Q100                PIC 9(05).
001270 01  DL650-DN-Q400                PIC 9(05).
001280 01  DL650-DN-QMES                PIC 9(05).
001290 01  DL650-DN-RESULTADO           PIC 9(09).
001300 01  DL650-DIAS-BASE              PIC 9(09).
001310 01  DL650-DIAS-EMISSAO           PIC 9(09).
001320 01  DL650-DIAS-ATRASO            PIC 9(05).
001330
001340*----------------------------------------------------------------
001350*    BUCKET TOTALS - 1 = 0-30, 2 = 31-60, 3 = 61-90, 4 = 90+.
001360*----------------------------------------------------------------
001370 01  DL650-DEPTO-ATUAL            PIC X(04) VALUE SPACES.
001380 01  DL650-SALDO                  PIC S9(09)V9(02) VALUE 0.
001390 77  DL650-FAIXA                  PIC 9(01) COMP VALUE 0.
001400 77  DL650-FX-IDX                 PIC 9(01) COMP VALUE 0.
001410 01  DL650-TOTAIS-DEPTO.
001420     05  DL650-TD-FAIXA           PIC S9(11)V9(02)
001430                                  OCCURS 4 TIMES.
001440     05  DL650-TD-TOTAL           PIC S9(11)V9(02).
001450     05  DL650-TD-FATURAS         PIC 9(05).
001460 01  DL650-TOTAIS-GERAL.
001470     05  DL650-TG-FAIXA           PIC S9(11)V9(02)
001480                                  OCCURS 4 TIMES.
001490     05  DL650-TG-TOTAL           PIC S9(11)V9(02).
001500     05  DL650-TG-FATURAS         PIC 9(05).
001510 01  DL650-ROTULOS-FAIXA.
001520     05  FILLER                   PIC X(20) VALUE
001530         '  0 A 30 DIAS'.
001540     05  FILLER                   PIC X(20) VALUE
001550         ' 31 A 60 DIAS'.
001560     05  FILLER                   PIC X(20) VALUE
001570         ' 61 A 90 DIAS'.
001580     05  FILLER                   PIC X(20) VALUE
001590         'MAIS DE 90 DIAS'.
001600 01  DL650-ROTULOS-RED REDEFINES DL650-ROTULOS-FAIXA.
001610     05  DL650-ROTULO-FAIXA       PIC X(20) OCCURS 4 TIMES.
001620 01  DL650-CODIGOS-FAIXA          PIC X(20) VALUE
001630     '0-30 31-6061-9090+  '.
001640 01  DL650-CODIGOS-RED REDEFINES DL650-CODIGOS-FAIXA.
001650     05  DL650-CODIGO-FAIXA       PIC X(05) OCCURS 4 TIMES.
001660
001670 77  DL650-LIDAS                  PIC 9(07) COMP VALUE 0.
001680 77  DL650-LISTADAS               PIC 9(07) COMP VALUE 0.
001690 77  DL650-DEPTOS                 PIC 9(05) COMP VALUE 0.
001700
001710*----------------------------------------------------------------
001720*    REPORT LINES
001730*----------------------------------------------------------------
001740 01  DL650-REL-CAB-01             PIC X(80) VALUE
001750     '*** TABOADA - POSICAO DE FATURAS EM ABERTO POR IDADE ***'.
001760 01  DL650-REL-CAB-02.
001770     05  FILLER                   PIC X(16) VALUE
001780         'POSICAO EM: '.
001790     05  DL650-CAB-DATA           PIC X(10).
001800     05  FILLER                   PIC X(10) VALUE SPACES.
001810     05  DL650-CAB-ROTULO         PIC X(07).
001820     05  DL650-CAB-DEPTO          PIC X(04).
001830     05  FILLER                   PIC X(33) VALUE SPACES.
001840 01  DL650-REL-CAB-COL            PIC X(80) VALUE
001850     'FATURA  PERIODO  EMISSAO     DIAS  FAIXA            SALDO'.
001860 01  DL650-REL-DETALHE.
001870     05  DL650-DET-NUMERO         PIC X(06).
001880     05  FILLER                   PIC X(02) VALUE SPACES.
001890     05  DL650-DET-PERIODO        PIC X(07).
001900     05  FILLER                   PIC X(02) VALUE SPACES.
001910     05  DL650-DET-EMISSAO        PIC X(10).
001920     05  FILLER                   PIC X(02) VALUE SPACES.
001930     05  DL650-DET-DIAS           PIC ZZZ9.
001940     05  FILLER                   PIC X(02) VALUE SPACES.
001950     05  DL650-DET-FAIXA          PIC X(05).
001960     05  FILLER                   PIC X(02) VALUE SPACES.
001970     05  DL650-DET-SALDO          PIC ZZZ.ZZZ.ZZ9,99.
001980     05  FILLER                   PIC X(24) VALUE SPACES.
001990 01  DL650-REL-TOTAL.
002000     05  FILLER                   PIC X(04) VALUE SPACES.
002010     05  DL650-TOT-ROTULO         PIC X(20).
002020     05  FILLER                   PIC X(12) VALUE SPACES.
002030     05  DL650-TOT-VALOR          PIC ZZ.ZZZ.ZZZ.ZZ9,99-.
002040     05  FILLER                   PIC X(26) VALUE SPACES.
002050 01  DL650-REL-CONTAGEM.
002060     05  FILLER                   PIC X(04) VALUE SPACES.
002070     05  FILLER                   PIC X(20) VALUE
002080         'FATURAS EM ABERTO'.
002090     05  FILLER                   PIC X(22) VALUE SPACES.
002100     05  DL650-CNT-FATURAS        PIC ZZZZ9.
002110     05  FILLER                   PIC X(29) VALUE SPACES.
002120 01  DL650-REL-NADA               PIC X(80) VALUE
002130     'NENHUMA FATURA EM ABERTO NA DATA DA POSICAO'.
002140 01  DL650-REL-BRANCO             PIC X(80) VALUE SPACES.
002150
002160*-----------------------
002170 PROCEDURE DIVISION.
002180*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
002190 0000-MAINLINE.
002200     PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT
002210     IF DL650-ARQUIVOS-ABERTOS
002220         PERFORM 2000-PROCESSAR-FATURA THRU
002230                 2000-PROCESSAR-FATURA-EXIT
002240             UNTIL DL650-FIM-REGISTRO
002250         IF DL650-DEPTO-ATUAL NOT = SPACES
002260             PERFORM 3000-FECHAR-DEPTO THRU 3000-FECHAR-DEPTO-EXIT
002270         END-IF
002280         PERFORM 4000-IMPRIMIR-RESUMO THRU
002290                 4000-IMPRIMIR-RESUMO-EXIT
002300     END-IF
002310     PERFORM 9999-ENCERRAR THRU 9999-ENCERRAR-EXIT
002320     STOP RUN.
002330
002340*----------------------------------------------------------------
002350*    1000-INICIALIZAR: TAKE THE AGING DATE, OPEN THE REGISTER
002360*    AND POSITION IT ON THE DEPARTMENT KEY.
002370*----------------------------------------------------------------
002380 1000-INICIALIZAR.
002390     INITIALIZE DL650-TOTAIS-DEPTO DL650-TOTAIS-GERAL
002400     ACCEPT DL650-PARM-EXECUCAO FROM COMMAND-LINE
002410     MOVE DL650-PARM-EXECUCAO(1:10) TO DL650-DATA-ENTRADA
002420     IF DL650-DATA-ENTRADA = SPACES
002430         ACCEPT DL650-DATA-BASE FROM DATE YYYYMMDD
002440     ELSE
002450         IF DL650-ENT-DD NOT NUMERIC OR
002460                 DL650-ENT-MM NOT NUMERIC OR
002470                 DL650-ENT-AAAA NOT NUMERIC OR
002480                 DL650-ENT-BARRA1 NOT = '/' OR
002490                 DL650-ENT-BARRA2 NOT = '/'
002500             DISPLAY 'TABAGE: DATA INVALIDA NO PARM - USE '
002510                 'DD/MM/AAAA'
002520             MOVE 8 TO RETURN-CODE
002530             GO TO 1000-INICIALIZAR-EXIT
002540         END-IF
002550         MOVE DL650-ENT-AAAA TO DL650-BASE-AAAA
002560         MOVE DL650-ENT-MM TO DL650-BASE-MM
002570         MOVE DL650-ENT-DD TO DL650-BASE-DD
002580         IF DL650-BASE-MM < 1 OR DL650-BASE-MM > 12 OR
002590                 DL650-BASE-DD < 1 OR DL650-BASE-DD > 31
002600             DISPLAY 'TABAGE: DATA INVALIDA NO PARM - USE '
002610                 'DD/MM/AAAA'
002620             MOVE 8 TO RETURN-CODE
002630             GO TO 1000-INICIALIZAR-EXIT
002640         END-IF
002650     END-IF
002660     STRING DL650-BASE-DD '/' DL650-BASE-MM '/' DL650-BASE-AAAA
002670         DELIMITED BY SIZE INTO DL650-DATA-BASE-ED
002680     MOVE DL650-BASE-AAAA TO DL650-DN-ANO
002690     MOVE DL650-BASE-MM TO DL650-DN-MES
002700     MOVE DL650-BASE-DD TO DL650-DN-DIA
002710     PERFORM 8000-NUMERO-DO-DIA THRU 8000-NUMERO-DO-DIA-EXIT
002720     MOVE DL650-DN-RESULTADO TO DL650-DIAS-BASE
002730     OPEN INPUT FATURA-REG-FILE
002740     IF NOT DL650-FREG-OK
002750         DISPLAY 'ERRO AO ABRIR FATREG - STATUS '
002760             DL650-FREG-STATUS
002770         MOVE 8 TO RETURN-CODE
002780         GO TO 1000-INICIALIZAR-EXIT
002790     END-IF
002800     OPEN OUTPUT REPORT-FILE
002810     IF NOT DL650-REL-OK
002820         DISPLAY 'ERRO AO ABRIR AGERPT - STATUS '
002830             DL650-REL-STATUS
002840         CLOSE FATURA-REG-FILE
002850         MOVE 8 TO RETURN-CODE
002860         GO TO 1000-INICIALIZAR-EXIT
002870     END-IF
002880     SET DL650-ARQUIVOS-ABERTOS TO TRUE
002890     MOVE LOW-VALUES TO FRG-DEPTO
002900     START FATURA-REG-FILE KEY NOT < FRG-DEPTO
002910         INVALID KEY
002920             SET DL650-FIM-REGISTRO TO TRUE
002930     END-START.
002940 1000-INICIALIZAR-EXIT.
002950     EXIT.
002960
002970*----------------------------------------------------------------
002980*    2000-PROCESSAR-FATURA: NEXT INVOICE IN DEPARTMENT ORDER.
002990*    THE NUMBERING CONTROL RECORD, CANCELLED AND SETTLED
003000*    INVOICES AND INVOICES ISSUED AFTER THE AGING DATE ARE
003010*    PASSED OVER.
003020*----------------------------------------------------------------
003030 2000-PROCESSAR-FATURA.
003040     READ FATURA-REG-FILE NEXT
003050         AT END
003060             SET DL650-FIM-REGISTRO TO TRUE
003070             GO TO 2000-PROCESSAR-FATURA-EXIT
003080     END-READ
003090     IF FRG-NUMERO = '000000'
003100         GO TO 2000-PROCESSAR-FATURA-EXIT
003110     END-IF
003120     ADD 1 TO DL650-LIDAS
003130     IF NOT FRG-ABERTA
003140         GO TO 2000-PROCESSAR-FATURA-EXIT
003150     END-IF
003160     IF FRG-EMISSAO > DL650-DATA-BASE
003170         GO TO 2000-PROCESSAR-FATURA-EXIT
003180     END-IF
003190     COMPUTE DL650-SALDO = FRG-VALOR - FRG-PAGO - FRG-CREDITO
003200     IF DL650-SALDO NOT > 0
003210         GO TO 2000-PROCESSAR-FATURA-EXIT
003220     END-IF
003230     IF FRG-DEPTO NOT = DL650-DEPTO-ATUAL
003240         IF DL650-DEPTO-ATUAL NOT = SPACES
003250             PERFORM 3000-FECHAR-DEPTO THRU 3000-FECHAR-DEPTO-EXIT
003260         END-IF
003270         PERFORM 2100-ABRIR-DEPTO THRU 2100-ABRIR-DEPTO-EXIT
003280     END-IF
003290     MOVE FRG-EMI-AAAA TO DL650-DN-ANO
003300     MOVE FRG-EMI-MM TO DL650-DN-MES
003310     MOVE FRG-EMI-DD TO DL650-DN-DIA
003320     PERFORM 8000-NUMERO-DO-DIA THRU 8000-NUMERO-DO-DIA-EXIT
003330     MOVE DL650-DN-RESULTADO TO DL650-DIAS-EMISSAO
003340     COMPUTE DL650-DIAS-ATRASO =
003350         DL650-DIAS-BASE - DL650-DIAS-EMISSAO
003360     IF DL650-DIAS-ATRASO > 90
003370         MOVE 4 TO DL650-FAIXA
003380     ELSE
003390     IF DL650-DIAS-ATRASO > 60
003400         MOVE 3 TO DL650-FAIXA
003410     ELSE
003420     IF DL650-DIAS-ATRASO > 30
003430         MOVE 2 TO DL650-FAIXA
003440     ELSE
003450         MOVE 1 TO DL650-FAIXA
003460     END-IF
003470     END-IF
003480     END-IF
003490     ADD DL650-SALDO TO DL650-TD-FAIXA(DL650-FAIXA)
003500                        DL650-TD-TOTAL
003510     ADD 1 TO DL650-TD-FATURAS
003520     MOVE FRG-NUMERO TO DL650-DET-NUMERO
003530     STRING FRG-PERIODO(5:2) '/' FRG-PERIODO(1:4)
003540         DELIMITED BY SIZE INTO DL650-DET-PERIODO
003550     STRING FRG-EMI-DD '/' FRG-EMI-MM '/' FRG-EMI-AAAA
003560         DELIMITED BY SIZE INTO DL650-DET-EMISSAO
003570     MOVE DL650-DIAS-ATRASO TO DL650-DET-DIAS
003580     MOVE DL650-CODIGO-FAIXA(DL650-FAIXA) TO DL650-DET-FAIXA
003590     MOVE DL650-SALDO TO DL650-DET-SALDO
003600     WRITE REPORT-RECORD FROM DL650-REL-DETALHE
003610     ADD 1 TO DL650-LISTADAS.
003620 2000-PROCESSAR-FATURA-EXIT.
003630     EXIT.
003640
003650*----------------------------------------------------------------
003660*    2100-ABRIR-DEPTO: NEW PAGE AND HEADINGS FOR A DEPARTMENT.
003670*----------------------------------------------------------------
003680 2100-ABRIR-DEPTO.
003690     MOVE FRG-DEPTO TO DL650-DEPTO-ATUAL
003700     INITIALIZE DL650-TOTAIS-DEPTO
003710     ADD 1 TO DL650-DEPTOS
003720     MOVE 'DEPTO: ' TO DL650-CAB-ROTULO
003730     MOVE DL650-DEPTO-ATUAL TO DL650-CAB-DEPTO
003740     PERFORM 2200-CABECALHO THRU 2200-CABECALHO-EXIT
003750     WRITE REPORT-RECORD FROM DL650-REL-CAB-COL.
003760 2100-ABRIR-DEPTO-EXIT.
003770     EXIT.
003780
003790 2200-CABECALHO.
003800     MOVE DL650-DATA-BASE-ED TO DL650-CAB-DATA
003810     IF DL650-JA-IMPRIMIU
003820         MOVE SPACES TO REPORT-RECORD
003830         WRITE REPORT-RECORD AFTER ADVANCING PAGE
003840     END-IF
003850     SET DL650-JA-IMPRIMIU TO TRUE
003860     WRITE REPORT-RECORD FROM DL650-REL-CAB-01
003870     WRITE REPORT-RECORD FROM DL650-REL-CAB-02
003880     WRITE REPORT-RECORD FROM DL650-REL-BRANCO.
003890 2200-CABECALHO-EXIT.
003900     EXIT.
003910
003920*----------------------------------------------------------------
003930*    3000-FECHAR-DEPTO: BUCKET SUBTOTALS AND THE BALANCE DUE FOR
003940*    THE DEPARTMENT, ROLLED INTO THE GRAND TOTALS.
003950*----------------------------------------------------------------
003960 3000-FECHAR-DEPTO.
003970     WRITE REPORT-RECORD FROM DL650-REL-BRANCO
003980     PERFORM 3100-TOTAL-FAIXA-DEPTO THRU
003990             3100-TOTAL-FAIXA-DEPTO-EXIT
004000         VARYING DL650-FX-IDX FROM 1 BY 1 UNTIL DL650-FX-IDX > 4
004010     MOVE 'TOTAL DEVIDO' TO DL650-TOT-ROTULO
004020     MOVE DL650-TD-TOTAL TO DL650-TOT-VALOR
004030     WRITE REPORT-RECORD FROM DL650-REL-TOTAL
004040     MOVE DL650-TD-FATURAS TO DL650-CNT-FATURAS
004050     WRITE REPORT-RECORD FROM DL650-REL-CONTAGEM
004060     ADD DL650-TD-TOTAL TO DL650-TG-TOTAL
004070     ADD DL650-TD-FATURAS TO DL650-TG-FATURAS.
004080 3000-FECHAR-DEPTO-EXIT.
004090     EXIT.
004100
004110 3100-TOTAL-FAIXA-DEPTO.
004120     MOVE DL650-ROTULO-FAIXA(DL650-FX-IDX) TO DL650-TOT-ROTULO
004130     MOVE DL650-TD-FAIXA(DL650-FX-IDX) TO DL650-TOT-VALOR
004140     WRITE REPORT-RECORD FROM DL650-REL-TOTAL
004150     ADD DL650-TD-FAIXA(DL650-FX-IDX) TO
004160         DL650-TG-FAIXA(DL650-FX-IDX).
004170 3100-TOTAL-FAIXA-DEPTO-EXIT.
004180     EXIT.
004190
004200*----------------------------------------------------------------
004210*    4000-IMPRIMIR-RESUMO: ALL-DEPARTMENT SUMMARY PAGE.
004220*----------------------------------------------------------------
004230 4000-IMPRIMIR-RESUMO.
004240     MOVE 'GERAL  ' TO DL650-CAB-ROTULO
004250     MOVE SPACES TO DL650-CAB-DEPTO
004260     PERFORM 2200-CABECALHO THRU 2200-CABECALHO-EXIT
004270     IF DL650-DEPTOS = 0
004280         WRITE REPORT-RECORD FROM DL650-REL-NADA
004290         GO TO 4000-IMPRIMIR-RESUMO-EXIT
004300     END-IF
004310     PERFORM 4100-TOTAL-FAIXA-GERAL THRU
004320             4100-TOTAL-FAIXA-GERAL-EXIT
004330         VARYING DL650-FX-IDX FROM 1 BY 1 UNTIL DL650-FX-IDX > 4
004340     MOVE 'TOTAL DEVIDO' TO DL650-TOT-ROTULO
004350     MOVE DL650-TG-TOTAL TO DL650-TOT-VALOR
004360     WRITE REPORT-RECORD FROM DL650-REL-TOTAL
004370     MOVE DL650-TG-FATURAS TO DL650-CNT-FATURAS
004380     WRITE REPORT-RECORD FROM DL650-REL-CONTAGEM.
004390 4000-IMPRIMIR-RESUMO-EXIT.
004400     EXIT.
004410
004420 4100-TOTAL-FAIXA-GERAL.
004430     MOVE DL650-ROTULO-FAIXA(DL650-FX-IDX) TO DL650-TOT-ROTULO
004440     MOVE DL650-TG-FAIXA(DL650-FX-IDX) TO DL650-TOT-VALOR
004450     WRITE REPORT-RECORD FROM DL650-REL-TOTAL.
004460 4100-TOTAL-FAIXA-GERAL-EXIT.
004470     EXIT.
004480
004490*----------------------------------------------------------------
004500*    8000-NUMERO-DO-DIA: DL650-DN-ANO/MES/DIA TO A DAY COUNT IN
004510*    DL650-DN-RESULTADO. JANUARY AND FEBRUARY COUNT AS MONTHS
004520*    13 AND 14 OF THE YEAR BEFORE SO THE LEAP DAY FALLS LAST.
004530*----------------------------------------------------------------
004540 8000-NUMERO-DO-DIA.
004550     IF DL650-DN-MES < 3
004560         SUBTRACT 1 FROM DL650-DN-ANO
004570         ADD 12 TO DL650-DN-MES
004580     END-IF
004590     COMPUTE DL650-DN-Q4 = DL650-DN-ANO / 4
004600     COMPUTE DL650-DN-Q100 = DL650-DN-ANO / 100
004610     COMPUTE DL650-DN-Q400 = DL650-DN-ANO / 400
004620     COMPUTE DL650-DN-QMES = (153 * (DL650-DN-MES - 3) + 2) / 5
004630     COMPUTE DL650-DN-RESULTADO = 365 * DL650-DN-ANO
004640         + DL650-DN-Q4 - DL650-DN-Q100 + DL650-DN-Q400
004650         + DL650-DN-QMES + DL650-DN-DIA.
004660 8000-NUMERO-DO-DIA-EXIT.
004670     EXIT.
004680
004690 9999-ENCERRAR.
004700     IF DL650-ARQUIVOS-ABERTOS
004710         CLOSE FATURA-REG-FILE
004720         CLOSE REPORT-FILE
004730         DISPLAY 'TABAGE: ' DL650-LIDAS ' FATURAS LIDAS, '
004740             DL650-LISTADAS ' EM ABERTO EM ' DL650-DEPTOS
004750             ' DEPARTAMENTOS'
004760         DISPLAY 'TABAGE: POSICAO GRAVADA EM AGERPT'
004770     END-IF.
004780 9999-ENCERRAR-EXIT.
004790     EXIT.
