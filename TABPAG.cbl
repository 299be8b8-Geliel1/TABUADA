000100******************************************************************
000110* Author:GELIEL GUSTAVO DE SOUZA SILVA.
000120* Date:21/09/2026
000130******************************************************************
000140* MODIFICATION HISTORY
000150* DATE       INIT DESCRIPTION
000160* 21/09/2026 GGS  ORIGINAL PROGRAM. ACCOUNTS RECEIVABLE POSTING
000170*                 AGAINST THE FATREG INVOICE REGISTER FILED BY
000180*                 TABFAT. FINANCE KEYS AN INVOICE NUMBER AND
000190*                 POSTS A PAYMENT OR A CREDIT ADJUSTMENT (NEVER
000200*                 MORE THAN THE BALANCE DUE - AN INVOICE PAID
000210*                 DOWN TO ZERO IS MARKED SETTLED), CANCELS AN
000220*                 INVOICE SO ITS PERIOD CAN BE INVOICED AGAIN,
000230*                 OR LISTS A PERIOD'S INVOICES WITH THEIR
000240*                 BALANCES. EVERY POSTING IS ALSO APPENDED TO
000250*                 THE FATMOV MOVEMENT LOG.
000260******************************************************************
000270 IDENTIFICATION DIVISION.
000280*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
000290 PROGRAM-ID. TABPAG.
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
000440         FILE STATUS IS DL550-FREG-STATUS.
000450     SELECT MOVIMENTO-FILE ASSIGN TO 'FATMOV'
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS DL550-MOV-STATUS.
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
000620     05  FRG-LIN-MULT             PIC 9(07).
000630     05  FRG-LIN-SOMA             PIC 9(07).
000640     05  FRG-LIN-DIVI             PIC 9(07).
000650     05  FRG-LIN-DECI             PIC 9(07).
000660     05  FRG-LIN-MIST             PIC 9(07).
000670     05  FRG-VALOR                PIC 9(09)V9(02).
000680     05  FRG-PAGO                 PIC 9(09)V9(02).
000690     05  FRG-CREDITO              PIC 9(09)V9(02).
000700     05  FRG-SITUACAO             PIC X(01).
000710         88  FRG-ABERTA           VALUE 'A'.
000720         88  FRG-QUITADA          VALUE 'Q'.
000730         88  FRG-CANCELADA        VALUE 'C'.
000740     05  FRG-DATA-CANCEL          PIC 9(08).
000750     05  FRG-ULT-MOVTO            PIC 9(08).
000760     05  FILLER                   PIC X(41).
000770
000780*----------------------------------------------------------------
000790*    MOVEMENT LOG - ONE LINE PER POSTING: P = PAYMENT, A = CREDIT
000800*    ADJUSTMENT, C = CANCELLATION.
000810*----------------------------------------------------------------
000820 FD  MOVIMENTO-FILE.
000830 01  MOV-REGISTRO.
000840     05  MOV-NUMERO               PIC X(06).
000850     05  MOV-TIPO                 PIC X(01).
000860     05  MOV-DATA                 PIC 9(08).
000870     05  MOV-HORA                 PIC X(08).
000880     05  MOV-VALOR                PIC 9(09)V9(02).
000890     05  MOV-REFERENCIA           PIC X(30).
000900     05  FILLER                   PIC X(16).
000910
000920 WORKING-STORAGE SECTION.
000930*----------------------------------------------------------------
000940*    FILE STATUS AND SESSION CONTROLS
000950*----------------------------------------------------------------
000960 01  DL550-FREG-STATUS            PIC X(02).
000970     88  DL550-FREG-OK            VALUE '00'.
000980 01  DL550-MOV-STATUS             PIC X(02).
000990     88  DL550-MOV-OK             VALUE '00'.
001000
001010 01  DL550-SW-FIM                 PIC X(01) VALUE 'N'.
001020     88  DL550-FIM-SESSAO         VALUE 'S'.
001030 01  DL550-SW-LISTA               PIC X(01) VALUE 'N'.
001040     88  DL550-FIM-LISTA          VALUE 'S'.
001050 01  DL550-SW-ENTRADA             PIC X(01) VALUE 'S'.
001060     88  DL550-ENTRADA-VALIDA     VALUE 'S'.
001070 01  DL550-SW-DECIMAL             PIC X(01) VALUE 'N'.
001080     88  DL550-NA-DECIMAL         VALUE 'S'.
001090
001100*----------------------------------------------------------------
001110*    FUNCTION MENU AND DATA-ENTRY WORK FIELDS
001120*----------------------------------------------------------------
001130 01  DL550-FUNCAO                 PIC X(01).
001140     88  DL550-FUNCAO-PAGAMENTO   VALUE 'P'.
001150     88  DL550-FUNCAO-AJUSTE      VALUE 'A'.
001160     88  DL550-FUNCAO-CANCELAR    VALUE 'C'.
001170     88  DL550-FUNCAO-LISTAR      VALUE 'L'.
001180     88  DL550-FUNCAO-FIM         VALUE 'F'.
001190 01  DL550-NUMERO-ENTRADA         PIC X(06).
001200 01  DL550-NUMERO-TXT             PIC X(06).
001210 01  DL550-NUMERO-ED              PIC X(06).
001220 77  DL550-TAM                    PIC 9(02) COMP VALUE 0.
001230 77  DL550-POS                    PIC 9(02) COMP VALUE 0.
001240 01  DL550-REFERENCIA             PIC X(30).
001250 01  DL550-CONFIRMA               PIC X(01).
001260 01  DL550-PERIODO-ENTRADA        PIC X(07).
001270 01  DL550-PERIODO-RED REDEFINES DL550-PERIODO-ENTRADA.
001280     05  DL550-PERIODO-MM         PIC X(02).
001290     05  DL550-PERIODO-BARRA      PIC X(01).
001300     05  DL550-PERIODO-AAAA       PIC X(04).
001310 01  DL550-PERIODO-CHAVE          PIC X(06).
001320
001330*----------------------------------------------------------------
001340*    AMOUNT ENTRY - KEYED AS 1234,56 (THOUSANDS POINTS ALLOWED),
001350*    EDITED ONE CHARACTER AT A TIME INTO DL550-VALOR.
001360*----------------------------------------------------------------
001370 01  DL550-VALOR-ENTRADA          PIC X(15).
001380 01  DL550-CARACTER               PIC X(01).
001390 01  DL550-DIGITO                 PIC 9(01).
001400 77  DL550-QTDE-INTEIROS          PIC 9(02) COMP VALUE 0.
001410 77  DL550-QTDE-DECIMAIS          PIC 9(02) COMP VALUE 0.
001420 01  DL550-VALOR-INTEIRO          PIC 9(09) VALUE 0.
001430 01  DL550-VALOR-CENTAVOS         PIC 9(02) VALUE 0.
001440 01  DL550-VALOR                  PIC 9(09)V9(02) VALUE 0.
001450 01  DL550-SALDO                  PIC S9(09)V9(02) VALUE 0.
001460
001470 01  DL550-DATA-HOJE              PIC 9(08).
001480 01  DL550-HORA-SISTEMA           PIC 9(08).
001490 77  DL550-LISTADAS               PIC 9(05) COMP VALUE 0.
001500
001510*----------------------------------------------------------------
001520*    CONSOLE LINES
001530*----------------------------------------------------------------
001540 01  DL550-ED-VALOR               PIC ZZZ.ZZZ.ZZ9,99.
001550 01  DL550-ED-PAGO                PIC ZZZ.ZZZ.ZZ9,99.
001560 01  DL550-ED-CREDITO             PIC ZZZ.ZZZ.ZZ9,99.
001570 01  DL550-ED-SALDO               PIC ZZZ.ZZZ.ZZ9,99-.
001580 01  DL550-LISTA-LINHA.
001590     05  DL550-LST-NUMERO         PIC X(06).
001600     05  FILLER                   PIC X(02) VALUE SPACES.
001610     05  DL550-LST-DEPTO          PIC X(04).
001620     05  FILLER                   PIC X(02) VALUE SPACES.
001630     05  DL550-LST-EMISSAO        PIC 9(08).
001640     05  FILLER                   PIC X(02) VALUE SPACES.
001650     05  DL550-LST-VALOR          PIC ZZZ.ZZZ.ZZ9,99.
001660     05  FILLER                   PIC X(02) VALUE SPACES.
001670     05  DL550-LST-SALDO          PIC ZZZ.ZZZ.ZZ9,99-.
001680     05  FILLER                   PIC X(02) VALUE SPACES.
001690     05  DL550-LST-SITUACAO       PIC X(01).
001700
001710*-----------------------
001720 PROCEDURE DIVISION.
001730*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
001740 0000-MAINLINE.
001750     PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT
001760     PERFORM 2000-PROCESSAR-SESSAO THRU 2000-PROCESSAR-SESSAO-EXIT
001770         UNTIL DL550-FIM-SESSAO
001780     PERFORM 9999-ENCERRAR THRU 9999-ENCERRAR-EXIT
001790     STOP RUN.
001800
001810*----------------------------------------------------------------
001820*    1000-INICIALIZAR: THE REGISTER MUST ALREADY EXIST - TABFAT
001830*    BUILDS IT. THE MOVEMENT LOG IS EXTENDED, OR STARTED.
001840*----------------------------------------------------------------
001850 1000-INICIALIZAR.
001860     ACCEPT DL550-DATA-HOJE FROM DATE YYYYMMDD
001870     OPEN I-O FATURA-REG-FILE
001880     IF NOT DL550-FREG-OK
001890         DISPLAY 'ERRO AO ABRIR FATREG - STATUS '
001895             DL550-FREG-STATUS
001900         STOP RUN
001910     END-IF
001920     OPEN EXTEND MOVIMENTO-FILE
001930     IF NOT DL550-MOV-OK
001940         OPEN OUTPUT MOVIMENTO-FILE
001950     END-IF
001960     IF NOT DL550-MOV-OK
001970         DISPLAY 'ERRO AO ABRIR FATMOV - STATUS ' DL550-MOV-STATUS
001980         CLOSE FATURA-REG-FILE
001990         STOP RUN
002000     END-IF.
002010 1000-INICIALIZAR-EXIT.
002020     EXIT.
002030
002040*----------------------------------------------------------------
002050*    2000-PROCESSAR-SESSAO: ONE PASS OF THE FUNCTION MENU.
002060*----------------------------------------------------------------
002070 2000-PROCESSAR-SESSAO.
002080     DISPLAY '***** TABPAG - CONTAS A RECEBER *****'
002090     DISPLAY '(P)AGAMENTO (A)JUSTE A CREDITO (C)ANCELAR FATURA '
002100             '(L)ISTAR (F)IM: '
002110     MOVE SPACES TO DL550-FUNCAO
002120     ACCEPT DL550-FUNCAO
002130     IF DL550-FUNCAO-PAGAMENTO
002140         PERFORM 3000-PAGAMENTO THRU 3000-PAGAMENTO-EXIT
002150     ELSE
002160     IF DL550-FUNCAO-AJUSTE
002170         PERFORM 4000-AJUSTE THRU 4000-AJUSTE-EXIT
002180     ELSE
002190     IF DL550-FUNCAO-CANCELAR
002200         PERFORM 5000-CANCELAR THRU 5000-CANCELAR-EXIT
002210     ELSE
002220     IF DL550-FUNCAO-LISTAR
002230         PERFORM 6000-LISTAR THRU 6000-LISTAR-EXIT
002240     ELSE
002250     IF DL550-FUNCAO-FIM
002260         SET DL550-FIM-SESSAO TO TRUE
002270     ELSE
002280         DISPLAY 'FUNCAO INVALIDA - USE P, A, C, L OU F'
002290     END-IF
002300     END-IF
002310     END-IF
002320     END-IF
002330     END-IF.
002340 2000-PROCESSAR-SESSAO-EXIT.
002350     EXIT.
002360
002370*----------------------------------------------------------------
002380*    2100-LER-FATURA: ASK FOR THE INVOICE NUMBER (LEADING ZEROS
002390*    MAY BE LEFT OFF), READ IT AND SHOW WHERE IT STANDS.
002400*----------------------------------------------------------------
002410 2100-LER-FATURA.
002420     MOVE 'S' TO DL550-SW-ENTRADA
002430     DISPLAY 'NUMERO DA FATURA: '
002440     MOVE SPACES TO DL550-NUMERO-ENTRADA DL550-NUMERO-TXT
002450     ACCEPT DL550-NUMERO-ENTRADA
002460     MOVE 0 TO DL550-TAM
002470     UNSTRING DL550-NUMERO-ENTRADA DELIMITED BY SPACE
002480         INTO DL550-NUMERO-TXT COUNT IN DL550-TAM
002490     IF DL550-TAM = 0
002500         MOVE 'N' TO DL550-SW-ENTRADA
002510         DISPLAY 'NUMERO INVALIDO'
002520         GO TO 2100-LER-FATURA-EXIT
002530     END-IF
002540     IF DL550-NUMERO-TXT(1:DL550-TAM) NOT NUMERIC
002550         MOVE 'N' TO DL550-SW-ENTRADA
002560         DISPLAY 'NUMERO INVALIDO'
002570         GO TO 2100-LER-FATURA-EXIT
002580     END-IF
002590     MOVE '000000' TO DL550-NUMERO-ED
002600     COMPUTE DL550-POS = 7 - DL550-TAM
002610     MOVE DL550-NUMERO-TXT(1:DL550-TAM) TO
002620         DL550-NUMERO-ED(DL550-POS:DL550-TAM)
002630     IF DL550-NUMERO-ED = '000000'
002640         MOVE 'N' TO DL550-SW-ENTRADA
002650         DISPLAY 'NUMERO INVALIDO'
002660         GO TO 2100-LER-FATURA-EXIT
002670     END-IF
002680     MOVE DL550-NUMERO-ED TO FRG-NUMERO
002690     READ FATURA-REG-FILE
002700         INVALID KEY
002710             DISPLAY 'FATURA ' DL550-NUMERO-ED ' NAO REGISTRADA'
002720             MOVE 'N' TO DL550-SW-ENTRADA
002730             GO TO 2100-LER-FATURA-EXIT
002740     END-READ
002750     PERFORM 2150-CALCULAR-SALDO THRU 2150-CALCULAR-SALDO-EXIT
002760     MOVE FRG-VALOR TO DL550-ED-VALOR
002770     MOVE FRG-PAGO TO DL550-ED-PAGO
002780     MOVE FRG-CREDITO TO DL550-ED-CREDITO
002790     MOVE DL550-SALDO TO DL550-ED-SALDO
002800     DISPLAY 'FATURA ' FRG-NUMERO ' DEPTO ' FRG-DEPTO
002810         ' PERIODO ' FRG-PERIODO(5:2) '/' FRG-PERIODO(1:4)
002820         ' EMITIDA ' FRG-EMISSAO ' SITUACAO ' FRG-SITUACAO
002830     DISPLAY '  VALOR   ' DL550-ED-VALOR
002840     DISPLAY '  PAGO    ' DL550-ED-PAGO
002850     DISPLAY '  CREDITO ' DL550-ED-CREDITO
002860     DISPLAY '  SALDO   ' DL550-ED-SALDO.
002870 2100-LER-FATURA-EXIT.
002880     EXIT.
002890
002900 2150-CALCULAR-SALDO.
002910     COMPUTE DL550-SALDO = FRG-VALOR - FRG-PAGO - FRG-CREDITO.
002920 2150-CALCULAR-SALDO-EXIT.
002930     EXIT.
002940
002950*----------------------------------------------------------------
002960*    2200-PEDIR-VALOR: THE AMOUNT, GREATER THAN ZERO AND NO MORE
002970*    THAN THE BALANCE STILL DUE ON THE INVOICE.
002980*----------------------------------------------------------------
002990 2200-PEDIR-VALOR.
003000     MOVE 'S' TO DL550-SW-ENTRADA
003010     DISPLAY 'VALOR (EX: 1234,50): '
003020     MOVE SPACES TO DL550-VALOR-ENTRADA
003030     ACCEPT DL550-VALOR-ENTRADA
003040     MOVE 0 TO DL550-VALOR-INTEIRO DL550-VALOR-CENTAVOS
003050               DL550-QTDE-INTEIROS DL550-QTDE-DECIMAIS
003060     MOVE 'N' TO DL550-SW-DECIMAL
003070     PERFORM 2210-EXAMINAR-CARACTER THRU
003080             2210-EXAMINAR-CARACTER-EXIT
003090         VARYING DL550-POS FROM 1 BY 1
003100         UNTIL DL550-POS > 15 OR NOT DL550-ENTRADA-VALIDA
003110     IF DL550-QTDE-INTEIROS = 0 AND DL550-QTDE-DECIMAIS = 0
003120         MOVE 'N' TO DL550-SW-ENTRADA
003130     END-IF
003140     IF NOT DL550-ENTRADA-VALIDA
003150         DISPLAY 'VALOR INVALIDO - USE O FORMATO 1234,50'
003160         GO TO 2200-PEDIR-VALOR-EXIT
003170     END-IF
003180     IF DL550-QTDE-DECIMAIS = 1
003190         MULTIPLY 10 BY DL550-VALOR-CENTAVOS
003200     END-IF
003210     COMPUTE DL550-VALOR =
003220         DL550-VALOR-INTEIRO + DL550-VALOR-CENTAVOS / 100
003230     IF DL550-VALOR = 0
003240         DISPLAY 'VALOR DEVE SER MAIOR QUE ZERO'
003250         MOVE 'N' TO DL550-SW-ENTRADA
003260         GO TO 2200-PEDIR-VALOR-EXIT
003270     END-IF
003280     IF DL550-VALOR > DL550-SALDO
003290         DISPLAY 'VALOR MAIOR QUE O SALDO DA FATURA'
003300         MOVE 'N' TO DL550-SW-ENTRADA
003310     END-IF.
003320 2200-PEDIR-VALOR-EXIT.
003330     EXIT.
003340
003350 2210-EXAMINAR-CARACTER.
003360     MOVE DL550-VALOR-ENTRADA(DL550-POS:1) TO DL550-CARACTER
003370     IF DL550-CARACTER = SPACE OR DL550-CARACTER = '.'
003380         GO TO 2210-EXAMINAR-CARACTER-EXIT
003390     END-IF
003400     IF DL550-CARACTER = ','
003410         IF DL550-NA-DECIMAL
003420             MOVE 'N' TO DL550-SW-ENTRADA
003430         ELSE
003440             SET DL550-NA-DECIMAL TO TRUE
003450         END-IF
003460         GO TO 2210-EXAMINAR-CARACTER-EXIT
003470     END-IF
003480     IF DL550-CARACTER NOT NUMERIC
003490         MOVE 'N' TO DL550-SW-ENTRADA
003500         GO TO 2210-EXAMINAR-CARACTER-EXIT
003510     END-IF
003520     MOVE DL550-CARACTER TO DL550-DIGITO
003530     IF DL550-NA-DECIMAL
003540         ADD 1 TO DL550-QTDE-DECIMAIS
003550         IF DL550-QTDE-DECIMAIS > 2
003560             MOVE 'N' TO DL550-SW-ENTRADA
003570         ELSE
003580             COMPUTE DL550-VALOR-CENTAVOS =
003590                 DL550-VALOR-CENTAVOS * 10 + DL550-DIGITO
003600         END-IF
003610     ELSE
003620         ADD 1 TO DL550-QTDE-INTEIROS
003630         IF DL550-QTDE-INTEIROS > 9
003640             MOVE 'N' TO DL550-SW-ENTRADA
003650         ELSE
003660             COMPUTE DL550-VALOR-INTEIRO =
003670                 DL550-VALOR-INTEIRO * 10 + DL550-DIGITO
003680         END-IF
003690     END-IF.
003700 2210-EXAMINAR-CARACTER-EXIT.
003710     EXIT.
003720
003730*----------------------------------------------------------------
003740*    3000-PAGAMENTO: POST A PAYMENT. THE REFERENCE (RECEIPT OR
003750*    TRANSFER NUMBER) GOES TO THE MOVEMENT LOG.
003760*----------------------------------------------------------------
003770 3000-PAGAMENTO.
003780     PERFORM 2100-LER-FATURA THRU 2100-LER-FATURA-EXIT
003790     IF NOT DL550-ENTRADA-VALIDA
003800         GO TO 3000-PAGAMENTO-EXIT
003810     END-IF
003820     IF NOT FRG-ABERTA
003830         DISPLAY 'FATURA NAO ESTA EM ABERTO - SITUACAO '
003840             FRG-SITUACAO
003850         GO TO 3000-PAGAMENTO-EXIT
003860     END-IF
003870     PERFORM 2200-PEDIR-VALOR THRU 2200-PEDIR-VALOR-EXIT
003880     IF NOT DL550-ENTRADA-VALIDA
003890         GO TO 3000-PAGAMENTO-EXIT
003900     END-IF
003910     DISPLAY 'REFERENCIA DO PAGAMENTO: '
003920     MOVE SPACES TO DL550-REFERENCIA
003930     ACCEPT DL550-REFERENCIA
003940     ADD DL550-VALOR TO FRG-PAGO
003950     MOVE 'P' TO MOV-TIPO
003960     PERFORM 9100-REGRAVAR-FATURA THRU 9100-REGRAVAR-FATURA-EXIT.
003970 3000-PAGAMENTO-EXIT.
003980     EXIT.
003990
004000*----------------------------------------------------------------
004010*    4000-AJUSTE: POST A CREDIT ADJUSTMENT - THE REASON IS
004020*    REQUIRED AND GOES TO THE MOVEMENT LOG.
004030*----------------------------------------------------------------
004040 4000-AJUSTE.
004050     PERFORM 2100-LER-FATURA THRU 2100-LER-FATURA-EXIT
004060     IF NOT DL550-ENTRADA-VALIDA
004070         GO TO 4000-AJUSTE-EXIT
004080     END-IF
004090     IF NOT FRG-ABERTA
004100         DISPLAY 'FATURA NAO ESTA EM ABERTO - SITUACAO '
004110             FRG-SITUACAO
004120         GO TO 4000-AJUSTE-EXIT
004130     END-IF
004140     PERFORM 2200-PEDIR-VALOR THRU 2200-PEDIR-VALOR-EXIT
004150     IF NOT DL550-ENTRADA-VALIDA
004160         GO TO 4000-AJUSTE-EXIT
004170     END-IF
004180     DISPLAY 'MOTIVO DO CREDITO: '
004190     MOVE SPACES TO DL550-REFERENCIA
004200     ACCEPT DL550-REFERENCIA
004210     IF DL550-REFERENCIA = SPACES
004220         DISPLAY 'MOTIVO OBRIGATORIO - AJUSTE NAO LANCADO'
004230         GO TO 4000-AJUSTE-EXIT
004240     END-IF
004250     ADD DL550-VALOR TO FRG-CREDITO
004260     MOVE 'A' TO MOV-TIPO
004270     PERFORM 9100-REGRAVAR-FATURA THRU 9100-REGRAVAR-FATURA-EXIT.
004280 4000-AJUSTE-EXIT.
004290     EXIT.
004300
004310*----------------------------------------------------------------
004320*    5000-CANCELAR: VOID AN INVOICE SO TABFAT WILL INVOICE ITS
004330*    PERIOD AGAIN. AN INVOICE WITH A PAYMENT ON IT CANNOT BE
004340*    VOIDED - THE MONEY WOULD BE LEFT POINTING AT NOTHING.
004350*----------------------------------------------------------------
004360 5000-CANCELAR.
004370     PERFORM 2100-LER-FATURA THRU 2100-LER-FATURA-EXIT
004380     IF NOT DL550-ENTRADA-VALIDA
004390         GO TO 5000-CANCELAR-EXIT
004400     END-IF
004410     IF FRG-CANCELADA
004420         DISPLAY 'FATURA JA CANCELADA EM ' FRG-DATA-CANCEL
004430         GO TO 5000-CANCELAR-EXIT
004440     END-IF
004450     IF FRG-PAGO > 0
004460         DISPLAY 'FATURA COM PAGAMENTO LANCADO - NAO PODE SER '
004470             'CANCELADA'
004480         GO TO 5000-CANCELAR-EXIT
004490     END-IF
004500     DISPLAY 'MOTIVO DO CANCELAMENTO: '
004510     MOVE SPACES TO DL550-REFERENCIA
004520     ACCEPT DL550-REFERENCIA
004530     IF DL550-REFERENCIA = SPACES
004540         DISPLAY 'MOTIVO OBRIGATORIO - FATURA NAO CANCELADA'
004550         GO TO 5000-CANCELAR-EXIT
004560     END-IF
004570     DISPLAY 'CONFIRMA O CANCELAMENTO (S/N): '
004580     MOVE SPACES TO DL550-CONFIRMA
004590     ACCEPT DL550-CONFIRMA
004600     IF DL550-CONFIRMA NOT = 'S'
004610         GO TO 5000-CANCELAR-EXIT
004620     END-IF
004630     MOVE 'C' TO FRG-SITUACAO
004640     MOVE DL550-DATA-HOJE TO FRG-DATA-CANCEL
004650     PERFORM 2150-CALCULAR-SALDO THRU 2150-CALCULAR-SALDO-EXIT
004660     MOVE DL550-SALDO TO DL550-VALOR
004670     MOVE 'C' TO MOV-TIPO
004680     PERFORM 9100-REGRAVAR-FATURA THRU 9100-REGRAVAR-FATURA-EXIT.
004690 5000-CANCELAR-EXIT.
004700     EXIT.
004710
004720*----------------------------------------------------------------
004730*    6000-LISTAR: EVERY INVOICE OF ONE BILLING PERIOD.
004740*----------------------------------------------------------------
004750 6000-LISTAR.
004760     DISPLAY 'PERIODO (MM/AAAA): '
004770     MOVE SPACES TO DL550-PERIODO-ENTRADA
004780     ACCEPT DL550-PERIODO-ENTRADA
004790     IF DL550-PERIODO-MM NOT NUMERIC OR
004800             DL550-PERIODO-BARRA NOT = '/' OR
004810             DL550-PERIODO-AAAA NOT NUMERIC
004820         DISPLAY 'PERIODO INVALIDO - USE MM/AAAA (EX: 08/2026)'
004830         GO TO 6000-LISTAR-EXIT
004840     END-IF
004850     STRING DL550-PERIODO-AAAA DL550-PERIODO-MM
004860         DELIMITED BY SIZE INTO DL550-PERIODO-CHAVE
004870     MOVE 0 TO DL550-LISTADAS
004880     MOVE 'N' TO DL550-SW-LISTA
004890     MOVE DL550-PERIODO-CHAVE TO FRG-PERIODO
004900     START FATURA-REG-FILE KEY = FRG-PERIODO
004910         INVALID KEY
004920             SET DL550-FIM-LISTA TO TRUE
004930     END-START
004940     DISPLAY 'FATURA  DEPTO EMISSAO            VALOR'
004950             '             SALDO  S'
004960     PERFORM 6100-LISTAR-FATURA THRU 6100-LISTAR-FATURA-EXIT
004970         UNTIL DL550-FIM-LISTA
004980     DISPLAY DL550-LISTADAS ' FATURAS NO PERIODO'.
004990 6000-LISTAR-EXIT.
005000     EXIT.
005010
005020 6100-LISTAR-FATURA.
005030     READ FATURA-REG-FILE NEXT
005040         AT END
005050             SET DL550-FIM-LISTA TO TRUE
005060             GO TO 6100-LISTAR-FATURA-EXIT
005070     END-READ
005080     IF FRG-PERIODO NOT = DL550-PERIODO-CHAVE
005090         SET DL550-FIM-LISTA TO TRUE
005100         GO TO 6100-LISTAR-FATURA-EXIT
005110     END-IF
005120     IF FRG-NUMERO = '000000'
005130         GO TO 6100-LISTAR-FATURA-EXIT
005140     END-IF
005150     PERFORM 2150-CALCULAR-SALDO THRU 2150-CALCULAR-SALDO-EXIT
005160     MOVE FRG-NUMERO TO DL550-LST-NUMERO
005170     MOVE FRG-DEPTO TO DL550-LST-DEPTO
005180     MOVE FRG-EMISSAO TO DL550-LST-EMISSAO
005190     MOVE FRG-VALOR TO DL550-LST-VALOR
005200     MOVE DL550-SALDO TO DL550-LST-SALDO
005210     MOVE FRG-SITUACAO TO DL550-LST-SITUACAO
005220     DISPLAY DL550-LISTA-LINHA
005230     ADD 1 TO DL550-LISTADAS.
005240 6100-LISTAR-FATURA-EXIT.
005250     EXIT.
005260
005270*----------------------------------------------------------------
005280*    9100-REGRAVAR-FATURA: SETTLE THE INVOICE WHEN NOTHING IS
005290*    LEFT DUE, REWRITE IT AND LOG THE POSTING (MOV-TIPO AND
005300*    DL550-VALOR SET BY THE CALLER).
005310*----------------------------------------------------------------
005320 9100-REGRAVAR-FATURA.
005330     MOVE DL550-DATA-HOJE TO FRG-ULT-MOVTO
005340     PERFORM 2150-CALCULAR-SALDO THRU 2150-CALCULAR-SALDO-EXIT
005350     IF FRG-ABERTA AND DL550-SALDO NOT > 0
005360         MOVE 'Q' TO FRG-SITUACAO
005370     END-IF
005380     REWRITE FRG-REGISTRO
005390         INVALID KEY
005400             DISPLAY 'ERRO AO REGRAVAR FATREG - STATUS '
005410                 DL550-FREG-STATUS
005420             GO TO 9100-REGRAVAR-FATURA-EXIT
005430     END-REWRITE
005440     ACCEPT DL550-HORA-SISTEMA FROM TIME
005450     MOVE FRG-NUMERO TO MOV-NUMERO
005460     MOVE DL550-DATA-HOJE TO MOV-DATA
005470     MOVE DL550-HORA-SISTEMA TO MOV-HORA
005480     MOVE DL550-VALOR TO MOV-VALOR
005490     MOVE DL550-REFERENCIA TO MOV-REFERENCIA
005500     WRITE MOV-REGISTRO
005510     IF NOT DL550-MOV-OK
005520         DISPLAY 'ERRO AO GRAVAR FATMOV - STATUS '
005530             DL550-MOV-STATUS
005540     END-IF
005550     MOVE DL550-SALDO TO DL550-ED-SALDO
005560     DISPLAY 'FATURA ' FRG-NUMERO ' ATUALIZADA - SALDO '
005570         DL550-ED-SALDO ' SITUACAO ' FRG-SITUACAO.
005580 9100-REGRAVAR-FATURA-EXIT.
005590     EXIT.
005600
005610 9999-ENCERRAR.
005620     CLOSE FATURA-REG-FILE
005630     CLOSE MOVIMENTO-FILE
005640     DISPLAY 'FIM DO LANCAMENTO DE CONTAS A RECEBER.'.
005650 9999-ENCERRAR-EXIT.
005660     EXIT.
