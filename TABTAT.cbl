000100******************************************************************
000110* Author:GELIEL GUSTAVO DE SOUZA SILVA.
000120* Date:12/10/2026
000130******************************************************************
000140* MODIFICATION HISTORY
000150* DATE       INIT DESCRIPTION
000160* 12/10/2026 GGS  ORIGINAL PROGRAM. MONTHLY SERVICE-LEVEL REPORT
000170*                 OVER THE REQMAST REQUEST MASTER, WRITTEN TO
000180*                 TATRPT: (1) EVERY REQUEST FIRST PRODUCED IN THE
000190*                 PERIOD - DATE KEYED (REQ-DATA-PEDIDO), DATE
000200*                 PRODUCED (FIRST BATCH AUDITLOG LINE CARRYING ITS
000210*                 REQ-NUMERO) AND THE DAYS BETWEEN, AGAINST THE
000220*                 TARGET TURNAROUND; (2) THE OPEN N, E AND S
000230*                 REQUESTS AGED BY DAYS OUTSTANDING INTO 0-7,
000240*                 8-15, 16-30 AND 30+ DAY BUCKETS; (3) STANDING
000250*                 ORDERS WHOSE REQ-ULT-GERACAO IS OLDER THAN THEIR
000260*                 LAST DUE DATE; (4) A SUMMARY BY DEPARTMENT WITH
000270*                 THE PERCENTAGE PRODUCED WITHIN THE TARGET. PARM
000280*                 MM/AAAA[,PRAZO] - PERIOD DEFAULT THE CURRENT
000290*                 MONTH, TARGET DEFAULT 3 DAYS. THE BACKLOG PARTS
000300*                 ARE AS OF TODAY. RUN IT BEFORE TABHKP ROLLS THE
000310*                 MONTH'S AUDITLOG LINES TO THE ARCHIVE. ENDS WITH
000320*                 RETURN-CODE 4 WHEN A STANDING ORDER HAS MISSED A
000330*                 DUE DATE.
000331* 14/10/2026 GGS  THE DUE DATES OF A STANDING ORDER NOW FOLLOW THE
000332*                 CALFILE SCHOOL CALENDAR AS THE BATCH RUN DOES -
000333*                 NO ORDER IS DUE ON A NON-WORKING DAY, AND A
000334*                 MONTHLY ORDER WHOSE DAY WAS ONE IS DUE ON THE
000335*                 NEXT WORKING DAY.
000336* 15/10/2026 GGS  A STANDING ORDER (P OR S) IS NO LONGER COUNTED
000337*                 AS ATTENDED EVERY MONTH - IT IS REPORTED ONLY
000338*                 IN THE STANDING-ORDER SECTION.
000340******************************************************************
000350 IDENTIFICATION DIVISION.
000360*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
000370 PROGRAM-ID. TABTAT.
000380 ENVIRONMENT DIVISION.
000390*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
000400 CONFIGURATION SECTION.
000410     SPECIAL-NAMES.
000420         DECIMAL-POINT IS COMMA.
000430*-----------------------
000440 INPUT-OUTPUT SECTION.
000450 FILE-CONTROL.
000460     SELECT REQUEST-FILE ASSIGN TO 'REQMAST'
000470         ORGANIZATION IS INDEXED
000480         ACCESS MODE IS DYNAMIC
000490         RECORD KEY IS REQ-NUMERO
000500         FILE STATUS IS DL970-REQM-STATUS.
000510     SELECT AUDIT-FILE ASSIGN TO 'AUDITLOG'
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS DL970-AUDIT-STATUS.
000540     SELECT REPORT-FILE ASSIGN TO 'TATRPT'
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS DL970-REL-STATUS.
000561     SELECT CALEND-FILE ASSIGN TO 'CALFILE'
000562         ORGANIZATION IS INDEXED
000563         ACCESS MODE IS RANDOM
000564         RECORD KEY IS CAL-DATA
000565         FILE STATUS IS DL970-CAL-STATUS.
000570*-----------------------
000580 DATA DIVISION.
000590*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
000600 FILE SECTION.
000610*-----------------------
000620*----------------------------------------------------------------
000630*    REQUEST MASTER - SAME LAYOUT AS TABREQ, WHICH KEEPS IT.
000640*----------------------------------------------------------------
000650 FD  REQUEST-FILE.
000660 01  REQ-REGISTRO.
000670     05  REQ-NUMERO               PIC 9(05).
000680     05  REQ-DEPTO                PIC X(04).
000690     05  REQ-DATA-PEDIDO          PIC X(08).
000700     05  REQ-OPCAO                PIC 9(02).
000710     05  REQ-MULT-DECIMAL         PIC 9(02)V9(01).
000720     05  REQ-OPERACAO             PIC X(01).
000730     05  REQ-FOLHA                PIC X(01).
000740     05  REQ-STATUS               PIC X(01).
000750         88  REQ-STATUS-NOVO      VALUE 'N'.
000760         88  REQ-STATUS-CONCLUIDO VALUE 'D'.
000770         88  REQ-STATUS-ERRO      VALUE 'E'.
000780         88  REQ-STATUS-CANCELADO VALUE 'C'.
000790         88  REQ-STATUS-PERMANENTE VALUE 'P'.
000800         88  REQ-STATUS-SUSPENSO  VALUE 'S'.
000810     05  REQ-SOLICITANTE          PIC X(06).
000820     05  REQ-INICIO               PIC 9(02).
000830     05  REQ-FIM                  PIC 9(02).
000840     05  REQ-PASSO                PIC 9(02).
000850     05  REQ-FREQUENCIA           PIC X(01).
000860         88  REQ-FREQ-DIARIA      VALUE 'D'.
000870         88  REQ-FREQ-SEMANAL     VALUE 'S'.
000880         88  REQ-FREQ-MENSAL      VALUE 'M'.
000890     05  REQ-FREQ-DIA             PIC 9(02).
000900     05  REQ-ULT-GERACAO          PIC X(08).
000910     05  REQ-MISTA-QTDE           PIC 9(02).
000920     05  REQ-TURMA                PIC X(04).
000930     05  FILLER                   PIC X(26).
000940
000950*----------------------------------------------------------------
000960*    AUDITLOG AS WRITTEN BY TABOADA. A BATCH LINE (MODO B) NAMES
000970*    THE REQMAST REQUEST IT WAS PRODUCED FOR.
000980*----------------------------------------------------------------
000990 FD  AUDIT-FILE.
001000 01  AUDIT-REGISTRO.
001010     05  AUDIT-DATA               PIC X(08).
001020     05  FILLER                   PIC X(01).
001030     05  AUDIT-HORA               PIC X(08).
001040     05  FILLER                   PIC X(01).
001050     05  AUDIT-MODO               PIC X(01).
001060     05  FILLER                   PIC X(01).
001070     05  AUDIT-TABELA             PIC X(02).
001080     05  FILLER                   PIC X(01).
001090     05  AUDIT-MULTIPLICANDO      PIC X(05).
001100     05  FILLER                   PIC X(01).
001110     05  AUDIT-OPERACAO           PIC X(01).
001120     05  FILLER                   PIC X(01).
001130     05  AUDIT-OPERADOR           PIC X(06).
001140     05  FILLER                   PIC X(01).
001150     05  AUDIT-LINHAS             PIC X(02).
001160     05  FILLER                   PIC X(01).
001170     05  AUDIT-REQ-NUMERO         PIC X(05).
001180     05  FILLER                   PIC X(01).
001190     05  AUDIT-REQ-DEPTO          PIC X(04).
001200     05  FILLER                   PIC X(29).
001210
001220 FD  REPORT-FILE.
001230 01  REPORT-RECORD                PIC X(80).
001231
001232*----------------------------------------------------------------
001233*    SCHOOL CALENDAR KEPT BY TABCAL - SAME LAYOUT AS THERE. ONE
001234*    RECORD PER NON-WORKING DAY, KEYED ON THE DATE AS AAAAMMDD.
001235*----------------------------------------------------------------
001236 FD  CALEND-FILE.
001237 01  CAL-REGISTRO.
001238     05  CAL-DATA                 PIC X(08).
001239     05  CAL-TIPO                 PIC X(01).
001240         88  CAL-FERIADO          VALUE 'F'.
001241         88  CAL-RECESSO          VALUE 'R'.
001242         88  CAL-FIM-DE-SEMANA    VALUE 'S'.
001243     05  CAL-DESCRICAO            PIC X(30).
001244     05  CAL-RESPONSAVEL          PIC X(06).
001245     05  CAL-DATA-ALTER           PIC X(06).
001246     05  FILLER                   PIC X(29).
001247
001250 WORKING-STORAGE SECTION.
001260*----------------------------------------------------------------
001270*    FILE STATUS AND END-OF-FILE CONTROLS
001280*----------------------------------------------------------------
001290 01  DL970-REQM-STATUS            PIC X(02).
001300     88  DL970-REQM-OK            VALUE '00'.
001310 01  DL970-AUDIT-STATUS           PIC X(02).
001320     88  DL970-AUDIT-OK           VALUE '00'.
001330     88  DL970-AUDIT-AUSENTE      VALUE '35'.
001340 01  DL970-REL-STATUS             PIC X(02).
001350     88  DL970-REL-OK             VALUE '00'.
001352 01  DL970-CAL-STATUS             PIC X(02).
001354     88  DL970-CAL-OK             VALUE '00'.
001356     88  DL970-CAL-AUSENTE        VALUE '35'.
001360 01  DL970-SW-FIM                 PIC X(01) VALUE 'N'.
001370     88  DL970-FIM-REGISTRO       VALUE 'S'.
001380 01  DL970-SW-FIM-AUDIT           PIC X(01) VALUE 'N'.
001390     88  DL970-FIM-AUDITORIA      VALUE 'S'.
001400 01  DL970-SW-AUDITLOG            PIC X(01) VALUE 'N'.
001410     88  DL970-AUDITLOG-ABERTO    VALUE 'S'.
001420 01  DL970-SW-ARQUIVOS            PIC X(01) VALUE 'N'.
001430     88  DL970-ARQUIVOS-ABERTOS   VALUE 'S'.
001440 01  DL970-SW-PAGINA              PIC X(01) VALUE 'N'.
001450     88  DL970-JA-IMPRIMIU        VALUE 'S'.
001460 01  DL970-SW-SECAO               PIC X(01) VALUE SPACE.
001470     88  DL970-SECAO-ATENDIDAS    VALUE 'A'.
001480     88  DL970-SECAO-ABERTAS      VALUE 'B'.
001490     88  DL970-SECAO-PERMANENTES  VALUE 'P'.
001500 01  DL970-SW-DATA                PIC X(01) VALUE 'N'.
001510     88  DL970-DATA-VALIDA        VALUE 'S'.
001520 01  DL970-SW-PEDIDO              PIC X(01) VALUE 'N'.
001530     88  DL970-PEDIDO-VALIDO      VALUE 'S'.
001540 01  DL970-SW-BUSCA               PIC X(01) VALUE 'N'.
001550     88  DL970-BUSCA-ENCERRADA    VALUE 'S'.
001560 01  DL970-SW-DEVIDA              PIC X(01) VALUE 'N'.
001570     88  DL970-DEVIDA-ACHADA      VALUE 'S'.
001580 01  DL970-SW-DIA-DEVIDO          PIC X(01) VALUE 'N'.
001590     88  DL970-DIA-DEVIDO         VALUE 'S'.
001600 01  DL970-SW-PRD-CHEIA           PIC X(01) VALUE 'N'.
001610     88  DL970-PRD-CHEIA          VALUE 'S'.
001620 01  DL970-SW-DEP-CHEIA           PIC X(01) VALUE 'N'.
001630     88  DL970-DEP-CHEIA          VALUE 'S'.
001631 01  DL970-SW-CALENDARIO          PIC X(01) VALUE 'N'.
001632     88  DL970-CALENDARIO-ATIVO   VALUE 'S'.
001633 01  DL970-SW-DIA-FOLGA           PIC X(01) VALUE 'N'.
001634     88  DL970-DIA-FOLGA          VALUE 'S'.
001635 01  DL970-SW-FIM-FOLGA           PIC X(01) VALUE 'N'.
001636     88  DL970-FIM-FOLGA          VALUE 'S'.
001640
001650*----------------------------------------------------------------
001660*    PARM - MM/AAAA[,PRAZO]. THE PERIOD SELECTS THE REQUESTS
001670*    PRODUCED; THE TARGET IS THE TURNAROUND IN DAYS.
001680*----------------------------------------------------------------
001690 01  DL970-PARM-EXECUCAO          PIC X(20).
001700 01  DL970-PERIODO-ENTRADA        PIC X(07).
001710 01  DL970-PERIODO-RED REDEFINES DL970-PERIODO-ENTRADA.
001720     05  DL970-PER-MM             PIC X(02).
001730     05  DL970-PER-BARRA          PIC X(01).
001740     05  DL970-PER-AAAA           PIC X(04).
001750 01  DL970-PERIODO-AA             PIC X(02).
001760 01  DL970-PER-MM-NUM             PIC 9(02).
001770 01  DL970-PRAZO-ENTRADA          PIC X(02).
001780 01  DL970-PRAZO                  PIC 9(02) VALUE 3.
001790
001800*----------------------------------------------------------------
001810*    TODAY - THE POSITION DATE OF THE BACKLOG PARTS.
001820*----------------------------------------------------------------
001830 01  DL970-DATA-HOJE              PIC 9(08).
001840 01  DL970-DATA-HOJE-RED REDEFINES DL970-DATA-HOJE.
001850     05  DL970-HOJE-AAAA          PIC 9(04).
001860     05  DL970-HOJE-MM            PIC 9(02).
001870     05  DL970-HOJE-DD            PIC 9(02).
001880 01  DL970-HOJE-ED                PIC X(10).
001890 01  DL970-DIAS-HOJE              PIC 9(09).
001900
001910*----------------------------------------------------------------
001920*    DATES ON REQMAST AND AUDITLOG ARE DD/MM/AA (CENTURY 20).
001930*----------------------------------------------------------------
001940 01  DL970-DATA-CURTA             PIC X(08).
001950 01  DL970-DATA-CURTA-RED REDEFINES DL970-DATA-CURTA.
001960     05  DL970-CUR-DD             PIC X(02).
001970     05  FILLER                   PIC X(01).
001980     05  DL970-CUR-MM             PIC X(02).
001990     05  FILLER                   PIC X(01).
002000     05  DL970-CUR-AA             PIC X(02).
002010 01  DL970-DATA-CURTA-NUM REDEFINES DL970-DATA-CURTA.
002020     05  DL970-CUR-DD-N           PIC 9(02).
002030     05  FILLER                   PIC X(01).
002040     05  DL970-CUR-MM-N           PIC 9(02).
002050     05  FILLER                   PIC X(01).
002060     05  DL970-CUR-AA-N           PIC 9(02).
002070
002080*----------------------------------------------------------------
002090*    DAY NUMBER WORK FIELDS - A DATE IS TURNED INTO A COUNT OF
002100*    DAYS (MARCH-BASED YEAR) SO TWO DATES CAN BE SUBTRACTED. THE
002110*    SAME COUNT PLUS ONE, MODULO 7, GIVES THE WEEKDAY (0 =
002120*    SEGUNDA), MATCHING THE 1=SEGUNDA THRU 7=DOMINGO OF
002130*    REQ-FREQ-DIA.
002140*----------------------------------------------------------------
002150 01  DL970-DN-ANO                 PIC 9(05).
002160 01  DL970-DN-MES                 PIC 9(02).
002170 01  DL970-DN-DIA                 PIC 9(02).
002180 01  DL970-DN-Q4                  PIC 9(05).
002190 01  DL970-DN-Q100                PIC 9(05).
002200 01  DL970-DN-Q400                PIC 9(05).
002210 01  DL970-DN-QMES                PIC 9(05).
002220 01  DL970-DN-RESULTADO           PIC 9(09).
002230 01  DL970-DIAS-PEDIDO            PIC 9(09).
002240 01  DL970-DIAS-PRODUCAO          PIC 9(09).
002250 01  DL970-DIAS-ULT-GERACAO       PIC 9(09).
002260 01  DL970-DIAS-DIF               PIC S9(09).
002270 01  DL970-DIAS-CORRIDOS          PIC 9(05).
002280
002290*----------------------------------------------------------------
002300*    DUE-DATE SEARCH FOR A STANDING ORDER - WALKS BACK ONE DAY AT
002310*    A TIME FROM YESTERDAY TO THE LAST DAY THE BATCH SHOULD HAVE
002320*    PRODUCED IT. 62 DAYS ALWAYS TAKES IN A 31-DAY MONTH.
002330*----------------------------------------------------------------
002340 01  DL970-CAL-DATA.
002350     05  DL970-CAL-AAAA           PIC 9(04).
002360     05  DL970-CAL-MM             PIC 9(02).
002370     05  DL970-CAL-DD             PIC 9(02).
002380 01  DL970-CAL-DIAS               PIC 9(09).
002390 01  DL970-CAL-SEMANA             PIC 9(01).
002400 01  DL970-SEM-TRAB               PIC 9(09).
002410 01  DL970-SEM-QUOC               PIC 9(09).
002420 01  DL970-SEM-RESTO              PIC 9(01).
002430 01  DL970-FIM-MES                PIC 9(02).
002440 01  DL970-BIS-QUOC               PIC 9(04).
002450 01  DL970-BIS-R4                 PIC 9(03).
002460 01  DL970-BIS-R100               PIC 9(03).
002470 01  DL970-BIS-R400               PIC 9(03).
002480 01  DL970-DIAS-MESES             PIC X(24) VALUE
002490     '312831303130313130313031'.
002500 01  DL970-DIAS-MESES-RED REDEFINES DL970-DIAS-MESES.
002510     05  DL970-DIAS-NO-MES        PIC 9(02) OCCURS 12 TIMES.
002520 01  DL970-DEVIDA-DIAS            PIC 9(09).
002530 01  DL970-DEVIDA-ED              PIC X(10).
002540 77  DL970-PASSOS                 PIC 9(03) COMP VALUE 0.
002542 01  DL970-SALVA-DATA             PIC X(08).
002544 01  DL970-SALVA-DIAS             PIC 9(09).
002546 77  DL970-PASSOS-FOLGA           PIC 9(03) COMP VALUE 0.
002550
002560*----------------------------------------------------------------
002570*    FIRST PRODUCTION DATE OF EACH REQUEST, FROM THE BATCH LINES
002580*    OF AUDITLOG (THE FILE IS IN TIME ORDER, SO THE FIRST LINE
002590*    FOUND FOR A REQUEST IS ITS FIRST PRODUCTION).
002600*----------------------------------------------------------------
002610 77  DL970-PRD-QTDE               PIC 9(04) COMP VALUE 0.
002620 77  DL970-PRD-IDX                PIC 9(04) COMP VALUE 0.
002630 77  DL970-PRD-ACHADO             PIC 9(04) COMP VALUE 0.
002640 01  DL970-PRD-BUSCA              PIC 9(05).
002650 01  DL970-PRD-ULTIMO             PIC X(05) VALUE SPACES.
002660 01  DL970-PRD-TABELA.
002670     05  DL970-PRD-ITEM OCCURS 3000 TIMES.
002680         10  DL970-PRD-NUMERO     PIC 9(05).
002690         10  DL970-PRD-DATA       PIC X(08).
002700
002710*----------------------------------------------------------------
002720*    DEPARTMENT TOTALS - FAIXA 1 = 0-7, 2 = 8-15, 3 = 16-30,
002730*    4 = 30+ DAYS OUTSTANDING. THE WORK ITEM AND THE GRAND TOTAL
002740*    HAVE THE SAME SHAPE AS ONE TABLE ENTRY.
002750*----------------------------------------------------------------
002760 77  DL970-DEP-QTDE               PIC 9(02) COMP VALUE 0.
002770 77  DL970-DEP-IDX                PIC 9(02) COMP VALUE 0.
002780 77  DL970-DEP-ACHADO             PIC 9(02) COMP VALUE 0.
002790 77  DL970-DEP-I                  PIC 9(02) COMP VALUE 0.
002800 77  DL970-DEP-J                  PIC 9(02) COMP VALUE 0.
002810 77  DL970-FAIXA                  PIC 9(01) COMP VALUE 0.
002820 01  DL970-DEP-BUSCA              PIC X(04).
002830 01  DL970-DEP-TABELA.
002840     05  DL970-DEP-ITEM OCCURS 50 TIMES.
002850         10  DL970-DEP-CODIGO     PIC X(04).
002860         10  DL970-DEP-ATENDIDAS  PIC 9(05) COMP.
002870         10  DL970-DEP-SOMA-DIAS  PIC 9(07) COMP.
002880         10  DL970-DEP-NO-PRAZO   PIC 9(05) COMP.
002890         10  DL970-DEP-ABERTAS    PIC 9(05) COMP.
002900         10  DL970-DEP-FAIXA      PIC 9(05) COMP
002910                                  OCCURS 4 TIMES.
002920         10  DL970-DEP-PERM-ATR   PIC 9(05) COMP.
002930 01  DL970-DEP-TRABALHO.
002940     05  DL970-TRB-CODIGO         PIC X(04).
002950     05  DL970-TRB-ATENDIDAS      PIC 9(05) COMP.
002960     05  DL970-TRB-SOMA-DIAS      PIC 9(07) COMP.
002970     05  DL970-TRB-NO-PRAZO       PIC 9(05) COMP.
002980     05  DL970-TRB-ABERTAS        PIC 9(05) COMP.
002990     05  DL970-TRB-FAIXA          PIC 9(05) COMP
003000                                  OCCURS 4 TIMES.
003010     05  DL970-TRB-PERM-ATR       PIC 9(05) COMP.
003020 01  DL970-TOTAIS.
003030     05  DL970-TOT-CODIGO         PIC X(04).
003040     05  DL970-TOT-ATENDIDAS      PIC 9(05) COMP.
003050     05  DL970-TOT-SOMA-DIAS      PIC 9(07) COMP.
003060     05  DL970-TOT-NO-PRAZO       PIC 9(05) COMP.
003070     05  DL970-TOT-ABERTAS        PIC 9(05) COMP.
003080     05  DL970-TOT-FAIXA          PIC 9(05) COMP
003090                                  OCCURS 4 TIMES.
003100     05  DL970-TOT-PERM-ATR       PIC 9(05) COMP.
003110 01  DL970-MEDIA                  PIC 9(03)V9(01).
003120 01  DL970-PERCENTUAL             PIC 9(03)V9(01).
003130 01  DL970-CODIGOS-FAIXA          PIC X(20) VALUE
003140     '0-7  8-15 16-3030+  '.
003150 01  DL970-CODIGOS-RED REDEFINES DL970-CODIGOS-FAIXA.
003160     05  DL970-CODIGO-FAIXA       PIC X(05) OCCURS 4 TIMES.
003170
003180 77  DL970-REQ-LIDAS              PIC 9(07) COMP VALUE 0.
003190 77  DL970-AUDIT-LIDAS            PIC 9(07) COMP VALUE 0.
003200 77  DL970-AUDIT-LOTE             PIC 9(07) COMP VALUE 0.
003210 77  DL970-SEM-PRODUCAO           PIC 9(07) COMP VALUE 0.
003220 77  DL970-SEC-LINHAS             PIC 9(07) COMP VALUE 0.
003230 77  DL970-LST-ATENDIDAS          PIC 9(07) COMP VALUE 0.
003240 77  DL970-LST-ABERTAS            PIC 9(07) COMP VALUE 0.
003250 77  DL970-LST-PERM               PIC 9(07) COMP VALUE 0.
003260
003270*----------------------------------------------------------------
003280*    REPORT LINES
003290*----------------------------------------------------------------
003300 01  DL970-REL-CAB-01             PIC X(80) VALUE
003310     '*** TABOADA - PRAZO DE ATENDIMENTO DAS REQUISICOES ***'.
003320 01  DL970-REL-CAB-02.
003330     05  FILLER                   PIC X(09) VALUE 'PERIODO: '.
003340     05  DL970-CAB-PERIODO        PIC X(07).
003350     05  FILLER                   PIC X(10) VALUE '   PRAZO: '.
003360     05  DL970-CAB-PRAZO          PIC Z9.
003370     05  FILLER                   PIC X(20) VALUE
003380         ' DIAS   POSICAO EM: '.
003390     05  DL970-CAB-DATA           PIC X(10).
003400     05  FILLER                   PIC X(22) VALUE SPACES.
003410 01  DL970-REL-SECAO              PIC X(80).
003420 01  DL970-REL-COL-ATENDIDAS      PIC X(80) VALUE
003430     'NUMERO DEPTO  PEDIDO    PRODUZIDA DIAS  SITUACAO'.
003440 01  DL970-REL-COL-ABERTAS        PIC X(80) VALUE
003450     'NUMERO DEPTO  PEDIDO    SITUACAO  DIAS  FAIXA  OBS'.
003460 01  DL970-REL-COL-PERMANENTES    PIC X(80) VALUE
003470     'NUMERO DEPTO  FREQ.    DIA ULT.GER.  DEVIDA EM   DIAS'.
003480 01  DL970-REL-ATENDIDA.
003490     05  DL970-ATD-NUMERO         PIC 9(05).
003500     05  FILLER                   PIC X(02) VALUE SPACES.
003510     05  DL970-ATD-DEPTO          PIC X(04).
003520     05  FILLER                   PIC X(03) VALUE SPACES.
003530     05  DL970-ATD-PEDIDO         PIC X(08).
003540     05  FILLER                   PIC X(02) VALUE SPACES.
003550     05  DL970-ATD-PRODUCAO       PIC X(08).
003560     05  FILLER                   PIC X(02) VALUE SPACES.
003570     05  DL970-ATD-DIAS           PIC ZZZ9.
003580     05  FILLER                   PIC X(02) VALUE SPACES.
003590     05  DL970-ATD-SITUACAO       PIC X(10).
003600     05  FILLER                   PIC X(30) VALUE SPACES.
003610 01  DL970-REL-ABERTA.
003620     05  DL970-ABT-NUMERO         PIC 9(05).
003630     05  FILLER                   PIC X(02) VALUE SPACES.
003640     05  DL970-ABT-DEPTO          PIC X(04).
003650     05  FILLER                   PIC X(03) VALUE SPACES.
003660     05  DL970-ABT-PEDIDO         PIC X(08).
003670     05  FILLER                   PIC X(02) VALUE SPACES.
003680     05  DL970-ABT-SITUACAO       PIC X(08).
003690     05  FILLER                   PIC X(02) VALUE SPACES.
003700     05  DL970-ABT-DIAS           PIC ZZZ9.
003710     05  FILLER                   PIC X(02) VALUE SPACES.
003720     05  DL970-ABT-FAIXA          PIC X(05).
003730     05  FILLER                   PIC X(02) VALUE SPACES.
003740     05  DL970-ABT-OBS            PIC X(10).
003750     05  FILLER                   PIC X(23) VALUE SPACES.
003760 01  DL970-REL-PERMANENTE.
003770     05  DL970-PRM-NUMERO         PIC 9(05).
003780     05  FILLER                   PIC X(02) VALUE SPACES.
003790     05  DL970-PRM-DEPTO          PIC X(04).
003800     05  FILLER                   PIC X(03) VALUE SPACES.
003810     05  DL970-PRM-FREQ           PIC X(07).
003820     05  FILLER                   PIC X(02) VALUE SPACES.
003830     05  DL970-PRM-DIA            PIC Z9.
003840     05  FILLER                   PIC X(02) VALUE SPACES.
003850     05  DL970-PRM-ULT            PIC X(08).
003860     05  FILLER                   PIC X(02) VALUE SPACES.
003870     05  DL970-PRM-DEVIDA         PIC X(10).
003880     05  FILLER                   PIC X(02) VALUE SPACES.
003890     05  DL970-PRM-DIAS           PIC ZZZ9.
003900     05  FILLER                   PIC X(27) VALUE SPACES.
003910 01  DL970-REL-RES-CAB-01.
003920     05  FILLER                   PIC X(07) VALUE SPACES.
003930     05  FILLER                   PIC X(31) VALUE
003940         '---- ATENDIDAS NO PERIODO -----'.
003950     05  FILLER                   PIC X(02) VALUE SPACES.
003960     05  FILLER                   PIC X(26) VALUE
003970         '---- EM ABERTO (DIAS) ----'.
003980     05  FILLER                   PIC X(02) VALUE SPACES.
003990     05  FILLER                   PIC X(12) VALUE 'PERM.'.
004000 01  DL970-REL-RES-CAB-02.
004010     05  FILLER                   PIC X(40) VALUE
004020         'DEPTO   QTDE  MEDIA  NO PRAZO  % PRAZO  '.
004030     05  FILLER                   PIC X(40) VALUE
004040         'TOTAL  0-7 8-15 16-30  30+ ATRAS.'.
004050 01  DL970-REL-RESUMO.
004060     05  DL970-RES-DEPTO          PIC X(05).
004070     05  FILLER                   PIC X(02) VALUE SPACES.
004080     05  DL970-RES-QTDE           PIC ZZZZ9.
004090     05  FILLER                   PIC X(02) VALUE SPACES.
004100     05  DL970-RES-MEDIA          PIC ZZ9,9.
004110     05  FILLER                   PIC X(05) VALUE SPACES.
004120     05  DL970-RES-NO-PRAZO       PIC ZZZZ9.
004130     05  FILLER                   PIC X(04) VALUE SPACES.
004140     05  DL970-RES-PERCENTUAL     PIC ZZ9,9.
004150     05  FILLER                   PIC X(02) VALUE SPACES.
004160     05  DL970-RES-ABERTAS        PIC ZZZZ9.
004170     05  FILLER                   PIC X(01) VALUE SPACES.
004180     05  DL970-RES-FAIXA-1        PIC ZZZ9.
004190     05  FILLER                   PIC X(01) VALUE SPACES.
004200     05  DL970-RES-FAIXA-2        PIC ZZZ9.
004210     05  FILLER                   PIC X(02) VALUE SPACES.
004220     05  DL970-RES-FAIXA-3        PIC ZZZ9.
004230     05  FILLER                   PIC X(01) VALUE SPACES.
004240     05  DL970-RES-FAIXA-4        PIC ZZZ9.
004250     05  FILLER                   PIC X(03) VALUE SPACES.
004260     05  DL970-RES-PERM-ATR       PIC ZZZ9.
004270     05  FILLER                   PIC X(07) VALUE SPACES.
004280 01  DL970-REL-TOTAL.
004290     05  FILLER                   PIC X(04) VALUE SPACES.
004300     05  DL970-TOT-ROTULO         PIC X(44).
004310     05  DL970-TOT-VALOR          PIC ZZZZZZ9.
004320     05  FILLER                   PIC X(25) VALUE SPACES.
004330 01  DL970-REL-NADA               PIC X(80) VALUE
004340     'NENHUMA REQUISICAO NESTA SECAO'.
004350 01  DL970-REL-BRANCO             PIC X(80) VALUE SPACES.
004360
004370*-----------------------
004380 PROCEDURE DIVISION.
004390*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
004400 0000-MAINLINE.
004410     PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT
004420     IF DL970-ARQUIVOS-ABERTOS
004430         PERFORM 2000-CARREGAR-PRODUCAO THRU
004440                 2000-CARREGAR-PRODUCAO-EXIT
004450         SET DL970-SECAO-ATENDIDAS TO TRUE
004460         PERFORM 3000-LISTAR-SECAO THRU 3000-LISTAR-SECAO-EXIT
004470         SET DL970-SECAO-ABERTAS TO TRUE
004480         PERFORM 3000-LISTAR-SECAO THRU 3000-LISTAR-SECAO-EXIT
004490         SET DL970-SECAO-PERMANENTES TO TRUE
004500         PERFORM 3000-LISTAR-SECAO THRU 3000-LISTAR-SECAO-EXIT
004510         PERFORM 5000-IMPRIMIR-RESUMO THRU
004520                 5000-IMPRIMIR-RESUMO-EXIT
004530     END-IF
004540     PERFORM 9999-ENCERRAR THRU 9999-ENCERRAR-EXIT
004550     STOP RUN.
004560
004570*----------------------------------------------------------------
004580*    1000-INICIALIZAR: TAKE THE PERIOD AND TARGET FROM THE PARM,
004590*    DATE THE POSITION AND OPEN THE FILES. A MISSING AUDITLOG
004600*    ONLY LEAVES THE PRODUCED PART EMPTY.
004610*----------------------------------------------------------------
004620 1000-INICIALIZAR.
004630     INITIALIZE DL970-DEP-TABELA DL970-TOTAIS
004640     ACCEPT DL970-DATA-HOJE FROM DATE YYYYMMDD
004650     STRING DL970-HOJE-DD '/' DL970-HOJE-MM '/' DL970-HOJE-AAAA
004660         DELIMITED BY SIZE INTO DL970-HOJE-ED
004670     MOVE DL970-HOJE-AAAA TO DL970-DN-ANO
004680     MOVE DL970-HOJE-MM TO DL970-DN-MES
004690     MOVE DL970-HOJE-DD TO DL970-DN-DIA
004700     PERFORM 8000-NUMERO-DO-DIA THRU 8000-NUMERO-DO-DIA-EXIT
004710     MOVE DL970-DN-RESULTADO TO DL970-DIAS-HOJE
004720     ACCEPT DL970-PARM-EXECUCAO FROM COMMAND-LINE
004730     MOVE SPACES TO DL970-PERIODO-ENTRADA DL970-PRAZO-ENTRADA
004740     UNSTRING DL970-PARM-EXECUCAO DELIMITED BY ','
004750         INTO DL970-PERIODO-ENTRADA DL970-PRAZO-ENTRADA
004760     IF DL970-PERIODO-ENTRADA = SPACES
004770         MOVE DL970-HOJE-MM TO DL970-PER-MM
004780         MOVE '/' TO DL970-PER-BARRA
004790         MOVE DL970-HOJE-AAAA TO DL970-PER-AAAA
004800     END-IF
004810     IF DL970-PER-MM NOT NUMERIC OR
004820             DL970-PER-AAAA NOT NUMERIC OR
004830             DL970-PER-BARRA NOT = '/'
004840         DISPLAY 'TABTAT: PERIODO INVALIDO NO PARM - USE '
004850             'MM/AAAA[,PRAZO]'
004860         MOVE 8 TO RETURN-CODE
004870         GO TO 1000-INICIALIZAR-EXIT
004880     END-IF
004890     MOVE DL970-PER-MM TO DL970-PER-MM-NUM
004900     IF DL970-PER-MM-NUM < 1 OR DL970-PER-MM-NUM > 12
004910         DISPLAY 'TABTAT: PERIODO INVALIDO NO PARM - USE '
004920             'MM/AAAA[,PRAZO]'
004930         MOVE 8 TO RETURN-CODE
004940         GO TO 1000-INICIALIZAR-EXIT
004950     END-IF
004960     MOVE DL970-PER-AAAA(3:2) TO DL970-PERIODO-AA
004970     IF DL970-PRAZO-ENTRADA NOT = SPACES
004980         IF DL970-PRAZO-ENTRADA(1:1) NUMERIC AND
004990                 DL970-PRAZO-ENTRADA(2:1) = SPACE
005000             MOVE DL970-PRAZO-ENTRADA(1:1) TO DL970-PRAZO
005010         ELSE
005020         IF DL970-PRAZO-ENTRADA NUMERIC
005030             MOVE DL970-PRAZO-ENTRADA TO DL970-PRAZO
005040         ELSE
005050             DISPLAY 'TABTAT: PRAZO INVALIDO NO PARM - INFORME '
005060                 'OS DIAS (0 A 99)'
005070             MOVE 8 TO RETURN-CODE
005080             GO TO 1000-INICIALIZAR-EXIT
005090         END-IF
005100         END-IF
005110     END-IF
005120     OPEN INPUT REQUEST-FILE
005130     IF NOT DL970-REQM-OK
005140         DISPLAY 'ERRO AO ABRIR REQMAST - STATUS '
005150             DL970-REQM-STATUS
005160         MOVE 8 TO RETURN-CODE
005170         GO TO 1000-INICIALIZAR-EXIT
005180     END-IF
005190     OPEN INPUT AUDIT-FILE
005200     IF DL970-AUDIT-OK
005210         SET DL970-AUDITLOG-ABERTO TO TRUE
005220     ELSE
005230     IF DL970-AUDIT-AUSENTE
005240         DISPLAY 'TABTAT: AUDITLOG NAO ENCONTRADO - NENHUMA DATA '
005250             'DE PRODUCAO'
005260         MOVE 4 TO RETURN-CODE
005270     ELSE
005280         DISPLAY 'ERRO AO ABRIR AUDITLOG - STATUS '
005290             DL970-AUDIT-STATUS
005300         CLOSE REQUEST-FILE
005310         MOVE 8 TO RETURN-CODE
005320         GO TO 1000-INICIALIZAR-EXIT
005330     END-IF
005340     END-IF
005341     OPEN INPUT CALEND-FILE
005342     IF DL970-CAL-OK
005343         SET DL970-CALENDARIO-ATIVO TO TRUE
005344     ELSE
005345     IF DL970-CAL-AUSENTE
005346         DISPLAY 'TABTAT: CALFILE AUSENTE - TODOS OS DIAS SAO '
005347             'UTEIS'
005348     ELSE
005349         DISPLAY 'ERRO AO ABRIR CALFILE - STATUS '
005350             DL970-CAL-STATUS ' - TODOS OS DIAS SAO UTEIS'
005351         IF RETURN-CODE < 4
005352             MOVE 4 TO RETURN-CODE
005353         END-IF
005354     END-IF
005355     END-IF
005356     OPEN OUTPUT REPORT-FILE
005360     IF NOT DL970-REL-OK
005370         DISPLAY 'ERRO AO ABRIR TATRPT - STATUS '
005380             DL970-REL-STATUS
005390         CLOSE REQUEST-FILE
005400         IF DL970-AUDITLOG-ABERTO
005410             CLOSE AUDIT-FILE
005420         END-IF
005422         IF DL970-CALENDARIO-ATIVO
005424             CLOSE CALEND-FILE
005426         END-IF
005430         MOVE 8 TO RETURN-CODE
005440         GO TO 1000-INICIALIZAR-EXIT
005450     END-IF
005460     SET DL970-ARQUIVOS-ABERTOS TO TRUE.
005470 1000-INICIALIZAR-EXIT.
005480     EXIT.
005490
005500*----------------------------------------------------------------
005510*    2000-CARREGAR-PRODUCAO: ONE PASS OVER AUDITLOG KEEPING THE
005520*    FIRST BATCH LINE OF EACH REQUEST. LINES WRITTEN BEFORE THE
005530*    REQUEST COLUMNS EXISTED CARRY NO NUMBER AND ARE PASSED OVER.
005540*----------------------------------------------------------------
005550 2000-CARREGAR-PRODUCAO.
005560     IF NOT DL970-AUDITLOG-ABERTO
005570         GO TO 2000-CARREGAR-PRODUCAO-EXIT
005580     END-IF
005590     PERFORM 2100-LER-AUDITORIA THRU 2100-LER-AUDITORIA-EXIT
005600         UNTIL DL970-FIM-AUDITORIA
005610     CLOSE AUDIT-FILE.
005620 2000-CARREGAR-PRODUCAO-EXIT.
005630     EXIT.
005640
005650 2100-LER-AUDITORIA.
005660     READ AUDIT-FILE
005670         AT END
005680             SET DL970-FIM-AUDITORIA TO TRUE
005690             GO TO 2100-LER-AUDITORIA-EXIT
005700     END-READ
005710     ADD 1 TO DL970-AUDIT-LIDAS
005720     IF AUDIT-MODO NOT = 'B' OR AUDIT-REQ-NUMERO NOT NUMERIC
005730         GO TO 2100-LER-AUDITORIA-EXIT
005740     END-IF
005750     ADD 1 TO DL970-AUDIT-LOTE
005760*    A CLASS REQUEST WRITES ONE LINE PER STUDENT TABLE IN A ROW -
005770*    ONLY THE FIRST OF THE RUN NEEDS LOOKING UP.
005780     IF AUDIT-REQ-NUMERO = DL970-PRD-ULTIMO
005790         GO TO 2100-LER-AUDITORIA-EXIT
005800     END-IF
005810     MOVE AUDIT-REQ-NUMERO TO DL970-PRD-ULTIMO
005820     MOVE AUDIT-REQ-NUMERO TO DL970-PRD-BUSCA
005830     PERFORM 2200-LOCALIZAR-PRODUCAO THRU
005840             2200-LOCALIZAR-PRODUCAO-EXIT
005850     IF DL970-PRD-ACHADO > 0
005860         GO TO 2100-LER-AUDITORIA-EXIT
005870     END-IF
005880     IF DL970-PRD-QTDE < 3000
005890         ADD 1 TO DL970-PRD-QTDE
005900         MOVE DL970-PRD-BUSCA TO DL970-PRD-NUMERO(DL970-PRD-QTDE)
005910         MOVE AUDIT-DATA TO DL970-PRD-DATA(DL970-PRD-QTDE)
005920     ELSE
005930         IF NOT DL970-PRD-CHEIA
005940             DISPLAY 'TABTAT: TABELA DE PRODUCAO CHEIA - '
005950                 'REQUISICOES A PARTIR DE ' DL970-PRD-BUSCA
005960                 ' SEM DATA DE PRODUCAO'
005970             SET DL970-PRD-CHEIA TO TRUE
005980         END-IF
005990     END-IF.
006000 2100-LER-AUDITORIA-EXIT.
006010     EXIT.
006020
006030 2200-LOCALIZAR-PRODUCAO.
006040     MOVE 0 TO DL970-PRD-ACHADO
006050     PERFORM 2250-COMPARAR-PRODUCAO THRU
006060             2250-COMPARAR-PRODUCAO-EXIT
006070         VARYING DL970-PRD-IDX FROM 1 BY 1
006080         UNTIL DL970-PRD-IDX > DL970-PRD-QTDE OR
006090               DL970-PRD-ACHADO > 0.
006100 2200-LOCALIZAR-PRODUCAO-EXIT.
006110     EXIT.
006120
006130 2250-COMPARAR-PRODUCAO.
006140     IF DL970-PRD-NUMERO(DL970-PRD-IDX) = DL970-PRD-BUSCA
006150         MOVE DL970-PRD-IDX TO DL970-PRD-ACHADO
006160     END-IF.
006170 2250-COMPARAR-PRODUCAO-EXIT.
006180     EXIT.
006190
006200*----------------------------------------------------------------
006210*    3000-LISTAR-SECAO: ONE PART OF THE REPORT - THE MASTER IS
006220*    READ FROM THE TOP IN REQUEST-NUMBER ORDER FOR EACH PART.
006230*----------------------------------------------------------------
006240 3000-LISTAR-SECAO.
006250     PERFORM 2300-CABECALHO THRU 2300-CABECALHO-EXIT
006260     IF DL970-SECAO-ATENDIDAS
006270         MOVE 'REQUISICOES PRODUZIDAS NO PERIODO'
006280             TO DL970-REL-SECAO
006290         WRITE REPORT-RECORD FROM DL970-REL-SECAO
006300         WRITE REPORT-RECORD FROM DL970-REL-COL-ATENDIDAS
006310     ELSE
006320     IF DL970-SECAO-ABERTAS
006330         MOVE 'REQUISICOES EM ABERTO (N, E, S) POR DIAS PENDENTES'
006340             TO DL970-REL-SECAO
006350         WRITE REPORT-RECORD FROM DL970-REL-SECAO
006360         WRITE REPORT-RECORD FROM DL970-REL-COL-ABERTAS
006370     ELSE
006380         MOVE 'ORDENS PERMANENTES COM GERACAO EM ATRASO'
006390             TO DL970-REL-SECAO
006400         WRITE REPORT-RECORD FROM DL970-REL-SECAO
006410         WRITE REPORT-RECORD FROM DL970-REL-COL-PERMANENTES
006420     END-IF
006430     END-IF
006440     MOVE 0 TO DL970-SEC-LINHAS
006450     MOVE 'N' TO DL970-SW-FIM
006460     MOVE 0 TO REQ-NUMERO
006470     START REQUEST-FILE KEY NOT < REQ-NUMERO
006480         INVALID KEY
006490             SET DL970-FIM-REGISTRO TO TRUE
006500     END-START
006510     PERFORM 3100-LER-REQUISICAO THRU 3100-LER-REQUISICAO-EXIT
006520         UNTIL DL970-FIM-REGISTRO
006530     IF DL970-SEC-LINHAS = 0
006540         WRITE REPORT-RECORD FROM DL970-REL-NADA
006550     END-IF.
006560 3000-LISTAR-SECAO-EXIT.
006570     EXIT.
006580
006590 2300-CABECALHO.
006600     MOVE DL970-PERIODO-ENTRADA TO DL970-CAB-PERIODO
006610     MOVE DL970-PRAZO TO DL970-CAB-PRAZO
006620     MOVE DL970-HOJE-ED TO DL970-CAB-DATA
006630     IF DL970-JA-IMPRIMIU
006640         MOVE SPACES TO REPORT-RECORD
006650         WRITE REPORT-RECORD AFTER ADVANCING PAGE
006660     END-IF
006670     SET DL970-JA-IMPRIMIU TO TRUE
006680     WRITE REPORT-RECORD FROM DL970-REL-CAB-01
006690     WRITE REPORT-RECORD FROM DL970-REL-CAB-02
006700     WRITE REPORT-RECORD FROM DL970-REL-BRANCO.
006710 2300-CABECALHO-EXIT.
006720     EXIT.
006730
006740 3100-LER-REQUISICAO.
006750     READ REQUEST-FILE NEXT
006760         AT END
006770             SET DL970-FIM-REGISTRO TO TRUE
006780             GO TO 3100-LER-REQUISICAO-EXIT
006790     END-READ
006800     IF DL970-SECAO-ATENDIDAS
006810         ADD 1 TO DL970-REQ-LIDAS
006820     END-IF
006830     MOVE 'N' TO DL970-SW-PEDIDO
006840     MOVE 0 TO DL970-DIAS-PEDIDO
006850     MOVE REQ-DATA-PEDIDO TO DL970-DATA-CURTA
006860     PERFORM 8050-CONVERTER-DATA THRU 8050-CONVERTER-DATA-EXIT
006870     IF DL970-DATA-VALIDA
006880         MOVE DL970-DN-RESULTADO TO DL970-DIAS-PEDIDO
006890         SET DL970-PEDIDO-VALIDO TO TRUE
006900     END-IF
006910     IF DL970-SECAO-ATENDIDAS
006920         PERFORM 4000-TRATAR-ATENDIDA THRU
006930                 4000-TRATAR-ATENDIDA-EXIT
006940     ELSE
006950     IF DL970-SECAO-ABERTAS
006960         PERFORM 4100-TRATAR-ABERTA THRU 4100-TRATAR-ABERTA-EXIT
006970     ELSE
006980         PERFORM 4200-TRATAR-PERMANENTE THRU
006990                 4200-TRATAR-PERMANENTE-EXIT
007000     END-IF
007010     END-IF.
007020 3100-LER-REQUISICAO-EXIT.
007030     EXIT.
007040
007050*----------------------------------------------------------------
007060*    4000-TRATAR-ATENDIDA: A REQUEST WHOSE FIRST PRODUCTION FELL
007070*    IN THE PERIOD - DAYS FROM KEYING TO PRODUCTION AGAINST THE
007080*    TARGET. A REQUEST FLAGGED D WITH NO BATCH LINE ON AUDITLOG
007090*    (PRODUCED BEFORE THE COLUMNS EXISTED, OR ALREADY ARCHIVED)
007100*    IS ONLY COUNTED. A STANDING ORDER (P OR S) HAS NO SINGLE
007102*    TURNAROUND TO MEASURE - IT IS RUN AGAIN ON EVERY DUE DATE -
007104*    SO IT IS LEFT TO THE STANDING-ORDER SECTION.
007110*----------------------------------------------------------------
007120 4000-TRATAR-ATENDIDA.
007122     IF REQ-STATUS-PERMANENTE OR REQ-STATUS-SUSPENSO
007124         GO TO 4000-TRATAR-ATENDIDA-EXIT
007126     END-IF
007130     MOVE REQ-NUMERO TO DL970-PRD-BUSCA
007140     PERFORM 2200-LOCALIZAR-PRODUCAO THRU
007150             2200-LOCALIZAR-PRODUCAO-EXIT
007160     IF DL970-PRD-ACHADO = 0
007170         IF REQ-STATUS-CONCLUIDO
007180             ADD 1 TO DL970-SEM-PRODUCAO
007190         END-IF
007200         GO TO 4000-TRATAR-ATENDIDA-EXIT
007210     END-IF
007220     MOVE DL970-PRD-DATA(DL970-PRD-ACHADO) TO DL970-DATA-CURTA
007230     IF DL970-CUR-MM NOT = DL970-PER-MM OR
007240             DL970-CUR-AA NOT = DL970-PERIODO-AA
007250         GO TO 4000-TRATAR-ATENDIDA-EXIT
007260     END-IF
007270     PERFORM 8050-CONVERTER-DATA THRU 8050-CONVERTER-DATA-EXIT
007280     IF NOT DL970-DATA-VALIDA OR NOT DL970-PEDIDO-VALIDO
007290         GO TO 4000-TRATAR-ATENDIDA-EXIT
007300     END-IF
007310     MOVE DL970-DN-RESULTADO TO DL970-DIAS-PRODUCAO
007320     COMPUTE DL970-DIAS-DIF = DL970-DIAS-PRODUCAO
007330         - DL970-DIAS-PEDIDO
007340     IF DL970-DIAS-DIF < 0
007350         MOVE 0 TO DL970-DIAS-DIF
007360     END-IF
007370     MOVE DL970-DIAS-DIF TO DL970-DIAS-CORRIDOS
007380     MOVE REQ-DEPTO TO DL970-DEP-BUSCA
007390     PERFORM 6000-LOCALIZAR-DEPTO THRU 6000-LOCALIZAR-DEPTO-EXIT
007400     ADD 1 TO DL970-TOT-ATENDIDAS
007410     ADD DL970-DIAS-CORRIDOS TO DL970-TOT-SOMA-DIAS
007420     IF DL970-DEP-ACHADO > 0
007430         ADD 1 TO DL970-DEP-ATENDIDAS(DL970-DEP-ACHADO)
007440         ADD DL970-DIAS-CORRIDOS TO
007450             DL970-DEP-SOMA-DIAS(DL970-DEP-ACHADO)
007460     END-IF
007470     IF DL970-DIAS-CORRIDOS > DL970-PRAZO
007480         MOVE 'FORA PRAZO' TO DL970-ATD-SITUACAO
007490     ELSE
007500         MOVE 'NO PRAZO' TO DL970-ATD-SITUACAO
007510         ADD 1 TO DL970-TOT-NO-PRAZO
007520         IF DL970-DEP-ACHADO > 0
007530             ADD 1 TO DL970-DEP-NO-PRAZO(DL970-DEP-ACHADO)
007540         END-IF
007550     END-IF
007560     MOVE REQ-NUMERO TO DL970-ATD-NUMERO
007570     MOVE REQ-DEPTO TO DL970-ATD-DEPTO
007580     MOVE REQ-DATA-PEDIDO TO DL970-ATD-PEDIDO
007590     MOVE DL970-PRD-DATA(DL970-PRD-ACHADO) TO DL970-ATD-PRODUCAO
007600     MOVE DL970-DIAS-CORRIDOS TO DL970-ATD-DIAS
007610     WRITE REPORT-RECORD FROM DL970-REL-ATENDIDA
007620     ADD 1 TO DL970-SEC-LINHAS
007630     ADD 1 TO DL970-LST-ATENDIDAS.
007640 4000-TRATAR-ATENDIDA-EXIT.
007650     EXIT.
007660
007670*----------------------------------------------------------------
007680*    4100-TRATAR-ABERTA: AN N, E OR S REQUEST AGED FROM THE DATE
007690*    IT WAS KEYED TO TODAY. PAST THE TARGET IT IS MARKED.
007700*----------------------------------------------------------------
007710 4100-TRATAR-ABERTA.
007720     IF NOT REQ-STATUS-NOVO AND NOT REQ-STATUS-ERRO AND
007730             NOT REQ-STATUS-SUSPENSO
007740         GO TO 4100-TRATAR-ABERTA-EXIT
007750     END-IF
007760     MOVE 0 TO DL970-DIAS-DIF
007770     IF DL970-PEDIDO-VALIDO
007780         COMPUTE DL970-DIAS-DIF = DL970-DIAS-HOJE
007790             - DL970-DIAS-PEDIDO
007800     END-IF
007810     IF DL970-DIAS-DIF < 0
007820         MOVE 0 TO DL970-DIAS-DIF
007830     END-IF
007840     MOVE DL970-DIAS-DIF TO DL970-DIAS-CORRIDOS
007850     IF DL970-DIAS-CORRIDOS > 30
007860         MOVE 4 TO DL970-FAIXA
007870     ELSE
007880     IF DL970-DIAS-CORRIDOS > 15
007890         MOVE 3 TO DL970-FAIXA
007900     ELSE
007910     IF DL970-DIAS-CORRIDOS > 7
007920         MOVE 2 TO DL970-FAIXA
007930     ELSE
007940         MOVE 1 TO DL970-FAIXA
007950     END-IF
007960     END-IF
007970     END-IF
007980     MOVE REQ-DEPTO TO DL970-DEP-BUSCA
007990     PERFORM 6000-LOCALIZAR-DEPTO THRU 6000-LOCALIZAR-DEPTO-EXIT
008000     ADD 1 TO DL970-TOT-ABERTAS DL970-TOT-FAIXA(DL970-FAIXA)
008010     IF DL970-DEP-ACHADO > 0
008020         ADD 1 TO DL970-DEP-ABERTAS(DL970-DEP-ACHADO)
008030                  DL970-DEP-FAIXA(DL970-DEP-ACHADO DL970-FAIXA)
008040     END-IF
008050     MOVE REQ-NUMERO TO DL970-ABT-NUMERO
008060     MOVE REQ-DEPTO TO DL970-ABT-DEPTO
008070     MOVE REQ-DATA-PEDIDO TO DL970-ABT-PEDIDO
008080     IF REQ-STATUS-NOVO
008090         MOVE 'NOVA' TO DL970-ABT-SITUACAO
008100     ELSE
008110     IF REQ-STATUS-ERRO
008120         MOVE 'ERRO' TO DL970-ABT-SITUACAO
008130     ELSE
008140         MOVE 'SUSPENSA' TO DL970-ABT-SITUACAO
008150     END-IF
008160     END-IF
008170     MOVE DL970-DIAS-CORRIDOS TO DL970-ABT-DIAS
008180     MOVE DL970-CODIGO-FAIXA(DL970-FAIXA) TO DL970-ABT-FAIXA
008190     MOVE SPACES TO DL970-ABT-OBS
008200     IF NOT DL970-PEDIDO-VALIDO
008210         MOVE 'DATA INV.' TO DL970-ABT-OBS
008220     ELSE
008230     IF DL970-DIAS-CORRIDOS > DL970-PRAZO
008240         MOVE 'FORA PRAZO' TO DL970-ABT-OBS
008250     END-IF
008260     END-IF
008270     WRITE REPORT-RECORD FROM DL970-REL-ABERTA
008280     ADD 1 TO DL970-SEC-LINHAS
008290     ADD 1 TO DL970-LST-ABERTAS.
008300 4100-TRATAR-ABERTA-EXIT.
008310     EXIT.
008320
008330*----------------------------------------------------------------
008340*    4200-TRATAR-PERMANENTE: A LIVE STANDING ORDER (STATUS P) IS
008350*    LATE WHEN ITS LAST-GENERATED STAMP IS OLDER THAN THE LAST
008360*    DATE IT FELL DUE BEFORE TODAY. TONIGHT'S RUN IS NOT COUNTED,
008370*    AND A DUE DATE BEFORE THE ORDER WAS KEYED NEVER APPLIES.
008380*----------------------------------------------------------------
008390 4200-TRATAR-PERMANENTE.
008400     IF NOT REQ-STATUS-PERMANENTE
008410         GO TO 4200-TRATAR-PERMANENTE-EXIT
008420     END-IF
008430     IF NOT REQ-FREQ-DIARIA AND NOT REQ-FREQ-SEMANAL AND
008440             NOT REQ-FREQ-MENSAL
008450         GO TO 4200-TRATAR-PERMANENTE-EXIT
008460     END-IF
008470     PERFORM 4300-ULTIMA-DEVIDA THRU 4300-ULTIMA-DEVIDA-EXIT
008480     IF NOT DL970-DEVIDA-ACHADA
008490         GO TO 4200-TRATAR-PERMANENTE-EXIT
008500     END-IF
008510     MOVE 0 TO DL970-DIAS-ULT-GERACAO
008520     MOVE REQ-ULT-GERACAO TO DL970-DATA-CURTA
008530     PERFORM 8050-CONVERTER-DATA THRU 8050-CONVERTER-DATA-EXIT
008540     IF DL970-DATA-VALIDA
008550         MOVE DL970-DN-RESULTADO TO DL970-DIAS-ULT-GERACAO
008560     END-IF
008570     IF DL970-DIAS-ULT-GERACAO NOT < DL970-DEVIDA-DIAS
008580         GO TO 4200-TRATAR-PERMANENTE-EXIT
008590     END-IF
008600     COMPUTE DL970-DIAS-CORRIDOS = DL970-DIAS-HOJE
008610         - DL970-DEVIDA-DIAS
008620     MOVE REQ-DEPTO TO DL970-DEP-BUSCA
008630     PERFORM 6000-LOCALIZAR-DEPTO THRU 6000-LOCALIZAR-DEPTO-EXIT
008640     ADD 1 TO DL970-TOT-PERM-ATR
008650     IF DL970-DEP-ACHADO > 0
008660         ADD 1 TO DL970-DEP-PERM-ATR(DL970-DEP-ACHADO)
008670     END-IF
008680     MOVE REQ-NUMERO TO DL970-PRM-NUMERO
008690     MOVE REQ-DEPTO TO DL970-PRM-DEPTO
008700     IF REQ-FREQ-DIARIA
008710         MOVE 'DIARIA' TO DL970-PRM-FREQ
008720         MOVE 0 TO DL970-PRM-DIA
008730     ELSE
008740     IF REQ-FREQ-SEMANAL
008750         MOVE 'SEMANAL' TO DL970-PRM-FREQ
008760         MOVE REQ-FREQ-DIA TO DL970-PRM-DIA
008770     ELSE
008780         MOVE 'MENSAL' TO DL970-PRM-FREQ
008790         MOVE REQ-FREQ-DIA TO DL970-PRM-DIA
008800     END-IF
008810     END-IF
008820     IF REQ-ULT-GERACAO = SPACES
008830         MOVE 'NUNCA' TO DL970-PRM-ULT
008840     ELSE
008850         MOVE REQ-ULT-GERACAO TO DL970-PRM-ULT
008860     END-IF
008870     MOVE DL970-DEVIDA-ED TO DL970-PRM-DEVIDA
008880     MOVE DL970-DIAS-CORRIDOS TO DL970-PRM-DIAS
008890     WRITE REPORT-RECORD FROM DL970-REL-PERMANENTE
008900     ADD 1 TO DL970-SEC-LINHAS
008910     ADD 1 TO DL970-LST-PERM.
008920 4200-TRATAR-PERMANENTE-EXIT.
008930     EXIT.
008940
008950*----------------------------------------------------------------
008960*    4300-ULTIMA-DEVIDA: WALK BACK FROM YESTERDAY TO THE LAST DAY
008970*    THE ORDER CAME DUE, BY THE SAME RULES AS THE BATCH RUN.
008980*----------------------------------------------------------------
008990 4300-ULTIMA-DEVIDA.
009000     MOVE 'N' TO DL970-SW-DEVIDA
009010     MOVE 'N' TO DL970-SW-BUSCA
009020     MOVE 0 TO DL970-PASSOS
009030     MOVE DL970-HOJE-AAAA TO DL970-CAL-AAAA
009040     MOVE DL970-HOJE-MM TO DL970-CAL-MM
009050     MOVE DL970-HOJE-DD TO DL970-CAL-DD
009060     MOVE DL970-DIAS-HOJE TO DL970-CAL-DIAS
009070     PERFORM 8100-DIA-ANTERIOR THRU 8100-DIA-ANTERIOR-EXIT
009080     PERFORM 4310-TESTAR-DIA THRU 4310-TESTAR-DIA-EXIT
009090         UNTIL DL970-BUSCA-ENCERRADA.
009100 4300-ULTIMA-DEVIDA-EXIT.
009110     EXIT.
009120
009130 4310-TESTAR-DIA.
009140     IF DL970-CAL-DIAS < DL970-DIAS-PEDIDO OR DL970-PASSOS > 62
009150         SET DL970-BUSCA-ENCERRADA TO TRUE
009160         GO TO 4310-TESTAR-DIA-EXIT
009170     END-IF
009180     PERFORM 4320-VERIFICAR-VENCIMENTO THRU
009190             4320-VERIFICAR-VENCIMENTO-EXIT
009200     IF DL970-DIA-DEVIDO
009210         SET DL970-DEVIDA-ACHADA TO TRUE
009220         SET DL970-BUSCA-ENCERRADA TO TRUE
009230         MOVE DL970-CAL-DIAS TO DL970-DEVIDA-DIAS
009240         STRING DL970-CAL-DD '/' DL970-CAL-MM '/' DL970-CAL-AAAA
009250             DELIMITED BY SIZE INTO DL970-DEVIDA-ED
009260         GO TO 4310-TESTAR-DIA-EXIT
009270     END-IF
009280     PERFORM 8100-DIA-ANTERIOR THRU 8100-DIA-ANTERIOR-EXIT
009290     ADD 1 TO DL970-PASSOS.
009300 4310-TESTAR-DIA-EXIT.
009310     EXIT.
009320
009330*----------------------------------------------------------------
009340*    4320-VERIFICAR-VENCIMENTO: WAS THE ORDER DUE ON THE CAL DATE?
009350*    DAILY ALWAYS; WEEKLY ON ITS WEEKDAY; MONTHLY ON ITS DAY OF
009360*    THE MONTH - AS IN TABOADA'S 5250-VERIFICAR-FREQUENCIA. WITH
009362*    THE CALFILE SCHOOL CALENDAR NOTHING IS DUE ON A NON-WORKING
009364*    DAY, AND A MONTHLY ORDER WHOSE DAY FELL IN THE NON-WORKING
009366*    DAYS JUST BEFORE A WORKING DAY IS DUE ON THAT WORKING DAY.
009370*----------------------------------------------------------------
009380 4320-VERIFICAR-VENCIMENTO.
009390     MOVE 'N' TO DL970-SW-DIA-DEVIDO
009391     IF DL970-CALENDARIO-ATIVO
009392         PERFORM 4330-CONSULTAR-DIA THRU 4330-CONSULTAR-DIA-EXIT
009393         IF DL970-DIA-FOLGA
009394             GO TO 4320-VERIFICAR-VENCIMENTO-EXIT
009395         END-IF
009396     END-IF
009400     COMPUTE DL970-SEM-TRAB = DL970-CAL-DIAS + 1
009410     DIVIDE DL970-SEM-TRAB BY 7
009420         GIVING DL970-SEM-QUOC REMAINDER DL970-SEM-RESTO
009430     COMPUTE DL970-CAL-SEMANA = DL970-SEM-RESTO + 1
009440     IF REQ-FREQ-DIARIA
009450         MOVE 'S' TO DL970-SW-DIA-DEVIDO
009460     ELSE
009470     IF REQ-FREQ-SEMANAL
009480         IF REQ-FREQ-DIA NUMERIC AND
009490                 REQ-FREQ-DIA = DL970-CAL-SEMANA
009500             MOVE 'S' TO DL970-SW-DIA-DEVIDO
009510         END-IF
009520     ELSE
009530     IF REQ-FREQ-MENSAL
009540         IF REQ-FREQ-DIA NUMERIC AND
009550                 REQ-FREQ-DIA = DL970-CAL-DD
009560             MOVE 'S' TO DL970-SW-DIA-DEVIDO
009570         END-IF
009580     END-IF
009590     END-IF
009600     END-IF
009601     IF DL970-DIA-DEVIDO OR NOT DL970-CALENDARIO-ATIVO OR
009602             NOT REQ-FREQ-MENSAL OR REQ-FREQ-DIA NOT NUMERIC
009603         GO TO 4320-VERIFICAR-VENCIMENTO-EXIT
009604     END-IF
009605     PERFORM 4340-PROCURAR-ADIADA THRU 4340-PROCURAR-ADIADA-EXIT.
009610 4320-VERIFICAR-VENCIMENTO-EXIT.
009620     EXIT.
009630
009631*----------------------------------------------------------------
009632*    4330-CONSULTAR-DIA: IS THE CAL DATE ON THE SCHOOL CALENDAR?
009633*----------------------------------------------------------------
009634 4330-CONSULTAR-DIA.
009635     MOVE 'N' TO DL970-SW-DIA-FOLGA
009636     MOVE DL970-CAL-DATA TO CAL-DATA
009637     READ CALEND-FILE
009638         NOT INVALID KEY
009639             MOVE 'S' TO DL970-SW-DIA-FOLGA
009640     END-READ.
009641 4330-CONSULTAR-DIA-EXIT.
009642     EXIT.
009643
009644*----------------------------------------------------------------
009645*    4340-PROCURAR-ADIADA: THE CAL DATE IS A WORKING DAY - WALK
009646*    BACK THROUGH THE NON-WORKING DAYS JUST BEFORE IT LOOKING FOR
009647*    THE MONTHLY ORDER'S DAY OF THE MONTH, NEVER BEFORE THE DATE
009648*    THE ORDER WAS KEYED. THE CAL DATE IS PUT BACK AFTERWARDS.
009649*----------------------------------------------------------------
009650 4340-PROCURAR-ADIADA.
009651     MOVE DL970-CAL-DATA TO DL970-SALVA-DATA
009652     MOVE DL970-CAL-DIAS TO DL970-SALVA-DIAS
009653     MOVE 0 TO DL970-PASSOS-FOLGA
009654     MOVE 'N' TO DL970-SW-FIM-FOLGA
009655     PERFORM 4345-TESTAR-FOLGA THRU 4345-TESTAR-FOLGA-EXIT
009656         UNTIL DL970-FIM-FOLGA
009657     MOVE DL970-SALVA-DATA TO DL970-CAL-DATA
009658     MOVE DL970-SALVA-DIAS TO DL970-CAL-DIAS.
009659 4340-PROCURAR-ADIADA-EXIT.
009660     EXIT.
009661
009662 4345-TESTAR-FOLGA.
009663     PERFORM 8100-DIA-ANTERIOR THRU 8100-DIA-ANTERIOR-EXIT
009664     ADD 1 TO DL970-PASSOS-FOLGA
009665     IF DL970-CAL-DIAS < DL970-DIAS-PEDIDO OR
009666             DL970-PASSOS-FOLGA > 45
009667         SET DL970-FIM-FOLGA TO TRUE
009668         GO TO 4345-TESTAR-FOLGA-EXIT
009669     END-IF
009670     PERFORM 4330-CONSULTAR-DIA THRU 4330-CONSULTAR-DIA-EXIT
009671     IF NOT DL970-DIA-FOLGA
009672         SET DL970-FIM-FOLGA TO TRUE
009673         GO TO 4345-TESTAR-FOLGA-EXIT
009674     END-IF
009675     IF REQ-FREQ-DIA = DL970-CAL-DD
009676         MOVE 'S' TO DL970-SW-DIA-DEVIDO
009677         SET DL970-FIM-FOLGA TO TRUE
009678     END-IF.
009679 4345-TESTAR-FOLGA-EXIT.
009680     EXIT.
009681
009682*----------------------------------------------------------------
009683*    5000-IMPRIMIR-RESUMO: SERVICE LEVEL BY DEPARTMENT - REQUESTS
009684*    PRODUCED IN THE PERIOD, AVERAGE DAYS, HOW MANY WITHIN THE
009685*    TARGET AND THE PERCENTAGE, THE OPEN BACKLOG BY AGE AND THE
009686*    LATE STANDING ORDERS - THEN THE GRAND TOTAL.
009690*----------------------------------------------------------------
009700 5000-IMPRIMIR-RESUMO.
009710     PERFORM 2300-CABECALHO THRU 2300-CABECALHO-EXIT
009720     MOVE 'RESUMO POR DEPARTAMENTO' TO DL970-REL-SECAO
009730     WRITE REPORT-RECORD FROM DL970-REL-SECAO
009740     WRITE REPORT-RECORD FROM DL970-REL-RES-CAB-01
009750     WRITE REPORT-RECORD FROM DL970-REL-RES-CAB-02
009760     IF DL970-DEP-QTDE = 0
009770         WRITE REPORT-RECORD FROM DL970-REL-NADA
009780     ELSE
009790         PERFORM 5010-ORDENAR-DEPTOS THRU 5010-ORDENAR-DEPTOS-EXIT
009800         PERFORM 5100-IMPRIMIR-DEPTO THRU 5100-IMPRIMIR-DEPTO-EXIT
009810             VARYING DL970-DEP-IDX FROM 1 BY 1
009820             UNTIL DL970-DEP-IDX > DL970-DEP-QTDE
009830     END-IF
009840     WRITE REPORT-RECORD FROM DL970-REL-BRANCO
009850     MOVE DL970-TOTAIS TO DL970-DEP-TRABALHO
009860     MOVE 'TOTAL' TO DL970-RES-DEPTO
009870     PERFORM 5200-FORMATAR-RESUMO THRU 5200-FORMATAR-RESUMO-EXIT
009880     WRITE REPORT-RECORD FROM DL970-REL-BRANCO
009890     MOVE 'REQUISICOES LIDAS NO REQMAST' TO DL970-TOT-ROTULO
009900     MOVE DL970-REQ-LIDAS TO DL970-TOT-VALOR
009910     WRITE REPORT-RECORD FROM DL970-REL-TOTAL
009920     MOVE 'LINHAS DE LOTE NO AUDITLOG COM A REQUISICAO'
009930         TO DL970-TOT-ROTULO
009940     MOVE DL970-AUDIT-LOTE TO DL970-TOT-VALOR
009950     WRITE REPORT-RECORD FROM DL970-REL-TOTAL
009960     MOVE 'CONCLUIDAS SEM DATA DE PRODUCAO NO AUDITLOG'
009970         TO DL970-TOT-ROTULO
009980     MOVE DL970-SEM-PRODUCAO TO DL970-TOT-VALOR
009990     WRITE REPORT-RECORD FROM DL970-REL-TOTAL.
010000 5000-IMPRIMIR-RESUMO-EXIT.
010010     EXIT.
010020
010030*----------------------------------------------------------------
010040*    5010-ORDENAR-DEPTOS: NEIGHBOUR-EXCHANGE SORT ON THE CODE.
010050*----------------------------------------------------------------
010060 5010-ORDENAR-DEPTOS.
010070     IF DL970-DEP-QTDE < 2
010080         GO TO 5010-ORDENAR-DEPTOS-EXIT
010090     END-IF
010100     PERFORM 5020-PASSAR-ORDENACAO THRU
010110             5020-PASSAR-ORDENACAO-EXIT
010120         VARYING DL970-DEP-I FROM 1 BY 1
010130         UNTIL DL970-DEP-I NOT < DL970-DEP-QTDE.
010140 5010-ORDENAR-DEPTOS-EXIT.
010150     EXIT.
010160
010170 5020-PASSAR-ORDENACAO.
010180     PERFORM 5030-COMPARAR-VIZINHOS THRU
010190             5030-COMPARAR-VIZINHOS-EXIT
010200         VARYING DL970-DEP-J FROM 1 BY 1
010210         UNTIL DL970-DEP-J + DL970-DEP-I > DL970-DEP-QTDE.
010220 5020-PASSAR-ORDENACAO-EXIT.
010230     EXIT.
010240
010250 5030-COMPARAR-VIZINHOS.
010260     IF DL970-DEP-CODIGO(DL970-DEP-J) >
010270             DL970-DEP-CODIGO(DL970-DEP-J + 1)
010280         MOVE DL970-DEP-ITEM(DL970-DEP-J) TO DL970-DEP-TRABALHO
010290         MOVE DL970-DEP-ITEM(DL970-DEP-J + 1) TO
010300             DL970-DEP-ITEM(DL970-DEP-J)
010310         MOVE DL970-DEP-TRABALHO TO
010320             DL970-DEP-ITEM(DL970-DEP-J + 1)
010330     END-IF.
010340 5030-COMPARAR-VIZINHOS-EXIT.
010350     EXIT.
010360
010370 5100-IMPRIMIR-DEPTO.
010380     MOVE DL970-DEP-ITEM(DL970-DEP-IDX) TO DL970-DEP-TRABALHO
010390     MOVE DL970-TRB-CODIGO TO DL970-RES-DEPTO
010400     PERFORM 5200-FORMATAR-RESUMO THRU 5200-FORMATAR-RESUMO-EXIT.
010410 5100-IMPRIMIR-DEPTO-EXIT.
010420     EXIT.
010430
010440 5200-FORMATAR-RESUMO.
010450     MOVE 0 TO DL970-MEDIA DL970-PERCENTUAL
010460     IF DL970-TRB-ATENDIDAS > 0
010470         COMPUTE DL970-MEDIA ROUNDED =
010480             DL970-TRB-SOMA-DIAS / DL970-TRB-ATENDIDAS
010490         COMPUTE DL970-PERCENTUAL ROUNDED =
010500             DL970-TRB-NO-PRAZO * 100 / DL970-TRB-ATENDIDAS
010510     END-IF
010520     MOVE DL970-TRB-ATENDIDAS TO DL970-RES-QTDE
010530     MOVE DL970-MEDIA TO DL970-RES-MEDIA
010540     MOVE DL970-TRB-NO-PRAZO TO DL970-RES-NO-PRAZO
010550     MOVE DL970-PERCENTUAL TO DL970-RES-PERCENTUAL
010560     MOVE DL970-TRB-ABERTAS TO DL970-RES-ABERTAS
010570     MOVE DL970-TRB-FAIXA(1) TO DL970-RES-FAIXA-1
010580     MOVE DL970-TRB-FAIXA(2) TO DL970-RES-FAIXA-2
010590     MOVE DL970-TRB-FAIXA(3) TO DL970-RES-FAIXA-3
010600     MOVE DL970-TRB-FAIXA(4) TO DL970-RES-FAIXA-4
010610     MOVE DL970-TRB-PERM-ATR TO DL970-RES-PERM-ATR
010620     WRITE REPORT-RECORD FROM DL970-REL-RESUMO.
010630 5200-FORMATAR-RESUMO-EXIT.
010640     EXIT.
010650
010660*----------------------------------------------------------------
010670*    6000-LOCALIZAR-DEPTO: FIND OR ADD THE DEPARTMENT'S ENTRY.
010680*    WITH THE TABLE FULL THE REQUEST STILL COUNTS IN THE TOTAL.
010690*----------------------------------------------------------------
010700 6000-LOCALIZAR-DEPTO.
010710     MOVE 0 TO DL970-DEP-ACHADO
010720     PERFORM 6050-COMPARAR-DEPTO THRU 6050-COMPARAR-DEPTO-EXIT
010730         VARYING DL970-DEP-IDX FROM 1 BY 1
010740         UNTIL DL970-DEP-IDX > DL970-DEP-QTDE OR
010750               DL970-DEP-ACHADO > 0
010760     IF DL970-DEP-ACHADO > 0
010770         GO TO 6000-LOCALIZAR-DEPTO-EXIT
010780     END-IF
010790     IF DL970-DEP-QTDE < 50
010800         ADD 1 TO DL970-DEP-QTDE
010810         MOVE DL970-DEP-BUSCA TO DL970-DEP-CODIGO(DL970-DEP-QTDE)
010820         MOVE DL970-DEP-QTDE TO DL970-DEP-ACHADO
010830     ELSE
010840         IF NOT DL970-DEP-CHEIA
010850             DISPLAY 'TABTAT: TABELA DE DEPARTAMENTOS CHEIA - '
010860                 DL970-DEP-BUSCA ' SO ENTRA NO TOTAL'
010870             SET DL970-DEP-CHEIA TO TRUE
010880         END-IF
010890     END-IF.
010900 6000-LOCALIZAR-DEPTO-EXIT.
010910     EXIT.
010920
010930 6050-COMPARAR-DEPTO.
010940     IF DL970-DEP-CODIGO(DL970-DEP-IDX) = DL970-DEP-BUSCA
010950         MOVE DL970-DEP-IDX TO DL970-DEP-ACHADO
010960     END-IF.
010970 6050-COMPARAR-DEPTO-EXIT.
010980     EXIT.
010990
011000*----------------------------------------------------------------
011010*    8000-NUMERO-DO-DIA: DL970-DN-ANO/MES/DIA TO A DAY COUNT IN
011020*    DL970-DN-RESULTADO. JANUARY AND FEBRUARY COUNT AS MONTHS
011030*    13 AND 14 OF THE YEAR BEFORE SO THE LEAP DAY FALLS LAST.
011040*----------------------------------------------------------------
011050 8000-NUMERO-DO-DIA.
011060     IF DL970-DN-MES < 3
011070         SUBTRACT 1 FROM DL970-DN-ANO
011080         ADD 12 TO DL970-DN-MES
011090     END-IF
011100     COMPUTE DL970-DN-Q4 = DL970-DN-ANO / 4
011110     COMPUTE DL970-DN-Q100 = DL970-DN-ANO / 100
011120     COMPUTE DL970-DN-Q400 = DL970-DN-ANO / 400
011130     COMPUTE DL970-DN-QMES = (153 * (DL970-DN-MES - 3) + 2) / 5
011140     COMPUTE DL970-DN-RESULTADO = 365 * DL970-DN-ANO
011150         + DL970-DN-Q4 - DL970-DN-Q100 + DL970-DN-Q400
011160         + DL970-DN-QMES + DL970-DN-DIA.
011170 8000-NUMERO-DO-DIA-EXIT.
011180     EXIT.
011190
011200*----------------------------------------------------------------
011210*    8050-CONVERTER-DATA: DD/MM/AA IN DL970-DATA-CURTA TO A DAY
011220*    COUNT. A BLANK OR BROKEN DATE LEAVES DL970-DATA-VALIDA OFF.
011230*----------------------------------------------------------------
011240 8050-CONVERTER-DATA.
011250     MOVE 'N' TO DL970-SW-DATA
011260     IF DL970-CUR-DD NOT NUMERIC OR DL970-CUR-MM NOT NUMERIC OR
011270             DL970-CUR-AA NOT NUMERIC
011280         GO TO 8050-CONVERTER-DATA-EXIT
011290     END-IF
011300     IF DL970-CUR-MM-N < 1 OR DL970-CUR-MM-N > 12 OR
011310             DL970-CUR-DD-N < 1 OR DL970-CUR-DD-N > 31
011320         GO TO 8050-CONVERTER-DATA-EXIT
011330     END-IF
011340     COMPUTE DL970-DN-ANO = 2000 + DL970-CUR-AA-N
011350     MOVE DL970-CUR-MM-N TO DL970-DN-MES
011360     MOVE DL970-CUR-DD-N TO DL970-DN-DIA
011370     PERFORM 8000-NUMERO-DO-DIA THRU 8000-NUMERO-DO-DIA-EXIT
011380     SET DL970-DATA-VALIDA TO TRUE.
011390 8050-CONVERTER-DATA-EXIT.
011400     EXIT.
011410
011420*----------------------------------------------------------------
011430*    8100-DIA-ANTERIOR: STEP THE CAL DATE AND ITS DAY COUNT BACK
011440*    ONE DAY, ACROSS MONTH AND YEAR ENDS.
011450*----------------------------------------------------------------
011460 8100-DIA-ANTERIOR.
011470     SUBTRACT 1 FROM DL970-CAL-DIAS
011480     IF DL970-CAL-DD > 1
011490         SUBTRACT 1 FROM DL970-CAL-DD
011500         GO TO 8100-DIA-ANTERIOR-EXIT
011510     END-IF
011520     IF DL970-CAL-MM > 1
011530         SUBTRACT 1 FROM DL970-CAL-MM
011540     ELSE
011550         MOVE 12 TO DL970-CAL-MM
011560         SUBTRACT 1 FROM DL970-CAL-AAAA
011570     END-IF
011580     PERFORM 8150-ULTIMO-DIA-MES THRU 8150-ULTIMO-DIA-MES-EXIT
011590     MOVE DL970-FIM-MES TO DL970-CAL-DD.
011600 8100-DIA-ANTERIOR-EXIT.
011610     EXIT.
011620
011630 8150-ULTIMO-DIA-MES.
011640     MOVE DL970-DIAS-NO-MES(DL970-CAL-MM) TO DL970-FIM-MES
011650     IF DL970-CAL-MM NOT = 2
011660         GO TO 8150-ULTIMO-DIA-MES-EXIT
011670     END-IF
011680     DIVIDE DL970-CAL-AAAA BY 4
011690         GIVING DL970-BIS-QUOC REMAINDER DL970-BIS-R4
011700     DIVIDE DL970-CAL-AAAA BY 100
011710         GIVING DL970-BIS-QUOC REMAINDER DL970-BIS-R100
011720     DIVIDE DL970-CAL-AAAA BY 400
011730         GIVING DL970-BIS-QUOC REMAINDER DL970-BIS-R400
011740     IF DL970-BIS-R4 = 0 AND
011750             (DL970-BIS-R100 NOT = 0 OR DL970-BIS-R400 = 0)
011760         MOVE 29 TO DL970-FIM-MES
011770     END-IF.
011780 8150-ULTIMO-DIA-MES-EXIT.
011790     EXIT.
011800
011810 9999-ENCERRAR.
011820     IF DL970-ARQUIVOS-ABERTOS
011830         CLOSE REQUEST-FILE
011840         CLOSE REPORT-FILE
011842         IF DL970-CALENDARIO-ATIVO
011844             CLOSE CALEND-FILE
011846         END-IF
011850         DISPLAY 'TABTAT: ' DL970-REQ-LIDAS ' REQUISICOES LIDAS, '
011860             DL970-LST-ATENDIDAS ' PRODUZIDAS NO PERIODO, '
011870             DL970-LST-ABERTAS ' EM ABERTO'
011880         IF DL970-LST-PERM > 0
011890             DISPLAY 'TABTAT: ' DL970-LST-PERM
011900                 ' ORDENS PERMANENTES COM GERACAO EM ATRASO'
011910             IF RETURN-CODE < 4
011920                 MOVE 4 TO RETURN-CODE
011930             END-IF
011940         END-IF
011950         IF DL970-PRD-CHEIA OR DL970-DEP-CHEIA
011960             IF RETURN-CODE < 4
011970                 MOVE 4 TO RETURN-CODE
011980             END-IF
011990         END-IF
012000         DISPLAY 'TABTAT: RELATORIO GRAVADO EM TATRPT'
012010     END-IF.
012020 9999-ENCERRAR-EXIT.
012030     EXIT.
