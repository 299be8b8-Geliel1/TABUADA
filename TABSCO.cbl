000290*                 (ONE LINE PER STUDENT WITH SHEETS, POINTS AND
000300*                 AVERAGE, PLUS CLASS TOTALS) - THE TERM-END
000310*                 NUMBERS THE SCHOOL USED TO BUILD BY HAND.
000311* 14/09/2026 GGS  ROSTFILE IS NOW THE INDEXED CLASS ROSTER KEPT BY
000312*                 TABROS - THE STUDENT IS READ BY NAME INSTEAD OF
000313*                 SCANNING THE FILE, AND A WITHDRAWN STUDENT'S
000314*                 LATE SHEET IS STILL TAKEN WITH A WARNING. THE
000315*                 TURMA REPORT ALSO PICKS UP THE EARLIER SCORES
000316*                 OF STUDENTS NOW ON THE CLASS ROSTER, SO A
000317*                 PROMOTED OR MOVED STUDENT'S HISTORY STAYS
000318*                 REACHABLE UNDER THE NEW CLASS.
000319* 02/10/2026 GGS  ANSWER CAPTURE AND GRADING. THE OFFICE KEYS WHAT
000320*                 THE STUDENT WROTE ON EACH LINE OF A SHEET AND
000321*                 THE LINE IS MARKED AGAINST THE RESULT TABOADA
000322*                 FILED ON HISTFILE FOR THAT DATE, OPERACAO AND
000323*                 TABLE (FOLHA X MIXED SHEETS UNDER OPERACAO X).
000324*                 EVERY ANSWER IS KEPT ON THE NEW RESPFILE AND THE
000325*                 SCOFILE SCORE IS WRITTEN FROM THE MARKS, SO NO
000326*                 SHEET HAS TO BE COUNTED BY HAND. NEW PER TURMA
000327*                 ERROR ANALYSIS ON PROGRPT RANKS THE SINGLE FACTS
000328*                 (7 X 8, 56 / 7) BY HOW OFTEN THEY ARE MISSED.
000329* 15/10/2026 GGS  A MIXED SHEET IS GRADED BY ITS FOLHA NR. TABOADA
000330*                 NOW FILES EACH MIXED SHEET OF A DATE UNDER ITS
000331*                 OWN NUMBER. A SHEET PRINTED WITHOUT A NUMBER IS
000332*                 STILL FOUND UNDER 0.
000333******************************************************************
000334 IDENTIFICATION DIVISION.
000340*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
000350 PROGRAM-ID. TABSCO.
000360 ENVIRONMENT DIVISION.
000470         RECORD KEY IS SCO-CHAVE
000480         FILE STATUS IS DL700-SCO-STATUS.
000490     SELECT ROSTER-FILE ASSIGN TO 'ROSTFILE'
000500         ORGANIZATION IS INDEXED
000502         ACCESS MODE IS DYNAMIC
000504         RECORD KEY IS ROS-NOME
000506         ALTERNATE RECORD KEY IS ROS-TURMA WITH DUPLICATES
000510         FILE STATUS IS DL700-ROST-STATUS.
000511     SELECT HISTORY-FILE ASSIGN TO 'HISTFILE'
000512         ORGANIZATION IS INDEXED
000513         ACCESS MODE IS DYNAMIC
000514         RECORD KEY IS HIS-CHAVE
000515         FILE STATUS IS DL700-HIST-STATUS.
000516     SELECT ANSWER-FILE ASSIGN TO 'RESPFILE'
000517         ORGANIZATION IS INDEXED
000518         ACCESS MODE IS DYNAMIC
000519         RECORD KEY IS RSP-CHAVE
000520         FILE STATUS IS DL700-RSP-STATUS.
000521     SELECT REPORT-FILE ASSIGN TO 'PROGRPT'
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS DL700-REPORT-STATUS.
000550*-----------------------
000770         10  ROS-OPCAO            PIC X(02).
000780         10  ROS-OPERACAO         PIC X(01).
000790     05  ROS-FOLHA                PIC X(01).
000791     05  ROS-SITUACAO             PIC X(01).
000792         88  ROS-ATIVO            VALUES 'A' ' '.
000793         88  ROS-DESLIGADO        VALUE 'D'.
000794     05  ROS-DATA-SITUACAO        PIC X(08).
000795     05  ROS-TURMA-ANTERIOR       PIC X(04).
000796     05  ROS-ANO-ROLAGEM          PIC X(04).
000800     05  FILLER                   PIC X(23).
000810
000811 FD  HISTORY-FILE.
000812 01  HIS-REGISTRO.
000813     05  HIS-CHAVE.
000814         10  HIS-DATA             PIC X(08).
000815         10  HIS-OPERACAO         PIC X(01).
000816         10  HIS-MULT             PIC 9(03).
000817         10  HIS-LINHA            PIC 9(02).
000818     05  HIS-I                    PIC 9(02).
000819     05  HIS-TEXTO                PIC X(30).
000820     05  HIS-OPERADOR             PIC X(06).
000821     05  FILLER                   PIC X(28).
000822
000823*----------------------------------------------------------------
000824*    ANSWER FILE - ONE RECORD PER LINE OF A GRADED SHEET, KEYED
000825*    BY THE SCOFILE KEY PLUS THE HISTFILE LINE SEQUENCE. THE
000826*    FACT IS THE PRINTED LINE UP TO THE EQUALS SIGN (07 X   8,0),
000827*    THE RESULT IS THE ONE TABOADA PRINTED (ZZZ9,9) AND THE
000828*    ANSWER IS WHAT THE STUDENT WROTE, BLANK IF NOTHING.
000829*----------------------------------------------------------------
000830 FD  ANSWER-FILE.
000831 01  RSP-REGISTRO.
000832     05  RSP-CHAVE.
000833         10  RSP-ALUNO            PIC X(20).
000834         10  RSP-DATA             PIC X(08).
000835         10  RSP-OPCAO            PIC X(02).
000836         10  RSP-OPERACAO         PIC X(01).
000837         10  RSP-LINHA            PIC 9(02).
000838     05  RSP-TURMA                PIC X(04).
000839     05  RSP-FATO                 PIC X(10).
000840     05  RSP-RESPOSTA             PIC X(07).
000841     05  RSP-RESULTADO            PIC X(06).
000842     05  RSP-SITUACAO             PIC X(01).
000843         88  RSP-CERTA            VALUE 'C'.
000844         88  RSP-ERRADA           VALUE 'E'.
000845     05  FILLER                   PIC X(19).
000846
000847 FD  REPORT-FILE.
000848 01  REPORT-RECORD                PIC X(80).
000849
000850 WORKING-STORAGE SECTION.
000860*----------------------------------------------------------------
000870*    FILE STATUS AND RUN CONTROLS
000920     88  DL700-ROST-OK            VALUE '00'.
000930 01  DL700-REPORT-STATUS          PIC X(02).
000940     88  DL700-REPORT-OK          VALUE '00'.
000942 01  DL700-HIST-STATUS            PIC X(02).
000944     88  DL700-HIST-OK            VALUE '00'.
000946 01  DL700-RSP-STATUS             PIC X(02).
000948     88  DL700-RSP-OK             VALUE '00'.
000950
000960 01  DL700-SW-FIM                 PIC X(01) VALUE 'N'.
000970     88  DL700-FIM-SESSAO         VALUE 'S'.
000980 01  DL700-SW-ROSTER              PIC X(01) VALUE 'N'.
000990     88  DL700-ROSTER-ABERTO      VALUE 'S'.
001000 01  DL700-SW-LEITURA             PIC X(01) VALUE 'N'.
001010     88  DL700-FIM-LEITURA        VALUE 'S'.
001020 01  DL700-SW-ENTRADA             PIC X(01) VALUE 'S'.
001030     88  DL700-ENTRADA-VALIDA     VALUE 'S'.
001040 01  DL700-SW-ALUNO               PIC X(01) VALUE 'N'.
001050     88  DL700-ALUNO-ACHADO       VALUE 'S'.
001052 01  DL700-SW-FOLHA               PIC X(01) VALUE 'N'.
001054     88  DL700-FIM-FOLHA          VALUE 'S'.
001056 01  DL700-SW-RSP-LIMPO           PIC X(01) VALUE 'N'.
001058     88  DL700-RSP-LIMPO          VALUE 'S'.
001060
001070*----------------------------------------------------------------
001080*    FUNCTION MENU AND DATA-ENTRY WORK FIELDS - EVERY ANSWER IS
001140     88  DL700-FUNCAO-ALUNO       VALUE 'A'.
001150     88  DL700-FUNCAO-TURMA       VALUE 'T'.
001160     88  DL700-FUNCAO-FIM         VALUE 'F'.
001163     88  DL700-FUNCAO-RESPOSTAS   VALUE 'R'.
001166     88  DL700-FUNCAO-ERROS       VALUE 'E'.
001170 01  DL700-ALUNO-ENTRADA          PIC X(20).
001180 01  DL700-TURMA-ENTRADA          PIC X(04).
001190 01  DL700-TURMA-ALUNO            PIC X(04).
001193 01  DL700-ALUNO-ROSTER           PIC X(20).
001196 01  DL700-TURMA-ROSTER           PIC X(04).
001200 01  DL700-DATA-ENTRADA           PIC X(08).
001210 01  DL700-OPCAO-ENTRADA          PIC X(02).
001220 01  DL700-OPER-ENTRADA           PIC X(01).
001222 01  DL700-FOLHA-ENTRADA          PIC X(03).
001224 01  DL700-FOLHA-TXT              PIC X(03).
001226 01  DL700-FOLHA-ED               PIC X(03).
001228 77  DL700-FOLHA-TAM              PIC 9(02) COMP VALUE 0.
001230 01  DL700-NOTA-ENTRADA           PIC X(02).
001240 01  DL700-CERTAS                 PIC 9(02).
001250 01  DL700-TOTAL                  PIC 9(02).
001540         10  DL700-CLS-FOLHAS     PIC 9(03) COMP.
001550         10  DL700-CLS-CERTAS     PIC 9(05) COMP.
001560         10  DL700-CLS-TOTAL      PIC 9(05) COMP.
001561
001562*----------------------------------------------------------------
001563*    ANSWER GRADING WORK FIELDS - THE HISTFILE KEY OF THE SHEET
001564*    (MULTIPLICANDO SCALED TO THREE DIGITS AS TABINQ DOES), THE
001565*    ANSWER SPLIT AT THE COMMA, AND THE STORED RESULT TAKEN BACK
001566*    OFF THE PRINTED LINE TEXT. BOTH VALUES ARE CARRIED AS FOUR
001567*    INTEGER DIGITS AND ONE DECIMAL SO THEY COMPARE DIRECTLY.
001568*----------------------------------------------------------------
001569 77  DL700-LINHA-SEQ              PIC 9(03) COMP VALUE 0.
001570 77  DL700-QTDE-VIRGULA           PIC 9(02) COMP VALUE 0.
001571 77  DL700-RESP-TAM-INT           PIC 9(02) COMP VALUE 0.
001572 77  DL700-RESP-TAM-DEC           PIC 9(02) COMP VALUE 0.
001573 01  DL700-MULT-CHAVE             PIC 9(03) VALUE 0.
001574 01  DL700-MULT-ENTRADA           PIC X(05).
001575 01  DL700-MULT-ENT-INT           PIC X(02).
001576 01  DL700-MULT-ENT-DEC           PIC X(01).
001577 01  DL700-MULT-INT               PIC 9(02).
001578 01  DL700-MULT-DEC               PIC 9(01).
001579 01  DL700-RESP-ENTRADA           PIC X(07).
001580 01  DL700-RESP-ENT-INT           PIC X(07).
001581 01  DL700-RESP-ENT-DEC           PIC X(07).
001582 01  DL700-RESP-VALOR.
001583     05  DL700-RESP-INT           PIC X(04).
001584     05  DL700-RESP-DEC           PIC X(01).
001585 01  DL700-RESP-NUM REDEFINES DL700-RESP-VALOR
001586                                  PIC 9(04)V9(01).
001587 01  DL700-CERTO-VALOR.
001588     05  DL700-CERTO-INT          PIC X(04).
001589     05  DL700-CERTO-DEC          PIC X(01).
001590 01  DL700-CERTO-NUM REDEFINES DL700-CERTO-VALOR
001591                                  PIC 9(04)V9(01).
001592
001593*----------------------------------------------------------------
001594*    PER-TURMA FACT ACCUMULATORS FOR THE ERROR ANALYSIS - ONE ROW
001595*    PER DISTINCT FACT ANSWERED BY THE CLASS, RANKED BY MISS RATE.
001596*----------------------------------------------------------------
001597 77  DL700-FAT-QTDE               PIC 9(03) COMP VALUE 0.
001598 77  DL700-FAT-IDX                PIC 9(03) COMP VALUE 0.
001599 77  DL700-FAT-J                  PIC 9(03) COMP VALUE 0.
001600 77  DL700-FAT-ACHADO             PIC 9(03) COMP VALUE 0.
001601 77  DL700-FAT-POSICAO            PIC 9(03) COMP VALUE 0.
001602 77  DL700-FAT-SEM-ERRO           PIC 9(05) COMP VALUE 0.
001603 77  DL700-RSP-LIDAS              PIC 9(07) COMP VALUE 0.
001604 77  DL700-RSP-ERRADAS            PIC 9(07) COMP VALUE 0.
001605 01  DL700-TABELA-FATOS.
001606     05  DL700-FAT-ITEM OCCURS 500 TIMES.
001607         10  DL700-FAT-TEXTO      PIC X(10).
001608         10  DL700-FAT-VEZES      PIC 9(05) COMP.
001609         10  DL700-FAT-ERROS      PIC 9(05) COMP.
001610         10  DL700-FAT-PCT        PIC 9(03) COMP.
001611 01  DL700-FAT-TROCA.
001612     05  FILLER                   PIC X(10).
001613     05  FILLER                   PIC 9(05) COMP.
001614     05  FILLER                   PIC 9(05) COMP.
001615     05  FILLER                   PIC 9(03) COMP.
001616
001617*----------------------------------------------------------------
001618*    REPORT LINE LAYOUTS
001619*----------------------------------------------------------------
001620 01  DL700-DATA-SISTEMA.
001621     05  DL700-DATA-AA            PIC 9(02).
001630     05  DL700-DATA-MM            PIC 9(02).
001640     05  DL700-DATA-DD            PIC 9(02).
001650 01  DL700-DATA-EDITADA           PIC X(08).
002210     05  DL700-CLA-PCT            PIC ZZ9.
002220     05  FILLER                   PIC X(34) VALUE SPACES.
002230 01  DL700-REL-BRANCO             PIC X(80) VALUE SPACES.
002231 01  DL700-REL-CAB-ERROS          PIC X(80) VALUE
002232     '*** TABOADA - ANALISE DE ERROS DA TURMA ***'.
002233 01  DL700-REL-CAB-FATOS          PIC X(80) VALUE
002234     'POS   FATO          VEZES  ERROS    PCT ERRO'.
002235 01  DL700-REL-LINHA-FATO.
002236     05  DL700-FAT-POS            PIC ZZ9.
002237     05  FILLER                   PIC X(03) VALUE SPACES.
002238     05  DL700-FAT-TEXTO-REL      PIC X(10).
002239     05  FILLER                   PIC X(04) VALUE SPACES.
002240     05  DL700-FAT-VEZES-REL      PIC ZZZZ9.
002241     05  FILLER                   PIC X(02) VALUE SPACES.
002242     05  DL700-FAT-ERROS-REL      PIC ZZZZ9.
002243     05  FILLER                   PIC X(04) VALUE SPACES.
002244     05  DL700-FAT-PCT-REL        PIC ZZ9.
002245     05  FILLER                   PIC X(41) VALUE SPACES.
002246
002250*-----------------------
002260 PROCEDURE DIVISION.
002270*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
002360*    1000-INICIALIZAR: OPEN THE SCORE MASTER I-O (BUILT EMPTY ON
002370*    THE FIRST EVER RUN), PROGRPT EXTEND-WITH-FALLBACK SO A
002380*    SECOND SESSION'S REPORTS LAND AFTER THE FIRST, AND EDIT THE
002390*    SYSTEM DATE FOR THE REPORT HEADINGS. THE ANSWER FILE IS
002395*    OPENED THE SAME WAY AS THE SCORE MASTER.
002400*----------------------------------------------------------------
002410 1000-INICIALIZAR.
002420     ACCEPT DL700-DATA-SISTEMA FROM DATE
002530             DL700-SCO-STATUS
002540         STOP RUN
002550     END-IF
002551     OPEN I-O ANSWER-FILE
002552     IF NOT DL700-RSP-OK
002553         OPEN OUTPUT ANSWER-FILE
002554         CLOSE ANSWER-FILE
002555         OPEN I-O ANSWER-FILE
002556     END-IF
002557     IF NOT DL700-RSP-OK
002558         DISPLAY 'ERRO AO ABRIR RESPFILE - STATUS '
002559             DL700-RSP-STATUS
002560         STOP RUN
002561     END-IF
002562     OPEN EXTEND REPORT-FILE
002570     IF NOT DL700-REPORT-OK
002580         OPEN OUTPUT REPORT-FILE
002590     END-IF
002720 2000-PROCESSAR-SESSAO.
002730     PERFORM UNTIL DL700-FIM-SESSAO
002740         DISPLAY '***** TABSCO - NOTAS DAS FOLHAS *****'
002750         DISPLAY '(L)ANCAR NOTA (R)ESPOSTAS (A)LUNO (T)URMA '
002755                 '(E)RROS (F)IM: '
002760         MOVE SPACES TO DL700-FUNCAO
002770         ACCEPT DL700-FUNCAO
002780         IF DL700-FUNCAO-LANCAR
002860             PERFORM 5000-RELATORIO-TURMA THRU
002870                     5000-RELATORIO-TURMA-EXIT
002880         ELSE
002881         IF DL700-FUNCAO-RESPOSTAS
002882             PERFORM 6000-CORRIGIR-FOLHA THRU
002883                     6000-CORRIGIR-FOLHA-EXIT
002884         ELSE
002885         IF DL700-FUNCAO-ERROS
002886             PERFORM 7000-ANALISE-ERROS THRU
002887                     7000-ANALISE-ERROS-EXIT
002888         ELSE
002890         IF DL700-FUNCAO-FIM
002900             SET DL700-FIM-SESSAO TO TRUE
002910         ELSE
002920             DISPLAY 'FUNCAO INVALIDA - USE L, R, A, T, E OU F'
002930         END-IF
002933         END-IF
002936         END-IF
002940         END-IF
002950         END-IF
002960         END-IF
003180     IF NOT DL700-ENTRADA-VALIDA
003190         GO TO 3000-LANCAR-NOTA-EXIT
003200     END-IF
003210     PERFORM 3500-GRAVAR-NOTA THRU 3500-GRAVAR-NOTA-EXIT.
003220 3000-LANCAR-NOTA-EXIT.
003230     EXIT.
003380
003390*----------------------------------------------------------------
003400*    3100-PEDIR-ALUNO: ASK THE STUDENT NAME AND LOOK IT UP ON
003680             DL700-ROST-STATUS
003690         GO TO 3200-LOCALIZAR-NO-ROSTER-EXIT
003700     END-IF
003710     MOVE DL700-ALUNO-ENTRADA TO ROS-NOME
003720     READ ROSTER-FILE
003730         INVALID KEY
003740             CLOSE ROSTER-FILE
003750             GO TO 3200-LOCALIZAR-NO-ROSTER-EXIT
003760     END-READ
003770     MOVE 'S' TO DL700-SW-ALUNO
003780     MOVE ROS-TURMA TO DL700-TURMA-ALUNO
003790*    A SHEET HANDED BACK AFTER THE STUDENT LEFT IS STILL FILED -
003800*    THE OFFICE ONLY NEEDS TO KNOW THE STUDENT IS NO LONGER ON
003810*    THE ACTIVE ROSTER.
003820     IF ROS-DESLIGADO
003830         DISPLAY 'ATENCAO: ALUNO DESLIGADO EM ' ROS-DATA-SITUACAO
003840     END-IF
003850     CLOSE ROSTER-FILE.
003860 3200-LOCALIZAR-NO-ROSTER-EXIT.
003870     EXIT.
003900
003910*----------------------------------------------------------------
003920*    3300-PEDIR-FOLHA: THE SHEET'S IDENTITY, COPIED OFF THE
004320 3300-PEDIR-FOLHA-EXIT.
004330     EXIT.
004340
004341*----------------------------------------------------------------
004342*    3350-PEDIR-FOLHA-MISTA: THE FOLHA NR OFF A MIXED SHEET'S
004343*    HEADING (LEADING ZEROS MAY BE LEFT OFF). A SHEET PRINTED
004344*    BEFORE THE MIXED SHEETS WERE NUMBERED HAS NO FOLHA NR AND
004345*    IS KEYED AS 0 - ITS LINES ARE STILL FILED UNDER 000.
004346*----------------------------------------------------------------
004347 3350-PEDIR-FOLHA-MISTA.
004348     DISPLAY 'FOLHA NR DO CABECALHO (SEM NUMERO = 0): '
004349     MOVE SPACES TO DL700-FOLHA-ENTRADA DL700-FOLHA-TXT
004350     ACCEPT DL700-FOLHA-ENTRADA
004351     MOVE 0 TO DL700-FOLHA-TAM
004352     UNSTRING DL700-FOLHA-ENTRADA DELIMITED BY SPACE
004353         INTO DL700-FOLHA-TXT COUNT IN DL700-FOLHA-TAM
004354     IF DL700-FOLHA-TAM = 0
004355         MOVE 'N' TO DL700-SW-ENTRADA
004356         DISPLAY 'NUMERO DA FOLHA INVALIDO'
004357         GO TO 3350-PEDIR-FOLHA-MISTA-EXIT
004358     END-IF
004359     IF DL700-FOLHA-TXT(1:DL700-FOLHA-TAM) NOT NUMERIC
004360         MOVE 'N' TO DL700-SW-ENTRADA
004361         DISPLAY 'NUMERO DA FOLHA INVALIDO'
004362         GO TO 3350-PEDIR-FOLHA-MISTA-EXIT
004363     END-IF
004364     MOVE '000' TO DL700-FOLHA-ED
004365     MOVE DL700-FOLHA-TXT(1:DL700-FOLHA-TAM) TO
004366         DL700-FOLHA-ED(4 - DL700-FOLHA-TAM:DL700-FOLHA-TAM)
004367     MOVE DL700-FOLHA-ED TO DL700-MULT-CHAVE.
004368 3350-PEDIR-FOLHA-MISTA-EXIT.
004369     EXIT.
004370
004371*----------------------------------------------------------------
004372*    3400-PEDIR-NOTA: NUMBER RIGHT OUT OF NUMBER PRINTED. THE
004373*    PRINTED COUNT MUST BE AT LEAST 1 AND THE RIGHT COUNT CANNOT
004374*    EXCEED IT - A SLIPPED FINGER IS REFUSED, NOT FILED.
004375*----------------------------------------------------------------
004400 3400-PEDIR-NOTA.
004410     MOVE 'S' TO DL700-SW-ENTRADA
004420     DISPLAY 'QUANTAS LINHAS IMPRESSAS NA FOLHA: '
004770     END-IF.
004780 3450-EDITAR-NOTA-EXIT.
004790     EXIT.
004791
004792*----------------------------------------------------------------
004793*    3500-GRAVAR-NOTA: FILE THE SCORE - KEYED BY HAND OR MARKED
004794*    FROM THE ANSWERS - UNDER THE STUDENT'S ROSTER CLASS.
004795*----------------------------------------------------------------
004796 3500-GRAVAR-NOTA.
004797     MOVE SPACES TO SCO-REGISTRO
004798     MOVE DL700-ALUNO-ENTRADA TO SCO-ALUNO
004799     MOVE DL700-DATA-ENTRADA TO SCO-DATA
004800     MOVE DL700-OPCAO-ENTRADA TO SCO-OPCAO
004801     MOVE DL700-OPER-ENTRADA TO SCO-OPERACAO
004802     MOVE DL700-TURMA-ALUNO TO SCO-TURMA
004803     MOVE DL700-CERTAS TO SCO-CERTAS
004804     MOVE DL700-TOTAL TO SCO-TOTAL
004805     WRITE SCO-REGISTRO
004806         INVALID KEY
004807             REWRITE SCO-REGISTRO
004808             DISPLAY 'NOTA REGRAVADA (FOLHA JA LANCADA)'
004809         NOT INVALID KEY
004810             DISPLAY 'NOTA LANCADA'
004811     END-WRITE.
004812 3500-GRAVAR-NOTA-EXIT.
004813     EXIT.
004814
004815*----------------------------------------------------------------
004820*    4000-RELATORIO-ALUNO: ONE STUDENT'S SCORES OVER TIME - THE
004830*    STORED SHEETS IN KEY ORDER (NAME LEADS THE KEY, SO ONE
004840*    START POSITIONS THE WALK), EACH WITH ITS PERCENT, THEN THE
006150*----------------------------------------------------------------
006160*    5000-RELATORIO-TURMA: ONE LINE PER STUDENT OF THE CLASS -
006170*    SHEETS, POINTS AND AVERAGE - PLUS THE CLASS TOTALS. THE
006180*    WHOLE SCORE FILE IS WALKED AND THE CLASS COLUMN SELECTS,
006182*    TOGETHER WITH EVERY SCORE OF A STUDENT NOW ON THE CLASS
006184*    ROSTER - SHEETS FILED UNDER A PREVIOUS CLASS FOLLOW A
006186*    PROMOTED OR MOVED STUDENT.
006190*----------------------------------------------------------------
006200 5000-RELATORIO-TURMA.
006210     DISPLAY 'TURMA: '
006280     INITIALIZE DL700-TABELA-CLASSE
006290     MOVE 0 TO DL700-SOMA-CERTAS DL700-SOMA-TOTAL DL700-FOLHAS
006300     MOVE 'N' TO DL700-SW-LEITURA
006301     MOVE SPACES TO DL700-ALUNO-ROSTER DL700-TURMA-ROSTER
006302     MOVE 'N' TO DL700-SW-ROSTER
006303     OPEN INPUT ROSTER-FILE
006304     IF DL700-ROST-OK
006305         SET DL700-ROSTER-ABERTO TO TRUE
006306     ELSE
006307         DISPLAY 'ROSTFILE INDISPONIVEL - STATUS '
006308             DL700-ROST-STATUS ' - SO NOTAS DA PROPRIA TURMA'
006309     END-IF
006310     MOVE SPACES TO SCO-CHAVE
006320     START SCORE-FILE KEY NOT < SCO-CHAVE
006330         INVALID KEY
006350     END-START
006360     PERFORM 5100-ACUMULAR-TURMA THRU 5100-ACUMULAR-TURMA-EXIT
006370         UNTIL DL700-FIM-LEITURA
006372     IF DL700-ROSTER-ABERTO
006374         CLOSE ROSTER-FILE
006376     END-IF
006380     MOVE DL700-DATA-EDITADA TO DL700-REL-DATA
006390     MOVE SPACES TO DL700-REL-NOME
006400     MOVE DL700-TURMA-ENTRADA TO DL700-REL-TURMA
006720             GO TO 5100-ACUMULAR-TURMA-EXIT
006730     END-READ
006740     IF SCO-TURMA NOT = DL700-TURMA-ENTRADA
006742         PERFORM 5120-TURMA-NO-ROSTER THRU
006744                 5120-TURMA-NO-ROSTER-EXIT
006746         IF DL700-TURMA-ROSTER NOT = DL700-TURMA-ENTRADA
006750             GO TO 5100-ACUMULAR-TURMA-EXIT
006755         END-IF
006760     END-IF
006770     ADD 1 TO DL700-FOLHAS
006780     ADD SCO-CERTAS TO DL700-SOMA-CERTAS
006990 5100-ACUMULAR-TURMA-EXIT.
007000     EXIT.
007010
007011*----------------------------------------------------------------
007012*    5120-TURMA-NO-ROSTER: THE STUDENT'S CURRENT CLASS, READ BY
007013*    NAME ONCE PER STUDENT (THE SCORE FILE IS IN NAME ORDER).
007014*    A NAME NO LONGER ON THE ROSTER HAS NO CURRENT CLASS.
007015*----------------------------------------------------------------
007016 5120-TURMA-NO-ROSTER.
007017     IF SCO-ALUNO = DL700-ALUNO-ROSTER
007018         GO TO 5120-TURMA-NO-ROSTER-EXIT
007019     END-IF
007020     MOVE SCO-ALUNO TO DL700-ALUNO-ROSTER
007021     MOVE SPACES TO DL700-TURMA-ROSTER
007022     IF NOT DL700-ROSTER-ABERTO
007023         GO TO 5120-TURMA-NO-ROSTER-EXIT
007024     END-IF
007025     MOVE SCO-ALUNO TO ROS-NOME
007026     READ ROSTER-FILE
007027         INVALID KEY
007028             GO TO 5120-TURMA-NO-ROSTER-EXIT
007029     END-READ
007030     MOVE ROS-TURMA TO DL700-TURMA-ROSTER.
007031 5120-TURMA-NO-ROSTER-EXIT.
007032     EXIT.
007033
007034 5150-COMPARAR-ALUNO.
007035     IF DL700-CLS-NOME(DL700-CLS-IDX) = SCO-ALUNO
007040         MOVE DL700-CLS-IDX TO DL700-CLS-ACHADO
007050     END-IF.
007060 5150-COMPARAR-ALUNO-EXIT.
007240 5200-LISTAR-ALUNO-TURMA-EXIT.
007250     EXIT.
007260
007261*----------------------------------------------------------------
007262*    6000-CORRIGIR-FOLHA: GRADE ONE RETURNED SHEET LINE BY LINE.
007263*    THE STUDENT AND THE HEADING ARE TAKEN AS FOR A KEYED SCORE,
007264*    THEN EVERY LINE TABOADA FILED ON HISTFILE FOR THAT DATE,
007265*    OPERACAO AND TABLE IS SHOWN IN PRINTED ORDER AND THE
007266*    STUDENT'S ANSWER KEYED AGAINST IT. EACH ANSWER IS MARKED
007267*    AND KEPT ON RESPFILE, AND THE MARKS BECOME THE SCOFILE
007268*    SCORE. A SHEET GRADED AGAIN REWRITES ITS ANSWERS IN PLACE.
007269*----------------------------------------------------------------
007270 6000-CORRIGIR-FOLHA.
007271     PERFORM 3100-PEDIR-ALUNO THRU 3100-PEDIR-ALUNO-EXIT
007272     IF NOT DL700-ENTRADA-VALIDA
007273         GO TO 6000-CORRIGIR-FOLHA-EXIT
007274     END-IF
007275     PERFORM 3300-PEDIR-FOLHA THRU 3300-PEDIR-FOLHA-EXIT
007276     IF NOT DL700-ENTRADA-VALIDA
007277         GO TO 6000-CORRIGIR-FOLHA-EXIT
007278     END-IF
007279     PERFORM 6100-CHAVE-HISTORICO THRU 6100-CHAVE-HISTORICO-EXIT
007280     IF NOT DL700-ENTRADA-VALIDA
007281         GO TO 6000-CORRIGIR-FOLHA-EXIT
007282     END-IF
007283     OPEN INPUT HISTORY-FILE
007284     IF NOT DL700-HIST-OK
007285         DISPLAY 'ERRO AO ABRIR HISTFILE - STATUS '
007286             DL700-HIST-STATUS
007287         GO TO 6000-CORRIGIR-FOLHA-EXIT
007288     END-IF
007289     MOVE 0 TO DL700-CERTAS DL700-TOTAL DL700-LINHA-SEQ
007290     MOVE 'N' TO DL700-SW-FOLHA
007291     DISPLAY 'DIGITE A RESPOSTA DO ALUNO (BRANCO = NAO RESPONDEU)'
007292     PERFORM 6200-CORRIGIR-LINHA THRU 6200-CORRIGIR-LINHA-EXIT
007293         UNTIL DL700-FIM-FOLHA
007294     CLOSE HISTORY-FILE
007295     IF DL700-TOTAL = 0
007296         DISPLAY 'FOLHA NAO ENCONTRADA NO HISTFILE - NADA LANCADO'
007297         GO TO 6000-CORRIGIR-FOLHA-EXIT
007298     END-IF
007299     PERFORM 6400-LIMPAR-RESPOSTAS THRU 6400-LIMPAR-RESPOSTAS-EXIT
007300     DISPLAY 'CORRECAO: ' DL700-CERTAS ' CERTAS DE ' DL700-TOTAL
007301     PERFORM 3500-GRAVAR-NOTA THRU 3500-GRAVAR-NOTA-EXIT.
007302 6000-CORRIGIR-FOLHA-EXIT.
007303     EXIT.
007304
007305*----------------------------------------------------------------
007306*    6100-CHAVE-HISTORICO: THE HISTFILE MULTIPLICANDO OF THE
007307*    SHEET - A NUMBERED TABLE'S OWN, OR FROM THE HEADING THE
007308*    FOLHA NR (96, OPERACAO X) OR DECIMAL MULTIPLICANDO (97).
007309*----------------------------------------------------------------
007310 6100-CHAVE-HISTORICO.
007311     MOVE 'S' TO DL700-SW-ENTRADA
007312     IF DL700-OPER-ENTRADA = 'X' OR DL700-OPCAO-ENTRADA = '96'
007313         IF DL700-OPER-ENTRADA NOT = 'X' OR
007314                 DL700-OPCAO-ENTRADA NOT = '96'
007315             DISPLAY 'FOLHA MISTA E TABUADA 96 COM OPERACAO X'
007316             MOVE 'N' TO DL700-SW-ENTRADA
007317         ELSE
007318             PERFORM 3350-PEDIR-FOLHA-MISTA THRU
007319                     3350-PEDIR-FOLHA-MISTA-EXIT
007320         END-IF
007321         GO TO 6100-CHAVE-HISTORICO-EXIT
007322     END-IF
007323     IF DL700-OPCAO-ENTRADA = '97'
007324         PERFORM 6150-PEDIR-DECIMAL THRU 6150-PEDIR-DECIMAL-EXIT
007325         GO TO 6100-CHAVE-HISTORICO-EXIT
007326     END-IF
007327     MOVE DL700-OPCAO-ENTRADA TO DL700-OPCAO-NUM
007328     IF DL700-OPCAO-NUM < 1 OR DL700-OPCAO-NUM > 20
007329         DISPLAY 'TABUADA INVALIDA PARA CORRECAO'
007330         MOVE 'N' TO DL700-SW-ENTRADA
007331         GO TO 6100-CHAVE-HISTORICO-EXIT
007332     END-IF
007333     COMPUTE DL700-MULT-CHAVE = DL700-OPCAO-NUM * 10.
007334 6100-CHAVE-HISTORICO-EXIT.
007335     EXIT.
007336
007337 6150-PEDIR-DECIMAL.
007338     DISPLAY 'MULTIPLICANDO DO CABECALHO (EX: 1,5): '
007339     MOVE SPACES TO DL700-MULT-ENTRADA
007340     ACCEPT DL700-MULT-ENTRADA
007341     MOVE SPACES TO DL700-MULT-ENT-INT DL700-MULT-ENT-DEC
007342     MOVE ZERO TO DL700-QTDE-VIRGULA
007343     INSPECT DL700-MULT-ENTRADA TALLYING
007344         DL700-QTDE-VIRGULA FOR ALL ','
007345     UNSTRING DL700-MULT-ENTRADA DELIMITED BY ','
007346         INTO DL700-MULT-ENT-INT DL700-MULT-ENT-DEC
007347     END-UNSTRING
007348     IF DL700-MULT-ENT-INT(2:1) = SPACE AND
007349             DL700-MULT-ENT-INT(1:1) NUMERIC
007350         MOVE DL700-MULT-ENT-INT(1:1) TO DL700-MULT-ENT-INT(2:1)
007351         MOVE '0' TO DL700-MULT-ENT-INT(1:1)
007352     END-IF
007353     IF DL700-MULT-ENT-DEC = SPACE
007354         MOVE '0' TO DL700-MULT-ENT-DEC
007355     END-IF
007356     IF DL700-QTDE-VIRGULA > 1 OR
007357             DL700-MULT-ENT-INT NOT NUMERIC OR
007358             DL700-MULT-ENT-DEC NOT NUMERIC
007359         DISPLAY 'MULTIPLICANDO INVALIDO'
007360         MOVE 'N' TO DL700-SW-ENTRADA
007361     ELSE
007362         MOVE DL700-MULT-ENT-INT TO DL700-MULT-INT
007363         MOVE DL700-MULT-ENT-DEC TO DL700-MULT-DEC
007364         COMPUTE DL700-MULT-CHAVE =
007365             (DL700-MULT-INT * 10) + DL700-MULT-DEC
007366     END-IF.
007367 6150-PEDIR-DECIMAL-EXIT.
007368     EXIT.
007369
007370*----------------------------------------------------------------
007371*    6200-CORRIGIR-LINHA: NEXT LINE OF THE SHEET BY SEQUENCE -
007372*    THE FIRST SEQUENCE NOT ON FILE ENDS THE SHEET. THE RESULT
007373*    PRINTED ON THE LINE (ZZZ9,9 AFTER THE EQUALS SIGN) IS THE
007374*    ANSWER KEY; A BLANK ANSWER COUNTS AS WRONG.
007375*----------------------------------------------------------------
007376 6200-CORRIGIR-LINHA.
007377     ADD 1 TO DL700-LINHA-SEQ
007378     IF DL700-LINHA-SEQ > 99
007379         SET DL700-FIM-FOLHA TO TRUE
007380         GO TO 6200-CORRIGIR-LINHA-EXIT
007381     END-IF
007382     MOVE SPACES TO HIS-CHAVE
007383     MOVE DL700-DATA-ENTRADA TO HIS-DATA
007384     MOVE DL700-OPER-ENTRADA TO HIS-OPERACAO
007385     MOVE DL700-MULT-CHAVE TO HIS-MULT
007386     MOVE DL700-LINHA-SEQ TO HIS-LINHA
007387     READ HISTORY-FILE
007388         INVALID KEY
007389             SET DL700-FIM-FOLHA TO TRUE
007390             GO TO 6200-CORRIGIR-LINHA-EXIT
007391     END-READ
007392     MOVE HIS-TEXTO(14:4) TO DL700-CERTO-INT
007393     INSPECT DL700-CERTO-INT REPLACING LEADING SPACE BY '0'
007394     MOVE HIS-TEXTO(19:1) TO DL700-CERTO-DEC
007395     IF DL700-CERTO-VALOR NOT NUMERIC
007396         DISPLAY 'LINHA ' HIS-LINHA ' ILEGIVEL NO HISTFILE - '
007397             'FORA DA CORRECAO'
007398         GO TO 6200-CORRIGIR-LINHA-EXIT
007399     END-IF
007400     MOVE 'N' TO DL700-SW-ENTRADA
007401     PERFORM 6300-PEDIR-RESPOSTA THRU 6300-PEDIR-RESPOSTA-EXIT
007402         UNTIL DL700-ENTRADA-VALIDA
007403     MOVE SPACES TO RSP-REGISTRO
007404     MOVE DL700-ALUNO-ENTRADA TO RSP-ALUNO
007405     MOVE DL700-DATA-ENTRADA TO RSP-DATA
007406     MOVE DL700-OPCAO-ENTRADA TO RSP-OPCAO
007407     MOVE DL700-OPER-ENTRADA TO RSP-OPERACAO
007408     MOVE DL700-LINHA-SEQ TO RSP-LINHA
007409     MOVE DL700-TURMA-ALUNO TO RSP-TURMA
007410     MOVE HIS-TEXTO(1:10) TO RSP-FATO
007411     MOVE DL700-RESP-ENTRADA TO RSP-RESPOSTA
007412     MOVE HIS-TEXTO(14:6) TO RSP-RESULTADO
007413     ADD 1 TO DL700-TOTAL
007414     IF DL700-RESP-ENTRADA NOT = SPACES AND
007415             DL700-RESP-NUM = DL700-CERTO-NUM
007416         SET RSP-CERTA TO TRUE
007417         ADD 1 TO DL700-CERTAS
007418     ELSE
007419         SET RSP-ERRADA TO TRUE
007420     END-IF
007421     WRITE RSP-REGISTRO
007422         INVALID KEY
007423             REWRITE RSP-REGISTRO
007424     END-WRITE.
007425 6200-CORRIGIR-LINHA-EXIT.
007426     EXIT.
007427
007428*----------------------------------------------------------------
007429*    6300-PEDIR-RESPOSTA: THE ANSWER AS WRITTEN - N TO NNNN WITH
007430*    AN OPTIONAL ONE-DIGIT DECIMAL AFTER THE COMMA. ANYTHING ELSE
007431*    IS A KEYING SLIP AND IS ASKED AGAIN, NOT MARKED.
007432*----------------------------------------------------------------
007433 6300-PEDIR-RESPOSTA.
007434     MOVE 'S' TO DL700-SW-ENTRADA
007435     DISPLAY HIS-LINHA ') ' HIS-TEXTO(1:13)
007436     MOVE SPACES TO DL700-RESP-ENTRADA
007437     ACCEPT DL700-RESP-ENTRADA
007438     IF DL700-RESP-ENTRADA = SPACES
007439         GO TO 6300-PEDIR-RESPOSTA-EXIT
007440     END-IF
007441     MOVE SPACES TO DL700-RESP-ENT-INT DL700-RESP-ENT-DEC
007442     MOVE 0 TO DL700-QTDE-VIRGULA
007443     MOVE 0 TO DL700-RESP-TAM-INT DL700-RESP-TAM-DEC
007444     INSPECT DL700-RESP-ENTRADA TALLYING
007445         DL700-QTDE-VIRGULA FOR ALL ','
007446     UNSTRING DL700-RESP-ENTRADA DELIMITED BY ',' OR SPACE
007447         INTO DL700-RESP-ENT-INT COUNT IN DL700-RESP-TAM-INT
007448              DL700-RESP-ENT-DEC COUNT IN DL700-RESP-TAM-DEC
007449     END-UNSTRING
007450     IF DL700-QTDE-VIRGULA > 1 OR
007451             DL700-RESP-TAM-INT < 1 OR
007452             DL700-RESP-TAM-INT > 4 OR
007453             DL700-RESP-TAM-DEC > 1 OR
007454             (DL700-QTDE-VIRGULA = 0 AND DL700-RESP-TAM-DEC > 0)
007455         DISPLAY 'RESPOSTA INVALIDA - USE N, NN OU NN,N'
007456         MOVE 'N' TO DL700-SW-ENTRADA
007457         GO TO 6300-PEDIR-RESPOSTA-EXIT
007458     END-IF
007459     MOVE '0000' TO DL700-RESP-INT
007460     MOVE DL700-RESP-ENT-INT(1:DL700-RESP-TAM-INT) TO
007461         DL700-RESP-INT(5 - DL700-RESP-TAM-INT:DL700-RESP-TAM-INT)
007462     MOVE '0' TO DL700-RESP-DEC
007463     IF DL700-RESP-TAM-DEC = 1
007464         MOVE DL700-RESP-ENT-DEC(1:1) TO DL700-RESP-DEC
007465     END-IF
007466     IF DL700-RESP-VALOR NOT NUMERIC
007467         DISPLAY 'RESPOSTA INVALIDA - USE N, NN OU NN,N'
007468         MOVE 'N' TO DL700-SW-ENTRADA
007469     END-IF.
007470 6300-PEDIR-RESPOSTA-EXIT.
007471     EXIT.
007472
007473*----------------------------------------------------------------
007474*    6400-LIMPAR-RESPOSTAS: IF THE SHEET WAS GRADED BEFORE WITH
007475*    MORE LINES (TABOADA RERAN IT SHORTER THE SAME DAY), DROP THE
007476*    ANSWERS FROM THE FIRST SEQUENCE NOT ON HISTFILE UPWARD SO
007477*    THE ANALYSIS NEVER MIXES TWO VERSIONS OF THE SHEET.
007478*----------------------------------------------------------------
007479 6400-LIMPAR-RESPOSTAS.
007480     MOVE 'N' TO DL700-SW-RSP-LIMPO
007481     PERFORM 6410-APAGAR-RESPOSTA THRU 6410-APAGAR-RESPOSTA-EXIT
007482         UNTIL DL700-RSP-LIMPO.
007483 6400-LIMPAR-RESPOSTAS-EXIT.
007484     EXIT.
007485
007486 6410-APAGAR-RESPOSTA.
007487     IF DL700-LINHA-SEQ > 99
007488         MOVE 'S' TO DL700-SW-RSP-LIMPO
007489         GO TO 6410-APAGAR-RESPOSTA-EXIT
007490     END-IF
007491     MOVE DL700-ALUNO-ENTRADA TO RSP-ALUNO
007492     MOVE DL700-DATA-ENTRADA TO RSP-DATA
007493     MOVE DL700-OPCAO-ENTRADA TO RSP-OPCAO
007494     MOVE DL700-OPER-ENTRADA TO RSP-OPERACAO
007495     MOVE DL700-LINHA-SEQ TO RSP-LINHA
007496     READ ANSWER-FILE
007497         INVALID KEY
007498             MOVE 'S' TO DL700-SW-RSP-LIMPO
007499         NOT INVALID KEY
007500             DELETE ANSWER-FILE RECORD
007501     END-READ
007502     ADD 1 TO DL700-LINHA-SEQ.
007503 6410-APAGAR-RESPOSTA-EXIT.
007504     EXIT.
007505
007506*----------------------------------------------------------------
007507*    7000-ANALISE-ERROS: EVERY GRADED ANSWER OF THE CLASS (BY
007508*    THE CLASS ON THE ANSWER OR THE STUDENT'S CURRENT ROSTER
007509*    CLASS, AS IN THE TURMA REPORT) IS COUNTED AGAINST ITS FACT.
007510*    THE FACTS ARE THEN RANKED BY MISS RATE, HIGHEST FIRST, AND
007511*    THE ONES MISSED AT LEAST ONCE ARE LISTED ON PROGRPT.
007512*----------------------------------------------------------------
007513 7000-ANALISE-ERROS.
007514     DISPLAY 'TURMA: '
007515     MOVE SPACES TO DL700-TURMA-ENTRADA
007516     ACCEPT DL700-TURMA-ENTRADA
007517     IF DL700-TURMA-ENTRADA = SPACES
007518         GO TO 7000-ANALISE-ERROS-EXIT
007519     END-IF
007520     MOVE 0 TO DL700-FAT-QTDE DL700-FAT-SEM-ERRO
007521     MOVE 0 TO DL700-RSP-LIDAS DL700-RSP-ERRADAS
007522     INITIALIZE DL700-TABELA-FATOS
007523     MOVE 'N' TO DL700-SW-LEITURA
007524     MOVE SPACES TO DL700-ALUNO-ROSTER DL700-TURMA-ROSTER
007525     MOVE 'N' TO DL700-SW-ROSTER
007526     OPEN INPUT ROSTER-FILE
007527     IF DL700-ROST-OK
007528         SET DL700-ROSTER-ABERTO TO TRUE
007529     ELSE
007530         DISPLAY 'ROSTFILE INDISPONIVEL - STATUS '
007531             DL700-ROST-STATUS ' - SO RESPOSTAS DA PROPRIA TURMA'
007532     END-IF
007533     MOVE LOW-VALUES TO RSP-CHAVE
007534     START ANSWER-FILE KEY NOT < RSP-CHAVE
007535         INVALID KEY
007536             SET DL700-FIM-LEITURA TO TRUE
007537     END-START
007538     PERFORM 7100-ACUMULAR-RESPOSTA THRU
007539             7100-ACUMULAR-RESPOSTA-EXIT
007540         UNTIL DL700-FIM-LEITURA
007541     IF DL700-ROSTER-ABERTO
007542         CLOSE ROSTER-FILE
007543     END-IF
007544     PERFORM 7180-CALCULAR-TAXA THRU 7180-CALCULAR-TAXA-EXIT
007545         VARYING DL700-FAT-IDX FROM 1 BY 1
007546         UNTIL DL700-FAT-IDX > DL700-FAT-QTDE
007547     PERFORM 7200-ORDENAR-FATOS THRU 7200-ORDENAR-FATOS-EXIT
007548     MOVE DL700-DATA-EDITADA TO DL700-REL-DATA
007549     MOVE SPACES TO DL700-REL-NOME
007550     MOVE DL700-TURMA-ENTRADA TO DL700-REL-TURMA
007551     WRITE REPORT-RECORD FROM DL700-REL-CAB-ERROS
007552     WRITE REPORT-RECORD FROM DL700-REL-CAB-02
007553     WRITE REPORT-RECORD FROM DL700-REL-BRANCO
007554     WRITE REPORT-RECORD FROM DL700-REL-CAB-FATOS
007555     MOVE 0 TO DL700-FAT-POSICAO
007556     PERFORM 7300-LISTAR-FATO THRU 7300-LISTAR-FATO-EXIT
007557         VARYING DL700-FAT-IDX FROM 1 BY 1
007558         UNTIL DL700-FAT-IDX > DL700-FAT-QTDE
007559     WRITE REPORT-RECORD FROM DL700-REL-BRANCO
007560     MOVE 'RESPOSTAS CORRIGIDAS        ' TO DL700-TOT-ROTULO
007561     MOVE DL700-RSP-LIDAS TO DL700-TOT-VALOR
007562     WRITE REPORT-RECORD FROM DL700-REL-LINHA-TOT
007563     MOVE 'RESPOSTAS ERRADAS           ' TO DL700-TOT-ROTULO
007564     MOVE DL700-RSP-ERRADAS TO DL700-TOT-VALOR
007565     WRITE REPORT-RECORD FROM DL700-REL-LINHA-TOT
007566     MOVE 'FATOS DIFERENTES            ' TO DL700-TOT-ROTULO
007567     MOVE DL700-FAT-QTDE TO DL700-TOT-VALOR
007568     WRITE REPORT-RECORD FROM DL700-REL-LINHA-TOT
007569     MOVE 'FATOS SEM NENHUM ERRO       ' TO DL700-TOT-ROTULO
007570     MOVE DL700-FAT-SEM-ERRO TO DL700-TOT-VALOR
007571     WRITE REPORT-RECORD FROM DL700-REL-LINHA-TOT
007572     PERFORM 4400-FECHAR-PAGINA THRU 4400-FECHAR-PAGINA-EXIT
007573     DISPLAY 'TURMA ' DL700-TURMA-ENTRADA ': '
007574         DL700-RSP-LIDAS ' RESPOSTAS, '
007575         DL700-RSP-ERRADAS ' ERRADAS'.
007576 7000-ANALISE-ERROS-EXIT.
007577     EXIT.
007578
007579 7100-ACUMULAR-RESPOSTA.
007580     READ ANSWER-FILE NEXT
007581         AT END
007582             SET DL700-FIM-LEITURA TO TRUE
007583             GO TO 7100-ACUMULAR-RESPOSTA-EXIT
007584     END-READ
007585     IF RSP-TURMA NOT = DL700-TURMA-ENTRADA
007586         PERFORM 7120-TURMA-DA-RESPOSTA THRU
007587                 7120-TURMA-DA-RESPOSTA-EXIT
007588         IF DL700-TURMA-ROSTER NOT = DL700-TURMA-ENTRADA
007589             GO TO 7100-ACUMULAR-RESPOSTA-EXIT
007590         END-IF
007591     END-IF
007592     ADD 1 TO DL700-RSP-LIDAS
007593     IF RSP-ERRADA
007594         ADD 1 TO DL700-RSP-ERRADAS
007595     END-IF
007596     MOVE 0 TO DL700-FAT-ACHADO
007597     PERFORM 7150-COMPARAR-FATO THRU 7150-COMPARAR-FATO-EXIT
007598         VARYING DL700-FAT-IDX FROM 1 BY 1
007599         UNTIL DL700-FAT-IDX > DL700-FAT-QTDE OR
007600               DL700-FAT-ACHADO > 0
007601     IF DL700-FAT-ACHADO = 0
007602         IF DL700-FAT-QTDE < 500
007603             ADD 1 TO DL700-FAT-QTDE
007604             MOVE RSP-FATO TO DL700-FAT-TEXTO(DL700-FAT-QTDE)
007605             MOVE DL700-FAT-QTDE TO DL700-FAT-ACHADO
007606         ELSE
007607             DISPLAY 'TABSCO: TABELA DE FATOS CHEIA - '
007608                 RSP-FATO
007609             GO TO 7100-ACUMULAR-RESPOSTA-EXIT
007610         END-IF
007611     END-IF
007612     ADD 1 TO DL700-FAT-VEZES(DL700-FAT-ACHADO)
007613     IF RSP-ERRADA
007614         ADD 1 TO DL700-FAT-ERROS(DL700-FAT-ACHADO)
007615     END-IF.
007616 7100-ACUMULAR-RESPOSTA-EXIT.
007617     EXIT.
007618
007619*----------------------------------------------------------------
007620*    7120-TURMA-DA-RESPOSTA: THE STUDENT'S CURRENT CLASS, READ BY
007621*    NAME ONCE PER STUDENT (RESPFILE IS IN NAME ORDER).
007622*----------------------------------------------------------------
007623 7120-TURMA-DA-RESPOSTA.
007624     IF RSP-ALUNO = DL700-ALUNO-ROSTER
007625         GO TO 7120-TURMA-DA-RESPOSTA-EXIT
007626     END-IF
007627     MOVE RSP-ALUNO TO DL700-ALUNO-ROSTER
007628     MOVE SPACES TO DL700-TURMA-ROSTER
007629     IF NOT DL700-ROSTER-ABERTO
007630         GO TO 7120-TURMA-DA-RESPOSTA-EXIT
007631     END-IF
007632     MOVE RSP-ALUNO TO ROS-NOME
007633     READ ROSTER-FILE
007634         INVALID KEY
007635             GO TO 7120-TURMA-DA-RESPOSTA-EXIT
007636     END-READ
007637     MOVE ROS-TURMA TO DL700-TURMA-ROSTER.
007638 7120-TURMA-DA-RESPOSTA-EXIT.
007639     EXIT.
007640
007641 7150-COMPARAR-FATO.
007642     IF DL700-FAT-TEXTO(DL700-FAT-IDX) = RSP-FATO
007643         MOVE DL700-FAT-IDX TO DL700-FAT-ACHADO
007644     END-IF.
007645 7150-COMPARAR-FATO-EXIT.
007646     EXIT.
007647
007648 7180-CALCULAR-TAXA.
007649     COMPUTE DL700-FAT-PCT(DL700-FAT-IDX) ROUNDED =
007650         DL700-FAT-ERROS(DL700-FAT-IDX) * 100
007651         / DL700-FAT-VEZES(DL700-FAT-IDX)
007652     IF DL700-FAT-ERROS(DL700-FAT-IDX) = 0
007653         ADD 1 TO DL700-FAT-SEM-ERRO
007654     END-IF.
007655 7180-CALCULAR-TAXA-EXIT.
007656     EXIT.
007657
007658*----------------------------------------------------------------
007659*    7200-ORDENAR-FATOS: NEIGHBOUR-EXCHANGE SORT OF THE FACT
007660*    TABLE - MISS RATE DESCENDING, AND ON A TIE THE FACT MISSED
007661*    MORE TIMES FIRST.
007662*----------------------------------------------------------------
007663 7200-ORDENAR-FATOS.
007664     IF DL700-FAT-QTDE < 2
007665         GO TO 7200-ORDENAR-FATOS-EXIT
007666     END-IF
007667     PERFORM 7210-PASSAR-ORDENACAO THRU
007668             7210-PASSAR-ORDENACAO-EXIT
007669         VARYING DL700-FAT-IDX FROM 1 BY 1
007670         UNTIL DL700-FAT-IDX NOT < DL700-FAT-QTDE.
007671 7200-ORDENAR-FATOS-EXIT.
007672     EXIT.
007673
007674 7210-PASSAR-ORDENACAO.
007675     PERFORM 7220-COMPARAR-VIZINHOS THRU
007676             7220-COMPARAR-VIZINHOS-EXIT
007677         VARYING DL700-FAT-J FROM 1 BY 1
007678         UNTIL DL700-FAT-J + DL700-FAT-IDX > DL700-FAT-QTDE.
007679 7210-PASSAR-ORDENACAO-EXIT.
007680     EXIT.
007681
007682 7220-COMPARAR-VIZINHOS.
007683     IF DL700-FAT-PCT(DL700-FAT-J) <
007684             DL700-FAT-PCT(DL700-FAT-J + 1) OR
007685        (DL700-FAT-PCT(DL700-FAT-J) =
007686             DL700-FAT-PCT(DL700-FAT-J + 1) AND
007687         DL700-FAT-ERROS(DL700-FAT-J) <
007688             DL700-FAT-ERROS(DL700-FAT-J + 1))
007689         MOVE DL700-FAT-ITEM(DL700-FAT-J) TO DL700-FAT-TROCA
007690         MOVE DL700-FAT-ITEM(DL700-FAT-J + 1) TO
007691             DL700-FAT-ITEM(DL700-FAT-J)
007692         MOVE DL700-FAT-TROCA TO DL700-FAT-ITEM(DL700-FAT-J + 1)
007693     END-IF.
007694 7220-COMPARAR-VIZINHOS-EXIT.
007695     EXIT.
007696
007697 7300-LISTAR-FATO.
007698     IF DL700-FAT-ERROS(DL700-FAT-IDX) = 0
007699         GO TO 7300-LISTAR-FATO-EXIT
007700     END-IF
007701     ADD 1 TO DL700-FAT-POSICAO
007702     MOVE DL700-FAT-POSICAO TO DL700-FAT-POS
007703     MOVE DL700-FAT-TEXTO(DL700-FAT-IDX) TO DL700-FAT-TEXTO-REL
007704     MOVE DL700-FAT-VEZES(DL700-FAT-IDX) TO DL700-FAT-VEZES-REL
007705     MOVE DL700-FAT-ERROS(DL700-FAT-IDX) TO DL700-FAT-ERROS-REL
007706     MOVE DL700-FAT-PCT(DL700-FAT-IDX) TO DL700-FAT-PCT-REL
007707     WRITE REPORT-RECORD FROM DL700-REL-LINHA-FATO
007708     DISPLAY DL700-REL-LINHA-FATO.
007709 7300-LISTAR-FATO-EXIT.
007710     EXIT.
007711
007712 9999-ENCERRAR.
007713     CLOSE SCORE-FILE
007714     CLOSE ANSWER-FILE
007715     CLOSE REPORT-FILE
007716     DISPLAY 'FIM DO LANCAMENTO DE NOTAS.'.
007717 9999-ENCERRAR-EXIT.
007718     EXIT.
