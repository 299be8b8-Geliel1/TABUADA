000100******************************************************************
000110* Author:GELIEL GUSTAVO DE SOUZA SILVA.
000120* Date:14/09/2026
000130******************************************************************
000140* MODIFICATION HISTORY
000150* DATE       INIT DESCRIPTION
000160* 14/09/2026 GGS  ORIGINAL PROGRAM. YEAR-END ROLLOVER OF THE
000170*                 ROSTFILE CLASS ROSTER. THE PROMFILE PROMOTION
000180*                 TABLE MAPS EACH CURRENT TURMA TO NEXT YEAR'S
000190*                 CLASS CODE (BLANK FOR A GRADUATING CLASS).
000200*                 ACTIVE STUDENTS ARE PROMOTED, GRADUATES AND
000210*                 WITHDRAWN STUDENTS ARE DROPPED, AND EVERY
000220*                 STUDENT IS LISTED ON THE ROLRPT ROLLOVER
000230*                 REGISTER. PARM 'AAAA' IS THE NEW SCHOOL YEAR;
000240*                 'AAAA,SIMULAR' PRINTS THE REGISTER WITHOUT
000250*                 UPDATING THE ROSTER. A STUDENT ALREADY ROLLED
000260*                 INTO THE YEAR IS LEFT ALONE, SO A RERUN AFTER
000270*                 A FAILURE CANNOT PROMOTE ANYONE TWICE.
000280*                 SCOFILE IS KEYED BY STUDENT AND IS NOT
000290*                 TOUCHED - PAST SCORES FOLLOW THE STUDENT.
000300******************************************************************
000310 IDENTIFICATION DIVISION.
000320*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
000330 PROGRAM-ID. TABROL.
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
000470         FILE STATUS IS DL350-ROST-STATUS.
000480     SELECT PROMO-FILE ASSIGN TO 'PROMFILE'
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS DL350-PROMO-STATUS.
000510     SELECT REPORT-FILE ASSIGN TO 'ROLRPT'
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS DL350-REPORT-STATUS.
000540*-----------------------
000550 DATA DIVISION.
000560*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
000570 FILE SECTION.
000580*-----------------------
000590 FD  ROSTER-FILE.
000600 01  ROS-REGISTRO.
000610     05  ROS-TURMA                PIC X(04).
000620     05  ROS-NOME                 PIC X(20).
000630     05  ROS-ATRIB OCCURS 5 TIMES.
000640         10  ROS-OPCAO            PIC X(02).
000650         10  ROS-OPERACAO         PIC X(01).
000660     05  ROS-FOLHA                PIC X(01).
000670     05  ROS-SITUACAO             PIC X(01).
000680         88  ROS-ATIVO            VALUES 'A' ' '.
000690         88  ROS-DESLIGADO        VALUE 'D'.
000700     05  ROS-DATA-SITUACAO        PIC X(08).
000710     05  ROS-TURMA-ANTERIOR       PIC X(04).
000720     05  ROS-ANO-ROLAGEM          PIC X(04).
000730     05  FILLER                   PIC X(23).
000740
000750*----------------------------------------------------------------
000760*    PROMOTION TABLE - ONE LINE PER CURRENT CLASS: TURMA IN
000770*    COLUMNS 1-4, NEXT YEAR'S TURMA IN COLUMNS 6-9 (BLANK FOR A
000780*    GRADUATING CLASS). A LINE STARTING WITH '*' IS A COMMENT.
000790*----------------------------------------------------------------
000800 FD  PROMO-FILE.
000810 01  PRM-REGISTRO.
000820     05  PRM-TURMA-ATUAL          PIC X(04).
000830     05  FILLER                   PIC X(01).
000840     05  PRM-TURMA-NOVA           PIC X(04).
000850     05  FILLER                   PIC X(71).
000860
000870 FD  REPORT-FILE.
000880 01  REPORT-RECORD                PIC X(80).
000890
000900 WORKING-STORAGE SECTION.
000910*----------------------------------------------------------------
000920*    FILE STATUS AND RUN CONTROLS
000930*----------------------------------------------------------------
000940 01  DL350-ROST-STATUS            PIC X(02).
000950     88  DL350-ROST-OK            VALUE '00'.
000960 01  DL350-PROMO-STATUS           PIC X(02).
000970     88  DL350-PROMO-OK           VALUE '00'.
000980 01  DL350-REPORT-STATUS          PIC X(02).
000990     88  DL350-REPORT-OK          VALUE '00'.
001000
001010 01  DL350-SW-EXECUCAO            PIC X(01) VALUE 'S'.
001020     88  DL350-EXECUCAO-VALIDA    VALUE 'S'.
001030 01  DL350-SW-ARQUIVO             PIC X(01) VALUE 'N'.
001040     88  DL350-FIM-ARQUIVO        VALUE 'S'.
001050 01  DL350-SW-SIMULAR             PIC X(01) VALUE 'N'.
001060     88  DL350-SIMULACAO          VALUE 'S'.
001070 01  DL350-SW-REGRA               PIC X(01) VALUE 'N'.
001080     88  DL350-REGRA-ACHADA       VALUE 'S'.
001090
001100 01  DL350-PARM-EXECUCAO          PIC X(20).
001110 01  DL350-ANO-LETIVO             PIC X(04).
001120
001130 01  DL350-DATA-SISTEMA.
001140     05  DL350-DATA-AA            PIC 9(02).
001150     05  DL350-DATA-MM            PIC 9(02).
001160     05  DL350-DATA-DD            PIC 9(02).
001170 01  DL350-DATA-EDITADA           PIC X(08).
001180
001190*----------------------------------------------------------------
001200*    PROMOTION RULES LOADED FROM PROMFILE
001210*----------------------------------------------------------------
001220 01  DL350-TAB-PROMOCAO.
001230     05  DL350-PROMOCAO OCCURS 50 TIMES.
001240         10  DL350-PRO-ATUAL      PIC X(04).
001250         10  DL350-PRO-NOVA       PIC X(04).
001260 77  DL350-MAX-REGRAS             PIC 9(04) COMP VALUE 50.
001270 77  DL350-QTDE-REGRAS            PIC 9(04) COMP VALUE 0.
001280 77  DL350-IND                    PIC 9(04) COMP VALUE 0.
001290 77  DL350-IND-REGRA              PIC 9(04) COMP VALUE 0.
001300
001310*----------------------------------------------------------------
001320*    ROLLOVER COUNTERS
001330*----------------------------------------------------------------
001340 77  DL350-LIDOS                  PIC 9(07) COMP VALUE 0.
001350 77  DL350-PROMOVIDOS             PIC 9(07) COMP VALUE 0.
001360 77  DL350-FORMADOS               PIC 9(07) COMP VALUE 0.
001370 77  DL350-DESLIGADOS             PIC 9(07) COMP VALUE 0.
001380 77  DL350-JA-ROLADOS             PIC 9(07) COMP VALUE 0.
001390 77  DL350-SEM-REGRA              PIC 9(07) COMP VALUE 0.
001400 77  DL350-ERROS                  PIC 9(07) COMP VALUE 0.
001410
001420*----------------------------------------------------------------
001430*    ROLLOVER REGISTER LINES
001440*----------------------------------------------------------------
001450 01  DL350-REL-CAB-01             PIC X(80) VALUE
001460     '*** TABOADA - REGISTRO DE ROLAGEM DO ANO LETIVO ***'.
001470 01  DL350-REL-CAB-02.
001480     05  FILLER                   PIC X(07) VALUE 'DATA: '.
001490     05  DL350-REL-DATA           PIC X(08).
001500     05  FILLER                   PIC X(05) VALUE SPACES.
001510     05  FILLER                   PIC X(12) VALUE 'ANO LETIVO: '.
001520     05  DL350-REL-ANO            PIC X(04).
001530     05  FILLER                   PIC X(05) VALUE SPACES.
001540     05  DL350-REL-MODO           PIC X(20).
001550     05  FILLER                   PIC X(19) VALUE SPACES.
001560 01  DL350-REL-CAB-03.
001570     05  FILLER                   PIC X(22) VALUE 'ALUNO'.
001580     05  FILLER                   PIC X(07) VALUE 'TURMA'.
001590     05  FILLER                   PIC X(07) VALUE 'NOVA'.
001600     05  FILLER                   PIC X(44) VALUE 'SITUACAO'.
001610 01  DL350-REL-DETALHE.
001620     05  DL350-DET-NOME           PIC X(20).
001630     05  FILLER                   PIC X(02) VALUE SPACES.
001640     05  DL350-DET-TURMA          PIC X(04).
001650     05  FILLER                   PIC X(03) VALUE SPACES.
001660     05  DL350-DET-NOVA           PIC X(04).
001670     05  FILLER                   PIC X(03) VALUE SPACES.
001680     05  DL350-DET-SITUACAO       PIC X(30).
001690     05  FILLER                   PIC X(14) VALUE SPACES.
001700 01  DL350-REL-LINHA.
001710     05  DL350-REL-ROTULO         PIC X(30).
001720     05  DL350-REL-VALOR          PIC ZZZZZZ9.
001730     05  FILLER                   PIC X(43) VALUE SPACES.
001740 01  DL350-REL-BRANCO             PIC X(80) VALUE SPACES.
001750
001760*-----------------------
001770 PROCEDURE DIVISION.
001780*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
001790 0000-MAINLINE.
001800     PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT
001810     IF DL350-EXECUCAO-VALIDA
001820         PERFORM 2000-CARREGAR-PROMOCAO THRU
001830                 2000-CARREGAR-PROMOCAO-EXIT
001840     END-IF
001850     IF DL350-EXECUCAO-VALIDA
001860         PERFORM 3000-ROLAR-ROSTER THRU 3000-ROLAR-ROSTER-EXIT
001870         PERFORM 4000-GRAVAR-TOTAIS THRU 4000-GRAVAR-TOTAIS-EXIT
001872     ELSE
001874         DISPLAY 'ROLAGEM NAO EXECUTADA - ROSTER INALTERADO'
001876         MOVE 8 TO RETURN-CODE
001880     END-IF
001890     PERFORM 9999-ENCERRAR THRU 9999-ENCERRAR-EXIT
001900     STOP RUN.
001910
001920*----------------------------------------------------------------
001930*    1000-INICIALIZAR: VALIDATE THE NEW SCHOOL YEAR AND THE RUN
001940*    MODE, OPEN THE REGISTER AND PRINT ITS HEADINGS.
001950*----------------------------------------------------------------
001960 1000-INICIALIZAR.
001970     ACCEPT DL350-DATA-SISTEMA FROM DATE
001980     STRING DL350-DATA-DD '/' DL350-DATA-MM '/' DL350-DATA-AA
001990         DELIMITED BY SIZE INTO DL350-DATA-EDITADA
002000     ACCEPT DL350-PARM-EXECUCAO FROM COMMAND-LINE
002010     MOVE DL350-PARM-EXECUCAO(1:4) TO DL350-ANO-LETIVO
002020     IF DL350-ANO-LETIVO NOT NUMERIC
002030         DISPLAY 'INFORME O NOVO ANO LETIVO (AAAA): '
002040         MOVE SPACES TO DL350-ANO-LETIVO
002050         ACCEPT DL350-ANO-LETIVO
002060     END-IF
002070     IF DL350-ANO-LETIVO NOT NUMERIC
002080         DISPLAY 'ANO LETIVO INVALIDO - USE AAAA (EX: 2027)'
002090         MOVE 'N' TO DL350-SW-EXECUCAO
002100         MOVE 8 TO RETURN-CODE
002110         GO TO 1000-INICIALIZAR-EXIT
002120     END-IF
002130     IF DL350-PARM-EXECUCAO(6:7) = 'SIMULAR'
002140         SET DL350-SIMULACAO TO TRUE
002150     END-IF
002160     OPEN OUTPUT REPORT-FILE
002170     IF NOT DL350-REPORT-OK
002180         DISPLAY 'ERRO AO ABRIR ROLRPT - STATUS '
002190             DL350-REPORT-STATUS
002200         MOVE 'N' TO DL350-SW-EXECUCAO
002210         MOVE 8 TO RETURN-CODE
002220         GO TO 1000-INICIALIZAR-EXIT
002230     END-IF
002240     MOVE DL350-DATA-EDITADA TO DL350-REL-DATA
002250     MOVE DL350-ANO-LETIVO TO DL350-REL-ANO
002260     IF DL350-SIMULACAO
002270         MOVE 'SIMULACAO' TO DL350-REL-MODO
002280     ELSE
002290         MOVE 'ATUALIZACAO' TO DL350-REL-MODO
002300     END-IF
002310     WRITE REPORT-RECORD FROM DL350-REL-CAB-01
002320     WRITE REPORT-RECORD FROM DL350-REL-CAB-02
002330     WRITE REPORT-RECORD FROM DL350-REL-BRANCO.
002340 1000-INICIALIZAR-EXIT.
002350     EXIT.
002360
002370*----------------------------------------------------------------
002380*    2000-CARREGAR-PROMOCAO: LOAD THE PROMOTION TABLE. A MISSING
002390*    OR EMPTY TABLE, A CLASS LISTED TWICE OR TOO MANY CLASSES
002400*    STOPS THE RUN BEFORE THE ROSTER IS TOUCHED.
002410*----------------------------------------------------------------
002420 2000-CARREGAR-PROMOCAO.
002430     OPEN INPUT PROMO-FILE
002440     IF NOT DL350-PROMO-OK
002450         DISPLAY 'ERRO AO ABRIR PROMFILE - STATUS '
002460             DL350-PROMO-STATUS
002470         MOVE 'N' TO DL350-SW-EXECUCAO
002480         GO TO 2000-CARREGAR-PROMOCAO-EXIT
002490     END-IF
002500     MOVE 'N' TO DL350-SW-ARQUIVO
002510     PERFORM 2100-LER-REGRA THRU 2100-LER-REGRA-EXIT
002520         UNTIL DL350-FIM-ARQUIVO
002530     CLOSE PROMO-FILE
002540     IF DL350-QTDE-REGRAS = 0
002550         DISPLAY 'PROMFILE SEM REGRAS DE PROMOCAO'
002560         MOVE 'N' TO DL350-SW-EXECUCAO
002570     END-IF.
002580 2000-CARREGAR-PROMOCAO-EXIT.
002590     EXIT.
002600
002610 2100-LER-REGRA.
002650     READ PROMO-FILE
002660         AT END
002670             SET DL350-FIM-ARQUIVO TO TRUE
002680             GO TO 2100-LER-REGRA-EXIT
002690     END-READ
002700     IF PRM-TURMA-ATUAL = SPACES OR PRM-TURMA-ATUAL(1:1) = '*'
002710         GO TO 2100-LER-REGRA-EXIT
002720     END-IF
002730     PERFORM 3200-LOCALIZAR-REGRA-TURMA THRU
002740             3200-LOCALIZAR-REGRA-TURMA-EXIT
002750     IF DL350-REGRA-ACHADA
002760         DISPLAY 'PROMFILE: TURMA ' PRM-TURMA-ATUAL
002770             ' INFORMADA MAIS DE UMA VEZ'
002780         MOVE 'N' TO DL350-SW-EXECUCAO
002790         GO TO 2100-LER-REGRA-EXIT
002800     END-IF
002810     IF DL350-QTDE-REGRAS NOT < DL350-MAX-REGRAS
002820         DISPLAY 'PROMFILE: MAIS DE ' DL350-MAX-REGRAS ' TURMAS'
002830         MOVE 'N' TO DL350-SW-EXECUCAO
002840         SET DL350-FIM-ARQUIVO TO TRUE
002850         GO TO 2100-LER-REGRA-EXIT
002860     END-IF
002870     ADD 1 TO DL350-QTDE-REGRAS
002880     MOVE PRM-TURMA-ATUAL TO DL350-PRO-ATUAL(DL350-QTDE-REGRAS)
002890     MOVE PRM-TURMA-NOVA TO DL350-PRO-NOVA(DL350-QTDE-REGRAS).
002900 2100-LER-REGRA-EXIT.
002910     EXIT.
002920
002930*----------------------------------------------------------------
002940*    3000-ROLAR-ROSTER: WALK THE WHOLE ROSTER IN NAME ORDER AND
002950*    APPLY THE RULE FOR EACH STUDENT'S CURRENT CLASS.
002960*----------------------------------------------------------------
002970 3000-ROLAR-ROSTER.
002980     IF DL350-SIMULACAO
002990         OPEN INPUT ROSTER-FILE
003000     ELSE
003010         OPEN I-O ROSTER-FILE
003020     END-IF
003030     IF NOT DL350-ROST-OK
003040         DISPLAY 'ERRO AO ABRIR ROSTFILE - STATUS '
003050             DL350-ROST-STATUS
003060         MOVE 8 TO RETURN-CODE
003070         GO TO 3000-ROLAR-ROSTER-EXIT
003080     END-IF
003090     WRITE REPORT-RECORD FROM DL350-REL-CAB-03
003100     MOVE 'N' TO DL350-SW-ARQUIVO
003110     PERFORM 3100-ROLAR-ALUNO THRU 3100-ROLAR-ALUNO-EXIT
003120         UNTIL DL350-FIM-ARQUIVO
003130     CLOSE ROSTER-FILE
003140     IF DL350-SEM-REGRA > 0 OR DL350-ERROS > 0
003150         MOVE 8 TO RETURN-CODE
003160     END-IF.
003170 3000-ROLAR-ROSTER-EXIT.
003180     EXIT.
003190
003200 3100-ROLAR-ALUNO.
003210     READ ROSTER-FILE NEXT
003220         AT END
003230             SET DL350-FIM-ARQUIVO TO TRUE
003240             GO TO 3100-ROLAR-ALUNO-EXIT
003250     END-READ
003260     ADD 1 TO DL350-LIDOS
003270     MOVE SPACES TO DL350-REL-DETALHE
003280     MOVE ROS-NOME TO DL350-DET-NOME
003290     MOVE ROS-TURMA TO DL350-DET-TURMA
003300     IF ROS-ANO-ROLAGEM = DL350-ANO-LETIVO
003310         MOVE 'JA ROLADO NESTE ANO' TO DL350-DET-SITUACAO
003320         ADD 1 TO DL350-JA-ROLADOS
003330         GO TO 3100-ROLAR-ALUNO-GRAVAR
003340     END-IF
003350     IF ROS-DESLIGADO
003360         MOVE 'DESLIGADO - EXCLUIDO' TO DL350-DET-SITUACAO
003370         ADD 1 TO DL350-DESLIGADOS
003380         PERFORM 3300-EXCLUIR-ALUNO THRU 3300-EXCLUIR-ALUNO-EXIT
003390         GO TO 3100-ROLAR-ALUNO-GRAVAR
003400     END-IF
003410     MOVE ROS-TURMA TO PRM-TURMA-ATUAL
003420     PERFORM 3200-LOCALIZAR-REGRA-TURMA THRU
003430             3200-LOCALIZAR-REGRA-TURMA-EXIT
003440     IF NOT DL350-REGRA-ACHADA
003450         MOVE 'SEM REGRA - MANTIDO' TO DL350-DET-SITUACAO
003460         ADD 1 TO DL350-SEM-REGRA
003470         GO TO 3100-ROLAR-ALUNO-GRAVAR
003480     END-IF
003490     IF DL350-PRO-NOVA(DL350-IND-REGRA) = SPACES
003500         MOVE 'FORMADO - EXCLUIDO' TO DL350-DET-SITUACAO
003510         ADD 1 TO DL350-FORMADOS
003520         PERFORM 3300-EXCLUIR-ALUNO THRU 3300-EXCLUIR-ALUNO-EXIT
003530         GO TO 3100-ROLAR-ALUNO-GRAVAR
003540     END-IF
003550     MOVE DL350-PRO-NOVA(DL350-IND-REGRA) TO DL350-DET-NOVA
003560     MOVE 'PROMOVIDO' TO DL350-DET-SITUACAO
003570     ADD 1 TO DL350-PROMOVIDOS
003580     IF NOT DL350-SIMULACAO
003590         MOVE ROS-TURMA TO ROS-TURMA-ANTERIOR
003600         MOVE DL350-PRO-NOVA(DL350-IND-REGRA) TO ROS-TURMA
003610         MOVE DL350-ANO-LETIVO TO ROS-ANO-ROLAGEM
003620         REWRITE ROS-REGISTRO
003630             INVALID KEY
003640                 MOVE 'ERRO AO REGRAVAR - STATUS ' TO
003650                     DL350-DET-SITUACAO
003660                 MOVE DL350-ROST-STATUS TO
003670                     DL350-DET-SITUACAO(27:2)
003680                 SUBTRACT 1 FROM DL350-PROMOVIDOS
003690                 ADD 1 TO DL350-ERROS
003700         END-REWRITE
003710     END-IF.
003720 3100-ROLAR-ALUNO-GRAVAR.
003730     WRITE REPORT-RECORD FROM DL350-REL-DETALHE.
003740 3100-ROLAR-ALUNO-EXIT.
003750     EXIT.
003760
003770*----------------------------------------------------------------
003780*    3200-LOCALIZAR-REGRA-TURMA: LOOK UP PRM-TURMA-ATUAL IN THE
003790*    RULES LOADED SO FAR; DL350-IND-REGRA POINTS AT THE MATCH.
003800*----------------------------------------------------------------
003810 3200-LOCALIZAR-REGRA-TURMA.
003820     MOVE 'N' TO DL350-SW-REGRA
003830     MOVE 0 TO DL350-IND-REGRA
003840     PERFORM 3210-COMPARAR-REGRA THRU 3210-COMPARAR-REGRA-EXIT
003850         VARYING DL350-IND FROM 1 BY 1
003860         UNTIL DL350-IND > DL350-QTDE-REGRAS OR
003865               DL350-REGRA-ACHADA.
003870 3200-LOCALIZAR-REGRA-TURMA-EXIT.
003880     EXIT.
003890
003900 3210-COMPARAR-REGRA.
003910     IF DL350-PRO-ATUAL(DL350-IND) = PRM-TURMA-ATUAL
003920         MOVE DL350-IND TO DL350-IND-REGRA
003930         SET DL350-REGRA-ACHADA TO TRUE
003940     END-IF.
003950 3210-COMPARAR-REGRA-EXIT.
003960     EXIT.
003970
003980*----------------------------------------------------------------
003990*    3300-EXCLUIR-ALUNO: DROP A GRADUATE OR WITHDRAWN STUDENT.
004000*    THEIR SCOFILE SCORES STAY ON FILE UNDER THE OLD TURMA.
004010*----------------------------------------------------------------
004020 3300-EXCLUIR-ALUNO.
004030     IF DL350-SIMULACAO
004040         GO TO 3300-EXCLUIR-ALUNO-EXIT
004050     END-IF
004060     DELETE ROSTER-FILE
004070         INVALID KEY
004080             MOVE 'ERRO AO EXCLUIR - STATUS ' TO
004085                 DL350-DET-SITUACAO
004090             MOVE DL350-ROST-STATUS TO DL350-DET-SITUACAO(26:2)
004100             ADD 1 TO DL350-ERROS
004110     END-DELETE.
004120 3300-EXCLUIR-ALUNO-EXIT.
004130     EXIT.
004140
004150*----------------------------------------------------------------
004160*    4000-GRAVAR-TOTAIS: CONTROL TOTALS AT THE FOOT OF THE
004170*    REGISTER.
004180*----------------------------------------------------------------
004190 4000-GRAVAR-TOTAIS.
004200     WRITE REPORT-RECORD FROM DL350-REL-BRANCO
004210     MOVE 'ALUNOS LIDOS' TO DL350-REL-ROTULO
004220     MOVE DL350-LIDOS TO DL350-REL-VALOR
004230     WRITE REPORT-RECORD FROM DL350-REL-LINHA
004240     MOVE 'PROMOVIDOS' TO DL350-REL-ROTULO
004250     MOVE DL350-PROMOVIDOS TO DL350-REL-VALOR
004260     WRITE REPORT-RECORD FROM DL350-REL-LINHA
004270     MOVE 'FORMADOS (EXCLUIDOS)' TO DL350-REL-ROTULO
004280     MOVE DL350-FORMADOS TO DL350-REL-VALOR
004290     WRITE REPORT-RECORD FROM DL350-REL-LINHA
004300     MOVE 'DESLIGADOS (EXCLUIDOS)' TO DL350-REL-ROTULO
004310     MOVE DL350-DESLIGADOS TO DL350-REL-VALOR
004320     WRITE REPORT-RECORD FROM DL350-REL-LINHA
004330     MOVE 'JA ROLADOS NESTE ANO' TO DL350-REL-ROTULO
004340     MOVE DL350-JA-ROLADOS TO DL350-REL-VALOR
004350     WRITE REPORT-RECORD FROM DL350-REL-LINHA
004360     MOVE 'SEM REGRA (MANTIDOS)' TO DL350-REL-ROTULO
004370     MOVE DL350-SEM-REGRA TO DL350-REL-VALOR
004380     WRITE REPORT-RECORD FROM DL350-REL-LINHA
004390     MOVE 'ERROS DE GRAVACAO' TO DL350-REL-ROTULO
004400     MOVE DL350-ERROS TO DL350-REL-VALOR
004410     WRITE REPORT-RECORD FROM DL350-REL-LINHA
004420     DISPLAY 'TABROL: ' DL350-LIDOS ' LIDOS, ' DL350-PROMOVIDOS
004430         ' PROMOVIDOS, ' DL350-FORMADOS ' FORMADOS, '
004440         DL350-DESLIGADOS ' DESLIGADOS'
004450     IF DL350-SEM-REGRA > 0
004460         DISPLAY 'TABROL: ' DL350-SEM-REGRA
004470             ' ALUNOS EM TURMA SEM REGRA NO PROMFILE'
004480     END-IF.
004490 4000-GRAVAR-TOTAIS-EXIT.
004500     EXIT.
004510
004520 9999-ENCERRAR.
004530     IF DL350-REPORT-OK
004540         CLOSE REPORT-FILE
004550     END-IF.
004560 9999-ENCERRAR-EXIT.
004570     EXIT.
