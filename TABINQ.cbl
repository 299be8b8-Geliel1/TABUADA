000264*                 MIXED DRILL SHEETS CAN BE PULLED BACK - THEIR
000266*                 HISTORY LINES FILE UNDER OPERACAO X WITH
000268*                 MULTIPLICANDO 0 (KEY 000).
000269* 15/10/2026 GGS  A MIXED SHEET IS NOW ASKED FOR BY ITS FOLHA NR -
000270*                 TABOADA FILES EACH MIXED SHEET OF A DATE UNDER
000271*                 ITS OWN NUMBER. A SHEET PRINTED WITHOUT ONE IS
000272*                 STILL FOUND UNDER 0.
000273******************************************************************
000280 IDENTIFICATION DIVISION.
000290*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
000300 PROGRAM-ID. TABINQ.
000910 01  DL400-MULT-DEC               PIC 9(01).
000920 01  DL400-MULT-QTDE-VIRGULA      PIC 9(01).
000930 01  DL400-MULT-CHAVE             PIC 9(03).
000932 01  DL400-FOLHA-ENTRADA          PIC X(03).
000934 01  DL400-FOLHA-TXT              PIC X(03).
000936 01  DL400-FOLHA-ED               PIC X(03).
000938 77  DL400-FOLHA-TAM              PIC 9(02) COMP VALUE 0.
000940 01  DL400-SW-ENTRADA             PIC X(01) VALUE 'S'.
000950     88  DL400-ENTRADA-VALIDA     VALUE 'S'.
000960 01  DL400-RESPOSTA               PIC X(01).
001860*----------------------------------------------------------------
001870*    2100-PEDIR-CHAVE: OPERACAO AND MULTIPLICANDO OF THE TABLE
001880*    WANTED. THE MULTIPLICANDO TAKES N, NN, N,N OR NN,N AND IS
001890*    SCALED TO THE THREE-DIGIT KEY FORM. A MIXED SHEET (X) IS
001895*    ASKED FOR BY ITS FOLHA NR INSTEAD.
001900*----------------------------------------------------------------
001910 2100-PEDIR-CHAVE.
001920     MOVE 'S' TO DL400-SW-ENTRADA
001975             DL400-OPER-ENTRADA NOT = 'X'
001980         MOVE 'M' TO DL400-OPER-ENTRADA
001990     END-IF
001992     IF DL400-OPER-ENTRADA = 'X'
001994         PERFORM 2150-PEDIR-FOLHA-MISTA THRU
001996                 2150-PEDIR-FOLHA-MISTA-EXIT
001998         GO TO 2100-PEDIR-CHAVE-EXIT
001999     END-IF
002000     DISPLAY 'MULTIPLICANDO (EX: 7 OU 1,5): '
002010     MOVE SPACES TO DL400-MULT-ENTRADA
002020     ACCEPT DL400-MULT-ENTRADA
002030     MOVE SPACES TO DL400-MULT-ENT-INT DL400-MULT-ENT-DEC
002290 2100-PEDIR-CHAVE-EXIT.
002300     EXIT.
002310
002311*----------------------------------------------------------------
002312*    2150-PEDIR-FOLHA-MISTA: THE FOLHA NR OFF A MIXED SHEET'S
002313*    HEADING (LEADING ZEROS MAY BE LEFT OFF) IS ITS KEY. A SHEET
002314*    PRINTED BEFORE THE MIXED SHEETS WERE NUMBERED HAS NO FOLHA
002315*    NR AND IS KEYED AS 0 - ITS LINES ARE STILL FILED UNDER 000.
002316*----------------------------------------------------------------
002317 2150-PEDIR-FOLHA-MISTA.
002318     DISPLAY 'FOLHA NR DO CABECALHO (SEM NUMERO = 0): '
002319     MOVE SPACES TO DL400-FOLHA-ENTRADA DL400-FOLHA-TXT
002320     ACCEPT DL400-FOLHA-ENTRADA
002321     MOVE 0 TO DL400-FOLHA-TAM
002322     UNSTRING DL400-FOLHA-ENTRADA DELIMITED BY SPACE
002323         INTO DL400-FOLHA-TXT COUNT IN DL400-FOLHA-TAM
002324     IF DL400-FOLHA-TAM = 0
002325         DISPLAY 'NUMERO DA FOLHA INVALIDO'
002326         MOVE 'N' TO DL400-SW-ENTRADA
002327         GO TO 2150-PEDIR-FOLHA-MISTA-EXIT
002328     END-IF
002329     IF DL400-FOLHA-TXT(1:DL400-FOLHA-TAM) NOT NUMERIC
002330         DISPLAY 'NUMERO DA FOLHA INVALIDO'
002331         MOVE 'N' TO DL400-SW-ENTRADA
002332         GO TO 2150-PEDIR-FOLHA-MISTA-EXIT
002333     END-IF
002334     MOVE '000' TO DL400-FOLHA-ED
002335     MOVE DL400-FOLHA-TXT(1:DL400-FOLHA-TAM) TO
002336         DL400-FOLHA-ED(4 - DL400-FOLHA-TAM:DL400-FOLHA-TAM)
002337     MOVE DL400-FOLHA-ED TO DL400-MULT-CHAVE.
002338 2150-PEDIR-FOLHA-MISTA-EXIT.
002339     EXIT.
002340
002341*----------------------------------------------------------------
002342*    3000-CONSULTAR-TABELA: POSITION ON THE FIRST LINE OF THE
002343*    WANTED TABLE AND WALK THE LINES WHILE THE DATE, OPERACAO
002344*    AND MULTIPLICANDO STILL MATCH. THE STORED LINES ARE SHOWN
002345*    ON THE CONSOLE AND, IF THE OPERATOR ANSWERS S, REPRINTED
002346*    TO PRTFILE UNDER THE ORIGINAL DATE AND TABLE HEADING.
002347*----------------------------------------------------------------
002390 3000-CONSULTAR-TABELA.
002400*    FIRST PASS COLLECTS THE LINE COUNT, THE RANGE AND STEP
002410*    (FIRST HIS-I, LAST HIS-I, DIFFERENCE BETWEEN CONSECUTIVE
003400 3200-IMPRIMIR-CABECALHO.
003410     MOVE DL400-DATA-ENTRADA TO DL400-CAB-DATA
003420     COMPUTE DL400-MULT-NUM = DL400-MULT-CHAVE / 10
003422*    A MIXED SHEET'S KEY IS ITS FOLHA NR, NOT A MULTIPLICANDO.
003424     IF DL400-OPER-ENTRADA = 'X'
003426         MOVE 0 TO DL400-MULT-NUM
003428     END-IF
003430     MOVE DL400-MULT-NUM TO DL400-CAB-TABELA
003440     MOVE DL400-OPERADOR-GUARDADO TO DL400-CAB-OPERADOR
003450     MOVE DL400-FAIXA-INICIO TO DL400-CAB-INICIO
