000310*                AND "SEQUENCIA" COMPOSITION RULES, AND THE
000320*                PASS-THROUGH RECORD AREA WIDENED WITH THE
000330*                VLAUDIT RULES-LIST FIELD.
000333* 15/10/26  JM   BUCKET FOR "SENHA" (WRONG PASSWORD AT A VLVERIF1
000336*                SIGN-ON CHECK).
000340******************************************************************
000350 IDENTIFICATION DIVISION.
000360 PROGRAM-ID. VLMAIL5.
001030 77  VL-RL5-REJ-RETIDO               PIC 9(08) COMP VALUE 0.
001040 77  VL-RL5-REJ-TEMPORARIA           PIC 9(08) COMP VALUE 0.
001050 77  VL-RL5-REJ-GERACAO              PIC 9(08) COMP VALUE 0.
001055 77  VL-RL5-REJ-SENHA                PIC 9(08) COMP VALUE 0.
001060 77  VL-RL5-REJ-OUTRAS               PIC 9(08) COMP VALUE 0.
001070
001080******************************************************************
004690             ADD 1 TO VL-RL5-REJ-TEMPORARIA
004700         WHEN "GERACAO"
004710             ADD 1 TO VL-RL5-REJ-GERACAO
004713         WHEN "SENHA"
004716             ADD 1 TO VL-RL5-REJ-SENHA
004720         WHEN OTHER
004730             ADD 1 TO VL-RL5-REJ-OUTRAS
004740     END-EVALUATE.
006680     MOVE "  GERACAO..............:" TO VL-REL-ROTULO
006690     MOVE VL-RL5-REJ-GERACAO TO VL-REL-VALOR
006700     PERFORM 6100-ESCREVER-DETALHE THRU 6100-EXIT
006702     MOVE "  SENHA................:" TO VL-REL-ROTULO
006704     MOVE VL-RL5-REJ-SENHA TO VL-REL-VALOR
006706     PERFORM 6100-ESCREVER-DETALHE THRU 6100-EXIT
006710     MOVE "  OUTRAS...............:" TO VL-REL-ROTULO
006720     MOVE VL-RL5-REJ-OUTRAS TO VL-REL-VALOR
006730     PERFORM 6100-ESCREVER-DETALHE THRU 6100-EXIT.
