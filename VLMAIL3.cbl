000390*                AND "SEQUENCIA" COMPOSITION RULES (SEE VLCHECK)
000400*                SO THE PER-RULE BREAKDOWN SHOWS EXACTLY WHAT
000410*                TRIPPED.
000412* 15/10/26  JM   BUCKET FOR "SENHA" (WRONG PASSWORD AT A VLVERIF1
000414*                SIGN-ON CHECK) AND A CHANNEL LINE FOR THOSE
000416*                CHECKS ("V"), SO THEY ARE NOT COUNTED AS
000418*                TERMINAL PASSWORD CHANGES.
000420******************************************************************
000430 IDENTIFICATION DIVISION.
000440 PROGRAM-ID. VLMAIL3.
000780 77  VL-RPT-REJ-RETIDO               PIC 9(08) COMP VALUE 0.
000790 77  VL-RPT-REJ-TEMPORARIA           PIC 9(08) COMP VALUE 0.
000800 77  VL-RPT-REJ-GERACAO              PIC 9(08) COMP VALUE 0.
000805 77  VL-RPT-REJ-SENHA                PIC 9(08) COMP VALUE 0.
000810 77  VL-RPT-REJ-OUTRAS               PIC 9(08) COMP VALUE 0.
000820
000830 77  VL-RPT-CAN-TRM-TENT             PIC 9(08) COMP VALUE 0.
000860 77  VL-RPT-CAN-BAT-REJ              PIC 9(08) COMP VALUE 0.
000870 77  VL-RPT-CAN-GER-TENT             PIC 9(08) COMP VALUE 0.
000880 77  VL-RPT-CAN-GER-REJ              PIC 9(08) COMP VALUE 0.
000883 77  VL-RPT-CAN-VRF-TENT             PIC 9(08) COMP VALUE 0.
000886 77  VL-RPT-CAN-VRF-REJ              PIC 9(08) COMP VALUE 0.
000890
000900 PROCEDURE DIVISION.
000910
001750             ADD 1 TO VL-RPT-REJ-TEMPORARIA
001760         WHEN "GERACAO"
001770             ADD 1 TO VL-RPT-REJ-GERACAO
001773         WHEN "SENHA"
001776             ADD 1 TO VL-RPT-REJ-SENHA
001780         WHEN OTHER
001790             ADD 1 TO VL-RPT-REJ-OUTRAS
001800     END-EVALUATE.
002000             IF VL-AUD-REJEITADO
002010                 ADD 1 TO VL-RPT-CAN-GER-REJ
002020             END-IF
002021         WHEN VL-AUD-CANAL-VERIFICACAO
002022             ADD 1 TO VL-RPT-CAN-VRF-TENT
002023             IF VL-AUD-REJEITADO
002024                 ADD 1 TO VL-RPT-CAN-VRF-REJ
002025             END-IF
002030         WHEN OTHER
002040             ADD 1 TO VL-RPT-CAN-TRM-TENT
002050             IF VL-AUD-REJEITADO
002460     DISPLAY "  CONTA RETIDA...........: " VL-RPT-REJ-RETIDO
002470     DISPLAY "  SENHA TEMP. ERRADA.....: " VL-RPT-REJ-TEMPORARIA
002480     DISPLAY "  GERACAO FALHADA........: " VL-RPT-REJ-GERACAO
002485     DISPLAY "  SENHA ERRADA (ACESSO)..: " VL-RPT-REJ-SENHA
002490     DISPLAY "  OUTRAS.................: " VL-RPT-REJ-OUTRAS
002500     DISPLAY "--------------------------------------------------"
002510     DISPLAY "POR CANAL DE ORIGEM (TENTATIVAS / REJEITADAS):"
002550         " / " VL-RPT-CAN-BAT-REJ
002560     DISPLAY "  GERACAO................: " VL-RPT-CAN-GER-TENT
002570         " / " VL-RPT-CAN-GER-REJ
002573     DISPLAY "  VERIFICACAO (ACESSO)...: " VL-RPT-CAN-VRF-TENT
002576         " / " VL-RPT-CAN-VRF-REJ
002580     DISPLAY "==================================================".
002590
002600 7000-EXIT.
