000360*                RELEASES IT AT END - TWO WRITERS CAN NO LONGER
000370*                UPDATE THE MASTERS AT ONCE, AND EVERY RUN IS
000380*                LOGGED TO VLRUNLOG WITH ITS RECORD COUNT.
000382* 15/10/26  JM   EVERY CHANGE TO VLCRED IS NOW JOURNALED TO VLJRNL
000384*                WITH ITS BEFORE AND AFTER IMAGE (SEE VLJRNGRV) SO
000386*                A BAD RUN CAN BE BACKED OUT BY VLREVERT.
000390******************************************************************
000400 IDENTIFICATION DIVISION.
000410 PROGRAM-ID. VLCONTEM.
000710     SELECT VL-RUN-DIARIO ASSIGN TO "VLRUNLOG"
000720         ORGANIZATION IS LINE SEQUENTIAL
000730         FILE STATUS IS VL-FS-RUNLOG.
000732
000734     SELECT VL-JORNAL ASSIGN TO "VLJRNL"
000736         ORGANIZATION IS LINE SEQUENTIAL
000738         FILE STATUS IS VL-FS-JORNAL.
000740 DATA DIVISION.
000750 FILE SECTION.
000760 FD  VL-ALERTAS
000990 FD  VL-RUN-DIARIO
001000     RECORDING MODE IS F.
001010     COPY VLRUNLOG.
001012
001014 FD  VL-JORNAL
001016     RECORDING MODE IS F.
001018     COPY VLJRNL.
001020
001030 WORKING-STORAGE SECTION.
001040 COPY VLWORK.
001050 COPY VLADMWK.
001060 COPY VLRUNWK.
001065 COPY VLJRNWK.
001070
001080 77  VL-FS-ALERTAS                   PIC X(02).
001090 77  VL-FS-MANUTENCAO                PIC X(02).
001920             VL-FS-ADMIN
001930         STOP RUN
001940     END-IF
001941
001942     OPEN EXTEND VL-JORNAL
001943     IF VL-FS-JORNAL NOT = "00"
001944         DISPLAY "VLCONTEM - ERRO A ABRIR VLJRNL. FILE STATUS: "
001945             VL-FS-JORNAL
001946         STOP RUN
001947     END-IF
001950
001960     PERFORM 2900-LER-ALERTA THRU 2900-EXIT.
001970
002460         GO TO 2100-EXIT
002470     END-IF
002480
002485     PERFORM 6700-GUARDAR-ANTES-CRED THRU 6700-EXIT
002490     MOVE "S" TO VL-CRED-RETIDO
002500     REWRITE VL-CREDENCIAL-REGISTO
002510     IF VL-FS-CREDENCIAIS NOT = "00"
002530             "FILE STATUS: " VL-FS-CREDENCIAIS
002540         STOP RUN
002550     END-IF
002553
002556     PERFORM 6710-JORNALIZAR-CRED THRU 6710-EXIT
002560
002570     DISPLAY "VLCONTEM - CONTA RETIDA.....: " VL-CRED-USER-ID
002580         " JANELA " VL-ALR-JANELA
004840 7000-EXIT.
004850     EXIT.
004860
004861******************************************************************
004862* 6700-GUARDAR-ANTES-CRED, 6710-JORNALIZAR-CRED AND THEIR
004863* HELPERS COME FROM VLJRNGRV, COPIED IN BELOW.
004864******************************************************************
004865     COPY VLJRNGRV.
004866
004870******************************************************************
004880* 1800-OBTER-CONTROLO, 8800-LIBERTAR-CONTROLO AND THEIR DIARY
004890* PARAGRAPH COME FROM VLRUNREG, COPIED IN BELOW.
004940
004950     CLOSE VL-ALERTAS
004960     CLOSE VL-CREDENCIAIS
004965     CLOSE VL-JORNAL
004970
004980     MOVE VL-CNT-TOTAL-RETIDAS TO VL-RUN-CONTAGEM-W
004990     PERFORM 8800-LIBERTAR-CONTROLO THRU 8800-EXIT
