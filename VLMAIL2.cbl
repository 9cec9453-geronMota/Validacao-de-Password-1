001380*                DESCENDING OR KEYBOARD-ROW SEQUENCES, TOGGLED
001390*                AND TUNED FROM THE VLPOLCY RECORD - GENERATION
001400*                MODE REDRAWS A CANDIDATE THAT TRIPS THEM.
001401* 15/10/26  JM   EVERY CHANGE TO VLCRED AND VLHIST IS NOW
001402*                JOURNALED TO VLJRNL WITH ITS BEFORE AND AFTER
001403*                IMAGE (SEE VLJRNGRV) SO A BAD RUN CAN BE BACKED
001404*                OUT BY VLREVERT; A RESTART REGISTERS AFRESH, SO
001405*                EACH LEG OF A RESTART IS BACKED OUT ON ITS OWN.
001406* 15/10/26  JM   VLPOLCY RECORD WIDENED TO 64 BYTES FOR THE POLICY
001407*                VERSION AND EFFECTIVE DATE (SEE VLPOLMNT).
001408* 15/10/26  JM   AN ACCOUNT WITH A CURRENT EXPIRATION EXEMPTION ON
001409*                THE VLEXCEC REGISTER (SEE VLEXCCK) IS NO LONGER
001410*                REFUSED OR FLAGGED AS "EXPIRADO" PAST ITS DATE.
001411******************************************************************
001420 IDENTIFICATION DIVISION.
001430 PROGRAM-ID. VLMAIL2.
001440 ENVIRONMENT DIVISION.
001870     SELECT VL-RUN-DIARIO ASSIGN TO "VLRUNLOG"
001880         ORGANIZATION IS LINE SEQUENTIAL
001890         FILE STATUS IS VL-FS-RUNLOG.
001892
001894     SELECT VL-JORNAL ASSIGN TO "VLJRNL"
001896         ORGANIZATION IS LINE SEQUENTIAL
001898         FILE STATUS IS VL-FS-JORNAL.
001899
001900     SELECT VL-EXCECOES ASSIGN TO "VLEXCEC"
001901         ORGANIZATION IS INDEXED
001902         ACCESS MODE IS DYNAMIC
001903         RECORD KEY IS VL-EXC-USER-ID
001904         FILE STATUS IS VL-FS-EXCECAO.
001905 DATA DIVISION.
001910 FILE SECTION.
001920 FD  VL-POLITICA
001930     RECORDING MODE IS F.
001940 01  VL-POLITICA-LINHA               PIC X(64).
001950
001960 FD  VL-TRANSACOES
001970     RECORDING MODE IS F.
002250 FD  VL-RUN-DIARIO
002260     RECORDING MODE IS F.
002270     COPY VLRUNLOG.
002271
002272 FD  VL-JORNAL
002273     RECORDING MODE IS F.
002274     COPY VLJRNL.
002275
002276 FD  VL-EXCECOES.
002277     COPY VLEXCEC.
002278
002280 WORKING-STORAGE SECTION.
002290 COPY VLWORK.
002300 COPY VLVALID.
002310 COPY VLCLASSE.
002320 COPY VLPOLTAB.
002330 COPY VLRUNWK.
002335 COPY VLJRNWK.
002337 COPY VLEXCWK.
002340
002350 77  VL-FS-TRANSACOES                PIC X(02).
002360 77  VL-FS-RESULTADOS                PIC X(02).
003420             VL-FS-AUDITORIA
003430         STOP RUN
003440     END-IF
003441
003442     OPEN EXTEND VL-JORNAL
003443     IF VL-FS-JORNAL NOT = "00"
003444         DISPLAY "VLMAIL2 - ERRO A ABRIR VLJRNL. FILE STATUS: "
003445             VL-FS-JORNAL
003446         STOP RUN
003447     END-IF
003448
003449     PERFORM 1700-ABRIR-EXCECOES THRU 1700-EXIT
003450
003460     MOVE "I" TO VLVALID-FUNCAO
003470     CALL "VLVALID1" USING VLVALID-PARAMETROS
005780* 3450-VERIFICAR-EXPIRACAO COMES FROM VLEXPCK, COPIED IN BELOW.
005790******************************************************************
005800     COPY VLEXPCK.
005801
005802******************************************************************
005803* 1700-ABRIR-EXCECOES, 1710-VERIFICAR-EXCECAO AND
005804* 1720-FECHAR-EXCECOES COME FROM VLEXCCK, COPIED IN BELOW.
005805******************************************************************
005806     COPY VLEXCCK.
005810
005820******************************************************************
005830* 6000-REGISTAR-AUDITORIA COMES FROM VLAUDGRV, COPIED IN BELOW.
006300 7500-EXIT.
006310     EXIT.
006320
006321******************************************************************
006322* 6700-GUARDAR-ANTES-CRED, 6710-JORNALIZAR-CRED AND THEIR
006323* HELPERS COME FROM VLJRNGRV; 6720-GUARDAR-ANTES-HIST AND
006324* 6730-JORNALIZAR-HIST FROM VLJRNHST. BOTH COPIED IN BELOW.
006325******************************************************************
006326     COPY VLJRNGRV.
006327     COPY VLJRNHST.
006328
006330******************************************************************
006340* 1800-OBTER-CONTROLO, 8800-LIBERTAR-CONTROLO AND THEIR DIARY
006350* PARAGRAPH COME FROM VLRUNREG, COPIED IN BELOW.
006590     CLOSE VL-CREDENCIAIS
006600     CLOSE VL-HISTORICO
006610     CLOSE VL-AUDITORIA
006615     CLOSE VL-JORNAL
006617     PERFORM 1720-FECHAR-EXCECOES THRU 1720-EXIT
006620
006630     MOVE VL-TOTAL-LIDOS TO VL-RUN-CONTAGEM-W
006640     PERFORM 8800-LIBERTAR-CONTROLO THRU 8800-EXIT
