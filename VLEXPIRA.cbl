000240*                RELEASES IT AT END - TWO WRITERS CAN NO LONGER
000250*                UPDATE THE MASTERS AT ONCE, AND EVERY RUN IS
000260*                LOGGED TO VLRUNLOG WITH ITS RECORD COUNT.
000262* 15/10/26  JM   EVERY CHANGE TO VLCRED IS NOW JOURNALED TO VLJRNL
000264*                WITH ITS BEFORE AND AFTER IMAGE (SEE VLJRNGRV) SO
000266*                A BAD RUN CAN BE BACKED OUT BY VLREVERT.
000268* 15/10/26  JM   ACCOUNTS ON THE VLEXCEC APPROVED-EXCEPTION
000270*                REGISTER (SEE VLEXCCK) ARE NO LONGER FLAGGED OR
000271*                CHASED WHILE THEIR EXPIRATION EXEMPTION IS
000272*                CURRENT, AND ARE COUNTED IN THE RUN SUMMARY
000274*                INSTEAD.
000276******************************************************************
000280 IDENTIFICATION DIVISION.
000290 PROGRAM-ID. VLEXPIRA.
000300 ENVIRONMENT DIVISION.
000470     SELECT VL-RUN-DIARIO ASSIGN TO "VLRUNLOG"
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS IS VL-FS-RUNLOG.
000492
000494     SELECT VL-JORNAL ASSIGN TO "VLJRNL"
000496         ORGANIZATION IS LINE SEQUENTIAL
000498         FILE STATUS IS VL-FS-JORNAL.
000499
000500     SELECT VL-EXCECOES ASSIGN TO "VLEXCEC"
000501         ORGANIZATION IS INDEXED
000502         ACCESS MODE IS DYNAMIC
000503         RECORD KEY IS VL-EXC-USER-ID
000504         FILE STATUS IS VL-FS-EXCECAO.
000505 DATA DIVISION.
000510 FILE SECTION.
000520 FD  VL-CREDENCIAIS.
000530     COPY VLCRED.
000630 FD  VL-RUN-DIARIO
000640     RECORDING MODE IS F.
000650     COPY VLRUNLOG.
000652
000654 FD  VL-JORNAL
000656     RECORDING MODE IS F.
000658     COPY VLJRNL.
000660
000662 FD  VL-EXCECOES.
000664     COPY VLEXCEC.
000666
000670 WORKING-STORAGE SECTION.
000680 COPY VLWORK.
000690 COPY VLRUNWK.
000695 COPY VLJRNWK.
000697 COPY VLEXCWK.
000700
000710 77  VL-FS-AVISOS                    PIC X(02).
000720 77  VL-FIM-FICHEIRO                 PIC X(01)   VALUE "N".
000830 77  VL-EXP-TOTAL-EXPIRADOS          PIC 9(08) COMP VALUE 0.
000840 77  VL-EXP-TOTAL-MARCADOS           PIC 9(08) COMP VALUE 0.
000850 77  VL-EXP-TOTAL-AVISOS             PIC 9(08) COMP VALUE 0.
000855 77  VL-EXP-TOTAL-ISENTAS            PIC 9(08) COMP VALUE 0.
000860
000870******************************************************************
000880* DAY-SERIAL WORK FIELDS - 5000-CALCULAR-SERIE TURNS A YYYYMMDD
001470             VL-FS-AVISOS
001480         STOP RUN
001490     END-IF
001491
001492     OPEN EXTEND VL-JORNAL
001493     IF VL-FS-JORNAL NOT = "00"
001494         DISPLAY "VLEXPIRA - ERRO A ABRIR VLJRNL. FILE STATUS: "
001495             VL-FS-JORNAL
001496         STOP RUN
001497     END-IF
001500
001503     PERFORM 1700-ABRIR-EXCECOES THRU 1700-EXIT
001506
001510     ACCEPT VL-DATA-HOJE FROM DATE YYYYMMDD
001520     MOVE VL-DATA-HOJE TO VL-SER-DATA
001530     PERFORM 5000-CALCULAR-SERIE THRU 5000-EXIT
001730* EXPIRE AND IS SKIPPED. AN ALREADY-FLAGGED RECORD STILL GETS A
001740* NOTICE EVERY NIGHT - THE CHASE LIST MUST KEEP SHOWING IT UNTIL
001750* THE ACCOUNT IS RESET - BUT IS NOT REWRITTEN AGAIN.
001753* AN ACCOUNT THAT WOULD BE FLAGGED OR NOTICED BUT HOLDS A CURRENT
001756* EXPIRATION EXEMPTION ON VLEXCEC IS LEFT ALONE AND ONLY COUNTED.
001760******************************************************************
001770 2000-EXAMINAR-CREDENCIAL.
001780
001820         MOVE VL-CRED-DATA-EXPIRACAO TO VL-SER-DATA
001830         PERFORM 5000-CALCULAR-SERIE THRU 5000-EXIT
001840         MOVE VL-SER-RESULTADO TO VL-SERIE-EXPIRACAO
001841
001842         IF VL-SERIE-EXPIRACAO NOT > VL-SERIE-HOJE + VL-DIAS-AVISO
001843             MOVE VL-EXC-SLOT-EXPIRACAO TO VL-EXC-ISENCAO-PEDIDA
001844             PERFORM 1710-VERIFICAR-EXCECAO THRU 1710-EXIT
001845             IF VL-EXC-ISENTA-SIM
001846                 DISPLAY "VLEXPIRA - CONTA ISENTA......: "
001847                     VL-CRED-USER-ID " ATE " VL-EXC-DATA-FIM
001848                 ADD 1 TO VL-EXP-TOTAL-ISENTAS
001849                 GO TO 2000-CONTINUAR
001850             END-IF
001851         END-IF
001852
001860         IF VL-SERIE-EXPIRACAO < VL-SERIE-HOJE
001870             COMPUTE VL-DIAS-DIFERENCA =
001880                 VL-SERIE-HOJE - VL-SERIE-EXPIRACAO
001990                 PERFORM 3000-ESCREVER-AVISO THRU 3000-EXIT
002000             END-IF
002010         END-IF
002020     END-IF.
002030
002033 2000-CONTINUAR.
002036
002040     PERFORM 2900-LER-CREDENCIAL THRU 2900-EXIT.
002050
002060 2000-EXIT.
002110     ADD 1 TO VL-EXP-TOTAL-EXPIRADOS
002120
002130     IF NOT VL-CRED-EXPIRADO-SIM
002135         PERFORM 6700-GUARDAR-ANTES-CRED THRU 6700-EXIT
002140         MOVE "S" TO VL-CRED-EXPIRADO
002150         REWRITE VL-CREDENCIAL-REGISTO
002160         IF VL-FS-CREDENCIAIS NOT = "00"
002180                 "FILE STATUS: " VL-FS-CREDENCIAIS
002190             STOP RUN
002200         END-IF
002205         PERFORM 6710-JORNALIZAR-CRED THRU 6710-EXIT
002210         ADD 1 TO VL-EXP-TOTAL-MARCADOS
002220     END-IF.
002230
002990 5000-EXIT.
003000     EXIT.
003010
003011******************************************************************
003012* 1700-ABRIR-EXCECOES, 1710-VERIFICAR-EXCECAO AND
003013* 1720-FECHAR-EXCECOES COME FROM VLEXCCK, COPIED IN BELOW.
003014******************************************************************
003015     COPY VLEXCCK.
003016
003017******************************************************************
003018* 6700-GUARDAR-ANTES-CRED, 6710-JORNALIZAR-CRED AND THEIR
003019* HELPERS COME FROM VLJRNGRV, COPIED IN BELOW.
003020******************************************************************
003021     COPY VLJRNGRV.
003022
003023******************************************************************
003030* 1800-OBTER-CONTROLO, 8800-LIBERTAR-CONTROLO AND THEIR DIARY
003040* PARAGRAPH COME FROM VLRUNREG, COPIED IN BELOW.
003050******************************************************************
003090
003100     CLOSE VL-CREDENCIAIS
003110     CLOSE VL-AVISOS
003115     CLOSE VL-JORNAL
003117     PERFORM 1720-FECHAR-EXCECOES THRU 1720-EXIT
003120
003130     MOVE VL-EXP-TOTAL-MARCADOS TO VL-RUN-CONTAGEM-W
003140     PERFORM 8800-LIBERTAR-CONTROLO THRU 8800-EXIT
003170     DISPLAY "CREDENCIAIS LIDAS......: " VL-EXP-TOTAL-LIDOS
003180     DISPLAY "JA EXPIRADAS...........: " VL-EXP-TOTAL-EXPIRADOS
003190     DISPLAY "MARCADAS NESTE RUN.....: " VL-EXP-TOTAL-MARCADOS
003195     DISPLAY "ISENTAS POR EXCECAO....: " VL-EXP-TOTAL-ISENTAS
003200     DISPLAY "AVISOS ESCRITOS........: " VL-EXP-TOTAL-AVISOS.
003210
003220 8000-EXIT.
