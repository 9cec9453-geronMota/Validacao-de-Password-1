000010******************************************************************
000020* PROGRAM:  VLRHREC
000030* AUTHOR:   J. MOTA - SEGURANCA DE ACESSOS
000040* INSTALLATION: DEPARTAMENTO DE TECNOLOGIA
000050* DATE-WRITTEN: 15/10/26
000060* DATE-COMPILED:
000070* PURPOSE:  NIGHTLY RECONCILIATION OF THE VLCRED CREDENTIAL
000080*           MASTER AGAINST THE HR EMPLOYEE EXTRACT (VLRHEMP).
000090*           VLMANUT CREATES, DISABLES AND OFFBOARDS ACCOUNTS, BUT
000100*           ITS VLMNTTR TRANSACTIONS WERE KEYED BY HAND FROM HR'S
000110*           EMAILS AND LEAVERS KEPT THEIR ACCOUNTS FOR WEEKS.
000120*           THIS JOB MATCHES THE EXTRACT (ASCENDING USER-ID
000130*           ORDER) AGAINST VLCRED (KEY ORDER) IN ONE PASS AND
000140*           REPORTS EVERY EXCEPTION:
000150*             - LEAVERS STILL HOLDING AN ACCOUNT - AN "O"
000160*               (OFFBOARD) TRANSACTION ONCE THE LAST DAY IS
000170*               MORE THAN THE VLRHPRM GRACE PERIOD PAST,
000180*               REPORTED ONLY WHILE STILL INSIDE IT
000190*             - ACCOUNTS WITH NO HR RECORD (ORPHANS) - A "D"
000200*               (DESATIVAR) TRANSACTION, PENDING INVESTIGATION
000210*             - ACTIVE STAFF WITH NO CREDENTIAL - A "C" (CRIAR)
000220*               TRANSACTION FOR THE NEW HIRE'S ACCOUNT SHELL
000230*           THE TRANSACTIONS GO TO A READY-TO-RUN VLMNTTR FILE
000240*           FOR THE SUPERVISOR TO REVIEW AND FEED TO VLMANUT,
000250*           WHICH KEEPS THE OPERATOR CHECKS (SEE VLOPRCK). THIS
000260*           JOB NEVER UPDATES VLCRED ITSELF. PRIVILEGED "ADM"/
000270*           "SYS" IDS GET NO TRANSACTION AT ALL - THEY ARE NOT
000280*           PERSONAL ACCOUNTS HR CAN SPEAK FOR, SO THEY ARE
000290*           LISTED FOR MANUAL REVIEW. CONTROL TOTALS FROM BOTH
000300*           SIDES SHOW THAT EVERY HR LEAVER WAS DEALT WITH.
000310* TECTONICS: COBC
000320******************************************************************
000330* MODIFICATION HISTORY
000340* DATE      INIT DESCRIPTION
000350* 15/10/26  JM   ORIGINAL PROGRAM.
000360******************************************************************
000370 IDENTIFICATION DIVISION.
000380 PROGRAM-ID. VLRHREC.
000390 ENVIRONMENT DIVISION.
000400 INPUT-OUTPUT SECTION.
000410 FILE-CONTROL.
000420     SELECT VL-PARAMETRO ASSIGN TO "VLRHPRM"
000430         ORGANIZATION IS LINE SEQUENTIAL
000440         FILE STATUS IS VL-FS-PARAMETRO.
000450
000460     SELECT VL-EMPREGADOS ASSIGN TO "VLRHEMP"
000470         ORGANIZATION IS LINE SEQUENTIAL
000480         FILE STATUS IS VL-FS-EMPREGADOS.
000490
000500     SELECT VL-CREDENCIAIS ASSIGN TO "VLCRED"
000510         ORGANIZATION IS INDEXED
000520         ACCESS MODE IS DYNAMIC
000530         RECORD KEY IS VL-CRED-USER-ID
000540         FILE STATUS IS VL-FS-CREDENCIAIS.
000550
000560     SELECT VL-MANUTENCAO ASSIGN TO "VLMNTTR"
000570         ORGANIZATION IS LINE SEQUENTIAL
000580         FILE STATUS IS VL-FS-MANUTENCAO.
000590 DATA DIVISION.
000600 FILE SECTION.
000610 FD  VL-PARAMETRO
000620     RECORDING MODE IS F.
000630     COPY VLRHPRM.
000640
000650 FD  VL-EMPREGADOS
000660     RECORDING MODE IS F.
000670     COPY VLRHEMP.
000680
000690 FD  VL-CREDENCIAIS.
000700     COPY VLCRED.
000710
000720 FD  VL-MANUTENCAO
000730     RECORDING MODE IS F.
000740     COPY VLMNTTR.
000750
000760 WORKING-STORAGE SECTION.
000770 COPY VLWORK.
000780 COPY VLCLASSE.
000790
000800 77  VL-FS-PARAMETRO                 PIC X(02).
000810 77  VL-FS-EMPREGADOS                PIC X(02).
000820 77  VL-FS-MANUTENCAO                PIC X(02).
000830 77  VL-FIM-EMPREGADOS               PIC X(01)   VALUE "N".
000840     88  VL-FIM-EMPREGADOS-SIM           VALUE "S".
000850 77  VL-FIM-CREDENCIAIS              PIC X(01)   VALUE "N".
000860     88  VL-FIM-CREDENCIAIS-SIM          VALUE "S".
000870 77  VL-RHR-EMPREGADO-VALIDO         PIC X(01)   VALUE "N".
000880     88  VL-RHR-EMPREGADO-VALIDO-SIM     VALUE "S".
000890 77  VL-RHR-FORA-SEQUENCIA           PIC X(01)   VALUE "N".
000900     88  VL-RHR-FORA-SEQUENCIA-SIM       VALUE "S".
000910
000920 77  VL-RHR-DIAS-CARENCIA-W          PIC 9(03) COMP.
000930
000940******************************************************************
000950* MATCH KEYS. EACH SIDE'S KEY GOES TO HIGH-VALUES AT END OF FILE
000960* SO THE OTHER SIDE DRAINS THROUGH THE SAME COMPARISON; THE RUN
000970* ENDS WHEN BOTH ARE EXHAUSTED. VL-RHR-CHAVE-ANTERIOR IS THE
000980* SEQUENCE CHECK FOR THE HR EXTRACT.
000990******************************************************************
001000 77  VL-RHR-CHAVE-RH                 PIC X(08).
001010 77  VL-RHR-CHAVE-CRED               PIC X(08).
001020 77  VL-RHR-CHAVE-ANTERIOR           PIC X(08).
001030
001040******************************************************************
001050* CONTROL TOTALS. HR SIDE: EVERY RECORD READ IS ACTIVE, CEASED OR
001060* INVALID, AND EVERY CEASED ONE ENDS AS OFFBOARDED, IN GRACE,
001070* UNDER MANUAL REVIEW OR ALREADY WITHOUT AN ACCOUNT. VLCRED SIDE:
001080* EVERY CREDENTIAL IS MATCHED OR ORPHANED, AND EVERY ORPHAN IS
001090* PROPOSED FOR DISABLE, ALREADY DISABLED OR UNDER MANUAL REVIEW.
001100* 7000-IMPRIMIR-RESUMO PROVES BOTH BALANCES.
001110******************************************************************
001120 77  VL-RHR-TOTAL-EMPREGADOS         PIC 9(08) COMP VALUE 0.
001130 77  VL-RHR-TOTAL-ATIVOS             PIC 9(08) COMP VALUE 0.
001140 77  VL-RHR-TOTAL-CESSADOS           PIC 9(08) COMP VALUE 0.
001150 77  VL-RHR-TOTAL-INVALIDOS          PIC 9(08) COMP VALUE 0.
001160 77  VL-RHR-ATIVOS-COM-CONTA         PIC 9(08) COMP VALUE 0.
001170 77  VL-RHR-ATIVOS-SEM-CONTA         PIC 9(08) COMP VALUE 0.
001180 77  VL-RHR-SAIDAS-OFFBOARD          PIC 9(08) COMP VALUE 0.
001190 77  VL-RHR-SAIDAS-CARENCIA          PIC 9(08) COMP VALUE 0.
001200 77  VL-RHR-SAIDAS-REVISAO           PIC 9(08) COMP VALUE 0.
001210 77  VL-RHR-SAIDAS-SEM-CONTA         PIC 9(08) COMP VALUE 0.
001220 77  VL-RHR-TOTAL-CREDENCIAIS        PIC 9(08) COMP VALUE 0.
001230 77  VL-RHR-TOTAL-CASADAS            PIC 9(08) COMP VALUE 0.
001240 77  VL-RHR-TOTAL-ORFAS              PIC 9(08) COMP VALUE 0.
001250 77  VL-RHR-ORFAS-DESATIVAR          PIC 9(08) COMP VALUE 0.
001260 77  VL-RHR-ORFAS-JA-DESATIVADAS     PIC 9(08) COMP VALUE 0.
001270 77  VL-RHR-ORFAS-REVISAO            PIC 9(08) COMP VALUE 0.
001280 77  VL-RHR-ADMISSOES-REVISAO        PIC 9(08) COMP VALUE 0.
001290 77  VL-RHR-TRANS-CRIAR              PIC 9(08) COMP VALUE 0.
001300 77  VL-RHR-TRANS-DESATIVAR          PIC 9(08) COMP VALUE 0.
001310 77  VL-RHR-TRANS-OFFBOARD           PIC 9(08) COMP VALUE 0.
001320 77  VL-RHR-TOTAL-TRANSACOES         PIC 9(08) COMP VALUE 0.
001330 77  VL-RHR-TOTAL-REVISAO            PIC 9(08) COMP VALUE 0.
001340 77  VL-RHR-BALANCO                  PIC 9(08) COMP.
001350
001360******************************************************************
001370* DAY-SERIAL WORK FIELDS - 5000-CALCULAR-SERIE TURNS A YYYYMMDD
001380* DATE INTO A DAY COUNT SO TODAY AND THE LAST DAY OF EMPLOYMENT
001390* CAN BE COMPARED ACROSS MONTH AND YEAR BOUNDARIES, SAME
001400* ARITHMETIC AS THE VLEXPIRA AND VLINATIV SWEEPS.
001410******************************************************************
001420 77  VL-SER-DATA                     PIC 9(08).
001430 77  VL-SER-ANO                      PIC 9(04).
001440 77  VL-SER-MES                      PIC 9(02).
001450 77  VL-SER-DIA                      PIC 9(02).
001460 77  VL-SER-ANO-AJUSTADO             PIC 9(04) COMP.
001470 77  VL-SER-TRABALHO                 PIC 9(08) COMP.
001480 77  VL-SER-RESULTADO                PIC 9(08) COMP.
001490 77  VL-SERIE-HOJE                   PIC 9(08) COMP.
001500 77  VL-SERIE-CESSACAO               PIC 9(08) COMP.
001510 77  VL-RHR-DIAS-DESDE-SAIDA         PIC 9(08) COMP.
001520
001530 01  VL-TABELA-ACUM-INIC.
001540     05  FILLER                      PIC 9(03) VALUE 000.
001550     05  FILLER                      PIC 9(03) VALUE 031.
001560     05  FILLER                      PIC 9(03) VALUE 059.
001570     05  FILLER                      PIC 9(03) VALUE 090.
001580     05  FILLER                      PIC 9(03) VALUE 120.
001590     05  FILLER                      PIC 9(03) VALUE 151.
001600     05  FILLER                      PIC 9(03) VALUE 181.
001610     05  FILLER                      PIC 9(03) VALUE 212.
001620     05  FILLER                      PIC 9(03) VALUE 243.
001630     05  FILLER                      PIC 9(03) VALUE 273.
001640     05  FILLER                      PIC 9(03) VALUE 304.
001650     05  FILLER                      PIC 9(03) VALUE 334.
001660 01  VL-TABELA-ACUM REDEFINES VL-TABELA-ACUM-INIC.
001670     05  VL-DIAS-ACUMULADOS          PIC 9(03) OCCURS 12 TIMES.
001680
001690 PROCEDURE DIVISION.
001700
001710 0000-MAINLINE.
001720
001730     PERFORM 1000-INICIALIZACAO THRU 1000-EXIT
001740
001750     PERFORM 2000-CONCILIAR THRU 2000-EXIT
001760         UNTIL VL-FIM-EMPREGADOS-SIM AND VL-FIM-CREDENCIAIS-SIM
001770
001780     PERFORM 7000-IMPRIMIR-RESUMO THRU 7000-EXIT
001790
001800     PERFORM 8000-TERMINAR THRU 8000-EXIT
001810
001820     GOBACK.
001830
001840******************************************************************
001850* 1000-INICIALIZACAO - THE HR EXTRACT IS CHECKED FOR SEQUENCE
001860* (1100) BEFORE VLMNTTR IS OPENED: A MATCH OVER AN UNSORTED
001870* EXTRACT WOULD INVENT ORPHANS AND HIRES BY THE HUNDRED, AND A
001880* HALF-WRITTEN TRANSACTION FILE MUST NEVER BE LEFT FOR VLMANUT.
001890* VLMNTTR IS OPENED OUTPUT EVEN ON A QUIET NIGHT SO YESTERDAY'S
001900* TRANSACTIONS CANNOT BE RUN TWICE.
001910******************************************************************
001920 1000-INICIALIZACAO.
001930
001940     OPEN INPUT VL-PARAMETRO
001950     IF VL-FS-PARAMETRO NOT = "00"
001960         DISPLAY "VLRHREC - ERRO A ABRIR VLRHPRM. FILE STATUS: "
001970             VL-FS-PARAMETRO
001980         STOP RUN
001990     END-IF
002000
002010     READ VL-PARAMETRO
002020         AT END
002030             DISPLAY "VLRHREC - VLRHPRM SEM PARAMETROS."
002040             STOP RUN
002050     END-READ
002060     CLOSE VL-PARAMETRO
002070
002080     IF VL-RHP-DIAS-CARENCIA NOT NUMERIC
002090         DISPLAY "VLRHREC - PARAMETROS INVALIDOS: "
002100             VL-RHP-PARAMETRO
002110         STOP RUN
002120     END-IF
002130     MOVE VL-RHP-DIAS-CARENCIA TO VL-RHR-DIAS-CARENCIA-W
002140
002150     PERFORM 1100-VERIFICAR-SEQUENCIA THRU 1100-EXIT
002160
002170     OPEN INPUT VL-EMPREGADOS
002180     IF VL-FS-EMPREGADOS NOT = "00"
002190         DISPLAY "VLRHREC - ERRO A ABRIR VLRHEMP. FILE STATUS: "
002200             VL-FS-EMPREGADOS
002210         STOP RUN
002220     END-IF
002230
002240     OPEN INPUT VL-CREDENCIAIS
002250     IF VL-FS-CREDENCIAIS NOT = "00"
002260         DISPLAY "VLRHREC - ERRO A ABRIR VLCRED. FILE STATUS: "
002270             VL-FS-CREDENCIAIS
002280         STOP RUN
002290     END-IF
002300
002310     OPEN OUTPUT VL-MANUTENCAO
002320     IF VL-FS-MANUTENCAO NOT = "00"
002330         DISPLAY "VLRHREC - ERRO A ABRIR VLMNTTR. FILE STATUS: "
002340             VL-FS-MANUTENCAO
002350         STOP RUN
002360     END-IF
002370
002380     ACCEPT VL-DATA-HOJE FROM DATE YYYYMMDD
002390     MOVE VL-DATA-HOJE TO VL-SER-DATA
002400     PERFORM 5000-CALCULAR-SERIE THRU 5000-EXIT
002410     MOVE VL-SER-RESULTADO TO VL-SERIE-HOJE
002420
002430     DISPLAY "=================================================="
002440     DISPLAY "VLRHREC - RECONCILIACAO VLCRED / EXTRACTO RH"
002450     DISPLAY "DATA DO PROCESSAMENTO....: " VL-DATA-HOJE
002460     DISPLAY "CARENCIA DE SAIDA (DIAS).: " VL-RHR-DIAS-CARENCIA-W
002470     DISPLAY "=================================================="
002480
002490     MOVE LOW-VALUES TO VL-CRED-USER-ID
002500     START VL-CREDENCIAIS KEY NOT < VL-CRED-USER-ID
002510         INVALID KEY
002520             MOVE "S" TO VL-FIM-CREDENCIAIS
002530             MOVE HIGH-VALUES TO VL-RHR-CHAVE-CRED
002540     END-START
002550
002560     IF NOT VL-FIM-CREDENCIAIS-SIM
002570         PERFORM 2900-LER-CREDENCIAL THRU 2900-EXIT
002580     END-IF
002590
002600     PERFORM 2800-LER-EMPREGADO THRU 2800-EXIT.
002610
002620 1000-EXIT.
002630     EXIT.
002640
002650******************************************************************
002660* 1100-VERIFICAR-SEQUENCIA - A READ-ONLY PASS OVER THE HR EXTRACT.
002670* EVERY USER-ID MUST BE STRICTLY GREATER THAN THE ONE BEFORE IT -
002680* A DUPLICATE IS AS FATAL AS A BACKWARD STEP, SINCE THE MATCH
002690* WOULD PAIR ONLY ONE OF THE TWO WITH THE CREDENTIAL. THE RUN
002700* STOPS HERE, WITH NOTHING WRITTEN, UNTIL HR RESUPPLIES.
002710******************************************************************
002720 1100-VERIFICAR-SEQUENCIA.
002730
002740     OPEN INPUT VL-EMPREGADOS
002750     IF VL-FS-EMPREGADOS NOT = "00"
002760         DISPLAY "VLRHREC - ERRO A ABRIR VLRHEMP. FILE STATUS: "
002770             VL-FS-EMPREGADOS
002780         STOP RUN
002790     END-IF
002800
002810     MOVE LOW-VALUES TO VL-RHR-CHAVE-ANTERIOR
002820     PERFORM 1150-VERIFICAR-REGISTO THRU 1150-EXIT
002830         UNTIL VL-FIM-EMPREGADOS-SIM OR VL-RHR-FORA-SEQUENCIA-SIM
002840
002850     CLOSE VL-EMPREGADOS
002860
002870     IF VL-RHR-FORA-SEQUENCIA-SIM
002880         DISPLAY "VLRHREC - EXTRACTO RH FORA DE SEQUENCIA EM: "
002890             VL-RH-USER-ID " (ANTERIOR " VL-RHR-CHAVE-ANTERIOR
002900             ") - NENHUMA TRANSACAO GERADA."
002910         STOP RUN
002920     END-IF
002930
002940     MOVE "N" TO VL-FIM-EMPREGADOS.
002950
002960 1100-EXIT.
002970     EXIT.
002980
002990 1150-VERIFICAR-REGISTO.
003000
003010     READ VL-EMPREGADOS
003020         AT END
003030             MOVE "S" TO VL-FIM-EMPREGADOS
003040             GO TO 1150-EXIT
003050     END-READ
003060
003070     IF VL-RH-USER-ID NOT > VL-RHR-CHAVE-ANTERIOR
003080         MOVE "S" TO VL-RHR-FORA-SEQUENCIA
003090         GO TO 1150-EXIT
003100     END-IF
003110
003120     MOVE VL-RH-USER-ID TO VL-RHR-CHAVE-ANTERIOR.
003130
003140 1150-EXIT.
003150     EXIT.
003160
003170******************************************************************
003180* 2000-CONCILIAR - ONE STEP OF THE MATCH. EQUAL KEYS ARE AN
003190* EMPLOYEE WITH AN ACCOUNT; A LOWER HR KEY IS AN EMPLOYEE WITH
003200* NO ACCOUNT; A LOWER VLCRED KEY IS AN ACCOUNT WITH NO EMPLOYEE.
003210******************************************************************
003220 2000-CONCILIAR.
003230
003240     EVALUATE TRUE
003250         WHEN VL-RHR-CHAVE-RH = VL-RHR-CHAVE-CRED
003260             ADD 1 TO VL-RHR-TOTAL-CASADAS
003270             PERFORM 2100-EMPREGADO-COM-CONTA THRU 2100-EXIT
003280             PERFORM 2800-LER-EMPREGADO THRU 2800-EXIT
003290             PERFORM 2900-LER-CREDENCIAL THRU 2900-EXIT
003300         WHEN VL-RHR-CHAVE-RH < VL-RHR-CHAVE-CRED
003310             PERFORM 2200-EMPREGADO-SEM-CONTA THRU 2200-EXIT
003320             PERFORM 2800-LER-EMPREGADO THRU 2800-EXIT
003330         WHEN OTHER
003340             ADD 1 TO VL-RHR-TOTAL-ORFAS
003350             PERFORM 2300-CONTA-SEM-EMPREGADO THRU 2300-EXIT
003360             PERFORM 2900-LER-CREDENCIAL THRU 2900-EXIT
003370     END-EVALUATE.
003380
003390 2000-EXIT.
003400     EXIT.
003410
003420******************************************************************
003430* 2100-EMPREGADO-COM-CONTA - AN ACTIVE EMPLOYEE WITH AN ACCOUNT
003440* IS THE NORMAL CASE; A LEAVER STILL HOLDING ONE GOES TO 2500.
003450* AN INVALID HR RECORD GETS NO ACTION EITHER WAY - 2800 HAS
003460* ALREADY REPORTED IT.
003470******************************************************************
003480 2100-EMPREGADO-COM-CONTA.
003490
003500     IF NOT VL-RHR-EMPREGADO-VALIDO-SIM
003510         GO TO 2100-EXIT
003520     END-IF
003530
003540     IF VL-RH-ATIVO
003550         ADD 1 TO VL-RHR-ATIVOS-COM-CONTA
003560     ELSE
003570         PERFORM 2500-TRATAR-SAIDA THRU 2500-EXIT
003580     END-IF.
003590
003600 2100-EXIT.
003610     EXIT.
003620
003630******************************************************************
003640* 2200-EMPREGADO-SEM-CONTA - AN ACTIVE EMPLOYEE WITH NO
003650* CREDENTIAL IS A NEW HIRE: A "C" TRANSACTION HAS VLMANUT
003660* PRE-CREATE THE ACCOUNT SHELL. A LEAVER WITH NO ACCOUNT IS
003670* ALREADY DEALT WITH AND IS ONLY COUNTED, SO THE LEAVER TOTALS
003680* STILL BALANCE.
003690******************************************************************
003700 2200-EMPREGADO-SEM-CONTA.
003710
003720     IF NOT VL-RHR-EMPREGADO-VALIDO-SIM
003730         GO TO 2200-EXIT
003740     END-IF
003750
003760     IF VL-RH-CESSADO
003770         ADD 1 TO VL-RHR-SAIDAS-SEM-CONTA
003780         GO TO 2200-EXIT
003790     END-IF
003800
003810     ADD 1 TO VL-RHR-ATIVOS-SEM-CONTA
003820
003830     MOVE VL-RH-USER-ID TO WS-USER-ID
003840     PERFORM 1018-DERIVAR-CLASSE THRU 1018-EXIT
003850     IF VL-CLASSE-PEDIDA NOT = "PAD"
003860         DISPLAY "VLRHREC - REVISAO: ADMISSAO PRIVILEGIADA: "
003870             VL-RH-USER-ID " DEPT " VL-RH-DEPARTAMENTO
003880         ADD 1 TO VL-RHR-ADMISSOES-REVISAO
003890         ADD 1 TO VL-RHR-TOTAL-REVISAO
003900         GO TO 2200-EXIT
003910     END-IF
003920
003930     DISPLAY "VLRHREC - ADMISSAO SEM CONTA......: "
003940         VL-RH-USER-ID " DEPT " VL-RH-DEPARTAMENTO
003950     MOVE "C" TO VL-MNT-ACCAO
003960     MOVE VL-RH-USER-ID TO VL-MNT-USER-ID
003970     PERFORM 6000-ESCREVER-TRANSACAO THRU 6000-EXIT
003980     ADD 1 TO VL-RHR-TRANS-CRIAR.
003990
004000 2200-EXIT.
004010     EXIT.
004020
004030******************************************************************
004040* 2300-CONTA-SEM-EMPREGADO - AN ORPHAN. THE "D" PARKS IT PENDING
004050* INVESTIGATION RATHER THAN REMOVING IT - AN ORPHAN MAY BE A
004060* TYPO IN THE EXTRACT, AND A DISABLE IS UNDONE BY AN "R". AN
004070* ORPHAN ALREADY DISABLED NEEDS NO SECOND TRANSACTION.
004080******************************************************************
004090 2300-CONTA-SEM-EMPREGADO.
004100
004110     PERFORM 2600-CLASSIFICAR-CONTA THRU 2600-EXIT
004120     IF VL-CLASSE-PEDIDA NOT = "PAD"
004130         DISPLAY "VLRHREC - REVISAO: PRIVILEGIADA SEM RH: "
004140             VL-CRED-USER-ID " CLASSE " VL-CLASSE-PEDIDA
004150         ADD 1 TO VL-RHR-ORFAS-REVISAO
004160         ADD 1 TO VL-RHR-TOTAL-REVISAO
004170         GO TO 2300-EXIT
004180     END-IF
004190
004200     IF VL-CRED-DESATIVADO-SIM
004210         DISPLAY "VLRHREC - CONTA ORFA JA DESATIVADA: "
004220             VL-CRED-USER-ID
004230         ADD 1 TO VL-RHR-ORFAS-JA-DESATIVADAS
004240         GO TO 2300-EXIT
004250     END-IF
004260
004270     DISPLAY "VLRHREC - CONTA ORFA..............: "
004280         VL-CRED-USER-ID
004290     MOVE "D" TO VL-MNT-ACCAO
004300     MOVE VL-CRED-USER-ID TO VL-MNT-USER-ID
004310     PERFORM 6000-ESCREVER-TRANSACAO THRU 6000-EXIT
004320     ADD 1 TO VL-RHR-ORFAS-DESATIVAR
004330     ADD 1 TO VL-RHR-TRANS-DESATIVAR.
004340
004350 2300-EXIT.
004360     EXIT.
004370
004380******************************************************************
004390* 2500-TRATAR-SAIDA - A LEAVER WHO STILL HOLDS AN ACCOUNT. PAST
004400* THE GRACE PERIOD THE ACCOUNT IS OFFBOARDED ("O"); INSIDE IT,
004410* OR WHEN THE LAST DAY HAS NOT YET COME, IT IS ONLY REPORTED AND
004420* THE NIGHT THE GRACE PERIOD RUNS OUT PICKS IT UP.
004430******************************************************************
004440 2500-TRATAR-SAIDA.
004450
004460     PERFORM 2600-CLASSIFICAR-CONTA THRU 2600-EXIT
004470     IF VL-CLASSE-PEDIDA NOT = "PAD"
004480         DISPLAY "VLRHREC - REVISAO: SAIDA PRIVILEGIADA: "
004490             VL-CRED-USER-ID " CESSOU " VL-RH-DATA-CESSACAO
004500             " DEPT " VL-RH-DEPARTAMENTO
004510         ADD 1 TO VL-RHR-SAIDAS-REVISAO
004520         ADD 1 TO VL-RHR-TOTAL-REVISAO
004530         GO TO 2500-EXIT
004540     END-IF
004550
004560     MOVE VL-RH-DATA-CESSACAO TO VL-SER-DATA
004570     PERFORM 5000-CALCULAR-SERIE THRU 5000-EXIT
004580     MOVE VL-SER-RESULTADO TO VL-SERIE-CESSACAO
004590
004600     IF VL-SERIE-HOJE > VL-SERIE-CESSACAO
004610         COMPUTE VL-RHR-DIAS-DESDE-SAIDA =
004620             VL-SERIE-HOJE - VL-SERIE-CESSACAO
004630     ELSE
004640         MOVE 0 TO VL-RHR-DIAS-DESDE-SAIDA
004650     END-IF
004660
004670     IF VL-RHR-DIAS-DESDE-SAIDA > VL-RHR-DIAS-CARENCIA-W
004680         DISPLAY "VLRHREC - SAIDA A REMOVER.........: "
004690             VL-CRED-USER-ID " CESSOU " VL-RH-DATA-CESSACAO
004700             " DEPT " VL-RH-DEPARTAMENTO
004710         MOVE "O" TO VL-MNT-ACCAO
004720         MOVE VL-CRED-USER-ID TO VL-MNT-USER-ID
004730         PERFORM 6000-ESCREVER-TRANSACAO THRU 6000-EXIT
004740         ADD 1 TO VL-RHR-SAIDAS-OFFBOARD
004750         ADD 1 TO VL-RHR-TRANS-OFFBOARD
004760     ELSE
004770         DISPLAY "VLRHREC - SAIDA EM CARENCIA.......: "
004780             VL-CRED-USER-ID " CESSOU " VL-RH-DATA-CESSACAO
004790             " DEPT " VL-RH-DEPARTAMENTO
004800         ADD 1 TO VL-RHR-SAIDAS-CARENCIA
004810     END-IF.
004820
004830 2500-EXIT.
004840     EXIT.
004850
004860******************************************************************
004870* 2600-CLASSIFICAR-CONTA - POLICY CLASS OF THE CURRENT VLCRED
004880* RECORD: THE CLASS DERIVED FROM THE NAMING CONVENTION, OR THE
004890* STORED VL-CRED-CLASSE WHEN THAT SAYS "ADM"/"SYS" - EITHER ONE
004900* IS ENOUGH TO KEEP THE ACCOUNT OUT OF THE AUTOMATIC FILE.
004910******************************************************************
004920 2600-CLASSIFICAR-CONTA.
004930
004940     MOVE VL-CRED-USER-ID TO WS-USER-ID
004950     PERFORM 1018-DERIVAR-CLASSE THRU 1018-EXIT
004960
004970     IF VL-CRED-CLASSE = "ADM" OR VL-CRED-CLASSE = "SYS"
004980         MOVE VL-CRED-CLASSE TO VL-CLASSE-PEDIDA
004990     END-IF.
005000
005010 2600-EXIT.
005020     EXIT.
005030
005040******************************************************************
005050* 2800-LER-EMPREGADO - NEXT HR RECORD, COUNTED AND CHECKED ON
005060* THE WAY IN. A "C" RECORD WITH NO USABLE LAST DAY, OR A STATUS
005070* OTHER THAN "A"/"C", IS INVALID: IT IS REPORTED AND TAKES NO
005080* PART IN THE MATCH BEYOND HOLDING ITS KEY, SO A BAD ROW IN THE
005090* EXTRACT CAN NEVER TURN A REAL ACCOUNT INTO AN "ORPHAN".
005100******************************************************************
005110 2800-LER-EMPREGADO.
005120
005130     READ VL-EMPREGADOS
005140         AT END
005150             MOVE "S" TO VL-FIM-EMPREGADOS
005160             MOVE HIGH-VALUES TO VL-RHR-CHAVE-RH
005170             GO TO 2800-EXIT
005180     END-READ
005190
005200     ADD 1 TO VL-RHR-TOTAL-EMPREGADOS
005210     MOVE VL-RH-USER-ID TO VL-RHR-CHAVE-RH
005220     MOVE "S" TO VL-RHR-EMPREGADO-VALIDO
005230
005240     EVALUATE TRUE
005250         WHEN VL-RH-ATIVO
005260             ADD 1 TO VL-RHR-TOTAL-ATIVOS
005270         WHEN VL-RH-CESSADO AND VL-RH-DATA-CESSACAO NUMERIC
005280                            AND VL-RH-DATA-CESSACAO > 0
005290             ADD 1 TO VL-RHR-TOTAL-CESSADOS
005300         WHEN OTHER
005310             MOVE "N" TO VL-RHR-EMPREGADO-VALIDO
005320             ADD 1 TO VL-RHR-TOTAL-INVALIDOS
005330             DISPLAY "VLRHREC - REGISTO RH INVALIDO.....: "
005340                 VL-RH-USER-ID " SITUACAO " VL-RH-SITUACAO
005350                 " DATA " VL-RH-DATA-CESSACAO
005360     END-EVALUATE.
005370
005380 2800-EXIT.
005390     EXIT.
005400
005410 2900-LER-CREDENCIAL.
005420
005430     READ VL-CREDENCIAIS NEXT
005440         AT END
005450             MOVE "S" TO VL-FIM-CREDENCIAIS
005460             MOVE HIGH-VALUES TO VL-RHR-CHAVE-CRED
005470             GO TO 2900-EXIT
005480     END-READ
005490
005500     ADD 1 TO VL-RHR-TOTAL-CREDENCIAIS
005510     MOVE VL-CRED-USER-ID TO VL-RHR-CHAVE-CRED.
005520
005530 2900-EXIT.
005540     EXIT.
005550
005560******************************************************************
005570* 5000-CALCULAR-SERIE - DAY SERIAL OF THE YYYYMMDD DATE IN
005580* VL-SER-DATA, LEFT IN VL-SER-RESULTADO. SAME ARITHMETIC AS
005590* VLEXPIRA AND VLINATIV; A MONTH OUTSIDE 1-12 IS CLAMPED TO 1.
005600******************************************************************
005610 5000-CALCULAR-SERIE.
005620
005630     MOVE VL-SER-DATA(1:4) TO VL-SER-ANO
005640     MOVE VL-SER-DATA(5:2) TO VL-SER-MES
005650     MOVE VL-SER-DATA(7:2) TO VL-SER-DIA
005660
005670     IF VL-SER-MES < 1 OR VL-SER-MES > 12
005680         MOVE 1 TO VL-SER-MES
005690     END-IF
005700
005710     MOVE VL-SER-ANO TO VL-SER-ANO-AJUSTADO
005720     IF VL-SER-MES NOT > 2
005730         SUBTRACT 1 FROM VL-SER-ANO-AJUSTADO
005740     END-IF
005750
005760     COMPUTE VL-SER-RESULTADO = VL-SER-ANO * 365
005770         + VL-DIAS-ACUMULADOS(VL-SER-MES) + VL-SER-DIA
005780
005790     DIVIDE VL-SER-ANO-AJUSTADO BY 4
005800         GIVING VL-SER-TRABALHO
005810     ADD VL-SER-TRABALHO TO VL-SER-RESULTADO
005820
005830     DIVIDE VL-SER-ANO-AJUSTADO BY 100
005840         GIVING VL-SER-TRABALHO
005850     SUBTRACT VL-SER-TRABALHO FROM VL-SER-RESULTADO
005860
005870     DIVIDE VL-SER-ANO-AJUSTADO BY 400
005880         GIVING VL-SER-TRABALHO
005890     ADD VL-SER-TRABALHO TO VL-SER-RESULTADO.
005900
005910 5000-EXIT.
005920     EXIT.
005930
005940 6000-ESCREVER-TRANSACAO.
005950
005960     WRITE VL-MNT-TRANSACAO-REGISTO
005970     IF VL-FS-MANUTENCAO NOT = "00"
005980         DISPLAY "VLRHREC - ERRO A ESCREVER EM VLMNTTR. "
005990             "FILE STATUS: " VL-FS-MANUTENCAO
006000         STOP RUN
006010     END-IF
006020
006030     ADD 1 TO VL-RHR-TOTAL-TRANSACOES.
006040
006050 6000-EXIT.
006060     EXIT.
006070
006080******************************************************************
006090* 1018-DERIVAR-CLASSE COMES FROM VLCLSDRV, COPIED IN BELOW.
006100******************************************************************
006110     COPY VLCLSDRV.
006120
006130******************************************************************
006140* 7000-IMPRIMIR-RESUMO - CONTROL TOTALS FROM BOTH SIDES. THE
006150* LEAVER LINE IS THE ONE THE AUDITORS ASK FOR: EVERY CEASED
006160* EMPLOYEE IN THE EXTRACT IS ACCOUNTED FOR BY ONE OF THE FOUR
006170* OUTCOMES BENEATH IT, OR THE RUN SAYS SO.
006180******************************************************************
006190 7000-IMPRIMIR-RESUMO.
006200
006210     DISPLAY "--------------------------------------------------"
006220     DISPLAY "EXTRACTO RH - REGISTOS LIDOS....: "
006230         VL-RHR-TOTAL-EMPREGADOS
006240     DISPLAY "  ATIVOS........................: "
006250         VL-RHR-TOTAL-ATIVOS
006260     DISPLAY "    COM CONTA...................: "
006270         VL-RHR-ATIVOS-COM-CONTA
006280     DISPLAY "    SEM CONTA...................: "
006290         VL-RHR-ATIVOS-SEM-CONTA
006300     DISPLAY "  CESSADOS......................: "
006310         VL-RHR-TOTAL-CESSADOS
006320     DISPLAY "    OFFBOARD PROPOSTO...........: "
006330         VL-RHR-SAIDAS-OFFBOARD
006340     DISPLAY "    EM CARENCIA.................: "
006350         VL-RHR-SAIDAS-CARENCIA
006360     DISPLAY "    REVISAO MANUAL..............: "
006370         VL-RHR-SAIDAS-REVISAO
006380     DISPLAY "    JA SEM CONTA................: "
006390         VL-RHR-SAIDAS-SEM-CONTA
006400     DISPLAY "  INVALIDOS.....................: "
006410         VL-RHR-TOTAL-INVALIDOS
006420     DISPLAY "--------------------------------------------------"
006430     DISPLAY "VLCRED - CREDENCIAIS LIDAS......: "
006440         VL-RHR-TOTAL-CREDENCIAIS
006450     DISPLAY "  COM REGISTO RH................: "
006460         VL-RHR-TOTAL-CASADAS
006470     DISPLAY "  ORFAS.........................: "
006480         VL-RHR-TOTAL-ORFAS
006490     DISPLAY "    DESATIVAR PROPOSTO..........: "
006500         VL-RHR-ORFAS-DESATIVAR
006510     DISPLAY "    JA DESATIVADAS..............: "
006520         VL-RHR-ORFAS-JA-DESATIVADAS
006530     DISPLAY "    REVISAO MANUAL..............: "
006540         VL-RHR-ORFAS-REVISAO
006550     DISPLAY "--------------------------------------------------"
006560     DISPLAY "TRANSACOES VLMNTTR - C (CRIAR)..: "
006570         VL-RHR-TRANS-CRIAR
006580     DISPLAY "                     D (DESATIV): "
006590         VL-RHR-TRANS-DESATIVAR
006600     DISPLAY "                     O (OFFBRD).: "
006610         VL-RHR-TRANS-OFFBOARD
006620     DISPLAY "                     TOTAL......: "
006630         VL-RHR-TOTAL-TRANSACOES
006640     DISPLAY "CONTAS PARA REVISAO MANUAL......: "
006650         VL-RHR-TOTAL-REVISAO
006660     DISPLAY "  DAS QUAIS ADMISSOES...........: "
006670         VL-RHR-ADMISSOES-REVISAO
006680     DISPLAY "=================================================="
006690
006700     MOVE 0 TO VL-RHR-BALANCO
006710     IF VL-RHR-TOTAL-EMPREGADOS NOT = VL-RHR-TOTAL-ATIVOS
006720                                     + VL-RHR-TOTAL-CESSADOS
006730                                     + VL-RHR-TOTAL-INVALIDOS
006740         ADD 1 TO VL-RHR-BALANCO
006750     END-IF
006760     IF VL-RHR-TOTAL-CESSADOS NOT = VL-RHR-SAIDAS-OFFBOARD
006770                                   + VL-RHR-SAIDAS-CARENCIA
006780                                   + VL-RHR-SAIDAS-REVISAO
006790                                   + VL-RHR-SAIDAS-SEM-CONTA
006800         DISPLAY "VLRHREC - AVISO: SAIDAS RH NAO BATEM CERTO."
006810         ADD 1 TO VL-RHR-BALANCO
006820     END-IF
006830     IF VL-RHR-TOTAL-CREDENCIAIS NOT = VL-RHR-TOTAL-CASADAS
006840                                      + VL-RHR-TOTAL-ORFAS
006850        OR VL-RHR-TOTAL-ORFAS NOT = VL-RHR-ORFAS-DESATIVAR
006860                                    + VL-RHR-ORFAS-JA-DESATIVADAS
006870                                    + VL-RHR-ORFAS-REVISAO
006880         ADD 1 TO VL-RHR-BALANCO
006890     END-IF
006900     IF VL-RHR-TOTAL-TRANSACOES NOT = VL-RHR-TRANS-CRIAR
006910                                     + VL-RHR-TRANS-DESATIVAR
006920                                     + VL-RHR-TRANS-OFFBOARD
006930         ADD 1 TO VL-RHR-BALANCO
006940     END-IF
006950
006960     IF VL-RHR-BALANCO > 0
006970         DISPLAY "VLRHREC - AVISO: TOTAIS NAO BATEM CERTO - "
006980             "NAO CORRER VLMNTTR SEM VERIFICAR."
006990     ELSE
007000         DISPLAY "VLRHREC - TOTAIS CONFEREM. TODAS AS SAIDAS RH "
007010             "TRATADAS."
007020     END-IF.
007030
007040 7000-EXIT.
007050     EXIT.
007060
007070 8000-TERMINAR.
007080
007090     CLOSE VL-EMPREGADOS
007100     CLOSE VL-CREDENCIAIS
007110     CLOSE VL-MANUTENCAO.
007120
007130 8000-EXIT.
007140     EXIT.
007150
007160 END PROGRAM VLRHREC.
