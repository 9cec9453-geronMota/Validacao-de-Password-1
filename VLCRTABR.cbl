000010******************************************************************
000020* PROGRAM:  VLCRTABR
000030* AUTHOR:   J. MOTA - SEGURANCA DE ACESSOS
000040* INSTALLATION: DEPARTAMENTO DE TECNOLOGIA
000050* DATE-WRITTEN: 15/10/26
000060* DATE-COMPILED:
000070* PURPOSE:  OPENS THE QUARTERLY RECERTIFICATION CYCLE OF THE
000080*           PRIVILEGED ACCOUNTS. THE AUDITORS REQUIRE EVERY
000090*           "ADM"/"SYS"-CLASS ACCOUNT IN VLCRED (SEE VLCLASSE) TO
000100*           BE RE-APPROVED EACH QUARTER BY ITS OWNING MANAGER, AND
000110*           UNTIL NOW THAT WAS A SPREADSHEET BUILT BY HAND FROM
000120*           VLCONSUL SCREENS. THIS JOB WRITES ONE VLCRTPED
000130*           ATTESTATION REQUEST PER PRIVILEGED ACCOUNT TO
000140*           VLCRTOUT, ADDRESSED TO THE OWNER NAMED IN VLDONO, WITH
000150*           THE ACCOUNT'S STATE, ITS LAST USE, ITS LAST PASSWORD
000160*           CHANGE AND THE LAST FIVE VLADMAUD ACTIONS IN WHICH IT
000170*           WAS THE OPERATOR OR THE TARGET. AN ACCOUNT WITH NO
000180*           OWNER IS STILL PUT INTO THE CYCLE AND IS LISTED HERE
000190*           SO ONE CAN BE ASSIGNED.
000200*
000210*           THE CYCLE IDENTIFIER AND THE DEADLINE COME FROM
000220*           VLCRTPRM. VLCRTCIC IS CREATED AFRESH WITH EVERY
000230*           ACCOUNT PENDING, AND VLCRTCTL IS WRITTEN LAST, MARKING
000240*           THE CYCLE OPEN - A RUN THAT FAILS BEFORE THAT POINT
000250*           CAN SIMPLY BE RERUN. A NEW CYCLE IS REFUSED WHILE THE
000260*           PREVIOUS ONE IS STILL OPEN; RETURNS ARE PROCESSED, AND
000270*           THE CYCLE CLOSED, BY VLCRTFEC.
000280*
000290*           READ-ONLY OVER VLCRED AND THE TRAIL; LIKE VLRECON IT
000300*           DOES NOT TAKE THE VLRUNCTL LOCK.
000310* TECTONICS: COBC
000320******************************************************************
000330* MODIFICATION HISTORY
000340* DATE      INIT DESCRIPTION
000350* 15/10/26  JM   ORIGINAL PROGRAM.
000352* 15/10/26  JM   OWNER HELD IN WORKING-STORAGE - THE VLDONO RECORD
000354*                IS NO LONGER TOUCHED WHEN THAT FILE IS NOT OPEN.
000360******************************************************************
000370 IDENTIFICATION DIVISION.
000380 PROGRAM-ID. VLCRTABR.
000390 ENVIRONMENT DIVISION.
000400 INPUT-OUTPUT SECTION.
000410 FILE-CONTROL.
000420     SELECT VL-PARAMETRO ASSIGN TO "VLCRTPRM"
000430         ORGANIZATION IS LINE SEQUENTIAL
000440         FILE STATUS IS VL-FS-PARAMETRO.
000450
000460     SELECT VL-CONTROLO ASSIGN TO "VLCRTCTL"
000470         ORGANIZATION IS LINE SEQUENTIAL
000480         FILE STATUS IS VL-FS-CONTROLO.
000490
000500     SELECT VL-CREDENCIAIS ASSIGN TO "VLCRED"
000510         ORGANIZATION IS INDEXED
000520         ACCESS MODE IS DYNAMIC
000530         RECORD KEY IS VL-CRED-USER-ID
000540         FILE STATUS IS VL-FS-CREDENCIAIS.
000550
000560     SELECT VL-DONOS ASSIGN TO "VLDONO"
000570         ORGANIZATION IS INDEXED
000580         ACCESS MODE IS DYNAMIC
000590         RECORD KEY IS VL-DON-USER-ID
000600         FILE STATUS IS VL-FS-DONOS.
000610
000620     SELECT VL-CICLO ASSIGN TO "VLCRTCIC"
000630         ORGANIZATION IS INDEXED
000640         ACCESS MODE IS DYNAMIC
000650         RECORD KEY IS VL-CIC-USER-ID
000660         FILE STATUS IS VL-FS-CICLO.
000670
000680     SELECT VL-ADMIN-AUDITORIA ASSIGN TO "VLADMAUD"
000690         ORGANIZATION IS LINE SEQUENTIAL
000700         FILE STATUS IS VL-FS-ADMIN.
000710
000720     SELECT VL-PEDIDOS ASSIGN TO "VLCRTOUT"
000730         ORGANIZATION IS LINE SEQUENTIAL
000740         FILE STATUS IS VL-FS-PEDIDOS.
000750 DATA DIVISION.
000760 FILE SECTION.
000770 FD  VL-PARAMETRO
000780     RECORDING MODE IS F.
000790     COPY VLCRTPRM.
000800
000810 FD  VL-CONTROLO
000820     RECORDING MODE IS F.
000830     COPY VLCRTCTL.
000840
000850 FD  VL-CREDENCIAIS.
000860     COPY VLCRED.
000870
000880 FD  VL-DONOS.
000890     COPY VLDONO.
000900
000910 FD  VL-CICLO.
000920     COPY VLCRTCIC.
000930
000940 FD  VL-ADMIN-AUDITORIA
000950     RECORDING MODE IS F.
000960     COPY VLADMAUD.
000970
000980 FD  VL-PEDIDOS
000990     RECORDING MODE IS F.
001000 01  VL-PED-LINHA                    PIC X(280).
001010
001020 WORKING-STORAGE SECTION.
001030 COPY VLWORK.
001040 COPY VLCLASSE.
001050 COPY VLADMWK.
001060 COPY VLCRTPED.
001070
001080 77  VL-FS-PARAMETRO                 PIC X(02).
001090 77  VL-FS-CONTROLO                  PIC X(02).
001100 77  VL-FS-DONOS                     PIC X(02).
001110 77  VL-FS-CICLO                     PIC X(02).
001120 77  VL-FS-PEDIDOS                   PIC X(02).
001130 77  VL-FIM-FICHEIRO                 PIC X(01)   VALUE "N".
001140     88  VL-FIM-FICHEIRO-SIM             VALUE "S".
001150 77  VL-CAB-DONOS-ABERTO             PIC X(01)   VALUE "N".
001160     88  VL-CAB-DONOS-ABERTO-SIM         VALUE "S".
001170
001171******************************************************************
001172* THE OWNER OF THE ACCOUNT BEING ATTESTED - TAKEN FROM VLDONO ONLY
001173* WHEN THAT FILE IS OPEN AND HOLDS THE ACCOUNT.
001174******************************************************************
001175 77  VL-CAB-DONO                     PIC X(08).
001176 77  VL-CAB-NOME-DONO                PIC X(30).
001177
001180******************************************************************
001190* RUN START, YYYYMMDDHHMMSS - STAMPS THE TRAILER OF VLCRTOUT.
001200******************************************************************
001210 01  VL-CAB-INICIO.
001220     05  VL-CAB-INICIO-DATA          PIC 9(08).
001230     05  VL-CAB-INICIO-HORA          PIC 9(06).
001240 01  VL-CAB-INICIO-NUM REDEFINES VL-CAB-INICIO
001250                                     PIC 9(14).
001260
001270******************************************************************
001280* THE CYCLE BEING OPENED AND THE ONE BEFORE IT (FROM VLCRTCTL).
001290******************************************************************
001300 77  VL-CAB-DATA-MAXIMA              PIC 9(08).
001310 77  VL-CAB-CICLO-ANTERIOR           PIC X(06)   VALUE SPACES.
001320
001330******************************************************************
001340* 5100-VALIDAR-DATA WORK FIELDS - SAME CHECK AS VLEXCMNT.
001350******************************************************************
001360 77  VL-CAB-DATA                     PIC 9(08).
001370 77  VL-CAB-ANO                      PIC 9(04).
001380 77  VL-CAB-MES                      PIC 9(02).
001390 77  VL-CAB-DIA                      PIC 9(02).
001400 77  VL-CAB-DIAS-NO-MES              PIC 9(02).
001410 77  VL-CAB-DATA-VALIDA              PIC X(01).
001420     88  VL-CAB-DATA-VALIDA-SIM          VALUE "S".
001430
001440******************************************************************
001450* THE PRIVILEGED ACCOUNTS, HELD IN VLCRED KEY ORDER WHILE THE
001460* TRAIL IS READ FOR THEIR RECENT ACTIONS. VL-CAB-ULTIMA KEEPS THE
001470* LAST FIVE, OLDEST FIRST, AS IN VLCONSUL. 1000 ACCOUNTS IS FAR
001480* PAST THE NUMBER OF PRIVILEGED IDS ON RECORD; A BIGGER
001490* POPULATION IS REFUSED WHOLE RATHER THAN HALF CERTIFIED.
001500******************************************************************
001510 77  VL-CAB-CONTAS                   PIC 9(04) COMP VALUE 0.
001520 77  VL-CAB-INDICE                   PIC 9(04) COMP.
001530 77  VL-CAB-POSICAO                  PIC 9(04) COMP.
001540 77  VL-CAB-POSICAO-OPERADOR         PIC 9(04) COMP.
001550 77  VL-CAB-PROCURADO                PIC X(08).
001560 77  VL-CAB-K                        PIC 9(02) COMP.
001570 01  VL-CAB-TABELA.
001580     05  VL-CAB-CONTA OCCURS 1000 TIMES.
001590         10  VL-CAB-USER-ID          PIC X(08).
001600         10  VL-CAB-CLASSE           PIC X(03).
001610         10  VL-CAB-ESTADO           PIC X(10).
001620         10  VL-CAB-ULTIMO-USO       PIC 9(08).
001630         10  VL-CAB-ALTERACAO        PIC 9(08).
001640         10  VL-CAB-NUM-ACCOES       PIC 9(05) COMP.
001650         10  VL-CAB-NUM-ULTIMAS      PIC 9(01) COMP.
001660         10  VL-CAB-ULTIMA OCCURS 5 TIMES.
001670             15  VL-CAB-ULT-DATA-HORA
001680                                     PIC 9(14).
001690             15  VL-CAB-ULT-ACCAO    PIC X(10).
001700             15  VL-CAB-ULT-OPERADOR PIC X(08).
001710
001720 77  VL-CAB-TOTAL-CRED-LIDAS         PIC 9(08) COMP VALUE 0.
001730 77  VL-CAB-TOTAL-ADM-LIDOS          PIC 9(08) COMP VALUE 0.
001740 77  VL-CAB-TOTAL-ADM-CONTAS         PIC 9(08) COMP VALUE 0.
001750 77  VL-CAB-TOTAL-PEDIDOS            PIC 9(08) COMP VALUE 0.
001760 77  VL-CAB-TOTAL-SEM-DONO           PIC 9(08) COMP VALUE 0.
001770 77  VL-CAB-TOTAL-DESATIVADAS        PIC 9(08) COMP VALUE 0.
001780
001790 PROCEDURE DIVISION.
001800
001810 0000-MAINLINE.
001820
001830     PERFORM 1000-INICIALIZACAO THRU 1000-EXIT
001840
001850     PERFORM 2000-SELECIONAR-CONTAS THRU 2000-EXIT
001860
001870     PERFORM 3000-ACCOES-RECENTES THRU 3000-EXIT
001880
001890     PERFORM 4000-EMITIR-PEDIDOS THRU 4000-EXIT
001900
001910     PERFORM 8000-TERMINAR THRU 8000-EXIT
001920
001930     GOBACK.
001940
001950 1000-INICIALIZACAO.
001960
001970     ACCEPT VL-DATA-HOJE FROM DATE YYYYMMDD
001980     ACCEPT VL-HORA-HOJE FROM TIME
001990     MOVE VL-DATA-HOJE       TO VL-CAB-INICIO-DATA
002000     MOVE VL-HORA-HOJE(1:6)  TO VL-CAB-INICIO-HORA
002010
002020*    THIS JOB RUNS UNATTENDED, SO THE ADMINISTRATIVE TRAIL CARRIES
002030*    "*AUTO*" - SAME CONVENTION AS VLINATIV.
002040     MOVE "*AUTO*" TO VL-ADM-OPERADOR-ATUAL
002050
002060     PERFORM 1100-LER-PARAMETRO THRU 1100-EXIT
002070     PERFORM 1200-VERIFICAR-CICLO THRU 1200-EXIT
002080
002090     OPEN INPUT VL-CREDENCIAIS
002100     IF VL-FS-CREDENCIAIS NOT = "00"
002110         DISPLAY "VLCRTABR - ERRO A ABRIR VLCRED. FILE STATUS: "
002120             VL-FS-CREDENCIAIS
002130         STOP RUN
002140     END-IF
002150
002160     OPEN INPUT VL-DONOS
002170     EVALUATE VL-FS-DONOS
002180         WHEN "00"
002190             MOVE "S" TO VL-CAB-DONOS-ABERTO
002200         WHEN "35"
002210             DISPLAY "VLCRTABR - VLDONO AUSENTE - TODAS AS "
002220                 "CONTAS FICAM SEM DONO."
002230         WHEN OTHER
002240             DISPLAY "VLCRTABR - ERRO A ABRIR VLDONO. "
002250                 "FILE STATUS: " VL-FS-DONOS
002260             STOP RUN
002270     END-EVALUATE.
002280
002290 1000-EXIT.
002300     EXIT.
002310
002320******************************************************************
002330* 1100-LER-PARAMETRO - THE CYCLE IDENTIFIER MUST BE GIVEN AND THE
002340* DEADLINE MUST BE A REAL DATE AFTER TODAY AND NO MORE THAN A YEAR
002350* AHEAD, THE SAME LIMIT VLEXCMNT PUTS ON AN EXEMPTION.
002360******************************************************************
002370 1100-LER-PARAMETRO.
002380
002390     OPEN INPUT VL-PARAMETRO
002400     IF VL-FS-PARAMETRO NOT = "00"
002410         DISPLAY "VLCRTABR - ERRO A ABRIR VLCRTPRM. FILE STATUS: "
002420             VL-FS-PARAMETRO
002430         STOP RUN
002440     END-IF
002450
002460     READ VL-PARAMETRO
002470         AT END
002480             DISPLAY "VLCRTABR - VLCRTPRM VAZIO."
002490             STOP RUN
002500     END-READ
002510     CLOSE VL-PARAMETRO
002520
002530     IF VL-CTP-CICLO = SPACES
002540         DISPLAY "VLCRTABR - VLCRTPRM SEM IDENTIFICACAO DO CICLO."
002550         STOP RUN
002560     END-IF
002570
002580     IF VL-CTP-DATA-LIMITE NOT NUMERIC
002590         DISPLAY "VLCRTABR - VLCRTPRM COM DATA LIMITE INVALIDA: "
002600             VL-CTP-PARAMETRO
002610         STOP RUN
002620     END-IF
002630
002640     MOVE VL-CTP-DATA-LIMITE TO VL-CAB-DATA
002650     PERFORM 5100-VALIDAR-DATA THRU 5100-EXIT
002660     IF NOT VL-CAB-DATA-VALIDA-SIM
002670         DISPLAY "VLCRTABR - VLCRTPRM COM DATA LIMITE INVALIDA: "
002680             VL-CTP-DATA-LIMITE
002690         STOP RUN
002700     END-IF
002710
002720     COMPUTE VL-CAB-DATA-MAXIMA = VL-DATA-HOJE + 10000
002730     IF VL-CTP-DATA-LIMITE NOT > VL-DATA-HOJE OR
002740        VL-CTP-DATA-LIMITE > VL-CAB-DATA-MAXIMA
002750         DISPLAY "VLCRTABR - DATA LIMITE " VL-CTP-DATA-LIMITE
002760             " FORA DO INTERVALO (AMANHA A UM ANO)."
002770         STOP RUN
002780     END-IF.
002790
002800 1100-EXIT.
002810     EXIT.
002820
002830******************************************************************
002840* 1200-VERIFICAR-CICLO - A NEW CYCLE ONLY ONCE THE LAST ONE HAS
002850* BEEN CLOSED BY VLCRTFEC, AND NEVER UNDER THE SAME IDENTIFIER. A
002860* MISSING VLCRTCTL IS THE FIRST CYCLE EVER.
002870******************************************************************
002880 1200-VERIFICAR-CICLO.
002890
002900     OPEN INPUT VL-CONTROLO
002910     EVALUATE VL-FS-CONTROLO
002920         WHEN "00"
002930             CONTINUE
002940         WHEN "35"
002950             DISPLAY "VLCRTABR - VLCRTCTL AUSENTE - PRIMEIRO "
002960                 "CICLO."
002970             GO TO 1200-EXIT
002980         WHEN OTHER
002990             DISPLAY "VLCRTABR - ERRO A ABRIR VLCRTCTL. "
003000                 "FILE STATUS: " VL-FS-CONTROLO
003010             STOP RUN
003020     END-EVALUATE
003030
003040     READ VL-CONTROLO
003050         AT END
003060             DISPLAY "VLCRTABR - VLCRTCTL VAZIO."
003070             STOP RUN
003080     END-READ
003090     CLOSE VL-CONTROLO
003100
003110     IF VL-CTC-ABERTO
003120         DISPLAY "VLCRTABR - O CICLO " VL-CTC-CICLO
003130             " AINDA ESTA ABERTO (LIMITE " VL-CTC-DATA-LIMITE
003140             ") - FECHE-O COM VLCRTFEC."
003150         STOP RUN
003160     END-IF
003170
003180     IF VL-CTC-CICLO = VL-CTP-CICLO
003190         DISPLAY "VLCRTABR - O CICLO " VL-CTP-CICLO
003200             " JA FOI REALIZADO."
003210         STOP RUN
003220     END-IF
003230
003240     MOVE VL-CTC-CICLO TO VL-CAB-CICLO-ANTERIOR.
003250
003260 1200-EXIT.
003270     EXIT.
003280
003290******************************************************************
003300* 2000-SELECIONAR-CONTAS - ONE PASS OVER VLCRED FOR THE PRIVILEGED
003310* ACCOUNTS, CLASSIFIED AS IN VLRHREC: BY THE NAMING CONVENTION, OR
003320* BY THE STORED CLASS WHEN THAT SAYS "ADM"/"SYS". DISABLED
003330* ACCOUNTS ARE INCLUDED - THEIR OWNER STILL ANSWERS FOR THEM.
003340******************************************************************
003350 2000-SELECIONAR-CONTAS.
003360
003370     MOVE "N" TO VL-FIM-FICHEIRO
003380     MOVE LOW-VALUES TO VL-CRED-USER-ID
003390     START VL-CREDENCIAIS KEY NOT < VL-CRED-USER-ID
003400         INVALID KEY
003410             MOVE "S" TO VL-FIM-FICHEIRO
003420     END-START
003430
003440     PERFORM 2100-LER-CREDENCIAL THRU 2100-EXIT
003450         UNTIL VL-FIM-FICHEIRO-SIM
003460
003470     IF VL-CAB-CONTAS = 0
003480         DISPLAY "VLCRTABR - NENHUMA CONTA PRIVILEGIADA EM "
003490             "VLCRED - CICLO NAO ABERTO."
003500         STOP RUN
003510     END-IF.
003520
003530 2000-EXIT.
003540     EXIT.
003550
003560 2100-LER-CREDENCIAL.
003570
003580     READ VL-CREDENCIAIS NEXT
003590         AT END
003600             MOVE "S" TO VL-FIM-FICHEIRO
003610             GO TO 2100-EXIT
003620     END-READ
003630
003640     ADD 1 TO VL-CAB-TOTAL-CRED-LIDAS
003650
003660     PERFORM 2600-CLASSIFICAR-CONTA THRU 2600-EXIT
003670     IF VL-CLASSE-PEDIDA = "PAD"
003680         GO TO 2100-EXIT
003690     END-IF
003700
003710     IF VL-CAB-CONTAS >= 1000
003720         DISPLAY "VLCRTABR - MAIS DE 1000 CONTAS PRIVILEGIADAS "
003730             "- AUMENTAR A TABELA. CICLO NAO ABERTO."
003740         STOP RUN
003750     END-IF
003760
003770     ADD 1 TO VL-CAB-CONTAS
003780     MOVE VL-CRED-USER-ID  TO VL-CAB-USER-ID(VL-CAB-CONTAS)
003790     MOVE VL-CLASSE-PEDIDA TO VL-CAB-CLASSE(VL-CAB-CONTAS)
003800     MOVE 0 TO VL-CAB-ULTIMO-USO(VL-CAB-CONTAS)
003810     IF VL-CRED-DATA-ULTIMO-USO NUMERIC
003820         MOVE VL-CRED-DATA-ULTIMO-USO
003830             TO VL-CAB-ULTIMO-USO(VL-CAB-CONTAS)
003840     END-IF
003850     MOVE 0 TO VL-CAB-ALTERACAO(VL-CAB-CONTAS)
003860     IF VL-CRED-DATA-ALTERACAO NUMERIC
003870         MOVE VL-CRED-DATA-ALTERACAO
003880             TO VL-CAB-ALTERACAO(VL-CAB-CONTAS)
003890     END-IF
003900     MOVE 0 TO VL-CAB-NUM-ACCOES(VL-CAB-CONTAS)
003910     MOVE 0 TO VL-CAB-NUM-ULTIMAS(VL-CAB-CONTAS)
003920
003930*    THE STATE SHOWN IS THE FIRST THAT APPLIES, WORST FIRST.
003940     EVALUATE TRUE
003950         WHEN VL-CRED-DESATIVADO-SIM
003960             MOVE "DESATIVADA" TO VL-CAB-ESTADO(VL-CAB-CONTAS)
003970             ADD 1 TO VL-CAB-TOTAL-DESATIVADAS
003980         WHEN VL-CRED-RETIDO-SIM
003990             MOVE "RETIDA"     TO VL-CAB-ESTADO(VL-CAB-CONTAS)
004000         WHEN VL-CRED-BLOQUEADO-SIM
004010             MOVE "BLOQUEADA"  TO VL-CAB-ESTADO(VL-CAB-CONTAS)
004020         WHEN VL-CRED-EXPIRADO-SIM
004030             MOVE "EXPIRADA"   TO VL-CAB-ESTADO(VL-CAB-CONTAS)
004040         WHEN OTHER
004050             MOVE "ATIVA"      TO VL-CAB-ESTADO(VL-CAB-CONTAS)
004060     END-EVALUATE.
004070
004080 2100-EXIT.
004090     EXIT.
004100
004110******************************************************************
004120* 2600-CLASSIFICAR-CONTA - POLICY CLASS OF THE CURRENT VLCRED
004130* RECORD, AS IN VLRHREC.
004140******************************************************************
004150 2600-CLASSIFICAR-CONTA.
004160
004170     MOVE VL-CRED-USER-ID TO WS-USER-ID
004180     PERFORM 1018-DERIVAR-CLASSE THRU 1018-EXIT
004190
004200     IF VL-CRED-CLASSE = "ADM" OR VL-CRED-CLASSE = "SYS"
004210         MOVE VL-CRED-CLASSE TO VL-CLASSE-PEDIDA
004220     END-IF.
004230
004240 2600-EXIT.
004250     EXIT.
004260
004270******************************************************************
004280* 3000-ACCOES-RECENTES - ONE PASS OVER THE LIVE VLADMAUD TRAIL
004290* (VLARCADM HAS ARCHIVED THE REST). A RECORD COUNTS FOR THE
004300* ACCOUNT THAT DID IT (THE OPERATOR) AND FOR THE ACCOUNT IT WAS
004310* DONE TO (THE FIRST EIGHT BYTES OF THE TARGET), ONCE EACH; THE
004320* FILE IS IN TIME ORDER, SO THE LAST FIVE KEPT ARE THE LATEST.
004330******************************************************************
004340 3000-ACCOES-RECENTES.
004350
004360     OPEN INPUT VL-ADMIN-AUDITORIA
004370     IF VL-FS-ADMIN NOT = "00"
004380         DISPLAY "VLCRTABR - ERRO A ABRIR VLADMAUD. FILE STATUS: "
004390             VL-FS-ADMIN
004400         STOP RUN
004410     END-IF
004420
004430     MOVE "N" TO VL-FIM-FICHEIRO
004440     PERFORM 3100-LER-ADMIN THRU 3100-EXIT
004450         UNTIL VL-FIM-FICHEIRO-SIM
004460     CLOSE VL-ADMIN-AUDITORIA.
004470
004480 3000-EXIT.
004490     EXIT.
004500
004510 3100-LER-ADMIN.
004520
004530     READ VL-ADMIN-AUDITORIA
004540         AT END
004550             MOVE "S" TO VL-FIM-FICHEIRO
004560             GO TO 3100-EXIT
004570     END-READ
004580
004590     ADD 1 TO VL-CAB-TOTAL-ADM-LIDOS
004600
004610     IF VL-ADM-DATA-HORA NOT NUMERIC
004620         GO TO 3100-EXIT
004630     END-IF
004640
004650     MOVE VL-ADM-OPERADOR TO VL-CAB-PROCURADO
004660     PERFORM 3200-PROCURAR-CONTA THRU 3200-EXIT
004670     MOVE VL-CAB-POSICAO TO VL-CAB-POSICAO-OPERADOR
004680     IF VL-CAB-POSICAO > 0
004690         PERFORM 3300-GUARDAR-ACCAO THRU 3300-EXIT
004700     END-IF
004710
004720     MOVE VL-ADM-ALVO(1:8) TO VL-CAB-PROCURADO
004730     PERFORM 3200-PROCURAR-CONTA THRU 3200-EXIT
004740     IF VL-CAB-POSICAO > 0 AND
004750        VL-CAB-POSICAO NOT = VL-CAB-POSICAO-OPERADOR
004760         PERFORM 3300-GUARDAR-ACCAO THRU 3300-EXIT
004770     END-IF.
004780
004790 3100-EXIT.
004800     EXIT.
004810
004820******************************************************************
004830* 3200-PROCURAR-CONTA - POSITION OF VL-CAB-PROCURADO IN THE TABLE,
004840* ZERO IF IT IS NOT A PRIVILEGED ACCOUNT.
004850******************************************************************
004860 3200-PROCURAR-CONTA.
004870
004880     MOVE 0 TO VL-CAB-POSICAO
004890     IF VL-CAB-PROCURADO = SPACES
004900         GO TO 3200-EXIT
004910     END-IF
004920
004930     PERFORM 3250-COMPARAR-CONTA THRU 3250-EXIT
004940         VARYING VL-CAB-INDICE FROM 1 BY 1
004950         UNTIL VL-CAB-INDICE > VL-CAB-CONTAS
004960            OR VL-CAB-POSICAO > 0.
004970
004980 3200-EXIT.
004990     EXIT.
005000
005010 3250-COMPARAR-CONTA.
005020
005030     IF VL-CAB-USER-ID(VL-CAB-INDICE) = VL-CAB-PROCURADO
005040         MOVE VL-CAB-INDICE TO VL-CAB-POSICAO
005050     END-IF.
005060
005070 3250-EXIT.
005080     EXIT.
005090
005100 3300-GUARDAR-ACCAO.
005110
005120     ADD 1 TO VL-CAB-TOTAL-ADM-CONTAS
005130     ADD 1 TO VL-CAB-NUM-ACCOES(VL-CAB-POSICAO)
005140
005150     IF VL-CAB-NUM-ULTIMAS(VL-CAB-POSICAO) < 5
005160         ADD 1 TO VL-CAB-NUM-ULTIMAS(VL-CAB-POSICAO)
005170     ELSE
005180         PERFORM 3350-DESLOCAR-ACCAO THRU 3350-EXIT
005190             VARYING VL-CAB-K FROM 1 BY 1 UNTIL VL-CAB-K > 4
005200     END-IF
005210
005220     MOVE VL-CAB-NUM-ULTIMAS(VL-CAB-POSICAO) TO VL-CAB-K
005230     MOVE VL-ADM-DATA-HORA
005240         TO VL-CAB-ULT-DATA-HORA(VL-CAB-POSICAO, VL-CAB-K)
005250     MOVE VL-ADM-ACCAO
005260         TO VL-CAB-ULT-ACCAO(VL-CAB-POSICAO, VL-CAB-K)
005270     MOVE VL-ADM-OPERADOR
005280         TO VL-CAB-ULT-OPERADOR(VL-CAB-POSICAO, VL-CAB-K).
005290
005300 3300-EXIT.
005310     EXIT.
005320
005330 3350-DESLOCAR-ACCAO.
005340
005350     MOVE VL-CAB-ULTIMA(VL-CAB-POSICAO, VL-CAB-K + 1)
005360         TO VL-CAB-ULTIMA(VL-CAB-POSICAO, VL-CAB-K).
005370
005380 3350-EXIT.
005390     EXIT.
005400
005410******************************************************************
005420* 4000-EMITIR-PEDIDOS - ONE REQUEST PER ACCOUNT, ADDRESSED FROM
005430* VLDONO, AND THE MATCHING PENDING ENTRY IN A NEW VLCRTCIC. THE
005440* "T" TRAILER IS WRITTEN LAST WITH THE COUNT, AS IN VLNOTIF.
005450******************************************************************
005460 4000-EMITIR-PEDIDOS.
005470
005480     OPEN OUTPUT VL-PEDIDOS
005490     IF VL-FS-PEDIDOS NOT = "00"
005500         DISPLAY "VLCRTABR - ERRO A ABRIR VLCRTOUT. FILE STATUS: "
005510             VL-FS-PEDIDOS
005520         STOP RUN
005530     END-IF
005540
005550     OPEN OUTPUT VL-CICLO
005560     IF VL-FS-CICLO NOT = "00"
005570         DISPLAY "VLCRTABR - ERRO A CRIAR VLCRTCIC. FILE STATUS: "
005580             VL-FS-CICLO
005590         STOP RUN
005600     END-IF
005610
005620     PERFORM 4100-EMITIR-PEDIDO THRU 4100-EXIT
005630         VARYING VL-CAB-INDICE FROM 1 BY 1
005640         UNTIL VL-CAB-INDICE > VL-CAB-CONTAS
005650
005660     MOVE VL-CTP-CICLO         TO VL-CPT-CICLO
005670     MOVE VL-CAB-INICIO-NUM    TO VL-CPT-DATA-HORA
005680     MOVE VL-CAB-TOTAL-PEDIDOS TO VL-CPT-PEDIDOS
005690     WRITE VL-PED-LINHA FROM VL-CPT-TRAILER
005700     IF VL-FS-PEDIDOS NOT = "00"
005710         DISPLAY "VLCRTABR - ERRO A ESCREVER EM VLCRTOUT. "
005720             "FILE STATUS: " VL-FS-PEDIDOS
005730         STOP RUN
005740     END-IF
005750
005760     CLOSE VL-PEDIDOS
005770     CLOSE VL-CICLO.
005780
005790 4000-EXIT.
005800     EXIT.
005810
005820 4100-EMITIR-PEDIDO.
005830
005840     MOVE SPACES TO VL-CAB-DONO
005850     MOVE "SEM DONO ATRIBUIDO" TO VL-CAB-NOME-DONO
005860     IF VL-CAB-DONOS-ABERTO-SIM
005870         MOVE VL-CAB-USER-ID(VL-CAB-INDICE) TO VL-DON-USER-ID
005880         READ VL-DONOS
005890             INVALID KEY
005900                 CONTINUE
005910             NOT INVALID KEY
005912                 MOVE VL-DON-DONO      TO VL-CAB-DONO
005914                 MOVE VL-DON-NOME-DONO TO VL-CAB-NOME-DONO
005920         END-READ
005930     END-IF
005940
005950     IF VL-CAB-DONO = SPACES
005960         MOVE "SEM DONO ATRIBUIDO" TO VL-CAB-NOME-DONO
005970         ADD 1 TO VL-CAB-TOTAL-SEM-DONO
005980         DISPLAY "VLCRTABR - CONTA SEM DONO EM VLDONO.....: "
005990             VL-CAB-USER-ID(VL-CAB-INDICE)
006000     END-IF
006010
006020     MOVE VL-CTP-CICLO                     TO VL-CPE-CICLO
006030     MOVE VL-CTP-DATA-LIMITE               TO VL-CPE-DATA-LIMITE
006040     MOVE VL-CAB-DONO                      TO VL-CPE-DONO
006050     MOVE VL-CAB-NOME-DONO                 TO VL-CPE-NOME-DONO
006060     MOVE VL-CAB-USER-ID(VL-CAB-INDICE)    TO VL-CPE-USER-ID
006070     MOVE VL-CAB-CLASSE(VL-CAB-INDICE)     TO VL-CPE-CLASSE
006080     MOVE VL-CAB-ESTADO(VL-CAB-INDICE)     TO VL-CPE-ESTADO
006090     MOVE VL-CAB-ULTIMO-USO(VL-CAB-INDICE)
006100         TO VL-CPE-DATA-ULTIMO-USO
006110     MOVE VL-CAB-ALTERACAO(VL-CAB-INDICE)
006120         TO VL-CPE-DATA-ALTERACAO
006130     IF VL-CAB-NUM-ACCOES(VL-CAB-INDICE) > 999
006140         MOVE 999 TO VL-CPE-NUM-ACCOES
006150     ELSE
006160         MOVE VL-CAB-NUM-ACCOES(VL-CAB-INDICE)
006170             TO VL-CPE-NUM-ACCOES
006180     END-IF
006190     PERFORM 4200-COPIAR-ACCAO THRU 4200-EXIT
006200         VARYING VL-CAB-K FROM 1 BY 1 UNTIL VL-CAB-K > 5
006210
006220     WRITE VL-PED-LINHA FROM VL-CPE-PEDIDO
006230     IF VL-FS-PEDIDOS NOT = "00"
006240         DISPLAY "VLCRTABR - ERRO A ESCREVER EM VLCRTOUT. "
006250             "FILE STATUS: " VL-FS-PEDIDOS
006260         STOP RUN
006270     END-IF
006280     ADD 1 TO VL-CAB-TOTAL-PEDIDOS
006290
006300     MOVE SPACES                        TO VL-CICLO-REGISTO
006310     MOVE VL-CAB-USER-ID(VL-CAB-INDICE) TO VL-CIC-USER-ID
006320     MOVE VL-CAB-DONO                   TO VL-CIC-DONO
006330     MOVE VL-CAB-NOME-DONO              TO VL-CIC-NOME-DONO
006340     MOVE VL-CAB-CLASSE(VL-CAB-INDICE)  TO VL-CIC-CLASSE
006350     MOVE "P"                           TO VL-CIC-ESTADO
006360     MOVE 0                             TO VL-CIC-DATA-RESPOSTA
006370     WRITE VL-CICLO-REGISTO
006380     IF VL-FS-CICLO NOT = "00"
006390         DISPLAY "VLCRTABR - ERRO A ESCREVER EM VLCRTCIC. "
006400             "FILE STATUS: " VL-FS-CICLO
006410             " UTILIZADOR: " VL-CIC-USER-ID
006420         STOP RUN
006430     END-IF.
006440
006450 4100-EXIT.
006460     EXIT.
006470
006480 4200-COPIAR-ACCAO.
006490
006500     IF VL-CAB-K > VL-CAB-NUM-ULTIMAS(VL-CAB-INDICE)
006510         MOVE 0      TO VL-CPE-ACC-DATA-HORA(VL-CAB-K)
006520         MOVE SPACES TO VL-CPE-ACC-ACCAO(VL-CAB-K)
006530         MOVE SPACES TO VL-CPE-ACC-OPERADOR(VL-CAB-K)
006540     ELSE
006550         MOVE VL-CAB-ULT-DATA-HORA(VL-CAB-INDICE, VL-CAB-K)
006560             TO VL-CPE-ACC-DATA-HORA(VL-CAB-K)
006570         MOVE VL-CAB-ULT-ACCAO(VL-CAB-INDICE, VL-CAB-K)
006580             TO VL-CPE-ACC-ACCAO(VL-CAB-K)
006590         MOVE VL-CAB-ULT-OPERADOR(VL-CAB-INDICE, VL-CAB-K)
006600             TO VL-CPE-ACC-OPERADOR(VL-CAB-K)
006610     END-IF.
006620
006630 4200-EXIT.
006640     EXIT.
006650
006660******************************************************************
006670* 5100-VALIDAR-DATA - "S" IN VL-CAB-DATA-VALIDA WHEN VL-CAB-DATA
006680* IS A REAL CALENDAR DATE, LEAP YEARS INCLUDED.
006690******************************************************************
006700 5100-VALIDAR-DATA.
006710
006720     MOVE "N" TO VL-CAB-DATA-VALIDA
006730     MOVE VL-CAB-DATA(1:4) TO VL-CAB-ANO
006740     MOVE VL-CAB-DATA(5:2) TO VL-CAB-MES
006750     MOVE VL-CAB-DATA(7:2) TO VL-CAB-DIA
006760
006770     IF VL-CAB-ANO < 1990 OR VL-CAB-ANO > 2099
006780         GO TO 5100-EXIT
006790     END-IF
006800     IF VL-CAB-MES < 1 OR VL-CAB-MES > 12
006810         GO TO 5100-EXIT
006820     END-IF
006830
006840     MOVE VL-DIAS-MES(VL-CAB-MES) TO VL-CAB-DIAS-NO-MES
006850     IF VL-CAB-MES = 2
006860         DIVIDE VL-CAB-ANO BY 4
006870             GIVING VL-QUOCIENTE REMAINDER VL-RESTO
006880         IF VL-RESTO = 0
006890             DIVIDE VL-CAB-ANO BY 100
006900                 GIVING VL-QUOCIENTE REMAINDER VL-RESTO
006910             IF VL-RESTO NOT = 0
006920                 MOVE 29 TO VL-CAB-DIAS-NO-MES
006930             ELSE
006940                 DIVIDE VL-CAB-ANO BY 400
006950                     GIVING VL-QUOCIENTE REMAINDER VL-RESTO
006960                 IF VL-RESTO = 0
006970                     MOVE 29 TO VL-CAB-DIAS-NO-MES
006980                 END-IF
006990             END-IF
007000         END-IF
007010     END-IF
007020
007030     IF VL-CAB-DIA >= 1 AND VL-CAB-DIA <= VL-CAB-DIAS-NO-MES
007040         MOVE "S" TO VL-CAB-DATA-VALIDA
007050     END-IF.
007060
007070 5100-EXIT.
007080     EXIT.
007090
007100******************************************************************
007110* 1018-DERIVAR-CLASSE COMES FROM VLCLSDRV, COPIED IN BELOW.
007120******************************************************************
007130     COPY VLCLSDRV.
007140
007150******************************************************************
007160* 6500-REGISTAR-ADMIN COMES FROM VLADMGRV, COPIED IN BELOW.
007170* 1600-IDENTIFICAR-OPERADOR ARRIVES WITH IT BUT IS NOT PERFORMED
007180* HERE - THIS JOB RUNS UNATTENDED AND STAMPS "*AUTO*" INSTEAD.
007190******************************************************************
007200     COPY VLADMGRV.
007210
007220******************************************************************
007230* 8000-TERMINAR - VLCRTCTL IS WRITTEN ONLY NOW THAT EVERY REQUEST
007240* AND EVERY PENDING ENTRY IS IN PLACE; FROM HERE THE CYCLE IS
007250* OPEN AND VLCRTOUT GOES TO THE OWNERS. THE OPENING IS RECORDED
007260* ON THE ADMINISTRATIVE TRAIL.
007270******************************************************************
007280 8000-TERMINAR.
007290
007300     OPEN OUTPUT VL-CONTROLO
007310     IF VL-FS-CONTROLO NOT = "00"
007320         DISPLAY "VLCRTABR - ERRO A GRAVAR VLCRTCTL. "
007330             "FILE STATUS: " VL-FS-CONTROLO
007340         STOP RUN
007350     END-IF
007360
007370     MOVE VL-CTP-CICLO         TO VL-CTC-CICLO
007380     MOVE "A"                  TO VL-CTC-ESTADO
007390     MOVE VL-DATA-HOJE         TO VL-CTC-DATA-ABERTURA
007400     MOVE VL-CTP-DATA-LIMITE   TO VL-CTC-DATA-LIMITE
007410     MOVE 0                    TO VL-CTC-DATA-FECHO
007420     MOVE VL-CAB-TOTAL-PEDIDOS TO VL-CTC-CONTAS
007430     MOVE 0                    TO VL-CTC-DATA-PROCESSAMENTO
007440     MOVE 0                    TO VL-CTC-PROCESSAMENTOS
007450     WRITE VL-CTC-REGISTO
007460     IF VL-FS-CONTROLO NOT = "00"
007470         DISPLAY "VLCRTABR - ERRO A GRAVAR VLCRTCTL. "
007480             "FILE STATUS: " VL-FS-CONTROLO
007490         STOP RUN
007500     END-IF
007510     CLOSE VL-CONTROLO
007520
007530     OPEN EXTEND VL-ADMIN-AUDITORIA
007540     IF VL-FS-ADMIN NOT = "00"
007550         DISPLAY "VLCRTABR - ERRO A ABRIR VLADMAUD. FILE STATUS: "
007560             VL-FS-ADMIN
007570         STOP RUN
007580     END-IF
007590
007600     MOVE "VLCRTABR"   TO VL-ADM-PROGRAMA
007610     MOVE "CRT-ABRIR"  TO VL-ADM-ACCAO
007620     MOVE VL-CTP-CICLO TO VL-ADM-ALVO
007630     MOVE SPACES       TO VL-ADM-ESTADO-ANTES
007640     IF VL-CAB-CICLO-ANTERIOR = SPACES
007650         MOVE "SEM CICLO ANTERIOR" TO VL-ADM-ESTADO-ANTES
007660     ELSE
007670         STRING "FECHADO " VL-CAB-CICLO-ANTERIOR
007680             DELIMITED BY SIZE INTO VL-ADM-ESTADO-ANTES
007690     END-IF
007700     MOVE SPACES       TO VL-ADM-ESTADO-DEPOIS
007710     STRING "ABERTO ATE " VL-CTP-DATA-LIMITE
007720         DELIMITED BY SIZE INTO VL-ADM-ESTADO-DEPOIS
007730     PERFORM 6500-REGISTAR-ADMIN THRU 6500-EXIT
007740     CLOSE VL-ADMIN-AUDITORIA
007750
007760     CLOSE VL-CREDENCIAIS
007770     IF VL-CAB-DONOS-ABERTO-SIM
007780         CLOSE VL-DONOS
007790     END-IF
007800
007810     DISPLAY "VLCRTABR - CICLO " VL-CTP-CICLO " ABERTO, PEDIDOS "
007820         "EM VLCRTOUT"
007830     DISPLAY "DATA LIMITE.............: " VL-CTP-DATA-LIMITE
007840     DISPLAY "VLCRED LIDAS............: " VL-CAB-TOTAL-CRED-LIDAS
007850     DISPLAY "CONTAS PRIVILEGIADAS....: " VL-CAB-CONTAS
007860     DISPLAY "  DAS QUAIS DESATIVADAS.: " VL-CAB-TOTAL-DESATIVADAS
007870     DISPLAY "VLADMAUD LIDOS..........: " VL-CAB-TOTAL-ADM-LIDOS
007880     DISPLAY "ACCOES ATRIBUIDAS.......: " VL-CAB-TOTAL-ADM-CONTAS
007890     DISPLAY "PEDIDOS EMITIDOS........: " VL-CAB-TOTAL-PEDIDOS
007900     DISPLAY "CONTAS SEM DONO.........: " VL-CAB-TOTAL-SEM-DONO.
007910
007920 8000-EXIT.
007930     EXIT.
007940
007950 END PROGRAM VLCRTABR.
