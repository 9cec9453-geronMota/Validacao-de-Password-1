000010******************************************************************
000020* PROGRAM:  VLCRTFEC
000030* AUTHOR:   J. MOTA - SEGURANCA DE ACESSOS
000040* INSTALLATION: DEPARTAMENTO DE TECNOLOGIA
000050* DATE-WRITTEN: 15/10/26
000060* DATE-COMPILED:
000070* PURPOSE:  PROCESSES THE OWNERS' RETURNS FOR THE
000080*           PRIVILEGED-ACCOUNT RECERTIFICATION CYCLE OPENED BY
000090*           VLCRTABR, AND CLOSES THE CYCLE ONCE ITS DEADLINE HAS
000100*           PASSED. IT MAY BE RUN AS OFTEN AS RETURNS COME IN
000110*           DURING THE QUARTER; VLCRTCIC AND VLCRTCTL CARRY THE
000120*           STATE OF THE CYCLE FROM ONE RUN TO THE NEXT.
000130*
000140*           EACH VLCRTRES RETURN IS CHECKED - RIGHT CYCLE, ACCOUNT
000150*           IN THE CYCLE, ANSWERED BY THE OWNER IT WAS SENT
000160*           TO, "M" (KEEP) OR "R" (REMOVE), DATED NO LATER THAN
000170*           THE DEADLINE - AND APPLIED TO VLCRTCIC, OR LISTED AS
000180*           REFUSED ON THE VLCRTREL REPORT. A RETURN ALREADY
000190*           APPLIED IS SKIPPED, SO THE SAME FILE CAN BE FED AGAIN
000200*           WITH LATER RETURNS ADDED. AN OWNER MAY STILL TURN A
000210*           "KEEP" INTO A "REMOVE", NEVER THE OTHER WAY ROUND. FOR
000220*           AN ACCOUNT THAT HAD NO OWNER WHEN THE CYCLE OPENED,
000230*           THE OWNER ASSIGNED IN VLDONO SINCE THEN MAY ANSWER.
000240*
000250*           ONCE THE DEADLINE HAS PASSED, EVERY ACCOUNT STILL
000260*           UNANSWERED IS EXPIRED AND TREATED AS "REMOVE", AND THE
000270*           CYCLE IS MARKED CLOSED. EVERY RUN WRITES A VLMNTTR "D"
000280*           (DESATIVAR) TRANSACTION FOR EACH ACCOUNT TO BE REMOVED
000290*           THAT IS STILL ACTIVE IN VLCRED, FOR THE SUPERVISOR TO
000300*           FEED TO VLMANUT, WHICH KEEPS THE OPERATOR CHECKS AND
000310*           THE SECOND-OPERATOR CONFIRMATION FOR "ADM"/"SYS"
000320*           ACCOUNTS (SEE VLOPRCK); THIS JOB NEVER UPDATES VLCRED
000330*           ITSELF. EVERY ANSWER, EXPIRY AND THE CLOSE ARE
000340*           RECORDED TO VLADMAUD.
000350*
000352*           A RUN AFTER THE CLOSE APPLIES NO RETURNS AND EXPIRES
000354*           NOTHING, BUT STILL WRITES THE "D" TRANSACTIONS, SO A
000356*           VLMNTTR OVERWRITTEN BEFORE VLMANUT HAS RUN IS SIMPLY
000358*           MADE AGAIN.
000359*
000360*           VLCRTREL ENDS WITH THE COMPLETION REPORT BY OWNER: HOW
000370*           MANY ACCOUNTS EACH OWNER HAS KEPT OR REMOVED, AND
000380*           EVERY ACCOUNT THE OWNER HAS NOT YET ANSWERED FOR.
000390*
000400*           LIKE VLRHREC IT DOES NOT TAKE THE VLRUNCTL LOCK -
000410*           VLCRED IS ONLY READ.
000420* TECTONICS: COBC
000430******************************************************************
000440* MODIFICATION HISTORY
000450* DATE      INIT DESCRIPTION
000460* 15/10/26  JM   ORIGINAL PROGRAM.
000462* 15/10/26  JM   A CLOSED CYCLE NO LONGER ENDS THE RUN: NO RETURN
000464*                IS APPLIED AND NOTHING EXPIRES, BUT THE "D"
000466*                TRANSACTIONS ARE STILL WRITTEN.
000470******************************************************************
000480 IDENTIFICATION DIVISION.
000490 PROGRAM-ID. VLCRTFEC.
000500 ENVIRONMENT DIVISION.
000510 INPUT-OUTPUT SECTION.
000520 FILE-CONTROL.
000530     SELECT VL-CONTROLO ASSIGN TO "VLCRTCTL"
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS VL-FS-CONTROLO.
000560
000570     SELECT VL-CICLO ASSIGN TO "VLCRTCIC"
000580         ORGANIZATION IS INDEXED
000590         ACCESS MODE IS DYNAMIC
000600         RECORD KEY IS VL-CIC-USER-ID
000610         FILE STATUS IS VL-FS-CICLO.
000620
000630     SELECT VL-RESPOSTAS ASSIGN TO "VLCRTRES"
000640         ORGANIZATION IS LINE SEQUENTIAL
000650         FILE STATUS IS VL-FS-RESPOSTAS.
000660
000670     SELECT VL-DONOS ASSIGN TO "VLDONO"
000680         ORGANIZATION IS INDEXED
000690         ACCESS MODE IS DYNAMIC
000700         RECORD KEY IS VL-DON-USER-ID
000710         FILE STATUS IS VL-FS-DONOS.
000720
000730     SELECT VL-CREDENCIAIS ASSIGN TO "VLCRED"
000740         ORGANIZATION IS INDEXED
000750         ACCESS MODE IS DYNAMIC
000760         RECORD KEY IS VL-CRED-USER-ID
000770         FILE STATUS IS VL-FS-CREDENCIAIS.
000780
000790     SELECT VL-MANUTENCAO ASSIGN TO "VLMNTTR"
000800         ORGANIZATION IS LINE SEQUENTIAL
000810         FILE STATUS IS VL-FS-MANUTENCAO.
000820
000830     SELECT VL-ADMIN-AUDITORIA ASSIGN TO "VLADMAUD"
000840         ORGANIZATION IS LINE SEQUENTIAL
000850         FILE STATUS IS VL-FS-ADMIN.
000860
000870     SELECT VL-RELATORIO ASSIGN TO "VLCRTREL"
000880         ORGANIZATION IS LINE SEQUENTIAL
000890         FILE STATUS IS VL-FS-RELATORIO.
000900 DATA DIVISION.
000910 FILE SECTION.
000920 FD  VL-CONTROLO
000930     RECORDING MODE IS F.
000940     COPY VLCRTCTL.
000950
000960 FD  VL-CICLO.
000970     COPY VLCRTCIC.
000980
000990 FD  VL-RESPOSTAS
001000     RECORDING MODE IS F.
001010     COPY VLCRTRES.
001020
001030 FD  VL-DONOS.
001040     COPY VLDONO.
001050
001060 FD  VL-CREDENCIAIS.
001070     COPY VLCRED.
001080
001090 FD  VL-MANUTENCAO
001100     RECORDING MODE IS F.
001110     COPY VLMNTTR.
001120
001130 FD  VL-ADMIN-AUDITORIA
001140     RECORDING MODE IS F.
001150     COPY VLADMAUD.
001160
001170 FD  VL-RELATORIO
001180     RECORDING MODE IS F.
001190 01  VL-REL-REGISTO                  PIC X(80).
001200
001210 WORKING-STORAGE SECTION.
001220 COPY VLWORK.
001230 COPY VLADMWK.
001240
001250 77  VL-FS-CONTROLO                  PIC X(02).
001260 77  VL-FS-CICLO                     PIC X(02).
001270 77  VL-FS-RESPOSTAS                 PIC X(02).
001280 77  VL-FS-DONOS                     PIC X(02).
001290 77  VL-FS-MANUTENCAO                PIC X(02).
001300 77  VL-FS-RELATORIO                 PIC X(02).
001310 77  VL-FIM-FICHEIRO                 PIC X(01)   VALUE "N".
001320     88  VL-FIM-FICHEIRO-SIM             VALUE "S".
001330 77  VL-CFE-DONOS-ABERTO             PIC X(01)   VALUE "N".
001340     88  VL-CFE-DONOS-ABERTO-SIM         VALUE "S".
001350 77  VL-CFE-PRAZO-ESGOTADO           PIC X(01)   VALUE "N".
001360     88  VL-CFE-PRAZO-ESGOTADO-SIM       VALUE "S".
001362 77  VL-CFE-CICLO-FECHADO            PIC X(01)   VALUE "N".
001364     88  VL-CFE-CICLO-FECHADO-SIM        VALUE "S".
001370
001380******************************************************************
001390* THE RETURN BEING CHECKED - WHY IT WAS REFUSED (SPACES WHILE IT
001400* IS STILL GOOD) - AND THE ONE-WORD NAME OF A VLCRTCIC STATE, AS
001410* SET BY 6700-NOMEAR-ESTADO FOR THE TRAIL AND THE REPORT.
001420******************************************************************
001430 77  VL-CFE-MOTIVO                   PIC X(40).
001440 77  VL-CFE-ESTADO                   PIC X(01).
001450 77  VL-CFE-NOME-ESTADO              PIC X(08).
001460
001470******************************************************************
001480* THE COMPLETION REPORT IS BY OWNER, SO THE OWNERS ARE HELD IN
001490* STORAGE IN OWNER ORDER (EACH NEW ONE IS INSERTED IN PLACE; THE
001500* ACCOUNTS WITH NO OWNER COME FIRST) WITH THEIR COUNTS, AND SO ARE
001510* THE ACCOUNTS STILL UNANSWERED. VLCRTABR PUTS NO MORE THAN 1000
001520* ACCOUNTS INTO A CYCLE, SO NEITHER TABLE CAN FILL.
001530******************************************************************
001540 77  VL-CFE-DONOS                    PIC 9(04) COMP VALUE 0.
001550 77  VL-CFE-FALTAS                   PIC 9(04) COMP VALUE 0.
001560 77  VL-CFE-D                        PIC 9(04) COMP.
001570 77  VL-CFE-F                        PIC 9(04) COMP.
001580 77  VL-CFE-J                        PIC 9(04) COMP.
001590 77  VL-CFE-POSICAO                  PIC 9(04) COMP.
001600 77  VL-CFE-INSERIR                  PIC 9(04) COMP.
001610 01  VL-CFE-TAB-DONOS.
001620     05  VL-CFE-DONO-ENT OCCURS 1000 TIMES.
001630         10  VL-CFE-DONO             PIC X(08).
001640         10  VL-CFE-NOME-DONO        PIC X(30).
001650         10  VL-CFE-DON-CONTAS       PIC 9(05) COMP.
001660         10  VL-CFE-DON-MANTIDAS     PIC 9(05) COMP.
001670         10  VL-CFE-DON-REMOVER      PIC 9(05) COMP.
001680         10  VL-CFE-DON-PENDENTES    PIC 9(05) COMP.
001690         10  VL-CFE-DON-EXPIRADAS    PIC 9(05) COMP.
001700 01  VL-CFE-TAB-FALTAS.
001710     05  VL-CFE-FALTA OCCURS 1000 TIMES.
001720         10  VL-CFE-FAL-USER-ID      PIC X(08).
001730         10  VL-CFE-FAL-DONO         PIC X(08).
001740         10  VL-CFE-FAL-CLASSE       PIC X(03).
001750         10  VL-CFE-FAL-ESTADO       PIC X(01).
001760
001770 77  VL-CFE-TOTAL-LIDAS              PIC 9(08) COMP VALUE 0.
001780 77  VL-CFE-TOTAL-MANTER             PIC 9(08) COMP VALUE 0.
001790 77  VL-CFE-TOTAL-REMOVER            PIC 9(08) COMP VALUE 0.
001800 77  VL-CFE-TOTAL-REPETIDAS          PIC 9(08) COMP VALUE 0.
001810 77  VL-CFE-TOTAL-RECUSADAS          PIC 9(08) COMP VALUE 0.
001820 77  VL-CFE-TOTAL-EXPIRADAS-AGORA    PIC 9(08) COMP VALUE 0.
001830 77  VL-CFE-TOTAL-CONTAS             PIC 9(08) COMP VALUE 0.
001840 77  VL-CFE-TOTAL-MANTIDAS           PIC 9(08) COMP VALUE 0.
001850 77  VL-CFE-TOTAL-A-REMOVER          PIC 9(08) COMP VALUE 0.
001860 77  VL-CFE-TOTAL-PENDENTES          PIC 9(08) COMP VALUE 0.
001870 77  VL-CFE-TOTAL-EXPIRADAS          PIC 9(08) COMP VALUE 0.
001880 77  VL-CFE-TOTAL-TRANSACOES         PIC 9(08) COMP VALUE 0.
001890 77  VL-CFE-TOTAL-JA-DESATIVADAS     PIC 9(08) COMP VALUE 0.
001900 77  VL-CFE-TOTAL-SEM-CONTA          PIC 9(08) COMP VALUE 0.
001910
001920******************************************************************
001930* REPORT LINE LAYOUTS.
001940******************************************************************
001950 01  VL-REL-LINHA-TEXTO              PIC X(80).
001960
001970 01  VL-REL-LINHA-DET.
001980     05  VL-REL-ROTULO               PIC X(28).
001990     05  VL-REL-VALOR                PIC ZZZZZZZ9.
002000     05  FILLER                      PIC X(44) VALUE SPACES.
002010
002020 01  VL-REL-LINHA-CICLO.
002030     05  FILLER                      PIC X(10) VALUE "CICLO:    ".
002040     05  VL-REL-CIC-CICLO            PIC X(06).
002050     05  FILLER                      PIC X(10) VALUE "  LIMITE: ".
002060     05  VL-REL-CIC-LIMITE           PIC 9(08).
002070     05  FILLER                      PIC X(08) VALUE "  DATA: ".
002080     05  VL-REL-CIC-HOJE             PIC 9(08).
002090     05  FILLER                      PIC X(30) VALUE SPACES.
002100
002110 01  VL-REL-LINHA-RECUSA.
002120     05  FILLER                      PIC X(02) VALUE SPACES.
002130     05  VL-REL-REC-USER-ID          PIC X(08).
002140     05  FILLER                      PIC X(02) VALUE SPACES.
002150     05  VL-REL-REC-DONO             PIC X(08).
002160     05  FILLER                      PIC X(02) VALUE SPACES.
002170     05  VL-REL-REC-DECISAO          PIC X(01).
002180     05  FILLER                      PIC X(02) VALUE SPACES.
002190     05  VL-REL-REC-MOTIVO           PIC X(40).
002200     05  FILLER                      PIC X(15) VALUE SPACES.
002210
002220 01  VL-REL-LINHA-DONO.
002230     05  FILLER                      PIC X(06) VALUE "DONO: ".
002240     05  VL-REL-DON-DONO             PIC X(08).
002250     05  FILLER                      PIC X(02) VALUE SPACES.
002260     05  VL-REL-DON-NOME             PIC X(30).
002270     05  FILLER                      PIC X(02) VALUE SPACES.
002280     05  VL-REL-DON-SITUACAO         PIC X(08).
002290     05  FILLER                      PIC X(24) VALUE SPACES.
002300
002310 01  VL-REL-LINHA-FALTA.
002320     05  FILLER                      PIC X(04) VALUE SPACES.
002330     05  FILLER                      PIC X(14)
002340                                     VALUE "SEM RESPOSTA: ".
002350     05  VL-REL-FAL-USER-ID          PIC X(08).
002360     05  FILLER                      PIC X(02) VALUE SPACES.
002370     05  VL-REL-FAL-CLASSE           PIC X(03).
002380     05  FILLER                      PIC X(02) VALUE SPACES.
002390     05  VL-REL-FAL-ESTADO           PIC X(08).
002400     05  FILLER                      PIC X(39) VALUE SPACES.
002410
002420 PROCEDURE DIVISION.
002430
002440 0000-MAINLINE.
002450
002460     PERFORM 1000-INICIALIZACAO THRU 1000-EXIT
002470
002480     PERFORM 2000-APLICAR-RESPOSTAS THRU 2000-EXIT
002490
002500     PERFORM 3000-REVER-CICLO THRU 3000-EXIT
002510
002520     PERFORM 5000-IMPRIMIR-SITUACAO THRU 5000-EXIT
002530
002540     PERFORM 8000-TERMINAR THRU 8000-EXIT
002550
002560     GOBACK.
002570
002580 1000-INICIALIZACAO.
002590
002600     ACCEPT VL-DATA-HOJE FROM DATE YYYYMMDD
002610     ACCEPT VL-HORA-HOJE FROM TIME
002620
002630*    THE ANSWERING OWNER GOES IN THE AFTER-STATE OF EACH RECORD;
002640*    THE RUN ITSELF IS UNATTENDED AND STAMPS "*AUTO*", AS IN
002650*    VLINATIV.
002660     MOVE "*AUTO*" TO VL-ADM-OPERADOR-ATUAL
002670
002680     PERFORM 1100-LER-CONTROLO THRU 1100-EXIT
002690
002692*    A CYCLE CLOSED ON AN EARLIER RUN IS NOT CLOSED AGAIN; ITS
002694*    UNANSWERED ACCOUNTS WERE EXPIRED WHEN IT CLOSED.
002700     IF VL-DATA-HOJE > VL-CTC-DATA-LIMITE AND
002705        NOT VL-CFE-CICLO-FECHADO-SIM
002710         MOVE "S" TO VL-CFE-PRAZO-ESGOTADO
002720     END-IF
002730
002740     OPEN I-O VL-CICLO
002750     IF VL-FS-CICLO NOT = "00"
002760         DISPLAY "VLCRTFEC - ERRO A ABRIR VLCRTCIC. FILE STATUS: "
002770             VL-FS-CICLO
002780         STOP RUN
002790     END-IF
002800
002810     OPEN INPUT VL-CREDENCIAIS
002820     IF VL-FS-CREDENCIAIS NOT = "00"
002830         DISPLAY "VLCRTFEC - ERRO A ABRIR VLCRED. FILE STATUS: "
002840             VL-FS-CREDENCIAIS
002850         STOP RUN
002860     END-IF
002870
002880     OPEN INPUT VL-DONOS
002890     EVALUATE VL-FS-DONOS
002900         WHEN "00"
002910             MOVE "S" TO VL-CFE-DONOS-ABERTO
002920         WHEN "35"
002930             CONTINUE
002940         WHEN OTHER
002950             DISPLAY "VLCRTFEC - ERRO A ABRIR VLDONO. "
002960                 "FILE STATUS: " VL-FS-DONOS
002970             STOP RUN
002980     END-EVALUATE
002990
003000*    VLMNTTR IS OPENED OUTPUT EVEN WHEN NOTHING IS TO BE REMOVED,
003010*    SO THE LAST RUN'S TRANSACTIONS ARE NEVER FED TO VLMANUT
003020*    TWICE.
003030     OPEN OUTPUT VL-MANUTENCAO
003040     IF VL-FS-MANUTENCAO NOT = "00"
003050         DISPLAY "VLCRTFEC - ERRO A ABRIR VLMNTTR. FILE STATUS: "
003060             VL-FS-MANUTENCAO
003070         STOP RUN
003080     END-IF
003090
003100     OPEN EXTEND VL-ADMIN-AUDITORIA
003110     IF VL-FS-ADMIN NOT = "00"
003120         DISPLAY "VLCRTFEC - ERRO A ABRIR VLADMAUD. FILE STATUS: "
003130             VL-FS-ADMIN
003140         STOP RUN
003150     END-IF
003160
003170     OPEN OUTPUT VL-RELATORIO
003180     IF VL-FS-RELATORIO NOT = "00"
003190         DISPLAY "VLCRTFEC - ERRO A ABRIR VLCRTREL. FILE STATUS: "
003200             VL-FS-RELATORIO
003210         STOP RUN
003220     END-IF
003230
003240     MOVE "==================================================="
003250         TO VL-REL-LINHA-TEXTO
003260     PERFORM 6000-ESCREVER-TEXTO THRU 6000-EXIT
003270     MOVE "VLCRTFEC - RECERTIFICACAO DE CONTAS PRIVILEGIADAS"
003280         TO VL-REL-LINHA-TEXTO
003290     PERFORM 6000-ESCREVER-TEXTO THRU 6000-EXIT
003300     MOVE VL-CTC-CICLO       TO VL-REL-CIC-CICLO
003310     MOVE VL-CTC-DATA-LIMITE TO VL-REL-CIC-LIMITE
003320     MOVE VL-DATA-HOJE       TO VL-REL-CIC-HOJE
003330     WRITE VL-REL-REGISTO FROM VL-REL-LINHA-CICLO
003340     IF VL-FS-RELATORIO NOT = "00"
003350         PERFORM 6900-ERRO-RELATORIO THRU 6900-EXIT
003360     END-IF
003370     MOVE "==================================================="
003380         TO VL-REL-LINHA-TEXTO
003390     PERFORM 6000-ESCREVER-TEXTO THRU 6000-EXIT
003400     MOVE "RESPOSTAS RECUSADAS:" TO VL-REL-LINHA-TEXTO
003410     PERFORM 6000-ESCREVER-TEXTO THRU 6000-EXIT.
003420
003430 1000-EXIT.
003440     EXIT.
003450
003460******************************************************************
003470* 1100-LER-CONTROLO - THERE MUST BE A CYCLE. ONE ALREADY CLOSED IS
003480* STILL REVIEWED, SO THAT ITS "D" TRANSACTIONS ARE WRITTEN AGAIN.
003490******************************************************************
003500 1100-LER-CONTROLO.
003510
003520     OPEN INPUT VL-CONTROLO
003530     EVALUATE VL-FS-CONTROLO
003540         WHEN "00"
003550             CONTINUE
003560         WHEN "35"
003570             DISPLAY "VLCRTFEC - VLCRTCTL AUSENTE - NENHUM CICLO "
003580                 "ABERTO (VER VLCRTABR)."
003590             STOP RUN
003600         WHEN OTHER
003610             DISPLAY "VLCRTFEC - ERRO A ABRIR VLCRTCTL. "
003620                 "FILE STATUS: " VL-FS-CONTROLO
003630             STOP RUN
003640     END-EVALUATE
003650
003660     READ VL-CONTROLO
003670         AT END
003680             DISPLAY "VLCRTFEC - VLCRTCTL VAZIO."
003690             STOP RUN
003700     END-READ
003710     CLOSE VL-CONTROLO
003720
003730     IF VL-CTC-FECHADO
003740         MOVE "S" TO VL-CFE-CICLO-FECHADO
003750         DISPLAY "VLCRTFEC - O CICLO " VL-CTC-CICLO
003760             " FOI FECHADO EM " VL-CTC-DATA-FECHO
003762             " - SO AS TRANSACOES D SAO REGERADAS."
003770         GO TO 1100-EXIT
003780     END-IF
003790
003800     IF NOT VL-CTC-ABERTO OR VL-CTC-DATA-LIMITE NOT NUMERIC
003810         DISPLAY "VLCRTFEC - VLCRTCTL INVALIDO: " VL-CTC-REGISTO
003820         STOP RUN
003830     END-IF.
003840
003850 1100-EXIT.
003860     EXIT.
003870
003880******************************************************************
003890* 2000-APLICAR-RESPOSTAS - NO VLCRTRES SIMPLY MEANS NO RETURNS
003900* YET; THE CYCLE IS STILL REVIEWED AND REPORTED. ONCE THE CYCLE
003905* IS CLOSED VLCRTRES IS NOT READ AT ALL.
003910******************************************************************
003920 2000-APLICAR-RESPOSTAS.
003930
003931     IF VL-CFE-CICLO-FECHADO-SIM
003932         MOVE "  CICLO FECHADO - RESPOSTAS NAO APLICADAS."
003933             TO VL-REL-LINHA-TEXTO
003934         PERFORM 6000-ESCREVER-TEXTO THRU 6000-EXIT
003935         GO TO 2000-EXIT
003936     END-IF
003937
003940     OPEN INPUT VL-RESPOSTAS
003950     EVALUATE VL-FS-RESPOSTAS
003960         WHEN "00"
003970             MOVE "N" TO VL-FIM-FICHEIRO
003980             PERFORM 2100-LER-RESPOSTA THRU 2100-EXIT
003990                 UNTIL VL-FIM-FICHEIRO-SIM
004000             CLOSE VL-RESPOSTAS
004010         WHEN "35"
004020             DISPLAY "VLCRTFEC - VLCRTRES AUSENTE - NENHUMA "
004030                 "RESPOSTA A APLICAR."
004040         WHEN OTHER
004050             DISPLAY "VLCRTFEC - ERRO A ABRIR VLCRTRES. "
004060                 "FILE STATUS: " VL-FS-RESPOSTAS
004070             STOP RUN
004080     END-EVALUATE
004090
004100     IF VL-CFE-TOTAL-RECUSADAS = 0
004110         MOVE "  NENHUMA." TO VL-REL-LINHA-TEXTO
004120         PERFORM 6000-ESCREVER-TEXTO THRU 6000-EXIT
004130     END-IF.
004140
004150 2000-EXIT.
004160     EXIT.
004170
004180 2100-LER-RESPOSTA.
004190
004200     READ VL-RESPOSTAS
004210         AT END
004220             MOVE "S" TO VL-FIM-FICHEIRO
004230             GO TO 2100-EXIT
004240     END-READ
004250
004260     ADD 1 TO VL-CFE-TOTAL-LIDAS
004270     MOVE SPACES TO VL-CFE-MOTIVO
004280
004290     IF VL-CRS-CICLO NOT = VL-CTC-CICLO
004300         MOVE "RESPOSTA DE OUTRO CICLO" TO VL-CFE-MOTIVO
004310         PERFORM 2900-RECUSAR-RESPOSTA THRU 2900-EXIT
004320         GO TO 2100-EXIT
004330     END-IF
004340
004350     MOVE VL-CRS-USER-ID TO VL-CIC-USER-ID
004360     READ VL-CICLO
004370         INVALID KEY
004380             MOVE "CONTA FORA DO CICLO" TO VL-CFE-MOTIVO
004390     END-READ
004400     IF VL-CFE-MOTIVO NOT = SPACES
004410         PERFORM 2900-RECUSAR-RESPOSTA THRU 2900-EXIT
004420         GO TO 2100-EXIT
004430     END-IF
004440     IF VL-FS-CICLO NOT = "00"
004450         DISPLAY "VLCRTFEC - ERRO A LER VLCRTCIC. FILE STATUS: "
004460             VL-FS-CICLO " UTILIZADOR: " VL-CRS-USER-ID
004470         STOP RUN
004480     END-IF
004490
004500     EVALUATE TRUE
004510         WHEN NOT VL-CRS-DECISAO-MANTER AND
004520              NOT VL-CRS-DECISAO-REMOVER
004530             MOVE "DECISAO INVALIDA - M OU R" TO VL-CFE-MOTIVO
004540         WHEN VL-CRS-DATA-RESPOSTA NOT NUMERIC
004550             MOVE "DATA DE RESPOSTA INVALIDA" TO VL-CFE-MOTIVO
004560         WHEN VL-CRS-DATA-RESPOSTA > VL-DATA-HOJE
004570             MOVE "DATA DE RESPOSTA INVALIDA" TO VL-CFE-MOTIVO
004580         WHEN VL-CRS-DATA-RESPOSTA > VL-CTC-DATA-LIMITE
004590             MOVE "RESPOSTA FORA DO PRAZO" TO VL-CFE-MOTIVO
004600         WHEN OTHER
004610             PERFORM 2200-VERIFICAR-DONO THRU 2200-EXIT
004620     END-EVALUATE
004630     IF VL-CFE-MOTIVO NOT = SPACES
004640         PERFORM 2900-RECUSAR-RESPOSTA THRU 2900-EXIT
004650         GO TO 2100-EXIT
004660     END-IF
004670
004680*    A "REMOVE" MAY ALREADY HAVE BEEN FED TO VLMANUT, SO IT
004690*    STANDS; AN EXPIRED ACCOUNT HAS MISSED THE DEADLINE. AN ANSWER
004700*    THAT MATCHES WHAT IS ALREADY RECORDED IS A RETURN FED AGAIN.
004710     EVALUATE TRUE
004720         WHEN VL-CIC-EXPIRADA
004730             MOVE "CONTA JA EXPIRADA NO CICLO" TO VL-CFE-MOTIVO
004740         WHEN VL-CIC-REMOVER AND VL-CRS-DECISAO-MANTER
004750             MOVE "REMOCAO JA PEDIDA - NAO REVERSIVEL"
004760                 TO VL-CFE-MOTIVO
004770         WHEN VL-CIC-ESTADO = VL-CRS-DECISAO
004780             ADD 1 TO VL-CFE-TOTAL-REPETIDAS
004790             GO TO 2100-EXIT
004800     END-EVALUATE
004810     IF VL-CFE-MOTIVO NOT = SPACES
004820         PERFORM 2900-RECUSAR-RESPOSTA THRU 2900-EXIT
004830         GO TO 2100-EXIT
004840     END-IF
004850
004860     PERFORM 2300-REGISTAR-RESPOSTA THRU 2300-EXIT.
004870
004880 2100-EXIT.
004890     EXIT.
004900
004910******************************************************************
004920* 2200-VERIFICAR-DONO - ONLY THE OWNER THE ATTESTATION WENT TO MAY
004930* ANSWER. AN ACCOUNT THAT HAD NO OWNER AT THE OPENING TAKES THE
004940* ONE VLDONO NAMES NOW, IF THAT IS WHO ANSWERED.
004950******************************************************************
004960 2200-VERIFICAR-DONO.
004970
004980     IF VL-CIC-DONO NOT = SPACES
004990         IF VL-CRS-DONO NOT = VL-CIC-DONO
005000             MOVE "RESPONDENTE NAO E O DONO DA CONTA"
005010                 TO VL-CFE-MOTIVO
005020         END-IF
005030         GO TO 2200-EXIT
005040     END-IF
005050
005060     IF NOT VL-CFE-DONOS-ABERTO-SIM
005070         MOVE "CONTA SEM DONO EM VLDONO" TO VL-CFE-MOTIVO
005080         GO TO 2200-EXIT
005090     END-IF
005100
005110     MOVE VL-CIC-USER-ID TO VL-DON-USER-ID
005120     READ VL-DONOS
005130         INVALID KEY
005140             MOVE "CONTA SEM DONO EM VLDONO" TO VL-CFE-MOTIVO
005150             GO TO 2200-EXIT
005160     END-READ
005170
005180     IF VL-DON-DONO = SPACES
005190         MOVE "CONTA SEM DONO EM VLDONO" TO VL-CFE-MOTIVO
005200         GO TO 2200-EXIT
005210     END-IF
005220
005230     IF VL-CRS-DONO NOT = VL-DON-DONO
005240         MOVE "RESPONDENTE NAO E O DONO DA CONTA" TO VL-CFE-MOTIVO
005250         GO TO 2200-EXIT
005260     END-IF
005270
005280     MOVE VL-DON-DONO      TO VL-CIC-DONO
005290     MOVE VL-DON-NOME-DONO TO VL-CIC-NOME-DONO.
005300
005310 2200-EXIT.
005320     EXIT.
005330
005340******************************************************************
005350* 2300-REGISTAR-RESPOSTA - RECORDS THE ANSWER IN VLCRTCIC AND ON
005360* THE ADMINISTRATIVE TRAIL, WITH THE OWNER IN THE AFTER-STATE.
005370******************************************************************
005380 2300-REGISTAR-RESPOSTA.
005390
005400     MOVE VL-CIC-ESTADO TO VL-CFE-ESTADO
005410     PERFORM 6700-NOMEAR-ESTADO THRU 6700-EXIT
005420     MOVE VL-CFE-NOME-ESTADO TO VL-ADM-ESTADO-ANTES
005430
005440     MOVE VL-CRS-DECISAO       TO VL-CIC-ESTADO
005450     MOVE VL-CRS-DATA-RESPOSTA TO VL-CIC-DATA-RESPOSTA
005460     MOVE VL-CRS-COMENTARIO    TO VL-CIC-COMENTARIO
005470     REWRITE VL-CICLO-REGISTO
005480     IF VL-FS-CICLO NOT = "00"
005490         DISPLAY "VLCRTFEC - ERRO A REGRAVAR VLCRTCIC. "
005500             "FILE STATUS: " VL-FS-CICLO
005510             " UTILIZADOR: " VL-CIC-USER-ID
005520         STOP RUN
005530     END-IF
005540
005550     MOVE "VLCRTFEC" TO VL-ADM-PROGRAMA
005560     IF VL-CIC-MANTER
005570         MOVE "CRT-MANTER" TO VL-ADM-ACCAO
005580         ADD 1 TO VL-CFE-TOTAL-MANTER
005590     ELSE
005600         MOVE "CRT-REMOVE" TO VL-ADM-ACCAO
005610         ADD 1 TO VL-CFE-TOTAL-REMOVER
005620     END-IF
005630     MOVE VL-CIC-USER-ID TO VL-ADM-ALVO
005640     MOVE VL-CIC-ESTADO  TO VL-CFE-ESTADO
005650     PERFORM 6700-NOMEAR-ESTADO THRU 6700-EXIT
005660     MOVE SPACES TO VL-ADM-ESTADO-DEPOIS
005670     STRING VL-CFE-NOME-ESTADO DELIMITED BY SPACE
005680         " POR "               DELIMITED BY SIZE
005690         VL-CIC-DONO           DELIMITED BY SIZE
005700         INTO VL-ADM-ESTADO-DEPOIS
005710     PERFORM 6500-REGISTAR-ADMIN THRU 6500-EXIT.
005720
005730 2300-EXIT.
005740     EXIT.
005750
005760 2900-RECUSAR-RESPOSTA.
005770
005780     ADD 1 TO VL-CFE-TOTAL-RECUSADAS
005790
005800     MOVE VL-CRS-USER-ID TO VL-REL-REC-USER-ID
005810     MOVE VL-CRS-DONO    TO VL-REL-REC-DONO
005820     MOVE VL-CRS-DECISAO TO VL-REL-REC-DECISAO
005830     MOVE VL-CFE-MOTIVO  TO VL-REL-REC-MOTIVO
005840     WRITE VL-REL-REGISTO FROM VL-REL-LINHA-RECUSA
005850     IF VL-FS-RELATORIO NOT = "00"
005860         PERFORM 6900-ERRO-RELATORIO THRU 6900-EXIT
005870     END-IF.
005880
005890 2900-EXIT.
005900     EXIT.
005910
005920******************************************************************
005930* 3000-REVER-CICLO - ONE PASS OVER VLCRTCIC. ON THE RUN THAT
005940* CLOSES THE CYCLE AN ACCOUNT STILL PENDING IS EXPIRED; EVERY
005950* ACCOUNT TO BE REMOVED THAT IS STILL ACTIVE IN VLCRED GETS ITS
005960* "D" TRANSACTION (AGAIN ON EVERY RUN, EVEN AFTER THE CLOSE, UNTIL
005965* VLMANUT HAS DISABLED IT); AND EACH ACCOUNT IS COUNTED UNDER ITS
005970* OWNER FOR THE COMPLETION REPORT.
005980******************************************************************
005990 3000-REVER-CICLO.
006000
006010     MOVE "N" TO VL-FIM-FICHEIRO
006020     MOVE LOW-VALUES TO VL-CIC-USER-ID
006030     START VL-CICLO KEY NOT < VL-CIC-USER-ID
006040         INVALID KEY
006050             MOVE "S" TO VL-FIM-FICHEIRO
006060     END-START
006070
006080     PERFORM 3100-REVER-CONTA THRU 3100-EXIT
006090         UNTIL VL-FIM-FICHEIRO-SIM.
006100
006110 3000-EXIT.
006120     EXIT.
006130
006140 3100-REVER-CONTA.
006150
006160     READ VL-CICLO NEXT
006170         AT END
006180             MOVE "S" TO VL-FIM-FICHEIRO
006190             GO TO 3100-EXIT
006200     END-READ
006210
006220     ADD 1 TO VL-CFE-TOTAL-CONTAS
006230
006240     IF VL-CFE-PRAZO-ESGOTADO-SIM AND VL-CIC-PENDENTE
006250         PERFORM 3150-EXPIRAR-CONTA THRU 3150-EXIT
006260     END-IF
006270
006280     IF VL-CIC-A-REMOVER
006290         PERFORM 3200-GERAR-TRANSACAO THRU 3200-EXIT
006300     END-IF
006310
006320     PERFORM 3300-ACUMULAR-DONO THRU 3300-EXIT
006330
006340     IF VL-CIC-PENDENTE OR VL-CIC-EXPIRADA
006350         ADD 1 TO VL-CFE-FALTAS
006360         MOVE VL-CIC-USER-ID TO VL-CFE-FAL-USER-ID(VL-CFE-FALTAS)
006370         MOVE VL-CIC-DONO    TO VL-CFE-FAL-DONO(VL-CFE-FALTAS)
006380         MOVE VL-CIC-CLASSE  TO VL-CFE-FAL-CLASSE(VL-CFE-FALTAS)
006390         MOVE VL-CIC-ESTADO  TO VL-CFE-FAL-ESTADO(VL-CFE-FALTAS)
006400     END-IF.
006410
006420 3100-EXIT.
006430     EXIT.
006440
006450 3150-EXPIRAR-CONTA.
006460
006470     MOVE "E"          TO VL-CIC-ESTADO
006480     MOVE VL-DATA-HOJE TO VL-CIC-DATA-RESPOSTA
006490     REWRITE VL-CICLO-REGISTO
006500     IF VL-FS-CICLO NOT = "00"
006510         DISPLAY "VLCRTFEC - ERRO A REGRAVAR VLCRTCIC. "
006520             "FILE STATUS: " VL-FS-CICLO
006530             " UTILIZADOR: " VL-CIC-USER-ID
006540         STOP RUN
006550     END-IF
006560
006570     MOVE "VLCRTFEC"   TO VL-ADM-PROGRAMA
006580     MOVE "CRT-EXPIRA" TO VL-ADM-ACCAO
006590     MOVE VL-CIC-USER-ID TO VL-ADM-ALVO
006600     MOVE "PENDENTE"   TO VL-ADM-ESTADO-ANTES
006610     MOVE "EXPIRADA"   TO VL-ADM-ESTADO-DEPOIS
006620     PERFORM 6500-REGISTAR-ADMIN THRU 6500-EXIT
006630
006640     ADD 1 TO VL-CFE-TOTAL-EXPIRADAS-AGORA.
006650
006660 3150-EXIT.
006670     EXIT.
006680
006690 3200-GERAR-TRANSACAO.
006700
006710     MOVE VL-CIC-USER-ID TO VL-CRED-USER-ID
006720     READ VL-CREDENCIAIS
006730         INVALID KEY
006740             ADD 1 TO VL-CFE-TOTAL-SEM-CONTA
006750             GO TO 3200-EXIT
006760     END-READ
006770
006780     IF VL-CRED-DESATIVADO-SIM
006790         ADD 1 TO VL-CFE-TOTAL-JA-DESATIVADAS
006800         GO TO 3200-EXIT
006810     END-IF
006820
006830     MOVE "D"            TO VL-MNT-ACCAO
006840     MOVE VL-CIC-USER-ID TO VL-MNT-USER-ID
006850     WRITE VL-MNT-TRANSACAO-REGISTO
006860     IF VL-FS-MANUTENCAO NOT = "00"
006870         DISPLAY "VLCRTFEC - ERRO A ESCREVER EM VLMNTTR. "
006880             "FILE STATUS: " VL-FS-MANUTENCAO
006890         STOP RUN
006900     END-IF
006910
006920     ADD 1 TO VL-CFE-TOTAL-TRANSACOES.
006930
006940 3200-EXIT.
006950     EXIT.
006960
006970******************************************************************
006980* 3300-ACUMULAR-DONO - FINDS THE OWNER'S ENTRY, OR INSERTS A NEW
006990* ONE IN OWNER ORDER, AND COUNTS THE ACCOUNT UNDER ITS STATE.
007000******************************************************************
007010 3300-ACUMULAR-DONO.
007020
007030     MOVE 0 TO VL-CFE-POSICAO
007040     MOVE 0 TO VL-CFE-INSERIR
007050     PERFORM 3350-PROCURAR-DONO THRU 3350-EXIT
007060         VARYING VL-CFE-D FROM 1 BY 1
007070         UNTIL VL-CFE-D > VL-CFE-DONOS
007080            OR VL-CFE-POSICAO > 0
007090            OR VL-CFE-INSERIR > 0
007100
007110     IF VL-CFE-POSICAO = 0
007120         IF VL-CFE-INSERIR = 0
007130             COMPUTE VL-CFE-INSERIR = VL-CFE-DONOS + 1
007140         END-IF
007150         PERFORM 3370-AFASTAR-DONO THRU 3370-EXIT
007160             VARYING VL-CFE-J FROM VL-CFE-DONOS BY -1
007170             UNTIL VL-CFE-J < VL-CFE-INSERIR
007180         ADD 1 TO VL-CFE-DONOS
007190         MOVE VL-CFE-INSERIR TO VL-CFE-POSICAO
007200         MOVE VL-CIC-DONO TO VL-CFE-DONO(VL-CFE-POSICAO)
007210         MOVE VL-CIC-NOME-DONO TO VL-CFE-NOME-DONO(VL-CFE-POSICAO)
007220         MOVE 0 TO VL-CFE-DON-CONTAS(VL-CFE-POSICAO)
007230         MOVE 0 TO VL-CFE-DON-MANTIDAS(VL-CFE-POSICAO)
007240         MOVE 0 TO VL-CFE-DON-REMOVER(VL-CFE-POSICAO)
007250         MOVE 0 TO VL-CFE-DON-PENDENTES(VL-CFE-POSICAO)
007260         MOVE 0 TO VL-CFE-DON-EXPIRADAS(VL-CFE-POSICAO)
007270     END-IF
007280
007290     ADD 1 TO VL-CFE-DON-CONTAS(VL-CFE-POSICAO)
007300     EVALUATE TRUE
007310         WHEN VL-CIC-MANTER
007320             ADD 1 TO VL-CFE-DON-MANTIDAS(VL-CFE-POSICAO)
007330             ADD 1 TO VL-CFE-TOTAL-MANTIDAS
007340         WHEN VL-CIC-REMOVER
007350             ADD 1 TO VL-CFE-DON-REMOVER(VL-CFE-POSICAO)
007360             ADD 1 TO VL-CFE-TOTAL-A-REMOVER
007370         WHEN VL-CIC-EXPIRADA
007380             ADD 1 TO VL-CFE-DON-EXPIRADAS(VL-CFE-POSICAO)
007390             ADD 1 TO VL-CFE-TOTAL-EXPIRADAS
007400         WHEN OTHER
007410             ADD 1 TO VL-CFE-DON-PENDENTES(VL-CFE-POSICAO)
007420             ADD 1 TO VL-CFE-TOTAL-PENDENTES
007430     END-EVALUATE.
007440
007450 3300-EXIT.
007460     EXIT.
007470
007480 3350-PROCURAR-DONO.
007490
007500     IF VL-CFE-DONO(VL-CFE-D) = VL-CIC-DONO
007510         MOVE VL-CFE-D TO VL-CFE-POSICAO
007520     ELSE
007530         IF VL-CFE-DONO(VL-CFE-D) > VL-CIC-DONO
007540             MOVE VL-CFE-D TO VL-CFE-INSERIR
007550         END-IF
007560     END-IF.
007570
007580 3350-EXIT.
007590     EXIT.
007600
007610 3370-AFASTAR-DONO.
007620
007630     MOVE VL-CFE-DONO-ENT(VL-CFE-J)
007640         TO VL-CFE-DONO-ENT(VL-CFE-J + 1).
007650
007660 3370-EXIT.
007670     EXIT.
007680
007690******************************************************************
007700* 5000-IMPRIMIR-SITUACAO - THE COMPLETION REPORT: ONE BLOCK PER
007710* OWNER WITH THE COUNTS AND EVERY ACCOUNT NOT YET ANSWERED FOR,
007720* THEN THE TOTALS.
007730******************************************************************
007740 5000-IMPRIMIR-SITUACAO.
007750
007760     MOVE "==================================================="
007770         TO VL-REL-LINHA-TEXTO
007780     PERFORM 6000-ESCREVER-TEXTO THRU 6000-EXIT
007790     MOVE "SITUACAO POR DONO:" TO VL-REL-LINHA-TEXTO
007800     PERFORM 6000-ESCREVER-TEXTO THRU 6000-EXIT
007810
007820     PERFORM 5100-IMPRIMIR-DONO THRU 5100-EXIT
007830         VARYING VL-CFE-D FROM 1 BY 1
007840         UNTIL VL-CFE-D > VL-CFE-DONOS
007850
007860     MOVE "==================================================="
007870         TO VL-REL-LINHA-TEXTO
007880     PERFORM 6000-ESCREVER-TEXTO THRU 6000-EXIT
007890     MOVE "TOTAIS:" TO VL-REL-LINHA-TEXTO
007900     PERFORM 6000-ESCREVER-TEXTO THRU 6000-EXIT
007910     MOVE "CONTAS NO CICLO........:" TO VL-REL-ROTULO
007920     MOVE VL-CFE-TOTAL-CONTAS TO VL-REL-VALOR
007930     PERFORM 6100-ESCREVER-DETALHE THRU 6100-EXIT
007940     MOVE "MANTIDAS...............:" TO VL-REL-ROTULO
007950     MOVE VL-CFE-TOTAL-MANTIDAS TO VL-REL-VALOR
007960     PERFORM 6100-ESCREVER-DETALHE THRU 6100-EXIT
007970     MOVE "A REMOVER..............:" TO VL-REL-ROTULO
007980     MOVE VL-CFE-TOTAL-A-REMOVER TO VL-REL-VALOR
007990     PERFORM 6100-ESCREVER-DETALHE THRU 6100-EXIT
008000     MOVE "SEM RESPOSTA...........:" TO VL-REL-ROTULO
008010     MOVE VL-CFE-TOTAL-PENDENTES TO VL-REL-VALOR
008020     PERFORM 6100-ESCREVER-DETALHE THRU 6100-EXIT
008030     MOVE "EXPIRADAS (REMOVER)....:" TO VL-REL-ROTULO
008040     MOVE VL-CFE-TOTAL-EXPIRADAS TO VL-REL-VALOR
008050     PERFORM 6100-ESCREVER-DETALHE THRU 6100-EXIT
008060     MOVE "RESPOSTAS RECUSADAS....:" TO VL-REL-ROTULO
008070     MOVE VL-CFE-TOTAL-RECUSADAS TO VL-REL-VALOR
008080     PERFORM 6100-ESCREVER-DETALHE THRU 6100-EXIT
008090     MOVE "TRANSACOES D EM VLMNTTR:" TO VL-REL-ROTULO
008100     MOVE VL-CFE-TOTAL-TRANSACOES TO VL-REL-VALOR
008110     PERFORM 6100-ESCREVER-DETALHE THRU 6100-EXIT
008120     MOVE "==================================================="
008130         TO VL-REL-LINHA-TEXTO
008140     PERFORM 6000-ESCREVER-TEXTO THRU 6000-EXIT
008150     CLOSE VL-RELATORIO.
008160
008170 5000-EXIT.
008180     EXIT.
008190
008200 5100-IMPRIMIR-DONO.
008210
008220     MOVE VL-CFE-DONO(VL-CFE-D)      TO VL-REL-DON-DONO
008230     MOVE VL-CFE-NOME-DONO(VL-CFE-D) TO VL-REL-DON-NOME
008240     IF VL-CFE-DON-PENDENTES(VL-CFE-D) = 0 AND
008250        VL-CFE-DON-EXPIRADAS(VL-CFE-D) = 0
008260         MOVE "COMPLETO" TO VL-REL-DON-SITUACAO
008270     ELSE
008280         MOVE "EM FALTA" TO VL-REL-DON-SITUACAO
008290     END-IF
008300     WRITE VL-REL-REGISTO FROM VL-REL-LINHA-DONO
008310     IF VL-FS-RELATORIO NOT = "00"
008320         PERFORM 6900-ERRO-RELATORIO THRU 6900-EXIT
008330     END-IF
008340
008350     MOVE "  CONTAS...............:" TO VL-REL-ROTULO
008360     MOVE VL-CFE-DON-CONTAS(VL-CFE-D) TO VL-REL-VALOR
008370     PERFORM 6100-ESCREVER-DETALHE THRU 6100-EXIT
008380     MOVE "  MANTIDAS.............:" TO VL-REL-ROTULO
008390     MOVE VL-CFE-DON-MANTIDAS(VL-CFE-D) TO VL-REL-VALOR
008400     PERFORM 6100-ESCREVER-DETALHE THRU 6100-EXIT
008410     MOVE "  A REMOVER............:" TO VL-REL-ROTULO
008420     MOVE VL-CFE-DON-REMOVER(VL-CFE-D) TO VL-REL-VALOR
008430     PERFORM 6100-ESCREVER-DETALHE THRU 6100-EXIT
008440     MOVE "  SEM RESPOSTA.........:" TO VL-REL-ROTULO
008450     MOVE VL-CFE-DON-PENDENTES(VL-CFE-D) TO VL-REL-VALOR
008460     PERFORM 6100-ESCREVER-DETALHE THRU 6100-EXIT
008470     MOVE "  EXPIRADAS............:" TO VL-REL-ROTULO
008480     MOVE VL-CFE-DON-EXPIRADAS(VL-CFE-D) TO VL-REL-VALOR
008490     PERFORM 6100-ESCREVER-DETALHE THRU 6100-EXIT
008500
008510     PERFORM 5200-IMPRIMIR-FALTA THRU 5200-EXIT
008520         VARYING VL-CFE-F FROM 1 BY 1
008530         UNTIL VL-CFE-F > VL-CFE-FALTAS.
008540
008550 5100-EXIT.
008560     EXIT.
008570
008580 5200-IMPRIMIR-FALTA.
008590
008600     IF VL-CFE-FAL-DONO(VL-CFE-F) NOT = VL-CFE-DONO(VL-CFE-D)
008610         GO TO 5200-EXIT
008620     END-IF
008630
008640     MOVE VL-CFE-FAL-ESTADO(VL-CFE-F) TO VL-CFE-ESTADO
008650     PERFORM 6700-NOMEAR-ESTADO THRU 6700-EXIT
008660     MOVE VL-CFE-FAL-USER-ID(VL-CFE-F) TO VL-REL-FAL-USER-ID
008670     MOVE VL-CFE-FAL-CLASSE(VL-CFE-F)  TO VL-REL-FAL-CLASSE
008680     MOVE VL-CFE-NOME-ESTADO           TO VL-REL-FAL-ESTADO
008690     WRITE VL-REL-REGISTO FROM VL-REL-LINHA-FALTA
008700     IF VL-FS-RELATORIO NOT = "00"
008710         PERFORM 6900-ERRO-RELATORIO THRU 6900-EXIT
008720     END-IF.
008730
008740 5200-EXIT.
008750     EXIT.
008760
008770 6000-ESCREVER-TEXTO.
008780
008790     WRITE VL-REL-REGISTO FROM VL-REL-LINHA-TEXTO
008800     IF VL-FS-RELATORIO NOT = "00"
008810         PERFORM 6900-ERRO-RELATORIO THRU 6900-EXIT
008820     END-IF.
008830
008840 6000-EXIT.
008850     EXIT.
008860
008870 6100-ESCREVER-DETALHE.
008880
008890     WRITE VL-REL-REGISTO FROM VL-REL-LINHA-DET
008900     IF VL-FS-RELATORIO NOT = "00"
008910         PERFORM 6900-ERRO-RELATORIO THRU 6900-EXIT
008920     END-IF.
008930
008940 6100-EXIT.
008950     EXIT.
008960
008970******************************************************************
008980* 6500-REGISTAR-ADMIN COMES FROM VLADMGRV, COPIED IN BELOW.
008990* 1600-IDENTIFICAR-OPERADOR ARRIVES WITH IT BUT IS NOT PERFORMED
009000* HERE - THIS JOB RUNS UNATTENDED AND STAMPS "*AUTO*" INSTEAD.
009010******************************************************************
009020     COPY VLADMGRV.
009030
009040******************************************************************
009050* 6700-NOMEAR-ESTADO - ONE-WORD NAME OF THE VLCRTCIC STATE IN
009060* VL-CFE-ESTADO, LEFT IN VL-CFE-NOME-ESTADO.
009070******************************************************************
009080 6700-NOMEAR-ESTADO.
009090
009100     EVALUATE VL-CFE-ESTADO
009110         WHEN "P"
009120             MOVE "PENDENTE" TO VL-CFE-NOME-ESTADO
009130         WHEN "M"
009140             MOVE "MANTIDA"  TO VL-CFE-NOME-ESTADO
009150         WHEN "R"
009160             MOVE "REMOVER"  TO VL-CFE-NOME-ESTADO
009170         WHEN "E"
009180             MOVE "EXPIRADA" TO VL-CFE-NOME-ESTADO
009190         WHEN OTHER
009200             MOVE "INVALIDO" TO VL-CFE-NOME-ESTADO
009210     END-EVALUATE.
009220
009230 6700-EXIT.
009240     EXIT.
009250
009260 6900-ERRO-RELATORIO.
009270
009280     DISPLAY "VLCRTFEC - ERRO A ESCREVER EM VLCRTREL. "
009290         "FILE STATUS: " VL-FS-RELATORIO
009300     STOP RUN.
009310
009320 6900-EXIT.
009330     EXIT.
009340
009350******************************************************************
009360* 8000-TERMINAR - PAST THE DEADLINE EVERY ACCOUNT IS NOW SETTLED
009370* AND THE CYCLE IS CLOSED; OTHERWISE IT STAYS OPEN FOR THE NEXT
009380* BATCH OF RETURNS. A CYCLE CLOSED ON AN EARLIER RUN IS LEFT AS IT
009390* WAS. EITHER WAY VLCRTCTL IS REWRITTEN WITH THIS RUN.
009400******************************************************************
009410 8000-TERMINAR.
009420
009430     IF VL-CFE-PRAZO-ESGOTADO-SIM
009440         MOVE "F"          TO VL-CTC-ESTADO
009450         MOVE VL-DATA-HOJE TO VL-CTC-DATA-FECHO
009460         MOVE "VLCRTFEC"   TO VL-ADM-PROGRAMA
009470         MOVE "CRT-FECHAR" TO VL-ADM-ACCAO
009480         MOVE VL-CTC-CICLO TO VL-ADM-ALVO
009490         MOVE "ABERTO"     TO VL-ADM-ESTADO-ANTES
009500         MOVE "FECHADO"    TO VL-ADM-ESTADO-DEPOIS
009510         PERFORM 6500-REGISTAR-ADMIN THRU 6500-EXIT
009520     END-IF
009530
009540     MOVE VL-DATA-HOJE TO VL-CTC-DATA-PROCESSAMENTO
009550     ADD 1 TO VL-CTC-PROCESSAMENTOS
009560
009570     OPEN OUTPUT VL-CONTROLO
009580     IF VL-FS-CONTROLO NOT = "00"
009590         DISPLAY "VLCRTFEC - ERRO A GRAVAR VLCRTCTL. "
009600             "FILE STATUS: " VL-FS-CONTROLO
009610         STOP RUN
009620     END-IF
009630     WRITE VL-CTC-REGISTO
009640     IF VL-FS-CONTROLO NOT = "00"
009650         DISPLAY "VLCRTFEC - ERRO A GRAVAR VLCRTCTL. "
009660             "FILE STATUS: " VL-FS-CONTROLO
009670         STOP RUN
009680     END-IF
009690     CLOSE VL-CONTROLO
009700
009710     CLOSE VL-CICLO
009720     CLOSE VL-CREDENCIAIS
009730     IF VL-CFE-DONOS-ABERTO-SIM
009740         CLOSE VL-DONOS
009750     END-IF
009760     CLOSE VL-MANUTENCAO
009770     CLOSE VL-ADMIN-AUDITORIA
009780
009790     IF VL-CFE-PRAZO-ESGOTADO-SIM OR VL-CFE-CICLO-FECHADO-SIM
009800         DISPLAY "VLCRTFEC - CICLO " VL-CTC-CICLO " FECHADO, "
009810             "RELATORIO EM VLCRTREL"
009820     ELSE
009830         DISPLAY "VLCRTFEC - CICLO " VL-CTC-CICLO " ABERTO ATE "
009840             VL-CTC-DATA-LIMITE ", RELATORIO EM VLCRTREL"
009850     END-IF
009860     DISPLAY "RESPOSTAS LIDAS.........: " VL-CFE-TOTAL-LIDAS
009870     DISPLAY "  APLICADAS - MANTER....: " VL-CFE-TOTAL-MANTER
009880     DISPLAY "  APLICADAS - REMOVER...: " VL-CFE-TOTAL-REMOVER
009890     DISPLAY "  JA APLICADAS..........: " VL-CFE-TOTAL-REPETIDAS
009900     DISPLAY "  RECUSADAS.............: " VL-CFE-TOTAL-RECUSADAS
009910     DISPLAY "EXPIRADAS NESTA EXECUCAO: "
009920         VL-CFE-TOTAL-EXPIRADAS-AGORA
009930     DISPLAY "CONTAS NO CICLO.........: " VL-CFE-TOTAL-CONTAS
009940     DISPLAY "  MANTIDAS..............: " VL-CFE-TOTAL-MANTIDAS
009950     DISPLAY "  A REMOVER.............: " VL-CFE-TOTAL-A-REMOVER
009960     DISPLAY "  SEM RESPOSTA..........: " VL-CFE-TOTAL-PENDENTES
009970     DISPLAY "  EXPIRADAS.............: " VL-CFE-TOTAL-EXPIRADAS
009980     DISPLAY "TRANSACOES D EM VLMNTTR.: " VL-CFE-TOTAL-TRANSACOES
009990     DISPLAY "REMOVER - JA DESATIVADAS: "
010000         VL-CFE-TOTAL-JA-DESATIVADAS
010010     DISPLAY "REMOVER - SEM VLCRED....: " VL-CFE-TOTAL-SEM-CONTA
010020
010030     IF VL-CFE-TOTAL-TRANSACOES > 0
010040         DISPLAY "VLCRTFEC - VLMNTTR TEM TRANSACOES DE "
010050             "DESATIVACAO - PASSAR AO SUPERVISOR PARA VLMANUT."
010060     END-IF.
010070
010080 8000-EXIT.
010090     EXIT.
010100
010110 END PROGRAM VLCRTFEC.
