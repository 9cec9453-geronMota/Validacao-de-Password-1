000010******************************************************************
000020* PROGRAM:  VLSIEXP
000030* AUTHOR:   J. MOTA - SEGURANCA DE ACESSOS
000040* INSTALLATION: DEPARTAMENTO DE TECNOLOGIA
000050* DATE-WRITTEN: 15/10/26
000060* DATE-COMPILED:
000070* PURPOSE:  INCREMENTAL SECURITY-EVENT EXPORT TO THE CORPORATE
000080*           SIEM. THE SECURITY OPERATIONS CENTRE WANTS OUR EVENTS
000090*           IN ITS OWN MONITORING SYSTEM RATHER THAN IN DISPLAY
000100*           REPORTS AND VLMAIL5 PRINT FILES, SO THIS JOB READS THE
000110*           VLAUDIT ATTEMPT TRAIL, THE VLADMAUD ADMINISTRATIVE
000120*           TRAIL AND THE VLMAIL4 VLALERTA ALERTS AND WRITES EACH
000130*           RECORD TO VLSIEOUT IN THE ONE COMMON DELIMITED LAYOUT
000140*           OF VLSIEEVT, WITH A TRAILER PER SOURCE GIVING COUNTS
000150*           AND THE TIME RANGE SENT.
000160*
000170*           THE VLSIECTL CONTROL FILE HOLDS, PER SOURCE, THE TIME
000180*           OF THE LAST EVENT SENT. ONLY LATER EVENTS ARE SENT,
000190*           AND THE MARKS ARE REWRITTEN ONLY AFTER VLSIEOUT IS
000200*           CLOSED, SO A RERUN AFTER A GOOD RUN SENDS NOTHING AND
000210*           A RERUN AFTER AN ABEND SENDS THE SAME EVENTS AGAIN IN
000220*           A NEW FILE. EVENTS STAMPED IN THE SECOND THE RUN
000230*           STARTED, OR LATER, ARE LEFT FOR THE NEXT RUN SO A
000240*           WRITER STILL AT WORK CAN NEVER SLIP ONE IN BEHIND THE
000250*           MARK.
000260*
000270*           VLARCH AND VLARCADM MOVE OLD RECORDS OUT OF VLAUDIT
000280*           AND VLADMAUD INTO THE VLAUDARC AND VLADMARC ARCHIVES.
000290*           WHEN A SOURCE'S MARK IS OLDER THAN THE FIRST RECORD
000300*           LEFT IN THE LIVE FILE, EVENTS NOT YET SENT MAY HAVE
000310*           BEEN TRIMMED, SO THE ARCHIVE GENERATIONS ALLOCATED TO
000320*           THE JOB ARE READ FIRST. WITHOUT THEM THE RUN IS
000330*           REFUSED BEFORE ANYTHING IS WRITTEN - EXCEPT ON THE
000340*           VERY FIRST EXPORT, WHICH STARTS FROM THE LIVE FILE IF
000350*           NO ARCHIVE IS GIVEN.
000360*
000370*           READ-ONLY OVER THE TRAILS; LIKE VLRECON IT DOES NOT
000380*           TAKE THE VLRUNCTL LOCK. SCHEDULE IT AFTER VLMAIL4 SO
000390*           VLALERTA IS CURRENT. AN ALERT IS SENT ONLY ONCE ITS
000400*           TEN-MINUTE WINDOW HAS CLOSED.
000410* TECTONICS: COBC
000420******************************************************************
000430* MODIFICATION HISTORY
000440* DATE      INIT DESCRIPTION
000450* 15/10/26  JM   ORIGINAL PROGRAM.
000460******************************************************************
000470 IDENTIFICATION DIVISION.
000480 PROGRAM-ID. VLSIEXP.
000490 ENVIRONMENT DIVISION.
000500 INPUT-OUTPUT SECTION.
000510 FILE-CONTROL.
000520     SELECT VL-CONTROLO ASSIGN TO "VLSIECTL"
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS VL-FS-CONTROLO.
000550
000560     SELECT VL-AUDITORIA ASSIGN TO "VLAUDIT"
000570         ORGANIZATION IS LINE SEQUENTIAL
000580         FILE STATUS IS VL-FS-AUDITORIA.
000590
000600     SELECT VL-AUD-ARQUIVO ASSIGN TO "VLAUDARC"
000610         ORGANIZATION IS LINE SEQUENTIAL
000620         FILE STATUS IS VL-FS-AUD-ARQUIVO.
000630
000640     SELECT VL-ADMIN-AUDITORIA ASSIGN TO "VLADMAUD"
000650         ORGANIZATION IS LINE SEQUENTIAL
000660         FILE STATUS IS VL-FS-ADMIN.
000670
000680     SELECT VL-ADM-ARQUIVO ASSIGN TO "VLADMARC"
000690         ORGANIZATION IS LINE SEQUENTIAL
000700         FILE STATUS IS VL-FS-ADM-ARQUIVO.
000710
000720     SELECT VL-ALERTAS ASSIGN TO "VLALERTA"
000730         ORGANIZATION IS LINE SEQUENTIAL
000740         FILE STATUS IS VL-FS-ALERTAS.
000750
000760     SELECT VL-EXPORTACAO ASSIGN TO "VLSIEOUT"
000770         ORGANIZATION IS LINE SEQUENTIAL
000780         FILE STATUS IS VL-FS-EXPORTACAO.
000790 DATA DIVISION.
000800 FILE SECTION.
000810 FD  VL-CONTROLO
000820     RECORDING MODE IS F.
000830     COPY VLSIECTL.
000840
000850 FD  VL-AUDITORIA
000860     RECORDING MODE IS F.
000870 01  VL-AUD-LINHA                    PIC X(156).
000880
000890 FD  VL-AUD-ARQUIVO
000900     RECORDING MODE IS F.
000910 01  VL-AUD-ARQ-LINHA                PIC X(156).
000920
000930 FD  VL-ADMIN-AUDITORIA
000940     RECORDING MODE IS F.
000950 01  VL-ADM-LINHA                    PIC X(100).
000960
000970 FD  VL-ADM-ARQUIVO
000980     RECORDING MODE IS F.
000990 01  VL-ADM-ARQ-LINHA                PIC X(100).
001000
001010 FD  VL-ALERTAS
001020     RECORDING MODE IS F.
001030     COPY VLALERTA.
001040
001050 FD  VL-EXPORTACAO
001060     RECORDING MODE IS F.
001070 01  VL-EXP-LINHA                    PIC X(242).
001080
001090 WORKING-STORAGE SECTION.
001100******************************************************************
001110* THE LIVE FILES AND THEIR ARCHIVES SHARE ONE LAYOUT EACH, SO
001120* BOTH ARE READ INTO THE SAME RECORD AREA HERE.
001130******************************************************************
001140 COPY VLAUDIT.
001150 COPY VLADMAUD.
001160 COPY VLSIEEVT.
001170
001180 77  VL-FS-CONTROLO                  PIC X(02).
001190 77  VL-FS-AUDITORIA                 PIC X(02).
001200 77  VL-FS-AUD-ARQUIVO               PIC X(02).
001210 77  VL-FS-ADMIN                     PIC X(02).
001220 77  VL-FS-ADM-ARQUIVO               PIC X(02).
001230 77  VL-FS-ALERTAS                   PIC X(02).
001240 77  VL-FS-EXPORTACAO                PIC X(02).
001250 77  VL-FIM-FICHEIRO                 PIC X(01)   VALUE "N".
001260     88  VL-FIM-FICHEIRO-SIM             VALUE "S".
001270 77  VL-SIX-EM-ARQUIVO               PIC X(01)   VALUE "N".
001280     88  VL-SIX-EM-ARQUIVO-SIM           VALUE "S".
001290
001300******************************************************************
001310* RUN START, YYYYMMDDHHMMSS. EVENTS FROM THIS SECOND ON WAIT FOR
001320* THE NEXT RUN; FOR ALERTS THE CUT IS THE START OF THE TEN-MINUTE
001330* WINDOW THE RUN STARTED IN, SO ONLY CLOSED WINDOWS ARE SENT.
001340******************************************************************
001350 77  VL-SIX-DATA-W                   PIC 9(08).
001360 77  VL-SIX-HORA-W                   PIC 9(08).
001370 01  VL-SIX-INICIO.
001380     05  VL-SIX-INICIO-JANELA        PIC X(11).
001390     05  VL-SIX-INICIO-RESTO         PIC X(03).
001400 01  VL-SIX-LIMITE REDEFINES VL-SIX-INICIO
001410                                     PIC 9(14).
001420 77  VL-SIX-LIMITE-ALERTAS           PIC 9(14).
001430 77  VL-SIX-LIMITE-ATUAL             PIC 9(14).
001440
001450******************************************************************
001460* AN ALERT'S WINDOW (DATE, HOUR, TENS OF THE MINUTE) READ AS THE
001470* TIMESTAMP OF ITS FIRST SECOND.
001480******************************************************************
001490 01  VL-SIX-JANELA-DH.
001500     05  VL-SIX-JANELA-PARTE         PIC X(11).
001510     05  FILLER                      PIC X(03)   VALUE "000".
001520 01  VL-SIX-JANELA-NUM REDEFINES VL-SIX-JANELA-DH
001530                                     PIC 9(14).
001540
001550 77  VL-SIX-PRIMEIRO-VIVO            PIC 9(14).
001560
001570******************************************************************
001580* ONE ENTRY PER SOURCE, IN EXPORT ORDER: 1 VLAUDIT, 2 VLADMAUD,
001590* 3 VLALERTA. VL-SIX-MARCA IS WHERE THIS RUN STARTS FROM,
001600* VL-SIX-NOVA-MARCA WHERE THE NEXT ONE WILL.
001610******************************************************************
001620 01  VL-SIX-FONTES.
001630     05  VL-SIX-FONTE OCCURS 3 TIMES.
001640         10  VL-SIX-NOME             PIC X(08).
001650         10  VL-SIX-MARCA            PIC 9(14).
001660         10  VL-SIX-NOVA-MARCA       PIC 9(14).
001670         10  VL-SIX-PRIMEIRO         PIC 9(14).
001680         10  VL-SIX-ULTIMO           PIC 9(14).
001690         10  VL-SIX-LER-ARQUIVO      PIC X(01).
001700         10  VL-SIX-LIDOS            PIC 9(08) COMP.
001710         10  VL-SIX-EXPORTADOS       PIC 9(08) COMP.
001720         10  VL-SIX-DO-ARQUIVO       PIC 9(08) COMP.
001730         10  VL-SIX-JA-ENVIADOS      PIC 9(08) COMP.
001740         10  VL-SIX-ADIADOS          PIC 9(08) COMP.
001750         10  VL-SIX-INVALIDOS        PIC 9(08) COMP.
001760 77  VL-SIX-F                        PIC 9(04) COMP.
001770 77  VL-SIX-TOTAL-EXPORTADOS         PIC 9(08) COMP VALUE 0.
001780
001790 PROCEDURE DIVISION.
001800
001810 0000-MAINLINE.
001820
001830     PERFORM 1000-INICIALIZACAO THRU 1000-EXIT
001840
001850     PERFORM 2000-EXPORTAR-AUDITORIA THRU 2000-EXIT
001860
001870     PERFORM 3000-EXPORTAR-ADMIN THRU 3000-EXIT
001880
001890     PERFORM 4000-EXPORTAR-ALERTAS THRU 4000-EXIT
001900
001910     PERFORM 8000-TERMINAR THRU 8000-EXIT
001920
001930     GOBACK.
001940
001950 1000-INICIALIZACAO.
001960
001970     ACCEPT VL-SIX-DATA-W FROM DATE YYYYMMDD
001980     ACCEPT VL-SIX-HORA-W FROM TIME
001990     MOVE VL-SIX-DATA-W      TO VL-SIX-INICIO(1:8)
002000     MOVE VL-SIX-HORA-W(1:6) TO VL-SIX-INICIO(9:6)
002010     MOVE VL-SIX-LIMITE      TO VL-SIX-LIMITE-ALERTAS
002020     MOVE "000"              TO VL-SIX-LIMITE-ALERTAS(12:3)
002030
002040     MOVE "VLAUDIT"  TO VL-SIX-NOME(1)
002050     MOVE "VLADMAUD" TO VL-SIX-NOME(2)
002060     MOVE "VLALERTA" TO VL-SIX-NOME(3)
002070     PERFORM 1050-LIMPAR-FONTE THRU 1050-EXIT
002080         VARYING VL-SIX-F FROM 1 BY 1 UNTIL VL-SIX-F > 3
002090
002100     PERFORM 1100-CARREGAR-MARCAS THRU 1100-EXIT
002110
002120     PERFORM 1200-VERIFICAR-ARQ-AUDITORIA THRU 1200-EXIT
002130     PERFORM 1300-VERIFICAR-ARQ-ADMIN THRU 1300-EXIT
002140
002150     OPEN OUTPUT VL-EXPORTACAO
002160     IF VL-FS-EXPORTACAO NOT = "00"
002170         DISPLAY "VLSIEXP - ERRO A ABRIR VLSIEOUT. FILE STATUS: "
002180             VL-FS-EXPORTACAO
002190         STOP RUN
002200     END-IF.
002210
002220 1000-EXIT.
002230     EXIT.
002240
002250 1050-LIMPAR-FONTE.
002260
002270     MOVE 0   TO VL-SIX-MARCA(VL-SIX-F)
002280     MOVE 0   TO VL-SIX-NOVA-MARCA(VL-SIX-F)
002290     MOVE 0   TO VL-SIX-PRIMEIRO(VL-SIX-F)
002300     MOVE 0   TO VL-SIX-ULTIMO(VL-SIX-F)
002310     MOVE "N" TO VL-SIX-LER-ARQUIVO(VL-SIX-F)
002320     MOVE 0   TO VL-SIX-LIDOS(VL-SIX-F)
002330     MOVE 0   TO VL-SIX-EXPORTADOS(VL-SIX-F)
002340     MOVE 0   TO VL-SIX-DO-ARQUIVO(VL-SIX-F)
002350     MOVE 0   TO VL-SIX-JA-ENVIADOS(VL-SIX-F)
002360     MOVE 0   TO VL-SIX-ADIADOS(VL-SIX-F)
002370     MOVE 0   TO VL-SIX-INVALIDOS(VL-SIX-F).
002380
002390 1050-EXIT.
002400     EXIT.
002410
002420******************************************************************
002430* 1100-CARREGAR-MARCAS - THE HIGH-WATER MARKS OF THE LAST GOOD
002440* RUN. NO FILE YET MEANS NOTHING HAS EVER BEEN SENT.
002450******************************************************************
002460 1100-CARREGAR-MARCAS.
002470
002480     OPEN INPUT VL-CONTROLO
002490     EVALUATE VL-FS-CONTROLO
002500         WHEN "00"
002510             CONTINUE
002520         WHEN "35"
002530             DISPLAY "VLSIEXP - VLSIECTL AUSENTE - PRIMEIRA "
002540                 "EXPORTACAO."
002550             GO TO 1100-EXIT
002560         WHEN OTHER
002570             DISPLAY "VLSIEXP - ERRO A ABRIR VLSIECTL. "
002580                 "FILE STATUS: " VL-FS-CONTROLO
002590             STOP RUN
002600     END-EVALUATE
002610
002620     MOVE "N" TO VL-FIM-FICHEIRO
002630     PERFORM 1110-LER-MARCA THRU 1110-EXIT
002640         UNTIL VL-FIM-FICHEIRO-SIM
002650
002660     CLOSE VL-CONTROLO
002670
002680     PERFORM 1150-NOVA-MARCA THRU 1150-EXIT
002690         VARYING VL-SIX-F FROM 1 BY 1 UNTIL VL-SIX-F > 3.
002700
002710 1100-EXIT.
002720     EXIT.
002730
002740 1110-LER-MARCA.
002750
002760     READ VL-CONTROLO
002770         AT END
002780             MOVE "S" TO VL-FIM-FICHEIRO
002790             GO TO 1110-EXIT
002800     END-READ
002810
002820     IF VL-SCT-MARCA NOT NUMERIC
002830         DISPLAY "VLSIEXP - VLSIECTL COM MARCA INVALIDA: "
002840             VL-SCT-REGISTO
002850         STOP RUN
002860     END-IF
002870
002880     PERFORM 1120-PROCURAR-FONTE THRU 1120-EXIT
002890         VARYING VL-SIX-F FROM 1 BY 1 UNTIL VL-SIX-F > 3.
002900
002910 1110-EXIT.
002920     EXIT.
002930
002940 1120-PROCURAR-FONTE.
002950
002960     IF VL-SCT-ORIGEM = VL-SIX-NOME(VL-SIX-F)
002970         MOVE VL-SCT-MARCA TO VL-SIX-MARCA(VL-SIX-F)
002980     END-IF.
002990
003000 1120-EXIT.
003010     EXIT.
003020
003030 1150-NOVA-MARCA.
003040
003050     MOVE VL-SIX-MARCA(VL-SIX-F) TO VL-SIX-NOVA-MARCA(VL-SIX-F).
003060
003070 1150-EXIT.
003080     EXIT.
003090
003100******************************************************************
003110* 1200-VERIFICAR-ARQ-AUDITORIA - THE FIRST RECORD OF THE LIVE
003120* VLAUDIT IS ITS OLDEST (EVERY WRITER OPENS IT EXTEND). A MARK
003130* OLDER THAN THAT MEANS THE EVENTS IN BETWEEN, IF ANY, WERE
003140* TRIMMED BY VLARCH AND MUST COME FROM VLAUDARC.
003150******************************************************************
003160 1200-VERIFICAR-ARQ-AUDITORIA.
003170
003180     OPEN INPUT VL-AUDITORIA
003190     IF VL-FS-AUDITORIA NOT = "00"
003200         DISPLAY "VLSIEXP - ERRO A ABRIR VLAUDIT. FILE STATUS: "
003210             VL-FS-AUDITORIA
003220         STOP RUN
003230     END-IF
003240
003250     MOVE 99999999999999 TO VL-SIX-PRIMEIRO-VIVO
003260     READ VL-AUDITORIA INTO VL-AUDITORIA-REGISTO
003270         AT END
003280             CONTINUE
003290         NOT AT END
003300             IF VL-AUD-DATA-HORA NUMERIC
003310                 MOVE VL-AUD-DATA-HORA TO VL-SIX-PRIMEIRO-VIVO
003320             END-IF
003330     END-READ
003340     CLOSE VL-AUDITORIA
003350
003360     IF VL-SIX-MARCA(1) NOT < VL-SIX-PRIMEIRO-VIVO
003370         GO TO 1200-EXIT
003380     END-IF
003390
003400     OPEN INPUT VL-AUD-ARQUIVO
003410     IF VL-FS-AUD-ARQUIVO = "00"
003420         CLOSE VL-AUD-ARQUIVO
003430         MOVE "S" TO VL-SIX-LER-ARQUIVO(1)
003440         GO TO 1200-EXIT
003450     END-IF
003460
003470     IF VL-SIX-MARCA(1) = 0
003480         DISPLAY "VLSIEXP - VLAUDARC NAO DISPONIVEL - PRIMEIRA "
003490             "EXPORTACAO DE VLAUDIT PARTE DO FICHEIRO ATUAL."
003500         GO TO 1200-EXIT
003510     END-IF
003520
003530     DISPLAY "VLSIEXP - VLAUDIT FOI CORTADO DEPOIS DA MARCA "
003540         VL-SIX-MARCA(1) " E VLAUDARC NAO ESTA DISPONIVEL. "
003550         "FILE STATUS: " VL-FS-AUD-ARQUIVO
003560     DISPLAY "VLSIEXP - EXPORTACAO CANCELADA - NADA FOI ENVIADO."
003570     STOP RUN.
003580
003590 1200-EXIT.
003600     EXIT.
003610
003620******************************************************************
003630* 1300-VERIFICAR-ARQ-ADMIN - THE SAME CHECK FOR VLADMAUD, TRIMMED
003640* BY VLARCADM INTO VLADMARC.
003650******************************************************************
003660 1300-VERIFICAR-ARQ-ADMIN.
003670
003680     OPEN INPUT VL-ADMIN-AUDITORIA
003690     IF VL-FS-ADMIN NOT = "00"
003700         DISPLAY "VLSIEXP - ERRO A ABRIR VLADMAUD. FILE STATUS: "
003710             VL-FS-ADMIN
003720         STOP RUN
003730     END-IF
003740
003750     MOVE 99999999999999 TO VL-SIX-PRIMEIRO-VIVO
003760     READ VL-ADMIN-AUDITORIA INTO VL-ADM-REGISTO
003770         AT END
003780             CONTINUE
003790         NOT AT END
003800             IF VL-ADM-DATA-HORA NUMERIC
003810                 MOVE VL-ADM-DATA-HORA TO VL-SIX-PRIMEIRO-VIVO
003820             END-IF
003830     END-READ
003840     CLOSE VL-ADMIN-AUDITORIA
003850
003860     IF VL-SIX-MARCA(2) NOT < VL-SIX-PRIMEIRO-VIVO
003870         GO TO 1300-EXIT
003880     END-IF
003890
003900     OPEN INPUT VL-ADM-ARQUIVO
003910     IF VL-FS-ADM-ARQUIVO = "00"
003920         CLOSE VL-ADM-ARQUIVO
003930         MOVE "S" TO VL-SIX-LER-ARQUIVO(2)
003940         GO TO 1300-EXIT
003950     END-IF
003960
003970     IF VL-SIX-MARCA(2) = 0
003980         DISPLAY "VLSIEXP - VLADMARC NAO DISPONIVEL - PRIMEIRA "
003990             "EXPORTACAO DE VLADMAUD PARTE DO FICHEIRO ATUAL."
004000         GO TO 1300-EXIT
004010     END-IF
004020
004030     DISPLAY "VLSIEXP - VLADMAUD FOI CORTADO DEPOIS DA MARCA "
004040         VL-SIX-MARCA(2) " E VLADMARC NAO ESTA DISPONIVEL. "
004050         "FILE STATUS: " VL-FS-ADM-ARQUIVO
004060     DISPLAY "VLSIEXP - EXPORTACAO CANCELADA - NADA FOI ENVIADO."
004070     STOP RUN.
004080
004090 1300-EXIT.
004100     EXIT.
004110
004120******************************************************************
004130* 2000-EXPORTAR-AUDITORIA - VLAUDARC (WHEN NEEDED) THEN VLAUDIT,
004140* OLDEST FIRST, THEN THE VLAUDIT TRAILER.
004150******************************************************************
004160 2000-EXPORTAR-AUDITORIA.
004170
004180     MOVE 1             TO VL-SIX-F
004190     MOVE VL-SIX-LIMITE TO VL-SIX-LIMITE-ATUAL
004200
004210     IF VL-SIX-LER-ARQUIVO(1) = "S"
004220         OPEN INPUT VL-AUD-ARQUIVO
004230         IF VL-FS-AUD-ARQUIVO NOT = "00"
004240             DISPLAY "VLSIEXP - ERRO A ABRIR VLAUDARC. "
004250                 "FILE STATUS: " VL-FS-AUD-ARQUIVO
004260             STOP RUN
004270         END-IF
004280         MOVE "S" TO VL-SIX-EM-ARQUIVO
004290         MOVE "N" TO VL-FIM-FICHEIRO
004300         PERFORM 2100-LER-AUD-ARQUIVO THRU 2100-EXIT
004310             UNTIL VL-FIM-FICHEIRO-SIM
004320         CLOSE VL-AUD-ARQUIVO
004330     END-IF
004340
004350     OPEN INPUT VL-AUDITORIA
004360     IF VL-FS-AUDITORIA NOT = "00"
004370         DISPLAY "VLSIEXP - ERRO A ABRIR VLAUDIT. FILE STATUS: "
004380             VL-FS-AUDITORIA
004390         STOP RUN
004400     END-IF
004410     MOVE "N" TO VL-SIX-EM-ARQUIVO
004420     MOVE "N" TO VL-FIM-FICHEIRO
004430     PERFORM 2200-LER-AUDITORIA THRU 2200-EXIT
004440         UNTIL VL-FIM-FICHEIRO-SIM
004450     CLOSE VL-AUDITORIA
004460
004470     PERFORM 6000-ESCREVER-TRAILER THRU 6000-EXIT.
004480
004490 2000-EXIT.
004500     EXIT.
004510
004520 2100-LER-AUD-ARQUIVO.
004530
004540     READ VL-AUD-ARQUIVO INTO VL-AUDITORIA-REGISTO
004550         AT END
004560             MOVE "S" TO VL-FIM-FICHEIRO
004570             GO TO 2100-EXIT
004580     END-READ
004590
004600     PERFORM 2300-CONVERTER-AUDITORIA THRU 2300-EXIT
004610     PERFORM 5000-EMITIR-EVENTO THRU 5000-EXIT.
004620
004630 2100-EXIT.
004640     EXIT.
004650
004660 2200-LER-AUDITORIA.
004670
004680     READ VL-AUDITORIA INTO VL-AUDITORIA-REGISTO
004690         AT END
004700             MOVE "S" TO VL-FIM-FICHEIRO
004710             GO TO 2200-EXIT
004720     END-READ
004730
004740     PERFORM 2300-CONVERTER-AUDITORIA THRU 2300-EXIT
004750     PERFORM 5000-EMITIR-EVENTO THRU 5000-EXIT.
004760
004770 2200-EXIT.
004780     EXIT.
004790
004800******************************************************************
004810* 2300-CONVERTER-AUDITORIA - ONE VLAUDIT ATTEMPT AS AN EVENT. A
004820* RECORD FROM BEFORE THE FULL FAILED-RULE LIST CARRIES ITS FIRST
004830* FAILED RULE INSTEAD; ONE FROM BEFORE THE CHANNEL READS AS "T".
004840******************************************************************
004850 2300-CONVERTER-AUDITORIA.
004860
004870     PERFORM 5100-LIMPAR-EVENTO THRU 5100-EXIT
004880
004890     IF VL-AUD-DATA-HORA NUMERIC
004900         MOVE VL-AUD-DATA-HORA TO VL-SEV-DATA-HORA
004910     END-IF
004920     MOVE "VLAUDIT"       TO VL-SEV-SISTEMA
004930
004940     IF VL-AUD-CANAL-VERIFICACAO
004950         MOVE "VERIFICA"  TO VL-SEV-TIPO-EVENTO
004960     ELSE
004970         MOVE "VALIDACAO" TO VL-SEV-TIPO-EVENTO
004980     END-IF
004990
005000     MOVE VL-AUD-USER-ID  TO VL-SEV-UTILIZADOR
005010
005020     IF VL-AUD-CANAL = SPACE
005030         MOVE "T"          TO VL-SEV-CANAL
005040     ELSE
005050         MOVE VL-AUD-CANAL TO VL-SEV-CANAL
005060     END-IF
005070
005080     EVALUATE TRUE
005090         WHEN VL-AUD-APROVADO
005100             MOVE "APROVADO"       TO VL-SEV-RESULTADO
005110         WHEN VL-AUD-REJEITADO
005120             MOVE "REJEITADO"      TO VL-SEV-RESULTADO
005130         WHEN OTHER
005140             MOVE VL-AUD-RESULTADO TO VL-SEV-RESULTADO
005150     END-EVALUATE
005160
005170     IF VL-AUD-REGRAS-FALHA = SPACES
005180         MOVE VL-AUD-REGRA-FALHA  TO VL-SEV-REGRAS
005190     ELSE
005200         MOVE VL-AUD-REGRAS-FALHA TO VL-SEV-REGRAS
005210     END-IF.
005220
005230 2300-EXIT.
005240     EXIT.
005250
005260******************************************************************
005270* 3000-EXPORTAR-ADMIN - VLADMARC (WHEN NEEDED) THEN VLADMAUD,
005280* OLDEST FIRST, THEN THE VLADMAUD TRAILER.
005290******************************************************************
005300 3000-EXPORTAR-ADMIN.
005310
005320     MOVE 2             TO VL-SIX-F
005330     MOVE VL-SIX-LIMITE TO VL-SIX-LIMITE-ATUAL
005340
005350     IF VL-SIX-LER-ARQUIVO(2) = "S"
005360         OPEN INPUT VL-ADM-ARQUIVO
005370         IF VL-FS-ADM-ARQUIVO NOT = "00"
005380             DISPLAY "VLSIEXP - ERRO A ABRIR VLADMARC. "
005390                 "FILE STATUS: " VL-FS-ADM-ARQUIVO
005400             STOP RUN
005410         END-IF
005420         MOVE "S" TO VL-SIX-EM-ARQUIVO
005430         MOVE "N" TO VL-FIM-FICHEIRO
005440         PERFORM 3100-LER-ADM-ARQUIVO THRU 3100-EXIT
005450             UNTIL VL-FIM-FICHEIRO-SIM
005460         CLOSE VL-ADM-ARQUIVO
005470     END-IF
005480
005490     OPEN INPUT VL-ADMIN-AUDITORIA
005500     IF VL-FS-ADMIN NOT = "00"
005510         DISPLAY "VLSIEXP - ERRO A ABRIR VLADMAUD. FILE STATUS: "
005520             VL-FS-ADMIN
005530         STOP RUN
005540     END-IF
005550     MOVE "N" TO VL-SIX-EM-ARQUIVO
005560     MOVE "N" TO VL-FIM-FICHEIRO
005570     PERFORM 3200-LER-ADMIN THRU 3200-EXIT
005580         UNTIL VL-FIM-FICHEIRO-SIM
005590     CLOSE VL-ADMIN-AUDITORIA
005600
005610     PERFORM 6000-ESCREVER-TRAILER THRU 6000-EXIT.
005620
005630 3000-EXIT.
005640     EXIT.
005650
005660 3100-LER-ADM-ARQUIVO.
005670
005680     READ VL-ADM-ARQUIVO INTO VL-ADM-REGISTO
005690         AT END
005700             MOVE "S" TO VL-FIM-FICHEIRO
005710             GO TO 3100-EXIT
005720     END-READ
005730
005740     PERFORM 3300-CONVERTER-ADMIN THRU 3300-EXIT
005750     PERFORM 5000-EMITIR-EVENTO THRU 5000-EXIT.
005760
005770 3100-EXIT.
005780     EXIT.
005790
005800 3200-LER-ADMIN.
005810
005820     READ VL-ADMIN-AUDITORIA INTO VL-ADM-REGISTO
005830         AT END
005840             MOVE "S" TO VL-FIM-FICHEIRO
005850             GO TO 3200-EXIT
005860     END-READ
005870
005880     PERFORM 3300-CONVERTER-ADMIN THRU 3300-EXIT
005890     PERFORM 5000-EMITIR-EVENTO THRU 5000-EXIT.
005900
005910 3200-EXIT.
005920     EXIT.
005930
005940******************************************************************
005950* 3300-CONVERTER-ADMIN - ONE VLADMAUD ACTION AS AN EVENT. A
005960* "RECUSADO" RECORD IS AN ACTION THE VLOPER CHECK REFUSED (SEE
005970* VLOPRCK); EVERY OTHER RECORD IS ONE THAT WAS CARRIED OUT.
005980******************************************************************
005990 3300-CONVERTER-ADMIN.
006000
006010     PERFORM 5100-LIMPAR-EVENTO THRU 5100-EXIT
006020
006030     IF VL-ADM-DATA-HORA NUMERIC
006040         MOVE VL-ADM-DATA-HORA TO VL-SEV-DATA-HORA
006050     END-IF
006060     MOVE "VLADMAUD"           TO VL-SEV-SISTEMA
006070     MOVE VL-ADM-ACCAO         TO VL-SEV-TIPO-EVENTO
006080     MOVE VL-ADM-ALVO          TO VL-SEV-UTILIZADOR
006090
006100     IF VL-ADM-ACCAO = "RECUSADO"
006110         MOVE "RECUSADO"       TO VL-SEV-RESULTADO
006120     ELSE
006130         MOVE "EXECUTADO"      TO VL-SEV-RESULTADO
006140     END-IF
006150
006160     MOVE VL-ADM-OPERADOR      TO VL-SEV-OPERADOR
006170     MOVE VL-ADM-ESTADO-ANTES  TO VL-SEV-ESTADO-ANTES
006180     MOVE VL-ADM-ESTADO-DEPOIS TO VL-SEV-ESTADO-DEPOIS.
006190
006200 3300-EXIT.
006210     EXIT.
006220
006230******************************************************************
006240* 4000-EXPORTAR-ALERTAS - VLALERTA, THEN ITS TRAILER. VLMAIL4
006250* REBUILDS THE FILE FROM THE WHOLE LIVE TRAIL EVERY RUN, SO IT IS
006260* NEVER ARCHIVED AND THE MARK ALONE KEEPS OLD ALERTS FROM GOING
006270* OUT AGAIN. NO FILE MEANS VLMAIL4 HAS NOT RUN: NOTHING TO SEND.
006280******************************************************************
006290 4000-EXPORTAR-ALERTAS.
006300
006310     MOVE 3                     TO VL-SIX-F
006320     MOVE VL-SIX-LIMITE-ALERTAS TO VL-SIX-LIMITE-ATUAL
006330
006340     OPEN INPUT VL-ALERTAS
006350     EVALUATE VL-FS-ALERTAS
006360         WHEN "00"
006370             CONTINUE
006380         WHEN "35"
006390             DISPLAY "VLSIEXP - VLALERTA AUSENTE - SEM ALERTAS "
006400                 "A ENVIAR."
006410             GO TO 4000-TRAILER
006420         WHEN OTHER
006430             DISPLAY "VLSIEXP - ERRO A ABRIR VLALERTA. "
006440                 "FILE STATUS: " VL-FS-ALERTAS
006450             STOP RUN
006460     END-EVALUATE
006470
006480     MOVE "N" TO VL-SIX-EM-ARQUIVO
006490     MOVE "N" TO VL-FIM-FICHEIRO
006500     PERFORM 4100-LER-ALERTA THRU 4100-EXIT
006510         UNTIL VL-FIM-FICHEIRO-SIM
006520     CLOSE VL-ALERTAS.
006530
006540 4000-TRAILER.
006550
006560     PERFORM 6000-ESCREVER-TRAILER THRU 6000-EXIT.
006570
006580 4000-EXIT.
006590     EXIT.
006600
006610 4100-LER-ALERTA.
006620
006630     READ VL-ALERTAS
006640         AT END
006650             MOVE "S" TO VL-FIM-FICHEIRO
006660             GO TO 4100-EXIT
006670     END-READ
006680
006690     PERFORM 4200-CONVERTER-ALERTA THRU 4200-EXIT
006700     PERFORM 5000-EMITIR-EVENTO THRU 5000-EXIT.
006710
006720 4100-EXIT.
006730     EXIT.
006740
006750******************************************************************
006760* 4200-CONVERTER-ALERTA - ONE VLMAIL4 ALERT AS AN EVENT, STAMPED
006770* WITH THE FIRST SECOND OF ITS WINDOW.
006780******************************************************************
006790 4200-CONVERTER-ALERTA.
006800
006810     PERFORM 5100-LIMPAR-EVENTO THRU 5100-EXIT
006820
006830     MOVE VL-ALR-JANELA TO VL-SIX-JANELA-PARTE
006840     IF VL-SIX-JANELA-NUM NUMERIC
006850         MOVE VL-SIX-JANELA-NUM TO VL-SEV-DATA-HORA
006860     END-IF
006870     MOVE "VLALERTA"       TO VL-SEV-SISTEMA
006880     MOVE VL-ALR-TIPO      TO VL-SEV-TIPO-EVENTO
006890     MOVE VL-ALR-USER-ID   TO VL-SEV-UTILIZADOR
006900     MOVE "PRIORID-"       TO VL-SEV-RESULTADO(1:8)
006910     MOVE VL-ALR-PRIORIDADE TO VL-SEV-RESULTADO(9:1)
006920     MOVE "OCORRENCIAS "   TO VL-SEV-ESTADO-DEPOIS(1:12)
006930     MOVE VL-ALR-CONTAGEM  TO VL-SEV-ESTADO-DEPOIS(13:5).
006940
006950 4200-EXIT.
006960     EXIT.
006970
006980******************************************************************
006990* 5000-EMITIR-EVENTO - WRITES THE EVENT BUILT IN VL-SEV-EVENTO IF
007000* IT IS LATER THAN THE SOURCE'S MARK AND EARLIER THAN THE RUN'S
007010* CUT, AND KEEPS THE SOURCE'S COUNTS, RANGE AND NEW MARK. A
007020* RECORD WITH NO USABLE TIMESTAMP CANNOT BE PLACED AGAINST THE
007030* MARK; IT IS COUNTED AND REPORTED, NOT SENT.
007040******************************************************************
007050 5000-EMITIR-EVENTO.
007060
007070     ADD 1 TO VL-SIX-LIDOS(VL-SIX-F)
007080
007090     IF VL-SEV-DATA-HORA = 0
007100         ADD 1 TO VL-SIX-INVALIDOS(VL-SIX-F)
007110         DISPLAY "VLSIEXP - " VL-SIX-NOME(VL-SIX-F)
007120             " REGISTO SEM DATA/HORA VALIDA IGNORADO: "
007130             VL-SEV-UTILIZADOR
007140         GO TO 5000-EXIT
007150     END-IF
007160
007170     IF VL-SEV-DATA-HORA NOT > VL-SIX-MARCA(VL-SIX-F)
007180         ADD 1 TO VL-SIX-JA-ENVIADOS(VL-SIX-F)
007190         GO TO 5000-EXIT
007200     END-IF
007210
007220     IF VL-SEV-DATA-HORA NOT < VL-SIX-LIMITE-ATUAL
007230         ADD 1 TO VL-SIX-ADIADOS(VL-SIX-F)
007240         GO TO 5000-EXIT
007250     END-IF
007260
007270     WRITE VL-EXP-LINHA FROM VL-SEV-EVENTO
007280     IF VL-FS-EXPORTACAO NOT = "00"
007290         DISPLAY "VLSIEXP - ERRO A ESCREVER EM VLSIEOUT. "
007300             "FILE STATUS: " VL-FS-EXPORTACAO
007310         STOP RUN
007320     END-IF
007330
007340     ADD 1 TO VL-SIX-EXPORTADOS(VL-SIX-F)
007350     ADD 1 TO VL-SIX-TOTAL-EXPORTADOS
007360     IF VL-SIX-EM-ARQUIVO-SIM
007370         ADD 1 TO VL-SIX-DO-ARQUIVO(VL-SIX-F)
007380     END-IF
007390
007400     IF VL-SIX-PRIMEIRO(VL-SIX-F) = 0 OR
007410        VL-SEV-DATA-HORA < VL-SIX-PRIMEIRO(VL-SIX-F)
007420         MOVE VL-SEV-DATA-HORA TO VL-SIX-PRIMEIRO(VL-SIX-F)
007430     END-IF
007440
007450     IF VL-SEV-DATA-HORA > VL-SIX-ULTIMO(VL-SIX-F)
007460         MOVE VL-SEV-DATA-HORA TO VL-SIX-ULTIMO(VL-SIX-F)
007470     END-IF
007480
007490     IF VL-SEV-DATA-HORA > VL-SIX-NOVA-MARCA(VL-SIX-F)
007500         MOVE VL-SEV-DATA-HORA TO VL-SIX-NOVA-MARCA(VL-SIX-F)
007510     END-IF.
007520
007530 5000-EXIT.
007540     EXIT.
007550
007560******************************************************************
007570* 5100-LIMPAR-EVENTO - BLANKS THE VARIABLE FIELDS OF THE EVENT,
007580* LEAVING THE RECORD TYPE AND DELIMITERS IN PLACE.
007590******************************************************************
007600 5100-LIMPAR-EVENTO.
007610
007620     MOVE 0      TO VL-SEV-DATA-HORA
007630     MOVE SPACES TO VL-SEV-SISTEMA
007640     MOVE SPACES TO VL-SEV-TIPO-EVENTO
007650     MOVE SPACES TO VL-SEV-UTILIZADOR
007660     MOVE SPACES TO VL-SEV-CANAL
007670     MOVE SPACES TO VL-SEV-RESULTADO
007680     MOVE SPACES TO VL-SEV-REGRAS
007690     MOVE SPACES TO VL-SEV-OPERADOR
007700     MOVE SPACES TO VL-SEV-ESTADO-ANTES
007710     MOVE SPACES TO VL-SEV-ESTADO-DEPOIS.
007720
007730 5100-EXIT.
007740     EXIT.
007750
007760******************************************************************
007770* 6000-ESCREVER-TRAILER - THE CLOSING "T" LINE OF THE CURRENT
007780* SOURCE, WRITTEN EVEN WHEN NOTHING WAS SENT SO THE RECEIVING SIDE
007790* CAN TELL A QUIET NIGHT FROM A MISSING FILE.
007800******************************************************************
007810 6000-ESCREVER-TRAILER.
007820
007830     MOVE VL-SIX-NOME(VL-SIX-F)       TO VL-STR-SISTEMA
007840     MOVE VL-SIX-EXPORTADOS(VL-SIX-F) TO VL-STR-EXPORTADOS
007850     MOVE VL-SIX-DO-ARQUIVO(VL-SIX-F) TO VL-STR-DO-ARQUIVO
007860     MOVE VL-SIX-PRIMEIRO(VL-SIX-F)   TO VL-STR-PRIMEIRO
007870     MOVE VL-SIX-ULTIMO(VL-SIX-F)     TO VL-STR-ULTIMO
007880     MOVE VL-SIX-MARCA(VL-SIX-F)      TO VL-STR-MARCA-ANTERIOR
007890     MOVE VL-SIX-LIMITE-ATUAL         TO VL-STR-LIMITE
007900
007910     WRITE VL-EXP-LINHA FROM VL-STR-TRAILER
007920     IF VL-FS-EXPORTACAO NOT = "00"
007930         DISPLAY "VLSIEXP - ERRO A ESCREVER EM VLSIEOUT. "
007940             "FILE STATUS: " VL-FS-EXPORTACAO
007950         STOP RUN
007960     END-IF.
007970
007980 6000-EXIT.
007990     EXIT.
008000
008010******************************************************************
008020* 8000-TERMINAR - CLOSES THE EXPORT AND ONLY THEN ADVANCES THE
008030* MARKS: THIS IS THE POINT AFTER WHICH A RERUN SENDS NOTHING NEW.
008040******************************************************************
008050 8000-TERMINAR.
008060
008070     CLOSE VL-EXPORTACAO
008080
008090     OPEN OUTPUT VL-CONTROLO
008100     IF VL-FS-CONTROLO NOT = "00"
008110         DISPLAY "VLSIEXP - ERRO A GRAVAR VLSIECTL. FILE STATUS: "
008120             VL-FS-CONTROLO
008130         DISPLAY "VLSIEXP - VLSIEOUT NAO DEVE SER ENVIADO - A "
008140             "PROXIMA EXECUCAO REPETE ESTES EVENTOS."
008150         STOP RUN
008160     END-IF
008170
008180     PERFORM 8100-GRAVAR-MARCA THRU 8100-EXIT
008190         VARYING VL-SIX-F FROM 1 BY 1 UNTIL VL-SIX-F > 3
008200
008210     CLOSE VL-CONTROLO
008220
008230     DISPLAY "VLSIEXP - EXPORTACAO PARA O SIEM CONCLUIDA"
008240     DISPLAY "LIMITE DA EXECUCAO......: " VL-SIX-LIMITE
008250     PERFORM 8200-MOSTRAR-FONTE THRU 8200-EXIT
008260         VARYING VL-SIX-F FROM 1 BY 1 UNTIL VL-SIX-F > 3
008270     DISPLAY "TOTAL DE EVENTOS ENVIADOS: "
008280         VL-SIX-TOTAL-EXPORTADOS.
008290
008300 8000-EXIT.
008310     EXIT.
008320
008330 8100-GRAVAR-MARCA.
008340
008350     MOVE VL-SIX-NOME(VL-SIX-F)       TO VL-SCT-ORIGEM
008360     MOVE VL-SIX-NOVA-MARCA(VL-SIX-F) TO VL-SCT-MARCA
008370     MOVE VL-SIX-LIMITE               TO VL-SCT-EXECUCAO
008380     MOVE VL-SIX-EXPORTADOS(VL-SIX-F) TO VL-SCT-EXPORTADOS
008390
008400     WRITE VL-SCT-REGISTO
008410     IF VL-FS-CONTROLO NOT = "00"
008420         DISPLAY "VLSIEXP - ERRO A GRAVAR VLSIECTL. FILE STATUS: "
008430             VL-FS-CONTROLO
008440         DISPLAY "VLSIEXP - VLSIEOUT NAO DEVE SER ENVIADO - A "
008450             "PROXIMA EXECUCAO REPETE ESTES EVENTOS."
008460         STOP RUN
008470     END-IF.
008480
008490 8100-EXIT.
008500     EXIT.
008510
008520 8200-MOSTRAR-FONTE.
008530
008540     DISPLAY VL-SIX-NOME(VL-SIX-F)
008550         "  MARCA " VL-SIX-MARCA(VL-SIX-F)
008560         " -> " VL-SIX-NOVA-MARCA(VL-SIX-F)
008570     DISPLAY "  LIDOS.................: " VL-SIX-LIDOS(VL-SIX-F)
008580     DISPLAY "  ENVIADOS..............: "
008590         VL-SIX-EXPORTADOS(VL-SIX-F)
008600     DISPLAY "    DO ARQUIVO..........: "
008610         VL-SIX-DO-ARQUIVO(VL-SIX-F)
008620     DISPLAY "  JA ENVIADOS ANTES.....: "
008630         VL-SIX-JA-ENVIADOS(VL-SIX-F)
008640     DISPLAY "  PARA A PROXIMA EXEC...: " VL-SIX-ADIADOS(VL-SIX-F)
008650     DISPLAY "  SEM DATA/HORA VALIDA..: "
008660         VL-SIX-INVALIDOS(VL-SIX-F).
008670
008680 8200-EXIT.
008690     EXIT.
008700
008710 END PROGRAM VLSIEXP.
