000010******************************************************************
000020* PROGRAM:  VLNOTIF
000030* AUTHOR:   J. MOTA - SEGURANCA DE ACESSOS
000040* INSTALLATION: DEPARTAMENTO DE TECNOLOGIA
000050* DATE-WRITTEN: 15/10/26
000060* DATE-COMPILED:
000070* PURPOSE:  NIGHTLY END-USER NOTIFICATION EXTRACT FOR THE
000080*           CORPORATE MAIL/SMS GATEWAY. UNTIL NOW EVERYTHING HERE
000090*           WAS AIMED AT THE PROVISIONING TEAM AND THE USERS
000100*           CONCERNED FIRST HEARD OF IT FROM THE HELP DESK. THIS
000110*           JOB WRITES ONE VLNOTREG NOTICE TO VLNOTOUT, ADDRESSED
000120*           FROM THE VLCONTAC CONTACT DIRECTORY, FOR EACH ACCOUNT
000130*           THAT HAS ENTERED THE VLEXPIRA WARNING WINDOW (FROM
000140*           VLAVISO), IS LOCKED BY VLBLOQ OR HELD BY VLCONTEM, HAS
000150*           A TEMPORARY PASSWORD WAITING TO BE CLAIMED (FROM
000160*           VLCRED - NEVER THE PASSWORD ITSELF), OR WAS DISABLED
000170*           BY VLINATIV SINCE THE LAST RUN (FROM VLADMAUD, PAST
000180*           THE VLNOTCTL MARK).
000190*
000200*           VLNOTEST REMEMBERS WHAT EACH USER HAS BEEN TOLD, SO A
000210*           NOTICE GOES OUT ONCE - A LOCKED ACCOUNT IS NOT
000220*           NOTIFIED AGAIN UNTIL IT HAS BEEN UNLOCKED AND LOCKED
000230*           ANEW, AND AN EXPIRATION WARNING NOT AGAIN UNTIL A NEW
000240*           PASSWORD BRINGS A NEW DATE. A USER WITH NO VLCONTAC
000250*           ENTRY, OR WITH NO ADDRESS IN IT, IS LISTED ON THE
000260*           VLNOTEXC EXCEPTION REPORT FOR HR INSTEAD AND IS TRIED
000270*           AGAIN THE NEXT NIGHT.
000280*
000290*           VLNOTEST AND THE VLNOTCTL MARK ARE UPDATED ONLY AFTER
000300*           VLNOTOUT IS CLOSED, FROM THE NOTICES IN IT. A RUN THAT
000310*           FAILS BEFORE THAT POINT CAN SIMPLY BE RERUN; ONE THAT
000320*           FAILS AFTER IT HAS A COMPLETE VLNOTOUT, WHICH SHOULD
000330*           BE SENT AND NOT REBUILT - THE NEXT NIGHT THEN REPEATS
000340*           ANY NOTICE NOT YET RECORDED RATHER THAN LOSE IT.
000350*           VLADMAUD RECORDS STAMPED IN THE SECOND THE RUN
000360*           STARTED, OR LATER, WAIT FOR THE NEXT RUN, AS IN
000370*           VLSIEXP.
000380*
000390*           READ-ONLY OVER VLCRED AND THE TRAILS; LIKE VLRECON IT
000400*           DOES NOT TAKE THE VLRUNCTL LOCK. SCHEDULE IT AFTER
000410*           VLEXPIRA, VLINATIV, VLTMPEXP AND VLCONTEM.
000420* TECTONICS: COBC
000430******************************************************************
000440* MODIFICATION HISTORY
000450* DATE      INIT DESCRIPTION
000460* 15/10/26  JM   ORIGINAL PROGRAM.
000470******************************************************************
000480 IDENTIFICATION DIVISION.
000490 PROGRAM-ID. VLNOTIF.
000500 ENVIRONMENT DIVISION.
000510 INPUT-OUTPUT SECTION.
000520 FILE-CONTROL.
000530     SELECT VL-CONTROLO ASSIGN TO "VLNOTCTL"
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS VL-FS-CONTROLO.
000560
000570     SELECT VL-CONTACTOS ASSIGN TO "VLCONTAC"
000580         ORGANIZATION IS INDEXED
000590         ACCESS MODE IS DYNAMIC
000600         RECORD KEY IS VL-CTO-USER-ID
000610         FILE STATUS IS VL-FS-CONTACTOS.
000620
000630     SELECT VL-NOTIF-ESTADO ASSIGN TO "VLNOTEST"
000640         ORGANIZATION IS INDEXED
000650         ACCESS MODE IS DYNAMIC
000660         RECORD KEY IS VL-NES-USER-ID
000670         FILE STATUS IS VL-FS-ESTADO.
000680
000690     SELECT VL-CREDENCIAIS ASSIGN TO "VLCRED"
000700         ORGANIZATION IS INDEXED
000710         ACCESS MODE IS DYNAMIC
000720         RECORD KEY IS VL-CRED-USER-ID
000730         FILE STATUS IS VL-FS-CREDENCIAIS.
000740
000750     SELECT VL-AVISOS ASSIGN TO "VLAVISO"
000760         ORGANIZATION IS LINE SEQUENTIAL
000770         FILE STATUS IS VL-FS-AVISOS.
000780
000790     SELECT VL-ADMIN-AUDITORIA ASSIGN TO "VLADMAUD"
000800         ORGANIZATION IS LINE SEQUENTIAL
000810         FILE STATUS IS VL-FS-ADMIN.
000820
000830     SELECT VL-EXTRACAO ASSIGN TO "VLNOTOUT"
000840         ORGANIZATION IS LINE SEQUENTIAL
000850         FILE STATUS IS VL-FS-EXTRACAO.
000860
000870     SELECT VL-RELATORIO ASSIGN TO "VLNOTEXC"
000880         ORGANIZATION IS LINE SEQUENTIAL
000890         FILE STATUS IS VL-FS-RELATORIO.
000900 DATA DIVISION.
000910 FILE SECTION.
000920 FD  VL-CONTROLO
000930     RECORDING MODE IS F.
000940     COPY VLNOTCTL.
000950
000960 FD  VL-CONTACTOS.
000970     COPY VLCONTAC.
000980
000990 FD  VL-NOTIF-ESTADO.
001000     COPY VLNOTEST.
001010
001020 FD  VL-CREDENCIAIS.
001030     COPY VLCRED.
001040
001050 FD  VL-AVISOS
001060     RECORDING MODE IS F.
001070     COPY VLAVISO.
001080
001090 FD  VL-ADMIN-AUDITORIA
001100     RECORDING MODE IS F.
001110 01  VL-ADM-LINHA                    PIC X(100).
001120
001130 FD  VL-EXTRACAO
001140     RECORDING MODE IS F.
001150 01  VL-EXT-LINHA                    PIC X(128).
001160
001170 FD  VL-RELATORIO
001180     RECORDING MODE IS F.
001190 01  VL-REL-REGISTO                  PIC X(80).
001200
001210 WORKING-STORAGE SECTION.
001220 COPY VLWORK.
001230 COPY VLADMAUD.
001240 COPY VLNOTREG.
001250
001260 77  VL-FS-CONTROLO                  PIC X(02).
001270 77  VL-FS-CONTACTOS                 PIC X(02).
001280 77  VL-FS-ESTADO                    PIC X(02).
001290 77  VL-FS-AVISOS                    PIC X(02).
001300 77  VL-FS-ADMIN                     PIC X(02).
001310 77  VL-FS-EXTRACAO                  PIC X(02).
001320 77  VL-FS-RELATORIO                 PIC X(02).
001330 77  VL-FIM-FICHEIRO                 PIC X(01)   VALUE "N".
001340     88  VL-FIM-FICHEIRO-SIM             VALUE "S".
001350 77  VL-NTF-DIRECTORIO-ABERTO        PIC X(01)   VALUE "N".
001360     88  VL-NTF-DIRECTORIO-ABERTO-SIM    VALUE "S".
001370 77  VL-NTF-ESTADO-EXISTE            PIC X(01).
001380     88  VL-NTF-ESTADO-EXISTE-SIM        VALUE "S".
001390 77  VL-NTF-ESTADO-ALTERADO          PIC X(01).
001400     88  VL-NTF-ESTADO-ALTERADO-SIM      VALUE "S".
001410 77  VL-NTF-TEMP-PENDENTE            PIC X(01).
001420     88  VL-NTF-TEMP-PENDENTE-SIM        VALUE "S".
001430
001440******************************************************************
001450* RUN START, YYYYMMDDHHMMSS. VLADMAUD RECORDS FROM THIS SECOND ON
001460* WAIT FOR THE NEXT RUN. IT ALSO STAMPS EVERY NOTICE.
001470******************************************************************
001480 01  VL-NTF-INICIO.
001490     05  VL-NTF-INICIO-DATA          PIC 9(08).
001500     05  VL-NTF-INICIO-HORA          PIC 9(06).
001510 01  VL-NTF-LIMITE REDEFINES VL-NTF-INICIO
001520                                     PIC 9(14).
001530 77  VL-NTF-MARCA                    PIC 9(14).
001540 77  VL-NTF-NOVA-MARCA               PIC 9(14).
001550 77  VL-NTF-PRIMEIRO-VIVO            PIC 9(14).
001560
001570******************************************************************
001580* THE NOTICE BEING CONSIDERED - SEE 5000-TRATAR-AVISO. THE SLOT IS
001590* THE VLNOTEST REFERENCE IT IS DEDUPLICATED AGAINST. FOR SLOTS 1
001600* AND 4 THE REFERENCE IS A DATE THAT CHANGES WITH EACH NEW
001610* OCCURRENCE; FOR THE OTHERS ANY NON-ZERO REFERENCE MEANS THE
001620* CURRENT LOCK, HOLD OR DISABLE HAS ALREADY BEEN NOTIFIED.
001630******************************************************************
001640 77  VL-NTF-USER-ID                  PIC X(08).
001650 77  VL-NTF-SLOT                     PIC 9(02) COMP.
001660     88  VL-NTF-SLOT-POR-DATA            VALUES 1 4.
001670 77  VL-NTF-REFERENCIA               PIC 9(08).
001680 77  VL-NTF-DIAS                     PIC 9(03).
001690 77  VL-NTF-MOTIVO                   PIC X(40).
001700
001710 77  VL-NTF-SLOT-EXPIRACAO           PIC 9(02) COMP VALUE 1.
001720 77  VL-NTF-SLOT-BLOQUEIO            PIC 9(02) COMP VALUE 2.
001730 77  VL-NTF-SLOT-RETENCAO            PIC 9(02) COMP VALUE 3.
001740 77  VL-NTF-SLOT-TEMPORARIA          PIC 9(02) COMP VALUE 4.
001750 77  VL-NTF-SLOT-DESATIVACAO         PIC 9(02) COMP VALUE 5.
001760 77  VL-NTF-S                        PIC 9(02) COMP.
001770
001780 01  VL-NTF-TIPOS-INIC.
001790     05  FILLER                      PIC X(10) VALUE "EXPIRACAO".
001800     05  FILLER                      PIC X(10) VALUE "BLOQUEIO".
001810     05  FILLER                      PIC X(10) VALUE "RETENCAO".
001820     05  FILLER                      PIC X(10) VALUE "TEMPORARIA".
001830     05  FILLER                      PIC X(10) VALUE "DESATIVADA".
001840 01  VL-NTF-TIPOS REDEFINES VL-NTF-TIPOS-INIC.
001850     05  VL-NTF-TIPO                 PIC X(10) OCCURS 5 TIMES.
001860
001870 01  VL-NTF-CONTAGENS.
001880     05  VL-NTF-CONTAGEM OCCURS 5 TIMES.
001890         10  VL-NTF-CANDIDATOS       PIC 9(08) COMP.
001900         10  VL-NTF-EMITIDOS         PIC 9(08) COMP.
001910         10  VL-NTF-REPETIDOS        PIC 9(08) COMP.
001920         10  VL-NTF-SEM-CONTACTO     PIC 9(08) COMP.
001930
001940 77  VL-NTF-TOTAL-AVISOS             PIC 9(08) COMP VALUE 0.
001950 77  VL-NTF-TOTAL-SEM-ENTRADA        PIC 9(08) COMP VALUE 0.
001960 77  VL-NTF-TOTAL-SEM-ENDERECO       PIC 9(08) COMP VALUE 0.
001970 77  VL-NTF-TOTAL-AVI-LIDOS          PIC 9(08) COMP VALUE 0.
001980 77  VL-NTF-TOTAL-CRED-LIDAS         PIC 9(08) COMP VALUE 0.
001990 77  VL-NTF-TOTAL-ADM-LIDOS          PIC 9(08) COMP VALUE 0.
002000 77  VL-NTF-TOTAL-ADM-ADIADOS        PIC 9(08) COMP VALUE 0.
002010 77  VL-NTF-TOTAL-REATIVADAS         PIC 9(08) COMP VALUE 0.
002020 77  VL-NTF-TOTAL-LIMPOS             PIC 9(08) COMP VALUE 0.
002030 77  VL-NTF-TOTAL-REGISTADOS         PIC 9(08) COMP VALUE 0.
002040
002050******************************************************************
002060* EXCEPTION REPORT LINE LAYOUTS.
002070******************************************************************
002080 01  VL-REL-LINHA-TEXTO              PIC X(80).
002090
002100 01  VL-REL-LINHA-DET.
002110     05  VL-REL-ROTULO               PIC X(28).
002120     05  VL-REL-VALOR                PIC ZZZZZZZ9.
002130     05  FILLER                      PIC X(44) VALUE SPACES.
002140
002150 01  VL-REL-LINHA-DATA.
002160     05  FILLER                      PIC X(10) VALUE "DATA:     ".
002170     05  VL-REL-DAT-HOJE             PIC 9(08).
002180     05  FILLER                      PIC X(62) VALUE SPACES.
002190
002200 01  VL-REL-LINHA-COLUNAS.
002210     05  FILLER                      PIC X(12) VALUE "  UTILIZ.".
002220     05  FILLER                      PIC X(12) VALUE "AVISO".
002230     05  FILLER                      PIC X(10) VALUE "REFERENCIA".
002240     05  FILLER                      PIC X(46) VALUE "MOTIVO".
002250
002260 01  VL-REL-LINHA-EXCECAO.
002270     05  FILLER                      PIC X(02) VALUE SPACES.
002280     05  VL-REL-EXC-USER-ID          PIC X(08).
002290     05  FILLER                      PIC X(02) VALUE SPACES.
002300     05  VL-REL-EXC-TIPO             PIC X(10).
002310     05  FILLER                      PIC X(02) VALUE SPACES.
002320     05  VL-REL-EXC-REFERENCIA       PIC 9(08).
002330     05  FILLER                      PIC X(02) VALUE SPACES.
002340     05  VL-REL-EXC-MOTIVO           PIC X(40).
002350     05  FILLER                      PIC X(06) VALUE SPACES.
002360
002370 PROCEDURE DIVISION.
002380
002390 0000-MAINLINE.
002400
002410     PERFORM 1000-INICIALIZACAO THRU 1000-EXIT
002420
002430     PERFORM 2000-AVISOS-EXPIRACAO THRU 2000-EXIT
002440
002450     PERFORM 3000-AVISOS-CREDENCIAIS THRU 3000-EXIT
002460
002470     PERFORM 4000-AVISOS-DESATIVACAO THRU 4000-EXIT
002480
002490     PERFORM 7000-FECHAR-EXTRACAO THRU 7000-EXIT
002500
002510     PERFORM 7500-REGISTAR-ESTADO THRU 7500-EXIT
002520
002530     PERFORM 8000-TERMINAR THRU 8000-EXIT
002540
002550     GOBACK.
002560
002570 1000-INICIALIZACAO.
002580
002590     ACCEPT VL-DATA-HOJE FROM DATE YYYYMMDD
002600     ACCEPT VL-HORA-HOJE FROM TIME
002610     MOVE VL-DATA-HOJE       TO VL-NTF-INICIO-DATA
002620     MOVE VL-HORA-HOJE(1:6)  TO VL-NTF-INICIO-HORA
002630
002640     PERFORM 1050-LIMPAR-CONTAGEM THRU 1050-EXIT
002650         VARYING VL-NTF-S FROM 1 BY 1 UNTIL VL-NTF-S > 5
002660
002670     PERFORM 1100-CARREGAR-MARCA THRU 1100-EXIT
002680     PERFORM 1200-VERIFICAR-ADMIN THRU 1200-EXIT
002690
002700     OPEN INPUT VL-CREDENCIAIS
002710     IF VL-FS-CREDENCIAIS NOT = "00"
002720         DISPLAY "VLNOTIF - ERRO A ABRIR VLCRED. FILE STATUS: "
002730             VL-FS-CREDENCIAIS
002740         STOP RUN
002750     END-IF
002760
002770     OPEN INPUT VL-CONTACTOS
002780     EVALUATE VL-FS-CONTACTOS
002790         WHEN "00"
002800             MOVE "S" TO VL-NTF-DIRECTORIO-ABERTO
002810         WHEN "35"
002820             DISPLAY "VLNOTIF - VLCONTAC AUSENTE - TODOS OS "
002830                 "AVISOS VAO PARA A LISTA DE EXCECOES."
002840         WHEN OTHER
002850             DISPLAY "VLNOTIF - ERRO A ABRIR VLCONTAC. "
002860                 "FILE STATUS: " VL-FS-CONTACTOS
002870             STOP RUN
002880     END-EVALUATE
002890
002900     OPEN I-O VL-NOTIF-ESTADO
002910     IF VL-FS-ESTADO = "35"
002920         OPEN OUTPUT VL-NOTIF-ESTADO
002930         CLOSE VL-NOTIF-ESTADO
002940         OPEN I-O VL-NOTIF-ESTADO
002950     END-IF
002960     IF VL-FS-ESTADO NOT = "00"
002970         DISPLAY "VLNOTIF - ERRO A ABRIR VLNOTEST. FILE STATUS: "
002980             VL-FS-ESTADO
002990         STOP RUN
003000     END-IF
003010
003020     OPEN OUTPUT VL-EXTRACAO
003030     IF VL-FS-EXTRACAO NOT = "00"
003040         DISPLAY "VLNOTIF - ERRO A ABRIR VLNOTOUT. FILE STATUS: "
003050             VL-FS-EXTRACAO
003060         STOP RUN
003070     END-IF
003080
003090     OPEN OUTPUT VL-RELATORIO
003100     IF VL-FS-RELATORIO NOT = "00"
003110         DISPLAY "VLNOTIF - ERRO A ABRIR VLNOTEXC. FILE STATUS: "
003120             VL-FS-RELATORIO
003130         STOP RUN
003140     END-IF
003150
003160     MOVE "==================================================="
003170         TO VL-REL-LINHA-TEXTO
003180     PERFORM 6000-ESCREVER-TEXTO THRU 6000-EXIT
003190     MOVE "VLNOTIF - AVISOS SEM CONTACTO - PARA CORRECAO PELOS RH"
003200         TO VL-REL-LINHA-TEXTO
003210     PERFORM 6000-ESCREVER-TEXTO THRU 6000-EXIT
003220     MOVE VL-DATA-HOJE TO VL-REL-DAT-HOJE
003230     WRITE VL-REL-REGISTO FROM VL-REL-LINHA-DATA
003240     IF VL-FS-RELATORIO NOT = "00"
003250         PERFORM 6900-ERRO-RELATORIO THRU 6900-EXIT
003260     END-IF
003270     MOVE "==================================================="
003280         TO VL-REL-LINHA-TEXTO
003290     PERFORM 6000-ESCREVER-TEXTO THRU 6000-EXIT
003300     WRITE VL-REL-REGISTO FROM VL-REL-LINHA-COLUNAS
003310     IF VL-FS-RELATORIO NOT = "00"
003320         PERFORM 6900-ERRO-RELATORIO THRU 6900-EXIT
003330     END-IF.
003340
003350 1000-EXIT.
003360     EXIT.
003370
003380 1050-LIMPAR-CONTAGEM.
003390
003400     MOVE 0 TO VL-NTF-CANDIDATOS(VL-NTF-S)
003410     MOVE 0 TO VL-NTF-EMITIDOS(VL-NTF-S)
003420     MOVE 0 TO VL-NTF-REPETIDOS(VL-NTF-S)
003430     MOVE 0 TO VL-NTF-SEM-CONTACTO(VL-NTF-S).
003440
003450 1050-EXIT.
003460     EXIT.
003470
003480******************************************************************
003490* 1100-CARREGAR-MARCA - WHERE THE LAST GOOD RUN STOPPED READING
003500* VLADMAUD. THE FIRST RUN STARTS FROM MIDNIGHT OF THE CURRENT DAY,
003510* SO A DORMANCY DISABLE MADE EARLIER IN TONIGHT'S WINDOW IS STILL
003520* NOTIFIED BUT THE WHOLE HISTORY OF THE TRAIL IS NOT.
003530******************************************************************
003540 1100-CARREGAR-MARCA.
003550
003560     OPEN INPUT VL-CONTROLO
003570     EVALUATE VL-FS-CONTROLO
003580         WHEN "00"
003590             CONTINUE
003600         WHEN "35"
003610             MOVE VL-NTF-LIMITE TO VL-NTF-MARCA
003620             MOVE "000000"      TO VL-NTF-MARCA(9:6)
003630             MOVE VL-NTF-MARCA  TO VL-NTF-NOVA-MARCA
003640             DISPLAY "VLNOTIF - VLNOTCTL AUSENTE - PRIMEIRA "
003650                 "EXECUCAO, VLADMAUD LIDO DESDE " VL-NTF-MARCA
003660             GO TO 1100-EXIT
003670         WHEN OTHER
003680             DISPLAY "VLNOTIF - ERRO A ABRIR VLNOTCTL. "
003690                 "FILE STATUS: " VL-FS-CONTROLO
003700             STOP RUN
003710     END-EVALUATE
003720
003730     READ VL-CONTROLO
003740         AT END
003750             DISPLAY "VLNOTIF - VLNOTCTL VAZIO."
003760             STOP RUN
003770     END-READ
003780
003790     IF VL-NCT-MARCA NOT NUMERIC
003800         DISPLAY "VLNOTIF - VLNOTCTL COM MARCA INVALIDA: "
003810             VL-NCT-REGISTO
003820         STOP RUN
003830     END-IF
003840
003850     MOVE VL-NCT-MARCA TO VL-NTF-MARCA
003860     MOVE VL-NCT-MARCA TO VL-NTF-NOVA-MARCA
003870     CLOSE VL-CONTROLO.
003880
003890 1100-EXIT.
003900     EXIT.
003910
003920******************************************************************
003930* 1200-VERIFICAR-ADMIN - THE FIRST RECORD OF VLADMAUD IS ITS
003940* OLDEST. A MARK OLDER THAN THAT MEANS VLARCADM TRIMMED THE TRAIL
003950* PAST RECORDS THIS JOB HAD NOT YET SEEN. DISABLE NOTICES ARE A
003960* COURTESY, NOT A CONTROL, SO THE RUN GOES ON AND SAYS SO.
003970******************************************************************
003980 1200-VERIFICAR-ADMIN.
003990
004000     OPEN INPUT VL-ADMIN-AUDITORIA
004010     IF VL-FS-ADMIN NOT = "00"
004020         DISPLAY "VLNOTIF - ERRO A ABRIR VLADMAUD. FILE STATUS: "
004030             VL-FS-ADMIN
004040         STOP RUN
004050     END-IF
004060
004070     MOVE 99999999999999 TO VL-NTF-PRIMEIRO-VIVO
004080     READ VL-ADMIN-AUDITORIA INTO VL-ADM-REGISTO
004090         AT END
004100             CONTINUE
004110         NOT AT END
004120             IF VL-ADM-DATA-HORA NUMERIC
004130                 MOVE VL-ADM-DATA-HORA TO VL-NTF-PRIMEIRO-VIVO
004140             END-IF
004150     END-READ
004160     CLOSE VL-ADMIN-AUDITORIA
004170
004180     IF VL-NTF-MARCA < VL-NTF-PRIMEIRO-VIVO AND
004190        VL-NTF-PRIMEIRO-VIVO NOT = 99999999999999
004200         DISPLAY "VLNOTIF - VLADMAUD FOI CORTADO DEPOIS DA MARCA "
004210             VL-NTF-MARCA " - DESATIVACOES ANTERIORES A "
004220             VL-NTF-PRIMEIRO-VIVO " NAO SERAO AVISADAS."
004230     END-IF.
004240
004250 1200-EXIT.
004260     EXIT.
004270
004280******************************************************************
004290* 2000-AVISOS-EXPIRACAO - VLAVISO IS REBUILT BY EVERY VLEXPIRA
004300* RUN WITH EVERY ACCOUNT INSIDE THE WARNING WINDOW, SO THE SAME
004310* ACCOUNT COMES BACK NIGHT AFTER NIGHT; VLNOTEST KEEPS IT TO ONE
004320* WARNING PER EXPIRATION DATE. ACCOUNTS ALREADY EXPIRED WERE
004330* WARNED ON THE WAY IN. NO FILE MEANS VLEXPIRA HAS NOT RUN:
004340* NOTHING TO WARN ABOUT.
004350******************************************************************
004360 2000-AVISOS-EXPIRACAO.
004370
004380     OPEN INPUT VL-AVISOS
004390     EVALUATE VL-FS-AVISOS
004400         WHEN "00"
004410             CONTINUE
004420         WHEN "35"
004430             DISPLAY "VLNOTIF - VLAVISO AUSENTE - SEM AVISOS DE "
004440                 "EXPIRACAO."
004450             GO TO 2000-EXIT
004460         WHEN OTHER
004470             DISPLAY "VLNOTIF - ERRO A ABRIR VLAVISO. "
004480                 "FILE STATUS: " VL-FS-AVISOS
004490             STOP RUN
004500     END-EVALUATE
004510
004520     MOVE "N" TO VL-FIM-FICHEIRO
004530     PERFORM 2100-LER-AVISO THRU 2100-EXIT
004540         UNTIL VL-FIM-FICHEIRO-SIM
004550     CLOSE VL-AVISOS.
004560
004570 2000-EXIT.
004580     EXIT.
004590
004600 2100-LER-AVISO.
004610
004620     READ VL-AVISOS
004630         AT END
004640             MOVE "S" TO VL-FIM-FICHEIRO
004650             GO TO 2100-EXIT
004660     END-READ
004670
004680     ADD 1 TO VL-NTF-TOTAL-AVI-LIDOS
004690
004700     IF NOT VL-AVI-A-EXPIRAR OR
004710        VL-AVI-DATA-EXPIRACAO NOT NUMERIC
004720         GO TO 2100-EXIT
004730     END-IF
004740
004750     MOVE VL-AVI-USER-ID        TO VL-NTF-USER-ID
004760     MOVE VL-NTF-SLOT-EXPIRACAO TO VL-NTF-SLOT
004770     MOVE VL-AVI-DATA-EXPIRACAO TO VL-NTF-REFERENCIA
004780     MOVE 0                     TO VL-NTF-DIAS
004790     IF VL-AVI-DIAS NUMERIC
004800         MOVE VL-AVI-DIAS TO VL-NTF-DIAS
004810     END-IF
004820     PERFORM 5000-TRATAR-AVISO THRU 5000-EXIT.
004830
004840 2100-EXIT.
004850     EXIT.
004860
004870******************************************************************
004880* 3000-AVISOS-CREDENCIAIS - ONE PASS OVER VLCRED. FIRST CLEARS THE
004890* VLNOTEST REFERENCES WHOSE CONDITION HAS ENDED (UNLOCKED,
004900* RELEASED, REACTIVATED, NO TEMPORARY PASSWORD PENDING), SO THE
004910* NEXT OCCURRENCE IS NOTIFIED AFRESH; THEN PUTS FORWARD A NOTICE
004920* FOR EVERY ACCOUNT NOW LOCKED, HELD OR WAITING ON A TEMPORARY
004930* PASSWORD. CLEARING A REFERENCE CAN ONLY CAUSE A NOTICE, NEVER
004940* LOSE ONE, SO IT IS DONE AS THE PASS GOES.
004950******************************************************************
004960 3000-AVISOS-CREDENCIAIS.
004970
004980     MOVE "N" TO VL-FIM-FICHEIRO
004990     MOVE LOW-VALUES TO VL-CRED-USER-ID
005000     START VL-CREDENCIAIS KEY NOT < VL-CRED-USER-ID
005010         INVALID KEY
005020             MOVE "S" TO VL-FIM-FICHEIRO
005030     END-START
005040
005050     PERFORM 3100-LER-CREDENCIAL THRU 3100-EXIT
005060         UNTIL VL-FIM-FICHEIRO-SIM.
005070
005080 3000-EXIT.
005090     EXIT.
005100
005110 3100-LER-CREDENCIAL.
005120
005130     READ VL-CREDENCIAIS NEXT
005140         AT END
005150             MOVE "S" TO VL-FIM-FICHEIRO
005160             GO TO 3100-EXIT
005170     END-READ
005180
005190     ADD 1 TO VL-NTF-TOTAL-CRED-LIDAS
005200
005210*    A TEMPORARY PASSWORD IS PENDING WHILE VLMAIL2'S FORCED CHANGE
005220*    HAS A CLAIM-BY DATE NOT YET PAST AND VLTMPEXP HAS NOT VOIDED
005230*    IT (HASH STILL THERE). THE VLPOLTRC FORCED RE-CHANGE CARRIES
005240*    NO CLAIM-BY DATE AND IS NOT A TEMPORARY PASSWORD.
005250     MOVE "N" TO VL-NTF-TEMP-PENDENTE
005260     IF VL-CRED-TROCA-SIM AND
005270        VL-CRED-DATA-LIMITE-TROCA NUMERIC AND
005280        VL-CRED-DATA-LIMITE-TROCA > 0 AND
005290        VL-CRED-DATA-LIMITE-TROCA NOT < VL-DATA-HOJE AND
005300        VL-CRED-PASSWORD-HASH NOT = SPACES
005310         MOVE "S" TO VL-NTF-TEMP-PENDENTE
005320     END-IF
005330
005340     MOVE VL-CRED-USER-ID TO VL-NTF-USER-ID
005350     PERFORM 5100-LER-ESTADO THRU 5100-EXIT
005360     IF VL-NTF-ESTADO-EXISTE-SIM
005370         PERFORM 3200-LIMPAR-ESTADO THRU 3200-EXIT
005380     END-IF
005390
005400     IF VL-CRED-BLOQUEADO-SIM
005410         MOVE VL-NTF-SLOT-BLOQUEIO TO VL-NTF-SLOT
005420         MOVE VL-DATA-HOJE         TO VL-NTF-REFERENCIA
005430         MOVE 0                    TO VL-NTF-DIAS
005440         PERFORM 5000-TRATAR-AVISO THRU 5000-EXIT
005450     END-IF
005460
005470     IF VL-CRED-RETIDO-SIM
005480         MOVE VL-NTF-SLOT-RETENCAO TO VL-NTF-SLOT
005490         MOVE VL-DATA-HOJE         TO VL-NTF-REFERENCIA
005500         MOVE 0                    TO VL-NTF-DIAS
005510         PERFORM 5000-TRATAR-AVISO THRU 5000-EXIT
005520     END-IF
005530
005540     IF VL-NTF-TEMP-PENDENTE-SIM
005550         MOVE VL-NTF-SLOT-TEMPORARIA    TO VL-NTF-SLOT
005560         MOVE VL-CRED-DATA-LIMITE-TROCA TO VL-NTF-REFERENCIA
005570         MOVE 0                         TO VL-NTF-DIAS
005580         PERFORM 5000-TRATAR-AVISO THRU 5000-EXIT
005590     END-IF.
005600
005610 3100-EXIT.
005620     EXIT.
005630
005640 3200-LIMPAR-ESTADO.
005650
005660     MOVE "N" TO VL-NTF-ESTADO-ALTERADO
005670
005680     IF NOT VL-CRED-BLOQUEADO-SIM AND VL-NES-REF-BLOQUEIO NOT = 0
005690         MOVE 0   TO VL-NES-REF-BLOQUEIO
005700         MOVE "S" TO VL-NTF-ESTADO-ALTERADO
005710     END-IF
005720
005730     IF NOT VL-CRED-RETIDO-SIM AND VL-NES-REF-RETENCAO NOT = 0
005740         MOVE 0   TO VL-NES-REF-RETENCAO
005750         MOVE "S" TO VL-NTF-ESTADO-ALTERADO
005760     END-IF
005770
005780     IF NOT VL-NTF-TEMP-PENDENTE-SIM AND
005790        VL-NES-REF-TEMPORARIA NOT = 0
005800         MOVE 0   TO VL-NES-REF-TEMPORARIA
005810         MOVE "S" TO VL-NTF-ESTADO-ALTERADO
005820     END-IF
005830
005840     IF NOT VL-CRED-DESATIVADO-SIM AND
005850        VL-NES-REF-DESATIVACAO NOT = 0
005860         MOVE 0   TO VL-NES-REF-DESATIVACAO
005870         MOVE "S" TO VL-NTF-ESTADO-ALTERADO
005880     END-IF
005890
005900     IF NOT VL-NTF-ESTADO-ALTERADO-SIM
005910         GO TO 3200-EXIT
005920     END-IF
005930
005940     REWRITE VL-NOTIF-ESTADO-REGISTO
005950     IF VL-FS-ESTADO NOT = "00"
005960         DISPLAY "VLNOTIF - ERRO A REGRAVAR VLNOTEST. "
005970             "FILE STATUS: " VL-FS-ESTADO
005980             " UTILIZADOR: " VL-NES-USER-ID
005990         DISPLAY "VLNOTIF - EXTRACAO CANCELADA - NAO ENVIAR "
006000             "VLNOTOUT."
006010         STOP RUN
006020     END-IF
006030
006040     ADD 1 TO VL-NTF-TOTAL-LIMPOS.
006050
006060 3200-EXIT.
006070     EXIT.
006080
006090******************************************************************
006100* 4000-AVISOS-DESATIVACAO - VLINATIV DISABLES RECORDED IN VLADMAUD
006110* AFTER THE MARK AND BEFORE THIS RUN STARTED. ONLY VLINATIV'S ARE
006120* NOTIFIED - A VLMANUT DISABLE IS A DELIBERATE ACT, OFTEN FOR A
006130* LEAVER. AN ACCOUNT REACTIVATED SINCE IS LEFT ALONE. THE MARK
006140* MOVES PAST EVERY RECORD READ, WHATEVER PROGRAM WROTE IT.
006150******************************************************************
006160 4000-AVISOS-DESATIVACAO.
006170
006180     OPEN INPUT VL-ADMIN-AUDITORIA
006190     IF VL-FS-ADMIN NOT = "00"
006200         DISPLAY "VLNOTIF - ERRO A ABRIR VLADMAUD. FILE STATUS: "
006210             VL-FS-ADMIN
006220         STOP RUN
006230     END-IF
006240
006250     MOVE "N" TO VL-FIM-FICHEIRO
006260     PERFORM 4100-LER-ADMIN THRU 4100-EXIT
006270         UNTIL VL-FIM-FICHEIRO-SIM
006280     CLOSE VL-ADMIN-AUDITORIA.
006290
006300 4000-EXIT.
006310     EXIT.
006320
006330 4100-LER-ADMIN.
006340
006350     READ VL-ADMIN-AUDITORIA INTO VL-ADM-REGISTO
006360         AT END
006370             MOVE "S" TO VL-FIM-FICHEIRO
006380             GO TO 4100-EXIT
006390     END-READ
006400
006410     IF VL-ADM-DATA-HORA NOT NUMERIC
006420         GO TO 4100-EXIT
006430     END-IF
006440
006450     IF VL-ADM-DATA-HORA NOT > VL-NTF-MARCA
006460         GO TO 4100-EXIT
006470     END-IF
006480
006490     IF VL-ADM-DATA-HORA NOT < VL-NTF-LIMITE
006500         ADD 1 TO VL-NTF-TOTAL-ADM-ADIADOS
006510         GO TO 4100-EXIT
006520     END-IF
006530
006540     ADD 1 TO VL-NTF-TOTAL-ADM-LIDOS
006550     IF VL-ADM-DATA-HORA > VL-NTF-NOVA-MARCA
006560         MOVE VL-ADM-DATA-HORA TO VL-NTF-NOVA-MARCA
006570     END-IF
006580
006590     IF VL-ADM-PROGRAMA NOT = "VLINATIV" OR
006600        VL-ADM-ACCAO NOT = "DESATIVAR"
006610         GO TO 4100-EXIT
006620     END-IF
006630
006640     MOVE VL-ADM-ALVO(1:8) TO VL-CRED-USER-ID
006650     READ VL-CREDENCIAIS
006660         INVALID KEY
006670             ADD 1 TO VL-NTF-TOTAL-REATIVADAS
006680             GO TO 4100-EXIT
006690     END-READ
006700
006710     IF NOT VL-CRED-DESATIVADO-SIM
006720         ADD 1 TO VL-NTF-TOTAL-REATIVADAS
006730         GO TO 4100-EXIT
006740     END-IF
006750
006760     MOVE VL-CRED-USER-ID         TO VL-NTF-USER-ID
006770     MOVE VL-NTF-SLOT-DESATIVACAO TO VL-NTF-SLOT
006780     MOVE VL-ADM-DATA-HORA(1:8)   TO VL-NTF-REFERENCIA
006790     MOVE 0                       TO VL-NTF-DIAS
006800     PERFORM 5000-TRATAR-AVISO THRU 5000-EXIT.
006810
006820 4100-EXIT.
006830     EXIT.
006840
006850******************************************************************
006860* 5000-TRATAR-AVISO - ONE PROPOSED NOTICE (VL-NTF-USER-ID, -SLOT,
006870* -REFERENCIA, -DIAS). DROPPED IF VLNOTEST SHOWS IT ALREADY SENT;
006880* LISTED ON VLNOTEXC IF THE USER CANNOT BE REACHED; OTHERWISE
006890* WRITTEN TO VLNOTOUT ON THE PREFERRED CHANNEL, OR ON THE OTHER
006900* ONE WHEN THE PREFERRED ONE HAS NO ADDRESS. VLNOTEST ITSELF IS
006910* NOT TOUCHED HERE - SEE 7500-REGISTAR-ESTADO.
006920******************************************************************
006930 5000-TRATAR-AVISO.
006940
006950     ADD 1 TO VL-NTF-CANDIDATOS(VL-NTF-SLOT)
006960
006970     PERFORM 5100-LER-ESTADO THRU 5100-EXIT
006980     IF VL-NTF-SLOT-POR-DATA
006990         IF VL-NES-REFERENCIA(VL-NTF-SLOT) = VL-NTF-REFERENCIA
007000             ADD 1 TO VL-NTF-REPETIDOS(VL-NTF-SLOT)
007010             GO TO 5000-EXIT
007020         END-IF
007030     ELSE
007040         IF VL-NES-REFERENCIA(VL-NTF-SLOT) NOT = 0
007050             ADD 1 TO VL-NTF-REPETIDOS(VL-NTF-SLOT)
007060             GO TO 5000-EXIT
007070         END-IF
007080     END-IF
007090
007100     IF NOT VL-NTF-DIRECTORIO-ABERTO-SIM
007110         MOVE "SEM ENTRADA NO DIRECTORIO VLCONTAC"
007120             TO VL-NTF-MOTIVO
007130         ADD 1 TO VL-NTF-TOTAL-SEM-ENTRADA
007140         PERFORM 5800-REGISTAR-EXCECAO THRU 5800-EXIT
007150         GO TO 5000-EXIT
007160     END-IF
007170
007180     MOVE VL-NTF-USER-ID TO VL-CTO-USER-ID
007190     READ VL-CONTACTOS
007200         INVALID KEY
007210             MOVE "SEM ENTRADA NO DIRECTORIO VLCONTAC"
007220                 TO VL-NTF-MOTIVO
007230             ADD 1 TO VL-NTF-TOTAL-SEM-ENTRADA
007240             PERFORM 5800-REGISTAR-EXCECAO THRU 5800-EXIT
007250             GO TO 5000-EXIT
007260     END-READ
007270
007280     EVALUATE TRUE
007290         WHEN VL-CTO-CANAL-SMS AND VL-CTO-TELEMOVEL NOT = SPACES
007300             MOVE "S" TO VL-NOT-CANAL
007310         WHEN VL-CTO-EMAIL NOT = SPACES
007320             MOVE "E" TO VL-NOT-CANAL
007330         WHEN VL-CTO-TELEMOVEL NOT = SPACES
007340             MOVE "S" TO VL-NOT-CANAL
007350         WHEN OTHER
007360             MOVE "ENTRADA SEM E-MAIL NEM TELEMOVEL"
007370                 TO VL-NTF-MOTIVO
007380             ADD 1 TO VL-NTF-TOTAL-SEM-ENDERECO
007390             PERFORM 5800-REGISTAR-EXCECAO THRU 5800-EXIT
007400             GO TO 5000-EXIT
007410     END-EVALUATE
007420
007430     MOVE VL-NTF-LIMITE             TO VL-NOT-DATA-HORA
007440     MOVE VL-NTF-USER-ID            TO VL-NOT-USER-ID
007450     MOVE VL-NTF-TIPO(VL-NTF-SLOT)  TO VL-NOT-TIPO-AVISO
007460     MOVE VL-CTO-EMAIL              TO VL-NOT-EMAIL
007470     MOVE VL-CTO-TELEMOVEL          TO VL-NOT-TELEMOVEL
007480     MOVE VL-NTF-REFERENCIA         TO VL-NOT-DATA-REFERENCIA
007490     MOVE VL-NTF-DIAS               TO VL-NOT-DIAS
007500
007510     WRITE VL-EXT-LINHA FROM VL-NOT-AVISO
007520     IF VL-FS-EXTRACAO NOT = "00"
007530         DISPLAY "VLNOTIF - ERRO A ESCREVER EM VLNOTOUT. "
007540             "FILE STATUS: " VL-FS-EXTRACAO
007550         DISPLAY "VLNOTIF - EXTRACAO CANCELADA - NAO ENVIAR "
007560             "VLNOTOUT."
007570         STOP RUN
007580     END-IF
007590
007600     ADD 1 TO VL-NTF-EMITIDOS(VL-NTF-SLOT)
007610     ADD 1 TO VL-NTF-TOTAL-AVISOS.
007620
007630 5000-EXIT.
007640     EXIT.
007650
007660******************************************************************
007670* 5100-LER-ESTADO - THE VLNOTEST RECORD OF VL-NTF-USER-ID, OR A
007680* ZEROED ONE (VL-NTF-ESTADO-EXISTE "N") IF THE USER HAS NEVER BEEN
007690* NOTIFIED.
007700******************************************************************
007710 5100-LER-ESTADO.
007720
007730     MOVE VL-NTF-USER-ID TO VL-NES-USER-ID
007740     READ VL-NOTIF-ESTADO
007750         INVALID KEY
007760             MOVE "N" TO VL-NTF-ESTADO-EXISTE
007770         NOT INVALID KEY
007780             MOVE "S" TO VL-NTF-ESTADO-EXISTE
007790     END-READ
007800
007810     IF VL-FS-ESTADO NOT = "00" AND VL-FS-ESTADO NOT = "23"
007820         DISPLAY "VLNOTIF - ERRO A LER VLNOTEST. FILE STATUS: "
007830             VL-FS-ESTADO " UTILIZADOR: " VL-NTF-USER-ID
007840         STOP RUN
007850     END-IF
007860
007870     IF NOT VL-NTF-ESTADO-EXISTE-SIM
007880         MOVE SPACES         TO VL-NOTIF-ESTADO-REGISTO
007890         MOVE VL-NTF-USER-ID TO VL-NES-USER-ID
007900         MOVE ZEROS          TO VL-NES-REFERENCIAS
007910         MOVE 0              TO VL-NES-DATA-ULTIMO-AVISO
007920     END-IF.
007930
007940 5100-EXIT.
007950     EXIT.
007960
007970 5800-REGISTAR-EXCECAO.
007980
007990     ADD 1 TO VL-NTF-SEM-CONTACTO(VL-NTF-SLOT)
008000
008010     MOVE VL-NTF-USER-ID           TO VL-REL-EXC-USER-ID
008020     MOVE VL-NTF-TIPO(VL-NTF-SLOT) TO VL-REL-EXC-TIPO
008030     MOVE VL-NTF-REFERENCIA        TO VL-REL-EXC-REFERENCIA
008040     MOVE VL-NTF-MOTIVO            TO VL-REL-EXC-MOTIVO
008050     WRITE VL-REL-REGISTO FROM VL-REL-LINHA-EXCECAO
008060     IF VL-FS-RELATORIO NOT = "00"
008070         PERFORM 6900-ERRO-RELATORIO THRU 6900-EXIT
008080     END-IF.
008090
008100 5800-EXIT.
008110     EXIT.
008120
008130 6000-ESCREVER-TEXTO.
008140
008150     WRITE VL-REL-REGISTO FROM VL-REL-LINHA-TEXTO
008160     IF VL-FS-RELATORIO NOT = "00"
008170         PERFORM 6900-ERRO-RELATORIO THRU 6900-EXIT
008180     END-IF.
008190
008200 6000-EXIT.
008210     EXIT.
008220
008230 6100-ESCREVER-DETALHE.
008240
008250     WRITE VL-REL-REGISTO FROM VL-REL-LINHA-DET
008260     IF VL-FS-RELATORIO NOT = "00"
008270         PERFORM 6900-ERRO-RELATORIO THRU 6900-EXIT
008280     END-IF.
008290
008300 6100-EXIT.
008310     EXIT.
008320
008330 6900-ERRO-RELATORIO.
008340
008350     DISPLAY "VLNOTIF - ERRO A ESCREVER EM VLNOTEXC. "
008360         "FILE STATUS: " VL-FS-RELATORIO
008370     DISPLAY "VLNOTIF - EXTRACAO CANCELADA - NAO ENVIAR VLNOTOUT."
008380     STOP RUN.
008390
008400 6900-EXIT.
008410     EXIT.
008420
008430******************************************************************
008440* 7000-FECHAR-EXTRACAO - THE "T" TRAILER, WRITTEN EVEN ON A QUIET
008450* NIGHT SO THE GATEWAY CAN TELL IT FROM A MISSING FILE, THEN THE
008460* CLOSE THAT MAKES VLNOTOUT COMPLETE. THE EXCEPTION REPORT CLOSES
008470* WITH ITS TOTALS.
008480******************************************************************
008490 7000-FECHAR-EXTRACAO.
008500
008510     MOVE VL-NTF-LIMITE       TO VL-NTR-DATA-HORA
008520     MOVE VL-NTF-TOTAL-AVISOS TO VL-NTR-AVISOS
008530     WRITE VL-EXT-LINHA FROM VL-NTR-TRAILER
008540     IF VL-FS-EXTRACAO NOT = "00"
008550         DISPLAY "VLNOTIF - ERRO A ESCREVER EM VLNOTOUT. "
008560             "FILE STATUS: " VL-FS-EXTRACAO
008570         DISPLAY "VLNOTIF - EXTRACAO CANCELADA - NAO ENVIAR "
008580             "VLNOTOUT."
008590         STOP RUN
008600     END-IF
008610     CLOSE VL-EXTRACAO
008620
008630     MOVE "==================================================="
008640         TO VL-REL-LINHA-TEXTO
008650     PERFORM 6000-ESCREVER-TEXTO THRU 6000-EXIT
008660     MOVE "TOTAIS:" TO VL-REL-LINHA-TEXTO
008670     PERFORM 6000-ESCREVER-TEXTO THRU 6000-EXIT
008680     MOVE "AVISOS EXTRAIDOS.......:" TO VL-REL-ROTULO
008690     MOVE VL-NTF-TOTAL-AVISOS TO VL-REL-VALOR
008700     PERFORM 6100-ESCREVER-DETALHE THRU 6100-EXIT
008710     MOVE "SEM ENTRADA EM VLCONTAC:" TO VL-REL-ROTULO
008720     MOVE VL-NTF-TOTAL-SEM-ENTRADA TO VL-REL-VALOR
008730     PERFORM 6100-ESCREVER-DETALHE THRU 6100-EXIT
008740     MOVE "ENTRADA SEM ENDERECO...:" TO VL-REL-ROTULO
008750     MOVE VL-NTF-TOTAL-SEM-ENDERECO TO VL-REL-VALOR
008760     PERFORM 6100-ESCREVER-DETALHE THRU 6100-EXIT
008770     MOVE "==================================================="
008780         TO VL-REL-LINHA-TEXTO
008790     PERFORM 6000-ESCREVER-TEXTO THRU 6000-EXIT
008800     CLOSE VL-RELATORIO.
008810
008820 7000-EXIT.
008830     EXIT.
008840
008850******************************************************************
008860* 7500-REGISTAR-ESTADO - READS THE CLOSED VLNOTOUT BACK AND
008870* RECORDS EACH NOTICE IN VLNOTEST, SO ONLY WHAT IS IN A COMPLETE
008880* EXTRACT COUNTS AS SENT. FROM HERE ON VLNOTOUT IS GOOD: A FAILURE
008890* MUST NOT BE RERUN, OR THE NOTICES ALREADY RECORDED WOULD BE
008900* MISSING FROM THE REBUILT FILE.
008910******************************************************************
008920 7500-REGISTAR-ESTADO.
008930
008940     OPEN INPUT VL-EXTRACAO
008950     IF VL-FS-EXTRACAO NOT = "00"
008960         DISPLAY "VLNOTIF - ERRO A REABRIR VLNOTOUT. "
008970             "FILE STATUS: " VL-FS-EXTRACAO
008980         PERFORM 7900-FALHA-POS-EXTRACAO THRU 7900-EXIT
008990     END-IF
009000
009010     MOVE "N" TO VL-FIM-FICHEIRO
009020     PERFORM 7600-REGISTAR-AVISO THRU 7600-EXIT
009030         UNTIL VL-FIM-FICHEIRO-SIM
009040     CLOSE VL-EXTRACAO.
009050
009060 7500-EXIT.
009070     EXIT.
009080
009090 7600-REGISTAR-AVISO.
009100
009110     READ VL-EXTRACAO INTO VL-NOT-AVISO
009120         AT END
009130             MOVE "S" TO VL-FIM-FICHEIRO
009140             GO TO 7600-EXIT
009150     END-READ
009160
009170     EVALUATE TRUE
009180         WHEN VL-NOT-TIPO-REG NOT = "A"
009190             GO TO 7600-EXIT
009200         WHEN VL-NOT-AVISO-EXPIRACAO
009210             MOVE VL-NTF-SLOT-EXPIRACAO   TO VL-NTF-SLOT
009220         WHEN VL-NOT-AVISO-BLOQUEIO
009230             MOVE VL-NTF-SLOT-BLOQUEIO    TO VL-NTF-SLOT
009240         WHEN VL-NOT-AVISO-RETENCAO
009250             MOVE VL-NTF-SLOT-RETENCAO    TO VL-NTF-SLOT
009260         WHEN VL-NOT-AVISO-TEMPORARIA
009270             MOVE VL-NTF-SLOT-TEMPORARIA  TO VL-NTF-SLOT
009280         WHEN VL-NOT-AVISO-DESATIVADA
009290             MOVE VL-NTF-SLOT-DESATIVACAO TO VL-NTF-SLOT
009300         WHEN OTHER
009310             GO TO 7600-EXIT
009320     END-EVALUATE
009330
009340     MOVE VL-NOT-USER-ID TO VL-NTF-USER-ID
009350     PERFORM 5100-LER-ESTADO THRU 5100-EXIT
009360     MOVE VL-NOT-DATA-REFERENCIA TO VL-NES-REFERENCIA(VL-NTF-SLOT)
009370     MOVE VL-DATA-HOJE           TO VL-NES-DATA-ULTIMO-AVISO
009380
009390     IF VL-NTF-ESTADO-EXISTE-SIM
009400         REWRITE VL-NOTIF-ESTADO-REGISTO
009410     ELSE
009420         WRITE VL-NOTIF-ESTADO-REGISTO
009430     END-IF
009440     IF VL-FS-ESTADO NOT = "00"
009450         DISPLAY "VLNOTIF - ERRO A GRAVAR VLNOTEST. FILE STATUS: "
009460             VL-FS-ESTADO " UTILIZADOR: " VL-NES-USER-ID
009470         PERFORM 7900-FALHA-POS-EXTRACAO THRU 7900-EXIT
009480     END-IF
009490
009500     ADD 1 TO VL-NTF-TOTAL-REGISTADOS.
009510
009520 7600-EXIT.
009530     EXIT.
009540
009550 7900-FALHA-POS-EXTRACAO.
009560
009570     DISPLAY "VLNOTIF - VLNOTOUT ESTA COMPLETO E DEVE SER "
009580         "ENVIADO. NAO REPETIR A EXECUCAO;"
009590     DISPLAY "VLNOTIF - OS AVISOS AINDA NAO REGISTADOS SAIRAO DE "
009600         "NOVO NA PROXIMA NOITE."
009610     STOP RUN.
009620
009630 7900-EXIT.
009640     EXIT.
009650
009660******************************************************************
009670* 8000-TERMINAR - ADVANCES THE VLADMAUD MARK ONLY NOW THAT EVERY
009680* NOTICE IS RECORDED.
009690******************************************************************
009700 8000-TERMINAR.
009710
009720     OPEN OUTPUT VL-CONTROLO
009730     IF VL-FS-CONTROLO NOT = "00"
009740         DISPLAY "VLNOTIF - ERRO A GRAVAR VLNOTCTL. FILE STATUS: "
009750             VL-FS-CONTROLO
009760         PERFORM 7900-FALHA-POS-EXTRACAO THRU 7900-EXIT
009770     END-IF
009780
009790     MOVE VL-NTF-NOVA-MARCA   TO VL-NCT-MARCA
009800     MOVE VL-NTF-LIMITE       TO VL-NCT-EXECUCAO
009810     MOVE VL-NTF-TOTAL-AVISOS TO VL-NCT-AVISOS
009820     WRITE VL-NCT-REGISTO
009830     IF VL-FS-CONTROLO NOT = "00"
009840         DISPLAY "VLNOTIF - ERRO A GRAVAR VLNOTCTL. FILE STATUS: "
009850             VL-FS-CONTROLO
009860         PERFORM 7900-FALHA-POS-EXTRACAO THRU 7900-EXIT
009870     END-IF
009880     CLOSE VL-CONTROLO
009890
009900     CLOSE VL-CREDENCIAIS
009910     IF VL-NTF-DIRECTORIO-ABERTO-SIM
009920         CLOSE VL-CONTACTOS
009930     END-IF
009940     CLOSE VL-NOTIF-ESTADO
009950
009960     DISPLAY "VLNOTIF - EXTRACAO DE AVISOS EM VLNOTOUT, EXCECOES "
009970         "EM VLNOTEXC"
009980     DISPLAY "INICIO DA EXECUCAO......: " VL-NTF-LIMITE
009990     DISPLAY "VLADMAUD MARCA..........: " VL-NTF-MARCA
010000         " -> " VL-NTF-NOVA-MARCA
010010     DISPLAY "VLAVISO LIDOS...........: " VL-NTF-TOTAL-AVI-LIDOS
010020     DISPLAY "VLCRED LIDAS............: " VL-NTF-TOTAL-CRED-LIDAS
010030     DISPLAY "VLADMAUD LIDOS..........: " VL-NTF-TOTAL-ADM-LIDOS
010040     DISPLAY "VLADMAUD ADIADOS........: " VL-NTF-TOTAL-ADM-ADIADOS
010050     DISPLAY "DESATIV. JA REVERTIDAS..: " VL-NTF-TOTAL-REATIVADAS
010060     PERFORM 8200-MOSTRAR-TIPO THRU 8200-EXIT
010070         VARYING VL-NTF-S FROM 1 BY 1 UNTIL VL-NTF-S > 5
010080     DISPLAY "AVISOS EXTRAIDOS........: " VL-NTF-TOTAL-AVISOS
010090     DISPLAY "SEM ENTRADA EM VLCONTAC.: " VL-NTF-TOTAL-SEM-ENTRADA
010100     DISPLAY "ENTRADA SEM ENDERECO....: "
010110         VL-NTF-TOTAL-SEM-ENDERECO
010120     DISPLAY "ESTADOS LIMPOS..........: " VL-NTF-TOTAL-LIMPOS
010130     DISPLAY "AVISOS REGISTADOS.......: " VL-NTF-TOTAL-REGISTADOS.
010140
010150 8000-EXIT.
010160     EXIT.
010170
010180 8200-MOSTRAR-TIPO.
010190
010200     DISPLAY VL-NTF-TIPO(VL-NTF-S)
010210     DISPLAY "  CANDIDATOS............: "
010220         VL-NTF-CANDIDATOS(VL-NTF-S)
010230     DISPLAY "  EXTRAIDOS.............: "
010240         VL-NTF-EMITIDOS(VL-NTF-S)
010250     DISPLAY "  JA AVISADOS...........: "
010260         VL-NTF-REPETIDOS(VL-NTF-S)
010270     DISPLAY "  SEM CONTACTO..........: "
010280         VL-NTF-SEM-CONTACTO(VL-NTF-S).
010290
010300 8200-EXIT.
010310     EXIT.
010320
010330 END PROGRAM VLNOTIF.
