000010******************************************************************
000020* PROGRAM:  VLPOLTRC
000030* AUTHOR:   J. MOTA - SEGURANCA DE ACESSOS
000040* INSTALLATION: DEPARTAMENTO DE TECNOLOGIA
000050* DATE-WRITTEN: 15/10/26
000060* DATE-COMPILED:
000070* PURPOSE:  NIGHTLY POLICY-TIGHTENING SWEEP, SAME DESIGN AS THE
000080*           VLINATIV DORMANT-ACCOUNT SWEEP. A NEW VLPOLCY VERSION
000090*           (SEE VLPOLMNT) ONLY EVER APPLIED TO THE NEXT PASSWORD
000100*           A USER CHOSE, SO A PASSWORD ACCEPTED UNDER THE OLD,
000110*           LAXER RULES COULD LIVE ON UNTIL IT EXPIRED. THIS JOB
000120*           WALKS THE WHOLE CREDENTIAL MASTER, FINDS THE VERSION
000130*           EACH PASSWORD WAS ACCEPTED UNDER (VL-CRED-VERSAO-
000140*           POLITICA, OR FOR A RECORD THAT PREDATES THE STAMP THE
000150*           VERSION IN FORCE ON ITS CHANGE DATE), COMPARES IT WITH
000160*           THE VERSION OF THE CLASS IN FORCE TODAY, AND - WHEN
000170*           THE RULES HAVE SINCE BEEN TIGHTENED AND THE VLPOLPRM
000180*           GRACE PERIOD HAS RUN OUT - SETS THE ACCOUNT TO CHANGE
000190*           ITS PASSWORD AT NEXT USE (VL-CRED-TROCA-OBRIGATORIA
000200*           WITH NO VALIDITY WINDOW, SO VLTMPEXP NEVER VOIDS IT).
000210*           ACCOUNTS STILL IN THEIR GRACE PERIOD ARE REPORTED.
000220*           STUBS WITH NO PASSWORD, DISABLED ACCOUNTS AND ACCOUNTS
000230*           WITH A CHANGE ALREADY PENDING ARE LEFT ALONE.
000240*
000250*           TIGHTENED MEANS ANY RULE THE OLD PASSWORD MIGHT NOW
000260*           FAIL: A LONGER MINIMUM OR SHORTER MAXIMUM LENGTH, A
000270*           CHARACTER CATEGORY OR REJECTION RULE NEWLY TURNED ON,
000280*           A LOWER REPEAT OR SEQUENCE LIMIT, OR A SPECIAL
000290*           CHARACTER DROPPED FROM THE REQUIRED SET. LOCKOUT AND
000300*           HISTORY SETTINGS SAY NOTHING ABOUT THE PASSWORD ITSELF
000310*           AND ARE NOT COMPARED.
000320* TECTONICS: COBC
000330******************************************************************
000340* MODIFICATION HISTORY
000350* DATE      INIT DESCRIPTION
000360* 15/10/26  JM   ORIGINAL PROGRAM.
000370******************************************************************
000380 IDENTIFICATION DIVISION.
000390 PROGRAM-ID. VLPOLTRC.
000400 ENVIRONMENT DIVISION.
000410 INPUT-OUTPUT SECTION.
000420 FILE-CONTROL.
000430     SELECT VL-PARAMETRO ASSIGN TO "VLPOLPRM"
000440         ORGANIZATION IS LINE SEQUENTIAL
000450         FILE STATUS IS VL-FS-PARAMETRO.
000460
000470     SELECT VL-POLITICA ASSIGN TO "VLPOLCY"
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS IS VL-FS-POLITICA.
000500
000510     SELECT VL-CREDENCIAIS ASSIGN TO "VLCRED"
000520         ORGANIZATION IS INDEXED
000530         ACCESS MODE IS DYNAMIC
000540         RECORD KEY IS VL-CRED-USER-ID
000550         FILE STATUS IS VL-FS-CREDENCIAIS.
000560
000570     SELECT VL-RUN-CONTROLO ASSIGN TO "VLRUNCTL"
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS VL-FS-RUNCTL.
000600
000610     SELECT VL-RUN-DIARIO ASSIGN TO "VLRUNLOG"
000620         ORGANIZATION IS LINE SEQUENTIAL
000630         FILE STATUS IS VL-FS-RUNLOG.
000640
000650     SELECT VL-ADMIN-AUDITORIA ASSIGN TO "VLADMAUD"
000660         ORGANIZATION IS LINE SEQUENTIAL
000670         FILE STATUS IS VL-FS-ADMIN.
000680
000690     SELECT VL-JORNAL ASSIGN TO "VLJRNL"
000700         ORGANIZATION IS LINE SEQUENTIAL
000710         FILE STATUS IS VL-FS-JORNAL.
000720 DATA DIVISION.
000730 FILE SECTION.
000740 FD  VL-PARAMETRO
000750     RECORDING MODE IS F.
000760     COPY VLPOLPRM.
000770
000780 FD  VL-POLITICA
000790     RECORDING MODE IS F.
000800 01  VL-POLITICA-LINHA               PIC X(64).
000810
000820 FD  VL-CREDENCIAIS.
000830     COPY VLCRED.
000840
000850 FD  VL-RUN-CONTROLO
000860     RECORDING MODE IS F.
000870     COPY VLRUNCTL.
000880
000890 FD  VL-RUN-DIARIO
000900     RECORDING MODE IS F.
000910     COPY VLRUNLOG.
000920
000930 FD  VL-ADMIN-AUDITORIA
000940     RECORDING MODE IS F.
000950     COPY VLADMAUD.
000960
000970 FD  VL-JORNAL
000980     RECORDING MODE IS F.
000990     COPY VLJRNL.
001000
001010 WORKING-STORAGE SECTION.
001020 COPY VLWORK.
001030 COPY VLCLASSE.
001040 COPY VLRUNWK.
001050 COPY VLJRNWK.
001060 COPY VLADMWK.
001070
001080 77  VL-FS-PARAMETRO                 PIC X(02).
001090 77  VL-FIM-FICHEIRO                 PIC X(01)   VALUE "N".
001100     88  VL-FIM-FICHEIRO-SIM             VALUE "S".
001110 77  VL-FIM-POLITICAS                PIC X(01)   VALUE "N".
001120     88  VL-FIM-POLITICAS-SIM            VALUE "S".
001130
001140 77  VL-PTC-DIAS-CARENCIA-W          PIC 9(03) COMP.
001150
001160 77  VL-PTC-TOTAL-LIDAS              PIC 9(08) COMP VALUE 0.
001170 77  VL-PTC-TOTAL-EXAMINADAS         PIC 9(08) COMP VALUE 0.
001180 77  VL-PTC-TOTAL-SEM-POLITICA       PIC 9(08) COMP VALUE 0.
001190 77  VL-PTC-TOTAL-ENDURECIDAS        PIC 9(08) COMP VALUE 0.
001200 77  VL-PTC-TOTAL-EM-CARENCIA        PIC 9(08) COMP VALUE 0.
001210 77  VL-PTC-TOTAL-FORCADAS           PIC 9(08) COMP VALUE 0.
001220
001230******************************************************************
001240* EVERY VERSION OF EVERY CLASS ON VLPOLCY, EACH CLAMPED BY
001250* 1015-VALIDAR-POLITICA EXACTLY AS THE VALIDATION PROGRAMS CLAMP
001260* IT, SO THE RULES COMPARED ARE THE RULES THAT WERE ENFORCED.
001270******************************************************************
001280 01  VL-PTC-TABELA.
001290     05  VL-PTC-ENTRADA              PIC X(64) OCCURS 200 TIMES.
001300 77  VL-PTC-TOTAL-VERSOES            PIC 9(04) COMP VALUE 0.
001310 77  VL-PTC-INDICE                   PIC 9(04) COMP.
001320 77  VL-PTC-POSICAO                  PIC 9(04) COMP.
001330 77  VL-PTC-POS-ACEITE               PIC 9(04) COMP.
001340 77  VL-PTC-POS-VIGOR                PIC 9(04) COMP.
001350 77  VL-PTC-CLASSE-PROCURADA         PIC X(03).
001360 77  VL-PTC-DATA-PROCURADA           PIC 9(08).
001370 77  VL-PTC-VERSAO-PROCURADA         PIC 9(04).
001380 77  VL-PTC-CLASSE-CONTA             PIC X(03).
001390
001400******************************************************************
001410* THE VERSION THE PASSWORD WAS ACCEPTED UNDER, FIELD FOR FIELD IN
001420* THE VLPOLCY LAYOUT. THE VERSION IN FORCE TODAY IS COMPARED
001430* AGAINST IT FROM VL-POLITICA-REGISTO (VLPOLCY, VIA VLWORK).
001440******************************************************************
001450 01  VL-PTC-ACEITE.
001460     05  VL-PTC-ACE-CLASSE           PIC X(03).
001470     05  VL-PTC-ACE-MIN-LENGTH       PIC 9(02).
001480     05  VL-PTC-ACE-MAX-LENGTH       PIC 9(02).
001490     05  VL-PTC-ACE-REQ-MAIUSC       PIC X(01).
001500         88  VL-PTC-ACE-REQ-MAIUSC-SIM   VALUE "S".
001510     05  VL-PTC-ACE-REQ-MINUSC       PIC X(01).
001520         88  VL-PTC-ACE-REQ-MINUSC-SIM   VALUE "S".
001530     05  VL-PTC-ACE-REQ-NUMERO       PIC X(01).
001540         88  VL-PTC-ACE-REQ-NUMERO-SIM   VALUE "S".
001550     05  VL-PTC-ACE-REQ-ESPECIAL     PIC X(01).
001560         88  VL-PTC-ACE-REQ-ESPECIAL-SIM VALUE "S".
001570     05  VL-PTC-ACE-CARACTERES       PIC X(20).
001580     05  VL-PTC-ACE-MAX-TENTATIVAS   PIC 9(02).
001590     05  VL-PTC-ACE-PROFUNDIDADE     PIC 9(02).
001600     05  VL-PTC-ACE-REJ-USERID       PIC X(01).
001610         88  VL-PTC-ACE-REJ-USERID-SIM   VALUE "S".
001620     05  VL-PTC-ACE-REJ-REPETICAO    PIC X(01).
001630         88  VL-PTC-ACE-REJ-REPETICAO-SIM VALUE "S".
001640     05  VL-PTC-ACE-LIM-REPETICAO    PIC 9(02).
001650     05  VL-PTC-ACE-REJ-SEQUENCIA    PIC X(01).
001660         88  VL-PTC-ACE-REJ-SEQUENCIA-SIM VALUE "S".
001670     05  VL-PTC-ACE-LIM-SEQUENCIA    PIC 9(02).
001680     05  VL-PTC-ACE-VERSAO           PIC 9(04).
001690     05  VL-PTC-ACE-DATA-EFETIVA     PIC 9(08).
001700     05  FILLER                      PIC X(10).
001710
001720 77  VL-PTC-MOTIVO                   PIC X(20).
001730 77  VL-PTC-CARACTER-INDICE          PIC 9(02) COMP.
001740 77  VL-PTC-OCORRENCIAS              PIC 9(02) COMP.
001750
001760******************************************************************
001770* VLADMAUD BEFORE/AFTER STATE ("PAD V0001" / "PAD V0002 TROCA").
001780******************************************************************
001790 01  VL-PTC-ESTADO.
001800     05  VL-PTC-EST-CLASSE           PIC X(03).
001810     05  FILLER                      PIC X(02)   VALUE " V".
001820     05  VL-PTC-EST-VERSAO           PIC 9(04).
001830     05  VL-PTC-EST-SUFIXO           PIC X(11).
001840
001850******************************************************************
001860* DAY-SERIAL WORK FIELDS - 5000-CALCULAR-SERIE TURNS A YYYYMMDD
001870* DATE INTO A DAY COUNT SO TODAY AND THE DATE THE TIGHTER VERSION
001880* TOOK EFFECT CAN BE SUBTRACTED ACROSS MONTH AND YEAR BOUNDARIES,
001890* SAME ARITHMETIC AS VLINATIV'S SWEEP.
001900******************************************************************
001910 77  VL-SER-DATA                     PIC 9(08).
001920 77  VL-SER-ANO                      PIC 9(04).
001930 77  VL-SER-MES                      PIC 9(02).
001940 77  VL-SER-DIA                      PIC 9(02).
001950 77  VL-SER-ANO-AJUSTADO             PIC 9(04) COMP.
001960 77  VL-SER-TRABALHO                 PIC 9(08) COMP.
001970 77  VL-SER-RESULTADO                PIC 9(08) COMP.
001980 77  VL-SERIE-HOJE                   PIC 9(08) COMP.
001990 77  VL-SERIE-EFETIVA                PIC 9(08) COMP.
002000 77  VL-DIAS-EM-VIGOR                PIC 9(08) COMP.
002010 77  VL-DIAS-RESTANTES-CARENCIA      PIC 9(08) COMP.
002020
002030 01  VL-TABELA-ACUM-INIC.
002040     05  FILLER                      PIC 9(03) VALUE 000.
002050     05  FILLER                      PIC 9(03) VALUE 031.
002060     05  FILLER                      PIC 9(03) VALUE 059.
002070     05  FILLER                      PIC 9(03) VALUE 090.
002080     05  FILLER                      PIC 9(03) VALUE 120.
002090     05  FILLER                      PIC 9(03) VALUE 151.
002100     05  FILLER                      PIC 9(03) VALUE 181.
002110     05  FILLER                      PIC 9(03) VALUE 212.
002120     05  FILLER                      PIC 9(03) VALUE 243.
002130     05  FILLER                      PIC 9(03) VALUE 273.
002140     05  FILLER                      PIC 9(03) VALUE 304.
002150     05  FILLER                      PIC 9(03) VALUE 334.
002160 01  VL-TABELA-ACUM REDEFINES VL-TABELA-ACUM-INIC.
002170     05  VL-DIAS-ACUMULADOS          PIC 9(03) OCCURS 12 TIMES.
002180
002190 PROCEDURE DIVISION.
002200
002210 0000-MAINLINE.
002220
002230     PERFORM 1000-INICIALIZACAO THRU 1000-EXIT
002240
002250     PERFORM 2000-EXAMINAR-CREDENCIAL THRU 2000-EXIT
002260         UNTIL VL-FIM-FICHEIRO-SIM
002270
002280     PERFORM 8000-TERMINAR THRU 8000-EXIT
002290
002300     GOBACK.
002310
002320 1000-INICIALIZACAO.
002330
002340     MOVE "VLPOLTRC" TO VL-RUN-PROGRAMA-W
002350     PERFORM 1800-OBTER-CONTROLO THRU 1800-EXIT
002360
002370*    THIS SWEEP RUNS UNATTENDED, SO THE ADMINISTRATIVE TRAIL
002380*    CARRIES "*AUTO*" - SAME CONVENTION AS VLINATIV; THE VLPOLCY
002390*    VERSION AND THE VLPOLPRM GRACE PERIOD ARE THE AUTHORITY.
002400     MOVE "*AUTO*" TO VL-ADM-OPERADOR-ATUAL
002410
002420     OPEN INPUT VL-PARAMETRO
002430     IF VL-FS-PARAMETRO NOT = "00"
002440         DISPLAY "VLPOLTRC - ERRO A ABRIR VLPOLPRM. FILE STATUS: "
002450             VL-FS-PARAMETRO
002460         STOP RUN
002470     END-IF
002480
002490     READ VL-PARAMETRO
002500         AT END
002510             DISPLAY "VLPOLTRC - VLPOLPRM SEM PARAMETROS."
002520             STOP RUN
002530     END-READ
002540     CLOSE VL-PARAMETRO
002550
002560     IF VL-PPR-DIAS-CARENCIA NOT NUMERIC
002570         DISPLAY "VLPOLTRC - PARAMETROS INVALIDOS: "
002580             VL-PPR-PARAMETRO
002590         STOP RUN
002600     END-IF
002610     MOVE VL-PPR-DIAS-CARENCIA TO VL-PTC-DIAS-CARENCIA-W
002620
002630     PERFORM 1100-CARREGAR-VERSOES THRU 1100-EXIT
002640
002650     OPEN I-O VL-CREDENCIAIS
002660     IF VL-FS-CREDENCIAIS NOT = "00"
002670         DISPLAY "VLPOLTRC - ERRO A ABRIR VLCRED. FILE STATUS: "
002680             VL-FS-CREDENCIAIS
002690         STOP RUN
002700     END-IF
002710
002720     OPEN EXTEND VL-ADMIN-AUDITORIA
002730     IF VL-FS-ADMIN NOT = "00"
002740         DISPLAY "VLPOLTRC - ERRO A ABRIR VLADMAUD. FILE STATUS: "
002750             VL-FS-ADMIN
002760         STOP RUN
002770     END-IF
002780
002790     OPEN EXTEND VL-JORNAL
002800     IF VL-FS-JORNAL NOT = "00"
002810         DISPLAY "VLPOLTRC - ERRO A ABRIR VLJRNL. FILE STATUS: "
002820             VL-FS-JORNAL
002830         STOP RUN
002840     END-IF
002850
002860     ACCEPT VL-DATA-HOJE FROM DATE YYYYMMDD
002870     MOVE VL-DATA-HOJE TO VL-SER-DATA
002880     PERFORM 5000-CALCULAR-SERIE THRU 5000-EXIT
002890     MOVE VL-SER-RESULTADO TO VL-SERIE-HOJE
002900
002910     MOVE LOW-VALUES TO VL-CRED-USER-ID
002920     START VL-CREDENCIAIS KEY NOT < VL-CRED-USER-ID
002930         INVALID KEY
002940             MOVE "S" TO VL-FIM-FICHEIRO
002950     END-START
002960
002970     IF NOT VL-FIM-FICHEIRO-SIM
002980         PERFORM 2900-LER-CREDENCIAL THRU 2900-EXIT
002990     END-IF.
003000
003010 1000-EXIT.
003020     EXIT.
003030
003040******************************************************************
003050* 1100-CARREGAR-VERSOES - THE WHOLE OF VLPOLCY, EVERY VERSION,
003060* INTO VL-PTC-TABELA. A FILE TOO BIG FOR THE TABLE IS REFUSED
003070* RATHER THAN JUDGED ON PART OF ITS HISTORY.
003080******************************************************************
003090 1100-CARREGAR-VERSOES.
003100
003110     OPEN INPUT VL-POLITICA
003120     IF VL-FS-POLITICA NOT = "00"
003130         DISPLAY "VLPOLTRC - ERRO A ABRIR VLPOLCY. FILE STATUS: "
003140             VL-FS-POLITICA
003150         STOP RUN
003160     END-IF
003170
003180     MOVE "N" TO VL-FIM-POLITICAS
003190     PERFORM 1110-CARREGAR-VERSAO THRU 1110-EXIT
003200         UNTIL VL-FIM-POLITICAS-SIM
003210
003220     CLOSE VL-POLITICA
003230
003240     IF VL-PTC-TOTAL-VERSOES = 0
003250         DISPLAY "VLPOLTRC - VLPOLCY SEM REGISTO DE POLITICA."
003260         STOP RUN
003270     END-IF.
003280
003290 1100-EXIT.
003300     EXIT.
003310
003320 1110-CARREGAR-VERSAO.
003330
003340     READ VL-POLITICA INTO VL-POLITICA-REGISTO
003350         AT END
003360             MOVE "S" TO VL-FIM-POLITICAS
003370             GO TO 1110-EXIT
003380     END-READ
003390
003400     IF VL-PTC-TOTAL-VERSOES >= 200
003410         DISPLAY "VLPOLTRC - VLPOLCY COM MAIS DE 200 VERSOES - "
003420             "FICHEIRO RECUSADO."
003430         STOP RUN
003440     END-IF
003450
003460     PERFORM 1015-VALIDAR-POLITICA THRU 1015-EXIT
003470     ADD 1 TO VL-PTC-TOTAL-VERSOES
003480     MOVE VL-POLITICA-REGISTO
003490         TO VL-PTC-ENTRADA(VL-PTC-TOTAL-VERSOES).
003500
003510 1110-EXIT.
003520     EXIT.
003530
003540******************************************************************
003550* 2000-EXAMINAR-CREDENCIAL - ONE CREDENTIAL RECORD. ONLY AN
003560* ACCOUNT WITH A PASSWORD OF ITS OWN CAN HOLD ONE ACCEPTED UNDER
003570* OLD RULES: STUBS AND VOIDED TEMPORARY PASSWORDS HAVE NO HASH,
003580* DISABLED ACCOUNTS ARE PARKED, AND AN ACCOUNT WITH A CHANGE
003590* ALREADY PENDING WILL PICK UP TODAY'S RULES WITH IT.
003600******************************************************************
003610 2000-EXAMINAR-CREDENCIAL.
003620
003630     ADD 1 TO VL-PTC-TOTAL-LIDAS
003640
003650     IF VL-CRED-PASSWORD-HASH = SPACES OR
003660        VL-CRED-DESATIVADO-SIM OR
003670        VL-CRED-TROCA-SIM
003680         GO TO 2000-CONTINUAR
003690     END-IF
003700
003710     ADD 1 TO VL-PTC-TOTAL-EXAMINADAS
003720
003730     PERFORM 2100-DETERMINAR-CLASSE THRU 2100-EXIT
003740     PERFORM 2200-VERSAO-ACEITE THRU 2200-EXIT
003750
003760     MOVE VL-PTC-CLASSE-CONTA TO VL-PTC-CLASSE-PROCURADA
003770     MOVE VL-DATA-HOJE        TO VL-PTC-DATA-PROCURADA
003780     PERFORM 3000-PROCURAR-EM-VIGOR THRU 3000-EXIT
003790     MOVE VL-PTC-POSICAO TO VL-PTC-POS-VIGOR
003800
003810     IF VL-PTC-POS-ACEITE = 0 OR VL-PTC-POS-VIGOR = 0
003820         ADD 1 TO VL-PTC-TOTAL-SEM-POLITICA
003830         DISPLAY "VLPOLTRC - SEM VERSAO DE POLITICA: "
003840             VL-CRED-USER-ID " CLASSE " VL-PTC-CLASSE-CONTA
003850         GO TO 2000-CONTINUAR
003860     END-IF
003870
003880     IF VL-PTC-POS-ACEITE = VL-PTC-POS-VIGOR
003890         GO TO 2000-CONTINUAR
003900     END-IF
003910
003920     MOVE VL-PTC-ENTRADA(VL-PTC-POS-ACEITE) TO VL-PTC-ACEITE
003930     MOVE VL-PTC-ENTRADA(VL-PTC-POS-VIGOR)  TO VL-POLITICA-REGISTO
003940     PERFORM 4000-COMPARAR-REGRAS THRU 4000-EXIT
003950
003960     IF VL-PTC-MOTIVO = SPACES
003970         GO TO 2000-CONTINUAR
003980     END-IF
003990
004000     ADD 1 TO VL-PTC-TOTAL-ENDURECIDAS
004010
004020     MOVE VL-POL-DATA-EFETIVA TO VL-SER-DATA
004030     PERFORM 5000-CALCULAR-SERIE THRU 5000-EXIT
004040     MOVE VL-SER-RESULTADO TO VL-SERIE-EFETIVA
004050
004060     IF VL-SERIE-EFETIVA < VL-SERIE-HOJE
004070         COMPUTE VL-DIAS-EM-VIGOR =
004080             VL-SERIE-HOJE - VL-SERIE-EFETIVA
004090     ELSE
004100         MOVE 0 TO VL-DIAS-EM-VIGOR
004110     END-IF
004120
004130     IF VL-DIAS-EM-VIGOR < VL-PTC-DIAS-CARENCIA-W
004140         COMPUTE VL-DIAS-RESTANTES-CARENCIA =
004150             VL-PTC-DIAS-CARENCIA-W - VL-DIAS-EM-VIGOR
004160         ADD 1 TO VL-PTC-TOTAL-EM-CARENCIA
004170         DISPLAY "VLPOLTRC - EM CARENCIA.......: "
004180             VL-CRED-USER-ID " " VL-POL-CLASSE
004190             " V" VL-PTC-ACE-VERSAO " -> V" VL-POL-VERSAO
004200             " " VL-PTC-MOTIVO " FALTAM "
004210             VL-DIAS-RESTANTES-CARENCIA " DIAS"
004220     ELSE
004230         PERFORM 4500-FORCAR-TROCA THRU 4500-EXIT
004240     END-IF.
004250
004260 2000-CONTINUAR.
004270
004280     PERFORM 2900-LER-CREDENCIAL THRU 2900-EXIT.
004290
004300 2000-EXIT.
004310     EXIT.
004320
004330******************************************************************
004340* 2100-DETERMINAR-CLASSE - THE STORED CLASS, OR FOR A RECORD THAT
004350* PREDATES THE STAMP THE ONE THE NAMING CONVENTION GIVES (SEE
004360* VLCRED). A CLASS WITH NO VERSION ON FILE FALLS BACK TO "PAD",
004370* AS IT DOES IN 1020-SELECIONAR-POLITICA (VLPOLSEL).
004380******************************************************************
004390 2100-DETERMINAR-CLASSE.
004400
004410     IF VL-CRED-CLASSE = SPACES
004420         MOVE VL-CRED-USER-ID TO WS-USER-ID
004430         PERFORM 1018-DERIVAR-CLASSE THRU 1018-EXIT
004440         MOVE VL-CLASSE-PEDIDA TO VL-PTC-CLASSE-CONTA
004450     ELSE
004460         MOVE VL-CRED-CLASSE TO VL-PTC-CLASSE-CONTA
004470     END-IF
004480
004490     MOVE VL-PTC-CLASSE-CONTA TO VL-PTC-CLASSE-PROCURADA
004500     MOVE 99999999            TO VL-PTC-DATA-PROCURADA
004510     PERFORM 3000-PROCURAR-EM-VIGOR THRU 3000-EXIT
004520     IF VL-PTC-POSICAO = 0
004530         MOVE "PAD" TO VL-PTC-CLASSE-CONTA
004540     END-IF.
004550
004560 2100-EXIT.
004570     EXIT.
004580
004590******************************************************************
004600* 2200-VERSAO-ACEITE - THE VERSION STAMPED ON THE RECORD WHEN IT
004610* EXISTS FOR THE CLASS AND WAS ALREADY IN FORCE ON THE CHANGE
004620* DATE; OTHERWISE (AN UNSTAMPED RECORD, OR ONE ACCEPTED UNDER THE
004630* "PAD" FALLBACK BEFORE ITS OWN CLASS EXISTED) THE VERSION OF THE
004640* CLASS, THEN OF "PAD", IN FORCE ON THE CHANGE DATE.
004650******************************************************************
004660 2200-VERSAO-ACEITE.
004670
004680     MOVE 0 TO VL-PTC-POS-ACEITE
004690
004700     IF VL-CRED-VERSAO-POLITICA NUMERIC AND
004710        VL-CRED-VERSAO-POLITICA > 0
004720         MOVE VL-PTC-CLASSE-CONTA     TO VL-PTC-CLASSE-PROCURADA
004730         MOVE VL-CRED-VERSAO-POLITICA TO VL-PTC-VERSAO-PROCURADA
004740         MOVE VL-CRED-DATA-ALTERACAO  TO VL-PTC-DATA-PROCURADA
004750         PERFORM 3100-PROCURAR-NUMERO THRU 3100-EXIT
004760         MOVE VL-PTC-POSICAO TO VL-PTC-POS-ACEITE
004770     END-IF
004780
004790     IF VL-PTC-POS-ACEITE = 0
004800         MOVE VL-PTC-CLASSE-CONTA    TO VL-PTC-CLASSE-PROCURADA
004810         MOVE VL-CRED-DATA-ALTERACAO TO VL-PTC-DATA-PROCURADA
004820         PERFORM 3000-PROCURAR-EM-VIGOR THRU 3000-EXIT
004830         MOVE VL-PTC-POSICAO TO VL-PTC-POS-ACEITE
004840     END-IF
004850
004860     IF VL-PTC-POS-ACEITE = 0 AND VL-PTC-CLASSE-CONTA NOT = "PAD"
004870         MOVE "PAD"                  TO VL-PTC-CLASSE-PROCURADA
004880         MOVE VL-CRED-DATA-ALTERACAO TO VL-PTC-DATA-PROCURADA
004890         PERFORM 3000-PROCURAR-EM-VIGOR THRU 3000-EXIT
004900         MOVE VL-PTC-POSICAO TO VL-PTC-POS-ACEITE
004910     END-IF.
004920
004930 2200-EXIT.
004940     EXIT.
004950
004960 2900-LER-CREDENCIAL.
004970
004980     READ VL-CREDENCIAIS NEXT
004990         AT END
005000             MOVE "S" TO VL-FIM-FICHEIRO
005010     END-READ.
005020
005030 2900-EXIT.
005040     EXIT.
005050
005060******************************************************************
005070* 3000-PROCURAR-EM-VIGOR - POSITION OF THE HIGHEST VERSION OF
005080* VL-PTC-CLASSE-PROCURADA IN FORCE ON VL-PTC-DATA-PROCURADA (ZERO
005090* WHEN NONE WAS) - THE SAME CHOICE 1011-CARREGAR-UMA (VLPOLSEL)
005100* MAKES FOR TODAY. WITH ALL NINES IT IS THE CLASS'S LATEST.
005110******************************************************************
005120 3000-PROCURAR-EM-VIGOR.
005130
005140     MOVE 0 TO VL-PTC-POSICAO
005150     PERFORM 3010-COMPARAR-EM-VIGOR THRU 3010-EXIT
005160         VARYING VL-PTC-INDICE FROM 1 BY 1
005170         UNTIL VL-PTC-INDICE > VL-PTC-TOTAL-VERSOES.
005180
005190 3000-EXIT.
005200     EXIT.
005210
005220 3010-COMPARAR-EM-VIGOR.
005230
005240     IF VL-PTC-ENTRADA(VL-PTC-INDICE)(1:3) NOT =
005250        VL-PTC-CLASSE-PROCURADA
005260         GO TO 3010-EXIT
005270     END-IF
005280
005290     IF VL-PTC-ENTRADA(VL-PTC-INDICE)(47:8) >
005300        VL-PTC-DATA-PROCURADA
005310         GO TO 3010-EXIT
005320     END-IF
005330
005340     IF VL-PTC-POSICAO = 0
005350         MOVE VL-PTC-INDICE TO VL-PTC-POSICAO
005360         GO TO 3010-EXIT
005370     END-IF
005380
005390     IF VL-PTC-ENTRADA(VL-PTC-INDICE)(43:4) >
005400        VL-PTC-ENTRADA(VL-PTC-POSICAO)(43:4)
005410         MOVE VL-PTC-INDICE TO VL-PTC-POSICAO
005420     END-IF.
005430
005440 3010-EXIT.
005450     EXIT.
005460
005470******************************************************************
005480* 3100-PROCURAR-NUMERO - POSITION OF VERSION VL-PTC-VERSAO-
005490* PROCURADA OF VL-PTC-CLASSE-PROCURADA, PROVIDED IT WAS IN FORCE
005500* ON VL-PTC-DATA-PROCURADA; ZERO OTHERWISE.
005510******************************************************************
005520 3100-PROCURAR-NUMERO.
005530
005540     MOVE 0 TO VL-PTC-POSICAO
005550     PERFORM 3110-COMPARAR-NUMERO THRU 3110-EXIT
005560         VARYING VL-PTC-INDICE FROM 1 BY 1
005570         UNTIL VL-PTC-INDICE > VL-PTC-TOTAL-VERSOES
005580            OR VL-PTC-POSICAO > 0.
005590
005600 3100-EXIT.
005610     EXIT.
005620
005630 3110-COMPARAR-NUMERO.
005640
005650     IF VL-PTC-ENTRADA(VL-PTC-INDICE)(1:3) =
005660        VL-PTC-CLASSE-PROCURADA AND
005670        VL-PTC-ENTRADA(VL-PTC-INDICE)(43:4) =
005680        VL-PTC-VERSAO-PROCURADA AND
005690        VL-PTC-ENTRADA(VL-PTC-INDICE)(47:8) NOT >
005700        VL-PTC-DATA-PROCURADA
005710         MOVE VL-PTC-INDICE TO VL-PTC-POSICAO
005720     END-IF.
005730
005740 3110-EXIT.
005750     EXIT.
005760
005770******************************************************************
005780* 4000-COMPARAR-REGRAS - THE VERSION IN FORCE (VL-POLITICA-
005790* REGISTO) AGAINST THE ONE ACCEPTED UNDER (VL-PTC-ACEITE). LEAVES
005800* THE FIRST RULE FOUND TIGHTER IN VL-PTC-MOTIVO, SPACES WHEN THE
005810* OLD PASSWORD STILL MEETS EVERYTHING IT WAS CHECKED AGAINST.
005820******************************************************************
005830 4000-COMPARAR-REGRAS.
005840
005850     MOVE SPACES TO VL-PTC-MOTIVO
005860
005870     IF VL-POL-MIN-LENGTH > VL-PTC-ACE-MIN-LENGTH
005880         MOVE "COMPRIMENTO MINIMO" TO VL-PTC-MOTIVO
005890         GO TO 4000-EXIT
005900     END-IF
005910
005920     IF VL-POL-MAX-LENGTH < VL-PTC-ACE-MAX-LENGTH
005930         MOVE "COMPRIMENTO MAXIMO" TO VL-PTC-MOTIVO
005940         GO TO 4000-EXIT
005950     END-IF
005960
005970     IF VL-POL-REQ-MAIUSC-SIM AND NOT VL-PTC-ACE-REQ-MAIUSC-SIM
005980         MOVE "EXIGE MAIUSCULA" TO VL-PTC-MOTIVO
005990         GO TO 4000-EXIT
006000     END-IF
006010
006020     IF VL-POL-REQ-MINUSC-SIM AND NOT VL-PTC-ACE-REQ-MINUSC-SIM
006030         MOVE "EXIGE MINUSCULA" TO VL-PTC-MOTIVO
006040         GO TO 4000-EXIT
006050     END-IF
006060
006070     IF VL-POL-REQ-NUMERO-SIM AND NOT VL-PTC-ACE-REQ-NUMERO-SIM
006080         MOVE "EXIGE NUMERO" TO VL-PTC-MOTIVO
006090         GO TO 4000-EXIT
006100     END-IF
006110
006120     IF VL-POL-REQ-ESPECIAL-SIM AND
006130        NOT VL-PTC-ACE-REQ-ESPECIAL-SIM
006140         MOVE "EXIGE ESPECIAL" TO VL-PTC-MOTIVO
006150         GO TO 4000-EXIT
006160     END-IF
006170
006180*    WITH SPECIALS REQUIRED BY BOTH, THE OLD PASSWORD MAY HAVE MET
006190*    THE RULE ONLY WITH A CHARACTER NO LONGER IN THE SET.
006200     IF VL-POL-REQ-ESPECIAL-SIM
006210         PERFORM 4100-VERIFICAR-ESPECIAL THRU 4100-EXIT
006220             VARYING VL-PTC-CARACTER-INDICE FROM 1 BY 1
006230             UNTIL VL-PTC-CARACTER-INDICE > 20
006240                OR VL-PTC-MOTIVO NOT = SPACES
006250         IF VL-PTC-MOTIVO NOT = SPACES
006260             GO TO 4000-EXIT
006270         END-IF
006280     END-IF
006290
006300     IF VL-POL-REJ-USERID-SIM AND NOT VL-PTC-ACE-REJ-USERID-SIM
006310         MOVE "REJEITA USER-ID" TO VL-PTC-MOTIVO
006320         GO TO 4000-EXIT
006330     END-IF
006340
006350     IF VL-POL-REJ-REPETICAO-SIM AND
006360        NOT VL-PTC-ACE-REJ-REPETICAO-SIM
006370         MOVE "REJEITA REPETICAO" TO VL-PTC-MOTIVO
006380         GO TO 4000-EXIT
006390     END-IF
006400
006410     IF VL-POL-REJ-REPETICAO-SIM AND
006420        VL-POL-LIM-REPETICAO < VL-PTC-ACE-LIM-REPETICAO
006430         MOVE "LIMITE DE REPETICAO" TO VL-PTC-MOTIVO
006440         GO TO 4000-EXIT
006450     END-IF
006460
006470     IF VL-POL-REJ-SEQUENCIA-SIM AND
006480        NOT VL-PTC-ACE-REJ-SEQUENCIA-SIM
006490         MOVE "REJEITA SEQUENCIA" TO VL-PTC-MOTIVO
006500         GO TO 4000-EXIT
006510     END-IF
006520
006530     IF VL-POL-REJ-SEQUENCIA-SIM AND
006540        VL-POL-LIM-SEQUENCIA < VL-PTC-ACE-LIM-SEQUENCIA
006550         MOVE "LIMITE DE SEQUENCIA" TO VL-PTC-MOTIVO
006560     END-IF.
006570
006580 4000-EXIT.
006590     EXIT.
006600
006610 4100-VERIFICAR-ESPECIAL.
006620
006630     IF VL-PTC-ACE-CARACTERES(VL-PTC-CARACTER-INDICE:1) = SPACE
006640         GO TO 4100-EXIT
006650     END-IF
006660
006670     MOVE 0 TO VL-PTC-OCORRENCIAS
006680     INSPECT VL-POL-CARACTERES-ESPECIAIS
006690         TALLYING VL-PTC-OCORRENCIAS
006700         FOR ALL VL-PTC-ACE-CARACTERES(VL-PTC-CARACTER-INDICE:1)
006710
006720     IF VL-PTC-OCORRENCIAS = 0
006730         MOVE "ESPECIAL RETIRADO" TO VL-PTC-MOTIVO
006740     END-IF.
006750
006760 4100-EXIT.
006770     EXIT.
006780
006790******************************************************************
006800* 4500-FORCAR-TROCA - SETS THE ACCOUNT TO CHANGE ITS PASSWORD AT
006810* NEXT USE. THE MUST-CHANGE INDICATOR IS THE ONE VLMAIL2'S
006820* GENERATION MODE SETS, BUT WITH NO VALIDITY WINDOW: THE PASSWORD
006830* STAYS THE USER'S OWN, ONLY GOOD NOW FOR SETTING A NEW ONE (SEE
006840* 3460-VERIFICAR-TROCA IN VLMAIL1), AND VLTMPEXP NEVER VOIDS IT.
006850******************************************************************
006860 4500-FORCAR-TROCA.
006870
006880     PERFORM 6700-GUARDAR-ANTES-CRED THRU 6700-EXIT
006890     MOVE "S" TO VL-CRED-TROCA-OBRIGATORIA
006900     MOVE 0   TO VL-CRED-DATA-LIMITE-TROCA
006910     REWRITE VL-CREDENCIAL-REGISTO
006920     IF VL-FS-CREDENCIAIS NOT = "00"
006930         DISPLAY "VLPOLTRC - ERRO A GRAVAR EM VLCRED. "
006940             "FILE STATUS: " VL-FS-CREDENCIAIS
006950         STOP RUN
006960     END-IF
006970
006980     PERFORM 6710-JORNALIZAR-CRED THRU 6710-EXIT
006990
007000     DISPLAY "VLPOLTRC - TROCA IMPOSTA.....: "
007010         VL-CRED-USER-ID " " VL-POL-CLASSE
007020         " V" VL-PTC-ACE-VERSAO " -> V" VL-POL-VERSAO
007030         " " VL-PTC-MOTIVO
007040     ADD 1 TO VL-PTC-TOTAL-FORCADAS
007050
007060     MOVE "VLPOLTRC"          TO VL-ADM-PROGRAMA
007070     MOVE "TROCA-POL"         TO VL-ADM-ACCAO
007080     MOVE VL-CRED-USER-ID     TO VL-ADM-ALVO
007090     MOVE VL-PTC-ACE-CLASSE   TO VL-PTC-EST-CLASSE
007100     MOVE VL-PTC-ACE-VERSAO   TO VL-PTC-EST-VERSAO
007110     MOVE SPACES              TO VL-PTC-EST-SUFIXO
007120     MOVE VL-PTC-ESTADO       TO VL-ADM-ESTADO-ANTES
007130     MOVE VL-POL-CLASSE       TO VL-PTC-EST-CLASSE
007140     MOVE VL-POL-VERSAO       TO VL-PTC-EST-VERSAO
007150     MOVE " TROCA"            TO VL-PTC-EST-SUFIXO
007160     MOVE VL-PTC-ESTADO       TO VL-ADM-ESTADO-DEPOIS
007170     PERFORM 6500-REGISTAR-ADMIN THRU 6500-EXIT.
007180
007190 4500-EXIT.
007200     EXIT.
007210
007220******************************************************************
007230* 5000-CALCULAR-SERIE - DAY SERIAL OF THE YYYYMMDD DATE IN
007240* VL-SER-DATA, LEFT IN VL-SER-RESULTADO. SAME ARITHMETIC AS
007250* VLINATIV. A VERSION FROM BEFORE VERSIONING IS DATED ZERO; ITS
007260* MONTH IS CLAMPED TO 1 AND IT SIMPLY READS AS LONG IN FORCE.
007270******************************************************************
007280 5000-CALCULAR-SERIE.
007290
007300     MOVE VL-SER-DATA(1:4) TO VL-SER-ANO
007310     MOVE VL-SER-DATA(5:2) TO VL-SER-MES
007320     MOVE VL-SER-DATA(7:2) TO VL-SER-DIA
007330
007340     IF VL-SER-MES < 1 OR VL-SER-MES > 12
007350         MOVE 1 TO VL-SER-MES
007360     END-IF
007370
007380     MOVE VL-SER-ANO TO VL-SER-ANO-AJUSTADO
007390     IF VL-SER-MES NOT > 2 AND VL-SER-ANO-AJUSTADO > 0
007400         SUBTRACT 1 FROM VL-SER-ANO-AJUSTADO
007410     END-IF
007420
007430     COMPUTE VL-SER-RESULTADO = VL-SER-ANO * 365
007440         + VL-DIAS-ACUMULADOS(VL-SER-MES) + VL-SER-DIA
007450
007460     DIVIDE VL-SER-ANO-AJUSTADO BY 4
007470         GIVING VL-SER-TRABALHO
007480     ADD VL-SER-TRABALHO TO VL-SER-RESULTADO
007490
007500     DIVIDE VL-SER-ANO-AJUSTADO BY 100
007510         GIVING VL-SER-TRABALHO
007520     SUBTRACT VL-SER-TRABALHO FROM VL-SER-RESULTADO
007530
007540     DIVIDE VL-SER-ANO-AJUSTADO BY 400
007550         GIVING VL-SER-TRABALHO
007560     ADD VL-SER-TRABALHO TO VL-SER-RESULTADO.
007570
007580 5000-EXIT.
007590     EXIT.
007600
007610******************************************************************
007620* 1015-VALIDAR-POLITICA COMES FROM VLPOLCHK AND 1018-DERIVAR-
007630* CLASSE FROM VLCLSDRV, COPIED IN BELOW.
007640******************************************************************
007650     COPY VLPOLCHK.
007660     COPY VLCLSDRV.
007670
007680******************************************************************
007690* 6500-REGISTAR-ADMIN COMES FROM VLADMGRV, COPIED IN BELOW.
007700* 1600-IDENTIFICAR-OPERADOR ARRIVES WITH IT BUT IS NOT PERFORMED
007710* HERE - THIS SWEEP RUNS UNATTENDED AND STAMPS "*AUTO*" INSTEAD.
007720******************************************************************
007730     COPY VLADMGRV.
007740
007750******************************************************************
007760* 6700-GUARDAR-ANTES-CRED, 6710-JORNALIZAR-CRED AND THEIR
007770* HELPERS COME FROM VLJRNGRV, COPIED IN BELOW.
007780******************************************************************
007790     COPY VLJRNGRV.
007800
007810******************************************************************
007820* 1800-OBTER-CONTROLO, 8800-LIBERTAR-CONTROLO AND THEIR DIARY
007830* PARAGRAPH COME FROM VLRUNREG, COPIED IN BELOW.
007840******************************************************************
007850     COPY VLRUNREG.
007860
007870 8000-TERMINAR.
007880
007890     CLOSE VL-CREDENCIAIS
007900     CLOSE VL-ADMIN-AUDITORIA
007910     CLOSE VL-JORNAL
007920
007930     MOVE VL-PTC-TOTAL-FORCADAS TO VL-RUN-CONTAGEM-W
007940     PERFORM 8800-LIBERTAR-CONTROLO THRU 8800-EXIT
007950
007960     DISPLAY "VLPOLTRC - VARRIMENTO DE POLITICAS ENDURECIDAS "
007970         "CONCLUIDO"
007980     DISPLAY "CARENCIA (DIAS).........: " VL-PTC-DIAS-CARENCIA-W
007990     DISPLAY "VERSOES EM VLPOLCY......: " VL-PTC-TOTAL-VERSOES
008000     DISPLAY "CREDENCIAIS LIDAS.......: " VL-PTC-TOTAL-LIDAS
008010     DISPLAY "EXAMINADAS..............: " VL-PTC-TOTAL-EXAMINADAS
008020     DISPLAY "SEM VERSAO DE POLITICA..: "
008030         VL-PTC-TOTAL-SEM-POLITICA
008040     DISPLAY "REGRAS ENDURECIDAS......: " VL-PTC-TOTAL-ENDURECIDAS
008050     DISPLAY "  EM CARENCIA...........: " VL-PTC-TOTAL-EM-CARENCIA
008060     DISPLAY "  TROCA IMPOSTA NO RUN..: " VL-PTC-TOTAL-FORCADAS.
008070
008080 8000-EXIT.
008090     EXIT.
008100
008110 END PROGRAM VLPOLTRC.
