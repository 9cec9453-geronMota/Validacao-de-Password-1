000010******************************************************************
000020* PROGRAM:  VLEXCMNT
000030* AUTHOR:   J. MOTA - SEGURANCA DE ACESSOS
000040* INSTALLATION: DEPARTAMENTO DE TECNOLOGIA
000050* DATE-WRITTEN: 15/10/26
000060* DATE-COMPILED:
000070* PURPOSE:  APPROVED-EXCEPTION REGISTER MAINTENANCE. READS THE
000080*           VLEXCTR TRANSACTIONS SUPPLIED BY THE SECURITY TEAM AND
000090*           GRANTS, RENEWS OR REVOKES THE VLEXCEC ENTRIES THAT
000100*           KEEP A SERVICE OR BATCH ACCOUNT OUT OF THE NIGHTLY
000110*           SWEEPS (VLEXPIRA, VLINATIV, VLTMPEXP - SEE VLEXCCK).
000120*           THOSE ACCOUNTS CANNOT TAKE AN INTERACTIVE PASSWORD
000130*           CHANGE EVERY CYCLE AND SIT UNUSED BY DESIGN, AND UNTIL
000140*           NOW THE NIGHT SHIFT RESCUED THEM BY EDITING VLCRED BY
000150*           HAND. EVERY ENTRY CARRIES ITS JUSTIFICATION, THE
000160*           OPERATOR WHO APPROVED IT AND AN END DATE NO MORE THAN
000170*           A YEAR AHEAD, AND EVERY GRANT, RENEWAL AND REVOCATION
000180*           IS RECORDED TO VLADMAUD WITH THE BEFORE AND AFTER
000190*           STATE OF THE ENTRY.
000200*
000210*           THE OPERATOR NEEDS THE EXCECAO PERMISSION (VLOPER
000220*           SLOT 10). NOBODY MAY EXEMPT THEIR OWN ACCOUNT, AND AN
000230*           EXEMPTION FOR AN "ADM"/"SYS"-CLASS ACCOUNT NEEDS A
000240*           SECOND OPERATOR'S CONFIRMATION, GIVEN SEPARATELY FOR
000250*           EACH SUCH ACCOUNT (SEE VLOPRCK).
000260* TECTONICS: COBC
000270******************************************************************
000280* MODIFICATION HISTORY
000290* DATE      INIT DESCRIPTION
000300* 15/10/26  JM   ORIGINAL PROGRAM.
000301* 15/10/26  JM   THE OPERATOR, AND EVERY SECOND OPERATOR, MUST
000302*                NOW GIVE THEIR OWN VLCRED PASSWORD, CHECKED BY
000303*                VLVERIF1 (SEE VLOPRCK), AND AN "ADM"/"SYS"
000304*                ACCOUNT IS CONFIRMED ON ITS OWN INSTEAD OF ONCE
000305*                FOR THE WHOLE FILE.
000306* 15/10/26  JM   VLEXCEC IS CLOSED AROUND A SECOND OPERATOR'S
000307*                PASSWORD CHECK AS WELL - VLVERIF1 NOW READS IT FOR
000308*                EXPIRATION EXEMPTIONS.
000310******************************************************************
000320 IDENTIFICATION DIVISION.
000330 PROGRAM-ID. VLEXCMNT.
000340
000350 ENVIRONMENT DIVISION.
000360 INPUT-OUTPUT SECTION.
000370 FILE-CONTROL.
000380     SELECT VL-EXCECOES ASSIGN TO "VLEXCEC"
000390         ORGANIZATION IS INDEXED
000400         ACCESS MODE IS DYNAMIC
000410         RECORD KEY IS VL-EXC-USER-ID
000420         FILE STATUS IS VL-FS-EXCECAO.
000430
000440     SELECT VL-CREDENCIAIS ASSIGN TO "VLCRED"
000450         ORGANIZATION IS INDEXED
000460         ACCESS MODE IS DYNAMIC
000470         RECORD KEY IS VL-CRED-USER-ID
000480         FILE STATUS IS VL-FS-CREDENCIAIS.
000490
000500     SELECT VL-FEED ASSIGN TO "VLEXCTR"
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS VL-FS-FEED.
000530
000540     SELECT VL-ADMIN-AUDITORIA ASSIGN TO "VLADMAUD"
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS VL-FS-ADMIN.
000570
000580     SELECT VL-OPERADORES ASSIGN TO "VLOPER"
000590         ORGANIZATION IS INDEXED
000600         ACCESS MODE IS DYNAMIC
000610         RECORD KEY IS VL-OPR-OPERADOR
000620         FILE STATUS IS VL-FS-OPERADOR.
000630
000640 DATA DIVISION.
000650 FILE SECTION.
000660 FD  VL-EXCECOES.
000670     COPY VLEXCEC.
000680
000690 FD  VL-CREDENCIAIS.
000700     COPY VLCRED.
000710
000720 FD  VL-FEED
000730     RECORDING MODE IS F.
000740     COPY VLEXCTR.
000750
000760 FD  VL-ADMIN-AUDITORIA
000770     RECORDING MODE IS F.
000780     COPY VLADMAUD.
000790
000800 FD  VL-OPERADORES.
000810     COPY VLOPER.
000820
000830 WORKING-STORAGE SECTION.
000840 COPY VLWORK.
000850 COPY VLADMWK.
000860 COPY VLOPRWK.
000870 COPY VLCLASSE.
000880 77  VL-FS-EXCECAO                   PIC X(02).
000890 77  VL-FS-FEED                      PIC X(02).
000900 77  VL-FIM-FICHEIRO                 PIC X(01)   VALUE "N".
000910     88  VL-FIM-FICHEIRO-SIM             VALUE "S".
000920
000930 77  VL-EMN-TOTAL-LIDAS              PIC 9(08) COMP VALUE 0.
000940 77  VL-EMN-TOTAL-INCLUIDAS          PIC 9(08) COMP VALUE 0.
000950 77  VL-EMN-TOTAL-RENOVADAS          PIC 9(08) COMP VALUE 0.
000960 77  VL-EMN-TOTAL-REVOGADAS          PIC 9(08) COMP VALUE 0.
000970 77  VL-EMN-TOTAL-REJEITADAS         PIC 9(08) COMP VALUE 0.
000980
000990******************************************************************
001000* WHETHER THE TRANSACTION'S USER-ID IS ALREADY ON THE REGISTER AND
001010* IN VLCRED, THE REASON A TRANSACTION WAS REJECTED, AND THE LATEST
001020* END DATE ACCEPTED (TODAY PLUS ONE YEAR).
001030******************************************************************
001040 77  VL-EMN-REGISTADA                PIC X(01).
001050     88  VL-EMN-REGISTADA-SIM            VALUE "S".
001060 77  VL-EMN-CONTA-EXISTE             PIC X(01).
001070     88  VL-EMN-CONTA-EXISTE-SIM         VALUE "S".
001080 77  VL-EMN-MOTIVO                   PIC X(40).
001090 77  VL-EMN-DATA-MAXIMA              PIC 9(08).
001100
001110******************************************************************
001120* REGISTER ENTRY STATE AS LOGGED TO VLADMAUD - ONE LETTER PER
001130* EXEMPTION HELD ("E" EXPIRATION, "I" DORMANCY, "T" TEMPORARY
001140* PASSWORD, "-" WHEN NOT HELD) AND THE END DATE, E.G.
001150* "EI- ATE 20270131".
001160******************************************************************
001170 01  VL-EMN-ESTADO.
001180     05  VL-EMN-EST-EXPIRACAO        PIC X(01).
001190     05  VL-EMN-EST-INATIVIDADE      PIC X(01).
001200     05  VL-EMN-EST-TEMPORARIA       PIC X(01).
001210     05  FILLER                      PIC X(05)   VALUE " ATE ".
001220     05  VL-EMN-EST-DATA-FIM         PIC 9(08).
001230     05  FILLER                      PIC X(04)   VALUE SPACES.
001240 77  VL-EMN-ESTADO-ANTES             PIC X(20).
001250 77  VL-EMN-ESTADO-DEPOIS            PIC X(20).
001260
001270******************************************************************
001280* END-DATE CHECK WORK FIELDS (5100-VALIDAR-DATA).
001290******************************************************************
001300 77  VL-EMN-DATA                     PIC 9(08).
001310 77  VL-EMN-ANO                      PIC 9(04).
001320 77  VL-EMN-MES                      PIC 9(02).
001330 77  VL-EMN-DIA                      PIC 9(02).
001340 77  VL-EMN-DIAS-NO-MES              PIC 9(02).
001350 77  VL-EMN-DATA-VALIDA              PIC X(01).
001360     88  VL-EMN-DATA-VALIDA-SIM          VALUE "S".
001370
001380 PROCEDURE DIVISION.
001390
001400 0000-MAINLINE.
001410
001420     PERFORM 1000-INICIALIZACAO THRU 1000-EXIT
001430
001440     PERFORM 2000-PROCESSAR-TRANSACAO THRU 2000-EXIT
001450         UNTIL VL-FIM-FICHEIRO-SIM
001460
001470     PERFORM 7000-IMPRIMIR-RELATORIO THRU 7000-EXIT
001480
001490     PERFORM 8000-TERMINAR THRU 8000-EXIT
001500
001510     GOBACK.
001520
001530******************************************************************
001540* 1000-INICIALIZACAO - A MISSING VLEXCEC (FILE STATUS 35) IS THE
001550* FIRST-EVER GRANT AND IS CREATED EMPTY HERE. THE OPERATOR IS
001560* VETTED BEFORE VLCRED IS OPENED (SEE VLOPRCK).
001570******************************************************************
001580 1000-INICIALIZACAO.
001590
001600     PERFORM 1600-IDENTIFICAR-OPERADOR THRU 1600-EXIT
001610
001620     OPEN EXTEND VL-ADMIN-AUDITORIA
001630     IF VL-FS-ADMIN NOT = "00"
001640         DISPLAY "VLEXCMNT - ERRO A ABRIR VLADMAUD. "
001650             "FILE STATUS: " VL-FS-ADMIN
001660         STOP RUN
001670     END-IF
001680
001690     MOVE "VLEXCMNT"             TO VL-OPR-PROGRAMA
001700     MOVE VL-OPR-SLOT-EXCECAO    TO VL-OPR-ACCAO-PEDIDA
001710     PERFORM 1650-AUTORIZAR-OPERADOR THRU 1650-EXIT
001720
001730     ACCEPT VL-DATA-HOJE FROM DATE YYYYMMDD
001740     COMPUTE VL-EMN-DATA-MAXIMA = VL-DATA-HOJE + 10000
001750
001760     OPEN INPUT VL-CREDENCIAIS
001770     IF VL-FS-CREDENCIAIS NOT = "00"
001780         DISPLAY "VLEXCMNT - ERRO A ABRIR VLCRED. "
001790             "FILE STATUS: " VL-FS-CREDENCIAIS
001800         STOP RUN
001810     END-IF
001820
001830     OPEN I-O VL-EXCECOES
001840     EVALUATE VL-FS-EXCECAO
001850         WHEN "00"
001860             CONTINUE
001870         WHEN "35"
001880             OPEN OUTPUT VL-EXCECOES
001890             IF VL-FS-EXCECAO NOT = "00"
001900                 DISPLAY "VLEXCMNT - ERRO A CRIAR VLEXCEC. "
001910                     "FILE STATUS: " VL-FS-EXCECAO
001920                 STOP RUN
001930             END-IF
001940             CLOSE VL-EXCECOES
001950             OPEN I-O VL-EXCECOES
001960             IF VL-FS-EXCECAO NOT = "00"
001970                 DISPLAY "VLEXCMNT - ERRO A ABRIR VLEXCEC. "
001980                     "FILE STATUS: " VL-FS-EXCECAO
001990                 STOP RUN
002000             END-IF
002010         WHEN OTHER
002020             DISPLAY "VLEXCMNT - ERRO A ABRIR VLEXCEC. "
002030                 "FILE STATUS: " VL-FS-EXCECAO
002040             STOP RUN
002050     END-EVALUATE
002060
002070     OPEN INPUT VL-FEED
002080     IF VL-FS-FEED NOT = "00"
002090         DISPLAY "VLEXCMNT - ERRO A ABRIR VLEXCTR. "
002100             "FILE STATUS: " VL-FS-FEED
002110         STOP RUN
002120     END-IF
002130
002140     PERFORM 2900-LER-FEED THRU 2900-EXIT.
002150
002160 1000-EXIT.
002170     EXIT.
002180
002190 2000-PROCESSAR-TRANSACAO.
002200
002210     ADD 1 TO VL-EMN-TOTAL-LIDAS
002220     MOVE "N"    TO VL-OPR-AUTORIZADO
002230     MOVE SPACES TO VL-EMN-MOTIVO
002240
002250     PERFORM 2200-VERIFICAR-REGISTO THRU 2200-EXIT
002260     IF VL-EMN-MOTIVO = SPACES AND NOT VL-ETR-ACCAO-REVOGAR
002270         PERFORM 2300-VALIDAR-CAMPOS THRU 2300-EXIT
002280     END-IF
002290
002300     IF VL-EMN-MOTIVO NOT = SPACES
002310         DISPLAY "VLEXCMNT - " VL-ETR-ACCAO " " VL-ETR-USER-ID
002320             " REJEITADA: " VL-EMN-MOTIVO
002330         ADD 1 TO VL-EMN-TOTAL-REJEITADAS
002340         GO TO 2000-CONTINUAR
002350     END-IF
002360
002370     PERFORM 2500-AUTORIZAR-TRANSACAO THRU 2500-EXIT
002380     IF NOT VL-OPR-AUTORIZADO-SIM
002390         GO TO 2000-CONTINUAR
002400     END-IF
002410
002420     EVALUATE TRUE
002430         WHEN VL-ETR-ACCAO-INCLUIR
002440             PERFORM 3000-INCLUIR-EXCECAO THRU 3000-EXIT
002450         WHEN VL-ETR-ACCAO-RENOVAR
002460             PERFORM 3100-RENOVAR-EXCECAO THRU 3100-EXIT
002470         WHEN VL-ETR-ACCAO-REVOGAR
002480             PERFORM 3200-REVOGAR-EXCECAO THRU 3200-EXIT
002490     END-EVALUATE.
002500
002510 2000-CONTINUAR.
002520
002530     PERFORM 2900-LER-FEED THRU 2900-EXIT.
002540
002550 2000-EXIT.
002560     EXIT.
002570
002580******************************************************************
002590* 2200-VERIFICAR-REGISTO - THE ACTION MUST AGREE WITH THE
002600* REGISTER: AN "I" FOR AN ACCOUNT ALREADY EXEMPTED IS A RENEWAL
002610* WRITTEN AS A GRANT, AND AN "R" OR "V" FOR ONE THAT IS NOT HAS
002620* NOTHING TO ACT ON. A GRANT OR RENEWAL ALSO NEEDS THE ACCOUNT TO
002630* STILL EXIST IN VLCRED; A REVOCATION DOES NOT - CLEARING THE
002640* ENTRY OF A REMOVED ACCOUNT IS EXACTLY WHAT VLEXCRPT ASKS FOR.
002650* LEAVES THE ENTRY ON FILE IN VL-EXCECAO-REGISTO AND ITS STATE IN
002660* VL-EMN-ESTADO-ANTES.
002670******************************************************************
002680 2200-VERIFICAR-REGISTO.
002690
002700     MOVE "AUSENTE" TO VL-EMN-ESTADO-ANTES
002710
002720     IF VL-ETR-USER-ID = SPACES
002730         MOVE "UTILIZADOR EM BRANCO" TO VL-EMN-MOTIVO
002740         GO TO 2200-EXIT
002750     END-IF
002760
002770     IF NOT VL-ETR-ACCAO-VALIDA
002780         MOVE "ACCAO INVALIDA" TO VL-EMN-MOTIVO
002790         GO TO 2200-EXIT
002800     END-IF
002810
002820     MOVE VL-ETR-USER-ID TO VL-EXC-USER-ID
002830     READ VL-EXCECOES
002840         INVALID KEY
002850             MOVE "N" TO VL-EMN-REGISTADA
002860         NOT INVALID KEY
002870             MOVE "S" TO VL-EMN-REGISTADA
002880     END-READ
002890
002900     MOVE VL-ETR-USER-ID TO VL-CRED-USER-ID
002910     READ VL-CREDENCIAIS
002920         INVALID KEY
002930             MOVE "N" TO VL-EMN-CONTA-EXISTE
002940         NOT INVALID KEY
002950             MOVE "S" TO VL-EMN-CONTA-EXISTE
002960     END-READ
002970
002980     IF VL-ETR-ACCAO-INCLUIR AND VL-EMN-REGISTADA-SIM
002990         MOVE "EXCECAO JA REGISTADA - USE RENOVAR"
003000             TO VL-EMN-MOTIVO
003010         GO TO 2200-EXIT
003020     END-IF
003030
003040     IF NOT VL-ETR-ACCAO-INCLUIR AND NOT VL-EMN-REGISTADA-SIM
003050         MOVE "EXCECAO INEXISTENTE" TO VL-EMN-MOTIVO
003060         GO TO 2200-EXIT
003070     END-IF
003080
003090     IF NOT VL-ETR-ACCAO-REVOGAR AND NOT VL-EMN-CONTA-EXISTE-SIM
003100         MOVE "CONTA INEXISTENTE EM VLCRED" TO VL-EMN-MOTIVO
003110         GO TO 2200-EXIT
003120     END-IF
003130
003140     IF VL-EMN-REGISTADA-SIM
003150         PERFORM 2400-MONTAR-ESTADO THRU 2400-EXIT
003160         MOVE VL-EMN-ESTADO TO VL-EMN-ESTADO-ANTES
003170     END-IF.
003180
003190 2200-EXIT.
003200     EXIT.
003210
003220******************************************************************
003230* 2300-VALIDAR-CAMPOS - GRANT AND RENEWAL. A RENEWAL QUOTING NO
003240* FLAGS AT ALL KEEPS THE ONES ON FILE; OTHERWISE ALL THREE MUST BE
003250* "S" OR "N", WITH AT LEAST ONE "S" - AN ENTRY EXEMPT FROM NOTHING
003260* IS A REVOCATION. THE END DATE IS MANDATORY, LATER THAN TODAY AND
003270* NO MORE THAN ONE YEAR AHEAD.
003280******************************************************************
003290 2300-VALIDAR-CAMPOS.
003300
003310     IF VL-ETR-ACCAO-INCLUIR OR VL-ETR-ISENCOES NOT = SPACES
003320         IF NOT VL-ETR-ISENTA-EXPIRACAO-OK OR
003330            NOT VL-ETR-ISENTA-INATIVIDADE-OK OR
003340            NOT VL-ETR-ISENTA-TEMPORARIA-OK
003350             MOVE "INDICADOR DE ISENCAO INVALIDO" TO VL-EMN-MOTIVO
003360             GO TO 2300-EXIT
003370         END-IF
003380         IF VL-ETR-ISENCOES = "NNN"
003390             MOVE "NENHUMA ISENCAO INDICADA" TO VL-EMN-MOTIVO
003400             GO TO 2300-EXIT
003410         END-IF
003420     END-IF
003430
003440     IF VL-ETR-JUSTIFICACAO = SPACES
003450         MOVE "JUSTIFICACAO EM BRANCO" TO VL-EMN-MOTIVO
003460         GO TO 2300-EXIT
003470     END-IF
003480
003490     IF VL-ETR-DATA-FIM NOT NUMERIC
003500         MOVE "DATA DE FIM INVALIDA" TO VL-EMN-MOTIVO
003510         GO TO 2300-EXIT
003520     END-IF
003530
003540     MOVE VL-ETR-DATA-FIM TO VL-EMN-DATA
003550     PERFORM 5100-VALIDAR-DATA THRU 5100-EXIT
003560     IF NOT VL-EMN-DATA-VALIDA-SIM
003570         MOVE "DATA DE FIM INVALIDA" TO VL-EMN-MOTIVO
003580         GO TO 2300-EXIT
003590     END-IF
003600
003610     IF VL-ETR-DATA-FIM NOT > VL-DATA-HOJE
003620         MOVE "DATA DE FIM NAO POSTERIOR A HOJE" TO VL-EMN-MOTIVO
003630         GO TO 2300-EXIT
003640     END-IF
003650
003660     IF VL-ETR-DATA-FIM > VL-EMN-DATA-MAXIMA
003670         MOVE "DATA DE FIM A MAIS DE UM ANO" TO VL-EMN-MOTIVO
003680     END-IF.
003690
003700 2300-EXIT.
003710     EXIT.
003720
003730 2400-MONTAR-ESTADO.
003740
003750     MOVE "-" TO VL-EMN-EST-EXPIRACAO
003760     MOVE "-" TO VL-EMN-EST-INATIVIDADE
003770     MOVE "-" TO VL-EMN-EST-TEMPORARIA
003780
003790     IF VL-EXC-ISENTA-EXPIRACAO-SIM
003800         MOVE "E" TO VL-EMN-EST-EXPIRACAO
003810     END-IF
003820     IF VL-EXC-ISENTA-INATIVIDADE-SIM
003830         MOVE "I" TO VL-EMN-EST-INATIVIDADE
003840     END-IF
003850     IF VL-EXC-ISENTA-TEMPORARIA-SIM
003860         MOVE "T" TO VL-EMN-EST-TEMPORARIA
003870     END-IF
003880
003890     MOVE VL-EXC-DATA-FIM TO VL-EMN-EST-DATA-FIM.
003900
003910 2400-EXIT.
003920     EXIT.
003930
003940******************************************************************
003950* 2500-AUTORIZAR-TRANSACAO - OPERATOR AUTHORITY FOR ONE CHANGE.
003960* THE TARGET IS AN ACCOUNT, SO THE OWN-ACCOUNT BAR AND THE
003970* SECOND-OPERATOR RULE FOR "ADM"/"SYS" CLASSES APPLY (THE CLASS IS
003980* TAKEN FROM VLCRED WHEN PRIVILEGED THERE, ELSE DERIVED FROM THE
003990* USER-ID, SAME AS VLMANUT).
004000******************************************************************
004010 2500-AUTORIZAR-TRANSACAO.
004020
004030     EVALUATE TRUE
004040         WHEN VL-ETR-ACCAO-INCLUIR
004050             MOVE "EXC-INCLUI"       TO VL-OPR-CODIGO-ACCAO
004060         WHEN VL-ETR-ACCAO-RENOVAR
004070             MOVE "EXC-RENOVA"       TO VL-OPR-CODIGO-ACCAO
004080         WHEN VL-ETR-ACCAO-REVOGAR
004090             MOVE "EXC-REVOGA"       TO VL-OPR-CODIGO-ACCAO
004100     END-EVALUATE
004110
004120     MOVE VL-ETR-USER-ID TO WS-USER-ID
004130     PERFORM 1018-DERIVAR-CLASSE THRU 1018-EXIT
004140     MOVE VL-CLASSE-PEDIDA TO VL-OPR-CLASSE-ALVO
004150     IF VL-EMN-CONTA-EXISTE-SIM AND
004160        (VL-CRED-CLASSE = "ADM" OR VL-CRED-CLASSE = "SYS")
004170         MOVE VL-CRED-CLASSE TO VL-OPR-CLASSE-ALVO
004180     END-IF
004190
004200     MOVE VL-OPR-SLOT-EXCECAO    TO VL-OPR-ACCAO-PEDIDA
004210     MOVE VL-ETR-USER-ID         TO VL-OPR-ALVO-PEDIDO
004220     MOVE VL-ETR-USER-ID         TO VL-OPR-CONTA-ALVO
004230     PERFORM 1660-AUTORIZAR-ACCAO THRU 1660-EXIT
004240
004250     IF NOT VL-OPR-AUTORIZADO-SIM
004260         ADD 1 TO VL-EMN-TOTAL-REJEITADAS
004270     END-IF.
004280
004290 2500-EXIT.
004300     EXIT.
004310
004320 3000-INCLUIR-EXCECAO.
004330
004340     MOVE SPACES                    TO VL-EXCECAO-REGISTO
004350     MOVE VL-ETR-USER-ID            TO VL-EXC-USER-ID
004360     MOVE VL-ETR-ISENTA-EXPIRACAO   TO VL-EXC-ISENTA-EXPIRACAO
004370     MOVE VL-ETR-ISENTA-INATIVIDADE TO VL-EXC-ISENTA-INATIVIDADE
004380     MOVE VL-ETR-ISENTA-TEMPORARIA  TO VL-EXC-ISENTA-TEMPORARIA
004390     MOVE VL-ETR-JUSTIFICACAO       TO VL-EXC-JUSTIFICACAO
004400     MOVE VL-ADM-OPERADOR-ATUAL     TO VL-EXC-APROVADOR
004410     MOVE VL-DATA-HOJE              TO VL-EXC-DATA-INICIO
004420     MOVE VL-ETR-DATA-FIM           TO VL-EXC-DATA-FIM
004430
004440     WRITE VL-EXCECAO-REGISTO
004450     IF VL-FS-EXCECAO NOT = "00"
004460         DISPLAY "VLEXCMNT - ERRO A GRAVAR EM VLEXCEC. "
004470             "FILE STATUS: " VL-FS-EXCECAO
004480         STOP RUN
004490     END-IF
004500
004510     PERFORM 2400-MONTAR-ESTADO THRU 2400-EXIT
004520     DISPLAY "VLEXCMNT - EXCECAO INCLUIDA..: " VL-EXC-USER-ID
004530         " " VL-EMN-ESTADO
004540     ADD 1 TO VL-EMN-TOTAL-INCLUIDAS
004550
004560     MOVE VL-EMN-ESTADO TO VL-EMN-ESTADO-DEPOIS
004570     MOVE "EXC-INCLUI"  TO VL-ADM-ACCAO
004580     PERFORM 3900-REGISTAR-ALTERACAO THRU 3900-EXIT.
004590
004600 3000-EXIT.
004610     EXIT.
004620
004630 3100-RENOVAR-EXCECAO.
004640
004650     IF VL-ETR-ISENCOES NOT = SPACES
004660         MOVE VL-ETR-ISENTA-EXPIRACAO
004670             TO VL-EXC-ISENTA-EXPIRACAO
004680         MOVE VL-ETR-ISENTA-INATIVIDADE
004690             TO VL-EXC-ISENTA-INATIVIDADE
004700         MOVE VL-ETR-ISENTA-TEMPORARIA
004710             TO VL-EXC-ISENTA-TEMPORARIA
004720     END-IF
004730     MOVE VL-ETR-JUSTIFICACAO       TO VL-EXC-JUSTIFICACAO
004740     MOVE VL-ADM-OPERADOR-ATUAL     TO VL-EXC-APROVADOR
004750     MOVE VL-DATA-HOJE              TO VL-EXC-DATA-INICIO
004760     MOVE VL-ETR-DATA-FIM           TO VL-EXC-DATA-FIM
004770
004780     REWRITE VL-EXCECAO-REGISTO
004790     IF VL-FS-EXCECAO NOT = "00"
004800         DISPLAY "VLEXCMNT - ERRO A GRAVAR EM VLEXCEC. "
004810             "FILE STATUS: " VL-FS-EXCECAO
004820         STOP RUN
004830     END-IF
004840
004850     PERFORM 2400-MONTAR-ESTADO THRU 2400-EXIT
004860     DISPLAY "VLEXCMNT - EXCECAO RENOVADA..: " VL-EXC-USER-ID
004870         " " VL-EMN-ESTADO
004880     ADD 1 TO VL-EMN-TOTAL-RENOVADAS
004890
004900     MOVE VL-EMN-ESTADO TO VL-EMN-ESTADO-DEPOIS
004910     MOVE "EXC-RENOVA"  TO VL-ADM-ACCAO
004920     PERFORM 3900-REGISTAR-ALTERACAO THRU 3900-EXIT.
004930
004940 3100-EXIT.
004950     EXIT.
004960
004970 3200-REVOGAR-EXCECAO.
004980
004990     DELETE VL-EXCECOES RECORD
005000     IF VL-FS-EXCECAO NOT = "00"
005010         DISPLAY "VLEXCMNT - ERRO A ELIMINAR DE VLEXCEC. "
005020             "FILE STATUS: " VL-FS-EXCECAO
005030         STOP RUN
005040     END-IF
005050
005060     DISPLAY "VLEXCMNT - EXCECAO REVOGADA..: " VL-ETR-USER-ID
005070         " " VL-EMN-ESTADO-ANTES
005080     ADD 1 TO VL-EMN-TOTAL-REVOGADAS
005090
005100     MOVE "REVOGADA"   TO VL-EMN-ESTADO-DEPOIS
005110     MOVE "EXC-REVOGA" TO VL-ADM-ACCAO
005120     PERFORM 3900-REGISTAR-ALTERACAO THRU 3900-EXIT.
005130
005140 3200-EXIT.
005150     EXIT.
005160
005170******************************************************************
005180* 3900-REGISTAR-ALTERACAO - ONE VLADMAUD RECORD PER REGISTER
005190* CHANGE, ACTION CODE ALREADY IN VL-ADM-ACCAO, AFTER STATE IN
005200* VL-EMN-ESTADO-DEPOIS.
005210******************************************************************
005220 3900-REGISTAR-ALTERACAO.
005230
005240     MOVE "VLEXCMNT"             TO VL-ADM-PROGRAMA
005250     MOVE VL-ETR-USER-ID         TO VL-ADM-ALVO
005260     MOVE VL-EMN-ESTADO-ANTES    TO VL-ADM-ESTADO-ANTES
005270     MOVE VL-EMN-ESTADO-DEPOIS   TO VL-ADM-ESTADO-DEPOIS
005280     PERFORM 6500-REGISTAR-ADMIN THRU 6500-EXIT.
005290
005300 3900-EXIT.
005310     EXIT.
005320
005330 5100-VALIDAR-DATA.
005340
005350     MOVE "N" TO VL-EMN-DATA-VALIDA
005360     MOVE VL-EMN-DATA(1:4) TO VL-EMN-ANO
005370     MOVE VL-EMN-DATA(5:2) TO VL-EMN-MES
005380     MOVE VL-EMN-DATA(7:2) TO VL-EMN-DIA
005390
005400     IF VL-EMN-ANO < 1990 OR VL-EMN-ANO > 2099
005410         GO TO 5100-EXIT
005420     END-IF
005430     IF VL-EMN-MES < 1 OR VL-EMN-MES > 12
005440         GO TO 5100-EXIT
005450     END-IF
005460
005470     MOVE VL-DIAS-MES(VL-EMN-MES) TO VL-EMN-DIAS-NO-MES
005480     IF VL-EMN-MES = 2
005490         DIVIDE VL-EMN-ANO BY 4
005500             GIVING VL-QUOCIENTE REMAINDER VL-RESTO
005510         IF VL-RESTO = 0
005520             DIVIDE VL-EMN-ANO BY 100
005530                 GIVING VL-QUOCIENTE REMAINDER VL-RESTO
005540             IF VL-RESTO NOT = 0
005550                 MOVE 29 TO VL-EMN-DIAS-NO-MES
005560             ELSE
005570                 DIVIDE VL-EMN-ANO BY 400
005580                     GIVING VL-QUOCIENTE REMAINDER VL-RESTO
005590                 IF VL-RESTO = 0
005600                     MOVE 29 TO VL-EMN-DIAS-NO-MES
005610                 END-IF
005620             END-IF
005630         END-IF
005640     END-IF
005650
005660     IF VL-EMN-DIA >= 1 AND VL-EMN-DIA <= VL-EMN-DIAS-NO-MES
005670         MOVE "S" TO VL-EMN-DATA-VALIDA
005680     END-IF.
005690
005700 5100-EXIT.
005710     EXIT.
005720
005730******************************************************************
005740* 1018-DERIVAR-CLASSE COMES FROM VLCLSDRV, COPIED IN BELOW.
005750******************************************************************
005760     COPY VLCLSDRV.
005770
005771******************************************************************
005772* 1690-SUSPENDER-FICHEIROS AND 1695-RETOMAR-FICHEIROS - PERFORMED
005773* BY VLOPRCK AROUND A SECOND OPERATOR'S PASSWORD CHECK. VLVERIF1
005774* OPENS VLCRED AND VLEXCEC FOR ITSELF, SO BOTH ARE CLOSED FOR THE
005775* CALL AND REOPENED AFTER, AND THE VLEXCEC ENTRY READ IN 2200 IS
005776* READ BACK - A RENEWAL KEEPS THE FLAGS ON FILE FROM IT.
005777******************************************************************
005778 1690-SUSPENDER-FICHEIROS.
005779
005780     CLOSE VL-CREDENCIAIS
005781     CLOSE VL-EXCECOES.
005782
005783 1690-EXIT.
005784     EXIT.
005785
005786 1695-RETOMAR-FICHEIROS.
005787
005788     OPEN INPUT VL-CREDENCIAIS
005789     IF VL-FS-CREDENCIAIS NOT = "00"
005790         DISPLAY "VLEXCMNT - ERRO A ABRIR VLCRED. "
005791             "FILE STATUS: " VL-FS-CREDENCIAIS
005792         STOP RUN
005793     END-IF
005794
005795     OPEN I-O VL-EXCECOES
005796     IF VL-FS-EXCECAO NOT = "00"
005797         DISPLAY "VLEXCMNT - ERRO A ABRIR VLEXCEC. "
005798             "FILE STATUS: " VL-FS-EXCECAO
005799         STOP RUN
005800     END-IF
005801
005802     MOVE VL-ETR-USER-ID TO VL-EXC-USER-ID
005803     READ VL-EXCECOES
005804         INVALID KEY
005805             CONTINUE
005806     END-READ.
005807
005808 1695-EXIT.
005809     EXIT.
005810
005811******************************************************************
005812* 1600-IDENTIFICAR-OPERADOR AND 6500-REGISTAR-ADMIN COME FROM
005813* VLADMGRV, COPIED IN BELOW.
005814******************************************************************
005820     COPY VLADMGRV.
005830
005840******************************************************************
005850* 1650-AUTORIZAR-OPERADOR, 1660-AUTORIZAR-ACCAO AND THEIR
005860* SUB-PARAGRAPHS COME FROM VLOPRCK, COPIED IN BELOW.
005870******************************************************************
005880     COPY VLOPRCK.
005890
005900 2900-LER-FEED.
005910
005920     READ VL-FEED
005930         AT END
005940             MOVE "S" TO VL-FIM-FICHEIRO
005950     END-READ.
005960
005970 2900-EXIT.
005980     EXIT.
005990
006000 7000-IMPRIMIR-RELATORIO.
006010
006020     DISPLAY "=================================================="
006030     DISPLAY "VLEXCMNT - MANUTENCAO DO REGISTO DE EXCECOES"
006040     DISPLAY "=================================================="
006050     DISPLAY "TRANSACOES LIDAS.........: " VL-EMN-TOTAL-LIDAS
006060     DISPLAY "EXCECOES INCLUIDAS.......: " VL-EMN-TOTAL-INCLUIDAS
006070     DISPLAY "EXCECOES RENOVADAS.......: " VL-EMN-TOTAL-RENOVADAS
006080     DISPLAY "EXCECOES REVOGADAS.......: " VL-EMN-TOTAL-REVOGADAS
006090     DISPLAY "TRANSACOES REJEITADAS....: " VL-EMN-TOTAL-REJEITADAS
006100     DISPLAY "==================================================".
006110
006120 7000-EXIT.
006130     EXIT.
006140
006150 8000-TERMINAR.
006160
006170     CLOSE VL-FEED
006180     CLOSE VL-EXCECOES
006190     CLOSE VL-CREDENCIAIS
006200     CLOSE VL-ADMIN-AUDITORIA
006210     CLOSE VL-OPERADORES.
006220
006230 8000-EXIT.
006240     EXIT.
006250
006260 END PROGRAM VLEXCMNT.
