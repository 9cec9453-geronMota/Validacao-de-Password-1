000010******************************************************************
000020* PROGRAM:  VLPOLMNT
000030* AUTHOR:   J. MOTA - SEGURANCA DE ACESSOS
000040* INSTALLATION: DEPARTAMENTO DE TECNOLOGIA
000050* DATE-WRITTEN: 15/10/26
000060* DATE-COMPILED:
000070* PURPOSE:  PASSWORD POLICY MAINTENANCE. READS THE VLPOLTR
000080*           TRANSACTIONS SUPPLIED BY THE SECURITY TEAM - A NEW
000090*           CLASS OR A NEW VERSION OF AN EXISTING ONE, EVERY RULE
000100*           QUOTED IN FULL WITH THE DATE IT TAKES EFFECT - AND,
000110*           AFTER RANGE AND CONSISTENCY CHECKS, APPENDS EACH AS A
000120*           NEW VERSION RECORD TO VLPOLCY. UNTIL NOW THE POLICY
000130*           FILE WAS EDITED BY HAND AND 1015-VALIDAR-POLITICA
000140*           (VLPOLCHK) QUIETLY CLAMPED WHATEVER CAME OUT OF IT; A
000150*           RECORD WRITTEN HERE PASSES EVERY ONE OF THOSE CLAMPS
000160*           UNCHANGED. NO RECORD IS EVER OVERWRITTEN: THE FILE
000170*           KEEPS EVERY VERSION OF EVERY CLASS, WHICH IS WHAT LETS
000180*           THE VLPOLTRC SWEEP TELL WHICH RULES A PASSWORD WAS
000190*           ACCEPTED UNDER. EVERY RULE CHANGED IS RECORDED TO
000200*           VLADMAUD WITH ITS BEFORE AND AFTER VALUE, PLUS ONE
000210*           RECORD PER VERSION WRITTEN.
000220*
000230*           A VERSION DATED AHEAD ANNOUNCES A CHANGE; IT IS NOT
000240*           THE RULE UNTIL ITS DATE (SEE VLPOLSEL). AN ANNOUNCED
000250*           CHANGE IS WITHDRAWN BY A FURTHER VERSION WITH THE OLD
000260*           RULES AND THE SAME DATE - THE HIGHER VERSION WINS.
000270* TECTONICS: COBC
000280******************************************************************
000290* MODIFICATION HISTORY
000300* DATE      INIT DESCRIPTION
000310* 15/10/26  JM   ORIGINAL PROGRAM.
000312* 15/10/26  JM   THE OPERATOR MUST NOW ALSO GIVE THEIR OWN VLCRED
000314*                PASSWORD AT SIGN-ON, CHECKED BY VLVERIF1 (SEE
000316*                VLOPRCK).
000320******************************************************************
000330 IDENTIFICATION DIVISION.
000340 PROGRAM-ID. VLPOLMNT.
000350 ENVIRONMENT DIVISION.
000360 INPUT-OUTPUT SECTION.
000370 FILE-CONTROL.
000380     SELECT VL-POLITICA ASSIGN TO "VLPOLCY"
000390         ORGANIZATION IS LINE SEQUENTIAL
000400         FILE STATUS IS VL-FS-POLITICA.
000410
000420     SELECT VL-FEED ASSIGN TO "VLPOLTR"
000430         ORGANIZATION IS LINE SEQUENTIAL
000440         FILE STATUS IS VL-FS-FEED.
000450
000460     SELECT VL-ADMIN-AUDITORIA ASSIGN TO "VLADMAUD"
000470         ORGANIZATION IS LINE SEQUENTIAL
000480         FILE STATUS IS VL-FS-ADMIN.
000490
000500     SELECT VL-OPERADORES ASSIGN TO "VLOPER"
000510         ORGANIZATION IS INDEXED
000520         ACCESS MODE IS DYNAMIC
000530         RECORD KEY IS VL-OPR-OPERADOR
000540         FILE STATUS IS VL-FS-OPERADOR.
000550 DATA DIVISION.
000560 FILE SECTION.
000570 FD  VL-POLITICA
000580     RECORDING MODE IS F.
000590 01  VL-POLITICA-LINHA               PIC X(64).
000600
000610 FD  VL-FEED
000620     RECORDING MODE IS F.
000630     COPY VLPOLTR.
000640
000650 FD  VL-ADMIN-AUDITORIA
000660     RECORDING MODE IS F.
000670     COPY VLADMAUD.
000680
000690 FD  VL-OPERADORES.
000700     COPY VLOPER.
000710
000720 WORKING-STORAGE SECTION.
000730 COPY VLWORK.
000740 COPY VLADMWK.
000750 COPY VLOPRWK.
000760 77  VL-FS-FEED                      PIC X(02).
000770 77  VL-FIM-FICHEIRO                 PIC X(01)   VALUE "N".
000780     88  VL-FIM-FICHEIRO-SIM             VALUE "S".
000790 77  VL-FIM-POLITICAS                PIC X(01)   VALUE "N".
000800     88  VL-FIM-POLITICAS-SIM            VALUE "S".
000810
000820 77  VL-PMN-TOTAL-LIDAS              PIC 9(08) COMP VALUE 0.
000830 77  VL-PMN-TOTAL-INCLUIDAS          PIC 9(08) COMP VALUE 0.
000840 77  VL-PMN-TOTAL-ALTERADAS          PIC 9(08) COMP VALUE 0.
000850 77  VL-PMN-TOTAL-ANUNCIADAS         PIC 9(08) COMP VALUE 0.
000860 77  VL-PMN-TOTAL-REJEITADAS         PIC 9(08) COMP VALUE 0.
000870 77  VL-PMN-TOTAL-REGRAS             PIC 9(08) COMP VALUE 0.
000880 77  VL-PMN-VERSOES-LIDAS            PIC 9(08) COMP VALUE 0.
000890
000900******************************************************************
000910* LATEST VERSION ON FILE OF EACH CLASS - INCLUDING ONE ANNOUNCED
000920* FOR A LATER DATE, SINCE THE NEXT VERSION BUILDS ON IT. SAME TEN-
000930* CLASS LIMIT AS VLPOLTAB, SO THIS PROGRAM CAN NEVER WRITE A FILE
000940* THE VALIDATION PROGRAMS WOULD REFUSE TO LOAD.
000950******************************************************************
000960 01  VL-PMN-TABELA.
000970     05  VL-PMN-ENTRADA              PIC X(64) OCCURS 10 TIMES.
000980 77  VL-PMN-TOTAL-CLASSES            PIC 9(02) COMP VALUE 0.
000990 77  VL-PMN-INDICE                   PIC 9(02) COMP.
001000 77  VL-PMN-POSICAO                  PIC 9(02) COMP.
001010 77  VL-PMN-CLASSE-PROCURADA         PIC X(03).
001020
001030******************************************************************
001040* THE VERSION BEING REPLACED (SPACES FOR A NEW CLASS) AND THE
001050* REASON A TRANSACTION WAS REJECTED. THE NEW VERSION IS BUILT IN
001060* VL-POLITICA-REGISTO (VLPOLCY, VIA VLWORK).
001070******************************************************************
001080 01  VL-PMN-ANTERIOR                 PIC X(64).
001090 77  VL-PMN-MOTIVO                   PIC X(40).
001100 77  VL-PMN-CATEGORIAS               PIC 9(02) COMP.
001110
001120******************************************************************
001130* THE RULES COMPARED FOR THE BEFORE/AFTER TRAIL - NAME AS LOGGED,
001140* THEN POSITION AND LENGTH IN THE VLPOLCY RECORD. THE CLASS ITSELF
001150* IS THE KEY, AND THE VERSION AND DATE GO ON THE SUMMARY RECORD.
001160******************************************************************
001170 01  VL-PMN-CAMPOS-INIC.
001180     05  FILLER                      PIC X(14)
001190         VALUE "MIN-COMPR 0402".
001200     05  FILLER                      PIC X(14)
001210         VALUE "MAX-COMPR 0602".
001220     05  FILLER                      PIC X(14)
001230         VALUE "REQ-MAIUSC0801".
001240     05  FILLER                      PIC X(14)
001250         VALUE "REQ-MINUSC0901".
001260     05  FILLER                      PIC X(14)
001270         VALUE "REQ-NUMERO1001".
001280     05  FILLER                      PIC X(14)
001290         VALUE "REQ-ESPEC 1101".
001300     05  FILLER                      PIC X(14)
001310         VALUE "ESPECIAIS 1220".
001320     05  FILLER                      PIC X(14)
001330         VALUE "TENTATIVAS3202".
001340     05  FILLER                      PIC X(14)
001350         VALUE "HISTORICO 3402".
001360     05  FILLER                      PIC X(14)
001370         VALUE "REJ-USERID3601".
001380     05  FILLER                      PIC X(14)
001390         VALUE "REJ-REPET 3701".
001400     05  FILLER                      PIC X(14)
001410         VALUE "LIM-REPET 3802".
001420     05  FILLER                      PIC X(14)
001430         VALUE "REJ-SEQ   4001".
001440     05  FILLER                      PIC X(14)
001450         VALUE "LIM-SEQ   4102".
001460 01  VL-PMN-CAMPOS REDEFINES VL-PMN-CAMPOS-INIC.
001470     05  VL-PMN-CAMPO                OCCURS 14 TIMES.
001480         10  VL-PMN-CAMPO-NOME       PIC X(10).
001490         10  VL-PMN-CAMPO-POSICAO    PIC 9(02).
001500         10  VL-PMN-CAMPO-TAMANHO    PIC 9(02).
001510 77  VL-PMN-CAMPO-INDICE             PIC 9(02) COMP.
001520 77  VL-PMN-POS                      PIC 9(02) COMP.
001530 77  VL-PMN-TAM                      PIC 9(02) COMP.
001540
001550******************************************************************
001560* VLADMAUD TARGET ("PAD V0003 MIN-COMPR") AND VERSION STATE
001570* ("V0003 20261101") AS LOGGED.
001580******************************************************************
001590 01  VL-PMN-ALVO.
001600     05  VL-PMN-ALVO-CLASSE          PIC X(03).
001610     05  FILLER                      PIC X(02)   VALUE " V".
001620     05  VL-PMN-ALVO-VERSAO          PIC 9(04).
001630     05  FILLER                      PIC X(01)   VALUE SPACE.
001640     05  VL-PMN-ALVO-CAMPO           PIC X(10).
001650 01  VL-PMN-ESTADO.
001660     05  FILLER                      PIC X(01)   VALUE "V".
001670     05  VL-PMN-EST-VERSAO           PIC X(04).
001680     05  FILLER                      PIC X(01)   VALUE SPACE.
001690     05  VL-PMN-EST-DATA             PIC X(08).
001700     05  FILLER                      PIC X(06)   VALUE SPACES.
001710
001720******************************************************************
001730* EFFECTIVE-DATE CHECK WORK FIELDS (5100-VALIDAR-DATA).
001740******************************************************************
001750 77  VL-PMN-DATA                     PIC 9(08).
001760 77  VL-PMN-ANO                      PIC 9(04).
001770 77  VL-PMN-MES                      PIC 9(02).
001780 77  VL-PMN-DIA                      PIC 9(02).
001790 77  VL-PMN-DIAS-NO-MES              PIC 9(02).
001800 77  VL-PMN-DATA-VALIDA              PIC X(01).
001810     88  VL-PMN-DATA-VALIDA-SIM          VALUE "S".
001820
001830 PROCEDURE DIVISION.
001840
001850 0000-MAINLINE.
001860
001870     PERFORM 1000-INICIALIZACAO THRU 1000-EXIT
001880
001890     PERFORM 2000-PROCESSAR-TRANSACAO THRU 2000-EXIT
001900         UNTIL VL-FIM-FICHEIRO-SIM
001910
001920     PERFORM 7000-IMPRIMIR-RELATORIO THRU 7000-EXIT
001930
001940     PERFORM 8000-TERMINAR THRU 8000-EXIT
001950
001960     GOBACK.
001970
001980******************************************************************
001990* 1000-INICIALIZACAO - THE WHOLE OF VLPOLCY IS READ BEFORE IT IS
002000* REOPENED FOR EXTEND. A MISSING VLPOLCY (FILE STATUS 35) IS A
002010* FIRST-EVER LOAD AND IS CREATED BY THE FIRST VERSION WRITTEN.
002020******************************************************************
002030 1000-INICIALIZACAO.
002040
002050     PERFORM 1600-IDENTIFICAR-OPERADOR THRU 1600-EXIT
002060
002070     OPEN EXTEND VL-ADMIN-AUDITORIA
002080     IF VL-FS-ADMIN NOT = "00"
002090         DISPLAY "VLPOLMNT - ERRO A ABRIR VLADMAUD. "
002100             "FILE STATUS: " VL-FS-ADMIN
002110         STOP RUN
002120     END-IF
002130
002140     MOVE "VLPOLMNT"             TO VL-OPR-PROGRAMA
002150     MOVE VL-OPR-SLOT-POLITICA   TO VL-OPR-ACCAO-PEDIDA
002160     PERFORM 1650-AUTORIZAR-OPERADOR THRU 1650-EXIT
002170
002180     ACCEPT VL-DATA-HOJE FROM DATE YYYYMMDD
002190
002200     PERFORM 1100-CARREGAR-POLITICAS THRU 1100-EXIT
002210
002220     OPEN EXTEND VL-POLITICA
002230     EVALUATE VL-FS-POLITICA
002240         WHEN "00"
002250             CONTINUE
002260         WHEN "35"
002270             OPEN OUTPUT VL-POLITICA
002280             IF VL-FS-POLITICA NOT = "00"
002290                 DISPLAY "VLPOLMNT - ERRO A CRIAR VLPOLCY. "
002300                     "FILE STATUS: " VL-FS-POLITICA
002310                 STOP RUN
002320             END-IF
002330         WHEN OTHER
002340             DISPLAY "VLPOLMNT - ERRO A ABRIR VLPOLCY. "
002350                 "FILE STATUS: " VL-FS-POLITICA
002360             STOP RUN
002370     END-EVALUATE
002380
002390     OPEN INPUT VL-FEED
002400     IF VL-FS-FEED NOT = "00"
002410         DISPLAY "VLPOLMNT - ERRO A ABRIR VLPOLTR. "
002420             "FILE STATUS: " VL-FS-FEED
002430         STOP RUN
002440     END-IF
002450
002460     PERFORM 2900-LER-FEED THRU 2900-EXIT.
002470
002480 1000-EXIT.
002490     EXIT.
002500
002510******************************************************************
002520* 1100-CARREGAR-POLITICAS - KEEPS THE HIGHEST VERSION OF EACH
002530* CLASS, WHATEVER ORDER THE RECORDS ARE IN. A RECORD FROM BEFORE
002540* VERSIONING READS AS VERSION 0 DATED 0, SAME AS IN VLPOLCHK.
002550******************************************************************
002560 1100-CARREGAR-POLITICAS.
002570
002580     OPEN INPUT VL-POLITICA
002590     EVALUATE VL-FS-POLITICA
002600         WHEN "00"
002610             CONTINUE
002620         WHEN "35"
002630             DISPLAY "VLPOLMNT - VLPOLCY INEXISTENTE - "
002640                 "SERA CRIADO."
002650             GO TO 1100-EXIT
002660         WHEN OTHER
002670             DISPLAY "VLPOLMNT - ERRO A ABRIR VLPOLCY. "
002680                 "FILE STATUS: " VL-FS-POLITICA
002690             STOP RUN
002700     END-EVALUATE
002710
002720     MOVE "N" TO VL-FIM-POLITICAS
002730     PERFORM 1110-CARREGAR-VERSAO THRU 1110-EXIT
002740         UNTIL VL-FIM-POLITICAS-SIM
002750
002760     CLOSE VL-POLITICA.
002770
002780 1100-EXIT.
002790     EXIT.
002800
002810 1110-CARREGAR-VERSAO.
002820
002830     READ VL-POLITICA INTO VL-POLITICA-REGISTO
002840         AT END
002850             MOVE "S" TO VL-FIM-POLITICAS
002860             GO TO 1110-EXIT
002870     END-READ
002880
002890     ADD 1 TO VL-PMN-VERSOES-LIDAS
002900
002910     IF VL-POL-VERSAO NOT NUMERIC
002920         MOVE 0 TO VL-POL-VERSAO
002930     END-IF
002940     IF VL-POL-DATA-EFETIVA NOT NUMERIC
002950         MOVE 0 TO VL-POL-DATA-EFETIVA
002960     END-IF
002970
002980     MOVE VL-POL-CLASSE TO VL-PMN-CLASSE-PROCURADA
002990     PERFORM 2100-LOCALIZAR-CLASSE THRU 2100-EXIT
003000
003010     IF VL-PMN-POSICAO > 0
003020         IF VL-POL-VERSAO >
003030            VL-PMN-ENTRADA(VL-PMN-POSICAO)(43:4)
003040             MOVE VL-POLITICA-REGISTO
003050                 TO VL-PMN-ENTRADA(VL-PMN-POSICAO)
003060         END-IF
003070         GO TO 1110-EXIT
003080     END-IF
003090
003100     IF VL-PMN-TOTAL-CLASSES >= 10
003110         DISPLAY "VLPOLMNT - VLPOLCY COM MAIS DE 10 CLASSES - "
003120             "FICHEIRO RECUSADO."
003130         STOP RUN
003140     END-IF
003150     ADD 1 TO VL-PMN-TOTAL-CLASSES
003160     MOVE VL-POLITICA-REGISTO
003170         TO VL-PMN-ENTRADA(VL-PMN-TOTAL-CLASSES).
003180
003190 1110-EXIT.
003200     EXIT.
003210
003220 2000-PROCESSAR-TRANSACAO.
003230
003240     ADD 1 TO VL-PMN-TOTAL-LIDAS
003250     MOVE "N"    TO VL-OPR-AUTORIZADO
003260     MOVE SPACES TO VL-PMN-MOTIVO
003270
003280     PERFORM 2200-VERIFICAR-CLASSE THRU 2200-EXIT
003290     IF VL-PMN-MOTIVO = SPACES
003300         PERFORM 2300-VALIDAR-REGRAS THRU 2300-EXIT
003310     END-IF
003320
003330     IF VL-PMN-MOTIVO NOT = SPACES
003340         DISPLAY "VLPOLMNT - CLASSE " VL-PTR-CLASSE
003350             " REJEITADA: " VL-PMN-MOTIVO
003360         ADD 1 TO VL-PMN-TOTAL-REJEITADAS
003370         GO TO 2000-CONTINUAR
003380     END-IF
003390
003400     PERFORM 2500-AUTORIZAR-TRANSACAO THRU 2500-EXIT
003410     IF VL-OPR-AUTORIZADO-SIM
003420         PERFORM 3000-GRAVAR-VERSAO THRU 3000-EXIT
003430     END-IF.
003440
003450 2000-CONTINUAR.
003460
003470     PERFORM 2900-LER-FEED THRU 2900-EXIT.
003480
003490 2000-EXIT.
003500     EXIT.
003510
003520 2100-LOCALIZAR-CLASSE.
003530
003540     MOVE 0 TO VL-PMN-POSICAO
003550     PERFORM 2110-COMPARAR-CLASSE THRU 2110-EXIT
003560         VARYING VL-PMN-INDICE FROM 1 BY 1
003570         UNTIL VL-PMN-INDICE > VL-PMN-TOTAL-CLASSES
003580            OR VL-PMN-POSICAO > 0.
003590
003600 2100-EXIT.
003610     EXIT.
003620
003630 2110-COMPARAR-CLASSE.
003640
003650     IF VL-PMN-ENTRADA(VL-PMN-INDICE)(1:3) =
003660        VL-PMN-CLASSE-PROCURADA
003670         MOVE VL-PMN-INDICE TO VL-PMN-POSICAO
003680     END-IF.
003690
003700 2110-EXIT.
003710     EXIT.
003720
003730******************************************************************
003740* 2200-VERIFICAR-CLASSE - THE ACTION MUST AGREE WITH THE FILE: AN
003750* "I" FOR A CLASS ALREADY ON FILE OR AN "A" FOR ONE THAT IS NOT IS
003760* A TRANSACTION WRITTEN AGAINST THE WRONG CLASS, NOT A CHANGE TO
003770* GUESS AT. LEAVES THE VERSION BEING REPLACED IN VL-PMN-ANTERIOR.
003780******************************************************************
003790 2200-VERIFICAR-CLASSE.
003800
003810     MOVE SPACES TO VL-PMN-ANTERIOR
003820
003830     IF VL-PTR-CLASSE = SPACES
003840         MOVE "CLASSE EM BRANCO" TO VL-PMN-MOTIVO
003850         GO TO 2200-EXIT
003860     END-IF
003870
003880     IF NOT VL-PTR-ACCAO-VALIDA
003890         MOVE "ACCAO INVALIDA" TO VL-PMN-MOTIVO
003900         GO TO 2200-EXIT
003910     END-IF
003920
003930     MOVE VL-PTR-CLASSE TO VL-PMN-CLASSE-PROCURADA
003940     PERFORM 2100-LOCALIZAR-CLASSE THRU 2100-EXIT
003950
003960     IF VL-PTR-ACCAO-INCLUIR AND VL-PMN-POSICAO > 0
003970         MOVE "CLASSE JA EXISTE" TO VL-PMN-MOTIVO
003980         GO TO 2200-EXIT
003990     END-IF
004000
004010     IF VL-PTR-ACCAO-ALTERAR AND VL-PMN-POSICAO = 0
004020         MOVE "CLASSE INEXISTENTE" TO VL-PMN-MOTIVO
004030         GO TO 2200-EXIT
004040     END-IF
004050
004060     IF VL-PTR-ACCAO-INCLUIR AND VL-PMN-TOTAL-CLASSES >= 10
004070         MOVE "LIMITE DE 10 CLASSES ATINGIDO" TO VL-PMN-MOTIVO
004080         GO TO 2200-EXIT
004090     END-IF
004100
004110     IF VL-PMN-POSICAO > 0
004120         MOVE VL-PMN-ENTRADA(VL-PMN-POSICAO) TO VL-PMN-ANTERIOR
004130     END-IF.
004140
004150 2200-EXIT.
004160     EXIT.
004170
004180******************************************************************
004190* 2300-VALIDAR-REGRAS - RANGE AND CONSISTENCY CHECKS. THE RANGES
004200* ARE THE ONES 1015-VALIDAR-POLITICA (VLPOLCHK) CLAMPS TO, SO A
004210* VERSION WRITTEN HERE IS ALWAYS APPLIED EXACTLY AS WRITTEN. THE
004220* FIRST FAILURE IS THE REASON REPORTED.
004230******************************************************************
004240 2300-VALIDAR-REGRAS.
004250
004260     IF VL-PTR-MIN-LENGTH NOT NUMERIC OR
004270        VL-PTR-MAX-LENGTH NOT NUMERIC
004280         MOVE "COMPRIMENTO NAO NUMERICO" TO VL-PMN-MOTIVO
004290         GO TO 2300-EXIT
004300     END-IF
004310
004320     IF VL-PTR-MIN-LENGTH < 1 OR VL-PTR-MAX-LENGTH > 20
004330         MOVE "COMPRIMENTO FORA DE 1 A 20" TO VL-PMN-MOTIVO
004340         GO TO 2300-EXIT
004350     END-IF
004360
004370     IF VL-PTR-MIN-LENGTH > VL-PTR-MAX-LENGTH
004380         MOVE "MINIMO SUPERIOR AO MAXIMO" TO VL-PMN-MOTIVO
004390         GO TO 2300-EXIT
004400     END-IF
004410
004420     IF NOT VL-PTR-REQ-MAIUSC-OK OR NOT VL-PTR-REQ-MINUSC-OK OR
004430        NOT VL-PTR-REQ-NUMERO-OK OR NOT VL-PTR-REQ-ESPECIAL-OK
004440         MOVE "INDICADOR DE EXIGENCIA NAO E S/N"
004450             TO VL-PMN-MOTIVO
004460         GO TO 2300-EXIT
004470     END-IF
004480
004490     IF VL-PTR-REQ-ESPECIAL-SIM AND
004500        VL-PTR-CARACTERES-ESPECIAIS = SPACES
004510         MOVE "ESPECIAIS EXIGIDOS SEM CONJUNTO DEFINIDO"
004520             TO VL-PMN-MOTIVO
004530         GO TO 2300-EXIT
004540     END-IF
004550
004560*    EACH REQUIRED CATEGORY NEEDS AT LEAST ONE CHARACTER OF ITS
004570*    OWN - A MINIMUM BELOW THEIR NUMBER CAN NEVER BE MET BY A
004580*    PASSWORD OF THAT LENGTH AND ONLY MISLEADS THE USERS.
004590     MOVE 0 TO VL-PMN-CATEGORIAS
004600     IF VL-PTR-REQ-MAIUSC-SIM
004610         ADD 1 TO VL-PMN-CATEGORIAS
004620     END-IF
004630     IF VL-PTR-REQ-MINUSC-SIM
004640         ADD 1 TO VL-PMN-CATEGORIAS
004650     END-IF
004660     IF VL-PTR-REQ-NUMERO-SIM
004670         ADD 1 TO VL-PMN-CATEGORIAS
004680     END-IF
004690     IF VL-PTR-REQ-ESPECIAL-SIM
004700         ADD 1 TO VL-PMN-CATEGORIAS
004710     END-IF
004720     IF VL-PMN-CATEGORIAS > VL-PTR-MIN-LENGTH
004730         MOVE "MINIMO INFERIOR AS CATEGORIAS EXIGIDAS"
004740             TO VL-PMN-MOTIVO
004750         GO TO 2300-EXIT
004760     END-IF
004770
004780     IF VL-PTR-MAX-TENTATIVAS NOT NUMERIC OR
004790        VL-PTR-MAX-TENTATIVAS = 0
004800         MOVE "TENTATIVAS FORA DE 1 A 99" TO VL-PMN-MOTIVO
004810         GO TO 2300-EXIT
004820     END-IF
004830
004840     IF VL-PTR-PROFUNDIDADE-HIST NOT NUMERIC OR
004850        VL-PTR-PROFUNDIDADE-HIST < 1 OR
004860        VL-PTR-PROFUNDIDADE-HIST > 5
004870         MOVE "HISTORICO FORA DE 1 A 5" TO VL-PMN-MOTIVO
004880         GO TO 2300-EXIT
004890     END-IF
004900
004910     IF NOT VL-PTR-REJ-USERID-OK OR NOT VL-PTR-REJ-REPETICAO-OK OR
004920        NOT VL-PTR-REJ-SEQUENCIA-OK
004930         MOVE "INDICADOR DE REJEICAO NAO E S/N" TO VL-PMN-MOTIVO
004940         GO TO 2300-EXIT
004950     END-IF
004960
004970     IF VL-PTR-LIM-REPETICAO NOT NUMERIC OR
004980        VL-PTR-LIM-REPETICAO < 1 OR
004990        VL-PTR-LIM-REPETICAO > 20
005000         MOVE "LIMITE DE REPETICAO FORA DE 1 A 20"
005010             TO VL-PMN-MOTIVO
005020         GO TO 2300-EXIT
005030     END-IF
005040
005050     IF VL-PTR-LIM-SEQUENCIA NOT NUMERIC OR
005060        VL-PTR-LIM-SEQUENCIA < 3 OR
005070        VL-PTR-LIM-SEQUENCIA > 20
005080         MOVE "LIMITE DE SEQUENCIA FORA DE 3 A 20"
005090             TO VL-PMN-MOTIVO
005100         GO TO 2300-EXIT
005110     END-IF
005120
005130     MOVE "N" TO VL-PMN-DATA-VALIDA
005140     IF VL-PTR-DATA-EFETIVA NUMERIC
005150         MOVE VL-PTR-DATA-EFETIVA TO VL-PMN-DATA
005160         PERFORM 5100-VALIDAR-DATA THRU 5100-EXIT
005170     END-IF
005180     IF NOT VL-PMN-DATA-VALIDA-SIM
005190         MOVE "DATA EFETIVA INVALIDA" TO VL-PMN-MOTIVO
005200         GO TO 2300-EXIT
005210     END-IF
005220
005230*    A VERSION CANNOT TAKE EFFECT IN THE PAST (PASSWORDS ALREADY
005240*    ACCEPTED WOULD BE JUDGED BY RULES NOBODY APPLIED), NOR BEFORE
005250*    THE VERSION IT REPLACES - VERSIONS TAKE EFFECT IN ORDER.
005260     IF VL-PTR-DATA-EFETIVA < VL-DATA-HOJE
005270         MOVE "DATA EFETIVA ANTERIOR A HOJE" TO VL-PMN-MOTIVO
005280         GO TO 2300-EXIT
005290     END-IF
005300
005310     IF VL-PMN-ANTERIOR NOT = SPACES AND
005320        VL-PTR-DATA-EFETIVA < VL-PMN-ANTERIOR(47:8)
005330         MOVE "DATA ANTERIOR A DA ULTIMA VERSAO"
005340             TO VL-PMN-MOTIVO
005350         GO TO 2300-EXIT
005360     END-IF
005370
005380     PERFORM 2400-MONTAR-VERSAO THRU 2400-EXIT
005390
005400     IF VL-PMN-ANTERIOR NOT = SPACES AND
005410        VL-POLITICA-REGISTO(4:39) = VL-PMN-ANTERIOR(4:39)
005420         MOVE "SEM ALTERACAO DE REGRAS" TO VL-PMN-MOTIVO
005430     END-IF.
005440
005450 2300-EXIT.
005460     EXIT.
005470
005480******************************************************************
005490* 2400-MONTAR-VERSAO - BUILDS THE NEW VERSION RECORD IN
005500* VL-POLITICA-REGISTO: THE TRANSACTION'S RULES AND DATE, NUMBERED
005510* ONE ABOVE THE VERSION IT REPLACES (1 FOR A NEW CLASS).
005520******************************************************************
005530 2400-MONTAR-VERSAO.
005540
005550     MOVE SPACES                      TO VL-POLITICA-REGISTO
005560     MOVE VL-PTR-CLASSE               TO VL-POL-CLASSE
005570     MOVE VL-PTR-MIN-LENGTH           TO VL-POL-MIN-LENGTH
005580     MOVE VL-PTR-MAX-LENGTH           TO VL-POL-MAX-LENGTH
005590     MOVE VL-PTR-REQ-MAIUSC           TO VL-POL-REQ-MAIUSC
005600     MOVE VL-PTR-REQ-MINUSC           TO VL-POL-REQ-MINUSC
005610     MOVE VL-PTR-REQ-NUMERO           TO VL-POL-REQ-NUMERO
005620     MOVE VL-PTR-REQ-ESPECIAL         TO VL-POL-REQ-ESPECIAL
005630     MOVE VL-PTR-CARACTERES-ESPECIAIS
005640         TO VL-POL-CARACTERES-ESPECIAIS
005650     MOVE VL-PTR-MAX-TENTATIVAS       TO VL-POL-MAX-TENTATIVAS
005660     MOVE VL-PTR-PROFUNDIDADE-HIST    TO VL-POL-PROFUNDIDADE-HIST
005670     MOVE VL-PTR-REJ-USERID           TO VL-POL-REJ-USERID
005680     MOVE VL-PTR-REJ-REPETICAO        TO VL-POL-REJ-REPETICAO
005690     MOVE VL-PTR-LIM-REPETICAO        TO VL-POL-LIM-REPETICAO
005700     MOVE VL-PTR-REJ-SEQUENCIA        TO VL-POL-REJ-SEQUENCIA
005710     MOVE VL-PTR-LIM-SEQUENCIA        TO VL-POL-LIM-SEQUENCIA
005720     MOVE VL-PTR-DATA-EFETIVA         TO VL-POL-DATA-EFETIVA
005730
005740     IF VL-PMN-ANTERIOR = SPACES
005750         MOVE 1 TO VL-POL-VERSAO
005760     ELSE
005770         MOVE VL-PMN-ANTERIOR(43:4) TO VL-POL-VERSAO
005780         ADD 1 TO VL-POL-VERSAO
005790     END-IF.
005800
005810 2400-EXIT.
005820     EXIT.
005830
005840******************************************************************
005850* 2500-AUTORIZAR-TRANSACAO - OPERATOR AUTHORITY FOR ONE VERSION
005860* (SEE VLOPRCK). A POLICY CLASS IS NOT AN ACCOUNT, SO ONLY THE
005870* PERMISSION ITSELF APPLIES. A REFUSED TRANSACTION IS COUNTED AS
005880* REJECTED.
005890******************************************************************
005900 2500-AUTORIZAR-TRANSACAO.
005910
005920     MOVE "POLITICA"             TO VL-OPR-CODIGO-ACCAO
005930     MOVE VL-OPR-SLOT-POLITICA   TO VL-OPR-ACCAO-PEDIDA
005940     MOVE VL-PTR-CLASSE          TO VL-OPR-ALVO-PEDIDO
005950     MOVE SPACES                 TO VL-OPR-CONTA-ALVO
005960     MOVE SPACES                 TO VL-OPR-CLASSE-ALVO
005970     PERFORM 1660-AUTORIZAR-ACCAO THRU 1660-EXIT
005980
005990     IF NOT VL-OPR-AUTORIZADO-SIM
006000         ADD 1 TO VL-PMN-TOTAL-REJEITADAS
006010     END-IF.
006020
006030 2500-EXIT.
006040     EXIT.
006050
006060******************************************************************
006070* 3000-GRAVAR-VERSAO - APPENDS THE NEW VERSION TO VLPOLCY, LOGS
006080* EVERY RULE IT CHANGES AND ONE "POL-VERSAO" SUMMARY TO VLADMAUD,
006090* AND MAKES IT THE CLASS'S LATEST VERSION FOR THE REST OF THE RUN.
006100******************************************************************
006110 3000-GRAVAR-VERSAO.
006120
006130     WRITE VL-POLITICA-LINHA FROM VL-POLITICA-REGISTO
006140     IF VL-FS-POLITICA NOT = "00"
006150         DISPLAY "VLPOLMNT - ERRO A GRAVAR EM VLPOLCY. "
006160             "FILE STATUS: " VL-FS-POLITICA
006170         STOP RUN
006180     END-IF
006190
006200     MOVE "VLPOLMNT"    TO VL-ADM-PROGRAMA
006210     MOVE VL-POL-CLASSE TO VL-PMN-ALVO-CLASSE
006220     MOVE VL-POL-VERSAO TO VL-PMN-ALVO-VERSAO
006230
006240     PERFORM 3100-REGISTAR-REGRA THRU 3100-EXIT
006250         VARYING VL-PMN-CAMPO-INDICE FROM 1 BY 1
006260         UNTIL VL-PMN-CAMPO-INDICE > 14
006270
006280     MOVE "POL-VERSAO" TO VL-ADM-ACCAO
006290     MOVE SPACES       TO VL-PMN-ALVO-CAMPO
006300     MOVE VL-PMN-ALVO  TO VL-ADM-ALVO
006310     IF VL-PMN-ANTERIOR = SPACES
006320         MOVE "AUSENTE" TO VL-ADM-ESTADO-ANTES
006330     ELSE
006340         MOVE VL-PMN-ANTERIOR(43:4) TO VL-PMN-EST-VERSAO
006350         MOVE VL-PMN-ANTERIOR(47:8) TO VL-PMN-EST-DATA
006360         MOVE VL-PMN-ESTADO         TO VL-ADM-ESTADO-ANTES
006370     END-IF
006380     MOVE VL-POL-VERSAO       TO VL-PMN-EST-VERSAO
006390     MOVE VL-POL-DATA-EFETIVA TO VL-PMN-EST-DATA
006400     MOVE VL-PMN-ESTADO       TO VL-ADM-ESTADO-DEPOIS
006410     PERFORM 6500-REGISTAR-ADMIN THRU 6500-EXIT
006420
006430     IF VL-PMN-ANTERIOR = SPACES
006440         ADD 1 TO VL-PMN-TOTAL-CLASSES
006450         MOVE VL-POLITICA-REGISTO
006460             TO VL-PMN-ENTRADA(VL-PMN-TOTAL-CLASSES)
006470         ADD 1 TO VL-PMN-TOTAL-INCLUIDAS
006480     ELSE
006490         MOVE VL-POLITICA-REGISTO
006500             TO VL-PMN-ENTRADA(VL-PMN-POSICAO)
006510         ADD 1 TO VL-PMN-TOTAL-ALTERADAS
006520     END-IF
006530
006540     IF VL-POL-DATA-EFETIVA > VL-DATA-HOJE
006550         ADD 1 TO VL-PMN-TOTAL-ANUNCIADAS
006560         DISPLAY "VLPOLMNT - CLASSE " VL-POL-CLASSE
006570             " VERSAO " VL-POL-VERSAO
006580             " ANUNCIADA PARA " VL-POL-DATA-EFETIVA
006590     ELSE
006600         DISPLAY "VLPOLMNT - CLASSE " VL-POL-CLASSE
006610             " VERSAO " VL-POL-VERSAO " EM VIGOR HOJE"
006620     END-IF.
006630
006640 3000-EXIT.
006650     EXIT.
006660
006670******************************************************************
006680* 3100-REGISTAR-REGRA - ONE VLADMAUD "POLITICA" RECORD FOR THE
006690* RULE AT VL-PMN-CAMPO-INDICE, WITH ITS BEFORE AND AFTER VALUE,
006700* WHEN THE NEW VERSION CHANGES IT. FOR A NEW CLASS EVERY RULE IS
006710* LOGGED WITH A BLANK BEFORE VALUE.
006720******************************************************************
006730 3100-REGISTAR-REGRA.
006740
006750     MOVE VL-PMN-CAMPO-POSICAO(VL-PMN-CAMPO-INDICE) TO VL-PMN-POS
006760     MOVE VL-PMN-CAMPO-TAMANHO(VL-PMN-CAMPO-INDICE) TO VL-PMN-TAM
006770
006780     IF VL-PMN-ANTERIOR(VL-PMN-POS:VL-PMN-TAM) =
006790        VL-POLITICA-REGISTO(VL-PMN-POS:VL-PMN-TAM)
006800         GO TO 3100-EXIT
006810     END-IF
006820
006830     MOVE "POLITICA" TO VL-ADM-ACCAO
006840     MOVE VL-PMN-CAMPO-NOME(VL-PMN-CAMPO-INDICE)
006850         TO VL-PMN-ALVO-CAMPO
006860     MOVE VL-PMN-ALVO TO VL-ADM-ALVO
006870     MOVE VL-PMN-ANTERIOR(VL-PMN-POS:VL-PMN-TAM)
006880         TO VL-ADM-ESTADO-ANTES
006890     MOVE VL-POLITICA-REGISTO(VL-PMN-POS:VL-PMN-TAM)
006900         TO VL-ADM-ESTADO-DEPOIS
006910     PERFORM 6500-REGISTAR-ADMIN THRU 6500-EXIT
006920     ADD 1 TO VL-PMN-TOTAL-REGRAS.
006930
006940 3100-EXIT.
006950     EXIT.
006960
006970******************************************************************
006980* 5100-VALIDAR-DATA - A REAL CALENDAR DATE IN VL-PMN-DATA, SAME
006990* LEAP-YEAR RULE AS VLRECON.
007000******************************************************************
007010 5100-VALIDAR-DATA.
007020
007030     MOVE "N" TO VL-PMN-DATA-VALIDA
007040     MOVE VL-PMN-DATA(1:4) TO VL-PMN-ANO
007050     MOVE VL-PMN-DATA(5:2) TO VL-PMN-MES
007060     MOVE VL-PMN-DATA(7:2) TO VL-PMN-DIA
007070
007080     IF VL-PMN-ANO < 1990 OR VL-PMN-ANO > 2099
007090         GO TO 5100-EXIT
007100     END-IF
007110     IF VL-PMN-MES < 1 OR VL-PMN-MES > 12
007120         GO TO 5100-EXIT
007130     END-IF
007140
007150     MOVE VL-DIAS-MES(VL-PMN-MES) TO VL-PMN-DIAS-NO-MES
007160     IF VL-PMN-MES = 2
007170         DIVIDE VL-PMN-ANO BY 4
007180             GIVING VL-QUOCIENTE REMAINDER VL-RESTO
007190         IF VL-RESTO = 0
007200             DIVIDE VL-PMN-ANO BY 100
007210                 GIVING VL-QUOCIENTE REMAINDER VL-RESTO
007220             IF VL-RESTO NOT = 0
007230                 MOVE 29 TO VL-PMN-DIAS-NO-MES
007240             ELSE
007250                 DIVIDE VL-PMN-ANO BY 400
007260                     GIVING VL-QUOCIENTE REMAINDER VL-RESTO
007270                 IF VL-RESTO = 0
007280                     MOVE 29 TO VL-PMN-DIAS-NO-MES
007290                 END-IF
007300             END-IF
007310         END-IF
007320     END-IF
007330
007340     IF VL-PMN-DIA >= 1 AND VL-PMN-DIA <= VL-PMN-DIAS-NO-MES
007350         MOVE "S" TO VL-PMN-DATA-VALIDA
007360     END-IF.
007370
007380 5100-EXIT.
007390     EXIT.
007400
007401******************************************************************
007402* 1690-SUSPENDER-FICHEIROS AND 1695-RETOMAR-FICHEIROS - PERFORMED
007403* BY VLOPRCK AROUND A SECOND OPERATOR'S PASSWORD CHECK. THE
007404* TARGETS OF THIS TOOL ARE NOT ACCOUNTS, SO NO SECOND OPERATOR IS
007405* EVER ASKED FOR, AND THERE IS NOTHING TO CLOSE OR REOPEN.
007406******************************************************************
007407 1690-SUSPENDER-FICHEIROS.
007408
007409 1690-EXIT.
007410     EXIT.
007411
007412 1695-RETOMAR-FICHEIROS.
007413
007414 1695-EXIT.
007415     EXIT.
007416
007417******************************************************************
007420* 1600-IDENTIFICAR-OPERADOR AND 6500-REGISTAR-ADMIN COME FROM
007430* VLADMGRV, COPIED IN BELOW.
007440******************************************************************
007450     COPY VLADMGRV.
007460
007470******************************************************************
007480* 1650-AUTORIZAR-OPERADOR, 1660-AUTORIZAR-ACCAO AND THEIR
007490* SUB-PARAGRAPHS COME FROM VLOPRCK, COPIED IN BELOW.
007500******************************************************************
007510     COPY VLOPRCK.
007520
007530 2900-LER-FEED.
007540
007550     READ VL-FEED
007560         AT END
007570             MOVE "S" TO VL-FIM-FICHEIRO
007580     END-READ.
007590
007600 2900-EXIT.
007610     EXIT.
007620
007630 7000-IMPRIMIR-RELATORIO.
007640
007650     DISPLAY "=================================================="
007660     DISPLAY "VLPOLMNT - MANUTENCAO DA POLITICA DE PASSWORDS"
007670     DISPLAY "=================================================="
007680     DISPLAY "VERSOES JA EM VLPOLCY....: " VL-PMN-VERSOES-LIDAS
007690     DISPLAY "TRANSACOES LIDAS.........: " VL-PMN-TOTAL-LIDAS
007700     DISPLAY "CLASSES INCLUIDAS........: " VL-PMN-TOTAL-INCLUIDAS
007710     DISPLAY "CLASSES ALTERADAS........: " VL-PMN-TOTAL-ALTERADAS
007720     DISPLAY "  COM DATA FUTURA........: " VL-PMN-TOTAL-ANUNCIADAS
007730     DISPLAY "REGRAS ALTERADAS.........: " VL-PMN-TOTAL-REGRAS
007740     DISPLAY "TRANSACOES REJEITADAS....: " VL-PMN-TOTAL-REJEITADAS
007750     DISPLAY "CLASSES EM VLPOLCY.......: " VL-PMN-TOTAL-CLASSES
007760     DISPLAY "==================================================".
007770
007780 7000-EXIT.
007790     EXIT.
007800
007810 8000-TERMINAR.
007820
007830     CLOSE VL-FEED
007840     CLOSE VL-POLITICA
007850     CLOSE VL-ADMIN-AUDITORIA
007860     CLOSE VL-OPERADORES.
007870
007880 8000-EXIT.
007890     EXIT.
007900
007910 END PROGRAM VLPOLMNT.
