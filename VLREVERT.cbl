000010******************************************************************
000020* PROGRAM:  VLREVERT
000030* AUTHOR:   J. MOTA - SEGURANCA DE ACESSOS
000040* INSTALLATION: DEPARTAMENTO DE TECNOLOGIA
000050* DATE-WRITTEN: 15/10/26
000060* DATE-COMPILED:
000070* PURPOSE:  BACK-OUT UTILITY FOR A BAD RUN. EVERY PROGRAM THAT
000080*           UPDATES VLCRED OR VLHIST JOURNALS EACH CHANGE TO
000090*           VLJRNL WITH ITS BEFORE AND AFTER IMAGE, STAMPED WITH
000100*           THE PROGRAM AND THE START OF ITS RUN (SEE VLJRNGRV).
000110*           GIVEN A PROGRAM AND A RUN START - THE "INI" TIMESTAMP
000120*           ON VLRUNLOG - THIS TERMINAL UTILITY PUTS BACK WHAT
000130*           THAT RUN CHANGED, NEWEST CHANGE FIRST: A REWRITTEN
000140*           RECORD GETS ITS BEFORE IMAGE BACK, A RECORD THE RUN
000145*           WROTE NEW IS DELETED, AND A RECORD THE RUN DELETED IS
000150*           WRITTEN BACK.
000160*
000170*           A RECORD SOMETHING ELSE HAS CHANGED SINCE - ANY LATER
000180*           JOURNAL ENTRY FOR THE SAME FILE AND USER-ID, WHATEVER
000190*           PROGRAM WROTE IT - IS NOT TOUCHED: PUTTING THE OLD
000200*           IMAGE BACK WOULD SILENTLY UNDO THE LATER CHANGE TOO
000210*           (A LOCKOUT, A NEW PASSWORD). THE SAME GOES FOR A
000220*           RECORD THAT NO LONGER MATCHES THE JOURNALED AFTER
000230*           IMAGE, FOR THE OPERATOR'S OWN ACCOUNT, AND FOR ANY
000235*           "ADM"/"SYS" ACCOUNT, WHICH NO ONE OPERATOR MAY CHANGE
000237*           ALONE (SEE VLOPRCK). EACH OF THOSE IS REPORTED AND
000240*           LEFT FOR VLMANUT/VLDESBLQ.
000250*
000260*           THE OPERATOR IS CHECKED AGAINST VLOPER (REVERSAL
000270*           PERMISSION) AT SIGN-ON AND AGAIN BEFORE ANYTHING IS
000280*           PUT BACK. THE RUN REGISTERS WITH VLRUNCTL LIKE ANY
000290*           OTHER WRITER, AND ITS OWN RESTORES ARE JOURNALED
000300*           UNDER VLREVERT, SO A REVERSAL CAN ITSELF BE REVERSED.
000310*           EVERY RECORD PUT BACK ("REVERTER") OR SKIPPED
000320*           ("REV-OMITE") IS RECORDED TO VLADMAUD, FOLLOWED BY ONE
000330*           "REVERSAO" RECORD FOR THE RUN WITH THE COUNT RESTORED.
000340* TECTONICS: COBC
000350******************************************************************
000360* MODIFICATION HISTORY
000370* DATE      INIT DESCRIPTION
000380* 15/10/26  JM   ORIGINAL PROGRAM.
000382* 15/10/26  JM   THE OPERATOR MUST NOW ALSO GIVE THEIR OWN VLCRED
000384*                PASSWORD AT SIGN-ON, CHECKED BY VLVERIF1 (SEE
000386*                VLOPRCK).
000387* 15/10/26  JM   AN "ADM"/"SYS" ACCOUNT IS NO LONGER PUT BACK: IT
000388*                IS SKIPPED AS "CONTA PRIVILEGIADA" AND LEFT FOR
000389*                VLMANUT/VLDESBLQ AND THEIR SECOND OPERATOR.
000390******************************************************************
000400 IDENTIFICATION DIVISION.
000410 PROGRAM-ID. VLREVERT.
000420 ENVIRONMENT DIVISION.
000430 INPUT-OUTPUT SECTION.
000440 FILE-CONTROL.
000450     SELECT VL-JORNAL ASSIGN TO "VLJRNL"
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS VL-FS-JORNAL.
000480
000490     SELECT VL-CREDENCIAIS ASSIGN TO "VLCRED"
000500         ORGANIZATION IS INDEXED
000510         ACCESS MODE IS DYNAMIC
000520         RECORD KEY IS VL-CRED-USER-ID
000530         FILE STATUS IS VL-FS-CREDENCIAIS.
000540
000550     SELECT VL-HISTORICO ASSIGN TO "VLHIST"
000560         ORGANIZATION IS INDEXED
000570         ACCESS MODE IS DYNAMIC
000580         RECORD KEY IS VL-HIST-USER-ID
000590         FILE STATUS IS VL-FS-HISTORICO.
000600
000610     SELECT VL-ADMIN-AUDITORIA ASSIGN TO "VLADMAUD"
000620         ORGANIZATION IS LINE SEQUENTIAL
000630         FILE STATUS IS VL-FS-ADMIN.
000640
000650     SELECT VL-OPERADORES ASSIGN TO "VLOPER"
000660         ORGANIZATION IS INDEXED
000670         ACCESS MODE IS DYNAMIC
000680         RECORD KEY IS VL-OPR-OPERADOR
000690         FILE STATUS IS VL-FS-OPERADOR.
000700
000710     SELECT VL-RUN-CONTROLO ASSIGN TO "VLRUNCTL"
000720         ORGANIZATION IS LINE SEQUENTIAL
000730         FILE STATUS IS VL-FS-RUNCTL.
000740
000750     SELECT VL-RUN-DIARIO ASSIGN TO "VLRUNLOG"
000760         ORGANIZATION IS LINE SEQUENTIAL
000770         FILE STATUS IS VL-FS-RUNLOG.
000780 DATA DIVISION.
000790 FILE SECTION.
000800 FD  VL-JORNAL
000810     RECORDING MODE IS F.
000820     COPY VLJRNL.
000830
000840 FD  VL-CREDENCIAIS.
000850     COPY VLCRED.
000860
000870 FD  VL-HISTORICO.
000880     COPY VLHIST.
000890
000900 FD  VL-ADMIN-AUDITORIA
000910     RECORDING MODE IS F.
000920     COPY VLADMAUD.
000930
000940 FD  VL-OPERADORES.
000950     COPY VLOPER.
000960
000970 FD  VL-RUN-CONTROLO
000980     RECORDING MODE IS F.
000990     COPY VLRUNCTL.
001000
001010 FD  VL-RUN-DIARIO
001020     RECORDING MODE IS F.
001030     COPY VLRUNLOG.
001040
001050 WORKING-STORAGE SECTION.
001060 COPY VLWORK.
001070 COPY VLADMWK.
001080 COPY VLOPRWK.
001090 COPY VLRUNWK.
001100 COPY VLJRNWK.
001105 COPY VLCLASSE.
001110
001120 77  VL-FIM-FICHEIRO                 PIC X(01)   VALUE "N".
001130     88  VL-FIM-FICHEIRO-SIM             VALUE "S".
001140
001150******************************************************************
001160* THE RUN TO BACK OUT, AS KEYED BY THE OPERATOR.
001170******************************************************************
001180 77  VL-REV-PROGRAMA                 PIC X(08).
001190 77  VL-REV-INICIO-TEXTO             PIC X(14).
001200 77  VL-REV-INICIO                   PIC 9(14).
001210 77  VL-REV-CONFIRMACAO              PIC X(01).
001220 77  VL-REV-AUTORIZADA               PIC X(01)   VALUE "N".
001230     88  VL-REV-AUTORIZADA-SIM           VALUE "S".
001240 77  VL-REV-EXCEDIDA                 PIC X(01)   VALUE "N".
001250     88  VL-REV-EXCEDIDA-SIM             VALUE "S".
001260 77  VL-REV-MOTIVO                   PIC X(20).
001270
001280 77  VL-REV-TOTAL-LIDOS              PIC 9(08) COMP VALUE 0.
001290 77  VL-REV-TOTAL-ALTERADAS          PIC 9(08) COMP VALUE 0.
001300 77  VL-REV-TOTAL-REPOSTOS           PIC 9(08) COMP VALUE 0.
001310 77  VL-REV-TOTAL-OMITIDOS           PIC 9(08) COMP VALUE 0.
001320
001330******************************************************************
001340* THE RUN'S JOURNAL ENTRIES ARE HELD IN STORAGE, IN JOURNAL
001350* ORDER, SO THEY CAN BE PUT BACK NEWEST FIRST AND SO EVERY LATER
001360* ENTRY IN THE JOURNAL CAN MARK THE ONES IT SUPERSEDES. 5000
001370* ENTRIES IS WELL PAST THE LARGEST NIGHTLY RUN ON RECORD; A
001380* BIGGER ONE IS REFUSED WHOLE RATHER THAN HALF BACKED OUT.
001390* VL-REV-ALTERADO-POR HOLDS THE PROGRAM THAT LATER CHANGED THE
001400* SAME RECORD (SPACES WHILE NOTHING HAS).
001410******************************************************************
001420 77  VL-REV-ENTRADAS                 PIC 9(04) COMP VALUE 0.
001430 77  VL-REV-INDICE                   PIC 9(04) COMP.
001440 01  VL-REV-TABELA.
001450     05  VL-REV-ENTRADA OCCURS 5000 TIMES.
001460         10  VL-REV-FICHEIRO         PIC X(01).
001470         10  VL-REV-OPERACAO         PIC X(01).
001480         10  VL-REV-USER-ID          PIC X(08).
001490         10  VL-REV-IMAGEM-ANTES     PIC X(115).
001500         10  VL-REV-IMAGEM-DEPOIS    PIC X(115).
001510         10  VL-REV-ALTERADO-POR     PIC X(08).
001520
001530******************************************************************
001540* TARGET TEXT FOR THE PER-RECORD VLADMAUD RECORDS, AND THE COUNT
001550* CARRIED BY THE "REVERSAO" SUMMARY RECORD.
001560******************************************************************
001570 01  VL-REV-ALVO.
001580     05  VL-REV-ALVO-USER-ID         PIC X(08).
001590     05  FILLER                      PIC X(01)   VALUE SPACE.
001600     05  VL-REV-ALVO-FICHEIRO        PIC X(06).
001610     05  FILLER                      PIC X(05)   VALUE SPACES.
001620 01  VL-REV-TEXTO.
001630     05  VL-REV-TEXTO-ROTULO         PIC X(12).
001640     05  VL-REV-TEXTO-VALOR          PIC 9(08).
001650
001660 PROCEDURE DIVISION.
001670
001680 0000-MAINLINE.
001690
001700     PERFORM 1000-INICIALIZACAO THRU 1000-EXIT
001710
001720     PERFORM 2000-CARREGAR-JORNAL THRU 2000-EXIT
001730
001740     PERFORM 3000-CONFIRMAR-REVERSAO THRU 3000-EXIT
001750
001760     PERFORM 4000-REVERTER-EXECUCAO THRU 4000-EXIT
001770
001780     PERFORM 9000-TERMINAR THRU 9000-EXIT
001790
001800     GOBACK.
001810
001820******************************************************************
001830* 1000-INICIALIZACAO - SIGN-ON AND THE OPERATOR CHECK COME
001840* BEFORE THE RUN LOCK, SAME AS VLDESBLQ; SO DOES THE REQUEST
001850* ITSELF - A MIS-KEYED REQUEST STOPS HERE WITHOUT EVER HOLDING
001860* VLRUNCTL. THE LOCK IS TAKEN BEFORE THE JOURNAL IS READ, SO NO
001870* WRITER CAN ADD A LATER CHANGE BETWEEN THE CHECK AND THE
001880* RESTORE.
001890******************************************************************
001900 1000-INICIALIZACAO.
001910
001920     PERFORM 1600-IDENTIFICAR-OPERADOR THRU 1600-EXIT
001930
001940     OPEN EXTEND VL-ADMIN-AUDITORIA
001950     IF VL-FS-ADMIN NOT = "00"
001960         DISPLAY "VLREVERT - ERRO A ABRIR VLADMAUD. FILE STATUS: "
001970             VL-FS-ADMIN
001980         STOP RUN
001990     END-IF
002000
002010     MOVE "VLREVERT"           TO VL-OPR-PROGRAMA
002020     MOVE VL-OPR-SLOT-REVERTER TO VL-OPR-ACCAO-PEDIDA
002030     PERFORM 1650-AUTORIZAR-OPERADOR THRU 1650-EXIT
002040
002050     DISPLAY "REVERSAO DE EXECUCAO A PARTIR DO JORNAL - VLJRNL"
002060     DISPLAY "PROGRAMA DA EXECUCAO A REVERTER: "
002070     ACCEPT VL-REV-PROGRAMA
002080     DISPLAY "INICIO DA EXECUCAO (AAAAMMDDHHMMSS, VER VLRUNLOG): "
002090     ACCEPT VL-REV-INICIO-TEXTO
002100
002110     IF VL-REV-PROGRAMA = SPACES OR
002120        VL-REV-INICIO-TEXTO NOT NUMERIC
002130         DISPLAY "VLREVERT - PEDIDO INVALIDO - NADA REVERTIDO."
002140         CLOSE VL-ADMIN-AUDITORIA
002150         CLOSE VL-OPERADORES
002160         STOP RUN
002170     END-IF
002180     MOVE VL-REV-INICIO-TEXTO TO VL-REV-INICIO
002190
002200     MOVE "VLREVERT" TO VL-RUN-PROGRAMA-W
002210     PERFORM 1800-OBTER-CONTROLO THRU 1800-EXIT
002220
002230     OPEN I-O VL-CREDENCIAIS
002240     IF VL-FS-CREDENCIAIS NOT = "00"
002250         DISPLAY "VLREVERT - ERRO A ABRIR VLCRED. FILE STATUS: "
002260             VL-FS-CREDENCIAIS
002270         STOP RUN
002280     END-IF
002290
002300     OPEN I-O VL-HISTORICO
002310     IF VL-FS-HISTORICO NOT = "00"
002320         DISPLAY "VLREVERT - ERRO A ABRIR VLHIST. FILE STATUS: "
002330             VL-FS-HISTORICO
002340         STOP RUN
002350     END-IF.
002360
002370 1000-EXIT.
002380     EXIT.
002390
002400******************************************************************
002410* 2000-CARREGAR-JORNAL - ONE PASS OVER THE WHOLE JOURNAL. THE
002420* RUN'S OWN ENTRIES GO INTO THE TABLE; ANY OTHER ENTRY MARKS
002430* EVERY TABLE ENTRY ALREADY HELD FOR THE SAME FILE AND USER-ID
002440* AS CHANGED LATER. AN ENTRY FROM BEFORE THE RUN FINDS THE
002450* TABLE EMPTY AND MARKS NOTHING.
002460******************************************************************
002470 2000-CARREGAR-JORNAL.
002480
002490     OPEN INPUT VL-JORNAL
002500     IF VL-FS-JORNAL = "35"
002510         DISPLAY "VLREVERT - VLJRNL NAO EXISTE - NADA A REVERTER."
002520         GO TO 2000-EXIT
002530     END-IF
002540     IF VL-FS-JORNAL NOT = "00"
002550         DISPLAY "VLREVERT - ERRO A ABRIR VLJRNL. FILE STATUS: "
002560             VL-FS-JORNAL
002570         STOP RUN
002580     END-IF
002590
002600     PERFORM 2900-LER-JORNAL THRU 2900-EXIT
002610
002620     PERFORM 2100-EXAMINAR-ENTRADA THRU 2100-EXIT
002630         UNTIL VL-FIM-FICHEIRO-SIM
002640
002650     CLOSE VL-JORNAL.
002660
002670 2000-EXIT.
002680     EXIT.
002690
002700 2100-EXAMINAR-ENTRADA.
002710
002720     ADD 1 TO VL-REV-TOTAL-LIDOS
002730
002740     IF VL-JRN-PROGRAMA = VL-REV-PROGRAMA AND
002750        VL-JRN-INICIO-RUN = VL-REV-INICIO
002760         PERFORM 2200-GUARDAR-ENTRADA THRU 2200-EXIT
002770     ELSE
002780         PERFORM 2300-MARCAR-ENTRADA THRU 2300-EXIT
002790             VARYING VL-REV-INDICE FROM 1 BY 1
002800             UNTIL VL-REV-INDICE > VL-REV-ENTRADAS
002810     END-IF
002820
002830     PERFORM 2900-LER-JORNAL THRU 2900-EXIT.
002840
002850 2100-EXIT.
002860     EXIT.
002870
002880 2200-GUARDAR-ENTRADA.
002890
002900     IF VL-REV-ENTRADAS >= 5000
002910         MOVE "S" TO VL-REV-EXCEDIDA
002920         GO TO 2200-EXIT
002930     END-IF
002940
002950     ADD 1 TO VL-REV-ENTRADAS
002960     MOVE VL-JRN-FICHEIRO  TO VL-REV-FICHEIRO(VL-REV-ENTRADAS)
002970     MOVE VL-JRN-OPERACAO  TO VL-REV-OPERACAO(VL-REV-ENTRADAS)
002980     MOVE VL-JRN-USER-ID   TO VL-REV-USER-ID(VL-REV-ENTRADAS)
002990     MOVE VL-JRN-IMAGEM-ANTES
003000         TO VL-REV-IMAGEM-ANTES(VL-REV-ENTRADAS)
003010     MOVE VL-JRN-IMAGEM-DEPOIS
003020         TO VL-REV-IMAGEM-DEPOIS(VL-REV-ENTRADAS)
003030     MOVE SPACES TO VL-REV-ALTERADO-POR(VL-REV-ENTRADAS).
003040
003050 2200-EXIT.
003060     EXIT.
003070
003080 2300-MARCAR-ENTRADA.
003090
003100     IF VL-REV-FICHEIRO(VL-REV-INDICE) = VL-JRN-FICHEIRO AND
003110        VL-REV-USER-ID(VL-REV-INDICE) = VL-JRN-USER-ID AND
003120        VL-REV-ALTERADO-POR(VL-REV-INDICE) = SPACES
003130         MOVE VL-JRN-PROGRAMA
003135             TO VL-REV-ALTERADO-POR(VL-REV-INDICE)
003140     END-IF.
003150
003160 2300-EXIT.
003170     EXIT.
003180
003190 2900-LER-JORNAL.
003200
003210     READ VL-JORNAL
003220         AT END
003230             MOVE "S" TO VL-FIM-FICHEIRO
003240     END-READ.
003250
003260 2900-EXIT.
003270     EXIT.
003280
003290******************************************************************
003300* 3000-CONFIRMAR-REVERSAO - SHOWS WHAT THE RUN CHANGED AND HOW
003310* MUCH OF IT HAS BEEN CHANGED AGAIN SINCE, THEN ASKS. THE
003320* OPERATOR IS RE-CHECKED AGAINST VLOPER JUST BEFORE ANYTHING IS
003330* PUT BACK, SAME AS EVERY OTHER TOOL.
003340******************************************************************
003350 3000-CONFIRMAR-REVERSAO.
003360
003370     IF VL-REV-ENTRADAS = 0 AND NOT VL-REV-EXCEDIDA-SIM
003380         DISPLAY "NENHUMA ALTERACAO NO JORNAL PARA "
003385             VL-REV-PROGRAMA
003390             " INICIADO EM " VL-REV-INICIO
003400         DISPLAY "NADA A REVERTER."
003410         GO TO 3000-EXIT
003420     END-IF
003430
003440     IF VL-REV-EXCEDIDA-SIM
003450         DISPLAY "VLREVERT - MAIS DE 5000 ALTERACOES NA EXECUCAO "
003460             "- AUMENTAR A TABELA. NADA REVERTIDO."
003470         GO TO 3000-EXIT
003480     END-IF
003490
003500     PERFORM 3100-CONTAR-ALTERADA THRU 3100-EXIT
003510         VARYING VL-REV-INDICE FROM 1 BY 1
003520         UNTIL VL-REV-INDICE > VL-REV-ENTRADAS
003530
003540     DISPLAY "EXECUCAO A REVERTER.........: " VL-REV-PROGRAMA
003550         " " VL-REV-INICIO
003560     DISPLAY "ALTERACOES DA EXECUCAO......: " VL-REV-ENTRADAS
003570     DISPLAY "ALTERADAS DEPOIS (A OMITIR).: "
003575         VL-REV-TOTAL-ALTERADAS
003580     DISPLAY "CONFIRMA A REVERSAO (S/N): "
003590     ACCEPT VL-REV-CONFIRMACAO
003600
003610     IF VL-REV-CONFIRMACAO NOT = "S"
003620         DISPLAY "REVERSAO NAO CONFIRMADA - NADA ALTERADO."
003630         GO TO 3000-EXIT
003640     END-IF
003650
003660     MOVE VL-OPR-SLOT-REVERTER TO VL-OPR-ACCAO-PEDIDA
003670     MOVE "REVERSAO"           TO VL-OPR-CODIGO-ACCAO
003680     MOVE VL-REV-PROGRAMA      TO VL-OPR-ALVO-PEDIDO
003690     MOVE SPACES               TO VL-OPR-CONTA-ALVO
003700     MOVE SPACES               TO VL-OPR-CLASSE-ALVO
003710     PERFORM 1660-AUTORIZAR-ACCAO THRU 1660-EXIT
003720     IF NOT VL-OPR-AUTORIZADO-SIM
003730         DISPLAY "REVERSAO RECUSADA - NADA ALTERADO."
003740         GO TO 3000-EXIT
003750     END-IF
003760
003770     MOVE "S" TO VL-REV-AUTORIZADA.
003780
003790 3000-EXIT.
003800     EXIT.
003810
003820 3100-CONTAR-ALTERADA.
003830
003840     IF VL-REV-ALTERADO-POR(VL-REV-INDICE) NOT = SPACES
003850         ADD 1 TO VL-REV-TOTAL-ALTERADAS
003860     END-IF.
003870
003880 3100-EXIT.
003890     EXIT.
003900
003910******************************************************************
003920* 4000-REVERTER-EXECUCAO - WORKS THE TABLE FROM THE LAST ENTRY
003930* BACK TO THE FIRST, SO A RECORD THE RUN CHANGED MORE THAN ONCE
003940* ENDS UP AS IT WAS BEFORE THE FIRST CHANGE. THE JOURNAL IS
003950* REOPENED EXTEND FOR THIS PROGRAM'S OWN ENTRIES.
003960******************************************************************
003970 4000-REVERTER-EXECUCAO.
003980
003990     IF NOT VL-REV-AUTORIZADA-SIM
004000         GO TO 4000-EXIT
004010     END-IF
004020
004030     OPEN EXTEND VL-JORNAL
004040     IF VL-FS-JORNAL NOT = "00"
004050         DISPLAY "VLREVERT - ERRO A ABRIR VLJRNL. FILE STATUS: "
004060             VL-FS-JORNAL
004070         STOP RUN
004080     END-IF
004090
004100     PERFORM 4100-REVERTER-ENTRADA THRU 4100-EXIT
004110         VARYING VL-REV-INDICE FROM VL-REV-ENTRADAS BY -1
004120         UNTIL VL-REV-INDICE < 1
004130
004140     CLOSE VL-JORNAL
004150
004160     MOVE "VLREVERT"            TO VL-ADM-PROGRAMA
004170     MOVE "REVERSAO"            TO VL-ADM-ACCAO
004180     MOVE VL-REV-PROGRAMA       TO VL-ADM-ALVO
004190     MOVE VL-REV-INICIO         TO VL-ADM-ESTADO-ANTES
004200     MOVE "REPOSTOS"            TO VL-REV-TEXTO-ROTULO
004210     MOVE VL-REV-TOTAL-REPOSTOS TO VL-REV-TEXTO-VALOR
004220     MOVE VL-REV-TEXTO          TO VL-ADM-ESTADO-DEPOIS
004230     PERFORM 6500-REGISTAR-ADMIN THRU 6500-EXIT
004240
004250     MOVE VL-REV-TOTAL-REPOSTOS TO VL-RUN-CONTAGEM-W.
004260
004270 4000-EXIT.
004280     EXIT.
004290
004300 4100-REVERTER-ENTRADA.
004310
004320     MOVE SPACES TO VL-REV-MOTIVO
004330     MOVE VL-REV-USER-ID(VL-REV-INDICE) TO VL-REV-ALVO-USER-ID
004340     IF VL-REV-FICHEIRO(VL-REV-INDICE) = "C"
004350         MOVE "VLCRED" TO VL-REV-ALVO-FICHEIRO
004360     ELSE
004370         MOVE "VLHIST" TO VL-REV-ALVO-FICHEIRO
004380     END-IF
004390
004400     IF VL-REV-ALTERADO-POR(VL-REV-INDICE) NOT = SPACES
004410         MOVE "DEPOIS POR" TO VL-REV-MOTIVO
004420         MOVE VL-REV-ALTERADO-POR(VL-REV-INDICE)
004430             TO VL-REV-MOTIVO(12:8)
004440         GO TO 4100-CONTINUAR
004450     END-IF
004460
004470     IF VL-REV-USER-ID(VL-REV-INDICE) = VL-ADM-OPERADOR-ATUAL
004480         MOVE "CONTA DO OPERADOR" TO VL-REV-MOTIVO
004490         GO TO 4100-CONTINUAR
004500     END-IF
004501
004502*    AN "ADM"/"SYS" ACCOUNT - BY ITS NAME OR BY THE CLASS ON ITS
004503*    VLCRED RECORD - NEEDS A SECOND OPERATOR (SEE VLOPRCK).
004504     MOVE VL-REV-USER-ID(VL-REV-INDICE) TO WS-USER-ID
004505     PERFORM 1018-DERIVAR-CLASSE THRU 1018-EXIT
004506     MOVE VL-REV-USER-ID(VL-REV-INDICE) TO VL-CRED-USER-ID
004507     READ VL-CREDENCIAIS
004508         INVALID KEY
004509             CONTINUE
004510         NOT INVALID KEY
004511             IF VL-CRED-CLASSE = "ADM" OR VL-CRED-CLASSE = "SYS"
004512                 MOVE VL-CRED-CLASSE TO VL-CLASSE-PEDIDA
004513             END-IF
004514     END-READ
004515     IF VL-CLASSE-PEDIDA = "ADM" OR VL-CLASSE-PEDIDA = "SYS"
004516         MOVE "CONTA PRIVILEGIADA" TO VL-REV-MOTIVO
004517         GO TO 4100-CONTINUAR
004518     END-IF
004519
004520     IF VL-REV-FICHEIRO(VL-REV-INDICE) = "C"
004530         PERFORM 4200-REVERTER-CRED THRU 4200-EXIT
004540     ELSE
004550         PERFORM 4300-REVERTER-HIST THRU 4300-EXIT
004560     END-IF.
004570
004580 4100-CONTINUAR.
004590
004600     IF VL-REV-MOTIVO = SPACES
004610         PERFORM 4800-REGISTAR-REPOSTO THRU 4800-EXIT
004620     ELSE
004630         PERFORM 4900-REGISTAR-OMITIDO THRU 4900-EXIT
004640     END-IF.
004650
004660 4100-EXIT.
004670     EXIT.
004680
004690******************************************************************
004700* 4200-REVERTER-CRED - THE RECORD MUST STILL BE EXACTLY WHAT THE
004710* RUN LEFT (COMPARED IN ITS JOURNAL IMAGE FORM), OR - FOR A
004720* RECORD THE RUN DELETED - MUST STILL BE ABSENT. ANYTHING ELSE
004730* MEANS IT WAS CHANGED OUTSIDE THE JOURNAL AND IS LEFT ALONE.
004740******************************************************************
004750 4200-REVERTER-CRED.
004760
004770     MOVE VL-REV-USER-ID(VL-REV-INDICE) TO VL-CRED-USER-ID
004780     MOVE "N" TO VL-REGISTO-ENCONTRADO
004790     READ VL-CREDENCIAIS
004800         INVALID KEY
004810             MOVE "N" TO VL-REGISTO-ENCONTRADO
004820         NOT INVALID KEY
004830             MOVE "S" TO VL-REGISTO-ENCONTRADO
004840     END-READ
004850
004860     IF VL-REV-OPERACAO(VL-REV-INDICE) = "E"
004870         IF VL-REGISTO-ENCONTRADO-SIM
004880             MOVE "JA EXISTE" TO VL-REV-MOTIVO
004890             GO TO 4200-EXIT
004900         END-IF
004910         MOVE VL-REV-IMAGEM-ANTES(VL-REV-INDICE)
004920             TO VL-JRI-CRED-IMAGEM
004930         PERFORM 6770-IMAGEM-PARA-CRED THRU 6770-EXIT
004940         MOVE "I" TO VL-JRN-OPERACAO-W
004950         WRITE VL-CREDENCIAL-REGISTO
004960         PERFORM 4250-VERIFICAR-GRAVACAO THRU 4250-EXIT
004970         PERFORM 6710-JORNALIZAR-CRED THRU 6710-EXIT
004980         GO TO 4200-EXIT
004990     END-IF
005000
005010     IF NOT VL-REGISTO-ENCONTRADO-SIM
005020         MOVE "INEXISTENTE" TO VL-REV-MOTIVO
005030         GO TO 4200-EXIT
005040     END-IF
005050
005060     PERFORM 6760-CRED-PARA-IMAGEM THRU 6760-EXIT
005070     IF VL-JRI-CRED-IMAGEM NOT =
005075        VL-REV-IMAGEM-DEPOIS(VL-REV-INDICE)
005080         MOVE "DIVERGENTE" TO VL-REV-MOTIVO
005090         GO TO 4200-EXIT
005100     END-IF
005110
005120     PERFORM 6700-GUARDAR-ANTES-CRED THRU 6700-EXIT
005130
005140     IF VL-REV-OPERACAO(VL-REV-INDICE) = "I"
005150         MOVE "E" TO VL-JRN-OPERACAO-W
005160         DELETE VL-CREDENCIAIS RECORD
005170         PERFORM 4250-VERIFICAR-GRAVACAO THRU 4250-EXIT
005180     ELSE
005190         MOVE VL-REV-IMAGEM-ANTES(VL-REV-INDICE)
005200             TO VL-JRI-CRED-IMAGEM
005210         PERFORM 6770-IMAGEM-PARA-CRED THRU 6770-EXIT
005220         REWRITE VL-CREDENCIAL-REGISTO
005230         PERFORM 4250-VERIFICAR-GRAVACAO THRU 4250-EXIT
005240     END-IF
005250
005260     PERFORM 6710-JORNALIZAR-CRED THRU 6710-EXIT.
005270
005280 4200-EXIT.
005290     EXIT.
005300
005310 4250-VERIFICAR-GRAVACAO.
005320
005330     IF VL-FS-CREDENCIAIS NOT = "00"
005340         DISPLAY "VLREVERT - ERRO A GRAVAR EM VLCRED. "
005350             "FILE STATUS: " VL-FS-CREDENCIAIS
005360         STOP RUN
005370     END-IF.
005380
005390 4250-EXIT.
005400     EXIT.
005410
005420******************************************************************
005430* 4300-REVERTER-HIST - SAME RULES AS 4200 FOR THE HISTORY FILE,
005440* WHOSE JOURNAL IMAGE IS THE RECORD ITSELF.
005450******************************************************************
005460 4300-REVERTER-HIST.
005470
005480     MOVE VL-REV-USER-ID(VL-REV-INDICE) TO VL-HIST-USER-ID
005490     MOVE "N" TO VL-REGISTO-ENCONTRADO
005500     READ VL-HISTORICO
005510         INVALID KEY
005520             MOVE "N" TO VL-REGISTO-ENCONTRADO
005530         NOT INVALID KEY
005540             MOVE "S" TO VL-REGISTO-ENCONTRADO
005550     END-READ
005560
005570     IF VL-REV-OPERACAO(VL-REV-INDICE) = "E"
005580         IF VL-REGISTO-ENCONTRADO-SIM
005590             MOVE "JA EXISTE" TO VL-REV-MOTIVO
005600             GO TO 4300-EXIT
005610         END-IF
005620         MOVE VL-REV-IMAGEM-ANTES(VL-REV-INDICE)
005630             TO VL-HISTORICO-REGISTO
005640         MOVE "I" TO VL-JRN-OPERACAO-W
005650         WRITE VL-HISTORICO-REGISTO
005660         PERFORM 4350-VERIFICAR-GRAVACAO THRU 4350-EXIT
005670         PERFORM 6730-JORNALIZAR-HIST THRU 6730-EXIT
005680         GO TO 4300-EXIT
005690     END-IF
005700
005710     IF NOT VL-REGISTO-ENCONTRADO-SIM
005720         MOVE "INEXISTENTE" TO VL-REV-MOTIVO
005730         GO TO 4300-EXIT
005740     END-IF
005750
005760     IF VL-HISTORICO-REGISTO NOT =
005770        VL-REV-IMAGEM-DEPOIS(VL-REV-INDICE)
005780         MOVE "DIVERGENTE" TO VL-REV-MOTIVO
005790         GO TO 4300-EXIT
005800     END-IF
005810
005820     PERFORM 6720-GUARDAR-ANTES-HIST THRU 6720-EXIT
005830
005840     IF VL-REV-OPERACAO(VL-REV-INDICE) = "I"
005850         MOVE "E" TO VL-JRN-OPERACAO-W
005860         DELETE VL-HISTORICO RECORD
005870         PERFORM 4350-VERIFICAR-GRAVACAO THRU 4350-EXIT
005880     ELSE
005890         MOVE VL-REV-IMAGEM-ANTES(VL-REV-INDICE)
005900             TO VL-HISTORICO-REGISTO
005910         REWRITE VL-HISTORICO-REGISTO
005920         PERFORM 4350-VERIFICAR-GRAVACAO THRU 4350-EXIT
005930     END-IF
005940
005950     PERFORM 6730-JORNALIZAR-HIST THRU 6730-EXIT.
005960
005970 4300-EXIT.
005980     EXIT.
005990
006000 4350-VERIFICAR-GRAVACAO.
006010
006020     IF VL-FS-HISTORICO NOT = "00"
006030         DISPLAY "VLREVERT - ERRO A GRAVAR EM VLHIST. "
006040             "FILE STATUS: " VL-FS-HISTORICO
006050         STOP RUN
006060     END-IF.
006070
006080 4350-EXIT.
006090     EXIT.
006100
006110 4800-REGISTAR-REPOSTO.
006120
006130     ADD 1 TO VL-REV-TOTAL-REPOSTOS
006140     DISPLAY "REPOSTO.: " VL-REV-ALVO
006150
006160     MOVE "VLREVERT"  TO VL-ADM-PROGRAMA
006170     MOVE "REVERTER"  TO VL-ADM-ACCAO
006180     MOVE VL-REV-ALVO TO VL-ADM-ALVO
006190     EVALUATE VL-REV-OPERACAO(VL-REV-INDICE)
006200         WHEN "I"
006210             MOVE "INCLUIDO"  TO VL-ADM-ESTADO-ANTES
006220             MOVE "REMOVIDO"  TO VL-ADM-ESTADO-DEPOIS
006230         WHEN "E"
006240             MOVE "ELIMINADO" TO VL-ADM-ESTADO-ANTES
006250             MOVE "REPOSTO"   TO VL-ADM-ESTADO-DEPOIS
006260         WHEN OTHER
006270             MOVE "ALTERADO"  TO VL-ADM-ESTADO-ANTES
006280             MOVE "REPOSTO"   TO VL-ADM-ESTADO-DEPOIS
006290     END-EVALUATE
006300     PERFORM 6500-REGISTAR-ADMIN THRU 6500-EXIT.
006310
006320 4800-EXIT.
006330     EXIT.
006340
006350 4900-REGISTAR-OMITIDO.
006360
006370     ADD 1 TO VL-REV-TOTAL-OMITIDOS
006380     DISPLAY "OMITIDO.: " VL-REV-ALVO " - " VL-REV-MOTIVO
006390
006400     MOVE "VLREVERT"    TO VL-ADM-PROGRAMA
006410     MOVE "REV-OMITE"   TO VL-ADM-ACCAO
006420     MOVE VL-REV-ALVO   TO VL-ADM-ALVO
006430     MOVE VL-REV-MOTIVO TO VL-ADM-ESTADO-ANTES
006440     MOVE "MANTIDO"     TO VL-ADM-ESTADO-DEPOIS
006450     PERFORM 6500-REGISTAR-ADMIN THRU 6500-EXIT.
006460
006470 4900-EXIT.
006480     EXIT.
006490
006491******************************************************************
006492* 1690-SUSPENDER-FICHEIROS AND 1695-RETOMAR-FICHEIROS - PERFORMED
006493* BY VLOPRCK AROUND A SECOND OPERATOR'S PASSWORD CHECK. NONE IS
006494* ASKED FOR HERE: AN "ADM"/"SYS" ACCOUNT IS SKIPPED BY 4100 AND
006495* LEFT FOR VLMANUT/VLDESBLQ. THERE IS NOTHING TO CLOSE OR REOPEN.
006496******************************************************************
006497 1690-SUSPENDER-FICHEIROS.
006498
006499 1690-EXIT.
006500     EXIT.
006501
006502 1695-RETOMAR-FICHEIROS.
006503
006504 1695-EXIT.
006505     EXIT.
006506
006507******************************************************************
006510* 1600-IDENTIFICAR-OPERADOR AND 6500-REGISTAR-ADMIN COME FROM
006520* VLADMGRV, COPIED IN BELOW.
006530******************************************************************
006540     COPY VLADMGRV.
006550
006551******************************************************************
006552* 1018-DERIVAR-CLASSE COMES FROM VLCLSDRV, COPIED IN BELOW.
006553******************************************************************
006554     COPY VLCLSDRV.
006555
006560******************************************************************
006570* 1650-AUTORIZAR-OPERADOR, 1660-AUTORIZAR-ACCAO AND THEIR
006580* SUB-PARAGRAPHS COME FROM VLOPRCK, COPIED IN BELOW.
006590******************************************************************
006600     COPY VLOPRCK.
006610
006620******************************************************************
006630* 6700-GUARDAR-ANTES-CRED, 6710-JORNALIZAR-CRED, 6760/6770 AND
006640* THE JOURNAL WRITE COME FROM VLJRNGRV; 6720-GUARDAR-ANTES-HIST
006650* AND 6730-JORNALIZAR-HIST FROM VLJRNHST. BOTH COPIED IN BELOW.
006660******************************************************************
006670     COPY VLJRNGRV.
006680     COPY VLJRNHST.
006690
006700******************************************************************
006710* 1800-OBTER-CONTROLO, 8800-LIBERTAR-CONTROLO AND THEIR DIARY
006720* PARAGRAPH COME FROM VLRUNREG, COPIED IN BELOW.
006730******************************************************************
006740     COPY VLRUNREG.
006750
006760 9000-TERMINAR.
006770
006780     CLOSE VL-CREDENCIAIS
006790     CLOSE VL-HISTORICO
006800
006810     PERFORM 8800-LIBERTAR-CONTROLO THRU 8800-EXIT
006820
006830     IF VL-REV-AUTORIZADA-SIM
006840         DISPLAY "VLREVERT - REVERSAO CONCLUIDA"
006850         DISPLAY "ENTRADAS LIDAS DO JORNAL: " VL-REV-TOTAL-LIDOS
006860         DISPLAY "ALTERACOES DA EXECUCAO..: " VL-REV-ENTRADAS
006870         DISPLAY "REGISTOS REPOSTOS.......: "
006875             VL-REV-TOTAL-REPOSTOS
006880         DISPLAY "REGISTOS OMITIDOS.......: "
006885             VL-REV-TOTAL-OMITIDOS
006890     END-IF
006900
006910     CLOSE VL-ADMIN-AUDITORIA
006920     CLOSE VL-OPERADORES.
006930
006940 9000-EXIT.
006950     EXIT.
006960
006970 END PROGRAM VLREVERT.
