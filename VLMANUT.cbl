000370*                RELEASES IT AT END - TWO WRITERS CAN NO LONGER
000380*                UPDATE THE MASTERS AT ONCE, AND EVERY RUN IS
000390*                LOGGED TO VLRUNLOG WITH ITS RECORD COUNT.
000391* 15/10/26  JM   THE OPERATOR MUST NOW BE ON THE VLOPER OPERATOR
000392*                MASTER (SEE VLOPRCK), AND EVERY TRANSACTION IS
000393*                CHECKED AGAINST THE PERMISSION FOR ITS ACTION -
000394*                CREATE, DISABLE/REACTIVATE, OFFBOARD - BEFORE IT
000395*                IS APPLIED. NOBODY ACTS ON THEIR OWN ACCOUNT, AND
000396*                AN "ADM"/"SYS" ACCOUNT NEEDS A SECOND OPERATOR TO
000397*                CONFIRM (ONCE PER RUN WHEN DRIVEN FROM A VLMNTTR
000398*                FILE). REFUSALS ARE RECORDED TO VLADMAUD AND
000399*                COUNTED AS REJECTED.
000401* 15/10/26  JM   EVERY CHANGE TO VLCRED AND VLHIST IS NOW
000402*                JOURNALED TO VLJRNL WITH ITS BEFORE AND AFTER
000403*                IMAGE (SEE VLJRNGRV) SO A BAD RUN CAN BE BACKED
000404*                OUT BY VLREVERT.
000405* 15/10/26  JM   A NEW ACCOUNT SHELL STARTS WITH POLICY VERSION 0
000406*                (NO PASSWORD ACCEPTED YET - SEE VLCRED).
000407* 15/10/26  JM   THE OPERATOR, AND EVERY SECOND OPERATOR, MUST
000408*                NOW GIVE THEIR OWN VLCRED PASSWORD, CHECKED BY
000409*                VLVERIF1 (SEE VLOPRCK). A VLMNTTR RUN NO LONGER
000410*                CARRIES ONE CONFIRMATION OVER THE WHOLE FILE:
000411*                EACH "ADM"/"SYS" ACCOUNT IS SHOWN TO THE SECOND
000412*                OPERATOR AND CONFIRMED ON ITS OWN.
000413******************************************************************
000414 IDENTIFICATION DIVISION.
000420 PROGRAM-ID. VLMANUT.
000430 ENVIRONMENT DIVISION.
000440 INPUT-OUTPUT SECTION.
000620     SELECT VL-ADMIN-AUDITORIA ASSIGN TO "VLADMAUD"
000630         ORGANIZATION IS LINE SEQUENTIAL
000640         FILE STATUS IS VL-FS-ADMIN.
000641
000642     SELECT VL-OPERADORES ASSIGN TO "VLOPER"
000643         ORGANIZATION IS INDEXED
000644         ACCESS MODE IS DYNAMIC
000645         RECORD KEY IS VL-OPR-OPERADOR
000646         FILE STATUS IS VL-FS-OPERADOR.
000650
000660     SELECT VL-RUN-CONTROLO ASSIGN TO "VLRUNCTL"
000670         ORGANIZATION IS LINE SEQUENTIAL
000700     SELECT VL-RUN-DIARIO ASSIGN TO "VLRUNLOG"
000710         ORGANIZATION IS LINE SEQUENTIAL
000720         FILE STATUS IS VL-FS-RUNLOG.
000722
000724     SELECT VL-JORNAL ASSIGN TO "VLJRNL"
000726         ORGANIZATION IS LINE SEQUENTIAL
000728         FILE STATUS IS VL-FS-JORNAL.
000730 DATA DIVISION.
000740 FILE SECTION.
000750 FD  VL-CREDENCIAIS.
000850 FD  VL-ADMIN-AUDITORIA
000860     RECORDING MODE IS F.
000870     COPY VLADMAUD.
000872
000874 FD  VL-OPERADORES.
000876     COPY VLOPER.
000880
000890 FD  VL-RUN-CONTROLO
000900     RECORDING MODE IS F.
000930 FD  VL-RUN-DIARIO
000940     RECORDING MODE IS F.
000950     COPY VLRUNLOG.
000952
000954 FD  VL-JORNAL
000956     RECORDING MODE IS F.
000958     COPY VLJRNL.
000960
000970 WORKING-STORAGE SECTION.
000980 COPY VLWORK.
000990 COPY VLADMWK.
000995 COPY VLOPRWK.
001000 COPY VLCLASSE.
001010 COPY VLRUNWK.
001015 COPY VLJRNWK.
001020
001030 77  VL-FS-MANUTENCAO                PIC X(02).
001040 77  VL-MODO-FICHEIRO                PIC X(01)   VALUE "N".
001440* 1000-INICIALIZACAO - A PRESENT VLMNTTR FILE MEANS AN HR BATCH
001450* RUN; A MISSING ONE (FILE STATUS 35) MEANS A SUPERVISOR AT A
001460* TERMINAL, SAME AS VLDESBLQ. ANY OTHER STATUS ON THE OPEN IS A
001470* REAL ERROR. THE OPERATOR IS VETTED BEFORE THE RUN LOCK IS
001473* TAKEN - A REFUSED SIGN-ON STOPS THE RUN AND MUST NOT LEAVE
001476* VLRUNCTL HELD.
001480******************************************************************
001490 1000-INICIALIZACAO.
001500
001540     PERFORM 1600-IDENTIFICAR-OPERADOR THRU 1600-EXIT
001550
001551     OPEN EXTEND VL-ADMIN-AUDITORIA
001552     IF VL-FS-ADMIN NOT = "00"
001553         DISPLAY "VLMANUT - ERRO A ABRIR VLADMAUD. FILE STATUS: "
001554             VL-FS-ADMIN
001555         STOP RUN
001556     END-IF
001557
001558     MOVE "VLMANUT" TO VL-OPR-PROGRAMA
001559     MOVE 0         TO VL-OPR-ACCAO-PEDIDA
001560     PERFORM 1650-AUTORIZAR-OPERADOR THRU 1650-EXIT
001561
001562     MOVE "VLMANUT" TO VL-RUN-PROGRAMA-W
001563     PERFORM 1800-OBTER-CONTROLO THRU 1800-EXIT
001564
001565     OPEN I-O VL-CREDENCIAIS
001570     IF VL-FS-CREDENCIAIS NOT = "00"
001580         DISPLAY "VLMANUT - ERRO A ABRIR VLCRED. FILE STATUS: "
001590             VL-FS-CREDENCIAIS
001670         STOP RUN
001680     END-IF
001690
001700     OPEN EXTEND VL-JORNAL
001710     IF VL-FS-JORNAL NOT = "00"
001720         DISPLAY "VLMANUT - ERRO A ABRIR VLJRNL. FILE STATUS: "
001730             VL-FS-JORNAL
001740         STOP RUN
001750     END-IF
001760
002300         GO TO 2600-EXIT
002310     END-IF
002320
002321     PERFORM 2650-AUTORIZAR-PEDIDO THRU 2650-EXIT
002322     IF NOT VL-OPR-AUTORIZADO-SIM
002323         ADD 1 TO VL-MNT-TOTAL-REJEITADAS
002324         GO TO 2600-EXIT
002325     END-IF
002326
002330     EVALUATE VL-MNT-PED-ACCAO
002340         WHEN "C"
002350             PERFORM 3000-CRIAR-CONTA THRU 3000-EXIT
002470
002480 2600-EXIT.
002490     EXIT.
002491
002492******************************************************************
002493* 2650-AUTORIZAR-PEDIDO - OPERATOR AUTHORITY FOR ONE TRANSACTION
002494* (SEE VLOPRCK). THE TARGET'S CLASS IS THE ONE THE NAMING
002495* CONVENTION GIVES IT (VLCLASSE), OR THE CLASS STAMPED ON ITS
002496* VLCRED RECORD WHEN THAT ONE IS PRIVILEGED - EITHER WAY AN
002497* "ADM"/"SYS" ACCOUNT NEEDS THE SECOND OPERATOR. THE READ HERE
002498* ONLY LOOKS; EACH ACTION PARAGRAPH READS THE RECORD AGAIN. AN
002499* UNKNOWN ACTION CODE IS LET THROUGH FOR 2600 TO REJECT.
002500******************************************************************
002501 2650-AUTORIZAR-PEDIDO.
002502
002503     EVALUATE VL-MNT-PED-ACCAO
002504         WHEN "C"
002505             MOVE VL-OPR-SLOT-CRIAR     TO VL-OPR-ACCAO-PEDIDA
002506             MOVE "CRIAR"               TO VL-OPR-CODIGO-ACCAO
002507         WHEN "D"
002508             MOVE VL-OPR-SLOT-DESATIVAR TO VL-OPR-ACCAO-PEDIDA
002509             MOVE "DESATIVAR"           TO VL-OPR-CODIGO-ACCAO
002510         WHEN "R"
002511             MOVE VL-OPR-SLOT-DESATIVAR TO VL-OPR-ACCAO-PEDIDA
002512             MOVE "REATIVAR"            TO VL-OPR-CODIGO-ACCAO
002513         WHEN "O"
002514             MOVE VL-OPR-SLOT-OFFBOARD  TO VL-OPR-ACCAO-PEDIDA
002515             MOVE "OFFBOARD"            TO VL-OPR-CODIGO-ACCAO
002516         WHEN OTHER
002517             MOVE "S" TO VL-OPR-AUTORIZADO
002518             GO TO 2650-EXIT
002519     END-EVALUATE
002520
002521     MOVE VL-MNT-PED-USER-ID TO WS-USER-ID
002522     PERFORM 1018-DERIVAR-CLASSE THRU 1018-EXIT
002523     MOVE VL-CLASSE-PEDIDA TO VL-OPR-CLASSE-ALVO
002524
002525     MOVE VL-MNT-PED-USER-ID TO VL-CRED-USER-ID
002526     READ VL-CREDENCIAIS
002527         INVALID KEY
002528             CONTINUE
002529         NOT INVALID KEY
002530             IF VL-CRED-CLASSE = "ADM" OR VL-CRED-CLASSE = "SYS"
002531                 MOVE VL-CRED-CLASSE TO VL-OPR-CLASSE-ALVO
002532             END-IF
002533     END-READ
002534
002535     MOVE VL-MNT-PED-USER-ID TO VL-OPR-ALVO-PEDIDO
002536     MOVE VL-MNT-PED-USER-ID TO VL-OPR-CONTA-ALVO
002537     PERFORM 1660-AUTORIZAR-ACCAO THRU 1660-EXIT.
002538
002539 2650-EXIT.
002540     EXIT.
002541
002542******************************************************************
002543* 3000-CRIAR-CONTA - ACCOUNT SHELL FOR A NEW HIRE: NO PASSWORD
002544* HASH, NO DATES, NOT LOCKED, NOT DISABLED. THE FIRST REAL
002545* PASSWORD ARRIVES THROUGH VLMAIL1 OR VLMAIL2 AS USUAL.
002550******************************************************************
002560 3000-CRIAR-CONTA.
002570
002830     MOVE "N"    TO VL-CRED-DESATIVADO
002835     MOVE "N"    TO VL-CRED-RETIDO
002840     MOVE "N"    TO VL-CRED-TROCA-OBRIGATORIA
002845     MOVE 0      TO VL-CRED-VERSAO-POLITICA
002850
002860     MOVE VL-MNT-PED-USER-ID TO WS-USER-ID
002870     PERFORM 1018-DERIVAR-CLASSE THRU 1018-EXIT
002880     MOVE VL-CLASSE-PEDIDA TO VL-CRED-CLASSE
002890
002895     MOVE "I" TO VL-JRN-OPERACAO-W
002900     WRITE VL-CREDENCIAL-REGISTO
002910     IF VL-FS-CREDENCIAIS NOT = "00"
002920         DISPLAY "VLMANUT - ERRO A GRAVAR EM VLCRED. "
002940         STOP RUN
002950     END-IF
002960
002963     PERFORM 6710-JORNALIZAR-CRED THRU 6710-EXIT
002966
002970     DISPLAY "VLMANUT - CONTA CRIADA: " VL-MNT-PED-USER-ID
002980     ADD 1 TO VL-MNT-TOTAL-CRIADAS
002990
003310         GO TO 4000-EXIT
003320     END-IF
003330
003335     PERFORM 6700-GUARDAR-ANTES-CRED THRU 6700-EXIT
003340     MOVE "S" TO VL-CRED-DESATIVADO
003350     REWRITE VL-CREDENCIAL-REGISTO
003360     IF VL-FS-CREDENCIAIS NOT = "00"
003390         STOP RUN
003400     END-IF
003410
003413     PERFORM 6710-JORNALIZAR-CRED THRU 6710-EXIT
003416
003420     DISPLAY "VLMANUT - CONTA DESATIVADA: " VL-MNT-PED-USER-ID
003430     ADD 1 TO VL-MNT-TOTAL-DESATIVADAS
003440
003778         GO TO 5000-EXIT
003779     END-IF
003780
003785     PERFORM 6700-GUARDAR-ANTES-CRED THRU 6700-EXIT
003790     MOVE "N" TO VL-CRED-DESATIVADO
003800
003810     IF VL-CRED-EXPIRADO-SIM
003910         STOP RUN
003920     END-IF
003930
003933     PERFORM 6710-JORNALIZAR-CRED THRU 6710-EXIT
003936
003940     DISPLAY "VLMANUT - CONTA REATIVADA: " VL-MNT-PED-USER-ID
003950     ADD 1 TO VL-MNT-TOTAL-REATIVADAS
003960
004170 6000-OFFBOARD-CONTA.
004180
004190     MOVE VL-MNT-PED-USER-ID TO VL-CRED-USER-ID
004193     MOVE "N" TO VL-REGISTO-ENCONTRADO
004196     READ VL-CREDENCIAIS
004199         INVALID KEY
004202             MOVE "N" TO VL-REGISTO-ENCONTRADO
004205         NOT INVALID KEY
004208             MOVE "S" TO VL-REGISTO-ENCONTRADO
004211     END-READ
004214
004217     IF VL-REGISTO-ENCONTRADO-SIM
004220         PERFORM 6700-GUARDAR-ANTES-CRED THRU 6700-EXIT
004223         MOVE "E" TO VL-JRN-OPERACAO-W
004226         DELETE VL-CREDENCIAIS RECORD
004229             INVALID KEY
004232                 MOVE "N" TO VL-REGISTO-ENCONTRADO
004235         END-DELETE
004238         IF VL-REGISTO-ENCONTRADO-SIM
004241             PERFORM 6710-JORNALIZAR-CRED THRU 6710-EXIT
004244         END-IF
004247     END-IF
004250
004260     MOVE VL-MNT-PED-USER-ID TO VL-HIST-USER-ID
004263     MOVE "N" TO VL-MNT-HIST-REMOVIDO
004266     READ VL-HISTORICO
004269         INVALID KEY
004272             MOVE "N" TO VL-MNT-HIST-REMOVIDO
004275         NOT INVALID KEY
004278             MOVE "S" TO VL-MNT-HIST-REMOVIDO
004281     END-READ
004284
004287     IF VL-MNT-HIST-REMOVIDO-SIM
004290         PERFORM 6720-GUARDAR-ANTES-HIST THRU 6720-EXIT
004293         MOVE "E" TO VL-JRN-OPERACAO-W
004296         DELETE VL-HISTORICO RECORD
004299             INVALID KEY
004302                 MOVE "N" TO VL-MNT-HIST-REMOVIDO
004305         END-DELETE
004308         IF VL-MNT-HIST-REMOVIDO-SIM
004311             PERFORM 6730-JORNALIZAR-HIST THRU 6730-EXIT
004314         END-IF
004317     END-IF
004320
004330     EVALUATE TRUE
004340         WHEN VL-REGISTO-ENCONTRADO-SIM
004900
004910     COPY VLGRAVA.
004920
004921******************************************************************
004922* 1690-SUSPENDER-FICHEIROS AND 1695-RETOMAR-FICHEIROS - PERFORMED
004923* BY VLOPRCK AROUND A SECOND OPERATOR'S PASSWORD CHECK. VLVERIF1
004924* OPENS VLCRED, VLAUDIT AND VLJRNL FOR ITSELF, SO VLCRED AND
004925* VLJRNL ARE CLOSED FOR THE CALL AND REOPENED AFTER; VLHIST IS NOT
004926* TOUCHED. NOTHING HAS TO BE READ BACK - EACH ACTION PARAGRAPH
004927* READS ITS RECORD AGAIN.
004928******************************************************************
004929 1690-SUSPENDER-FICHEIROS.
004930
004931     CLOSE VL-CREDENCIAIS
004932     CLOSE VL-JORNAL.
004933
004934 1690-EXIT.
004935     EXIT.
004936
004937 1695-RETOMAR-FICHEIROS.
004938
004939     OPEN I-O VL-CREDENCIAIS
004940     IF VL-FS-CREDENCIAIS NOT = "00"
004941         DISPLAY "VLMANUT - ERRO A ABRIR VLCRED. FILE STATUS: "
004942             VL-FS-CREDENCIAIS
004943         STOP RUN
004944     END-IF
004945
004946     OPEN EXTEND VL-JORNAL
004947     IF VL-FS-JORNAL NOT = "00"
004948         DISPLAY "VLMANUT - ERRO A ABRIR VLJRNL. FILE STATUS: "
004949             VL-FS-JORNAL
004950         STOP RUN
004951     END-IF.
004952
004953 1695-EXIT.
004954     EXIT.
004955
004956******************************************************************
004957* 1600-IDENTIFICAR-OPERADOR AND 6500-REGISTAR-ADMIN COME FROM
004958* VLADMGRV, COPIED IN BELOW.
004960******************************************************************
004970     COPY VLADMGRV.
004971
004972******************************************************************
004973* 1650-AUTORIZAR-OPERADOR, 1660-AUTORIZAR-ACCAO AND THEIR
004974* SUB-PARAGRAPHS COME FROM VLOPRCK, COPIED IN BELOW.
004975******************************************************************
004976     COPY VLOPRCK.
004980
004981******************************************************************
004982* 6700-GUARDAR-ANTES-CRED, 6710-JORNALIZAR-CRED AND THEIR
004983* HELPERS COME FROM VLJRNGRV; 6720-GUARDAR-ANTES-HIST AND
004984* 6730-JORNALIZAR-HIST FROM VLJRNHST. BOTH COPIED IN BELOW.
004985******************************************************************
004986     COPY VLJRNGRV.
004987     COPY VLJRNHST.
004988
004990******************************************************************
005000* 1800-OBTER-CONTROLO, 8800-LIBERTAR-CONTROLO AND THEIR DIARY
005010* PARAGRAPH COME FROM VLRUNREG, COPIED IN BELOW.
005100     CLOSE VL-CREDENCIAIS
005110     CLOSE VL-HISTORICO
005120     CLOSE VL-ADMIN-AUDITORIA
005125     CLOSE VL-OPERADORES
005127     CLOSE VL-JORNAL
005130
005140     MOVE VL-MNT-TOTAL-LIDAS TO VL-RUN-CONTAGEM-W
005150     PERFORM 8800-LIBERTAR-CONTROLO THRU 8800-EXIT
