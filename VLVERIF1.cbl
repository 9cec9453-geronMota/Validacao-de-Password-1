000010******************************************************************
000020* PROGRAM:  VLVERIF1
000030* AUTHOR:   J. MOTA - SEGURANCA DE ACESSOS
000040* INSTALLATION: DEPARTAMENTO DE TECNOLOGIA
000050* DATE-WRITTEN: 15/10/26
000060* DATE-COMPILED:
000070* PURPOSE:  CALLABLE SIGN-ON VERIFICATION SUBROUTINE, ALONGSIDE
000080*           VLVALID1 (VALIDATION) AND VLHASH1 (HASHING). CHECKS
000090*           A USER-ID AND THE PASSWORD THE USER QUOTED AGAINST
000100*           THE STORED VL-CRED-PASSWORD-HASH, HASHED UNDER THE
000110*           ALGORITHM VERSION THE HASH WAS WRITTEN WITH
000120*           (VL-CRED-VERSAO-HASH), SO ANY APPLICATION CAN CHECK
000130*           A PASSWORD AT SIGN-ON INSTEAD OF WRITING ITS OWN
000140*           COMPARISON. THE SAME RULES AS THE VLMAIL1 DIALOG
000150*           APPLY:
000160*             - A LOCKED (VLBLOQ), DISABLED (VLMANUT), HELD
000170*               (VLCONTEM) OR EXPIRED (VLEXPCK) ACCOUNT IS
000180*               REFUSED WITH ITS OWN REASON, WITHOUT HASHING AND
000190*               WITHOUT BUMPING THE FAILED-ATTEMPT COUNTER (AN
000195*               EXPIRATION EXEMPTION ON VLEXCEC IS HONOURED);
000200*             - A WRONG PASSWORD COUNTS TOWARD THE VLBLOQ
000210*               LOCKOUT UNDER THE ACCOUNT'S OWN POLICY CLASS;
000220*             - A MATCH STAMPS VL-CRED-DATA-ULTIMO-USO (WHAT THE
000230*               VLINATIV DORMANCY SWEEP JUDGES BY) AND CLEARS
000240*               THE CONSECUTIVE-FAILURE COUNTER.
000250*           EVERY CALL, PASS OR FAIL, WRITES ONE VLAUDIT RECORD
000260*           UNDER ITS OWN CHANNEL CODE "V" (VERIFICACAO), SO THE
000270*           TRAIL TELLS A SIGN-ON CHECK APART FROM A PASSWORD
000280*           CHANGE.
000290*
000300*           CALLED VIA THE VLVERIF PARAMETER BLOCK (SEE VLVERIF
000310*           COPYBOOK). VLCRED, VLAUDIT, VLJRNL AND VLEXCEC ARE
000320*           OPENED AND CLOSED ON EVERY CALL, THE SAME WAY
000330*           8900-REGISTAR-DIARIO TREATS VLRUNLOG, SO NOTHING IS
000340*           LEFT OPEN BETWEEN CALLS. A CALLER THAT HOLDS ANY OF
000350*           THEM OPEN ITSELF CLOSES IT AROUND THE CALL AND REREADS
000355*           AFTERWARDS (SEE 3470-VERIFICAR-SENHA-ATUAL IN
000360*           VLMAIL1).
000361*           VLVERIF1 NEVER ENDS THE CALLER'S RUN: A FILE THAT
000362*           CANNOT BE OPENED, READ OR WRITTEN - VLCRED HELD BY
000363*           THE NIGHTLY BATCH, SAY - CLOSES WHATEVER THIS CALL
000364*           OPENED AND RETURNS "N" WITH REASON "INDISPONIVEL"
000365*           (SEE 9500-FICHEIRO-INDISPONIVEL).
000370*           THE VLPOLCY TABLE IS LOADED ONCE, ON THE FIRST
000380*           CALL OF THE RUN. THE COUNTER AND LAST-USE UPKEEP
000390*           DONE HERE IS THE SAME PER-ATTEMPT UPKEEP VLMAIL1 HAS
000400*           ALWAYS DONE, NOT A BATCH UPDATE, SO NO VLRUNCTL
000410*           REGISTRATION IS TAKEN - IT WOULD REFUSE EVERY
000420*           SIGN-ON FOR THE LENGTH OF THE NIGHTLY WINDOW.
000430* TECTONICS: COBC
000440******************************************************************
000450* MODIFICATION HISTORY
000460* DATE      INIT DESCRIPTION
000470* 15/10/26  JM   ORIGINAL PROGRAM. VLMAIL1 NOW REQUIRES THE
000480*                CURRENT PASSWORD BEFORE IT ACCEPTS A CHANGE, AND
000490*                CHECKS IT HERE.
000491* 15/10/26  JM   THE COUNTER, LAST-USE AND EXPIRATION UPKEEP IS
000492*                NOW JOURNALED TO VLJRNL (SEE VLJRNGRV) UNDER
000493*                PROGRAM VLVERIF1, EACH CALL STAMPED WITH ITS OWN
000494*                START TIME AS THE RUN START - THERE IS NO
000495*                VLRUNCTL RUN TO TAKE ONE FROM.
000496* 15/10/26  JM   VLPOLCY RECORD WIDENED TO 64 BYTES FOR THE POLICY
000497*                VERSION AND EFFECTIVE DATE (SEE VLPOLMNT).
000499* 15/10/26  JM   A FILE ERROR NO LONGER STOPS THE CALLER'S RUN:
000501*                THE CALL CLOSES WHAT IT OPENED AND RETURNS "N"
000503*                WITH REASON "INDISPONIVEL" (SEE VLVERIF).
000504* 15/10/26  JM   AN ACCOUNT WITH A CURRENT EXPIRATION EXEMPTION ON
000505*                VLEXCEC (SEE VLEXCCK) IS NO LONGER REFUSED OR
000506*                FLAGGED AS "EXPIRADO" PAST ITS DATE.
000507******************************************************************
000510 IDENTIFICATION DIVISION.
000520 PROGRAM-ID. VLVERIF1.
000530 ENVIRONMENT DIVISION.
000540 INPUT-OUTPUT SECTION.
000550 FILE-CONTROL.
000560     SELECT VL-POLITICA ASSIGN TO "VLPOLCY"
000570         ORGANIZATION IS LINE SEQUENTIAL
000580         FILE STATUS IS VL-FS-POLITICA.
000590
000600     SELECT VL-CREDENCIAIS ASSIGN TO "VLCRED"
000610         ORGANIZATION IS INDEXED
000620         ACCESS MODE IS DYNAMIC
000630         RECORD KEY IS VL-CRED-USER-ID
000640         FILE STATUS IS VL-FS-CREDENCIAIS.
000650
000660     SELECT VL-AUDITORIA ASSIGN TO "VLAUDIT"
000670         ORGANIZATION IS LINE SEQUENTIAL
000680         FILE STATUS IS VL-FS-AUDITORIA.
000682
000684     SELECT VL-JORNAL ASSIGN TO "VLJRNL"
000686         ORGANIZATION IS LINE SEQUENTIAL
000688         FILE STATUS IS VL-FS-JORNAL.
000689
000690     SELECT VL-EXCECOES ASSIGN TO "VLEXCEC"
000691         ORGANIZATION IS INDEXED
000692         ACCESS MODE IS DYNAMIC
000693         RECORD KEY IS VL-EXC-USER-ID
000694         FILE STATUS IS VL-FS-EXCECAO.
000695 DATA DIVISION.
000700 FILE SECTION.
000710 FD  VL-POLITICA
000720     RECORDING MODE IS F.
000730 01  VL-POLITICA-LINHA                PIC X(64).
000740
000750 FD  VL-CREDENCIAIS.
000760     COPY VLCRED.
000770
000780 FD  VL-AUDITORIA
000790     RECORDING MODE IS F.
000800     COPY VLAUDIT.
000802
000804 FD  VL-JORNAL
000806     RECORDING MODE IS F.
000808     COPY VLJRNL.
000809
000810 FD  VL-EXCECOES.
000811     COPY VLEXCEC.
000812
000820 WORKING-STORAGE SECTION.
000830 COPY VLWORK.
000840 COPY VLCLASSE.
000850 COPY VLPOLTAB.
000853 COPY VLRUNWK.
000856 COPY VLJRNWK.
000858 COPY VLEXCWK.
000860
000870 77  VL-VRF-POLITICAS-CARREGADAS     PIC X(01)   VALUE "N".
000880     88  VL-VRF-POLITICAS-SIM            VALUE "S".
000882
000884* HOW MANY OF VLCRED, VLAUDIT AND VLJRNL (OPENED IN THAT ORDER)
000886* THIS CALL HAS OPEN, FOR 9500-FICHEIRO-INDISPONIVEL.
000888 77  VL-VRF-ABERTOS                  PIC 9(01)   VALUE 0.
000890
000900 LINKAGE SECTION.
000910 COPY VLVERIF.
000920
000930 PROCEDURE DIVISION USING VLVERIF-PARAMETROS.
000940
000950 0000-MAINLINE.
000960
000970     IF NOT VL-VRF-POLITICAS-SIM
000980         PERFORM 1010-CARREGAR-POLITICAS THRU 1010-EXIT
000990         MOVE "S" TO VL-VRF-POLITICAS-CARREGADAS
001000     END-IF
001010
001020     PERFORM 1000-INICIALIZACAO THRU 1000-EXIT
001030
001040     PERFORM 2000-VERIFICAR-SENHA THRU 2000-EXIT
001050
001060     PERFORM 9000-TERMINAR THRU 9000-EXIT
001070
001080     GOBACK.
001090
001100 1000-INICIALIZACAO.
001110
001120     OPEN I-O VL-CREDENCIAIS
001130     IF VL-FS-CREDENCIAIS NOT = "00"
001140         DISPLAY "VLVERIF1 - ERRO A ABRIR VLCRED. FILE STATUS: "
001150             VL-FS-CREDENCIAIS
001160         GO TO 9500-FICHEIRO-INDISPONIVEL
001170     END-IF
001175     MOVE 1 TO VL-VRF-ABERTOS
001180
001190     OPEN EXTEND VL-AUDITORIA
001200     IF VL-FS-AUDITORIA NOT = "00"
001210         DISPLAY "VLVERIF1 - ERRO A ABRIR VLAUDIT. FILE STATUS: "
001220             VL-FS-AUDITORIA
001230         GO TO 9500-FICHEIRO-INDISPONIVEL
001240     END-IF
001241     MOVE 2 TO VL-VRF-ABERTOS
001242
001243     OPEN EXTEND VL-JORNAL
001244     IF VL-FS-JORNAL NOT = "00"
001245         DISPLAY "VLVERIF1 - ERRO A ABRIR VLJRNL. FILE STATUS: "
001246             VL-FS-JORNAL
001247         GO TO 9500-FICHEIRO-INDISPONIVEL
001248     END-IF
001249     MOVE 3 TO VL-VRF-ABERTOS
001250
001251     MOVE "VLVERIF1"         TO VL-RUN-PROGRAMA-W
001252     ACCEPT VL-RUN-DATA-W    FROM DATE YYYYMMDD
001253     ACCEPT VL-RUN-HORA-W    FROM TIME
001254     MOVE VL-RUN-DATA-W      TO VL-RUN-INICIO-W(1:8)
001255     MOVE VL-RUN-HORA-W(1:6) TO VL-RUN-INICIO-W(9:6)
001256
001257     PERFORM 1700-ABRIR-EXCECOES THRU 1700-EXIT
001258
001260     MOVE "V" TO VL-CANAL-ORIGEM
001270
001280     MOVE VLVERIF-USER-ID  TO WS-USER-ID
001290     MOVE VLVERIF-PASSWORD TO WS-USER-PASSWORD
001300
001310     MOVE "N"    TO VERIFICA
001320     MOVE SPACES TO VL-REGRA-FALHA
001330     MOVE SPACES TO VL-REGRAS-FALHA
001340     MOVE "N"    TO VLVERIF-TROCA-OBRIGATORIA
001350     MOVE "N"    TO VLVERIF-CONTA-BLOQUEADA.
001360
001370 1000-EXIT.
001380     EXIT.
001390
001400******************************************************************
001410* 2000-VERIFICAR-SENHA - ONE SIGN-ON CHECK. THE ACCOUNT'S STATE IS
001420* JUDGED BEFORE THE PASSWORD, IN THE SAME ORDER AS VLMAIL1, AND A
001430* REFUSAL ON STATE DOES NOT BUMP THE COUNTER. AN UNKNOWN USER-ID
001440* FAILS AS AN ORDINARY WRONG PASSWORD - THE CALLER IS NOT TOLD
001450* WHICH IDS EXIST - AND 7400-REGISTAR-TENTATIVA LEAVES ITS USUAL
001460* COUNTING STUB, EXACTLY AS A GUESS TYPED INTO VLMAIL1 DOES.
001470******************************************************************
001480 2000-VERIFICAR-SENHA.
001490
001500     MOVE WS-USER-ID TO VL-CRED-USER-ID
001510     MOVE "N" TO VL-REGISTO-ENCONTRADO
001520     READ VL-CREDENCIAIS
001530         INVALID KEY
001540             MOVE "N" TO VL-REGISTO-ENCONTRADO
001550         NOT INVALID KEY
001560             MOVE "S" TO VL-REGISTO-ENCONTRADO
001570     END-READ
001580
001590*    THE LOCKOUT LIMIT COMES FROM THE ACCOUNT'S OWN POLICY CLASS:
001600*    THE STORED ONE WHEN THERE IS ONE, OTHERWISE THE CLASS THE
001610*    NAMING CONVENTION GIVES THE USER-ID (SEE VLPOLSEL).
001620     IF VL-REGISTO-ENCONTRADO-SIM AND VL-CRED-CLASSE NOT = SPACES
001630         MOVE VL-CRED-CLASSE TO VL-CLASSE-PEDIDA
001640     ELSE
001650         PERFORM 1018-DERIVAR-CLASSE THRU 1018-EXIT
001660     END-IF
001670     PERFORM 1020-SELECIONAR-POLITICA THRU 1020-EXIT
001680
001690     EVALUATE TRUE
001700         WHEN NOT VL-REGISTO-ENCONTRADO-SIM
001710             MOVE "SENHA"      TO VL-REGRA-FALHA
001720         WHEN VL-CRED-BLOQUEADO-SIM
001730             MOVE "BLOQUEADO"  TO VL-REGRA-FALHA
001740         WHEN VL-CRED-DESATIVADO-SIM
001750             MOVE "DESATIVADO" TO VL-REGRA-FALHA
001760         WHEN VL-CRED-RETIDO-SIM
001770             MOVE "RETIDO"     TO VL-REGRA-FALHA
001780         WHEN OTHER
001790             PERFORM 3450-VERIFICAR-EXPIRACAO THRU 3450-EXIT
001800             IF VL-CONTA-EXPIRADA-SIM
001810                 MOVE "EXPIRADO" TO VL-REGRA-FALHA
001820             ELSE
001830                 PERFORM 3000-COMPARAR-SENHA THRU 3000-EXIT
001840             END-IF
001850     END-EVALUATE
001860
001870     MOVE VL-REGRA-FALHA TO VL-REGRAS-FALHA
001880
001890     IF VERIFICA-OK
001900         PERFORM 7500-REGISTAR-USO THRU 7500-EXIT
001910     ELSE
001920         IF VL-REGRA-FALHA = "SENHA" OR
001930            VL-REGRA-FALHA = "TEMPORARIA"
001940             PERFORM 7400-REGISTAR-TENTATIVA THRU 7400-EXIT
001950             IF VL-CRED-BLOQUEADO-SIM
001960                 MOVE "S" TO VLVERIF-CONTA-BLOQUEADA
001970             END-IF
001980         END-IF
001990     END-IF
002000
002010     PERFORM 6000-REGISTAR-AUDITORIA THRU 6000-EXIT
002020
002030     MOVE VERIFICA       TO VLVERIF-RETORNO
002040     MOVE VL-REGRA-FALHA TO VLVERIF-MOTIVO.
002050
002060 2000-EXIT.
002070     EXIT.
002080
002090******************************************************************
002100* 3000-COMPARAR-SENHA - HASHES THE QUOTED PASSWORD UNDER THE
002110* VERSION THE STORED HASH WAS WRITTEN WITH (A BLANK MARKER IS
002120* VERSION "1") AND PUTS VL-VERSAO-HASH-PEDIDA BACK AFTERWARDS,
002130* SAME IDIOM AS 3460-VERIFICAR-TROCA IN VLMAIL1. A RECORD WITH NO
002140* STORED HASH (A LOCKOUT STUB, A VLMANUT SHELL, A TEMPORARY
002150* PASSWORD VOIDED BY VLTMPEXP) CAN NEVER MATCH - 7100 NEVER
002160* PRODUCES SPACES - AND FAILS AS AN ORDINARY WRONG PASSWORD. A
002170* PENDING TEMPORARY PASSWORD PAST ITS VALIDITY WINDOW IS REFUSED
002180* OUTRIGHT, WITHOUT HASHING, EVEN IF THE NIGHTLY VOID HAS NOT
002190* RUN YET.
002200******************************************************************
002210 3000-COMPARAR-SENHA.
002220
002230     ACCEPT VL-DATA-HOJE FROM DATE YYYYMMDD
002240     IF VL-CRED-TROCA-SIM AND
002250        VL-CRED-DATA-LIMITE-TROCA NUMERIC AND
002260        VL-CRED-DATA-LIMITE-TROCA > 0 AND
002270        VL-CRED-DATA-LIMITE-TROCA < VL-DATA-HOJE
002280         MOVE "TEMPORARIA" TO VL-REGRA-FALHA
002290         GO TO 3000-EXIT
002300     END-IF
002310
002320     MOVE VL-CRED-VERSAO-HASH TO VL-VERSAO-HASH-PEDIDA
002330     IF VL-VERSAO-HASH-PEDIDA = SPACE OR
002340        VL-VERSAO-HASH-PEDIDA = LOW-VALUE
002350         MOVE "1" TO VL-VERSAO-HASH-PEDIDA
002360     END-IF
002370     PERFORM 7100-ENCRIPTAR-SENHA THRU 7100-EXIT
002380     MOVE "2" TO VL-VERSAO-HASH-PEDIDA
002390
002400     IF VL-SENHA-ENCRIPTADA = VL-CRED-PASSWORD-HASH
002410         MOVE "S" TO VERIFICA
002420         IF VL-CRED-TROCA-SIM
002430             MOVE "S" TO VLVERIF-TROCA-OBRIGATORIA
002440         END-IF
002450     ELSE
002460         MOVE "SENHA" TO VL-REGRA-FALHA
002470     END-IF.
002480
002490 3000-EXIT.
002500     EXIT.
002510
002520******************************************************************
002530* 7500-REGISTAR-USO - A SUCCESSFUL SIGN-ON IS A USE OF THE
002540* CREDENTIAL: LAST-USE DATE STAMPED, CONSECUTIVE-FAILURE COUNTER
002550* CLEARED. THE RECORD AREA STILL HOLDS THE RECORD 3000 COMPARED
002560* AGAINST, SO IT IS REWRITTEN STRAIGHT BACK.
002570******************************************************************
002580 7500-REGISTAR-USO.
002590
002595     PERFORM 6700-GUARDAR-ANTES-CRED THRU 6700-EXIT
002600     MOVE VL-DATA-HOJE TO VL-CRED-DATA-ULTIMO-USO
002610     MOVE 0            TO VL-CRED-TENTATIVAS-FALHA
002620
002630     REWRITE VL-CREDENCIAL-REGISTO
002640     IF VL-FS-CREDENCIAIS NOT = "00"
002650         DISPLAY "VLVERIF1 - ERRO A GRAVAR EM VLCRED. "
002660             "FILE STATUS: " VL-FS-CREDENCIAIS
002670         GO TO 9500-FICHEIRO-INDISPONIVEL
002675     END-IF
002680
002685     PERFORM 6710-JORNALIZAR-CRED THRU 6710-EXIT.
002690
002700 7500-EXIT.
002710     EXIT.
002720
002730******************************************************************
002740* 1015-VALIDAR-POLITICA COMES FROM VLPOLCHK; 1010-CARREGAR-
002750* POLITICAS AND 1020-SELECIONAR-POLITICA FROM VLPOLSEL; AND
002760* 1018-DERIVAR-CLASSE FROM VLCLSDRV. ALL COPIED IN BELOW. HERE,
002762* AND IN EVERY OTHER COPYBOOK BELOW THAT CAN END THE RUN ON A
002764* FILE ERROR, THE STOP RUN BECOMES A GO TO 9500-FICHEIRO-
002766* INDISPONIVEL - A CALLED SUBPROGRAM MUST NOT STOP ITS CALLER.
002770******************************************************************
002780     COPY VLPOLCHK.
002790     COPY VLCLSDRV.
002800     COPY VLPOLSEL
002805         REPLACING ==STOP RUN==
002807                BY ==GO TO 9500-FICHEIRO-INDISPONIVEL==.
002810
002820******************************************************************
002830* 7100-ENCRIPTAR-SENHA COMES FROM VLCRYPT, COPIED IN BELOW.
002840******************************************************************
002850     COPY VLCRYPT.
002860
002870******************************************************************
002880* 7400-REGISTAR-TENTATIVA COMES FROM VLBLOQ, COPIED IN BELOW.
002890* 3400-VERIFICAR-BLOQUEIO ARRIVES WITH IT BUT IS NOT PERFORMED -
002900* 2000-VERIFICAR-SENHA NEEDS TO KNOW WHETHER THE RECORD EXISTS
002910* AND DOES ITS OWN READ.
002920******************************************************************
002930     COPY VLBLOQ
002935         REPLACING ==STOP RUN==
002937                BY ==GO TO 9500-FICHEIRO-INDISPONIVEL==.
002940
002950******************************************************************
002960* 3450-VERIFICAR-EXPIRACAO COMES FROM VLEXPCK, COPIED IN BELOW.
002970******************************************************************
002980     COPY VLEXPCK
002985         REPLACING ==STOP RUN==
002987                BY ==GO TO 9500-FICHEIRO-INDISPONIVEL==.
002990
002991******************************************************************
002992* 6700-GUARDAR-ANTES-CRED, 6710-JORNALIZAR-CRED AND THEIR
002993* HELPERS COME FROM VLJRNGRV, COPIED IN BELOW.
002994******************************************************************
002995     COPY VLJRNGRV
002996         REPLACING ==STOP RUN==
002997                BY ==GO TO 9500-FICHEIRO-INDISPONIVEL==.
002998
003000******************************************************************
003010* 6000-REGISTAR-AUDITORIA COMES FROM VLAUDGRV, COPIED IN BELOW.
003020******************************************************************
003030     COPY VLAUDGRV
003035         REPLACING ==STOP RUN==
003037                BY ==GO TO 9500-FICHEIRO-INDISPONIVEL==.
003038
003039******************************************************************
003040* 1700-ABRIR-EXCECOES, 1710-VERIFICAR-EXCECAO AND
003041* 1720-FECHAR-EXCECOES COME FROM VLEXCCK, COPIED IN BELOW.
003042******************************************************************
003043     COPY VLEXCCK
003044         REPLACING ==STOP RUN==
003045                BY ==GO TO 9500-FICHEIRO-INDISPONIVEL==.
003046
003050 9000-TERMINAR.
003060
003070     CLOSE VL-CREDENCIAIS
003080     CLOSE VL-AUDITORIA
003085     CLOSE VL-JORNAL
003086     PERFORM 1720-FECHAR-EXCECOES THRU 1720-EXIT
003087     MOVE 0 TO VL-VRF-ABERTOS
003090
003100     MOVE SPACES TO WS-USER-PASSWORD.
003110
003120 9000-EXIT.
003130     EXIT.
003140
003150******************************************************************
003160* 9500-FICHEIRO-INDISPONIVEL - REACHED BY GO TO ON ANY FILE ERROR,
003170* ALREADY DISPLAYED WHERE IT HAPPENED. CLOSES WHAT THIS CALL HAS
003180* OPEN - VLPOLCY TOO, IF IT FAILED WHILE THE TABLE WAS LOADING (A
003190* CLOSE OF A FILE THAT NEVER OPENED ONLY SETS ITS STATUS), SO THE
003200* NEXT CALL LOADS IT AGAIN - AND HANDS BACK A REFUSAL THE CALLER
003210* CAN TELL FROM A WRONG PASSWORD. NOTHING IS AUDITED TO VLAUDIT:
003220* IT MAY BE THE FILE THAT FAILED.
003230******************************************************************
003240 9500-FICHEIRO-INDISPONIVEL.
003250
003260     IF NOT VL-VRF-POLITICAS-SIM
003270         CLOSE VL-POLITICA
003280     END-IF
003290     IF VL-VRF-ABERTOS > 2
003300         CLOSE VL-JORNAL
003310     END-IF
003320     IF VL-VRF-ABERTOS > 1
003330         CLOSE VL-AUDITORIA
003340     END-IF
003350     IF VL-VRF-ABERTOS > 0
003360         CLOSE VL-CREDENCIAIS
003370     END-IF
003380     MOVE 0 TO VL-VRF-ABERTOS
003385     PERFORM 1720-FECHAR-EXCECOES THRU 1720-EXIT
003390
003400     MOVE SPACES         TO WS-USER-PASSWORD
003410     MOVE "N"            TO VLVERIF-RETORNO
003420     MOVE "INDISPONIVEL" TO VLVERIF-MOTIVO
003430     MOVE "N"            TO VLVERIF-TROCA-OBRIGATORIA
003440     MOVE "N"            TO VLVERIF-CONTA-BLOQUEADA
003450
003460     GOBACK.
003470
003480 END PROGRAM VLVERIF1.
