001210*                DESCENDING OR KEYBOARD-ROW SEQUENCES, EACH WITH
001220*                ITS OWN FAILURE CODE, TOGGLED AND TUNED FROM
001230*                THE VLPOLCY RECORD.
001231* 15/10/26  JM   A PASSWORD CHANGE ON AN ACCOUNT THAT ALREADY HAS
001232*                A PASSWORD NOW REQUIRES THE CURRENT ONE FIRST
001233*                (SEE 3470-VERIFICAR-SENHA-ATUAL), CHECKED BY THE
001234*                VLVERIF1 SIGN-ON SUBPROGRAM - ANYONE AT THE
001235*                TERMINAL COULD OTHERWISE RESET ANY USER-ID. A
001236*                WRONG QUOTE COUNTS TOWARD THE LOCKOUT ONCE, IN
001237*                VLVERIF1, AND IS AUDITED THERE UNDER ITS OWN "V"
001238*                CHANNEL.
001240* 15/10/26  JM   EVERY CHANGE TO VLCRED AND VLHIST IS NOW
001242*                JOURNALED TO VLJRNL WITH ITS BEFORE AND AFTER
001244*                IMAGE (SEE VLJRNGRV) SO A BAD RUN CAN BE BACKED
001246*                OUT BY VLREVERT.
001247* 15/10/26  JM   VLPOLCY RECORD WIDENED TO 64 BYTES FOR THE POLICY
001248*                VERSION AND EFFECTIVE DATE (SEE VLPOLMNT).
001250* 15/10/26  JM   A MUST-CHANGE SET BY THE VLPOLTRC POLICY SWEEP
001252*                (NO VALIDITY WINDOW) ASKS FOR THE CURRENT
001254*                PASSWORD, NOT A TEMPORARY ONE.
001256* 15/10/26  JM   AN "INDISPONIVEL" ANSWER FROM VLVERIF1 (ITS FILES
001258*                COULD NOT BE REACHED) REFUSES THE CHANGE FOR NOW
001260*                WITHOUT COUNTING A FAILED ATTEMPT, AND IS AUDITED
001262*                HERE.
001263* 15/10/26  JM   AN ACCOUNT WITH A CURRENT EXPIRATION EXEMPTION ON
001264*                THE VLEXCEC REGISTER (SEE VLEXCCK) IS NO LONGER
001265*                REFUSED OR FLAGGED AS "EXPIRADO" PAST ITS DATE.
001266******************************************************************
001267 IDENTIFICATION DIVISION.
001268 PROGRAM-ID. VLMAIL1.
001270 ENVIRONMENT DIVISION.
001280 INPUT-OUTPUT SECTION.
001290 FILE-CONTROL.
001540     SELECT VL-RUN-DIARIO ASSIGN TO "VLRUNLOG"
001550         ORGANIZATION IS LINE SEQUENTIAL
001560         FILE STATUS IS VL-FS-RUNLOG.
001562
001564     SELECT VL-JORNAL ASSIGN TO "VLJRNL"
001566         ORGANIZATION IS LINE SEQUENTIAL
001568         FILE STATUS IS VL-FS-JORNAL.
001569
001570     SELECT VL-EXCECOES ASSIGN TO "VLEXCEC"
001571         ORGANIZATION IS INDEXED
001572         ACCESS MODE IS DYNAMIC
001573         RECORD KEY IS VL-EXC-USER-ID
001574         FILE STATUS IS VL-FS-EXCECAO.
001575 DATA DIVISION.
001580 FILE SECTION.
001590 FD  VL-POLITICA
001600     RECORDING MODE IS F.
001610 01  VL-POLITICA-LINHA                PIC X(64).
001620
001630 FD  VL-CREDENCIAIS.
001640     COPY VLCRED.
001770 FD  VL-RUN-DIARIO
001780     RECORDING MODE IS F.
001790     COPY VLRUNLOG.
001792
001794 FD  VL-JORNAL
001796     RECORDING MODE IS F.
001798     COPY VLJRNL.
001799
001800 FD  VL-EXCECOES.
001801     COPY VLEXCEC.
001802
001810 WORKING-STORAGE SECTION.
001820 COPY VLWORK.
001830 COPY VLVALID.
001840 COPY VLCLASSE.
001850 COPY VLPOLTAB.
001860 COPY VLRUNWK.
001865 COPY VLJRNWK.
001867 COPY VLEXCWK.
001870
001880******************************************************************
001890* TEMPORARY-PASSWORD DIALOG (SEE 3460-VERIFICAR-TROCA): THE
001950 77  VL-SENHA-PROPOSTA               PIC X(20).
001960 77  VL-TROCA-RECUSADA               PIC X(01)   VALUE "N".
001970     88  VL-TROCA-RECUSADA-SIM           VALUE "S".
001971
001972******************************************************************
001973* CURRENT-PASSWORD CHECK (SEE 3470-VERIFICAR-SENHA-ATUAL): THE
001974* PASSWORD THE USER QUOTES, THE VLVERIF1 PARAMETER BLOCK AND THE
001975* OUTCOME SWITCHES.
001976******************************************************************
001977 COPY VLVERIF.
001978 77  VL-SENHA-ATUAL                  PIC X(20).
001979 77  VL-ATUAL-RECUSADA               PIC X(01)   VALUE "N".
001980     88  VL-ATUAL-RECUSADA-SIM           VALUE "S".
001982 77  VL-ATUAL-INDISPONIVEL           PIC X(01)   VALUE "N".
001984     88  VL-ATUAL-INDISPONIVEL-SIM       VALUE "S".
001986
001990 PROCEDURE DIVISION.
002000
002010 0000-MAINLINE.
002380             VL-FS-AUDITORIA
002390         STOP RUN
002400     END-IF
002401
002402     OPEN EXTEND VL-JORNAL
002403     IF VL-FS-JORNAL NOT = "00"
002404         DISPLAY "VLMAIL1 - ERRO A ABRIR VLJRNL. FILE STATUS: "
002405             VL-FS-JORNAL
002406         STOP RUN
002407     END-IF
002408
002409     PERFORM 1700-ABRIR-EXCECOES THRU 1700-EXIT
002410
002420     MOVE "T" TO VL-CANAL-ORIGEM
002430
002560     ACCEPT  WS-USER-PASSWORD
002570
002580     ADD 1 TO VL-RUN-CONTAGEM-W
002585     MOVE "N" TO VL-ATUAL-RECUSADA
002587     MOVE "N" TO VL-ATUAL-INDISPONIVEL
002590
002600     PERFORM 1018-DERIVAR-CLASSE THRU 1018-EXIT
002610     PERFORM 1020-SELECIONAR-POLITICA THRU 1020-EXIT
002880                     MOVE "TEMPORARIA" TO VL-REGRA-FALHA
002890                     MOVE "TEMPORARIA" TO VL-REGRAS-FALHA
002900                 ELSE
002901                     PERFORM 3470-VERIFICAR-SENHA-ATUAL
002902                         THRU 3470-EXIT
002903                 END-IF
002904                 IF VL-ATUAL-RECUSADA-SIM
002905                     MOVE "N"           TO VERIFICA
002906                     MOVE "SENHA ATUAL" TO VL-REGRA-FALHA
002907                     MOVE "SENHA ATUAL" TO VL-REGRAS-FALHA
002908                 END-IF
002909                 IF VL-ATUAL-INDISPONIVEL-SIM
002910                     MOVE "N"            TO VERIFICA
002911                     MOVE "INDISPONIVEL" TO VL-REGRA-FALHA
002912                     MOVE "INDISPONIVEL" TO VL-REGRAS-FALHA
002913                 END-IF
002914                 IF NOT VL-TROCA-RECUSADA-SIM AND
002915                    NOT VL-ATUAL-RECUSADA-SIM AND
002916                    NOT VL-ATUAL-INDISPONIVEL-SIM
002917                     PERFORM 3000-VALIDAR-SENHA THRU 3000-EXIT
002920                 END-IF
002930             END-IF
002940     END-EVALUATE
002950
002953*    A REFUSED CURRENT PASSWORD WAS ALREADY AUDITED BY VLVERIF1.
002956     IF NOT VL-ATUAL-RECUSADA-SIM
002960         PERFORM 6000-REGISTAR-AUDITORIA THRU 6000-EXIT
002965     END-IF
002970
002980     IF VERIFICA-OK
002990         PERFORM 7000-GRAVAR-CREDENCIAL THRU 7000-EXIT
003030         IF VL-REGRA-FALHA NOT = "BLOQUEADO" AND
003040            VL-REGRA-FALHA NOT = "DESATIVADO" AND
003050            VL-REGRA-FALHA NOT = "RETIDO" AND
003060            VL-REGRA-FALHA NOT = "EXPIRADO" AND
003065            NOT VL-ATUAL-RECUSADA-SIM AND
003067            NOT VL-ATUAL-INDISPONIVEL-SIM
003070             PERFORM 7400-REGISTAR-TENTATIVA THRU 7400-EXIT
003080         END-IF
003083         IF VL-ATUAL-INDISPONIVEL-SIM
003086             DISPLAY "Verificacao indisponivel - tente mais tarde"
003089         ELSE
003092             DISPLAY "Senha invalida! Motivo: " VL-REGRAS-FALHA
003095         END-IF
003100     END-IF.
003110
003120 2000-EXIT.
003530* 3450-VERIFICAR-EXPIRACAO COMES FROM VLEXPCK, COPIED IN BELOW.
003540******************************************************************
003550     COPY VLEXPCK.
003551
003552******************************************************************
003553* 1700-ABRIR-EXCECOES, 1710-VERIFICAR-EXCECAO AND
003554* 1720-FECHAR-EXCECOES COME FROM VLEXCCK, COPIED IN BELOW.
003555******************************************************************
003556     COPY VLEXCCK.
003560
003570******************************************************************
003580* 6000-REGISTAR-AUDITORIA COMES FROM VLAUDGRV, COPIED IN BELOW.
003640******************************************************************
003650     COPY VLHISTGRV.
003660
003661******************************************************************
003662* 6700-GUARDAR-ANTES-CRED, 6710-JORNALIZAR-CRED AND THEIR
003663* HELPERS COME FROM VLJRNGRV; 6720-GUARDAR-ANTES-HIST AND
003664* 6730-JORNALIZAR-HIST FROM VLJRNHST. BOTH COPIED IN BELOW.
003665******************************************************************
003666     COPY VLJRNGRV.
003667     COPY VLJRNHST.
003668
003670******************************************************************
003680* 1800-OBTER-CONTROLO, 8800-LIBERTAR-CONTROLO AND THEIR DIARY
003690* PARAGRAPH COME FROM VLRUNREG, COPIED IN BELOW.
003770     CLOSE VL-CREDENCIAIS
003780     CLOSE VL-HISTORICO
003790     CLOSE VL-AUDITORIA
003795     CLOSE VL-JORNAL
003797     PERFORM 1720-FECHAR-EXCECOES THRU 1720-EXIT
003800
003810     PERFORM 8800-LIBERTAR-CONTROLO THRU 8800-EXIT.
003820
003940* REFUSED AS "TEMPORARIA" AND COUNTS TOWARD THE LOCKOUT LIKE
003950* ANY OTHER GUESS. THE PROPOSED PASSWORD IS PARKED IN
003960* VL-SENHA-PROPOSTA WHILE THE QUOTED ONE BORROWS
003970* WS-USER-PASSWORD FOR 7100-ENCRIPTAR-SENHA. A CHANGE IMPOSED BY
003973* THE VLPOLTRC POLICY SWEEP (NO VALIDITY WINDOW) IS HANDLED THE
003976* SAME WAY, WITH THE USER QUOTING THE CURRENT PASSWORD INSTEAD.
003980******************************************************************
003990 3460-VERIFICAR-TROCA.
004000
004220             GO TO 3460-EXIT
004230         END-IF
004240
004241*        NO VALIDITY WINDOW MEANS THE CHANGE WAS IMPOSED BY THE
004242*        VLPOLTRC SWEEP ON THE USER'S OWN PASSWORD, NOT A
004243*        TEMPORARY ONE ISSUED BY VLMAIL2 - SAME QUOTE-BACK RULE.
004244         IF VL-CRED-DATA-LIMITE-TROCA NUMERIC AND
004245            VL-CRED-DATA-LIMITE-TROCA > 0
004250             DISPLAY "CONTA COM SENHA TEMPORARIA ATIVA."
004260             DISPLAY "INTRODUZA A SENHA TEMPORARIA: "
004261         ELSE
004262             DISPLAY "A POLITICA DE SENHAS FOI REFORCADA - "
004263                 "TROQUE A SUA SENHA."
004264             DISPLAY "INTRODUZA A SENHA ATUAL: "
004265         END-IF
004270         ACCEPT VL-TEMP-SENHA
004280
004290         MOVE WS-USER-PASSWORD TO VL-SENHA-PROPOSTA
004450 3460-EXIT.
004460     EXIT.
004470
004480******************************************************************
004490* 3470-VERIFICAR-SENHA-ATUAL - BEFORE A NEW PASSWORD IS EVEN
004500* VALIDATED, THE USER MUST QUOTE THE CURRENT ONE, CHECKED BY THE
004510* VLVERIF1 SIGN-ON SUBPROGRAM. SKIPPED WHERE THERE IS NO CURRENT
004520* PASSWORD TO QUOTE - A FIRST ENROLMENT, A VLMANUT SHELL, A
004530* LOCKOUT STUB, A VOIDED TEMPORARY PASSWORD - AND WHERE
004540* 3460-VERIFICAR-TROCA HAS ALREADY HAD THE TEMPORARY ONE QUOTED
004550* BACK. VLVERIF1 OPENS VLCRED, VLAUDIT, VLJRNL AND VLEXCEC FOR
004560* ITSELF, SO ALL FOUR ARE CLOSED HERE AROUND THE CALL AND THE
004565* RECORD IS REREAD AFTERWARDS (3400) - A WRONG QUOTE MAY HAVE JUST
004570* LOCKED THE ACCOUNT, AND 0000-MAINLINE MUST SEE IT. AN
004580* "INDISPONIVEL" ANSWER MEANS VLVERIF1 COULD NOT GET AT ITS FILES
004582* AND CHECKED NOTHING: THE CHANGE IS REFUSED FOR NOW, BUT IT IS
004584* NOT A WRONG PASSWORD - 2000 AUDITS IT ITSELF AND COUNTS NO
004586* FAILED ATTEMPT.
004590******************************************************************
004600 3470-VERIFICAR-SENHA-ATUAL.
004610
004620     IF NOT VL-REGISTO-ENCONTRADO-SIM OR VL-CRED-TROCA-SIM OR
004630        VL-CRED-PASSWORD-HASH = SPACES
004640         GO TO 3470-EXIT
004650     END-IF
004660
004670     DISPLAY "INTRODUZA A SENHA ATUAL: "
004680     ACCEPT VL-SENHA-ATUAL
004690
004700     MOVE WS-USER-ID     TO VLVERIF-USER-ID
004710     MOVE VL-SENHA-ATUAL TO VLVERIF-PASSWORD
004720     MOVE SPACES         TO VL-SENHA-ATUAL
004730
004740     CLOSE VL-CREDENCIAIS
004750     CLOSE VL-AUDITORIA
004755     CLOSE VL-JORNAL
004756     IF VL-EXC-REGISTO-ABERTO-SIM
004757         CLOSE VL-EXCECOES
004758     END-IF
004760
004770     CALL "VLVERIF1" USING VLVERIF-PARAMETROS
004780     MOVE SPACES TO VLVERIF-PASSWORD
004790
004800     OPEN I-O VL-CREDENCIAIS
004810     IF VL-FS-CREDENCIAIS NOT = "00"
004820         DISPLAY "VLMAIL1 - ERRO A ABRIR VLCRED. FILE STATUS: "
004830             VL-FS-CREDENCIAIS
004840         STOP RUN
004850     END-IF
004860
004870     OPEN EXTEND VL-AUDITORIA
004880     IF VL-FS-AUDITORIA NOT = "00"
004890         DISPLAY "VLMAIL1 - ERRO A ABRIR VLAUDIT. FILE STATUS: "
004900             VL-FS-AUDITORIA
004910         STOP RUN
004920     END-IF
004921
004922     OPEN EXTEND VL-JORNAL
004923     IF VL-FS-JORNAL NOT = "00"
004924         DISPLAY "VLMAIL1 - ERRO A ABRIR VLJRNL. FILE STATUS: "
004925             VL-FS-JORNAL
004926         STOP RUN
004927     END-IF
004928
004929     IF VL-EXC-REGISTO-ABERTO-SIM
004930         OPEN INPUT VL-EXCECOES
004931         IF VL-FS-EXCECAO NOT = "00"
004932             DISPLAY "VLMAIL1 - ERRO A ABRIR VLEXCEC. "
004933                 "FILE STATUS: " VL-FS-EXCECAO
004934             STOP RUN
004935         END-IF
004936     END-IF
004937
004940     IF NOT VLVERIF-APROVADO
004943         IF VLVERIF-MOTIVO = "INDISPONIVEL"
004946             MOVE "S" TO VL-ATUAL-INDISPONIVEL
004949         ELSE
004952             MOVE "S" TO VL-ATUAL-RECUSADA
004955         END-IF
004960         PERFORM 3400-VERIFICAR-BLOQUEIO THRU 3400-EXIT
004970     END-IF.
004980
004990 3470-EXIT.
005000     EXIT.
005010
005020 END PROGRAM VLMAIL1.
