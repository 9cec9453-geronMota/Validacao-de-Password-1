      ******************************************************************
      * VLOPRCK   - OPERATOR AUTHORITY AND SEGREGATION-OF-DUTIES CHECK,
      *             COPIED INTO EVERY ADMINISTRATIVE TOOL ALONGSIDE
      *             VLADMGRV. 1600-IDENTIFICAR-OPERADOR ONLY CAPTURES A
      *             NAME; THESE PARAGRAPHS PROVE IT AND DECIDE WHETHER
      *             THAT NAME MAY DO ANYTHING, AGAINST THE VLOPER
      *             OPERATOR MASTER.
      *
      *             EVERY OPERATOR IS ALSO AN ACCOUNT ON VLCRED UNDER
      *             THE SAME USER-ID, AND EVERY NAME TYPED IN - THE
      *             OPERATOR'S AT SIGN-ON, A SECOND OPERATOR'S AT EACH
      *             CONFIRMATION - MUST BE FOLLOWED BY THAT ACCOUNT'S
      *             PASSWORD, CHECKED BY THE VLVERIF1 SIGN-ON
      *             SUBPROGRAM (1685-VERIFICAR-SENHA). A WRONG PASSWORD
      *             COUNTS TOWARD THE VLBLOQ LOCKOUT LIKE ANY OTHER
      *             SIGN-ON, AND A PENDING TEMPORARY PASSWORD IS NOT
      *             ENOUGH - IT ONLY AUTHORIZES SETTING A NEW ONE.
      *
      *             1650-AUTORIZAR-OPERADOR RUNS ONCE, RIGHT AFTER 1600:
      *             AN OPERATOR WHOSE PASSWORD IS REFUSED, NOT ON FILE,
      *             INACTIVE, OR WITHOUT THE TOOL'S PERMISSION IS
      *             REFUSED AND THE RUN STOPS. VLOPER IS LEFT OPEN FOR
      *             THE REST OF THE RUN.
      *
      *             1660-AUTORIZAR-ACCAO RUNS BEFORE EVERY ACTION. THE
      *             OPERATOR RECORD IS READ AGAIN (A REVOCATION TAKES
      *             EFFECT MID-RUN), AND THEN:
      *               - NOBODY ACTS ON THEIR OWN USER-ID;
      *               - AN ACTION ON AN "ADM"/"SYS"-CLASS ACCOUNT (SEE
      *                 VLCLASSE) MUST BE CONFIRMED BY A SECOND,
      *                 DIFFERENT OPERATOR WHO HOLDS THE SAME
      *                 PERMISSION AND IS NOT THE ACCOUNT'S OWNER. THE
      *                 SECOND OPERATOR IS SHOWN THE ACCOUNT AND THE
      *                 ACTION AND CONFIRMS EACH ONE SEPARATELY, WITH
      *                 THEIR OWN PASSWORD - IN A FILE-DRIVEN RUN TOO.
      *                 THE CONFIRMATION IS RECORDED TO VLADMAUD AS
      *                 "CONFIRMA" UNDER THE SECOND OPERATOR'S NAME,
      *                 WITH THE ACTION CONFIRMED AS THE BEFORE STATE
      *                 AND THE REQUESTING OPERATOR AS THE AFTER STATE.
      *
      *             EVERY REFUSAL, AT SIGN-ON OR PER ACTION, IS WRITTEN
      *             TO VLADMAUD AS "RECUSADO": THE ACTION ATTEMPTED AS
      *             THE BEFORE STATE, THE REASON AS THE AFTER STATE.
      *
      *             REQUIRES THE CALLING PROGRAM TO HAVE COPIED VLADMWK
      *             AND VLOPRWK, TO HAVE A VL-OPERADORES FD BUILT FROM
      *             VLOPER, TO HAVE COPIED VLADMGRV, AND TO HAVE OPENED
      *             VL-ADMIN-AUDITORIA EXTEND BEFORE PERFORMING
      *             1650-AUTORIZAR-OPERADOR. VLVERIF1 OPENS VLCRED,
      *             VLAUDIT AND VLJRNL FOR ITSELF, SO THE CALLER
      *             PERFORMS 1650 BEFORE IT OPENS ANY OF THEM, AND
      *             SUPPLIES 1690-SUSPENDER-FICHEIROS AND
      *             1695-RETOMAR-FICHEIROS, WHICH 1680 PERFORMS AROUND
      *             THE SECOND OPERATOR'S CHECK TO CLOSE AND REOPEN
      *             WHICHEVER OF THE THREE IT HOLDS AT THAT POINT (AND
      *             TO READ BACK ANY RECORD IT STILL NEEDS). THE CALLER
      *             CLOSES VL-OPERADORES AT END OF RUN.
      ******************************************************************
       1650-AUTORIZAR-OPERADOR.

           OPEN INPUT VL-OPERADORES
           IF VL-FS-OPERADOR NOT = "00"
               DISPLAY VL-OPR-PROGRAMA " - ERRO A ABRIR VLOPER. "
                   "FILE STATUS: " VL-FS-OPERADOR
               STOP RUN
           END-IF

           MOVE "ENTRADA"       TO VL-OPR-CODIGO-ACCAO
           MOVE VL-OPR-PROGRAMA TO VL-OPR-ALVO-PEDIDO

           MOVE VL-ADM-OPERADOR-ATUAL TO VLVERIF-USER-ID
           PERFORM 1685-VERIFICAR-SENHA THRU 1685-EXIT
           IF VL-OPR-MOTIVO NOT = SPACES
               PERFORM 6550-REGISTAR-RECUSA THRU 6550-EXIT
               DISPLAY "OPERADOR NAO AUTENTICADO (" VL-OPR-MOTIVO
                   ") - EXECUCAO RECUSADA."
               STOP RUN
           END-IF

           MOVE VL-ADM-OPERADOR-ATUAL TO VL-OPR-OPERADOR
           PERFORM 1670-LER-OPERADOR THRU 1670-EXIT

           EVALUATE TRUE
               WHEN NOT VL-OPR-LIDO-SIM
                   MOVE "NAO REGISTADO"  TO VL-OPR-MOTIVO
               WHEN NOT VL-OPR-ATIVO-SIM
                   MOVE "INATIVO"        TO VL-OPR-MOTIVO
               WHEN VL-OPR-ACCAO-PEDIDA = 0
                   GO TO 1650-EXIT
               WHEN VL-OPR-PERMISSAO(VL-OPR-ACCAO-PEDIDA) = "S"
                   GO TO 1650-EXIT
               WHEN OTHER
                   MOVE "SEM PERMISSAO"  TO VL-OPR-MOTIVO
           END-EVALUATE

           PERFORM 6550-REGISTAR-RECUSA THRU 6550-EXIT
           DISPLAY "OPERADOR NAO AUTORIZADO (" VL-OPR-MOTIVO
               ") - EXECUCAO RECUSADA."
           STOP RUN.

       1650-EXIT.
           EXIT.

       1660-AUTORIZAR-ACCAO.

           MOVE "N" TO VL-OPR-AUTORIZADO

           MOVE VL-ADM-OPERADOR-ATUAL TO VL-OPR-OPERADOR
           PERFORM 1670-LER-OPERADOR THRU 1670-EXIT

           IF NOT VL-OPR-LIDO-SIM OR NOT VL-OPR-ATIVO-SIM OR
              VL-OPR-PERMISSAO(VL-OPR-ACCAO-PEDIDA) NOT = "S"
               MOVE "SEM PERMISSAO" TO VL-OPR-MOTIVO
               PERFORM 6550-REGISTAR-RECUSA THRU 6550-EXIT
               GO TO 1660-EXIT
           END-IF

           IF VL-OPR-CONTA-ALVO NOT = SPACES AND
              VL-OPR-CONTA-ALVO = VL-ADM-OPERADOR-ATUAL
               MOVE "PROPRIA CONTA" TO VL-OPR-MOTIVO
               PERFORM 6550-REGISTAR-RECUSA THRU 6550-EXIT
               GO TO 1660-EXIT
           END-IF

           IF VL-OPR-CLASSE-ALVO = "ADM" OR VL-OPR-CLASSE-ALVO = "SYS"
               PERFORM 1680-CONFIRMAR-SEGUNDO THRU 1680-EXIT
               IF VL-OPR-CONFIRMADOR = SPACES
                   PERFORM 6550-REGISTAR-RECUSA THRU 6550-EXIT
                   GO TO 1660-EXIT
               END-IF
           END-IF

           MOVE "S" TO VL-OPR-AUTORIZADO.

       1660-EXIT.
           EXIT.

       1670-LER-OPERADOR.

           MOVE "N" TO VL-OPR-LIDO
           READ VL-OPERADORES
               INVALID KEY
                   MOVE "N" TO VL-OPR-LIDO
               NOT INVALID KEY
                   MOVE "S" TO VL-OPR-LIDO
           END-READ.

       1670-EXIT.
           EXIT.

      ******************************************************************
      * 1680-CONFIRMAR-SEGUNDO - FOUR-EYES CONFIRMATION FOR A
      * PRIVILEGED TARGET. LEAVES VL-OPR-CONFIRMADOR BLANK AND THE
      * REASON IN VL-OPR-MOTIVO WHEN THE CONFIRMATION FAILS. ASKED
      * AFRESH FOR EVERY PRIVILEGED TARGET, NEVER CARRIED OVER FROM
      * ONE TARGET TO THE NEXT. THE NAME IS CHECKED AGAINST VLOPER AND
      * THIS TARGET BEFORE THE PASSWORD IS ASKED FOR.
      ******************************************************************
       1680-CONFIRMAR-SEGUNDO.

           DISPLAY "CONTA PRIVILEGIADA " VL-OPR-CONTA-ALVO " ("
               VL-OPR-CLASSE-ALVO ") - " VL-OPR-CODIGO-ACCAO
           DISPLAY "CONFIRMACAO POR UM SEGUNDO OPERADOR."
           DISPLAY "IDENTIFIQUE O OPERADOR QUE CONFIRMA: "
           ACCEPT VL-OPR-CONFIRMADOR

           EVALUATE TRUE
               WHEN VL-OPR-CONFIRMADOR = SPACES
                   MOVE "SEM CONFIRMACAO"   TO VL-OPR-MOTIVO
               WHEN VL-OPR-CONFIRMADOR = VL-ADM-OPERADOR-ATUAL
                   MOVE "MESMO OPERADOR"    TO VL-OPR-MOTIVO
               WHEN VL-OPR-CONFIRMADOR = VL-OPR-CONTA-ALVO
                   MOVE "CONFIRMA PROPRIA"  TO VL-OPR-MOTIVO
               WHEN OTHER
                   MOVE VL-OPR-CONFIRMADOR TO VL-OPR-OPERADOR
                   PERFORM 1670-LER-OPERADOR THRU 1670-EXIT
                   IF NOT VL-OPR-LIDO-SIM OR NOT VL-OPR-ATIVO-SIM OR
                      VL-OPR-PERMISSAO(VL-OPR-ACCAO-PEDIDA) NOT = "S"
                       MOVE "CONFIRMADOR INVALIDO" TO VL-OPR-MOTIVO
                   ELSE
                       MOVE SPACES TO VL-OPR-MOTIVO
                   END-IF
           END-EVALUATE

           IF VL-OPR-MOTIVO NOT = SPACES
               MOVE SPACES TO VL-OPR-CONFIRMADOR
               GO TO 1680-EXIT
           END-IF

           MOVE VL-OPR-CONFIRMADOR TO VLVERIF-USER-ID
           PERFORM 1690-SUSPENDER-FICHEIROS THRU 1690-EXIT
           PERFORM 1685-VERIFICAR-SENHA THRU 1685-EXIT
           PERFORM 1695-RETOMAR-FICHEIROS THRU 1695-EXIT

           IF VL-OPR-MOTIVO NOT = SPACES
               IF VL-OPR-MOTIVO NOT = "INDISPONIVEL"
                   MOVE "SENHA DO CONFIRMADOR" TO VL-OPR-MOTIVO
               END-IF
               MOVE SPACES TO VL-OPR-CONFIRMADOR
               GO TO 1680-EXIT
           END-IF

           MOVE VL-ADM-OPERADOR-ATUAL TO VL-OPR-OPERADOR-GUARDA
           MOVE VL-OPR-CONFIRMADOR    TO VL-ADM-OPERADOR-ATUAL
           MOVE VL-OPR-PROGRAMA        TO VL-ADM-PROGRAMA
           MOVE "CONFIRMA"             TO VL-ADM-ACCAO
           MOVE VL-OPR-ALVO-PEDIDO     TO VL-ADM-ALVO
           MOVE VL-OPR-CODIGO-ACCAO    TO VL-ADM-ESTADO-ANTES
           MOVE VL-OPR-OPERADOR-GUARDA TO VL-ADM-ESTADO-DEPOIS
           PERFORM 6500-REGISTAR-ADMIN THRU 6500-EXIT
           MOVE VL-OPR-OPERADOR-GUARDA TO VL-ADM-OPERADOR-ATUAL.

       1680-EXIT.
           EXIT.

      ******************************************************************
      * 1685-VERIFICAR-SENHA - ASKS FOR THE PASSWORD OF THE ACCOUNT IN
      * VLVERIF-USER-ID AND HAS VLVERIF1 CHECK IT. LEAVES VL-OPR-MOTIVO
      * BLANK WHEN IT IS ACCEPTED, OTHERWISE VLVERIF1'S REASON -
      * "TROCA PENDENTE" WHEN IT MATCHED A TEMPORARY PASSWORD STILL
      * WAITING TO BE CHANGED. THE PASSWORD IS BLANKED AS SOON AS IT
      * HAS BEEN PASSED ON.
      ******************************************************************
       1685-VERIFICAR-SENHA.

           DISPLAY "SENHA DE " VLVERIF-USER-ID ": "
           ACCEPT VL-OPR-SENHA

           MOVE VL-OPR-SENHA TO VLVERIF-PASSWORD
           MOVE SPACES       TO VL-OPR-SENHA
           MOVE "N"          TO VLVERIF-RETORNO
           MOVE SPACES       TO VLVERIF-MOTIVO

           CALL "VLVERIF1" USING VLVERIF-PARAMETROS
           MOVE SPACES TO VLVERIF-PASSWORD

           EVALUATE TRUE
               WHEN NOT VLVERIF-APROVADO
                   MOVE VLVERIF-MOTIVO   TO VL-OPR-MOTIVO
                   IF VL-OPR-MOTIVO = SPACES
                       MOVE "SENHA"      TO VL-OPR-MOTIVO
                   END-IF
               WHEN VLVERIF-TROCA-SIM
                   MOVE "TROCA PENDENTE" TO VL-OPR-MOTIVO
               WHEN OTHER
                   MOVE SPACES           TO VL-OPR-MOTIVO
           END-EVALUATE.

       1685-EXIT.
           EXIT.

      ******************************************************************
      * 6550-REGISTAR-RECUSA - ONE VLADMAUD RECORD PER REFUSAL, UNDER
      * THE OPERATOR WHO WAS REFUSED.
      ******************************************************************
       6550-REGISTAR-RECUSA.

           DISPLAY VL-OPR-PROGRAMA " - ACCAO RECUSADA: "
               VL-OPR-CODIGO-ACCAO " " VL-OPR-ALVO-PEDIDO
               " (" VL-OPR-MOTIVO ")"

           MOVE VL-OPR-PROGRAMA     TO VL-ADM-PROGRAMA
           MOVE "RECUSADO"          TO VL-ADM-ACCAO
           MOVE VL-OPR-ALVO-PEDIDO  TO VL-ADM-ALVO
           MOVE VL-OPR-CODIGO-ACCAO TO VL-ADM-ESTADO-ANTES
           MOVE VL-OPR-MOTIVO       TO VL-ADM-ESTADO-DEPOIS
           PERFORM 6500-REGISTAR-ADMIN THRU 6500-EXIT.

       6550-EXIT.
           EXIT.
