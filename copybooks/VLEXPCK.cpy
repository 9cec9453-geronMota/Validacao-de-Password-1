      *             PROVISIONING TEAM - A REFUSAL, LIKE "BLOQUEADO",
      *             DOES NOT BUMP THE FAILED-ATTEMPT COUNTER.
      *
      *             A SERVICE OR BATCH ACCOUNT WITH A CURRENT
      *             EXPIRATION EXEMPTION ON THE VLEXCEC REGISTER (SEE
      *             VLEXCCK) IS NEITHER REFUSED NOR FLAGGED, PAST ITS
      *             DATE OR NOT - THE SAME ACCOUNTS VLEXPIRA LEAVES
      *             ALONE.
      *
      *             REQUIRES THE CALLING PROGRAM TO HAVE COPIED VLWORK,
      *             TO HAVE A VL-CREDENCIAIS FD BUILT FROM VLCRED, AND
      *             TO HAVE OPENED VL-CREDENCIAIS I-O BEFORE PERFORMING
      *             3450-VERIFICAR-EXPIRACAO. THE ON-THE-SPOT FLAG IS
      *             JOURNALED TO VLJRNL, SO THE CALLER ALSO NEEDS
      *             EVERYTHING VLJRNGRV REQUIRES, AND THE EXEMPTION
      *             CHECK EVERYTHING VLEXCCK REQUIRES, WITH
      *             1700-ABRIR-EXCECOES ALREADY PERFORMED.
      ******************************************************************
       3450-VERIFICAR-EXPIRACAO.

                   MOVE "S" TO VL-REGISTO-ENCONTRADO
           END-READ

           IF NOT VL-REGISTO-ENCONTRADO-SIM
               GO TO 3450-EXIT
           END-IF

           ACCEPT VL-DATA-HOJE FROM DATE YYYYMMDD
           MOVE VL-EXC-SLOT-EXPIRACAO TO VL-EXC-ISENCAO-PEDIDA
           PERFORM 1710-VERIFICAR-EXCECAO THRU 1710-EXIT
           IF VL-EXC-ISENTA-SIM
               GO TO 3450-EXIT
           END-IF

           IF VL-CRED-EXPIRADO-SIM
               MOVE "S" TO VL-CONTA-EXPIRADA
               GO TO 3450-EXIT
           END-IF

           IF VL-CRED-DATA-EXPIRACAO > 0 AND
              VL-CRED-DATA-EXPIRACAO < VL-DATA-HOJE
               MOVE "S" TO VL-CONTA-EXPIRADA
               PERFORM 6700-GUARDAR-ANTES-CRED THRU 6700-EXIT
               MOVE "S" TO VL-CRED-EXPIRADO
               REWRITE VL-CREDENCIAL-REGISTO
               IF VL-FS-CREDENCIAIS NOT = "00"
                   DISPLAY "ERRO A GRAVAR EM VLCRED. "
                       "FILE STATUS: " VL-FS-CREDENCIAIS
                   STOP RUN
               END-IF
               PERFORM 6710-JORNALIZAR-CRED THRU 6710-EXIT
           END-IF.

       3450-EXIT.
