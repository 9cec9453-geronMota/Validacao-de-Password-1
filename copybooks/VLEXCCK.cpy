      ******************************************************************
      * VLEXCCK   - APPROVED-EXCEPTION CHECK FOR THE NIGHTLY SWEEPS
      *             (VLEXPIRA, VLINATIV, VLTMPEXP). A SERVICE OR BATCH
      *             ACCOUNT ON THE VLEXCEC REGISTER, FLAGGED FOR THE
      *             SWEEP AND STILL INSIDE ITS END DATE, IS LEFT
      *             UNTOUCHED; THE SWEEP COUNTS IT IN ITS CONTROL
      *             TOTALS INSTEAD. THE EXPIRATION CHECK AT SIGN-ON
      *             (VLEXPCK, IN VLVERIF1, VLMAIL1 AND VLMAIL2) HONOURS
      *             THE EXPIRATION EXEMPTION THE SAME WAY.
      *
      *             1700-ABRIR-EXCECOES RUNS ONCE AT START OF RUN. A
      *             MISSING REGISTER (FILE STATUS 35) IS NOT AN ERROR -
      *             NOBODY HAS BEEN GRANTED AN EXEMPTION YET - AND
      *             EVERY ACCOUNT IS THEN SWEPT AS NORMAL.
      *
      *             1710-VERIFICAR-EXCECAO RUNS FOR THE CURRENT VLCRED
      *             RECORD BEFORE THE SWEEP CHANGES IT, WITH
      *             VL-EXC-ISENCAO-PEDIDA LOADED (SEE VLEXCWK).
      *
      *             1720-FECHAR-EXCECOES RUNS AT END OF RUN.
      *
      *             REQUIRES THE CALLING PROGRAM TO HAVE COPIED VLWORK,
      *             VLRUNWK AND VLEXCWK, TO HAVE A VL-EXCECOES FD BUILT
      *             FROM VLEXCEC, AND TO HAVE ACCEPTED VL-DATA-HOJE
      *             BEFORE THE FIRST CHECK.
      ******************************************************************
       1700-ABRIR-EXCECOES.

           MOVE "N" TO VL-EXC-REGISTO-ABERTO
           OPEN INPUT VL-EXCECOES

           IF VL-FS-EXCECAO = "35"
               DISPLAY VL-RUN-PROGRAMA-W " - SEM REGISTO VLEXCEC - "
                   "NENHUMA CONTA ISENTA."
               GO TO 1700-EXIT
           END-IF

           IF VL-FS-EXCECAO NOT = "00"
               DISPLAY VL-RUN-PROGRAMA-W " - ERRO A ABRIR VLEXCEC. "
                   "FILE STATUS: " VL-FS-EXCECAO
               STOP RUN
           END-IF

           MOVE "S" TO VL-EXC-REGISTO-ABERTO.

       1700-EXIT.
           EXIT.

       1710-VERIFICAR-EXCECAO.

           MOVE "N" TO VL-EXC-ISENTA

           IF NOT VL-EXC-REGISTO-ABERTO-SIM
               GO TO 1710-EXIT
           END-IF

           MOVE VL-CRED-USER-ID TO VL-EXC-USER-ID
           READ VL-EXCECOES
               INVALID KEY
                   GO TO 1710-EXIT
           END-READ

           IF VL-FS-EXCECAO NOT = "00"
               DISPLAY VL-RUN-PROGRAMA-W " - ERRO A LER VLEXCEC. "
                   "FILE STATUS: " VL-FS-EXCECAO
               STOP RUN
           END-IF

           IF VL-EXC-ISENCAO(VL-EXC-ISENCAO-PEDIDA) = "S" AND
              VL-EXC-DATA-FIM NUMERIC AND
              VL-EXC-DATA-FIM NOT < VL-DATA-HOJE
               MOVE "S" TO VL-EXC-ISENTA
           END-IF.

       1710-EXIT.
           EXIT.

       1720-FECHAR-EXCECOES.

           IF VL-EXC-REGISTO-ABERTO-SIM
               CLOSE VL-EXCECOES
               MOVE "N" TO VL-EXC-REGISTO-ABERTO
           END-IF.

       1720-EXIT.
           EXIT.
