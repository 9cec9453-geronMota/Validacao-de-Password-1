      *             REQUIRES THE CALLING PROGRAM TO HAVE COPIED VLWORK,
      *             TO HAVE A VL-HISTORICO FD BUILT FROM VLHIST, AND TO
      *             HAVE OPENED VL-HISTORICO I-O BEFORE PERFORMING
      *             7300-ATUALIZAR-HISTORICO. EVERY UPDATE IS JOURNALED
      *             TO VLJRNL, SO THE CALLER ALSO NEEDS EVERYTHING
      *             VLJRNHST REQUIRES.
      ******************************************************************
       7300-ATUALIZAR-HISTORICO.

                   MOVE "S" TO VL-REGISTO-ENCONTRADO
           END-READ

           IF VL-REGISTO-ENCONTRADO-SIM
               PERFORM 6720-GUARDAR-ANTES-HIST THRU 6720-EXIT
           ELSE
               MOVE "I" TO VL-JRN-OPERACAO-W
           END-IF

           IF NOT VL-REGISTO-ENCONTRADO-SIM
               MOVE SPACES TO VL-HIST-SENHAS
               MOVE SPACES TO VL-HIST-VERSOES
               DISPLAY "ERRO A GRAVAR EM VLHIST. FILE STATUS: "
                   VL-FS-HISTORICO
               STOP RUN
           END-IF

           PERFORM 6730-JORNALIZAR-HIST THRU 6730-EXIT.

       7300-EXIT.
           EXIT.
