      *             AND VLCLASSE (PLUS VLCLSDRV IN THE PROCEDURE
      *             DIVISION), TO HAVE A VL-CREDENCIAIS FD BUILT FROM
      *             VLCRED, AND TO HAVE OPENED VL-CREDENCIAIS I-O
      *             BEFORE PERFORMING 7000-GRAVAR-CREDENCIAL. EVERY
      *             SAVE IS JOURNALED TO VLJRNL, SO THE CALLER ALSO
      *             NEEDS EVERYTHING VLJRNGRV REQUIRES.
      ******************************************************************
       7000-GRAVAR-CREDENCIAL.

                   MOVE "S" TO VL-REGISTO-ENCONTRADO
           END-READ

           IF VL-REGISTO-ENCONTRADO-SIM
               PERFORM 6700-GUARDAR-ANTES-CRED THRU 6700-EXIT
           ELSE
               MOVE "I" TO VL-JRN-OPERACAO-W
           END-IF

           MOVE WS-USER-ID TO VL-CRED-USER-ID

      *    AN ACCEPTED PASSWORD IS ALWAYS STORED UNDER THE CURRENT
           PERFORM 1018-DERIVAR-CLASSE THRU 1018-EXIT
           MOVE VL-CLASSE-PEDIDA TO VL-CRED-CLASSE

      *    ... AND SO IS THE VERSION OF THAT CLASS'S POLICY THE
      *    PASSWORD WAS JUST ACCEPTED UNDER - THE VLPOLTRC SWEEP
      *    FORCES A CHANGE WHEN A LATER VERSION TIGHTENS THE RULES.
           MOVE VL-POL-VERSAO TO VL-CRED-VERSAO-POLITICA

           ACCEPT VL-DATA-HOJE FROM DATE YYYYMMDD
           MOVE VL-DATA-HOJE TO VL-CRED-DATA-ALTERACAO

               DISPLAY "ERRO A GRAVAR EM VLCRED. FILE STATUS: "
                   VL-FS-CREDENCIAIS
               STOP RUN
           END-IF

           PERFORM 6710-JORNALIZAR-CRED THRU 6710-EXIT.

       7000-EXIT.
           EXIT.
