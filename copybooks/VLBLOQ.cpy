      *             REQUIRES THE CALLING PROGRAM TO HAVE COPIED VLWORK,
      *             TO HAVE A VL-CREDENCIAIS FD BUILT FROM VLCRED, AND
      *             TO HAVE OPENED VL-CREDENCIAIS I-O BEFORE PERFORMING
      *             EITHER PARAGRAPH BELOW. 7400 JOURNALS EVERY UPDATE
      *             TO VLJRNL, SO THE CALLER ALSO NEEDS EVERYTHING
      *             VLJRNGRV REQUIRES.
      ******************************************************************
       3400-VERIFICAR-BLOQUEIO.

                   MOVE "S" TO VL-REGISTO-ENCONTRADO
           END-READ

           IF VL-REGISTO-ENCONTRADO-SIM
               PERFORM 6700-GUARDAR-ANTES-CRED THRU 6700-EXIT
           ELSE
               MOVE "I" TO VL-JRN-OPERACAO-W
           END-IF

           ADD 1 TO VL-CRED-TENTATIVAS-FALHA
           IF VL-CRED-TENTATIVAS-FALHA >= VL-POL-MAX-TENTATIVAS
               MOVE "S" TO VL-CRED-BLOQUEADO
      *        VLCRED) - THE RECORD AREA STILL HOLDS THE LAST RECORD
      *        ACTUALLY READ, A DIFFERENT USER'S CLASS.
               MOVE SPACES TO VL-CRED-CLASSE
               MOVE 0      TO VL-CRED-VERSAO-POLITICA
               WRITE VL-CREDENCIAL-REGISTO
           END-IF

               DISPLAY "ERRO A GRAVAR EM VLCRED. FILE STATUS: "
                   VL-FS-CREDENCIAIS
               STOP RUN
           END-IF

           PERFORM 6710-JORNALIZAR-CRED THRU 6710-EXIT.

       7400-EXIT.
           EXIT.
