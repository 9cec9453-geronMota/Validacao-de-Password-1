      ******************************************************************
      * VLJRNGRV  - VLJRNL JOURNAL PARAGRAPHS, COPIED INTO EVERY
      *             PROGRAM THAT UPDATES VLCRED OR VLHIST (DIRECTLY OR
      *             THROUGH VLGRAVA, VLBLOQ, VLEXPCK AND VLHISTGRV). A
      *             CHANGE IS JOURNALED IN TWO STEPS AROUND THE WRITE:
      *
      *             BEFORE CHANGING THE RECORD AREA OF A RECORD JUST
      *             READ, PERFORM 6700-GUARDAR-ANTES-CRED (OR 6720-
      *             GUARDAR-ANTES-HIST, FROM VLJRNHST) TO KEEP THE
      *             BEFORE IMAGE; IT SETS VL-JRN-OPERACAO-W TO "A". FOR
      *             A RECORD THAT DID NOT EXIST, MOVE "I" TO
      *             VL-JRN-OPERACAO-W INSTEAD; FOR A DELETE, PERFORM THE
      *             GUARDAR PARAGRAPH AND THEN MOVE "E".
      *
      *             AFTER THE WRITE, REWRITE OR DELETE HAS SUCCEEDED,
      *             PERFORM 6710-JORNALIZAR-CRED (OR 6730-JORNALIZAR-
      *             HIST, FROM VLJRNHST), WHICH TAKES THE AFTER IMAGE
      *             FROM THE RECORD AREA AND WRITES THE JOURNAL RECORD.
      *
      *             6760/6770 CONVERT BETWEEN A VLCRED RECORD AND ITS
      *             DISPLAY-FORM JOURNAL IMAGE; 6770 IS ONLY PERFORMED
      *             BY VLREVERT WHEN PUTTING A BEFORE IMAGE BACK.
      *
      *             A JOURNAL THAT CANNOT BE WRITTEN IS FATAL - A
      *             CHANGE NOBODY CAN BACK OUT IS WHAT THE JOURNAL IS
      *             THERE TO PREVENT.
      *
      *             REQUIRES THE CALLING PROGRAM TO HAVE COPIED VLJRNWK
      *             AND VLRUNWK (VL-RUN-PROGRAMA-W AND VL-RUN-INICIO-W
      *             LOADED - 1800-OBTER-CONTROLO DOES BOTH), TO HAVE A
      *             VL-JORNAL FD BUILT FROM VLJRNL AND A VL-CREDENCIAIS
      *             FD BUILT FROM VLCRED, AND TO HAVE OPENED VL-JORNAL
      *             EXTEND.
      ******************************************************************
       6700-GUARDAR-ANTES-CRED.

           PERFORM 6760-CRED-PARA-IMAGEM THRU 6760-EXIT
           MOVE VL-JRI-CRED-IMAGEM TO VL-JRN-ANTES-W
           MOVE "A" TO VL-JRN-OPERACAO-W.

       6700-EXIT.
           EXIT.

       6710-JORNALIZAR-CRED.

           MOVE "C"             TO VL-JRN-FICHEIRO
           MOVE VL-CRED-USER-ID TO VL-JRN-USER-ID

           IF VL-JRN-OPERACAO-W = "I"
               MOVE SPACES TO VL-JRN-IMAGEM-ANTES
           ELSE
               MOVE VL-JRN-ANTES-W TO VL-JRN-IMAGEM-ANTES
           END-IF

           IF VL-JRN-OPERACAO-W = "E"
               MOVE SPACES TO VL-JRN-IMAGEM-DEPOIS
           ELSE
               PERFORM 6760-CRED-PARA-IMAGEM THRU 6760-EXIT
               MOVE VL-JRI-CRED-IMAGEM TO VL-JRN-IMAGEM-DEPOIS
           END-IF

           PERFORM 6750-ESCREVER-JORNAL THRU 6750-EXIT.

       6710-EXIT.
           EXIT.

       6750-ESCREVER-JORNAL.

           ACCEPT VL-JRN-DATA-W FROM DATE YYYYMMDD
           ACCEPT VL-JRN-HORA-W FROM TIME

           MOVE VL-JRN-DATA-W      TO VL-JRN-DATA-HORA(1:8)
           MOVE VL-JRN-HORA-W(1:6) TO VL-JRN-DATA-HORA(9:6)
           MOVE VL-RUN-PROGRAMA-W  TO VL-JRN-PROGRAMA
           MOVE VL-RUN-INICIO-W    TO VL-JRN-INICIO-RUN
           MOVE VL-JRN-OPERACAO-W  TO VL-JRN-OPERACAO

           WRITE VL-JRN-REGISTO

           IF VL-FS-JORNAL NOT = "00"
               DISPLAY "ERRO A GRAVAR EM VLJRNL. FILE STATUS: "
                   VL-FS-JORNAL
               STOP RUN
           END-IF.

       6750-EXIT.
           EXIT.

       6760-CRED-PARA-IMAGEM.

           MOVE SPACES                    TO VL-JRI-CRED-IMAGEM
           MOVE VL-CRED-USER-ID           TO VL-JRI-USER-ID
           MOVE VL-CRED-PASSWORD-HASH     TO VL-JRI-PASSWORD-HASH
           MOVE VL-CRED-DATA-ALTERACAO    TO VL-JRI-DATA-ALTERACAO
           MOVE VL-CRED-DATA-EXPIRACAO    TO VL-JRI-DATA-EXPIRACAO
           MOVE VL-CRED-TENTATIVAS-FALHA  TO VL-JRI-TENTATIVAS-FALHA
           MOVE VL-CRED-BLOQUEADO         TO VL-JRI-BLOQUEADO
           MOVE VL-CRED-EXPIRADO          TO VL-JRI-EXPIRADO
           MOVE VL-CRED-DESATIVADO        TO VL-JRI-DESATIVADO
           MOVE VL-CRED-TROCA-OBRIGATORIA TO VL-JRI-TROCA-OBRIGATORIA
           MOVE VL-CRED-VERSAO-HASH       TO VL-JRI-VERSAO-HASH
           MOVE VL-CRED-CLASSE            TO VL-JRI-CLASSE
           MOVE VL-CRED-DATA-ULTIMO-USO   TO VL-JRI-DATA-ULTIMO-USO
           MOVE VL-CRED-DATA-LIMITE-TROCA TO VL-JRI-DATA-LIMITE-TROCA
           MOVE VL-CRED-RETIDO            TO VL-JRI-RETIDO

      *    BLANK ON A RECORD THAT PREDATES POLICY VERSIONING.
           IF VL-CRED-VERSAO-POLITICA NUMERIC
               MOVE VL-CRED-VERSAO-POLITICA TO VL-JRI-VERSAO-POLITICA
           ELSE
               MOVE 0 TO VL-JRI-VERSAO-POLITICA
           END-IF.

       6760-EXIT.
           EXIT.

       6770-IMAGEM-PARA-CRED.

           MOVE SPACES                    TO VL-CREDENCIAL-REGISTO
           MOVE VL-JRI-USER-ID            TO VL-CRED-USER-ID
           MOVE VL-JRI-PASSWORD-HASH      TO VL-CRED-PASSWORD-HASH
           MOVE VL-JRI-DATA-ALTERACAO     TO VL-CRED-DATA-ALTERACAO
           MOVE VL-JRI-DATA-EXPIRACAO     TO VL-CRED-DATA-EXPIRACAO
           MOVE VL-JRI-TENTATIVAS-FALHA   TO VL-CRED-TENTATIVAS-FALHA
           MOVE VL-JRI-BLOQUEADO          TO VL-CRED-BLOQUEADO
           MOVE VL-JRI-EXPIRADO           TO VL-CRED-EXPIRADO
           MOVE VL-JRI-DESATIVADO         TO VL-CRED-DESATIVADO
           MOVE VL-JRI-TROCA-OBRIGATORIA  TO VL-CRED-TROCA-OBRIGATORIA
           MOVE VL-JRI-VERSAO-HASH        TO VL-CRED-VERSAO-HASH
           MOVE VL-JRI-CLASSE             TO VL-CRED-CLASSE
           MOVE VL-JRI-DATA-ULTIMO-USO    TO VL-CRED-DATA-ULTIMO-USO
           MOVE VL-JRI-DATA-LIMITE-TROCA  TO VL-CRED-DATA-LIMITE-TROCA
           MOVE VL-JRI-RETIDO             TO VL-CRED-RETIDO

      *    BLANK IN AN IMAGE JOURNALED BEFORE POLICY VERSIONING.
           IF VL-JRI-VERSAO-POLITICA NUMERIC
               MOVE VL-JRI-VERSAO-POLITICA TO VL-CRED-VERSAO-POLITICA
           ELSE
               MOVE 0 TO VL-CRED-VERSAO-POLITICA
           END-IF.

       6770-EXIT.
           EXIT.
