      ******************************************************************
      * VLJRNHST  - VLHIST HALF OF THE VLJRNL JOURNAL PARAGRAPHS, FOR
      *             THE PROGRAMS THAT ALSO UPDATE THE HISTORY FILE.
      *             6720-GUARDAR-ANTES-HIST AND 6730-JORNALIZAR-HIST
      *             ARE USED EXACTLY LIKE THEIR VLCRED COUNTERPARTS IN
      *             VLJRNGRV; A VLHIST RECORD HOLDS NO BINARY FIELDS,
      *             SO ITS IMAGE IS THE RECORD AS IT STANDS.
      *
      *             REQUIRES EVERYTHING VLJRNGRV REQUIRES (AND VLJRNGRV
      *             ITSELF, FOR 6750-ESCREVER-JORNAL), PLUS A
      *             VL-HISTORICO FD BUILT FROM VLHIST.
      ******************************************************************
       6720-GUARDAR-ANTES-HIST.

           MOVE VL-HISTORICO-REGISTO TO VL-JRN-ANTES-W
           MOVE "A" TO VL-JRN-OPERACAO-W.

       6720-EXIT.
           EXIT.

       6730-JORNALIZAR-HIST.

           MOVE "H"             TO VL-JRN-FICHEIRO
           MOVE VL-HIST-USER-ID TO VL-JRN-USER-ID

           IF VL-JRN-OPERACAO-W = "I"
               MOVE SPACES TO VL-JRN-IMAGEM-ANTES
           ELSE
               MOVE VL-JRN-ANTES-W TO VL-JRN-IMAGEM-ANTES
           END-IF

           IF VL-JRN-OPERACAO-W = "E"
               MOVE SPACES TO VL-JRN-IMAGEM-DEPOIS
           ELSE
               MOVE VL-HISTORICO-REGISTO TO VL-JRN-IMAGEM-DEPOIS
           END-IF

           PERFORM 6750-ESCREVER-JORNAL THRU 6750-EXIT.

       6730-EXIT.
           EXIT.
