      *             RECORD READ AT START OF RUN: EVERY VLPOLCY RECORD
      *             IS CLAMPED (1015-VALIDAR-POLITICA, FROM VLPOLCHK)
      *             AND LOADED INTO THE VLPOLTAB TABLE. AN EMPTY FILE
      *             IS STILL A FATAL ERROR, SAME AS BEFORE. THE FILE
      *             MAY HOLD SEVERAL VERSIONS OF A CLASS (SEE VLPOLCY):
      *             ONE DATED AFTER TODAY IS SKIPPED, AND OF THE REST
      *             THE HIGHEST VERSION IS THE ONE KEPT, WHATEVER ORDER
      *             THE RECORDS ARE IN.
      *
      *             1020-SELECIONAR-POLITICA MOVES THE TABLE ENTRY FOR
      *             VL-CLASSE-PEDIDA INTO VL-POLITICA-REGISTO. A CLASS
      *             REQUIRES THE CALLING PROGRAM TO HAVE COPIED VLWORK,
      *             VLCLASSE AND VLPOLTAB, TO HAVE COPIED VLPOLCHK AND
      *             VLCLSDRV INTO THE PROCEDURE DIVISION, AND TO HAVE
      *             A VL-POLITICA FD (LINE X(64)) FOR THE VLPOLCY FILE.
      ******************************************************************
       1010-CARREGAR-POLITICAS.

               STOP RUN
           END-IF

           ACCEPT VL-DATA-HOJE FROM DATE YYYYMMDD
           MOVE 0   TO VL-POL-TOTAL-CLASSES
           MOVE "N" TO VL-FIM-POLITICAS
           PERFORM 1011-CARREGAR-UMA THRU 1011-EXIT
           READ VL-POLITICA INTO VL-POLITICA-REGISTO
               AT END
                   MOVE "S" TO VL-FIM-POLITICAS
                   GO TO 1011-EXIT
           END-READ

           PERFORM 1015-VALIDAR-POLITICA THRU 1015-EXIT

      *    A VERSION ANNOUNCED FOR A LATER DATE IS NOT YET THE RULE.
           IF VL-POL-DATA-EFETIVA > VL-DATA-HOJE
               GO TO 1011-EXIT
           END-IF

           MOVE 0 TO VL-POL-POSICAO
           PERFORM 1012-PROCURAR-CARREGADA THRU 1012-EXIT
               VARYING VL-POL-INDICE FROM 1 BY 1
               UNTIL VL-POL-INDICE > VL-POL-TOTAL-CLASSES
                  OR VL-POL-POSICAO > 0

      *    A CLASS ALREADY LOADED IS REPLACED ONLY BY A LATER VERSION.
           IF VL-POL-POSICAO > 0
               IF VL-POL-VERSAO >
                  VL-POL-ENTRADA(VL-POL-POSICAO)(43:4)
                   MOVE VL-POLITICA-REGISTO
                       TO VL-POL-ENTRADA(VL-POL-POSICAO)
               END-IF
               GO TO 1011-EXIT
           END-IF

           IF VL-POL-TOTAL-CLASSES >= 10
               DISPLAY "VLPOLCY COM MAIS DE 10 CLASSES - "
                   "FICHEIRO RECUSADO."
               STOP RUN
           END-IF
           ADD 1 TO VL-POL-TOTAL-CLASSES
           MOVE VL-POLITICA-REGISTO
               TO VL-POL-ENTRADA(VL-POL-TOTAL-CLASSES).

       1011-EXIT.
           EXIT.

       1012-PROCURAR-CARREGADA.

           IF VL-POL-ENTRADA(VL-POL-INDICE)(1:3) = VL-POL-CLASSE
               MOVE VL-POL-INDICE TO VL-POL-POSICAO
           END-IF.

       1012-EXIT.
           EXIT.

       1020-SELECIONAR-POLITICA.

           MOVE 0 TO VL-POL-POSICAO
