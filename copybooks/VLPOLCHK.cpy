              VL-POL-LIM-SEQUENCIA < 3 OR
              VL-POL-LIM-SEQUENCIA > 20
               MOVE 4 TO VL-POL-LIM-SEQUENCIA
           END-IF

      *    A RECORD FROM BEFORE POLICY VERSIONING CARRIES NEITHER
      *    FIELD - IT IS VERSION 0, IN EFFECT SINCE ALWAYS.
           IF VL-POL-VERSAO NOT NUMERIC
               MOVE 0 TO VL-POL-VERSAO
           END-IF

           IF VL-POL-DATA-EFETIVA NOT NUMERIC
               MOVE 0 TO VL-POL-DATA-EFETIVA
           END-IF.

       1015-EXIT.
