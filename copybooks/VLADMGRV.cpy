      *             THE TOOL: A RUN WITHOUT AN IDENTIFIED OPERATOR IS
      *             REFUSED - AN UNATTRIBUTED ADMINISTRATIVE ACTION IS
      *             EXACTLY WHAT THE QUARTERLY ACCESS-CONTROL REVIEW
      *             KEEPS FAILING US ON. THE NAME IS ONLY A CLAIM
      *             UNTIL VLOPRCK, RIGHT AFTER, HAS HAD IT PROVEN BY
      *             THE OPERATOR'S OWN PASSWORD (VLVERIF1) AND HAS
      *             DECIDED AGAINST THE VLOPER OPERATOR MASTER WHETHER
      *             IT MAY DO ANYTHING.
      *
      *             6500-REGISTAR-ADMIN WRITES ONE VLADMAUD RECORD FOR
      *             THE ACTION JUST COMPLETED. THE CALLER LOADS
