      ******************************************************************
      * VLEXCWK   - WORKING-STORAGE FOR THE EXCEPTION-REGISTER CHECK
      *             PARAGRAPHS IN VLEXCCK.
      *
      *             BEFORE PERFORMING 1710-VERIFICAR-EXCECAO THE SWEEP
      *             LOADS VL-EXC-ISENCAO-PEDIDA WITH THE SLOT OF ITS
      *             OWN SWEEP (ONE OF THE VL-EXC-SLOT- VALUES BELOW).
      *             VL-EXC-ISENTA COMES BACK "S" ONLY WHEN THE CURRENT
      *             VLCRED ACCOUNT HAS A REGISTER ENTRY, FLAGGED FOR
      *             THAT SWEEP, WHOSE END DATE IS TODAY OR LATER.
      ******************************************************************
       77  VL-FS-EXCECAO                   PIC X(02).
       77  VL-EXC-REGISTO-ABERTO           PIC X(01)   VALUE "N".
           88  VL-EXC-REGISTO-ABERTO-SIM       VALUE "S".
       77  VL-EXC-ISENCAO-PEDIDA           PIC 9(02).
       77  VL-EXC-ISENTA                   PIC X(01)   VALUE "N".
           88  VL-EXC-ISENTA-SIM               VALUE "S".

      ******************************************************************
      * EXEMPTION SLOTS - THE POSITION OF EACH FLAG IN VL-EXC-ISENCAO
      * (SEE VLEXCEC).
      ******************************************************************
       77  VL-EXC-SLOT-EXPIRACAO           PIC 9(02)   VALUE 1.
       77  VL-EXC-SLOT-INATIVIDADE         PIC 9(02)   VALUE 2.
       77  VL-EXC-SLOT-TEMPORARIA          PIC 9(02)   VALUE 3.
