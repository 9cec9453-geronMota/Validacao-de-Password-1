      ******************************************************************
      * VLOPRWK   - WORKING-STORAGE FOR THE OPERATOR AUTHORITY CHECK
      *             PARAGRAPHS IN VLOPRCK. COPIED ALONGSIDE VLADMWK.
      *
      *             BEFORE PERFORMING 1650-AUTORIZAR-OPERADOR (SIGN-ON)
      *             THE TOOL LOADS VL-OPR-PROGRAMA AND THE PERMISSION
      *             SLOT ITS WORK NEEDS IN VL-OPR-ACCAO-PEDIDA (ZERO FOR
      *             A TOOL LIKE VLMANUT WHOSE ACTIONS NEED DIFFERENT
      *             SLOTS - ONLY REGISTRATION IS CHECKED AT SIGN-ON,
      *             THE SLOT BEFORE EACH ACTION).
      *
      *             BEFORE PERFORMING 1660-AUTORIZAR-ACCAO IT ALSO LOADS
      *             VL-OPR-CODIGO-ACCAO (THE VLADMAUD ACTION CODE ABOUT
      *             TO BE WRITTEN), VL-OPR-ALVO-PEDIDO (THE TARGET AS
      *             LOGGED), AND - WHEN THE TARGET IS AN ACCOUNT -
      *             VL-OPR-CONTA-ALVO AND ITS POLICY CLASS IN
      *             VL-OPR-CLASSE-ALVO (SPACES WHEN IT IS NOT).
      *             VL-OPR-AUTORIZADO COMES BACK "S" OR "N".
      *
      *             VL-OPR-SENHA HOLDS A PASSWORD JUST LONG ENOUGH TO
      *             PASS IT TO VLVERIF1 IN VLVERIF-PARAMETROS (THE
      *             VLVERIF BLOCK, COPIED IN AT THE END) AND IS BLANKED
      *             STRAIGHT AWAY.
      ******************************************************************
       77  VL-FS-OPERADOR                  PIC X(02).
       77  VL-OPR-PROGRAMA                 PIC X(08).
       77  VL-OPR-ACCAO-PEDIDA             PIC 9(02).
       77  VL-OPR-CODIGO-ACCAO             PIC X(10).
       77  VL-OPR-ALVO-PEDIDO              PIC X(20).
       77  VL-OPR-CONTA-ALVO               PIC X(08).
       77  VL-OPR-CLASSE-ALVO              PIC X(03).
       77  VL-OPR-MOTIVO                   PIC X(20).
       77  VL-OPR-CONFIRMADOR              PIC X(08).
       77  VL-OPR-OPERADOR-GUARDA          PIC X(08).
       77  VL-OPR-AUTORIZADO               PIC X(01)   VALUE "N".
           88  VL-OPR-AUTORIZADO-SIM           VALUE "S".
       77  VL-OPR-LIDO                     PIC X(01).
           88  VL-OPR-LIDO-SIM                 VALUE "S".
       77  VL-OPR-SENHA                    PIC X(20).

      ******************************************************************
      * PERMISSION SLOTS - THE POSITION OF EACH FLAG IN
      * VL-OPR-PERMISSAO (SEE VLOPER).
      ******************************************************************
       77  VL-OPR-SLOT-DESBLOQ             PIC 9(02)   VALUE 1.
       77  VL-OPR-SLOT-CRIAR               PIC 9(02)   VALUE 2.
       77  VL-OPR-SLOT-DESATIVAR           PIC 9(02)   VALUE 3.
       77  VL-OPR-SLOT-OFFBOARD            PIC 9(02)   VALUE 4.
       77  VL-OPR-SLOT-DICIONARIO          PIC 9(02)   VALUE 5.
       77  VL-OPR-SLOT-RUN-CLR             PIC 9(02)   VALUE 6.
       77  VL-OPR-SLOT-ARQUIVO             PIC 9(02)   VALUE 7.
       77  VL-OPR-SLOT-REVERTER            PIC 9(02)   VALUE 8.
       77  VL-OPR-SLOT-POLITICA            PIC 9(02)   VALUE 9.
       77  VL-OPR-SLOT-EXCECAO             PIC 9(02)   VALUE 10.

       COPY VLVERIF.
