000220* MODIFICATION HISTORY
000230* DATE      INIT DESCRIPTION
000240* 02/09/26  JM   ORIGINAL PROGRAM.
000242* 15/10/26  JM   THE OPERATOR MUST NOW BE ON THE VLOPER OPERATOR
000244*                MASTER WITH THE RUN-LOCK CLEAR PERMISSION (SEE
000246*                VLOPRCK), CHECKED AT SIGN-ON AND AGAIN BEFORE
000248*                THE CLEAR. REFUSALS ARE RECORDED TO VLADMAUD.
000250* 15/10/26  JM   THE OPERATOR MUST NOW ALSO GIVE THEIR OWN VLCRED
000252*                PASSWORD AT SIGN-ON, CHECKED BY VLVERIF1 (SEE
000254*                VLOPRCK).
000256******************************************************************
000260 IDENTIFICATION DIVISION.
000270 PROGRAM-ID. VLRUNCLR.
000280 ENVIRONMENT DIVISION.
000390     SELECT VL-ADMIN-AUDITORIA ASSIGN TO "VLADMAUD"
000400         ORGANIZATION IS LINE SEQUENTIAL
000410         FILE STATUS IS VL-FS-ADMIN.
000411
000412     SELECT VL-OPERADORES ASSIGN TO "VLOPER"
000413         ORGANIZATION IS INDEXED
000414         ACCESS MODE IS DYNAMIC
000415         RECORD KEY IS VL-OPR-OPERADOR
000416         FILE STATUS IS VL-FS-OPERADOR.
000420 DATA DIVISION.
000430 FILE SECTION.
000440 FD  VL-RUN-CONTROLO
000520 FD  VL-ADMIN-AUDITORIA
000530     RECORDING MODE IS F.
000540     COPY VLADMAUD.
000542
000544 FD  VL-OPERADORES.
000546     COPY VLOPER.
000550
000560 WORKING-STORAGE SECTION.
000570 COPY VLRUNWK.
000580 COPY VLADMWK.
000585 COPY VLOPRWK.
000590
000600 77  VL-RCL-CONFIRMACAO              PIC X(01).
000610 77  VL-RCL-PROGRAMA-DETIDO          PIC X(08).
000810         DISPLAY "VLRUNCLR - ERRO A ABRIR VLADMAUD. FILE STATUS: "
000820             VL-FS-ADMIN
000830         STOP RUN
000840     END-IF
000842
000844     MOVE "VLRUNCLR"          TO VL-OPR-PROGRAMA
000846     MOVE VL-OPR-SLOT-RUN-CLR TO VL-OPR-ACCAO-PEDIDA
000848     PERFORM 1650-AUTORIZAR-OPERADOR THRU 1650-EXIT.
000850
000860 1000-EXIT.
000870     EXIT.
001260         GO TO 2000-EXIT
001270     END-IF
001280
001281     MOVE VL-OPR-SLOT-RUN-CLR    TO VL-OPR-ACCAO-PEDIDA
001282     MOVE "RUN-CLR"              TO VL-OPR-CODIGO-ACCAO
001283     MOVE VL-RCL-PROGRAMA-DETIDO TO VL-OPR-ALVO-PEDIDO
001284     MOVE SPACES                 TO VL-OPR-CONTA-ALVO
001285     MOVE SPACES                 TO VL-OPR-CLASSE-ALVO
001286     PERFORM 1660-AUTORIZAR-ACCAO THRU 1660-EXIT
001287     IF NOT VL-OPR-AUTORIZADO-SIM
001288         DISPLAY "LIMPEZA RECUSADA - ENTRADA MANTIDA."
001289         GO TO 2000-EXIT
001290     END-IF
001291
001292     PERFORM 3000-ESCREVER-LIMPO THRU 3000-EXIT
001300
001310     ACCEPT VL-RUN-DATA-W FROM DATE YYYYMMDD
001320     ACCEPT VL-RUN-HORA-W FROM TIME
001680 3000-EXIT.
001690     EXIT.
001700
001701******************************************************************
001702* 1690-SUSPENDER-FICHEIROS AND 1695-RETOMAR-FICHEIROS - PERFORMED
001703* BY VLOPRCK AROUND A SECOND OPERATOR'S PASSWORD CHECK. THE
001704* TARGETS OF THIS TOOL ARE NOT ACCOUNTS, SO NO SECOND OPERATOR IS
001705* EVER ASKED FOR, AND THERE IS NOTHING TO CLOSE OR REOPEN.
001706******************************************************************
001707 1690-SUSPENDER-FICHEIROS.
001708
001709 1690-EXIT.
001710     EXIT.
001711
001712 1695-RETOMAR-FICHEIROS.
001713
001714 1695-EXIT.
001715     EXIT.
001716
001717******************************************************************
001720* 1600-IDENTIFICAR-OPERADOR AND 6500-REGISTAR-ADMIN COME FROM
001730* VLADMGRV; 8900-REGISTAR-DIARIO COMES FROM VLRUNREG. BOTH
001740* COPIED IN BELOW - THE 1800/8800 LOCK PARAGRAPHS ARRIVE WITH
001750* VLRUNREG BUT ARE NOT PERFORMED HERE: THIS UTILITY CLEARS THE
001760* LOCK, IT NEVER TAKES IT. 1650-AUTORIZAR-OPERADOR AND
001765* 1660-AUTORIZAR-ACCAO COME FROM VLOPRCK, ALSO COPIED IN BELOW.
001770******************************************************************
001780     COPY VLADMGRV.
001785     COPY VLOPRCK.
001790     COPY VLRUNREG.
001800
001810 9000-TERMINAR.
001820
001830     CLOSE VL-ADMIN-AUDITORIA
001835     CLOSE VL-OPERADORES.
001840
001850 9000-EXIT.
001860     EXIT.
