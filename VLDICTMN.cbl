000270*                FROM VLDICT IS NOW RECORDED TO THE VLADMAUD
000280*                ADMINISTRATIVE AUDIT TRAIL (SEE VLADMGRV) WITH
000290*                THE OPERATOR IDENTIFIED AT SIGN-ON TO THE TOOL.
000291* 15/10/26  JM   THE OPERATOR MUST NOW BE ON THE VLOPER OPERATOR
000292*                MASTER WITH THE DICTIONARY PERMISSION (SEE
000293*                VLOPRCK), CHECKED AT SIGN-ON AND AGAIN BEFORE
000294*                EVERY FEED RECORD IS APPLIED. A REFUSED RECORD
000295*                IS RECORDED TO VLADMAUD AND COUNTED AS REJECTED.
000296* 15/10/26  JM   THE OPERATOR MUST NOW ALSO GIVE THEIR OWN VLCRED
000297*                PASSWORD AT SIGN-ON, CHECKED BY VLVERIF1 (SEE
000298*                VLOPRCK).
000300******************************************************************
000310 IDENTIFICATION DIVISION.
000320 PROGRAM-ID. VLDICTMN.
000460     SELECT VL-ADMIN-AUDITORIA ASSIGN TO "VLADMAUD"
000470         ORGANIZATION IS LINE SEQUENTIAL
000480         FILE STATUS IS VL-FS-ADMIN.
000481
000482     SELECT VL-OPERADORES ASSIGN TO "VLOPER"
000483         ORGANIZATION IS INDEXED
000484         ACCESS MODE IS DYNAMIC
000485         RECORD KEY IS VL-OPR-OPERADOR
000486         FILE STATUS IS VL-FS-OPERADOR.
000490 DATA DIVISION.
000500 FILE SECTION.
000510 FD  VL-DICIONARIO.
000580 FD  VL-ADMIN-AUDITORIA
000590     RECORDING MODE IS F.
000600     COPY VLADMAUD.
000602
000604 FD  VL-OPERADORES.
000606     COPY VLOPER.
000610
000620 WORKING-STORAGE SECTION.
000630 COPY VLADMWK.
000635 COPY VLOPRWK.
000640 77  VL-FS-DICIONARIO                PIC X(02).
000650 77  VL-FS-FEED                      PIC X(02).
000660 77  VL-FIM-FICHEIRO                 PIC X(01)   VALUE "N".
001130
001140     PERFORM 1600-IDENTIFICAR-OPERADOR THRU 1600-EXIT
001150
001151     OPEN EXTEND VL-ADMIN-AUDITORIA
001152     IF VL-FS-ADMIN NOT = "00"
001153         DISPLAY "VLDICTMN - ERRO A ABRIR VLADMAUD. "
001154             "FILE STATUS: " VL-FS-ADMIN
001155         STOP RUN
001156     END-IF
001157
001158     MOVE "VLDICTMN"             TO VL-OPR-PROGRAMA
001159     MOVE VL-OPR-SLOT-DICIONARIO TO VL-OPR-ACCAO-PEDIDA
001160     PERFORM 1650-AUTORIZAR-OPERADOR THRU 1650-EXIT
001161
001162     OPEN I-O VL-DICIONARIO
001170     EVALUATE VL-FS-DICIONARIO
001180         WHEN "00"
001190             CONTINUE
001380     END-EVALUATE
001390
001400     PERFORM 1100-CONTAR-DICIONARIO THRU 1100-EXIT
001480
001490     OPEN INPUT VL-FEED
001500     IF VL-FS-FEED NOT = "00"
001950 2000-PROCESSAR-FEED.
001960
001970     ADD 1 TO VL-DMN-TOTAL-LIDAS
001975     MOVE "N" TO VL-OPR-AUTORIZADO
001980
001990     EVALUATE TRUE
002000         WHEN VL-DFD-PALAVRA = SPACES
002040             DISPLAY "VLDICTMN - ACCAO INVALIDA: " VL-DFD-ACCAO
002050                 " PALAVRA: " VL-DFD-PALAVRA
002060             ADD 1 TO VL-DMN-TOTAL-REJEITADAS
002063         WHEN OTHER
002066             PERFORM 2050-AUTORIZAR-REGISTO THRU 2050-EXIT
002069     END-EVALUATE
002072
002075     IF VL-OPR-AUTORIZADO-SIM AND VL-DFD-ACCAO-ADICIONAR
002080         PERFORM 2100-PREPARAR-FORMAS THRU 2100-EXIT
002090         PERFORM 3000-ADICIONAR-FORMA THRU 3000-EXIT
002100             VARYING VL-DMN-INDICE FROM 1 BY 1
002110             UNTIL VL-DMN-INDICE > 3
002116     END-IF
002122     IF VL-OPR-AUTORIZADO-SIM AND VL-DFD-ACCAO-ELIMINAR
002130         PERFORM 2100-PREPARAR-FORMAS THRU 2100-EXIT
002140         PERFORM 4000-ELIMINAR-FORMA THRU 4000-EXIT
002150             VARYING VL-DMN-INDICE FROM 1 BY 1
002160             UNTIL VL-DMN-INDICE > 3
002170     END-IF
002180
002190     PERFORM 2900-LER-FEED THRU 2900-EXIT.
002200
002210 2000-EXIT.
002220     EXIT.
002230
002231******************************************************************
002232* 2050-AUTORIZAR-REGISTO - OPERATOR AUTHORITY FOR ONE FEED RECORD
002233* (SEE VLOPRCK). A DICTIONARY WORD IS NOT AN ACCOUNT, SO ONLY THE
002234* PERMISSION ITSELF APPLIES - NO OWN-ACCOUNT OR SECOND-OPERATOR
002235* RULE. A REFUSED RECORD IS COUNTED AS REJECTED.
002236******************************************************************
002237 2050-AUTORIZAR-REGISTO.
002238
002239     IF VL-DFD-ACCAO-ADICIONAR
002240         MOVE "DICT-ADD" TO VL-OPR-CODIGO-ACCAO
002241     ELSE
002242         MOVE "DICT-DEL" TO VL-OPR-CODIGO-ACCAO
002243     END-IF
002244     MOVE VL-OPR-SLOT-DICIONARIO TO VL-OPR-ACCAO-PEDIDA
002245     MOVE VL-DFD-PALAVRA         TO VL-OPR-ALVO-PEDIDO
002246     MOVE SPACES                 TO VL-OPR-CONTA-ALVO
002247     MOVE SPACES                 TO VL-OPR-CLASSE-ALVO
002248     PERFORM 1660-AUTORIZAR-ACCAO THRU 1660-EXIT
002249
002250     IF NOT VL-OPR-AUTORIZADO-SIM
002251         ADD 1 TO VL-DMN-TOTAL-REJEITADAS
002252     END-IF.
002253
002254 2050-EXIT.
002255     EXIT.
002256
002257 2100-PREPARAR-FORMAS.
002258
002260     MOVE VL-DFD-PALAVRA TO VL-DMN-FORMA(1)
002270     MOVE FUNCTION UPPER-CASE(VL-DFD-PALAVRA)
002280         TO VL-DMN-FORMA(2)
003210 6100-EXIT.
003220     EXIT.
003230
003231******************************************************************
003232* 1690-SUSPENDER-FICHEIROS AND 1695-RETOMAR-FICHEIROS - PERFORMED
003233* BY VLOPRCK AROUND A SECOND OPERATOR'S PASSWORD CHECK. THE
003234* TARGETS OF THIS TOOL ARE NOT ACCOUNTS, SO NO SECOND OPERATOR IS
003235* EVER ASKED FOR, AND THERE IS NOTHING TO CLOSE OR REOPEN.
003236******************************************************************
003237 1690-SUSPENDER-FICHEIROS.
003238
003239 1690-EXIT.
003240     EXIT.
003241
003242 1695-RETOMAR-FICHEIROS.
003243
003244 1695-EXIT.
003245     EXIT.
003246
003247******************************************************************
003250* 1600-IDENTIFICAR-OPERADOR AND 6500-REGISTAR-ADMIN COME FROM
003260* VLADMGRV, COPIED IN BELOW.
003270******************************************************************
003280     COPY VLADMGRV.
003281
003282******************************************************************
003283* 1650-AUTORIZAR-OPERADOR, 1660-AUTORIZAR-ACCAO AND THEIR
003284* SUB-PARAGRAPHS COME FROM VLOPRCK, COPIED IN BELOW.
003285******************************************************************
003286     COPY VLOPRCK.
003290
003300 2900-LER-FEED.
003310
003680
003690     CLOSE VL-FEED
003700     CLOSE VL-DICIONARIO
003710     CLOSE VL-ADMIN-AUDITORIA
003715     CLOSE VL-OPERADORES.
003720
003730 8000-EXIT.
003740     EXIT.
