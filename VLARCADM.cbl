000240* MODIFICATION HISTORY
000250* DATE      INIT DESCRIPTION
000260* 02/09/26  JM   ORIGINAL PROGRAM.
000261* 15/10/26  JM   TRIMMING THE ADMINISTRATIVE TRAIL IS ITSELF AN
000262*                ADMINISTRATIVE ACTION: THE OPERATOR IS NOW
000263*                IDENTIFIED AT SIGN-ON (SEE VLADMGRV) AND MUST BE
000264*                ON THE VLOPER OPERATOR MASTER WITH THE ARCHIVE
000265*                PERMISSION (SEE VLOPRCK), CHECKED AT SIGN-ON AND
000266*                AGAIN BEFORE THE CUT. THE RUN IS RECORDED TO THE
000267*                TRIMMED VLADMAUD AS "ARQ-ADM" WITH ITS TOTALS;
000268*                REFUSALS ARE RECORDED THERE TOO.
000270* 15/10/26  JM   THE OPERATOR MUST NOW ALSO GIVE THEIR OWN VLCRED
000272*                PASSWORD AT SIGN-ON, CHECKED BY VLVERIF1 (SEE
000274*                VLOPRCK).
000276******************************************************************
000280 IDENTIFICATION DIVISION.
000290 PROGRAM-ID. VLARCADM.
000300 ENVIRONMENT DIVISION.
000450     SELECT VL-ADMIN-NOVA ASSIGN TO "VLADMNEW"
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS VL-FS-ADM-NOVA.
000471
000472     SELECT VL-OPERADORES ASSIGN TO "VLOPER"
000473         ORGANIZATION IS INDEXED
000474         ACCESS MODE IS DYNAMIC
000475         RECORD KEY IS VL-OPR-OPERADOR
000476         FILE STATUS IS VL-FS-OPERADOR.
000480 DATA DIVISION.
000490 FILE SECTION.
000500 FD  VL-PARAMETRO
000620 FD  VL-ADMIN-NOVA
000630     RECORDING MODE IS F.
000640 01  VL-NOVO-REGISTO                 PIC X(100).
000642
000644 FD  VL-OPERADORES.
000646     COPY VLOPER.
000650
000660 WORKING-STORAGE SECTION.
000662 COPY VLADMWK.
000664 COPY VLOPRWK.
000666
000670 77  VL-FS-PARAMETRO                 PIC X(02).
000690 77  VL-FS-ARQUIVO                   PIC X(02).
000700 77  VL-FS-ADM-NOVA                  PIC X(02).
000710 77  VL-FIM-FICHEIRO                 PIC X(01)   VALUE "N".
000770 77  VL-ADA-TOTAL-ARQUIVADOS         PIC 9(08) COMP VALUE 0.
000780 77  VL-ADA-TOTAL-RETIDOS            PIC 9(08) COMP VALUE 0.
000790 77  VL-ADA-TOTAL-REGRAVADOS         PIC 9(08) COMP VALUE 0.
000791
000792******************************************************************
000793* TARGET AND BEFORE/AFTER TEXT FOR THE "ARQ-ADM" VLADMAUD RECORD.
000794******************************************************************
000795 01  VL-ADA-TEXTO.
000796     05  VL-ADA-TEXTO-ROTULO         PIC X(12).
000797     05  VL-ADA-TEXTO-VALOR          PIC 9(08).
000800
000810 PROCEDURE DIVISION.
000820
000880         UNTIL VL-FIM-FICHEIRO-SIM
000890
000900     PERFORM 4000-REGRAVAR-TRILHO THRU 4000-EXIT
000903
000906     PERFORM 5000-REGISTAR-ARQUIVO THRU 5000-EXIT
000910
000920     PERFORM 7000-IMPRIMIR-CONTROLO THRU 7000-EXIT
000930
000950
000960 1000-INICIALIZACAO.
000970
000971     PERFORM 1600-IDENTIFICAR-OPERADOR THRU 1600-EXIT
000972
000973     OPEN EXTEND VL-ADMIN-AUDITORIA
000974     IF VL-FS-ADMIN NOT = "00"
000975         DISPLAY "VLARCADM - ERRO A ABRIR VLADMAUD. FILE STATUS: "
000976             VL-FS-ADMIN
000977         STOP RUN
000978     END-IF
000979
000980     MOVE "VLARCADM"          TO VL-OPR-PROGRAMA
000981     MOVE VL-OPR-SLOT-ARQUIVO TO VL-OPR-ACCAO-PEDIDA
000982     PERFORM 1650-AUTORIZAR-OPERADOR THRU 1650-EXIT
000983
000984     OPEN INPUT VL-PARAMETRO
000990     IF VL-FS-PARAMETRO NOT = "00"
001000         DISPLAY "VLARCADM - ERRO A ABRIR VLARCPRM. FILE STATUS: "
001010             VL-FS-PARAMETRO
001150         STOP RUN
001160     END-IF
001170
001171     MOVE "CORTE"             TO VL-ADA-TEXTO-ROTULO
001172     MOVE VL-ARC-DATA-CORTE   TO VL-ADA-TEXTO-VALOR
001173     MOVE VL-OPR-SLOT-ARQUIVO TO VL-OPR-ACCAO-PEDIDA
001174     MOVE "ARQ-ADM"           TO VL-OPR-CODIGO-ACCAO
001175     MOVE VL-ADA-TEXTO        TO VL-OPR-ALVO-PEDIDO
001176     MOVE SPACES              TO VL-OPR-CONTA-ALVO
001177     MOVE SPACES              TO VL-OPR-CLASSE-ALVO
001178     PERFORM 1660-AUTORIZAR-ACCAO THRU 1660-EXIT
001179     IF NOT VL-OPR-AUTORIZADO-SIM
001180         DISPLAY "VLARCADM - ARQUIVO RECUSADO - VLADMAUD INTACTO."
001181         STOP RUN
001182     END-IF
001183
001184*    THE SIGN-ON RECORDS ARE OUT; THE TRAIL IS NOW REOPENED INPUT
001185*    FOR THE CUT.
001186     CLOSE VL-ADMIN-AUDITORIA
001187     OPEN INPUT VL-ADMIN-AUDITORIA
001190     IF VL-FS-ADMIN NOT = "00"
001200         DISPLAY "VLARCADM - ERRO A ABRIR VLADMAUD. FILE STATUS: "
001210             VL-FS-ADMIN
002470 4900-EXIT.
002480     EXIT.
002490
002491******************************************************************
002492* 5000-REGISTAR-ARQUIVO - THE CUT IS RECORDED TO THE TRAIL IT JUST
002493* TRIMMED, SO THE LIVE FILE ALWAYS SHOWS WHO LAST CUT IT, WHERE,
002494* AND HOW MUCH WENT TO THE ARCHIVE.
002495******************************************************************
002496 5000-REGISTAR-ARQUIVO.
002497
002498     OPEN EXTEND VL-ADMIN-AUDITORIA
002499     IF VL-FS-ADMIN NOT = "00"
002500         DISPLAY "VLARCADM - ERRO A ABRIR VLADMAUD. FILE STATUS: "
002501             VL-FS-ADMIN
002502         STOP RUN
002503     END-IF
002504
002505     MOVE "VLARCADM"              TO VL-ADM-PROGRAMA
002506     MOVE "ARQ-ADM"               TO VL-ADM-ACCAO
002507     MOVE VL-OPR-ALVO-PEDIDO      TO VL-ADM-ALVO
002508     MOVE "ARQUIVADOS"            TO VL-ADA-TEXTO-ROTULO
002509     MOVE VL-ADA-TOTAL-ARQUIVADOS TO VL-ADA-TEXTO-VALOR
002510     MOVE VL-ADA-TEXTO            TO VL-ADM-ESTADO-ANTES
002511     MOVE "RETIDOS"               TO VL-ADA-TEXTO-ROTULO
002512     MOVE VL-ADA-TOTAL-RETIDOS    TO VL-ADA-TEXTO-VALOR
002513     MOVE VL-ADA-TEXTO            TO VL-ADM-ESTADO-DEPOIS
002514     PERFORM 6500-REGISTAR-ADMIN THRU 6500-EXIT
002515
002516     CLOSE VL-ADMIN-AUDITORIA
002517     CLOSE VL-OPERADORES.
002518
002519 5000-EXIT.
002520     EXIT.
002521
002522******************************************************************
002523* 1690-SUSPENDER-FICHEIROS AND 1695-RETOMAR-FICHEIROS - PERFORMED
002524* BY VLOPRCK AROUND A SECOND OPERATOR'S PASSWORD CHECK. THE
002525* TARGETS OF THIS TOOL ARE NOT ACCOUNTS, SO NO SECOND OPERATOR IS
002526* EVER ASKED FOR, AND THERE IS NOTHING TO CLOSE OR REOPEN.
002527******************************************************************
002528 1690-SUSPENDER-FICHEIROS.
002529
002530 1690-EXIT.
002531     EXIT.
002532
002533 1695-RETOMAR-FICHEIROS.
002534
002535 1695-EXIT.
002536     EXIT.
002537
002538******************************************************************
002539* 1600-IDENTIFICAR-OPERADOR AND 6500-REGISTAR-ADMIN COME FROM
002540* VLADMGRV; 1650-AUTORIZAR-OPERADOR, 1660-AUTORIZAR-ACCAO AND
002541* THEIR SUB-PARAGRAPHS FROM VLOPRCK. BOTH COPIED IN BELOW.
002542******************************************************************
002543     COPY VLADMGRV.
002544     COPY VLOPRCK.
002545
002546******************************************************************
002547* 7000-IMPRIMIR-CONTROLO - CONTROL TOTALS. READ MUST EQUAL
002548* ARCHIVED PLUS RETAINED, AND REWRITTEN MUST EQUAL RETAINED -
002549* ANY DIFFERENCE IS FLAGGED SO THE OPERATOR DOES NOT SIGN OFF
002550* A RUN THAT DROPPED RECORDS.
002551******************************************************************
002560 7000-IMPRIMIR-CONTROLO.
002570
002580     DISPLAY "=================================================="
