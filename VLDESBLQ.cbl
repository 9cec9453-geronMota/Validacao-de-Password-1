000320*                RELEASES IT AT END - TWO WRITERS CAN NO LONGER
000330*                UPDATE THE MASTERS AT ONCE, AND EVERY RUN IS
000340*                LOGGED TO VLRUNLOG WITH ITS RECORD COUNT.
000341* 15/10/26  JM   THE OPERATOR MUST NOW BE ON THE VLOPER OPERATOR
000342*                MASTER WITH THE UNLOCK PERMISSION (SEE VLOPRCK),
000343*                CHECKED AT SIGN-ON AND AGAIN BEFORE THE UNLOCK.
000344*                NOBODY UNLOCKS THEIR OWN ACCOUNT, AND AN "ADM"/
000345*                "SYS" ACCOUNT NEEDS A SECOND OPERATOR TO CONFIRM.
000346*                REFUSALS ARE RECORDED TO VLADMAUD.
000347* 15/10/26  JM   EVERY CHANGE TO VLCRED IS NOW JOURNALED TO VLJRNL
000348*                WITH ITS BEFORE AND AFTER IMAGE (SEE VLJRNGRV) SO
000349*                A BAD RUN CAN BE BACKED OUT BY VLREVERT.
000351* 15/10/26  JM   THE OPERATOR, AND THE SECOND OPERATOR FOR AN
000353*                "ADM"/"SYS" ACCOUNT, MUST NOW GIVE THEIR OWN
000355*                VLCRED PASSWORD, CHECKED BY VLVERIF1 (SEE
000356*                VLOPRCK).
000357******************************************************************
000360 IDENTIFICATION DIVISION.
000370 PROGRAM-ID. VLDESBLQ.
000380 ENVIRONMENT DIVISION.
000470     SELECT VL-ADMIN-AUDITORIA ASSIGN TO "VLADMAUD"
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS IS VL-FS-ADMIN.
000491
000492     SELECT VL-OPERADORES ASSIGN TO "VLOPER"
000493         ORGANIZATION IS INDEXED
000494         ACCESS MODE IS DYNAMIC
000495         RECORD KEY IS VL-OPR-OPERADOR
000496         FILE STATUS IS VL-FS-OPERADOR.
000500
000510     SELECT VL-RUN-CONTROLO ASSIGN TO "VLRUNCTL"
000520         ORGANIZATION IS LINE SEQUENTIAL
000550     SELECT VL-RUN-DIARIO ASSIGN TO "VLRUNLOG"
000560         ORGANIZATION IS LINE SEQUENTIAL
000570         FILE STATUS IS VL-FS-RUNLOG.
000572
000574     SELECT VL-JORNAL ASSIGN TO "VLJRNL"
000576         ORGANIZATION IS LINE SEQUENTIAL
000578         FILE STATUS IS VL-FS-JORNAL.
000580 DATA DIVISION.
000590 FILE SECTION.
000600 FD  VL-CREDENCIAIS.
000630 FD  VL-ADMIN-AUDITORIA
000640     RECORDING MODE IS F.
000650     COPY VLADMAUD.
000652
000654 FD  VL-OPERADORES.
000656     COPY VLOPER.
000660
000670 FD  VL-RUN-CONTROLO
000680     RECORDING MODE IS F.
000710 FD  VL-RUN-DIARIO
000720     RECORDING MODE IS F.
000730     COPY VLRUNLOG.
000732
000734 FD  VL-JORNAL
000736     RECORDING MODE IS F.
000738     COPY VLJRNL.
000740
000750 WORKING-STORAGE SECTION.
000760 COPY VLWORK.
000770 COPY VLADMWK.
000773 COPY VLOPRWK.
000776 COPY VLCLASSE.
000780 COPY VLRUNWK.
000785 COPY VLJRNWK.
000790
000800 PROCEDURE DIVISION.
000810
000910
000920 1000-INICIALIZACAO.
000930
000943*    THE OPERATOR IS VETTED BEFORE THE RUN LOCK IS TAKEN - A
000956*    REFUSED SIGN-ON STOPS THE RUN AND MUST NOT LEAVE VLRUNCTL
000960*    HELD.
000970     PERFORM 1600-IDENTIFICAR-OPERADOR THRU 1600-EXIT
000980
001060     OPEN EXTEND VL-ADMIN-AUDITORIA
001070     IF VL-FS-ADMIN NOT = "00"
001080         DISPLAY "VLDESBLQ - ERRO A ABRIR VLADMAUD. FILE STATUS: "
001090             VL-FS-ADMIN
001100         STOP RUN
001110     END-IF
001111
001112     MOVE "VLDESBLQ"          TO VL-OPR-PROGRAMA
001113     MOVE VL-OPR-SLOT-DESBLOQ TO VL-OPR-ACCAO-PEDIDA
001114     PERFORM 1650-AUTORIZAR-OPERADOR THRU 1650-EXIT
001115
001116     MOVE "VLDESBLQ" TO VL-RUN-PROGRAMA-W
001117     PERFORM 1800-OBTER-CONTROLO THRU 1800-EXIT
001118
001119     OPEN I-O VL-CREDENCIAIS
001120     IF VL-FS-CREDENCIAIS NOT = "00"
001121         DISPLAY "VLDESBLQ - ERRO A ABRIR VLCRED. FILE STATUS: "
001122             VL-FS-CREDENCIAIS
001123         STOP RUN
001124     END-IF
001125
001126     OPEN EXTEND VL-JORNAL
001127     IF VL-FS-JORNAL NOT = "00"
001128         DISPLAY "VLDESBLQ - ERRO A ABRIR VLJRNL. FILE STATUS: "
001129             VL-FS-JORNAL
001130         STOP RUN
001131     END-IF.
001132
001133 1000-EXIT.
001140     EXIT.
001150
001160 2000-DESBLOQUEAR.
001350             DISPLAY "CONTA NAO ESTA BLOQUEADA NEM RETIDA - "
001360                 "NADA A FAZER."
001370         WHEN OTHER
001396             PERFORM 2100-AUTORIZAR-DESBLOQUEIO THRU 2100-EXIT
001422             IF VL-OPR-AUTORIZADO-SIM AND
001435                VL-REGISTO-ENCONTRADO-SIM
001448                 PERFORM 2200-LIBERTAR-CONTA THRU 2200-EXIT
001474             ELSE
001500                 DISPLAY "CONTA MANTIDA - DESBLOQUEIO RECUSADO."
001526             END-IF
001552     END-EVALUATE.
001578
001610 2000-EXIT.
001620     EXIT.
001621
001622******************************************************************
001623* 2100-AUTORIZAR-DESBLOQUEIO - THE TARGET'S CLASS IS THE ONE THE
001624* NAMING CONVENTION GIVES IT (VLCLASSE), OR THE CLASS STAMPED ON
001625* THE RECORD WHEN THAT ONE IS PRIVILEGED - EITHER WAY AN "ADM"/
001626* "SYS" ACCOUNT NEEDS THE SECOND OPERATOR.
001627******************************************************************
001628 2100-AUTORIZAR-DESBLOQUEIO.
001629
001630     PERFORM 1018-DERIVAR-CLASSE THRU 1018-EXIT
001631     MOVE VL-CLASSE-PEDIDA TO VL-OPR-CLASSE-ALVO
001632     IF VL-CRED-CLASSE = "ADM" OR VL-CRED-CLASSE = "SYS"
001633         MOVE VL-CRED-CLASSE TO VL-OPR-CLASSE-ALVO
001634     END-IF
001635
001636     MOVE VL-OPR-SLOT-DESBLOQ TO VL-OPR-ACCAO-PEDIDA
001637     MOVE "DESBLOQ"           TO VL-OPR-CODIGO-ACCAO
001638     MOVE WS-USER-ID          TO VL-OPR-ALVO-PEDIDO
001639     MOVE WS-USER-ID          TO VL-OPR-CONTA-ALVO
001640     PERFORM 1660-AUTORIZAR-ACCAO THRU 1660-EXIT.
001641
001642 2100-EXIT.
001643     EXIT.
001644
001645 2200-LIBERTAR-CONTA.
001646
001647*    THE RECORD AREA HOLDS THE TARGET READ IN 2000, OR READ BACK
001648*    BY 1695-RETOMAR-FICHEIROS AFTER A SECOND OPERATOR'S CHECK.
001649     IF VL-CRED-RETIDO-SIM
001650         MOVE "RETIDA"    TO VL-ADM-ESTADO-ANTES
001651     ELSE
001652         MOVE "BLOQUEADA" TO VL-ADM-ESTADO-ANTES
001653     END-IF
001654     PERFORM 6700-GUARDAR-ANTES-CRED THRU 6700-EXIT
001655     MOVE "N" TO VL-CRED-BLOQUEADO
001656     MOVE "N" TO VL-CRED-RETIDO
001657     MOVE 0   TO VL-CRED-TENTATIVAS-FALHA
001658     REWRITE VL-CREDENCIAL-REGISTO
001659     IF VL-FS-CREDENCIAIS NOT = "00"
001660         DISPLAY "ERRO A GRAVAR EM VLCRED. FILE STATUS: "
001661             VL-FS-CREDENCIAIS
001662         STOP RUN
001663     END-IF
001664     PERFORM 6710-JORNALIZAR-CRED THRU 6710-EXIT
001665     DISPLAY "CONTA DESBLOQUEADA PELO SUPERVISOR."
001666     ADD 1 TO VL-RUN-CONTAGEM-W
001667     MOVE "VLDESBLQ"     TO VL-ADM-PROGRAMA
001668     MOVE "DESBLOQ"      TO VL-ADM-ACCAO
001669     MOVE WS-USER-ID     TO VL-ADM-ALVO
001670     MOVE "DESBLOQUEADA" TO VL-ADM-ESTADO-DEPOIS
001671     PERFORM 6500-REGISTAR-ADMIN THRU 6500-EXIT.
001672
001673 2200-EXIT.
001674     EXIT.
001675
001676******************************************************************
001677* 1690-SUSPENDER-FICHEIROS AND 1695-RETOMAR-FICHEIROS - PERFORMED
001678* BY VLOPRCK AROUND A SECOND OPERATOR'S PASSWORD CHECK. VLVERIF1
001679* OPENS VLCRED, VLAUDIT AND VLJRNL FOR ITSELF, SO VLCRED AND
001680* VLJRNL ARE CLOSED FOR THE CALL AND REOPENED AFTER, AND THE
001681* TARGET READ IN 2000 IS READ BACK FOR 2200-LIBERTAR-CONTA.
001682******************************************************************
001683 1690-SUSPENDER-FICHEIROS.
001684
001685     CLOSE VL-CREDENCIAIS
001686     CLOSE VL-JORNAL.
001687
001688 1690-EXIT.
001689     EXIT.
001690
001691 1695-RETOMAR-FICHEIROS.
001692
001693     OPEN I-O VL-CREDENCIAIS
001694     IF VL-FS-CREDENCIAIS NOT = "00"
001695         DISPLAY "VLDESBLQ - ERRO A ABRIR VLCRED. FILE STATUS: "
001696             VL-FS-CREDENCIAIS
001697         STOP RUN
001698     END-IF
001699
001700     OPEN EXTEND VL-JORNAL
001701     IF VL-FS-JORNAL NOT = "00"
001702         DISPLAY "VLDESBLQ - ERRO A ABRIR VLJRNL. FILE STATUS: "
001703             VL-FS-JORNAL
001704         STOP RUN
001705     END-IF
001706
001707     MOVE WS-USER-ID TO VL-CRED-USER-ID
001708     READ VL-CREDENCIAIS
001709         INVALID KEY
001710             MOVE "N" TO VL-REGISTO-ENCONTRADO
001711         NOT INVALID KEY
001712             MOVE "S" TO VL-REGISTO-ENCONTRADO
001713     END-READ.
001714
001715 1695-EXIT.
001716     EXIT.
001717
001718******************************************************************
001719* 1600-IDENTIFICAR-OPERADOR AND 6500-REGISTAR-ADMIN COME FROM
001720* VLADMGRV, COPIED IN BELOW.
001721******************************************************************
001722     COPY VLADMGRV.
001723
001724******************************************************************
001725* 1650-AUTORIZAR-OPERADOR, 1660-AUTORIZAR-ACCAO AND THEIR
001726* SUB-PARAGRAPHS COME FROM VLOPRCK; 1018-DERIVAR-CLASSE FROM
001727* VLCLSDRV. BOTH COPIED IN BELOW.
001728******************************************************************
001729     COPY VLOPRCK.
001730     COPY VLCLSDRV.
001731
001732******************************************************************
001733* 6700-GUARDAR-ANTES-CRED, 6710-JORNALIZAR-CRED AND THEIR
001734* HELPERS COME FROM VLJRNGRV, COPIED IN BELOW.
001735******************************************************************
001736     COPY VLJRNGRV.
001737
001738******************************************************************
001739* 1800-OBTER-CONTROLO, 8800-LIBERTAR-CONTROLO AND THEIR DIARY
001740* PARAGRAPH COME FROM VLRUNREG, COPIED IN BELOW.
001741******************************************************************
001742     COPY VLRUNREG.
001750
001760 9000-TERMINAR.
001770
001780     CLOSE VL-CREDENCIAIS
001790     CLOSE VL-ADMIN-AUDITORIA
001795     CLOSE VL-OPERADORES
001797     CLOSE VL-JORNAL
001800
001810     PERFORM 8800-LIBERTAR-CONTROLO THRU 8800-EXIT.
001820
