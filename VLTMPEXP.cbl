000300*                RELEASES IT AT END - TWO WRITERS CAN NO LONGER
000310*                UPDATE THE MASTERS AT ONCE, AND EVERY RUN IS
000320*                LOGGED TO VLRUNLOG WITH ITS RECORD COUNT.
000322* 15/10/26  JM   EVERY CHANGE TO VLCRED IS NOW JOURNALED TO VLJRNL
000324*                WITH ITS BEFORE AND AFTER IMAGE (SEE VLJRNGRV) SO
000326*                A BAD RUN CAN BE BACKED OUT BY VLREVERT.
000328* 15/10/26  JM   ACCOUNTS ON THE VLEXCEC APPROVED-EXCEPTION
000330*                REGISTER (SEE VLEXCCK) KEEP THEIR TEMPORARY
000332*                PASSWORD PAST THE WINDOW WHILE THEIR EXEMPTION
000333*                IS CURRENT, AND ARE COUNTED IN THE CONTROL
000334*                TOTALS INSTEAD.
000336******************************************************************
000340 IDENTIFICATION DIVISION.
000350 PROGRAM-ID. VLTMPEXP.
000360 ENVIRONMENT DIVISION.
000530     SELECT VL-SENHAS-GERADAS ASSIGN TO "VLSENHAS"
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS VL-FS-SENHAS.
000552
000554     SELECT VL-JORNAL ASSIGN TO "VLJRNL"
000556         ORGANIZATION IS LINE SEQUENTIAL
000558         FILE STATUS IS VL-FS-JORNAL.
000559
000560     SELECT VL-EXCECOES ASSIGN TO "VLEXCEC"
000561         ORGANIZATION IS INDEXED
000562         ACCESS MODE IS DYNAMIC
000563         RECORD KEY IS VL-EXC-USER-ID
000564         FILE STATUS IS VL-FS-EXCECAO.
000565 DATA DIVISION.
000570 FILE SECTION.
000580 FD  VL-CREDENCIAIS.
000590     COPY VLCRED.
000690 FD  VL-SENHAS-GERADAS
000700     RECORDING MODE IS F.
000710     COPY VLSENHAS.
000712
000714 FD  VL-JORNAL
000716     RECORDING MODE IS F.
000718     COPY VLJRNL.
000720
000722 FD  VL-EXCECOES.
000724     COPY VLEXCEC.
000726
000730 WORKING-STORAGE SECTION.
000740 COPY VLWORK.
000750 COPY VLRUNWK.
000755 COPY VLJRNWK.
000757 COPY VLEXCWK.
000760
000770 77  VL-FS-SENHAS                    PIC X(02).
000780 77  VL-FIM-FICHEIRO                 PIC X(01)   VALUE "N".
000830 77  VL-TMP-TOTAL-LIDAS              PIC 9(08) COMP VALUE 0.
000840 77  VL-TMP-TOTAL-PENDENTES          PIC 9(08) COMP VALUE 0.
000850 77  VL-TMP-TOTAL-ANULADAS           PIC 9(08) COMP VALUE 0.
000855 77  VL-TMP-TOTAL-ISENTAS            PIC 9(08) COMP VALUE 0.
000860
000870 77  VL-TMP-EMITIDAS                 PIC 9(08) COMP VALUE 0.
000880 77  VL-TMP-RECLAMADAS               PIC 9(08) COMP VALUE 0.
001160             VL-FS-CREDENCIAIS
001170         STOP RUN
001180     END-IF
001181
001182     OPEN EXTEND VL-JORNAL
001183     IF VL-FS-JORNAL NOT = "00"
001184         DISPLAY "VLTMPEXP - ERRO A ABRIR VLJRNL. FILE STATUS: "
001185             VL-FS-JORNAL
001186         STOP RUN
001187     END-IF
001190
001200     ACCEPT VL-DATA-HOJE FROM DATE YYYYMMDD
001203
001206     PERFORM 1700-ABRIR-EXCECOES THRU 1700-EXIT
001210
001220     MOVE LOW-VALUES TO VL-CRED-USER-ID
001230     START VL-CREDENCIAIS KEY NOT < VL-CRED-USER-ID
001410* MARKER BUT LEAVES VL-CRED-TROCA-OBRIGATORIA ON: THE ACCOUNT
001420* STILL NEEDS A NEW RESET, AND A QUOTE-BACK AGAINST A BLANK
001430* HASH CAN NEVER MATCH (7100 NEVER PRODUCES SPACES).
001433* A SERVICE ACCOUNT HOLDING A CURRENT TEMPORARY-PASSWORD EXEMPTION
001436* ON VLEXCEC IS NOT VOIDED, ONLY COUNTED.
001440******************************************************************
001450 2000-EXAMINAR-CREDENCIAL.
001460
001520         IF VL-CRED-DATA-LIMITE-TROCA NUMERIC AND
001530            VL-CRED-DATA-LIMITE-TROCA > 0 AND
001540            VL-CRED-DATA-LIMITE-TROCA < VL-DATA-HOJE
001542             MOVE VL-EXC-SLOT-TEMPORARIA TO VL-EXC-ISENCAO-PEDIDA
001544             PERFORM 1710-VERIFICAR-EXCECAO THRU 1710-EXIT
001546             IF VL-EXC-ISENTA-SIM
001548                 DISPLAY "VLTMPEXP - CONTA ISENTA......: "
001550                     VL-CRED-USER-ID " ATE " VL-EXC-DATA-FIM
001552                 ADD 1 TO VL-TMP-TOTAL-ISENTAS
001554             ELSE
001556                 PERFORM 3000-ANULAR-TEMPORARIA THRU 3000-EXIT
001558             END-IF
001560         END-IF
001570     END-IF
001580
001630
001640 3000-ANULAR-TEMPORARIA.
001650
001655     PERFORM 6700-GUARDAR-ANTES-CRED THRU 6700-EXIT
001660     MOVE SPACES TO VL-CRED-PASSWORD-HASH
001670     MOVE SPACES TO VL-CRED-VERSAO-HASH
001680
001720             "FILE STATUS: " VL-FS-CREDENCIAIS
001730         STOP RUN
001740     END-IF
001743
001746     PERFORM 6710-JORNALIZAR-CRED THRU 6710-EXIT
001750
001760     DISPLAY "VLTMPEXP - TEMPORARIA ANULADA: " VL-CRED-USER-ID
001770         " LIMITE " VL-CRED-DATA-LIMITE-TROCA
002690 4900-EXIT.
002700     EXIT.
002710
002711******************************************************************
002712* 1700-ABRIR-EXCECOES, 1710-VERIFICAR-EXCECAO AND
002713* 1720-FECHAR-EXCECOES COME FROM VLEXCCK, COPIED IN BELOW.
002714******************************************************************
002715     COPY VLEXCCK.
002716
002717******************************************************************
002718* 6700-GUARDAR-ANTES-CRED, 6710-JORNALIZAR-CRED AND THEIR
002719* HELPERS COME FROM VLJRNGRV, COPIED IN BELOW.
002720******************************************************************
002721     COPY VLJRNGRV.
002722
002723******************************************************************
002730* 1800-OBTER-CONTROLO, 8800-LIBERTAR-CONTROLO AND THEIR DIARY
002740* PARAGRAPH COME FROM VLRUNREG, COPIED IN BELOW.
002750******************************************************************
002780 8000-TERMINAR.
002790
002800     CLOSE VL-CREDENCIAIS
002805     CLOSE VL-JORNAL
002807     PERFORM 1720-FECHAR-EXCECOES THRU 1720-EXIT
002810
002820     MOVE VL-TMP-TOTAL-ANULADAS TO VL-RUN-CONTAGEM-W
002830     PERFORM 8800-LIBERTAR-CONTROLO THRU 8800-EXIT
002880     DISPLAY "CREDENCIAIS LIDAS......: " VL-TMP-TOTAL-LIDAS
002890     DISPLAY "TROCAS PENDENTES.......: " VL-TMP-TOTAL-PENDENTES
002900     DISPLAY "ANULADAS NESTE RUN.....: " VL-TMP-TOTAL-ANULADAS
002905     DISPLAY "ISENTAS POR EXCECAO....: " VL-TMP-TOTAL-ISENTAS
002910     DISPLAY "--------------------------------------------------"
002920     DISPLAY "EMISSOES EM VLSENHAS...: " VL-TMP-EMITIDAS
002930     DISPLAY "  RECLAMADAS...........: " VL-TMP-RECLAMADAS
