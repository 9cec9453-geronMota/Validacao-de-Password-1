000220*                BY VLCONTEM AND THE "RUN-CLR" STALE-LOCK CLEARS
000230*                WRITTEN BY VLRUNCLR, SO NEITHER LANDS IN OUTRAS
000240*                ON THE REPORT THE QUARTERLY REVIEW USES.
000242* 15/10/26  JM   BUCKETS FOR THE "RECUSADO" REFUSALS AND
000244*                "CONFIRMA" SECOND-OPERATOR CONFIRMATIONS WRITTEN
000246*                BY THE VLOPER AUTHORITY CHECK (SEE VLOPRCK), AND
000248*                FOR THE "ARQ-ADM" TRAIL CUTS WRITTEN BY VLARCADM.
000250* 15/10/26  JM   BUCKETS FOR THE "REVERTER" RECORDS PUT BACK,
000252*                "REV-OMITE" RECORDS SKIPPED AND "REVERSAO" RUNS
000254*                BACKED OUT BY VLREVERT.
000255* 15/10/26  JM   BUCKETS FOR THE "POL-VERSAO" POLICY VERSIONS AND
000256*                "POLITICA" RULE CHANGES WRITTEN BY VLPOLMNT AND
000257*                THE "TROCA-POL" FORCED CHANGES BY VLPOLTRC.
000259* 15/10/26  JM   BUCKETS FOR THE "EXC-INCLUI", "EXC-RENOVA" AND
000261*                "EXC-REVOGA" SWEEP EXEMPTIONS GRANTED, RENEWED
000263*                AND REVOKED ON VLEXCEC BY VLEXCMNT.
000264* 15/10/26  JM   BUCKETS FOR THE "CRT-ABRIR", "CRT-MANTER",
000265*                "CRT-REMOVE", "CRT-EXPIRA" AND "CRT-FECHAR"
000266*                PRIVILEGED-ACCOUNT RECERTIFICATION RECORDS
000267*                WRITTEN BY VLCRTABR AND VLCRTFEC.
000268******************************************************************
000269 IDENTIFICATION DIVISION.
000270 PROGRAM-ID. VLADMRPT.
000280 ENVIRONMENT DIVISION.
000290 INPUT-OUTPUT SECTION.
000520 77  VL-ARP-TOTAL-DICT-DEL           PIC 9(08) COMP VALUE 0.
000530 77  VL-ARP-TOTAL-RETER              PIC 9(08) COMP VALUE 0.
000540 77  VL-ARP-TOTAL-RUN-CLR            PIC 9(08) COMP VALUE 0.
000542 77  VL-ARP-TOTAL-ARQ-ADM            PIC 9(08) COMP VALUE 0.
000544 77  VL-ARP-TOTAL-RECUSADO           PIC 9(08) COMP VALUE 0.
000546 77  VL-ARP-TOTAL-CONFIRMA           PIC 9(08) COMP VALUE 0.
000547 77  VL-ARP-TOTAL-REVERTER           PIC 9(08) COMP VALUE 0.
000548 77  VL-ARP-TOTAL-REV-OMITE          PIC 9(08) COMP VALUE 0.
000549 77  VL-ARP-TOTAL-REVERSAO           PIC 9(08) COMP VALUE 0.
000551 77  VL-ARP-TOTAL-POLITICA           PIC 9(08) COMP VALUE 0.
000553 77  VL-ARP-TOTAL-POL-VERSAO         PIC 9(08) COMP VALUE 0.
000555 77  VL-ARP-TOTAL-TROCA-POL          PIC 9(08) COMP VALUE 0.
000556 77  VL-ARP-TOTAL-EXC-INCLUI         PIC 9(08) COMP VALUE 0.
000557 77  VL-ARP-TOTAL-EXC-RENOVA         PIC 9(08) COMP VALUE 0.
000558 77  VL-ARP-TOTAL-EXC-REVOGA         PIC 9(08) COMP VALUE 0.
000559 77  VL-ARP-TOTAL-CRT-ABRIR          PIC 9(08) COMP VALUE 0.
000560 77  VL-ARP-TOTAL-CRT-MANTER         PIC 9(08) COMP VALUE 0.
000561 77  VL-ARP-TOTAL-CRT-REMOVE         PIC 9(08) COMP VALUE 0.
000562 77  VL-ARP-TOTAL-CRT-EXPIRA         PIC 9(08) COMP VALUE 0.
000563 77  VL-ARP-TOTAL-CRT-FECHAR         PIC 9(08) COMP VALUE 0.
000564 77  VL-ARP-TOTAL-OUTRAS             PIC 9(08) COMP VALUE 0.
000565
000570 PROCEDURE DIVISION.
000580
000590 0000-MAINLINE.
001340             ADD 1 TO VL-ARP-TOTAL-RETER
001350         WHEN "RUN-CLR"
001360             ADD 1 TO VL-ARP-TOTAL-RUN-CLR
001361         WHEN "ARQ-ADM"
001362             ADD 1 TO VL-ARP-TOTAL-ARQ-ADM
001363         WHEN "RECUSADO"
001364             ADD 1 TO VL-ARP-TOTAL-RECUSADO
001365         WHEN "CONFIRMA"
001366             ADD 1 TO VL-ARP-TOTAL-CONFIRMA
001367         WHEN "REVERTER"
001368             ADD 1 TO VL-ARP-TOTAL-REVERTER
001369         WHEN "REV-OMITE"
001370             ADD 1 TO VL-ARP-TOTAL-REV-OMITE
001371         WHEN "REVERSAO"
001372             ADD 1 TO VL-ARP-TOTAL-REVERSAO
001373         WHEN "POLITICA"
001374             ADD 1 TO VL-ARP-TOTAL-POLITICA
001375         WHEN "POL-VERSAO"
001376             ADD 1 TO VL-ARP-TOTAL-POL-VERSAO
001377         WHEN "TROCA-POL"
001378             ADD 1 TO VL-ARP-TOTAL-TROCA-POL
001379         WHEN "EXC-INCLUI"
001380             ADD 1 TO VL-ARP-TOTAL-EXC-INCLUI
001381         WHEN "EXC-RENOVA"
001382             ADD 1 TO VL-ARP-TOTAL-EXC-RENOVA
001383         WHEN "EXC-REVOGA"
001384             ADD 1 TO VL-ARP-TOTAL-EXC-REVOGA
001385         WHEN "CRT-ABRIR"
001386             ADD 1 TO VL-ARP-TOTAL-CRT-ABRIR
001387         WHEN "CRT-MANTER"
001388             ADD 1 TO VL-ARP-TOTAL-CRT-MANTER
001389         WHEN "CRT-REMOVE"
001390             ADD 1 TO VL-ARP-TOTAL-CRT-REMOVE
001391         WHEN "CRT-EXPIRA"
001392             ADD 1 TO VL-ARP-TOTAL-CRT-EXPIRA
001393         WHEN "CRT-FECHAR"
001394             ADD 1 TO VL-ARP-TOTAL-CRT-FECHAR
001395         WHEN OTHER
001396             ADD 1 TO VL-ARP-TOTAL-OUTRAS
001397     END-EVALUATE.
001400
001410 2100-EXIT.
001420     EXIT.
001640     DISPLAY "  DICIONARIO ELIMINADAS..: " VL-ARP-TOTAL-DICT-DEL
001650     DISPLAY "  CONTAS RETIDAS.........: " VL-ARP-TOTAL-RETER
001660     DISPLAY "  LIMPEZAS RUN-CONTROL...: " VL-ARP-TOTAL-RUN-CLR
001662     DISPLAY "  CORTES DO TRILHO ADM...: " VL-ARP-TOTAL-ARQ-ADM
001664     DISPLAY "  ACCOES RECUSADAS.......: " VL-ARP-TOTAL-RECUSADO
001666     DISPLAY "  CONFIRMACOES 2O OPER...: " VL-ARP-TOTAL-CONFIRMA
001667     DISPLAY "  EXECUCOES REVERTIDAS...: " VL-ARP-TOTAL-REVERSAO
001668     DISPLAY "  REGISTOS REPOSTOS......: " VL-ARP-TOTAL-REVERTER
001669     DISPLAY "  REPOSICOES OMITIDAS....: " VL-ARP-TOTAL-REV-OMITE
001671     DISPLAY "  VERSOES DE POLITICA....: " VL-ARP-TOTAL-POL-VERSAO
001673     DISPLAY "  REGRAS ALTERADAS.......: " VL-ARP-TOTAL-POLITICA
001675     DISPLAY "  TROCAS POR POLITICA....: " VL-ARP-TOTAL-TROCA-POL
001676     DISPLAY "  EXCECOES CONCEDIDAS....: " VL-ARP-TOTAL-EXC-INCLUI
001677     DISPLAY "  EXCECOES RENOVADAS.....: " VL-ARP-TOTAL-EXC-RENOVA
001678     DISPLAY "  EXCECOES REVOGADAS.....: " VL-ARP-TOTAL-EXC-REVOGA
001679     DISPLAY "  RECERT. CICLOS ABERTOS.: " VL-ARP-TOTAL-CRT-ABRIR
001680     DISPLAY "  RECERT. CONTAS MANTIDAS: " VL-ARP-TOTAL-CRT-MANTER
001681     DISPLAY "  RECERT. A REMOVER......: " VL-ARP-TOTAL-CRT-REMOVE
001683     DISPLAY "  RECERT. SEM RESPOSTA...: " VL-ARP-TOTAL-CRT-EXPIRA
001684     DISPLAY "  RECERT. CICLOS FECHADOS: " VL-ARP-TOTAL-CRT-FECHAR
001685     DISPLAY "  OUTRAS.................: " VL-ARP-TOTAL-OUTRAS
001686     DISPLAY "==================================================".
001690
001700 7000-EXIT.
001710     EXIT.
