           MOVE VL-RUN-PROGRAMA-W TO VL-RUN-PROGRAMA
           MOVE VL-RUN-DATA-W     TO VL-RUN-INICIO(1:8)
           MOVE VL-RUN-HORA-W(1:6) TO VL-RUN-INICIO(9:6)
           MOVE VL-RUN-INICIO      TO VL-RUN-INICIO-W

           OPEN OUTPUT VL-RUN-CONTROLO
           IF VL-FS-RUNCTL NOT = "00"
