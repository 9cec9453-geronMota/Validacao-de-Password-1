      ******************************************************************
      * VLAGENDA  - SCHEDULE CONTROL RECORD FOR THE VLRUNRPT
      *             BATCH-WINDOW REPORT. ONE RECORD PER JOB THE NIGHT
      *             SHIFT EXPECTS TO SEE RUN (TODAY VLEXPIRA, VLTMPEXP,
      *             VLINATIV, VLCONTEM AND VLMAIL2), UNDER THE NAME IT
      *             REGISTERS ON VLRUNCTL:
      *               VL-AGD-PROGRAMA    - PROGRAM NAME AS LOGGED IN
      *                                    VLRUNLOG.
      *               VL-AGD-DIAS-SEMANA - ONE BYTE PER NIGHT OF THE
      *                                    WEEK, MONDAY FIRST (THE DAY
      *                                    THE NIGHT BEGINS ON): "S" =
      *                                    EXPECTED THAT NIGHT, "N" =
      *                                    NOT SCHEDULED. ALL SPACES
      *                                    MEANS EVERY NIGHT.
      *             A PROGRAM THAT RUNS BUT IS NOT LISTED HERE IS STILL
      *             REPORTED, MARKED "AVULSO".
      ******************************************************************
       01  VL-AGD-REGISTO.
           05  VL-AGD-PROGRAMA             PIC X(08).
           05  VL-AGD-DIAS-SEMANA          PIC X(07).
