      *  Speciel conditions:
      *  Dependencies:            Extract list built by MIG994;
      *                           parameters read by MIG999/MIG991.
      *                           Runs only after MIG994 ended OK
      *                           for the run date (MIG999_RUN_
      *                           CONTROL, TDF101RC).
      *  Checkpoint/restart:      No - the sizing run is simply
      *                           rerun.
      *
      *  --------
      *  Date     Id          Init Description
      *  20260901             HRJ  Established
      *  20261015             HRJ  Step 2 of the run-control table
      *                            MIG999_RUN_CONTROL: refused
      *                            unless MIG994 ended OK for the
      *                            run date; a rerun resets the
      *                            partitions and later steps.
      *
      ******************************************************************


           COPY TEKABNAR.
           COPY COMPILED.
           COPY USP101AR.
      ***  DB2 COPYBOOKS ***
      ***  DB2 SQLCA ***
           COPY SQLCA.
      ***  RUN CONTROL ***
           COPY TTDF101K.

       01  TTDF1010.
           COPY TTDF1010 REPLACING ==:PFX:==    BY ==TDF101==.
           PERFORM DISPLAY-START

           PERFORM READ-CONTROL-PARAMETERS
           PERFORM BEGIN-RUN-CONTROL
           PERFORM MEASURE-ACTNO-DISTRIBUTION
           PERFORM CUT-PARTITION-RANGES
           PERFORM WRITE-MIG991-CONTROL
           PERFORM END-OF-JOB-REPORT
           PERFORM END-RUN-CONTROL

           DISPLAY PROGRAM-NAVN 'END'
           GOBACK
              MOVE 0001 TO TEKABN-ABEND-CODE
              PERFORM ABEND
           END-IF

           MOVE MIG984-RUN-DATE TO TDF101K-BUS-DATE
           MOVE PROGRAM-NAVN    TO TDF101K-STEP
           MOVE 2               TO TDF101K-STEP-SEQ
           MOVE 1               TO TDF101K-PRED-SEQ
           MOVE 1               TO TDF101K-PRED-EXPECTED
           .

       MEASURE-ACTNO-DISTRIBUTION SECTION.
           CLOSE TTDF1010-RPT
           .

      *----------------------------------------------------------------*
      * Run control of the nightly chain - predecessor check, reset
      * of the later steps and the step's own start and end marks.
      * FIND-CURRENT-NIGHT SECTION.
      * BEGIN-RUN-CONTROL SECTION.
      * CHECK-RUN-PREDECESSORS SECTION.
      * FIND-UNPARTITIONED-NIGHT SECTION.
      * END-RUN-CONTROL SECTION.
      *----------------------------------------------------------------*
           COPY TDF101RC.

       DISPLAY-START SECTION.
      *----------------------------------------------------------------*
      *    Show a message that tHE PROGRAM IS Started and show the
           SET COMPILED-TIME-VIST TO TRUE
           .

       SQL-FEJL-RUTINE SECTION.
      *----------------------------------------------------------------*
      * DB2 ERrORHANDLING
      *----------------------------------------------------------------*
           DISPLAY 'DB2 ERROR'
           CALL 'CTEKCALL' USING CUSP1010 SQLCA USP101-AREA
           PERFORM ABEND
           .

       ABEND SECTION.
      *----------------------------------------------------------------*
      * Abend
