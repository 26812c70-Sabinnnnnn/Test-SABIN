      *
      *  Speciel conditions:
      *  Dependencies:            History and audit rows written by
      *                           MIG999.  Runs only after MIG986
      *                           ended OK for the run date
      *                           (MIG999_RUN_CONTROL, TDF101RC).
      *  Checkpoint/restart:      No - the feed build is simply rerun.
      *
      ******************************************************************
      *  --------
      *  Date     Id          Init Description
      *  20260901             HRJ  Established
      *  20261015             HRJ  Last step of the run-control table
      *                            MIG999_RUN_CONTROL: refused
      *                            unless MIG986 ended OK for the
      *                            run date, so no feed is built off
      *                            a night that failed upstream.
      *
      ******************************************************************

      ***  DB2 COPYBOOKS ***
      ***  DB2 SQLCA ***
           COPY SQLCA.
      ***  RUN CONTROL ***
           COPY TTDF101K.

       01  MIG980-HOST-VARS.
           05  MIG980-HV-ACTNO                PIC X(05).
           PERFORM DISPLAY-START

           PERFORM READ-CONTROL-PARAMETERS
           PERFORM BEGIN-RUN-CONTROL
           PERFORM ESTABLISH-LOAD-WINDOW

           OPEN OUTPUT TTDF1010-DELTA
           CLOSE TTDF1010-DELTA

           PERFORM END-OF-JOB-REPORT
           PERFORM END-RUN-CONTROL

           DISPLAY PROGRAM-NAVN 'END'
           GOBACK
              MOVE 0001 TO TEKABN-ABEND-CODE
              PERFORM ABEND
           END-IF

           MOVE MIG980-RUN-DATE TO TDF101K-BUS-DATE
           MOVE PROGRAM-NAVN    TO TDF101K-STEP
           MOVE 6               TO TDF101K-STEP-SEQ
           MOVE 5               TO TDF101K-PRED-SEQ
           MOVE 1               TO TDF101K-PRED-EXPECTED
           .

       ESTABLISH-LOAD-WINDOW SECTION.
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
