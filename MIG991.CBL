      *
      *  Speciel conditions:
      *  Dependencies:            Audit rows written by the MIG999
      *                           partition instances.  Runs only
      *                           after every partition ended OK
      *                           for the run date (MIG999_RUN_
      *                           CONTROL, TDF101RC).
      *  Checkpoint/restart:      No.
      *
      ******************************************************************
      *  --------
      *  Date     Id          Init Description
      *  20260822             HRJ  Established
      *  20261015             HRJ  Step 4 of the run-control table
      *                            MIG999_RUN_CONTROL: refused
      *                            unless all the night's MIG999
      *                            partitions ended OK for the run
      *                            date; a rerun resets MIG986 and
      *                            MIG980.
      *
      ******************************************************************

      ***  DB2 COPYBOOKS ***
      ***  DB2 SQLCA ***
           COPY SQLCA.
      ***  RUN CONTROL ***
           COPY TTDF101K.

       01  MIG991-AUDIT-ROW.
           05  MIG991-AUD-JOB                 PIC X(08).
           PERFORM DISPLAY-START

           PERFORM READ-CONTROL-PARAMETERS
           PERFORM BEGIN-RUN-CONTROL

           OPEN OUTPUT TTDF1010-RPT


           CLOSE TTDF1010-RPT

           PERFORM END-RUN-CONTROL

           DISPLAY PROGRAM-NAVN 'END'
           GOBACK
           .
              MOVE 0001 TO TEKABN-ABEND-CODE
              PERFORM ABEND
           END-IF

           MOVE MIG991-RUN-DATE   TO TDF101K-BUS-DATE
           MOVE PROGRAM-NAVN      TO TDF101K-STEP
           MOVE 4                 TO TDF101K-STEP-SEQ
           MOVE 3                 TO TDF101K-PRED-SEQ
           MOVE MIG991-PARTITIONS TO TDF101K-PRED-EXPECTED
           .

       CONSOLIDATE-ONE-PARTITION SECTION.
           WRITE TTDF1010-RPT-RECORD
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
