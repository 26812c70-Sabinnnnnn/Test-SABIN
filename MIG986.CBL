      *                           verified by MIG991.  The swap-in
      *                           is a separate job step conditioned
      *                           on this program's return code.
      *                           Runs only after MIG991 ended OK
      *                           for the night (MIG999_RUN_CONTROL,
      *                           TDF101RC).
      *  Checkpoint/restart:      No - the build is simply rerun.
      *
      ******************************************************************
      *  --------
      *  Date     Id          Init Description
      *  20260901             HRJ  Established
      *  20261015             HRJ  Step 5 of the run-control table
      *                            MIG999_RUN_CONTROL: refused for
      *                            the night MIG994 opened unless
      *                            MIG991 ended OK; a rerun resets
      *                            MIG980.  A count mismatch ends
      *                            the step failed.
      *  20261015             HRJ  On a night loaded by MIG99900
      *                            alone the step follows the load
      *                            instead of MIG991.
      *
      ******************************************************************

      ***  DB2 COPYBOOKS ***
      ***  DB2 SQLCA ***
           COPY SQLCA.
      ***  RUN CONTROL ***
           COPY TTDF101K.

       01  MIG986-HOST-VARS.
           05  MIG986-HV-ACTNO                PIC X(05).
      ******************************************************************
           PERFORM DISPLAY-START

           PERFORM IDENTIFY-RUN-CONTROL-STEP
           PERFORM FIND-CURRENT-NIGHT
           PERFORM SET-MIRROR-PREDECESSOR
           PERFORM BEGIN-RUN-CONTROL
           PERFORM BUILD-MIRROR
           PERFORM RECONCILE-ROW-COUNTS
           PERFORM END-OF-JOB-REPORT
           PERFORM END-RUN-CONTROL

           DISPLAY PROGRAM-NAVN 'END'
           GOBACK
           .

       IDENTIFY-RUN-CONTROL-STEP SECTION.
      *----------------------------------------------------------------*
      *    The mirror's step in the run-control table: it follows
      *    the MIG991 consolidation of the same night (but see
      *    SET-MIRROR-PREDECESSOR).
      *----------------------------------------------------------------*

           MOVE PROGRAM-NAVN TO TDF101K-STEP
           MOVE 5            TO TDF101K-STEP-SEQ
           MOVE 4            TO TDF101K-PRED-SEQ
           MOVE 1            TO TDF101K-PRED-EXPECTED
           .

       SET-MIRROR-PREDECESSOR SECTION.
      *----------------------------------------------------------------*
      *    An unpartitioned night has no MIG991 - the mirror then
      *    follows the MIG99900 load itself.
      *----------------------------------------------------------------*

           PERFORM FIND-UNPARTITIONED-NIGHT

           IF TDF101K-UNPARTITIONED-NIGHT
              MOVE 3            TO TDF101K-PRED-SEQ
              DISPLAY PROGRAM-NAVN ' '
                      FUNCTION CURRENT-DATE (1:14) ' - '
                     'RUN CONTROL - UNPARTITIONED NIGHT, STEP '
                      TDF101K-STEP ' FOLLOWS MIG99900'
           END-IF
           .

       BUILD-MIRROR SECTION.
      *----------------------------------------------------------------*
      *    Fetch every row of TTDF1010SAMP_ACT in key order and load
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
