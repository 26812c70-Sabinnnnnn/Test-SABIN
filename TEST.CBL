      *                            the later extract win, and the
      *                            provider swears their generations
      *                            are disjoint.
      *  20261015             HRJ  Every reject is also entered in
      *                            the reject register
      *                            MIG999_REJECT_REGISTER (TDF101RG)
      *                            so a key failing night after
      *                            night is tracked until it loads;
      *                            MIG979 closes and ages the
      *                            register.
      *  20261015             HRJ  Step 3 of the run-control table
      *                            MIG999_RUN_CONTROL (TDF101RC) as
      *                            MIG999nn, nn = partition: runs
      *                            only for the night MIG994 opened
      *                            and after MIG984 (partitioned) or
      *                            MIG994 (unpartitioned) ended OK;
      *                            a rerun resets MIG991 onwards.
      *
      ******************************************************************

           COPY SQLDIAG.
      ***  ACTIVITY-KEYWORD DICTIONARY ***
           COPY TTDF1020.
      ***  REJECT REGISTER ***
           COPY TTDF101G.
      ***  RUN CONTROL ***
           COPY TTDF101K.

      *    Per-extract trailer-validation result for the end-of-job
      *    report.  Indexed by the extract's ordinal in the
           END-IF

           PERFORM READ-CONTROL-PARAMETERS
           PERFORM FIND-CURRENT-NIGHT
           PERFORM BEGIN-RUN-CONTROL
           PERFORM LOAD-ACTKWD-DICTIONARY
           PERFORM READ-FILE-IBM-SAMP-ACT
           PERFORM RECONCILE-ROW-COUNTS
           PERFORM END-OF-JOB-REPORT
           PERFORM WRITE-COLLISION-REPORT
           PERFORM WRITE-RUN-AUDIT-RECORD
           PERFORM END-RUN-CONTROL

           DISPLAY PROGRAM-NAVN 'END'
           GOBACK
           END-IF

           MOVE MIG999-ACTIVE-ROWSET TO ARC-CHECKPOINT-INTERVAL

      *    The instance's step in the run-control table: a partition
      *    waits for MIG984 to have cut the slices, an unpartitioned
      *    run only for MIG994's extract list.
           MOVE PROGRAM-NAVN            TO TDF101K-STEP
           MOVE MIG999-PARTITION-NUMBER TO TDF101K-STEP (7:2)
           MOVE 3                       TO TDF101K-STEP-SEQ
           MOVE 1                       TO TDF101K-PRED-EXPECTED
           IF MIG999-PARTITIONED
              MOVE 2 TO TDF101K-PRED-SEQ
           ELSE
              MOVE 1 TO TDF101K-PRED-SEQ
           END-IF
           .

       READ-FILE-IBM-SAMP-ACT SECTION.
      *----------------------------------------------------------------*
           COPY TDF102LD.

      *----------------------------------------------------------------*
      * Reject register - every reject is entered so a key failing
      * night after night is tracked until it finally loads.
      * REGISTER-TDF101-REJECT SECTION.
      *----------------------------------------------------------------*
           COPY TDF101RG.

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

       WRITE-TDF101-REJECT-RECORD SECTION.
      *----------------------------------------------------------------*
      *    Write one rejected row to TTDF1010-REJECT.  The caller

           WRITE TTDF1010-REJECT-RECORD
           ADD 1 TO TTDF1010-ROWS-REJECTED
           PERFORM REGISTER-TDF101-REJECT
           .

       INSERT-TTDF1010 SECTION.
           MOVE TTDF1010-ROWS-REJECTED TO TTDF1010-RPT-NUMBER
           WRITE TTDF1010-RPT-RECORD

           MOVE SPACES TO TTDF1010-RPT-RECORD
           MOVE 'REJECTS ENTERED IN MIG999_REJECT_REGISTER'
             TO TTDF1010-RPT-TEXT
           MOVE TDF101G-ROWS-REGISTERED TO TTDF1010-RPT-NUMBER
           WRITE TTDF1010-RPT-RECORD

           MOVE SPACES TO TTDF1010-RPT-RECORD
           MOVE 'PRIOR VERSIONS SAVED TO TTDF1010SAMP_ACT_HIST'
             TO TTDF1010-RPT-TEXT
