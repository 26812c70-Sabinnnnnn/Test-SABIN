       FIND-CURRENT-NIGHT SECTION.
      *----------------------------------------------------------------*
      *    For a step that has no run date of its own: the business
      *    date is the night MIG994 most recently started - not the
      *    newest date, since MIG994 may rerun an earlier date (its
      *    TTDF1010N control).  No night at all refuses the run.
      *----------------------------------------------------------------*

           MOVE SPACES TO TDF101K-BUS-DATE

           EXEC SQL
              SELECT BUS_DATE
              INTO :TDF101K-BUS-DATE
              FROM MIG999_RUN_CONTROL
              WHERE STEP = 'MIG994'
              ORDER BY START_TMS DESC, BUS_DATE DESC
              FETCH FIRST 1 ROW ONLY
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN 100
                 MOVE SPACES TO TDF101K-BUS-DATE
              WHEN OTHER
                 DISPLAY PROGRAM-NAVN ' '
                         FUNCTION CURRENT-DATE (1:14) ' - '
                        'DB2 ERROR #0021 IN SELECT MIG999_RUN_CONTROL'
                 MOVE 0021 TO TEKABN-ABEND-CODE
                 MOVE '#0021 SELECT MIG999_RUN_CONTROL'
                   TO USP101-SQL-ID
                 PERFORM SQL-FEJL-RUTINE
           END-EVALUATE

           IF TDF101K-BUS-DATE = SPACES
              DISPLAY PROGRAM-NAVN ' '
                      FUNCTION CURRENT-DATE (1:14) ' - '
                     'NO NIGHT OPENED BY MIG994 IN MIG999_RUN_CONTROL '
                     '#0020 - ' TDF101K-STEP ' NOT STARTED'
              MOVE 0020 TO TEKABN-ABEND-CODE
              PERFORM ABEND
           END-IF
           .

       BEGIN-RUN-CONTROL SECTION.
      *----------------------------------------------------------------*
      *    Start of a chain step.  The including program has set
      *    TDF101K-BUS-DATE, -STEP, -STEP-SEQ, -PRED-SEQ and
      *    -PRED-EXPECTED, and provides the common abend and DB2
      *    error sections.  The step is refused unless its
      *    predecessor ended OK for the same business date; every
      *    later step of the date is reset, since it ran on what
      *    this run is about to replace; and the step is marked
      *    started.  The marks are committed at once, so a step
      *    that abends stays visible as started-never-ended.
      *----------------------------------------------------------------*

           MOVE FUNCTION CURRENT-DATE (1:14) TO TDF101K-STAMP-TMS

           IF TDF101K-PRED-SEQ > 0
              PERFORM CHECK-RUN-PREDECESSORS
           END-IF

           EXEC SQL
              UPDATE MIG999_RUN_CONTROL
              SET STEP_STATUS = 'X'
                , END_TMS     = :TDF101K-STAMP-TMS
              WHERE BUS_DATE    = :TDF101K-BUS-DATE
                AND STEP_SEQ    > :TDF101K-STEP-SEQ
                AND STEP_STATUS <> 'X'
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 MOVE SQLERRD(3) TO TDF101K-STEPS-RESET
                 DISPLAY PROGRAM-NAVN ' '
                         FUNCTION CURRENT-DATE (1:14) ' - '
                        'RUN CONTROL - ' TDF101K-STEPS-RESET
                        ' LATER STEPS RESET FOR ' TDF101K-BUS-DATE
              WHEN 100
                 MOVE 0 TO TDF101K-STEPS-RESET
              WHEN OTHER
                 DISPLAY PROGRAM-NAVN ' '
                         FUNCTION CURRENT-DATE (1:14) ' - '
                        'DB2 ERROR #0023 IN UPDATE MIG999_RUN_CONTROL'
                 MOVE 0023 TO TEKABN-ABEND-CODE
                 MOVE '#0023 UPDATE MIG999_RUN_CONTROL'
                   TO USP101-SQL-ID
                 PERFORM SQL-FEJL-RUTINE
           END-EVALUATE

           SET TDF101K-STEP-STARTED TO TRUE
           MOVE 0 TO TDF101K-STEP-RC

           EXEC SQL
              MERGE INTO MIG999_RUN_CONTROL AS TGT
              USING
              ( VALUES
                ( :TDF101K-BUS-DATE, :TDF101K-STEP
                , :TDF101K-STEP-SEQ, :TDF101K-STAMP-TMS
                )
              ) AS SRC
                ( BUS_DATE, STEP, STEP_SEQ, STAMP_TMS )
              ON TGT.BUS_DATE = SRC.BUS_DATE
             AND TGT.STEP     = SRC.STEP
              WHEN MATCHED THEN
                 UPDATE SET STEP_STATUS = 'S'
                     , START_TMS        = SRC.STAMP_TMS
                     , END_TMS          = ' '
                     , STEP_RC          = 0
                     , RUN_COUNT        = TGT.RUN_COUNT + 1
              WHEN NOT MATCHED THEN
                 INSERT
                 ( BUS_DATE, STEP, STEP_SEQ, STEP_STATUS
                 , START_TMS, END_TMS, STEP_RC, RUN_COUNT
                 )
                 VALUES
                 ( SRC.BUS_DATE, SRC.STEP, SRC.STEP_SEQ, 'S'
                 , SRC.STAMP_TMS, ' ', 0, 1
                 )
           END-EXEC

           IF SQLCODE NOT = 0
              DISPLAY PROGRAM-NAVN ' '
                      FUNCTION CURRENT-DATE (1:14) ' - '
                     'DB2 ERROR #0024 IN MERGE MIG999_RUN_CONTROL'
              MOVE 0024 TO TEKABN-ABEND-CODE
              MOVE '#0024 MERGE MIG999_RUN_CONTROL' TO USP101-SQL-ID
              PERFORM SQL-FEJL-RUTINE
           END-IF

           EXEC SQL
              COMMIT
           END-EXEC

           DISPLAY PROGRAM-NAVN ' '
                   FUNCTION CURRENT-DATE (1:14) ' - '
                  'RUN CONTROL - STEP ' TDF101K-STEP
                  ' STARTED FOR ' TDF101K-BUS-DATE
           .

       CHECK-RUN-PREDECESSORS SECTION.
      *----------------------------------------------------------------*
      *    Count the live rows of the predecessor step for the
      *    business date: at least TDF101K-PRED-EXPECTED must have
      *    ended OK and none may be started, abended or failed.
      *    Rows reset by a rerun are not counted either way.
      *----------------------------------------------------------------*

           EXEC SQL
              SELECT COALESCE(SUM(CASE WHEN STEP_STATUS = 'O'
                                       THEN 1 ELSE 0 END), 0)
                   , COALESCE(SUM(CASE WHEN STEP_STATUS IN ('S', 'F')
                                       THEN 1 ELSE 0 END), 0)
              INTO :TDF101K-PRED-OK, :TDF101K-PRED-NOT-OK
              FROM MIG999_RUN_CONTROL
              WHERE BUS_DATE = :TDF101K-BUS-DATE
                AND STEP_SEQ = :TDF101K-PRED-SEQ
           END-EXEC

           IF SQLCODE NOT = 0
              DISPLAY PROGRAM-NAVN ' '
                      FUNCTION CURRENT-DATE (1:14) ' - '
                     'DB2 ERROR #0022 IN SELECT MIG999_RUN_CONTROL'
              MOVE 0022 TO TEKABN-ABEND-CODE
              MOVE '#0022 SELECT MIG999_RUN_CONTROL' TO USP101-SQL-ID
              PERFORM SQL-FEJL-RUTINE
           END-IF

           IF TDF101K-PRED-OK < TDF101K-PRED-EXPECTED
              OR TDF101K-PRED-NOT-OK > 0
              DISPLAY PROGRAM-NAVN ' '
                      FUNCTION CURRENT-DATE (1:14) ' - '
                     'PREDECESSOR NOT ENDED OK #0026 - STEP '
                      TDF101K-STEP ' REFUSED FOR ' TDF101K-BUS-DATE
              DISPLAY PROGRAM-NAVN ' '
                      FUNCTION CURRENT-DATE (1:14) ' - '
                     'PREDECESSOR STEP ' TDF101K-PRED-SEQ
                     ' ENDED OK ' TDF101K-PRED-OK
                     ' OF ' TDF101K-PRED-EXPECTED
                     ', NOT OK ' TDF101K-PRED-NOT-OK
              MOVE 0026 TO TEKABN-ABEND-CODE
              PERFORM ABEND
           END-IF
           .

       FIND-UNPARTITIONED-NIGHT SECTION.
      *----------------------------------------------------------------*
      *    A night loaded by the unpartitioned MIG99900 has no
      *    partition sizing (MIG984) and no consolidation (MIG991):
      *    the load goes straight onto TTDF1010SAMP_ACT.  Set
      *    TDF101K-UNPARTITIONED-NIGHT when the business date has a
      *    live MIG99900 row, so the steps after the load can skip
      *    the two steps that do not run that night.
      *----------------------------------------------------------------*

           EXEC SQL
              SELECT COUNT(*)
              INTO :TDF101K-UNPART-ROWS
              FROM MIG999_RUN_CONTROL
              WHERE BUS_DATE     = :TDF101K-BUS-DATE
                AND STEP         = 'MIG99900'
                AND STEP_STATUS <> 'X'
           END-EXEC

           IF SQLCODE NOT = 0
              DISPLAY PROGRAM-NAVN ' '
                      FUNCTION CURRENT-DATE (1:14) ' - '
                     'DB2 ERROR #0027 IN SELECT MIG999_RUN_CONTROL'
              MOVE 0027 TO TEKABN-ABEND-CODE
              MOVE '#0027 SELECT MIG999_RUN_CONTROL' TO USP101-SQL-ID
              PERFORM SQL-FEJL-RUTINE
           END-IF

           IF TDF101K-UNPART-ROWS > 0
              SET TDF101K-UNPARTITIONED-NIGHT TO TRUE
           ELSE
              SET NOT-TDF101K-UNPARTITIONED-NIGHT TO TRUE
           END-IF
           .

       END-RUN-CONTROL SECTION.
      *----------------------------------------------------------------*
      *    End of a chain step: the row ends OK on a zero return
      *    code and failed on anything else, with the return code
      *    kept for the status report.
      *----------------------------------------------------------------*

           MOVE FUNCTION CURRENT-DATE (1:14) TO TDF101K-STAMP-TMS
           MOVE RETURN-CODE TO TDF101K-STEP-RC

           IF TDF101K-STEP-RC = 0
              SET TDF101K-STEP-ENDED-OK TO TRUE
           ELSE
              SET TDF101K-STEP-FAILED TO TRUE
           END-IF

           EXEC SQL
              UPDATE MIG999_RUN_CONTROL
              SET STEP_STATUS = :TDF101K-STEP-STATUS
                , END_TMS     = :TDF101K-STAMP-TMS
                , STEP_RC     = :TDF101K-STEP-RC
              WHERE BUS_DATE = :TDF101K-BUS-DATE
                AND STEP     = :TDF101K-STEP
           END-EXEC

           IF SQLCODE NOT = 0
              DISPLAY PROGRAM-NAVN ' '
                      FUNCTION CURRENT-DATE (1:14) ' - '
                     'DB2 ERROR #0025 IN UPDATE MIG999_RUN_CONTROL'
              MOVE 0025 TO TEKABN-ABEND-CODE
              MOVE '#0025 UPDATE MIG999_RUN_CONTROL' TO USP101-SQL-ID
              PERFORM SQL-FEJL-RUTINE
           END-IF

           EXEC SQL
              COMMIT
           END-EXEC

           DISPLAY PROGRAM-NAVN ' '
                   FUNCTION CURRENT-DATE (1:14) ' - '
                  'RUN CONTROL - STEP ' TDF101K-STEP
                  ' ENDED "' TDF101K-STEP-STATUS '" FOR '
                   TDF101K-BUS-DATE
           .
