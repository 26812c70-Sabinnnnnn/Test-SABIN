      *  TTDF1010SAMP_ACT_HIST - and page through recent
      *  MIG999_RUN_AUDIT rows, all without TSO access.
      *
      *  A correction is four-eyes: the C action only records a
      *  pending request in TTDF1010SAMP_ACT_PEND (requester, time,
      *  old and new description), and a second, different user
      *  approves (A) or rejects (R) it.  Only an approval writes
      *  the history row and updates TTDF1010SAMP_ACT.
      *
      ******************************************************************
      *
      *  Speciel conditions:
      *  --------------------
      *  Terminal input, after the transaction code:
      *    I ACTNO ACTKWD            inquiry on one activity row
      *    C ACTNO ACTKWD NEW-DESC   request a correction of the
      *                              activity description
      *    A ACTNO ACTKWD            approve the pending correction
      *    R ACTNO ACTKWD            reject the pending correction
      *    H                         newest run-history page
      *    H START-TS                run-history page older than the
      *                              timestamp printed on the last
      *                              page
      *    P                         run control of the current
      *                              night and live progress of its
      *                              MIG999 instances
      *
      ******************************************************************
      *                            partition is moving or stuck
      *                            before MIG991 fails at the end of
      *                            the window.
      *  20261015             HRJ  Four-eyes corrections: C records
      *                            a pending request in
      *                            TTDF1010SAMP_ACT_PEND, new actions
      *                            A and R let a different user
      *                            approve or reject it.  Requests
      *                            left pending are expired by
      *                            MIG988.
      *  20261015             HRJ  P action heads the screen with the
      *                            current night's chain steps from
      *                            MIG999_RUN_CONTROL, so the
      *                            operator sees how far the night
      *                            got next to the live progress.
      *  20261015             HRJ  The current night on the P screen
      *                            is the one MIG994 most recently
      *                            started, not the newest date.
      *
      ******************************************************************

         03  MIG992-USERID                   PIC X(08)  VALUE SPACES.
         03  MIG992-SQLCODE-VIS              PIC +(8)9  VALUE ZERO.
         03  MIG992-STAMP-TMS                PIC X(14)  VALUE SPACES.
         03  MIG992-PENDING-SW               PIC 9      VALUE 0.
           88  MIG992-PENDING-FOUND                     VALUE 1.
           88  NOT-MIG992-PENDING-FOUND                 VALUE 0.
         03  MIG992-DECISION-SW              PIC 9      VALUE 0.
           88  MIG992-DECISION-ALLOWED                  VALUE 1.
           88  NOT-MIG992-DECISION-ALLOWED              VALUE 0.

      ***  DB2 SQLCA ***
           COPY SQLCA.
               88  MIG992-ACTION-CORRECT              VALUE 'C'.
               88  MIG992-ACTION-HISTORY              VALUE 'H'.
               88  MIG992-ACTION-PROGRESS             VALUE 'P'.
               88  MIG992-ACTION-APPROVE              VALUE 'A'.
               88  MIG992-ACTION-REJECT               VALUE 'R'.
           05  FILLER                         PIC X(01).
           05  MIG992-IN-ACTNO                PIC X(05).
           05  FILLER                         PIC X(01).
           05  MIG992-HV-NEW-ACTDESC          PIC X(30).
           05  MIG992-HV-PAGE-TS              PIC X(21).

      *    One row of TTDF1010SAMP_ACT_PEND - a correction waiting
      *    for, or decided by, the second user.
       01  MIG992-PENDING-ROW.
           05  MIG992-PND-REQ-TMS             PIC X(14).
           05  MIG992-PND-REQ-ID              PIC X(08).
           05  MIG992-PND-OLD-ACTDESC.
               49  MIG992-PND-OLD-ACTDESC-LEN PIC S9(04) COMP.
               49  MIG992-PND-OLD-ACTDESC-TEXT
                                              PIC X(30).
           05  MIG992-PND-NEW-ACTDESC.
               49  MIG992-PND-NEW-ACTDESC-LEN PIC S9(04) COMP.
               49  MIG992-PND-NEW-ACTDESC-TEXT
                                              PIC X(30).
           05  MIG992-PND-STATUS              PIC X(01).
               88  MIG992-PND-PENDING                 VALUE 'P'.
               88  MIG992-PND-APPROVED                VALUE 'A'.
               88  MIG992-PND-REJECTED                VALUE 'R'.
               88  MIG992-PND-EXPIRED                 VALUE 'E'.

       01  MIG992-AUDIT-ROW.
           05  MIG992-AUD-JOB                 PIC X(08).
           05  MIG992-AUD-START-TS            PIC X(21).
           05  MIG992-PRG-ROWS-STAGED         PIC S9(09) COMP.
           05  MIG992-PRG-ROWS-REJECTED       PIC S9(09) COMP.

      *    One chain step of the current night, summed over its
      *    live (not reset) rows - a partitioned load has several.
       01  MIG992-RUNCTL-ROW.
           05  MIG992-RCT-NIGHT               PIC X(08).
           05  MIG992-RCT-SEQ                 PIC S9(04) COMP.
           05  MIG992-RCT-LIVE                PIC S9(09) COMP.
           05  MIG992-RCT-OK                  PIC S9(09) COMP.
           05  MIG992-RCT-STARTED             PIC S9(09) COMP.
           05  MIG992-RCT-FAILED              PIC S9(09) COMP.

      *    The chain on one line: step name and state, where the
      *    state is OK, RUN (started, not ended - or abended), FAIL,
      *    RESET or - (not started); a partitioned load in progress
      *    shows partitions ended OK / partitions started.
       01  MIG992-RUNCTL-LINE.
           05  MIG992-RCL-CELL                OCCURS 6 TIMES.
               10  MIG992-RCL-STEP            PIC X(06).
               10  FILLER                     PIC X(01).
               10  MIG992-RCL-STATE           PIC X(05).
               10  FILLER                     PIC X(01).
           05  FILLER                         PIC X(02).

       01  MIG992-RUNCTL-COUNT.
           05  MIG992-RCC-OK                  PIC 9(02).
           05  FILLER                         PIC X(01) VALUE '/'.
           05  MIG992-RCC-LIVE                PIC 9(02).

       01  MIG992-PROGRESS-LINE.
      *    Wide enough for the DB2-format timestamp down to whole
      *    seconds - a stale heartbeat is exactly what the operator
                 PERFORM PROCESS-INQUIRY
              WHEN MIG992-ACTION-CORRECT
                 PERFORM PROCESS-CORRECTION
              WHEN MIG992-ACTION-APPROVE
                 PERFORM PROCESS-APPROVAL
              WHEN MIG992-ACTION-REJECT
                 PERFORM PROCESS-REJECTION
              WHEN MIG992-ACTION-HISTORY
                 PERFORM PROCESS-RUN-HISTORY
              WHEN MIG992-ACTION-PROGRESS
                 MOVE 'M992 - USE I ACTNO ACTKWD, C ACTNO ACTKWD DESC,'
                   TO MIG992-SCR-LINE (MIG992-LINE-IX)
                 PERFORM ADD-SCREEN-LINE
                 MOVE '       A OR R ACTNO ACTKWD TO APPROVE OR REJECT,'
                   TO MIG992-SCR-LINE (MIG992-LINE-IX)
                 PERFORM ADD-SCREEN-LINE
                 MOVE '       H (START-TS) FOR RUN HISTORY, OR P FOR '
                   TO MIG992-SCR-LINE (MIG992-LINE-IX)
                 PERFORM ADD-SCREEN-LINE
           EVALUATE SQLCODE
              WHEN 0
                 PERFORM SHOW-ACTIVITY-ROW
                 PERFORM SHOW-PENDING-REQUEST
              WHEN 100
                 PERFORM ADD-SCREEN-LINE
                 MOVE 'M992 - ACTIVITY NOT FOUND'
           PERFORM ADD-DETAIL-LINE
           .

       SHOW-PENDING-REQUEST SECTION.
      *----------------------------------------------------------------*
      *    Under the inquiry, show the correction waiting for
      *    approval on the row, if there is one.
      *----------------------------------------------------------------*

           PERFORM FETCH-PENDING-REQUEST

           IF MIG992-PENDING-FOUND
              MOVE SPACES TO MIG992-DETAIL-LINE
              MOVE 'PENDING DESC'    TO MIG992-DET-LABEL
              MOVE MIG992-PND-NEW-ACTDESC-TEXT TO MIG992-DET-VALUE
              PERFORM ADD-DETAIL-LINE

              MOVE SPACES TO MIG992-DETAIL-LINE
              MOVE 'REQUESTED BY'    TO MIG992-DET-LABEL
              MOVE MIG992-PND-REQ-ID TO MIG992-DET-VALUE (1:8)
              MOVE MIG992-PND-REQ-TMS TO MIG992-DET-VALUE (10:14)
              PERFORM ADD-DETAIL-LINE
           END-IF
           .

       PROCESS-CORRECTION SECTION.
      *----------------------------------------------------------------*
      *    Request a correction of ACTDESC on one row.  Nothing is
      *    changed yet: the request - the CICS user as requester,
      *    the time, the current and the new description - is
      *    recorded as pending in TTDF1010SAMP_ACT_PEND for a second
      *    user to approve or reject.  An activity has at most one
      *    pending request at a time.
      *----------------------------------------------------------------*

           IF MIG992-IN-ACTDESC = SPACES
              PERFORM ADD-SCREEN-LINE
              MOVE 'M992 - NEW DESCRIPTION IS BLANK - NOT REQUESTED'
                TO MIG992-SCR-LINE (MIG992-LINE-IX)
           ELSE
              MOVE MIG992-IN-ACTNO   TO MIG992-HV-ACTNO

              MOVE FUNCTION CURRENT-DATE (1:14) TO MIG992-STAMP-TMS

              PERFORM FETCH-PENDING-REQUEST

              IF MIG992-PENDING-FOUND
                 PERFORM ADD-SCREEN-LINE
                 MOVE 'M992 - A CORRECTION IS ALREADY PENDING - IT MUST'
                   TO MIG992-SCR-LINE (MIG992-LINE-IX)
                 PERFORM ADD-SCREEN-LINE
                 MOVE '       BE APPROVED OR REJECTED FIRST'
                   TO MIG992-SCR-LINE (MIG992-LINE-IX)
              ELSE
                 PERFORM INSERT-PENDING-REQUEST
              END-IF
           END-IF
           .

       INSERT-PENDING-REQUEST SECTION.
      *----------------------------------------------------------------*
      *    Record the pending request.  The old description is taken
      *    from the row itself in the same statement, so it is
      *    exactly what the approver will be shown and checked
      *    against.  SQLCODE +100 means there is no such row.
      *----------------------------------------------------------------*

           EXEC SQL
              INSERT INTO TTDF1010SAMP_ACT_PEND
              ( ACTNO, ACTKWD, REQ_TMS, REQ_ID
              , OLD_ACTDESC, NEW_ACTDESC
              , REQ_STATUS, DEC_ID, DEC_TMS
              )
              SELECT ACTNO, ACTKWD, :MIG992-STAMP-TMS, :MIG992-USERID
                   , ACTDESC, RTRIM(:MIG992-HV-NEW-ACTDESC)
                   , 'P', ' ', ' '
              FROM TTDF1010SAMP_ACT
              WHERE ACTNO  = :MIG992-HV-ACTNO
                AND ACTKWD = :MIG992-HV-ACTKWD
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 PERFORM ADD-SCREEN-LINE
                 MOVE 'M992 - CORRECTION REQUESTED - IT IS APPLIED WHEN'
                   TO MIG992-SCR-LINE (MIG992-LINE-IX)
                 PERFORM ADD-SCREEN-LINE
                 MOVE '       ANOTHER USER APPROVES IT (A ACTNO ACTKWD)'
                   TO MIG992-SCR-LINE (MIG992-LINE-IX)
              WHEN 100
                 PERFORM ADD-SCREEN-LINE
                 MOVE 'M992 - ACTIVITY NOT FOUND - NOTHING REQUESTED'
                   TO MIG992-SCR-LINE (MIG992-LINE-IX)
              WHEN OTHER
                 PERFORM SHOW-SQL-ERROR
           END-EVALUATE
           .

       PROCESS-APPROVAL SECTION.
      *----------------------------------------------------------------*
      *    Approve the pending correction of one row.  The approver
      *    must be another user than the requester, and the row's
      *    description must still be the one the request was made
      *    against - a row changed since (by a load, say) is not
      *    silently overwritten; the request must be rejected and
      *    made again.  The request is marked approved, the prior
      *    version goes to TTDF1010SAMP_ACT_HIST and the row is
      *    updated - all in the one unit of work, which is rolled
      *    back if any step fails.
      *----------------------------------------------------------------*

           MOVE MIG992-IN-ACTNO  TO MIG992-HV-ACTNO
           MOVE MIG992-IN-ACTKWD TO MIG992-HV-ACTKWD

           EXEC CICS ASSIGN
                USERID(MIG992-USERID)
           END-EXEC

           MOVE FUNCTION CURRENT-DATE (1:14) TO MIG992-STAMP-TMS

           PERFORM FETCH-PENDING-REQUEST
           PERFORM CHECK-SECOND-USER

           IF MIG992-DECISION-ALLOWED
              PERFORM CHECK-ACTIVITY-UNCHANGED
           END-IF

           IF MIG992-DECISION-ALLOWED
              SET MIG992-PND-APPROVED TO TRUE
              PERFORM DECIDE-PENDING-REQUEST
           END-IF

           IF MIG992-DECISION-ALLOWED
              MOVE MIG992-PND-NEW-ACTDESC-TEXT
                TO MIG992-HV-NEW-ACTDESC
              MOVE MIG992-PND-REQ-ID TO MIG992-HV-AJOUR-ID
              PERFORM INSERT-ONE-HIST-ROW
              PERFORM UPDATE-ACTIVITY-ROW
           END-IF
           .

       PROCESS-REJECTION SECTION.
      *----------------------------------------------------------------*
      *    Reject the pending correction of one row.  As for an
      *    approval the decision must come from another user than
      *    the requester.  The activity row is not touched.
      *----------------------------------------------------------------*

           MOVE MIG992-IN-ACTNO  TO MIG992-HV-ACTNO
           MOVE MIG992-IN-ACTKWD TO MIG992-HV-ACTKWD

           EXEC CICS ASSIGN
                USERID(MIG992-USERID)
           END-EXEC

           MOVE FUNCTION CURRENT-DATE (1:14) TO MIG992-STAMP-TMS

           PERFORM FETCH-PENDING-REQUEST
           PERFORM CHECK-SECOND-USER

           IF MIG992-DECISION-ALLOWED
              SET MIG992-PND-REJECTED TO TRUE
              PERFORM DECIDE-PENDING-REQUEST
           END-IF

           IF MIG992-DECISION-ALLOWED
              PERFORM ADD-SCREEN-LINE
              MOVE 'M992 - CORRECTION REJECTED - ACTIVITY UNCHANGED'
                TO MIG992-SCR-LINE (MIG992-LINE-IX)
           END-IF
           .

       FETCH-PENDING-REQUEST SECTION.
      *----------------------------------------------------------------*
      *    Look up the pending correction request, if any, for the
      *    key in MIG992-HV-ACTNO/MIG992-HV-ACTKWD.
      *----------------------------------------------------------------*

           MOVE SPACES TO MIG992-PND-OLD-ACTDESC-TEXT
           MOVE SPACES TO MIG992-PND-NEW-ACTDESC-TEXT

           EXEC SQL
              SELECT REQ_TMS, REQ_ID, OLD_ACTDESC, NEW_ACTDESC
                   , REQ_STATUS
              INTO :MIG992-PND-REQ-TMS, :MIG992-PND-REQ-ID
                 , :MIG992-PND-OLD-ACTDESC, :MIG992-PND-NEW-ACTDESC
                 , :MIG992-PND-STATUS
              FROM TTDF1010SAMP_ACT_PEND
              WHERE ACTNO      = :MIG992-HV-ACTNO
                AND ACTKWD     = :MIG992-HV-ACTKWD
                AND REQ_STATUS = 'P'
              ORDER BY REQ_TMS
              FETCH FIRST 1 ROW ONLY
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 SET MIG992-PENDING-FOUND TO TRUE
              WHEN 100
                 SET NOT-MIG992-PENDING-FOUND TO TRUE
              WHEN OTHER
                 PERFORM SHOW-SQL-ERROR
                 PERFORM SEND-SCREEN
                 EXEC CICS RETURN
                 END-EXEC
           END-EVALUATE
           .

       CHECK-SECOND-USER SECTION.
      *----------------------------------------------------------------*
      *    A decision needs a pending request, and the user deciding
      *    must not be the user who asked for the correction.
      *----------------------------------------------------------------*

           SET MIG992-DECISION-ALLOWED TO TRUE

           EVALUATE TRUE
              WHEN NOT-MIG992-PENDING-FOUND
                 SET NOT-MIG992-DECISION-ALLOWED TO TRUE
                 PERFORM ADD-SCREEN-LINE
                 MOVE 'M992 - NO PENDING CORRECTION FOR THIS ACTIVITY'
                   TO MIG992-SCR-LINE (MIG992-LINE-IX)
              WHEN MIG992-PND-REQ-ID = MIG992-USERID
                 SET NOT-MIG992-DECISION-ALLOWED TO TRUE
                 PERFORM ADD-SCREEN-LINE
                 MOVE 'M992 - YOU REQUESTED THIS CORRECTION - ANOTHER'
                   TO MIG992-SCR-LINE (MIG992-LINE-IX)
                 PERFORM ADD-SCREEN-LINE
                 MOVE '       USER MUST APPROVE OR REJECT IT'
                   TO MIG992-SCR-LINE (MIG992-LINE-IX)
              WHEN OTHER
                 CONTINUE
           END-EVALUATE
           .

       CHECK-ACTIVITY-UNCHANGED SECTION.
      *----------------------------------------------------------------*
      *    The row must still carry the description the request was
      *    made against, or the approval would overwrite a change
      *    the requester never saw.
      *----------------------------------------------------------------*

           MOVE SPACES TO MIG992-HV-ACTDESC-TEXT

           EXEC SQL
              SELECT ACTDESC
              INTO :MIG992-HV-ACTDESC
              FROM TTDF1010SAMP_ACT
              WHERE ACTNO  = :MIG992-HV-ACTNO
                AND ACTKWD = :MIG992-HV-ACTKWD
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 IF MIG992-HV-ACTDESC-TEXT
                    NOT = MIG992-PND-OLD-ACTDESC-TEXT
                    SET NOT-MIG992-DECISION-ALLOWED TO TRUE
                    PERFORM ADD-SCREEN-LINE
                    MOVE 'M992 - DESCRIPTION HAS CHANGED SINCE THE '
                      TO MIG992-SCR-LINE (MIG992-LINE-IX)
                    PERFORM ADD-SCREEN-LINE
                    MOVE '       REQUEST - REJECT IT AND REQUEST AGAIN'
                      TO MIG992-SCR-LINE (MIG992-LINE-IX)
                 END-IF
              WHEN 100
                 SET NOT-MIG992-DECISION-ALLOWED TO TRUE
                 PERFORM ADD-SCREEN-LINE
                 MOVE 'M992 - ACTIVITY NO LONGER EXISTS - REJECT THE '
                   TO MIG992-SCR-LINE (MIG992-LINE-IX)
                 MOVE 'REQUEST'
                   TO MIG992-SCR-LINE (MIG992-LINE-IX) (47:7)
              WHEN OTHER
                 SET NOT-MIG992-DECISION-ALLOWED TO TRUE
                 PERFORM SHOW-SQL-ERROR
           END-EVALUATE
           .

       DECIDE-PENDING-REQUEST SECTION.
      *----------------------------------------------------------------*
      *    Record the decision in MIG992-PND-STATUS on the pending
      *    request, with the deciding user and the time.  The
      *    request must still be pending - SQLCODE +100 means another
      *    user decided it, or MIG988 expired it, in the meantime.
      *----------------------------------------------------------------*

           EXEC SQL
              UPDATE TTDF1010SAMP_ACT_PEND
              SET REQ_STATUS = :MIG992-PND-STATUS
                , DEC_ID     = :MIG992-USERID
                , DEC_TMS    = :MIG992-STAMP-TMS
              WHERE ACTNO      = :MIG992-HV-ACTNO
                AND ACTKWD     = :MIG992-HV-ACTKWD
                AND REQ_TMS    = :MIG992-PND-REQ-TMS
                AND REQ_STATUS = 'P'
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN 100
                 SET NOT-MIG992-DECISION-ALLOWED TO TRUE
                 PERFORM ADD-SCREEN-LINE
                 MOVE 'M992 - REQUEST NO LONGER PENDING - DECIDED OR '
                   TO MIG992-SCR-LINE (MIG992-LINE-IX)
                 MOVE 'EXPIRED'
                   TO MIG992-SCR-LINE (MIG992-LINE-IX) (47:7)
              WHEN OTHER
                 SET NOT-MIG992-DECISION-ALLOWED TO TRUE
                 PERFORM SHOW-SQL-ERROR
           END-EVALUATE
           .

       INSERT-ONE-HIST-ROW SECTION.
      *----------------------------------------------------------------*
      *    Copy the current TTDF1010SAMP_ACT row for the key being
      *    corrected into TTDF1010SAMP_ACT_HIST, exactly as the
      *    batch loaders do before their MERGE updates.  SQLCODE
      *    +100 just means the key does not exist - the update below
      *    reports that.  On a DB2 error the approval recorded just
      *    before is rolled back with it.
      *----------------------------------------------------------------*

           EXEC SQL
                 CONTINUE
              WHEN OTHER
                 PERFORM SHOW-SQL-ERROR
                 EXEC CICS SYNCPOINT ROLLBACK
                 END-EXEC
                 PERFORM SEND-SCREEN
                 EXEC CICS RETURN
                 END-EXEC

       UPDATE-ACTIVITY-ROW SECTION.
      *----------------------------------------------------------------*
      *    Apply the approved description with the full AJOUR stamp
      *    the same way MIG999 stamps loads: the requester as
      *    AJOUR-ID (the change is theirs - the approver is on the
      *    request row), id type 'O' (online), this program as
      *    AJOUR-PGM and the approval time as AJOUR-TMS.  If the row
      *    cannot be updated the approval is rolled back, so the
      *    request stays pending.
      *----------------------------------------------------------------*

           EXEC SQL
              UPDATE TTDF1010SAMP_ACT
              SET ACTDESC      = RTRIM(:MIG992-HV-NEW-ACTDESC)
                , AJOUR_ID     = :MIG992-HV-AJOUR-ID
                , AJOUR_ID_TYP = 'O'
                , AJOUR_PGM    = :PROGRAM-NAVN
                , AJOUR_TMS    = :MIG992-STAMP-TMS
           EVALUATE SQLCODE
              WHEN 0
                 PERFORM ADD-SCREEN-LINE
                 MOVE 'M992 - CORRECTION APPROVED, APPLIED AND STAMPED'
                   TO MIG992-SCR-LINE (MIG992-LINE-IX)
              WHEN 100
                 EXEC CICS SYNCPOINT ROLLBACK
                 END-EXEC
                 PERFORM ADD-SCREEN-LINE
                 MOVE 'M992 - ACTIVITY NOT FOUND - NOTHING CORRECTED'
                   TO MIG992-SCR-LINE (MIG992-LINE-IX)
              WHEN OTHER
                 PERFORM SHOW-SQL-ERROR
                 EXEC CICS SYNCPOINT ROLLBACK
                 END-EXEC
           END-EVALUATE
           .

              WITH UR
           END-EXEC

           PERFORM SHOW-RUN-CONTROL

           EXEC SQL
              OPEN PROG-CSR
           END-EXEC
           END-IF
           .

       SHOW-RUN-CONTROL SECTION.
      *----------------------------------------------------------------*
      *    Head the P screen with the current night - the one
      *    MIG994 most recently started, which after a rerun of an
      *    earlier date is not the newest - and the state of each
      *    chain step in MIG999_RUN_CONTROL.  Read WITH UR like the
      *    heartbeat.
      *----------------------------------------------------------------*

           MOVE SPACES TO MIG992-RCT-NIGHT

           EXEC SQL
              SELECT BUS_DATE
              INTO :MIG992-RCT-NIGHT
              FROM MIG999_RUN_CONTROL
              WHERE STEP = 'MIG994'
              ORDER BY START_TMS DESC, BUS_DATE DESC
              FETCH FIRST 1 ROW ONLY
              WITH UR
           END-EXEC

           EVALUATE TRUE
              WHEN SQLCODE NOT = 0 AND SQLCODE NOT = 100
                 PERFORM SHOW-SQL-ERROR
              WHEN MIG992-RCT-NIGHT = SPACES
                 PERFORM ADD-SCREEN-LINE
                 MOVE 'M992 - NO NIGHT IN THE RUN-CONTROL TABLE YET'
                   TO MIG992-SCR-LINE (MIG992-LINE-IX)
              WHEN OTHER
                 PERFORM SHOW-RUN-CONTROL-STEPS
           END-EVALUATE
           .

       SHOW-RUN-CONTROL-STEPS SECTION.
      *----------------------------------------------------------------*
      *    Fill the chain line one step at a time from the night's
      *    rows, summed per step.
      *----------------------------------------------------------------*

           MOVE SPACES   TO MIG992-RUNCTL-LINE
           MOVE 'MIG994' TO MIG992-RCL-STEP (1)
           MOVE 'MIG984' TO MIG992-RCL-STEP (2)
           MOVE 'MIG999' TO MIG992-RCL-STEP (3)
           MOVE 'MIG991' TO MIG992-RCL-STEP (4)
           MOVE 'MIG986' TO MIG992-RCL-STEP (5)
           MOVE 'MIG980' TO MIG992-RCL-STEP (6)
           MOVE '-'      TO MIG992-RCL-STATE (1)
                            MIG992-RCL-STATE (2)
                            MIG992-RCL-STATE (3)
                            MIG992-RCL-STATE (4)
                            MIG992-RCL-STATE (5)
                            MIG992-RCL-STATE (6)

           EXEC SQL
              DECLARE RUNCTL-CSR CURSOR FOR
              SELECT STEP_SEQ
                   , SUM(CASE WHEN STEP_STATUS <> 'X'
                              THEN 1 ELSE 0 END)
                   , SUM(CASE WHEN STEP_STATUS = 'O'
                              THEN 1 ELSE 0 END)
                   , SUM(CASE WHEN STEP_STATUS = 'S'
                              THEN 1 ELSE 0 END)
                   , SUM(CASE WHEN STEP_STATUS = 'F'
                              THEN 1 ELSE 0 END)
              FROM MIG999_RUN_CONTROL
              WHERE BUS_DATE = :MIG992-RCT-NIGHT
                AND STEP_SEQ BETWEEN 1 AND 6
              GROUP BY STEP_SEQ
              ORDER BY STEP_SEQ
              WITH UR
           END-EXEC

           EXEC SQL
              OPEN RUNCTL-CSR
           END-EXEC

           IF SQLCODE NOT = 0
              PERFORM SHOW-SQL-ERROR
           ELSE
              SET NOT-MIG992-AUDIT-DONE TO TRUE

              PERFORM
                 WITH TEST BEFORE
                 UNTIL MIG992-AUDIT-DONE
                 PERFORM FETCH-RUN-CONTROL-STEP
              END-PERFORM

              EXEC SQL
                 CLOSE RUNCTL-CSR
              END-EXEC

              PERFORM ADD-SCREEN-LINE
              MOVE 'M992 - RUN CONTROL FOR NIGHT'
                TO MIG992-SCR-LINE (MIG992-LINE-IX)
              MOVE MIG992-RCT-NIGHT
                TO MIG992-SCR-LINE (MIG992-LINE-IX) (30:8)
              PERFORM ADD-SCREEN-LINE
              MOVE MIG992-RUNCTL-LINE
                TO MIG992-SCR-LINE (MIG992-LINE-IX)
           END-IF
           .

       FETCH-RUN-CONTROL-STEP SECTION.
      *----------------------------------------------------------------*
      *    Fetch the next chain step and set its state in the line.
      *----------------------------------------------------------------*

           EXEC SQL
              FETCH RUNCTL-CSR
              INTO :MIG992-RCT-SEQ, :MIG992-RCT-LIVE, :MIG992-RCT-OK
                 , :MIG992-RCT-STARTED, :MIG992-RCT-FAILED
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 EVALUATE TRUE
                    WHEN MIG992-RCT-FAILED > 0
                       MOVE 'FAIL'
                         TO MIG992-RCL-STATE (MIG992-RCT-SEQ)
                    WHEN MIG992-RCT-STARTED > 0
                     AND MIG992-RCT-LIVE > 1
                       MOVE MIG992-RCT-OK   TO MIG992-RCC-OK
                       MOVE MIG992-RCT-LIVE TO MIG992-RCC-LIVE
                       MOVE MIG992-RUNCTL-COUNT
                         TO MIG992-RCL-STATE (MIG992-RCT-SEQ)
                    WHEN MIG992-RCT-STARTED > 0
                       MOVE 'RUN'
                         TO MIG992-RCL-STATE (MIG992-RCT-SEQ)
                    WHEN MIG992-RCT-LIVE = 0
                       MOVE 'RESET'
                         TO MIG992-RCL-STATE (MIG992-RCT-SEQ)
                    WHEN OTHER
                       MOVE 'OK'
                         TO MIG992-RCL-STATE (MIG992-RCT-SEQ)
                 END-EVALUATE
              WHEN 100
                 SET MIG992-AUDIT-DONE TO TRUE
              WHEN OTHER
                 SET MIG992-AUDIT-DONE TO TRUE
                 PERFORM SHOW-SQL-ERROR
           END-EVALUATE
           .

       FETCH-PROGRESS-ROW SECTION.
      *----------------------------------------------------------------*
      *    Fetch and format the next heartbeat row.
