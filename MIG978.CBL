       IDENTIFICATION DIVISION.

       PROGRAM-ID.    MIG978.
       AUTHOR.        Henrik Jensen.
       INSTALLATION.  BEC Roskilde.
       DATE-WRITTEN.  15 Oct 2026.

      ******************************************************************
      *
      *  Program description:
      *  --------------------
      *  Status report of the nightly chain from the run-control
      *  table MIG999_RUN_CONTROL: every step of one business date
      *  with its status, start and end, return code and number of
      *  starts, the chain steps that have not started, and how far
      *  the night got - the last step that ended OK with every
      *  step before it, and the state of the step after it.
      *
      ******************************************************************
      *
      *  Speciel conditions:
      *  Dependencies:            Rows written by the chain steps
      *                           through TDF101RC.
      *  Checkpoint/restart:      No - read only, simply rerun.
      *
      ******************************************************************
      *  Further description:
      *  --------------------
      *  The control record names the business date; blank or no
      *  record reports the night MIG994 most recently started -
      *  not the newest date, as MIG994 may rerun an earlier one.
      *  The chain and
      *  the status codes are described in copybook TTDF101K.
      *
      *  A night loaded by the unpartitioned MIG99900 runs neither
      *  MIG984 nor MIG991 - with no rows they are listed as not
      *  run, not as not started, and do not stop the chain.
      *
      ******************************************************************
      *  Changes:
      *  --------
      *  Date     Id          Init Description
      *  20261015             HRJ  Established
      *  20261015             HRJ  On a night loaded by MIG99900
      *                            alone MIG984 and MIG991 are shown
      *                            as not run and passed over when
      *                            judging how far the night got.
      *  20261015             HRJ  Blank control reports the night
      *                            MIG994 most recently started, not
      *                            the newest date in the table.
      *
      ******************************************************************

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.

       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT MIG978-CONTROL                 ASSIGN TO TTDF1023C.

           SELECT TTDF1010-RPT                   ASSIGN TO TTDF1023P.

       DATA DIVISION.

      *----------------------------------------------------------------*
       FILE SECTION.
      *----------------------------------------------------------------*

       FD  MIG978-CONTROL
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01  MIG978-CONTROL-RECORD.
           05  MIG978-CTL-BUS-DATE               PIC X(08).
           05  FILLER                            PIC X(72).

       FD  TTDF1010-RPT
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01  TTDF1010-RPT-RECORD                   PIC X(80).

      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
       01  DIVERSE.
         03  PROGRAM-NAVN                   PIC  X(08) VALUE 'MIG978'.
         03  MIG978-LIST-DONE-SW             PIC 9     VALUE 0.
           88  MIG978-LIST-DONE                        VALUE 1.
           88  NOT-MIG978-LIST-DONE                    VALUE 0.
         03  MIG978-CHAIN-BROKEN-SW          PIC 9     VALUE 0.
           88  MIG978-CHAIN-BROKEN                     VALUE 1.
           88  NOT-MIG978-CHAIN-BROKEN                 VALUE 0.
         03  MIG978-STEP-SKIPPED-SW          PIC 9     VALUE 0.
           88  MIG978-STEP-SKIPPED                     VALUE 1.
           88  NOT-MIG978-STEP-SKIPPED                 VALUE 0.
         03  MIG978-NEXT-SEQ                 PIC S9(04) COMP   VALUE 1.
         03  MIG978-CHECK-SEQ                PIC S9(04) COMP   VALUE 0.
         03  MIG978-SEQ-IX                   PIC S9(04) COMP   VALUE 0.
         03  MIG978-LAST-OK-SEQ              PIC S9(04) COMP   VALUE 0.
         03  MIG978-ROWS-LISTED              PIC S9(09) COMP-3 VALUE 0.
         03  MIG978-STEPS-OK                 PIC S9(09) COMP-3 VALUE 0.
         03  MIG978-STEPS-NOT-ENDED          PIC S9(09) COMP-3 VALUE 0.
         03  MIG978-STEPS-FAILED             PIC S9(09) COMP-3 VALUE 0.
         03  MIG978-STEPS-RESET              PIC S9(09) COMP-3 VALUE 0.
         03  MIG978-LAST-SQLCODE             PIC S9(09) COMP   VALUE 0.

      *    The chain in STEP_SEQ order (copybook TTDF101K).
       01  MIG978-CHAIN-NAMES.
           05  FILLER                         PIC X(08) VALUE 'MIG994'.
           05  FILLER                         PIC X(08) VALUE 'MIG984'.
           05  FILLER                         PIC X(08) VALUE 'MIG999'.
           05  FILLER                         PIC X(08) VALUE 'MIG991'.
           05  FILLER                         PIC X(08) VALUE 'MIG986'.
           05  FILLER                         PIC X(08) VALUE 'MIG980'.
       01  MIG978-CHAIN-TABLE REDEFINES MIG978-CHAIN-NAMES.
           05  MIG978-CHAIN-STEP              PIC X(08)
                                               OCCURS 6 TIMES.

      *    Per chain step: live (not reset) rows and how many of
      *    them ended OK.
       01  MIG978-SEQ-COUNTS.
           05  MIG978-SEQ-ENTRY               OCCURS 6 TIMES.
               10  MIG978-SEQ-LIVE            PIC S9(04) COMP.
               10  MIG978-SEQ-OK              PIC S9(04) COMP.

           COPY TEKABNAR.
           COPY COMPILED.
           COPY USP101AR.
      ***  DB2 COPYBOOKS ***
      ***  DB2 SQLCA ***
           COPY SQLCA.
      ***  RUN CONTROL ***
           COPY TTDF101K.

       01  MIG978-HOST-VARS.
           05  MIG978-HV-START-TMS            PIC X(14).
           05  MIG978-HV-END-TMS              PIC X(14).
           05  MIG978-HV-RUN-COUNT            PIC S9(04) COMP.

       01  MIG978-RPT-HEADER.
           05  FILLER                         PIC X(40) VALUE
               'MIG978 - NIGHTLY CHAIN RUN CONTROL FOR '.
           05  MIG978-HDR-DATE                PIC X(08).
           05  FILLER                         PIC X(32) VALUE SPACES.

       01  MIG978-RPT-TITLE.
           05  FILLER                         PIC X(40) VALUE
               'SEQ STEP     STATUS              STARTED'.
           05  FILLER                         PIC X(40) VALUE
               '        ENDED            RC RUNS'.

       01  MIG978-RPT-STEP-LINE.
           05  MIG978-STL-SEQ                 PIC ZZ9.
           05  FILLER                         PIC X(01) VALUE SPACE.
           05  MIG978-STL-STEP                PIC X(08).
           05  FILLER                         PIC X(01) VALUE SPACE.
           05  MIG978-STL-STATUS              PIC X(19).
           05  FILLER                         PIC X(01) VALUE SPACE.
           05  MIG978-STL-START               PIC X(14).
           05  FILLER                         PIC X(01) VALUE SPACE.
           05  MIG978-STL-END                 PIC X(14).
           05  FILLER                         PIC X(01) VALUE SPACE.
           05  MIG978-STL-RC                  PIC ZZZ9.
           05  FILLER                         PIC X(01) VALUE SPACE.
           05  MIG978-STL-RUNS                PIC ZZZ9.
           05  FILLER                         PIC X(08) VALUE SPACES.

       01  MIG978-RPT-SUMMARY.
           05  MIG978-SUM-TEXT                PIC X(60).
           05  MIG978-SUM-NUMBER              PIC Z(8)9.
           05  FILLER                         PIC X(11) VALUE SPACES.

       01  MIG978-RPT-PROGRESS.
           05  MIG978-PRG-TEXT                PIC X(40).
           05  MIG978-PRG-STEP                PIC X(08).
           05  FILLER                         PIC X(32) VALUE SPACES.

      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
           PERFORM DISPLAY-START

           PERFORM READ-CONTROL-PARAMETERS
           PERFORM FIND-UNPARTITIONED-NIGHT

           OPEN OUTPUT TTDF1010-RPT

           MOVE TDF101K-BUS-DATE TO MIG978-HDR-DATE
           WRITE TTDF1010-RPT-RECORD FROM MIG978-RPT-HEADER
           WRITE TTDF1010-RPT-RECORD FROM MIG978-RPT-TITLE

           PERFORM LIST-RUN-CONTROL-ROWS
           PERFORM REPORT-HOW-FAR
           PERFORM END-OF-JOB-REPORT

           CLOSE TTDF1010-RPT

           DISPLAY PROGRAM-NAVN 'END'
           GOBACK
           .

       READ-CONTROL-PARAMETERS SECTION.
      *----------------------------------------------------------------*
      *    Establish the business date to report from the MIG978
      *    control record - blank or no record means the night
      *    MIG994 most recently started, as FIND-CURRENT-NIGHT.
      *----------------------------------------------------------------*

           OPEN INPUT MIG978-CONTROL

           READ MIG978-CONTROL
              AT END
                 CONTINUE
              NOT AT END
                 MOVE MIG978-CTL-BUS-DATE TO TDF101K-BUS-DATE
           END-READ

           CLOSE MIG978-CONTROL

           IF TDF101K-BUS-DATE = SPACES
              EXEC SQL
                 SELECT BUS_DATE
                 INTO :TDF101K-BUS-DATE
                 FROM MIG999_RUN_CONTROL
                 WHERE STEP = 'MIG994'
                 ORDER BY START_TMS DESC, BUS_DATE DESC
                 FETCH FIRST 1 ROW ONLY
              END-EXEC

              IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
                 MOVE SQLCODE TO MIG978-LAST-SQLCODE
                 DISPLAY PROGRAM-NAVN ' '
                         FUNCTION CURRENT-DATE (1:14) ' - '
                        'DB2 ERROR #0001 IN SELECT MIG999_RUN_CONTROL'
                 MOVE 0001 TO TEKABN-ABEND-CODE
                 MOVE '#0001 SELECT MIG999_RUN_CONTROL'
                   TO USP101-SQL-ID
                 PERFORM SQL-FEJL-RUTINE
              END-IF
           END-IF
           .

       LIST-RUN-CONTROL-ROWS SECTION.
      *----------------------------------------------------------------*
      *    One line per step row of the date in chain order, with a
      *    NOT STARTED line for every chain step that has no row.
      *----------------------------------------------------------------*

           PERFORM
              VARYING MIG978-SEQ-IX FROM 1 BY 1
              UNTIL MIG978-SEQ-IX > 6
              MOVE 0 TO MIG978-SEQ-LIVE (MIG978-SEQ-IX)
              MOVE 0 TO MIG978-SEQ-OK   (MIG978-SEQ-IX)
           END-PERFORM

           EXEC SQL
              DECLARE RC-CSR CURSOR FOR
              SELECT STEP_SEQ, STEP, STEP_STATUS, START_TMS
                   , END_TMS, STEP_RC, RUN_COUNT
              FROM MIG999_RUN_CONTROL
              WHERE BUS_DATE = :TDF101K-BUS-DATE
              ORDER BY STEP_SEQ, STEP
           END-EXEC

           EXEC SQL
              OPEN RC-CSR
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO MIG978-LAST-SQLCODE
              DISPLAY PROGRAM-NAVN ' '
                      FUNCTION CURRENT-DATE (1:14) ' - '
                     'DB2 ERROR #0002 IN OPEN RC-CSR'
              MOVE 0002 TO TEKABN-ABEND-CODE
              MOVE '#0002 OPEN RC-CSR' TO USP101-SQL-ID
              PERFORM SQL-FEJL-RUTINE
           END-IF

           MOVE 1 TO MIG978-NEXT-SEQ
           SET NOT-MIG978-LIST-DONE TO TRUE

           PERFORM
              WITH TEST BEFORE
              UNTIL MIG978-LIST-DONE
              PERFORM FETCH-RUN-CONTROL-ROW
           END-PERFORM

           EXEC SQL
              CLOSE RC-CSR
           END-EXEC

           MOVE 7 TO TDF101K-STEP-SEQ
           PERFORM LIST-STEPS-NOT-STARTED
           .

       FETCH-RUN-CONTROL-ROW SECTION.
      *----------------------------------------------------------------*
      *    Fetch, count and list the next step row.
      *----------------------------------------------------------------*

           EXEC SQL
              FETCH RC-CSR
              INTO :TDF101K-STEP-SEQ, :TDF101K-STEP
                 , :TDF101K-STEP-STATUS, :MIG978-HV-START-TMS
                 , :MIG978-HV-END-TMS, :TDF101K-STEP-RC
                 , :MIG978-HV-RUN-COUNT
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 PERFORM LIST-STEPS-NOT-STARTED
                 PERFORM WRITE-STEP-LINE
              WHEN 100
                 SET MIG978-LIST-DONE TO TRUE
              WHEN OTHER
                 MOVE SQLCODE TO MIG978-LAST-SQLCODE
                 DISPLAY PROGRAM-NAVN ' '
                         FUNCTION CURRENT-DATE (1:14) ' - '
                        'DB2 ERROR #0003 IN FETCH RC-CSR'
                 MOVE 0003 TO TEKABN-ABEND-CODE
                 MOVE '#0003 FETCH RC-CSR' TO USP101-SQL-ID
                 PERFORM SQL-FEJL-RUTINE
           END-EVALUATE
           .

       WRITE-STEP-LINE SECTION.
      *----------------------------------------------------------------*
      *    Count the fetched row against its chain step and list it.
      *----------------------------------------------------------------*

           ADD 1 TO MIG978-ROWS-LISTED

           MOVE SPACES            TO MIG978-RPT-STEP-LINE
           MOVE TDF101K-STEP-SEQ  TO MIG978-STL-SEQ
           MOVE TDF101K-STEP      TO MIG978-STL-STEP
           MOVE MIG978-HV-START-TMS TO MIG978-STL-START
           MOVE MIG978-HV-END-TMS TO MIG978-STL-END
           MOVE TDF101K-STEP-RC   TO MIG978-STL-RC
           MOVE MIG978-HV-RUN-COUNT TO MIG978-STL-RUNS

           EVALUATE TRUE
              WHEN TDF101K-STEP-STARTED
                 MOVE 'STARTED - NOT ENDED' TO MIG978-STL-STATUS
                 ADD 1 TO MIG978-STEPS-NOT-ENDED
              WHEN TDF101K-STEP-ENDED-OK
                 MOVE 'ENDED OK'            TO MIG978-STL-STATUS
                 ADD 1 TO MIG978-STEPS-OK
              WHEN TDF101K-STEP-FAILED
                 MOVE 'FAILED'              TO MIG978-STL-STATUS
                 ADD 1 TO MIG978-STEPS-FAILED
              WHEN TDF101K-STEP-RESET
                 MOVE 'RESET BY RERUN'      TO MIG978-STL-STATUS
                 ADD 1 TO MIG978-STEPS-RESET
              WHEN OTHER
                 MOVE 'UNKNOWN STATUS'      TO MIG978-STL-STATUS
           END-EVALUATE

           IF TDF101K-STEP-SEQ >= 1
              AND TDF101K-STEP-SEQ <= 6
              AND NOT TDF101K-STEP-RESET
              ADD 1 TO MIG978-SEQ-LIVE (TDF101K-STEP-SEQ)
              IF TDF101K-STEP-ENDED-OK
                 ADD 1 TO MIG978-SEQ-OK (TDF101K-STEP-SEQ)
              END-IF
           END-IF

           WRITE TTDF1010-RPT-RECORD FROM MIG978-RPT-STEP-LINE
           .

       LIST-STEPS-NOT-STARTED SECTION.
      *----------------------------------------------------------------*
      *    List every chain step from MIG978-NEXT-SEQ up to the one
      *    before TDF101K-STEP-SEQ as not started; they have no row.
      *----------------------------------------------------------------*

           PERFORM
              WITH TEST BEFORE
              UNTIL MIG978-NEXT-SEQ >= TDF101K-STEP-SEQ
                 OR MIG978-NEXT-SEQ > 6
              MOVE SPACES          TO MIG978-RPT-STEP-LINE
              MOVE MIG978-NEXT-SEQ TO MIG978-STL-SEQ
              MOVE MIG978-CHAIN-STEP (MIG978-NEXT-SEQ)
                TO MIG978-STL-STEP
              MOVE MIG978-NEXT-SEQ TO MIG978-CHECK-SEQ
              PERFORM CHECK-STEP-SKIPPED
              IF MIG978-STEP-SKIPPED
                 MOVE 'NOT RUN - UNPART.' TO MIG978-STL-STATUS
              ELSE
                 MOVE 'NOT STARTED'       TO MIG978-STL-STATUS
              END-IF
              WRITE TTDF1010-RPT-RECORD FROM MIG978-RPT-STEP-LINE
              ADD 1 TO MIG978-NEXT-SEQ
           END-PERFORM

           IF TDF101K-STEP-SEQ >= MIG978-NEXT-SEQ
              COMPUTE MIG978-NEXT-SEQ = TDF101K-STEP-SEQ + 1
           END-IF
           .

       REPORT-HOW-FAR SECTION.
      *----------------------------------------------------------------*
      *    Walk the chain in order: a step is done when it has live
      *    rows and all of them ended OK.  The night got as far as
      *    the last done step with every step before it done or -
      *    on an unpartitioned night - not run.
      *----------------------------------------------------------------*

           MOVE 0 TO MIG978-LAST-OK-SEQ
           SET NOT-MIG978-CHAIN-BROKEN TO TRUE

           PERFORM
              VARYING MIG978-SEQ-IX FROM 1 BY 1
              UNTIL MIG978-SEQ-IX > 6
                 OR MIG978-CHAIN-BROKEN
              MOVE MIG978-SEQ-IX TO MIG978-CHECK-SEQ
              PERFORM CHECK-STEP-SKIPPED
              EVALUATE TRUE
                 WHEN MIG978-STEP-SKIPPED
                    CONTINUE
                 WHEN MIG978-SEQ-LIVE (MIG978-SEQ-IX) > 0
                  AND MIG978-SEQ-OK (MIG978-SEQ-IX)
                    = MIG978-SEQ-LIVE (MIG978-SEQ-IX)
                    MOVE MIG978-SEQ-IX TO MIG978-LAST-OK-SEQ
                 WHEN OTHER
                    SET MIG978-CHAIN-BROKEN TO TRUE
              END-EVALUATE
           END-PERFORM

           MOVE SPACES TO MIG978-RPT-PROGRESS
           EVALUATE TRUE
              WHEN MIG978-LAST-OK-SEQ = 6
                 MOVE 'NIGHT COMPLETE - LAST STEP ENDED OK: '
                   TO MIG978-PRG-TEXT
                 MOVE MIG978-CHAIN-STEP (6) TO MIG978-PRG-STEP
              WHEN MIG978-LAST-OK-SEQ = 0
                 MOVE 'NIGHT HAS NOT GOT PAST ITS FIRST STEP: '
                   TO MIG978-PRG-TEXT
                 MOVE MIG978-CHAIN-STEP (1) TO MIG978-PRG-STEP
              WHEN OTHER
                 MOVE 'NIGHT ENDED OK UP TO AND INCLUDING: '
                   TO MIG978-PRG-TEXT
                 MOVE MIG978-CHAIN-STEP (MIG978-LAST-OK-SEQ)
                   TO MIG978-PRG-STEP
           END-EVALUATE
           WRITE TTDF1010-RPT-RECORD FROM MIG978-RPT-PROGRESS

           IF MIG978-LAST-OK-SEQ > 0
              AND MIG978-LAST-OK-SEQ < 6
              COMPUTE MIG978-CHECK-SEQ = MIG978-LAST-OK-SEQ + 1
              PERFORM CHECK-STEP-SKIPPED
              IF MIG978-STEP-SKIPPED
                 ADD 1 TO MIG978-CHECK-SEQ
              END-IF
              MOVE SPACES TO MIG978-RPT-PROGRESS
              MOVE 'NEXT STEP DUE, SEE ITS LINE ABOVE: '
                TO MIG978-PRG-TEXT
              MOVE MIG978-CHAIN-STEP (MIG978-CHECK-SEQ)
                TO MIG978-PRG-STEP
              WRITE TTDF1010-RPT-RECORD FROM MIG978-RPT-PROGRESS
           END-IF
           .

       CHECK-STEP-SKIPPED SECTION.
      *----------------------------------------------------------------*
      *    Chain step MIG978-CHECK-SEQ is skipped when the night is
      *    unpartitioned, it is MIG984 or MIG991, and it has no live
      *    rows - those two steps do not run on such a night.
      *----------------------------------------------------------------*

           IF TDF101K-UNPARTITIONED-NIGHT
              AND (MIG978-CHECK-SEQ = 2 OR MIG978-CHECK-SEQ = 4)
              AND MIG978-SEQ-LIVE (MIG978-CHECK-SEQ) = 0
              SET MIG978-STEP-SKIPPED TO TRUE
           ELSE
              SET NOT-MIG978-STEP-SKIPPED TO TRUE
           END-IF
           .

       END-OF-JOB-REPORT SECTION.
      *----------------------------------------------------------------*
      *    Totals by status.
      *----------------------------------------------------------------*

           MOVE SPACES TO MIG978-RPT-SUMMARY
           MOVE 'STEP ROWS FOR THE DATE' TO MIG978-SUM-TEXT
           MOVE MIG978-ROWS-LISTED TO MIG978-SUM-NUMBER
           WRITE TTDF1010-RPT-RECORD FROM MIG978-RPT-SUMMARY

           MOVE SPACES TO MIG978-RPT-SUMMARY
           MOVE 'ENDED OK' TO MIG978-SUM-TEXT
           MOVE MIG978-STEPS-OK TO MIG978-SUM-NUMBER
           WRITE TTDF1010-RPT-RECORD FROM MIG978-RPT-SUMMARY

           MOVE SPACES TO MIG978-RPT-SUMMARY
           MOVE 'STARTED - NOT ENDED (RUNNING OR ABENDED)'
             TO MIG978-SUM-TEXT
           MOVE MIG978-STEPS-NOT-ENDED TO MIG978-SUM-NUMBER
           WRITE TTDF1010-RPT-RECORD FROM MIG978-RPT-SUMMARY

           MOVE SPACES TO MIG978-RPT-SUMMARY
           MOVE 'FAILED' TO MIG978-SUM-TEXT
           MOVE MIG978-STEPS-FAILED TO MIG978-SUM-NUMBER
           WRITE TTDF1010-RPT-RECORD FROM MIG978-RPT-SUMMARY

           MOVE SPACES TO MIG978-RPT-SUMMARY
           MOVE 'RESET BY A RERUN OF AN EARLIER STEP' TO MIG978-SUM-TEXT
           MOVE MIG978-STEPS-RESET TO MIG978-SUM-NUMBER
           WRITE TTDF1010-RPT-RECORD FROM MIG978-RPT-SUMMARY
           .

      *----------------------------------------------------------------*
      * Run-control sections - only FIND-UNPARTITIONED-NIGHT is used
      * here, to apply the chain's own rule for an unpartitioned
      * night.
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
      *    compile-time.
      *----------------------------------------------------------------*

           MOVE PROGRAM-NAVN TO COMPILED-PROGRAM
           MOVE WHEN-COMPILED TO COMPILED-WHEN-COMPILED
           MOVE CORR COMPILED-WHEN-COMPILED TO COMPILED-DATA-VIS
           DISPLAY COMPILED-DATA-VIS
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
      *----------------------------------------------------------------*
           DISPLAY PROGRAM-NAVN ' ended in error.'
           CALL 'CTEKCALL' USING CTEKABN0 TEKABN-AREA
           .
