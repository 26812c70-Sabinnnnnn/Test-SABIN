       IDENTIFICATION DIVISION.

       PROGRAM-ID.    MIG979.
       AUTHOR.        Henrik Jensen.
       INSTALLATION.  BEC Roskilde.
       DATE-WRITTEN.  15 Oct 2026.

      ******************************************************************
      *
      *  Program description:
      *  --------------------
      *  Daily housekeeping and ageing report for the reject
      *  register MIG999_REJECT_REGISTER.  First closes every open
      *  reject whose key has since loaded into TTDF1010SAMP_ACT -
      *  by whatever route - then reports the open rejects by
      *  reason in age buckets, and lists for escalation every open
      *  reject past its age limit or its repair-attempt limit.  One
      *  list of open rejects instead of a stack of reject files.
      *
      ******************************************************************
      *
      *  Speciel conditions:
      *  Dependencies:            Register rows entered by MIG999 and
      *                           MIG997 (copybook TDF101RG).
      *  Checkpoint/restart:      No - the close is idempotent and
      *                           the run is simply rerun.
      *
      ******************************************************************
      *  Further description:
      *  --------------------
      *  The register row keeps the AJOUR-TMS of the latest rejected
      *  image.  A key counts as loaded once TTDF1010SAMP_ACT holds
      *  it with an AJOUR_TMS at or after that - the rejected
      *  version itself or a later one, from MIG999, MIG997, MIG983
      *  or any other route.  The closed row records the AJOUR_PGM
      *  of the row that loaded.
      *
      *  Control record: age limit in days (blank or zero = 14) and
      *  attempt limit (blank or zero = 3).  Age counts from the
      *  first time the key was rejected.
      *
      ******************************************************************
      *  Changes:
      *  --------
      *  Date     Id          Init Description
      *  20261015             HRJ  Established
      *
      ******************************************************************

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.

       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT MIG979-CONTROL                 ASSIGN TO TTDF1022C.

           SELECT TTDF1010-RPT                   ASSIGN TO TTDF1022P.

       DATA DIVISION.

      *----------------------------------------------------------------*
       FILE SECTION.
      *----------------------------------------------------------------*

       FD  MIG979-CONTROL
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01  MIG979-CONTROL-RECORD.
           05  MIG979-CTL-AGE-LIMIT              PIC 9(03).
           05  FILLER                            PIC X(01).
           05  MIG979-CTL-ATTEMPT-LIMIT          PIC 9(02).
           05  FILLER                            PIC X(74).

       FD  TTDF1010-RPT
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01  TTDF1010-RPT-RECORD                   PIC X(80).

      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
       01  DIVERSE.
         03  PROGRAM-NAVN                   PIC  X(08) VALUE 'MIG979'.
         03  MIG979-LIST-DONE-SW             PIC 9     VALUE 0.
           88  MIG979-LIST-DONE                        VALUE 1.
           88  NOT-MIG979-LIST-DONE                    VALUE 0.
         03  MIG979-AGE-LIMIT                PIC 9(03)  VALUE 14.
         03  MIG979-ATTEMPT-LIMIT            PIC 9(02)  VALUE 3.
         03  MIG979-STAMP-TMS                PIC X(14)  VALUE SPACES.
         03  MIG979-TODAY-DATE               PIC 9(08)  VALUE 0.
         03  MIG979-TODAY-INT                PIC S9(09) COMP   VALUE 0.
         03  MIG979-WORK-INT                 PIC S9(09) COMP   VALUE 0.
         03  MIG979-WORK-DATE                PIC 9(08)  VALUE 0.
         03  MIG979-AGE-DAYS                 PIC S9(09) COMP   VALUE 0.
         03  MIG979-CURRENT-REASON           PIC X(40)  VALUE SPACES.
         03  MIG979-ROWS-CLOSED              PIC S9(09) COMP-3 VALUE 0.
         03  MIG979-OPEN-TOTAL               PIC S9(09) COMP-3 VALUE 0.
         03  MIG979-ESCALATED                PIC S9(09) COMP-3 VALUE 0.
         03  MIG979-LAST-SQLCODE             PIC S9(09) COMP   VALUE 0.

      *    Age buckets for the reason being counted, and for all
      *    reasons together: 0-1, 2-7, 8-30 and over 30 days.
       01  MIG979-BUCKETS.
           05  MIG979-REASON-BUCKET          PIC S9(09) COMP-3
                                              OCCURS 5 TIMES.
           05  MIG979-TOTAL-BUCKET           PIC S9(09) COMP-3
                                              OCCURS 5 TIMES.
           05  MIG979-BUCKET-IX              PIC S9(04) COMP VALUE 0.

           COPY TEKABNAR.
           COPY COMPILED.
           COPY USP101AR.
      ***  DB2 COPYBOOKS ***
      ***  DB2 SQLCA ***
           COPY SQLCA.

       01  MIG979-HOST-VARS.
           05  MIG979-HV-ACTNO                PIC X(05).
           05  MIG979-HV-ACTKWD               PIC X(05).
           05  MIG979-HV-REASON               PIC X(40).
           05  MIG979-HV-FIRST-SEEN-TMS       PIC X(14).
           05  MIG979-HV-LAST-SEEN-TMS        PIC X(14).
           05  MIG979-HV-ATTEMPTS             PIC S9(04) COMP.
           05  MIG979-HV-TIMES-SEEN           PIC S9(09) COMP.
           05  MIG979-HV-AGE-CUTOFF           PIC X(14).
           05  MIG979-HV-ATTEMPT-LIMIT        PIC S9(04) COMP.

       01  MIG979-RPT-HEADER.
           05  FILLER                         PIC X(44) VALUE
               'MIG979 - REJECT REGISTER AGEING REPORT FOR '.
           05  MIG979-HDR-DATE                PIC X(08).
           05  FILLER                         PIC X(28) VALUE SPACES.

       01  MIG979-RPT-BUCKET-TITLE.
           05  FILLER                         PIC X(26) VALUE
               'OPEN REJECTS BY AGE (DAYS)'.
           05  FILLER                         PIC X(40) VALUE
               '     0-1     2-7    8-30     >30     ALL'.
           05  FILLER                         PIC X(14) VALUE SPACES.

       01  MIG979-RPT-BUCKET-LINE.
           05  MIG979-BKT-REASON              PIC X(26).
           05  MIG979-BKT-COUNT               PIC Z(7)9
                                              OCCURS 5 TIMES.
           05  FILLER                         PIC X(14) VALUE SPACES.

       01  MIG979-RPT-ESC-TITLE.
           05  FILLER                         PIC X(42) VALUE
               'ESCALATION - OPEN REJECTS PAST AGE LIMIT '.
           05  FILLER                         PIC X(38) VALUE
               'OR ATTEMPT LIMIT'.

       01  MIG979-RPT-ESC-LINE.
           05  MIG979-ESC-ACTNO               PIC X(05).
           05  FILLER                         PIC X(01) VALUE SPACE.
           05  MIG979-ESC-ACTKWD              PIC X(05).
           05  FILLER                         PIC X(01) VALUE SPACE.
           05  MIG979-ESC-REASON              PIC X(26).
           05  FILLER                         PIC X(01) VALUE SPACE.
           05  MIG979-ESC-FIRST-DATE          PIC X(08).
           05  FILLER                         PIC X(05) VALUE ' AGE '.
           05  MIG979-ESC-AGE                 PIC ZZZ9.
           05  FILLER                         PIC X(05) VALUE ' ATT '.
           05  MIG979-ESC-ATTEMPTS            PIC Z9.
           05  FILLER                         PIC X(06) VALUE ' SEEN '.
           05  MIG979-ESC-TIMES               PIC ZZZ9.
           05  FILLER                         PIC X(07) VALUE SPACES.

       01  MIG979-RPT-SUMMARY.
           05  MIG979-SUM-TEXT                PIC X(60).
           05  MIG979-SUM-NUMBER              PIC Z(8)9.
           05  FILLER                         PIC X(11) VALUE SPACES.

      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
           PERFORM DISPLAY-START

           PERFORM READ-CONTROL-PARAMETERS
           PERFORM CLOSE-LOADED-REJECTS

           OPEN OUTPUT TTDF1010-RPT

           MOVE MIG979-STAMP-TMS (1:8) TO MIG979-HDR-DATE
           WRITE TTDF1010-RPT-RECORD FROM MIG979-RPT-HEADER

           PERFORM REPORT-AGE-BY-REASON
           PERFORM REPORT-ESCALATIONS
           PERFORM END-OF-JOB-REPORT

           CLOSE TTDF1010-RPT

           DISPLAY PROGRAM-NAVN 'END'
           GOBACK
           .

       READ-CONTROL-PARAMETERS SECTION.
      *----------------------------------------------------------------*
      *    Establish the age and attempt limits from the MIG979
      *    control record, and derive the age cut-off: a key first
      *    rejected before it is past the age limit.
      *----------------------------------------------------------------*

           OPEN INPUT MIG979-CONTROL

           READ MIG979-CONTROL
              AT END
                 CONTINUE
              NOT AT END
                 IF MIG979-CTL-AGE-LIMIT NUMERIC
                    AND MIG979-CTL-AGE-LIMIT > 0
                    MOVE MIG979-CTL-AGE-LIMIT TO MIG979-AGE-LIMIT
                 END-IF
                 IF MIG979-CTL-ATTEMPT-LIMIT NUMERIC
                    AND MIG979-CTL-ATTEMPT-LIMIT > 0
                    MOVE MIG979-CTL-ATTEMPT-LIMIT
                      TO MIG979-ATTEMPT-LIMIT
                 END-IF
           END-READ

           CLOSE MIG979-CONTROL

           MOVE FUNCTION CURRENT-DATE (1:14) TO MIG979-STAMP-TMS
           MOVE MIG979-STAMP-TMS (1:8) TO MIG979-TODAY-DATE
           COMPUTE MIG979-TODAY-INT =
                   FUNCTION INTEGER-OF-DATE (MIG979-TODAY-DATE)

           COMPUTE MIG979-WORK-INT = MIG979-TODAY-INT - MIG979-AGE-LIMIT
           COMPUTE MIG979-WORK-DATE =
                   FUNCTION DATE-OF-INTEGER (MIG979-WORK-INT)
           MOVE MIG979-WORK-DATE TO MIG979-HV-AGE-CUTOFF (1:8)
           MOVE '000000'         TO MIG979-HV-AGE-CUTOFF (9:6)

           MOVE MIG979-ATTEMPT-LIMIT TO MIG979-HV-ATTEMPT-LIMIT
           .

       CLOSE-LOADED-REJECTS SECTION.
      *----------------------------------------------------------------*
      *    Close every open reject whose key TTDF1010SAMP_ACT now
      *    holds with an AJOUR_TMS at or after the rejected image's,
      *    recording the program that loaded it.
      *----------------------------------------------------------------*

           EXEC SQL
              UPDATE MIG999_REJECT_REGISTER R
              SET REG_STATUS = 'C'
                , CLOSED_TMS = :MIG979-STAMP-TMS
                , CLOSED_BY  =
                  ( SELECT A.AJOUR_PGM
                    FROM TTDF1010SAMP_ACT A
                    WHERE A.ACTNO  = R.ACTNO
                      AND A.ACTKWD = R.ACTKWD
                  )
              WHERE R.REG_STATUS = 'O'
                AND EXISTS
                  ( SELECT 1
                    FROM TTDF1010SAMP_ACT A
                    WHERE A.ACTNO      = R.ACTNO
                      AND A.ACTKWD     = R.ACTKWD
                      AND A.AJOUR_TMS >= R.REJ_AJOUR_TMS
                  )
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 MOVE SQLERRD(3) TO MIG979-ROWS-CLOSED
              WHEN 100
                 MOVE 0 TO MIG979-ROWS-CLOSED
              WHEN OTHER
                 MOVE SQLCODE TO MIG979-LAST-SQLCODE
                 DISPLAY PROGRAM-NAVN ' '
                         FUNCTION CURRENT-DATE (1:14) ' - '
                        'DB2 ERROR #0002 IN UPDATE '
                        'MIG999_REJECT_REGISTER'
                 MOVE 0002 TO TEKABN-ABEND-CODE
                 MOVE '#0002 UPDATE MIG999_REJECT_REGISTER'
                   TO USP101-SQL-ID
                 PERFORM SQL-FEJL-RUTINE
           END-EVALUATE

           DISPLAY PROGRAM-NAVN ' '
                   FUNCTION CURRENT-DATE (1:14) ' - '
                  'REJECTS CLOSED AS LOADED: ' MIG979-ROWS-CLOSED
           .

       REPORT-AGE-BY-REASON SECTION.
      *----------------------------------------------------------------*
      *    Count the open rejects per reason into the age buckets,
      *    one report line per reason and a total line.
      *----------------------------------------------------------------*

           EXEC SQL
              DECLARE AGE-CSR CURSOR FOR
              SELECT REASON, FIRST_SEEN_TMS
              FROM MIG999_REJECT_REGISTER
              WHERE REG_STATUS = 'O'
              ORDER BY REASON
           END-EXEC

           EXEC SQL
              OPEN AGE-CSR
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO MIG979-LAST-SQLCODE
              DISPLAY PROGRAM-NAVN ' '
                      FUNCTION CURRENT-DATE (1:14) ' - '
                     'DB2 ERROR #0003 IN OPEN AGE-CSR'
              MOVE 0003 TO TEKABN-ABEND-CODE
              MOVE '#0003 OPEN AGE-CSR' TO USP101-SQL-ID
              PERFORM SQL-FEJL-RUTINE
           END-IF

           WRITE TTDF1010-RPT-RECORD FROM MIG979-RPT-BUCKET-TITLE

           PERFORM
              VARYING MIG979-BUCKET-IX FROM 1 BY 1
              UNTIL MIG979-BUCKET-IX > 5
              MOVE 0 TO MIG979-REASON-BUCKET (MIG979-BUCKET-IX)
              MOVE 0 TO MIG979-TOTAL-BUCKET  (MIG979-BUCKET-IX)
           END-PERFORM

           MOVE SPACES TO MIG979-CURRENT-REASON
           SET NOT-MIG979-LIST-DONE TO TRUE

           PERFORM
              WITH TEST BEFORE
              UNTIL MIG979-LIST-DONE
              PERFORM FETCH-AGE-ROW
           END-PERFORM

           EXEC SQL
              CLOSE AGE-CSR
           END-EXEC

           IF MIG979-OPEN-TOTAL > 0
              PERFORM WRITE-REASON-LINE
           END-IF

           MOVE SPACES TO MIG979-RPT-BUCKET-LINE
           MOVE 'ALL REASONS' TO MIG979-BKT-REASON
           PERFORM
              VARYING MIG979-BUCKET-IX FROM 1 BY 1
              UNTIL MIG979-BUCKET-IX > 5
              MOVE MIG979-TOTAL-BUCKET (MIG979-BUCKET-IX)
                TO MIG979-BKT-COUNT (MIG979-BUCKET-IX)
           END-PERFORM
           WRITE TTDF1010-RPT-RECORD FROM MIG979-RPT-BUCKET-LINE
           .

       FETCH-AGE-ROW SECTION.
      *----------------------------------------------------------------*
      *    Fetch the next open reject and count it in its reason's
      *    age bucket.  A new reason writes the line for the one
      *    before it.
      *----------------------------------------------------------------*

           EXEC SQL
              FETCH AGE-CSR
              INTO :MIG979-HV-REASON, :MIG979-HV-FIRST-SEEN-TMS
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 IF MIG979-HV-REASON NOT = MIG979-CURRENT-REASON
                    AND MIG979-OPEN-TOTAL > 0
                    PERFORM WRITE-REASON-LINE
                 END-IF
                 MOVE MIG979-HV-REASON TO MIG979-CURRENT-REASON
                 ADD 1 TO MIG979-OPEN-TOTAL
                 PERFORM COMPUTE-AGE-DAYS
                 EVALUATE TRUE
                    WHEN MIG979-AGE-DAYS <= 1
                       MOVE 1 TO MIG979-BUCKET-IX
                    WHEN MIG979-AGE-DAYS <= 7
                       MOVE 2 TO MIG979-BUCKET-IX
                    WHEN MIG979-AGE-DAYS <= 30
                       MOVE 3 TO MIG979-BUCKET-IX
                    WHEN OTHER
                       MOVE 4 TO MIG979-BUCKET-IX
                 END-EVALUATE
                 ADD 1 TO MIG979-REASON-BUCKET (MIG979-BUCKET-IX)
                 ADD 1 TO MIG979-TOTAL-BUCKET  (MIG979-BUCKET-IX)
                 ADD 1 TO MIG979-REASON-BUCKET (5)
                 ADD 1 TO MIG979-TOTAL-BUCKET  (5)
              WHEN 100
                 SET MIG979-LIST-DONE TO TRUE
              WHEN OTHER
                 MOVE SQLCODE TO MIG979-LAST-SQLCODE
                 DISPLAY PROGRAM-NAVN ' '
                         FUNCTION CURRENT-DATE (1:14) ' - '
                        'DB2 ERROR #0004 IN FETCH AGE-CSR'
                 MOVE 0004 TO TEKABN-ABEND-CODE
                 MOVE '#0004 FETCH AGE-CSR' TO USP101-SQL-ID
                 PERFORM SQL-FEJL-RUTINE
           END-EVALUATE
           .

       WRITE-REASON-LINE SECTION.
      *----------------------------------------------------------------*
      *    Write the bucket line for MIG979-CURRENT-REASON and clear
      *    its buckets for the next reason.
      *----------------------------------------------------------------*

           MOVE SPACES TO MIG979-RPT-BUCKET-LINE
           MOVE MIG979-CURRENT-REASON TO MIG979-BKT-REASON

           PERFORM
              VARYING MIG979-BUCKET-IX FROM 1 BY 1
              UNTIL MIG979-BUCKET-IX > 5
              MOVE MIG979-REASON-BUCKET (MIG979-BUCKET-IX)
                TO MIG979-BKT-COUNT (MIG979-BUCKET-IX)
              MOVE 0 TO MIG979-REASON-BUCKET (MIG979-BUCKET-IX)
           END-PERFORM

           WRITE TTDF1010-RPT-RECORD FROM MIG979-RPT-BUCKET-LINE
           .

       COMPUTE-AGE-DAYS SECTION.
      *----------------------------------------------------------------*
      *    Age in days of the reject in MIG979-HV-FIRST-SEEN-TMS.  A
      *    first-seen date that is not a date counts as oldest, so
      *    it surfaces rather than hides.
      *----------------------------------------------------------------*

           IF MIG979-HV-FIRST-SEEN-TMS (1:8) NUMERIC
              MOVE MIG979-HV-FIRST-SEEN-TMS (1:8) TO MIG979-WORK-DATE
              COMPUTE MIG979-AGE-DAYS = MIG979-TODAY-INT
                    - FUNCTION INTEGER-OF-DATE (MIG979-WORK-DATE)
           ELSE
              MOVE 9999 TO MIG979-AGE-DAYS
           END-IF
           .

       REPORT-ESCALATIONS SECTION.
      *----------------------------------------------------------------*
      *    List every open reject past the age limit or the attempt
      *    limit, oldest first.
      *----------------------------------------------------------------*

           EXEC SQL
              DECLARE ESC-CSR CURSOR FOR
              SELECT ACTNO, ACTKWD, REASON, FIRST_SEEN_TMS
                   , LAST_SEEN_TMS, ATTEMPTS, TIMES_SEEN
              FROM MIG999_REJECT_REGISTER
              WHERE REG_STATUS = 'O'
                AND ( FIRST_SEEN_TMS < :MIG979-HV-AGE-CUTOFF
                   OR ATTEMPTS      >= :MIG979-HV-ATTEMPT-LIMIT )
              ORDER BY FIRST_SEEN_TMS, ACTNO, ACTKWD
           END-EXEC

           EXEC SQL
              OPEN ESC-CSR
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO MIG979-LAST-SQLCODE
              DISPLAY PROGRAM-NAVN ' '
                      FUNCTION CURRENT-DATE (1:14) ' - '
                     'DB2 ERROR #0005 IN OPEN ESC-CSR'
              MOVE 0005 TO TEKABN-ABEND-CODE
              MOVE '#0005 OPEN ESC-CSR' TO USP101-SQL-ID
              PERFORM SQL-FEJL-RUTINE
           END-IF

           WRITE TTDF1010-RPT-RECORD FROM MIG979-RPT-ESC-TITLE

           SET NOT-MIG979-LIST-DONE TO TRUE

           PERFORM
              WITH TEST BEFORE
              UNTIL MIG979-LIST-DONE
              PERFORM FETCH-ESCALATION-ROW
           END-PERFORM

           EXEC SQL
              CLOSE ESC-CSR
           END-EXEC

           IF MIG979-ESCALATED = 0
              MOVE SPACES TO MIG979-RPT-SUMMARY
              MOVE '  NONE' TO MIG979-SUM-TEXT
              WRITE TTDF1010-RPT-RECORD FROM MIG979-RPT-SUMMARY
           END-IF
           .

       FETCH-ESCALATION-ROW SECTION.
      *----------------------------------------------------------------*
      *    Fetch and list the next reject for escalation.
      *----------------------------------------------------------------*

           EXEC SQL
              FETCH ESC-CSR
              INTO :MIG979-HV-ACTNO, :MIG979-HV-ACTKWD
                 , :MIG979-HV-REASON, :MIG979-HV-FIRST-SEEN-TMS
                 , :MIG979-HV-LAST-SEEN-TMS, :MIG979-HV-ATTEMPTS
                 , :MIG979-HV-TIMES-SEEN
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 ADD 1 TO MIG979-ESCALATED
                 PERFORM COMPUTE-AGE-DAYS
                 MOVE MIG979-HV-ACTNO    TO MIG979-ESC-ACTNO
                 MOVE MIG979-HV-ACTKWD   TO MIG979-ESC-ACTKWD
                 MOVE MIG979-HV-REASON   TO MIG979-ESC-REASON
                 MOVE MIG979-HV-FIRST-SEEN-TMS (1:8)
                   TO MIG979-ESC-FIRST-DATE
                 MOVE MIG979-AGE-DAYS    TO MIG979-ESC-AGE
                 MOVE MIG979-HV-ATTEMPTS TO MIG979-ESC-ATTEMPTS
                 MOVE MIG979-HV-TIMES-SEEN TO MIG979-ESC-TIMES
                 WRITE TTDF1010-RPT-RECORD FROM MIG979-RPT-ESC-LINE
              WHEN 100
                 SET MIG979-LIST-DONE TO TRUE
              WHEN OTHER
                 MOVE SQLCODE TO MIG979-LAST-SQLCODE
                 DISPLAY PROGRAM-NAVN ' '
                         FUNCTION CURRENT-DATE (1:14) ' - '
                        'DB2 ERROR #0006 IN FETCH ESC-CSR'
                 MOVE 0006 TO TEKABN-ABEND-CODE
                 MOVE '#0006 FETCH ESC-CSR' TO USP101-SQL-ID
                 PERFORM SQL-FEJL-RUTINE
           END-EVALUATE
           .

       END-OF-JOB-REPORT SECTION.
      *----------------------------------------------------------------*
      *    Totals and the limits the run applied.
      *----------------------------------------------------------------*

           MOVE SPACES TO MIG979-RPT-SUMMARY
           MOVE 'REJECTS CLOSED AS LOADED BY THIS RUN'
             TO MIG979-SUM-TEXT
           MOVE MIG979-ROWS-CLOSED TO MIG979-SUM-NUMBER
           WRITE TTDF1010-RPT-RECORD FROM MIG979-RPT-SUMMARY

           MOVE SPACES TO MIG979-RPT-SUMMARY
           MOVE 'REJECTS STILL OPEN' TO MIG979-SUM-TEXT
           MOVE MIG979-OPEN-TOTAL TO MIG979-SUM-NUMBER
           WRITE TTDF1010-RPT-RECORD FROM MIG979-RPT-SUMMARY

           MOVE SPACES TO MIG979-RPT-SUMMARY
           MOVE 'REJECTS LISTED FOR ESCALATION' TO MIG979-SUM-TEXT
           MOVE MIG979-ESCALATED TO MIG979-SUM-NUMBER
           WRITE TTDF1010-RPT-RECORD FROM MIG979-RPT-SUMMARY

           MOVE SPACES TO MIG979-RPT-SUMMARY
           MOVE 'AGE LIMIT IN DAYS' TO MIG979-SUM-TEXT
           MOVE MIG979-AGE-LIMIT TO MIG979-SUM-NUMBER
           WRITE TTDF1010-RPT-RECORD FROM MIG979-RPT-SUMMARY

           MOVE SPACES TO MIG979-RPT-SUMMARY
           MOVE 'ATTEMPT LIMIT' TO MIG979-SUM-TEXT
           MOVE MIG979-ATTEMPT-LIMIT TO MIG979-SUM-NUMBER
           WRITE TTDF1010-RPT-RECORD FROM MIG979-RPT-SUMMARY
           .

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
