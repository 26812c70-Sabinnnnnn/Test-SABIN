       IDENTIFICATION DIVISION.

       PROGRAM-ID.    MIG975.
       AUTHOR.        Henrik Jensen.
       INSTALLATION.  BEC Roskilde.
       DATE-WRITTEN.  15 Oct 2026.

      ******************************************************************
      *
      *  Program description:
      *  --------------------
      *  Monthly housekeeping report for the activity-keyword
      *  dictionary TTDF1020ACTKWD:
      *    UNUSED    active keywords with no row in TTDF1010SAMP_ACT
      *              stamped within the last N months;
      *    RETIRED   retired keywords still on live rows, with the
      *              rows stamped after the retirement date - rows
      *              that would be rejected if they came in today;
      *    UNKNOWN   the keywords rejected most often as UNKNOWN
      *              ACTKWD in MIG999_REJECT_REGISTER within the
      *              same N months, with rejects, activities and
      *              first/last seen.
      *  A draft MIG993 transaction file is written alongside: 'R'
      *  for every UNUSED keyword and 'A' with a blank category for
      *  every listed UNKNOWN keyword rejected at least the minimum
      *  number of times.  The data owner deletes what is not
      *  wanted, fills in the categories and submits it to MIG993.
      *
      ******************************************************************
      *
      *  Speciel conditions:
      *  Dependencies:            Reject register kept by MIG999 and
      *                           MIG997.
      *  Checkpoint/restart:      No - read only, simply rerun.
      *
      ******************************************************************
      *  Further description:
      *  --------------------
      *  The MIG975 control record (all optional, blank = default):
      *    UNUSED-MONTHS     months without activity     default 12
      *    UNKNOWN-TOP       unknown keywords listed     default 20
      *    UNKNOWN-MIN-SEEN  rejects before an 'A' is
      *                      drafted                     default 3
      *  A keyword that came into service within the N months is
      *  never listed as unused.  The draft transactions carry no
      *  dates, so MIG993 applies its defaults (today) on submit.
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

           SELECT MIG975-CONTROL                 ASSIGN TO TTDF1026C.

           SELECT MIG993-TRANS                   ASSIGN TO TTDF1026T.

           SELECT TTDF1020-RPT                   ASSIGN TO TTDF1026P.

       DATA DIVISION.

      *----------------------------------------------------------------*
       FILE SECTION.
      *----------------------------------------------------------------*

       FD  MIG975-CONTROL
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01  MIG975-CONTROL-RECORD.
           05  MIG975-CTL-UNUSED-MONTHS          PIC X(03).
           05  FILLER                            PIC X(01).
           05  MIG975-CTL-UNKNOWN-TOP            PIC X(03).
           05  FILLER                            PIC X(01).
           05  MIG975-CTL-UNKNOWN-MIN-SEEN       PIC X(05).
           05  FILLER                            PIC X(67).

      *    Draft transactions - the MIG993 transaction layout.
       FD  MIG993-TRANS
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01  MIG993-TRANS-RECORD.
           05  MIG993-TRA-ACTION                 PIC X(01).
               88  MIG993-TRA-ADD                         VALUE 'A'.
               88  MIG993-TRA-RETIRE                      VALUE 'R'.
           05  FILLER                            PIC X(01).
           05  MIG993-TRA-ACTKWD                 PIC X(05).
           05  FILLER                            PIC X(01).
           05  MIG993-TRA-CATEGORY               PIC X(02).
           05  FILLER                            PIC X(01).
           05  MIG993-TRA-VALID-FROM             PIC X(08).
           05  FILLER                            PIC X(01).
           05  MIG993-TRA-VALID-TO               PIC X(08).
           05  FILLER                            PIC X(52).

       FD  TTDF1020-RPT
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01  TTDF1020-RPT-RECORD                   PIC X(80).

      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
       01  DIVERSE.
         03  PROGRAM-NAVN                   PIC  X(08) VALUE 'MIG975'.
         03  MIG975-CURSOR-DONE-SW           PIC 9     VALUE 0.
           88  MIG975-CURSOR-DONE                      VALUE 1.
           88  NOT-MIG975-CURSOR-DONE                  VALUE 0.
         03  MIG975-UNUSED-MONTHS            PIC 9(03)  VALUE 12.
         03  MIG975-UNKNOWN-TOP              PIC 9(03)  VALUE 20.
         03  MIG975-UNKNOWN-MIN-SEEN         PIC 9(05)  VALUE 3.
         03  MIG975-TODAY                    PIC X(08)  VALUE SPACES.
         03  MIG975-TODAY-R REDEFINES MIG975-TODAY.
           05  MIG975-TODAY-YYYY             PIC 9(04).
           05  MIG975-TODAY-MM               PIC 9(02).
           05  MIG975-TODAY-DD               PIC 9(02).
         03  MIG975-CUTOFF-DATE              PIC X(08)  VALUE SPACES.
         03  MIG975-CUTOFF-DATE-R REDEFINES MIG975-CUTOFF-DATE.
           05  MIG975-CUTOFF-YYYY            PIC 9(04).
           05  MIG975-CUTOFF-MM              PIC 9(02).
           05  MIG975-CUTOFF-DD              PIC 9(02).
         03  MIG975-CUTOFF-TMS               PIC X(14)  VALUE SPACES.
         03  MIG975-MONTH-COUNT              PIC S9(07) COMP   VALUE 0.
         03  MIG975-MONTH-REMAINDER          PIC S9(04) COMP   VALUE 0.
         03  MIG975-UNUSED-LISTED            PIC S9(09) COMP-3 VALUE 0.
         03  MIG975-RETIRED-LISTED           PIC S9(09) COMP-3 VALUE 0.
         03  MIG975-RETIRED-ROWS-AFTER       PIC S9(09) COMP-3 VALUE 0.
         03  MIG975-UNKNOWN-LISTED           PIC S9(09) COMP-3 VALUE 0.
         03  MIG975-RETIRE-TRANS-WRITTEN     PIC S9(09) COMP-3 VALUE 0.
         03  MIG975-ADD-TRANS-WRITTEN        PIC S9(09) COMP-3 VALUE 0.
         03  MIG975-LAST-SQLCODE             PIC S9(09) COMP  VALUE 0.

           COPY TEKABNAR.
           COPY COMPILED.
           COPY USP101AR.
      ***  DB2 COPYBOOKS ***
      ***  DB2 SQLCA ***
           COPY SQLCA.

       01  MIG975-HOST-VARS.
           05  MIG975-HV-ACTKWD               PIC X(05).
           05  MIG975-HV-CATEGORY             PIC X(02).
           05  MIG975-HV-KWD-DATE             PIC X(08).
           05  MIG975-HV-TMS-1                PIC X(14).
           05  MIG975-HV-TMS-2                PIC X(14).
           05  MIG975-HV-COUNT-1              PIC S9(09) COMP.
           05  MIG975-HV-COUNT-2              PIC S9(09) COMP.

       01  MIG975-RPT-HEADER.
           05  FILLER                         PIC X(46) VALUE
               'MIG975 - KEYWORD DICTIONARY HOUSEKEEPING, RUN '.
           05  MIG975-HDR-RUN-DATE            PIC X(08).
           05  FILLER                         PIC X(16) VALUE
               ', NO ACTIVITY IN'.
           05  MIG975-HDR-MONTHS              PIC ZZ9.
           05  FILLER                         PIC X(07) VALUE
               ' MONTHS'.

       01  MIG975-RPT-SECTION-TITLE.
           05  MIG975-SECTION-TITLE           PIC X(80).

      *    Column headings over MIG975-RPT-DETAIL, one per section.
       01  MIG975-RPT-UNUSED-HEAD.
           05  FILLER                         PIC X(07) VALUE 'ACTKWD'.
           05  FILLER                         PIC X(04) VALUE 'CAT'.
           05  FILLER                         PIC X(10) VALUE
               'VALID-FROM'.
           05  FILLER                         PIC X(16) VALUE
               'LAST AJOUR-TMS'.
           05  FILLER                         PIC X(16) VALUE SPACES.
           05  FILLER                         PIC X(10) VALUE
               'LIVE ROWS'.
           05  FILLER                         PIC X(17) VALUE SPACES.

       01  MIG975-RPT-RETIRED-HEAD.
           05  FILLER                         PIC X(07) VALUE 'ACTKWD'.
           05  FILLER                         PIC X(04) VALUE SPACES.
           05  FILLER                         PIC X(10) VALUE
               'VALID-TO'.
           05  FILLER                         PIC X(16) VALUE
               'LAST AJOUR-TMS'.
           05  FILLER                         PIC X(16) VALUE SPACES.
           05  FILLER                         PIC X(10) VALUE
               'LIVE ROWS'.
           05  FILLER                         PIC X(17) VALUE
               'STAMPED AFTER'.

       01  MIG975-RPT-UNKNOWN-HEAD.
           05  FILLER                         PIC X(07) VALUE 'ACTKWD'.
           05  FILLER                         PIC X(04) VALUE SPACES.
           05  FILLER                         PIC X(10) VALUE SPACES.
           05  FILLER                         PIC X(16) VALUE
               'FIRST SEEN'.
           05  FILLER                         PIC X(16) VALUE
               'LAST SEEN'.
           05  FILLER                         PIC X(10) VALUE
               '  REJECTS'.
           05  FILLER                         PIC X(17) VALUE
               'ACTIVITIES'.

       01  MIG975-RPT-DETAIL.
           05  MIG975-DTL-ACTKWD              PIC X(05).
           05  FILLER                         PIC X(02) VALUE SPACES.
           05  MIG975-DTL-CATEGORY            PIC X(02).
           05  FILLER                         PIC X(02) VALUE SPACES.
           05  MIG975-DTL-KWD-DATE            PIC X(08).
           05  FILLER                         PIC X(02) VALUE SPACES.
           05  MIG975-DTL-TMS-1               PIC X(14).
           05  FILLER                         PIC X(02) VALUE SPACES.
           05  MIG975-DTL-TMS-2               PIC X(14).
           05  FILLER                         PIC X(02) VALUE SPACES.
           05  MIG975-DTL-COUNT-1             PIC Z(8)9.
           05  FILLER                         PIC X(01) VALUE SPACE.
           05  MIG975-DTL-COUNT-2             PIC Z(8)9.
           05  FILLER                         PIC X(08) VALUE SPACES.

       01  MIG975-RPT-SUMMARY.
           05  MIG975-SUM-TEXT                PIC X(60).
           05  MIG975-SUM-NUMBER              PIC Z(8)9.
           05  FILLER                         PIC X(11) VALUE SPACES.

      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
           PERFORM DISPLAY-START

           PERFORM READ-CONTROL-PARAMETERS
           PERFORM OPEN-FILES
           PERFORM REPORT-UNUSED-KEYWORDS
           PERFORM REPORT-RETIRED-IN-USE
           PERFORM REPORT-UNKNOWN-KEYWORDS
           PERFORM END-OF-JOB-REPORT
           PERFORM CLOSE-FILES

           DISPLAY PROGRAM-NAVN 'END'
           GOBACK
           .

       READ-CONTROL-PARAMETERS SECTION.
      *----------------------------------------------------------------*
      *    Establish the limits from the MIG975 control record and
      *    derive the cutoff: today less UNUSED-MONTHS months, the
      *    day capped at 28 so every month has it.
      *----------------------------------------------------------------*

           OPEN INPUT MIG975-CONTROL

           READ MIG975-CONTROL
              AT END
                 MOVE SPACES TO MIG975-CONTROL-RECORD
           END-READ

           CLOSE MIG975-CONTROL

           IF MIG975-CTL-UNUSED-MONTHS NOT = SPACES
              IF MIG975-CTL-UNUSED-MONTHS NUMERIC
                 AND MIG975-CTL-UNUSED-MONTHS > '000'
                 MOVE MIG975-CTL-UNUSED-MONTHS TO MIG975-UNUSED-MONTHS
              ELSE
                 DISPLAY PROGRAM-NAVN ' '
                         FUNCTION CURRENT-DATE (1:14) ' - '
                        'MIG975-CONTROL UNUSED-MONTHS INVALID #0001 - "'
                         MIG975-CTL-UNUSED-MONTHS '"'
                 MOVE 0001 TO TEKABN-ABEND-CODE
                 PERFORM ABEND
              END-IF
           END-IF

           IF MIG975-CTL-UNKNOWN-TOP NOT = SPACES
              IF MIG975-CTL-UNKNOWN-TOP NUMERIC
                 AND MIG975-CTL-UNKNOWN-TOP > '000'
                 MOVE MIG975-CTL-UNKNOWN-TOP TO MIG975-UNKNOWN-TOP
              ELSE
                 DISPLAY PROGRAM-NAVN ' '
                         FUNCTION CURRENT-DATE (1:14) ' - '
                        'MIG975-CONTROL UNKNOWN-TOP INVALID #0001 - "'
                         MIG975-CTL-UNKNOWN-TOP '"'
                 MOVE 0001 TO TEKABN-ABEND-CODE
                 PERFORM ABEND
              END-IF
           END-IF

           IF MIG975-CTL-UNKNOWN-MIN-SEEN NOT = SPACES
              IF MIG975-CTL-UNKNOWN-MIN-SEEN NUMERIC
                 MOVE MIG975-CTL-UNKNOWN-MIN-SEEN
                   TO MIG975-UNKNOWN-MIN-SEEN
              ELSE
                 DISPLAY PROGRAM-NAVN ' '
                         FUNCTION CURRENT-DATE (1:14) ' - '
                        'MIG975-CONTROL UNKNOWN-MIN-SEEN INVALID '
                        '#0001 - "' MIG975-CTL-UNKNOWN-MIN-SEEN '"'
                 MOVE 0001 TO TEKABN-ABEND-CODE
                 PERFORM ABEND
              END-IF
           END-IF

           MOVE FUNCTION CURRENT-DATE (1:8) TO MIG975-TODAY

           COMPUTE MIG975-MONTH-COUNT =
                   MIG975-TODAY-YYYY * 12 + MIG975-TODAY-MM - 1
                 - MIG975-UNUSED-MONTHS
           DIVIDE MIG975-MONTH-COUNT BY 12
              GIVING MIG975-CUTOFF-YYYY
              REMAINDER MIG975-MONTH-REMAINDER
           COMPUTE MIG975-CUTOFF-MM = MIG975-MONTH-REMAINDER + 1
           IF MIG975-TODAY-DD > 28
              MOVE 28 TO MIG975-CUTOFF-DD
           ELSE
              MOVE MIG975-TODAY-DD TO MIG975-CUTOFF-DD
           END-IF

           MOVE MIG975-CUTOFF-DATE TO MIG975-CUTOFF-TMS (1:8)
           MOVE '000000'           TO MIG975-CUTOFF-TMS (9:6)

           DISPLAY PROGRAM-NAVN ' '
                   FUNCTION CURRENT-DATE (1:14) ' - '
                  'NO-ACTIVITY CUTOFF ' MIG975-CUTOFF-DATE
                  ', TOP ' MIG975-UNKNOWN-TOP ' UNKNOWN KEYWORDS'
           .

       OPEN-FILES SECTION.
      *----------------------------------------------------------------*
      *    Open the draft transaction file and the report and write
      *    the report header.
      *----------------------------------------------------------------*

           OPEN OUTPUT MIG993-TRANS
                       TTDF1020-RPT

           MOVE MIG975-TODAY         TO MIG975-HDR-RUN-DATE
           MOVE MIG975-UNUSED-MONTHS TO MIG975-HDR-MONTHS
           WRITE TTDF1020-RPT-RECORD FROM MIG975-RPT-HEADER
           .

       REPORT-UNUSED-KEYWORDS SECTION.
      *----------------------------------------------------------------*
      *    Active keywords in service since before the cutoff with
      *    no live row stamped on or after it.  Each is listed with
      *    its latest AJOUR-TMS and the live rows still carrying it,
      *    and drafted for retirement.
      *----------------------------------------------------------------*

           MOVE SPACES TO MIG975-RPT-SECTION-TITLE
           MOVE 'UNUSED - NO ACTIVITY SINCE THE CUTOFF (DRAFT R)'
             TO MIG975-SECTION-TITLE
           WRITE TTDF1020-RPT-RECORD FROM MIG975-RPT-SECTION-TITLE
           WRITE TTDF1020-RPT-RECORD FROM MIG975-RPT-UNUSED-HEAD

           EXEC SQL
              DECLARE UNUSED-CSR CURSOR FOR
              SELECT K.ACTKWD, K.ACTKWD_CAT, K.ACTKWD_VALID_FROM
                   , COALESCE(MAX(A.AJOUR_TMS), ' ')
                   , COUNT(A.ACTNO)
              FROM TTDF1020ACTKWD K
                   LEFT OUTER JOIN TTDF1010SAMP_ACT A
                   ON A.ACTKWD = K.ACTKWD
              WHERE K.ACTKWD_STATUS     = 'A'
                AND K.ACTKWD_VALID_FROM < :MIG975-CUTOFF-DATE
              GROUP BY K.ACTKWD, K.ACTKWD_CAT, K.ACTKWD_VALID_FROM
              HAVING COALESCE(MAX(A.AJOUR_TMS), ' ')
                     < :MIG975-CUTOFF-TMS
              ORDER BY K.ACTKWD
           END-EXEC

           EXEC SQL
              OPEN UNUSED-CSR
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO MIG975-LAST-SQLCODE
              DISPLAY PROGRAM-NAVN ' '
                      FUNCTION CURRENT-DATE (1:14) ' - '
                     'DB2 ERROR #0002 IN OPEN UNUSED-CSR'
              MOVE 0002 TO TEKABN-ABEND-CODE
              MOVE '#0002 OPEN UNUSED-CSR' TO USP101-SQL-ID
              PERFORM SQL-FEJL-RUTINE
           END-IF

           SET NOT-MIG975-CURSOR-DONE TO TRUE

           PERFORM
              WITH TEST BEFORE
              UNTIL MIG975-CURSOR-DONE
              PERFORM FETCH-UNUSED-KEYWORD
           END-PERFORM

           EXEC SQL
              CLOSE UNUSED-CSR
           END-EXEC
           .

       FETCH-UNUSED-KEYWORD SECTION.
      *----------------------------------------------------------------*
      *    Fetch one unused keyword, list it and draft its 'R'.
      *----------------------------------------------------------------*

           EXEC SQL
              FETCH UNUSED-CSR
              INTO :MIG975-HV-ACTKWD, :MIG975-HV-CATEGORY
                 , :MIG975-HV-KWD-DATE, :MIG975-HV-TMS-1
                 , :MIG975-HV-COUNT-1
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 ADD 1 TO MIG975-UNUSED-LISTED
                 MOVE SPACES             TO MIG975-RPT-DETAIL
                 MOVE MIG975-HV-ACTKWD   TO MIG975-DTL-ACTKWD
                 MOVE MIG975-HV-CATEGORY TO MIG975-DTL-CATEGORY
                 MOVE MIG975-HV-KWD-DATE TO MIG975-DTL-KWD-DATE
                 MOVE MIG975-HV-TMS-1    TO MIG975-DTL-TMS-1
                 MOVE MIG975-HV-COUNT-1  TO MIG975-DTL-COUNT-1
                 WRITE TTDF1020-RPT-RECORD FROM MIG975-RPT-DETAIL

                 MOVE SPACES           TO MIG993-TRANS-RECORD
                 SET MIG993-TRA-RETIRE TO TRUE
                 MOVE MIG975-HV-ACTKWD TO MIG993-TRA-ACTKWD
                 WRITE MIG993-TRANS-RECORD
                 ADD 1 TO MIG975-RETIRE-TRANS-WRITTEN
              WHEN 100
                 SET MIG975-CURSOR-DONE TO TRUE
              WHEN OTHER
                 MOVE SQLCODE TO MIG975-LAST-SQLCODE
                 DISPLAY PROGRAM-NAVN ' '
                         FUNCTION CURRENT-DATE (1:14) ' - '
                        'DB2 ERROR #0003 IN FETCH UNUSED-CSR'
                 MOVE 0003 TO TEKABN-ABEND-CODE
                 MOVE '#0003 FETCH UNUSED-CSR' TO USP101-SQL-ID
                 PERFORM SQL-FEJL-RUTINE
           END-EVALUATE
           .

       REPORT-RETIRED-IN-USE SECTION.
      *----------------------------------------------------------------*
      *    Retired keywords still on live rows.  Rows stamped on or
      *    before the retirement date are legitimate; the rows
      *    stamped after it are the ones to look at.
      *----------------------------------------------------------------*

           MOVE SPACES TO MIG975-RPT-SECTION-TITLE
           MOVE 'RETIRED - RETIRED KEYWORDS STILL ON LIVE ROWS'
             TO MIG975-SECTION-TITLE
           WRITE TTDF1020-RPT-RECORD FROM MIG975-RPT-SECTION-TITLE
           WRITE TTDF1020-RPT-RECORD FROM MIG975-RPT-RETIRED-HEAD

           EXEC SQL
              DECLARE RETIRED-CSR CURSOR FOR
              SELECT K.ACTKWD, K.ACTKWD_VALID_TO
                   , MAX(A.AJOUR_TMS)
                   , COUNT(*)
                   , SUM(CASE WHEN SUBSTR(A.AJOUR_TMS, 1, 8)
                                   > K.ACTKWD_VALID_TO
                              THEN 1 ELSE 0 END)
              FROM TTDF1020ACTKWD K
                 , TTDF1010SAMP_ACT A
              WHERE K.ACTKWD_STATUS = 'R'
                AND A.ACTKWD        = K.ACTKWD
              GROUP BY K.ACTKWD, K.ACTKWD_VALID_TO
              ORDER BY K.ACTKWD
           END-EXEC

           EXEC SQL
              OPEN RETIRED-CSR
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO MIG975-LAST-SQLCODE
              DISPLAY PROGRAM-NAVN ' '
                      FUNCTION CURRENT-DATE (1:14) ' - '
                     'DB2 ERROR #0004 IN OPEN RETIRED-CSR'
              MOVE 0004 TO TEKABN-ABEND-CODE
              MOVE '#0004 OPEN RETIRED-CSR' TO USP101-SQL-ID
              PERFORM SQL-FEJL-RUTINE
           END-IF

           SET NOT-MIG975-CURSOR-DONE TO TRUE

           PERFORM
              WITH TEST BEFORE
              UNTIL MIG975-CURSOR-DONE
              PERFORM FETCH-RETIRED-KEYWORD
           END-PERFORM

           EXEC SQL
              CLOSE RETIRED-CSR
           END-EXEC
           .

       FETCH-RETIRED-KEYWORD SECTION.
      *----------------------------------------------------------------*
      *    Fetch and list one retired keyword still in use.
      *----------------------------------------------------------------*

           EXEC SQL
              FETCH RETIRED-CSR
              INTO :MIG975-HV-ACTKWD, :MIG975-HV-KWD-DATE
                 , :MIG975-HV-TMS-1
                 , :MIG975-HV-COUNT-1, :MIG975-HV-COUNT-2
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 ADD 1 TO MIG975-RETIRED-LISTED
                 ADD MIG975-HV-COUNT-2 TO MIG975-RETIRED-ROWS-AFTER
                 MOVE SPACES             TO MIG975-RPT-DETAIL
                 MOVE MIG975-HV-ACTKWD   TO MIG975-DTL-ACTKWD
                 MOVE MIG975-HV-KWD-DATE TO MIG975-DTL-KWD-DATE
                 MOVE MIG975-HV-TMS-1    TO MIG975-DTL-TMS-1
                 MOVE MIG975-HV-COUNT-1  TO MIG975-DTL-COUNT-1
                 MOVE MIG975-HV-COUNT-2  TO MIG975-DTL-COUNT-2
                 WRITE TTDF1020-RPT-RECORD FROM MIG975-RPT-DETAIL
              WHEN 100
                 SET MIG975-CURSOR-DONE TO TRUE
              WHEN OTHER
                 MOVE SQLCODE TO MIG975-LAST-SQLCODE
                 DISPLAY PROGRAM-NAVN ' '
                         FUNCTION CURRENT-DATE (1:14) ' - '
                        'DB2 ERROR #0005 IN FETCH RETIRED-CSR'
                 MOVE 0005 TO TEKABN-ABEND-CODE
                 MOVE '#0005 FETCH RETIRED-CSR' TO USP101-SQL-ID
                 PERFORM SQL-FEJL-RUTINE
           END-EVALUATE
           .

       REPORT-UNKNOWN-KEYWORDS SECTION.
      *----------------------------------------------------------------*
      *    The keywords the reject register has seen most often as
      *    UNKNOWN ACTKWD since the cutoff and the dictionary still
      *    does not know, most rejected first, the top UNKNOWN-TOP
      *    listed.  Those rejected at least UNKNOWN-MIN-SEEN times
      *    are drafted as 'A' with a blank category.
      *----------------------------------------------------------------*

           MOVE SPACES TO MIG975-RPT-SECTION-TITLE
           MOVE 'UNKNOWN - MOST REJECTED UNKNOWN ACTKWD (DRAFT A)'
             TO MIG975-SECTION-TITLE
           WRITE TTDF1020-RPT-RECORD FROM MIG975-RPT-SECTION-TITLE
           WRITE TTDF1020-RPT-RECORD FROM MIG975-RPT-UNKNOWN-HEAD

           EXEC SQL
              DECLARE UNKNOWN-CSR CURSOR FOR
              SELECT R.ACTKWD
                   , MIN(R.FIRST_SEEN_TMS), MAX(R.LAST_SEEN_TMS)
                   , SUM(R.TIMES_SEEN), COUNT(DISTINCT R.ACTNO)
              FROM MIG999_REJECT_REGISTER R
              WHERE R.REASON        = 'UNKNOWN ACTKWD'
                AND R.LAST_SEEN_TMS >= :MIG975-CUTOFF-TMS
                AND NOT EXISTS
                    ( SELECT 1
                      FROM TTDF1020ACTKWD K
                      WHERE K.ACTKWD = R.ACTKWD
                    )
              GROUP BY R.ACTKWD
              ORDER BY 4 DESC, R.ACTKWD
           END-EXEC

           EXEC SQL
              OPEN UNKNOWN-CSR
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO MIG975-LAST-SQLCODE
              DISPLAY PROGRAM-NAVN ' '
                      FUNCTION CURRENT-DATE (1:14) ' - '
                     'DB2 ERROR #0006 IN OPEN UNKNOWN-CSR'
              MOVE 0006 TO TEKABN-ABEND-CODE
              MOVE '#0006 OPEN UNKNOWN-CSR' TO USP101-SQL-ID
              PERFORM SQL-FEJL-RUTINE
           END-IF

           SET NOT-MIG975-CURSOR-DONE TO TRUE

           PERFORM
              WITH TEST BEFORE
              UNTIL MIG975-CURSOR-DONE
                 OR MIG975-UNKNOWN-LISTED >= MIG975-UNKNOWN-TOP
              PERFORM FETCH-UNKNOWN-KEYWORD
           END-PERFORM

           EXEC SQL
              CLOSE UNKNOWN-CSR
           END-EXEC
           .

       FETCH-UNKNOWN-KEYWORD SECTION.
      *----------------------------------------------------------------*
      *    Fetch and list one unknown keyword; draft its 'A' when it
      *    was rejected often enough.
      *----------------------------------------------------------------*

           EXEC SQL
              FETCH UNKNOWN-CSR
              INTO :MIG975-HV-ACTKWD
                 , :MIG975-HV-TMS-1, :MIG975-HV-TMS-2
                 , :MIG975-HV-COUNT-1, :MIG975-HV-COUNT-2
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 ADD 1 TO MIG975-UNKNOWN-LISTED
                 MOVE SPACES             TO MIG975-RPT-DETAIL
                 MOVE MIG975-HV-ACTKWD   TO MIG975-DTL-ACTKWD
                 MOVE MIG975-HV-TMS-1    TO MIG975-DTL-TMS-1
                 MOVE MIG975-HV-TMS-2    TO MIG975-DTL-TMS-2
                 MOVE MIG975-HV-COUNT-1  TO MIG975-DTL-COUNT-1
                 MOVE MIG975-HV-COUNT-2  TO MIG975-DTL-COUNT-2
                 WRITE TTDF1020-RPT-RECORD FROM MIG975-RPT-DETAIL

                 IF MIG975-HV-COUNT-1 >= MIG975-UNKNOWN-MIN-SEEN
                    MOVE SPACES           TO MIG993-TRANS-RECORD
                    SET MIG993-TRA-ADD    TO TRUE
                    MOVE MIG975-HV-ACTKWD TO MIG993-TRA-ACTKWD
                    WRITE MIG993-TRANS-RECORD
                    ADD 1 TO MIG975-ADD-TRANS-WRITTEN
                 END-IF
              WHEN 100
                 SET MIG975-CURSOR-DONE TO TRUE
              WHEN OTHER
                 MOVE SQLCODE TO MIG975-LAST-SQLCODE
                 DISPLAY PROGRAM-NAVN ' '
                         FUNCTION CURRENT-DATE (1:14) ' - '
                        'DB2 ERROR #0007 IN FETCH UNKNOWN-CSR'
                 MOVE 0007 TO TEKABN-ABEND-CODE
                 MOVE '#0007 FETCH UNKNOWN-CSR' TO USP101-SQL-ID
                 PERFORM SQL-FEJL-RUTINE
           END-EVALUATE
           .

       END-OF-JOB-REPORT SECTION.
      *----------------------------------------------------------------*
      *    Totals of the housekeeping run and the draft file.
      *----------------------------------------------------------------*

           MOVE SPACES TO MIG975-RPT-SECTION-TITLE
           MOVE 'TOTALS' TO MIG975-SECTION-TITLE
           WRITE TTDF1020-RPT-RECORD FROM MIG975-RPT-SECTION-TITLE

           MOVE SPACES TO MIG975-RPT-SUMMARY
           MOVE 'UNUSED ACTIVE KEYWORDS LISTED' TO MIG975-SUM-TEXT
           MOVE MIG975-UNUSED-LISTED TO MIG975-SUM-NUMBER
           WRITE TTDF1020-RPT-RECORD FROM MIG975-RPT-SUMMARY

           MOVE SPACES TO MIG975-RPT-SUMMARY
           MOVE 'RETIRED KEYWORDS STILL ON LIVE ROWS' TO MIG975-SUM-TEXT
           MOVE MIG975-RETIRED-LISTED TO MIG975-SUM-NUMBER
           WRITE TTDF1020-RPT-RECORD FROM MIG975-RPT-SUMMARY

           MOVE SPACES TO MIG975-RPT-SUMMARY
           MOVE '  LIVE ROWS STAMPED AFTER THEIR KEYWORD RETIRED'
             TO MIG975-SUM-TEXT
           MOVE MIG975-RETIRED-ROWS-AFTER TO MIG975-SUM-NUMBER
           WRITE TTDF1020-RPT-RECORD FROM MIG975-RPT-SUMMARY

           MOVE SPACES TO MIG975-RPT-SUMMARY
           MOVE 'UNKNOWN KEYWORDS LISTED' TO MIG975-SUM-TEXT
           MOVE MIG975-UNKNOWN-LISTED TO MIG975-SUM-NUMBER
           WRITE TTDF1020-RPT-RECORD FROM MIG975-RPT-SUMMARY

           MOVE SPACES TO MIG975-RPT-SUMMARY
           MOVE 'DRAFT MIG993 RETIRE (R) TRANSACTIONS WRITTEN'
             TO MIG975-SUM-TEXT
           MOVE MIG975-RETIRE-TRANS-WRITTEN TO MIG975-SUM-NUMBER
           WRITE TTDF1020-RPT-RECORD FROM MIG975-RPT-SUMMARY

           MOVE SPACES TO MIG975-RPT-SUMMARY
           MOVE 'DRAFT MIG993 ADD (A) TRANSACTIONS WRITTEN'
             TO MIG975-SUM-TEXT
           MOVE MIG975-ADD-TRANS-WRITTEN TO MIG975-SUM-NUMBER
           WRITE TTDF1020-RPT-RECORD FROM MIG975-RPT-SUMMARY
           .

       CLOSE-FILES SECTION.
      *----------------------------------------------------------------*
      *    Close the files.
      *----------------------------------------------------------------*

           CLOSE MIG993-TRANS
                 TTDF1020-RPT
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
