       IDENTIFICATION DIVISION.

       PROGRAM-ID.    MIG973.
       AUTHOR.        Henrik Jensen.
       INSTALLATION.  BEC Roskilde.
       DATE-WRITTEN.  15 Oct 2026.

      ******************************************************************
      *
      *  Program description:
      *  --------------------
      *  Verification and retention of the MIG990 archive shelf.
      *  Reads every archive generation registered in
      *  MIG990_ARCHIVE_CATALOG and not yet expired, and checks the
      *  file against its catalog row - record count and min/max
      *  AJOUR_TMS.  The result is stamped on the catalog row, so
      *  MIG983 and MIG989 can pass over a generation that is
      *  missing, unreadable or does not match instead of failing
      *  partway through a restore.
      *
      *  Generations past their legal keep date are then marked
      *  expired in the catalog and written to a deletion list for
      *  operations, and the report proves that not one record in
      *  an expired generation is still inside the retention period.
      *
      ******************************************************************
      *
      *  Speciel conditions:
      *  Dependencies:            Catalog rows and archive files
      *                           written by MIG990.
      *  Checkpoint/restart:      No - the verification is simply
      *                           rerun; an expired generation is not
      *                           read again.
      *
      ******************************************************************
      *  Further description:
      *  --------------------
      *  MIG990_ARCHIVE_CATALOG carries, besides the columns MIG990
      *  inserts, four columns maintained here (all CHAR, NOT NULL
      *  WITH DEFAULT, so a new generation starts out blank):
      *    VERIFY_STATUS   ' ' not yet verified   'V' verified OK
      *                    'M' file missing       'U' unreadable
      *                    'X' does not match the catalog row
      *    VERIFY_TMS      YYYYMMDDHHMMSS of the last verification
      *    KEEP_UNTIL      YYYYMMDD legal keep date of the generation
      *    EXPIRED_TMS     YYYYMMDDHHMMSS it was expired, blank = not
      *
      *  A blank KEEP_UNTIL is set to the newest AJOUR_TMS in the
      *  generation plus the retention period.  A generation is
      *  expired only when it verified OK, its keep date has passed
      *  and no record in the file is stamped inside the retention
      *  period (today less the retention years) - a generation past
      *  its keep date that fails either test is kept and listed.
      *  An expired generation stays in the catalog, so the
      *  restores can say why it is not used.
      *
      *  The MIG973 control record (optional, blank = default):
      *    RETENTION-YEARS     years            default 5
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

           SELECT MIG973-CONTROL                 ASSIGN TO TTDF1028C.

           SELECT TTDF1010-ARCHIVE               ASSIGN TO
                                                   TTDF1010-ARCHIVE-DSN
                  FILE STATUS  IS MIG973-ARCHIVE-STATUS.

           SELECT MIG973-DELETION-LIST           ASSIGN TO TTDF1028L.

           SELECT TTDF1010-RPT                   ASSIGN TO TTDF1028P.

       DATA DIVISION.

      *----------------------------------------------------------------*
       FILE SECTION.
      *----------------------------------------------------------------*

       FD  MIG973-CONTROL
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01  MIG973-CONTROL-RECORD.
           05  MIG973-CTL-RETENTION-YEARS        PIC X(02).
           05  FILLER                            PIC X(78).

       FD  TTDF1010-ARCHIVE
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01  TTDF1010-ARCHIVE-RECORD               PIC X(81).

       FD  MIG973-DELETION-LIST
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01  MIG973-DELETION-RECORD.
           05  MIG973-DEL-ARCHIVE-DSN            PIC X(08).
           05  FILLER                            PIC X(01).
           05  MIG973-DEL-RUN-TS                 PIC X(26).
           05  FILLER                            PIC X(01).
           05  MIG973-DEL-KEEP-UNTIL             PIC X(08).
           05  FILLER                            PIC X(01).
           05  MIG973-DEL-ROW-COUNT              PIC 9(09).
           05  FILLER                            PIC X(26).

       FD  TTDF1010-RPT
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01  TTDF1010-RPT-RECORD                   PIC X(80).

      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
       01  DIVERSE.
         03  PROGRAM-NAVN                   PIC  X(08) VALUE 'MIG973'.
         03  TTDF1010-ARCHIVE-DSN            PIC X(08)  VALUE SPACES.
         03  MIG973-ARCHIVE-STATUS           PIC X(02)  VALUE '00'.
           88  MIG973-ARCHIVE-OK                       VALUE '00'.
           88  MIG973-ARCHIVE-EOF                      VALUE '10'.
           88  MIG973-ARCHIVE-NOT-FOUND                VALUE '35'.
         03  EOF-TTDF1010-ARCHIVE-SW        PIC  9     VALUE 0.
           88  EOF-TTDF1010-ARCHIVE                    VALUE 1.
           88  NOT-EOF-TTDF1010-ARCHIVE                VALUE 0.
         03  MIG973-CATALOG-DONE-SW          PIC 9      VALUE 0.
           88  MIG973-CATALOG-DONE                     VALUE 1.
           88  NOT-MIG973-CATALOG-DONE                 VALUE 0.
         03  MIG973-EXPIRE-SW                PIC 9      VALUE 0.
           88  MIG973-EXPIRE                           VALUE 1.
           88  NOT-MIG973-EXPIRE                       VALUE 0.
         03  MIG973-RESULT                   PIC X(01)  VALUE SPACE.
           88  MIG973-RESULT-VERIFIED                  VALUE 'V'.
           88  MIG973-RESULT-MISSING                   VALUE 'M'.
           88  MIG973-RESULT-UNREADABLE                VALUE 'U'.
           88  MIG973-RESULT-MISMATCH                  VALUE 'X'.
         03  MIG973-RETENTION-YEARS          PIC 9(02)  VALUE 5.
         03  MIG973-NOW-TMS                  PIC X(14)  VALUE SPACES.
         03  MIG973-TODAY                    PIC X(08)  VALUE SPACES.
         03  MIG973-TODAY-R REDEFINES MIG973-TODAY.
           05  MIG973-TODAY-YYYY             PIC 9(04).
           05  MIG973-TODAY-MMDD             PIC X(04).
      *    Today less the retention period - a record stamped at or
      *    after it is still needed.
         03  MIG973-RETENTION-CUTOFF         PIC X(14)  VALUE SPACES.
         03  MIG973-RETENTION-CUTOFF-R REDEFINES
             MIG973-RETENTION-CUTOFF.
           05  MIG973-CUTOFF-YYYY            PIC 9(04).
           05  MIG973-CUTOFF-MMDD            PIC X(04).
           05  MIG973-CUTOFF-HHMMSS          PIC X(06).
         03  MIG973-KEEP-UNTIL               PIC X(08)  VALUE SPACES.
         03  MIG973-KEEP-UNTIL-R REDEFINES MIG973-KEEP-UNTIL.
           05  MIG973-KEEP-YYYY              PIC 9(04).
           05  MIG973-KEEP-MMDD              PIC X(04).
         03  MIG973-ACTION                   PIC X(20)  VALUE SPACES.
      *    What the archive file itself holds.
         03  MIG973-FILE-RECORDS             PIC S9(09) COMP-3 VALUE 0.
         03  MIG973-FILE-IN-RETENTION        PIC S9(09) COMP-3 VALUE 0.
         03  MIG973-FILE-MIN-AJOUR-TMS       PIC X(14)  VALUE SPACES.
         03  MIG973-FILE-MAX-AJOUR-TMS       PIC X(14)  VALUE SPACES.
         03  MIG973-GENERATIONS-CHECKED      PIC S9(09) COMP-3 VALUE 0.
         03  MIG973-GENERATIONS-VERIFIED     PIC S9(09) COMP-3 VALUE 0.
         03  MIG973-GENERATIONS-MISSING      PIC S9(09) COMP-3 VALUE 0.
         03  MIG973-GENERATIONS-UNREADABLE   PIC S9(09) COMP-3 VALUE 0.
         03  MIG973-GENERATIONS-MISMATCH     PIC S9(09) COMP-3 VALUE 0.
         03  MIG973-KEEP-DATES-SET           PIC S9(09) COMP-3 VALUE 0.
         03  MIG973-GENERATIONS-EXPIRED      PIC S9(09) COMP-3 VALUE 0.
         03  MIG973-GENERATIONS-KEPT         PIC S9(09) COMP-3 VALUE 0.
         03  MIG973-RECORDS-READ             PIC S9(09) COMP-3 VALUE 0.
         03  MIG973-EXPIRED-RECORDS          PIC S9(09) COMP-3 VALUE 0.
         03  MIG973-EXPIRED-IN-RETENTION     PIC S9(09) COMP-3 VALUE 0.
         03  MIG973-LAST-SQLCODE             PIC S9(09) COMP   VALUE 0.

           COPY TEKABNAR.
           COPY COMPILED.
           COPY USP101AR.
      ***  DB2 COPYBOOKS ***
      ***  DB2 SQLCA ***
           COPY SQLCA.

       01  MIG973-CATALOG-ROW.
           05  MIG973-CAT-ARCHIVE-DSN         PIC X(08).
           05  MIG973-CAT-ROW-COUNT           PIC S9(09) COMP.
           05  MIG973-CAT-MIN-AJOUR-TMS       PIC X(14).
           05  MIG973-CAT-MAX-AJOUR-TMS       PIC X(14).
           05  MIG973-CAT-KEEP-UNTIL          PIC X(08).
           05  MIG973-CAT-RUN-TS              PIC X(26).

       01  TTDF1010.
           COPY TTDF1010 REPLACING ==:PFX:==    BY ==TDF101==.

      *    The generations expired this run, held for the proof
      *    section of the report.  When it is full a generation is
      *    kept and expires on a later run instead.
       01  MIG973-PROOF-TABLE.
           05  MIG973-PROOF-MAX               PIC S9(04) COMP
                                                         VALUE 500.
           05  MIG973-PROOF-COUNT             PIC S9(04) COMP VALUE 0.
           05  MIG973-PROOF-IX                PIC S9(04) COMP VALUE 0.
           05  MIG973-PROOF-ENTRY             OCCURS 500 TIMES.
               10  MIG973-PRF-ARCHIVE-DSN     PIC X(08).
               10  MIG973-PRF-CAT-MAX-TMS     PIC X(14).
               10  MIG973-PRF-FILE-MAX-TMS    PIC X(14).
               10  MIG973-PRF-KEEP-UNTIL      PIC X(08).
               10  MIG973-PRF-RECORDS         PIC S9(09) COMP-3.
               10  MIG973-PRF-IN-RETENTION    PIC S9(09) COMP-3.

       01  MIG973-RPT-HEADER.
           05  FILLER                         PIC X(40) VALUE
               'MIG973 - ARCHIVE SHELF VERIFICATION, RET'.
           05  FILLER                         PIC X(13) VALUE
               'ENTION CUTOFF'.
           05  FILLER                         PIC X(01) VALUE SPACE.
           05  MIG973-HDR-CUTOFF              PIC X(14).
           05  FILLER                         PIC X(12) VALUE SPACES.

       01  MIG973-RPT-SECTION-TITLE.
           05  MIG973-SECTION-TITLE           PIC X(80).

       01  MIG973-RPT-GEN-HEAD.
           05  FILLER                         PIC X(40) VALUE
               'ARCHIVE  RUN DATE    CAT ROWS FILE ROWS'.
           05  FILLER                         PIC X(40) VALUE
               ' RESULT     KEEP-UNT ACTION'.

       01  MIG973-RPT-GEN-LINE.
           05  MIG973-GEN-ARCHIVE-DSN         PIC X(08).
           05  FILLER                         PIC X(01) VALUE SPACE.
           05  MIG973-GEN-RUN-DATE            PIC X(10).
           05  FILLER                         PIC X(01) VALUE SPACE.
           05  MIG973-GEN-CAT-ROWS            PIC Z(8)9.
           05  FILLER                         PIC X(01) VALUE SPACE.
           05  MIG973-GEN-FILE-ROWS           PIC Z(8)9.
           05  FILLER                         PIC X(01) VALUE SPACE.
           05  MIG973-GEN-RESULT              PIC X(10).
           05  FILLER                         PIC X(01) VALUE SPACE.
           05  MIG973-GEN-KEEP-UNTIL          PIC X(08).
           05  FILLER                         PIC X(01) VALUE SPACE.
           05  MIG973-GEN-ACTION              PIC X(20).

       01  MIG973-RPT-PROOF-HEAD.
           05  FILLER                         PIC X(40) VALUE
               'ARCHIVE  CAT MAX-TMS     FILE MAX-TMS   '.
           05  FILLER                         PIC X(40) VALUE
               'KEEP-UNT      ROWS  IN-RETEN'.

       01  MIG973-RPT-PROOF-LINE.
           05  MIG973-PRL-ARCHIVE-DSN         PIC X(08).
           05  FILLER                         PIC X(01) VALUE SPACE.
           05  MIG973-PRL-CAT-MAX-TMS         PIC X(14).
           05  FILLER                         PIC X(01) VALUE SPACE.
           05  MIG973-PRL-FILE-MAX-TMS        PIC X(14).
           05  FILLER                         PIC X(01) VALUE SPACE.
           05  MIG973-PRL-KEEP-UNTIL          PIC X(08).
           05  FILLER                         PIC X(01) VALUE SPACE.
           05  MIG973-PRL-RECORDS             PIC Z(8)9.
           05  FILLER                         PIC X(01) VALUE SPACE.
           05  MIG973-PRL-IN-RETENTION        PIC Z(8)9.
           05  FILLER                         PIC X(13) VALUE SPACES.

       01  MIG973-RPT-SUMMARY.
           05  MIG973-SUM-TEXT                PIC X(60).
           05  MIG973-SUM-NUMBER              PIC Z(8)9.
           05  FILLER                         PIC X(11) VALUE SPACES.

      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
           PERFORM DISPLAY-START

           PERFORM READ-CONTROL-PARAMETERS
           OPEN OUTPUT MIG973-DELETION-LIST
           OPEN OUTPUT TTDF1010-RPT
           PERFORM VERIFY-CATALOG
           PERFORM REPORT-EXPIRY-PROOF
           PERFORM END-OF-JOB-REPORT
           CLOSE MIG973-DELETION-LIST
           CLOSE TTDF1010-RPT

           DISPLAY PROGRAM-NAVN 'END'
           GOBACK
           .

       READ-CONTROL-PARAMETERS SECTION.
      *----------------------------------------------------------------*
      *    Establish the retention period from the MIG973 control
      *    record, and from it the retention cutoff - today less
      *    that many years, a 29 February taken as the 28th.
      *----------------------------------------------------------------*

           OPEN INPUT MIG973-CONTROL

           READ MIG973-CONTROL
              AT END
                 MOVE SPACES TO MIG973-CONTROL-RECORD
           END-READ

           CLOSE MIG973-CONTROL

           IF MIG973-CTL-RETENTION-YEARS NOT = SPACES
              IF MIG973-CTL-RETENTION-YEARS NUMERIC
                 AND MIG973-CTL-RETENTION-YEARS > '00'
                 MOVE MIG973-CTL-RETENTION-YEARS
                   TO MIG973-RETENTION-YEARS
              ELSE
                 DISPLAY PROGRAM-NAVN ' '
                         FUNCTION CURRENT-DATE (1:14) ' - '
                        'MIG973-CONTROL RETENTION-YEARS INVALID '
                        '#0001 - "' MIG973-CTL-RETENTION-YEARS '"'
                 MOVE 0001 TO TEKABN-ABEND-CODE
                 PERFORM ABEND
              END-IF
           END-IF

           MOVE FUNCTION CURRENT-DATE (1:14) TO MIG973-NOW-TMS
           MOVE MIG973-NOW-TMS (1:8) TO MIG973-TODAY

           COMPUTE MIG973-CUTOFF-YYYY =
                   MIG973-TODAY-YYYY - MIG973-RETENTION-YEARS
           MOVE MIG973-TODAY-MMDD TO MIG973-CUTOFF-MMDD
           IF MIG973-CUTOFF-MMDD = '0229'
              MOVE '0228' TO MIG973-CUTOFF-MMDD
           END-IF
           MOVE '000000' TO MIG973-CUTOFF-HHMMSS

           DISPLAY PROGRAM-NAVN ' '
                   FUNCTION CURRENT-DATE (1:14) ' - '
                  'RETENTION ' MIG973-RETENTION-YEARS
                  ' YEARS, RECORDS STAMPED BEFORE '
                   MIG973-RETENTION-CUTOFF ' MAY EXPIRE'
           .

       VERIFY-CATALOG SECTION.
      *----------------------------------------------------------------*
      *    Walk every catalog entry not yet expired, verify its
      *    archive file and apply the retention policy.  The result
      *    is written back through the cursor, as MIG990 deletes
      *    through its purge cursor.
      *----------------------------------------------------------------*

           MOVE MIG973-RETENTION-CUTOFF TO MIG973-HDR-CUTOFF
           WRITE TTDF1010-RPT-RECORD FROM MIG973-RPT-HEADER

           MOVE SPACES TO MIG973-RPT-SECTION-TITLE
           MOVE 'ARCHIVE GENERATIONS VERIFIED'
             TO MIG973-SECTION-TITLE
           WRITE TTDF1010-RPT-RECORD FROM MIG973-RPT-SECTION-TITLE
           WRITE TTDF1010-RPT-RECORD FROM MIG973-RPT-GEN-HEAD

           EXEC SQL
              DECLARE VERIFY-CSR CURSOR FOR
              SELECT ARCHIVE_DSN, ROW_COUNT
                   , MIN_AJOUR_TMS, MAX_AJOUR_TMS
                   , KEEP_UNTIL, CHAR(RUN_TS)
              FROM MIG990_ARCHIVE_CATALOG
              WHERE EXPIRED_TMS = ' '
              FOR UPDATE OF VERIFY_STATUS, VERIFY_TMS
                          , KEEP_UNTIL, EXPIRED_TMS
           END-EXEC

           EXEC SQL
              OPEN VERIFY-CSR
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO MIG973-LAST-SQLCODE
              DISPLAY PROGRAM-NAVN ' '
                      FUNCTION CURRENT-DATE (1:14) ' - '
                     'DB2 ERROR #0002 IN OPEN VERIFY-CSR'
              MOVE 0002 TO TEKABN-ABEND-CODE
              MOVE '#0002 OPEN VERIFY-CSR' TO USP101-SQL-ID
              PERFORM SQL-FEJL-RUTINE
           END-IF

           SET NOT-MIG973-CATALOG-DONE TO TRUE

           PERFORM
              WITH TEST BEFORE
              UNTIL MIG973-CATALOG-DONE
              PERFORM FETCH-CATALOG-ROW
           END-PERFORM

           EXEC SQL
              CLOSE VERIFY-CSR
           END-EXEC
           .

       FETCH-CATALOG-ROW SECTION.
      *----------------------------------------------------------------*
      *    Fetch the next catalog entry and deal with its
      *    generation.
      *----------------------------------------------------------------*

           EXEC SQL
              FETCH VERIFY-CSR
              INTO :MIG973-CAT-ARCHIVE-DSN, :MIG973-CAT-ROW-COUNT
                 , :MIG973-CAT-MIN-AJOUR-TMS
                 , :MIG973-CAT-MAX-AJOUR-TMS
                 , :MIG973-CAT-KEEP-UNTIL, :MIG973-CAT-RUN-TS
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 ADD 1 TO MIG973-GENERATIONS-CHECKED
                 MOVE MIG973-CAT-ARCHIVE-DSN TO TTDF1010-ARCHIVE-DSN
                 PERFORM VERIFY-ONE-ARCHIVE
                 PERFORM APPLY-RETENTION
                 PERFORM UPDATE-CATALOG-ROW
                 PERFORM LIST-GENERATION
              WHEN 100
                 SET MIG973-CATALOG-DONE TO TRUE
              WHEN OTHER
                 MOVE SQLCODE TO MIG973-LAST-SQLCODE
                 DISPLAY PROGRAM-NAVN ' '
                         FUNCTION CURRENT-DATE (1:14) ' - '
                        'DB2 ERROR #0003 IN FETCH VERIFY-CSR'
                 MOVE 0003 TO TEKABN-ABEND-CODE
                 MOVE '#0003 FETCH VERIFY-CSR' TO USP101-SQL-ID
                 PERFORM SQL-FEJL-RUTINE
           END-EVALUATE
           .

       VERIFY-ONE-ARCHIVE SECTION.
      *----------------------------------------------------------------*
      *    Read one archive file, named in TTDF1010-ARCHIVE-DSN, to
      *    the end and compare what it holds with the catalog row.
      *    A file that will not open or read is a finding, not a
      *    reason to stop the run.
      *----------------------------------------------------------------*

           DISPLAY PROGRAM-NAVN ' '
                   FUNCTION CURRENT-DATE (1:14) ' - '
                  'VERIFYING ARCHIVE FILE "' TTDF1010-ARCHIVE-DSN '"'

           SET MIG973-RESULT-VERIFIED TO TRUE
           SET NOT-EOF-TTDF1010-ARCHIVE TO TRUE
           MOVE 0 TO MIG973-FILE-RECORDS
           MOVE 0 TO MIG973-FILE-IN-RETENTION
           MOVE HIGH-VALUES TO MIG973-FILE-MIN-AJOUR-TMS
           MOVE LOW-VALUES  TO MIG973-FILE-MAX-AJOUR-TMS

           OPEN INPUT TTDF1010-ARCHIVE

           EVALUATE TRUE
              WHEN MIG973-ARCHIVE-OK
                 CONTINUE
              WHEN MIG973-ARCHIVE-NOT-FOUND
                 SET MIG973-RESULT-MISSING TO TRUE
              WHEN OTHER
                 SET MIG973-RESULT-UNREADABLE TO TRUE
                 DISPLAY PROGRAM-NAVN ' '
                         FUNCTION CURRENT-DATE (1:14) ' - '
                        'ARCHIVE FILE "' TTDF1010-ARCHIVE-DSN
                        '" OPEN FAILED, STATUS="'
                         MIG973-ARCHIVE-STATUS '"'
           END-EVALUATE

           IF MIG973-RESULT-VERIFIED
              PERFORM READ-TTDF1010-ARCHIVE

              PERFORM
                 WITH TEST BEFORE
                 UNTIL EOF-TTDF1010-ARCHIVE

                 ADD 1 TO MIG973-RECORDS-READ
                 ADD 1 TO MIG973-FILE-RECORDS
                 IF TDF101-AJOUR-TMS < MIG973-FILE-MIN-AJOUR-TMS
                    MOVE TDF101-AJOUR-TMS TO MIG973-FILE-MIN-AJOUR-TMS
                 END-IF
                 IF TDF101-AJOUR-TMS > MIG973-FILE-MAX-AJOUR-TMS
                    MOVE TDF101-AJOUR-TMS TO MIG973-FILE-MAX-AJOUR-TMS
                 END-IF
                 IF TDF101-AJOUR-TMS NOT < MIG973-RETENTION-CUTOFF
                    ADD 1 TO MIG973-FILE-IN-RETENTION
                 END-IF

                 PERFORM READ-TTDF1010-ARCHIVE

              END-PERFORM

              CLOSE TTDF1010-ARCHIVE
           END-IF

           IF MIG973-RESULT-VERIFIED
              PERFORM COMPARE-WITH-CATALOG
           END-IF

           EVALUATE TRUE
              WHEN MIG973-RESULT-VERIFIED
                 ADD 1 TO MIG973-GENERATIONS-VERIFIED
              WHEN MIG973-RESULT-MISSING
                 ADD 1 TO MIG973-GENERATIONS-MISSING
                 MOVE 0016 TO RETURN-CODE
                 DISPLAY PROGRAM-NAVN ' '
                         FUNCTION CURRENT-DATE (1:14) ' - '
                        'ARCHIVE FILE "' TTDF1010-ARCHIVE-DSN
                        '" IS MISSING'
              WHEN MIG973-RESULT-UNREADABLE
                 ADD 1 TO MIG973-GENERATIONS-UNREADABLE
                 MOVE 0016 TO RETURN-CODE
              WHEN MIG973-RESULT-MISMATCH
                 ADD 1 TO MIG973-GENERATIONS-MISMATCH
                 MOVE 0016 TO RETURN-CODE
           END-EVALUATE
           .

       READ-TTDF1010-ARCHIVE SECTION.
      *----------------------------------------------------------------*
      *    Read the next archived TDF101 record.  Any status but a
      *    good read or end of file makes the file unreadable.
      *----------------------------------------------------------------*

           READ TTDF1010-ARCHIVE INTO TTDF1010
              AT END SET EOF-TTDF1010-ARCHIVE TO TRUE
           END-READ

           IF NOT MIG973-ARCHIVE-OK
              AND NOT MIG973-ARCHIVE-EOF
              SET MIG973-RESULT-UNREADABLE TO TRUE
              SET EOF-TTDF1010-ARCHIVE TO TRUE
              DISPLAY PROGRAM-NAVN ' '
                      FUNCTION CURRENT-DATE (1:14) ' - '
                     'ARCHIVE FILE "' TTDF1010-ARCHIVE-DSN
                     '" READ FAILED AFTER RECORD "'
                      MIG973-FILE-RECORDS '", STATUS="'
                      MIG973-ARCHIVE-STATUS '"'
           END-IF
           .

       COMPARE-WITH-CATALOG SECTION.
      *----------------------------------------------------------------*
      *    The file must hold exactly the rows the catalog
      *    registered for it, over the same AJOUR_TMS range.
      *----------------------------------------------------------------*

           IF MIG973-FILE-RECORDS NOT = MIG973-CAT-ROW-COUNT
              SET MIG973-RESULT-MISMATCH TO TRUE
              DISPLAY PROGRAM-NAVN ' '
                      FUNCTION CURRENT-DATE (1:14) ' - '
                     'ARCHIVE FILE "' TTDF1010-ARCHIVE-DSN
                     '" HOLDS "' MIG973-FILE-RECORDS
                     '" RECORDS BUT THE CATALOG REGISTERED "'
                      MIG973-CAT-ROW-COUNT '"'
           END-IF

           IF MIG973-FILE-RECORDS > 0
              AND MIG973-FILE-MIN-AJOUR-TMS
                  NOT = MIG973-CAT-MIN-AJOUR-TMS
              SET MIG973-RESULT-MISMATCH TO TRUE
              DISPLAY PROGRAM-NAVN ' '
                      FUNCTION CURRENT-DATE (1:14) ' - '
                     'ARCHIVE FILE "' TTDF1010-ARCHIVE-DSN
                     '" MIN AJOUR-TMS "' MIG973-FILE-MIN-AJOUR-TMS
                     '" BUT THE CATALOG REGISTERED "'
                      MIG973-CAT-MIN-AJOUR-TMS '"'
           END-IF

           IF MIG973-FILE-RECORDS > 0
              AND MIG973-FILE-MAX-AJOUR-TMS
                  NOT = MIG973-CAT-MAX-AJOUR-TMS
              SET MIG973-RESULT-MISMATCH TO TRUE
              DISPLAY PROGRAM-NAVN ' '
                      FUNCTION CURRENT-DATE (1:14) ' - '
                     'ARCHIVE FILE "' TTDF1010-ARCHIVE-DSN
                     '" MAX AJOUR-TMS "' MIG973-FILE-MAX-AJOUR-TMS
                     '" BUT THE CATALOG REGISTERED "'
                      MIG973-CAT-MAX-AJOUR-TMS '"'
           END-IF
           .

       APPLY-RETENTION SECTION.
      *----------------------------------------------------------------*
      *    Give the generation a keep date if it has none, and
      *    decide whether it expires.  Only a verified file can
      *    prove that none of its records is still needed.
      *----------------------------------------------------------------*

           SET NOT-MIG973-EXPIRE TO TRUE
           MOVE SPACES TO MIG973-ACTION

           IF MIG973-CAT-KEEP-UNTIL = SPACES
              MOVE MIG973-CAT-MAX-AJOUR-TMS (1:4) TO MIG973-KEEP-YYYY
              ADD MIG973-RETENTION-YEARS TO MIG973-KEEP-YYYY
              MOVE MIG973-CAT-MAX-AJOUR-TMS (5:4) TO MIG973-KEEP-MMDD
              IF MIG973-KEEP-MMDD = '0229'
                 MOVE '0228' TO MIG973-KEEP-MMDD
              END-IF
              ADD 1 TO MIG973-KEEP-DATES-SET
           ELSE
              MOVE MIG973-CAT-KEEP-UNTIL TO MIG973-KEEP-UNTIL
           END-IF

           EVALUATE TRUE
              WHEN MIG973-KEEP-UNTIL NOT < MIG973-TODAY
                 MOVE 'KEPT' TO MIG973-ACTION
              WHEN NOT MIG973-RESULT-VERIFIED
                 ADD 1 TO MIG973-GENERATIONS-KEPT
                 MOVE 'KEPT - NOT VERIFIED' TO MIG973-ACTION
              WHEN MIG973-FILE-IN-RETENTION > 0
                 ADD 1 TO MIG973-GENERATIONS-KEPT
                 MOVE 0016 TO RETURN-CODE
                 MOVE 'KEPT - STILL NEEDED' TO MIG973-ACTION
                 DISPLAY PROGRAM-NAVN ' '
                         FUNCTION CURRENT-DATE (1:14) ' - '
                        'ARCHIVE FILE "' TTDF1010-ARCHIVE-DSN
                        '" IS PAST ITS KEEP DATE "' MIG973-KEEP-UNTIL
                        '" BUT HOLDS "' MIG973-FILE-IN-RETENTION
                        '" RECORDS INSIDE RETENTION'
              WHEN MIG973-PROOF-COUNT >= MIG973-PROOF-MAX
                 ADD 1 TO MIG973-GENERATIONS-KEPT
                 MOVE 'KEPT - PROOF FULL' TO MIG973-ACTION
              WHEN OTHER
                 SET MIG973-EXPIRE TO TRUE
                 MOVE 'EXPIRED - DELETE' TO MIG973-ACTION
           END-EVALUATE
           .

       UPDATE-CATALOG-ROW SECTION.
      *----------------------------------------------------------------*
      *    Stamp the verification result, the keep date and - for
      *    an expired generation - the expiry on the catalog row.
      *----------------------------------------------------------------*

           IF MIG973-EXPIRE
              EXEC SQL
                 UPDATE MIG990_ARCHIVE_CATALOG
                 SET VERIFY_STATUS = :MIG973-RESULT
                   , VERIFY_TMS    = :MIG973-NOW-TMS
                   , KEEP_UNTIL    = :MIG973-KEEP-UNTIL
                   , EXPIRED_TMS   = :MIG973-NOW-TMS
                 WHERE CURRENT OF VERIFY-CSR
              END-EXEC
           ELSE
              EXEC SQL
                 UPDATE MIG990_ARCHIVE_CATALOG
                 SET VERIFY_STATUS = :MIG973-RESULT
                   , VERIFY_TMS    = :MIG973-NOW-TMS
                   , KEEP_UNTIL    = :MIG973-KEEP-UNTIL
                 WHERE CURRENT OF VERIFY-CSR
              END-EXEC
           END-IF

           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN OTHER
                 MOVE SQLCODE TO MIG973-LAST-SQLCODE
                 DISPLAY PROGRAM-NAVN ' '
                         FUNCTION CURRENT-DATE (1:14) ' - '
                        'DB2 ERROR #0004 IN UPDATE '
                        'MIG990_ARCHIVE_CATALOG'
                 MOVE 0004 TO TEKABN-ABEND-CODE
                 MOVE '#0004 UPDATE MIG990_ARCHIVE_CATALOG'
                   TO USP101-SQL-ID
                 PERFORM SQL-FEJL-RUTINE
           END-EVALUATE

           IF MIG973-EXPIRE
              PERFORM EXPIRE-GENERATION
           END-IF
           .

       EXPIRE-GENERATION SECTION.
      *----------------------------------------------------------------*
      *    Put the expired generation on the deletion list and hold
      *    it for the proof section.
      *----------------------------------------------------------------*

           ADD 1 TO MIG973-GENERATIONS-EXPIRED
           ADD MIG973-FILE-RECORDS      TO MIG973-EXPIRED-RECORDS
           ADD MIG973-FILE-IN-RETENTION TO MIG973-EXPIRED-IN-RETENTION

           MOVE SPACES                 TO MIG973-DELETION-RECORD
           MOVE MIG973-CAT-ARCHIVE-DSN TO MIG973-DEL-ARCHIVE-DSN
           MOVE MIG973-CAT-RUN-TS      TO MIG973-DEL-RUN-TS
           MOVE MIG973-KEEP-UNTIL      TO MIG973-DEL-KEEP-UNTIL
           MOVE MIG973-FILE-RECORDS    TO MIG973-DEL-ROW-COUNT
           WRITE MIG973-DELETION-RECORD

           ADD 1 TO MIG973-PROOF-COUNT
           MOVE MIG973-CAT-ARCHIVE-DSN
             TO MIG973-PRF-ARCHIVE-DSN  (MIG973-PROOF-COUNT)
           MOVE MIG973-CAT-MAX-AJOUR-TMS
             TO MIG973-PRF-CAT-MAX-TMS  (MIG973-PROOF-COUNT)
           MOVE MIG973-FILE-MAX-AJOUR-TMS
             TO MIG973-PRF-FILE-MAX-TMS (MIG973-PROOF-COUNT)
           MOVE MIG973-KEEP-UNTIL
             TO MIG973-PRF-KEEP-UNTIL   (MIG973-PROOF-COUNT)
           MOVE MIG973-FILE-RECORDS
             TO MIG973-PRF-RECORDS      (MIG973-PROOF-COUNT)
           MOVE MIG973-FILE-IN-RETENTION
             TO MIG973-PRF-IN-RETENTION (MIG973-PROOF-COUNT)
           .

       LIST-GENERATION SECTION.
      *----------------------------------------------------------------*
      *    One report line per generation: what was found and what
      *    was done with it.
      *----------------------------------------------------------------*

           MOVE MIG973-CAT-ARCHIVE-DSN   TO MIG973-GEN-ARCHIVE-DSN
           MOVE MIG973-CAT-RUN-TS (1:10) TO MIG973-GEN-RUN-DATE
           MOVE MIG973-CAT-ROW-COUNT     TO MIG973-GEN-CAT-ROWS
           MOVE MIG973-FILE-RECORDS      TO MIG973-GEN-FILE-ROWS
           MOVE MIG973-KEEP-UNTIL        TO MIG973-GEN-KEEP-UNTIL
           MOVE MIG973-ACTION            TO MIG973-GEN-ACTION

           EVALUATE TRUE
              WHEN MIG973-RESULT-VERIFIED
                 MOVE 'VERIFIED'   TO MIG973-GEN-RESULT
              WHEN MIG973-RESULT-MISSING
                 MOVE 'MISSING'    TO MIG973-GEN-RESULT
              WHEN MIG973-RESULT-UNREADABLE
                 MOVE 'UNREADABLE' TO MIG973-GEN-RESULT
              WHEN MIG973-RESULT-MISMATCH
                 MOVE 'MISMATCH'   TO MIG973-GEN-RESULT
           END-EVALUATE

           WRITE TTDF1010-RPT-RECORD FROM MIG973-RPT-GEN-LINE
           .

       REPORT-EXPIRY-PROOF SECTION.
      *----------------------------------------------------------------*
      *    For every generation expired this run: the newest record
      *    in the catalog and in the file itself, the keep date,
      *    and the records stamped inside retention - always 0.
      *----------------------------------------------------------------*

           MOVE SPACES TO MIG973-RPT-SECTION-TITLE
           MOVE 'GENERATIONS EXPIRED - NOTHING INSIDE RETENTION'
             TO MIG973-SECTION-TITLE
           WRITE TTDF1010-RPT-RECORD FROM MIG973-RPT-SECTION-TITLE
           WRITE TTDF1010-RPT-RECORD FROM MIG973-RPT-PROOF-HEAD

           PERFORM
              VARYING MIG973-PROOF-IX FROM 1 BY 1
              UNTIL MIG973-PROOF-IX > MIG973-PROOF-COUNT

              MOVE MIG973-PRF-ARCHIVE-DSN  (MIG973-PROOF-IX)
                TO MIG973-PRL-ARCHIVE-DSN
              MOVE MIG973-PRF-CAT-MAX-TMS  (MIG973-PROOF-IX)
                TO MIG973-PRL-CAT-MAX-TMS
              MOVE MIG973-PRF-FILE-MAX-TMS (MIG973-PROOF-IX)
                TO MIG973-PRL-FILE-MAX-TMS
              MOVE MIG973-PRF-KEEP-UNTIL   (MIG973-PROOF-IX)
                TO MIG973-PRL-KEEP-UNTIL
              MOVE MIG973-PRF-RECORDS      (MIG973-PROOF-IX)
                TO MIG973-PRL-RECORDS
              MOVE MIG973-PRF-IN-RETENTION (MIG973-PROOF-IX)
                TO MIG973-PRL-IN-RETENTION
              WRITE TTDF1010-RPT-RECORD FROM MIG973-RPT-PROOF-LINE

           END-PERFORM
           .

       END-OF-JOB-REPORT SECTION.
      *----------------------------------------------------------------*
      *    Totals of the verification and the expiry.
      *----------------------------------------------------------------*

           MOVE SPACES TO MIG973-RPT-SECTION-TITLE
           MOVE 'TOTALS' TO MIG973-SECTION-TITLE
           WRITE TTDF1010-RPT-RECORD FROM MIG973-RPT-SECTION-TITLE

           MOVE SPACES TO MIG973-RPT-SUMMARY
           MOVE 'ARCHIVE GENERATIONS CHECKED' TO MIG973-SUM-TEXT
           MOVE MIG973-GENERATIONS-CHECKED TO MIG973-SUM-NUMBER
           WRITE TTDF1010-RPT-RECORD FROM MIG973-RPT-SUMMARY

           MOVE SPACES TO MIG973-RPT-SUMMARY
           MOVE 'VERIFIED AGAINST THE CATALOG' TO MIG973-SUM-TEXT
           MOVE MIG973-GENERATIONS-VERIFIED TO MIG973-SUM-NUMBER
           WRITE TTDF1010-RPT-RECORD FROM MIG973-RPT-SUMMARY

           MOVE SPACES TO MIG973-RPT-SUMMARY
           MOVE 'ARCHIVE FILES MISSING' TO MIG973-SUM-TEXT
           MOVE MIG973-GENERATIONS-MISSING TO MIG973-SUM-NUMBER
           WRITE TTDF1010-RPT-RECORD FROM MIG973-RPT-SUMMARY

           MOVE SPACES TO MIG973-RPT-SUMMARY
           MOVE 'ARCHIVE FILES UNREADABLE' TO MIG973-SUM-TEXT
           MOVE MIG973-GENERATIONS-UNREADABLE TO MIG973-SUM-NUMBER
           WRITE TTDF1010-RPT-RECORD FROM MIG973-RPT-SUMMARY

           MOVE SPACES TO MIG973-RPT-SUMMARY
           MOVE 'ARCHIVE FILES NOT MATCHING THE CATALOG'
             TO MIG973-SUM-TEXT
           MOVE MIG973-GENERATIONS-MISMATCH TO MIG973-SUM-NUMBER
           WRITE TTDF1010-RPT-RECORD FROM MIG973-RPT-SUMMARY

           MOVE SPACES TO MIG973-RPT-SUMMARY
           MOVE 'ARCHIVE RECORDS READ' TO MIG973-SUM-TEXT
           MOVE MIG973-RECORDS-READ TO MIG973-SUM-NUMBER
           WRITE TTDF1010-RPT-RECORD FROM MIG973-RPT-SUMMARY

           MOVE SPACES TO MIG973-RPT-SUMMARY
           MOVE 'KEEP DATES SET ON THE CATALOG' TO MIG973-SUM-TEXT
           MOVE MIG973-KEEP-DATES-SET TO MIG973-SUM-NUMBER
           WRITE TTDF1010-RPT-RECORD FROM MIG973-RPT-SUMMARY

           MOVE SPACES TO MIG973-RPT-SUMMARY
           MOVE 'GENERATIONS EXPIRED AND LISTED FOR DELETION'
             TO MIG973-SUM-TEXT
           MOVE MIG973-GENERATIONS-EXPIRED TO MIG973-SUM-NUMBER
           WRITE TTDF1010-RPT-RECORD FROM MIG973-RPT-SUMMARY

           MOVE SPACES TO MIG973-RPT-SUMMARY
           MOVE 'RECORDS IN EXPIRED GENERATIONS' TO MIG973-SUM-TEXT
           MOVE MIG973-EXPIRED-RECORDS TO MIG973-SUM-NUMBER
           WRITE TTDF1010-RPT-RECORD FROM MIG973-RPT-SUMMARY

           MOVE SPACES TO MIG973-RPT-SUMMARY
           MOVE 'OF THOSE STAMPED INSIDE RETENTION'
             TO MIG973-SUM-TEXT
           MOVE MIG973-EXPIRED-IN-RETENTION TO MIG973-SUM-NUMBER
           WRITE TTDF1010-RPT-RECORD FROM MIG973-RPT-SUMMARY

           MOVE SPACES TO MIG973-RPT-SUMMARY
           MOVE 'PAST KEEP DATE BUT KEPT' TO MIG973-SUM-TEXT
           MOVE MIG973-GENERATIONS-KEPT TO MIG973-SUM-NUMBER
           WRITE TTDF1010-RPT-RECORD FROM MIG973-RPT-SUMMARY
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
