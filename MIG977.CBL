       IDENTIFICATION DIVISION.

       PROGRAM-ID.    MIG977.
       AUTHOR.        Henrik Jensen.
       INSTALLATION.  BEC Roskilde.
       DATE-WRITTEN.  15 Oct 2026.

      ******************************************************************
      *
      *  Program description:
      *  --------------------
      *  Monthly reconciliation of TTDF1010SAMP_ACT against the full
      *  snapshot of every live activity the source system sends
      *  once a month in the 81-byte TTDF1010 layout.  Reports keys
      *  the source has and we do not (MISSING), keys we have and
      *  the source no longer has (EXTRA), and keys whose ACTDESC or
      *  AJOUR fields differ (DIFFERS).
      *
      *  Every MISSING and DIFFERS key is also written for the
      *  normal MIG997 repair-and-replay path, so nobody retypes the
      *  drift:
      *    TTDF1024K  correction records in the MIG997 correction
      *               layout, carrying the source's image - the
      *               file the data owner reviews;
      *    TTDF1024J  the matching records in the MIG999 reject
      *               layout (TTDF101J) that drive MIG997 - reason
      *               SNAPSHOT ..., attempt 0, image = our current
      *               row (DIFFERS) or the source's (MISSING).
      *  Both files are in the same key order; a fix the data owner
      *  declines is removed from both before MIG997 runs.  EXTRA
      *  keys are reported only - a replay cannot remove a row.
      *
      ******************************************************************
      *
      *  Speciel conditions:
      *  Dependencies:            Snapshot sorted on ACTNO, ACTKWD;
      *                           output replayed by MIG997.
      *  Checkpoint/restart:      No - read only, simply rerun.
      *
      ******************************************************************
      *  Further description:
      *  --------------------
      *  Match-merge of the snapshot against a cursor over the table
      *  in the same key order.  HDR/TRL control records in the
      *  snapshot are skipped, and a trailer count that disagrees
      *  with the data records read abends the run - a short
      *  snapshot would report half the table as EXTRA.  A key out
      *  of sequence abends as well; a key repeated in the snapshot
      *  is listed and its repeats skipped.
      *
      *  ACTDESC is compared on its text (the table keeps it
      *  trimmed); the AJOUR fields are AJOUR-ID, AJOUR-ID-TYP,
      *  AJOUR-PGM and AJOUR-TMS.
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

           SELECT TTDF1010-SNAPSHOT              ASSIGN TO TTDF1024S.

           SELECT MIG977-CORRECT                 ASSIGN TO TTDF1024K.

           SELECT TTDF1010-REJECT                ASSIGN TO TTDF1024J.

           SELECT TTDF1010-RPT                   ASSIGN TO TTDF1024P.

       DATA DIVISION.

      *----------------------------------------------------------------*
       FILE SECTION.
      *----------------------------------------------------------------*

       FD  TTDF1010-SNAPSHOT
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01  TTDF1010-SNAPSHOT-RECORD.
           COPY TTDF1010 REPLACING ==:PFX:==    BY ==TDF101S==.

      *    Control-record view of the snapshot record, as in MIG999.
       01  TDF101H-RECORD.
           05  TDF101H-REC-TYPE              PIC X(03).
               88  TDF101H-HEADER                     VALUE 'HDR'.
               88  TDF101H-TRAILER                    VALUE 'TRL'.
           05  TDF101H-HDR-DATA.
               10  TDF101H-EXTRACT-DATE      PIC X(08).
               10  TDF101H-SOURCE-SYSTEM     PIC X(08).
               10  FILLER                    PIC X(62).
           05  TDF101H-TRL-DATA REDEFINES TDF101H-HDR-DATA.
               10  TDF101H-TRL-COUNT         PIC 9(09).
               10  TDF101H-TRL-ACTNO-HASH    PIC 9(15).
               10  FILLER                    PIC X(54).

      *    Correction record - the MIG997-CORRECT layout.
       FD  MIG977-CORRECT
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01  MIG977-CORRECT-RECORD.
           05  MIG977-COR-ACTNO                  PIC X(05).
           05  FILLER                            PIC X(01).
           05  MIG977-COR-ACTKWD                 PIC X(05).
           05  FILLER                            PIC X(01).
           05  MIG977-COR-TDF101-IMAGE           PIC X(81).
           05  FILLER                            PIC X(07).

       FD  TTDF1010-REJECT
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01  TTDF1010-REJECT-RECORD.
           COPY TTDF101J REPLACING ==:PFX:==    BY ==TTDF1010-REJ==.

       FD  TTDF1010-RPT
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01  TTDF1010-RPT-RECORD                   PIC X(80).

      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
       01  DIVERSE.
         03  PROGRAM-NAVN                   PIC  X(08) VALUE 'MIG977'.
         03  EOF-TTDF1010-SNAPSHOT-SW        PIC 9     VALUE 0.
           88  EOF-TTDF1010-SNAPSHOT                   VALUE 1.
           88  NOT-EOF-TTDF1010-SNAPSHOT               VALUE 0.
         03  MIG977-SNAP-DATA-SW             PIC 9     VALUE 0.
           88  MIG977-SNAP-DATA-FOUND                  VALUE 1.
           88  NOT-MIG977-SNAP-DATA-FOUND              VALUE 0.
         03  MIG977-TRAILER-SW               PIC 9     VALUE 0.
           88  MIG977-TRAILER-SEEN                     VALUE 1.
           88  NOT-MIG977-TRAILER-SEEN                 VALUE 0.
      *    Merge keys (ACTNO + ACTKWD); HIGH-VALUES once a side is
      *    exhausted.
         03  MIG977-SNAP-KEY                 PIC X(10)  VALUE SPACES.
         03  MIG977-PREV-SNAP-KEY            PIC X(10)  VALUE
                                                         LOW-VALUES.
         03  MIG977-TAB-KEY                  PIC X(10)  VALUE SPACES.
         03  MIG977-DIFF-FIELDS              PIC X(30)  VALUE SPACES.
         03  MIG977-DIFF-IX                  PIC S9(04) COMP   VALUE 0.
         03  MIG977-HDR-DATE                 PIC X(08)  VALUE SPACES.
         03  MIG977-TRL-EXPECTED-COUNT       PIC S9(09) COMP-3 VALUE 0.
         03  MIG977-SNAP-RECORDS-READ        PIC S9(09) COMP-3 VALUE 0.
         03  MIG977-SNAP-DATA-RECORDS        PIC S9(09) COMP-3 VALUE 0.
         03  MIG977-SNAP-DUPLICATES          PIC S9(09) COMP-3 VALUE 0.
         03  MIG977-TABLE-ROWS-READ          PIC S9(09) COMP-3 VALUE 0.
         03  MIG977-KEYS-EQUAL               PIC S9(09) COMP-3 VALUE 0.
         03  MIG977-KEYS-MISSING             PIC S9(09) COMP-3 VALUE 0.
         03  MIG977-KEYS-EXTRA               PIC S9(09) COMP-3 VALUE 0.
         03  MIG977-KEYS-DIFFER              PIC S9(09) COMP-3 VALUE 0.
         03  MIG977-ACTDESC-DIFFER           PIC S9(09) COMP-3 VALUE 0.
         03  MIG977-AJOUR-DIFFER             PIC S9(09) COMP-3 VALUE 0.
         03  MIG977-CORRECTIONS-WRITTEN      PIC S9(09) COMP-3 VALUE 0.
         03  MIG977-LAST-SQLCODE             PIC S9(09) COMP   VALUE 0.

           COPY TEKABNAR.
           COPY COMPILED.
           COPY USP101AR.
      ***  DB2 COPYBOOKS ***
      ***  DB2 SQLCA ***
           COPY SQLCA.

       01  MIG977-HOST-VARS.
           05  MIG977-HV-ACTNO                PIC X(05).
           05  MIG977-HV-ACTKWD               PIC X(05).
           05  MIG977-HV-ACTDESC.
               49  MIG977-HV-ACTDESC-LEN      PIC S9(04) COMP.
               49  MIG977-HV-ACTDESC-TEXT     PIC X(30).
           05  MIG977-HV-AJOUR-ID             PIC X(08).
           05  MIG977-HV-AJOUR-ID-TYP         PIC X(01).
           05  MIG977-HV-AJOUR-PGM            PIC X(08).
           05  MIG977-HV-AJOUR-TMS            PIC X(14).

      *    Our current row as an 81-byte TDF101 image.
       01  TDF101W-RECORD.
           COPY TTDF1010 REPLACING ==:PFX:==    BY ==TDF101W==.

       01  MIG977-RPT-HEADER.
           05  FILLER                         PIC X(44) VALUE
               'MIG977 - SNAPSHOT RECONCILIATION, SNAPSHOT '.
           05  MIG977-HDR-SNAP-DATE           PIC X(08).
           05  FILLER                         PIC X(05) VALUE ' RUN '.
           05  MIG977-HDR-RUN-DATE            PIC X(08).
           05  FILLER                         PIC X(15) VALUE SPACES.

       01  MIG977-RPT-TITLE.
           05  FILLER                         PIC X(40) VALUE
               'RESULT     ACTNO ACTKWD FIELDS THAT DIFF'.
           05  FILLER                         PIC X(40) VALUE
               'ER'.

       01  MIG977-RPT-KEY-LINE.
           05  MIG977-KEY-RESULT              PIC X(10).
           05  FILLER                         PIC X(01) VALUE SPACE.
           05  MIG977-KEY-ACTNO               PIC X(05).
           05  FILLER                         PIC X(01) VALUE SPACE.
           05  MIG977-KEY-ACTKWD              PIC X(05).
           05  FILLER                         PIC X(02) VALUE SPACES.
           05  MIG977-KEY-FIELDS              PIC X(30).
           05  FILLER                         PIC X(26) VALUE SPACES.

       01  MIG977-RPT-SUMMARY.
           05  MIG977-SUM-TEXT                PIC X(60).
           05  MIG977-SUM-NUMBER              PIC Z(8)9.
           05  FILLER                         PIC X(11) VALUE SPACES.

      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
           PERFORM DISPLAY-START

           PERFORM OPEN-FILES
           PERFORM RECONCILE-SNAPSHOT
           PERFORM CHECK-SNAPSHOT-TRAILER
           PERFORM END-OF-JOB-REPORT
           PERFORM CLOSE-FILES

           DISPLAY PROGRAM-NAVN 'END'
           GOBACK
           .

       OPEN-FILES SECTION.
      *----------------------------------------------------------------*
      *    Open the snapshot, the two replay files and the report,
      *    and open the table cursor in key order.
      *----------------------------------------------------------------*

           OPEN INPUT  TTDF1010-SNAPSHOT
           OPEN OUTPUT MIG977-CORRECT
                       TTDF1010-REJECT
                       TTDF1010-RPT

           EXEC SQL
              DECLARE ACT-CSR CURSOR FOR
              SELECT ACTNO, ACTKWD, ACTDESC
                   , AJOUR_ID, AJOUR_ID_TYP, AJOUR_PGM, AJOUR_TMS
              FROM TTDF1010SAMP_ACT
              ORDER BY ACTNO, ACTKWD
           END-EXEC

           EXEC SQL
              OPEN ACT-CSR
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO MIG977-LAST-SQLCODE
              DISPLAY PROGRAM-NAVN ' '
                      FUNCTION CURRENT-DATE (1:14) ' - '
                     'DB2 ERROR #0003 IN OPEN ACT-CSR'
              MOVE 0003 TO TEKABN-ABEND-CODE
              MOVE '#0003 OPEN ACT-CSR' TO USP101-SQL-ID
              PERFORM SQL-FEJL-RUTINE
           END-IF
           .

       RECONCILE-SNAPSHOT SECTION.
      *----------------------------------------------------------------*
      *    Match-merge the snapshot against the table on ACTNO +
      *    ACTKWD until both sides are exhausted.
      *----------------------------------------------------------------*

           PERFORM READ-SNAPSHOT-DATA

           MOVE MIG977-HDR-DATE TO MIG977-HDR-SNAP-DATE
           MOVE FUNCTION CURRENT-DATE (1:8) TO MIG977-HDR-RUN-DATE
           WRITE TTDF1010-RPT-RECORD FROM MIG977-RPT-HEADER
           WRITE TTDF1010-RPT-RECORD FROM MIG977-RPT-TITLE

           PERFORM FETCH-TABLE-ROW

           PERFORM
              WITH TEST BEFORE
              UNTIL MIG977-SNAP-KEY = HIGH-VALUES
                AND MIG977-TAB-KEY  = HIGH-VALUES

              EVALUATE TRUE
                 WHEN MIG977-SNAP-KEY < MIG977-TAB-KEY
                    PERFORM REPORT-KEY-MISSING
                    PERFORM READ-SNAPSHOT-DATA
                 WHEN MIG977-SNAP-KEY > MIG977-TAB-KEY
                    PERFORM REPORT-KEY-EXTRA
                    PERFORM FETCH-TABLE-ROW
                 WHEN OTHER
                    PERFORM COMPARE-MATCHED-KEY
                    PERFORM READ-SNAPSHOT-DATA
                    PERFORM FETCH-TABLE-ROW
              END-EVALUATE

           END-PERFORM
           .

       READ-SNAPSHOT-DATA SECTION.
      *----------------------------------------------------------------*
      *    Read up to the next snapshot data record, past HDR/TRL
      *    records and repeats of the previous key.  MIG977-SNAP-KEY
      *    is HIGH-VALUES at end of file.
      *----------------------------------------------------------------*

           SET NOT-MIG977-SNAP-DATA-FOUND TO TRUE

           PERFORM
              WITH TEST BEFORE
              UNTIL MIG977-SNAP-DATA-FOUND
                 OR EOF-TTDF1010-SNAPSHOT
              PERFORM READ-SNAPSHOT-RECORD
           END-PERFORM

           IF EOF-TTDF1010-SNAPSHOT
              MOVE HIGH-VALUES TO MIG977-SNAP-KEY
           END-IF
           .

       READ-SNAPSHOT-RECORD SECTION.
      *----------------------------------------------------------------*
      *    Read and classify one snapshot record.
      *----------------------------------------------------------------*

           READ TTDF1010-SNAPSHOT
              AT END
                 SET EOF-TTDF1010-SNAPSHOT TO TRUE
           END-READ

           IF NOT EOF-TTDF1010-SNAPSHOT
              ADD 1 TO MIG977-SNAP-RECORDS-READ
              EVALUATE TRUE
                 WHEN TDF101H-HEADER
                    MOVE TDF101H-EXTRACT-DATE TO MIG977-HDR-DATE
                 WHEN TDF101H-TRAILER
                    SET MIG977-TRAILER-SEEN TO TRUE
                    IF TDF101H-TRL-COUNT NUMERIC
                       MOVE TDF101H-TRL-COUNT
                         TO MIG977-TRL-EXPECTED-COUNT
                    END-IF
                 WHEN OTHER
                    PERFORM CHECK-SNAPSHOT-SEQUENCE
              END-EVALUATE
           END-IF
           .

       CHECK-SNAPSHOT-SEQUENCE SECTION.
      *----------------------------------------------------------------*
      *    A data record must come after the previous key.  A repeat
      *    is listed and skipped; a key before it abends the run, as
      *    the merge would report nonsense from there on.
      *----------------------------------------------------------------*

           ADD 1 TO MIG977-SNAP-DATA-RECORDS

           MOVE TDF101S-ACTNO  TO MIG977-SNAP-KEY (1:5)
           MOVE TDF101S-ACTKWD TO MIG977-SNAP-KEY (6:5)

           EVALUATE TRUE
              WHEN MIG977-SNAP-KEY > MIG977-PREV-SNAP-KEY
                 MOVE MIG977-SNAP-KEY TO MIG977-PREV-SNAP-KEY
                 SET MIG977-SNAP-DATA-FOUND TO TRUE
              WHEN MIG977-SNAP-KEY = MIG977-PREV-SNAP-KEY
                 ADD 1 TO MIG977-SNAP-DUPLICATES
                 MOVE SPACES           TO MIG977-RPT-KEY-LINE
                 MOVE 'DUPLICATE'      TO MIG977-KEY-RESULT
                 MOVE TDF101S-ACTNO    TO MIG977-KEY-ACTNO
                 MOVE TDF101S-ACTKWD   TO MIG977-KEY-ACTKWD
                 MOVE 'REPEATED IN SNAPSHOT - SKIPPED'
                   TO MIG977-KEY-FIELDS
                 WRITE TTDF1010-RPT-RECORD FROM MIG977-RPT-KEY-LINE
              WHEN OTHER
                 DISPLAY PROGRAM-NAVN ' '
                         FUNCTION CURRENT-DATE (1:14) ' - '
                        'SNAPSHOT OUT OF SEQUENCE #0001 AT RECORD '
                         MIG977-SNAP-RECORDS-READ ' KEY "'
                         MIG977-SNAP-KEY '" AFTER "'
                         MIG977-PREV-SNAP-KEY '"'
                 MOVE 0001 TO TEKABN-ABEND-CODE
                 PERFORM ABEND
           END-EVALUATE
           .

       FETCH-TABLE-ROW SECTION.
      *----------------------------------------------------------------*
      *    Fetch the next table row.  MIG977-TAB-KEY is HIGH-VALUES
      *    once the cursor is exhausted.
      *----------------------------------------------------------------*

           IF MIG977-TAB-KEY NOT = HIGH-VALUES
              MOVE SPACES TO MIG977-HV-ACTDESC-TEXT

              EXEC SQL
                 FETCH ACT-CSR
                 INTO :MIG977-HV-ACTNO, :MIG977-HV-ACTKWD
                    , :MIG977-HV-ACTDESC
                    , :MIG977-HV-AJOUR-ID, :MIG977-HV-AJOUR-ID-TYP
                    , :MIG977-HV-AJOUR-PGM, :MIG977-HV-AJOUR-TMS
              END-EXEC

              EVALUATE SQLCODE
                 WHEN 0
                    ADD 1 TO MIG977-TABLE-ROWS-READ
                    MOVE MIG977-HV-ACTNO  TO MIG977-TAB-KEY (1:5)
                    MOVE MIG977-HV-ACTKWD TO MIG977-TAB-KEY (6:5)
                 WHEN 100
                    MOVE HIGH-VALUES TO MIG977-TAB-KEY
                    EXEC SQL
                       CLOSE ACT-CSR
                    END-EXEC
                 WHEN OTHER
                    MOVE SQLCODE TO MIG977-LAST-SQLCODE
                    DISPLAY PROGRAM-NAVN ' '
                            FUNCTION CURRENT-DATE (1:14) ' - '
                           'DB2 ERROR #0004 IN FETCH ACT-CSR'
                    MOVE 0004 TO TEKABN-ABEND-CODE
                    MOVE '#0004 FETCH ACT-CSR' TO USP101-SQL-ID
                    PERFORM SQL-FEJL-RUTINE
              END-EVALUATE
           END-IF
           .

       COMPARE-MATCHED-KEY SECTION.
      *----------------------------------------------------------------*
      *    The key is on both sides: compare ACTDESC and the AJOUR
      *    fields and list the ones that differ.
      *----------------------------------------------------------------*

           MOVE SPACES TO MIG977-DIFF-FIELDS
           MOVE 1      TO MIG977-DIFF-IX

           IF TDF101S-ACTDESC-TEXT NOT = MIG977-HV-ACTDESC-TEXT
              MOVE 'ACTDESC' TO MIG977-DIFF-FIELDS (MIG977-DIFF-IX:7)
              ADD 8 TO MIG977-DIFF-IX
              ADD 1 TO MIG977-ACTDESC-DIFFER
           END-IF

           IF TDF101S-AJOUR-ID     NOT = MIG977-HV-AJOUR-ID
              OR TDF101S-AJOUR-ID-TYP NOT = MIG977-HV-AJOUR-ID-TYP
              OR TDF101S-AJOUR-PGM    NOT = MIG977-HV-AJOUR-PGM
              OR TDF101S-AJOUR-TMS    NOT = MIG977-HV-AJOUR-TMS
              ADD 1 TO MIG977-AJOUR-DIFFER
              IF TDF101S-AJOUR-ID NOT = MIG977-HV-AJOUR-ID
                 MOVE 'ID' TO MIG977-DIFF-FIELDS (MIG977-DIFF-IX:2)
                 ADD 3 TO MIG977-DIFF-IX
              END-IF
              IF TDF101S-AJOUR-ID-TYP NOT = MIG977-HV-AJOUR-ID-TYP
                 MOVE 'TYP' TO MIG977-DIFF-FIELDS (MIG977-DIFF-IX:3)
                 ADD 4 TO MIG977-DIFF-IX
              END-IF
              IF TDF101S-AJOUR-PGM NOT = MIG977-HV-AJOUR-PGM
                 MOVE 'PGM' TO MIG977-DIFF-FIELDS (MIG977-DIFF-IX:3)
                 ADD 4 TO MIG977-DIFF-IX
              END-IF
              IF TDF101S-AJOUR-TMS NOT = MIG977-HV-AJOUR-TMS
                 MOVE 'TMS' TO MIG977-DIFF-FIELDS (MIG977-DIFF-IX:3)
                 ADD 4 TO MIG977-DIFF-IX
              END-IF
           END-IF

           IF MIG977-DIFF-FIELDS = SPACES
              ADD 1 TO MIG977-KEYS-EQUAL
           ELSE
              ADD 1 TO MIG977-KEYS-DIFFER

              MOVE SPACES             TO MIG977-RPT-KEY-LINE
              MOVE 'DIFFERS'          TO MIG977-KEY-RESULT
              MOVE TDF101S-ACTNO      TO MIG977-KEY-ACTNO
              MOVE TDF101S-ACTKWD     TO MIG977-KEY-ACTKWD
              MOVE MIG977-DIFF-FIELDS TO MIG977-KEY-FIELDS
              WRITE TTDF1010-RPT-RECORD FROM MIG977-RPT-KEY-LINE

              PERFORM BUILD-TABLE-IMAGE
              MOVE TDF101W-RECORD TO TTDF1010-REJ-TDF101-IMAGE
              MOVE 'SNAPSHOT: ACTDESC/AJOUR DIFFER FROM SOURCE'
                TO TTDF1010-REJ-REASON
              PERFORM WRITE-REPLAY-RECORDS
           END-IF
           .

       BUILD-TABLE-IMAGE SECTION.
      *----------------------------------------------------------------*
      *    Our current row as an 81-byte TDF101 image.
      *----------------------------------------------------------------*

           MOVE SPACES                  TO TDF101W-RECORD
           MOVE MIG977-HV-ACTNO         TO TDF101W-ACTNO
           MOVE MIG977-HV-ACTKWD        TO TDF101W-ACTKWD
           MOVE MIG977-HV-ACTDESC-LEN   TO TDF101W-ACTDESC-LEN
           MOVE MIG977-HV-ACTDESC-TEXT  TO TDF101W-ACTDESC-TEXT
           MOVE MIG977-HV-AJOUR-ID      TO TDF101W-AJOUR-ID
           MOVE MIG977-HV-AJOUR-ID-TYP  TO TDF101W-AJOUR-ID-TYP
           MOVE MIG977-HV-AJOUR-PGM     TO TDF101W-AJOUR-PGM
           MOVE MIG977-HV-AJOUR-TMS     TO TDF101W-AJOUR-TMS
           .

       REPORT-KEY-MISSING SECTION.
      *----------------------------------------------------------------*
      *    The source has the key and we do not: list it and write
      *    the source's image for replay.
      *----------------------------------------------------------------*

           ADD 1 TO MIG977-KEYS-MISSING

           MOVE SPACES           TO MIG977-RPT-KEY-LINE
           MOVE 'MISSING'        TO MIG977-KEY-RESULT
           MOVE TDF101S-ACTNO    TO MIG977-KEY-ACTNO
           MOVE TDF101S-ACTKWD   TO MIG977-KEY-ACTKWD
           MOVE 'NOT IN TTDF1010SAMP_ACT' TO MIG977-KEY-FIELDS
           WRITE TTDF1010-RPT-RECORD FROM MIG977-RPT-KEY-LINE

           MOVE TTDF1010-SNAPSHOT-RECORD TO TTDF1010-REJ-TDF101-IMAGE
           MOVE 'SNAPSHOT: MISSING IN TTDF1010SAMP_ACT'
             TO TTDF1010-REJ-REASON
           PERFORM WRITE-REPLAY-RECORDS
           .

       REPORT-KEY-EXTRA SECTION.
      *----------------------------------------------------------------*
      *    We have the key and the source no longer does: list it.
      *----------------------------------------------------------------*

           ADD 1 TO MIG977-KEYS-EXTRA

           MOVE SPACES           TO MIG977-RPT-KEY-LINE
           MOVE 'EXTRA'          TO MIG977-KEY-RESULT
           MOVE MIG977-HV-ACTNO  TO MIG977-KEY-ACTNO
           MOVE MIG977-HV-ACTKWD TO MIG977-KEY-ACTKWD
           MOVE 'NOT IN SOURCE SNAPSHOT' TO MIG977-KEY-FIELDS
           WRITE TTDF1010-RPT-RECORD FROM MIG977-RPT-KEY-LINE
           .

       WRITE-REPLAY-RECORDS SECTION.
      *----------------------------------------------------------------*
      *    Write the MIG997 driver record (reason and image already
      *    set) and the correction record carrying the source's
      *    image for the snapshot key in hand.
      *----------------------------------------------------------------*

           MOVE 0              TO TTDF1010-REJ-SQLCODE
           MOVE TDF101S-ACTNO  TO TTDF1010-REJ-ACTNO
           MOVE TDF101S-ACTKWD TO TTDF1010-REJ-ACTKWD
           MOVE 0              TO TTDF1010-REJ-ATTEMPT
           WRITE TTDF1010-REJECT-RECORD

           MOVE SPACES         TO MIG977-CORRECT-RECORD
           MOVE TDF101S-ACTNO  TO MIG977-COR-ACTNO
           MOVE TDF101S-ACTKWD TO MIG977-COR-ACTKWD
           MOVE TTDF1010-SNAPSHOT-RECORD TO MIG977-COR-TDF101-IMAGE
           WRITE MIG977-CORRECT-RECORD

           ADD 1 TO MIG977-CORRECTIONS-WRITTEN
           .

       CHECK-SNAPSHOT-TRAILER SECTION.
      *----------------------------------------------------------------*
      *    A trailer that disagrees with the data records read means
      *    a short or padded snapshot - nothing above can be trusted.
      *----------------------------------------------------------------*

           IF MIG977-TRAILER-SEEN
              AND MIG977-TRL-EXPECTED-COUNT
                  NOT = MIG977-SNAP-DATA-RECORDS
              DISPLAY PROGRAM-NAVN ' '
                      FUNCTION CURRENT-DATE (1:14) ' - '
                     'SNAPSHOT TRAILER COUNT MISMATCH #0002 - '
                     'TRAILER="' MIG977-TRL-EXPECTED-COUNT
                     '" READ="' MIG977-SNAP-DATA-RECORDS '"'
              MOVE 0002 TO TEKABN-ABEND-CODE
              PERFORM ABEND
           END-IF
           .

       END-OF-JOB-REPORT SECTION.
      *----------------------------------------------------------------*
      *    Totals of the reconciliation.
      *----------------------------------------------------------------*

           MOVE SPACES TO MIG977-RPT-SUMMARY
           MOVE 'SNAPSHOT RECORDS READ' TO MIG977-SUM-TEXT
           MOVE MIG977-SNAP-RECORDS-READ TO MIG977-SUM-NUMBER
           WRITE TTDF1010-RPT-RECORD FROM MIG977-RPT-SUMMARY

           MOVE SPACES TO MIG977-RPT-SUMMARY
           MOVE 'SNAPSHOT DATA RECORDS' TO MIG977-SUM-TEXT
           MOVE MIG977-SNAP-DATA-RECORDS TO MIG977-SUM-NUMBER
           WRITE TTDF1010-RPT-RECORD FROM MIG977-RPT-SUMMARY

           MOVE SPACES TO MIG977-RPT-SUMMARY
           MOVE 'SNAPSHOT KEYS REPEATED (SKIPPED)' TO MIG977-SUM-TEXT
           MOVE MIG977-SNAP-DUPLICATES TO MIG977-SUM-NUMBER
           WRITE TTDF1010-RPT-RECORD FROM MIG977-RPT-SUMMARY

           MOVE SPACES TO MIG977-RPT-SUMMARY
           MOVE 'ROWS READ FROM TTDF1010SAMP_ACT' TO MIG977-SUM-TEXT
           MOVE MIG977-TABLE-ROWS-READ TO MIG977-SUM-NUMBER
           WRITE TTDF1010-RPT-RECORD FROM MIG977-RPT-SUMMARY

           MOVE SPACES TO MIG977-RPT-SUMMARY
           MOVE 'KEYS EQUAL ON BOTH SIDES' TO MIG977-SUM-TEXT
           MOVE MIG977-KEYS-EQUAL TO MIG977-SUM-NUMBER
           WRITE TTDF1010-RPT-RECORD FROM MIG977-RPT-SUMMARY

           MOVE SPACES TO MIG977-RPT-SUMMARY
           MOVE 'KEYS MISSING IN TTDF1010SAMP_ACT' TO MIG977-SUM-TEXT
           MOVE MIG977-KEYS-MISSING TO MIG977-SUM-NUMBER
           WRITE TTDF1010-RPT-RECORD FROM MIG977-RPT-SUMMARY

           MOVE SPACES TO MIG977-RPT-SUMMARY
           MOVE 'KEYS NO LONGER IN THE SOURCE (EXTRA)'
             TO MIG977-SUM-TEXT
           MOVE MIG977-KEYS-EXTRA TO MIG977-SUM-NUMBER
           WRITE TTDF1010-RPT-RECORD FROM MIG977-RPT-SUMMARY

           MOVE SPACES TO MIG977-RPT-SUMMARY
           MOVE 'KEYS THAT DIFFER' TO MIG977-SUM-TEXT
           MOVE MIG977-KEYS-DIFFER TO MIG977-SUM-NUMBER
           WRITE TTDF1010-RPT-RECORD FROM MIG977-RPT-SUMMARY

           MOVE SPACES TO MIG977-RPT-SUMMARY
           MOVE '  OF WHICH ACTDESC DIFFERS' TO MIG977-SUM-TEXT
           MOVE MIG977-ACTDESC-DIFFER TO MIG977-SUM-NUMBER
           WRITE TTDF1010-RPT-RECORD FROM MIG977-RPT-SUMMARY

           MOVE SPACES TO MIG977-RPT-SUMMARY
           MOVE '  OF WHICH AN AJOUR FIELD DIFFERS' TO MIG977-SUM-TEXT
           MOVE MIG977-AJOUR-DIFFER TO MIG977-SUM-NUMBER
           WRITE TTDF1010-RPT-RECORD FROM MIG977-RPT-SUMMARY

           MOVE SPACES TO MIG977-RPT-SUMMARY
           MOVE 'CORRECTIONS WRITTEN FOR MIG997 (TTDF1024K/J)'
             TO MIG977-SUM-TEXT
           MOVE MIG977-CORRECTIONS-WRITTEN TO MIG977-SUM-NUMBER
           WRITE TTDF1010-RPT-RECORD FROM MIG977-RPT-SUMMARY
           .

       CLOSE-FILES SECTION.
      *----------------------------------------------------------------*
      *    Close the files.
      *----------------------------------------------------------------*

           CLOSE TTDF1010-SNAPSHOT
                 MIG977-CORRECT
                 TTDF1010-REJECT
                 TTDF1010-RPT
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
