       IDENTIFICATION DIVISION.

       PROGRAM-ID.    MIG976.
       AUTHOR.        Henrik Jensen.
       INSTALLATION.  BEC Roskilde.
       DATE-WRITTEN.  15 Oct 2026.

      ******************************************************************
      *
      *  Program description:
      *  --------------------
      *  Builds the masked test-data extract from TTDF1010SAMP_ACT
      *  and, when asked, TTDF1010SAMP_ACT_HIST, for the test-data
      *  refresh job in place of the plain MIG998 unload, so real
      *  user IDs and free-text descriptions never reach a test
      *  region.  A subset is selected by ACTNO range, category
      *  (ACTKWD_CAT) and/or sample percentage from the MIG976
      *  control record; a blank control record takes everything.
      *
      *  Masking is deterministic - the same input always gives the
      *  same output, on every run:
      *    AJOUR-ID  becomes 'U' + 7 digits hashed from the real ID,
      *              so one user is one pseudonym across live and
      *              history rows and across refreshes;
      *    ACTDESC   becomes 'TEST-' + ACTNO + ACTKWD padded with X,
      *              cut to the original length, so ACTDESC-LEN
      *              still matches the text.
      *  ACTNO, ACTKWD, AJOUR-ID-TYP, AJOUR-PGM, AJOUR-TMS and the
      *  category are kept, so the live extract passes MIG999
      *  validation and loads into test like any extract.
      *
      ******************************************************************
      *
      *  Speciel conditions:
      *  Dependencies:            None - read only.
      *  Checkpoint/restart:      No - the extract is simply rerun.
      *
      ******************************************************************
      *  Further description:
      *  --------------------
      *  The sample is drawn by a hash of ACTNO + ACTKWD, not at
      *  random, so a key sampled in the live table has its history
      *  rows sampled too and a rerun picks the same keys.  The
      *  control record's MASK-SEED varies every hash; keep it
      *  unchanged between refreshes, or the pseudonyms change.
      *
      *  The report carries counts only - no real value is ever
      *  printed or displayed.  Every masked record is checked
      *  against the ACTDESC-LEN rule before it is written; a
      *  failure is counted and ends the run with return code 16.
      *
      *  Output:
      *    TTDF1025U  live rows, 81-byte TDF101 layout as MIG998
      *    TTDF1025H  history rows, 120 bytes: the 81-byte image,
      *               the category code and VERS_TMS
      *
      ******************************************************************
      *  Changes:
      *  --------
      *  Date     Id          Init Description
      *  20261015             HRJ  Established
      *  20261015             HRJ  History selected by the keys of
      *                            the live subset, the category
      *                            judged on the live row.
      *
      ******************************************************************

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.

       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT MIG976-CONTROL                 ASSIGN TO TTDF1025C.

           SELECT TTDF1010-UNLOAD                ASSIGN TO TTDF1025U.

           SELECT MIG976-HIST-UNLOAD             ASSIGN TO TTDF1025H.

           SELECT TTDF1010-RPT                   ASSIGN TO TTDF1025P.

       DATA DIVISION.

      *----------------------------------------------------------------*
       FILE SECTION.
      *----------------------------------------------------------------*

       FD  MIG976-CONTROL
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01  MIG976-CONTROL-RECORD.
           05  MIG976-CTL-ACTNO-FROM             PIC X(05).
           05  FILLER                            PIC X(01).
           05  MIG976-CTL-ACTNO-TO               PIC X(05).
           05  FILLER                            PIC X(01).
           05  MIG976-CTL-CATEGORY               PIC X(02).
           05  FILLER                            PIC X(01).
           05  MIG976-CTL-SAMPLE-PCT             PIC X(03).
           05  FILLER                            PIC X(01).
           05  MIG976-CTL-INCLUDE-HIST           PIC X(01).
           05  FILLER                            PIC X(01).
           05  MIG976-CTL-MASK-SEED              PIC X(09).
           05  FILLER                            PIC X(50).

       FD  TTDF1010-UNLOAD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01  TTDF1010-UNLOAD-RECORD                PIC X(81).

       FD  MIG976-HIST-UNLOAD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01  MIG976-HIST-RECORD.
           05  MIG976-HST-TDF101-IMAGE           PIC X(81).
           05  FILLER                            PIC X(01).
           05  MIG976-HST-ACTKWD-CAT             PIC X(02).
           05  FILLER                            PIC X(01).
           05  MIG976-HST-VERS-TMS               PIC X(26).
           05  FILLER                            PIC X(09).

       FD  TTDF1010-RPT
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01  TTDF1010-RPT-RECORD.
           05  TTDF1010-RPT-TEXT                 PIC X(60).
           05  TTDF1010-RPT-NUMBER               PIC Z(8)9.
           05  FILLER                            PIC X(11).

      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
       01  DIVERSE.
         03  PROGRAM-NAVN                   PIC  X(08) VALUE 'MIG976'.
         03  MIG976-CURSOR-DONE-SW           PIC 9     VALUE 0.
           88  MIG976-CURSOR-DONE                      VALUE 1.
           88  NOT-MIG976-CURSOR-DONE                  VALUE 0.
         03  MIG976-INCLUDE-HIST-SW          PIC 9     VALUE 0.
           88  MIG976-INCLUDE-HIST                     VALUE 1.
           88  NOT-MIG976-INCLUDE-HIST                 VALUE 0.
         03  MIG976-ACTNO-FROM               PIC X(05)  VALUE SPACES.
         03  MIG976-ACTNO-TO                 PIC X(05)  VALUE SPACES.
         03  MIG976-CATEGORY                 PIC X(02)  VALUE SPACES.
         03  MIG976-SAMPLE-PCT               PIC 9(03)  VALUE 100.
         03  MIG976-MASK-SEED                PIC 9(09)  VALUE 0.
      *    Hash work fields: MIG976-HASH-SOURCE is hashed into
      *    MIG976-HASH-VALUE, starting from MIG976-HASH-START.
         03  MIG976-HASH-SOURCE              PIC X(10)  VALUE SPACES.
         03  MIG976-HASH-START               PIC S9(15) COMP-3 VALUE 0.
         03  MIG976-HASH-VALUE               PIC S9(15) COMP-3 VALUE 0.
         03  MIG976-HASH-QUOTIENT            PIC S9(15) COMP-3 VALUE 0.
         03  MIG976-HASH-IX                  PIC S9(04) COMP   VALUE 0.
         03  MIG976-SAMPLE-BUCKET            PIC S9(04) COMP   VALUE 0.
         03  MIG976-MASKED-ID.
           05  FILLER                        PIC X(01)  VALUE 'U'.
           05  MIG976-MASKED-ID-NUMBER       PIC 9(07)  VALUE 0.
         03  MIG976-MASKED-DESC              PIC X(30)  VALUE SPACES.
         03  MIG976-ACTDESC-SCAN-IX          PIC S9(04) COMP   VALUE 0.
         03  MIG976-LIVE-ROWS-READ           PIC S9(09) COMP-3 VALUE 0.
         03  MIG976-LIVE-ROWS-SAMPLED-OUT    PIC S9(09) COMP-3 VALUE 0.
         03  MIG976-LIVE-ROWS-WRITTEN        PIC S9(09) COMP-3 VALUE 0.
         03  MIG976-HIST-ROWS-READ           PIC S9(09) COMP-3 VALUE 0.
         03  MIG976-HIST-ROWS-SAMPLED-OUT    PIC S9(09) COMP-3 VALUE 0.
         03  MIG976-HIST-ROWS-WRITTEN        PIC S9(09) COMP-3 VALUE 0.
         03  MIG976-IDS-MASKED               PIC S9(09) COMP-3 VALUE 0.
         03  MIG976-DESCS-MASKED             PIC S9(09) COMP-3 VALUE 0.
         03  MIG976-LEN-CHECK-FAILURES       PIC S9(09) COMP-3 VALUE 0.
         03  MIG976-LAST-SQLCODE             PIC S9(09) COMP  VALUE 0.

           COPY TEKABNAR.
           COPY COMPILED.
           COPY USP101AR.
      ***  DB2 COPYBOOKS ***
      ***  DB2 SQLCA ***
           COPY SQLCA.

       01  MIG976-HOST-VARS.
           05  MIG976-HV-ACTNO                PIC X(05).
           05  MIG976-HV-ACTKWD               PIC X(05).
           05  MIG976-HV-ACTKWD-CAT           PIC X(02).
           05  MIG976-HV-ACTDESC.
               49  MIG976-HV-ACTDESC-LEN      PIC S9(04) COMP.
               49  MIG976-HV-ACTDESC-TEXT     PIC X(30).
           05  MIG976-HV-AJOUR-ID             PIC X(08).
           05  MIG976-HV-AJOUR-ID-TYP         PIC X(01).
           05  MIG976-HV-AJOUR-PGM            PIC X(08).
           05  MIG976-HV-AJOUR-TMS            PIC X(14).
           05  MIG976-HV-VERS-TMS             PIC X(26).

       01  TTDF1010.
           COPY TTDF1010 REPLACING ==:PFX:==    BY ==TDF101==.

      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
           PERFORM DISPLAY-START

           PERFORM READ-CONTROL-PARAMETERS
           PERFORM EXTRACT-LIVE-ROWS
           IF MIG976-INCLUDE-HIST
              PERFORM EXTRACT-HIST-ROWS
           END-IF
           PERFORM END-OF-JOB-REPORT

           DISPLAY PROGRAM-NAVN 'END'
           GOBACK
           .

       READ-CONTROL-PARAMETERS SECTION.
      *----------------------------------------------------------------*
      *    Establish the subset and the mask seed from the MIG976
      *    control record.  Blank fields select everything: the
      *    whole ACTNO range, every category, a 100 percent sample,
      *    live rows only and seed 0.
      *----------------------------------------------------------------*

           OPEN INPUT MIG976-CONTROL

           READ MIG976-CONTROL
              AT END
                 MOVE SPACES TO MIG976-CONTROL-RECORD
           END-READ

           CLOSE MIG976-CONTROL

           MOVE MIG976-CTL-ACTNO-FROM TO MIG976-ACTNO-FROM
           MOVE MIG976-CTL-ACTNO-TO   TO MIG976-ACTNO-TO
           MOVE MIG976-CTL-CATEGORY   TO MIG976-CATEGORY

           IF MIG976-ACTNO-TO = SPACES
              MOVE HIGH-VALUES TO MIG976-ACTNO-TO
           END-IF

           IF MIG976-CTL-SAMPLE-PCT NOT = SPACES
              IF MIG976-CTL-SAMPLE-PCT NUMERIC
                 AND MIG976-CTL-SAMPLE-PCT > '000'
                 AND MIG976-CTL-SAMPLE-PCT NOT > '100'
                 MOVE MIG976-CTL-SAMPLE-PCT TO MIG976-SAMPLE-PCT
              ELSE
                 DISPLAY PROGRAM-NAVN ' '
                         FUNCTION CURRENT-DATE (1:14) ' - '
                        'MIG976-CONTROL SAMPLE PERCENT NOT 001-100 '
                        '#0001 - "' MIG976-CTL-SAMPLE-PCT '"'
                 MOVE 0001 TO TEKABN-ABEND-CODE
                 PERFORM ABEND
              END-IF
           END-IF

           IF MIG976-CTL-MASK-SEED NOT = SPACES
              IF MIG976-CTL-MASK-SEED NUMERIC
                 MOVE MIG976-CTL-MASK-SEED TO MIG976-MASK-SEED
              ELSE
                 DISPLAY PROGRAM-NAVN ' '
                         FUNCTION CURRENT-DATE (1:14) ' - '
                        'MIG976-CONTROL MASK SEED NOT NUMERIC #0001'
                 MOVE 0001 TO TEKABN-ABEND-CODE
                 PERFORM ABEND
              END-IF
           END-IF

           IF MIG976-CTL-INCLUDE-HIST = 'Y'
              SET MIG976-INCLUDE-HIST TO TRUE
           END-IF

           DISPLAY PROGRAM-NAVN ' '
                   FUNCTION CURRENT-DATE (1:14) ' - '
                  'SUBSET ACTNO "' MIG976-CTL-ACTNO-FROM '"-"'
                   MIG976-CTL-ACTNO-TO '" CATEGORY "' MIG976-CATEGORY
                  '" SAMPLE ' MIG976-SAMPLE-PCT ' PCT HISTORY "'
                   MIG976-CTL-INCLUDE-HIST '"'
           .

       EXTRACT-LIVE-ROWS SECTION.
      *----------------------------------------------------------------*
      *    Select the live rows of the subset in key order, mask the
      *    sampled ones and write them as 81-byte TDF101 records.
      *----------------------------------------------------------------*

           EXEC SQL
              DECLARE LIVE-CSR CURSOR FOR
              SELECT ACTNO, ACTKWD, ACTKWD_CAT, ACTDESC
                   , AJOUR_ID, AJOUR_ID_TYP, AJOUR_PGM, AJOUR_TMS
              FROM TTDF1010SAMP_ACT
              WHERE ACTNO BETWEEN :MIG976-ACTNO-FROM
                              AND :MIG976-ACTNO-TO
                AND (:MIG976-CATEGORY = ' '
                     OR ACTKWD_CAT = :MIG976-CATEGORY)
              ORDER BY ACTNO, ACTKWD
           END-EXEC

           EXEC SQL
              OPEN LIVE-CSR
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO MIG976-LAST-SQLCODE
              DISPLAY PROGRAM-NAVN ' '
                      FUNCTION CURRENT-DATE (1:14) ' - '
                     'DB2 ERROR #0002 IN OPEN LIVE-CSR'
              MOVE 0002 TO TEKABN-ABEND-CODE
              MOVE '#0002 OPEN LIVE-CSR' TO USP101-SQL-ID
              PERFORM SQL-FEJL-RUTINE
           END-IF

           OPEN OUTPUT TTDF1010-UNLOAD

           SET NOT-MIG976-CURSOR-DONE TO TRUE

           PERFORM
              WITH TEST BEFORE
              UNTIL MIG976-CURSOR-DONE
              PERFORM FETCH-LIVE-ROW
           END-PERFORM

           CLOSE TTDF1010-UNLOAD

           EXEC SQL
              CLOSE LIVE-CSR
           END-EXEC
           .

       FETCH-LIVE-ROW SECTION.
      *----------------------------------------------------------------*
      *    Fetch one live row; a sampled row is masked and written.
      *----------------------------------------------------------------*

           MOVE SPACES TO MIG976-HV-ACTDESC-TEXT

           EXEC SQL
              FETCH LIVE-CSR
              INTO :MIG976-HV-ACTNO, :MIG976-HV-ACTKWD
                 , :MIG976-HV-ACTKWD-CAT, :MIG976-HV-ACTDESC
                 , :MIG976-HV-AJOUR-ID, :MIG976-HV-AJOUR-ID-TYP
                 , :MIG976-HV-AJOUR-PGM, :MIG976-HV-AJOUR-TMS
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 ADD 1 TO MIG976-LIVE-ROWS-READ
                 PERFORM CHECK-KEY-SAMPLED
                 IF MIG976-SAMPLE-BUCKET < MIG976-SAMPLE-PCT
                    PERFORM BUILD-MASKED-TDF101
                    WRITE TTDF1010-UNLOAD-RECORD FROM TTDF1010
                    ADD 1 TO MIG976-LIVE-ROWS-WRITTEN
                 ELSE
                    ADD 1 TO MIG976-LIVE-ROWS-SAMPLED-OUT
                 END-IF
              WHEN 100
                 SET MIG976-CURSOR-DONE TO TRUE
              WHEN OTHER
                 MOVE SQLCODE TO MIG976-LAST-SQLCODE
                 DISPLAY PROGRAM-NAVN ' '
                         FUNCTION CURRENT-DATE (1:14) ' - '
                        'DB2 ERROR #0003 IN FETCH LIVE-CSR'
                 MOVE 0003 TO TEKABN-ABEND-CODE
                 MOVE '#0003 FETCH LIVE-CSR' TO USP101-SQL-ID
                 PERFORM SQL-FEJL-RUTINE
           END-EVALUATE
           .

       EXTRACT-HIST-ROWS SECTION.
      *----------------------------------------------------------------*
      *    Select the history rows of the keys in the live subset,
      *    mask the sampled ones the same way and write them with
      *    their category and version timestamp.  The category is
      *    judged on the live row: a history row keeps the category
      *    of its own version, which a re-categorisation (MIG987)
      *    may since have changed.
      *----------------------------------------------------------------*

           EXEC SQL
              DECLARE HIST-CSR CURSOR FOR
              SELECT H.ACTNO, H.ACTKWD, H.ACTKWD_CAT, H.ACTDESC
                   , H.AJOUR_ID, H.AJOUR_ID_TYP, H.AJOUR_PGM
                   , H.AJOUR_TMS, CHAR(H.VERS_TMS)
              FROM TTDF1010SAMP_ACT_HIST H
              WHERE H.ACTNO BETWEEN :MIG976-ACTNO-FROM
                                AND :MIG976-ACTNO-TO
                AND EXISTS
                  ( SELECT 1
                    FROM TTDF1010SAMP_ACT A
                    WHERE A.ACTNO  = H.ACTNO
                      AND A.ACTKWD = H.ACTKWD
                      AND (:MIG976-CATEGORY = ' '
                           OR A.ACTKWD_CAT = :MIG976-CATEGORY)
                  )
              ORDER BY H.ACTNO, H.ACTKWD, H.VERS_TMS
           END-EXEC

           EXEC SQL
              OPEN HIST-CSR
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO MIG976-LAST-SQLCODE
              DISPLAY PROGRAM-NAVN ' '
                      FUNCTION CURRENT-DATE (1:14) ' - '
                     'DB2 ERROR #0004 IN OPEN HIST-CSR'
              MOVE 0004 TO TEKABN-ABEND-CODE
              MOVE '#0004 OPEN HIST-CSR' TO USP101-SQL-ID
              PERFORM SQL-FEJL-RUTINE
           END-IF

           OPEN OUTPUT MIG976-HIST-UNLOAD

           SET NOT-MIG976-CURSOR-DONE TO TRUE

           PERFORM
              WITH TEST BEFORE
              UNTIL MIG976-CURSOR-DONE
              PERFORM FETCH-HIST-ROW
           END-PERFORM

           CLOSE MIG976-HIST-UNLOAD

           EXEC SQL
              CLOSE HIST-CSR
           END-EXEC
           .

       FETCH-HIST-ROW SECTION.
      *----------------------------------------------------------------*
      *    Fetch one history row; a sampled row is masked and
      *    written.
      *----------------------------------------------------------------*

           MOVE SPACES TO MIG976-HV-ACTDESC-TEXT

           EXEC SQL
              FETCH HIST-CSR
              INTO :MIG976-HV-ACTNO, :MIG976-HV-ACTKWD
                 , :MIG976-HV-ACTKWD-CAT, :MIG976-HV-ACTDESC
                 , :MIG976-HV-AJOUR-ID, :MIG976-HV-AJOUR-ID-TYP
                 , :MIG976-HV-AJOUR-PGM, :MIG976-HV-AJOUR-TMS
                 , :MIG976-HV-VERS-TMS
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 ADD 1 TO MIG976-HIST-ROWS-READ
                 PERFORM CHECK-KEY-SAMPLED
                 IF MIG976-SAMPLE-BUCKET < MIG976-SAMPLE-PCT
                    PERFORM BUILD-MASKED-TDF101
                    MOVE SPACES               TO MIG976-HIST-RECORD
                    MOVE TTDF1010             TO MIG976-HST-TDF101-IMAGE
                    MOVE MIG976-HV-ACTKWD-CAT TO MIG976-HST-ACTKWD-CAT
                    MOVE MIG976-HV-VERS-TMS   TO MIG976-HST-VERS-TMS
                    WRITE MIG976-HIST-RECORD
                    ADD 1 TO MIG976-HIST-ROWS-WRITTEN
                 ELSE
                    ADD 1 TO MIG976-HIST-ROWS-SAMPLED-OUT
                 END-IF
              WHEN 100
                 SET MIG976-CURSOR-DONE TO TRUE
              WHEN OTHER
                 MOVE SQLCODE TO MIG976-LAST-SQLCODE
                 DISPLAY PROGRAM-NAVN ' '
                         FUNCTION CURRENT-DATE (1:14) ' - '
                        'DB2 ERROR #0005 IN FETCH HIST-CSR'
                 MOVE 0005 TO TEKABN-ABEND-CODE
                 MOVE '#0005 FETCH HIST-CSR' TO USP101-SQL-ID
                 PERFORM SQL-FEJL-RUTINE
           END-EVALUATE
           .

       CHECK-KEY-SAMPLED SECTION.
      *----------------------------------------------------------------*
      *    Place the fetched key in one of 100 buckets by a hash of
      *    ACTNO + ACTKWD; the key is sampled when its bucket is
      *    below the sample percentage.
      *----------------------------------------------------------------*

           MOVE MIG976-HV-ACTNO  TO MIG976-HASH-SOURCE (1:5)
           MOVE MIG976-HV-ACTKWD TO MIG976-HASH-SOURCE (6:5)
           MOVE MIG976-MASK-SEED TO MIG976-HASH-START

           PERFORM HASH-MASK-SOURCE

           DIVIDE MIG976-HASH-VALUE BY 100
              GIVING MIG976-HASH-QUOTIENT
              REMAINDER MIG976-SAMPLE-BUCKET
           .

       BUILD-MASKED-TDF101 SECTION.
      *----------------------------------------------------------------*
      *    Build the 81-byte TDF101 record from the fetched row with
      *    AJOUR-ID and ACTDESC masked, and prove the ACTDESC-LEN
      *    rule of MIG999 still holds for it.
      *----------------------------------------------------------------*

      *    AJOUR-ID: 'U' + 7 digits hashed from the real ID.
           MOVE MIG976-HV-AJOUR-ID TO MIG976-HASH-SOURCE
           COMPUTE MIG976-HASH-START = MIG976-MASK-SEED + 7

           PERFORM HASH-MASK-SOURCE

           DIVIDE MIG976-HASH-VALUE BY 10000000
              GIVING MIG976-HASH-QUOTIENT
              REMAINDER MIG976-MASKED-ID-NUMBER
           ADD 1 TO MIG976-IDS-MASKED

      *    ACTDESC: a text made from the key, cut to the original
      *    length.  It holds no spaces, so its trimmed length is
      *    exactly the original length.
           MOVE SPACES TO MIG976-MASKED-DESC
           STRING 'TEST-'             DELIMITED BY SIZE
                  MIG976-HV-ACTNO     DELIMITED BY SIZE
                  '-'                 DELIMITED BY SIZE
                  MIG976-HV-ACTKWD    DELIMITED BY SIZE
                  '-XXXXXXXXXXXXX'    DELIMITED BY SIZE
             INTO MIG976-MASKED-DESC
           END-STRING
           INSPECT MIG976-MASKED-DESC CONVERTING SPACE TO '-'
           ADD 1 TO MIG976-DESCS-MASKED

           MOVE SPACES                  TO TTDF1010
           MOVE MIG976-HV-ACTNO         TO TDF101-ACTNO
           MOVE MIG976-HV-ACTKWD        TO TDF101-ACTKWD
           MOVE MIG976-HV-ACTDESC-LEN   TO TDF101-ACTDESC-LEN
           IF MIG976-HV-ACTDESC-LEN > 0
              MOVE MIG976-MASKED-DESC (1:MIG976-HV-ACTDESC-LEN)
                TO TDF101-ACTDESC-TEXT
           END-IF
           MOVE MIG976-MASKED-ID        TO TDF101-AJOUR-ID
           MOVE MIG976-HV-AJOUR-ID-TYP  TO TDF101-AJOUR-ID-TYP
           MOVE MIG976-HV-AJOUR-PGM     TO TDF101-AJOUR-PGM
           MOVE MIG976-HV-AJOUR-TMS     TO TDF101-AJOUR-TMS

           PERFORM
              VARYING MIG976-ACTDESC-SCAN-IX
              FROM 30 BY -1
              UNTIL MIG976-ACTDESC-SCAN-IX < 1
                 OR TDF101-ACTDESC-TEXT
                    (MIG976-ACTDESC-SCAN-IX:1) NOT = SPACE

              CONTINUE

           END-PERFORM

           IF TDF101-ACTDESC-LEN NOT = MIG976-ACTDESC-SCAN-IX
              ADD 1 TO MIG976-LEN-CHECK-FAILURES
              MOVE 0016 TO RETURN-CODE
           END-IF
           .

       HASH-MASK-SOURCE SECTION.
      *----------------------------------------------------------------*
      *    Fold the 10 bytes of MIG976-HASH-SOURCE into
      *    MIG976-HASH-VALUE, starting from MIG976-HASH-START.  The
      *    same source and start always give the same value.
      *----------------------------------------------------------------*

           MOVE MIG976-HASH-START TO MIG976-HASH-VALUE

           PERFORM
              VARYING MIG976-HASH-IX FROM 1 BY 1
              UNTIL MIG976-HASH-IX > 10

              COMPUTE MIG976-HASH-VALUE =
                      MIG976-HASH-VALUE * 31
                    + FUNCTION ORD
                      (MIG976-HASH-SOURCE (MIG976-HASH-IX:1))
              DIVIDE MIG976-HASH-VALUE BY 999999937
                 GIVING MIG976-HASH-QUOTIENT
                 REMAINDER MIG976-HASH-VALUE

           END-PERFORM
           .

       END-OF-JOB-REPORT SECTION.
      *----------------------------------------------------------------*
      *    Write the end-of-job control report - counts only, no
      *    real value from the table is printed.
      *----------------------------------------------------------------*

           OPEN OUTPUT TTDF1010-RPT

           MOVE SPACES TO TTDF1010-RPT-RECORD
           MOVE 'MIG976 - MASKED TEST-DATA EXTRACT CONTROL REPORT'
             TO TTDF1010-RPT-TEXT
           WRITE TTDF1010-RPT-RECORD

           MOVE SPACES TO TTDF1010-RPT-RECORD
           MOVE 'SAMPLE PERCENTAGE'
             TO TTDF1010-RPT-TEXT
           MOVE MIG976-SAMPLE-PCT TO TTDF1010-RPT-NUMBER
           WRITE TTDF1010-RPT-RECORD

           MOVE SPACES TO TTDF1010-RPT-RECORD
           MOVE 'LIVE ROWS IN ACTNO RANGE AND CATEGORY'
             TO TTDF1010-RPT-TEXT
           MOVE MIG976-LIVE-ROWS-READ TO TTDF1010-RPT-NUMBER
           WRITE TTDF1010-RPT-RECORD

           MOVE SPACES TO TTDF1010-RPT-RECORD
           MOVE 'LIVE ROWS LEFT OUT BY THE SAMPLE'
             TO TTDF1010-RPT-TEXT
           MOVE MIG976-LIVE-ROWS-SAMPLED-OUT TO TTDF1010-RPT-NUMBER
           WRITE TTDF1010-RPT-RECORD

           MOVE SPACES TO TTDF1010-RPT-RECORD
           MOVE 'LIVE ROWS MASKED AND WRITTEN TO TTDF1025U'
             TO TTDF1010-RPT-TEXT
           MOVE MIG976-LIVE-ROWS-WRITTEN TO TTDF1010-RPT-NUMBER
           WRITE TTDF1010-RPT-RECORD

           IF MIG976-INCLUDE-HIST
              MOVE SPACES TO TTDF1010-RPT-RECORD
              MOVE 'HISTORY ROWS IN ACTNO RANGE AND CATEGORY'
                TO TTDF1010-RPT-TEXT
              MOVE MIG976-HIST-ROWS-READ TO TTDF1010-RPT-NUMBER
              WRITE TTDF1010-RPT-RECORD

              MOVE SPACES TO TTDF1010-RPT-RECORD
              MOVE 'HISTORY ROWS LEFT OUT BY THE SAMPLE'
                TO TTDF1010-RPT-TEXT
              MOVE MIG976-HIST-ROWS-SAMPLED-OUT TO TTDF1010-RPT-NUMBER
              WRITE TTDF1010-RPT-RECORD

              MOVE SPACES TO TTDF1010-RPT-RECORD
              MOVE 'HISTORY ROWS MASKED AND WRITTEN TO TTDF1025H'
                TO TTDF1010-RPT-TEXT
              MOVE MIG976-HIST-ROWS-WRITTEN TO TTDF1010-RPT-NUMBER
              WRITE TTDF1010-RPT-RECORD
           END-IF

           MOVE SPACES TO TTDF1010-RPT-RECORD
           MOVE 'AJOUR-ID VALUES MASKED'
             TO TTDF1010-RPT-TEXT
           MOVE MIG976-IDS-MASKED TO TTDF1010-RPT-NUMBER
           WRITE TTDF1010-RPT-RECORD

           MOVE SPACES TO TTDF1010-RPT-RECORD
           MOVE 'ACTDESC VALUES MASKED'
             TO TTDF1010-RPT-TEXT
           MOVE MIG976-DESCS-MASKED TO TTDF1010-RPT-NUMBER
           WRITE TTDF1010-RPT-RECORD

           MOVE SPACES TO TTDF1010-RPT-RECORD
           MOVE 'MASKED RECORDS FAILING THE ACTDESC-LEN RULE'
             TO TTDF1010-RPT-TEXT
           MOVE MIG976-LEN-CHECK-FAILURES TO TTDF1010-RPT-NUMBER
           WRITE TTDF1010-RPT-RECORD

           CLOSE TTDF1010-RPT

           IF MIG976-LEN-CHECK-FAILURES > 0
              DISPLAY PROGRAM-NAVN ' '
                      FUNCTION CURRENT-DATE (1:14) ' - '
                     'MASKED RECORDS FAILING THE ACTDESC-LEN RULE="'
                      MIG976-LEN-CHECK-FAILURES '"'
           END-IF
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
