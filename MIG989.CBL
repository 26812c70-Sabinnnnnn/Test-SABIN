       IDENTIFICATION DIVISION.

       PROGRAM-ID.    MIG989.
       AUTHOR.        Henrik Jensen.
       INSTALLATION.  BEC Roskilde.
       DATE-WRITTEN.  15 Oct 2026.

      ******************************************************************
      *
      *  Program description:
      *  --------------------
      *  As-of snapshot of the whole activity table.  Takes an as-of
      *  timestamp from the control record and rebuilds what
      *  TTDF1010SAMP_ACT held at that moment - from the live table,
      *  the versions preserved in TTDF1010SAMP_ACT_HIST and, for
      *  rows purged since, the archive generations registered in
      *  MIG990_ARCHIVE_CATALOG - without touching the table.  The
      *  snapshot is written in the 81-byte TDF101 layout and as the
      *  MIG985 delimited export with the category code, so the
      *  quarter-end question is answered from a file instead of a
      *  restore.
      *
      ******************************************************************
      *
      *  Speciel conditions:
      *  Dependencies:            History rows written by the
      *                           loaders, MIG990, MIG981 and MIG992;
      *                           catalog rows and archive files
      *                           written by MIG990; category codes
      *                           for archived rows from
      *                           TTDF1020ACTKWD.
      *  Checkpoint/restart:      No - read only, simply rerun.
      *
      ******************************************************************
      *  Further description:
      *  --------------------
      *  A history row is the version a change replaced, VERS_TMS
      *  being the moment it was replaced.  For every key the
      *  version held at the as-of time is therefore the first
      *  version replaced after it - or, if none was, the live row.
      *  That version is placed when its AJOUR_TMS is not after the
      *  as-of time.  Otherwise the key did not exist yet, was gone
      *  already, or - when older versions show it existed but none
      *  covers the as-of time - it cannot be placed and is listed.
      *
      *  Archive generations purged after the as-of time are read
      *  first.  An archived record in effect at the as-of time is
      *  used only for a key the tables cannot place themselves
      *  (purges made before MIG990 kept the last image in the
      *  history); the earliest such purge wins.  Archived rows
      *  get their category from the keyword dictionary, as MIG983
      *  restores them, and follow the table rows in the snapshot,
      *  which is otherwise in ACTNO/ACTKWD order.
      *
      *  The as-of timestamp is compact, YYYYMMDDHHMMSS, and covers
      *  the whole of that second.
      *
      ******************************************************************
      *  Changes:
      *  --------
      *  Date     Id          Init Description
      *  20261015             HRJ  Established
      *  20261015             HRJ  Generations MIG973 has expired or
      *                            found missing, unreadable or not
      *                            matching the catalog are skipped
      *                            and reported instead of read.
      *
      ******************************************************************

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.

       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT MIG989-CONTROL                 ASSIGN TO TTDF1021C.

           SELECT TTDF1010-ARCHIVE               ASSIGN TO
                                                   TTDF1010-ARCHIVE-DSN.

           SELECT TTDF1010-SNAPSHOT              ASSIGN TO TTDF1021S.

           SELECT TTDF1010-EXPORT                ASSIGN TO TTDF1021E.

           SELECT TTDF1010-RPT                   ASSIGN TO TTDF1021P.

       DATA DIVISION.

      *----------------------------------------------------------------*
       FILE SECTION.
      *----------------------------------------------------------------*

       FD  MIG989-CONTROL
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01  MIG989-CONTROL-RECORD.
           05  MIG989-CTL-ASOF-TMS               PIC X(14).
           05  FILLER                            PIC X(66).

       FD  TTDF1010-ARCHIVE
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01  TTDF1010-ARCHIVE-RECORD               PIC X(81).

       FD  TTDF1010-SNAPSHOT
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01  TTDF1010-SNAPSHOT-RECORD              PIC X(81).

       FD  TTDF1010-EXPORT
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01  TTDF1010-EXPORT-RECORD                PIC X(80).

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
         03  PROGRAM-NAVN                   PIC  X(08) VALUE 'MIG989'.
         03  TTDF1010-ARCHIVE-DSN            PIC X(08)  VALUE SPACES.
         03  EOF-TTDF1010-ARCHIVE-SW        PIC  9     VALUE 0.
           88  EOF-TTDF1010-ARCHIVE                    VALUE 1.
           88  NOT-EOF-TTDF1010-ARCHIVE                VALUE 0.
         03  MIG989-CATALOG-DONE-SW          PIC 9      VALUE 0.
           88  MIG989-CATALOG-DONE                     VALUE 1.
           88  NOT-MIG989-CATALOG-DONE                 VALUE 0.
         03  MIG989-VERSIONS-DONE-SW         PIC 9      VALUE 0.
           88  MIG989-VERSIONS-DONE                    VALUE 1.
           88  NOT-MIG989-VERSIONS-DONE                VALUE 0.
         03  MIG989-CANDIDATE-SW             PIC 9      VALUE 0.
           88  MIG989-CANDIDATE-FOUND                  VALUE 1.
           88  NOT-MIG989-CANDIDATE-FOUND              VALUE 0.
         03  MIG989-EARLIER-VERSION-SW       PIC 9      VALUE 0.
           88  MIG989-EARLIER-VERSION                  VALUE 1.
           88  NOT-MIG989-EARLIER-VERSION              VALUE 0.
         03  MIG989-TABLES-PLACE-SW          PIC 9      VALUE 0.
           88  MIG989-TABLES-PLACE                     VALUE 1.
           88  NOT-MIG989-TABLES-PLACE                 VALUE 0.
         03  MIG989-ASOF-TMS                 PIC X(14)  VALUE SPACES.
         03  MIG989-ASOF-VERS-TMS            PIC X(26)  VALUE SPACES.
         03  MIG989-CURRENT-ACTNO            PIC X(05)  VALUE SPACES.
         03  MIG989-CURRENT-ACTKWD           PIC X(05)  VALUE SPACES.
         03  MIG989-CAND-SOURCE              PIC X(01)  VALUE SPACE.
           88  MIG989-CAND-FROM-LIVE                   VALUE 'L'.
           88  MIG989-CAND-FROM-HIST                   VALUE 'H'.
         03  MIG989-CAND-ACTKWD-CAT          PIC X(02)  VALUE SPACES.
         03  MIG989-OUT-ACTKWD-CAT           PIC X(02)  VALUE SPACES.
         03  MIG989-UNPLACED-REASON          PIC X(40)  VALUE SPACES.
         03  MIG989-DELIM-COUNT              PIC S9(04) COMP   VALUE 0.
         03  MIG989-ACTDESC-WORK             PIC X(30)  VALUE SPACES.
         03  MIG989-ARC-FILES-READ           PIC S9(04) COMP   VALUE 0.
         03  MIG989-ARC-FILES-SHORT          PIC S9(04) COMP   VALUE 0.
         03  MIG989-ARC-FILES-EXPIRED        PIC S9(04) COMP   VALUE 0.
         03  MIG989-ARC-FILES-FAILED         PIC S9(04) COMP   VALUE 0.
         03  MIG989-ARC-FILE-RECORDS         PIC S9(09) COMP-3 VALUE 0.
         03  MIG989-ARC-RECORDS-READ         PIC S9(09) COMP-3 VALUE 0.
         03  MIG989-ARC-IN-EFFECT            PIC S9(09) COMP-3 VALUE 0.
         03  MIG989-ARC-IN-TABLES            PIC S9(09) COMP-3 VALUE 0.
         03  MIG989-ARC-DUPLICATES           PIC S9(09) COMP-3 VALUE 0.
         03  MIG989-ARC-KWDS-UNKNOWN         PIC S9(09) COMP-3 VALUE 0.
         03  MIG989-VERSIONS-READ            PIC S9(09) COMP-3 VALUE 0.
         03  MIG989-KEYS-SEEN                PIC S9(09) COMP-3 VALUE 0.
         03  MIG989-ROWS-FROM-LIVE           PIC S9(09) COMP-3 VALUE 0.
         03  MIG989-ROWS-FROM-HIST           PIC S9(09) COMP-3 VALUE 0.
         03  MIG989-ROWS-FROM-ARCHIVE        PIC S9(09) COMP-3 VALUE 0.
         03  MIG989-ROWS-WRITTEN             PIC S9(09) COMP-3 VALUE 0.
         03  MIG989-ROWS-SCRUBBED            PIC S9(09) COMP-3 VALUE 0.
         03  MIG989-KEYS-NOT-YET             PIC S9(09) COMP-3 VALUE 0.
         03  MIG989-KEYS-GONE                PIC S9(09) COMP-3 VALUE 0.
         03  MIG989-KEYS-UNPLACED            PIC S9(09) COMP-3 VALUE 0.
         03  MIG989-LAST-SQLCODE             PIC S9(09) COMP   VALUE 0.

           COPY TEKABNAR.
           COPY COMPILED.
           COPY USP101AR.
      ***  DB2 COPYBOOKS ***
      ***  DB2 SQLCA ***
           COPY SQLCA.
      ***  ACTIVITY-KEYWORD DICTIONARY ***
           COPY TTDF1020.

       01  MIG989-HOST-VARS.
           05  MIG989-HV-ACTNO                PIC X(05).
           05  MIG989-HV-ACTKWD               PIC X(05).
           05  MIG989-HV-ACTKWD-CAT           PIC X(02).
           05  MIG989-HV-ACTDESC.
               49  MIG989-HV-ACTDESC-LEN      PIC S9(04) COMP.
               49  MIG989-HV-ACTDESC-TEXT     PIC X(30).
           05  MIG989-HV-AJOUR-ID             PIC X(08).
           05  MIG989-HV-AJOUR-ID-TYP         PIC X(01).
           05  MIG989-HV-AJOUR-PGM            PIC X(08).
           05  MIG989-HV-AJOUR-TMS            PIC X(14).
           05  MIG989-HV-VERS-TMS             PIC X(26).
           05  MIG989-HV-SOURCE               PIC X(01).
           05  MIG989-HV-DB-AJOUR-TMS         PIC X(14).

       01  MIG989-CATALOG-ROW.
           05  MIG989-CAT-ARCHIVE-DSN         PIC X(08).
           05  MIG989-CAT-ROW-COUNT           PIC S9(09) COMP.
           05  MIG989-CAT-VERIFY-STATUS       PIC X(01).
               88  MIG989-CAT-VERIFY-FAILED       VALUE 'M' 'U' 'X'.
           05  MIG989-CAT-EXPIRED-TMS         PIC X(14).

      *    Archived records to be placed in the snapshot - only the
      *    ones the tables cannot place themselves are held.  A key
      *    that does not fit is listed as unplaced.
       01  MIG989-ARC-TABLE.
           05  MIG989-ARC-MAX                 PIC S9(04) COMP
                                                         VALUE 5000.
           05  MIG989-ARC-COUNT               PIC S9(04) COMP VALUE 0.
           05  MIG989-ARC-IX                  PIC S9(04) COMP VALUE 0.
           05  MIG989-ARC-FOUND-IX            PIC S9(04) COMP VALUE 0.
           05  MIG989-ARC-ENTRY               OCCURS 5000 TIMES.
               10  MIG989-ARC-ACTNO           PIC X(05).
               10  MIG989-ARC-ACTKWD          PIC X(05).
               10  MIG989-ARC-ACTKWD-CAT      PIC X(02).
               10  MIG989-ARC-IMAGE           PIC X(81).

       01  TTDF1010.
           COPY TTDF1010 REPLACING ==:PFX:==    BY ==TDF101==.

      *    The version held for the key being decided.
       01  MIG989-CANDIDATE.
           COPY TTDF1010 REPLACING ==:PFX:==    BY ==MIG989-CAND==.

      *    The delimited export record - the same layout as MIG985.
       01  MIG989-EXPORT-LINE.
           05  MIG989-EXP-ACTNO               PIC X(05).
           05  FILLER                         PIC X(01) VALUE ';'.
           05  MIG989-EXP-ACTKWD              PIC X(05).
           05  FILLER                         PIC X(01) VALUE ';'.
           05  MIG989-EXP-ACTKWD-CAT          PIC X(02).
           05  FILLER                         PIC X(01) VALUE ';'.
           05  MIG989-EXP-ACTDESC             PIC X(30).
           05  FILLER                         PIC X(01) VALUE ';'.
           05  MIG989-EXP-AJOUR-ID            PIC X(08).
           05  FILLER                         PIC X(01) VALUE ';'.
           05  MIG989-EXP-AJOUR-ID-TYP        PIC X(01).
           05  FILLER                         PIC X(01) VALUE ';'.
           05  MIG989-EXP-AJOUR-PGM           PIC X(08).
           05  FILLER                         PIC X(01) VALUE ';'.
           05  MIG989-EXP-AJOUR-TMS           PIC X(14).

       01  MIG989-HEADER-LINE.
           05  FILLER                         PIC X(32) VALUE
               'ACTNO;ACTKWD;ACTKWD_CAT;ACTDESC;'.
           05  FILLER                         PIC X(41) VALUE
               'AJOUR_ID;AJOUR_ID_TYP;AJOUR_PGM;AJOUR_TMS'.
           05  FILLER                         PIC X(07) VALUE SPACES.

       01  MIG989-UNPLACED-LINE.
           05  FILLER                         PIC X(04) VALUE 'KEY '.
           05  MIG989-UL-ACTNO                PIC X(05).
           05  FILLER                         PIC X(01) VALUE '/'.
           05  MIG989-UL-ACTKWD               PIC X(05).
           05  FILLER                         PIC X(02) VALUE SPACES.
           05  MIG989-UL-REASON               PIC X(40).
           05  FILLER                         PIC X(03) VALUE SPACES.

      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
           PERFORM DISPLAY-START

           PERFORM READ-CONTROL-PARAMETERS
           PERFORM LOAD-ACTKWD-DICTIONARY

           OPEN OUTPUT TTDF1010-SNAPSHOT
           OPEN OUTPUT TTDF1010-EXPORT
           OPEN OUTPUT TTDF1010-RPT

           WRITE TTDF1010-EXPORT-RECORD FROM MIG989-HEADER-LINE

           MOVE SPACES TO TTDF1010-RPT-RECORD
           MOVE 'MIG989 - END-OF-JOB CONTROL REPORT'
             TO TTDF1010-RPT-TEXT
           WRITE TTDF1010-RPT-RECORD

           MOVE SPACES TO TTDF1010-RPT-RECORD
           MOVE 'SNAPSHOT AS OF' TO TTDF1010-RPT-TEXT
           MOVE MIG989-ASOF-TMS TO TTDF1010-RPT-TEXT (20:14)
           WRITE TTDF1010-RPT-RECORD

           MOVE SPACES TO TTDF1010-RPT-RECORD
           MOVE 'KEYS THAT COULD NOT BE PLACED:' TO TTDF1010-RPT-TEXT
           WRITE TTDF1010-RPT-RECORD

           PERFORM COLLECT-FROM-ARCHIVES
           PERFORM SNAPSHOT-FROM-TABLES
           PERFORM SNAPSHOT-FROM-ARCHIVES

           PERFORM END-OF-JOB-REPORT

           CLOSE TTDF1010-SNAPSHOT
           CLOSE TTDF1010-EXPORT
           CLOSE TTDF1010-RPT

           DISPLAY PROGRAM-NAVN 'END'
           GOBACK
           .

       READ-CONTROL-PARAMETERS SECTION.
      *----------------------------------------------------------------*
      *    Establish the as-of timestamp from the MIG989 control
      *    record, and rebuild it in DB2 timestamp format
      *    (YYYY-MM-DD-HH.MM.SS.FFFFFF) for the VERS_TMS and RUN_TS
      *    comparisons - at the very end of the named second.
      *----------------------------------------------------------------*

           OPEN INPUT MIG989-CONTROL

           READ MIG989-CONTROL
              AT END
                 CONTINUE
              NOT AT END
                 MOVE MIG989-CTL-ASOF-TMS TO MIG989-ASOF-TMS
           END-READ

           CLOSE MIG989-CONTROL

           IF MIG989-ASOF-TMS = SPACES
              OR MIG989-ASOF-TMS NOT NUMERIC
              DISPLAY PROGRAM-NAVN ' '
                      FUNCTION CURRENT-DATE (1:14) ' - '
                     'NO USABLE AS-OF TIMESTAMP IN MIG989-CONTROL '
                     '#0001 - "' MIG989-ASOF-TMS '"'
              MOVE 0001 TO TEKABN-ABEND-CODE
              PERFORM ABEND
           END-IF

           MOVE SPACES TO MIG989-ASOF-VERS-TMS
           MOVE MIG989-ASOF-TMS (1:4)  TO MIG989-ASOF-VERS-TMS (1:4)
           MOVE '-'                    TO MIG989-ASOF-VERS-TMS (5:1)
           MOVE MIG989-ASOF-TMS (5:2)  TO MIG989-ASOF-VERS-TMS (6:2)
           MOVE '-'                    TO MIG989-ASOF-VERS-TMS (8:1)
           MOVE MIG989-ASOF-TMS (7:2)  TO MIG989-ASOF-VERS-TMS (9:2)
           MOVE '-'                    TO MIG989-ASOF-VERS-TMS (11:1)
           MOVE MIG989-ASOF-TMS (9:2)  TO MIG989-ASOF-VERS-TMS (12:2)
           MOVE '.'                    TO MIG989-ASOF-VERS-TMS (14:1)
           MOVE MIG989-ASOF-TMS (11:2) TO MIG989-ASOF-VERS-TMS (15:2)
           MOVE '.'                    TO MIG989-ASOF-VERS-TMS (17:1)
           MOVE MIG989-ASOF-TMS (13:2) TO MIG989-ASOF-VERS-TMS (18:2)
           MOVE '.999999'              TO MIG989-ASOF-VERS-TMS (20:7)
           .

       COLLECT-FROM-ARCHIVES SECTION.
      *----------------------------------------------------------------*
      *    Walk the archive generations purged after the as-of time
      *    that hold rows stamped at or before it, oldest purge
      *    first, and collect the archived records the tables cannot
      *    place.
      *----------------------------------------------------------------*

           EXEC SQL
              DECLARE CAT-CSR CURSOR FOR
              SELECT ARCHIVE_DSN, ROW_COUNT
                   , VERIFY_STATUS, EXPIRED_TMS
              FROM MIG990_ARCHIVE_CATALOG
              WHERE RUN_TS        >  :MIG989-ASOF-VERS-TMS
                AND MIN_AJOUR_TMS <= :MIG989-ASOF-TMS
              ORDER BY RUN_TS
           END-EXEC

           EXEC SQL
              OPEN CAT-CSR
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO MIG989-LAST-SQLCODE
              DISPLAY PROGRAM-NAVN ' '
                      FUNCTION CURRENT-DATE (1:14) ' - '
                     'DB2 ERROR #0002 IN OPEN CAT-CSR'
              MOVE 0002 TO TEKABN-ABEND-CODE
              MOVE '#0002 OPEN CAT-CSR' TO USP101-SQL-ID
              PERFORM SQL-FEJL-RUTINE
           END-IF

           SET NOT-MIG989-CATALOG-DONE TO TRUE

           PERFORM
              WITH TEST BEFORE
              UNTIL MIG989-CATALOG-DONE
              PERFORM FETCH-CATALOG-ROW
           END-PERFORM

           EXEC SQL
              CLOSE CAT-CSR
           END-EXEC
           .

       FETCH-CATALOG-ROW SECTION.
      *----------------------------------------------------------------*
      *    Fetch the next matching catalog entry and read its
      *    archive file.
      *----------------------------------------------------------------*

           EXEC SQL
              FETCH CAT-CSR
              INTO :MIG989-CAT-ARCHIVE-DSN, :MIG989-CAT-ROW-COUNT
                 , :MIG989-CAT-VERIFY-STATUS, :MIG989-CAT-EXPIRED-TMS
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 PERFORM CHECK-CATALOG-ROW
              WHEN 100
                 SET MIG989-CATALOG-DONE TO TRUE
              WHEN OTHER
                 MOVE SQLCODE TO MIG989-LAST-SQLCODE
                 DISPLAY PROGRAM-NAVN ' '
                         FUNCTION CURRENT-DATE (1:14) ' - '
                        'DB2 ERROR #0003 IN FETCH CAT-CSR'
                 MOVE 0003 TO TEKABN-ABEND-CODE
                 MOVE '#0003 FETCH CAT-CSR' TO USP101-SQL-ID
                 PERFORM SQL-FEJL-RUTINE
           END-EVALUATE
           .

       CHECK-CATALOG-ROW SECTION.
      *----------------------------------------------------------------*
      *    Pass over a generation MIG973 has expired, or found
      *    missing, unreadable or not matching its catalog row -
      *    and say so - rather than fail partway through.
      *----------------------------------------------------------------*

           EVALUATE TRUE
              WHEN MIG989-CAT-EXPIRED-TMS NOT = SPACES
                 ADD 1 TO MIG989-ARC-FILES-EXPIRED
                 DISPLAY PROGRAM-NAVN ' '
                         FUNCTION CURRENT-DATE (1:14) ' - '
                        'ARCHIVE FILE "' MIG989-CAT-ARCHIVE-DSN
                        '" EXPIRED "' MIG989-CAT-EXPIRED-TMS
                        '" - SKIPPED, NOT USED'
              WHEN MIG989-CAT-VERIFY-FAILED
                 ADD 1 TO MIG989-ARC-FILES-FAILED
                 MOVE 0016 TO RETURN-CODE
                 DISPLAY PROGRAM-NAVN ' '
                         FUNCTION CURRENT-DATE (1:14) ' - '
                        'ARCHIVE FILE "' MIG989-CAT-ARCHIVE-DSN
                        '" FAILED VERIFICATION, STATUS "'
                         MIG989-CAT-VERIFY-STATUS
                        '" - SKIPPED, NOT USED'
              WHEN OTHER
                 ADD 1 TO MIG989-ARC-FILES-READ
                 MOVE MIG989-CAT-ARCHIVE-DSN TO TTDF1010-ARCHIVE-DSN
                 PERFORM READ-ONE-ARCHIVE
           END-EVALUATE
           .

       READ-ONE-ARCHIVE SECTION.
      *----------------------------------------------------------------*
      *    Read one archive file, named in TTDF1010-ARCHIVE-DSN, and
      *    check the records read against the row count the catalog
      *    registered for it - exactly as MIG983 does.
      *----------------------------------------------------------------*

           DISPLAY PROGRAM-NAVN ' '
                   FUNCTION CURRENT-DATE (1:14) ' - '
                  'READING ARCHIVE FILE "' TTDF1010-ARCHIVE-DSN '"'

           SET NOT-EOF-TTDF1010-ARCHIVE TO TRUE
           MOVE 0 TO MIG989-ARC-FILE-RECORDS

           OPEN INPUT TTDF1010-ARCHIVE

           PERFORM READ-TTDF1010-ARCHIVE

           PERFORM
              WITH TEST BEFORE
              UNTIL EOF-TTDF1010-ARCHIVE

              ADD 1 TO MIG989-ARC-RECORDS-READ
              ADD 1 TO MIG989-ARC-FILE-RECORDS
              IF TDF101-AJOUR-TMS NOT > MIG989-ASOF-TMS
                 PERFORM COLLECT-ARCHIVE-RECORD
              END-IF

              PERFORM READ-TTDF1010-ARCHIVE

           END-PERFORM

           CLOSE TTDF1010-ARCHIVE

           IF MIG989-ARC-FILE-RECORDS NOT = MIG989-CAT-ROW-COUNT
              ADD 1 TO MIG989-ARC-FILES-SHORT
              MOVE 0016 TO RETURN-CODE
              DISPLAY PROGRAM-NAVN ' '
                      FUNCTION CURRENT-DATE (1:14) ' - '
                     'ARCHIVE FILE "' TTDF1010-ARCHIVE-DSN
                     '" HOLDS "' MIG989-ARC-FILE-RECORDS
                     '" RECORDS BUT THE CATALOG REGISTERED "'
                      MIG989-CAT-ROW-COUNT '"'
           END-IF
           .

       READ-TTDF1010-ARCHIVE SECTION.
      *----------------------------------------------------------------*
      *    Read the next archived TDF101 record.
      *----------------------------------------------------------------*

           READ TTDF1010-ARCHIVE INTO TTDF1010
              AT END SET EOF-TTDF1010-ARCHIVE TO TRUE
           END-READ
           .

       COLLECT-ARCHIVE-RECORD SECTION.
      *----------------------------------------------------------------*
      *    An archived record in effect at the as-of time.  Keep it
      *    unless an earlier purge already gave the key, or the
      *    tables place the key themselves.
      *----------------------------------------------------------------*

           ADD 1 TO MIG989-ARC-IN-EFFECT

           MOVE TDF101-ACTNO  TO MIG989-HV-ACTNO
           MOVE TDF101-ACTKWD TO MIG989-HV-ACTKWD
           PERFORM FIND-ARCHIVE-KEY

           IF MIG989-ARC-FOUND-IX > 0
              ADD 1 TO MIG989-ARC-DUPLICATES
           ELSE
              PERFORM CHECK-TABLES-PLACE-KEY
              EVALUATE TRUE
                 WHEN MIG989-TABLES-PLACE
                    ADD 1 TO MIG989-ARC-IN-TABLES
                 WHEN MIG989-ARC-COUNT >= MIG989-ARC-MAX
                    MOVE 'ARCHIVED ONLY - ARCHIVE KEY TABLE FULL'
                      TO MIG989-UNPLACED-REASON
                    PERFORM LIST-UNPLACED-KEY
                 WHEN OTHER
                    PERFORM HOLD-ARCHIVE-RECORD
              END-EVALUATE
           END-IF
           .

       HOLD-ARCHIVE-RECORD SECTION.
      *----------------------------------------------------------------*
      *    Hold the archived record in TTDF1010 for the snapshot,
      *    with its category from the keyword dictionary.
      *----------------------------------------------------------------*

           PERFORM LOOKUP-ACTKWD

           ADD 1 TO MIG989-ARC-COUNT
           MOVE TDF101-ACTNO  TO MIG989-ARC-ACTNO  (MIG989-ARC-COUNT)
           MOVE TDF101-ACTKWD TO MIG989-ARC-ACTKWD (MIG989-ARC-COUNT)
           MOVE TTDF1010      TO MIG989-ARC-IMAGE  (MIG989-ARC-COUNT)

           IF TDF102-KWD-FOUND-IX = 0
              ADD 1 TO MIG989-ARC-KWDS-UNKNOWN
              MOVE SPACES
                TO MIG989-ARC-ACTKWD-CAT (MIG989-ARC-COUNT)
           ELSE
              MOVE TDF102-KWD-CATEGORY (TDF102-KWD-FOUND-IX)
                TO MIG989-ARC-ACTKWD-CAT (MIG989-ARC-COUNT)
           END-IF
           .

       FIND-ARCHIVE-KEY SECTION.
      *----------------------------------------------------------------*
      *    Find MIG989-HV-ACTNO/ACTKWD among the archived records
      *    held.  MIG989-ARC-FOUND-IX is zero when it is not there.
      *----------------------------------------------------------------*

           MOVE 0 TO MIG989-ARC-FOUND-IX

           PERFORM
              VARYING MIG989-ARC-IX FROM 1 BY 1
              UNTIL MIG989-ARC-IX > MIG989-ARC-COUNT
                 OR MIG989-ARC-FOUND-IX > 0

              IF MIG989-ARC-ACTNO  (MIG989-ARC-IX) = MIG989-HV-ACTNO
                 AND MIG989-ARC-ACTKWD (MIG989-ARC-IX)
                     = MIG989-HV-ACTKWD
                 MOVE MIG989-ARC-IX TO MIG989-ARC-FOUND-IX
              END-IF

           END-PERFORM
           .

       CHECK-TABLES-PLACE-KEY SECTION.
      *----------------------------------------------------------------*
      *    Would the tables place MIG989-HV-ACTNO/ACTKWD themselves?
      *    The same rule SNAPSHOT-FROM-TABLES applies: the first
      *    version replaced after the as-of time, else the live row,
      *    must carry an AJOUR_TMS at or before it.
      *----------------------------------------------------------------*

           SET NOT-MIG989-TABLES-PLACE TO TRUE

           EXEC SQL
              SELECT AJOUR_TMS
              INTO :MIG989-HV-DB-AJOUR-TMS
              FROM TTDF1010SAMP_ACT_HIST
              WHERE ACTNO    = :MIG989-HV-ACTNO
                AND ACTKWD   = :MIG989-HV-ACTKWD
                AND VERS_TMS > :MIG989-ASOF-VERS-TMS
              ORDER BY VERS_TMS
              FETCH FIRST 1 ROW ONLY
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 IF MIG989-HV-DB-AJOUR-TMS NOT > MIG989-ASOF-TMS
                    SET MIG989-TABLES-PLACE TO TRUE
                 END-IF
              WHEN 100
                 PERFORM CHECK-LIVE-PLACES-KEY
              WHEN OTHER
                 MOVE SQLCODE TO MIG989-LAST-SQLCODE
                 DISPLAY PROGRAM-NAVN ' '
                         FUNCTION CURRENT-DATE (1:14) ' - '
                        'DB2 ERROR #0004 IN SELECT '
                        'TTDF1010SAMP_ACT_HIST'
                 MOVE 0004 TO TEKABN-ABEND-CODE
                 MOVE '#0004 SELECT TTDF1010SAMP_ACT_HIST'
                   TO USP101-SQL-ID
                 PERFORM SQL-FEJL-RUTINE
           END-EVALUATE
           .

       CHECK-LIVE-PLACES-KEY SECTION.
      *----------------------------------------------------------------*
      *    No version of the key was replaced after the as-of time -
      *    the live row, if any, decides.
      *----------------------------------------------------------------*

           EXEC SQL
              SELECT AJOUR_TMS
              INTO :MIG989-HV-DB-AJOUR-TMS
              FROM TTDF1010SAMP_ACT
              WHERE ACTNO  = :MIG989-HV-ACTNO
                AND ACTKWD = :MIG989-HV-ACTKWD
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 IF MIG989-HV-DB-AJOUR-TMS NOT > MIG989-ASOF-TMS
                    SET MIG989-TABLES-PLACE TO TRUE
                 END-IF
              WHEN 100
                 CONTINUE
              WHEN OTHER
                 MOVE SQLCODE TO MIG989-LAST-SQLCODE
                 DISPLAY PROGRAM-NAVN ' '
                         FUNCTION CURRENT-DATE (1:14) ' - '
                        'DB2 ERROR #0005 IN SELECT TTDF1010SAMP_ACT'
                 MOVE 0005 TO TEKABN-ABEND-CODE
                 MOVE '#0005 SELECT TTDF1010SAMP_ACT' TO USP101-SQL-ID
                 PERFORM SQL-FEJL-RUTINE
           END-EVALUATE
           .

       SNAPSHOT-FROM-TABLES SECTION.
      *----------------------------------------------------------------*
      *    Read every version the tables know - history rows by the
      *    time they were replaced, the live row last - key by key,
      *    and decide each key when the next one starts.
      *----------------------------------------------------------------*

           EXEC SQL
              DECLARE VERS-CSR CURSOR FOR
              SELECT ACTNO, ACTKWD, ACTKWD_CAT
                   , LENGTH(ACTDESC), ACTDESC
                   , AJOUR_ID, AJOUR_ID_TYP, AJOUR_PGM, AJOUR_TMS
                   , CHAR(VERS_TMS), 'H'
              FROM TTDF1010SAMP_ACT_HIST
              UNION ALL
              SELECT ACTNO, ACTKWD, ACTKWD_CAT
                   , LENGTH(ACTDESC), ACTDESC
                   , AJOUR_ID, AJOUR_ID_TYP, AJOUR_PGM, AJOUR_TMS
                   , '9999-12-31-24.00.00.000000', 'L'
              FROM TTDF1010SAMP_ACT
              ORDER BY 1, 2, 10
           END-EXEC

           EXEC SQL
              OPEN VERS-CSR
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO MIG989-LAST-SQLCODE
              DISPLAY PROGRAM-NAVN ' '
                      FUNCTION CURRENT-DATE (1:14) ' - '
                     'DB2 ERROR #0006 IN OPEN VERS-CSR'
              MOVE 0006 TO TEKABN-ABEND-CODE
              MOVE '#0006 OPEN VERS-CSR' TO USP101-SQL-ID
              PERFORM SQL-FEJL-RUTINE
           END-IF

           MOVE SPACES TO MIG989-CURRENT-ACTNO
           MOVE SPACES TO MIG989-CURRENT-ACTKWD
           SET NOT-MIG989-VERSIONS-DONE TO TRUE

           PERFORM
              WITH TEST BEFORE
              UNTIL MIG989-VERSIONS-DONE
              PERFORM FETCH-VERSION-ROW
           END-PERFORM

           IF MIG989-KEYS-SEEN > 0
              PERFORM DECIDE-ONE-KEY
           END-IF

           EXEC SQL
              CLOSE VERS-CSR
           END-EXEC
           .

       FETCH-VERSION-ROW SECTION.
      *----------------------------------------------------------------*
      *    Fetch the next version.  A new key decides the one before
      *    it.  Within a key, a version replaced at or before the
      *    as-of time only proves the key existed earlier; the
      *    first version replaced after it - or the live row - is
      *    the candidate.
      *----------------------------------------------------------------*

           MOVE SPACES TO MIG989-HV-ACTDESC-TEXT

           EXEC SQL
              FETCH VERS-CSR
              INTO :MIG989-HV-ACTNO, :MIG989-HV-ACTKWD
                 , :MIG989-HV-ACTKWD-CAT
                 , :MIG989-HV-ACTDESC-LEN, :MIG989-HV-ACTDESC-TEXT
                 , :MIG989-HV-AJOUR-ID, :MIG989-HV-AJOUR-ID-TYP
                 , :MIG989-HV-AJOUR-PGM, :MIG989-HV-AJOUR-TMS
                 , :MIG989-HV-VERS-TMS, :MIG989-HV-SOURCE
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 PERFORM PROCESS-VERSION-ROW
              WHEN 100
                 SET MIG989-VERSIONS-DONE TO TRUE
              WHEN OTHER
                 MOVE SQLCODE TO MIG989-LAST-SQLCODE
                 DISPLAY PROGRAM-NAVN ' '
                         FUNCTION CURRENT-DATE (1:14) ' - '
                        'DB2 ERROR #0007 IN FETCH VERS-CSR'
                 MOVE 0007 TO TEKABN-ABEND-CODE
                 MOVE '#0007 FETCH VERS-CSR' TO USP101-SQL-ID
                 PERFORM SQL-FEJL-RUTINE
           END-EVALUATE
           .

       PROCESS-VERSION-ROW SECTION.
      *----------------------------------------------------------------*
      *    Take in one fetched version.
      *----------------------------------------------------------------*

           ADD 1 TO MIG989-VERSIONS-READ

           IF MIG989-HV-ACTNO  NOT = MIG989-CURRENT-ACTNO
              OR MIG989-HV-ACTKWD NOT = MIG989-CURRENT-ACTKWD
              OR MIG989-KEYS-SEEN = 0
              IF MIG989-KEYS-SEEN > 0
                 PERFORM DECIDE-ONE-KEY
              END-IF
              ADD 1 TO MIG989-KEYS-SEEN
              MOVE MIG989-HV-ACTNO  TO MIG989-CURRENT-ACTNO
              MOVE MIG989-HV-ACTKWD TO MIG989-CURRENT-ACTKWD
              SET NOT-MIG989-CANDIDATE-FOUND TO TRUE
              SET NOT-MIG989-EARLIER-VERSION TO TRUE
           END-IF

           EVALUATE TRUE
              WHEN MIG989-HV-VERS-TMS NOT > MIG989-ASOF-VERS-TMS
                 SET MIG989-EARLIER-VERSION TO TRUE
              WHEN NOT MIG989-CANDIDATE-FOUND
                 PERFORM TAKE-CANDIDATE
              WHEN OTHER
                 CONTINUE
           END-EVALUATE
           .

       TAKE-CANDIDATE SECTION.
      *----------------------------------------------------------------*
      *    The fetched version is the one the key held at the as-of
      *    time.
      *----------------------------------------------------------------*

           SET MIG989-CANDIDATE-FOUND TO TRUE
           MOVE MIG989-HV-SOURCE     TO MIG989-CAND-SOURCE
           MOVE MIG989-HV-ACTKWD-CAT TO MIG989-CAND-ACTKWD-CAT
           MOVE SPACES               TO MIG989-CANDIDATE
           MOVE MIG989-HV-ACTNO      TO MIG989-CAND-ACTNO
           MOVE MIG989-HV-ACTKWD     TO MIG989-CAND-ACTKWD
           MOVE MIG989-HV-ACTDESC-LEN
             TO MIG989-CAND-ACTDESC-LEN
           MOVE MIG989-HV-ACTDESC-TEXT
             TO MIG989-CAND-ACTDESC-TEXT
           MOVE MIG989-HV-AJOUR-ID   TO MIG989-CAND-AJOUR-ID
           MOVE MIG989-HV-AJOUR-ID-TYP
             TO MIG989-CAND-AJOUR-ID-TYP
           MOVE MIG989-HV-AJOUR-PGM  TO MIG989-CAND-AJOUR-PGM
           MOVE MIG989-HV-AJOUR-TMS  TO MIG989-CAND-AJOUR-TMS
           .

       DECIDE-ONE-KEY SECTION.
      *----------------------------------------------------------------*
      *    Decide the key in MIG989-CURRENT-ACTNO/ACTKWD: write the
      *    candidate when it was in effect at the as-of time, leave
      *    the key to the archive when one was collected for it, or
      *    count it as not yet created, already gone, or unplaced.
      *----------------------------------------------------------------*

           IF MIG989-CANDIDATE-FOUND
              AND MIG989-CAND-AJOUR-TMS NOT > MIG989-ASOF-TMS
              MOVE MIG989-CANDIDATE       TO TTDF1010
              MOVE MIG989-CAND-ACTKWD-CAT TO MIG989-OUT-ACTKWD-CAT
              PERFORM WRITE-SNAPSHOT-ROW
              IF MIG989-CAND-FROM-LIVE
                 ADD 1 TO MIG989-ROWS-FROM-LIVE
              ELSE
                 ADD 1 TO MIG989-ROWS-FROM-HIST
              END-IF
           ELSE
              MOVE MIG989-CURRENT-ACTNO  TO MIG989-HV-ACTNO
              MOVE MIG989-CURRENT-ACTKWD TO MIG989-HV-ACTKWD
              PERFORM FIND-ARCHIVE-KEY
              PERFORM DECIDE-KEY-NOT-IN-TABLES
           END-IF
           .

       DECIDE-KEY-NOT-IN-TABLES SECTION.
      *----------------------------------------------------------------*
      *    The tables hold no version of the key in effect at the
      *    as-of time.  A collected archive record places it;
      *    otherwise the key is counted or listed.
      *----------------------------------------------------------------*

           EVALUATE TRUE
              WHEN MIG989-ARC-FOUND-IX > 0
                 CONTINUE
              WHEN NOT MIG989-CANDIDATE-FOUND
                 ADD 1 TO MIG989-KEYS-GONE
              WHEN MIG989-EARLIER-VERSION
                 MOVE 'NO VERSION IN EFFECT AT THE AS-OF TIME'
                   TO MIG989-UNPLACED-REASON
                 PERFORM LIST-UNPLACED-KEY
              WHEN OTHER
                 ADD 1 TO MIG989-KEYS-NOT-YET
           END-EVALUATE
           .

       SNAPSHOT-FROM-ARCHIVES SECTION.
      *----------------------------------------------------------------*
      *    Write the archived records collected for the keys the
      *    tables could not place.
      *----------------------------------------------------------------*

           PERFORM
              VARYING MIG989-ARC-IX FROM 1 BY 1
              UNTIL MIG989-ARC-IX > MIG989-ARC-COUNT

              MOVE MIG989-ARC-IMAGE (MIG989-ARC-IX) TO TTDF1010
              MOVE MIG989-ARC-ACTKWD-CAT (MIG989-ARC-IX)
                TO MIG989-OUT-ACTKWD-CAT
              PERFORM WRITE-SNAPSHOT-ROW
              ADD 1 TO MIG989-ROWS-FROM-ARCHIVE

           END-PERFORM
           .

       WRITE-SNAPSHOT-ROW SECTION.
      *----------------------------------------------------------------*
      *    Write the row in TTDF1010 to the snapshot and, with its
      *    category code, to the delimited export.  A ';' in ACTDESC
      *    is replaced by a space in the export only, as MIG985 does.
      *----------------------------------------------------------------*

           WRITE TTDF1010-SNAPSHOT-RECORD FROM TTDF1010

           MOVE TDF101-ACTNO          TO MIG989-EXP-ACTNO
           MOVE TDF101-ACTKWD         TO MIG989-EXP-ACTKWD
           MOVE MIG989-OUT-ACTKWD-CAT TO MIG989-EXP-ACTKWD-CAT

           MOVE TDF101-ACTDESC-TEXT TO MIG989-ACTDESC-WORK
           MOVE 0 TO MIG989-DELIM-COUNT
           INSPECT MIG989-ACTDESC-WORK
              TALLYING MIG989-DELIM-COUNT FOR ALL ';'
           IF MIG989-DELIM-COUNT > 0
              ADD 1 TO MIG989-ROWS-SCRUBBED
              INSPECT MIG989-ACTDESC-WORK
                 REPLACING ALL ';' BY SPACE
           END-IF
           MOVE MIG989-ACTDESC-WORK   TO MIG989-EXP-ACTDESC
           MOVE TDF101-AJOUR-ID       TO MIG989-EXP-AJOUR-ID
           MOVE TDF101-AJOUR-ID-TYP   TO MIG989-EXP-AJOUR-ID-TYP
           MOVE TDF101-AJOUR-PGM      TO MIG989-EXP-AJOUR-PGM
           MOVE TDF101-AJOUR-TMS      TO MIG989-EXP-AJOUR-TMS

           WRITE TTDF1010-EXPORT-RECORD FROM MIG989-EXPORT-LINE
           ADD 1 TO MIG989-ROWS-WRITTEN
           .

       LIST-UNPLACED-KEY SECTION.
      *----------------------------------------------------------------*
      *    List MIG989-HV-ACTNO/ACTKWD on the report as a key the
      *    snapshot could not place, with the reason.
      *----------------------------------------------------------------*

           ADD 1 TO MIG989-KEYS-UNPLACED

           MOVE MIG989-HV-ACTNO        TO MIG989-UL-ACTNO
           MOVE MIG989-HV-ACTKWD       TO MIG989-UL-ACTKWD
           MOVE MIG989-UNPLACED-REASON TO MIG989-UL-REASON

           MOVE SPACES TO TTDF1010-RPT-RECORD
           MOVE MIG989-UNPLACED-LINE TO TTDF1010-RPT-TEXT
           WRITE TTDF1010-RPT-RECORD
           .

      *----------------------------------------------------------------*
      * Activity-keyword dictionary - loaded once at start of run so
      * archived rows get their category back.
      * LOAD-ACTKWD-DICTIONARY SECTION.
      * LOOKUP-ACTKWD SECTION.
      *----------------------------------------------------------------*
           COPY TDF102LD.

       END-OF-JOB-REPORT SECTION.
      *----------------------------------------------------------------*
      *    Close the unplaced-key list and write the counts, so the
      *    auditor can see where every snapshot row came from.
      *----------------------------------------------------------------*

           IF MIG989-KEYS-UNPLACED = 0
              MOVE SPACES TO TTDF1010-RPT-RECORD
              MOVE '  NONE' TO TTDF1010-RPT-TEXT
              WRITE TTDF1010-RPT-RECORD
           END-IF

           MOVE SPACES TO TTDF1010-RPT-RECORD
           MOVE 'ROWS TAKEN FROM TTDF1010SAMP_ACT' TO TTDF1010-RPT-TEXT
           MOVE MIG989-ROWS-FROM-LIVE TO TTDF1010-RPT-NUMBER
           WRITE TTDF1010-RPT-RECORD

           MOVE SPACES TO TTDF1010-RPT-RECORD
           MOVE 'ROWS TAKEN FROM TTDF1010SAMP_ACT_HIST'
             TO TTDF1010-RPT-TEXT
           MOVE MIG989-ROWS-FROM-HIST TO TTDF1010-RPT-NUMBER
           WRITE TTDF1010-RPT-RECORD

           MOVE SPACES TO TTDF1010-RPT-RECORD
           MOVE 'ROWS TAKEN FROM ARCHIVE FILES' TO TTDF1010-RPT-TEXT
           MOVE MIG989-ROWS-FROM-ARCHIVE TO TTDF1010-RPT-NUMBER
           WRITE TTDF1010-RPT-RECORD

           MOVE SPACES TO TTDF1010-RPT-RECORD
           MOVE 'ROWS WRITTEN TO SNAPSHOT AND EXPORT'
             TO TTDF1010-RPT-TEXT
           MOVE MIG989-ROWS-WRITTEN TO TTDF1010-RPT-NUMBER
           WRITE TTDF1010-RPT-RECORD

           MOVE SPACES TO TTDF1010-RPT-RECORD
           MOVE 'ROWS WITH DELIMITER IN ACTDESC REPLACED BY SPACE'
             TO TTDF1010-RPT-TEXT
           MOVE MIG989-ROWS-SCRUBBED TO TTDF1010-RPT-NUMBER
           WRITE TTDF1010-RPT-RECORD

           MOVE SPACES TO TTDF1010-RPT-RECORD
           MOVE 'ARCHIVED ROWS WITH BLANK CATEGORY (KEYWORD UNKNOWN)'
             TO TTDF1010-RPT-TEXT
           MOVE MIG989-ARC-KWDS-UNKNOWN TO TTDF1010-RPT-NUMBER
           WRITE TTDF1010-RPT-RECORD

           MOVE SPACES TO TTDF1010-RPT-RECORD
           MOVE 'KEYS THAT COULD NOT BE PLACED' TO TTDF1010-RPT-TEXT
           MOVE MIG989-KEYS-UNPLACED TO TTDF1010-RPT-NUMBER
           WRITE TTDF1010-RPT-RECORD

           MOVE SPACES TO TTDF1010-RPT-RECORD
           MOVE 'KEYS NOT YET CREATED AT THE AS-OF TIME'
             TO TTDF1010-RPT-TEXT
           MOVE MIG989-KEYS-NOT-YET TO TTDF1010-RPT-NUMBER
           WRITE TTDF1010-RPT-RECORD

           MOVE SPACES TO TTDF1010-RPT-RECORD
           MOVE 'KEYS ALREADY GONE AT THE AS-OF TIME'
             TO TTDF1010-RPT-TEXT
           MOVE MIG989-KEYS-GONE TO TTDF1010-RPT-NUMBER
           WRITE TTDF1010-RPT-RECORD

           MOVE SPACES TO TTDF1010-RPT-RECORD
           MOVE 'VERSIONS READ FROM LIVE AND HISTORY TABLES'
             TO TTDF1010-RPT-TEXT
           MOVE MIG989-VERSIONS-READ TO TTDF1010-RPT-NUMBER
           WRITE TTDF1010-RPT-RECORD

           MOVE SPACES TO TTDF1010-RPT-RECORD
           MOVE 'ARCHIVE FILES READ' TO TTDF1010-RPT-TEXT
           MOVE MIG989-ARC-FILES-READ TO TTDF1010-RPT-NUMBER
           WRITE TTDF1010-RPT-RECORD

           MOVE SPACES TO TTDF1010-RPT-RECORD
           MOVE 'ARCHIVE FILES SHORT OF CATALOGUED COUNT'
             TO TTDF1010-RPT-TEXT
           MOVE MIG989-ARC-FILES-SHORT TO TTDF1010-RPT-NUMBER
           WRITE TTDF1010-RPT-RECORD

           MOVE SPACES TO TTDF1010-RPT-RECORD
           MOVE 'ARCHIVE FILES SKIPPED - EXPIRED' TO TTDF1010-RPT-TEXT
           MOVE MIG989-ARC-FILES-EXPIRED TO TTDF1010-RPT-NUMBER
           WRITE TTDF1010-RPT-RECORD

           MOVE SPACES TO TTDF1010-RPT-RECORD
           MOVE 'ARCHIVE FILES SKIPPED - FAILED VERIFICATION'
             TO TTDF1010-RPT-TEXT
           MOVE MIG989-ARC-FILES-FAILED TO TTDF1010-RPT-NUMBER
           WRITE TTDF1010-RPT-RECORD

           MOVE SPACES TO TTDF1010-RPT-RECORD
           MOVE 'ARCHIVE RECORDS READ' TO TTDF1010-RPT-TEXT
           MOVE MIG989-ARC-RECORDS-READ TO TTDF1010-RPT-NUMBER
           WRITE TTDF1010-RPT-RECORD

           MOVE SPACES TO TTDF1010-RPT-RECORD
           MOVE 'ARCHIVE RECORDS IN EFFECT AT THE AS-OF TIME'
             TO TTDF1010-RPT-TEXT
           MOVE MIG989-ARC-IN-EFFECT TO TTDF1010-RPT-NUMBER
           WRITE TTDF1010-RPT-RECORD

           MOVE SPACES TO TTDF1010-RPT-RECORD
           MOVE '  OF WHICH PLACED FROM THE TABLES INSTEAD'
             TO TTDF1010-RPT-TEXT
           MOVE MIG989-ARC-IN-TABLES TO TTDF1010-RPT-NUMBER
           WRITE TTDF1010-RPT-RECORD

           MOVE SPACES TO TTDF1010-RPT-RECORD
           MOVE '  OF WHICH GIVEN BY AN EARLIER PURGE'
             TO TTDF1010-RPT-TEXT
           MOVE MIG989-ARC-DUPLICATES TO TTDF1010-RPT-NUMBER
           WRITE TTDF1010-RPT-RECORD
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
