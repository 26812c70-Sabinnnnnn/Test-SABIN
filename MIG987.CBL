       IDENTIFICATION DIVISION.

       PROGRAM-ID.    MIG987.
       AUTHOR.        Henrik Jensen.
       INSTALLATION.  BEC Roskilde.
       DATE-WRITTEN.  15 Oct 2026.

      ******************************************************************
      *
      *  Program description:
      *  --------------------
      *  Keyword re-categorisation run.  When a keyword is moved to
      *  another category in TTDF1020ACTKWD (MIG993), the rows of
      *  TTDF1010SAMP_ACT already loaded under that keyword keep
      *  the old ACTKWD_CAT until they happen to be reloaded.  This
      *  program finds every row whose ACTKWD_CAT no longer matches
      *  the dictionary and brings it in line: the current version
      *  is preserved in TTDF1010SAMP_ACT_HIST first, exactly as the
      *  loaders do before their MERGE updates, and the change is
      *  stamped into the AJOUR fields (this program as AJOUR-ID
      *  and AJOUR-PGM, id type 'S').
      *
      *  The control report lists the rows changed per keyword with
      *  the old and the new category.  In report-only mode nothing
      *  is updated - the report shows what an update run would
      *  change, so the effect of a dictionary change can be
      *  reviewed before it is applied.
      *
      ******************************************************************
      *
      *  Speciel conditions:
      *  Dependencies:            Dictionary maintained by MIG993.
      *  Checkpoint/restart:      Yes (update mode)
      *
      ******************************************************************
      *  Further description:
      *  --------------------
      *  Control record: mode (U = update, anything else = report
      *  only) and the commit size.  A blank control record is a
      *  report-only run - updating must be asked for.
      *
      *  A row brought in line no longer matches the cursor's
      *  predicate, so a restarted update run simply reopens the
      *  cursor - the rows committed before the last checkpoint are
      *  not delivered again and nothing is skipped by count.  The
      *  per-keyword report table lives inside the checkpoint area
      *  so the report still covers the whole run after a restart.
      *
      *  Retired keywords are brought in line as well - the
      *  dictionary keeps their category, and a live row still
      *  carrying a retired keyword should at least agree with it.
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

           SELECT MIG987-CONTROL                 ASSIGN TO TTDF1018C.

           SELECT TTDF1010-RPT                   ASSIGN TO TTDF1018P.

       DATA DIVISION.

      *----------------------------------------------------------------*
       FILE SECTION.
      *----------------------------------------------------------------*

       FD  MIG987-CONTROL
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01  MIG987-CONTROL-RECORD.
           05  MIG987-CTL-MODE                   PIC X(01).
           05  MIG987-CTL-COMMIT-SIZE            PIC 9(05).
           05  FILLER                            PIC X(74).

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
         03  PROGRAM-NAVN                   PIC  X(08) VALUE 'MIG987'.
         03  MIG987-RECAT-DONE-SW            PIC 9     VALUE 0.
           88  MIG987-RECAT-DONE                       VALUE 1.
           88  NOT-MIG987-RECAT-DONE                   VALUE 0.
         03  MIG987-MODE-SW                  PIC X(01)  VALUE 'R'.
           88  MIG987-UPDATE-MODE                      VALUE 'U'.
           88  MIG987-REPORT-ONLY                      VALUE 'R'.
         03  MIG987-COMMIT-SIZE              PIC S9(04) COMP  VALUE 100.
         03  MIG987-STAMP-TMS                PIC X(14)  VALUE SPACES.
         03  MIG987-CKPT-QUOTIENT            PIC S9(09) COMP   VALUE 0.
         03  MIG987-CKPT-REMAINDER           PIC S9(09) COMP   VALUE 0.
         03  MIG987-LAST-SQLCODE             PIC S9(09) COMP   VALUE 0.

           COPY TEKABNAR.
           COPY COMPILED.
           COPY USP101AR.
      ***  DB2 COPYBOOKS ***
      ***  DB2 SQLCA ***
           COPY SQLCA.

       01  MIG987-HOST-VARS.
           05  MIG987-HV-ACTNO                PIC X(05).
           05  MIG987-HV-ACTKWD               PIC X(05).
           05  MIG987-HV-OLD-CAT              PIC X(02).
           05  MIG987-HV-NEW-CAT              PIC X(02).

       01  MIG987-KWD-LINE.
           05  FILLER                         PIC X(08) VALUE
               'KEYWORD '.
           05  MIG987-KWL-ACTKWD              PIC X(05).
           05  FILLER                         PIC X(11) VALUE
               '  CATEGORY '.
           05  MIG987-KWL-OLD-CAT             PIC X(02).
           05  FILLER                         PIC X(04) VALUE
               ' -> '.
           05  MIG987-KWL-NEW-CAT             PIC X(02).
           05  FILLER                         PIC X(06) VALUE
               '  ROWS'.
           05  FILLER                         PIC X(22) VALUE SPACES.

      ***  Areas for checkpoint/restart ***
      *    The counters and the per-keyword table live inside
      *    ARC-CHECKPOINT-AREA so a restarted run reports the rows
      *    brought in line before the last checkpoint as well as
      *    its own.
           COPY ARCDB2WK.
      *    The re-categorisation has no extract list - the number
      *    stays 0 and is only there because the common restart
      *    initialisation (ARCDB2XR) reports it.
        05  ARC-EXTRACT-NUMBER          PIC S9(04) COMP   VALUE 0.
        05  MIG987-ROWS-FOUND           PIC S9(09) COMP-3 VALUE 0.
        05  MIG987-ROWS-CHANGED         PIC S9(09) COMP-3 VALUE 0.
        05  MIG987-ROWS-SKIPPED         PIC S9(09) COMP-3 VALUE 0.
        05  MIG987-HIST-ROWS-WRITTEN    PIC S9(09) COMP-3 VALUE 0.
      *    One entry per keyword and old/new category pair, in the
      *    order the cursor delivers them (keyword order).
        05  MIG987-KWD-MAX              PIC S9(04) COMP VALUE 1000.
        05  MIG987-KWD-COUNT            PIC S9(04) COMP VALUE 0.
        05  MIG987-KWD-IX               PIC S9(04) COMP VALUE 0.
        05  MIG987-KWD-FOUND-IX         PIC S9(04) COMP VALUE 0.
        05  MIG987-KWD-ENTRY            OCCURS 1000 TIMES.
            10  MIG987-KWD-ACTKWD       PIC X(05).
            10  MIG987-KWD-OLD-CAT      PIC X(02).
            10  MIG987-KWD-NEW-CAT      PIC X(02).
            10  MIG987-KWD-ROWS         PIC S9(09) COMP-3.
        05  FILLER                     PIC X.
        05  ARC-CHECKPOINTED-AREA-SLUT PIC X.

      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
           PERFORM DISPLAY-START
      *    INITIER CHECKPOINT/RESTART
           COPY ARCDB2XR.

           PERFORM READ-CONTROL-PARAMETERS
           PERFORM RECATEGORISE-ROWS
           PERFORM END-OF-JOB-REPORT

           DISPLAY PROGRAM-NAVN 'END'
           GOBACK
           .

       READ-CONTROL-PARAMETERS SECTION.
      *----------------------------------------------------------------*
      *    Establish the mode and the commit size from the MIG987
      *    control record.  Only an explicit U updates the table -
      *    a missing or blank control record gives a report-only
      *    run.
      *----------------------------------------------------------------*

           OPEN INPUT MIG987-CONTROL

           READ MIG987-CONTROL
              AT END
                 CONTINUE
              NOT AT END
                 IF MIG987-CTL-MODE = 'U'
                    SET MIG987-UPDATE-MODE TO TRUE
                 END-IF
                 IF MIG987-CTL-COMMIT-SIZE NUMERIC
                    AND MIG987-CTL-COMMIT-SIZE > 0
                    MOVE MIG987-CTL-COMMIT-SIZE TO MIG987-COMMIT-SIZE
                 END-IF
           END-READ

           CLOSE MIG987-CONTROL

           IF MIG987-UPDATE-MODE
              DISPLAY PROGRAM-NAVN ' '
                      FUNCTION CURRENT-DATE (1:14) ' - '
                     'UPDATE RUN - ROWS WILL BE BROUGHT IN LINE'
           ELSE
              DISPLAY PROGRAM-NAVN ' '
                      FUNCTION CURRENT-DATE (1:14) ' - '
                     'REPORT-ONLY RUN - NOTHING WILL BE UPDATED'
           END-IF

           MOVE FUNCTION CURRENT-DATE (1:14) TO MIG987-STAMP-TMS

           MOVE PROGRAM-NAVN       TO ARC-CHECKPOINT-ID
           MOVE MIG987-COMMIT-SIZE TO ARC-CHECKPOINT-INTERVAL
           .

       RECATEGORISE-ROWS SECTION.
      *----------------------------------------------------------------*
      *    Walk every row whose ACTKWD_CAT differs from its keyword's
      *    category in TTDF1020ACTKWD, in keyword order, and bring
      *    it in line (update mode) or just count it (report-only
      *    mode).  In update mode a checkpoint is taken every
      *    commit-size rows; the cursor is held across the
      *    checkpoint's commit so the next fetch carries straight
      *    on.
      *----------------------------------------------------------------*

           EXEC SQL
              DECLARE RECAT-CSR CURSOR WITH HOLD FOR
              SELECT A.ACTNO, A.ACTKWD, A.ACTKWD_CAT, K.ACTKWD_CAT
              FROM TTDF1010SAMP_ACT A
              INNER JOIN TTDF1020ACTKWD K
                 ON K.ACTKWD = A.ACTKWD
              WHERE A.ACTKWD_CAT <> K.ACTKWD_CAT
              ORDER BY A.ACTKWD, A.ACTNO
           END-EXEC

           EXEC SQL
              OPEN RECAT-CSR
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO MIG987-LAST-SQLCODE
              DISPLAY PROGRAM-NAVN ' '
                      FUNCTION CURRENT-DATE (1:14) ' - '
                     'DB2 ERROR #0002 IN OPEN RECAT-CSR'
              MOVE 0002 TO TEKABN-ABEND-CODE
              MOVE '#0002 OPEN RECAT-CSR' TO USP101-SQL-ID
              PERFORM SQL-FEJL-RUTINE
           END-IF

           SET NOT-MIG987-RECAT-DONE TO TRUE

           PERFORM
              WITH TEST BEFORE
              UNTIL MIG987-RECAT-DONE

              PERFORM FETCH-RECAT-ROW

              IF NOT MIG987-RECAT-DONE
                 ADD 1 TO MIG987-ROWS-FOUND

                 IF MIG987-UPDATE-MODE
                    PERFORM RECATEGORISE-ONE-ROW

                    DIVIDE MIG987-ROWS-FOUND
                       BY MIG987-COMMIT-SIZE
                       GIVING  MIG987-CKPT-QUOTIENT
                       REMAINDER MIG987-CKPT-REMAINDER

                    IF MIG987-CKPT-REMAINDER = 0
                       MOVE MIG987-ROWS-FOUND
                         TO ARC-RESTART-RECORD-COUNT
                       PERFORM ARC-CHECKPOINT
                    END-IF
                 ELSE
                    PERFORM COUNT-KEYWORD-CHANGE
                 END-IF
              END-IF

           END-PERFORM

           EXEC SQL
              CLOSE RECAT-CSR
           END-EXEC
           .

       FETCH-RECAT-ROW SECTION.
      *----------------------------------------------------------------*
      *    Fetch the next out-of-line row off RECAT-CSR.
      *----------------------------------------------------------------*

           EXEC SQL
              FETCH RECAT-CSR
              INTO :MIG987-HV-ACTNO, :MIG987-HV-ACTKWD
                 , :MIG987-HV-OLD-CAT, :MIG987-HV-NEW-CAT
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN 100
                 SET MIG987-RECAT-DONE TO TRUE
              WHEN OTHER
                 MOVE SQLCODE TO MIG987-LAST-SQLCODE
                 DISPLAY PROGRAM-NAVN ' '
                         FUNCTION CURRENT-DATE (1:14) ' - '
                        'DB2 ERROR #0003 IN FETCH RECAT-CSR'
                 MOVE 0003 TO TEKABN-ABEND-CODE
                 MOVE '#0003 FETCH RECAT-CSR' TO USP101-SQL-ID
                 PERFORM SQL-FEJL-RUTINE
           END-EVALUATE
           .

       RECATEGORISE-ONE-ROW SECTION.
      *----------------------------------------------------------------*
      *    Bring one row in line: the current version is preserved
      *    in the history first, then the dictionary's category is
      *    put on the row with the AJOUR stamp.  Both statements
      *    repeat the old category in their predicate, so a row
      *    changed by someone else since the fetch is left alone
      *    (and counted as skipped) instead of being overwritten.
      *----------------------------------------------------------------*

           PERFORM INSERT-ONE-HIST-ROW

           EXEC SQL
              UPDATE TTDF1010SAMP_ACT
              SET ACTKWD_CAT   = :MIG987-HV-NEW-CAT
                , AJOUR_ID     = :PROGRAM-NAVN
                , AJOUR_ID_TYP = 'S'
                , AJOUR_PGM    = :PROGRAM-NAVN
                , AJOUR_TMS    = :MIG987-STAMP-TMS
              WHERE ACTNO      = :MIG987-HV-ACTNO
                AND ACTKWD     = :MIG987-HV-ACTKWD
                AND ACTKWD_CAT = :MIG987-HV-OLD-CAT
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 ADD 1 TO MIG987-ROWS-CHANGED
                 PERFORM COUNT-KEYWORD-CHANGE
              WHEN 100
                 ADD 1 TO MIG987-ROWS-SKIPPED
                 DISPLAY PROGRAM-NAVN ' '
                         FUNCTION CURRENT-DATE (1:14) ' - '
                        'KEY "' MIG987-HV-ACTNO '/' MIG987-HV-ACTKWD
                        '" CHANGED SINCE FETCH - SKIPPED'
              WHEN OTHER
                 MOVE SQLCODE TO MIG987-LAST-SQLCODE
                 DISPLAY PROGRAM-NAVN ' '
                         FUNCTION CURRENT-DATE (1:14) ' - '
                        'DB2 ERROR #0005 IN UPDATE TTDF1010SAMP_ACT'
                 MOVE 0005 TO TEKABN-ABEND-CODE
                 MOVE '#0005 UPDATE TTDF1010SAMP_ACT' TO USP101-SQL-ID
                 PERFORM SQL-FEJL-RUTINE
           END-EVALUATE
           .

       INSERT-ONE-HIST-ROW SECTION.
      *----------------------------------------------------------------*
      *    Copy the current TTDF1010SAMP_ACT row for the key being
      *    re-categorised into TTDF1010SAMP_ACT_HIST.  SQLCODE +100
      *    means the row has changed or gone since the fetch - the
      *    update reports that.
      *----------------------------------------------------------------*

           EXEC SQL
              INSERT INTO TTDF1010SAMP_ACT_HIST
              ( ACTNO, ACTKWD, VERS_TMS, ACTKWD_CAT, ACTDESC
              , AJOUR_ID, AJOUR_ID_TYP, AJOUR_PGM, AJOUR_TMS
              )
              SELECT ACTNO, ACTKWD, CURRENT TIMESTAMP
                   , ACTKWD_CAT, ACTDESC
                   , AJOUR_ID, AJOUR_ID_TYP, AJOUR_PGM, AJOUR_TMS
              FROM TTDF1010SAMP_ACT
              WHERE ACTNO      = :MIG987-HV-ACTNO
                AND ACTKWD     = :MIG987-HV-ACTKWD
                AND ACTKWD_CAT = :MIG987-HV-OLD-CAT
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 ADD 1 TO MIG987-HIST-ROWS-WRITTEN
              WHEN 100
                 CONTINUE
              WHEN OTHER
                 MOVE SQLCODE TO MIG987-LAST-SQLCODE
                 DISPLAY PROGRAM-NAVN ' '
                         FUNCTION CURRENT-DATE (1:14) ' - '
                        'DB2 ERROR #0006 IN INSERT '
                        'TTDF1010SAMP_ACT_HIST'
                 MOVE 0006 TO TEKABN-ABEND-CODE
                 MOVE '#0006 INSERT TTDF1010SAMP_ACT_HIST'
                   TO USP101-SQL-ID
                 PERFORM SQL-FEJL-RUTINE
           END-EVALUATE
           .

       COUNT-KEYWORD-CHANGE SECTION.
      *----------------------------------------------------------------*
      *    Count the row against its keyword and old/new category
      *    pair, adding a fresh entry when the pair is new.  The
      *    cursor delivers the rows in keyword order, so the search
      *    starts from the newest entry.  A full table is a data
      *    surprise worth stopping for.
      *----------------------------------------------------------------*

           MOVE 0 TO MIG987-KWD-FOUND-IX

           PERFORM
              VARYING MIG987-KWD-IX FROM MIG987-KWD-COUNT BY -1
              UNTIL MIG987-KWD-IX < 1
                 OR MIG987-KWD-FOUND-IX > 0

              IF  MIG987-KWD-ACTKWD (MIG987-KWD-IX)
                  = MIG987-HV-ACTKWD
              AND MIG987-KWD-OLD-CAT (MIG987-KWD-IX)
                  = MIG987-HV-OLD-CAT
              AND MIG987-KWD-NEW-CAT (MIG987-KWD-IX)
                  = MIG987-HV-NEW-CAT
                 MOVE MIG987-KWD-IX TO MIG987-KWD-FOUND-IX
              END-IF

           END-PERFORM

           IF MIG987-KWD-FOUND-IX = 0
              IF MIG987-KWD-COUNT >= MIG987-KWD-MAX
                 DISPLAY PROGRAM-NAVN ' '
                         FUNCTION CURRENT-DATE (1:14) ' - '
                        'KEYWORD TABLE FULL #0007 - MORE THAN '
                         MIG987-KWD-MAX ' KEYWORD/CATEGORY PAIRS'
                 MOVE 0007 TO TEKABN-ABEND-CODE
                 PERFORM ABEND
              END-IF

              ADD 1 TO MIG987-KWD-COUNT
              MOVE MIG987-KWD-COUNT TO MIG987-KWD-FOUND-IX
              MOVE MIG987-HV-ACTKWD
                TO MIG987-KWD-ACTKWD  (MIG987-KWD-FOUND-IX)
              MOVE MIG987-HV-OLD-CAT
                TO MIG987-KWD-OLD-CAT (MIG987-KWD-FOUND-IX)
              MOVE MIG987-HV-NEW-CAT
                TO MIG987-KWD-NEW-CAT (MIG987-KWD-FOUND-IX)
              MOVE 0
                TO MIG987-KWD-ROWS    (MIG987-KWD-FOUND-IX)
           END-IF

           ADD 1 TO MIG987-KWD-ROWS (MIG987-KWD-FOUND-IX)
           .

       END-OF-JOB-REPORT SECTION.
      *----------------------------------------------------------------*
      *    Write the end-of-job control report: the mode, one line
      *    per keyword and old/new category with its row count, and
      *    the run totals.
      *----------------------------------------------------------------*

           OPEN OUTPUT TTDF1010-RPT

           MOVE SPACES TO TTDF1010-RPT-RECORD
           MOVE 'MIG987 - KEYWORD RE-CATEGORISATION CONTROL REPORT'
             TO TTDF1010-RPT-TEXT
           WRITE TTDF1010-RPT-RECORD

           MOVE SPACES TO TTDF1010-RPT-RECORD
           IF MIG987-UPDATE-MODE
              MOVE 'UPDATE RUN - ROWS BELOW WERE CHANGED'
                TO TTDF1010-RPT-TEXT
           ELSE
              MOVE 'REPORT-ONLY RUN - ROWS BELOW WOULD BE CHANGED'
                TO TTDF1010-RPT-TEXT
           END-IF
           WRITE TTDF1010-RPT-RECORD

           IF MIG987-KWD-COUNT = 0
              MOVE SPACES TO TTDF1010-RPT-RECORD
              MOVE 'NO ROWS OUT OF LINE WITH TTDF1020ACTKWD'
                TO TTDF1010-RPT-TEXT
              WRITE TTDF1010-RPT-RECORD
           END-IF

           PERFORM
              VARYING MIG987-KWD-IX FROM 1 BY 1
              UNTIL MIG987-KWD-IX > MIG987-KWD-COUNT

              MOVE MIG987-KWD-ACTKWD (MIG987-KWD-IX)
                TO MIG987-KWL-ACTKWD
              MOVE MIG987-KWD-OLD-CAT (MIG987-KWD-IX)
                TO MIG987-KWL-OLD-CAT
              MOVE MIG987-KWD-NEW-CAT (MIG987-KWD-IX)
                TO MIG987-KWL-NEW-CAT
              MOVE SPACES TO TTDF1010-RPT-RECORD
              MOVE MIG987-KWD-LINE TO TTDF1010-RPT-TEXT
              MOVE MIG987-KWD-ROWS (MIG987-KWD-IX)
                TO TTDF1010-RPT-NUMBER
              WRITE TTDF1010-RPT-RECORD

           END-PERFORM

           MOVE SPACES TO TTDF1010-RPT-RECORD
           MOVE 'ROWS OUT OF LINE WITH TTDF1020ACTKWD'
             TO TTDF1010-RPT-TEXT
           MOVE MIG987-ROWS-FOUND TO TTDF1010-RPT-NUMBER
           WRITE TTDF1010-RPT-RECORD

           MOVE SPACES TO TTDF1010-RPT-RECORD
           MOVE 'ROWS RE-CATEGORISED' TO TTDF1010-RPT-TEXT
           MOVE MIG987-ROWS-CHANGED TO TTDF1010-RPT-NUMBER
           WRITE TTDF1010-RPT-RECORD

           MOVE SPACES TO TTDF1010-RPT-RECORD
           MOVE 'ROWS SKIPPED (CHANGED OR GONE SINCE FETCH)'
             TO TTDF1010-RPT-TEXT
           MOVE MIG987-ROWS-SKIPPED TO TTDF1010-RPT-NUMBER
           WRITE TTDF1010-RPT-RECORD

           MOVE SPACES TO TTDF1010-RPT-RECORD
           MOVE 'PRIOR VERSIONS SAVED TO TTDF1010SAMP_ACT_HIST'
             TO TTDF1010-RPT-TEXT
           MOVE MIG987-HIST-ROWS-WRITTEN TO TTDF1010-RPT-NUMBER
           WRITE TTDF1010-RPT-RECORD

           CLOSE TTDF1010-RPT
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

      *----------------------------------------------------------------*
      * Checkpoint/restart
      * ARC-CHECKPOINT SECTION.
      *----------------------------------------------------------------*
           COPY ARCDB2CK.
       ABEND SECTION.
      *----------------------------------------------------------------*
      * Abend
      *----------------------------------------------------------------*
           DISPLAY PROGRAM-NAVN ' ended in error.'
           CALL 'CTEKCALL' USING CTEKABN0 TEKABN-AREA
           .
