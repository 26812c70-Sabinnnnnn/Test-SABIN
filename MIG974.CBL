       IDENTIFICATION DIVISION.

       PROGRAM-ID.    MIG974.
       AUTHOR.        Henrik Jensen.
       INSTALLATION.  BEC Roskilde.
       DATE-WRITTEN.  15 Oct 2026.

      ******************************************************************
      *
      *  Program description:
      *  --------------------
      *  Who-changed-what audit of the activity data for an
      *  AJOUR_TMS range, across TTDF1010SAMP_ACT and
      *  TTDF1010SAMP_ACT_HIST, for the security reviews:
      *    - per AJOUR-ID and AJOUR-PGM the changes by AJOUR-ID-TYP
      *      (O online through M992, S and R batch) and the number
      *      of distinct activities touched;
      *    - users with more online changes than the threshold;
      *    - online changes made outside business hours or at a
      *      weekend;
      *    - online changes overwritten by a batch load the same
      *      night, i.e. before business hours the next morning.
      *
      ******************************************************************
      *
      *  Speciel conditions:
      *  Dependencies:            None - read only.
      *  Checkpoint/restart:      No - read only, simply rerun.
      *
      ******************************************************************
      *  Further description:
      *  --------------------
      *  A change is a distinct version of a row: the live row and
      *  every history image, the same image preserved more than
      *  once counted once.  Only versions stamped inside the range
      *  are counted.  The exception check reads on to the start of
      *  business hours the day after the range, so an online change
      *  of the range's last evening overwritten by batch the next
      *  morning is listed as OVERWRITE in this period's report -
      *  the next period's report sees the batch version alone.
      *
      *  The MIG974 control record (all optional, blank = default):
      *    AJOUR-TMS-FROM/TO   range            default last month
      *    BUS-HOURS-FROM/TO   HHMM             default 0700-1800
      *    USER-THRESHOLD      online changes   default 100
      *
      ******************************************************************
      *  Changes:
      *  --------
      *  Date     Id          Init Description
      *  20261015             HRJ  Established
      *  20261015             HRJ  A batch overwrite after the end of
      *                            the range is listed with the
      *                            range's online change instead of
      *                            being missed by both periods.
      *
      ******************************************************************

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.

       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT MIG974-CONTROL                 ASSIGN TO TTDF1027C.

           SELECT TTDF1010-RPT                   ASSIGN TO TTDF1027P.

       DATA DIVISION.

      *----------------------------------------------------------------*
       FILE SECTION.
      *----------------------------------------------------------------*

       FD  MIG974-CONTROL
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01  MIG974-CONTROL-RECORD.
           05  MIG974-CTL-AJOUR-TMS-FROM         PIC X(14).
           05  FILLER                            PIC X(01).
           05  MIG974-CTL-AJOUR-TMS-TO           PIC X(14).
           05  FILLER                            PIC X(01).
           05  MIG974-CTL-BUS-HOURS-FROM         PIC X(04).
           05  FILLER                            PIC X(01).
           05  MIG974-CTL-BUS-HOURS-TO           PIC X(04).
           05  FILLER                            PIC X(01).
           05  MIG974-CTL-USER-THRESHOLD         PIC X(07).
           05  FILLER                            PIC X(33).

       FD  TTDF1010-RPT
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01  TTDF1010-RPT-RECORD                   PIC X(80).

      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
       01  DIVERSE.
         03  PROGRAM-NAVN                   PIC  X(08) VALUE 'MIG974'.
         03  MIG974-CURSOR-DONE-SW           PIC 9     VALUE 0.
           88  MIG974-CURSOR-DONE                      VALUE 1.
           88  NOT-MIG974-CURSOR-DONE                  VALUE 0.
         03  MIG974-OFF-HOURS-SW             PIC 9     VALUE 0.
           88  MIG974-OFF-HOURS                        VALUE 1.
           88  NOT-MIG974-OFF-HOURS                    VALUE 0.
         03  MIG974-SAME-NIGHT-SW            PIC 9     VALUE 0.
           88  MIG974-SAME-NIGHT                       VALUE 1.
           88  NOT-MIG974-SAME-NIGHT                   VALUE 0.
         03  MIG974-AJOUR-TMS-FROM           PIC X(14)  VALUE SPACES.
         03  MIG974-AJOUR-TMS-TO             PIC X(14)  VALUE SPACES.
      *    End of the overwrite look-ahead: business hours start the
      *    day after the range.  Exclusive.
         03  MIG974-AJOUR-TMS-LOOKAHEAD      PIC X(14)  VALUE SPACES.
         03  MIG974-TO-DATE                  PIC X(08)  VALUE SPACES.
         03  MIG974-TO-DATE-R REDEFINES MIG974-TO-DATE.
           05  MIG974-TO-DATE-YYYYMM         PIC 9(06).
           05  MIG974-TO-DATE-DD             PIC 9(02).
         03  MIG974-BUS-HOURS-FROM           PIC X(04)  VALUE '0700'.
         03  MIG974-BUS-HOURS-TO             PIC X(04)  VALUE '1800'.
         03  MIG974-USER-THRESHOLD           PIC S9(09) COMP VALUE 100.
         03  MIG974-TODAY                    PIC X(08)  VALUE SPACES.
         03  MIG974-TODAY-R REDEFINES MIG974-TODAY.
           05  MIG974-TODAY-YYYY             PIC 9(04).
           05  MIG974-TODAY-MM               PIC 9(02).
           05  MIG974-TODAY-DD               PIC 9(02).
         03  MIG974-LAST-MONTH               PIC X(06)  VALUE SPACES.
         03  MIG974-LAST-MONTH-R REDEFINES MIG974-LAST-MONTH.
           05  MIG974-LAST-MONTH-YYYY        PIC 9(04).
           05  MIG974-LAST-MONTH-MM          PIC 9(02).
         03  MIG974-WORK-DATE                PIC 9(08)  VALUE 0.
         03  MIG974-WORK-INT                 PIC S9(09) COMP   VALUE 0.
         03  MIG974-ONLINE-DAY-INT           PIC S9(09) COMP   VALUE 0.
         03  MIG974-BATCH-DAY-INT            PIC S9(09) COMP   VALUE 0.
         03  MIG974-WEEKDAY                  PIC S9(04) COMP   VALUE 0.
         03  MIG974-WORK-QUOTIENT            PIC S9(09) COMP   VALUE 0.
      *    The version before the one in hand, within the same key.
         03  MIG974-PREV-ACTNO               PIC X(05)  VALUE SPACES.
         03  MIG974-PREV-ACTKWD              PIC X(05)  VALUE SPACES.
         03  MIG974-PREV-AJOUR-ID            PIC X(08)  VALUE SPACES.
         03  MIG974-PREV-AJOUR-ID-TYP        PIC X(01)  VALUE SPACE.
         03  MIG974-PREV-AJOUR-PGM           PIC X(08)  VALUE SPACES.
         03  MIG974-PREV-AJOUR-TMS           PIC X(14)  VALUE SPACES.
         03  MIG974-GROUPS-LISTED            PIC S9(09) COMP-3 VALUE 0.
         03  MIG974-CHANGES-ONLINE           PIC S9(09) COMP-3 VALUE 0.
         03  MIG974-CHANGES-BATCH            PIC S9(09) COMP-3 VALUE 0.
         03  MIG974-USERS-OVER-THRESHOLD     PIC S9(09) COMP-3 VALUE 0.
         03  MIG974-VERSIONS-READ            PIC S9(09) COMP-3 VALUE 0.
         03  MIG974-OFF-HOURS-CHANGES        PIC S9(09) COMP-3 VALUE 0.
         03  MIG974-BATCH-OVERWRITES         PIC S9(09) COMP-3 VALUE 0.
         03  MIG974-LAST-SQLCODE             PIC S9(09) COMP  VALUE 0.

           COPY TEKABNAR.
           COPY COMPILED.
           COPY USP101AR.
      ***  DB2 COPYBOOKS ***
      ***  DB2 SQLCA ***
           COPY SQLCA.

       01  MIG974-HOST-VARS.
           05  MIG974-HV-ACTNO                PIC X(05).
           05  MIG974-HV-ACTKWD               PIC X(05).
           05  MIG974-HV-AJOUR-ID             PIC X(08).
           05  MIG974-HV-AJOUR-ID-TYP         PIC X(01).
           05  MIG974-HV-AJOUR-PGM            PIC X(08).
           05  MIG974-HV-AJOUR-TMS            PIC X(14).
           05  MIG974-HV-COUNT-O              PIC S9(09) COMP.
           05  MIG974-HV-COUNT-S              PIC S9(09) COMP.
           05  MIG974-HV-COUNT-R              PIC S9(09) COMP.
           05  MIG974-HV-COUNT-ALL            PIC S9(09) COMP.
           05  MIG974-HV-ACTIVITIES           PIC S9(09) COMP.

       01  MIG974-RPT-HEADER.
           05  FILLER                         PIC X(36) VALUE
               'MIG974 - WHO CHANGED WHAT, AJOUR-TMS'.
           05  FILLER                         PIC X(01) VALUE SPACE.
           05  MIG974-HDR-TMS-FROM            PIC X(14).
           05  FILLER                         PIC X(03) VALUE ' - '.
           05  MIG974-HDR-TMS-TO              PIC X(14).
           05  FILLER                         PIC X(12) VALUE SPACES.

       01  MIG974-RPT-SECTION-TITLE.
           05  MIG974-SECTION-TITLE           PIC X(80).

       01  MIG974-RPT-GROUP-HEAD.
           05  FILLER                         PIC X(40) VALUE
               'AJOUR-ID  AJOUR-PGM  ONLINE O  BATCH S  '.
           05  FILLER                         PIC X(40) VALUE
               '  BATCH R      TOTAL ACTIVITIES'.

       01  MIG974-RPT-GROUP-LINE.
           05  MIG974-GRP-AJOUR-ID            PIC X(08).
           05  FILLER                         PIC X(02) VALUE SPACES.
           05  MIG974-GRP-AJOUR-PGM           PIC X(08).
           05  FILLER                         PIC X(01) VALUE SPACE.
           05  MIG974-GRP-COUNT-O             PIC Z(8)9.
           05  FILLER                         PIC X(01) VALUE SPACE.
           05  MIG974-GRP-COUNT-S             PIC Z(8)9.
           05  FILLER                         PIC X(01) VALUE SPACE.
           05  MIG974-GRP-COUNT-R             PIC Z(8)9.
           05  FILLER                         PIC X(01) VALUE SPACE.
           05  MIG974-GRP-COUNT-ALL           PIC Z(8)9.
           05  FILLER                         PIC X(01) VALUE SPACE.
           05  MIG974-GRP-ACTIVITIES          PIC Z(8)9.
           05  FILLER                         PIC X(12) VALUE SPACES.

       01  MIG974-RPT-USER-HEAD.
           05  FILLER                         PIC X(40) VALUE
               'AJOUR-ID    ONLINE ACTIVITIES'.
           05  FILLER                         PIC X(40) VALUE SPACES.

       01  MIG974-RPT-USER-LINE.
           05  MIG974-USR-AJOUR-ID            PIC X(08).
           05  FILLER                         PIC X(01) VALUE SPACE.
           05  MIG974-USR-COUNT-O             PIC Z(8)9.
           05  FILLER                         PIC X(01) VALUE SPACE.
           05  MIG974-USR-ACTIVITIES          PIC Z(8)9.
           05  FILLER                         PIC X(52) VALUE SPACES.

       01  MIG974-RPT-VERSION-HEAD.
           05  FILLER                         PIC X(40) VALUE
               'EXCEPTION  ACTNO ACTKWD AJOUR-ID AJOUR-P'.
           05  FILLER                         PIC X(40) VALUE
               'GM ONLINE-TMS     BATCH    BATCH-TMS'.

       01  MIG974-RPT-VERSION-LINE.
           05  MIG974-VER-EXCEPTION           PIC X(10).
           05  FILLER                         PIC X(01) VALUE SPACE.
           05  MIG974-VER-ACTNO               PIC X(05).
           05  FILLER                         PIC X(01) VALUE SPACE.
           05  MIG974-VER-ACTKWD              PIC X(05).
           05  FILLER                         PIC X(02) VALUE SPACES.
           05  MIG974-VER-AJOUR-ID            PIC X(08).
           05  FILLER                         PIC X(01) VALUE SPACE.
           05  MIG974-VER-AJOUR-PGM           PIC X(08).
           05  FILLER                         PIC X(01) VALUE SPACE.
           05  MIG974-VER-ONLINE-TMS          PIC X(14).
           05  FILLER                         PIC X(01) VALUE SPACE.
           05  MIG974-VER-BATCH-PGM           PIC X(08).
           05  FILLER                         PIC X(01) VALUE SPACE.
           05  MIG974-VER-BATCH-TMS           PIC X(14).

       01  MIG974-RPT-SUMMARY.
           05  MIG974-SUM-TEXT                PIC X(60).
           05  MIG974-SUM-NUMBER              PIC Z(8)9.
           05  FILLER                         PIC X(11) VALUE SPACES.

      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
           PERFORM DISPLAY-START

           PERFORM READ-CONTROL-PARAMETERS
           OPEN OUTPUT TTDF1010-RPT
           PERFORM REPORT-CHANGES-BY-USER
           PERFORM REPORT-USERS-OVER-THRESHOLD
           PERFORM REPORT-VERSION-EXCEPTIONS
           PERFORM END-OF-JOB-REPORT
           CLOSE TTDF1010-RPT

           DISPLAY PROGRAM-NAVN 'END'
           GOBACK
           .

       READ-CONTROL-PARAMETERS SECTION.
      *----------------------------------------------------------------*
      *    Establish the range, business hours and threshold from
      *    the MIG974 control record.  A blank range is last
      *    calendar month.
      *----------------------------------------------------------------*

           OPEN INPUT MIG974-CONTROL

           READ MIG974-CONTROL
              AT END
                 MOVE SPACES TO MIG974-CONTROL-RECORD
           END-READ

           CLOSE MIG974-CONTROL

           MOVE FUNCTION CURRENT-DATE (1:8) TO MIG974-TODAY
           IF MIG974-TODAY-MM = 1
              COMPUTE MIG974-LAST-MONTH-YYYY = MIG974-TODAY-YYYY - 1
              MOVE 12 TO MIG974-LAST-MONTH-MM
           ELSE
              MOVE MIG974-TODAY-YYYY TO MIG974-LAST-MONTH-YYYY
              COMPUTE MIG974-LAST-MONTH-MM = MIG974-TODAY-MM - 1
           END-IF

           IF MIG974-CTL-AJOUR-TMS-FROM = SPACES
              MOVE MIG974-LAST-MONTH  TO MIG974-AJOUR-TMS-FROM (1:6)
              MOVE '01000000'         TO MIG974-AJOUR-TMS-FROM (7:8)
           ELSE
              MOVE MIG974-CTL-AJOUR-TMS-FROM TO MIG974-AJOUR-TMS-FROM
           END-IF

           IF MIG974-CTL-AJOUR-TMS-TO = SPACES
              MOVE MIG974-LAST-MONTH  TO MIG974-AJOUR-TMS-TO (1:6)
              MOVE '31235959'         TO MIG974-AJOUR-TMS-TO (7:8)
           ELSE
              MOVE MIG974-CTL-AJOUR-TMS-TO TO MIG974-AJOUR-TMS-TO
           END-IF

           IF MIG974-CTL-BUS-HOURS-FROM NOT = SPACES
              MOVE MIG974-CTL-BUS-HOURS-FROM TO MIG974-BUS-HOURS-FROM
           END-IF

           IF MIG974-CTL-BUS-HOURS-TO NOT = SPACES
              MOVE MIG974-CTL-BUS-HOURS-TO TO MIG974-BUS-HOURS-TO
           END-IF

           IF MIG974-CTL-USER-THRESHOLD NOT = SPACES
              IF MIG974-CTL-USER-THRESHOLD NUMERIC
                 MOVE MIG974-CTL-USER-THRESHOLD
                   TO MIG974-USER-THRESHOLD
              ELSE
                 DISPLAY PROGRAM-NAVN ' '
                         FUNCTION CURRENT-DATE (1:14) ' - '
                        'MIG974-CONTROL USER-THRESHOLD NOT NUMERIC '
                        '#0001 - "' MIG974-CTL-USER-THRESHOLD '"'
                 MOVE 0001 TO TEKABN-ABEND-CODE
                 PERFORM ABEND
              END-IF
           END-IF

           IF MIG974-AJOUR-TMS-FROM NOT NUMERIC
              OR MIG974-AJOUR-TMS-TO NOT NUMERIC
              OR MIG974-AJOUR-TMS-FROM > MIG974-AJOUR-TMS-TO
              OR MIG974-BUS-HOURS-FROM NOT NUMERIC
              OR MIG974-BUS-HOURS-TO NOT NUMERIC
              OR MIG974-BUS-HOURS-FROM NOT < MIG974-BUS-HOURS-TO
              DISPLAY PROGRAM-NAVN ' '
                      FUNCTION CURRENT-DATE (1:14) ' - '
                     'MIG974-CONTROL RECORD INVALID #0001 - "'
                      MIG974-CONTROL-RECORD (1:50) '"'
              MOVE 0001 TO TEKABN-ABEND-CODE
              PERFORM ABEND
           END-IF

      *    The day after the range is day DD of the first of its
      *    month, which also holds for the default's day 31 of a
      *    shorter month.
           MOVE MIG974-AJOUR-TMS-TO (1:8) TO MIG974-TO-DATE
           COMPUTE MIG974-WORK-DATE = MIG974-TO-DATE-YYYYMM * 100 + 1
           COMPUTE MIG974-WORK-INT =
                   FUNCTION INTEGER-OF-DATE (MIG974-WORK-DATE)
                 + MIG974-TO-DATE-DD
           COMPUTE MIG974-WORK-DATE =
                   FUNCTION DATE-OF-INTEGER (MIG974-WORK-INT)
           MOVE MIG974-WORK-DATE TO MIG974-AJOUR-TMS-LOOKAHEAD (1:8)
           MOVE MIG974-BUS-HOURS-FROM
             TO MIG974-AJOUR-TMS-LOOKAHEAD (9:4)
           MOVE '00'              TO MIG974-AJOUR-TMS-LOOKAHEAD (13:2)

           DISPLAY PROGRAM-NAVN ' '
                   FUNCTION CURRENT-DATE (1:14) ' - '
                  'AUDIT RANGE ' MIG974-AJOUR-TMS-FROM
                  ' - ' MIG974-AJOUR-TMS-TO
                  ', BUSINESS HOURS ' MIG974-BUS-HOURS-FROM
                  '-' MIG974-BUS-HOURS-TO
           DISPLAY PROGRAM-NAVN ' '
                   FUNCTION CURRENT-DATE (1:14) ' - '
                  'OVERWRITES LOOKED FOR UNTIL '
                   MIG974-AJOUR-TMS-LOOKAHEAD
           .

       REPORT-CHANGES-BY-USER SECTION.
      *----------------------------------------------------------------*
      *    The changes in the range per AJOUR-ID and AJOUR-PGM, by
      *    AJOUR-ID-TYP, with the distinct activities touched.
      *----------------------------------------------------------------*

           MOVE MIG974-AJOUR-TMS-FROM TO MIG974-HDR-TMS-FROM
           MOVE MIG974-AJOUR-TMS-TO   TO MIG974-HDR-TMS-TO
           WRITE TTDF1010-RPT-RECORD FROM MIG974-RPT-HEADER

           MOVE SPACES TO MIG974-RPT-SECTION-TITLE
           MOVE 'CHANGES BY AJOUR-ID AND AJOUR-PGM'
             TO MIG974-SECTION-TITLE
           WRITE TTDF1010-RPT-RECORD FROM MIG974-RPT-SECTION-TITLE
           WRITE TTDF1010-RPT-RECORD FROM MIG974-RPT-GROUP-HEAD

           EXEC SQL
              DECLARE GROUP-CSR CURSOR FOR
              SELECT V.AJOUR_ID, V.AJOUR_PGM
                   , SUM(CASE WHEN V.AJOUR_ID_TYP = 'O'
                              THEN 1 ELSE 0 END)
                   , SUM(CASE WHEN V.AJOUR_ID_TYP = 'S'
                              THEN 1 ELSE 0 END)
                   , SUM(CASE WHEN V.AJOUR_ID_TYP = 'R'
                              THEN 1 ELSE 0 END)
                   , COUNT(*)
                   , COUNT(DISTINCT V.ACTNO || V.ACTKWD)
              FROM
              ( SELECT ACTNO, ACTKWD, AJOUR_ID, AJOUR_ID_TYP
                     , AJOUR_PGM, AJOUR_TMS
                FROM TTDF1010SAMP_ACT
                WHERE AJOUR_TMS BETWEEN :MIG974-AJOUR-TMS-FROM
                                    AND :MIG974-AJOUR-TMS-TO
                UNION
                SELECT ACTNO, ACTKWD, AJOUR_ID, AJOUR_ID_TYP
                     , AJOUR_PGM, AJOUR_TMS
                FROM TTDF1010SAMP_ACT_HIST
                WHERE AJOUR_TMS BETWEEN :MIG974-AJOUR-TMS-FROM
                                    AND :MIG974-AJOUR-TMS-TO
              ) AS V
              GROUP BY V.AJOUR_ID, V.AJOUR_PGM
              ORDER BY V.AJOUR_ID, V.AJOUR_PGM
           END-EXEC

           EXEC SQL
              OPEN GROUP-CSR
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO MIG974-LAST-SQLCODE
              DISPLAY PROGRAM-NAVN ' '
                      FUNCTION CURRENT-DATE (1:14) ' - '
                     'DB2 ERROR #0002 IN OPEN GROUP-CSR'
              MOVE 0002 TO TEKABN-ABEND-CODE
              MOVE '#0002 OPEN GROUP-CSR' TO USP101-SQL-ID
              PERFORM SQL-FEJL-RUTINE
           END-IF

           SET NOT-MIG974-CURSOR-DONE TO TRUE

           PERFORM
              WITH TEST BEFORE
              UNTIL MIG974-CURSOR-DONE
              PERFORM FETCH-CHANGE-GROUP
           END-PERFORM

           EXEC SQL
              CLOSE GROUP-CSR
           END-EXEC
           .

       FETCH-CHANGE-GROUP SECTION.
      *----------------------------------------------------------------*
      *    Fetch and list one AJOUR-ID/AJOUR-PGM group.
      *----------------------------------------------------------------*

           EXEC SQL
              FETCH GROUP-CSR
              INTO :MIG974-HV-AJOUR-ID, :MIG974-HV-AJOUR-PGM
                 , :MIG974-HV-COUNT-O, :MIG974-HV-COUNT-S
                 , :MIG974-HV-COUNT-R, :MIG974-HV-COUNT-ALL
                 , :MIG974-HV-ACTIVITIES
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 ADD 1 TO MIG974-GROUPS-LISTED
                 ADD MIG974-HV-COUNT-O TO MIG974-CHANGES-ONLINE
                 ADD MIG974-HV-COUNT-S
                     MIG974-HV-COUNT-R TO MIG974-CHANGES-BATCH
                 MOVE MIG974-HV-AJOUR-ID   TO MIG974-GRP-AJOUR-ID
                 MOVE MIG974-HV-AJOUR-PGM  TO MIG974-GRP-AJOUR-PGM
                 MOVE MIG974-HV-COUNT-O    TO MIG974-GRP-COUNT-O
                 MOVE MIG974-HV-COUNT-S    TO MIG974-GRP-COUNT-S
                 MOVE MIG974-HV-COUNT-R    TO MIG974-GRP-COUNT-R
                 MOVE MIG974-HV-COUNT-ALL  TO MIG974-GRP-COUNT-ALL
                 MOVE MIG974-HV-ACTIVITIES TO MIG974-GRP-ACTIVITIES
                 WRITE TTDF1010-RPT-RECORD FROM MIG974-RPT-GROUP-LINE
              WHEN 100
                 SET MIG974-CURSOR-DONE TO TRUE
              WHEN OTHER
                 MOVE SQLCODE TO MIG974-LAST-SQLCODE
                 DISPLAY PROGRAM-NAVN ' '
                         FUNCTION CURRENT-DATE (1:14) ' - '
                        'DB2 ERROR #0003 IN FETCH GROUP-CSR'
                 MOVE 0003 TO TEKABN-ABEND-CODE
                 MOVE '#0003 FETCH GROUP-CSR' TO USP101-SQL-ID
                 PERFORM SQL-FEJL-RUTINE
           END-EVALUATE
           .

       REPORT-USERS-OVER-THRESHOLD SECTION.
      *----------------------------------------------------------------*
      *    Users with more online changes in the range than the
      *    threshold, most active first.
      *----------------------------------------------------------------*

           MOVE SPACES TO MIG974-RPT-SECTION-TITLE
           MOVE 'EXCEPTIONS - USERS ABOVE THE ONLINE CHANGE THRESHOLD'
             TO MIG974-SECTION-TITLE
           WRITE TTDF1010-RPT-RECORD FROM MIG974-RPT-SECTION-TITLE
           WRITE TTDF1010-RPT-RECORD FROM MIG974-RPT-USER-HEAD

           EXEC SQL
              DECLARE USER-CSR CURSOR FOR
              SELECT V.AJOUR_ID
                   , COUNT(*)
                   , COUNT(DISTINCT V.ACTNO || V.ACTKWD)
              FROM
              ( SELECT ACTNO, ACTKWD, AJOUR_ID, AJOUR_ID_TYP
                     , AJOUR_PGM, AJOUR_TMS
                FROM TTDF1010SAMP_ACT
                WHERE AJOUR_TMS BETWEEN :MIG974-AJOUR-TMS-FROM
                                    AND :MIG974-AJOUR-TMS-TO
                  AND AJOUR_ID_TYP = 'O'
                UNION
                SELECT ACTNO, ACTKWD, AJOUR_ID, AJOUR_ID_TYP
                     , AJOUR_PGM, AJOUR_TMS
                FROM TTDF1010SAMP_ACT_HIST
                WHERE AJOUR_TMS BETWEEN :MIG974-AJOUR-TMS-FROM
                                    AND :MIG974-AJOUR-TMS-TO
                  AND AJOUR_ID_TYP = 'O'
              ) AS V
              GROUP BY V.AJOUR_ID
              HAVING COUNT(*) > :MIG974-USER-THRESHOLD
              ORDER BY 2 DESC, V.AJOUR_ID
           END-EXEC

           EXEC SQL
              OPEN USER-CSR
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO MIG974-LAST-SQLCODE
              DISPLAY PROGRAM-NAVN ' '
                      FUNCTION CURRENT-DATE (1:14) ' - '
                     'DB2 ERROR #0004 IN OPEN USER-CSR'
              MOVE 0004 TO TEKABN-ABEND-CODE
              MOVE '#0004 OPEN USER-CSR' TO USP101-SQL-ID
              PERFORM SQL-FEJL-RUTINE
           END-IF

           SET NOT-MIG974-CURSOR-DONE TO TRUE

           PERFORM
              WITH TEST BEFORE
              UNTIL MIG974-CURSOR-DONE
              PERFORM FETCH-USER-OVER-THRESHOLD
           END-PERFORM

           EXEC SQL
              CLOSE USER-CSR
           END-EXEC
           .

       FETCH-USER-OVER-THRESHOLD SECTION.
      *----------------------------------------------------------------*
      *    Fetch and list one user above the threshold.
      *----------------------------------------------------------------*

           EXEC SQL
              FETCH USER-CSR
              INTO :MIG974-HV-AJOUR-ID
                 , :MIG974-HV-COUNT-O, :MIG974-HV-ACTIVITIES
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 ADD 1 TO MIG974-USERS-OVER-THRESHOLD
                 MOVE MIG974-HV-AJOUR-ID   TO MIG974-USR-AJOUR-ID
                 MOVE MIG974-HV-COUNT-O    TO MIG974-USR-COUNT-O
                 MOVE MIG974-HV-ACTIVITIES TO MIG974-USR-ACTIVITIES
                 WRITE TTDF1010-RPT-RECORD FROM MIG974-RPT-USER-LINE
              WHEN 100
                 SET MIG974-CURSOR-DONE TO TRUE
              WHEN OTHER
                 MOVE SQLCODE TO MIG974-LAST-SQLCODE
                 DISPLAY PROGRAM-NAVN ' '
                         FUNCTION CURRENT-DATE (1:14) ' - '
                        'DB2 ERROR #0005 IN FETCH USER-CSR'
                 MOVE 0005 TO TEKABN-ABEND-CODE
                 MOVE '#0005 FETCH USER-CSR' TO USP101-SQL-ID
                 PERFORM SQL-FEJL-RUTINE
           END-EVALUATE
           .

       REPORT-VERSION-EXCEPTIONS SECTION.
      *----------------------------------------------------------------*
      *    Read every version in the range key by key in time order
      *    and list the online changes made outside business hours
      *    (OFF-HOURS) and those overwritten by a batch load the
      *    same night (OVERWRITE).  The cursor reads on to
      *    MIG974-AJOUR-TMS-LOOKAHEAD for the batch half of an
      *    overwrite of the range's last night.
      *----------------------------------------------------------------*

           MOVE SPACES TO MIG974-RPT-SECTION-TITLE
           MOVE 'EXCEPTIONS - ONLINE CHANGES OFF-HOURS OR OVERWRITTEN'
             TO MIG974-SECTION-TITLE
           WRITE TTDF1010-RPT-RECORD FROM MIG974-RPT-SECTION-TITLE
           WRITE TTDF1010-RPT-RECORD FROM MIG974-RPT-VERSION-HEAD

           EXEC SQL
              DECLARE VERS-CSR CURSOR FOR
              SELECT ACTNO, ACTKWD, AJOUR_ID, AJOUR_ID_TYP
                   , AJOUR_PGM, AJOUR_TMS
              FROM TTDF1010SAMP_ACT
              WHERE AJOUR_TMS >= :MIG974-AJOUR-TMS-FROM
                AND AJOUR_TMS <  :MIG974-AJOUR-TMS-LOOKAHEAD
              UNION
              SELECT ACTNO, ACTKWD, AJOUR_ID, AJOUR_ID_TYP
                   , AJOUR_PGM, AJOUR_TMS
              FROM TTDF1010SAMP_ACT_HIST
              WHERE AJOUR_TMS >= :MIG974-AJOUR-TMS-FROM
                AND AJOUR_TMS <  :MIG974-AJOUR-TMS-LOOKAHEAD
              ORDER BY 1, 2, 6
           END-EXEC

           EXEC SQL
              OPEN VERS-CSR
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO MIG974-LAST-SQLCODE
              DISPLAY PROGRAM-NAVN ' '
                      FUNCTION CURRENT-DATE (1:14) ' - '
                     'DB2 ERROR #0006 IN OPEN VERS-CSR'
              MOVE 0006 TO TEKABN-ABEND-CODE
              MOVE '#0006 OPEN VERS-CSR' TO USP101-SQL-ID
              PERFORM SQL-FEJL-RUTINE
           END-IF

           MOVE SPACES TO MIG974-PREV-ACTNO
           MOVE SPACES TO MIG974-PREV-ACTKWD
           SET NOT-MIG974-CURSOR-DONE TO TRUE

           PERFORM
              WITH TEST BEFORE
              UNTIL MIG974-CURSOR-DONE
              PERFORM FETCH-VERSION-ROW
           END-PERFORM

           EXEC SQL
              CLOSE VERS-CSR
           END-EXEC
           .

       FETCH-VERSION-ROW SECTION.
      *----------------------------------------------------------------*
      *    Fetch the next version and check it against the version
      *    before it of the same key.  A version after the range
      *    counts only as the batch half of an overwrite; the
      *    versions after it are not checked against it.
      *----------------------------------------------------------------*

           EXEC SQL
              FETCH VERS-CSR
              INTO :MIG974-HV-ACTNO, :MIG974-HV-ACTKWD
                 , :MIG974-HV-AJOUR-ID, :MIG974-HV-AJOUR-ID-TYP
                 , :MIG974-HV-AJOUR-PGM, :MIG974-HV-AJOUR-TMS
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 IF MIG974-HV-ACTNO  NOT = MIG974-PREV-ACTNO
                    OR MIG974-HV-ACTKWD NOT = MIG974-PREV-ACTKWD
                    MOVE SPACE TO MIG974-PREV-AJOUR-ID-TYP
                 END-IF

                 IF MIG974-HV-AJOUR-TMS > MIG974-AJOUR-TMS-TO
                    PERFORM CHECK-VERSION-AFTER-RANGE
                 ELSE
                    PERFORM CHECK-VERSION-IN-RANGE
                 END-IF
              WHEN 100
                 SET MIG974-CURSOR-DONE TO TRUE
              WHEN OTHER
                 MOVE SQLCODE TO MIG974-LAST-SQLCODE
                 DISPLAY PROGRAM-NAVN ' '
                         FUNCTION CURRENT-DATE (1:14) ' - '
                        'DB2 ERROR #0007 IN FETCH VERS-CSR'
                 MOVE 0007 TO TEKABN-ABEND-CODE
                 MOVE '#0007 FETCH VERS-CSR' TO USP101-SQL-ID
                 PERFORM SQL-FEJL-RUTINE
           END-EVALUATE
           .

       CHECK-VERSION-AFTER-RANGE SECTION.
      *----------------------------------------------------------------*
      *    A batch version after the range directly after an online
      *    one in it may be that change's same-night overwrite.  It
      *    then stands as the key's previous version, with a blank
      *    type so nothing later pairs with it.
      *----------------------------------------------------------------*

           IF (MIG974-HV-AJOUR-ID-TYP = 'S'
               OR MIG974-HV-AJOUR-ID-TYP = 'R')
              AND MIG974-PREV-AJOUR-ID-TYP = 'O'
              PERFORM CHECK-SAME-NIGHT-OVERWRITE
           END-IF

           MOVE MIG974-HV-ACTNO  TO MIG974-PREV-ACTNO
           MOVE MIG974-HV-ACTKWD TO MIG974-PREV-ACTKWD
           MOVE SPACE            TO MIG974-PREV-AJOUR-ID-TYP
           .

       CHECK-VERSION-IN-RANGE SECTION.
      *----------------------------------------------------------------*
      *    Count a version of the range, check it for the off-hours
      *    and overwrite exceptions and keep it as the key's previous
      *    version.
      *----------------------------------------------------------------*

           ADD 1 TO MIG974-VERSIONS-READ

           IF MIG974-HV-AJOUR-ID-TYP = 'O'
              PERFORM CHECK-OFF-HOURS-CHANGE
           END-IF

           IF (MIG974-HV-AJOUR-ID-TYP = 'S'
               OR MIG974-HV-AJOUR-ID-TYP = 'R')
              AND MIG974-PREV-AJOUR-ID-TYP = 'O'
              PERFORM CHECK-SAME-NIGHT-OVERWRITE
           END-IF

           MOVE MIG974-HV-ACTNO        TO MIG974-PREV-ACTNO
           MOVE MIG974-HV-ACTKWD       TO MIG974-PREV-ACTKWD
           MOVE MIG974-HV-AJOUR-ID     TO MIG974-PREV-AJOUR-ID
           MOVE MIG974-HV-AJOUR-ID-TYP
             TO MIG974-PREV-AJOUR-ID-TYP
           MOVE MIG974-HV-AJOUR-PGM    TO MIG974-PREV-AJOUR-PGM
           MOVE MIG974-HV-AJOUR-TMS    TO MIG974-PREV-AJOUR-TMS
           .

       CHECK-OFF-HOURS-CHANGE SECTION.
      *----------------------------------------------------------------*
      *    An online change stamped before or after business hours,
      *    or on a Saturday or Sunday, is listed.  Day 1 of
      *    INTEGER-OF-DATE is a Monday.
      *----------------------------------------------------------------*

           SET NOT-MIG974-OFF-HOURS TO TRUE

           IF MIG974-HV-AJOUR-TMS (9:4) < MIG974-BUS-HOURS-FROM
              OR MIG974-HV-AJOUR-TMS (9:4) NOT < MIG974-BUS-HOURS-TO
              SET MIG974-OFF-HOURS TO TRUE
           ELSE
              MOVE MIG974-HV-AJOUR-TMS (1:8) TO MIG974-WORK-DATE
              COMPUTE MIG974-WORK-INT =
                      FUNCTION INTEGER-OF-DATE (MIG974-WORK-DATE) - 1
              DIVIDE MIG974-WORK-INT BY 7
                 GIVING MIG974-WORK-QUOTIENT
                 REMAINDER MIG974-WEEKDAY
              IF MIG974-WEEKDAY > 4
                 SET MIG974-OFF-HOURS TO TRUE
              END-IF
           END-IF

           IF MIG974-OFF-HOURS
              ADD 1 TO MIG974-OFF-HOURS-CHANGES
              MOVE SPACES              TO MIG974-RPT-VERSION-LINE
              MOVE 'OFF-HOURS'         TO MIG974-VER-EXCEPTION
              MOVE MIG974-HV-ACTNO     TO MIG974-VER-ACTNO
              MOVE MIG974-HV-ACTKWD    TO MIG974-VER-ACTKWD
              MOVE MIG974-HV-AJOUR-ID  TO MIG974-VER-AJOUR-ID
              MOVE MIG974-HV-AJOUR-PGM TO MIG974-VER-AJOUR-PGM
              MOVE MIG974-HV-AJOUR-TMS TO MIG974-VER-ONLINE-TMS
              WRITE TTDF1010-RPT-RECORD FROM MIG974-RPT-VERSION-LINE
           END-IF
           .

       CHECK-SAME-NIGHT-OVERWRITE SECTION.
      *----------------------------------------------------------------*
      *    A batch version directly after an online one overwrote
      *    it the same night when it is stamped the same day, or
      *    the next day before business hours start.
      *----------------------------------------------------------------*

           SET NOT-MIG974-SAME-NIGHT TO TRUE

           IF MIG974-HV-AJOUR-TMS (1:8) = MIG974-PREV-AJOUR-TMS (1:8)
              SET MIG974-SAME-NIGHT TO TRUE
           ELSE
              IF MIG974-HV-AJOUR-TMS (9:4) < MIG974-BUS-HOURS-FROM
                 MOVE MIG974-PREV-AJOUR-TMS (1:8) TO MIG974-WORK-DATE
                 COMPUTE MIG974-ONLINE-DAY-INT =
                         FUNCTION INTEGER-OF-DATE (MIG974-WORK-DATE)
                 MOVE MIG974-HV-AJOUR-TMS (1:8) TO MIG974-WORK-DATE
                 COMPUTE MIG974-BATCH-DAY-INT =
                         FUNCTION INTEGER-OF-DATE (MIG974-WORK-DATE)
                 IF MIG974-BATCH-DAY-INT = MIG974-ONLINE-DAY-INT + 1
                    SET MIG974-SAME-NIGHT TO TRUE
                 END-IF
              END-IF
           END-IF

           IF MIG974-SAME-NIGHT
              ADD 1 TO MIG974-BATCH-OVERWRITES
              MOVE SPACES                TO MIG974-RPT-VERSION-LINE
              MOVE 'OVERWRITE'           TO MIG974-VER-EXCEPTION
              MOVE MIG974-HV-ACTNO       TO MIG974-VER-ACTNO
              MOVE MIG974-HV-ACTKWD      TO MIG974-VER-ACTKWD
              MOVE MIG974-PREV-AJOUR-ID  TO MIG974-VER-AJOUR-ID
              MOVE MIG974-PREV-AJOUR-PGM TO MIG974-VER-AJOUR-PGM
              MOVE MIG974-PREV-AJOUR-TMS TO MIG974-VER-ONLINE-TMS
              MOVE MIG974-HV-AJOUR-PGM   TO MIG974-VER-BATCH-PGM
              MOVE MIG974-HV-AJOUR-TMS   TO MIG974-VER-BATCH-TMS
              WRITE TTDF1010-RPT-RECORD FROM MIG974-RPT-VERSION-LINE
           END-IF
           .

       END-OF-JOB-REPORT SECTION.
      *----------------------------------------------------------------*
      *    Totals of the audit.
      *----------------------------------------------------------------*

           MOVE SPACES TO MIG974-RPT-SECTION-TITLE
           MOVE 'TOTALS' TO MIG974-SECTION-TITLE
           WRITE TTDF1010-RPT-RECORD FROM MIG974-RPT-SECTION-TITLE

           MOVE SPACES TO MIG974-RPT-SUMMARY
           MOVE 'AJOUR-ID/AJOUR-PGM GROUPS LISTED' TO MIG974-SUM-TEXT
           MOVE MIG974-GROUPS-LISTED TO MIG974-SUM-NUMBER
           WRITE TTDF1010-RPT-RECORD FROM MIG974-RPT-SUMMARY

           MOVE SPACES TO MIG974-RPT-SUMMARY
           MOVE 'ONLINE CHANGES (O)' TO MIG974-SUM-TEXT
           MOVE MIG974-CHANGES-ONLINE TO MIG974-SUM-NUMBER
           WRITE TTDF1010-RPT-RECORD FROM MIG974-RPT-SUMMARY

           MOVE SPACES TO MIG974-RPT-SUMMARY
           MOVE 'BATCH CHANGES (S AND R)' TO MIG974-SUM-TEXT
           MOVE MIG974-CHANGES-BATCH TO MIG974-SUM-NUMBER
           WRITE TTDF1010-RPT-RECORD FROM MIG974-RPT-SUMMARY

           MOVE SPACES TO MIG974-RPT-SUMMARY
           MOVE 'VERSIONS READ FOR THE EXCEPTION CHECKS'
             TO MIG974-SUM-TEXT
           MOVE MIG974-VERSIONS-READ TO MIG974-SUM-NUMBER
           WRITE TTDF1010-RPT-RECORD FROM MIG974-RPT-SUMMARY

           MOVE SPACES TO MIG974-RPT-SUMMARY
           MOVE 'USERS ABOVE THE ONLINE CHANGE THRESHOLD'
             TO MIG974-SUM-TEXT
           MOVE MIG974-USERS-OVER-THRESHOLD TO MIG974-SUM-NUMBER
           WRITE TTDF1010-RPT-RECORD FROM MIG974-RPT-SUMMARY

           MOVE SPACES TO MIG974-RPT-SUMMARY
           MOVE 'ONLINE CHANGES OUTSIDE BUSINESS HOURS'
             TO MIG974-SUM-TEXT
           MOVE MIG974-OFF-HOURS-CHANGES TO MIG974-SUM-NUMBER
           WRITE TTDF1010-RPT-RECORD FROM MIG974-RPT-SUMMARY

           MOVE SPACES TO MIG974-RPT-SUMMARY
           MOVE 'ONLINE CHANGES OVERWRITTEN BY BATCH THE SAME NIGHT'
             TO MIG974-SUM-TEXT
           MOVE MIG974-BATCH-OVERWRITES TO MIG974-SUM-NUMBER
           WRITE TTDF1010-RPT-RECORD FROM MIG974-RPT-SUMMARY
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
