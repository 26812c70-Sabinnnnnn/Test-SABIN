       IDENTIFICATION DIVISION.

       PROGRAM-ID.    MIG988.
       AUTHOR.        Henrik Jensen.
       INSTALLATION.  BEC Roskilde.
       DATE-WRITTEN.  15 Oct 2026.

      ******************************************************************
      *
      *  Program description:
      *  --------------------
      *  Daily batch for the four-eyes ACTDESC corrections made
      *  through M992 (MIG992).  Expires every request still
      *  pending after the configured number of days, then reports
      *  the day's requests - made, approved, rejected and expired
      *  - with requester, approver, times and old/new description,
      *  so every correction to TTDF1010SAMP_ACT can be traced to
      *  the two people behind it.
      *
      ******************************************************************
      *
      *  Speciel conditions:
      *  Dependencies:            Requests recorded and decided by
      *                           MIG992 in TTDF1010SAMP_ACT_PEND.
      *  Checkpoint/restart:      No - the run is simply rerun; an
      *                           expired request stays expired.
      *
      ******************************************************************
      *  Further description:
      *  --------------------
      *  TTDF1010SAMP_ACT_PEND holds one row per correction request:
      *    ACTNO, ACTKWD        the activity row to correct
      *    REQ_TMS              request time (YYYYMMDDHHMMSS)
      *    REQ_ID               requesting CICS user
      *    OLD_ACTDESC          description when requested
      *    NEW_ACTDESC          requested description
      *    REQ_STATUS           P pending, A approved, R rejected,
      *                         E expired
      *    DEC_ID, DEC_TMS      deciding user (MIG988 for an
      *                         expiry) and time; blank while
      *                         pending
      *
      *  Control record: report date (YYYYMMDD, blank = today) and
      *  the number of days a request may stay pending (blank or
      *  zero = 5).  A request expires when it was made more than
      *  that many days before this run.
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

           SELECT MIG988-CONTROL                 ASSIGN TO TTDF1019C.

           SELECT TTDF1010-RPT                   ASSIGN TO TTDF1019P.

       DATA DIVISION.

      *----------------------------------------------------------------*
       FILE SECTION.
      *----------------------------------------------------------------*

       FD  MIG988-CONTROL
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01  MIG988-CONTROL-RECORD.
           05  MIG988-CTL-REPORT-DATE            PIC X(08).
           05  MIG988-CTL-EXPIRY-DAYS            PIC 9(03).
           05  FILLER                            PIC X(69).

       FD  TTDF1010-RPT
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01  TTDF1010-RPT-RECORD                   PIC X(80).

      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
       01  DIVERSE.
         03  PROGRAM-NAVN                   PIC  X(08) VALUE 'MIG988'.
         03  MIG988-LIST-DONE-SW             PIC 9     VALUE 0.
           88  MIG988-LIST-DONE                        VALUE 1.
           88  NOT-MIG988-LIST-DONE                    VALUE 0.
         03  MIG988-REPORT-DATE              PIC X(08)  VALUE SPACES.
         03  MIG988-EXPIRY-DAYS              PIC 9(03)  VALUE 5.
         03  MIG988-STAMP-TMS                PIC X(14)  VALUE SPACES.
         03  MIG988-EXPIRY-CUTOFF            PIC X(14)  VALUE SPACES.
         03  MIG988-TODAY-DATE               PIC 9(08)  VALUE 0.
         03  MIG988-WORK-INT                 PIC S9(09) COMP   VALUE 0.
         03  MIG988-WORK-DATE                PIC 9(08)  VALUE 0.
         03  MIG988-BLOCK-COUNT              PIC S9(09) COMP-3 VALUE 0.
         03  MIG988-REQUESTED                PIC S9(09) COMP-3 VALUE 0.
         03  MIG988-APPROVED                 PIC S9(09) COMP-3 VALUE 0.
         03  MIG988-REJECTED                 PIC S9(09) COMP-3 VALUE 0.
         03  MIG988-EXPIRED                  PIC S9(09) COMP-3 VALUE 0.
         03  MIG988-EXPIRED-THIS-RUN         PIC S9(09) COMP-3 VALUE 0.
         03  MIG988-LAST-SQLCODE             PIC S9(09) COMP   VALUE 0.

           COPY TEKABNAR.
           COPY COMPILED.
           COPY USP101AR.
      ***  DB2 COPYBOOKS ***
      ***  DB2 SQLCA ***
           COPY SQLCA.

       01  MIG988-HOST-VARS.
           05  MIG988-HV-ACTNO                PIC X(05).
           05  MIG988-HV-ACTKWD               PIC X(05).
           05  MIG988-HV-REQ-TMS              PIC X(14).
           05  MIG988-HV-REQ-ID               PIC X(08).
           05  MIG988-HV-OLD-ACTDESC.
               49  MIG988-HV-OLD-ACTDESC-LEN  PIC S9(04) COMP.
               49  MIG988-HV-OLD-ACTDESC-TEXT PIC X(30).
           05  MIG988-HV-NEW-ACTDESC.
               49  MIG988-HV-NEW-ACTDESC-LEN  PIC S9(04) COMP.
               49  MIG988-HV-NEW-ACTDESC-TEXT PIC X(30).
           05  MIG988-HV-STATUS               PIC X(01).
           05  MIG988-HV-DEC-ID               PIC X(08).
           05  MIG988-HV-DEC-TMS              PIC X(14).
           05  MIG988-HV-TMS-FROM             PIC X(14).
           05  MIG988-HV-TMS-TO               PIC X(14).
           05  MIG988-HV-LIST-STATUS          PIC X(01).
           05  MIG988-HV-PENDING-COUNT        PIC S9(09) COMP.

       01  MIG988-RPT-HEADER.
           05  FILLER                         PIC X(44) VALUE
               'MIG988 - FOUR-EYES ACTDESC CORRECTIONS FOR '.
           05  MIG988-HDR-DATE                PIC X(08).
           05  FILLER                         PIC X(28) VALUE SPACES.

       01  MIG988-RPT-REQ-LINE.
           05  FILLER                         PIC X(02) VALUE SPACES.
           05  MIG988-REQ-ACTNO               PIC X(05).
           05  FILLER                         PIC X(01) VALUE SPACE.
           05  MIG988-REQ-ACTKWD              PIC X(05).
           05  FILLER                         PIC X(05) VALUE
               ' REQ '.
           05  MIG988-REQ-REQ-ID              PIC X(08).
           05  FILLER                         PIC X(01) VALUE SPACE.
           05  MIG988-REQ-REQ-TMS             PIC X(14).
           05  FILLER                         PIC X(05) VALUE
               ' DEC '.
           05  MIG988-REQ-DEC-ID              PIC X(08).
           05  FILLER                         PIC X(01) VALUE SPACE.
           05  MIG988-REQ-DEC-TMS             PIC X(14).
           05  FILLER                         PIC X(11) VALUE SPACES.

       01  MIG988-RPT-DESC-LINE.
           05  FILLER                         PIC X(08) VALUE
               '    OLD '.
           05  MIG988-DSC-OLD                 PIC X(30).
           05  FILLER                         PIC X(05) VALUE
               ' NEW '.
           05  MIG988-DSC-NEW                 PIC X(30).
           05  FILLER                         PIC X(07) VALUE SPACES.

       01  MIG988-RPT-SUMMARY.
           05  MIG988-SUM-TEXT                PIC X(60).
           05  MIG988-SUM-NUMBER              PIC Z(8)9.
           05  FILLER                         PIC X(11) VALUE SPACES.

      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
           PERFORM DISPLAY-START

           PERFORM READ-CONTROL-PARAMETERS
           PERFORM EXPIRE-OLD-REQUESTS
           PERFORM WRITE-REQUEST-REPORT

           DISPLAY PROGRAM-NAVN 'END'
           GOBACK
           .

       READ-CONTROL-PARAMETERS SECTION.
      *----------------------------------------------------------------*
      *    Establish the report date and the expiry period from the
      *    MIG988 control record, and derive the expiry cut-off:
      *    this run's time, the expiry period earlier.  Day counting
      *    goes through integer dates so month and year boundaries
      *    come out right.
      *----------------------------------------------------------------*

           OPEN INPUT MIG988-CONTROL

           READ MIG988-CONTROL
              AT END
                 CONTINUE
              NOT AT END
                 MOVE MIG988-CTL-REPORT-DATE TO MIG988-REPORT-DATE
                 IF MIG988-CTL-EXPIRY-DAYS NUMERIC
                    AND MIG988-CTL-EXPIRY-DAYS > 0
                    MOVE MIG988-CTL-EXPIRY-DAYS TO MIG988-EXPIRY-DAYS
                 END-IF
           END-READ

           CLOSE MIG988-CONTROL

           MOVE FUNCTION CURRENT-DATE (1:14) TO MIG988-STAMP-TMS

           IF MIG988-REPORT-DATE = SPACES
              MOVE MIG988-STAMP-TMS (1:8) TO MIG988-REPORT-DATE
           END-IF

           IF MIG988-REPORT-DATE NOT NUMERIC
              DISPLAY PROGRAM-NAVN ' '
                      FUNCTION CURRENT-DATE (1:14) ' - '
                     'REPORT DATE IN MIG988-CONTROL NOT USABLE '
                     '#0001 - "' MIG988-REPORT-DATE '"'
              MOVE 0001 TO TEKABN-ABEND-CODE
              PERFORM ABEND
           END-IF

           MOVE MIG988-STAMP-TMS (1:8) TO MIG988-TODAY-DATE
           COMPUTE MIG988-WORK-INT =
                   FUNCTION INTEGER-OF-DATE (MIG988-TODAY-DATE)
                 - MIG988-EXPIRY-DAYS
           COMPUTE MIG988-WORK-DATE =
                   FUNCTION DATE-OF-INTEGER (MIG988-WORK-INT)
           MOVE MIG988-WORK-DATE        TO MIG988-EXPIRY-CUTOFF (1:8)
           MOVE MIG988-STAMP-TMS (9:6)  TO MIG988-EXPIRY-CUTOFF (9:6)
           .

       EXPIRE-OLD-REQUESTS SECTION.
      *----------------------------------------------------------------*
      *    Expire every request still pending that was made before
      *    the cut-off.  The expiry is stamped with this program and
      *    this run's time, so the report can list exactly what the
      *    run expired and an expired request can never be approved
      *    afterwards - MIG992 only decides pending requests.
      *----------------------------------------------------------------*

           EXEC SQL
              UPDATE TTDF1010SAMP_ACT_PEND
              SET REQ_STATUS = 'E'
                , DEC_ID     = :PROGRAM-NAVN
                , DEC_TMS    = :MIG988-STAMP-TMS
              WHERE REQ_STATUS = 'P'
                AND REQ_TMS    < :MIG988-EXPIRY-CUTOFF
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 MOVE SQLERRD(3) TO MIG988-EXPIRED-THIS-RUN
              WHEN 100
                 MOVE 0 TO MIG988-EXPIRED-THIS-RUN
              WHEN OTHER
                 MOVE SQLCODE TO MIG988-LAST-SQLCODE
                 DISPLAY PROGRAM-NAVN ' '
                         FUNCTION CURRENT-DATE (1:14) ' - '
                        'DB2 ERROR #0002 IN UPDATE '
                        'TTDF1010SAMP_ACT_PEND'
                 MOVE 0002 TO TEKABN-ABEND-CODE
                 MOVE '#0002 UPDATE TTDF1010SAMP_ACT_PEND'
                   TO USP101-SQL-ID
                 PERFORM SQL-FEJL-RUTINE
           END-EVALUATE

           DISPLAY PROGRAM-NAVN ' '
                   FUNCTION CURRENT-DATE (1:14) ' - '
                  'REQUESTS EXPIRED: ' MIG988-EXPIRED-THIS-RUN
           .

       WRITE-REQUEST-REPORT SECTION.
      *----------------------------------------------------------------*
      *    One block each for the requests made, approved, rejected
      *    and expired on the report date, then the day's totals and
      *    the requests still waiting for a decision.
      *----------------------------------------------------------------*

           OPEN OUTPUT TTDF1010-RPT

           MOVE MIG988-REPORT-DATE TO MIG988-HDR-DATE
           WRITE TTDF1010-RPT-RECORD FROM MIG988-RPT-HEADER

           MOVE MIG988-REPORT-DATE TO MIG988-HV-TMS-FROM (1:8)
           MOVE '000000'           TO MIG988-HV-TMS-FROM (9:6)
           MOVE MIG988-REPORT-DATE TO MIG988-HV-TMS-TO (1:8)
           MOVE '999999'           TO MIG988-HV-TMS-TO (9:6)

           MOVE SPACES TO MIG988-RPT-SUMMARY
           MOVE 'CORRECTIONS REQUESTED' TO MIG988-SUM-TEXT
           WRITE TTDF1010-RPT-RECORD FROM MIG988-RPT-SUMMARY
           PERFORM LIST-REQUESTS-MADE
           MOVE MIG988-BLOCK-COUNT TO MIG988-REQUESTED

           MOVE SPACES TO MIG988-RPT-SUMMARY
           MOVE 'CORRECTIONS APPROVED AND APPLIED' TO MIG988-SUM-TEXT
           WRITE TTDF1010-RPT-RECORD FROM MIG988-RPT-SUMMARY
           MOVE 'A' TO MIG988-HV-LIST-STATUS
           PERFORM LIST-DECISIONS
           MOVE MIG988-BLOCK-COUNT TO MIG988-APPROVED

           MOVE SPACES TO MIG988-RPT-SUMMARY
           MOVE 'CORRECTIONS REJECTED' TO MIG988-SUM-TEXT
           WRITE TTDF1010-RPT-RECORD FROM MIG988-RPT-SUMMARY
           MOVE 'R' TO MIG988-HV-LIST-STATUS
           PERFORM LIST-DECISIONS
           MOVE MIG988-BLOCK-COUNT TO MIG988-REJECTED

           MOVE SPACES TO MIG988-RPT-SUMMARY
           MOVE 'CORRECTIONS EXPIRED' TO MIG988-SUM-TEXT
           WRITE TTDF1010-RPT-RECORD FROM MIG988-RPT-SUMMARY
           MOVE 'E' TO MIG988-HV-LIST-STATUS
           PERFORM LIST-DECISIONS
           MOVE MIG988-BLOCK-COUNT TO MIG988-EXPIRED

           PERFORM COUNT-STILL-PENDING

           MOVE SPACES TO MIG988-RPT-SUMMARY
           MOVE 'TOTAL REQUESTED ON REPORT DATE' TO MIG988-SUM-TEXT
           MOVE MIG988-REQUESTED TO MIG988-SUM-NUMBER
           WRITE TTDF1010-RPT-RECORD FROM MIG988-RPT-SUMMARY

           MOVE SPACES TO MIG988-RPT-SUMMARY
           MOVE 'TOTAL APPROVED ON REPORT DATE' TO MIG988-SUM-TEXT
           MOVE MIG988-APPROVED TO MIG988-SUM-NUMBER
           WRITE TTDF1010-RPT-RECORD FROM MIG988-RPT-SUMMARY

           MOVE SPACES TO MIG988-RPT-SUMMARY
           MOVE 'TOTAL REJECTED ON REPORT DATE' TO MIG988-SUM-TEXT
           MOVE MIG988-REJECTED TO MIG988-SUM-NUMBER
           WRITE TTDF1010-RPT-RECORD FROM MIG988-RPT-SUMMARY

           MOVE SPACES TO MIG988-RPT-SUMMARY
           MOVE 'TOTAL EXPIRED ON REPORT DATE' TO MIG988-SUM-TEXT
           MOVE MIG988-EXPIRED TO MIG988-SUM-NUMBER
           WRITE TTDF1010-RPT-RECORD FROM MIG988-RPT-SUMMARY

           MOVE SPACES TO MIG988-RPT-SUMMARY
           MOVE 'EXPIRED BY THIS RUN' TO MIG988-SUM-TEXT
           MOVE MIG988-EXPIRED-THIS-RUN TO MIG988-SUM-NUMBER
           WRITE TTDF1010-RPT-RECORD FROM MIG988-RPT-SUMMARY

           MOVE SPACES TO MIG988-RPT-SUMMARY
           MOVE 'STILL PENDING AFTER THIS RUN' TO MIG988-SUM-TEXT
           MOVE MIG988-HV-PENDING-COUNT TO MIG988-SUM-NUMBER
           WRITE TTDF1010-RPT-RECORD FROM MIG988-RPT-SUMMARY

           MOVE SPACES TO MIG988-RPT-SUMMARY
           MOVE 'EXPIRY PERIOD IN DAYS' TO MIG988-SUM-TEXT
           MOVE MIG988-EXPIRY-DAYS TO MIG988-SUM-NUMBER
           WRITE TTDF1010-RPT-RECORD FROM MIG988-RPT-SUMMARY

           CLOSE TTDF1010-RPT
           .

       LIST-REQUESTS-MADE SECTION.
      *----------------------------------------------------------------*
      *    List every request made on the report date, whatever has
      *    become of it since.
      *----------------------------------------------------------------*

           EXEC SQL
              DECLARE REQ-CSR CURSOR FOR
              SELECT ACTNO, ACTKWD, REQ_TMS, REQ_ID
                   , OLD_ACTDESC, NEW_ACTDESC
                   , REQ_STATUS, DEC_ID, DEC_TMS
              FROM TTDF1010SAMP_ACT_PEND
              WHERE REQ_TMS BETWEEN :MIG988-HV-TMS-FROM
                                AND :MIG988-HV-TMS-TO
              ORDER BY REQ_TMS, ACTNO, ACTKWD
           END-EXEC

           EXEC SQL
              OPEN REQ-CSR
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO MIG988-LAST-SQLCODE
              DISPLAY PROGRAM-NAVN ' '
                      FUNCTION CURRENT-DATE (1:14) ' - '
                     'DB2 ERROR #0003 IN OPEN REQ-CSR'
              MOVE 0003 TO TEKABN-ABEND-CODE
              MOVE '#0003 OPEN REQ-CSR' TO USP101-SQL-ID
              PERFORM SQL-FEJL-RUTINE
           END-IF

           MOVE 0 TO MIG988-BLOCK-COUNT
           SET NOT-MIG988-LIST-DONE TO TRUE

           PERFORM
              WITH TEST BEFORE
              UNTIL MIG988-LIST-DONE
              PERFORM FETCH-REQUEST-MADE
           END-PERFORM

           EXEC SQL
              CLOSE REQ-CSR
           END-EXEC

           PERFORM WRITE-BLOCK-TRAILER
           .

       FETCH-REQUEST-MADE SECTION.
      *----------------------------------------------------------------*
      *    Fetch and list the next request made on the report date.
      *----------------------------------------------------------------*

           MOVE SPACES TO MIG988-HV-OLD-ACTDESC-TEXT
           MOVE SPACES TO MIG988-HV-NEW-ACTDESC-TEXT

           EXEC SQL
              FETCH REQ-CSR
              INTO :MIG988-HV-ACTNO, :MIG988-HV-ACTKWD
                 , :MIG988-HV-REQ-TMS, :MIG988-HV-REQ-ID
                 , :MIG988-HV-OLD-ACTDESC, :MIG988-HV-NEW-ACTDESC
                 , :MIG988-HV-STATUS, :MIG988-HV-DEC-ID
                 , :MIG988-HV-DEC-TMS
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 PERFORM WRITE-REQUEST-LINES
              WHEN 100
                 SET MIG988-LIST-DONE TO TRUE
              WHEN OTHER
                 MOVE SQLCODE TO MIG988-LAST-SQLCODE
                 DISPLAY PROGRAM-NAVN ' '
                         FUNCTION CURRENT-DATE (1:14) ' - '
                        'DB2 ERROR #0004 IN FETCH REQ-CSR'
                 MOVE 0004 TO TEKABN-ABEND-CODE
                 MOVE '#0004 FETCH REQ-CSR' TO USP101-SQL-ID
                 PERFORM SQL-FEJL-RUTINE
           END-EVALUATE
           .

       LIST-DECISIONS SECTION.
      *----------------------------------------------------------------*
      *    List every request given the status in
      *    MIG988-HV-LIST-STATUS (approved, rejected or expired) on
      *    the report date.
      *----------------------------------------------------------------*

           EXEC SQL
              DECLARE DEC-CSR CURSOR FOR
              SELECT ACTNO, ACTKWD, REQ_TMS, REQ_ID
                   , OLD_ACTDESC, NEW_ACTDESC
                   , REQ_STATUS, DEC_ID, DEC_TMS
              FROM TTDF1010SAMP_ACT_PEND
              WHERE REQ_STATUS = :MIG988-HV-LIST-STATUS
                AND DEC_TMS BETWEEN :MIG988-HV-TMS-FROM
                                AND :MIG988-HV-TMS-TO
              ORDER BY DEC_TMS, ACTNO, ACTKWD
           END-EXEC

           EXEC SQL
              OPEN DEC-CSR
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO MIG988-LAST-SQLCODE
              DISPLAY PROGRAM-NAVN ' '
                      FUNCTION CURRENT-DATE (1:14) ' - '
                     'DB2 ERROR #0005 IN OPEN DEC-CSR'
              MOVE 0005 TO TEKABN-ABEND-CODE
              MOVE '#0005 OPEN DEC-CSR' TO USP101-SQL-ID
              PERFORM SQL-FEJL-RUTINE
           END-IF

           MOVE 0 TO MIG988-BLOCK-COUNT
           SET NOT-MIG988-LIST-DONE TO TRUE

           PERFORM
              WITH TEST BEFORE
              UNTIL MIG988-LIST-DONE
              PERFORM FETCH-DECISION
           END-PERFORM

           EXEC SQL
              CLOSE DEC-CSR
           END-EXEC

           PERFORM WRITE-BLOCK-TRAILER
           .

       FETCH-DECISION SECTION.
      *----------------------------------------------------------------*
      *    Fetch and list the next decided request.
      *----------------------------------------------------------------*

           MOVE SPACES TO MIG988-HV-OLD-ACTDESC-TEXT
           MOVE SPACES TO MIG988-HV-NEW-ACTDESC-TEXT

           EXEC SQL
              FETCH DEC-CSR
              INTO :MIG988-HV-ACTNO, :MIG988-HV-ACTKWD
                 , :MIG988-HV-REQ-TMS, :MIG988-HV-REQ-ID
                 , :MIG988-HV-OLD-ACTDESC, :MIG988-HV-NEW-ACTDESC
                 , :MIG988-HV-STATUS, :MIG988-HV-DEC-ID
                 , :MIG988-HV-DEC-TMS
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 PERFORM WRITE-REQUEST-LINES
              WHEN 100
                 SET MIG988-LIST-DONE TO TRUE
              WHEN OTHER
                 MOVE SQLCODE TO MIG988-LAST-SQLCODE
                 DISPLAY PROGRAM-NAVN ' '
                         FUNCTION CURRENT-DATE (1:14) ' - '
                        'DB2 ERROR #0006 IN FETCH DEC-CSR'
                 MOVE 0006 TO TEKABN-ABEND-CODE
                 MOVE '#0006 FETCH DEC-CSR' TO USP101-SQL-ID
                 PERFORM SQL-FEJL-RUTINE
           END-EVALUATE
           .

       WRITE-REQUEST-LINES SECTION.
      *----------------------------------------------------------------*
      *    Print one request: key, requester and time, decider and
      *    time, then the old and the new description.
      *----------------------------------------------------------------*

           ADD 1 TO MIG988-BLOCK-COUNT

           MOVE MIG988-HV-ACTNO   TO MIG988-REQ-ACTNO
           MOVE MIG988-HV-ACTKWD  TO MIG988-REQ-ACTKWD
           MOVE MIG988-HV-REQ-ID  TO MIG988-REQ-REQ-ID
           MOVE MIG988-HV-REQ-TMS TO MIG988-REQ-REQ-TMS
           MOVE MIG988-HV-DEC-ID  TO MIG988-REQ-DEC-ID
           MOVE MIG988-HV-DEC-TMS TO MIG988-REQ-DEC-TMS
           WRITE TTDF1010-RPT-RECORD FROM MIG988-RPT-REQ-LINE

           MOVE MIG988-HV-OLD-ACTDESC-TEXT TO MIG988-DSC-OLD
           MOVE MIG988-HV-NEW-ACTDESC-TEXT TO MIG988-DSC-NEW
           WRITE TTDF1010-RPT-RECORD FROM MIG988-RPT-DESC-LINE
           .

       WRITE-BLOCK-TRAILER SECTION.
      *----------------------------------------------------------------*
      *    Close a block with its count - or say it is empty.
      *----------------------------------------------------------------*

           MOVE SPACES TO MIG988-RPT-SUMMARY
           IF MIG988-BLOCK-COUNT = 0
              MOVE '  NONE' TO MIG988-SUM-TEXT
           ELSE
              MOVE '  REQUESTS LISTED' TO MIG988-SUM-TEXT
              MOVE MIG988-BLOCK-COUNT TO MIG988-SUM-NUMBER
           END-IF
           WRITE TTDF1010-RPT-RECORD FROM MIG988-RPT-SUMMARY
           .

       COUNT-STILL-PENDING SECTION.
      *----------------------------------------------------------------*
      *    Count the requests still waiting for a second user.
      *----------------------------------------------------------------*

           EXEC SQL
              SELECT COUNT(*)
              INTO :MIG988-HV-PENDING-COUNT
              FROM TTDF1010SAMP_ACT_PEND
              WHERE REQ_STATUS = 'P'
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO MIG988-LAST-SQLCODE
              DISPLAY PROGRAM-NAVN ' '
                      FUNCTION CURRENT-DATE (1:14) ' - '
                     'DB2 ERROR #0007 IN COUNT TTDF1010SAMP_ACT_PEND'
              MOVE 0007 TO TEKABN-ABEND-CODE
              MOVE '#0007 COUNT TTDF1010SAMP_ACT_PEND' TO USP101-SQL-ID
              PERFORM SQL-FEJL-RUTINE
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
