      *
      *  Speciel conditions:
      *  Dependencies:            List is read by MIG999 (TTDF1010X).
      *                           First step of the nightly chain in
      *                           MIG999_RUN_CONTROL (TDF101RC).
      *  Checkpoint/restart:      No - the build is simply rerun.
      *
      ******************************************************************
      *  date (YYYYMMDD), in the order the generations were
      *  catalogued.
      *
      *  The control record names the business date of the night
      *  (blank = today).  MIG994 opens that night in the run-control
      *  table, so a rerun resets every later step of the date.
      *
      ******************************************************************
      *  Changes:
      *  --------
      *  Date     Id          Init Description
      *  20260822             HRJ  Established
      *  20261015             HRJ  Opens the night in the run-control
      *                            table MIG999_RUN_CONTROL for the
      *                            business date in the new control
      *                            record (TTDF1010N) and ends its
      *                            step there.
      *
      ******************************************************************


           SELECT MIG994-GENERATIONS             ASSIGN TO TTDF1010A.

           SELECT MIG994-CONTROL                 ASSIGN TO TTDF1010N.

           SELECT IBM-SAMP-ACT-LIST              ASSIGN TO TTDF1010X.

           SELECT TTDF1010-RPT                   ASSIGN TO TTDF1010B.
           05  MIG994-GEN-EXTRACT-DATE           PIC X(08).
           05  FILLER                            PIC X(58).

       FD  MIG994-CONTROL
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01  MIG994-CONTROL-RECORD.
           05  MIG994-CTL-RUN-DATE               PIC X(08).
           05  FILLER                            PIC X(72).

       FD  IBM-SAMP-ACT-LIST
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
         03  MIG994-PREV-DATE                PIC X(08)  VALUE SPACES.
         03  MIG994-GENS-READ                PIC S9(09) COMP-3 VALUE 0.
         03  MIG994-RECORDS-WRITTEN          PIC S9(09) COMP-3 VALUE 0.
         03  MIG994-RUN-DATE                 PIC X(08)  VALUE SPACES.

           COPY TEKABNAR.
           COPY COMPILED.
           COPY USP101AR.
      ***  DB2 COPYBOOKS ***
      ***  DB2 SQLCA ***
           COPY SQLCA.
      ***  RUN CONTROL ***
           COPY TTDF101K.

      *    Every available generation is held here until the whole
      *    sequence has been validated - no record reaches the
      ******************************************************************
           PERFORM DISPLAY-START

           PERFORM READ-CONTROL-PARAMETERS
           PERFORM BEGIN-RUN-CONTROL
           PERFORM LOAD-GENERATION-TABLE
           PERFORM VALIDATE-GENERATION-SEQUENCE
           PERFORM WRITE-EXTRACT-LIST
           PERFORM END-OF-JOB-REPORT
           PERFORM END-RUN-CONTROL

           DISPLAY PROGRAM-NAVN 'END'
           GOBACK
           .

       READ-CONTROL-PARAMETERS SECTION.
      *----------------------------------------------------------------*
      *    Establish the business date of the night from the MIG994
      *    control record - blank or no record means today - and
      *    name this step for the run-control table.
      *----------------------------------------------------------------*

           OPEN INPUT MIG994-CONTROL

           READ MIG994-CONTROL
              AT END
                 CONTINUE
              NOT AT END
                 MOVE MIG994-CTL-RUN-DATE TO MIG994-RUN-DATE
           END-READ

           CLOSE MIG994-CONTROL

           IF MIG994-RUN-DATE = SPACES
              MOVE FUNCTION CURRENT-DATE (1:8) TO MIG994-RUN-DATE
           END-IF

           IF MIG994-RUN-DATE NOT NUMERIC
              DISPLAY PROGRAM-NAVN ' '
                      FUNCTION CURRENT-DATE (1:14) ' - '
                     'RUN DATE NOT NUMERIC #0007 IN MIG994-CONTROL: "'
                      MIG994-RUN-DATE '"'
              MOVE 0007 TO TEKABN-ABEND-CODE
              PERFORM ABEND
           END-IF

           MOVE MIG994-RUN-DATE TO TDF101K-BUS-DATE
           MOVE PROGRAM-NAVN    TO TDF101K-STEP
           MOVE 1               TO TDF101K-STEP-SEQ
           MOVE 0               TO TDF101K-PRED-SEQ
           .

       LOAD-GENERATION-TABLE SECTION.
      *----------------------------------------------------------------*
      *    Load the day's available generations into the generation
             TO TTDF1010-RPT-TEXT
           WRITE TTDF1010-RPT-RECORD

           MOVE SPACES TO TTDF1010-RPT-RECORD
           MOVE 'BUSINESS DATE' TO TTDF1010-RPT-TEXT
           MOVE MIG994-RUN-DATE TO TTDF1010-RPT-NUMBER
           WRITE TTDF1010-RPT-RECORD

           MOVE SPACES TO TTDF1010-RPT-RECORD
           MOVE 'GENERATION RECORDS READ' TO TTDF1010-RPT-TEXT
           MOVE MIG994-GENS-READ TO TTDF1010-RPT-NUMBER
           CLOSE TTDF1010-RPT
           .

      *----------------------------------------------------------------*
      * Run control of the nightly chain - predecessor check, reset
      * of the later steps and the step's own start and end marks.
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
