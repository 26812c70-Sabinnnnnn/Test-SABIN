      *                            valid-to range (TDF101VL/
      *                            TDF102LD), so replays no longer
      *                            fail on keywords retired since.
      *  20261015             HRJ  Second-pass rejects are entered in
      *                            the reject register
      *                            MIG999_REJECT_REGISTER (TDF101RG)
      *                            with their raised attempt count.
      *  20261015             HRJ  A reject that loads closes its own
      *                            register row - under the key the
      *                            reject was registered with, even
      *                            when the correction changed it.
      *  20261015             HRJ  A corrected reject that fails
      *                            again under a new key closes its
      *                            original key's register row as
      *                            REKEYED.  A failed register close
      *                            switches the register off for the
      *                            run instead of ending it.
      *
      ******************************************************************

         03  TTDF1010-HIST-ROWS-WRITTEN      PIC S9(09) COMP-3 VALUE 0.
         03  MIG997-EXPECTED-ROWS            PIC S9(09) COMP-3 VALUE 0.
         03  MIG997-ROWS-WITH-ERRORS         PIC S9(04) COMP   VALUE 0.
         03  MIG997-REGISTER-CLOSED          PIC S9(09) COMP-3 VALUE 0.
         03  MIG997-REGISTER-REKEYED         PIC S9(09) COMP-3 VALUE 0.
         03  MIG997-CLOSED-THIS-KEY          PIC S9(09) COMP   VALUE 0.
         03  MIG997-CLOSE-TMS                PIC X(14)  VALUE SPACES.
         03  MIG997-CLOSED-BY                PIC X(08)  VALUE SPACES.
         03  MIG997-ORIG-ACTNO               PIC X(05)  VALUE SPACES.
         03  MIG997-ORIG-ACTKWD              PIC X(05)  VALUE SPACES.
         03  MIG997-LAST-SQLCODE             PIC S9(09) COMP   VALUE 0.

           COPY TEKABNAR.
           COPY SQLDIAG.
      ***  ACTIVITY-KEYWORD DICTIONARY ***
           COPY TTDF1020.
      ***  REJECT REGISTER ***
           COPY TTDF101G.

       01  MIG997-CORRECTION-TABLE.
           05  MIG997-CORR-MAX                PIC S9(04) COMP
      *    Repair attempt counter of each staged rowset row, kept in
      *    step with the TDF101M arrays so a row rejected by DB2 in
      *    INSERT-TTDF1010 carries the right attempt count to the
      *    second-pass reject file.  With it the key the reject was
      *    registered under - a correction may have changed the key
      *    the row loads with - and whether DB2 rejected the row.
       01  MIG997-ATTEMPT-TABLE.
           05  MIG997-ROW-ENTRY               OCCURS 100 TIMES.
               10  MIG997-ROW-ATTEMPT         PIC 9(02).
               10  MIG997-ROW-REJ-ACTNO       PIC X(05).
               10  MIG997-ROW-REJ-ACTKWD      PIC X(05).
               10  MIG997-ROW-FAILED-SW       PIC 9.
                   88  MIG997-ROW-FAILED                VALUE 1.
                   88  NOT-MIG997-ROW-FAILED            VALUE 0.

       01  MTDF1010.
           COPY MTDF1010 REPLACING ==:PFX:==    BY ==TDF101M==
           IF TDF101-RECORD-INVALID
              MOVE TTDF1010 TO TTDF1010-REJ-TDF101-IMAGE
              MOVE MIG997-ATTEMPT-THIS-ROW TO TTDF1010-REJ-ATTEMPT
              MOVE TDF101R-ACTNO  TO MIG997-ORIG-ACTNO
              MOVE TDF101R-ACTKWD TO MIG997-ORIG-ACTKWD
              PERFORM WRITE-TDF101-REJECT-RECORD
           ELSE
              IF TDF101M-ROW-COUNT + 1 > MIG997-ACTIVE-ROWSET
                TO TDF101M-AJOUR-TMS (TDF101M-ROW-COUNT)
              MOVE MIG997-ATTEMPT-THIS-ROW
                TO MIG997-ROW-ATTEMPT (TDF101M-ROW-COUNT)
              MOVE TDF101R-ACTNO
                TO MIG997-ROW-REJ-ACTNO (TDF101M-ROW-COUNT)
              MOVE TDF101R-ACTKWD
                TO MIG997-ROW-REJ-ACTKWD (TDF101M-ROW-COUNT)
              SET NOT-MIG997-ROW-FAILED (TDF101M-ROW-COUNT) TO TRUE
           END-IF
           .

      *----------------------------------------------------------------*
           COPY TDF102LD.

      *----------------------------------------------------------------*
      * Reject register - every reject is entered so a key failing
      * night after night is tracked until it finally loads.
      * REGISTER-TDF101-REJECT SECTION.
      *----------------------------------------------------------------*
           COPY TDF101RG.

       WRITE-TDF101-REJECT-RECORD SECTION.
      *----------------------------------------------------------------*
      *    Write one still-failing row to TTDF1010-REJECT2.  The
      *    caller must already have filled in the TTDF1010-REJ-*
      *    fields and MIG997-ORIG-ACTNO/ACTKWD, the key the reject
      *    arrived with.
      *----------------------------------------------------------------*

           WRITE TTDF1010-REJECT2-RECORD
           ADD 1 TO TTDF1010-ROWS-REJECTED
           PERFORM CLOSE-REKEYED-REGISTER-ROW
           PERFORM REGISTER-TDF101-REJECT
           .

       CLOSE-REKEYED-REGISTER-ROW SECTION.
      *----------------------------------------------------------------*
      *    A correction that changed the key makes the still-failing
      *    row a reject of the corrected key, registered as such.
      *    The original key will never load, so its open register
      *    row is closed as REKEYED - left open, MIG979 would
      *    escalate it night after night.
      *----------------------------------------------------------------*

           IF NOT-TDF101G-REGISTER-OFF
              AND (MIG997-ORIG-ACTNO  NOT = TTDF1010-REJ-ACTNO
                OR MIG997-ORIG-ACTKWD NOT = TTDF1010-REJ-ACTKWD)
              MOVE FUNCTION CURRENT-DATE (1:14) TO MIG997-CLOSE-TMS
              MOVE 'REKEYED'          TO MIG997-CLOSED-BY
              MOVE MIG997-ORIG-ACTNO  TO TDF101G-HV-ACTNO
              MOVE MIG997-ORIG-ACTKWD TO TDF101G-HV-ACTKWD
              PERFORM CLOSE-ONE-REGISTER-ROW
              ADD MIG997-CLOSED-THIS-KEY TO MIG997-REGISTER-REKEYED
           END-IF
           .

       INSERT-TTDF1010 SECTION.
                    PERFORM SQL-FEJL-RUTINE
                 END-IF
           END-EVALUATE

           PERFORM CLOSE-REGISTERED-REJECTS
           .

       CLOSE-REGISTERED-REJECTS SECTION.
      *----------------------------------------------------------------*
      *    Close the open register row of every reject in the rowset
      *    that DB2 accepted, under the key it was registered with.
      *    MIG979 closes a reject by looking the key up in
      *    TTDF1010SAMP_ACT, which cannot work when the correction
      *    changed the key - e.g. the repaired ACTKWD of an UNKNOWN
      *    ACTKWD reject.
      *----------------------------------------------------------------*

           MOVE FUNCTION CURRENT-DATE (1:14) TO MIG997-CLOSE-TMS
           MOVE PROGRAM-NAVN TO MIG997-CLOSED-BY

           PERFORM
              VARYING TDF101M-ROW-LOOP FROM 1 BY 1
              UNTIL TDF101M-ROW-LOOP > TDF101M-ROW-COUNT

              IF NOT MIG997-ROW-FAILED (TDF101M-ROW-LOOP)
                 AND NOT-TDF101G-REGISTER-OFF
                 MOVE MIG997-ROW-REJ-ACTNO  (TDF101M-ROW-LOOP)
                   TO TDF101G-HV-ACTNO
                 MOVE MIG997-ROW-REJ-ACTKWD (TDF101M-ROW-LOOP)
                   TO TDF101G-HV-ACTKWD
                 PERFORM CLOSE-ONE-REGISTER-ROW
                 ADD MIG997-CLOSED-THIS-KEY TO MIG997-REGISTER-CLOSED
              END-IF

           END-PERFORM
           .

       CLOSE-ONE-REGISTER-ROW SECTION.
      *----------------------------------------------------------------*
      *    Close the open register row of key TDF101G-HV-ACTNO/
      *    ACTKWD as MIG997-CLOSED-BY, returning the rows closed in
      *    MIG997-CLOSED-THIS-KEY.  SQLCODE +100 just means the key
      *    has no open row.  The register is best-effort as in
      *    REGISTER-TDF101-REJECT: a deadlock or timeout has rolled
      *    the loaded rows back and ends the run, any other failure
      *    switches the register off for the run.
      *----------------------------------------------------------------*

           MOVE 0 TO MIG997-CLOSED-THIS-KEY

           EXEC SQL
              UPDATE MIG999_REJECT_REGISTER
              SET REG_STATUS = 'C'
                , CLOSED_TMS = :MIG997-CLOSE-TMS
                , CLOSED_BY  = :MIG997-CLOSED-BY
              WHERE ACTNO      = :TDF101G-HV-ACTNO
                AND ACTKWD     = :TDF101G-HV-ACTKWD
                AND REG_STATUS = 'O'
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 MOVE SQLERRD(3) TO MIG997-CLOSED-THIS-KEY
              WHEN 100
                 CONTINUE
      *       Deadlock or timeout: DB2 has rolled the unit of work
      *       back, loaded rows included - the run cannot go on.
              WHEN -911
              WHEN -913
                 MOVE SQLCODE TO MIG997-LAST-SQLCODE
                 DISPLAY PROGRAM-NAVN ' '
                         FUNCTION CURRENT-DATE (1:14) ' - '
                        'DB2 ERROR #0003 IN UPDATE '
                        'MIG999_REJECT_REGISTER'
                 MOVE 0003 TO TEKABN-ABEND-CODE
                 MOVE '#0003 UPDATE MIG999_REJECT_REGISTER'
                   TO USP101-SQL-ID
                 PERFORM SQL-FEJL-RUTINE
              WHEN OTHER
                 SET TDF101G-REGISTER-OFF TO TRUE
                 DISPLAY PROGRAM-NAVN ' '
                         FUNCTION CURRENT-DATE (1:14) ' - '
                        'REJECT REGISTER CLOSE FAILED, SQLCODE="'
                         SQLCODE '" - REGISTER SWITCHED OFF'
           END-EVALUATE
           .

       INSERT-TTDF1010-HIST SECTION.
           MOVE TTDF1010-ROWS-REJECTED TO TTDF1010-RPT-NUMBER
           WRITE TTDF1010-RPT-RECORD

           MOVE SPACES TO TTDF1010-RPT-RECORD
           MOVE 'REJECTS ENTERED IN MIG999_REJECT_REGISTER'
             TO TTDF1010-RPT-TEXT
           MOVE TDF101G-ROWS-REGISTERED TO TTDF1010-RPT-NUMBER
           WRITE TTDF1010-RPT-RECORD

           MOVE SPACES TO TTDF1010-RPT-RECORD
           MOVE 'REJECTS CLOSED IN MIG999_REJECT_REGISTER'
             TO TTDF1010-RPT-TEXT
           MOVE MIG997-REGISTER-CLOSED TO TTDF1010-RPT-NUMBER
           WRITE TTDF1010-RPT-RECORD

           MOVE SPACES TO TTDF1010-RPT-RECORD
           MOVE 'REJECTS CLOSED AS REKEYED BY A CORRECTION'
             TO TTDF1010-RPT-TEXT
           MOVE MIG997-REGISTER-REKEYED TO TTDF1010-RPT-NUMBER
           WRITE TTDF1010-RPT-RECORD

           MOVE SPACES TO TTDF1010-RPT-RECORD
           MOVE 'PRIOR VERSIONS SAVED TO TTDF1010SAMP_ACT_HIST'
             TO TTDF1010-RPT-TEXT
                 AND DB2-ROW-NUMBER > 0
                 AND DB2-ROW-NUMBER <= TDF101M-ROW-COUNT
                 ADD 1 TO MIG997-ROWS-WITH-ERRORS
                 SET MIG997-ROW-FAILED (DB2-ROW-NUMBER) TO TRUE
                 MOVE DB2-RETURNED-SQLCODE TO TTDF1010-REJ-SQLCODE
                 MOVE TDF101M-ACTNO (DB2-ROW-NUMBER)
                   TO TTDF1010-REJ-ACTNO
                 MOVE TDF101W-RECORD TO TTDF1010-REJ-TDF101-IMAGE
                 MOVE MIG997-ROW-ATTEMPT (DB2-ROW-NUMBER)
                   TO TTDF1010-REJ-ATTEMPT
                 MOVE MIG997-ROW-REJ-ACTNO (DB2-ROW-NUMBER)
                   TO MIG997-ORIG-ACTNO
                 MOVE MIG997-ROW-REJ-ACTKWD (DB2-ROW-NUMBER)
                   TO MIG997-ORIG-ACTKWD
                 PERFORM WRITE-TDF101-REJECT-RECORD
                 DISPLAY PROGRAM-NAVN ' '
                         FUNCTION CURRENT-DATE (1:14) ' - '
