      *  --------
      *  Date     Id          Init Description
      *  20260901             HRJ  Established
      *  20261015             HRJ  Generations MIG973 has expired or
      *                            found missing, unreadable or not
      *                            matching the catalog are skipped
      *                            and reported instead of restored.
      *
      ******************************************************************

         03  MIG983-ACTIVE-ROWSET            PIC S9(04) COMP  VALUE 100.
         03  MIG983-FILES-MATCHED            PIC S9(04) COMP   VALUE 0.
         03  MIG983-FILES-SHORT              PIC S9(04) COMP   VALUE 0.
         03  MIG983-FILES-EXPIRED            PIC S9(04) COMP   VALUE 0.
         03  MIG983-FILES-FAILED             PIC S9(04) COMP   VALUE 0.
         03  MIG983-RECORDS-READ             PIC S9(09) COMP-3 VALUE 0.
         03  MIG983-FILE-RECORDS             PIC S9(09) COMP-3 VALUE 0.
         03  MIG983-RECORDS-MATCHED          PIC S9(09) COMP-3 VALUE 0.
       01  MIG983-CATALOG-ROW.
           05  MIG983-CAT-ARCHIVE-DSN         PIC X(08).
           05  MIG983-CAT-ROW-COUNT           PIC S9(09) COMP.
           05  MIG983-CAT-VERIFY-STATUS       PIC X(01).
               88  MIG983-CAT-VERIFY-FAILED       VALUE 'M' 'U' 'X'.
           05  MIG983-CAT-EXPIRED-TMS         PIC X(14).

       01  MIG983-HIST-AREA.
           05  MIG983-HIST-ACTNO              PIC X(05).
           EXEC SQL
              DECLARE CAT-CSR CURSOR FOR
              SELECT ARCHIVE_DSN, ROW_COUNT
                   , VERIFY_STATUS, EXPIRED_TMS
              FROM MIG990_ARCHIVE_CATALOG
              WHERE MIN_AJOUR_TMS <= :MIG983-AJOUR-TMS-TO
                AND MAX_AJOUR_TMS >= :MIG983-AJOUR-TMS-FROM
           END-EXEC

           IF MIG983-FILES-MATCHED = 0
              AND MIG983-FILES-EXPIRED = 0
              AND MIG983-FILES-FAILED = 0
              DISPLAY PROGRAM-NAVN ' '
                      FUNCTION CURRENT-DATE (1:14) ' - '
                     'NO ARCHIVE FILE IN THE CATALOG COVERS THE '
           EXEC SQL
              FETCH CAT-CSR
              INTO :MIG983-CAT-ARCHIVE-DSN, :MIG983-CAT-ROW-COUNT
                 , :MIG983-CAT-VERIFY-STATUS, :MIG983-CAT-EXPIRED-TMS
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 PERFORM CHECK-CATALOG-ROW
              WHEN 100
                 SET MIG983-CATALOG-DONE TO TRUE
              WHEN OTHER
           END-EVALUATE
           .

       CHECK-CATALOG-ROW SECTION.
      *----------------------------------------------------------------*
      *    Pass over a generation MIG973 has expired, or found
      *    missing, unreadable or not matching its catalog row -
      *    and say so - rather than fail partway through.
      *----------------------------------------------------------------*

           EVALUATE TRUE
              WHEN MIG983-CAT-EXPIRED-TMS NOT = SPACES
                 ADD 1 TO MIG983-FILES-EXPIRED
                 DISPLAY PROGRAM-NAVN ' '
                         FUNCTION CURRENT-DATE (1:14) ' - '
                        'ARCHIVE FILE "' MIG983-CAT-ARCHIVE-DSN
                        '" EXPIRED "' MIG983-CAT-EXPIRED-TMS
                        '" - SKIPPED, NOT RESTORED'
              WHEN MIG983-CAT-VERIFY-FAILED
                 ADD 1 TO MIG983-FILES-FAILED
                 MOVE 0016 TO RETURN-CODE
                 DISPLAY PROGRAM-NAVN ' '
                         FUNCTION CURRENT-DATE (1:14) ' - '
                        'ARCHIVE FILE "' MIG983-CAT-ARCHIVE-DSN
                        '" FAILED VERIFICATION, STATUS "'
                         MIG983-CAT-VERIFY-STATUS
                        '" - SKIPPED, NOT RESTORED'
              WHEN OTHER
                 ADD 1 TO MIG983-FILES-MATCHED
                 MOVE MIG983-CAT-ARCHIVE-DSN TO TTDF1010-ARCHIVE-DSN
                 PERFORM PROCESS-ONE-ARCHIVE
           END-EVALUATE
           .

       PROCESS-ONE-ARCHIVE SECTION.
      *----------------------------------------------------------------*
      *    Read one matched archive file, named in
           MOVE MIG983-FILES-SHORT TO TTDF1010-RPT-NUMBER
           WRITE TTDF1010-RPT-RECORD

           MOVE SPACES TO TTDF1010-RPT-RECORD
           MOVE 'ARCHIVE FILES SKIPPED - EXPIRED' TO TTDF1010-RPT-TEXT
           MOVE MIG983-FILES-EXPIRED TO TTDF1010-RPT-NUMBER
           WRITE TTDF1010-RPT-RECORD

           MOVE SPACES TO TTDF1010-RPT-RECORD
           MOVE 'ARCHIVE FILES SKIPPED - FAILED VERIFICATION'
             TO TTDF1010-RPT-TEXT
           MOVE MIG983-FILES-FAILED TO TTDF1010-RPT-NUMBER
           WRITE TTDF1010-RPT-RECORD

           MOVE SPACES TO TTDF1010-RPT-RECORD
           MOVE 'RECORDS MATCHING THE REQUEST' TO TTDF1010-RPT-TEXT
           MOVE MIG983-RECORDS-MATCHED TO TTDF1010-RPT-NUMBER
