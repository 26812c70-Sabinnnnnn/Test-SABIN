       REGISTER-TDF101-REJECT SECTION.
      *----------------------------------------------------------------*
      *    Enter the reject in the TTDF1010-REJ-* fields in the
      *    reject register MIG999_REJECT_REGISTER: a key already
      *    open gets its latest reason, time and highest attempt, a
      *    new key gets a new open row.  The including program
      *    provides the TTDF1010-REJ reject fields and the register
      *    area (copybook TTDF101G).  The register is best-effort
      *    like the MIG999 progress heartbeat: a failed write is
      *    reported once and the register is given up on for the
      *    run - it must never take the load down with it.  The one
      *    exception is a deadlock or timeout, which has already
      *    rolled the load's own uncommitted rows back and so is
      *    handled as any other DB2 error of the load.
      *----------------------------------------------------------------*

           IF TDF101G-REGISTER-OFF
              CONTINUE
           ELSE
              MOVE TTDF1010-REJ-ACTNO   TO TDF101G-HV-ACTNO
              MOVE TTDF1010-REJ-ACTKWD  TO TDF101G-HV-ACTKWD
              MOVE TTDF1010-REJ-REASON  TO TDF101G-HV-REASON
              MOVE TTDF1010-REJ-SQLCODE TO TDF101G-HV-SQLCODE
              MOVE TTDF1010-REJ-ATTEMPT TO TDF101G-HV-ATTEMPT
      *       AJOUR-TMS of the 81-byte TDF101 image
              MOVE TTDF1010-REJ-TDF101-IMAGE (60:14)
                TO TDF101G-HV-AJOUR-TMS
              MOVE FUNCTION CURRENT-DATE (1:14) TO TDF101G-HV-SEEN-TMS
              MOVE PROGRAM-NAVN         TO TDF101G-HV-PGM

              EXEC SQL
                 MERGE INTO MIG999_REJECT_REGISTER AS TGT
                 USING
                 ( VALUES
                   ( :TDF101G-HV-ACTNO,    :TDF101G-HV-ACTKWD
                   , :TDF101G-HV-REASON,   :TDF101G-HV-SQLCODE
                   , :TDF101G-HV-AJOUR-TMS, :TDF101G-HV-SEEN-TMS
                   , :TDF101G-HV-PGM,      :TDF101G-HV-ATTEMPT
                   )
                 ) AS SRC
                   ( ACTNO, ACTKWD, REASON, REJ_SQLCODE
                   , REJ_AJOUR_TMS, SEEN_TMS, PGM, ATTEMPT
                   )
                 ON TGT.ACTNO      = SRC.ACTNO
                AND TGT.ACTKWD     = SRC.ACTKWD
                AND TGT.REG_STATUS = 'O'
                 WHEN MATCHED THEN
                    UPDATE SET REASON        = SRC.REASON
                        , REJ_SQLCODE        = SRC.REJ_SQLCODE
                        , REJ_AJOUR_TMS      = SRC.REJ_AJOUR_TMS
                        , LAST_SEEN_TMS      = SRC.SEEN_TMS
                        , LAST_PGM           = SRC.PGM
                        , ATTEMPTS           =
                          CASE WHEN SRC.ATTEMPT > TGT.ATTEMPTS
                               THEN SRC.ATTEMPT
                               ELSE TGT.ATTEMPTS
                          END
                        , TIMES_SEEN         = TGT.TIMES_SEEN + 1
                 WHEN NOT MATCHED THEN
                    INSERT
                    ( ACTNO, ACTKWD, REASON, REJ_SQLCODE
                    , REJ_AJOUR_TMS, FIRST_SEEN_TMS, LAST_SEEN_TMS
                    , LAST_PGM, ATTEMPTS, TIMES_SEEN, REG_STATUS
                    , CLOSED_TMS, CLOSED_BY
                    )
                    VALUES
                    ( SRC.ACTNO, SRC.ACTKWD, SRC.REASON
                    , SRC.REJ_SQLCODE, SRC.REJ_AJOUR_TMS
                    , SRC.SEEN_TMS, SRC.SEEN_TMS, SRC.PGM
                    , SRC.ATTEMPT, 1, 'O', ' ', ' '
                    )
              END-EXEC

              EVALUATE SQLCODE
                 WHEN 0
                    ADD 1 TO TDF101G-ROWS-REGISTERED
      *          Deadlock or timeout: DB2 has rolled the unit of work
      *          back, loaded rows included - the load cannot go on.
                 WHEN -911
                 WHEN -913
                    DISPLAY PROGRAM-NAVN ' '
                            FUNCTION CURRENT-DATE (1:14) ' - '
                           'DB2 ERROR #0028 IN MERGE '
                           'MIG999_REJECT_REGISTER'
                    MOVE 0028 TO TEKABN-ABEND-CODE
                    MOVE '#0028 MERGE MIG999_REJECT_REGISTER'
                      TO USP101-SQL-ID
                    PERFORM SQL-FEJL-RUTINE
                 WHEN OTHER
                    SET TDF101G-REGISTER-OFF TO TRUE
                    DISPLAY PROGRAM-NAVN ' '
                            FUNCTION CURRENT-DATE (1:14) ' - '
                           'REJECT REGISTER WRITE FAILED, SQLCODE="'
                            SQLCODE '" - REGISTER SWITCHED OFF'
              END-EVALUATE
           END-IF
           .
