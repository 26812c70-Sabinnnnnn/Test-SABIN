      *----------------------------------------------------------------*
      *    TTDF101K  -  Working storage for the nightly chain's run-
      *                 control table MIG999_RUN_CONTROL, maintained
      *                 by BEGIN-RUN-CONTROL/END-RUN-CONTROL
      *                 (copybook TDF101RC).  One row per business
      *                 date and step:
      *                   BUS_DATE          business date YYYYMMDD
      *                   STEP              step name (below)
      *                   STEP_SEQ          position in the chain
      *                   STEP_STATUS       S started (running, or
      *                                       abended - never ended)
      *                                     O ended OK
      *                                     F ended with a non-zero
      *                                       return code
      *                                     X reset by a rerun of an
      *                                       earlier step
      *                   START_TMS         latest start
      *                   END_TMS           latest end (or reset)
      *                   STEP_RC           return code at the end
      *                   RUN_COUNT         starts for the date
      *
      *                 The chain, in STEP_SEQ order:
      *                   1  MIG994         extract list
      *                   2  MIG984         partition sizing
      *                   3  MIG999nn       load, nn = partition
      *                                     (00 = unpartitioned)
      *                   4  MIG991         consolidation
      *                   5  MIG986         mirror
      *                   6  MIG980         delta feed
      *                 A step starts only when every live (not
      *                 reset) row of its predecessor step has ended
      *                 OK for the same business date, and at least
      *                 TDF101K-PRED-EXPECTED of them have.
      *                 A night loaded by MIG99900 alone runs no
      *                 MIG984 and no MIG991, so its load follows
      *                 MIG994 and MIG986 follows the load
      *                 (FIND-UNPARTITIONED-NIGHT).
      *----------------------------------------------------------------*
       01  TDF101K-RUN-CONTROL-AREA.
           05  TDF101K-BUS-DATE            PIC X(08)  VALUE SPACES.
           05  TDF101K-STEP                PIC X(08)  VALUE SPACES.
           05  TDF101K-STEP-SEQ            PIC S9(04) COMP VALUE 0.
      *    Predecessor step; 0 = first step of the chain.
           05  TDF101K-PRED-SEQ            PIC S9(04) COMP VALUE 0.
           05  TDF101K-PRED-EXPECTED       PIC S9(04) COMP VALUE 1.
           05  TDF101K-PRED-OK             PIC S9(09) COMP VALUE 0.
           05  TDF101K-PRED-NOT-OK         PIC S9(09) COMP VALUE 0.
           05  TDF101K-STEPS-RESET         PIC S9(09) COMP VALUE 0.
           05  TDF101K-STAMP-TMS           PIC X(14)  VALUE SPACES.
           05  TDF101K-STEP-STATUS         PIC X(01)  VALUE SPACE.
               88  TDF101K-STEP-STARTED              VALUE 'S'.
               88  TDF101K-STEP-ENDED-OK             VALUE 'O'.
               88  TDF101K-STEP-FAILED               VALUE 'F'.
               88  TDF101K-STEP-RESET                VALUE 'X'.
           05  TDF101K-STEP-RC             PIC S9(04) COMP VALUE 0.
           05  TDF101K-UNPART-ROWS         PIC S9(09) COMP VALUE 0.
           05  TDF101K-UNPARTITIONED-SW    PIC 9      VALUE 0.
               88  TDF101K-UNPARTITIONED-NIGHT       VALUE 1.
               88  NOT-TDF101K-UNPARTITIONED-NIGHT   VALUE 0.
