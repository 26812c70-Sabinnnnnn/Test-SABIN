      *----------------------------------------------------------------*
      *    TTDF101G  -  Working storage for the reject register
      *                 MIG999_REJECT_REGISTER, maintained by
      *                 REGISTER-TDF101-REJECT (copybook TDF101RG).
      *                 One open row per rejected ACTNO/ACTKWD:
      *                   ACTNO, ACTKWD     the rejected key
      *                   REASON            latest reject reason
      *                   REJ_SQLCODE       latest SQLCODE (0 for a
      *                                     validation reject)
      *                   REJ_AJOUR_TMS     AJOUR-TMS of the latest
      *                                     rejected image
      *                   FIRST_SEEN_TMS    first reject
      *                   LAST_SEEN_TMS     latest reject
      *                   LAST_PGM          program that rejected
      *                   ATTEMPTS          highest repair attempt
      *                   TIMES_SEEN        rejects registered
      *                   REG_STATUS        O open, C closed
      *                   CLOSED_TMS        when closed (blank open)
      *                   CLOSED_BY         AJOUR_PGM of the row that
      *                                     finally loaded, or REKEYED
      *                                     when a MIG997 correction
      *                                     moved the reject to a new
      *                                     key
      *                 A closed key rejected again opens a new row.
      *----------------------------------------------------------------*
       01  TDF101G-REGISTER-AREA.
           05  TDF101G-REGISTER-OFF-SW     PIC 9      VALUE 0.
               88  TDF101G-REGISTER-OFF              VALUE 1.
               88  NOT-TDF101G-REGISTER-OFF          VALUE 0.
           05  TDF101G-ROWS-REGISTERED     PIC S9(09) COMP-3 VALUE 0.
           05  TDF101G-HV-ACTNO            PIC X(05).
           05  TDF101G-HV-ACTKWD           PIC X(05).
           05  TDF101G-HV-REASON           PIC X(40).
           05  TDF101G-HV-SQLCODE          PIC S9(09) COMP.
           05  TDF101G-HV-AJOUR-TMS        PIC X(14).
           05  TDF101G-HV-SEEN-TMS         PIC X(14).
           05  TDF101G-HV-PGM              PIC X(08).
           05  TDF101G-HV-ATTEMPT          PIC S9(04) COMP.
