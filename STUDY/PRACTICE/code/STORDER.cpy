      *> STORDER.cpy
      *> Layout of one STANDING-ORDER record - a posting that repeats
      *> on a schedule, keyed by USER-ID plus a three-digit order
      *> number so the file stays in USER-MASTER's sequence. Shared
      *> by SOMAINT (maintenance), SOGEN (daily generation) and
      *> SOADV (next-due advance) so none of them can drift from the
      *> file they all read. SO-NEXT-DUE only moves once USRPOST has
      *> actually applied the instalment - a posting that was
      *> rejected leaves the order due, and the next SOGEN run
      *> generates it again.
           05 SO-KEY.
               10 SO-USER-ID    PIC X(05).
               10 SO-SEQ        PIC X(03).
           05 FILLER            PIC X(01).
           05 SO-TRANS-TYPE     PIC X(01).
               88 SO-IS-DEBIT          VALUE 'D'.
               88 SO-IS-CREDIT         VALUE 'C'.
           05 FILLER            PIC X(01).
           05 SO-AMOUNT         PIC 9(07)V99.
           05 FILLER            PIC X(01).
      *> W weekly, F fortnightly, M monthly, Q quarterly, A annual.
      *> Monthly and longer fall on SO-START-DATE's day of the month,
      *> or the month's last day when it is shorter.
           05 SO-FREQUENCY      PIC X(01).
               88 SO-WEEKLY            VALUE 'W'.
               88 SO-FORTNIGHTLY       VALUE 'F'.
               88 SO-MONTHLY           VALUE 'M'.
               88 SO-QUARTERLY         VALUE 'Q'.
               88 SO-ANNUAL            VALUE 'A'.
               88 SO-VALID-FREQUENCY   VALUE 'W' 'F' 'M' 'Q' 'A'.
           05 FILLER            PIC X(01).
           05 SO-START-DATE     PIC 9(08).
           05 FILLER            PIC X(01).
      *> Zero when the order has no end date.
           05 SO-END-DATE       PIC 9(08).
           05 FILLER            PIC X(01).
           05 SO-NEXT-DUE       PIC 9(08).
           05 FILLER            PIC X(01).
      *> 999 when the order has no instalment limit.
           05 SO-REMAINING      PIC 9(03).
               88 SO-NO-INSTAL-LIMIT   VALUE 999.
           05 FILLER            PIC X(01).
           05 SO-STATUS         PIC X(01).
               88 SO-ACTIVE            VALUE 'A'.
               88 SO-ENDED             VALUE 'E'.
               88 SO-CANCELLED         VALUE 'X'.
           05 FILLER            PIC X(01).
      *> The due date of the last instalment USRPOST applied.
           05 SO-LAST-PAID      PIC 9(08).
           05 FILLER            PIC X(16).
