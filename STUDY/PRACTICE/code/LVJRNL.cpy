      *> LVJRNL.cpy
      *> Layout of one LEAVE-JOURNAL record - every movement on a
      *> LEAVE-BALANCE record, written by whichever program moved
      *> it: ACCR (LVACCRUE's monthly credit), TAKE (LVTAKE's
      *> leave-taken debit) and PAYO (EMPMAINT's payout at
      *> termination). The journal is appended to and never
      *> rewritten; LVSTMT sorts it by employee and date for the
      *> statements. LJ-BALANCE-AFTER is the balance of that leave
      *> type once the movement was applied, so a statement can
      *> open on any entry.
           05 LJ-EMP-ID         PIC X(05).
           05 FILLER            PIC X(01).
           05 LJ-POST-DATE      PIC 9(08).
           05 FILLER            PIC X(01).
           05 LJ-ENTRY-TYPE     PIC X(04).
               88 LJ-IS-ACCRUAL        VALUE 'ACCR'.
               88 LJ-IS-TAKEN          VALUE 'TAKE'.
               88 LJ-IS-PAYOUT         VALUE 'PAYO'.
           05 FILLER            PIC X(01).
           05 LJ-LEAVE-TYPE     PIC X(01).
               88 LJ-VACATION          VALUE 'V'.
               88 LJ-SICK              VALUE 'S'.
           05 FILLER            PIC X(01).
           05 LJ-HOURS          PIC 9(04)V99.
           05 FILLER            PIC X(01).
      *> '+' credits the balance, '-' debits it.
           05 LJ-SIGN           PIC X(01).
           05 FILLER            PIC X(01).
           05 LJ-BALANCE-AFTER  PIC 9(04)V99.
           05 FILLER            PIC X(01).
      *> The day of absence for TAKE, the last day of the month
      *> credited for ACCR, the termination date for PAYO.
           05 LJ-LEAVE-DATE     PIC 9(08).
           05 FILLER            PIC X(34).
