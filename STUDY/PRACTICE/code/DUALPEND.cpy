      *> DUALPEND.cpy
      *> Layout of one PENDING-APPROVAL record - a change keyed by
      *> one operator that is held until a second operator releases
      *> or rejects it. ITEMMNT holds a price move over its parm
      *> percentage (DP-KEY is the item id plus the price effective
      *> date, the item master's own key) and USERMNT holds an
      *> opening balance over its parm amount (DP-KEY is the user
      *> id). DP-TRANS carries the transaction exactly as it was
      *> keyed, so a released price goes back through ITEMMNT's
      *> normal edits and merge. DUALAPPR reads the file, applies
      *> the approver's decisions and writes the survivors to the
      *> next generation; decided records go to the decision log
      *> with DP-STATUS, DP-APPROVER and DP-DECIDED-DATE filled in.
           05 DP-REQ-TYPE       PIC X(01).
               88 DP-IS-PRICE          VALUE 'P'.
               88 DP-IS-BALANCE        VALUE 'B'.
           05 FILLER            PIC X(01).
           05 DP-KEY            PIC X(18).
           05 FILLER            PIC X(01).
           05 DP-KEYED-DATE     PIC 9(08).
           05 FILLER            PIC X(01).
           05 DP-KEYED-TIME     PIC 9(06).
           05 FILLER            PIC X(01).
           05 DP-ORIGINATOR     PIC X(10).
           05 FILLER            PIC X(01).
           05 DP-STATUS         PIC X(01).
               88 DP-IS-PENDING        VALUE 'P'.
               88 DP-IS-APPROVED       VALUE 'A'.
               88 DP-IS-REJECTED       VALUE 'R'.
           05 FILLER            PIC X(01).
           05 DP-APPROVER       PIC X(10).
           05 FILLER            PIC X(01).
           05 DP-DECIDED-DATE   PIC 9(08).
           05 FILLER            PIC X(01).
      *> Old and new price, or zero and the opening balance - shown
      *> on the pending list so the approver sees the size of the
      *> move without decoding DP-TRANS.
           05 DP-OLD-VALUE      PIC 9(07)V99.
           05 FILLER            PIC X(01).
           05 DP-NEW-VALUE      PIC 9(07)V99.
           05 FILLER            PIC X(01).
           05 DP-TRANS          PIC X(80).
           05 FILLER            PIC X(30).
