      *> rerun. Records that still fail are left behind on the
      *> still-rejected file with their (re-evaluated) reason codes.
      *> DUPLICATE-RECORD rejects are never recovered: the first
      *> occurrence already went out on the original extract. Nor
      *> are VOID-OVER-SALE or BAD-RECORD-TYPE rejects - those are
      *> the feed's own errors and it has to be resent - or
      *> INACTIVE-ITEM rejects, which the parm card asked for on
      *> purpose. A recovered return or void goes out as its own
      *> record with the net sign set, so it comes off the
      *> store/item the way the main extract would have netted it.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           05  FILLER           PIC X(01).
           05  RI-REASON-CODE   PIC X(16).
               88  RI-DUPLICATE-RECORD VALUE 'DUPLICATE-RECORD'.
               88  RI-NOT-RECOVERABLE  VALUE 'VOID-OVER-SALE'
                                             'BAD-RECORD-TYPE'
                                             'INACTIVE-ITEM'.
           05  FILLER           PIC X(01).
           05  RI-QTY           PIC X(05).
           05  RI-QTY-N REDEFINES RI-QTY PIC 9(05).
           05  FILLER           PIC X(01).
           05  RI-REC-TYPE      PIC X(01).
               88  RI-IS-RETURN-OR-VOID    VALUE 'R' 'V'.
           05  FILLER           PIC X(39).
      *> Same enriched record layout as the main extract's
      *> OUTPUT-FILE, so downstream consumers read both alike.
       FD  SUPP-OUTPUT-FILE.
           05  SO-EXT-VALUE     PIC 9(10).99.
           05  SO-DELIMIT-7     PIC X(01).
           05  SO-EXTRACT-DATE  PIC 9(08).
           05  SO-NET-SIGN      PIC X(01).
           05  FILLER           PIC X(03).
       FD  REJECT-OUT-FILE.
       01  REJECT-OUT-REC.
           05  RO-STORE-ID      PIC 9(05).
           05  RO-REASON-CODE   PIC X(16).
           05  FILLER           PIC X(01).
           05  RO-QTY           PIC X(05).
           05  FILLER           PIC X(01).
           05  RO-REC-TYPE      PIC X(01).
           05  FILLER           PIC X(39).
       FD  PARM-FILE.
       01  PARM-FILE-REC.
           05  PARM-STORE-LOW   PIC 9(05).
           EXIT.
       RECYCLE-PARA.
           ADD 1 TO READ-COUNT.
           IF RI-DUPLICATE-RECORD OR RI-NOT-RECOVERABLE
               MOVE RI-REASON-CODE TO RO-REASON-CODE
               PERFORM WRITE-STILL-REJECTED-PARA
                   THRU WRITE-STILL-REJECTED-EXIT-PARA
           MOVE WS-LOOKUP-UNIT-PRICE TO SO-UNIT-PRICE.
           MOVE RI-QTY-N             TO SO-QTY.
           COMPUTE SO-EXT-VALUE = RI-QTY-N * WS-LOOKUP-UNIT-PRICE.
           IF RI-IS-RETURN-OR-VOID
               MOVE '-' TO SO-NET-SIGN
           ELSE
               MOVE SPACE TO SO-NET-SIGN
           END-IF.
           WRITE SUPP-OUTPUT-REC.
           ADD 1 TO RECOVERED-COUNT.
       RECYCLE-EXIT-PARA.
           MOVE RI-STORE-ID TO RO-STORE-ID.
           MOVE RI-ITEM-ID  TO RO-ITEM-ID.
           MOVE RI-QTY      TO RO-QTY.
           MOVE RI-REC-TYPE TO RO-REC-TYPE.
           WRITE REJECT-OUT-REC.
       WRITE-STILL-REJECTED-EXIT-PARA.
           EXIT.
