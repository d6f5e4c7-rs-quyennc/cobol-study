      *> via EDITMEM) and option 4 (delete, via DELMEM) against each
      *> line, F6 to add a brand-new member, and a search/positioning
      *> field that narrows the list instead of always paging the
      *> whole table. Option 7 merges a duplicate member into a
      *> surviving MEMBER_ID (via MRGMEM).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> file refuses to start instead of proceeding as 'UNKNOWN' -
      *> and the matched USER-ROLE drives what the session may do:
      *> GUEST is display-only, USER may edit and add, only ADMIN
      *> may delete, restore or merge. The operator is read
      *> straight off the USER-NAME alternate key rather than by
      *> walking the whole file.
           SELECT USER-MASTER ASSIGN TO USER-MASTER-DD
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS USER-ID OF USER-MASTER-REC
           ALTERNATE RECORD KEY IS USER-NAME OF USER-MASTER-REC
               WITH DUPLICATES
           FILE STATUS FS-USER-MASTER.

       DATA DIVISION.
       OPEN-EXIT-PARA.
           EXIT.

      *> Reads USER-MASTER for the operator: the sign-on ID matches
      *> a user whose USER-NAME starts with it and carries nothing
      *> beyond ten characters - which is exactly the ID moved into
      *> the space-filled alternate key. Where names duplicate, the
      *> first on the key wins. The matched row's USER-ROLE becomes
      *> the session authority.
       VALIDATE-OPERATOR-PARA.
           MOVE 'N' TO WS-OPERATOR-FOUND-SW.
               DISPLAY 'USER MASTER OPEN FAILED: ' FS-USER-MASTER
               GO TO VALIDATE-OPERATOR-EXIT-PARA
           END-IF.
           MOVE WS-OPERATOR-ID TO USER-NAME OF USER-MASTER-REC.
           READ USER-MASTER
               KEY IS USER-NAME OF USER-MASTER-REC
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               MOVE 'Y' TO WS-OPERATOR-FOUND-SW
               MOVE USER-ROLE TO WS-OPERATOR-ROLE
           END-READ.
           CLOSE USER-MASTER.
       VALIDATE-OPERATOR-EXIT-PARA.
           EXIT.
               MOVE DB-MEMBER-ID TO SFL-MEMBER-ID (WS-SFL-IX)
               MOVE DB-NAME      TO SFL-NAME (WS-SFL-IX)
      *> A soft-deleted row is visibly branded in the name column
      *> so nobody edits or restores one by accident; a member
      *> suspended for unpaid dues is branded the same way.
               IF DB-STATUS = 'D'
                   MOVE '*DEL*' TO SFL-NAME (WS-SFL-IX) (26:5)
               END-IF
               IF DB-STATUS = 'S'
                   MOVE '*SUS*' TO SFL-NAME (WS-SFL-IX) (26:5)
               END-IF
               MOVE DB-EMAIL     TO SFL-EMAIL (WS-SFL-IX)
               MOVE DB-MEMBER-ID TO WS-LAST-MEMBER-ID
           END-IF.
                       PERFORM RELOAD-FIRST-PAGE-PARA
                           THRU RELOAD-FIRST-PAGE-EXIT-PARA
                   END-IF
               WHEN '7'
      *> A merge soft-deletes one member and rewrites its history,
      *> so it carries delete's authority too.
                   IF NOT WS-ROLE-ADMIN
                       MOVE 'NOT AUTHORIZED - MERGE NEEDS ADMIN'
                           TO WS-LIST-MSG
                   ELSE
                       MOVE WS-KEYED-ID (WS-SFL-IX) TO WS-EDIT-ID
                       CALL 'MRGMEM' USING WS-EDIT-ID WS-OPERATOR-ID
                       PERFORM RELOAD-FIRST-PAGE-PARA
                           THRU RELOAD-FIRST-PAGE-EXIT-PARA
                   END-IF
               WHEN OTHER
                   MOVE 'INVALID OPTION KEYED' TO WS-LIST-MSG
           END-EVALUATE.
               WS-FUNCTION-KEY.
           MOVE 'N' TO WS-EMAIL-VALID-SW WS-ADD-READY-SW
               WS-DUP-OVERRIDE-SW.
           PERFORM ACCEPT-NEW-MEMBER-PARA
               THRU ACCEPT-NEW-MEMBER-EXIT-PARA
               UNTIL WS-ADD-READY OR WS-FUNCTION-KEY = 'F3'.
           IF WS-FUNCTION-KEY = 'F3'
               GO TO ADD-MEMBER-EXIT-PARA
