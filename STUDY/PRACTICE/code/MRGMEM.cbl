       IDENTIFICATION DIVISION.
       PROGRAM-ID. MRGMEM.
       AUTHOR. QUYENNC

      *> CALLed by MEMMGMT's PROCESS-SUBFILE for subfile option "7 -
      *> merge", keyed against the duplicate to be merged away
      *> (usually the higher MEMBER_ID of a MEMDUPR pair). The window
      *> asks for the surviving MEMBER_ID, shows both members side by
      *> side and takes a Y/N confirmation. On Y the duplicate is
      *> soft-deleted with MERGED_INTO pointing at the survivor, its
      *> MEMBER_AUDIT_LOG history is moved across so the survivor's
      *> history reads as one member's, and the merge itself is
      *> logged through AUDITLOG on both IDs - MERGEDINTO on the
      *> duplicate, MERGE on the survivor, each carrying the other
      *> member's name and email. A merged member carries a
      *> MERGED_INTO reference, so RSTMEM will not bring it back.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-MEMBER-NAME           PIC X(30)  VALUE SPACES.
       01  WS-MEMBER-EMAIL          PIC X(255) VALUE SPACES.
       01  WS-SURVIVOR-ID           PIC X(10)  VALUE SPACES.
       01  WS-CHECKED-ID            PIC X(10)  VALUE SPACES.
       01  WS-SURVIVOR-NAME         PIC X(30)  VALUE SPACES.
       01  WS-SURVIVOR-EMAIL        PIC X(255) VALUE SPACES.
       01  WS-NOT-FOUND-SW          PIC X(01)  VALUE 'N'.
           88  WS-MEMBER-NOT-FOUND           VALUE 'Y'.
       01  WS-SURVIVOR-OK-SW        PIC X(01)  VALUE 'N'.
           88  WS-SURVIVOR-OK                VALUE 'Y'.
       01  WS-CONFIRM-ANSWER        PIC X(01)  VALUE SPACES.
           88  WS-CONFIRM-YES                 VALUE 'Y' 'y'.
           88  WS-CONFIRM-NO                  VALUE 'N' 'n'.
       01  WS-MERGE-MSG             PIC X(40)  VALUE SPACES.
       01  WS-ACTION-MERGED-INTO    PIC X(10)  VALUE 'MERGEDINTO'.
       01  WS-ACTION-MERGE          PIC X(10)  VALUE 'MERGE'.

      *> Fresh CHANGE_STAMP for the optimistic-concurrency check
      *> EDITMEM runs - every writer of MEMBERS moves the stamp
      *> forward so a sleeping edit screen cannot save over this
      *> change unnoticed. Elementary, because the SQL references it
      *> as one host variable - a group would stand for the list of
      *> its fields under the precompiler; the date/time breakdown
      *> the ACCEPTs fill lives under the REDEFINES.
       01  WS-NEW-STAMP             PIC 9(14).
       01  WS-NEW-STAMP-R REDEFINES WS-NEW-STAMP.
           05  WS-NS-DATE           PIC 9(08).
           05  WS-NS-TIME           PIC 9(06).

      *> SQLCODE only - this program never looks at the rest of
      *> SQLCA, so it declares the one field it checks rather than
      *> pulling in the whole communication area.
       01  SQLCODE                  PIC S9(09) COMP-5 VALUE ZERO.

       LINKAGE SECTION.
       01  LK-MEMBER-ID             PIC X(10).
       01  LK-OPERATOR-ID           PIC X(10).

       SCREEN SECTION.
       01  MRGCONF-O.
           05  BLANK SCREEN.
           05  LINE 01 COLUMN 01 VALUE "MERGE MEMBER - CONFIRM".
           05  LINE 03 COLUMN 01 VALUE "MERGE    :".
           05  LINE 03 COLUMN 12 PIC X(10) FROM LK-MEMBER-ID.
           05  LINE 03 COLUMN 24 PIC X(30) FROM WS-MEMBER-NAME.
           05  LINE 04 COLUMN 12 PIC X(60) FROM WS-MEMBER-EMAIL.
           05  LINE 06 COLUMN 01 VALUE "INTO     :".
           05  LINE 06 COLUMN 12 PIC X(10) USING WS-SURVIVOR-ID.
           05  LINE 06 COLUMN 24 PIC X(30) FROM WS-SURVIVOR-NAME.
           05  LINE 07 COLUMN 12 PIC X(60) FROM WS-SURVIVOR-EMAIL.
           05  LINE 09 COLUMN 01 PIC X(40) FROM WS-MERGE-MSG.
           05  LINE 10 COLUMN 01 VALUE
               "MERGE THESE MEMBERS? (Y/N):".
           05  LINE 10 COLUMN 29 PIC X(01) USING WS-CONFIRM-ANSWER.

       PROCEDURE DIVISION USING LK-MEMBER-ID LK-OPERATOR-ID.
      *> cobol-lint CL002 main-para
       MAIN-PARA.
           PERFORM FETCH-MEMBER-PARA THRU FETCH-MEMBER-EXIT-PARA.
           IF WS-MEMBER-NOT-FOUND
               GOBACK
           END-IF.
           MOVE SPACES TO WS-SURVIVOR-ID WS-SURVIVOR-NAME
               WS-SURVIVOR-EMAIL WS-CONFIRM-ANSWER.
           MOVE 'KEY THE SURVIVING MEMBER ID' TO WS-MERGE-MSG.
           MOVE 'N' TO WS-SURVIVOR-OK-SW.
      *> The window comes back until the survivor checks out and the
      *> operator answers Y, or the operator answers N.
           PERFORM PROMPT-SURVIVOR-PARA THRU PROMPT-SURVIVOR-EXIT-PARA
               UNTIL WS-CONFIRM-NO
                  OR (WS-CONFIRM-YES AND WS-SURVIVOR-OK).
           IF WS-CONFIRM-YES
               PERFORM MERGE-PARA THRU MERGE-EXIT-PARA
           END-IF.
           GOBACK.

      *> Only a live member can be merged away - the same
      *> STATUS <> 'D' fetch DELMEM uses.
       FETCH-MEMBER-PARA.
           MOVE 'N' TO WS-NOT-FOUND-SW.
           EXEC SQL
               SELECT NAME, EMAIL
                   INTO :WS-MEMBER-NAME, :WS-MEMBER-EMAIL
                   FROM MEMBERS
                   WHERE MEMBER_ID = :LK-MEMBER-ID AND STATUS <> 'D'
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE 'Y' TO WS-NOT-FOUND-SW
           END-IF.
       FETCH-MEMBER-EXIT-PARA.
           EXIT.

      *> A Y keyed against a survivor that has not been looked up
      *> yet, or has changed since, is taken as "look it up" - the
      *> operator sees the survivor's name before anything merges.
       PROMPT-SURVIVOR-PARA.
           DISPLAY MRGCONF-O.
           ACCEPT MRGCONF-O.
           IF WS-CONFIRM-NO
               GO TO PROMPT-SURVIVOR-EXIT-PARA
           END-IF.
           IF WS-SURVIVOR-OK AND WS-SURVIVOR-ID = WS-CHECKED-ID
               GO TO PROMPT-SURVIVOR-EXIT-PARA
           END-IF.
           MOVE 'N' TO WS-SURVIVOR-OK-SW.
           MOVE SPACES TO WS-SURVIVOR-NAME WS-SURVIVOR-EMAIL
               WS-CONFIRM-ANSWER.
           MOVE WS-SURVIVOR-ID TO WS-CHECKED-ID.
           IF WS-SURVIVOR-ID = SPACES OR WS-SURVIVOR-ID = LK-MEMBER-ID
               MOVE 'SURVIVOR MUST BE ANOTHER MEMBER' TO WS-MERGE-MSG
               GO TO PROMPT-SURVIVOR-EXIT-PARA
           END-IF.
           EXEC SQL
               SELECT NAME, EMAIL
                   INTO :WS-SURVIVOR-NAME, :WS-SURVIVOR-EMAIL
                   FROM MEMBERS
                   WHERE MEMBER_ID = :WS-SURVIVOR-ID AND STATUS <> 'D'
           END-EXEC.
           IF SQLCODE = 0
               MOVE 'Y' TO WS-SURVIVOR-OK-SW
               MOVE 'CHECK BOTH MEMBERS, THEN KEY Y TO MERGE'
                   TO WS-MERGE-MSG
           ELSE
               MOVE SPACES TO WS-SURVIVOR-NAME WS-SURVIVOR-EMAIL
               MOVE 'SURVIVOR NOT FOUND OR DELETED' TO WS-MERGE-MSG
           END-IF.
       PROMPT-SURVIVOR-EXIT-PARA.
           EXIT.

      *> The duplicate is soft-deleted first; its history only moves
      *> once that has held, and a history move that fails backs the
      *> whole merge out so no member is left half merged. The
      *> back-out goes only as far as a savepoint taken here - the
      *> unit of work belongs to MEMMGMT, and whatever else it has
      *> done and not yet committed is not the merge's to throw away.
       MERGE-PARA.
           ACCEPT WS-NS-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-NS-TIME FROM TIME.
           EXEC SQL
               SAVEPOINT MERGE_START UNIQUE ON ROLLBACK RETAIN CURSORS
           END-EXEC.
           EXEC SQL
               UPDATE MEMBERS
                   SET STATUS = 'D', MERGED_INTO = :WS-SURVIVOR-ID,
                       CHANGE_STAMP = :WS-NEW-STAMP
                   WHERE MEMBER_ID = :LK-MEMBER-ID AND STATUS <> 'D'
           END-EXEC.
           IF SQLCODE NOT = 0
               EXEC SQL RELEASE SAVEPOINT MERGE_START END-EXEC
               DISPLAY 'MERGE FAILED FOR MEMBER ' LK-MEMBER-ID
               GO TO MERGE-EXIT-PARA
           END-IF.
           EXEC SQL
               UPDATE MEMBER_AUDIT_LOG
                   SET MEMBER_ID = :WS-SURVIVOR-ID
                   WHERE MEMBER_ID = :LK-MEMBER-ID
           END-EXEC.
      *> +100 is a duplicate with no history yet - nothing to move.
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               EXEC SQL
                   ROLLBACK TO SAVEPOINT MERGE_START
               END-EXEC
               EXEC SQL RELEASE SAVEPOINT MERGE_START END-EXEC
               DISPLAY 'MERGE BACKED OUT FOR MEMBER ' LK-MEMBER-ID
               GO TO MERGE-EXIT-PARA
           END-IF.
           EXEC SQL RELEASE SAVEPOINT MERGE_START END-EXEC.
      *> Only audit a change that actually happened - both rows are
      *> written after the merge has held.
           CALL 'AUDITLOG' USING LK-MEMBER-ID WS-MEMBER-NAME
               WS-MEMBER-EMAIL WS-SURVIVOR-NAME WS-SURVIVOR-EMAIL
               LK-OPERATOR-ID WS-ACTION-MERGED-INTO.
           CALL 'AUDITLOG' USING WS-SURVIVOR-ID WS-MEMBER-NAME
               WS-MEMBER-EMAIL WS-SURVIVOR-NAME WS-SURVIVOR-EMAIL
               LK-OPERATOR-ID WS-ACTION-MERGE.
       MERGE-EXIT-PARA.
           EXIT.
