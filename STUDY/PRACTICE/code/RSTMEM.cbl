      *> window, and on Y flips STATUS back from 'D' to 'A' - the
      *> undo DELMEM's soft delete always promised - logging a
      *> RESTORE action through AUDITLOG. Only a member currently
      *> soft-deleted qualifies; anything else returns untouched. A
      *> member merged into another (MERGED_INTO set by MRGMEM) is
      *> not restorable - its history now belongs to the survivor,
      *> and bringing it back would recreate the duplicate. Nor is
      *> one MEMANON has anonymised (ANONYMISED_DATE set) - its
      *> name and email are gone, and the retention policy that
      *> erased them says it stays gone.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

           GOBACK.

      *> Only a row that is actually soft-deleted can be restored -
      *> the mirror image of DELMEM's STATUS <> 'D' fetch - and not
      *> one that was merged away or anonymised.
       FETCH-MEMBER-PARA.
           MOVE 'N' TO WS-NOT-FOUND-SW.
           EXEC SQL
                   INTO :WS-MEMBER-NAME, :WS-MEMBER-EMAIL
                   FROM MEMBERS
                   WHERE MEMBER_ID = :LK-MEMBER-ID AND STATUS = 'D'
                     AND COALESCE(MERGED_INTO, ' ') = ' '
                     AND COALESCE(ANONYMISED_DATE, 0) = 0
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE 'Y' TO WS-NOT-FOUND-SW
