       IDENTIFICATION DIVISION.
       PROGRAM-ID. MEMDUPR.
       AUTHOR. QUYENNC

      *> Duplicate-member candidate report. The duplicate-email
      *> guards on the add and edit screens stop new duplicates, but
      *> MEMBERS still carries years of older ones - the same person
      *> keyed twice under a slightly different name, or signed up
      *> again from a new address. Every member not soft-deleted is
      *> released to the sort twice: once under a normalised name
      *> (upper case, nothing but letters and digits, so "O'Brien,
      *> J." and "OBRIEN J" meet) and once under a normalised email
      *> local part (upper case, dots and any +tag dropped, domain
      *> ignored, so j.smith+news@old.com and JSmith@new.com meet).
      *> Members sharing a key are listed in pairs against the
      *> lowest MEMBER_ID of the group, which is usually the one to
      *> keep, so the membership office can work the list through
      *> MEMMGMT's merge option. The report only proposes - nothing
      *> is changed here.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SORT-WORK-FILE ASSIGN TO SORTWK01.
           SELECT SORTED-CAND ASSIGN TO SORTED-CAND-DD
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS FS-SORTED-CAND.
           SELECT DUP-RPT-FILE ASSIGN TO DUP-RPT-FILE-DD
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS FS-DUP-RPT-FILE.
      *> PARM-FILE carries the lines-per-page override, same
      *> convention as the other reports. Missing card means 60.
           SELECT PARM-FILE ASSIGN TO PARM-FILE-DD
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS FS-PARM-FILE.
       DATA DIVISION.
       FILE SECTION.
      *> Key type 1 = normalised name, 2 = normalised email local
      *> part, so the name section prints first.
       SD  SORT-WORK-FILE.
       01  SORT-WORK-REC.
           05  SW-KEY-TYPE      PIC X(01).
           05  SW-MATCH-KEY     PIC X(60).
           05  SW-MEMBER-ID     PIC X(10).
           05  SW-NAME          PIC X(30).
           05  SW-EMAIL         PIC X(60).
           05  FILLER           PIC X(39).
       FD  SORTED-CAND.
       01  SORTED-CAND-REC.
           05  SC-KEY-TYPE      PIC X(01).
           05  SC-MATCH-KEY     PIC X(60).
           05  SC-MEMBER-ID     PIC X(10).
           05  SC-NAME          PIC X(30).
           05  SC-EMAIL         PIC X(60).
           05  FILLER           PIC X(39).
       FD  DUP-RPT-FILE.
       01  DUP-RPT-LINE         PIC X(80).
       FD  PARM-FILE.
       01  PARM-FILE-REC.
           05  PARM-LINES-PER-PAGE PIC X(03).
           05  FILLER           PIC X(77).
       WORKING-STORAGE SECTION.
       01  FS-SORTED-CAND      PIC X(02)  VALUE SPACES.
           88  FS-SORTED-CAND-OK           VALUE '00'.
           88  FS-SORTED-CAND-EOF          VALUE '10'.
       01  FS-DUP-RPT-FILE     PIC X(02)  VALUE SPACES.
           88  FS-DUP-RPT-FILE-OK          VALUE '00'.
       01  FS-PARM-FILE        PIC X(02)  VALUE SPACES.
           88  FS-PARM-FILE-OK             VALUE '00'.
       01  WS-RUN-DATE         PIC 9(08)  VALUE 0.
       01  COUNTERS.
           05  READ-COUNT       PIC 9(07).
           05  NAME-PAIR-COUNT  PIC 9(07).
           05  EMAIL-PAIR-COUNT PIC 9(07).
       01  WS-MEMBER-DB.
           05  DB-MEMBER-ID     PIC X(10).
           05  DB-NAME          PIC X(30).
           05  DB-EMAIL         PIC X(255).
       01  WS-FETCH-DONE-SW    PIC X(01)  VALUE 'N'.
           88  WS-FETCH-DONE               VALUE 'Y'.
      *> Normalisation work areas. WS-NORM-CHAR is tested one byte
      *> at a time; only letters and digits survive into the key.
       01  WS-NORM-SOURCE      PIC X(255) VALUE SPACES.
       01  WS-NORM-KEY         PIC X(60)  VALUE SPACES.
       01  WS-NORM-LEN         PIC 9(03)  VALUE 0.
       01  WS-NORM-IX          PIC 9(03)  VALUE 0.
       01  WS-NORM-CHAR        PIC X(01)  VALUE SPACE.
           88  WS-NORM-KEEP                VALUE 'A' THRU 'Z'
                                                 '0' THRU '9'.
       01  WS-LOCAL-DONE-SW    PIC X(01)  VALUE 'N'.
           88  WS-LOCAL-DONE               VALUE 'Y'.
       01  WS-TAG-SW           PIC X(01)  VALUE 'N'.
           88  WS-IN-TAG                   VALUE 'Y'.
      *> An email local part shorter than this (JO@, A@) matches
      *> too many unrelated people to be worth proposing.
       01  WS-MIN-EMAIL-KEY    PIC 9(03)  VALUE 004.
      *> The first member of each key group - every later member
      *> with the same key is paired against it.
       01  WS-ANCHOR.
           05  WS-ANCHOR-TYPE   PIC X(01)  VALUE SPACE.
           05  WS-ANCHOR-KEY    PIC X(60)  VALUE SPACES.
           05  WS-ANCHOR-ID     PIC X(10)  VALUE SPACES.
           05  WS-ANCHOR-NAME   PIC X(30)  VALUE SPACES.
           05  WS-ANCHOR-EMAIL  PIC X(60)  VALUE SPACES.
       01  WS-SECTION-TYPE     PIC X(01)  VALUE SPACE.
       01  REPORT-CONTROLS.
           05  WS-LINES-PER-PAGE  PIC 9(03) VALUE 060.
           05  WS-LINE-COUNT      PIC 9(03) VALUE 0.
           05  WS-PAGE-NO         PIC 9(03) VALUE 0.
       01  REPORT-HEADING-1.
           05  FILLER          PIC X(29) VALUE
               'DUPLICATE MEMBER CANDIDATES'.
           05  FILLER          PIC X(06) VALUE 'DATE: '.
           05  RH-RUN-DATE     PIC 9(08).
           05  FILLER          PIC X(07) VALUE '  PAGE '.
           05  RH-PAGE-NO      PIC ZZ9.
           05  FILLER          PIC X(27) VALUE SPACES.
       01  SECTION-HEADING.
           05  SH-TITLE        PIC X(40).
           05  FILLER          PIC X(40) VALUE SPACES.
       01  REPORT-HEADING-2.
           05  FILLER          PIC X(37) VALUE
               'MEMBER ID  NAME / EMAIL'.
           05  FILLER          PIC X(43) VALUE
               'DUPLICATE  NAME / EMAIL'.
       01  PAIR-LINE-1.
           05  PL-ANCHOR-ID    PIC X(10).
           05  FILLER          PIC X(01) VALUE SPACES.
           05  PL-ANCHOR-NAME  PIC X(25).
           05  FILLER          PIC X(01) VALUE SPACES.
           05  PL-OTHER-ID     PIC X(10).
           05  FILLER          PIC X(01) VALUE SPACES.
           05  PL-OTHER-NAME   PIC X(25).
           05  FILLER          PIC X(07) VALUE SPACES.
       01  PAIR-LINE-2.
           05  FILLER          PIC X(11) VALUE SPACES.
           05  PL-ANCHOR-EMAIL PIC X(25).
           05  FILLER          PIC X(12) VALUE SPACES.
           05  PL-OTHER-EMAIL  PIC X(25).
           05  FILLER          PIC X(07) VALUE SPACES.
       01  TOTALS-LINE.
           05  TL-LABEL        PIC X(23).
           05  TL-VALUE        PIC ZZZZZZ9.
           05  FILLER          PIC X(50) VALUE SPACES.

      *> SQLCODE only - this program never looks at the rest of
      *> SQLCA, so it declares the one field it checks rather than
      *> pulling in the whole communication area.
       01  SQLCODE             PIC S9(09) COMP-5 VALUE ZERO.
       PROCEDURE DIVISION.
      *> cobol-lint CL002 main-para
       MAIN-PARA.
           PERFORM SORT-PARA THRU SORT-EXIT-PARA.
           PERFORM OPEN-PARA THRU OPEN-EXIT-PARA.
           PERFORM PROCESS-PARA THRU PROCESS-EXIT-PARA.
           PERFORM CLOSE-PARA THRU CLOSE-EXIT-PARA.
           STOP RUN.
       SORT-PARA.
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SW-KEY-TYPE
               ON ASCENDING KEY SW-MATCH-KEY
               ON ASCENDING KEY SW-MEMBER-ID
               INPUT PROCEDURE IS RELEASE-MEMBERS-PARA
                   THRU RELEASE-MEMBERS-EXIT-PARA
               GIVING SORTED-CAND.
       SORT-EXIT-PARA.
           EXIT.
      *> Soft-deleted members are left out - they are already off
      *> every mailing, and a merge needs a live row on both sides.
       RELEASE-MEMBERS-PARA.
           INITIALIZE COUNTERS.
           EXEC SQL
               DECLARE DUPCUR CURSOR FOR
                   SELECT MEMBER_ID, NAME, EMAIL
                   FROM MEMBERS
                   WHERE STATUS <> 'D'
           END-EXEC.
           EXEC SQL OPEN DUPCUR END-EXEC.
           MOVE 'N' TO WS-FETCH-DONE-SW.
           PERFORM RELEASE-ONE-PARA THRU RELEASE-ONE-EXIT-PARA
               UNTIL WS-FETCH-DONE.
           EXEC SQL CLOSE DUPCUR END-EXEC.
       RELEASE-MEMBERS-EXIT-PARA.
           EXIT.
       RELEASE-ONE-PARA.
           EXEC SQL
               FETCH DUPCUR INTO :DB-MEMBER-ID, :DB-NAME, :DB-EMAIL
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE 'Y' TO WS-FETCH-DONE-SW
               GO TO RELEASE-ONE-EXIT-PARA
           END-IF.
           ADD 1 TO READ-COUNT.
           PERFORM NORMALISE-NAME-PARA THRU NORMALISE-NAME-EXIT-PARA.
           IF WS-NORM-LEN > 0
               MOVE SPACES       TO SORT-WORK-REC
               MOVE '1'          TO SW-KEY-TYPE
               MOVE WS-NORM-KEY  TO SW-MATCH-KEY
               MOVE DB-MEMBER-ID TO SW-MEMBER-ID
               MOVE DB-NAME      TO SW-NAME
               MOVE DB-EMAIL     TO SW-EMAIL
               RELEASE SORT-WORK-REC
           END-IF.
           PERFORM NORMALISE-EMAIL-PARA
               THRU NORMALISE-EMAIL-EXIT-PARA.
           IF WS-NORM-LEN NOT < WS-MIN-EMAIL-KEY
               MOVE SPACES       TO SORT-WORK-REC
               MOVE '2'          TO SW-KEY-TYPE
               MOVE WS-NORM-KEY  TO SW-MATCH-KEY
               MOVE DB-MEMBER-ID TO SW-MEMBER-ID
               MOVE DB-NAME      TO SW-NAME
               MOVE DB-EMAIL     TO SW-EMAIL
               RELEASE SORT-WORK-REC
           END-IF.
       RELEASE-ONE-EXIT-PARA.
           EXIT.
       NORMALISE-NAME-PARA.
           MOVE DB-NAME TO WS-NORM-SOURCE.
           INSPECT WS-NORM-SOURCE CONVERTING
               'abcdefghijklmnopqrstuvwxyz'
               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           MOVE SPACES TO WS-NORM-KEY.
           MOVE 0 TO WS-NORM-LEN.
           PERFORM VARYING WS-NORM-IX FROM 1 BY 1
                   UNTIL WS-NORM-IX > 30
               MOVE WS-NORM-SOURCE (WS-NORM-IX:1) TO WS-NORM-CHAR
               IF WS-NORM-KEEP
                   ADD 1 TO WS-NORM-LEN
                   MOVE WS-NORM-CHAR TO WS-NORM-KEY (WS-NORM-LEN:1)
               END-IF
           END-PERFORM.
       NORMALISE-NAME-EXIT-PARA.
           EXIT.
      *> Local part only, up to the '@'; a '+' starts a sub-address
      *> tag that is dropped, and dots are dropped like any other
      *> punctuation.
       NORMALISE-EMAIL-PARA.
           MOVE DB-EMAIL TO WS-NORM-SOURCE.
           INSPECT WS-NORM-SOURCE CONVERTING
               'abcdefghijklmnopqrstuvwxyz'
               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           MOVE SPACES TO WS-NORM-KEY.
           MOVE 0 TO WS-NORM-LEN.
           MOVE 'N' TO WS-LOCAL-DONE-SW WS-TAG-SW.
           PERFORM VARYING WS-NORM-IX FROM 1 BY 1
                   UNTIL WS-NORM-IX > 255 OR WS-LOCAL-DONE
               MOVE WS-NORM-SOURCE (WS-NORM-IX:1) TO WS-NORM-CHAR
               EVALUATE TRUE
                   WHEN WS-NORM-CHAR = '@' OR WS-NORM-CHAR = SPACE
                       MOVE 'Y' TO WS-LOCAL-DONE-SW
                   WHEN WS-NORM-CHAR = '+'
                       MOVE 'Y' TO WS-TAG-SW
                   WHEN WS-IN-TAG
                       CONTINUE
                   WHEN WS-NORM-KEEP AND WS-NORM-LEN < 60
                       ADD 1 TO WS-NORM-LEN
                       MOVE WS-NORM-CHAR TO WS-NORM-KEY (WS-NORM-LEN:1)
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-PERFORM.
       NORMALISE-EMAIL-EXIT-PARA.
           EXIT.
       OPEN-PARA.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           OPEN INPUT SORTED-CAND
           IF FS-SORTED-CAND-OK
               CONTINUE
           ELSE
               DISPLAY 'SORTED CAND OPEN FAILED: ' FS-SORTED-CAND
               GO TO EXIT-PARA
           END-IF.
           OPEN OUTPUT DUP-RPT-FILE
           IF FS-DUP-RPT-FILE-OK
               CONTINUE
           ELSE
               DISPLAY 'DUP RPT OPEN FAILED: ' FS-DUP-RPT-FILE
               GO TO EXIT-PARA
           END-IF.
           OPEN INPUT PARM-FILE
           IF FS-PARM-FILE-OK
               READ PARM-FILE
               IF FS-PARM-FILE-OK
                       AND PARM-LINES-PER-PAGE IS NUMERIC
                       AND PARM-LINES-PER-PAGE > '000'
                   MOVE PARM-LINES-PER-PAGE TO WS-LINES-PER-PAGE
               END-IF
               CLOSE PARM-FILE
           END-IF.
           PERFORM WRITE-HEADINGS-PARA THRU WRITE-HEADINGS-EXIT-PARA.
       OPEN-EXIT-PARA.
           EXIT.
       PROCESS-PARA.
           PERFORM UNTIL FS-SORTED-CAND-EOF
               READ SORTED-CAND
               AT END
                   CONTINUE
               NOT AT END
                   PERFORM PAIR-CANDIDATE-PARA
                       THRU PAIR-CANDIDATE-EXIT-PARA
               END-READ
           END-PERFORM.
           IF NAME-PAIR-COUNT + EMAIL-PAIR-COUNT = 0
               MOVE SPACES TO DUP-RPT-LINE
               WRITE DUP-RPT-LINE
               MOVE '  NO DUPLICATE CANDIDATES FOUND' TO DUP-RPT-LINE
               WRITE DUP-RPT-LINE
           END-IF.
       PROCESS-EXIT-PARA.
           EXIT.
      *> A record with the group's key pairs against the anchor;
      *> anything else starts a new group and becomes its anchor.
       PAIR-CANDIDATE-PARA.
           IF SC-KEY-TYPE NOT = WS-ANCHOR-TYPE
                   OR SC-MATCH-KEY NOT = WS-ANCHOR-KEY
               MOVE SC-KEY-TYPE  TO WS-ANCHOR-TYPE
               MOVE SC-MATCH-KEY TO WS-ANCHOR-KEY
               MOVE SC-MEMBER-ID TO WS-ANCHOR-ID
               MOVE SC-NAME      TO WS-ANCHOR-NAME
               MOVE SC-EMAIL     TO WS-ANCHOR-EMAIL
               GO TO PAIR-CANDIDATE-EXIT-PARA
           END-IF.
           IF SC-KEY-TYPE NOT = WS-SECTION-TYPE
               PERFORM WRITE-SECTION-PARA THRU WRITE-SECTION-EXIT-PARA
           END-IF.
           IF WS-LINE-COUNT + 2 > WS-LINES-PER-PAGE
               PERFORM WRITE-HEADINGS-PARA
                   THRU WRITE-HEADINGS-EXIT-PARA
           END-IF.
           IF SC-KEY-TYPE = '1'
               ADD 1 TO NAME-PAIR-COUNT
           ELSE
               ADD 1 TO EMAIL-PAIR-COUNT
           END-IF.
           MOVE WS-ANCHOR-ID    TO PL-ANCHOR-ID.
           MOVE WS-ANCHOR-NAME  TO PL-ANCHOR-NAME.
           MOVE SC-MEMBER-ID    TO PL-OTHER-ID.
           MOVE SC-NAME         TO PL-OTHER-NAME.
           WRITE DUP-RPT-LINE FROM PAIR-LINE-1.
           MOVE WS-ANCHOR-EMAIL TO PL-ANCHOR-EMAIL.
           MOVE SC-EMAIL        TO PL-OTHER-EMAIL.
           WRITE DUP-RPT-LINE FROM PAIR-LINE-2.
           ADD 2 TO WS-LINE-COUNT.
       PAIR-CANDIDATE-EXIT-PARA.
           EXIT.
       WRITE-SECTION-PARA.
           MOVE SC-KEY-TYPE TO WS-SECTION-TYPE.
           IF WS-LINE-COUNT + 4 > WS-LINES-PER-PAGE
               PERFORM WRITE-HEADINGS-PARA
                   THRU WRITE-HEADINGS-EXIT-PARA
           END-IF.
           IF SC-KEY-TYPE = '1'
               MOVE 'MATCHED ON NORMALISED NAME' TO SH-TITLE
           ELSE
               MOVE 'MATCHED ON EMAIL LOCAL PART' TO SH-TITLE
           END-IF.
           MOVE SPACES TO DUP-RPT-LINE.
           WRITE DUP-RPT-LINE.
           WRITE DUP-RPT-LINE FROM SECTION-HEADING.
           WRITE DUP-RPT-LINE FROM REPORT-HEADING-2.
           ADD 3 TO WS-LINE-COUNT.
       WRITE-SECTION-EXIT-PARA.
           EXIT.
       WRITE-HEADINGS-PARA.
           ADD 1 TO WS-PAGE-NO.
           MOVE WS-RUN-DATE TO RH-RUN-DATE.
           MOVE WS-PAGE-NO TO RH-PAGE-NO.
           IF WS-PAGE-NO > 1
               WRITE DUP-RPT-LINE FROM SPACES
               AFTER ADVANCING PAGE
           END-IF.
           WRITE DUP-RPT-LINE FROM REPORT-HEADING-1.
           MOVE 1 TO WS-LINE-COUNT.
      *> A page break inside a section repeats the column heading.
           IF WS-SECTION-TYPE NOT = SPACE
               WRITE DUP-RPT-LINE FROM REPORT-HEADING-2
               ADD 1 TO WS-LINE-COUNT
           END-IF.
       WRITE-HEADINGS-EXIT-PARA.
           EXIT.
       CLOSE-PARA.
           MOVE SPACES TO DUP-RPT-LINE.
           WRITE DUP-RPT-LINE.
           MOVE 'MEMBERS EXAMINED      :' TO TL-LABEL.
           MOVE READ-COUNT TO TL-VALUE.
           WRITE DUP-RPT-LINE FROM TOTALS-LINE.
           MOVE 'PAIRS ON NAME         :' TO TL-LABEL.
           MOVE NAME-PAIR-COUNT TO TL-VALUE.
           WRITE DUP-RPT-LINE FROM TOTALS-LINE.
           MOVE 'PAIRS ON EMAIL        :' TO TL-LABEL.
           MOVE EMAIL-PAIR-COUNT TO TL-VALUE.
           WRITE DUP-RPT-LINE FROM TOTALS-LINE.
           CLOSE SORTED-CAND DUP-RPT-FILE.
       CLOSE-EXIT-PARA.
           EXIT.
       EXIT-PARA.
           EXIT PROGRAM.
