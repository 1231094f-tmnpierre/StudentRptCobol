      *        reads in 1090-READ-DELIB-PARAMETERS. A restarted
      *        archive append may repeat rows - the load keeps the
      *        last row per term and student, like PROGRESSRPT.
      *        Besides the bulletins, the annual result of every
      *        student goes to decisions_<year>.dat in the layout of
      *        GRADESREPORT's decisions file (term ANNUEL), so the
      *        September promotion run reads the year's decision
      *        the way it reads a term's. Each year so written is
      *        entered on YEARLIST.DAT, the list TRANSCRIPT reads to
      *        find every year's annual results.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT ANNUALFILE ASSIGN TO WS-ANNUAL-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL.

      *        Reader and writer on the same decisions_<year>.dat,
      *        the reader for the rows a one-class run carries over.
           SELECT DECISIONIN ASSIGN TO WS-DECISION-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DECISIONIN-STATUS.

           SELECT DECISIONFILE ASSIGN TO WS-DECISION-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DECISION-STATUS.

           SELECT YEARLISTFILE ASSIGN TO "YEARLIST.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-YEARLIST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD YEARPARMFILE.
       01 DELIBPARM-RECORD PIC X(25).

       FD HISTORYFILE.
       01 HISTORY-RECORD PIC X(472).

       FD ANNUALFILE.
       01 ANNUAL-RECORD PIC X(132).

       FD DECISIONIN.
       01 DECISIONIN-RECORD PIC X(80).

       FD DECISIONFILE.
       01 DECISION-RECORD PIC X(80).

       FD YEARLISTFILE.
       01 YEARLIST-RECORD PIC X(40).

       WORKING-STORAGE SECTION.

      *        YEARPARM.DAT record layout: TYPE(1) then fields.
       01 WS-HISTORY-STATUS  PIC XX.
       01 WS-ANNUAL-FILENAME PIC X(60) VALUE SPACES.
       01 WS-REPORT-OPEN     PIC X VALUE "N".
       01 WS-DECISION-FILENAME PIC X(60) VALUE SPACES.
       01 WS-DECISION-STATUS PIC XX.
       01 WS-DECISIONIN-STATUS PIC XX.
       01 WS-DECISION-OPEN   PIC X VALUE "N".
       01 WS-YEARLIST-STATUS PIC XX.
       01 WS-ABEND-MESSAGE   PIC X(80) VALUE SPACES.

       01 WS-YEAR-LABEL PIC X(9) VALUE SPACES.

      *        YEARLIST.DAT row, one per run: the year label naming
      *        decisions_<year>.dat, the class filter of the run and
      *        when it ran. A year run twice is listed twice; readers
      *        take it once.
       01 WS-YEARLIST-ROW.
           05 WS-YL-YEAR      PIC X(9).
           05 WS-YL-CLASS     PIC X(8).
           05 WS-YL-TIMESTAMP PIC X(14).
           05 FILLER          PIC X(9) VALUE SPACES.
       01 WS-PARM-CLASS PIC X(8) VALUE SPACES.

       01 WS-MAX-TERMS   PIC 9(2) VALUE 6.
           05 WS-H-COURSE-COUNT PIC 9(3).
           05 WS-H-COURSE-IDS   PIC X(80).
           05 WS-H-COURSES-LINE PIC X(160).
           05 WS-H-MENTION      PIC X(20).
           05 WS-H-DECISION     PIC X(10).
           05 WS-H-JURY         PIC X.
           05 WS-H-SESSION      PIC X.
           05 WS-H-COURSE-COEFS PIC X(80).

      *        Mirror of the decisions row written by GRADESREPORT in
      *        its 3080-WRITE-DECISION-ROW - keep in step with
      *        WS-DECISION-ROW over there. The annual rows carry the
      *        year label in the run id and ANNUEL in the term.
       01 WS-DECISION-ROW.
           05 WS-DEC-RUN-ID    PIC X(10).
           05 FILLER           PIC X(1) VALUE SPACE.
           05 WS-DEC-TERM      PIC X(6).
           05 FILLER           PIC X(1) VALUE SPACE.
           05 WS-DEC-CLASS     PIC X(8).
           05 FILLER           PIC X(1) VALUE SPACE.
           05 WS-DEC-ID        PIC 9(4).
           05 FILLER           PIC X(1) VALUE SPACE.
           05 WS-DEC-AVG       PIC X(5).
           05 FILLER           PIC X(1) VALUE SPACE.
           05 WS-DEC-RANK      PIC 9(5).
           05 FILLER           PIC X(1) VALUE SPACE.
           05 WS-DEC-MENTION   PIC X(20).
           05 FILLER           PIC X(1) VALUE SPACE.
           05 WS-DEC-DECISION  PIC X(10).
           05 FILLER           PIC X(1) VALUE SPACE.
           05 WS-DEC-JURY      PIC X(1).

      *        Rows of the other classes already on the year's
      *        decisions file, kept by a run restricted to one class.
       01 WS-MAX-KEPT   PIC 9(4) VALUE 2000.
       01 WS-KEPT-COUNT PIC 9(4) VALUE 0.
       01 WS-KEPT-IDX   PIC 9(4) VALUE 0.
       01 WS-KEPT-TABLE.
           05 WS-KEPT-ROW OCCURS 2000 TIMES PIC X(80).

       01 WS-MAX-ROWS PIC 9(4) VALUE 2000.

           PERFORM 2300-COMPUTE-ANNUAL-AVERAGES
           PERFORM 2500-SORT-BY-CLASS-AND-AVG
           PERFORM 2600-ASSIGN-RANKS-AND-DECISIONS
           PERFORM 3050-OPEN-DECISION-FILE

           MOVE SPACES TO WS-PREV-CLASS
           PERFORM VARYING WS-STU-IDX FROM 1 BY 1
                   PERFORM 3000-OPEN-CLASS-BULLETIN
               END-IF
               PERFORM 3100-PRINT-STUDENT-LINE
               PERFORM 3200-WRITE-DECISION-ROW
           END-PERFORM

           IF WS-PREV-CLASS NOT = SPACES
               CLOSE ANNUALFILE
               MOVE "N" TO WS-REPORT-OPEN
           END-IF
           CLOSE DECISIONFILE
           MOVE "N" TO WS-DECISION-OPEN

           IF WS-STU-COUNT = 0
               DISPLAY "YEARENDRPT: AUCUN ELEVE POUR L'ANNEE "

      *        The per-course cells of WS-H-COURSES-LINE are the
      *        same 8-byte cells GRADESREPORT builds - "ABS" marks
      *        a course with no GRADE row that term; "DISP" marks a
      *        course the student did not take and is no absence.
       2150-COUNT-ABSENT-CELLS.
           MOVE 0 TO WS-ABS-CELLS
           PERFORM VARYING WS-COURSE-IDX FROM 1 BY 1

           WRITE ANNUAL-RECORD FROM WS-RULE-LINE.

      *        An absent file is the year's first run.
       3040-LOAD-OTHER-CLASSES.
           OPEN INPUT DECISIONIN
           IF WS-DECISIONIN-STATUS = "00"
               PERFORM UNTIL WS-DECISIONIN-STATUS NOT = "00"
                   READ DECISIONIN INTO WS-DECISION-ROW
                       AT END MOVE "10" TO WS-DECISIONIN-STATUS
                   END-READ
                   IF WS-DECISIONIN-STATUS = "00"
                       AND WS-DEC-CLASS NOT = WS-PARM-CLASS
                       IF WS-KEPT-COUNT >= WS-MAX-KEPT
                           MOVE "3040-LOAD-OTHER-CLASSES: KEPT ROW "
                               & "TABLE FULL" TO WS-ABEND-MESSAGE
                           PERFORM 9900-ABEND-PROGRAM
                       END-IF
                       ADD 1 TO WS-KEPT-COUNT
                       MOVE WS-DECISION-ROW TO
                           WS-KEPT-ROW (WS-KEPT-COUNT)
                   END-IF
               END-PERFORM
               CLOSE DECISIONIN
           END-IF.

      *        One file per school year, rewritten by every run.
      *        PROMORUN and RESULTEXP read it as the whole year, so a
      *        run restricted to one class keeps the rows of the
      *        other classes and replaces only its own: they are read
      *        off the old file first and written back ahead of this
      *        run's rows.
       3050-OPEN-DECISION-FILE.
           MOVE SPACES TO WS-DECISION-FILENAME
           STRING "decisions_" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-YEAR-LABEL) DELIMITED BY SIZE
                  ".dat" DELIMITED BY SIZE
                  INTO WS-DECISION-FILENAME
           MOVE 0 TO WS-KEPT-COUNT
           IF WS-PARM-CLASS NOT = "ALL"
               PERFORM 3040-LOAD-OTHER-CLASSES
           END-IF
           OPEN OUTPUT DECISIONFILE
           IF WS-DECISION-STATUS NOT = "00"
               MOVE "3050-OPEN-DECISION-FILE: CANNOT OPEN THE "
                   & "ANNUAL DECISIONS FILE" TO WS-ABEND-MESSAGE
               PERFORM 9900-ABEND-PROGRAM
           END-IF
           MOVE "Y" TO WS-DECISION-OPEN
           PERFORM VARYING WS-KEPT-IDX FROM 1 BY 1
                   UNTIL WS-KEPT-IDX > WS-KEPT-COUNT
               WRITE DECISION-RECORD FROM WS-KEPT-ROW (WS-KEPT-IDX)
           END-PERFORM
           PERFORM 3060-REGISTER-YEAR.

       3060-REGISTER-YEAR.
           MOVE WS-YEAR-LABEL TO WS-YL-YEAR
           MOVE WS-PARM-CLASS TO WS-YL-CLASS
           MOVE FUNCTION CURRENT-DATE (1:14) TO WS-YL-TIMESTAMP
           OPEN EXTEND YEARLISTFILE
           IF WS-YEARLIST-STATUS = "35"
               OPEN OUTPUT YEARLISTFILE
           END-IF
           IF WS-YEARLIST-STATUS NOT = "00"
               MOVE "3060-REGISTER-YEAR: CANNOT OPEN YEARLIST.DAT"
                   TO WS-ABEND-MESSAGE
               PERFORM 9900-ABEND-PROGRAM
           END-IF
           WRITE YEARLIST-RECORD FROM WS-YEARLIST-ROW
           CLOSE YEARLISTFILE.

       3100-PRINT-STUDENT-LINE.
           MOVE SPACES TO WS-PRINT-LINE
           MOVE WS-STU-RANK (WS-STU-IDX) TO WS-RANK-DISPLAY
                  WITH POINTER WS-STRING-PTR
           WRITE ANNUAL-RECORD FROM WS-PRINT-LINE.

       3200-WRITE-DECISION-ROW.
           MOVE WS-YEAR-LABEL TO WS-DEC-RUN-ID
           MOVE "ANNUEL" TO WS-DEC-TERM
           MOVE WS-STU-CLASS (WS-STU-IDX) TO WS-DEC-CLASS
           MOVE WS-STU-ID (WS-STU-IDX) TO WS-DEC-ID
           MOVE WS-STU-ANNUAL-AVG (WS-STU-IDX) TO WS-GRADE-DISPLAY
           MOVE WS-GRADE-DISPLAY TO WS-DEC-AVG
           MOVE WS-STU-RANK (WS-STU-IDX) TO WS-DEC-RANK
           MOVE WS-STU-MENTION (WS-STU-IDX) TO WS-DEC-MENTION
           MOVE WS-STU-DECISION (WS-STU-IDX) TO WS-DEC-DECISION
           MOVE "N" TO WS-DEC-JURY
           WRITE DECISION-RECORD FROM WS-DECISION-ROW.

      *        Called when the class in hand changes (and once after
      *        the last student); WS-STU-IDX sits on the first row
      *        of the NEXT class, like PROGRESSRPT's
           IF WS-REPORT-OPEN = "Y"
               CLOSE ANNUALFILE
           END-IF
           IF WS-DECISION-OPEN = "Y"
               CLOSE DECISIONFILE
           END-IF
           STOP RUN.
