      *        person who can act on it instead of the photocopier.
      *        Everything comes off HISTORY.DAT for the run id in
      *        RUNPARM.DAT; the database is not touched.
      *        Where the term grade was rolled up from individual
      *        marks, ASSESSROLL's assessdet_<term>.dat is read too
      *        and each roster line is followed by the marks behind
      *        it (assessment id, mark, scale, weight, mark on 20)
      *        and the weighted result, flagged when the grade on
      *        the bulletin is not that result - so a contested
      *        grade can be traced back to the tests it came from.
      *        No breakdown file for the term, no breakdown lines.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT PACKETFILE ASSIGN TO WS-PACKET-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ASSESSDETFILE ASSIGN TO WS-ASSESSDET-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ASSESSDET-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD RUNPARMFILE.
       01 TEACHER-RECORD PIC X(60).

       FD HISTORYFILE.
       01 HISTORY-RECORD PIC X(472).

       FD PACKETFILE.
       01 PACKET-RECORD PIC X(132).

       FD ASSESSDETFILE.
       01 ASSESSDET-RECORD PIC X(40).

       WORKING-STORAGE SECTION.

      *        Mirror of the RUNPARM.DAT record GRADESREPORT reads
       01 WS-HISTORY-STATUS  PIC XX.
       01 WS-PACKET-FILENAME PIC X(60) VALUE SPACES.
       01 WS-PACKET-OPEN     PIC X VALUE "N".
       01 WS-ASSESSDET-FILENAME PIC X(60) VALUE SPACES.
       01 WS-ASSESSDET-STATUS   PIC XX.
       01 WS-ABEND-MESSAGE   PIC X(80) VALUE SPACES.

      *        TEACHER.DAT assignment record: TEACHER-ID(6)
           05 WS-H-COURSE-COUNT PIC 9(3).
           05 WS-H-COURSE-IDS   PIC X(80).
           05 WS-H-COURSES-LINE PIC X(160).
           05 WS-H-MENTION      PIC X(20).
           05 WS-H-DECISION     PIC X(10).
           05 WS-H-JURY         PIC X.
           05 WS-H-SESSION      PIC X.
           05 WS-H-COURSE-COEFS PIC X(80).

       01 WS-MAX-ROWS PIC 9(4) VALUE 2000.

               10 WS-R-COURSE-IDS   PIC X(80).
               10 WS-R-COURSES-LINE PIC X(160).

      *        Mirror of the breakdown record ASSESSROLL writes -
      *        keep in step with WS-DETAIL-ROW over there. A rows
      *        are single marks, the T row closing each student and
      *        course carries the total weight and the term grade.
       01 WS-ASSESSDET-ROW.
           05 WS-AD-TYPE        PIC X(1).
           05 WS-AD-TERM        PIC X(6).
           05 WS-AD-STUDENT-ID  PIC 9(4).
           05 WS-AD-COURSE-ID   PIC 9(4).
           05 WS-AD-ASSESS-ID   PIC X(6).
           05 WS-AD-MARK        PIC 9(3)V99.
           05 WS-AD-OUT-OF      PIC 9(3).
           05 WS-AD-WEIGHT      PIC 9(3)V9.
           05 WS-AD-SCALED      PIC 9(2)V99.
           05 FILLER            PIC X(3).

      *        Breakdown rows of the students on the run's roster,
      *        in file order (student, course, assessment id, total
      *        last). The course is kept as the 4-character id
      *        TEACHER.DAT carries.
       01 WS-MAX-MARKS   PIC 9(4) VALUE 5000.
       01 WS-MARK-COUNT  PIC 9(4) VALUE 0.
       01 WS-MARK-IDX    PIC 9(4) VALUE 0.
       01 WS-MARK-DROPPED PIC 9(6) VALUE 0.
       01 WS-MARK-TABLE.
           05 WS-MARK-ENTRY OCCURS 5000 TIMES.
               10 WS-M-TYPE       PIC X(1).
               10 WS-M-STUDENT-ID PIC 9(4).
               10 WS-M-COURSE     PIC X(4).
               10 WS-M-ASSESS-ID  PIC X(6).
               10 WS-M-MARK       PIC 9(3)V99.
               10 WS-M-OUT-OF     PIC 9(3).
               10 WS-M-WEIGHT     PIC 9(3)V9.
               10 WS-M-SCALED     PIC 9(2)V99.
       01 WS-ASSESSDET-EOF PIC X VALUE "N".
       01 WS-ON-ROSTER     PIC X VALUE "N".

       01 WS-HISTORY-EOF   PIC X VALUE "N".
       01 WS-TEACHER-EOF   PIC X VALUE "N".
       01 WS-LOAD-IDX      PIC 9(4) VALUE 0.
       01 WS-HIST-VALUE   PIC 99V99 VALUE 0.

       01 WS-GRADE-DISPLAY   PIC Z9.99.
       01 WS-MARK-DISPLAY    PIC ZZ9.99.
       01 WS-OUT-OF-DISPLAY  PIC ZZ9.
       01 WS-WEIGHT-DISPLAY  PIC ZZ9.9.
       01 WS-COUNT-DISPLAY   PIC ZZZZ9.
       01 WS-RANK-DISPLAY    PIC ZZZZ9.

           PERFORM 1050-READ-RUN-PARAMETERS
           PERFORM 1100-LOAD-TEACHER-FILE
           PERFORM 2000-LOAD-HISTORY
           PERFORM 2200-LOAD-ASSESSMENT-DETAIL

           PERFORM VARYING WS-ASG-IDX FROM 1 BY 1
                   UNTIL WS-ASG-IDX > WS-ASG-COUNT
                   WS-R-COURSES-LINE (WS-LOAD-SLOT)
           END-IF.

      *        Optional file: ASSESSROLL has not run for the term, or
      *        the teachers of the term still post term grades
      *        directly. Only rows of students on the run's roster
      *        are kept; a full table costs breakdown lines, not
      *        the packet.
       2200-LOAD-ASSESSMENT-DETAIL.
           MOVE SPACES TO WS-ASSESSDET-FILENAME
           STRING "assessdet_" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-PARM-TERM) DELIMITED BY SIZE
                  ".dat" DELIMITED BY SIZE
                  INTO WS-ASSESSDET-FILENAME
           OPEN INPUT ASSESSDETFILE
           IF WS-ASSESSDET-STATUS = "00"
               MOVE "N" TO WS-ASSESSDET-EOF
               PERFORM UNTIL WS-ASSESSDET-EOF = "Y"
                   READ ASSESSDETFILE INTO WS-ASSESSDET-ROW
                       AT END
                           MOVE "Y" TO WS-ASSESSDET-EOF
                       NOT AT END
                           IF WS-AD-TERM = WS-PARM-TERM
                               PERFORM 2250-STORE-ASSESSMENT-ROW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ASSESSDETFILE
               IF WS-MARK-DROPPED > 0
                   DISPLAY "TEACHRPT: TABLE DES EVALUATIONS PLEINE, "
                           WS-MARK-DROPPED " LIGNES IGNOREES"
                           UPON CONSOLE
               END-IF
           END-IF.

       2250-STORE-ASSESSMENT-ROW.
           MOVE "N" TO WS-ON-ROSTER
           PERFORM VARYING WS-LOAD-IDX FROM 1 BY 1
                   UNTIL WS-LOAD-IDX > WS-ROW-COUNT
               IF WS-R-ID (WS-LOAD-IDX) = WS-AD-STUDENT-ID
                   MOVE "Y" TO WS-ON-ROSTER
               END-IF
           END-PERFORM
           IF WS-ON-ROSTER = "Y"
               IF WS-MARK-COUNT >= WS-MAX-MARKS
                   ADD 1 TO WS-MARK-DROPPED
               ELSE
                   ADD 1 TO WS-MARK-COUNT
                   MOVE WS-AD-TYPE TO WS-M-TYPE (WS-MARK-COUNT)
                   MOVE WS-AD-STUDENT-ID TO
                       WS-M-STUDENT-ID (WS-MARK-COUNT)
                   MOVE WS-AD-COURSE-ID TO
                       WS-M-COURSE (WS-MARK-COUNT)
                   MOVE WS-AD-ASSESS-ID TO
                       WS-M-ASSESS-ID (WS-MARK-COUNT)
                   MOVE WS-AD-MARK TO WS-M-MARK (WS-MARK-COUNT)
                   MOVE WS-AD-OUT-OF TO WS-M-OUT-OF (WS-MARK-COUNT)
                   MOVE WS-AD-WEIGHT TO WS-M-WEIGHT (WS-MARK-COUNT)
                   MOVE WS-AD-SCALED TO WS-M-SCALED (WS-MARK-COUNT)
               END-IF
           END-IF.

      *        One packet per teacher: the first still-pending
      *        assignment of a teacher opens the file, then every
      *        assignment of the same teacher id is printed into it
                      INTO WS-PRINT-LINE
                      WITH POINTER WS-STRING-PTR
           ELSE
      *        A student who has dropped the course or is exempted
      *        from it for the term is listed, but owes no grade and
      *        stays out of the statistics.
           IF WS-R-COURSES-LINE (WS-ROW-IDX) (WS-CELL-POS:4)
                   = "DISP"
               STRING "DISPENSE" DELIMITED BY SIZE
                      INTO WS-PRINT-LINE
                      WITH POINTER WS-STRING-PTR
           ELSE
               COMPUTE WS-STAT-CELL-GRADE = FUNCTION NUMVAL(
                   WS-R-COURSES-LINE (WS-ROW-IDX)
                       (WS-CELL-POS:5))
                   PERFORM 3250-ACCUMULATE-STAT-CELL
               END-IF
           END-IF
           END-IF
           WRITE PACKET-RECORD FROM WS-PRINT-LINE

           PERFORM VARYING WS-MARK-IDX FROM 1 BY 1
                   UNTIL WS-MARK-IDX > WS-MARK-COUNT
               IF WS-M-STUDENT-ID (WS-MARK-IDX) = WS-R-ID (WS-ROW-IDX)
                   AND WS-M-COURSE (WS-MARK-IDX) =
                       WS-ASG-COURSE (WS-ASG-SCAN)
                   PERFORM 3260-PRINT-ASSESSMENT-LINE
               END-IF
           END-PERFORM.

      *        The marks behind the roster line just printed, then
      *        the weighted result. The result is checked against
      *        the bulletin cell: a grade keyed in by hand after the
      *        roll-up, or a roll-up card GRADEUPDT turned down,
      *        shows up here rather than in front of the council.
       3260-PRINT-ASSESSMENT-LINE.
           MOVE SPACES TO WS-PRINT-LINE
           MOVE 1 TO WS-STRING-PTR
           IF WS-M-TYPE (WS-MARK-IDX) = "A"
               MOVE WS-M-MARK (WS-MARK-IDX) TO WS-MARK-DISPLAY
               MOVE WS-M-OUT-OF (WS-MARK-IDX) TO WS-OUT-OF-DISPLAY
               MOVE WS-M-WEIGHT (WS-MARK-IDX) TO WS-WEIGHT-DISPLAY
               MOVE WS-M-SCALED (WS-MARK-IDX) TO WS-GRADE-DISPLAY
               STRING "          EVALUATION " DELIMITED BY SIZE
                      WS-M-ASSESS-ID (WS-MARK-IDX) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-MARK-DISPLAY DELIMITED BY SIZE
                      " /" DELIMITED BY SIZE
                      WS-OUT-OF-DISPLAY DELIMITED BY SIZE
                      "  POIDS " DELIMITED BY SIZE
                      WS-WEIGHT-DISPLAY DELIMITED BY SIZE
                      "  SUR 20: " DELIMITED BY SIZE
                      WS-GRADE-DISPLAY DELIMITED BY SIZE
                      INTO WS-PRINT-LINE
                      WITH POINTER WS-STRING-PTR
           ELSE
               MOVE WS-M-WEIGHT (WS-MARK-IDX) TO WS-WEIGHT-DISPLAY
               MOVE WS-M-SCALED (WS-MARK-IDX) TO WS-GRADE-DISPLAY
               STRING "          MOYENNE PONDEREE " DELIMITED BY SIZE
                      WS-GRADE-DISPLAY DELIMITED BY SIZE
                      "  POIDS TOTAL " DELIMITED BY SIZE
                      WS-WEIGHT-DISPLAY DELIMITED BY SIZE
                      INTO WS-PRINT-LINE
                      WITH POINTER WS-STRING-PTR
               IF WS-R-COURSES-LINE (WS-ROW-IDX) (WS-CELL-POS:3)
                       = "ABS"
                   STRING "  *** NON REPORTEE AU BULLETIN"
                          DELIMITED BY SIZE
                          INTO WS-PRINT-LINE
                          WITH POINTER WS-STRING-PTR
               ELSE
               IF WS-R-COURSES-LINE (WS-ROW-IDX) (WS-CELL-POS:4)
                       NOT = "DISP"
                   AND WS-M-SCALED (WS-MARK-IDX) NOT =
                       WS-STAT-CELL-GRADE
                   STRING "  *** DIFFERENTE DE LA NOTE DU BULLETIN"
                          DELIMITED BY SIZE
                          INTO WS-PRINT-LINE
                          WITH POINTER WS-STRING-PTR
               END-IF
               END-IF
           END-IF
           WRITE PACKET-RECORD FROM WS-PRINT-LINE.

       3250-ACCUMULATE-STAT-CELL.
