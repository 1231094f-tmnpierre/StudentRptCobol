       01 CHECKPOINTIN-RECORD PIC X(260).

       FD HISTORYFILE.
       01 HISTORY-RECORD PIC X(472).

       FD AUDITRPTFILE.
       01 AUDITRPT-RECORD PIC X(132).
       01 SCHOOL-RECORD PIC X(200).

       FD HISTPRIOR.
       01 HISTPRIOR-RECORD PIC X(472).

       FD CHASEWORKFILE.
       01 CHASEWORK-RECORD PIC X(77).
           05 GRADE-COURSE-ID  PIC 9(4).
           05 GRADE-VALUE      PIC 99V99.

      *        Courses a student does not take this term: the DR
      *        (dropped) and EX (exempt) rows ROSTERUPDT files on
      *        ENROLMENT for the run's term, loaded once by 2120. A
      *        student with no row takes every course. Such a course
      *        prints DISP and stays out of the weighted average,
      *        the missing counts, the completeness percentage and
      *        the course statistics.
       01 ENROL-DETAILS.
           05 ENROL-STUDENT-ID PIC 9(4).
           05 ENROL-COURSE-ID  PIC 9(4).
       01 WS-MAX-ENROLS   PIC 9(4) VALUE 3000.
       01 WS-ENROL-COUNT  PIC 9(4) VALUE 0.
       01 WS-ENROL-IDX    PIC 9(4) VALUE 0.
       01 WS-ENROL-TABLE.
           05 WS-ENROL-ENTRY OCCURS 3000 TIMES.
               10 WS-ENR-ID     PIC 9(4).
               10 WS-ENR-COURSE PIC 9(4).
       01 WS-EXEMPT-TOTAL PIC 9(7) VALUE 0.

      *        Output mode BUL produces one formatted bulletin page
      *        per student for mailing to families, instead of the
      *        one-line-per-student class listing of mode RPT. Every
               10 WS-CS-BELOW10 PIC 9(5).
               10 WS-CS-DIST OCCURS 4 TIMES PIC 9(5).
               10 WS-CS-MISSING PIC 9(5).
               10 WS-CS-EXEMPT  PIC 9(5).
       01 WS-GRADE-HISTOGRAM.
           05 WS-HIST-COURSE OCCURS 20 TIMES.
               10 WS-HIST-BIN OCCURS 2001 TIMES PIC 9(5).
       01 WS-STAT-POS      PIC 9(4) VALUE 0.
       01 WS-COUNT-DISPLAY3 PIC ZZZZ9.

      *        COURSE-COEF is the coefficient in force for the run's
      *        term (2110), not the bare COURSE.COEF.
       01 COURSE-LIST.
           05 COURSE-INFO OCCURS 1 TO 20 TIMES
               DEPENDING ON WS-COURSE-COUNT.
      *        plus whether a row for that course was actually found -
      *        used both to recompute the weighted average (2300) and to
      *        tell a missing grade apart from a genuine 00.00 (2200).
      *        WS-SLOT-ENROLLED is "N" for a course the student does
      *        not take this term (2260).
       01 WS-STUDENT-GRADES.
           05 WS-GRADE-SLOT OCCURS 1 TO 20 TIMES
               DEPENDING ON WS-COURSE-COUNT.
               10 WS-SLOT-GRADE    PIC 99V99.
               10 WS-SLOT-PRESENT  PIC X VALUE "N".
               10 WS-SLOT-ENROLLED PIC X VALUE "Y".

       01 WS-COMPUTED-AVERAGE PIC 99V99 VALUE 0.
       01 WS-MISMATCH-FLAG    PIC X VALUE "N".
       01 WS-SUM-WEIGHTED     PIC 9(7)V99 VALUE 0.
       01 WS-SUM-COEF         PIC 9(5)V9  VALUE 0.
       01 WS-DATED-ROWS       PIC 9(5) VALUE 0.

      *        The student being printed, filled from the records
      *        RETURNed off SORTFILE in rank order. One record is
      *        ABSENT courses tolerated for a pass (count in the
      *        threshold digits), U = maximum unjustified half-days
      *        of real absence tolerated for a pass (count in the
      *        threshold digits, fed by ATTEND.DAT), S = the
      *        make-up session rule applied by MAKEUPRUN (second
      *        session pass mark in the threshold digits, the
      *        retention rule MEILLEURE or REMPLACE as label) - not
      *        used by this program. When the file is missing the
      *        compiled defaults below apply and the exceptions file
      *        says so. Decision per student: ADMIS when the average
      *        reaches the pass threshold with no more than the
      *        courses even when COURSE-LIST changes between terms.
      *        A restarted run re-appends rows it reprints -
      *        PROGRESSRPT keeps the last row per term and student.
      *        The row also carries the mention and decision as
      *        printed (jury flag included) so the record of a term
      *        no longer depends on the decisions file surviving.
      *        The session byte is blank on a row written here and
      *        R on the row MAKEUPRUN appends once the make-up
      *        session has been held - being later, that row is the
      *        one every last-row-wins reader keeps for the term.
       01 WS-HISTORY-STATUS PIC XX.
       01 WS-HISTORY-OPEN   PIC X VALUE "N".

       01 AUD-GRADE-VALUE    PIC S9(3)V99 VALUE 0.
       01 AUD-GRADE-DISPLAY  PIC +ZZ9.99.
       01 WS-COURSE-IDS-LINE PIC X(80) VALUE SPACES.
      *        Coefficients of the run, cell for cell with
      *        WS-COURSE-IDS-LINE: 4 unedited digits 9(3)V9 each.
       01 WS-COURSE-COEFS-LINE PIC X(80) VALUE SPACES.
       01 WS-COEF-CELL-X      PIC X(4).
       01 WS-COEF-CELL REDEFINES WS-COEF-CELL-X PIC 9(3)V9.
       01 WS-HISTORY-ROW.
           05 WS-H-RUN-ID       PIC X(10).
           05 WS-H-TERM         PIC X(6).
           05 WS-H-COURSE-COUNT PIC 9(3).
           05 WS-H-COURSE-IDS   PIC X(80).
           05 WS-H-COURSES-LINE PIC X(160).
           05 WS-H-MENTION      PIC X(20).
           05 WS-H-DECISION     PIC X(10).
           05 WS-H-JURY         PIC X.
           05 WS-H-SESSION      PIC X.
      *        Coefficients the run weighted with, cell for cell with
      *        WS-H-COURSE-IDS. Added at the end of the row so rows
      *        archived before it still read - they show blank cells.
           05 WS-H-COURSE-COEFS PIC X(80).

       EXEC SQL INCLUDE SQLCA END-EXEC.

           PERFORM 1080-OPEN-CHECKPOINT-FOR-APPEND

           PERFORM 2100-FETCH-COURSES
           PERFORM 2120-LOAD-ENROLMENT
           COMPUTE WS-COURSES-LEN = WS-COURSE-COUNT * 8
           PERFORM 2160-BUILD-COURSE-IDS-LINE
           PERFORM 1200-LOAD-APPRECIATIONS
                   WHEN "U"
                       COMPUTE WS-MAX-UNJUSTIFIED =
                           FUNCTION NUMVAL(WS-DP-THRESHOLD)
                   WHEN "S"
                       CONTINUE
                   WHEN OTHER
                       MOVE SPACES TO EXCEPTIONRECORD
                       STRING "PARAGRAPH=1092-STORE-DELIB-"
      *        rows restored from the checkpoint file: each present
      *        cell feeds the course's running sums and its
      *        histogram bin, each ABS cell feeds the missing count
      *        and a chase work record for the per-course lists, and
      *        a DISP cell only counts the course's exemptions.
       2080-ACCUMULATE-FROM-LINE.
           PERFORM VARYING WS-COURSE-IDX FROM 1 BY 1
                   UNTIL WS-COURSE-IDX > WS-COURSE-COUNT
                   MOVE FIRSTNAME     TO WS-CHW-FIRSTNAME
                   WRITE CHASEWORK-RECORD FROM WS-CHASEWORK-ROW
               ELSE
                   IF COURSES-LINE (WS-STAT-POS:4) = "DISP"
                       ADD 1 TO WS-CS-EXEMPT (WS-COURSE-IDX)
                   ELSE
                       COMPUTE WS-STAT-CELL-GRADE = FUNCTION NUMVAL(
                           COURSES-LINE (WS-STAT-POS:5))
      *        A grade beyond the 0-20 scale (possible when the data
      *        audit ran with action W and the run carried on) is
      *        left out of every statistic - it would index past the
      *        histogram and poison min/max and the distribution.
      *        The audit report is where such a grade is accounted
      *        for.
                       IF WS-STAT-CELL-GRADE > 20.00
                           CONTINUE
                       ELSE
                           PERFORM 2085-ACCUMULATE-STAT-CELL
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

           EXEC SQL
               CLOSE COURSE_CURSOR
           END-EXEC

           PERFORM 2110-FETCH-COEF-IN-FORCE
               VARYING WS-COURSE-IDX FROM 1 BY 1
               UNTIL WS-COURSE-IDX > WS-COURSE-COUNT.

      *        A CC card files a coefficient on COURSE_COEF from a
      *        given term onward (see ROSTERUPDT). The coefficient in
      *        force for the run's term is the one of the latest row
      *        at or before that term; a course with no such row
      *        keeps the COURSE.COEF it was created with. A reprint
      *        of an earlier term is thus weighted as it was printed.
       2110-FETCH-COEF-IN-FORCE.
           MOVE COURSE-INFO-ID (WS-COURSE-IDX) TO
               COURSE-ID OF COURSE-DETAILS
           MOVE 0 TO WS-DATED-ROWS
           EXEC SQL
               SELECT COUNT(*) INTO :WS-DATED-ROWS
                   FROM COURSE_COEF
                   WHERE COURSE_ID = :COURSE-ID
                     AND TERM <= :WS-PARM-TERM
           END-EXEC
           IF SQLCODE < 0
               MOVE "2110-FETCH-COEF-IN-FORCE" TO WS-LOG-PARAGRAPH
               PERFORM 9100-LOG-SQL-EXCEPTION
               MOVE "2110-FETCH-COEF-IN-FORCE: LOOKUP FAILED"
                   TO WS-ABEND-MESSAGE
               PERFORM 9900-ABEND-PROGRAM
           END-IF
           IF WS-DATED-ROWS > 0
               EXEC SQL
                   SELECT MAX(COEF) INTO :COEF-COURSE
                       FROM COURSE_COEF
                       WHERE COURSE_ID = :COURSE-ID
                         AND TERM =
                             (SELECT MAX(TERM) FROM COURSE_COEF
                                  WHERE COURSE_ID = :COURSE-ID
                                    AND TERM <= :WS-PARM-TERM)
               END-EXEC
               IF SQLCODE < 0
                   MOVE "2110-FETCH-COEF-IN-FORCE" TO
                       WS-LOG-PARAGRAPH
                   PERFORM 9100-LOG-SQL-EXCEPTION
                   MOVE "2110-FETCH-COEF-IN-FORCE: LOOKUP FAILED"
                       TO WS-ABEND-MESSAGE
                   PERFORM 9900-ABEND-PROGRAM
               END-IF
               MOVE COEF-COURSE TO COURSE-COEF (WS-COURSE-IDX)
           END-IF.

      *        Courses dropped (DR) or exempted (EX) for the run's
      *        term, one entry per student and course, in student
      *        order. Rows still at EN carry nothing a student with no
      *        row at all would not, so they are not loaded.
       2120-LOAD-ENROLMENT.
           MOVE 0 TO WS-ENROL-COUNT
           EXEC SQL
               DECLARE ENROL_CURSOR CURSOR FOR
               SELECT STUDENT_ID, COURSE_ID FROM ENROLMENT
                   WHERE TERM = :WS-PARM-TERM
                     AND STATUS <> 'EN'
                   ORDER BY STUDENT_ID, COURSE_ID
           END-EXEC
           EXEC SQL
               OPEN ENROL_CURSOR
           END-EXEC

           IF SQLCODE < 0
               MOVE "2120-LOAD-ENROLMENT" TO WS-LOG-PARAGRAPH
               PERFORM 9100-LOG-SQL-EXCEPTION
           END-IF

           PERFORM UNTIL SQLCODE = 100 OR SQLCODE < 0
               EXEC SQL FETCH ENROL_CURSOR INTO
                   :ENROL-STUDENT-ID, :ENROL-COURSE-ID
               END-EXEC
               IF SQLCODE = 0
                   IF WS-ENROL-COUNT >= WS-MAX-ENROLS
                       MOVE "2120-LOAD-ENROLMENT: MORE DR/EX ROWS "
                           & "THAN THE TABLE HOLDS, ABORTING"
                           TO WS-ABEND-MESSAGE
                       PERFORM 9900-ABEND-PROGRAM
                   END-IF
                   ADD 1 TO WS-ENROL-COUNT
                   MOVE ENROL-STUDENT-ID TO
                       WS-ENR-ID (WS-ENROL-COUNT)
                   MOVE ENROL-COURSE-ID TO
                       WS-ENR-COURSE (WS-ENROL-COUNT)
               ELSE
                   IF SQLCODE < 0
                       MOVE "2120-LOAD-ENROLMENT" TO
                           WS-LOG-PARAGRAPH
                       PERFORM 9100-LOG-SQL-EXCEPTION
                   END-IF
               END-IF
           END-PERFORM

           IF SQLCODE < 0
               MOVE "2120-LOAD-ENROLMENT: FETCH FAILED MID-BATCH, "
                   & "ABORTING" TO WS-ABEND-MESSAGE
               PERFORM 9900-ABEND-PROGRAM
           END-IF

           EXEC SQL
               CLOSE ENROL_CURSOR
           END-EXEC.

      *        Class selection: a literal class id from RUNPARM.DAT

       2160-BUILD-COURSE-IDS-LINE.
           MOVE SPACES TO WS-COURSE-IDS-LINE
           MOVE SPACES TO WS-COURSE-COEFS-LINE
           PERFORM VARYING WS-COURSE-IDX FROM 1 BY 1
                   UNTIL WS-COURSE-IDX > WS-COURSE-COUNT
               COMPUTE WS-COURSE-POS =
                   (WS-COURSE-IDX - 1) * 4 + 1
               MOVE COURSE-INFO-ID (WS-COURSE-IDX) TO
                   WS-COURSE-IDS-LINE (WS-COURSE-POS:4)
               MOVE COURSE-COEF (WS-COURSE-IDX) TO WS-COEF-CELL
               MOVE WS-COEF-CELL-X TO
                   WS-COURSE-COEFS-LINE (WS-COURSE-POS:4)
           END-PERFORM.

      *        Consume the ordered grade stream for the student in
                   UNTIL WS-COURSE-IDX > WS-COURSE-COUNT
               MOVE 0 TO WS-SLOT-GRADE (WS-COURSE-IDX)
               MOVE "N" TO WS-SLOT-PRESENT (WS-COURSE-IDX)
               MOVE "Y" TO WS-SLOT-ENROLLED (WS-COURSE-IDX)
           END-PERFORM

           MOVE "N" TO WS-STUDENT-GRADES-DONE
               END-IF
           END-PERFORM

           PERFORM 2260-MATCH-ENROLMENT
               VARYING WS-ENROL-IDX FROM 1 BY 1
               UNTIL WS-ENROL-IDX > WS-ENROL-COUNT
                  OR WS-ENR-ID (WS-ENROL-IDX) > STUDENT-ID

           MOVE SPACES TO COURSES-LINE
           MOVE 0 TO WS-ABSENT-COUNT
           PERFORM VARYING WS-COURSE-IDX FROM 1 BY 1
                       DELIMITED BY SIZE
                       INTO COURSES-LINE (WS-COURSE-POS:8)
               ELSE
                   IF WS-SLOT-ENROLLED (WS-COURSE-IDX) = "N"
                       MOVE "DISP" TO COURSES-LINE (WS-COURSE-POS:8)
                   ELSE
                       MOVE "ABS" TO COURSES-LINE (WS-COURSE-POS:8)
                       ADD 1 TO WS-ABSENT-COUNT
                   END-IF
               END-IF
           END-PERFORM.

               END-IF
           END-PERFORM.

      *        A course the student has dropped or is exempted from
      *        is no grade and no gap either. GRADEUPDT and CSVINTAKE
      *        refuse a grade for it, so a row found here predates
      *        the DR/EX card: it is left out and reported.
       2260-MATCH-ENROLMENT.
           IF WS-ENR-ID (WS-ENROL-IDX) = STUDENT-ID
               PERFORM VARYING WS-COURSE-IDX FROM 1 BY 1
                       UNTIL WS-COURSE-IDX > WS-COURSE-COUNT
                   IF WS-ENR-COURSE (WS-ENROL-IDX) =
                           COURSE-INFO-ID (WS-COURSE-IDX)
                       IF WS-SLOT-PRESENT (WS-COURSE-IDX) = "Y"
                           MOVE SPACES TO EXCEPTIONRECORD
                           STRING "PARAGRAPH=2260-MATCH-ENROLMENT "
                                  & "STUDENT=" DELIMITED BY SIZE
                                  STUDENT-ID DELIMITED BY SIZE
                                  " COURSE=" DELIMITED BY SIZE
                                  COURSE-INFO-ID (WS-COURSE-IDX)
                                      DELIMITED BY SIZE
                                  " NOT ENROLLED, GRADE IGNORED"
                                      DELIMITED BY SIZE
                               INTO EXCEPTIONRECORD
                           WRITE EXCEPTIONRECORD
                       END-IF
                       MOVE "N" TO WS-SLOT-PRESENT (WS-COURSE-IDX)
                       MOVE "N" TO WS-SLOT-ENROLLED (WS-COURSE-IDX)
                   END-IF
               END-PERFORM
           END-IF.

       2300-RECONCILE-TOTAL-GRADE.
           MOVE 0 TO WS-SUM-WEIGHTED
           MOVE 0 TO WS-SUM-COEF

           CLOSE CHASEWORKFILE

      *        A dropped or exempted course is no note expected.
           MOVE 0 TO WS-EXEMPT-TOTAL
           PERFORM VARYING WS-COURSE-IDX FROM 1 BY 1
                   UNTIL WS-COURSE-IDX > WS-COURSE-COUNT
               ADD WS-CS-EXEMPT (WS-COURSE-IDX) TO WS-EXEMPT-TOTAL
           END-PERFORM

           PERFORM 4000-GENERATE-CLASS-AVERAGE
           PERFORM 4100-GENERATE-COURSE-STATISTICS
           PERFORM 5000-GENERATE-COURSE-DETAILS
           ADD WS-STUDENT-COUNTER TO WS-RUN-STUDENT-COUNT
           COMPUTE WS-RUN-NOTES-COUNT = WS-RUN-NOTES-COUNT +
               (WS-STUDENT-COUNTER * WS-COURSE-COUNT)
               - WS-EXEMPT-TOTAL

           CLOSE REPORTFILE
           MOVE "N" TO WS-REPORT-OPEN
           MOVE WS-COURSE-COUNT                TO WS-H-COURSE-COUNT
           MOVE WS-COURSE-IDS-LINE             TO WS-H-COURSE-IDS
           MOVE WS-S-COURSES-LINE TO WS-H-COURSES-LINE
           MOVE WS-S-MENTION      TO WS-H-MENTION
           MOVE WS-S-DECISION     TO WS-H-DECISION
           MOVE WS-S-JURY         TO WS-H-JURY
           MOVE SPACE             TO WS-H-SESSION
           MOVE WS-COURSE-COEFS-LINE           TO WS-H-COURSE-COEFS
           WRITE HISTORY-RECORD FROM WS-HISTORY-ROW
           IF WS-HISTORY-STATUS NOT = "00"
               MOVE SPACES TO EXCEPTIONRECORD
      *        The per-course cells of WS-S-COURSES-LINE are 8 bytes
      *        wide: an edited Z9.99 grade for a present grade, the
      *        marker "ABS" when 2200 found no GRADE row - the latter
      *        is spelled out as ABSENT on the family bulletin - or
      *        "DISP" for a course the student does not take this
      *        term, spelled out as DISPENSE.
       3310-GENERATE-BUL-COURSE-LINE.
           COMPUTE WS-COURSE-POS =
               (WS-COURSE-IDX - 1) * 8 + 1
           IF WS-S-COURSES-LINE
                   (WS-COURSE-POS:3) = "ABS"
               MOVE "ABSENT" TO STUDENT-REPORT-LINE (48:6)
           ELSE
           IF WS-S-COURSES-LINE
                   (WS-COURSE-POS:4) = "DISP"
               MOVE "DISPENSE" TO STUDENT-REPORT-LINE (48:8)
           ELSE
               MOVE WS-S-COURSES-LINE
                   (WS-COURSE-POS:5) TO
                   STUDENT-REPORT-LINE (48:5)
           END-IF
           END-IF
           MOVE COURSE-AVERAGE (WS-COURSE-IDX) TO WS-GRADE-DISPLAY
           MOVE WS-GRADE-DISPLAY TO STUDENT-REPORT-LINE (62:5)
           PERFORM 3320-WRITE-BUL-LINE
      *        The teacher's appreciation goes right under its
      *        course line; a missing one is flagged on the page
      *        and in the exceptions log so the head teacher can
      *        chase it before the mailing deadline. No teacher
      *        writes one for a course the student does not take.
           MOVE COURSE-INFO-ID (WS-COURSE-IDX) TO WS-APPREC-COURSE
           PERFORM 3330-FIND-APPRECIATION
           MOVE SPACES TO STUDENT-REPORT-LINE
               MOVE WS-APT-TEXT (WS-APPREC-FOUND) (1:46) TO
                   STUDENT-REPORT-LINE (19:46)
               MOVE "Y" TO WS-APT-USED (WS-APPREC-FOUND)
           ELSE
           IF WS-S-COURSES-LINE
                   (WS-COURSE-POS:4) = "DISP"
               CONTINUE
           ELSE
               MOVE "APPRECIATION MANQUANTE ***" TO
                   STUDENT-REPORT-LINE (5:26)
                   INTO EXCEPTIONRECORD
               WRITE EXCEPTIONRECORD
           END-IF
           END-IF
           PERFORM 3320-WRITE-BUL-LINE.

       3330-FIND-APPRECIATION.
       5000-GENERATE-COURSE-DETAILS.
           COMPUTE WS-NOTES-COUNT =
               WS-STUDENT-COUNTER * WS-COURSE-COUNT
               - WS-EXEMPT-TOTAL

           IF WS-OUTPUT-MODE (1:3) = "CSV"
               PERFORM 5020-GENERATE-CSV-COURSE-DETAILS

           COMPUTE WS-CHASE-SLOTS =
               WS-STUDENT-COUNTER * WS-COURSE-COUNT
               - WS-EXEMPT-TOTAL
           IF WS-CHASE-SLOTS > 0
               COMPUTE WS-COMPLETE-PCT =
                   ((WS-CHASE-SLOTS - WS-MISS-TOTAL) * 100)
