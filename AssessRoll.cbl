       IDENTIFICATION DIVISION.
       PROGRAM-ID. ASSESSROLL.

      *        Term grade roll-up. Reads every ASSESSMENT row of the
      *        term named on RUNPARM.DAT (all classes), brings each
      *        mark to the 0-20 scale (MARK / OUT_OF x 20) and works
      *        out the weighted term grade per student and course:
      *        the sum of scaled mark x weight over the sum of the
      *        weights, rounded to the hundredth. The result is not
      *        written to GRADE here: the run appends an A card (no
      *        GRADE row yet) or a C card (the row holds another
      *        value) to GRADETRAN.DAT, signed ROLLUP, and GRADEUPDT
      *        applies them through its usual validate / audit
      *        cycle, the way PROMORUN hands its cards to ROSTERUPDT.
      *        Groups are left alone, and listed on the report, when
      *        the student is not enrolled in the course, when the
      *        class term is closed, or when the same card is already
      *        waiting on GRADETRAN.DAT. A reopened term gets its
      *        cards stamped with the reopening reference.
      *        Every mark and every computed grade also goes to
      *        assessdet_<term>.dat, the breakdown TEACHRPT prints
      *        under each term grade of the teacher's packet.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUNPARMFILE ASSIGN TO "RUNPARM.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RUNPARM-STATUS.

           SELECT TERMSTATFILE ASSIGN TO "TERMSTAT.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TERMSTAT-STATUS.

           SELECT HISTORYFILE ASSIGN TO "HISTORY.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-HISTORY-STATUS.

           SELECT REPORTFILE ASSIGN TO WS-REPORT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REPORT-STATUS.

           SELECT DETAILFILE ASSIGN TO WS-DETAIL-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DETAIL-STATUS.

      *        Reader and writer on the same GRADETRAN.DAT, like
      *        PROMORUN's TRANIN/TRANFILE - the reader is closed
      *        before the writer opens EXTEND.
           SELECT TRANIN ASSIGN TO "GRADETRAN.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TRANIN-STATUS.

           SELECT TRANFILE ASSIGN TO "GRADETRAN.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TRAN-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD RUNPARMFILE.
       01 RUNPARM-RECORD PIC X(120).

       FD TERMSTATFILE.
       01 TERMSTAT-RECORD PIC X(120).

       FD HISTORYFILE.
       01 HISTORY-RECORD PIC X(472).

       FD REPORTFILE.
       01 REPORT-RECORD PIC X(132).

       FD DETAILFILE.
       01 DETAIL-RECORD PIC X(40).

       FD TRANIN.
       01 TRANIN-RECORD PIC X(40).

       FD TRANFILE.
       01 TRAN-RECORD PIC X(40).

       WORKING-STORAGE SECTION.

       01 DB-CONNECTIONINFO.
           05 DB-USERNAME PIC X(30).
           05 DB-PASSWORD PIC X(10).
           05 DB-NAME     PIC X(30).

      *        Mirror of the RUNPARM.DAT record GRADESREPORT reads in
      *        its 1050-READ-RUN-PARAMETERS - keep in step with
      *        WS-RUN-PARAMETERS over there. The connection fields,
      *        the run id and the term are used here.
       01 WS-RUN-PARAMETERS.
           05 WS-PARM-USERNAME    PIC X(30).
           05 WS-PARM-PASSWORD    PIC X(10).
           05 WS-PARM-DBNAME      PIC X(30).
           05 WS-PARM-RUNID       PIC X(10).
           05 WS-PARM-OUTPUT-MODE PIC X(4).
           05 WS-PARM-RESTART     PIC X(1).
           05 WS-PARM-CLASS       PIC X(8).
           05 WS-PARM-TERM        PIC X(6).
           05 WS-PARM-AUDIT-ACTION PIC X(1).
           05 WS-PARM-COMPLETE-PCT PIC X(3).
           05 WS-PARM-PRIOR-TERM  PIC X(6).

       01 WS-RUN-ID             PIC X(10) VALUE SPACES.
       01 WS-REPORT-FILENAME    PIC X(60) VALUE SPACES.
       01 WS-DETAIL-FILENAME    PIC X(60) VALUE SPACES.
       01 WS-RUNPARM-STATUS     PIC XX.
       01 WS-TERMSTAT-STATUS    PIC XX.
       01 WS-HISTORY-STATUS     PIC XX.
       01 WS-REPORT-STATUS      PIC XX.
       01 WS-DETAIL-STATUS      PIC XX.
       01 WS-TRANIN-STATUS      PIC XX.
       01 WS-TRAN-STATUS        PIC XX.
       01 WS-FILES-OPEN         PIC X VALUE "N".
       01 WS-ASSESS-EOF         PIC X VALUE "N".
       01 WS-ABEND-MESSAGE      PIC X(80) VALUE SPACES.
       01 WS-LOG-PARAGRAPH      PIC X(30) VALUE SPACES.
       01 WS-SQLCODE-DISPLAY    PIC -999999.

      *        Card layout of GRADEUPDT's WS-TRAN-FIELDS - keep in
      *        step with it.
       01 WS-TRAN-FIELDS.
           05 WS-TRAN-ACTION     PIC X(1).
           05 WS-TRAN-STUDENT-ID PIC X(4).
           05 WS-TRAN-COURSE-ID  PIC X(4).
           05 WS-TRAN-TERM       PIC X(6).
           05 WS-TRAN-GRADE      PIC X(4).
           05 WS-TRAN-USER       PIC X(8).
           05 WS-TRAN-REFERENCE  PIC X(10).

      *        Cards of the term already waiting on GRADETRAN.DAT, so
      *        that a second roll-up before GRADEUPDT has run does
      *        not queue the same card twice, and queues a C rather
      *        than a second A when the term grade has moved since.
       01 WS-MAX-PENDING   PIC 9(4) VALUE 3000.
       01 WS-PEND-COUNT    PIC 9(4) VALUE 0.
       01 WS-PEND-IDX      PIC 9(4) VALUE 0.
       01 WS-PEND-SLOT     PIC 9(4) VALUE 0.
       01 WS-PENDING-TABLE.
           05 WS-PENDING-ENTRY OCCURS 3000 TIMES.
               10 WS-PD-ACTION     PIC X(1).
               10 WS-PD-STUDENT-ID PIC X(4).
               10 WS-PD-COURSE-ID  PIC X(4).
               10 WS-PD-GRADE      PIC X(4).

      *        Mirror of the TERMSTAT.DAT record TERMCTL writes -
      *        keep in step with WS-TERMSTAT-ROW over there.
       01 WS-TERMSTAT-ROW.
           05 WS-TS-CLASS     PIC X(8).
           05 WS-TS-TERM      PIC X(6).
           05 WS-TS-STATUS    PIC X(8).
           05 WS-TS-TIMESTAMP PIC X(14).
           05 WS-TS-USER      PIC X(8).
           05 WS-TS-REFERENCE PIC X(10).
           05 WS-TS-RUNID     PIC X(10).
           05 WS-TS-REASON    PIC X(40).

      *        Current status per class and term, newest record
      *        wins - same table as GRADEUPDT's.
       01 WS-MAX-STATES  PIC 9(4) VALUE 500.
       01 WS-STATE-COUNT PIC 9(4) VALUE 0.
       01 WS-STATE-IDX   PIC 9(4) VALUE 0.
       01 WS-STATE-SLOT  PIC 9(4) VALUE 0.
       01 WS-STATE-TABLE.
           05 WS-STATE-ENTRY OCCURS 500 TIMES.
               10 WS-ST-CLASS     PIC X(8).
               10 WS-ST-TERM      PIC X(6).
               10 WS-ST-STATUS    PIC X(8).
               10 WS-ST-REFERENCE PIC X(10).
       01 WS-TERM-STATE  PIC X(8) VALUE SPACES.
       01 WS-TERM-REFERENCE PIC X(10) VALUE SPACES.

      *        Mirror of the HISTORY.DAT row written by GRADESREPORT
      *        - keep in step with WS-HISTORY-ROW over there.
       01 WS-HISTORY-ROW.
           05 WS-H-RUN-ID       PIC X(10).
           05 WS-H-TERM         PIC X(6).
           05 WS-H-CLASS        PIC X(8).
           05 WS-H-ID           PIC 9(4).
           05 WS-H-LASTNAME     PIC X(35).
           05 WS-H-FIRSTNAME    PIC X(35).
           05 WS-H-TOTAL-GRADE  PIC 99V99.
           05 WS-H-COMPUTED-AVG PIC 99V99.
           05 WS-H-MISMATCH     PIC X.
           05 WS-H-RANK         PIC 9(5).
           05 WS-H-CLASS-SIZE   PIC 9(5).
           05 WS-H-COURSE-COUNT PIC 9(3).
           05 WS-H-COURSE-IDS   PIC X(80).
           05 WS-H-COURSES-LINE PIC X(160).
           05 WS-H-MENTION      PIC X(20).
           05 WS-H-DECISION     PIC X(10).
           05 WS-H-JURY         PIC X.
           05 WS-H-SESSION      PIC X.
           05 WS-H-COURSE-COEFS PIC X(80).

      *        Class each student was archived under per term on
      *        HISTORY.DAT, for the terms that have a status on
      *        TERMSTAT.DAT only - the rule AUDITRPT uses to place a
      *        change in its class. A term is frozen for the class
      *        it was spent in, wherever the student sits now. One
      *        entry per student and term: a later row overwrites the
      *        class, so the last one wins (every GRADESREPORT run, a
      *        restart or a make-up session repeats the row).
      *        2255-FIND-TERM-CLASS answers in WS-TERM-CLASS, spaces
      *        when the term was not archived for the student.
       01 WS-MAX-TERM-CLASSES PIC 9(5) VALUE 20000.
       01 WS-TC-COUNT         PIC 9(5) VALUE 0.
       01 WS-TC-IDX           PIC 9(5) VALUE 0.
       01 WS-TC-SLOT          PIC 9(5) VALUE 0.
       01 WS-TERM-CLASS-TABLE.
           05 WS-TC-ENTRY OCCURS 20000 TIMES.
               10 WS-TC-STUDENT PIC 9(4).
               10 WS-TC-TERM    PIC X(6).
               10 WS-TC-CLASS   PIC X(8).
       01 WS-TC-TERM-FOUND    PIC X VALUE "N".
       01 WS-FIND-STUDENT     PIC 9(4) VALUE 0.
       01 WS-FIND-TERM        PIC X(6) VALUE SPACES.
       01 WS-TERM-CLASS       PIC X(8) VALUE SPACES.

       01 ASSESS-DETAILS.
           05 ASSESS-STUDENT-ID PIC 9(4).
           05 ASSESS-COURSE-ID  PIC 9(4).
           05 ASSESS-ID         PIC X(6).
           05 ASSESS-MARK       PIC 9(3)V99.
           05 ASSESS-OUT-OF     PIC 9(3).
           05 ASSESS-WEIGHT     PIC 9(2)V9.
           05 ASSESS-CLASS      PIC X(8).

      *        The student and course being summed up. The group is
      *        closed off when the cursor moves to another pair and
      *        once more after the last row.
       01 WS-GROUP-STUDENT-ID PIC 9(4) VALUE 0.
       01 WS-GROUP-COURSE-ID  PIC 9(4) VALUE 0.
       01 WS-GROUP-CLASS      PIC X(8) VALUE SPACES.
       01 WS-GROUP-OPEN       PIC X VALUE "N".
       01 WS-GROUP-MARKS      PIC 9(3) VALUE 0.
       01 WS-WEIGHTED-SUM     PIC 9(7)V9(4) VALUE 0.
       01 WS-WEIGHT-SUM       PIC 9(4)V9 VALUE 0.
       01 WS-SCALED-MARK      PIC 99V99 VALUE 0.
       01 WS-TERM-GRADE       PIC 99V99 VALUE 0.
       01 WS-GRADE-CARD       PIC 9(4) VALUE 0.

       01 GRADE-DETAILS.
           05 GRADE-STUDENT-ID PIC 9(4).
           05 GRADE-COURSE-ID  PIC 9(4).
           05 GRADE-TERM       PIC X(6).
           05 GRADE-VALUE      PIC 99V99.
       01 WS-GRADE-EXISTS   PIC 9(5) VALUE 0.
       01 WS-NOT-ENROLLED   PIC 9(5) VALUE 0.

      *        Outcome of one group: the action of the card written,
      *        or why none was.
       01 WS-CARD-ACTION    PIC X(1) VALUE SPACE.
       01 WS-GROUP-OUTCOME  PIC X(20) VALUE SPACES.

      *        Breakdown record, one A row per mark followed by one T
      *        row per student and course. On the T row WEIGHT is the
      *        total weight and SCALED the term grade; MARK and
      *        OUT-OF are zero. Read back by TEACHRPT - keep in step
      *        with WS-ASSESSDET-ROW over there.
       01 WS-DETAIL-ROW.
           05 WS-AD-TYPE        PIC X(1).
           05 WS-AD-TERM        PIC X(6).
           05 WS-AD-STUDENT-ID  PIC 9(4).
           05 WS-AD-COURSE-ID   PIC 9(4).
           05 WS-AD-ASSESS-ID   PIC X(6).
           05 WS-AD-MARK        PIC 9(3)V99.
           05 WS-AD-OUT-OF      PIC 9(3).
           05 WS-AD-WEIGHT      PIC 9(3)V9.
           05 WS-AD-SCALED      PIC 9(2)V99.
           05 FILLER            PIC X(3) VALUE SPACES.

       01 WS-PRINT-LINE     PIC X(132).
       01 WS-STRING-PTR     PIC 9(4) VALUE 1.
       01 WS-RULE-LINE      PIC X(100) VALUE ALL "=".
       01 WS-DASH-LINE      PIC X(100) VALUE ALL "-".
       01 WS-ID-DISPLAY     PIC 9(4).
       01 WS-GRADE-DISPLAY  PIC Z9.99.
       01 WS-WEIGHT-DISPLAY PIC ZZZ9.9.
       01 WS-COUNT-DISPLAY  PIC ZZZZ9.

       01 WS-MARK-COUNT     PIC 9(6) VALUE 0.
       01 WS-GROUP-COUNT    PIC 9(6) VALUE 0.
       01 WS-CARD-COUNT     PIC 9(6) VALUE 0.
       01 WS-SAME-COUNT     PIC 9(6) VALUE 0.
       01 WS-PENDING-SKIPPED PIC 9(6) VALUE 0.
       01 WS-LEFT-COUNT     PIC 9(6) VALUE 0.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1050-READ-RUN-PARAMETERS
           PERFORM 1060-BUILD-RUNTIME-FILENAMES
           PERFORM 1080-LOAD-TERM-STATUS
           PERFORM 1090-LOAD-TERM-CLASSES
           PERFORM 1200-LOAD-PENDING-CARDS

           PERFORM 1100-OPEN-OUTPUT-FILES
           PERFORM 3050-WRITE-REPORT-HEADER

           PERFORM 1000-CONNECT-TO-DB
           PERFORM 2000-ROLL-UP-ASSESSMENTS
           PERFORM 9000-CLOSE-DB

           PERFORM 3500-WRITE-REPORT-TOTALS
           CLOSE REPORTFILE
           CLOSE DETAILFILE
           CLOSE TRANFILE

           DISPLAY "ASSESSROLL: NOTES=" WS-MARK-COUNT
                   " MOYENNES=" WS-GROUP-COUNT
                   " CARTES ECRITES=" WS-CARD-COUNT
                   " INCHANGEES=" WS-SAME-COUNT
                   " DEJA PRESENTES=" WS-PENDING-SKIPPED
                   " ECARTEES=" WS-LEFT-COUNT
                   UPON CONSOLE
           STOP RUN.

       1050-READ-RUN-PARAMETERS.
           OPEN INPUT RUNPARMFILE
           IF WS-RUNPARM-STATUS NOT = "00"
               MOVE "1050-READ-RUN-PARAMETERS: CANNOT OPEN "
                   & "RUNPARM.DAT" TO WS-ABEND-MESSAGE
               PERFORM 9900-ABEND-PROGRAM
           END-IF

           READ RUNPARMFILE INTO WS-RUN-PARAMETERS
               AT END
                   MOVE "1050-READ-RUN-PARAMETERS: RUNPARM.DAT "
                       & "HAS NO PARAMETER RECORD"
                       TO WS-ABEND-MESSAGE
                   PERFORM 9900-ABEND-PROGRAM
           END-READ

           CLOSE RUNPARMFILE

           IF WS-PARM-TERM = SPACES
               MOVE "1050-READ-RUN-PARAMETERS: NO TERM ON "
                   & "RUNPARM.DAT" TO WS-ABEND-MESSAGE
               PERFORM 9900-ABEND-PROGRAM
           END-IF

           MOVE WS-PARM-USERNAME TO DB-USERNAME
           MOVE WS-PARM-PASSWORD TO DB-PASSWORD
           MOVE WS-PARM-DBNAME   TO DB-NAME
           MOVE WS-PARM-RUNID    TO WS-RUN-ID.

       1060-BUILD-RUNTIME-FILENAMES.
           MOVE SPACES TO WS-REPORT-FILENAME
           STRING "rollup_" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-RUN-ID) DELIMITED BY SIZE
                  ".rpt" DELIMITED BY SIZE
                  INTO WS-REPORT-FILENAME
      *        Named after the term, not the run: the packet run
      *        that prints the breakdown only knows the term.
           MOVE SPACES TO WS-DETAIL-FILENAME
           STRING "assessdet_" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-PARM-TERM) DELIMITED BY SIZE
                  ".dat" DELIMITED BY SIZE
                  INTO WS-DETAIL-FILENAME.

      *        An absent TERMSTAT.DAT means no term was ever closed.
       1080-LOAD-TERM-STATUS.
           OPEN INPUT TERMSTATFILE
           IF WS-TERMSTAT-STATUS = "00"
               PERFORM UNTIL WS-TERMSTAT-STATUS NOT = "00"
                   READ TERMSTATFILE INTO WS-TERMSTAT-ROW
                       AT END MOVE "10" TO WS-TERMSTAT-STATUS
                   END-READ
                   IF WS-TERMSTAT-STATUS = "00"
                       PERFORM 1085-STORE-TERM-STATUS
                   END-IF
               END-PERFORM
               CLOSE TERMSTATFILE
           END-IF.

       1085-STORE-TERM-STATUS.
           MOVE 0 TO WS-STATE-SLOT
           PERFORM VARYING WS-STATE-IDX FROM 1 BY 1
                   UNTIL WS-STATE-IDX > WS-STATE-COUNT
               IF WS-ST-CLASS (WS-STATE-IDX) = WS-TS-CLASS
                   AND WS-ST-TERM (WS-STATE-IDX) = WS-TS-TERM
                   MOVE WS-STATE-IDX TO WS-STATE-SLOT
               END-IF
           END-PERFORM
           IF WS-STATE-SLOT = 0
               IF WS-STATE-COUNT < WS-MAX-STATES
                   ADD 1 TO WS-STATE-COUNT
                   MOVE WS-STATE-COUNT TO WS-STATE-SLOT
               ELSE
                   MOVE "1085-STORE-TERM-STATUS: TERM STATUS TABLE "
                       & "FULL" TO WS-ABEND-MESSAGE
                   PERFORM 9900-ABEND-PROGRAM
               END-IF
           END-IF
           MOVE WS-TS-CLASS TO WS-ST-CLASS (WS-STATE-SLOT)
           MOVE WS-TS-TERM TO WS-ST-TERM (WS-STATE-SLOT)
           MOVE WS-TS-STATUS TO WS-ST-STATUS (WS-STATE-SLOT)
           MOVE WS-TS-REFERENCE TO WS-ST-REFERENCE (WS-STATE-SLOT).

      *        An absent HISTORY.DAT means no term was ever archived:
      *        every closure is then judged on the current class.
       1090-LOAD-TERM-CLASSES.
           OPEN INPUT HISTORYFILE
           IF WS-HISTORY-STATUS = "00"
               PERFORM UNTIL WS-HISTORY-STATUS NOT = "00"
                   READ HISTORYFILE INTO WS-HISTORY-ROW
                       AT END MOVE "10" TO WS-HISTORY-STATUS
                   END-READ
                   IF WS-HISTORY-STATUS = "00"
                       AND WS-H-ID NUMERIC
                       PERFORM 1095-STORE-TERM-CLASS
                   END-IF
               END-PERFORM
               CLOSE HISTORYFILE
           END-IF.

      *        A full table would let a moved student through the
      *        freeze, so the run stops instead.
       1095-STORE-TERM-CLASS.
           MOVE "N" TO WS-TC-TERM-FOUND
           PERFORM VARYING WS-STATE-IDX FROM 1 BY 1
                   UNTIL WS-STATE-IDX > WS-STATE-COUNT
               IF WS-ST-TERM (WS-STATE-IDX) = WS-H-TERM
                   MOVE "Y" TO WS-TC-TERM-FOUND
               END-IF
           END-PERFORM
           IF WS-TC-TERM-FOUND = "Y"
               MOVE 0 TO WS-TC-SLOT
               PERFORM VARYING WS-TC-IDX FROM 1 BY 1
                       UNTIL WS-TC-IDX > WS-TC-COUNT
                          OR WS-TC-SLOT > 0
                   IF WS-TC-STUDENT (WS-TC-IDX) = WS-H-ID
                       AND WS-TC-TERM (WS-TC-IDX) = WS-H-TERM
                       MOVE WS-TC-IDX TO WS-TC-SLOT
                   END-IF
               END-PERFORM
               IF WS-TC-SLOT = 0
                   IF WS-TC-COUNT >= WS-MAX-TERM-CLASSES
                       MOVE "1095-STORE-TERM-CLASS: TERM CLASS TABLE "
                           & "FULL" TO WS-ABEND-MESSAGE
                       PERFORM 9900-ABEND-PROGRAM
                   END-IF
                   ADD 1 TO WS-TC-COUNT
                   MOVE WS-TC-COUNT TO WS-TC-SLOT
                   MOVE WS-H-ID TO WS-TC-STUDENT (WS-TC-SLOT)
                   MOVE WS-H-TERM TO WS-TC-TERM (WS-TC-SLOT)
               END-IF
               MOVE WS-H-CLASS TO WS-TC-CLASS (WS-TC-SLOT)
           END-IF.

      *        The writer only opens once the reader is closed.
       1100-OPEN-OUTPUT-FILES.
           OPEN OUTPUT REPORTFILE
           IF WS-REPORT-STATUS NOT = "00"
               MOVE "1100-OPEN-OUTPUT-FILES: CANNOT OPEN THE "
                   & "ROLL-UP REPORT" TO WS-ABEND-MESSAGE
               PERFORM 9900-ABEND-PROGRAM
           END-IF
           OPEN OUTPUT DETAILFILE
           IF WS-DETAIL-STATUS NOT = "00"
               MOVE "1100-OPEN-OUTPUT-FILES: CANNOT OPEN THE "
                   & "ASSESSMENT BREAKDOWN FILE" TO WS-ABEND-MESSAGE
               PERFORM 9900-ABEND-PROGRAM
           END-IF
           OPEN EXTEND TRANFILE
           IF WS-TRAN-STATUS = "35"
               OPEN OUTPUT TRANFILE
           END-IF
           IF WS-TRAN-STATUS NOT = "00"
               MOVE "1100-OPEN-OUTPUT-FILES: CANNOT OPEN "
                   & "GRADETRAN.DAT" TO WS-ABEND-MESSAGE
               PERFORM 9900-ABEND-PROGRAM
           END-IF
           MOVE "Y" TO WS-FILES-OPEN.

       1200-LOAD-PENDING-CARDS.
           OPEN INPUT TRANIN
           IF WS-TRANIN-STATUS = "00"
               PERFORM UNTIL WS-TRANIN-STATUS NOT = "00"
                   READ TRANIN INTO WS-TRAN-FIELDS
                       AT END MOVE "10" TO WS-TRANIN-STATUS
                   END-READ
                   IF WS-TRANIN-STATUS = "00"
                       AND WS-TRAN-TERM = WS-PARM-TERM
                       AND (WS-TRAN-ACTION = "A"
                           OR WS-TRAN-ACTION = "C")
                       PERFORM 1210-STORE-PENDING-CARD
                   END-IF
               END-PERFORM
               CLOSE TRANIN
           END-IF.

       1210-STORE-PENDING-CARD.
           IF WS-PEND-COUNT >= WS-MAX-PENDING
               MOVE "1210-STORE-PENDING-CARD: PENDING CARD TABLE "
                   & "FULL" TO WS-ABEND-MESSAGE
               PERFORM 9900-ABEND-PROGRAM
           END-IF
           ADD 1 TO WS-PEND-COUNT
           MOVE WS-TRAN-ACTION TO WS-PD-ACTION (WS-PEND-COUNT)
           MOVE WS-TRAN-STUDENT-ID TO WS-PD-STUDENT-ID (WS-PEND-COUNT)
           MOVE WS-TRAN-COURSE-ID TO WS-PD-COURSE-ID (WS-PEND-COUNT)
           MOVE WS-TRAN-GRADE TO WS-PD-GRADE (WS-PEND-COUNT).

       1000-CONNECT-TO-DB.
           EXEC SQL
               CONNECT :DB-USERNAME IDENTIFIED BY :DB-PASSWORD
               USING :DB-NAME
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE "1000-CONNECT-TO-DB" TO WS-LOG-PARAGRAPH
               PERFORM 9100-LOG-SQL-EXCEPTION
               MOVE "1000-CONNECT-TO-DB: UNABLE TO CONNECT TO "
                   & "THE DATABASE" TO WS-ABEND-MESSAGE
               PERFORM 9900-ABEND-PROGRAM
           END-IF.

      *        One pass over the term's marks in student, course,
      *        assessment order. The lookups 2100 runs on a group
      *        break overwrite SQLCODE, so the loop runs on its own
      *        end-of-cursor flag.
       2000-ROLL-UP-ASSESSMENTS.
           EXEC SQL
               DECLARE ASSESS_CURSOR CURSOR FOR
               SELECT A.STUDENT_ID, A.COURSE_ID, A.ASSESS_ID,
                      A.MARK, A.OUT_OF, A.WEIGHT, S.CLASS_ID
                   FROM ASSESSMENT A, STUDENT S
                   WHERE S.ID = A.STUDENT_ID
                     AND A.TERM = :WS-PARM-TERM
                   ORDER BY A.STUDENT_ID, A.COURSE_ID, A.ASSESS_ID
           END-EXEC
           EXEC SQL
               OPEN ASSESS_CURSOR
           END-EXEC
           IF SQLCODE < 0
               MOVE "2000-ROLL-UP-ASSESSMENTS" TO WS-LOG-PARAGRAPH
               PERFORM 9100-LOG-SQL-EXCEPTION
               MOVE "2000-ROLL-UP-ASSESSMENTS: CANNOT OPEN THE "
                   & "ASSESSMENT CURSOR" TO WS-ABEND-MESSAGE
               PERFORM 9900-ABEND-PROGRAM
           END-IF

           PERFORM UNTIL WS-ASSESS-EOF = "Y"
               EXEC SQL FETCH ASSESS_CURSOR INTO
                   :ASSESS-STUDENT-ID, :ASSESS-COURSE-ID,
                   :ASSESS-ID, :ASSESS-MARK, :ASSESS-OUT-OF,
                   :ASSESS-WEIGHT, :ASSESS-CLASS
               END-EXEC
               IF SQLCODE = 0
                   PERFORM 2050-TAKE-ONE-MARK
               ELSE
                   IF SQLCODE = 100
                       MOVE "Y" TO WS-ASSESS-EOF
                   ELSE
                       MOVE "2000-ROLL-UP-ASSESSMENTS" TO
                           WS-LOG-PARAGRAPH
                       PERFORM 9100-LOG-SQL-EXCEPTION
                       MOVE "2000-ROLL-UP-ASSESSMENTS: FETCH FAILED "
                           & "MID-BATCH, ABORTING" TO WS-ABEND-MESSAGE
                       PERFORM 9900-ABEND-PROGRAM
                   END-IF
               END-IF
           END-PERFORM

           IF WS-GROUP-OPEN = "Y"
               PERFORM 2100-CLOSE-GROUP
           END-IF

           EXEC SQL
               CLOSE ASSESS_CURSOR
           END-EXEC.

       2050-TAKE-ONE-MARK.
           IF WS-GROUP-OPEN = "Y"
               AND (ASSESS-STUDENT-ID NOT = WS-GROUP-STUDENT-ID
                   OR ASSESS-COURSE-ID NOT = WS-GROUP-COURSE-ID)
               PERFORM 2100-CLOSE-GROUP
           END-IF
           IF WS-GROUP-OPEN NOT = "Y"
               MOVE ASSESS-STUDENT-ID TO WS-GROUP-STUDENT-ID
               MOVE ASSESS-COURSE-ID TO WS-GROUP-COURSE-ID
               MOVE ASSESS-CLASS TO WS-GROUP-CLASS
               MOVE 0 TO WS-GROUP-MARKS
               MOVE 0 TO WS-WEIGHTED-SUM
               MOVE 0 TO WS-WEIGHT-SUM
               MOVE "Y" TO WS-GROUP-OPEN
           END-IF

           ADD 1 TO WS-MARK-COUNT
           ADD 1 TO WS-GROUP-MARKS
      *        ASSESSUPDT refuses a zero scale, but a row keyed in
      *        by hand could still carry one - it is counted out
      *        rather than divided by.
           IF ASSESS-OUT-OF = 0
               MOVE 0 TO WS-SCALED-MARK
           ELSE
               COMPUTE WS-SCALED-MARK ROUNDED =
                   ASSESS-MARK * 20 / ASSESS-OUT-OF
               COMPUTE WS-WEIGHTED-SUM =
                   WS-WEIGHTED-SUM
                   + (ASSESS-MARK * 20 * ASSESS-WEIGHT) / ASSESS-OUT-OF
               ADD ASSESS-WEIGHT TO WS-WEIGHT-SUM
           END-IF

           MOVE SPACES TO WS-DETAIL-ROW
           MOVE "A" TO WS-AD-TYPE
           MOVE WS-PARM-TERM TO WS-AD-TERM
           MOVE ASSESS-STUDENT-ID TO WS-AD-STUDENT-ID
           MOVE ASSESS-COURSE-ID TO WS-AD-COURSE-ID
           MOVE ASSESS-ID TO WS-AD-ASSESS-ID
           MOVE ASSESS-MARK TO WS-AD-MARK
           MOVE ASSESS-OUT-OF TO WS-AD-OUT-OF
           MOVE ASSESS-WEIGHT TO WS-AD-WEIGHT
           MOVE WS-SCALED-MARK TO WS-AD-SCALED
           PERFORM 2900-WRITE-DETAIL-ROW.

      *        End of one student and course: the term grade, the
      *        T breakdown row, and the card if one is due.
       2100-CLOSE-GROUP.
           ADD 1 TO WS-GROUP-COUNT
           MOVE "N" TO WS-GROUP-OPEN
           MOVE SPACE TO WS-CARD-ACTION
           MOVE SPACES TO WS-GROUP-OUTCOME
           MOVE 0 TO WS-TERM-GRADE
           MOVE 0 TO GRADE-VALUE
           MOVE 0 TO WS-GRADE-EXISTS
           IF WS-WEIGHT-SUM > 0
               COMPUTE WS-TERM-GRADE ROUNDED =
                   WS-WEIGHTED-SUM / WS-WEIGHT-SUM
           END-IF

           MOVE SPACES TO WS-DETAIL-ROW
           MOVE "T" TO WS-AD-TYPE
           MOVE WS-PARM-TERM TO WS-AD-TERM
           MOVE WS-GROUP-STUDENT-ID TO WS-AD-STUDENT-ID
           MOVE WS-GROUP-COURSE-ID TO WS-AD-COURSE-ID
           MOVE 0 TO WS-AD-MARK
           MOVE 0 TO WS-AD-OUT-OF
           MOVE WS-WEIGHT-SUM TO WS-AD-WEIGHT
           MOVE WS-TERM-GRADE TO WS-AD-SCALED
           PERFORM 2900-WRITE-DETAIL-ROW

           IF WS-WEIGHT-SUM = 0
               MOVE "ECARTEE: POIDS NUL" TO WS-GROUP-OUTCOME
           END-IF

           IF WS-GROUP-OUTCOME = SPACES
               PERFORM 2200-CHECK-ENROLMENT
           END-IF

           IF WS-GROUP-OUTCOME = SPACES
               PERFORM 2250-CHECK-TERM-CLOSURE
           END-IF

           IF WS-GROUP-OUTCOME = SPACES
               PERFORM 2300-FETCH-EXISTING-GRADE
               IF WS-GRADE-EXISTS = 0
                   MOVE "A" TO WS-CARD-ACTION
               ELSE
                   IF GRADE-VALUE = WS-TERM-GRADE
                       MOVE "INCHANGEE" TO WS-GROUP-OUTCOME
                       ADD 1 TO WS-SAME-COUNT
                   ELSE
                       MOVE "C" TO WS-CARD-ACTION
                   END-IF
               END-IF
           END-IF

           IF WS-CARD-ACTION NOT = SPACE
               PERFORM 2400-CHECK-PENDING-CARD
           END-IF

           IF WS-CARD-ACTION NOT = SPACE
               PERFORM 2450-WRITE-GRADE-CARD
           END-IF

           IF WS-GROUP-OUTCOME (1:7) = "ECARTEE"
               ADD 1 TO WS-LEFT-COUNT
           END-IF

           PERFORM 3200-WRITE-GROUP-LINE.

       2200-CHECK-ENROLMENT.
           MOVE 0 TO WS-NOT-ENROLLED
           EXEC SQL
               SELECT COUNT(*) INTO :WS-NOT-ENROLLED
                   FROM ENROLMENT
                   WHERE STUDENT_ID = :WS-GROUP-STUDENT-ID
                     AND COURSE_ID  = :WS-GROUP-COURSE-ID
                     AND TERM       = :WS-PARM-TERM
                     AND STATUS    <> 'EN'
           END-EXEC
           IF SQLCODE < 0
               MOVE "2200-CHECK-ENROLMENT" TO WS-LOG-PARAGRAPH
               PERFORM 9100-LOG-SQL-EXCEPTION
               MOVE "2200-CHECK-ENROLMENT: LOOKUP FAILED"
                   TO WS-ABEND-MESSAGE
               PERFORM 9900-ABEND-PROGRAM
           END-IF
           IF WS-NOT-ENROLLED > 0
               MOVE "ECARTEE: NON INSCRIT" TO WS-GROUP-OUTCOME
           END-IF.

      *        Judged on the class the student was archived under
      *        for the term on HISTORY.DAT, else the class the
      *        student sits in now, as GRADEUPDT will judge the card.
       2250-CHECK-TERM-CLOSURE.
           MOVE WS-GROUP-STUDENT-ID TO WS-FIND-STUDENT
           MOVE WS-PARM-TERM TO WS-FIND-TERM
           PERFORM 2255-FIND-TERM-CLASS
           IF WS-TERM-CLASS = SPACES
               MOVE WS-GROUP-CLASS TO WS-TERM-CLASS
           END-IF
           MOVE SPACES TO WS-TERM-STATE
           MOVE SPACES TO WS-TERM-REFERENCE
           PERFORM VARYING WS-STATE-IDX FROM 1 BY 1
                   UNTIL WS-STATE-IDX > WS-STATE-COUNT
               IF WS-ST-CLASS (WS-STATE-IDX) = WS-TERM-CLASS
                   AND WS-ST-TERM (WS-STATE-IDX) = WS-PARM-TERM
                   MOVE WS-ST-STATUS (WS-STATE-IDX) TO WS-TERM-STATE
                   MOVE WS-ST-REFERENCE (WS-STATE-IDX) TO
                       WS-TERM-REFERENCE
               END-IF
           END-PERFORM
           IF WS-TERM-STATE = "CLOSED"
               MOVE "ECARTEE: TRIMESTRE CLOS" TO WS-GROUP-OUTCOME
           END-IF
           IF WS-TERM-STATE NOT = "REOPENED"
               MOVE SPACES TO WS-TERM-REFERENCE
           END-IF.

      *        Class of WS-FIND-STUDENT for WS-FIND-TERM off the
      *        HISTORY.DAT table, last row winning; spaces if none.
       2255-FIND-TERM-CLASS.
           MOVE SPACES TO WS-TERM-CLASS
           PERFORM VARYING WS-TC-IDX FROM 1 BY 1
                   UNTIL WS-TC-IDX > WS-TC-COUNT
               IF WS-TC-STUDENT (WS-TC-IDX) = WS-FIND-STUDENT
                   AND WS-TC-TERM (WS-TC-IDX) = WS-FIND-TERM
                   MOVE WS-TC-CLASS (WS-TC-IDX) TO WS-TERM-CLASS
               END-IF
           END-PERFORM.

      *        COUNT then MAX, as GRADEUPDT's 2230 does.
       2300-FETCH-EXISTING-GRADE.
           MOVE WS-GROUP-STUDENT-ID TO GRADE-STUDENT-ID
           MOVE WS-GROUP-COURSE-ID TO GRADE-COURSE-ID
           MOVE WS-PARM-TERM TO GRADE-TERM
           EXEC SQL
               SELECT COUNT(*) INTO :WS-GRADE-EXISTS
                   FROM GRADE
                   WHERE STUDENT_ID = :GRADE-STUDENT-ID
                     AND COURSE_ID  = :GRADE-COURSE-ID
                     AND TERM       = :GRADE-TERM
           END-EXEC
           IF SQLCODE < 0
               MOVE "2300-FETCH-EXISTING-GRADE" TO WS-LOG-PARAGRAPH
               PERFORM 9100-LOG-SQL-EXCEPTION
               MOVE "2300-FETCH-EXISTING-GRADE: LOOKUP FAILED"
                   TO WS-ABEND-MESSAGE
               PERFORM 9900-ABEND-PROGRAM
           END-IF
           IF WS-GRADE-EXISTS > 0
               EXEC SQL
                   SELECT MAX(GRADE) INTO :GRADE-VALUE
                       FROM GRADE
                       WHERE STUDENT_ID = :GRADE-STUDENT-ID
                         AND COURSE_ID  = :GRADE-COURSE-ID
                         AND TERM       = :GRADE-TERM
               END-EXEC
               IF SQLCODE < 0
                   MOVE "2300-FETCH-EXISTING-GRADE" TO
                       WS-LOG-PARAGRAPH
                   PERFORM 9100-LOG-SQL-EXCEPTION
                   MOVE "2300-FETCH-EXISTING-GRADE: LOOKUP FAILED"
                       TO WS-ABEND-MESSAGE
                   PERFORM 9900-ABEND-PROGRAM
               END-IF
           END-IF.

      *        The last card waiting for the student and course is
      *        the grade GRADEUPDT will leave: the same grade needs
      *        no card, another one is a change to the row that card
      *        creates or changes.
       2400-CHECK-PENDING-CARD.
           COMPUTE WS-GRADE-CARD = WS-TERM-GRADE * 100
           MOVE SPACES TO WS-TRAN-FIELDS
           MOVE WS-CARD-ACTION TO WS-TRAN-ACTION
           MOVE WS-GROUP-STUDENT-ID TO WS-ID-DISPLAY
           MOVE WS-ID-DISPLAY TO WS-TRAN-STUDENT-ID
           MOVE WS-GROUP-COURSE-ID TO WS-ID-DISPLAY
           MOVE WS-ID-DISPLAY TO WS-TRAN-COURSE-ID
           MOVE WS-PARM-TERM TO WS-TRAN-TERM
           MOVE WS-GRADE-CARD TO WS-TRAN-GRADE
           MOVE 0 TO WS-PEND-SLOT
           PERFORM VARYING WS-PEND-IDX FROM 1 BY 1
                   UNTIL WS-PEND-IDX > WS-PEND-COUNT
               IF WS-PD-STUDENT-ID (WS-PEND-IDX) =
                       WS-TRAN-STUDENT-ID
                   AND WS-PD-COURSE-ID (WS-PEND-IDX) =
                       WS-TRAN-COURSE-ID
                   MOVE WS-PEND-IDX TO WS-PEND-SLOT
               END-IF
           END-PERFORM
           IF WS-PEND-SLOT > 0
               IF WS-PD-GRADE (WS-PEND-SLOT) = WS-TRAN-GRADE
                   MOVE SPACE TO WS-CARD-ACTION
                   MOVE "DEJA EN ATTENTE" TO WS-GROUP-OUTCOME
                   ADD 1 TO WS-PENDING-SKIPPED
               ELSE
                   MOVE "C" TO WS-CARD-ACTION
                   MOVE "C" TO WS-TRAN-ACTION
               END-IF
           END-IF.

      *        WS-TRAN-FIELDS was filled in by 2400.
       2450-WRITE-GRADE-CARD.
           MOVE "ROLLUP" TO WS-TRAN-USER
           MOVE WS-TERM-REFERENCE TO WS-TRAN-REFERENCE
           WRITE TRAN-RECORD FROM WS-TRAN-FIELDS
           IF WS-TRAN-STATUS NOT = "00"
               MOVE "2450-WRITE-GRADE-CARD: WRITE TO GRADETRAN.DAT "
                   & "FAILED" TO WS-ABEND-MESSAGE
               PERFORM 9900-ABEND-PROGRAM
           END-IF
           ADD 1 TO WS-CARD-COUNT
           MOVE SPACES TO WS-GROUP-OUTCOME
           STRING "CARTE " DELIMITED BY SIZE
                  WS-CARD-ACTION DELIMITED BY SIZE
                  INTO WS-GROUP-OUTCOME.

       2900-WRITE-DETAIL-ROW.
           WRITE DETAIL-RECORD FROM WS-DETAIL-ROW
           IF WS-DETAIL-STATUS NOT = "00"
               MOVE "2900-WRITE-DETAIL-ROW: WRITE TO THE ASSESSMENT "
                   & "BREAKDOWN FILE FAILED" TO WS-ABEND-MESSAGE
               PERFORM 9900-ABEND-PROGRAM
           END-IF.

       3050-WRITE-REPORT-HEADER.
           WRITE REPORT-RECORD FROM WS-RULE-LINE
           MOVE SPACES TO WS-PRINT-LINE
           MOVE 1 TO WS-STRING-PTR
           STRING "MOYENNES DES EVALUATIONS - TRIMESTRE "
                  DELIMITED BY SIZE
                  WS-PARM-TERM DELIMITED BY SIZE
                  " - RUN " DELIMITED BY SIZE
                  WS-RUN-ID DELIMITED BY SIZE
                  INTO WS-PRINT-LINE
                  WITH POINTER WS-STRING-PTR
           WRITE REPORT-RECORD FROM WS-PRINT-LINE
           WRITE REPORT-RECORD FROM WS-RULE-LINE
           MOVE SPACES TO WS-PRINT-LINE
           MOVE "ELEVE CLASSE   COURS NB  POIDS  MOYENNE  ACTUELLE  "
               & "SUITE" TO WS-PRINT-LINE
           WRITE REPORT-RECORD FROM WS-PRINT-LINE
           WRITE REPORT-RECORD FROM WS-DASH-LINE.

       3200-WRITE-GROUP-LINE.
           MOVE SPACES TO WS-PRINT-LINE
           MOVE WS-GROUP-STUDENT-ID TO WS-ID-DISPLAY
           MOVE WS-ID-DISPLAY TO WS-PRINT-LINE (1:4)
           MOVE WS-GROUP-CLASS TO WS-PRINT-LINE (7:8)
           MOVE WS-GROUP-COURSE-ID TO WS-ID-DISPLAY
           MOVE WS-ID-DISPLAY TO WS-PRINT-LINE (16:4)
           MOVE WS-GROUP-MARKS TO WS-PRINT-LINE (22:3)
           MOVE WS-WEIGHT-SUM TO WS-WEIGHT-DISPLAY
           MOVE WS-WEIGHT-DISPLAY TO WS-PRINT-LINE (26:6)
           MOVE WS-TERM-GRADE TO WS-GRADE-DISPLAY
           MOVE WS-GRADE-DISPLAY TO WS-PRINT-LINE (35:5)
           IF WS-GRADE-EXISTS > 0
               MOVE GRADE-VALUE TO WS-GRADE-DISPLAY
               MOVE WS-GRADE-DISPLAY TO WS-PRINT-LINE (44:5)
           END-IF
           MOVE WS-GROUP-OUTCOME TO WS-PRINT-LINE (53:20)
           WRITE REPORT-RECORD FROM WS-PRINT-LINE.

       3500-WRITE-REPORT-TOTALS.
           WRITE REPORT-RECORD FROM WS-DASH-LINE
           MOVE SPACES TO WS-PRINT-LINE
           MOVE WS-MARK-COUNT TO WS-COUNT-DISPLAY
           MOVE 1 TO WS-STRING-PTR
           STRING "NOTES LUES: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-COUNT-DISPLAY) DELIMITED BY SIZE
                  INTO WS-PRINT-LINE
                  WITH POINTER WS-STRING-PTR
           MOVE WS-GROUP-COUNT TO WS-COUNT-DISPLAY
           STRING "   MOYENNES CALCULEES: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-COUNT-DISPLAY) DELIMITED BY SIZE
                  INTO WS-PRINT-LINE
                  WITH POINTER WS-STRING-PTR
           WRITE REPORT-RECORD FROM WS-PRINT-LINE

           MOVE SPACES TO WS-PRINT-LINE
           MOVE WS-CARD-COUNT TO WS-COUNT-DISPLAY
           MOVE 1 TO WS-STRING-PTR
           STRING "CARTES ECRITES: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-COUNT-DISPLAY) DELIMITED BY SIZE
                  INTO WS-PRINT-LINE
                  WITH POINTER WS-STRING-PTR
           MOVE WS-SAME-COUNT TO WS-COUNT-DISPLAY
           STRING "   INCHANGEES: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-COUNT-DISPLAY) DELIMITED BY SIZE
                  INTO WS-PRINT-LINE
                  WITH POINTER WS-STRING-PTR
           MOVE WS-PENDING-SKIPPED TO WS-COUNT-DISPLAY
           STRING "   DEJA EN ATTENTE: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-COUNT-DISPLAY) DELIMITED BY SIZE
                  INTO WS-PRINT-LINE
                  WITH POINTER WS-STRING-PTR
           MOVE WS-LEFT-COUNT TO WS-COUNT-DISPLAY
           STRING "   ECARTEES: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-COUNT-DISPLAY) DELIMITED BY SIZE
                  INTO WS-PRINT-LINE
                  WITH POINTER WS-STRING-PTR
           WRITE REPORT-RECORD FROM WS-PRINT-LINE
           WRITE REPORT-RECORD FROM WS-RULE-LINE.

       9000-CLOSE-DB.
           EXEC SQL
               DISCONNECT ALL
           END-EXEC.

       9100-LOG-SQL-EXCEPTION.
           MOVE SQLCODE TO WS-SQLCODE-DISPLAY
           DISPLAY "ASSESSROLL: PARAGRAPH=" WS-LOG-PARAGRAPH
                   " SQLCODE=" WS-SQLCODE-DISPLAY
                   " SQLERRM=" SQLERRMC
                   UPON CONSOLE.

       9900-ABEND-PROGRAM.
           DISPLAY "ABEND: " WS-ABEND-MESSAGE UPON CONSOLE
           MOVE 16 TO RETURN-CODE
           EXEC SQL
               DISCONNECT ALL
           END-EXEC
           IF WS-FILES-OPEN = "Y"
               CLOSE REPORTFILE
               CLOSE DETAILFILE
               CLOSE TRANFILE
           END-IF
           STOP RUN.
