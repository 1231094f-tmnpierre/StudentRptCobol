      *        coefficient changes stop being typed as ad-hoc SQL
      *        (the era that produced the duplicate rows GRADEUPDT's
      *        2230-FETCH-EXISTING-GRADE has to work around).
      *        A CC card no longer rewrites COURSE.COEF: it files the
      *        new coefficient on COURSE_COEF from the term it names
      *        onward (COURSE.COEF stays the coefficient the course
      *        was created with, in force until its first dated
      *        row), so terms already printed keep their weighting.
      *        The card weighs on its own term and every later one,
      *        so it is refused while any class stands CLOSED on
      *        TERMSTAT.DAT (see TERMCTL) for such a term, and
      *        accepted against REOPENED ones only when it quotes
      *        their reopening reference - such a change also goes
      *        to CLOSEAUDIT.DAT for the post-closure report.
      *        Course enrolment per student and term is kept on
      *        ENROLMENT by the EN (enrol), DR (drop) and EX (exempt)
      *        cards. A student with no row for a course and term
      *        takes it, as every student always did; a DR or EX row
      *        takes the course out of the student's bulletin for
      *        that term (GRADESREPORT prints DISP) and GRADEUPDT and
      *        CSVINTAKE refuse grades for it. Such a card weighs on
      *        the student's average for the term, so it follows the
      *        term closure of the class the student spent the term
      *        in exactly as a GRADEUPDT card does.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RUNPARM-STATUS.

           SELECT TERMSTATFILE ASSIGN TO "TERMSTAT.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TERMSTAT-STATUS.

           SELECT HISTORYFILE ASSIGN TO "HISTORY.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-HISTORY-STATUS.

           SELECT CLOSEAUDITFILE ASSIGN TO "CLOSEAUDIT.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CLOSEAUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD TRANFILE.
       01 TRAN-RECORD PIC X(120).

       FD REJECTFILE.
       01 REJECT-RECORD PIC X(160).

       FD AUDITFILE.
       01 AUDIT-RECORD PIC X(200).

       FD RUNPARMFILE.
       01 RUNPARM-RECORD PIC X(120).

       FD TERMSTATFILE.
       01 TERMSTAT-RECORD PIC X(120).

       FD HISTORYFILE.
       01 HISTORY-RECORD PIC X(472).

       FD CLOSEAUDITFILE.
       01 CLOSEAUDIT-RECORD PIC X(100).

       WORKING-STORAGE SECTION.

       01 DB-CONNECTIONINFO.
       01 WS-TRAN-STATUS        PIC XX.
       01 WS-AUDIT-STATUS       PIC XX.
       01 WS-RUNPARM-STATUS     PIC XX.
       01 WS-TERMSTAT-STATUS    PIC XX.
       01 WS-HISTORY-STATUS     PIC XX.
       01 WS-CLOSEAUDIT-STATUS  PIC XX.
       01 WS-TRAN-EOF           PIC X VALUE "N".
       01 WS-FILES-OPEN         PIC X VALUE "N".
       01 WS-ABEND-MESSAGE      PIC X(80) VALUE SPACES.
      *        arrive as raw characters so they can be checked
      *        NUMERIC before anything touches the database, like
      *        GRADEUPDT's grade field. The name fields double as
      *        the course label on AC cards. REFERENCE is only
      *        filled in on a CC card touching reopened terms: the
      *        authorisation reference of their REOPENED records.
      *        TERM is the term a CC card takes effect from and is
      *        required on CC. EN, DR and EX cards carry the student
      *        in the key, the course in COURSE-ID and the term the
      *        enrolment applies to in TERM; other actions leave both
      *        blank.
       01 WS-TRAN-FIELDS.
           05 WS-TRAN-ACTION    PIC X(2).
           05 WS-TRAN-KEY-ID    PIC X(4).
           05 WS-TRAN-LASTNAME  PIC X(35).
           05 WS-TRAN-FIRSTNAME PIC X(35).
           05 WS-TRAN-USER      PIC X(8).
           05 WS-TRAN-REFERENCE PIC X(10).
           05 WS-TRAN-TERM      PIC X(6).
           05 WS-TRAN-COURSE-ID PIC X(4).

       01 WS-KEY-ID        PIC 9(4) VALUE 0.
       01 WS-COEF-VALUE    PIC 9(3)V9 VALUE 0.
       01 WS-STUDENT-EXISTS PIC 9(5) VALUE 0.
       01 WS-COURSE-EXISTS  PIC 9(5) VALUE 0.
       01 WS-GRADE-ROWS     PIC 9(5) VALUE 0.
       01 WS-DATED-ROWS     PIC 9(5) VALUE 0.

      *        Enrolment of the student and course of an EN, DR or EX
      *        card for its term: the status on file (EN when there
      *        is no row) and the closure state of the class the
      *        student spent that term in (spaces when never given
      *        one).
       01 WS-COURSE-ID      PIC 9(4) VALUE 0.
       01 WS-ENROL-ACTION   PIC X VALUE "N".
       01 WS-ENROL-ROWS     PIC 9(5) VALUE 0.
       01 WS-OLD-STATUS     PIC X(2) VALUE SPACES.
       01 WS-TERM-STATE     PIC X(8) VALUE SPACES.

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
      *        wins, as in GRADEUPDT.
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
      *        2235-FIND-TERM-CLASS answers in WS-TERM-CLASS, spaces
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

       01 WS-REJECT-REASON  PIC X(3) VALUE SPACES.
       01 WS-REJECT-TEXT    PIC X(40) VALUE SPACES.
      *        the edited coefficient on course actions; a withdrawal
      *        also records how many GRADE rows went with the
      *        student, so the chase report's silence about them can
      *        be traced back here. A CC row also carries the term
      *        the new coefficient takes effect from. An enrolment
      *        row carries the old and new status, the term, the
      *        course and the class the student sat in. An AS row
      *        carries the student's names and an AC row the course
      *        label (in LASTNAME), so that DBREBUILD can replay the
      *        trail onto a snapshot without the cards.
       01 WS-AUDIT-ROW.
           05 WS-AUD-TIMESTAMP  PIC X(14).
           05 FILLER            PIC X(1) VALUE SPACE.
           05 WS-AUD-NEW-VALUE  PIC X(8).
           05 FILLER            PIC X(1) VALUE SPACE.
           05 WS-AUD-NOTE       PIC X(40).
           05 FILLER            PIC X(1) VALUE SPACE.
           05 WS-AUD-TERM       PIC X(6).
           05 FILLER            PIC X(1) VALUE SPACE.
           05 WS-AUD-COURSE-ID  PIC X(4).
           05 FILLER            PIC X(1) VALUE SPACE.
           05 WS-AUD-CLASS      PIC X(8).
           05 FILLER            PIC X(1) VALUE SPACE.
           05 WS-AUD-LASTNAME   PIC X(35).
           05 FILLER            PIC X(1) VALUE SPACE.
           05 WS-AUD-FIRSTNAME  PIC X(35).

      *        Mirror of the CLOSEAUDIT.DAT row GRADEUPDT writes -
      *        keep in step with WS-CLOSEAUDIT-ROW over there. A CC
      *        card writes one row per reopened class and term it
      *        touches from its effective term on, course id in
      *        KEY-ID and zero in COURSE-ID; an enrolment card under
      *        a reopening writes one with the student in KEY-ID and
      *        the course in COURSE-ID, statuses as values.
       01 WS-CLOSEAUDIT-ROW.
           05 WS-CA-TIMESTAMP   PIC X(14).
           05 FILLER            PIC X(1) VALUE SPACE.
           05 WS-CA-PROGRAM     PIC X(10).
           05 FILLER            PIC X(1) VALUE SPACE.
           05 WS-CA-USER        PIC X(8).
           05 FILLER            PIC X(1) VALUE SPACE.
           05 WS-CA-REFERENCE   PIC X(10).
           05 FILLER            PIC X(1) VALUE SPACE.
           05 WS-CA-CLASS       PIC X(8).
           05 FILLER            PIC X(1) VALUE SPACE.
           05 WS-CA-TERM        PIC X(6).
           05 FILLER            PIC X(1) VALUE SPACE.
           05 WS-CA-ACTION      PIC X(2).
           05 FILLER            PIC X(1) VALUE SPACE.
           05 WS-CA-KEY-ID      PIC 9(4).
           05 FILLER            PIC X(1) VALUE SPACE.
           05 WS-CA-COURSE-ID   PIC 9(4).
           05 FILLER            PIC X(1) VALUE SPACE.
           05 WS-CA-OLD-VALUE   PIC X(5).
           05 FILLER            PIC X(1) VALUE SPACE.
           05 WS-CA-NEW-VALUE   PIC X(5).

       01 WS-COEF-DISPLAY      PIC ZZ9.9.
       01 WS-COUNT-DISPLAY     PIC ZZZZ9.
       0000-MAIN.
           PERFORM 1050-READ-RUN-PARAMETERS
           PERFORM 1060-BUILD-RUNTIME-FILENAMES
           PERFORM 1080-LOAD-TERM-STATUS
           PERFORM 1090-LOAD-TERM-CLASSES

           OPEN INPUT TRANFILE
           IF WS-TRAN-STATUS NOT = "00"
           END-IF
           OPEN OUTPUT REJECTFILE
           PERFORM 1070-OPEN-AUDIT-FOR-APPEND
           PERFORM 1075-OPEN-CLOSEAUDIT-FOR-APPEND
           MOVE "Y" TO WS-FILES-OPEN

           PERFORM 1000-CONNECT-TO-DB
           CLOSE TRANFILE
           CLOSE REJECTFILE
           CLOSE AUDITFILE
           CLOSE CLOSEAUDITFILE

           DISPLAY "ROSTERUPDT: LUES=" WS-READ-COUNT
                   " APPLIQUEES=" WS-APPLIED-COUNT
               PERFORM 9900-ABEND-PROGRAM
           END-IF.

       1075-OPEN-CLOSEAUDIT-FOR-APPEND.
           OPEN EXTEND CLOSEAUDITFILE
           IF WS-CLOSEAUDIT-STATUS = "35"
               OPEN OUTPUT CLOSEAUDITFILE
           END-IF
           IF WS-CLOSEAUDIT-STATUS NOT = "00"
               MOVE "1075-OPEN-CLOSEAUDIT-FOR-APPEND: CANNOT OPEN "
                   & "CLOSEAUDIT.DAT" TO WS-ABEND-MESSAGE
               PERFORM 9900-ABEND-PROGRAM
           END-IF.

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

       1000-CONNECT-TO-DB.
           EXEC SQL
               CONNECT :DB-USERNAME IDENTIFIED BY :DB-PASSWORD
           IF WS-TRAN-ACTION NOT = "AS" AND NOT = "TS"
               AND NOT = "WS" AND NOT = "AC"
               AND NOT = "RC" AND NOT = "CC"
               AND NOT = "EN" AND NOT = "DR" AND NOT = "EX"
               MOVE "R01" TO WS-REJECT-REASON
               MOVE "INVALID ACTION CODE" TO WS-REJECT-TEXT
           END-IF

           IF WS-TRAN-ACTION = "EN" OR = "DR" OR = "EX"
               MOVE "Y" TO WS-ENROL-ACTION
           ELSE
               MOVE "N" TO WS-ENROL-ACTION
           END-IF

           IF WS-REJECT-REASON = SPACES
               AND WS-TRAN-KEY-ID NOT NUMERIC
               MOVE "R02" TO WS-REJECT-REASON
               MOVE "COEF NOT NUMERIC" TO WS-REJECT-TEXT
           END-IF

           IF WS-REJECT-REASON = SPACES
               AND (WS-TRAN-ACTION = "CC" OR WS-ENROL-ACTION = "Y")
               AND WS-TRAN-TERM = SPACES
               MOVE "R13" TO WS-REJECT-REASON
               MOVE "TERM MISSING" TO WS-REJECT-TEXT
           END-IF

           IF WS-REJECT-REASON = SPACES
               AND WS-ENROL-ACTION = "Y"
               AND WS-TRAN-COURSE-ID NOT NUMERIC
               MOVE "R14" TO WS-REJECT-REASON
               MOVE "COURSE ID NOT NUMERIC" TO WS-REJECT-TEXT
           END-IF

           IF WS-REJECT-REASON = SPACES
               AND (WS-TRAN-ACTION = "AS" OR = "AC")
               AND WS-TRAN-LASTNAME = SPACES

           IF WS-REJECT-REASON = SPACES
               MOVE WS-TRAN-KEY-ID TO WS-KEY-ID
               IF WS-ENROL-ACTION = "Y"
                   MOVE WS-TRAN-COURSE-ID TO WS-COURSE-ID
               ELSE
                   MOVE 0 TO WS-COURSE-ID
               END-IF
               IF WS-TRAN-ACTION = "AC" OR = "CC"
                   COMPUTE WS-COEF-VALUE =
                       FUNCTION NUMVAL(WS-TRAN-COEF) / 10
           END-IF

           IF WS-REJECT-REASON = SPACES
               AND (WS-TRAN-ACTION = "AS" OR = "TS" OR = "WS"
                   OR WS-ENROL-ACTION = "Y")
               PERFORM 2210-CHECK-STUDENT-EXISTS
               IF WS-TRAN-ACTION = "AS"
                   AND WS-STUDENT-EXISTS > 0
               END-IF
           END-IF

           IF WS-REJECT-REASON = SPACES
               AND WS-ENROL-ACTION = "Y"
               PERFORM 2225-CHECK-ENROL-COURSE
               IF WS-COURSE-EXISTS = 0
                   MOVE "R09" TO WS-REJECT-REASON
                   MOVE "UNKNOWN COURSE" TO WS-REJECT-TEXT
               END-IF
           END-IF

           IF WS-REJECT-REASON = SPACES
               AND WS-TRAN-ACTION = "RC"
               PERFORM 2240-COUNT-COURSE-GRADES
           END-IF

           IF WS-REJECT-REASON = SPACES
               AND (WS-TRAN-ACTION = "TS" OR = "WS"
                   OR WS-ENROL-ACTION = "Y")
               PERFORM 2230-FETCH-OLD-CLASS
           END-IF

                   TO WS-REJECT-TEXT
           END-IF

           IF WS-REJECT-REASON = SPACES
               AND WS-TRAN-ACTION = "CC"
               PERFORM 2270-CHECK-TERM-CLOSURE
           END-IF

           IF WS-REJECT-REASON = SPACES
               AND WS-TRAN-ACTION = "CC"
               PERFORM 2250-FETCH-OLD-COEF
           IF WS-REJECT-REASON = SPACES
               AND WS-TRAN-ACTION = "WS"
               PERFORM 2260-COUNT-STUDENT-GRADES
           END-IF

           IF WS-REJECT-REASON = SPACES
               AND WS-ENROL-ACTION = "Y"
               PERFORM 2280-FETCH-ENROL-STATUS
               IF WS-OLD-STATUS = WS-TRAN-ACTION
                   MOVE "R15" TO WS-REJECT-REASON
                   MOVE "ENROLMENT ALREADY IN THAT STATE"
                       TO WS-REJECT-TEXT
               END-IF
           END-IF

      *        A drop or an exemption with a grade already entered
      *        for the term would leave a grade nobody prints: the
      *        grade goes first (GRADEUPDT D card).
           IF WS-REJECT-REASON = SPACES
               AND (WS-TRAN-ACTION = "DR" OR = "EX")
               PERFORM 2290-COUNT-TERM-GRADES
               IF WS-GRADE-ROWS > 0
                   MOVE "R16" TO WS-REJECT-REASON
                   MOVE "GRADE ROW EXISTS FOR THAT TERM"
                       TO WS-REJECT-TEXT
               END-IF
           END-IF

           IF WS-REJECT-REASON = SPACES
               AND WS-ENROL-ACTION = "Y"
               PERFORM 2275-CHECK-ENROL-CLOSURE
           END-IF.

       2210-CHECK-STUDENT-EXISTS.
               PERFORM 9900-ABEND-PROGRAM
           END-IF.

       2225-CHECK-ENROL-COURSE.
           MOVE 0 TO WS-COURSE-EXISTS
           EXEC SQL
               SELECT COUNT(*) INTO :WS-COURSE-EXISTS
                   FROM COURSE WHERE ID = :WS-COURSE-ID
           END-EXEC
           IF SQLCODE < 0
               MOVE "2225-CHECK-ENROL-COURSE" TO WS-LOG-PARAGRAPH
               PERFORM 9100-LOG-SQL-EXCEPTION
               MOVE "2225-CHECK-ENROL-COURSE: LOOKUP FAILED"
                   TO WS-ABEND-MESSAGE
               PERFORM 9900-ABEND-PROGRAM
           END-IF.

      *        MAX in case the hand-typed SQL era left a duplicate
      *        student row behind - same defensive posture as
      *        GRADEUPDT's 2230-FETCH-EXISTING-GRADE.
               PERFORM 9900-ABEND-PROGRAM
           END-IF.

      *        Class of WS-FIND-STUDENT for WS-FIND-TERM off the
      *        HISTORY.DAT table, last row winning; spaces if none.
       2235-FIND-TERM-CLASS.
           MOVE SPACES TO WS-TERM-CLASS
           PERFORM VARYING WS-TC-IDX FROM 1 BY 1
                   UNTIL WS-TC-IDX > WS-TC-COUNT
               IF WS-TC-STUDENT (WS-TC-IDX) = WS-FIND-STUDENT
                   AND WS-TC-TERM (WS-TC-IDX) = WS-FIND-TERM
                   MOVE WS-TC-CLASS (WS-TC-IDX) TO WS-TERM-CLASS
               END-IF
           END-PERFORM.

       2240-COUNT-COURSE-GRADES.
           MOVE 0 TO WS-GRADE-ROWS
           EXEC SQL
               PERFORM 9900-ABEND-PROGRAM
           END-IF.

      *        The coefficient the card replaces is the one in force
      *        for its effective term: the latest COURSE_COEF row at
      *        or before that term, else COURSE.COEF.
       2250-FETCH-OLD-COEF.
           MOVE 0 TO WS-OLD-COEF
           MOVE 0 TO WS-DATED-ROWS
           EXEC SQL
               SELECT COUNT(*) INTO :WS-DATED-ROWS
                   FROM COURSE_COEF
                   WHERE COURSE_ID = :WS-KEY-ID
                     AND TERM <= :WS-TRAN-TERM
           END-EXEC
           IF SQLCODE < 0
               MOVE "2250-FETCH-OLD-COEF" TO WS-LOG-PARAGRAPH
               PERFORM 9100-LOG-SQL-EXCEPTION
               MOVE "2250-FETCH-OLD-COEF: LOOKUP FAILED"
                   TO WS-ABEND-MESSAGE
               PERFORM 9900-ABEND-PROGRAM
           END-IF
           IF WS-DATED-ROWS > 0
               EXEC SQL
                   SELECT MAX(COEF) INTO :WS-OLD-COEF
                       FROM COURSE_COEF
                       WHERE COURSE_ID = :WS-KEY-ID
                         AND TERM =
                             (SELECT MAX(TERM) FROM COURSE_COEF
                                  WHERE COURSE_ID = :WS-KEY-ID
                                    AND TERM <= :WS-TRAN-TERM)
               END-EXEC
           ELSE
               EXEC SQL
                   SELECT MAX(COEF) INTO :WS-OLD-COEF
                       FROM COURSE WHERE ID = :WS-KEY-ID
               END-EXEC
           END-IF
           IF SQLCODE < 0
               MOVE "2250-FETCH-OLD-COEF" TO WS-LOG-PARAGRAPH
               PERFORM 9100-LOG-SQL-EXCEPTION
               PERFORM 9900-ABEND-PROGRAM
           END-IF.

      *        Every CLOSED class and term from the card's effective
      *        term on refuses the change, every such REOPENED one
      *        wants the card's reference; earlier terms keep their
      *        coefficient and are not concerned. The first
      *        offending entry is named in the reject text.
       2270-CHECK-TERM-CLOSURE.
           PERFORM VARYING WS-STATE-IDX FROM 1 BY 1
                   UNTIL WS-STATE-IDX > WS-STATE-COUNT
                       OR WS-REJECT-REASON NOT = SPACES
               IF WS-ST-STATUS (WS-STATE-IDX) = "CLOSED"
                   AND WS-ST-TERM (WS-STATE-IDX) >= WS-TRAN-TERM
                   MOVE "R12" TO WS-REJECT-REASON
                   MOVE SPACES TO WS-REJECT-TEXT
                   STRING "TERM CLOSED: " DELIMITED BY SIZE
                          WS-ST-CLASS (WS-STATE-IDX)
                              DELIMITED BY SPACE
                          " " DELIMITED BY SIZE
                          WS-ST-TERM (WS-STATE-IDX)
                              DELIMITED BY SIZE
                          INTO WS-REJECT-TEXT
               END-IF
               IF WS-ST-STATUS (WS-STATE-IDX) = "REOPENED"
                   AND WS-ST-TERM (WS-STATE-IDX) >= WS-TRAN-TERM
                   AND WS-ST-REFERENCE (WS-STATE-IDX) NOT =
                       WS-TRAN-REFERENCE
                   MOVE "R12" TO WS-REJECT-REASON
                   MOVE SPACES TO WS-REJECT-TEXT
                   STRING "REOPENING REF MISMATCH: "
                              DELIMITED BY SIZE
                          WS-ST-CLASS (WS-STATE-IDX)
                              DELIMITED BY SPACE
                          " " DELIMITED BY SIZE
                          WS-ST-TERM (WS-STATE-IDX)
                              DELIMITED BY SIZE
                          INTO WS-REJECT-TEXT
               END-IF
           END-PERFORM.

      *        Same rule as GRADEUPDT's 2250-CHECK-TERM-CLOSURE, on
      *        the class the student was archived under for the
      *        card's term on HISTORY.DAT, else the class the student
      *        sits in now: CLOSED refuses the card, REOPENED wants
      *        the reopening reference.
       2275-CHECK-ENROL-CLOSURE.
           MOVE WS-KEY-ID TO WS-FIND-STUDENT
           MOVE WS-TRAN-TERM TO WS-FIND-TERM
           PERFORM 2235-FIND-TERM-CLASS
           IF WS-TERM-CLASS = SPACES
               MOVE WS-OLD-CLASS TO WS-TERM-CLASS
           END-IF
           MOVE SPACES TO WS-TERM-STATE
           MOVE 0 TO WS-STATE-SLOT
           PERFORM VARYING WS-STATE-IDX FROM 1 BY 1
                   UNTIL WS-STATE-IDX > WS-STATE-COUNT
               IF WS-ST-CLASS (WS-STATE-IDX) = WS-TERM-CLASS
                   AND WS-ST-TERM (WS-STATE-IDX) = WS-TRAN-TERM
                   MOVE WS-ST-STATUS (WS-STATE-IDX) TO WS-TERM-STATE
                   MOVE WS-STATE-IDX TO WS-STATE-SLOT
               END-IF
           END-PERFORM
           IF WS-TERM-STATE = "CLOSED"
               MOVE "R12" TO WS-REJECT-REASON
               MOVE "TERM CLOSED FOR CLASS" TO WS-REJECT-TEXT
           END-IF
           IF WS-TERM-STATE = "REOPENED"
               AND WS-TRAN-REFERENCE NOT =
                   WS-ST-REFERENCE (WS-STATE-SLOT)
               MOVE "R12" TO WS-REJECT-REASON
               MOVE "TERM CLOSED, REOPENING REF MISMATCH"
                   TO WS-REJECT-TEXT
           END-IF.

      *        COUNT then MAX, as in 2250: no row means the student
      *        takes the course (EN).
       2280-FETCH-ENROL-STATUS.
           MOVE 0 TO WS-ENROL-ROWS
           MOVE "EN" TO WS-OLD-STATUS
           EXEC SQL
               SELECT COUNT(*) INTO :WS-ENROL-ROWS
                   FROM ENROLMENT
                   WHERE STUDENT_ID = :WS-KEY-ID
                     AND COURSE_ID = :WS-COURSE-ID
                     AND TERM = :WS-TRAN-TERM
           END-EXEC
           IF SQLCODE < 0
               MOVE "2280-FETCH-ENROL-STATUS" TO WS-LOG-PARAGRAPH
               PERFORM 9100-LOG-SQL-EXCEPTION
               MOVE "2280-FETCH-ENROL-STATUS: LOOKUP FAILED"
                   TO WS-ABEND-MESSAGE
               PERFORM 9900-ABEND-PROGRAM
           END-IF
           IF WS-ENROL-ROWS > 0
               EXEC SQL
                   SELECT MAX(STATUS) INTO :WS-OLD-STATUS
                       FROM ENROLMENT
                       WHERE STUDENT_ID = :WS-KEY-ID
                         AND COURSE_ID = :WS-COURSE-ID
                         AND TERM = :WS-TRAN-TERM
               END-EXEC
               IF SQLCODE < 0
                   MOVE "2280-FETCH-ENROL-STATUS" TO WS-LOG-PARAGRAPH
                   PERFORM 9100-LOG-SQL-EXCEPTION
                   MOVE "2280-FETCH-ENROL-STATUS: LOOKUP FAILED"
                       TO WS-ABEND-MESSAGE
                   PERFORM 9900-ABEND-PROGRAM
               END-IF
           END-IF.

       2290-COUNT-TERM-GRADES.
           MOVE 0 TO WS-GRADE-ROWS
           EXEC SQL
               SELECT COUNT(*) INTO :WS-GRADE-ROWS
                   FROM GRADE
                   WHERE STUDENT_ID = :WS-KEY-ID
                     AND COURSE_ID = :WS-COURSE-ID
                     AND TERM = :WS-TRAN-TERM
           END-EXEC
           IF SQLCODE < 0
               MOVE "2290-COUNT-TERM-GRADES" TO WS-LOG-PARAGRAPH
               PERFORM 9100-LOG-SQL-EXCEPTION
               MOVE "2290-COUNT-TERM-GRADES: LOOKUP FAILED"
                   TO WS-ABEND-MESSAGE
               PERFORM 9900-ABEND-PROGRAM
           END-IF.

      *        A withdrawal takes the student's GRADE rows with it -
      *        leaving them behind would feed the chase report
      *        "missing grade" lines for students no longer enrolled
      *        and orphan rows for the data audit; the audit trail
      *        records how many rows went (see 2400) - and its
      *        ENROLMENT rows. A retired course takes its dated
      *        coefficients and enrolment rows with it, and a CC
      *        card replaces the row of its effective term if one is
      *        already filed. An enrolment card replaces the status
      *        of the row it finds, else files one.
       2300-APPLY-TRANSACTION.
           IF WS-TRAN-ACTION = "CC"
               PERFORM 2310-COUNT-DATED-COEF
           END-IF

           EVALUATE WS-TRAN-ACTION
               WHEN "AS"
                   EXEC SQL
                           TO WS-ABEND-MESSAGE
                       PERFORM 9900-ABEND-PROGRAM
                   END-IF
                   EXEC SQL
                       DELETE FROM ENROLMENT
                           WHERE STUDENT_ID = :WS-KEY-ID
                   END-EXEC
                   IF SQLCODE < 0
                       MOVE "2300-APPLY-TRANSACTION" TO
                           WS-LOG-PARAGRAPH
                       PERFORM 9100-LOG-SQL-EXCEPTION
                       MOVE "2300-APPLY-TRANSACTION: ENROLMENT "
                           & "PURGE FAILED, NO CHANGES COMMITTED"
                           TO WS-ABEND-MESSAGE
                       PERFORM 9900-ABEND-PROGRAM
                   END-IF
                   EXEC SQL
                       DELETE FROM STUDENT
                           WHERE ID = :WS-KEY-ID
                   END-EXEC
               WHEN "RC"
                   EXEC SQL
                       DELETE FROM COURSE_COEF
                           WHERE COURSE_ID = :WS-KEY-ID
                   END-EXEC
                   IF SQLCODE < 0
                       MOVE "2300-APPLY-TRANSACTION" TO
                           WS-LOG-PARAGRAPH
                       PERFORM 9100-LOG-SQL-EXCEPTION
                       MOVE "2300-APPLY-TRANSACTION: COEFFICIENT "
                           & "PURGE FAILED, NO CHANGES COMMITTED"
                           TO WS-ABEND-MESSAGE
                       PERFORM 9900-ABEND-PROGRAM
                   END-IF
                   EXEC SQL
                       DELETE FROM ENROLMENT
                           WHERE COURSE_ID = :WS-KEY-ID
                   END-EXEC
                   IF SQLCODE < 0
                       MOVE "2300-APPLY-TRANSACTION" TO
                           WS-LOG-PARAGRAPH
                       PERFORM 9100-LOG-SQL-EXCEPTION
                       MOVE "2300-APPLY-TRANSACTION: ENROLMENT "
                           & "PURGE FAILED, NO CHANGES COMMITTED"
                           TO WS-ABEND-MESSAGE
                       PERFORM 9900-ABEND-PROGRAM
                   END-IF
                   EXEC SQL
                       DELETE FROM COURSE
                           WHERE ID = :WS-KEY-ID
                   END-EXEC
               WHEN "CC"
                   IF WS-DATED-ROWS = 0
                       EXEC SQL
                           INSERT INTO COURSE_COEF
                               (COURSE_ID, TERM, COEF)
                               VALUES (:WS-KEY-ID,
                                       :WS-TRAN-TERM,
                                       :WS-COEF-VALUE)
                       END-EXEC
                   ELSE
                       EXEC SQL
                           UPDATE COURSE_COEF
                               SET COEF = :WS-COEF-VALUE
                               WHERE COURSE_ID = :WS-KEY-ID
                                 AND TERM = :WS-TRAN-TERM
                       END-EXEC
                   END-IF
               WHEN "EN"
               WHEN "DR"
               WHEN "EX"
                   IF WS-ENROL-ROWS = 0
                       EXEC SQL
                           INSERT INTO ENROLMENT
                               (STUDENT_ID, COURSE_ID, TERM, STATUS)
                               VALUES (:WS-KEY-ID,
                                       :WS-COURSE-ID,
                                       :WS-TRAN-TERM,
                                       :WS-TRAN-ACTION)
                       END-EXEC
                   ELSE
                       EXEC SQL
                           UPDATE ENROLMENT
                               SET STATUS = :WS-TRAN-ACTION
                               WHERE STUDENT_ID = :WS-KEY-ID
                                 AND COURSE_ID = :WS-COURSE-ID
                                 AND TERM = :WS-TRAN-TERM
                       END-EXEC
                   END-IF
           END-EVALUATE

           IF SQLCODE < 0
               PERFORM 9900-ABEND-PROGRAM
           END-IF.

       2310-COUNT-DATED-COEF.
           MOVE 0 TO WS-DATED-ROWS
           EXEC SQL
               SELECT COUNT(*) INTO :WS-DATED-ROWS
                   FROM COURSE_COEF
                   WHERE COURSE_ID = :WS-KEY-ID
                     AND TERM = :WS-TRAN-TERM
           END-EXEC
           IF SQLCODE < 0
               MOVE "2310-COUNT-DATED-COEF" TO WS-LOG-PARAGRAPH
               PERFORM 9100-LOG-SQL-EXCEPTION
               MOVE "2310-COUNT-DATED-COEF: LOOKUP FAILED"
                   TO WS-ABEND-MESSAGE
               PERFORM 9900-ABEND-PROGRAM
           END-IF.

       2400-WRITE-AUDIT-ROW.
           MOVE FUNCTION CURRENT-DATE (1:14) TO WS-CURRENT-TIMESTAMP
           MOVE WS-CURRENT-TIMESTAMP TO WS-AUD-TIMESTAMP
           MOVE SPACES               TO WS-AUD-OLD-VALUE
           MOVE SPACES               TO WS-AUD-NEW-VALUE
           MOVE SPACES               TO WS-AUD-NOTE
           MOVE SPACES               TO WS-AUD-TERM
           MOVE SPACES               TO WS-AUD-COURSE-ID
           MOVE SPACES               TO WS-AUD-CLASS
           MOVE SPACES               TO WS-AUD-LASTNAME
           MOVE SPACES               TO WS-AUD-FIRSTNAME

           EVALUATE WS-TRAN-ACTION
               WHEN "AS"
                   MOVE WS-TRAN-CLASS TO WS-AUD-NEW-VALUE
                   MOVE WS-TRAN-LASTNAME TO WS-AUD-LASTNAME
                   MOVE WS-TRAN-FIRSTNAME TO WS-AUD-FIRSTNAME
               WHEN "TS"
                   MOVE WS-OLD-CLASS  TO WS-AUD-OLD-VALUE
                   MOVE WS-TRAN-CLASS TO WS-AUD-NEW-VALUE
               WHEN "AC"
                   MOVE WS-COEF-VALUE TO WS-COEF-DISPLAY
                   MOVE WS-COEF-DISPLAY TO WS-AUD-NEW-VALUE
                   MOVE WS-TRAN-LASTNAME TO WS-AUD-LASTNAME
               WHEN "RC"
                   MOVE "RETIRE" TO WS-AUD-NEW-VALUE
               WHEN "CC"
                   MOVE WS-COEF-DISPLAY TO WS-AUD-OLD-VALUE
                   MOVE WS-COEF-VALUE TO WS-COEF-DISPLAY
                   MOVE WS-COEF-DISPLAY TO WS-AUD-NEW-VALUE
                   MOVE WS-TRAN-TERM TO WS-AUD-TERM
               WHEN "EN"
               WHEN "DR"
               WHEN "EX"
                   MOVE WS-OLD-STATUS TO WS-AUD-OLD-VALUE
                   MOVE WS-TRAN-ACTION TO WS-AUD-NEW-VALUE
                   MOVE WS-TRAN-TERM TO WS-AUD-TERM
                   MOVE WS-TRAN-COURSE-ID TO WS-AUD-COURSE-ID
                   MOVE WS-OLD-CLASS TO WS-AUD-CLASS
           END-EVALUATE

           WRITE AUDIT-RECORD FROM WS-AUDIT-ROW
               MOVE "2400-WRITE-AUDIT-ROW: AUDIT WRITE FAILED, "
                   & "TRAIL INCOMPLETE" TO WS-ABEND-MESSAGE
               PERFORM 9900-ABEND-PROGRAM
           END-IF

           IF WS-TRAN-ACTION = "CC"
               PERFORM VARYING WS-STATE-IDX FROM 1 BY 1
                       UNTIL WS-STATE-IDX > WS-STATE-COUNT
                   IF WS-ST-STATUS (WS-STATE-IDX) = "REOPENED"
                       AND WS-ST-TERM (WS-STATE-IDX) >= WS-TRAN-TERM
                       PERFORM 2450-WRITE-CLOSEAUDIT-ROW
                   END-IF
               END-PERFORM
           END-IF

           IF WS-ENROL-ACTION = "Y"
               AND WS-TERM-STATE = "REOPENED"
               MOVE WS-STATE-SLOT TO WS-STATE-IDX
               PERFORM 2450-WRITE-CLOSEAUDIT-ROW
           END-IF.

      *        Works on the reopened entry WS-STATE-IDX points at.
       2450-WRITE-CLOSEAUDIT-ROW.
           MOVE WS-CURRENT-TIMESTAMP TO WS-CA-TIMESTAMP
           MOVE "ROSTERUPDT"         TO WS-CA-PROGRAM
           MOVE WS-TRAN-USER         TO WS-CA-USER
           MOVE WS-TRAN-REFERENCE    TO WS-CA-REFERENCE
           MOVE WS-ST-CLASS (WS-STATE-IDX) TO WS-CA-CLASS
           MOVE WS-ST-TERM (WS-STATE-IDX)  TO WS-CA-TERM
           MOVE WS-TRAN-ACTION       TO WS-CA-ACTION
           MOVE WS-KEY-ID            TO WS-CA-KEY-ID
           MOVE WS-COURSE-ID         TO WS-CA-COURSE-ID
           MOVE WS-AUD-OLD-VALUE (1:5) TO WS-CA-OLD-VALUE
           MOVE WS-AUD-NEW-VALUE (1:5) TO WS-CA-NEW-VALUE
           WRITE CLOSEAUDIT-RECORD FROM WS-CLOSEAUDIT-ROW
           IF WS-CLOSEAUDIT-STATUS NOT = "00"
               MOVE "2450-WRITE-CLOSEAUDIT-ROW: AUDIT WRITE FAILED, "
                   & "TRAIL INCOMPLETE" TO WS-ABEND-MESSAGE
               PERFORM 9900-ABEND-PROGRAM
           END-IF.

       2500-WRITE-REJECT.
                  WS-TRAN-LASTNAME DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-TRAN-USER DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-TRAN-REFERENCE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-TRAN-TERM DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-TRAN-COURSE-ID DELIMITED BY SIZE
                  " REASON=" DELIMITED BY SIZE
                  WS-REJECT-REASON DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
               CLOSE TRANFILE
               CLOSE REJECTFILE
               CLOSE AUDITFILE
               CLOSE CLOSEAUDITFILE
           END-IF
           STOP RUN.
