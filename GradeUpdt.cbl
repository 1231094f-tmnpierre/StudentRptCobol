       IDENTIFICATION DIVISION.
       PROGRAM-ID. GRADEUPDT.

      *        Grade maintenance off GRADETRAN.DAT cards: validate,
      *        apply, commit, audit. A term the council has CLOSED
      *        on TERMSTAT.DAT (see TERMCTL) for the class the
      *        student spent it in is frozen - its cards are
      *        rejected unless the term has been REOPENED and the
      *        card quotes the reopening reference, in which case
      *        the change is also written to CLOSEAUDIT.DAT for the
      *        post-closure report.
      *        A student who dropped the course or is exempt from it
      *        for the term (DR or EX on ENROLMENT, see ROSTERUPDT)
      *        takes no grade in it: add and correct cards are
      *        refused, a delete card still clears a stray row.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
       01 TRAN-RECORD PIC X(40).

       FD REJECTFILE.
       01 REJECT-RECORD PIC X(100).
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
      *        delete, keyed by STUDENT_ID and COURSE_ID like the
      *        GRADE-DETAILS row GRADESREPORT fetches. Key and grade
      *        arrive as raw characters so they can be checked NUMERIC
      *        before anything touches the database. REFERENCE is
      *        only filled in on a correction to a reopened term: it
      *        must be the authorisation reference of the REOPENED
      *        record on TERMSTAT.DAT.
       01 WS-TRAN-FIELDS.
           05 WS-TRAN-ACTION     PIC X(1).
           05 WS-TRAN-STUDENT-ID PIC X(4).
           05 WS-TRAN-TERM       PIC X(6).
           05 WS-TRAN-GRADE      PIC X(4).
           05 WS-TRAN-USER       PIC X(8).
           05 WS-TRAN-REFERENCE  PIC X(10).

       01 GRADE-DETAILS.
           05 GRADE-STUDENT-ID PIC 9(4).
       01 WS-STUDENT-EXISTS PIC 9(5) VALUE 0.
       01 WS-COURSE-EXISTS  PIC 9(5) VALUE 0.
       01 WS-GRADE-EXISTS   PIC 9(5) VALUE 0.
       01 WS-STUDENT-CLASS  PIC X(8) VALUE SPACES.
       01 WS-NOT-ENROLLED   PIC 9(5) VALUE 0.

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
      *        wins. WS-TERM-STATE holds the status of the card being
      *        validated (spaces when the term was never given one).
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
      *        2245-FIND-TERM-CLASS answers in WS-TERM-CLASS, spaces
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
           05 FILLER            PIC X(1) VALUE SPACE.
           05 WS-AUD-NEW-VALUE  PIC X(5).

      *        Post-closure trail row - one per change applied to a
      *        reopened term, appended to the cumulative
      *        CLOSEAUDIT.DAT that ROSTERUPDT's CC cards also feed
      *        and CLOSERPT reports from. KEY-ID is the student (the
      *        course on a CC), COURSE-ID the course (zero on a CC).
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

       01 WS-GRADE-DISPLAY    PIC Z9.99.
       01 WS-CURRENT-TIMESTAMP PIC X(14).

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

           DISPLAY "GRADEUPDT: LUES=" WS-READ-COUNT
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
               PERFORM 2220-CHECK-COURSE-EXISTS
           END-IF

           IF WS-REJECT-REASON = SPACES
               AND WS-TRAN-ACTION NOT = "D"
               PERFORM 2260-CHECK-ENROLMENT
           END-IF

           IF WS-REJECT-REASON = SPACES
               PERFORM 2240-FETCH-STUDENT-CLASS
               PERFORM 2250-CHECK-TERM-CLOSURE
           END-IF

           IF WS-REJECT-REASON = SPACES
               PERFORM 2230-FETCH-EXISTING-GRADE
           END-IF
               END-IF
           END-IF.

      *        The closure is judged on the class the student was
      *        archived under for the card's term on HISTORY.DAT, so
      *        a student moved since (TS card, rollover) is still
      *        held by the freeze of the class the term was spent
      *        in. A term not archived yet for the student falls
      *        back on the class the student sits in now - MAX for
      *        the same reason as 2230.
       2240-FETCH-STUDENT-CLASS.
           MOVE GRADE-STUDENT-ID TO WS-FIND-STUDENT
           MOVE GRADE-TERM TO WS-FIND-TERM
           PERFORM 2245-FIND-TERM-CLASS
           MOVE WS-TERM-CLASS TO WS-STUDENT-CLASS
           IF WS-STUDENT-CLASS = SPACES
               EXEC SQL
                   SELECT MAX(CLASS_ID) INTO :WS-STUDENT-CLASS
                       FROM STUDENT WHERE ID = :GRADE-STUDENT-ID
               END-EXEC
               IF SQLCODE < 0
                   MOVE "2240-FETCH-STUDENT-CLASS" TO
                       WS-LOG-PARAGRAPH
                   PERFORM 9100-LOG-SQL-EXCEPTION
                   MOVE "2240-FETCH-STUDENT-CLASS: LOOKUP FAILED"
                       TO WS-ABEND-MESSAGE
                   PERFORM 9900-ABEND-PROGRAM
               END-IF
           END-IF.

      *        Class of WS-FIND-STUDENT for WS-FIND-TERM off the
      *        HISTORY.DAT table, last row winning; spaces if none.
       2245-FIND-TERM-CLASS.
           MOVE SPACES TO WS-TERM-CLASS
           PERFORM VARYING WS-TC-IDX FROM 1 BY 1
                   UNTIL WS-TC-IDX > WS-TC-COUNT
               IF WS-TC-STUDENT (WS-TC-IDX) = WS-FIND-STUDENT
                   AND WS-TC-TERM (WS-TC-IDX) = WS-FIND-TERM
                   MOVE WS-TC-CLASS (WS-TC-IDX) TO WS-TERM-CLASS
               END-IF
           END-PERFORM.

      *        CLOSED refuses the card outright; REOPENED accepts it
      *        only when it quotes the reopening reference. OPEN or
      *        no status at all is business as usual.
       2250-CHECK-TERM-CLOSURE.
           MOVE SPACES TO WS-TERM-STATE
           PERFORM VARYING WS-STATE-IDX FROM 1 BY 1
                   UNTIL WS-STATE-IDX > WS-STATE-COUNT
               IF WS-ST-CLASS (WS-STATE-IDX) = WS-STUDENT-CLASS
                   AND WS-ST-TERM (WS-STATE-IDX) = GRADE-TERM
                   MOVE WS-ST-STATUS (WS-STATE-IDX) TO WS-TERM-STATE
                   MOVE WS-STATE-IDX TO WS-STATE-SLOT
               END-IF
           END-PERFORM
           IF WS-TERM-STATE = "CLOSED"
               MOVE "R11" TO WS-REJECT-REASON
               MOVE "TERM CLOSED FOR CLASS" TO WS-REJECT-TEXT
           END-IF
           IF WS-TERM-STATE = "REOPENED"
               AND WS-TRAN-REFERENCE NOT =
                   WS-ST-REFERENCE (WS-STATE-SLOT)
               MOVE "R11" TO WS-REJECT-REASON
               MOVE "TERM CLOSED, REOPENING REF MISMATCH"
                   TO WS-REJECT-TEXT
           END-IF.

      *        No ENROLMENT row, or an EN one, means the student
      *        takes the course that term.
       2260-CHECK-ENROLMENT.
           MOVE 0 TO WS-NOT-ENROLLED
           EXEC SQL
               SELECT COUNT(*) INTO :WS-NOT-ENROLLED
                   FROM ENROLMENT
                   WHERE STUDENT_ID = :GRADE-STUDENT-ID
                     AND COURSE_ID  = :GRADE-COURSE-ID
                     AND TERM       = :GRADE-TERM
                     AND STATUS    <> 'EN'
           END-EXEC
           IF SQLCODE < 0
               MOVE "2260-CHECK-ENROLMENT" TO WS-LOG-PARAGRAPH
               PERFORM 9100-LOG-SQL-EXCEPTION
               MOVE "2260-CHECK-ENROLMENT: LOOKUP FAILED"
                   TO WS-ABEND-MESSAGE
               PERFORM 9900-ABEND-PROGRAM
           END-IF
           IF WS-NOT-ENROLLED > 0
               MOVE "R12" TO WS-REJECT-REASON
               MOVE "STUDENT NOT ENROLLED IN COURSE"
                   TO WS-REJECT-TEXT
           END-IF.

       2300-APPLY-TRANSACTION.
           EVALUATE WS-TRAN-ACTION
               WHEN "A"
               MOVE "2400-WRITE-AUDIT-ROW: AUDIT WRITE FAILED, "
                   & "TRAIL INCOMPLETE" TO WS-ABEND-MESSAGE
               PERFORM 9900-ABEND-PROGRAM
           END-IF

           IF WS-TERM-STATE = "REOPENED"
               PERFORM 2450-WRITE-CLOSEAUDIT-ROW
           END-IF.

       2450-WRITE-CLOSEAUDIT-ROW.
           MOVE WS-CURRENT-TIMESTAMP TO WS-CA-TIMESTAMP
           MOVE "GRADEUPDT"          TO WS-CA-PROGRAM
           MOVE WS-TRAN-USER         TO WS-CA-USER
           MOVE WS-TRAN-REFERENCE    TO WS-CA-REFERENCE
           MOVE WS-STUDENT-CLASS     TO WS-CA-CLASS
           MOVE GRADE-TERM           TO WS-CA-TERM
           MOVE WS-TRAN-ACTION       TO WS-CA-ACTION
           MOVE GRADE-STUDENT-ID     TO WS-CA-KEY-ID
           MOVE GRADE-COURSE-ID      TO WS-CA-COURSE-ID
           MOVE WS-AUD-OLD-VALUE     TO WS-CA-OLD-VALUE
           MOVE WS-AUD-NEW-VALUE     TO WS-CA-NEW-VALUE
           WRITE CLOSEAUDIT-RECORD FROM WS-CLOSEAUDIT-ROW
           IF WS-CLOSEAUDIT-STATUS NOT = "00"
               MOVE "2450-WRITE-CLOSEAUDIT-ROW: AUDIT WRITE FAILED, "
                   & "TRAIL INCOMPLETE" TO WS-ABEND-MESSAGE
               PERFORM 9900-ABEND-PROGRAM
           END-IF.

       2500-WRITE-REJECT.
                  WS-TRAN-GRADE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-TRAN-USER DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-TRAN-REFERENCE DELIMITED BY SIZE
                  " REASON=" DELIMITED BY SIZE
                  WS-REJECT-REASON DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
               CLOSE TRANFILE
               CLOSE REJECTFILE
               CLOSE AUDITFILE
               CLOSE CLOSEAUDITFILE
           END-IF
           STOP RUN.
