       IDENTIFICATION DIVISION.
       PROGRAM-ID. ASSESSUPDT.

      *        Assessment maintenance off ASSESSTRAN.DAT cards: the
      *        individual tests, homework and oral marks behind a
      *        term grade, one ASSESSMENT row per student, course,
      *        term and assessment id, each with its mark, the scale
      *        it was marked out of and its weight in the term
      *        grade. Same validate / apply / commit / audit cycle
      *        as GRADEUPDT, trail on the cumulative ASSESSAUDIT.DAT;
      *        the same term closure rule (TERMSTAT.DAT, reopening
      *        reference, CLOSEAUDIT.DAT) and the same enrolment rule
      *        (no mark for a course the student dropped or is
      *        exempted from) apply. The term grade itself is never
      *        written here: ASSESSROLL rolls the marks up and posts
      *        the result to GRADE through GRADETRAN.DAT cards.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANFILE ASSIGN TO "ASSESSTRAN.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TRAN-STATUS.

           SELECT REJECTFILE ASSIGN TO WS-REJECT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT AUDITFILE ASSIGN TO "ASSESSAUDIT.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AUDIT-STATUS.

           SELECT RUNPARMFILE ASSIGN TO "RUNPARM.DAT"
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
       01 TRAN-RECORD PIC X(60).

       FD REJECTFILE.
       01 REJECT-RECORD PIC X(120).

       FD AUDITFILE.
       01 AUDIT-RECORD PIC X(100).

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
           05 DB-USERNAME PIC X(30).
           05 DB-PASSWORD PIC X(10).
           05 DB-NAME     PIC X(30).

      *        Mirror of the RUNPARM.DAT record GRADESREPORT reads in
      *        its 1050-READ-RUN-PARAMETERS - keep in step with
      *        WS-RUN-PARAMETERS over there. Only the connection
      *        fields and the run id are used here.
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
       01 WS-REJECT-FILENAME    PIC X(60) VALUE SPACES.
       01 WS-TRAN-STATUS        PIC XX.
       01 WS-AUDIT-STATUS       PIC XX.
       01 WS-RUNPARM-STATUS     PIC XX.
       01 WS-TERMSTAT-STATUS    PIC XX.
       01 WS-HISTORY-STATUS     PIC XX.
       01 WS-CLOSEAUDIT-STATUS  PIC XX.
       01 WS-TRAN-EOF           PIC X VALUE "N".
       01 WS-FILES-OPEN         PIC X VALUE "N".
       01 WS-ABEND-MESSAGE      PIC X(80) VALUE SPACES.
       01 WS-LOG-PARAGRAPH      PIC X(30) VALUE SPACES.
       01 WS-SQLCODE-DISPLAY    PIC -999999.

      *        Transaction card: action A = add, C = correct, D =
      *        delete, keyed by student, course, term and the
      *        teacher's own assessment id (DS1, DM2, ORAL1...).
      *        MARK is 5 digits with 2 implied decimals (01450 =
      *        14.50), OUT-OF the scale the mark was given on (020,
      *        010, 100...), WEIGHT 3 digits with 1 implied decimal
      *        (010 = 1.0). Everything arrives as raw characters so
      *        it can be checked NUMERIC before anything touches the
      *        database. REFERENCE has the meaning it has on a
      *        GRADEUPDT card: the reopening reference of a reopened
      *        term.
       01 WS-TRAN-FIELDS.
           05 WS-TRAN-ACTION     PIC X(1).
           05 WS-TRAN-STUDENT-ID PIC X(4).
           05 WS-TRAN-COURSE-ID  PIC X(4).
           05 WS-TRAN-TERM       PIC X(6).
           05 WS-TRAN-ASSESS-ID  PIC X(6).
           05 WS-TRAN-MARK       PIC X(5).
           05 WS-TRAN-OUT-OF     PIC X(3).
           05 WS-TRAN-WEIGHT     PIC X(3).
           05 WS-TRAN-USER       PIC X(8).
           05 WS-TRAN-REFERENCE  PIC X(10).

       01 ASSESS-DETAILS.
           05 ASSESS-STUDENT-ID PIC 9(4).
           05 ASSESS-COURSE-ID  PIC 9(4).
           05 ASSESS-TERM       PIC X(6).
           05 ASSESS-ID         PIC X(6).
           05 ASSESS-MARK       PIC 9(3)V99.
           05 ASSESS-OUT-OF     PIC 9(3).
           05 ASSESS-WEIGHT     PIC 9(2)V9.

       01 WS-OLD-MARK       PIC 9(3)V99 VALUE 0.
       01 WS-OLD-OUT-OF     PIC 9(3) VALUE 0.
       01 WS-OLD-WEIGHT     PIC 9(2)V9 VALUE 0.
       01 WS-STUDENT-EXISTS PIC 9(5) VALUE 0.
       01 WS-COURSE-EXISTS  PIC 9(5) VALUE 0.
       01 WS-ASSESS-EXISTS  PIC 9(5) VALUE 0.
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
       01 WS-REJECT-LINE    PIC X(120).

      *        Audit trail row - one per applied change, appended to
      *        the cumulative ASSESSAUDIT.DAT. Old and new values
      *        read MARK/OUT-OF xWEIGHT (" 14.50/ 20 x 1.0"); an add
      *        has no old value and a delete has no new value.
       01 WS-AUDIT-ROW.
           05 WS-AUD-TIMESTAMP  PIC X(14).
           05 FILLER            PIC X(1) VALUE SPACE.
           05 WS-AUD-USER       PIC X(8).
           05 FILLER            PIC X(1) VALUE SPACE.
           05 WS-AUD-ACTION     PIC X(1).
           05 FILLER            PIC X(1) VALUE SPACE.
           05 WS-AUD-STUDENT-ID PIC 9(4).
           05 FILLER            PIC X(1) VALUE SPACE.
           05 WS-AUD-COURSE-ID  PIC 9(4).
           05 FILLER            PIC X(1) VALUE SPACE.
           05 WS-AUD-TERM       PIC X(6).
           05 FILLER            PIC X(1) VALUE SPACE.
           05 WS-AUD-ASSESS-ID  PIC X(6).
           05 FILLER            PIC X(1) VALUE SPACE.
           05 WS-AUD-OLD-VALUE  PIC X(16).
           05 FILLER            PIC X(1) VALUE SPACE.
           05 WS-AUD-NEW-VALUE  PIC X(16).

      *        Edited view of one mark for the audit trail.
       01 WS-MARK-VALUE.
           05 WS-MV-MARK        PIC ZZ9.99.
           05 FILLER            PIC X(1) VALUE "/".
           05 WS-MV-OUT-OF      PIC ZZ9.
           05 FILLER            PIC X(2) VALUE " x".
           05 WS-MV-WEIGHT      PIC Z9.9.

      *        Post-closure trail row, as GRADEUPDT writes it. KEY-ID
      *        is the student, COURSE-ID the course; old and new
      *        values are the mark brought to the 0-20 scale, which
      *        is what the term grade will feel.
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

       01 WS-SCALED-MARK      PIC 99V99 VALUE 0.
       01 WS-GRADE-DISPLAY    PIC Z9.99.
       01 WS-CURRENT-TIMESTAMP PIC X(14).

       01 WS-READ-COUNT    PIC 9(6) VALUE 0.
       01 WS-APPLIED-COUNT PIC 9(6) VALUE 0.
       01 WS-REJECT-COUNT  PIC 9(6) VALUE 0.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1050-READ-RUN-PARAMETERS
           PERFORM 1060-BUILD-RUNTIME-FILENAMES
           PERFORM 1080-LOAD-TERM-STATUS
           PERFORM 1090-LOAD-TERM-CLASSES

           OPEN INPUT TRANFILE
           IF WS-TRAN-STATUS NOT = "00"
               MOVE "0000-MAIN: CANNOT OPEN ASSESSTRAN.DAT"
                   TO WS-ABEND-MESSAGE
               PERFORM 9900-ABEND-PROGRAM
           END-IF
           OPEN OUTPUT REJECTFILE
           PERFORM 1070-OPEN-AUDIT-FOR-APPEND
           PERFORM 1075-OPEN-CLOSEAUDIT-FOR-APPEND
           MOVE "Y" TO WS-FILES-OPEN

           PERFORM 1000-CONNECT-TO-DB
           PERFORM 2000-PROCESS-TRANSACTIONS
           PERFORM 9000-CLOSE-DB

           CLOSE TRANFILE
           CLOSE REJECTFILE
           CLOSE AUDITFILE
           CLOSE CLOSEAUDITFILE

           DISPLAY "ASSESSUPDT: LUES=" WS-READ-COUNT
                   " APPLIQUEES=" WS-APPLIED-COUNT
                   " REJETEES=" WS-REJECT-COUNT
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

           MOVE WS-PARM-USERNAME TO DB-USERNAME
           MOVE WS-PARM-PASSWORD TO DB-PASSWORD
           MOVE WS-PARM-DBNAME   TO DB-NAME
           MOVE WS-PARM-RUNID    TO WS-RUN-ID.

       1060-BUILD-RUNTIME-FILENAMES.
           MOVE SPACES TO WS-REJECT-FILENAME
           STRING "rejects_assess_" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-RUN-ID) DELIMITED BY SIZE
                  ".log" DELIMITED BY SIZE
                  INTO WS-REJECT-FILENAME.

      *        Cumulative trail, created on the very first run only
      *        (file status 35).
       1070-OPEN-AUDIT-FOR-APPEND.
           OPEN EXTEND AUDITFILE
           IF WS-AUDIT-STATUS = "35"
               OPEN OUTPUT AUDITFILE
           END-IF
           IF WS-AUDIT-STATUS NOT = "00"
               MOVE "1070-OPEN-AUDIT-FOR-APPEND: CANNOT OPEN "
                   & "ASSESSAUDIT.DAT" TO WS-ABEND-MESSAGE
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
               USING :DB-NAME
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE "1000-CONNECT-TO-DB" TO WS-LOG-PARAGRAPH
               PERFORM 9100-LOG-SQL-EXCEPTION
               MOVE "1000-CONNECT-TO-DB: UNABLE TO CONNECT TO "
                   & "THE DATABASE" TO WS-ABEND-MESSAGE
               PERFORM 9900-ABEND-PROGRAM
           END-IF.

       2000-PROCESS-TRANSACTIONS.
           PERFORM UNTIL WS-TRAN-EOF = "Y"
               READ TRANFILE INTO WS-TRAN-FIELDS
                   AT END
                       MOVE "Y" TO WS-TRAN-EOF
                   NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       PERFORM 2100-PROCESS-ONE-TRAN
               END-READ
           END-PERFORM.

      *        Committed one card at a time before the audit row is
      *        written, as in GRADEUPDT.
       2100-PROCESS-ONE-TRAN.
           MOVE SPACES TO WS-REJECT-REASON
           MOVE SPACES TO WS-REJECT-TEXT
           PERFORM 2200-VALIDATE-TRANSACTION
           IF WS-REJECT-REASON = SPACES
               PERFORM 2300-APPLY-TRANSACTION
               PERFORM 8000-COMMIT-WORK
               ADD 1 TO WS-APPLIED-COUNT
               PERFORM 2400-WRITE-AUDIT-ROW
           ELSE
               ADD 1 TO WS-REJECT-COUNT
               PERFORM 2500-WRITE-REJECT
           END-IF.

      *        Same order as GRADEUPDT: format checks first, then the
      *        student and the course, the enrolment, the closure,
      *        then presence or absence of the ASSESSMENT row as the
      *        action needs. R01-R12 mean what they mean in
      *        GRADEUPDT (R04 and R05 speak of the mark); R13-R15
      *        are the assessment's own fields.
       2200-VALIDATE-TRANSACTION.
           IF WS-TRAN-ACTION NOT = "A" AND NOT = "C" AND NOT = "D"
               MOVE "R01" TO WS-REJECT-REASON
               MOVE "INVALID ACTION CODE" TO WS-REJECT-TEXT
           END-IF

           IF WS-REJECT-REASON = SPACES
               AND WS-TRAN-STUDENT-ID NOT NUMERIC
               MOVE "R02" TO WS-REJECT-REASON
               MOVE "STUDENT ID NOT NUMERIC" TO WS-REJECT-TEXT
           END-IF

           IF WS-REJECT-REASON = SPACES
               AND WS-TRAN-COURSE-ID NOT NUMERIC
               MOVE "R03" TO WS-REJECT-REASON
               MOVE "COURSE ID NOT NUMERIC" TO WS-REJECT-TEXT
           END-IF

           IF WS-REJECT-REASON = SPACES
               AND WS-TRAN-ACTION NOT = "D"
               AND WS-TRAN-MARK NOT NUMERIC
               MOVE "R04" TO WS-REJECT-REASON
               MOVE "MARK NOT NUMERIC" TO WS-REJECT-TEXT
           END-IF

           IF WS-REJECT-REASON = SPACES
               AND WS-TRAN-TERM = SPACES
               MOVE "R10" TO WS-REJECT-REASON
               MOVE "TERM MISSING" TO WS-REJECT-TEXT
           END-IF

           IF WS-REJECT-REASON = SPACES
               AND WS-TRAN-ASSESS-ID = SPACES
               MOVE "R13" TO WS-REJECT-REASON
               MOVE "ASSESSMENT ID MISSING" TO WS-REJECT-TEXT
           END-IF

           IF WS-REJECT-REASON = SPACES
               AND WS-TRAN-ACTION NOT = "D"
               IF WS-TRAN-OUT-OF NOT NUMERIC
                   MOVE "R14" TO WS-REJECT-REASON
                   MOVE "OUT-OF SCALE NOT NUMERIC OR ZERO"
                       TO WS-REJECT-TEXT
               ELSE
                   IF WS-TRAN-OUT-OF = "000"
                       MOVE "R14" TO WS-REJECT-REASON
                       MOVE "OUT-OF SCALE NOT NUMERIC OR ZERO"
                           TO WS-REJECT-TEXT
                   END-IF
               END-IF
           END-IF

           IF WS-REJECT-REASON = SPACES
               AND WS-TRAN-ACTION NOT = "D"
               IF WS-TRAN-WEIGHT NOT NUMERIC
                   MOVE "R15" TO WS-REJECT-REASON
                   MOVE "WEIGHT NOT NUMERIC OR ZERO"
                       TO WS-REJECT-TEXT
               ELSE
                   IF WS-TRAN-WEIGHT = "000"
                       MOVE "R15" TO WS-REJECT-REASON
                       MOVE "WEIGHT NOT NUMERIC OR ZERO"
                           TO WS-REJECT-TEXT
                   END-IF
               END-IF
           END-IF

           IF WS-REJECT-REASON = SPACES
               MOVE WS-TRAN-STUDENT-ID TO ASSESS-STUDENT-ID
               MOVE WS-TRAN-COURSE-ID  TO ASSESS-COURSE-ID
               MOVE WS-TRAN-TERM       TO ASSESS-TERM
               MOVE WS-TRAN-ASSESS-ID  TO ASSESS-ID
               IF WS-TRAN-ACTION = "D"
                   MOVE 0 TO ASSESS-MARK
                   MOVE 0 TO ASSESS-OUT-OF
                   MOVE 0 TO ASSESS-WEIGHT
               ELSE
                   COMPUTE ASSESS-MARK =
                       FUNCTION NUMVAL(WS-TRAN-MARK) / 100
                   COMPUTE ASSESS-OUT-OF =
                       FUNCTION NUMVAL(WS-TRAN-OUT-OF)
                   COMPUTE ASSESS-WEIGHT =
                       FUNCTION NUMVAL(WS-TRAN-WEIGHT) / 10
               END-IF
           END-IF

           IF WS-REJECT-REASON = SPACES
               AND WS-TRAN-ACTION NOT = "D"
               AND ASSESS-MARK > ASSESS-OUT-OF
               MOVE "R05" TO WS-REJECT-REASON
               MOVE "MARK ABOVE ITS OUT-OF SCALE" TO WS-REJECT-TEXT
           END-IF

           IF WS-REJECT-REASON = SPACES
               PERFORM 2210-CHECK-STUDENT-EXISTS
           END-IF

           IF WS-REJECT-REASON = SPACES
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
               PERFORM 2230-FETCH-EXISTING-ASSESSMENT
           END-IF

           IF WS-REJECT-REASON = SPACES
               IF WS-TRAN-ACTION = "A" AND WS-ASSESS-EXISTS > 0
                   MOVE "R06" TO WS-REJECT-REASON
                   MOVE "ASSESSMENT ROW ALREADY EXISTS"
                       TO WS-REJECT-TEXT
               END-IF
               IF WS-TRAN-ACTION NOT = "A" AND WS-ASSESS-EXISTS = 0
                   MOVE "R07" TO WS-REJECT-REASON
                   MOVE "ASSESSMENT ROW NOT FOUND" TO WS-REJECT-TEXT
               END-IF
           END-IF.

       2210-CHECK-STUDENT-EXISTS.
           MOVE 0 TO WS-STUDENT-EXISTS
           EXEC SQL
               SELECT COUNT(*) INTO :WS-STUDENT-EXISTS
                   FROM STUDENT WHERE ID = :ASSESS-STUDENT-ID
           END-EXEC
           IF SQLCODE < 0
               MOVE "2210-CHECK-STUDENT-EXISTS" TO WS-LOG-PARAGRAPH
               PERFORM 9100-LOG-SQL-EXCEPTION
               MOVE "2210-CHECK-STUDENT-EXISTS: LOOKUP FAILED"
                   TO WS-ABEND-MESSAGE
               PERFORM 9900-ABEND-PROGRAM
           END-IF
           IF WS-STUDENT-EXISTS = 0
               MOVE "R08" TO WS-REJECT-REASON
               MOVE "UNKNOWN STUDENT" TO WS-REJECT-TEXT
           END-IF.

       2220-CHECK-COURSE-EXISTS.
           MOVE 0 TO WS-COURSE-EXISTS
           EXEC SQL
               SELECT COUNT(*) INTO :WS-COURSE-EXISTS
                   FROM COURSE WHERE ID = :ASSESS-COURSE-ID
           END-EXEC
           IF SQLCODE < 0
               MOVE "2220-CHECK-COURSE-EXISTS" TO WS-LOG-PARAGRAPH
               PERFORM 9100-LOG-SQL-EXCEPTION
               MOVE "2220-CHECK-COURSE-EXISTS: LOOKUP FAILED"
                   TO WS-ABEND-MESSAGE
               PERFORM 9900-ABEND-PROGRAM
           END-IF
           IF WS-COURSE-EXISTS = 0
               MOVE "R09" TO WS-REJECT-REASON
               MOVE "UNKNOWN COURSE" TO WS-REJECT-TEXT
           END-IF.

      *        COUNT then MAX, as GRADEUPDT's 2230 does, so a
      *        duplicated row still comes back as one.
       2230-FETCH-EXISTING-ASSESSMENT.
           MOVE 0 TO WS-ASSESS-EXISTS
           MOVE 0 TO WS-OLD-MARK
           MOVE 0 TO WS-OLD-OUT-OF
           MOVE 0 TO WS-OLD-WEIGHT
           EXEC SQL
               SELECT COUNT(*) INTO :WS-ASSESS-EXISTS
                   FROM ASSESSMENT
                   WHERE STUDENT_ID = :ASSESS-STUDENT-ID
                     AND COURSE_ID  = :ASSESS-COURSE-ID
                     AND TERM       = :ASSESS-TERM
                     AND ASSESS_ID  = :ASSESS-ID
           END-EXEC
           IF SQLCODE < 0
               MOVE "2230-FETCH-EXISTING-ASSESSMENT" TO
                   WS-LOG-PARAGRAPH
               PERFORM 9100-LOG-SQL-EXCEPTION
               MOVE "2230-FETCH-EXISTING-ASSESSMENT: LOOKUP FAILED"
                   TO WS-ABEND-MESSAGE
               PERFORM 9900-ABEND-PROGRAM
           END-IF
           IF WS-ASSESS-EXISTS > 0
               EXEC SQL
                   SELECT MAX(MARK), MAX(OUT_OF), MAX(WEIGHT)
                       INTO :WS-OLD-MARK, :WS-OLD-OUT-OF,
                            :WS-OLD-WEIGHT
                       FROM ASSESSMENT
                       WHERE STUDENT_ID = :ASSESS-STUDENT-ID
                         AND COURSE_ID  = :ASSESS-COURSE-ID
                         AND TERM       = :ASSESS-TERM
                         AND ASSESS_ID  = :ASSESS-ID
               END-EXEC
               IF SQLCODE < 0
                   MOVE "2230-FETCH-EXISTING-ASSESSMENT" TO
                       WS-LOG-PARAGRAPH
                   PERFORM 9100-LOG-SQL-EXCEPTION
                   MOVE "2230-FETCH-EXISTING-ASSESSMENT: LOOKUP "
                       & "FAILED" TO WS-ABEND-MESSAGE
                   PERFORM 9900-ABEND-PROGRAM
               END-IF
           END-IF.

      *        The closure is judged on the class the student was
      *        archived under for the term on HISTORY.DAT, falling
      *        back on the class the student sits in now, like
      *        GRADEUPDT.
       2240-FETCH-STUDENT-CLASS.
           MOVE ASSESS-STUDENT-ID TO WS-FIND-STUDENT
           MOVE ASSESS-TERM TO WS-FIND-TERM
           PERFORM 2245-FIND-TERM-CLASS
           MOVE WS-TERM-CLASS TO WS-STUDENT-CLASS
           IF WS-STUDENT-CLASS = SPACES
               EXEC SQL
                   SELECT MAX(CLASS_ID) INTO :WS-STUDENT-CLASS
                       FROM STUDENT WHERE ID = :ASSESS-STUDENT-ID
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

      *        A mark changed in a closed term would move the term
      *        grade behind the council's back: CLOSED refuses the
      *        card, REOPENED takes it with the reopening reference.
       2250-CHECK-TERM-CLOSURE.
           MOVE SPACES TO WS-TERM-STATE
           PERFORM VARYING WS-STATE-IDX FROM 1 BY 1
                   UNTIL WS-STATE-IDX > WS-STATE-COUNT
               IF WS-ST-CLASS (WS-STATE-IDX) = WS-STUDENT-CLASS
                   AND WS-ST-TERM (WS-STATE-IDX) = ASSESS-TERM
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

       2260-CHECK-ENROLMENT.
           MOVE 0 TO WS-NOT-ENROLLED
           EXEC SQL
               SELECT COUNT(*) INTO :WS-NOT-ENROLLED
                   FROM ENROLMENT
                   WHERE STUDENT_ID = :ASSESS-STUDENT-ID
                     AND COURSE_ID  = :ASSESS-COURSE-ID
                     AND TERM       = :ASSESS-TERM
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
                   EXEC SQL
                       INSERT INTO ASSESSMENT
                           (STUDENT_ID, COURSE_ID, TERM, ASSESS_ID,
                            MARK, OUT_OF, WEIGHT)
                           VALUES (:ASSESS-STUDENT-ID,
                                   :ASSESS-COURSE-ID,
                                   :ASSESS-TERM,
                                   :ASSESS-ID,
                                   :ASSESS-MARK,
                                   :ASSESS-OUT-OF,
                                   :ASSESS-WEIGHT)
                   END-EXEC
               WHEN "C"
                   EXEC SQL
                       UPDATE ASSESSMENT
                           SET MARK   = :ASSESS-MARK,
                               OUT_OF = :ASSESS-OUT-OF,
                               WEIGHT = :ASSESS-WEIGHT
                           WHERE STUDENT_ID = :ASSESS-STUDENT-ID
                             AND COURSE_ID  = :ASSESS-COURSE-ID
                             AND TERM       = :ASSESS-TERM
                             AND ASSESS_ID  = :ASSESS-ID
                   END-EXEC
               WHEN "D"
                   EXEC SQL
                       DELETE FROM ASSESSMENT
                           WHERE STUDENT_ID = :ASSESS-STUDENT-ID
                             AND COURSE_ID  = :ASSESS-COURSE-ID
                             AND TERM       = :ASSESS-TERM
                             AND ASSESS_ID  = :ASSESS-ID
                   END-EXEC
           END-EVALUATE

           IF SQLCODE < 0
               MOVE "2300-APPLY-TRANSACTION" TO WS-LOG-PARAGRAPH
               PERFORM 9100-LOG-SQL-EXCEPTION
               MOVE "2300-APPLY-TRANSACTION: UPDATE FAILED, "
                   & "NO CHANGES COMMITTED" TO WS-ABEND-MESSAGE
               PERFORM 9900-ABEND-PROGRAM
           END-IF.

       2400-WRITE-AUDIT-ROW.
           MOVE FUNCTION CURRENT-DATE (1:14) TO WS-CURRENT-TIMESTAMP
           MOVE WS-CURRENT-TIMESTAMP TO WS-AUD-TIMESTAMP
           MOVE WS-TRAN-USER         TO WS-AUD-USER
           MOVE WS-TRAN-ACTION       TO WS-AUD-ACTION
           MOVE ASSESS-STUDENT-ID    TO WS-AUD-STUDENT-ID
           MOVE ASSESS-COURSE-ID     TO WS-AUD-COURSE-ID
           MOVE ASSESS-TERM          TO WS-AUD-TERM
           MOVE ASSESS-ID            TO WS-AUD-ASSESS-ID

           IF WS-TRAN-ACTION = "A"
               MOVE SPACES TO WS-AUD-OLD-VALUE
           ELSE
               MOVE WS-OLD-MARK   TO WS-MV-MARK
               MOVE WS-OLD-OUT-OF TO WS-MV-OUT-OF
               MOVE WS-OLD-WEIGHT TO WS-MV-WEIGHT
               MOVE WS-MARK-VALUE TO WS-AUD-OLD-VALUE
           END-IF

           IF WS-TRAN-ACTION = "D"
               MOVE SPACES TO WS-AUD-NEW-VALUE
           ELSE
               MOVE ASSESS-MARK   TO WS-MV-MARK
               MOVE ASSESS-OUT-OF TO WS-MV-OUT-OF
               MOVE ASSESS-WEIGHT TO WS-MV-WEIGHT
               MOVE WS-MARK-VALUE TO WS-AUD-NEW-VALUE
           END-IF

           WRITE AUDIT-RECORD FROM WS-AUDIT-ROW
           IF WS-AUDIT-STATUS NOT = "00"
               MOVE "2400-WRITE-AUDIT-ROW: AUDIT WRITE FAILED, "
                   & "TRAIL INCOMPLETE" TO WS-ABEND-MESSAGE
               PERFORM 9900-ABEND-PROGRAM
           END-IF

           IF WS-TERM-STATE = "REOPENED"
               PERFORM 2450-WRITE-CLOSEAUDIT-ROW
           END-IF.

       2450-WRITE-CLOSEAUDIT-ROW.
           MOVE WS-CURRENT-TIMESTAMP TO WS-CA-TIMESTAMP
           MOVE "ASSESSUPDT"         TO WS-CA-PROGRAM
           MOVE WS-TRAN-USER         TO WS-CA-USER
           MOVE WS-TRAN-REFERENCE    TO WS-CA-REFERENCE
           MOVE WS-STUDENT-CLASS     TO WS-CA-CLASS
           MOVE ASSESS-TERM          TO WS-CA-TERM
           MOVE WS-TRAN-ACTION       TO WS-CA-ACTION
           MOVE ASSESS-STUDENT-ID    TO WS-CA-KEY-ID
           MOVE ASSESS-COURSE-ID     TO WS-CA-COURSE-ID
           MOVE SPACES TO WS-CA-OLD-VALUE
           MOVE SPACES TO WS-CA-NEW-VALUE
           IF WS-TRAN-ACTION NOT = "A"
               COMPUTE WS-SCALED-MARK ROUNDED =
                   WS-OLD-MARK * 20 / WS-OLD-OUT-OF
               MOVE WS-SCALED-MARK TO WS-GRADE-DISPLAY
               MOVE WS-GRADE-DISPLAY TO WS-CA-OLD-VALUE
           END-IF
           IF WS-TRAN-ACTION NOT = "D"
               COMPUTE WS-SCALED-MARK ROUNDED =
                   ASSESS-MARK * 20 / ASSESS-OUT-OF
               MOVE WS-SCALED-MARK TO WS-GRADE-DISPLAY
               MOVE WS-GRADE-DISPLAY TO WS-CA-NEW-VALUE
           END-IF
           WRITE CLOSEAUDIT-RECORD FROM WS-CLOSEAUDIT-ROW
           IF WS-CLOSEAUDIT-STATUS NOT = "00"
               MOVE "2450-WRITE-CLOSEAUDIT-ROW: AUDIT WRITE FAILED, "
                   & "TRAIL INCOMPLETE" TO WS-ABEND-MESSAGE
               PERFORM 9900-ABEND-PROGRAM
           END-IF.

       2500-WRITE-REJECT.
           MOVE SPACES TO WS-REJECT-LINE
           STRING WS-TRAN-ACTION DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-TRAN-STUDENT-ID DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-TRAN-COURSE-ID DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-TRAN-TERM DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-TRAN-ASSESS-ID DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-TRAN-MARK DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-TRAN-OUT-OF DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-TRAN-WEIGHT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-TRAN-USER DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-TRAN-REFERENCE DELIMITED BY SIZE
                  " REASON=" DELIMITED BY SIZE
                  WS-REJECT-REASON DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-REJECT-TEXT DELIMITED BY SIZE
                  INTO WS-REJECT-LINE
           WRITE REJECT-RECORD FROM WS-REJECT-LINE.

       8000-COMMIT-WORK.
           EXEC SQL
               COMMIT WORK
           END-EXEC
           IF SQLCODE < 0
               MOVE "8000-COMMIT-WORK" TO WS-LOG-PARAGRAPH
               PERFORM 9100-LOG-SQL-EXCEPTION
               MOVE "8000-COMMIT-WORK: COMMIT FAILED"
                   TO WS-ABEND-MESSAGE
               PERFORM 9900-ABEND-PROGRAM
           END-IF.

       9000-CLOSE-DB.
           EXEC SQL
               DISCONNECT ALL
           END-EXEC.

       9100-LOG-SQL-EXCEPTION.
           MOVE SQLCODE TO WS-SQLCODE-DISPLAY
           MOVE SPACES TO WS-REJECT-LINE
           STRING "PARAGRAPH=" DELIMITED BY SIZE
                  WS-LOG-PARAGRAPH DELIMITED BY SIZE
                  " SQLCODE=" DELIMITED BY SIZE
                  WS-SQLCODE-DISPLAY DELIMITED BY SIZE
                  " SQLERRM=" DELIMITED BY SIZE
                  SQLERRMC DELIMITED BY SIZE
                  INTO WS-REJECT-LINE
           WRITE REJECT-RECORD FROM WS-REJECT-LINE.

       9900-ABEND-PROGRAM.
           DISPLAY "ABEND: " WS-ABEND-MESSAGE UPON CONSOLE
           MOVE 16 TO RETURN-CODE
           EXEC SQL
               ROLLBACK WORK
           END-EXEC
           EXEC SQL
               DISCONNECT ALL
           END-EXEC
           IF WS-FILES-OPEN = "Y"
               CLOSE TRANFILE
               CLOSE REJECTFILE
               CLOSE AUDITFILE
               CLOSE CLOSEAUDITFILE
           END-IF
           STOP RUN.
