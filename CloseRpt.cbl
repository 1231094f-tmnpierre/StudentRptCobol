       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLOSERPT.

      *        Post-closure change report. Lists every reopening of a
      *        term on TERMSTAT.DAT and every change GRADEUPDT or
      *        ROSTERUPDT applied under one (CLOSEAUDIT.DAT), then
      *        measures what the changes did to the decisions already
      *        mailed: for each class and term with a closing record,
      *        the students of the closing run are taken off
      *        HISTORY.DAT, their average is recomputed from the
      *        GRADE rows of today and the coefficients in force
      *        today for that term (COURSE_COEF, else COURSE.COEF) -
      *        over the same courses, the way GRADESREPORT's
      *        2300-RECONCILE-TOTAL-GRADE does it - and the
      *        deliberation rules of DELIBPARM.DAT are applied both
      *        to the archived average and to today's. Only the
      *        students whose average or decision would now be
      *        different are listed, next to the decision that was
      *        mailed (a jury decision is flagged: the jury's word
      *        stands until the council says otherwise).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUNPARMFILE ASSIGN TO "RUNPARM.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RUNPARM-STATUS.

           SELECT DELIBPARMFILE ASSIGN TO "DELIBPARM.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DELIBPARM-STATUS.

           SELECT ATTENDFILE ASSIGN TO "ATTEND.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ATTEND-STATUS.

           SELECT TERMSTATFILE ASSIGN TO "TERMSTAT.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TERMSTAT-STATUS.

           SELECT CLOSEAUDITFILE ASSIGN TO "CLOSEAUDIT.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CLOSEAUDIT-STATUS.

           SELECT HISTORYFILE ASSIGN TO "HISTORY.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-HISTORY-STATUS.

           SELECT REPORTFILE ASSIGN TO WS-REPORT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD RUNPARMFILE.
       01 RUNPARM-RECORD PIC X(120).

       FD DELIBPARMFILE.
       01 DELIBPARM-RECORD PIC X(25).

       FD ATTENDFILE.
       01 ATTEND-RECORD PIC X(30).

       FD TERMSTATFILE.
       01 TERMSTAT-RECORD PIC X(120).

       FD CLOSEAUDITFILE.
       01 CLOSEAUDIT-RECORD PIC X(100).

       FD HISTORYFILE.
       01 HISTORY-RECORD PIC X(472).

       FD REPORTFILE.
       01 REPORT-RECORD PIC X(132).

       WORKING-STORAGE SECTION.

       01 DB-CONNECTIONINFO.
           05 DB-USERNAME PIC X(30).
           05 DB-PASSWORD PIC X(10).
           05 DB-NAME     PIC X(30).

      *        Mirror of the RUNPARM.DAT record GRADESREPORT reads in
      *        its 1050-READ-RUN-PARAMETERS - keep in step with
      *        WS-RUN-PARAMETERS over there. The connection fields
      *        and the run id (naming the report) are used here.
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
       01 WS-RUNPARM-STATUS     PIC XX.
       01 WS-DELIBPARM-STATUS   PIC XX.
       01 WS-ATTEND-STATUS      PIC XX.
       01 WS-TERMSTAT-STATUS    PIC XX.
       01 WS-CLOSEAUDIT-STATUS  PIC XX.
       01 WS-HISTORY-STATUS     PIC XX.
       01 WS-REPORT-STATUS      PIC XX.
       01 WS-REPORT-OPEN        PIC X VALUE "N".
       01 WS-ABEND-MESSAGE      PIC X(80) VALUE SPACES.
       01 WS-LOG-PARAGRAPH      PIC X(30) VALUE SPACES.
       01 WS-SQLCODE-DISPLAY    PIC -999999.

      *        Deliberation rules off DELIBPARM.DAT, same record
      *        layout and compiled defaults as GRADESREPORT: P pass
      *        threshold, R make-up threshold, A maximum ABSENT
      *        courses, U maximum unjustified half-days. Mentions and
      *        the make-up session rule play no part here.
       01 WS-DELIB-FIELDS.
           05 WS-DP-TYPE      PIC X(1).
           05 WS-DP-THRESHOLD PIC X(4).
           05 WS-DP-LABEL     PIC X(20).
       01 WS-PASS-THRESHOLD   PIC 99V99 VALUE 10.00.
       01 WS-MAKEUP-THRESHOLD PIC 99V99 VALUE 8.00.
       01 WS-MAX-ABSENCES     PIC 9(3)  VALUE 2.
       01 WS-MAX-UNJUSTIFIED  PIC 9(3)  VALUE 999.

      *        Attendance off ATTEND.DAT, same layout as GRADESREPORT
      *        reads, unjustified half-days totalled per student and
      *        term - every term, since several may be closed.
       01 WS-ATTEND-FIELDS.
           05 WS-AT-STUDENT PIC X(4).
           05 WS-AT-TERM    PIC X(6).
           05 WS-AT-JUST    PIC X(3).
           05 WS-AT-UNJUST  PIC X(3).
           05 WS-AT-LATE    PIC X(3).
       01 WS-MAX-ATTENDS  PIC 9(4) VALUE 3000.
       01 WS-ATTEND-COUNT PIC 9(4) VALUE 0.
       01 WS-ATTEND-IDX   PIC 9(4) VALUE 0.
       01 WS-ATTEND-SLOT  PIC 9(4) VALUE 0.
       01 WS-ATTEND-TABLE.
           05 WS-ATTEND-ENTRY OCCURS 3000 TIMES.
               10 WS-ATD-ID     PIC 9(4).
               10 WS-ATD-TERM   PIC X(6).
               10 WS-ATD-UNJUST PIC 9(3).

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

      *        Mirror of the CLOSEAUDIT.DAT row GRADEUPDT writes -
      *        keep in step with WS-CLOSEAUDIT-ROW over there.
       01 WS-CLOSEAUDIT-ROW.
           05 WS-CA-TIMESTAMP   PIC X(14).
           05 FILLER            PIC X(1).
           05 WS-CA-PROGRAM     PIC X(10).
           05 FILLER            PIC X(1).
           05 WS-CA-USER        PIC X(8).
           05 FILLER            PIC X(1).
           05 WS-CA-REFERENCE   PIC X(10).
           05 FILLER            PIC X(1).
           05 WS-CA-CLASS       PIC X(8).
           05 FILLER            PIC X(1).
           05 WS-CA-TERM        PIC X(6).
           05 FILLER            PIC X(1).
           05 WS-CA-ACTION      PIC X(2).
           05 FILLER            PIC X(1).
           05 WS-CA-KEY-ID      PIC 9(4).
           05 FILLER            PIC X(1).
           05 WS-CA-COURSE-ID   PIC 9(4).
           05 FILLER            PIC X(1).
           05 WS-CA-OLD-VALUE   PIC X(5).
           05 FILLER            PIC X(1).
           05 WS-CA-NEW-VALUE   PIC X(5).

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

      *        One entry per class and term that has a status. The
      *        run id is the one of the latest CLOSED record (kept
      *        through a reopening); the counters feed the impact
      *        section headings.
       01 WS-MAX-CLOSURES  PIC 9(4) VALUE 300.
       01 WS-CLOSURE-COUNT PIC 9(4) VALUE 0.
       01 WS-CLOSURE-IDX   PIC 9(4) VALUE 0.
       01 WS-CLOSURE-SLOT  PIC 9(4) VALUE 0.
       01 WS-CLOSURE-TABLE.
           05 WS-CLOSURE-ENTRY OCCURS 300 TIMES.
               10 WS-CL-CLASS   PIC X(8).
               10 WS-CL-TERM    PIC X(6).
               10 WS-CL-STATUS  PIC X(8).
               10 WS-CL-RUNID   PIC X(10).
               10 WS-CL-REOPENS PIC 9(3).
               10 WS-CL-CHANGES PIC 9(5).
               10 WS-CL-ROWS    PIC 9(4).
               10 WS-CL-DIFFS   PIC 9(4).

      *        One entry per student of a closing run, last
      *        HISTORY.DAT row wins as everywhere else the file is
      *        read back. OLD is the archived state, NEW is today's.
       01 WS-MAX-IMPACTS  PIC 9(4) VALUE 3000.
       01 WS-IMPACT-COUNT PIC 9(4) VALUE 0.
       01 WS-IMPACT-IDX   PIC 9(4) VALUE 0.
       01 WS-IMPACT-SLOT  PIC 9(4) VALUE 0.
       01 WS-IMPACT-TABLE.
           05 WS-IMPACT-ENTRY OCCURS 3000 TIMES.
               10 WS-IM-CLOSURE    PIC 9(4).
               10 WS-IM-ID         PIC 9(4).
               10 WS-IM-LASTNAME   PIC X(35).
               10 WS-IM-FIRSTNAME  PIC X(35).
               10 WS-IM-OLD-AVG    PIC 99V99.
               10 WS-IM-NEW-AVG    PIC 99V99.
               10 WS-IM-OLD-DEC    PIC X(10).
               10 WS-IM-NEW-DEC    PIC X(10).
               10 WS-IM-MAILED-DEC PIC X(10).
               10 WS-IM-JURY       PIC X.

      *        Course coefficients off the COURSE table, looked up by
      *        the ids of the archived row - the coefficient a course
      *        was created with, in force until its first COURSE_COEF
      *        row. The coefficient in force per course and term is
      *        looked up once and kept in WS-TERM-COEF-TABLE.
       01 WS-MAX-COURSES  PIC 9(3) VALUE 20.
       01 WS-COURSE-COUNT PIC 9(3) VALUE 0.
       01 WS-COURSE-IDX   PIC 9(3) VALUE 0.
       01 WS-COURSE-SLOT  PIC 9(3) VALUE 0.
       01 WS-CRS-IDX      PIC 9(3) VALUE 0.
       01 WS-COURSE-POS   PIC 9(4) VALUE 0.
       01 WS-COURSE-TABLE.
           05 WS-COURSE-ENTRY OCCURS 20 TIMES.
               10 WS-CRS-ID    PIC 9(4).
               10 WS-CRS-COEF  PIC 9(3)V9.

       01 COURSE-DETAILS.
           05 COURSE-ID     PIC 9(4).
           05 COEF-COURSE   PIC 9(3)V9.
       01 WS-DATED-ROWS     PIC 9(5) VALUE 0.

       01 WS-MAX-TERM-COEFS  PIC 9(4) VALUE 500.
       01 WS-TC-COUNT        PIC 9(4) VALUE 0.
       01 WS-TC-IDX          PIC 9(4) VALUE 0.
       01 WS-TC-SLOT         PIC 9(4) VALUE 0.
       01 WS-TERM-COEF-TABLE.
           05 WS-TC-ENTRY OCCURS 500 TIMES.
               10 WS-TC-COURSE PIC 9(4).
               10 WS-TC-TERM   PIC X(6).
               10 WS-TC-COEF   PIC 9(3)V9.
       01 WS-TERM-COEF      PIC 9(3)V9 VALUE 0.

       01 GRADE-DETAILS.
           05 GRADE-STUDENT-ID PIC 9(4).
           05 GRADE-COURSE-ID  PIC 9(4).
           05 GRADE-TERM       PIC X(6).
           05 GRADE-VALUE      PIC 99V99.
       01 WS-GRADE-EXISTS   PIC 9(5) VALUE 0.
       01 WS-NOT-ENROLLED   PIC 9(5) VALUE 0.

      *        Working fields of the recomputation (2100) and of the
      *        decision rules (2300): average, missing-grade count
      *        and unjustified half-days in, decision out.
       01 WS-SUM-WEIGHTED   PIC 9(7)V99 VALUE 0.
       01 WS-SUM-COEF       PIC 9(5)V9  VALUE 0.
       01 WS-OLD-ABSENT     PIC 9(3) VALUE 0.
       01 WS-NEW-ABSENT     PIC 9(3) VALUE 0.
       01 WS-NEW-AVERAGE    PIC 99V99 VALUE 0.
       01 WS-UNJUST         PIC 9(3) VALUE 0.
       01 WS-RULE-AVG       PIC 99V99 VALUE 0.
       01 WS-RULE-ABSENT    PIC 9(3) VALUE 0.
       01 WS-RULE-DECISION  PIC X(10) VALUE SPACES.

       01 WS-RULE-LINE  PIC X(100) VALUE ALL "=".
       01 WS-DASH-LINE  PIC X(100) VALUE ALL "-".
       01 WS-PRINT-LINE PIC X(132).
       01 WS-STRING-PTR PIC 9(4) VALUE 1.
       01 WS-ID-DISPLAY     PIC 9(4).
       01 WS-GRADE-DISPLAY  PIC Z9.99.
       01 WS-COUNT-DISPLAY  PIC ZZZZ9.
       01 WS-CURRENT-TIMESTAMP PIC X(14).

       01 WS-REOPEN-COUNT   PIC 9(5) VALUE 0.
       01 WS-CHANGE-COUNT   PIC 9(6) VALUE 0.
       01 WS-ROWS-COUNT     PIC 9(6) VALUE 0.
       01 WS-DIFF-COUNT     PIC 9(6) VALUE 0.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1050-READ-RUN-PARAMETERS
           PERFORM 1090-READ-DELIB-PARAMETERS
           PERFORM 1100-LOAD-ATTENDANCE

           OPEN OUTPUT REPORTFILE
           IF WS-REPORT-STATUS NOT = "00"
               MOVE "0000-MAIN: CANNOT OPEN THE REPORT FILE"
                   TO WS-ABEND-MESSAGE
               PERFORM 9900-ABEND-PROGRAM
           END-IF
           MOVE "Y" TO WS-REPORT-OPEN
           PERFORM 3000-WRITE-REPORT-HEADER

           PERFORM 1200-LOAD-TERM-STATUS
           PERFORM 1300-LIST-CLOSE-CHANGES

           PERFORM 1000-CONNECT-TO-DB
           PERFORM 1400-FETCH-COURSES
           PERFORM 2000-SCAN-HISTORY
           PERFORM 9000-CLOSE-DB

           PERFORM 4000-WRITE-IMPACT-SECTION
           PERFORM 5000-WRITE-REPORT-TOTALS
           CLOSE REPORTFILE

           DISPLAY "CLOSERPT: REOUVERTURES=" WS-REOPEN-COUNT
                   " MODIFICATIONS=" WS-CHANGE-COUNT
                   " ELEVES RELUS=" WS-ROWS-COUNT
                   " ECARTS=" WS-DIFF-COUNT
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
           MOVE WS-PARM-RUNID    TO WS-RUN-ID

           MOVE SPACES TO WS-REPORT-FILENAME
           STRING "closerpt_" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-RUN-ID) DELIMITED BY SIZE
                  ".rpt" DELIMITED BY SIZE
                  INTO WS-REPORT-FILENAME.

      *        Without DELIBPARM.DAT the compiled defaults apply, as
      *        in GRADESREPORT.
       1090-READ-DELIB-PARAMETERS.
           OPEN INPUT DELIBPARMFILE
           IF WS-DELIBPARM-STATUS = "00"
               PERFORM UNTIL WS-DELIBPARM-STATUS NOT = "00"
                   READ DELIBPARMFILE INTO WS-DELIB-FIELDS
                       AT END MOVE "10" TO WS-DELIBPARM-STATUS
                   END-READ
                   IF WS-DELIBPARM-STATUS = "00"
                       PERFORM 1092-STORE-DELIB-PARAMETER
                   END-IF
               END-PERFORM
               CLOSE DELIBPARMFILE
           END-IF.

       1092-STORE-DELIB-PARAMETER.
           IF WS-DP-THRESHOLD NOT NUMERIC
               DISPLAY "CLOSERPT: DELIBPARM RECORD IGNORED, "
                       "THRESHOLD NOT NUMERIC: " WS-DELIB-FIELDS
                       UPON CONSOLE
           ELSE
               EVALUATE WS-DP-TYPE
                   WHEN "P"
                       COMPUTE WS-PASS-THRESHOLD =
                           FUNCTION NUMVAL(WS-DP-THRESHOLD) / 100
                   WHEN "R"
                       COMPUTE WS-MAKEUP-THRESHOLD =
                           FUNCTION NUMVAL(WS-DP-THRESHOLD) / 100
                   WHEN "A"
                       COMPUTE WS-MAX-ABSENCES =
                           FUNCTION NUMVAL(WS-DP-THRESHOLD)
                   WHEN "U"
                       COMPUTE WS-MAX-UNJUSTIFIED =
                           FUNCTION NUMVAL(WS-DP-THRESHOLD)
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

      *        Records GRADESREPORT would ignore are ignored here too.
       1100-LOAD-ATTENDANCE.
           OPEN INPUT ATTENDFILE
           IF WS-ATTEND-STATUS = "00"
               PERFORM UNTIL WS-ATTEND-STATUS NOT = "00"
                   READ ATTENDFILE INTO WS-ATTEND-FIELDS
                       AT END MOVE "10" TO WS-ATTEND-STATUS
                   END-READ
                   IF WS-ATTEND-STATUS = "00"
                       AND WS-AT-STUDENT NUMERIC
                       AND WS-AT-UNJUST NUMERIC
                       PERFORM 1110-STORE-ONE-ATTENDANCE
                   END-IF
               END-PERFORM
               CLOSE ATTENDFILE
           END-IF.

       1110-STORE-ONE-ATTENDANCE.
           MOVE 0 TO WS-ATTEND-SLOT
           PERFORM VARYING WS-ATTEND-IDX FROM 1 BY 1
                   UNTIL WS-ATTEND-IDX > WS-ATTEND-COUNT
               IF WS-ATD-ID (WS-ATTEND-IDX) =
                       FUNCTION NUMVAL(WS-AT-STUDENT)
                   AND WS-ATD-TERM (WS-ATTEND-IDX) = WS-AT-TERM
                   MOVE WS-ATTEND-IDX TO WS-ATTEND-SLOT
               END-IF
           END-PERFORM
           IF WS-ATTEND-SLOT = 0
               IF WS-ATTEND-COUNT < WS-MAX-ATTENDS
                   ADD 1 TO WS-ATTEND-COUNT
                   MOVE WS-ATTEND-COUNT TO WS-ATTEND-SLOT
                   COMPUTE WS-ATD-ID (WS-ATTEND-SLOT) =
                       FUNCTION NUMVAL(WS-AT-STUDENT)
                   MOVE WS-AT-TERM TO WS-ATD-TERM (WS-ATTEND-SLOT)
                   MOVE 0 TO WS-ATD-UNJUST (WS-ATTEND-SLOT)
               ELSE
                   DISPLAY "CLOSERPT: TABLE D'ASSIDUITE PLEINE, "
                           "ENREGISTREMENT IGNORE: "
                           WS-ATTEND-FIELDS UPON CONSOLE
               END-IF
           END-IF
           IF WS-ATTEND-SLOT > 0
               COMPUTE WS-ATD-UNJUST (WS-ATTEND-SLOT) =
                   WS-ATD-UNJUST (WS-ATTEND-SLOT) +
                   FUNCTION NUMVAL(WS-AT-UNJUST)
           END-IF.

      *        Reads the whole status trail: every REOPENED record is
      *        printed as it comes, and the newest record of each
      *        class and term leaves its status in the table.
       1200-LOAD-TERM-STATUS.
           MOVE SPACES TO WS-PRINT-LINE
           MOVE "REOUVERTURES DE PERIODE" TO WS-PRINT-LINE
           WRITE REPORT-RECORD FROM WS-PRINT-LINE
           WRITE REPORT-RECORD FROM WS-DASH-LINE

           OPEN INPUT TERMSTATFILE
           IF WS-TERMSTAT-STATUS = "00"
               PERFORM UNTIL WS-TERMSTAT-STATUS NOT = "00"
                   READ TERMSTATFILE INTO WS-TERMSTAT-ROW
                       AT END MOVE "10" TO WS-TERMSTAT-STATUS
                   END-READ
                   IF WS-TERMSTAT-STATUS = "00"
                       PERFORM 1210-STORE-TERM-STATUS
                   END-IF
               END-PERFORM
               CLOSE TERMSTATFILE
           END-IF

           IF WS-REOPEN-COUNT = 0
               MOVE SPACES TO WS-PRINT-LINE
               MOVE "   AUCUNE REOUVERTURE" TO WS-PRINT-LINE
               WRITE REPORT-RECORD FROM WS-PRINT-LINE
           END-IF
           WRITE REPORT-RECORD FROM WS-RULE-LINE.

       1210-STORE-TERM-STATUS.
           PERFORM 2250-FIND-CLOSURE
           IF WS-CLOSURE-SLOT = 0
               IF WS-CLOSURE-COUNT < WS-MAX-CLOSURES
                   ADD 1 TO WS-CLOSURE-COUNT
                   MOVE WS-CLOSURE-COUNT TO WS-CLOSURE-SLOT
                   MOVE WS-TS-CLASS TO WS-CL-CLASS (WS-CLOSURE-SLOT)
                   MOVE WS-TS-TERM TO WS-CL-TERM (WS-CLOSURE-SLOT)
                   MOVE SPACES TO WS-CL-RUNID (WS-CLOSURE-SLOT)
                   MOVE 0 TO WS-CL-REOPENS (WS-CLOSURE-SLOT)
                   MOVE 0 TO WS-CL-CHANGES (WS-CLOSURE-SLOT)
                   MOVE 0 TO WS-CL-ROWS (WS-CLOSURE-SLOT)
                   MOVE 0 TO WS-CL-DIFFS (WS-CLOSURE-SLOT)
               ELSE
                   MOVE "1210-STORE-TERM-STATUS: TERM STATUS TABLE "
                       & "FULL" TO WS-ABEND-MESSAGE
                   PERFORM 9900-ABEND-PROGRAM
               END-IF
           END-IF
           MOVE WS-TS-STATUS TO WS-CL-STATUS (WS-CLOSURE-SLOT)
           IF WS-TS-STATUS = "CLOSED"
               MOVE WS-TS-RUNID TO WS-CL-RUNID (WS-CLOSURE-SLOT)
           END-IF
           IF WS-TS-STATUS = "REOPENED"
               ADD 1 TO WS-REOPEN-COUNT
               ADD 1 TO WS-CL-REOPENS (WS-CLOSURE-SLOT)
               PERFORM 3100-WRITE-REOPEN-LINE
           END-IF.

      *        Every change applied under a reopening, in the order
      *        it was made, counted against its class and term.
       1300-LIST-CLOSE-CHANGES.
           MOVE SPACES TO WS-PRINT-LINE
           MOVE "MODIFICATIONS SOUS REOUVERTURE" TO WS-PRINT-LINE
           WRITE REPORT-RECORD FROM WS-PRINT-LINE
           WRITE REPORT-RECORD FROM WS-DASH-LINE

           OPEN INPUT CLOSEAUDITFILE
           IF WS-CLOSEAUDIT-STATUS = "00"
               PERFORM UNTIL WS-CLOSEAUDIT-STATUS NOT = "00"
                   READ CLOSEAUDITFILE INTO WS-CLOSEAUDIT-ROW
                       AT END MOVE "10" TO WS-CLOSEAUDIT-STATUS
                   END-READ
                   IF WS-CLOSEAUDIT-STATUS = "00"
                       ADD 1 TO WS-CHANGE-COUNT
                       MOVE WS-CA-CLASS TO WS-TS-CLASS
                       MOVE WS-CA-TERM TO WS-TS-TERM
                       PERFORM 2250-FIND-CLOSURE
                       IF WS-CLOSURE-SLOT > 0
                           ADD 1 TO WS-CL-CHANGES (WS-CLOSURE-SLOT)
                       END-IF
                       PERFORM 3200-WRITE-CHANGE-LINE
                   END-IF
               END-PERFORM
               CLOSE CLOSEAUDITFILE
           END-IF

           IF WS-CHANGE-COUNT = 0
               MOVE SPACES TO WS-PRINT-LINE
               MOVE "   AUCUNE MODIFICATION" TO WS-PRINT-LINE
               WRITE REPORT-RECORD FROM WS-PRINT-LINE
           END-IF
           WRITE REPORT-RECORD FROM WS-RULE-LINE.

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

       1400-FETCH-COURSES.
           MOVE 0 TO WS-COURSE-COUNT
           EXEC SQL
               DECLARE COURSE_CURSOR CURSOR FOR
               SELECT ID, COEF FROM COURSE
                   ORDER BY ID
           END-EXEC
           EXEC SQL
               OPEN COURSE_CURSOR
           END-EXEC
           IF SQLCODE < 0
               MOVE "1400-FETCH-COURSES" TO WS-LOG-PARAGRAPH
               PERFORM 9100-LOG-SQL-EXCEPTION
               MOVE "1400-FETCH-COURSES: CURSOR OPEN FAILED"
                   TO WS-ABEND-MESSAGE
               PERFORM 9900-ABEND-PROGRAM
           END-IF

           PERFORM UNTIL SQLCODE = 100 OR SQLCODE < 0
                   OR WS-COURSE-COUNT >= WS-MAX-COURSES
               EXEC SQL FETCH COURSE_CURSOR INTO
                   :COURSE-ID, :COEF-COURSE
               END-EXEC
               IF SQLCODE = 0
                   ADD 1 TO WS-COURSE-COUNT
                   MOVE COURSE-ID TO WS-CRS-ID (WS-COURSE-COUNT)
                   MOVE COEF-COURSE TO WS-CRS-COEF (WS-COURSE-COUNT)
               END-IF
           END-PERFORM

           IF SQLCODE < 0
               MOVE "1400-FETCH-COURSES" TO WS-LOG-PARAGRAPH
               PERFORM 9100-LOG-SQL-EXCEPTION
               MOVE "1400-FETCH-COURSES: FETCH FAILED MID-BATCH, "
                   & "ABORTING" TO WS-ABEND-MESSAGE
               PERFORM 9900-ABEND-PROGRAM
           END-IF

           EXEC SQL
               CLOSE COURSE_CURSOR
           END-EXEC.

      *        Only the rows of the run named on the closing record
      *        of their class and term count - later runs of a
      *        closed term (a reprint, the make-up session) are not
      *        what was mailed.
       2000-SCAN-HISTORY.
           OPEN INPUT HISTORYFILE
           IF WS-HISTORY-STATUS = "00"
               PERFORM UNTIL WS-HISTORY-STATUS NOT = "00"
                   READ HISTORYFILE INTO WS-HISTORY-ROW
                       AT END MOVE "10" TO WS-HISTORY-STATUS
                   END-READ
                   IF WS-HISTORY-STATUS = "00"
                       MOVE WS-H-CLASS TO WS-TS-CLASS
                       MOVE WS-H-TERM TO WS-TS-TERM
                       PERFORM 2250-FIND-CLOSURE
                       IF WS-CLOSURE-SLOT > 0
                           IF WS-CL-RUNID (WS-CLOSURE-SLOT) =
                                   WS-H-RUN-ID
                               AND WS-H-RUN-ID NOT = SPACES
                               PERFORM 2100-EVALUATE-ONE-STUDENT
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE HISTORYFILE
           END-IF.

      *        Archived side: the computed average of the row and
      *        its ABS cells. Today's side: the GRADE rows of the
      *        same courses weighted by today's coefficients. Both
      *        go through the same rules with the same attendance,
      *        so only what changed after the closing shows.
       2100-EVALUATE-ONE-STUDENT.
           MOVE 0 TO WS-UNJUST
           PERFORM VARYING WS-ATTEND-IDX FROM 1 BY 1
                   UNTIL WS-ATTEND-IDX > WS-ATTEND-COUNT
               IF WS-ATD-ID (WS-ATTEND-IDX) = WS-H-ID
                   AND WS-ATD-TERM (WS-ATTEND-IDX) = WS-H-TERM
                   MOVE WS-ATD-UNJUST (WS-ATTEND-IDX) TO WS-UNJUST
               END-IF
           END-PERFORM

           MOVE 0 TO WS-OLD-ABSENT
           MOVE 0 TO WS-NEW-ABSENT
           MOVE 0 TO WS-SUM-WEIGHTED
           MOVE 0 TO WS-SUM-COEF
           PERFORM VARYING WS-COURSE-IDX FROM 1 BY 1
                   UNTIL WS-COURSE-IDX > WS-H-COURSE-COUNT
                       OR WS-COURSE-IDX > WS-MAX-COURSES
               COMPUTE WS-COURSE-POS = (WS-COURSE-IDX - 1) * 8 + 1
               IF WS-H-COURSES-LINE (WS-COURSE-POS:3) = "ABS"
                   ADD 1 TO WS-OLD-ABSENT
               END-IF
               COMPUTE WS-COURSE-POS = (WS-COURSE-IDX - 1) * 4 + 1
               MOVE WS-H-COURSE-IDS (WS-COURSE-POS:4)
                   TO GRADE-COURSE-ID
               PERFORM 2190-CHECK-ENROLMENT
               IF WS-NOT-ENROLLED = 0
                   PERFORM 2200-FETCH-CURRENT-GRADE
               END-IF
           END-PERFORM

           IF WS-SUM-COEF > 0
               COMPUTE WS-NEW-AVERAGE ROUNDED =
                   WS-SUM-WEIGHTED / WS-SUM-COEF
           ELSE
               MOVE 0 TO WS-NEW-AVERAGE
           END-IF

           PERFORM 2150-FIND-OR-ADD-IMPACT
           IF WS-IMPACT-SLOT > 0
               MOVE WS-H-LASTNAME TO WS-IM-LASTNAME (WS-IMPACT-SLOT)
               MOVE WS-H-FIRSTNAME TO
                   WS-IM-FIRSTNAME (WS-IMPACT-SLOT)
               MOVE WS-H-COMPUTED-AVG TO
                   WS-IM-OLD-AVG (WS-IMPACT-SLOT)
               MOVE WS-NEW-AVERAGE TO WS-IM-NEW-AVG (WS-IMPACT-SLOT)
               MOVE WS-H-DECISION TO
                   WS-IM-MAILED-DEC (WS-IMPACT-SLOT)
               MOVE WS-H-JURY TO WS-IM-JURY (WS-IMPACT-SLOT)

               MOVE WS-H-COMPUTED-AVG TO WS-RULE-AVG
               MOVE WS-OLD-ABSENT TO WS-RULE-ABSENT
               PERFORM 2300-APPLY-DECISION-RULES
               MOVE WS-RULE-DECISION TO
                   WS-IM-OLD-DEC (WS-IMPACT-SLOT)

               MOVE WS-NEW-AVERAGE TO WS-RULE-AVG
               MOVE WS-NEW-ABSENT TO WS-RULE-ABSENT
               PERFORM 2300-APPLY-DECISION-RULES
               MOVE WS-RULE-DECISION TO
                   WS-IM-NEW-DEC (WS-IMPACT-SLOT)
           END-IF.

       2150-FIND-OR-ADD-IMPACT.
           MOVE 0 TO WS-IMPACT-SLOT
           PERFORM VARYING WS-IMPACT-IDX FROM 1 BY 1
                   UNTIL WS-IMPACT-IDX > WS-IMPACT-COUNT
               IF WS-IM-CLOSURE (WS-IMPACT-IDX) = WS-CLOSURE-SLOT
                   AND WS-IM-ID (WS-IMPACT-IDX) = WS-H-ID
                   MOVE WS-IMPACT-IDX TO WS-IMPACT-SLOT
               END-IF
           END-PERFORM
           IF WS-IMPACT-SLOT = 0
               IF WS-IMPACT-COUNT < WS-MAX-IMPACTS
                   ADD 1 TO WS-IMPACT-COUNT
                   MOVE WS-IMPACT-COUNT TO WS-IMPACT-SLOT
                   MOVE WS-CLOSURE-SLOT TO
                       WS-IM-CLOSURE (WS-IMPACT-SLOT)
                   MOVE WS-H-ID TO WS-IM-ID (WS-IMPACT-SLOT)
               ELSE
                   DISPLAY "CLOSERPT: TABLE DES ELEVES PLEINE, "
                           "ELEVE IGNORE: " WS-H-ID
                           " " WS-H-CLASS " " WS-H-TERM
                           UPON CONSOLE
               END-IF
           END-IF.

      *        COUNT then MAX, the same defensive pair as GRADEUPDT's
      *        2230-FETCH-EXISTING-GRADE. A course no longer on the
      *        COURSE table weighs nothing.
      *        A course the student has dropped or is exempted from
      *        today (DR/EX row on ENROLMENT) weighs nothing and is
      *        no gap on today's side - the archived side already
      *        reads DISP rather than ABS for it.
       2190-CHECK-ENROLMENT.
           MOVE WS-H-ID TO GRADE-STUDENT-ID
           MOVE WS-H-TERM TO GRADE-TERM
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
               MOVE "2190-CHECK-ENROLMENT" TO WS-LOG-PARAGRAPH
               PERFORM 9100-LOG-SQL-EXCEPTION
               MOVE "2190-CHECK-ENROLMENT: LOOKUP FAILED"
                   TO WS-ABEND-MESSAGE
               PERFORM 9900-ABEND-PROGRAM
           END-IF.

       2200-FETCH-CURRENT-GRADE.
           MOVE WS-H-ID TO GRADE-STUDENT-ID
           MOVE WS-H-TERM TO GRADE-TERM
           MOVE 0 TO WS-GRADE-EXISTS
           MOVE 0 TO GRADE-VALUE
           EXEC SQL
               SELECT COUNT(*) INTO :WS-GRADE-EXISTS
                   FROM GRADE
                   WHERE STUDENT_ID = :GRADE-STUDENT-ID
                     AND COURSE_ID  = :GRADE-COURSE-ID
                     AND TERM       = :GRADE-TERM
           END-EXEC
           IF SQLCODE < 0
               MOVE "2200-FETCH-CURRENT-GRADE" TO WS-LOG-PARAGRAPH
               PERFORM 9100-LOG-SQL-EXCEPTION
               MOVE "2200-FETCH-CURRENT-GRADE: LOOKUP FAILED"
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
                   MOVE "2200-FETCH-CURRENT-GRADE" TO
                       WS-LOG-PARAGRAPH
                   PERFORM 9100-LOG-SQL-EXCEPTION
                   MOVE "2200-FETCH-CURRENT-GRADE: LOOKUP FAILED"
                       TO WS-ABEND-MESSAGE
                   PERFORM 9900-ABEND-PROGRAM
               END-IF
               MOVE 0 TO WS-COURSE-SLOT
               PERFORM VARYING WS-CRS-IDX FROM 1 BY 1
                       UNTIL WS-CRS-IDX > WS-COURSE-COUNT
                   IF WS-CRS-ID (WS-CRS-IDX) = GRADE-COURSE-ID
                       MOVE WS-CRS-IDX TO WS-COURSE-SLOT
                   END-IF
               END-PERFORM
               IF WS-COURSE-SLOT > 0
                   PERFORM 2210-FETCH-COEF-IN-FORCE
                   COMPUTE WS-SUM-WEIGHTED = WS-SUM-WEIGHTED +
                       (GRADE-VALUE * WS-TERM-COEF)
                   COMPUTE WS-SUM-COEF = WS-SUM-COEF + WS-TERM-COEF
               END-IF
           ELSE
               ADD 1 TO WS-NEW-ABSENT
           END-IF.

      *        Coefficient in force for GRADE-COURSE-ID in GRADE-TERM,
      *        same rule as GRADESREPORT's 2110-FETCH-COEF-IN-FORCE:
      *        the latest COURSE_COEF row at or before the term, else
      *        the COURSE table's (slot WS-COURSE-SLOT). A full cache
      *        only means the lookup is made again next time.
       2210-FETCH-COEF-IN-FORCE.
           MOVE 0 TO WS-TC-SLOT
           PERFORM VARYING WS-TC-IDX FROM 1 BY 1
                   UNTIL WS-TC-IDX > WS-TC-COUNT
                      OR WS-TC-SLOT > 0
               IF WS-TC-COURSE (WS-TC-IDX) = GRADE-COURSE-ID
                   AND WS-TC-TERM (WS-TC-IDX) = GRADE-TERM
                   MOVE WS-TC-IDX TO WS-TC-SLOT
               END-IF
           END-PERFORM
           IF WS-TC-SLOT > 0
               MOVE WS-TC-COEF (WS-TC-SLOT) TO WS-TERM-COEF
           ELSE
               MOVE WS-CRS-COEF (WS-COURSE-SLOT) TO WS-TERM-COEF
               MOVE 0 TO WS-DATED-ROWS
               EXEC SQL
                   SELECT COUNT(*) INTO :WS-DATED-ROWS
                       FROM COURSE_COEF
                       WHERE COURSE_ID = :GRADE-COURSE-ID
                         AND TERM <= :GRADE-TERM
               END-EXEC
               IF SQLCODE < 0
                   MOVE "2210-FETCH-COEF-IN-FORCE" TO
                       WS-LOG-PARAGRAPH
                   PERFORM 9100-LOG-SQL-EXCEPTION
                   MOVE "2210-FETCH-COEF-IN-FORCE: LOOKUP FAILED"
                       TO WS-ABEND-MESSAGE
                   PERFORM 9900-ABEND-PROGRAM
               END-IF
               IF WS-DATED-ROWS > 0
                   EXEC SQL
                       SELECT MAX(COEF) INTO :COEF-COURSE
                           FROM COURSE_COEF
                           WHERE COURSE_ID = :GRADE-COURSE-ID
                             AND TERM =
                                 (SELECT MAX(TERM) FROM COURSE_COEF
                                      WHERE COURSE_ID =
                                                :GRADE-COURSE-ID
                                        AND TERM <= :GRADE-TERM)
                   END-EXEC
                   IF SQLCODE < 0
                       MOVE "2210-FETCH-COEF-IN-FORCE" TO
                           WS-LOG-PARAGRAPH
                       PERFORM 9100-LOG-SQL-EXCEPTION
                       MOVE "2210-FETCH-COEF-IN-FORCE: LOOKUP FAILED"
                           TO WS-ABEND-MESSAGE
                       PERFORM 9900-ABEND-PROGRAM
                   END-IF
                   MOVE COEF-COURSE TO WS-TERM-COEF
               END-IF
               IF WS-TC-COUNT < WS-MAX-TERM-COEFS
                   ADD 1 TO WS-TC-COUNT
                   MOVE GRADE-COURSE-ID TO WS-TC-COURSE (WS-TC-COUNT)
                   MOVE GRADE-TERM TO WS-TC-TERM (WS-TC-COUNT)
                   MOVE WS-TERM-COEF TO WS-TC-COEF (WS-TC-COUNT)
               END-IF
           END-IF.

      *        Looks up the class and term sitting in WS-TS-CLASS /
      *        WS-TS-TERM; WS-CLOSURE-SLOT is 0 when unknown.
       2250-FIND-CLOSURE.
           MOVE 0 TO WS-CLOSURE-SLOT
           PERFORM VARYING WS-CLOSURE-IDX FROM 1 BY 1
                   UNTIL WS-CLOSURE-IDX > WS-CLOSURE-COUNT
               IF WS-CL-CLASS (WS-CLOSURE-IDX) = WS-TS-CLASS
                   AND WS-CL-TERM (WS-CLOSURE-IDX) = WS-TS-TERM
                   MOVE WS-CLOSURE-IDX TO WS-CLOSURE-SLOT
               END-IF
           END-PERFORM.

      *        GRADESREPORT's 2660-ASSIGN-DECISION on the average,
      *        missing-grade count and unjustified half-days given.
       2300-APPLY-DECISION-RULES.
           IF WS-RULE-AVG >= WS-PASS-THRESHOLD
               AND WS-RULE-ABSENT <= WS-MAX-ABSENCES
               AND WS-UNJUST <= WS-MAX-UNJUSTIFIED
               MOVE "ADMIS" TO WS-RULE-DECISION
           ELSE
               IF WS-RULE-AVG >= WS-MAKEUP-THRESHOLD
                   MOVE "RATTRAPAGE" TO WS-RULE-DECISION
               ELSE
                   MOVE "REDOUBLE" TO WS-RULE-DECISION
               END-IF
           END-IF.

       3000-WRITE-REPORT-HEADER.
           MOVE FUNCTION CURRENT-DATE (1:14) TO WS-CURRENT-TIMESTAMP
           WRITE REPORT-RECORD FROM WS-RULE-LINE
           MOVE SPACES TO WS-PRINT-LINE
           MOVE 1 TO WS-STRING-PTR
           STRING "RAPPORT DES MODIFICATIONS APRES CLOTURE - RUN "
                  DELIMITED BY SIZE
                  WS-RUN-ID DELIMITED BY SIZE
                  " EDITE LE " DELIMITED BY SIZE
                  WS-CURRENT-TIMESTAMP (1:8) DELIMITED BY SIZE
                  INTO WS-PRINT-LINE
                  WITH POINTER WS-STRING-PTR
           WRITE REPORT-RECORD FROM WS-PRINT-LINE
           WRITE REPORT-RECORD FROM WS-RULE-LINE.

       3100-WRITE-REOPEN-LINE.
           MOVE SPACES TO WS-PRINT-LINE
           MOVE 1 TO WS-STRING-PTR
           STRING "   " DELIMITED BY SIZE
                  WS-TS-TIMESTAMP DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-TS-CLASS DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-TS-TERM DELIMITED BY SIZE
                  " PAR " DELIMITED BY SIZE
                  WS-TS-USER DELIMITED BY SIZE
                  " REF=" DELIMITED BY SIZE
                  WS-TS-REFERENCE DELIMITED BY SIZE
                  " MOTIF: " DELIMITED BY SIZE
                  WS-TS-REASON DELIMITED BY SIZE
                  INTO WS-PRINT-LINE
                  WITH POINTER WS-STRING-PTR
           WRITE REPORT-RECORD FROM WS-PRINT-LINE.

       3200-WRITE-CHANGE-LINE.
           MOVE SPACES TO WS-PRINT-LINE
           MOVE 1 TO WS-STRING-PTR
           STRING "   " DELIMITED BY SIZE
                  WS-CA-TIMESTAMP DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-CA-PROGRAM DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-CA-USER DELIMITED BY SIZE
                  " REF=" DELIMITED BY SIZE
                  WS-CA-REFERENCE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-CA-CLASS DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-CA-TERM DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-CA-ACTION DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-CA-KEY-ID DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-CA-COURSE-ID DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-CA-OLD-VALUE DELIMITED BY SIZE
                  " -> " DELIMITED BY SIZE
                  WS-CA-NEW-VALUE DELIMITED BY SIZE
                  INTO WS-PRINT-LINE
                  WITH POINTER WS-STRING-PTR
           WRITE REPORT-RECORD FROM WS-PRINT-LINE.

      *        One block per class and term with a closing run, in
      *        the order TERMSTAT.DAT first mentioned them.
       4000-WRITE-IMPACT-SECTION.
           MOVE SPACES TO WS-PRINT-LINE
           MOVE "ELEVES DONT LA MOYENNE OU LA DECISION CHANGERAIT"
               TO WS-PRINT-LINE
           WRITE REPORT-RECORD FROM WS-PRINT-LINE
           WRITE REPORT-RECORD FROM WS-DASH-LINE

           PERFORM VARYING WS-CLOSURE-IDX FROM 1 BY 1
                   UNTIL WS-CLOSURE-IDX > WS-CLOSURE-COUNT
               IF WS-CL-RUNID (WS-CLOSURE-IDX) NOT = SPACES
                   PERFORM 4100-WRITE-CLOSURE-BLOCK
               END-IF
           END-PERFORM.

       4100-WRITE-CLOSURE-BLOCK.
           MOVE SPACES TO WS-PRINT-LINE
           MOVE 1 TO WS-STRING-PTR
           MOVE WS-CL-REOPENS (WS-CLOSURE-IDX) TO WS-COUNT-DISPLAY
           STRING "CLASSE " DELIMITED BY SIZE
                  WS-CL-CLASS (WS-CLOSURE-IDX) DELIMITED BY SIZE
                  " PERIODE " DELIMITED BY SIZE
                  WS-CL-TERM (WS-CLOSURE-IDX) DELIMITED BY SIZE
                  " RUN " DELIMITED BY SIZE
                  WS-CL-RUNID (WS-CLOSURE-IDX) DELIMITED BY SIZE
                  " STATUT " DELIMITED BY SIZE
                  WS-CL-STATUS (WS-CLOSURE-IDX) DELIMITED BY SIZE
                  " REOUVERTURES " DELIMITED BY SIZE
                  WS-COUNT-DISPLAY DELIMITED BY SIZE
                  INTO WS-PRINT-LINE
                  WITH POINTER WS-STRING-PTR
           MOVE WS-CL-CHANGES (WS-CLOSURE-IDX) TO WS-COUNT-DISPLAY
           STRING " MODIFICATIONS " DELIMITED BY SIZE
                  WS-COUNT-DISPLAY DELIMITED BY SIZE
                  INTO WS-PRINT-LINE
                  WITH POINTER WS-STRING-PTR
           WRITE REPORT-RECORD FROM WS-PRINT-LINE

           MOVE SPACES TO WS-PRINT-LINE
           MOVE "   ELEVE MOY.CLOT MOY.ACT DEC.CLOT   DEC.ACT    "
               & "DEC.ENVOYEE      NOM" TO WS-PRINT-LINE
           WRITE REPORT-RECORD FROM WS-PRINT-LINE

           PERFORM VARYING WS-IMPACT-IDX FROM 1 BY 1
                   UNTIL WS-IMPACT-IDX > WS-IMPACT-COUNT
               IF WS-IM-CLOSURE (WS-IMPACT-IDX) = WS-CLOSURE-IDX
                   ADD 1 TO WS-CL-ROWS (WS-CLOSURE-IDX)
                   IF WS-IM-OLD-AVG (WS-IMPACT-IDX) NOT =
                           WS-IM-NEW-AVG (WS-IMPACT-IDX)
                       OR WS-IM-OLD-DEC (WS-IMPACT-IDX) NOT =
                           WS-IM-NEW-DEC (WS-IMPACT-IDX)
                       ADD 1 TO WS-CL-DIFFS (WS-CLOSURE-IDX)
                       PERFORM 4200-WRITE-IMPACT-LINE
                   END-IF
               END-IF
           END-PERFORM

           MOVE SPACES TO WS-PRINT-LINE
           IF WS-CL-ROWS (WS-CLOSURE-IDX) = 0
               MOVE "   AUCUNE LIGNE HISTORY.DAT POUR CE RUN"
                   TO WS-PRINT-LINE
           ELSE
               MOVE 1 TO WS-STRING-PTR
               MOVE WS-CL-ROWS (WS-CLOSURE-IDX) TO WS-COUNT-DISPLAY
               STRING "   ELEVES RELUS " DELIMITED BY SIZE
                      WS-COUNT-DISPLAY DELIMITED BY SIZE
                      INTO WS-PRINT-LINE
                      WITH POINTER WS-STRING-PTR
               MOVE WS-CL-DIFFS (WS-CLOSURE-IDX) TO WS-COUNT-DISPLAY
               STRING "  ECARTS " DELIMITED BY SIZE
                      WS-COUNT-DISPLAY DELIMITED BY SIZE
                      INTO WS-PRINT-LINE
                      WITH POINTER WS-STRING-PTR
           END-IF
           WRITE REPORT-RECORD FROM WS-PRINT-LINE
           WRITE REPORT-RECORD FROM WS-DASH-LINE
           ADD WS-CL-ROWS (WS-CLOSURE-IDX) TO WS-ROWS-COUNT
           ADD WS-CL-DIFFS (WS-CLOSURE-IDX) TO WS-DIFF-COUNT.

       4200-WRITE-IMPACT-LINE.
           MOVE SPACES TO WS-PRINT-LINE
           MOVE 1 TO WS-STRING-PTR
           MOVE WS-IM-ID (WS-IMPACT-IDX) TO WS-ID-DISPLAY
           STRING "   " DELIMITED BY SIZE
                  WS-ID-DISPLAY DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  INTO WS-PRINT-LINE
                  WITH POINTER WS-STRING-PTR
           MOVE WS-IM-OLD-AVG (WS-IMPACT-IDX) TO WS-GRADE-DISPLAY
           STRING " " DELIMITED BY SIZE
                  WS-GRADE-DISPLAY DELIMITED BY SIZE
                  "   " DELIMITED BY SIZE
                  INTO WS-PRINT-LINE
                  WITH POINTER WS-STRING-PTR
           MOVE WS-IM-NEW-AVG (WS-IMPACT-IDX) TO WS-GRADE-DISPLAY
           STRING WS-GRADE-DISPLAY DELIMITED BY SIZE
                  "   " DELIMITED BY SIZE
                  WS-IM-OLD-DEC (WS-IMPACT-IDX) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-IM-NEW-DEC (WS-IMPACT-IDX) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-IM-MAILED-DEC (WS-IMPACT-IDX) DELIMITED BY SIZE
                  INTO WS-PRINT-LINE
                  WITH POINTER WS-STRING-PTR
           IF WS-IM-JURY (WS-IMPACT-IDX) = "Y"
               STRING " JURY" DELIMITED BY SIZE
                      INTO WS-PRINT-LINE
                      WITH POINTER WS-STRING-PTR
           ELSE
               STRING "     " DELIMITED BY SIZE
                      INTO WS-PRINT-LINE
                      WITH POINTER WS-STRING-PTR
           END-IF
           STRING "  " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-IM-LASTNAME (WS-IMPACT-IDX))
                      DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-IM-FIRSTNAME (WS-IMPACT-IDX))
                      DELIMITED BY SIZE
                  INTO WS-PRINT-LINE
                  WITH POINTER WS-STRING-PTR
           WRITE REPORT-RECORD FROM WS-PRINT-LINE.

       5000-WRITE-REPORT-TOTALS.
           WRITE REPORT-RECORD FROM WS-RULE-LINE
           MOVE SPACES TO WS-PRINT-LINE
           MOVE 1 TO WS-STRING-PTR
           MOVE WS-REOPEN-COUNT TO WS-COUNT-DISPLAY
           STRING "TOTAL: REOUVERTURES " DELIMITED BY SIZE
                  WS-COUNT-DISPLAY DELIMITED BY SIZE
                  INTO WS-PRINT-LINE
                  WITH POINTER WS-STRING-PTR
           MOVE WS-CHANGE-COUNT TO WS-COUNT-DISPLAY
           STRING "  MODIFICATIONS " DELIMITED BY SIZE
                  WS-COUNT-DISPLAY DELIMITED BY SIZE
                  INTO WS-PRINT-LINE
                  WITH POINTER WS-STRING-PTR
           MOVE WS-ROWS-COUNT TO WS-COUNT-DISPLAY
           STRING "  ELEVES RELUS " DELIMITED BY SIZE
                  WS-COUNT-DISPLAY DELIMITED BY SIZE
                  INTO WS-PRINT-LINE
                  WITH POINTER WS-STRING-PTR
           MOVE WS-DIFF-COUNT TO WS-COUNT-DISPLAY
           STRING "  ECARTS " DELIMITED BY SIZE
                  WS-COUNT-DISPLAY DELIMITED BY SIZE
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
           MOVE SPACES TO WS-PRINT-LINE
           STRING "PARAGRAPH=" DELIMITED BY SIZE
                  WS-LOG-PARAGRAPH DELIMITED BY SIZE
                  " SQLCODE=" DELIMITED BY SIZE
                  WS-SQLCODE-DISPLAY DELIMITED BY SIZE
                  " SQLERRM=" DELIMITED BY SIZE
                  SQLERRMC DELIMITED BY SIZE
                  INTO WS-PRINT-LINE
           IF WS-REPORT-OPEN = "Y"
               WRITE REPORT-RECORD FROM WS-PRINT-LINE
           ELSE
               DISPLAY "CLOSERPT: " WS-PRINT-LINE UPON CONSOLE
           END-IF.

       9900-ABEND-PROGRAM.
           DISPLAY "ABEND: " WS-ABEND-MESSAGE UPON CONSOLE
           MOVE 16 TO RETURN-CODE
           EXEC SQL
               DISCONNECT ALL
           END-EXEC
           IF WS-REPORT-OPEN = "Y"
               CLOSE REPORTFILE
           END-IF
           STOP RUN.
