       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAKEUPRUN.

      *        Second (make-up) session of a term. The students a
      *        deliberation run sent to RATTRAPAGE are taken off that
      *        run's decisions file, their make-up marks come in per
      *        course on MAKEUPTRAN.DAT and go through the same
      *        validate / apply / audit cycle as GRADEUPDT (rows on
      *        the MAKEUP_GRADE table, trail on the cumulative
      *        MAKEUPAUDIT.DAT), and the make-up rule set of
      *        DELIBPARM.DAT turns original and make-up marks into a
      *        final ADMIS or REDOUBLE. The run then writes the final
      *        decisions file of the term under its own run id, one
      *        HISTORY.DAT row per student who sat the session and a
      *        result letter per student, so the second session is on
      *        record like the first one.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANFILE ASSIGN TO "MAKEUPTRAN.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TRAN-STATUS.

           SELECT REJECTFILE ASSIGN TO WS-REJECT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT AUDITFILE ASSIGN TO "MAKEUPAUDIT.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AUDIT-STATUS.

           SELECT RUNPARMFILE ASSIGN TO "RUNPARM.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RUNPARM-STATUS.

           SELECT MKUPPARMFILE ASSIGN TO "MAKEUPPARM.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-MKUPPARM-STATUS.

           SELECT DELIBPARMFILE ASSIGN TO "DELIBPARM.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DELIBPARM-STATUS.

      *        The deliberation run's decisions file is read twice:
      *        once to pick up the RATTRAPAGE students, once at the
      *        end to copy every row into the final decisions file.
           SELECT DECISIONIN ASSIGN TO WS-DECISIONIN-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DECISIONIN-STATUS.

           SELECT DECISIONFILE ASSIGN TO WS-DECISION-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DECISION-STATUS.

      *        Reader and writer on the same HISTORY.DAT, same
      *        arrangement as GRADESREPORT's HISTORYFILE/HISTPRIOR -
      *        the reader is closed before the writer opens EXTEND.
           SELECT HISTORYIN ASSIGN TO "HISTORY.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-HISTORYIN-STATUS.

           SELECT HISTORYFILE ASSIGN TO "HISTORY.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-HISTORY-STATUS.

           SELECT LETTERFILE ASSIGN TO WS-LETTER-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD TRANFILE.
       01 TRAN-RECORD PIC X(30).

       FD REJECTFILE.
       01 REJECT-RECORD PIC X(100).

       FD AUDITFILE.
       01 AUDIT-RECORD PIC X(60).

       FD RUNPARMFILE.
       01 RUNPARM-RECORD PIC X(120).

       FD MKUPPARMFILE.
       01 MKUPPARM-RECORD PIC X(40).

       FD DELIBPARMFILE.
       01 DELIBPARM-RECORD PIC X(25).

       FD DECISIONIN.
       01 DECISIONIN-RECORD PIC X(80).

       FD DECISIONFILE.
       01 DECISION-RECORD PIC X(80).

       FD HISTORYIN.
       01 HISTORYIN-RECORD PIC X(472).

       FD HISTORYFILE.
       01 HISTORY-RECORD PIC X(472).

       FD LETTERFILE.
       01 LETTER-RECORD PIC X(80).

       WORKING-STORAGE SECTION.

       01 DB-CONNECTIONINFO.
           05 DB-USERNAME PIC X(30).
           05 DB-PASSWORD PIC X(10).
           05 DB-NAME     PIC X(30).

      *        Mirror of the RUNPARM.DAT record GRADESREPORT reads in
      *        its 1050-READ-RUN-PARAMETERS - keep in step with
      *        WS-RUN-PARAMETERS over there. The connection fields,
      *        the run id (the make-up session's own, never the
      *        deliberation run's) and the term are used here.
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

      *        MAKEUPPARM.DAT single record: SOURCE-RUNID(10) - the
      *        GRADESREPORT run whose deliberation sent the students
      *        to the make-up session; its decisions_<runid>.dat and
      *        HISTORY.DAT rows are the starting point.
       01 WS-MKUP-PARAMETERS.
           05 WS-PARM-SOURCE-RUNID PIC X(10).

       01 WS-RUN-ID             PIC X(10) VALUE SPACES.
       01 WS-SOURCE-RUN-ID      PIC X(10) VALUE SPACES.
       01 WS-SESSION-TERM       PIC X(6)  VALUE SPACES.
       01 WS-REJECT-FILENAME    PIC X(60) VALUE SPACES.
       01 WS-DECISIONIN-FILENAME PIC X(60) VALUE SPACES.
       01 WS-DECISION-FILENAME  PIC X(60) VALUE SPACES.
       01 WS-LETTER-FILENAME    PIC X(60) VALUE SPACES.
       01 WS-TRAN-STATUS        PIC XX.
       01 WS-AUDIT-STATUS       PIC XX.
       01 WS-RUNPARM-STATUS     PIC XX.
       01 WS-MKUPPARM-STATUS    PIC XX.
       01 WS-DELIBPARM-STATUS   PIC XX.
       01 WS-DECISIONIN-STATUS  PIC XX.
       01 WS-DECISION-STATUS    PIC XX.
       01 WS-HISTORYIN-STATUS   PIC XX.
       01 WS-HISTORY-STATUS     PIC XX.
       01 WS-TRAN-EOF           PIC X VALUE "N".
       01 WS-FILES-OPEN         PIC X VALUE "N".
       01 WS-DECISION-OPEN      PIC X VALUE "N".
       01 WS-HISTORY-OPEN       PIC X VALUE "N".
       01 WS-LETTER-OPEN        PIC X VALUE "N".
       01 WS-ABEND-MESSAGE      PIC X(80) VALUE SPACES.
       01 WS-LOG-PARAGRAPH      PIC X(30) VALUE SPACES.
       01 WS-SQLCODE-DISPLAY    PIC -999999.

      *        Make-up rule set off DELIBPARM.DAT, same record layout
      *        as GRADESREPORT reads: TYPE(1) THRESHOLD(4, 99V99
      *        digits) LABEL(20). Type P gives the first-session pass
      *        threshold; type S the make-up session rule - THRESHOLD
      *        is the pass mark of the second session (0000 means the
      *        same as P) and LABEL is MEILLEURE (each course keeps
      *        the better of the original and the make-up mark) or
      *        REMPLACE (a make-up mark replaces the original one,
      *        even when lower). Other types belong to the first
      *        session and are skipped. Without an S record the rule
      *        is MEILLEURE at the pass threshold.
       01 WS-DELIB-FIELDS.
           05 WS-DP-TYPE      PIC X(1).
           05 WS-DP-THRESHOLD PIC X(4).
           05 WS-DP-LABEL     PIC X(20).
       01 WS-PASS-THRESHOLD    PIC 99V99 VALUE 10.00.
       01 WS-SESSION-THRESHOLD PIC 99V99 VALUE 0.
       01 WS-SESSION-RULE      PIC X(20) VALUE "MEILLEURE".

      *        Mirror of the decisions row written by GRADESREPORT in
      *        its 3080-WRITE-DECISION-ROW - keep in step with
      *        WS-DECISION-ROW over there. The final decisions file
      *        is written in the same layout so every reader of the
      *        first-session file can read the final one.
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

      *        One entry per student sent to RATTRAPAGE by the source
      *        run. The course ids and the per-course cells come off
      *        that run's HISTORY.DAT row (last row per student wins,
      *        as everywhere else HISTORY.DAT is read back), so the
      *        make-up marks are matched against exactly the courses
      *        the first session was deliberated on. The make-up
      *        mark of each course sits in the slot of the same
      *        position; the final cells, average and decision are
      *        filled by 4000.
       01 WS-MAX-CANDS   PIC 9(4) VALUE 500.
       01 WS-CAND-COUNT  PIC 9(4) VALUE 0.
       01 WS-CAND-IDX    PIC 9(4) VALUE 0.
       01 WS-CAND-SLOT   PIC 9(4) VALUE 0.
       01 WS-DROPPED-COUNT PIC 9(4) VALUE 0.
       01 WS-CAND-TABLE.
           05 WS-CAND-ENTRY OCCURS 500 TIMES.
               10 WS-CD-ID           PIC 9(4).
               10 WS-CD-CLASS        PIC X(8).
               10 WS-CD-RANK         PIC 9(5).
               10 WS-CD-OLD-AVG      PIC X(5).
               10 WS-CD-HIST-FOUND   PIC X.
               10 WS-CD-LASTNAME     PIC X(35).
               10 WS-CD-FIRSTNAME    PIC X(35).
               10 WS-CD-CLASS-SIZE   PIC 9(5).
               10 WS-CD-COURSE-COUNT PIC 9(3).
               10 WS-CD-COURSE-IDS   PIC X(80).
               10 WS-CD-COURSE-COEFS PIC X(80).
               10 WS-CD-COURSES-LINE PIC X(160).
               10 WS-CD-MARK OCCURS 20 TIMES.
                   15 WS-CD-MK-PRESENT PIC X.
                   15 WS-CD-MK-GRADE   PIC 99V99.
               10 WS-CD-FINAL-LINE   PIC X(160).
               10 WS-CD-FINAL-AVG    PIC 99V99.
               10 WS-CD-MARKS-USED   PIC 9(3).
               10 WS-CD-DECISION     PIC X(10).

      *        Course labels and coefficients off the COURSE table,
      *        looked up by id for the letters and, for a course the
      *        source run's HISTORY.DAT row has no coefficient for,
      *        the weighting. The coefficient is the one in force for
      *        the session's term (1210).
       01 WS-MAX-COURSES  PIC 9(3) VALUE 20.
       01 WS-COURSE-COUNT PIC 9(3) VALUE 0.
       01 WS-COURSE-IDX   PIC 9(3) VALUE 0.
       01 WS-COURSE-SLOT  PIC 9(3) VALUE 0.
       01 WS-CRS-IDX      PIC 9(3) VALUE 0.
       01 WS-COURSE-POS   PIC 9(4) VALUE 0.
       01 WS-COURSE-TABLE.
           05 WS-COURSE-ENTRY OCCURS 20 TIMES.
               10 WS-CRS-ID    PIC 9(4).
               10 WS-CRS-LABEL PIC X(35).
               10 WS-CRS-COEF  PIC 9(3)V9.

       01 COURSE-DETAILS.
           05 COURSE-ID     PIC 9(4).
           05 LABEL-COURSE  PIC X(35).
           05 COEF-COURSE   PIC 9(3)V9.
       01 WS-DATED-ROWS     PIC 9(5) VALUE 0.
       01 WS-COEF-CELL-X    PIC X(4).
       01 WS-COEF-CELL REDEFINES WS-COEF-CELL-X PIC 9(3)V9.

      *        Transaction card, same layout as GRADETRAN.DAT: action
      *        A = add, C = correct, D = delete a make-up mark, keyed
      *        by student, course and term.
       01 WS-TRAN-FIELDS.
           05 WS-TRAN-ACTION     PIC X(1).
           05 WS-TRAN-STUDENT-ID PIC X(4).
           05 WS-TRAN-COURSE-ID  PIC X(4).
           05 WS-TRAN-TERM       PIC X(6).
           05 WS-TRAN-GRADE      PIC X(4).
           05 WS-TRAN-USER       PIC X(8).

       01 MKUP-DETAILS.
           05 MKUP-STUDENT-ID PIC 9(4).
           05 MKUP-COURSE-ID  PIC 9(4).
           05 MKUP-TERM       PIC X(6).
           05 MKUP-VALUE      PIC 99V99.

       01 WS-OLD-GRADE      PIC 99V99 VALUE 0.
       01 WS-MARK-EXISTS    PIC 9(5) VALUE 0.
       01 WS-FIND-ID        PIC 9(4) VALUE 0.
       01 WS-FIND-COURSE    PIC 9(4) VALUE 0.

       01 WS-REJECT-REASON  PIC X(3) VALUE SPACES.
       01 WS-REJECT-TEXT    PIC X(40) VALUE SPACES.
       01 WS-REJECT-LINE    PIC X(100).

      *        Audit trail row, same layout as GRADEAUDIT.DAT, one
      *        per applied make-up mark change.
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
           05 WS-AUD-OLD-VALUE  PIC X(5).
           05 FILLER            PIC X(1) VALUE SPACE.
           05 WS-AUD-NEW-VALUE  PIC X(5).

      *        Working fields of the final computation (4100).
       01 WS-ORIG-PRESENT   PIC X VALUE "N".
       01 WS-ORIG-GRADE     PIC 99V99 VALUE 0.
       01 WS-KEPT-PRESENT   PIC X VALUE "N".
       01 WS-KEPT-GRADE     PIC 99V99 VALUE 0.
       01 WS-KEPT-COEF      PIC 9(3)V9 VALUE 0.
       01 WS-SUM-WEIGHTED   PIC 9(7)V99 VALUE 0.
       01 WS-SUM-COEF       PIC 9(5)V9  VALUE 0.

      *        Result letters: one page per student, padded to
      *        WS-LETTER-PAGE-LENGTH lines like GRADESREPORT's BUL
      *        pages so the print shop can burst the file the same
      *        way.
       01 WS-LETTER-PAGE-LENGTH PIC 9(3) VALUE 66.
       01 WS-LETTER-LINE-COUNT  PIC 9(3) VALUE 0.
       01 WS-LETTER-RULE-LINE   PIC X(66) VALUE ALL "=".
       01 WS-LETTER-DASH-LINE   PIC X(66) VALUE ALL "-".
       01 WS-PRINT-LINE         PIC X(80).
       01 WS-STRING-PTR         PIC 9(4) VALUE 1.

       01 WS-GRADE-DISPLAY    PIC Z9.99.
       01 WS-COEF-DISPLAY     PIC ZZ9.9.
       01 WS-RANK-DISPLAY     PIC ZZZZ9.
       01 WS-COUNT-DISPLAY    PIC ZZZZ9.
       01 WS-CURRENT-TIMESTAMP PIC X(14).

       01 WS-READ-COUNT     PIC 9(6) VALUE 0.
       01 WS-APPLIED-COUNT  PIC 9(6) VALUE 0.
       01 WS-REJECT-COUNT   PIC 9(6) VALUE 0.
       01 WS-ADMIS-COUNT    PIC 9(4) VALUE 0.
       01 WS-REDOUBLE-COUNT PIC 9(4) VALUE 0.
       01 WS-PENDING-COUNT  PIC 9(4) VALUE 0.
       01 WS-COPIED-COUNT   PIC 9(6) VALUE 0.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1050-READ-RUN-PARAMETERS
           PERFORM 1055-READ-MAKEUP-PARAMETERS
           PERFORM 1060-BUILD-RUNTIME-FILENAMES
           PERFORM 1090-READ-DELIB-PARAMETERS
           PERFORM 1100-LOAD-CANDIDATES
           PERFORM 1150-LOAD-HISTORY-ROWS

           OPEN INPUT TRANFILE
           IF WS-TRAN-STATUS NOT = "00"
               MOVE "0000-MAIN: CANNOT OPEN MAKEUPTRAN.DAT"
                   TO WS-ABEND-MESSAGE
               PERFORM 9900-ABEND-PROGRAM
           END-IF
           OPEN OUTPUT REJECTFILE
           PERFORM 1070-OPEN-AUDIT-FOR-APPEND
           MOVE "Y" TO WS-FILES-OPEN

           PERFORM 1000-CONNECT-TO-DB
           PERFORM 1200-FETCH-COURSES
           PERFORM 2000-PROCESS-TRANSACTIONS
           PERFORM 3000-LOAD-MAKEUP-MARKS
           PERFORM 9000-CLOSE-DB

           PERFORM 4000-COMPUTE-FINAL-RESULTS
           PERFORM 5000-WRITE-FINAL-DECISIONS
           PERFORM 5100-APPEND-HISTORY-ROWS
           PERFORM 5200-WRITE-RESULT-LETTERS

           CLOSE TRANFILE
           CLOSE REJECTFILE
           CLOSE AUDITFILE

           DISPLAY "MAKEUPRUN: LUES=" WS-READ-COUNT
                   " APPLIQUEES=" WS-APPLIED-COUNT
                   " REJETEES=" WS-REJECT-COUNT
                   UPON CONSOLE
           DISPLAY "MAKEUPRUN: CANDIDATS=" WS-CAND-COUNT
                   " ADMIS=" WS-ADMIS-COUNT
                   " REDOUBLE=" WS-REDOUBLE-COUNT
                   " SANS HISTORIQUE=" WS-PENDING-COUNT
                   " DECISIONS ECRITES=" WS-COPIED-COUNT
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
           MOVE WS-PARM-TERM     TO WS-SESSION-TERM

           IF WS-SESSION-TERM = SPACES
               MOVE "1050-READ-RUN-PARAMETERS: TERM PARAMETER IS "
                   & "REQUIRED" TO WS-ABEND-MESSAGE
               PERFORM 9900-ABEND-PROGRAM
           END-IF.

      *        The session must run under a run id of its own: the
      *        final decisions file would otherwise overwrite the
      *        very file it is built from.
       1055-READ-MAKEUP-PARAMETERS.
           OPEN INPUT MKUPPARMFILE
           IF WS-MKUPPARM-STATUS NOT = "00"
               MOVE "1055-READ-MAKEUP-PARAMETERS: CANNOT OPEN "
                   & "MAKEUPPARM.DAT" TO WS-ABEND-MESSAGE
               PERFORM 9900-ABEND-PROGRAM
           END-IF

           READ MKUPPARMFILE INTO WS-MKUP-PARAMETERS
               AT END
                   MOVE "1055-READ-MAKEUP-PARAMETERS: MAKEUPPARM.DAT "
                       & "HAS NO PARAMETER RECORD"
                       TO WS-ABEND-MESSAGE
                   PERFORM 9900-ABEND-PROGRAM
           END-READ

           CLOSE MKUPPARMFILE

           MOVE WS-PARM-SOURCE-RUNID TO WS-SOURCE-RUN-ID
           IF WS-SOURCE-RUN-ID = SPACES
               MOVE "1055-READ-MAKEUP-PARAMETERS: SOURCE RUN ID IS "
                   & "REQUIRED" TO WS-ABEND-MESSAGE
               PERFORM 9900-ABEND-PROGRAM
           END-IF
           IF WS-SOURCE-RUN-ID = WS-RUN-ID
               MOVE "1055-READ-MAKEUP-PARAMETERS: SESSION RUN ID "
                   & "MUST DIFFER FROM THE SOURCE RUN ID"
                   TO WS-ABEND-MESSAGE
               PERFORM 9900-ABEND-PROGRAM
           END-IF.

       1060-BUILD-RUNTIME-FILENAMES.
           MOVE SPACES TO WS-REJECT-FILENAME
           STRING "rejects_makeup_" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-RUN-ID) DELIMITED BY SIZE
                  ".log" DELIMITED BY SIZE
                  INTO WS-REJECT-FILENAME

           MOVE SPACES TO WS-DECISIONIN-FILENAME
           STRING "decisions_" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-SOURCE-RUN-ID) DELIMITED BY SIZE
                  ".dat" DELIMITED BY SIZE
                  INTO WS-DECISIONIN-FILENAME

           MOVE SPACES TO WS-DECISION-FILENAME
           STRING "decisions_" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-RUN-ID) DELIMITED BY SIZE
                  ".dat" DELIMITED BY SIZE
                  INTO WS-DECISION-FILENAME

           MOVE SPACES TO WS-LETTER-FILENAME
           STRING "lettres_" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-RUN-ID) DELIMITED BY SIZE
                  ".dat" DELIMITED BY SIZE
                  INTO WS-LETTER-FILENAME.

      *        The audit trail is cumulative across runs - a fresh
      *        file is only created the first time the program ever
      *        runs on a machine (file status 35).
       1070-OPEN-AUDIT-FOR-APPEND.
           OPEN EXTEND AUDITFILE
           IF WS-AUDIT-STATUS = "35"
               OPEN OUTPUT AUDITFILE
           END-IF
           IF WS-AUDIT-STATUS NOT = "00"
               MOVE "1070-OPEN-AUDIT-FOR-APPEND: CANNOT OPEN "
                   & "MAKEUPAUDIT.DAT" TO WS-ABEND-MESSAGE
               PERFORM 9900-ABEND-PROGRAM
           END-IF.

      *        An absent DELIBPARM.DAT leaves the compiled defaults;
      *        an S record with a rule this program does not know is
      *        reported and the default rule kept.
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
           END-IF

           IF WS-SESSION-THRESHOLD = 0
               MOVE WS-PASS-THRESHOLD TO WS-SESSION-THRESHOLD
           END-IF.

       1092-STORE-DELIB-PARAMETER.
           IF WS-DP-THRESHOLD NOT NUMERIC
               DISPLAY "MAKEUPRUN: DELIBPARM RECORD IGNORED, "
                       "THRESHOLD NOT NUMERIC: " WS-DELIB-FIELDS
                       UPON CONSOLE
           ELSE
               EVALUATE WS-DP-TYPE
                   WHEN "P"
                       COMPUTE WS-PASS-THRESHOLD =
                           FUNCTION NUMVAL(WS-DP-THRESHOLD) / 100
                   WHEN "S"
                       COMPUTE WS-SESSION-THRESHOLD =
                           FUNCTION NUMVAL(WS-DP-THRESHOLD) / 100
                       IF WS-DP-LABEL = "MEILLEURE"
                           OR WS-DP-LABEL = "REMPLACE"
                           MOVE WS-DP-LABEL TO WS-SESSION-RULE
                       ELSE
                           DISPLAY "MAKEUPRUN: UNKNOWN MAKE-UP "
                                   "RULE " WS-DP-LABEL
                                   " - MEILLEURE APPLIED"
                                   UPON CONSOLE
                       END-IF
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

      *        Only the RATTRAPAGE rows of the session term are
      *        taken; the last row per student wins, so a decisions
      *        file written by a restarted run does not double a
      *        student.
       1100-LOAD-CANDIDATES.
           OPEN INPUT DECISIONIN
           IF WS-DECISIONIN-STATUS NOT = "00"
               MOVE "1100-LOAD-CANDIDATES: CANNOT OPEN THE SOURCE "
                   & "RUN DECISIONS FILE" TO WS-ABEND-MESSAGE
               PERFORM 9900-ABEND-PROGRAM
           END-IF
           PERFORM UNTIL WS-DECISIONIN-STATUS NOT = "00"
               READ DECISIONIN INTO WS-DECISION-ROW
                   AT END MOVE "10" TO WS-DECISIONIN-STATUS
               END-READ
               IF WS-DECISIONIN-STATUS = "00"
                   AND WS-DEC-DECISION = "RATTRAPAGE"
                   AND WS-DEC-TERM = WS-SESSION-TERM
                   PERFORM 1110-STORE-CANDIDATE
               END-IF
           END-PERFORM
           CLOSE DECISIONIN

           IF WS-DROPPED-COUNT > 0
               DISPLAY "MAKEUPRUN: CANDIDATE TABLE FULL, "
                       WS-DROPPED-COUNT " STUDENTS DROPPED"
                       UPON CONSOLE
           END-IF.

       1110-STORE-CANDIDATE.
           MOVE WS-DEC-ID TO WS-FIND-ID
           PERFORM 1120-FIND-CANDIDATE
           IF WS-CAND-SLOT = 0
               IF WS-CAND-COUNT < WS-MAX-CANDS
                   ADD 1 TO WS-CAND-COUNT
                   MOVE WS-CAND-COUNT TO WS-CAND-SLOT
               ELSE
                   ADD 1 TO WS-DROPPED-COUNT
               END-IF
           END-IF
           IF WS-CAND-SLOT > 0
               MOVE WS-DEC-ID    TO WS-CD-ID (WS-CAND-SLOT)
               MOVE WS-DEC-CLASS TO WS-CD-CLASS (WS-CAND-SLOT)
               MOVE WS-DEC-RANK  TO WS-CD-RANK (WS-CAND-SLOT)
               MOVE WS-DEC-AVG   TO WS-CD-OLD-AVG (WS-CAND-SLOT)
               MOVE "N" TO WS-CD-HIST-FOUND (WS-CAND-SLOT)
               MOVE "RATTRAPAGE" TO WS-CD-DECISION (WS-CAND-SLOT)
               PERFORM VARYING WS-COURSE-IDX FROM 1 BY 1
                       UNTIL WS-COURSE-IDX > WS-MAX-COURSES
                   MOVE "N" TO
                       WS-CD-MK-PRESENT (WS-CAND-SLOT, WS-COURSE-IDX)
                   MOVE 0 TO
                       WS-CD-MK-GRADE (WS-CAND-SLOT, WS-COURSE-IDX)
               END-PERFORM
           END-IF.

       1120-FIND-CANDIDATE.
           MOVE 0 TO WS-CAND-SLOT
           PERFORM VARYING WS-CAND-IDX FROM 1 BY 1
                   UNTIL WS-CAND-IDX > WS-CAND-COUNT
               IF WS-CD-ID (WS-CAND-IDX) = WS-FIND-ID
                   MOVE WS-CAND-IDX TO WS-CAND-SLOT
               END-IF
           END-PERFORM.

      *        The source run's own rows only: the course list and
      *        cells the first session was deliberated on.
       1150-LOAD-HISTORY-ROWS.
           OPEN INPUT HISTORYIN
           IF WS-HISTORYIN-STATUS NOT = "00"
               MOVE "1150-LOAD-HISTORY-ROWS: CANNOT OPEN "
                   & "HISTORY.DAT" TO WS-ABEND-MESSAGE
               PERFORM 9900-ABEND-PROGRAM
           END-IF
           PERFORM UNTIL WS-HISTORYIN-STATUS NOT = "00"
               READ HISTORYIN INTO WS-HISTORY-ROW
                   AT END MOVE "10" TO WS-HISTORYIN-STATUS
               END-READ
               IF WS-HISTORYIN-STATUS = "00"
                   AND WS-H-RUN-ID = WS-SOURCE-RUN-ID
                   AND WS-H-TERM = WS-SESSION-TERM
                   MOVE WS-H-ID TO WS-FIND-ID
                   PERFORM 1120-FIND-CANDIDATE
                   IF WS-CAND-SLOT > 0
                       PERFORM 1160-STORE-HISTORY-ROW
                   END-IF
               END-IF
           END-PERFORM
           CLOSE HISTORYIN.

       1160-STORE-HISTORY-ROW.
           MOVE "Y" TO WS-CD-HIST-FOUND (WS-CAND-SLOT)
           MOVE WS-H-LASTNAME     TO WS-CD-LASTNAME (WS-CAND-SLOT)
           MOVE WS-H-FIRSTNAME    TO WS-CD-FIRSTNAME (WS-CAND-SLOT)
           MOVE WS-H-CLASS-SIZE   TO WS-CD-CLASS-SIZE (WS-CAND-SLOT)
           MOVE WS-H-COURSE-COUNT TO
               WS-CD-COURSE-COUNT (WS-CAND-SLOT)
           IF WS-CD-COURSE-COUNT (WS-CAND-SLOT) > WS-MAX-COURSES
               MOVE WS-MAX-COURSES TO
                   WS-CD-COURSE-COUNT (WS-CAND-SLOT)
           END-IF
           MOVE WS-H-COURSE-IDS   TO WS-CD-COURSE-IDS (WS-CAND-SLOT)
           MOVE WS-H-COURSE-COEFS TO
               WS-CD-COURSE-COEFS (WS-CAND-SLOT)
           MOVE WS-H-COURSES-LINE TO
               WS-CD-COURSES-LINE (WS-CAND-SLOT).

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

       1200-FETCH-COURSES.
           MOVE 0 TO WS-COURSE-COUNT
           EXEC SQL
               DECLARE COURSE_CURSOR CURSOR FOR
               SELECT ID, LABEL, COEF FROM COURSE
                   ORDER BY ID
           END-EXEC
           EXEC SQL
               OPEN COURSE_CURSOR
           END-EXEC

           IF SQLCODE < 0
               MOVE "1200-FETCH-COURSES" TO WS-LOG-PARAGRAPH
               PERFORM 9100-LOG-SQL-EXCEPTION
           END-IF

           PERFORM UNTIL SQLCODE = 100 OR SQLCODE < 0
                   OR WS-COURSE-COUNT >= WS-MAX-COURSES
               EXEC SQL FETCH COURSE_CURSOR INTO
                   :COURSE-ID, :LABEL-COURSE, :COEF-COURSE
               END-EXEC
               IF SQLCODE = 0
                   ADD 1 TO WS-COURSE-COUNT
                   MOVE COURSE-ID    TO WS-CRS-ID (WS-COURSE-COUNT)
                   MOVE LABEL-COURSE TO
                       WS-CRS-LABEL (WS-COURSE-COUNT)
                   MOVE COEF-COURSE  TO WS-CRS-COEF (WS-COURSE-COUNT)
               ELSE
                   IF SQLCODE < 0
                       MOVE "1200-FETCH-COURSES" TO
                           WS-LOG-PARAGRAPH
                       PERFORM 9100-LOG-SQL-EXCEPTION
                   END-IF
               END-IF
           END-PERFORM

           IF SQLCODE < 0
               MOVE "1200-FETCH-COURSES: FETCH FAILED MID-BATCH, "
                   & "ABORTING" TO WS-ABEND-MESSAGE
               PERFORM 9900-ABEND-PROGRAM
           END-IF

           EXEC SQL
               CLOSE COURSE_CURSOR
           END-EXEC

           PERFORM 1210-FETCH-COEF-IN-FORCE
               VARYING WS-CRS-IDX FROM 1 BY 1
               UNTIL WS-CRS-IDX > WS-COURSE-COUNT.

      *        Same rule as GRADESREPORT's 2110-FETCH-COEF-IN-FORCE:
      *        the latest COURSE_COEF row at or before the term, else
      *        COURSE.COEF.
       1210-FETCH-COEF-IN-FORCE.
           MOVE WS-CRS-ID (WS-CRS-IDX) TO COURSE-ID
           MOVE 0 TO WS-DATED-ROWS
           EXEC SQL
               SELECT COUNT(*) INTO :WS-DATED-ROWS
                   FROM COURSE_COEF
                   WHERE COURSE_ID = :COURSE-ID
                     AND TERM <= :WS-SESSION-TERM
           END-EXEC
           IF SQLCODE < 0
               MOVE "1210-FETCH-COEF-IN-FORCE" TO WS-LOG-PARAGRAPH
               PERFORM 9100-LOG-SQL-EXCEPTION
               MOVE "1210-FETCH-COEF-IN-FORCE: LOOKUP FAILED"
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
                                    AND TERM <= :WS-SESSION-TERM)
               END-EXEC
               IF SQLCODE < 0
                   MOVE "1210-FETCH-COEF-IN-FORCE" TO
                       WS-LOG-PARAGRAPH
                   PERFORM 9100-LOG-SQL-EXCEPTION
                   MOVE "1210-FETCH-COEF-IN-FORCE: LOOKUP FAILED"
                       TO WS-ABEND-MESSAGE
                   PERFORM 9900-ABEND-PROGRAM
               END-IF
               MOVE COEF-COURSE TO WS-CRS-COEF (WS-CRS-IDX)
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

       2100-PROCESS-ONE-TRAN.
           MOVE SPACES TO WS-REJECT-REASON
           MOVE SPACES TO WS-REJECT-TEXT
           PERFORM 2200-VALIDATE-TRANSACTION
      *        Committed one at a time before the audit row, as in
      *        GRADEUPDT, so the trail never records a change that a
      *        later abend would roll back.
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
      *        session checks (the term, the student sent to the
      *        make-up session by the source run, the course on that
      *        student's deliberated course list), then presence or
      *        absence of the MAKEUP_GRADE row as the action needs.
      *        R01-R05 and R10 mean what they mean in GRADEUPDT, and
      *        R06/R07 likewise for the MAKEUP_GRADE row. The others
      *        are the session's own: R08 a student the source run
      *        did not send to the session, R09 a course not on the
      *        student's deliberated list, R11 a card for another
      *        term than the session's, R12 a student with no
      *        HISTORY.DAT row in the source run, R13 a course the
      *        student is not enrolled in (GRADEUPDT's R12).
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
               AND WS-TRAN-GRADE NOT NUMERIC
               MOVE "R04" TO WS-REJECT-REASON
               MOVE "GRADE NOT NUMERIC" TO WS-REJECT-TEXT
           END-IF

           IF WS-REJECT-REASON = SPACES
               AND WS-TRAN-TERM = SPACES
               MOVE "R10" TO WS-REJECT-REASON
               MOVE "TERM MISSING" TO WS-REJECT-TEXT
           END-IF

           IF WS-REJECT-REASON = SPACES
               MOVE WS-TRAN-STUDENT-ID TO MKUP-STUDENT-ID
               MOVE WS-TRAN-COURSE-ID  TO MKUP-COURSE-ID
               MOVE WS-TRAN-TERM       TO MKUP-TERM
               IF WS-TRAN-ACTION = "D"
                   MOVE 0 TO MKUP-VALUE
               ELSE
                   COMPUTE MKUP-VALUE =
                       FUNCTION NUMVAL(WS-TRAN-GRADE) / 100
               END-IF
           END-IF

           IF WS-REJECT-REASON = SPACES
               AND WS-TRAN-ACTION NOT = "D"
               AND MKUP-VALUE > 20.00
               MOVE "R05" TO WS-REJECT-REASON
               MOVE "GRADE OUTSIDE 0-20 SCALE" TO WS-REJECT-TEXT
           END-IF

           IF WS-REJECT-REASON = SPACES
               AND MKUP-TERM NOT = WS-SESSION-TERM
               MOVE "R11" TO WS-REJECT-REASON
               MOVE "TERM NOT THE MAKE-UP SESSION TERM"
                   TO WS-REJECT-TEXT
           END-IF

           IF WS-REJECT-REASON = SPACES
               MOVE MKUP-STUDENT-ID TO WS-FIND-ID
               PERFORM 1120-FIND-CANDIDATE
               IF WS-CAND-SLOT = 0
                   MOVE "R08" TO WS-REJECT-REASON
                   MOVE "STUDENT NOT SENT TO MAKE-UP SESSION"
                       TO WS-REJECT-TEXT
               END-IF
           END-IF

           IF WS-REJECT-REASON = SPACES
               AND WS-CD-HIST-FOUND (WS-CAND-SLOT) NOT = "Y"
               MOVE "R12" TO WS-REJECT-REASON
               MOVE "NO HISTORY ROW FOR STUDENT IN SOURCE RUN"
                   TO WS-REJECT-TEXT
           END-IF

           IF WS-REJECT-REASON = SPACES
               MOVE MKUP-COURSE-ID TO WS-FIND-COURSE
               PERFORM 2250-LOCATE-COURSE-SLOT
               IF WS-COURSE-SLOT = 0
                   MOVE "R09" TO WS-REJECT-REASON
                   MOVE "COURSE NOT ON THE STUDENT'S COURSE LIST"
                       TO WS-REJECT-TEXT
               END-IF
           END-IF

      *        A course the student had dropped or was exempted from
      *        at the first session (DISP cell) is not sat again.
           IF WS-REJECT-REASON = SPACES
               AND WS-TRAN-ACTION NOT = "D"
               COMPUTE WS-COURSE-POS = (WS-COURSE-SLOT - 1) * 8 + 1
               IF WS-CD-COURSES-LINE (WS-CAND-SLOT)
                       (WS-COURSE-POS:4) = "DISP"
                   MOVE "R13" TO WS-REJECT-REASON
                   MOVE "STUDENT NOT ENROLLED IN COURSE"
                       TO WS-REJECT-TEXT
               END-IF
           END-IF

           IF WS-REJECT-REASON = SPACES
               PERFORM 2230-FETCH-EXISTING-MARK
           END-IF

           IF WS-REJECT-REASON = SPACES
               IF WS-TRAN-ACTION = "A" AND WS-MARK-EXISTS > 0
                   MOVE "R06" TO WS-REJECT-REASON
                   MOVE "MAKE-UP MARK ALREADY EXISTS"
                       TO WS-REJECT-TEXT
               END-IF
               IF WS-TRAN-ACTION NOT = "A" AND WS-MARK-EXISTS = 0
                   MOVE "R07" TO WS-REJECT-REASON
                   MOVE "MAKE-UP MARK NOT FOUND" TO WS-REJECT-TEXT
               END-IF
           END-IF.

      *        COUNT/MAX in one pass each, as in GRADEUPDT's 2230.
       2230-FETCH-EXISTING-MARK.
           MOVE 0 TO WS-MARK-EXISTS
           MOVE 0 TO WS-OLD-GRADE
           EXEC SQL
               SELECT COUNT(*) INTO :WS-MARK-EXISTS
                   FROM MAKEUP_GRADE
                   WHERE STUDENT_ID = :MKUP-STUDENT-ID
                     AND COURSE_ID  = :MKUP-COURSE-ID
                     AND TERM       = :MKUP-TERM
           END-EXEC
           IF SQLCODE < 0
               MOVE "2230-FETCH-EXISTING-MARK" TO WS-LOG-PARAGRAPH
               PERFORM 9100-LOG-SQL-EXCEPTION
               MOVE "2230-FETCH-EXISTING-MARK: LOOKUP FAILED"
                   TO WS-ABEND-MESSAGE
               PERFORM 9900-ABEND-PROGRAM
           END-IF
           IF WS-MARK-EXISTS > 0
               EXEC SQL
                   SELECT MAX(GRADE) INTO :WS-OLD-GRADE
                       FROM MAKEUP_GRADE
                       WHERE STUDENT_ID = :MKUP-STUDENT-ID
                         AND COURSE_ID  = :MKUP-COURSE-ID
                         AND TERM       = :MKUP-TERM
               END-EXEC
               IF SQLCODE < 0
                   MOVE "2230-FETCH-EXISTING-MARK" TO
                       WS-LOG-PARAGRAPH
                   PERFORM 9100-LOG-SQL-EXCEPTION
                   MOVE "2230-FETCH-EXISTING-MARK: LOOKUP FAILED"
                       TO WS-ABEND-MESSAGE
                   PERFORM 9900-ABEND-PROGRAM
               END-IF
           END-IF.

      *        Position of WS-FIND-COURSE among the course ids of
      *        the candidate in WS-CAND-SLOT, 0 when absent.
       2250-LOCATE-COURSE-SLOT.
           MOVE 0 TO WS-COURSE-SLOT
           PERFORM VARYING WS-COURSE-IDX FROM 1 BY 1
                   UNTIL WS-COURSE-IDX >
                       WS-CD-COURSE-COUNT (WS-CAND-SLOT)
               COMPUTE WS-COURSE-POS =
                   (WS-COURSE-IDX - 1) * 4 + 1
               IF WS-CD-COURSE-IDS (WS-CAND-SLOT)
                       (WS-COURSE-POS:4) NUMERIC
                   AND WS-CD-COURSE-IDS (WS-CAND-SLOT)
                       (WS-COURSE-POS:4) = WS-FIND-COURSE
                   MOVE WS-COURSE-IDX TO WS-COURSE-SLOT
               END-IF
           END-PERFORM.

       2300-APPLY-TRANSACTION.
           EVALUATE WS-TRAN-ACTION
               WHEN "A"
                   EXEC SQL
                       INSERT INTO MAKEUP_GRADE
                           (STUDENT_ID, COURSE_ID, TERM, GRADE)
                           VALUES (:MKUP-STUDENT-ID,
                                   :MKUP-COURSE-ID,
                                   :MKUP-TERM,
                                   :MKUP-VALUE)
                   END-EXEC
               WHEN "C"
                   EXEC SQL
                       UPDATE MAKEUP_GRADE SET GRADE = :MKUP-VALUE
                           WHERE STUDENT_ID = :MKUP-STUDENT-ID
                             AND COURSE_ID  = :MKUP-COURSE-ID
                             AND TERM       = :MKUP-TERM
                   END-EXEC
               WHEN "D"
                   EXEC SQL
                       DELETE FROM MAKEUP_GRADE
                           WHERE STUDENT_ID = :MKUP-STUDENT-ID
                             AND COURSE_ID  = :MKUP-COURSE-ID
                             AND TERM       = :MKUP-TERM
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
           MOVE MKUP-STUDENT-ID      TO WS-AUD-STUDENT-ID
           MOVE MKUP-COURSE-ID       TO WS-AUD-COURSE-ID
           MOVE MKUP-TERM            TO WS-AUD-TERM

           IF WS-TRAN-ACTION = "A"
               MOVE SPACES TO WS-AUD-OLD-VALUE
           ELSE
               MOVE WS-OLD-GRADE TO WS-GRADE-DISPLAY
               MOVE WS-GRADE-DISPLAY TO WS-AUD-OLD-VALUE
           END-IF

           IF WS-TRAN-ACTION = "D"
               MOVE SPACES TO WS-AUD-NEW-VALUE
           ELSE
               MOVE MKUP-VALUE TO WS-GRADE-DISPLAY
               MOVE WS-GRADE-DISPLAY TO WS-AUD-NEW-VALUE
           END-IF

           WRITE AUDIT-RECORD FROM WS-AUDIT-ROW
           IF WS-AUDIT-STATUS NOT = "00"
               MOVE "2400-WRITE-AUDIT-ROW: AUDIT WRITE FAILED, "
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
                  WS-TRAN-GRADE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-TRAN-USER DELIMITED BY SIZE
                  " REASON=" DELIMITED BY SIZE
                  WS-REJECT-REASON DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-REJECT-TEXT DELIMITED BY SIZE
                  INTO WS-REJECT-LINE
           WRITE REJECT-RECORD FROM WS-REJECT-LINE.

      *        Every make-up mark on file for the term, the ones
      *        entered by earlier runs of the session included, is
      *        placed in its candidate's course slot. A row for a
      *        student or course the session no longer recognises
      *        (the source run was re-deliberated since) is logged
      *        and left out.
       3000-LOAD-MAKEUP-MARKS.
           EXEC SQL
               DECLARE MAKEUP_CURSOR CURSOR FOR
               SELECT STUDENT_ID, COURSE_ID, GRADE
                   FROM MAKEUP_GRADE
                   WHERE TERM = :WS-SESSION-TERM
                   ORDER BY STUDENT_ID, COURSE_ID
           END-EXEC
           EXEC SQL
               OPEN MAKEUP_CURSOR
           END-EXEC

           IF SQLCODE < 0
               MOVE "3000-LOAD-MAKEUP-MARKS" TO WS-LOG-PARAGRAPH
               PERFORM 9100-LOG-SQL-EXCEPTION
           END-IF

           PERFORM UNTIL SQLCODE = 100 OR SQLCODE < 0
               EXEC SQL FETCH MAKEUP_CURSOR INTO
                   :MKUP-STUDENT-ID, :MKUP-COURSE-ID, :MKUP-VALUE
               END-EXEC
               IF SQLCODE = 0
                   PERFORM 3050-PLACE-MAKEUP-MARK
               ELSE
                   IF SQLCODE < 0
                       MOVE "3000-LOAD-MAKEUP-MARKS" TO
                           WS-LOG-PARAGRAPH
                       PERFORM 9100-LOG-SQL-EXCEPTION
                   END-IF
               END-IF
           END-PERFORM

           IF SQLCODE < 0
               MOVE "3000-LOAD-MAKEUP-MARKS: FETCH FAILED "
                   & "MID-BATCH, ABORTING" TO WS-ABEND-MESSAGE
               PERFORM 9900-ABEND-PROGRAM
           END-IF

           EXEC SQL
               CLOSE MAKEUP_CURSOR
           END-EXEC.

       3050-PLACE-MAKEUP-MARK.
           MOVE MKUP-STUDENT-ID TO WS-FIND-ID
           PERFORM 1120-FIND-CANDIDATE
           MOVE 0 TO WS-COURSE-SLOT
           IF WS-CAND-SLOT > 0
               MOVE MKUP-COURSE-ID TO WS-FIND-COURSE
               PERFORM 2250-LOCATE-COURSE-SLOT
           END-IF
           IF WS-COURSE-SLOT > 0
               MOVE "Y" TO
                   WS-CD-MK-PRESENT (WS-CAND-SLOT, WS-COURSE-SLOT)
               MOVE MKUP-VALUE TO
                   WS-CD-MK-GRADE (WS-CAND-SLOT, WS-COURSE-SLOT)
           ELSE
               MOVE SPACES TO WS-REJECT-LINE
               STRING "PARAGRAPH=3050-PLACE-MAKEUP-MARK MARK "
                      & "IGNORED, NOT A SESSION COURSE: STUDENT="
                      DELIMITED BY SIZE
                      MKUP-STUDENT-ID DELIMITED BY SIZE
                      " COURSE=" DELIMITED BY SIZE
                      MKUP-COURSE-ID DELIMITED BY SIZE
                      INTO WS-REJECT-LINE
               WRITE REJECT-RECORD FROM WS-REJECT-LINE
           END-IF.

       4000-COMPUTE-FINAL-RESULTS.
           PERFORM VARYING WS-CAND-SLOT FROM 1 BY 1
                   UNTIL WS-CAND-SLOT > WS-CAND-COUNT
               IF WS-CD-HIST-FOUND (WS-CAND-SLOT) = "Y"
                   PERFORM 4100-COMPUTE-ONE-CANDIDATE
               ELSE
                   ADD 1 TO WS-PENDING-COUNT
                   MOVE SPACES TO WS-REJECT-LINE
                   STRING "PARAGRAPH=4000-COMPUTE-FINAL-RESULTS "
                          & "NO HISTORY ROW IN SOURCE RUN, DECISION "
                          & "LEFT RATTRAPAGE: STUDENT="
                          DELIMITED BY SIZE
                          WS-CD-ID (WS-CAND-SLOT) DELIMITED BY SIZE
                          INTO WS-REJECT-LINE
                   WRITE REJECT-RECORD FROM WS-REJECT-LINE
               END-IF
           END-PERFORM.

      *        Course by course: the original cell (an edited grade
      *        or ABS) against the make-up mark, if any, under the
      *        session rule - MEILLEURE keeps the higher of the two
      *        (a make-up mark always beats ABS), REMPLACE takes the
      *        make-up mark whenever there is one. The kept grades
      *        are weighted over the courses that have a grade,
      *        exactly as GRADESREPORT's 2300 does, by the
      *        coefficients the first session was weighted with
      *        (see 4250). The second session decides ADMIS or
      *        REDOUBLE only, on the session threshold, and carries
      *        no mention.
       4100-COMPUTE-ONE-CANDIDATE.
           MOVE 0 TO WS-SUM-WEIGHTED
           MOVE 0 TO WS-SUM-COEF
           MOVE 0 TO WS-CD-MARKS-USED (WS-CAND-SLOT)
           MOVE WS-CD-COURSES-LINE (WS-CAND-SLOT) TO
               WS-CD-FINAL-LINE (WS-CAND-SLOT)
           PERFORM VARYING WS-COURSE-IDX FROM 1 BY 1
                   UNTIL WS-COURSE-IDX >
                       WS-CD-COURSE-COUNT (WS-CAND-SLOT)
               PERFORM 4150-KEEP-ONE-COURSE
           END-PERFORM

           IF WS-SUM-COEF > 0
               COMPUTE WS-CD-FINAL-AVG (WS-CAND-SLOT) ROUNDED =
                   WS-SUM-WEIGHTED / WS-SUM-COEF
           ELSE
               MOVE 0 TO WS-CD-FINAL-AVG (WS-CAND-SLOT)
           END-IF

           IF WS-CD-FINAL-AVG (WS-CAND-SLOT) >= WS-SESSION-THRESHOLD
               MOVE "ADMIS" TO WS-CD-DECISION (WS-CAND-SLOT)
               ADD 1 TO WS-ADMIS-COUNT
           ELSE
               MOVE "REDOUBLE" TO WS-CD-DECISION (WS-CAND-SLOT)
               ADD 1 TO WS-REDOUBLE-COUNT
           END-IF.

       4150-KEEP-ONE-COURSE.
           COMPUTE WS-COURSE-POS = (WS-COURSE-IDX - 1) * 8 + 1
           IF WS-CD-COURSES-LINE (WS-CAND-SLOT)
                   (WS-COURSE-POS:3) = "ABS"
               OR WS-CD-COURSES-LINE (WS-CAND-SLOT)
                   (WS-COURSE-POS:4) = "DISP"
               OR WS-CD-COURSES-LINE (WS-CAND-SLOT)
                   (WS-COURSE-POS:5) = SPACES
               MOVE "N" TO WS-ORIG-PRESENT
               MOVE 0 TO WS-ORIG-GRADE
           ELSE
               MOVE "Y" TO WS-ORIG-PRESENT
               COMPUTE WS-ORIG-GRADE = FUNCTION NUMVAL
                   (WS-CD-COURSES-LINE (WS-CAND-SLOT)
                       (WS-COURSE-POS:5))
           END-IF

           MOVE WS-ORIG-PRESENT TO WS-KEPT-PRESENT
           MOVE WS-ORIG-GRADE   TO WS-KEPT-GRADE
           IF WS-CD-MK-PRESENT (WS-CAND-SLOT, WS-COURSE-IDX) = "Y"
               ADD 1 TO WS-CD-MARKS-USED (WS-CAND-SLOT)
               IF WS-SESSION-RULE = "REMPLACE"
                   OR WS-ORIG-PRESENT NOT = "Y"
                   OR WS-CD-MK-GRADE (WS-CAND-SLOT, WS-COURSE-IDX)
                       > WS-ORIG-GRADE
                   MOVE "Y" TO WS-KEPT-PRESENT
                   MOVE WS-CD-MK-GRADE (WS-CAND-SLOT, WS-COURSE-IDX)
                       TO WS-KEPT-GRADE
                   MOVE WS-KEPT-GRADE TO WS-GRADE-DISPLAY
                   MOVE SPACES TO WS-CD-FINAL-LINE (WS-CAND-SLOT)
                       (WS-COURSE-POS:8)
                   MOVE WS-GRADE-DISPLAY TO
                       WS-CD-FINAL-LINE (WS-CAND-SLOT)
                           (WS-COURSE-POS:5)
               END-IF
           END-IF

           COMPUTE WS-FIND-COURSE = FUNCTION NUMVAL
               (WS-CD-COURSE-IDS (WS-CAND-SLOT)
                   ((WS-COURSE-IDX - 1) * 4 + 1:4))
           PERFORM 4250-RESOLVE-COEF
           IF WS-KEPT-PRESENT = "Y"
               COMPUTE WS-SUM-WEIGHTED = WS-SUM-WEIGHTED +
                   (WS-KEPT-GRADE * WS-KEPT-COEF)
               COMPUTE WS-SUM-COEF = WS-SUM-COEF + WS-KEPT-COEF
           END-IF.

      *        Coefficient of WS-FIND-COURSE off the COURSE table,
      *        0 for a course dropped since the first session (it
      *        then weighs nothing, as a zero-coefficient course does
      *        in GRADESREPORT).
       4200-LOOKUP-COURSE.
           MOVE 0 TO WS-COURSE-SLOT
           MOVE 0 TO WS-KEPT-COEF
           PERFORM VARYING WS-CRS-IDX FROM 1 BY 1
                   UNTIL WS-CRS-IDX > WS-COURSE-COUNT
                      OR WS-COURSE-SLOT > 0
               IF WS-CRS-ID (WS-CRS-IDX) = WS-FIND-COURSE
                   MOVE WS-CRS-IDX TO WS-COURSE-SLOT
                   MOVE WS-CRS-COEF (WS-CRS-IDX) TO WS-KEPT-COEF
               END-IF
           END-PERFORM.

      *        Coefficient of course WS-COURSE-IDX of the candidate:
      *        the one archived with the source run's HISTORY.DAT row
      *        when there is one, else the COURSE table's (4200) -
      *        rows archived before the coefficients were carried
      *        have blank cells. The cell is filled in either way so
      *        the session's own HISTORY.DAT row carries what was
      *        used.
       4250-RESOLVE-COEF.
           PERFORM 4200-LOOKUP-COURSE
           COMPUTE WS-COURSE-POS = (WS-COURSE-IDX - 1) * 4 + 1
           MOVE WS-CD-COURSE-COEFS (WS-CAND-SLOT) (WS-COURSE-POS:4)
               TO WS-COEF-CELL-X
           IF WS-COEF-CELL-X NUMERIC
               MOVE WS-COEF-CELL TO WS-KEPT-COEF
           ELSE
               MOVE WS-KEPT-COEF TO WS-COEF-CELL
               MOVE WS-COEF-CELL-X TO
                   WS-CD-COURSE-COEFS (WS-CAND-SLOT) (WS-COURSE-POS:4)
           END-IF.

      *        Every row of the deliberation run is carried into the
      *        final decisions file under the session's run id; a
      *        make-up student's row gets the second-session average
      *        and decision. The rank stays the first-session one -
      *        the class is not re-ranked on a partial re-sit.
       5000-WRITE-FINAL-DECISIONS.
           OPEN INPUT DECISIONIN
           IF WS-DECISIONIN-STATUS NOT = "00"
               MOVE "5000-WRITE-FINAL-DECISIONS: CANNOT REOPEN THE "
                   & "SOURCE RUN DECISIONS FILE" TO WS-ABEND-MESSAGE
               PERFORM 9900-ABEND-PROGRAM
           END-IF
           OPEN OUTPUT DECISIONFILE
           IF WS-DECISION-STATUS NOT = "00"
               MOVE "5000-WRITE-FINAL-DECISIONS: CANNOT OPEN THE "
                   & "FINAL DECISIONS FILE" TO WS-ABEND-MESSAGE
               PERFORM 9900-ABEND-PROGRAM
           END-IF
           MOVE "Y" TO WS-DECISION-OPEN

           PERFORM UNTIL WS-DECISIONIN-STATUS NOT = "00"
               READ DECISIONIN INTO WS-DECISION-ROW
                   AT END MOVE "10" TO WS-DECISIONIN-STATUS
               END-READ
               IF WS-DECISIONIN-STATUS = "00"
                   PERFORM 5050-WRITE-ONE-DECISION
               END-IF
           END-PERFORM

           CLOSE DECISIONIN
           CLOSE DECISIONFILE
           MOVE "N" TO WS-DECISION-OPEN.

       5050-WRITE-ONE-DECISION.
           MOVE 0 TO WS-CAND-SLOT
           IF WS-DEC-DECISION = "RATTRAPAGE"
               AND WS-DEC-TERM = WS-SESSION-TERM
               MOVE WS-DEC-ID TO WS-FIND-ID
               PERFORM 1120-FIND-CANDIDATE
           END-IF
           IF WS-CAND-SLOT > 0
               IF WS-CD-HIST-FOUND (WS-CAND-SLOT) = "Y"
                   MOVE WS-CD-FINAL-AVG (WS-CAND-SLOT)
                       TO WS-GRADE-DISPLAY
                   MOVE WS-GRADE-DISPLAY TO WS-DEC-AVG
                   MOVE SPACES TO WS-DEC-MENTION
                   MOVE WS-CD-DECISION (WS-CAND-SLOT)
                       TO WS-DEC-DECISION
                   MOVE "N" TO WS-DEC-JURY
               END-IF
           END-IF
           MOVE WS-RUN-ID TO WS-DEC-RUN-ID
           WRITE DECISION-RECORD FROM WS-DECISION-ROW
           IF WS-DECISION-STATUS NOT = "00"
               MOVE "5050-WRITE-ONE-DECISION: DECISIONS WRITE "
                   & "FAILED" TO WS-ABEND-MESSAGE
               PERFORM 9900-ABEND-PROGRAM
           END-IF
           ADD 1 TO WS-COPIED-COUNT.

      *        One row per student who sat the session, session byte
      *        R, appended after the first-session row of the term so
      *        PROGRESSRPT, YEARENDRPT and TEACHRPT's last-row-wins
      *        readers pick up the final result.
       5100-APPEND-HISTORY-ROWS.
           OPEN EXTEND HISTORYFILE
           IF WS-HISTORY-STATUS = "35"
               OPEN OUTPUT HISTORYFILE
           END-IF
           IF WS-HISTORY-STATUS NOT = "00"
               MOVE "5100-APPEND-HISTORY-ROWS: CANNOT OPEN "
                   & "HISTORY.DAT" TO WS-ABEND-MESSAGE
               PERFORM 9900-ABEND-PROGRAM
           END-IF
           MOVE "Y" TO WS-HISTORY-OPEN

           PERFORM VARYING WS-CAND-SLOT FROM 1 BY 1
                   UNTIL WS-CAND-SLOT > WS-CAND-COUNT
               IF WS-CD-HIST-FOUND (WS-CAND-SLOT) = "Y"
                   PERFORM 5150-WRITE-HISTORY-ROW
               END-IF
           END-PERFORM

           CLOSE HISTORYFILE
           MOVE "N" TO WS-HISTORY-OPEN.

       5150-WRITE-HISTORY-ROW.
           MOVE WS-RUN-ID         TO WS-H-RUN-ID
           MOVE WS-SESSION-TERM   TO WS-H-TERM
           MOVE WS-CD-CLASS (WS-CAND-SLOT)     TO WS-H-CLASS
           MOVE WS-CD-ID (WS-CAND-SLOT)        TO WS-H-ID
           MOVE WS-CD-LASTNAME (WS-CAND-SLOT)  TO WS-H-LASTNAME
           MOVE WS-CD-FIRSTNAME (WS-CAND-SLOT) TO WS-H-FIRSTNAME
           MOVE WS-CD-FINAL-AVG (WS-CAND-SLOT) TO WS-H-TOTAL-GRADE
           MOVE WS-CD-FINAL-AVG (WS-CAND-SLOT) TO WS-H-COMPUTED-AVG
           MOVE "N"                            TO WS-H-MISMATCH
           MOVE WS-CD-RANK (WS-CAND-SLOT)      TO WS-H-RANK
           MOVE WS-CD-CLASS-SIZE (WS-CAND-SLOT) TO WS-H-CLASS-SIZE
           MOVE WS-CD-COURSE-COUNT (WS-CAND-SLOT)
               TO WS-H-COURSE-COUNT
           MOVE WS-CD-COURSE-IDS (WS-CAND-SLOT) TO WS-H-COURSE-IDS
           MOVE WS-CD-COURSE-COEFS (WS-CAND-SLOT)
               TO WS-H-COURSE-COEFS
           MOVE WS-CD-FINAL-LINE (WS-CAND-SLOT)
               TO WS-H-COURSES-LINE
           MOVE SPACES                         TO WS-H-MENTION
           MOVE WS-CD-DECISION (WS-CAND-SLOT)  TO WS-H-DECISION
           MOVE "N"                            TO WS-H-JURY
           MOVE "R"                            TO WS-H-SESSION
           WRITE HISTORY-RECORD FROM WS-HISTORY-ROW
           IF WS-HISTORY-STATUS NOT = "00"
               MOVE "5150-WRITE-HISTORY-ROW: HISTORY WRITE FAILED, "
                   & "ARCHIVE INCOMPLETE" TO WS-ABEND-MESSAGE
               PERFORM 9900-ABEND-PROGRAM
           END-IF.

      *        One letter per student sent to the session, whether
      *        or not a make-up mark came in: every course with the
      *        first-session grade, the make-up mark and the grade
      *        kept, then the averages and the final decision.
       5200-WRITE-RESULT-LETTERS.
           OPEN OUTPUT LETTERFILE
           MOVE "Y" TO WS-LETTER-OPEN
           PERFORM VARYING WS-CAND-SLOT FROM 1 BY 1
                   UNTIL WS-CAND-SLOT > WS-CAND-COUNT
               IF WS-CD-HIST-FOUND (WS-CAND-SLOT) = "Y"
                   PERFORM 5250-WRITE-ONE-LETTER
               END-IF
           END-PERFORM
           CLOSE LETTERFILE
           MOVE "N" TO WS-LETTER-OPEN.

       5250-WRITE-ONE-LETTER.
           MOVE 0 TO WS-LETTER-LINE-COUNT

           MOVE WS-LETTER-RULE-LINE TO WS-PRINT-LINE
           PERFORM 5290-WRITE-LETTER-LINE

           MOVE SPACES TO WS-PRINT-LINE
           MOVE "RESULTAT DE LA SESSION DE RATTRAPAGE" TO
               WS-PRINT-LINE (15:37)
           PERFORM 5290-WRITE-LETTER-LINE

           MOVE SPACES TO WS-PRINT-LINE
           MOVE 1 TO WS-STRING-PTR
           STRING "ELEVE: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CD-LASTNAME (WS-CAND-SLOT))
                      DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CD-FIRSTNAME (WS-CAND-SLOT))
                      DELIMITED BY SIZE
                  "   (ID " DELIMITED BY SIZE
                  WS-CD-ID (WS-CAND-SLOT) DELIMITED BY SIZE
                  ")" DELIMITED BY SIZE
                  INTO WS-PRINT-LINE
                  WITH POINTER WS-STRING-PTR
           PERFORM 5290-WRITE-LETTER-LINE

           MOVE SPACES TO WS-PRINT-LINE
           MOVE 1 TO WS-STRING-PTR
           STRING "CLASSE: " DELIMITED BY SIZE
                  WS-CD-CLASS (WS-CAND-SLOT) DELIMITED BY SIZE
                  "   PERIODE: " DELIMITED BY SIZE
                  WS-SESSION-TERM DELIMITED BY SIZE
                  INTO WS-PRINT-LINE
                  WITH POINTER WS-STRING-PTR
           PERFORM 5290-WRITE-LETTER-LINE

           MOVE WS-LETTER-RULE-LINE TO WS-PRINT-LINE
           PERFORM 5290-WRITE-LETTER-LINE

           MOVE SPACES TO WS-PRINT-LINE
           MOVE "COURS" TO WS-PRINT-LINE (3:5)
           MOVE "COEF" TO WS-PRINT-LINE (36:4)
           MOVE "SESSION 1" TO WS-PRINT-LINE (42:9)
           MOVE "RATTRAP." TO WS-PRINT-LINE (52:8)
           MOVE "RETENUE" TO WS-PRINT-LINE (61:7)
           PERFORM 5290-WRITE-LETTER-LINE

           MOVE WS-LETTER-DASH-LINE TO WS-PRINT-LINE
           PERFORM 5290-WRITE-LETTER-LINE

           PERFORM VARYING WS-COURSE-IDX FROM 1 BY 1
                   UNTIL WS-COURSE-IDX >
                       WS-CD-COURSE-COUNT (WS-CAND-SLOT)
               PERFORM 5260-WRITE-LETTER-COURSE
           END-PERFORM

           MOVE WS-LETTER-DASH-LINE TO WS-PRINT-LINE
           PERFORM 5290-WRITE-LETTER-LINE

           MOVE SPACES TO WS-PRINT-LINE
           MOVE 1 TO WS-STRING-PTR
           STRING "MOYENNE SESSION 1: " DELIMITED BY SIZE
                  WS-CD-OLD-AVG (WS-CAND-SLOT) DELIMITED BY SIZE
                  INTO WS-PRINT-LINE
                  WITH POINTER WS-STRING-PTR
           PERFORM 5290-WRITE-LETTER-LINE

           MOVE SPACES TO WS-PRINT-LINE
           MOVE WS-CD-FINAL-AVG (WS-CAND-SLOT) TO WS-GRADE-DISPLAY
           MOVE 1 TO WS-STRING-PTR
           STRING "MOYENNE APRES RATTRAPAGE: " DELIMITED BY SIZE
                  WS-GRADE-DISPLAY DELIMITED BY SIZE
                  INTO WS-PRINT-LINE
                  WITH POINTER WS-STRING-PTR
           PERFORM 5290-WRITE-LETTER-LINE

           MOVE SPACES TO WS-PRINT-LINE
           MOVE WS-SESSION-THRESHOLD TO WS-GRADE-DISPLAY
           MOVE 1 TO WS-STRING-PTR
           STRING "REGLE: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-SESSION-RULE) DELIMITED BY SIZE
                  "   SEUIL D'ADMISSION: " DELIMITED BY SIZE
                  WS-GRADE-DISPLAY DELIMITED BY SIZE
                  INTO WS-PRINT-LINE
                  WITH POINTER WS-STRING-PTR
           PERFORM 5290-WRITE-LETTER-LINE

           IF WS-CD-MARKS-USED (WS-CAND-SLOT) = 0
               MOVE SPACES TO WS-PRINT-LINE
               MOVE "AUCUNE NOTE DE RATTRAPAGE ENREGISTREE" TO
                   WS-PRINT-LINE (1:37)
               PERFORM 5290-WRITE-LETTER-LINE
           END-IF

           MOVE SPACES TO WS-PRINT-LINE
           MOVE 1 TO WS-STRING-PTR
           STRING "DECISION FINALE: " DELIMITED BY SIZE
                  WS-CD-DECISION (WS-CAND-SLOT) DELIMITED BY SIZE
                  INTO WS-PRINT-LINE
                  WITH POINTER WS-STRING-PTR
           PERFORM 5290-WRITE-LETTER-LINE

           MOVE WS-LETTER-RULE-LINE TO WS-PRINT-LINE
           PERFORM 5290-WRITE-LETTER-LINE

           MOVE SPACES TO WS-PRINT-LINE
           PERFORM UNTIL WS-LETTER-LINE-COUNT >= WS-LETTER-PAGE-LENGTH
               PERFORM 5290-WRITE-LETTER-LINE
           END-PERFORM.

      *        Course line of the letter, in the order of the
      *        candidate's own course list.
       5260-WRITE-LETTER-COURSE.
           COMPUTE WS-FIND-COURSE = FUNCTION NUMVAL
               (WS-CD-COURSE-IDS (WS-CAND-SLOT)
                   ((WS-COURSE-IDX - 1) * 4 + 1:4))
           PERFORM 4250-RESOLVE-COEF
           COMPUTE WS-COURSE-POS = (WS-COURSE-IDX - 1) * 8 + 1

           MOVE SPACES TO WS-PRINT-LINE
           IF WS-COURSE-SLOT > 0
               MOVE WS-CRS-LABEL (WS-COURSE-SLOT) (1:32) TO
                   WS-PRINT-LINE (3:32)
           ELSE
               MOVE "COURS " TO WS-PRINT-LINE (3:6)
               MOVE WS-FIND-COURSE TO WS-PRINT-LINE (9:4)
           END-IF
           MOVE WS-KEPT-COEF TO WS-COEF-DISPLAY
           MOVE WS-COEF-DISPLAY TO WS-PRINT-LINE (35:5)

           IF WS-CD-COURSES-LINE (WS-CAND-SLOT)
                   (WS-COURSE-POS:3) = "ABS"
               MOVE "ABSENT" TO WS-PRINT-LINE (43:6)
           ELSE
           IF WS-CD-COURSES-LINE (WS-CAND-SLOT)
                   (WS-COURSE-POS:4) = "DISP"
               MOVE "DISPENSE" TO WS-PRINT-LINE (42:8)
           ELSE
               MOVE WS-CD-COURSES-LINE (WS-CAND-SLOT)
                   (WS-COURSE-POS:5) TO WS-PRINT-LINE (44:5)
           END-IF
           END-IF

           IF WS-CD-MK-PRESENT (WS-CAND-SLOT, WS-COURSE-IDX) = "Y"
               MOVE WS-CD-MK-GRADE (WS-CAND-SLOT, WS-COURSE-IDX)
                   TO WS-GRADE-DISPLAY
               MOVE WS-GRADE-DISPLAY TO WS-PRINT-LINE (53:5)
           ELSE
               MOVE "-" TO WS-PRINT-LINE (56:1)
           END-IF

           IF WS-CD-FINAL-LINE (WS-CAND-SLOT)
                   (WS-COURSE-POS:3) = "ABS"
               MOVE "ABSENT" TO WS-PRINT-LINE (61:6)
           ELSE
           IF WS-CD-FINAL-LINE (WS-CAND-SLOT)
                   (WS-COURSE-POS:4) = "DISP"
               MOVE "DISPENSE" TO WS-PRINT-LINE (60:8)
           ELSE
               MOVE WS-CD-FINAL-LINE (WS-CAND-SLOT)
                   (WS-COURSE-POS:5) TO WS-PRINT-LINE (62:5)
           END-IF
           END-IF
           PERFORM 5290-WRITE-LETTER-LINE.

       5290-WRITE-LETTER-LINE.
           WRITE LETTER-RECORD FROM WS-PRINT-LINE
           ADD 1 TO WS-LETTER-LINE-COUNT.

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
           END-IF
           IF WS-DECISION-OPEN = "Y"
               CLOSE DECISIONFILE
           END-IF
           IF WS-HISTORY-OPEN = "Y"
               CLOSE HISTORYFILE
           END-IF
           IF WS-LETTER-OPEN = "Y"
               CLOSE LETTERFILE
           END-IF
           STOP RUN.
