       IDENTIFICATION DIVISION.
       PROGRAM-ID. RESULTEXP.

      *        Annual results return for the education authority.
      *        Builds the authority's fixed-format submission file
      *        resultats_<year>.dat from the year-end consolidation
      *        (the decisions_<year>.dat YEARENDRPT writes, term
      *        ANNUEL) and the jury overrides of JURYOVR.DAT. No
      *        make-up session is held on the annual decisions, so a
      *        jury override for term ANNUEL is the only way an annual
      *        RATTRAPAGE is settled. The file has an H header with the
      *        school code and the school year, one D record per
      *        student, a C subtotal record after the students of
      *        each class and a T trailer with the record counts and
      *        hash totals. Every student of the STUDENT table must
      *        have a final decision (ADMIS or REDOUBLE) and an annual
      *        average; otherwise the report lists the students
      *        concerned class by class and no file is written (return
      *        code 8). Each file written is entered on the cumulative
      *        SUBMITLOG.DAT: a second file for the same school and
      *        year is numbered after the first and goes out as a
      *        replacement of it, never as a new return.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUNPARMFILE ASSIGN TO "RUNPARM.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RUNPARM-STATUS.

           SELECT EXPORTPARMFILE ASSIGN TO "EXPORTPARM.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-EXPORTPARM-STATUS.

           SELECT DECISIONIN ASSIGN TO WS-DECISIONIN-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DECISIONIN-STATUS.

           SELECT OVERRIDEFILE ASSIGN TO "JURYOVR.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-OVERRIDE-STATUS.

           SELECT EXPORTFILE ASSIGN TO WS-EXPORT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-EXPORT-STATUS.

      *        Reader on the file of the submission being replaced,
      *        closed before EXPORTFILE opens OUTPUT on the same name.
           SELECT EXPORTIN ASSIGN TO WS-EXPORT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-EXPORTIN-STATUS.

           SELECT REPORTFILE ASSIGN TO WS-REPORT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REPORT-STATUS.

      *        Reader and writer on the same SUBMITLOG.DAT, like
      *        PROMORUN's TRANIN/TRANFILE - the reader is closed
      *        before the writer opens EXTEND.
           SELECT SUBMITLOGIN ASSIGN TO "SUBMITLOG.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SUBMITLOGIN-STATUS.

           SELECT SUBMITLOGFILE ASSIGN TO "SUBMITLOG.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SUBMITLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD RUNPARMFILE.
       01 RUNPARM-RECORD PIC X(120).

       FD EXPORTPARMFILE.
       01 EXPORTPARM-RECORD PIC X(40).

       FD DECISIONIN.
       01 DECISIONIN-RECORD PIC X(80).

       FD OVERRIDEFILE.
       01 OVERRIDE-RECORD PIC X(68).

       FD EXPORTFILE.
       01 EXPORT-RECORD PIC X(150).

       FD EXPORTIN.
       01 EXPORTIN-RECORD PIC X(150).

       FD REPORTFILE.
       01 REPORT-RECORD PIC X(132).

       FD SUBMITLOGIN.
       01 SUBMITLOGIN-RECORD PIC X(100).

       FD SUBMITLOGFILE.
       01 SUBMITLOG-RECORD PIC X(100).

       WORKING-STORAGE SECTION.

       01 DB-CONNECTIONINFO.
           05 DB-USERNAME PIC X(30).
           05 DB-PASSWORD PIC X(10).
           05 DB-NAME     PIC X(30).

      *        Mirror of the RUNPARM.DAT record GRADESREPORT reads in
      *        its 1050-READ-RUN-PARAMETERS - keep in step with
      *        WS-RUN-PARAMETERS over there. The connection fields
      *        and the run id (which names the report) are used here.
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

      *        EXPORTPARM.DAT record layout: TYPE(1) then fields.
      *        "E" SCHOOL(8) YEAR(9)        - the school code the
      *                                       authority knows the
      *                                       school by and the year
      *                                       label YEARENDRPT ran
      *                                       under; required. The
      *                                       year's decisions_<year>
      *                                       .dat is the file read
       01 WS-EXPORTPARM-FIELDS.
           05 WS-EP-TYPE   PIC X(1).
           05 WS-EP-DATA   PIC X(39).
       01 WS-EP-SCHOOL-FIELDS REDEFINES WS-EXPORTPARM-FIELDS.
           05 FILLER        PIC X(1).
           05 WS-EP-SCHOOL  PIC X(8).
           05 WS-EP-YEAR    PIC X(9).
           05 FILLER        PIC X(22).

       01 WS-RUN-ID             PIC X(10) VALUE SPACES.
       01 WS-SCHOOL-CODE        PIC X(8)  VALUE SPACES.
       01 WS-YEAR-LABEL         PIC X(9)  VALUE SPACES.
       01 WS-CURRENT-TIMESTAMP  PIC X(14) VALUE SPACES.
       01 WS-REPORT-FILENAME    PIC X(60) VALUE SPACES.
       01 WS-EXPORT-FILENAME    PIC X(60) VALUE SPACES.
       01 WS-DECISIONIN-FILENAME PIC X(60) VALUE SPACES.
       01 WS-RUNPARM-STATUS     PIC XX.
       01 WS-EXPORTPARM-STATUS  PIC XX.
       01 WS-DECISIONIN-STATUS  PIC XX.
       01 WS-OVERRIDE-STATUS    PIC XX.
       01 WS-EXPORT-STATUS      PIC XX.
       01 WS-EXPORTIN-STATUS    PIC XX.
       01 WS-REPORT-STATUS      PIC XX.
       01 WS-SUBMITLOGIN-STATUS PIC XX.
       01 WS-SUBMITLOG-STATUS   PIC XX.
       01 WS-REPORT-OPEN        PIC X VALUE "N".
       01 WS-EXPORT-OPEN        PIC X VALUE "N".
       01 WS-ABEND-MESSAGE      PIC X(80) VALUE SPACES.
       01 WS-LOG-PARAGRAPH      PIC X(30) VALUE SPACES.
       01 WS-SQLCODE-DISPLAY    PIC -999999.

      *        Rows read off the year's decisions file and ANNUEL
      *        rows taken from it.
       01 WS-YEAR-ROWS     PIC 9(5) VALUE 0.
       01 WS-YEAR-TAKEN    PIC 9(5) VALUE 0.

      *        Jury override records off JURYOVR.DAT, same layout as
      *        GRADESREPORT reads: STUDENT(4) TERM(6) DECISION(10)
      *        SIGNER(8) REASON(40). Last record per student and
      *        term wins. An override for the term of the row a
      *        student's annual result comes from replaces the
      *        decision of that row on the return.
       01 WS-OVERRIDE-FIELDS.
           05 WS-OVR-STUDENT  PIC X(4).
           05 WS-OVR-TERM     PIC X(6).
           05 WS-OVR-DECISION PIC X(10).
           05 WS-OVR-SIGNER   PIC X(8).
           05 WS-OVR-REASON   PIC X(40).
       01 WS-MAX-OVERRIDES   PIC 9(3) VALUE 500.
       01 WS-OVERRIDE-COUNT  PIC 9(3) VALUE 0.
       01 WS-OVERRIDE-IDX    PIC 9(3) VALUE 0.
       01 WS-OVERRIDE-SLOT   PIC 9(3) VALUE 0.
       01 WS-OVERRIDE-TABLE.
           05 WS-OVERRIDE-ENTRY OCCURS 500 TIMES.
               10 WS-OVT-ID       PIC 9(4).
               10 WS-OVT-TERM     PIC X(6).
               10 WS-OVT-DECISION PIC X(10).

      *        Mirror of the decisions row written by GRADESREPORT in
      *        its 3080-WRITE-DECISION-ROW - keep in step with
      *        WS-DECISION-ROW over there.
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

      *        One entry per student on the STUDENT table. The
      *        decision fields come off the decisions files and the
      *        jury overrides; WS-XS-CLASS is the class of the year
      *        the student is returned under (the class of the
      *        decision row, the roster class when there is none).
      *        WS-XS-SORT-KEY orders the return by class and name.
      *        WS-XS-REASON is set when the student has no final
      *        result and holds the return back.
       01 WS-MAX-STUDENTS  PIC 9(4) VALUE 2000.
       01 WS-STU-COUNT     PIC 9(4) VALUE 0.
       01 WS-STU-IDX       PIC 9(4) VALUE 0.
       01 WS-STU-SLOT      PIC 9(4) VALUE 0.
       01 WS-DROPPED-COUNT PIC 9(4) VALUE 0.
       01 WS-STUDENT-TABLE.
           05 WS-STU-ENTRY OCCURS 2000 TIMES.
               10 WS-XS-SORT-KEY.
                   15 WS-XS-CLASS     PIC X(8).
                   15 WS-XS-LASTNAME  PIC X(35).
                   15 WS-XS-FIRSTNAME PIC X(35).
               10 WS-XS-ID         PIC 9(4).
               10 WS-XS-ROSTER-CLASS PIC X(8).
               10 WS-XS-DEC-FOUND  PIC X.
               10 WS-XS-DEC-TERM   PIC X(6).
               10 WS-XS-DEC-CLASS  PIC X(8).
               10 WS-XS-DEC-AVG    PIC X(5).
               10 WS-XS-MENTION    PIC X(20).
               10 WS-XS-DECISION   PIC X(10).
               10 WS-XS-DEC-JURY   PIC X.
               10 WS-XS-REASON     PIC X(40).

      *        Swap area for 2500-SORT-STUDENTS - sized to one
      *        WS-STU-ENTRY; keep in step with that layout.
       01 WS-STU-SWAP PIC X(181).
       01 WS-SORT-I   PIC 9(4) VALUE 0.
       01 WS-SORT-J   PIC 9(4) VALUE 0.

       01 STUDENT-DETAILS.
           05 STUDENT-ID PIC 9(4).
           05 LASTNAME   PIC X(35).
           05 FIRSTNAME  PIC X(35).
           05 STUDENT-CLASS PIC X(8).

       01 WS-FIND-ID        PIC 9(4) VALUE 0.
       01 WS-UNKNOWN-ROWS   PIC 9(5) VALUE 0.
       01 WS-OTHER-TERM-ROWS PIC 9(5) VALUE 0.
       01 WS-PROBLEM-COUNT  PIC 9(4) VALUE 0.
       01 WS-OVERRIDE-APPLIED PIC 9(4) VALUE 0.

      *        Submission file records, 150 bytes, fixed format as
      *        the authority's return specifies it: no separators,
      *        averages on four digits with two implied decimals,
      *        counts and hash totals zero-filled.
      *        H  header  - school, year, creation timestamp, the
      *                     submission number for the year, nature
      *                     I (initial return) or R (replacement) and
      *                     the creation timestamp of the submission
      *                     replaced (blank on an initial return)
      *        D  detail  - one per student: class, student id,
      *                     names, annual average, decision, mention
      *                     and J when the decision is the jury's
      *        C  class   - after the students of the class: students,
      *                     ADMIS, REDOUBLE, jury decisions, sum and
      *                     mean of the annual averages
      *        T  trailer - records in the file (H and T included),
      *                     D and C records, hash totals: sum of the
      *                     student ids, sum of the annual averages
       01 WS-EXP-HEADER.
           05 WS-EH-TYPE       PIC X(1) VALUE "H".
           05 WS-EH-SCHOOL     PIC X(8).
           05 WS-EH-YEAR       PIC X(9).
           05 WS-EH-CREATED    PIC X(14).
           05 WS-EH-SEQUENCE   PIC 9(3).
           05 WS-EH-NATURE     PIC X(1).
           05 WS-EH-REPLACES   PIC X(14).
           05 FILLER           PIC X(100) VALUE SPACES.
       01 WS-EXP-DETAIL.
           05 WS-ED-TYPE       PIC X(1) VALUE "D".
           05 WS-ED-SCHOOL     PIC X(8).
           05 WS-ED-YEAR       PIC X(9).
           05 WS-ED-CLASS      PIC X(8).
           05 WS-ED-STUDENT    PIC 9(4).
           05 WS-ED-LASTNAME   PIC X(35).
           05 WS-ED-FIRSTNAME  PIC X(35).
           05 WS-ED-AVERAGE    PIC 9(2)V99.
           05 WS-ED-DECISION   PIC X(10).
           05 WS-ED-MENTION    PIC X(20).
           05 WS-ED-JURY       PIC X(1).
           05 FILLER           PIC X(15) VALUE SPACES.
       01 WS-EXP-CLASS.
           05 WS-EC-TYPE       PIC X(1) VALUE "C".
           05 WS-EC-SCHOOL     PIC X(8).
           05 WS-EC-YEAR       PIC X(9).
           05 WS-EC-CLASS      PIC X(8).
           05 WS-EC-STUDENTS   PIC 9(5).
           05 WS-EC-ADMIS      PIC 9(5).
           05 WS-EC-REDOUBLE   PIC 9(5).
           05 WS-EC-JURY       PIC 9(5).
           05 WS-EC-AVG-SUM    PIC 9(7)V99.
           05 WS-EC-AVERAGE    PIC 9(2)V99.
           05 FILLER           PIC X(91) VALUE SPACES.
       01 WS-EXP-TRAILER.
           05 WS-ET-TYPE       PIC X(1) VALUE "T".
           05 WS-ET-SCHOOL     PIC X(8).
           05 WS-ET-YEAR       PIC X(9).
           05 WS-ET-RECORDS    PIC 9(7).
           05 WS-ET-DETAILS    PIC 9(7).
           05 WS-ET-CLASSES    PIC 9(5).
           05 WS-ET-ID-HASH    PIC 9(12).
           05 WS-ET-AVG-HASH   PIC 9(9)V99.
           05 FILLER           PIC X(90) VALUE SPACES.

      *        SUBMITLOG.DAT row, one per submission file written:
      *        school, year, creation timestamp, submission number,
      *        nature I/R, run id, students, classes, the two hash
      *        totals, the record count of the trailer and the
      *        ADMIS, REDOUBLE and jury counts of the T record. The
      *        highest number on file for the school and year is
      *        the submission a new file replaces.
       01 WS-SUBMITLOG-ROW.
           05 WS-SL-SCHOOL     PIC X(8).
           05 WS-SL-YEAR       PIC X(9).
           05 WS-SL-TIMESTAMP  PIC X(14).
           05 WS-SL-SEQUENCE   PIC 9(3).
           05 WS-SL-NATURE     PIC X(1).
           05 WS-SL-RUN-ID     PIC X(10).
           05 WS-SL-STUDENTS   PIC 9(5).
           05 WS-SL-CLASSES    PIC 9(3).
           05 WS-SL-ID-HASH    PIC 9(12).
           05 WS-SL-AVG-HASH   PIC 9(9)V99.
           05 WS-SL-RECORDS    PIC 9(7).
           05 WS-SL-ADMIS      PIC 9(5).
           05 WS-SL-REDOUBLE   PIC 9(5).
           05 WS-SL-JURY       PIC 9(5).
           05 FILLER           PIC X(2).

      *        The submission of the year already on the log, if any.
       01 WS-PREV-FOUND     PIC X VALUE "N".
       01 WS-PREV-SEQUENCE  PIC 9(3) VALUE 0.
       01 WS-PREV-TIMESTAMP PIC X(14) VALUE SPACES.

      *        Records of the file of the submission replaced, as
      *        read back before it is overwritten: room for the H, a
      *        D and a C per student and the T. WS-SAME-CONTENT stays
      *        Y while every record written matches the one at the
      *        same place in that file, the H compared on type,
      *        school and year only.
       01 WS-MAX-PRIOR      PIC 9(4) VALUE 4010.
       01 WS-PRIOR-COUNT    PIC 9(4) VALUE 0.
       01 WS-PRIOR-TABLE.
           05 WS-PRIOR-REC OCCURS 4010 TIMES PIC X(150).
       01 WS-SAME-CONTENT   PIC X VALUE "N".
       01 WS-WRITTEN-COUNT  PIC 9(4) VALUE 0.
       01 WS-EXP-IMAGE      PIC X(150) VALUE SPACES.

      *        Running totals of the return being written.
       01 WS-AVG-NUM        PIC 9(2)V99 VALUE 0.
       01 WS-RECORD-COUNT   PIC 9(7) VALUE 0.
       01 WS-DETAIL-COUNT   PIC 9(7) VALUE 0.
       01 WS-CLASS-COUNT    PIC 9(5) VALUE 0.
       01 WS-ID-HASH        PIC 9(12) VALUE 0.
       01 WS-AVG-HASH       PIC 9(9)V99 VALUE 0.
       01 WS-TOTAL-ADMIS    PIC 9(5) VALUE 0.
       01 WS-TOTAL-REDOUBLE PIC 9(5) VALUE 0.
       01 WS-TOTAL-JURY     PIC 9(5) VALUE 0.
       01 WS-CLASS-PROBLEMS PIC 9(4) VALUE 0.

       01 WS-PRINT-LINE     PIC X(132).
       01 WS-STRING-PTR     PIC 9(4) VALUE 1.
       01 WS-RULE-LINE      PIC X(100) VALUE ALL "=".
       01 WS-DASH-LINE      PIC X(100) VALUE ALL "-".
       01 WS-PREV-CLASS     PIC X(8) VALUE SPACES.
       01 WS-ID-DISPLAY     PIC 9(4).
       01 WS-COUNT-DISPLAY  PIC ZZZZ9.
       01 WS-SEQ-DISPLAY    PIC 999.
       01 WS-AVG-DISPLAY    PIC Z9.99.
       01 WS-HASH-DISPLAY   PIC Z(11)9.
       01 WS-AVG-HASH-DISPLAY PIC Z(8)9.99.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1050-READ-RUN-PARAMETERS
           PERFORM 1100-READ-EXPORT-PARAMETERS
           PERFORM 1150-READ-SUBMISSION-LOG
           PERFORM 1200-LOAD-JURY-OVERRIDES

           PERFORM 1000-CONNECT-TO-DB
           PERFORM 1300-FETCH-STUDENTS
           PERFORM 9000-CLOSE-DB

           PERFORM 1400-LOAD-DECISIONS
           PERFORM 2000-CHECK-STUDENTS
           PERFORM 2500-SORT-STUDENTS

           PERFORM 3000-OPEN-REPORT
           IF WS-PROBLEM-COUNT > 0
               PERFORM 3200-WRITE-REFUSAL
               CLOSE REPORTFILE
               MOVE "N" TO WS-REPORT-OPEN
               MOVE WS-PROBLEM-COUNT TO WS-COUNT-DISPLAY
               DISPLAY "RESULTEXP: ENVOI REFUSE, ELEVES SANS "
                       "DECISION DEFINITIVE="
                       FUNCTION TRIM(WS-COUNT-DISPLAY)
                       UPON CONSOLE
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM 4000-WRITE-SUBMISSION-FILE
               PERFORM 4500-REGISTER-SUBMISSION
               PERFORM 3500-WRITE-REPORT-TOTALS
               CLOSE REPORTFILE
               MOVE "N" TO WS-REPORT-OPEN
               DISPLAY "RESULTEXP: FICHIER "
                       FUNCTION TRIM(WS-EXPORT-FILENAME)
                       UPON CONSOLE
               DISPLAY "RESULTEXP: ENVOI NO " WS-EH-SEQUENCE
                       " NATURE=" WS-EH-NATURE
                       " ELEVES=" WS-DETAIL-COUNT
                       " CLASSES=" WS-CLASS-COUNT
                       UPON CONSOLE
           END-IF
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
           MOVE FUNCTION CURRENT-DATE (1:14) TO WS-CURRENT-TIMESTAMP

           MOVE SPACES TO WS-REPORT-FILENAME
           STRING "envoi_" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-RUN-ID) DELIMITED BY SIZE
                  ".rpt" DELIMITED BY SIZE
                  INTO WS-REPORT-FILENAME.

       1100-READ-EXPORT-PARAMETERS.
           OPEN INPUT EXPORTPARMFILE
           IF WS-EXPORTPARM-STATUS NOT = "00"
               MOVE "1100-READ-EXPORT-PARAMETERS: CANNOT OPEN "
                   & "EXPORTPARM.DAT" TO WS-ABEND-MESSAGE
               PERFORM 9900-ABEND-PROGRAM
           END-IF

           PERFORM UNTIL WS-EXPORTPARM-STATUS NOT = "00"
               READ EXPORTPARMFILE INTO WS-EXPORTPARM-FIELDS
                   AT END MOVE "10" TO WS-EXPORTPARM-STATUS
               END-READ
               IF WS-EXPORTPARM-STATUS = "00"
                   PERFORM 1110-STORE-EXPORT-PARAMETER
               END-IF
           END-PERFORM
           CLOSE EXPORTPARMFILE

           IF WS-SCHOOL-CODE = SPACES OR WS-YEAR-LABEL = SPACES
               MOVE "1100-READ-EXPORT-PARAMETERS: A SCHOOL RECORD "
                   & "(E) WITH SCHOOL AND YEAR IS REQUIRED"
                   TO WS-ABEND-MESSAGE
               PERFORM 9900-ABEND-PROGRAM
           END-IF

           MOVE SPACES TO WS-EXPORT-FILENAME
           STRING "resultats_" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-YEAR-LABEL) DELIMITED BY SIZE
                  ".dat" DELIMITED BY SIZE
                  INTO WS-EXPORT-FILENAME.

       1110-STORE-EXPORT-PARAMETER.
           EVALUATE WS-EP-TYPE
               WHEN "E"
                   MOVE WS-EP-SCHOOL TO WS-SCHOOL-CODE
                   MOVE WS-EP-YEAR TO WS-YEAR-LABEL
               WHEN OTHER
                   DISPLAY "RESULTEXP: TYPE INCONNU, "
                           "ENREGISTREMENT IGNORE: "
                           WS-EXPORTPARM-FIELDS UPON CONSOLE
           END-EVALUATE.

      *        An absent log is the first return ever made. Every
      *        row of the school and year is looked at; the highest
      *        submission number is the one still in force.
       1150-READ-SUBMISSION-LOG.
           OPEN INPUT SUBMITLOGIN
           IF WS-SUBMITLOGIN-STATUS = "00"
               PERFORM UNTIL WS-SUBMITLOGIN-STATUS NOT = "00"
                   READ SUBMITLOGIN INTO WS-SUBMITLOG-ROW
                       AT END MOVE "10" TO WS-SUBMITLOGIN-STATUS
                   END-READ
                   IF WS-SUBMITLOGIN-STATUS = "00"
                       IF WS-SL-SCHOOL = WS-SCHOOL-CODE
                           AND WS-SL-YEAR = WS-YEAR-LABEL
                           AND WS-SL-SEQUENCE NUMERIC
                           AND WS-SL-SEQUENCE >= WS-PREV-SEQUENCE
                           MOVE "Y" TO WS-PREV-FOUND
                           MOVE WS-SL-SEQUENCE TO WS-PREV-SEQUENCE
                           MOVE WS-SL-TIMESTAMP TO WS-PREV-TIMESTAMP
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE SUBMITLOGIN
           END-IF

           IF WS-PREV-SEQUENCE >= 999
               MOVE "1150-READ-SUBMISSION-LOG: SUBMISSION NUMBER "
                   & "999 REACHED FOR THIS YEAR" TO WS-ABEND-MESSAGE
               PERFORM 9900-ABEND-PROGRAM
           END-IF.

      *        An absent JURYOVR.DAT is the normal case. Records
      *        GRADESREPORT would ignore (student not numeric,
      *        unknown decision, no signer) are ignored here too.
       1200-LOAD-JURY-OVERRIDES.
           OPEN INPUT OVERRIDEFILE
           IF WS-OVERRIDE-STATUS = "00"
               PERFORM UNTIL WS-OVERRIDE-STATUS NOT = "00"
                   READ OVERRIDEFILE INTO WS-OVERRIDE-FIELDS
                       AT END MOVE "10" TO WS-OVERRIDE-STATUS
                   END-READ
                   IF WS-OVERRIDE-STATUS = "00"
                       AND WS-OVR-STUDENT NUMERIC
                       AND WS-OVR-SIGNER NOT = SPACES
                       AND (WS-OVR-DECISION = "ADMIS"
                           OR WS-OVR-DECISION = "RATTRAPAGE"
                           OR WS-OVR-DECISION = "REDOUBLE")
                       PERFORM 1210-STORE-ONE-OVERRIDE
                   END-IF
               END-PERFORM
               CLOSE OVERRIDEFILE
           END-IF.

       1210-STORE-ONE-OVERRIDE.
           MOVE WS-OVR-STUDENT TO WS-FIND-ID
           MOVE 0 TO WS-OVERRIDE-SLOT
           PERFORM VARYING WS-OVERRIDE-IDX FROM 1 BY 1
                   UNTIL WS-OVERRIDE-IDX > WS-OVERRIDE-COUNT
               IF WS-OVT-ID (WS-OVERRIDE-IDX) = WS-FIND-ID
                   AND WS-OVT-TERM (WS-OVERRIDE-IDX) = WS-OVR-TERM
                   MOVE WS-OVERRIDE-IDX TO WS-OVERRIDE-SLOT
               END-IF
           END-PERFORM
           IF WS-OVERRIDE-SLOT = 0
               IF WS-OVERRIDE-COUNT < WS-MAX-OVERRIDES
                   ADD 1 TO WS-OVERRIDE-COUNT
                   MOVE WS-OVERRIDE-COUNT TO WS-OVERRIDE-SLOT
               ELSE
                   DISPLAY "RESULTEXP: TABLE DES DECISIONS DU JURY "
                           "PLEINE, ENREGISTREMENT IGNORE: "
                           WS-OVERRIDE-FIELDS UPON CONSOLE
               END-IF
           END-IF
           IF WS-OVERRIDE-SLOT > 0
               MOVE WS-FIND-ID TO WS-OVT-ID (WS-OVERRIDE-SLOT)
               MOVE WS-OVR-TERM TO WS-OVT-TERM (WS-OVERRIDE-SLOT)
               MOVE WS-OVR-DECISION TO
                   WS-OVT-DECISION (WS-OVERRIDE-SLOT)
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

      *        The roster of the year: the return is made in July,
      *        before the September rollover moves anybody.
       1300-FETCH-STUDENTS.
           MOVE 0 TO WS-STU-COUNT
           EXEC SQL
               DECLARE STUDENT_CURSOR CURSOR FOR
               SELECT ID, LASTNAME, FIRSTNAME, CLASS_ID
                   FROM STUDENT
                   ORDER BY CLASS_ID, LASTNAME, FIRSTNAME, ID
           END-EXEC
           EXEC SQL
               OPEN STUDENT_CURSOR
           END-EXEC

           IF SQLCODE < 0
               MOVE "1300-FETCH-STUDENTS" TO WS-LOG-PARAGRAPH
               PERFORM 9100-LOG-SQL-EXCEPTION
           END-IF

           PERFORM UNTIL SQLCODE = 100 OR SQLCODE < 0
               EXEC SQL FETCH STUDENT_CURSOR INTO
                   :STUDENT-ID, :LASTNAME, :FIRSTNAME, :STUDENT-CLASS
               END-EXEC
               IF SQLCODE = 0
                   PERFORM 1310-STORE-STUDENT
               ELSE
                   IF SQLCODE < 0
                       MOVE "1300-FETCH-STUDENTS" TO
                           WS-LOG-PARAGRAPH
                       PERFORM 9100-LOG-SQL-EXCEPTION
                   END-IF
               END-IF
           END-PERFORM

           IF SQLCODE < 0
               MOVE "1300-FETCH-STUDENTS: FETCH FAILED MID-BATCH, "
                   & "ABORTING" TO WS-ABEND-MESSAGE
               PERFORM 9900-ABEND-PROGRAM
           END-IF

           EXEC SQL
               CLOSE STUDENT_CURSOR
           END-EXEC

      *        A partial roster would mean a partial return - the
      *        run stops rather than leave students silently out.
           IF WS-DROPPED-COUNT > 0
               MOVE "1300-FETCH-STUDENTS: STUDENT TABLE FULL, "
                   & "RETURN NOT PRODUCED" TO WS-ABEND-MESSAGE
               PERFORM 9900-ABEND-PROGRAM
           END-IF.

       1310-STORE-STUDENT.
           IF WS-STU-COUNT >= WS-MAX-STUDENTS
               ADD 1 TO WS-DROPPED-COUNT
           ELSE
               ADD 1 TO WS-STU-COUNT
               MOVE WS-STU-COUNT TO WS-STU-SLOT
               MOVE STUDENT-CLASS TO WS-XS-CLASS (WS-STU-SLOT)
               MOVE LASTNAME TO WS-XS-LASTNAME (WS-STU-SLOT)
               MOVE FIRSTNAME TO WS-XS-FIRSTNAME (WS-STU-SLOT)
               MOVE STUDENT-ID TO WS-XS-ID (WS-STU-SLOT)
               MOVE STUDENT-CLASS TO WS-XS-ROSTER-CLASS (WS-STU-SLOT)
               MOVE "N" TO WS-XS-DEC-FOUND (WS-STU-SLOT)
               MOVE SPACES TO WS-XS-DEC-TERM (WS-STU-SLOT)
               MOVE SPACES TO WS-XS-DEC-CLASS (WS-STU-SLOT)
               MOVE SPACES TO WS-XS-DEC-AVG (WS-STU-SLOT)
               MOVE SPACES TO WS-XS-MENTION (WS-STU-SLOT)
               MOVE SPACES TO WS-XS-DECISION (WS-STU-SLOT)
               MOVE SPACES TO WS-XS-DEC-JURY (WS-STU-SLOT)
               MOVE SPACES TO WS-XS-REASON (WS-STU-SLOT)
           END-IF.

      *        The year's file must be there - without it there is
      *        no consolidation to return. Rows of another term are
      *        counted and left, as are rows of students no longer on
      *        the roster.
       1400-LOAD-DECISIONS.
           MOVE SPACES TO WS-DECISIONIN-FILENAME
           STRING "decisions_" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-YEAR-LABEL) DELIMITED BY SIZE
                  ".dat" DELIMITED BY SIZE
                  INTO WS-DECISIONIN-FILENAME
           OPEN INPUT DECISIONIN
           IF WS-DECISIONIN-STATUS NOT = "00"
               MOVE SPACES TO WS-ABEND-MESSAGE
               STRING "1400-LOAD-DECISIONS: CANNOT OPEN "
                      DELIMITED BY SIZE
                      WS-DECISIONIN-FILENAME DELIMITED BY SPACE
                      INTO WS-ABEND-MESSAGE
               PERFORM 9900-ABEND-PROGRAM
           END-IF
           PERFORM UNTIL WS-DECISIONIN-STATUS NOT = "00"
               READ DECISIONIN INTO WS-DECISION-ROW
                   AT END MOVE "10" TO WS-DECISIONIN-STATUS
               END-READ
               IF WS-DECISIONIN-STATUS = "00"
                   ADD 1 TO WS-YEAR-ROWS
                   PERFORM 1410-STORE-DECISION
               END-IF
           END-PERFORM
           CLOSE DECISIONIN.

       1410-STORE-DECISION.
           IF WS-DEC-TERM NOT = "ANNUEL"
               ADD 1 TO WS-OTHER-TERM-ROWS
           ELSE
               MOVE WS-DEC-ID TO WS-FIND-ID
               PERFORM 1420-FIND-STUDENT
               IF WS-STU-SLOT = 0
                   ADD 1 TO WS-UNKNOWN-ROWS
               ELSE
                   ADD 1 TO WS-YEAR-TAKEN
                   MOVE "Y" TO WS-XS-DEC-FOUND (WS-STU-SLOT)
                   MOVE WS-DEC-TERM TO WS-XS-DEC-TERM (WS-STU-SLOT)
                   MOVE WS-DEC-CLASS TO WS-XS-DEC-CLASS (WS-STU-SLOT)
                   MOVE WS-DEC-AVG TO WS-XS-DEC-AVG (WS-STU-SLOT)
                   MOVE WS-DEC-MENTION TO WS-XS-MENTION (WS-STU-SLOT)
                   MOVE WS-DEC-DECISION TO
                       WS-XS-DECISION (WS-STU-SLOT)
                   MOVE WS-DEC-JURY TO WS-XS-DEC-JURY (WS-STU-SLOT)
               END-IF
           END-IF.

       1420-FIND-STUDENT.
           MOVE 0 TO WS-STU-SLOT
           PERFORM VARYING WS-STU-IDX FROM 1 BY 1
                   UNTIL WS-STU-IDX > WS-STU-COUNT
               IF WS-XS-ID (WS-STU-IDX) = WS-FIND-ID
                   MOVE WS-STU-IDX TO WS-STU-SLOT
               END-IF
           END-PERFORM.

      *        The jury's word comes before the consolidation's, then
      *        the first check that fails gives the reason the
      *        student holds the return back. A student is returned
      *        under the class of the decision row - the class the
      *        year was spent in.
       2000-CHECK-STUDENTS.
           PERFORM VARYING WS-STU-IDX FROM 1 BY 1
                   UNTIL WS-STU-IDX > WS-STU-COUNT
               IF WS-XS-DEC-FOUND (WS-STU-IDX) = "Y"
                   MOVE WS-XS-DEC-CLASS (WS-STU-IDX) TO
                       WS-XS-CLASS (WS-STU-IDX)
                   PERFORM 2100-APPLY-JURY-OVERRIDE
               END-IF
               PERFORM 2200-CHECK-ONE-STUDENT
               IF WS-XS-REASON (WS-STU-IDX) NOT = SPACES
                   ADD 1 TO WS-PROBLEM-COUNT
               END-IF
           END-PERFORM.

       2100-APPLY-JURY-OVERRIDE.
           MOVE 0 TO WS-OVERRIDE-SLOT
           PERFORM VARYING WS-OVERRIDE-IDX FROM 1 BY 1
                   UNTIL WS-OVERRIDE-IDX > WS-OVERRIDE-COUNT
               IF WS-OVT-ID (WS-OVERRIDE-IDX) = WS-XS-ID (WS-STU-IDX)
                   AND WS-OVT-TERM (WS-OVERRIDE-IDX) =
                       WS-XS-DEC-TERM (WS-STU-IDX)
                   MOVE WS-OVERRIDE-IDX TO WS-OVERRIDE-SLOT
               END-IF
           END-PERFORM
           IF WS-OVERRIDE-SLOT > 0
               IF WS-XS-DEC-JURY (WS-STU-IDX) NOT = "Y"
                   OR WS-OVT-DECISION (WS-OVERRIDE-SLOT) NOT =
                       WS-XS-DECISION (WS-STU-IDX)
                   MOVE WS-OVT-DECISION (WS-OVERRIDE-SLOT) TO
                       WS-XS-DECISION (WS-STU-IDX)
                   MOVE "Y" TO WS-XS-DEC-JURY (WS-STU-IDX)
                   ADD 1 TO WS-OVERRIDE-APPLIED
               END-IF
           END-IF.

       2200-CHECK-ONE-STUDENT.
           MOVE SPACES TO WS-XS-REASON (WS-STU-IDX)
           IF WS-XS-DEC-FOUND (WS-STU-IDX) NOT = "Y"
               MOVE "AUCUNE DECISION ANNUELLE"
                   TO WS-XS-REASON (WS-STU-IDX)
           END-IF

           IF WS-XS-REASON (WS-STU-IDX) = SPACES
               AND WS-XS-DECISION (WS-STU-IDX) NOT = "ADMIS"
               AND WS-XS-DECISION (WS-STU-IDX) NOT = "REDOUBLE"
               MOVE "PAS DE DECISION DEFINITIVE"
                   TO WS-XS-REASON (WS-STU-IDX)
           END-IF

           IF WS-XS-REASON (WS-STU-IDX) = SPACES
               AND WS-XS-DEC-AVG (WS-STU-IDX) = SPACES
               MOVE "MOYENNE ANNUELLE ABSENTE"
                   TO WS-XS-REASON (WS-STU-IDX)
           END-IF.

      *        By class of the year, then name.
       2500-SORT-STUDENTS.
           PERFORM VARYING WS-SORT-I FROM 1 BY 1
                   UNTIL WS-SORT-I >= WS-STU-COUNT
               PERFORM VARYING WS-SORT-J FROM 1 BY 1
                       UNTIL WS-SORT-J >
                           WS-STU-COUNT - WS-SORT-I
                   IF WS-XS-SORT-KEY (WS-SORT-J) >
                           WS-XS-SORT-KEY (WS-SORT-J + 1)
                       MOVE WS-STU-ENTRY (WS-SORT-J) TO
                           WS-STU-SWAP
                       MOVE WS-STU-ENTRY (WS-SORT-J + 1) TO
                           WS-STU-ENTRY (WS-SORT-J)
                       MOVE WS-STU-SWAP TO
                           WS-STU-ENTRY (WS-SORT-J + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

      *        The submission number and nature are settled before
      *        anything is printed, so the header tells the reader
      *        what a file from this run goes out as.
       3000-OPEN-REPORT.
           OPEN OUTPUT REPORTFILE
           IF WS-REPORT-STATUS NOT = "00"
               MOVE "3000-OPEN-REPORT: CANNOT OPEN THE SUBMISSION "
                   & "REPORT" TO WS-ABEND-MESSAGE
               PERFORM 9900-ABEND-PROGRAM
           END-IF
           MOVE "Y" TO WS-REPORT-OPEN

           ADD 1 TO WS-PREV-SEQUENCE GIVING WS-EH-SEQUENCE
           IF WS-PREV-FOUND = "Y"
               MOVE "R" TO WS-EH-NATURE
               MOVE WS-PREV-TIMESTAMP TO WS-EH-REPLACES
           ELSE
               MOVE "I" TO WS-EH-NATURE
               MOVE SPACES TO WS-EH-REPLACES
           END-IF

           WRITE REPORT-RECORD FROM WS-RULE-LINE
           MOVE SPACES TO WS-PRINT-LINE
           MOVE 1 TO WS-STRING-PTR
           STRING "RESULTATS ANNUELS - ENVOI A L'AUTORITE - "
                  DELIMITED BY SIZE
                  "ETABLISSEMENT " DELIMITED BY SIZE
                  WS-SCHOOL-CODE DELIMITED BY SIZE
                  "   ANNEE " DELIMITED BY SIZE
                  WS-YEAR-LABEL DELIMITED BY SIZE
                  "   RUN " DELIMITED BY SIZE
                  WS-RUN-ID DELIMITED BY SIZE
                  INTO WS-PRINT-LINE
                  WITH POINTER WS-STRING-PTR
           WRITE REPORT-RECORD FROM WS-PRINT-LINE

           MOVE SPACES TO WS-PRINT-LINE
           MOVE 1 TO WS-STRING-PTR
           IF WS-PREV-FOUND = "Y"
               MOVE WS-PREV-SEQUENCE TO WS-SEQ-DISPLAY
               STRING "DERNIER ENVOI DE L'ANNEE: NO "
                      DELIMITED BY SIZE
                      WS-SEQ-DISPLAY DELIMITED BY SIZE
                      " DU " DELIMITED BY SIZE
                      WS-PREV-TIMESTAMP DELIMITED BY SIZE
                      " - UN NOUVEAU FICHIER LE REMPLACE"
                      DELIMITED BY SIZE
                      INTO WS-PRINT-LINE
                      WITH POINTER WS-STRING-PTR
           ELSE
               STRING "AUCUN ENVOI ANTERIEUR POUR CETTE ANNEE - "
                      DELIMITED BY SIZE
                      "ENVOI INITIAL" DELIMITED BY SIZE
                      INTO WS-PRINT-LINE
                      WITH POINTER WS-STRING-PTR
           END-IF
           WRITE REPORT-RECORD FROM WS-PRINT-LINE

           MOVE SPACES TO WS-PRINT-LINE
           MOVE 1 TO WS-STRING-PTR
           MOVE WS-YEAR-ROWS TO WS-COUNT-DISPLAY
           STRING "DECISIONS: " DELIMITED BY SIZE
                  WS-YEAR-LABEL DELIMITED BY SIZE
                  " LIGNES LUES: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-COUNT-DISPLAY) DELIMITED BY SIZE
                  INTO WS-PRINT-LINE
                  WITH POINTER WS-STRING-PTR
           MOVE WS-YEAR-TAKEN TO WS-COUNT-DISPLAY
           STRING " RETENUES (ANNUEL): " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-COUNT-DISPLAY) DELIMITED BY SIZE
                  INTO WS-PRINT-LINE
                  WITH POINTER WS-STRING-PTR
           WRITE REPORT-RECORD FROM WS-PRINT-LINE

           MOVE SPACES TO WS-PRINT-LINE
           MOVE WS-OVERRIDE-APPLIED TO WS-COUNT-DISPLAY
           MOVE 1 TO WS-STRING-PTR
           STRING "DECISIONS DU JURY APPLIQUEES: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-COUNT-DISPLAY) DELIMITED BY SIZE
                  INTO WS-PRINT-LINE
                  WITH POINTER WS-STRING-PTR
           WRITE REPORT-RECORD FROM WS-PRINT-LINE
           WRITE REPORT-RECORD FROM WS-RULE-LINE.

      *        Class-break loop over every student, like PROMORUN's
      *        proposal: the students of a class still without a
      *        final result are listed under it and the footer gives
      *        how many are left to settle out of the class.
       3200-WRITE-REFUSAL.
           MOVE SPACES TO WS-PREV-CLASS
           MOVE 0 TO WS-EC-STUDENTS
           MOVE 0 TO WS-CLASS-PROBLEMS
           PERFORM VARYING WS-STU-IDX FROM 1 BY 1
                   UNTIL WS-STU-IDX > WS-STU-COUNT
               IF WS-XS-CLASS (WS-STU-IDX) NOT = WS-PREV-CLASS
                   OR WS-STU-IDX = 1
                   IF WS-STU-IDX > 1
                       PERFORM 3250-WRITE-REFUSAL-FOOTER
                   END-IF
                   MOVE WS-XS-CLASS (WS-STU-IDX) TO WS-PREV-CLASS
                   MOVE 0 TO WS-EC-STUDENTS
                   MOVE 0 TO WS-CLASS-PROBLEMS
                   MOVE SPACES TO WS-PRINT-LINE
                   MOVE 1 TO WS-STRING-PTR
                   STRING "CLASSE " DELIMITED BY SIZE
                          WS-PREV-CLASS DELIMITED BY SIZE
                          INTO WS-PRINT-LINE
                          WITH POINTER WS-STRING-PTR
                   WRITE REPORT-RECORD FROM WS-PRINT-LINE
                   WRITE REPORT-RECORD FROM WS-DASH-LINE
               END-IF
               ADD 1 TO WS-EC-STUDENTS
               IF WS-XS-REASON (WS-STU-IDX) NOT = SPACES
                   ADD 1 TO WS-CLASS-PROBLEMS
                   PERFORM 3210-WRITE-PROBLEM-LINE
               END-IF
           END-PERFORM
           IF WS-STU-COUNT > 0
               PERFORM 3250-WRITE-REFUSAL-FOOTER
           END-IF

           MOVE SPACES TO WS-PRINT-LINE
           MOVE WS-PROBLEM-COUNT TO WS-COUNT-DISPLAY
           MOVE 1 TO WS-STRING-PTR
           STRING "ENVOI REFUSE: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-COUNT-DISPLAY) DELIMITED BY SIZE
                  " ELEVE(S) SANS RESULTAT DEFINITIF, AUCUN "
                  DELIMITED BY SIZE
                  "FICHIER ECRIT" DELIMITED BY SIZE
                  INTO WS-PRINT-LINE
                  WITH POINTER WS-STRING-PTR
           WRITE REPORT-RECORD FROM WS-PRINT-LINE
           WRITE REPORT-RECORD FROM WS-RULE-LINE.

      *        Reason before the name, so the full reason fits the
      *        line whatever the length of the name.
       3210-WRITE-PROBLEM-LINE.
           MOVE SPACES TO WS-PRINT-LINE
           MOVE WS-XS-ID (WS-STU-IDX) TO WS-ID-DISPLAY
           MOVE 1 TO WS-STRING-PTR
           STRING WS-ID-DISPLAY DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-XS-DECISION (WS-STU-IDX) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-XS-REASON (WS-STU-IDX) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-XS-LASTNAME (WS-STU-IDX))
                      DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-XS-FIRSTNAME (WS-STU-IDX))
                      DELIMITED BY SIZE
                  INTO WS-PRINT-LINE
                  WITH POINTER WS-STRING-PTR
           WRITE REPORT-RECORD FROM WS-PRINT-LINE.

       3250-WRITE-REFUSAL-FOOTER.
           MOVE SPACES TO WS-PRINT-LINE
           MOVE WS-EC-STUDENTS TO WS-COUNT-DISPLAY
           MOVE 1 TO WS-STRING-PTR
           STRING "EFFECTIF " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-PREV-CLASS) DELIMITED BY SIZE
                  ": " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-COUNT-DISPLAY) DELIMITED BY SIZE
                  INTO WS-PRINT-LINE
                  WITH POINTER WS-STRING-PTR
           MOVE WS-CLASS-PROBLEMS TO WS-COUNT-DISPLAY
           STRING "   A REGLER: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-COUNT-DISPLAY) DELIMITED BY SIZE
                  INTO WS-PRINT-LINE
                  WITH POINTER WS-STRING-PTR
           WRITE REPORT-RECORD FROM WS-PRINT-LINE
           WRITE REPORT-RECORD FROM WS-RULE-LINE.

       3500-WRITE-REPORT-TOTALS.
           WRITE REPORT-RECORD FROM WS-RULE-LINE
           MOVE SPACES TO WS-PRINT-LINE
           MOVE 1 TO WS-STRING-PTR
           MOVE WS-DETAIL-COUNT TO WS-COUNT-DISPLAY
           STRING "ELEVES: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-COUNT-DISPLAY) DELIMITED BY SIZE
                  INTO WS-PRINT-LINE
                  WITH POINTER WS-STRING-PTR
           MOVE WS-TOTAL-ADMIS TO WS-COUNT-DISPLAY
           STRING "   ADMIS: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-COUNT-DISPLAY) DELIMITED BY SIZE
                  INTO WS-PRINT-LINE
                  WITH POINTER WS-STRING-PTR
           MOVE WS-TOTAL-REDOUBLE TO WS-COUNT-DISPLAY
           STRING "   REDOUBLE: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-COUNT-DISPLAY) DELIMITED BY SIZE
                  INTO WS-PRINT-LINE
                  WITH POINTER WS-STRING-PTR
           MOVE WS-TOTAL-JURY TO WS-COUNT-DISPLAY
           STRING "   DONT DECISIONS DU JURY: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-COUNT-DISPLAY) DELIMITED BY SIZE
                  INTO WS-PRINT-LINE
                  WITH POINTER WS-STRING-PTR
           MOVE WS-CLASS-COUNT TO WS-COUNT-DISPLAY
           STRING "   CLASSES: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-COUNT-DISPLAY) DELIMITED BY SIZE
                  INTO WS-PRINT-LINE
                  WITH POINTER WS-STRING-PTR
           WRITE REPORT-RECORD FROM WS-PRINT-LINE

           MOVE SPACES TO WS-PRINT-LINE
           MOVE 1 TO WS-STRING-PTR
           MOVE WS-ET-RECORDS TO WS-HASH-DISPLAY
           STRING "ENREGISTREMENTS: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-HASH-DISPLAY) DELIMITED BY SIZE
                  INTO WS-PRINT-LINE
                  WITH POINTER WS-STRING-PTR
           MOVE WS-ID-HASH TO WS-HASH-DISPLAY
           STRING "   TOTAL DE CONTROLE ELEVES: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-HASH-DISPLAY) DELIMITED BY SIZE
                  INTO WS-PRINT-LINE
                  WITH POINTER WS-STRING-PTR
           MOVE WS-AVG-HASH TO WS-AVG-HASH-DISPLAY
           STRING "   TOTAL DE CONTROLE MOYENNES: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-AVG-HASH-DISPLAY)
                      DELIMITED BY SIZE
                  INTO WS-PRINT-LINE
                  WITH POINTER WS-STRING-PTR
           WRITE REPORT-RECORD FROM WS-PRINT-LINE

           MOVE SPACES TO WS-PRINT-LINE
           MOVE WS-EH-SEQUENCE TO WS-SEQ-DISPLAY
           MOVE 1 TO WS-STRING-PTR
           STRING "FICHIER " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-EXPORT-FILENAME) DELIMITED BY SIZE
                  " - ENVOI NO " DELIMITED BY SIZE
                  WS-SEQ-DISPLAY DELIMITED BY SIZE
                  " DU " DELIMITED BY SIZE
                  WS-CURRENT-TIMESTAMP DELIMITED BY SIZE
                  INTO WS-PRINT-LINE
                  WITH POINTER WS-STRING-PTR
           IF WS-EH-NATURE = "R"
               MOVE WS-PREV-SEQUENCE TO WS-SEQ-DISPLAY
               STRING " - REMPLACE L'ENVOI NO " DELIMITED BY SIZE
                      WS-SEQ-DISPLAY DELIMITED BY SIZE
                      " DU " DELIMITED BY SIZE
                      WS-PREV-TIMESTAMP DELIMITED BY SIZE
                      INTO WS-PRINT-LINE
                      WITH POINTER WS-STRING-PTR
           ELSE
               STRING " - ENVOI INITIAL" DELIMITED BY SIZE
                      INTO WS-PRINT-LINE
                      WITH POINTER WS-STRING-PTR
           END-IF
           WRITE REPORT-RECORD FROM WS-PRINT-LINE

      *        Every record but the H creation, number and nature
      *        fields is the same as in the file replaced: the
      *        authority gets the same content again.
           IF WS-EH-NATURE = "R"
               AND WS-SAME-CONTENT = "Y"
               MOVE SPACES TO WS-PRINT-LINE
               MOVE "CONTENU IDENTIQUE A L'ENVOI REMPLACE"
                   TO WS-PRINT-LINE
               WRITE REPORT-RECORD FROM WS-PRINT-LINE
           END-IF

           IF WS-UNKNOWN-ROWS > 0
               MOVE SPACES TO WS-PRINT-LINE
               MOVE WS-UNKNOWN-ROWS TO WS-COUNT-DISPLAY
               MOVE 1 TO WS-STRING-PTR
               STRING "LIGNES DE DECISION D'ELEVES ABSENTS DU "
                      & "FICHIER ELEVES: " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-COUNT-DISPLAY)
                          DELIMITED BY SIZE
                      INTO WS-PRINT-LINE
                      WITH POINTER WS-STRING-PTR
               WRITE REPORT-RECORD FROM WS-PRINT-LINE
           END-IF
           IF WS-OTHER-TERM-ROWS > 0
               MOVE SPACES TO WS-PRINT-LINE
               MOVE WS-OTHER-TERM-ROWS TO WS-COUNT-DISPLAY
               MOVE 1 TO WS-STRING-PTR
               STRING "LIGNES D'UN AUTRE TERME QU'ANNUEL IGNOREES: "
                      DELIMITED BY SIZE
                      FUNCTION TRIM(WS-COUNT-DISPLAY)
                          DELIMITED BY SIZE
                      INTO WS-PRINT-LINE
                      WITH POINTER WS-STRING-PTR
               WRITE REPORT-RECORD FROM WS-PRINT-LINE
           END-IF
           WRITE REPORT-RECORD FROM WS-RULE-LINE.

      *        Class-break loop again: the C record of a class is
      *        written when the next class starts and once after the
      *        last student, each with its line on the report. The
      *        file of the submission replaced is read back first,
      *        since the new file is written over it.
       4000-WRITE-SUBMISSION-FILE.
           IF WS-PREV-FOUND = "Y"
               PERFORM 4050-LOAD-REPLACED-FILE
           END-IF
           OPEN OUTPUT EXPORTFILE
           IF WS-EXPORT-STATUS NOT = "00"
               MOVE "4000-WRITE-SUBMISSION-FILE: CANNOT OPEN THE "
                   & "SUBMISSION FILE" TO WS-ABEND-MESSAGE
               PERFORM 9900-ABEND-PROGRAM
           END-IF
           MOVE "Y" TO WS-EXPORT-OPEN

           MOVE WS-SCHOOL-CODE TO WS-EH-SCHOOL
           MOVE WS-YEAR-LABEL TO WS-EH-YEAR
           MOVE WS-CURRENT-TIMESTAMP TO WS-EH-CREATED
           MOVE WS-EXP-HEADER TO WS-EXP-IMAGE
           PERFORM 4900-WRITE-EXPORT-RECORD
           ADD 1 TO WS-RECORD-COUNT

           MOVE SPACES TO WS-PRINT-LINE
           MOVE "CLASSE    ELEVES  ADMIS REDOUBLE   JURY  MOYENNE"
               TO WS-PRINT-LINE
           WRITE REPORT-RECORD FROM WS-PRINT-LINE
           WRITE REPORT-RECORD FROM WS-DASH-LINE

           MOVE SPACES TO WS-PREV-CLASS
           PERFORM VARYING WS-STU-IDX FROM 1 BY 1
                   UNTIL WS-STU-IDX > WS-STU-COUNT
               IF WS-XS-CLASS (WS-STU-IDX) NOT = WS-PREV-CLASS
                   OR WS-STU-IDX = 1
                   IF WS-STU-IDX > 1
                       PERFORM 4200-WRITE-CLASS-RECORD
                   END-IF
                   MOVE WS-XS-CLASS (WS-STU-IDX) TO WS-PREV-CLASS
                   MOVE 0 TO WS-EC-STUDENTS
                   MOVE 0 TO WS-EC-ADMIS
                   MOVE 0 TO WS-EC-REDOUBLE
                   MOVE 0 TO WS-EC-JURY
                   MOVE 0 TO WS-EC-AVG-SUM
               END-IF
               PERFORM 4100-WRITE-DETAIL-RECORD
           END-PERFORM
           IF WS-STU-COUNT > 0
               PERFORM 4200-WRITE-CLASS-RECORD
           END-IF

           PERFORM 4300-WRITE-TRAILER-RECORD
           CLOSE EXPORTFILE
           MOVE "N" TO WS-EXPORT-OPEN
           IF WS-WRITTEN-COUNT NOT = WS-PRIOR-COUNT
               MOVE "N" TO WS-SAME-CONTENT
           END-IF.

      *        A file gone from the directory or longer than the
      *        table can hold is taken as different content.
       4050-LOAD-REPLACED-FILE.
           MOVE 0 TO WS-PRIOR-COUNT
           OPEN INPUT EXPORTIN
           IF WS-EXPORTIN-STATUS = "00"
               MOVE "Y" TO WS-SAME-CONTENT
               PERFORM UNTIL WS-EXPORTIN-STATUS NOT = "00"
                   READ EXPORTIN
                       AT END MOVE "10" TO WS-EXPORTIN-STATUS
                   END-READ
                   IF WS-EXPORTIN-STATUS = "00"
                       IF WS-PRIOR-COUNT >= WS-MAX-PRIOR
                           MOVE "N" TO WS-SAME-CONTENT
                       ELSE
                           ADD 1 TO WS-PRIOR-COUNT
                           MOVE EXPORTIN-RECORD
                               TO WS-PRIOR-REC (WS-PRIOR-COUNT)
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE EXPORTIN
           END-IF.

       4100-WRITE-DETAIL-RECORD.
           MOVE FUNCTION NUMVAL(WS-XS-DEC-AVG (WS-STU-IDX))
               TO WS-AVG-NUM
           MOVE WS-SCHOOL-CODE TO WS-ED-SCHOOL
           MOVE WS-YEAR-LABEL TO WS-ED-YEAR
           MOVE WS-XS-CLASS (WS-STU-IDX) TO WS-ED-CLASS
           MOVE WS-XS-ID (WS-STU-IDX) TO WS-ED-STUDENT
           MOVE WS-XS-LASTNAME (WS-STU-IDX) TO WS-ED-LASTNAME
           MOVE WS-XS-FIRSTNAME (WS-STU-IDX) TO WS-ED-FIRSTNAME
           MOVE WS-AVG-NUM TO WS-ED-AVERAGE
           MOVE WS-XS-DECISION (WS-STU-IDX) TO WS-ED-DECISION
           MOVE WS-XS-MENTION (WS-STU-IDX) TO WS-ED-MENTION
           IF WS-XS-DEC-JURY (WS-STU-IDX) = "Y"
               MOVE "J" TO WS-ED-JURY
               ADD 1 TO WS-EC-JURY
               ADD 1 TO WS-TOTAL-JURY
           ELSE
               MOVE SPACE TO WS-ED-JURY
           END-IF
           MOVE WS-EXP-DETAIL TO WS-EXP-IMAGE
           PERFORM 4900-WRITE-EXPORT-RECORD
           ADD 1 TO WS-RECORD-COUNT
           ADD 1 TO WS-DETAIL-COUNT

           ADD 1 TO WS-EC-STUDENTS
           IF WS-XS-DECISION (WS-STU-IDX) = "ADMIS"
               ADD 1 TO WS-EC-ADMIS
               ADD 1 TO WS-TOTAL-ADMIS
           ELSE
               ADD 1 TO WS-EC-REDOUBLE
               ADD 1 TO WS-TOTAL-REDOUBLE
           END-IF
           ADD WS-AVG-NUM TO WS-EC-AVG-SUM
           ADD WS-XS-ID (WS-STU-IDX) TO WS-ID-HASH
           ADD WS-AVG-NUM TO WS-AVG-HASH.

       4200-WRITE-CLASS-RECORD.
           MOVE WS-SCHOOL-CODE TO WS-EC-SCHOOL
           MOVE WS-YEAR-LABEL TO WS-EC-YEAR
           MOVE WS-PREV-CLASS TO WS-EC-CLASS
           COMPUTE WS-EC-AVERAGE ROUNDED =
               WS-EC-AVG-SUM / WS-EC-STUDENTS
           MOVE WS-EXP-CLASS TO WS-EXP-IMAGE
           PERFORM 4900-WRITE-EXPORT-RECORD
           ADD 1 TO WS-RECORD-COUNT
           ADD 1 TO WS-CLASS-COUNT

           MOVE SPACES TO WS-PRINT-LINE
           MOVE 1 TO WS-STRING-PTR
           STRING WS-PREV-CLASS DELIMITED BY SIZE
                  "   " DELIMITED BY SIZE
                  INTO WS-PRINT-LINE
                  WITH POINTER WS-STRING-PTR
           MOVE WS-EC-STUDENTS TO WS-COUNT-DISPLAY
           STRING WS-COUNT-DISPLAY DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  INTO WS-PRINT-LINE
                  WITH POINTER WS-STRING-PTR
           MOVE WS-EC-ADMIS TO WS-COUNT-DISPLAY
           STRING WS-COUNT-DISPLAY DELIMITED BY SIZE
                  "    " DELIMITED BY SIZE
                  INTO WS-PRINT-LINE
                  WITH POINTER WS-STRING-PTR
           MOVE WS-EC-REDOUBLE TO WS-COUNT-DISPLAY
           STRING WS-COUNT-DISPLAY DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  INTO WS-PRINT-LINE
                  WITH POINTER WS-STRING-PTR
           MOVE WS-EC-JURY TO WS-COUNT-DISPLAY
           MOVE WS-EC-AVERAGE TO WS-AVG-DISPLAY
           STRING WS-COUNT-DISPLAY DELIMITED BY SIZE
                  "    " DELIMITED BY SIZE
                  WS-AVG-DISPLAY DELIMITED BY SIZE
                  INTO WS-PRINT-LINE
                  WITH POINTER WS-STRING-PTR
           WRITE REPORT-RECORD FROM WS-PRINT-LINE.

       4300-WRITE-TRAILER-RECORD.
           MOVE WS-SCHOOL-CODE TO WS-ET-SCHOOL
           MOVE WS-YEAR-LABEL TO WS-ET-YEAR
           ADD 1 TO WS-RECORD-COUNT
           MOVE WS-RECORD-COUNT TO WS-ET-RECORDS
           MOVE WS-DETAIL-COUNT TO WS-ET-DETAILS
           MOVE WS-CLASS-COUNT TO WS-ET-CLASSES
           MOVE WS-ID-HASH TO WS-ET-ID-HASH
           MOVE WS-AVG-HASH TO WS-ET-AVG-HASH
           MOVE WS-EXP-TRAILER TO WS-EXP-IMAGE
           PERFORM 4900-WRITE-EXPORT-RECORD.

      *        Only a file actually written goes on the log.
       4500-REGISTER-SUBMISSION.
           MOVE SPACES TO WS-SUBMITLOG-ROW
           MOVE WS-SCHOOL-CODE TO WS-SL-SCHOOL
           MOVE WS-YEAR-LABEL TO WS-SL-YEAR
           MOVE WS-CURRENT-TIMESTAMP TO WS-SL-TIMESTAMP
           MOVE WS-EH-SEQUENCE TO WS-SL-SEQUENCE
           MOVE WS-EH-NATURE TO WS-SL-NATURE
           MOVE WS-RUN-ID TO WS-SL-RUN-ID
           MOVE WS-DETAIL-COUNT TO WS-SL-STUDENTS
           MOVE WS-CLASS-COUNT TO WS-SL-CLASSES
           MOVE WS-ID-HASH TO WS-SL-ID-HASH
           MOVE WS-AVG-HASH TO WS-SL-AVG-HASH
           MOVE WS-RECORD-COUNT TO WS-SL-RECORDS
           MOVE WS-TOTAL-ADMIS TO WS-SL-ADMIS
           MOVE WS-TOTAL-REDOUBLE TO WS-SL-REDOUBLE
           MOVE WS-TOTAL-JURY TO WS-SL-JURY
           OPEN EXTEND SUBMITLOGFILE
           IF WS-SUBMITLOG-STATUS = "35"
               OPEN OUTPUT SUBMITLOGFILE
           END-IF
           IF WS-SUBMITLOG-STATUS NOT = "00"
               DISPLAY "RESULTEXP: OUVERTURE SUBMITLOG.DAT, STATUS "
                       WS-SUBMITLOG-STATUS UPON CONSOLE
               MOVE "4500-REGISTER-SUBMISSION: FICHIER ECRIT MAIS "
                   & "NON ENREGISTRE SUR SUBMITLOG.DAT"
                   TO WS-ABEND-MESSAGE
               PERFORM 9900-ABEND-PROGRAM
           END-IF
           WRITE SUBMITLOG-RECORD FROM WS-SUBMITLOG-ROW
           IF WS-SUBMITLOG-STATUS NOT = "00"
               DISPLAY "RESULTEXP: ECRITURE SUBMITLOG.DAT, STATUS "
                       WS-SUBMITLOG-STATUS UPON CONSOLE
               MOVE "4500-REGISTER-SUBMISSION: FICHIER ECRIT MAIS "
                   & "NON ENREGISTRE SUR SUBMITLOG.DAT"
                   TO WS-ABEND-MESSAGE
               PERFORM 9900-ABEND-PROGRAM
           END-IF
           CLOSE SUBMITLOGFILE.

      *        Every record of the submission file goes through here:
      *        a failed write stops the run before anything is logged,
      *        and each record is set against the one at the same
      *        place in the file replaced.
       4900-WRITE-EXPORT-RECORD.
           WRITE EXPORT-RECORD FROM WS-EXP-IMAGE
           IF WS-EXPORT-STATUS NOT = "00"
               MOVE "4900-WRITE-EXPORT-RECORD: WRITE TO THE "
                   & "SUBMISSION FILE FAILED" TO WS-ABEND-MESSAGE
               PERFORM 9900-ABEND-PROGRAM
           END-IF
           ADD 1 TO WS-WRITTEN-COUNT
           IF WS-SAME-CONTENT = "Y"
               IF WS-WRITTEN-COUNT > WS-PRIOR-COUNT
                   MOVE "N" TO WS-SAME-CONTENT
               ELSE
                   IF WS-EXP-IMAGE (1:1) = "H"
                       IF WS-EXP-IMAGE (1:18) NOT =
                           WS-PRIOR-REC (WS-WRITTEN-COUNT) (1:18)
                           MOVE "N" TO WS-SAME-CONTENT
                       END-IF
                   ELSE
                       IF WS-EXP-IMAGE NOT =
                           WS-PRIOR-REC (WS-WRITTEN-COUNT)
                           MOVE "N" TO WS-SAME-CONTENT
                       END-IF
                   END-IF
               END-IF
           END-IF.

       9000-CLOSE-DB.
           EXEC SQL
               DISCONNECT ALL
           END-EXEC.

      *        No reject log in this program - the SQL error goes to
      *        the console next to the abend message that follows it.
       9100-LOG-SQL-EXCEPTION.
           MOVE SQLCODE TO WS-SQLCODE-DISPLAY
           DISPLAY "RESULTEXP: PARAGRAPH=" WS-LOG-PARAGRAPH
                   " SQLCODE=" WS-SQLCODE-DISPLAY
                   " SQLERRM=" SQLERRMC
                   UPON CONSOLE.

       9900-ABEND-PROGRAM.
           DISPLAY "ABEND: " WS-ABEND-MESSAGE UPON CONSOLE
           MOVE 16 TO RETURN-CODE
           EXEC SQL
               DISCONNECT ALL
           END-EXEC
           IF WS-REPORT-OPEN = "Y"
               CLOSE REPORTFILE
           END-IF
           IF WS-EXPORT-OPEN = "Y"
               CLOSE EXPORTFILE
           END-IF
           STOP RUN.
