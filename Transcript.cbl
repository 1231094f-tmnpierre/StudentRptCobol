       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRANSCRIPT.

      *        Multi-year transcript for students leaving the school
      *        or applying elsewhere. For every student id listed in
      *        TRANSPARM.DAT it gathers the student's rows from the
      *        live HISTORY.DAT (GRADESREPORT's
      *        3060-ARCHIVE-STUDENT-RESULT, MAKEUPRUN's second
      *        session rows) and from every per-year archive
      *        HOUSEKEEP moved out of it (histarch_<label>.dat, found
      *        through ARCHLIST.DAT), plus the annual results
      *        YEARENDRPT wrote to decisions_<year>.dat (found
      *        through YEARLIST.DAT), and prints one transcript file
      *        per student, releve_<id>.rpt: every term with its
      *        class, the grade of every course by course label, the
      *        average, the rank out of the class size, the mention
      *        and the decision, then the annual results, then a
      *        control footer counting the terms found in each file
      *        read so a missing year shows. The database is only
      *        read for the course labels.
      *        As elsewhere, a re-appended row replaces the earlier
      *        one of the same student, term and session; the live
      *        file is read last and wins over the archives. A table
      *        overflow stops the run: a transcript is not issued
      *        with terms left out.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUNPARMFILE ASSIGN TO "RUNPARM.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RUNPARM-STATUS.

           SELECT TRANSPARMFILE ASSIGN TO "TRANSPARM.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TRANSPARM-STATUS.

           SELECT ARCHLISTFILE ASSIGN TO "ARCHLIST.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ARCHLIST-STATUS.

           SELECT YEARLISTFILE ASSIGN TO "YEARLIST.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-YEARLIST-STATUS.

           SELECT HISTORYFILE ASSIGN TO WS-HISTORY-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-HISTORY-STATUS.

           SELECT YEARDECFILE ASSIGN TO WS-YEARDEC-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-YEARDEC-STATUS.

           SELECT RELEVEFILE ASSIGN TO WS-RELEVE-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RELEVE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD RUNPARMFILE.
       01 RUNPARM-RECORD PIC X(120).

       FD TRANSPARMFILE.
       01 TRANSPARM-RECORD PIC X(20).

       FD ARCHLISTFILE.
       01 ARCHLIST-RECORD PIC X(40).

       FD YEARLISTFILE.
       01 YEARLIST-RECORD PIC X(40).

       FD HISTORYFILE.
       01 HISTORY-RECORD PIC X(472).

       FD YEARDECFILE.
       01 YEARDEC-RECORD PIC X(80).

       FD RELEVEFILE.
       01 RELEVE-RECORD PIC X(132).

       WORKING-STORAGE SECTION.

       01 DB-CONNECTIONINFO.
           05 DB-USERNAME PIC X(30).
           05 DB-PASSWORD PIC X(10).
           05 DB-NAME     PIC X(30).

      *        Mirror of the RUNPARM.DAT record GRADESREPORT reads in
      *        its 1050-READ-RUN-PARAMETERS - keep in step with
      *        WS-RUN-PARAMETERS over there. Only the connection
      *        fields are used here.
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

      *        TRANSPARM.DAT record layout: TYPE(1) then fields.
      *        "E" STUDENT-ID(4)   - a student to issue a transcript
      *                              for, one record per student
      *        "A" LABEL(9)        - a history archive to read beside
      *                              those on ARCHLIST.DAT (archives
      *                              made before the list was kept)
      *        "Y" LABEL(9)        - likewise a school year whose
      *                              decisions_<year>.dat to read
       01 WS-TRANSPARM-FIELDS.
           05 WS-TP-TYPE   PIC X(1).
           05 WS-TP-DATA   PIC X(19).
       01 WS-TP-STUDENT-FIELDS REDEFINES WS-TRANSPARM-FIELDS.
           05 FILLER        PIC X(1).
           05 WS-TP-STUDENT PIC X(4).
           05 FILLER        PIC X(15).
       01 WS-TP-LABEL-FIELDS REDEFINES WS-TRANSPARM-FIELDS.
           05 FILLER        PIC X(1).
           05 WS-TP-LABEL   PIC X(9).
           05 FILLER        PIC X(10).

      *        Mirror of the ARCHLIST.DAT row HOUSEKEEP writes - keep
      *        in step with WS-ARCHLIST-ROW over there.
       01 WS-ARCHLIST-ROW.
           05 WS-AL-LABEL       PIC X(9).
           05 WS-AL-CUTOFF-TERM PIC X(6).
           05 WS-AL-TIMESTAMP   PIC X(14).
           05 WS-AL-ROWS        PIC 9(7).
           05 FILLER            PIC X(4).

      *        Mirror of the YEARLIST.DAT row YEARENDRPT writes -
      *        keep in step with WS-YEARLIST-ROW over there.
       01 WS-YEARLIST-ROW.
           05 WS-YL-YEAR      PIC X(9).
           05 WS-YL-CLASS     PIC X(8).
           05 WS-YL-TIMESTAMP PIC X(14).
           05 FILLER          PIC X(9).

       01 WS-RUNPARM-STATUS   PIC XX.
       01 WS-TRANSPARM-STATUS PIC XX.
       01 WS-ARCHLIST-STATUS  PIC XX.
       01 WS-YEARLIST-STATUS  PIC XX.
       01 WS-HISTORY-STATUS   PIC XX.
       01 WS-YEARDEC-STATUS   PIC XX.
       01 WS-RELEVE-STATUS    PIC XX.
       01 WS-HISTORY-FILENAME PIC X(60) VALUE SPACES.
       01 WS-YEARDEC-FILENAME PIC X(60) VALUE SPACES.
       01 WS-RELEVE-FILENAME  PIC X(60) VALUE SPACES.
       01 WS-RELEVE-OPEN      PIC X VALUE "N".
       01 WS-ABEND-MESSAGE    PIC X(80) VALUE SPACES.
       01 WS-LOG-PARAGRAPH    PIC X(30) VALUE SPACES.
       01 WS-SQLCODE-DISPLAY  PIC -999999.

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

      *        Mirror of the decisions row written by GRADESREPORT in
      *        its 3080-WRITE-DECISION-ROW - keep in step with
      *        WS-DECISION-ROW over there. YEARENDRPT's annual rows
      *        carry the year label in the run id and ANNUEL in the
      *        term.
       01 WS-DECISION-ROW.
           05 WS-DEC-RUN-ID    PIC X(10).
           05 FILLER           PIC X(1).
           05 WS-DEC-TERM      PIC X(6).
           05 FILLER           PIC X(1).
           05 WS-DEC-CLASS     PIC X(8).
           05 FILLER           PIC X(1).
           05 WS-DEC-ID        PIC 9(4).
           05 FILLER           PIC X(1).
           05 WS-DEC-AVG       PIC X(5).
           05 FILLER           PIC X(1).
           05 WS-DEC-RANK      PIC 9(5).
           05 FILLER           PIC X(1).
           05 WS-DEC-MENTION   PIC X(20).
           05 FILLER           PIC X(1).
           05 WS-DEC-DECISION  PIC X(10).
           05 FILLER           PIC X(1).
           05 WS-DEC-JURY      PIC X(1).

      *        Students asked for, in TRANSPARM.DAT order. The name
      *        is the one on the latest row read for the student.
       01 WS-MAX-STUDENTS  PIC 9(3) VALUE 100.
       01 WS-STU-COUNT     PIC 9(3) VALUE 0.
       01 WS-STU-IDX       PIC 9(3) VALUE 0.
       01 WS-STU-SLOT      PIC 9(3) VALUE 0.
       01 WS-STUDENT-TABLE.
           05 WS-STU-ENTRY OCCURS 100 TIMES.
               10 WS-STU-ID        PIC 9(4).
               10 WS-STU-LASTNAME  PIC X(35).
               10 WS-STU-FIRSTNAME PIC X(35).

      *        Files to read. Kind A is a history archive, kind Y a
      *        year's decisions file; each label is taken once. The
      *        live HISTORY.DAT is not in the table - its counts are
      *        kept apart and it is always read last.
       01 WS-MAX-SOURCES   PIC 9(3) VALUE 80.
       01 WS-SRC-COUNT     PIC 9(3) VALUE 0.
       01 WS-SRC-IDX       PIC 9(3) VALUE 0.
       01 WS-SRC-SLOT      PIC 9(3) VALUE 0.
       01 WS-SRC-TABLE.
           05 WS-SRC-ENTRY OCCURS 80 TIMES.
               10 WS-SRC-KIND   PIC X(1).
               10 WS-SRC-LABEL  PIC X(9).
               10 WS-SRC-FOUND  PIC X(1).
       01 WS-NEW-KIND   PIC X(1).
       01 WS-NEW-LABEL  PIC X(9).
       01 WS-MISSING-COUNT PIC 9(3) VALUE 0.
       01 WS-LIVE-FOUND    PIC X(1) VALUE "N".

      *        One entry per student, term and session kept off the
      *        history files. The key group leads the entry so the
      *        sort can compare it whole: student slot, then term
      *        (term labels sort chronologically, as HOUSEKEEP's
      *        cutoff relies on), then session (the deliberation's
      *        blank before MAKEUPRUN's R). Source 0 is the live
      *        HISTORY.DAT, otherwise the WS-SRC-TABLE slot.
       01 WS-MAX-TERMS   PIC 9(4) VALUE 1500.
       01 WS-TRM-COUNT   PIC 9(4) VALUE 0.
       01 WS-TRM-IDX     PIC 9(4) VALUE 0.
       01 WS-TRM-SLOT    PIC 9(4) VALUE 0.
       01 WS-TERM-TABLE.
           05 WS-TRM-ENTRY OCCURS 1500 TIMES.
               10 WS-TRM-KEY.
                   15 WS-TRM-STU       PIC 9(3).
                   15 WS-TRM-TERM      PIC X(6).
                   15 WS-TRM-SESSION   PIC X(1).
               10 WS-TRM-SOURCE       PIC 9(3).
               10 WS-TRM-RUN-ID       PIC X(10).
               10 WS-TRM-CLASS        PIC X(8).
               10 WS-TRM-TOTAL-GRADE  PIC 99V99.
               10 WS-TRM-RANK         PIC 9(5).
               10 WS-TRM-CLASS-SIZE   PIC 9(5).
               10 WS-TRM-COURSE-COUNT PIC 9(3).
               10 WS-TRM-COURSE-IDS   PIC X(80).
               10 WS-TRM-COURSES-LINE PIC X(160).
               10 WS-TRM-MENTION      PIC X(20).
               10 WS-TRM-DECISION     PIC X(10).
               10 WS-TRM-JURY         PIC X(1).
       01 WS-TRM-KEY-NEW.
           05 WS-TKN-STU     PIC 9(3).
           05 WS-TKN-TERM    PIC X(6).
           05 WS-TKN-SESSION PIC X(1).

      *        Swap area for 2500-SORT-TERMS - sized to one
      *        WS-TRM-ENTRY; keep in step with that layout.
       01 WS-TRM-SWAP PIC X(319).

      *        One entry per student and school year off the
      *        decisions_<year>.dat files, the rank's denominator
      *        counted per class over the whole file.
       01 WS-MAX-ANNUALS  PIC 9(4) VALUE 500.
       01 WS-ANN-COUNT    PIC 9(4) VALUE 0.
       01 WS-ANN-IDX      PIC 9(4) VALUE 0.
       01 WS-ANN-SLOT     PIC 9(4) VALUE 0.
       01 WS-ANN-FIRST    PIC 9(4) VALUE 0.
       01 WS-ANNUAL-TABLE.
           05 WS-ANN-ENTRY OCCURS 500 TIMES.
               10 WS-ANN-KEY.
                   15 WS-ANN-STU     PIC 9(3).
                   15 WS-ANN-YEAR    PIC X(9).
               10 WS-ANN-SOURCE      PIC 9(3).
               10 WS-ANN-CLASS       PIC X(8).
               10 WS-ANN-AVG         PIC X(5).
               10 WS-ANN-RANK        PIC 9(5).
               10 WS-ANN-SIZE        PIC 9(5).
               10 WS-ANN-MENTION     PIC X(20).
               10 WS-ANN-DECISION    PIC X(10).

      *        Swap area for 2550-SORT-ANNUALS - sized to one
      *        WS-ANN-ENTRY; keep in step with that layout.
       01 WS-ANN-SWAP PIC X(68).

       01 WS-MAX-YCLASSES PIC 9(3) VALUE 100.
       01 WS-YCL-COUNT    PIC 9(3) VALUE 0.
       01 WS-YCL-IDX      PIC 9(3) VALUE 0.
       01 WS-YCL-SLOT     PIC 9(3) VALUE 0.
       01 WS-YEAR-CLASS-TABLE.
           05 WS-YCL-ENTRY OCCURS 100 TIMES.
               10 WS-YCL-CLASS PIC X(8).
               10 WS-YCL-SIZE  PIC 9(5).

      *        Course labels off the COURSE table. A course since
      *        removed from the table prints under its id.
       01 WS-MAX-LABELS   PIC 9(3) VALUE 200.
       01 WS-LBL-COUNT    PIC 9(3) VALUE 0.
       01 WS-LBL-IDX      PIC 9(3) VALUE 0.
       01 WS-LBL-SLOT     PIC 9(3) VALUE 0.
       01 WS-LABEL-TABLE.
           05 WS-LBL-ENTRY OCCURS 200 TIMES.
               10 WS-LBL-ID    PIC 9(4).
               10 WS-LBL-LABEL PIC X(35).

       01 COURSE-DETAILS.
           05 COURSE-ID     PIC 9(4).
           05 LABEL-COURSE  PIC X(35).

       01 WS-EOF           PIC X VALUE "N".
       01 WS-SOURCE-NOW    PIC 9(3) VALUE 0.
       01 WS-KIND-NOW      PIC X(1) VALUE SPACE.
       01 WS-FOUND-NOW     PIC X(1) VALUE SPACE.
       01 WS-SORT-I        PIC 9(4) VALUE 0.
       01 WS-SORT-J        PIC 9(4) VALUE 0.
       01 WS-COURSE-IDX    PIC 9(3) VALUE 0.
       01 WS-COURSE-POS    PIC 9(4) VALUE 0.
       01 WS-CELL-ID       PIC 9(4) VALUE 0.
       01 WS-ROWS-READ     PIC 9(7) VALUE 0.

      *        Per-transcript counts for the control footer.
       01 WS-STU-TERMS     PIC 9(4) VALUE 0.
       01 WS-STU-MAKEUPS   PIC 9(4) VALUE 0.
       01 WS-STU-YEARS     PIC 9(4) VALUE 0.
       01 WS-SRC-TERMS     PIC 9(4) VALUE 0.
       01 WS-TOTAL-TERMS   PIC 9(6) VALUE 0.
       01 WS-RELEVE-COUNT  PIC 9(4) VALUE 0.
       01 WS-EMPTY-COUNT   PIC 9(4) VALUE 0.

       01 WS-RULE-LINE  PIC X(100) VALUE ALL "=".
       01 WS-DASH-LINE  PIC X(100) VALUE ALL "-".
       01 WS-PRINT-LINE PIC X(132).
       01 WS-STRING-PTR PIC 9(4) VALUE 1.
       01 WS-GRADE-DISPLAY PIC Z9.99.
       01 WS-RANK-DISPLAY  PIC ZZZZ9.
       01 WS-COUNT-DISPLAY PIC ZZZZ9.
       01 WS-CURRENT-TIMESTAMP PIC X(14).

       EXEC SQL INCLUDE SQLCA END-EXEC.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1050-READ-RUN-PARAMETERS
           PERFORM 1100-READ-TRANS-PARAMETERS
           PERFORM 1200-LOAD-ARCHIVE-LIST
           PERFORM 1250-LOAD-YEAR-LIST

           PERFORM 1000-CONNECT-TO-DB
           PERFORM 1400-FETCH-COURSE-LABELS
           PERFORM 9000-CLOSE-DB

           PERFORM VARYING WS-SRC-IDX FROM 1 BY 1
                   UNTIL WS-SRC-IDX > WS-SRC-COUNT
               IF WS-SRC-KIND (WS-SRC-IDX) = "A"
                   PERFORM 2100-READ-ONE-ARCHIVE
               END-IF
           END-PERFORM
           PERFORM 2150-READ-LIVE-HISTORY

           PERFORM VARYING WS-SRC-IDX FROM 1 BY 1
                   UNTIL WS-SRC-IDX > WS-SRC-COUNT
               IF WS-SRC-KIND (WS-SRC-IDX) = "Y"
                   PERFORM 2300-READ-ONE-YEAR
               END-IF
           END-PERFORM

           PERFORM 2500-SORT-TERMS
           PERFORM 2550-SORT-ANNUALS

           MOVE FUNCTION CURRENT-DATE (1:14) TO WS-CURRENT-TIMESTAMP
           PERFORM VARYING WS-STU-IDX FROM 1 BY 1
                   UNTIL WS-STU-IDX > WS-STU-COUNT
               PERFORM 3000-WRITE-ONE-TRANSCRIPT
           END-PERFORM

           DISPLAY "TRANSCRIPT: RELEVES=" WS-RELEVE-COUNT
                   " PERIODES=" WS-TOTAL-TERMS
                   " SANS HISTORIQUE=" WS-EMPTY-COUNT
                   " FICHIERS ABSENTS=" WS-MISSING-COUNT
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
           MOVE WS-PARM-DBNAME   TO DB-NAME.

       1100-READ-TRANS-PARAMETERS.
           OPEN INPUT TRANSPARMFILE
           IF WS-TRANSPARM-STATUS NOT = "00"
               MOVE "1100-READ-TRANS-PARAMETERS: CANNOT OPEN "
                   & "TRANSPARM.DAT" TO WS-ABEND-MESSAGE
               PERFORM 9900-ABEND-PROGRAM
           END-IF

           PERFORM UNTIL WS-TRANSPARM-STATUS NOT = "00"
               READ TRANSPARMFILE INTO WS-TRANSPARM-FIELDS
                   AT END MOVE "10" TO WS-TRANSPARM-STATUS
               END-READ
               IF WS-TRANSPARM-STATUS = "00"
                   PERFORM 1110-STORE-TRANS-PARAMETER
               END-IF
           END-PERFORM

           CLOSE TRANSPARMFILE

           IF WS-STU-COUNT = 0
               MOVE "1100-READ-TRANS-PARAMETERS: NO STUDENT ID IN "
                   & "TRANSPARM.DAT" TO WS-ABEND-MESSAGE
               PERFORM 9900-ABEND-PROGRAM
           END-IF.

       1110-STORE-TRANS-PARAMETER.
           EVALUATE WS-TP-TYPE
               WHEN "E"
                   IF WS-TP-STUDENT NOT NUMERIC
                       DISPLAY "TRANSCRIPT: TRANSPARM RECORD "
                               "IGNORED, STUDENT ID NOT NUMERIC: "
                               WS-TRANSPARM-FIELDS UPON CONSOLE
                   ELSE
                       PERFORM 1120-ADD-STUDENT
                   END-IF
               WHEN "A"
               WHEN "Y"
                   IF WS-TP-LABEL NOT = SPACES
                       MOVE WS-TP-TYPE TO WS-NEW-KIND
                       MOVE WS-TP-LABEL TO WS-NEW-LABEL
                       PERFORM 1300-ADD-SOURCE
                   END-IF
               WHEN OTHER
                   DISPLAY "TRANSCRIPT: TRANSPARM RECORD IGNORED, "
                           "UNKNOWN TYPE: " WS-TRANSPARM-FIELDS
                           UPON CONSOLE
           END-EVALUATE.

      *        A student listed twice gets one transcript.
       1120-ADD-STUDENT.
           MOVE 0 TO WS-STU-SLOT
           PERFORM VARYING WS-STU-IDX FROM 1 BY 1
                   UNTIL WS-STU-IDX > WS-STU-COUNT
               IF WS-STU-ID (WS-STU-IDX) =
                       FUNCTION NUMVAL(WS-TP-STUDENT)
                   MOVE WS-STU-IDX TO WS-STU-SLOT
               END-IF
           END-PERFORM
           IF WS-STU-SLOT = 0
               IF WS-STU-COUNT >= WS-MAX-STUDENTS
                   MOVE "1120-ADD-STUDENT: MORE STUDENTS THAN THE "
                       & "TABLE HOLDS" TO WS-ABEND-MESSAGE
                   PERFORM 9900-ABEND-PROGRAM
               END-IF
               ADD 1 TO WS-STU-COUNT
               COMPUTE WS-STU-ID (WS-STU-COUNT) =
                   FUNCTION NUMVAL(WS-TP-STUDENT)
               MOVE SPACES TO WS-STU-LASTNAME (WS-STU-COUNT)
               MOVE SPACES TO WS-STU-FIRSTNAME (WS-STU-COUNT)
           END-IF.

      *        Without ARCHLIST.DAT nothing has been archived yet,
      *        or only before the list was kept - the A records of
      *        TRANSPARM.DAT then name those archives.
       1200-LOAD-ARCHIVE-LIST.
           OPEN INPUT ARCHLISTFILE
           IF WS-ARCHLIST-STATUS = "00"
               PERFORM UNTIL WS-ARCHLIST-STATUS NOT = "00"
                   READ ARCHLISTFILE INTO WS-ARCHLIST-ROW
                       AT END MOVE "10" TO WS-ARCHLIST-STATUS
                   END-READ
                   IF WS-ARCHLIST-STATUS = "00"
                       AND WS-AL-LABEL NOT = SPACES
                       MOVE "A" TO WS-NEW-KIND
                       MOVE WS-AL-LABEL TO WS-NEW-LABEL
                       PERFORM 1300-ADD-SOURCE
                   END-IF
               END-PERFORM
               CLOSE ARCHLISTFILE
           END-IF.

       1250-LOAD-YEAR-LIST.
           OPEN INPUT YEARLISTFILE
           IF WS-YEARLIST-STATUS = "00"
               PERFORM UNTIL WS-YEARLIST-STATUS NOT = "00"
                   READ YEARLISTFILE INTO WS-YEARLIST-ROW
                       AT END MOVE "10" TO WS-YEARLIST-STATUS
                   END-READ
                   IF WS-YEARLIST-STATUS = "00"
                       AND WS-YL-YEAR NOT = SPACES
                       MOVE "Y" TO WS-NEW-KIND
                       MOVE WS-YL-YEAR TO WS-NEW-LABEL
                       PERFORM 1300-ADD-SOURCE
                   END-IF
               END-PERFORM
               CLOSE YEARLISTFILE
           END-IF.

       1300-ADD-SOURCE.
           MOVE 0 TO WS-SRC-SLOT
           PERFORM VARYING WS-SRC-IDX FROM 1 BY 1
                   UNTIL WS-SRC-IDX > WS-SRC-COUNT
               IF WS-SRC-KIND (WS-SRC-IDX) = WS-NEW-KIND
                   AND WS-SRC-LABEL (WS-SRC-IDX) = WS-NEW-LABEL
                   MOVE WS-SRC-IDX TO WS-SRC-SLOT
               END-IF
           END-PERFORM
           IF WS-SRC-SLOT = 0
               IF WS-SRC-COUNT >= WS-MAX-SOURCES
                   MOVE "1300-ADD-SOURCE: MORE ARCHIVES AND YEARS "
                       & "THAN THE TABLE HOLDS" TO WS-ABEND-MESSAGE
                   PERFORM 9900-ABEND-PROGRAM
               END-IF
               ADD 1 TO WS-SRC-COUNT
               MOVE WS-NEW-KIND TO WS-SRC-KIND (WS-SRC-COUNT)
               MOVE WS-NEW-LABEL TO WS-SRC-LABEL (WS-SRC-COUNT)
               MOVE "N" TO WS-SRC-FOUND (WS-SRC-COUNT)
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

       1400-FETCH-COURSE-LABELS.
           MOVE 0 TO WS-LBL-COUNT
           EXEC SQL
               DECLARE LABEL_CURSOR CURSOR FOR
               SELECT ID, LABEL FROM COURSE
                   ORDER BY ID
           END-EXEC
           EXEC SQL
               OPEN LABEL_CURSOR
           END-EXEC
           IF SQLCODE < 0
               MOVE "1400-FETCH-COURSE-LABELS" TO WS-LOG-PARAGRAPH
               PERFORM 9100-LOG-SQL-EXCEPTION
               MOVE "1400-FETCH-COURSE-LABELS: CURSOR OPEN FAILED"
                   TO WS-ABEND-MESSAGE
               PERFORM 9900-ABEND-PROGRAM
           END-IF

           PERFORM UNTIL SQLCODE = 100 OR SQLCODE < 0
                   OR WS-LBL-COUNT >= WS-MAX-LABELS
               EXEC SQL FETCH LABEL_CURSOR INTO
                   :COURSE-ID, :LABEL-COURSE
               END-EXEC
               IF SQLCODE = 0
                   ADD 1 TO WS-LBL-COUNT
                   MOVE COURSE-ID TO WS-LBL-ID (WS-LBL-COUNT)
                   MOVE LABEL-COURSE TO WS-LBL-LABEL (WS-LBL-COUNT)
               END-IF
           END-PERFORM

           IF SQLCODE < 0
               MOVE "1400-FETCH-COURSE-LABELS" TO WS-LOG-PARAGRAPH
               PERFORM 9100-LOG-SQL-EXCEPTION
               MOVE "1400-FETCH-COURSE-LABELS: FETCH FAILED "
                   & "MID-BATCH, ABORTING" TO WS-ABEND-MESSAGE
               PERFORM 9900-ABEND-PROGRAM
           END-IF

           EXEC SQL
               CLOSE LABEL_CURSOR
           END-EXEC.

      *        An archive named but not on disk is left for the
      *        control footer to show; it does not stop the run.
       2100-READ-ONE-ARCHIVE.
           MOVE SPACES TO WS-HISTORY-FILENAME
           STRING "histarch_" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-SRC-LABEL (WS-SRC-IDX))
                      DELIMITED BY SIZE
                  ".dat" DELIMITED BY SIZE
                  INTO WS-HISTORY-FILENAME
           MOVE WS-SRC-IDX TO WS-SOURCE-NOW
           PERFORM 2160-READ-HISTORY-FILE
           IF WS-SRC-FOUND (WS-SRC-IDX) = "N"
               ADD 1 TO WS-MISSING-COUNT
               DISPLAY "TRANSCRIPT: ARCHIVE ABSENTE "
                       FUNCTION TRIM(WS-HISTORY-FILENAME)
                       UPON CONSOLE
           END-IF.

       2150-READ-LIVE-HISTORY.
           MOVE "HISTORY.DAT" TO WS-HISTORY-FILENAME
           MOVE 0 TO WS-SOURCE-NOW
           PERFORM 2160-READ-HISTORY-FILE
           IF WS-LIVE-FOUND = "N"
               ADD 1 TO WS-MISSING-COUNT
               DISPLAY "TRANSCRIPT: HISTORIQUE ABSENT HISTORY.DAT"
                       UPON CONSOLE
           END-IF.

       2160-READ-HISTORY-FILE.
           OPEN INPUT HISTORYFILE
           IF WS-HISTORY-STATUS = "00"
               IF WS-SOURCE-NOW > 0
                   MOVE "Y" TO WS-SRC-FOUND (WS-SOURCE-NOW)
               ELSE
                   MOVE "Y" TO WS-LIVE-FOUND
               END-IF
               MOVE "N" TO WS-EOF
               PERFORM UNTIL WS-EOF = "Y"
                   READ HISTORYFILE INTO WS-HISTORY-ROW
                       AT END
                           MOVE "Y" TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-ROWS-READ
                           PERFORM 2200-STORE-HISTORY-ROW
                   END-READ
               END-PERFORM
               CLOSE HISTORYFILE
           END-IF.

       2200-STORE-HISTORY-ROW.
           MOVE 0 TO WS-STU-SLOT
           PERFORM VARYING WS-STU-IDX FROM 1 BY 1
                   UNTIL WS-STU-IDX > WS-STU-COUNT
               IF WS-STU-ID (WS-STU-IDX) = WS-H-ID
                   MOVE WS-STU-IDX TO WS-STU-SLOT
               END-IF
           END-PERFORM
           IF WS-STU-SLOT > 0
               MOVE WS-H-LASTNAME TO WS-STU-LASTNAME (WS-STU-SLOT)
               MOVE WS-H-FIRSTNAME TO WS-STU-FIRSTNAME (WS-STU-SLOT)

               MOVE WS-STU-SLOT TO WS-TKN-STU
               MOVE WS-H-TERM TO WS-TKN-TERM
               MOVE WS-H-SESSION TO WS-TKN-SESSION
               MOVE 0 TO WS-TRM-SLOT
               PERFORM VARYING WS-TRM-IDX FROM 1 BY 1
                       UNTIL WS-TRM-IDX > WS-TRM-COUNT
                   IF WS-TRM-KEY (WS-TRM-IDX) = WS-TRM-KEY-NEW
                       MOVE WS-TRM-IDX TO WS-TRM-SLOT
                   END-IF
               END-PERFORM
               IF WS-TRM-SLOT = 0
                   IF WS-TRM-COUNT >= WS-MAX-TERMS
                       MOVE "2200-STORE-HISTORY-ROW: MORE TERMS "
                           & "THAN THE TABLE HOLDS" TO
                           WS-ABEND-MESSAGE
                       PERFORM 9900-ABEND-PROGRAM
                   END-IF
                   ADD 1 TO WS-TRM-COUNT
                   MOVE WS-TRM-COUNT TO WS-TRM-SLOT
                   MOVE WS-TRM-KEY-NEW TO WS-TRM-KEY (WS-TRM-SLOT)
               END-IF
               MOVE WS-SOURCE-NOW TO WS-TRM-SOURCE (WS-TRM-SLOT)
               MOVE WS-H-RUN-ID TO WS-TRM-RUN-ID (WS-TRM-SLOT)
               MOVE WS-H-CLASS TO WS-TRM-CLASS (WS-TRM-SLOT)
               MOVE WS-H-TOTAL-GRADE TO
                   WS-TRM-TOTAL-GRADE (WS-TRM-SLOT)
               MOVE WS-H-RANK TO WS-TRM-RANK (WS-TRM-SLOT)
               MOVE WS-H-CLASS-SIZE TO
                   WS-TRM-CLASS-SIZE (WS-TRM-SLOT)
               MOVE WS-H-COURSE-COUNT TO
                   WS-TRM-COURSE-COUNT (WS-TRM-SLOT)
               MOVE WS-H-COURSE-IDS TO
                   WS-TRM-COURSE-IDS (WS-TRM-SLOT)
               MOVE WS-H-COURSES-LINE TO
                   WS-TRM-COURSES-LINE (WS-TRM-SLOT)
               MOVE WS-H-MENTION TO WS-TRM-MENTION (WS-TRM-SLOT)
               MOVE WS-H-DECISION TO WS-TRM-DECISION (WS-TRM-SLOT)
               MOVE WS-H-JURY TO WS-TRM-JURY (WS-TRM-SLOT)
           END-IF.

      *        One pass per year file: the annual rows of the
      *        students asked for are kept, every row counts toward
      *        its class size, and the sizes are set on this file's
      *        rows once the file is read.
       2300-READ-ONE-YEAR.
           MOVE SPACES TO WS-YEARDEC-FILENAME
           STRING "decisions_" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-SRC-LABEL (WS-SRC-IDX))
                      DELIMITED BY SIZE
                  ".dat" DELIMITED BY SIZE
                  INTO WS-YEARDEC-FILENAME
           MOVE 0 TO WS-YCL-COUNT
           COMPUTE WS-ANN-FIRST = WS-ANN-COUNT + 1

           OPEN INPUT YEARDECFILE
           IF WS-YEARDEC-STATUS = "00"
               MOVE "Y" TO WS-SRC-FOUND (WS-SRC-IDX)
               MOVE "N" TO WS-EOF
               PERFORM UNTIL WS-EOF = "Y"
                   READ YEARDECFILE INTO WS-DECISION-ROW
                       AT END
                           MOVE "Y" TO WS-EOF
                       NOT AT END
                           IF WS-DEC-TERM = "ANNUEL"
                               PERFORM 2350-STORE-ANNUAL-ROW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE YEARDECFILE
           ELSE
               ADD 1 TO WS-MISSING-COUNT
               DISPLAY "TRANSCRIPT: RESULTATS ANNUELS ABSENTS "
                       FUNCTION TRIM(WS-YEARDEC-FILENAME)
                       UPON CONSOLE
           END-IF

           PERFORM VARYING WS-ANN-IDX FROM WS-ANN-FIRST BY 1
                   UNTIL WS-ANN-IDX > WS-ANN-COUNT
               PERFORM VARYING WS-YCL-IDX FROM 1 BY 1
                       UNTIL WS-YCL-IDX > WS-YCL-COUNT
                   IF WS-YCL-CLASS (WS-YCL-IDX) =
                           WS-ANN-CLASS (WS-ANN-IDX)
                       MOVE WS-YCL-SIZE (WS-YCL-IDX) TO
                           WS-ANN-SIZE (WS-ANN-IDX)
                   END-IF
               END-PERFORM
           END-PERFORM.

       2350-STORE-ANNUAL-ROW.
           MOVE 0 TO WS-YCL-SLOT
           PERFORM VARYING WS-YCL-IDX FROM 1 BY 1
                   UNTIL WS-YCL-IDX > WS-YCL-COUNT
               IF WS-YCL-CLASS (WS-YCL-IDX) = WS-DEC-CLASS
                   MOVE WS-YCL-IDX TO WS-YCL-SLOT
               END-IF
           END-PERFORM
           IF WS-YCL-SLOT = 0
               IF WS-YCL-COUNT >= WS-MAX-YCLASSES
                   MOVE "2350-STORE-ANNUAL-ROW: MORE CLASSES THAN "
                       & "THE TABLE HOLDS" TO WS-ABEND-MESSAGE
                   PERFORM 9900-ABEND-PROGRAM
               END-IF
               ADD 1 TO WS-YCL-COUNT
               MOVE WS-YCL-COUNT TO WS-YCL-SLOT
               MOVE WS-DEC-CLASS TO WS-YCL-CLASS (WS-YCL-SLOT)
               MOVE 0 TO WS-YCL-SIZE (WS-YCL-SLOT)
           END-IF
           ADD 1 TO WS-YCL-SIZE (WS-YCL-SLOT)

           MOVE 0 TO WS-STU-SLOT
           PERFORM VARYING WS-STU-IDX FROM 1 BY 1
                   UNTIL WS-STU-IDX > WS-STU-COUNT
               IF WS-STU-ID (WS-STU-IDX) = WS-DEC-ID
                   MOVE WS-STU-IDX TO WS-STU-SLOT
               END-IF
           END-PERFORM
           IF WS-STU-SLOT > 0
               MOVE 0 TO WS-ANN-SLOT
               PERFORM VARYING WS-ANN-IDX FROM WS-ANN-FIRST BY 1
                       UNTIL WS-ANN-IDX > WS-ANN-COUNT
                   IF WS-ANN-STU (WS-ANN-IDX) = WS-STU-SLOT
                       MOVE WS-ANN-IDX TO WS-ANN-SLOT
                   END-IF
               END-PERFORM
               IF WS-ANN-SLOT = 0
                   IF WS-ANN-COUNT >= WS-MAX-ANNUALS
                       MOVE "2350-STORE-ANNUAL-ROW: MORE ANNUAL "
                           & "RESULTS THAN THE TABLE HOLDS"
                           TO WS-ABEND-MESSAGE
                       PERFORM 9900-ABEND-PROGRAM
                   END-IF
                   ADD 1 TO WS-ANN-COUNT
                   MOVE WS-ANN-COUNT TO WS-ANN-SLOT
               END-IF
               MOVE WS-STU-SLOT TO WS-ANN-STU (WS-ANN-SLOT)
               MOVE WS-SRC-LABEL (WS-SRC-IDX) TO
                   WS-ANN-YEAR (WS-ANN-SLOT)
               MOVE WS-SRC-IDX TO WS-ANN-SOURCE (WS-ANN-SLOT)
               MOVE WS-DEC-CLASS TO WS-ANN-CLASS (WS-ANN-SLOT)
               MOVE WS-DEC-AVG TO WS-ANN-AVG (WS-ANN-SLOT)
               MOVE WS-DEC-RANK TO WS-ANN-RANK (WS-ANN-SLOT)
               MOVE 0 TO WS-ANN-SIZE (WS-ANN-SLOT)
               MOVE WS-DEC-MENTION TO WS-ANN-MENTION (WS-ANN-SLOT)
               MOVE WS-DEC-DECISION TO
                   WS-ANN-DECISION (WS-ANN-SLOT)
           END-IF.

       2500-SORT-TERMS.
           PERFORM VARYING WS-SORT-I FROM 1 BY 1
                   UNTIL WS-SORT-I >= WS-TRM-COUNT
               PERFORM VARYING WS-SORT-J FROM 1 BY 1
                       UNTIL WS-SORT-J >
                           WS-TRM-COUNT - WS-SORT-I
                   IF WS-TRM-KEY (WS-SORT-J) >
                           WS-TRM-KEY (WS-SORT-J + 1)
                       MOVE WS-TRM-ENTRY (WS-SORT-J) TO
                           WS-TRM-SWAP
                       MOVE WS-TRM-ENTRY (WS-SORT-J + 1) TO
                           WS-TRM-ENTRY (WS-SORT-J)
                       MOVE WS-TRM-SWAP TO
                           WS-TRM-ENTRY (WS-SORT-J + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

       2550-SORT-ANNUALS.
           PERFORM VARYING WS-SORT-I FROM 1 BY 1
                   UNTIL WS-SORT-I >= WS-ANN-COUNT
               PERFORM VARYING WS-SORT-J FROM 1 BY 1
                       UNTIL WS-SORT-J >
                           WS-ANN-COUNT - WS-SORT-I
                   IF WS-ANN-KEY (WS-SORT-J) >
                           WS-ANN-KEY (WS-SORT-J + 1)
                       MOVE WS-ANN-ENTRY (WS-SORT-J) TO
                           WS-ANN-SWAP
                       MOVE WS-ANN-ENTRY (WS-SORT-J + 1) TO
                           WS-ANN-ENTRY (WS-SORT-J)
                       MOVE WS-ANN-SWAP TO
                           WS-ANN-ENTRY (WS-SORT-J + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

       3000-WRITE-ONE-TRANSCRIPT.
           MOVE SPACES TO WS-RELEVE-FILENAME
           STRING "releve_" DELIMITED BY SIZE
                  WS-STU-ID (WS-STU-IDX) DELIMITED BY SIZE
                  ".rpt" DELIMITED BY SIZE
                  INTO WS-RELEVE-FILENAME
           OPEN OUTPUT RELEVEFILE
           IF WS-RELEVE-STATUS NOT = "00"
               MOVE "3000-WRITE-ONE-TRANSCRIPT: CANNOT OPEN THE "
                   & "TRANSCRIPT FILE" TO WS-ABEND-MESSAGE
               PERFORM 9900-ABEND-PROGRAM
           END-IF
           MOVE "Y" TO WS-RELEVE-OPEN
           ADD 1 TO WS-RELEVE-COUNT
           MOVE 0 TO WS-STU-TERMS
           MOVE 0 TO WS-STU-MAKEUPS
           MOVE 0 TO WS-STU-YEARS

           PERFORM 3100-WRITE-TRANSCRIPT-HEADER

           PERFORM VARYING WS-TRM-IDX FROM 1 BY 1
                   UNTIL WS-TRM-IDX > WS-TRM-COUNT
               IF WS-TRM-STU (WS-TRM-IDX) = WS-STU-IDX
                   PERFORM 3200-WRITE-TERM-BLOCK
               END-IF
           END-PERFORM
           IF WS-STU-TERMS = 0
               ADD 1 TO WS-EMPTY-COUNT
               MOVE SPACES TO WS-PRINT-LINE
               MOVE "AUCUNE PERIODE TROUVEE POUR CET ELEVE"
                   TO WS-PRINT-LINE
               WRITE RELEVE-RECORD FROM WS-PRINT-LINE
               WRITE RELEVE-RECORD FROM WS-DASH-LINE
               DISPLAY "TRANSCRIPT: AUCUNE PERIODE POUR L'ELEVE "
                       WS-STU-ID (WS-STU-IDX) UPON CONSOLE
           END-IF

           PERFORM 3300-WRITE-ANNUAL-SECTION
           PERFORM 3400-WRITE-CONTROL-FOOTER

           CLOSE RELEVEFILE
           MOVE "N" TO WS-RELEVE-OPEN
           ADD WS-STU-TERMS TO WS-TOTAL-TERMS.

       3100-WRITE-TRANSCRIPT-HEADER.
           WRITE RELEVE-RECORD FROM WS-RULE-LINE
           MOVE SPACES TO WS-PRINT-LINE
           MOVE "RELEVE DE NOTES - SCOLARITE COMPLETE"
               TO WS-PRINT-LINE
           WRITE RELEVE-RECORD FROM WS-PRINT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           MOVE 1 TO WS-STRING-PTR
           STRING "ELEVE " DELIMITED BY SIZE
                  WS-STU-ID (WS-STU-IDX) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-STU-LASTNAME (WS-STU-IDX))
                      DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-STU-FIRSTNAME (WS-STU-IDX))
                      DELIMITED BY SIZE
                  INTO WS-PRINT-LINE
                  WITH POINTER WS-STRING-PTR
           WRITE RELEVE-RECORD FROM WS-PRINT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           MOVE 1 TO WS-STRING-PTR
           STRING "EDITE LE " DELIMITED BY SIZE
                  WS-CURRENT-TIMESTAMP (7:2) DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  WS-CURRENT-TIMESTAMP (5:2) DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  WS-CURRENT-TIMESTAMP (1:4) DELIMITED BY SIZE
                  INTO WS-PRINT-LINE
                  WITH POINTER WS-STRING-PTR
           WRITE RELEVE-RECORD FROM WS-PRINT-LINE
           WRITE RELEVE-RECORD FROM WS-RULE-LINE.

      *        A second-session row follows the deliberation row of
      *        its term, the sort keeping them together.
       3200-WRITE-TERM-BLOCK.
           IF WS-TRM-SESSION (WS-TRM-IDX) = "R"
               ADD 1 TO WS-STU-MAKEUPS
           ELSE
               ADD 1 TO WS-STU-TERMS
           END-IF

           MOVE SPACES TO WS-PRINT-LINE
           MOVE 1 TO WS-STRING-PTR
           STRING "PERIODE " DELIMITED BY SIZE
                  WS-TRM-TERM (WS-TRM-IDX) DELIMITED BY SIZE
                  "   CLASSE " DELIMITED BY SIZE
                  WS-TRM-CLASS (WS-TRM-IDX) DELIMITED BY SIZE
                  INTO WS-PRINT-LINE
                  WITH POINTER WS-STRING-PTR
           IF WS-TRM-SESSION (WS-TRM-IDX) = "R"
               STRING "   SESSION DE RATTRAPAGE" DELIMITED BY SIZE
                      INTO WS-PRINT-LINE
                      WITH POINTER WS-STRING-PTR
           END-IF
           WRITE RELEVE-RECORD FROM WS-PRINT-LINE

           PERFORM VARYING WS-COURSE-IDX FROM 1 BY 1
                   UNTIL WS-COURSE-IDX >
                       WS-TRM-COURSE-COUNT (WS-TRM-IDX)
                       OR WS-COURSE-IDX > 20
               PERFORM 3250-WRITE-COURSE-LINE
           END-PERFORM

           MOVE SPACES TO WS-PRINT-LINE
           MOVE 1 TO WS-STRING-PTR
           MOVE WS-TRM-TOTAL-GRADE (WS-TRM-IDX) TO WS-GRADE-DISPLAY
           MOVE WS-TRM-RANK (WS-TRM-IDX) TO WS-RANK-DISPLAY
           MOVE WS-TRM-CLASS-SIZE (WS-TRM-IDX) TO WS-COUNT-DISPLAY
           STRING "   MOYENNE " DELIMITED BY SIZE
                  WS-GRADE-DISPLAY DELIMITED BY SIZE
                  "   RANG " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-RANK-DISPLAY) DELIMITED BY SIZE
                  " SUR " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-COUNT-DISPLAY) DELIMITED BY SIZE
                  INTO WS-PRINT-LINE
                  WITH POINTER WS-STRING-PTR
           IF WS-TRM-MENTION (WS-TRM-IDX) NOT = SPACES
               STRING "   MENTION " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-TRM-MENTION (WS-TRM-IDX))
                          DELIMITED BY SIZE
                      INTO WS-PRINT-LINE
                      WITH POINTER WS-STRING-PTR
           END-IF
           IF WS-TRM-DECISION (WS-TRM-IDX) NOT = SPACES
               STRING "   DECISION " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-TRM-DECISION (WS-TRM-IDX))
                          DELIMITED BY SIZE
                      INTO WS-PRINT-LINE
                      WITH POINTER WS-STRING-PTR
               IF WS-TRM-JURY (WS-TRM-IDX) = "Y"
                   STRING " (JURY)" DELIMITED BY SIZE
                          INTO WS-PRINT-LINE
                          WITH POINTER WS-STRING-PTR
               END-IF
           END-IF
           WRITE RELEVE-RECORD FROM WS-PRINT-LINE
           WRITE RELEVE-RECORD FROM WS-DASH-LINE.

      *        The archived cell is printed as archived (Z9.99), an
      *        ABS cell spelt out.
       3250-WRITE-COURSE-LINE.
           COMPUTE WS-COURSE-POS = (WS-COURSE-IDX - 1) * 4 + 1
           MOVE 0 TO WS-CELL-ID
           IF WS-TRM-COURSE-IDS (WS-TRM-IDX) (WS-COURSE-POS:4)
                   NUMERIC
               MOVE WS-TRM-COURSE-IDS (WS-TRM-IDX) (WS-COURSE-POS:4)
                   TO WS-CELL-ID
           END-IF
           MOVE 0 TO WS-LBL-SLOT
           PERFORM VARYING WS-LBL-IDX FROM 1 BY 1
                   UNTIL WS-LBL-IDX > WS-LBL-COUNT
               IF WS-LBL-ID (WS-LBL-IDX) = WS-CELL-ID
                   MOVE WS-LBL-IDX TO WS-LBL-SLOT
               END-IF
           END-PERFORM

           MOVE SPACES TO WS-PRINT-LINE
           IF WS-LBL-SLOT > 0
               MOVE WS-LBL-LABEL (WS-LBL-SLOT) TO
                   WS-PRINT-LINE (4:35)
           ELSE
               MOVE 1 TO WS-STRING-PTR
               STRING "   COURS " DELIMITED BY SIZE
                      WS-CELL-ID DELIMITED BY SIZE
                      INTO WS-PRINT-LINE
                      WITH POINTER WS-STRING-PTR
           END-IF
           COMPUTE WS-COURSE-POS = (WS-COURSE-IDX - 1) * 8 + 1
           IF WS-TRM-COURSES-LINE (WS-TRM-IDX) (WS-COURSE-POS:3)
                   = "ABS"
               MOVE "ABSENT" TO WS-PRINT-LINE (41:6)
           ELSE
           IF WS-TRM-COURSES-LINE (WS-TRM-IDX) (WS-COURSE-POS:4)
                   = "DISP"
               MOVE "DISPENSE" TO WS-PRINT-LINE (41:8)
           ELSE
               MOVE WS-TRM-COURSES-LINE (WS-TRM-IDX)
                   (WS-COURSE-POS:8) TO WS-PRINT-LINE (41:8)
           END-IF
           END-IF
           WRITE RELEVE-RECORD FROM WS-PRINT-LINE.

       3300-WRITE-ANNUAL-SECTION.
           MOVE SPACES TO WS-PRINT-LINE
           MOVE "RESULTATS ANNUELS" TO WS-PRINT-LINE
           WRITE RELEVE-RECORD FROM WS-PRINT-LINE

           PERFORM VARYING WS-ANN-IDX FROM 1 BY 1
                   UNTIL WS-ANN-IDX > WS-ANN-COUNT
               IF WS-ANN-STU (WS-ANN-IDX) = WS-STU-IDX
                   ADD 1 TO WS-STU-YEARS
                   PERFORM 3350-WRITE-ANNUAL-LINE
               END-IF
           END-PERFORM

           IF WS-STU-YEARS = 0
               MOVE SPACES TO WS-PRINT-LINE
               MOVE "   AUCUN RESULTAT ANNUEL" TO WS-PRINT-LINE
               WRITE RELEVE-RECORD FROM WS-PRINT-LINE
           END-IF
           WRITE RELEVE-RECORD FROM WS-DASH-LINE.

       3350-WRITE-ANNUAL-LINE.
           MOVE SPACES TO WS-PRINT-LINE
           MOVE 1 TO WS-STRING-PTR
           MOVE WS-ANN-RANK (WS-ANN-IDX) TO WS-RANK-DISPLAY
           MOVE WS-ANN-SIZE (WS-ANN-IDX) TO WS-COUNT-DISPLAY
           STRING "   ANNEE " DELIMITED BY SIZE
                  WS-ANN-YEAR (WS-ANN-IDX) DELIMITED BY SIZE
                  "   CLASSE " DELIMITED BY SIZE
                  WS-ANN-CLASS (WS-ANN-IDX) DELIMITED BY SIZE
                  "   MOYENNE " DELIMITED BY SIZE
                  WS-ANN-AVG (WS-ANN-IDX) DELIMITED BY SIZE
                  "   RANG " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-RANK-DISPLAY) DELIMITED BY SIZE
                  " SUR " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-COUNT-DISPLAY) DELIMITED BY SIZE
                  INTO WS-PRINT-LINE
                  WITH POINTER WS-STRING-PTR
           IF WS-ANN-MENTION (WS-ANN-IDX) NOT = SPACES
               STRING "   MENTION " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-ANN-MENTION (WS-ANN-IDX))
                          DELIMITED BY SIZE
                      INTO WS-PRINT-LINE
                      WITH POINTER WS-STRING-PTR
           END-IF
           STRING "   DECISION " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-ANN-DECISION (WS-ANN-IDX))
                      DELIMITED BY SIZE
                  INTO WS-PRINT-LINE
                  WITH POINTER WS-STRING-PTR
           WRITE RELEVE-RECORD FROM WS-PRINT-LINE.

      *        One line per file read with the number of this
      *        student's terms (or annual results) it held, so a
      *        year that should be there and is not stands out.
       3400-WRITE-CONTROL-FOOTER.
           MOVE SPACES TO WS-PRINT-LINE
           MOVE "CONTROLE DES SOURCES" TO WS-PRINT-LINE
           WRITE RELEVE-RECORD FROM WS-PRINT-LINE

           PERFORM VARYING WS-SRC-IDX FROM 1 BY 1
                   UNTIL WS-SRC-IDX > WS-SRC-COUNT
               PERFORM 3450-WRITE-SOURCE-LINE
           END-PERFORM
           MOVE 0 TO WS-SRC-IDX
           PERFORM 3450-WRITE-SOURCE-LINE

           MOVE SPACES TO WS-PRINT-LINE
           MOVE 1 TO WS-STRING-PTR
           MOVE WS-STU-TERMS TO WS-COUNT-DISPLAY
           STRING "PERIODES TROUVEES " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-COUNT-DISPLAY) DELIMITED BY SIZE
                  INTO WS-PRINT-LINE
                  WITH POINTER WS-STRING-PTR
           MOVE WS-STU-MAKEUPS TO WS-COUNT-DISPLAY
           STRING "   SESSIONS DE RATTRAPAGE " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-COUNT-DISPLAY) DELIMITED BY SIZE
                  INTO WS-PRINT-LINE
                  WITH POINTER WS-STRING-PTR
           MOVE WS-STU-YEARS TO WS-COUNT-DISPLAY
           STRING "   RESULTATS ANNUELS " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-COUNT-DISPLAY) DELIMITED BY SIZE
                  INTO WS-PRINT-LINE
                  WITH POINTER WS-STRING-PTR
           WRITE RELEVE-RECORD FROM WS-PRINT-LINE
           WRITE RELEVE-RECORD FROM WS-RULE-LINE

           MOVE SPACES TO WS-PRINT-LINE
           MOVE "CERTIFIE CONFORME AUX ARCHIVES DE L'ETABLISSEMENT"
               TO WS-PRINT-LINE
           WRITE RELEVE-RECORD FROM WS-PRINT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           MOVE "LE CHEF D'ETABLISSEMENT (SIGNATURE ET CACHET):"
               TO WS-PRINT-LINE
           WRITE RELEVE-RECORD FROM WS-PRINT-LINE
           WRITE RELEVE-RECORD FROM WS-RULE-LINE.

      *        WS-SRC-IDX 0 stands for the live HISTORY.DAT.
       3450-WRITE-SOURCE-LINE.
           IF WS-SRC-IDX = 0
               MOVE "H" TO WS-KIND-NOW
               MOVE WS-LIVE-FOUND TO WS-FOUND-NOW
           ELSE
               MOVE WS-SRC-KIND (WS-SRC-IDX) TO WS-KIND-NOW
               MOVE WS-SRC-FOUND (WS-SRC-IDX) TO WS-FOUND-NOW
           END-IF

           MOVE 0 TO WS-SRC-TERMS
           IF WS-KIND-NOW = "Y"
               PERFORM VARYING WS-ANN-IDX FROM 1 BY 1
                       UNTIL WS-ANN-IDX > WS-ANN-COUNT
                   IF WS-ANN-STU (WS-ANN-IDX) = WS-STU-IDX
                       AND WS-ANN-SOURCE (WS-ANN-IDX) = WS-SRC-IDX
                       ADD 1 TO WS-SRC-TERMS
                   END-IF
               END-PERFORM
           ELSE
               PERFORM VARYING WS-TRM-IDX FROM 1 BY 1
                       UNTIL WS-TRM-IDX > WS-TRM-COUNT
                   IF WS-TRM-STU (WS-TRM-IDX) = WS-STU-IDX
                       AND WS-TRM-SOURCE (WS-TRM-IDX) = WS-SRC-IDX
                       AND WS-TRM-SESSION (WS-TRM-IDX) NOT = "R"
                       ADD 1 TO WS-SRC-TERMS
                   END-IF
               END-PERFORM
           END-IF

           MOVE SPACES TO WS-PRINT-LINE
           MOVE 1 TO WS-STRING-PTR
           EVALUATE WS-KIND-NOW
               WHEN "H"
                   STRING "   HISTORY.DAT" DELIMITED BY SIZE
                          INTO WS-PRINT-LINE
                          WITH POINTER WS-STRING-PTR
               WHEN "A"
                   STRING "   histarch_" DELIMITED BY SIZE
                          FUNCTION TRIM(WS-SRC-LABEL (WS-SRC-IDX))
                              DELIMITED BY SIZE
                          ".dat" DELIMITED BY SIZE
                          INTO WS-PRINT-LINE
                          WITH POINTER WS-STRING-PTR
               WHEN OTHER
                   STRING "   decisions_" DELIMITED BY SIZE
                          FUNCTION TRIM(WS-SRC-LABEL (WS-SRC-IDX))
                              DELIMITED BY SIZE
                          ".dat" DELIMITED BY SIZE
                          INTO WS-PRINT-LINE
                          WITH POINTER WS-STRING-PTR
           END-EVALUATE

           MOVE WS-SRC-TERMS TO WS-COUNT-DISPLAY
           IF WS-FOUND-NOW = "N"
               MOVE "FICHIER ABSENT" TO WS-PRINT-LINE (35:14)
           ELSE
               IF WS-KIND-NOW = "Y"
                   MOVE "RESULTATS ANNUELS" TO WS-PRINT-LINE (35:17)
               ELSE
                   MOVE "PERIODES" TO WS-PRINT-LINE (35:8)
               END-IF
               MOVE WS-COUNT-DISPLAY TO WS-PRINT-LINE (53:5)
           END-IF
           WRITE RELEVE-RECORD FROM WS-PRINT-LINE.

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
           DISPLAY "TRANSCRIPT: " WS-PRINT-LINE UPON CONSOLE.

       9900-ABEND-PROGRAM.
           DISPLAY "ABEND: " WS-ABEND-MESSAGE UPON CONSOLE
           MOVE 16 TO RETURN-CODE
           EXEC SQL
               DISCONNECT ALL
           END-EXEC
           IF WS-RELEVE-OPEN = "Y"
               CLOSE RELEVEFILE
           END-IF
           STOP RUN.
