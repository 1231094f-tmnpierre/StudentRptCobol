       IDENTIFICATION DIVISION.
       PROGRAM-ID. COEFRPT.

      *        Coefficient history per course, for the inspector's
      *        question of which weighting applied to which term.
      *        For every course it lists the coefficients declared:
      *        the one the course was created with (COURSE.COEF) and
      *        every dated change ROSTERUPDT filed on COURSE_COEF
      *        from a given term onward. It then lists every term,
      *        class and session archived on HISTORY.DAT - and on the
      *        per-year archives HOUSEKEEP lists on ARCHLIST.DAT -
      *        with each coefficient its runs actually weighted the
      *        course with (WS-H-COURSE-COEFS), the number of runs
      *        and the first and last of them, next to the one the
      *        declarations put in force for that term today, and
      *        flags the lines where the two differ. Rows archived
      *        before the coefficients were carried show the
      *        coefficient as not recorded. Report file
      *        coefhist_<runid>.rpt.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUNPARMFILE ASSIGN TO "RUNPARM.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RUNPARM-STATUS.

           SELECT ARCHLISTFILE ASSIGN TO "ARCHLIST.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ARCHLIST-STATUS.

           SELECT HISTORYFILE ASSIGN TO WS-HISTORY-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-HISTORY-STATUS.

           SELECT REPORTFILE ASSIGN TO WS-REPORT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD RUNPARMFILE.
       01 RUNPARM-RECORD PIC X(120).

       FD ARCHLISTFILE.
       01 ARCHLIST-RECORD PIC X(40).

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

       01 WS-RUNPARM-STATUS   PIC XX.
       01 WS-ARCHLIST-STATUS  PIC XX.
       01 WS-HISTORY-STATUS   PIC XX.
       01 WS-REPORT-STATUS    PIC XX.
       01 WS-HISTORY-FILENAME PIC X(60) VALUE SPACES.
       01 WS-REPORT-FILENAME  PIC X(60) VALUE SPACES.
       01 WS-REPORT-OPEN      PIC X VALUE "N".
       01 WS-ABEND-MESSAGE    PIC X(80) VALUE SPACES.
       01 WS-LOG-PARAGRAPH    PIC X(30) VALUE SPACES.
       01 WS-SQLCODE-DISPLAY  PIC -999999.

      *        Mirror of the ARCHLIST.DAT row HOUSEKEEP writes - keep
      *        in step with WS-ARCHLIST-ROW over there.
       01 WS-ARCHLIST-ROW.
           05 WS-AL-LABEL       PIC X(9).
           05 WS-AL-CUTOFF-TERM PIC X(6).
           05 WS-AL-TIMESTAMP   PIC X(14).
           05 WS-AL-ROWS        PIC 9(7).
           05 FILLER            PIC X(4).

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

      *        History archive labels off ARCHLIST.DAT.
       01 WS-MAX-LABELS  PIC 9(3) VALUE 80.
       01 WS-LBL-COUNT   PIC 9(3) VALUE 0.
       01 WS-LBL-IDX     PIC 9(3) VALUE 0.
       01 WS-LBL-SLOT    PIC 9(3) VALUE 0.
       01 WS-LABEL-TABLE.
           05 WS-LBL-ENTRY OCCURS 80 TIMES.
               10 WS-LBL-LABEL PIC X(9).
       01 WS-MISSING-COUNT PIC 9(3) VALUE 0.

      *        Courses of the COURSE table, then any course found on
      *        the archives only (retired since): no label and no
      *        coefficient of creation for those.
       01 WS-MAX-COURSES  PIC 9(3) VALUE 200.
       01 WS-CRS-COUNT    PIC 9(3) VALUE 0.
       01 WS-CRS-IDX      PIC 9(3) VALUE 0.
       01 WS-CRS-SLOT     PIC 9(3) VALUE 0.
       01 WS-COURSE-TABLE.
           05 WS-CRS-ENTRY OCCURS 200 TIMES.
               10 WS-CRS-ID     PIC 9(4).
               10 WS-CRS-LABEL  PIC X(35).
               10 WS-CRS-COEF   PIC 9(3)V9.
               10 WS-CRS-KNOWN  PIC X.
       01 WS-CRS-SWAP PIC X(44).

      *        COURSE_COEF rows, in course and term order.
       01 WS-MAX-DATED    PIC 9(4) VALUE 1000.
       01 WS-DT-COUNT     PIC 9(4) VALUE 0.
       01 WS-DT-IDX       PIC 9(4) VALUE 0.
       01 WS-DATED-TABLE.
           05 WS-DT-ENTRY OCCURS 1000 TIMES.
               10 WS-DT-COURSE PIC 9(4).
               10 WS-DT-TERM   PIC X(6).
               10 WS-DT-COEF   PIC 9(3)V9.

       01 COURSE-DETAILS.
           05 COURSE-ID     PIC 9(4).
           05 LABEL-COURSE  PIC X(35).
           05 COEF-COURSE   PIC 9(3)V9.
       01 DATED-DETAILS.
           05 DATED-COURSE-ID PIC 9(4).
           05 DATED-TERM      PIC X(6).
           05 DATED-COEF      PIC 9(3)V9.

      *        One entry per course, term, class, session and
      *        coefficient applied, so that the nightly runs that
      *        weighted a course alike make one line: the first and
      *        last run id read and the number of runs. Every student
      *        row of a run carries the same coefficients and the
      *        rows of a run are archived together, so a run is
      *        counted when its id differs from the last one kept.
       01 WS-MAX-USES     PIC 9(4) VALUE 5000.
       01 WS-USE-COUNT    PIC 9(4) VALUE 0.
       01 WS-USE-IDX      PIC 9(4) VALUE 0.
       01 WS-USE-SLOT     PIC 9(4) VALUE 0.
       01 WS-USE-DROPPED  PIC 9(6) VALUE 0.
       01 WS-USE-TABLE.
           05 WS-USE-ENTRY OCCURS 5000 TIMES.
               10 WS-USE-KEY.
                   15 WS-USE-COURSE  PIC 9(4).
                   15 WS-USE-TERM    PIC X(6).
                   15 WS-USE-CLASS   PIC X(8).
                   15 WS-USE-SESSION PIC X(1).
                   15 WS-USE-CELL    PIC X(4).
               10 WS-USE-FIRST-RUN   PIC X(10).
               10 WS-USE-LAST-RUN    PIC X(10).
               10 WS-USE-RUNS        PIC 9(4).
       01 WS-USE-KEY-NEW.
           05 WS-UKN-COURSE  PIC 9(4).
           05 WS-UKN-TERM    PIC X(6).
           05 WS-UKN-CLASS   PIC X(8).
           05 WS-UKN-SESSION PIC X(1).
           05 WS-UKN-CELL    PIC X(4).

      *        Swap area for 2500-SORT-USES - sized to one
      *        WS-USE-ENTRY; keep in step with that layout.
       01 WS-USE-SWAP PIC X(47).

       01 WS-COEF-CELL-X   PIC X(4).
       01 WS-COEF-CELL REDEFINES WS-COEF-CELL-X PIC 9(3)V9.
       01 WS-COEF-IN-FORCE PIC 9(3)V9 VALUE 0.
       01 WS-IN-FORCE-KNOWN PIC X VALUE "N".

       01 WS-EOF           PIC X VALUE "N".
       01 WS-SORT-I        PIC 9(4) VALUE 0.
       01 WS-SORT-J        PIC 9(4) VALUE 0.
       01 WS-COURSE-IDX    PIC 9(3) VALUE 0.
       01 WS-COURSE-POS    PIC 9(4) VALUE 0.
       01 WS-CELL-ID       PIC 9(4) VALUE 0.
       01 WS-ROWS-READ     PIC 9(7) VALUE 0.
       01 WS-COURSE-USES   PIC 9(4) VALUE 0.
       01 WS-DIFF-COUNT    PIC 9(6) VALUE 0.
       01 WS-UNRECORDED-COUNT PIC 9(6) VALUE 0.

       01 WS-RULE-LINE  PIC X(100) VALUE ALL "=".
       01 WS-DASH-LINE  PIC X(100) VALUE ALL "-".
       01 WS-PRINT-LINE PIC X(132).
       01 WS-STRING-PTR PIC 9(4) VALUE 1.
       01 WS-COEF-DISPLAY  PIC ZZ9.9.
       01 WS-COUNT-DISPLAY PIC ZZZZ9.
       01 WS-CURRENT-TIMESTAMP PIC X(14).

       EXEC SQL INCLUDE SQLCA END-EXEC.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1050-READ-RUN-PARAMETERS
           PERFORM 1200-LOAD-ARCHIVE-LIST

           PERFORM 1000-CONNECT-TO-DB
           PERFORM 1400-FETCH-COURSES
           PERFORM 1450-FETCH-DATED-COEFS
           PERFORM 9000-CLOSE-DB

           PERFORM VARYING WS-LBL-IDX FROM 1 BY 1
                   UNTIL WS-LBL-IDX > WS-LBL-COUNT
               MOVE SPACES TO WS-HISTORY-FILENAME
               STRING "histarch_" DELIMITED BY SIZE
                      FUNCTION TRIM(WS-LBL-LABEL (WS-LBL-IDX))
                          DELIMITED BY SIZE
                      ".dat" DELIMITED BY SIZE
                      INTO WS-HISTORY-FILENAME
               PERFORM 2100-READ-HISTORY-FILE
               IF WS-HISTORY-STATUS NOT = "00"
                   AND WS-HISTORY-STATUS NOT = "10"
                   ADD 1 TO WS-MISSING-COUNT
                   DISPLAY "COEFRPT: ARCHIVE ABSENTE "
                           FUNCTION TRIM(WS-HISTORY-FILENAME)
                           UPON CONSOLE
               END-IF
           END-PERFORM
           MOVE "HISTORY.DAT" TO WS-HISTORY-FILENAME
           PERFORM 2100-READ-HISTORY-FILE

           PERFORM 2450-SORT-COURSES
           PERFORM 2500-SORT-USES

           MOVE FUNCTION CURRENT-DATE (1:14) TO WS-CURRENT-TIMESTAMP
           MOVE SPACES TO WS-REPORT-FILENAME
           STRING "coefhist_" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-PARM-RUNID) DELIMITED BY SIZE
                  ".rpt" DELIMITED BY SIZE
                  INTO WS-REPORT-FILENAME
           OPEN OUTPUT REPORTFILE
           IF WS-REPORT-STATUS NOT = "00"
               MOVE "0000-MAIN: CANNOT OPEN THE REPORT FILE"
                   TO WS-ABEND-MESSAGE
               PERFORM 9900-ABEND-PROGRAM
           END-IF
           MOVE "Y" TO WS-REPORT-OPEN

           PERFORM 3000-WRITE-REPORT-HEADER
           PERFORM VARYING WS-CRS-IDX FROM 1 BY 1
                   UNTIL WS-CRS-IDX > WS-CRS-COUNT
               PERFORM 3100-WRITE-ONE-COURSE
           END-PERFORM
           PERFORM 4000-WRITE-REPORT-TOTALS
           CLOSE REPORTFILE

           DISPLAY "COEFRPT: COURS=" WS-CRS-COUNT
                   " COEF DATES=" WS-DT-COUNT
                   " PERIODES=" WS-USE-COUNT
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
           MOVE WS-PARM-DBNAME   TO DB-NAME.

      *        Without ARCHLIST.DAT nothing has been archived yet and
      *        only the live HISTORY.DAT is read.
       1200-LOAD-ARCHIVE-LIST.
           OPEN INPUT ARCHLISTFILE
           IF WS-ARCHLIST-STATUS = "00"
               PERFORM UNTIL WS-ARCHLIST-STATUS NOT = "00"
                   READ ARCHLISTFILE INTO WS-ARCHLIST-ROW
                       AT END MOVE "10" TO WS-ARCHLIST-STATUS
                   END-READ
                   IF WS-ARCHLIST-STATUS = "00"
                       AND WS-AL-LABEL NOT = SPACES
                       PERFORM 1210-ADD-ARCHIVE-LABEL
                   END-IF
               END-PERFORM
               CLOSE ARCHLISTFILE
           END-IF.

       1210-ADD-ARCHIVE-LABEL.
           MOVE 0 TO WS-LBL-SLOT
           PERFORM VARYING WS-LBL-IDX FROM 1 BY 1
                   UNTIL WS-LBL-IDX > WS-LBL-COUNT
               IF WS-LBL-LABEL (WS-LBL-IDX) = WS-AL-LABEL
                   MOVE WS-LBL-IDX TO WS-LBL-SLOT
               END-IF
           END-PERFORM
           IF WS-LBL-SLOT = 0
               IF WS-LBL-COUNT >= WS-MAX-LABELS
                   MOVE "1210-ADD-ARCHIVE-LABEL: MORE ARCHIVES THAN "
                       & "THE TABLE HOLDS" TO WS-ABEND-MESSAGE
                   PERFORM 9900-ABEND-PROGRAM
               END-IF
               ADD 1 TO WS-LBL-COUNT
               MOVE WS-AL-LABEL TO WS-LBL-LABEL (WS-LBL-COUNT)
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

       1400-FETCH-COURSES.
           MOVE 0 TO WS-CRS-COUNT
           EXEC SQL
               DECLARE COURSE_CURSOR CURSOR FOR
               SELECT ID, LABEL, COEF FROM COURSE
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
               EXEC SQL FETCH COURSE_CURSOR INTO
                   :COURSE-ID, :LABEL-COURSE, :COEF-COURSE
               END-EXEC
               IF SQLCODE = 0
                   IF WS-CRS-COUNT >= WS-MAX-COURSES
                       MOVE "1400-FETCH-COURSES: MORE COURSES THAN "
                           & "THE TABLE HOLDS" TO WS-ABEND-MESSAGE
                       PERFORM 9900-ABEND-PROGRAM
                   END-IF
                   ADD 1 TO WS-CRS-COUNT
                   MOVE COURSE-ID TO WS-CRS-ID (WS-CRS-COUNT)
                   MOVE LABEL-COURSE TO WS-CRS-LABEL (WS-CRS-COUNT)
                   MOVE COEF-COURSE TO WS-CRS-COEF (WS-CRS-COUNT)
                   MOVE "Y" TO WS-CRS-KNOWN (WS-CRS-COUNT)
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

       1450-FETCH-DATED-COEFS.
           MOVE 0 TO WS-DT-COUNT
           EXEC SQL
               DECLARE DATED_CURSOR CURSOR FOR
               SELECT COURSE_ID, TERM, COEF FROM COURSE_COEF
                   ORDER BY COURSE_ID, TERM
           END-EXEC
           EXEC SQL
               OPEN DATED_CURSOR
           END-EXEC
           IF SQLCODE < 0
               MOVE "1450-FETCH-DATED-COEFS" TO WS-LOG-PARAGRAPH
               PERFORM 9100-LOG-SQL-EXCEPTION
               MOVE "1450-FETCH-DATED-COEFS: CURSOR OPEN FAILED"
                   TO WS-ABEND-MESSAGE
               PERFORM 9900-ABEND-PROGRAM
           END-IF

           PERFORM UNTIL SQLCODE = 100 OR SQLCODE < 0
               EXEC SQL FETCH DATED_CURSOR INTO
                   :DATED-COURSE-ID, :DATED-TERM, :DATED-COEF
               END-EXEC
               IF SQLCODE = 0
                   IF WS-DT-COUNT >= WS-MAX-DATED
                       MOVE "1450-FETCH-DATED-COEFS: MORE ROWS THAN "
                           & "THE TABLE HOLDS" TO WS-ABEND-MESSAGE
                       PERFORM 9900-ABEND-PROGRAM
                   END-IF
                   ADD 1 TO WS-DT-COUNT
                   MOVE DATED-COURSE-ID TO WS-DT-COURSE (WS-DT-COUNT)
                   MOVE DATED-TERM TO WS-DT-TERM (WS-DT-COUNT)
                   MOVE DATED-COEF TO WS-DT-COEF (WS-DT-COUNT)
               END-IF
           END-PERFORM

           IF SQLCODE < 0
               MOVE "1450-FETCH-DATED-COEFS" TO WS-LOG-PARAGRAPH
               PERFORM 9100-LOG-SQL-EXCEPTION
               MOVE "1450-FETCH-DATED-COEFS: FETCH FAILED "
                   & "MID-BATCH, ABORTING" TO WS-ABEND-MESSAGE
               PERFORM 9900-ABEND-PROGRAM
           END-IF

           EXEC SQL
               CLOSE DATED_CURSOR
           END-EXEC.

      *        An archive listed but not on disk leaves its status
      *        for the caller to report.
       2100-READ-HISTORY-FILE.
           OPEN INPUT HISTORYFILE
           IF WS-HISTORY-STATUS = "00"
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
               MOVE "00" TO WS-HISTORY-STATUS
           END-IF.

       2200-STORE-HISTORY-ROW.
           PERFORM VARYING WS-COURSE-IDX FROM 1 BY 1
                   UNTIL WS-COURSE-IDX > WS-H-COURSE-COUNT
                      OR WS-COURSE-IDX > 20
               COMPUTE WS-COURSE-POS = (WS-COURSE-IDX - 1) * 4 + 1
               IF WS-H-COURSE-IDS (WS-COURSE-POS:4) NUMERIC
                   MOVE WS-H-COURSE-IDS (WS-COURSE-POS:4)
                       TO WS-CELL-ID
                   PERFORM 2250-STORE-ONE-USE
               END-IF
           END-PERFORM.

       2250-STORE-ONE-USE.
           MOVE WS-CELL-ID TO WS-UKN-COURSE
           MOVE WS-H-TERM TO WS-UKN-TERM
           MOVE WS-H-CLASS TO WS-UKN-CLASS
           MOVE WS-H-SESSION TO WS-UKN-SESSION
           MOVE WS-H-COURSE-COEFS (WS-COURSE-POS:4) TO WS-UKN-CELL
           MOVE 0 TO WS-USE-SLOT
           PERFORM VARYING WS-USE-IDX FROM 1 BY 1
                   UNTIL WS-USE-IDX > WS-USE-COUNT
                      OR WS-USE-SLOT > 0
               IF WS-USE-KEY (WS-USE-IDX) = WS-USE-KEY-NEW
                   MOVE WS-USE-IDX TO WS-USE-SLOT
               END-IF
           END-PERFORM
           IF WS-USE-SLOT = 0
               IF WS-USE-COUNT >= WS-MAX-USES
                   ADD 1 TO WS-USE-DROPPED
               ELSE
                   ADD 1 TO WS-USE-COUNT
                   MOVE WS-USE-COUNT TO WS-USE-SLOT
                   MOVE WS-USE-KEY-NEW TO WS-USE-KEY (WS-USE-SLOT)
                   MOVE WS-H-RUN-ID TO WS-USE-FIRST-RUN (WS-USE-SLOT)
                   MOVE SPACES TO WS-USE-LAST-RUN (WS-USE-SLOT)
                   MOVE 0 TO WS-USE-RUNS (WS-USE-SLOT)
                   PERFORM 2300-NOTE-ARCHIVED-COURSE
               END-IF
           END-IF
           IF WS-USE-SLOT > 0
               AND WS-H-RUN-ID NOT = WS-USE-LAST-RUN (WS-USE-SLOT)
               MOVE WS-H-RUN-ID TO WS-USE-LAST-RUN (WS-USE-SLOT)
               IF WS-USE-RUNS (WS-USE-SLOT) < 9999
                   ADD 1 TO WS-USE-RUNS (WS-USE-SLOT)
               END-IF
           END-IF.

      *        A course archived but no longer on the COURSE table is
      *        listed too, under its id.
       2300-NOTE-ARCHIVED-COURSE.
           MOVE 0 TO WS-CRS-SLOT
           PERFORM VARYING WS-CRS-IDX FROM 1 BY 1
                   UNTIL WS-CRS-IDX > WS-CRS-COUNT
                      OR WS-CRS-SLOT > 0
               IF WS-CRS-ID (WS-CRS-IDX) = WS-CELL-ID
                   MOVE WS-CRS-IDX TO WS-CRS-SLOT
               END-IF
           END-PERFORM
           IF WS-CRS-SLOT = 0
               IF WS-CRS-COUNT >= WS-MAX-COURSES
                   MOVE "2300-NOTE-ARCHIVED-COURSE: MORE COURSES "
                       & "THAN THE TABLE HOLDS" TO WS-ABEND-MESSAGE
                   PERFORM 9900-ABEND-PROGRAM
               END-IF
               ADD 1 TO WS-CRS-COUNT
               MOVE WS-CELL-ID TO WS-CRS-ID (WS-CRS-COUNT)
               MOVE SPACES TO WS-CRS-LABEL (WS-CRS-COUNT)
               MOVE 0 TO WS-CRS-COEF (WS-CRS-COUNT)
               MOVE "N" TO WS-CRS-KNOWN (WS-CRS-COUNT)
           END-IF.

       2450-SORT-COURSES.
           PERFORM VARYING WS-SORT-I FROM 1 BY 1
                   UNTIL WS-SORT-I >= WS-CRS-COUNT
               PERFORM VARYING WS-SORT-J FROM 1 BY 1
                       UNTIL WS-SORT-J > WS-CRS-COUNT - WS-SORT-I
                   IF WS-CRS-ID (WS-SORT-J) >
                           WS-CRS-ID (WS-SORT-J + 1)
                       MOVE WS-CRS-ENTRY (WS-SORT-J) TO WS-CRS-SWAP
                       MOVE WS-CRS-ENTRY (WS-SORT-J + 1) TO
                           WS-CRS-ENTRY (WS-SORT-J)
                       MOVE WS-CRS-SWAP TO
                           WS-CRS-ENTRY (WS-SORT-J + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

       2500-SORT-USES.
           PERFORM VARYING WS-SORT-I FROM 1 BY 1
                   UNTIL WS-SORT-I >= WS-USE-COUNT
               PERFORM VARYING WS-SORT-J FROM 1 BY 1
                       UNTIL WS-SORT-J > WS-USE-COUNT - WS-SORT-I
                   IF WS-USE-KEY (WS-SORT-J) >
                           WS-USE-KEY (WS-SORT-J + 1)
                       MOVE WS-USE-ENTRY (WS-SORT-J) TO WS-USE-SWAP
                       MOVE WS-USE-ENTRY (WS-SORT-J + 1) TO
                           WS-USE-ENTRY (WS-SORT-J)
                       MOVE WS-USE-SWAP TO
                           WS-USE-ENTRY (WS-SORT-J + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

       3000-WRITE-REPORT-HEADER.
           WRITE REPORT-RECORD FROM WS-RULE-LINE
           MOVE SPACES TO WS-PRINT-LINE
           MOVE 1 TO WS-STRING-PTR
           STRING "HISTORIQUE DES COEFFICIENTS PAR COURS - RUN "
                  DELIMITED BY SIZE
                  WS-PARM-RUNID DELIMITED BY SIZE
                  " EDITE LE " DELIMITED BY SIZE
                  WS-CURRENT-TIMESTAMP DELIMITED BY SIZE
                  INTO WS-PRINT-LINE
                  WITH POINTER WS-STRING-PTR
           WRITE REPORT-RECORD FROM WS-PRINT-LINE
           WRITE REPORT-RECORD FROM WS-RULE-LINE.

      *        Declared coefficients first, then the archived runs
      *        with the coefficient applied against the one in force.
       3100-WRITE-ONE-COURSE.
           MOVE SPACES TO WS-PRINT-LINE
           MOVE 1 TO WS-STRING-PTR
           STRING "COURS " DELIMITED BY SIZE
                  WS-CRS-ID (WS-CRS-IDX) DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  INTO WS-PRINT-LINE
                  WITH POINTER WS-STRING-PTR
           IF WS-CRS-KNOWN (WS-CRS-IDX) = "Y"
               STRING WS-CRS-LABEL (WS-CRS-IDX) DELIMITED BY SIZE
                      INTO WS-PRINT-LINE
                      WITH POINTER WS-STRING-PTR
           ELSE
               STRING "(RETIRE DE LA TABLE COURSE)" DELIMITED BY SIZE
                      INTO WS-PRINT-LINE
                      WITH POINTER WS-STRING-PTR
           END-IF
           WRITE REPORT-RECORD FROM WS-PRINT-LINE

           MOVE SPACES TO WS-PRINT-LINE
           MOVE "   COEFFICIENTS DECLARES" TO WS-PRINT-LINE
           WRITE REPORT-RECORD FROM WS-PRINT-LINE
           IF WS-CRS-KNOWN (WS-CRS-IDX) = "Y"
               MOVE SPACES TO WS-PRINT-LINE
               MOVE "      A LA CREATION" TO WS-PRINT-LINE
               MOVE WS-CRS-COEF (WS-CRS-IDX) TO WS-COEF-DISPLAY
               MOVE WS-COEF-DISPLAY TO WS-PRINT-LINE (29:5)
               WRITE REPORT-RECORD FROM WS-PRINT-LINE
           END-IF
           PERFORM VARYING WS-DT-IDX FROM 1 BY 1
                   UNTIL WS-DT-IDX > WS-DT-COUNT
               IF WS-DT-COURSE (WS-DT-IDX) = WS-CRS-ID (WS-CRS-IDX)
                   MOVE SPACES TO WS-PRINT-LINE
                   MOVE "      A PARTIR DE " TO WS-PRINT-LINE
                   MOVE WS-DT-TERM (WS-DT-IDX) TO
                       WS-PRINT-LINE (19:6)
                   MOVE WS-DT-COEF (WS-DT-IDX) TO WS-COEF-DISPLAY
                   MOVE WS-COEF-DISPLAY TO WS-PRINT-LINE (29:5)
                   WRITE REPORT-RECORD FROM WS-PRINT-LINE
               END-IF
           END-PERFORM

           MOVE SPACES TO WS-PRINT-LINE
           MOVE "   PERIODE CLASSE   SESSION  APPLIQUE  EN VIGUEUR"
               & "   RUNS  PREMIER RUN  DERNIER RUN" TO WS-PRINT-LINE
           WRITE REPORT-RECORD FROM WS-PRINT-LINE
           MOVE 0 TO WS-COURSE-USES
           PERFORM VARYING WS-USE-IDX FROM 1 BY 1
                   UNTIL WS-USE-IDX > WS-USE-COUNT
               IF WS-USE-COURSE (WS-USE-IDX) = WS-CRS-ID (WS-CRS-IDX)
                   ADD 1 TO WS-COURSE-USES
                   PERFORM 3200-WRITE-USE-LINE
               END-IF
           END-PERFORM
           IF WS-COURSE-USES = 0
               MOVE SPACES TO WS-PRINT-LINE
               MOVE "      AUCUNE PERIODE ARCHIVEE" TO WS-PRINT-LINE
               WRITE REPORT-RECORD FROM WS-PRINT-LINE
           END-IF
           WRITE REPORT-RECORD FROM WS-DASH-LINE.

       3200-WRITE-USE-LINE.
           PERFORM 3300-FIND-COEF-IN-FORCE
           MOVE SPACES TO WS-PRINT-LINE
           MOVE WS-USE-TERM (WS-USE-IDX) TO WS-PRINT-LINE (4:6)
           MOVE WS-USE-CLASS (WS-USE-IDX) TO WS-PRINT-LINE (12:8)
           IF WS-USE-SESSION (WS-USE-IDX) = "R"
               MOVE "RATTR." TO WS-PRINT-LINE (21:6)
           ELSE
               MOVE "1ERE" TO WS-PRINT-LINE (21:4)
           END-IF
           MOVE WS-USE-CELL (WS-USE-IDX) TO WS-COEF-CELL-X
           IF WS-COEF-CELL-X NUMERIC
               MOVE WS-COEF-CELL TO WS-COEF-DISPLAY
               MOVE WS-COEF-DISPLAY TO WS-PRINT-LINE (31:5)
           ELSE
               MOVE "NON ENREG." TO WS-PRINT-LINE (29:10)
               ADD 1 TO WS-UNRECORDED-COUNT
           END-IF
           IF WS-IN-FORCE-KNOWN = "Y"
               MOVE WS-COEF-IN-FORCE TO WS-COEF-DISPLAY
               MOVE WS-COEF-DISPLAY TO WS-PRINT-LINE (42:5)
               IF WS-COEF-CELL-X NUMERIC
                   AND WS-COEF-CELL NOT = WS-COEF-IN-FORCE
                   MOVE "** ECART" TO WS-PRINT-LINE (84:8)
                   ADD 1 TO WS-DIFF-COUNT
               END-IF
           ELSE
               MOVE "INCONNU" TO WS-PRINT-LINE (40:7)
           END-IF
           MOVE WS-USE-RUNS (WS-USE-IDX) TO WS-COUNT-DISPLAY
           MOVE WS-COUNT-DISPLAY TO WS-PRINT-LINE (52:5)
           MOVE WS-USE-FIRST-RUN (WS-USE-IDX) TO WS-PRINT-LINE (59:10)
           MOVE WS-USE-LAST-RUN (WS-USE-IDX) TO WS-PRINT-LINE (72:10)
           WRITE REPORT-RECORD FROM WS-PRINT-LINE.

      *        Same rule as GRADESREPORT's 2110-FETCH-COEF-IN-FORCE,
      *        worked off the tables: the latest dated row at or
      *        before the term, else the coefficient of creation.
      *        A retired course with no dated row has none.
       3300-FIND-COEF-IN-FORCE.
           MOVE "N" TO WS-IN-FORCE-KNOWN
           MOVE 0 TO WS-COEF-IN-FORCE
           IF WS-CRS-KNOWN (WS-CRS-IDX) = "Y"
               MOVE "Y" TO WS-IN-FORCE-KNOWN
               MOVE WS-CRS-COEF (WS-CRS-IDX) TO WS-COEF-IN-FORCE
           END-IF
           PERFORM VARYING WS-DT-IDX FROM 1 BY 1
                   UNTIL WS-DT-IDX > WS-DT-COUNT
               IF WS-DT-COURSE (WS-DT-IDX) = WS-CRS-ID (WS-CRS-IDX)
                   AND WS-DT-TERM (WS-DT-IDX) <=
                       WS-USE-TERM (WS-USE-IDX)
                   MOVE "Y" TO WS-IN-FORCE-KNOWN
                   MOVE WS-DT-COEF (WS-DT-IDX) TO WS-COEF-IN-FORCE
               END-IF
           END-PERFORM.

       4000-WRITE-REPORT-TOTALS.
           WRITE REPORT-RECORD FROM WS-RULE-LINE
           MOVE SPACES TO WS-PRINT-LINE
           MOVE 1 TO WS-STRING-PTR
           MOVE WS-CRS-COUNT TO WS-COUNT-DISPLAY
           STRING "COURS " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-COUNT-DISPLAY) DELIMITED BY SIZE
                  INTO WS-PRINT-LINE
                  WITH POINTER WS-STRING-PTR
           MOVE WS-DT-COUNT TO WS-COUNT-DISPLAY
           STRING "  COEFFICIENTS DATES " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-COUNT-DISPLAY) DELIMITED BY SIZE
                  INTO WS-PRINT-LINE
                  WITH POINTER WS-STRING-PTR
           MOVE WS-USE-COUNT TO WS-COUNT-DISPLAY
           STRING "  PERIODES ARCHIVEES " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-COUNT-DISPLAY) DELIMITED BY SIZE
                  INTO WS-PRINT-LINE
                  WITH POINTER WS-STRING-PTR
           MOVE WS-DIFF-COUNT TO WS-COUNT-DISPLAY
           STRING "  ECARTS " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-COUNT-DISPLAY) DELIMITED BY SIZE
                  INTO WS-PRINT-LINE
                  WITH POINTER WS-STRING-PTR
           MOVE WS-UNRECORDED-COUNT TO WS-COUNT-DISPLAY
           STRING "  NON ENREGISTRES " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-COUNT-DISPLAY) DELIMITED BY SIZE
                  INTO WS-PRINT-LINE
                  WITH POINTER WS-STRING-PTR
           WRITE REPORT-RECORD FROM WS-PRINT-LINE

           IF WS-MISSING-COUNT > 0
               MOVE SPACES TO WS-PRINT-LINE
               MOVE 1 TO WS-STRING-PTR
               MOVE WS-MISSING-COUNT TO WS-COUNT-DISPLAY
               STRING "ATTENTION: " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-COUNT-DISPLAY)
                          DELIMITED BY SIZE
                      " ARCHIVE(S) DE ARCHLIST.DAT ABSENTE(S)"
                          DELIMITED BY SIZE
                      INTO WS-PRINT-LINE
                      WITH POINTER WS-STRING-PTR
               WRITE REPORT-RECORD FROM WS-PRINT-LINE
           END-IF
           IF WS-USE-DROPPED > 0
               MOVE SPACES TO WS-PRINT-LINE
               MOVE "ATTENTION: CAPACITE DEPASSEE, RAPPORT PARTIEL"
                   TO WS-PRINT-LINE
               WRITE REPORT-RECORD FROM WS-PRINT-LINE
           END-IF
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
           DISPLAY "COEFRPT: " WS-PRINT-LINE UPON CONSOLE.

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
