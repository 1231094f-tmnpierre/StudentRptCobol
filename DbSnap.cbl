       IDENTIFICATION DIVISION.
       PROGRAM-ID. DBSNAP.

      *        Database snapshot, run by CHAINCTL as the step before
      *        GRADEUPDT so that every night's updates start from a
      *        copy that can be gone back to. Unloads STUDENT, COURSE
      *        and GRADE, plus the COURSE_COEF and ENROLMENT rows the
      *        ROSTERAUDIT.DAT trail also replays onto, each to its
      *        own flat file named after the snapshot timestamp
      *        (snapstu_, snapcrs_, snapgrd_, snapcoef_ and
      *        snapenr_<timestamp>.dat). Every file ends with a
      *        trailer record holding its row count, a key hash
      *        total and a value hash total (the grades, the
      *        coefficients...), and the snapshot is entered on the
      *        cumulative SNAPLIST.DAT with the same counts, which is
      *        where DBREBUILD looks snapshots up and checks them
      *        before reloading one. Nothing is written to the
      *        database. Any failure ends the step with return code
      *        16, which stops the chain before GRADEUPDT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUNPARMFILE ASSIGN TO "RUNPARM.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RUNPARM-STATUS.

           SELECT STUSNAPFILE ASSIGN TO WS-STU-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SNAP-STATUS.

           SELECT CRSSNAPFILE ASSIGN TO WS-CRS-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SNAP-STATUS.

           SELECT GRDSNAPFILE ASSIGN TO WS-GRD-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SNAP-STATUS.

           SELECT COEFSNAPFILE ASSIGN TO WS-COEF-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SNAP-STATUS.

           SELECT ENRSNAPFILE ASSIGN TO WS-ENR-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SNAP-STATUS.

           SELECT SNAPLISTFILE ASSIGN TO "SNAPLIST.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SNAPLIST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD RUNPARMFILE.
       01 RUNPARM-RECORD PIC X(120).

       FD STUSNAPFILE.
       01 STUSNAP-RECORD PIC X(100).

       FD CRSSNAPFILE.
       01 CRSSNAP-RECORD PIC X(60).

       FD GRDSNAPFILE.
       01 GRDSNAP-RECORD PIC X(60).

       FD COEFSNAPFILE.
       01 COEFSNAP-RECORD PIC X(60).

       FD ENRSNAPFILE.
       01 ENRSNAP-RECORD PIC X(60).

       FD SNAPLISTFILE.
       01 SNAPLIST-RECORD PIC X(120).

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
       01 WS-SNAP-TS            PIC X(14) VALUE SPACES.
       01 WS-STU-FILENAME       PIC X(60) VALUE SPACES.
       01 WS-CRS-FILENAME       PIC X(60) VALUE SPACES.
       01 WS-GRD-FILENAME       PIC X(60) VALUE SPACES.
       01 WS-COEF-FILENAME      PIC X(60) VALUE SPACES.
       01 WS-ENR-FILENAME       PIC X(60) VALUE SPACES.
       01 WS-RUNPARM-STATUS     PIC XX.
       01 WS-SNAP-STATUS        PIC XX.
       01 WS-SNAPLIST-STATUS    PIC XX.
      *        Which snapshot file is open, for 9900.
       01 WS-OPEN-FILE          PIC X(4) VALUE SPACES.
       01 WS-ABEND-MESSAGE      PIC X(80) VALUE SPACES.
       01 WS-LOG-PARAGRAPH      PIC X(30) VALUE SPACES.
       01 WS-SQLCODE-DISPLAY    PIC -999999.

       01 STUDENT-DETAILS.
           05 STUDENT-ID    PIC 9(4).
           05 LASTNAME      PIC X(35).
           05 FIRSTNAME     PIC X(35).
           05 STUDENT-CLASS PIC X(8).
           05 TOTAL-GRADE   PIC 99V99.

       01 COURSE-DETAILS.
           05 COURSE-ID     PIC 9(4).
           05 LABEL-COURSE  PIC X(35).
           05 COEF-COURSE   PIC 9(3)V9.
           05 AVERAGE-GRADE PIC 99V99.

       01 GRADE-DETAILS.
           05 GRADE-STUDENT-ID PIC 9(4).
           05 GRADE-COURSE-ID  PIC 9(4).
           05 GRADE-TERM       PIC X(6).
           05 GRADE-VALUE      PIC 99V99.

       01 COEF-DETAILS.
           05 COEF-COURSE-ID   PIC 9(4).
           05 COEF-TERM        PIC X(6).
           05 COEF-VALUE       PIC 9(3)V9.

       01 ENROL-DETAILS.
           05 ENROL-STUDENT-ID PIC 9(4).
           05 ENROL-COURSE-ID  PIC 9(4).
           05 ENROL-TERM       PIC X(6).
           05 ENROL-STATUS     PIC X(2).

      *        Snapshot rows. Type D is a table row, type T the
      *        trailer closing every file. Read back by DBREBUILD -
      *        keep in step with the layouts over there.
       01 WS-SNAP-STU-ROW.
           05 WS-SS-TYPE        PIC X(1).
           05 WS-SS-ID          PIC 9(4).
           05 WS-SS-LASTNAME    PIC X(35).
           05 WS-SS-FIRSTNAME   PIC X(35).
           05 WS-SS-CLASS       PIC X(8).
           05 WS-SS-TOTAL-GRADE PIC 99V99.
           05 FILLER            PIC X(13).

       01 WS-SNAP-CRS-ROW.
           05 WS-SC-TYPE        PIC X(1).
           05 WS-SC-ID          PIC 9(4).
           05 WS-SC-LABEL       PIC X(35).
           05 WS-SC-COEF        PIC 9(3)V9.
           05 WS-SC-AVERAGE     PIC 99V99.
           05 FILLER            PIC X(12).

       01 WS-SNAP-GRD-ROW.
           05 WS-SG-TYPE        PIC X(1).
           05 WS-SG-STUDENT-ID  PIC 9(4).
           05 WS-SG-COURSE-ID   PIC 9(4).
           05 WS-SG-TERM        PIC X(6).
           05 WS-SG-GRADE       PIC 99V99.
           05 FILLER            PIC X(41).

       01 WS-SNAP-COEF-ROW.
           05 WS-SF-TYPE        PIC X(1).
           05 WS-SF-COURSE-ID   PIC 9(4).
           05 WS-SF-TERM        PIC X(6).
           05 WS-SF-COEF        PIC 9(3)V9.
           05 FILLER            PIC X(45).

       01 WS-SNAP-ENR-ROW.
           05 WS-SE-TYPE        PIC X(1).
           05 WS-SE-STUDENT-ID  PIC 9(4).
           05 WS-SE-COURSE-ID   PIC 9(4).
           05 WS-SE-TERM        PIC X(6).
           05 WS-SE-STATUS      PIC X(2).
           05 FILLER            PIC X(43).

      *        Trailer: the snapshot timestamp, the row count, the
      *        sum of the key ids (student + course on GRADE and
      *        ENROLMENT rows) and the sum of the values - grades on
      *        GRADE, TOTAL_GRADE on STUDENT, coefficients on COURSE
      *        and COURSE_COEF, zero on ENROLMENT.
       01 WS-SNAP-TRAILER.
           05 WS-TR-TYPE        PIC X(1).
           05 WS-TR-TABLE       PIC X(12).
           05 WS-TR-SNAP-TS     PIC X(14).
           05 WS-TR-COUNT       PIC 9(7).
           05 WS-TR-KEY-HASH    PIC 9(12).
           05 WS-TR-VALUE-HASH  PIC 9(10)V99.
           05 FILLER            PIC X(2).

       01 WS-ROW-COUNT   PIC 9(7) VALUE 0.
       01 WS-KEY-HASH    PIC 9(12) VALUE 0.
       01 WS-VALUE-HASH  PIC 9(10)V99 VALUE 0.
       01 WS-TABLE-NAME  PIC X(12) VALUE SPACES.

      *        SNAPLIST.DAT entry. Type S is a snapshot, with its
      *        counts; type R is written by DBREBUILD when it puts a
      *        rebuilt image back in place of the live tables, with
      *        the snapshot it started from and the point in time it
      *        restored. Keep in step with DBREBUILD.
       01 WS-SNAPLIST-ROW.
           05 WS-SL-TYPE        PIC X(1).
           05 WS-SL-TIMESTAMP   PIC X(14).
           05 WS-SL-RUNID       PIC X(10).
           05 WS-SL-STU-COUNT   PIC 9(7).
           05 WS-SL-CRS-COUNT   PIC 9(7).
           05 WS-SL-GRD-COUNT   PIC 9(7).
           05 WS-SL-COEF-COUNT  PIC 9(7).
           05 WS-SL-ENR-COUNT   PIC 9(7).
           05 WS-SL-GRD-HASH    PIC 9(10)V99.
           05 WS-SL-SNAP-TS     PIC X(14).
           05 WS-SL-UNTIL-TS    PIC X(14).
           05 WS-SL-USER        PIC X(8).
           05 FILLER            PIC X(12).

       01 WS-STU-COUNT   PIC 9(7) VALUE 0.
       01 WS-CRS-COUNT   PIC 9(7) VALUE 0.
       01 WS-GRD-COUNT   PIC 9(7) VALUE 0.
       01 WS-COEF-COUNT  PIC 9(7) VALUE 0.
       01 WS-ENR-COUNT   PIC 9(7) VALUE 0.
       01 WS-GRD-HASH    PIC 9(10)V99 VALUE 0.
       01 WS-HASH-DISPLAY PIC Z(9)9.99.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       PROCEDURE DIVISION.
      *        DBREBUILD replays the trail rows stamped strictly after
      *        the snapshot. The step after this one in the chain may
      *        write its first row within the same second, so the run
      *        does not end until the clock has passed WS-SNAP-TS.
       0000-MAIN.
           PERFORM 1050-READ-RUN-PARAMETERS
           MOVE FUNCTION CURRENT-DATE (1:14) TO WS-SNAP-TS
           PERFORM 1060-BUILD-RUNTIME-FILENAMES

           PERFORM 1000-CONNECT-TO-DB
           PERFORM 2000-UNLOAD-STUDENTS
           PERFORM 2100-UNLOAD-COURSES
           PERFORM 2200-UNLOAD-GRADES
           PERFORM 2300-UNLOAD-COEFFICIENTS
           PERFORM 2400-UNLOAD-ENROLMENTS
           PERFORM 9000-CLOSE-DB

           PERFORM 3000-REGISTER-SNAPSHOT

           MOVE WS-GRD-HASH TO WS-HASH-DISPLAY
           DISPLAY "DBSNAP: INSTANTANE " WS-SNAP-TS
                   " ELEVES=" WS-STU-COUNT
                   " COURS=" WS-CRS-COUNT
                   " NOTES=" WS-GRD-COUNT
                   " COEFS=" WS-COEF-COUNT
                   " INSCRIPTIONS=" WS-ENR-COUNT
                   " TOTAL NOTES=" FUNCTION TRIM(WS-HASH-DISPLAY)
                   UPON CONSOLE
           PERFORM UNTIL FUNCTION CURRENT-DATE (1:14) > WS-SNAP-TS
               CONTINUE
           END-PERFORM
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
           MOVE SPACES TO WS-STU-FILENAME
           STRING "snapstu_" DELIMITED BY SIZE
                  WS-SNAP-TS DELIMITED BY SIZE
                  ".dat" DELIMITED BY SIZE
                  INTO WS-STU-FILENAME
           MOVE SPACES TO WS-CRS-FILENAME
           STRING "snapcrs_" DELIMITED BY SIZE
                  WS-SNAP-TS DELIMITED BY SIZE
                  ".dat" DELIMITED BY SIZE
                  INTO WS-CRS-FILENAME
           MOVE SPACES TO WS-GRD-FILENAME
           STRING "snapgrd_" DELIMITED BY SIZE
                  WS-SNAP-TS DELIMITED BY SIZE
                  ".dat" DELIMITED BY SIZE
                  INTO WS-GRD-FILENAME
           MOVE SPACES TO WS-COEF-FILENAME
           STRING "snapcoef_" DELIMITED BY SIZE
                  WS-SNAP-TS DELIMITED BY SIZE
                  ".dat" DELIMITED BY SIZE
                  INTO WS-COEF-FILENAME
           MOVE SPACES TO WS-ENR-FILENAME
           STRING "snapenr_" DELIMITED BY SIZE
                  WS-SNAP-TS DELIMITED BY SIZE
                  ".dat" DELIMITED BY SIZE
                  INTO WS-ENR-FILENAME.

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

       2000-UNLOAD-STUDENTS.
           OPEN OUTPUT STUSNAPFILE
           IF WS-SNAP-STATUS NOT = "00"
               MOVE "2000-UNLOAD-STUDENTS: CANNOT OPEN THE STUDENT "
                   & "SNAPSHOT FILE" TO WS-ABEND-MESSAGE
               PERFORM 9900-ABEND-PROGRAM
           END-IF
           MOVE "STU" TO WS-OPEN-FILE
           PERFORM 2900-RESET-TOTALS

           EXEC SQL
               DECLARE STUDENT_CURSOR CURSOR FOR
               SELECT ID, LASTNAME, FIRSTNAME, CLASS_ID, TOTAL_GRADE
                   FROM STUDENT
                   ORDER BY ID
           END-EXEC
           EXEC SQL
               OPEN STUDENT_CURSOR
           END-EXEC
           IF SQLCODE < 0
               MOVE "2000-UNLOAD-STUDENTS" TO WS-LOG-PARAGRAPH
               PERFORM 9100-LOG-SQL-EXCEPTION
           END-IF

           PERFORM UNTIL SQLCODE = 100 OR SQLCODE < 0
               EXEC SQL FETCH STUDENT_CURSOR INTO
                   :STUDENT-ID, :LASTNAME, :FIRSTNAME,
                   :STUDENT-CLASS, :TOTAL-GRADE
               END-EXEC
               IF SQLCODE = 0
                   MOVE SPACES TO WS-SNAP-STU-ROW
                   MOVE "D" TO WS-SS-TYPE
                   MOVE STUDENT-ID TO WS-SS-ID
                   MOVE LASTNAME TO WS-SS-LASTNAME
                   MOVE FIRSTNAME TO WS-SS-FIRSTNAME
                   MOVE STUDENT-CLASS TO WS-SS-CLASS
                   MOVE TOTAL-GRADE TO WS-SS-TOTAL-GRADE
                   WRITE STUSNAP-RECORD FROM WS-SNAP-STU-ROW
                   PERFORM 2950-CHECK-WRITE
                   ADD 1 TO WS-ROW-COUNT
                   ADD STUDENT-ID TO WS-KEY-HASH
                   ADD TOTAL-GRADE TO WS-VALUE-HASH
               END-IF
           END-PERFORM

           IF SQLCODE < 0
               MOVE "2000-UNLOAD-STUDENTS" TO WS-LOG-PARAGRAPH
               PERFORM 9100-LOG-SQL-EXCEPTION
               MOVE "2000-UNLOAD-STUDENTS: FETCH FAILED MID-BATCH, "
                   & "SNAPSHOT INCOMPLETE" TO WS-ABEND-MESSAGE
               PERFORM 9900-ABEND-PROGRAM
           END-IF

           EXEC SQL
               CLOSE STUDENT_CURSOR
           END-EXEC

           MOVE "STUDENT" TO WS-TABLE-NAME
           PERFORM 2910-BUILD-TRAILER
           WRITE STUSNAP-RECORD FROM WS-SNAP-TRAILER
           PERFORM 2950-CHECK-WRITE
           CLOSE STUSNAPFILE
           MOVE SPACES TO WS-OPEN-FILE
           MOVE WS-ROW-COUNT TO WS-STU-COUNT.

       2100-UNLOAD-COURSES.
           OPEN OUTPUT CRSSNAPFILE
           IF WS-SNAP-STATUS NOT = "00"
               MOVE "2100-UNLOAD-COURSES: CANNOT OPEN THE COURSE "
                   & "SNAPSHOT FILE" TO WS-ABEND-MESSAGE
               PERFORM 9900-ABEND-PROGRAM
           END-IF
           MOVE "CRS" TO WS-OPEN-FILE
           PERFORM 2900-RESET-TOTALS

           EXEC SQL
               DECLARE COURSE_CURSOR CURSOR FOR
               SELECT ID, LABEL, COEF, AVERAGE_GRADE
                   FROM COURSE
                   ORDER BY ID
           END-EXEC
           EXEC SQL
               OPEN COURSE_CURSOR
           END-EXEC
           IF SQLCODE < 0
               MOVE "2100-UNLOAD-COURSES" TO WS-LOG-PARAGRAPH
               PERFORM 9100-LOG-SQL-EXCEPTION
           END-IF

           PERFORM UNTIL SQLCODE = 100 OR SQLCODE < 0
               EXEC SQL FETCH COURSE_CURSOR INTO
                   :COURSE-ID, :LABEL-COURSE, :COEF-COURSE,
                   :AVERAGE-GRADE
               END-EXEC
               IF SQLCODE = 0
                   MOVE SPACES TO WS-SNAP-CRS-ROW
                   MOVE "D" TO WS-SC-TYPE
                   MOVE COURSE-ID TO WS-SC-ID
                   MOVE LABEL-COURSE TO WS-SC-LABEL
                   MOVE COEF-COURSE TO WS-SC-COEF
                   MOVE AVERAGE-GRADE TO WS-SC-AVERAGE
                   WRITE CRSSNAP-RECORD FROM WS-SNAP-CRS-ROW
                   PERFORM 2950-CHECK-WRITE
                   ADD 1 TO WS-ROW-COUNT
                   ADD COURSE-ID TO WS-KEY-HASH
                   ADD COEF-COURSE TO WS-VALUE-HASH
               END-IF
           END-PERFORM

           IF SQLCODE < 0
               MOVE "2100-UNLOAD-COURSES" TO WS-LOG-PARAGRAPH
               PERFORM 9100-LOG-SQL-EXCEPTION
               MOVE "2100-UNLOAD-COURSES: FETCH FAILED MID-BATCH, "
                   & "SNAPSHOT INCOMPLETE" TO WS-ABEND-MESSAGE
               PERFORM 9900-ABEND-PROGRAM
           END-IF

           EXEC SQL
               CLOSE COURSE_CURSOR
           END-EXEC

           MOVE "COURSE" TO WS-TABLE-NAME
           PERFORM 2910-BUILD-TRAILER
           WRITE CRSSNAP-RECORD FROM WS-SNAP-TRAILER
           PERFORM 2950-CHECK-WRITE
           CLOSE CRSSNAPFILE
           MOVE SPACES TO WS-OPEN-FILE
           MOVE WS-ROW-COUNT TO WS-CRS-COUNT.

       2200-UNLOAD-GRADES.
           OPEN OUTPUT GRDSNAPFILE
           IF WS-SNAP-STATUS NOT = "00"
               MOVE "2200-UNLOAD-GRADES: CANNOT OPEN THE GRADE "
                   & "SNAPSHOT FILE" TO WS-ABEND-MESSAGE
               PERFORM 9900-ABEND-PROGRAM
           END-IF
           MOVE "GRD" TO WS-OPEN-FILE
           PERFORM 2900-RESET-TOTALS

           EXEC SQL
               DECLARE GRADE_CURSOR CURSOR FOR
               SELECT STUDENT_ID, COURSE_ID, TERM, GRADE
                   FROM GRADE
                   ORDER BY STUDENT_ID, COURSE_ID, TERM
           END-EXEC
           EXEC SQL
               OPEN GRADE_CURSOR
           END-EXEC
           IF SQLCODE < 0
               MOVE "2200-UNLOAD-GRADES" TO WS-LOG-PARAGRAPH
               PERFORM 9100-LOG-SQL-EXCEPTION
           END-IF

           PERFORM UNTIL SQLCODE = 100 OR SQLCODE < 0
               EXEC SQL FETCH GRADE_CURSOR INTO
                   :GRADE-STUDENT-ID, :GRADE-COURSE-ID,
                   :GRADE-TERM, :GRADE-VALUE
               END-EXEC
               IF SQLCODE = 0
                   MOVE SPACES TO WS-SNAP-GRD-ROW
                   MOVE "D" TO WS-SG-TYPE
                   MOVE GRADE-STUDENT-ID TO WS-SG-STUDENT-ID
                   MOVE GRADE-COURSE-ID TO WS-SG-COURSE-ID
                   MOVE GRADE-TERM TO WS-SG-TERM
                   MOVE GRADE-VALUE TO WS-SG-GRADE
                   WRITE GRDSNAP-RECORD FROM WS-SNAP-GRD-ROW
                   PERFORM 2950-CHECK-WRITE
                   ADD 1 TO WS-ROW-COUNT
                   ADD GRADE-STUDENT-ID TO WS-KEY-HASH
                   ADD GRADE-COURSE-ID TO WS-KEY-HASH
                   ADD GRADE-VALUE TO WS-VALUE-HASH
               END-IF
           END-PERFORM

           IF SQLCODE < 0
               MOVE "2200-UNLOAD-GRADES" TO WS-LOG-PARAGRAPH
               PERFORM 9100-LOG-SQL-EXCEPTION
               MOVE "2200-UNLOAD-GRADES: FETCH FAILED MID-BATCH, "
                   & "SNAPSHOT INCOMPLETE" TO WS-ABEND-MESSAGE
               PERFORM 9900-ABEND-PROGRAM
           END-IF

           EXEC SQL
               CLOSE GRADE_CURSOR
           END-EXEC

           MOVE "GRADE" TO WS-TABLE-NAME
           PERFORM 2910-BUILD-TRAILER
           WRITE GRDSNAP-RECORD FROM WS-SNAP-TRAILER
           PERFORM 2950-CHECK-WRITE
           CLOSE GRDSNAPFILE
           MOVE SPACES TO WS-OPEN-FILE
           MOVE WS-ROW-COUNT TO WS-GRD-COUNT
           MOVE WS-VALUE-HASH TO WS-GRD-HASH.

       2300-UNLOAD-COEFFICIENTS.
           OPEN OUTPUT COEFSNAPFILE
           IF WS-SNAP-STATUS NOT = "00"
               MOVE "2300-UNLOAD-COEFFICIENTS: CANNOT OPEN THE "
                   & "COEFFICIENT SNAPSHOT FILE" TO WS-ABEND-MESSAGE
               PERFORM 9900-ABEND-PROGRAM
           END-IF
           MOVE "COEF" TO WS-OPEN-FILE
           PERFORM 2900-RESET-TOTALS

           EXEC SQL
               DECLARE COEF_CURSOR CURSOR FOR
               SELECT COURSE_ID, TERM, COEF
                   FROM COURSE_COEF
                   ORDER BY COURSE_ID, TERM
           END-EXEC
           EXEC SQL
               OPEN COEF_CURSOR
           END-EXEC
           IF SQLCODE < 0
               MOVE "2300-UNLOAD-COEFFICIENTS" TO WS-LOG-PARAGRAPH
               PERFORM 9100-LOG-SQL-EXCEPTION
           END-IF

           PERFORM UNTIL SQLCODE = 100 OR SQLCODE < 0
               EXEC SQL FETCH COEF_CURSOR INTO
                   :COEF-COURSE-ID, :COEF-TERM, :COEF-VALUE
               END-EXEC
               IF SQLCODE = 0
                   MOVE SPACES TO WS-SNAP-COEF-ROW
                   MOVE "D" TO WS-SF-TYPE
                   MOVE COEF-COURSE-ID TO WS-SF-COURSE-ID
                   MOVE COEF-TERM TO WS-SF-TERM
                   MOVE COEF-VALUE TO WS-SF-COEF
                   WRITE COEFSNAP-RECORD FROM WS-SNAP-COEF-ROW
                   PERFORM 2950-CHECK-WRITE
                   ADD 1 TO WS-ROW-COUNT
                   ADD COEF-COURSE-ID TO WS-KEY-HASH
                   ADD COEF-VALUE TO WS-VALUE-HASH
               END-IF
           END-PERFORM

           IF SQLCODE < 0
               MOVE "2300-UNLOAD-COEFFICIENTS" TO WS-LOG-PARAGRAPH
               PERFORM 9100-LOG-SQL-EXCEPTION
               MOVE "2300-UNLOAD-COEFFICIENTS: FETCH FAILED "
                   & "MID-BATCH, SNAPSHOT INCOMPLETE"
                   TO WS-ABEND-MESSAGE
               PERFORM 9900-ABEND-PROGRAM
           END-IF

           EXEC SQL
               CLOSE COEF_CURSOR
           END-EXEC

           MOVE "COURSE_COEF" TO WS-TABLE-NAME
           PERFORM 2910-BUILD-TRAILER
           WRITE COEFSNAP-RECORD FROM WS-SNAP-TRAILER
           PERFORM 2950-CHECK-WRITE
           CLOSE COEFSNAPFILE
           MOVE SPACES TO WS-OPEN-FILE
           MOVE WS-ROW-COUNT TO WS-COEF-COUNT.

       2400-UNLOAD-ENROLMENTS.
           OPEN OUTPUT ENRSNAPFILE
           IF WS-SNAP-STATUS NOT = "00"
               MOVE "2400-UNLOAD-ENROLMENTS: CANNOT OPEN THE "
                   & "ENROLMENT SNAPSHOT FILE" TO WS-ABEND-MESSAGE
               PERFORM 9900-ABEND-PROGRAM
           END-IF
           MOVE "ENR" TO WS-OPEN-FILE
           PERFORM 2900-RESET-TOTALS

           EXEC SQL
               DECLARE ENROL_CURSOR CURSOR FOR
               SELECT STUDENT_ID, COURSE_ID, TERM, STATUS
                   FROM ENROLMENT
                   ORDER BY STUDENT_ID, COURSE_ID, TERM
           END-EXEC
           EXEC SQL
               OPEN ENROL_CURSOR
           END-EXEC
           IF SQLCODE < 0
               MOVE "2400-UNLOAD-ENROLMENTS" TO WS-LOG-PARAGRAPH
               PERFORM 9100-LOG-SQL-EXCEPTION
           END-IF

           PERFORM UNTIL SQLCODE = 100 OR SQLCODE < 0
               EXEC SQL FETCH ENROL_CURSOR INTO
                   :ENROL-STUDENT-ID, :ENROL-COURSE-ID,
                   :ENROL-TERM, :ENROL-STATUS
               END-EXEC
               IF SQLCODE = 0
                   MOVE SPACES TO WS-SNAP-ENR-ROW
                   MOVE "D" TO WS-SE-TYPE
                   MOVE ENROL-STUDENT-ID TO WS-SE-STUDENT-ID
                   MOVE ENROL-COURSE-ID TO WS-SE-COURSE-ID
                   MOVE ENROL-TERM TO WS-SE-TERM
                   MOVE ENROL-STATUS TO WS-SE-STATUS
                   WRITE ENRSNAP-RECORD FROM WS-SNAP-ENR-ROW
                   PERFORM 2950-CHECK-WRITE
                   ADD 1 TO WS-ROW-COUNT
                   ADD ENROL-STUDENT-ID TO WS-KEY-HASH
                   ADD ENROL-COURSE-ID TO WS-KEY-HASH
               END-IF
           END-PERFORM

           IF SQLCODE < 0
               MOVE "2400-UNLOAD-ENROLMENTS" TO WS-LOG-PARAGRAPH
               PERFORM 9100-LOG-SQL-EXCEPTION
               MOVE "2400-UNLOAD-ENROLMENTS: FETCH FAILED "
                   & "MID-BATCH, SNAPSHOT INCOMPLETE"
                   TO WS-ABEND-MESSAGE
               PERFORM 9900-ABEND-PROGRAM
           END-IF

           EXEC SQL
               CLOSE ENROL_CURSOR
           END-EXEC

           MOVE "ENROLMENT" TO WS-TABLE-NAME
           PERFORM 2910-BUILD-TRAILER
           WRITE ENRSNAP-RECORD FROM WS-SNAP-TRAILER
           PERFORM 2950-CHECK-WRITE
           CLOSE ENRSNAPFILE
           MOVE SPACES TO WS-OPEN-FILE
           MOVE WS-ROW-COUNT TO WS-ENR-COUNT.

       2900-RESET-TOTALS.
           MOVE 0 TO WS-ROW-COUNT
           MOVE 0 TO WS-KEY-HASH
           MOVE 0 TO WS-VALUE-HASH.

       2910-BUILD-TRAILER.
           MOVE SPACES TO WS-SNAP-TRAILER
           MOVE "T" TO WS-TR-TYPE
           MOVE WS-TABLE-NAME TO WS-TR-TABLE
           MOVE WS-SNAP-TS TO WS-TR-SNAP-TS
           MOVE WS-ROW-COUNT TO WS-TR-COUNT
           MOVE WS-KEY-HASH TO WS-TR-KEY-HASH
           MOVE WS-VALUE-HASH TO WS-TR-VALUE-HASH.

      *        A snapshot with a row missing is worse than none: any
      *        write error abends the step.
       2950-CHECK-WRITE.
           IF WS-SNAP-STATUS NOT = "00"
               MOVE "2950-CHECK-WRITE: SNAPSHOT FILE WRITE FAILED, "
                   & "SNAPSHOT INCOMPLETE" TO WS-ABEND-MESSAGE
               PERFORM 9900-ABEND-PROGRAM
           END-IF.

      *        Entered last, once every file is complete, so a
      *        snapshot on the list is always a whole one.
       3000-REGISTER-SNAPSHOT.
           OPEN EXTEND SNAPLISTFILE
           IF WS-SNAPLIST-STATUS = "35"
               OPEN OUTPUT SNAPLISTFILE
           END-IF
           IF WS-SNAPLIST-STATUS NOT = "00"
               MOVE "3000-REGISTER-SNAPSHOT: CANNOT OPEN "
                   & "SNAPLIST.DAT" TO WS-ABEND-MESSAGE
               PERFORM 9900-ABEND-PROGRAM
           END-IF
           MOVE SPACES TO WS-SNAPLIST-ROW
           MOVE "S" TO WS-SL-TYPE
           MOVE WS-SNAP-TS TO WS-SL-TIMESTAMP
           MOVE WS-RUN-ID TO WS-SL-RUNID
           MOVE WS-STU-COUNT TO WS-SL-STU-COUNT
           MOVE WS-CRS-COUNT TO WS-SL-CRS-COUNT
           MOVE WS-GRD-COUNT TO WS-SL-GRD-COUNT
           MOVE WS-COEF-COUNT TO WS-SL-COEF-COUNT
           MOVE WS-ENR-COUNT TO WS-SL-ENR-COUNT
           MOVE WS-GRD-HASH TO WS-SL-GRD-HASH
           WRITE SNAPLIST-RECORD FROM WS-SNAPLIST-ROW
           IF WS-SNAPLIST-STATUS NOT = "00"
               MOVE "3000-REGISTER-SNAPSHOT: WRITE TO SNAPLIST.DAT "
                   & "FAILED" TO WS-ABEND-MESSAGE
               PERFORM 9900-ABEND-PROGRAM
           END-IF
           CLOSE SNAPLISTFILE.

       9000-CLOSE-DB.
           EXEC SQL
               DISCONNECT ALL
           END-EXEC.

       9100-LOG-SQL-EXCEPTION.
           MOVE SQLCODE TO WS-SQLCODE-DISPLAY
           DISPLAY "DBSNAP: PARAGRAPH=" WS-LOG-PARAGRAPH
                   " SQLCODE=" WS-SQLCODE-DISPLAY
                   " SQLERRM=" SQLERRMC
                   UPON CONSOLE.

       9900-ABEND-PROGRAM.
           DISPLAY "ABEND: " WS-ABEND-MESSAGE UPON CONSOLE
           MOVE 16 TO RETURN-CODE
           EXEC SQL
               DISCONNECT ALL
           END-EXEC
           EVALUATE WS-OPEN-FILE
               WHEN "STU"
                   CLOSE STUSNAPFILE
               WHEN "CRS"
                   CLOSE CRSSNAPFILE
               WHEN "GRD"
                   CLOSE GRDSNAPFILE
               WHEN "COEF"
                   CLOSE COEFSNAPFILE
               WHEN "ENR"
                   CLOSE ENRSNAPFILE
           END-EVALUATE
           STOP RUN.
