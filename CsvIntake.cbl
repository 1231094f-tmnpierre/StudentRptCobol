      *        by-card re-typing into GRADETRAN.DAT. INTAKELST.DAT
      *        lists one CSV file per course; each file opens with a
      *        header row COURSE_ID,CLASS_ID,TERM,COUNT (and an
      *        optional ACTION, A by default, and an optional
      *        REFERENCE - the reopening authorisation of a term
      *        TERMCTL has REOPENED for the class) followed by one
      *        STUDENT_ID,GRADE row per student. The header is
      *        verified against the COURSE table and the run term
      *        (a class and term CLOSED on TERMSTAT.DAT refuses the
      *        whole sheet, as does a REOPENED one whose reference
      *        the header does not quote), each student against the
      *        STUDENT table and the declared class (and against
      *        ENROLMENT - a student who dropped the course or is
      *        exempt from it for the term takes no grade in it, see
      *        ROSTERUPDT), and the
      *        declared count against the rows actually read - a
      *        short-loaded sheet writes no cards at all. Clean rows
      *        are converted into the card format GRADEUPDT's
      *        2200-VALIDATE-TRANSACTION already validates and
      *        appended to GRADETRAN.DAT, and every file gets a
      *        reconciliation block (declared vs read vs converted
           SELECT INTAKERPTFILE ASSIGN TO WS-INTAKERPT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT TERMSTATFILE ASSIGN TO "TERMSTAT.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TERMSTAT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD RUNPARMFILE.
       01 CSV-RECORD PIC X(80).

       FD TRANFILE.
       01 TRAN-RECORD PIC X(40).

       FD INTAKERPTFILE.
       01 INTAKERPT-RECORD PIC X(132).

       FD TERMSTATFILE.
       01 TERMSTAT-RECORD PIC X(120).

       WORKING-STORAGE SECTION.

       01 DB-CONNECTIONINFO.
       01 WS-INTAKELST-STATUS  PIC XX.
       01 WS-CSV-STATUS        PIC XX.
       01 WS-TRAN-STATUS       PIC XX.
       01 WS-TERMSTAT-STATUS   PIC XX.
       01 WS-CSV-FILENAME      PIC X(60) VALUE SPACES.
       01 WS-INTAKERPT-FILENAME PIC X(60) VALUE SPACES.
       01 WS-REPORT-OPEN       PIC X VALUE "N".
       01 WS-HDR-TERM-X   PIC X(10).
       01 WS-HDR-COUNT-X  PIC X(10).
       01 WS-HDR-ACTION-X PIC X(10).
       01 WS-HDR-REF-X    PIC X(10).
       01 WS-HDR-COURSE   PIC 9(4) VALUE 0.
       01 WS-HDR-CLASS    PIC X(8) VALUE SPACES.
       01 WS-HDR-COUNT    PIC 9(5) VALUE 0.
       01 WS-HDR-ACTION   PIC X(1) VALUE "A".
       01 WS-HDR-REFERENCE PIC X(10) VALUE SPACES.
       01 WS-HDR-ERROR    PIC X(40) VALUE SPACES.

       01 WS-ROW-STUDENT-X PIC X(10).

       01 WS-COURSE-EXISTS  PIC 9(5) VALUE 0.
       01 WS-STUDENT-EXISTS PIC 9(5) VALUE 0.
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

      *        Per-file counters for the reconciliation block.
       01 WS-FILE-DECLARED  PIC 9(5) VALUE 0.
       01 WS-CARD-COUNT PIC 9(3) VALUE 0.
       01 WS-CARD-IDX   PIC 9(3) VALUE 0.
       01 WS-CARD-TABLE.
           05 WS-CARD-ENTRY OCCURS 500 TIMES PIC X(40).

      *        Card image built per clean row - keep in step with
      *        WS-TRAN-FIELDS in GRADEUPDT.
           05 WS-CARD-TERM       PIC X(6).
           05 WS-CARD-GRADE      PIC 9(4).
           05 WS-CARD-USER       PIC X(8).
           05 WS-CARD-REFERENCE  PIC X(10).

       01 WS-COUNT-DISPLAY PIC ZZZZ9.
       01 WS-RULE-LINE  PIC X(100) VALUE ALL "=".
       0000-MAIN.
           PERFORM 1050-READ-RUN-PARAMETERS
           PERFORM 1060-BUILD-RUNTIME-FILENAMES
           PERFORM 1080-LOAD-TERM-STATUS

           OPEN OUTPUT INTAKERPTFILE
           MOVE "Y" TO WS-REPORT-OPEN
           END-IF
           MOVE "Y" TO WS-TRAN-OPEN.

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

       1000-CONNECT-TO-DB.
           EXEC SQL
               CONNECT :DB-USERNAME IDENTIFIED BY :DB-PASSWORD
               MOVE SPACES TO WS-HDR-TERM-X
               MOVE SPACES TO WS-HDR-COUNT-X
               MOVE SPACES TO WS-HDR-ACTION-X
               MOVE SPACES TO WS-HDR-REF-X
               UNSTRING CSV-RECORD DELIMITED BY ","
                   INTO WS-HDR-COURSE-X
                        WS-HDR-CLASS-X
                        WS-HDR-TERM-X
                        WS-HDR-COUNT-X
                        WS-HDR-ACTION-X
                        WS-HDR-REF-X
               END-UNSTRING
               PERFORM 2200-VALIDATE-HEADER
           END-IF.
               ELSE
                   MOVE WS-HDR-ACTION-X (1:1) TO WS-HDR-ACTION
               END-IF
               MOVE FUNCTION TRIM(WS-HDR-REF-X) TO WS-HDR-REFERENCE
               MOVE WS-HDR-COUNT TO WS-FILE-DECLARED
               PERFORM 2250-CHECK-COURSE-EXISTS
           END-IF

           IF WS-HDR-ERROR = SPACES
               PERFORM 2260-CHECK-TERM-CLOSURE
           END-IF.

       2250-CHECK-COURSE-EXISTS.
               MOVE "COURS INCONNU AU CATALOGUE" TO WS-HDR-ERROR
           END-IF.

      *        Same rule as GRADEUPDT's 2250-CHECK-TERM-CLOSURE,
      *        applied to the class the header declares.
       2260-CHECK-TERM-CLOSURE.
           MOVE 0 TO WS-STATE-SLOT
           PERFORM VARYING WS-STATE-IDX FROM 1 BY 1
                   UNTIL WS-STATE-IDX > WS-STATE-COUNT
               IF WS-ST-CLASS (WS-STATE-IDX) = WS-HDR-CLASS
                   AND WS-ST-TERM (WS-STATE-IDX) = WS-PARM-TERM
                   MOVE WS-STATE-IDX TO WS-STATE-SLOT
               END-IF
           END-PERFORM
           IF WS-STATE-SLOT > 0
               IF WS-ST-STATUS (WS-STATE-SLOT) = "CLOSED"
                   MOVE "PERIODE CLOTUREE POUR LA CLASSE"
                       TO WS-HDR-ERROR
               END-IF
               IF WS-ST-STATUS (WS-STATE-SLOT) = "REOPENED"
                   AND WS-ST-REFERENCE (WS-STATE-SLOT) NOT =
                       WS-HDR-REFERENCE
                   MOVE "REFERENCE DE REOUVERTURE ERRONEE"
                       TO WS-HDR-ERROR
               END-IF
           END-IF.

       2300-PROCESS-CSV-ROWS.
           MOVE "N" TO WS-CSV-EOF
           PERFORM UNTIL WS-CSV-EOF = "Y"
               PERFORM 2500-CHECK-STUDENT-IN-CLASS
           END-IF

           IF WS-ROW-ERROR = SPACES
               PERFORM 2550-CHECK-ENROLMENT
           END-IF

           IF WS-ROW-ERROR = SPACES
               PERFORM 2600-BUFFER-CARD
           ELSE
                   TO WS-ROW-ERROR
           END-IF.

      *        Same rule as GRADEUPDT's 2260-CHECK-ENROLMENT: a DR
      *        or EX row for the course and the run term refuses the
      *        grade, no row at all means the student takes it.
       2550-CHECK-ENROLMENT.
           MOVE 0 TO WS-NOT-ENROLLED
           EXEC SQL
               SELECT COUNT(*) INTO :WS-NOT-ENROLLED
                   FROM ENROLMENT
                   WHERE STUDENT_ID = :WS-ROW-STUDENT
                     AND COURSE_ID = :WS-HDR-COURSE
                     AND TERM = :WS-PARM-TERM
                     AND STATUS <> 'EN'
           END-EXEC
           IF SQLCODE < 0
               MOVE "2550-CHECK-ENROLMENT" TO WS-LOG-PARAGRAPH
               PERFORM 9100-LOG-SQL-EXCEPTION
               MOVE "2550-CHECK-ENROLMENT: LOOKUP FAILED"
                   TO WS-ABEND-MESSAGE
               PERFORM 9900-ABEND-PROGRAM
           END-IF
           IF WS-NOT-ENROLLED > 0
               MOVE "ELEVE NON INSCRIT AU COURS" TO WS-ROW-ERROR
           END-IF.

       2600-BUFFER-CARD.
           IF WS-CARD-COUNT >= WS-MAX-CARDS
               MOVE "PLUS DE LIGNES QUE LA TABLE N'EN TIENT"
               MOVE WS-PARM-TERM   TO WS-CARD-TERM
               COMPUTE WS-CARD-GRADE = WS-ROW-GRADE * 100
               MOVE "INTAKE" TO WS-CARD-USER
               MOVE WS-HDR-REFERENCE TO WS-CARD-REFERENCE
               ADD 1 TO WS-CARD-COUNT
               MOVE WS-CARD-FIELDS TO
                   WS-CARD-ENTRY (WS-CARD-COUNT)
