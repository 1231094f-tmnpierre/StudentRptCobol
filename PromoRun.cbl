       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROMORUN.

      *        September class rollover. Reads the year's final
      *        decisions (the decisions files GRADESREPORT, MAKEUPRUN
      *        and YEARENDRPT write, in the order PROMOPARM.DAT lists
      *        them) and the promotion map of PROMOPARM.DAT, places
      *        every student of the STUDENT table in next year's
      *        class, and prints the proposed class lists with head
      *        counts together with the students that could not be
      *        placed and why. Nothing is changed in the database:
      *        once the lists are approved (a V record naming the
      *        approver in PROMOPARM.DAT) the run appends the TS and
      *        WS cards to ROSTERTRAN.DAT, and ROSTERUPDT applies
      *        them through its usual validate / audit cycle.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUNPARMFILE ASSIGN TO "RUNPARM.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RUNPARM-STATUS.

           SELECT PROMOPARMFILE ASSIGN TO "PROMOPARM.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PROMOPARM-STATUS.

           SELECT DECISIONIN ASSIGN TO WS-DECISIONIN-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DECISIONIN-STATUS.

           SELECT OVERRIDEFILE ASSIGN TO "JURYOVR.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-OVERRIDE-STATUS.

           SELECT REPORTFILE ASSIGN TO WS-REPORT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REPORT-STATUS.

      *        Reader and writer on the same ROSTERTRAN.DAT, like
      *        MAKEUPRUN's HISTORYIN/HISTORYFILE - the reader is
      *        closed before the writer opens EXTEND.
           SELECT TRANIN ASSIGN TO "ROSTERTRAN.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TRANIN-STATUS.

           SELECT TRANFILE ASSIGN TO "ROSTERTRAN.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TRAN-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD RUNPARMFILE.
       01 RUNPARM-RECORD PIC X(120).

       FD PROMOPARMFILE.
       01 PROMOPARM-RECORD PIC X(40).

       FD DECISIONIN.
       01 DECISIONIN-RECORD PIC X(80).

       FD OVERRIDEFILE.
       01 OVERRIDE-RECORD PIC X(68).

       FD REPORTFILE.
       01 REPORT-RECORD PIC X(132).

       FD TRANIN.
       01 TRANIN-RECORD PIC X(120).

       FD TRANFILE.
       01 TRAN-RECORD PIC X(120).

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

      *        PROMOPARM.DAT record layout: TYPE(1) then fields.
      *        "D" RUNID(10)                - a decisions file to read
      *                                       (decisions_<runid>.dat;
      *                                       the year label for the
      *                                       YEARENDRPT file). Files
      *                                       are read in the order
      *                                       listed and the last row
      *                                       per student wins, so the
      *                                       make-up session is
      *                                       listed after the term
      *                                       run it completes
      *        "M" FROM(8) DECISION(10) TO(8)
      *                                     - promotion map: a student
      *                                       of class FROM with that
      *                                       final decision goes to
      *                                       class TO; TO = SORTANT
      *                                       leaves the school (WS
      *                                       card)
      *        "C" CLASS(8) CAPACITY(3)     - seats of a class next
      *                                       year; a class without
      *                                       a C record is unlimited
      *        "V" USER(8)                  - the lists are approved
      *                                       by USER: the cards are
      *                                       written, signed by that
      *                                       user. Without a V
      *                                       record the run is a
      *                                       proposal only
       01 WS-PROMOPARM-FIELDS.
           05 WS-PP-TYPE   PIC X(1).
           05 WS-PP-DATA   PIC X(39).
       01 WS-PP-SOURCE-FIELDS REDEFINES WS-PROMOPARM-FIELDS.
           05 FILLER        PIC X(1).
           05 WS-PP-RUNID   PIC X(10).
           05 FILLER        PIC X(29).
       01 WS-PP-MAP-FIELDS REDEFINES WS-PROMOPARM-FIELDS.
           05 FILLER        PIC X(1).
           05 WS-PP-FROM-CLASS PIC X(8).
           05 WS-PP-DECISION   PIC X(10).
           05 WS-PP-TO-CLASS   PIC X(8).
           05 FILLER        PIC X(13).
       01 WS-PP-CAPACITY-FIELDS REDEFINES WS-PROMOPARM-FIELDS.
           05 FILLER        PIC X(1).
           05 WS-PP-CAP-CLASS  PIC X(8).
           05 WS-PP-CAPACITY   PIC X(3).
           05 FILLER        PIC X(28).
       01 WS-PP-APPROVAL-FIELDS REDEFINES WS-PROMOPARM-FIELDS.
           05 FILLER        PIC X(1).
           05 WS-PP-APPROVER   PIC X(8).
           05 FILLER        PIC X(31).

       01 WS-RUN-ID             PIC X(10) VALUE SPACES.
       01 WS-APPROVER           PIC X(8)  VALUE SPACES.
       01 WS-REPORT-FILENAME    PIC X(60) VALUE SPACES.
       01 WS-DECISIONIN-FILENAME PIC X(60) VALUE SPACES.
       01 WS-RUNPARM-STATUS     PIC XX.
       01 WS-PROMOPARM-STATUS   PIC XX.
       01 WS-DECISIONIN-STATUS  PIC XX.
       01 WS-OVERRIDE-STATUS    PIC XX.
       01 WS-REPORT-STATUS      PIC XX.
       01 WS-TRANIN-STATUS      PIC XX.
       01 WS-TRAN-STATUS        PIC XX.
       01 WS-REPORT-OPEN        PIC X VALUE "N".
       01 WS-TRAN-OPEN          PIC X VALUE "N".
       01 WS-ABEND-MESSAGE      PIC X(80) VALUE SPACES.
       01 WS-LOG-PARAGRAPH      PIC X(30) VALUE SPACES.
       01 WS-SQLCODE-DISPLAY    PIC -999999.

       01 WS-MAX-SOURCES   PIC 9(2) VALUE 10.
       01 WS-SOURCE-COUNT  PIC 9(2) VALUE 0.
       01 WS-SOURCE-IDX    PIC 9(2) VALUE 0.
       01 WS-SOURCE-TABLE.
           05 WS-SOURCE-ENTRY OCCURS 10 TIMES.
               10 WS-SRC-RUNID    PIC X(10).
               10 WS-SRC-FOUND    PIC X.
               10 WS-SRC-ROWS     PIC 9(5).

       01 WS-MAX-RULES     PIC 9(3) VALUE 200.
       01 WS-RULE-COUNT    PIC 9(3) VALUE 0.
       01 WS-RULE-IDX      PIC 9(3) VALUE 0.
       01 WS-RULE-SLOT     PIC 9(3) VALUE 0.
       01 WS-RULE-TABLE.
           05 WS-RULE-ENTRY OCCURS 200 TIMES.
               10 WS-RL-FROM-CLASS PIC X(8).
               10 WS-RL-DECISION   PIC X(10).
               10 WS-RL-TO-CLASS   PIC X(8).

      *        Seats per class next year; WS-CP-PLACED counts the
      *        students placed so far in the run.
       01 WS-MAX-CAPACITIES PIC 9(3) VALUE 100.
       01 WS-CAP-COUNT      PIC 9(3) VALUE 0.
       01 WS-CAP-IDX        PIC 9(3) VALUE 0.
       01 WS-CAP-SLOT       PIC 9(3) VALUE 0.
       01 WS-CAP-TABLE.
           05 WS-CAP-ENTRY OCCURS 100 TIMES.
               10 WS-CP-CLASS    PIC X(8).
               10 WS-CP-CAPACITY PIC 9(3).
               10 WS-CP-PLACED   PIC 9(4).

      *        Jury override records off JURYOVR.DAT, same layout as
      *        GRADESREPORT reads: STUDENT(4) TERM(6) DECISION(10)
      *        SIGNER(8) REASON(40). All terms are kept (last record
      *        per student and term wins): an override on file for
      *        the term of the decision a student is placed on, that
      *        the decisions row does not carry yet, means the
      *        decision has still to be reprinted - the student is
      *        not placed until it is.
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

      *        Card layout of ROSTERUPDT's WS-TRAN-FIELDS - keep in
      *        step with it.
       01 WS-TRAN-FIELDS.
           05 WS-TRAN-ACTION    PIC X(2).
           05 WS-TRAN-KEY-ID    PIC X(4).
           05 WS-TRAN-CLASS     PIC X(8).
           05 WS-TRAN-COEF      PIC X(4).
           05 WS-TRAN-LASTNAME  PIC X(35).
           05 WS-TRAN-FIRSTNAME PIC X(35).
           05 WS-TRAN-USER      PIC X(8).
           05 WS-TRAN-REFERENCE PIC X(10).
           05 WS-TRAN-TERM      PIC X(6).
           05 WS-TRAN-COURSE-ID PIC X(4).
           05 FILLER            PIC X(4).

      *        One entry per student on the STUDENT table. The
      *        decision fields come off the decisions files, the
      *        placement (new class and card, or the reason the
      *        student was left out) off 2000. WS-PS-SORT-KEY orders
      *        the report: placed students by new class, then the
      *        students left out, each by current class and name.
       01 WS-MAX-STUDENTS  PIC 9(4) VALUE 2000.
       01 WS-STU-COUNT     PIC 9(4) VALUE 0.
       01 WS-STU-IDX       PIC 9(4) VALUE 0.
       01 WS-STU-SLOT      PIC 9(4) VALUE 0.
       01 WS-DROPPED-COUNT PIC 9(4) VALUE 0.
       01 WS-STUDENT-TABLE.
           05 WS-STU-ENTRY OCCURS 2000 TIMES.
               10 WS-PS-SORT-KEY.
                   15 WS-PS-PLACED    PIC X.
                   15 WS-PS-NEW-CLASS PIC X(8).
                   15 WS-PS-CLASS     PIC X(8).
                   15 WS-PS-LASTNAME  PIC X(35).
                   15 WS-PS-FIRSTNAME PIC X(35).
               10 WS-PS-ID         PIC 9(4).
               10 WS-PS-DEC-FOUND  PIC X.
               10 WS-PS-DEC-RUNID  PIC X(10).
               10 WS-PS-DEC-TERM   PIC X(6).
               10 WS-PS-DEC-CLASS  PIC X(8).
               10 WS-PS-DEC-AVG    PIC X(5).
               10 WS-PS-DECISION   PIC X(10).
               10 WS-PS-DEC-JURY   PIC X.
               10 WS-PS-ACTION     PIC X(2).
               10 WS-PS-CARD-DONE  PIC X.
               10 WS-PS-REASON     PIC X(40).

      *        Swap area for 2500-SORT-STUDENTS - sized to one
      *        WS-STU-ENTRY; keep in step with that layout.
       01 WS-STU-SWAP PIC X(175).
       01 WS-SORT-I   PIC 9(4) VALUE 0.
       01 WS-SORT-J   PIC 9(4) VALUE 0.

       01 STUDENT-DETAILS.
           05 STUDENT-ID PIC 9(4).
           05 LASTNAME   PIC X(35).
           05 FIRSTNAME  PIC X(35).
           05 STUDENT-CLASS PIC X(8).

      *        Students staying in their class hold their seat
      *        already and are placed in the first pass; the others
      *        take the remaining seats in the second, in class and
      *        name order.
       01 WS-PLACE-PASS     PIC 9 VALUE 0.
       01 WS-TARGET-CLASS   PIC X(8) VALUE SPACES.
       01 WS-FIND-ID        PIC 9(4) VALUE 0.
       01 WS-UNKNOWN-ROWS   PIC 9(5) VALUE 0.

       01 WS-PRINT-LINE     PIC X(132).
       01 WS-STRING-PTR     PIC 9(4) VALUE 1.
       01 WS-RULE-LINE      PIC X(100) VALUE ALL "=".
       01 WS-DASH-LINE      PIC X(100) VALUE ALL "-".
       01 WS-PREV-CLASS     PIC X(8) VALUE SPACES.
       01 WS-CLASS-SIZE     PIC 9(4) VALUE 0.
       01 WS-ID-DISPLAY     PIC 9(4).
       01 WS-COUNT-DISPLAY  PIC ZZZZ9.

       01 WS-PLACED-COUNT   PIC 9(4) VALUE 0.
       01 WS-UNPLACED-COUNT PIC 9(4) VALUE 0.
       01 WS-CARD-COUNT     PIC 9(4) VALUE 0.
       01 WS-CARD-SKIPPED   PIC 9(4) VALUE 0.
       01 WS-STAY-COUNT     PIC 9(4) VALUE 0.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1050-READ-RUN-PARAMETERS
           PERFORM 1100-READ-PROMO-PARAMETERS
           PERFORM 1200-LOAD-JURY-OVERRIDES

           PERFORM 1000-CONNECT-TO-DB
           PERFORM 1300-FETCH-STUDENTS
           PERFORM 9000-CLOSE-DB

           PERFORM 1400-LOAD-DECISIONS
           PERFORM 2000-PLACE-STUDENTS
           PERFORM 2500-SORT-STUDENTS
           PERFORM 3000-WRITE-PROPOSAL-REPORT
           IF WS-APPROVER NOT = SPACES
               PERFORM 4000-WRITE-ROSTER-CARDS
           END-IF

           DISPLAY "PROMORUN: ELEVES=" WS-STU-COUNT
                   " PLACES=" WS-PLACED-COUNT
                   " NON PLACES=" WS-UNPLACED-COUNT
                   UPON CONSOLE
           IF WS-APPROVER NOT = SPACES
               DISPLAY "PROMORUN: VALIDE PAR " WS-APPROVER
                       " CARTES ECRITES=" WS-CARD-COUNT
                       " DEJA PRESENTES=" WS-CARD-SKIPPED
                       UPON CONSOLE
           ELSE
               DISPLAY "PROMORUN: PROPOSITION SEULE, AUCUNE CARTE "
                       "ECRITE" UPON CONSOLE
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

           MOVE SPACES TO WS-REPORT-FILENAME
           STRING "promo_" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-RUN-ID) DELIMITED BY SIZE
                  ".rpt" DELIMITED BY SIZE
                  INTO WS-REPORT-FILENAME.

       1100-READ-PROMO-PARAMETERS.
           OPEN INPUT PROMOPARMFILE
           IF WS-PROMOPARM-STATUS NOT = "00"
               MOVE "1100-READ-PROMO-PARAMETERS: CANNOT OPEN "
                   & "PROMOPARM.DAT" TO WS-ABEND-MESSAGE
               PERFORM 9900-ABEND-PROGRAM
           END-IF

           PERFORM UNTIL WS-PROMOPARM-STATUS NOT = "00"
               READ PROMOPARMFILE INTO WS-PROMOPARM-FIELDS
                   AT END MOVE "10" TO WS-PROMOPARM-STATUS
               END-READ
               IF WS-PROMOPARM-STATUS = "00"
                   PERFORM 1110-STORE-PROMO-PARAMETER
               END-IF
           END-PERFORM
           CLOSE PROMOPARMFILE

           IF WS-SOURCE-COUNT = 0
               MOVE "1100-READ-PROMO-PARAMETERS: AT LEAST ONE "
                   & "DECISIONS RECORD (D) IS REQUIRED"
                   TO WS-ABEND-MESSAGE
               PERFORM 9900-ABEND-PROGRAM
           END-IF
           IF WS-RULE-COUNT = 0
               MOVE "1100-READ-PROMO-PARAMETERS: AT LEAST ONE "
                   & "MAP RECORD (M) IS REQUIRED" TO WS-ABEND-MESSAGE
               PERFORM 9900-ABEND-PROGRAM
           END-IF.

      *        A map record repeated for the same class and decision
      *        replaces the earlier one, as does a repeated capacity.
       1110-STORE-PROMO-PARAMETER.
           EVALUATE WS-PP-TYPE
               WHEN "D"
                   IF WS-PP-RUNID = SPACES
                       DISPLAY "PROMORUN: RUN ID ABSENT, "
                               "ENREGISTREMENT IGNORE: "
                               WS-PROMOPARM-FIELDS UPON CONSOLE
                   ELSE
                       IF WS-SOURCE-COUNT < WS-MAX-SOURCES
                           ADD 1 TO WS-SOURCE-COUNT
                           MOVE WS-PP-RUNID TO
                               WS-SRC-RUNID (WS-SOURCE-COUNT)
                           MOVE "N" TO WS-SRC-FOUND (WS-SOURCE-COUNT)
                           MOVE 0 TO WS-SRC-ROWS (WS-SOURCE-COUNT)
                       ELSE
                           DISPLAY "PROMORUN: TROP DE FICHIERS DE "
                                   "DECISIONS, ENREGISTREMENT "
                                   "IGNORE: " WS-PROMOPARM-FIELDS
                                   UPON CONSOLE
                       END-IF
                   END-IF
               WHEN "M"
                   IF WS-PP-FROM-CLASS = SPACES
                       OR WS-PP-TO-CLASS = SPACES
                       OR (WS-PP-DECISION NOT = "ADMIS"
                           AND WS-PP-DECISION NOT = "REDOUBLE")
                       DISPLAY "PROMORUN: REGLE INVALIDE, "
                               "ENREGISTREMENT IGNORE: "
                               WS-PROMOPARM-FIELDS UPON CONSOLE
                   ELSE
                       PERFORM 1120-STORE-MAP-RULE
                   END-IF
               WHEN "C"
                   IF WS-PP-CAP-CLASS = SPACES
                       OR WS-PP-CAPACITY NOT NUMERIC
                       DISPLAY "PROMORUN: CAPACITE INVALIDE, "
                               "ENREGISTREMENT IGNORE: "
                               WS-PROMOPARM-FIELDS UPON CONSOLE
                   ELSE
                       PERFORM 1130-STORE-CAPACITY
                   END-IF
               WHEN "V"
                   MOVE WS-PP-APPROVER TO WS-APPROVER
               WHEN OTHER
                   DISPLAY "PROMORUN: TYPE INCONNU, "
                           "ENREGISTREMENT IGNORE: "
                           WS-PROMOPARM-FIELDS UPON CONSOLE
           END-EVALUATE.

       1120-STORE-MAP-RULE.
           MOVE 0 TO WS-RULE-SLOT
           PERFORM VARYING WS-RULE-IDX FROM 1 BY 1
                   UNTIL WS-RULE-IDX > WS-RULE-COUNT
               IF WS-RL-FROM-CLASS (WS-RULE-IDX) = WS-PP-FROM-CLASS
                   AND WS-RL-DECISION (WS-RULE-IDX) = WS-PP-DECISION
                   MOVE WS-RULE-IDX TO WS-RULE-SLOT
               END-IF
           END-PERFORM
           IF WS-RULE-SLOT = 0
               IF WS-RULE-COUNT < WS-MAX-RULES
                   ADD 1 TO WS-RULE-COUNT
                   MOVE WS-RULE-COUNT TO WS-RULE-SLOT
               ELSE
                   DISPLAY "PROMORUN: TABLE DES REGLES PLEINE, "
                           "ENREGISTREMENT IGNORE: "
                           WS-PROMOPARM-FIELDS UPON CONSOLE
               END-IF
           END-IF
           IF WS-RULE-SLOT > 0
               MOVE WS-PP-FROM-CLASS TO
                   WS-RL-FROM-CLASS (WS-RULE-SLOT)
               MOVE WS-PP-DECISION TO WS-RL-DECISION (WS-RULE-SLOT)
               MOVE WS-PP-TO-CLASS TO WS-RL-TO-CLASS (WS-RULE-SLOT)
           END-IF.

       1130-STORE-CAPACITY.
           MOVE WS-PP-CAP-CLASS TO WS-TARGET-CLASS
           PERFORM 2300-FIND-CAPACITY
           IF WS-CAP-SLOT = 0
               IF WS-CAP-COUNT < WS-MAX-CAPACITIES
                   ADD 1 TO WS-CAP-COUNT
                   MOVE WS-CAP-COUNT TO WS-CAP-SLOT
               ELSE
                   DISPLAY "PROMORUN: TABLE DES CAPACITES PLEINE, "
                           "ENREGISTREMENT IGNORE: "
                           WS-PROMOPARM-FIELDS UPON CONSOLE
               END-IF
           END-IF
           IF WS-CAP-SLOT > 0
               MOVE WS-PP-CAP-CLASS TO WS-CP-CLASS (WS-CAP-SLOT)
               MOVE WS-PP-CAPACITY TO WS-CP-CAPACITY (WS-CAP-SLOT)
               MOVE 0 TO WS-CP-PLACED (WS-CAP-SLOT)
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
                   DISPLAY "PROMORUN: TABLE DES DECISIONS DU JURY "
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

      *        The roster as it stands today - the class a student
      *        sits in now is the class a TS card moves the student
      *        out of.
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

      *        A partial roster would mean a partial rollover - the
      *        run stops rather than propose lists with students
      *        silently missing.
           IF WS-DROPPED-COUNT > 0
               MOVE "1300-FETCH-STUDENTS: STUDENT TABLE FULL, "
                   & "ROLLOVER NOT PROPOSED" TO WS-ABEND-MESSAGE
               PERFORM 9900-ABEND-PROGRAM
           END-IF.

       1310-STORE-STUDENT.
           IF WS-STU-COUNT >= WS-MAX-STUDENTS
               ADD 1 TO WS-DROPPED-COUNT
           ELSE
               ADD 1 TO WS-STU-COUNT
               MOVE WS-STU-COUNT TO WS-STU-SLOT
               MOVE "N" TO WS-PS-PLACED (WS-STU-SLOT)
               MOVE SPACES TO WS-PS-NEW-CLASS (WS-STU-SLOT)
               MOVE STUDENT-CLASS TO WS-PS-CLASS (WS-STU-SLOT)
               MOVE LASTNAME TO WS-PS-LASTNAME (WS-STU-SLOT)
               MOVE FIRSTNAME TO WS-PS-FIRSTNAME (WS-STU-SLOT)
               MOVE STUDENT-ID TO WS-PS-ID (WS-STU-SLOT)
               MOVE "N" TO WS-PS-DEC-FOUND (WS-STU-SLOT)
               MOVE SPACES TO WS-PS-DEC-RUNID (WS-STU-SLOT)
               MOVE SPACES TO WS-PS-DEC-TERM (WS-STU-SLOT)
               MOVE SPACES TO WS-PS-DEC-CLASS (WS-STU-SLOT)
               MOVE SPACES TO WS-PS-DEC-AVG (WS-STU-SLOT)
               MOVE SPACES TO WS-PS-DECISION (WS-STU-SLOT)
               MOVE SPACES TO WS-PS-DEC-JURY (WS-STU-SLOT)
               MOVE SPACES TO WS-PS-ACTION (WS-STU-SLOT)
               MOVE "N" TO WS-PS-CARD-DONE (WS-STU-SLOT)
               MOVE SPACES TO WS-PS-REASON (WS-STU-SLOT)
           END-IF.

      *        Every listed decisions file in turn; a file that
      *        cannot be opened is reported on the proposal (a
      *        missing make-up session file changes the lists) but
      *        does not stop the run. Rows of students no longer on
      *        the roster are counted and left.
       1400-LOAD-DECISIONS.
           PERFORM VARYING WS-SOURCE-IDX FROM 1 BY 1
                   UNTIL WS-SOURCE-IDX > WS-SOURCE-COUNT
               MOVE SPACES TO WS-DECISIONIN-FILENAME
               STRING "decisions_" DELIMITED BY SIZE
                      FUNCTION TRIM(WS-SRC-RUNID (WS-SOURCE-IDX))
                          DELIMITED BY SIZE
                      ".dat" DELIMITED BY SIZE
                      INTO WS-DECISIONIN-FILENAME
               OPEN INPUT DECISIONIN
               IF WS-DECISIONIN-STATUS = "00"
                   MOVE "Y" TO WS-SRC-FOUND (WS-SOURCE-IDX)
                   PERFORM UNTIL WS-DECISIONIN-STATUS NOT = "00"
                       READ DECISIONIN INTO WS-DECISION-ROW
                           AT END MOVE "10" TO WS-DECISIONIN-STATUS
                       END-READ
                       IF WS-DECISIONIN-STATUS = "00"
                           ADD 1 TO WS-SRC-ROWS (WS-SOURCE-IDX)
                           PERFORM 1410-STORE-DECISION
                       END-IF
                   END-PERFORM
                   CLOSE DECISIONIN
               ELSE
                   DISPLAY "PROMORUN: FICHIER ABSENT: "
                           WS-DECISIONIN-FILENAME UPON CONSOLE
               END-IF
           END-PERFORM.

       1410-STORE-DECISION.
           MOVE WS-DEC-ID TO WS-FIND-ID
           PERFORM 1420-FIND-STUDENT
           IF WS-STU-SLOT = 0
               ADD 1 TO WS-UNKNOWN-ROWS
           ELSE
               MOVE "Y" TO WS-PS-DEC-FOUND (WS-STU-SLOT)
               MOVE WS-DEC-RUN-ID TO WS-PS-DEC-RUNID (WS-STU-SLOT)
               MOVE WS-DEC-TERM TO WS-PS-DEC-TERM (WS-STU-SLOT)
               MOVE WS-DEC-CLASS TO WS-PS-DEC-CLASS (WS-STU-SLOT)
               MOVE WS-DEC-AVG TO WS-PS-DEC-AVG (WS-STU-SLOT)
               MOVE WS-DEC-DECISION TO WS-PS-DECISION (WS-STU-SLOT)
               MOVE WS-DEC-JURY TO WS-PS-DEC-JURY (WS-STU-SLOT)
           END-IF.

       1420-FIND-STUDENT.
           MOVE 0 TO WS-STU-SLOT
           PERFORM VARYING WS-STU-IDX FROM 1 BY 1
                   UNTIL WS-STU-IDX > WS-STU-COUNT
               IF WS-PS-ID (WS-STU-IDX) = WS-FIND-ID
                   MOVE WS-STU-IDX TO WS-STU-SLOT
               END-IF
           END-PERFORM.

      *        Pass 1 places the students the map keeps in their own
      *        class, pass 2 everybody else; a student is examined
      *        once, in the pass its map rule belongs to. The first
      *        check that fails gives the reason the student is left
      *        out.
       2000-PLACE-STUDENTS.
           MOVE 1 TO WS-PLACE-PASS
           PERFORM VARYING WS-STU-IDX FROM 1 BY 1
                   UNTIL WS-STU-IDX > WS-STU-COUNT
               PERFORM 2100-PLACE-ONE-STUDENT
           END-PERFORM
           MOVE 2 TO WS-PLACE-PASS
           PERFORM VARYING WS-STU-IDX FROM 1 BY 1
                   UNTIL WS-STU-IDX > WS-STU-COUNT
               PERFORM 2100-PLACE-ONE-STUDENT
           END-PERFORM

           PERFORM VARYING WS-STU-IDX FROM 1 BY 1
                   UNTIL WS-STU-IDX > WS-STU-COUNT
               IF WS-PS-PLACED (WS-STU-IDX) = "Y"
                   ADD 1 TO WS-PLACED-COUNT
               ELSE
                   ADD 1 TO WS-UNPLACED-COUNT
               END-IF
           END-PERFORM.

       2100-PLACE-ONE-STUDENT.
           MOVE SPACES TO WS-TARGET-CLASS
           IF WS-PS-DEC-FOUND (WS-STU-IDX) = "Y"
               PERFORM 2200-FIND-MAP-RULE
               IF WS-RULE-SLOT > 0
                   MOVE WS-RL-TO-CLASS (WS-RULE-SLOT)
                       TO WS-TARGET-CLASS
               END-IF
           END-IF

           IF (WS-PLACE-PASS = 1
                   AND WS-TARGET-CLASS = WS-PS-CLASS (WS-STU-IDX))
               OR (WS-PLACE-PASS = 2
                   AND WS-TARGET-CLASS NOT = WS-PS-CLASS (WS-STU-IDX))
               PERFORM 2150-CHECK-AND-PLACE
           END-IF.

       2150-CHECK-AND-PLACE.
           MOVE SPACES TO WS-PS-REASON (WS-STU-IDX)
           IF WS-PS-DEC-FOUND (WS-STU-IDX) NOT = "Y"
               MOVE "AUCUNE DECISION DANS LES FICHIERS LUS"
                   TO WS-PS-REASON (WS-STU-IDX)
           END-IF

           IF WS-PS-REASON (WS-STU-IDX) = SPACES
               PERFORM 2250-CHECK-PENDING-OVERRIDE
               IF WS-OVERRIDE-SLOT > 0
                   MOVE "DECISION DU JURY EN ATTENTE"
                       TO WS-PS-REASON (WS-STU-IDX)
               END-IF
           END-IF

           IF WS-PS-REASON (WS-STU-IDX) = SPACES
               AND WS-PS-DECISION (WS-STU-IDX) NOT = "ADMIS"
               AND WS-PS-DECISION (WS-STU-IDX) NOT = "REDOUBLE"
               MOVE "PAS DE DECISION DEFINITIVE"
                   TO WS-PS-REASON (WS-STU-IDX)
           END-IF

           IF WS-PS-REASON (WS-STU-IDX) = SPACES
               AND WS-PS-DEC-CLASS (WS-STU-IDX) NOT =
                   WS-PS-CLASS (WS-STU-IDX)
               MOVE "CLASSE CHANGEE DEPUIS LA DELIBERATION"
                   TO WS-PS-REASON (WS-STU-IDX)
           END-IF

           IF WS-PS-REASON (WS-STU-IDX) = SPACES
               AND WS-TARGET-CLASS = SPACES
               MOVE "AUCUNE REGLE DE PASSAGE"
                   TO WS-PS-REASON (WS-STU-IDX)
           END-IF

           IF WS-PS-REASON (WS-STU-IDX) = SPACES
               AND WS-TARGET-CLASS NOT = "SORTANT"
               PERFORM 2300-FIND-CAPACITY
               IF WS-CAP-SLOT > 0
                   IF WS-CP-PLACED (WS-CAP-SLOT) >=
                           WS-CP-CAPACITY (WS-CAP-SLOT)
                       MOVE SPACES TO WS-PS-REASON (WS-STU-IDX)
                       STRING "CAPACITE ATTEINTE EN " DELIMITED BY SIZE
                              WS-TARGET-CLASS DELIMITED BY SIZE
                              INTO WS-PS-REASON (WS-STU-IDX)
                   ELSE
                       ADD 1 TO WS-CP-PLACED (WS-CAP-SLOT)
                   END-IF
               END-IF
           END-IF

           IF WS-PS-REASON (WS-STU-IDX) = SPACES
               MOVE "Y" TO WS-PS-PLACED (WS-STU-IDX)
               MOVE WS-TARGET-CLASS TO WS-PS-NEW-CLASS (WS-STU-IDX)
               EVALUATE TRUE
                   WHEN WS-TARGET-CLASS = "SORTANT"
                       MOVE "WS" TO WS-PS-ACTION (WS-STU-IDX)
                   WHEN WS-TARGET-CLASS = WS-PS-CLASS (WS-STU-IDX)
                       MOVE SPACES TO WS-PS-ACTION (WS-STU-IDX)
                       ADD 1 TO WS-STAY-COUNT
                   WHEN OTHER
                       MOVE "TS" TO WS-PS-ACTION (WS-STU-IDX)
               END-EVALUATE
           END-IF.

      *        The map is keyed on the class the student was
      *        deliberated in, which 2150 requires to be the class
      *        the student still sits in.
       2200-FIND-MAP-RULE.
           MOVE 0 TO WS-RULE-SLOT
           PERFORM VARYING WS-RULE-IDX FROM 1 BY 1
                   UNTIL WS-RULE-IDX > WS-RULE-COUNT
               IF WS-RL-FROM-CLASS (WS-RULE-IDX) =
                       WS-PS-DEC-CLASS (WS-STU-IDX)
                   AND WS-RL-DECISION (WS-RULE-IDX) =
                       WS-PS-DECISION (WS-STU-IDX)
                   MOVE WS-RULE-IDX TO WS-RULE-SLOT
               END-IF
           END-PERFORM.

      *        An override the decisions row already carries (jury
      *        flag Y, same decision) has been taken into account;
      *        any other override on file for that term is pending.
       2250-CHECK-PENDING-OVERRIDE.
           MOVE 0 TO WS-OVERRIDE-SLOT
           PERFORM VARYING WS-OVERRIDE-IDX FROM 1 BY 1
                   UNTIL WS-OVERRIDE-IDX > WS-OVERRIDE-COUNT
               IF WS-OVT-ID (WS-OVERRIDE-IDX) = WS-PS-ID (WS-STU-IDX)
                   AND WS-OVT-TERM (WS-OVERRIDE-IDX) =
                       WS-PS-DEC-TERM (WS-STU-IDX)
                   IF WS-PS-DEC-JURY (WS-STU-IDX) NOT = "Y"
                       OR WS-OVT-DECISION (WS-OVERRIDE-IDX) NOT =
                           WS-PS-DECISION (WS-STU-IDX)
                       MOVE WS-OVERRIDE-IDX TO WS-OVERRIDE-SLOT
                   END-IF
               END-IF
           END-PERFORM.

       2300-FIND-CAPACITY.
           MOVE 0 TO WS-CAP-SLOT
           PERFORM VARYING WS-CAP-IDX FROM 1 BY 1
                   UNTIL WS-CAP-IDX > WS-CAP-COUNT
               IF WS-CP-CLASS (WS-CAP-IDX) = WS-TARGET-CLASS
                   MOVE WS-CAP-IDX TO WS-CAP-SLOT
               END-IF
           END-PERFORM.

      *        Placed students first, by new class and name; then
      *        the students left out, by current class and name.
       2500-SORT-STUDENTS.
           PERFORM VARYING WS-SORT-I FROM 1 BY 1
                   UNTIL WS-SORT-I >= WS-STU-COUNT
               PERFORM VARYING WS-SORT-J FROM 1 BY 1
                       UNTIL WS-SORT-J >
                           WS-STU-COUNT - WS-SORT-I
                   IF WS-PS-PLACED (WS-SORT-J) <
                           WS-PS-PLACED (WS-SORT-J + 1)
                       OR (WS-PS-PLACED (WS-SORT-J) =
                           WS-PS-PLACED (WS-SORT-J + 1)
                           AND WS-PS-SORT-KEY (WS-SORT-J) >
                               WS-PS-SORT-KEY (WS-SORT-J + 1))
                       MOVE WS-STU-ENTRY (WS-SORT-J) TO
                           WS-STU-SWAP
                       MOVE WS-STU-ENTRY (WS-SORT-J + 1) TO
                           WS-STU-ENTRY (WS-SORT-J)
                       MOVE WS-STU-SWAP TO
                           WS-STU-ENTRY (WS-SORT-J + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

       3000-WRITE-PROPOSAL-REPORT.
           OPEN OUTPUT REPORTFILE
           IF WS-REPORT-STATUS NOT = "00"
               MOVE "3000-WRITE-PROPOSAL-REPORT: CANNOT OPEN THE "
                   & "PROPOSAL REPORT" TO WS-ABEND-MESSAGE
               PERFORM 9900-ABEND-PROGRAM
           END-IF
           MOVE "Y" TO WS-REPORT-OPEN

           PERFORM 3050-WRITE-REPORT-HEADER

      *        Class-break loop over the placed students, like
      *        YEARENDRPT's bulletins: the footer of a class is
      *        printed when the next class starts and once after
      *        the last placed student.
           MOVE SPACES TO WS-PREV-CLASS
           MOVE 0 TO WS-CLASS-SIZE
           PERFORM VARYING WS-STU-IDX FROM 1 BY 1
                   UNTIL WS-STU-IDX > WS-STU-COUNT
               IF WS-PS-PLACED (WS-STU-IDX) = "Y"
                   IF WS-PS-NEW-CLASS (WS-STU-IDX) NOT =
                           WS-PREV-CLASS
                       IF WS-PREV-CLASS NOT = SPACES
                           PERFORM 3300-WRITE-CLASS-FOOTER
                       END-IF
                       MOVE WS-PS-NEW-CLASS (WS-STU-IDX) TO
                           WS-PREV-CLASS
                       MOVE 0 TO WS-CLASS-SIZE
                       PERFORM 3100-WRITE-CLASS-HEADER
                   END-IF
                   ADD 1 TO WS-CLASS-SIZE
                   PERFORM 3200-WRITE-PLACED-LINE
               END-IF
           END-PERFORM
           IF WS-PREV-CLASS NOT = SPACES
               PERFORM 3300-WRITE-CLASS-FOOTER
           END-IF

           MOVE SPACES TO WS-PRINT-LINE
           MOVE WS-UNPLACED-COUNT TO WS-COUNT-DISPLAY
           MOVE 1 TO WS-STRING-PTR
           STRING "ELEVES NON PLACES: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-COUNT-DISPLAY) DELIMITED BY SIZE
                  INTO WS-PRINT-LINE
                  WITH POINTER WS-STRING-PTR
           WRITE REPORT-RECORD FROM WS-PRINT-LINE
           WRITE REPORT-RECORD FROM WS-DASH-LINE
           PERFORM VARYING WS-STU-IDX FROM 1 BY 1
                   UNTIL WS-STU-IDX > WS-STU-COUNT
               IF WS-PS-PLACED (WS-STU-IDX) NOT = "Y"
                   PERFORM 3400-WRITE-UNPLACED-LINE
               END-IF
           END-PERFORM

           PERFORM 3500-WRITE-REPORT-TOTALS
           CLOSE REPORTFILE
           MOVE "N" TO WS-REPORT-OPEN.

       3050-WRITE-REPORT-HEADER.
           WRITE REPORT-RECORD FROM WS-RULE-LINE
           MOVE SPACES TO WS-PRINT-LINE
           MOVE 1 TO WS-STRING-PTR
           STRING "PASSAGE EN CLASSE SUPERIEURE - RUN "
                  DELIMITED BY SIZE
                  WS-RUN-ID DELIMITED BY SIZE
                  INTO WS-PRINT-LINE
                  WITH POINTER WS-STRING-PTR
           IF WS-APPROVER NOT = SPACES
               STRING "   LISTES VALIDEES PAR " DELIMITED BY SIZE
                      WS-APPROVER DELIMITED BY SIZE
                      INTO WS-PRINT-LINE
                      WITH POINTER WS-STRING-PTR
           ELSE
               STRING "   PROPOSITION - NON VALIDEE"
                      DELIMITED BY SIZE
                      INTO WS-PRINT-LINE
                      WITH POINTER WS-STRING-PTR
           END-IF
           WRITE REPORT-RECORD FROM WS-PRINT-LINE

           PERFORM VARYING WS-SOURCE-IDX FROM 1 BY 1
                   UNTIL WS-SOURCE-IDX > WS-SOURCE-COUNT
               MOVE SPACES TO WS-PRINT-LINE
               MOVE 1 TO WS-STRING-PTR
               STRING "DECISIONS: " DELIMITED BY SIZE
                      WS-SRC-RUNID (WS-SOURCE-IDX) DELIMITED BY SIZE
                      INTO WS-PRINT-LINE
                      WITH POINTER WS-STRING-PTR
               IF WS-SRC-FOUND (WS-SOURCE-IDX) = "Y"
                   MOVE WS-SRC-ROWS (WS-SOURCE-IDX)
                       TO WS-COUNT-DISPLAY
                   STRING " LIGNES LUES: " DELIMITED BY SIZE
                          FUNCTION TRIM(WS-COUNT-DISPLAY)
                              DELIMITED BY SIZE
                          INTO WS-PRINT-LINE
                          WITH POINTER WS-STRING-PTR
               ELSE
                   STRING " ATTENTION: FICHIER ABSENT"
                          DELIMITED BY SIZE
                          INTO WS-PRINT-LINE
                          WITH POINTER WS-STRING-PTR
               END-IF
               WRITE REPORT-RECORD FROM WS-PRINT-LINE
           END-PERFORM
           WRITE REPORT-RECORD FROM WS-RULE-LINE.

       3100-WRITE-CLASS-HEADER.
           MOVE SPACES TO WS-PRINT-LINE
           MOVE 1 TO WS-STRING-PTR
           IF WS-PREV-CLASS = "SORTANT"
               STRING "ELEVES SORTANTS" DELIMITED BY SIZE
                      INTO WS-PRINT-LINE
                      WITH POINTER WS-STRING-PTR
           ELSE
               STRING "CLASSE " DELIMITED BY SIZE
                      WS-PREV-CLASS DELIMITED BY SIZE
                      INTO WS-PRINT-LINE
                      WITH POINTER WS-STRING-PTR
               MOVE WS-PREV-CLASS TO WS-TARGET-CLASS
               PERFORM 2300-FIND-CAPACITY
               IF WS-CAP-SLOT > 0
                   MOVE WS-CP-CAPACITY (WS-CAP-SLOT)
                       TO WS-COUNT-DISPLAY
                   STRING "   CAPACITE: " DELIMITED BY SIZE
                          FUNCTION TRIM(WS-COUNT-DISPLAY)
                              DELIMITED BY SIZE
                          INTO WS-PRINT-LINE
                          WITH POINTER WS-STRING-PTR
               END-IF
           END-IF
           WRITE REPORT-RECORD FROM WS-PRINT-LINE
           WRITE REPORT-RECORD FROM WS-DASH-LINE.

       3200-WRITE-PLACED-LINE.
           MOVE SPACES TO WS-PRINT-LINE
           MOVE WS-PS-ID (WS-STU-IDX) TO WS-ID-DISPLAY
           MOVE 1 TO WS-STRING-PTR
           STRING WS-ID-DISPLAY DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-PS-LASTNAME (WS-STU-IDX) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-PS-FIRSTNAME (WS-STU-IDX) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-PS-CLASS (WS-STU-IDX) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-PS-DECISION (WS-STU-IDX) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  INTO WS-PRINT-LINE
                  WITH POINTER WS-STRING-PTR
           IF WS-PS-ACTION (WS-STU-IDX) = SPACES
               STRING "(MAINTENU)" DELIMITED BY SIZE
                      INTO WS-PRINT-LINE
                      WITH POINTER WS-STRING-PTR
           ELSE
               STRING "CARTE " DELIMITED BY SIZE
                      WS-PS-ACTION (WS-STU-IDX) DELIMITED BY SIZE
                      INTO WS-PRINT-LINE
                      WITH POINTER WS-STRING-PTR
           END-IF
           WRITE REPORT-RECORD FROM WS-PRINT-LINE.

       3300-WRITE-CLASS-FOOTER.
           MOVE SPACES TO WS-PRINT-LINE
           MOVE WS-CLASS-SIZE TO WS-COUNT-DISPLAY
           MOVE 1 TO WS-STRING-PTR
           STRING "EFFECTIF " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-PREV-CLASS) DELIMITED BY SIZE
                  ": " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-COUNT-DISPLAY) DELIMITED BY SIZE
                  INTO WS-PRINT-LINE
                  WITH POINTER WS-STRING-PTR
           WRITE REPORT-RECORD FROM WS-PRINT-LINE
           WRITE REPORT-RECORD FROM WS-RULE-LINE.

      *        Reason before the name, so the full reason fits the
      *        line whatever the length of the name.
       3400-WRITE-UNPLACED-LINE.
           MOVE SPACES TO WS-PRINT-LINE
           MOVE WS-PS-ID (WS-STU-IDX) TO WS-ID-DISPLAY
           MOVE 1 TO WS-STRING-PTR
           STRING WS-ID-DISPLAY DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-PS-CLASS (WS-STU-IDX) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-PS-DECISION (WS-STU-IDX) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-PS-REASON (WS-STU-IDX) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-PS-LASTNAME (WS-STU-IDX))
                      DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-PS-FIRSTNAME (WS-STU-IDX))
                      DELIMITED BY SIZE
                  INTO WS-PRINT-LINE
                  WITH POINTER WS-STRING-PTR
           WRITE REPORT-RECORD FROM WS-PRINT-LINE.

       3500-WRITE-REPORT-TOTALS.
           WRITE REPORT-RECORD FROM WS-RULE-LINE
           MOVE SPACES TO WS-PRINT-LINE
           MOVE 1 TO WS-STRING-PTR
           MOVE WS-STU-COUNT TO WS-COUNT-DISPLAY
           STRING "ELEVES: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-COUNT-DISPLAY) DELIMITED BY SIZE
                  INTO WS-PRINT-LINE
                  WITH POINTER WS-STRING-PTR
           MOVE WS-PLACED-COUNT TO WS-COUNT-DISPLAY
           STRING "   PLACES: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-COUNT-DISPLAY) DELIMITED BY SIZE
                  INTO WS-PRINT-LINE
                  WITH POINTER WS-STRING-PTR
           MOVE WS-STAY-COUNT TO WS-COUNT-DISPLAY
           STRING " (DONT MAINTENUS: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-COUNT-DISPLAY) DELIMITED BY SIZE
                  ")" DELIMITED BY SIZE
                  INTO WS-PRINT-LINE
                  WITH POINTER WS-STRING-PTR
           MOVE WS-UNPLACED-COUNT TO WS-COUNT-DISPLAY
           STRING "   NON PLACES: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-COUNT-DISPLAY) DELIMITED BY SIZE
                  INTO WS-PRINT-LINE
                  WITH POINTER WS-STRING-PTR
           WRITE REPORT-RECORD FROM WS-PRINT-LINE

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
           WRITE REPORT-RECORD FROM WS-RULE-LINE.

      *        Cards for the placed students only; a student left out
      *        stays where the roster has the student until the
      *        secretariat settles the case by hand. A card already
      *        on ROSTERTRAN.DAT (an approved run repeated before
      *        ROSTERUPDT ran) is not written twice.
       4000-WRITE-ROSTER-CARDS.
           PERFORM 4050-MARK-EXISTING-CARDS

           OPEN EXTEND TRANFILE
           IF WS-TRAN-STATUS = "35"
               OPEN OUTPUT TRANFILE
           END-IF
           IF WS-TRAN-STATUS NOT = "00"
               MOVE "4000-WRITE-ROSTER-CARDS: CANNOT OPEN "
                   & "ROSTERTRAN.DAT" TO WS-ABEND-MESSAGE
               PERFORM 9900-ABEND-PROGRAM
           END-IF
           MOVE "Y" TO WS-TRAN-OPEN

           PERFORM VARYING WS-STU-IDX FROM 1 BY 1
                   UNTIL WS-STU-IDX > WS-STU-COUNT
               IF WS-PS-PLACED (WS-STU-IDX) = "Y"
                   AND WS-PS-ACTION (WS-STU-IDX) NOT = SPACES
                   IF WS-PS-CARD-DONE (WS-STU-IDX) = "Y"
                       ADD 1 TO WS-CARD-SKIPPED
                   ELSE
                       PERFORM 4100-WRITE-ONE-CARD
                   END-IF
               END-IF
           END-PERFORM

           CLOSE TRANFILE
           MOVE "N" TO WS-TRAN-OPEN.

       4050-MARK-EXISTING-CARDS.
           OPEN INPUT TRANIN
           IF WS-TRANIN-STATUS = "00"
               PERFORM UNTIL WS-TRANIN-STATUS NOT = "00"
                   READ TRANIN INTO WS-TRAN-FIELDS
                       AT END MOVE "10" TO WS-TRANIN-STATUS
                   END-READ
                   IF WS-TRANIN-STATUS = "00"
                       AND (WS-TRAN-ACTION = "TS"
                           OR WS-TRAN-ACTION = "WS")
                       AND WS-TRAN-KEY-ID NUMERIC
                       PERFORM 4060-MATCH-EXISTING-CARD
                   END-IF
               END-PERFORM
               CLOSE TRANIN
           END-IF.

       4060-MATCH-EXISTING-CARD.
           MOVE WS-TRAN-KEY-ID TO WS-FIND-ID
           PERFORM 1420-FIND-STUDENT
           IF WS-STU-SLOT > 0
               IF WS-TRAN-ACTION = WS-PS-ACTION (WS-STU-SLOT)
                   AND (WS-TRAN-ACTION = "WS"
                       OR WS-TRAN-CLASS =
                           WS-PS-NEW-CLASS (WS-STU-SLOT))
                   MOVE "Y" TO WS-PS-CARD-DONE (WS-STU-SLOT)
               END-IF
           END-IF.

       4100-WRITE-ONE-CARD.
           MOVE SPACES TO WS-TRAN-FIELDS
           MOVE WS-PS-ACTION (WS-STU-IDX) TO WS-TRAN-ACTION
           MOVE WS-PS-ID (WS-STU-IDX) TO WS-ID-DISPLAY
           MOVE WS-ID-DISPLAY TO WS-TRAN-KEY-ID
           IF WS-PS-ACTION (WS-STU-IDX) = "TS"
               MOVE WS-PS-NEW-CLASS (WS-STU-IDX) TO WS-TRAN-CLASS
           END-IF
           MOVE WS-PS-LASTNAME (WS-STU-IDX) TO WS-TRAN-LASTNAME
           MOVE WS-PS-FIRSTNAME (WS-STU-IDX) TO WS-TRAN-FIRSTNAME
           MOVE WS-APPROVER TO WS-TRAN-USER
           WRITE TRAN-RECORD FROM WS-TRAN-FIELDS
           IF WS-TRAN-STATUS NOT = "00"
               MOVE "4100-WRITE-ONE-CARD: WRITE TO ROSTERTRAN.DAT "
                   & "FAILED" TO WS-ABEND-MESSAGE
               PERFORM 9900-ABEND-PROGRAM
           END-IF
           ADD 1 TO WS-CARD-COUNT.

       9000-CLOSE-DB.
           EXEC SQL
               DISCONNECT ALL
           END-EXEC.

      *        No reject log in this program - the SQL error goes to
      *        the console next to the abend message that follows it.
       9100-LOG-SQL-EXCEPTION.
           MOVE SQLCODE TO WS-SQLCODE-DISPLAY
           DISPLAY "PROMORUN: PARAGRAPH=" WS-LOG-PARAGRAPH
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
           IF WS-TRAN-OPEN = "Y"
               CLOSE TRANFILE
           END-IF
           STOP RUN.
