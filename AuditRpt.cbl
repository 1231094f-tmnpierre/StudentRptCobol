       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUDITRPT.

      *        Change investigation report. Merges the cumulative
      *        trails - GRADEAUDIT.DAT (GRADEUPDT, so also the sheets
      *        CSVINTAKE turns into cards), MAKEUPAUDIT.DAT
      *        (MAKEUPRUN's make-up marks, same layout),
      *        ROSTERAUDIT.DAT (ROSTERUPDT) and OVERAUDIT.DAT
      *        (GRADESREPORT's jury overrides) - into one time-ordered
      *        list, restricted by the selections of INVPARM.DAT, for
      *        the contested grade or the inspector's question. Each
      *        grade change is checked against TEACHER.DAT (user not
      *        assigned to that course in that class), against the
      *        other changes to the same grade (the same student,
      *        course and term changed again and again) and against
      *        the run that produced the term's decisions (changed
      *        after the council's figures were printed). A change
      *        made under a term reopening carries its reopening
      *        reference, matched off CLOSEAUDIT.DAT.
      *        The class of a grade change is the one the student
      *        was archived under for that term on HISTORY.DAT (or
      *        the per-year archives on ARCHLIST.DAT); a term not yet
      *        reported falls back on the student's last class move
      *        on ROSTERAUDIT.DAT before the change. The decisions
      *        run of a class and term is the run the council closed
      *        it on - the run id of its first CLOSED record on
      *        TERMSTAT.DAT (see TERMCTL) - timed by its COMPLETED
      *        end record on RUNLEDGER.DAT (or the ledger archives).
      *        A term never closed has no decisions run and no change
      *        to it is late.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INVPARMFILE ASSIGN TO "INVPARM.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-INVPARM-STATUS.

           SELECT TEACHERFILE ASSIGN TO "TEACHER.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TEACHER-STATUS.

           SELECT CLOSEAUDITFILE ASSIGN TO "CLOSEAUDIT.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CLOSEAUDIT-STATUS.

           SELECT TERMSTATFILE ASSIGN TO "TERMSTAT.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TERMSTAT-STATUS.

           SELECT ARCHLISTFILE ASSIGN TO "ARCHLIST.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ARCHLIST-STATUS.

           SELECT GRADETRAILFILE ASSIGN TO WS-TRAIL-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-GRADETRAIL-STATUS.

           SELECT ROSTERTRAILFILE ASSIGN TO "ROSTERAUDIT.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ROSTERTRAIL-STATUS.

           SELECT OVERTRAILFILE ASSIGN TO "OVERAUDIT.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-OVERTRAIL-STATUS.

           SELECT HISTORYFILE ASSIGN TO WS-HISTORY-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-HISTORY-STATUS.

           SELECT LEDGERFILE ASSIGN TO WS-LEDGER-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LEDGER-STATUS.

           SELECT REPORTFILE ASSIGN TO WS-REPORT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REPORT-STATUS.

           SELECT AUDITSORT ASSIGN TO "SORTWK3".

       DATA DIVISION.
       FILE SECTION.
       FD INVPARMFILE.
       01 INVPARM-RECORD PIC X(40).

       FD TEACHERFILE.
       01 TEACHER-RECORD PIC X(60).

       FD CLOSEAUDITFILE.
       01 CLOSEAUDIT-RECORD PIC X(100).

       FD TERMSTATFILE.
       01 TERMSTAT-RECORD PIC X(120).

       FD ARCHLISTFILE.
       01 ARCHLIST-RECORD PIC X(40).

       FD GRADETRAILFILE.
       01 GRADETRAIL-RECORD PIC X(60).

       FD ROSTERTRAILFILE.
       01 ROSTERTRAIL-RECORD PIC X(200).

       FD OVERTRAILFILE.
       01 OVERTRAIL-RECORD PIC X(100).

       FD HISTORYFILE.
       01 HISTORY-RECORD PIC X(472).

       FD LEDGERFILE.
       01 LEDGER-RECORD PIC X(150).

       FD REPORTFILE.
       01 REPORT-RECORD PIC X(132).

      *        One change of any trail, brought to a common shape.
      *        The sequence number keeps changes stamped in the same
      *        second in the order they were read.
       SD AUDITSORT.
       01 AUDIT-SORT-RECORD.
           05 AS-TIMESTAMP PIC X(14).
           05 AS-SEQ       PIC 9(7).
           05 AS-SOURCE    PIC X(6).
           05 AS-USER      PIC X(8).
           05 AS-ACTION    PIC X(2).
           05 AS-STUDENT   PIC 9(4).
           05 AS-COURSE    PIC 9(4).
           05 AS-CLASS     PIC X(8).
           05 AS-TERM      PIC X(6).
           05 AS-OLD-VALUE PIC X(10).
           05 AS-NEW-VALUE PIC X(10).
           05 AS-NOTE      PIC X(40).

       WORKING-STORAGE SECTION.

      *        INVPARM.DAT record layout: TYPE(1) then the value.
      *        Every selection given must hold (the last record of a
      *        type wins); without the file, or without selections,
      *        every change is listed.
      *        "S" STUDENT-ID(4)    "U" USER(8)     "C" COURSE-ID(4)
      *        "K" CLASS(8)         "T" TERM(6)
      *        "D" FROM(14) TO(14)  - timestamps, a short value such
      *                               as a date is completed with
      *                               zeros (FROM) or nines (TO)
      *        "R" COUNT(2)         - changes to one grade from
      *                               which it is flagged, default 2
       01 WS-INVPARM-FIELDS.
           05 WS-IP-TYPE   PIC X(1).
           05 WS-IP-DATA   PIC X(39).
       01 WS-IP-DATE-FIELDS REDEFINES WS-INVPARM-FIELDS.
           05 FILLER        PIC X(1).
           05 WS-IP-FROM    PIC X(14).
           05 WS-IP-TO      PIC X(14).
           05 FILLER        PIC X(11).

       01 WS-SEL-STUDENT  PIC 9(4) VALUE 0.
       01 WS-SEL-USER     PIC X(8) VALUE SPACES.
       01 WS-SEL-COURSE   PIC 9(4) VALUE 0.
       01 WS-SEL-CLASS    PIC X(8) VALUE SPACES.
       01 WS-SEL-TERM     PIC X(6) VALUE SPACES.
       01 WS-SEL-FROM     PIC X(14) VALUE ALL "0".
       01 WS-SEL-TO       PIC X(14) VALUE ALL "9".
       01 WS-REPEAT-LIMIT PIC 9(2) VALUE 2.

       01 WS-INVPARM-STATUS     PIC XX.
       01 WS-TEACHER-STATUS     PIC XX.
       01 WS-CLOSEAUDIT-STATUS  PIC XX.
       01 WS-TERMSTAT-STATUS    PIC XX.
       01 WS-ARCHLIST-STATUS    PIC XX.
       01 WS-GRADETRAIL-STATUS  PIC XX.
       01 WS-ROSTERTRAIL-STATUS PIC XX.
       01 WS-OVERTRAIL-STATUS   PIC XX.
       01 WS-HISTORY-STATUS     PIC XX.
       01 WS-LEDGER-STATUS      PIC XX.
       01 WS-REPORT-STATUS      PIC XX.
       01 WS-TRAIL-FILENAME     PIC X(60) VALUE SPACES.
       01 WS-HISTORY-FILENAME   PIC X(60) VALUE SPACES.
       01 WS-LEDGER-FILENAME    PIC X(60) VALUE SPACES.
       01 WS-REPORT-FILENAME    PIC X(60) VALUE SPACES.
       01 WS-REPORT-OPEN        PIC X VALUE "N".
       01 WS-TEACHER-LOADED     PIC X VALUE "N".
       01 WS-ABEND-MESSAGE      PIC X(80) VALUE SPACES.

      *        Mirror of the GRADEAUDIT.DAT row GRADEUPDT writes
      *        (MAKEUPRUN writes MAKEUPAUDIT.DAT the same way) -
      *        keep in step with WS-AUDIT-ROW over there.
       01 WS-GRADE-AUDIT-ROW.
           05 WS-GA-TIMESTAMP  PIC X(14).
           05 FILLER           PIC X(1).
           05 WS-GA-USER       PIC X(8).
           05 FILLER           PIC X(1).
           05 WS-GA-ACTION     PIC X(1).
           05 FILLER           PIC X(1).
           05 WS-GA-STUDENT-ID PIC 9(4).
           05 FILLER           PIC X(1).
           05 WS-GA-COURSE-ID  PIC 9(4).
           05 FILLER           PIC X(1).
           05 WS-GA-TERM       PIC X(6).
           05 FILLER           PIC X(1).
           05 WS-GA-OLD-VALUE  PIC X(5).
           05 FILLER           PIC X(1).
           05 WS-GA-NEW-VALUE  PIC X(5).

      *        Mirror of the ROSTERAUDIT.DAT row ROSTERUPDT writes -
      *        keep in step with WS-AUDIT-ROW over there.
       01 WS-ROSTER-AUDIT-ROW.
           05 WS-RA-TIMESTAMP  PIC X(14).
           05 FILLER           PIC X(1).
           05 WS-RA-USER       PIC X(8).
           05 FILLER           PIC X(1).
           05 WS-RA-ACTION     PIC X(2).
           05 FILLER           PIC X(1).
           05 WS-RA-KEY-ID     PIC 9(4).
           05 FILLER           PIC X(1).
           05 WS-RA-OLD-VALUE  PIC X(8).
           05 FILLER           PIC X(1).
           05 WS-RA-NEW-VALUE  PIC X(8).
           05 FILLER           PIC X(1).
           05 WS-RA-NOTE       PIC X(40).
           05 FILLER           PIC X(1).
           05 WS-RA-TERM       PIC X(6).
           05 FILLER           PIC X(1).
           05 WS-RA-COURSE-ID  PIC X(4).
           05 FILLER           PIC X(1).
           05 WS-RA-CLASS      PIC X(8).
           05 FILLER           PIC X(1).
           05 WS-RA-LASTNAME   PIC X(35).
           05 FILLER           PIC X(1).
           05 WS-RA-FIRSTNAME  PIC X(35).

      *        Mirror of the OVERAUDIT.DAT row GRADESREPORT writes -
      *        keep in step with WS-OVERAUDIT-ROW over there.
       01 WS-OVER-AUDIT-ROW.
           05 WS-OA-TIMESTAMP PIC X(14).
           05 FILLER          PIC X(1).
           05 WS-OA-SIGNER    PIC X(8).
           05 FILLER          PIC X(1).
           05 WS-OA-ID        PIC 9(4).
           05 FILLER          PIC X(1).
           05 WS-OA-TERM      PIC X(6).
           05 FILLER          PIC X(1).
           05 WS-OA-OLD-DEC   PIC X(10).
           05 FILLER          PIC X(1).
           05 WS-OA-NEW-DEC   PIC X(10).
           05 FILLER          PIC X(1).
           05 WS-OA-REASON    PIC X(40).

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

      *        Mirror of the ledger row written by GRADESREPORT -
      *        keep in step with WS-LEDGER-ROW over there.
       01 WS-LEDGER-ROW.
           05 WS-LED-RECTYPE   PIC X(5).
           05 WS-LED-RUN-ID    PIC X(10).
           05 WS-LED-TIMESTAMP PIC X(14).
           05 WS-LED-OUTCOME   PIC X(10).
           05 WS-LED-STUDENTS  PIC 9(6).
           05 WS-LED-COURSES   PIC 9(3).
           05 WS-LED-NOTES     PIC 9(8).
           05 WS-LED-MISMATCH  PIC 9(6).
           05 WS-LED-MESSAGE   PIC X(80).

      *        TEACHER.DAT assignment record, as TEACHRPT reads it:
      *        TEACHER-ID(6) NAME(30) COURSE-ID(4) CLASS(8). The
      *        teacher id is the user id the maintenance cards carry.
       01 WS-TEACHER-FIELDS.
           05 WS-TF-TEACHER PIC X(6).
           05 WS-TF-NAME    PIC X(30).
           05 WS-TF-COURSE  PIC X(4).
           05 WS-TF-CLASS   PIC X(8).
       01 WS-MAX-ASG    PIC 9(3) VALUE 300.
       01 WS-ASG-COUNT  PIC 9(3) VALUE 0.
       01 WS-ASG-IDX    PIC 9(3) VALUE 0.
       01 WS-ASG-TABLE.
           05 WS-ASG-ENTRY OCCURS 300 TIMES.
               10 WS-ASG-TEACHER PIC X(8).
               10 WS-ASG-COURSE  PIC X(4).
               10 WS-ASG-CLASS   PIC X(8).

      *        Rows of CLOSEAUDIT.DAT, to hang the reopening
      *        reference on the trail row of the same change.
       01 WS-MAX-REOPENS  PIC 9(4) VALUE 1000.
       01 WS-RO-COUNT     PIC 9(4) VALUE 0.
       01 WS-RO-IDX       PIC 9(4) VALUE 0.
       01 WS-REOPEN-TABLE.
           05 WS-RO-ENTRY OCCURS 1000 TIMES.
               10 WS-RO-TIMESTAMP PIC X(14).
               10 WS-RO-PROGRAM   PIC X(10).
               10 WS-RO-USER      PIC X(8).
               10 WS-RO-KEY-ID    PIC 9(4).
               10 WS-RO-COURSE-ID PIC 9(4).
               10 WS-RO-REFERENCE PIC X(10).

      *        History archive labels off ARCHLIST.DAT; the ledger
      *        archives of HOUSEKEEP carry the same labels.
       01 WS-MAX-LABELS  PIC 9(3) VALUE 80.
       01 WS-LBL-COUNT   PIC 9(3) VALUE 0.
       01 WS-LBL-IDX     PIC 9(3) VALUE 0.
       01 WS-LBL-SLOT    PIC 9(3) VALUE 0.
       01 WS-LABEL-TABLE.
           05 WS-LBL-ENTRY OCCURS 80 TIMES.
               10 WS-LBL-LABEL PIC X(9).

      *        Changes per grade over the whole of each grade trail,
      *        selected or not: student, course, term and trail.
      *        Only updates and deletions count - the first entry of
      *        a grade is not a change.
       01 WS-MAX-REPEATS  PIC 9(4) VALUE 5000.
       01 WS-RP-COUNT     PIC 9(4) VALUE 0.
       01 WS-RP-IDX       PIC 9(4) VALUE 0.
       01 WS-RP-SLOT      PIC 9(4) VALUE 0.
       01 WS-REPEAT-TABLE.
           05 WS-RP-ENTRY OCCURS 5000 TIMES.
               10 WS-RP-SOURCE  PIC X(6).
               10 WS-RP-STUDENT PIC 9(4).
               10 WS-RP-COURSE  PIC 9(4).
               10 WS-RP-TERM    PIC X(6).
               10 WS-RP-CHANGES PIC 9(4).
       01 WS-RP-DROPPED   PIC 9(6) VALUE 0.

      *        Class moves off ROSTERAUDIT.DAT (AS and TS rows), the
      *        fallback for the class of a change to a term that has
      *        no archive row yet.
       01 WS-MAX-MOVES    PIC 9(4) VALUE 5000.
       01 WS-MV-COUNT     PIC 9(4) VALUE 0.
       01 WS-MV-IDX       PIC 9(4) VALUE 0.
       01 WS-MOVE-TABLE.
           05 WS-MV-ENTRY OCCURS 5000 TIMES.
               10 WS-MV-STUDENT   PIC 9(4).
               10 WS-MV-TIMESTAMP PIC X(14).
               10 WS-MV-CLASS     PIC X(8).
       01 WS-MV-DROPPED   PIC 9(6) VALUE 0.

      *        Student and term of every selected change, filled
      *        with the archived class off the history files.
       01 WS-MAX-PLACES   PIC 9(4) VALUE 3000.
       01 WS-PL-COUNT     PIC 9(4) VALUE 0.
       01 WS-PL-IDX       PIC 9(4) VALUE 0.
       01 WS-PL-SLOT      PIC 9(4) VALUE 0.
       01 WS-PLACE-TABLE.
           05 WS-PL-ENTRY OCCURS 3000 TIMES.
               10 WS-PL-STUDENT PIC 9(4).
               10 WS-PL-TERM    PIC X(6).
               10 WS-PL-CLASS   PIC X(8).
       01 WS-PL-DROPPED   PIC 9(6) VALUE 0.

      *        Decisions run of each closed class and term (the run
      *        of its first CLOSED record - a reopening and a new
      *        closing do not move it) and when it completed.
       01 WS-MAX-DRUNS    PIC 9(4) VALUE 1000.
       01 WS-DR-COUNT     PIC 9(4) VALUE 0.
       01 WS-DR-IDX       PIC 9(4) VALUE 0.
       01 WS-DR-SLOT      PIC 9(4) VALUE 0.
       01 WS-DRUN-TABLE.
           05 WS-DR-ENTRY OCCURS 1000 TIMES.
               10 WS-DR-CLASS     PIC X(8).
               10 WS-DR-TERM      PIC X(6).
               10 WS-DR-RUN-ID    PIC X(10).
               10 WS-DR-TIMESTAMP PIC X(14).
       01 WS-DR-DROPPED   PIC 9(6) VALUE 0.

       01 WS-EOF          PIC X VALUE "N".
       01 WS-RETURN-EOF   PIC X VALUE "N".
       01 WS-TRAIL-SOURCE PIC X(6) VALUE SPACES.
       01 WS-SEQ          PIC 9(7) VALUE 0.
       01 WS-KEEP         PIC X VALUE "N".
       01 WS-STUDENT-ACTION PIC X VALUE "N".
       01 WS-ENROL-ACTION   PIC X VALUE "N".

      *        Findings on the change in hand (3000).
       01 WS-EV-CLASS       PIC X(8) VALUE SPACES.
       01 WS-EV-CLASS-FROM  PIC X(1) VALUE SPACE.
       01 WS-EV-GRADE       PIC X VALUE "N".
       01 WS-FLAG-TEACHER   PIC X VALUE "N".
       01 WS-FLAG-REPEAT    PIC 9(4) VALUE 0.
       01 WS-FLAG-LATE      PIC X VALUE "N".
       01 WS-LATE-RUN-ID    PIC X(10) VALUE SPACES.
       01 WS-LATE-TIMESTAMP PIC X(14) VALUE SPACES.
       01 WS-EV-REFERENCE   PIC X(10) VALUE SPACES.
       01 WS-RO-PROGRAM-NOW PIC X(10) VALUE SPACES.
       01 WS-RO-KEY-NOW     PIC 9(4) VALUE 0.
       01 WS-RO-COURSE-NOW  PIC 9(4) VALUE 0.

       01 WS-READ-GRADE    PIC 9(7) VALUE 0.
       01 WS-READ-MAKEUP   PIC 9(7) VALUE 0.
       01 WS-READ-ROSTER   PIC 9(7) VALUE 0.
       01 WS-READ-OVER     PIC 9(7) VALUE 0.
       01 WS-LISTED-COUNT  PIC 9(7) VALUE 0.
       01 WS-TEACHER-COUNT PIC 9(7) VALUE 0.
       01 WS-REPEAT-COUNT  PIC 9(7) VALUE 0.
       01 WS-LATE-COUNT    PIC 9(7) VALUE 0.
       01 WS-REOPEN-COUNT  PIC 9(7) VALUE 0.

       01 WS-RULE-LINE  PIC X(100) VALUE ALL "=".
       01 WS-DASH-LINE  PIC X(100) VALUE ALL "-".
       01 WS-PRINT-LINE PIC X(132).
       01 WS-STRING-PTR PIC 9(4) VALUE 1.
       01 WS-COUNT-DISPLAY PIC Z(6)9.
       01 WS-ID-DISPLAY    PIC 9(4).
       01 WS-CURRENT-TIMESTAMP PIC X(14).

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1050-READ-INV-PARAMETERS
           PERFORM 1100-LOAD-TEACHERS
           PERFORM 1150-LOAD-CLOSE-AUDIT
           PERFORM 1180-LOAD-TERM-CLOSURES
           PERFORM 1200-LOAD-ARCHIVE-LIST

           MOVE FUNCTION CURRENT-DATE (1:14) TO WS-CURRENT-TIMESTAMP
           MOVE SPACES TO WS-REPORT-FILENAME
           STRING "enquete_" DELIMITED BY SIZE
                  WS-CURRENT-TIMESTAMP DELIMITED BY SIZE
                  ".rpt" DELIMITED BY SIZE
                  INTO WS-REPORT-FILENAME
           OPEN OUTPUT REPORTFILE
           IF WS-REPORT-STATUS NOT = "00"
               MOVE "0000-MAIN: CANNOT OPEN THE REPORT FILE"
                   TO WS-ABEND-MESSAGE
               PERFORM 9900-ABEND-PROGRAM
           END-IF
           MOVE "Y" TO WS-REPORT-OPEN
           PERFORM 3900-WRITE-REPORT-HEADER

      *        The input procedure reads every trail and releases
      *        the selected changes, then reads the history and
      *        ledger files for what the checks need; the output
      *        procedure checks and prints the changes in time
      *        order as they come back.
           SORT AUDITSORT
               ON ASCENDING KEY AS-TIMESTAMP AS-SEQ
               INPUT PROCEDURE IS 2000-COLLECT-CHANGES
               OUTPUT PROCEDURE IS 3000-PRINT-CHANGES

           PERFORM 4000-WRITE-REPORT-TOTALS
           CLOSE REPORTFILE

           DISPLAY "AUDITRPT: LUES NOTES=" WS-READ-GRADE
                   " RATTRAPAGE=" WS-READ-MAKEUP
                   " EFFECTIFS=" WS-READ-ROSTER
                   " JURY=" WS-READ-OVER
                   " LISTEES=" WS-LISTED-COUNT
                   UPON CONSOLE
           STOP RUN.

       1050-READ-INV-PARAMETERS.
           OPEN INPUT INVPARMFILE
           IF WS-INVPARM-STATUS = "00"
               PERFORM UNTIL WS-INVPARM-STATUS NOT = "00"
                   READ INVPARMFILE INTO WS-INVPARM-FIELDS
                       AT END MOVE "10" TO WS-INVPARM-STATUS
                   END-READ
                   IF WS-INVPARM-STATUS = "00"
                       PERFORM 1060-STORE-INV-PARAMETER
                   END-IF
               END-PERFORM
               CLOSE INVPARMFILE
           END-IF.

       1060-STORE-INV-PARAMETER.
           EVALUATE WS-IP-TYPE
               WHEN "S"
                   IF WS-IP-DATA (1:4) NUMERIC
                       MOVE WS-IP-DATA (1:4) TO WS-SEL-STUDENT
                   ELSE
                       PERFORM 1070-REPORT-BAD-PARAMETER
                   END-IF
               WHEN "U"
                   MOVE WS-IP-DATA (1:8) TO WS-SEL-USER
               WHEN "C"
                   IF WS-IP-DATA (1:4) NUMERIC
                       MOVE WS-IP-DATA (1:4) TO WS-SEL-COURSE
                   ELSE
                       PERFORM 1070-REPORT-BAD-PARAMETER
                   END-IF
               WHEN "K"
                   MOVE WS-IP-DATA (1:8) TO WS-SEL-CLASS
               WHEN "T"
                   MOVE WS-IP-DATA (1:6) TO WS-SEL-TERM
               WHEN "D"
                   MOVE WS-IP-FROM TO WS-SEL-FROM
                   INSPECT WS-SEL-FROM REPLACING ALL SPACE BY "0"
                   MOVE WS-IP-TO TO WS-SEL-TO
                   INSPECT WS-SEL-TO REPLACING ALL SPACE BY "9"
               WHEN "R"
                   IF WS-IP-DATA (1:2) NUMERIC
                       AND WS-IP-DATA (1:2) NOT = "00"
                       MOVE WS-IP-DATA (1:2) TO WS-REPEAT-LIMIT
                   ELSE
                       PERFORM 1070-REPORT-BAD-PARAMETER
                   END-IF
               WHEN OTHER
                   PERFORM 1070-REPORT-BAD-PARAMETER
           END-EVALUATE.

       1070-REPORT-BAD-PARAMETER.
           DISPLAY "AUDITRPT: INVPARM RECORD IGNORED: "
                   WS-INVPARM-FIELDS UPON CONSOLE.

      *        Without TEACHER.DAT the assignment check cannot be
      *        made; the report says so rather than flag everyone.
       1100-LOAD-TEACHERS.
           OPEN INPUT TEACHERFILE
           IF WS-TEACHER-STATUS = "00"
               MOVE "Y" TO WS-TEACHER-LOADED
               PERFORM UNTIL WS-TEACHER-STATUS NOT = "00"
                   READ TEACHERFILE INTO WS-TEACHER-FIELDS
                       AT END MOVE "10" TO WS-TEACHER-STATUS
                   END-READ
                   IF WS-TEACHER-STATUS = "00"
                       IF WS-ASG-COUNT >= WS-MAX-ASG
                           MOVE "1100-LOAD-TEACHERS: MORE "
                               & "ASSIGNMENTS THAN THE TABLE HOLDS"
                               TO WS-ABEND-MESSAGE
                           PERFORM 9900-ABEND-PROGRAM
                       END-IF
                       ADD 1 TO WS-ASG-COUNT
                       MOVE WS-TF-TEACHER TO
                           WS-ASG-TEACHER (WS-ASG-COUNT)
                       MOVE WS-TF-COURSE TO
                           WS-ASG-COURSE (WS-ASG-COUNT)
                       MOVE WS-TF-CLASS TO
                           WS-ASG-CLASS (WS-ASG-COUNT)
                   END-IF
               END-PERFORM
               CLOSE TEACHERFILE
           END-IF.

       1150-LOAD-CLOSE-AUDIT.
           OPEN INPUT CLOSEAUDITFILE
           IF WS-CLOSEAUDIT-STATUS = "00"
               PERFORM UNTIL WS-CLOSEAUDIT-STATUS NOT = "00"
                   READ CLOSEAUDITFILE INTO WS-CLOSEAUDIT-ROW
                       AT END MOVE "10" TO WS-CLOSEAUDIT-STATUS
                   END-READ
                   IF WS-CLOSEAUDIT-STATUS = "00"
                       IF WS-RO-COUNT >= WS-MAX-REOPENS
                           MOVE "1150-LOAD-CLOSE-AUDIT: MORE ROWS "
                               & "THAN THE TABLE HOLDS"
                               TO WS-ABEND-MESSAGE
                           PERFORM 9900-ABEND-PROGRAM
                       END-IF
                       ADD 1 TO WS-RO-COUNT
                       MOVE WS-CA-TIMESTAMP TO
                           WS-RO-TIMESTAMP (WS-RO-COUNT)
                       MOVE WS-CA-PROGRAM TO
                           WS-RO-PROGRAM (WS-RO-COUNT)
                       MOVE WS-CA-USER TO WS-RO-USER (WS-RO-COUNT)
                       MOVE WS-CA-KEY-ID TO WS-RO-KEY-ID (WS-RO-COUNT)
                       MOVE WS-CA-COURSE-ID TO
                           WS-RO-COURSE-ID (WS-RO-COUNT)
                       MOVE WS-CA-REFERENCE TO
                           WS-RO-REFERENCE (WS-RO-COUNT)
                   END-IF
               END-PERFORM
               CLOSE CLOSEAUDITFILE
           END-IF.

      *        An absent TERMSTAT.DAT means no term was ever closed.
       1180-LOAD-TERM-CLOSURES.
           OPEN INPUT TERMSTATFILE
           IF WS-TERMSTAT-STATUS = "00"
               PERFORM UNTIL WS-TERMSTAT-STATUS NOT = "00"
                   READ TERMSTATFILE INTO WS-TERMSTAT-ROW
                       AT END MOVE "10" TO WS-TERMSTAT-STATUS
                   END-READ
                   IF WS-TERMSTAT-STATUS = "00"
                       AND WS-TS-STATUS = "CLOSED"
                       PERFORM 1190-STORE-TERM-CLOSURE
                   END-IF
               END-PERFORM
               CLOSE TERMSTATFILE
           END-IF.

       1190-STORE-TERM-CLOSURE.
           MOVE 0 TO WS-DR-SLOT
           PERFORM VARYING WS-DR-IDX FROM 1 BY 1
                   UNTIL WS-DR-IDX > WS-DR-COUNT
               IF WS-DR-CLASS (WS-DR-IDX) = WS-TS-CLASS
                   AND WS-DR-TERM (WS-DR-IDX) = WS-TS-TERM
                   MOVE WS-DR-IDX TO WS-DR-SLOT
               END-IF
           END-PERFORM
           IF WS-DR-SLOT = 0
               IF WS-DR-COUNT >= WS-MAX-DRUNS
                   ADD 1 TO WS-DR-DROPPED
               ELSE
                   ADD 1 TO WS-DR-COUNT
                   MOVE WS-TS-CLASS TO WS-DR-CLASS (WS-DR-COUNT)
                   MOVE WS-TS-TERM TO WS-DR-TERM (WS-DR-COUNT)
                   MOVE WS-TS-RUNID TO WS-DR-RUN-ID (WS-DR-COUNT)
                   MOVE SPACES TO WS-DR-TIMESTAMP (WS-DR-COUNT)
               END-IF
           END-IF.

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

      *        Input procedure of the merge sort.
       2000-COLLECT-CHANGES.
           MOVE "GRADEAUDIT.DAT" TO WS-TRAIL-FILENAME
           MOVE "NOTES" TO WS-TRAIL-SOURCE
           PERFORM 2100-READ-GRADE-TRAIL
           MOVE "MAKEUPAUDIT.DAT" TO WS-TRAIL-FILENAME
           MOVE "RATTR" TO WS-TRAIL-SOURCE
           PERFORM 2100-READ-GRADE-TRAIL
           PERFORM 2200-READ-ROSTER-TRAIL
           PERFORM 2300-READ-OVERRIDE-TRAIL

           PERFORM VARYING WS-LBL-IDX FROM 1 BY 1
                   UNTIL WS-LBL-IDX > WS-LBL-COUNT
               MOVE SPACES TO WS-HISTORY-FILENAME
               STRING "histarch_" DELIMITED BY SIZE
                      FUNCTION TRIM(WS-LBL-LABEL (WS-LBL-IDX))
                          DELIMITED BY SIZE
                      ".dat" DELIMITED BY SIZE
                      INTO WS-HISTORY-FILENAME
               PERFORM 2500-SCAN-HISTORY-FILE
           END-PERFORM
           MOVE "HISTORY.DAT" TO WS-HISTORY-FILENAME
           PERFORM 2500-SCAN-HISTORY-FILE

           PERFORM VARYING WS-LBL-IDX FROM 1 BY 1
                   UNTIL WS-LBL-IDX > WS-LBL-COUNT
               MOVE SPACES TO WS-LEDGER-FILENAME
               STRING "ledgarch_" DELIMITED BY SIZE
                      FUNCTION TRIM(WS-LBL-LABEL (WS-LBL-IDX))
                          DELIMITED BY SIZE
                      ".dat" DELIMITED BY SIZE
                      INTO WS-LEDGER-FILENAME
               PERFORM 2600-SCAN-LEDGER-FILE
           END-PERFORM
           MOVE "RUNLEDGER.DAT" TO WS-LEDGER-FILENAME
           PERFORM 2600-SCAN-LEDGER-FILE.

      *        GRADEAUDIT.DAT and MAKEUPAUDIT.DAT share a layout; the
      *        trail name in WS-TRAIL-SOURCE tells them apart.
       2100-READ-GRADE-TRAIL.
           OPEN INPUT GRADETRAILFILE
           IF WS-GRADETRAIL-STATUS = "00"
               MOVE "N" TO WS-EOF
               PERFORM UNTIL WS-EOF = "Y"
                   READ GRADETRAILFILE INTO WS-GRADE-AUDIT-ROW
                       AT END
                           MOVE "Y" TO WS-EOF
                       NOT AT END
                           PERFORM 2110-HANDLE-GRADE-ROW
                   END-READ
               END-PERFORM
               CLOSE GRADETRAILFILE
           END-IF.

       2110-HANDLE-GRADE-ROW.
           IF WS-TRAIL-SOURCE = "NOTES"
               ADD 1 TO WS-READ-GRADE
           ELSE
               ADD 1 TO WS-READ-MAKEUP
           END-IF
           IF WS-GA-ACTION NOT = "A"
               PERFORM 2120-COUNT-GRADE-CHANGE
           END-IF

           MOVE SPACES TO AUDIT-SORT-RECORD
           MOVE WS-GA-TIMESTAMP TO AS-TIMESTAMP
           MOVE WS-TRAIL-SOURCE TO AS-SOURCE
           MOVE WS-GA-USER TO AS-USER
           MOVE WS-GA-ACTION TO AS-ACTION
           MOVE WS-GA-STUDENT-ID TO AS-STUDENT
           MOVE WS-GA-COURSE-ID TO AS-COURSE
           MOVE WS-GA-TERM TO AS-TERM
           MOVE WS-GA-OLD-VALUE TO AS-OLD-VALUE
           MOVE WS-GA-NEW-VALUE TO AS-NEW-VALUE

           MOVE "Y" TO WS-KEEP
           IF WS-SEL-STUDENT NOT = 0
               AND WS-SEL-STUDENT NOT = AS-STUDENT
               MOVE "N" TO WS-KEEP
           END-IF
           IF WS-SEL-COURSE NOT = 0
               AND WS-SEL-COURSE NOT = AS-COURSE
               MOVE "N" TO WS-KEEP
           END-IF
           IF WS-SEL-TERM NOT = SPACES
               AND WS-SEL-TERM NOT = AS-TERM
               MOVE "N" TO WS-KEEP
           END-IF
           PERFORM 2900-RELEASE-CHANGE.

       2120-COUNT-GRADE-CHANGE.
           MOVE 0 TO WS-RP-SLOT
           PERFORM VARYING WS-RP-IDX FROM 1 BY 1
                   UNTIL WS-RP-IDX > WS-RP-COUNT
               IF WS-RP-STUDENT (WS-RP-IDX) = WS-GA-STUDENT-ID
                   AND WS-RP-COURSE (WS-RP-IDX) = WS-GA-COURSE-ID
                   AND WS-RP-TERM (WS-RP-IDX) = WS-GA-TERM
                   AND WS-RP-SOURCE (WS-RP-IDX) = WS-TRAIL-SOURCE
                   MOVE WS-RP-IDX TO WS-RP-SLOT
               END-IF
           END-PERFORM
           IF WS-RP-SLOT = 0
               IF WS-RP-COUNT >= WS-MAX-REPEATS
                   ADD 1 TO WS-RP-DROPPED
               ELSE
                   ADD 1 TO WS-RP-COUNT
                   MOVE WS-RP-COUNT TO WS-RP-SLOT
                   MOVE WS-TRAIL-SOURCE TO WS-RP-SOURCE (WS-RP-SLOT)
                   MOVE WS-GA-STUDENT-ID TO
                       WS-RP-STUDENT (WS-RP-SLOT)
                   MOVE WS-GA-COURSE-ID TO WS-RP-COURSE (WS-RP-SLOT)
                   MOVE WS-GA-TERM TO WS-RP-TERM (WS-RP-SLOT)
                   MOVE 0 TO WS-RP-CHANGES (WS-RP-SLOT)
               END-IF
           END-IF
           IF WS-RP-SLOT > 0
               ADD 1 TO WS-RP-CHANGES (WS-RP-SLOT)
           END-IF.

      *        Student actions (AS, TS, WS) carry the student id and
      *        the classes; course actions (AC, RC, CC) the course id
      *        and the coefficients. Only a CC row carries a term,
      *        the one its coefficient takes effect from: it weighs
      *        on that term and the later ones, so it is kept for a
      *        term selection at or after it. Enrolment actions (EN,
      *        DR, EX) carry the student id, the course, the term and
      *        the student's class, with the old and new enrolment
      *        status: they answer a student, a course or a class
      *        selection, and a term selection on their own term.
      *        Other roster rows do not belong to a term and drop out
      *        of a term selection.
       2200-READ-ROSTER-TRAIL.
           OPEN INPUT ROSTERTRAILFILE
           IF WS-ROSTERTRAIL-STATUS = "00"
               MOVE "N" TO WS-EOF
               PERFORM UNTIL WS-EOF = "Y"
                   READ ROSTERTRAILFILE INTO WS-ROSTER-AUDIT-ROW
                       AT END
                           MOVE "Y" TO WS-EOF
                       NOT AT END
                           PERFORM 2210-HANDLE-ROSTER-ROW
                   END-READ
               END-PERFORM
               CLOSE ROSTERTRAILFILE
           END-IF.

       2210-HANDLE-ROSTER-ROW.
           ADD 1 TO WS-READ-ROSTER
           IF WS-RA-ACTION = "AS" OR WS-RA-ACTION = "TS"
               OR WS-RA-ACTION = "WS"
               MOVE "Y" TO WS-STUDENT-ACTION
           ELSE
               MOVE "N" TO WS-STUDENT-ACTION
           END-IF
           IF WS-RA-ACTION = "EN" OR WS-RA-ACTION = "DR"
               OR WS-RA-ACTION = "EX"
               MOVE "Y" TO WS-ENROL-ACTION
           ELSE
               MOVE "N" TO WS-ENROL-ACTION
           END-IF
           IF WS-RA-ACTION = "AS" OR WS-RA-ACTION = "TS"
               IF WS-MV-COUNT >= WS-MAX-MOVES
                   ADD 1 TO WS-MV-DROPPED
               ELSE
                   ADD 1 TO WS-MV-COUNT
                   MOVE WS-RA-KEY-ID TO WS-MV-STUDENT (WS-MV-COUNT)
                   MOVE WS-RA-TIMESTAMP TO
                       WS-MV-TIMESTAMP (WS-MV-COUNT)
                   MOVE WS-RA-NEW-VALUE TO WS-MV-CLASS (WS-MV-COUNT)
               END-IF
           END-IF

           MOVE SPACES TO AUDIT-SORT-RECORD
           MOVE WS-RA-TIMESTAMP TO AS-TIMESTAMP
           MOVE "EFFECT" TO AS-SOURCE
           MOVE WS-RA-USER TO AS-USER
           MOVE WS-RA-ACTION TO AS-ACTION
           MOVE 0 TO AS-STUDENT
           MOVE 0 TO AS-COURSE
           IF WS-ENROL-ACTION = "Y"
               MOVE WS-RA-KEY-ID TO AS-STUDENT
               COMPUTE AS-COURSE = FUNCTION NUMVAL(WS-RA-COURSE-ID)
               MOVE WS-RA-CLASS TO AS-CLASS
           ELSE
           IF WS-STUDENT-ACTION = "Y"
               MOVE WS-RA-KEY-ID TO AS-STUDENT
               IF WS-RA-ACTION = "WS"
                   MOVE WS-RA-OLD-VALUE TO AS-CLASS
               ELSE
                   MOVE WS-RA-NEW-VALUE TO AS-CLASS
               END-IF
           ELSE
               MOVE WS-RA-KEY-ID TO AS-COURSE
           END-IF
           END-IF
           MOVE WS-RA-OLD-VALUE TO AS-OLD-VALUE
           MOVE WS-RA-NEW-VALUE TO AS-NEW-VALUE
           MOVE WS-RA-NOTE TO AS-NOTE
           MOVE WS-RA-TERM TO AS-TERM

           MOVE "Y" TO WS-KEEP
           IF WS-SEL-STUDENT NOT = 0
               AND ((WS-STUDENT-ACTION = "N"
                     AND WS-ENROL-ACTION = "N")
                   OR WS-SEL-STUDENT NOT = AS-STUDENT)
               MOVE "N" TO WS-KEEP
           END-IF
           IF WS-SEL-COURSE NOT = 0
               AND (WS-STUDENT-ACTION = "Y"
                   OR WS-SEL-COURSE NOT = AS-COURSE)
               MOVE "N" TO WS-KEEP
           END-IF
           IF WS-ENROL-ACTION = "Y"
               IF WS-SEL-CLASS NOT = SPACES
                   AND WS-SEL-CLASS NOT = WS-RA-CLASS
                   MOVE "N" TO WS-KEEP
               END-IF
               IF WS-SEL-TERM NOT = SPACES
                   AND WS-SEL-TERM NOT = WS-RA-TERM
                   MOVE "N" TO WS-KEEP
               END-IF
           ELSE
               IF WS-SEL-CLASS NOT = SPACES
                   AND WS-SEL-CLASS NOT = WS-RA-OLD-VALUE
                   AND WS-SEL-CLASS NOT = WS-RA-NEW-VALUE
                   MOVE "N" TO WS-KEEP
               END-IF
               IF WS-SEL-TERM NOT = SPACES
                   AND (WS-RA-ACTION NOT = "CC"
                       OR WS-RA-TERM = SPACES
                       OR WS-RA-TERM > WS-SEL-TERM)
                   MOVE "N" TO WS-KEEP
               END-IF
           END-IF
           PERFORM 2900-RELEASE-CHANGE.

       2300-READ-OVERRIDE-TRAIL.
           OPEN INPUT OVERTRAILFILE
           IF WS-OVERTRAIL-STATUS = "00"
               MOVE "N" TO WS-EOF
               PERFORM UNTIL WS-EOF = "Y"
                   READ OVERTRAILFILE INTO WS-OVER-AUDIT-ROW
                       AT END
                           MOVE "Y" TO WS-EOF
                       NOT AT END
                           PERFORM 2310-HANDLE-OVERRIDE-ROW
                   END-READ
               END-PERFORM
               CLOSE OVERTRAILFILE
           END-IF.

       2310-HANDLE-OVERRIDE-ROW.
           ADD 1 TO WS-READ-OVER
           MOVE SPACES TO AUDIT-SORT-RECORD
           MOVE WS-OA-TIMESTAMP TO AS-TIMESTAMP
           MOVE "JURY" TO AS-SOURCE
           MOVE WS-OA-SIGNER TO AS-USER
           MOVE "JD" TO AS-ACTION
           MOVE WS-OA-ID TO AS-STUDENT
           MOVE 0 TO AS-COURSE
           MOVE WS-OA-TERM TO AS-TERM
           MOVE WS-OA-OLD-DEC TO AS-OLD-VALUE
           MOVE WS-OA-NEW-DEC TO AS-NEW-VALUE
           MOVE WS-OA-REASON TO AS-NOTE

           MOVE "Y" TO WS-KEEP
           IF WS-SEL-STUDENT NOT = 0
               AND WS-SEL-STUDENT NOT = AS-STUDENT
               MOVE "N" TO WS-KEEP
           END-IF
           IF WS-SEL-COURSE NOT = 0
               MOVE "N" TO WS-KEEP
           END-IF
           IF WS-SEL-TERM NOT = SPACES
               AND WS-SEL-TERM NOT = AS-TERM
               MOVE "N" TO WS-KEEP
           END-IF
           PERFORM 2900-RELEASE-CHANGE.

      *        Archived class of every student and term a selected
      *        change touches.
       2500-SCAN-HISTORY-FILE.
           OPEN INPUT HISTORYFILE
           IF WS-HISTORY-STATUS = "00"
               MOVE "N" TO WS-EOF
               PERFORM UNTIL WS-EOF = "Y"
                   READ HISTORYFILE INTO WS-HISTORY-ROW
                       AT END
                           MOVE "Y" TO WS-EOF
                       NOT AT END
                           PERFORM 2510-HANDLE-HISTORY-ROW
                   END-READ
               END-PERFORM
               CLOSE HISTORYFILE
           END-IF.

       2510-HANDLE-HISTORY-ROW.
           PERFORM VARYING WS-PL-IDX FROM 1 BY 1
                   UNTIL WS-PL-IDX > WS-PL-COUNT
               IF WS-PL-STUDENT (WS-PL-IDX) = WS-H-ID
                   AND WS-PL-TERM (WS-PL-IDX) = WS-H-TERM
                   MOVE WS-H-CLASS TO WS-PL-CLASS (WS-PL-IDX)
               END-IF
           END-PERFORM.

      *        A run restarted to completion has several END rows;
      *        the last COMPLETED one times it.
       2600-SCAN-LEDGER-FILE.
           OPEN INPUT LEDGERFILE
           IF WS-LEDGER-STATUS = "00"
               MOVE "N" TO WS-EOF
               PERFORM UNTIL WS-EOF = "Y"
                   READ LEDGERFILE INTO WS-LEDGER-ROW
                       AT END
                           MOVE "Y" TO WS-EOF
                       NOT AT END
                           IF WS-LED-RECTYPE = "END"
                               AND WS-LED-OUTCOME = "COMPLETED"
                               PERFORM 2610-TIME-DECISIONS-RUN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LEDGERFILE
           END-IF.

       2610-TIME-DECISIONS-RUN.
           PERFORM VARYING WS-DR-IDX FROM 1 BY 1
                   UNTIL WS-DR-IDX > WS-DR-COUNT
               IF WS-DR-RUN-ID (WS-DR-IDX) = WS-LED-RUN-ID
                   MOVE WS-LED-TIMESTAMP TO
                       WS-DR-TIMESTAMP (WS-DR-IDX)
               END-IF
           END-PERFORM.

      *        The class selection is applied after the sort, once
      *        the class of a grade change is known; the other
      *        selections (set in WS-KEEP by the caller) and the
      *        date range are applied here.
       2900-RELEASE-CHANGE.
           IF AS-TIMESTAMP < WS-SEL-FROM
               OR AS-TIMESTAMP > WS-SEL-TO
               MOVE "N" TO WS-KEEP
           END-IF
           IF WS-SEL-USER NOT = SPACES
               AND WS-SEL-USER NOT = AS-USER
               MOVE "N" TO WS-KEEP
           END-IF
           IF WS-KEEP = "Y"
               ADD 1 TO WS-SEQ
               MOVE WS-SEQ TO AS-SEQ
               IF AS-SOURCE NOT = "EFFECT"
                   PERFORM 2950-NOTE-PLACE
               END-IF
               RELEASE AUDIT-SORT-RECORD
           END-IF.

       2950-NOTE-PLACE.
           MOVE 0 TO WS-PL-SLOT
           PERFORM VARYING WS-PL-IDX FROM 1 BY 1
                   UNTIL WS-PL-IDX > WS-PL-COUNT
               IF WS-PL-STUDENT (WS-PL-IDX) = AS-STUDENT
                   AND WS-PL-TERM (WS-PL-IDX) = AS-TERM
                   MOVE WS-PL-IDX TO WS-PL-SLOT
               END-IF
           END-PERFORM
           IF WS-PL-SLOT = 0
               IF WS-PL-COUNT >= WS-MAX-PLACES
                   ADD 1 TO WS-PL-DROPPED
               ELSE
                   ADD 1 TO WS-PL-COUNT
                   MOVE AS-STUDENT TO WS-PL-STUDENT (WS-PL-COUNT)
                   MOVE AS-TERM TO WS-PL-TERM (WS-PL-COUNT)
                   MOVE SPACES TO WS-PL-CLASS (WS-PL-COUNT)
               END-IF
           END-IF.

      *        Output procedure of the merge sort.
       3000-PRINT-CHANGES.
           MOVE "N" TO WS-RETURN-EOF
           PERFORM UNTIL WS-RETURN-EOF = "Y"
               RETURN AUDITSORT
                   AT END
                       MOVE "Y" TO WS-RETURN-EOF
                   NOT AT END
                       PERFORM 3010-HANDLE-RETURNED-CHANGE
               END-RETURN
           END-PERFORM
           IF WS-LISTED-COUNT = 0
               MOVE SPACES TO WS-PRINT-LINE
               MOVE "   AUCUNE MODIFICATION POUR CETTE SELECTION"
                   TO WS-PRINT-LINE
               WRITE REPORT-RECORD FROM WS-PRINT-LINE
           END-IF.

       3010-HANDLE-RETURNED-CHANGE.
           IF AS-SOURCE = "NOTES" OR AS-SOURCE = "RATTR"
               MOVE "Y" TO WS-EV-GRADE
           ELSE
               MOVE "N" TO WS-EV-GRADE
           END-IF
           PERFORM 3100-RESOLVE-CLASS

           IF WS-SEL-CLASS = SPACES
               OR WS-SEL-CLASS = WS-EV-CLASS
               OR (AS-SOURCE = "EFFECT"
                   AND WS-SEL-CLASS = AS-OLD-VALUE (1:8))
               ADD 1 TO WS-LISTED-COUNT
               MOVE "N" TO WS-FLAG-TEACHER
               MOVE 0 TO WS-FLAG-REPEAT
               MOVE "N" TO WS-FLAG-LATE
               IF WS-EV-GRADE = "Y"
                   PERFORM 3200-CHECK-TEACHER
                   IF AS-ACTION NOT = "A"
                       PERFORM 3300-CHECK-REPEAT
                   END-IF
               END-IF
               IF AS-SOURCE = "NOTES"
                   PERFORM 3400-CHECK-LATE
               END-IF
               PERFORM 3450-FIND-REOPEN-REFERENCE
               PERFORM 3500-PRINT-CHANGE
           END-IF.

      *        Archived class first (A), else the last class move
      *        on the roster trail before the change (M), else
      *        unknown. Roster changes carry their own class.
       3100-RESOLVE-CLASS.
           MOVE SPACES TO WS-EV-CLASS
           MOVE SPACE TO WS-EV-CLASS-FROM
           IF AS-SOURCE = "EFFECT"
               MOVE AS-CLASS TO WS-EV-CLASS
           ELSE
               PERFORM VARYING WS-PL-IDX FROM 1 BY 1
                       UNTIL WS-PL-IDX > WS-PL-COUNT
                   IF WS-PL-STUDENT (WS-PL-IDX) = AS-STUDENT
                       AND WS-PL-TERM (WS-PL-IDX) = AS-TERM
                       AND WS-PL-CLASS (WS-PL-IDX) NOT = SPACES
                       MOVE WS-PL-CLASS (WS-PL-IDX) TO WS-EV-CLASS
                       MOVE "A" TO WS-EV-CLASS-FROM
                   END-IF
               END-PERFORM
               IF WS-EV-CLASS = SPACES
                   PERFORM VARYING WS-MV-IDX FROM 1 BY 1
                           UNTIL WS-MV-IDX > WS-MV-COUNT
                       IF WS-MV-STUDENT (WS-MV-IDX) = AS-STUDENT
                           AND WS-MV-TIMESTAMP (WS-MV-IDX) <=
                               AS-TIMESTAMP
                           MOVE WS-MV-CLASS (WS-MV-IDX) TO
                               WS-EV-CLASS
                           MOVE "M" TO WS-EV-CLASS-FROM
                       END-IF
                   END-PERFORM
               END-IF
           END-IF.

      *        The user must teach the course in the class; with the
      *        class unknown, in any class. A grade posted by the
      *        ASSESSROLL roll-up is signed ROLLUP and not checked:
      *        the marks it was computed from carry the teachers'
      *        own users on ASSESSAUDIT.DAT.
       3200-CHECK-TEACHER.
           IF WS-TEACHER-LOADED = "Y"
               AND AS-USER NOT = "ROLLUP"
               MOVE "Y" TO WS-FLAG-TEACHER
               MOVE AS-COURSE TO WS-ID-DISPLAY
               PERFORM VARYING WS-ASG-IDX FROM 1 BY 1
                       UNTIL WS-ASG-IDX > WS-ASG-COUNT
                   IF WS-ASG-TEACHER (WS-ASG-IDX) = AS-USER
                       AND WS-ASG-COURSE (WS-ASG-IDX) = WS-ID-DISPLAY
                       AND (WS-ASG-CLASS (WS-ASG-IDX) = WS-EV-CLASS
                           OR WS-EV-CLASS = SPACES)
                       MOVE "N" TO WS-FLAG-TEACHER
                   END-IF
               END-PERFORM
               IF WS-FLAG-TEACHER = "Y"
                   ADD 1 TO WS-TEACHER-COUNT
               END-IF
           END-IF.

       3300-CHECK-REPEAT.
           PERFORM VARYING WS-RP-IDX FROM 1 BY 1
                   UNTIL WS-RP-IDX > WS-RP-COUNT
               IF WS-RP-STUDENT (WS-RP-IDX) = AS-STUDENT
                   AND WS-RP-COURSE (WS-RP-IDX) = AS-COURSE
                   AND WS-RP-TERM (WS-RP-IDX) = AS-TERM
                   AND WS-RP-SOURCE (WS-RP-IDX) = AS-SOURCE
                   AND WS-RP-CHANGES (WS-RP-IDX) >= WS-REPEAT-LIMIT
                   MOVE WS-RP-CHANGES (WS-RP-IDX) TO WS-FLAG-REPEAT
               END-IF
           END-PERFORM
           IF WS-FLAG-REPEAT > 0
               ADD 1 TO WS-REPEAT-COUNT
           END-IF.

      *        Make-up marks are entered after the council by design
      *        and are not checked against the decisions run. Only a
      *        closed class and term has a decisions run to check.
       3400-CHECK-LATE.
           IF WS-EV-CLASS NOT = SPACES
               PERFORM VARYING WS-DR-IDX FROM 1 BY 1
                       UNTIL WS-DR-IDX > WS-DR-COUNT
                   IF WS-DR-CLASS (WS-DR-IDX) = WS-EV-CLASS
                       AND WS-DR-TERM (WS-DR-IDX) = AS-TERM
                       AND WS-DR-TIMESTAMP (WS-DR-IDX) NOT = SPACES
                       AND AS-TIMESTAMP > WS-DR-TIMESTAMP (WS-DR-IDX)
                       MOVE "Y" TO WS-FLAG-LATE
                       MOVE WS-DR-RUN-ID (WS-DR-IDX) TO
                           WS-LATE-RUN-ID
                       MOVE WS-DR-TIMESTAMP (WS-DR-IDX) TO
                           WS-LATE-TIMESTAMP
                   END-IF
               END-PERFORM
           END-IF
           IF WS-FLAG-LATE = "Y"
               ADD 1 TO WS-LATE-COUNT
           END-IF.

       3450-FIND-REOPEN-REFERENCE.
           MOVE SPACES TO WS-EV-REFERENCE
           MOVE SPACES TO WS-RO-PROGRAM-NOW
           IF AS-SOURCE = "NOTES"
               MOVE "GRADEUPDT" TO WS-RO-PROGRAM-NOW
               MOVE AS-STUDENT TO WS-RO-KEY-NOW
               MOVE AS-COURSE TO WS-RO-COURSE-NOW
           END-IF
           IF AS-SOURCE = "EFFECT" AND AS-ACTION = "CC"
               MOVE "ROSTERUPDT" TO WS-RO-PROGRAM-NOW
               MOVE AS-COURSE TO WS-RO-KEY-NOW
               MOVE 0 TO WS-RO-COURSE-NOW
           END-IF
           IF AS-SOURCE = "EFFECT"
               AND (AS-ACTION = "EN" OR AS-ACTION = "DR"
                   OR AS-ACTION = "EX")
               MOVE "ROSTERUPDT" TO WS-RO-PROGRAM-NOW
               MOVE AS-STUDENT TO WS-RO-KEY-NOW
               MOVE AS-COURSE TO WS-RO-COURSE-NOW
           END-IF
           IF WS-RO-PROGRAM-NOW NOT = SPACES
               PERFORM VARYING WS-RO-IDX FROM 1 BY 1
                       UNTIL WS-RO-IDX > WS-RO-COUNT
                   IF WS-RO-PROGRAM (WS-RO-IDX) = WS-RO-PROGRAM-NOW
                       AND WS-RO-TIMESTAMP (WS-RO-IDX) = AS-TIMESTAMP
                       AND WS-RO-USER (WS-RO-IDX) = AS-USER
                       AND WS-RO-KEY-ID (WS-RO-IDX) = WS-RO-KEY-NOW
                       AND WS-RO-COURSE-ID (WS-RO-IDX) =
                           WS-RO-COURSE-NOW
                       MOVE WS-RO-REFERENCE (WS-RO-IDX) TO
                           WS-EV-REFERENCE
                   END-IF
               END-PERFORM
           END-IF
           IF WS-EV-REFERENCE NOT = SPACES
               ADD 1 TO WS-REOPEN-COUNT
           END-IF.

      *        One line per change, then one line per finding.
       3500-PRINT-CHANGE.
           MOVE SPACES TO WS-PRINT-LINE
           MOVE 1 TO WS-STRING-PTR
           STRING AS-TIMESTAMP DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  AS-SOURCE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  AS-USER DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  AS-ACTION DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  INTO WS-PRINT-LINE
                  WITH POINTER WS-STRING-PTR
           IF AS-STUDENT = 0
               STRING "     " DELIMITED BY SIZE
                      INTO WS-PRINT-LINE
                      WITH POINTER WS-STRING-PTR
           ELSE
               STRING AS-STUDENT DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      INTO WS-PRINT-LINE
                      WITH POINTER WS-STRING-PTR
           END-IF
           IF AS-COURSE = 0
               STRING "     " DELIMITED BY SIZE
                      INTO WS-PRINT-LINE
                      WITH POINTER WS-STRING-PTR
           ELSE
               STRING AS-COURSE DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      INTO WS-PRINT-LINE
                      WITH POINTER WS-STRING-PTR
           END-IF
           STRING WS-EV-CLASS DELIMITED BY SIZE
                  WS-EV-CLASS-FROM DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  AS-TERM DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  AS-OLD-VALUE DELIMITED BY SIZE
                  " -> " DELIMITED BY SIZE
                  AS-NEW-VALUE DELIMITED BY SIZE
                  INTO WS-PRINT-LINE
                  WITH POINTER WS-STRING-PTR
           WRITE REPORT-RECORD FROM WS-PRINT-LINE

           IF AS-NOTE NOT = SPACES
               MOVE SPACES TO WS-PRINT-LINE
               MOVE 1 TO WS-STRING-PTR
               STRING "      NOTE: " DELIMITED BY SIZE
                      AS-NOTE DELIMITED BY SIZE
                      INTO WS-PRINT-LINE
                      WITH POINTER WS-STRING-PTR
               WRITE REPORT-RECORD FROM WS-PRINT-LINE
           END-IF
           IF WS-EV-REFERENCE NOT = SPACES
               MOVE SPACES TO WS-PRINT-LINE
               MOVE 1 TO WS-STRING-PTR
               STRING "      SOUS REOUVERTURE REF=" DELIMITED BY SIZE
                      WS-EV-REFERENCE DELIMITED BY SIZE
                      INTO WS-PRINT-LINE
                      WITH POINTER WS-STRING-PTR
               WRITE REPORT-RECORD FROM WS-PRINT-LINE
           END-IF
           IF WS-FLAG-TEACHER = "Y"
               MOVE SPACES TO WS-PRINT-LINE
               MOVE 1 TO WS-STRING-PTR
               STRING "      ** UTILISATEUR NON AFFECTE A CE COURS "
                      DELIMITED BY SIZE
                      "DANS CETTE CLASSE (TEACHER.DAT)"
                      DELIMITED BY SIZE
                      INTO WS-PRINT-LINE
                      WITH POINTER WS-STRING-PTR
               WRITE REPORT-RECORD FROM WS-PRINT-LINE
           END-IF
           IF WS-FLAG-REPEAT > 0
               MOVE SPACES TO WS-PRINT-LINE
               MOVE 1 TO WS-STRING-PTR
               MOVE WS-FLAG-REPEAT TO WS-COUNT-DISPLAY
               STRING "      ** NOTE MODIFIEE " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-COUNT-DISPLAY)
                          DELIMITED BY SIZE
                      " FOIS" DELIMITED BY SIZE
                      INTO WS-PRINT-LINE
                      WITH POINTER WS-STRING-PTR
               WRITE REPORT-RECORD FROM WS-PRINT-LINE
           END-IF
           IF WS-FLAG-LATE = "Y"
               MOVE SPACES TO WS-PRINT-LINE
               MOVE 1 TO WS-STRING-PTR
               STRING "      ** APRES LE RUN DES DECISIONS "
                      DELIMITED BY SIZE
                      WS-LATE-RUN-ID DELIMITED BY SIZE
                      " TERMINE LE " DELIMITED BY SIZE
                      WS-LATE-TIMESTAMP DELIMITED BY SIZE
                      INTO WS-PRINT-LINE
                      WITH POINTER WS-STRING-PTR
               WRITE REPORT-RECORD FROM WS-PRINT-LINE
           END-IF.

       3900-WRITE-REPORT-HEADER.
           WRITE REPORT-RECORD FROM WS-RULE-LINE
           MOVE SPACES TO WS-PRINT-LINE
           MOVE 1 TO WS-STRING-PTR
           STRING "ENQUETE SUR LES MODIFICATIONS - EDITE LE "
                  DELIMITED BY SIZE
                  WS-CURRENT-TIMESTAMP DELIMITED BY SIZE
                  INTO WS-PRINT-LINE
                  WITH POINTER WS-STRING-PTR
           WRITE REPORT-RECORD FROM WS-PRINT-LINE

           MOVE SPACES TO WS-PRINT-LINE
           MOVE 1 TO WS-STRING-PTR
           STRING "SELECTION: ELEVE " DELIMITED BY SIZE
                  WS-SEL-STUDENT DELIMITED BY SIZE
                  " UTILISATEUR " DELIMITED BY SIZE
                  WS-SEL-USER DELIMITED BY SIZE
                  " COURS " DELIMITED BY SIZE
                  WS-SEL-COURSE DELIMITED BY SIZE
                  " CLASSE " DELIMITED BY SIZE
                  WS-SEL-CLASS DELIMITED BY SIZE
                  " PERIODE " DELIMITED BY SIZE
                  WS-SEL-TERM DELIMITED BY SIZE
                  INTO WS-PRINT-LINE
                  WITH POINTER WS-STRING-PTR
           WRITE REPORT-RECORD FROM WS-PRINT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           MOVE 1 TO WS-STRING-PTR
           STRING "           DU " DELIMITED BY SIZE
                  WS-SEL-FROM DELIMITED BY SIZE
                  " AU " DELIMITED BY SIZE
                  WS-SEL-TO DELIMITED BY SIZE
                  "   (0000 / BLANC = TOUS)" DELIMITED BY SIZE
                  INTO WS-PRINT-LINE
                  WITH POINTER WS-STRING-PTR
           WRITE REPORT-RECORD FROM WS-PRINT-LINE

           IF WS-TEACHER-LOADED NOT = "Y"
               MOVE SPACES TO WS-PRINT-LINE
               MOVE "ATTENTION: TEACHER.DAT ABSENT, AFFECTATIONS NON "
                   & "CONTROLEES" TO WS-PRINT-LINE
               WRITE REPORT-RECORD FROM WS-PRINT-LINE
           END-IF
           WRITE REPORT-RECORD FROM WS-RULE-LINE

           MOVE SPACES TO WS-PRINT-LINE
           MOVE "HORODATAGE     SOURCE UTILISAT AC ELEV COUR CLASSE"
               & "    PERIOD ANCIEN        NOUVEAU" TO WS-PRINT-LINE
           WRITE REPORT-RECORD FROM WS-PRINT-LINE
           WRITE REPORT-RECORD FROM WS-DASH-LINE.

       4000-WRITE-REPORT-TOTALS.
           WRITE REPORT-RECORD FROM WS-RULE-LINE
           MOVE SPACES TO WS-PRINT-LINE
           MOVE 1 TO WS-STRING-PTR
           MOVE WS-READ-GRADE TO WS-COUNT-DISPLAY
           STRING "LUES: NOTES " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-COUNT-DISPLAY) DELIMITED BY SIZE
                  INTO WS-PRINT-LINE
                  WITH POINTER WS-STRING-PTR
           MOVE WS-READ-MAKEUP TO WS-COUNT-DISPLAY
           STRING "  RATTRAPAGE " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-COUNT-DISPLAY) DELIMITED BY SIZE
                  INTO WS-PRINT-LINE
                  WITH POINTER WS-STRING-PTR
           MOVE WS-READ-ROSTER TO WS-COUNT-DISPLAY
           STRING "  EFFECTIFS " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-COUNT-DISPLAY) DELIMITED BY SIZE
                  INTO WS-PRINT-LINE
                  WITH POINTER WS-STRING-PTR
           MOVE WS-READ-OVER TO WS-COUNT-DISPLAY
           STRING "  JURY " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-COUNT-DISPLAY) DELIMITED BY SIZE
                  INTO WS-PRINT-LINE
                  WITH POINTER WS-STRING-PTR
           WRITE REPORT-RECORD FROM WS-PRINT-LINE

           MOVE SPACES TO WS-PRINT-LINE
           MOVE 1 TO WS-STRING-PTR
           MOVE WS-LISTED-COUNT TO WS-COUNT-DISPLAY
           STRING "LISTEES " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-COUNT-DISPLAY) DELIMITED BY SIZE
                  INTO WS-PRINT-LINE
                  WITH POINTER WS-STRING-PTR
           MOVE WS-TEACHER-COUNT TO WS-COUNT-DISPLAY
           STRING "  NON AFFECTE " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-COUNT-DISPLAY) DELIMITED BY SIZE
                  INTO WS-PRINT-LINE
                  WITH POINTER WS-STRING-PTR
           MOVE WS-REPEAT-COUNT TO WS-COUNT-DISPLAY
           STRING "  REPETEES " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-COUNT-DISPLAY) DELIMITED BY SIZE
                  INTO WS-PRINT-LINE
                  WITH POINTER WS-STRING-PTR
           MOVE WS-LATE-COUNT TO WS-COUNT-DISPLAY
           STRING "  APRES DECISIONS " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-COUNT-DISPLAY) DELIMITED BY SIZE
                  INTO WS-PRINT-LINE
                  WITH POINTER WS-STRING-PTR
           MOVE WS-REOPEN-COUNT TO WS-COUNT-DISPLAY
           STRING "  SOUS REOUVERTURE " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-COUNT-DISPLAY) DELIMITED BY SIZE
                  INTO WS-PRINT-LINE
                  WITH POINTER WS-STRING-PTR
           WRITE REPORT-RECORD FROM WS-PRINT-LINE

           IF WS-RP-DROPPED > 0 OR WS-MV-DROPPED > 0
               OR WS-PL-DROPPED > 0 OR WS-DR-DROPPED > 0
               MOVE SPACES TO WS-PRINT-LINE
               MOVE "ATTENTION: CAPACITE DEPASSEE, CONTROLES "
                   & "PARTIELS (REPETITIONS, CLASSES OU RUNS)"
                   TO WS-PRINT-LINE
               WRITE REPORT-RECORD FROM WS-PRINT-LINE
           END-IF
           MOVE SPACES TO WS-PRINT-LINE
           MOVE "CLASSE SUIVIE DE A = ARCHIVEE POUR LA PERIODE, "
               & "M = DERNIER MOUVEMENT D'EFFECTIF" TO WS-PRINT-LINE
           WRITE REPORT-RECORD FROM WS-PRINT-LINE
           WRITE REPORT-RECORD FROM WS-RULE-LINE.

       9900-ABEND-PROGRAM.
           DISPLAY "ABEND: " WS-ABEND-MESSAGE UPON CONSOLE
           MOVE 16 TO RETURN-CODE
           IF WS-REPORT-OPEN = "Y"
               CLOSE REPORTFILE
           END-IF
           STOP RUN.
