       IDENTIFICATION DIVISION.
       PROGRAM-ID. DBREBUILD.

      *        Point-in-time rebuild of the database from a DBSNAP
      *        snapshot and the audit trails. The snapshot files are
      *        checked against their trailers and SNAPLIST.DAT first
      *        (a damaged snapshot is never used), then reloaded,
      *        and the GRADEAUDIT.DAT and ROSTERAUDIT.DAT rows
      *        stamped after the snapshot and up to the chosen time
      *        are replayed onto them in the order they were
      *        written. The rebuilt tables are then reconciled
      *        against the live ones, row by row, and every row
      *        missing from the base, extra in it or different is
      *        listed on rebuild_<runid>.rpt with the counts and
      *        the grade hash totals of both sides.
      *
      *        REBUILDPARM.DAT (optional) holds the snapshot
      *        timestamp (blank = latest snapshot taken at or
      *        before the rebuild time), the rebuild time (blank =
      *        the end of the trails), the mode and the user. Mode
      *        V, the default, only rebuilds and reports. Mode R
      *        then puts the rebuilt state back in place of the live
      *        one, applying only the corrections the reconciliation
      *        found, reconciles again inside the same unit of work
      *        and commits only if nothing differs any more; the
      *        restore is entered on SNAPLIST.DAT as an R row. A
      *        restore is refused while the replay reports
      *        anomalies (trail and snapshot disagreeing), and no
      *        rebuild may replay across an earlier restore - the
      *        trails no longer describe the base on the far side
      *        of one, so a snapshot taken after it must be used.
      *
      *        Replayed: AS/TS/WS on STUDENT, AC/RC on COURSE, CC on
      *        COURSE_COEF, EN/DR/EX on ENROLMENT, A/C/D on GRADE.
      *        A WS card takes the student's grades and enrolments
      *        with it and an RC card the course's coefficients and
      *        enrolments, as ROSTERUPDT does. TOTAL_GRADE and
      *        AVERAGE_GRADE come back as the snapshot holds them (a
      *        student or course added since starts at zero, as
      *        ROSTERUPDT files it).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUNPARMFILE ASSIGN TO "RUNPARM.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RUNPARM-STATUS.

           SELECT REBUILDPARMFILE ASSIGN TO "REBUILDPARM.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REBUILDPARM-STATUS.

           SELECT SNAPLISTFILE ASSIGN TO "SNAPLIST.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SNAPLIST-STATUS.

           SELECT SNAPLISTOUT ASSIGN TO "SNAPLIST.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SNAPLISTOUT-STATUS.

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

           SELECT GRADETRAILFILE ASSIGN TO "GRADEAUDIT.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-GRADETRAIL-STATUS.

           SELECT ROSTERTRAILFILE ASSIGN TO "ROSTERAUDIT.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ROSTERTRAIL-STATUS.

           SELECT IMGGRDOUT ASSIGN TO WS-IMGGRD-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-IMGGRD-STATUS.

           SELECT IMGGRDIN ASSIGN TO WS-IMGGRD-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-IMGGRD-STATUS.

           SELECT IMGENROUT ASSIGN TO WS-IMGENR-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-IMGENR-STATUS.

           SELECT IMGENRIN ASSIGN TO WS-IMGENR-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-IMGENR-STATUS.

           SELECT FIXOUT ASSIGN TO WS-FIX-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FIX-STATUS.

           SELECT FIXIN ASSIGN TO WS-FIX-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FIX-STATUS.

           SELECT REPORTFILE ASSIGN TO WS-REPORT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REPORT-STATUS.

           SELECT REBUILDSORT ASSIGN TO "SORTWK4".

       DATA DIVISION.
       FILE SECTION.
       FD RUNPARMFILE.
       01 RUNPARM-RECORD PIC X(120).

       FD REBUILDPARMFILE.
       01 REBUILDPARM-RECORD PIC X(80).

       FD SNAPLISTFILE.
       01 SNAPLIST-RECORD PIC X(120).

       FD SNAPLISTOUT.
       01 SNAPLISTOUT-RECORD PIC X(120).

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

       FD GRADETRAILFILE.
       01 GRADETRAIL-RECORD PIC X(60).

       FD ROSTERTRAILFILE.
       01 ROSTERTRAIL-RECORD PIC X(200).

       FD IMGGRDOUT.
       01 IMGGRDOUT-RECORD PIC X(60).

       FD IMGGRDIN.
       01 IMGGRDIN-RECORD PIC X(60).

       FD IMGENROUT.
       01 IMGENROUT-RECORD PIC X(60).

       FD IMGENRIN.
       01 IMGENRIN-RECORD PIC X(60).

       FD FIXOUT.
       01 FIXOUT-RECORD PIC X(120).

       FD FIXIN.
       01 FIXIN-RECORD PIC X(120).

       FD REPORTFILE.
       01 REPORT-RECORD PIC X(132).

      *        One GRADE or ENROLMENT event: a snapshot row (S),
      *        a grade card (A/C/D) or an enrolment card (U). The
      *        sequence number keeps the order of events stamped in
      *        the same second.
       SD REBUILDSORT.
       01 REBUILD-SORT-RECORD.
           05 RS-KEY.
               10 RS-KIND      PIC X(1).
               10 RS-STUDENT   PIC 9(4).
               10 RS-COURSE    PIC 9(4).
               10 RS-TERM      PIC X(6).
           05 RS-TIMESTAMP     PIC X(14).
           05 RS-SEQ           PIC 9(7).
           05 RS-EVENT         PIC X(1).
           05 RS-OLD-VALUE     PIC X(8).
           05 RS-GRADE         PIC 99V99.
           05 RS-STATUS        PIC X(2).

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

      *        REBUILDPARM.DAT record layout.
       01 WS-REBUILD-PARAMETERS.
           05 WS-RB-SNAP-TS       PIC X(14).
           05 WS-RB-UNTIL-TS      PIC X(14).
           05 WS-RB-MODE          PIC X(1).
           05 WS-RB-USER          PIC X(8).

       01 WS-RUN-ID             PIC X(10) VALUE SPACES.
       01 WS-CURRENT-TIMESTAMP  PIC X(14).
       01 WS-END-OF-TRAILS      PIC X(14) VALUE "99999999999999".
       01 WS-STU-FILENAME       PIC X(60) VALUE SPACES.
       01 WS-CRS-FILENAME       PIC X(60) VALUE SPACES.
       01 WS-GRD-FILENAME       PIC X(60) VALUE SPACES.
       01 WS-COEF-FILENAME      PIC X(60) VALUE SPACES.
       01 WS-ENR-FILENAME       PIC X(60) VALUE SPACES.
       01 WS-IMGGRD-FILENAME    PIC X(60) VALUE SPACES.
       01 WS-IMGENR-FILENAME    PIC X(60) VALUE SPACES.
       01 WS-FIX-FILENAME       PIC X(60) VALUE SPACES.
       01 WS-REPORT-FILENAME    PIC X(60) VALUE SPACES.
       01 WS-RUNPARM-STATUS     PIC XX.
       01 WS-REBUILDPARM-STATUS PIC XX.
       01 WS-SNAPLIST-STATUS    PIC XX.
       01 WS-SNAPLISTOUT-STATUS PIC XX.
       01 WS-SNAP-STATUS        PIC XX.
       01 WS-GRADETRAIL-STATUS  PIC XX.
       01 WS-ROSTERTRAIL-STATUS PIC XX.
       01 WS-IMGGRD-STATUS      PIC XX.
       01 WS-IMGENR-STATUS      PIC XX.
       01 WS-FIX-STATUS         PIC XX.
       01 WS-REPORT-STATUS      PIC XX.
       01 WS-REPORT-OPEN        PIC X VALUE "N".
       01 WS-CONNECTED          PIC X VALUE "N".
       01 WS-ABEND-MESSAGE      PIC X(80) VALUE SPACES.
       01 WS-LOG-PARAGRAPH      PIC X(30) VALUE SPACES.
       01 WS-SQLCODE-DISPLAY    PIC -999999.

      *        Mirror of the SNAPLIST.DAT entry DBSNAP writes - keep
      *        in step with WS-SNAPLIST-ROW over there.
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

      *        The snapshot entry chosen, and the latest restore
      *        entered at or before the rebuild time.
       01 WS-CHOSEN-SNAPSHOT.
           05 WS-CH-TIMESTAMP   PIC X(14).
           05 WS-CH-STU-COUNT   PIC 9(7).
           05 WS-CH-CRS-COUNT   PIC 9(7).
           05 WS-CH-GRD-COUNT   PIC 9(7).
           05 WS-CH-COEF-COUNT  PIC 9(7).
           05 WS-CH-ENR-COUNT   PIC 9(7).
           05 WS-CH-GRD-HASH    PIC 9(10)V99.
       01 WS-LAST-RESTORE-TS    PIC X(14) VALUE SPACES.

      *        Mirrors of the snapshot rows DBSNAP writes - keep in
      *        step with the layouts over there.
       01 WS-SNAP-IN-ROW        PIC X(100).

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

       01 WS-SNAP-TRAILER.
           05 WS-TR-TYPE        PIC X(1).
           05 WS-TR-TABLE       PIC X(12).
           05 WS-TR-SNAP-TS     PIC X(14).
           05 WS-TR-COUNT       PIC 9(7).
           05 WS-TR-KEY-HASH    PIC 9(12).
           05 WS-TR-VALUE-HASH  PIC 9(10)V99.
           05 FILLER            PIC X(2).

      *        Snapshot check totals (see 1390).
       01 WS-ROW-COUNT      PIC 9(7) VALUE 0.
       01 WS-KEY-HASH       PIC 9(12) VALUE 0.
       01 WS-VALUE-HASH     PIC 9(10)V99 VALUE 0.
       01 WS-EXPECTED-COUNT PIC 9(7) VALUE 0.
       01 WS-TABLE-NAME     PIC X(12) VALUE SPACES.
       01 WS-TRAILER-SEEN   PIC X VALUE "N".
       01 WS-SNAP-DAMAGED   PIC X VALUE "N".

      *        Mirror of the GRADEAUDIT.DAT row GRADEUPDT writes -
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

      *        Rebuilt STUDENT, COURSE and COURSE_COEF. STATE is Y
      *        for a row of the rebuilt table, N for one the replay
      *        deleted; MATCH is set by the reconciliation.
       01 WS-MAX-STUDENTS PIC 9(4) VALUE 3000.
       01 WS-SR-COUNT     PIC 9(4) VALUE 0.
       01 WS-SR-IDX       PIC 9(4).
       01 WS-SR-SLOT      PIC 9(4).
       01 WS-STUDENT-TABLE.
           05 WS-SR-ENTRY OCCURS 3000 TIMES.
               10 WS-SR-ID         PIC 9(4).
               10 WS-SR-LASTNAME   PIC X(35).
               10 WS-SR-FIRSTNAME  PIC X(35).
               10 WS-SR-CLASS      PIC X(8).
               10 WS-SR-TOTAL      PIC 99V99.
               10 WS-SR-STATE      PIC X(1).
               10 WS-SR-MATCH      PIC X(1).

       01 WS-MAX-COURSES  PIC 9(4) VALUE 500.
       01 WS-CR-COUNT     PIC 9(4) VALUE 0.
       01 WS-CR-IDX       PIC 9(4).
       01 WS-CR-SLOT      PIC 9(4).
       01 WS-COURSE-TABLE.
           05 WS-CR-ENTRY OCCURS 500 TIMES.
               10 WS-CR-ID         PIC 9(4).
               10 WS-CR-LABEL      PIC X(35).
               10 WS-CR-COEF       PIC 9(3)V9.
               10 WS-CR-AVERAGE    PIC 99V99.
               10 WS-CR-STATE      PIC X(1).
               10 WS-CR-MATCH      PIC X(1).

       01 WS-MAX-COEFS    PIC 9(4) VALUE 3000.
       01 WS-CF-COUNT     PIC 9(4) VALUE 0.
       01 WS-CF-IDX       PIC 9(4).
       01 WS-CF-SLOT      PIC 9(4).
       01 WS-COEF-TABLE.
           05 WS-CF-ENTRY OCCURS 3000 TIMES.
               10 WS-CF-COURSE     PIC 9(4).
               10 WS-CF-TERM       PIC X(6).
               10 WS-CF-COEF       PIC 9(3)V9.
               10 WS-CF-STATE      PIC X(1).
               10 WS-CF-MATCH      PIC X(1).

       01 WS-FIND-ID      PIC 9(4).
       01 WS-FIND-TERM    PIC X(6).

      *        Withdrawals (S) and course retirements (C) replayed,
      *        with their time: each takes GRADE and ENROLMENT rows
      *        with it that carry no later event (see 3200).
       01 WS-MAX-PURGES   PIC 9(4) VALUE 1000.
       01 WS-PG-COUNT     PIC 9(4) VALUE 0.
       01 WS-PG-IDX       PIC 9(4).
       01 WS-PURGE-TABLE.
           05 WS-PG-ENTRY OCCURS 1000 TIMES.
               10 WS-PG-TYPE       PIC X(1).
               10 WS-PG-ID         PIC 9(4).
               10 WS-PG-TIMESTAMP  PIC X(14).
       01 WS-NEW-PURGE-TYPE PIC X(1).
       01 WS-PG-FROM      PIC X(14).
       01 WS-PG-TO        PIC X(14).
       01 WS-PURGED       PIC X VALUE "N".

      *        Current GRADE or ENROLMENT key of the sort output.
       01 WS-CK-KEY.
           05 WS-CK-KIND      PIC X(1).
           05 WS-CK-STUDENT   PIC 9(4).
           05 WS-CK-COURSE    PIC 9(4).
           05 WS-CK-TERM      PIC X(6).
       01 WS-CK-STARTED   PIC X VALUE "N".
       01 WS-CK-PRESENT   PIC X VALUE "N".
       01 WS-CK-LAST-TS   PIC X(14).
       01 WS-CK-GRADE     PIC 99V99.
       01 WS-CK-STATUS    PIC X(2).
       01 WS-OLD-GRADE    PIC 99V99.
       01 WS-NUM-VALUE    PIC 9(3)V99.
       01 WS-RETURN-EOF   PIC X VALUE "N".
       01 WS-SEQ          PIC 9(7) VALUE 0.

       01 WS-READ-GRADE    PIC 9(7) VALUE 0.
       01 WS-READ-ROSTER   PIC 9(7) VALUE 0.
       01 WS-ANOMALY-COUNT PIC 9(7) VALUE 0.
       01 WS-IMG-GRD-COUNT PIC 9(7) VALUE 0.
       01 WS-IMG-ENR-COUNT PIC 9(7) VALUE 0.
       01 WS-IMG-GRD-HASH  PIC 9(10)V99 VALUE 0.
       01 WS-LIVE-GRD-HASH PIC 9(10)V99 VALUE 0.

      *        Reconciliation: one entry per table, in the order
      *        STUDENT, COURSE, COURSE_COEF, GRADE, ENROLMENT. PASS 1
      *        is the reconciliation proper, PASS 2 the check after
      *        a restore.
       01 WS-PASS         PIC 9 VALUE 1.
       01 WS-RC-IDX       PIC 9.
       01 WS-RECON-TABLE.
           05 WS-RC-ENTRY OCCURS 5 TIMES.
               10 WS-RC-NAME       PIC X(12).
               10 WS-RC-REBUILT    PIC 9(7).
               10 WS-RC-LIVE       PIC 9(7).
               10 WS-RC-MISSING    PIC 9(7).
               10 WS-RC-EXTRA      PIC 9(7).
               10 WS-RC-DIFFERENT  PIC 9(7).
       01 WS-DIFF-TOTAL   PIC 9(7) VALUE 0.
       01 WS-DIFF-FOUND   PIC 9(7) VALUE 0.
       01 WS-FIX-APPLIED  PIC 9(7) VALUE 0.
       01 WS-SWEEP        PIC 9 VALUE 1.
       01 WS-FETCH-EOF    PIC X VALUE "N".

       01 WS-IMG-KEY.
           05 WS-IK-STUDENT   PIC 9(4).
           05 WS-IK-COURSE    PIC 9(4).
           05 WS-IK-TERM      PIC X(6).
       01 WS-DB-KEY.
           05 WS-DK-STUDENT   PIC 9(4).
           05 WS-DK-COURSE    PIC 9(4).
           05 WS-DK-TERM      PIC X(6).

      *        One correction of the live base: the table (S
      *        STUDENT, C COURSE, F COURSE_COEF, G GRADE, E
      *        ENROLMENT), the action (I insert, U update, D
      *        delete) and the rebuilt row. Course ids of COURSE and
      *        COURSE_COEF rows are carried in FX-COURSE.
       01 WS-FIX-ROW.
           05 WS-FX-TABLE      PIC X(1).
           05 WS-FX-ACTION     PIC X(1).
           05 WS-FX-STUDENT    PIC 9(4).
           05 WS-FX-COURSE     PIC 9(4).
           05 WS-FX-TERM       PIC X(6).
           05 WS-FX-NAME       PIC X(35).
           05 WS-FX-FIRSTNAME  PIC X(35).
           05 WS-FX-CLASS      PIC X(8).
           05 WS-FX-GRADE      PIC 99V99.
           05 WS-FX-COEF       PIC 9(3)V9.
           05 WS-FX-STATUS     PIC X(2).
           05 FILLER           PIC X(16).

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

       01 WS-ANOMALY-LINE.
           05 WS-AN-TIMESTAMP  PIC X(14).
           05 FILLER           PIC X(1).
           05 WS-AN-SOURCE     PIC X(6).
           05 FILLER           PIC X(1).
           05 WS-AN-ACTION     PIC X(2).
           05 FILLER           PIC X(1).
           05 WS-AN-KEY        PIC X(24).
           05 FILLER           PIC X(1).
           05 WS-AN-TEXT       PIC X(50).
           05 FILLER           PIC X(32).

       01 WS-DIFF-LINE.
           05 WS-DF-TABLE      PIC X(12).
           05 FILLER           PIC X(1).
           05 WS-DF-KEY        PIC X(24).
           05 FILLER           PIC X(1).
           05 WS-DF-KIND       PIC X(20).
           05 FILLER           PIC X(1).
           05 WS-DF-REBUILT    PIC X(36).
           05 FILLER           PIC X(1).
           05 WS-DF-LIVE       PIC X(36).

       01 WS-KEY-TEXT      PIC X(24).
       01 WS-REBUILT-TEXT  PIC X(36).
       01 WS-LIVE-TEXT     PIC X(36).
       01 WS-VALUE-TEXT    PIC X(36).

       01 WS-RULE-LINE  PIC X(100) VALUE ALL "=".
       01 WS-DASH-LINE  PIC X(100) VALUE ALL "-".
       01 WS-PRINT-LINE PIC X(132).
       01 WS-STRING-PTR PIC 9(4) VALUE 1.
       01 WS-COUNT-DISPLAY PIC Z(6)9.
       01 WS-HASH-DISPLAY  PIC Z(11)9.
       01 WS-AMOUNT-DISPLAY PIC Z(9)9.99.
       01 WS-GRADE-DISPLAY PIC Z9.99.
       01 WS-COEF-DISPLAY  PIC ZZ9.9.
       01 WS-ID-DISPLAY    PIC 9(4).
       01 WS-ID2-DISPLAY   PIC 9(4).

       EXEC SQL INCLUDE SQLCA END-EXEC.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1050-READ-RUN-PARAMETERS
           PERFORM 1070-READ-REBUILD-PARAMETERS
           MOVE FUNCTION CURRENT-DATE (1:14) TO WS-CURRENT-TIMESTAMP
           PERFORM 1100-CHOOSE-SNAPSHOT
           PERFORM 1080-BUILD-RUNTIME-FILENAMES

           OPEN OUTPUT REPORTFILE
           IF WS-REPORT-STATUS NOT = "00"
               MOVE "0000-MAIN: CANNOT OPEN THE REPORT FILE"
                   TO WS-ABEND-MESSAGE
               PERFORM 9900-ABEND-PROGRAM
           END-IF
           MOVE "Y" TO WS-REPORT-OPEN
           PERFORM 3900-WRITE-REPORT-HEADER

           PERFORM 1300-CHECK-SNAPSHOT

      *        The input procedure replays the roster trail onto the
      *        tables held in memory and releases the GRADE and
      *        ENROLMENT rows of the snapshot with the grade and
      *        enrolment cards; the output procedure brings every
      *        key to its state at the rebuild time.
           PERFORM 3950-WRITE-REPLAY-HEADER
           SORT REBUILDSORT
               ON ASCENDING KEY RS-KIND RS-STUDENT RS-COURSE RS-TERM
                                RS-TIMESTAMP RS-SEQ
               INPUT PROCEDURE IS 2000-REPLAY-TRAILS
               OUTPUT PROCEDURE IS 3000-BUILD-IMAGES
           PERFORM 3960-WRITE-REPLAY-TOTALS

           PERFORM 1000-CONNECT-TO-DB
           MOVE 1 TO WS-PASS
           PERFORM 5000-RECONCILE
           PERFORM 7000-WRITE-RECONCILE-TOTALS
           MOVE WS-DIFF-TOTAL TO WS-DIFF-FOUND

           IF WS-RB-MODE = "R"
               IF WS-ANOMALY-COUNT > 0
                   MOVE SPACES TO WS-PRINT-LINE
                   MOVE "RESTAURATION REFUSEE: LE REJEU SIGNALE DES "
                       & "ANOMALIES, BASE INCHANGEE" TO WS-PRINT-LINE
                   WRITE REPORT-RECORD FROM WS-PRINT-LINE
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM 6000-RESTORE-BASE
               END-IF
           END-IF

           PERFORM 9000-CLOSE-DB
           CLOSE REPORTFILE

           DISPLAY "DBREBUILD: INSTANTANE " WS-CH-TIMESTAMP
                   " JUSQU'AU " WS-RB-UNTIL-TS
                   " MODE=" WS-RB-MODE
                   " REJOUEES NOTES=" WS-READ-GRADE
                   " EFFECTIFS=" WS-READ-ROSTER
                   " ANOMALIES=" WS-ANOMALY-COUNT
                   " ECARTS=" WS-DIFF-FOUND
                   " CORRECTIONS=" WS-FIX-APPLIED
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

       1070-READ-REBUILD-PARAMETERS.
           MOVE SPACES TO WS-REBUILD-PARAMETERS
           OPEN INPUT REBUILDPARMFILE
           IF WS-REBUILDPARM-STATUS = "00"
               READ REBUILDPARMFILE INTO WS-REBUILD-PARAMETERS
                   AT END
                       MOVE SPACES TO WS-REBUILD-PARAMETERS
               END-READ
               CLOSE REBUILDPARMFILE
           END-IF

           IF WS-RB-UNTIL-TS = SPACES
               MOVE WS-END-OF-TRAILS TO WS-RB-UNTIL-TS
           END-IF
           IF WS-RB-MODE = SPACES
               MOVE "V" TO WS-RB-MODE
           END-IF
           IF WS-RB-MODE NOT = "V" AND NOT = "R"
               MOVE "1070-READ-REBUILD-PARAMETERS: MODE MUST BE V "
                   & "OR R" TO WS-ABEND-MESSAGE
               PERFORM 9900-ABEND-PROGRAM
           END-IF
           IF WS-RB-MODE = "R" AND WS-RB-USER = SPACES
               MOVE "1070-READ-REBUILD-PARAMETERS: A RESTORE NEEDS "
                   & "THE USER" TO WS-ABEND-MESSAGE
               PERFORM 9900-ABEND-PROGRAM
           END-IF.

       1080-BUILD-RUNTIME-FILENAMES.
           MOVE SPACES TO WS-STU-FILENAME
           STRING "snapstu_" DELIMITED BY SIZE
                  WS-CH-TIMESTAMP DELIMITED BY SIZE
                  ".dat" DELIMITED BY SIZE
                  INTO WS-STU-FILENAME
           MOVE SPACES TO WS-CRS-FILENAME
           STRING "snapcrs_" DELIMITED BY SIZE
                  WS-CH-TIMESTAMP DELIMITED BY SIZE
                  ".dat" DELIMITED BY SIZE
                  INTO WS-CRS-FILENAME
           MOVE SPACES TO WS-GRD-FILENAME
           STRING "snapgrd_" DELIMITED BY SIZE
                  WS-CH-TIMESTAMP DELIMITED BY SIZE
                  ".dat" DELIMITED BY SIZE
                  INTO WS-GRD-FILENAME
           MOVE SPACES TO WS-COEF-FILENAME
           STRING "snapcoef_" DELIMITED BY SIZE
                  WS-CH-TIMESTAMP DELIMITED BY SIZE
                  ".dat" DELIMITED BY SIZE
                  INTO WS-COEF-FILENAME
           MOVE SPACES TO WS-ENR-FILENAME
           STRING "snapenr_" DELIMITED BY SIZE
                  WS-CH-TIMESTAMP DELIMITED BY SIZE
                  ".dat" DELIMITED BY SIZE
                  INTO WS-ENR-FILENAME
           MOVE SPACES TO WS-IMGGRD-FILENAME
           STRING "rbgrd_" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-RUN-ID) DELIMITED BY SIZE
                  ".dat" DELIMITED BY SIZE
                  INTO WS-IMGGRD-FILENAME
           MOVE SPACES TO WS-IMGENR-FILENAME
           STRING "rbenr_" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-RUN-ID) DELIMITED BY SIZE
                  ".dat" DELIMITED BY SIZE
                  INTO WS-IMGENR-FILENAME
           MOVE SPACES TO WS-FIX-FILENAME
           STRING "rbfix_" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-RUN-ID) DELIMITED BY SIZE
                  ".dat" DELIMITED BY SIZE
                  INTO WS-FIX-FILENAME
           MOVE SPACES TO WS-REPORT-FILENAME
           STRING "rebuild_" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-RUN-ID) DELIMITED BY SIZE
                  ".rpt" DELIMITED BY SIZE
                  INTO WS-REPORT-FILENAME.

      *        The snapshot asked for, else the latest one taken at
      *        or before the rebuild time. SNAPLIST.DAT is written
      *        in time order, so the last qualifying entry wins.
       1100-CHOOSE-SNAPSHOT.
           MOVE SPACES TO WS-CHOSEN-SNAPSHOT
           OPEN INPUT SNAPLISTFILE
           IF WS-SNAPLIST-STATUS NOT = "00"
               MOVE "1100-CHOOSE-SNAPSHOT: CANNOT OPEN SNAPLIST.DAT"
                   TO WS-ABEND-MESSAGE
               PERFORM 9900-ABEND-PROGRAM
           END-IF
           PERFORM UNTIL WS-SNAPLIST-STATUS NOT = "00"
               READ SNAPLISTFILE INTO WS-SNAPLIST-ROW
                   AT END MOVE "10" TO WS-SNAPLIST-STATUS
               END-READ
               IF WS-SNAPLIST-STATUS = "00"
                   PERFORM 1110-CONSIDER-SNAPLIST-ROW
               END-IF
           END-PERFORM
           CLOSE SNAPLISTFILE

           IF WS-CH-TIMESTAMP = SPACES
               MOVE "1100-CHOOSE-SNAPSHOT: NO SNAPSHOT ON SNAPLIST.DAT"
                   & " FOR THESE PARAMETERS" TO WS-ABEND-MESSAGE
               PERFORM 9900-ABEND-PROGRAM
           END-IF
           IF WS-LAST-RESTORE-TS NOT = SPACES
               AND WS-LAST-RESTORE-TS > WS-CH-TIMESTAMP
               MOVE "1100-CHOOSE-SNAPSHOT: A RESTORE RAN AFTER THIS "
                   & "SNAPSHOT, USE A LATER ONE" TO WS-ABEND-MESSAGE
               PERFORM 9900-ABEND-PROGRAM
           END-IF.

       1110-CONSIDER-SNAPLIST-ROW.
           IF WS-SL-TIMESTAMP <= WS-RB-UNTIL-TS
               IF WS-SL-TYPE = "R"
                   MOVE WS-SL-TIMESTAMP TO WS-LAST-RESTORE-TS
               END-IF
               IF WS-SL-TYPE = "S"
                   AND (WS-RB-SNAP-TS = SPACES
                        OR WS-RB-SNAP-TS = WS-SL-TIMESTAMP)
                   MOVE WS-SL-TIMESTAMP TO WS-CH-TIMESTAMP
                   MOVE WS-SL-STU-COUNT TO WS-CH-STU-COUNT
                   MOVE WS-SL-CRS-COUNT TO WS-CH-CRS-COUNT
                   MOVE WS-SL-GRD-COUNT TO WS-CH-GRD-COUNT
                   MOVE WS-SL-COEF-COUNT TO WS-CH-COEF-COUNT
                   MOVE WS-SL-ENR-COUNT TO WS-CH-ENR-COUNT
                   MOVE WS-SL-GRD-HASH TO WS-CH-GRD-HASH
               END-IF
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
           END-IF
           MOVE "Y" TO WS-CONNECTED.

      *        Every snapshot file is read through and its rows
      *        recounted and re-hashed against its trailer and
      *        against SNAPLIST.DAT; STUDENT, COURSE and COURSE_COEF
      *        are loaded into memory on the way.
       1300-CHECK-SNAPSHOT.
           PERFORM 1310-CHECK-STUDENT-SNAPSHOT
           PERFORM 1320-CHECK-COURSE-SNAPSHOT
           PERFORM 1330-CHECK-COEF-SNAPSHOT
           PERFORM 1340-CHECK-GRADE-SNAPSHOT
           PERFORM 1350-CHECK-ENROL-SNAPSHOT
           WRITE REPORT-RECORD FROM WS-RULE-LINE.

       1310-CHECK-STUDENT-SNAPSHOT.
           OPEN INPUT STUSNAPFILE
           IF WS-SNAP-STATUS NOT = "00"
               MOVE "1310-CHECK-STUDENT-SNAPSHOT: STUDENT SNAPSHOT "
                   & "FILE MISSING" TO WS-ABEND-MESSAGE
               PERFORM 9900-ABEND-PROGRAM
           END-IF
           PERFORM 1380-RESET-CHECK
           PERFORM UNTIL WS-SNAP-STATUS NOT = "00"
               READ STUSNAPFILE INTO WS-SNAP-IN-ROW
                   AT END MOVE "10" TO WS-SNAP-STATUS
               END-READ
               IF WS-SNAP-STATUS = "00"
                   PERFORM 1385-CHECK-ROW-TYPE
                   IF WS-SNAP-IN-ROW (1:1) = "D"
                       AND WS-TRAILER-SEEN = "N"
                       MOVE WS-SNAP-IN-ROW TO WS-SNAP-STU-ROW
                       ADD 1 TO WS-ROW-COUNT
                       ADD WS-SS-ID TO WS-KEY-HASH
                       ADD WS-SS-TOTAL-GRADE TO WS-VALUE-HASH
                       PERFORM 2415-ADD-STUDENT-SLOT
                       MOVE WS-SS-ID TO WS-SR-ID (WS-SR-SLOT)
                       MOVE WS-SS-LASTNAME
                           TO WS-SR-LASTNAME (WS-SR-SLOT)
                       MOVE WS-SS-FIRSTNAME
                           TO WS-SR-FIRSTNAME (WS-SR-SLOT)
                       MOVE WS-SS-CLASS TO WS-SR-CLASS (WS-SR-SLOT)
                       MOVE WS-SS-TOTAL-GRADE
                           TO WS-SR-TOTAL (WS-SR-SLOT)
                   END-IF
               END-IF
           END-PERFORM
           CLOSE STUSNAPFILE
           MOVE "STUDENT" TO WS-TABLE-NAME
           MOVE WS-CH-STU-COUNT TO WS-EXPECTED-COUNT
           PERFORM 1390-CHECK-TRAILER.

       1320-CHECK-COURSE-SNAPSHOT.
           OPEN INPUT CRSSNAPFILE
           IF WS-SNAP-STATUS NOT = "00"
               MOVE "1320-CHECK-COURSE-SNAPSHOT: COURSE SNAPSHOT "
                   & "FILE MISSING" TO WS-ABEND-MESSAGE
               PERFORM 9900-ABEND-PROGRAM
           END-IF
           PERFORM 1380-RESET-CHECK
           PERFORM UNTIL WS-SNAP-STATUS NOT = "00"
               READ CRSSNAPFILE INTO WS-SNAP-IN-ROW
                   AT END MOVE "10" TO WS-SNAP-STATUS
               END-READ
               IF WS-SNAP-STATUS = "00"
                   PERFORM 1385-CHECK-ROW-TYPE
                   IF WS-SNAP-IN-ROW (1:1) = "D"
                       AND WS-TRAILER-SEEN = "N"
                       MOVE WS-SNAP-IN-ROW TO WS-SNAP-CRS-ROW
                       ADD 1 TO WS-ROW-COUNT
                       ADD WS-SC-ID TO WS-KEY-HASH
                       ADD WS-SC-COEF TO WS-VALUE-HASH
                       PERFORM 2425-ADD-COURSE-SLOT
                       MOVE WS-SC-ID TO WS-CR-ID (WS-CR-SLOT)
                       MOVE WS-SC-LABEL TO WS-CR-LABEL (WS-CR-SLOT)
                       MOVE WS-SC-COEF TO WS-CR-COEF (WS-CR-SLOT)
                       MOVE WS-SC-AVERAGE TO WS-CR-AVERAGE (WS-CR-SLOT)
                   END-IF
               END-IF
           END-PERFORM
           CLOSE CRSSNAPFILE
           MOVE "COURSE" TO WS-TABLE-NAME
           MOVE WS-CH-CRS-COUNT TO WS-EXPECTED-COUNT
           PERFORM 1390-CHECK-TRAILER.

       1330-CHECK-COEF-SNAPSHOT.
           OPEN INPUT COEFSNAPFILE
           IF WS-SNAP-STATUS NOT = "00"
               MOVE "1330-CHECK-COEF-SNAPSHOT: COEFFICIENT SNAPSHOT "
                   & "FILE MISSING" TO WS-ABEND-MESSAGE
               PERFORM 9900-ABEND-PROGRAM
           END-IF
           PERFORM 1380-RESET-CHECK
           PERFORM UNTIL WS-SNAP-STATUS NOT = "00"
               READ COEFSNAPFILE INTO WS-SNAP-IN-ROW
                   AT END MOVE "10" TO WS-SNAP-STATUS
               END-READ
               IF WS-SNAP-STATUS = "00"
                   PERFORM 1385-CHECK-ROW-TYPE
                   IF WS-SNAP-IN-ROW (1:1) = "D"
                       AND WS-TRAILER-SEEN = "N"
                       MOVE WS-SNAP-IN-ROW TO WS-SNAP-COEF-ROW
                       ADD 1 TO WS-ROW-COUNT
                       ADD WS-SF-COURSE-ID TO WS-KEY-HASH
                       ADD WS-SF-COEF TO WS-VALUE-HASH
                       PERFORM 2435-ADD-COEF-SLOT
                       MOVE WS-SF-COURSE-ID
                           TO WS-CF-COURSE (WS-CF-SLOT)
                       MOVE WS-SF-TERM TO WS-CF-TERM (WS-CF-SLOT)
                       MOVE WS-SF-COEF TO WS-CF-COEF (WS-CF-SLOT)
                   END-IF
               END-IF
           END-PERFORM
           CLOSE COEFSNAPFILE
           MOVE "COURSE_COEF" TO WS-TABLE-NAME
           MOVE WS-CH-COEF-COUNT TO WS-EXPECTED-COUNT
           PERFORM 1390-CHECK-TRAILER.

       1340-CHECK-GRADE-SNAPSHOT.
           OPEN INPUT GRDSNAPFILE
           IF WS-SNAP-STATUS NOT = "00"
               MOVE "1340-CHECK-GRADE-SNAPSHOT: GRADE SNAPSHOT "
                   & "FILE MISSING" TO WS-ABEND-MESSAGE
               PERFORM 9900-ABEND-PROGRAM
           END-IF
           PERFORM 1380-RESET-CHECK
           PERFORM UNTIL WS-SNAP-STATUS NOT = "00"
               READ GRDSNAPFILE INTO WS-SNAP-IN-ROW
                   AT END MOVE "10" TO WS-SNAP-STATUS
               END-READ
               IF WS-SNAP-STATUS = "00"
                   PERFORM 1385-CHECK-ROW-TYPE
                   IF WS-SNAP-IN-ROW (1:1) = "D"
                       AND WS-TRAILER-SEEN = "N"
                       MOVE WS-SNAP-IN-ROW TO WS-SNAP-GRD-ROW
                       ADD 1 TO WS-ROW-COUNT
                       ADD WS-SG-STUDENT-ID TO WS-KEY-HASH
                       ADD WS-SG-COURSE-ID TO WS-KEY-HASH
                       ADD WS-SG-GRADE TO WS-VALUE-HASH
                   END-IF
               END-IF
           END-PERFORM
           CLOSE GRDSNAPFILE
      *        The grade total is on SNAPLIST.DAT as well.
           IF WS-VALUE-HASH NOT = WS-CH-GRD-HASH
               MOVE "Y" TO WS-SNAP-DAMAGED
           END-IF
           MOVE "GRADE" TO WS-TABLE-NAME
           MOVE WS-CH-GRD-COUNT TO WS-EXPECTED-COUNT
           PERFORM 1390-CHECK-TRAILER.

       1350-CHECK-ENROL-SNAPSHOT.
           OPEN INPUT ENRSNAPFILE
           IF WS-SNAP-STATUS NOT = "00"
               MOVE "1350-CHECK-ENROL-SNAPSHOT: ENROLMENT SNAPSHOT "
                   & "FILE MISSING" TO WS-ABEND-MESSAGE
               PERFORM 9900-ABEND-PROGRAM
           END-IF
           PERFORM 1380-RESET-CHECK
           PERFORM UNTIL WS-SNAP-STATUS NOT = "00"
               READ ENRSNAPFILE INTO WS-SNAP-IN-ROW
                   AT END MOVE "10" TO WS-SNAP-STATUS
               END-READ
               IF WS-SNAP-STATUS = "00"
                   PERFORM 1385-CHECK-ROW-TYPE
                   IF WS-SNAP-IN-ROW (1:1) = "D"
                       AND WS-TRAILER-SEEN = "N"
                       MOVE WS-SNAP-IN-ROW TO WS-SNAP-ENR-ROW
                       ADD 1 TO WS-ROW-COUNT
                       ADD WS-SE-STUDENT-ID TO WS-KEY-HASH
                       ADD WS-SE-COURSE-ID TO WS-KEY-HASH
                   END-IF
               END-IF
           END-PERFORM
           CLOSE ENRSNAPFILE
           MOVE "ENROLMENT" TO WS-TABLE-NAME
           MOVE WS-CH-ENR-COUNT TO WS-EXPECTED-COUNT
           PERFORM 1390-CHECK-TRAILER.

       1380-RESET-CHECK.
           MOVE 0 TO WS-ROW-COUNT
           MOVE 0 TO WS-KEY-HASH
           MOVE 0 TO WS-VALUE-HASH
           MOVE "N" TO WS-TRAILER-SEEN
           MOVE "N" TO WS-SNAP-DAMAGED
           MOVE SPACES TO WS-SNAP-TRAILER.

      *        A row after the trailer, a second trailer or a row of
      *        unknown type all mean the file was tampered with.
       1385-CHECK-ROW-TYPE.
           IF WS-SNAP-IN-ROW (1:1) = "T"
               IF WS-TRAILER-SEEN = "Y"
                   MOVE "Y" TO WS-SNAP-DAMAGED
               END-IF
               MOVE WS-SNAP-IN-ROW TO WS-SNAP-TRAILER
               MOVE "Y" TO WS-TRAILER-SEEN
           ELSE
               IF WS-SNAP-IN-ROW (1:1) NOT = "D"
                   OR WS-TRAILER-SEEN = "Y"
                   MOVE "Y" TO WS-SNAP-DAMAGED
               END-IF
           END-IF.

       1390-CHECK-TRAILER.
           IF WS-TRAILER-SEEN = "N"
               MOVE "Y" TO WS-SNAP-DAMAGED
           END-IF
           IF WS-TR-TABLE NOT = WS-TABLE-NAME
               OR WS-TR-SNAP-TS NOT = WS-CH-TIMESTAMP
               OR WS-TR-COUNT NOT = WS-ROW-COUNT
               OR WS-TR-KEY-HASH NOT = WS-KEY-HASH
               OR WS-TR-VALUE-HASH NOT = WS-VALUE-HASH
               OR WS-ROW-COUNT NOT = WS-EXPECTED-COUNT
               MOVE "Y" TO WS-SNAP-DAMAGED
           END-IF

           MOVE SPACES TO WS-PRINT-LINE
           MOVE 1 TO WS-STRING-PTR
           MOVE WS-ROW-COUNT TO WS-COUNT-DISPLAY
           MOVE WS-KEY-HASH TO WS-HASH-DISPLAY
           MOVE WS-VALUE-HASH TO WS-AMOUNT-DISPLAY
           STRING WS-TABLE-NAME DELIMITED BY SIZE
                  " LIGNES " DELIMITED BY SIZE
                  WS-COUNT-DISPLAY DELIMITED BY SIZE
                  "  TOTAL CLES " DELIMITED BY SIZE
                  WS-HASH-DISPLAY DELIMITED BY SIZE
                  "  TOTAL VALEURS " DELIMITED BY SIZE
                  WS-AMOUNT-DISPLAY DELIMITED BY SIZE
                  INTO WS-PRINT-LINE
                  WITH POINTER WS-STRING-PTR
           IF WS-SNAP-DAMAGED = "Y"
               STRING "  ENDOMMAGE" DELIMITED BY SIZE
                      INTO WS-PRINT-LINE
                      WITH POINTER WS-STRING-PTR
           ELSE
               STRING "  CONFORME" DELIMITED BY SIZE
                      INTO WS-PRINT-LINE
                      WITH POINTER WS-STRING-PTR
           END-IF
           WRITE REPORT-RECORD FROM WS-PRINT-LINE

           IF WS-SNAP-DAMAGED = "Y"
               MOVE "1390-CHECK-TRAILER: SNAPSHOT FILE DAMAGED, "
                   & "NOTHING REBUILT" TO WS-ABEND-MESSAGE
               PERFORM 9900-ABEND-PROGRAM
           END-IF.

      *        Input procedure of the rebuild sort.
       2000-REPLAY-TRAILS.
           PERFORM 2100-RELEASE-SNAPSHOT-GRADES
           PERFORM 2150-RELEASE-SNAPSHOT-ENROLS
           PERFORM 2200-READ-GRADE-TRAIL
           PERFORM 2300-READ-ROSTER-TRAIL.

       2100-RELEASE-SNAPSHOT-GRADES.
           OPEN INPUT GRDSNAPFILE
           PERFORM UNTIL WS-SNAP-STATUS NOT = "00"
               READ GRDSNAPFILE INTO WS-SNAP-IN-ROW
                   AT END MOVE "10" TO WS-SNAP-STATUS
               END-READ
               IF WS-SNAP-STATUS = "00"
                   AND WS-SNAP-IN-ROW (1:1) = "D"
                   MOVE WS-SNAP-IN-ROW TO WS-SNAP-GRD-ROW
                   MOVE SPACES TO REBUILD-SORT-RECORD
                   MOVE "G" TO RS-KIND
                   MOVE WS-SG-STUDENT-ID TO RS-STUDENT
                   MOVE WS-SG-COURSE-ID TO RS-COURSE
                   MOVE WS-SG-TERM TO RS-TERM
                   MOVE WS-CH-TIMESTAMP TO RS-TIMESTAMP
                   MOVE "S" TO RS-EVENT
                   MOVE WS-SG-GRADE TO RS-GRADE
                   PERFORM 2950-RELEASE-EVENT
               END-IF
           END-PERFORM
           CLOSE GRDSNAPFILE.

       2150-RELEASE-SNAPSHOT-ENROLS.
           OPEN INPUT ENRSNAPFILE
           PERFORM UNTIL WS-SNAP-STATUS NOT = "00"
               READ ENRSNAPFILE INTO WS-SNAP-IN-ROW
                   AT END MOVE "10" TO WS-SNAP-STATUS
               END-READ
               IF WS-SNAP-STATUS = "00"
                   AND WS-SNAP-IN-ROW (1:1) = "D"
                   MOVE WS-SNAP-IN-ROW TO WS-SNAP-ENR-ROW
                   MOVE SPACES TO REBUILD-SORT-RECORD
                   MOVE "E" TO RS-KIND
                   MOVE WS-SE-STUDENT-ID TO RS-STUDENT
                   MOVE WS-SE-COURSE-ID TO RS-COURSE
                   MOVE WS-SE-TERM TO RS-TERM
                   MOVE WS-CH-TIMESTAMP TO RS-TIMESTAMP
                   MOVE "S" TO RS-EVENT
                   MOVE 0 TO RS-GRADE
                   MOVE WS-SE-STATUS TO RS-STATUS
                   PERFORM 2950-RELEASE-EVENT
               END-IF
           END-PERFORM
           CLOSE ENRSNAPFILE.

      *        Only the rows stamped after the snapshot and up to the
      *        rebuild time are replayed; the snapshot already holds
      *        everything before it.
       2200-READ-GRADE-TRAIL.
           OPEN INPUT GRADETRAILFILE
           IF WS-GRADETRAIL-STATUS = "00"
               PERFORM UNTIL WS-GRADETRAIL-STATUS NOT = "00"
                   READ GRADETRAILFILE INTO WS-GRADE-AUDIT-ROW
                       AT END MOVE "10" TO WS-GRADETRAIL-STATUS
                   END-READ
                   IF WS-GRADETRAIL-STATUS = "00"
                       AND WS-GA-TIMESTAMP > WS-CH-TIMESTAMP
                       AND WS-GA-TIMESTAMP <= WS-RB-UNTIL-TS
                       PERFORM 2210-RELEASE-GRADE-CARD
                   END-IF
               END-PERFORM
               CLOSE GRADETRAILFILE
           END-IF.

       2210-RELEASE-GRADE-CARD.
           ADD 1 TO WS-READ-GRADE
           IF WS-GA-ACTION NOT = "A" AND NOT = "C" AND NOT = "D"
               MOVE WS-GA-TIMESTAMP TO WS-AN-TIMESTAMP
               MOVE "NOTES" TO WS-AN-SOURCE
               MOVE WS-GA-ACTION TO WS-AN-ACTION
               MOVE WS-GA-STUDENT-ID TO WS-ID-DISPLAY
               MOVE WS-GA-COURSE-ID TO WS-ID2-DISPLAY
               MOVE SPACES TO WS-AN-KEY
               STRING WS-ID-DISPLAY "/" WS-ID2-DISPLAY " "
                      WS-GA-TERM DELIMITED BY SIZE
                      INTO WS-AN-KEY
               MOVE "ACTION INCONNUE, LIGNE IGNOREE" TO WS-AN-TEXT
               PERFORM 2900-WRITE-ANOMALY
           ELSE
               MOVE SPACES TO REBUILD-SORT-RECORD
               MOVE "G" TO RS-KIND
               MOVE WS-GA-STUDENT-ID TO RS-STUDENT
               MOVE WS-GA-COURSE-ID TO RS-COURSE
               MOVE WS-GA-TERM TO RS-TERM
               MOVE WS-GA-TIMESTAMP TO RS-TIMESTAMP
               MOVE WS-GA-ACTION TO RS-EVENT
               MOVE WS-GA-OLD-VALUE TO RS-OLD-VALUE
               IF WS-GA-ACTION = "D"
                   MOVE 0 TO RS-GRADE
               ELSE
                   COMPUTE RS-GRADE =
                       FUNCTION NUMVAL(WS-GA-NEW-VALUE)
               END-IF
               PERFORM 2950-RELEASE-EVENT
           END-IF.

      *        The roster trail is replayed in the order it was
      *        written: STUDENT, COURSE and COURSE_COEF in memory,
      *        enrolment cards released to the sort, withdrawals and
      *        retirements noted for the GRADE and ENROLMENT rows
      *        they take with them.
       2300-READ-ROSTER-TRAIL.
           OPEN INPUT ROSTERTRAILFILE
           IF WS-ROSTERTRAIL-STATUS = "00"
               PERFORM UNTIL WS-ROSTERTRAIL-STATUS NOT = "00"
                   READ ROSTERTRAILFILE INTO WS-ROSTER-AUDIT-ROW
                       AT END MOVE "10" TO WS-ROSTERTRAIL-STATUS
                   END-READ
                   IF WS-ROSTERTRAIL-STATUS = "00"
                       AND WS-RA-TIMESTAMP > WS-CH-TIMESTAMP
                       AND WS-RA-TIMESTAMP <= WS-RB-UNTIL-TS
                       PERFORM 2305-REPLAY-ROSTER-CARD
                   END-IF
               END-PERFORM
               CLOSE ROSTERTRAILFILE
           END-IF.

       2305-REPLAY-ROSTER-CARD.
           ADD 1 TO WS-READ-ROSTER
           MOVE WS-RA-TIMESTAMP TO WS-AN-TIMESTAMP
           MOVE "EFFECT" TO WS-AN-SOURCE
           MOVE WS-RA-ACTION TO WS-AN-ACTION
           MOVE WS-RA-KEY-ID TO WS-ID-DISPLAY
           MOVE SPACES TO WS-AN-KEY
           MOVE WS-ID-DISPLAY TO WS-AN-KEY

           EVALUATE WS-RA-ACTION
               WHEN "AS"
                   PERFORM 2310-REPLAY-ADD-STUDENT
               WHEN "TS"
                   PERFORM 2315-REPLAY-TRANSFER-STUDENT
               WHEN "WS"
                   PERFORM 2320-REPLAY-WITHDRAW-STUDENT
               WHEN "AC"
                   PERFORM 2330-REPLAY-ADD-COURSE
               WHEN "RC"
                   PERFORM 2340-REPLAY-RETIRE-COURSE
               WHEN "CC"
                   PERFORM 2350-REPLAY-COURSE-COEF
               WHEN "EN"
               WHEN "DR"
               WHEN "EX"
                   PERFORM 2360-RELEASE-ENROL-CARD
               WHEN OTHER
                   MOVE "ACTION INCONNUE, LIGNE IGNOREE" TO WS-AN-TEXT
                   PERFORM 2900-WRITE-ANOMALY
           END-EVALUATE.

       2310-REPLAY-ADD-STUDENT.
           MOVE WS-RA-KEY-ID TO WS-FIND-ID
           PERFORM 2410-FIND-STUDENT
           IF WS-SR-SLOT > 0
               IF WS-SR-STATE (WS-SR-SLOT) = "Y"
                   MOVE "ELEVE DEJA PRESENT, REMPLACE" TO WS-AN-TEXT
                   PERFORM 2900-WRITE-ANOMALY
               END-IF
           ELSE
               PERFORM 2415-ADD-STUDENT-SLOT
               MOVE WS-RA-KEY-ID TO WS-SR-ID (WS-SR-SLOT)
           END-IF
           MOVE WS-RA-LASTNAME TO WS-SR-LASTNAME (WS-SR-SLOT)
           MOVE WS-RA-FIRSTNAME TO WS-SR-FIRSTNAME (WS-SR-SLOT)
           MOVE WS-RA-NEW-VALUE TO WS-SR-CLASS (WS-SR-SLOT)
           MOVE 0 TO WS-SR-TOTAL (WS-SR-SLOT)
           MOVE "Y" TO WS-SR-STATE (WS-SR-SLOT)
      *        Rows written before the trail carried the names.
           IF WS-RA-LASTNAME = SPACES
               MOVE "NOMS ABSENTS DE LA PISTE" TO WS-AN-TEXT
               PERFORM 2900-WRITE-ANOMALY
           END-IF.

       2315-REPLAY-TRANSFER-STUDENT.
           MOVE WS-RA-KEY-ID TO WS-FIND-ID
           PERFORM 2410-FIND-STUDENT
           IF WS-SR-SLOT > 0
               IF WS-SR-STATE (WS-SR-SLOT) NOT = "Y"
                   MOVE 0 TO WS-SR-SLOT
               END-IF
           END-IF
           IF WS-SR-SLOT = 0
               MOVE "ELEVE ABSENT, CHANGEMENT IGNORE" TO WS-AN-TEXT
               PERFORM 2900-WRITE-ANOMALY
           ELSE
               IF WS-SR-CLASS (WS-SR-SLOT) NOT = WS-RA-OLD-VALUE
                   MOVE "ANCIENNE CLASSE DIFFERENTE" TO WS-AN-TEXT
                   PERFORM 2900-WRITE-ANOMALY
               END-IF
               MOVE WS-RA-NEW-VALUE TO WS-SR-CLASS (WS-SR-SLOT)
           END-IF.

       2320-REPLAY-WITHDRAW-STUDENT.
           MOVE WS-RA-KEY-ID TO WS-FIND-ID
           PERFORM 2410-FIND-STUDENT
           IF WS-SR-SLOT > 0
               IF WS-SR-STATE (WS-SR-SLOT) NOT = "Y"
                   MOVE 0 TO WS-SR-SLOT
               END-IF
           END-IF
           IF WS-SR-SLOT = 0
               MOVE "ELEVE DEJA ABSENT" TO WS-AN-TEXT
               PERFORM 2900-WRITE-ANOMALY
           ELSE
               MOVE "N" TO WS-SR-STATE (WS-SR-SLOT)
           END-IF
           MOVE "S" TO WS-NEW-PURGE-TYPE
           PERFORM 2460-ADD-PURGE.

       2330-REPLAY-ADD-COURSE.
           MOVE WS-RA-KEY-ID TO WS-FIND-ID
           PERFORM 2420-FIND-COURSE
           IF WS-CR-SLOT > 0
               IF WS-CR-STATE (WS-CR-SLOT) = "Y"
                   MOVE "COURS DEJA PRESENT, REMPLACE" TO WS-AN-TEXT
                   PERFORM 2900-WRITE-ANOMALY
               END-IF
           ELSE
               PERFORM 2425-ADD-COURSE-SLOT
               MOVE WS-RA-KEY-ID TO WS-CR-ID (WS-CR-SLOT)
           END-IF
           MOVE WS-RA-LASTNAME TO WS-CR-LABEL (WS-CR-SLOT)
           COMPUTE WS-CR-COEF (WS-CR-SLOT) =
               FUNCTION NUMVAL(WS-RA-NEW-VALUE)
           MOVE 0 TO WS-CR-AVERAGE (WS-CR-SLOT)
           MOVE "Y" TO WS-CR-STATE (WS-CR-SLOT)
           IF WS-RA-LASTNAME = SPACES
               MOVE "LIBELLE ABSENT DE LA PISTE" TO WS-AN-TEXT
               PERFORM 2900-WRITE-ANOMALY
           END-IF.

       2340-REPLAY-RETIRE-COURSE.
           MOVE WS-RA-KEY-ID TO WS-FIND-ID
           PERFORM 2420-FIND-COURSE
           IF WS-CR-SLOT > 0
               IF WS-CR-STATE (WS-CR-SLOT) NOT = "Y"
                   MOVE 0 TO WS-CR-SLOT
               END-IF
           END-IF
           IF WS-CR-SLOT = 0
               MOVE "COURS DEJA ABSENT" TO WS-AN-TEXT
               PERFORM 2900-WRITE-ANOMALY
           ELSE
               MOVE "N" TO WS-CR-STATE (WS-CR-SLOT)
           END-IF
           PERFORM VARYING WS-CF-IDX FROM 1 BY 1
                   UNTIL WS-CF-IDX > WS-CF-COUNT
               IF WS-CF-COURSE (WS-CF-IDX) = WS-RA-KEY-ID
                   MOVE "N" TO WS-CF-STATE (WS-CF-IDX)
               END-IF
           END-PERFORM
           MOVE "C" TO WS-NEW-PURGE-TYPE
           PERFORM 2460-ADD-PURGE.

       2350-REPLAY-COURSE-COEF.
           MOVE SPACES TO WS-AN-KEY
           STRING WS-ID-DISPLAY " " WS-RA-TERM DELIMITED BY SIZE
                  INTO WS-AN-KEY
           MOVE WS-RA-KEY-ID TO WS-FIND-ID
           MOVE WS-RA-TERM TO WS-FIND-TERM
           PERFORM 2430-FIND-COEF
           IF WS-CF-SLOT > 0
               IF WS-CF-STATE (WS-CF-SLOT) = "Y"
                   COMPUTE WS-NUM-VALUE =
                       FUNCTION NUMVAL(WS-RA-OLD-VALUE)
                   IF WS-NUM-VALUE NOT = WS-CF-COEF (WS-CF-SLOT)
                       MOVE "ANCIEN COEFFICIENT DIFFERENT"
                           TO WS-AN-TEXT
                       PERFORM 2900-WRITE-ANOMALY
                   END-IF
               END-IF
           ELSE
               PERFORM 2435-ADD-COEF-SLOT
               MOVE WS-RA-KEY-ID TO WS-CF-COURSE (WS-CF-SLOT)
               MOVE WS-RA-TERM TO WS-CF-TERM (WS-CF-SLOT)
           END-IF
           COMPUTE WS-CF-COEF (WS-CF-SLOT) =
               FUNCTION NUMVAL(WS-RA-NEW-VALUE)
           MOVE "Y" TO WS-CF-STATE (WS-CF-SLOT).

       2360-RELEASE-ENROL-CARD.
           MOVE SPACES TO REBUILD-SORT-RECORD
           MOVE "E" TO RS-KIND
           MOVE WS-RA-KEY-ID TO RS-STUDENT
           COMPUTE RS-COURSE = FUNCTION NUMVAL(WS-RA-COURSE-ID)
           MOVE WS-RA-TERM TO RS-TERM
           MOVE WS-RA-TIMESTAMP TO RS-TIMESTAMP
           MOVE "U" TO RS-EVENT
           MOVE WS-RA-OLD-VALUE TO RS-OLD-VALUE
           MOVE 0 TO RS-GRADE
           MOVE WS-RA-ACTION TO RS-STATUS
           PERFORM 2950-RELEASE-EVENT.

       2410-FIND-STUDENT.
           MOVE 0 TO WS-SR-SLOT
           PERFORM VARYING WS-SR-IDX FROM 1 BY 1
                   UNTIL WS-SR-IDX > WS-SR-COUNT
               IF WS-SR-ID (WS-SR-IDX) = WS-FIND-ID
                   MOVE WS-SR-IDX TO WS-SR-SLOT
               END-IF
           END-PERFORM.

       2415-ADD-STUDENT-SLOT.
           IF WS-SR-COUNT >= WS-MAX-STUDENTS
               MOVE "2415-ADD-STUDENT-SLOT: STUDENT TABLE FULL, "
                   & "NOTHING REBUILT" TO WS-ABEND-MESSAGE
               PERFORM 9900-ABEND-PROGRAM
           END-IF
           ADD 1 TO WS-SR-COUNT
           MOVE WS-SR-COUNT TO WS-SR-SLOT
           MOVE SPACES TO WS-SR-ENTRY (WS-SR-SLOT)
           MOVE 0 TO WS-SR-TOTAL (WS-SR-SLOT)
           MOVE "Y" TO WS-SR-STATE (WS-SR-SLOT)
           MOVE "N" TO WS-SR-MATCH (WS-SR-SLOT).

       2420-FIND-COURSE.
           MOVE 0 TO WS-CR-SLOT
           PERFORM VARYING WS-CR-IDX FROM 1 BY 1
                   UNTIL WS-CR-IDX > WS-CR-COUNT
               IF WS-CR-ID (WS-CR-IDX) = WS-FIND-ID
                   MOVE WS-CR-IDX TO WS-CR-SLOT
               END-IF
           END-PERFORM.

       2425-ADD-COURSE-SLOT.
           IF WS-CR-COUNT >= WS-MAX-COURSES
               MOVE "2425-ADD-COURSE-SLOT: COURSE TABLE FULL, "
                   & "NOTHING REBUILT" TO WS-ABEND-MESSAGE
               PERFORM 9900-ABEND-PROGRAM
           END-IF
           ADD 1 TO WS-CR-COUNT
           MOVE WS-CR-COUNT TO WS-CR-SLOT
           MOVE SPACES TO WS-CR-ENTRY (WS-CR-SLOT)
           MOVE 0 TO WS-CR-COEF (WS-CR-SLOT)
           MOVE 0 TO WS-CR-AVERAGE (WS-CR-SLOT)
           MOVE "Y" TO WS-CR-STATE (WS-CR-SLOT)
           MOVE "N" TO WS-CR-MATCH (WS-CR-SLOT).

       2430-FIND-COEF.
           MOVE 0 TO WS-CF-SLOT
           PERFORM VARYING WS-CF-IDX FROM 1 BY 1
                   UNTIL WS-CF-IDX > WS-CF-COUNT
               IF WS-CF-COURSE (WS-CF-IDX) = WS-FIND-ID
                   AND WS-CF-TERM (WS-CF-IDX) = WS-FIND-TERM
                   MOVE WS-CF-IDX TO WS-CF-SLOT
               END-IF
           END-PERFORM.

       2435-ADD-COEF-SLOT.
           IF WS-CF-COUNT >= WS-MAX-COEFS
               MOVE "2435-ADD-COEF-SLOT: COEFFICIENT TABLE FULL, "
                   & "NOTHING REBUILT" TO WS-ABEND-MESSAGE
               PERFORM 9900-ABEND-PROGRAM
           END-IF
           ADD 1 TO WS-CF-COUNT
           MOVE WS-CF-COUNT TO WS-CF-SLOT
           MOVE SPACES TO WS-CF-ENTRY (WS-CF-SLOT)
           MOVE 0 TO WS-CF-COURSE (WS-CF-SLOT)
           MOVE 0 TO WS-CF-COEF (WS-CF-SLOT)
           MOVE "Y" TO WS-CF-STATE (WS-CF-SLOT)
           MOVE "N" TO WS-CF-MATCH (WS-CF-SLOT).

       2460-ADD-PURGE.
           IF WS-PG-COUNT >= WS-MAX-PURGES
               MOVE "2460-ADD-PURGE: WITHDRAWAL TABLE FULL, "
                   & "NOTHING REBUILT" TO WS-ABEND-MESSAGE
               PERFORM 9900-ABEND-PROGRAM
           END-IF
           ADD 1 TO WS-PG-COUNT
           MOVE WS-NEW-PURGE-TYPE TO WS-PG-TYPE (WS-PG-COUNT)
           MOVE WS-RA-KEY-ID TO WS-PG-ID (WS-PG-COUNT)
           MOVE WS-RA-TIMESTAMP TO WS-PG-TIMESTAMP (WS-PG-COUNT).

      *        The caller sets the time, source, action and key of
      *        the line.
       2900-WRITE-ANOMALY.
           ADD 1 TO WS-ANOMALY-COUNT
           WRITE REPORT-RECORD FROM WS-ANOMALY-LINE.

       2950-RELEASE-EVENT.
           ADD 1 TO WS-SEQ
           MOVE WS-SEQ TO RS-SEQ
           RELEASE REBUILD-SORT-RECORD.

      *        Output procedure of the rebuild sort. The events of a
      *        key come back in time order; a withdrawal or a course
      *        retirement stamped between two of them removes the
      *        row, and the state left after the last one is the
      *        rebuilt row (none if the key ends absent).
       3000-BUILD-IMAGES.
           OPEN OUTPUT IMGGRDOUT
           IF WS-IMGGRD-STATUS NOT = "00"
               MOVE "3000-BUILD-IMAGES: CANNOT OPEN THE REBUILT "
                   & "GRADE FILE" TO WS-ABEND-MESSAGE
               PERFORM 9900-ABEND-PROGRAM
           END-IF
           OPEN OUTPUT IMGENROUT
           IF WS-IMGENR-STATUS NOT = "00"
               MOVE "3000-BUILD-IMAGES: CANNOT OPEN THE REBUILT "
                   & "ENROLMENT FILE" TO WS-ABEND-MESSAGE
               PERFORM 9900-ABEND-PROGRAM
           END-IF

           MOVE "N" TO WS-CK-STARTED
           MOVE "N" TO WS-RETURN-EOF
           PERFORM UNTIL WS-RETURN-EOF = "Y"
               RETURN REBUILDSORT
                   AT END
                       MOVE "Y" TO WS-RETURN-EOF
                   NOT AT END
                       PERFORM 3010-HANDLE-EVENT
               END-RETURN
           END-PERFORM
           IF WS-CK-STARTED = "Y"
               PERFORM 3050-CLOSE-KEY
           END-IF

           CLOSE IMGGRDOUT
           CLOSE IMGENROUT.

       3010-HANDLE-EVENT.
           IF WS-CK-STARTED = "Y"
               AND RS-KEY NOT = WS-CK-KEY
               PERFORM 3050-CLOSE-KEY
               MOVE "N" TO WS-CK-STARTED
           END-IF
           IF WS-CK-STARTED = "N"
               MOVE RS-KEY TO WS-CK-KEY
               MOVE "N" TO WS-CK-PRESENT
               MOVE ZEROS TO WS-CK-LAST-TS
               MOVE 0 TO WS-CK-GRADE
               MOVE SPACES TO WS-CK-STATUS
               MOVE "Y" TO WS-CK-STARTED
           END-IF

           MOVE WS-CK-LAST-TS TO WS-PG-FROM
           MOVE RS-TIMESTAMP TO WS-PG-TO
           PERFORM 3200-CHECK-PURGE
           IF WS-PURGED = "Y"
               MOVE "N" TO WS-CK-PRESENT
           END-IF

           MOVE RS-TIMESTAMP TO WS-AN-TIMESTAMP
           MOVE RS-EVENT TO WS-AN-ACTION
           MOVE RS-STUDENT TO WS-ID-DISPLAY
           MOVE RS-COURSE TO WS-ID2-DISPLAY
           MOVE SPACES TO WS-AN-KEY
           STRING WS-ID-DISPLAY "/" WS-ID2-DISPLAY " " RS-TERM
                  DELIMITED BY SIZE INTO WS-AN-KEY

           IF RS-KIND = "G"
               MOVE "NOTES" TO WS-AN-SOURCE
               PERFORM 3100-APPLY-GRADE-EVENT
           ELSE
               MOVE "INSCR" TO WS-AN-SOURCE
               MOVE RS-STATUS TO WS-AN-ACTION
               PERFORM 3150-APPLY-ENROL-EVENT
           END-IF
           MOVE RS-TIMESTAMP TO WS-CK-LAST-TS.

      *        A card whose old value is not what the snapshot and
      *        the cards before it leave behind is applied, but
      *        listed: the trail and the snapshot disagree.
       3100-APPLY-GRADE-EVENT.
           IF RS-EVENT = "A"
               IF WS-CK-PRESENT = "Y"
                   MOVE "AJOUT D'UNE NOTE DEJA PRESENTE" TO WS-AN-TEXT
                   PERFORM 2900-WRITE-ANOMALY
               END-IF
           END-IF
           IF RS-EVENT = "C" OR RS-EVENT = "D"
               IF WS-CK-PRESENT = "N"
                   MOVE "NOTE ABSENTE A CETTE DATE" TO WS-AN-TEXT
                   PERFORM 2900-WRITE-ANOMALY
               ELSE
                   COMPUTE WS-OLD-GRADE =
                       FUNCTION NUMVAL(RS-OLD-VALUE)
                   IF WS-OLD-GRADE NOT = WS-CK-GRADE
                       MOVE "ANCIENNE NOTE DIFFERENTE" TO WS-AN-TEXT
                       PERFORM 2900-WRITE-ANOMALY
                   END-IF
               END-IF
           END-IF
           IF RS-EVENT = "D"
               MOVE "N" TO WS-CK-PRESENT
           ELSE
               MOVE "Y" TO WS-CK-PRESENT
               MOVE RS-GRADE TO WS-CK-GRADE
           END-IF.

      *        ROSTERUPDT leaves the old status blank when it files a
      *        new enrolment row.
       3150-APPLY-ENROL-EVENT.
           IF RS-EVENT = "U"
               IF WS-CK-PRESENT = "N"
                   AND RS-OLD-VALUE NOT = SPACES
                   MOVE "INSCRIPTION ABSENTE A CETTE DATE"
                       TO WS-AN-TEXT
                   PERFORM 2900-WRITE-ANOMALY
               END-IF
               IF WS-CK-PRESENT = "Y"
                   AND RS-OLD-VALUE (1:2) NOT = WS-CK-STATUS
                   MOVE "ANCIEN STATUT DIFFERENT" TO WS-AN-TEXT
                   PERFORM 2900-WRITE-ANOMALY
               END-IF
           END-IF
           MOVE "Y" TO WS-CK-PRESENT
           MOVE RS-STATUS TO WS-CK-STATUS.

       3050-CLOSE-KEY.
           MOVE WS-CK-LAST-TS TO WS-PG-FROM
           MOVE WS-END-OF-TRAILS TO WS-PG-TO
           PERFORM 3200-CHECK-PURGE
           IF WS-PURGED = "Y"
               MOVE "N" TO WS-CK-PRESENT
           END-IF
           IF WS-CK-PRESENT = "Y"
               IF WS-CK-KIND = "G"
                   MOVE SPACES TO WS-SNAP-GRD-ROW
                   MOVE "D" TO WS-SG-TYPE
                   MOVE WS-CK-STUDENT TO WS-SG-STUDENT-ID
                   MOVE WS-CK-COURSE TO WS-SG-COURSE-ID
                   MOVE WS-CK-TERM TO WS-SG-TERM
                   MOVE WS-CK-GRADE TO WS-SG-GRADE
                   WRITE IMGGRDOUT-RECORD FROM WS-SNAP-GRD-ROW
                   ADD 1 TO WS-IMG-GRD-COUNT
                   ADD WS-CK-GRADE TO WS-IMG-GRD-HASH
               ELSE
                   MOVE SPACES TO WS-SNAP-ENR-ROW
                   MOVE "D" TO WS-SE-TYPE
                   MOVE WS-CK-STUDENT TO WS-SE-STUDENT-ID
                   MOVE WS-CK-COURSE TO WS-SE-COURSE-ID
                   MOVE WS-CK-TERM TO WS-SE-TERM
                   MOVE WS-CK-STATUS TO WS-SE-STATUS
                   WRITE IMGENROUT-RECORD FROM WS-SNAP-ENR-ROW
                   ADD 1 TO WS-IMG-ENR-COUNT
               END-IF
           END-IF.

      *        A withdrawal stamped in the same second as a card is
      *        taken as coming first.
       3200-CHECK-PURGE.
           MOVE "N" TO WS-PURGED
           PERFORM VARYING WS-PG-IDX FROM 1 BY 1
                   UNTIL WS-PG-IDX > WS-PG-COUNT
               IF WS-PG-TIMESTAMP (WS-PG-IDX) > WS-PG-FROM
                   AND WS-PG-TIMESTAMP (WS-PG-IDX) <= WS-PG-TO
                   IF WS-PG-TYPE (WS-PG-IDX) = "S"
                       AND WS-PG-ID (WS-PG-IDX) = WS-CK-STUDENT
                       MOVE "Y" TO WS-PURGED
                   END-IF
                   IF WS-PG-TYPE (WS-PG-IDX) = "C"
                       AND WS-PG-ID (WS-PG-IDX) = WS-CK-COURSE
                       AND WS-CK-KIND = "E"
                       MOVE "Y" TO WS-PURGED
                   END-IF
               END-IF
           END-PERFORM.

       3900-WRITE-REPORT-HEADER.
           WRITE REPORT-RECORD FROM WS-RULE-LINE
           MOVE SPACES TO WS-PRINT-LINE
           MOVE 1 TO WS-STRING-PTR
           STRING "RECONSTRUCTION DE LA BASE - EDITE LE "
                  DELIMITED BY SIZE
                  WS-CURRENT-TIMESTAMP DELIMITED BY SIZE
                  " - RUN " DELIMITED BY SIZE
                  WS-RUN-ID DELIMITED BY SIZE
                  INTO WS-PRINT-LINE
                  WITH POINTER WS-STRING-PTR
           WRITE REPORT-RECORD FROM WS-PRINT-LINE

           MOVE SPACES TO WS-PRINT-LINE
           MOVE 1 TO WS-STRING-PTR
           STRING "INSTANTANE " DELIMITED BY SIZE
                  WS-CH-TIMESTAMP DELIMITED BY SIZE
                  "  REJEU DES PISTES JUSQU'AU " DELIMITED BY SIZE
                  WS-RB-UNTIL-TS DELIMITED BY SIZE
                  INTO WS-PRINT-LINE
                  WITH POINTER WS-STRING-PTR
           IF WS-RB-UNTIL-TS = WS-END-OF-TRAILS
               STRING " (FIN DES PISTES)" DELIMITED BY SIZE
                      INTO WS-PRINT-LINE
                      WITH POINTER WS-STRING-PTR
           END-IF
           WRITE REPORT-RECORD FROM WS-PRINT-LINE

           MOVE SPACES TO WS-PRINT-LINE
           IF WS-RB-MODE = "R"
               MOVE 1 TO WS-STRING-PTR
               STRING "MODE RESTAURATION - DEMANDEE PAR "
                      DELIMITED BY SIZE
                      WS-RB-USER DELIMITED BY SIZE
                      INTO WS-PRINT-LINE
                      WITH POINTER WS-STRING-PTR
           ELSE
               MOVE "MODE VERIFICATION - BASE NON MODIFIEE"
                   TO WS-PRINT-LINE
           END-IF
           WRITE REPORT-RECORD FROM WS-PRINT-LINE
           WRITE REPORT-RECORD FROM WS-RULE-LINE

           MOVE SPACES TO WS-PRINT-LINE
           MOVE "CONTROLE DE L'INSTANTANE" TO WS-PRINT-LINE
           WRITE REPORT-RECORD FROM WS-PRINT-LINE
           WRITE REPORT-RECORD FROM WS-DASH-LINE.

       3950-WRITE-REPLAY-HEADER.
           MOVE SPACES TO WS-PRINT-LINE
           MOVE "ANOMALIES DU REJEU" TO WS-PRINT-LINE
           WRITE REPORT-RECORD FROM WS-PRINT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           MOVE "HORODATAGE     SOURCE AC CLE                      "
               & "ANOMALIE" TO WS-PRINT-LINE
           WRITE REPORT-RECORD FROM WS-PRINT-LINE
           WRITE REPORT-RECORD FROM WS-DASH-LINE.

       3960-WRITE-REPLAY-TOTALS.
           IF WS-ANOMALY-COUNT = 0
               MOVE SPACES TO WS-PRINT-LINE
               MOVE "   AUCUNE ANOMALIE" TO WS-PRINT-LINE
               WRITE REPORT-RECORD FROM WS-PRINT-LINE
           END-IF
           WRITE REPORT-RECORD FROM WS-DASH-LINE
           MOVE SPACES TO WS-PRINT-LINE
           MOVE 1 TO WS-STRING-PTR
           MOVE WS-READ-GRADE TO WS-COUNT-DISPLAY
           STRING "LIGNES REJOUEES: NOTES " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-COUNT-DISPLAY) DELIMITED BY SIZE
                  INTO WS-PRINT-LINE
                  WITH POINTER WS-STRING-PTR
           MOVE WS-READ-ROSTER TO WS-COUNT-DISPLAY
           STRING "  EFFECTIFS " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-COUNT-DISPLAY) DELIMITED BY SIZE
                  INTO WS-PRINT-LINE
                  WITH POINTER WS-STRING-PTR
           MOVE WS-ANOMALY-COUNT TO WS-COUNT-DISPLAY
           STRING "  ANOMALIES " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-COUNT-DISPLAY) DELIMITED BY SIZE
                  INTO WS-PRINT-LINE
                  WITH POINTER WS-STRING-PTR
           WRITE REPORT-RECORD FROM WS-PRINT-LINE
           WRITE REPORT-RECORD FROM WS-RULE-LINE.

      *        Pass 1 lists every difference between the rebuilt
      *        tables and the live ones and files it as a correction
      *        on rbfix_<runid>.dat; pass 2, after a restore, only
      *        counts and lists what still differs.
       5000-RECONCILE.
           MOVE "STUDENT" TO WS-RC-NAME (1)
           MOVE "COURSE" TO WS-RC-NAME (2)
           MOVE "COURSE_COEF" TO WS-RC-NAME (3)
           MOVE "GRADE" TO WS-RC-NAME (4)
           MOVE "ENROLMENT" TO WS-RC-NAME (5)
           PERFORM VARYING WS-RC-IDX FROM 1 BY 1
                   UNTIL WS-RC-IDX > 5
               MOVE 0 TO WS-RC-REBUILT (WS-RC-IDX)
               MOVE 0 TO WS-RC-LIVE (WS-RC-IDX)
               MOVE 0 TO WS-RC-MISSING (WS-RC-IDX)
               MOVE 0 TO WS-RC-EXTRA (WS-RC-IDX)
               MOVE 0 TO WS-RC-DIFFERENT (WS-RC-IDX)
           END-PERFORM
           MOVE 0 TO WS-LIVE-GRD-HASH
           MOVE 0 TO WS-DIFF-TOTAL

           MOVE SPACES TO WS-PRINT-LINE
           IF WS-PASS = 1
               MOVE "RAPPROCHEMENT ETAT RECONSTRUIT / BASE"
                   TO WS-PRINT-LINE
           ELSE
               MOVE "CONTROLE APRES RESTAURATION" TO WS-PRINT-LINE
           END-IF
           WRITE REPORT-RECORD FROM WS-PRINT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           MOVE "TABLE        CLE                      ECART         "
               & "       RECONSTRUIT                          BASE"
               TO WS-PRINT-LINE
           WRITE REPORT-RECORD FROM WS-PRINT-LINE
           WRITE REPORT-RECORD FROM WS-DASH-LINE

           IF WS-PASS = 1
               OPEN OUTPUT FIXOUT
               IF WS-FIX-STATUS NOT = "00"
                   MOVE "5000-RECONCILE: CANNOT OPEN THE CORRECTION "
                       & "FILE" TO WS-ABEND-MESSAGE
                   PERFORM 9900-ABEND-PROGRAM
               END-IF
           END-IF

           PERFORM 5100-RECONCILE-STUDENTS
           PERFORM 5200-RECONCILE-COURSES
           PERFORM 5300-RECONCILE-COEFFICIENTS
           PERFORM 5400-RECONCILE-GRADES
           PERFORM 5500-RECONCILE-ENROLMENTS

           IF WS-PASS = 1
               CLOSE FIXOUT
           END-IF
           IF WS-DIFF-TOTAL = 0
               MOVE SPACES TO WS-PRINT-LINE
               MOVE "   AUCUN ECART" TO WS-PRINT-LINE
               WRITE REPORT-RECORD FROM WS-PRINT-LINE
           END-IF
           WRITE REPORT-RECORD FROM WS-DASH-LINE.

       5100-RECONCILE-STUDENTS.
           MOVE 1 TO WS-RC-IDX
           PERFORM VARYING WS-SR-IDX FROM 1 BY 1
                   UNTIL WS-SR-IDX > WS-SR-COUNT
               MOVE "N" TO WS-SR-MATCH (WS-SR-IDX)
               IF WS-SR-STATE (WS-SR-IDX) = "Y"
                   ADD 1 TO WS-RC-REBUILT (1)
               END-IF
           END-PERFORM

           EXEC SQL
               DECLARE RB_STUDENT_CURSOR CURSOR FOR
               SELECT ID, LASTNAME, FIRSTNAME, CLASS_ID, TOTAL_GRADE
                   FROM STUDENT
                   ORDER BY ID
           END-EXEC
           EXEC SQL
               OPEN RB_STUDENT_CURSOR
           END-EXEC
           IF SQLCODE < 0
               MOVE "5100-RECONCILE-STUDENTS" TO WS-LOG-PARAGRAPH
               PERFORM 9100-LOG-SQL-EXCEPTION
           END-IF

           PERFORM UNTIL SQLCODE = 100 OR SQLCODE < 0
               EXEC SQL FETCH RB_STUDENT_CURSOR INTO
                   :STUDENT-ID, :LASTNAME, :FIRSTNAME,
                   :STUDENT-CLASS, :TOTAL-GRADE
               END-EXEC
               IF SQLCODE = 0
                   ADD 1 TO WS-RC-LIVE (1)
                   PERFORM 5110-MATCH-STUDENT
               END-IF
           END-PERFORM

           IF SQLCODE < 0
               MOVE "5100-RECONCILE-STUDENTS" TO WS-LOG-PARAGRAPH
               PERFORM 9100-LOG-SQL-EXCEPTION
               MOVE "5100-RECONCILE-STUDENTS: FETCH FAILED, "
                   & "RECONCILIATION INCOMPLETE" TO WS-ABEND-MESSAGE
               PERFORM 9900-ABEND-PROGRAM
           END-IF
           EXEC SQL
               CLOSE RB_STUDENT_CURSOR
           END-EXEC

           MOVE SPACES TO WS-LIVE-TEXT
           PERFORM VARYING WS-SR-IDX FROM 1 BY 1
                   UNTIL WS-SR-IDX > WS-SR-COUNT
               IF WS-SR-STATE (WS-SR-IDX) = "Y"
                   AND WS-SR-MATCH (WS-SR-IDX) = "N"
                   MOVE WS-SR-IDX TO WS-SR-SLOT
                   PERFORM 5180-STUDENT-FIX-ROW
                   MOVE "I" TO WS-FX-ACTION
                   PERFORM 5900-NOTE-DIFFERENCE
               END-IF
           END-PERFORM.

       5110-MATCH-STUDENT.
           MOVE STUDENT-ID TO WS-FIND-ID
           PERFORM 2410-FIND-STUDENT
           IF WS-SR-SLOT > 0
               IF WS-SR-STATE (WS-SR-SLOT) NOT = "Y"
                   MOVE 0 TO WS-SR-SLOT
               END-IF
           END-IF
           MOVE SPACES TO WS-LIVE-TEXT
           MOVE TOTAL-GRADE TO WS-GRADE-DISPLAY
           STRING STUDENT-CLASS " " WS-GRADE-DISPLAY " " LASTNAME
                  DELIMITED BY SIZE INTO WS-LIVE-TEXT
           IF WS-SR-SLOT = 0
               PERFORM 5170-CLEAR-FIX-ROW
               MOVE "S" TO WS-FX-TABLE
               MOVE "D" TO WS-FX-ACTION
               MOVE STUDENT-ID TO WS-FX-STUDENT
               MOVE STUDENT-ID TO WS-KEY-TEXT
               MOVE SPACES TO WS-REBUILT-TEXT
               PERFORM 5900-NOTE-DIFFERENCE
           ELSE
               MOVE "Y" TO WS-SR-MATCH (WS-SR-SLOT)
               IF WS-SR-LASTNAME (WS-SR-SLOT) NOT = LASTNAME
                   OR WS-SR-FIRSTNAME (WS-SR-SLOT) NOT = FIRSTNAME
                   OR WS-SR-CLASS (WS-SR-SLOT) NOT = STUDENT-CLASS
                   OR WS-SR-TOTAL (WS-SR-SLOT) NOT = TOTAL-GRADE
                   PERFORM 5180-STUDENT-FIX-ROW
                   MOVE "U" TO WS-FX-ACTION
                   PERFORM 5900-NOTE-DIFFERENCE
               END-IF
           END-IF.

       5170-CLEAR-FIX-ROW.
           MOVE SPACES TO WS-FIX-ROW
           MOVE 0 TO WS-FX-STUDENT
           MOVE 0 TO WS-FX-COURSE
           MOVE 0 TO WS-FX-GRADE
           MOVE 0 TO WS-FX-COEF.

       5180-STUDENT-FIX-ROW.
           PERFORM 5170-CLEAR-FIX-ROW
           MOVE "S" TO WS-FX-TABLE
           MOVE WS-SR-ID (WS-SR-SLOT) TO WS-FX-STUDENT
           MOVE WS-SR-LASTNAME (WS-SR-SLOT) TO WS-FX-NAME
           MOVE WS-SR-FIRSTNAME (WS-SR-SLOT) TO WS-FX-FIRSTNAME
           MOVE WS-SR-CLASS (WS-SR-SLOT) TO WS-FX-CLASS
           MOVE WS-SR-TOTAL (WS-SR-SLOT) TO WS-FX-GRADE
           MOVE WS-FX-STUDENT TO WS-KEY-TEXT
           MOVE SPACES TO WS-REBUILT-TEXT
           MOVE WS-FX-GRADE TO WS-GRADE-DISPLAY
           STRING WS-FX-CLASS " " WS-GRADE-DISPLAY " " WS-FX-NAME
                  DELIMITED BY SIZE INTO WS-REBUILT-TEXT.

       5200-RECONCILE-COURSES.
           MOVE 2 TO WS-RC-IDX
           PERFORM VARYING WS-CR-IDX FROM 1 BY 1
                   UNTIL WS-CR-IDX > WS-CR-COUNT
               MOVE "N" TO WS-CR-MATCH (WS-CR-IDX)
               IF WS-CR-STATE (WS-CR-IDX) = "Y"
                   ADD 1 TO WS-RC-REBUILT (2)
               END-IF
           END-PERFORM

           EXEC SQL
               DECLARE RB_COURSE_CURSOR CURSOR FOR
               SELECT ID, LABEL, COEF, AVERAGE_GRADE
                   FROM COURSE
                   ORDER BY ID
           END-EXEC
           EXEC SQL
               OPEN RB_COURSE_CURSOR
           END-EXEC
           IF SQLCODE < 0
               MOVE "5200-RECONCILE-COURSES" TO WS-LOG-PARAGRAPH
               PERFORM 9100-LOG-SQL-EXCEPTION
           END-IF

           PERFORM UNTIL SQLCODE = 100 OR SQLCODE < 0
               EXEC SQL FETCH RB_COURSE_CURSOR INTO
                   :COURSE-ID, :LABEL-COURSE, :COEF-COURSE,
                   :AVERAGE-GRADE
               END-EXEC
               IF SQLCODE = 0
                   ADD 1 TO WS-RC-LIVE (2)
                   PERFORM 5210-MATCH-COURSE
               END-IF
           END-PERFORM

           IF SQLCODE < 0
               MOVE "5200-RECONCILE-COURSES" TO WS-LOG-PARAGRAPH
               PERFORM 9100-LOG-SQL-EXCEPTION
               MOVE "5200-RECONCILE-COURSES: FETCH FAILED, "
                   & "RECONCILIATION INCOMPLETE" TO WS-ABEND-MESSAGE
               PERFORM 9900-ABEND-PROGRAM
           END-IF
           EXEC SQL
               CLOSE RB_COURSE_CURSOR
           END-EXEC

           MOVE SPACES TO WS-LIVE-TEXT
           PERFORM VARYING WS-CR-IDX FROM 1 BY 1
                   UNTIL WS-CR-IDX > WS-CR-COUNT
               IF WS-CR-STATE (WS-CR-IDX) = "Y"
                   AND WS-CR-MATCH (WS-CR-IDX) = "N"
                   MOVE WS-CR-IDX TO WS-CR-SLOT
                   PERFORM 5280-COURSE-FIX-ROW
                   MOVE "I" TO WS-FX-ACTION
                   PERFORM 5900-NOTE-DIFFERENCE
               END-IF
           END-PERFORM.

       5210-MATCH-COURSE.
           MOVE COURSE-ID TO WS-FIND-ID
           PERFORM 2420-FIND-COURSE
           IF WS-CR-SLOT > 0
               IF WS-CR-STATE (WS-CR-SLOT) NOT = "Y"
                   MOVE 0 TO WS-CR-SLOT
               END-IF
           END-IF
           MOVE SPACES TO WS-LIVE-TEXT
           MOVE COEF-COURSE TO WS-COEF-DISPLAY
           MOVE AVERAGE-GRADE TO WS-GRADE-DISPLAY
           STRING WS-COEF-DISPLAY " " WS-GRADE-DISPLAY " "
                  LABEL-COURSE DELIMITED BY SIZE INTO WS-LIVE-TEXT
           IF WS-CR-SLOT = 0
               PERFORM 5170-CLEAR-FIX-ROW
               MOVE "C" TO WS-FX-TABLE
               MOVE "D" TO WS-FX-ACTION
               MOVE COURSE-ID TO WS-FX-COURSE
               MOVE COURSE-ID TO WS-KEY-TEXT
               MOVE SPACES TO WS-REBUILT-TEXT
               PERFORM 5900-NOTE-DIFFERENCE
           ELSE
               MOVE "Y" TO WS-CR-MATCH (WS-CR-SLOT)
               IF WS-CR-LABEL (WS-CR-SLOT) NOT = LABEL-COURSE
                   OR WS-CR-COEF (WS-CR-SLOT) NOT = COEF-COURSE
                   OR WS-CR-AVERAGE (WS-CR-SLOT) NOT = AVERAGE-GRADE
                   PERFORM 5280-COURSE-FIX-ROW
                   MOVE "U" TO WS-FX-ACTION
                   PERFORM 5900-NOTE-DIFFERENCE
               END-IF
           END-IF.

       5280-COURSE-FIX-ROW.
           PERFORM 5170-CLEAR-FIX-ROW
           MOVE "C" TO WS-FX-TABLE
           MOVE WS-CR-ID (WS-CR-SLOT) TO WS-FX-COURSE
           MOVE WS-CR-LABEL (WS-CR-SLOT) TO WS-FX-NAME
           MOVE WS-CR-COEF (WS-CR-SLOT) TO WS-FX-COEF
           MOVE WS-CR-AVERAGE (WS-CR-SLOT) TO WS-FX-GRADE
           MOVE WS-FX-COURSE TO WS-KEY-TEXT
           MOVE SPACES TO WS-REBUILT-TEXT
           MOVE WS-FX-COEF TO WS-COEF-DISPLAY
           MOVE WS-FX-GRADE TO WS-GRADE-DISPLAY
           STRING WS-COEF-DISPLAY " " WS-GRADE-DISPLAY " "
                  WS-FX-NAME DELIMITED BY SIZE INTO WS-REBUILT-TEXT.

       5300-RECONCILE-COEFFICIENTS.
           MOVE 3 TO WS-RC-IDX
           PERFORM VARYING WS-CF-IDX FROM 1 BY 1
                   UNTIL WS-CF-IDX > WS-CF-COUNT
               MOVE "N" TO WS-CF-MATCH (WS-CF-IDX)
               IF WS-CF-STATE (WS-CF-IDX) = "Y"
                   ADD 1 TO WS-RC-REBUILT (3)
               END-IF
           END-PERFORM

           EXEC SQL
               DECLARE RB_COEF_CURSOR CURSOR FOR
               SELECT COURSE_ID, TERM, COEF
                   FROM COURSE_COEF
                   ORDER BY COURSE_ID, TERM
           END-EXEC
           EXEC SQL
               OPEN RB_COEF_CURSOR
           END-EXEC
           IF SQLCODE < 0
               MOVE "5300-RECONCILE-COEFFICIENTS" TO WS-LOG-PARAGRAPH
               PERFORM 9100-LOG-SQL-EXCEPTION
           END-IF

           PERFORM UNTIL SQLCODE = 100 OR SQLCODE < 0
               EXEC SQL FETCH RB_COEF_CURSOR INTO
                   :COEF-COURSE-ID, :COEF-TERM, :COEF-VALUE
               END-EXEC
               IF SQLCODE = 0
                   ADD 1 TO WS-RC-LIVE (3)
                   PERFORM 5310-MATCH-COEFFICIENT
               END-IF
           END-PERFORM

           IF SQLCODE < 0
               MOVE "5300-RECONCILE-COEFFICIENTS" TO WS-LOG-PARAGRAPH
               PERFORM 9100-LOG-SQL-EXCEPTION
               MOVE "5300-RECONCILE-COEFFICIENTS: FETCH FAILED, "
                   & "RECONCILIATION INCOMPLETE" TO WS-ABEND-MESSAGE
               PERFORM 9900-ABEND-PROGRAM
           END-IF
           EXEC SQL
               CLOSE RB_COEF_CURSOR
           END-EXEC

           MOVE SPACES TO WS-LIVE-TEXT
           PERFORM VARYING WS-CF-IDX FROM 1 BY 1
                   UNTIL WS-CF-IDX > WS-CF-COUNT
               IF WS-CF-STATE (WS-CF-IDX) = "Y"
                   AND WS-CF-MATCH (WS-CF-IDX) = "N"
                   MOVE WS-CF-IDX TO WS-CF-SLOT
                   PERFORM 5380-COEF-FIX-ROW
                   MOVE "I" TO WS-FX-ACTION
                   PERFORM 5900-NOTE-DIFFERENCE
               END-IF
           END-PERFORM.

       5310-MATCH-COEFFICIENT.
           MOVE COEF-COURSE-ID TO WS-FIND-ID
           MOVE COEF-TERM TO WS-FIND-TERM
           PERFORM 2430-FIND-COEF
           IF WS-CF-SLOT > 0
               IF WS-CF-STATE (WS-CF-SLOT) NOT = "Y"
                   MOVE 0 TO WS-CF-SLOT
               END-IF
           END-IF
           MOVE SPACES TO WS-LIVE-TEXT
           MOVE COEF-VALUE TO WS-COEF-DISPLAY
           MOVE WS-COEF-DISPLAY TO WS-LIVE-TEXT
           IF WS-CF-SLOT = 0
               PERFORM 5170-CLEAR-FIX-ROW
               MOVE "F" TO WS-FX-TABLE
               MOVE "D" TO WS-FX-ACTION
               MOVE COEF-COURSE-ID TO WS-FX-COURSE
               MOVE COEF-TERM TO WS-FX-TERM
               MOVE WS-FX-COURSE TO WS-ID-DISPLAY
               MOVE SPACES TO WS-KEY-TEXT
               STRING WS-ID-DISPLAY " " WS-FX-TERM
                      DELIMITED BY SIZE INTO WS-KEY-TEXT
               MOVE SPACES TO WS-REBUILT-TEXT
               PERFORM 5900-NOTE-DIFFERENCE
           ELSE
               MOVE "Y" TO WS-CF-MATCH (WS-CF-SLOT)
               IF WS-CF-COEF (WS-CF-SLOT) NOT = COEF-VALUE
                   PERFORM 5380-COEF-FIX-ROW
                   MOVE "U" TO WS-FX-ACTION
                   PERFORM 5900-NOTE-DIFFERENCE
               END-IF
           END-IF.

       5380-COEF-FIX-ROW.
           PERFORM 5170-CLEAR-FIX-ROW
           MOVE "F" TO WS-FX-TABLE
           MOVE WS-CF-COURSE (WS-CF-SLOT) TO WS-FX-COURSE
           MOVE WS-CF-TERM (WS-CF-SLOT) TO WS-FX-TERM
           MOVE WS-CF-COEF (WS-CF-SLOT) TO WS-FX-COEF
           MOVE WS-FX-COURSE TO WS-ID-DISPLAY
           MOVE SPACES TO WS-KEY-TEXT
           STRING WS-ID-DISPLAY " " WS-FX-TERM
                  DELIMITED BY SIZE INTO WS-KEY-TEXT
           MOVE SPACES TO WS-REBUILT-TEXT
           MOVE WS-FX-COEF TO WS-COEF-DISPLAY
           MOVE WS-COEF-DISPLAY TO WS-REBUILT-TEXT.

      *        The rebuilt grades and the live ones are both in
      *        student, course, term order: a match-merge.
       5400-RECONCILE-GRADES.
           MOVE 4 TO WS-RC-IDX
           OPEN INPUT IMGGRDIN
           IF WS-IMGGRD-STATUS NOT = "00"
               MOVE "5400-RECONCILE-GRADES: CANNOT OPEN THE REBUILT "
                   & "GRADE FILE" TO WS-ABEND-MESSAGE
               PERFORM 9900-ABEND-PROGRAM
           END-IF
           PERFORM 5480-READ-GRADE-IMAGE

           EXEC SQL
               DECLARE RB_GRADE_CURSOR CURSOR FOR
               SELECT STUDENT_ID, COURSE_ID, TERM, GRADE
                   FROM GRADE
                   ORDER BY STUDENT_ID, COURSE_ID, TERM
           END-EXEC
           EXEC SQL
               OPEN RB_GRADE_CURSOR
           END-EXEC
           IF SQLCODE < 0
               MOVE "5400-RECONCILE-GRADES" TO WS-LOG-PARAGRAPH
               PERFORM 9100-LOG-SQL-EXCEPTION
               MOVE "5400-RECONCILE-GRADES: CURSOR OPEN FAILED"
                   TO WS-ABEND-MESSAGE
               PERFORM 9900-ABEND-PROGRAM
           END-IF
           PERFORM 5490-FETCH-LIVE-GRADE

           PERFORM UNTIL WS-IMG-KEY = HIGH-VALUES
                     AND WS-DB-KEY = HIGH-VALUES
               MOVE SPACES TO WS-KEY-TEXT
               IF WS-IMG-KEY < WS-DB-KEY
                   MOVE WS-IK-STUDENT TO WS-ID-DISPLAY
                   MOVE WS-IK-COURSE TO WS-ID2-DISPLAY
                   STRING WS-ID-DISPLAY "/" WS-ID2-DISPLAY " "
                          WS-IK-TERM DELIMITED BY SIZE
                          INTO WS-KEY-TEXT
               ELSE
                   MOVE WS-DK-STUDENT TO WS-ID-DISPLAY
                   MOVE WS-DK-COURSE TO WS-ID2-DISPLAY
                   STRING WS-ID-DISPLAY "/" WS-ID2-DISPLAY " "
                          WS-DK-TERM DELIMITED BY SIZE
                          INTO WS-KEY-TEXT
                   MOVE GRADE-VALUE TO WS-GRADE-DISPLAY
                   MOVE WS-GRADE-DISPLAY TO WS-LIVE-TEXT
               END-IF
               PERFORM 5170-CLEAR-FIX-ROW
               MOVE "G" TO WS-FX-TABLE
               IF WS-IMG-KEY < WS-DB-KEY
                   PERFORM 5470-GRADE-FIX-ROW
                   MOVE "I" TO WS-FX-ACTION
                   MOVE SPACES TO WS-LIVE-TEXT
                   PERFORM 5900-NOTE-DIFFERENCE
                   PERFORM 5480-READ-GRADE-IMAGE
               ELSE
                   IF WS-IMG-KEY > WS-DB-KEY
                       MOVE "D" TO WS-FX-ACTION
                       MOVE WS-DK-STUDENT TO WS-FX-STUDENT
                       MOVE WS-DK-COURSE TO WS-FX-COURSE
                       MOVE WS-DK-TERM TO WS-FX-TERM
                       MOVE SPACES TO WS-REBUILT-TEXT
                       PERFORM 5900-NOTE-DIFFERENCE
                       PERFORM 5490-FETCH-LIVE-GRADE
                   ELSE
                       IF WS-SG-GRADE NOT = GRADE-VALUE
                           PERFORM 5470-GRADE-FIX-ROW
                           MOVE "U" TO WS-FX-ACTION
                           PERFORM 5900-NOTE-DIFFERENCE
                       END-IF
                       PERFORM 5480-READ-GRADE-IMAGE
                       PERFORM 5490-FETCH-LIVE-GRADE
                   END-IF
               END-IF
           END-PERFORM

           EXEC SQL
               CLOSE RB_GRADE_CURSOR
           END-EXEC
           CLOSE IMGGRDIN.

       5470-GRADE-FIX-ROW.
           MOVE WS-SG-STUDENT-ID TO WS-FX-STUDENT
           MOVE WS-SG-COURSE-ID TO WS-FX-COURSE
           MOVE WS-SG-TERM TO WS-FX-TERM
           MOVE WS-SG-GRADE TO WS-FX-GRADE
           MOVE WS-SG-GRADE TO WS-GRADE-DISPLAY
           MOVE SPACES TO WS-REBUILT-TEXT
           MOVE WS-GRADE-DISPLAY TO WS-REBUILT-TEXT.

       5480-READ-GRADE-IMAGE.
           READ IMGGRDIN INTO WS-SNAP-GRD-ROW
               AT END
                   MOVE HIGH-VALUES TO WS-IMG-KEY
               NOT AT END
                   ADD 1 TO WS-RC-REBUILT (4)
                   MOVE WS-SG-STUDENT-ID TO WS-IK-STUDENT
                   MOVE WS-SG-COURSE-ID TO WS-IK-COURSE
                   MOVE WS-SG-TERM TO WS-IK-TERM
           END-READ.

       5490-FETCH-LIVE-GRADE.
           EXEC SQL FETCH RB_GRADE_CURSOR INTO
               :GRADE-STUDENT-ID, :GRADE-COURSE-ID,
               :GRADE-TERM, :GRADE-VALUE
           END-EXEC
           IF SQLCODE = 0
               ADD 1 TO WS-RC-LIVE (4)
               ADD GRADE-VALUE TO WS-LIVE-GRD-HASH
               MOVE GRADE-STUDENT-ID TO WS-DK-STUDENT
               MOVE GRADE-COURSE-ID TO WS-DK-COURSE
               MOVE GRADE-TERM TO WS-DK-TERM
           ELSE
               IF SQLCODE = 100
                   MOVE HIGH-VALUES TO WS-DB-KEY
               ELSE
                   MOVE "5490-FETCH-LIVE-GRADE" TO WS-LOG-PARAGRAPH
                   PERFORM 9100-LOG-SQL-EXCEPTION
                   MOVE "5490-FETCH-LIVE-GRADE: FETCH FAILED, "
                       & "RECONCILIATION INCOMPLETE"
                       TO WS-ABEND-MESSAGE
                   PERFORM 9900-ABEND-PROGRAM
               END-IF
           END-IF.

       5500-RECONCILE-ENROLMENTS.
           MOVE 5 TO WS-RC-IDX
           OPEN INPUT IMGENRIN
           IF WS-IMGENR-STATUS NOT = "00"
               MOVE "5500-RECONCILE-ENROLMENTS: CANNOT OPEN THE "
                   & "REBUILT ENROLMENT FILE" TO WS-ABEND-MESSAGE
               PERFORM 9900-ABEND-PROGRAM
           END-IF
           PERFORM 5580-READ-ENROL-IMAGE

           EXEC SQL
               DECLARE RB_ENROL_CURSOR CURSOR FOR
               SELECT STUDENT_ID, COURSE_ID, TERM, STATUS
                   FROM ENROLMENT
                   ORDER BY STUDENT_ID, COURSE_ID, TERM
           END-EXEC
           EXEC SQL
               OPEN RB_ENROL_CURSOR
           END-EXEC
           IF SQLCODE < 0
               MOVE "5500-RECONCILE-ENROLMENTS" TO WS-LOG-PARAGRAPH
               PERFORM 9100-LOG-SQL-EXCEPTION
               MOVE "5500-RECONCILE-ENROLMENTS: CURSOR OPEN FAILED"
                   TO WS-ABEND-MESSAGE
               PERFORM 9900-ABEND-PROGRAM
           END-IF
           PERFORM 5590-FETCH-LIVE-ENROLMENT

           PERFORM UNTIL WS-IMG-KEY = HIGH-VALUES
                     AND WS-DB-KEY = HIGH-VALUES
               MOVE SPACES TO WS-KEY-TEXT
               IF WS-IMG-KEY < WS-DB-KEY
                   MOVE WS-IK-STUDENT TO WS-ID-DISPLAY
                   MOVE WS-IK-COURSE TO WS-ID2-DISPLAY
                   STRING WS-ID-DISPLAY "/" WS-ID2-DISPLAY " "
                          WS-IK-TERM DELIMITED BY SIZE
                          INTO WS-KEY-TEXT
               ELSE
                   MOVE WS-DK-STUDENT TO WS-ID-DISPLAY
                   MOVE WS-DK-COURSE TO WS-ID2-DISPLAY
                   STRING WS-ID-DISPLAY "/" WS-ID2-DISPLAY " "
                          WS-DK-TERM DELIMITED BY SIZE
                          INTO WS-KEY-TEXT
                   MOVE SPACES TO WS-LIVE-TEXT
                   MOVE ENROL-STATUS TO WS-LIVE-TEXT
               END-IF
               PERFORM 5170-CLEAR-FIX-ROW
               MOVE "E" TO WS-FX-TABLE
               IF WS-IMG-KEY < WS-DB-KEY
                   PERFORM 5570-ENROL-FIX-ROW
                   MOVE "I" TO WS-FX-ACTION
                   MOVE SPACES TO WS-LIVE-TEXT
                   PERFORM 5900-NOTE-DIFFERENCE
                   PERFORM 5580-READ-ENROL-IMAGE
               ELSE
                   IF WS-IMG-KEY > WS-DB-KEY
                       MOVE "D" TO WS-FX-ACTION
                       MOVE WS-DK-STUDENT TO WS-FX-STUDENT
                       MOVE WS-DK-COURSE TO WS-FX-COURSE
                       MOVE WS-DK-TERM TO WS-FX-TERM
                       MOVE SPACES TO WS-REBUILT-TEXT
                       PERFORM 5900-NOTE-DIFFERENCE
                       PERFORM 5590-FETCH-LIVE-ENROLMENT
                   ELSE
                       IF WS-SE-STATUS NOT = ENROL-STATUS
                           PERFORM 5570-ENROL-FIX-ROW
                           MOVE "U" TO WS-FX-ACTION
                           PERFORM 5900-NOTE-DIFFERENCE
                       END-IF
                       PERFORM 5580-READ-ENROL-IMAGE
                       PERFORM 5590-FETCH-LIVE-ENROLMENT
                   END-IF
               END-IF
           END-PERFORM

           EXEC SQL
               CLOSE RB_ENROL_CURSOR
           END-EXEC
           CLOSE IMGENRIN.

       5570-ENROL-FIX-ROW.
           MOVE WS-SE-STUDENT-ID TO WS-FX-STUDENT
           MOVE WS-SE-COURSE-ID TO WS-FX-COURSE
           MOVE WS-SE-TERM TO WS-FX-TERM
           MOVE WS-SE-STATUS TO WS-FX-STATUS
           MOVE SPACES TO WS-REBUILT-TEXT
           MOVE WS-SE-STATUS TO WS-REBUILT-TEXT.

       5580-READ-ENROL-IMAGE.
           READ IMGENRIN INTO WS-SNAP-ENR-ROW
               AT END
                   MOVE HIGH-VALUES TO WS-IMG-KEY
               NOT AT END
                   ADD 1 TO WS-RC-REBUILT (5)
                   MOVE WS-SE-STUDENT-ID TO WS-IK-STUDENT
                   MOVE WS-SE-COURSE-ID TO WS-IK-COURSE
                   MOVE WS-SE-TERM TO WS-IK-TERM
           END-READ.

       5590-FETCH-LIVE-ENROLMENT.
           EXEC SQL FETCH RB_ENROL_CURSOR INTO
               :ENROL-STUDENT-ID, :ENROL-COURSE-ID,
               :ENROL-TERM, :ENROL-STATUS
           END-EXEC
           IF SQLCODE = 0
               ADD 1 TO WS-RC-LIVE (5)
               MOVE ENROL-STUDENT-ID TO WS-DK-STUDENT
               MOVE ENROL-COURSE-ID TO WS-DK-COURSE
               MOVE ENROL-TERM TO WS-DK-TERM
           ELSE
               IF SQLCODE = 100
                   MOVE HIGH-VALUES TO WS-DB-KEY
               ELSE
                   MOVE "5590-FETCH-LIVE-ENROLMENT" TO WS-LOG-PARAGRAPH
                   PERFORM 9100-LOG-SQL-EXCEPTION
                   MOVE "5590-FETCH-LIVE-ENROLMENT: FETCH FAILED, "
                       & "RECONCILIATION INCOMPLETE"
                       TO WS-ABEND-MESSAGE
                   PERFORM 9900-ABEND-PROGRAM
               END-IF
           END-IF.

      *        The caller fills the correction row and the key and
      *        value texts.
       5900-NOTE-DIFFERENCE.
           MOVE SPACES TO WS-DIFF-LINE
           EVALUATE WS-FX-ACTION
               WHEN "I"
                   ADD 1 TO WS-RC-MISSING (WS-RC-IDX)
                   MOVE "ABSENTE DE LA BASE" TO WS-DF-KIND
               WHEN "D"
                   ADD 1 TO WS-RC-EXTRA (WS-RC-IDX)
                   MOVE "EN TROP DANS LA BASE" TO WS-DF-KIND
               WHEN OTHER
                   ADD 1 TO WS-RC-DIFFERENT (WS-RC-IDX)
                   MOVE "DIFFERENTE" TO WS-DF-KIND
           END-EVALUATE
           ADD 1 TO WS-DIFF-TOTAL
           MOVE WS-RC-NAME (WS-RC-IDX) TO WS-DF-TABLE
           MOVE WS-KEY-TEXT TO WS-DF-KEY
           MOVE WS-REBUILT-TEXT TO WS-DF-REBUILT
           MOVE WS-LIVE-TEXT TO WS-DF-LIVE
           WRITE REPORT-RECORD FROM WS-DIFF-LINE
           IF WS-PASS = 1
               WRITE FIXOUT-RECORD FROM WS-FIX-ROW
               IF WS-FIX-STATUS NOT = "00"
                   MOVE "5900-NOTE-DIFFERENCE: CORRECTION FILE WRITE "
                       & "FAILED" TO WS-ABEND-MESSAGE
                   PERFORM 9900-ABEND-PROGRAM
               END-IF
           END-IF.

      *        Applies the corrections of pass 1 in one unit of work:
      *        GRADE, ENROLMENT and COURSE_COEF rows are deleted
      *        before the STUDENT and COURSE rows they hang off,
      *        then the inserts and updates go in, parents first
      *        (the order pass 1 filed them). Pass 2 must then find
      *        nothing left to correct, else it is all rolled back.
       6000-RESTORE-BASE.
           IF WS-DIFF-TOTAL = 0
               MOVE SPACES TO WS-PRINT-LINE
               MOVE "RESTAURATION: BASE DEJA CONFORME, RIEN A "
                   & "CORRIGER" TO WS-PRINT-LINE
               WRITE REPORT-RECORD FROM WS-PRINT-LINE
           ELSE
               PERFORM VARYING WS-SWEEP FROM 1 BY 1
                       UNTIL WS-SWEEP > 3
                   PERFORM 6050-APPLY-SWEEP
               END-PERFORM

               MOVE 2 TO WS-PASS
               PERFORM 5000-RECONCILE
               PERFORM 7000-WRITE-RECONCILE-TOTALS
               IF WS-DIFF-TOTAL NOT = 0
                   MOVE "6000-RESTORE-BASE: BASE STILL DIFFERS AFTER "
                       & "RESTORE, ROLLED BACK" TO WS-ABEND-MESSAGE
                   PERFORM 9900-ABEND-PROGRAM
               END-IF
               PERFORM 8000-COMMIT-WORK
               PERFORM 6900-REGISTER-RESTORE

               MOVE SPACES TO WS-PRINT-LINE
               MOVE 1 TO WS-STRING-PTR
               MOVE WS-FIX-APPLIED TO WS-COUNT-DISPLAY
               STRING "RESTAURATION VALIDEE: " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-COUNT-DISPLAY)
                          DELIMITED BY SIZE
                      " CORRECTIONS APPLIQUEES, BASE RAMENEE AU "
                          DELIMITED BY SIZE
                      WS-RB-UNTIL-TS DELIMITED BY SIZE
                      INTO WS-PRINT-LINE
                      WITH POINTER WS-STRING-PTR
               WRITE REPORT-RECORD FROM WS-PRINT-LINE
               MOVE SPACES TO WS-PRINT-LINE
               MOVE "PRENDRE UN NOUVEL INSTANTANE (DBSNAP) AVANT LA "
                   & "PROCHAINE MISE A JOUR" TO WS-PRINT-LINE
               WRITE REPORT-RECORD FROM WS-PRINT-LINE
           END-IF.

       6050-APPLY-SWEEP.
           OPEN INPUT FIXIN
           IF WS-FIX-STATUS NOT = "00"
               MOVE "6050-APPLY-SWEEP: CANNOT OPEN THE CORRECTION "
                   & "FILE" TO WS-ABEND-MESSAGE
               PERFORM 9900-ABEND-PROGRAM
           END-IF
           PERFORM UNTIL WS-FIX-STATUS NOT = "00"
               READ FIXIN INTO WS-FIX-ROW
                   AT END MOVE "10" TO WS-FIX-STATUS
               END-READ
               IF WS-FIX-STATUS = "00"
                   IF (WS-SWEEP = 1 AND WS-FX-ACTION = "D"
                       AND (WS-FX-TABLE = "G" OR WS-FX-TABLE = "E"
                            OR WS-FX-TABLE = "F"))
                   OR (WS-SWEEP = 2 AND WS-FX-ACTION = "D"
                       AND (WS-FX-TABLE = "S" OR WS-FX-TABLE = "C"))
                   OR (WS-SWEEP = 3 AND WS-FX-ACTION NOT = "D")
                       PERFORM 6100-APPLY-CORRECTION
                   END-IF
               END-IF
           END-PERFORM
           CLOSE FIXIN.

       6100-APPLY-CORRECTION.
           EVALUATE WS-FX-TABLE ALSO WS-FX-ACTION
               WHEN "S" ALSO "I"
                   EXEC SQL
                       INSERT INTO STUDENT
                           (ID, LASTNAME, FIRSTNAME, TOTAL_GRADE,
                            CLASS_ID)
                           VALUES (:WS-FX-STUDENT,
                                   :WS-FX-NAME,
                                   :WS-FX-FIRSTNAME,
                                   :WS-FX-GRADE,
                                   :WS-FX-CLASS)
                   END-EXEC
               WHEN "S" ALSO "U"
                   EXEC SQL
                       UPDATE STUDENT
                           SET LASTNAME = :WS-FX-NAME,
                               FIRSTNAME = :WS-FX-FIRSTNAME,
                               TOTAL_GRADE = :WS-FX-GRADE,
                               CLASS_ID = :WS-FX-CLASS
                           WHERE ID = :WS-FX-STUDENT
                   END-EXEC
               WHEN "S" ALSO "D"
                   EXEC SQL
                       DELETE FROM STUDENT
                           WHERE ID = :WS-FX-STUDENT
                   END-EXEC
               WHEN "C" ALSO "I"
                   EXEC SQL
                       INSERT INTO COURSE
                           (ID, LABEL, COEF, AVERAGE_GRADE)
                           VALUES (:WS-FX-COURSE,
                                   :WS-FX-NAME,
                                   :WS-FX-COEF,
                                   :WS-FX-GRADE)
                   END-EXEC
               WHEN "C" ALSO "U"
                   EXEC SQL
                       UPDATE COURSE
                           SET LABEL = :WS-FX-NAME,
                               COEF = :WS-FX-COEF,
                               AVERAGE_GRADE = :WS-FX-GRADE
                           WHERE ID = :WS-FX-COURSE
                   END-EXEC
               WHEN "C" ALSO "D"
                   EXEC SQL
                       DELETE FROM COURSE
                           WHERE ID = :WS-FX-COURSE
                   END-EXEC
               WHEN "F" ALSO "I"
                   EXEC SQL
                       INSERT INTO COURSE_COEF
                           (COURSE_ID, TERM, COEF)
                           VALUES (:WS-FX-COURSE,
                                   :WS-FX-TERM,
                                   :WS-FX-COEF)
                   END-EXEC
               WHEN "F" ALSO "U"
                   EXEC SQL
                       UPDATE COURSE_COEF
                           SET COEF = :WS-FX-COEF
                           WHERE COURSE_ID = :WS-FX-COURSE
                             AND TERM = :WS-FX-TERM
                   END-EXEC
               WHEN "F" ALSO "D"
                   EXEC SQL
                       DELETE FROM COURSE_COEF
                           WHERE COURSE_ID = :WS-FX-COURSE
                             AND TERM = :WS-FX-TERM
                   END-EXEC
               WHEN "G" ALSO "I"
                   EXEC SQL
                       INSERT INTO GRADE
                           (STUDENT_ID, COURSE_ID, TERM, GRADE)
                           VALUES (:WS-FX-STUDENT,
                                   :WS-FX-COURSE,
                                   :WS-FX-TERM,
                                   :WS-FX-GRADE)
                   END-EXEC
               WHEN "G" ALSO "U"
                   EXEC SQL
                       UPDATE GRADE SET GRADE = :WS-FX-GRADE
                           WHERE STUDENT_ID = :WS-FX-STUDENT
                             AND COURSE_ID  = :WS-FX-COURSE
                             AND TERM       = :WS-FX-TERM
                   END-EXEC
               WHEN "G" ALSO "D"
                   EXEC SQL
                       DELETE FROM GRADE
                           WHERE STUDENT_ID = :WS-FX-STUDENT
                             AND COURSE_ID  = :WS-FX-COURSE
                             AND TERM       = :WS-FX-TERM
                   END-EXEC
               WHEN "E" ALSO "I"
                   EXEC SQL
                       INSERT INTO ENROLMENT
                           (STUDENT_ID, COURSE_ID, TERM, STATUS)
                           VALUES (:WS-FX-STUDENT,
                                   :WS-FX-COURSE,
                                   :WS-FX-TERM,
                                   :WS-FX-STATUS)
                   END-EXEC
               WHEN "E" ALSO "U"
                   EXEC SQL
                       UPDATE ENROLMENT
                           SET STATUS = :WS-FX-STATUS
                           WHERE STUDENT_ID = :WS-FX-STUDENT
                             AND COURSE_ID = :WS-FX-COURSE
                             AND TERM = :WS-FX-TERM
                   END-EXEC
               WHEN "E" ALSO "D"
                   EXEC SQL
                       DELETE FROM ENROLMENT
                           WHERE STUDENT_ID = :WS-FX-STUDENT
                             AND COURSE_ID = :WS-FX-COURSE
                             AND TERM = :WS-FX-TERM
                   END-EXEC
           END-EVALUATE

           IF SQLCODE < 0
               MOVE "6100-APPLY-CORRECTION" TO WS-LOG-PARAGRAPH
               PERFORM 9100-LOG-SQL-EXCEPTION
               MOVE "6100-APPLY-CORRECTION: CORRECTION FAILED, "
                   & "NO CHANGES COMMITTED" TO WS-ABEND-MESSAGE
               PERFORM 9900-ABEND-PROGRAM
           END-IF
           ADD 1 TO WS-FIX-APPLIED.

      *        Entered once the restore is committed: no later
      *        rebuild may replay the trails across it.
       6900-REGISTER-RESTORE.
           OPEN EXTEND SNAPLISTOUT
           IF WS-SNAPLISTOUT-STATUS = "35"
               OPEN OUTPUT SNAPLISTOUT
           END-IF
           IF WS-SNAPLISTOUT-STATUS NOT = "00"
               MOVE "6900-REGISTER-RESTORE: RESTORE COMMITTED BUT "
                   & "SNAPLIST.DAT CANNOT BE OPENED" TO WS-ABEND-MESSAGE
               PERFORM 9900-ABEND-PROGRAM
           END-IF
           MOVE SPACES TO WS-SNAPLIST-ROW
           MOVE "R" TO WS-SL-TYPE
           MOVE FUNCTION CURRENT-DATE (1:14) TO WS-SL-TIMESTAMP
           MOVE WS-RUN-ID TO WS-SL-RUNID
           MOVE WS-RC-REBUILT (1) TO WS-SL-STU-COUNT
           MOVE WS-RC-REBUILT (2) TO WS-SL-CRS-COUNT
           MOVE WS-RC-REBUILT (4) TO WS-SL-GRD-COUNT
           MOVE WS-RC-REBUILT (3) TO WS-SL-COEF-COUNT
           MOVE WS-RC-REBUILT (5) TO WS-SL-ENR-COUNT
           MOVE WS-IMG-GRD-HASH TO WS-SL-GRD-HASH
           MOVE WS-CH-TIMESTAMP TO WS-SL-SNAP-TS
           MOVE WS-RB-UNTIL-TS TO WS-SL-UNTIL-TS
           MOVE WS-RB-USER TO WS-SL-USER
           WRITE SNAPLISTOUT-RECORD FROM WS-SNAPLIST-ROW
           IF WS-SNAPLISTOUT-STATUS NOT = "00"
               MOVE "6900-REGISTER-RESTORE: RESTORE COMMITTED BUT "
                   & "NOT ENTERED ON SNAPLIST.DAT" TO WS-ABEND-MESSAGE
               PERFORM 9900-ABEND-PROGRAM
           END-IF
           CLOSE SNAPLISTOUT.

       7000-WRITE-RECONCILE-TOTALS.
           PERFORM VARYING WS-RC-IDX FROM 1 BY 1
                   UNTIL WS-RC-IDX > 5
               MOVE SPACES TO WS-PRINT-LINE
               MOVE 1 TO WS-STRING-PTR
               MOVE WS-RC-REBUILT (WS-RC-IDX) TO WS-COUNT-DISPLAY
               STRING WS-RC-NAME (WS-RC-IDX) DELIMITED BY SIZE
                      " RECONSTRUIT " DELIMITED BY SIZE
                      WS-COUNT-DISPLAY DELIMITED BY SIZE
                      INTO WS-PRINT-LINE
                      WITH POINTER WS-STRING-PTR
               MOVE WS-RC-LIVE (WS-RC-IDX) TO WS-COUNT-DISPLAY
               STRING "  BASE " DELIMITED BY SIZE
                      WS-COUNT-DISPLAY DELIMITED BY SIZE
                      INTO WS-PRINT-LINE
                      WITH POINTER WS-STRING-PTR
               MOVE WS-RC-MISSING (WS-RC-IDX) TO WS-COUNT-DISPLAY
               STRING "  ABSENTES " DELIMITED BY SIZE
                      WS-COUNT-DISPLAY DELIMITED BY SIZE
                      INTO WS-PRINT-LINE
                      WITH POINTER WS-STRING-PTR
               MOVE WS-RC-EXTRA (WS-RC-IDX) TO WS-COUNT-DISPLAY
               STRING "  EN TROP " DELIMITED BY SIZE
                      WS-COUNT-DISPLAY DELIMITED BY SIZE
                      INTO WS-PRINT-LINE
                      WITH POINTER WS-STRING-PTR
               MOVE WS-RC-DIFFERENT (WS-RC-IDX) TO WS-COUNT-DISPLAY
               STRING "  DIFFERENTES " DELIMITED BY SIZE
                      WS-COUNT-DISPLAY DELIMITED BY SIZE
                      INTO WS-PRINT-LINE
                      WITH POINTER WS-STRING-PTR
               WRITE REPORT-RECORD FROM WS-PRINT-LINE
           END-PERFORM

           MOVE SPACES TO WS-PRINT-LINE
           MOVE 1 TO WS-STRING-PTR
           MOVE WS-IMG-GRD-HASH TO WS-AMOUNT-DISPLAY
           STRING "TOTAL DES NOTES: RECONSTRUIT " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-AMOUNT-DISPLAY) DELIMITED BY SIZE
                  INTO WS-PRINT-LINE
                  WITH POINTER WS-STRING-PTR
           MOVE WS-LIVE-GRD-HASH TO WS-AMOUNT-DISPLAY
           STRING "  BASE " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-AMOUNT-DISPLAY) DELIMITED BY SIZE
                  INTO WS-PRINT-LINE
                  WITH POINTER WS-STRING-PTR
           WRITE REPORT-RECORD FROM WS-PRINT-LINE

           MOVE SPACES TO WS-PRINT-LINE
           MOVE 1 TO WS-STRING-PTR
           IF WS-DIFF-TOTAL = 0
               STRING "VERDICT: LA BASE EST CONFORME A L'ETAT "
                          DELIMITED BY SIZE
                      "RECONSTRUIT AU " DELIMITED BY SIZE
                      WS-RB-UNTIL-TS DELIMITED BY SIZE
                      INTO WS-PRINT-LINE
                      WITH POINTER WS-STRING-PTR
           ELSE
               MOVE WS-DIFF-TOTAL TO WS-COUNT-DISPLAY
               STRING "VERDICT: " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-COUNT-DISPLAY)
                          DELIMITED BY SIZE
                      " ECART(S) ENTRE LA BASE ET L'ETAT RECONSTRUIT "
                          DELIMITED BY SIZE
                      "AU " DELIMITED BY SIZE
                      WS-RB-UNTIL-TS DELIMITED BY SIZE
                      INTO WS-PRINT-LINE
                      WITH POINTER WS-STRING-PTR
           END-IF
           WRITE REPORT-RECORD FROM WS-PRINT-LINE
           WRITE REPORT-RECORD FROM WS-RULE-LINE.

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
           END-EXEC
           MOVE "N" TO WS-CONNECTED.

       9100-LOG-SQL-EXCEPTION.
           MOVE SQLCODE TO WS-SQLCODE-DISPLAY
           DISPLAY "DBREBUILD: PARAGRAPH=" WS-LOG-PARAGRAPH
                   " SQLCODE=" WS-SQLCODE-DISPLAY
                   " SQLERRM=" SQLERRMC
                   UPON CONSOLE.

      *        Nothing of a restore is kept unless 6000 committed it.
       9900-ABEND-PROGRAM.
           DISPLAY "ABEND: " WS-ABEND-MESSAGE UPON CONSOLE
           MOVE 16 TO RETURN-CODE
           IF WS-CONNECTED = "Y"
               EXEC SQL
                   ROLLBACK WORK
               END-EXEC
               EXEC SQL
                   DISCONNECT ALL
               END-EXEC
           END-IF
           IF WS-REPORT-OPEN = "Y"
               MOVE SPACES TO WS-PRINT-LINE
               MOVE 1 TO WS-STRING-PTR
               STRING "ABANDON: " DELIMITED BY SIZE
                      WS-ABEND-MESSAGE DELIMITED BY SIZE
                      INTO WS-PRINT-LINE
                      WITH POINTER WS-STRING-PTR
               WRITE REPORT-RECORD FROM WS-PRINT-LINE
               CLOSE REPORTFILE
           END-IF
           STOP RUN.
