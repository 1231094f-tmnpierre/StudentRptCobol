       IDENTIFICATION DIVISION.
       PROGRAM-ID. TERMCTL.

      *        Term status maintenance. Once the council has
      *        deliberated a term for a class, the term is CLOSED on
      *        the cumulative TERMSTAT.DAT and GRADEUPDT, CSVINTAKE
      *        and ROSTERUPDT's CC cards refuse to touch it - so the
      *        decisions already mailed stay behind the grades the
      *        database holds. A correction the council has agreed
      *        to goes through a REOPENED record carrying the
      *        authorisation reference the correcting cards must
      *        quote, and the term is CLOSED again afterwards.
      *        Status cards come in on TERMTRAN.DAT and go through
      *        the same validate / reject cycle as the other
      *        maintenance programs; only the users listed on
      *        TERMAUTH.DAT may change a status. Nothing is ever
      *        rewritten: the newest TERMSTAT.DAT record of a class
      *        and term is its status, the older ones are the trail
      *        CLOSERPT reports from.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANFILE ASSIGN TO "TERMTRAN.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TRAN-STATUS.

           SELECT REJECTFILE ASSIGN TO WS-REJECT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RUNPARMFILE ASSIGN TO "RUNPARM.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RUNPARM-STATUS.

           SELECT AUTHFILE ASSIGN TO "TERMAUTH.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AUTH-STATUS.

      *        A CLOSED card names the deliberation run whose
      *        decisions were mailed; its decisions file must exist.
           SELECT DECISIONIN ASSIGN TO WS-DECISIONIN-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DECISIONIN-STATUS.

      *        Reader and writer on the same TERMSTAT.DAT, like
      *        MAKEUPRUN's HISTORYIN/HISTORYFILE - the reader is
      *        closed before the writer opens EXTEND.
           SELECT TERMSTATIN ASSIGN TO "TERMSTAT.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TERMSTATIN-STATUS.

           SELECT TERMSTATFILE ASSIGN TO "TERMSTAT.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TERMSTAT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD TRANFILE.
       01 TRAN-RECORD PIC X(100).

       FD REJECTFILE.
       01 REJECT-RECORD PIC X(160).

       FD RUNPARMFILE.
       01 RUNPARM-RECORD PIC X(120).

       FD AUTHFILE.
       01 AUTH-RECORD PIC X(40).

       FD DECISIONIN.
       01 DECISIONIN-RECORD PIC X(80).

       FD TERMSTATIN.
       01 TERMSTATIN-RECORD PIC X(120).

       FD TERMSTATFILE.
       01 TERMSTAT-RECORD PIC X(120).

       WORKING-STORAGE SECTION.

      *        Mirror of the RUNPARM.DAT record GRADESREPORT reads in
      *        its 1050-READ-RUN-PARAMETERS - keep in step with
      *        WS-RUN-PARAMETERS over there. Only the run id is used
      *        here, to name the reject log.
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
       01 WS-REJECT-FILENAME    PIC X(60) VALUE SPACES.
       01 WS-DECISIONIN-FILENAME PIC X(60) VALUE SPACES.
       01 WS-TRAN-STATUS        PIC XX.
       01 WS-RUNPARM-STATUS     PIC XX.
       01 WS-AUTH-STATUS        PIC XX.
       01 WS-DECISIONIN-STATUS  PIC XX.
       01 WS-TERMSTATIN-STATUS  PIC XX.
       01 WS-TERMSTAT-STATUS    PIC XX.
       01 WS-TRAN-EOF           PIC X VALUE "N".
       01 WS-FILES-OPEN         PIC X VALUE "N".
       01 WS-ABEND-MESSAGE      PIC X(80) VALUE SPACES.

      *        Status card: STATUS(8) OPEN, CLOSED or REOPENED,
      *        CLASS(8), TERM(6), USER(8) - must be on TERMAUTH.DAT,
      *        REFERENCE(10) - the reopening authorisation the
      *        correcting cards will quote (required on REOPENED),
      *        RUNID(10) - the deliberation run whose decisions were
      *        mailed (required on CLOSED), REASON(40) free text.
       01 WS-TRAN-FIELDS.
           05 WS-TRAN-STATE     PIC X(8).
           05 WS-TRAN-CLASS     PIC X(8).
           05 WS-TRAN-TERM      PIC X(6).
           05 WS-TRAN-USER      PIC X(8).
           05 WS-TRAN-REFERENCE PIC X(10).
           05 WS-TRAN-RUNID     PIC X(10).
           05 WS-TRAN-REASON    PIC X(40).

      *        TERMSTAT.DAT record: CLASS(8) TERM(6) STATUS(8)
      *        TIMESTAMP(14) USER(8) REFERENCE(10) RUNID(10)
      *        REASON(40). GRADEUPDT, CSVINTAKE, ROSTERUPDT and
      *        CLOSERPT carry the same layout - keep in step.
       01 WS-TERMSTAT-ROW.
           05 WS-TS-CLASS     PIC X(8).
           05 WS-TS-TERM      PIC X(6).
           05 WS-TS-STATUS    PIC X(8).
           05 WS-TS-TIMESTAMP PIC X(14).
           05 WS-TS-USER      PIC X(8).
           05 WS-TS-REFERENCE PIC X(10).
           05 WS-TS-RUNID     PIC X(10).
           05 WS-TS-REASON    PIC X(40).

      *        TERMAUTH.DAT record: USER(8) NAME(30) - the people
      *        allowed to open, close and reopen a term.
       01 WS-AUTH-FIELDS.
           05 WS-AU-USER PIC X(8).
           05 WS-AU-NAME PIC X(30).
       01 WS-MAX-AUTHS  PIC 9(3) VALUE 50.
       01 WS-AUTH-COUNT PIC 9(3) VALUE 0.
       01 WS-AUTH-IDX   PIC 9(3) VALUE 0.
       01 WS-AUTH-FOUND PIC X VALUE "N".
       01 WS-AUTH-TABLE.
           05 WS-AUTH-ENTRY OCCURS 50 TIMES.
               10 WS-AT-USER PIC X(8).

      *        Current status per class and term - the newest
      *        TERMSTAT.DAT record wins, and the cards accepted by
      *        this run update it as they go, so a CLOSED followed by
      *        a REOPENED in the same deck is judged correctly. The
      *        run id of the closing is kept through a reopening.
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
               10 WS-ST-RUNID     PIC X(10).
       01 WS-CURRENT-STATUS PIC X(8) VALUE SPACES.

       01 WS-REJECT-REASON  PIC X(3) VALUE SPACES.
       01 WS-REJECT-TEXT    PIC X(40) VALUE SPACES.
       01 WS-REJECT-LINE    PIC X(160).

       01 WS-CURRENT-TIMESTAMP PIC X(14).

       01 WS-READ-COUNT    PIC 9(6) VALUE 0.
       01 WS-APPLIED-COUNT PIC 9(6) VALUE 0.
       01 WS-REJECT-COUNT  PIC 9(6) VALUE 0.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1050-READ-RUN-PARAMETERS
           PERFORM 1060-BUILD-RUNTIME-FILENAMES
           PERFORM 1100-LOAD-AUTHORISED-USERS
           PERFORM 1200-LOAD-TERM-STATUS

           OPEN INPUT TRANFILE
           IF WS-TRAN-STATUS NOT = "00"
               MOVE "0000-MAIN: CANNOT OPEN TERMTRAN.DAT"
                   TO WS-ABEND-MESSAGE
               PERFORM 9900-ABEND-PROGRAM
           END-IF
           OPEN OUTPUT REJECTFILE
           PERFORM 1070-OPEN-TERMSTAT-FOR-APPEND
           MOVE "Y" TO WS-FILES-OPEN

           PERFORM 2000-PROCESS-TRANSACTIONS

           CLOSE TRANFILE
           CLOSE REJECTFILE
           CLOSE TERMSTATFILE

           DISPLAY "TERMCTL: LUES=" WS-READ-COUNT
                   " APPLIQUEES=" WS-APPLIED-COUNT
                   " REJETEES=" WS-REJECT-COUNT
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
           MOVE WS-PARM-RUNID TO WS-RUN-ID.

       1060-BUILD-RUNTIME-FILENAMES.
           MOVE SPACES TO WS-REJECT-FILENAME
           STRING "rejects_term_" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-RUN-ID) DELIMITED BY SIZE
                  ".log" DELIMITED BY SIZE
                  INTO WS-REJECT-FILENAME.

      *        The status file is cumulative across runs - a fresh
      *        file is only created the first time a term is ever
      *        given a status (file status 35).
       1070-OPEN-TERMSTAT-FOR-APPEND.
           OPEN EXTEND TERMSTATFILE
           IF WS-TERMSTAT-STATUS = "35"
               OPEN OUTPUT TERMSTATFILE
           END-IF
           IF WS-TERMSTAT-STATUS NOT = "00"
               MOVE "1070-OPEN-TERMSTAT-FOR-APPEND: CANNOT OPEN "
                   & "TERMSTAT.DAT" TO WS-ABEND-MESSAGE
               PERFORM 9900-ABEND-PROGRAM
           END-IF.

      *        Without TERMAUTH.DAT nobody may change a status - the
      *        run stops rather than reject every card.
       1100-LOAD-AUTHORISED-USERS.
           OPEN INPUT AUTHFILE
           IF WS-AUTH-STATUS NOT = "00"
               MOVE "1100-LOAD-AUTHORISED-USERS: CANNOT OPEN "
                   & "TERMAUTH.DAT" TO WS-ABEND-MESSAGE
               PERFORM 9900-ABEND-PROGRAM
           END-IF

           PERFORM UNTIL WS-AUTH-STATUS NOT = "00"
               READ AUTHFILE INTO WS-AUTH-FIELDS
                   AT END MOVE "10" TO WS-AUTH-STATUS
               END-READ
               IF WS-AUTH-STATUS = "00"
                   AND WS-AU-USER NOT = SPACES
                   IF WS-AUTH-COUNT < WS-MAX-AUTHS
                       ADD 1 TO WS-AUTH-COUNT
                       MOVE WS-AU-USER TO WS-AT-USER (WS-AUTH-COUNT)
                   ELSE
                       DISPLAY "TERMCTL: TABLE DES UTILISATEURS "
                               "PLEINE, ENREGISTREMENT IGNORE: "
                               WS-AUTH-FIELDS UPON CONSOLE
                   END-IF
               END-IF
           END-PERFORM
           CLOSE AUTHFILE.

      *        An absent TERMSTAT.DAT simply means no term has a
      *        status yet.
       1200-LOAD-TERM-STATUS.
           OPEN INPUT TERMSTATIN
           IF WS-TERMSTATIN-STATUS = "00"
               PERFORM UNTIL WS-TERMSTATIN-STATUS NOT = "00"
                   READ TERMSTATIN INTO WS-TERMSTAT-ROW
                       AT END MOVE "10" TO WS-TERMSTATIN-STATUS
                   END-READ
                   IF WS-TERMSTATIN-STATUS = "00"
                       PERFORM 1210-STORE-TERM-STATUS
                   END-IF
               END-PERFORM
               CLOSE TERMSTATIN
           END-IF.

      *        Works on the record sitting in WS-TERMSTAT-ROW, read
      *        off the file or built from an accepted card.
       1210-STORE-TERM-STATUS.
           PERFORM 2250-FIND-TERM-STATUS
           IF WS-STATE-SLOT = 0
               IF WS-STATE-COUNT < WS-MAX-STATES
                   ADD 1 TO WS-STATE-COUNT
                   MOVE WS-STATE-COUNT TO WS-STATE-SLOT
                   MOVE WS-TS-CLASS TO WS-ST-CLASS (WS-STATE-SLOT)
                   MOVE WS-TS-TERM TO WS-ST-TERM (WS-STATE-SLOT)
                   MOVE SPACES TO WS-ST-RUNID (WS-STATE-SLOT)
               ELSE
                   MOVE "1210-STORE-TERM-STATUS: TERM STATUS TABLE "
                       & "FULL" TO WS-ABEND-MESSAGE
                   PERFORM 9900-ABEND-PROGRAM
               END-IF
           END-IF
           MOVE WS-TS-STATUS TO WS-ST-STATUS (WS-STATE-SLOT)
           MOVE WS-TS-REFERENCE TO WS-ST-REFERENCE (WS-STATE-SLOT)
           IF WS-TS-RUNID NOT = SPACES
               MOVE WS-TS-RUNID TO WS-ST-RUNID (WS-STATE-SLOT)
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
           IF WS-REJECT-REASON = SPACES
               PERFORM 2300-APPLY-TRANSACTION
               ADD 1 TO WS-APPLIED-COUNT
           ELSE
               ADD 1 TO WS-REJECT-COUNT
               PERFORM 2500-WRITE-REJECT
           END-IF.

      *        The first failure wins. Allowed moves: OPEN only for a
      *        term that has no status yet, CLOSED from no status,
      *        OPEN or REOPENED, REOPENED only from CLOSED.
       2200-VALIDATE-TRANSACTION.
           IF WS-TRAN-STATE NOT = "OPEN" AND NOT = "CLOSED"
               AND NOT = "REOPENED"
               MOVE "R01" TO WS-REJECT-REASON
               MOVE "INVALID STATUS" TO WS-REJECT-TEXT
           END-IF

           IF WS-REJECT-REASON = SPACES
               AND WS-TRAN-CLASS = SPACES
               MOVE "R02" TO WS-REJECT-REASON
               MOVE "CLASS ID MISSING" TO WS-REJECT-TEXT
           END-IF

           IF WS-REJECT-REASON = SPACES
               AND WS-TRAN-TERM = SPACES
               MOVE "R03" TO WS-REJECT-REASON
               MOVE "TERM MISSING" TO WS-REJECT-TEXT
           END-IF

           IF WS-REJECT-REASON = SPACES
               PERFORM 2210-CHECK-AUTHORISED-USER
               IF WS-AUTH-FOUND NOT = "Y"
                   MOVE "R04" TO WS-REJECT-REASON
                   MOVE "USER NOT AUTHORISED" TO WS-REJECT-TEXT
               END-IF
           END-IF

           IF WS-REJECT-REASON = SPACES
               MOVE WS-TRAN-CLASS TO WS-TS-CLASS
               MOVE WS-TRAN-TERM TO WS-TS-TERM
               PERFORM 2250-FIND-TERM-STATUS
               IF WS-STATE-SLOT = 0
                   MOVE SPACES TO WS-CURRENT-STATUS
               ELSE
                   MOVE WS-ST-STATUS (WS-STATE-SLOT)
                       TO WS-CURRENT-STATUS
               END-IF
               EVALUATE WS-TRAN-STATE
                   WHEN "OPEN"
                       IF WS-CURRENT-STATUS NOT = SPACES
                           MOVE "R05" TO WS-REJECT-REASON
                       END-IF
                   WHEN "CLOSED"
                       IF WS-CURRENT-STATUS = "CLOSED"
                           MOVE "R05" TO WS-REJECT-REASON
                       END-IF
                   WHEN "REOPENED"
                       IF WS-CURRENT-STATUS NOT = "CLOSED"
                           MOVE "R05" TO WS-REJECT-REASON
                       END-IF
               END-EVALUATE
               IF WS-REJECT-REASON = "R05"
                   MOVE SPACES TO WS-REJECT-TEXT
                   STRING "NOT ALLOWED FROM STATUS "
                              DELIMITED BY SIZE
                          WS-CURRENT-STATUS DELIMITED BY SIZE
                          INTO WS-REJECT-TEXT
               END-IF
           END-IF

           IF WS-REJECT-REASON = SPACES
               AND WS-TRAN-STATE = "REOPENED"
               AND WS-TRAN-REFERENCE = SPACES
               MOVE "R06" TO WS-REJECT-REASON
               MOVE "REOPENING REFERENCE MISSING" TO WS-REJECT-TEXT
           END-IF

           IF WS-REJECT-REASON = SPACES
               AND WS-TRAN-STATE = "CLOSED"
               AND WS-TRAN-RUNID = SPACES
               MOVE "R07" TO WS-REJECT-REASON
               MOVE "DELIBERATION RUN ID MISSING" TO WS-REJECT-TEXT
           END-IF

           IF WS-REJECT-REASON = SPACES
               AND WS-TRAN-STATE = "CLOSED"
               PERFORM 2220-CHECK-DECISIONS-FILE
           END-IF.

       2210-CHECK-AUTHORISED-USER.
           MOVE "N" TO WS-AUTH-FOUND
           PERFORM VARYING WS-AUTH-IDX FROM 1 BY 1
                   UNTIL WS-AUTH-IDX > WS-AUTH-COUNT
               IF WS-AT-USER (WS-AUTH-IDX) = WS-TRAN-USER
                   MOVE "Y" TO WS-AUTH-FOUND
               END-IF
           END-PERFORM.

      *        The closing run must have produced a decisions file -
      *        a mistyped run id would leave CLOSERPT with nothing
      *        to compare the corrections against.
       2220-CHECK-DECISIONS-FILE.
           MOVE SPACES TO WS-DECISIONIN-FILENAME
           STRING "decisions_" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-TRAN-RUNID) DELIMITED BY SIZE
                  ".dat" DELIMITED BY SIZE
                  INTO WS-DECISIONIN-FILENAME
           OPEN INPUT DECISIONIN
           IF WS-DECISIONIN-STATUS = "00"
               CLOSE DECISIONIN
           ELSE
               MOVE "R08" TO WS-REJECT-REASON
               MOVE "NO DECISIONS FILE FOR THAT RUN"
                   TO WS-REJECT-TEXT
           END-IF.

      *        Looks up the class and term sitting in WS-TS-CLASS /
      *        WS-TS-TERM; WS-STATE-SLOT is 0 when unknown.
       2250-FIND-TERM-STATUS.
           MOVE 0 TO WS-STATE-SLOT
           PERFORM VARYING WS-STATE-IDX FROM 1 BY 1
                   UNTIL WS-STATE-IDX > WS-STATE-COUNT
               IF WS-ST-CLASS (WS-STATE-IDX) = WS-TS-CLASS
                   AND WS-ST-TERM (WS-STATE-IDX) = WS-TS-TERM
                   MOVE WS-STATE-IDX TO WS-STATE-SLOT
               END-IF
           END-PERFORM.

       2300-APPLY-TRANSACTION.
           MOVE FUNCTION CURRENT-DATE (1:14) TO WS-CURRENT-TIMESTAMP
           MOVE WS-TRAN-CLASS        TO WS-TS-CLASS
           MOVE WS-TRAN-TERM         TO WS-TS-TERM
           MOVE WS-TRAN-STATE        TO WS-TS-STATUS
           MOVE WS-CURRENT-TIMESTAMP TO WS-TS-TIMESTAMP
           MOVE WS-TRAN-USER         TO WS-TS-USER
           MOVE WS-TRAN-REFERENCE    TO WS-TS-REFERENCE
           MOVE WS-TRAN-RUNID        TO WS-TS-RUNID
           MOVE WS-TRAN-REASON       TO WS-TS-REASON

           WRITE TERMSTAT-RECORD FROM WS-TERMSTAT-ROW
           IF WS-TERMSTAT-STATUS NOT = "00"
               MOVE "2300-APPLY-TRANSACTION: WRITE TO TERMSTAT.DAT "
                   & "FAILED" TO WS-ABEND-MESSAGE
               PERFORM 9900-ABEND-PROGRAM
           END-IF
           PERFORM 1210-STORE-TERM-STATUS.

       2500-WRITE-REJECT.
           MOVE SPACES TO WS-REJECT-LINE
           STRING WS-TRAN-STATE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-TRAN-CLASS DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-TRAN-TERM DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-TRAN-USER DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-TRAN-REFERENCE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-TRAN-RUNID DELIMITED BY SIZE
                  " REASON=" DELIMITED BY SIZE
                  WS-REJECT-REASON DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-REJECT-TEXT DELIMITED BY SIZE
                  INTO WS-REJECT-LINE
           WRITE REJECT-RECORD FROM WS-REJECT-LINE.

       9900-ABEND-PROGRAM.
           DISPLAY "ABEND: " WS-ABEND-MESSAGE UPON CONSOLE
           MOVE 16 TO RETURN-CODE
           IF WS-FILES-OPEN = "Y"
               CLOSE TRANFILE
               CLOSE REJECTFILE
               CLOSE TERMSTATFILE
           END-IF
           STOP RUN.
