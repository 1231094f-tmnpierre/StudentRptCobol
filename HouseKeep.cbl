      *        ledger rows included - it may still be restarted.
      *        Everything moved, kept or deleted is accounted for on
      *        the housekeeping report, to be filed with the run log.
      *        Each history archive written is entered on
      *        ARCHLIST.DAT, the list TRANSCRIPT reads to find every
      *        per-year archive file.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-HISTARCH-STATUS.

           SELECT ARCHLISTFILE ASSIGN TO "ARCHLIST.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ARCHLIST-STATUS.

           SELECT HSKRPTFILE ASSIGN TO WS-HSKRPT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL.

       01 LEDGARCH-RECORD PIC X(150).

       FD HISTORYFILE.
       01 HISTORY-RECORD PIC X(472).

       FD HISTKEEPFILE.
       01 HISTKEEP-RECORD PIC X(472).

       FD HISTARCHFILE.
       01 HISTARCH-RECORD PIC X(472).

       FD ARCHLISTFILE.
       01 ARCHLIST-RECORD PIC X(40).

       FD HSKRPTFILE.
       01 HSKRPT-RECORD PIC X(132).
       01 WS-HISTORY-STATUS  PIC XX.
       01 WS-HISTKEEP-STATUS PIC XX.
       01 WS-HISTARCH-STATUS PIC XX.
       01 WS-ARCHLIST-STATUS PIC XX.
       01 WS-LEDGARCH-FILENAME PIC X(60) VALUE SPACES.
       01 WS-HISTARCH-FILENAME PIC X(60) VALUE SPACES.
       01 WS-HSKRPT-FILENAME   PIC X(60) VALUE SPACES.
       01 WS-HISTORY-ROW.
           05 WS-H-RUN-ID       PIC X(10).
           05 WS-H-TERM         PIC X(6).
           05 WS-H-REST         PIC X(456).

      *        ARCHLIST.DAT row, one per history archive pass: the
      *        archive label (histarch_<label>.dat), the cutoff term,
      *        when it ran and how many rows moved. A label archived
      *        twice is listed twice; readers take it once.
       01 WS-ARCHLIST-ROW.
           05 WS-AL-LABEL       PIC X(9).
           05 WS-AL-CUTOFF-TERM PIC X(6).
           05 WS-AL-TIMESTAMP   PIC X(14).
           05 WS-AL-ROWS        PIC 9(7).
           05 FILLER            PIC X(4) VALUE SPACES.

      *        One entry per run id seen in the ledger. A run is
      *        INACHEVE when it still has a START without an END -
           CLOSE HISTKEEPFILE
           CLOSE HISTORYFILE
           MOVE "HISTKEEP.TMP" TO WS-DELETE-FILENAME
           CALL "CBL_DELETE_FILE" USING WS-DELETE-FILENAME
           PERFORM 4800-REGISTER-HISTARCH.

      *        Written once the archive and the rewritten HISTORY.DAT
      *        are both closed, so a listed archive is a complete one.
       4800-REGISTER-HISTARCH.
           MOVE WS-PARM-LABEL TO WS-AL-LABEL
           MOVE WS-PARM-CUTOFF-TERM TO WS-AL-CUTOFF-TERM
           MOVE FUNCTION CURRENT-DATE (1:14) TO WS-AL-TIMESTAMP
           MOVE WS-HIST-ARCHIVED TO WS-AL-ROWS
           OPEN EXTEND ARCHLISTFILE
           IF WS-ARCHLIST-STATUS = "35"
               OPEN OUTPUT ARCHLISTFILE
           END-IF
           IF WS-ARCHLIST-STATUS NOT = "00"
               MOVE "4800-REGISTER-HISTARCH: CANNOT OPEN "
                   & "ARCHLIST.DAT" TO WS-ABEND-MESSAGE
               PERFORM 9900-ABEND-PROGRAM
           END-IF
           WRITE ARCHLIST-RECORD FROM WS-ARCHLIST-ROW
           CLOSE ARCHLISTFILE.

       4900-OPEN-HISTARCH-FOR-APPEND.
           OPEN EXTEND HISTARCHFILE
