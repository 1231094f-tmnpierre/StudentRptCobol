       01 PROGPARM-RECORD PIC X(40).

       FD HISTORYFILE.
       01 HISTORY-RECORD PIC X(472).

       FD PROGRESSFILE.
       01 PROGRESS-RECORD PIC X(132).
           05 WS-H-COURSE-COUNT PIC 9(3).
           05 WS-H-COURSE-IDS   PIC X(80).
           05 WS-H-COURSES-LINE PIC X(160).
           05 WS-H-MENTION      PIC X(20).
           05 WS-H-DECISION     PIC X(10).
           05 WS-H-JURY         PIC X.
           05 WS-H-SESSION      PIC X.
           05 WS-H-COURSE-COEFS PIC X(80).

       01 WS-MAX-ROWS PIC 9(4) VALUE 2000.

               STRING "ABSENT" DELIMITED BY SIZE
                      INTO WS-PRINT-LINE
                      WITH POINTER WS-STRING-PTR
           ELSE
           IF WS-CUR-COURSES-LINE (WS-CUR-IDX) (WS-CUR-POS:4)
                   = "DISP"
               STRING "DISPENSE" DELIMITED BY SIZE
                      INTO WS-PRINT-LINE
                      WITH POINTER WS-STRING-PTR
           ELSE
               COMPUTE WS-CUR-GRADE = FUNCTION NUMVAL(
                   WS-CUR-COURSES-LINE (WS-CUR-IDX) (WS-CUR-POS:5))
                      INTO WS-PRINT-LINE
                      WITH POINTER WS-STRING-PTR
           END-IF
           END-IF

           IF WS-PRI-CRS-FOUND = 0
               STRING " (NOUVEAU COURS CETTE PERIODE)"
                   STRING " (AVANT ABSENT)" DELIMITED BY SIZE
                          INTO WS-PRINT-LINE
                          WITH POINTER WS-STRING-PTR
               ELSE
               IF WS-PRI-COURSES-LINE (WS-PRI-FOUND)
                       (WS-PRI-POS:4) = "DISP"
                   STRING " (AVANT DISPENSE)" DELIMITED BY SIZE
                          INTO WS-PRINT-LINE
                          WITH POINTER WS-STRING-PTR
               ELSE
                   COMPUTE WS-PRI-GRADE = FUNCTION NUMVAL(
                       WS-PRI-COURSES-LINE (WS-PRI-FOUND)
                          WITH POINTER WS-STRING-PTR
                   IF WS-CUR-COURSES-LINE (WS-CUR-IDX)
                           (WS-CUR-POS:3) NOT = "ABS"
                       AND WS-CUR-COURSES-LINE (WS-CUR-IDX)
                           (WS-CUR-POS:4) NOT = "DISP"
                       COMPUTE WS-CRS-DELTA =
                           WS-CUR-GRADE - WS-PRI-GRADE
                       MOVE WS-CRS-DELTA TO WS-DELTA-DISPLAY
                          INTO WS-PRINT-LINE
                          WITH POINTER WS-STRING-PTR
               END-IF
               END-IF
           END-IF

           WRITE PROGRESS-RECORD FROM WS-PRINT-LINE.
