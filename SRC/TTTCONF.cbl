       PROGRAM-ID.          TTTCONF.
       AUTHOR.              ISAAC GARCIA PEVERI
       DATE-WRITTEN.        22.08.2026.
      * LAST EDIT           15.10.2026.
       REMARKS.             SITE CONFIGURATION LOADER - CALLED AT
                             STARTUP BY EVERY TICTACTOE PROGRAM WITH
                             THE TTT-CONFIG-AREA FROM CONFREC.CPY.
      *           STATS-FILE, MOVELOG-FILE, GAMELOG-FILE,
      *           CHECKPT-FILE, OPERMAST-FILE, MATCHLOG-FILE,
      *           SEASON-FILE, PREFS-FILE, REPORT-FILE, RATINGS-FILE,
      *           SESSION-FILE, SESSHIST-FILE, PUZZLE-FILE,
      *           PUZZRES-FILE, GAMEHIST-FILE,
      *           DEFAULT-DIFFICULTY (E/N/U), DEFAULT-MODE (1/2),
      *           DEFAULT-LANGUAGE (IT/EN),
      *           MOVE-SECONDS (SPEED-PLAY CLOCK, 0 = OFF),
      *           MAX-PIN-TRIES (SIGN-ON FAILURES BEFORE A LOCK),
      *           ERASE-DAYS (DAYS INACTIVE BEFORE PRIVACY ERASURE)
      *         AN UNKNOWN KEYWORD OR AN OUT-OF-RANGE DEFAULT IS
      *         IGNORED, SO A TYPO CAN NEVER STOP THE GAME COMING UP.
      ******************************************************************
      * "30" AND "030" BOTH READ BACK AS THE SAME SETTING
       77 WS-NUM-JUST            PIC  X(3)  VALUE SPACES
                                            JUSTIFIED RIGHT.
       77 WS-NUM-JUST4           PIC  X(4)  VALUE SPACES
                                            JUSTIFIED RIGHT.

       LINKAGE SECTION.
           COPY "CONFREC.CPY".
           MOVE "TTTREPRT.LST" TO CFG-REPORT-FILE
           MOVE "RATINGS.DAT"  TO CFG-RATINGS-FILE
           MOVE "SESSIONS.DAT" TO CFG-SESSION-FILE
           MOVE "SESSHIST.DAT" TO CFG-SESSHIST-FILE
           MOVE "PUZZLES.DAT"  TO CFG-PUZZLE-FILE
           MOVE "PUZZRES.DAT"  TO CFG-PUZZRES-FILE
           MOVE "GAMEHIST.DAT" TO CFG-GAMEHIST-FILE
           MOVE "U"            TO CFG-DEFAULT-DIFFICULTY
           MOVE "1"            TO CFG-DEFAULT-MODE
           MOVE "IT"           TO CFG-DEFAULT-LANGUAGE
           MOVE ZERO           TO CFG-MOVE-SECONDS
           MOVE 3              TO CFG-MAX-PIN-TRIES
           MOVE 365            TO CFG-ERASE-DAYS
           .
      /
      * --------------------------------------------------------------
                      MOVE WS-VALUE(1:40) TO CFG-RATINGS-FILE
                 WHEN "SESSION-FILE"
                      MOVE WS-VALUE(1:40) TO CFG-SESSION-FILE
                 WHEN "SESSHIST-FILE"
                      MOVE WS-VALUE(1:40) TO CFG-SESSHIST-FILE
                 WHEN "PUZZLE-FILE"
                      MOVE WS-VALUE(1:40) TO CFG-PUZZLE-FILE
                 WHEN "PUZZRES-FILE"
                      MOVE WS-VALUE(1:40) TO CFG-PUZZRES-FILE
                 WHEN "GAMEHIST-FILE"
                      MOVE WS-VALUE(1:40) TO CFG-GAMEHIST-FILE
                 WHEN "DEFAULT-DIFFICULTY"
                      IF WS-VALUE(1:1) = "E" OR WS-VALUE(1:1) = "N"
                         OR WS-VALUE(1:1) = "U"
                         AND WS-NUM-JUST NOT = "000"
                         MOVE WS-NUM-JUST TO CFG-MAX-PIN-TRIES
                      END-IF
                 WHEN "ERASE-DAYS"
                      MOVE SPACES TO WS-NUM-JUST4
                      MOVE FUNCTION TRIM(WS-VALUE) TO WS-NUM-JUST4
                      INSPECT WS-NUM-JUST4
                         REPLACING LEADING " " BY "0"
                      IF WS-NUM-JUST4 IS NUMERIC
                         AND WS-NUM-JUST4 NOT = "0000"
                         MOVE WS-NUM-JUST4 TO CFG-ERASE-DAYS
                      END-IF
                 WHEN OTHER
                      CONTINUE
              END-EVALUATE
