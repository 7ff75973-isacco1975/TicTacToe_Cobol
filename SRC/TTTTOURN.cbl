       PROGRAM-ID.          TTTTOURN.
       AUTHOR.              ISAAC GARCIA PEVERI
       DATE-WRITTEN.        01.09.2026.
      * LAST EDIT           15.10.2026.
       REMARKS.             KNOCKOUT TOURNAMENT SUBSYSTEM FOR THE
                             TWICE-YEARLY FLOOR TOURNAMENT. REGISTERS
                             THE ACTIVE OPERMAST.DAT OPERATORS AS
                             ENTRANTS, DRAWS THE ROUND PAIRINGS INTO
                             TOURNEY.DAT, AND ADVANCES THE BRACKET BY
                             READING THE FINISHED 2-PLAYER RESULTS
                             TICTACTOE FILES IN GAMEHIST.DAT. PRINTS
                             THE CURRENT BRACKET, FLAGS WALKOVERS FOR
                             NO-SHOWS, AND REFUSES TO ADVANCE A ROUND
                             UNTIL EVERY SCHEDULED MATCH HAS A RESULT.
      *                            BYE. ANY EXISTING BRACKET IS
      *                            REPLACED.
      *         TTTTNFUNC=ADVANCE  SETTLES THE CURRENT ROUND FROM
      *                            THE MATCH ROWS OF THE GAME-HISTORY
      *                            STORE, READ FROM THE BRACKET'S OPEN
      *                            DATE ON (ONLY RESULTS THE
      *                            PLAYERS TAGGED AT THE BOARD WITH
      *                            THE MATCH'S ROUND AND NUMBER,
      *                            BETWEEN THE SAME PAIR IN EITHER
      *                            CHAIR, DATED ON OR AFTER THE
      *                            BRACKET'S OPEN DATE; THE LATEST
      *                            RESULT COUNTS AND A DRAW SETTLES
      *                            NOTHING) AND, ONLY WHEN EVERY
      *                            MATCH IS SETTLED, DRAWS THE NEXT
      *                            ROUND'S PAIRINGS. CASUAL GAMES
      *                            BETWEEN A PENDING PAIR ARE COUNTED
      *                            ON THE REPORT BUT NEVER SETTLE.
      *                            UNTIL TTTHLOAD HAS BUILT THE STORE
      *                            THE ROUND IS SETTLED FROM THE
      *                            MATCHLOG.DAT ROWS INSTEAD, ON THE
      *                            SAME RULES; A STORE THAT IS THERE
      *                            BUT WILL NOT OPEN SETTLES NOTHING
      *                            AND ENDS THE RUN WITH STATUS 8.
      *         TTTTNFUNC=WOVER    AWARDS A WALKOVER FOR A NO-SHOW:
      *                            TTTTNWIN NAMES THE PLAYER WHO
      *                            TURNED UP, AND THAT PLAYER'S
              RECORD KEY   IS OPR-OPERATOR-ID
              FILE STATUS  IS OPERATOR-FILE-STATUS.

           SELECT GAME-HISTORY-FILE ASSIGN TO DYNAMIC CFG-GAMEHIST-FILE
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              RECORD KEY   IS GHS-KEY
              ALTERNATE RECORD KEY IS GHS-OPERATOR-KEY
                 WITH DUPLICATES
              ALTERNATE RECORD KEY IS GHS-SITE-KEY
                 WITH DUPLICATES
              FILE STATUS  IS GAMEHIST-FILE-STATUS.

           SELECT MATCH-LOG-FILE ASSIGN TO DYNAMIC CFG-MATCHLOG-FILE
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS  IS MATCH-LOG-STATUS.
       FD  OPERATOR-FILE.
           COPY "OPERREC.CPY".

       FD  GAME-HISTORY-FILE.
           COPY "GHISTREC.CPY".

       FD  MATCH-LOG-FILE.
           COPY "MTCHREC.CPY".

       WORKING-STORAGE SECTION.

      * SITE CONFIGURATION - FILLED BY TTTCONF AT STARTUP; THE
      * OPERATOR MASTER AND THE HISTORY STORE ARE ASSIGNED TO THE CFG-
      * NAMES SO OPERATIONS CAN REPOINT THEM WITHOUT A RECOMPILE. THE
      * BRACKET FILE STAYS LOCAL TO THE SUBSYSTEM.
           COPY "CONFREC.CPY".

      * FILE STATUS / END-OF-FILE CONTROL
       77 OPERATOR-FILE-STATUS   PIC  X(2)  VALUE SPACES.
       77 GAMEHIST-FILE-STATUS   PIC  X(2)  VALUE SPACES.
       77 MATCH-LOG-STATUS       PIC  X(2)  VALUE SPACES.
       77 TOURNEY-FILE-STATUS    PIC  X(2)  VALUE SPACES.
       77 REPORT-FILE-STATUS     PIC  X(2)  VALUE SPACES.
           88 OPERATOR-EOF             VALUE "Y".
           88 OPERATOR-NOT-EOF         VALUE "N".

       77 FLAG-HISTORY-EOF       PIC  X(1)  VALUE "N".
           88 HISTORY-EOF              VALUE "Y".
           88 HISTORY-NOT-EOF          VALUE "N".

       77 FLAG-MATCH-LOG-EOF     PIC  X(1)  VALUE "N".
           88 MATCH-LOG-EOF            VALUE "Y".
           88 MATCH-LOG-NOT-EOF        VALUE "N".

      * WHERE THE ROUND'S RESULTS CAME FROM
       77 FLAG-RESULT-SOURCE     PIC  X(1)  VALUE "S".
           88 RESULTS-FROM-STORE       VALUE "S".
           88 RESULTS-FROM-MATCH-LOG   VALUE "L".
           88 RESULTS-NOT-READ         VALUE "U".

       77 FLAG-TOURNEY-EOF       PIC  X(1)  VALUE "N".
           88 TOURNEY-EOF              VALUE "Y".
           88 TOURNEY-NOT-EOF          VALUE "N".
          05 WS-SEED-NAME OCCURS 64 TIMES PIC X(20).

      * THE BRACKET ITSELF - EVERY MATCH OF EVERY ROUND. THE PENDING
      * CURRENT-ROUND MATCHES ALSO CARRY THE BEST MATCH RESULT
      * SEEN SO FAR (LATEST BY DATE AND TIME), SO ONE PASS OVER THE
      * HISTORY STORE SETTLES THE WHOLE ROUND.
       77 WS-MATCH-COUNT         PIC  9(3)  VALUE ZERO.
       77 WS-MATCH-IDX           PIC  9(3)  VALUE ZERO.
       77 WS-PENDING-COUNT       PIC  9(3)  VALUE ZERO.

      * CASUAL (UNTAGGED) OR WRONGLY TAGGED GAMES BETWEEN A PENDING
      * PAIR - REPORTED SO A DISPUTED RESULT CAN BE EXPLAINED
       77 WS-UNTAGGED-IGNORED    PIC  9(5)  VALUE ZERO.
       77 FLAG-TAG-MATCHES       PIC  X(1)  VALUE "N".
           88 TAG-MATCHES              VALUE "Y".
           88 TAG-DOES-NOT-MATCH       VALUE "N".

       01 WS-MATCH-TABLE.
          05 WS-MT-ENTRY OCCURS 128 TIMES.
             10 WS-MT-ROUND            PIC 9(2).
                   PERFORM LOAD-BRACKET
                   IF BRACKET-LOADED
                      PERFORM SETTLE-CURRENT-ROUND
                      IF RESULTS-NOT-READ
                         MOVE 8 TO RETURN-CODE
                      ELSE
                         PERFORM TRY-ADVANCE-ROUND
                      END-IF
                   END-IF
              WHEN WOVER-FUNCTION
                   PERFORM LOAD-BRACKET
           .
      /
      * --------------------------------------------------------------
      *   ONE PASS OVER THE GAME-HISTORY STORE, STARTED AT THE
      *   BRACKET'S OPEN DATE, TO SETTLE THE CURRENT ROUND'S PENDING
      *   MATCHES. ONLY MATCH ROWS TAGGED AT THE BOARD AS THE MATCH
      *   ITSELF COUNT; WHEN THE PAIR HAS PLAYED THE MATCH MORE THAN
      *   ONCE THE LATEST RESULT BY DATE AND TIME WINS, AND A DRAW
      *   SETTLES NOTHING - THE PAIR MUST PLAY AGAIN. NO STORE YET
      *   (TTTHLOAD NOT RUN) FALLS BACK TO THE MATCH LOG; A STORE
      *   THAT WILL NOT OPEN LEAVES RESULTS-NOT-READ SET.
      * --------------------------------------------------------------
       SETTLE-CURRENT-ROUND.
           OPEN INPUT GAME-HISTORY-FILE
           EVALUATE GAMEHIST-FILE-STATUS
              WHEN "00"
                 SET RESULTS-FROM-STORE TO TRUE
                 PERFORM READ-STORE-MATCHES
              WHEN "35"
                 SET RESULTS-FROM-MATCH-LOG TO TRUE
                 PERFORM READ-LOGGED-MATCHES
              WHEN OTHER
                 SET RESULTS-NOT-READ TO TRUE
                 DISPLAY "TTTTOURN: GAME-HISTORY STORE WILL NOT OPEN - "
                         "STATUS " GAMEHIST-FILE-STATUS
                 DISPLAY "TTTTOURN: ROUND NOT SETTLED"
                 MOVE SPACES TO REPORT-LINE
                 STRING "*** GAME-HISTORY STORE WILL NOT OPEN - STATUS "
                        GAMEHIST-FILE-STATUS
                        ". ROUND NOT SETTLED."
                        DELIMITED BY SIZE
                        INTO REPORT-LINE
                 WRITE REPORT-LINE
           END-EVALUATE

           IF NOT RESULTS-NOT-READ
              PERFORM APPLY-ROUND-RESULTS
           END-IF
           .

       READ-STORE-MATCHES.
           SET HISTORY-NOT-EOF TO TRUE
           MOVE LOW-VALUES   TO GHS-KEY
           MOVE WS-OPEN-DATE TO GHS-GAME-DATE
           START GAME-HISTORY-FILE KEY IS NOT LESS THAN GHS-KEY
              INVALID KEY
                 SET HISTORY-EOF TO TRUE
           END-START

           PERFORM UNTIL HISTORY-EOF
              READ GAME-HISTORY-FILE NEXT RECORD
                 AT END
                    SET HISTORY-EOF TO TRUE
              END-READ
              IF NOT HISTORY-EOF
                 IF GHS-MATCH-GAME
                    AND NOT GHS-VOIDED
                    PERFORM MATCH-ONE-LOG-RESULT
                 END-IF
              END-IF
           END-PERFORM

           CLOSE GAME-HISTORY-FILE
           .

      * ... THE STORE HAS NOT BEEN BUILT - EACH MATCH LOG ROW IS LAID
      * ... OUT AS A STORE ROW SO THE SAME MATCHING RULES APPLY
       READ-LOGGED-MATCHES.
           MOVE SPACES TO REPORT-LINE
           STRING "NO GAME-HISTORY STORE YET - ROUND SETTLED "
                  "FROM MATCHLOG.DAT"
                  DELIMITED BY SIZE
                  INTO REPORT-LINE
           WRITE REPORT-LINE

           SET MATCH-LOG-NOT-EOF TO TRUE
           OPEN INPUT MATCH-LOG-FILE
           IF MATCH-LOG-STATUS = "35"
              SET MATCH-LOG-EOF TO TRUE
                 IF MTC-GAME-DATE IS NUMERIC
                    AND MTC-GAME-DATE >= WS-OPEN-DATE
                    AND NOT MTC-VOIDED
                    MOVE SPACES          TO GAME-HISTORY-RECORD
                    SET GHS-MATCH-GAME   TO TRUE
                    MOVE MTC-PLAYER1-ID  TO GHS-OPERATOR-ID
                    MOVE MTC-PLAYER2-ID  TO GHS-PLAYER2-ID
                    MOVE MTC-GAME-DATE   TO GHS-GAME-DATE
                    MOVE MTC-GAME-TIME   TO GHS-GAME-TIME
                    MOVE MTC-RESULT      TO GHS-RESULT
                    MOVE MTC-TOURNEY-TAG TO GHS-TOURNEY-TAG
                    PERFORM MATCH-ONE-LOG-RESULT
                 END-IF
              END-IF
           IF MATCH-LOG-STATUS NOT = "35"
              CLOSE MATCH-LOG-FILE
           END-IF
           .

       APPLY-ROUND-RESULTS.
           PERFORM VARYING WS-MATCH-IDX FROM 1 BY 1
                   UNTIL WS-MATCH-IDX > WS-MATCH-COUNT
              IF WS-MT-ROUND(WS-MATCH-IDX) = WS-CURRENT-ROUND
                 PERFORM APPLY-BEST-RESULT
              END-IF
           END-PERFORM

           IF WS-UNTAGGED-IGNORED > ZERO
              MOVE SPACES TO REPORT-LINE
              STRING "UNTAGGED GAMES BETWEEN PENDING PAIRS IGNORED: "
                                               DELIMITED BY SIZE
                     WS-UNTAGGED-IGNORED       DELIMITED BY SIZE
                     INTO REPORT-LINE
              WRITE REPORT-LINE
              MOVE SPACES TO REPORT-LINE
              WRITE REPORT-LINE
           END-IF
           .

      * --------------------------------------------------------------
      *   FIND THE PENDING CURRENT-ROUND MATCH THIS MATCH ROW
      *   BELONGS TO - THE PAIR MATCHES WHICHEVER CHAIR EACH PLAYER
      *   SAT IN, AND THE TAG MUST NAME THAT VERY MATCH - AND KEEP IT
      *   IF IT IS THE LATEST SEEN SO FAR. THE RESULT IS NORMALIZED
      *   TO THE BRACKET'S OWN PLAYER 1. A GAME BETWEEN THE PAIR
      *   WITHOUT THE RIGHT TAG IS ONLY COUNTED AS IGNORED.
      * --------------------------------------------------------------
       MATCH-ONE-LOG-RESULT.
           PERFORM VARYING WS-MATCH-IDX FROM 1 BY 1
                   UNTIL WS-MATCH-IDX > WS-MATCH-COUNT
              IF WS-MT-ROUND(WS-MATCH-IDX) = WS-CURRENT-ROUND
                 AND WS-MT-STATUS(WS-MATCH-IDX) = "P"
                 SET TAG-DOES-NOT-MATCH TO TRUE
                 IF NOT GHS-CASUAL-GAME
                    AND GHS-TOURNEY-TAG IS NUMERIC
                    IF GHS-TOURN-ROUND = WS-MT-ROUND(WS-MATCH-IDX)
                       AND GHS-TOURN-MATCH = WS-MT-NUMBER(WS-MATCH-IDX)
                       SET TAG-MATCHES TO TRUE
                    END-IF
                 END-IF
                 EVALUATE TRUE
                    WHEN GHS-OPERATOR-ID = WS-MT-PLAYER1(WS-MATCH-IDX)
                     AND GHS-PLAYER2-ID = WS-MT-PLAYER2(WS-MATCH-IDX)
                     AND TAG-MATCHES
                         PERFORM KEEP-IF-LATEST-STRAIGHT
                    WHEN GHS-OPERATOR-ID = WS-MT-PLAYER2(WS-MATCH-IDX)
                     AND GHS-PLAYER2-ID = WS-MT-PLAYER1(WS-MATCH-IDX)
                     AND TAG-MATCHES
                         PERFORM KEEP-IF-LATEST-SWAPPED
                    WHEN (GHS-OPERATOR-ID = WS-MT-PLAYER1(WS-MATCH-IDX)
                      AND GHS-PLAYER2-ID = WS-MT-PLAYER2(WS-MATCH-IDX))
                      OR (GHS-OPERATOR-ID = WS-MT-PLAYER2(WS-MATCH-IDX)
                      AND GHS-PLAYER2-ID = WS-MT-PLAYER1(WS-MATCH-IDX))
                         ADD 1 TO WS-UNTAGGED-IGNORED
                 END-EVALUATE
              END-IF
           END-PERFORM
           .

       KEEP-IF-LATEST-STRAIGHT.
           IF GHS-GAME-DATE > WS-MT-BEST-DATE(WS-MATCH-IDX)
              OR (GHS-GAME-DATE = WS-MT-BEST-DATE(WS-MATCH-IDX)
                  AND GHS-GAME-TIME >= WS-MT-BEST-TIME(WS-MATCH-IDX))
              MOVE GHS-GAME-DATE TO WS-MT-BEST-DATE(WS-MATCH-IDX)
              MOVE GHS-GAME-TIME TO WS-MT-BEST-TIME(WS-MATCH-IDX)
              MOVE GHS-RESULT    TO WS-MT-BEST-RESULT(WS-MATCH-IDX)
           END-IF
           .

      *   OTHER WAY ROUND
      * --------------------------------------------------------------
       KEEP-IF-LATEST-SWAPPED.
           IF GHS-GAME-DATE > WS-MT-BEST-DATE(WS-MATCH-IDX)
              OR (GHS-GAME-DATE = WS-MT-BEST-DATE(WS-MATCH-IDX)
                  AND GHS-GAME-TIME >= WS-MT-BEST-TIME(WS-MATCH-IDX))
              MOVE GHS-GAME-DATE TO WS-MT-BEST-DATE(WS-MATCH-IDX)
              MOVE GHS-GAME-TIME TO WS-MT-BEST-TIME(WS-MATCH-IDX)
              EVALUATE TRUE
                 WHEN GHS-RESULT-P1-WIN
                      MOVE "2" TO WS-MT-BEST-RESULT(WS-MATCH-IDX)
                 WHEN GHS-RESULT-P2-WIN
                      MOVE "1" TO WS-MT-BEST-RESULT(WS-MATCH-IDX)
                 WHEN GHS-RESULT-P1-FORF
                      MOVE "Y" TO WS-MT-BEST-RESULT(WS-MATCH-IDX)
                 WHEN GHS-RESULT-P2-FORF
                      MOVE "X" TO WS-MT-BEST-RESULT(WS-MATCH-IDX)
                 WHEN OTHER
                      MOVE GHS-RESULT
                        TO WS-MT-BEST-RESULT(WS-MATCH-IDX)
              END-EVALUATE
           END-IF
      * --------------------------------------------------------------
      *   PRINT THE CURRENT BRACKET, ROUND BY ROUND. WALKOVERS AND
      *   BYES ARE FLAGGED IN THE STATUS COLUMN; A MATCH STILL
      *   WITHOUT A MATCH RESULT SHOWS AS PENDING.
      * --------------------------------------------------------------
       PRINT-BRACKET.
           MOVE WS-OPEN-DATE     TO WS-OP-OPEN-DATE
