       PROGRAM-ID.          TTTRATE.
       AUTHOR.              ISAAC GARCIA PEVERI
       DATE-WRITTEN.        01.09.2026.
      * LAST EDIT           15.10.2026.
       REMARKS.             SKILL RATING BATCH RUN. THE LEAGUE POINTS
                             IN SEASON.DAT REWARD VOLUME, SO THIS JOB
                             KEEPS AN ELO-STYLE RATING PER OPERATOR IN
                             RATINGS.DAT (INDEXED, KEYED LIKE
                             STATS.DAT). IT PICKS UP THE GAMES AGAINST
                             THE CPU (RATED AGAINST THE CPU DIFFICULTY
                             RECORDED ON THE ENTRY) AND THE
                             HEAD-TO-HEAD MATCH RESULTS SINCE THE LAST
                             RUN FROM THE GAMEHIST.DAT GAME-HISTORY
                             STORE, APPLIES THEM IN DATE AND
                             TIME ORDER MOVING POINTS BETWEEN THE TWO
                             SIDES OF EACH GAME, AND PRINTS A
                             RATING-CHANGE REPORT SO PLAYERS CAN SEE
      *
      *         TTTRATE.CTL CARRIES THE DATE+TIME OF THE LAST RESULT
      *         RATED - A RE-RUN PICKS UP WHERE THE LAST ONE STOPPED
      *         AND NEVER RATES THE SAME GAME TWICE. THE STORE IS
      *         KEYED ON DATE AND TIME FIRST, SO THE RUN STARTS AT
      *         THE WATERMARK AND READS ONLY WHAT CAME AFTER IT.
      *         DELETE THE CONTROL FILE TO RE-RATE FROM THE FIRST
      *         GAME IN THE STORE (CLEAR RATINGS.DAT FIRST OR
      *         EVERYTHING DOUBLES).
      *
      *         THE RUN IS TWO-PHASE SO IT IS SAFE TO RE-RUN AFTER
      *         AN ABEND, THE SAME WAY THE TTTLEAGE CLOSE IS: THE
      *         AND ADVANCING THE WATERMARK PAST THE REST WOULD
      *         LEAVE THE REST UNRATED FOREVER.
      *
      *         EVERY LINE OF THE RATING-CHANGE REPORT SAYS WHAT KIND
      *         OF GAME MOVED THE RATING - CPU, CASUAL 2-PLAYER, OR A
      *         TOURNAMENT MATCH (A MATCHLOG.DAT RESULT TAGGED WITH
      *         ITS BRACKET ROUND AND MATCH) - AND THE TRAILER COUNTS
      *         EACH KIND SEPARATELY. ALL THREE RATE ALIKE.
      *
      *         THE RATING-CHANGE REPORT GOES TO TTTRATE.LST.
      *
      *         THE RESULTS LOADED AND RATED, AND THE SPLIT BY KIND,
      *         ARE POSTED TO THE CONTROL-TOTALS LEDGER (TTTPOST) FOR
      *         THE TTTBAL BALANCING STEP WHEN A RUN COMPLETES.
      ******************************************************************
      /
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT  SECTION.
       FILE-CONTROL.
           SELECT GAME-HISTORY-FILE ASSIGN TO DYNAMIC CFG-GAMEHIST-FILE
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              RECORD KEY   IS GHS-KEY
              ALTERNATE RECORD KEY IS GHS-OPERATOR-KEY
                 WITH DUPLICATES
              ALTERNATE RECORD KEY IS GHS-SITE-KEY
                 WITH DUPLICATES
              FILE STATUS  IS GAMEHIST-FILE-STATUS.

           SELECT RATINGS-FILE ASSIGN TO DYNAMIC CFG-RATINGS-FILE
              ORGANIZATION IS INDEXED

       DATA DIVISION.
       FILE SECTION.
       FD  GAME-HISTORY-FILE.
           COPY "GHISTREC.CPY".

       FD  RATINGS-FILE.
           COPY "RATNGREC.CPY".

       WORKING-STORAGE SECTION.

      * SITE CONFIGURATION - FILLED BY TTTCONF AT STARTUP; THE STORE
      * AND THE RATING FILE ARE ASSIGNED TO THE CFG- NAMES SO
      * OPERATIONS CAN REPOINT THEM WITHOUT A RECOMPILE
           COPY "CONFREC.CPY".

      * CONTROL-TOTAL POSTING INTERFACE - SEE TTTPOST
           COPY "POSTREC.CPY".

      * FILE STATUS / END-OF-FILE CONTROL
       77 GAMEHIST-FILE-STATUS   PIC  X(2)  VALUE SPACES.
       77 RATINGS-FILE-STATUS    PIC  X(2)  VALUE SPACES.
       77 RATINGS-NEW-STATUS     PIC  X(2)  VALUE SPACES.
       77 CONTROL-FILE-STATUS    PIC  X(2)  VALUE SPACES.
           88 APPLY-DONE               VALUE "Y".
           88 APPLY-NOT-DONE           VALUE "N".

       77 FLAG-HISTORY-EOF       PIC  X(1)  VALUE "N".
           88 HISTORY-EOF              VALUE "Y".
           88 HISTORY-NOT-EOF          VALUE "N".

       77 FLAG-HISTORY-STORE     PIC  X(1)  VALUE "N".
           88 HISTORY-STORE-OPEN       VALUE "Y".
           88 HISTORY-STORE-ABSENT     VALUE "N".
           88 HISTORY-STORE-FAILED     VALUE "X".

       77 FLAG-RATING-FOUND      PIC  X(1)  VALUE "N".
           88 RATING-FOUND             VALUE "Y".
             10 WS-EV-CPU-FLAG         PIC X(1).
             10 WS-EV-CPU-RATING       PIC 9(5).
             10 WS-EV-SCORE1           PIC 9(3).
             10 WS-EV-KIND             PIC X(1).
                88 WS-EV-CPU-GAME          VALUE "C".
                88 WS-EV-CASUAL-GAME       VALUE "M".
                88 WS-EV-TOURNAMENT-GAME   VALUE "T".

       01 WS-SWAP-ENTRY.
          05 WS-SW-DATE          PIC  9(8).
          05 WS-SW-CPU-FLAG      PIC  X(1).
          05 WS-SW-CPU-RATING    PIC  9(5).
          05 WS-SW-SCORE1        PIC  9(3).
          05 WS-SW-KIND          PIC  X(1).

      * THE EXCHANGE IN FLIGHT - RATINGS OF THE TWO SIDES, THE
      * EXPECTED SCORE FOR SIDE 1 AND THE SIGNED POINTS MOVED

      * RUNNING TOTALS FOR THE TRAILER
       77 WS-GAMES-RATED         PIC  9(7)  VALUE ZERO.
       77 WS-CPU-RATED           PIC  9(7)  VALUE ZERO.
       77 WS-CASUAL-RATED        PIC  9(7)  VALUE ZERO.
       77 WS-TOURNAMENT-RATED    PIC  9(7)  VALUE ZERO.
       77 WS-GAMES-SKIPPED       PIC  9(7)  VALUE ZERO.

      * THE RUN'S RATING CHANGES ARE STAGED HERE, IN MEMORY, AND
          05 WS-RL-NEW           PIC  ZZZZ9.
          05 FILLER              PIC  X(02) VALUE SPACES.
          05 WS-RL-CHANGE        PIC  +ZZZ9.
          05 FILLER              PIC  X(02) VALUE SPACES.
          05 WS-RL-KIND          PIC  X(10).

       01 WS-HEADER-LINE.
          05 FILLER              PIC  X(40) VALUE
      *   APPLY, MATERIALIZE IT AND COMPLETE THE MARKER
      * --------------------------------------------------------------
       RATE-THE-BACKLOG.
           PERFORM LOAD-HISTORY-EVENTS

      * ... A RESULT THAT DID NOT FIT THE TABLE CAN NEVER BE RATED
      * ... ONCE THE WATERMARK PASSES IT - SO WHEN ANYTHING WAS
      * ... SKIPPED, NOTHING IS RATED AND THE WATERMARK STAYS PUT.
      * ... THE SAME WHEN THE STORE COULD NOT BE READ AT ALL.
           EVALUATE TRUE
              WHEN HISTORY-STORE-FAILED
                   PERFORM REPORT-STORE-FAILURE
                   MOVE 8 TO RETURN-CODE
              WHEN WS-GAMES-SKIPPED > ZERO
                   PERFORM REPORT-OVERFLOW-FAILURE
                   MOVE 8 TO RETURN-CODE
              WHEN OTHER
                   PERFORM SORT-EVENT-TABLE
                   PERFORM APPLY-ALL-EVENTS
                   IF CACHE-OVERFLOWED
                      PERFORM REPORT-CACHE-FAILURE
                      MOVE 8 TO RETURN-CODE
                   ELSE
                      PERFORM BUILD-RATINGS-WORK-FILE
                      PERFORM MARK-PHASE-APPLY
                      PERFORM APPLY-RATINGS-WORK-FILE
                      IF APPLY-DONE
                         PERFORM WRITE-CONTROL-COMPLETE
                         PERFORM PRINT-TRAILER
                         PERFORM POST-CONTROL-TOTALS
                      ELSE
                         MOVE 8 TO RETURN-CODE
                      END-IF
                   END-IF
           END-EVALUATE
           .
      /
      * --------------------------------------------------------------
           .
      /
      * --------------------------------------------------------------
      *   POOL THE RESULTS NEWER THAN THE WATERMARK, BOTH KINDS, FROM
      *   A START AT THE WATERMARK ITSELF - A GAME IN THE SAME SECOND
      *   AS THE MARK WAS RATED LAST RUN AND IS PASSED OVER
      * --------------------------------------------------------------
       LOAD-HISTORY-EVENTS.
           SET HISTORY-NOT-EOF TO TRUE

      * ... NO STORE YET IS NOTHING NEW TO RATE; A STORE THAT WILL NOT
      * ... OPEN IS NOT READ AT ALL AND FAILS THE RUN
           OPEN INPUT GAME-HISTORY-FILE
           EVALUATE GAMEHIST-FILE-STATUS
              WHEN "00"
                   SET HISTORY-STORE-OPEN TO TRUE
                   MOVE LOW-VALUES   TO GHS-KEY
                   MOVE WS-MARK-DATE TO GHS-GAME-DATE
                   MOVE WS-MARK-TIME TO GHS-GAME-TIME
                   START GAME-HISTORY-FILE
                         KEY IS NOT LESS THAN GHS-KEY
                      INVALID KEY
                         SET HISTORY-EOF TO TRUE
                   END-START
              WHEN "35"
                   SET HISTORY-STORE-ABSENT TO TRUE
                   SET HISTORY-EOF TO TRUE
              WHEN OTHER
                   SET HISTORY-STORE-FAILED TO TRUE
                   SET HISTORY-EOF TO TRUE
                   DISPLAY "TTTRATE: GAME-HISTORY STORE WILL NOT OPEN"
                           " - STATUS " GAMEHIST-FILE-STATUS
           END-EVALUATE

           PERFORM UNTIL HISTORY-EOF
              READ GAME-HISTORY-FILE NEXT RECORD
                 AT END
                    SET HISTORY-EOF TO TRUE
              END-READ
              IF NOT HISTORY-EOF
                 IF NOT GHS-VOIDED
                    AND (GHS-GAME-DATE > WS-MARK-DATE
                         OR GHS-GAME-TIME > WS-MARK-TIME)
                    EVALUATE TRUE
                       WHEN GHS-CPU-GAME
                            PERFORM LOAD-ONE-GAME-EVENT
                       WHEN GHS-MATCH-GAME
                            PERFORM LOAD-ONE-MATCH-EVENT
                    END-EVALUATE
                 END-IF
              END-IF
           END-PERFORM

           IF HISTORY-STORE-OPEN
              CLOSE GAME-HISTORY-FILE
           END-IF
           .

      * --------------------------------------------------------------
      *   ONE PLAYER-VS-CPU RESULT. THE CPU SIDE PLAYS AT THE FIXED
      *   RATING FOR THE DIFFICULTY RECORDED ON THE ENTRY.
      * --------------------------------------------------------------
       LOAD-ONE-GAME-EVENT.
           IF WS-EVENT-COUNT < 5000
              ADD 1 TO WS-EVENT-COUNT
              MOVE GHS-GAME-DATE   TO WS-EV-DATE(WS-EVENT-COUNT)
              MOVE GHS-GAME-TIME   TO WS-EV-TIME(WS-EVENT-COUNT)
              MOVE GHS-OPERATOR-ID TO WS-EV-SIDE1(WS-EVENT-COUNT)
              MOVE "CPU"           TO WS-EV-SIDE2(WS-EVENT-COUNT)
              MOVE "Y"             TO WS-EV-CPU-FLAG(WS-EVENT-COUNT)
              MOVE "C"             TO WS-EV-KIND(WS-EVENT-COUNT)
              EVALUATE TRUE
                 WHEN GHS-DIFF-EASY
                      MOVE WK-CPU-EASY-RATING
                        TO WS-EV-CPU-RATING(WS-EVENT-COUNT)
                 WHEN GHS-DIFF-UNBEATABLE
                      MOVE WK-CPU-UNBEAT-RATING
                        TO WS-EV-CPU-RATING(WS-EVENT-COUNT)
                 WHEN OTHER
                        TO WS-EV-CPU-RATING(WS-EVENT-COUNT)
              END-EVALUATE
              EVALUATE TRUE
                 WHEN GHS-RESULT-WIN
                      MOVE 100 TO WS-EV-SCORE1(WS-EVENT-COUNT)
                 WHEN GHS-RESULT-DRAW
                      MOVE 50  TO WS-EV-SCORE1(WS-EVENT-COUNT)
                 WHEN OTHER
                      MOVE ZERO TO WS-EV-SCORE1(WS-EVENT-COUNT)
           .
      /
      * --------------------------------------------------------------
      *   ONE HEAD-TO-HEAD RESULT - PLAYER 1 IS THE ROW'S OPERATOR
      * --------------------------------------------------------------
       LOAD-ONE-MATCH-EVENT.
           IF WS-EVENT-COUNT < 5000
              ADD 1 TO WS-EVENT-COUNT
              MOVE GHS-GAME-DATE   TO WS-EV-DATE(WS-EVENT-COUNT)
              MOVE GHS-GAME-TIME   TO WS-EV-TIME(WS-EVENT-COUNT)
              MOVE GHS-OPERATOR-ID TO WS-EV-SIDE1(WS-EVENT-COUNT)
              MOVE GHS-PLAYER2-ID  TO WS-EV-SIDE2(WS-EVENT-COUNT)
              MOVE "N"            TO WS-EV-CPU-FLAG(WS-EVENT-COUNT)
              MOVE ZERO           TO WS-EV-CPU-RATING(WS-EVENT-COUNT)
              IF GHS-CASUAL-GAME
                 MOVE "M"         TO WS-EV-KIND(WS-EVENT-COUNT)
              ELSE
                 MOVE "T"         TO WS-EV-KIND(WS-EVENT-COUNT)
              END-IF
      * ...    A FORFEIT RATES LIKE A WIN FOR THE SIDE THAT DID NOT
      * ...    RUN OUT OF TIME
              EVALUATE TRUE
                 WHEN GHS-RESULT-P1-WIN
                      MOVE 100 TO WS-EV-SCORE1(WS-EVENT-COUNT)
                 WHEN GHS-RESULT-P2-FORF
                      MOVE 100 TO WS-EV-SCORE1(WS-EVENT-COUNT)
                 WHEN GHS-RESULT-DRAW
                      MOVE 50  TO WS-EV-SCORE1(WS-EVENT-COUNT)
                 WHEN OTHER
                      MOVE ZERO TO WS-EV-SCORE1(WS-EVENT-COUNT)

           MOVE SPACES TO REPORT-LINE
           STRING "OPERATOR              OPPONENT             "
                  " RES    OLD -> NEW    CHG  GAME"
                  DELIMITED BY SIZE
                  INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           STRING "--------------------  --------------------  "
                  "----  ----------------  ----------"
                  DELIMITED BY SIZE
                  INTO REPORT-LINE
           WRITE REPORT-LINE
           .
                   / 100

           ADD 1 TO WS-GAMES-RATED
           EVALUATE TRUE
              WHEN WS-EV-CPU-GAME(WS-EVENT-IDX)
                   ADD 1 TO WS-CPU-RATED
                   MOVE "CPU"        TO WS-RL-KIND
              WHEN WS-EV-TOURNAMENT-GAME(WS-EVENT-IDX)
                   ADD 1 TO WS-TOURNAMENT-RATED
                   MOVE "TOURNAMENT" TO WS-RL-KIND
              WHEN OTHER
                   ADD 1 TO WS-CASUAL-RATED
                   MOVE "CASUAL"     TO WS-RL-KIND
           END-EVALUATE

      * ... SIDE 1
           COMPUTE WS-RATING-NEW = WS-RATING-A + WS-DELTA
           MOVE "RESULTS RATED"             TO WS-TR-LABEL
           MOVE WS-GAMES-RATED              TO WS-TR-VALUE
           PERFORM PRINT-TRAILER-LINE

           MOVE "  AGAINST THE CPU"         TO WS-TR-LABEL
           MOVE WS-CPU-RATED                TO WS-TR-VALUE
           PERFORM PRINT-TRAILER-LINE

           MOVE "  CASUAL 2-PLAYER"         TO WS-TR-LABEL
           MOVE WS-CASUAL-RATED             TO WS-TR-VALUE
           PERFORM PRINT-TRAILER-LINE

           MOVE "  TOURNAMENT MATCHES"      TO WS-TR-LABEL
           MOVE WS-TOURNAMENT-RATED         TO WS-TR-VALUE
           PERFORM PRINT-TRAILER-LINE
           .

      * --------------------------------------------------------------
      *   THE GAME-HISTORY STORE WOULD NOT OPEN - NOTHING WAS RATED
      *   AND THE WATERMARK DID NOT MOVE. PUT THE STORE RIGHT AND
      *   RE-RUN.
      * --------------------------------------------------------------
       REPORT-STORE-FAILURE.
           MOVE SPACES TO REPORT-LINE
           STRING "RUN FAILED - GAME-HISTORY STORE WILL NOT OPEN - "
                  "STATUS "              DELIMITED BY SIZE
                  GAMEHIST-FILE-STATUS   DELIMITED BY SIZE
                  INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE "NOTHING RATED AND THE WATERMARK NOT MOVED"
                TO REPORT-LINE
           WRITE REPORT-LINE
           .

      * --------------------------------------------------------------
              WRITE REPORT-LINE
           END-IF
           .
      /
      * --------------------------------------------------------------
      *   POST THE COMPLETED RUN'S CONTROL TOTALS TO THE LEDGER
      * --------------------------------------------------------------
       POST-CONTROL-TOTALS.
           MOVE "TTTRATE"               TO PST-STEP-NAME
           MOVE ZERO                    TO PST-DATA-FROM
           MOVE ZERO                    TO PST-DATA-TO

           MOVE "EVENTS-LOADED"         TO PST-TOTAL-NAME
           MOVE WS-EVENT-COUNT          TO PST-TOTAL-VALUE
           CALL "TTTPOST" USING TTT-POST-AREA

           MOVE "RESULTS-RATED"         TO PST-TOTAL-NAME
           MOVE WS-GAMES-RATED          TO PST-TOTAL-VALUE
           CALL "TTTPOST" USING TTT-POST-AREA

           MOVE "CPU-RATED"             TO PST-TOTAL-NAME
           MOVE WS-CPU-RATED            TO PST-TOTAL-VALUE
           CALL "TTTPOST" USING TTT-POST-AREA

           MOVE "CASUAL-RATED"          TO PST-TOTAL-NAME
           MOVE WS-CASUAL-RATED         TO PST-TOTAL-VALUE
           CALL "TTTPOST" USING TTT-POST-AREA

           MOVE "TOURN-RATED"           TO PST-TOTAL-NAME
           MOVE WS-TOURNAMENT-RATED     TO PST-TOTAL-VALUE
           CALL "TTTPOST" USING TTT-POST-AREA
           .
