       PROGRAM-ID.          TTTRECON.
       AUTHOR.              ISAAC GARCIA PEVERI
       DATE-WRITTEN.        22.08.2026.
      * LAST EDIT           15.10.2026.
       REMARKS.             RECONCILIATION PROOF RUN FOR THE TICTACTOE
                             TALLY PAIR. STATS.DAT AND GAMELOG.DAT ARE
                             UPDATED ONE AFTER THE OTHER BY THE GAME
                             TICTACTOE), SO A CRASH BETWEEN THE TWO
                             LEAVES THEM OUT OF STEP. THIS JOB RE-TOTALS
                             WINS, LOSSES AND DRAWS PER OPERATOR FROM
                             THE GAMEHIST.DAT GAME-HISTORY STORE (THE
                             GAME LOG'S INDEXED COPY), COMPARES THEM
                             AGAINST THE
                             STATS FILE, PRINTS AN EXCEPTIONS REPORT
                             FOR EVERY OPERATOR THAT DOES NOT BALANCE,
                             AND OPTIONALLY REPAIRS THE STATS RECORD
      *         FROM THE LOG TOTALS (WINS, LOSSES, DRAWS AND THE
      *         RECOMPUTED STREAKS). WITHOUT IT THE RUN ONLY REPORTS.
      *
      *         THE STORE IS NEVER PURGED BY TTTHSKP AND WAS LOADED
      *         FROM THE ARCHIVES AS WELL AS THE LIVE LOG, SO THE RUN
      *         PROVES THE ALL-TIME TALLY WITHOUT THE ARCHIVES HAVING
      *         TO BE CONCATENATED BY HAND. IT IS READ ALONG THE
      *         OPERATOR KEY - EACH OPERATOR'S GAMES TOGETHER, IN THE
      *         ORDER PLAYED - AND ONLY THE GAMES AGAINST THE CPU ARE
      *         TOTALED, AS STATS.DAT ONLY COUNTS THOSE.
      *
      *         OPERATORS ON STATS.DAT WITH NO GAMES IN THE STORE ARE
      *         LISTED FOR INFORMATION BUT NEVER REPAIRED - HISTORY
      *         PURGED BEFORE THE STORE WAS LOADED IS LEGITIMATELY NOT
      *         THERE.
      *
      *         A STORE NOT YET BUILT (RUN TTTHLOAD) OR ONE THAT WILL
      *         NOT OPEN IS NOT TAKEN AS AN EMPTY HISTORY: STATS.DAT IS
      *         NEITHER COMPARED NOR REPAIRED, NOTHING IS POSTED, AND
      *         THE RUN ENDS WITH RETURN CODE 8.
      *
      *         THE TRAILER COUNTS ARE POSTED TO THE CONTROL-TOTALS
      *         LEDGER (TTTPOST) FOR THE TTTBAL BALANCING STEP.
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

           SELECT STATS-FILE ASSIGN TO DYNAMIC CFG-STATS-FILE
              ORGANIZATION IS INDEXED

       DATA DIVISION.
       FILE SECTION.
       FD  GAME-HISTORY-FILE.
           COPY "GHISTREC.CPY".

       FD  STATS-FILE.
           COPY "STATSREC.CPY".
       WORKING-STORAGE SECTION.

      * SITE CONFIGURATION - FILLED BY TTTCONF AT STARTUP; THE STATS
      * FILE AND THE GAME-HISTORY STORE COME FROM THE CFG- NAMES SO
      * OPERATIONS CAN REPOINT THEM WITHOUT A RECOMPILE
           COPY "CONFREC.CPY".

      * CONTROL-TOTAL POSTING INTERFACE - SEE TTTPOST
           COPY "POSTREC.CPY".

      * FILE STATUS / END-OF-FILE CONTROL
       77 GAMEHIST-FILE-STATUS   PIC  X(2)  VALUE SPACES.
       77 STATS-FILE-STATUS      PIC  X(2)  VALUE SPACES.
       77 REPORT-FILE-STATUS     PIC  X(2)  VALUE SPACES.

       77 FLAG-HISTORY-EOF       PIC  X(1)  VALUE "N".
           88 HISTORY-EOF              VALUE "Y".
           88 HISTORY-NOT-EOF          VALUE "N".

       77 FLAG-HISTORY-STORE     PIC  X(1)  VALUE "N".
           88 HISTORY-STORE-OPEN       VALUE "Y".
           88 HISTORY-STORE-ABSENT     VALUE "N".
           88 HISTORY-STORE-FAILED     VALUE "X".

       77 FLAG-STATS-EOF         PIC  X(1)  VALUE "N".
           88 STATS-EOF                VALUE "Y".
           88 STATS-NOT-EOF            VALUE "N".

      * RUN OPTIONS - REPAIR MODE
       77 WS-FIX-OPTION          PIC  X(1)  VALUE "N".
           88 REPAIR-MODE              VALUE "Y".
           88 REPORT-ONLY-MODE         VALUE "N".

       77 WS-RUN-DATE            PIC  9(8)  VALUE ZERO.

      * PER-OPERATOR TOTALS RE-BUILT FROM THE GAME-HISTORY STORE.
      * EACH OPERATOR'S GAMES COME IN THE ORDER PLAYED, SO THE WIN
      * STREAKS CAN BE RECOMPUTED ON THE SAME RULES UPDATE-STATS-FILE
      * APPLIES LIVE.
       77 WS-OP-COUNT            PIC  9(3)  VALUE ZERO.
       77 WS-OP-IDX              PIC  9(3)  VALUE ZERO.
       77 WS-OP-FOUND-IDX        PIC  9(3)  VALUE ZERO.
       PROCEDURE  DIVISION.
       MAIN-LOGIC.
           PERFORM INITIALIZE-RUN
           PERFORM TOTAL-GAME-HISTORY
           PERFORM OPEN-REPORT

      * ... WITHOUT THE STORE THERE IS NOTHING TO BALANCE AGAINST -
      * ... STATS.DAT IS NEITHER COMPARED NOR REPAIRED, NOTHING IS
      * ... POSTED, AND THE RUN FAILS SO THE NIGHTLY STREAM STOPS
           IF HISTORY-STORE-OPEN
              PERFORM COMPARE-STATS-FILE
              PERFORM REPORT-LOG-ONLY-OPERATORS
           ELSE
              PERFORM REPORT-STORE-NOT-READ
           END-IF
           PERFORM PRINT-TRAILER
           PERFORM TERMINATE-RUN

           IF HISTORY-STORE-OPEN
              PERFORM POST-CONTROL-TOTALS
           ELSE
              MOVE 8 TO RETURN-CODE
           END-IF

           STOP RUN
           .
      /
      * --------------------------------------------------------------
      *   PICK UP THE RUN OPTIONS
      * --------------------------------------------------------------
       INITIALIZE-RUN.
           SET CFG-NOT-LOADED TO TRUE
           IF WS-FIX-OPTION NOT = "Y"
              SET REPORT-ONLY-MODE TO TRUE
           END-IF
           .
      /
      * --------------------------------------------------------------
      *   PASS 1 - RE-TOTAL THE GAME-HISTORY STORE INTO THE
      *   PER-OPERATOR TABLE ALONG THE OPERATOR KEY, RECOMPUTING THE
      *   WIN STREAKS ON THE SAME RULES THE GAME APPLIES LIVE IN
      *   UPDATE-STATS-FILE
      * --------------------------------------------------------------
       TOTAL-GAME-HISTORY.
           SET HISTORY-NOT-EOF TO TRUE

           OPEN INPUT GAME-HISTORY-FILE
           EVALUATE GAMEHIST-FILE-STATUS
              WHEN "00"
                   SET HISTORY-STORE-OPEN TO TRUE
                   MOVE LOW-VALUES TO GHS-OPERATOR-KEY
                   START GAME-HISTORY-FILE
                         KEY IS NOT LESS THAN GHS-OPERATOR-KEY
                      INVALID KEY
                         SET HISTORY-EOF TO TRUE
                   END-START
              WHEN "35"
                   SET HISTORY-STORE-ABSENT TO TRUE
                   SET HISTORY-EOF TO TRUE
                   DISPLAY "TTTRECON: GAME HISTORY STORE NOT BUILT - "
                           "RUN TTTHLOAD"
              WHEN OTHER
                   SET HISTORY-STORE-FAILED TO TRUE
                   SET HISTORY-EOF TO TRUE
                   DISPLAY "TTTRECON: GAME-HISTORY STORE WILL NOT OPEN"
                           " - STATUS " GAMEHIST-FILE-STATUS
           END-EVALUATE

           PERFORM UNTIL HISTORY-EOF
              READ GAME-HISTORY-FILE NEXT RECORD
                 AT END
                    SET HISTORY-EOF TO TRUE
              END-READ
              IF NOT HISTORY-EOF
      * ...      A GAME VOIDED BY TTTADJ IS EXCLUDED, NOT COUNTED
                 IF GHS-CPU-GAME
                    AND NOT GHS-VOIDED
                    PERFORM TOTAL-ONE-GAME
                 END-IF
              END-IF
           END-PERFORM

           IF HISTORY-STORE-OPEN
              CLOSE GAME-HISTORY-FILE
           END-IF
           .

           PERFORM FIND-OR-ADD-OPERATOR

           EVALUATE TRUE
              WHEN GHS-RESULT-WIN
                   ADD 1 TO WS-OP-WON(WS-OP-FOUND-IDX)
                   ADD 1 TO WS-OP-CUR-STREAK(WS-OP-FOUND-IDX)
                   IF WS-OP-CUR-STREAK(WS-OP-FOUND-IDX) >
                      MOVE WS-OP-CUR-STREAK(WS-OP-FOUND-IDX)
                        TO WS-OP-MAX-STREAK(WS-OP-FOUND-IDX)
                   END-IF
              WHEN GHS-RESULT-LOSS
                   ADD 1    TO WS-OP-LOST(WS-OP-FOUND-IDX)
                   MOVE ZERO TO WS-OP-CUR-STREAK(WS-OP-FOUND-IDX)
              WHEN GHS-RESULT-FORFEIT
                   ADD 1    TO WS-OP-FORF(WS-OP-FOUND-IDX)
                   MOVE ZERO TO WS-OP-CUR-STREAK(WS-OP-FOUND-IDX)
              WHEN OTHER
           .
      /
      * --------------------------------------------------------------
      *   LOOK UP GHS-OPERATOR-ID'S TABLE ENTRY, ADDING A FRESH ONE
      *   THE FIRST TIME AN OPERATOR IS SEEN (SAME FIND-OR-ADD
      *   CONVENTION AS TTTREPRT). LEAVES THE SUBSCRIPT IN
      *   WS-OP-FOUND-IDX.
           MOVE ZERO TO WS-OP-FOUND-IDX
           PERFORM VARYING WS-OP-IDX FROM 1 BY 1
                   UNTIL WS-OP-IDX > WS-OP-COUNT
              IF WS-OP-ID(WS-OP-IDX) = GHS-OPERATOR-ID
                 MOVE WS-OP-IDX TO WS-OP-FOUND-IDX
              END-IF
           END-PERFORM
      * ON A ZERO INDEX.
                 MOVE 200             TO WS-OP-FOUND-IDX
              END-IF
              MOVE GHS-OPERATOR-ID    TO WS-OP-ID(WS-OP-FOUND-IDX)
              MOVE ZERO TO WS-OP-WON(WS-OP-FOUND-IDX)
                           WS-OP-LOST(WS-OP-FOUND-IDX)
                           WS-OP-DRAWN(WS-OP-FOUND-IDX)
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           STRING "GAME HISTORY INPUT: " DELIMITED BY SIZE
                  CFG-GAMEHIST-FILE      DELIMITED BY "  "
                  INTO REPORT-LINE
           WRITE REPORT-LINE

           .
      /
      * --------------------------------------------------------------
      *   SAY ON THE REPORT WHY NOTHING WAS BALANCED
      * --------------------------------------------------------------
       REPORT-STORE-NOT-READ.
           MOVE SPACES TO REPORT-LINE
           IF HISTORY-STORE-ABSENT
              MOVE "GAME HISTORY STORE NOT BUILT - RUN TTTHLOAD"
                   TO REPORT-LINE
           ELSE
              STRING "GAME-HISTORY STORE WILL NOT OPEN - STATUS "
                                        DELIMITED BY SIZE
                     GAMEHIST-FILE-STATUS DELIMITED BY SIZE
                     INTO REPORT-LINE
           END-IF
           WRITE REPORT-LINE

           MOVE "STATS.DAT NOT COMPARED - NOTHING REPAIRED"
                TO REPORT-LINE
           WRITE REPORT-LINE
           .
      /
      * --------------------------------------------------------------
      *   PRINT THE BALANCING TRAILER AND CLOSE DOWN
      * --------------------------------------------------------------
       PRINT-TRAILER.
       TERMINATE-RUN.
           CLOSE REPORT-FILE
           .
      /
      * --------------------------------------------------------------
      *   POST THE TRAILER COUNTS TO THE LEDGER
      * --------------------------------------------------------------
       POST-CONTROL-TOTALS.
           MOVE "TTTRECON"              TO PST-STEP-NAME
           MOVE ZERO                    TO PST-DATA-FROM
           MOVE ZERO                    TO PST-DATA-TO

           MOVE "GAMES-READ"            TO PST-TOTAL-NAME
           MOVE WS-GAMES-READ           TO PST-TOTAL-VALUE
           CALL "TTTPOST" USING TTT-POST-AREA

           MOVE "OPERATORS"             TO PST-TOTAL-NAME
           MOVE WS-OP-COUNT             TO PST-TOTAL-VALUE
           CALL "TTTPOST" USING TTT-POST-AREA

           MOVE "STATS-READ"            TO PST-TOTAL-NAME
           MOVE WS-STATS-READ           TO PST-TOTAL-VALUE
           CALL "TTTPOST" USING TTT-POST-AREA

           MOVE "EXCEPTIONS"            TO PST-TOTAL-NAME
           MOVE WS-EXCEPTION-COUNT      TO PST-TOTAL-VALUE
           CALL "TTTPOST" USING TTT-POST-AREA

           MOVE "REPAIRS"               TO PST-TOTAL-NAME
           MOVE WS-REPAIR-COUNT         TO PST-TOTAL-VALUE
           CALL "TTTPOST" USING TTT-POST-AREA
           .
