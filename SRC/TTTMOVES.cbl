       PROGRAM-ID.          TTTMOVES.
       AUTHOR.              ISAAC GARCIA PEVERI
       DATE-WRITTEN.        22.08.2026.
      * LAST EDIT           15.10.2026.
       REMARKS.             MOVE-PATTERN ANALYTICS FROM THE GAME
                             HISTORY. DIGESTS THE MOVES CARRIED ON
                             EACH GAMEHIST.DAT ROW AND PRINTS A
                             PER-CELL FREQUENCY TABLE FOR THE 3X3 GRID
                             (PLAYER AGAINST CPU), THE DISTRIBUTION OF
                             OPENING MOVES, THE AVERAGE NUMBER OF MOVES
                             PER GAME, AND - FROM THE RESULT ON THE
                             SAME ROW - THE WIN RATE BY OPENING
                             CELL, SPLIT BY WHO OPENED. SETTLES THE
                             FLOOR'S STANDING ARGUMENT ABOUT WHETHER
                             OPENING IN THE CENTRE ACTUALLY WINS MORE.
      *         TIC TAC TOE MOVE PATTERN ANALYTICS
      *
      *         PLAYER, PLAYER1 AND PLAYER2 MOVES ALL COUNT AS HUMAN
      *         IN THE FREQUENCY TABLE. EACH STORE ROW IS ONE GAME,
      *         SO THE WHOLE HISTORY IS ONE PASS IN KEY ORDER WITH
      *         NO MOVE-TO-RESULT JOIN AND NO TABLE OF GAMES. A GAME
      *         FROM BEFORE THE GAME NUMBER EXISTED (GAME ZERO) HAD
      *         ITS MOVES HUNG ON IT BEST EFFORT BY TTTHLOAD, SO ITS
      *         MOVES SHOW IN THE FREQUENCY AND OPENING TABLES BUT
      *         ARE LEFT OUT OF BOTH THE MOVES-PER-GAME AVERAGE AND
      *         THE WIN RATES (THE AVERAGES LINE COUNTS THEM
      *         SEPARATELY). MOVES OF A GAME THAT NEVER FINISHED ARE
      *         ON NO ROW AND ARE NOT COUNTED. A VOIDED GAME'S MOVES
      *         STILL COUNT; ITS RESULT DOES NOT.
      *         ONLY 1-PLAYER GAMES HAVE A WIN/LOSS RESULT, SO THE
      *         WIN-RATE TABLES ARE PLAYER-VS-CPU ONLY.
      *         A STORE NOT BUILT, OR ONE THAT WILL NOT OPEN, IS NOT
      *         TAKEN AS A HISTORY WITH NO GAMES - THE REPORT SAYS
      *         WHY NOTHING WAS READ AND THE RUN ENDS WITH RC 8.
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

           SELECT REPORT-FILE ASSIGN TO "TTTMOVES.LST"
              ORGANIZATION IS LINE SEQUENTIAL

       DATA DIVISION.
       FILE SECTION.
       FD  GAME-HISTORY-FILE.
           COPY "GHISTREC.CPY".

       FD  REPORT-FILE.
       01 REPORT-LINE            PIC X(80).

       WORKING-STORAGE SECTION.

      * SITE CONFIGURATION - FILLED BY TTTCONF AT STARTUP; THE
      * HISTORY STORE IS ASSIGNED TO THE CFG- NAMES SO OPERATIONS CAN
      * REPOINT THEM WITHOUT A RECOMPILE
           COPY "CONFREC.CPY".

      * FILE STATUS / END-OF-FILE CONTROL
       77 GAMEHIST-FILE-STATUS   PIC  X(2)  VALUE SPACES.
       77 REPORT-FILE-STATUS     PIC  X(2)  VALUE SPACES.

       77 FLAG-HISTORY-EOF       PIC  X(1)  VALUE "N".
           88 HISTORY-EOF              VALUE "Y".
           88 HISTORY-NOT-EOF          VALUE "N".

       77 FLAG-HISTORY-STORE     PIC  X(1)  VALUE "N".
           88 HISTORY-STORE-OPEN       VALUE "Y".
           88 HISTORY-STORE-ABSENT     VALUE "N".
           88 HISTORY-STORE-FAILED     VALUE "X".

       77 WS-RUN-DATE            PIC  9(8)  VALUE ZERO.
       77 WS-TOTAL-MOVES         PIC  9(7)  VALUE ZERO.
       77 WS-AVG-MOVES           PIC  9(3)V99 VALUE ZERO.

      * THE AVERAGE ONLY COUNTS NUMBERED GAMES - THE MOVES ON A
      * LEGACY GAME-ZERO ROW WERE MATCHED TO IT BEST EFFORT AND
      * WOULD SKEW IT
       77 WS-NUMBERED-GAMES      PIC  9(7)  VALUE ZERO.
       77 WS-NUMBERED-MOVES      PIC  9(7)  VALUE ZERO.
       77 WS-LEGACY-MOVES        PIC  9(7)  VALUE ZERO.
       77 WS-CELL                PIC  9(2)  VALUE ZERO.

      * THE GAME BEING DIGESTED - ITS OPENING MOVE AND MOVE COUNT
       77 WS-MOVE-IDX            PIC  9(2)  VALUE ZERO.
       77 WS-GAME-MOVES          PIC  9(2)  VALUE ZERO.
       77 WS-OPEN-CELL           PIC  9(2)  VALUE ZERO.
       77 WS-OPENER              PIC  X(1)  VALUE SPACE.

      * WIN-RATE ROW: 1 = THE PLAYER OPENED, 2 = THE CPU OPENED
       77 WS-OPENER-IDX          PIC  9(1)  VALUE ZERO.

      * PER-CELL MOVE AND OPENING COUNTS, HUMAN AND CPU SIDE BY SIDE
       01 WS-CELL-COUNTS.
          05 WS-CELL-ENTRY OCCURS 9 TIMES.
                15 WS-OR-LOST          PIC 9(5).
                15 WS-OR-DRAWN         PIC 9(5).

      * REPORT LINE WORK AREAS
       01 WS-FREQ-LINE.
          05 FILLER              PIC  X(02) VALUE SPACES.

       01 WS-AVG-LINE.
          05 FILLER              PIC  X(16) VALUE "GAMES ANALYZED: ".
          05 WS-AV-GAMES         PIC  ZZZZZZ9.
          05 FILLER              PIC  X(15) VALUE "  TOTAL MOVES: ".
          05 WS-AV-MOVES         PIC  ZZZZZZ9.
          05 FILLER              PIC  X(19) VALUE
           INITIALIZE WS-CELL-COUNTS
           INITIALIZE WS-OPENING-RESULTS

           PERFORM DIGEST-GAME-HISTORY

      * ... NO STORE TO READ IS NOT A HISTORY WITH NO GAMES - SAY SO
      * ... INSTEAD OF PRINTING EMPTY TABLES, AND FAIL THE RUN
           IF HISTORY-STORE-OPEN
              PERFORM PRINT-REPORT
           ELSE
              PERFORM PRINT-STORE-NOT-READ
              MOVE 8 TO RETURN-CODE
           END-IF

           STOP RUN
           .
      /
      * --------------------------------------------------------------
      *   READ EVERY GAME ON THE STORE IN KEY ORDER AND DIGEST THE
      *   MOVES CARRIED ON ITS ROW
      * --------------------------------------------------------------
       DIGEST-GAME-HISTORY.
           SET HISTORY-NOT-EOF TO TRUE

           OPEN INPUT GAME-HISTORY-FILE
           EVALUATE GAMEHIST-FILE-STATUS
              WHEN "00"
                   SET HISTORY-STORE-OPEN TO TRUE
                   MOVE LOW-VALUES TO GHS-KEY
                   START GAME-HISTORY-FILE
                         KEY IS NOT LESS THAN GHS-KEY
                      INVALID KEY
                         SET HISTORY-EOF TO TRUE
                   END-START
              WHEN "35"
                   SET HISTORY-STORE-ABSENT TO TRUE
                   SET HISTORY-EOF TO TRUE
                   DISPLAY "TTTMOVES: GAME HISTORY STORE NOT BUILT - "
                           "RUN TTTHLOAD"
              WHEN OTHER
                   SET HISTORY-STORE-FAILED TO TRUE
                   SET HISTORY-EOF TO TRUE
                   DISPLAY "TTTMOVES: GAME-HISTORY STORE WILL NOT OPEN"
                           " - STATUS " GAMEHIST-FILE-STATUS
           END-EVALUATE

           PERFORM UNTIL HISTORY-EOF
              READ GAME-HISTORY-FILE NEXT RECORD
                 AT END
                    SET HISTORY-EOF TO TRUE
              END-READ
              IF NOT HISTORY-EOF
                 PERFORM DIGEST-ONE-GAME
              END-IF
           END-PERFORM

           IF HISTORY-STORE-OPEN
              CLOSE GAME-HISTORY-FILE
           END-IF
           .

       DIGEST-ONE-GAME.
           MOVE ZERO  TO WS-GAME-MOVES
                         WS-OPEN-CELL
           MOVE SPACE TO WS-OPENER

           PERFORM VARYING WS-MOVE-IDX FROM 1 BY 1
                   UNTIL WS-MOVE-IDX > GHS-MOVE-COUNT
              IF GHS-MV-CELL(WS-MOVE-IDX) >= 1
                 AND GHS-MV-CELL(WS-MOVE-IDX) <= 9
                 PERFORM DIGEST-ONE-MOVE
              END-IF
           END-PERFORM

      * ... A ROW WITH NO MOVES ON IT SAYS NOTHING ABOUT PATTERNS
           IF WS-GAME-MOVES > ZERO
              IF GHS-GAME-NUMBER > ZERO
                 ADD 1             TO WS-NUMBERED-GAMES
                 ADD WS-GAME-MOVES TO WS-NUMBERED-MOVES
                 PERFORM ROLL-UP-OPENING-RESULT
              ELSE
                 ADD WS-GAME-MOVES TO WS-LEGACY-MOVES
              END-IF
           END-IF
           .

       DIGEST-ONE-MOVE.
           ADD 1 TO WS-TOTAL-MOVES
           ADD 1 TO WS-GAME-MOVES
           MOVE GHS-MV-CELL(WS-MOVE-IDX) TO WS-CELL

           IF GHS-MV-MOVER(WS-MOVE-IDX) = "CPU"
              ADD 1 TO WS-CL-CPU(WS-CELL)
           ELSE
              ADD 1 TO WS-CL-PLAYER(WS-CELL)
           END-IF

      * ... THE GAME'S FIRST LOGGED MOVE IS ITS OPENING
           IF WS-GAME-MOVES = 1
              MOVE WS-CELL TO WS-OPEN-CELL
              IF GHS-MV-MOVER(WS-MOVE-IDX) = "CPU"
                 MOVE "C" TO WS-OPENER
                 ADD 1 TO WS-CL-OPEN-CPU(WS-CELL)
              ELSE
                 MOVE "P" TO WS-OPENER
                 ADD 1 TO WS-CL-OPEN-PLAYER(WS-CELL)
              END-IF
           END-IF
           .
      /
      * --------------------------------------------------------------
      *   ROLL THE GAME INTO THE WIN-RATE GRID - ONE ROW PER OPENER
      *   (PLAYER/CPU), ONE COLUMN PER OPENING CELL
      * --------------------------------------------------------------
       ROLL-UP-OPENING-RESULT.
      * ... ONLY A STANDING GAME AGAINST THE CPU HAS A RESULT THAT
      * ... COUNTS. A TIMEOUT FORFEIT SAYS NOTHING ABOUT THE OPENING,
      * ... SO FORFEITED GAMES STAY OUT OF THE WIN-RATE GRID
           IF GHS-CPU-GAME
              AND NOT GHS-VOIDED
              AND GHS-RESULT NOT = SPACE
              AND NOT GHS-RESULT-FORFEIT
              MOVE WS-OPEN-CELL TO WS-CELL

              IF WS-OPENER = "C"
                 MOVE 2 TO WS-OPENER-IDX
              ELSE
                 MOVE 1 TO WS-OPENER-IDX
              END-IF

              ADD 1 TO WS-OR-GAMES(WS-OPENER-IDX, WS-CELL)
              EVALUATE TRUE
                 WHEN GHS-RESULT-WIN
                      ADD 1 TO WS-OR-WON(WS-OPENER-IDX, WS-CELL)
                 WHEN GHS-RESULT-LOSS
                      ADD 1 TO WS-OR-LOST(WS-OPENER-IDX, WS-CELL)
                 WHEN OTHER
                      ADD 1 TO WS-OR-DRAWN(WS-OPENER-IDX, WS-CELL)
              END-EVALUATE
           END-IF
           .
      /
      * --------------------------------------------------------------
      *   THE REPORT WHEN THE STORE COULD NOT BE READ - THE HEADER AND
      *   THE REASON ONLY
      * --------------------------------------------------------------
       PRINT-STORE-NOT-READ.
           OPEN OUTPUT REPORT-FILE

           MOVE WS-RUN-DATE    TO WS-HD-RUN-DATE
           MOVE SPACES         TO REPORT-LINE
           MOVE WS-HEADER-LINE TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

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

           CLOSE REPORT-FILE
           .

      * --------------------------------------------------------------
      *   PRINT EVERYTHING
      * --------------------------------------------------------------
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE 1 TO WS-OPENER-IDX
           MOVE "WIN RATE BY OPENING CELL - PLAYER OPENED"
                TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE 2 TO WS-OPENER-IDX
           MOVE "WIN RATE BY OPENING CELL - CPU OPENED"
                TO REPORT-LINE
           WRITE REPORT-LINE
           .

       PRINT-AVERAGES.
      * ... ONLY THE REAL (NUMBERED) GAMES FEED THE AVERAGE - THE
      * ... LEGACY GAME-ZERO MOVES ARE SHOWN ON A LINE OF THEIR OWN
           IF WS-NUMBERED-GAMES > ZERO
              COMPUTE WS-AVG-MOVES ROUNDED =
                      WS-NUMBERED-MOVES / WS-NUMBERED-GAMES

      * --------------------------------------------------------------
      *   ONE WIN-RATE TABLE FOR THE OPENER ROW PICKED BY THE CALLER
      *   (WS-OPENER-IDX: 1 = PLAYER OPENED, 2 = CPU OPENED).
      *   THE WIN PERCENTAGE IS THE OPERATOR'S, WHOEVER OPENED.
      * --------------------------------------------------------------
       PRINT-RATE-TABLE.

       PRINT-ONE-RATE-LINE.
           MOVE WS-CELL TO WS-RT-CELL
           MOVE WS-OR-GAMES(WS-OPENER-IDX, WS-CELL)
                                               TO WS-RT-GAMES
           MOVE WS-OR-WON(WS-OPENER-IDX, WS-CELL)
                                               TO WS-RT-WON
           MOVE WS-OR-LOST(WS-OPENER-IDX, WS-CELL)
                                               TO WS-RT-LOST
           MOVE WS-OR-DRAWN(WS-OPENER-IDX, WS-CELL)
                                               TO WS-RT-DRAWN

           IF WS-OR-GAMES(WS-OPENER-IDX, WS-CELL) > ZERO
              COMPUTE WS-RT-PCT ROUNDED =
                 WS-OR-WON(WS-OPENER-IDX, WS-CELL) * 100
                 / WS-OR-GAMES(WS-OPENER-IDX, WS-CELL)
           ELSE
              MOVE ZERO TO WS-RT-PCT
           END-IF
