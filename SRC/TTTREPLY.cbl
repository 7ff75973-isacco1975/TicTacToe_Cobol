       PROGRAM-ID.          TTTREPLY.
       AUTHOR.              ISAAC GARCIA PEVERI
       DATE-WRITTEN.        22.08.2026.
      * LAST EDIT           15.10.2026.
       REMARKS.             GAME REPLAY VIEWER FOR TICTACTOE - READS
                             THE GAMEHIST.DAT STORE (WRITTEN BY
                             TICTACTOE AS EACH GAME FINISHES) AND
                             STEPS THROUGH ONE FINISHED GAME MOVE BY
                             MOVE ON THE CONSOLE, THE WAY WE REPLAY
                             TRANSACTIONS ON OUR OTHER SYSTEMS WHEN A
                             RESULT IS DISPUTED. THE OPERATOR PICKS A
                             NAME AND ONE OF THAT NAME'S GAME NUMBERS
                             (GHS-GAME-NUMBER) AND THE GRID IS REBUILT
                             ONE MOVE AT A TIME.
      /
      ******************************************************************
      * WRITTEN IN ACUCOBOL-GT 7.0.0
      *         TIC TAC TOE GAME REPLAY VIEWER
      *
      *         THE OPERATOR'S GAMES ARE ONE STRETCH OF THE STORE'S
      *         OPERATOR KEY AND THE CHOSEN GAME IS ONE READ ON THE
      *         PRIMARY KEY, WITH ITS MOVES AND RESULT ON THE ROW -
      *         NOTHING IS READ FROM THE TOP OF THE MOVE LOG. A MATCH
      *         IS LISTED UNDER PLAYER 1, AS ITS MOVES WERE LOGGED.
      *         GAMES FROM BEFORE THE GAME NUMBER EXISTED ARE ALL
      *         GAME ZERO; PICKING ZERO REPLAYS THE LATEST OF THEM.
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

       DATA DIVISION.
       FILE SECTION.
       FD  GAME-HISTORY-FILE.
           COPY "GHISTREC.CPY".

       WORKING-STORAGE SECTION.

      * SITE CONFIGURATION - FILLED BY TTTCONF AT STARTUP; THE
      * HISTORY STORE IS ASSIGNED TO THE CFG- NAMES SO OPERATIONS CAN
      * REPOINT THEM WITHOUT A RECOMPILE
           COPY "CONFREC.CPY".

      * FILE STATUS / END-OF-FILE CONTROL
       77 GAMEHIST-FILE-STATUS   PIC  X(2)  VALUE SPACES.

       77 FLAG-HISTORY-EOF       PIC  X(1)  VALUE "N".
           88 HISTORY-EOF              VALUE "Y".
           88 HISTORY-NOT-EOF          VALUE "N".

       77 FLAG-HISTORY-STORE     PIC  X(1)  VALUE "N".
           88 HISTORY-STORE-OPEN       VALUE "Y".
           88 HISTORY-STORE-ABSENT     VALUE "N".
           88 HISTORY-STORE-FAILED     VALUE "X".

      * REPLAY CONTROL
       77 WS-PICK-OPERATOR       PIC  X(20) VALUE SPACES.
       77 WS-PICK-GAME-X         PIC  X(5)  VALUE SPACES.
       77 WS-PICK-GAME-JUST      PIC  X(5)  VALUE SPACES
                                            JUSTIFIED RIGHT.
       77 WS-MOVE-COUNT          PIC  9(3)  VALUE ZERO.
       77 WS-MOVE-IDX            PIC  9(2)  VALUE ZERO.
       77 WS-PAUSE-REPLY         PIC  X(1)  VALUE SPACES.

       77 FLAG-REPLAY-STOP       PIC  X(1)  VALUE "N".
           88 REPLAY-STOPPED           VALUE "Y".
           88 REPLAY-RUNNING           VALUE "N".

       77 FLAG-GAME-FOUND        PIC  X(1)  VALUE "N".
           88 GAME-FOUND               VALUE "Y".
           88 GAME-NOT-FOUND           VALUE "N".

      * GAME TABLE FOR THE CHOSEN OPERATOR - THE PICK LIST SHOWN
      * BEFORE THE REPLAY STARTS, AND THE DATE AND TIME THAT KEY THE
      * CHOSEN GAME'S ROW. THE STORE KEEPS EVERY GAME EVER PLAYED, SO
      * ONLY THE OPERATOR'S LATEST 100 GAMES WITH MOVES ARE LISTED.
       78 WK-GAME-TABLE-SIZE            VALUE 100.
       77 WS-GAME-COUNT          PIC  9(3)  VALUE ZERO.
       77 WS-GAME-IDX            PIC  9(3)  VALUE ZERO.
       77 WS-GAME-FOUND-IDX      PIC  9(3)  VALUE ZERO.
              MOVE "DEFAULT" TO WS-PICK-OPERATOR
           END-IF

           OPEN INPUT GAME-HISTORY-FILE
           EVALUATE GAMEHIST-FILE-STATUS
              WHEN "00"
                   SET HISTORY-STORE-OPEN TO TRUE
              WHEN "35"
                   SET HISTORY-STORE-ABSENT TO TRUE
                   DISPLAY "GAME HISTORY STORE NOT BUILT - RUN TTTHLOAD"
              WHEN OTHER
                   SET HISTORY-STORE-FAILED TO TRUE
                   DISPLAY "TTTREPLY: GAME-HISTORY STORE WILL NOT OPEN"
                           " - STATUS " GAMEHIST-FILE-STATUS
           END-EVALUATE

      * ... NO STORE IS NOT THE SAME AS NO GAMES - ONLY LIST WHEN OPEN
           IF HISTORY-STORE-OPEN
              PERFORM BUILD-GAME-LIST

              IF WS-GAME-COUNT = ZERO
                 DISPLAY "NO LOGGED MOVES FOUND FOR " WS-PICK-OPERATOR
              ELSE
                 PERFORM DISPLAY-GAME-LIST
                 PERFORM ACCEPT-GAME-CHOICE
                 PERFORM REPLAY-GAME
                 IF GAME-FOUND AND REPLAY-RUNNING
                    PERFORM SHOW-GAME-RESULT
                 END-IF
              END-IF

              CLOSE GAME-HISTORY-FILE
           END-IF

           IF HISTORY-STORE-FAILED
              MOVE 8 TO RETURN-CODE
           END-IF

           STOP RUN
           .
      /
      * --------------------------------------------------------------
      *   WALK THE CHOSEN OPERATOR'S STRETCH OF THE OPERATOR KEY AND
      *   LIST EVERY GAME THAT HAS MOVES ON ITS ROW, OLDEST FIRST,
      *   WITH THE DATE AND TIME IT FINISHED AND ITS MOVE COUNT.
      * --------------------------------------------------------------
       BUILD-GAME-LIST.
           MOVE ZERO TO WS-GAME-COUNT
           SET HISTORY-NOT-EOF TO TRUE

           MOVE LOW-VALUES       TO GHS-OPERATOR-KEY
           MOVE WS-PICK-OPERATOR TO GHS-OPK-OPERATOR-ID
           START GAME-HISTORY-FILE
              KEY IS NOT LESS THAN GHS-OPERATOR-KEY
              INVALID KEY
                 SET HISTORY-EOF TO TRUE
           END-START

           PERFORM UNTIL HISTORY-EOF
              READ GAME-HISTORY-FILE NEXT RECORD
                 AT END
                    SET HISTORY-EOF TO TRUE
              END-READ
              IF NOT HISTORY-EOF
                 IF GHS-OPK-OPERATOR-ID NOT = WS-PICK-OPERATOR
                    SET HISTORY-EOF TO TRUE
                 ELSE
                    IF GHS-MOVE-COUNT > ZERO
                       PERFORM TALLY-GAME-ENTRY
                    END-IF
                 END-IF
              END-IF
           END-PERFORM
           .
      /
      * --------------------------------------------------------------
      *   ADD THE CURRENT ROW TO THE GAME TABLE. ONCE THE TABLE IS
      *   FULL THE OLDEST ENTRY IS DROPPED SO THE LIST ENDS ON THE
      *   OPERATOR'S MOST RECENT GAMES.
      * --------------------------------------------------------------
       TALLY-GAME-ENTRY.
           IF WS-GAME-COUNT < WK-GAME-TABLE-SIZE
              ADD 1 TO WS-GAME-COUNT
           ELSE
              PERFORM VARYING WS-GAME-IDX FROM 1 BY 1
                      UNTIL WS-GAME-IDX >= WK-GAME-TABLE-SIZE
                 MOVE WS-GAME-ENTRY(WS-GAME-IDX + 1)
                   TO WS-GAME-ENTRY(WS-GAME-IDX)
              END-PERFORM
           END-IF

           MOVE GHS-GAME-NUMBER TO WS-GM-NUMBER(WS-GAME-COUNT)
           MOVE GHS-GAME-DATE   TO WS-GM-DATE(WS-GAME-COUNT)
           MOVE GHS-GAME-TIME   TO WS-GM-TIME(WS-GAME-COUNT)
           MOVE GHS-MOVE-COUNT  TO WS-GM-MOVES(WS-GAME-COUNT)
           .
      /
      * --------------------------------------------------------------
      *   SHOW THE PICK LIST - ONE LINE PER GAME FOUND FOR THE
      *   OPERATOR, WITH THE GAME'S DATE/TIME AND THE MOVE COUNT
      * --------------------------------------------------------------
       DISPLAY-GAME-LIST.
           DISPLAY " "
           .
      /
      * --------------------------------------------------------------
      *   READ THE CHOSEN GAME'S ROW BY ITS PRIMARY KEY AND REBUILD
      *   THE GRID ONE MOVE AT A TIME, PAUSING AFTER EACH MOVE UNTIL
      *   THE VIEWER PRESSES ENTER (OR Q TO STOP EARLY). THE CPU AND
      *   PLAYER 2 PLAY "X"; THE OPERATOR (PLAYER 1) PLAYS "O" - SAME
      *   MARKS AS THE LIVE GAME.
      * --------------------------------------------------------------
       REPLAY-GAME.
           INITIALIZE WS-GRID-BUFFER
           MOVE ZERO TO WS-MOVE-COUNT
           SET REPLAY-RUNNING   TO TRUE
           SET GAME-NOT-FOUND   TO TRUE

      * ... THE LAST LISTED GAME WITH THE NUMBER WINS, SO GAME ZERO
      * ... TAKES THE LATEST OF THE OLD UNNUMBERED GAMES
           MOVE ZERO TO WS-GAME-FOUND-IDX
           PERFORM VARYING WS-GAME-IDX FROM 1 BY 1
                   UNTIL WS-GAME-IDX > WS-GAME-COUNT
              IF WS-GM-NUMBER(WS-GAME-IDX) = WS-PICK-GAME
                 MOVE WS-GAME-IDX TO WS-GAME-FOUND-IDX
              END-IF
           END-PERFORM

           DISPLAY " "
           IF WS-GAME-FOUND-IDX = ZERO
              DISPLAY "GAME " WS-PICK-GAME " IS NOT ON THE LIST FOR "
                      WS-PICK-OPERATOR
           ELSE
              MOVE WS-GM-DATE(WS-GAME-FOUND-IDX) TO GHS-GAME-DATE
              MOVE WS-GM-TIME(WS-GAME-FOUND-IDX) TO GHS-GAME-TIME
              MOVE WS-PICK-OPERATOR              TO GHS-OPERATOR-ID
              MOVE WS-PICK-GAME                  TO GHS-GAME-NUMBER
              READ GAME-HISTORY-FILE KEY IS GHS-KEY
                 INVALID KEY
                    DISPLAY "GAME " WS-PICK-GAME
                            " IS NO LONGER ON FILE"
                 NOT INVALID KEY
                    SET GAME-FOUND TO TRUE
              END-READ
           END-IF

           IF GAME-FOUND
              DISPLAY "REPLAYING GAME " WS-PICK-GAME
                      " FOR " WS-PICK-OPERATOR
              PERFORM VARYING WS-MOVE-IDX FROM 1 BY 1
                      UNTIL WS-MOVE-IDX > GHS-MOVE-COUNT
                         OR REPLAY-STOPPED
                 PERFORM REPLAY-ONE-MOVE
              END-PERFORM
           END-IF
           .
      /

      * A CELL OUTSIDE 1-9 CAN ONLY COME FROM A DAMAGED OR HAND-EDITED
      * LOG RECORD - SHOW THE MOVE BUT LEAVE THE GRID ALONE
           IF GHS-MV-CELL(WS-MOVE-IDX) >= 1
              AND GHS-MV-CELL(WS-MOVE-IDX) <= 9
              IF GHS-MV-MOVER(WS-MOVE-IDX) = "CPU"
                 OR GHS-MV-MOVER(WS-MOVE-IDX) = "PLAYER2"
                 MOVE WK-X TO WS-ROW-EL(GHS-MV-CELL(WS-MOVE-IDX))
              ELSE
                 MOVE WK-O TO WS-ROW-EL(GHS-MV-CELL(WS-MOVE-IDX))
              END-IF
           END-IF

           MOVE WS-MOVE-COUNT            TO WS-MV-SEQ
           MOVE GHS-MV-MOVER(WS-MOVE-IDX) TO WS-MV-MOVER
           MOVE GHS-MV-CELL(WS-MOVE-IDX)  TO WS-MV-CELL
           MOVE GHS-MV-TIME(WS-MOVE-IDX)  TO WS-MV-TIME

           DISPLAY " "
           DISPLAY WS-MOVE-LINE
           .
      /
      * --------------------------------------------------------------
      *   ANNOUNCE THE FINAL RESULT RECORDED ON THE REPLAYED GAME'S
      *   ROW - A CPU GAME'S RESULT FOR THE OPERATOR, OR A MATCH'S
      *   RESULT BETWEEN THE TWO PLAYERS.
      * --------------------------------------------------------------
       SHOW-GAME-RESULT.
           DISPLAY " "
           EVALUATE TRUE
              WHEN GHS-VOIDED
                   DISPLAY "RECORDED RESULT: VOIDED"
              WHEN GHS-RESULT-WIN
                   DISPLAY "RECORDED RESULT: WIN FOR "
                           WS-PICK-OPERATOR
              WHEN GHS-RESULT-LOSS
                   DISPLAY "RECORDED RESULT: LOSS FOR "
                           WS-PICK-OPERATOR
              WHEN GHS-RESULT-FORFEIT
                   DISPLAY "RECORDED RESULT: FORFEIT BY "
                           WS-PICK-OPERATOR
              WHEN GHS-RESULT-P1-WIN
                   DISPLAY "RECORDED RESULT: WIN FOR "
                           WS-PICK-OPERATOR
              WHEN GHS-RESULT-P2-WIN
                   DISPLAY "RECORDED RESULT: WIN FOR "
                           GHS-PLAYER2-ID
              WHEN GHS-RESULT-P1-FORF
                   DISPLAY "RECORDED RESULT: FORFEIT BY "
                           WS-PICK-OPERATOR
              WHEN GHS-RESULT-P2-FORF
                   DISPLAY "RECORDED RESULT: FORFEIT BY "
                           GHS-PLAYER2-ID
              WHEN OTHER
                   DISPLAY "RECORDED RESULT: DRAW"
           END-EVALUATE
