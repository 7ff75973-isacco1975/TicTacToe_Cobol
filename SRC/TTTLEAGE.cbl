       PROGRAM-ID.          TTTLEAGE.
       AUTHOR.              ISAAC GARCIA PEVERI
       DATE-WRITTEN.        22.08.2026.
      * LAST EDIT           15.10.2026.
       REMARKS.             MONTHLY LEAGUE STANDINGS AND SEASON TABLE
                             FOR THE FLOOR COMPETITION. SCORES EACH
                             OPERATOR'S MONTH FROM THE GAMEHIST.DAT
                             GAME-HISTORY STORE (THREE POINTS A WIN,
                             ONE A DRAW), RANKS ALL
                             OPERATORS AND PRINTS THE STANDINGS WITH
                             GAMES PLAYED, W/L/D AND POINTS. THE CLOSE
                             FUNCTION ROLLS THE MONTH INTO SEASON.DAT
      *                          TAKES THE CURRENT MONTH AND CLOSING
      *                          TAKES THE MONTH JUST ENDED.
      *
      *         THE MONTH'S GAMES ARE READ FROM THE GAME-HISTORY
      *         STORE, WHICH IS KEYED ON DATE AND TIME FIRST: THE RUN
      *         STARTS AT THE FIRST OF THE MONTH AND STOPS AT THE
      *         NEXT, AND ONLY THE GAMES AGAINST THE CPU ARE SCORED.
      *         UNTIL TTTHLOAD HAS BUILT THE STORE THERE IS NOTHING TO
      *         SCORE FROM: THE RUN SAYS SO ON THE CONSOLE AND STOPS
      *         WITH EXIT STATUS 8 BEFORE ANY REPORT, SEASON UPDATE OR
      *         CLOSE MARKER IS WRITTEN, SO AN EMPTY MONTH IS NEVER
      *         CLOSED.
      *
      *         RUN THE CLOSE BEFORE THE TTTHSKP RETENTION WINDOW
      *         (90 DAYS BY DEFAULT) AGES THE MONTH'S GAMES OUT OF
      *         GAMELOG.DAT. THE STORE STILL HOLDS THEM, BUT TTTBAL
      *         PROVES THE MONTH AGAINST THE LOG.
      *
      *         THE MONTH'S GAMES SCORED, AND THE GAMES PLAYED ADDED
      *         UP ACROSS THE RANKING TABLE, ARE POSTED TO THE
      *         CONTROL-TOTALS LEDGER (TTTPOST) UNDER TTTLEAGE, OR
      *         TTTLGCLS FOR A CLOSE, FOR THE TTTBAL BALANCING STEP.
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

           SELECT SEASON-FILE ASSIGN TO DYNAMIC CFG-SEASON-FILE
              ORGANIZATION IS INDEXED

       DATA DIVISION.
       FILE SECTION.
       FD  GAME-HISTORY-FILE.
           COPY "GHISTREC.CPY".

       FD  SEASON-FILE.
           COPY "SEASNREC.CPY".
      * OPERATIONS CAN REPOINT THEM WITHOUT A RECOMPILE
           COPY "CONFREC.CPY".

      * CONTROL-TOTAL POSTING INTERFACE - SEE TTTPOST
           COPY "POSTREC.CPY".

      * FILE STATUS / END-OF-FILE CONTROL
       77 GAMEHIST-FILE-STATUS   PIC  X(2)  VALUE SPACES.
       77 SEASON-FILE-STATUS     PIC  X(2)  VALUE SPACES.
       77 SEASON-NEW-STATUS      PIC  X(2)  VALUE SPACES.
       77 CONTROL-FILE-STATUS    PIC  X(2)  VALUE SPACES.
       77 REPORT-FILE-STATUS     PIC  X(2)  VALUE SPACES.

       77 FLAG-HISTORY-EOF       PIC  X(1)  VALUE "N".
           88 HISTORY-EOF              VALUE "Y".
           88 HISTORY-NOT-EOF          VALUE "N".

       77 FLAG-HISTORY-STORE     PIC  X(1)  VALUE "Y".
           88 HISTORY-STORE-READ       VALUE "Y".
           88 HISTORY-STORE-NOT-READ   VALUE "N".

       77 FLAG-SEASON-EOF        PIC  X(1)  VALUE "N".
           88 SEASON-EOF               VALUE "Y".
       77 WS-PRIOR-INT           PIC  9(8)  VALUE ZERO.
       77 WS-FIRST-OF-MONTH      PIC  9(8)  VALUE ZERO.

      * CONTROL TOTALS - GAMES SCORED AS THEY ARE READ, AND THE SAME
      * GAMES ADDED BACK UP FROM THE RANKING TABLE; THE TWO DIFFER
      * ONLY IF THE TABLE LOST A ROW
       77 WS-MONTH-GAMES         PIC  9(7)  VALUE ZERO.
       77 WS-TABLE-PLAYED        PIC  9(7)  VALUE ZERO.

      * LEAGUE SCORING - THE FLOOR'S AGREED TARIFF
       78 WK-WIN-POINTS                 VALUE 3.
       78 WK-DRAW-POINTS                VALUE 1.
       PROCEDURE  DIVISION.
       MAIN-LOGIC.
           PERFORM INITIALIZE-RUN
           PERFORM TOTAL-MONTH-FROM-HISTORY
           IF HISTORY-STORE-NOT-READ
              DISPLAY "TTTLEAGE: GAME-HISTORY STORE WILL NOT OPEN - "
                      "STATUS " GAMEHIST-FILE-STATUS
              DISPLAY "TTTLEAGE: RUN TTTHLOAD FIRST - NO STANDINGS "
                      "PRINTED, NO MONTH CLOSED"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           PERFORM ADD-UP-TABLE-PLAYED
           PERFORM SORT-RANK-TABLE
           PERFORM OPEN-REPORT
           PERFORM PRINT-MONTH-STANDINGS
           PERFORM PRINT-SEASON-TABLE

           CLOSE REPORT-FILE
           PERFORM POST-CONTROL-TOTALS
           STOP RUN
           .
      /
           .
      /
      * --------------------------------------------------------------
      *   TOTAL THE MONTH'S GAMES PER OPERATOR FROM THE GAME-HISTORY
      *   STORE AND SCORE THEM - THREE POINTS A WIN, ONE A DRAW. A
      *   STORE THAT WILL NOT OPEN LEAVES HISTORY-STORE-NOT-READ SET
      *   FOR THE MAIN LINE TO STOP ON.
      * --------------------------------------------------------------
       TOTAL-MONTH-FROM-HISTORY.
           MOVE ZERO TO WS-RANK-COUNT

           OPEN INPUT GAME-HISTORY-FILE
           IF GAMEHIST-FILE-STATUS = "00"
              SET HISTORY-STORE-READ TO TRUE
              PERFORM SCAN-MONTH-SLICE
           ELSE
              SET HISTORY-STORE-NOT-READ TO TRUE
           END-IF
           .

       SCAN-MONTH-SLICE.
           SET HISTORY-NOT-EOF TO TRUE
           MOVE LOW-VALUES TO GHS-KEY
           COMPUTE GHS-GAME-DATE = WS-MONTH * 100
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
                 IF GHS-GAME-DATE(1:6) NOT = WS-MONTH
                    SET HISTORY-EOF TO TRUE
                 ELSE
                    IF GHS-CPU-GAME
                       AND NOT GHS-VOIDED
                       PERFORM SCORE-ONE-GAME
                    END-IF
                 END-IF
              END-IF
           END-PERFORM

           CLOSE GAME-HISTORY-FILE
           .

       SCORE-ONE-GAME.
           ADD 1 TO WS-MONTH-GAMES
           MOVE GHS-OPERATOR-ID TO WS-SW-OPERATOR
           PERFORM FIND-OR-ADD-RANK-ENTRY

           ADD 1 TO WS-RK-PLAYED(WS-RANK-FOUND-IDX)

           EVALUATE TRUE
              WHEN GHS-RESULT-WIN
                   ADD 1             TO WS-RK-WON(WS-RANK-FOUND-IDX)
                   ADD WK-WIN-POINTS TO
                       WS-RK-POINTS(WS-RANK-FOUND-IDX)
              WHEN GHS-RESULT-LOSS
                   ADD 1             TO WS-RK-LOST(WS-RANK-FOUND-IDX)
      * ...   A TIMEOUT FORFEIT COUNTS AS PLAYED BUT SCORES NOTHING -
      * ...   IT IS NOT A LOSS AND MUST NOT BE TALLIED AS ONE
              WHEN GHS-RESULT-FORFEIT
                   ADD 1             TO WS-RK-FORF(WS-RANK-FOUND-IDX)
              WHEN OTHER
                   ADD 1             TO WS-RK-DRAWN(WS-RANK-FOUND-IDX)
                       WS-RK-POINTS(WS-RANK-FOUND-IDX)
           END-EVALUATE
           .

      * --------------------------------------------------------------
      *   ADD THE MONTH'S GAMES BACK UP ACROSS THE RANKING TABLE
      * --------------------------------------------------------------
       ADD-UP-TABLE-PLAYED.
           MOVE ZERO TO WS-TABLE-PLAYED
           PERFORM VARYING WS-RANK-IDX FROM 1 BY 1
                   UNTIL WS-RANK-IDX > WS-RANK-COUNT
              ADD WS-RK-PLAYED(WS-RANK-IDX) TO WS-TABLE-PLAYED
           END-PERFORM
           .
      /
      * --------------------------------------------------------------
      *   LOOK UP WS-SW-OPERATOR'S RANK-TABLE ENTRY, ADDING A FRESH
              WRITE REPORT-LINE
           END-IF
           .
      /
      * --------------------------------------------------------------
      *   POST THE MONTH'S CONTROL TOTALS TO THE LEDGER, DATED WITH
      *   THE MONTH THEY COVER
      * --------------------------------------------------------------
       POST-CONTROL-TOTALS.
           IF CLOSE-FUNCTION
              MOVE "TTTLGCLS"          TO PST-STEP-NAME
           ELSE
              MOVE "TTTLEAGE"          TO PST-STEP-NAME
           END-IF
           COMPUTE PST-DATA-FROM = WS-MONTH * 100 + 1
           COMPUTE PST-DATA-TO   = WS-MONTH * 100 + 31

           MOVE "MONTH-GAMES"          TO PST-TOTAL-NAME
           MOVE WS-MONTH-GAMES         TO PST-TOTAL-VALUE
           CALL "TTTPOST" USING TTT-POST-AREA

           MOVE "TABLE-PLAYED"         TO PST-TOTAL-NAME
           MOVE WS-TABLE-PLAYED        TO PST-TOTAL-VALUE
           CALL "TTTPOST" USING TTT-POST-AREA
           .
