       IDENTIFICATION       DIVISION.
       PROGRAM-ID.          TTTHARV.
       AUTHOR.              ISAAC GARCIA PEVERI
       DATE-WRITTEN.        15.10.2026.
      * LAST EDIT           15.10.2026.
       REMARKS.             TRAINING PUZZLE HARVEST FROM THE MOVE LOG.
                             EVERY HUMAN MOVE ON MOVELOG.DAT IS
                             REPLAYED ONTO ITS GAME'S GRID AND JUDGED
                             AGAINST PERFECT PLAY (TTTSOLVE), AS IN
                             TTTGRADE. A POSITION WHERE THE PLAYER
                             MISSED A FORCED WIN, OR WALKED OUT OF A
                             DRAW INTO A FORCED LOSS, IS FILED ON THE
                             PUZZLE FILE FOR TICTACTOE'S TRAINING
                             MODE - NEW ONES AS PENDING, FOR A
                             SUPERVISOR TO REVIEW WITH TTTPUZM.
      /
      ******************************************************************
      * WRITTEN IN ACUCOBOL-GT 7.0.0
      *         TIC TAC TOE TRAINING PUZZLE HARVEST
      *
      *         A PUZZLE IS THE POSITION BEFORE THE BAD MOVE:
      *           FIND THE WIN  - A FORCED WIN WAS THERE AND THE MOVE
      *                           GAVE IT UP (TTTGRADE'S INACCURATE
      *                           MOVE, OR A BLUNDER FROM A WON GAME)
      *           FIND THE SAVE - THE GAME WAS A DRAW AND THE MOVE
      *                           TURNED IT INTO A FORCED LOSS
      *         THE ANSWER IS EVERY CELL PERFECT PLAY WOULD CHOOSE.
      *         A MISS BY PLAYER 2 (WHO PLAYS "X") IS FILED WITH THE
      *         MARKS SWAPPED, SO EVERY PUZZLE HAS "O" ON THE MOVE.
      *         THE SAME POSITION MISSED AGAIN ONLY ADDS TO ITS COUNT,
      *         WHATEVER ITS STATUS - A RETIRED PUZZLE STAYS RETIRED.
      *
      *         ONLY MOVES NEWER THAN THE MARK IN TTTHARV.CTL ARE
      *         COUNTED, SO THE NIGHTLY RUN NEVER COUNTS A MISS TWICE
      *         (THE OLDER MOVES ARE STILL REPLAYED, TO BUILD THE
      *         GRIDS). DELETE TTTHARV.CTL TO HARVEST THE WHOLE LOG
      *         AGAIN. MERGED ROWS OLDER THAN THE MARK ARE NOT COUNTED.
      *
      *         NOT JUDGED, AS IN TTTGRADE: MOVES FROM BEFORE THE GAME
      *         NUMBER EXISTED, MOVES OF VOIDED GAMES, AND A GAME'S
      *         MOVES FROM THE FIRST ILLEGAL ONE ON.
      *
      *         THE VOIDED-GAME AND GAME TABLES ARE FIXED IN SIZE. A
      *         GAME THAT NO LONGER FITS IS NOT PUT IN ANOTHER GAME'S
      *         ROW: ITS MOVES ARE LEFT UNJUDGED AND COUNTED ON THE
      *         TRAILER, AND THE RUN ENDS WITH RETURN CODE 4. THE MARK
      *         STILL MOVES ON PAST THEM, SO RUN HOUSEKEEPING AND
      *         DELETE TTTHARV.CTL TO HARVEST THEM.
      *
      *         MOVES READ, MISSES FOUND, PUZZLES ADDED AND PUZZLES
      *         MISSED AGAIN ARE POSTED TO THE CONTROL-TOTALS LEDGER
      *         (TTTPOST) FOR TTTBAL. THE REPORT GOES TO TTTHARV.LST.
      ******************************************************************
      /
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.

       INPUT-OUTPUT  SECTION.
       FILE-CONTROL.
           SELECT MOVE-LOG-FILE ASSIGN TO DYNAMIC CFG-MOVELOG-FILE
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS  IS MOVE-LOG-STATUS.

           SELECT GAME-LOG-FILE ASSIGN TO DYNAMIC CFG-GAMELOG-FILE
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS  IS GAME-LOG-STATUS.

           SELECT MATCH-LOG-FILE ASSIGN TO DYNAMIC CFG-MATCHLOG-FILE
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS  IS MATCH-LOG-STATUS.

           SELECT PUZZLE-FILE ASSIGN TO DYNAMIC CFG-PUZZLE-FILE
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              RECORD KEY   IS PZL-POSITION-CODE
              FILE STATUS  IS PUZZLE-FILE-STATUS.

           SELECT CONTROL-FILE ASSIGN TO "TTTHARV.CTL"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS  IS CONTROL-FILE-STATUS.

           SELECT REPORT-FILE ASSIGN TO "TTTHARV.LST"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS  IS REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MOVE-LOG-FILE.
           COPY "MOVLGREC.CPY".

       FD  GAME-LOG-FILE.
           COPY "GAMLGREC.CPY".

       FD  MATCH-LOG-FILE.
           COPY "MTCHREC.CPY".

       FD  PUZZLE-FILE.
           COPY "PUZZREC.CPY".

      * THE DATE AND TIME OF THE NEWEST MOVE THE LAST RUN COUNTED
       FD  CONTROL-FILE.
       01 CONTROL-RECORD.
          05 CTL-LAST-DATE       PIC 9(08).
          05 CTL-LAST-TIME       PIC 9(06).

       FD  REPORT-FILE.
       01 REPORT-LINE            PIC X(80).

       WORKING-STORAGE SECTION.

      * SITE CONFIGURATION - FILLED BY TTTCONF AT STARTUP; THE LOG
      * FILES AND THE PUZZLE FILE ARE ASSIGNED TO THE CFG- NAMES
           COPY "CONFREC.CPY".

      * INTERFACE AREA FOR THE TTTSOLVE PERFECT-PLAY SOLVER
           COPY "SOLVEREC.CPY".

      * CONTROL-TOTAL POSTING INTERFACE - SEE TTTPOST
           COPY "POSTREC.CPY".

      * FILE STATUS / END-OF-FILE CONTROL
       77 MOVE-LOG-STATUS        PIC  X(2)  VALUE SPACES.
       77 GAME-LOG-STATUS        PIC  X(2)  VALUE SPACES.
       77 MATCH-LOG-STATUS       PIC  X(2)  VALUE SPACES.
       77 PUZZLE-FILE-STATUS     PIC  X(2)  VALUE SPACES.
       77 CONTROL-FILE-STATUS    PIC  X(2)  VALUE SPACES.
       77 REPORT-FILE-STATUS     PIC  X(2)  VALUE SPACES.

       77 FLAG-MOVE-LOG-EOF      PIC  X(1)  VALUE "N".
           88 MOVE-LOG-EOF             VALUE "Y".
           88 MOVE-LOG-NOT-EOF         VALUE "N".

       77 FLAG-GAME-LOG-EOF      PIC  X(1)  VALUE "N".
           88 GAME-LOG-EOF             VALUE "Y".
           88 GAME-LOG-NOT-EOF         VALUE "N".

       77 FLAG-MATCH-LOG-EOF     PIC  X(1)  VALUE "N".
           88 MATCH-LOG-EOF            VALUE "Y".
           88 MATCH-LOG-NOT-EOF        VALUE "N".

       77 FLAG-PUZZLE-ROW        PIC  X(1)  VALUE "N".
           88 PUZZLE-ROW-FOUND         VALUE "Y".
           88 PUZZLE-ROW-NOT-FOUND     VALUE "N".

       77 WS-RUN-DATE            PIC  9(8)  VALUE ZERO.
       77 WS-THIS-GAME           PIC  9(5)  VALUE ZERO.
       77 WS-CELL                PIC  9(2)  VALUE ZERO.
       77 WS-SOL-CELL            PIC  9(2)  VALUE ZERO.
       77 WS-AFTER-VALUE         PIC S9(1)  VALUE ZERO.
       77 WS-PUZZLE-GRID         PIC  X(9)  VALUE SPACES.

       77 WS-KIND                PIC  X(1)  VALUE SPACE.
           88 KIND-FIND-WIN            VALUE "W".
           88 KIND-FIND-SAVE           VALUE "S".
           88 KIND-NO-PUZZLE           VALUE SPACE.

      * THE HARVEST MARK - MOVES AT OR BEFORE IT WERE COUNTED BY AN
      * EARLIER RUN. THE NEWEST MOVE SEEN BECOMES THE NEXT MARK.
       77 WS-MARK-DATE           PIC  9(8)  VALUE ZERO.
       77 WS-MARK-TIME           PIC  9(6)  VALUE ZERO.
       77 WS-MAX-DATE            PIC  9(8)  VALUE ZERO.
       77 WS-MAX-TIME            PIC  9(6)  VALUE ZERO.

      * EVERY VOIDED NUMBERED GAME ON THE TWO RESULT LOGS - ITS
      * MOVES ARE LEFT OUT. GAME NUMBERS RUN PER OPERATOR PER SITE,
      * SO THE SITE CODE IS PART OF EVERY GAME'S IDENTITY
       77 WS-VOID-COUNT          PIC  9(4)  VALUE ZERO.
       77 WS-VOID-IDX            PIC  9(4)  VALUE ZERO.
       77 WS-VOID-SKIPPED        PIC  9(7)  VALUE ZERO.
       78 WK-VOID-TABLE-SIZE            VALUE 2000.
       01 WS-VOID-TABLE.
          05 WS-VOID-ENTRY OCCURS 2000 TIMES.
             10 WS-VD-SITE             PIC X(3).
             10 WS-VD-OPERATOR         PIC X(20).
             10 WS-VD-NUMBER           PIC 9(5).

      * ONE ROW PER GAME ON THE MOVE LOG, CARRYING ITS GRID AS THE
      * MOVES ARE REPLAYED ONTO IT
       77 WS-GAME-COUNT          PIC  9(4)  VALUE ZERO.
       77 WS-GAME-IDX            PIC  9(4)  VALUE ZERO.
       77 WS-GAME-FOUND-IDX      PIC  9(4)  VALUE ZERO.
       77 WS-LAST-FOUND-IDX      PIC  9(4)  VALUE ZERO.
       78 WK-GAME-TABLE-SIZE            VALUE 5000.

       01 WS-GAME-TABLE.
          05 WS-GAME-ENTRY OCCURS 5000 TIMES.
             10 WS-GM-SITE             PIC X(3).
             10 WS-GM-OPERATOR         PIC X(20).
             10 WS-GM-NUMBER           PIC 9(5).
             10 WS-GM-GRID             PIC X(9).
             10 WS-GM-VOIDED           PIC X(1).
             10 WS-GM-BROKEN           PIC X(1).

      * THE PUZZLES THIS RUN ADDED, FOR THE REPORT
       78 WK-NEW-TABLE-SIZE             VALUE 200.
       77 WS-NEW-COUNT           PIC  9(3)  VALUE ZERO.
       77 WS-NEW-IDX             PIC  9(3)  VALUE ZERO.
       01 WS-NEW-TABLE.
          05 WS-NEW-ENTRY OCCURS 200 TIMES.
             10 WS-NW-CODE             PIC 9(5).
             10 WS-NW-GRID             PIC X(9).
             10 WS-NW-KIND             PIC X(1).
             10 WS-NW-SOLUTION         PIC X(9).

      * RUNNING TOTALS FOR THE REPORT TRAILER AND THE LEDGER
       77 WS-MOVES-READ          PIC  9(7)  VALUE ZERO.
       77 WS-LEGACY-MOVES        PIC  9(7)  VALUE ZERO.
       77 WS-CPU-MOVES           PIC  9(7)  VALUE ZERO.
       77 WS-VOIDED-MOVES        PIC  9(7)  VALUE ZERO.
       77 WS-UNJUDGED-MOVES      PIC  9(7)  VALUE ZERO.
       77 WS-UNTABLED-MOVES      PIC  9(7)  VALUE ZERO.
       77 WS-HARVESTED-BEFORE    PIC  9(7)  VALUE ZERO.
       77 WS-JUDGED-MOVES        PIC  9(7)  VALUE ZERO.
       77 WS-MISSES-FOUND        PIC  9(7)  VALUE ZERO.
       77 WS-WIN-MISSES          PIC  9(7)  VALUE ZERO.
       77 WS-SAVE-MISSES         PIC  9(7)  VALUE ZERO.
       77 WS-PUZZLES-ADDED       PIC  9(7)  VALUE ZERO.
       77 WS-PUZZLES-SEEN-AGAIN  PIC  9(7)  VALUE ZERO.
       77 WS-PUZZLES-NOT-FILED   PIC  9(7)  VALUE ZERO.

      * REPORT LINE WORK AREAS
       01 WS-PUZZLE-LINE.
          05 FILLER              PIC  X(02) VALUE SPACES.
          05 WS-PL-CODE          PIC  9(05).
          05 FILLER              PIC  X(04) VALUE SPACES.
          05 WS-PL-ROW-1         PIC  X(03).
          05 FILLER              PIC  X(01) VALUE "/".
          05 WS-PL-ROW-2         PIC  X(03).
          05 FILLER              PIC  X(01) VALUE "/".
          05 WS-PL-ROW-3         PIC  X(03).
          05 FILLER              PIC  X(04) VALUE SPACES.
          05 WS-PL-KIND          PIC  X(13).
          05 FILLER              PIC  X(02) VALUE SPACES.
          05 WS-PL-BEST-CELLS    PIC  X(18).

       01 WS-SHOW-GRID.
          05 WS-SG-CELL          PIC  X(1)  OCCURS 9 TIMES.

       77 WS-BEST-PTR            PIC  9(2)  VALUE ZERO.

       01 WS-TRAILER-LINE.
          05 WS-TR-LABEL         PIC  X(30).
          05 WS-TR-VALUE         PIC  ZZZZZZ9.

       01 WS-HEADER-LINE.
          05 FILLER              PIC  X(44) VALUE
             "TIC TAC TOE - TRAINING PUZZLE HARVEST - RUN ".
          05 WS-HD-RUN-DATE      PIC  9(08).

       PROCEDURE  DIVISION.
       MAIN-LOGIC.
           SET CFG-NOT-LOADED TO TRUE
           CALL "TTTCONF" USING TTT-CONFIG-AREA

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE

           PERFORM READ-HARVEST-MARK
           PERFORM LOAD-VOIDED-GAMES
           PERFORM LOAD-VOIDED-MATCHES
           PERFORM OPEN-PUZZLE-FILE
           IF PUZZLE-FILE-STATUS NOT = "00"
              DISPLAY "TTTHARV: PUZZLE FILE WILL NOT OPEN - STATUS "
                      PUZZLE-FILE-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF

           PERFORM HARVEST-MOVE-LOG
           CLOSE PUZZLE-FILE

           PERFORM WRITE-HARVEST-MARK
           PERFORM POST-CONTROL-TOTALS
           PERFORM PRINT-REPORT

           IF WS-UNTABLED-MOVES > ZERO
              OR WS-VOID-SKIPPED > ZERO
              MOVE 4 TO RETURN-CODE
           END-IF

           STOP RUN
           .
      /
      * --------------------------------------------------------------
      *   THE MARK LEFT BY THE LAST RUN - NONE YET MEANS THE WHOLE
      *   LOG IS NEW
      * --------------------------------------------------------------
       READ-HARVEST-MARK.
           OPEN INPUT CONTROL-FILE
           IF CONTROL-FILE-STATUS = "00"
              READ CONTROL-FILE
                 AT END
                    CONTINUE
                 NOT AT END
                    IF CTL-LAST-DATE IS NUMERIC
                       AND CTL-LAST-TIME IS NUMERIC
                       MOVE CTL-LAST-DATE TO WS-MARK-DATE
                       MOVE CTL-LAST-TIME TO WS-MARK-TIME
                    END-IF
              END-READ
              CLOSE CONTROL-FILE
           END-IF

           MOVE WS-MARK-DATE TO WS-MAX-DATE
           MOVE WS-MARK-TIME TO WS-MAX-TIME
           .

       WRITE-HARVEST-MARK.
           OPEN OUTPUT CONTROL-FILE
           MOVE WS-MAX-DATE TO CTL-LAST-DATE
           MOVE WS-MAX-TIME TO CTL-LAST-TIME
           WRITE CONTROL-RECORD
           CLOSE CONTROL-FILE
           .
      /
      * --------------------------------------------------------------
      *   TABLE EVERY VOIDED NUMBERED GAME, 1-PLAYER THEN 2-PLAYER
      * --------------------------------------------------------------
       LOAD-VOIDED-GAMES.
           SET GAME-LOG-NOT-EOF TO TRUE

           OPEN INPUT GAME-LOG-FILE
           IF GAME-LOG-STATUS = "35"
              SET GAME-LOG-EOF TO TRUE
           END-IF

           PERFORM UNTIL GAME-LOG-EOF
              READ GAME-LOG-FILE
                 AT END
                    SET GAME-LOG-EOF TO TRUE
              END-READ
              IF NOT GAME-LOG-EOF
                 IF GML-VOIDED
                    AND GML-GAME-NUMBER IS NUMERIC
                    AND GML-GAME-NUMBER > ZERO
                    AND WS-VOID-COUNT NOT < WK-VOID-TABLE-SIZE
                    ADD 1 TO WS-VOID-SKIPPED
                 END-IF
                 IF GML-VOIDED
                    AND GML-GAME-NUMBER IS NUMERIC
                    AND GML-GAME-NUMBER > ZERO
                    AND WS-VOID-COUNT < WK-VOID-TABLE-SIZE
                    ADD 1 TO WS-VOID-COUNT
                    MOVE GML-SITE-CODE   TO WS-VD-SITE(WS-VOID-COUNT)
                    MOVE GML-OPERATOR-ID
                      TO WS-VD-OPERATOR(WS-VOID-COUNT)
                    MOVE GML-GAME-NUMBER TO WS-VD-NUMBER(WS-VOID-COUNT)
                 END-IF
              END-IF
           END-PERFORM

           IF GAME-LOG-STATUS NOT = "35"
              CLOSE GAME-LOG-FILE
           END-IF
           .

       LOAD-VOIDED-MATCHES.
           SET MATCH-LOG-NOT-EOF TO TRUE

           OPEN INPUT MATCH-LOG-FILE
           IF MATCH-LOG-STATUS = "35"
              SET MATCH-LOG-EOF TO TRUE
           END-IF

           PERFORM UNTIL MATCH-LOG-EOF
              READ MATCH-LOG-FILE
                 AT END
                    SET MATCH-LOG-EOF TO TRUE
              END-READ
              IF NOT MATCH-LOG-EOF
                 IF MTC-VOIDED
                    AND MTC-GAME-NUMBER IS NUMERIC
                    AND MTC-GAME-NUMBER > ZERO
                    AND WS-VOID-COUNT NOT < WK-VOID-TABLE-SIZE
                    ADD 1 TO WS-VOID-SKIPPED
                 END-IF
                 IF MTC-VOIDED
                    AND MTC-GAME-NUMBER IS NUMERIC
                    AND MTC-GAME-NUMBER > ZERO
                    AND WS-VOID-COUNT < WK-VOID-TABLE-SIZE
                    ADD 1 TO WS-VOID-COUNT
                    MOVE MTC-SITE-CODE   TO WS-VD-SITE(WS-VOID-COUNT)
                    MOVE MTC-PLAYER1-ID
                      TO WS-VD-OPERATOR(WS-VOID-COUNT)
                    MOVE MTC-GAME-NUMBER TO WS-VD-NUMBER(WS-VOID-COUNT)
                 END-IF
              END-IF
           END-PERFORM

           IF MATCH-LOG-STATUS NOT = "35"
              CLOSE MATCH-LOG-FILE
           END-IF
           .

      * --------------------------------------------------------------
      *   OPEN THE PUZZLE FILE FOR UPDATE, CREATING IT THE FIRST TIME
      * --------------------------------------------------------------
       OPEN-PUZZLE-FILE.
           OPEN I-O PUZZLE-FILE
           IF PUZZLE-FILE-STATUS = "35"
              OPEN OUTPUT PUZZLE-FILE
              IF PUZZLE-FILE-STATUS = "00"
                 CLOSE PUZZLE-FILE
                 OPEN I-O PUZZLE-FILE
              END-IF
           END-IF
           .
      /
      * --------------------------------------------------------------
      *   REPLAY EVERY NUMBERED MOVE ONTO ITS GAME'S GRID, JUDGING
      *   THE NEW HUMAN ONES ON THE WAY IN
      * --------------------------------------------------------------
       HARVEST-MOVE-LOG.
           SET MOVE-LOG-NOT-EOF TO TRUE

           OPEN INPUT MOVE-LOG-FILE
           IF MOVE-LOG-STATUS = "35"
              SET MOVE-LOG-EOF TO TRUE
           END-IF

           PERFORM UNTIL MOVE-LOG-EOF
              READ MOVE-LOG-FILE
                 AT END
                    SET MOVE-LOG-EOF TO TRUE
              END-READ
              IF NOT MOVE-LOG-EOF
                 ADD 1 TO WS-MOVES-READ
                 IF MVL-GAME-NUMBER IS NUMERIC
                    AND MVL-GAME-NUMBER > ZERO
                    PERFORM REPLAY-ONE-MOVE
                 ELSE
                    ADD 1 TO WS-LEGACY-MOVES
                 END-IF
              END-IF
           END-PERFORM

           IF MOVE-LOG-STATUS NOT = "35"
              CLOSE MOVE-LOG-FILE
           END-IF
           .

       REPLAY-ONE-MOVE.
           MOVE MVL-GAME-NUMBER TO WS-THIS-GAME
           PERFORM FIND-OR-ADD-GAME

           EVALUATE TRUE
              WHEN WS-GAME-FOUND-IDX = ZERO
                   ADD 1 TO WS-UNTABLED-MOVES
              WHEN WS-GM-VOIDED(WS-GAME-FOUND-IDX) = "Y"
                   ADD 1 TO WS-VOIDED-MOVES
              WHEN WS-GM-BROKEN(WS-GAME-FOUND-IDX) = "Y"
                   ADD 1 TO WS-UNJUDGED-MOVES
              WHEN MVL-CELL-NUMBER NOT NUMERIC
                   MOVE "Y" TO WS-GM-BROKEN(WS-GAME-FOUND-IDX)
                   ADD 1 TO WS-UNJUDGED-MOVES
              WHEN MVL-CELL-NUMBER < 1
                   MOVE "Y" TO WS-GM-BROKEN(WS-GAME-FOUND-IDX)
                   ADD 1 TO WS-UNJUDGED-MOVES
              WHEN WS-GM-GRID(WS-GAME-FOUND-IDX)
                             (MVL-CELL-NUMBER:1) NOT = SPACE
                   MOVE "Y" TO WS-GM-BROKEN(WS-GAME-FOUND-IDX)
                   ADD 1 TO WS-UNJUDGED-MOVES
              WHEN OTHER
                   MOVE MVL-CELL-NUMBER TO WS-CELL
                   EVALUATE TRUE
                      WHEN MVL-MOVER = "CPU"
                           ADD 1 TO WS-CPU-MOVES
                      WHEN MVL-GAME-DATE < WS-MARK-DATE
                        OR (MVL-GAME-DATE = WS-MARK-DATE
                            AND MVL-GAME-TIME NOT > WS-MARK-TIME)
                           ADD 1 TO WS-HARVESTED-BEFORE
                      WHEN OTHER
                           PERFORM JUDGE-ONE-MOVE
                   END-EVALUATE
      * ...        SAME MARKS AS THE LIVE GAME - THE CPU AND PLAYER 2
      * ...        PLAY "X", THE OPERATOR PLAYS "O"
                   IF MVL-MOVER = "CPU" OR MVL-MOVER = "PLAYER2"
                      MOVE "X" TO
                           WS-GM-GRID(WS-GAME-FOUND-IDX)(WS-CELL:1)
                   ELSE
                      MOVE "O" TO
                           WS-GM-GRID(WS-GAME-FOUND-IDX)(WS-CELL:1)
                   END-IF
           END-EVALUATE

      * ... THE NEWEST MOVE ON THE LOG BECOMES TOMORROW'S MARK
           IF MVL-GAME-DATE IS NUMERIC AND MVL-GAME-TIME IS NUMERIC
              IF MVL-GAME-DATE > WS-MAX-DATE
                 OR (MVL-GAME-DATE = WS-MAX-DATE
                     AND MVL-GAME-TIME > WS-MAX-TIME)
                 MOVE MVL-GAME-DATE TO WS-MAX-DATE
                 MOVE MVL-GAME-TIME TO WS-MAX-TIME
              END-IF
           END-IF
           .
      /
      * --------------------------------------------------------------
      *   LOOK UP THE GAME'S ROW BY SITE, OPERATOR AND GAME NUMBER,
      *   ADDING
      *   A FRESH ONE THE FIRST TIME IT IS SEEN. ONE GAME'S MOVES
      *   NORMALLY SIT TOGETHER ON THE LOG, SO THE LAST ROW FOUND IS
      *   TRIED FIRST. A NEW GAME THAT NO LONGER FITS IS LEFT WITH NO
      *   ROW (WS-GAME-FOUND-IDX ZERO).
      * --------------------------------------------------------------
       FIND-OR-ADD-GAME.
           MOVE ZERO TO WS-GAME-FOUND-IDX

           IF WS-LAST-FOUND-IDX > ZERO
              IF WS-GM-OPERATOR(WS-LAST-FOUND-IDX) = MVL-OPERATOR-ID
                 AND WS-GM-NUMBER(WS-LAST-FOUND-IDX) = WS-THIS-GAME
                 AND WS-GM-SITE(WS-LAST-FOUND-IDX) = MVL-SITE-CODE
                 MOVE WS-LAST-FOUND-IDX TO WS-GAME-FOUND-IDX
              END-IF
           END-IF

           IF WS-GAME-FOUND-IDX = ZERO
              PERFORM VARYING WS-GAME-IDX FROM 1 BY 1
                      UNTIL WS-GAME-IDX > WS-GAME-COUNT
                         OR WS-GAME-FOUND-IDX > ZERO
                 IF WS-GM-OPERATOR(WS-GAME-IDX) = MVL-OPERATOR-ID
                    AND WS-GM-NUMBER(WS-GAME-IDX) = WS-THIS-GAME
                    AND WS-GM-SITE(WS-GAME-IDX) = MVL-SITE-CODE
                    MOVE WS-GAME-IDX TO WS-GAME-FOUND-IDX
                 END-IF
              END-PERFORM
           END-IF

           IF WS-GAME-FOUND-IDX = ZERO
              AND WS-GAME-COUNT < WK-GAME-TABLE-SIZE
              ADD 1 TO WS-GAME-COUNT
              MOVE WS-GAME-COUNT   TO WS-GAME-FOUND-IDX
              MOVE MVL-SITE-CODE   TO WS-GM-SITE(WS-GAME-FOUND-IDX)
              MOVE MVL-OPERATOR-ID TO WS-GM-OPERATOR(WS-GAME-FOUND-IDX)
              MOVE WS-THIS-GAME    TO WS-GM-NUMBER(WS-GAME-FOUND-IDX)
              MOVE SPACES          TO WS-GM-GRID(WS-GAME-FOUND-IDX)
              MOVE "N"             TO WS-GM-BROKEN(WS-GAME-FOUND-IDX)
              MOVE "N"             TO WS-GM-VOIDED(WS-GAME-FOUND-IDX)
              PERFORM VARYING WS-VOID-IDX FROM 1 BY 1
                      UNTIL WS-VOID-IDX > WS-VOID-COUNT
                 IF WS-VD-OPERATOR(WS-VOID-IDX) = MVL-OPERATOR-ID
                    AND WS-VD-NUMBER(WS-VOID-IDX) = WS-THIS-GAME
                    AND WS-VD-SITE(WS-VOID-IDX) = MVL-SITE-CODE
                    MOVE "Y" TO WS-GM-VOIDED(WS-GAME-FOUND-IDX)
                 END-IF
              END-PERFORM
           END-IF

           MOVE WS-GAME-FOUND-IDX TO WS-LAST-FOUND-IDX
           .
      /
      * --------------------------------------------------------------
      *   JUDGE ONE NEW HUMAN MOVE AGAINST THE POSITION BEFORE IT.
      *   THE POSITION IS PUT WITH THE MOVER AS "O" FIRST, SO THE
      *   SOLVER'S CODE IS THE PUZZLE KEY AS IT STANDS.
      * --------------------------------------------------------------
       JUDGE-ONE-MOVE.
           MOVE WS-GM-GRID(WS-GAME-FOUND-IDX) TO WS-PUZZLE-GRID
           IF MVL-MOVER = "PLAYER2"
              INSPECT WS-PUZZLE-GRID CONVERTING "OX" TO "XO"
           END-IF

           MOVE WS-PUZZLE-GRID TO SLV-GRID
           SET SLV-O-TO-MOVE   TO TRUE
           CALL "TTTSOLVE" USING TTT-SOLVE-AREA

      * ... NOTHING TO JUDGE ON A GRID THAT IS ALREADY DECIDED
           IF SLV-DECIDED
              ADD 1 TO WS-UNJUDGED-MOVES
           ELSE
              ADD 1 TO WS-JUDGED-MOVES
              MOVE SLV-CELL-VALUE(WS-CELL) TO WS-AFTER-VALUE
              EVALUATE TRUE
                 WHEN SLV-BEST-VALUE > ZERO
                  AND WS-AFTER-VALUE < SLV-BEST-VALUE
                      SET KIND-FIND-WIN  TO TRUE
                      ADD 1 TO WS-WIN-MISSES
                 WHEN SLV-BEST-VALUE = ZERO
                  AND WS-AFTER-VALUE < ZERO
                      SET KIND-FIND-SAVE TO TRUE
                      ADD 1 TO WS-SAVE-MISSES
                 WHEN OTHER
                      SET KIND-NO-PUZZLE TO TRUE
              END-EVALUATE
              IF NOT KIND-NO-PUZZLE
                 ADD 1 TO WS-MISSES-FOUND
                 PERFORM FILE-THE-PUZZLE
              END-IF
           END-IF
           .

      * --------------------------------------------------------------
      *   A POSITION ALREADY ON FILE JUST COUNTS ONE MORE MISS; A NEW
      *   ONE GOES ON PENDING WITH ITS ANSWER CELLS
      * --------------------------------------------------------------
       FILE-THE-PUZZLE.
           SET PUZZLE-ROW-FOUND  TO TRUE
           MOVE SLV-POSITION-CODE TO PZL-POSITION-CODE
           READ PUZZLE-FILE
              INVALID KEY
                 SET PUZZLE-ROW-NOT-FOUND TO TRUE
           END-READ

           IF PUZZLE-ROW-FOUND
              ADD 1 TO PZL-TIMES-MISSED
              IF MVL-GAME-DATE > PZL-LAST-SEEN
                 MOVE MVL-GAME-DATE TO PZL-LAST-SEEN
              END-IF
              REWRITE PUZZLE-RECORD
                 INVALID KEY
                    ADD 1 TO WS-PUZZLES-NOT-FILED
                 NOT INVALID KEY
                    ADD 1 TO WS-PUZZLES-SEEN-AGAIN
              END-REWRITE
           ELSE
              MOVE SPACES            TO PUZZLE-RECORD
              MOVE SLV-POSITION-CODE TO PZL-POSITION-CODE
              MOVE WS-PUZZLE-GRID    TO PZL-GRID
              MOVE WS-KIND           TO PZL-KIND
              SET PZL-PENDING        TO TRUE
      * ...       A SUBSCRIPT OF ITS OWN - WS-CELL STILL HOLDS THE MOVE
      * ...       THE CALLER HAS TO PUT ON THE GRID
              PERFORM VARYING WS-SOL-CELL FROM 1 BY 1
                      UNTIL WS-SOL-CELL > 9
                 IF SLV-CELL(WS-SOL-CELL) = SPACE
                    AND SLV-CELL-VALUE(WS-SOL-CELL) = SLV-BEST-VALUE
                    MOVE "Y" TO PZL-SOLUTION-CELL(WS-SOL-CELL)
                 END-IF
              END-PERFORM
              MOVE 1                 TO PZL-TIMES-MISSED
              MOVE MVL-GAME-DATE     TO PZL-FIRST-SEEN
                                        PZL-LAST-SEEN
              MOVE WS-RUN-DATE       TO PZL-STATUS-DATE
              WRITE PUZZLE-RECORD
                 INVALID KEY
                    ADD 1 TO WS-PUZZLES-NOT-FILED
                 NOT INVALID KEY
                    PERFORM NOTE-NEW-PUZZLE
              END-WRITE
           END-IF
           .

       NOTE-NEW-PUZZLE.
           ADD 1 TO WS-PUZZLES-ADDED
           IF WS-NEW-COUNT < WK-NEW-TABLE-SIZE
              ADD 1 TO WS-NEW-COUNT
              MOVE PZL-POSITION-CODE TO WS-NW-CODE(WS-NEW-COUNT)
              MOVE PZL-GRID          TO WS-NW-GRID(WS-NEW-COUNT)
              MOVE PZL-KIND          TO WS-NW-KIND(WS-NEW-COUNT)
              MOVE PZL-SOLUTION      TO WS-NW-SOLUTION(WS-NEW-COUNT)
           END-IF
           .
      /
      * --------------------------------------------------------------
      *   POST THE RUN'S CONTROL TOTALS TO THE LEDGER
      * --------------------------------------------------------------
       POST-CONTROL-TOTALS.
           MOVE "TTTHARV"               TO PST-STEP-NAME
           MOVE WS-MARK-DATE            TO PST-DATA-FROM
           MOVE WS-MAX-DATE             TO PST-DATA-TO

           MOVE "MOVES-READ"            TO PST-TOTAL-NAME
           MOVE WS-MOVES-READ           TO PST-TOTAL-VALUE
           CALL "TTTPOST" USING TTT-POST-AREA

           MOVE "MISSES-FOUND"          TO PST-TOTAL-NAME
           MOVE WS-MISSES-FOUND         TO PST-TOTAL-VALUE
           CALL "TTTPOST" USING TTT-POST-AREA

           MOVE "PUZZLES-ADDED"         TO PST-TOTAL-NAME
           MOVE WS-PUZZLES-ADDED        TO PST-TOTAL-VALUE
           CALL "TTTPOST" USING TTT-POST-AREA

           MOVE "PUZZLES-AGAIN"         TO PST-TOTAL-NAME
           MOVE WS-PUZZLES-SEEN-AGAIN   TO PST-TOTAL-VALUE
           CALL "TTTPOST" USING TTT-POST-AREA
           .
      /
      * --------------------------------------------------------------
      *   PRINT THE NEW PUZZLES AND THE RUN TRAILER
      * --------------------------------------------------------------
       PRINT-REPORT.
           OPEN OUTPUT REPORT-FILE

           MOVE WS-RUN-DATE    TO WS-HD-RUN-DATE
           MOVE SPACES         TO REPORT-LINE
           MOVE WS-HEADER-LINE TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE "NEW PUZZLES - PENDING SUPERVISOR REVIEW (TTTPUZM)"
                TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           STRING "  CODE   POSITION     FIND           ANSWER"
                  DELIMITED BY SIZE
                  INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           STRING "  -----  -----------  -------------  ---------"
                  DELIMITED BY SIZE
                  INTO REPORT-LINE
           WRITE REPORT-LINE

           PERFORM VARYING WS-NEW-IDX FROM 1 BY 1
                   UNTIL WS-NEW-IDX > WS-NEW-COUNT
              PERFORM PRINT-ONE-PUZZLE
           END-PERFORM

           IF WS-NEW-COUNT = ZERO
              MOVE "  (NONE)" TO REPORT-LINE
              WRITE REPORT-LINE
           END-IF

           PERFORM PRINT-TRAILER

           CLOSE REPORT-FILE
           .

      * --------------------------------------------------------------
      *   ONE PUZZLE, ROW BY ROW ("." FOR AN EMPTY CELL), "O" TO
      *   MOVE, WITH THE CELLS THAT SOLVE IT
      * --------------------------------------------------------------
       PRINT-ONE-PUZZLE.
           MOVE WS-NW-GRID(WS-NEW-IDX)  TO WS-SHOW-GRID
           INSPECT WS-SHOW-GRID REPLACING ALL SPACE BY "."

           MOVE WS-NW-CODE(WS-NEW-IDX)  TO WS-PL-CODE
           MOVE WS-SHOW-GRID(1:3)       TO WS-PL-ROW-1
           MOVE WS-SHOW-GRID(4:3)       TO WS-PL-ROW-2
           MOVE WS-SHOW-GRID(7:3)       TO WS-PL-ROW-3
           IF WS-NW-KIND(WS-NEW-IDX) = "W"
              MOVE "THE WIN"            TO WS-PL-KIND
           ELSE
              MOVE "THE SAVE"           TO WS-PL-KIND
           END-IF

           MOVE SPACES TO WS-PL-BEST-CELLS
           MOVE 1      TO WS-BEST-PTR
           PERFORM VARYING WS-CELL FROM 1 BY 1 UNTIL WS-CELL > 9
              IF WS-NW-SOLUTION(WS-NEW-IDX)(WS-CELL:1) = "Y"
                 MOVE WS-CELL(2:1) TO WS-PL-BEST-CELLS(WS-BEST-PTR:1)
                 ADD 2 TO WS-BEST-PTR
              END-IF
           END-PERFORM

           MOVE SPACES         TO REPORT-LINE
           MOVE WS-PUZZLE-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           .

       PRINT-TRAILER.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE "MOVES READ"                TO WS-TR-LABEL
           MOVE WS-MOVES-READ               TO WS-TR-VALUE
           PERFORM PRINT-TRAILER-LINE

           MOVE "  WITHOUT GAME NUMBER"     TO WS-TR-LABEL
           MOVE WS-LEGACY-MOVES             TO WS-TR-VALUE
           PERFORM PRINT-TRAILER-LINE

           MOVE "  CPU MOVES"               TO WS-TR-LABEL
           MOVE WS-CPU-MOVES                TO WS-TR-VALUE
           PERFORM PRINT-TRAILER-LINE

           MOVE "  IN VOIDED GAMES"         TO WS-TR-LABEL
           MOVE WS-VOIDED-MOVES             TO WS-TR-VALUE
           PERFORM PRINT-TRAILER-LINE

           MOVE "  HARVESTED BY AN EARLIER RUN" TO WS-TR-LABEL
           MOVE WS-HARVESTED-BEFORE         TO WS-TR-VALUE
           PERFORM PRINT-TRAILER-LINE

           MOVE "  OVER THE GAME LIMIT"     TO WS-TR-LABEL
           MOVE WS-UNTABLED-MOVES           TO WS-TR-VALUE
           PERFORM PRINT-TRAILER-LINE

           MOVE "  NOT JUDGED"              TO WS-TR-LABEL
           MOVE WS-UNJUDGED-MOVES           TO WS-TR-VALUE
           PERFORM PRINT-TRAILER-LINE

           MOVE "  JUDGED"                  TO WS-TR-LABEL
           MOVE WS-JUDGED-MOVES             TO WS-TR-VALUE
           PERFORM PRINT-TRAILER-LINE

           MOVE "MISSES FOUND"              TO WS-TR-LABEL
           MOVE WS-MISSES-FOUND             TO WS-TR-VALUE
           PERFORM PRINT-TRAILER-LINE

           MOVE "  MISSED A FORCED WIN"     TO WS-TR-LABEL
           MOVE WS-WIN-MISSES               TO WS-TR-VALUE
           PERFORM PRINT-TRAILER-LINE

           MOVE "  WALKED INTO A LOSS"      TO WS-TR-LABEL
           MOVE WS-SAVE-MISSES              TO WS-TR-VALUE
           PERFORM PRINT-TRAILER-LINE

           MOVE "PUZZLES ADDED (PENDING)"   TO WS-TR-LABEL
           MOVE WS-PUZZLES-ADDED            TO WS-TR-VALUE
           PERFORM PRINT-TRAILER-LINE

           MOVE "PUZZLES MISSED AGAIN"      TO WS-TR-LABEL
           MOVE WS-PUZZLES-SEEN-AGAIN       TO WS-TR-VALUE
           PERFORM PRINT-TRAILER-LINE

           MOVE "VOIDED GAMES OVER THE LIMIT"  TO WS-TR-LABEL
           MOVE WS-VOID-SKIPPED             TO WS-TR-VALUE
           PERFORM PRINT-TRAILER-LINE

      * ... A MISS THAT COULD NOT BE FILED LEAVES TTTBAL'S HARVEST
      * ... RULE OUT OF BALANCE - SAY WHY ON THE REPORT
           IF WS-PUZZLES-NOT-FILED > ZERO
              MOVE "PUZZLE FILE WRITES FAILED"  TO WS-TR-LABEL
              MOVE WS-PUZZLES-NOT-FILED        TO WS-TR-VALUE
              PERFORM PRINT-TRAILER-LINE
           END-IF

           MOVE SPACES TO REPORT-LINE
           STRING "NEXT RUN COUNTS MOVES AFTER " DELIMITED BY SIZE
                  WS-MAX-DATE                    DELIMITED BY SIZE
                  " "                            DELIMITED BY SIZE
                  WS-MAX-TIME                    DELIMITED BY SIZE
                  INTO REPORT-LINE
           WRITE REPORT-LINE
           .

       PRINT-TRAILER-LINE.
           MOVE SPACES          TO REPORT-LINE
           MOVE WS-TRAILER-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           .
