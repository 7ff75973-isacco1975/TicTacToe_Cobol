       IDENTIFICATION       DIVISION.
       PROGRAM-ID.          TTTAUDIT.
       AUTHOR.              ISAAC GARCIA PEVERI
       DATE-WRITTEN.        15.10.2026.
      * LAST EDIT           15.10.2026.
       REMARKS.             GAME INTEGRITY AUDIT. TTTRECON PROVES
                             STATS.DAT AGAINST GAMELOG.DAT, BUT NOTHING
                             PROVED THAT A LOGGED RESULT REALLY FOLLOWS
                             FROM THE MOVES PLAYED. THIS JOB REPLAYS
                             MOVELOG.DAT ONE GAME AT A TIME (OPERATOR
                             PLUS MVL-GAME-NUMBER), REBUILDS EACH
                             GAME'S FINAL GRID, WORKS OUT THE OUTCOME
                             THE SAME WAY CHECK-WINNER DOES IN
                             TICTACTOE, AND HOLDS IT AGAINST THE
                             RESULT ON GAMELOG.DAT (1-PLAYER) OR
                             MATCHLOG.DAT (2-PLAYER). EVERY RESULT
                             THAT DISAGREES WITH ITS BOARD, EVERY
                             ILLEGAL MOVE SEQUENCE, EVERY ABANDONED
                             GAME AND EVERY RESULT WITH NO MOVES BEHIND
                             IT IS LISTED ON AN EXCEPTIONS REPORT, SO
                             A BAD ROW CAN BE VOIDED WITH TTTADJ.
      /
      ******************************************************************
      * WRITTEN IN ACUCOBOL-GT 7.0.0
      *         TIC TAC TOE GAME INTEGRITY AUDIT
      *
      *         THE GRID IS REBUILT WITH THE LIVE GAME'S MARKS: THE
      *         OPERATOR (PLAYER / PLAYER1) PLAYS "O", THE CPU AND
      *         PLAYER2 PLAY "X" - SAME AS TTTREPLY. THE OUTCOME
      *         TESTS THE EIGHT LINES FOR "O" BEFORE "X", EXACTLY AS
      *         CHECK-WINNER DOES, SO A 1-PLAYER GAME WHERE THE CPU
      *         STILL PLACED A MARK AFTER THE PLAYER'S WINNING MOVE
      *         COMES OUT THE WAY THE GAME SCORED IT.
      *
      *         A FORFEIT ("F" ON GAMELOG.DAT, "X"/"Y" ON
      *         MATCHLOG.DAT) IS A TIMEOUT, SO IT IS PROVED BY AN
      *         UNDECIDED BOARD WITH THE FORFEITING SIDE ON THE MOVE.
      *         A FORFEIT BEFORE THE FIRST MOVE HAS NO MOVES BEHIND
      *         IT AND IS NOT AN EXCEPTION.
      *
      *         EXCLUDED FROM THE AUDIT:
      *           - ROWS VOIDED BY TTTADJ (GML-/MTC-VOID-FLAG), AND
      *             THE MOVES OF A GAME WHOSE ONLY RESULT WAS VOIDED
      *           - THE GAME STILL IN PROGRESS ON AN OPERATOR'S
      *             CHECKPT.DAT ROW (IT HAS MOVES AND NO RESULT YET)
      *           - MOVES AND RESULTS LOGGED BEFORE THE GAME NUMBER
      *             EXISTED, WHICH CANNOT BE TOLD APART BY GAME
      *             (COUNTED ON THE TRAILER ONLY)
      *
      *         THE LOG INPUTS DEFAULT TO THE CFG- NAMES BUT CAN BE
      *         REPOINTED - TTTAUDMLOG (MOVE LOG), TTTAUDGLOG (GAME
      *         LOG) AND TTTAUDXLOG (MATCH LOG) - SO ARCHIVES
      *         CONCATENATED WITH THE LIVE FILES BY HAND CAN BE
      *         AUDITED AS ONE PERIOD.
      *         POINT ALL THREE AT THE SAME PERIOD: TTTHSKP ARCHIVES
      *         THE MOVE AND GAME LOGS ON THE SAME CUTOFF.
      *
      *         IF MORE GAMES TURN UP THAN THE GAME TABLE HOLDS THE
      *         AUDIT IS NOT RUN AT ALL (EXIT STATUS 8) - A PARTIAL
      *         REPLAY WOULD REPORT EVERY GAME THAT DID NOT FIT AS A
      *         RESULT WITH NO MOVES. THE REPORT GOES TO
      *         TTTAUDIT.LST.
      ******************************************************************
      /
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.

       INPUT-OUTPUT  SECTION.
       FILE-CONTROL.
           SELECT MOVE-LOG-FILE ASSIGN TO DYNAMIC WS-MOVE-LOG-NAME
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS  IS MOVE-LOG-STATUS.

           SELECT GAME-LOG-FILE ASSIGN TO DYNAMIC WS-GAME-LOG-NAME
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS  IS GAME-LOG-STATUS.

           SELECT MATCH-LOG-FILE ASSIGN TO DYNAMIC WS-MATCH-LOG-NAME
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS  IS MATCH-LOG-STATUS.

           SELECT CHECKPOINT-FILE ASSIGN TO DYNAMIC CFG-CHECKPT-FILE
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              RECORD KEY   IS CKP-OPERATOR-ID
              FILE STATUS  IS CHECKPOINT-FILE-STATUS.

           SELECT REPORT-FILE ASSIGN TO "TTTAUDIT.LST"
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

       FD  CHECKPOINT-FILE.
           COPY "CHKPTREC.CPY".

       FD  REPORT-FILE.
       01 REPORT-LINE            PIC X(100).

       WORKING-STORAGE SECTION.

      * SITE CONFIGURATION - FILLED BY TTTCONF AT STARTUP; THE LOGS
      * AND THE CHECKPOINT FILE COME FROM THE CFG- NAMES SO
      * OPERATIONS CAN REPOINT THEM WITHOUT A RECOMPILE
           COPY "CONFREC.CPY".

      * FILE STATUS / END-OF-FILE CONTROL
       77 MOVE-LOG-STATUS        PIC  X(2)  VALUE SPACES.
       77 GAME-LOG-STATUS        PIC  X(2)  VALUE SPACES.
       77 MATCH-LOG-STATUS       PIC  X(2)  VALUE SPACES.
       77 CHECKPOINT-FILE-STATUS PIC  X(2)  VALUE SPACES.
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

       77 FLAG-CHECKPOINT-EOF    PIC  X(1)  VALUE "N".
           88 CHECKPOINT-EOF           VALUE "Y".
           88 CHECKPOINT-NOT-EOF       VALUE "N".

      * SET WHEN A GAME DID NOT FIT THE TABLE - THE AUDIT IS THEN
      * NOT RUN (SEE THE BANNER)
       77 FLAG-TABLE-OVERFLOW    PIC  X(1)  VALUE "N".
           88 TABLE-OVERFLOWED         VALUE "Y".
           88 TABLE-NOT-OVERFLOWED     VALUE "N".

      * THE LOG INPUTS - CFG- NAMES UNLESS REPOINTED FOR THE RUN
       77 WS-MOVE-LOG-NAME       PIC  X(40) VALUE SPACES.
       77 WS-GAME-LOG-NAME       PIC  X(40) VALUE SPACES.
       77 WS-MATCH-LOG-NAME      PIC  X(40) VALUE SPACES.

       77 WS-RUN-DATE            PIC  9(8)  VALUE ZERO.
       77 WS-THIS-GAME           PIC  9(5)  VALUE ZERO.
       77 WS-THIS-OPERATOR       PIC  X(20) VALUE SPACES.
       77 WS-THIS-SITE           PIC  X(3)  VALUE SPACES.
       77 WS-CELL                PIC  9(2)  VALUE ZERO.

      * ONE ROW PER DISTINCT GAME ON THE MOVE LOG, KEYED BY SITE,
      * OPERATOR AND GAME NUMBER (GAME NUMBERS RUN PER OPERATOR PER
      * SITE, AND TTTMERGE PUTS EVERY SITE'S LOGS TOGETHER). THE
      * GRID IS REPLAYED INTO THE ROW MOVE BY MOVE; THE
      * ILLEGAL-SEQUENCE FLAGS ARE RAISED AS THE MOVES GO IN, AND
      * THE RESULT IS JOINED ON FROM THE TWO RESULT LOGS.
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
             10 WS-GM-FIRST-DATE       PIC 9(8).
             10 WS-GM-GRID.
                15 WS-GM-CELL          PIC X(1) OCCURS 9.
             10 WS-GM-MOVES            PIC 9(3).
             10 WS-GM-LAST-MOVER       PIC X(8).
      *      "G" = RESULT FROM GAMELOG.DAT, "M" = FROM MATCHLOG.DAT
             10 WS-GM-RESULT-LOG       PIC X(1).
             10 WS-GM-RESULT           PIC X(1).
             10 WS-GM-RESULTS          PIC 9(2).
             10 WS-GM-LIVE             PIC X(1).
             10 WS-GM-BAD-CELL         PIC X(1).
             10 WS-GM-CELL-TWICE       PIC X(1).
             10 WS-GM-MOVER-TWICE      PIC X(1).
      *      "Y" WHEN A RESULT ROW FOR THE GAME WAS VOIDED BY TTTADJ
             10 WS-GM-VOIDED           PIC X(1).

      * REPLAYED GRID UNDER TEST - SAME CELL NUMBERING AS TICTACTOE'S
      * GRID-BUFFER, SO THE EIGHT LINES READ THE SAME AS CHECK-WINNER
       01 WS-GRID-BUFFER.
          05 WS-ROW-EL           PIC X  OCCURS 9.

       77 WS-FILLED-CELLS        PIC  9(2)  VALUE ZERO.

      * OUTCOME OF THE REPLAYED GRID - THE SAME THREE STATES AS THE
      * GAME'S WINNER FLAG, PLUS A FULL GRID WITH NO LINE (DRAWN)
       77 WS-BOARD-OUTCOME       PIC  X(1)  VALUE "N".
           88 BOARD-NONE-WINS          VALUE "N".
           88 BOARD-PLAYER-WINS        VALUE "P".
           88 BOARD-COMPUTER-WINS      VALUE "C".
           88 BOARD-DRAWN              VALUE "D".

       77 FLAG-RESULT-PROVED     PIC  X(1)  VALUE "N".
           88 RESULT-PROVED            VALUE "Y".
           88 RESULT-NOT-PROVED        VALUE "N".

       77 FLAG-GAME-CLEAN        PIC  X(1)  VALUE "Y".
           88 GAME-CLEAN               VALUE "Y".
           88 GAME-NOT-CLEAN           VALUE "N".

       78 WK-O                          VALUE "O".
       78 WK-X                          VALUE "X".

      * RUNNING TOTALS FOR THE REPORT TRAILER
       77 WS-MOVES-READ          PIC  9(7)  VALUE ZERO.
       77 WS-LEGACY-MOVES        PIC  9(7)  VALUE ZERO.
       77 WS-GAME-ROWS-READ      PIC  9(7)  VALUE ZERO.
       77 WS-MATCH-ROWS-READ     PIC  9(7)  VALUE ZERO.
       77 WS-VOIDED-ROWS         PIC  9(7)  VALUE ZERO.
       77 WS-VOIDED-GAMES        PIC  9(7)  VALUE ZERO.
       77 WS-LEGACY-RESULTS      PIC  9(7)  VALUE ZERO.
       77 WS-EARLY-FORFEITS      PIC  9(7)  VALUE ZERO.
       77 WS-LIVE-GAMES          PIC  9(7)  VALUE ZERO.
       77 WS-GAMES-PROVED        PIC  9(7)  VALUE ZERO.
       77 WS-EXCEPTION-COUNT     PIC  9(5)  VALUE ZERO.
       77 WS-MISMATCH-COUNT      PIC  9(5)  VALUE ZERO.
       77 WS-ILLEGAL-COUNT       PIC  9(5)  VALUE ZERO.
       77 WS-ABANDONED-COUNT     PIC  9(5)  VALUE ZERO.
       77 WS-NO-MOVES-COUNT      PIC  9(5)  VALUE ZERO.
       77 WS-TWICE-COUNT         PIC  9(5)  VALUE ZERO.

      * EXCEPTION DETAIL LINE WORK AREA - ONE LINE PER EXCEPTION, SO
      * A GAME WITH TWO PROBLEMS PRINTS TWICE
       01 WS-EXCEPT-LINE.
          05 WS-EX-OPERATOR      PIC  X(20).
          05 FILLER              PIC  X(02) VALUE SPACES.
          05 WS-EX-GAME          PIC  ZZZZ9.
          05 FILLER              PIC  X(02) VALUE SPACES.
          05 WS-EX-DATE          PIC  X(08).
          05 FILLER              PIC  X(02) VALUE SPACES.
          05 WS-EX-LOG           PIC  X(05).
          05 FILLER              PIC  X(02) VALUE SPACES.
          05 WS-EX-MOVES         PIC  ZZ9.
          05 FILLER              PIC  X(03) VALUE SPACES.
          05 WS-EX-RESULT        PIC  X(01).
          05 FILLER              PIC  X(03) VALUE SPACES.
          05 WS-EX-BOARD         PIC  X(09).
          05 FILLER              PIC  X(02) VALUE SPACES.
          05 WS-EX-REASON        PIC  X(30).

       01 WS-TRAILER-LINE.
          05 WS-TR-LABEL         PIC  X(30).
          05 WS-TR-VALUE         PIC  ZZZZZZ9.

       01 WS-HEADER-LINE.
          05 FILLER              PIC  X(44) VALUE
             "TIC TAC TOE - GAME INTEGRITY AUDIT - RUN    ".
          05 WS-HD-RUN-DATE      PIC  9(08).

       PROCEDURE  DIVISION.
       MAIN-LOGIC.
           PERFORM INITIALIZE-RUN
           PERFORM REPLAY-MOVE-LOG
           PERFORM OPEN-REPORT

           IF TABLE-OVERFLOWED
              PERFORM REPORT-OVERFLOW-FAILURE
              MOVE 8 TO RETURN-CODE
           ELSE
              PERFORM MARK-LIVE-GAMES
              PERFORM JOIN-GAME-LOG
              PERFORM JOIN-MATCH-LOG
              PERFORM AUDIT-GAME-TABLE
              PERFORM PRINT-TRAILER
           END-IF

           PERFORM TERMINATE-RUN

           STOP RUN
           .
      /
      * --------------------------------------------------------------
      *   PICK UP THE LOG LOCATIONS
      * --------------------------------------------------------------
       INITIALIZE-RUN.
           SET CFG-NOT-LOADED TO TRUE
           CALL "TTTCONF" USING TTT-CONFIG-AREA

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE

           ACCEPT WS-MOVE-LOG-NAME FROM ENVIRONMENT "TTTAUDMLOG"
           IF WS-MOVE-LOG-NAME = SPACES
              MOVE CFG-MOVELOG-FILE  TO WS-MOVE-LOG-NAME
           END-IF

           ACCEPT WS-GAME-LOG-NAME FROM ENVIRONMENT "TTTAUDGLOG"
           IF WS-GAME-LOG-NAME = SPACES
              MOVE CFG-GAMELOG-FILE  TO WS-GAME-LOG-NAME
           END-IF

           ACCEPT WS-MATCH-LOG-NAME FROM ENVIRONMENT "TTTAUDXLOG"
           IF WS-MATCH-LOG-NAME = SPACES
              MOVE CFG-MATCHLOG-FILE TO WS-MATCH-LOG-NAME
           END-IF
           .
      /
      * --------------------------------------------------------------
      *   PASS 1 - REPLAY EVERY NUMBERED MOVE ONTO ITS GAME'S GRID,
      *   RAISING THE ILLEGAL-SEQUENCE FLAGS AS THE MOVES GO IN
      * --------------------------------------------------------------
       REPLAY-MOVE-LOG.
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
      * ...      A MOVE FROM BEFORE THE GAME NUMBER EXISTED CANNOT BE
      * ...      PLACED IN ANY ONE GAME - COUNTED, NOT REPLAYED
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
           MOVE MVL-SITE-CODE   TO WS-THIS-SITE
           MOVE MVL-OPERATOR-ID TO WS-THIS-OPERATOR
           MOVE MVL-GAME-NUMBER TO WS-THIS-GAME
           PERFORM FIND-OR-ADD-GAME

           IF WS-GAME-FOUND-IDX > ZERO
              ADD 1 TO WS-GM-MOVES(WS-GAME-FOUND-IDX)

              IF MVL-MOVER = WS-GM-LAST-MOVER(WS-GAME-FOUND-IDX)
                 MOVE "Y" TO WS-GM-MOVER-TWICE(WS-GAME-FOUND-IDX)
              END-IF
              MOVE MVL-MOVER TO WS-GM-LAST-MOVER(WS-GAME-FOUND-IDX)

              IF MVL-CELL-NUMBER IS NUMERIC
                 AND MVL-CELL-NUMBER >= 1 AND MVL-CELL-NUMBER <= 9
                 MOVE MVL-CELL-NUMBER TO WS-CELL
                 IF WS-GM-CELL(WS-GAME-FOUND-IDX, WS-CELL) NOT = SPACE
                    MOVE "Y" TO WS-GM-CELL-TWICE(WS-GAME-FOUND-IDX)
                 END-IF
      * ...       SAME MARKS AS THE LIVE GAME - THE CPU AND PLAYER 2
      * ...       PLAY "X", THE OPERATOR PLAYS "O"
                 IF MVL-MOVER = "CPU" OR MVL-MOVER = "PLAYER2"
                    MOVE WK-X TO WS-GM-CELL(WS-GAME-FOUND-IDX, WS-CELL)
                 ELSE
                    MOVE WK-O TO WS-GM-CELL(WS-GAME-FOUND-IDX, WS-CELL)
                 END-IF
              ELSE
                 MOVE "Y" TO WS-GM-BAD-CELL(WS-GAME-FOUND-IDX)
              END-IF
           END-IF
           .
      /
      * --------------------------------------------------------------
      *   LOOK UP THE GAME'S ROW BY SITE, OPERATOR AND GAME NUMBER,
      *   ADDING A FRESH ONE THE FIRST TIME IT IS SEEN (SAME FIND-OR-ADD
      *   CONVENTION AS TTTMOVES). ONE GAME'S MOVES NORMALLY SIT
      *   TOGETHER ON THE LOG, SO THE LAST ROW FOUND IS TRIED FIRST.
      *   A GAME THAT DOES NOT FIT LEAVES WS-GAME-FOUND-IDX AT ZERO
      *   AND RAISES THE OVERFLOW FLAG.
      * --------------------------------------------------------------
       FIND-OR-ADD-GAME.
           MOVE ZERO TO WS-GAME-FOUND-IDX

           IF WS-LAST-FOUND-IDX > ZERO
              IF WS-GM-OPERATOR(WS-LAST-FOUND-IDX) = WS-THIS-OPERATOR
                 AND WS-GM-NUMBER(WS-LAST-FOUND-IDX) = WS-THIS-GAME
                 AND WS-GM-SITE(WS-LAST-FOUND-IDX) = WS-THIS-SITE
                 MOVE WS-LAST-FOUND-IDX TO WS-GAME-FOUND-IDX
              END-IF
           END-IF

           IF WS-GAME-FOUND-IDX = ZERO
              PERFORM FIND-GAME
           END-IF

           IF WS-GAME-FOUND-IDX = ZERO
              IF WS-GAME-COUNT < WK-GAME-TABLE-SIZE
                 ADD 1 TO WS-GAME-COUNT
                 MOVE WS-GAME-COUNT    TO WS-GAME-FOUND-IDX
                 MOVE WS-THIS-SITE     TO
                      WS-GM-SITE(WS-GAME-FOUND-IDX)
                 MOVE WS-THIS-OPERATOR TO
                      WS-GM-OPERATOR(WS-GAME-FOUND-IDX)
                 MOVE WS-THIS-GAME     TO
                      WS-GM-NUMBER(WS-GAME-FOUND-IDX)
                 MOVE MVL-GAME-DATE    TO
                      WS-GM-FIRST-DATE(WS-GAME-FOUND-IDX)
                 MOVE SPACES TO WS-GM-GRID(WS-GAME-FOUND-IDX)
                                WS-GM-LAST-MOVER(WS-GAME-FOUND-IDX)
                                WS-GM-RESULT-LOG(WS-GAME-FOUND-IDX)
                                WS-GM-RESULT(WS-GAME-FOUND-IDX)
                 MOVE ZERO   TO WS-GM-MOVES(WS-GAME-FOUND-IDX)
                                WS-GM-RESULTS(WS-GAME-FOUND-IDX)
                 MOVE "N"    TO WS-GM-LIVE(WS-GAME-FOUND-IDX)
                                WS-GM-BAD-CELL(WS-GAME-FOUND-IDX)
                                WS-GM-CELL-TWICE(WS-GAME-FOUND-IDX)
                                WS-GM-MOVER-TWICE(WS-GAME-FOUND-IDX)
                                WS-GM-VOIDED(WS-GAME-FOUND-IDX)
              ELSE
                 SET TABLE-OVERFLOWED TO TRUE
              END-IF
           END-IF

           MOVE WS-GAME-FOUND-IDX TO WS-LAST-FOUND-IDX
           .

      * --------------------------------------------------------------
      *   PLAIN LOOKUP OF WS-THIS-SITE / WS-THIS-OPERATOR /
      *   WS-THIS-GAME - ZERO IN WS-GAME-FOUND-IDX WHEN THE GAME IS
      *   NOT ON THE TABLE
      * --------------------------------------------------------------
       FIND-GAME.
           MOVE ZERO TO WS-GAME-FOUND-IDX
           PERFORM VARYING WS-GAME-IDX FROM 1 BY 1
                   UNTIL WS-GAME-IDX > WS-GAME-COUNT
                      OR WS-GAME-FOUND-IDX > ZERO
              IF WS-GM-OPERATOR(WS-GAME-IDX) = WS-THIS-OPERATOR
                 AND WS-GM-NUMBER(WS-GAME-IDX) = WS-THIS-GAME
                 AND WS-GM-SITE(WS-GAME-IDX) = WS-THIS-SITE
                 MOVE WS-GAME-IDX TO WS-GAME-FOUND-IDX
              END-IF
           END-PERFORM
           .
      /
      * --------------------------------------------------------------
      *   THE GAME EACH OPERATOR STILL HAS IN PROGRESS ON CHECKPT.DAT
      *   HAS MOVES AND, RIGHTLY, NO RESULT YET - MARK IT LIVE SO IT
      *   IS NOT REPORTED AS ABANDONED
      * --------------------------------------------------------------
       MARK-LIVE-GAMES.
           SET CHECKPOINT-NOT-EOF TO TRUE

           OPEN INPUT CHECKPOINT-FILE
           IF CHECKPOINT-FILE-STATUS = "35"
              SET CHECKPOINT-EOF TO TRUE
           END-IF

           PERFORM UNTIL CHECKPOINT-EOF
              READ CHECKPOINT-FILE NEXT RECORD
                 AT END
                    SET CHECKPOINT-EOF TO TRUE
              END-READ
              IF NOT CHECKPOINT-EOF
                 IF CKP-GAME-IN-PROGRESS
                    AND CKP-GAME-NUMBER IS NUMERIC
      * ...          A CHECKPOINT ONLY EVER HOLDS THIS SITE'S OWN GAME
                    MOVE SPACES          TO WS-THIS-SITE
                    MOVE CKP-OPERATOR-ID TO WS-THIS-OPERATOR
                    MOVE CKP-GAME-NUMBER TO WS-THIS-GAME
                    PERFORM FIND-GAME
                    IF WS-GAME-FOUND-IDX > ZERO
                       MOVE "Y" TO WS-GM-LIVE(WS-GAME-FOUND-IDX)
                    END-IF
                 END-IF
              END-IF
           END-PERFORM

           IF CHECKPOINT-FILE-STATUS NOT = "35"
              CLOSE CHECKPOINT-FILE
           END-IF
           .
      /
      * --------------------------------------------------------------
      *   PASS 2 - JOIN THE 1-PLAYER RESULTS ONTO THE GAME TABLE. A
      *   RESULT WITH NO MOVES BEHIND IT IS AN EXCEPTION STRAIGHT
      *   AWAY, UNLESS IT IS A FORFEIT BEFORE THE FIRST MOVE.
      * --------------------------------------------------------------
       JOIN-GAME-LOG.
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
                 ADD 1 TO WS-GAME-ROWS-READ
                 EVALUATE TRUE
                    WHEN GML-VOIDED
                         ADD 1 TO WS-VOIDED-ROWS
                         IF GML-GAME-NUMBER IS NUMERIC
                            MOVE GML-SITE-CODE   TO WS-THIS-SITE
                            MOVE GML-OPERATOR-ID TO WS-THIS-OPERATOR
                            MOVE GML-GAME-NUMBER TO WS-THIS-GAME
                            PERFORM MARK-VOIDED-GAME
                         END-IF
                    WHEN GML-GAME-NUMBER NOT NUMERIC
                         ADD 1 TO WS-LEGACY-RESULTS
                    WHEN GML-GAME-NUMBER = ZERO
                         ADD 1 TO WS-LEGACY-RESULTS
                    WHEN OTHER
                         PERFORM JOIN-ONE-GAME-RESULT
                 END-EVALUATE
              END-IF
           END-PERFORM

           IF GAME-LOG-STATUS NOT = "35"
              CLOSE GAME-LOG-FILE
           END-IF
           .

      * ... A VOIDED ROW IS TIED TO ITS GAME SO THE GAME'S MOVES ARE
      * ... NOT LATER TAKEN FOR AN ABANDONED GAME
       MARK-VOIDED-GAME.
           IF WS-THIS-GAME > ZERO
              PERFORM FIND-GAME
              IF WS-GAME-FOUND-IDX > ZERO
                 MOVE "Y" TO WS-GM-VOIDED(WS-GAME-FOUND-IDX)
              END-IF
           END-IF
           .

       JOIN-ONE-GAME-RESULT.
           MOVE GML-SITE-CODE   TO WS-THIS-SITE
           MOVE GML-OPERATOR-ID TO WS-THIS-OPERATOR
           MOVE GML-GAME-NUMBER TO WS-THIS-GAME
           PERFORM FIND-GAME

           EVALUATE TRUE
              WHEN WS-GAME-FOUND-IDX > ZERO
                   PERFORM ATTACH-GAME-RESULT
              WHEN GML-RESULT-FORFEIT
                   ADD 1 TO WS-EARLY-FORFEITS
              WHEN OTHER
                   MOVE SPACES          TO WS-EXCEPT-LINE
                   MOVE GML-OPERATOR-ID TO WS-EX-OPERATOR
                   MOVE GML-GAME-NUMBER TO WS-EX-GAME
                   MOVE GML-GAME-DATE   TO WS-EX-DATE
                   MOVE "GAME"          TO WS-EX-LOG
                   MOVE ZERO            TO WS-EX-MOVES
                   MOVE GML-RESULT      TO WS-EX-RESULT
                   MOVE "NO MOVES"      TO WS-EX-BOARD
                   MOVE "RESULT WITH NO MOVES LOGGED"
                                        TO WS-EX-REASON
                   ADD 1 TO WS-NO-MOVES-COUNT
                   PERFORM PRINT-EXCEPT-LINE
           END-EVALUATE
           .

       ATTACH-GAME-RESULT.
           ADD 1 TO WS-GM-RESULTS(WS-GAME-FOUND-IDX)
      * ... THE FIRST RESULT FOUND IS THE ONE AUDITED - A SECOND ONE
      * ... FOR THE SAME GAME IS ITSELF AN EXCEPTION (SEE BELOW)
           IF WS-GM-RESULTS(WS-GAME-FOUND-IDX) = 1
              MOVE "G"        TO WS-GM-RESULT-LOG(WS-GAME-FOUND-IDX)
              MOVE GML-RESULT TO WS-GM-RESULT(WS-GAME-FOUND-IDX)
           END-IF
           .
      /
      * --------------------------------------------------------------
      *   PASS 3 - THE SAME JOIN FOR THE 2-PLAYER RESULTS. THE MOVES
      *   OF A 2-PLAYER GAME ARE LOGGED UNDER PLAYER 1'S NAME AND
      *   GAME NUMBER, WHICH IS WHAT MATCHLOG.DAT CARRIES TOO.
      * --------------------------------------------------------------
       JOIN-MATCH-LOG.
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
                 ADD 1 TO WS-MATCH-ROWS-READ
                 EVALUATE TRUE
                    WHEN MTC-VOIDED
                         ADD 1 TO WS-VOIDED-ROWS
                         IF MTC-GAME-NUMBER IS NUMERIC
                            MOVE MTC-SITE-CODE   TO WS-THIS-SITE
                            MOVE MTC-PLAYER1-ID  TO WS-THIS-OPERATOR
                            MOVE MTC-GAME-NUMBER TO WS-THIS-GAME
                            PERFORM MARK-VOIDED-GAME
                         END-IF
                    WHEN MTC-GAME-NUMBER NOT NUMERIC
                         ADD 1 TO WS-LEGACY-RESULTS
                    WHEN MTC-GAME-NUMBER = ZERO
                         ADD 1 TO WS-LEGACY-RESULTS
                    WHEN OTHER
                         PERFORM JOIN-ONE-MATCH-RESULT
                 END-EVALUATE
              END-IF
           END-PERFORM

           IF MATCH-LOG-STATUS NOT = "35"
              CLOSE MATCH-LOG-FILE
           END-IF
           .

       JOIN-ONE-MATCH-RESULT.
           MOVE MTC-SITE-CODE   TO WS-THIS-SITE
           MOVE MTC-PLAYER1-ID  TO WS-THIS-OPERATOR
           MOVE MTC-GAME-NUMBER TO WS-THIS-GAME
           PERFORM FIND-GAME

           EVALUATE TRUE
              WHEN WS-GAME-FOUND-IDX > ZERO
                   ADD 1 TO WS-GM-RESULTS(WS-GAME-FOUND-IDX)
                   IF WS-GM-RESULTS(WS-GAME-FOUND-IDX) = 1
                      MOVE "M" TO WS-GM-RESULT-LOG(WS-GAME-FOUND-IDX)
                      MOVE MTC-RESULT
                               TO WS-GM-RESULT(WS-GAME-FOUND-IDX)
                   END-IF
              WHEN MTC-RESULT-P1-FORF OR MTC-RESULT-P2-FORF
                   ADD 1 TO WS-EARLY-FORFEITS
              WHEN OTHER
                   MOVE SPACES          TO WS-EXCEPT-LINE
                   MOVE MTC-PLAYER1-ID  TO WS-EX-OPERATOR
                   MOVE MTC-GAME-NUMBER TO WS-EX-GAME
                   MOVE MTC-GAME-DATE   TO WS-EX-DATE
                   MOVE "MATCH"         TO WS-EX-LOG
                   MOVE ZERO            TO WS-EX-MOVES
                   MOVE MTC-RESULT      TO WS-EX-RESULT
                   MOVE "NO MOVES"      TO WS-EX-BOARD
                   MOVE "RESULT WITH NO MOVES LOGGED"
                                        TO WS-EX-REASON
                   ADD 1 TO WS-NO-MOVES-COUNT
                   PERFORM PRINT-EXCEPT-LINE
           END-EVALUATE
           .
      /
      * --------------------------------------------------------------
      *   PASS 4 - WORK OUT EVERY REPLAYED GAME'S OUTCOME AND LIST
      *   WHATEVER DOES NOT HOLD UP
      * --------------------------------------------------------------
       AUDIT-GAME-TABLE.
           PERFORM VARYING WS-GAME-FOUND-IDX FROM 1 BY 1
                   UNTIL WS-GAME-FOUND-IDX > WS-GAME-COUNT
              PERFORM AUDIT-ONE-GAME
           END-PERFORM
           .

      * ... A GAME WHOSE ONLY RESULT WAS VOIDED IS LEFT OUT WITH ITS
      * ... MOVES; ONE THAT STILL HAS AN UNVOIDED RESULT IS AUDITED
       AUDIT-ONE-GAME.
           IF WS-GM-VOIDED(WS-GAME-FOUND-IDX) = "Y"
              AND WS-GM-RESULTS(WS-GAME-FOUND-IDX) = ZERO
              ADD 1 TO WS-VOIDED-GAMES
           ELSE
              PERFORM AUDIT-REPLAYED-GAME
           END-IF
           .

       AUDIT-REPLAYED-GAME.
           SET GAME-CLEAN TO TRUE

           MOVE WS-GM-GRID(WS-GAME-FOUND-IDX) TO WS-GRID-BUFFER
           PERFORM CHECK-BOARD-WINNER
           PERFORM BUILD-GAME-SIDE

      * ... ILLEGAL SEQUENCES
           IF WS-GM-BAD-CELL(WS-GAME-FOUND-IDX) = "Y"
              MOVE "CELL NUMBER OUTSIDE 1-9"  TO WS-EX-REASON
              PERFORM REPORT-ILLEGAL-SEQUENCE
           END-IF

           IF WS-GM-CELL-TWICE(WS-GAME-FOUND-IDX) = "Y"
              MOVE "CELL PLAYED TWICE"        TO WS-EX-REASON
              PERFORM REPORT-ILLEGAL-SEQUENCE
           END-IF

           IF WS-GM-MOVER-TWICE(WS-GAME-FOUND-IDX) = "Y"
              MOVE "SAME MOVER TWICE IN A ROW" TO WS-EX-REASON
              PERFORM REPORT-ILLEGAL-SEQUENCE
           END-IF

           IF WS-GM-MOVES(WS-GAME-FOUND-IDX) > 9
              MOVE "MORE THAN NINE MOVES"     TO WS-EX-REASON
              PERFORM REPORT-ILLEGAL-SEQUENCE
           END-IF

      * ... THE RESULT ITSELF
           EVALUATE TRUE
              WHEN WS-GM-RESULTS(WS-GAME-FOUND-IDX) = ZERO
                   IF WS-GM-LIVE(WS-GAME-FOUND-IDX) = "Y"
                      ADD 1 TO WS-LIVE-GAMES
                   ELSE
                      MOVE "ABANDONED - NO RESULT LOGGED"
                                          TO WS-EX-REASON
                      ADD 1 TO WS-ABANDONED-COUNT
                      PERFORM REPORT-GAME-EXCEPTION
                   END-IF
              WHEN OTHER
                   IF WS-GM-RESULTS(WS-GAME-FOUND-IDX) > 1
                      MOVE "RESULT LOGGED MORE THAN ONCE"
                                          TO WS-EX-REASON
                      ADD 1 TO WS-TWICE-COUNT
                      PERFORM REPORT-GAME-EXCEPTION
                   END-IF
                   PERFORM PROVE-RECORDED-RESULT
                   IF RESULT-NOT-PROVED
                      ADD 1 TO WS-MISMATCH-COUNT
                      PERFORM REPORT-GAME-EXCEPTION
                   END-IF
           END-EVALUATE

           IF GAME-CLEAN
              AND WS-GM-RESULTS(WS-GAME-FOUND-IDX) > ZERO
              ADD 1 TO WS-GAMES-PROVED
           END-IF
           .

       REPORT-ILLEGAL-SEQUENCE.
           ADD 1 TO WS-ILLEGAL-COUNT
           PERFORM REPORT-GAME-EXCEPTION
           .

       REPORT-GAME-EXCEPTION.
           SET GAME-NOT-CLEAN TO TRUE
           PERFORM PRINT-EXCEPT-LINE
           .

      * --------------------------------------------------------------
      *   FILL THE GAME'S SIDE OF THE EXCEPTION LINE - WHO, WHICH
      *   GAME, WHICH LOG, HOW MANY MOVES, THE RECORDED RESULT AND
      *   WHAT THE BOARD SAYS
      * --------------------------------------------------------------
       BUILD-GAME-SIDE.
           MOVE SPACES TO WS-EXCEPT-LINE
           MOVE WS-GM-OPERATOR(WS-GAME-FOUND-IDX)   TO WS-EX-OPERATOR
           MOVE WS-GM-NUMBER(WS-GAME-FOUND-IDX)     TO WS-EX-GAME
           MOVE WS-GM-FIRST-DATE(WS-GAME-FOUND-IDX) TO WS-EX-DATE
           MOVE WS-GM-MOVES(WS-GAME-FOUND-IDX)      TO WS-EX-MOVES
           MOVE WS-GM-RESULT(WS-GAME-FOUND-IDX)     TO WS-EX-RESULT

           EVALUATE WS-GM-RESULT-LOG(WS-GAME-FOUND-IDX)
              WHEN "G"   MOVE "GAME"  TO WS-EX-LOG
              WHEN "M"   MOVE "MATCH" TO WS-EX-LOG
              WHEN OTHER MOVE "-"     TO WS-EX-LOG
           END-EVALUATE

           EVALUATE TRUE
              WHEN BOARD-PLAYER-WINS   MOVE "O LINE"    TO WS-EX-BOARD
              WHEN BOARD-COMPUTER-WINS MOVE "X LINE"    TO WS-EX-BOARD
              WHEN BOARD-DRAWN         MOVE "FULL-DRAW" TO WS-EX-BOARD
              WHEN OTHER               MOVE "OPEN"      TO WS-EX-BOARD
           END-EVALUATE
           .
      /
      * --------------------------------------------------------------
      *   DOES THE RECORDED RESULT FOLLOW FROM THE BOARD?
      *     GAMELOG.DAT  W = O LINE, L = X LINE, D = FULL WITH NO
      *                  LINE, F = OPEN BOARD WITH THE PLAYER ON THE
      *                  MOVE (THE CPU MOVED LAST, OR NOBODY HAS)
      *     MATCHLOG.DAT 1 = O LINE, 2 = X LINE, D = FULL WITH NO
      *                  LINE, X = OPEN BOARD WITH PLAYER 1 ON THE
      *                  MOVE, Y = OPEN BOARD WITH PLAYER 2 ON IT
      *   ANYTHING ELSE - INCLUDING A RESULT CODE THE GAME NEVER
      *   WRITES - IS NOT PROVED. THE REASON TEXT IS LEFT READY.
      * --------------------------------------------------------------
       PROVE-RECORDED-RESULT.
           SET RESULT-NOT-PROVED TO TRUE

           IF WS-GM-RESULT-LOG(WS-GAME-FOUND-IDX) = "G"
              EVALUATE WS-GM-RESULT(WS-GAME-FOUND-IDX)
                 WHEN "W"
                      IF BOARD-PLAYER-WINS
                         SET RESULT-PROVED TO TRUE
                      END-IF
                 WHEN "L"
                      IF BOARD-COMPUTER-WINS
                         SET RESULT-PROVED TO TRUE
                      END-IF
                 WHEN "D"
                      IF BOARD-DRAWN
                         SET RESULT-PROVED TO TRUE
                      END-IF
                 WHEN "F"
                      IF BOARD-NONE-WINS
                         AND WS-GM-LAST-MOVER(WS-GAME-FOUND-IDX)
                             NOT = "PLAYER"
                         SET RESULT-PROVED TO TRUE
                      END-IF
              END-EVALUATE
           ELSE
              EVALUATE WS-GM-RESULT(WS-GAME-FOUND-IDX)
                 WHEN "1"
                      IF BOARD-PLAYER-WINS
                         SET RESULT-PROVED TO TRUE
                      END-IF
                 WHEN "2"
                      IF BOARD-COMPUTER-WINS
                         SET RESULT-PROVED TO TRUE
                      END-IF
                 WHEN "D"
                      IF BOARD-DRAWN
                         SET RESULT-PROVED TO TRUE
                      END-IF
                 WHEN "X"
                      IF BOARD-NONE-WINS
                         AND WS-GM-LAST-MOVER(WS-GAME-FOUND-IDX)
                             NOT = "PLAYER1"
                         SET RESULT-PROVED TO TRUE
                      END-IF
                 WHEN "Y"
                      IF BOARD-NONE-WINS
                         AND WS-GM-LAST-MOVER(WS-GAME-FOUND-IDX)
                             = "PLAYER1"
                         SET RESULT-PROVED TO TRUE
                      END-IF
              END-EVALUATE
           END-IF

           EVALUATE WS-GM-RESULT(WS-GAME-FOUND-IDX)
              WHEN "F"
              WHEN "X"
              WHEN "Y"
                   MOVE "FORFEIT NOT BORNE OUT BY BOARD"
                                             TO WS-EX-REASON
              WHEN OTHER
                   MOVE "RESULT DISAGREES WITH BOARD"
                                             TO WS-EX-REASON
           END-EVALUATE
           .
      /
      * --------------------------------------------------------------
      *   WORK OUT THE REPLAYED GRID'S OUTCOME THE WAY CHECK-WINNER
      *   DOES IN TICTACTOE - THE EIGHT LINES FOR "O" FIRST, THEN FOR
      *   "X" - AND CALL A FULL GRID WITH NO LINE A DRAW
      * --------------------------------------------------------------
       CHECK-BOARD-WINNER.
           SET BOARD-NONE-WINS TO TRUE

           EVALUATE TRUE
              WHEN WS-ROW-EL(1) = WK-O AND WS-ROW-EL(2) = WK-O
                                       AND WS-ROW-EL(3) = WK-O
                   SET BOARD-PLAYER-WINS   TO TRUE
              WHEN WS-ROW-EL(1) = WK-O AND WS-ROW-EL(5) = WK-O
                                       AND WS-ROW-EL(9) = WK-O
                   SET BOARD-PLAYER-WINS   TO TRUE
              WHEN WS-ROW-EL(4) = WK-O AND WS-ROW-EL(5) = WK-O
                                       AND WS-ROW-EL(6) = WK-O
                   SET BOARD-PLAYER-WINS   TO TRUE
              WHEN WS-ROW-EL(7) = WK-O AND WS-ROW-EL(5) = WK-O
                                       AND WS-ROW-EL(3) = WK-O
                   SET BOARD-PLAYER-WINS   TO TRUE
              WHEN WS-ROW-EL(7) = WK-O AND WS-ROW-EL(8) = WK-O
                                       AND WS-ROW-EL(9) = WK-O
                   SET BOARD-PLAYER-WINS   TO TRUE
              WHEN WS-ROW-EL(1) = WK-O AND WS-ROW-EL(4) = WK-O
                                       AND WS-ROW-EL(7) = WK-O
                   SET BOARD-PLAYER-WINS   TO TRUE
              WHEN WS-ROW-EL(2) = WK-O AND WS-ROW-EL(5) = WK-O
                                       AND WS-ROW-EL(8) = WK-O
                   SET BOARD-PLAYER-WINS   TO TRUE
              WHEN WS-ROW-EL(3) = WK-O AND WS-ROW-EL(6) = WK-O
                                       AND WS-ROW-EL(9) = WK-O
                   SET BOARD-PLAYER-WINS   TO TRUE

              WHEN WS-ROW-EL(1) = WK-X AND WS-ROW-EL(2) = WK-X
                                       AND WS-ROW-EL(3) = WK-X
                   SET BOARD-COMPUTER-WINS TO TRUE
              WHEN WS-ROW-EL(1) = WK-X AND WS-ROW-EL(5) = WK-X
                                       AND WS-ROW-EL(9) = WK-X
                   SET BOARD-COMPUTER-WINS TO TRUE
              WHEN WS-ROW-EL(4) = WK-X AND WS-ROW-EL(5) = WK-X
                                       AND WS-ROW-EL(6) = WK-X
                   SET BOARD-COMPUTER-WINS TO TRUE
              WHEN WS-ROW-EL(7) = WK-X AND WS-ROW-EL(5) = WK-X
                                       AND WS-ROW-EL(3) = WK-X
                   SET BOARD-COMPUTER-WINS TO TRUE
              WHEN WS-ROW-EL(7) = WK-X AND WS-ROW-EL(8) = WK-X
                                       AND WS-ROW-EL(9) = WK-X
                   SET BOARD-COMPUTER-WINS TO TRUE
              WHEN WS-ROW-EL(1) = WK-X AND WS-ROW-EL(4) = WK-X
                                       AND WS-ROW-EL(7) = WK-X
                   SET BOARD-COMPUTER-WINS TO TRUE
              WHEN WS-ROW-EL(2) = WK-X AND WS-ROW-EL(5) = WK-X
                                       AND WS-ROW-EL(8) = WK-X
                   SET BOARD-COMPUTER-WINS TO TRUE
              WHEN WS-ROW-EL(3) = WK-X AND WS-ROW-EL(6) = WK-X
                                       AND WS-ROW-EL(9) = WK-X
                   SET BOARD-COMPUTER-WINS TO TRUE
           END-EVALUATE

           IF BOARD-NONE-WINS
              MOVE ZERO TO WS-FILLED-CELLS
              PERFORM VARYING WS-CELL FROM 1 BY 1 UNTIL WS-CELL > 9
                 IF WS-ROW-EL(WS-CELL) NOT = SPACE
                    ADD 1 TO WS-FILLED-CELLS
                 END-IF
              END-PERFORM
              IF WS-FILLED-CELLS = 9
                 SET BOARD-DRAWN TO TRUE
              END-IF
           END-IF
           .
      /
      * --------------------------------------------------------------
      *   OPEN THE REPORT AND PRINT THE TITLE AND COLUMN HEADINGS
      * --------------------------------------------------------------
       OPEN-REPORT.
           OPEN OUTPUT REPORT-FILE

           MOVE WS-RUN-DATE    TO WS-HD-RUN-DATE
           MOVE SPACES         TO REPORT-LINE
           MOVE WS-HEADER-LINE TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           STRING "MOVE LOG INPUT:  " DELIMITED BY SIZE
                  WS-MOVE-LOG-NAME    DELIMITED BY "  "
                  INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           STRING "GAME LOG INPUT:  " DELIMITED BY SIZE
                  WS-GAME-LOG-NAME    DELIMITED BY "  "
                  INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           STRING "MATCH LOG INPUT: " DELIMITED BY SIZE
                  WS-MATCH-LOG-NAME   DELIMITED BY "  "
                  INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           STRING "OPERATOR               GAME  1ST MOVE  LOG    MVS"
                  "  RES  BOARD      EXCEPTION"
                  DELIMITED BY SIZE
                  INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           STRING "--------------------  -----  --------  -----  ---"
                  "  ---  ---------  ------------------------------"
                  DELIMITED BY SIZE
                  INTO REPORT-LINE
           WRITE REPORT-LINE
           .

       PRINT-EXCEPT-LINE.
           ADD 1 TO WS-EXCEPTION-COUNT
           MOVE SPACES         TO REPORT-LINE
           MOVE WS-EXCEPT-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           .

      * --------------------------------------------------------------
      *   TOO MANY GAMES FOR THE TABLE - SAY SO AND AUDIT NOTHING
      * --------------------------------------------------------------
       REPORT-OVERFLOW-FAILURE.
           MOVE SPACES TO REPORT-LINE
           STRING "*** GAME TABLE FULL - MORE THAN "
                  "5000 GAMES ON THE MOVE LOG. AUDIT NOT RUN -"
                  DELIMITED BY SIZE
                  INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           STRING "*** REPOINT TTTAUDMLOG/TTTAUDGLOG/TTTAUDXLOG AT A "
                  "SHORTER PERIOD AND RE-RUN."
                  DELIMITED BY SIZE
                  INTO REPORT-LINE
           WRITE REPORT-LINE
           .
      /
      * --------------------------------------------------------------
      *   PRINT THE AUDIT TRAILER
      * --------------------------------------------------------------
       PRINT-TRAILER.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE "MOVES READ"                TO WS-TR-LABEL
           MOVE WS-MOVES-READ               TO WS-TR-VALUE
           PERFORM PRINT-TRAILER-LINE

           MOVE "UNNUMBERED MOVES (NOT AUDITED)" TO WS-TR-LABEL
           MOVE WS-LEGACY-MOVES             TO WS-TR-VALUE
           PERFORM PRINT-TRAILER-LINE

           MOVE "GAMES REPLAYED"            TO WS-TR-LABEL
           MOVE WS-GAME-COUNT               TO WS-TR-VALUE
           PERFORM PRINT-TRAILER-LINE

           MOVE "GAME LOG ROWS READ"        TO WS-TR-LABEL
           MOVE WS-GAME-ROWS-READ           TO WS-TR-VALUE
           PERFORM PRINT-TRAILER-LINE

           MOVE "MATCH LOG ROWS READ"       TO WS-TR-LABEL
           MOVE WS-MATCH-ROWS-READ          TO WS-TR-VALUE
           PERFORM PRINT-TRAILER-LINE

           MOVE "VOIDED ROWS EXCLUDED"      TO WS-TR-LABEL
           MOVE WS-VOIDED-ROWS              TO WS-TR-VALUE
           PERFORM PRINT-TRAILER-LINE

           MOVE "VOIDED GAMES (MOVES SKIPPED)" TO WS-TR-LABEL
           MOVE WS-VOIDED-GAMES             TO WS-TR-VALUE
           PERFORM PRINT-TRAILER-LINE

           MOVE "UNNUMBERED RESULTS"        TO WS-TR-LABEL
           MOVE WS-LEGACY-RESULTS           TO WS-TR-VALUE
           PERFORM PRINT-TRAILER-LINE

           MOVE "FORFEITS BEFORE FIRST MOVE" TO WS-TR-LABEL
           MOVE WS-EARLY-FORFEITS           TO WS-TR-VALUE
           PERFORM PRINT-TRAILER-LINE

           MOVE "GAMES IN PROGRESS (SKIPPED)" TO WS-TR-LABEL
           MOVE WS-LIVE-GAMES               TO WS-TR-VALUE
           PERFORM PRINT-TRAILER-LINE

           MOVE "RESULTS PROVED BY THE BOARD" TO WS-TR-LABEL
           MOVE WS-GAMES-PROVED             TO WS-TR-VALUE
           PERFORM PRINT-TRAILER-LINE

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE "RESULT/BOARD DISAGREEMENTS" TO WS-TR-LABEL
           MOVE WS-MISMATCH-COUNT           TO WS-TR-VALUE
           PERFORM PRINT-TRAILER-LINE

           MOVE "ILLEGAL MOVE SEQUENCES"    TO WS-TR-LABEL
           MOVE WS-ILLEGAL-COUNT            TO WS-TR-VALUE
           PERFORM PRINT-TRAILER-LINE

           MOVE "ABANDONED GAMES"           TO WS-TR-LABEL
           MOVE WS-ABANDONED-COUNT          TO WS-TR-VALUE
           PERFORM PRINT-TRAILER-LINE

           MOVE "RESULTS WITH NO MOVES"     TO WS-TR-LABEL
           MOVE WS-NO-MOVES-COUNT           TO WS-TR-VALUE
           PERFORM PRINT-TRAILER-LINE

           MOVE "RESULTS LOGGED TWICE"      TO WS-TR-LABEL
           MOVE WS-TWICE-COUNT              TO WS-TR-VALUE
           PERFORM PRINT-TRAILER-LINE

           MOVE "EXCEPTIONS"                TO WS-TR-LABEL
           MOVE WS-EXCEPTION-COUNT          TO WS-TR-VALUE
           PERFORM PRINT-TRAILER-LINE
           .

       PRINT-TRAILER-LINE.
           MOVE SPACES          TO REPORT-LINE
           MOVE WS-TRAILER-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           .

       TERMINATE-RUN.
           CLOSE REPORT-FILE
           .
