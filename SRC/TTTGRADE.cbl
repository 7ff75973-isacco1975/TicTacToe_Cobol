       IDENTIFICATION       DIVISION.
       PROGRAM-ID.          TTTGRADE.
       AUTHOR.              ISAAC GARCIA PEVERI
       DATE-WRITTEN.        15.10.2026.
      * LAST EDIT           15.10.2026.
       REMARKS.             MOVE-QUALITY GRADING FROM THE MOVE LOG.
                             TTTMOVES SAYS WHICH CELLS PEOPLE PICK;
                             THIS SAYS WHETHER THE PICK WAS ANY GOOD.
                             EVERY HUMAN MOVE ON MOVELOG.DAT (PLAYER,
                             PLAYER1, PLAYER2) IS REPLAYED ONTO ITS
                             GAME'S GRID AND GRADED AGAINST PERFECT
                             PLAY (TTTSOLVE): BEST, INACCURATE OR
                             BLUNDER. PRINTS EACH OPERATOR'S ACCURACY
                             AND BLUNDER COUNT AND THE POSITIONS MOST
                             OFTEN BLUNDERED, WITH 1-PLAYER GAMES
                             SPLIT BY THE CPU DIFFICULTY THEY WERE
                             PLAYED AT - FOR THE COACHES, AND TO SHOW
                             WHETHER EASY AND NORMAL DRAW THE RIGHT
                             KIND OF MISTAKES.
      /
      ******************************************************************
      * WRITTEN IN ACUCOBOL-GT 7.0.0
      *         TIC TAC TOE MOVE-QUALITY GRADING
      *
      *         GRADES, JUDGED ON THE POSITION BEFORE THE MOVE:
      *           BEST       - THE MOVE KEEPS THE BEST RESULT ON
      *                        OFFER (ANY MOVE IS BEST IN A LOST
      *                        POSITION)
      *           INACCURATE - A FORCED WIN WAS THERE AND THE MOVE
      *                        GAVE IT UP, BUT STILL HOLDS THE DRAW
      *           BLUNDER    - THE MOVE TURNS A DRAWN OR WON
      *                        POSITION INTO A FORCED LOSS
      *         ACCURACY IS THE SHARE OF GRADED MOVES THAT WERE BEST.
      *
      *         THE OPERATOR PLAYS "O", THE CPU AND PLAYER 2 PLAY "X",
      *         AS IN THE GAME. PLAYER 2'S MOVES ARE LOGGED UNDER
      *         PLAYER 1'S NAME, SO THEY ARE CREDITED TO THE PLAYER 2
      *         ON THE GAME'S MATCHLOG.DAT ROW. THE DIFFICULTY OF A
      *         1-PLAYER GAME COMES FROM ITS GAMELOG.DAT ROW; A GAME
      *         WITH NO ROW, OR A ROW OLDER THAN THE DIFFICULTY FIELD,
      *         IS GRADED UNDER "1P UNKNOWN".
      *
      *         NOT GRADED: MOVES FROM BEFORE THE GAME NUMBER EXISTED,
      *         MOVES OF VOIDED GAMES, AND A GAME'S MOVES FROM THE
      *         FIRST ILLEGAL ONE ON (BAD OR TAKEN CELL - TTTAUDIT
      *         LISTS THOSE). CPU MOVES ARE REPLAYED BUT NOT GRADED.
      *         THE REPORT GOES TO TTTGRADE.LST.
      *
      *         THE RESULT, GAME AND OPERATOR TABLES ARE FIXED IN
      *         SIZE. WHAT NO LONGER FITS IS LEFT OUT AND COUNTED ON
      *         THE TRAILER, NOT PUT IN ANOTHER ROW'S PLACE, AND THE
      *         RUN ENDS WITH RETURN CODE 4.
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

           SELECT REPORT-FILE ASSIGN TO "TTTGRADE.LST"
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

       FD  REPORT-FILE.
       01 REPORT-LINE            PIC X(80).

       WORKING-STORAGE SECTION.

      * SITE CONFIGURATION - FILLED BY TTTCONF AT STARTUP; THE LOG
      * FILES ARE ASSIGNED TO THE CFG- NAMES SO OPERATIONS CAN
      * REPOINT THEM WITHOUT A RECOMPILE
           COPY "CONFREC.CPY".

      * INTERFACE AREA FOR THE TTTSOLVE PERFECT-PLAY SOLVER
           COPY "SOLVEREC.CPY".

      * FILE STATUS / END-OF-FILE CONTROL
       77 MOVE-LOG-STATUS        PIC  X(2)  VALUE SPACES.
       77 GAME-LOG-STATUS        PIC  X(2)  VALUE SPACES.
       77 MATCH-LOG-STATUS       PIC  X(2)  VALUE SPACES.
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

       77 WS-RUN-DATE            PIC  9(8)  VALUE ZERO.
       77 WS-THIS-GAME           PIC  9(5)  VALUE ZERO.
       77 WS-CELL                PIC  9(2)  VALUE ZERO.
       77 WS-CAT-IDX             PIC  9(1)  VALUE ZERO.
       77 WS-HUMAN-ID            PIC  X(20) VALUE SPACES.
       77 WS-AFTER-VALUE         PIC S9(1)  VALUE ZERO.
       77 WS-PCT-WORK            PIC  9(3)V9 VALUE ZERO.

       77 WS-GRADE               PIC  X(1)  VALUE SPACE.
           88 GRADE-BEST               VALUE "B".
           88 GRADE-INACCURATE         VALUE "I".
           88 GRADE-BLUNDER            VALUE "X".

      * THE FIVE WAYS A MOVE IS BUCKETED - 1-PLAYER BY DIFFICULTY,
      * THEN 2-PLAYER
       78 WK-CAT-COUNT                  VALUE 5.
       78 WK-CAT-2-PLAYER               VALUE 5.
       01 WS-CATEGORY-NAMES.
          05 FILLER              PIC  X(13) VALUE "1P EASY".
          05 FILLER              PIC  X(13) VALUE "1P NORMAL".
          05 FILLER              PIC  X(13) VALUE "1P UNBEATABLE".
          05 FILLER              PIC  X(13) VALUE "1P UNKNOWN".
          05 FILLER              PIC  X(13) VALUE "2-PLAYER".
       01 FILLER REDEFINES WS-CATEGORY-NAMES.
          05 WS-CATEGORY-NAME    PIC  X(13) OCCURS 5 TIMES.

      * ONE ROW PER NUMBERED RESULT ON THE TWO RESULT LOGS - WHAT
      * KIND OF GAME IT WAS, WHO SAT IN PLAYER 2'S CHAIR, AND
      * WHETHER TTTADJ VOIDED IT. GAME NUMBERS RUN PER OPERATOR PER
      * SITE, SO BOTH TABLES CARRY THE SITE CODE (TTTMERGE PUTS EVERY
      * SITE'S LOGS TOGETHER AT HEAD OFFICE)
       77 WS-RESULT-COUNT        PIC  9(4)  VALUE ZERO.
       77 WS-RESULT-IDX          PIC  9(4)  VALUE ZERO.
       77 WS-RESULT-FOUND-IDX    PIC  9(4)  VALUE ZERO.
       78 WK-RESULT-TABLE-SIZE          VALUE 5000.

       01 WS-RESULT-TABLE.
          05 WS-RESULT-ENTRY OCCURS 5000 TIMES.
             10 WS-RS-SITE             PIC X(3).
             10 WS-RS-OPERATOR         PIC X(20).
             10 WS-RS-NUMBER           PIC 9(5).
             10 WS-RS-CATEGORY         PIC 9(1).
             10 WS-RS-PLAYER2          PIC X(20).
             10 WS-RS-VOIDED           PIC X(1).

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
             10 WS-GM-CATEGORY         PIC 9(1).
             10 WS-GM-PLAYER2          PIC X(20).
             10 WS-GM-VOIDED           PIC X(1).
             10 WS-GM-BROKEN           PIC X(1).

      * PER-OPERATOR GRADE COUNTS, ONE SET PER CATEGORY
       77 WS-OP-COUNT            PIC  9(3)  VALUE ZERO.
       77 WS-OP-IDX              PIC  9(3)  VALUE ZERO.
       77 WS-OP-FOUND-IDX        PIC  9(3)  VALUE ZERO.
       78 WK-OP-TABLE-SIZE              VALUE 200.

       01 WS-OPERATOR-TABLE.
          05 WS-OP-ENTRY OCCURS 200 TIMES.
             10 WS-OP-ID               PIC X(20).
             10 WS-OP-CATEGORY OCCURS 5 TIMES.
                15 WS-OC-BEST          PIC 9(7).
                15 WS-OC-INACCURATE    PIC 9(7).
                15 WS-OC-BLUNDER       PIC 9(7).

      * THE SAME COUNTS FOR EVERYBODY, PER CATEGORY
       01 WS-CATEGORY-TOTALS.
          05 WS-CT-ENTRY OCCURS 5 TIMES.
             10 WS-CT-BEST             PIC 9(7).
             10 WS-CT-INACCURATE       PIC 9(7).
             10 WS-CT-BLUNDER          PIC 9(7).

      * EVERY DISTINCT POSITION BLUNDERED IN, BY CATEGORY AND SIDE
      * ON THE MOVE, WITH HOW OFTEN
       77 WS-BP-COUNT            PIC  9(3)  VALUE ZERO.
       77 WS-BP-IDX              PIC  9(3)  VALUE ZERO.
       77 WS-BP-FOUND-IDX        PIC  9(3)  VALUE ZERO.
       77 WS-BP-RANK             PIC  9(2)  VALUE ZERO.
       78 WK-BP-TABLE-SIZE              VALUE 500.
       78 WK-TOP-POSITIONS              VALUE 10.

       01 WS-BLUNDER-TABLE.
          05 WS-BP-ENTRY OCCURS 500 TIMES.
             10 WS-BP-CODE             PIC 9(5).
             10 WS-BP-TO-MOVE          PIC X(1).
             10 WS-BP-CATEGORY         PIC 9(1).
             10 WS-BP-GRID             PIC X(9).
             10 WS-BP-TIMES            PIC 9(5).
             10 WS-BP-PRINTED          PIC X(1).

      * RUNNING TOTALS FOR THE REPORT TRAILER
       77 WS-MOVES-READ          PIC  9(7)  VALUE ZERO.
       77 WS-LEGACY-MOVES        PIC  9(7)  VALUE ZERO.
       77 WS-CPU-MOVES           PIC  9(7)  VALUE ZERO.
       77 WS-VOIDED-MOVES        PIC  9(7)  VALUE ZERO.
       77 WS-UNGRADED-MOVES      PIC  9(7)  VALUE ZERO.
       77 WS-GRADED-MOVES        PIC  9(7)  VALUE ZERO.
       77 WS-UNTABLED-BLUNDERS   PIC  9(7)  VALUE ZERO.
       77 WS-UNTABLED-RESULTS    PIC  9(7)  VALUE ZERO.
       77 WS-UNTABLED-MOVES      PIC  9(7)  VALUE ZERO.
       77 WS-UNTABLED-GRADES     PIC  9(7)  VALUE ZERO.
       77 WS-CAT-GRADED          PIC  9(7)  VALUE ZERO.

      * REPORT LINE WORK AREAS
       01 WS-ACCURACY-LINE.
          05 WS-AC-OPERATOR      PIC  X(20).
          05 FILLER              PIC  X(02) VALUE SPACES.
          05 WS-AC-CATEGORY      PIC  X(13).
          05 FILLER              PIC  X(02) VALUE SPACES.
          05 WS-AC-MOVES         PIC  ZZZZZ9.
          05 FILLER              PIC  X(02) VALUE SPACES.
          05 WS-AC-BEST          PIC  ZZZZZ9.
          05 FILLER              PIC  X(02) VALUE SPACES.
          05 WS-AC-INACCURATE    PIC  ZZZZ9.
          05 FILLER              PIC  X(02) VALUE SPACES.
          05 WS-AC-BLUNDER       PIC  ZZZZ9.
          05 FILLER              PIC  X(03) VALUE SPACES.
          05 WS-AC-PCT           PIC  ZZ9.9.
          05 FILLER              PIC  X(02) VALUE " %".

       01 WS-POSITION-LINE.
          05 FILLER              PIC  X(02) VALUE SPACES.
          05 WS-PS-RANK          PIC  Z9.
          05 FILLER              PIC  X(04) VALUE SPACES.
          05 WS-PS-ROW-1         PIC  X(03).
          05 FILLER              PIC  X(01) VALUE "/".
          05 WS-PS-ROW-2         PIC  X(03).
          05 FILLER              PIC  X(01) VALUE "/".
          05 WS-PS-ROW-3         PIC  X(03).
          05 FILLER              PIC  X(05) VALUE SPACES.
          05 WS-PS-TO-MOVE       PIC  X(01).
          05 FILLER              PIC  X(05) VALUE SPACES.
          05 WS-PS-TIMES         PIC  ZZZZ9.
          05 FILLER              PIC  X(02) VALUE SPACES.
          05 WS-PS-BEST-CELLS    PIC  X(18).

       01 WS-SHOW-GRID.
          05 WS-SG-CELL          PIC  X(1)  OCCURS 9 TIMES.

       77 WS-BEST-PTR            PIC  9(2)  VALUE ZERO.

       01 WS-TRAILER-LINE.
          05 WS-TR-LABEL         PIC  X(30).
          05 WS-TR-VALUE         PIC  ZZZZZZ9.

       01 WS-HEADER-LINE.
          05 FILLER              PIC  X(44) VALUE
             "TIC TAC TOE - MOVE QUALITY GRADING - RUN    ".
          05 WS-HD-RUN-DATE      PIC  9(08).

       PROCEDURE  DIVISION.
       MAIN-LOGIC.
           SET CFG-NOT-LOADED TO TRUE
           CALL "TTTCONF" USING TTT-CONFIG-AREA

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE

      * ... THE GRADE COUNTS ARE ACCUMULATED STRAIGHT INTO BY
      * ... SUBSCRIPT, SO EVERY SLOT MUST START AT ZERO
           INITIALIZE WS-CATEGORY-TOTALS

           PERFORM LOAD-GAME-RESULTS
           PERFORM LOAD-MATCH-RESULTS
           PERFORM GRADE-MOVE-LOG
           PERFORM PRINT-REPORT

      * ... A TABLE RAN OUT - THE FIGURES ARE SHORT BY WHAT THE
      * ... TRAILER SAYS WAS LEFT OUT
           IF WS-UNTABLED-RESULTS > ZERO
              OR WS-UNTABLED-MOVES > ZERO
              OR WS-UNTABLED-GRADES > ZERO
              MOVE 4 TO RETURN-CODE
           END-IF

           STOP RUN
           .
      /
      * --------------------------------------------------------------
      *   PASS 1 - TABLE EVERY NUMBERED 1-PLAYER RESULT WITH ITS
      *   DIFFICULTY, VOIDED ONES INCLUDED SO THEIR MOVES CAN BE
      *   LEFT OUT
      * --------------------------------------------------------------
       LOAD-GAME-RESULTS.
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
                 IF GML-GAME-NUMBER IS NUMERIC
                    AND GML-GAME-NUMBER > ZERO
                    PERFORM ADD-RESULT-ENTRY
                    IF WS-RESULT-FOUND-IDX > ZERO
                       PERFORM TAKE-GAME-LOG-RESULT
                    END-IF
                 END-IF
              END-IF
           END-PERFORM

           IF GAME-LOG-STATUS NOT = "35"
              CLOSE GAME-LOG-FILE
           END-IF
           .

      * --------------------------------------------------------------
      *   PASS 2 - THE SAME FOR THE 2-PLAYER RESULTS, KEEPING PLAYER
      *   2'S NAME SO THEIR MOVES CAN BE CREDITED TO THEM
      * --------------------------------------------------------------
       LOAD-MATCH-RESULTS.
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
                 IF MTC-GAME-NUMBER IS NUMERIC
                    AND MTC-GAME-NUMBER > ZERO
                    PERFORM ADD-RESULT-ENTRY
                    IF WS-RESULT-FOUND-IDX > ZERO
                       PERFORM TAKE-MATCH-LOG-RESULT
                    END-IF
                 END-IF
              END-IF
           END-PERFORM

           IF MATCH-LOG-STATUS NOT = "35"
              CLOSE MATCH-LOG-FILE
           END-IF
           .

      * ... A RESULT THAT NO LONGER FITS IS ONLY COUNTED - ITS MOVES
      * ... ARE STILL GRADED, AS "1P UNKNOWN", AND A VOIDED ONE'S MOVES
      * ... ARE NOT LEFT OUT
       ADD-RESULT-ENTRY.
           IF WS-RESULT-COUNT < WK-RESULT-TABLE-SIZE
              ADD 1 TO WS-RESULT-COUNT
              MOVE WS-RESULT-COUNT TO WS-RESULT-FOUND-IDX
           ELSE
              MOVE ZERO            TO WS-RESULT-FOUND-IDX
              ADD 1 TO WS-UNTABLED-RESULTS
           END-IF
           .

       TAKE-GAME-LOG-RESULT.
           MOVE GML-SITE-CODE   TO
                WS-RS-SITE(WS-RESULT-FOUND-IDX)
           MOVE GML-OPERATOR-ID TO
                WS-RS-OPERATOR(WS-RESULT-FOUND-IDX)
           MOVE GML-GAME-NUMBER TO
                WS-RS-NUMBER(WS-RESULT-FOUND-IDX)
           EVALUATE TRUE
              WHEN GML-DIFF-EASY
                   MOVE 1 TO WS-CAT-IDX
              WHEN GML-DIFF-NORMAL
                   MOVE 2 TO WS-CAT-IDX
              WHEN GML-DIFF-UNBEATABLE
                   MOVE 3 TO WS-CAT-IDX
              WHEN OTHER
                   MOVE 4 TO WS-CAT-IDX
           END-EVALUATE
           MOVE WS-CAT-IDX  TO
                WS-RS-CATEGORY(WS-RESULT-FOUND-IDX)
           MOVE SPACES TO WS-RS-PLAYER2(WS-RESULT-FOUND-IDX)
           IF GML-VOIDED
              MOVE "Y" TO WS-RS-VOIDED(WS-RESULT-FOUND-IDX)
           ELSE
              MOVE "N" TO WS-RS-VOIDED(WS-RESULT-FOUND-IDX)
           END-IF
           .

       TAKE-MATCH-LOG-RESULT.
           MOVE MTC-SITE-CODE   TO
                WS-RS-SITE(WS-RESULT-FOUND-IDX)
           MOVE MTC-PLAYER1-ID  TO
                WS-RS-OPERATOR(WS-RESULT-FOUND-IDX)
           MOVE MTC-GAME-NUMBER TO
                WS-RS-NUMBER(WS-RESULT-FOUND-IDX)
           MOVE WK-CAT-2-PLAYER TO
                WS-RS-CATEGORY(WS-RESULT-FOUND-IDX)
           MOVE MTC-PLAYER2-ID  TO
                WS-RS-PLAYER2(WS-RESULT-FOUND-IDX)
           IF MTC-VOIDED
              MOVE "Y" TO WS-RS-VOIDED(WS-RESULT-FOUND-IDX)
           ELSE
              MOVE "N" TO WS-RS-VOIDED(WS-RESULT-FOUND-IDX)
           END-IF
           .
      /
      * --------------------------------------------------------------
      *   PASS 3 - REPLAY EVERY NUMBERED MOVE ONTO ITS GAME'S GRID,
      *   GRADING THE HUMAN ONES ON THE WAY IN
      * --------------------------------------------------------------
       GRADE-MOVE-LOG.
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
      * ...      A MOVE FROM BEFORE THE GAME NUMBER EXISTED HAS NO
      * ...      POSITION TO BE JUDGED IN
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
                   ADD 1 TO WS-UNGRADED-MOVES
              WHEN MVL-CELL-NUMBER NOT NUMERIC
                   MOVE "Y" TO WS-GM-BROKEN(WS-GAME-FOUND-IDX)
                   ADD 1 TO WS-UNGRADED-MOVES
              WHEN MVL-CELL-NUMBER < 1
                   MOVE "Y" TO WS-GM-BROKEN(WS-GAME-FOUND-IDX)
                   ADD 1 TO WS-UNGRADED-MOVES
              WHEN WS-GM-GRID(WS-GAME-FOUND-IDX)
                             (MVL-CELL-NUMBER:1) NOT = SPACE
                   MOVE "Y" TO WS-GM-BROKEN(WS-GAME-FOUND-IDX)
                   ADD 1 TO WS-UNGRADED-MOVES
              WHEN OTHER
                   MOVE MVL-CELL-NUMBER TO WS-CELL
                   IF MVL-MOVER = "CPU"
                      ADD 1 TO WS-CPU-MOVES
                   ELSE
                      PERFORM GRADE-ONE-MOVE
                   END-IF
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
           .
      /
      * --------------------------------------------------------------
      *   LOOK UP THE GAME'S ROW BY SITE, OPERATOR AND GAME NUMBER,
      *   ADDING A FRESH ONE THE FIRST TIME IT IS SEEN AND PICKING UP
      *   WHAT THE RESULT LOGS SAY ABOUT IT. ONE GAME'S MOVES NORMALLY
      *   SIT TOGETHER ON THE LOG, SO THE LAST ROW FOUND IS TRIED
      *   FIRST.
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

      * ... A NEW GAME THAT NO LONGER FITS IS LEFT WITH NO ROW, AND
      * ... EVERY MOVE OF IT IS COUNTED AND LEFT UNGRADED
           IF WS-GAME-FOUND-IDX = ZERO
              AND WS-GAME-COUNT < WK-GAME-TABLE-SIZE
              ADD 1 TO WS-GAME-COUNT
              MOVE WS-GAME-COUNT   TO WS-GAME-FOUND-IDX
              MOVE MVL-SITE-CODE   TO WS-GM-SITE(WS-GAME-FOUND-IDX)
              MOVE MVL-OPERATOR-ID TO WS-GM-OPERATOR(WS-GAME-FOUND-IDX)
              MOVE WS-THIS-GAME    TO WS-GM-NUMBER(WS-GAME-FOUND-IDX)
              MOVE SPACES          TO WS-GM-GRID(WS-GAME-FOUND-IDX)
              MOVE "N"             TO WS-GM-BROKEN(WS-GAME-FOUND-IDX)
              PERFORM FIND-GAME-RESULT
           END-IF

           MOVE WS-GAME-FOUND-IDX TO WS-LAST-FOUND-IDX
           .

      * --------------------------------------------------------------
      *   WHAT THE RESULT LOGS SAY ABOUT A NEWLY SEEN GAME. A GAME
      *   WITH NO RESULT (ABANDONED, OR STILL IN PROGRESS) IS TAKEN
      *   AS 1-PLAYER OF UNKNOWN DIFFICULTY UNTIL A PLAYER 1 OR
      *   PLAYER 2 MOVE SAYS OTHERWISE.
      * --------------------------------------------------------------
       FIND-GAME-RESULT.
           MOVE ZERO TO WS-RESULT-FOUND-IDX
           PERFORM VARYING WS-RESULT-IDX FROM 1 BY 1
                   UNTIL WS-RESULT-IDX > WS-RESULT-COUNT
                      OR WS-RESULT-FOUND-IDX > ZERO
              IF WS-RS-OPERATOR(WS-RESULT-IDX) = MVL-OPERATOR-ID
                 AND WS-RS-NUMBER(WS-RESULT-IDX) = WS-THIS-GAME
                 AND WS-RS-SITE(WS-RESULT-IDX) = MVL-SITE-CODE
                 MOVE WS-RESULT-IDX TO WS-RESULT-FOUND-IDX
              END-IF
           END-PERFORM

           IF WS-RESULT-FOUND-IDX > ZERO
              MOVE WS-RS-CATEGORY(WS-RESULT-FOUND-IDX) TO
                   WS-GM-CATEGORY(WS-GAME-FOUND-IDX)
              MOVE WS-RS-PLAYER2(WS-RESULT-FOUND-IDX)  TO
                   WS-GM-PLAYER2(WS-GAME-FOUND-IDX)
              MOVE WS-RS-VOIDED(WS-RESULT-FOUND-IDX)   TO
                   WS-GM-VOIDED(WS-GAME-FOUND-IDX)
           ELSE
              MOVE 4      TO WS-GM-CATEGORY(WS-GAME-FOUND-IDX)
              MOVE SPACES TO WS-GM-PLAYER2(WS-GAME-FOUND-IDX)
              MOVE "N"    TO WS-GM-VOIDED(WS-GAME-FOUND-IDX)
           END-IF
           .
      /
      * --------------------------------------------------------------
      *   GRADE ONE HUMAN MOVE AGAINST THE POSITION BEFORE IT
      * --------------------------------------------------------------
       GRADE-ONE-MOVE.
           MOVE WS-GM-GRID(WS-GAME-FOUND-IDX) TO SLV-GRID
           IF MVL-MOVER = "PLAYER2"
              SET SLV-X-TO-MOVE TO TRUE
           ELSE
              SET SLV-O-TO-MOVE TO TRUE
           END-IF
           CALL "TTTSOLVE" USING TTT-SOLVE-AREA

      * ... NOTHING TO JUDGE ON A GRID THAT IS ALREADY DECIDED
           IF SLV-DECIDED
              ADD 1 TO WS-UNGRADED-MOVES
           ELSE
              PERFORM CREDIT-ONE-GRADE
           END-IF
           .

       CREDIT-ONE-GRADE.
           ADD 1 TO WS-GRADED-MOVES

      * ... WHICH BUCKET, AND WHOSE MOVE IT WAS
           EVALUATE MVL-MOVER
              WHEN "PLAYER1"
                   MOVE WK-CAT-2-PLAYER TO WS-CAT-IDX
                   MOVE MVL-OPERATOR-ID TO WS-HUMAN-ID
              WHEN "PLAYER2"
                   MOVE WK-CAT-2-PLAYER TO WS-CAT-IDX
                   IF WS-GM-PLAYER2(WS-GAME-FOUND-IDX) = SPACES
                      MOVE "(PLAYER 2 UNKNOWN)" TO WS-HUMAN-ID
                   ELSE
                      MOVE WS-GM-PLAYER2(WS-GAME-FOUND-IDX)
                                            TO WS-HUMAN-ID
                   END-IF
              WHEN OTHER
                   MOVE WS-GM-CATEGORY(WS-GAME-FOUND-IDX)
                                            TO WS-CAT-IDX
                   IF WS-CAT-IDX = WK-CAT-2-PLAYER
                      MOVE 4 TO WS-CAT-IDX
                   END-IF
                   MOVE MVL-OPERATOR-ID TO WS-HUMAN-ID
           END-EVALUATE

           MOVE SLV-CELL-VALUE(WS-CELL) TO WS-AFTER-VALUE
           EVALUATE TRUE
              WHEN WS-AFTER-VALUE = SLV-BEST-VALUE
                   SET GRADE-BEST       TO TRUE
              WHEN WS-AFTER-VALUE < ZERO
                   SET GRADE-BLUNDER    TO TRUE
              WHEN OTHER
                   SET GRADE-INACCURATE TO TRUE
           END-EVALUATE

           PERFORM FIND-OR-ADD-OPERATOR

           EVALUATE TRUE
              WHEN GRADE-BEST
                   ADD 1 TO WS-CT-BEST(WS-CAT-IDX)
              WHEN GRADE-INACCURATE
                   ADD 1 TO WS-CT-INACCURATE(WS-CAT-IDX)
              WHEN GRADE-BLUNDER
                   ADD 1 TO WS-CT-BLUNDER(WS-CAT-IDX)
                   PERFORM TALLY-BLUNDER-POSITION
           END-EVALUATE

           IF WS-OP-FOUND-IDX = ZERO
              ADD 1 TO WS-UNTABLED-GRADES
           ELSE
              EVALUATE TRUE
                 WHEN GRADE-BEST
                      ADD 1 TO WS-OC-BEST(WS-OP-FOUND-IDX, WS-CAT-IDX)
                 WHEN GRADE-INACCURATE
                      ADD 1 TO WS-OC-INACCURATE(WS-OP-FOUND-IDX,
                                                WS-CAT-IDX)
                 WHEN GRADE-BLUNDER
                      ADD 1 TO WS-OC-BLUNDER(WS-OP-FOUND-IDX,
                                             WS-CAT-IDX)
              END-EVALUATE
           END-IF
           .

      * ... AN OPERATOR WHO NO LONGER FITS IS LEFT WITH NO ROW - THE
      * ... GRADE STILL COUNTS IN THE CATEGORY TOTALS
       FIND-OR-ADD-OPERATOR.
           MOVE ZERO TO WS-OP-FOUND-IDX
           PERFORM VARYING WS-OP-IDX FROM 1 BY 1
                   UNTIL WS-OP-IDX > WS-OP-COUNT
                      OR WS-OP-FOUND-IDX > ZERO
              IF WS-OP-ID(WS-OP-IDX) = WS-HUMAN-ID
                 MOVE WS-OP-IDX TO WS-OP-FOUND-IDX
              END-IF
           END-PERFORM

           IF WS-OP-FOUND-IDX = ZERO
              AND WS-OP-COUNT < WK-OP-TABLE-SIZE
              ADD 1 TO WS-OP-COUNT
              MOVE WS-OP-COUNT     TO WS-OP-FOUND-IDX
              INITIALIZE WS-OP-ENTRY(WS-OP-FOUND-IDX)
              MOVE WS-HUMAN-ID TO WS-OP-ID(WS-OP-FOUND-IDX)
           END-IF
           .

      * --------------------------------------------------------------
      *   COUNT THE BLUNDER AGAINST ITS POSITION (SAME GRID, SAME
      *   SIDE ON THE MOVE, SAME CATEGORY)
      * --------------------------------------------------------------
       TALLY-BLUNDER-POSITION.
           MOVE ZERO TO WS-BP-FOUND-IDX
           PERFORM VARYING WS-BP-IDX FROM 1 BY 1
                   UNTIL WS-BP-IDX > WS-BP-COUNT
                      OR WS-BP-FOUND-IDX > ZERO
              IF WS-BP-CODE(WS-BP-IDX) = SLV-POSITION-CODE
                 AND WS-BP-TO-MOVE(WS-BP-IDX) = SLV-TO-MOVE
                 AND WS-BP-CATEGORY(WS-BP-IDX) = WS-CAT-IDX
                 MOVE WS-BP-IDX TO WS-BP-FOUND-IDX
              END-IF
           END-PERFORM

           IF WS-BP-FOUND-IDX = ZERO
              IF WS-BP-COUNT < WK-BP-TABLE-SIZE
                 ADD 1 TO WS-BP-COUNT
                 MOVE WS-BP-COUNT       TO WS-BP-FOUND-IDX
                 MOVE SLV-POSITION-CODE TO WS-BP-CODE(WS-BP-FOUND-IDX)
                 MOVE SLV-TO-MOVE       TO
                      WS-BP-TO-MOVE(WS-BP-FOUND-IDX)
                 MOVE WS-CAT-IDX        TO
                      WS-BP-CATEGORY(WS-BP-FOUND-IDX)
                 MOVE SLV-GRID          TO WS-BP-GRID(WS-BP-FOUND-IDX)
                 MOVE ZERO              TO WS-BP-TIMES(WS-BP-FOUND-IDX)
                 MOVE "N"               TO
                      WS-BP-PRINTED(WS-BP-FOUND-IDX)
              END-IF
           END-IF

      * ... A NEW POSITION THAT NO LONGER FITS IS ONLY COUNTED - THE
      * ... POSITIONS ALREADY TABLED ARE THE COMMON ONES BY THEN
           IF WS-BP-FOUND-IDX > ZERO
              ADD 1 TO WS-BP-TIMES(WS-BP-FOUND-IDX)
           ELSE
              ADD 1 TO WS-UNTABLED-BLUNDERS
           END-IF
           .
      /
      * --------------------------------------------------------------
      *   PRINT EVERYTHING
      * --------------------------------------------------------------
       PRINT-REPORT.
           OPEN OUTPUT REPORT-FILE

           MOVE WS-RUN-DATE    TO WS-HD-RUN-DATE
           MOVE SPACES         TO REPORT-LINE
           MOVE WS-HEADER-LINE TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE "ACCURACY BY OPERATOR" TO REPORT-LINE
           WRITE REPORT-LINE

           PERFORM PRINT-ACCURACY-HEADINGS

           PERFORM VARYING WS-OP-IDX FROM 1 BY 1
                   UNTIL WS-OP-IDX > WS-OP-COUNT
              PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
                      UNTIL WS-CAT-IDX > WK-CAT-COUNT
                 PERFORM PRINT-OPERATOR-LINE
              END-PERFORM
           END-PERFORM

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE "ACCURACY BY CATEGORY - ALL OPERATORS" TO REPORT-LINE
           WRITE REPORT-LINE

           PERFORM PRINT-ACCURACY-HEADINGS

           PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
                   UNTIL WS-CAT-IDX > WK-CAT-COUNT
              PERFORM PRINT-CATEGORY-LINE
           END-PERFORM

           PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
                   UNTIL WS-CAT-IDX > WK-CAT-COUNT
              IF WS-CT-BLUNDER(WS-CAT-IDX) > ZERO
                 PERFORM PRINT-BLUNDER-POSITIONS
              END-IF
           END-PERFORM

           PERFORM PRINT-TRAILER

           CLOSE REPORT-FILE
           .

       PRINT-ACCURACY-HEADINGS.
           MOVE SPACES TO REPORT-LINE
           STRING "OPERATOR              PLAYED AT        MOVES"
                  "    BEST  INACC  BLUND  ACCURACY"
                  DELIMITED BY SIZE
                  INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           STRING "--------------------  -------------  ------"
                  "  ------  -----  -----  --------"
                  DELIMITED BY SIZE
                  INTO REPORT-LINE
           WRITE REPORT-LINE
           .

       PRINT-OPERATOR-LINE.
           COMPUTE WS-CAT-GRADED =
                   WS-OC-BEST(WS-OP-IDX, WS-CAT-IDX)
                 + WS-OC-INACCURATE(WS-OP-IDX, WS-CAT-IDX)
                 + WS-OC-BLUNDER(WS-OP-IDX, WS-CAT-IDX)

           IF WS-CAT-GRADED > ZERO
              MOVE WS-OP-ID(WS-OP-IDX)            TO WS-AC-OPERATOR
              MOVE WS-CATEGORY-NAME(WS-CAT-IDX)   TO WS-AC-CATEGORY
              MOVE WS-CAT-GRADED                  TO WS-AC-MOVES
              MOVE WS-OC-BEST(WS-OP-IDX, WS-CAT-IDX)
                                                  TO WS-AC-BEST
              MOVE WS-OC-INACCURATE(WS-OP-IDX, WS-CAT-IDX)
                                                  TO WS-AC-INACCURATE
              MOVE WS-OC-BLUNDER(WS-OP-IDX, WS-CAT-IDX)
                                                  TO WS-AC-BLUNDER
              COMPUTE WS-PCT-WORK ROUNDED =
                      WS-OC-BEST(WS-OP-IDX, WS-CAT-IDX) * 100
                      / WS-CAT-GRADED
              PERFORM PRINT-ACCURACY-LINE
           END-IF
           .

       PRINT-CATEGORY-LINE.
           COMPUTE WS-CAT-GRADED =
                   WS-CT-BEST(WS-CAT-IDX)
                 + WS-CT-INACCURATE(WS-CAT-IDX)
                 + WS-CT-BLUNDER(WS-CAT-IDX)

           MOVE "ALL OPERATORS"                TO WS-AC-OPERATOR
           MOVE WS-CATEGORY-NAME(WS-CAT-IDX)   TO WS-AC-CATEGORY
           MOVE WS-CAT-GRADED                  TO WS-AC-MOVES
           MOVE WS-CT-BEST(WS-CAT-IDX)         TO WS-AC-BEST
           MOVE WS-CT-INACCURATE(WS-CAT-IDX)   TO WS-AC-INACCURATE
           MOVE WS-CT-BLUNDER(WS-CAT-IDX)      TO WS-AC-BLUNDER
           IF WS-CAT-GRADED > ZERO
              COMPUTE WS-PCT-WORK ROUNDED =
                      WS-CT-BEST(WS-CAT-IDX) * 100 / WS-CAT-GRADED
           ELSE
              MOVE ZERO TO WS-PCT-WORK
           END-IF
           PERFORM PRINT-ACCURACY-LINE
           .

       PRINT-ACCURACY-LINE.
           MOVE WS-PCT-WORK      TO WS-AC-PCT
           MOVE SPACES           TO REPORT-LINE
           MOVE WS-ACCURACY-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           .
      /
      * --------------------------------------------------------------
      *   THE MOST-BLUNDERED POSITIONS OF ONE CATEGORY, MOST FIRST -
      *   PICKED OFF THE TABLE ONE AT A TIME, HIGHEST COUNT NOT YET
      *   PRINTED
      * --------------------------------------------------------------
       PRINT-BLUNDER-POSITIONS.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           STRING "MOST BLUNDERED POSITIONS - " DELIMITED BY SIZE
                  WS-CATEGORY-NAME(WS-CAT-IDX)  DELIMITED BY "  "
                  INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           STRING "  RANK  POSITION     TO MOVE  TIMES  BEST PLAY"
                  DELIMITED BY SIZE
                  INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           STRING "  ----  -----------  -------  -----  ---------"
                  DELIMITED BY SIZE
                  INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE ZERO TO WS-BP-RANK
           MOVE 1    TO WS-BP-FOUND-IDX
           PERFORM UNTIL WS-BP-RANK >= WK-TOP-POSITIONS
                      OR WS-BP-FOUND-IDX = ZERO
              MOVE ZERO TO WS-BP-FOUND-IDX
              PERFORM VARYING WS-BP-IDX FROM 1 BY 1
                      UNTIL WS-BP-IDX > WS-BP-COUNT
                 IF WS-BP-CATEGORY(WS-BP-IDX) = WS-CAT-IDX
                    AND WS-BP-PRINTED(WS-BP-IDX) = "N"
                    IF WS-BP-FOUND-IDX = ZERO
                       MOVE WS-BP-IDX TO WS-BP-FOUND-IDX
                    ELSE
                       IF WS-BP-TIMES(WS-BP-IDX) >
                          WS-BP-TIMES(WS-BP-FOUND-IDX)
                          MOVE WS-BP-IDX TO WS-BP-FOUND-IDX
                       END-IF
                    END-IF
                 END-IF
              END-PERFORM
              IF WS-BP-FOUND-IDX > ZERO
                 ADD 1 TO WS-BP-RANK
                 MOVE "Y" TO WS-BP-PRINTED(WS-BP-FOUND-IDX)
                 PERFORM PRINT-ONE-POSITION
              END-IF
           END-PERFORM
           .

      * --------------------------------------------------------------
      *   ONE POSITION, ROW BY ROW ("." FOR AN EMPTY CELL), WITH THE
      *   CELLS PERFECT PLAY WOULD HAVE CHOSEN
      * --------------------------------------------------------------
       PRINT-ONE-POSITION.
           MOVE WS-BP-GRID(WS-BP-FOUND-IDX)    TO WS-SHOW-GRID
           INSPECT WS-SHOW-GRID REPLACING ALL SPACE BY "."

           MOVE WS-BP-RANK                     TO WS-PS-RANK
           MOVE WS-SHOW-GRID(1:3)              TO WS-PS-ROW-1
           MOVE WS-SHOW-GRID(4:3)              TO WS-PS-ROW-2
           MOVE WS-SHOW-GRID(7:3)              TO WS-PS-ROW-3
           MOVE WS-BP-TO-MOVE(WS-BP-FOUND-IDX) TO WS-PS-TO-MOVE
           MOVE WS-BP-TIMES(WS-BP-FOUND-IDX)   TO WS-PS-TIMES

           MOVE WS-BP-GRID(WS-BP-FOUND-IDX)    TO SLV-GRID
           MOVE WS-BP-TO-MOVE(WS-BP-FOUND-IDX) TO SLV-TO-MOVE
           CALL "TTTSOLVE" USING TTT-SOLVE-AREA

           MOVE SPACES TO WS-PS-BEST-CELLS
           MOVE 1      TO WS-BEST-PTR
           PERFORM VARYING WS-CELL FROM 1 BY 1 UNTIL WS-CELL > 9
              IF SLV-CELL(WS-CELL) = SPACE
                 AND SLV-CELL-VALUE(WS-CELL) = SLV-BEST-VALUE
                 MOVE WS-CELL(2:1) TO WS-PS-BEST-CELLS(WS-BEST-PTR:1)
                 ADD 2 TO WS-BEST-PTR
              END-IF
           END-PERFORM

           MOVE SPACES           TO REPORT-LINE
           MOVE WS-POSITION-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           .
      /
      * --------------------------------------------------------------
      *   PRINT THE RUN TRAILER
      * --------------------------------------------------------------
       PRINT-TRAILER.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE "MOVES READ"                TO WS-TR-LABEL
           MOVE WS-MOVES-READ               TO WS-TR-VALUE
           PERFORM PRINT-TRAILER-LINE

           MOVE "UNNUMBERED MOVES (NOT GRADED)" TO WS-TR-LABEL
           MOVE WS-LEGACY-MOVES             TO WS-TR-VALUE
           PERFORM PRINT-TRAILER-LINE

           MOVE "MOVES OF VOIDED GAMES"     TO WS-TR-LABEL
           MOVE WS-VOIDED-MOVES             TO WS-TR-VALUE
           PERFORM PRINT-TRAILER-LINE

           MOVE "CPU MOVES"                 TO WS-TR-LABEL
           MOVE WS-CPU-MOVES                TO WS-TR-VALUE
           PERFORM PRINT-TRAILER-LINE

           MOVE "MOVES NOT GRADABLE"        TO WS-TR-LABEL
           MOVE WS-UNGRADED-MOVES           TO WS-TR-VALUE
           PERFORM PRINT-TRAILER-LINE

           MOVE "HUMAN MOVES GRADED"        TO WS-TR-LABEL
           MOVE WS-GRADED-MOVES             TO WS-TR-VALUE
           PERFORM PRINT-TRAILER-LINE

           MOVE "BLUNDERS NOT TABLED"       TO WS-TR-LABEL
           MOVE WS-UNTABLED-BLUNDERS        TO WS-TR-VALUE
           PERFORM PRINT-TRAILER-LINE

           MOVE "RESULTS OVER THE TABLE LIMIT" TO WS-TR-LABEL
           MOVE WS-UNTABLED-RESULTS         TO WS-TR-VALUE
           PERFORM PRINT-TRAILER-LINE

           MOVE "MOVES OVER THE GAME LIMIT" TO WS-TR-LABEL
           MOVE WS-UNTABLED-MOVES           TO WS-TR-VALUE
           PERFORM PRINT-TRAILER-LINE

           MOVE "GRADES OVER THE OPERATOR LIMIT" TO WS-TR-LABEL
           MOVE WS-UNTABLED-GRADES          TO WS-TR-VALUE
           PERFORM PRINT-TRAILER-LINE
           .

       PRINT-TRAILER-LINE.
           MOVE SPACES          TO REPORT-LINE
           MOVE WS-TRAILER-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           .
