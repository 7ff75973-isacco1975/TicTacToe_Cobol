      * ----------------------------------------------------------------
      *   RECORD LAYOUT FOR THE TRAINING PUZZLE FILE (PUZZLES.DAT) -
      *   INDEXED ON PZL-POSITION-CODE. ONE ROW PER POSITION IN WHICH
      *   SOMEBODY ON THE FLOOR MISSED A FORCED WIN OR WALKED INTO A
      *   FORCED LOSS, HARVESTED FROM MOVELOG.DAT BY TTTHARV.
      *
      *   THE POSITION IS ALWAYS STORED WITH "O" ON THE MOVE (A MISS
      *   BY PLAYER 2, WHO PLAYS "X", IS KEPT WITH THE MARKS SWAPPED),
      *   SO THE TRAINEE ALWAYS ANSWERS WITH "O" AS IN A 1-PLAYER GAME
      *   AND THE POSITION CODE ALONE IS THE KEY (SAME BASE-3 CODE AS
      *   TTTSOLVE HANDS BACK: BLANK 0, O 1, X 2, CELL 1 LOWEST).
      *
      *   A NEW ROW COMES IN PENDING; ONLY A SUPERVISOR (TTTPUZM) CAN
      *   ACTIVATE IT FOR TRAINING OR RETIRE IT. TICTACTOE'S TRAINING
      *   MODE SERVES THE ACTIVE ROWS ONLY.
      * ----------------------------------------------------------------
       01 PUZZLE-RECORD.
          05 PZL-POSITION-CODE      PIC 9(05).
          05 PZL-GRID               PIC X(09).
      *   WHAT THE TRAINEE MUST FIND - THE WIN THAT WAS MISSED, OR
      *   THE MOVE THAT HOLDS THE DRAW THE PLAYER THREW AWAY
          05 PZL-KIND               PIC X(01).
             88 PZL-FIND-WIN            VALUE "W".
             88 PZL-FIND-SAVE           VALUE "S".
          05 PZL-STATUS             PIC X(01).
             88 PZL-PENDING             VALUE "N".
             88 PZL-ACTIVE              VALUE "A".
             88 PZL-RETIRED             VALUE "R".
      *   "Y" ON EVERY CELL THAT SOLVES THE PUZZLE (EVERY MOVE THAT
      *   KEEPS THE BEST RESULT ON OFFER), SPACE ON THE OTHERS
          05 PZL-SOLUTION.
             10 PZL-SOLUTION-CELL   PIC X(01) OCCURS 9 TIMES.
      *   HOW OFTEN THE FLOOR HAS GOT THIS POSITION WRONG, AND WHEN
          05 PZL-TIMES-MISSED       PIC 9(05).
          05 PZL-FIRST-SEEN         PIC 9(08).
          05 PZL-LAST-SEEN          PIC 9(08).
      *   LAST STATUS CHANGE (HARVEST OR SUPERVISOR)
          05 PZL-STATUS-DATE        PIC 9(08).
          05 FILLER                 PIC X(10).
