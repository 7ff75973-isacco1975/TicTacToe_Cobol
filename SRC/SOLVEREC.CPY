      * ----------------------------------------------------------------
      *   INTERFACE AREA FOR THE TTTSOLVE PERFECT-PLAY SOLVER - WHAT
      *   EVERY OPEN CELL OF A POSITION IS WORTH WITH BOTH SIDES
      *   PLAYING PERFECTLY FROM THERE ON. USED BY THE BATCH JOBS
      *   THAT JUDGE HUMAN MOVES; THE GAME'S OWN CPU STILL PLAYS
      *   THROUGH TTTBRAIN.
      *
      *   THE CALLER FILLS THE GRID ("O", "X" OR SPACE, SAME CELL
      *   NUMBERING AS THE GAME) AND THE SIDE ON THE MOVE, AND CALLS
      *   "TTTSOLVE" USING TTT-SOLVE-AREA. VALUES COME BACK FROM THE
      *   POINT OF VIEW OF THE SIDE ON THE MOVE: +1 = A FORCED WIN,
      *   ZERO = A DRAW WITH BEST PLAY, -1 = A FORCED LOSS.
      *   SLV-DECIDED MEANS THE POSITION ALREADY HAS A LINE OR IS
      *   FULL - THERE IS NO MOVE TO JUDGE. A TAKEN CELL'S VALUE
      *   COMES BACK ZERO; CHECK SLV-CELL BEFORE USING IT.
      * ----------------------------------------------------------------
       01 TTT-SOLVE-AREA.
          05 SLV-GRID.
             10 SLV-CELL            PIC X(01) OCCURS 9.
          05 SLV-TO-MOVE            PIC X(01).
             88 SLV-O-TO-MOVE           VALUE "O".
             88 SLV-X-TO-MOVE           VALUE "X".
          05 SLV-FLAG-DECIDED       PIC X(01).
             88 SLV-DECIDED             VALUE "Y".
             88 SLV-NOT-DECIDED         VALUE "N".
      *   THE POSITION AS A BASE-3 NUMBER (EMPTY 0, O 1, X 2; CELL 1
      *   IS THE UNITS DIGIT) - A COMPACT KEY FOR TABLING POSITIONS
          05 SLV-POSITION-CODE      PIC 9(05).
          05 SLV-BEST-VALUE         PIC S9(01).
          05 SLV-CELL-VALUE         PIC S9(01) OCCURS 9.
