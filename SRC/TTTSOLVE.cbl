       IDENTIFICATION       DIVISION.
       PROGRAM-ID.          TTTSOLVE.
       AUTHOR.              ISAAC GARCIA PEVERI
       DATE-WRITTEN.        15.10.2026.
      * LAST EDIT           15.10.2026.
       REMARKS.             PERFECT-PLAY SOLVER. WORKS OUT, FOR ANY
                             POSITION AND SIDE ON THE MOVE, WHAT THE
                             POSITION AND EACH OPEN CELL ARE WORTH WITH
                             BOTH SIDES PLAYING PERFECTLY - WIN, DRAW
                             OR LOSS. THE BATCH JOBS THAT GRADE HUMAN
                             MOVES CALL IT; SEE SOLVEREC.CPY FOR THE
                             CALLING INTERFACE.
      /
      ******************************************************************
      * WRITTEN IN ACUCOBOL-GT 7.0.0
      *         TIC TAC TOE PERFECT-PLAY SOLVER
      *
      *         ON THE FIRST CALL OF A RUN THE SOLVER VALUES EVERY
      *         ONE OF THE 3**9 GRIDS, ONCE WITH O ON THE MOVE AND
      *         ONCE WITH X, WORKING BACK FROM THE FULL GRIDS TO THE
      *         EMPTY ONE - A GRID'S VALUE ONLY NEEDS THE VALUES OF
      *         THE GRIDS ONE MARK FULLER, WHICH ARE ALREADY DONE.
      *         EVERY LATER CALL IS A TABLE LOOKUP.
      *
      *         GRIDS THAT CANNOT COME UP IN PLAY ARE VALUED ALL THE
      *         SAME - NEITHER SIDE IS ASSUMED TO HAVE OPENED, SINCE
      *         THE CPU AND THE PLAYER BOTH GET TO START. A GRID WITH
      *         A LINE IS SCORED AS CHECK-WINNER SCORES IT IN THE
      *         GAME: THE "O" LINES ARE TESTED BEFORE THE "X" LINES.
      ******************************************************************
      /
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       77 FLAG-TABLE-BUILT       PIC  X(1)  VALUE "N".
           88 TABLE-BUILT              VALUE "Y".
           88 TABLE-NOT-BUILT          VALUE "N".

      * THE VALUE OF EVERY GRID, FROM O'S POINT OF VIEW (+1 = O
      * WINS WITH BEST PLAY, -1 = X WINS), INDEXED BY POSITION CODE
      * PLUS ONE. DECIDED = A LINE IS ALREADY ON THE GRID OR IT IS
      * FULL.
       01 WS-POSITION-TABLE.
          05 WS-POS-ENTRY OCCURS 19683 TIMES.
             10 WS-PV-O-TO-MOVE        PIC S9(1).
             10 WS-PV-X-TO-MOVE        PIC S9(1).
             10 WS-PV-DECIDED          PIC X(1).

      * WHAT ONE MARK IN EACH CELL ADDS TO THE POSITION CODE
       01 WS-POWER-VALUES.
          05 FILLER              PIC  9(4)  VALUE 1.
          05 FILLER              PIC  9(4)  VALUE 3.
          05 FILLER              PIC  9(4)  VALUE 9.
          05 FILLER              PIC  9(4)  VALUE 27.
          05 FILLER              PIC  9(4)  VALUE 81.
          05 FILLER              PIC  9(4)  VALUE 243.
          05 FILLER              PIC  9(4)  VALUE 729.
          05 FILLER              PIC  9(4)  VALUE 2187.
          05 FILLER              PIC  9(4)  VALUE 6561.
       01 FILLER REDEFINES WS-POWER-VALUES.
          05 WS-POWER            PIC  9(4)  OCCURS 9 TIMES.

      * THE EIGHT WINNING LINES, SHARED BY BOTH MARKS
       01 WS-WIN-LINE-VALUES.
          05 FILLER              PIC  X(3)  VALUE "123".
          05 FILLER              PIC  X(3)  VALUE "456".
          05 FILLER              PIC  X(3)  VALUE "789".
          05 FILLER              PIC  X(3)  VALUE "147".
          05 FILLER              PIC  X(3)  VALUE "258".
          05 FILLER              PIC  X(3)  VALUE "369".
          05 FILLER              PIC  X(3)  VALUE "159".
          05 FILLER              PIC  X(3)  VALUE "357".
       01 FILLER REDEFINES WS-WIN-LINE-VALUES.
          05 WS-WIN-LINE OCCURS 8 TIMES.
             10 WS-WL-CELL       PIC  9(1)  OCCURS 3 TIMES.

      * THE GRID UNDER CONSTRUCTION AS BASE-3 DIGITS (0 EMPTY, 1 O,
      * 2 X), STEPPED THROUGH EVERY GRID LIKE AN ODOMETER
       01 WS-DIGITS.
          05 WS-DIGIT            PIC  9(1)  OCCURS 9 TIMES.

       77 WS-CODE                PIC  9(5)  VALUE ZERO.
       77 WS-POS-IDX             PIC  9(5)  VALUE ZERO.
       77 WS-CHILD-IDX           PIC  9(5)  VALUE ZERO.
       77 WS-PASS                PIC S9(2)  VALUE ZERO.
       77 WS-FILLED              PIC  9(2)  VALUE ZERO.
       77 WS-CELL-IDX            PIC  9(2)  VALUE ZERO.
       77 WS-LINE-IDX            PIC  9(2)  VALUE ZERO.
       77 WS-LINE-MARK           PIC  9(1)  VALUE ZERO.
       77 WS-BEST-O              PIC S9(1)  VALUE ZERO.
       77 WS-BEST-X              PIC S9(1)  VALUE ZERO.

      * WHO HOLDS A LINE ON THE GRID: 0 = NOBODY, 1 = O, 2 = X
       77 WS-LINE-OWNER          PIC  9(1)  VALUE ZERO.

       78 WK-O                     VALUE "O".
       78 WK-X                     VALUE "X".

       LINKAGE SECTION.
           COPY "SOLVEREC.CPY".

       PROCEDURE  DIVISION USING TTT-SOLVE-AREA.
       MAIN-LOGIC.
           IF TABLE-NOT-BUILT
              PERFORM BUILD-POSITION-TABLE
              SET TABLE-BUILT TO TRUE
           END-IF

      * ... THE CALLER'S GRID AS A POSITION CODE
           MOVE ZERO TO WS-CODE
           PERFORM VARYING WS-CELL-IDX FROM 1 BY 1
                   UNTIL WS-CELL-IDX > 9
              EVALUATE SLV-CELL(WS-CELL-IDX)
                 WHEN WK-O
                      ADD WS-POWER(WS-CELL-IDX) TO WS-CODE
                 WHEN WK-X
                      COMPUTE WS-CODE =
                              WS-CODE + WS-POWER(WS-CELL-IDX) * 2
              END-EVALUATE
           END-PERFORM

           MOVE WS-CODE TO SLV-POSITION-CODE
           COMPUTE WS-POS-IDX = WS-CODE + 1

           IF WS-PV-DECIDED(WS-POS-IDX) = "Y"
              SET SLV-DECIDED     TO TRUE
           ELSE
              SET SLV-NOT-DECIDED TO TRUE
           END-IF

      * ... TURN THE TABLE'S O-SIDE VALUES ROUND TO THE MOVER'S
           IF SLV-X-TO-MOVE
              COMPUTE SLV-BEST-VALUE = 0 - WS-PV-X-TO-MOVE(WS-POS-IDX)
           ELSE
              MOVE WS-PV-O-TO-MOVE(WS-POS-IDX) TO SLV-BEST-VALUE
           END-IF

           PERFORM VARYING WS-CELL-IDX FROM 1 BY 1
                   UNTIL WS-CELL-IDX > 9
              MOVE ZERO TO SLV-CELL-VALUE(WS-CELL-IDX)
              IF SLV-CELL(WS-CELL-IDX) = SPACE
                 AND SLV-NOT-DECIDED
                 IF SLV-X-TO-MOVE
                    COMPUTE WS-CHILD-IDX =
                            WS-POS-IDX + WS-POWER(WS-CELL-IDX) * 2
                    COMPUTE SLV-CELL-VALUE(WS-CELL-IDX) =
                            0 - WS-PV-O-TO-MOVE(WS-CHILD-IDX)
                 ELSE
                    COMPUTE WS-CHILD-IDX =
                            WS-POS-IDX + WS-POWER(WS-CELL-IDX)
                    MOVE WS-PV-X-TO-MOVE(WS-CHILD-IDX)
                                   TO SLV-CELL-VALUE(WS-CELL-IDX)
                 END-IF
              END-IF
           END-PERFORM

           GOBACK
           .
      /
      * --------------------------------------------------------------
      *   VALUE EVERY GRID, FULLEST FIRST - ONE PASS PER NUMBER OF
      *   MARKS ON THE GRID, NINE DOWN TO NONE
      * --------------------------------------------------------------
       BUILD-POSITION-TABLE.
           PERFORM VARYING WS-PASS FROM 9 BY -1 UNTIL WS-PASS < ZERO
              MOVE ZEROS TO WS-DIGITS
              PERFORM VARYING WS-CODE FROM 0 BY 1
                      UNTIL WS-CODE > 19682
                 MOVE ZERO TO WS-FILLED
                 INSPECT WS-DIGITS TALLYING WS-FILLED
                         FOR ALL "1" ALL "2"
                 IF WS-FILLED = WS-PASS
                    PERFORM VALUE-ONE-POSITION
                 END-IF
                 PERFORM NEXT-GRID
              END-PERFORM
           END-PERFORM
           .

      * --------------------------------------------------------------
      *   STEP THE DIGITS ON TO THE NEXT GRID, CELL 1 TURNING FASTEST,
      *   SO THEY ALWAYS SPELL OUT WS-CODE
      * --------------------------------------------------------------
       NEXT-GRID.
           MOVE 1 TO WS-CELL-IDX
           PERFORM UNTIL WS-CELL-IDX > 9
              IF WS-DIGIT(WS-CELL-IDX) < 2
                 ADD 1 TO WS-DIGIT(WS-CELL-IDX)
                 MOVE 10 TO WS-CELL-IDX
              ELSE
                 MOVE ZERO TO WS-DIGIT(WS-CELL-IDX)
                 ADD 1 TO WS-CELL-IDX
              END-IF
           END-PERFORM
           .

      * --------------------------------------------------------------
      *   A DECIDED GRID SCORES ITS LINE (OR THE DRAW); AN OPEN ONE
      *   TAKES THE BEST CELL FOR THE SIDE ON THE MOVE - O WANTS THE
      *   HIGHEST VALUE, X THE LOWEST
      * --------------------------------------------------------------
       VALUE-ONE-POSITION.
           COMPUTE WS-POS-IDX = WS-CODE + 1
           PERFORM FIND-LINE-OWNER

           EVALUATE TRUE
              WHEN WS-LINE-OWNER = 1
                   MOVE +1  TO WS-PV-O-TO-MOVE(WS-POS-IDX)
                               WS-PV-X-TO-MOVE(WS-POS-IDX)
                   MOVE "Y" TO WS-PV-DECIDED(WS-POS-IDX)
              WHEN WS-LINE-OWNER = 2
                   MOVE -1  TO WS-PV-O-TO-MOVE(WS-POS-IDX)
                               WS-PV-X-TO-MOVE(WS-POS-IDX)
                   MOVE "Y" TO WS-PV-DECIDED(WS-POS-IDX)
              WHEN WS-FILLED = 9
                   MOVE ZERO TO WS-PV-O-TO-MOVE(WS-POS-IDX)
                                WS-PV-X-TO-MOVE(WS-POS-IDX)
                   MOVE "Y"  TO WS-PV-DECIDED(WS-POS-IDX)
              WHEN OTHER
                   MOVE -1 TO WS-BEST-O
                   MOVE +1 TO WS-BEST-X
                   PERFORM VARYING WS-CELL-IDX FROM 1 BY 1
                           UNTIL WS-CELL-IDX > 9
                      IF WS-DIGIT(WS-CELL-IDX) = ZERO
                         PERFORM TRY-ONE-CELL
                      END-IF
                   END-PERFORM
                   MOVE WS-BEST-O TO WS-PV-O-TO-MOVE(WS-POS-IDX)
                   MOVE WS-BEST-X TO WS-PV-X-TO-MOVE(WS-POS-IDX)
                   MOVE "N"       TO WS-PV-DECIDED(WS-POS-IDX)
           END-EVALUATE
           .

       TRY-ONE-CELL.
      * ... O PLAYS THE CELL - THEN IT IS X'S TURN ON THE FULLER GRID
           COMPUTE WS-CHILD-IDX = WS-POS-IDX + WS-POWER(WS-CELL-IDX)
           IF WS-PV-X-TO-MOVE(WS-CHILD-IDX) > WS-BEST-O
              MOVE WS-PV-X-TO-MOVE(WS-CHILD-IDX) TO WS-BEST-O
           END-IF

      * ... X PLAYS THE CELL - THEN IT IS O'S TURN
           COMPUTE WS-CHILD-IDX =
                   WS-POS-IDX + WS-POWER(WS-CELL-IDX) * 2
           IF WS-PV-O-TO-MOVE(WS-CHILD-IDX) < WS-BEST-X
              MOVE WS-PV-O-TO-MOVE(WS-CHILD-IDX) TO WS-BEST-X
           END-IF
           .

      * --------------------------------------------------------------
      *   WHO HOLDS A LINE - THE "O" LINES FIRST, AS CHECK-WINNER
      * --------------------------------------------------------------
       FIND-LINE-OWNER.
           MOVE ZERO TO WS-LINE-OWNER

           MOVE 1 TO WS-LINE-MARK
           PERFORM TEST-LINES-FOR-MARK

           IF WS-LINE-OWNER = ZERO
              MOVE 2 TO WS-LINE-MARK
              PERFORM TEST-LINES-FOR-MARK
           END-IF
           .

       TEST-LINES-FOR-MARK.
           PERFORM VARYING WS-LINE-IDX FROM 1 BY 1
                   UNTIL WS-LINE-IDX > 8
                      OR WS-LINE-OWNER NOT = ZERO
              IF WS-DIGIT(WS-WL-CELL(WS-LINE-IDX, 1)) = WS-LINE-MARK
                 AND WS-DIGIT(WS-WL-CELL(WS-LINE-IDX, 2))
                     = WS-LINE-MARK
                 AND WS-DIGIT(WS-WL-CELL(WS-LINE-IDX, 3))
                     = WS-LINE-MARK
                 MOVE WS-LINE-MARK TO WS-LINE-OWNER
              END-IF
           END-PERFORM
           .
