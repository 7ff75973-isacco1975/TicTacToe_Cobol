       IDENTIFICATION       DIVISION.
       PROGRAM-ID.          TTTPUZM.
       AUTHOR.              ISAAC GARCIA PEVERI
       DATE-WRITTEN.        15.10.2026.
      * LAST EDIT           15.10.2026.
       REMARKS.             TRAINING PUZZLE MAINTENANCE. THE PUZZLES
                             TTTHARV HARVESTS FROM THE MOVE LOG COME
                             IN PENDING; A SUPERVISOR LISTS THEM,
                             REVIEWS EACH POSITION AND ITS ANSWER,
                             AND ACTIVATES IT FOR TICTACTOE'S
                             TRAINING MODE OR RETIRES IT.
      /
      ******************************************************************
      * WRITTEN IN ACUCOBOL-GT 7.0.0
      *         TIC TAC TOE TRAINING PUZZLE MAINTENANCE
      *
      *         MAINTAINING THE PUZZLES IS A SUPERVISOR FUNCTION -
      *         THE RUN STARTS WITH A TTTAUTH SUPERVISOR SIGN-ON.
      *
      *         A PUZZLE IS KEYED ON ITS POSITION CODE, AS PRINTED BY
      *         TTTHARV. EVERY POSITION HAS "O" ON THE MOVE. ONLY
      *         ACTIVE PUZZLES ARE SERVED; A RETIRED ONE CAN BE
      *         ACTIVATED AGAIN. THE GAME OPENS THE PUZZLE FILE ONLY
      *         FOR READING, SO THIS JOB MAY RUN WHILE THE FLOOR IS
      *         PLAYING - A CHANGE IS SERVED FROM THE NEXT PUZZLE ON.
      ******************************************************************
      /
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.

       INPUT-OUTPUT  SECTION.
       FILE-CONTROL.
           SELECT PUZZLE-FILE ASSIGN TO DYNAMIC CFG-PUZZLE-FILE
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              RECORD KEY   IS PZL-POSITION-CODE
              FILE STATUS  IS PUZZLE-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PUZZLE-FILE.
           COPY "PUZZREC.CPY".

       WORKING-STORAGE SECTION.

      * SITE CONFIGURATION - FILLED BY TTTCONF AT STARTUP; THE PUZZLE
      * FILE IS ASSIGNED TO ITS CFG- NAME
           COPY "CONFREC.CPY".

      * SIGN-ON INTERFACE - THIS IS A SUPERVISOR-ONLY UTILITY
           COPY "AUTHREC.CPY".

       77 WS-SIGNON-NAME         PIC  X(20) VALUE SPACES.
       77 WS-SIGNON-PIN          PIC  X(4)  VALUE SPACES.

      * FILE STATUS / END-OF-FILE CONTROL
       77 PUZZLE-FILE-STATUS     PIC  X(2)  VALUE SPACES.

       77 FLAG-FILE-EOF          PIC  X(1)  VALUE "N".
           88 FILE-EOF                 VALUE "Y".
           88 FILE-NOT-EOF             VALUE "N".

       77 FLAG-RECORD-FOUND      PIC  X(1)  VALUE "N".
           88 RECORD-FOUND             VALUE "Y".
           88 RECORD-NOT-FOUND         VALUE "N".

      * MENU CONTROL
       77 WS-MENU-CHOICE         PIC  X(1)  VALUE SPACES.
           88 CHOICE-LIST              VALUE "L" "l".
           88 CHOICE-REVIEW            VALUE "V" "v".
           88 CHOICE-ACTIVATE          VALUE "A" "a".
           88 CHOICE-RETIRE            VALUE "R" "r".
           88 CHOICE-EXIT              VALUE "X" "x".

       77 FLAG-MENU-DONE         PIC  X(1)  VALUE "N".
           88 MENU-DONE                VALUE "Y".
           88 MENU-NOT-DONE            VALUE "N".

      * THE PUZZLE BEING WORKED ON
       77 WS-CODE-X              PIC  X(5)  VALUE SPACES.
       77 WS-CODE-JUST           PIC  X(5)  VALUE SPACES
                                            JUSTIFIED RIGHT.
       77 WS-CODE                PIC  9(5)  VALUE ZERO.
       77 WS-NEW-STATUS          PIC  X(1)  VALUE SPACES.
       77 WS-TODAY               PIC  9(8)  VALUE ZERO.

      * LIST FILTER - SPACE LISTS EVERY STATUS
       77 WS-FILTER              PIC  X(1)  VALUE SPACES.
       77 WS-LISTED              PIC  9(5)  VALUE ZERO.

       77 WS-CELL                PIC  9(2)  VALUE ZERO.
       77 WS-BEST-PTR            PIC  9(2)  VALUE ZERO.

       01 WS-SHOW-GRID.
          05 WS-SG-CELL          PIC  X(1)  OCCURS 9 TIMES.

       77 WS-STATUS-TEXT         PIC  X(8)  VALUE SPACES.
       77 WS-KIND-TEXT           PIC  X(8)  VALUE SPACES.
       77 WS-BEST-CELLS          PIC  X(18) VALUE SPACES.

      * LIST DETAIL LINE WORK AREA
       01 WS-LIST-LINE.
          05 WS-LS-CODE          PIC  9(05).
          05 FILLER              PIC  X(02) VALUE SPACES.
          05 WS-LS-STATUS        PIC  X(08).
          05 FILLER              PIC  X(02) VALUE SPACES.
          05 WS-LS-KIND          PIC  X(08).
          05 FILLER              PIC  X(02) VALUE SPACES.
          05 WS-LS-ROW-1         PIC  X(03).
          05 FILLER              PIC  X(01) VALUE "/".
          05 WS-LS-ROW-2         PIC  X(03).
          05 FILLER              PIC  X(01) VALUE "/".
          05 WS-LS-ROW-3         PIC  X(03).
          05 FILLER              PIC  X(02) VALUE SPACES.
          05 WS-LS-MISSED        PIC  ZZZZ9.
          05 FILLER              PIC  X(02) VALUE SPACES.
          05 WS-LS-LAST-SEEN     PIC  9(08).

       PROCEDURE  DIVISION.
       MAIN-LOGIC.
           SET CFG-NOT-LOADED TO TRUE
           CALL "TTTCONF" USING TTT-CONFIG-AREA

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY

           DISPLAY "TIC TAC TOE - TRAINING PUZZLE MAINTENANCE"

           PERFORM SUPERVISOR-SIGN-ON
           IF NOT AUTH-PASSED
              DISPLAY "SIGN-ON REFUSED - STOPPING"
              STOP RUN
           END-IF

           PERFORM UNTIL MENU-DONE
              PERFORM SHOW-MENU
              EVALUATE TRUE
                 WHEN CHOICE-LIST       PERFORM LIST-PUZZLES
                 WHEN CHOICE-REVIEW     PERFORM REVIEW-PUZZLE
                 WHEN CHOICE-ACTIVATE   PERFORM ACTIVATE-PUZZLE
                 WHEN CHOICE-RETIRE     PERFORM RETIRE-PUZZLE
                 WHEN CHOICE-EXIT       SET MENU-DONE TO TRUE
                 WHEN OTHER
                      DISPLAY "UNKNOWN CHOICE"
              END-EVALUATE
           END-PERFORM

           STOP RUN
           .
      /
      * --------------------------------------------------------------
      *   SHOW THE MENU AND TAKE THE NEXT CHOICE
      * --------------------------------------------------------------
       SHOW-MENU.
           DISPLAY " "
           DISPLAY "L=LIST  V=REVIEW  A=ACTIVATE  R=RETIRE  X=EXIT"
           DISPLAY "CHOICE?"
           MOVE SPACES TO WS-MENU-CHOICE
           ACCEPT WS-MENU-CHOICE
           .
      /
      * --------------------------------------------------------------
      *   SUPERVISOR SIGN-ON THROUGH TTTAUTH - EVERY OUTCOME LANDS
      *   ON THE SIGN-ON AUDIT LOG
      * --------------------------------------------------------------
       SUPERVISOR-SIGN-ON.
           DISPLAY "SUPERVISOR NAME?"
           MOVE SPACES TO WS-SIGNON-NAME
           ACCEPT WS-SIGNON-NAME
           DISPLAY "PIN?"
           MOVE SPACES TO WS-SIGNON-PIN
           ACCEPT WS-SIGNON-PIN

           MOVE WS-SIGNON-NAME TO AUTH-OPERATOR-ID
           MOVE WS-SIGNON-PIN  TO AUTH-PIN
           MOVE "S"            TO AUTH-REQUIRED-ROLE
           MOVE "TTTPUZM"      TO AUTH-PROGRAM
           CALL "TTTAUTH" USING TTT-AUTH-AREA
           .
      /
      * --------------------------------------------------------------
      *   LIST THE PUZZLES IN POSITION-CODE ORDER, ALL OF THEM OR
      *   ONE STATUS ONLY
      * --------------------------------------------------------------
       LIST-PUZZLES.
           DISPLAY "STATUS (N=PENDING, A=ACTIVE, R=RETIRED, "
                   "EMPTY = ALL)?"
           MOVE SPACES TO WS-FILTER
           ACCEPT WS-FILTER
           INSPECT WS-FILTER CONVERTING "nar" TO "NAR"
           MOVE ZERO TO WS-LISTED

           OPEN INPUT PUZZLE-FILE
           EVALUATE PUZZLE-FILE-STATUS
              WHEN "35"
                 DISPLAY "NO PUZZLE FILE YET - TTTHARV CREATES IT"
              WHEN "00"
                 PERFORM LIST-PUZZLE-FILE
              WHEN OTHER
                 PERFORM SHOW-OPEN-FAILURE
           END-EVALUATE
           .

       LIST-PUZZLE-FILE.
           SET FILE-NOT-EOF TO TRUE

           DISPLAY "CODE   STATUS    FIND      POSITION     "
                   "MISSED  LAST SEEN"
           DISPLAY "-----  --------  --------  -----------  "
                   "------  --------"

           PERFORM UNTIL FILE-EOF
              READ PUZZLE-FILE NEXT RECORD
                 AT END
                    SET FILE-EOF TO TRUE
              END-READ
              IF NOT FILE-EOF
                 IF WS-FILTER = SPACE OR WS-FILTER = PZL-STATUS
                    PERFORM SHOW-LIST-LINE
                 END-IF
              END-IF
           END-PERFORM

           CLOSE PUZZLE-FILE
           DISPLAY "PUZZLES LISTED: " WS-LISTED
           .

      * ANY OPEN STATUS BUT "00" AND "35" (NO FILE YET) MEANS THE
      * FILE IS THERE BUT CANNOT BE USED - NOTHING IS READ OR CHANGED
       SHOW-OPEN-FAILURE.
           DISPLAY "PUZZLE FILE CANNOT BE OPENED - STATUS "
                   PUZZLE-FILE-STATUS
           .

       SHOW-LIST-LINE.
           PERFORM DESCRIBE-PUZZLE
           MOVE PZL-POSITION-CODE TO WS-LS-CODE
           MOVE WS-STATUS-TEXT    TO WS-LS-STATUS
           MOVE WS-KIND-TEXT      TO WS-LS-KIND
           MOVE WS-SHOW-GRID(1:3) TO WS-LS-ROW-1
           MOVE WS-SHOW-GRID(4:3) TO WS-LS-ROW-2
           MOVE WS-SHOW-GRID(7:3) TO WS-LS-ROW-3
           MOVE PZL-TIMES-MISSED  TO WS-LS-MISSED
           MOVE PZL-LAST-SEEN     TO WS-LS-LAST-SEEN
           DISPLAY WS-LIST-LINE
           ADD 1 TO WS-LISTED
           .
      /
      * --------------------------------------------------------------
      *   SHOW ONE PUZZLE AS THE TRAINEE WILL SEE IT, WITH ITS ANSWER
      * --------------------------------------------------------------
       REVIEW-PUZZLE.
           PERFORM ASK-POSITION-CODE

           IF WS-CODE-JUST NOT NUMERIC
              DISPLAY "A NUMERIC POSITION CODE IS REQUIRED"
           ELSE
              OPEN INPUT PUZZLE-FILE
              EVALUATE PUZZLE-FILE-STATUS
                 WHEN "35"
                    DISPLAY "NO PUZZLE FILE YET - TTTHARV CREATES IT"
                 WHEN "00"
                    PERFORM REVIEW-ONE-PUZZLE
                 WHEN OTHER
                    PERFORM SHOW-OPEN-FAILURE
              END-EVALUATE
           END-IF
           .

       REVIEW-ONE-PUZZLE.
           SET RECORD-FOUND TO TRUE
           MOVE WS-CODE TO PZL-POSITION-CODE
           READ PUZZLE-FILE
              INVALID KEY
                 SET RECORD-NOT-FOUND TO TRUE
           END-READ

           IF RECORD-NOT-FOUND
              DISPLAY "NO SUCH PUZZLE: " WS-CODE
           ELSE
              PERFORM SHOW-ONE-PUZZLE
           END-IF

           CLOSE PUZZLE-FILE
           .

       SHOW-ONE-PUZZLE.
           PERFORM DESCRIBE-PUZZLE

           DISPLAY " "
           DISPLAY "PUZZLE " PZL-POSITION-CODE "  - " WS-STATUS-TEXT
                   " SINCE " PZL-STATUS-DATE
           DISPLAY " "
           DISPLAY "   " WS-SG-CELL(1) " " WS-SG-CELL(2) " "
                   WS-SG-CELL(3) "      1 2 3"
           DISPLAY "   " WS-SG-CELL(4) " " WS-SG-CELL(5) " "
                   WS-SG-CELL(6) "      4 5 6"
           DISPLAY "   " WS-SG-CELL(7) " " WS-SG-CELL(8) " "
                   WS-SG-CELL(9) "      7 8 9"
           DISPLAY " "
           DISPLAY "O TO MOVE - FIND " WS-KIND-TEXT
           DISPLAY "ANSWER (CELLS): " WS-BEST-CELLS
           DISPLAY "MISSED ON THE FLOOR " PZL-TIMES-MISSED
                   " TIMES, " PZL-FIRST-SEEN " TO " PZL-LAST-SEEN
           .

      * --------------------------------------------------------------
      *   TEXTS FOR THE PUZZLE JUST READ - STATUS, KIND, THE GRID
      *   WITH "." FOR AN EMPTY CELL, AND THE ANSWER CELLS
      * --------------------------------------------------------------
       DESCRIBE-PUZZLE.
           EVALUATE TRUE
              WHEN PZL-PENDING   MOVE "PENDING"  TO WS-STATUS-TEXT
              WHEN PZL-ACTIVE    MOVE "ACTIVE"   TO WS-STATUS-TEXT
              WHEN PZL-RETIRED   MOVE "RETIRED"  TO WS-STATUS-TEXT
              WHEN OTHER         MOVE "UNKNOWN"  TO WS-STATUS-TEXT
           END-EVALUATE

           IF PZL-FIND-WIN
              MOVE "THE WIN"  TO WS-KIND-TEXT
           ELSE
              MOVE "THE SAVE" TO WS-KIND-TEXT
           END-IF

           MOVE PZL-GRID TO WS-SHOW-GRID
           INSPECT WS-SHOW-GRID REPLACING ALL SPACE BY "."

           MOVE SPACES TO WS-BEST-CELLS
           MOVE 1      TO WS-BEST-PTR
           PERFORM VARYING WS-CELL FROM 1 BY 1 UNTIL WS-CELL > 9
              IF PZL-SOLUTION-CELL(WS-CELL) = "Y"
                 MOVE WS-CELL(2:1) TO WS-BEST-CELLS(WS-BEST-PTR:1)
                 ADD 2 TO WS-BEST-PTR
              END-IF
           END-PERFORM
           .
      /
      * --------------------------------------------------------------
      *   PUT A PUZZLE INTO TRAINING, OR TAKE IT OUT FOR GOOD. A
      *   RETIRED PUZZLE CAN BE ACTIVATED AGAIN.
      * --------------------------------------------------------------
       ACTIVATE-PUZZLE.
           PERFORM ASK-POSITION-CODE
           MOVE "A" TO WS-NEW-STATUS
           PERFORM CHANGE-PUZZLE-STATUS
           .

       RETIRE-PUZZLE.
           PERFORM ASK-POSITION-CODE
           MOVE "R" TO WS-NEW-STATUS
           PERFORM CHANGE-PUZZLE-STATUS
           .

       CHANGE-PUZZLE-STATUS.
           IF WS-CODE-JUST NOT NUMERIC
              DISPLAY "A NUMERIC POSITION CODE IS REQUIRED"
           ELSE
              OPEN I-O PUZZLE-FILE
              EVALUATE PUZZLE-FILE-STATUS
                 WHEN "35"
                    DISPLAY "NO PUZZLE FILE YET - TTTHARV CREATES IT"
                 WHEN "00"
                    PERFORM CHANGE-ONE-PUZZLE
                 WHEN OTHER
                    PERFORM SHOW-OPEN-FAILURE
              END-EVALUATE
           END-IF
           .

       CHANGE-ONE-PUZZLE.
           SET RECORD-FOUND TO TRUE
           MOVE WS-CODE TO PZL-POSITION-CODE
           READ PUZZLE-FILE
              INVALID KEY
                 SET RECORD-NOT-FOUND TO TRUE
           END-READ

           EVALUATE TRUE
              WHEN RECORD-NOT-FOUND
                   DISPLAY "NO SUCH PUZZLE: " WS-CODE
              WHEN PZL-STATUS = WS-NEW-STATUS
                   DISPLAY "ALREADY IN THAT STATUS: " WS-CODE
              WHEN OTHER
                   PERFORM SHOW-ONE-PUZZLE
                   MOVE WS-NEW-STATUS TO PZL-STATUS
                   MOVE WS-TODAY      TO PZL-STATUS-DATE
                   REWRITE PUZZLE-RECORD
                   IF PUZZLE-FILE-STATUS = "00"
                      DISPLAY "STATUS CHANGED: " WS-CODE
                   ELSE
                      DISPLAY "STATUS NOT CHANGED: " WS-CODE
                              " - REWRITE STATUS " PUZZLE-FILE-STATUS
                   END-IF
           END-EVALUATE

           CLOSE PUZZLE-FILE
           .

       ASK-POSITION-CODE.
           DISPLAY "POSITION CODE?"
           MOVE SPACES TO WS-CODE-X
           ACCEPT WS-CODE-X
           MOVE SPACES TO WS-CODE-JUST
           MOVE FUNCTION TRIM(WS-CODE-X) TO WS-CODE-JUST
           INSPECT WS-CODE-JUST REPLACING LEADING " " BY "0"
           IF WS-CODE-JUST IS NUMERIC
              MOVE WS-CODE-JUST TO WS-CODE
           END-IF
           .
