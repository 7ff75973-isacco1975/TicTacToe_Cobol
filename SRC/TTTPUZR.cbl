       IDENTIFICATION       DIVISION.
       PROGRAM-ID.          TTTPUZR.
       AUTHOR.              ISAAC GARCIA PEVERI
       DATE-WRITTEN.        15.10.2026.
      * LAST EDIT           15.10.2026.
       REMARKS.             TRAINING SOLVE-RATE REPORT. READS THE
                             PUZZLE RESULTS FILE TICTACTOE'S TRAINING
                             MODE APPENDS TO AND PRINTS, FOR EACH
                             OPERATOR, THE PUZZLES TRIED AND SOLVED,
                             SPLIT INTO FIND-THE-WIN AND FIND-THE-
                             SAVE, WITH THE SOLVE RATE.
      /
      ******************************************************************
      * WRITTEN IN ACUCOBOL-GT 7.0.0
      *         TIC TAC TOE TRAINING SOLVE-RATE REPORT
      *
      *         EVERY ATTEMPT COUNTS - A PUZZLE TRIED THREE TIMES AND
      *         SOLVED ON THE THIRD IS THREE TRIES AND ONE SOLVE. THE
      *         SOLVE RATE IS SOLVED * 100 / TRIED.
      *
      *         TTTPUZFROM=YYYYMMDD LIMITS THE REPORT TO ATTEMPTS ON
      *         OR AFTER THAT DATE (DEFAULT: THE WHOLE FILE), SO A
      *         SUPERVISOR CAN SEE HOW A NEW STARTER IS DOING THIS
      *         WEEK RATHER THAN SINCE THEY JOINED.
      *
      *         THE OPERATOR TABLE IS FIXED IN SIZE. AN OPERATOR WHO
      *         NO LONGER FITS GETS NO LINE OF THEIR OWN, BUT THEIR
      *         ATTEMPTS STILL COUNT IN ALL OPERATORS; THE TRAILER
      *         SAYS HOW MANY, AND THE RUN ENDS WITH RETURN CODE 4.
      *
      *         THE REPORT GOES TO TTTPUZR.LST.
      ******************************************************************
      /
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.

       INPUT-OUTPUT  SECTION.
       FILE-CONTROL.
           SELECT PUZZLE-RESULT-FILE ASSIGN TO DYNAMIC CFG-PUZZRES-FILE
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS  IS PUZZRES-FILE-STATUS.

           SELECT REPORT-FILE ASSIGN TO "TTTPUZR.LST"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS  IS REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PUZZLE-RESULT-FILE.
           COPY "PZRSREC.CPY".

       FD  REPORT-FILE.
       01 REPORT-LINE            PIC X(80).

       WORKING-STORAGE SECTION.

      * SITE CONFIGURATION - FILLED BY TTTCONF AT STARTUP; THE PUZZLE
      * RESULTS FILE IS ASSIGNED TO ITS CFG- NAME
           COPY "CONFREC.CPY".

      * FILE STATUS / END-OF-FILE CONTROL
       77 PUZZRES-FILE-STATUS    PIC  X(2)  VALUE SPACES.
       77 REPORT-FILE-STATUS     PIC  X(2)  VALUE SPACES.

       77 FLAG-PUZZRES-EOF       PIC  X(1)  VALUE "N".
           88 PUZZRES-EOF              VALUE "Y".
           88 PUZZRES-NOT-EOF          VALUE "N".

       77 WS-RUN-DATE            PIC  9(8)  VALUE ZERO.

      * REPORTING PERIOD - TTTPUZFROM, ZERO FOR THE WHOLE FILE
       77 WS-FROM-X              PIC  X(8)  VALUE SPACES.
       77 WS-FROM-DATE           PIC  9(8)  VALUE ZERO.

      * ONE ROW PER OPERATOR SEEN ON THE RESULTS FILE
       77 WS-OP-COUNT            PIC  9(3)  VALUE ZERO.
       77 WS-OP-IDX              PIC  9(3)  VALUE ZERO.
       77 WS-OP-FOUND-IDX        PIC  9(3)  VALUE ZERO.
       78 WK-OP-TABLE-SIZE              VALUE 200.

       01 WS-OPERATOR-TABLE.
          05 WS-OP-ENTRY OCCURS 200 TIMES.
             10 WS-OP-ID               PIC X(20).
             10 WS-OP-WIN-TRIED        PIC 9(5).
             10 WS-OP-WIN-SOLVED       PIC 9(5).
             10 WS-OP-SAVE-TRIED       PIC 9(5).
             10 WS-OP-SAVE-SOLVED      PIC 9(5).
             10 WS-OP-LAST-DATE        PIC 9(8).

      * RUNNING TOTALS FOR THE ALL-OPERATORS LINE AND THE TRAILER
       77 WS-RESULTS-READ        PIC  9(7)  VALUE ZERO.
       77 WS-BEFORE-PERIOD       PIC  9(7)  VALUE ZERO.
       77 WS-UNTABLED-RESULTS    PIC  9(7)  VALUE ZERO.
       77 WS-TOT-WIN-TRIED       PIC  9(7)  VALUE ZERO.
       77 WS-TOT-WIN-SOLVED      PIC  9(7)  VALUE ZERO.
       77 WS-TOT-SAVE-TRIED      PIC  9(7)  VALUE ZERO.
       77 WS-TOT-SAVE-SOLVED     PIC  9(7)  VALUE ZERO.
       77 WS-TOT-LAST-DATE       PIC  9(8)  VALUE ZERO.

       77 WS-LINE-TRIED          PIC  9(7)  VALUE ZERO.
       77 WS-LINE-SOLVED         PIC  9(7)  VALUE ZERO.
       77 WS-PCT-WORK            PIC  9(3)V9 VALUE ZERO.

      * REPORT LINE WORK AREAS
       01 WS-RATE-LINE.
          05 WS-RL-OPERATOR      PIC  X(20).
          05 FILLER              PIC  X(02) VALUE SPACES.
          05 WS-RL-TRIED         PIC  ZZZZZ9.
          05 FILLER              PIC  X(02) VALUE SPACES.
          05 WS-RL-SOLVED        PIC  ZZZZZ9.
          05 FILLER              PIC  X(02) VALUE SPACES.
          05 WS-RL-PCT           PIC  ZZ9.9.
          05 FILLER              PIC  X(02) VALUE " %".
          05 FILLER              PIC  X(02) VALUE SPACES.
          05 WS-RL-WIN-SOLVED    PIC  ZZZ9.
          05 FILLER              PIC  X(01) VALUE "/".
          05 WS-RL-WIN-TRIED     PIC  ZZZ9.
          05 FILLER              PIC  X(02) VALUE SPACES.
          05 WS-RL-SAVE-SOLVED   PIC  ZZZ9.
          05 FILLER              PIC  X(01) VALUE "/".
          05 WS-RL-SAVE-TRIED    PIC  ZZZ9.
          05 FILLER              PIC  X(02) VALUE SPACES.
          05 WS-RL-LAST-DATE     PIC  9(08).

       01 WS-TRAILER-LINE.
          05 WS-TR-LABEL         PIC  X(30).
          05 WS-TR-VALUE         PIC  ZZZZZZ9.

       01 WS-HEADER-LINE.
          05 FILLER              PIC  X(40) VALUE
             "TIC TAC TOE - TRAINING SOLVE RATES - RUN".
          05 FILLER              PIC  X(01) VALUE SPACE.
          05 WS-HD-RUN-DATE      PIC  9(08).

       PROCEDURE  DIVISION.
       MAIN-LOGIC.
           SET CFG-NOT-LOADED TO TRUE
           CALL "TTTCONF" USING TTT-CONFIG-AREA

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE

           ACCEPT WS-FROM-X FROM ENVIRONMENT "TTTPUZFROM"
           IF WS-FROM-X IS NUMERIC
              MOVE WS-FROM-X TO WS-FROM-DATE
           END-IF

           PERFORM LOAD-PUZZLE-RESULTS
           PERFORM PRINT-REPORT

           IF WS-UNTABLED-RESULTS > ZERO
              MOVE 4 TO RETURN-CODE
           END-IF

           STOP RUN
           .
      /
      * --------------------------------------------------------------
      *   TALLY EVERY ATTEMPT IN THE PERIOD AGAINST ITS OPERATOR
      * --------------------------------------------------------------
       LOAD-PUZZLE-RESULTS.
           SET PUZZRES-NOT-EOF TO TRUE

           OPEN INPUT PUZZLE-RESULT-FILE
           IF PUZZRES-FILE-STATUS = "35"
              SET PUZZRES-EOF TO TRUE
           END-IF

           PERFORM UNTIL PUZZRES-EOF
              READ PUZZLE-RESULT-FILE
                 AT END
                    SET PUZZRES-EOF TO TRUE
              END-READ
              IF NOT PUZZRES-EOF
                 ADD 1 TO WS-RESULTS-READ
                 IF PZR-ATTEMPT-DATE < WS-FROM-DATE
                    ADD 1 TO WS-BEFORE-PERIOD
                 ELSE
                    PERFORM TALLY-ONE-RESULT
                 END-IF
              END-IF
           END-PERFORM

           IF PUZZRES-FILE-STATUS NOT = "35"
              CLOSE PUZZLE-RESULT-FILE
           END-IF
           .

       TALLY-ONE-RESULT.
           IF PZR-FIND-WIN
              ADD 1 TO WS-TOT-WIN-TRIED
              IF PZR-SOLVED
                 ADD 1 TO WS-TOT-WIN-SOLVED
              END-IF
           ELSE
              ADD 1 TO WS-TOT-SAVE-TRIED
              IF PZR-SOLVED
                 ADD 1 TO WS-TOT-SAVE-SOLVED
              END-IF
           END-IF
           IF PZR-ATTEMPT-DATE > WS-TOT-LAST-DATE
              MOVE PZR-ATTEMPT-DATE TO WS-TOT-LAST-DATE
           END-IF

           PERFORM FIND-OR-ADD-OPERATOR
           IF WS-OP-FOUND-IDX = ZERO
              ADD 1 TO WS-UNTABLED-RESULTS
           ELSE
              PERFORM TALLY-OPERATOR-RESULT
           END-IF
           .

       TALLY-OPERATOR-RESULT.
           IF PZR-FIND-WIN
              ADD 1 TO WS-OP-WIN-TRIED(WS-OP-FOUND-IDX)
              IF PZR-SOLVED
                 ADD 1 TO WS-OP-WIN-SOLVED(WS-OP-FOUND-IDX)
              END-IF
           ELSE
              ADD 1 TO WS-OP-SAVE-TRIED(WS-OP-FOUND-IDX)
              IF PZR-SOLVED
                 ADD 1 TO WS-OP-SAVE-SOLVED(WS-OP-FOUND-IDX)
              END-IF
           END-IF

           IF PZR-ATTEMPT-DATE > WS-OP-LAST-DATE(WS-OP-FOUND-IDX)
              MOVE PZR-ATTEMPT-DATE TO WS-OP-LAST-DATE(WS-OP-FOUND-IDX)
           END-IF
           .

       FIND-OR-ADD-OPERATOR.
           MOVE ZERO TO WS-OP-FOUND-IDX
           PERFORM VARYING WS-OP-IDX FROM 1 BY 1
                   UNTIL WS-OP-IDX > WS-OP-COUNT
                      OR WS-OP-FOUND-IDX > ZERO
              IF WS-OP-ID(WS-OP-IDX) = PZR-OPERATOR-ID
                 MOVE WS-OP-IDX TO WS-OP-FOUND-IDX
              END-IF
           END-PERFORM

      * ... A NEW OPERATOR WHO NO LONGER FITS IS LEFT WITH NO ROW
           IF WS-OP-FOUND-IDX = ZERO
              AND WS-OP-COUNT < WK-OP-TABLE-SIZE
              ADD 1 TO WS-OP-COUNT
              MOVE WS-OP-COUNT     TO WS-OP-FOUND-IDX
              INITIALIZE WS-OP-ENTRY(WS-OP-FOUND-IDX)
              MOVE PZR-OPERATOR-ID TO WS-OP-ID(WS-OP-FOUND-IDX)
           END-IF
           .
      /
      * --------------------------------------------------------------
      *   ONE LINE PER OPERATOR, THEN ALL OPERATORS TOGETHER
      * --------------------------------------------------------------
       PRINT-REPORT.
           OPEN OUTPUT REPORT-FILE

           MOVE WS-RUN-DATE    TO WS-HD-RUN-DATE
           MOVE SPACES         TO REPORT-LINE
           MOVE WS-HEADER-LINE TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           IF WS-FROM-DATE > ZERO
              STRING "ATTEMPTS FROM " DELIMITED BY SIZE
                     WS-FROM-DATE     DELIMITED BY SIZE
                     " ON"            DELIMITED BY SIZE
                     INTO REPORT-LINE
           ELSE
              MOVE "ALL ATTEMPTS ON FILE" TO REPORT-LINE
           END-IF
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           STRING "OPERATOR               TRIED  SOLVED     RATE"
                  "       WINS      SAVES  LAST TRY"
                  DELIMITED BY SIZE
                  INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           STRING "--------------------  ------  ------  -------"
                  "  ---------  ---------  --------"
                  DELIMITED BY SIZE
                  INTO REPORT-LINE
           WRITE REPORT-LINE

           PERFORM VARYING WS-OP-IDX FROM 1 BY 1
                   UNTIL WS-OP-IDX > WS-OP-COUNT
              PERFORM PRINT-OPERATOR-LINE
           END-PERFORM

           IF WS-OP-COUNT = ZERO
              MOVE "(NO TRAINING ATTEMPTS)" TO REPORT-LINE
              WRITE REPORT-LINE
           ELSE
              MOVE SPACES TO REPORT-LINE
              WRITE REPORT-LINE
              PERFORM PRINT-TOTAL-LINE
           END-IF

           PERFORM PRINT-TRAILER

           CLOSE REPORT-FILE
           .

       PRINT-OPERATOR-LINE.
           MOVE WS-OP-ID(WS-OP-IDX)          TO WS-RL-OPERATOR
           MOVE WS-OP-WIN-SOLVED(WS-OP-IDX)  TO WS-RL-WIN-SOLVED
           MOVE WS-OP-WIN-TRIED(WS-OP-IDX)   TO WS-RL-WIN-TRIED
           MOVE WS-OP-SAVE-SOLVED(WS-OP-IDX) TO WS-RL-SAVE-SOLVED
           MOVE WS-OP-SAVE-TRIED(WS-OP-IDX)  TO WS-RL-SAVE-TRIED
           MOVE WS-OP-LAST-DATE(WS-OP-IDX)   TO WS-RL-LAST-DATE
           COMPUTE WS-LINE-TRIED  = WS-OP-WIN-TRIED(WS-OP-IDX)
                                  + WS-OP-SAVE-TRIED(WS-OP-IDX)
           COMPUTE WS-LINE-SOLVED = WS-OP-WIN-SOLVED(WS-OP-IDX)
                                  + WS-OP-SAVE-SOLVED(WS-OP-IDX)
           PERFORM PRINT-RATE-LINE
           .

       PRINT-TOTAL-LINE.
           MOVE "ALL OPERATORS"              TO WS-RL-OPERATOR
           MOVE WS-TOT-WIN-SOLVED            TO WS-RL-WIN-SOLVED
           MOVE WS-TOT-WIN-TRIED             TO WS-RL-WIN-TRIED
           MOVE WS-TOT-SAVE-SOLVED           TO WS-RL-SAVE-SOLVED
           MOVE WS-TOT-SAVE-TRIED            TO WS-RL-SAVE-TRIED
           MOVE WS-TOT-LAST-DATE             TO WS-RL-LAST-DATE
           COMPUTE WS-LINE-TRIED  = WS-TOT-WIN-TRIED
                                  + WS-TOT-SAVE-TRIED
           COMPUTE WS-LINE-SOLVED = WS-TOT-WIN-SOLVED
                                  + WS-TOT-SAVE-SOLVED
           PERFORM PRINT-RATE-LINE
           .

       PRINT-RATE-LINE.
           MOVE WS-LINE-TRIED  TO WS-RL-TRIED
           MOVE WS-LINE-SOLVED TO WS-RL-SOLVED
           IF WS-LINE-TRIED > ZERO
              COMPUTE WS-PCT-WORK ROUNDED =
                      WS-LINE-SOLVED * 100 / WS-LINE-TRIED
           ELSE
              MOVE ZERO TO WS-PCT-WORK
           END-IF
           MOVE WS-PCT-WORK    TO WS-RL-PCT
           MOVE SPACES         TO REPORT-LINE
           MOVE WS-RATE-LINE   TO REPORT-LINE
           WRITE REPORT-LINE
           .

       PRINT-TRAILER.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE "ATTEMPTS READ"             TO WS-TR-LABEL
           MOVE WS-RESULTS-READ             TO WS-TR-VALUE
           PERFORM PRINT-TRAILER-LINE

           MOVE "  BEFORE THE PERIOD"       TO WS-TR-LABEL
           MOVE WS-BEFORE-PERIOD            TO WS-TR-VALUE
           PERFORM PRINT-TRAILER-LINE

           MOVE "OPERATORS REPORTED"        TO WS-TR-LABEL
           MOVE WS-OP-COUNT                 TO WS-TR-VALUE
           PERFORM PRINT-TRAILER-LINE

           MOVE "ATTEMPTS OVER OPERATOR LIMIT" TO WS-TR-LABEL
           MOVE WS-UNTABLED-RESULTS         TO WS-TR-VALUE
           PERFORM PRINT-TRAILER-LINE
           .

       PRINT-TRAILER-LINE.
           MOVE SPACES          TO REPORT-LINE
           MOVE WS-TRAILER-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           .
