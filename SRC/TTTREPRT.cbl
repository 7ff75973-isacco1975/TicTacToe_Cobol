       PROGRAM-ID.          TTTREPRT.
       AUTHOR.              ISAAC GARCIA PEVERI
       DATE-WRITTEN.        19.03.2024.
      * LAST EDIT           15.10.2026.
       REMARKS.             END-OF-DAY PRINTED LISTING OF TICTACTOE
                             GAME RESULTS - READS THE DAY'S GAMES FROM
                             THE GAMEHIST.DAT GAME-HISTORY STORE
                             (WRITTEN BY TICTACTOE) AND PRODUCES A
                             PLAIN PRINT-IMAGE REPORT THE WAY OUR
                             OTHER BATCH JOBS DO.
      /
      ******************************************************************
      * WRITTEN IN ACUCOBOL-GT 7.0.0
      *         TIC TAC TOE DAILY RESULTS REPORT
      *
      *         THE DETAIL LINES PRINTED, THE GAMES TOTALED AND THE
      *         STATS LINES PRINTED ARE POSTED TO THE CONTROL-TOTALS
      *         LEDGER (TTTPOST) FOR THE TTTBAL BALANCING STEP.
      *
      *         THE STORE IS KEYED ON DATE AND TIME FIRST, SO THE RUN
      *         STARTS AT THE REPORT DATE AND STOPS AT THE NEXT ONE
      *         INSTEAD OF READING GAMELOG.DAT FROM THE TOP. ONLY THE
      *         GAMES AGAINST THE CPU ARE LISTED, AS BEFORE.
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

           SELECT STATS-FILE ASSIGN TO DYNAMIC CFG-STATS-FILE
              ORGANIZATION IS INDEXED

       DATA DIVISION.
       FILE SECTION.
       FD  GAME-HISTORY-FILE.
           COPY "GHISTREC.CPY".

       FD  STATS-FILE.
           COPY "STATSREC.CPY".
      * NAMES SO OPERATIONS CAN REPOINT THEM WITHOUT A RECOMPILE
           COPY "CONFREC.CPY".

      * CONTROL-TOTAL POSTING INTERFACE - SEE TTTPOST
           COPY "POSTREC.CPY".

      * FILE STATUS / END-OF-FILE CONTROL
       77 GAMEHIST-FILE-STATUS   PIC  X(2)  VALUE SPACES.
       77 STATS-FILE-STATUS      PIC  X(2)  VALUE SPACES.
       77 REPORT-FILE-STATUS     PIC  X(2)  VALUE SPACES.

       77 FLAG-HISTORY-EOF       PIC  X(1)  VALUE "N".
           88 HISTORY-EOF              VALUE "Y".
           88 HISTORY-NOT-EOF          VALUE "N".

       77 FLAG-HISTORY-STORE     PIC  X(1)  VALUE "N".
           88 HISTORY-STORE-OPEN       VALUE "Y".
           88 HISTORY-STORE-ABSENT     VALUE "N".
           88 HISTORY-STORE-FAILED     VALUE "X".

       77 FLAG-STATS-EOF         PIC  X(1)  VALUE "N".
           88 STATS-EOF                VALUE "Y".
       77 WS-GAMES-FORFEITED     PIC  9(5)  VALUE ZERO.
       77 WS-LONGEST-STREAK      PIC  9(5)  VALUE ZERO.

      * LINES ACTUALLY PRINTED - POSTED AS CONTROL TOTALS
       77 WS-DETAIL-LINES        PIC  9(7)  VALUE ZERO.
       77 WS-STATS-LINES         PIC  9(7)  VALUE ZERO.

      * PER-OPERATOR STREAK TABLE - THE DAY'S GAMES COME IN
      * CHRONOLOGICAL ORDER, NOT GROUPED BY OPERATOR, SO A RUNNING
      * STREAK IS KEPT PER OPERATOR ID RATHER THAN AS ONE GLOBAL
      * COUNTER (SEE UPDATE-STATS-FILE IN TICTACTOE.cbl FOR THE SAME
           PERFORM INITIALIZE-REPORT
           PERFORM PRINT-REPORT-HEADER

           PERFORM UNTIL HISTORY-EOF
              PERFORM READ-NEXT-HISTORY-RECORD
              IF NOT HISTORY-EOF
                 IF GHS-CPU-GAME
                    AND NOT GHS-VOIDED
                    PERFORM ACCUMULATE-GAME-RESULT
                    PERFORM PRINT-DETAIL-LINE
                 END-IF
           PERFORM PRINT-REPORT-SUMMARY
           PERFORM PRINT-PERSISTENT-TOTALS
           PERFORM TERMINATE-REPORT
           PERFORM POST-CONTROL-TOTALS

      * ... SET LAST, SO NO CALL ABOVE CAN CLEAR IT
           IF HISTORY-STORE-FAILED
              MOVE 8 TO RETURN-CODE
           END-IF

           STOP RUN
           .
      /
      * --------------------------------------------------------------
      *   OPEN FILES, ESTABLISH THE REPORTING DATE (TODAY) AND
      *   POSITION THE GAME-HISTORY STORE ON ITS FIRST GAME
      * --------------------------------------------------------------
       INITIALIZE-REPORT.
           SET CFG-NOT-LOADED TO TRUE

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-REPORT-DATE

      * ... NO STORE YET IS A DAY WITH NO GAMES; A STORE THAT WILL NOT
      * ... OPEN IS NOT READ AT ALL AND FAILS THE RUN
           OPEN INPUT GAME-HISTORY-FILE
           EVALUATE GAMEHIST-FILE-STATUS
              WHEN "00"
                   SET HISTORY-STORE-OPEN TO TRUE
                   MOVE LOW-VALUES     TO GHS-KEY
                   MOVE WS-REPORT-DATE TO GHS-GAME-DATE
                   START GAME-HISTORY-FILE
                         KEY IS NOT LESS THAN GHS-KEY
                      INVALID KEY
                         SET HISTORY-EOF TO TRUE
                   END-START
              WHEN "35"
                   SET HISTORY-STORE-ABSENT TO TRUE
                   SET HISTORY-EOF TO TRUE
              WHEN OTHER
                   SET HISTORY-STORE-FAILED TO TRUE
                   SET HISTORY-EOF TO TRUE
                   DISPLAY "TTTREPRT: GAME-HISTORY STORE WILL NOT OPEN"
                           " - STATUS " GAMEHIST-FILE-STATUS
           END-EVALUATE

           OPEN INPUT STATS-FILE
           IF STATS-FILE-STATUS = "35"
           .
      /
      * --------------------------------------------------------------
      *   READ THE NEXT GAME OF THE DAY - THE FIRST ROW DATED AFTER
      *   THE REPORT DATE ENDS THE SLICE AS END OF FILE DOES
      * --------------------------------------------------------------
       READ-NEXT-HISTORY-RECORD.
           READ GAME-HISTORY-FILE NEXT RECORD
              AT END
                 SET HISTORY-EOF TO TRUE
           END-READ
           IF NOT HISTORY-EOF
              AND GHS-GAME-DATE NOT = WS-REPORT-DATE
              SET HISTORY-EOF TO TRUE
           END-IF
           .
      /
      * --------------------------------------------------------------
           PERFORM FIND-OR-ADD-OPERATOR-STREAK

           EVALUATE TRUE
              WHEN GHS-RESULT-WIN
                   ADD 1    TO WS-GAMES-WON
                   ADD 1    TO WS-OP-CURRENT-STREAK(WS-OP-FOUND-IDX)
                   IF WS-OP-CURRENT-STREAK(WS-OP-FOUND-IDX) >
                      MOVE WS-OP-CURRENT-STREAK(WS-OP-FOUND-IDX)
                        TO WS-LONGEST-STREAK
                   END-IF
              WHEN GHS-RESULT-LOSS
                   ADD 1    TO WS-GAMES-LOST
                   MOVE ZERO TO WS-OP-CURRENT-STREAK(WS-OP-FOUND-IDX)
              WHEN GHS-RESULT-FORFEIT
                   ADD 1    TO WS-GAMES-FORFEITED
                   MOVE ZERO TO WS-OP-CURRENT-STREAK(WS-OP-FOUND-IDX)
              WHEN OTHER
           .
      /
      * --------------------------------------------------------------
      *   LOOK UP GHS-OPERATOR-ID'S STREAK-TABLE ENTRY, ADDING A NEW
      *   ZERO-STREAK ENTRY THE FIRST TIME AN OPERATOR IS SEEN TODAY.
      *   LEAVES THE ENTRY'S SUBSCRIPT IN WS-OP-FOUND-IDX.
      * --------------------------------------------------------------
           MOVE ZERO TO WS-OP-FOUND-IDX
           PERFORM VARYING WS-OP-IDX FROM 1 BY 1
                   UNTIL WS-OP-IDX > WS-OP-COUNT
              IF WS-OP-ID(WS-OP-IDX) = GHS-OPERATOR-ID
                 MOVE WS-OP-IDX TO WS-OP-FOUND-IDX
              END-IF
           END-PERFORM
      * SUBSCRIPTING ON A ZERO INDEX.
                 MOVE 50              TO WS-OP-FOUND-IDX
              END-IF
              MOVE GHS-OPERATOR-ID    TO WS-OP-ID(WS-OP-FOUND-IDX)
              MOVE ZERO               TO
                   WS-OP-CURRENT-STREAK(WS-OP-FOUND-IDX)
           END-IF
           .
      /
      * --------------------------------------------------------------
      *   PRINT ONE DETAIL LINE FOR THE CURRENT GAME
      * --------------------------------------------------------------
       PRINT-DETAIL-LINE.
           MOVE GHS-OPERATOR-ID TO WS-DT-OPERATOR
           MOVE GHS-GAME-TIME   TO WS-DT-TIME

           EVALUATE TRUE
              WHEN GHS-RESULT-WIN     MOVE "WIN"  TO WS-DT-RESULT
              WHEN GHS-RESULT-LOSS    MOVE "LOSS" TO WS-DT-RESULT
              WHEN GHS-RESULT-FORFEIT MOVE "FORF" TO WS-DT-RESULT
              WHEN OTHER              MOVE "DRAW" TO WS-DT-RESULT
           END-EVALUATE

           MOVE SPACES       TO REPORT-LINE
           MOVE WS-DETAIL-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           IF REPORT-FILE-STATUS = "00"
              ADD 1 TO WS-DETAIL-LINES
           END-IF
           .
      /
      * --------------------------------------------------------------
           MOVE SPACES         TO REPORT-LINE
           MOVE WS-STATS-LINE  TO REPORT-LINE
           WRITE REPORT-LINE
           IF REPORT-FILE-STATUS = "00"
              ADD 1 TO WS-STATS-LINES
           END-IF
           .
      /
      * --------------------------------------------------------------
      *   CLOSE FILES AND END THE JOB
      * --------------------------------------------------------------
       TERMINATE-REPORT.
           IF HISTORY-STORE-OPEN
              CLOSE GAME-HISTORY-FILE
           END-IF
           CLOSE STATS-FILE
           CLOSE REPORT-FILE
           .
      /
      * --------------------------------------------------------------
      *   POST THE LISTING'S CONTROL TOTALS TO THE LEDGER
      * --------------------------------------------------------------
       POST-CONTROL-TOTALS.
           MOVE "TTTREPRT"             TO PST-STEP-NAME
           MOVE WS-REPORT-DATE         TO PST-DATA-FROM
                                          PST-DATA-TO

           MOVE "DETAIL-ROWS"          TO PST-TOTAL-NAME
           MOVE WS-DETAIL-LINES        TO PST-TOTAL-VALUE
           CALL "TTTPOST" USING TTT-POST-AREA

           MOVE "GAMES-PLAYED"         TO PST-TOTAL-NAME
           MOVE WS-GAMES-PLAYED        TO PST-TOTAL-VALUE
           CALL "TTTPOST" USING TTT-POST-AREA

      * ... THE PERSISTENT TOTALS ARE ALL-TIME - NO DATE RANGE
           MOVE ZERO                   TO PST-DATA-FROM
                                          PST-DATA-TO
           MOVE "STATS-ROWS"           TO PST-TOTAL-NAME
           MOVE WS-STATS-LINES         TO PST-TOTAL-VALUE
           CALL "TTTPOST" USING TTT-POST-AREA
           .
