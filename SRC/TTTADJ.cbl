       PROGRAM-ID.          TTTADJ.
       AUTHOR.              ISAAC GARCIA PEVERI
       DATE-WRITTEN.        01.09.2026.
      * LAST EDIT           15.10.2026.
       REMARKS.             SUPERVISED VOID-AND-ADJUST FUNCTION FOR
                             WRONGLY RECORDED GAMES. GIVEN AN OPERATOR
                             AND GAME NUMBER, VOIDS THE GAMELOG.DAT OR
                             RECORD SAYING WHO ADJUSTED WHAT AND WHY.
                             VOIDED ENTRIES STAY ON FILE, FLAGGED, AND
                             EVERY BATCH JOB TREATS THEM AS EXCLUDED.
                             THE GAME'S GAME-HISTORY STORE ROW IS
                             FLAGGED THE SAME WAY.
      /
      ******************************************************************
      * WRITTEN IN ACUCOBOL-GT 7.0.0
      *         BACKING OUT A 1-PLAYER RESULT SUBTRACTS IT FROM THE
      *         TALLY (SO TOTALS BANKED FROM ARCHIVED HISTORY
      *         SURVIVE) AND RECOMPUTES BOTH STREAK FIELDS BY
      *         REPLAYING THE OPERATOR'S GAMES WITHOUT THE VOIDED
      *         ENTRIES - THE SAME CONVENTION AS THE TTTRECON REPAIR.
      *         THE REPLAY READS THE OPERATOR'S SLICE OF THE GAME-
      *         HISTORY STORE, SO ARCHIVED GAMES TAKE PART; UNTIL THE
      *         STORE HAS BEEN LOADED IT FALLS BACK TO THE LIVE LOG.
      *         2-PLAYER MATCHES NEVER FED STATS.DAT, SO VOIDING ONE
      *         TOUCHES ONLY MATCHLOG.DAT, THE STORE AND THE AUDIT
      *         TRAIL.
      *
      *         EVERY ADJUSTMENT APPENDS WHO/WHAT/WHY TO TTTADJ.AUD.
      *         ADJUSTING IS A SUPERVISOR FUNCTION - THE RUN STARTS
              RECORD KEY   IS STATS-OPERATOR-ID
              FILE STATUS  IS STATS-FILE-STATUS.

           SELECT GAME-HISTORY-FILE ASSIGN TO DYNAMIC CFG-GAMEHIST-FILE
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              RECORD KEY   IS GHS-KEY
              ALTERNATE RECORD KEY IS GHS-OPERATOR-KEY
                 WITH DUPLICATES
              ALTERNATE RECORD KEY IS GHS-SITE-KEY
                 WITH DUPLICATES
              FILE STATUS  IS GAMEHIST-FILE-STATUS.

           SELECT GAME-WORK-FILE ASSIGN TO "GAMEADJ.TMP"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS  IS GAME-WORK-STATUS.
       FD  STATS-FILE.
           COPY "STATSREC.CPY".

       FD  GAME-HISTORY-FILE.
           COPY "GHISTREC.CPY".

       FD  GAME-WORK-FILE.
       01 GAME-WORK-RECORD       PIC X(45).

       FD  MATCH-WORK-FILE.
       01 MATCH-WORK-RECORD      PIC X(69).

       FD  SESSION-FILE.
           COPY "SESSREC.CPY".
       77 GAME-LOG-STATUS        PIC  X(2)  VALUE SPACES.
       77 MATCH-LOG-STATUS       PIC  X(2)  VALUE SPACES.
       77 STATS-FILE-STATUS      PIC  X(2)  VALUE SPACES.
       77 GAMEHIST-FILE-STATUS   PIC  X(2)  VALUE SPACES.
       77 GAME-WORK-STATUS       PIC  X(2)  VALUE SPACES.
       77 MATCH-WORK-STATUS      PIC  X(2)  VALUE SPACES.
       77 AUDIT-FILE-STATUS      PIC  X(2)  VALUE SPACES.
       77 WS-GAME-NUMBER         PIC  9(5)  VALUE ZERO.
       77 WS-REASON              PIC  X(30) VALUE SPACES.
       77 WS-OLD-RESULT          PIC  X(1)  VALUE SPACE.
       77 WS-OLD-DATE            PIC  9(8)  VALUE ZERO.
       77 WS-OLD-TIME            PIC  9(6)  VALUE ZERO.
       77 WS-FILE-CODE           PIC  X(1)  VALUE SPACE.
       77 WS-TODAY               PIC  9(8)  VALUE ZERO.

      * UPDATE-STATS-FILE APPLIES LIVE
       77 WS-CUR-STREAK          PIC  9(5)  VALUE ZERO.
       77 WS-MAX-STREAK          PIC  9(5)  VALUE ZERO.
       77 WS-REPLAY-RESULT       PIC  X(1)  VALUE SPACE.
           88 REPLAY-RESULT-WIN        VALUE "W".

       PROCEDURE  DIVISION.
       MAIN-LOGIC.
           ELSE
              PERFORM FLAG-GAME-LOG-ENTRY
              IF ENTRY-FOUND
                 PERFORM FLAG-HISTORY-ROW
                 PERFORM BACK-OUT-STATS-RESULT
                 PERFORM RECOMPUTE-STREAKS
                 MOVE "G" TO WS-FILE-CODE
                    AND GML-GAME-NUMBER IS NUMERIC
                    AND GML-GAME-NUMBER = WS-GAME-NUMBER
                    AND NOT GML-VOIDED
                    MOVE GML-RESULT    TO WS-OLD-RESULT
                    MOVE GML-GAME-DATE TO WS-OLD-DATE
                    MOVE GML-GAME-TIME TO WS-OLD-TIME
                    MOVE "V"        TO GML-VOID-FLAG
                    SET ENTRY-FOUND TO TRUE
                 END-IF
              END-IF
           END-IF
           .

      * --------------------------------------------------------------
      *   FLAG THE VOIDED GAME'S ROW ON THE GAME-HISTORY STORE - SAME
      *   KEY AS THE LOG ENTRY JUST FLAGGED (ITS DATE, TIME, OPERATOR
      *   AND GAME NUMBER). A STORE NOT YET LOADED HAS NOTHING TO FLAG.
      *   A STORE THAT CANNOT BE OPENED OR A ROW THAT CANNOT BE
      *   REWRITTEN LEAVES THE ROW UNVOIDED - SAID ON THE CONSOLE AND
      *   THE RUN ENDS WITH EXIT STATUS 8.
      * --------------------------------------------------------------
       FLAG-HISTORY-ROW.
           OPEN I-O GAME-HISTORY-FILE
           EVALUATE GAMEHIST-FILE-STATUS
              WHEN "35"
                 DISPLAY "NO GAME-HISTORY STORE ON FILE"
              WHEN "00"
                 PERFORM FLAG-HISTORY-ROW-ON-STORE
              WHEN OTHER
                 DISPLAY "GAME-HISTORY STORE CANNOT BE OPENED - "
                         "STATUS " GAMEHIST-FILE-STATUS
                 DISPLAY "THE STORE ROW IS NOT FLAGGED AS VOIDED"
                 MOVE 8 TO RETURN-CODE
           END-EVALUATE
           .

       FLAG-HISTORY-ROW-ON-STORE.
           SET RECORD-FOUND   TO TRUE
           MOVE WS-OLD-DATE    TO GHS-GAME-DATE
           MOVE WS-OLD-TIME    TO GHS-GAME-TIME
           MOVE WS-WORK-NAME   TO GHS-OPERATOR-ID
           MOVE WS-GAME-NUMBER TO GHS-GAME-NUMBER
           READ GAME-HISTORY-FILE
              INVALID KEY
                 SET RECORD-NOT-FOUND TO TRUE
           END-READ

           IF RECORD-NOT-FOUND
              DISPLAY "NO GAME-HISTORY ROW FOR THE ENTRY"
           ELSE
              SET GHS-VOIDED TO TRUE
              REWRITE GAME-HISTORY-RECORD
              IF GAMEHIST-FILE-STATUS NOT = "00"
                 DISPLAY "GAME-HISTORY ROW NOT REWRITTEN - STATUS "
                         GAMEHIST-FILE-STATUS
                 DISPLAY "THE STORE ROW IS NOT FLAGGED AS VOIDED"
                 MOVE 8 TO RETURN-CODE
              END-IF
           END-IF

           CLOSE GAME-HISTORY-FILE
           .
      /
      * --------------------------------------------------------------
      *   SUBTRACT THE VOIDED RESULT FROM THE OPERATOR'S TALLY.
           .
      /
      * --------------------------------------------------------------
      *   REPLAY THE OPERATOR'S SURVIVING CPU GAMES IN THE ORDER
      *   PLAYED AND REBUILD BOTH STREAK FIELDS ON THE RULES THE GAME
      *   APPLIES LIVE - THE SAME CONVENTION AS THE TTTRECON REPAIR.
      *   THE GAME-HISTORY STORE'S OPERATOR KEY GIVES EXACTLY THAT
      *   SLICE, ARCHIVED GAMES INCLUDED; WITHOUT A STORE THE LIVE LOG
      *   IS REPLAYED INSTEAD (ARCHIVED HISTORY CANNOT TAKE PART). A
      *   STORE THAT IS THERE BUT WILL NOT OPEN LEAVES THE STREAKS AS
      *   THEY WERE - SAID ON THE CONSOLE, EXIT STATUS 8.
      * --------------------------------------------------------------
       RECOMPUTE-STREAKS.
           MOVE ZERO TO WS-CUR-STREAK
           MOVE ZERO TO WS-MAX-STREAK

           OPEN INPUT GAME-HISTORY-FILE
           EVALUATE GAMEHIST-FILE-STATUS
              WHEN "35"
                 PERFORM REPLAY-LIVE-GAME-LOG
                 PERFORM STORE-RECOMPUTED-STREAKS
              WHEN "00"
                 PERFORM REPLAY-HISTORY-SLICE
                 CLOSE GAME-HISTORY-FILE
                 PERFORM STORE-RECOMPUTED-STREAKS
              WHEN OTHER
                 DISPLAY "GAME-HISTORY STORE CANNOT BE OPENED - "
                         "STATUS " GAMEHIST-FILE-STATUS
                 DISPLAY "STREAKS NOT RECOMPUTED FOR " WS-WORK-NAME
                 MOVE 8 TO RETURN-CODE
           END-EVALUATE
           .

       STORE-RECOMPUTED-STREAKS.
           OPEN I-O STATS-FILE
           IF STATS-FILE-STATUS NOT = "35"
              SET RECORD-FOUND  TO TRUE
              MOVE WS-WORK-NAME TO STATS-OPERATOR-ID
              READ STATS-FILE
                 INVALID KEY
                    SET RECORD-NOT-FOUND TO TRUE
              END-READ
              IF RECORD-FOUND
                 MOVE WS-CUR-STREAK TO STATS-CURRENT-STREAK
                 MOVE WS-MAX-STREAK TO STATS-LONGEST-STREAK
                 REWRITE STATS-RECORD
              END-IF
              CLOSE STATS-FILE
           END-IF
           .

       REPLAY-HISTORY-SLICE.
           SET FILE-NOT-EOF TO TRUE
           MOVE LOW-VALUES   TO GHS-OPERATOR-KEY
           MOVE WS-WORK-NAME TO GHS-OPK-OPERATOR-ID
           START GAME-HISTORY-FILE
                 KEY IS NOT LESS THAN GHS-OPERATOR-KEY
              INVALID KEY
                 SET FILE-EOF TO TRUE
           END-START

           PERFORM UNTIL FILE-EOF
              READ GAME-HISTORY-FILE NEXT RECORD
                 AT END
                    SET FILE-EOF TO TRUE
              END-READ
              IF NOT FILE-EOF
                 IF GHS-OPK-OPERATOR-ID NOT = WS-WORK-NAME
                    SET FILE-EOF TO TRUE
                 ELSE
                    IF GHS-CPU-GAME
                       AND NOT GHS-VOIDED
                       MOVE GHS-RESULT TO WS-REPLAY-RESULT
                       PERFORM REPLAY-ONE-RESULT
                    END-IF
                 END-IF
              END-IF
           END-PERFORM
           .

       REPLAY-LIVE-GAME-LOG.
           SET FILE-NOT-EOF TO TRUE

           OPEN INPUT GAME-LOG-FILE
              IF NOT FILE-EOF
                 IF GML-OPERATOR-ID = WS-WORK-NAME
                    AND NOT GML-VOIDED
                    MOVE GML-RESULT TO WS-REPLAY-RESULT
                    PERFORM REPLAY-ONE-RESULT
                 END-IF
              END-IF
           IF GAME-LOG-STATUS NOT = "35"
              CLOSE GAME-LOG-FILE
           END-IF
           .

       REPLAY-ONE-RESULT.
           IF REPLAY-RESULT-WIN
              ADD 1 TO WS-CUR-STREAK
              IF WS-CUR-STREAK > WS-MAX-STREAK
                 MOVE WS-CUR-STREAK TO WS-MAX-STREAK
           ELSE
              PERFORM FLAG-MATCH-LOG-ENTRY
              IF ENTRY-FOUND
                 PERFORM FLAG-HISTORY-ROW
                 MOVE "M" TO WS-FILE-CODE
                 PERFORM WRITE-AUDIT-RECORD
                 DISPLAY "MATCH VOIDED FOR " WS-WORK-NAME
                    AND MTC-GAME-NUMBER IS NUMERIC
                    AND MTC-GAME-NUMBER = WS-GAME-NUMBER
                    AND NOT MTC-VOIDED
                    MOVE MTC-RESULT    TO WS-OLD-RESULT
                    MOVE MTC-GAME-DATE TO WS-OLD-DATE
                    MOVE MTC-GAME-TIME TO WS-OLD-TIME
                    MOVE "V"        TO MTC-VOID-FLAG
                    SET ENTRY-FOUND TO TRUE
                 END-IF
