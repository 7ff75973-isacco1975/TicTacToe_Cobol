       PROGRAM-ID.          TTTMERGE.
       AUTHOR.              ISAAC GARCIA PEVERI
       DATE-WRITTEN.        01.09.2026.
      * LAST EDIT           15.10.2026.
       REMARKS.             MULTI-SITE CONSOLIDATION MERGE FOR HEAD
                             OFFICE. READS ANOTHER SITE'S GAMELOG,
                             MOVELOG AND MATCHLOG FILE SET, STAMPS
                             NUMBER, DATE AND TIME FROM THE SAME
                             SITE) IS REJECTED, SO RE-FEEDING THE
                             SAME FILE SET NEVER DOUBLE-LOADS.
                             EVERY GAME AND MATCH THAT MERGES IS ALSO
                             FILED ON THE GAME-HISTORY STORE, AND
                             EVERY MERGED MOVE ATTACHED TO ITS ROW.
                             PRINTS A CONTROL REPORT OF RECORDS READ,
                             MERGED AND REJECTED PER FILE.
      /
      *         CONTROL REPORT AND ENDS WITH EXIT STATUS 8. A RE-RUN
      *         IS ALWAYS SAFE - PASS 1 REBUILDS THE TABLE FROM THE
      *         CONSOLIDATED FILES THEMSELVES.
      *
      *         THE GAME-HISTORY STORE (GAMEHIST.DAT) IS KEPT IN STEP
      *         WITH THE CONSOLIDATED LOGS: EACH GAME OR MATCH THAT
      *         MERGES BECOMES A STORE ROW UNDER THE SITE CODE, AND
      *         EACH MOVE THAT MERGES IS HUNG ON ITS GAME'S ROW, FOUND
      *         ALONG THE OPERATOR KEY AS TTTHLOAD DOES IT. MATCHES
      *         ARE THEREFORE MERGED BEFORE MOVES, SO A 2-PLAYER
      *         GAME'S ROW IS THERE WHEN ITS MOVES ARRIVE. A ROW THE
      *         STORE ALREADY HOLDS IS LEFT AS IT IS. THE STORE IS
      *         ONLY EVER CREATED BY TTTHLOAD, WHICH LOADS THE WHOLE
      *         HISTORY AT ONCE: WHILE IT HAS NOT BEEN BUILT THE LOGS
      *         STILL MERGE, NO ROW IS FILED, AND THE CONTROL REPORT
      *         SAYS SO - THE LOAD PICKS THE MERGED RECORDS UP FROM
      *         THE CONSOLIDATED LOGS WHEN IT RUNS. A MOVE THAT CANNOT
      *         BE WRITTEN BACK ONTO ITS ROW IS COUNTED AND THE RUN
      *         ENDS WITH EXIT STATUS 8.
      *
      *         THE CONTROL REPORT COUNTS (READ, MERGED AND REJECTED
      *         FOR EACH LOG) ARE POSTED TO THE CONTROL-TOTALS LEDGER
      *         (TTTPOST) FOR THE TTTBAL BALANCING STEP WHEN THE MERGE
      *         RUNS TO THE END.
      ******************************************************************
      /
       ENVIRONMENT DIVISION.
              RECORD KEY   IS IST-OPERATOR-ID
              FILE STATUS  IS IN-STATS-STATUS.

           SELECT GAME-HISTORY-FILE ASSIGN TO DYNAMIC CFG-GAMEHIST-FILE
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              RECORD KEY   IS GHS-KEY
              ALTERNATE RECORD KEY IS GHS-OPERATOR-KEY
                 WITH DUPLICATES
              ALTERNATE RECORD KEY IS GHS-SITE-KEY
                 WITH DUPLICATES
              FILE STATUS  IS GAMEHIST-FILE-STATUS.

           SELECT REPORT-FILE ASSIGN TO "TTTMERGE.LST"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS  IS REPORT-FILE-STATUS.
       FD  STATS-FILE.
           COPY "STATSREC.CPY".

       FD  GAME-HISTORY-FILE.
           COPY "GHISTREC.CPY".

      *   THE INCOMING RECORDS ARE READ AS PLAIN BUFFERS AND MOVED
      *   THROUGH THE CONSOLIDATED RECORD LAYOUTS ABOVE - SAME
      *   FIELDS, AND ONE SET OF NAMES
       01 IN-MOVE-RECORD         PIC X(51).

       FD  IN-MATCH-FILE.
       01 IN-MATCH-RECORD        PIC X(69).

       FD  IN-STATS-FILE.
       01 IN-STATS-RECORD.
      * CONSOLIDATED SET LIVES UNDER THE CFG- NAMES
           COPY "CONFREC.CPY".

      * CONTROL-TOTAL POSTING INTERFACE - SEE TTTPOST
           COPY "POSTREC.CPY".

      * FILE STATUS / END-OF-FILE CONTROL
       77 GAME-LOG-STATUS        PIC  X(2)  VALUE SPACES.
       77 MOVE-LOG-STATUS        PIC  X(2)  VALUE SPACES.
       77 MATCH-LOG-STATUS       PIC  X(2)  VALUE SPACES.
       77 STATS-FILE-STATUS      PIC  X(2)  VALUE SPACES.
       77 GAMEHIST-FILE-STATUS   PIC  X(2)  VALUE SPACES.
       77 IN-GAME-STATUS         PIC  X(2)  VALUE SPACES.
       77 IN-MOVE-STATUS         PIC  X(2)  VALUE SPACES.
       77 IN-MATCH-STATUS        PIC  X(2)  VALUE SPACES.
           88 STATS-RECORD-FOUND       VALUE "Y".
           88 STATS-RECORD-NOT-FOUND   VALUE "N".

      * GAME-HISTORY STORE SEARCH FOR A MERGED MOVE'S ROW
       77 FLAG-HISTORY-SCAN      PIC  X(1)  VALUE "N".
           88 HISTORY-SCAN-DONE        VALUE "Y".
           88 HISTORY-SCAN-NOT-DONE    VALUE "N".

       77 FLAG-HISTORY-ROW       PIC  X(1)  VALUE "N".
           88 HISTORY-ROW-FOUND        VALUE "Y".
           88 HISTORY-ROW-NOT-FOUND    VALUE "N".

       77 FLAG-CELL-ON-ROW       PIC  X(1)  VALUE "N".
           88 CELL-ON-ROW              VALUE "Y".
           88 CELL-NOT-ON-ROW          VALUE "N".

       77 WS-MOVE-GAME-NUMBER    PIC  9(5)  VALUE ZERO.
       77 WS-MV-IDX              PIC  9(2)  VALUE ZERO.

      * RUN OPTIONS - THE INCOMING SITE AND ITS FILE SET
       77 WS-SITE-CODE           PIC  X(3)  VALUE SPACES.
       77 WS-IN-GLOG-NAME        PIC  X(40) VALUE SPACES.
       77 WS-MATCH-REJECTED      PIC  9(7)  VALUE ZERO.
       77 WS-STATS-UPDATED       PIC  9(7)  VALUE ZERO.
       77 WS-IN-STATS-ROWS       PIC  9(7)  VALUE ZERO.
       77 WS-HIST-FILED          PIC  9(7)  VALUE ZERO.
       77 WS-HIST-ON-FILE        PIC  9(7)  VALUE ZERO.
       77 WS-MOVES-ATTACHED      PIC  9(7)  VALUE ZERO.
       77 WS-MOVES-NOT-ATTACHED  PIC  9(7)  VALUE ZERO.
       77 WS-MOVES-NOT-REWRITTEN PIC  9(7)  VALUE ZERO.

      * THE GAME-HISTORY STORE MAY NOT HAVE BEEN BUILT YET - SEE THE
      * BANNER
       77 FLAG-HISTORY-STORE     PIC  X(1)  VALUE "Y".
           88 HISTORY-STORE-BUILT      VALUE "Y".
           88 HISTORY-STORE-NOT-BUILT  VALUE "N".

      * CONTROL REPORT DETAIL LINE WORK AREA
       01 WS-COUNT-LINE.
                   TO REPORT-LINE
              WRITE REPORT-LINE
           ELSE
              PERFORM OPEN-HISTORY-FILE
              IF GAMEHIST-FILE-STATUS NOT = "00"
                 AND HISTORY-STORE-BUILT
                 MOVE SPACES TO REPORT-LINE
                 STRING "GAME-HISTORY STORE WILL NOT OPEN - STATUS "
                        DELIMITED BY SIZE
                        GAMEHIST-FILE-STATUS DELIMITED BY SIZE
                        " - NOTHING MERGED"  DELIMITED BY SIZE
                        INTO REPORT-LINE
                 WRITE REPORT-LINE
                 MOVE 8 TO RETURN-CODE
              ELSE
      * ...     BOTH RESULT LOGS BEFORE THE MOVES - SEE THE BANNER
                 PERFORM MERGE-GAME-LOG
                 IF MERGE-NOT-FAILED
                    PERFORM MERGE-MATCH-LOG
                 END-IF
                 IF MERGE-NOT-FAILED
                    PERFORM MERGE-MOVE-LOG
                 END-IF
                 IF HISTORY-STORE-BUILT
                    CLOSE GAME-HISTORY-FILE
                 END-IF
                 PERFORM COUNT-INCOMING-STATS
                 PERFORM PRINT-CONTROL-REPORT
                 IF MERGE-NOT-FAILED
                    PERFORM POST-CONTROL-TOTALS
                 END-IF
              END-IF
           END-IF

           CLOSE REPORT-FILE
                 WRITE GAME-LOG-RECORD
                 ADD 1 TO WS-GAME-MERGED
                 PERFORM ADD-KEY-TO-TABLE
                 IF HISTORY-STORE-BUILT
                    PERFORM FILE-GAME-HISTORY
                 END-IF
      * ...       A RESULT ALREADY VOIDED AT ITS OWN SITE MERGES FOR
      * ...       THE RECORD BUT NEVER ROLLS INTO THE TALLY
                 IF NOT GML-VOIDED
                 WRITE MOVE-LOG-RECORD
                 ADD 1 TO WS-MOVE-MERGED
                 PERFORM ADD-KEY-TO-TABLE
                 IF HISTORY-STORE-BUILT
                    PERFORM ATTACH-MOVE-TO-HISTORY
                 END-IF
              END-IF
           END-IF
           .
                 WRITE MATCH-LOG-RECORD
                 ADD 1 TO WS-MATCH-MERGED
                 PERFORM ADD-KEY-TO-TABLE
                 IF HISTORY-STORE-BUILT
                    PERFORM FILE-MATCH-HISTORY
                 END-IF
              END-IF
           END-IF
           .
           .
      /
      * --------------------------------------------------------------
      *   THE GAME-HISTORY STORE - OPENED FOR UPDATE AROUND THE WHOLE
      *   MERGE, NEVER CREATED HERE (SEE THE BANNER). A MERGED GAME OR
      *   MATCH IS FILED AS A NEW ROW; A MERGED MOVE IS ADDED TO THE
      *   FIRST ROW AT OR AFTER IT ON THE OPERATOR KEY FOR THE SAME
      *   SITE AND GAME NUMBER, THE SEARCH ENDING AT A LATER ROW FOR
      *   ANOTHER GAME (ITS GAME NEVER FINISHED).
      * --------------------------------------------------------------
       OPEN-HISTORY-FILE.
           SET HISTORY-STORE-BUILT TO TRUE
           OPEN I-O GAME-HISTORY-FILE
           IF GAMEHIST-FILE-STATUS = "35"
              SET HISTORY-STORE-NOT-BUILT TO TRUE
           END-IF
           .

       FILE-GAME-HISTORY.
           MOVE SPACES          TO GAME-HISTORY-RECORD
           MOVE GML-GAME-DATE   TO GHS-GAME-DATE
                                   GHS-OPK-GAME-DATE
                                   GHS-STK-GAME-DATE
           MOVE GML-GAME-TIME   TO GHS-GAME-TIME
                                   GHS-OPK-GAME-TIME
                                   GHS-STK-GAME-TIME
           MOVE GML-OPERATOR-ID TO GHS-OPERATOR-ID
                                   GHS-OPK-OPERATOR-ID
           IF GML-GAME-NUMBER IS NUMERIC
              MOVE GML-GAME-NUMBER TO GHS-GAME-NUMBER
           ELSE
              MOVE ZERO            TO GHS-GAME-NUMBER
           END-IF
           MOVE GML-SITE-CODE   TO GHS-SITE-CODE
           SET GHS-CPU-GAME     TO TRUE
           MOVE GML-RESULT      TO GHS-RESULT
           MOVE GML-DIFFICULTY  TO GHS-DIFFICULTY
           MOVE GML-VOID-FLAG   TO GHS-VOID-FLAG
           MOVE ZERO            TO GHS-MOVE-COUNT
           PERFORM WRITE-HISTORY-ROW
           .

       FILE-MATCH-HISTORY.
           MOVE SPACES          TO GAME-HISTORY-RECORD
           MOVE MTC-GAME-DATE   TO GHS-GAME-DATE
                                   GHS-OPK-GAME-DATE
                                   GHS-STK-GAME-DATE
           MOVE MTC-GAME-TIME   TO GHS-GAME-TIME
                                   GHS-OPK-GAME-TIME
                                   GHS-STK-GAME-TIME
           MOVE MTC-PLAYER1-ID  TO GHS-OPERATOR-ID
                                   GHS-OPK-OPERATOR-ID
           IF MTC-GAME-NUMBER IS NUMERIC
              MOVE MTC-GAME-NUMBER TO GHS-GAME-NUMBER
           ELSE
              MOVE ZERO            TO GHS-GAME-NUMBER
           END-IF
           MOVE MTC-SITE-CODE   TO GHS-SITE-CODE
           SET GHS-MATCH-GAME   TO TRUE
           MOVE MTC-RESULT      TO GHS-RESULT
           MOVE MTC-VOID-FLAG   TO GHS-VOID-FLAG
           MOVE MTC-PLAYER2-ID  TO GHS-PLAYER2-ID
           MOVE MTC-TOURNEY-TAG TO GHS-TOURNEY-TAG
           MOVE ZERO            TO GHS-MOVE-COUNT
           PERFORM WRITE-HISTORY-ROW
           .

       WRITE-HISTORY-ROW.
           WRITE GAME-HISTORY-RECORD
              INVALID KEY
                 ADD 1 TO WS-HIST-ON-FILE
              NOT INVALID KEY
                 ADD 1 TO WS-HIST-FILED
           END-WRITE
           .

       ATTACH-MOVE-TO-HISTORY.
           IF MVL-GAME-NUMBER IS NUMERIC
              MOVE MVL-GAME-NUMBER TO WS-MOVE-GAME-NUMBER
           ELSE
              MOVE ZERO            TO WS-MOVE-GAME-NUMBER
           END-IF

           SET HISTORY-ROW-NOT-FOUND TO TRUE
           SET HISTORY-SCAN-NOT-DONE TO TRUE
           MOVE MVL-OPERATOR-ID TO GHS-OPK-OPERATOR-ID
           MOVE MVL-GAME-DATE   TO GHS-OPK-GAME-DATE
           MOVE MVL-GAME-TIME   TO GHS-OPK-GAME-TIME
           START GAME-HISTORY-FILE
                 KEY IS NOT LESS THAN GHS-OPERATOR-KEY
              INVALID KEY
                 SET HISTORY-SCAN-DONE TO TRUE
           END-START

           PERFORM UNTIL HISTORY-SCAN-DONE
              READ GAME-HISTORY-FILE NEXT RECORD
                 AT END
                    SET HISTORY-SCAN-DONE TO TRUE
              END-READ
              IF NOT HISTORY-SCAN-DONE
                 PERFORM JUDGE-HISTORY-ROW
              END-IF
           END-PERFORM

           IF HISTORY-ROW-FOUND
              PERFORM ADD-MOVE-TO-ROW
           ELSE
              ADD 1 TO WS-MOVES-NOT-ATTACHED
           END-IF
           .

      * ANOTHER SITE'S ROW IS PASSED OVER, AS IS ANOTHER GAME THAT
      * FINISHED IN THE SAME SECOND; ANY LATER GAME ENDS THE SEARCH
       JUDGE-HISTORY-ROW.
           EVALUATE TRUE
              WHEN GHS-OPK-OPERATOR-ID NOT = MVL-OPERATOR-ID
                 SET HISTORY-SCAN-DONE TO TRUE
              WHEN GHS-SITE-CODE NOT = MVL-SITE-CODE
                 CONTINUE
              WHEN GHS-GAME-NUMBER = WS-MOVE-GAME-NUMBER
                 SET HISTORY-ROW-FOUND TO TRUE
                 SET HISTORY-SCAN-DONE TO TRUE
              WHEN GHS-OPK-GAME-DATE = MVL-GAME-DATE
                   AND GHS-OPK-GAME-TIME = MVL-GAME-TIME
                 CONTINUE
              WHEN OTHER
                 SET HISTORY-SCAN-DONE TO TRUE
           END-EVALUATE
           .

       ADD-MOVE-TO-ROW.
           SET CELL-NOT-ON-ROW TO TRUE
           PERFORM VARYING WS-MV-IDX FROM 1 BY 1
                   UNTIL WS-MV-IDX > GHS-MOVE-COUNT
              IF GHS-MV-CELL(WS-MV-IDX) = MVL-CELL-NUMBER
                 SET CELL-ON-ROW TO TRUE
              END-IF
           END-PERFORM

           IF CELL-ON-ROW
              OR GHS-MOVE-COUNT NOT < 9
              ADD 1 TO WS-MOVES-NOT-ATTACHED
           ELSE
              ADD 1 TO GHS-MOVE-COUNT
              MOVE MVL-MOVER       TO GHS-MV-MOVER(GHS-MOVE-COUNT)
              MOVE MVL-CELL-NUMBER TO GHS-MV-CELL(GHS-MOVE-COUNT)
              MOVE MVL-GAME-TIME   TO GHS-MV-TIME(GHS-MOVE-COUNT)
              REWRITE GAME-HISTORY-RECORD
              IF GAMEHIST-FILE-STATUS = "00"
                 ADD 1 TO WS-MOVES-ATTACHED
              ELSE
                 ADD 1 TO WS-MOVES-NOT-REWRITTEN
              END-IF
           END-IF
           .
      /
      * --------------------------------------------------------------
      *   ROLL ONE MERGED GAME RESULT INTO THE CONSOLIDATED STATS
      *   TALLY - SAME RULES UPDATE-STATS-FILE APPLIES LIVE. ONLY
      *   RECORDS THAT ACTUALLY MERGED GET HERE, SO A RE-RUN NEVER
              MOVE 8 TO RETURN-CODE
           END-IF

           IF HISTORY-STORE-NOT-BUILT
              MOVE "GAME-HISTORY STORE NOT BUILT YET - NO ROWS FILED."
                   TO REPORT-LINE
              WRITE REPORT-LINE
              MOVE "TTTHLOAD WILL LOAD THESE RECORDS FROM THE LOGS."
                   TO REPORT-LINE
              WRITE REPORT-LINE
              MOVE SPACES TO REPORT-LINE
              WRITE REPORT-LINE
           END-IF

           IF WS-MOVES-NOT-REWRITTEN > ZERO
              MOVE 8 TO RETURN-CODE
           END-IF

           MOVE "FILE             READ   MERGED REJECTED"
                TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-GAME-REJECTED  TO WS-CT-REJECTED
           PERFORM PRINT-COUNT-LINE

           MOVE "MATCHLOG"         TO WS-CT-FILE
           MOVE WS-MATCH-READ     TO WS-CT-READ
           MOVE WS-MATCH-MERGED   TO WS-CT-MERGED
           MOVE WS-MATCH-REJECTED TO WS-CT-REJECTED
           PERFORM PRINT-COUNT-LINE

           MOVE "MOVELOG"          TO WS-CT-FILE
           MOVE WS-MOVE-READ      TO WS-CT-READ
           MOVE WS-MOVE-MERGED    TO WS-CT-MERGED
           MOVE WS-MOVE-REJECTED  TO WS-CT-REJECTED
           PERFORM PRINT-COUNT-LINE

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES          TO REPORT-LINE
           MOVE WS-TRAILER-LINE TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE "HISTORY ROWS FILED"            TO WS-TR-LABEL
           MOVE WS-HIST-FILED                  TO WS-TR-VALUE
           MOVE SPACES          TO REPORT-LINE
           MOVE WS-TRAILER-LINE TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE "HISTORY ROWS ALREADY ON FILE"  TO WS-TR-LABEL
           MOVE WS-HIST-ON-FILE                TO WS-TR-VALUE
           MOVE SPACES          TO REPORT-LINE
           MOVE WS-TRAILER-LINE TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE "MOVES ATTACHED TO HISTORY ROWS" TO WS-TR-LABEL
           MOVE WS-MOVES-ATTACHED              TO WS-TR-VALUE
           MOVE SPACES          TO REPORT-LINE
           MOVE WS-TRAILER-LINE TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE "MOVES WITH NO HISTORY ROW"     TO WS-TR-LABEL
           MOVE WS-MOVES-NOT-ATTACHED          TO WS-TR-VALUE
           MOVE SPACES          TO REPORT-LINE
           MOVE WS-TRAILER-LINE TO REPORT-LINE
           WRITE REPORT-LINE

           IF WS-MOVES-NOT-REWRITTEN > ZERO
              MOVE "HISTORY ROW REWRITES FAILED"   TO WS-TR-LABEL
              MOVE WS-MOVES-NOT-REWRITTEN         TO WS-TR-VALUE
              MOVE SPACES          TO REPORT-LINE
              MOVE WS-TRAILER-LINE TO REPORT-LINE
              WRITE REPORT-LINE
           END-IF
           .

       PRINT-COUNT-LINE.
           MOVE WS-COUNT-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           .
      /
      * --------------------------------------------------------------
      *   POST THE CONTROL REPORT COUNTS TO THE LEDGER
      * --------------------------------------------------------------
       POST-CONTROL-TOTALS.
           MOVE "TTTMERGE"              TO PST-STEP-NAME
           MOVE ZERO                    TO PST-DATA-FROM
           MOVE ZERO                    TO PST-DATA-TO

           MOVE "GAMES-READ"            TO PST-TOTAL-NAME
           MOVE WS-GAME-READ            TO PST-TOTAL-VALUE
           CALL "TTTPOST" USING TTT-POST-AREA

           MOVE "GAMES-MERGED"          TO PST-TOTAL-NAME
           MOVE WS-GAME-MERGED          TO PST-TOTAL-VALUE
           CALL "TTTPOST" USING TTT-POST-AREA

           MOVE "GAMES-REJECTED"        TO PST-TOTAL-NAME
           MOVE WS-GAME-REJECTED        TO PST-TOTAL-VALUE
           CALL "TTTPOST" USING TTT-POST-AREA

           MOVE "MOVES-READ"            TO PST-TOTAL-NAME
           MOVE WS-MOVE-READ            TO PST-TOTAL-VALUE
           CALL "TTTPOST" USING TTT-POST-AREA

           MOVE "MOVES-MERGED"          TO PST-TOTAL-NAME
           MOVE WS-MOVE-MERGED          TO PST-TOTAL-VALUE
           CALL "TTTPOST" USING TTT-POST-AREA

           MOVE "MOVES-REJECTED"        TO PST-TOTAL-NAME
           MOVE WS-MOVE-REJECTED        TO PST-TOTAL-VALUE
           CALL "TTTPOST" USING TTT-POST-AREA

           MOVE "MATCHES-READ"          TO PST-TOTAL-NAME
           MOVE WS-MATCH-READ           TO PST-TOTAL-VALUE
           CALL "TTTPOST" USING TTT-POST-AREA

           MOVE "MATCHES-MERGED"        TO PST-TOTAL-NAME
           MOVE WS-MATCH-MERGED         TO PST-TOTAL-VALUE
           CALL "TTTPOST" USING TTT-POST-AREA

           MOVE "MATCHES-REJECTED"      TO PST-TOTAL-NAME
           MOVE WS-MATCH-REJECTED       TO PST-TOTAL-VALUE
           CALL "TTTPOST" USING TTT-POST-AREA

           MOVE "STATS-ROLLED"          TO PST-TOTAL-NAME
           MOVE WS-STATS-UPDATED        TO PST-TOTAL-VALUE
           CALL "TTTPOST" USING TTT-POST-AREA

           MOVE "HISTORY-FILED"         TO PST-TOTAL-NAME
           MOVE WS-HIST-FILED           TO PST-TOTAL-VALUE
           CALL "TTTPOST" USING TTT-POST-AREA

           MOVE "MOVES-ATTACHED"        TO PST-TOTAL-NAME
           MOVE WS-MOVES-ATTACHED       TO PST-TOTAL-VALUE
           CALL "TTTPOST" USING TTT-POST-AREA
           .
