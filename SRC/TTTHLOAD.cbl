       IDENTIFICATION       DIVISION.
       PROGRAM-ID.          TTTHLOAD.
       AUTHOR.              ISAAC GARCIA PEVERI
       DATE-WRITTEN.        15.10.2026.
      * LAST EDIT           15.10.2026.
       REMARKS.             GAME-HISTORY STORE LOAD. FILES EVERY GAME
                             ON THE ARCHIVES IN TTTARCH.CTL AND ON THE
                             LIVE GAMELOG.DAT, AND EVERY MATCH ON
                             MATCHLOG.DAT, AS A ROW OF THE INDEXED
                             GAMEHIST.DAT STORE, THEN HANGS EACH
                             MOVE FROM THE MOVE ARCHIVES AND
                             MOVELOG.DAT ON ITS GAME'S ROW. RUN ONCE
                             WHEN THE STORE IS INTRODUCED; FROM THEN
                             ON TICTACTOE AND TTTMERGE KEEP IT UP TO
                             DATE AS GAMES FINISH.
      /
      ******************************************************************
      * WRITTEN IN ACUCOBOL-GT 7.0.0
      *         TIC TAC TOE GAME-HISTORY STORE LOAD
      *
      *         PASS 1 - GAMES AND MATCHES. THE GAME ARCHIVES ARE
      *           READ IN CATALOG ORDER (A NAME CATALOGED TWICE IS
      *           READ ONCE), THEN THE LIVE GAME LOG, THEN THE MATCH
      *           LOG (TTTHSKP NEVER ARCHIVES MATCHES). EACH ENTRY
      *           WITH A NUMERIC DATE AND TIME BECOMES ONE ROW, VOID
      *           FLAG, SITE CODE AND ALL; A ROW ALREADY ON THE STORE
      *           IS LEFT AS IT IS AND COUNTED AS ALREADY ON FILE.
      *
      *         PASS 2 - MOVES. THE MOVE ARCHIVES, THEN THE LIVE MOVE
      *           LOG. A MOVE IS LOGGED BEFORE ITS GAME FINISHES, SO
      *           ITS ROW IS THE FIRST ONE ON THE OPERATOR KEY AT OR
      *           AFTER THE MOVE FOR THE SAME OPERATOR, SITE AND GAME
      *           NUMBER (GAME ZERO ON BOTH SIDES FOR THE LOGS FROM
      *           BEFORE THE NUMBER EXISTED - BEST EFFORT: THE MOVES
      *           OF AN UNFINISHED OLD GAME CAN LAND ON THE NEXT ONE).
      *           A LATER ROW FOR ANOTHER GAME ENDS THE SEARCH - THE
      *           MOVE'S GAME NEVER FINISHED, OR WAS PURGED FROM THE
      *           GAME LOG, AND THE MOVE IS COUNTED AS NOT ATTACHED.
      *           A CELL ALREADY ON THE ROW IS NOT ADDED AGAIN. A
      *           ROW THAT WILL NOT TAKE THE REWRITE IS COUNTED ON ITS
      *           OWN LINE AND THE RUN ENDS WITH EXIT STATUS 8.
      *
      *         SO RE-RUNNING THE LOAD ADDS ONLY WHAT IS MISSING; IT
      *         CAN REBUILD A LOST STORE FROM THE LOGS AT ANY TIME.
      *         THE SEQUENTIAL LOGS ARE ONLY READ - THEY STAY THE
      *         AUDIT COPY.
      *
      *         ROWS FILED, MOVES ATTACHED AND THE ENTRIES READ ARE
      *         POSTED TO THE CONTROL-TOTALS LEDGER (TTTPOST) FOR
      *         TTTBAL. THE REPORT GOES TO TTTHLOAD.LST.
      ******************************************************************
      /
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.

       INPUT-OUTPUT  SECTION.
       FILE-CONTROL.
      * THE GAME AND MOVE FILES ARE ASSIGNED TO A WORK NAME THAT IS
      * POINTED AT EACH ARCHIVE IN TURN AND THEN AT THE LIVE LOG
           SELECT GAME-LOG-FILE ASSIGN TO DYNAMIC WS-GAME-SOURCE-NAME
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS  IS GAME-LOG-STATUS.

           SELECT MOVE-LOG-FILE ASSIGN TO DYNAMIC WS-MOVE-SOURCE-NAME
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS  IS MOVE-LOG-STATUS.

           SELECT MATCH-LOG-FILE ASSIGN TO DYNAMIC CFG-MATCHLOG-FILE
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS  IS MATCH-LOG-STATUS.

           SELECT CATALOG-FILE ASSIGN TO "TTTARCH.CTL"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS  IS CATALOG-FILE-STATUS.

           SELECT GAME-HISTORY-FILE ASSIGN TO DYNAMIC CFG-GAMEHIST-FILE
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              RECORD KEY   IS GHS-KEY
              ALTERNATE RECORD KEY IS GHS-OPERATOR-KEY
                 WITH DUPLICATES
              ALTERNATE RECORD KEY IS GHS-SITE-KEY
                 WITH DUPLICATES
              FILE STATUS  IS GAMEHIST-FILE-STATUS.

           SELECT REPORT-FILE ASSIGN TO "TTTHLOAD.LST"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS  IS REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  GAME-LOG-FILE.
           COPY "GAMLGREC.CPY".

       FD  MOVE-LOG-FILE.
           COPY "MOVLGREC.CPY".

       FD  MATCH-LOG-FILE.
           COPY "MTCHREC.CPY".

       FD  CATALOG-FILE.
           COPY "ARCHCREC.CPY".

       FD  GAME-HISTORY-FILE.
           COPY "GHISTREC.CPY".

       FD  REPORT-FILE.
       01 REPORT-LINE            PIC X(80).

       WORKING-STORAGE SECTION.

      * SITE CONFIGURATION - FILLED BY TTTCONF AT STARTUP; THE STORE
      * AND THE LIVE LOGS ARE ASSIGNED TO THE CFG- NAMES
           COPY "CONFREC.CPY".

      * CONTROL-TOTAL POSTING INTERFACE - SEE TTTPOST
           COPY "POSTREC.CPY".

      * FILE STATUS / END-OF-FILE CONTROL
       77 GAME-LOG-STATUS        PIC  X(2)  VALUE SPACES.
       77 MOVE-LOG-STATUS        PIC  X(2)  VALUE SPACES.
       77 MATCH-LOG-STATUS       PIC  X(2)  VALUE SPACES.
       77 CATALOG-FILE-STATUS    PIC  X(2)  VALUE SPACES.
       77 GAMEHIST-FILE-STATUS   PIC  X(2)  VALUE SPACES.
       77 REPORT-FILE-STATUS     PIC  X(2)  VALUE SPACES.

       77 FLAG-FILE-EOF          PIC  X(1)  VALUE "N".
           88 FILE-EOF                 VALUE "Y".
           88 FILE-NOT-EOF             VALUE "N".

       77 FLAG-HISTORY-SCAN      PIC  X(1)  VALUE "N".
           88 HISTORY-SCAN-DONE        VALUE "Y".
           88 HISTORY-SCAN-NOT-DONE    VALUE "N".

       77 FLAG-HISTORY-ROW       PIC  X(1)  VALUE "N".
           88 HISTORY-ROW-FOUND        VALUE "Y".
           88 HISTORY-ROW-NOT-FOUND    VALUE "N".

       77 FLAG-CELL-ON-ROW       PIC  X(1)  VALUE "N".
           88 CELL-ON-ROW              VALUE "Y".
           88 CELL-NOT-ON-ROW          VALUE "N".

       77 FLAG-ARCHIVE-KNOWN     PIC  X(1)  VALUE "N".
           88 ARCHIVE-KNOWN            VALUE "Y".
           88 ARCHIVE-NOT-KNOWN        VALUE "N".

       77 WS-RUN-DATE            PIC  9(8)  VALUE ZERO.
       77 WS-GAME-SOURCE-NAME    PIC  X(40) VALUE SPACES.
       77 WS-MOVE-SOURCE-NAME    PIC  X(40) VALUE SPACES.
       77 WS-MOVE-GAME-NUMBER    PIC  9(5)  VALUE ZERO.
       77 WS-MV-IDX              PIC  9(2)  VALUE ZERO.

      * EVERY ARCHIVE ON THE CATALOG, EACH NAME ONCE, IN CATALOG
      * ORDER - THE OLDEST HISTORY FIRST
       78 WK-ARCHIVE-TABLE-SIZE         VALUE 500.
       77 WS-AR-COUNT            PIC  9(3)  VALUE ZERO.
       77 WS-AR-IDX              PIC  9(3)  VALUE ZERO.
       77 WS-AR-SKIPPED          PIC  9(5)  VALUE ZERO.
       01 WS-ARCHIVE-TABLE.
          05 WS-AR-ENTRY OCCURS 500 TIMES.
             10 WS-AR-NAME             PIC X(30).
             10 WS-AR-TYPE             PIC X(01).

      * RUNNING TOTALS FOR THE REPORT TRAILER AND THE LEDGER
       77 WS-ARCHIVES-READ       PIC  9(7)  VALUE ZERO.
       77 WS-ARCHIVES-MISSING    PIC  9(7)  VALUE ZERO.
       77 WS-GAMES-READ          PIC  9(7)  VALUE ZERO.
       77 WS-GAMES-FILED         PIC  9(7)  VALUE ZERO.
       77 WS-GAMES-ON-FILE       PIC  9(7)  VALUE ZERO.
       77 WS-GAMES-UNREADABLE    PIC  9(7)  VALUE ZERO.
       77 WS-MATCHES-READ        PIC  9(7)  VALUE ZERO.
       77 WS-MATCHES-FILED       PIC  9(7)  VALUE ZERO.
       77 WS-MATCHES-ON-FILE     PIC  9(7)  VALUE ZERO.
       77 WS-MATCHES-UNREADABLE  PIC  9(7)  VALUE ZERO.
       77 WS-MOVES-READ          PIC  9(7)  VALUE ZERO.
       77 WS-MOVES-ATTACHED      PIC  9(7)  VALUE ZERO.
       77 WS-MOVES-ON-ROW        PIC  9(7)  VALUE ZERO.
       77 WS-MOVES-NOT-ATTACHED  PIC  9(7)  VALUE ZERO.
       77 WS-MOVES-NOT-REWRITTEN PIC  9(7)  VALUE ZERO.

      * REPORT LINE WORK AREAS
       01 WS-TRAILER-LINE.
          05 WS-TR-LABEL         PIC  X(34).
          05 WS-TR-VALUE         PIC  ZZZZZZ9.

       01 WS-HEADER-LINE.
          05 FILLER              PIC  X(44) VALUE
             "TIC TAC TOE - GAME-HISTORY STORE LOAD - RUN ".
          05 WS-HD-RUN-DATE      PIC  9(08).

       PROCEDURE  DIVISION.
       MAIN-LOGIC.
           SET CFG-NOT-LOADED TO TRUE
           CALL "TTTCONF" USING TTT-CONFIG-AREA

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE

           PERFORM OPEN-HISTORY-FILE
           IF GAMEHIST-FILE-STATUS NOT = "00"
              DISPLAY "TTTHLOAD: GAME-HISTORY STORE WILL NOT OPEN - "
                      "STATUS " GAMEHIST-FILE-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF

           PERFORM LOAD-ARCHIVE-CATALOG

      * PASS 1 - EVERY ROW MUST BE ON FILE BEFORE A MOVE LOOKS FOR IT
           PERFORM VARYING WS-AR-IDX FROM 1 BY 1
                   UNTIL WS-AR-IDX > WS-AR-COUNT
              IF WS-AR-TYPE(WS-AR-IDX) = "G"
                 MOVE WS-AR-NAME(WS-AR-IDX) TO WS-GAME-SOURCE-NAME
                 PERFORM LOAD-GAME-ARCHIVE
              END-IF
           END-PERFORM
           MOVE CFG-GAMELOG-FILE TO WS-GAME-SOURCE-NAME
           PERFORM LOAD-GAME-LOG
           PERFORM LOAD-MATCH-LOG

      * PASS 2 - THE MOVES, OLDEST FIRST, SO EACH ROW GETS THEM IN
      * THE ORDER PLAYED
           PERFORM VARYING WS-AR-IDX FROM 1 BY 1
                   UNTIL WS-AR-IDX > WS-AR-COUNT
              IF WS-AR-TYPE(WS-AR-IDX) = "M"
                 MOVE WS-AR-NAME(WS-AR-IDX) TO WS-MOVE-SOURCE-NAME
                 PERFORM LOAD-MOVE-ARCHIVE
              END-IF
           END-PERFORM
           MOVE CFG-MOVELOG-FILE TO WS-MOVE-SOURCE-NAME
           PERFORM LOAD-MOVE-LOG

           CLOSE GAME-HISTORY-FILE

           PERFORM POST-CONTROL-TOTALS
           PERFORM PRINT-REPORT

           IF WS-ARCHIVES-MISSING > ZERO
              OR WS-AR-SKIPPED > ZERO
              MOVE 4 TO RETURN-CODE
           END-IF
           IF WS-MOVES-NOT-REWRITTEN > ZERO
              MOVE 8 TO RETURN-CODE
           END-IF

           STOP RUN
           .
      /
      * --------------------------------------------------------------
      *   OPEN THE STORE FOR UPDATE, CREATING IT THE FIRST TIME
      * --------------------------------------------------------------
       OPEN-HISTORY-FILE.
           OPEN I-O GAME-HISTORY-FILE
           IF GAMEHIST-FILE-STATUS = "35"
              OPEN OUTPUT GAME-HISTORY-FILE
              IF GAMEHIST-FILE-STATUS = "00"
                 CLOSE GAME-HISTORY-FILE
                 OPEN I-O GAME-HISTORY-FILE
              END-IF
           END-IF
           .

      * --------------------------------------------------------------
      *   TABLE THE ARCHIVES ON THE CATALOG, EACH NAME ONCE
      * --------------------------------------------------------------
       LOAD-ARCHIVE-CATALOG.
           MOVE ZERO TO WS-AR-COUNT
                        WS-AR-SKIPPED
           SET FILE-NOT-EOF TO TRUE

           OPEN INPUT CATALOG-FILE
           IF CATALOG-FILE-STATUS = "35"
              SET FILE-EOF TO TRUE
           END-IF

           PERFORM UNTIL FILE-EOF
              READ CATALOG-FILE
                 AT END
                    SET FILE-EOF TO TRUE
              END-READ
              IF NOT FILE-EOF
                 IF (ARC-MOVE-LOG OR ARC-GAME-LOG)
                    AND ARC-FILE-NAME NOT = SPACES
                    PERFORM TAKE-CATALOG-ROW
                 END-IF
              END-IF
           END-PERFORM

           IF CATALOG-FILE-STATUS NOT = "35"
              CLOSE CATALOG-FILE
           END-IF
           .

       TAKE-CATALOG-ROW.
           SET ARCHIVE-NOT-KNOWN TO TRUE
           PERFORM VARYING WS-AR-IDX FROM 1 BY 1
                   UNTIL WS-AR-IDX > WS-AR-COUNT
              IF WS-AR-NAME(WS-AR-IDX) = ARC-FILE-NAME
                 SET ARCHIVE-KNOWN TO TRUE
              END-IF
           END-PERFORM

           IF ARCHIVE-NOT-KNOWN
              IF WS-AR-COUNT < WK-ARCHIVE-TABLE-SIZE
                 ADD 1 TO WS-AR-COUNT
                 MOVE ARC-FILE-NAME TO WS-AR-NAME(WS-AR-COUNT)
                 MOVE ARC-LOG-TYPE  TO WS-AR-TYPE(WS-AR-COUNT)
              ELSE
                 ADD 1 TO WS-AR-SKIPPED
              END-IF
           END-IF
           .
      /
      * --------------------------------------------------------------
      *   PASS 1 - ONE GAME ARCHIVE (ONE THAT WILL NOT OPEN IS
      *   COUNTED AS MISSING), THE LIVE GAME LOG, THE MATCH LOG
      * --------------------------------------------------------------
       LOAD-GAME-ARCHIVE.
           OPEN INPUT GAME-LOG-FILE
           IF GAME-LOG-STATUS NOT = "00"
              ADD 1 TO WS-ARCHIVES-MISSING
           ELSE
              ADD 1 TO WS-ARCHIVES-READ
              PERFORM READ-GAME-ENTRIES
              CLOSE GAME-LOG-FILE
           END-IF
           .

       LOAD-GAME-LOG.
           OPEN INPUT GAME-LOG-FILE
           IF GAME-LOG-STATUS NOT = "35"
              PERFORM READ-GAME-ENTRIES
              CLOSE GAME-LOG-FILE
           END-IF
           .

       READ-GAME-ENTRIES.
           SET FILE-NOT-EOF TO TRUE
           PERFORM UNTIL FILE-EOF
              READ GAME-LOG-FILE
                 AT END
                    SET FILE-EOF TO TRUE
              END-READ
              IF NOT FILE-EOF
                 ADD 1 TO WS-GAMES-READ
                 IF GML-GAME-DATE IS NUMERIC
                    AND GML-GAME-TIME IS NUMERIC
                    PERFORM FILE-GAME-ENTRY
                 ELSE
                    ADD 1 TO WS-GAMES-UNREADABLE
                 END-IF
              END-IF
           END-PERFORM
           .

       FILE-GAME-ENTRY.
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

           WRITE GAME-HISTORY-RECORD
              INVALID KEY
                 ADD 1 TO WS-GAMES-ON-FILE
              NOT INVALID KEY
                 ADD 1 TO WS-GAMES-FILED
           END-WRITE
           .

       LOAD-MATCH-LOG.
           SET FILE-NOT-EOF TO TRUE

           OPEN INPUT MATCH-LOG-FILE
           IF MATCH-LOG-STATUS = "35"
              SET FILE-EOF TO TRUE
           END-IF

           PERFORM UNTIL FILE-EOF
              READ MATCH-LOG-FILE
                 AT END
                    SET FILE-EOF TO TRUE
              END-READ
              IF NOT FILE-EOF
                 ADD 1 TO WS-MATCHES-READ
                 IF MTC-GAME-DATE IS NUMERIC
                    AND MTC-GAME-TIME IS NUMERIC
                    PERFORM FILE-MATCH-ENTRY
                 ELSE
                    ADD 1 TO WS-MATCHES-UNREADABLE
                 END-IF
              END-IF
           END-PERFORM

           IF MATCH-LOG-STATUS NOT = "35"
              CLOSE MATCH-LOG-FILE
           END-IF
           .

       FILE-MATCH-ENTRY.
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

           WRITE GAME-HISTORY-RECORD
              INVALID KEY
                 ADD 1 TO WS-MATCHES-ON-FILE
              NOT INVALID KEY
                 ADD 1 TO WS-MATCHES-FILED
           END-WRITE
           .
      /
      * --------------------------------------------------------------
      *   PASS 2 - ONE MOVE ARCHIVE, THEN THE LIVE MOVE LOG
      * --------------------------------------------------------------
       LOAD-MOVE-ARCHIVE.
           OPEN INPUT MOVE-LOG-FILE
           IF MOVE-LOG-STATUS NOT = "00"
              ADD 1 TO WS-ARCHIVES-MISSING
           ELSE
              ADD 1 TO WS-ARCHIVES-READ
              PERFORM READ-MOVE-ENTRIES
              CLOSE MOVE-LOG-FILE
           END-IF
           .

       LOAD-MOVE-LOG.
           OPEN INPUT MOVE-LOG-FILE
           IF MOVE-LOG-STATUS NOT = "35"
              PERFORM READ-MOVE-ENTRIES
              CLOSE MOVE-LOG-FILE
           END-IF
           .

       READ-MOVE-ENTRIES.
           SET FILE-NOT-EOF TO TRUE
           PERFORM UNTIL FILE-EOF
              READ MOVE-LOG-FILE
                 AT END
                    SET FILE-EOF TO TRUE
              END-READ
              IF NOT FILE-EOF
                 ADD 1 TO WS-MOVES-READ
                 IF MVL-GAME-DATE IS NUMERIC
                    AND MVL-GAME-TIME IS NUMERIC
                    AND MVL-CELL-NUMBER IS NUMERIC
                    PERFORM ATTACH-ONE-MOVE
                 ELSE
                    ADD 1 TO WS-MOVES-NOT-ATTACHED
                 END-IF
              END-IF
           END-PERFORM
           .

      * --------------------------------------------------------------
      *   FIND THE MOVE'S ROW ALONG THE OPERATOR KEY AND ADD THE MOVE
      *   TO IT
      * --------------------------------------------------------------
       ATTACH-ONE-MOVE.
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

           EVALUATE TRUE
              WHEN CELL-ON-ROW
                 ADD 1 TO WS-MOVES-ON-ROW
              WHEN GHS-MOVE-COUNT NOT < 9
                 ADD 1 TO WS-MOVES-NOT-ATTACHED
              WHEN OTHER
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
           END-EVALUATE
           .
      /
      * --------------------------------------------------------------
      *   POST THE RUN'S CONTROL TOTALS TO THE LEDGER
      * --------------------------------------------------------------
       POST-CONTROL-TOTALS.
           MOVE "TTTHLOAD"              TO PST-STEP-NAME
           MOVE ZERO                    TO PST-DATA-FROM
           MOVE WS-RUN-DATE             TO PST-DATA-TO

           MOVE "GAMES-READ"            TO PST-TOTAL-NAME
           MOVE WS-GAMES-READ           TO PST-TOTAL-VALUE
           CALL "TTTPOST" USING TTT-POST-AREA

           MOVE "GAMES-FILED"           TO PST-TOTAL-NAME
           MOVE WS-GAMES-FILED          TO PST-TOTAL-VALUE
           CALL "TTTPOST" USING TTT-POST-AREA

           MOVE "MATCHES-READ"          TO PST-TOTAL-NAME
           MOVE WS-MATCHES-READ         TO PST-TOTAL-VALUE
           CALL "TTTPOST" USING TTT-POST-AREA

           MOVE "MATCHES-FILED"         TO PST-TOTAL-NAME
           MOVE WS-MATCHES-FILED        TO PST-TOTAL-VALUE
           CALL "TTTPOST" USING TTT-POST-AREA

           MOVE "MOVES-READ"            TO PST-TOTAL-NAME
           MOVE WS-MOVES-READ           TO PST-TOTAL-VALUE
           CALL "TTTPOST" USING TTT-POST-AREA

           MOVE "MOVES-ATTACHED"        TO PST-TOTAL-NAME
           MOVE WS-MOVES-ATTACHED       TO PST-TOTAL-VALUE
           CALL "TTTPOST" USING TTT-POST-AREA
           .
      /
      * --------------------------------------------------------------
      *   PRINT THE RUN TRAILER
      * --------------------------------------------------------------
       PRINT-REPORT.
           OPEN OUTPUT REPORT-FILE

           MOVE WS-RUN-DATE    TO WS-HD-RUN-DATE
           MOVE SPACES         TO REPORT-LINE
           MOVE WS-HEADER-LINE TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE "ARCHIVES READ"                  TO WS-TR-LABEL
           MOVE WS-ARCHIVES-READ                 TO WS-TR-VALUE
           PERFORM PRINT-TRAILER-LINE

           MOVE "ARCHIVES MISSING"               TO WS-TR-LABEL
           MOVE WS-ARCHIVES-MISSING              TO WS-TR-VALUE
           PERFORM PRINT-TRAILER-LINE

           MOVE "ARCHIVES OVER THE CATALOG LIMIT" TO WS-TR-LABEL
           MOVE WS-AR-SKIPPED                    TO WS-TR-VALUE
           PERFORM PRINT-TRAILER-LINE

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE "GAMES READ"                     TO WS-TR-LABEL
           MOVE WS-GAMES-READ                    TO WS-TR-VALUE
           PERFORM PRINT-TRAILER-LINE

           MOVE "  FILED"                        TO WS-TR-LABEL
           MOVE WS-GAMES-FILED                   TO WS-TR-VALUE
           PERFORM PRINT-TRAILER-LINE

           MOVE "  ALREADY ON FILE"              TO WS-TR-LABEL
           MOVE WS-GAMES-ON-FILE                 TO WS-TR-VALUE
           PERFORM PRINT-TRAILER-LINE

           MOVE "  NO DATE OR TIME"              TO WS-TR-LABEL
           MOVE WS-GAMES-UNREADABLE              TO WS-TR-VALUE
           PERFORM PRINT-TRAILER-LINE

           MOVE "MATCHES READ"                   TO WS-TR-LABEL
           MOVE WS-MATCHES-READ                  TO WS-TR-VALUE
           PERFORM PRINT-TRAILER-LINE

           MOVE "  FILED"                        TO WS-TR-LABEL
           MOVE WS-MATCHES-FILED                 TO WS-TR-VALUE
           PERFORM PRINT-TRAILER-LINE

           MOVE "  ALREADY ON FILE"              TO WS-TR-LABEL
           MOVE WS-MATCHES-ON-FILE               TO WS-TR-VALUE
           PERFORM PRINT-TRAILER-LINE

           MOVE "  NO DATE OR TIME"              TO WS-TR-LABEL
           MOVE WS-MATCHES-UNREADABLE            TO WS-TR-VALUE
           PERFORM PRINT-TRAILER-LINE

           MOVE "MOVES READ"                     TO WS-TR-LABEL
           MOVE WS-MOVES-READ                    TO WS-TR-VALUE
           PERFORM PRINT-TRAILER-LINE

           MOVE "  ATTACHED"                     TO WS-TR-LABEL
           MOVE WS-MOVES-ATTACHED                TO WS-TR-VALUE
           PERFORM PRINT-TRAILER-LINE

           MOVE "  ALREADY ON THEIR ROW"         TO WS-TR-LABEL
           MOVE WS-MOVES-ON-ROW                  TO WS-TR-VALUE
           PERFORM PRINT-TRAILER-LINE

           MOVE "  NO FINISHED GAME TO JOIN"     TO WS-TR-LABEL
           MOVE WS-MOVES-NOT-ATTACHED            TO WS-TR-VALUE
           PERFORM PRINT-TRAILER-LINE

           MOVE "  HISTORY ROW REWRITES FAILED"  TO WS-TR-LABEL
           MOVE WS-MOVES-NOT-REWRITTEN           TO WS-TR-VALUE
           PERFORM PRINT-TRAILER-LINE

           CLOSE REPORT-FILE
           .

       PRINT-TRAILER-LINE.
           MOVE SPACES          TO REPORT-LINE
           MOVE WS-TRAILER-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           .
