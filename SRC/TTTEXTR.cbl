       PROGRAM-ID.          TTTEXTR.
       AUTHOR.              ISAAC GARCIA PEVERI
       DATE-WRITTEN.        22.08.2026.
      * LAST EDIT           15.10.2026.
       REMARKS.             DELIMITED EXPORT EXTRACT FOR THE CORPORATE
                             REPORTING FEED. READS THE GAMEHIST.DAT
                             GAME-HISTORY STORE AND STATS.DAT AND
                             WRITES TWO COMMA-DELIMITED
                             FILES THE RECEIVING SIDE CAN LOAD INTO A
                             SPREADSHEET: TTTGAMES.CSV (ONE ROW PER
                             GAME IN THE REQUESTED DATE RANGE) AND
      *         BOTH DEFAULT TO TODAY, SO THE UNATTENDED NIGHTLY RUN
      *         CUTS TODAY'S FEED AND A PRIOR DAY CAN BE RE-CUT ON
      *         REQUEST BY SETTING BOTH TO THAT DAY. THE STATS ROWS
      *         ARE ALL-TIME AND IGNORE THE RANGE. THE STORE IS KEYED
      *         ON DATE AND TIME FIRST, SO ONLY THE RANGE IS READ -
      *         FROM A START AT TTTEXTFROM TO THE FIRST GAME AFTER
      *         TTTEXTTO - AND ONLY THE GAMES AGAINST THE CPU ARE FED,
      *         AS WHEN THE FEED CAME FROM GAMELOG.DAT.
      *
      *         THE ROWS WRITTEN AND THE COUNTS CARRIED ON THE TWO
      *         TRAILERS ARE POSTED TO THE CONTROL-TOTALS LEDGER
      *         (TTTPOST) SO THE TTTBAL BALANCING STEP CAN PROVE THE
      *         FEED AGAINST THE GAME LOG AND THE DAILY LISTING.
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
      * REPOINT THEM WITHOUT A RECOMPILE
           COPY "CONFREC.CPY".

      * CONTROL-TOTAL POSTING INTERFACE - SEE TTTPOST
           COPY "POSTREC.CPY".

      * FILE STATUS / END-OF-FILE CONTROL
       77 GAMEHIST-FILE-STATUS   PIC  X(2)  VALUE SPACES.
       77 STATS-FILE-STATUS      PIC  X(2)  VALUE SPACES.
       77 GAMES-CSV-STATUS       PIC  X(2)  VALUE SPACES.
       77 STATS-CSV-STATUS       PIC  X(2)  VALUE SPACES.

       77 FLAG-HISTORY-EOF       PIC  X(1)  VALUE "N".
           88 HISTORY-EOF              VALUE "Y".
           88 HISTORY-NOT-EOF          VALUE "N".

       77 FLAG-HISTORY-STORE     PIC  X(1)  VALUE "N".
           88 HISTORY-STORE-OPEN       VALUE "Y".
           88 HISTORY-STORE-ABSENT     VALUE "N".
           88 HISTORY-STORE-FAILED     VALUE "X".

       77 FLAG-STATS-EOF         PIC  X(1)  VALUE "N".
           88 STATS-EOF                VALUE "Y".
       77 WS-GAME-ROWS           PIC  9(7)  VALUE ZERO.
       77 WS-STATS-ROWS          PIC  9(7)  VALUE ZERO.

      * CONTROL TOTALS FOR THE LEDGER - ROWS ACTUALLY WRITTEN ARE
      * COUNTED APART FROM THE TRAILER COUNTS SO THE TWO PROVE EACH
      * OTHER
       77 WS-HISTORY-READ        PIC  9(7)  VALUE ZERO.
       77 WS-GAME-WRITTEN        PIC  9(7)  VALUE ZERO.
       77 WS-STATS-WRITTEN       PIC  9(7)  VALUE ZERO.
       77 WS-GAME-TRAILER-COUNT  PIC  9(7)  VALUE ZERO.
       77 WS-STATS-TRAILER-COUNT PIC  9(7)  VALUE ZERO.

      * UNEDITED NUMERIC FIELDS, MOVED THROUGH DISPLAY PICTURES SO
      * THE CSV CARRIES PLAIN DIGITS RATHER THAN PACKED BYTES
       77 WS-CSV-DATE            PIC  9(8)  VALUE ZERO.
           PERFORM INITIALIZE-RUN
           PERFORM EXTRACT-GAME-ROWS
           PERFORM EXTRACT-STATS-ROWS
           PERFORM POST-CONTROL-TOTALS

      * ... SET LAST, SO NO CALL ABOVE CAN CLEAR IT
           IF HISTORY-STORE-FAILED
              MOVE 8 TO RETURN-CODE
           END-IF

           STOP RUN
           .
      *   ROW AND A TRAILER CARRYING THE ROW COUNT AND RUN DATE
      * --------------------------------------------------------------
       EXTRACT-GAME-ROWS.
           SET HISTORY-NOT-EOF TO TRUE

           OPEN OUTPUT GAMES-CSV-FILE

                TO GAMES-CSV-RECORD
           WRITE GAMES-CSV-RECORD

      * ... NO STORE YET EXTRACTS NO GAMES; A STORE THAT WILL NOT OPEN
      * ... IS NOT READ AT ALL AND FAILS THE RUN
           OPEN INPUT GAME-HISTORY-FILE
           EVALUATE GAMEHIST-FILE-STATUS
              WHEN "00"
                   SET HISTORY-STORE-OPEN TO TRUE
                   MOVE LOW-VALUES   TO GHS-KEY
                   MOVE WS-FROM-DATE TO GHS-GAME-DATE
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
                   DISPLAY "TTTEXTR: GAME-HISTORY STORE WILL NOT OPEN"
                           " - STATUS " GAMEHIST-FILE-STATUS
           END-EVALUATE

           PERFORM UNTIL HISTORY-EOF
              READ GAME-HISTORY-FILE NEXT RECORD
                 AT END
                    SET HISTORY-EOF TO TRUE
              END-READ
              IF NOT HISTORY-EOF
                 IF GHS-GAME-DATE > WS-TO-DATE
                    SET HISTORY-EOF TO TRUE
                 ELSE
                    ADD 1 TO WS-HISTORY-READ
                    IF GHS-CPU-GAME
                       AND NOT GHS-VOIDED
                       PERFORM WRITE-ONE-GAME-ROW
                    END-IF
                 END-IF
              END-IF
           END-PERFORM

           IF HISTORY-STORE-OPEN
              CLOSE GAME-HISTORY-FILE
           END-IF

           PERFORM WRITE-GAMES-TRAILER
           ADD 1 TO WS-GAME-ROWS

           EVALUATE TRUE
              WHEN GHS-RESULT-WIN     MOVE "WIN"  TO WS-CSV-RESULT
              WHEN GHS-RESULT-LOSS    MOVE "LOSS" TO WS-CSV-RESULT
              WHEN GHS-RESULT-FORFEIT MOVE "FORF" TO WS-CSV-RESULT
              WHEN OTHER              MOVE "DRAW" TO WS-CSV-RESULT
           END-EVALUATE

           MOVE GHS-GAME-DATE   TO WS-CSV-DATE
           MOVE GHS-GAME-TIME   TO WS-CSV-TIME
           MOVE GHS-GAME-NUMBER TO WS-CSV-GAMENO

           MOVE SPACES TO WS-CSV-LINE
           STRING FUNCTION TRIM(GHS-OPERATOR-ID) DELIMITED BY SIZE
                  ","                            DELIMITED BY SIZE
                  WS-CSV-DATE                    DELIMITED BY SIZE
                  ","                            DELIMITED BY SIZE

           MOVE WS-CSV-LINE TO GAMES-CSV-RECORD
           WRITE GAMES-CSV-RECORD
           IF GAMES-CSV-STATUS = "00"
              ADD 1 TO WS-GAME-WRITTEN
           END-IF
           .

       WRITE-GAMES-TRAILER.
           MOVE WS-GAME-ROWS TO WS-CSV-COUNT
           MOVE WS-CSV-COUNT TO WS-GAME-TRAILER-COUNT

           MOVE SPACES TO WS-CSV-LINE
           STRING "TRAILER,"    DELIMITED BY SIZE

           MOVE WS-CSV-LINE TO STATS-CSV-RECORD
           WRITE STATS-CSV-RECORD
           IF STATS-CSV-STATUS = "00"
              ADD 1 TO WS-STATS-WRITTEN
           END-IF
           .

       WRITE-STATS-TRAILER.
           MOVE WS-STATS-ROWS TO WS-CSV-COUNT
           MOVE WS-CSV-COUNT  TO WS-STATS-TRAILER-COUNT

           MOVE SPACES TO WS-CSV-LINE
           STRING "TRAILER,"    DELIMITED BY SIZE
           MOVE WS-CSV-LINE TO STATS-CSV-RECORD
           WRITE STATS-CSV-RECORD
           .
      /
      * --------------------------------------------------------------
      *   POST THE FEED'S CONTROL TOTALS TO THE LEDGER - THE GAME
      *   TOTALS CARRY THE EXTRACT RANGE SO THE BALANCING STEP CAN
      *   TELL TONIGHT'S FEED FROM A RE-CUT OF AN EARLIER DAY
      * --------------------------------------------------------------
       POST-CONTROL-TOTALS.
           MOVE "TTTEXTR"              TO PST-STEP-NAME
           MOVE WS-FROM-DATE           TO PST-DATA-FROM
           MOVE WS-TO-DATE             TO PST-DATA-TO

           MOVE "HISTORY-READ"         TO PST-TOTAL-NAME
           MOVE WS-HISTORY-READ        TO PST-TOTAL-VALUE
           CALL "TTTPOST" USING TTT-POST-AREA

           MOVE "GAME-ROWS"            TO PST-TOTAL-NAME
           MOVE WS-GAME-WRITTEN        TO PST-TOTAL-VALUE
           CALL "TTTPOST" USING TTT-POST-AREA

           MOVE "GAME-TRAILER"         TO PST-TOTAL-NAME
           MOVE WS-GAME-TRAILER-COUNT  TO PST-TOTAL-VALUE
           CALL "TTTPOST" USING TTT-POST-AREA

      * ... THE STATS ROWS ARE ALL-TIME - NO DATE RANGE
           MOVE ZERO                   TO PST-DATA-FROM
                                          PST-DATA-TO

           MOVE "STATS-ROWS"           TO PST-TOTAL-NAME
           MOVE WS-STATS-WRITTEN       TO PST-TOTAL-VALUE
           CALL "TTTPOST" USING TTT-POST-AREA

           MOVE "STATS-TRAILER"        TO PST-TOTAL-NAME
           MOVE WS-STATS-TRAILER-COUNT TO PST-TOTAL-VALUE
           CALL "TTTPOST" USING TTT-POST-AREA
           .
