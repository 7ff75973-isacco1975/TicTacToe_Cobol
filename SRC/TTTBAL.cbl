       IDENTIFICATION       DIVISION.
       PROGRAM-ID.          TTTBAL.
       AUTHOR.              ISAAC GARCIA PEVERI
       DATE-WRITTEN.        15.10.2026.
      * LAST EDIT           15.10.2026.
       REMARKS.             NIGHTLY BALANCING STEP FOR THE TICTACTOE
                             BATCH SUITE. READS THE CONTROL TOTALS THE
                             NIGHT'S STEPS POSTED TO THE TTTLEDGR.DAT
                             LEDGER, COUNTS THE DAY'S GAMES ON
                             GAMELOG.DAT ITSELF, AND PROVES THE AGREED
                             RELATIONSHIPS BETWEEN THEM. ANY RULE OUT
                             OF BALANCE FAILS THE NIGHT WITH EXIT
                             STATUS 8 AND AN OUT-OF-BALANCE REPORT.
      /
      ******************************************************************
      * WRITTEN IN ACUCOBOL-GT 7.0.0
      *         TIC TAC TOE NIGHTLY BALANCING
      *
      *         RUNS AS THE LAST STEP OF THE NIGHT. THE NIGHT'S DATE
      *         IS TTTLDGDATE (SET BY TTTNIGHT), OTHERWISE TODAY.
      *
      *         THE CORPORATE FEED AND THE DAILY LISTING ARE PART OF
      *         EVERY NIGHT, SO THEIR RULES ARE ALWAYS CHECKED - A
      *         TOTAL THEY DID NOT POST, OR A FEED OR LISTING CUT FOR
      *         ANOTHER DAY, IS OUT OF BALANCE:
      *           - NON-VOIDED GAMELOG ROWS DATED TONIGHT = TTTEXTR
      *             GAME ROWS = TTTREPRT DETAIL ROWS
      *           - EACH FEED FILE'S ROWS = ITS TRAILER COUNT
      *           - TTTEXTR STATS ROWS = TTTREPRT STATS ROWS
      *         THE OTHER STEPS ARE CHECKED ONLY ON A NIGHT THEY RAN
      *         (A MONTHLY STEP, OR ONE ADDED IN TTTNIGHT.RUN):
      *           - TTTLEAGE / TTTLGCLS: GAMES SCORED = GAMES PLAYED
      *             ACROSS THE RANKING TABLE, AND FOR THE REPORTING
      *             RUN THE NON-VOIDED GAMELOG ROWS OF ITS MONTH
      *             (NOT CHECKED IF TONIGHT'S TTTHSKP CUTOFF FELL
      *             INSIDE THAT MONTH - THE PURGE MOVED SOME AWAY)
      *           - TTTHSKP: READ = ARCHIVED + KEPT + DROPPED
      *           - TTTRATE: RESULTS LOADED = RATED = CPU + CASUAL
      *             + TOURNAMENT
      *           - TTTMERGE: READ = MERGED + REJECTED, EACH LOG
      *           - TTTHARV: MISSES FOUND = PUZZLES ADDED + PUZZLES
      *             MISSED AGAIN
      *
      *         TTTEXTR, TTTREPRT AND TTTLEAGE READ THE GAMEHIST.DAT
      *         GAME-HISTORY STORE RATHER THAN GAMELOG.DAT, SO THE
      *         GAMELOG COUNT TAKEN HERE ALSO PROVES THE STORE HAS
      *         KEPT IN STEP WITH THE AUDIT COPY.
      *
      *         THE REPORT, AND EVERY CONTROL TOTAL POSTED FOR THE
      *         NIGHT, GO TO TTTBAL.LST.
      ******************************************************************
      /
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.

       INPUT-OUTPUT  SECTION.
       FILE-CONTROL.
           SELECT LEDGER-FILE ASSIGN TO "TTTLEDGR.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              RECORD KEY   IS LDG-KEY
              FILE STATUS  IS LEDGER-FILE-STATUS.

           SELECT GAME-LOG-FILE ASSIGN TO DYNAMIC CFG-GAMELOG-FILE
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS  IS GAME-LOG-STATUS.

           SELECT REPORT-FILE ASSIGN TO "TTTBAL.LST"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS  IS REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LEDGER-FILE.
           COPY "LEDGREC.CPY".

       FD  GAME-LOG-FILE.
           COPY "GAMLGREC.CPY".

       FD  REPORT-FILE.
       01 REPORT-LINE            PIC X(100).

       WORKING-STORAGE SECTION.

      * SITE CONFIGURATION - FILLED BY TTTCONF AT STARTUP; THE GAME
      * LOG IS ASSIGNED TO ITS CFG- NAME
           COPY "CONFREC.CPY".

      * CONTROL-TOTAL POSTING INTERFACE - SEE TTTPOST
           COPY "POSTREC.CPY".

      * FILE STATUS / END-OF-FILE CONTROL
       77 LEDGER-FILE-STATUS     PIC  X(2)  VALUE SPACES.
       77 GAME-LOG-STATUS        PIC  X(2)  VALUE SPACES.
       77 REPORT-FILE-STATUS     PIC  X(2)  VALUE SPACES.

       77 FLAG-FILE-EOF          PIC  X(1)  VALUE "N".
           88 FILE-EOF                 VALUE "Y".
           88 FILE-NOT-EOF             VALUE "N".

      * THE NIGHT BEING BALANCED
       77 WS-BAL-DATE-X          PIC  X(8)  VALUE SPACES.
       77 WS-BAL-DATE            PIC  9(8)  VALUE ZERO.
       77 WS-LEAGUE-MONTH        PIC  9(6)  VALUE ZERO.
       77 WS-MONTH-START         PIC  9(8)  VALUE ZERO.

      * THE GAME LOG AS THIS STEP COUNTS IT
       77 WS-LOG-ROWS            PIC  9(9)  VALUE ZERO.
       77 WS-DAY-GAMES           PIC  9(9)  VALUE ZERO.
       77 WS-MONTH-GAMES         PIC  9(9)  VALUE ZERO.

      * TONIGHT'S LEDGER ROWS
       77 WS-LG-COUNT            PIC  9(3)  VALUE ZERO.
       77 WS-LG-IDX              PIC  9(3)  VALUE ZERO.
       77 WS-LG-OVERFLOW         PIC  9(5)  VALUE ZERO.
       01 WS-LEDGER-TABLE.
          05 WS-LG-ENTRY OCCURS 150 TIMES.
             10 WS-LG-STEP             PIC X(8).
             10 WS-LG-NAME             PIC X(16).
             10 WS-LG-VALUE            PIC 9(11).
             10 WS-LG-FROM             PIC 9(8).
             10 WS-LG-TO               PIC 9(8).

      * LOOK-UP OF ONE POSTED TOTAL
       77 WS-WANT-STEP           PIC  X(8)  VALUE SPACES.
       77 WS-WANT-NAME           PIC  X(16) VALUE SPACES.
       77 WS-GOT-VALUE           PIC  9(11) VALUE ZERO.
       77 WS-GOT-FROM            PIC  9(8)  VALUE ZERO.
       77 WS-GOT-TO              PIC  9(8)  VALUE ZERO.
       77 FLAG-TOTAL-FOUND       PIC  X(1)  VALUE "N".
           88 TOTAL-FOUND              VALUE "Y".
           88 TOTAL-NOT-FOUND          VALUE "N".
       77 FLAG-STEP-POSTED       PIC  X(1)  VALUE "N".
           88 STEP-POSTED              VALUE "Y".
           88 STEP-NOT-POSTED          VALUE "N".

      * THE RULE BEING CHECKED
       77 WS-RULE-TEXT           PIC  X(42) VALUE SPACES.
       77 WS-RULE-STEP           PIC  X(8)  VALUE SPACES.
       77 WS-RULE-NOTE           PIC  X(16) VALUE SPACES.
       77 WS-LEFT-VALUE          PIC  9(11) VALUE ZERO.
       77 WS-RIGHT-VALUE         PIC  9(11) VALUE ZERO.
       77 FLAG-RULE-KIND         PIC  X(1)  VALUE "R".
           88 RULE-REQUIRED            VALUE "R".
           88 RULE-OPTIONAL            VALUE "O".
       77 FLAG-RULE-GAP          PIC  X(1)  VALUE "N".
           88 RULE-HAS-GAP             VALUE "Y".
           88 RULE-NO-GAP              VALUE "N".
       77 WS-RULE-STATE          PIC  X(1)  VALUE SPACE.
           88 RULE-IN-BALANCE          VALUE "B".
           88 RULE-OUT-OF-BALANCE      VALUE "O".
           88 RULE-NOT-RUN             VALUE "N".
           88 RULE-NOT-CHECKED         VALUE "X".

      * RUN OUTCOME
       77 WS-RULES-CHECKED       PIC  9(3)  VALUE ZERO.
       77 WS-RULES-BALANCED      PIC  9(3)  VALUE ZERO.
       77 WS-RULES-OUT           PIC  9(3)  VALUE ZERO.
       77 WS-RULES-NOT-RUN       PIC  9(3)  VALUE ZERO.

      * LISTING LINES
       01 WS-RULE-LINE.
          05 WS-RL-TEXT          PIC  X(42).
          05 WS-RL-LEFT          PIC  ZZZZZZZZZZ9.
          05 FILLER              PIC  X(02) VALUE SPACES.
          05 WS-RL-RIGHT         PIC  ZZZZZZZZZZ9.
          05 FILLER              PIC  X(02) VALUE SPACES.
          05 WS-RL-RESULT        PIC  X(14).
          05 FILLER              PIC  X(02) VALUE SPACES.
          05 WS-RL-NOTE          PIC  X(16).

       01 WS-TOTAL-LINE.
          05 WS-TL-STEP          PIC  X(08).
          05 FILLER              PIC  X(02) VALUE SPACES.
          05 WS-TL-NAME          PIC  X(16).
          05 FILLER              PIC  X(02) VALUE SPACES.
          05 WS-TL-VALUE         PIC  ZZZZZZZZZZ9.
          05 FILLER              PIC  X(02) VALUE SPACES.
          05 WS-TL-FROM          PIC  9(08).
          05 FILLER              PIC  X(02) VALUE SPACES.
          05 WS-TL-TO            PIC  9(08).

       01 WS-TRAILER-LINE.
          05 WS-TR-LABEL         PIC  X(30).
          05 WS-TR-VALUE         PIC  ZZZZZZZZ9.

       PROCEDURE  DIVISION.
       MAIN-LOGIC.
           PERFORM INITIALIZE-RUN
           PERFORM LOAD-TONIGHTS-LEDGER
           PERFORM COUNT-GAME-LOG
           PERFORM OPEN-REPORT

           PERFORM CHECK-FEED-RULES
           PERFORM CHECK-LEAGUE-RULES
           PERFORM CHECK-HOUSEKEEPING-RULES
           PERFORM CHECK-RATING-RULES
           PERFORM CHECK-MERGE-RULES
           PERFORM CHECK-HARVEST-RULES

           PERFORM PRINT-TRAILER
           PERFORM PRINT-POSTED-TOTALS
           CLOSE REPORT-FILE

           PERFORM POST-CONTROL-TOTALS

           IF WS-RULES-OUT > ZERO
              DISPLAY "NIGHT " WS-BAL-DATE " IS OUT OF BALANCE - "
                      "SEE TTTBAL.LST"
              MOVE 8 TO RETURN-CODE
           END-IF

           STOP RUN
           .
      /
      * --------------------------------------------------------------
      *   THE NIGHT'S DATE - THE ONE TTTNIGHT POSTED UNDER
      * --------------------------------------------------------------
       INITIALIZE-RUN.
           SET CFG-NOT-LOADED TO TRUE
           CALL "TTTCONF" USING TTT-CONFIG-AREA

           ACCEPT WS-BAL-DATE-X FROM ENVIRONMENT "TTTLDGDATE"
           IF WS-BAL-DATE-X IS NUMERIC
              MOVE WS-BAL-DATE-X TO WS-BAL-DATE
           ELSE
              MOVE FUNCTION CURRENT-DATE(1:8) TO WS-BAL-DATE
           END-IF
           .
      /
      * --------------------------------------------------------------
      *   PULL TONIGHT'S ROWS OFF THE LEDGER - ITS KEY LEADS WITH THE
      *   RUN DATE, SO THE NIGHT IS ONE CONTIGUOUS SLICE. THIS STEP'S
      *   OWN ROWS FROM AN EARLIER ATTEMPT TONIGHT ARE LEFT OUT.
      * --------------------------------------------------------------
       LOAD-TONIGHTS-LEDGER.
           MOVE ZERO TO WS-LG-COUNT
                        WS-LG-OVERFLOW
           SET FILE-NOT-EOF TO TRUE

           OPEN INPUT LEDGER-FILE
           IF LEDGER-FILE-STATUS NOT = "00"
              SET FILE-EOF TO TRUE
           ELSE
              MOVE LOW-VALUES  TO LDG-KEY
              MOVE WS-BAL-DATE TO LDG-RUN-DATE
              START LEDGER-FILE KEY IS NOT LESS THAN LDG-KEY
                 INVALID KEY
                    SET FILE-EOF TO TRUE
              END-START
           END-IF

           PERFORM UNTIL FILE-EOF
              READ LEDGER-FILE NEXT RECORD
                 AT END
                    SET FILE-EOF TO TRUE
              END-READ
              IF NOT FILE-EOF
                 IF LDG-RUN-DATE NOT = WS-BAL-DATE
                    SET FILE-EOF TO TRUE
                 ELSE
                    IF LDG-STEP-NAME NOT = "TTTBAL"
                       PERFORM KEEP-LEDGER-ROW
                    END-IF
                 END-IF
              END-IF
           END-PERFORM

           IF LEDGER-FILE-STATUS NOT = "35"
              CLOSE LEDGER-FILE
           END-IF
           .

       KEEP-LEDGER-ROW.
           IF WS-LG-COUNT < 150
              ADD 1 TO WS-LG-COUNT
              MOVE LDG-STEP-NAME   TO WS-LG-STEP(WS-LG-COUNT)
              MOVE LDG-TOTAL-NAME  TO WS-LG-NAME(WS-LG-COUNT)
              MOVE LDG-TOTAL-VALUE TO WS-LG-VALUE(WS-LG-COUNT)
              MOVE LDG-DATA-FROM   TO WS-LG-FROM(WS-LG-COUNT)
              MOVE LDG-DATA-TO     TO WS-LG-TO(WS-LG-COUNT)
           ELSE
              ADD 1 TO WS-LG-OVERFLOW
           END-IF
           .
      /
      * --------------------------------------------------------------
      *   COUNT THE GAME LOG - TONIGHT'S NON-VOIDED GAMES, AND THOSE
      *   OF THE MONTH THE LEAGUE REPORTED ON (THE NIGHT'S OWN MONTH
      *   WHEN THE LEAGUE DID NOT RUN)
      * --------------------------------------------------------------
       COUNT-GAME-LOG.
           MOVE "TTTLEAGE"    TO WS-WANT-STEP
           MOVE "MONTH-GAMES" TO WS-WANT-NAME
           PERFORM FETCH-TOTAL
           IF TOTAL-FOUND AND WS-GOT-FROM > ZERO
              MOVE WS-GOT-FROM(1:6) TO WS-LEAGUE-MONTH
           ELSE
              MOVE WS-BAL-DATE(1:6) TO WS-LEAGUE-MONTH
           END-IF

           MOVE ZERO TO WS-LOG-ROWS
                        WS-DAY-GAMES
                        WS-MONTH-GAMES
           SET FILE-NOT-EOF TO TRUE

           OPEN INPUT GAME-LOG-FILE
           IF GAME-LOG-STATUS = "35"
              SET FILE-EOF TO TRUE
           END-IF

           PERFORM UNTIL FILE-EOF
              READ GAME-LOG-FILE
                 AT END
                    SET FILE-EOF TO TRUE
              END-READ
              IF NOT FILE-EOF
                 ADD 1 TO WS-LOG-ROWS
                 IF NOT GML-VOIDED
                    IF GML-GAME-DATE = WS-BAL-DATE
                       ADD 1 TO WS-DAY-GAMES
                    END-IF
                    IF GML-GAME-DATE(1:6) = WS-LEAGUE-MONTH
                       ADD 1 TO WS-MONTH-GAMES
                    END-IF
                 END-IF
              END-IF
           END-PERFORM

           IF GAME-LOG-STATUS NOT = "35"
              CLOSE GAME-LOG-FILE
           END-IF
           .
      /
      * --------------------------------------------------------------
      *   HEAD THE REPORT
      * --------------------------------------------------------------
       OPEN-REPORT.
           OPEN OUTPUT REPORT-FILE

           MOVE SPACES TO REPORT-LINE
           STRING "TIC TAC TOE - NIGHTLY BALANCING - NIGHT OF "
                  DELIMITED BY SIZE
                  WS-BAL-DATE DELIMITED BY SIZE
                  INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           STRING "RULE                                      "
                  "       LEFT        RIGHT  RESULT          NOTE"
                  DELIMITED BY SIZE
                  INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "------------------------------------------"
                  "-----------  -----------  --------------  "
                  "----------------"
                  DELIMITED BY SIZE
                  INTO REPORT-LINE
           WRITE REPORT-LINE
           .
      /
      * --------------------------------------------------------------
      *   THE FEED AND THE LISTING - CHECKED EVERY NIGHT
      * --------------------------------------------------------------
       CHECK-FEED-RULES.
           MOVE "GAMELOG DAY GAMES = TTTEXTR GAME ROWS"
                TO WS-RULE-TEXT
           MOVE "TTTEXTR"      TO WS-RULE-STEP
           PERFORM START-REQUIRED-RULE
           MOVE WS-DAY-GAMES   TO WS-LEFT-VALUE
           MOVE "GAME-ROWS"    TO WS-WANT-NAME
           PERFORM TAKE-RIGHT-TOTAL
           PERFORM CHECK-TONIGHTS-RANGE
           PERFORM JUDGE-RULE

           MOVE "TTTEXTR GAME ROWS = GAMES TRAILER"
                TO WS-RULE-TEXT
           PERFORM START-REQUIRED-RULE
           MOVE "GAME-ROWS"    TO WS-WANT-NAME
           PERFORM TAKE-LEFT-TOTAL
           MOVE "GAME-TRAILER" TO WS-WANT-NAME
           PERFORM TAKE-RIGHT-TOTAL
           PERFORM JUDGE-RULE

           MOVE "GAMELOG DAY GAMES = TTTREPRT DETAIL ROWS"
                TO WS-RULE-TEXT
           MOVE "TTTREPRT"     TO WS-RULE-STEP
           PERFORM START-REQUIRED-RULE
           MOVE WS-DAY-GAMES   TO WS-LEFT-VALUE
           MOVE "DETAIL-ROWS"  TO WS-WANT-NAME
           PERFORM TAKE-RIGHT-TOTAL
           PERFORM CHECK-TONIGHTS-RANGE
           PERFORM JUDGE-RULE

           MOVE "TTTREPRT DETAIL ROWS = GAMES TOTALED"
                TO WS-RULE-TEXT
           PERFORM START-REQUIRED-RULE
           MOVE "DETAIL-ROWS"  TO WS-WANT-NAME
           PERFORM TAKE-LEFT-TOTAL
           MOVE "GAMES-PLAYED" TO WS-WANT-NAME
           PERFORM TAKE-RIGHT-TOTAL
           PERFORM JUDGE-RULE

           MOVE "TTTEXTR STATS ROWS = STATS TRAILER"
                TO WS-RULE-TEXT
           MOVE "TTTEXTR"      TO WS-RULE-STEP
           PERFORM START-REQUIRED-RULE
           MOVE "STATS-ROWS"   TO WS-WANT-NAME
           PERFORM TAKE-LEFT-TOTAL
           MOVE "STATS-TRAILER" TO WS-WANT-NAME
           PERFORM TAKE-RIGHT-TOTAL
           PERFORM JUDGE-RULE

           MOVE "TTTEXTR STATS ROWS = TTTREPRT STATS ROWS"
                TO WS-RULE-TEXT
           PERFORM START-REQUIRED-RULE
           MOVE "STATS-ROWS"   TO WS-WANT-NAME
           PERFORM TAKE-LEFT-TOTAL
           MOVE "TTTREPRT"     TO WS-WANT-STEP
           MOVE "STATS-ROWS"   TO WS-WANT-NAME
           PERFORM FETCH-TOTAL
           PERFORM USE-AS-RIGHT-TOTAL
           PERFORM JUDGE-RULE
           .

      * ... THE TOTAL JUST TAKEN MUST COVER TONIGHT AND NOTHING ELSE
       CHECK-TONIGHTS-RANGE.
           IF TOTAL-FOUND
              IF WS-GOT-FROM NOT = WS-BAL-DATE
                 OR WS-GOT-TO NOT = WS-BAL-DATE
                 MOVE "DATED OTHER DAY" TO WS-RULE-NOTE
              END-IF
           END-IF
           .
      /
      * --------------------------------------------------------------
      *   THE LEAGUE - REPORTING RUN AND MONTHLY CLOSE
      * --------------------------------------------------------------
       CHECK-LEAGUE-RULES.
           MOVE "TTTLEAGE MONTH GAMES = TABLE PLAYED"
                TO WS-RULE-TEXT
           MOVE "TTTLEAGE"     TO WS-RULE-STEP
           PERFORM START-OPTIONAL-RULE
           MOVE "MONTH-GAMES"  TO WS-WANT-NAME
           PERFORM TAKE-LEFT-TOTAL
           MOVE "TABLE-PLAYED" TO WS-WANT-NAME
           PERFORM TAKE-RIGHT-TOTAL
           PERFORM JUDGE-RULE

           MOVE "GAMELOG MONTH GAMES = TTTLEAGE MONTH GAMES"
                TO WS-RULE-TEXT
           PERFORM START-OPTIONAL-RULE
           MOVE WS-MONTH-GAMES TO WS-LEFT-VALUE
           MOVE "MONTH-GAMES"  TO WS-WANT-NAME
           PERFORM TAKE-RIGHT-TOTAL
      * ... A PURGE TONIGHT WITH ITS CUTOFF INSIDE THE MONTH HAS
      * ... MOVED SOME OF THE MONTH'S GAMES TO THE ARCHIVE
           COMPUTE WS-MONTH-START = WS-LEAGUE-MONTH * 100 + 1
           MOVE "TTTHSKP"      TO WS-WANT-STEP
           MOVE "GAMES-READ"   TO WS-WANT-NAME
           PERFORM FETCH-TOTAL
           IF TOTAL-FOUND AND WS-GOT-TO > WS-MONTH-START
              SET RULE-NOT-CHECKED TO TRUE
              MOVE "PARTLY ARCHIVED" TO WS-RULE-NOTE
           END-IF
           PERFORM JUDGE-RULE

           MOVE "TTTLGCLS MONTH GAMES = TABLE PLAYED"
                TO WS-RULE-TEXT
           MOVE "TTTLGCLS"     TO WS-RULE-STEP
           PERFORM START-OPTIONAL-RULE
           MOVE "MONTH-GAMES"  TO WS-WANT-NAME
           PERFORM TAKE-LEFT-TOTAL
           MOVE "TABLE-PLAYED" TO WS-WANT-NAME
           PERFORM TAKE-RIGHT-TOTAL
           PERFORM JUDGE-RULE
           .

      * --------------------------------------------------------------
      *   HOUSEKEEPING - EVERY RECORD READ WENT SOMEWHERE
      * --------------------------------------------------------------
       CHECK-HOUSEKEEPING-RULES.
           MOVE "TTTHSKP MOVES READ = ARCH+KEPT+DROPPED"
                TO WS-RULE-TEXT
           MOVE "TTTHSKP"        TO WS-RULE-STEP
           PERFORM START-OPTIONAL-RULE
           MOVE "MOVES-READ"     TO WS-WANT-NAME
           PERFORM TAKE-LEFT-TOTAL
           MOVE "MOVES-ARCHIVED" TO WS-WANT-NAME
           PERFORM TAKE-RIGHT-TOTAL
           MOVE "MOVES-KEPT"     TO WS-WANT-NAME
           PERFORM ADD-RIGHT-TOTAL
           MOVE "MOVES-DROPPED"  TO WS-WANT-NAME
           PERFORM ADD-RIGHT-TOTAL
           PERFORM JUDGE-RULE

           MOVE "TTTHSKP GAMES READ = ARCH+KEPT+DROPPED"
                TO WS-RULE-TEXT
           PERFORM START-OPTIONAL-RULE
           MOVE "GAMES-READ"     TO WS-WANT-NAME
           PERFORM TAKE-LEFT-TOTAL
           MOVE "GAMES-ARCHIVED" TO WS-WANT-NAME
           PERFORM TAKE-RIGHT-TOTAL
           MOVE "GAMES-KEPT"     TO WS-WANT-NAME
           PERFORM ADD-RIGHT-TOTAL
           MOVE "GAMES-DROPPED"  TO WS-WANT-NAME
           PERFORM ADD-RIGHT-TOTAL
           PERFORM JUDGE-RULE
           .

      * --------------------------------------------------------------
      *   RATING - EVERY RESULT LOADED WAS RATED, AND EACH AS ONE KIND
      * --------------------------------------------------------------
       CHECK-RATING-RULES.
           MOVE "TTTRATE RESULTS LOADED = RESULTS RATED"
                TO WS-RULE-TEXT
           MOVE "TTTRATE"        TO WS-RULE-STEP
           PERFORM START-OPTIONAL-RULE
           MOVE "EVENTS-LOADED"  TO WS-WANT-NAME
           PERFORM TAKE-LEFT-TOTAL
           MOVE "RESULTS-RATED"  TO WS-WANT-NAME
           PERFORM TAKE-RIGHT-TOTAL
           PERFORM JUDGE-RULE

           MOVE "TTTRATE RATED = CPU+CASUAL+TOURNAMENT"
                TO WS-RULE-TEXT
           PERFORM START-OPTIONAL-RULE
           MOVE "RESULTS-RATED"  TO WS-WANT-NAME
           PERFORM TAKE-LEFT-TOTAL
           MOVE "CPU-RATED"      TO WS-WANT-NAME
           PERFORM TAKE-RIGHT-TOTAL
           MOVE "CASUAL-RATED"   TO WS-WANT-NAME
           PERFORM ADD-RIGHT-TOTAL
           MOVE "TOURN-RATED"    TO WS-WANT-NAME
           PERFORM ADD-RIGHT-TOTAL
           PERFORM JUDGE-RULE
           .

      * --------------------------------------------------------------
      *   CONSOLIDATION - EVERY INCOMING ROW MERGED OR REJECTED
      * --------------------------------------------------------------
       CHECK-MERGE-RULES.
           MOVE "TTTMERGE GAMES READ = MERGED+REJECTED"
                TO WS-RULE-TEXT
           MOVE "TTTMERGE"         TO WS-RULE-STEP
           PERFORM START-OPTIONAL-RULE
           MOVE "GAMES-READ"       TO WS-WANT-NAME
           PERFORM TAKE-LEFT-TOTAL
           MOVE "GAMES-MERGED"     TO WS-WANT-NAME
           PERFORM TAKE-RIGHT-TOTAL
           MOVE "GAMES-REJECTED"   TO WS-WANT-NAME
           PERFORM ADD-RIGHT-TOTAL
           PERFORM JUDGE-RULE

           MOVE "TTTMERGE MOVES READ = MERGED+REJECTED"
                TO WS-RULE-TEXT
           PERFORM START-OPTIONAL-RULE
           MOVE "MOVES-READ"       TO WS-WANT-NAME
           PERFORM TAKE-LEFT-TOTAL
           MOVE "MOVES-MERGED"     TO WS-WANT-NAME
           PERFORM TAKE-RIGHT-TOTAL
           MOVE "MOVES-REJECTED"   TO WS-WANT-NAME
           PERFORM ADD-RIGHT-TOTAL
           PERFORM JUDGE-RULE

           MOVE "TTTMERGE MATCHES READ = MERGED+REJECTED"
                TO WS-RULE-TEXT
           PERFORM START-OPTIONAL-RULE
           MOVE "MATCHES-READ"     TO WS-WANT-NAME
           PERFORM TAKE-LEFT-TOTAL
           MOVE "MATCHES-MERGED"   TO WS-WANT-NAME
           PERFORM TAKE-RIGHT-TOTAL
           MOVE "MATCHES-REJECTED" TO WS-WANT-NAME
           PERFORM ADD-RIGHT-TOTAL
           PERFORM JUDGE-RULE
           .

      * --------------------------------------------------------------
      *   PUZZLE HARVEST - EVERY MISS FOUND WAS FILED, AS A NEW
      *   PUZZLE OR AGAINST ONE ALREADY ON FILE
      * --------------------------------------------------------------
       CHECK-HARVEST-RULES.
           MOVE "TTTHARV MISSES FOUND = ADDED+MISSED AGAIN"
                TO WS-RULE-TEXT
           MOVE "TTTHARV"          TO WS-RULE-STEP
           PERFORM START-OPTIONAL-RULE
           MOVE "MISSES-FOUND"     TO WS-WANT-NAME
           PERFORM TAKE-LEFT-TOTAL
           MOVE "PUZZLES-ADDED"    TO WS-WANT-NAME
           PERFORM TAKE-RIGHT-TOTAL
           MOVE "PUZZLES-AGAIN"    TO WS-WANT-NAME
           PERFORM ADD-RIGHT-TOTAL
           PERFORM JUDGE-RULE
           .
      /
      * --------------------------------------------------------------
      *   RULE MACHINERY. A RULE NAMES ITS STEP (WS-RULE-STEP) AND
      *   TAKES ITS TWO SIDES FROM THAT STEP'S TOTALS, OR FROM THIS
      *   STEP'S OWN GAME LOG COUNTS. A REQUIRED RULE WITH A TOTAL
      *   MISSING IS OUT OF BALANCE; AN OPTIONAL RULE WHOSE STEP
      *   POSTED NOTHING TONIGHT DID NOT RUN AND IS PASSED OVER.
      * --------------------------------------------------------------
       START-REQUIRED-RULE.
           SET RULE-REQUIRED TO TRUE
           PERFORM START-RULE
           .

       START-OPTIONAL-RULE.
           SET RULE-OPTIONAL TO TRUE
           PERFORM START-RULE
           .

       START-RULE.
           SET RULE-NO-GAP TO TRUE
           MOVE SPACE  TO WS-RULE-STATE
           MOVE SPACES TO WS-RULE-NOTE
           MOVE ZERO   TO WS-LEFT-VALUE
                          WS-RIGHT-VALUE

           SET STEP-NOT-POSTED TO TRUE
           PERFORM VARYING WS-LG-IDX FROM 1 BY 1
                   UNTIL WS-LG-IDX > WS-LG-COUNT
              IF WS-LG-STEP(WS-LG-IDX) = WS-RULE-STEP
                 SET STEP-POSTED TO TRUE
              END-IF
           END-PERFORM
           .

      * ... FIND ONE POSTED TOTAL BY STEP AND NAME
       FETCH-TOTAL.
           SET TOTAL-NOT-FOUND TO TRUE
           MOVE ZERO TO WS-GOT-VALUE
                        WS-GOT-FROM
                        WS-GOT-TO
           PERFORM VARYING WS-LG-IDX FROM 1 BY 1
                   UNTIL WS-LG-IDX > WS-LG-COUNT
              IF WS-LG-STEP(WS-LG-IDX) = WS-WANT-STEP
                 AND WS-LG-NAME(WS-LG-IDX) = WS-WANT-NAME
                 SET TOTAL-FOUND TO TRUE
                 MOVE WS-LG-VALUE(WS-LG-IDX) TO WS-GOT-VALUE
                 MOVE WS-LG-FROM(WS-LG-IDX)  TO WS-GOT-FROM
                 MOVE WS-LG-TO(WS-LG-IDX)    TO WS-GOT-TO
              END-IF
           END-PERFORM
           .

       TAKE-LEFT-TOTAL.
           MOVE WS-RULE-STEP TO WS-WANT-STEP
           PERFORM FETCH-TOTAL
           IF TOTAL-FOUND
              MOVE WS-GOT-VALUE TO WS-LEFT-VALUE
           ELSE
              SET RULE-HAS-GAP TO TRUE
           END-IF
           .

       TAKE-RIGHT-TOTAL.
           MOVE WS-RULE-STEP TO WS-WANT-STEP
           PERFORM FETCH-TOTAL
           MOVE ZERO TO WS-RIGHT-VALUE
           PERFORM USE-AS-RIGHT-TOTAL
           .

       ADD-RIGHT-TOTAL.
           MOVE WS-RULE-STEP TO WS-WANT-STEP
           PERFORM FETCH-TOTAL
           PERFORM USE-AS-RIGHT-TOTAL
           .

      * ... ADDS THE TOTAL JUST FETCHED INTO THE RIGHT-HAND SIDE
       USE-AS-RIGHT-TOTAL.
           IF TOTAL-FOUND
              ADD WS-GOT-VALUE TO WS-RIGHT-VALUE
           ELSE
              SET RULE-HAS-GAP TO TRUE
           END-IF
           .

       JUDGE-RULE.
           EVALUATE TRUE
              WHEN RULE-OPTIONAL AND STEP-NOT-POSTED
                   SET RULE-NOT-RUN TO TRUE
              WHEN RULE-NOT-CHECKED
                   CONTINUE
              WHEN RULE-HAS-GAP
                   SET RULE-OUT-OF-BALANCE TO TRUE
                   MOVE "NOT POSTED" TO WS-RULE-NOTE
              WHEN WS-RULE-NOTE NOT = SPACES
                   SET RULE-OUT-OF-BALANCE TO TRUE
              WHEN WS-LEFT-VALUE = WS-RIGHT-VALUE
                   SET RULE-IN-BALANCE TO TRUE
              WHEN OTHER
                   SET RULE-OUT-OF-BALANCE TO TRUE
           END-EVALUATE

           MOVE WS-RULE-TEXT   TO WS-RL-TEXT
           MOVE WS-LEFT-VALUE  TO WS-RL-LEFT
           MOVE WS-RIGHT-VALUE TO WS-RL-RIGHT
           MOVE WS-RULE-NOTE   TO WS-RL-NOTE
           EVALUATE TRUE
              WHEN RULE-IN-BALANCE
                   MOVE "IN BALANCE"     TO WS-RL-RESULT
                   ADD 1 TO WS-RULES-CHECKED
                   ADD 1 TO WS-RULES-BALANCED
              WHEN RULE-OUT-OF-BALANCE
                   MOVE "OUT OF BALANCE" TO WS-RL-RESULT
                   ADD 1 TO WS-RULES-CHECKED
                   ADD 1 TO WS-RULES-OUT
              WHEN OTHER
                   MOVE "NOT CHECKED"    TO WS-RL-RESULT
                   IF RULE-NOT-RUN
                      MOVE "STEP NOT RUN" TO WS-RL-NOTE
                      MOVE ZERO           TO WS-RL-LEFT
                                             WS-RL-RIGHT
                   END-IF
                   ADD 1 TO WS-RULES-NOT-RUN
           END-EVALUATE

           MOVE SPACES       TO REPORT-LINE
           MOVE WS-RULE-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           .
      /
      * --------------------------------------------------------------
      *   TRAILER - THE VERDICT FOR THE NIGHT
      * --------------------------------------------------------------
       PRINT-TRAILER.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE "GAMELOG ROWS READ"          TO WS-TR-LABEL
           MOVE WS-LOG-ROWS                  TO WS-TR-VALUE
           PERFORM PRINT-TRAILER-LINE

           MOVE "RULES CHECKED"              TO WS-TR-LABEL
           MOVE WS-RULES-CHECKED             TO WS-TR-VALUE
           PERFORM PRINT-TRAILER-LINE

           MOVE "  IN BALANCE"               TO WS-TR-LABEL
           MOVE WS-RULES-BALANCED            TO WS-TR-VALUE
           PERFORM PRINT-TRAILER-LINE

           MOVE "  OUT OF BALANCE"           TO WS-TR-LABEL
           MOVE WS-RULES-OUT                 TO WS-TR-VALUE
           PERFORM PRINT-TRAILER-LINE

           MOVE "RULES NOT CHECKED"          TO WS-TR-LABEL
           MOVE WS-RULES-NOT-RUN             TO WS-TR-VALUE
           PERFORM PRINT-TRAILER-LINE

      * ... A LEDGER TOO BIG FOR THE TABLE MEANS SOME TOTALS WERE
      * ... NEVER LOOKED AT - THAT CANNOT BE CALLED BALANCED
           IF WS-LG-OVERFLOW > ZERO
              MOVE "LEDGER ROWS NOT LOADED"  TO WS-TR-LABEL
              MOVE WS-LG-OVERFLOW            TO WS-TR-VALUE
              PERFORM PRINT-TRAILER-LINE
              ADD 1 TO WS-RULES-OUT
           END-IF

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-RULES-OUT > ZERO
              MOVE "*** THE NIGHT IS OUT OF BALANCE - THE RULES MARKED"
                   TO REPORT-LINE
              WRITE REPORT-LINE
              MOVE "*** ABOVE MUST BE EXPLAINED BEFORE THE FEED AND THE"
                   TO REPORT-LINE
              WRITE REPORT-LINE
              MOVE "*** LISTINGS ARE RELEASED"
                   TO REPORT-LINE
              WRITE REPORT-LINE
           ELSE
              MOVE "ALL CONTROL TOTALS IN BALANCE" TO REPORT-LINE
              WRITE REPORT-LINE
           END-IF
           .

       PRINT-TRAILER-LINE.
           MOVE SPACES          TO REPORT-LINE
           MOVE WS-TRAILER-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           .

      * --------------------------------------------------------------
      *   EVERY TOTAL POSTED FOR THE NIGHT, AS THE STEPS POSTED THEM
      * --------------------------------------------------------------
       PRINT-POSTED-TOTALS.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "CONTROL TOTALS POSTED FOR THE NIGHT" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           STRING "STEP      TOTAL                   VALUE  "
                  "DATA FROM DATA TO"
                  DELIMITED BY SIZE
                  INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "--------  ----------------  -----------  "
                  "--------  --------"
                  DELIMITED BY SIZE
                  INTO REPORT-LINE
           WRITE REPORT-LINE

           PERFORM VARYING WS-LG-IDX FROM 1 BY 1
                   UNTIL WS-LG-IDX > WS-LG-COUNT
              MOVE WS-LG-STEP(WS-LG-IDX)  TO WS-TL-STEP
              MOVE WS-LG-NAME(WS-LG-IDX)  TO WS-TL-NAME
              MOVE WS-LG-VALUE(WS-LG-IDX) TO WS-TL-VALUE
              MOVE WS-LG-FROM(WS-LG-IDX)  TO WS-TL-FROM
              MOVE WS-LG-TO(WS-LG-IDX)    TO WS-TL-TO
              MOVE SPACES        TO REPORT-LINE
              MOVE WS-TOTAL-LINE TO REPORT-LINE
              WRITE REPORT-LINE
           END-PERFORM
           .
      /
      * --------------------------------------------------------------
      *   THIS STEP'S OWN COUNTS GO ON THE LEDGER TOO
      * --------------------------------------------------------------
       POST-CONTROL-TOTALS.
           MOVE "TTTBAL"               TO PST-STEP-NAME
           MOVE WS-BAL-DATE            TO PST-DATA-FROM
                                          PST-DATA-TO

           MOVE "GAMELOG-ROWS"         TO PST-TOTAL-NAME
           MOVE WS-LOG-ROWS            TO PST-TOTAL-VALUE
           CALL "TTTPOST" USING TTT-POST-AREA

           MOVE "DAY-GAMES"            TO PST-TOTAL-NAME
           MOVE WS-DAY-GAMES           TO PST-TOTAL-VALUE
           CALL "TTTPOST" USING TTT-POST-AREA

           MOVE "RULES-OUT"            TO PST-TOTAL-NAME
           MOVE WS-RULES-OUT           TO PST-TOTAL-VALUE
           CALL "TTTPOST" USING TTT-POST-AREA
           .
