       PROGRAM-ID.          TICTACTOE.
       AUTHOR.              ISAAC GARCIA PEVERI
       DATE-WRITTEN.        26.02.2024 - 27.02.2024
      * LAST EDIT           15.10.2026.
       REMARKS.             A MODERN TIC TAC TOE WRITTEN IN COBOL.
      /
      ******************************************************************
      *                    SESSIONS.DAT AT SIGN-ON AND CLEARED AT
      *                    EXIT SO THE FILE-REWRITING UTILITIES CAN
      *                    REFUSE TO RUN AGAINST A LIVE FLOOR.
      *             15.10.2026 MOD.11: SESSION HISTORY - EVERY
      *                    SESSION NOW ALSO GETS ITS OWN ROW ON
      *                    SESSHIST.DAT (OPERATOR, WORKSTATION, SIGN-
      *                    ON/SIGN-OFF STAMPS, 1-PLAYER AND 2-PLAYER
      *                    GAMES FINISHED, AND WHETHER IT ENDED
      *                    NORMALLY). A SESSION FOUND STILL ACTIVE AT
      *                    THE OPERATOR'S NEXT SIGN-ON IS CLOSED OFF
      *                    AS CRASHED. READ BY THE TTTSESS TERMINAL
      *                    UTILIZATION REPORT.
      *             15.10.2026 MOD.12: TOURNAMENT TAGGING - WHEN A
      *                    2-PLAYER GAME STARTS BETWEEN TWO PLAYERS
      *                    WHO HAVE A PENDING CURRENT-ROUND MATCH ON
      *                    TOURNEY.DAT, THE PLAYERS ARE ASKED WHETHER
      *                    THIS IS THE TOURNAMENT MATCH; IF SO THE
      *                    MATCHLOG.DAT RESULT CARRIES THE ROUND AND
      *                    MATCH NUMBER, AND ONLY SUCH A TAGGED RESULT
      *                    CAN SETTLE THE MATCH IN TTTTOURN.
      *             15.10.2026 MOD.13: TRAINING MODE - A THIRD STOP ON
      *                    THE PB-MODE CYCLE. THE GRID SHOWS AN ACTIVE
      *                    PUZZLE FROM PUZZLES.DAT (POSITIONS WHERE
      *                    SOMEBODY ON THE FLOOR MISSED A FORCED WIN OR
      *                    WALKED INTO A LOSS, HARVESTED BY TTTHARV)
      *                    AND THE OPERATOR CLICKS THE WINNING OR
      *                    SAVING MOVE. EACH ANSWER GOES TO PUZZRES.DAT
      *                    ONLY - NO STATS, GAME LOG OR MOVE LOG.
      *             15.10.2026 MOD.14: GAME-HISTORY STORE - EVERY
      *                    FINISHED GAME, 1-PLAYER OR 2-PLAYER, IS ALSO
      *                    FILED AS ONE ROW OF THE INDEXED GAMEHIST.DAT
      *                    STORE, CARRYING ITS MOVES (KEPT IN MEMORY AS
      *                    THEY ARE LOGGED, AND RELOADED FROM THE MOVE
      *                    LOG WHEN A CHECKPOINTED GAME IS RESUMED).
      *                    THE BATCH JOBS AND TTTREPLY READ THE STORE
      *                    BY KEY; THE LOGS STAY THE AUDIT COPY.
      *             15.10.2026 MOD.15: THE GAME-HISTORY STORE IS NO
      *                    LONGER CREATED HERE WHEN IT IS MISSING - AN
      *                    EMPTY STORE WOULD LOOK LOADED TO THE BATCH
      *                    JOBS. UNTIL TTTHLOAD HAS BUILT IT, THE ROW
      *                    IS SIMPLY NOT FILED (THE LOAD TAKES THE GAME
      *                    FROM THE LOGS).
      *             15.10.2026 MOD.16: THE SESSION-HISTORY CLOSE AT EXIT
      *                    CHECKS ITS READ AND REWRITE LIKE THE UPDATE
      *                    AFTER EACH GAME, SO A FAILED CLOSE IS SHOWN.
      ******************************************************************
      /
       ENVIRONMENT DIVISION.
              RECORD KEY   IS SES-OPERATOR-ID
              FILE STATUS  IS SESSION-FILE-STATUS.

           SELECT SESSION-HISTORY-FILE
              ASSIGN TO DYNAMIC CFG-SESSHIST-FILE
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              RECORD KEY   IS SHS-KEY
              FILE STATUS  IS SESSHIST-FILE-STATUS.

      *   THE KNOCKOUT BRACKET, READ ONLY - SAME LOCAL NAME TTTTOURN
      *   MAINTAINS IT UNDER
           SELECT TOURNEY-FILE ASSIGN TO "TOURNEY.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS  IS TOURNEY-FILE-STATUS.

      *   TRAINING PUZZLES HARVESTED BY TTTHARV AND ACTIVATED BY A
      *   SUPERVISOR IN TTTPUZM - READ ONLY HERE
           SELECT PUZZLE-FILE ASSIGN TO DYNAMIC CFG-PUZZLE-FILE
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              RECORD KEY   IS PZL-POSITION-CODE
              FILE STATUS  IS PUZZLE-FILE-STATUS.

      *   ONE ROW APPENDED PER TRAINING PUZZLE ANSWERED
           SELECT PUZZLE-RESULT-FILE ASSIGN TO DYNAMIC CFG-PUZZRES-FILE
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS  IS PUZZRES-FILE-STATUS.

      *   ONE ROW WRITTEN PER FINISHED GAME, MOVES AND ALL
           SELECT GAME-HISTORY-FILE ASSIGN TO DYNAMIC CFG-GAMEHIST-FILE
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              RECORD KEY   IS GHS-KEY
              ALTERNATE RECORD KEY IS GHS-OPERATOR-KEY
                 WITH DUPLICATES
              ALTERNATE RECORD KEY IS GHS-SITE-KEY
                 WITH DUPLICATES
              LOCK MODE    IS MANUAL
              FILE STATUS  IS GAMEHIST-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STATS-FILE.
       FD  SESSION-FILE.
           COPY "SESSREC.CPY".

       FD  SESSION-HISTORY-FILE.
           COPY "SHISTREC.CPY".

       FD  TOURNEY-FILE.
           COPY "TOURNREC.CPY".
       FD  PUZZLE-FILE.
           COPY "PUZZREC.CPY".
       FD  PUZZLE-RESULT-FILE.
           COPY "PZRSREC.CPY".
       FD  GAME-HISTORY-FILE.
           COPY "GHISTREC.CPY".

       WORKING-STORAGE SECTION.
          COPY "ACUGUI.DEF".
          COPY "ACUCOBOL.DEF".
      * THE NEXT. THE LAST NUMBER HANDED OUT LIVES IN CKP-GAME-NUMBER.
       77 GAME-NUMBER            PIC 9(5)  VALUE ZERO.

      * GAME-HISTORY STORE (GAMEHIST.DAT) WORKING FIELDS - THE MOVES
      * OF THE GAME IN PLAY, KEPT AS THEY ARE LOGGED SO THE ROW FILED
      * WHEN THE GAME FINISHES CARRIES THEM ALL
       77 GAMEHIST-FILE-STATUS   PIC X(2)  VALUE SPACES.
       77 HIST-MOVE-IDX          PIC 9(2)  VALUE ZERO.
       77 FLAG-HIST-CELL         PIC X(1)  VALUE "N".
           88 HIST-CELL-REPEATED    VALUE "Y".
           88 HIST-CELL-NEW         VALUE "N".
       77 FLAG-HIST-RELOAD-EOF   PIC X(1)  VALUE "N".
           88 HIST-RELOAD-EOF       VALUE "Y".
           88 HIST-RELOAD-NOT-EOF   VALUE "N".
       01 HIST-MOVE-LIST.
          05 HIST-MOVE-COUNT     PIC 9(1)  VALUE ZERO.
          05 HIST-MOVE OCCURS 9 TIMES.
             10 HIST-MV-MOVER    PIC X(8).
             10 HIST-MV-CELL     PIC 9(1).
             10 HIST-MV-TIME     PIC 9(6).

      * OPERATOR MASTER (OPERMAST.DAT) WORKING FIELDS - THE ENTERED
      * NAME IS VALIDATED AGAINST THE MASTER (OR PICKED FROM THE
      * LB-OPERATORS LIST) SO MISSPELLINGS NO LONGER BREED PHANTOM
       77 MSG-PIN-LABEL         PIC  X(12) VALUE SPACES.
       77 MSG-PIN-REJECTED      PIC  X(40) VALUE SPACES.

      * SESSION HISTORY (SESSHIST.DAT) WORKING FIELDS - THIS
      * SESSION'S ROW IS KEYED BY OPERATOR-NAME AND THE SIGN-ON
      * STAMP BELOW, AND CARRIES THE GAMES FINISHED SO FAR. A STALE
      * ACTIVE SESSIONS.DAT ROW FOUND AT SIGN-ON NAMES THE CRASHED
      * SESSION WHOSE HISTORY ROW IS CLOSED OFF.
       77 SESSHIST-FILE-STATUS  PIC  X(2)  VALUE SPACES.
       77 TERMINAL-ID           PIC  X(16) VALUE SPACES.
       77 SESSION-SIGNON-DATE   PIC  9(8)  VALUE ZERO.
       77 SESSION-SIGNON-TIME   PIC  9(6)  VALUE ZERO.
       77 SESSION-GAMES-1P      PIC  9(4)  VALUE ZERO.
       77 SESSION-GAMES-2P      PIC  9(4)  VALUE ZERO.
       77 STALE-SIGNON-DATE     PIC  9(8)  VALUE ZERO.
       77 STALE-SIGNON-TIME     PIC  9(6)  VALUE ZERO.
       77 FLAG-STALE-SESSION    PIC  X(1)  VALUE "N".
           88 STALE-SESSION-FOUND      VALUE "Y".
           88 NO-STALE-SESSION         VALUE "N".
       77 FLAG-SESSION-HISTORY  PIC  X(1)  VALUE "N".
           88 SESSION-HISTORY-OPEN     VALUE "Y".
           88 SESSION-HISTORY-NOT-OPEN VALUE "N".
       77 FLAG-HISTORY-ROW      PIC  X(1)  VALUE "N".
           88 HISTORY-ROW-FOUND        VALUE "Y".
           88 HISTORY-ROW-NOT-FOUND    VALUE "N".

      * TOURNAMENT TAGGING - SET AT THE START OF EVERY 2-PLAYER GAME
      * FROM THE PENDING CURRENT-ROUND TOURNEY.DAT MATCH BETWEEN THE
      * TWO PLAYERS, IF ANY, AND THE PLAYERS' ANSWER ON FORMTN. A
      * TOURNAMENT GAME STAMPS TOURN-ROUND/TOURN-MATCH ON ITS
      * MATCHLOG.DAT RESULT.
       77 TOURNEY-FILE-STATUS   PIC  X(2)  VALUE SPACES.
       77 FORMTN-HANDLE                    USAGE HANDLE OF WINDOW.
       77 TOURN-CURRENT-ROUND   PIC  9(2)  VALUE ZERO.
       77 TOURN-ROUND           PIC  9(2)  VALUE ZERO.
       77 TOURN-MATCH           PIC  9(3)  VALUE ZERO.
       77 TOURN-MATCH-DESC      PIC  X(30) VALUE SPACES.
       77 FLAG-TOURNEY-EOF      PIC  X(1)  VALUE "N".
           88 TOURNEY-EOF              VALUE "Y".
           88 TOURNEY-NOT-EOF          VALUE "N".
       77 FLAG-TOURNEY-PENDING  PIC  X(1)  VALUE "N".
           88 TOURNEY-MATCH-PENDING    VALUE "Y".
           88 NO-TOURNEY-MATCH         VALUE "N".
       77 FLAG-TOURNAMENT-GAME  PIC  X(1)  VALUE "N".
           88 TOURNAMENT-GAME          VALUE "Y".
           88 CASUAL-GAME              VALUE "N".
       77 MSG-TOURN-PROMPT      PIC  X(40) VALUE SPACES.
       77 MSG-YES-BUTTON        PIC  X(10) VALUE SPACES.
       77 MSG-NO-BUTTON         PIC  X(10) VALUE SPACES.
       77 MSG-ROUND-LABEL       PIC  X(08) VALUE SPACES.
       77 MSG-MATCH-LABEL       PIC  X(08) VALUE SPACES.

      * TRAINING MODE - ONE ACTIVE PUZZLES.DAT POSITION AT A TIME,
      * SERVED IN POSITION-CODE ORDER FROM A STARTING POINT PICKED
      * OFF THE CLOCK, AND WRAPPING ROUND ONCE AT THE END OF THE FILE.
      * EACH ANSWER IS APPENDED TO PUZZRES.DAT - A TRAINING ATTEMPT
      * IS NOT A GAME AND NEVER REACHES STATS/GAMELOG/MOVELOG.DAT.
       77 PUZZLE-FILE-STATUS    PIC  X(2)  VALUE SPACES.
       77 PUZZRES-FILE-STATUS   PIC  X(2)  VALUE SPACES.
       77 PUZZLE-LAST-CODE      PIC  9(5)  VALUE ZERO.
       77 PUZZLE-CODE           PIC  9(5)  VALUE ZERO.
       77 PUZZLE-KIND           PIC  X(1)  VALUE SPACES.
           88 PUZZLE-FIND-WIN          VALUE "W".
           88 PUZZLE-FIND-SAVE         VALUE "S".
       77 PUZZLE-SOLUTION       PIC  X(9)  VALUE SPACES.
       77 PUZZLE-WRAPS          PIC  9(1)  VALUE ZERO.
       77 FLAG-PUZZLE-SEEDED    PIC  X(1)  VALUE "N".
           88 PUZZLE-START-SEEDED      VALUE "Y".
       77 FLAG-PUZZLE-FOUND     PIC  X(1)  VALUE "N".
           88 PUZZLE-FOUND             VALUE "Y".
           88 PUZZLE-NOT-FOUND         VALUE "N".
       77 FLAG-PUZZLE-EOF       PIC  X(1)  VALUE "N".
           88 PUZZLE-EOF               VALUE "Y".
           88 PUZZLE-NOT-EOF           VALUE "N".
       77 FLAG-PUZZLE-STATE     PIC  X(1)  VALUE "N".
           88 PUZZLE-AWAITING-ANSWER   VALUE "Y".
           88 PUZZLE-ANSWERED          VALUE "N".
       77 FLAG-PUZZLE-OUTCOME   PIC  X(1)  VALUE SPACES.
           88 PUZZLE-SOLVED            VALUE "S".
           88 PUZZLE-MISSED            VALUE "M".
       77 MSG-MODE-TR           PIC  X(23) VALUE SPACES.
       77 MSG-PUZZLE-WIN        PIC  X(36) VALUE SPACES.
       77 MSG-PUZZLE-SAVE       PIC  X(36) VALUE SPACES.
       77 MSG-PUZZLE-SOLVED     PIC  X(36) VALUE SPACES.
       77 MSG-PUZZLE-MISSED     PIC  X(36) VALUE SPACES.
       77 MSG-NO-PUZZLES        PIC  X(36) VALUE SPACES.

      * PROPERTIES & USER DEFINED WORKING STOARGE
       77 FLAG-FIRST-TIME   PIC  X(1).
           88 FIRST-TIME           VALUE "F".
           88 DIFFICULTY-NORMAL        VALUE "N".
           88 DIFFICULTY-UNBEATABLE    VALUE "U".

      * GAME MODE - ONE PLAYER AGAINST THE CPU, TWO PLAYERS TAKING
      * TURNS ON THE SAME GRID, OR TRAINING ON A HARVESTED PUZZLE -
      * CYCLED VIA PB-MODE
       77 FLAG-GAME-MODE    PIC  X(1) VALUE "1".
           88 SINGLE-PLAYER-MODE       VALUE "1".
           88 TWO-PLAYER-MODE          VALUE "2".
           88 TRAINING-MODE            VALUE "3".

       77 FLAG-CURRENT-TURN PIC  X(1) VALUE "1".
           88 PLAYER-ONE-TURN          VALUE "1".
             EXCEPTION-VALUE 13
             ID 91001.

      * --------------------------------------------------------------
      *  SMALL PROMPT SHOWN WHEN A 2-PLAYER GAME STARTS BETWEEN TWO
      *  PLAYERS WHO HAVE A PENDING TOURNAMENT MATCH - ASKS WHETHER
      *  THIS GAME IS THAT MATCH
      * --------------------------------------------------------------
       01 FORMTN.
          05 LABEL LINE 2 COL 4
             TITLE MSG-TOURN-PROMPT.

          05 LABEL LINE 4 COL 4 COLOR 3
             TITLE TOURN-MATCH-DESC.

          05 PB-TN-YES PUSH-BUTTON LINE 6 COL 4 LINES 1 SIZE 10
             TITLE MSG-YES-BUTTON
             EXCEPTION-VALUE 17
             ID 92001.

          05 PB-TN-NO PUSH-BUTTON LINE 6 COL 16 LINES 1 SIZE 10
             TITLE MSG-NO-BUTTON
             EXCEPTION-VALUE 18
             ID 92002.

      * --------------------------------------------------------------
      *  THIS IS THE MAIN FORM WITH ALL THE ELEMENTS
      * --------------------------------------------------------------
             EXCEPTION-VALUE 5002
             ID 50003.

      *   GAME MODE SELECTOR - CLICK TO CYCLE 1 GIOCATORE/2 GIOCATORI/
      *   ALLENAMENTO
          05 PB-MODE PUSH-BUTTON LINE 24 COL 9 LINES 1 SIZE 23
             TITLE MSG-MODE-1P
             EXCEPTION-VALUE 5003
           ELSE
              PERFORM INITIALIZE-GAME
              PERFORM CLEAR-CHECKPOINT
              IF NOT TRAINING-MODE
                 PERFORM ASSIGN-GAME-NUMBER
              END-IF
           END-IF

           PERFORM DISPLAY-SCREEN

           IF RESUME-GAME
              PERFORM REFRESH-GRID-DISPLAY
      * ...  THE TOURNAMENT ANSWER IS NOT CHECKPOINTED - A RESUMED
      * ...  2-PLAYER GAME IS SIMPLY ASKED AGAIN
              IF TWO-PLAYER-MODE
                 PERFORM CHECK-TOURNAMENT-MATCH
              END-IF
           ELSE
      * ...  A SAVED PREFERENCE CAN BRING THE GAME UP IN 2-PLAYER
      * ...  MODE, WHERE THE CPU NEVER OPENS - ASK FOR THE SECOND
      * ...  PLAYER INSTEAD - OR IN TRAINING MODE, WHERE THE FIRST
      * ...  PUZZLE GOES STRAIGHT ON THE GRID
              EVALUATE TRUE
                 WHEN TWO-PLAYER-MODE
                    PERFORM CAPTURE-PLAYER2-NAME
                    PERFORM CHECK-TOURNAMENT-MATCH
                 WHEN TRAINING-MODE
                    PERFORM LOAD-NEXT-PUZZLE
                 WHEN OTHER
                    MOVE FUNCTION CURRENT-DATE(15:1) TO COMPUTER-CHOSE
                    IF COMPUTER-CHOSE NOT = 7
                       SET CPU-STARTS TO TRUE
                       PERFORM COMPUTER-MOVE
                    END-IF
              END-EVALUATE
           END-IF

           PERFORM FORM1-WORKING-CYCLE
           IF PREFS-FILE-STATUS NOT = "35"
              CLOSE PREFS-FILE
           END-IF

           OPEN INPUT PUZZLE-FILE
           PERFORM CHECK-PUZZLE-STATUS
           IF PUZZLE-FILE-STATUS NOT = "35"
              CLOSE PUZZLE-FILE
           END-IF

           OPEN INPUT GAME-HISTORY-FILE
           PERFORM CHECK-GAMEHIST-STATUS
           IF GAMEHIST-FILE-STATUS NOT = "35"
              CLOSE GAME-HISTORY-FILE
           END-IF
           .

      * --------------------------------------------------------------
           PERFORM CHECK-FILE-STATUS
           .

       CHECK-TOURNEY-STATUS.
           MOVE TOURNEY-FILE-STATUS    TO FILE-ERROR-STATUS
           MOVE "TOURNEY"              TO FILE-ERROR-NAME
           PERFORM CHECK-FILE-STATUS
           .

       CHECK-SESSHIST-STATUS.
           MOVE SESSHIST-FILE-STATUS   TO FILE-ERROR-STATUS
           MOVE "SESS HISTORY"         TO FILE-ERROR-NAME
           PERFORM CHECK-FILE-STATUS
           .

       CHECK-PUZZLE-STATUS.
           MOVE PUZZLE-FILE-STATUS     TO FILE-ERROR-STATUS
           MOVE "PUZZLES"              TO FILE-ERROR-NAME
           PERFORM CHECK-FILE-STATUS
           .

       CHECK-PUZZRES-STATUS.
           MOVE PUZZRES-FILE-STATUS    TO FILE-ERROR-STATUS
           MOVE "PUZZLE RES"           TO FILE-ERROR-NAME
           PERFORM CHECK-FILE-STATUS
           .

       CHECK-GAMEHIST-STATUS.
           MOVE GAMEHIST-FILE-STATUS   TO FILE-ERROR-STATUS
           MOVE "GAME HISTORY"         TO FILE-ERROR-NAME
           PERFORM CHECK-FILE-STATUS
           .

       CHECK-FILE-STATUS.
           IF FILE-ERROR-STATUS = "00" OR "02" OR "05" OR "10"
              OR "23" OR "35"
           MOVE LANG-CLOCK-LABEL(LANG-IDX)       TO MSG-CLOCK-LABEL
           MOVE LANG-PIN-LABEL(LANG-IDX)         TO MSG-PIN-LABEL
           MOVE LANG-PIN-REJECTED(LANG-IDX)      TO MSG-PIN-REJECTED
           MOVE LANG-TOURN-PROMPT(LANG-IDX)      TO MSG-TOURN-PROMPT
           MOVE LANG-YES-BUTTON(LANG-IDX)        TO MSG-YES-BUTTON
           MOVE LANG-NO-BUTTON(LANG-IDX)         TO MSG-NO-BUTTON
           MOVE LANG-ROUND-LABEL(LANG-IDX)       TO MSG-ROUND-LABEL
           MOVE LANG-MATCH-LABEL(LANG-IDX)       TO MSG-MATCH-LABEL
           MOVE LANG-MODE-TR(LANG-IDX)           TO MSG-MODE-TR
           MOVE LANG-PUZZLE-WIN(LANG-IDX)        TO MSG-PUZZLE-WIN
           MOVE LANG-PUZZLE-SAVE(LANG-IDX)       TO MSG-PUZZLE-SAVE
           MOVE LANG-PUZZLE-SOLVED(LANG-IDX)     TO MSG-PUZZLE-SOLVED
           MOVE LANG-PUZZLE-MISSED(LANG-IDX)     TO MSG-PUZZLE-MISSED
           MOVE LANG-NO-PUZZLES(LANG-IDX)        TO MSG-NO-PUZZLES
           .
      /
      * --------------------------------------------------------------
                       MOVE PRF-DIFFICULTY TO FLAG-DIFFICULTY
                    END-IF
                    IF PRF-GAME-MODE = "1" OR PRF-GAME-MODE = "2"
                       OR PRF-GAME-MODE = "3"
                       MOVE PRF-GAME-MODE TO FLAG-GAME-MODE
                    END-IF
              END-READ
      * --------------------------------------------------------------
       INITIALIZE-GAME.
           INITIALIZE GRID-BUFFER
           MOVE ZERO TO HIST-MOVE-COUNT
           SET NONE-WINS       TO TRUE
           SET GRID-NOT-FULL   TO TRUE
           SET PLAYER-STARTS   TO TRUE
           .
      /
      * --------------------------------------------------------------
      *   CYCLE BETWEEN 1-PLAYER (AGAINST THE CPU), 2-PLAYER (HUMAN
      *   VS HUMAN, ALTERNATING TURNS ON THE SAME GRID) AND TRAINING
      *   (ONE HARVESTED PUZZLE AT A TIME) MODE EACH TIME PB-MODE IS
      *   CLICKED. A FRESH GAME IS STARTED SO THE TURN ORDER AND
      *   BITMAPS ARE NEVER LEFT INCONSISTENT.
      * --------------------------------------------------------------
       CYCLE-GAME-MODE.
           EVALUATE TRUE
                   SET TWO-PLAYER-MODE    TO TRUE
                   MODIFY PB-MODE TITLE MSG-MODE-2P
                   PERFORM CAPTURE-PLAYER2-NAME
              WHEN TWO-PLAYER-MODE
                   SET TRAINING-MODE      TO TRUE
                   MODIFY PB-MODE TITLE MSG-MODE-TR
              WHEN OTHER
                   SET SINGLE-PLAYER-MODE TO TRUE
                   MODIFY PB-MODE TITLE MSG-MODE-1P

           PERFORM INITIALIZE-GAME
           PERFORM CLEAR-CHECKPOINT

           EVALUATE TRUE
              WHEN TRAINING-MODE
                   PERFORM LOAD-NEXT-PUZZLE
              WHEN TWO-PLAYER-MODE
                   PERFORM ASSIGN-GAME-NUMBER
                   PERFORM CHECK-TOURNAMENT-MATCH
              WHEN OTHER
                   PERFORM ASSIGN-GAME-NUMBER
           END-EVALUATE
           .
      /
      * --------------------------------------------------------------
           .
      /
      * --------------------------------------------------------------
      *   A 2-PLAYER GAME IS STARTING - LOOK FOR A PENDING MATCH OF
      *   THE BRACKET'S CURRENT ROUND BETWEEN THESE TWO PLAYERS (IN
      *   EITHER CHAIR). WHEN THERE IS ONE THE PLAYERS SAY WHETHER
      *   THIS GAME IS IT; EVERY OTHER GAME GOES DOWN AS CASUAL. NO
      *   BRACKET ON FILE SIMPLY MEANS NO TOURNAMENT IS RUNNING.
      * --------------------------------------------------------------
       CHECK-TOURNAMENT-MATCH.
           SET CASUAL-GAME       TO TRUE
           SET NO-TOURNEY-MATCH  TO TRUE
           SET TOURNEY-NOT-EOF   TO TRUE
           MOVE ZERO             TO TOURN-CURRENT-ROUND
                                    TOURN-ROUND
                                    TOURN-MATCH

           OPEN INPUT TOURNEY-FILE
           PERFORM CHECK-TOURNEY-STATUS
           IF TOURNEY-FILE-STATUS = "35"
              SET TOURNEY-EOF TO TRUE
           END-IF

      * ... THE "H" HEADER IS ALWAYS WRITTEN FIRST, SO THE CURRENT
      * ... ROUND IS KNOWN BEFORE ANY MATCH RECORD IS LOOKED AT
           PERFORM UNTIL TOURNEY-EOF OR TOURNEY-MATCH-PENDING
              READ TOURNEY-FILE
                 AT END
                    SET TOURNEY-EOF TO TRUE
              END-READ
              PERFORM CHECK-TOURNEY-STATUS
              IF NOT TOURNEY-EOF
                 EVALUATE TRUE
                    WHEN TRN-HEADER-REC
                         MOVE TRN-ROUND TO TOURN-CURRENT-ROUND
                    WHEN TRN-MATCH-REC
                     AND TRN-PENDING
                     AND TRN-ROUND = TOURN-CURRENT-ROUND
                     AND ((TRN-PLAYER1-ID = OPERATOR-NAME
                           AND TRN-PLAYER2-ID = PLAYER2-NAME)
                       OR (TRN-PLAYER1-ID = PLAYER2-NAME
                           AND TRN-PLAYER2-ID = OPERATOR-NAME))
                         SET TOURNEY-MATCH-PENDING TO TRUE
                         MOVE TRN-ROUND        TO TOURN-ROUND
                         MOVE TRN-MATCH-NUMBER TO TOURN-MATCH
                 END-EVALUATE
              END-IF
           END-PERFORM

           IF TOURNEY-FILE-STATUS NOT = "35"
              CLOSE TOURNEY-FILE
           END-IF

           IF TOURNEY-MATCH-PENDING
              PERFORM ASK-TOURNAMENT-MATCH
           END-IF
           .

      * --------------------------------------------------------------
      *   ASK THE PLAYERS, ON A SMALL MODAL PROMPT, WHETHER THIS GAME
      *   IS THEIR TOURNAMENT MATCH. CLOSING THE PROMPT COUNTS AS NO
      *   - A WARM-UP MUST NEVER SETTLE A BRACKET MATCH BY DEFAULT.
      * --------------------------------------------------------------
       ASK-TOURNAMENT-MATCH.
           MOVE SPACES TO TOURN-MATCH-DESC
           STRING MSG-ROUND-LABEL DELIMITED BY " "
                  " "             DELIMITED BY SIZE
                  TOURN-ROUND     DELIMITED BY SIZE
                  " - "           DELIMITED BY SIZE
                  MSG-MATCH-LABEL DELIMITED BY " "
                  " "             DELIMITED BY SIZE
                  TOURN-MATCH     DELIMITED BY SIZE
                  INTO TOURN-MATCH-DESC

           DISPLAY STANDARD GRAPHICAL WINDOW
              LINES 8 SIZE 44 COLOR 65793,
              TITLE-BAR, TITLE MSG-WINDOW-TITLE, WITH SYSTEM MENU,
              HANDLE FORMTN-HANDLE

           DISPLAY FORMTN UPON FORMTN-HANDLE

           INITIALIZE KEY-STATUS
           PERFORM UNTIL KEY-STATUS = 17 OR KEY-STATUS = 18
              ACCEPT FORMTN
              IF EXIT-PUSHED
                 MOVE 18 TO KEY-STATUS
              END-IF
              IF EVENT-OCCURRED AND EVENT-TYPE = CMD-CLOSE
                 MOVE 18 TO KEY-STATUS
              END-IF
           END-PERFORM

           IF KEY-STATUS = 17
              SET TOURNAMENT-GAME TO TRUE
           END-IF

           DESTROY FORMTN-HANDLE
           INITIALIZE KEY-STATUS
           .
      /
      * --------------------------------------------------------------
      *   SET PB-DIFF/PB-MODE'S TITLES TO MATCH FLAG-DIFFICULTY AND
      *   FLAG-GAME-MODE AS THEY CURRENTLY STAND - USED AFTER A
      *   CHECKPOINT RESTORE, WHERE BOTH CAN COME BACK AS ANYTHING
           EVALUATE TRUE
              WHEN TWO-PLAYER-MODE
                   MODIFY PB-MODE TITLE MSG-MODE-2P
              WHEN TRAINING-MODE
                   MODIFY PB-MODE TITLE MSG-MODE-TR
              WHEN OTHER
                   MODIFY PB-MODE TITLE MSG-MODE-1P
           END-EVALUATE
           PERFORM UNTIL EXIT-PUSHED
      * ...   WITH THE SPEED-PLAY CLOCK ON AND A GAME IN PLAY, THE
      * ...   ACCEPT TIMES OUT ONCE A SECOND SO THE CLOCK CAN TICK
      * ...   DOWN WHILE THE PLAYER THINKS. A TRAINING PUZZLE IS
      * ...   NEVER AGAINST THE CLOCK.
              IF MOVE-CLOCK-ON AND NONE-WINS AND GRID-NOT-FULL
                 AND NOT TRAINING-MODE
                 ACCEPT FORM1 BEFORE TIME 100
                    ON EXCEPTION
                       PERFORM FORM1-TIMED-EVAL
           .

       SHOW-MOVE-CLOCK.
           IF MOVE-CLOCK-ON AND TRAINING-MODE
              MODIFY LBL-CLOCK TITLE SPACES
           END-IF
           IF MOVE-CLOCK-ON AND NOT TRAINING-MODE
              MOVE CLOCK-REMAIN TO CLOCK-REMAIN-EDIT
              MOVE SPACES       TO CLOCK-DISPLAY
              STRING MSG-CLOCK-LABEL   DELIMITED BY "  "
                    PERFORM FORM1-EXIT
                 END-IF

      * >...  TRAINING MODE - A CELL CLICK IS THE ANSWER TO THE
      * >...  PUZZLE ON THE GRID, NOT A MOVE IN A GAME
              WHEN TRAINING-MODE
                   AND KEY-STATUS >= 1001 AND KEY-STATUS <= 3003
                   PERFORM TRAINING-CELL-CLICK

      * >...  ONCE THE PUZZLE IS ANSWERED THE CURSOR STAYS PUT, SO THE
      * >...  MARKED SOLUTION CELLS ARE NOT PAINTED OVER
              WHEN TRAINING-MODE AND PUZZLE-ANSWERED
                   AND KEY-STATUS >= 6001 AND KEY-STATUS <= 6005
                   CONTINUE

      * >...  FIRST ROW BUTTON CLICKS
              WHEN KEY-STATUS = 1001
                   IF ROW-EL(1) = SPACES
                      END-IF
                   END-IF

              WHEN KEY-STATUS = 5001 AND TRAINING-MODE
                   PERFORM INITIALIZE-GAME
                   PERFORM LOAD-NEXT-PUZZLE

              WHEN KEY-STATUS = 5001
                   PERFORM INITIALIZE-GAME
                   PERFORM CLEAR-CHECKPOINT
                   PERFORM ASSIGN-GAME-NUMBER
                   IF TWO-PLAYER-MODE
                      PERFORM CHECK-TOURNAMENT-MATCH
                   END-IF

              WHEN KEY-STATUS = 5002
                   PERFORM CYCLE-DIFFICULTY
      *   MIRRORS THE MOUSE CELL-CLICK HANDLING IN FORM1-EVAL-FUNC.
      * --------------------------------------------------------------
       PLACE-AT-CURSOR.
           IF TRAINING-MODE
              IF ROW-EL(CUR-CELL-IDX) = SPACES
                 AND PUZZLE-AWAITING-ANSWER
                 MOVE CUR-CELL-IDX TO IDX
                 PERFORM ANSWER-PUZZLE
              END-IF
           ELSE
              IF ROW-EL(CUR-CELL-IDX) = SPACES AND NONE-WINS
                                               AND GRID-NOT-FULL
                 MOVE CUR-CELL-IDX TO IDX
                 PERFORM PLACE-PLAYER-MARK
                 PERFORM LOG-PLAYER-MOVE
                 PERFORM SAVE-CHECKPOINT
                 PERFORM ADVANCE-TURN
                 IF TWO-PLAYER-MODE
                    PERFORM EVALUATE-TURN-RESULT
                 ELSE
                    PERFORM COMPUTER-MOVE
                 END-IF
              END-IF
           END-IF
           .
           PERFORM CHECK-MOVE-LOG-STATUS

           CLOSE MOVE-LOG-FILE

           PERFORM KEEP-HISTORY-MOVE
           .

      * --------------------------------------------------------------
      *   HOLD THE MOVE JUST LOGGED FOR THE GAME'S HISTORY ROW. A
      *   CELL ALREADY HELD MEANS THE GRID WAS STARTED AGAIN UNDER THE
      *   SAME GAME NUMBER, SO THE LIST STARTS AGAIN WITH IT.
      * --------------------------------------------------------------
       KEEP-HISTORY-MOVE.
           SET HIST-CELL-NEW TO TRUE
           PERFORM VARYING HIST-MOVE-IDX FROM 1 BY 1
                   UNTIL HIST-MOVE-IDX > HIST-MOVE-COUNT
              IF HIST-MV-CELL(HIST-MOVE-IDX) = MVL-CELL-NUMBER
                 SET HIST-CELL-REPEATED TO TRUE
              END-IF
           END-PERFORM
           IF HIST-CELL-REPEATED
              MOVE ZERO TO HIST-MOVE-COUNT
           END-IF

           IF HIST-MOVE-COUNT < 9
              ADD 1 TO HIST-MOVE-COUNT
              MOVE MVL-MOVER       TO HIST-MV-MOVER(HIST-MOVE-COUNT)
              MOVE MVL-CELL-NUMBER TO HIST-MV-CELL(HIST-MOVE-COUNT)
              MOVE MVL-GAME-TIME   TO HIST-MV-TIME(HIST-MOVE-COUNT)
           END-IF
           .

      * --------------------------------------------------------------
      *   A RESUMED GAME'S EARLIER MOVES ARE ONLY ON THE MOVE LOG -
      *   PICK THEM BACK UP (THIS SITE'S ROWS FOR THE OPERATOR AND
      *   GAME NUMBER) SO THE HISTORY ROW STILL GETS THEM ALL
      * --------------------------------------------------------------
       RELOAD-HISTORY-MOVES.
           MOVE ZERO TO HIST-MOVE-COUNT
           SET HIST-RELOAD-NOT-EOF TO TRUE

           OPEN INPUT MOVE-LOG-FILE
           PERFORM CHECK-MOVE-LOG-STATUS
           IF MOVE-LOG-STATUS = "35"
              SET HIST-RELOAD-EOF TO TRUE
           END-IF

           PERFORM UNTIL HIST-RELOAD-EOF
              READ MOVE-LOG-FILE
                 AT END
                    SET HIST-RELOAD-EOF TO TRUE
                 NOT AT END
                    IF MVL-OPERATOR-ID = OPERATOR-NAME
                       AND MVL-GAME-NUMBER = GAME-NUMBER
                       AND MVL-SITE-CODE = SPACES
                       PERFORM KEEP-HISTORY-MOVE
                    END-IF
              END-READ
           END-PERFORM

           IF MOVE-LOG-STATUS NOT = "35"
              CLOSE MOVE-LOG-FILE
           END-IF
           .
      /
      * --------------------------------------------------------------
      * ... SEPARATE HEAD-TO-HEAD MATCH FILE INSTEAD.
           IF TWO-PLAYER-MODE
              PERFORM WRITE-MATCH-LOG
              ADD 1 TO SESSION-GAMES-2P
           ELSE
              PERFORM UPDATE-STATS-FILE
              PERFORM WRITE-GAME-LOG
              ADD 1 TO SESSION-GAMES-1P
           END-IF

      * ... THE GAME JUST ENDED, SO THERE IS NOTHING LEFT TO RESUME.
           PERFORM CLEAR-CHECKPOINT

           PERFORM UPDATE-SESSION-HISTORY
           .
      /
      * --------------------------------------------------------------
           WRITE GAME-LOG-RECORD
           PERFORM CHECK-GAME-LOG-STATUS

      * ... AND THE SAME GAME, WITH ITS MOVES, ON THE HISTORY STORE
           MOVE SPACES                      TO GAME-HISTORY-RECORD
           MOVE GML-GAME-DATE               TO GHS-GAME-DATE
           MOVE GML-GAME-TIME               TO GHS-GAME-TIME
           MOVE GML-OPERATOR-ID             TO GHS-OPERATOR-ID
           MOVE GML-GAME-NUMBER             TO GHS-GAME-NUMBER
           SET GHS-CPU-GAME                 TO TRUE
           MOVE GML-RESULT                  TO GHS-RESULT
           MOVE GML-DIFFICULTY              TO GHS-DIFFICULTY
           PERFORM WRITE-GAME-HISTORY

           CLOSE GAME-LOG-FILE
           .
      /
           END-IF
           PERFORM CHECK-MATCH-LOG-STATUS

      * ... EVERY FIELD IS SET BELOW EXCEPT THE TRAILING SITE CODE,
      * ... VOID FLAG AND (ON A CASUAL GAME) TOURNAMENT TAG, WHICH
      * ... MUST GO OUT AS SPACES - CLEAR THE WHOLE RECORD SO NO
      * ... BUFFER LEFTOVERS EVER REACH THE FILE
           MOVE SPACES                      TO MATCH-LOG-RECORD
           MOVE OPERATOR-NAME               TO MTC-PLAYER1-ID
           MOVE PLAYER2-NAME                TO MTC-PLAYER2-ID
           MOVE FUNCTION CURRENT-DATE(9:6)  TO MTC-GAME-TIME
           MOVE GAME-NUMBER                 TO MTC-GAME-NUMBER

      * ... A GAME THE PLAYERS CONFIRMED AS THEIR TOURNAMENT MATCH
      * ... CARRIES THE BRACKET ROUND AND MATCH; A CASUAL GAME KEEPS
      * ... THE TAG AS SPACES
           IF TOURNAMENT-GAME
              MOVE TOURN-ROUND              TO MTC-TOURN-ROUND
              MOVE TOURN-MATCH              TO MTC-TOURN-MATCH
           END-IF

           EVALUATE TRUE
      * ...     ON A TIMEOUT THE TURN STILL POINTS AT THE PLAYER WHO
      * ...     RAN OUT - THAT IS THE SIDE THAT FORFEITED
           WRITE MATCH-LOG-RECORD
           PERFORM CHECK-MATCH-LOG-STATUS

      * ... AND THE SAME GAME, WITH ITS MOVES, ON THE HISTORY STORE
           MOVE SPACES                      TO GAME-HISTORY-RECORD
           MOVE MTC-GAME-DATE               TO GHS-GAME-DATE
           MOVE MTC-GAME-TIME               TO GHS-GAME-TIME
           MOVE MTC-PLAYER1-ID              TO GHS-OPERATOR-ID
           MOVE MTC-GAME-NUMBER             TO GHS-GAME-NUMBER
           SET GHS-MATCH-GAME               TO TRUE
           MOVE MTC-RESULT                  TO GHS-RESULT
           MOVE MTC-PLAYER2-ID              TO GHS-PLAYER2-ID
           MOVE MTC-TOURNEY-TAG             TO GHS-TOURNEY-TAG
           PERFORM WRITE-GAME-HISTORY

           CLOSE MATCH-LOG-FILE
           .
      /
      * --------------------------------------------------------------
      *   FILE THE FINISHED GAME'S ROW ON GAMEHIST.DAT. THE CALLER HAS
      *   SET THE PRIMARY KEY AND THE RESULT FIELDS; THE ALTERNATE
      *   KEYS REPEAT THE SAME DATE AND TIME, THE SITE CODE AND VOID
      *   FLAG GO OUT AS SPACES, AND THE MOVES COME FROM THE LIST
      *   KEPT AS THEY WERE LOGGED. A ROW ALREADY FILED UNDER THE SAME
      *   KEY (STATUS 22) IS LEFT AS IT IS. A STORE THAT IS NOT THERE
      *   (STATUS 35) IS NOT CREATED - ONLY TTTHLOAD BUILDS IT, FROM
      *   THE LOGS - SO THE ROW IS SKIPPED (SEE MOD.15).
      * --------------------------------------------------------------
       WRITE-GAME-HISTORY.
           MOVE GHS-OPERATOR-ID             TO GHS-OPK-OPERATOR-ID
           MOVE GHS-GAME-DATE               TO GHS-OPK-GAME-DATE
                                               GHS-STK-GAME-DATE
           MOVE GHS-GAME-TIME               TO GHS-OPK-GAME-TIME
                                               GHS-STK-GAME-TIME
           MOVE HIST-MOVE-COUNT             TO GHS-MOVE-COUNT
           PERFORM VARYING HIST-MOVE-IDX FROM 1 BY 1
                   UNTIL HIST-MOVE-IDX > HIST-MOVE-COUNT
              MOVE HIST-MV-MOVER(HIST-MOVE-IDX)
                TO GHS-MV-MOVER(HIST-MOVE-IDX)
              MOVE HIST-MV-CELL(HIST-MOVE-IDX)
                TO GHS-MV-CELL(HIST-MOVE-IDX)
              MOVE HIST-MV-TIME(HIST-MOVE-IDX)
                TO GHS-MV-TIME(HIST-MOVE-IDX)
           END-PERFORM

           OPEN I-O GAME-HISTORY-FILE
           PERFORM CHECK-GAMEHIST-STATUS

           IF GAMEHIST-FILE-STATUS NOT = "35"
              WRITE GAME-HISTORY-RECORD
              IF GAMEHIST-FILE-STATUS NOT = "22"
                 PERFORM CHECK-GAMEHIST-STATUS
              END-IF
              CLOSE GAME-HISTORY-FILE
           END-IF
           .
      /
      * --------------------------------------------------------------
      *   READ-MODIFY-WRITE (OR ADD) THE OPERATOR'S ROW IN STATS.DAT
      * --------------------------------------------------------------
       UPDATE-STATS-FILE.
                 MOVE CKP-CURRENT-TURN    TO FLAG-CURRENT-TURN
                 MOVE CKP-DIFFICULTY      TO FLAG-DIFFICULTY
                 MOVE CKP-GAME-NUMBER     TO GAME-NUMBER
                 PERFORM RELOAD-HISTORY-MOVES
                 IF CKP-PLAYER2-ID = SPACES
                    MOVE "PLAYER2"        TO PLAYER2-NAME
                 ELSE
      *   REGISTER THIS SESSION ON THE LIVE-SESSION REGISTRY SO THE
      *   FILE-REWRITING UTILITIES KNOW THE FLOOR IS LIVE. A STALE
      *   ROW LEFT BY A CRASHED SESSION FOR THE SAME OPERATOR IS
      *   SIMPLY REWRITTEN - ITS HISTORY ROW IS CLOSED OFF AS CRASHED
      *   BEFORE THIS SESSION'S OWN HISTORY ROW IS STARTED.
      * --------------------------------------------------------------
       REGISTER-SESSION.
           OPEN I-O SESSION-FILE
           PERFORM CHECK-SESSION-STATUS

           SET SESSION-ROW-FOUND TO TRUE
           SET NO-STALE-SESSION  TO TRUE
           MOVE OPERATOR-NAME    TO SES-OPERATOR-ID
           READ SESSION-FILE
              INVALID KEY
                 SET SESSION-ROW-NOT-FOUND TO TRUE
                 INITIALIZE SESSION-RECORD
                 MOVE OPERATOR-NAME TO SES-OPERATOR-ID
              NOT INVALID KEY
                 IF SES-ACTIVE
                    SET STALE-SESSION-FOUND TO TRUE
                    MOVE SES-SIGNON-DATE TO STALE-SIGNON-DATE
                    MOVE SES-SIGNON-TIME TO STALE-SIGNON-TIME
                 END-IF
           END-READ

           SET SES-ACTIVE TO TRUE
           MOVE FUNCTION CURRENT-DATE(1:8) TO SES-SIGNON-DATE
           MOVE FUNCTION CURRENT-DATE(9:6) TO SES-SIGNON-TIME
           MOVE SES-SIGNON-DATE            TO SESSION-SIGNON-DATE
           MOVE SES-SIGNON-TIME            TO SESSION-SIGNON-TIME

           IF SESSION-ROW-FOUND
              REWRITE SESSION-RECORD
           PERFORM CHECK-SESSION-STATUS

           CLOSE SESSION-FILE

           PERFORM START-SESSION-HISTORY
           .

      * --------------------------------------------------------------
      *   OPEN THE SESSION HISTORY FILE FOR UPDATE, CREATING IT THE
      *   FIRST TIME ANY SESSION IS PLAYED
      * --------------------------------------------------------------
       OPEN-SESSION-HISTORY.
           OPEN I-O SESSION-HISTORY-FILE
           IF SESSHIST-FILE-STATUS = "35"
              CLOSE SESSION-HISTORY-FILE
              OPEN OUTPUT SESSION-HISTORY-FILE
              CLOSE SESSION-HISTORY-FILE
              OPEN I-O SESSION-HISTORY-FILE
           END-IF
           PERFORM CHECK-SESSHIST-STATUS
           .

      * --------------------------------------------------------------
      *   CLOSE OFF THE CRASHED SESSION'S HISTORY ROW (IT KEEPS THE
      *   LAST TIME IT WAS SEEN ALIVE AS ITS SIGN-OFF) AND START THIS
      *   SESSION'S OWN ROW, OPEN, ON THIS WORKSTATION
      * --------------------------------------------------------------
       START-SESSION-HISTORY.
           ACCEPT TERMINAL-ID FROM ENVIRONMENT "TTTTERM"
           IF TERMINAL-ID = SPACES
              ACCEPT TERMINAL-ID FROM ENVIRONMENT "COMPUTERNAME"
           END-IF
           IF TERMINAL-ID = SPACES
              MOVE "UNKNOWN" TO TERMINAL-ID
           END-IF

           PERFORM OPEN-SESSION-HISTORY

           IF STALE-SESSION-FOUND
              MOVE OPERATOR-NAME     TO SHS-OPERATOR-ID
              MOVE STALE-SIGNON-DATE TO SHS-SIGNON-DATE
              MOVE STALE-SIGNON-TIME TO SHS-SIGNON-TIME
              READ SESSION-HISTORY-FILE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    IF SHS-OPEN
                       SET SHS-ENDED-CRASHED TO TRUE
                       REWRITE SESSION-HISTORY-RECORD
                    END-IF
              END-READ
              PERFORM CHECK-SESSHIST-STATUS
           END-IF

           INITIALIZE SESSION-HISTORY-RECORD
           MOVE OPERATOR-NAME       TO SHS-OPERATOR-ID
           MOVE SESSION-SIGNON-DATE TO SHS-SIGNON-DATE
           MOVE SESSION-SIGNON-TIME TO SHS-SIGNON-TIME
           MOVE TERMINAL-ID         TO SHS-TERMINAL-ID
           SET SHS-OPEN             TO TRUE
           MOVE SESSION-SIGNON-DATE TO SHS-SIGNOFF-DATE
           MOVE SESSION-SIGNON-TIME TO SHS-SIGNOFF-TIME
           MOVE ZERO                TO SHS-GAMES-1P
                                       SHS-GAMES-2P
           SET SESSION-HISTORY-OPEN TO TRUE

           WRITE SESSION-HISTORY-RECORD
      * ... THE SAME OPERATOR SIGNING ON TWICE IN ONE SECOND FROM
      * ... TWO WORKSTATIONS WOULD CLASH ON THE KEY - THE SECOND
      * ... SESSION THEN SIMPLY GOES UNRECORDED
           IF SESSHIST-FILE-STATUS = "22"
              SET SESSION-HISTORY-NOT-OPEN TO TRUE
           ELSE
              PERFORM CHECK-SESSHIST-STATUS
           END-IF

           CLOSE SESSION-HISTORY-FILE
           .

      * --------------------------------------------------------------
      *   BRING THIS SESSION'S HISTORY ROW UP TO DATE - THE GAME
      *   COUNTS AND, AS THE SIGN-OFF STAMP, THE TIME IT WAS LAST
      *   SEEN ALIVE. CALLED AS EACH GAME FINISHES AND AT EXIT.
      * --------------------------------------------------------------
       UPDATE-SESSION-HISTORY.
           IF SESSION-HISTORY-OPEN
              PERFORM OPEN-SESSION-HISTORY

              SET HISTORY-ROW-FOUND    TO TRUE
              MOVE OPERATOR-NAME       TO SHS-OPERATOR-ID
              MOVE SESSION-SIGNON-DATE TO SHS-SIGNON-DATE
              MOVE SESSION-SIGNON-TIME TO SHS-SIGNON-TIME
              READ SESSION-HISTORY-FILE
                 INVALID KEY
                    SET HISTORY-ROW-NOT-FOUND TO TRUE
              END-READ
              PERFORM CHECK-SESSHIST-STATUS

              IF HISTORY-ROW-FOUND
                 MOVE FUNCTION CURRENT-DATE(1:8) TO SHS-SIGNOFF-DATE
                 MOVE FUNCTION CURRENT-DATE(9:6) TO SHS-SIGNOFF-TIME
                 MOVE SESSION-GAMES-1P TO SHS-GAMES-1P
                 MOVE SESSION-GAMES-2P TO SHS-GAMES-2P
                 REWRITE SESSION-HISTORY-RECORD
                 PERFORM CHECK-SESSHIST-STATUS
              END-IF

              CLOSE SESSION-HISTORY-FILE
           END-IF
           .

      * --------------------------------------------------------------
      *   NEXT SIGN-ON, LIKE THE CHECKPOINT ROW
      * --------------------------------------------------------------
       END-SESSION.
           PERFORM END-SESSION-HISTORY

           OPEN I-O SESSION-FILE
           IF SESSION-FILE-STATUS NOT = "35"
              MOVE OPERATOR-NAME TO SES-OPERATOR-ID
              CLOSE SESSION-FILE
           END-IF
           .

      * --------------------------------------------------------------
      *   A NORMAL EXIT - THE HISTORY ROW IS CLOSED WITH THE EXIT
      *   STAMP. NOTHING TO DO WHEN THE RUN IS LEFT FROM FORM0,
      *   BEFORE ANY SESSION WAS STARTED.
      * --------------------------------------------------------------
       END-SESSION-HISTORY.
           IF SESSION-HISTORY-OPEN
              PERFORM OPEN-SESSION-HISTORY
              MOVE OPERATOR-NAME       TO SHS-OPERATOR-ID
              MOVE SESSION-SIGNON-DATE TO SHS-SIGNON-DATE
              MOVE SESSION-SIGNON-TIME TO SHS-SIGNON-TIME
              SET HISTORY-ROW-FOUND    TO TRUE
              READ SESSION-HISTORY-FILE
                 INVALID KEY
                    SET HISTORY-ROW-NOT-FOUND TO TRUE
              END-READ
              PERFORM CHECK-SESSHIST-STATUS

              IF HISTORY-ROW-FOUND
                 SET SHS-ENDED-NORMAL TO TRUE
                 MOVE FUNCTION CURRENT-DATE(1:8) TO SHS-SIGNOFF-DATE
                 MOVE FUNCTION CURRENT-DATE(9:6) TO SHS-SIGNOFF-TIME
                 MOVE SESSION-GAMES-1P TO SHS-GAMES-1P
                 MOVE SESSION-GAMES-2P TO SHS-GAMES-2P
                 REWRITE SESSION-HISTORY-RECORD
                 PERFORM CHECK-SESSHIST-STATUS
              END-IF

              CLOSE SESSION-HISTORY-FILE
              SET SESSION-HISTORY-NOT-OPEN TO TRUE
           END-IF
           .
      /
      * --------------------------------------------------------------
      *   TRAINING MODE - PUT THE NEXT ACTIVE PUZZLE ON THE GRID.
      *   PUZZLES ARE SERVED IN POSITION-CODE ORDER, CARRYING ON FROM
      *   THE LAST ONE SHOWN AND WRAPPING ROUND TO THE LOWEST CODE
      *   ONCE; PENDING AND RETIRED ROWS ARE SKIPPED. THE GRID MUST
      *   ALREADY BE CLEARED BY INITIALIZE-GAME.
      * --------------------------------------------------------------
       LOAD-NEXT-PUZZLE.
           SET PUZZLE-ANSWERED  TO TRUE
           SET PUZZLE-NOT-FOUND TO TRUE
           MOVE ZERO TO PUZZLE-WRAPS

      * ... THE FIRST PUZZLE OF THE SESSION STARTS FROM A POINT TAKEN
      * ... OFF THE CLOCK, SO THE WHOLE FLOOR DOES NOT DRILL THE SAME
      * ... POSITION FIRST EVERY MORNING
           IF NOT PUZZLE-START-SEEDED
              MOVE FUNCTION CURRENT-DATE(11:4) TO PUZZLE-LAST-CODE
              MULTIPLY 3 BY PUZZLE-LAST-CODE
              SET PUZZLE-START-SEEDED TO TRUE
           END-IF

           OPEN INPUT PUZZLE-FILE
           PERFORM CHECK-PUZZLE-STATUS
           IF PUZZLE-FILE-STATUS NOT = "35"
              MOVE PUZZLE-LAST-CODE TO PZL-POSITION-CODE
              START PUZZLE-FILE KEY > PZL-POSITION-CODE
                 INVALID KEY
                    SET PUZZLE-EOF     TO TRUE
                 NOT INVALID KEY
                    SET PUZZLE-NOT-EOF TO TRUE
              END-START

              PERFORM UNTIL PUZZLE-FOUND OR PUZZLE-WRAPS > 1
                 IF PUZZLE-EOF
      * ...         RAN OFF THE END - GO ROUND ONCE FROM THE LOWEST CODE
                    ADD 1 TO PUZZLE-WRAPS
                    MOVE ZERO TO PZL-POSITION-CODE
                    START PUZZLE-FILE KEY NOT < PZL-POSITION-CODE
                       INVALID KEY
                          SET PUZZLE-EOF     TO TRUE
                       NOT INVALID KEY
                          SET PUZZLE-NOT-EOF TO TRUE
                    END-START
                 ELSE
                    READ PUZZLE-FILE NEXT RECORD
                       AT END
                          SET PUZZLE-EOF TO TRUE
                       NOT AT END
                          IF PZL-ACTIVE
                             SET PUZZLE-FOUND TO TRUE
                          END-IF
                    END-READ
                    PERFORM CHECK-PUZZLE-STATUS
                 END-IF
              END-PERFORM

              CLOSE PUZZLE-FILE
           END-IF

           IF PUZZLE-NOT-FOUND
              PERFORM DISABLE-ALL-BUTTONS
              MODIFY LBL-MSG TITLE MSG-NO-PUZZLES COLOR 5
           ELSE
              MOVE PZL-POSITION-CODE TO PUZZLE-CODE
              MOVE PZL-POSITION-CODE TO PUZZLE-LAST-CODE
              MOVE PZL-KIND          TO PUZZLE-KIND
              MOVE PZL-SOLUTION      TO PUZZLE-SOLUTION
              MOVE PZL-GRID          TO GRID-BUFFER
              PERFORM REFRESH-GRID-DISPLAY

      * ...  START THE KEYBOARD CURSOR ON THE FIRST OPEN CELL
              PERFORM HIDE-CURSOR
              PERFORM VARYING IDX-2 FROM 9 BY -1 UNTIL IDX-2 < 1
                 IF ROW-EL(IDX-2) = SPACES
                    MOVE IDX-2 TO CUR-CELL-IDX
                 END-IF
              END-PERFORM
              PERFORM SHOW-CURSOR

              IF PUZZLE-FIND-WIN
                 MODIFY LBL-MSG TITLE MSG-PUZZLE-WIN  COLOR 6
              ELSE
                 MODIFY LBL-MSG TITLE MSG-PUZZLE-SAVE COLOR 6
              END-IF
              SET PUZZLE-AWAITING-ANSWER TO TRUE
           END-IF
           .

      * --------------------------------------------------------------
      *   A CELL BUTTON WAS CLICKED IN TRAINING MODE - TURN THE KEY
      *   INTO A CELL NUMBER AND TAKE IT AS THE ANSWER, IF THE CELL
      *   IS OPEN AND THE PUZZLE HAS NOT BEEN ANSWERED YET
      * --------------------------------------------------------------
       TRAINING-CELL-CLICK.
           EVALUATE KEY-STATUS
              WHEN 1001 MOVE 1 TO IDX
              WHEN 1002 MOVE 2 TO IDX
              WHEN 1003 MOVE 3 TO IDX
              WHEN 2001 MOVE 4 TO IDX
              WHEN 2002 MOVE 5 TO IDX
              WHEN 2003 MOVE 6 TO IDX
              WHEN 3001 MOVE 7 TO IDX
              WHEN 3002 MOVE 8 TO IDX
              WHEN 3003 MOVE 9 TO IDX
              WHEN OTHER MOVE 0 TO IDX
           END-EVALUATE

           IF IDX > ZERO
              IF ROW-EL(IDX) = SPACES AND PUZZLE-AWAITING-ANSWER
                 PERFORM ANSWER-PUZZLE
              END-IF
           END-IF
           .

      * --------------------------------------------------------------
      *   JUDGE THE ANSWER ON CELL IDX AGAINST THE PUZZLE'S SOLUTION
      *   CELLS. A MISS SHOWS EVERY CELL THAT WOULD HAVE SOLVED IT
      *   UNDER THE CURSOR BITMAP. EITHER WAY THE GRID IS LOCKED
      *   UNTIL RESET BRINGS UP THE NEXT PUZZLE.
      * --------------------------------------------------------------
       ANSWER-PUZZLE.
           PERFORM PLACE-PLAYER-MARK
           PERFORM DISABLE-ALL-BUTTONS
           SET PUZZLE-ANSWERED TO TRUE

           IF PUZZLE-SOLUTION(IDX:1) = "Y"
              SET PUZZLE-SOLVED TO TRUE
              PERFORM PLAY-END-SOUND
              MODIFY LBL-MSG TITLE MSG-PUZZLE-SOLVED COLOR 4
           ELSE
              SET PUZZLE-MISSED TO TRUE
              MODIFY LBL-MSG TITLE MSG-PUZZLE-MISSED COLOR 5
              MOVE IDX TO SAVE-CLICKED-IDX
              PERFORM VARYING IDX FROM 1 BY 1 UNTIL IDX > 9
                 IF PUZZLE-SOLUTION(IDX:1) = "Y"
                    PERFORM MARK-CELL-BITMAP-CURSOR
                 END-IF
              END-PERFORM
              MOVE SAVE-CLICKED-IDX TO IDX
           END-IF

           PERFORM WRITE-PUZZLE-RESULT
           .

      * --------------------------------------------------------------
      *   APPEND ONE ENTRY TO PUZZRES.DAT FOR THE PUZZLE JUST ANSWERED
      *   ON CELL IDX - INPUT TO THE TTTPUZR SOLVE-RATE REPORT
      * --------------------------------------------------------------
       WRITE-PUZZLE-RESULT.
           OPEN EXTEND PUZZLE-RESULT-FILE
           IF PUZZRES-FILE-STATUS = "35"
              OPEN OUTPUT PUZZLE-RESULT-FILE
           END-IF
           PERFORM CHECK-PUZZRES-STATUS

           MOVE SPACES                      TO PUZZLE-RESULT-RECORD
           MOVE OPERATOR-NAME               TO PZR-OPERATOR-ID
           MOVE FUNCTION CURRENT-DATE(1:8)  TO PZR-ATTEMPT-DATE
           MOVE FUNCTION CURRENT-DATE(9:6)  TO PZR-ATTEMPT-TIME
           MOVE PUZZLE-CODE                 TO PZR-POSITION-CODE
           MOVE PUZZLE-KIND                 TO PZR-KIND
           MOVE IDX                         TO PZR-CELL-CHOSEN
           MOVE FLAG-PUZZLE-OUTCOME         TO PZR-OUTCOME

           WRITE PUZZLE-RESULT-RECORD
           PERFORM CHECK-PUZZRES-STATUS

           CLOSE PUZZLE-RESULT-FILE
           .
      /
      * --------------------------------------------------------------
      *   END PROGRAM
