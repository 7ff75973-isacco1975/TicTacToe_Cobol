      * ----------------------------------------------------------------
      *   RECORD LAYOUT FOR THE GAME-HISTORY STORE (GAMEHIST.DAT) -
      *   INDEXED, ONE ROW PER FINISHED GAME OF EITHER KIND: A GAME
      *   AGAINST THE CPU (THE GAMELOG.DAT ENTRY) OR A 2-PLAYER MATCH
      *   (THE MATCHLOG.DAT ENTRY), WITH THE GAME'S MOVES CARRIED ON
      *   THE ROW SO NOTHING HAS TO GO BACK TO MOVELOG.DAT.
      *
      *   THE SEQUENTIAL LOGS STAY THE AUDIT COPY; THIS FILE IS THE
      *   ONE THE BATCH JOBS AND THE REPLAY VIEWER READ, A SLICE AT A
      *   TIME, INSTEAD OF SCANNING THE LOGS FROM THE TOP.
      *     PRIMARY KEY    - DATE, TIME, OPERATOR, GAME NUMBER: A DAY,
      *                      A MONTH OR A DATE RANGE IS ONE START.
      *     OPERATOR KEY   - OPERATOR, DATE, TIME (DUPLICATES): ONE
      *                      OPERATOR'S GAMES IN THE ORDER PLAYED.
      *     SITE KEY       - SITE CODE, DATE, TIME (DUPLICATES): ONE
      *                      SITE'S GAMES AT HEAD OFFICE.
      *   THE DATE AND TIME ARE REPEATED IN EACH ALTERNATE KEY SO
      *   EVERY KEY IS ONE CONTIGUOUS FIELD; A WRITER SETS ALL THREE
      *   COPIES FROM THE LOG ENTRY IT IS FILING.
      *
      *   CREATED ONLY BY TTTHLOAD, WHICH LOADS IT ONCE FROM THE LOGS
      *   AND THE TTTARCH.CTL ARCHIVES; FROM THEN ON WRITTEN BY
      *   TICTACTOE AS EACH GAME FINISHES AND BY TTTMERGE FOR EVERY
      *   GAME IT CONSOLIDATES. NEITHER CREATES IT - UNTIL THE LOAD
      *   HAS RUN THEY FILE NOTHING, SO A STORE THAT EXISTS ALWAYS
      *   HOLDS THE WHOLE HISTORY. TTTADJ VOIDS,
      *   TTTOPER RENAMES AND TTTERASE ANONYMIZES ROWS HERE AS IT
      *   DOES IN THE LOGS. TTTHSKP NEVER PURGES IT.
      * ----------------------------------------------------------------
       01 GAME-HISTORY-RECORD.
          05 GHS-KEY.
             10 GHS-GAME-DATE       PIC 9(08).
             10 GHS-GAME-TIME       PIC 9(06).
      *   THE OPERATOR WHO PLAYED THE CPU, OR PLAYER 1 OF A MATCH -
      *   THE NAME THE GAME'S MOVES AND GAME NUMBER ARE LOGGED UNDER
             10 GHS-OPERATOR-ID     PIC X(20).
      *   ZERO ON A GAME FROM BEFORE THE LOGS CARRIED THE NUMBER
             10 GHS-GAME-NUMBER     PIC 9(05).
          05 GHS-OPERATOR-KEY.
             10 GHS-OPK-OPERATOR-ID PIC X(20).
             10 GHS-OPK-GAME-DATE   PIC 9(08).
             10 GHS-OPK-GAME-TIME   PIC 9(06).
          05 GHS-SITE-KEY.
      *   SPACES AT THE SITE THAT PLAYED THE GAME, THE TTTMERGE SITE
      *   CODE ON A CONSOLIDATED ROW - AS ON THE LOGS
             10 GHS-SITE-CODE       PIC X(03).
             10 GHS-STK-GAME-DATE   PIC 9(08).
             10 GHS-STK-GAME-TIME   PIC 9(06).
          05 GHS-GAME-KIND          PIC X(01).
             88 GHS-CPU-GAME            VALUE "G".
             88 GHS-MATCH-GAME          VALUE "M".
      *   THE LOG'S OWN RESULT CODE - GML-RESULT ON A CPU GAME,
      *   MTC-RESULT ON A MATCH
          05 GHS-RESULT             PIC X(01).
             88 GHS-RESULT-WIN          VALUE "W".
             88 GHS-RESULT-LOSS         VALUE "L".
             88 GHS-RESULT-DRAW         VALUE "D".
             88 GHS-RESULT-FORFEIT      VALUE "F".
             88 GHS-RESULT-P1-WIN       VALUE "1".
             88 GHS-RESULT-P2-WIN       VALUE "2".
             88 GHS-RESULT-P1-FORF      VALUE "X".
             88 GHS-RESULT-P2-FORF      VALUE "Y".
      *   CPU DIFFICULTY (E/N/U) ON A CPU GAME; SPACES ON A MATCH AND
      *   ON A GAME FROM BEFORE THE LOG CARRIED IT
          05 GHS-DIFFICULTY         PIC X(01).
             88 GHS-DIFF-EASY           VALUE "E".
             88 GHS-DIFF-NORMAL         VALUE "N".
             88 GHS-DIFF-UNBEATABLE     VALUE "U".
          05 GHS-VOID-FLAG          PIC X(01).
             88 GHS-VOIDED              VALUE "V".
      *   PLAYER 2 OF A MATCH; SPACES ON A CPU GAME
          05 GHS-PLAYER2-ID         PIC X(20).
          05 GHS-TOURNEY-TAG.
             88 GHS-CASUAL-GAME         VALUE SPACES.
             10 GHS-TOURN-ROUND     PIC 9(02).
             10 GHS-TOURN-MATCH     PIC 9(03).
      *   THE GAME'S MOVES IN THE ORDER PLAYED, AS LOGGED TO
      *   MOVELOG.DAT. A GAME WHOSE MOVES NEVER REACHED THE LOG (OR
      *   WERE PURGED BEFORE THE STORE WAS LOADED) HAS A COUNT OF
      *   ZERO.
          05 GHS-MOVE-COUNT         PIC 9(01).
          05 GHS-MOVE OCCURS 9 TIMES.
             10 GHS-MV-MOVER        PIC X(08).
             10 GHS-MV-CELL         PIC 9(01).
             10 GHS-MV-TIME         PIC 9(06).
          05 FILLER                 PIC X(01).
