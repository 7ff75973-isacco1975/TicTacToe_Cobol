      * ----------------------------------------------------------------
      *   RECORD LAYOUT FOR THE PUZZLE RESULTS FILE (PUZZRES.DAT) -
      *   LINE SEQUENTIAL, ONE ROW APPENDED BY TICTACTOE FOR EVERY
      *   TRAINING PUZZLE ANSWERED. TRAINING ATTEMPTS ARE NOT GAMES:
      *   THEY NEVER REACH STATS.DAT, GAMELOG.DAT OR MOVELOG.DAT.
      *   READ BY THE TTTPUZR SOLVE-RATE REPORT.
      * ----------------------------------------------------------------
       01 PUZZLE-RESULT-RECORD.
          05 PZR-OPERATOR-ID        PIC X(20).
          05 PZR-ATTEMPT-DATE       PIC 9(08).
          05 PZR-ATTEMPT-TIME       PIC 9(06).
          05 PZR-POSITION-CODE      PIC 9(05).
          05 PZR-KIND               PIC X(01).
             88 PZR-FIND-WIN            VALUE "W".
             88 PZR-FIND-SAVE           VALUE "S".
          05 PZR-CELL-CHOSEN        PIC 9(01).
          05 PZR-OUTCOME            PIC X(01).
             88 PZR-SOLVED              VALUE "S".
             88 PZR-MISSED              VALUE "M".
