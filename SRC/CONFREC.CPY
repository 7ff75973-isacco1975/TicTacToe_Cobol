          05 CFG-REPORT-FILE        PIC X(40).
          05 CFG-RATINGS-FILE       PIC X(40).
          05 CFG-SESSION-FILE       PIC X(40).
      *   SESSION HISTORY - ONE ROW PER SESSION EVER PLAYED
          05 CFG-SESSHIST-FILE      PIC X(40).
      *   SITE DEFAULTS APPLIED WHEN AN OPERATOR HAS NO SAVED
      *   PREFERENCES: CPU DIFFICULTY (E/N/U), GAME MODE (1/2) AND
      *   UI LANGUAGE (IT/EN - TTTLANG STILL OVERRIDES PER SESSION)
          05 CFG-MOVE-SECONDS       PIC 9(03).
      *   FAILED SIGN-ON ATTEMPTS BEFORE TTTAUTH LOCKS THE ID
          05 CFG-MAX-PIN-TRIES      PIC 9(02).
      *   DAYS AN OPERATOR MUST HAVE BEEN INACTIVE BEFORE THE TTTERASE
      *   PRIVACY RUN REMOVES THE NAME FROM THE FILES
          05 CFG-ERASE-DAYS         PIC 9(04).
      *   TRAINING PUZZLES HARVESTED BY TTTHARV, AND THE TRAINEES'
      *   ATTEMPTS AT THEM
          05 CFG-PUZZLE-FILE        PIC X(40).
          05 CFG-PUZZRES-FILE       PIC X(40).
      *   INDEXED GAME-HISTORY STORE THE BATCH JOBS READ BY SLICE
          05 CFG-GAMEHIST-FILE      PIC X(40).
