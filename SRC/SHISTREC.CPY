      * ----------------------------------------------------------------
      *   RECORD LAYOUT FOR THE SESSION HISTORY FILE (SESSHIST.DAT)
      *   - INDEXED ON OPERATOR PLUS SIGN-ON DATE/TIME, ONE ROW PER
      *   SESSION EVER PLAYED. SESSIONS.DAT ONLY HOLDS EACH
      *   OPERATOR'S LATEST SESSION; THIS FILE KEEPS THEM ALL FOR
      *   THE TTTSESS UTILIZATION REPORT.
      *
      *   TICTACTOE WRITES THE ROW OPEN AT SIGN-ON, REWRITES IT AS
      *   EACH GAME FINISHES (COUNTS PLUS "LAST SEEN" IN THE SIGN-OFF
      *   STAMP) AND CLOSES IT AT EXIT. A SESSION THAT NEVER REACHED
      *   EXIT IS MARKED CRASHED WHEN ITS OPERATOR NEXT SIGNS ON, AND
      *   KEEPS THE LAST TIME IT WAS SEEN ALIVE AS ITS SIGN-OFF.
      * ----------------------------------------------------------------
       01 SESSION-HISTORY-RECORD.
          05 SHS-KEY.
             10 SHS-OPERATOR-ID     PIC X(20).
             10 SHS-SIGNON-DATE     PIC 9(08).
             10 SHS-SIGNON-TIME     PIC 9(06).
      *   WORKSTATION THE SESSION RAN ON - TTTTERM WHEN THE SITE SETS
      *   IT, OTHERWISE THE MACHINE NAME FROM COMPUTERNAME
          05 SHS-TERMINAL-ID        PIC X(16).
          05 SHS-END-STATUS         PIC X(01).
             88 SHS-OPEN                VALUE "A".
             88 SHS-ENDED-NORMAL        VALUE "N".
             88 SHS-ENDED-CRASHED       VALUE "C".
          05 SHS-SIGNOFF-DATE       PIC 9(08).
          05 SHS-SIGNOFF-TIME       PIC 9(06).
      *   FINISHED GAMES ONLY - A GAME LEFT ON THE CHECKPOINT IS
      *   COUNTED BY THE SESSION THAT FINISHES IT
          05 SHS-GAMES-1P           PIC 9(04).
          05 SHS-GAMES-2P           PIC 9(04).
          05 FILLER                 PIC X(10).
