      *   AS EXCLUDED
          05 MTC-VOID-FLAG          PIC X(01).
             88 MTC-VOIDED              VALUE "V".
      *   TOURNAMENT TAG - THE TOURNEY.DAT ROUND AND MATCH NUMBER THIS
      *   GAME WAS PLAYED AS, CONFIRMED BY THE PLAYERS AT THE BOARD.
      *   SPACES ON A CASUAL GAME (AND ON EVERY ROW FROM BEFORE THE
      *   TAG EXISTED). ONLY A TAGGED ROW CAN SETTLE A BRACKET MATCH.
          05 MTC-TOURNEY-TAG.
             88 MTC-CASUAL-GAME         VALUE SPACES.
             10 MTC-TOURN-ROUND     PIC 9(02).
             10 MTC-TOURN-MATCH     PIC 9(03).
