      * ----------------------------------------------------------------
      *   RECORD LAYOUT FOR THE LOG ARCHIVE CATALOG (TTTARCH.CTL) -
      *   ONE ROW APPENDED BY TTTHSKP FOR EVERY DATED .ARC FILE IT
      *   CREATES, SO A JOB THAT MUST REACH THE ARCHIVED HISTORY
      *   (THE TTTERASE PRIVACY RUN) CAN FIND EVERY ARCHIVE WITHOUT
      *   A DIRECTORY SEARCH. A TTTHSKP RESTART IN ITS REBUILD PHASE
      *   CATALOGS THE SAME ARCHIVE AGAIN, SO A READER TREATS A
      *   REPEATED FILE NAME AS THE SAME FILE. ARCHIVES MADE BEFORE
      *   THE CATALOG EXISTED ARE ADDED BY HAND IN THE SAME COLUMNS.
      * ----------------------------------------------------------------
       01 ARCHIVE-CATALOG-RECORD.
          05 ARC-RUN-DATE           PIC 9(08).
          05 FILLER                 PIC X(01).
          05 ARC-RUN-TIME           PIC 9(06).
          05 FILLER                 PIC X(01).
          05 ARC-LOG-TYPE           PIC X(01).
             88 ARC-MOVE-LOG            VALUE "M".
             88 ARC-GAME-LOG            VALUE "G".
          05 FILLER                 PIC X(01).
          05 ARC-CUTOFF-DATE        PIC 9(08).
          05 FILLER                 PIC X(01).
          05 ARC-RECORD-COUNT       PIC 9(07).
          05 FILLER                 PIC X(01).
          05 ARC-FILE-NAME          PIC X(30).
