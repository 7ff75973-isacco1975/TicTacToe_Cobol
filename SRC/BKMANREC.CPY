      * ----------------------------------------------------------------
      *   RECORD LAYOUT FOR THE BACKUP SET MANIFEST
      *   (TTTBACK.<DATE>.<TIME>.MAN), WRITTEN BY TTTBACK AS THE LAST
      *   ACT OF A BACKUP AND CHECKED BY TTTREST BEFORE ANYTHING IS
      *   RESTORED. ONE HEADER ROW, ONE MEMBER ROW PER FILE IN THE
      *   SET, AND ONE TRAILER ROW CARRYING THE SET TOTALS.
      *
      *   THE CONTROL TOTAL IS A POSITION-WEIGHTED BYTE SUM: FOR
      *   EVERY RECORD, THE ORDINAL OF EACH BYTE TIMES ITS POSITION
      *   IN THE RECORD, ADDED UP OVER THE WHOLE FILE. IT CATCHES A
      *   CHANGED, DROPPED, TRUNCATED OR SHIFTED RECORD THAT A BARE
      *   RECORD COUNT WOULD MISS. THE TRAILER TOTAL IS THE SUM OF
      *   THE MEMBER TOTALS, AND ITS COUNT THE SUM OF THE MEMBER
      *   COUNTS, SO A MANIFEST THAT LOST OR GAINED A ROW SHOWS UP.
      * ----------------------------------------------------------------
       01 BACKUP-MANIFEST-RECORD.
          05 BKM-RECORD-TYPE        PIC X(01).
             88 BKM-HEADER-ROW          VALUE "H".
             88 BKM-MEMBER-ROW          VALUE "M".
             88 BKM-TRAILER-ROW         VALUE "T".
          05 BKM-SET-DATE           PIC 9(08).
          05 BKM-SET-TIME           PIC 9(06).
          05 BKM-MEMBER-CODE        PIC X(08).
      *   MEMBER ROWS ONLY - WHAT THE BACKUP FOUND
          05 BKM-MEMBER-STATUS      PIC X(01).
             88 BKM-COPIED              VALUE "C".
             88 BKM-NOT-ON-FILE         VALUE "A".
             88 BKM-COPY-FAILED         VALUE "E".
          05 BKM-ORGANIZATION       PIC X(01).
             88 BKM-INDEXED             VALUE "I".
             88 BKM-LINE-SEQUENTIAL     VALUE "L".
          05 BKM-RECORD-LENGTH      PIC 9(03).
      *   HEADER AND TRAILER ROWS - NUMBER OF MEMBER ROWS IN THE SET
          05 BKM-MEMBER-COUNT       PIC 9(03).
          05 BKM-RECORD-COUNT       PIC 9(09).
          05 BKM-CONTROL-TOTAL      PIC 9(18).
          05 BKM-LIVE-NAME          PIC X(40).
          05 BKM-IMAGE-NAME         PIC X(40).
      *   HEADER ROW ONLY - "Y" WHEN SESSIONS.DAT SHOWED A LIVE
      *   SESSION WHILE THE SET WAS TAKEN (NOT A QUIET POINT IN TIME)
          05 BKM-LIVE-SESSIONS      PIC X(01).
          05 FILLER                 PIC X(10).
