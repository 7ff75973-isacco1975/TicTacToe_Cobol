       PROGRAM-ID.          TTTCFG.
       AUTHOR.              ISAAC GARCIA PEVERI
       DATE-WRITTEN.        22.08.2026.
      * LAST EDIT           15.10.2026.
       REMARKS.             SITE CONFIGURATION MAINTENANCE FOR THE
                             TICTACTOE SUITE - LISTS THE EFFECTIVE
                             CONFIGURATION (DEFAULTS PLUS TTTCONF.DAT
                             OVERRIDES, AS THE TTTCONF LOADER SEES
                             THEM) AND EDITS THE KEYWORD=VALUE LINES
                             IN TTTCONF.DAT. EACH CHANGE IS WRITTEN
                             BACK STRAIGHT AWAY AND LEAVES A BEFORE/
                             AFTER RECORD ON THE TTTCFG.AUD
                             CONFIGURATION AUDIT TRAIL.
      /
      ******************************************************************
      * WRITTEN IN ACUCOBOL-GT 7.0.0
      *         REPOINTING THE DATA FILES IS A SUPERVISOR FUNCTION -
      *         THE RUN STARTS WITH A TTTAUTH SUPERVISOR SIGN-ON
      *         (WAIVED UNTIL A SUPERVISOR IS REGISTERED IN TTTOPER).
      *
      *         EVERY SAVED CHANGE APPENDS WHO/WHEN/KEYWORD AND THE
      *         OLD AND NEW VALUE TO TTTCFG.AUD (AN EMPTY OLD VALUE
      *         MEANS THE SETTING WAS ADDED, AN EMPTY NEW ONE THAT
      *         IT WAS REMOVED). THE TTTSECUR SECURITY REVIEW READS
      *         IT. A SET THAT LEAVES THE VALUE AS IT WAS IS NOT
      *         SAVED AND LEAVES NO RECORD. A CHANGE THAT IS SAVED BUT
      *         CANNOT BE RECORDED ON THE TRAIL IS REPORTED ON THE
      *         CONSOLE AND THE RUN ENDS WITH EXIT STATUS 8.
      ******************************************************************
      /
       ENVIRONMENT DIVISION.
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS  IS CONFIG-FILE-STATUS.

           SELECT CONFIG-AUDIT-FILE ASSIGN TO "TTTCFG.AUD"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS  IS CONFIG-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CONFIG-FILE.
       01 CONFIG-RECORD          PIC X(80).

       FD  CONFIG-AUDIT-FILE.
       01 CONFIG-AUDIT-RECORD.
          05 CFA-DATE            PIC 9(08).
          05 FILLER              PIC X(01).
          05 CFA-TIME            PIC 9(06).
          05 FILLER              PIC X(01).
          05 CFA-SUPERVISOR      PIC X(20).
          05 FILLER              PIC X(01).
          05 CFA-KEYWORD         PIC X(20).
          05 FILLER              PIC X(01).
          05 CFA-OLD-VALUE       PIC X(60).
          05 FILLER              PIC X(01).
          05 CFA-NEW-VALUE       PIC X(60).

       WORKING-STORAGE SECTION.

       77 CONFIG-FILE-STATUS     PIC  X(2)  VALUE SPACES.
       77 CONFIG-AUDIT-STATUS    PIC  X(2)  VALUE SPACES.
       77 WS-AUDIT-WRITE-STATUS  PIC  X(2)  VALUE SPACES.

       77 FLAG-CONFIG-EOF        PIC  X(1)  VALUE "N".
           88 CONFIG-EOF               VALUE "Y".
       77 WS-LINE-VALUE          PIC  X(60) VALUE SPACES.
       77 WS-NEW-LINE            PIC  X(80) VALUE SPACES.

      * THE VALUE ON FILE BEFORE THE CHANGE, FOR THE AUDIT TRAIL
       77 WS-OLD-VALUE           PIC  X(60) VALUE SPACES.

       77 FLAG-CHANGE-MADE       PIC  X(1)  VALUE "N".
           88 CHANGE-MADE              VALUE "Y".
           88 CHANGE-NOT-MADE          VALUE "N".

      * THE TTTCONF.DAT LINES, HELD WHOLE SO COMMENTS SURVIVE EDITS
       77 WS-LINE-COUNT          PIC  9(3)  VALUE ZERO.
       77 WS-LINE-IDX            PIC  9(3)  VALUE ZERO.
           DISPLAY "REPORT-FILE=        " CFG-REPORT-FILE
           DISPLAY "RATINGS-FILE=       " CFG-RATINGS-FILE
           DISPLAY "SESSION-FILE=       " CFG-SESSION-FILE
           DISPLAY "SESSHIST-FILE=      " CFG-SESSHIST-FILE
           DISPLAY "PUZZLE-FILE=        " CFG-PUZZLE-FILE
           DISPLAY "PUZZRES-FILE=       " CFG-PUZZRES-FILE
           DISPLAY "GAMEHIST-FILE=      " CFG-GAMEHIST-FILE
           DISPLAY "DEFAULT-DIFFICULTY= " CFG-DEFAULT-DIFFICULTY
           DISPLAY "DEFAULT-MODE=       " CFG-DEFAULT-MODE
           DISPLAY "DEFAULT-LANGUAGE=   " CFG-DEFAULT-LANGUAGE
           DISPLAY "MOVE-SECONDS=       " CFG-MOVE-SECONDS
           DISPLAY "MAX-PIN-TRIES=      " CFG-MAX-PIN-TRIES
           DISPLAY "ERASE-DAYS=         " CFG-ERASE-DAYS
           .
      /
      * --------------------------------------------------------------
                 OR "OPERMAST-FILE" OR "MATCHLOG-FILE"
                 OR "SEASON-FILE" OR "PREFS-FILE" OR "REPORT-FILE"
                 OR "RATINGS-FILE" OR "SESSION-FILE"
                 OR "SESSHIST-FILE" OR "PUZZLE-FILE"
                 OR "PUZZRES-FILE" OR "GAMEHIST-FILE"
                 OR "DEFAULT-DIFFICULTY" OR "DEFAULT-MODE"
                 OR "DEFAULT-LANGUAGE" OR "MOVE-SECONDS"
                 OR "MAX-PIN-TRIES" OR "ERASE-DAYS"
                 CONTINUE
              ELSE
                 DISPLAY "WARNING: KEYWORD NOT KNOWN TO THE LOADER"
              END-IF
              PERFORM FIND-KEYWORD-LINE
              PERFORM APPLY-LINE-CHANGE
              IF CHANGE-MADE
                 PERFORM REWRITE-CONFIG-FILE
                 PERFORM WRITE-CONFIG-AUDIT
                 IF CONFIG-AUDIT-STATUS = "00"
                    DISPLAY "SAVED"
                 ELSE
                    DISPLAY "SAVED, BUT NOT RECORDED ON TTTCFG.AUD - "
                            "STATUS " CONFIG-AUDIT-STATUS
                    MOVE 8 TO RETURN-CODE
                 END-IF
              END-IF
           END-IF
           .

       FIND-KEYWORD-LINE.
           MOVE ZERO   TO WS-LINE-FOUND-IDX
           MOVE SPACES TO WS-OLD-VALUE
           PERFORM VARYING WS-LINE-IDX FROM 1 BY 1
                   UNTIL WS-LINE-IDX > WS-LINE-COUNT
              IF WS-CFG-LINE(WS-LINE-IDX)(1:1) NOT = "*"
                    INTO WS-LINE-KEYWORD WS-LINE-VALUE
                 END-UNSTRING
                 IF WS-LINE-KEYWORD = WS-KEYWORD
                    MOVE WS-LINE-IDX   TO WS-LINE-FOUND-IDX
                    MOVE WS-LINE-VALUE TO WS-OLD-VALUE
                 END-IF
              END-IF
           END-PERFORM
           .

       APPLY-LINE-CHANGE.
           SET CHANGE-MADE TO TRUE
           MOVE SPACES TO WS-NEW-LINE
           STRING FUNCTION TRIM(WS-KEYWORD) DELIMITED BY SIZE
                  "="                       DELIMITED BY SIZE
                  INTO WS-NEW-LINE

           EVALUATE TRUE
              WHEN WS-LINE-FOUND-IDX > ZERO AND WS-VALUE = WS-OLD-VALUE
                   DISPLAY "VALUE UNCHANGED - NOTHING SAVED"
                   SET CHANGE-NOT-MADE TO TRUE
              WHEN WS-LINE-FOUND-IDX > ZERO AND WS-VALUE = SPACES
      * ...       REMOVE THE LINE BY SLIDING THE REST UP
                   PERFORM VARYING WS-LINE-IDX
                   MOVE WS-NEW-LINE TO WS-CFG-LINE(WS-LINE-FOUND-IDX)
              WHEN WS-VALUE = SPACES
                   DISPLAY "SETTING WAS NOT ON FILE"
                   SET CHANGE-NOT-MADE TO TRUE
              WHEN WS-LINE-COUNT < 100
                   ADD 1 TO WS-LINE-COUNT
                   MOVE WS-NEW-LINE TO WS-CFG-LINE(WS-LINE-COUNT)
              WHEN OTHER
                   DISPLAY "CONFIGURATION FILE IS FULL"
                   SET CHANGE-NOT-MADE TO TRUE
           END-EVALUATE
           .

           END-PERFORM
           CLOSE CONFIG-FILE
           .

      * --------------------------------------------------------------
      *   APPEND WHO CHANGED WHICH SETTING, AND FROM WHAT TO WHAT, TO
      *   THE CONFIGURATION AUDIT TRAIL. THE CALLER CHECKS THE STATUS
      *   LEFT BEHIND - ANYTHING BUT "00" MEANS NO RECORD WAS MADE.
      * --------------------------------------------------------------
       WRITE-CONFIG-AUDIT.
           OPEN EXTEND CONFIG-AUDIT-FILE
           IF CONFIG-AUDIT-STATUS = "35"
              OPEN OUTPUT CONFIG-AUDIT-FILE
           END-IF

           IF CONFIG-AUDIT-STATUS = "00"
              PERFORM WRITE-CONFIG-AUDIT-ROW
           END-IF
           .

       WRITE-CONFIG-AUDIT-ROW.
           MOVE SPACES TO CONFIG-AUDIT-RECORD
           MOVE FUNCTION CURRENT-DATE(1:8) TO CFA-DATE
           MOVE FUNCTION CURRENT-DATE(9:6) TO CFA-TIME
           MOVE WS-SIGNON-NAME             TO CFA-SUPERVISOR
           MOVE WS-KEYWORD                 TO CFA-KEYWORD
           MOVE WS-OLD-VALUE               TO CFA-OLD-VALUE
           MOVE WS-VALUE                   TO CFA-NEW-VALUE
           WRITE CONFIG-AUDIT-RECORD

           IF CONFIG-AUDIT-STATUS = "00"
              CLOSE CONFIG-AUDIT-FILE
           ELSE
              MOVE CONFIG-AUDIT-STATUS TO WS-AUDIT-WRITE-STATUS
              CLOSE CONFIG-AUDIT-FILE
              MOVE WS-AUDIT-WRITE-STATUS TO CONFIG-AUDIT-STATUS
           END-IF
           .
