       IDENTIFICATION       DIVISION.
       PROGRAM-ID.          TTTSESS.
       AUTHOR.              ISAAC GARCIA PEVERI
       DATE-WRITTEN.        15.10.2026.
      * LAST EDIT           15.10.2026.
       REMARKS.             TERMINAL UTILIZATION REPORT FROM THE
                             SESSION HISTORY (SESSHIST.DAT). SESSIONS
                             AND GAMES BY HOUR OF DAY AND BY
                             WORKSTATION, AVERAGE SESSION LENGTH, THE
                             PEAK NUMBER OF SESSIONS RUNNING AT ONCE,
                             AND A LIST OF THE SESSIONS THAT NEVER
                             REACHED A NORMAL EXIT, SO FACILITIES CAN
                             SIZE THE FLOOR AND OPERATIONS CAN SPOT
                             THE MACHINES THAT KEEP FALLING OVER.
      /
      ******************************************************************
      * WRITTEN IN ACUCOBOL-GT 7.0.0
      *         TIC TAC TOE TERMINAL UTILIZATION REPORT
      *
      *         A SESSION ENDS ONE OF THREE WAYS ON THE HISTORY:
      *           - NORMAL   THE OPERATOR LEFT THROUGH EXIT
      *           - CRASHED  THE OPERATOR SIGNED ON AGAIN WHILE THE
      *                      SESSION WAS STILL REGISTERED ACTIVE
      *           - STALE    STILL OPEN ON THE HISTORY BUT NO LONGER
      *                      THE OPERATOR'S ACTIVE ROW ON SESSIONS.DAT
      *                      (OR THAT ROW ITSELF WAS LEFT BEHIND BY A
      *                      CRASH AND TTTIGNSESS CLEARED THE FLOOR)
      *         A SESSION STILL OPEN AND STILL THE OPERATOR'S ACTIVE
      *         SESSIONS.DAT ROW IS LIVE AND IS COUNTED AS OPEN.
      *         CRASHED AND STALE SESSIONS BOTH GO ON THE CRASHED-
      *         SESSION LIST; THEIR SIGN-OFF IS THE LAST TIME THEY
      *         WERE SEEN ALIVE (SIGN-ON OR LAST FINISHED GAME).
      *
      *         SESSIONS BY HOUR ARE COUNTED BY SIGN-ON HOUR; GAMES BY
      *         HOUR ARE COUNTED FROM THE GAME AND MATCH LOGS BY THE
      *         HOUR EACH GAME FINISHED (VOIDED GAMES LEFT OUT). GAMES
      *         BY WORKSTATION COME FROM THE SESSION COUNTS.
      *
      *         AVERAGE LENGTH COUNTS NORMALLY ENDED SESSIONS ONLY -
      *         A CRASHED SESSION'S TRUE END IS NOT KNOWN. THE PEAK
      *         TAKES EVERY SESSION FROM SIGN-ON TO SIGN-OFF (LAST
      *         SEEN FOR A CRASHED ONE, NOW FOR A LIVE ONE).
      *
      *         TTTSESFROM / TTTSESTO (YYYYMMDD) BOUND THE SIGN-ON
      *         DATES REPORTED; UNSET, THE WHOLE HISTORY IS REPORTED.
      *         THE REPORT GOES TO TTTSESS.LST. A ROW THAT DOES NOT
      *         FIT ITS TABLE IS LEFT OUT AND COUNTED AS A TABLE
      *         OVERFLOW, AND THE RUN ENDS WITH RETURN CODE 4.
      ******************************************************************
      /
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.

       INPUT-OUTPUT  SECTION.
       FILE-CONTROL.
           SELECT SESSION-HISTORY-FILE
              ASSIGN TO DYNAMIC CFG-SESSHIST-FILE
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              RECORD KEY   IS SHS-KEY
              FILE STATUS  IS SESSHIST-FILE-STATUS.

           SELECT SESSION-FILE ASSIGN TO DYNAMIC CFG-SESSION-FILE
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              RECORD KEY   IS SES-OPERATOR-ID
              FILE STATUS  IS SESSION-FILE-STATUS.

           SELECT GAME-LOG-FILE ASSIGN TO DYNAMIC CFG-GAMELOG-FILE
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS  IS GAME-LOG-STATUS.

           SELECT MATCH-LOG-FILE ASSIGN TO DYNAMIC CFG-MATCHLOG-FILE
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS  IS MATCH-LOG-STATUS.

           SELECT REPORT-FILE ASSIGN TO "TTTSESS.LST"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS  IS REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SESSION-HISTORY-FILE.
           COPY "SHISTREC.CPY".

       FD  SESSION-FILE.
           COPY "SESSREC.CPY".

       FD  GAME-LOG-FILE.
           COPY "GAMLGREC.CPY".

       FD  MATCH-LOG-FILE.
           COPY "MTCHREC.CPY".

       FD  REPORT-FILE.
       01 REPORT-LINE            PIC X(100).

       WORKING-STORAGE SECTION.

      * SITE CONFIGURATION - FILLED BY TTTCONF AT STARTUP; EVERY
      * INPUT COMES FROM ITS CFG- NAME
           COPY "CONFREC.CPY".

      * FILE STATUS / END-OF-FILE CONTROL
       77 SESSHIST-FILE-STATUS   PIC  X(2)  VALUE SPACES.
       77 SESSION-FILE-STATUS    PIC  X(2)  VALUE SPACES.
       77 GAME-LOG-STATUS        PIC  X(2)  VALUE SPACES.
       77 MATCH-LOG-STATUS       PIC  X(2)  VALUE SPACES.
       77 REPORT-FILE-STATUS     PIC  X(2)  VALUE SPACES.

       77 FLAG-SESSHIST-EOF      PIC  X(1)  VALUE "N".
           88 SESSHIST-EOF             VALUE "Y".
           88 SESSHIST-NOT-EOF         VALUE "N".

       77 FLAG-SESSION-EOF       PIC  X(1)  VALUE "N".
           88 SESSION-EOF              VALUE "Y".
           88 SESSION-NOT-EOF          VALUE "N".

       77 FLAG-GAME-LOG-EOF      PIC  X(1)  VALUE "N".
           88 GAME-LOG-EOF             VALUE "Y".
           88 GAME-LOG-NOT-EOF         VALUE "N".

       77 FLAG-MATCH-LOG-EOF     PIC  X(1)  VALUE "N".
           88 MATCH-LOG-EOF            VALUE "Y".
           88 MATCH-LOG-NOT-EOF        VALUE "N".

      * HOW THE SESSION IN HAND ENDED - SEE THE BANNER
       77 FLAG-SESSION-END       PIC  X(1)  VALUE "N".
           88 SESSION-ENDED-NORMAL     VALUE "N".
           88 SESSION-CRASHED          VALUE "C".
           88 SESSION-STALE            VALUE "S".
           88 SESSION-LIVE             VALUE "L".

       77 WS-RUN-DATE            PIC  9(8)  VALUE ZERO.
       77 WS-RUN-TIME            PIC  9(6)  VALUE ZERO.

      * REPORTING PERIOD - WHOLE HISTORY UNLESS BOUNDED FOR THE RUN
       77 WS-FROM-DATE-X         PIC  X(8)  VALUE SPACES.
       77 WS-TO-DATE-X           PIC  X(8)  VALUE SPACES.
       77 WS-FROM-DATE           PIC  9(8)  VALUE ZERO.
       77 WS-TO-DATE             PIC  9(8)  VALUE ZERO.

      * A STAMP AS SECONDS SINCE THE START OF THE CALENDAR USED BY
      * INTEGER-OF-DATE, SO A SESSION CAN RUN PAST MIDNIGHT
       77 WS-STAMP-DATE          PIC  9(8)  VALUE ZERO.
       01 WS-STAMP-TIME.
          05 WS-ST-HH            PIC  9(2).
          05 WS-ST-MM            PIC  9(2).
          05 WS-ST-SS            PIC  9(2).
       77 WS-STAMP-SECONDS       PIC  9(11) VALUE ZERO.
       77 WS-START-SECONDS       PIC  9(11) VALUE ZERO.
       77 WS-END-SECONDS         PIC  9(11) VALUE ZERO.
       77 WS-NOW-SECONDS         PIC  9(11) VALUE ZERO.
       77 WS-SESSION-MINUTES     PIC  9(7)  VALUE ZERO.
       77 WS-HOUR-IDX            PIC  9(2)  VALUE ZERO.

      * THE OPERATORS' ACTIVE ROWS ON SESSIONS.DAT - A HISTORY ROW
      * STILL OPEN IS LIVE ONLY IF IT IS ONE OF THESE
       77 WS-LV-COUNT            PIC  9(3)  VALUE ZERO.
       77 WS-LV-IDX              PIC  9(3)  VALUE ZERO.
       78 WK-LV-TABLE-SIZE              VALUE 200.

       01 WS-LIVE-TABLE.
          05 WS-LV-ENTRY OCCURS 200 TIMES.
             10 WS-LV-OPERATOR         PIC X(20).
             10 WS-LV-SIGNON-DATE      PIC 9(8).
             10 WS-LV-SIGNON-TIME      PIC 9(6).

      * SESSIONS AND GAMES BY HOUR OF DAY (ENTRY 1 = 00:00-00:59)
       01 WS-HOUR-TABLE.
          05 WS-HR-ENTRY OCCURS 24 TIMES.
             10 WS-HR-SESSIONS         PIC 9(7).
             10 WS-HR-GAMES-1P         PIC 9(7).
             10 WS-HR-GAMES-2P         PIC 9(7).

      * SESSIONS AND GAMES BY WORKSTATION
       77 WS-TM-COUNT            PIC  9(3)  VALUE ZERO.
       77 WS-TM-IDX              PIC  9(3)  VALUE ZERO.
       77 WS-TM-FOUND-IDX        PIC  9(3)  VALUE ZERO.
       78 WK-TM-TABLE-SIZE              VALUE 200.

       01 WS-TERMINAL-TABLE.
          05 WS-TM-ENTRY OCCURS 200 TIMES.
             10 WS-TM-ID               PIC X(16).
             10 WS-TM-SESSIONS         PIC 9(7).
             10 WS-TM-CRASHED          PIC 9(7).
             10 WS-TM-GAMES-1P         PIC 9(7).
             10 WS-TM-GAMES-2P         PIC 9(7).
             10 WS-TM-NORMAL           PIC 9(7).
             10 WS-TM-MINUTES          PIC 9(9).

      * EVERY SESSION'S SPAN, FOR THE PEAK-CONCURRENCY SWEEP
       77 WS-SP-COUNT            PIC  9(4)  VALUE ZERO.
       77 WS-SP-IDX              PIC  9(4)  VALUE ZERO.
       77 WS-SP-IDX-2            PIC  9(4)  VALUE ZERO.
       78 WK-SP-TABLE-SIZE              VALUE 5000.

       01 WS-SPAN-TABLE.
          05 WS-SP-ENTRY OCCURS 5000 TIMES.
             10 WS-SP-START            PIC 9(11).
             10 WS-SP-END              PIC 9(11).
             10 WS-SP-SIGNON-DATE      PIC 9(8).
             10 WS-SP-SIGNON-TIME      PIC 9(6).

       77 WS-CONCURRENT          PIC  9(5)  VALUE ZERO.
       77 WS-PEAK-CONCURRENT     PIC  9(5)  VALUE ZERO.
       77 WS-PEAK-DATE           PIC  9(8)  VALUE ZERO.
       77 WS-PEAK-TIME           PIC  9(6)  VALUE ZERO.
       77 WS-PEAK-SECONDS        PIC  9(11) VALUE ZERO.

      * RUNNING TOTALS FOR THE SUMMARY AND THE TRAILER
       77 WS-HISTORY-READ        PIC  9(7)  VALUE ZERO.
       77 WS-SESSIONS-IN-RANGE   PIC  9(7)  VALUE ZERO.
       77 WS-NORMAL-SESSIONS     PIC  9(7)  VALUE ZERO.
       77 WS-CRASHED-SESSIONS    PIC  9(7)  VALUE ZERO.
       77 WS-STALE-SESSIONS      PIC  9(7)  VALUE ZERO.
       77 WS-LIVE-SESSIONS       PIC  9(7)  VALUE ZERO.
       77 WS-TOTAL-GAMES-1P      PIC  9(7)  VALUE ZERO.
       77 WS-TOTAL-GAMES-2P      PIC  9(7)  VALUE ZERO.
       77 WS-TOTAL-MINUTES       PIC  9(9)  VALUE ZERO.
       77 WS-AVERAGE-MINUTES     PIC  9(5)V9 VALUE ZERO.
       77 WS-LOG-GAMES-1P        PIC  9(7)  VALUE ZERO.
       77 WS-LOG-GAMES-2P        PIC  9(7)  VALUE ZERO.
       77 WS-TABLE-OVERFLOWS     PIC  9(7)  VALUE ZERO.

      * PRINT LINE WORK AREAS
       01 WS-HOUR-LINE.
          05 WS-HL-HOUR          PIC  99.
          05 FILLER              PIC  X(03) VALUE ":00".
          05 FILLER              PIC  X(03) VALUE SPACES.
          05 WS-HL-SESSIONS      PIC  ZZZZZZ9.
          05 FILLER              PIC  X(03) VALUE SPACES.
          05 WS-HL-GAMES-1P      PIC  ZZZZZZ9.
          05 FILLER              PIC  X(03) VALUE SPACES.
          05 WS-HL-GAMES-2P      PIC  ZZZZZZ9.

       01 WS-TERMINAL-LINE.
          05 WS-TL-TERMINAL      PIC  X(16).
          05 FILLER              PIC  X(02) VALUE SPACES.
          05 WS-TL-SESSIONS      PIC  ZZZZZZ9.
          05 FILLER              PIC  X(02) VALUE SPACES.
          05 WS-TL-CRASHED       PIC  ZZZZZZ9.
          05 FILLER              PIC  X(03) VALUE SPACES.
          05 WS-TL-GAMES-1P      PIC  ZZZZZZ9.
          05 FILLER              PIC  X(03) VALUE SPACES.
          05 WS-TL-GAMES-2P      PIC  ZZZZZZ9.
          05 FILLER              PIC  X(03) VALUE SPACES.
          05 WS-TL-AVERAGE       PIC  ZZZZ9.9.

       01 WS-CRASH-LINE.
          05 WS-CL-OPERATOR      PIC  X(20).
          05 FILLER              PIC  X(02) VALUE SPACES.
          05 WS-CL-TERMINAL      PIC  X(16).
          05 FILLER              PIC  X(02) VALUE SPACES.
          05 WS-CL-SIGNON-DATE   PIC  9(08).
          05 FILLER              PIC  X(01) VALUE SPACES.
          05 WS-CL-SIGNON-TIME   PIC  9(06).
          05 FILLER              PIC  X(02) VALUE SPACES.
          05 WS-CL-LAST-DATE     PIC  9(08).
          05 FILLER              PIC  X(01) VALUE SPACES.
          05 WS-CL-LAST-TIME     PIC  9(06).
          05 FILLER              PIC  X(02) VALUE SPACES.
          05 WS-CL-GAMES-1P      PIC  ZZZ9.
          05 FILLER              PIC  X(02) VALUE SPACES.
          05 WS-CL-GAMES-2P      PIC  ZZZ9.
          05 FILLER              PIC  X(02) VALUE SPACES.
          05 WS-CL-HOW           PIC  X(07).

       01 WS-TRAILER-LINE.
          05 WS-TR-LABEL         PIC  X(30).
          05 WS-TR-VALUE         PIC  ZZZZZZ9.

       01 WS-AVERAGE-LINE.
          05 FILLER              PIC  X(30) VALUE
             "AVERAGE SESSION (MINUTES)".
          05 WS-AV-VALUE         PIC  ZZZZ9.9.

       01 WS-PEAK-LINE.
          05 FILLER              PIC  X(30) VALUE
             "PEAK CONCURRENT SESSIONS".
          05 WS-PK-VALUE         PIC  ZZZZZZ9.
          05 FILLER              PIC  X(08) VALUE "  FIRST ".
          05 WS-PK-DATE          PIC  9(08).
          05 FILLER              PIC  X(01) VALUE SPACES.
          05 WS-PK-TIME          PIC  9(06).

       01 WS-HEADER-LINE.
          05 FILLER              PIC  X(44) VALUE
             "TIC TAC TOE - TERMINAL UTILIZATION - RUN    ".
          05 WS-HD-RUN-DATE      PIC  9(08).

       PROCEDURE  DIVISION.
       MAIN-LOGIC.
           PERFORM INITIALIZE-RUN
           PERFORM LOAD-LIVE-SESSIONS
           PERFORM OPEN-REPORT
           PERFORM SCAN-SESSION-HISTORY
           PERFORM COUNT-LOGGED-GAMES
           PERFORM FIND-PEAK-CONCURRENCY
           PERFORM PRINT-BY-HOUR
           PERFORM PRINT-BY-TERMINAL
           PERFORM PRINT-SUMMARY
           PERFORM TERMINATE-RUN

           IF WS-TABLE-OVERFLOWS > ZERO
              MOVE 4 TO RETURN-CODE
           END-IF

           STOP RUN
           .
      /
      * --------------------------------------------------------------
      *   PICK UP THE REPORTING PERIOD
      * --------------------------------------------------------------
       INITIALIZE-RUN.
           SET CFG-NOT-LOADED TO TRUE
           CALL "TTTCONF" USING TTT-CONFIG-AREA

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-RUN-TIME

           ACCEPT WS-FROM-DATE-X FROM ENVIRONMENT "TTTSESFROM"
           IF WS-FROM-DATE-X IS NUMERIC
              MOVE WS-FROM-DATE-X TO WS-FROM-DATE
           ELSE
              MOVE ZERO           TO WS-FROM-DATE
           END-IF

           ACCEPT WS-TO-DATE-X FROM ENVIRONMENT "TTTSESTO"
           IF WS-TO-DATE-X IS NUMERIC
              MOVE WS-TO-DATE-X   TO WS-TO-DATE
           ELSE
              MOVE 99999999       TO WS-TO-DATE
           END-IF

           MOVE WS-RUN-DATE TO WS-STAMP-DATE
           MOVE WS-RUN-TIME TO WS-STAMP-TIME
           PERFORM STAMP-TO-SECONDS
           MOVE WS-STAMP-SECONDS TO WS-NOW-SECONDS

           INITIALIZE WS-HOUR-TABLE
           .

      * --------------------------------------------------------------
      *   WS-STAMP-DATE / WS-STAMP-TIME AS SECONDS. A STAMP THAT IS
      *   NOT A REAL DATE COMES BACK AS ZERO.
      * --------------------------------------------------------------
       STAMP-TO-SECONDS.
           MOVE ZERO TO WS-STAMP-SECONDS
           IF WS-STAMP-DATE > 16010101
              AND WS-STAMP-TIME IS NUMERIC
              COMPUTE WS-STAMP-SECONDS =
                      FUNCTION INTEGER-OF-DATE(WS-STAMP-DATE) * 86400
                    + WS-ST-HH * 3600
                    + WS-ST-MM * 60
                    + WS-ST-SS
           END-IF
           .

      * --------------------------------------------------------------
      *   NOTE EVERY SESSION STILL REGISTERED ACTIVE
      * --------------------------------------------------------------
       LOAD-LIVE-SESSIONS.
           SET SESSION-NOT-EOF TO TRUE

           OPEN INPUT SESSION-FILE
           IF SESSION-FILE-STATUS = "35"
              SET SESSION-EOF TO TRUE
           END-IF

           PERFORM UNTIL SESSION-EOF
              READ SESSION-FILE NEXT RECORD
                 AT END
                    SET SESSION-EOF TO TRUE
              END-READ
              IF NOT SESSION-EOF AND SES-ACTIVE
                 IF WS-LV-COUNT < WK-LV-TABLE-SIZE
                    ADD 1 TO WS-LV-COUNT
                    MOVE SES-OPERATOR-ID TO
                         WS-LV-OPERATOR(WS-LV-COUNT)
                    MOVE SES-SIGNON-DATE TO
                         WS-LV-SIGNON-DATE(WS-LV-COUNT)
                    MOVE SES-SIGNON-TIME TO
                         WS-LV-SIGNON-TIME(WS-LV-COUNT)
                 ELSE
                    ADD 1 TO WS-TABLE-OVERFLOWS
                 END-IF
              END-IF
           END-PERFORM

           IF SESSION-FILE-STATUS NOT = "35"
              CLOSE SESSION-FILE
           END-IF
           .
      /
      * --------------------------------------------------------------
      *   ONE PASS OVER THE HISTORY - TALLY EACH SESSION IN THE
      *   PERIOD AND LIST THE ONES THAT NEVER REACHED A NORMAL EXIT
      *   AS THEY GO BY
      * --------------------------------------------------------------
       SCAN-SESSION-HISTORY.
           PERFORM PRINT-CRASH-HEADINGS

           SET SESSHIST-NOT-EOF TO TRUE

           OPEN INPUT SESSION-HISTORY-FILE
           IF SESSHIST-FILE-STATUS = "35"
              SET SESSHIST-EOF TO TRUE
           END-IF

           PERFORM UNTIL SESSHIST-EOF
              READ SESSION-HISTORY-FILE NEXT RECORD
                 AT END
                    SET SESSHIST-EOF TO TRUE
              END-READ
              IF NOT SESSHIST-EOF
                 ADD 1 TO WS-HISTORY-READ
                 IF SHS-SIGNON-DATE >= WS-FROM-DATE
                    AND SHS-SIGNON-DATE <= WS-TO-DATE
                    PERFORM TALLY-ONE-SESSION
                 END-IF
              END-IF
           END-PERFORM

           IF SESSHIST-FILE-STATUS NOT = "35"
              CLOSE SESSION-HISTORY-FILE
           END-IF
           .

       TALLY-ONE-SESSION.
           ADD 1 TO WS-SESSIONS-IN-RANGE
           PERFORM CLASSIFY-SESSION-END

           MOVE SHS-SIGNON-DATE TO WS-STAMP-DATE
           MOVE SHS-SIGNON-TIME TO WS-STAMP-TIME
           PERFORM STAMP-TO-SECONDS
           MOVE WS-STAMP-SECONDS TO WS-START-SECONDS

           IF SESSION-LIVE
              MOVE WS-NOW-SECONDS   TO WS-END-SECONDS
           ELSE
              MOVE SHS-SIGNOFF-DATE TO WS-STAMP-DATE
              MOVE SHS-SIGNOFF-TIME TO WS-STAMP-TIME
              PERFORM STAMP-TO-SECONDS
              MOVE WS-STAMP-SECONDS TO WS-END-SECONDS
           END-IF
           IF WS-END-SECONDS < WS-START-SECONDS
              MOVE WS-START-SECONDS TO WS-END-SECONDS
           END-IF
           COMPUTE WS-SESSION-MINUTES =
                   (WS-END-SECONDS - WS-START-SECONDS) / 60

      * ... BY SIGN-ON HOUR
           MOVE SHS-SIGNON-TIME TO WS-STAMP-TIME
           IF WS-ST-HH IS NUMERIC AND WS-ST-HH < 24
              COMPUTE WS-HOUR-IDX = WS-ST-HH + 1
              ADD 1 TO WS-HR-SESSIONS(WS-HOUR-IDX)
           END-IF

           ADD SHS-GAMES-1P TO WS-TOTAL-GAMES-1P
           ADD SHS-GAMES-2P TO WS-TOTAL-GAMES-2P

           EVALUATE TRUE
              WHEN SESSION-ENDED-NORMAL
                   ADD 1 TO WS-NORMAL-SESSIONS
                   ADD WS-SESSION-MINUTES TO WS-TOTAL-MINUTES
              WHEN SESSION-LIVE
                   ADD 1 TO WS-LIVE-SESSIONS
              WHEN OTHER
                   IF SESSION-CRASHED
                      ADD 1 TO WS-CRASHED-SESSIONS
                   ELSE
                      ADD 1 TO WS-STALE-SESSIONS
                   END-IF
                   PERFORM PRINT-CRASH-LINE
           END-EVALUATE

      * ... BY WORKSTATION - ONE THAT NO LONGER FITS THE TABLE IS LEFT
      * ... OUT OF THE WORKSTATION SECTION BUT STILL COUNTS ABOVE
           PERFORM FIND-OR-ADD-TERMINAL
           IF WS-TM-FOUND-IDX > ZERO
              PERFORM TALLY-TERMINAL-SESSION
           END-IF

      * ... AND ITS SPAN FOR THE PEAK
           IF WS-SP-COUNT < WK-SP-TABLE-SIZE
              ADD 1 TO WS-SP-COUNT
              MOVE WS-START-SECONDS TO WS-SP-START(WS-SP-COUNT)
              MOVE WS-END-SECONDS   TO WS-SP-END(WS-SP-COUNT)
              MOVE SHS-SIGNON-DATE  TO WS-SP-SIGNON-DATE(WS-SP-COUNT)
              MOVE SHS-SIGNON-TIME  TO WS-SP-SIGNON-TIME(WS-SP-COUNT)
           ELSE
              ADD 1 TO WS-TABLE-OVERFLOWS
           END-IF
           .

       CLASSIFY-SESSION-END.
           EVALUATE TRUE
              WHEN SHS-ENDED-NORMAL
                   SET SESSION-ENDED-NORMAL TO TRUE
              WHEN SHS-ENDED-CRASHED
                   SET SESSION-CRASHED      TO TRUE
              WHEN OTHER
                   SET SESSION-STALE        TO TRUE
                   PERFORM VARYING WS-LV-IDX FROM 1 BY 1
                           UNTIL WS-LV-IDX > WS-LV-COUNT
                      IF WS-LV-OPERATOR(WS-LV-IDX) = SHS-OPERATOR-ID
                         AND WS-LV-SIGNON-DATE(WS-LV-IDX) =
                             SHS-SIGNON-DATE
                         AND WS-LV-SIGNON-TIME(WS-LV-IDX) =
                             SHS-SIGNON-TIME
                         SET SESSION-LIVE TO TRUE
                      END-IF
                   END-PERFORM
           END-EVALUATE
           .

      * --------------------------------------------------------------
      *   A NEW WORKSTATION THAT NO LONGER FITS IS COUNTED AND LEFT
      *   WITH NO ROW (WS-TM-FOUND-IDX ZERO)
      * --------------------------------------------------------------
       FIND-OR-ADD-TERMINAL.
           MOVE ZERO TO WS-TM-FOUND-IDX
           PERFORM VARYING WS-TM-IDX FROM 1 BY 1
                   UNTIL WS-TM-IDX > WS-TM-COUNT
                      OR WS-TM-FOUND-IDX > ZERO
              IF WS-TM-ID(WS-TM-IDX) = SHS-TERMINAL-ID
                 MOVE WS-TM-IDX TO WS-TM-FOUND-IDX
              END-IF
           END-PERFORM

           IF WS-TM-FOUND-IDX = ZERO
              IF WS-TM-COUNT < WK-TM-TABLE-SIZE
                 ADD 1 TO WS-TM-COUNT
                 MOVE WS-TM-COUNT TO WS-TM-FOUND-IDX
                 INITIALIZE WS-TM-ENTRY(WS-TM-FOUND-IDX)
                 MOVE SHS-TERMINAL-ID TO WS-TM-ID(WS-TM-FOUND-IDX)
              ELSE
                 ADD 1 TO WS-TABLE-OVERFLOWS
              END-IF
           END-IF
           .

       TALLY-TERMINAL-SESSION.
           ADD 1            TO WS-TM-SESSIONS(WS-TM-FOUND-IDX)
           ADD SHS-GAMES-1P TO WS-TM-GAMES-1P(WS-TM-FOUND-IDX)
           ADD SHS-GAMES-2P TO WS-TM-GAMES-2P(WS-TM-FOUND-IDX)

           EVALUATE TRUE
              WHEN SESSION-ENDED-NORMAL
                   ADD 1 TO WS-TM-NORMAL(WS-TM-FOUND-IDX)
                   ADD WS-SESSION-MINUTES TO
                       WS-TM-MINUTES(WS-TM-FOUND-IDX)
              WHEN SESSION-LIVE
                   CONTINUE
              WHEN OTHER
                   ADD 1 TO WS-TM-CRASHED(WS-TM-FOUND-IDX)
           END-EVALUATE
           .
      /
      * --------------------------------------------------------------
      *   GAMES BY THE HOUR THEY FINISHED, FROM THE TWO RESULT LOGS
      * --------------------------------------------------------------
       COUNT-LOGGED-GAMES.
           SET GAME-LOG-NOT-EOF TO TRUE

           OPEN INPUT GAME-LOG-FILE
           IF GAME-LOG-STATUS = "35"
              SET GAME-LOG-EOF TO TRUE
           END-IF

           PERFORM UNTIL GAME-LOG-EOF
              READ GAME-LOG-FILE
                 AT END
                    SET GAME-LOG-EOF TO TRUE
              END-READ
              IF NOT GAME-LOG-EOF AND NOT GML-VOIDED
                 IF GML-GAME-DATE >= WS-FROM-DATE
                    AND GML-GAME-DATE <= WS-TO-DATE
                    MOVE GML-GAME-TIME TO WS-STAMP-TIME
                    IF WS-ST-HH IS NUMERIC AND WS-ST-HH < 24
                       COMPUTE WS-HOUR-IDX = WS-ST-HH + 1
                       ADD 1 TO WS-HR-GAMES-1P(WS-HOUR-IDX)
                       ADD 1 TO WS-LOG-GAMES-1P
                    END-IF
                 END-IF
              END-IF
           END-PERFORM

           IF GAME-LOG-STATUS NOT = "35"
              CLOSE GAME-LOG-FILE
           END-IF

           SET MATCH-LOG-NOT-EOF TO TRUE

           OPEN INPUT MATCH-LOG-FILE
           IF MATCH-LOG-STATUS = "35"
              SET MATCH-LOG-EOF TO TRUE
           END-IF

           PERFORM UNTIL MATCH-LOG-EOF
              READ MATCH-LOG-FILE
                 AT END
                    SET MATCH-LOG-EOF TO TRUE
              END-READ
              IF NOT MATCH-LOG-EOF AND NOT MTC-VOIDED
                 IF MTC-GAME-DATE >= WS-FROM-DATE
                    AND MTC-GAME-DATE <= WS-TO-DATE
                    MOVE MTC-GAME-TIME TO WS-STAMP-TIME
                    IF WS-ST-HH IS NUMERIC AND WS-ST-HH < 24
                       COMPUTE WS-HOUR-IDX = WS-ST-HH + 1
                       ADD 1 TO WS-HR-GAMES-2P(WS-HOUR-IDX)
                       ADD 1 TO WS-LOG-GAMES-2P
                    END-IF
                 END-IF
              END-IF
           END-PERFORM

           IF MATCH-LOG-STATUS NOT = "35"
              CLOSE MATCH-LOG-FILE
           END-IF
           .

      * --------------------------------------------------------------
      *   THE MOST SESSIONS RUNNING AT ONCE - CONCURRENCY CAN ONLY
      *   RISE WHEN A SESSION STARTS, SO IT IS ENOUGH TO COUNT, AT
      *   EACH SIGN-ON, THE SESSIONS THAT HAD STARTED AND NOT YET
      *   ENDED
      * --------------------------------------------------------------
       FIND-PEAK-CONCURRENCY.
           PERFORM VARYING WS-SP-IDX FROM 1 BY 1
                   UNTIL WS-SP-IDX > WS-SP-COUNT
              MOVE ZERO TO WS-CONCURRENT
              PERFORM VARYING WS-SP-IDX-2 FROM 1 BY 1
                      UNTIL WS-SP-IDX-2 > WS-SP-COUNT
                 IF WS-SP-START(WS-SP-IDX-2) <= WS-SP-START(WS-SP-IDX)
                    AND WS-SP-END(WS-SP-IDX-2) >=
                        WS-SP-START(WS-SP-IDX)
                    ADD 1 TO WS-CONCURRENT
                 END-IF
              END-PERFORM
              IF WS-CONCURRENT > WS-PEAK-CONCURRENT
                 OR (WS-CONCURRENT = WS-PEAK-CONCURRENT
                     AND WS-SP-START(WS-SP-IDX) < WS-PEAK-SECONDS)
                 MOVE WS-CONCURRENT TO WS-PEAK-CONCURRENT
                 MOVE WS-SP-START(WS-SP-IDX) TO WS-PEAK-SECONDS
                 MOVE WS-SP-SIGNON-DATE(WS-SP-IDX) TO WS-PEAK-DATE
                 MOVE WS-SP-SIGNON-TIME(WS-SP-IDX) TO WS-PEAK-TIME
              END-IF
           END-PERFORM
           .
      /
      * --------------------------------------------------------------
      *   REPORT
      * --------------------------------------------------------------
       OPEN-REPORT.
           OPEN OUTPUT REPORT-FILE

           MOVE WS-RUN-DATE    TO WS-HD-RUN-DATE
           MOVE SPACES         TO REPORT-LINE
           MOVE WS-HEADER-LINE TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           IF WS-FROM-DATE = ZERO AND WS-TO-DATE = 99999999
              MOVE "PERIOD: WHOLE SESSION HISTORY" TO REPORT-LINE
           ELSE
              STRING "PERIOD: "     DELIMITED BY SIZE
                     WS-FROM-DATE   DELIMITED BY SIZE
                     " TO "         DELIMITED BY SIZE
                     WS-TO-DATE     DELIMITED BY SIZE
                     INTO REPORT-LINE
           END-IF
           WRITE REPORT-LINE
           .

       PRINT-SECTION-TITLE.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           .

       PRINT-CRASH-HEADINGS.
           PERFORM PRINT-SECTION-TITLE
           MOVE "SESSIONS THAT DID NOT END NORMALLY" TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           STRING "OPERATOR              TERMINAL          "
                  "SIGNED ON        LAST SEEN          1P    2P  HOW"
                  DELIMITED BY SIZE
                  INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           STRING "--------------------  ----------------  "
                  "---------------  ---------------  ----  ----  "
                  "-------"
                  DELIMITED BY SIZE
                  INTO REPORT-LINE
           WRITE REPORT-LINE
           .

       PRINT-CRASH-LINE.
           MOVE SHS-OPERATOR-ID  TO WS-CL-OPERATOR
           MOVE SHS-TERMINAL-ID  TO WS-CL-TERMINAL
           MOVE SHS-SIGNON-DATE  TO WS-CL-SIGNON-DATE
           MOVE SHS-SIGNON-TIME  TO WS-CL-SIGNON-TIME
           MOVE SHS-SIGNOFF-DATE TO WS-CL-LAST-DATE
           MOVE SHS-SIGNOFF-TIME TO WS-CL-LAST-TIME
           MOVE SHS-GAMES-1P     TO WS-CL-GAMES-1P
           MOVE SHS-GAMES-2P     TO WS-CL-GAMES-2P
           IF SESSION-CRASHED
              MOVE "CRASHED" TO WS-CL-HOW
           ELSE
              MOVE "STALE"   TO WS-CL-HOW
           END-IF
           MOVE SPACES        TO REPORT-LINE
           MOVE WS-CRASH-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           .

       PRINT-BY-HOUR.
           PERFORM PRINT-SECTION-TITLE
           MOVE "SESSIONS AND GAMES BY HOUR OF DAY" TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           MOVE "HOUR     SESSIONS   1P GAMES   2P GAMES"
             TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           MOVE "-----  ----------  ---------  ---------"
             TO REPORT-LINE
           WRITE REPORT-LINE

           PERFORM VARYING WS-HOUR-IDX FROM 1 BY 1
                   UNTIL WS-HOUR-IDX > 24
              COMPUTE WS-HL-HOUR = WS-HOUR-IDX - 1
              MOVE WS-HR-SESSIONS(WS-HOUR-IDX) TO WS-HL-SESSIONS
              MOVE WS-HR-GAMES-1P(WS-HOUR-IDX) TO WS-HL-GAMES-1P
              MOVE WS-HR-GAMES-2P(WS-HOUR-IDX) TO WS-HL-GAMES-2P
              MOVE SPACES       TO REPORT-LINE
              MOVE WS-HOUR-LINE TO REPORT-LINE
              WRITE REPORT-LINE
           END-PERFORM
           .

       PRINT-BY-TERMINAL.
           PERFORM PRINT-SECTION-TITLE
           MOVE "SESSIONS AND GAMES BY WORKSTATION" TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           STRING "TERMINAL          SESSIONS  CRASHED   1P GAMES"
                  "   2P GAMES   AVG MINS"
                  DELIMITED BY SIZE
                  INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           STRING "----------------  --------  -------  ---------"
                  "  ---------  ---------"
                  DELIMITED BY SIZE
                  INTO REPORT-LINE
           WRITE REPORT-LINE

           PERFORM VARYING WS-TM-IDX FROM 1 BY 1
                   UNTIL WS-TM-IDX > WS-TM-COUNT
              MOVE WS-TM-ID(WS-TM-IDX)       TO WS-TL-TERMINAL
              MOVE WS-TM-SESSIONS(WS-TM-IDX) TO WS-TL-SESSIONS
              MOVE WS-TM-CRASHED(WS-TM-IDX)  TO WS-TL-CRASHED
              MOVE WS-TM-GAMES-1P(WS-TM-IDX) TO WS-TL-GAMES-1P
              MOVE WS-TM-GAMES-2P(WS-TM-IDX) TO WS-TL-GAMES-2P
              IF WS-TM-NORMAL(WS-TM-IDX) > ZERO
                 COMPUTE WS-AVERAGE-MINUTES ROUNDED =
                         WS-TM-MINUTES(WS-TM-IDX)
                       / WS-TM-NORMAL(WS-TM-IDX)
              ELSE
                 MOVE ZERO TO WS-AVERAGE-MINUTES
              END-IF
              MOVE WS-AVERAGE-MINUTES TO WS-TL-AVERAGE
              MOVE SPACES           TO REPORT-LINE
              MOVE WS-TERMINAL-LINE TO REPORT-LINE
              WRITE REPORT-LINE
           END-PERFORM
           .

       PRINT-SUMMARY.
           PERFORM PRINT-SECTION-TITLE

           MOVE "HISTORY ROWS READ"         TO WS-TR-LABEL
           MOVE WS-HISTORY-READ             TO WS-TR-VALUE
           PERFORM PRINT-TRAILER-LINE

           MOVE "SESSIONS IN PERIOD"        TO WS-TR-LABEL
           MOVE WS-SESSIONS-IN-RANGE        TO WS-TR-VALUE
           PERFORM PRINT-TRAILER-LINE

           MOVE "  ENDED NORMALLY"          TO WS-TR-LABEL
           MOVE WS-NORMAL-SESSIONS          TO WS-TR-VALUE
           PERFORM PRINT-TRAILER-LINE

           MOVE "  CRASHED"                 TO WS-TR-LABEL
           MOVE WS-CRASHED-SESSIONS         TO WS-TR-VALUE
           PERFORM PRINT-TRAILER-LINE

           MOVE "  STALE"                   TO WS-TR-LABEL
           MOVE WS-STALE-SESSIONS           TO WS-TR-VALUE
           PERFORM PRINT-TRAILER-LINE

           MOVE "  STILL OPEN"              TO WS-TR-LABEL
           MOVE WS-LIVE-SESSIONS            TO WS-TR-VALUE
           PERFORM PRINT-TRAILER-LINE

           MOVE "1P GAMES IN SESSIONS"      TO WS-TR-LABEL
           MOVE WS-TOTAL-GAMES-1P           TO WS-TR-VALUE
           PERFORM PRINT-TRAILER-LINE

           MOVE "2P GAMES IN SESSIONS"      TO WS-TR-LABEL
           MOVE WS-TOTAL-GAMES-2P           TO WS-TR-VALUE
           PERFORM PRINT-TRAILER-LINE

           MOVE "1P GAMES ON THE GAME LOG"  TO WS-TR-LABEL
           MOVE WS-LOG-GAMES-1P             TO WS-TR-VALUE
           PERFORM PRINT-TRAILER-LINE

           MOVE "2P GAMES ON THE MATCH LOG" TO WS-TR-LABEL
           MOVE WS-LOG-GAMES-2P             TO WS-TR-VALUE
           PERFORM PRINT-TRAILER-LINE

           IF WS-NORMAL-SESSIONS > ZERO
              COMPUTE WS-AVERAGE-MINUTES ROUNDED =
                      WS-TOTAL-MINUTES / WS-NORMAL-SESSIONS
           ELSE
              MOVE ZERO TO WS-AVERAGE-MINUTES
           END-IF
           MOVE WS-AVERAGE-MINUTES TO WS-AV-VALUE
           MOVE SPACES          TO REPORT-LINE
           MOVE WS-AVERAGE-LINE TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-PEAK-CONCURRENT TO WS-PK-VALUE
           MOVE WS-PEAK-DATE       TO WS-PK-DATE
           MOVE WS-PEAK-TIME       TO WS-PK-TIME
           MOVE SPACES       TO REPORT-LINE
           MOVE WS-PEAK-LINE TO REPORT-LINE
           WRITE REPORT-LINE

           IF WS-TABLE-OVERFLOWS > ZERO
              MOVE "*** TABLE OVERFLOWS"    TO WS-TR-LABEL
              MOVE WS-TABLE-OVERFLOWS       TO WS-TR-VALUE
              PERFORM PRINT-TRAILER-LINE
           END-IF
           .

       PRINT-TRAILER-LINE.
           MOVE SPACES          TO REPORT-LINE
           MOVE WS-TRAILER-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           .

       TERMINATE-RUN.
           CLOSE REPORT-FILE
           .
