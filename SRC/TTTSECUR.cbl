       IDENTIFICATION       DIVISION.
       PROGRAM-ID.          TTTSECUR.
       AUTHOR.              ISAAC GARCIA PEVERI
       DATE-WRITTEN.        15.10.2026.
      * LAST EDIT           15.10.2026.
       REMARKS.             SECURITY AND SUPERVISOR ACTIVITY REVIEW.
                             THE SIGN-ON, CORRECTION AND CONFIGURATION
                             AUDIT TRAILS (TTTSIGNON.AUD, TTTADJ.AUD,
                             TTTCFG.AUD) ARE WRITTEN ON EVERY USE BUT
                             NOTHING READ THEM BACK. THIS JOB PRINTS
                             THE FAILED AND LOCKED SIGN-ONS BY
                             OPERATOR AND BY PROGRAM, RUNS OF REPEATED
                             FAILURES CLOSE TOGETHER, EVERY SIGN-ON TO
                             A SUPERVISOR UTILITY, EVERY VOIDED
                             RESULT WITH ITS REASON, THE ADJUSTERS WHO
                             VOIDED THEIR OWN GAMES, AND EVERY
                             CONFIGURATION CHANGE WITH ITS BEFORE AND
                             AFTER VALUE.
      /
      ******************************************************************
      * WRITTEN IN ACUCOBOL-GT 7.0.0
      *         TIC TAC TOE SECURITY AND SUPERVISOR ACTIVITY REVIEW
      *
      *         A FAILED SIGN-ON IS ANY TTTAUTH OUTCOME OTHER THAN
      *         "SIGNED ON" OR "WAIVED" - WRONG PIN, LOCKED, UNKNOWN
      *         ID OR NO AUTHORITY. AN UNKNOWN ID IS COUNTED UNDER
      *         THE NAME THAT WAS TYPED.
      *
      *         A RUN OF REPEATED FAILURES IS A SEQUENCE OF FAILED
      *         SIGN-ONS FOR ONE OPERATOR, EACH WITHIN TTTSECWIN
      *         MINUTES (DEFAULT 10) OF THE ONE BEFORE, WITH NO GOOD
      *         SIGN-ON IN BETWEEN. RUNS OF TTTSECCNT FAILURES
      *         (DEFAULT 3) OR MORE ARE LISTED.
      *
      *         THE SUPERVISOR UTILITIES ARE THE PROGRAMS THAT ALWAYS
      *         DEMAND THE SUPERVISOR ROLE FROM TTTAUTH - SEE
      *         WS-SUPERVISOR-PROGRAMS. EVERY ATTEMPT ON THEM IS
      *         LISTED, WHATEVER THE OUTCOME.
      *
      *         A VOID IS A SELF-VOID WHEN THE ADJUSTER IS THE GAME'S
      *         OPERATOR OR, FOR A 2-PLAYER MATCH, EITHER PLAYER.
      *         PLAYER 2 OF A VOIDED MATCH IS LOOKED UP ON THE LIVE
      *         MATCH LOG; A MATCH ALREADY ARCHIVED BY TTTHSKP SHOWS
      *         NO PLAYER 2 AND IS JUDGED ON PLAYER 1 ONLY.
      *
      *         TTTSECFROM / TTTSECTO (YYYYMMDD) BOUND THE REVIEW;
      *         UNSET, THE WHOLE OF EACH AUDIT TRAIL IS REVIEWED.
      *         THE REPORT GOES TO TTTSECUR.LST.
      *
      *         THE TABLES ARE FIXED IN SIZE. A ROW THAT NO LONGER
      *         FITS IS LEFT OUT, NOT PUT IN ANOTHER ROW'S PLACE; THE
      *         TRAILER COUNTS THEM AS TABLE OVERFLOWS AND THE RUN
      *         ENDS WITH RETURN CODE 4.
      ******************************************************************
      /
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.

       INPUT-OUTPUT  SECTION.
       FILE-CONTROL.
           SELECT SIGNON-AUDIT-FILE ASSIGN TO "TTTSIGNON.AUD"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS  IS SIGNON-AUDIT-STATUS.

           SELECT ADJ-AUDIT-FILE ASSIGN TO "TTTADJ.AUD"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS  IS ADJ-AUDIT-STATUS.

           SELECT CONFIG-AUDIT-FILE ASSIGN TO "TTTCFG.AUD"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS  IS CONFIG-AUDIT-STATUS.

           SELECT MATCH-LOG-FILE ASSIGN TO DYNAMIC CFG-MATCHLOG-FILE
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS  IS MATCH-LOG-STATUS.

           SELECT REPORT-FILE ASSIGN TO "TTTSECUR.LST"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS  IS REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * SAME LAYOUT AS TTTAUTH WRITES IT
       FD  SIGNON-AUDIT-FILE.
       01 SIGNON-AUDIT-RECORD.
          05 SGN-DATE            PIC 9(08).
          05 FILLER              PIC X(01).
          05 SGN-TIME            PIC 9(06).
          05 FILLER              PIC X(01).
          05 SGN-PROGRAM         PIC X(08).
          05 FILLER              PIC X(01).
          05 SGN-OPERATOR        PIC X(20).
          05 FILLER              PIC X(01).
          05 SGN-OUTCOME         PIC X(12).

      * SAME LAYOUT AS TTTADJ WRITES IT
       FD  ADJ-AUDIT-FILE.
       01 ADJ-AUDIT-RECORD.
          05 ADJ-DATE            PIC 9(08).
          05 FILLER              PIC X(01).
          05 ADJ-TIME            PIC 9(06).
          05 FILLER              PIC X(01).
          05 ADJ-ADJUSTER        PIC X(20).
          05 FILLER              PIC X(01).
          05 ADJ-FILE-CODE       PIC X(01).
          05 FILLER              PIC X(01).
          05 ADJ-OPERATOR        PIC X(20).
          05 FILLER              PIC X(01).
          05 ADJ-GAME-NUMBER     PIC 9(05).
          05 FILLER              PIC X(01).
          05 ADJ-OLD-RESULT      PIC X(01).
          05 FILLER              PIC X(01).
          05 ADJ-REASON          PIC X(30).

      * SAME LAYOUT AS TTTCFG WRITES IT
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

       FD  MATCH-LOG-FILE.
           COPY "MTCHREC.CPY".

       FD  REPORT-FILE.
       01 REPORT-LINE            PIC X(120).

       WORKING-STORAGE SECTION.

      * SITE CONFIGURATION - FILLED BY TTTCONF AT STARTUP; THE MATCH
      * LOG COMES FROM ITS CFG- NAME. THE AUDIT TRAILS STAY LOCAL TO
      * THE JOBS THAT WRITE THEM.
           COPY "CONFREC.CPY".

      * FILE STATUS / END-OF-FILE CONTROL
       77 SIGNON-AUDIT-STATUS    PIC  X(2)  VALUE SPACES.
       77 ADJ-AUDIT-STATUS       PIC  X(2)  VALUE SPACES.
       77 CONFIG-AUDIT-STATUS    PIC  X(2)  VALUE SPACES.
       77 MATCH-LOG-STATUS       PIC  X(2)  VALUE SPACES.
       77 REPORT-FILE-STATUS     PIC  X(2)  VALUE SPACES.

       77 FLAG-SIGNON-EOF        PIC  X(1)  VALUE "N".
           88 SIGNON-EOF               VALUE "Y".
           88 SIGNON-NOT-EOF           VALUE "N".

       77 FLAG-ADJ-EOF           PIC  X(1)  VALUE "N".
           88 ADJ-EOF                  VALUE "Y".
           88 ADJ-NOT-EOF              VALUE "N".

       77 FLAG-CONFIG-EOF        PIC  X(1)  VALUE "N".
           88 CONFIG-EOF               VALUE "Y".
           88 CONFIG-NOT-EOF           VALUE "N".

       77 FLAG-MATCH-LOG-EOF     PIC  X(1)  VALUE "N".
           88 MATCH-LOG-EOF            VALUE "Y".
           88 MATCH-LOG-NOT-EOF        VALUE "N".

       77 FLAG-SIGNON-FAILED     PIC  X(1)  VALUE "N".
           88 SIGNON-FAILED            VALUE "Y".
           88 SIGNON-NOT-FAILED        VALUE "N".

       77 FLAG-SELF-VOID         PIC  X(1)  VALUE "N".
           88 SELF-VOID                VALUE "Y".
           88 NOT-SELF-VOID            VALUE "N".

       77 WS-RUN-DATE            PIC  9(8)  VALUE ZERO.

      * REVIEW PERIOD - WHOLE TRAIL UNLESS BOUNDED FOR THE RUN
       77 WS-FROM-DATE-X         PIC  X(8)  VALUE SPACES.
       77 WS-TO-DATE-X           PIC  X(8)  VALUE SPACES.
       77 WS-FROM-DATE           PIC  9(8)  VALUE ZERO.
       77 WS-TO-DATE             PIC  9(8)  VALUE ZERO.

      * REPEATED-FAILURE WINDOW (MINUTES) AND RUN LENGTH
       77 WS-WINDOW-X            PIC  X(3)  VALUE SPACES.
       77 WS-WINDOW-JUST         PIC  X(3)  VALUE SPACES
                                            JUSTIFIED RIGHT.
       77 WS-WINDOW-MINUTES      PIC  9(3)  VALUE ZERO.
       77 WS-WINDOW-SECONDS      PIC  9(6)  VALUE ZERO.
       77 WS-THRESHOLD-X         PIC  X(2)  VALUE SPACES.
       77 WS-THRESHOLD-JUST      PIC  X(2)  VALUE SPACES
                                            JUSTIFIED RIGHT.
       77 WS-THRESHOLD           PIC  9(2)  VALUE ZERO.

      * A SIGN-ON'S MOMENT AS SECONDS SINCE THE START OF THE CALENDAR
      * USED BY INTEGER-OF-DATE, SO A RUN CAN CROSS MIDNIGHT
       77 WS-EVENT-SECONDS       PIC  9(11) VALUE ZERO.
       77 WS-GAP-SECONDS         PIC  9(11) VALUE ZERO.
       01 WS-EVENT-TIME.
          05 WS-EV-HH            PIC  9(2).
          05 WS-EV-MM            PIC  9(2).
          05 WS-EV-SS            PIC  9(2).

      * THE UTILITIES THAT ALWAYS SIGN ON WITH THE SUPERVISOR ROLE
       01 WS-SUPERVISOR-PROGRAM-VALUES.
          05 FILLER              PIC X(08) VALUE "TTTADJ".
          05 FILLER              PIC X(08) VALUE "TTTCFG".
          05 FILLER              PIC X(08) VALUE "TTTERASE".
          05 FILLER              PIC X(08) VALUE "TTTOPER".
          05 FILLER              PIC X(08) VALUE "TTTPUZM".
          05 FILLER              PIC X(08) VALUE "TTTREST".
       01 FILLER REDEFINES WS-SUPERVISOR-PROGRAM-VALUES.
          05 WS-SUPERVISOR-PROGRAM PIC X(08) OCCURS 6 TIMES.
       78 WK-SUPERVISOR-PROGRAMS        VALUE 6.
       77 WS-SUP-IDX             PIC  9(2)  VALUE ZERO.

       77 FLAG-SUPERVISOR-PROGRAM PIC X(1)  VALUE "N".
           88 SUPERVISOR-PROGRAM       VALUE "Y".
           88 NOT-SUPERVISOR-PROGRAM   VALUE "N".

      * SIGN-ON TALLY BY OPERATOR, WITH THE FAILURE RUN IN PROGRESS
       77 WS-OP-COUNT            PIC  9(3)  VALUE ZERO.
       77 WS-OP-IDX              PIC  9(3)  VALUE ZERO.
       77 WS-OP-FOUND-IDX        PIC  9(3)  VALUE ZERO.
       78 WK-OP-TABLE-SIZE              VALUE 200.

       01 WS-OPERATOR-TABLE.
          05 WS-OP-ENTRY OCCURS 200 TIMES.
             10 WS-OP-ID               PIC X(20).
             10 WS-OP-ATTEMPTS         PIC 9(5).
             10 WS-OP-FAILED           PIC 9(5).
             10 WS-OP-WRONG-PIN        PIC 9(5).
             10 WS-OP-LOCKED           PIC 9(5).
             10 WS-OP-UNKNOWN          PIC 9(5).
             10 WS-OP-NO-AUTH          PIC 9(5).
             10 WS-OP-RUN-COUNT        PIC 9(3).
             10 WS-OP-RUN-FROM-DATE    PIC 9(8).
             10 WS-OP-RUN-FROM-TIME    PIC 9(6).
             10 WS-OP-RUN-TO-DATE      PIC 9(8).
             10 WS-OP-RUN-TO-TIME      PIC 9(6).
             10 WS-OP-RUN-LAST-SECS    PIC 9(11).

      * SIGN-ON TALLY BY CALLING PROGRAM
       77 WS-PG-COUNT            PIC  9(2)  VALUE ZERO.
       77 WS-PG-IDX              PIC  9(2)  VALUE ZERO.
       77 WS-PG-FOUND-IDX        PIC  9(2)  VALUE ZERO.
       78 WK-PG-TABLE-SIZE              VALUE 20.

       01 WS-PROGRAM-TABLE.
          05 WS-PG-ENTRY OCCURS 20 TIMES.
             10 WS-PG-ID               PIC X(08).
             10 WS-PG-ATTEMPTS         PIC 9(5).
             10 WS-PG-FAILED           PIC 9(5).
             10 WS-PG-WRONG-PIN        PIC 9(5).
             10 WS-PG-LOCKED           PIC 9(5).
             10 WS-PG-UNKNOWN          PIC 9(5).
             10 WS-PG-NO-AUTH          PIC 9(5).

      * RUNS OF REPEATED FAILURES, IN THE ORDER THEY ENDED
       77 WS-RUN-COUNT           PIC  9(3)  VALUE ZERO.
       77 WS-RUN-IDX             PIC  9(3)  VALUE ZERO.
       78 WK-RUN-TABLE-SIZE             VALUE 500.

       01 WS-FAILURE-RUN-TABLE.
          05 WS-FR-ENTRY OCCURS 500 TIMES.
             10 WS-FR-OPERATOR         PIC X(20).
             10 WS-FR-FROM-DATE        PIC 9(8).
             10 WS-FR-FROM-TIME        PIC 9(6).
             10 WS-FR-TO-DATE          PIC 9(8).
             10 WS-FR-TO-TIME          PIC 9(6).
             10 WS-FR-FAILURES         PIC 9(3).

      * VOIDS IN THE PERIOD, HELD SO PLAYER 2 OF A VOIDED MATCH CAN
      * BE JOINED ON FROM THE MATCH LOG IN ONE PASS
       77 WS-VOID-COUNT          PIC  9(4)  VALUE ZERO.
       77 WS-VOID-IDX            PIC  9(4)  VALUE ZERO.
       78 WK-VOID-TABLE-SIZE            VALUE 2000.

       01 WS-VOID-TABLE.
          05 WS-VD-ENTRY OCCURS 2000 TIMES.
             10 WS-VD-DATE             PIC 9(8).
             10 WS-VD-TIME             PIC 9(6).
             10 WS-VD-ADJUSTER         PIC X(20).
             10 WS-VD-FILE-CODE        PIC X(1).
             10 WS-VD-OPERATOR         PIC X(20).
             10 WS-VD-PLAYER2          PIC X(20).
             10 WS-VD-GAME-NUMBER      PIC 9(5).
             10 WS-VD-OLD-RESULT       PIC X(1).
             10 WS-VD-REASON           PIC X(30).

      * VOIDS BY ADJUSTER, FOR THE SELF-VOID SUMMARY
       77 WS-AJ-COUNT            PIC  9(3)  VALUE ZERO.
       77 WS-AJ-IDX              PIC  9(3)  VALUE ZERO.
       77 WS-AJ-FOUND-IDX        PIC  9(3)  VALUE ZERO.
       78 WK-AJ-TABLE-SIZE              VALUE 50.

       01 WS-ADJUSTER-TABLE.
          05 WS-AJ-ENTRY OCCURS 50 TIMES.
             10 WS-AJ-ID               PIC X(20).
             10 WS-AJ-VOIDS            PIC 9(5).
             10 WS-AJ-SELF-VOIDS       PIC 9(5).

      * RUNNING TOTALS FOR THE REPORT TRAILER
       77 WS-SIGNONS-READ        PIC  9(7)  VALUE ZERO.
       77 WS-SIGNONS-IN-RANGE    PIC  9(7)  VALUE ZERO.
       77 WS-FAILED-SIGNONS      PIC  9(7)  VALUE ZERO.
       77 WS-SUPERVISOR-SIGNONS  PIC  9(7)  VALUE ZERO.
       77 WS-VOIDS-IN-RANGE      PIC  9(7)  VALUE ZERO.
       77 WS-SELF-VOIDS          PIC  9(7)  VALUE ZERO.
       77 WS-CONFIG-CHANGES      PIC  9(7)  VALUE ZERO.
       77 WS-TABLE-OVERFLOWS     PIC  9(7)  VALUE ZERO.

      * PRINT LINE WORK AREAS
       01 WS-FAILURE-LINE.
          05 WS-FL-NAME          PIC  X(20).
          05 FILLER              PIC  X(05) VALUE SPACES.
          05 WS-FL-ATTEMPTS      PIC  ZZZZ9.
          05 FILLER              PIC  X(03) VALUE SPACES.
          05 WS-FL-FAILED        PIC  ZZZZ9.
          05 FILLER              PIC  X(06) VALUE SPACES.
          05 WS-FL-WRONG-PIN     PIC  ZZZZ9.
          05 FILLER              PIC  X(03) VALUE SPACES.
          05 WS-FL-LOCKED        PIC  ZZZZ9.
          05 FILLER              PIC  X(04) VALUE SPACES.
          05 WS-FL-UNKNOWN       PIC  ZZZZ9.
          05 FILLER              PIC  X(04) VALUE SPACES.
          05 WS-FL-NO-AUTH       PIC  ZZZZ9.

       01 WS-RUN-LINE.
          05 WS-RL-OPERATOR      PIC  X(20).
          05 FILLER              PIC  X(02) VALUE SPACES.
          05 WS-RL-FROM-DATE     PIC  9(08).
          05 FILLER              PIC  X(01) VALUE SPACES.
          05 WS-RL-FROM-TIME     PIC  9(06).
          05 FILLER              PIC  X(02) VALUE SPACES.
          05 WS-RL-TO-DATE       PIC  9(08).
          05 FILLER              PIC  X(01) VALUE SPACES.
          05 WS-RL-TO-TIME       PIC  9(06).
          05 FILLER              PIC  X(03) VALUE SPACES.
          05 WS-RL-FAILURES      PIC  ZZ9.

       01 WS-SIGNON-LINE.
          05 WS-SL-DATE          PIC  9(08).
          05 FILLER              PIC  X(01) VALUE SPACES.
          05 WS-SL-TIME          PIC  9(06).
          05 FILLER              PIC  X(02) VALUE SPACES.
          05 WS-SL-PROGRAM       PIC  X(08).
          05 FILLER              PIC  X(02) VALUE SPACES.
          05 WS-SL-OPERATOR      PIC  X(20).
          05 FILLER              PIC  X(02) VALUE SPACES.
          05 WS-SL-OUTCOME       PIC  X(12).

       01 WS-VOID-LINE.
          05 WS-VL-DATE          PIC  9(08).
          05 FILLER              PIC  X(01) VALUE SPACES.
          05 WS-VL-TIME          PIC  9(06).
          05 FILLER              PIC  X(02) VALUE SPACES.
          05 WS-VL-ADJUSTER      PIC  X(20).
          05 FILLER              PIC  X(02) VALUE SPACES.
          05 WS-VL-LOG           PIC  X(05).
          05 FILLER              PIC  X(02) VALUE SPACES.
          05 WS-VL-OPERATOR      PIC  X(20).
          05 FILLER              PIC  X(02) VALUE SPACES.
          05 WS-VL-GAME          PIC  ZZZZ9.
          05 FILLER              PIC  X(03) VALUE SPACES.
          05 WS-VL-OLD-RESULT    PIC  X(01).
          05 FILLER              PIC  X(03) VALUE SPACES.
          05 WS-VL-SELF          PIC  X(04).
          05 FILLER              PIC  X(02) VALUE SPACES.
          05 WS-VL-REASON        PIC  X(30).

       01 WS-VOID-P2-LINE.
          05 FILLER              PIC  X(39) VALUE SPACES.
          05 FILLER              PIC  X(07) VALUE "VS     ".
          05 WS-VP-PLAYER2       PIC  X(20).

       01 WS-ADJUSTER-LINE.
          05 WS-AL-ADJUSTER      PIC  X(20).
          05 FILLER              PIC  X(02) VALUE SPACES.
          05 WS-AL-VOIDS         PIC  ZZZZ9.
          05 FILLER              PIC  X(02) VALUE SPACES.
          05 WS-AL-SELF-VOIDS    PIC  ZZZZ9.

       01 WS-CONFIG-LINE.
          05 WS-CL-DATE          PIC  9(08).
          05 FILLER              PIC  X(01) VALUE SPACES.
          05 WS-CL-TIME          PIC  9(06).
          05 FILLER              PIC  X(02) VALUE SPACES.
          05 WS-CL-SUPERVISOR    PIC  X(20).
          05 FILLER              PIC  X(02) VALUE SPACES.
          05 WS-CL-KEYWORD       PIC  X(20).
          05 FILLER              PIC  X(02) VALUE SPACES.
          05 WS-CL-ACTION        PIC  X(07).

       01 WS-CONFIG-VALUE-LINE.
          05 FILLER              PIC  X(17) VALUE SPACES.
          05 WS-CV-LABEL         PIC  X(07).
          05 WS-CV-VALUE         PIC  X(60).

       01 WS-TRAILER-LINE.
          05 WS-TR-LABEL         PIC  X(30).
          05 WS-TR-VALUE         PIC  ZZZZZZ9.

       01 WS-HEADER-LINE.
          05 FILLER              PIC  X(44) VALUE
             "TIC TAC TOE - SECURITY REVIEW - RUN         ".
          05 WS-HD-RUN-DATE      PIC  9(08).

       PROCEDURE  DIVISION.
       MAIN-LOGIC.
           PERFORM INITIALIZE-RUN
           PERFORM SCAN-SIGNON-LOG
           PERFORM LOAD-VOIDS
           PERFORM JOIN-MATCH-PLAYER2

           PERFORM OPEN-REPORT
           PERFORM PRINT-FAILURES-BY-OPERATOR
           PERFORM PRINT-FAILURES-BY-PROGRAM
           PERFORM PRINT-FAILURE-RUNS
           PERFORM LIST-SUPERVISOR-SIGNONS
           PERFORM PRINT-VOIDS
           PERFORM PRINT-SELF-VOID-SUMMARY
           PERFORM LIST-CONFIG-CHANGES
           PERFORM PRINT-TRAILER
           PERFORM TERMINATE-RUN

      * ... SOMETHING DID NOT FIT ITS TABLE - THE REPORT IS SHORT BY
      * ... WHAT THE TRAILER SAYS
           IF WS-TABLE-OVERFLOWS > ZERO
              MOVE 4 TO RETURN-CODE
           END-IF

           STOP RUN
           .
      /
      * --------------------------------------------------------------
      *   PICK UP THE REVIEW PERIOD AND THE REPEATED-FAILURE RULE
      * --------------------------------------------------------------
       INITIALIZE-RUN.
           SET CFG-NOT-LOADED TO TRUE
           CALL "TTTCONF" USING TTT-CONFIG-AREA

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE

           ACCEPT WS-FROM-DATE-X FROM ENVIRONMENT "TTTSECFROM"
           IF WS-FROM-DATE-X IS NUMERIC
              MOVE WS-FROM-DATE-X TO WS-FROM-DATE
           ELSE
              MOVE ZERO           TO WS-FROM-DATE
           END-IF

           ACCEPT WS-TO-DATE-X FROM ENVIRONMENT "TTTSECTO"
           IF WS-TO-DATE-X IS NUMERIC
              MOVE WS-TO-DATE-X   TO WS-TO-DATE
           ELSE
              MOVE 99999999       TO WS-TO-DATE
           END-IF

      * RIGHT-JUSTIFY AND ZERO-FILL SO "5" AND "005" BOTH WORK; BLANK
      * OR ZERO FALLS BACK TO THE STANDARD RULE
           ACCEPT WS-WINDOW-X FROM ENVIRONMENT "TTTSECWIN"
           MOVE SPACES TO WS-WINDOW-JUST
           MOVE FUNCTION TRIM(WS-WINDOW-X) TO WS-WINDOW-JUST
           INSPECT WS-WINDOW-JUST REPLACING LEADING " " BY "0"
           IF WS-WINDOW-X NOT = SPACES
              AND WS-WINDOW-JUST IS NUMERIC
              AND WS-WINDOW-JUST NOT = "000"
              MOVE WS-WINDOW-JUST TO WS-WINDOW-MINUTES
           ELSE
              MOVE 10             TO WS-WINDOW-MINUTES
           END-IF
           COMPUTE WS-WINDOW-SECONDS = WS-WINDOW-MINUTES * 60

           ACCEPT WS-THRESHOLD-X FROM ENVIRONMENT "TTTSECCNT"
           MOVE SPACES TO WS-THRESHOLD-JUST
           MOVE FUNCTION TRIM(WS-THRESHOLD-X) TO WS-THRESHOLD-JUST
           INSPECT WS-THRESHOLD-JUST REPLACING LEADING " " BY "0"
           IF WS-THRESHOLD-X NOT = SPACES
              AND WS-THRESHOLD-JUST IS NUMERIC
              AND WS-THRESHOLD-JUST > "01"
              MOVE WS-THRESHOLD-JUST TO WS-THRESHOLD
           ELSE
              MOVE 3                 TO WS-THRESHOLD
           END-IF
           .
      /
      * --------------------------------------------------------------
      *   PASS 1 OVER THE SIGN-ON TRAIL - TALLY EVERY ATTEMPT BY
      *   OPERATOR AND BY PROGRAM AND FOLLOW EACH OPERATOR'S RUN OF
      *   FAILURES
      * --------------------------------------------------------------
       SCAN-SIGNON-LOG.
           SET SIGNON-NOT-EOF TO TRUE

           OPEN INPUT SIGNON-AUDIT-FILE
           IF SIGNON-AUDIT-STATUS = "35"
              SET SIGNON-EOF TO TRUE
           END-IF

           PERFORM UNTIL SIGNON-EOF
              READ SIGNON-AUDIT-FILE
                 AT END
                    SET SIGNON-EOF TO TRUE
              END-READ
              IF NOT SIGNON-EOF
                 ADD 1 TO WS-SIGNONS-READ
                 IF SGN-DATE IS NUMERIC
                    AND SGN-DATE >= WS-FROM-DATE
                    AND SGN-DATE <= WS-TO-DATE
                    PERFORM TALLY-ONE-SIGNON
                 END-IF
              END-IF
           END-PERFORM

           IF SIGNON-AUDIT-STATUS NOT = "35"
              CLOSE SIGNON-AUDIT-FILE
           END-IF

      * ...RUNS STILL OPEN AT THE END OF THE TRAIL COUNT AS WELL
           PERFORM VARYING WS-OP-IDX FROM 1 BY 1
                   UNTIL WS-OP-IDX > WS-OP-COUNT
              MOVE WS-OP-IDX TO WS-OP-FOUND-IDX
              PERFORM CLOSE-FAILURE-RUN
           END-PERFORM
           .

       TALLY-ONE-SIGNON.
           ADD 1 TO WS-SIGNONS-IN-RANGE

           IF SGN-OUTCOME = "SIGNED ON" OR SGN-OUTCOME = "WAIVED"
              SET SIGNON-NOT-FAILED TO TRUE
           ELSE
              SET SIGNON-FAILED     TO TRUE
              ADD 1 TO WS-FAILED-SIGNONS
           END-IF

      * ... A NAME OR PROGRAM THAT NO LONGER FITS ITS TABLE IS LEFT
      * ... OUT OF THAT TABLE'S TALLY - THE TRAILER COUNTS IT
           PERFORM FIND-OR-ADD-OPERATOR
           IF WS-OP-FOUND-IDX > ZERO
              PERFORM TALLY-OPERATOR-SIGNON
           END-IF

           PERFORM FIND-OR-ADD-PROGRAM
           IF WS-PG-FOUND-IDX > ZERO
              PERFORM TALLY-PROGRAM-SIGNON
           END-IF
           .

       TALLY-OPERATOR-SIGNON.
           ADD 1 TO WS-OP-ATTEMPTS(WS-OP-FOUND-IDX)

           IF SIGNON-FAILED
              ADD 1 TO WS-OP-FAILED(WS-OP-FOUND-IDX)
              EVALUATE SGN-OUTCOME
                 WHEN "WRONG PIN"
                      ADD 1 TO WS-OP-WRONG-PIN(WS-OP-FOUND-IDX)
                 WHEN "LOCKED"
                      ADD 1 TO WS-OP-LOCKED(WS-OP-FOUND-IDX)
                 WHEN "UNKNOWN ID"
                      ADD 1 TO WS-OP-UNKNOWN(WS-OP-FOUND-IDX)
                 WHEN OTHER
                      ADD 1 TO WS-OP-NO-AUTH(WS-OP-FOUND-IDX)
              END-EVALUATE
              PERFORM TRACK-FAILURE-RUN
           ELSE
      * ...   A GOOD SIGN-ON ENDS ANY RUN OF FAILURES
              PERFORM CLOSE-FAILURE-RUN
           END-IF
           .

       TALLY-PROGRAM-SIGNON.
           ADD 1 TO WS-PG-ATTEMPTS(WS-PG-FOUND-IDX)

           IF SIGNON-FAILED
              ADD 1 TO WS-PG-FAILED(WS-PG-FOUND-IDX)
              EVALUATE SGN-OUTCOME
                 WHEN "WRONG PIN"
                      ADD 1 TO WS-PG-WRONG-PIN(WS-PG-FOUND-IDX)
                 WHEN "LOCKED"
                      ADD 1 TO WS-PG-LOCKED(WS-PG-FOUND-IDX)
                 WHEN "UNKNOWN ID"
                      ADD 1 TO WS-PG-UNKNOWN(WS-PG-FOUND-IDX)
                 WHEN OTHER
                      ADD 1 TO WS-PG-NO-AUTH(WS-PG-FOUND-IDX)
              END-EVALUATE
           END-IF
           .

      * --------------------------------------------------------------
      *   EXTEND THE OPERATOR'S RUN OF FAILURES WHEN THIS ONE FOLLOWS
      *   THE LAST WITHIN THE WINDOW, OTHERWISE CLOSE IT AND START A
      *   NEW ONE HERE
      * --------------------------------------------------------------
       TRACK-FAILURE-RUN.
           MOVE ZERO TO WS-EVENT-SECONDS
           IF SGN-DATE > 16010101 AND SGN-TIME IS NUMERIC
              MOVE SGN-TIME TO WS-EVENT-TIME
              COMPUTE WS-EVENT-SECONDS =
                      FUNCTION INTEGER-OF-DATE(SGN-DATE) * 86400
                    + WS-EV-HH * 3600
                    + WS-EV-MM * 60
                    + WS-EV-SS
           END-IF

           IF WS-OP-RUN-COUNT(WS-OP-FOUND-IDX) > ZERO
              COMPUTE WS-GAP-SECONDS = WS-EVENT-SECONDS
                      - WS-OP-RUN-LAST-SECS(WS-OP-FOUND-IDX)
              IF WS-EVENT-SECONDS <
                 WS-OP-RUN-LAST-SECS(WS-OP-FOUND-IDX)
                 OR WS-GAP-SECONDS > WS-WINDOW-SECONDS
                 PERFORM CLOSE-FAILURE-RUN
              END-IF
           END-IF

           IF WS-OP-RUN-COUNT(WS-OP-FOUND-IDX) = ZERO
              MOVE SGN-DATE TO WS-OP-RUN-FROM-DATE(WS-OP-FOUND-IDX)
              MOVE SGN-TIME TO WS-OP-RUN-FROM-TIME(WS-OP-FOUND-IDX)
           END-IF
           IF WS-OP-RUN-COUNT(WS-OP-FOUND-IDX) < 999
              ADD 1 TO WS-OP-RUN-COUNT(WS-OP-FOUND-IDX)
           END-IF
           MOVE SGN-DATE TO WS-OP-RUN-TO-DATE(WS-OP-FOUND-IDX)
           MOVE SGN-TIME TO WS-OP-RUN-TO-TIME(WS-OP-FOUND-IDX)
           MOVE WS-EVENT-SECONDS TO
                WS-OP-RUN-LAST-SECS(WS-OP-FOUND-IDX)
           .

      * --------------------------------------------------------------
      *   END THE RUN HELD ON WS-OP-FOUND-IDX, KEEPING IT FOR THE
      *   REPORT WHEN IT REACHED THE THRESHOLD
      * --------------------------------------------------------------
       CLOSE-FAILURE-RUN.
           IF WS-OP-RUN-COUNT(WS-OP-FOUND-IDX) >= WS-THRESHOLD
              IF WS-RUN-COUNT < WK-RUN-TABLE-SIZE
                 ADD 1 TO WS-RUN-COUNT
                 MOVE WS-OP-ID(WS-OP-FOUND-IDX)
                   TO WS-FR-OPERATOR(WS-RUN-COUNT)
                 MOVE WS-OP-RUN-FROM-DATE(WS-OP-FOUND-IDX)
                   TO WS-FR-FROM-DATE(WS-RUN-COUNT)
                 MOVE WS-OP-RUN-FROM-TIME(WS-OP-FOUND-IDX)
                   TO WS-FR-FROM-TIME(WS-RUN-COUNT)
                 MOVE WS-OP-RUN-TO-DATE(WS-OP-FOUND-IDX)
                   TO WS-FR-TO-DATE(WS-RUN-COUNT)
                 MOVE WS-OP-RUN-TO-TIME(WS-OP-FOUND-IDX)
                   TO WS-FR-TO-TIME(WS-RUN-COUNT)
                 MOVE WS-OP-RUN-COUNT(WS-OP-FOUND-IDX)
                   TO WS-FR-FAILURES(WS-RUN-COUNT)
              ELSE
                 ADD 1 TO WS-TABLE-OVERFLOWS
              END-IF
           END-IF
           MOVE ZERO TO WS-OP-RUN-COUNT(WS-OP-FOUND-IDX)
           .

      * --------------------------------------------------------------
      *   FIND-OR-ADD BY THE NAME ON THE SIGN-ON RECORD. A NEW NAME
      *   THAT NO LONGER FITS IS COUNTED AND LEFT WITH NO ROW
      *   (WS-OP-FOUND-IDX ZERO).
      * --------------------------------------------------------------
       FIND-OR-ADD-OPERATOR.
           MOVE ZERO TO WS-OP-FOUND-IDX
           PERFORM VARYING WS-OP-IDX FROM 1 BY 1
                   UNTIL WS-OP-IDX > WS-OP-COUNT
                      OR WS-OP-FOUND-IDX > ZERO
              IF WS-OP-ID(WS-OP-IDX) = SGN-OPERATOR
                 MOVE WS-OP-IDX TO WS-OP-FOUND-IDX
              END-IF
           END-PERFORM

           IF WS-OP-FOUND-IDX = ZERO
              IF WS-OP-COUNT < WK-OP-TABLE-SIZE
                 ADD 1 TO WS-OP-COUNT
                 MOVE WS-OP-COUNT TO WS-OP-FOUND-IDX
                 INITIALIZE WS-OP-ENTRY(WS-OP-FOUND-IDX)
                 MOVE SGN-OPERATOR TO WS-OP-ID(WS-OP-FOUND-IDX)
              ELSE
                 ADD 1 TO WS-TABLE-OVERFLOWS
              END-IF
           END-IF
           .

      * --------------------------------------------------------------
      *   SAME FOR THE PROGRAM THAT ASKED FOR THE SIGN-ON
      * --------------------------------------------------------------
       FIND-OR-ADD-PROGRAM.
           MOVE ZERO TO WS-PG-FOUND-IDX
           PERFORM VARYING WS-PG-IDX FROM 1 BY 1
                   UNTIL WS-PG-IDX > WS-PG-COUNT
                      OR WS-PG-FOUND-IDX > ZERO
              IF WS-PG-ID(WS-PG-IDX) = SGN-PROGRAM
                 MOVE WS-PG-IDX TO WS-PG-FOUND-IDX
              END-IF
           END-PERFORM

           IF WS-PG-FOUND-IDX = ZERO
              IF WS-PG-COUNT < WK-PG-TABLE-SIZE
                 ADD 1 TO WS-PG-COUNT
                 MOVE WS-PG-COUNT TO WS-PG-FOUND-IDX
                 INITIALIZE WS-PG-ENTRY(WS-PG-FOUND-IDX)
                 MOVE SGN-PROGRAM TO WS-PG-ID(WS-PG-FOUND-IDX)
              ELSE
                 ADD 1 TO WS-TABLE-OVERFLOWS
              END-IF
           END-IF
           .
      /
      * --------------------------------------------------------------
      *   HOLD EVERY VOID IN THE PERIOD AND TALLY IT BY ADJUSTER
      * --------------------------------------------------------------
       LOAD-VOIDS.
           SET ADJ-NOT-EOF TO TRUE

           OPEN INPUT ADJ-AUDIT-FILE
           IF ADJ-AUDIT-STATUS = "35"
              SET ADJ-EOF TO TRUE
           END-IF

           PERFORM UNTIL ADJ-EOF
              READ ADJ-AUDIT-FILE
                 AT END
                    SET ADJ-EOF TO TRUE
              END-READ
              IF NOT ADJ-EOF
                 IF ADJ-DATE IS NUMERIC
                    AND ADJ-DATE >= WS-FROM-DATE
                    AND ADJ-DATE <= WS-TO-DATE
                    PERFORM HOLD-ONE-VOID
                 END-IF
              END-IF
           END-PERFORM

           IF ADJ-AUDIT-STATUS NOT = "35"
              CLOSE ADJ-AUDIT-FILE
           END-IF
           .

       HOLD-ONE-VOID.
           ADD 1 TO WS-VOIDS-IN-RANGE

           IF WS-VOID-COUNT < WK-VOID-TABLE-SIZE
              ADD 1 TO WS-VOID-COUNT
              MOVE ADJ-DATE        TO WS-VD-DATE(WS-VOID-COUNT)
              MOVE ADJ-TIME        TO WS-VD-TIME(WS-VOID-COUNT)
              MOVE ADJ-ADJUSTER    TO WS-VD-ADJUSTER(WS-VOID-COUNT)
              MOVE ADJ-FILE-CODE   TO WS-VD-FILE-CODE(WS-VOID-COUNT)
              MOVE ADJ-OPERATOR    TO WS-VD-OPERATOR(WS-VOID-COUNT)
              MOVE SPACES          TO WS-VD-PLAYER2(WS-VOID-COUNT)
              MOVE ADJ-GAME-NUMBER TO
                   WS-VD-GAME-NUMBER(WS-VOID-COUNT)
              MOVE ADJ-OLD-RESULT  TO
                   WS-VD-OLD-RESULT(WS-VOID-COUNT)
              MOVE ADJ-REASON      TO WS-VD-REASON(WS-VOID-COUNT)
           ELSE
              ADD 1 TO WS-TABLE-OVERFLOWS
           END-IF
           .

      * --------------------------------------------------------------
      *   ONE PASS OVER THE MATCH LOG TO FIND PLAYER 2 OF EVERY VOIDED
      *   MATCH (JOINED ON PLAYER 1 AND GAME NUMBER)
      * --------------------------------------------------------------
       JOIN-MATCH-PLAYER2.
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
              IF NOT MATCH-LOG-EOF AND MTC-VOIDED
                 PERFORM VARYING WS-VOID-IDX FROM 1 BY 1
                         UNTIL WS-VOID-IDX > WS-VOID-COUNT
                    IF WS-VD-FILE-CODE(WS-VOID-IDX) = "M"
                       AND WS-VD-OPERATOR(WS-VOID-IDX) =
                           MTC-PLAYER1-ID
                       AND WS-VD-GAME-NUMBER(WS-VOID-IDX) =
                           MTC-GAME-NUMBER
                       MOVE MTC-PLAYER2-ID TO
                            WS-VD-PLAYER2(WS-VOID-IDX)
                    END-IF
                 END-PERFORM
              END-IF
           END-PERFORM

           IF MATCH-LOG-STATUS NOT = "35"
              CLOSE MATCH-LOG-FILE
           END-IF
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
              MOVE "PERIOD: WHOLE OF EACH AUDIT TRAIL" TO REPORT-LINE
           ELSE
              STRING "PERIOD: "     DELIMITED BY SIZE
                     WS-FROM-DATE   DELIMITED BY SIZE
                     " TO "         DELIMITED BY SIZE
                     WS-TO-DATE     DELIMITED BY SIZE
                     INTO REPORT-LINE
           END-IF
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           STRING "REPEATED FAILURES: "  DELIMITED BY SIZE
                  WS-THRESHOLD           DELIMITED BY SIZE
                  " OR MORE, EACH WITHIN " DELIMITED BY SIZE
                  WS-WINDOW-MINUTES      DELIMITED BY SIZE
                  " MINUTES OF THE LAST" DELIMITED BY SIZE
                  INTO REPORT-LINE
           WRITE REPORT-LINE
           .

       PRINT-SECTION-TITLE.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           .

       PRINT-FAILURE-HEADINGS.
           MOVE SPACES TO REPORT-LINE
           STRING "                      ATTEMPTS  FAILED  WRONG PIN"
                  "  LOCKED  UNKNOWN  NO AUTH"
                  DELIMITED BY SIZE
                  INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           STRING "--------------------  --------  ------  ---------"
                  "  ------  -------  -------"
                  DELIMITED BY SIZE
                  INTO REPORT-LINE
           WRITE REPORT-LINE
           .

       PRINT-FAILURES-BY-OPERATOR.
           PERFORM PRINT-SECTION-TITLE
           MOVE "FAILED SIGN-ONS BY OPERATOR" TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM PRINT-FAILURE-HEADINGS

           PERFORM VARYING WS-OP-IDX FROM 1 BY 1
                   UNTIL WS-OP-IDX > WS-OP-COUNT
              IF WS-OP-FAILED(WS-OP-IDX) > ZERO
                 MOVE WS-OP-ID(WS-OP-IDX)        TO WS-FL-NAME
                 MOVE WS-OP-ATTEMPTS(WS-OP-IDX)  TO WS-FL-ATTEMPTS
                 MOVE WS-OP-FAILED(WS-OP-IDX)    TO WS-FL-FAILED
                 MOVE WS-OP-WRONG-PIN(WS-OP-IDX) TO WS-FL-WRONG-PIN
                 MOVE WS-OP-LOCKED(WS-OP-IDX)    TO WS-FL-LOCKED
                 MOVE WS-OP-UNKNOWN(WS-OP-IDX)   TO WS-FL-UNKNOWN
                 MOVE WS-OP-NO-AUTH(WS-OP-IDX)   TO WS-FL-NO-AUTH
                 MOVE SPACES          TO REPORT-LINE
                 MOVE WS-FAILURE-LINE TO REPORT-LINE
                 WRITE REPORT-LINE
              END-IF
           END-PERFORM
           .

       PRINT-FAILURES-BY-PROGRAM.
           PERFORM PRINT-SECTION-TITLE
           MOVE "SIGN-ONS BY PROGRAM" TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM PRINT-FAILURE-HEADINGS

           PERFORM VARYING WS-PG-IDX FROM 1 BY 1
                   UNTIL WS-PG-IDX > WS-PG-COUNT
              MOVE WS-PG-ID(WS-PG-IDX)        TO WS-FL-NAME
              MOVE WS-PG-ATTEMPTS(WS-PG-IDX)  TO WS-FL-ATTEMPTS
              MOVE WS-PG-FAILED(WS-PG-IDX)    TO WS-FL-FAILED
              MOVE WS-PG-WRONG-PIN(WS-PG-IDX) TO WS-FL-WRONG-PIN
              MOVE WS-PG-LOCKED(WS-PG-IDX)    TO WS-FL-LOCKED
              MOVE WS-PG-UNKNOWN(WS-PG-IDX)   TO WS-FL-UNKNOWN
              MOVE WS-PG-NO-AUTH(WS-PG-IDX)   TO WS-FL-NO-AUTH
              MOVE SPACES          TO REPORT-LINE
              MOVE WS-FAILURE-LINE TO REPORT-LINE
              WRITE REPORT-LINE
           END-PERFORM
           .

       PRINT-FAILURE-RUNS.
           PERFORM PRINT-SECTION-TITLE
           MOVE "REPEATED FAILED SIGN-ONS" TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           STRING "OPERATOR              FIRST FAILURE    "
                  "LAST FAILURE     COUNT"
                  DELIMITED BY SIZE
                  INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           STRING "--------------------  ---------------  "
                  "---------------  -----"
                  DELIMITED BY SIZE
                  INTO REPORT-LINE
           WRITE REPORT-LINE

           PERFORM VARYING WS-RUN-IDX FROM 1 BY 1
                   UNTIL WS-RUN-IDX > WS-RUN-COUNT
              MOVE WS-FR-OPERATOR(WS-RUN-IDX)  TO WS-RL-OPERATOR
              MOVE WS-FR-FROM-DATE(WS-RUN-IDX) TO WS-RL-FROM-DATE
              MOVE WS-FR-FROM-TIME(WS-RUN-IDX) TO WS-RL-FROM-TIME
              MOVE WS-FR-TO-DATE(WS-RUN-IDX)   TO WS-RL-TO-DATE
              MOVE WS-FR-TO-TIME(WS-RUN-IDX)   TO WS-RL-TO-TIME
              MOVE WS-FR-FAILURES(WS-RUN-IDX)  TO WS-RL-FAILURES
              MOVE SPACES      TO REPORT-LINE
              MOVE WS-RUN-LINE TO REPORT-LINE
              WRITE REPORT-LINE
           END-PERFORM
           .
      /
      * --------------------------------------------------------------
      *   PASS 2 OVER THE SIGN-ON TRAIL - EVERY ATTEMPT ON A
      *   SUPERVISOR UTILITY, IN THE ORDER THEY HAPPENED
      * --------------------------------------------------------------
       LIST-SUPERVISOR-SIGNONS.
           PERFORM PRINT-SECTION-TITLE
           MOVE "SIGN-ONS TO SUPERVISOR UTILITIES" TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           STRING "DATE     TIME    PROGRAM   OPERATOR              "
                  "OUTCOME"
                  DELIMITED BY SIZE
                  INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           STRING "-------- ------  --------  --------------------  "
                  "------------"
                  DELIMITED BY SIZE
                  INTO REPORT-LINE
           WRITE REPORT-LINE

           SET SIGNON-NOT-EOF TO TRUE

           OPEN INPUT SIGNON-AUDIT-FILE
           IF SIGNON-AUDIT-STATUS = "35"
              SET SIGNON-EOF TO TRUE
           END-IF

           PERFORM UNTIL SIGNON-EOF
              READ SIGNON-AUDIT-FILE
                 AT END
                    SET SIGNON-EOF TO TRUE
              END-READ
              IF NOT SIGNON-EOF
                 IF SGN-DATE IS NUMERIC
                    AND SGN-DATE >= WS-FROM-DATE
                    AND SGN-DATE <= WS-TO-DATE
                    PERFORM CHECK-SUPERVISOR-PROGRAM
                    IF SUPERVISOR-PROGRAM
                       PERFORM PRINT-SIGNON-LINE
                    END-IF
                 END-IF
              END-IF
           END-PERFORM

           IF SIGNON-AUDIT-STATUS NOT = "35"
              CLOSE SIGNON-AUDIT-FILE
           END-IF
           .

       CHECK-SUPERVISOR-PROGRAM.
           SET NOT-SUPERVISOR-PROGRAM TO TRUE
           PERFORM VARYING WS-SUP-IDX FROM 1 BY 1
                   UNTIL WS-SUP-IDX > WK-SUPERVISOR-PROGRAMS
              IF SGN-PROGRAM = WS-SUPERVISOR-PROGRAM(WS-SUP-IDX)
                 SET SUPERVISOR-PROGRAM TO TRUE
              END-IF
           END-PERFORM
           .

       PRINT-SIGNON-LINE.
           ADD 1 TO WS-SUPERVISOR-SIGNONS
           MOVE SGN-DATE     TO WS-SL-DATE
           MOVE SGN-TIME     TO WS-SL-TIME
           MOVE SGN-PROGRAM  TO WS-SL-PROGRAM
           MOVE SGN-OPERATOR TO WS-SL-OPERATOR
           MOVE SGN-OUTCOME  TO WS-SL-OUTCOME
           MOVE SPACES         TO REPORT-LINE
           MOVE WS-SIGNON-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           .
      /
      * --------------------------------------------------------------
      *   EVERY VOID, FLAGGING THE ONES THE ADJUSTER PLAYED IN
      * --------------------------------------------------------------
       PRINT-VOIDS.
           PERFORM PRINT-SECTION-TITLE
           MOVE "VOIDED RESULTS" TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           STRING "DATE     TIME    ADJUSTER              LOG    "
                  "OPERATOR               GAME  OLD  SELF  REASON"
                  DELIMITED BY SIZE
                  INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           STRING "-------- ------  --------------------  -----  "
                  "--------------------  -----  ---  ----  "
                  "------------------------------"
                  DELIMITED BY SIZE
                  INTO REPORT-LINE
           WRITE REPORT-LINE

           PERFORM VARYING WS-VOID-IDX FROM 1 BY 1
                   UNTIL WS-VOID-IDX > WS-VOID-COUNT
              PERFORM PRINT-ONE-VOID
           END-PERFORM
           .

       PRINT-ONE-VOID.
           SET NOT-SELF-VOID TO TRUE
           IF WS-VD-ADJUSTER(WS-VOID-IDX) =
              WS-VD-OPERATOR(WS-VOID-IDX)
              SET SELF-VOID TO TRUE
           END-IF
           IF WS-VD-PLAYER2(WS-VOID-IDX) NOT = SPACES
              AND WS-VD-ADJUSTER(WS-VOID-IDX) =
                  WS-VD-PLAYER2(WS-VOID-IDX)
              SET SELF-VOID TO TRUE
           END-IF

           MOVE WS-VD-DATE(WS-VOID-IDX)     TO WS-VL-DATE
           MOVE WS-VD-TIME(WS-VOID-IDX)     TO WS-VL-TIME
           MOVE WS-VD-ADJUSTER(WS-VOID-IDX) TO WS-VL-ADJUSTER
           IF WS-VD-FILE-CODE(WS-VOID-IDX) = "M"
              MOVE "MATCH"                  TO WS-VL-LOG
           ELSE
              MOVE "GAME"                   TO WS-VL-LOG
           END-IF
           MOVE WS-VD-OPERATOR(WS-VOID-IDX) TO WS-VL-OPERATOR
           MOVE WS-VD-GAME-NUMBER(WS-VOID-IDX) TO WS-VL-GAME
           MOVE WS-VD-OLD-RESULT(WS-VOID-IDX)  TO WS-VL-OLD-RESULT
           IF SELF-VOID
              MOVE "SELF"                   TO WS-VL-SELF
              ADD 1 TO WS-SELF-VOIDS
           ELSE
              MOVE SPACES                   TO WS-VL-SELF
           END-IF
           MOVE WS-VD-REASON(WS-VOID-IDX)   TO WS-VL-REASON
           MOVE SPACES       TO REPORT-LINE
           MOVE WS-VOID-LINE TO REPORT-LINE
           WRITE REPORT-LINE

           IF WS-VD-PLAYER2(WS-VOID-IDX) NOT = SPACES
              MOVE WS-VD-PLAYER2(WS-VOID-IDX) TO WS-VP-PLAYER2
              MOVE SPACES          TO REPORT-LINE
              MOVE WS-VOID-P2-LINE TO REPORT-LINE
              WRITE REPORT-LINE
           END-IF

           PERFORM FIND-OR-ADD-ADJUSTER
           IF WS-AJ-FOUND-IDX > ZERO
              ADD 1 TO WS-AJ-VOIDS(WS-AJ-FOUND-IDX)
              IF SELF-VOID
                 ADD 1 TO WS-AJ-SELF-VOIDS(WS-AJ-FOUND-IDX)
              END-IF
           END-IF
           .

      * --------------------------------------------------------------
      *   THE SAME BY ADJUSTER. A NEW ADJUSTER WHO NO LONGER FITS IS
      *   COUNTED AND LEFT WITH NO ROW (WS-AJ-FOUND-IDX ZERO).
      * --------------------------------------------------------------
       FIND-OR-ADD-ADJUSTER.
           MOVE ZERO TO WS-AJ-FOUND-IDX
           PERFORM VARYING WS-AJ-IDX FROM 1 BY 1
                   UNTIL WS-AJ-IDX > WS-AJ-COUNT
                      OR WS-AJ-FOUND-IDX > ZERO
              IF WS-AJ-ID(WS-AJ-IDX) = WS-VD-ADJUSTER(WS-VOID-IDX)
                 MOVE WS-AJ-IDX TO WS-AJ-FOUND-IDX
              END-IF
           END-PERFORM

           IF WS-AJ-FOUND-IDX = ZERO
              IF WS-AJ-COUNT < WK-AJ-TABLE-SIZE
                 ADD 1 TO WS-AJ-COUNT
                 MOVE WS-AJ-COUNT TO WS-AJ-FOUND-IDX
                 INITIALIZE WS-AJ-ENTRY(WS-AJ-FOUND-IDX)
                 MOVE WS-VD-ADJUSTER(WS-VOID-IDX)
                   TO WS-AJ-ID(WS-AJ-FOUND-IDX)
              ELSE
                 ADD 1 TO WS-TABLE-OVERFLOWS
              END-IF
           END-IF
           .

       PRINT-SELF-VOID-SUMMARY.
           PERFORM PRINT-SECTION-TITLE
           MOVE "ADJUSTERS WHO VOIDED THEIR OWN GAMES" TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           MOVE "ADJUSTER              VOIDS   SELF" TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           MOVE "--------------------  -----  -----" TO REPORT-LINE
           WRITE REPORT-LINE

           PERFORM VARYING WS-AJ-IDX FROM 1 BY 1
                   UNTIL WS-AJ-IDX > WS-AJ-COUNT
              IF WS-AJ-SELF-VOIDS(WS-AJ-IDX) > ZERO
                 MOVE WS-AJ-ID(WS-AJ-IDX)         TO WS-AL-ADJUSTER
                 MOVE WS-AJ-VOIDS(WS-AJ-IDX)      TO WS-AL-VOIDS
                 MOVE WS-AJ-SELF-VOIDS(WS-AJ-IDX) TO WS-AL-SELF-VOIDS
                 MOVE SPACES           TO REPORT-LINE
                 MOVE WS-ADJUSTER-LINE TO REPORT-LINE
                 WRITE REPORT-LINE
              END-IF
           END-PERFORM
           .
      /
      * --------------------------------------------------------------
      *   EVERY CONFIGURATION CHANGE WITH ITS BEFORE AND AFTER VALUE
      * --------------------------------------------------------------
       LIST-CONFIG-CHANGES.
           PERFORM PRINT-SECTION-TITLE
           MOVE "CONFIGURATION CHANGES" TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           STRING "DATE     TIME    SUPERVISOR            "
                  "KEYWORD               ACTION"
                  DELIMITED BY SIZE
                  INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           STRING "-------- ------  --------------------  "
                  "--------------------  -------"
                  DELIMITED BY SIZE
                  INTO REPORT-LINE
           WRITE REPORT-LINE

           SET CONFIG-NOT-EOF TO TRUE

           OPEN INPUT CONFIG-AUDIT-FILE
           IF CONFIG-AUDIT-STATUS = "35"
              SET CONFIG-EOF TO TRUE
           END-IF

           PERFORM UNTIL CONFIG-EOF
              READ CONFIG-AUDIT-FILE
                 AT END
                    SET CONFIG-EOF TO TRUE
              END-READ
              IF NOT CONFIG-EOF
                 IF CFA-DATE IS NUMERIC
                    AND CFA-DATE >= WS-FROM-DATE
                    AND CFA-DATE <= WS-TO-DATE
                    PERFORM PRINT-ONE-CONFIG-CHANGE
                 END-IF
              END-IF
           END-PERFORM

           IF CONFIG-AUDIT-STATUS NOT = "35"
              CLOSE CONFIG-AUDIT-FILE
           END-IF
           .

       PRINT-ONE-CONFIG-CHANGE.
           ADD 1 TO WS-CONFIG-CHANGES
           MOVE CFA-DATE       TO WS-CL-DATE
           MOVE CFA-TIME       TO WS-CL-TIME
           MOVE CFA-SUPERVISOR TO WS-CL-SUPERVISOR
           MOVE CFA-KEYWORD    TO WS-CL-KEYWORD
           EVALUATE TRUE
              WHEN CFA-OLD-VALUE = SPACES
                   MOVE "ADDED"   TO WS-CL-ACTION
              WHEN CFA-NEW-VALUE = SPACES
                   MOVE "REMOVED" TO WS-CL-ACTION
              WHEN OTHER
                   MOVE "CHANGED" TO WS-CL-ACTION
           END-EVALUATE
           MOVE SPACES         TO REPORT-LINE
           MOVE WS-CONFIG-LINE TO REPORT-LINE
           WRITE REPORT-LINE

           IF CFA-OLD-VALUE NOT = SPACES
              MOVE "BEFORE "      TO WS-CV-LABEL
              MOVE CFA-OLD-VALUE  TO WS-CV-VALUE
              MOVE SPACES               TO REPORT-LINE
              MOVE WS-CONFIG-VALUE-LINE TO REPORT-LINE
              WRITE REPORT-LINE
           END-IF

           IF CFA-NEW-VALUE NOT = SPACES
              MOVE "AFTER  "      TO WS-CV-LABEL
              MOVE CFA-NEW-VALUE  TO WS-CV-VALUE
              MOVE SPACES               TO REPORT-LINE
              MOVE WS-CONFIG-VALUE-LINE TO REPORT-LINE
              WRITE REPORT-LINE
           END-IF
           .
      /
       PRINT-TRAILER.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE "SIGN-ON RECORDS READ"      TO WS-TR-LABEL
           MOVE WS-SIGNONS-READ             TO WS-TR-VALUE
           PERFORM PRINT-TRAILER-LINE

           MOVE "SIGN-ONS IN PERIOD"        TO WS-TR-LABEL
           MOVE WS-SIGNONS-IN-RANGE         TO WS-TR-VALUE
           PERFORM PRINT-TRAILER-LINE

           MOVE "FAILED SIGN-ONS"           TO WS-TR-LABEL
           MOVE WS-FAILED-SIGNONS           TO WS-TR-VALUE
           PERFORM PRINT-TRAILER-LINE

           MOVE "RUNS OF REPEATED FAILURES" TO WS-TR-LABEL
           MOVE WS-RUN-COUNT                TO WS-TR-VALUE
           PERFORM PRINT-TRAILER-LINE

           MOVE "SUPERVISOR UTILITY SIGN-ONS" TO WS-TR-LABEL
           MOVE WS-SUPERVISOR-SIGNONS       TO WS-TR-VALUE
           PERFORM PRINT-TRAILER-LINE

           MOVE "VOIDS IN PERIOD"           TO WS-TR-LABEL
           MOVE WS-VOIDS-IN-RANGE           TO WS-TR-VALUE
           PERFORM PRINT-TRAILER-LINE

           MOVE "SELF-VOIDS"                TO WS-TR-LABEL
           MOVE WS-SELF-VOIDS               TO WS-TR-VALUE
           PERFORM PRINT-TRAILER-LINE

           MOVE "CONFIGURATION CHANGES"     TO WS-TR-LABEL
           MOVE WS-CONFIG-CHANGES           TO WS-TR-VALUE
           PERFORM PRINT-TRAILER-LINE

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
