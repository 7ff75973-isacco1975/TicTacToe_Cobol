       IDENTIFICATION       DIVISION.
       PROGRAM-ID.          TTTERASE.
       AUTHOR.              ISAAC GARCIA PEVERI
       DATE-WRITTEN.        15.10.2026.
      * LAST EDIT           15.10.2026.
       REMARKS.             PERSONAL DATA ERASURE FOR DEPARTED
                             OPERATORS. FINDS EVERY OPERATOR WHO HAS
                             BEEN INACTIVE ON THE MASTER LONGER THAN
                             THE SITE'S ERASE-DAYS RETENTION PERIOD
                             AND TAKES THE NAME OUT OF EVERY FILE IT
                             REACHES - THE MASTER, THE TALLIES, THE
                             LEAGUE, THE SESSION FILES, THE BRACKET,
                             THE LOGS, THE HOUSEKEEPING ARCHIVES AND
                             THE AUDIT TRAILS - THEN PRINTS A SIGNED-
                             OFF ERASURE CERTIFICATE THAT NEVER SHOWS
                             THE NAME ITSELF.
      /
      ******************************************************************
      * WRITTEN IN ACUCOBOL-GT 7.0.0
      *         TIC TAC TOE PERSONAL DATA ERASURE
      *
      *         THE COMPLIANCE COUSIN OF THE TTTOPER RENAME: THE SAME
      *         REACH, BUT EVERY NAME GOES TO A STABLE ANONYMOUS TOKEN
      *         (ANON-NNNNNN, ONE PER PERSON, THE NEXT NUMBER AFTER
      *         THE HIGHEST ALREADY ON THE MASTER) SO THE LEAGUE
      *         TABLES, THE RATINGS AND THE HEAD-TO-HEAD HISTORY
      *         STILL ADD UP. WHAT ONLY DESCRIBES THE PERSON IS
      *         DELETED OUTRIGHT:
      *           ANONYMIZED - OPERMAST (ROW KEPT AS ERASED, NO PIN),
      *                        STATS, RATINGS, SEASON, SESSHIST,
      *                        TOURNEY.DAT (BOTH CHAIRS AND THE
      *                        WINNER), MOVELOG, GAMELOG, MATCHLOG
      *                        (BOTH CHAIRS), EVERY MOVELOG/GAMELOG
      *                        ARCHIVE ON THE TTTARCH.CTL CATALOG,
      *                        TTTSIGNON.AUD, TTTADJ.AUD (ADJUSTER
      *                        AND PLAYER), TTTCFG.AUD, PUZZRES
      *                        (TRAINING ATTEMPTS), GAMEHIST (BOTH
      *                        CHAIRS)
      *           DELETED    - PREFS, CHECKPT, SESSIONS
      *
      *         THE RETENTION PERIOD IS ERASE-DAYS IN TTTCONF.DAT
      *         (DEFAULT 365): AN INACTIVE OPERATOR WHOSE MASTER ROW
      *         LAST CHANGED ON OR BEFORE TODAY MINUS ERASE-DAYS IS
      *         DUE. THE SUPERVISOR SEES THE NAMES ON THE CONSOLE AND
      *         CONFIRMS BEFORE ANYTHING IS TOUCHED.
      *
      *         THE RUN REWRITES FILES THE GAME HOLDS OPEN, SO IT
      *         REFUSES WHILE A SESSION IS LIVE (TTTIGNSESS=Y AS FOR
      *         THE OTHER UTILITIES). THE MASTER IS RE-KEYED LAST: A
      *         RUN THAT STOPS PART WAY IS SIMPLY RUN AGAIN, FINDS
      *         THE SAME OPERATORS, HANDS OUT THE SAME TOKENS AND
      *         FINISHES THE FILES THE FIRST RUN DID NOT REACH.
      *
      *         THE CERTIFICATE (TTTERASE.LST) SHOWS EACH TOKEN, EACH
      *         FILE AND WHAT WAS CHANGED IN IT, AND THE SUPERVISOR'S
      *         SIGN-OFF. NOT SIGNING OFF, OR AN ARCHIVE THE RUN
      *         COULD NOT REACH (NOT ON DISK OR OVER THE LIMIT), ENDS
      *         WITH EXIT STATUS 8.
      *
      *         THE BACKUP SETS ARE NOT REWRITTEN - A SET IS PROVED BY
      *         ITS CONTROL TOTALS AND MUST STAY AS IT WAS TAKEN.
      *         INSTEAD EVERY CONFIRMED RUN IS LOGGED ON TTTERASE.CTL
      *         (ERASLREC.CPY) BEFORE ANY FILE IS TOUCHED; TTTREST
      *         WARNS BEFORE RESTORING A SET TAKEN EARLIER, ASKS FOR
      *         "YES" IN FULL, AND SAYS THIS RUN MUST BE REPEATED. A
      *         RUN THAT CANNOT BE LOGGED ERASES NOTHING.
      ******************************************************************
      /
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.

       INPUT-OUTPUT  SECTION.
       FILE-CONTROL.
           SELECT OPERATOR-FILE ASSIGN TO DYNAMIC CFG-OPERMAST-FILE
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              RECORD KEY   IS OPR-OPERATOR-ID
              FILE STATUS  IS OPERATOR-FILE-STATUS.

           SELECT STATS-FILE ASSIGN TO DYNAMIC CFG-STATS-FILE
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              RECORD KEY   IS STATS-OPERATOR-ID
              FILE STATUS  IS STATS-FILE-STATUS.

           SELECT RATINGS-FILE ASSIGN TO DYNAMIC CFG-RATINGS-FILE
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              RECORD KEY   IS RTG-OPERATOR-ID
              FILE STATUS  IS RATINGS-FILE-STATUS.

           SELECT SEASON-FILE ASSIGN TO DYNAMIC CFG-SEASON-FILE
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              RECORD KEY   IS SSN-KEY
              FILE STATUS  IS SEASON-FILE-STATUS.

           SELECT PREFS-FILE ASSIGN TO DYNAMIC CFG-PREFS-FILE
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              RECORD KEY   IS PRF-OPERATOR-ID
              FILE STATUS  IS PREFS-FILE-STATUS.

           SELECT CHECKPOINT-FILE ASSIGN TO DYNAMIC CFG-CHECKPT-FILE
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              RECORD KEY   IS CKP-OPERATOR-ID
              FILE STATUS  IS CHECKPOINT-FILE-STATUS.

           SELECT SESSION-FILE ASSIGN TO DYNAMIC CFG-SESSION-FILE
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              RECORD KEY   IS SES-OPERATOR-ID
              FILE STATUS  IS SESSION-FILE-STATUS.

           SELECT SESSHIST-FILE ASSIGN TO DYNAMIC CFG-SESSHIST-FILE
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              RECORD KEY   IS SHS-KEY
              FILE STATUS  IS SESSHIST-FILE-STATUS.

           SELECT TOURNEY-FILE ASSIGN TO "TOURNEY.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS  IS TOURNEY-FILE-STATUS.

           SELECT MOVE-LOG-FILE ASSIGN TO DYNAMIC CFG-MOVELOG-FILE
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS  IS MOVE-LOG-STATUS.

           SELECT GAME-LOG-FILE ASSIGN TO DYNAMIC CFG-GAMELOG-FILE
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS  IS GAME-LOG-STATUS.

           SELECT MATCH-LOG-FILE ASSIGN TO DYNAMIC CFG-MATCHLOG-FILE
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS  IS MATCH-LOG-STATUS.

           SELECT CATALOG-FILE ASSIGN TO "TTTARCH.CTL"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS  IS CATALOG-FILE-STATUS.

           SELECT MOVE-ARCH-FILE ASSIGN TO DYNAMIC WS-ARCHIVE-NAME
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS  IS MOVE-ARCH-STATUS.

           SELECT GAME-ARCH-FILE ASSIGN TO DYNAMIC WS-ARCHIVE-NAME
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS  IS GAME-ARCH-STATUS.

           SELECT SIGNON-AUDIT-FILE ASSIGN TO "TTTSIGNON.AUD"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS  IS SIGNON-AUDIT-STATUS.

           SELECT ADJ-AUDIT-FILE ASSIGN TO "TTTADJ.AUD"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS  IS ADJ-AUDIT-STATUS.

           SELECT CONFIG-AUDIT-FILE ASSIGN TO "TTTCFG.AUD"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS  IS CONFIG-AUDIT-STATUS.

           SELECT PUZZLE-RESULT-FILE ASSIGN TO DYNAMIC CFG-PUZZRES-FILE
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS  IS PUZZRES-FILE-STATUS.

           SELECT GAME-HISTORY-FILE ASSIGN TO DYNAMIC CFG-GAMEHIST-FILE
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              RECORD KEY   IS GHS-KEY
              ALTERNATE RECORD KEY IS GHS-OPERATOR-KEY
                 WITH DUPLICATES
              ALTERNATE RECORD KEY IS GHS-SITE-KEY
                 WITH DUPLICATES
              FILE STATUS  IS GAMEHIST-FILE-STATUS.

           SELECT ERASURE-LOG-FILE ASSIGN TO "TTTERASE.CTL"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS  IS ERASURE-LOG-STATUS.

           SELECT WORK-FILE ASSIGN TO "TTTERASE.TMP"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS  IS WORK-FILE-STATUS.

           SELECT REPORT-FILE ASSIGN TO "TTTERASE.LST"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS  IS REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OPERATOR-FILE.
           COPY "OPERREC.CPY".

       FD  STATS-FILE.
           COPY "STATSREC.CPY".

       FD  RATINGS-FILE.
           COPY "RATNGREC.CPY".

       FD  SEASON-FILE.
           COPY "SEASNREC.CPY".

       FD  PREFS-FILE.
           COPY "PREFREC.CPY".

       FD  CHECKPOINT-FILE.
           COPY "CHKPTREC.CPY".

       FD  SESSION-FILE.
           COPY "SESSREC.CPY".

       FD  SESSHIST-FILE.
           COPY "SHISTREC.CPY".

       FD  TOURNEY-FILE.
           COPY "TOURNREC.CPY".

       FD  MOVE-LOG-FILE.
           COPY "MOVLGREC.CPY".

       FD  GAME-LOG-FILE.
           COPY "GAMLGREC.CPY".

       FD  MATCH-LOG-FILE.
           COPY "MTCHREC.CPY".

       FD  CATALOG-FILE.
           COPY "ARCHCREC.CPY".

      * THE ARCHIVES ARE COPIES OF THE LIVE LOG RECORDS - THE
      * OPERATOR ID IS THE FIRST 20 BYTES OF BOTH LAYOUTS
       FD  MOVE-ARCH-FILE.
       01 MOVE-ARCH-RECORD       PIC X(51).

       FD  GAME-ARCH-FILE.
       01 GAME-ARCH-RECORD       PIC X(45).

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

       FD  PUZZLE-RESULT-FILE.
           COPY "PZRSREC.CPY".

       FD  GAME-HISTORY-FILE.
           COPY "GHISTREC.CPY".

       FD  ERASURE-LOG-FILE.
           COPY "ERASLREC.CPY".

      * HOLDS A WHOLE TEXT FILE WHILE IT IS REWRITTEN - WIDE ENOUGH
      * FOR THE LONGEST OF THEM (THE CONFIGURATION AUDIT TRAIL)
       FD  WORK-FILE.
       01 WORK-RECORD            PIC X(180).

       FD  REPORT-FILE.
       01 REPORT-LINE            PIC X(100).

       WORKING-STORAGE SECTION.

      * SITE CONFIGURATION - FILLED BY TTTCONF AT STARTUP; THE DATA
      * FILES ARE ASSIGNED TO THE CFG- NAMES AND CFG-ERASE-DAYS IS
      * THE RETENTION PERIOD
           COPY "CONFREC.CPY".

      * SIGN-ON INTERFACE - THIS IS A SUPERVISOR-ONLY UTILITY
           COPY "AUTHREC.CPY".

       77 WS-SIGNON-NAME         PIC  X(20) VALUE SPACES.
       77 WS-SIGNON-PIN          PIC  X(4)  VALUE SPACES.
       77 WS-ANSWER              PIC  X(1)  VALUE SPACES.

      * LIVE-SESSION REGISTRY (SESSIONS.DAT) - THIS JOB REWRITES
      * FILES A LIVE SESSION HOLDS OPEN, SO IT REFUSES TO RUN WHILE
      * ANY SESSION IS STILL ACTIVE (TTTIGNSESS=Y OVERRIDES AFTER A
      * CRASH LEAVES A STALE ROW)
       77 SESSION-FILE-STATUS    PIC  X(2)  VALUE SPACES.
       77 FLAG-SESSION-EOF       PIC  X(1)  VALUE "N".
           88 SESSION-EOF              VALUE "Y".
           88 SESSION-NOT-EOF          VALUE "N".
       77 FLAG-LIVE-SESSION      PIC  X(1)  VALUE "N".
           88 LIVE-SESSION-FOUND       VALUE "Y".
           88 NO-LIVE-SESSION          VALUE "N".
       77 WS-IGNSESS-X           PIC  X(1)  VALUE SPACE.

      * FILE STATUS / END-OF-FILE CONTROL
       77 OPERATOR-FILE-STATUS   PIC  X(2)  VALUE SPACES.
       77 STATS-FILE-STATUS      PIC  X(2)  VALUE SPACES.
       77 RATINGS-FILE-STATUS    PIC  X(2)  VALUE SPACES.
       77 SEASON-FILE-STATUS     PIC  X(2)  VALUE SPACES.
       77 PREFS-FILE-STATUS      PIC  X(2)  VALUE SPACES.
       77 CHECKPOINT-FILE-STATUS PIC  X(2)  VALUE SPACES.
       77 SESSHIST-FILE-STATUS   PIC  X(2)  VALUE SPACES.
       77 TOURNEY-FILE-STATUS    PIC  X(2)  VALUE SPACES.
       77 MOVE-LOG-STATUS        PIC  X(2)  VALUE SPACES.
       77 GAME-LOG-STATUS        PIC  X(2)  VALUE SPACES.
       77 MATCH-LOG-STATUS       PIC  X(2)  VALUE SPACES.
       77 CATALOG-FILE-STATUS    PIC  X(2)  VALUE SPACES.
       77 MOVE-ARCH-STATUS       PIC  X(2)  VALUE SPACES.
       77 GAME-ARCH-STATUS       PIC  X(2)  VALUE SPACES.
       77 SIGNON-AUDIT-STATUS    PIC  X(2)  VALUE SPACES.
       77 ADJ-AUDIT-STATUS       PIC  X(2)  VALUE SPACES.
       77 CONFIG-AUDIT-STATUS    PIC  X(2)  VALUE SPACES.
       77 PUZZRES-FILE-STATUS    PIC  X(2)  VALUE SPACES.
       77 GAMEHIST-FILE-STATUS   PIC  X(2)  VALUE SPACES.
       77 ERASURE-LOG-STATUS     PIC  X(2)  VALUE SPACES.
       77 WORK-FILE-STATUS       PIC  X(2)  VALUE SPACES.
       77 REPORT-FILE-STATUS     PIC  X(2)  VALUE SPACES.

       77 FLAG-FILE-EOF          PIC  X(1)  VALUE "N".
           88 FILE-EOF                 VALUE "Y".
           88 FILE-NOT-EOF             VALUE "N".

      * RUN STAMP AND RETENTION
       77 WS-TODAY               PIC  9(8)  VALUE ZERO.
       77 WS-RUN-TIME            PIC  9(6)  VALUE ZERO.
       77 WS-CUTOFF-DATE         PIC  9(8)  VALUE ZERO.
       77 WS-CUTOFF-INT          PIC  9(8)  VALUE ZERO.

      * THE OPERATORS BEING ERASED THIS RUN - REAL NAME AND TOKEN.
      * THE NAME NEVER LEAVES THIS TABLE EXCEPT ON THE CONSOLE
      * CONFIRMATION; THE CERTIFICATE IS PRINTED FROM THE TOKEN.
       78 WK-ERASE-TABLE-SIZE           VALUE 200.
       77 WS-ER-COUNT            PIC  9(3)  VALUE ZERO.
       77 WS-ER-IDX              PIC  9(3)  VALUE ZERO.
       77 WS-ER-OVERFLOW         PIC  9(5)  VALUE ZERO.
       01 WS-ERASE-TABLE.
          05 WS-ER-ENTRY OCCURS 200 TIMES.
             10 WS-ER-NAME             PIC X(20).
             10 WS-ER-TOKEN            PIC X(20).
             10 WS-ER-SINCE            PIC 9(8).
             10 WS-ER-HITS             PIC 9(7) OCCURS 19 TIMES.

      * LOOK-UP OF ONE NAME AGAINST THE TABLE
       77 WS-LOOKUP-NAME         PIC  X(20) VALUE SPACES.
       77 WS-HIT-IDX             PIC  9(3)  VALUE ZERO.

      * TOKENS - ANON- PLUS A SIX DIGIT NUMBER, CONTINUING FROM THE
      * HIGHEST NUMBER ALREADY ON THE MASTER
       77 WS-TOKEN-HIGH          PIC  9(6)  VALUE ZERO.
       01 WS-TOKEN.
          05 WS-TOKEN-PREFIX     PIC  X(05) VALUE "ANON-".
          05 WS-TOKEN-NUMBER     PIC  9(06) VALUE ZERO.
          05 FILLER              PIC  X(09) VALUE SPACES.

      * THE FILES THE RUN REACHES, IN CERTIFICATE ORDER. EACH
      * CARRIES WHAT IS DONE TO IT AND HOW MANY ROWS IT CHANGED.
       78 WK-F-OPERMAST                 VALUE 1.
       78 WK-F-STATS                    VALUE 2.
       78 WK-F-RATINGS                  VALUE 3.
       78 WK-F-SEASON                   VALUE 4.
       78 WK-F-PREFS                    VALUE 5.
       78 WK-F-CHECKPT                  VALUE 6.
       78 WK-F-SESSIONS                 VALUE 7.
       78 WK-F-SESSHIST                 VALUE 8.
       78 WK-F-TOURNEY                  VALUE 9.
       78 WK-F-MOVELOG                  VALUE 10.
       78 WK-F-GAMELOG                  VALUE 11.
       78 WK-F-MATCHLOG                 VALUE 12.
       78 WK-F-MOVE-ARC                 VALUE 13.
       78 WK-F-GAME-ARC                 VALUE 14.
       78 WK-F-SIGNON-AUD               VALUE 15.
       78 WK-F-ADJ-AUD                  VALUE 16.
       78 WK-F-CFG-AUD                  VALUE 17.
       78 WK-F-PUZZRES                  VALUE 18.
       78 WK-F-GAMEHIST                 VALUE 19.
       78 WK-FILE-COUNT                 VALUE 19.
       77 WS-FILE-IDX            PIC  9(2)  VALUE ZERO.
       01 WS-FILE-TABLE.
          05 WS-FL-ENTRY OCCURS 19 TIMES.
             10 WS-FL-NAME             PIC X(30).
             10 WS-FL-ACTION           PIC X(12).
             10 WS-FL-ROWS             PIC 9(7).

      * PER-ROW CHANGE SWITCH - A ROW WITH THE NAME IN TWO PLACES
      * IS STILL ONE ROW CHANGED
       77 FLAG-ROW-CHANGED       PIC  X(1)  VALUE "N".
           88 ROW-CHANGED              VALUE "Y".
           88 ROW-NOT-CHANGED          VALUE "N".

      * A TEXT FILE IS ONLY WRITTEN BACK WHEN SOMETHING IN IT CHANGED
       77 WS-ROWS-BEFORE         PIC  9(7)  VALUE ZERO.

      * INDEXED FILES KEYED ON THE NAME PLUS SOMETHING ELSE (SEASON,
      * SESSION HISTORY, GAME HISTORY) ARE RE-KEYED IN BATCHES: A
      * PASS PARKS UP TO A TABLE OF MATCHING ROWS, DELETING EACH, AND
      * WRITES THEM BACK UNDER THE TOKEN ONLY AFTER THE SCAN, SO THE
      * READ-NEXT NEVER MEETS ITS OWN OUTPUT. A FULL TABLE MEANS
      * ANOTHER PASS.
       78 WK-PARK-TABLE-SIZE            VALUE 500.
       77 WS-PARK-COUNT          PIC  9(3)  VALUE ZERO.
       77 WS-PARK-IDX            PIC  9(3)  VALUE ZERO.
       01 WS-PARK-TABLE.
          05 WS-PARK-ENTRY OCCURS 500 TIMES.
             10 WS-PARK-RECORD         PIC X(256).
             10 WS-PARK-ER-IDX         PIC 9(3).

      * THE ARCHIVES NAMED ON THE TTTARCH.CTL CATALOG - EACH FILE
      * ONCE, HOWEVER OFTEN A HOUSEKEEPING RESTART CATALOGED IT
       78 WK-ARCHIVE-TABLE-SIZE         VALUE 500.
       77 WS-AR-COUNT            PIC  9(3)  VALUE ZERO.
       77 WS-AR-IDX              PIC  9(3)  VALUE ZERO.
       77 WS-AR-SKIPPED          PIC  9(5)  VALUE ZERO.
       77 WS-AR-MISSING          PIC  9(5)  VALUE ZERO.
       77 WS-AR-MOVE-FILES       PIC  9(5)  VALUE ZERO.
       77 WS-AR-GAME-FILES       PIC  9(5)  VALUE ZERO.
       77 WS-ARCHIVE-NAME        PIC  X(30) VALUE SPACES.
       77 FLAG-ARCHIVE-KNOWN     PIC  X(1)  VALUE "N".
           88 ARCHIVE-KNOWN            VALUE "Y".
           88 ARCHIVE-NOT-KNOWN        VALUE "N".
       01 WS-ARCHIVE-TABLE.
          05 WS-AR-ENTRY OCCURS 500 TIMES.
             10 WS-AR-NAME             PIC X(30).
             10 WS-AR-TYPE             PIC X(01).

      * RUN OUTCOME
       77 FLAG-SIGNED-OFF        PIC  X(1)  VALUE "N".
           88 SIGNED-OFF               VALUE "Y".
           88 NOT-SIGNED-OFF           VALUE "N".
       77 FLAG-RUN-COMPLETE      PIC  X(1)  VALUE "Y".
           88 RUN-COMPLETE             VALUE "Y".
           88 RUN-INCOMPLETE           VALUE "N".
       77 WS-SIGNOFF-TIME        PIC  9(6)  VALUE ZERO.
       77 WS-LOG-WRITE-STATUS    PIC  X(2)  VALUE SPACES.

      * CERTIFICATE LINES
       01 WS-TOKEN-LINE.
          05 FILLER              PIC  X(02) VALUE SPACES.
          05 WS-TK-TOKEN         PIC  X(20).
          05 FILLER              PIC  X(17)
                                 VALUE "INACTIVE SINCE   ".
          05 WS-TK-SINCE         PIC  9(08).

       01 WS-FILE-LINE.
          05 FILLER              PIC  X(02) VALUE SPACES.
          05 WS-FD-NAME          PIC  X(30).
          05 FILLER              PIC  X(02) VALUE SPACES.
          05 WS-FD-ACTION        PIC  X(12).
          05 FILLER              PIC  X(02) VALUE SPACES.
          05 WS-FD-ROWS          PIC  ZZZZZZ9.

       01 WS-HIT-LINE.
          05 FILLER              PIC  X(06) VALUE SPACES.
          05 WS-HL-NAME          PIC  X(30).
          05 FILLER              PIC  X(02) VALUE SPACES.
          05 WS-HL-ACTION        PIC  X(12).
          05 FILLER              PIC  X(02) VALUE SPACES.
          05 WS-HL-COUNT         PIC  ZZZZZZ9.

       01 WS-TRAILER-LINE.
          05 WS-TR-LABEL         PIC  X(30).
          05 WS-TR-VALUE         PIC  ZZZZZZZZ9.

       PROCEDURE  DIVISION.
       MAIN-LOGIC.
           SET CFG-NOT-LOADED TO TRUE
           CALL "TTTCONF" USING TTT-CONFIG-AREA

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-RUN-TIME

           DISPLAY "TIC TAC TOE - PERSONAL DATA ERASURE"

           PERFORM SUPERVISOR-SIGN-ON
           IF NOT AUTH-PASSED
              DISPLAY "SIGN-ON REFUSED - STOPPING"
              STOP RUN
           END-IF

           PERFORM CHECK-LIVE-SESSIONS

           PERFORM FIND-OPERATORS-DUE
           IF WS-ER-COUNT = ZERO
              DISPLAY "NO OPERATOR IS DUE FOR ERASURE - NOTHING DONE"
              STOP RUN
           END-IF

           PERFORM CONFIRM-THE-ERASURE
           IF WS-ANSWER NOT = "Y"
              DISPLAY "NOT CONFIRMED - NOTHING ERASED"
              STOP RUN
           END-IF

           PERFORM LOG-THE-ERASURE
           IF ERASURE-LOG-STATUS NOT = "00"
              DISPLAY "TTTERASE.CTL COULD NOT BE WRITTEN - STATUS "
                      ERASURE-LOG-STATUS
              DISPLAY "NOTHING ERASED"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF

           PERFORM SET-UP-FILE-TABLE

           PERFORM ERASE-STATS-ROWS
           PERFORM ERASE-RATINGS-ROWS
           PERFORM ERASE-SEASON-ROWS
           PERFORM ERASE-PREFS-ROWS
           PERFORM ERASE-CHECKPOINT-ROWS
           PERFORM ERASE-SESSION-ROWS
           PERFORM ERASE-SESSHIST-ROWS
           PERFORM ERASE-TOURNEY
           PERFORM ERASE-MOVE-LOG
           PERFORM ERASE-GAME-LOG
           PERFORM ERASE-MATCH-LOG
           PERFORM ERASE-ARCHIVES
           PERFORM ERASE-SIGNON-AUDIT
           PERFORM ERASE-ADJ-AUDIT
           PERFORM ERASE-CONFIG-AUDIT
           PERFORM ERASE-PUZZLE-RESULTS
           PERFORM ERASE-GAMEHIST-ROWS
           PERFORM ERASE-MASTER-ROWS

           PERFORM TAKE-SIGN-OFF
           PERFORM PRINT-CERTIFICATE

           IF NOT SIGNED-OFF OR RUN-INCOMPLETE
              MOVE 8 TO RETURN-CODE
           END-IF

           STOP RUN
           .
      /
      * --------------------------------------------------------------
      *   SUPERVISOR SIGN-ON THROUGH TTTAUTH - EVERY OUTCOME LANDS
      *   ON THE SIGN-ON AUDIT LOG
      * --------------------------------------------------------------
       SUPERVISOR-SIGN-ON.
           DISPLAY "SUPERVISOR NAME?"
           MOVE SPACES TO WS-SIGNON-NAME
           ACCEPT WS-SIGNON-NAME
           DISPLAY "PIN?"
           MOVE SPACES TO WS-SIGNON-PIN
           ACCEPT WS-SIGNON-PIN

           MOVE WS-SIGNON-NAME TO AUTH-OPERATOR-ID
           MOVE WS-SIGNON-PIN  TO AUTH-PIN
           MOVE "S"            TO AUTH-REQUIRED-ROLE
           MOVE "TTTERASE"     TO AUTH-PROGRAM
           CALL "TTTAUTH" USING TTT-AUTH-AREA
           .
      /
      * --------------------------------------------------------------
      *   REFUSE TO RUN WHILE THE LIVE-SESSION REGISTRY CARRIES AN
      *   ACTIVE SESSION - THIS JOB REWRITES FILES THE GAME HOLDS
      *   OPEN AND MUST NOT RACE A LIVE TERMINAL. TTTIGNSESS=Y
      *   OVERRIDES ONCE OPERATIONS HAS CHECKED THE FLOOR (A CRASHED
      *   SESSION LEAVES A STALE ACTIVE ROW BEHIND).
      * --------------------------------------------------------------
       CHECK-LIVE-SESSIONS.
           SET NO-LIVE-SESSION  TO TRUE
           SET SESSION-NOT-EOF  TO TRUE

           ACCEPT WS-IGNSESS-X FROM ENVIRONMENT "TTTIGNSESS"

           OPEN INPUT SESSION-FILE
           IF SESSION-FILE-STATUS = "35"
              SET SESSION-EOF TO TRUE
           END-IF

           PERFORM UNTIL SESSION-EOF
              READ SESSION-FILE NEXT RECORD
                 AT END
                    SET SESSION-EOF TO TRUE
              END-READ
              IF NOT SESSION-EOF
                 IF SES-ACTIVE
                    SET LIVE-SESSION-FOUND TO TRUE
                    DISPLAY "LIVE SESSION: " SES-OPERATOR-ID
                 END-IF
              END-IF
           END-PERFORM

           IF SESSION-FILE-STATUS NOT = "35"
              CLOSE SESSION-FILE
           END-IF

           IF LIVE-SESSION-FOUND
              IF WS-IGNSESS-X = "Y"
                 DISPLAY "TTTIGNSESS=Y - RUNNING DESPITE LIVE SESSIONS"
              ELSE
                 DISPLAY "LIVE SESSIONS ON THE REGISTRY - NOT RUNNING"
                 DISPLAY "WAIT FOR THE FLOOR OR SET TTTIGNSESS=Y"
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF
           .
      /
      * --------------------------------------------------------------
      *   WHO IS DUE: INACTIVE ON THE MASTER, AND THE ROW LAST CHANGED
      *   (THE DEACTIVATION) ON OR BEFORE TODAY MINUS ERASE-DAYS. THE
      *   SAME SCAN FINDS THE HIGHEST TOKEN ALREADY HANDED OUT, AND
      *   THE TOKENS ARE NUMBERED ON FROM IT IN MASTER KEY ORDER.
      * --------------------------------------------------------------
       FIND-OPERATORS-DUE.
           COMPUTE WS-CUTOFF-INT =
                   FUNCTION INTEGER-OF-DATE(WS-TODAY)
                   - CFG-ERASE-DAYS
           COMPUTE WS-CUTOFF-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-CUTOFF-INT)

           MOVE ZERO TO WS-ER-COUNT
                        WS-ER-OVERFLOW
                        WS-TOKEN-HIGH
           SET FILE-NOT-EOF TO TRUE

           OPEN INPUT OPERATOR-FILE
           IF OPERATOR-FILE-STATUS = "35"
              SET FILE-EOF TO TRUE
           END-IF

           PERFORM UNTIL FILE-EOF
              READ OPERATOR-FILE NEXT RECORD
                 AT END
                    SET FILE-EOF TO TRUE
              END-READ
              IF NOT FILE-EOF
                 IF OPR-OPERATOR-ID(1:5) = "ANON-"
                    AND OPR-OPERATOR-ID(6:6) IS NUMERIC
                    AND OPR-OPERATOR-ID(6:6) > WS-TOKEN-HIGH
                    MOVE OPR-OPERATOR-ID(6:6) TO WS-TOKEN-HIGH
                 END-IF
                 IF OPR-INACTIVE
                    AND OPR-DATE-CHANGED NOT > WS-CUTOFF-DATE
                    PERFORM TAKE-OPERATOR-DUE
                 END-IF
              END-IF
           END-PERFORM

           IF OPERATOR-FILE-STATUS NOT = "35"
              CLOSE OPERATOR-FILE
           END-IF

           MOVE WS-TOKEN-HIGH TO WS-TOKEN-NUMBER
           PERFORM VARYING WS-ER-IDX FROM 1 BY 1
                   UNTIL WS-ER-IDX > WS-ER-COUNT
              ADD 1 TO WS-TOKEN-NUMBER
              MOVE WS-TOKEN TO WS-ER-TOKEN(WS-ER-IDX)
           END-PERFORM
           .

       TAKE-OPERATOR-DUE.
           IF WS-ER-COUNT < WK-ERASE-TABLE-SIZE
              ADD 1 TO WS-ER-COUNT
              INITIALIZE WS-ER-ENTRY(WS-ER-COUNT)
              MOVE OPR-OPERATOR-ID  TO WS-ER-NAME(WS-ER-COUNT)
              MOVE OPR-DATE-CHANGED TO WS-ER-SINCE(WS-ER-COUNT)
           ELSE
              ADD 1 TO WS-ER-OVERFLOW
           END-IF
           .
      /
      * --------------------------------------------------------------
      *   SHOW THE SUPERVISOR WHO WILL BE ERASED AND UNDER WHICH
      *   TOKEN - THE ONLY PLACE THE NAMES ARE EVER SHOWN - AND TAKE
      *   THE GO-AHEAD
      * --------------------------------------------------------------
       CONFIRM-THE-ERASURE.
           DISPLAY " "
           DISPLAY "RETENTION " CFG-ERASE-DAYS " DAYS - INACTIVE ON "
                   "OR BEFORE " WS-CUTOFF-DATE
           DISPLAY "OPERATORS DUE FOR ERASURE:"
           PERFORM VARYING WS-ER-IDX FROM 1 BY 1
                   UNTIL WS-ER-IDX > WS-ER-COUNT
              DISPLAY "  " WS-ER-NAME(WS-ER-IDX)
                      "  BECOMES  " WS-ER-TOKEN(WS-ER-IDX)
           END-PERFORM
           IF WS-ER-OVERFLOW > ZERO
              DISPLAY "  (" WS-ER-OVERFLOW " MORE ARE DUE - RUN AGAIN "
                      "AFTER THIS ONE)"
           END-IF

           DISPLAY " "
           DISPLAY "THIS CANNOT BE UNDONE. ERASE THESE OPERATORS (Y/N)?"
           MOVE SPACES TO WS-ANSWER
           ACCEPT WS-ANSWER
           IF WS-ANSWER = "y"
              MOVE "Y" TO WS-ANSWER
           END-IF
           .

      * --------------------------------------------------------------
      *   LOG THE RUN ON TTTERASE.CTL BEFORE ANY FILE IS TOUCHED, SO
      *   TTTREST KNOWS EVERY SET TAKEN BEFORE NOW STILL HOLDS THE
      *   NAMES. THE CALLER STOPS UNLESS THE STATUS COMES BACK "00".
      * --------------------------------------------------------------
       LOG-THE-ERASURE.
           OPEN EXTEND ERASURE-LOG-FILE
           IF ERASURE-LOG-STATUS = "35"
              OPEN OUTPUT ERASURE-LOG-FILE
           END-IF

           IF ERASURE-LOG-STATUS = "00"
              MOVE SPACES         TO ERASURE-LOG-RECORD
              MOVE WS-TODAY       TO ERL-RUN-DATE
              MOVE WS-RUN-TIME    TO ERL-RUN-TIME
              MOVE WS-ER-COUNT    TO ERL-OPERATORS
              MOVE WS-CUTOFF-DATE TO ERL-CUTOFF-DATE
              WRITE ERASURE-LOG-RECORD
              IF ERASURE-LOG-STATUS = "00"
                 CLOSE ERASURE-LOG-FILE
              ELSE
                 MOVE ERASURE-LOG-STATUS TO WS-LOG-WRITE-STATUS
                 CLOSE ERASURE-LOG-FILE
                 MOVE WS-LOG-WRITE-STATUS TO ERASURE-LOG-STATUS
              END-IF
           END-IF
           .
      /
      * --------------------------------------------------------------
      *   THE FILES AS THE CERTIFICATE NAMES THEM, AND WHAT HAPPENS
      *   TO AN ERASED OPERATOR'S ROWS IN EACH
      * --------------------------------------------------------------
       SET-UP-FILE-TABLE.
           MOVE CFG-OPERMAST-FILE    TO WS-FL-NAME(WK-F-OPERMAST)
           MOVE CFG-STATS-FILE       TO WS-FL-NAME(WK-F-STATS)
           MOVE CFG-RATINGS-FILE     TO WS-FL-NAME(WK-F-RATINGS)
           MOVE CFG-SEASON-FILE      TO WS-FL-NAME(WK-F-SEASON)
           MOVE CFG-PREFS-FILE       TO WS-FL-NAME(WK-F-PREFS)
           MOVE CFG-CHECKPT-FILE     TO WS-FL-NAME(WK-F-CHECKPT)
           MOVE CFG-SESSION-FILE     TO WS-FL-NAME(WK-F-SESSIONS)
           MOVE CFG-SESSHIST-FILE    TO WS-FL-NAME(WK-F-SESSHIST)
           MOVE "TOURNEY.DAT"        TO WS-FL-NAME(WK-F-TOURNEY)
           MOVE CFG-MOVELOG-FILE     TO WS-FL-NAME(WK-F-MOVELOG)
           MOVE CFG-GAMELOG-FILE     TO WS-FL-NAME(WK-F-GAMELOG)
           MOVE CFG-MATCHLOG-FILE    TO WS-FL-NAME(WK-F-MATCHLOG)
           MOVE "MOVELOG ARCHIVES"   TO WS-FL-NAME(WK-F-MOVE-ARC)
           MOVE "GAMELOG ARCHIVES"   TO WS-FL-NAME(WK-F-GAME-ARC)
           MOVE "TTTSIGNON.AUD"      TO WS-FL-NAME(WK-F-SIGNON-AUD)
           MOVE "TTTADJ.AUD"         TO WS-FL-NAME(WK-F-ADJ-AUD)
           MOVE "TTTCFG.AUD"         TO WS-FL-NAME(WK-F-CFG-AUD)
           MOVE CFG-PUZZRES-FILE     TO WS-FL-NAME(WK-F-PUZZRES)
           MOVE CFG-GAMEHIST-FILE    TO WS-FL-NAME(WK-F-GAMEHIST)

           PERFORM VARYING WS-FILE-IDX FROM 1 BY 1
                   UNTIL WS-FILE-IDX > WK-FILE-COUNT
              MOVE "ANONYMIZED" TO WS-FL-ACTION(WS-FILE-IDX)
              MOVE ZERO         TO WS-FL-ROWS(WS-FILE-IDX)
           END-PERFORM
           MOVE "DELETED"       TO WS-FL-ACTION(WK-F-PREFS)
           MOVE "DELETED"       TO WS-FL-ACTION(WK-F-CHECKPT)
           MOVE "DELETED"       TO WS-FL-ACTION(WK-F-SESSIONS)
           .
      /
      * --------------------------------------------------------------
      *   LOOK A NAME UP IN THE ERASURE TABLE - WS-HIT-IDX IS ZERO
      *   WHEN THE NAME IS NOT BEING ERASED
      * --------------------------------------------------------------
       FIND-ERASED-NAME.
           MOVE ZERO TO WS-HIT-IDX
           IF WS-LOOKUP-NAME NOT = SPACES
              PERFORM VARYING WS-ER-IDX FROM 1 BY 1
                      UNTIL WS-ER-IDX > WS-ER-COUNT
                         OR WS-HIT-IDX > ZERO
                 IF WS-ER-NAME(WS-ER-IDX) = WS-LOOKUP-NAME
                    MOVE WS-ER-IDX TO WS-HIT-IDX
                 END-IF
              END-PERFORM
           END-IF
           .

      * ... ONE NAME REPLACED (OR ONE ROW DELETED) FOR THE OPERATOR
      * ... JUST FOUND, IN THE FILE BEING WORKED
       COUNT-HIT.
           ADD 1 TO WS-ER-HITS(WS-HIT-IDX, WS-FILE-IDX)
           SET ROW-CHANGED TO TRUE
           .

       COUNT-ROW.
           IF ROW-CHANGED
              ADD 1 TO WS-FL-ROWS(WS-FILE-IDX)
           END-IF
           .

       MARK-NOT-ON-FILE.
           MOVE "NOT ON FILE" TO WS-FL-ACTION(WS-FILE-IDX)
           .
      /
      * --------------------------------------------------------------
      *   STATS.DAT AND RATINGS.DAT - ONE ROW PER OPERATOR, RE-KEYED
      *   TO THE TOKEN WITH EVERY COUNT INTACT SO THE SITE TOTALS AND
      *   THE TALLY RECONCILIATION STILL AGREE
      * --------------------------------------------------------------
       ERASE-STATS-ROWS.
           MOVE WK-F-STATS TO WS-FILE-IDX
           OPEN I-O STATS-FILE
           IF STATS-FILE-STATUS = "35"
              PERFORM MARK-NOT-ON-FILE
           ELSE
              PERFORM VARYING WS-HIT-IDX FROM 1 BY 1
                      UNTIL WS-HIT-IDX > WS-ER-COUNT
                 SET ROW-NOT-CHANGED TO TRUE
                 MOVE WS-ER-NAME(WS-HIT-IDX) TO STATS-OPERATOR-ID
                 READ STATS-FILE
                    INVALID KEY
                       CONTINUE
                    NOT INVALID KEY
                       DELETE STATS-FILE RECORD
                       MOVE WS-ER-TOKEN(WS-HIT-IDX)
                                             TO STATS-OPERATOR-ID
                       WRITE STATS-RECORD
                          INVALID KEY
                             REWRITE STATS-RECORD
                       END-WRITE
                       PERFORM COUNT-HIT
                 END-READ
                 PERFORM COUNT-ROW
              END-PERFORM
              CLOSE STATS-FILE
           END-IF
           .

       ERASE-RATINGS-ROWS.
           MOVE WK-F-RATINGS TO WS-FILE-IDX
           OPEN I-O RATINGS-FILE
           IF RATINGS-FILE-STATUS = "35"
              PERFORM MARK-NOT-ON-FILE
           ELSE
              PERFORM VARYING WS-HIT-IDX FROM 1 BY 1
                      UNTIL WS-HIT-IDX > WS-ER-COUNT
                 SET ROW-NOT-CHANGED TO TRUE
                 MOVE WS-ER-NAME(WS-HIT-IDX) TO RTG-OPERATOR-ID
                 READ RATINGS-FILE
                    INVALID KEY
                       CONTINUE
                    NOT INVALID KEY
                       DELETE RATINGS-FILE RECORD
                       MOVE WS-ER-TOKEN(WS-HIT-IDX)
                                             TO RTG-OPERATOR-ID
                       WRITE RATING-RECORD
                          INVALID KEY
                             REWRITE RATING-RECORD
                       END-WRITE
                       PERFORM COUNT-HIT
                 END-READ
                 PERFORM COUNT-ROW
              END-PERFORM
              CLOSE RATINGS-FILE
           END-IF
           .
      /
      * --------------------------------------------------------------
      *   SEASON.DAT - ONE ROW PER OPERATOR PER SEASON, KEYED SEASON
      *   FIRST. PARKED AND RE-KEYED IN PASSES (SEE WS-PARK-TABLE).
      * --------------------------------------------------------------
       ERASE-SEASON-ROWS.
           MOVE WK-F-SEASON TO WS-FILE-IDX
           OPEN I-O SEASON-FILE
           IF SEASON-FILE-STATUS = "35"
              PERFORM MARK-NOT-ON-FILE
           ELSE
              MOVE WK-PARK-TABLE-SIZE TO WS-PARK-COUNT
              PERFORM UNTIL WS-PARK-COUNT < WK-PARK-TABLE-SIZE
                 PERFORM ONE-SEASON-PASS
              END-PERFORM
              CLOSE SEASON-FILE
           END-IF
           .

       ONE-SEASON-PASS.
           MOVE ZERO TO WS-PARK-COUNT
           SET FILE-NOT-EOF TO TRUE
           MOVE LOW-VALUES TO SSN-KEY
           START SEASON-FILE KEY IS NOT LESS THAN SSN-KEY
              INVALID KEY
                 SET FILE-EOF TO TRUE
           END-START

           PERFORM UNTIL FILE-EOF
                      OR WS-PARK-COUNT NOT < WK-PARK-TABLE-SIZE
              READ SEASON-FILE NEXT RECORD
                 AT END
                    SET FILE-EOF TO TRUE
              END-READ
              IF NOT FILE-EOF
                 MOVE SSN-OPERATOR-ID TO WS-LOOKUP-NAME
                 PERFORM FIND-ERASED-NAME
                 IF WS-HIT-IDX > ZERO
                    ADD 1 TO WS-PARK-COUNT
                    MOVE SEASON-RECORD TO WS-PARK-RECORD(WS-PARK-COUNT)
                    MOVE WS-HIT-IDX    TO WS-PARK-ER-IDX(WS-PARK-COUNT)
                    DELETE SEASON-FILE RECORD
                 END-IF
              END-IF
           END-PERFORM

           PERFORM VARYING WS-PARK-IDX FROM 1 BY 1
                   UNTIL WS-PARK-IDX > WS-PARK-COUNT
              MOVE WS-PARK-RECORD(WS-PARK-IDX)(1:50) TO SEASON-RECORD
              MOVE WS-PARK-ER-IDX(WS-PARK-IDX)       TO WS-HIT-IDX
              MOVE WS-ER-TOKEN(WS-HIT-IDX)           TO SSN-OPERATOR-ID
              WRITE SEASON-RECORD
                 INVALID KEY
                    REWRITE SEASON-RECORD
              END-WRITE
              SET ROW-NOT-CHANGED TO TRUE
              PERFORM COUNT-HIT
              PERFORM COUNT-ROW
           END-PERFORM
           .
      /
      * --------------------------------------------------------------
      *   PREFS.DAT, CHECKPT.DAT, SESSIONS.DAT - NOTHING HERE THE
      *   HISTORY NEEDS (PREFERENCES, A GAME LEFT HALF PLAYED, THE
      *   LAST SIGN-ON), SO THE ROW IS DELETED
      * --------------------------------------------------------------
       ERASE-PREFS-ROWS.
           MOVE WK-F-PREFS TO WS-FILE-IDX
           OPEN I-O PREFS-FILE
           IF PREFS-FILE-STATUS = "35"
              PERFORM MARK-NOT-ON-FILE
           ELSE
              PERFORM VARYING WS-HIT-IDX FROM 1 BY 1
                      UNTIL WS-HIT-IDX > WS-ER-COUNT
                 SET ROW-NOT-CHANGED TO TRUE
                 MOVE WS-ER-NAME(WS-HIT-IDX) TO PRF-OPERATOR-ID
                 READ PREFS-FILE
                    INVALID KEY
                       CONTINUE
                    NOT INVALID KEY
                       DELETE PREFS-FILE RECORD
                       PERFORM COUNT-HIT
                 END-READ
                 PERFORM COUNT-ROW
              END-PERFORM
              CLOSE PREFS-FILE
           END-IF
           .

       ERASE-CHECKPOINT-ROWS.
           MOVE WK-F-CHECKPT TO WS-FILE-IDX
           OPEN I-O CHECKPOINT-FILE
           IF CHECKPOINT-FILE-STATUS = "35"
              PERFORM MARK-NOT-ON-FILE
           ELSE
              PERFORM VARYING WS-HIT-IDX FROM 1 BY 1
                      UNTIL WS-HIT-IDX > WS-ER-COUNT
                 SET ROW-NOT-CHANGED TO TRUE
                 MOVE WS-ER-NAME(WS-HIT-IDX) TO CKP-OPERATOR-ID
                 READ CHECKPOINT-FILE
                    INVALID KEY
                       CONTINUE
                    NOT INVALID KEY
                       DELETE CHECKPOINT-FILE RECORD
                       PERFORM COUNT-HIT
                 END-READ
                 PERFORM COUNT-ROW
              END-PERFORM
              CLOSE CHECKPOINT-FILE
           END-IF
           .

       ERASE-SESSION-ROWS.
           MOVE WK-F-SESSIONS TO WS-FILE-IDX
           OPEN I-O SESSION-FILE
           IF SESSION-FILE-STATUS = "35"
              PERFORM MARK-NOT-ON-FILE
           ELSE
              PERFORM VARYING WS-HIT-IDX FROM 1 BY 1
                      UNTIL WS-HIT-IDX > WS-ER-COUNT
                 SET ROW-NOT-CHANGED TO TRUE
                 MOVE WS-ER-NAME(WS-HIT-IDX) TO SES-OPERATOR-ID
                 READ SESSION-FILE
                    INVALID KEY
                       CONTINUE
                    NOT INVALID KEY
                       DELETE SESSION-FILE RECORD
                       PERFORM COUNT-HIT
                 END-READ
                 PERFORM COUNT-ROW
              END-PERFORM
              CLOSE SESSION-FILE
           END-IF
           .
      /
      * --------------------------------------------------------------
      *   SESSHIST.DAT - KEYED ON THE NAME PLUS THE SIGN-ON STAMP;
      *   EVERY SESSION IS KEPT UNDER THE TOKEN SO THE TERMINAL
      *   UTILIZATION FIGURES DO NOT CHANGE. PARKED IN PASSES.
      * --------------------------------------------------------------
       ERASE-SESSHIST-ROWS.
           MOVE WK-F-SESSHIST TO WS-FILE-IDX
           OPEN I-O SESSHIST-FILE
           IF SESSHIST-FILE-STATUS = "35"
              PERFORM MARK-NOT-ON-FILE
           ELSE
              MOVE WK-PARK-TABLE-SIZE TO WS-PARK-COUNT
              PERFORM UNTIL WS-PARK-COUNT < WK-PARK-TABLE-SIZE
                 PERFORM ONE-SESSHIST-PASS
              END-PERFORM
              CLOSE SESSHIST-FILE
           END-IF
           .

       ONE-SESSHIST-PASS.
           MOVE ZERO TO WS-PARK-COUNT
           PERFORM VARYING WS-ER-IDX FROM 1 BY 1
                   UNTIL WS-ER-IDX > WS-ER-COUNT
                      OR WS-PARK-COUNT NOT < WK-PARK-TABLE-SIZE
              PERFORM PARK-ONE-OPERATORS-SESSIONS
           END-PERFORM

           PERFORM VARYING WS-PARK-IDX FROM 1 BY 1
                   UNTIL WS-PARK-IDX > WS-PARK-COUNT
              MOVE WS-PARK-RECORD(WS-PARK-IDX) TO SESSION-HISTORY-RECORD
              MOVE WS-PARK-ER-IDX(WS-PARK-IDX) TO WS-HIT-IDX
              MOVE WS-ER-TOKEN(WS-HIT-IDX)     TO SHS-OPERATOR-ID
              WRITE SESSION-HISTORY-RECORD
                 INVALID KEY
                    REWRITE SESSION-HISTORY-RECORD
              END-WRITE
              SET ROW-NOT-CHANGED TO TRUE
              PERFORM COUNT-HIT
              PERFORM COUNT-ROW
           END-PERFORM
           .

      * ... THE KEY LEADS WITH THE NAME, SO ONE OPERATOR'S SESSIONS
      * ... ARE A CONTIGUOUS SLICE - START THERE, STOP AT THE NEXT NAME
       PARK-ONE-OPERATORS-SESSIONS.
           SET FILE-NOT-EOF TO TRUE
           MOVE LOW-VALUES             TO SHS-KEY
           MOVE WS-ER-NAME(WS-ER-IDX)  TO SHS-OPERATOR-ID
           START SESSHIST-FILE KEY IS NOT LESS THAN SHS-KEY
              INVALID KEY
                 SET FILE-EOF TO TRUE
           END-START

           PERFORM UNTIL FILE-EOF
                      OR WS-PARK-COUNT NOT < WK-PARK-TABLE-SIZE
              READ SESSHIST-FILE NEXT RECORD
                 AT END
                    SET FILE-EOF TO TRUE
              END-READ
              IF NOT FILE-EOF
                 IF SHS-OPERATOR-ID NOT = WS-ER-NAME(WS-ER-IDX)
                    SET FILE-EOF TO TRUE
                 ELSE
                    ADD 1 TO WS-PARK-COUNT
                    MOVE SESSION-HISTORY-RECORD
                                 TO WS-PARK-RECORD(WS-PARK-COUNT)
                    MOVE WS-ER-IDX TO WS-PARK-ER-IDX(WS-PARK-COUNT)
                    DELETE SESSHIST-FILE RECORD
                 END-IF
              END-IF
           END-PERFORM
           .
      /
      * --------------------------------------------------------------
      *   TOURNEY.DAT - THE NAME CAN SIT IN EITHER CHAIR OF A MATCH
      *   AND AS ITS WINNER
      * --------------------------------------------------------------
       ERASE-TOURNEY.
           MOVE WK-F-TOURNEY TO WS-FILE-IDX
           MOVE WS-FL-ROWS(WS-FILE-IDX) TO WS-ROWS-BEFORE
           SET FILE-NOT-EOF TO TRUE

           OPEN INPUT TOURNEY-FILE
           IF TOURNEY-FILE-STATUS = "35"
              PERFORM MARK-NOT-ON-FILE
           ELSE
              OPEN OUTPUT WORK-FILE
              PERFORM UNTIL FILE-EOF
                 READ TOURNEY-FILE
                    AT END
                       SET FILE-EOF TO TRUE
                 END-READ
                 IF NOT FILE-EOF
                    SET ROW-NOT-CHANGED TO TRUE
                    MOVE TRN-PLAYER1-ID TO WS-LOOKUP-NAME
                    PERFORM FIND-ERASED-NAME
                    IF WS-HIT-IDX > ZERO
                       MOVE WS-ER-TOKEN(WS-HIT-IDX) TO TRN-PLAYER1-ID
                       PERFORM COUNT-HIT
                    END-IF
                    MOVE TRN-PLAYER2-ID TO WS-LOOKUP-NAME
                    PERFORM FIND-ERASED-NAME
                    IF WS-HIT-IDX > ZERO
                       MOVE WS-ER-TOKEN(WS-HIT-IDX) TO TRN-PLAYER2-ID
                       PERFORM COUNT-HIT
                    END-IF
                    MOVE TRN-WINNER-ID TO WS-LOOKUP-NAME
                    PERFORM FIND-ERASED-NAME
                    IF WS-HIT-IDX > ZERO
                       MOVE WS-ER-TOKEN(WS-HIT-IDX) TO TRN-WINNER-ID
                       PERFORM COUNT-HIT
                    END-IF
                    PERFORM COUNT-ROW
                    WRITE WORK-RECORD FROM TOURNEY-RECORD
                 END-IF
              END-PERFORM
              CLOSE TOURNEY-FILE
              CLOSE WORK-FILE

              IF WS-FL-ROWS(WS-FILE-IDX) > WS-ROWS-BEFORE
                 SET FILE-NOT-EOF TO TRUE
                 OPEN INPUT WORK-FILE
                 OPEN OUTPUT TOURNEY-FILE
                 PERFORM UNTIL FILE-EOF
                    READ WORK-FILE
                       AT END
                          SET FILE-EOF TO TRUE
                    END-READ
                    IF NOT FILE-EOF
                       WRITE TOURNEY-RECORD FROM WORK-RECORD
                    END-IF
                 END-PERFORM
                 CLOSE TOURNEY-FILE
                 CLOSE WORK-FILE
              END-IF
           END-IF
           .
      /
      * --------------------------------------------------------------
      *   THE LIVE LOGS - SAME SWAP AS THE TTTOPER RENAME CARRY:
      *   COPY TO THE WORK FILE WITH THE NAMES REPLACED, THEN WRITE
      *   THE LIVE FILE BACK FROM IT
      * --------------------------------------------------------------
       ERASE-MOVE-LOG.
           MOVE WK-F-MOVELOG TO WS-FILE-IDX
           MOVE WS-FL-ROWS(WS-FILE-IDX) TO WS-ROWS-BEFORE
           SET FILE-NOT-EOF TO TRUE

           OPEN INPUT MOVE-LOG-FILE
           IF MOVE-LOG-STATUS = "35"
              PERFORM MARK-NOT-ON-FILE
           ELSE
              OPEN OUTPUT WORK-FILE
              PERFORM UNTIL FILE-EOF
                 READ MOVE-LOG-FILE
                    AT END
                       SET FILE-EOF TO TRUE
                 END-READ
                 IF NOT FILE-EOF
                    SET ROW-NOT-CHANGED TO TRUE
                    MOVE MVL-OPERATOR-ID TO WS-LOOKUP-NAME
                    PERFORM FIND-ERASED-NAME
                    IF WS-HIT-IDX > ZERO
                       MOVE WS-ER-TOKEN(WS-HIT-IDX) TO MVL-OPERATOR-ID
                       PERFORM COUNT-HIT
                    END-IF
                    PERFORM COUNT-ROW
                    WRITE WORK-RECORD FROM MOVE-LOG-RECORD
                 END-IF
              END-PERFORM
              CLOSE MOVE-LOG-FILE
              CLOSE WORK-FILE

              IF WS-FL-ROWS(WS-FILE-IDX) > WS-ROWS-BEFORE
                 SET FILE-NOT-EOF TO TRUE
                 OPEN INPUT WORK-FILE
                 OPEN OUTPUT MOVE-LOG-FILE
                 PERFORM UNTIL FILE-EOF
                    READ WORK-FILE
                       AT END
                          SET FILE-EOF TO TRUE
                    END-READ
                    IF NOT FILE-EOF
                       WRITE MOVE-LOG-RECORD FROM WORK-RECORD
                    END-IF
                 END-PERFORM
                 CLOSE MOVE-LOG-FILE
                 CLOSE WORK-FILE
              END-IF
           END-IF
           .

       ERASE-GAME-LOG.
           MOVE WK-F-GAMELOG TO WS-FILE-IDX
           MOVE WS-FL-ROWS(WS-FILE-IDX) TO WS-ROWS-BEFORE
           SET FILE-NOT-EOF TO TRUE

           OPEN INPUT GAME-LOG-FILE
           IF GAME-LOG-STATUS = "35"
              PERFORM MARK-NOT-ON-FILE
           ELSE
              OPEN OUTPUT WORK-FILE
              PERFORM UNTIL FILE-EOF
                 READ GAME-LOG-FILE
                    AT END
                       SET FILE-EOF TO TRUE
                 END-READ
                 IF NOT FILE-EOF
                    SET ROW-NOT-CHANGED TO TRUE
                    MOVE GML-OPERATOR-ID TO WS-LOOKUP-NAME
                    PERFORM FIND-ERASED-NAME
                    IF WS-HIT-IDX > ZERO
                       MOVE WS-ER-TOKEN(WS-HIT-IDX) TO GML-OPERATOR-ID
                       PERFORM COUNT-HIT
                    END-IF
                    PERFORM COUNT-ROW
                    WRITE WORK-RECORD FROM GAME-LOG-RECORD
                 END-IF
              END-PERFORM
              CLOSE GAME-LOG-FILE
              CLOSE WORK-FILE

              IF WS-FL-ROWS(WS-FILE-IDX) > WS-ROWS-BEFORE
                 SET FILE-NOT-EOF TO TRUE
                 OPEN INPUT WORK-FILE
                 OPEN OUTPUT GAME-LOG-FILE
                 PERFORM UNTIL FILE-EOF
                    READ WORK-FILE
                       AT END
                          SET FILE-EOF TO TRUE
                    END-READ
                    IF NOT FILE-EOF
                       WRITE GAME-LOG-RECORD FROM WORK-RECORD
                    END-IF
                 END-PERFORM
                 CLOSE GAME-LOG-FILE
                 CLOSE WORK-FILE
              END-IF
           END-IF
           .

      * ... BOTH CHAIRS OF EVERY TWO-PLAYER MATCH
       ERASE-MATCH-LOG.
           MOVE WK-F-MATCHLOG TO WS-FILE-IDX
           MOVE WS-FL-ROWS(WS-FILE-IDX) TO WS-ROWS-BEFORE
           SET FILE-NOT-EOF TO TRUE

           OPEN INPUT MATCH-LOG-FILE
           IF MATCH-LOG-STATUS = "35"
              PERFORM MARK-NOT-ON-FILE
           ELSE
              OPEN OUTPUT WORK-FILE
              PERFORM UNTIL FILE-EOF
                 READ MATCH-LOG-FILE
                    AT END
                       SET FILE-EOF TO TRUE
                 END-READ
                 IF NOT FILE-EOF
                    SET ROW-NOT-CHANGED TO TRUE
                    MOVE MTC-PLAYER1-ID TO WS-LOOKUP-NAME
                    PERFORM FIND-ERASED-NAME
                    IF WS-HIT-IDX > ZERO
                       MOVE WS-ER-TOKEN(WS-HIT-IDX) TO MTC-PLAYER1-ID
                       PERFORM COUNT-HIT
                    END-IF
                    MOVE MTC-PLAYER2-ID TO WS-LOOKUP-NAME
                    PERFORM FIND-ERASED-NAME
                    IF WS-HIT-IDX > ZERO
                       MOVE WS-ER-TOKEN(WS-HIT-IDX) TO MTC-PLAYER2-ID
                       PERFORM COUNT-HIT
                    END-IF
                    PERFORM COUNT-ROW
                    WRITE WORK-RECORD FROM MATCH-LOG-RECORD
                 END-IF
              END-PERFORM
              CLOSE MATCH-LOG-FILE
              CLOSE WORK-FILE

              IF WS-FL-ROWS(WS-FILE-IDX) > WS-ROWS-BEFORE
                 SET FILE-NOT-EOF TO TRUE
                 OPEN INPUT WORK-FILE
                 OPEN OUTPUT MATCH-LOG-FILE
                 PERFORM UNTIL FILE-EOF
                    READ WORK-FILE
                       AT END
                          SET FILE-EOF TO TRUE
                    END-READ
                    IF NOT FILE-EOF
                       WRITE MATCH-LOG-RECORD FROM WORK-RECORD
                    END-IF
                 END-PERFORM
                 CLOSE MATCH-LOG-FILE
                 CLOSE WORK-FILE
              END-IF
           END-IF
           .
      /
      * --------------------------------------------------------------
      *   THE HOUSEKEEPING ARCHIVES - EVERY FILE ON THE TTTARCH.CTL
      *   CATALOG, EACH ONCE. A CATALOGED ARCHIVE THAT IS NO LONGER
      *   ON DISK (OPERATIONS MAY HAVE MOVED IT OFF), OR MORE
      *   ARCHIVES THAN THE TABLE HOLDS, LEAVES THE RUN INCOMPLETE -
      *   THE NAMES MAY STILL BE IN THEM, AND IT IS RUN AGAIN ONCE
      *   THE ARCHIVES ARE BACK ON DISK.
      * --------------------------------------------------------------
       ERASE-ARCHIVES.
           PERFORM LOAD-ARCHIVE-CATALOG

           PERFORM VARYING WS-AR-IDX FROM 1 BY 1
                   UNTIL WS-AR-IDX > WS-AR-COUNT
              MOVE WS-AR-NAME(WS-AR-IDX) TO WS-ARCHIVE-NAME
              IF WS-AR-TYPE(WS-AR-IDX) = "M"
                 PERFORM ERASE-ONE-MOVE-ARCHIVE
              ELSE
                 PERFORM ERASE-ONE-GAME-ARCHIVE
              END-IF
           END-PERFORM

           IF WS-AR-SKIPPED > ZERO
              SET RUN-INCOMPLETE TO TRUE
           END-IF
           IF WS-AR-MISSING > ZERO
              SET RUN-INCOMPLETE TO TRUE
           END-IF
           .

       LOAD-ARCHIVE-CATALOG.
           MOVE ZERO TO WS-AR-COUNT
                        WS-AR-SKIPPED
           SET FILE-NOT-EOF TO TRUE

           OPEN INPUT CATALOG-FILE
           IF CATALOG-FILE-STATUS = "35"
              SET FILE-EOF TO TRUE
           END-IF

           PERFORM UNTIL FILE-EOF
              READ CATALOG-FILE
                 AT END
                    SET FILE-EOF TO TRUE
              END-READ
              IF NOT FILE-EOF
                 IF (ARC-MOVE-LOG OR ARC-GAME-LOG)
                    AND ARC-FILE-NAME NOT = SPACES
                    PERFORM TAKE-CATALOG-ROW
                 END-IF
              END-IF
           END-PERFORM

           IF CATALOG-FILE-STATUS NOT = "35"
              CLOSE CATALOG-FILE
           END-IF
           .

       TAKE-CATALOG-ROW.
           SET ARCHIVE-NOT-KNOWN TO TRUE
           PERFORM VARYING WS-AR-IDX FROM 1 BY 1
                   UNTIL WS-AR-IDX > WS-AR-COUNT
              IF WS-AR-NAME(WS-AR-IDX) = ARC-FILE-NAME
                 SET ARCHIVE-KNOWN TO TRUE
              END-IF
           END-PERFORM

           IF ARCHIVE-NOT-KNOWN
              IF WS-AR-COUNT < WK-ARCHIVE-TABLE-SIZE
                 ADD 1 TO WS-AR-COUNT
                 MOVE ARC-FILE-NAME TO WS-AR-NAME(WS-AR-COUNT)
                 MOVE ARC-LOG-TYPE  TO WS-AR-TYPE(WS-AR-COUNT)
              ELSE
                 ADD 1 TO WS-AR-SKIPPED
              END-IF
           END-IF
           .

       ERASE-ONE-MOVE-ARCHIVE.
           MOVE WK-F-MOVE-ARC TO WS-FILE-IDX
           MOVE WS-FL-ROWS(WS-FILE-IDX) TO WS-ROWS-BEFORE
           SET FILE-NOT-EOF TO TRUE

           OPEN INPUT MOVE-ARCH-FILE
           IF MOVE-ARCH-STATUS NOT = "00"
              ADD 1 TO WS-AR-MISSING
           ELSE
              ADD 1 TO WS-AR-MOVE-FILES
              OPEN OUTPUT WORK-FILE
              PERFORM UNTIL FILE-EOF
                 READ MOVE-ARCH-FILE
                    AT END
                       SET FILE-EOF TO TRUE
                 END-READ
                 IF NOT FILE-EOF
                    SET ROW-NOT-CHANGED TO TRUE
                    MOVE MOVE-ARCH-RECORD(1:20) TO WS-LOOKUP-NAME
                    PERFORM FIND-ERASED-NAME
                    IF WS-HIT-IDX > ZERO
                       MOVE WS-ER-TOKEN(WS-HIT-IDX)
                         TO MOVE-ARCH-RECORD(1:20)
                       PERFORM COUNT-HIT
                    END-IF
                    PERFORM COUNT-ROW
                    WRITE WORK-RECORD FROM MOVE-ARCH-RECORD
                 END-IF
              END-PERFORM
              CLOSE MOVE-ARCH-FILE
              CLOSE WORK-FILE

              IF WS-FL-ROWS(WS-FILE-IDX) > WS-ROWS-BEFORE
                 SET FILE-NOT-EOF TO TRUE
                 OPEN INPUT WORK-FILE
                 OPEN OUTPUT MOVE-ARCH-FILE
                 PERFORM UNTIL FILE-EOF
                    READ WORK-FILE
                       AT END
                          SET FILE-EOF TO TRUE
                    END-READ
                    IF NOT FILE-EOF
                       WRITE MOVE-ARCH-RECORD FROM WORK-RECORD
                    END-IF
                 END-PERFORM
                 CLOSE MOVE-ARCH-FILE
                 CLOSE WORK-FILE
              END-IF
           END-IF
           .

       ERASE-ONE-GAME-ARCHIVE.
           MOVE WK-F-GAME-ARC TO WS-FILE-IDX
           MOVE WS-FL-ROWS(WS-FILE-IDX) TO WS-ROWS-BEFORE
           SET FILE-NOT-EOF TO TRUE

           OPEN INPUT GAME-ARCH-FILE
           IF GAME-ARCH-STATUS NOT = "00"
              ADD 1 TO WS-AR-MISSING
           ELSE
              ADD 1 TO WS-AR-GAME-FILES
              OPEN OUTPUT WORK-FILE
              PERFORM UNTIL FILE-EOF
                 READ GAME-ARCH-FILE
                    AT END
                       SET FILE-EOF TO TRUE
                 END-READ
                 IF NOT FILE-EOF
                    SET ROW-NOT-CHANGED TO TRUE
                    MOVE GAME-ARCH-RECORD(1:20) TO WS-LOOKUP-NAME
                    PERFORM FIND-ERASED-NAME
                    IF WS-HIT-IDX > ZERO
                       MOVE WS-ER-TOKEN(WS-HIT-IDX)
                         TO GAME-ARCH-RECORD(1:20)
                       PERFORM COUNT-HIT
                    END-IF
                    PERFORM COUNT-ROW
                    WRITE WORK-RECORD FROM GAME-ARCH-RECORD
                 END-IF
              END-PERFORM
              CLOSE GAME-ARCH-FILE
              CLOSE WORK-FILE

              IF WS-FL-ROWS(WS-FILE-IDX) > WS-ROWS-BEFORE
                 SET FILE-NOT-EOF TO TRUE
                 OPEN INPUT WORK-FILE
                 OPEN OUTPUT GAME-ARCH-FILE
                 PERFORM UNTIL FILE-EOF
                    READ WORK-FILE
                       AT END
                          SET FILE-EOF TO TRUE
                    END-READ
                    IF NOT FILE-EOF
                       WRITE GAME-ARCH-RECORD FROM WORK-RECORD
                    END-IF
                 END-PERFORM
                 CLOSE GAME-ARCH-FILE
                 CLOSE WORK-FILE
              END-IF
           END-IF
           .
      /
      * --------------------------------------------------------------
      *   THE AUDIT TRAILS - THE ENTRIES STAY (THE TRAIL MUST STILL
      *   SHOW THAT SOMETHING HAPPENED) BUT THE NAME IN THEM GOES
      * --------------------------------------------------------------
       ERASE-SIGNON-AUDIT.
           MOVE WK-F-SIGNON-AUD TO WS-FILE-IDX
           MOVE WS-FL-ROWS(WS-FILE-IDX) TO WS-ROWS-BEFORE
           SET FILE-NOT-EOF TO TRUE

           OPEN INPUT SIGNON-AUDIT-FILE
           IF SIGNON-AUDIT-STATUS = "35"
              PERFORM MARK-NOT-ON-FILE
           ELSE
              OPEN OUTPUT WORK-FILE
              PERFORM UNTIL FILE-EOF
                 READ SIGNON-AUDIT-FILE
                    AT END
                       SET FILE-EOF TO TRUE
                 END-READ
                 IF NOT FILE-EOF
                    SET ROW-NOT-CHANGED TO TRUE
                    MOVE SGN-OPERATOR TO WS-LOOKUP-NAME
                    PERFORM FIND-ERASED-NAME
                    IF WS-HIT-IDX > ZERO
                       MOVE WS-ER-TOKEN(WS-HIT-IDX) TO SGN-OPERATOR
                       PERFORM COUNT-HIT
                    END-IF
                    PERFORM COUNT-ROW
                    WRITE WORK-RECORD FROM SIGNON-AUDIT-RECORD
                 END-IF
              END-PERFORM
              CLOSE SIGNON-AUDIT-FILE
              CLOSE WORK-FILE

              IF WS-FL-ROWS(WS-FILE-IDX) > WS-ROWS-BEFORE
                 SET FILE-NOT-EOF TO TRUE
                 OPEN INPUT WORK-FILE
                 OPEN OUTPUT SIGNON-AUDIT-FILE
                 PERFORM UNTIL FILE-EOF
                    READ WORK-FILE
                       AT END
                          SET FILE-EOF TO TRUE
                    END-READ
                    IF NOT FILE-EOF
                       WRITE SIGNON-AUDIT-RECORD FROM WORK-RECORD
                    END-IF
                 END-PERFORM
                 CLOSE SIGNON-AUDIT-FILE
                 CLOSE WORK-FILE
              END-IF
           END-IF
           .

      * ... THE NAME CAN BE THE ADJUSTER, THE PLAYER, OR BOTH
       ERASE-ADJ-AUDIT.
           MOVE WK-F-ADJ-AUD TO WS-FILE-IDX
           MOVE WS-FL-ROWS(WS-FILE-IDX) TO WS-ROWS-BEFORE
           SET FILE-NOT-EOF TO TRUE

           OPEN INPUT ADJ-AUDIT-FILE
           IF ADJ-AUDIT-STATUS = "35"
              PERFORM MARK-NOT-ON-FILE
           ELSE
              OPEN OUTPUT WORK-FILE
              PERFORM UNTIL FILE-EOF
                 READ ADJ-AUDIT-FILE
                    AT END
                       SET FILE-EOF TO TRUE
                 END-READ
                 IF NOT FILE-EOF
                    SET ROW-NOT-CHANGED TO TRUE
                    MOVE ADJ-ADJUSTER TO WS-LOOKUP-NAME
                    PERFORM FIND-ERASED-NAME
                    IF WS-HIT-IDX > ZERO
                       MOVE WS-ER-TOKEN(WS-HIT-IDX) TO ADJ-ADJUSTER
                       PERFORM COUNT-HIT
                    END-IF
                    MOVE ADJ-OPERATOR TO WS-LOOKUP-NAME
                    PERFORM FIND-ERASED-NAME
                    IF WS-HIT-IDX > ZERO
                       MOVE WS-ER-TOKEN(WS-HIT-IDX) TO ADJ-OPERATOR
                       PERFORM COUNT-HIT
                    END-IF
                    PERFORM COUNT-ROW
                    WRITE WORK-RECORD FROM ADJ-AUDIT-RECORD
                 END-IF
              END-PERFORM
              CLOSE ADJ-AUDIT-FILE
              CLOSE WORK-FILE

              IF WS-FL-ROWS(WS-FILE-IDX) > WS-ROWS-BEFORE
                 SET FILE-NOT-EOF TO TRUE
                 OPEN INPUT WORK-FILE
                 OPEN OUTPUT ADJ-AUDIT-FILE
                 PERFORM UNTIL FILE-EOF
                    READ WORK-FILE
                       AT END
                          SET FILE-EOF TO TRUE
                    END-READ
                    IF NOT FILE-EOF
                       WRITE ADJ-AUDIT-RECORD FROM WORK-RECORD
                    END-IF
                 END-PERFORM
                 CLOSE ADJ-AUDIT-FILE
                 CLOSE WORK-FILE
              END-IF
           END-IF
           .

       ERASE-CONFIG-AUDIT.
           MOVE WK-F-CFG-AUD TO WS-FILE-IDX
           MOVE WS-FL-ROWS(WS-FILE-IDX) TO WS-ROWS-BEFORE
           SET FILE-NOT-EOF TO TRUE

           OPEN INPUT CONFIG-AUDIT-FILE
           IF CONFIG-AUDIT-STATUS = "35"
              PERFORM MARK-NOT-ON-FILE
           ELSE
              OPEN OUTPUT WORK-FILE
              PERFORM UNTIL FILE-EOF
                 READ CONFIG-AUDIT-FILE
                    AT END
                       SET FILE-EOF TO TRUE
                 END-READ
                 IF NOT FILE-EOF
                    SET ROW-NOT-CHANGED TO TRUE
                    MOVE CFA-SUPERVISOR TO WS-LOOKUP-NAME
                    PERFORM FIND-ERASED-NAME
                    IF WS-HIT-IDX > ZERO
                       MOVE WS-ER-TOKEN(WS-HIT-IDX) TO CFA-SUPERVISOR
                       PERFORM COUNT-HIT
                    END-IF
                    PERFORM COUNT-ROW
                    WRITE WORK-RECORD FROM CONFIG-AUDIT-RECORD
                 END-IF
              END-PERFORM
              CLOSE CONFIG-AUDIT-FILE
              CLOSE WORK-FILE

              IF WS-FL-ROWS(WS-FILE-IDX) > WS-ROWS-BEFORE
                 SET FILE-NOT-EOF TO TRUE
                 OPEN INPUT WORK-FILE
                 OPEN OUTPUT CONFIG-AUDIT-FILE
                 PERFORM UNTIL FILE-EOF
                    READ WORK-FILE
                       AT END
                          SET FILE-EOF TO TRUE
                    END-READ
                    IF NOT FILE-EOF
                       WRITE CONFIG-AUDIT-RECORD FROM WORK-RECORD
                    END-IF
                 END-PERFORM
                 CLOSE CONFIG-AUDIT-FILE
                 CLOSE WORK-FILE
              END-IF
           END-IF
           .

       ERASE-PUZZLE-RESULTS.
           MOVE WK-F-PUZZRES TO WS-FILE-IDX
           MOVE WS-FL-ROWS(WS-FILE-IDX) TO WS-ROWS-BEFORE
           SET FILE-NOT-EOF TO TRUE

           OPEN INPUT PUZZLE-RESULT-FILE
           IF PUZZRES-FILE-STATUS = "35"
              PERFORM MARK-NOT-ON-FILE
           ELSE
              OPEN OUTPUT WORK-FILE
              PERFORM UNTIL FILE-EOF
                 READ PUZZLE-RESULT-FILE
                    AT END
                       SET FILE-EOF TO TRUE
                 END-READ
                 IF NOT FILE-EOF
                    SET ROW-NOT-CHANGED TO TRUE
                    MOVE PZR-OPERATOR-ID TO WS-LOOKUP-NAME
                    PERFORM FIND-ERASED-NAME
                    IF WS-HIT-IDX > ZERO
                       MOVE WS-ER-TOKEN(WS-HIT-IDX) TO PZR-OPERATOR-ID
                       PERFORM COUNT-HIT
                    END-IF
                    PERFORM COUNT-ROW
                    WRITE WORK-RECORD FROM PUZZLE-RESULT-RECORD
                 END-IF
              END-PERFORM
              CLOSE PUZZLE-RESULT-FILE
              CLOSE WORK-FILE

              IF WS-FL-ROWS(WS-FILE-IDX) > WS-ROWS-BEFORE
                 SET FILE-NOT-EOF TO TRUE
                 OPEN INPUT WORK-FILE
                 OPEN OUTPUT PUZZLE-RESULT-FILE
                 PERFORM UNTIL FILE-EOF
                    READ WORK-FILE
                       AT END
                          SET FILE-EOF TO TRUE
                    END-READ
                    IF NOT FILE-EOF
                       WRITE PUZZLE-RESULT-RECORD FROM WORK-RECORD
                    END-IF
                 END-PERFORM
                 CLOSE PUZZLE-RESULT-FILE
                 CLOSE WORK-FILE
              END-IF
           END-IF
           .
      /
      * --------------------------------------------------------------
      *   GAMEHIST.DAT - THE GAME-HISTORY STORE. THE FIRST CHAIR IS
      *   PART OF EVERY KEY, SO THOSE ROWS ARE PARKED ALONG THE
      *   OPERATOR KEY AND RE-KEYED IN PASSES; PLAYER 2 OF A MATCH IS
      *   NOT A KEY AND IS REPLACED IN PLACE ON ONE READ THROUGH.
      * --------------------------------------------------------------
       ERASE-GAMEHIST-ROWS.
           MOVE WK-F-GAMEHIST TO WS-FILE-IDX
           OPEN I-O GAME-HISTORY-FILE
           IF GAMEHIST-FILE-STATUS = "35"
              PERFORM MARK-NOT-ON-FILE
           ELSE
              MOVE WK-PARK-TABLE-SIZE TO WS-PARK-COUNT
              PERFORM UNTIL WS-PARK-COUNT < WK-PARK-TABLE-SIZE
                 PERFORM ONE-GAMEHIST-PASS
              END-PERFORM
              PERFORM ERASE-GAMEHIST-PLAYER2
              CLOSE GAME-HISTORY-FILE
           END-IF
           .

       ONE-GAMEHIST-PASS.
           MOVE ZERO TO WS-PARK-COUNT
           PERFORM VARYING WS-ER-IDX FROM 1 BY 1
                   UNTIL WS-ER-IDX > WS-ER-COUNT
                      OR WS-PARK-COUNT NOT < WK-PARK-TABLE-SIZE
              PERFORM PARK-ONE-OPERATORS-GAMES
           END-PERFORM

           PERFORM VARYING WS-PARK-IDX FROM 1 BY 1
                   UNTIL WS-PARK-IDX > WS-PARK-COUNT
              MOVE WS-PARK-RECORD(WS-PARK-IDX) TO GAME-HISTORY-RECORD
              MOVE WS-PARK-ER-IDX(WS-PARK-IDX) TO WS-HIT-IDX
              MOVE WS-ER-TOKEN(WS-HIT-IDX)     TO GHS-OPERATOR-ID
                                                  GHS-OPK-OPERATOR-ID
              SET ROW-NOT-CHANGED TO TRUE
              PERFORM COUNT-HIT
              MOVE GHS-PLAYER2-ID TO WS-LOOKUP-NAME
              PERFORM FIND-ERASED-NAME
              IF WS-HIT-IDX > ZERO
                 MOVE WS-ER-TOKEN(WS-HIT-IDX) TO GHS-PLAYER2-ID
                 PERFORM COUNT-HIT
              END-IF
              WRITE GAME-HISTORY-RECORD
                 INVALID KEY
                    REWRITE GAME-HISTORY-RECORD
              END-WRITE
              PERFORM COUNT-ROW
           END-PERFORM
           .

      * ... ONE OPERATOR'S GAMES ARE A CONTIGUOUS SLICE OF THE
      * ... OPERATOR KEY - START THERE, STOP AT THE NEXT NAME
       PARK-ONE-OPERATORS-GAMES.
           SET FILE-NOT-EOF TO TRUE
           MOVE LOW-VALUES             TO GHS-OPERATOR-KEY
           MOVE WS-ER-NAME(WS-ER-IDX)  TO GHS-OPK-OPERATOR-ID
           START GAME-HISTORY-FILE
                 KEY IS NOT LESS THAN GHS-OPERATOR-KEY
              INVALID KEY
                 SET FILE-EOF TO TRUE
           END-START

           PERFORM UNTIL FILE-EOF
                      OR WS-PARK-COUNT NOT < WK-PARK-TABLE-SIZE
              READ GAME-HISTORY-FILE NEXT RECORD
                 AT END
                    SET FILE-EOF TO TRUE
              END-READ
              IF NOT FILE-EOF
                 IF GHS-OPK-OPERATOR-ID NOT = WS-ER-NAME(WS-ER-IDX)
                    SET FILE-EOF TO TRUE
                 ELSE
                    ADD 1 TO WS-PARK-COUNT
                    MOVE GAME-HISTORY-RECORD
                                 TO WS-PARK-RECORD(WS-PARK-COUNT)
                    MOVE WS-ER-IDX TO WS-PARK-ER-IDX(WS-PARK-COUNT)
                    DELETE GAME-HISTORY-FILE RECORD
                 END-IF
              END-IF
           END-PERFORM
           .

      * ... THE FIRST CHAIR IS DONE BY NOW, SO ONLY A MATCH WHOSE
      * ... PLAYER 2 IS BEING ERASED IS LEFT TO CHANGE
       ERASE-GAMEHIST-PLAYER2.
           SET FILE-NOT-EOF TO TRUE
           MOVE LOW-VALUES TO GHS-KEY
           START GAME-HISTORY-FILE KEY IS NOT LESS THAN GHS-KEY
              INVALID KEY
                 SET FILE-EOF TO TRUE
           END-START

           PERFORM UNTIL FILE-EOF
              READ GAME-HISTORY-FILE NEXT RECORD
                 AT END
                    SET FILE-EOF TO TRUE
              END-READ
              IF NOT FILE-EOF AND GHS-MATCH-GAME
                 SET ROW-NOT-CHANGED TO TRUE
                 MOVE GHS-PLAYER2-ID TO WS-LOOKUP-NAME
                 PERFORM FIND-ERASED-NAME
                 IF WS-HIT-IDX > ZERO
                    MOVE WS-ER-TOKEN(WS-HIT-IDX) TO GHS-PLAYER2-ID
                    REWRITE GAME-HISTORY-RECORD
                    PERFORM COUNT-HIT
                 END-IF
                 PERFORM COUNT-ROW
              END-IF
           END-PERFORM
           .
      /
      * --------------------------------------------------------------
      *   LAST OF ALL, THE MASTER: THE ROW MOVES TO THE TOKEN AND IS
      *   MARKED ERASED, WITH THE PIN AND ANY LOCK CLEARED. IT STAYS
      *   ON FILE SO THE TOKEN NUMBER IS NEVER HANDED OUT TWICE AND
      *   THE ID CAN NEVER SIGN ON.
      * --------------------------------------------------------------
       ERASE-MASTER-ROWS.
           MOVE WK-F-OPERMAST TO WS-FILE-IDX
           OPEN I-O OPERATOR-FILE
           IF OPERATOR-FILE-STATUS = "35"
              PERFORM MARK-NOT-ON-FILE
           ELSE
              PERFORM VARYING WS-HIT-IDX FROM 1 BY 1
                      UNTIL WS-HIT-IDX > WS-ER-COUNT
                 SET ROW-NOT-CHANGED TO TRUE
                 MOVE WS-ER-NAME(WS-HIT-IDX) TO OPR-OPERATOR-ID
                 READ OPERATOR-FILE
                    INVALID KEY
                       CONTINUE
                    NOT INVALID KEY
                       DELETE OPERATOR-FILE RECORD
                       MOVE WS-ER-TOKEN(WS-HIT-IDX)
                                             TO OPR-OPERATOR-ID
                       SET OPR-ERASED        TO TRUE
                       MOVE WS-TODAY         TO OPR-DATE-CHANGED
                       MOVE SPACES           TO OPR-PIN
                       MOVE "P"              TO OPR-ROLE
                       MOVE ZERO             TO OPR-FAIL-COUNT
                       MOVE SPACE            TO OPR-LOCK-FLAG
                       WRITE OPERATOR-RECORD
                          INVALID KEY
                             REWRITE OPERATOR-RECORD
                       END-WRITE
                       PERFORM COUNT-HIT
                 END-READ
                 PERFORM COUNT-ROW
              END-PERFORM
              CLOSE OPERATOR-FILE
           END-IF
           .
      /
      * --------------------------------------------------------------
      *   THE SUPERVISOR SIGNS THE WORK OFF ONCE THE TOTALS HAVE BEEN
      *   SEEN - A CERTIFICATE LEFT UNSIGNED IS PRINTED AS SUCH
      * --------------------------------------------------------------
       TAKE-SIGN-OFF.
           DISPLAY " "
           DISPLAY "ROWS CHANGED, FILE BY FILE:"
           PERFORM VARYING WS-FILE-IDX FROM 1 BY 1
                   UNTIL WS-FILE-IDX > WK-FILE-COUNT
              DISPLAY "  " WS-FL-NAME(WS-FILE-IDX) " "
                      WS-FL-ACTION(WS-FILE-IDX) " "
                      WS-FL-ROWS(WS-FILE-IDX)
           END-PERFORM
           IF WS-AR-MISSING > ZERO OR WS-AR-SKIPPED > ZERO
              DISPLAY "  ARCHIVES NOT REACHED: " WS-AR-MISSING
                      " NOT ON DISK, " WS-AR-SKIPPED " OVER THE LIMIT"
           END-IF

           DISPLAY " "
           DISPLAY "SIGN OFF THE ERASURE CERTIFICATE (Y/N)?"
           MOVE SPACES TO WS-ANSWER
           ACCEPT WS-ANSWER
           IF WS-ANSWER = "Y" OR WS-ANSWER = "y"
              SET SIGNED-OFF TO TRUE
           ELSE
              SET NOT-SIGNED-OFF TO TRUE
           END-IF
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-SIGNOFF-TIME
           .
      /
      * --------------------------------------------------------------
      *   THE ERASURE CERTIFICATE - TOKENS ONLY, NEVER A REAL NAME
      * --------------------------------------------------------------
       PRINT-CERTIFICATE.
           OPEN OUTPUT REPORT-FILE

           MOVE "TIC TAC TOE - PERSONAL DATA ERASURE CERTIFICATE"
                TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           STRING "CERTIFICATE NUMBER: " DELIMITED BY SIZE
                  WS-TODAY               DELIMITED BY SIZE
                  "-"                    DELIMITED BY SIZE
                  WS-RUN-TIME            DELIMITED BY SIZE
                  INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           STRING "RETENTION PERIOD:   " DELIMITED BY SIZE
                  CFG-ERASE-DAYS         DELIMITED BY SIZE
                  " DAYS - OPERATORS INACTIVE ON OR BEFORE "
                                         DELIMITED BY SIZE
                  WS-CUTOFF-DATE         DELIMITED BY SIZE
                  INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE "OPERATORS ERASED"       TO WS-TR-LABEL
           MOVE WS-ER-COUNT              TO WS-TR-VALUE
           PERFORM PRINT-TRAILER-LINE
           IF WS-ER-OVERFLOW > ZERO
              MOVE "STILL DUE - NEXT RUN"   TO WS-TR-LABEL
              MOVE WS-ER-OVERFLOW           TO WS-TR-VALUE
              PERFORM PRINT-TRAILER-LINE
           END-IF

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "ANONYMOUS TOKENS ISSUED" TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM VARYING WS-ER-IDX FROM 1 BY 1
                   UNTIL WS-ER-IDX > WS-ER-COUNT
              MOVE WS-ER-TOKEN(WS-ER-IDX) TO WS-TK-TOKEN
              MOVE WS-ER-SINCE(WS-ER-IDX) TO WS-TK-SINCE
              MOVE SPACES        TO REPORT-LINE
              MOVE WS-TOKEN-LINE TO REPORT-LINE
              WRITE REPORT-LINE
           END-PERFORM

           PERFORM PRINT-FILE-SUMMARY
           PERFORM PRINT-TOKEN-DETAIL
           PERFORM PRINT-SIGN-OFF

           CLOSE REPORT-FILE
           .

       PRINT-FILE-SUMMARY.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "WHAT WAS CHANGED IN EACH FILE (ROWS)" TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM VARYING WS-FILE-IDX FROM 1 BY 1
                   UNTIL WS-FILE-IDX > WK-FILE-COUNT
              MOVE WS-FL-NAME(WS-FILE-IDX)   TO WS-FD-NAME
              MOVE WS-FL-ACTION(WS-FILE-IDX) TO WS-FD-ACTION
              MOVE WS-FL-ROWS(WS-FILE-IDX)   TO WS-FD-ROWS
              MOVE SPACES       TO REPORT-LINE
              MOVE WS-FILE-LINE TO REPORT-LINE
              WRITE REPORT-LINE
           END-PERFORM

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "MOVELOG ARCHIVE FILES READ"  TO WS-TR-LABEL
           MOVE WS-AR-MOVE-FILES              TO WS-TR-VALUE
           PERFORM PRINT-TRAILER-LINE
           MOVE "GAMELOG ARCHIVE FILES READ"  TO WS-TR-LABEL
           MOVE WS-AR-GAME-FILES              TO WS-TR-VALUE
           PERFORM PRINT-TRAILER-LINE
           MOVE "CATALOGED, NOT ON DISK"      TO WS-TR-LABEL
           MOVE WS-AR-MISSING                 TO WS-TR-VALUE
           PERFORM PRINT-TRAILER-LINE
           IF WS-AR-SKIPPED > ZERO
              MOVE "OVER THE LIMIT - NOT REACHED" TO WS-TR-LABEL
              MOVE WS-AR-SKIPPED                  TO WS-TR-VALUE
              PERFORM PRINT-TRAILER-LINE
           END-IF
           .

      * ... FOR EACH TOKEN, EVERY FILE THAT HELD THE NAME - NAME
      * ... OCCURRENCES REPLACED, OR ROWS DELETED
       PRINT-TOKEN-DETAIL.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "BY TOKEN - NAMES REPLACED OR ROWS DELETED PER FILE"
                TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM VARYING WS-ER-IDX FROM 1 BY 1
                   UNTIL WS-ER-IDX > WS-ER-COUNT
              MOVE SPACES TO REPORT-LINE
              STRING "  " DELIMITED BY SIZE
                     WS-ER-TOKEN(WS-ER-IDX) DELIMITED BY SPACE
                     INTO REPORT-LINE
              WRITE REPORT-LINE
              PERFORM VARYING WS-FILE-IDX FROM 1 BY 1
                      UNTIL WS-FILE-IDX > WK-FILE-COUNT
                 IF WS-ER-HITS(WS-ER-IDX, WS-FILE-IDX) > ZERO
                    MOVE WS-FL-NAME(WS-FILE-IDX)   TO WS-HL-NAME
                    MOVE WS-FL-ACTION(WS-FILE-IDX) TO WS-HL-ACTION
                    MOVE WS-ER-HITS(WS-ER-IDX, WS-FILE-IDX)
                                                   TO WS-HL-COUNT
                    MOVE SPACES      TO REPORT-LINE
                    MOVE WS-HIT-LINE TO REPORT-LINE
                    WRITE REPORT-LINE
                 END-IF
              END-PERFORM
           END-PERFORM
           .

       PRINT-SIGN-OFF.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "NOT REACHED BY THIS RUN: BACKUP SETS TAKEN BEFORE IT"
                TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "AND LISTINGS OR EXTRACTS ALREADY PRINTED OR SENT ON."
                TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "THIS RUN IS LOGGED ON TTTERASE.CTL. TTTREST WARNS"
                TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "BEFORE RESTORING AN EARLIER SET, WILL NOT DO SO"
                TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "WITHOUT THE OPERATOR MASTER OR WITHOUT YES TYPED IN"
                TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "FULL, AND REQUIRES THIS ERASURE TO BE RUN AGAIN"
                TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "STRAIGHT AFTER SUCH A RESTORE."
                TO REPORT-LINE
           WRITE REPORT-LINE

           IF RUN-INCOMPLETE
              MOVE SPACES TO REPORT-LINE
              WRITE REPORT-LINE
              MOVE "*** INCOMPLETE - ARCHIVES UNREACHED. RETURN ANY"
                   TO REPORT-LINE
              WRITE REPORT-LINE
              MOVE "*** MOVED OFF DISK AND RUN AGAIN TO FINISH THEM."
                   TO REPORT-LINE
              WRITE REPORT-LINE
           END-IF

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           IF SIGNED-OFF
              MOVE SPACES TO REPORT-LINE
              STRING "SIGNED OFF BY SUPERVISOR " DELIMITED BY SIZE
                     WS-SIGNON-NAME             DELIMITED BY "  "
                     " ON "                     DELIMITED BY SIZE
                     WS-TODAY                   DELIMITED BY SIZE
                     " AT "                     DELIMITED BY SIZE
                     WS-SIGNOFF-TIME            DELIMITED BY SIZE
                     INTO REPORT-LINE
              WRITE REPORT-LINE
              MOVE SPACES TO REPORT-LINE
              WRITE REPORT-LINE
              MOVE "SIGNATURE: ______________________________"
                   TO REPORT-LINE
              WRITE REPORT-LINE
           ELSE
              MOVE SPACES TO REPORT-LINE
              STRING "*** NOT SIGNED OFF - RUN BY SUPERVISOR "
                                                DELIMITED BY SIZE
                     WS-SIGNON-NAME             DELIMITED BY "  "
                     ", REVIEW BEFORE FILING"   DELIMITED BY SIZE
                     INTO REPORT-LINE
              WRITE REPORT-LINE
           END-IF
           .

       PRINT-TRAILER-LINE.
           MOVE SPACES          TO REPORT-LINE
           MOVE WS-TRAILER-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           .
