       IDENTIFICATION       DIVISION.
       PROGRAM-ID.          TTTREST.
       AUTHOR.              ISAAC GARCIA PEVERI
       DATE-WRITTEN.        15.10.2026.
      * LAST EDIT           15.10.2026.
       REMARKS.             SUPERVISED RESTORE FROM A TTTBACK BACKUP
                             SET. CHECKS THE SET'S MANIFEST AND EVERY
                             IMAGE AGAINST ITS RECORD COUNT AND
                             CONTROL TOTAL BEFORE ANYTHING IS TOUCHED,
                             REFUSES WHILE SESSIONS.DAT SHOWS LIVE
                             SESSIONS, RESTORES THE WHOLE SET OR THE
                             FILES PICKED FROM IT, PROVES EACH
                             RESTORED FILE AGAINST THE MANIFEST, AND
                             REPORTS EVERY MISMATCH.
      /
      ******************************************************************
      * WRITTEN IN ACUCOBOL-GT 7.0.0
      *         TIC TAC TOE RESTORE FROM BACKUP SET
      *
      *         RUN FROM THE CONSOLE WHILE THE GAME IS DOWN - THE
      *         RESTORE REWRITES EVERY FILE IT TOUCHES FROM SCRATCH,
      *         SO IT CHECKS THE SESSIONS.DAT LIVE-SESSION REGISTRY
      *         AND REFUSES WHILE ANY SESSION IS ACTIVE (TTTIGNSESS=Y
      *         OVERRIDES AFTER A CRASH LEAVES A STALE ROW).
      *         RESTORING IS A SUPERVISOR FUNCTION - THE RUN STARTS
      *         WITH A TTTAUTH SUPERVISOR SIGN-ON AND THE SIGNED-ON
      *         NAME GOES ON THE LISTING.
      *
      *         THE SET IS NAMED BY ITS STAMP (YYYYMMDD.HHMMSS), BY
      *         ITS DATE ALONE (THE LATEST SET OF THAT DAY ON THE
      *         TTTBACK.CTL CATALOG), OR LEFT EMPTY FOR THE LATEST SET
      *         ON THE CATALOG. NOTHING IS RESTORED UNLESS:
      *           - THE MANIFEST HAS ITS HEADER AND TRAILER, AND THE
      *             TRAILER AGREES WITH THE MEMBER ROWS;
      *           - EVERY SELECTED MEMBER WAS COPIED WHOLE, STILL HAS
      *             THE RECORD LENGTH THIS RELEASE USES, AND ITS
      *             IMAGE STILL MATCHES ITS COUNT AND CONTROL TOTAL.
      *         ONE BAD IMAGE STOPS THE WHOLE RESTORE BEFORE ANY LIVE
      *         FILE IS OPENED, SO A SET IS NEVER HALF ROLLED BACK
      *         BECAUSE OF A DAMAGED MEMBER.
      *
      *         A FULL RESTORE TAKES EVERY MEMBER THE SET HOLDS
      *         EXCEPT THE LIVE-SESSION REGISTRY - IT DESCRIBES THE
      *         FLOOR AS IT IS NOW, AND PUTTING BACK LAST NIGHT'S ROWS
      *         WOULD ONLY RESURRECT SESSIONS THAT ARE NOT RUNNING. IT
      *         CAN STILL BE PICKED BY NAME. A MEMBER THAT WAS NOT ON
      *         FILE WHEN THE SET WAS TAKEN LEAVES THE LIVE FILE AS IT
      *         IS.
      *
      *         A SET TAKEN BEFORE THE LATEST PERSONAL DATA ERASURE ON
      *         THE TTTERASE.CTL LOG STILL HOLDS THE NAMES THAT RUN
      *         TOOK OUT. RESTORING ANY MEMBER THAT CARRIES NAMES FROM
      *         SUCH A SET NEEDS "YES" TYPED IN FULL, AND THE CONSOLE
      *         AND THE LISTING BOTH SAY TTTERASE MUST BE RUN AGAIN
      *         STRAIGHT AFTER. THE OPERATOR MASTER MUST BE IN THE
      *         SELECTION - THE RE-RUN FINDS ITS OPERATORS THERE, AND
      *         WITHOUT IT THE NAMES WOULD COME BACK FOR GOOD.
      *
      *         EVERY RESTORED FILE IS READ BACK AND COUNTED AND
      *         TOTALED AGAIN; ANY DIFFERENCE FROM THE MANIFEST IS
      *         REPORTED AND THE RUN ENDS WITH EXIT STATUS 8. A
      *         RESTORE THAT DIES PART WAY IS SIMPLY RUN AGAIN AGAINST
      *         THE SAME SET - EVERY FILE IS REWRITTEN FROM THE TOP.
      *         THE LISTING GOES TO TTTREST.LST.
      ******************************************************************
      /
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.

       INPUT-OUTPUT  SECTION.
       FILE-CONTROL.
           SELECT STATS-FILE ASSIGN TO DYNAMIC CFG-STATS-FILE
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              RECORD KEY   IS STATS-OPERATOR-ID
              FILE STATUS  IS STATS-FILE-STATUS.

           SELECT CHECKPOINT-FILE ASSIGN TO DYNAMIC CFG-CHECKPT-FILE
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              RECORD KEY   IS CKP-OPERATOR-ID
              FILE STATUS  IS CHECKPOINT-FILE-STATUS.

           SELECT OPERATOR-FILE ASSIGN TO DYNAMIC CFG-OPERMAST-FILE
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              RECORD KEY   IS OPR-OPERATOR-ID
              FILE STATUS  IS OPERATOR-FILE-STATUS.

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

           SELECT RATINGS-FILE ASSIGN TO DYNAMIC CFG-RATINGS-FILE
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              RECORD KEY   IS RTG-OPERATOR-ID
              FILE STATUS  IS RATINGS-FILE-STATUS.

           SELECT SESSION-FILE ASSIGN TO DYNAMIC CFG-SESSION-FILE
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              RECORD KEY   IS SES-OPERATOR-ID
              FILE STATUS  IS SESSION-FILE-STATUS.

           SELECT SESSION-HISTORY-FILE
              ASSIGN TO DYNAMIC CFG-SESSHIST-FILE
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              RECORD KEY   IS SHS-KEY
              FILE STATUS  IS SESSHIST-FILE-STATUS.

           SELECT GAME-HISTORY-FILE ASSIGN TO DYNAMIC CFG-GAMEHIST-FILE
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              RECORD KEY   IS GHS-KEY
              ALTERNATE RECORD KEY IS GHS-OPERATOR-KEY
                 WITH DUPLICATES
              ALTERNATE RECORD KEY IS GHS-SITE-KEY
                 WITH DUPLICATES
              FILE STATUS  IS GAMEHIST-FILE-STATUS.

           SELECT PUZZLE-FILE ASSIGN TO DYNAMIC CFG-PUZZLE-FILE
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              RECORD KEY   IS PZL-POSITION-CODE
              FILE STATUS  IS PUZZLE-FILE-STATUS.

      *   EVERY LINE SEQUENTIAL MEMBER, ONE AT A TIME
           SELECT LIVE-SEQ-FILE ASSIGN TO DYNAMIC WS-LIVE-NAME
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS  IS LIVE-SEQ-STATUS.

           SELECT IMAGE-FILE ASSIGN TO DYNAMIC WS-IMAGE-NAME
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS  IS IMAGE-FILE-STATUS.

           SELECT MANIFEST-FILE ASSIGN TO DYNAMIC WS-MANIFEST-NAME
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS  IS MANIFEST-FILE-STATUS.

           SELECT CATALOG-FILE ASSIGN TO "TTTBACK.CTL"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS  IS CATALOG-FILE-STATUS.

           SELECT ERASURE-LOG-FILE ASSIGN TO "TTTERASE.CTL"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS  IS ERASURE-LOG-STATUS.

           SELECT REPORT-FILE ASSIGN TO "TTTREST.LST"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS  IS REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STATS-FILE.
           COPY "STATSREC.CPY".

       FD  CHECKPOINT-FILE.
           COPY "CHKPTREC.CPY".

       FD  OPERATOR-FILE.
           COPY "OPERREC.CPY".

       FD  SEASON-FILE.
           COPY "SEASNREC.CPY".

       FD  PREFS-FILE.
           COPY "PREFREC.CPY".

       FD  RATINGS-FILE.
           COPY "RATNGREC.CPY".

       FD  SESSION-FILE.
           COPY "SESSREC.CPY".

       FD  SESSION-HISTORY-FILE.
           COPY "SHISTREC.CPY".

       FD  GAME-HISTORY-FILE.
           COPY "GHISTREC.CPY".

       FD  PUZZLE-FILE.
           COPY "PUZZREC.CPY".

       FD  LIVE-SEQ-FILE
           RECORD IS VARYING IN SIZE FROM 1 TO 256 CHARACTERS
              DEPENDING ON WS-LIVE-LENGTH.
       01 LIVE-SEQ-RECORD        PIC X(256).

       FD  IMAGE-FILE
           RECORD IS VARYING IN SIZE FROM 1 TO 256 CHARACTERS
              DEPENDING ON WS-IMAGE-LENGTH.
       01 IMAGE-RECORD           PIC X(256).

       FD  MANIFEST-FILE.
           COPY "BKMANREC.CPY".

      *   SAME LAYOUT AS TTTBACK WRITES IT
       FD  CATALOG-FILE.
       01 CATALOG-RECORD.
          05 CAT-SET-DATE        PIC 9(08).
          05 FILLER              PIC X(01).
          05 CAT-SET-TIME        PIC 9(06).
          05 FILLER              PIC X(01).
          05 CAT-MEMBER-COUNT    PIC 9(03).
          05 FILLER              PIC X(01).
          05 CAT-RECORD-COUNT    PIC 9(09).
          05 FILLER              PIC X(01).
          05 CAT-CONTROL-TOTAL   PIC 9(18).
          05 FILLER              PIC X(01).
          05 CAT-RESULT          PIC X(08).
             88 CAT-SET-COMPLETE     VALUE "COMPLETE".
             88 CAT-SET-PARTIAL      VALUE "PARTIAL".

       FD  ERASURE-LOG-FILE.
           COPY "ERASLREC.CPY".

       FD  REPORT-FILE.
       01 REPORT-LINE            PIC X(100).

       WORKING-STORAGE SECTION.

      * SITE CONFIGURATION - FILLED BY TTTCONF AT STARTUP; EVERY FILE
      * IS RESTORED TO WHERE ITS CFG- NAME POINTS TODAY, WHICH MAY
      * NOT BE WHERE IT WAS WHEN THE SET WAS TAKEN
           COPY "CONFREC.CPY".

      * SIGN-ON INTERFACE - THIS IS A SUPERVISOR-ONLY UTILITY
           COPY "AUTHREC.CPY".

      * THE MEMBERS OF A BACKUP SET
           COPY "BKMEMTAB.CPY".

       77 WS-RESTORER-NAME       PIC  X(20) VALUE SPACES.
       77 WS-SIGNON-PIN          PIC  X(4)  VALUE SPACES.

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
       77 STATS-FILE-STATUS      PIC  X(2)  VALUE SPACES.
       77 CHECKPOINT-FILE-STATUS PIC  X(2)  VALUE SPACES.
       77 OPERATOR-FILE-STATUS   PIC  X(2)  VALUE SPACES.
       77 SEASON-FILE-STATUS     PIC  X(2)  VALUE SPACES.
       77 PREFS-FILE-STATUS      PIC  X(2)  VALUE SPACES.
       77 RATINGS-FILE-STATUS    PIC  X(2)  VALUE SPACES.
       77 SESSHIST-FILE-STATUS   PIC  X(2)  VALUE SPACES.
       77 GAMEHIST-FILE-STATUS   PIC  X(2)  VALUE SPACES.
       77 PUZZLE-FILE-STATUS     PIC  X(2)  VALUE SPACES.
       77 ERASURE-LOG-STATUS     PIC  X(2)  VALUE SPACES.
       77 LIVE-SEQ-STATUS        PIC  X(2)  VALUE SPACES.
       77 IMAGE-FILE-STATUS      PIC  X(2)  VALUE SPACES.
       77 MANIFEST-FILE-STATUS   PIC  X(2)  VALUE SPACES.
       77 CATALOG-FILE-STATUS    PIC  X(2)  VALUE SPACES.
       77 REPORT-FILE-STATUS     PIC  X(2)  VALUE SPACES.

       77 FLAG-FILE-EOF          PIC  X(1)  VALUE "N".
           88 FILE-EOF                 VALUE "Y".
           88 FILE-NOT-EOF             VALUE "N".

       77 FLAG-IMAGE-OPEN        PIC  X(1)  VALUE "N".
           88 IMAGE-OPEN               VALUE "Y".
           88 IMAGE-CLOSED             VALUE "N".

       77 FLAG-LIVE-OPEN         PIC  X(1)  VALUE "N".
           88 LIVE-OPEN                VALUE "Y".
           88 LIVE-CLOSED              VALUE "N".

      * THE SET BEING RESTORED
       77 WS-SET-ID-X            PIC  X(15) VALUE SPACES.
       77 WS-SET-DATE            PIC  9(8)  VALUE ZERO.
       77 WS-SET-TIME            PIC  9(6)  VALUE ZERO.
       77 WS-MANIFEST-NAME       PIC  X(40) VALUE SPACES.
       77 FLAG-SET-CHOSEN        PIC  X(1)  VALUE "N".
           88 SET-CHOSEN               VALUE "Y".
           88 NO-SET-CHOSEN            VALUE "N".

      * MANIFEST CHECK - WS-MANIFEST-FAULT SAYS WHAT WAS WRONG
       77 FLAG-MANIFEST-GOOD     PIC  X(1)  VALUE "Y".
           88 MANIFEST-GOOD            VALUE "Y".
           88 MANIFEST-BAD             VALUE "N".
       77 WS-MANIFEST-FAULT      PIC  X(50) VALUE SPACES.
       77 FLAG-HEADER-SEEN       PIC  X(1)  VALUE "N".
           88 HEADER-SEEN              VALUE "Y".
       77 FLAG-TRAILER-SEEN      PIC  X(1)  VALUE "N".
           88 TRAILER-SEEN             VALUE "Y".
       77 WS-HEADER-MEMBERS      PIC  9(3)  VALUE ZERO.
       77 WS-TRAILER-MEMBERS     PIC  9(3)  VALUE ZERO.
       77 WS-TRAILER-RECORDS     PIC  9(9)  VALUE ZERO.
       77 WS-TRAILER-TOTAL       PIC  9(18) VALUE ZERO.
       77 WS-ROW-RECORDS         PIC  9(9)  VALUE ZERO.
       77 WS-ROW-TOTAL           PIC  9(18) VALUE ZERO.
       77 WS-SET-LIVE-SESSIONS   PIC  X(1)  VALUE "N".

      * THE LATEST ERASURE RUN THE SET WAS TAKEN BEFORE, IF ANY, AND
      * WHAT THE SELECTION BRINGS BACK FROM BEFORE IT
       77 FLAG-SET-PRE-ERASURE   PIC  X(1)  VALUE "N".
           88 SET-PRE-ERASURE          VALUE "Y".
           88 SET-POST-ERASURE         VALUE "N".
       77 WS-ERASED-DATE         PIC  9(8)  VALUE ZERO.
       77 WS-ERASED-TIME         PIC  9(6)  VALUE ZERO.
       77 WS-NAMED-PICKED        PIC  9(2)  VALUE ZERO.
       77 FLAG-OPERMAST-PICKED   PIC  X(1)  VALUE "N".
           88 OPERMAST-PICKED          VALUE "Y".
           88 OPERMAST-NOT-PICKED      VALUE "N".
       77 WS-CONFIRM-WORD        PIC  X(3)  VALUE SPACES.
           88 CONFIRM-WORD-TYPED       VALUE "YES" "yes".

      * THE MANIFEST'S MEMBER ROWS, WITH WHAT THIS RUN MADE OF EACH
       77 WS-MF-COUNT            PIC  9(2)  VALUE ZERO.
       77 WS-MF-IDX              PIC  9(2)  VALUE ZERO.
       01 WS-MANIFEST-TABLE.
          05 WS-MF-ENTRY OCCURS 21 TIMES.
             10 WS-MF-CODE             PIC X(8).
             10 WS-MF-STATUS           PIC X(1).
                88 WS-MF-COPIED            VALUE "C".
                88 WS-MF-NOT-ON-FILE       VALUE "A".
             10 WS-MF-LENGTH           PIC 9(3).
             10 WS-MF-RECORDS          PIC 9(9).
             10 WS-MF-TOTAL            PIC 9(18).
             10 WS-MF-IMAGE-NAME       PIC X(40).
      *      ... SUBSCRIPT OF THE SAME MEMBER IN BK-MEMBER-TABLE
             10 WS-MF-MEMBER-IDX       PIC 9(2).
             10 WS-MF-RESTORABLE       PIC X(1).
                88 WS-MF-CAN-RESTORE       VALUE "Y".
                88 WS-MF-CANNOT-RESTORE    VALUE "N".
             10 WS-MF-NOTE             PIC X(30).
             10 WS-MF-SELECTED         PIC X(1).
                88 WS-MF-PICKED            VALUE "Y".
                88 WS-MF-NOT-PICKED        VALUE "N".
             10 WS-MF-FOUND-RECORDS    PIC 9(9).
             10 WS-MF-RESULT           PIC X(30).

      * OPERATOR CHOICES
       77 WS-SCOPE-CHOICE        PIC  X(1)  VALUE SPACES.
           88 CHOICE-FULL              VALUE "F" "f".
           88 CHOICE-SELECT            VALUE "S" "s".
       77 WS-ANSWER              PIC  X(1)  VALUE SPACES.
           88 ANSWER-YES               VALUE "Y" "y".
       77 WS-SELECTED-COUNT      PIC  9(2)  VALUE ZERO.

      * THE MEMBER BEING CHECKED OR RESTORED
       77 WS-MEM-IDX             PIC  9(2)  VALUE ZERO.
       77 WS-LIVE-NAME           PIC  X(40) VALUE SPACES.
       77 WS-IMAGE-NAME          PIC  X(40) VALUE SPACES.
       77 WS-LIVE-LENGTH         PIC  9(3)  VALUE ZERO.
       77 WS-IMAGE-LENGTH        PIC  9(3)  VALUE ZERO.
       77 WS-MEMBER-RECORDS      PIC  9(9)  VALUE ZERO.
       77 WS-MEMBER-TOTAL        PIC  9(18) VALUE ZERO.
       77 WS-MEMBER-REJECTED     PIC  9(9)  VALUE ZERO.
       77 WS-MEMBER-STATUS       PIC  X(2)  VALUE SPACES.
       77 FLAG-MEMBER-READ       PIC  X(1)  VALUE "Y".
           88 MEMBER-READ-OK           VALUE "Y".
           88 MEMBER-READ-FAILED       VALUE "N".

      * CONTROL TOTAL WORK FIELDS - SEE BKMANREC.CPY
       01 WS-COPY-BUFFER         PIC  X(256) VALUE SPACES.
       77 WS-HASH-LENGTH         PIC  9(3)  VALUE ZERO.
       77 WS-BYTE-IDX            PIC  9(3)  VALUE ZERO.
       77 WS-RECORD-HASH         PIC  9(18) VALUE ZERO.

      * RUN OUTCOME
       77 WS-RUN-DATE            PIC  9(8)  VALUE ZERO.
       77 WS-IMAGES-BAD          PIC  9(3)  VALUE ZERO.
       77 WS-MEMBERS-RESTORED    PIC  9(3)  VALUE ZERO.
       77 WS-MEMBERS-MISMATCHED  PIC  9(3)  VALUE ZERO.
       77 WS-RECORDS-RESTORED    PIC  9(9)  VALUE ZERO.

      * LISTING LINES
       01 WS-HEADER-LINE.
          05 FILLER              PIC  X(30) VALUE
             "TIC TAC TOE - RESTORE - RUN   ".
          05 WS-HD-RUN-DATE      PIC  9(08).
          05 FILLER              PIC  X(07) VALUE "  SET  ".
          05 WS-HD-SET-DATE      PIC  9(08).
          05 FILLER              PIC  X(01) VALUE ".".
          05 WS-HD-SET-TIME      PIC  9(06).

       01 WS-MEMBER-LINE.
          05 WS-ML-CODE          PIC  X(08).
          05 FILLER              PIC  X(02) VALUE SPACES.
          05 WS-ML-EXPECTED      PIC  ZZZZZZZZ9.
          05 FILLER              PIC  X(02) VALUE SPACES.
          05 WS-ML-FOUND         PIC  ZZZZZZZZ9.
          05 FILLER              PIC  X(02) VALUE SPACES.
          05 WS-ML-RESULT        PIC  X(30).
          05 FILLER              PIC  X(02) VALUE SPACES.
          05 WS-ML-LIVE-NAME     PIC  X(36).

       01 WS-SHOW-LINE.
          05 WS-SH-CODE          PIC  X(08).
          05 FILLER              PIC  X(02) VALUE SPACES.
          05 WS-SH-RECORDS       PIC  ZZZZZZZZ9.
          05 FILLER              PIC  X(02) VALUE SPACES.
          05 WS-SH-NOTE          PIC  X(30).

       01 WS-TRAILER-LINE.
          05 WS-TR-LABEL         PIC  X(30).
          05 WS-TR-VALUE         PIC  ZZZZZZZZ9.

       PROCEDURE  DIVISION.
       MAIN-LOGIC.
           SET CFG-NOT-LOADED TO TRUE
           CALL "TTTCONF" USING TTT-CONFIG-AREA

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE

           DISPLAY "TIC TAC TOE - RESTORE FROM A BACKUP SET"
           PERFORM SUPERVISOR-SIGN-ON
           IF NOT AUTH-PASSED
              DISPLAY "SIGN-ON REFUSED - STOPPING"
              STOP RUN
           END-IF

           PERFORM CHECK-LIVE-SESSIONS

           PERFORM CHOOSE-BACKUP-SET
           IF NO-SET-CHOSEN
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF

           PERFORM LOAD-MANIFEST
           IF MANIFEST-BAD
              DISPLAY "MANIFEST REJECTED: " WS-MANIFEST-FAULT
              DISPLAY "NOTHING RESTORED"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF

           PERFORM SHOW-SET-CONTENTS
           PERFORM CHOOSE-RESTORE-SCOPE
           IF WS-SELECTED-COUNT = ZERO
              DISPLAY "NOTHING SELECTED - NOTHING RESTORED"
              STOP RUN
           END-IF

           PERFORM CHECK-ERASURE-LOG
           IF SET-PRE-ERASURE
              PERFORM CONFIRM-PRE-ERASURE-SET
              IF NOT CONFIRM-WORD-TYPED
                 DISPLAY "NOTHING RESTORED"
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF

           DISPLAY "RESTORE " WS-SELECTED-COUNT
                   " FILE(S) OVER THE LIVE DATA - SURE (Y/N)?"
           MOVE SPACES TO WS-ANSWER
           ACCEPT WS-ANSWER
           IF NOT ANSWER-YES
              DISPLAY "NOTHING RESTORED"
              STOP RUN
           END-IF

           PERFORM OPEN-RESTORE-LISTING

           PERFORM VERIFY-SELECTED-IMAGES
           IF WS-IMAGES-BAD > ZERO
              PERFORM PRINT-IMAGES-REJECTED
              MOVE 8 TO RETURN-CODE
           ELSE
              PERFORM RESTORE-SELECTED-MEMBERS
              IF WS-MEMBERS-MISMATCHED > ZERO
                 MOVE 8 TO RETURN-CODE
              END-IF
           END-IF

           PERFORM PRINT-RESTORE-TRAILER
           CLOSE REPORT-FILE

           DISPLAY "FILES RESTORED:     " WS-MEMBERS-RESTORED
           DISPLAY "FILES MISMATCHED:   " WS-MEMBERS-MISMATCHED
           DISPLAY "IMAGES REJECTED:    " WS-IMAGES-BAD
           IF SET-PRE-ERASURE
              AND WS-MEMBERS-RESTORED > ZERO
              DISPLAY "RUN TTTERASE AGAIN NOW - THE SET PREDATES THE "
                      "ERASURE OF " WS-ERASED-DATE "." WS-ERASED-TIME
           END-IF
           DISPLAY "SEE TTTREST.LST"

           STOP RUN
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
      *   SUPERVISOR SIGN-ON THROUGH TTTAUTH - THE SIGNED-ON NAME
      *   GOES ON THE RESTORE LISTING
      * --------------------------------------------------------------
       SUPERVISOR-SIGN-ON.
           DISPLAY "SUPERVISOR NAME?"
           MOVE SPACES TO WS-RESTORER-NAME
           ACCEPT WS-RESTORER-NAME
           DISPLAY "PIN?"
           MOVE SPACES TO WS-SIGNON-PIN
           ACCEPT WS-SIGNON-PIN

           MOVE WS-RESTORER-NAME TO AUTH-OPERATOR-ID
           MOVE WS-SIGNON-PIN    TO AUTH-PIN
           MOVE "S"              TO AUTH-REQUIRED-ROLE
           MOVE "TTTREST"        TO AUTH-PROGRAM
           CALL "TTTAUTH" USING TTT-AUTH-AREA
           .
      /
      * --------------------------------------------------------------
      *   WHICH SET - A FULL STAMP IS TAKEN AS GIVEN (THE MANIFEST
      *   DECIDES WHETHER IT IS THERE); A DATE OR NOTHING IS LOOKED
      *   UP ON THE CATALOG, LATEST MATCHING ENTRY WINNING
      * --------------------------------------------------------------
       CHOOSE-BACKUP-SET.
           SET NO-SET-CHOSEN TO TRUE

           DISPLAY "BACKUP SET (YYYYMMDD OR YYYYMMDD.HHMMSS,"
                   " EMPTY = LATEST)?"
           MOVE SPACES TO WS-SET-ID-X
           ACCEPT WS-SET-ID-X

           EVALUATE TRUE
              WHEN WS-SET-ID-X(1:8) IS NUMERIC
                   AND WS-SET-ID-X(9:1) = "."
                   AND WS-SET-ID-X(10:6) IS NUMERIC
                   MOVE WS-SET-ID-X(1:8)  TO WS-SET-DATE
                   MOVE WS-SET-ID-X(10:6) TO WS-SET-TIME
                   SET SET-CHOSEN TO TRUE
              WHEN WS-SET-ID-X = SPACES
                   PERFORM FIND-SET-ON-CATALOG
              WHEN WS-SET-ID-X(1:8) IS NUMERIC
                   AND WS-SET-ID-X(9:7) = SPACES
                   PERFORM FIND-SET-ON-CATALOG
              WHEN OTHER
                   DISPLAY "NOT A BACKUP SET NAME: " WS-SET-ID-X
           END-EVALUATE

           IF SET-CHOSEN
              MOVE SPACES TO WS-MANIFEST-NAME
              STRING "TTTBACK."   DELIMITED BY SIZE
                     WS-SET-DATE  DELIMITED BY SIZE
                     "."          DELIMITED BY SIZE
                     WS-SET-TIME  DELIMITED BY SIZE
                     ".MAN"       DELIMITED BY SIZE
                     INTO WS-MANIFEST-NAME
              DISPLAY "BACKUP SET " WS-SET-DATE "." WS-SET-TIME
           END-IF
           .

       FIND-SET-ON-CATALOG.
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
                 IF CAT-SET-DATE IS NUMERIC
                    AND CAT-SET-TIME IS NUMERIC
                    IF WS-SET-ID-X = SPACES
                       OR WS-SET-ID-X(1:8) = CAT-SET-DATE
                       MOVE CAT-SET-DATE TO WS-SET-DATE
                       MOVE CAT-SET-TIME TO WS-SET-TIME
                       SET SET-CHOSEN TO TRUE
                    END-IF
                 END-IF
              END-IF
           END-PERFORM

           IF CATALOG-FILE-STATUS NOT = "35"
              CLOSE CATALOG-FILE
           END-IF

           IF NO-SET-CHOSEN
              IF WS-SET-ID-X = SPACES
                 DISPLAY "NO BACKUP SET ON THE TTTBACK.CTL CATALOG"
              ELSE
                 DISPLAY "NO BACKUP SET ON THE CATALOG FOR "
                         WS-SET-ID-X(1:8)
              END-IF
           END-IF
           .
      /
      * --------------------------------------------------------------
      *   LOAD AND PROVE THE MANIFEST - HEADER AND TRAILER PRESENT,
      *   THE TRAILER AGREEING WITH THE MEMBER ROWS, EVERY MEMBER ONE
      *   THIS RELEASE KNOWS. EACH MEMBER IS ALSO JUDGED RESTORABLE
      *   OR NOT HERE, WITH A NOTE SAYING WHY NOT.
      * --------------------------------------------------------------
       LOAD-MANIFEST.
           SET MANIFEST-GOOD TO TRUE
           MOVE SPACES TO WS-MANIFEST-FAULT
           MOVE ZERO   TO WS-MF-COUNT
                          WS-ROW-RECORDS
                          WS-ROW-TOTAL
           SET FILE-NOT-EOF TO TRUE

           OPEN INPUT MANIFEST-FILE
           IF MANIFEST-FILE-STATUS NOT = "00"
              SET MANIFEST-BAD TO TRUE
              MOVE "NO MANIFEST - SET MISSING OR NEVER FINISHED"
                   TO WS-MANIFEST-FAULT
              SET FILE-EOF TO TRUE
           END-IF

           PERFORM UNTIL FILE-EOF
              READ MANIFEST-FILE
                 AT END
                    SET FILE-EOF TO TRUE
              END-READ
              IF NOT FILE-EOF
                 PERFORM LOAD-ONE-MANIFEST-ROW
              END-IF
           END-PERFORM

           IF MANIFEST-FILE-STATUS NOT = "35"
              CLOSE MANIFEST-FILE
           END-IF

           IF MANIFEST-GOOD
              PERFORM PROVE-MANIFEST-TOTALS
           END-IF
           .

       LOAD-ONE-MANIFEST-ROW.
           EVALUATE TRUE
              WHEN BKM-SET-DATE NOT = WS-SET-DATE
                OR BKM-SET-TIME NOT = WS-SET-TIME
                   SET MANIFEST-BAD TO TRUE
                   MOVE "A ROW BELONGS TO ANOTHER SET"
                        TO WS-MANIFEST-FAULT
              WHEN BKM-HEADER-ROW
                   MOVE "Y"                TO FLAG-HEADER-SEEN
                   MOVE BKM-MEMBER-COUNT   TO WS-HEADER-MEMBERS
                   MOVE BKM-LIVE-SESSIONS  TO WS-SET-LIVE-SESSIONS
              WHEN BKM-TRAILER-ROW
                   MOVE "Y"                TO FLAG-TRAILER-SEEN
                   MOVE BKM-MEMBER-COUNT   TO WS-TRAILER-MEMBERS
                   MOVE BKM-RECORD-COUNT   TO WS-TRAILER-RECORDS
                   MOVE BKM-CONTROL-TOTAL  TO WS-TRAILER-TOTAL
              WHEN BKM-MEMBER-ROW
                   IF WS-MF-COUNT < WK-BACKUP-MEMBERS
                      ADD 1 TO WS-MF-COUNT
                      PERFORM LOAD-MANIFEST-MEMBER
                   ELSE
                      SET MANIFEST-BAD TO TRUE
                      MOVE "MORE MEMBER ROWS THAN A SET HOLDS"
                           TO WS-MANIFEST-FAULT
                   END-IF
              WHEN OTHER
                   SET MANIFEST-BAD TO TRUE
                   MOVE "UNRECOGNIZED ROW" TO WS-MANIFEST-FAULT
           END-EVALUATE
           .

       LOAD-MANIFEST-MEMBER.
           MOVE BKM-MEMBER-CODE   TO WS-MF-CODE(WS-MF-COUNT)
           MOVE BKM-MEMBER-STATUS TO WS-MF-STATUS(WS-MF-COUNT)
           MOVE BKM-RECORD-LENGTH TO WS-MF-LENGTH(WS-MF-COUNT)
           MOVE BKM-RECORD-COUNT  TO WS-MF-RECORDS(WS-MF-COUNT)
           MOVE BKM-CONTROL-TOTAL TO WS-MF-TOTAL(WS-MF-COUNT)
           MOVE BKM-IMAGE-NAME    TO WS-MF-IMAGE-NAME(WS-MF-COUNT)
           MOVE ZERO              TO WS-MF-MEMBER-IDX(WS-MF-COUNT)
                                     WS-MF-FOUND-RECORDS(WS-MF-COUNT)
           MOVE SPACES            TO WS-MF-NOTE(WS-MF-COUNT)
                                     WS-MF-RESULT(WS-MF-COUNT)
           SET WS-MF-NOT-PICKED(WS-MF-COUNT)  TO TRUE
           SET WS-MF-CANNOT-RESTORE(WS-MF-COUNT) TO TRUE

           IF WS-MF-COPIED(WS-MF-COUNT)
              ADD BKM-RECORD-COUNT  TO WS-ROW-RECORDS
              ADD BKM-CONTROL-TOTAL TO WS-ROW-TOTAL
           END-IF

           PERFORM VARYING WS-MEM-IDX FROM 1 BY 1
                   UNTIL WS-MEM-IDX > WK-BACKUP-MEMBERS
              IF BK-MEMBER-CODE(WS-MEM-IDX) = BKM-MEMBER-CODE
                 MOVE WS-MEM-IDX TO WS-MF-MEMBER-IDX(WS-MF-COUNT)
              END-IF
           END-PERFORM

           MOVE WS-MF-MEMBER-IDX(WS-MF-COUNT) TO WS-MEM-IDX
           EVALUATE TRUE
              WHEN WS-MEM-IDX = ZERO
                   SET MANIFEST-BAD TO TRUE
                   MOVE "UNKNOWN MEMBER ON THE MANIFEST"
                        TO WS-MANIFEST-FAULT
              WHEN WS-MF-NOT-ON-FILE(WS-MF-COUNT)
                   MOVE "NOT ON FILE AT BACKUP TIME"
                        TO WS-MF-NOTE(WS-MF-COUNT)
              WHEN NOT WS-MF-COPIED(WS-MF-COUNT)
                   MOVE "BACKUP OF THIS FILE FAILED"
                        TO WS-MF-NOTE(WS-MF-COUNT)
              WHEN WS-MF-LENGTH(WS-MF-COUNT)
                   NOT = BK-MEMBER-LENGTH(WS-MEM-IDX)
                   MOVE "RECORD LAYOUT HAS CHANGED SINCE"
                        TO WS-MF-NOTE(WS-MF-COUNT)
              WHEN OTHER
                   SET WS-MF-CAN-RESTORE(WS-MF-COUNT) TO TRUE
           END-EVALUATE
           .

       PROVE-MANIFEST-TOTALS.
           EVALUATE TRUE
              WHEN NOT HEADER-SEEN
                   SET MANIFEST-BAD TO TRUE
                   MOVE "HEADER ROW MISSING" TO WS-MANIFEST-FAULT
              WHEN NOT TRAILER-SEEN
                   SET MANIFEST-BAD TO TRUE
                   MOVE "TRAILER ROW MISSING" TO WS-MANIFEST-FAULT
              WHEN WS-MF-COUNT NOT = WS-HEADER-MEMBERS
                OR WS-MF-COUNT NOT = WS-TRAILER-MEMBERS
                   SET MANIFEST-BAD TO TRUE
                   MOVE "MEMBER ROWS DO NOT MATCH THE HEADER/TRAILER"
                        TO WS-MANIFEST-FAULT
              WHEN WS-ROW-RECORDS NOT = WS-TRAILER-RECORDS
                   SET MANIFEST-BAD TO TRUE
                   MOVE "RECORD COUNTS DO NOT ADD UP TO THE TRAILER"
                        TO WS-MANIFEST-FAULT
              WHEN WS-ROW-TOTAL NOT = WS-TRAILER-TOTAL
                   SET MANIFEST-BAD TO TRUE
                   MOVE "CONTROL TOTALS DO NOT ADD UP TO THE TRAILER"
                        TO WS-MANIFEST-FAULT
           END-EVALUATE
           .
      /
      * --------------------------------------------------------------
      *   SHOW WHAT THE SET HOLDS
      * --------------------------------------------------------------
       SHOW-SET-CONTENTS.
           DISPLAY " "
           IF WS-SET-LIVE-SESSIONS = "Y"
              DISPLAY "NOTE: THIS SET WAS TAKEN WITH LIVE SESSIONS ON"
              DISPLAY "THE FLOOR - IT IS NOT A QUIET POINT IN TIME"
           END-IF
           DISPLAY "MEMBER      RECORDS  NOTE"
           DISPLAY "--------  ---------  ------------------------------"

           PERFORM VARYING WS-MF-IDX FROM 1 BY 1
                   UNTIL WS-MF-IDX > WS-MF-COUNT
              MOVE WS-MF-CODE(WS-MF-IDX)    TO WS-SH-CODE
              MOVE WS-MF-RECORDS(WS-MF-IDX) TO WS-SH-RECORDS
              MOVE WS-MF-NOTE(WS-MF-IDX)    TO WS-SH-NOTE
              DISPLAY WS-SHOW-LINE
           END-PERFORM
           .

      * --------------------------------------------------------------
      *   FULL RESTORE OR PICK THE FILES ONE BY ONE - ONLY MEMBERS
      *   JUDGED RESTORABLE ARE OFFERED
      * --------------------------------------------------------------
       CHOOSE-RESTORE-SCOPE.
           MOVE ZERO TO WS-SELECTED-COUNT

           DISPLAY " "
           DISPLAY "F=FULL RESTORE  S=SELECT FILES  X=EXIT"
           DISPLAY "CHOICE?"
           MOVE SPACES TO WS-SCOPE-CHOICE
           ACCEPT WS-SCOPE-CHOICE

           EVALUATE TRUE
              WHEN CHOICE-FULL
                   PERFORM VARYING WS-MF-IDX FROM 1 BY 1
                           UNTIL WS-MF-IDX > WS-MF-COUNT
                      IF WS-MF-CAN-RESTORE(WS-MF-IDX)
                         AND WS-MF-CODE(WS-MF-IDX) NOT = "SESSION"
                         SET WS-MF-PICKED(WS-MF-IDX) TO TRUE
                         ADD 1 TO WS-SELECTED-COUNT
                      END-IF
                   END-PERFORM
                   DISPLAY "THE LIVE-SESSION REGISTRY IS LEFT AS IT IS"
              WHEN CHOICE-SELECT
                   PERFORM VARYING WS-MF-IDX FROM 1 BY 1
                           UNTIL WS-MF-IDX > WS-MF-COUNT
                      IF WS-MF-CAN-RESTORE(WS-MF-IDX)
                         PERFORM ASK-ONE-MEMBER
                      END-IF
                   END-PERFORM
              WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .

       ASK-ONE-MEMBER.
           DISPLAY "RESTORE " WS-MF-CODE(WS-MF-IDX)
                   " - " WS-MF-RECORDS(WS-MF-IDX)
                   " RECORDS (Y/N)?"
           MOVE SPACES TO WS-ANSWER
           ACCEPT WS-ANSWER
           IF ANSWER-YES
              SET WS-MF-PICKED(WS-MF-IDX) TO TRUE
              ADD 1 TO WS-SELECTED-COUNT
           END-IF
           .
      /
      * --------------------------------------------------------------
      *   WAS THE SET TAKEN BEFORE A PERSONAL DATA ERASURE? THE LOG
      *   IS READ TO THE END, SO THE LATEST RUN AFTER THE SET'S STAMP
      *   IS THE ONE REPORTED. A MISSING LOG MEANS NO ERASURE HAS
      *   EVER BEEN RUN. ONLY A SELECTION THAT CARRIES NAMES MATTERS -
      *   THE PUZZLES AND THE RUN-CONTROL FILES HOLD NONE.
      * --------------------------------------------------------------
       CHECK-ERASURE-LOG.
           SET SET-POST-ERASURE    TO TRUE
           SET OPERMAST-NOT-PICKED TO TRUE
           MOVE ZERO TO WS-ERASED-DATE
                        WS-ERASED-TIME
                        WS-NAMED-PICKED

           PERFORM VARYING WS-MF-IDX FROM 1 BY 1
                   UNTIL WS-MF-IDX > WS-MF-COUNT
              IF WS-MF-PICKED(WS-MF-IDX)
                 EVALUATE WS-MF-CODE(WS-MF-IDX)
                    WHEN "PUZZLES"
                    WHEN "RATECTL"
                    WHEN "LEAGECTL"
                    WHEN "NIGHTCTL"
                    WHEN "HARVCTL"
                    WHEN "ARCHCTL"
                         CONTINUE
                    WHEN "OPERMAST"
                         SET OPERMAST-PICKED TO TRUE
                         ADD 1 TO WS-NAMED-PICKED
                    WHEN OTHER
                         ADD 1 TO WS-NAMED-PICKED
                 END-EVALUATE
              END-IF
           END-PERFORM

           SET FILE-NOT-EOF TO TRUE
           OPEN INPUT ERASURE-LOG-FILE
           IF ERASURE-LOG-STATUS NOT = "00"
              SET FILE-EOF TO TRUE
           END-IF

           PERFORM UNTIL FILE-EOF
              READ ERASURE-LOG-FILE
                 AT END
                    SET FILE-EOF TO TRUE
              END-READ
              IF NOT FILE-EOF
                 IF ERL-RUN-DATE IS NUMERIC
                    AND ERL-RUN-TIME IS NUMERIC
                    IF ERL-RUN-DATE > WS-SET-DATE
                       OR (ERL-RUN-DATE = WS-SET-DATE
                           AND ERL-RUN-TIME > WS-SET-TIME)
                       MOVE ERL-RUN-DATE TO WS-ERASED-DATE
                       MOVE ERL-RUN-TIME TO WS-ERASED-TIME
                    END-IF
                 END-IF
              END-IF
           END-PERFORM

           IF ERASURE-LOG-STATUS NOT = "35"
              CLOSE ERASURE-LOG-FILE
           END-IF

           IF WS-ERASED-DATE > ZERO
              AND WS-NAMED-PICKED > ZERO
              SET SET-PRE-ERASURE TO TRUE
           END-IF
           .

      * --------------------------------------------------------------
      *   A SET FROM BEFORE AN ERASURE - REFUSED WITHOUT THE OPERATOR
      *   MASTER, OTHERWISE ONLY ON "YES" TYPED IN FULL
      * --------------------------------------------------------------
       CONFIRM-PRE-ERASURE-SET.
           MOVE SPACES TO WS-CONFIRM-WORD

           DISPLAY " "
           DISPLAY "WARNING - THIS SET WAS TAKEN BEFORE THE PERSONAL "
                   "DATA ERASURE"
           DISPLAY "RUN OF " WS-ERASED-DATE "." WS-ERASED-TIME
                   " AND STILL HOLDS THE NAMES THAT RUN TOOK OUT."

           IF OPERMAST-NOT-PICKED
              DISPLAY "THE OPERATOR MASTER IS NOT IN THE SELECTION, SO "
                      "TTTERASE COULD"
              DISPLAY "NOT FIND THOSE NAMES AGAIN. ADD OPERMAST, OR "
                      "PICK A SET TAKEN"
              DISPLAY "AFTER THE ERASURE."
           ELSE
              DISPLAY "TTTERASE MUST BE RUN AGAIN AS SOON AS THIS "
                      "RESTORE ENDS."
              DISPLAY "TYPE YES TO RESTORE IT ANYWAY?"
              ACCEPT WS-CONFIRM-WORD
           END-IF
           .
      /
      * --------------------------------------------------------------
      *   HEAD THE LISTING
      * --------------------------------------------------------------
       OPEN-RESTORE-LISTING.
           OPEN OUTPUT REPORT-FILE

           MOVE WS-RUN-DATE    TO WS-HD-RUN-DATE
           MOVE WS-SET-DATE    TO WS-HD-SET-DATE
           MOVE WS-SET-TIME    TO WS-HD-SET-TIME
           MOVE SPACES         TO REPORT-LINE
           MOVE WS-HEADER-LINE TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           STRING "RESTORED BY: "  DELIMITED BY SIZE
                  WS-RESTORER-NAME DELIMITED BY SIZE
                  INTO REPORT-LINE
           WRITE REPORT-LINE

           IF WS-SET-LIVE-SESSIONS = "Y"
              MOVE "SET WAS TAKEN WITH LIVE SESSIONS ON THE FLOOR"
                   TO REPORT-LINE
              WRITE REPORT-LINE
           END-IF

           IF SET-PRE-ERASURE
              MOVE SPACES TO REPORT-LINE
              STRING "SET PREDATES THE PERSONAL DATA ERASURE OF "
                                     DELIMITED BY SIZE
                     WS-ERASED-DATE  DELIMITED BY SIZE
                     "."             DELIMITED BY SIZE
                     WS-ERASED-TIME  DELIMITED BY SIZE
                     INTO REPORT-LINE
              WRITE REPORT-LINE
              MOVE "RESTORED ON CONFIRMATION - RUN TTTERASE AGAIN"
                   TO REPORT-LINE
              WRITE REPORT-LINE
           END-IF

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           STRING "MEMBER     MANIFEST      FOUND  RESULT"
                  "                          LIVE FILE"
                  DELIMITED BY SIZE
                  INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "--------  ---------  ---------  "
                  "------------------------------  "
                  "------------------------------------"
                  DELIMITED BY SIZE
                  INTO REPORT-LINE
           WRITE REPORT-LINE
           .
      /
      * --------------------------------------------------------------
      *   PASS 1 - EVERY SELECTED IMAGE IS READ THROUGH AND MUST
      *   MATCH ITS MANIFEST COUNT AND CONTROL TOTAL. NO LIVE FILE IS
      *   OPENED IN THIS PASS.
      * --------------------------------------------------------------
       VERIFY-SELECTED-IMAGES.
           PERFORM VARYING WS-MF-IDX FROM 1 BY 1
                   UNTIL WS-MF-IDX > WS-MF-COUNT
              IF WS-MF-PICKED(WS-MF-IDX)
                 PERFORM VERIFY-ONE-IMAGE
              END-IF
           END-PERFORM
           .

       VERIFY-ONE-IMAGE.
           MOVE WS-MF-MEMBER-IDX(WS-MF-IDX) TO WS-MEM-IDX
           MOVE ZERO TO WS-MEMBER-RECORDS
                        WS-MEMBER-TOTAL
           SET MEMBER-READ-OK TO TRUE

           PERFORM OPEN-MEMBER-IMAGE
           PERFORM UNTIL FILE-EOF
              PERFORM READ-NEXT-IMAGE
              IF NOT FILE-EOF
                 PERFORM COUNT-ONE-RECORD
              END-IF
           END-PERFORM
           IF IMAGE-OPEN
              CLOSE IMAGE-FILE
           END-IF

           MOVE WS-MEMBER-RECORDS TO WS-MF-FOUND-RECORDS(WS-MF-IDX)
           EVALUATE TRUE
              WHEN MEMBER-READ-FAILED
                   STRING "IMAGE UNREADABLE - STATUS "
                          DELIMITED BY SIZE
                          WS-MEMBER-STATUS DELIMITED BY SIZE
                          INTO WS-MF-RESULT(WS-MF-IDX)
                   ADD 1 TO WS-IMAGES-BAD
              WHEN WS-MEMBER-RECORDS NOT = WS-MF-RECORDS(WS-MF-IDX)
                   MOVE "IMAGE COUNT MISMATCH"
                        TO WS-MF-RESULT(WS-MF-IDX)
                   ADD 1 TO WS-IMAGES-BAD
              WHEN WS-MEMBER-TOTAL NOT = WS-MF-TOTAL(WS-MF-IDX)
                   MOVE "IMAGE CONTROL TOTAL MISMATCH"
                        TO WS-MF-RESULT(WS-MF-IDX)
                   ADD 1 TO WS-IMAGES-BAD
              WHEN OTHER
                   MOVE "IMAGE CHECKED" TO WS-MF-RESULT(WS-MF-IDX)
           END-EVALUATE

           PERFORM PRINT-MEMBER-LINE
           .

       PRINT-IMAGES-REJECTED.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "IMAGE CHECK FAILED - NOTHING RESTORED, THE LIVE FILES"
                TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "ARE AS THEY WERE. PICK ANOTHER SET OR LEAVE THE BAD"
                TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "MEMBERS OUT OF THE SELECTION." TO REPORT-LINE
           WRITE REPORT-LINE
           .
      /
      * --------------------------------------------------------------
      *   PASS 2 - REWRITE EACH SELECTED FILE FROM ITS IMAGE, THEN
      *   READ IT BACK AND PROVE IT AGAINST THE MANIFEST
      * --------------------------------------------------------------
       RESTORE-SELECTED-MEMBERS.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           PERFORM VARYING WS-MF-IDX FROM 1 BY 1
                   UNTIL WS-MF-IDX > WS-MF-COUNT
              IF WS-MF-PICKED(WS-MF-IDX)
                 PERFORM RESTORE-ONE-MEMBER
              END-IF
           END-PERFORM
           .

       RESTORE-ONE-MEMBER.
           MOVE WS-MF-MEMBER-IDX(WS-MF-IDX) TO WS-MEM-IDX
           PERFORM SET-MEMBER-LIVE-NAME
           MOVE ZERO   TO WS-MEMBER-REJECTED
           MOVE SPACES TO WS-MF-RESULT(WS-MF-IDX)
           SET MEMBER-READ-OK TO TRUE

           EVALUATE WS-MF-CODE(WS-MF-IDX)
              WHEN "STATS"    PERFORM RESTORE-STATS-FILE
              WHEN "CHECKPT"  PERFORM RESTORE-CHECKPOINT-FILE
              WHEN "OPERMAST" PERFORM RESTORE-OPERATOR-FILE
              WHEN "SEASON"   PERFORM RESTORE-SEASON-FILE
              WHEN "PREFS"    PERFORM RESTORE-PREFS-FILE
              WHEN "RATINGS"  PERFORM RESTORE-RATINGS-FILE
              WHEN "SESSION"  PERFORM RESTORE-SESSION-FILE
              WHEN "SESSHIST" PERFORM RESTORE-SESSHIST-FILE
              WHEN "GAMEHIST" PERFORM RESTORE-GAMEHIST-FILE
              WHEN "PUZZLES"  PERFORM RESTORE-PUZZLE-FILE
              WHEN OTHER      PERFORM RESTORE-LINE-SEQ-FILE
           END-EVALUATE

           MOVE ZERO TO WS-MEMBER-RECORDS
                        WS-MEMBER-TOTAL
           IF MEMBER-READ-OK
              EVALUATE WS-MF-CODE(WS-MF-IDX)
                 WHEN "STATS"    PERFORM RECOUNT-STATS-FILE
                 WHEN "CHECKPT"  PERFORM RECOUNT-CHECKPOINT-FILE
                 WHEN "OPERMAST" PERFORM RECOUNT-OPERATOR-FILE
                 WHEN "SEASON"   PERFORM RECOUNT-SEASON-FILE
                 WHEN "PREFS"    PERFORM RECOUNT-PREFS-FILE
                 WHEN "RATINGS"  PERFORM RECOUNT-RATINGS-FILE
                 WHEN "SESSION"  PERFORM RECOUNT-SESSION-FILE
                 WHEN "SESSHIST" PERFORM RECOUNT-SESSHIST-FILE
                 WHEN "GAMEHIST" PERFORM RECOUNT-GAMEHIST-FILE
                 WHEN "PUZZLES"  PERFORM RECOUNT-PUZZLE-FILE
                 WHEN OTHER      PERFORM RECOUNT-LINE-SEQ-FILE
              END-EVALUATE
           END-IF

           MOVE WS-MEMBER-RECORDS TO WS-MF-FOUND-RECORDS(WS-MF-IDX)
           EVALUATE TRUE
              WHEN MEMBER-READ-FAILED
                   STRING "I/O ERROR - STATUS " DELIMITED BY SIZE
                          WS-MEMBER-STATUS      DELIMITED BY SIZE
                          INTO WS-MF-RESULT(WS-MF-IDX)
                   ADD 1 TO WS-MEMBERS-MISMATCHED
              WHEN WS-MEMBER-REJECTED > ZERO
                   MOVE "DUPLICATE KEYS REJECTED"
                        TO WS-MF-RESULT(WS-MF-IDX)
                   ADD 1 TO WS-MEMBERS-MISMATCHED
              WHEN WS-MEMBER-RECORDS NOT = WS-MF-RECORDS(WS-MF-IDX)
                   MOVE "COUNT MISMATCH AFTER RESTORE"
                        TO WS-MF-RESULT(WS-MF-IDX)
                   ADD 1 TO WS-MEMBERS-MISMATCHED
              WHEN WS-MEMBER-TOTAL NOT = WS-MF-TOTAL(WS-MF-IDX)
                   MOVE "TOTAL MISMATCH AFTER RESTORE"
                        TO WS-MF-RESULT(WS-MF-IDX)
                   ADD 1 TO WS-MEMBERS-MISMATCHED
              WHEN OTHER
                   MOVE "RESTORED AND PROVED"
                        TO WS-MF-RESULT(WS-MF-IDX)
                   ADD 1 TO WS-MEMBERS-RESTORED
                   ADD WS-MEMBER-RECORDS TO WS-RECORDS-RESTORED
           END-EVALUATE

           PERFORM PRINT-MEMBER-LINE
           .

      * --------------------------------------------------------------
      *   WHERE EACH MEMBER GOES BACK TO - THE CFG- NAME AS IT IS
      *   CONFIGURED TODAY, THE FIXED LOCAL NAME FOR THE REST
      * --------------------------------------------------------------
       SET-MEMBER-LIVE-NAME.
           EVALUATE BK-MEMBER-CODE(WS-MEM-IDX)
              WHEN "STATS"    MOVE CFG-STATS-FILE    TO WS-LIVE-NAME
              WHEN "CHECKPT"  MOVE CFG-CHECKPT-FILE  TO WS-LIVE-NAME
              WHEN "OPERMAST" MOVE CFG-OPERMAST-FILE TO WS-LIVE-NAME
              WHEN "SEASON"   MOVE CFG-SEASON-FILE   TO WS-LIVE-NAME
              WHEN "PREFS"    MOVE CFG-PREFS-FILE    TO WS-LIVE-NAME
              WHEN "RATINGS"  MOVE CFG-RATINGS-FILE  TO WS-LIVE-NAME
              WHEN "SESSION"  MOVE CFG-SESSION-FILE  TO WS-LIVE-NAME
              WHEN "SESSHIST" MOVE CFG-SESSHIST-FILE TO WS-LIVE-NAME
              WHEN "GAMEHIST" MOVE CFG-GAMEHIST-FILE TO WS-LIVE-NAME
              WHEN "MOVELOG"  MOVE CFG-MOVELOG-FILE  TO WS-LIVE-NAME
              WHEN "GAMELOG"  MOVE CFG-GAMELOG-FILE  TO WS-LIVE-NAME
              WHEN "MATCHLOG" MOVE CFG-MATCHLOG-FILE TO WS-LIVE-NAME
              WHEN "REPORT"   MOVE CFG-REPORT-FILE   TO WS-LIVE-NAME
              WHEN "TOURNEY"  MOVE "TOURNEY.DAT"     TO WS-LIVE-NAME
              WHEN "RATECTL"  MOVE "TTTRATE.CTL"     TO WS-LIVE-NAME
              WHEN "LEAGECTL" MOVE "TTTLEAGE.CTL"    TO WS-LIVE-NAME
              WHEN "NIGHTCTL" MOVE "TTTNIGHT.CTL"    TO WS-LIVE-NAME
              WHEN "PUZZLES"  MOVE CFG-PUZZLE-FILE   TO WS-LIVE-NAME
              WHEN "PUZZRES"  MOVE CFG-PUZZRES-FILE  TO WS-LIVE-NAME
              WHEN "HARVCTL"  MOVE "TTTHARV.CTL"     TO WS-LIVE-NAME
              WHEN "ARCHCTL"  MOVE "TTTARCH.CTL"     TO WS-LIVE-NAME
           END-EVALUATE
           .
      /
      * --------------------------------------------------------------
      *   COMMON IMAGE AND CONTROL TOTAL PIECES
      * --------------------------------------------------------------
       OPEN-MEMBER-IMAGE.
           SET FILE-NOT-EOF TO TRUE
           SET IMAGE-CLOSED TO TRUE
           MOVE WS-MF-IMAGE-NAME(WS-MF-IDX) TO WS-IMAGE-NAME

           OPEN INPUT IMAGE-FILE
           IF IMAGE-FILE-STATUS = "00"
              SET IMAGE-OPEN TO TRUE
           ELSE
              MOVE IMAGE-FILE-STATUS TO WS-MEMBER-STATUS
              SET MEMBER-READ-FAILED TO TRUE
              SET FILE-EOF TO TRUE
           END-IF
           .

      * ... LEAVES THE RECORD IN WS-COPY-BUFFER, SPACE-FILLED PAST
      * ... THE LENGTH IT WAS WRITTEN AT
       READ-NEXT-IMAGE.
           READ IMAGE-FILE
              AT END
                 SET FILE-EOF TO TRUE
           END-READ
           IF NOT FILE-EOF
              IF IMAGE-FILE-STATUS = "00"
                 MOVE SPACES TO WS-COPY-BUFFER
                 MOVE IMAGE-RECORD(1:WS-IMAGE-LENGTH)
                   TO WS-COPY-BUFFER
              ELSE
                 MOVE IMAGE-FILE-STATUS TO WS-MEMBER-STATUS
                 SET MEMBER-READ-FAILED TO TRUE
                 SET FILE-EOF TO TRUE
              END-IF
           END-IF
           .

      * --------------------------------------------------------------
      *   ADD THE RECORD IN WS-COPY-BUFFER TO THE MEMBER'S COUNT AND
      *   CONTROL TOTAL - THE SAME SUM TTTBACK TAKES: THE ORDINAL OF
      *   EACH BYTE TIMES ITS POSITION, OVER THE MEMBER'S RECORD
      *   LENGTH (OR THE RECORD'S OWN LENGTH WHEN A LINE RUNS LONGER).
      *   THE CALLER LEAVES THE RECORD'S OWN LENGTH IN
      *   WS-IMAGE-LENGTH.
      * --------------------------------------------------------------
       COUNT-ONE-RECORD.
           ADD 1 TO WS-MEMBER-RECORDS

           MOVE BK-MEMBER-LENGTH(WS-MEM-IDX) TO WS-HASH-LENGTH
           IF WS-IMAGE-LENGTH > WS-HASH-LENGTH
              MOVE WS-IMAGE-LENGTH TO WS-HASH-LENGTH
           END-IF

           MOVE ZERO TO WS-RECORD-HASH
           PERFORM VARYING WS-BYTE-IDX FROM 1 BY 1
                   UNTIL WS-BYTE-IDX > WS-HASH-LENGTH
              COMPUTE WS-RECORD-HASH = WS-RECORD-HASH
                    + FUNCTION ORD(WS-COPY-BUFFER(WS-BYTE-IDX:1))
                    * WS-BYTE-IDX
           END-PERFORM

           ADD WS-RECORD-HASH TO WS-MEMBER-TOTAL
           .

      * --------------------------------------------------------------
      *   A LIVE FILE THAT WOULD NOT OPEN OR READ - THE MEMBER FAILS
      * --------------------------------------------------------------
       FAIL-LIVE-FILE.
           SET MEMBER-READ-FAILED TO TRUE
           SET FILE-EOF           TO TRUE
           .
      /
      * --------------------------------------------------------------
      *   RESTORE THE INDEXED MEMBERS - THE FILE IS OPENED OUTPUT
      *   (EMPTIED) AND EVERY IMAGE RECORD WRITTEN BACK THROUGH ITS
      *   OWN LAYOUT; A KEY THAT WILL NOT GO BACK IS COUNTED AS
      *   REJECTED
      * --------------------------------------------------------------
       RESTORE-STATS-FILE.
           PERFORM OPEN-MEMBER-IMAGE
           SET LIVE-CLOSED TO TRUE
           IF IMAGE-OPEN
              OPEN OUTPUT STATS-FILE
              MOVE STATS-FILE-STATUS TO WS-MEMBER-STATUS
              IF STATS-FILE-STATUS = "00"
                 SET LIVE-OPEN TO TRUE
              ELSE
                 PERFORM FAIL-LIVE-FILE
              END-IF
           END-IF

           PERFORM UNTIL FILE-EOF
              PERFORM READ-NEXT-IMAGE
              IF NOT FILE-EOF
                 MOVE WS-COPY-BUFFER TO STATS-RECORD
                 WRITE STATS-RECORD
                    INVALID KEY
                       ADD 1 TO WS-MEMBER-REJECTED
                 END-WRITE
              END-IF
           END-PERFORM

           IF LIVE-OPEN
              CLOSE STATS-FILE
           END-IF
           IF IMAGE-OPEN
              CLOSE IMAGE-FILE
           END-IF
           .

       RESTORE-CHECKPOINT-FILE.
           PERFORM OPEN-MEMBER-IMAGE
           SET LIVE-CLOSED TO TRUE
           IF IMAGE-OPEN
              OPEN OUTPUT CHECKPOINT-FILE
              MOVE CHECKPOINT-FILE-STATUS TO WS-MEMBER-STATUS
              IF CHECKPOINT-FILE-STATUS = "00"
                 SET LIVE-OPEN TO TRUE
              ELSE
                 PERFORM FAIL-LIVE-FILE
              END-IF
           END-IF

           PERFORM UNTIL FILE-EOF
              PERFORM READ-NEXT-IMAGE
              IF NOT FILE-EOF
                 MOVE WS-COPY-BUFFER TO CHECKPOINT-RECORD
                 WRITE CHECKPOINT-RECORD
                    INVALID KEY
                       ADD 1 TO WS-MEMBER-REJECTED
                 END-WRITE
              END-IF
           END-PERFORM

           IF LIVE-OPEN
              CLOSE CHECKPOINT-FILE
           END-IF
           IF IMAGE-OPEN
              CLOSE IMAGE-FILE
           END-IF
           .

       RESTORE-OPERATOR-FILE.
           PERFORM OPEN-MEMBER-IMAGE
           SET LIVE-CLOSED TO TRUE
           IF IMAGE-OPEN
              OPEN OUTPUT OPERATOR-FILE
              MOVE OPERATOR-FILE-STATUS TO WS-MEMBER-STATUS
              IF OPERATOR-FILE-STATUS = "00"
                 SET LIVE-OPEN TO TRUE
              ELSE
                 PERFORM FAIL-LIVE-FILE
              END-IF
           END-IF

           PERFORM UNTIL FILE-EOF
              PERFORM READ-NEXT-IMAGE
              IF NOT FILE-EOF
                 MOVE WS-COPY-BUFFER TO OPERATOR-RECORD
                 WRITE OPERATOR-RECORD
                    INVALID KEY
                       ADD 1 TO WS-MEMBER-REJECTED
                 END-WRITE
              END-IF
           END-PERFORM

           IF LIVE-OPEN
              CLOSE OPERATOR-FILE
           END-IF
           IF IMAGE-OPEN
              CLOSE IMAGE-FILE
           END-IF
           .

       RESTORE-SEASON-FILE.
           PERFORM OPEN-MEMBER-IMAGE
           SET LIVE-CLOSED TO TRUE
           IF IMAGE-OPEN
              OPEN OUTPUT SEASON-FILE
              MOVE SEASON-FILE-STATUS TO WS-MEMBER-STATUS
              IF SEASON-FILE-STATUS = "00"
                 SET LIVE-OPEN TO TRUE
              ELSE
                 PERFORM FAIL-LIVE-FILE
              END-IF
           END-IF

           PERFORM UNTIL FILE-EOF
              PERFORM READ-NEXT-IMAGE
              IF NOT FILE-EOF
                 MOVE WS-COPY-BUFFER TO SEASON-RECORD
                 WRITE SEASON-RECORD
                    INVALID KEY
                       ADD 1 TO WS-MEMBER-REJECTED
                 END-WRITE
              END-IF
           END-PERFORM

           IF LIVE-OPEN
              CLOSE SEASON-FILE
           END-IF
           IF IMAGE-OPEN
              CLOSE IMAGE-FILE
           END-IF
           .

       RESTORE-PREFS-FILE.
           PERFORM OPEN-MEMBER-IMAGE
           SET LIVE-CLOSED TO TRUE
           IF IMAGE-OPEN
              OPEN OUTPUT PREFS-FILE
              MOVE PREFS-FILE-STATUS TO WS-MEMBER-STATUS
              IF PREFS-FILE-STATUS = "00"
                 SET LIVE-OPEN TO TRUE
              ELSE
                 PERFORM FAIL-LIVE-FILE
              END-IF
           END-IF

           PERFORM UNTIL FILE-EOF
              PERFORM READ-NEXT-IMAGE
              IF NOT FILE-EOF
                 MOVE WS-COPY-BUFFER TO PREFS-RECORD
                 WRITE PREFS-RECORD
                    INVALID KEY
                       ADD 1 TO WS-MEMBER-REJECTED
                 END-WRITE
              END-IF
           END-PERFORM

           IF LIVE-OPEN
              CLOSE PREFS-FILE
           END-IF
           IF IMAGE-OPEN
              CLOSE IMAGE-FILE
           END-IF
           .

       RESTORE-RATINGS-FILE.
           PERFORM OPEN-MEMBER-IMAGE
           SET LIVE-CLOSED TO TRUE
           IF IMAGE-OPEN
              OPEN OUTPUT RATINGS-FILE
              MOVE RATINGS-FILE-STATUS TO WS-MEMBER-STATUS
              IF RATINGS-FILE-STATUS = "00"
                 SET LIVE-OPEN TO TRUE
              ELSE
                 PERFORM FAIL-LIVE-FILE
              END-IF
           END-IF

           PERFORM UNTIL FILE-EOF
              PERFORM READ-NEXT-IMAGE
              IF NOT FILE-EOF
                 MOVE WS-COPY-BUFFER TO RATING-RECORD
                 WRITE RATING-RECORD
                    INVALID KEY
                       ADD 1 TO WS-MEMBER-REJECTED
                 END-WRITE
              END-IF
           END-PERFORM

           IF LIVE-OPEN
              CLOSE RATINGS-FILE
           END-IF
           IF IMAGE-OPEN
              CLOSE IMAGE-FILE
           END-IF
           .

       RESTORE-SESSION-FILE.
           PERFORM OPEN-MEMBER-IMAGE
           SET LIVE-CLOSED TO TRUE
           IF IMAGE-OPEN
              OPEN OUTPUT SESSION-FILE
              MOVE SESSION-FILE-STATUS TO WS-MEMBER-STATUS
              IF SESSION-FILE-STATUS = "00"
                 SET LIVE-OPEN TO TRUE
              ELSE
                 PERFORM FAIL-LIVE-FILE
              END-IF
           END-IF

           PERFORM UNTIL FILE-EOF
              PERFORM READ-NEXT-IMAGE
              IF NOT FILE-EOF
                 MOVE WS-COPY-BUFFER TO SESSION-RECORD
                 WRITE SESSION-RECORD
                    INVALID KEY
                       ADD 1 TO WS-MEMBER-REJECTED
                 END-WRITE
              END-IF
           END-PERFORM

           IF LIVE-OPEN
              CLOSE SESSION-FILE
           END-IF
           IF IMAGE-OPEN
              CLOSE IMAGE-FILE
           END-IF
           .

       RESTORE-SESSHIST-FILE.
           PERFORM OPEN-MEMBER-IMAGE
           SET LIVE-CLOSED TO TRUE
           IF IMAGE-OPEN
              OPEN OUTPUT SESSION-HISTORY-FILE
              MOVE SESSHIST-FILE-STATUS TO WS-MEMBER-STATUS
              IF SESSHIST-FILE-STATUS = "00"
                 SET LIVE-OPEN TO TRUE
              ELSE
                 PERFORM FAIL-LIVE-FILE
              END-IF
           END-IF

           PERFORM UNTIL FILE-EOF
              PERFORM READ-NEXT-IMAGE
              IF NOT FILE-EOF
                 MOVE WS-COPY-BUFFER TO SESSION-HISTORY-RECORD
                 WRITE SESSION-HISTORY-RECORD
                    INVALID KEY
                       ADD 1 TO WS-MEMBER-REJECTED
                 END-WRITE
              END-IF
           END-PERFORM

           IF LIVE-OPEN
              CLOSE SESSION-HISTORY-FILE
           END-IF
           IF IMAGE-OPEN
              CLOSE IMAGE-FILE
           END-IF
           .

       RESTORE-GAMEHIST-FILE.
           PERFORM OPEN-MEMBER-IMAGE
           SET LIVE-CLOSED TO TRUE
           IF IMAGE-OPEN
              OPEN OUTPUT GAME-HISTORY-FILE
              MOVE GAMEHIST-FILE-STATUS TO WS-MEMBER-STATUS
              IF GAMEHIST-FILE-STATUS = "00"
                 SET LIVE-OPEN TO TRUE
              ELSE
                 PERFORM FAIL-LIVE-FILE
              END-IF
           END-IF

           PERFORM UNTIL FILE-EOF
              PERFORM READ-NEXT-IMAGE
              IF NOT FILE-EOF
                 MOVE WS-COPY-BUFFER TO GAME-HISTORY-RECORD
                 WRITE GAME-HISTORY-RECORD
                    INVALID KEY
                       ADD 1 TO WS-MEMBER-REJECTED
                 END-WRITE
              END-IF
           END-PERFORM

           IF LIVE-OPEN
              CLOSE GAME-HISTORY-FILE
           END-IF
           IF IMAGE-OPEN
              CLOSE IMAGE-FILE
           END-IF
           .

       RESTORE-PUZZLE-FILE.
           PERFORM OPEN-MEMBER-IMAGE
           SET LIVE-CLOSED TO TRUE
           IF IMAGE-OPEN
              OPEN OUTPUT PUZZLE-FILE
              MOVE PUZZLE-FILE-STATUS TO WS-MEMBER-STATUS
              IF PUZZLE-FILE-STATUS = "00"
                 SET LIVE-OPEN TO TRUE
              ELSE
                 PERFORM FAIL-LIVE-FILE
              END-IF
           END-IF

           PERFORM UNTIL FILE-EOF
              PERFORM READ-NEXT-IMAGE
              IF NOT FILE-EOF
                 MOVE WS-COPY-BUFFER TO PUZZLE-RECORD
                 WRITE PUZZLE-RECORD
                    INVALID KEY
                       ADD 1 TO WS-MEMBER-REJECTED
                 END-WRITE
              END-IF
           END-PERFORM

           IF LIVE-OPEN
              CLOSE PUZZLE-FILE
           END-IF
           IF IMAGE-OPEN
              CLOSE IMAGE-FILE
           END-IF
           .

      * --------------------------------------------------------------
      *   RESTORE A LINE SEQUENTIAL MEMBER - EACH LINE GOES BACK AT
      *   THE LENGTH IT WAS IMAGED AT
      * --------------------------------------------------------------
       RESTORE-LINE-SEQ-FILE.
           PERFORM OPEN-MEMBER-IMAGE
           SET LIVE-CLOSED TO TRUE
           IF IMAGE-OPEN
              OPEN OUTPUT LIVE-SEQ-FILE
              MOVE LIVE-SEQ-STATUS TO WS-MEMBER-STATUS
              IF LIVE-SEQ-STATUS = "00"
                 SET LIVE-OPEN TO TRUE
              ELSE
                 PERFORM FAIL-LIVE-FILE
              END-IF
           END-IF

           PERFORM UNTIL FILE-EOF
              PERFORM READ-NEXT-IMAGE
              IF NOT FILE-EOF
                 MOVE WS-IMAGE-LENGTH TO WS-LIVE-LENGTH
                 MOVE WS-COPY-BUFFER  TO LIVE-SEQ-RECORD
                 WRITE LIVE-SEQ-RECORD
              END-IF
           END-PERFORM

           IF LIVE-OPEN
              CLOSE LIVE-SEQ-FILE
           END-IF
           IF IMAGE-OPEN
              CLOSE IMAGE-FILE
           END-IF
           .
      /
      * --------------------------------------------------------------
      *   READ EACH RESTORED FILE BACK - SAME READS AS TTTBACK TAKES
      *   THE IMAGES WITH, SO THE COUNT AND CONTROL TOTAL MUST COME
      *   OUT EXACTLY AS THE MANIFEST HAS THEM
      * --------------------------------------------------------------
       RECOUNT-STATS-FILE.
           SET FILE-NOT-EOF TO TRUE
           MOVE BK-MEMBER-LENGTH(WS-MEM-IDX) TO WS-IMAGE-LENGTH
           OPEN INPUT STATS-FILE
           IF STATS-FILE-STATUS NOT = "00"
              MOVE STATS-FILE-STATUS TO WS-MEMBER-STATUS
              PERFORM FAIL-LIVE-FILE
           END-IF

           PERFORM UNTIL FILE-EOF
              READ STATS-FILE NEXT RECORD
                 AT END
                    SET FILE-EOF TO TRUE
              END-READ
              IF NOT FILE-EOF
                 IF STATS-FILE-STATUS = "00" OR "02"
                    MOVE SPACES       TO WS-COPY-BUFFER
                    MOVE STATS-RECORD TO WS-COPY-BUFFER
                    PERFORM COUNT-ONE-RECORD
                 ELSE
                    MOVE STATS-FILE-STATUS TO WS-MEMBER-STATUS
                    PERFORM FAIL-LIVE-FILE
                 END-IF
              END-IF
           END-PERFORM

           IF STATS-FILE-STATUS NOT = "35"
              CLOSE STATS-FILE
           END-IF
           .

       RECOUNT-CHECKPOINT-FILE.
           SET FILE-NOT-EOF TO TRUE
           MOVE BK-MEMBER-LENGTH(WS-MEM-IDX) TO WS-IMAGE-LENGTH
           OPEN INPUT CHECKPOINT-FILE
           IF CHECKPOINT-FILE-STATUS NOT = "00"
              MOVE CHECKPOINT-FILE-STATUS TO WS-MEMBER-STATUS
              PERFORM FAIL-LIVE-FILE
           END-IF

           PERFORM UNTIL FILE-EOF
              READ CHECKPOINT-FILE NEXT RECORD
                 AT END
                    SET FILE-EOF TO TRUE
              END-READ
              IF NOT FILE-EOF
                 IF CHECKPOINT-FILE-STATUS = "00" OR "02"
                    MOVE SPACES            TO WS-COPY-BUFFER
                    MOVE CHECKPOINT-RECORD TO WS-COPY-BUFFER
                    PERFORM COUNT-ONE-RECORD
                 ELSE
                    MOVE CHECKPOINT-FILE-STATUS TO WS-MEMBER-STATUS
                    PERFORM FAIL-LIVE-FILE
                 END-IF
              END-IF
           END-PERFORM

           IF CHECKPOINT-FILE-STATUS NOT = "35"
              CLOSE CHECKPOINT-FILE
           END-IF
           .

       RECOUNT-OPERATOR-FILE.
           SET FILE-NOT-EOF TO TRUE
           MOVE BK-MEMBER-LENGTH(WS-MEM-IDX) TO WS-IMAGE-LENGTH
           OPEN INPUT OPERATOR-FILE
           IF OPERATOR-FILE-STATUS NOT = "00"
              MOVE OPERATOR-FILE-STATUS TO WS-MEMBER-STATUS
              PERFORM FAIL-LIVE-FILE
           END-IF

           PERFORM UNTIL FILE-EOF
              READ OPERATOR-FILE NEXT RECORD
                 AT END
                    SET FILE-EOF TO TRUE
              END-READ
              IF NOT FILE-EOF
                 IF OPERATOR-FILE-STATUS = "00" OR "02"
                    MOVE SPACES          TO WS-COPY-BUFFER
                    MOVE OPERATOR-RECORD TO WS-COPY-BUFFER
                    PERFORM COUNT-ONE-RECORD
                 ELSE
                    MOVE OPERATOR-FILE-STATUS TO WS-MEMBER-STATUS
                    PERFORM FAIL-LIVE-FILE
                 END-IF
              END-IF
           END-PERFORM

           IF OPERATOR-FILE-STATUS NOT = "35"
              CLOSE OPERATOR-FILE
           END-IF
           .

       RECOUNT-SEASON-FILE.
           SET FILE-NOT-EOF TO TRUE
           MOVE BK-MEMBER-LENGTH(WS-MEM-IDX) TO WS-IMAGE-LENGTH
           OPEN INPUT SEASON-FILE
           IF SEASON-FILE-STATUS NOT = "00"
              MOVE SEASON-FILE-STATUS TO WS-MEMBER-STATUS
              PERFORM FAIL-LIVE-FILE
           END-IF

           PERFORM UNTIL FILE-EOF
              READ SEASON-FILE NEXT RECORD
                 AT END
                    SET FILE-EOF TO TRUE
              END-READ
              IF NOT FILE-EOF
                 IF SEASON-FILE-STATUS = "00" OR "02"
                    MOVE SPACES        TO WS-COPY-BUFFER
                    MOVE SEASON-RECORD TO WS-COPY-BUFFER
                    PERFORM COUNT-ONE-RECORD
                 ELSE
                    MOVE SEASON-FILE-STATUS TO WS-MEMBER-STATUS
                    PERFORM FAIL-LIVE-FILE
                 END-IF
              END-IF
           END-PERFORM

           IF SEASON-FILE-STATUS NOT = "35"
              CLOSE SEASON-FILE
           END-IF
           .

       RECOUNT-PREFS-FILE.
           SET FILE-NOT-EOF TO TRUE
           MOVE BK-MEMBER-LENGTH(WS-MEM-IDX) TO WS-IMAGE-LENGTH
           OPEN INPUT PREFS-FILE
           IF PREFS-FILE-STATUS NOT = "00"
              MOVE PREFS-FILE-STATUS TO WS-MEMBER-STATUS
              PERFORM FAIL-LIVE-FILE
           END-IF

           PERFORM UNTIL FILE-EOF
              READ PREFS-FILE NEXT RECORD
                 AT END
                    SET FILE-EOF TO TRUE
              END-READ
              IF NOT FILE-EOF
                 IF PREFS-FILE-STATUS = "00" OR "02"
                    MOVE SPACES       TO WS-COPY-BUFFER
                    MOVE PREFS-RECORD TO WS-COPY-BUFFER
                    PERFORM COUNT-ONE-RECORD
                 ELSE
                    MOVE PREFS-FILE-STATUS TO WS-MEMBER-STATUS
                    PERFORM FAIL-LIVE-FILE
                 END-IF
              END-IF
           END-PERFORM

           IF PREFS-FILE-STATUS NOT = "35"
              CLOSE PREFS-FILE
           END-IF
           .

       RECOUNT-RATINGS-FILE.
           SET FILE-NOT-EOF TO TRUE
           MOVE BK-MEMBER-LENGTH(WS-MEM-IDX) TO WS-IMAGE-LENGTH
           OPEN INPUT RATINGS-FILE
           IF RATINGS-FILE-STATUS NOT = "00"
              MOVE RATINGS-FILE-STATUS TO WS-MEMBER-STATUS
              PERFORM FAIL-LIVE-FILE
           END-IF

           PERFORM UNTIL FILE-EOF
              READ RATINGS-FILE NEXT RECORD
                 AT END
                    SET FILE-EOF TO TRUE
              END-READ
              IF NOT FILE-EOF
                 IF RATINGS-FILE-STATUS = "00" OR "02"
                    MOVE SPACES        TO WS-COPY-BUFFER
                    MOVE RATING-RECORD TO WS-COPY-BUFFER
                    PERFORM COUNT-ONE-RECORD
                 ELSE
                    MOVE RATINGS-FILE-STATUS TO WS-MEMBER-STATUS
                    PERFORM FAIL-LIVE-FILE
                 END-IF
              END-IF
           END-PERFORM

           IF RATINGS-FILE-STATUS NOT = "35"
              CLOSE RATINGS-FILE
           END-IF
           .

       RECOUNT-SESSION-FILE.
           SET FILE-NOT-EOF TO TRUE
           MOVE BK-MEMBER-LENGTH(WS-MEM-IDX) TO WS-IMAGE-LENGTH
           OPEN INPUT SESSION-FILE
           IF SESSION-FILE-STATUS NOT = "00"
              MOVE SESSION-FILE-STATUS TO WS-MEMBER-STATUS
              PERFORM FAIL-LIVE-FILE
           END-IF

           PERFORM UNTIL FILE-EOF
              READ SESSION-FILE NEXT RECORD
                 AT END
                    SET FILE-EOF TO TRUE
              END-READ
              IF NOT FILE-EOF
                 IF SESSION-FILE-STATUS = "00" OR "02"
                    MOVE SPACES         TO WS-COPY-BUFFER
                    MOVE SESSION-RECORD TO WS-COPY-BUFFER
                    PERFORM COUNT-ONE-RECORD
                 ELSE
                    MOVE SESSION-FILE-STATUS TO WS-MEMBER-STATUS
                    PERFORM FAIL-LIVE-FILE
                 END-IF
              END-IF
           END-PERFORM

           IF SESSION-FILE-STATUS NOT = "35"
              CLOSE SESSION-FILE
           END-IF
           .

       RECOUNT-SESSHIST-FILE.
           SET FILE-NOT-EOF TO TRUE
           MOVE BK-MEMBER-LENGTH(WS-MEM-IDX) TO WS-IMAGE-LENGTH
           OPEN INPUT SESSION-HISTORY-FILE
           IF SESSHIST-FILE-STATUS NOT = "00"
              MOVE SESSHIST-FILE-STATUS TO WS-MEMBER-STATUS
              PERFORM FAIL-LIVE-FILE
           END-IF

           PERFORM UNTIL FILE-EOF
              READ SESSION-HISTORY-FILE NEXT RECORD
                 AT END
                    SET FILE-EOF TO TRUE
              END-READ
              IF NOT FILE-EOF
                 IF SESSHIST-FILE-STATUS = "00" OR "02"
                    MOVE SPACES                 TO WS-COPY-BUFFER
                    MOVE SESSION-HISTORY-RECORD TO WS-COPY-BUFFER
                    PERFORM COUNT-ONE-RECORD
                 ELSE
                    MOVE SESSHIST-FILE-STATUS TO WS-MEMBER-STATUS
                    PERFORM FAIL-LIVE-FILE
                 END-IF
              END-IF
           END-PERFORM

           IF SESSHIST-FILE-STATUS NOT = "35"
              CLOSE SESSION-HISTORY-FILE
           END-IF
           .

       RECOUNT-GAMEHIST-FILE.
           SET FILE-NOT-EOF TO TRUE
           MOVE BK-MEMBER-LENGTH(WS-MEM-IDX) TO WS-IMAGE-LENGTH
           OPEN INPUT GAME-HISTORY-FILE
           IF GAMEHIST-FILE-STATUS NOT = "00"
              MOVE GAMEHIST-FILE-STATUS TO WS-MEMBER-STATUS
              PERFORM FAIL-LIVE-FILE
           END-IF

           PERFORM UNTIL FILE-EOF
              READ GAME-HISTORY-FILE NEXT RECORD
                 AT END
                    SET FILE-EOF TO TRUE
              END-READ
              IF NOT FILE-EOF
                 IF GAMEHIST-FILE-STATUS = "00" OR "02"
                    MOVE SPACES              TO WS-COPY-BUFFER
                    MOVE GAME-HISTORY-RECORD TO WS-COPY-BUFFER
                    PERFORM COUNT-ONE-RECORD
                 ELSE
                    MOVE GAMEHIST-FILE-STATUS TO WS-MEMBER-STATUS
                    PERFORM FAIL-LIVE-FILE
                 END-IF
              END-IF
           END-PERFORM

           IF GAMEHIST-FILE-STATUS NOT = "35"
              CLOSE GAME-HISTORY-FILE
           END-IF
           .

       RECOUNT-PUZZLE-FILE.
           SET FILE-NOT-EOF TO TRUE
           MOVE BK-MEMBER-LENGTH(WS-MEM-IDX) TO WS-IMAGE-LENGTH
           OPEN INPUT PUZZLE-FILE
           IF PUZZLE-FILE-STATUS NOT = "00"
              MOVE PUZZLE-FILE-STATUS TO WS-MEMBER-STATUS
              PERFORM FAIL-LIVE-FILE
           END-IF

           PERFORM UNTIL FILE-EOF
              READ PUZZLE-FILE NEXT RECORD
                 AT END
                    SET FILE-EOF TO TRUE
              END-READ
              IF NOT FILE-EOF
                 IF PUZZLE-FILE-STATUS = "00" OR "02"
                    MOVE SPACES        TO WS-COPY-BUFFER
                    MOVE PUZZLE-RECORD TO WS-COPY-BUFFER
                    PERFORM COUNT-ONE-RECORD
                 ELSE
                    MOVE PUZZLE-FILE-STATUS TO WS-MEMBER-STATUS
                    PERFORM FAIL-LIVE-FILE
                 END-IF
              END-IF
           END-PERFORM

           IF PUZZLE-FILE-STATUS NOT = "35"
              CLOSE PUZZLE-FILE
           END-IF
           .

       RECOUNT-LINE-SEQ-FILE.
           SET FILE-NOT-EOF TO TRUE
           OPEN INPUT LIVE-SEQ-FILE
           IF LIVE-SEQ-STATUS NOT = "00"
              MOVE LIVE-SEQ-STATUS TO WS-MEMBER-STATUS
              PERFORM FAIL-LIVE-FILE
           END-IF

           PERFORM UNTIL FILE-EOF
              READ LIVE-SEQ-FILE
                 AT END
                    SET FILE-EOF TO TRUE
              END-READ
              IF NOT FILE-EOF
                 IF LIVE-SEQ-STATUS(1:1) = "0"
                    MOVE SPACES TO WS-COPY-BUFFER
                    IF WS-LIVE-LENGTH > ZERO
                       MOVE LIVE-SEQ-RECORD(1:WS-LIVE-LENGTH)
                         TO WS-COPY-BUFFER
                       MOVE WS-LIVE-LENGTH TO WS-IMAGE-LENGTH
                    ELSE
                       MOVE 1              TO WS-IMAGE-LENGTH
                    END-IF
                    PERFORM COUNT-ONE-RECORD
                 ELSE
                    MOVE LIVE-SEQ-STATUS TO WS-MEMBER-STATUS
                    PERFORM FAIL-LIVE-FILE
                 END-IF
              END-IF
           END-PERFORM

           IF LIVE-SEQ-STATUS NOT = "35"
              CLOSE LIVE-SEQ-FILE
           END-IF
           .
      /
      * --------------------------------------------------------------
      *   LISTING PIECES
      * --------------------------------------------------------------
       PRINT-MEMBER-LINE.
           MOVE WS-MF-CODE(WS-MF-IDX)          TO WS-ML-CODE
           MOVE WS-MF-RECORDS(WS-MF-IDX)       TO WS-ML-EXPECTED
           MOVE WS-MF-FOUND-RECORDS(WS-MF-IDX) TO WS-ML-FOUND
           MOVE WS-MF-RESULT(WS-MF-IDX)        TO WS-ML-RESULT
           MOVE WS-MF-MEMBER-IDX(WS-MF-IDX)    TO WS-MEM-IDX
           PERFORM SET-MEMBER-LIVE-NAME
           MOVE WS-LIVE-NAME                   TO WS-ML-LIVE-NAME
           MOVE SPACES         TO REPORT-LINE
           MOVE WS-MEMBER-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           .

       PRINT-RESTORE-TRAILER.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE "FILES SELECTED"            TO WS-TR-LABEL
           MOVE WS-SELECTED-COUNT           TO WS-TR-VALUE
           PERFORM PRINT-TRAILER-LINE

           MOVE "IMAGES REJECTED"           TO WS-TR-LABEL
           MOVE WS-IMAGES-BAD               TO WS-TR-VALUE
           PERFORM PRINT-TRAILER-LINE

           MOVE "FILES RESTORED AND PROVED" TO WS-TR-LABEL
           MOVE WS-MEMBERS-RESTORED         TO WS-TR-VALUE
           PERFORM PRINT-TRAILER-LINE

           MOVE "FILES MISMATCHED"          TO WS-TR-LABEL
           MOVE WS-MEMBERS-MISMATCHED       TO WS-TR-VALUE
           PERFORM PRINT-TRAILER-LINE

           MOVE "RECORDS RESTORED"          TO WS-TR-LABEL
           MOVE WS-RECORDS-RESTORED         TO WS-TR-VALUE
           PERFORM PRINT-TRAILER-LINE
           .

       PRINT-TRAILER-LINE.
           MOVE SPACES          TO REPORT-LINE
           MOVE WS-TRAILER-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           .
