       IDENTIFICATION       DIVISION.
       PROGRAM-ID.          TTTBACK.
       AUTHOR.              ISAAC GARCIA PEVERI
       DATE-WRITTEN.        15.10.2026.
      * LAST EDIT           15.10.2026.
       REMARKS.             POINT-IN-TIME BACKUP OF THE WHOLE TICTACTOE
                             DATA SET. COPIES EVERY FILE NAMED IN THE
                             CFG- ENTRIES OF TTTCONF.DAT, THE
                             TOURNAMENT BRACKET AND THE RUN-CONTROL
                             FILES (TTTRATE.CTL, TTTLEAGE.CTL,
                             TTTNIGHT.CTL, TTTHARV.CTL, TTTARCH.CTL)
                             INTO ONE DATED BACKUP SET
                             WITH A MANIFEST OF RECORD COUNTS AND
                             CONTROL TOTALS, SO TTTREST CAN ROLL THE
                             WHOLE SET BACK TO THE NIGHT BEFORE.
      /
      ******************************************************************
      * WRITTEN IN ACUCOBOL-GT 7.0.0
      *         TIC TAC TOE BACKUP SET
      *
      *         EVERY MEMBER LISTED IN BKMEMTAB.CPY IS COPIED RECORD
      *         FOR RECORD TO <MEMBER>.<RUNDATE>.<RUNTIME>.BKP - A
      *         RECORD SEQUENTIAL IMAGE LIKE THE TTTVERIF .BAK FILES,
      *         SO THE PACKED FIELDS OF THE INDEXED FILES SURVIVE
      *         THE TRIP. THE INDEXED FILES ARE READ IN KEY ORDER
      *         THROUGH THEIR OWN LAYOUTS; THE LINE SEQUENTIAL FILES
      *         ALL GO THROUGH ONE GENERIC DESCRIPTION.
      *
      *         THE MANIFEST TTTBACK.<RUNDATE>.<RUNTIME>.MAN (LAYOUT
      *         IN BKMANREC.CPY) CARRIES EACH MEMBER'S RECORD COUNT
      *         AND CONTROL TOTAL. IT IS EMPTIED AS THE RUN STARTS
      *         AND ONLY WRITTEN ONCE EVERY IMAGE IS CLOSED, SO A SET
      *         WITHOUT A MANIFEST IS ONE THAT NEVER FINISHED AND
      *         TTTREST WILL NOT TOUCH IT. THE COMPLETED SET IS THEN
      *         ADDED TO THE CATALOG IN TTTBACK.CTL, WHICH IS WHERE
      *         TTTREST LOOKS FOR THE LATEST SET.
      *
      *         A FILE THAT IS NOT THERE IS NOTED ON THE MANIFEST AND
      *         SKIPPED; ONE THAT WILL NOT OPEN OR READ, OR WHOSE
      *         IMAGE CANNOT BE WRITTEN, IS MARKED FAILED AND THE RUN
      *         ENDS WITH EXIT STATUS 8 SO THE NIGHT STOPS - THE REST
      *         OF THE SET IS STILL GOOD AND STILL RESTORABLE. A
      *         MANIFEST OR CATALOG ROW THAT CANNOT BE WRITTEN ALSO
      *         ENDS THE RUN WITH EXIT STATUS 8.
      *
      *         THE BACKUP ONLY READS, SO IT DOES NOT REFUSE TO RUN
      *         WITH LIVE SESSIONS ON THE REGISTRY - BUT A SET TAKEN
      *         WHILE GAMES ARE BEING PLAYED IS NOT A QUIET POINT IN
      *         TIME, SO THE MANIFEST AND THE LISTING SAY SO.
      *         EVERY RUN GETS ITS OWN STAMP AND NEVER OVERWRITES AN
      *         EARLIER SET; OPERATIONS CLEARS OLD SETS AWAY.
      *         THE LISTING GOES TO TTTBACK.LST.
      *         THE MEMBER COUNTS AND THE RECORDS COPIED ARE POSTED
      *         TO THE CONTROL-TOTALS LEDGER (TTTPOST).
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

           SELECT REPORT-FILE ASSIGN TO "TTTBACK.LST"
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

      *   ONE ROW PER COMPLETED SET, OLDEST FIRST
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

       FD  REPORT-FILE.
       01 REPORT-LINE            PIC X(100).

       WORKING-STORAGE SECTION.

      * SITE CONFIGURATION - FILLED BY TTTCONF AT STARTUP; THE LIVE
      * FILES ARE ASSIGNED TO THE CFG- NAMES SO THE SET FOLLOWS
      * WHEREVER OPERATIONS HAS POINTED THEM. THE IMAGES, THE
      * MANIFEST AND THE CATALOG STAY LOCAL TO THE JOB.
           COPY "CONFREC.CPY".

      * CONTROL-TOTAL POSTING INTERFACE - SEE TTTPOST
           COPY "POSTREC.CPY".

      * THE MEMBERS OF A BACKUP SET
           COPY "BKMEMTAB.CPY".

      * FILE STATUS / END-OF-FILE CONTROL
       77 STATS-FILE-STATUS      PIC  X(2)  VALUE SPACES.
       77 CHECKPOINT-FILE-STATUS PIC  X(2)  VALUE SPACES.
       77 OPERATOR-FILE-STATUS   PIC  X(2)  VALUE SPACES.
       77 SEASON-FILE-STATUS     PIC  X(2)  VALUE SPACES.
       77 PREFS-FILE-STATUS      PIC  X(2)  VALUE SPACES.
       77 RATINGS-FILE-STATUS    PIC  X(2)  VALUE SPACES.
       77 SESSION-FILE-STATUS    PIC  X(2)  VALUE SPACES.
       77 SESSHIST-FILE-STATUS   PIC  X(2)  VALUE SPACES.
       77 GAMEHIST-FILE-STATUS   PIC  X(2)  VALUE SPACES.
       77 PUZZLE-FILE-STATUS     PIC  X(2)  VALUE SPACES.
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

      * SET WHEN ANY MEMBER FAILED - THE SET IS CATALOGED AS PARTIAL
      * AND THE RUN ENDS WITH EXIT STATUS 8
       77 FLAG-SET-RESULT        PIC  X(1)  VALUE "C".
           88 SET-COMPLETE             VALUE "C".
           88 SET-PARTIAL              VALUE "P".

      * SET WHEN THE MANIFEST OR THE CATALOG ROW COULD NOT BE WRITTEN -
      * THE IMAGES ARE THERE BUT TTTREST CANNOT FIND OR TRUST THE SET,
      * SO THE RUN ENDS WITH EXIT STATUS 8
       77 FLAG-MANIFEST-RESULT   PIC  X(1)  VALUE "Y".
           88 MANIFEST-WRITTEN         VALUE "Y".
           88 MANIFEST-NOT-WRITTEN     VALUE "N".
       77 FLAG-CATALOG-RESULT    PIC  X(1)  VALUE "Y".
           88 CATALOG-WRITTEN          VALUE "Y".
           88 CATALOG-NOT-WRITTEN      VALUE "N".
       77 WS-MANIFEST-FAIL-STATUS PIC X(2)  VALUE SPACES.
       77 WS-CATALOG-FAIL-STATUS PIC  X(2)  VALUE SPACES.

      * RUN STAMP AND THE NAMES BUILT FROM IT
       77 WS-RUN-DATE            PIC  9(8)  VALUE ZERO.
       77 WS-RUN-TIME            PIC  9(6)  VALUE ZERO.
       77 WS-LIVE-NAME           PIC  X(40) VALUE SPACES.
       77 WS-IMAGE-NAME          PIC  X(40) VALUE SPACES.
       77 WS-MANIFEST-NAME       PIC  X(40) VALUE SPACES.

      * RECORD LENGTHS FOR THE VARIABLE-LENGTH DESCRIPTIONS
       77 WS-LIVE-LENGTH         PIC  9(3)  VALUE ZERO.
       77 WS-IMAGE-LENGTH        PIC  9(3)  VALUE ZERO.

      * THE MEMBER BEING COPIED
       77 WS-MEM-IDX             PIC  9(2)  VALUE ZERO.
       77 WS-MEMBER-RESULT       PIC  X(1)  VALUE SPACE.
           88 MEMBER-COPIED            VALUE "C".
           88 MEMBER-NOT-ON-FILE       VALUE "A".
           88 MEMBER-FAILED            VALUE "E".
       77 WS-MEMBER-STATUS       PIC  X(2)  VALUE SPACES.
       77 WS-MEMBER-RECORDS      PIC  9(9)  VALUE ZERO.
       77 WS-MEMBER-TOTAL        PIC  9(18) VALUE ZERO.

      * CONTROL TOTAL WORK FIELDS - SEE BKMANREC.CPY
       01 WS-COPY-BUFFER         PIC  X(256) VALUE SPACES.
       77 WS-HASH-LENGTH         PIC  9(3)  VALUE ZERO.
       77 WS-BYTE-IDX            PIC  9(3)  VALUE ZERO.
       77 WS-RECORD-HASH         PIC  9(18) VALUE ZERO.

      * SET TOTALS
       77 WS-SET-RECORDS         PIC  9(9)  VALUE ZERO.
       77 WS-SET-TOTAL           PIC  9(18) VALUE ZERO.
       77 WS-MEMBERS-COPIED      PIC  9(3)  VALUE ZERO.
       77 WS-MEMBERS-ABSENT      PIC  9(3)  VALUE ZERO.
       77 WS-MEMBERS-FAILED      PIC  9(3)  VALUE ZERO.
       77 WS-ACTIVE-SESSIONS     PIC  9(5)  VALUE ZERO.

      * WHAT EACH MEMBER CAME TO, KEPT FOR THE MANIFEST AND LISTING
      * (SAME ORDER AS THE MEMBER TABLE)
       01 WS-RESULT-TABLE.
          05 WS-RS-ENTRY OCCURS 21 TIMES.
             10 WS-RS-RESULT           PIC X(1).
             10 WS-RS-STATUS           PIC X(2).
             10 WS-RS-RECORDS          PIC 9(9).
             10 WS-RS-TOTAL            PIC 9(18).
             10 WS-RS-LIVE-NAME        PIC X(40).
             10 WS-RS-IMAGE-NAME       PIC X(40).

      * LISTING LINES
       01 WS-HEADER-LINE.
          05 FILLER              PIC  X(35) VALUE
             "TIC TAC TOE - BACKUP SET - RUN     ".
          05 WS-HD-RUN-DATE      PIC  9(08).
          05 FILLER              PIC  X(01) VALUE ".".
          05 WS-HD-RUN-TIME      PIC  9(06).

       01 WS-MEMBER-LINE.
          05 WS-ML-CODE          PIC  X(08).
          05 FILLER              PIC  X(02) VALUE SPACES.
          05 WS-ML-RESULT        PIC  X(12).
          05 FILLER              PIC  X(02) VALUE SPACES.
          05 WS-ML-RECORDS       PIC  ZZZZZZZZ9.
          05 FILLER              PIC  X(02) VALUE SPACES.
          05 WS-ML-TOTAL         PIC  Z(17)9.
          05 FILLER              PIC  X(02) VALUE SPACES.
          05 WS-ML-LIVE-NAME     PIC  X(40).

       01 WS-TRAILER-LINE.
          05 WS-TR-LABEL         PIC  X(30).
          05 WS-TR-VALUE         PIC  Z(17)9.

       PROCEDURE  DIVISION.
       MAIN-LOGIC.
           PERFORM INITIALIZE-RUN
           PERFORM CLEAR-MANIFEST

           PERFORM VARYING WS-MEM-IDX FROM 1 BY 1
                   UNTIL WS-MEM-IDX > WK-BACKUP-MEMBERS
              PERFORM BACKUP-ONE-MEMBER
           END-PERFORM

           PERFORM WRITE-MANIFEST
           PERFORM WRITE-CATALOG-ENTRY
           PERFORM PRINT-BACKUP-LISTING
           PERFORM POST-CONTROL-TOTALS

           IF SET-PARTIAL
           OR MANIFEST-NOT-WRITTEN
           OR CATALOG-NOT-WRITTEN
              MOVE 8 TO RETURN-CODE
           END-IF

           STOP RUN
           .
      /
      * --------------------------------------------------------------
      *   ESTABLISH THE RUN STAMP AND THE MANIFEST NAME
      * --------------------------------------------------------------
       INITIALIZE-RUN.
           SET CFG-NOT-LOADED TO TRUE
           CALL "TTTCONF" USING TTT-CONFIG-AREA

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-RUN-TIME

           MOVE SPACES TO WS-MANIFEST-NAME
           STRING "TTTBACK."   DELIMITED BY SIZE
                  WS-RUN-DATE  DELIMITED BY SIZE
                  "."          DELIMITED BY SIZE
                  WS-RUN-TIME  DELIMITED BY SIZE
                  ".MAN"       DELIMITED BY SIZE
                  INTO WS-MANIFEST-NAME
           .

      * --------------------------------------------------------------
      *   AN EMPTY MANIFEST UNTIL THE LAST IMAGE IS SAFELY CLOSED -
      *   A RUN THAT DIES PART WAY LEAVES A SET NOTHING WILL RESTORE.
      *   A MANIFEST THAT CANNOT EVEN BE CREATED STILL LETS THE IMAGES
      *   BE TAKEN, BUT THE SET IS NEITHER MANIFESTED NOR CATALOGED.
      * --------------------------------------------------------------
       CLEAR-MANIFEST.
           OPEN OUTPUT MANIFEST-FILE
           IF MANIFEST-FILE-STATUS = "00"
              CLOSE MANIFEST-FILE
           ELSE
              PERFORM NOTE-MANIFEST-STATUS
           END-IF
           .
      /
      * --------------------------------------------------------------
      *   COPY ONE MEMBER TO ITS IMAGE AND KEEP WHAT IT CAME TO
      * --------------------------------------------------------------
       BACKUP-ONE-MEMBER.
           MOVE ZERO   TO WS-MEMBER-RECORDS
                          WS-MEMBER-TOTAL
           MOVE SPACES TO WS-MEMBER-STATUS
           SET MEMBER-COPIED TO TRUE

           PERFORM SET-MEMBER-LIVE-NAME

           MOVE SPACES TO WS-IMAGE-NAME
           STRING BK-MEMBER-CODE(WS-MEM-IDX) DELIMITED BY SPACE
                  "."                        DELIMITED BY SIZE
                  WS-RUN-DATE                DELIMITED BY SIZE
                  "."                        DELIMITED BY SIZE
                  WS-RUN-TIME                DELIMITED BY SIZE
                  ".BKP"                     DELIMITED BY SIZE
                  INTO WS-IMAGE-NAME

           EVALUATE BK-MEMBER-CODE(WS-MEM-IDX)
              WHEN "STATS"    PERFORM COPY-STATS-FILE
              WHEN "CHECKPT"  PERFORM COPY-CHECKPOINT-FILE
              WHEN "OPERMAST" PERFORM COPY-OPERATOR-FILE
              WHEN "SEASON"   PERFORM COPY-SEASON-FILE
              WHEN "PREFS"    PERFORM COPY-PREFS-FILE
              WHEN "RATINGS"  PERFORM COPY-RATINGS-FILE
              WHEN "SESSION"  PERFORM COPY-SESSION-FILE
              WHEN "SESSHIST" PERFORM COPY-SESSHIST-FILE
              WHEN "GAMEHIST" PERFORM COPY-GAMEHIST-FILE
              WHEN "PUZZLES"  PERFORM COPY-PUZZLE-FILE
              WHEN OTHER      PERFORM COPY-LINE-SEQ-FILE
           END-EVALUATE

           EVALUATE TRUE
              WHEN MEMBER-COPIED
                   ADD 1 TO WS-MEMBERS-COPIED
                   ADD WS-MEMBER-RECORDS TO WS-SET-RECORDS
                   ADD WS-MEMBER-TOTAL   TO WS-SET-TOTAL
              WHEN MEMBER-NOT-ON-FILE
                   ADD 1 TO WS-MEMBERS-ABSENT
              WHEN OTHER
                   ADD 1 TO WS-MEMBERS-FAILED
                   SET SET-PARTIAL TO TRUE
           END-EVALUATE

           MOVE WS-MEMBER-RESULT  TO WS-RS-RESULT(WS-MEM-IDX)
           MOVE WS-MEMBER-STATUS  TO WS-RS-STATUS(WS-MEM-IDX)
           MOVE WS-MEMBER-RECORDS TO WS-RS-RECORDS(WS-MEM-IDX)
           MOVE WS-MEMBER-TOTAL   TO WS-RS-TOTAL(WS-MEM-IDX)
           MOVE WS-LIVE-NAME      TO WS-RS-LIVE-NAME(WS-MEM-IDX)
           MOVE WS-IMAGE-NAME     TO WS-RS-IMAGE-NAME(WS-MEM-IDX)
           .

      * --------------------------------------------------------------
      *   THE LIVE FILE NAME BEHIND EACH MEMBER - THE CFG- NAME FOR
      *   THE CONFIGURED FILES, THE FIXED LOCAL NAME FOR THE REST
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
      *   OUTCOME OF OPENING A MEMBER: "00" STARTS THE IMAGE, "35"
      *   MEANS THE FILE IS SIMPLY NOT THERE, ANYTHING ELSE FAILS
      *   THE MEMBER. THE CALLER LEAVES THE OPEN STATUS IN
      *   WS-MEMBER-STATUS AND READS ON ONLY WHILE MEMBER-COPIED.
      * --------------------------------------------------------------
       JUDGE-MEMBER-OPEN.
           SET FILE-NOT-EOF TO TRUE
           SET IMAGE-CLOSED TO TRUE

           EVALUATE WS-MEMBER-STATUS
              WHEN "00"
                   OPEN OUTPUT IMAGE-FILE
                   IF IMAGE-FILE-STATUS = "00"
                      SET IMAGE-OPEN TO TRUE
                   ELSE
                      MOVE IMAGE-FILE-STATUS TO WS-MEMBER-STATUS
                      SET MEMBER-FAILED TO TRUE
                   END-IF
              WHEN "35"
                   SET MEMBER-NOT-ON-FILE TO TRUE
              WHEN OTHER
                   SET MEMBER-FAILED TO TRUE
           END-EVALUATE

           IF NOT MEMBER-COPIED
              SET FILE-EOF TO TRUE
           END-IF
           .

      * --------------------------------------------------------------
      *   A READ THAT CAME BACK WITH AN ERROR STATUS - EVERYTHING
      *   BEHIND IT IS ON THE IMAGE BUT THE MEMBER IS INCOMPLETE
      * --------------------------------------------------------------
       FAIL-MEMBER-READ.
           SET MEMBER-FAILED TO TRUE
           SET FILE-EOF      TO TRUE
           .

      * --------------------------------------------------------------
      *   WRITE THE RECORD IN WS-COPY-BUFFER TO THE IMAGE - THE
      *   CALLER SETS WS-IMAGE-LENGTH - AND ADD IT TO THE MEMBER'S
      *   COUNT AND CONTROL TOTAL
      * --------------------------------------------------------------
       TAKE-ONE-IMAGE.
           MOVE WS-COPY-BUFFER TO IMAGE-RECORD
           WRITE IMAGE-RECORD
           IF IMAGE-FILE-STATUS NOT = "00"
              MOVE IMAGE-FILE-STATUS TO WS-MEMBER-STATUS
              PERFORM FAIL-MEMBER-READ
           ELSE
              ADD 1 TO WS-MEMBER-RECORDS
              PERFORM HASH-COPY-BUFFER
           END-IF
           .

      * --------------------------------------------------------------
      *   CONTROL TOTAL OF ONE RECORD - THE ORDINAL OF EACH BYTE
      *   TIMES ITS POSITION, OVER THE MEMBER'S RECORD LENGTH (OR
      *   THE RECORD'S OWN LENGTH WHEN A LINE RUNS LONGER)
      * --------------------------------------------------------------
       HASH-COPY-BUFFER.
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
      /
      * --------------------------------------------------------------
      *   THE INDEXED MEMBERS - EACH READ IN KEY ORDER THROUGH ITS
      *   OWN LAYOUT AND IMAGED AT ITS FULL RECORD LENGTH
      * --------------------------------------------------------------
       COPY-STATS-FILE.
           OPEN INPUT STATS-FILE
           MOVE STATS-FILE-STATUS TO WS-MEMBER-STATUS
           PERFORM JUDGE-MEMBER-OPEN
           MOVE BK-MEMBER-LENGTH(WS-MEM-IDX) TO WS-IMAGE-LENGTH

           PERFORM UNTIL FILE-EOF
              READ STATS-FILE NEXT RECORD
                 AT END
                    SET FILE-EOF TO TRUE
              END-READ
              IF NOT FILE-EOF
                 IF STATS-FILE-STATUS = "00" OR "02"
                    MOVE SPACES       TO WS-COPY-BUFFER
                    MOVE STATS-RECORD TO WS-COPY-BUFFER
                    PERFORM TAKE-ONE-IMAGE
                 ELSE
                    MOVE STATS-FILE-STATUS TO WS-MEMBER-STATUS
                    PERFORM FAIL-MEMBER-READ
                 END-IF
              END-IF
           END-PERFORM

           IF STATS-FILE-STATUS NOT = "35"
              CLOSE STATS-FILE
           END-IF
           IF IMAGE-OPEN
              CLOSE IMAGE-FILE
           END-IF
           .

       COPY-CHECKPOINT-FILE.
           OPEN INPUT CHECKPOINT-FILE
           MOVE CHECKPOINT-FILE-STATUS TO WS-MEMBER-STATUS
           PERFORM JUDGE-MEMBER-OPEN
           MOVE BK-MEMBER-LENGTH(WS-MEM-IDX) TO WS-IMAGE-LENGTH

           PERFORM UNTIL FILE-EOF
              READ CHECKPOINT-FILE NEXT RECORD
                 AT END
                    SET FILE-EOF TO TRUE
              END-READ
              IF NOT FILE-EOF
                 IF CHECKPOINT-FILE-STATUS = "00" OR "02"
                    MOVE SPACES            TO WS-COPY-BUFFER
                    MOVE CHECKPOINT-RECORD TO WS-COPY-BUFFER
                    PERFORM TAKE-ONE-IMAGE
                 ELSE
                    MOVE CHECKPOINT-FILE-STATUS TO WS-MEMBER-STATUS
                    PERFORM FAIL-MEMBER-READ
                 END-IF
              END-IF
           END-PERFORM

           IF CHECKPOINT-FILE-STATUS NOT = "35"
              CLOSE CHECKPOINT-FILE
           END-IF
           IF IMAGE-OPEN
              CLOSE IMAGE-FILE
           END-IF
           .

       COPY-OPERATOR-FILE.
           OPEN INPUT OPERATOR-FILE
           MOVE OPERATOR-FILE-STATUS TO WS-MEMBER-STATUS
           PERFORM JUDGE-MEMBER-OPEN
           MOVE BK-MEMBER-LENGTH(WS-MEM-IDX) TO WS-IMAGE-LENGTH

           PERFORM UNTIL FILE-EOF
              READ OPERATOR-FILE NEXT RECORD
                 AT END
                    SET FILE-EOF TO TRUE
              END-READ
              IF NOT FILE-EOF
                 IF OPERATOR-FILE-STATUS = "00" OR "02"
                    MOVE SPACES          TO WS-COPY-BUFFER
                    MOVE OPERATOR-RECORD TO WS-COPY-BUFFER
                    PERFORM TAKE-ONE-IMAGE
                 ELSE
                    MOVE OPERATOR-FILE-STATUS TO WS-MEMBER-STATUS
                    PERFORM FAIL-MEMBER-READ
                 END-IF
              END-IF
           END-PERFORM

           IF OPERATOR-FILE-STATUS NOT = "35"
              CLOSE OPERATOR-FILE
           END-IF
           IF IMAGE-OPEN
              CLOSE IMAGE-FILE
           END-IF
           .

       COPY-SEASON-FILE.
           OPEN INPUT SEASON-FILE
           MOVE SEASON-FILE-STATUS TO WS-MEMBER-STATUS
           PERFORM JUDGE-MEMBER-OPEN
           MOVE BK-MEMBER-LENGTH(WS-MEM-IDX) TO WS-IMAGE-LENGTH

           PERFORM UNTIL FILE-EOF
              READ SEASON-FILE NEXT RECORD
                 AT END
                    SET FILE-EOF TO TRUE
              END-READ
              IF NOT FILE-EOF
                 IF SEASON-FILE-STATUS = "00" OR "02"
                    MOVE SPACES        TO WS-COPY-BUFFER
                    MOVE SEASON-RECORD TO WS-COPY-BUFFER
                    PERFORM TAKE-ONE-IMAGE
                 ELSE
                    MOVE SEASON-FILE-STATUS TO WS-MEMBER-STATUS
                    PERFORM FAIL-MEMBER-READ
                 END-IF
              END-IF
           END-PERFORM

           IF SEASON-FILE-STATUS NOT = "35"
              CLOSE SEASON-FILE
           END-IF
           IF IMAGE-OPEN
              CLOSE IMAGE-FILE
           END-IF
           .

       COPY-PREFS-FILE.
           OPEN INPUT PREFS-FILE
           MOVE PREFS-FILE-STATUS TO WS-MEMBER-STATUS
           PERFORM JUDGE-MEMBER-OPEN
           MOVE BK-MEMBER-LENGTH(WS-MEM-IDX) TO WS-IMAGE-LENGTH

           PERFORM UNTIL FILE-EOF
              READ PREFS-FILE NEXT RECORD
                 AT END
                    SET FILE-EOF TO TRUE
              END-READ
              IF NOT FILE-EOF
                 IF PREFS-FILE-STATUS = "00" OR "02"
                    MOVE SPACES       TO WS-COPY-BUFFER
                    MOVE PREFS-RECORD TO WS-COPY-BUFFER
                    PERFORM TAKE-ONE-IMAGE
                 ELSE
                    MOVE PREFS-FILE-STATUS TO WS-MEMBER-STATUS
                    PERFORM FAIL-MEMBER-READ
                 END-IF
              END-IF
           END-PERFORM

           IF PREFS-FILE-STATUS NOT = "35"
              CLOSE PREFS-FILE
           END-IF
           IF IMAGE-OPEN
              CLOSE IMAGE-FILE
           END-IF
           .

       COPY-RATINGS-FILE.
           OPEN INPUT RATINGS-FILE
           MOVE RATINGS-FILE-STATUS TO WS-MEMBER-STATUS
           PERFORM JUDGE-MEMBER-OPEN
           MOVE BK-MEMBER-LENGTH(WS-MEM-IDX) TO WS-IMAGE-LENGTH

           PERFORM UNTIL FILE-EOF
              READ RATINGS-FILE NEXT RECORD
                 AT END
                    SET FILE-EOF TO TRUE
              END-READ
              IF NOT FILE-EOF
                 IF RATINGS-FILE-STATUS = "00" OR "02"
                    MOVE SPACES        TO WS-COPY-BUFFER
                    MOVE RATING-RECORD TO WS-COPY-BUFFER
                    PERFORM TAKE-ONE-IMAGE
                 ELSE
                    MOVE RATINGS-FILE-STATUS TO WS-MEMBER-STATUS
                    PERFORM FAIL-MEMBER-READ
                 END-IF
              END-IF
           END-PERFORM

           IF RATINGS-FILE-STATUS NOT = "35"
              CLOSE RATINGS-FILE
           END-IF
           IF IMAGE-OPEN
              CLOSE IMAGE-FILE
           END-IF
           .

      * ... THE SESSION REGISTRY ALSO TELLS US WHETHER THE FLOOR WAS
      * ... QUIET WHILE THE SET WAS TAKEN
       COPY-SESSION-FILE.
           OPEN INPUT SESSION-FILE
           MOVE SESSION-FILE-STATUS TO WS-MEMBER-STATUS
           PERFORM JUDGE-MEMBER-OPEN
           MOVE BK-MEMBER-LENGTH(WS-MEM-IDX) TO WS-IMAGE-LENGTH

           PERFORM UNTIL FILE-EOF
              READ SESSION-FILE NEXT RECORD
                 AT END
                    SET FILE-EOF TO TRUE
              END-READ
              IF NOT FILE-EOF
                 IF SESSION-FILE-STATUS = "00" OR "02"
                    IF SES-ACTIVE
                       ADD 1 TO WS-ACTIVE-SESSIONS
                    END-IF
                    MOVE SPACES         TO WS-COPY-BUFFER
                    MOVE SESSION-RECORD TO WS-COPY-BUFFER
                    PERFORM TAKE-ONE-IMAGE
                 ELSE
                    MOVE SESSION-FILE-STATUS TO WS-MEMBER-STATUS
                    PERFORM FAIL-MEMBER-READ
                 END-IF
              END-IF
           END-PERFORM

           IF SESSION-FILE-STATUS NOT = "35"
              CLOSE SESSION-FILE
           END-IF
           IF IMAGE-OPEN
              CLOSE IMAGE-FILE
           END-IF
           .

       COPY-SESSHIST-FILE.
           OPEN INPUT SESSION-HISTORY-FILE
           MOVE SESSHIST-FILE-STATUS TO WS-MEMBER-STATUS
           PERFORM JUDGE-MEMBER-OPEN
           MOVE BK-MEMBER-LENGTH(WS-MEM-IDX) TO WS-IMAGE-LENGTH

           PERFORM UNTIL FILE-EOF
              READ SESSION-HISTORY-FILE NEXT RECORD
                 AT END
                    SET FILE-EOF TO TRUE
              END-READ
              IF NOT FILE-EOF
                 IF SESSHIST-FILE-STATUS = "00" OR "02"
                    MOVE SPACES                 TO WS-COPY-BUFFER
                    MOVE SESSION-HISTORY-RECORD TO WS-COPY-BUFFER
                    PERFORM TAKE-ONE-IMAGE
                 ELSE
                    MOVE SESSHIST-FILE-STATUS TO WS-MEMBER-STATUS
                    PERFORM FAIL-MEMBER-READ
                 END-IF
              END-IF
           END-PERFORM

           IF SESSHIST-FILE-STATUS NOT = "35"
              CLOSE SESSION-HISTORY-FILE
           END-IF
           IF IMAGE-OPEN
              CLOSE IMAGE-FILE
           END-IF
           .

       COPY-GAMEHIST-FILE.
           OPEN INPUT GAME-HISTORY-FILE
           MOVE GAMEHIST-FILE-STATUS TO WS-MEMBER-STATUS
           PERFORM JUDGE-MEMBER-OPEN
           MOVE BK-MEMBER-LENGTH(WS-MEM-IDX) TO WS-IMAGE-LENGTH

           PERFORM UNTIL FILE-EOF
              READ GAME-HISTORY-FILE NEXT RECORD
                 AT END
                    SET FILE-EOF TO TRUE
              END-READ
              IF NOT FILE-EOF
                 IF GAMEHIST-FILE-STATUS = "00" OR "02"
                    MOVE SPACES              TO WS-COPY-BUFFER
                    MOVE GAME-HISTORY-RECORD TO WS-COPY-BUFFER
                    PERFORM TAKE-ONE-IMAGE
                 ELSE
                    MOVE GAMEHIST-FILE-STATUS TO WS-MEMBER-STATUS
                    PERFORM FAIL-MEMBER-READ
                 END-IF
              END-IF
           END-PERFORM

           IF GAMEHIST-FILE-STATUS NOT = "35"
              CLOSE GAME-HISTORY-FILE
           END-IF
           IF IMAGE-OPEN
              CLOSE IMAGE-FILE
           END-IF
           .

       COPY-PUZZLE-FILE.
           OPEN INPUT PUZZLE-FILE
           MOVE PUZZLE-FILE-STATUS TO WS-MEMBER-STATUS
           PERFORM JUDGE-MEMBER-OPEN
           MOVE BK-MEMBER-LENGTH(WS-MEM-IDX) TO WS-IMAGE-LENGTH

           PERFORM UNTIL FILE-EOF
              READ PUZZLE-FILE NEXT RECORD
                 AT END
                    SET FILE-EOF TO TRUE
              END-READ
              IF NOT FILE-EOF
                 IF PUZZLE-FILE-STATUS = "00" OR "02"
                    MOVE SPACES        TO WS-COPY-BUFFER
                    MOVE PUZZLE-RECORD TO WS-COPY-BUFFER
                    PERFORM TAKE-ONE-IMAGE
                 ELSE
                    MOVE PUZZLE-FILE-STATUS TO WS-MEMBER-STATUS
                    PERFORM FAIL-MEMBER-READ
                 END-IF
              END-IF
           END-PERFORM

           IF PUZZLE-FILE-STATUS NOT = "35"
              CLOSE PUZZLE-FILE
           END-IF
           IF IMAGE-OPEN
              CLOSE IMAGE-FILE
           END-IF
           .
      /
      * --------------------------------------------------------------
      *   THE LINE SEQUENTIAL MEMBERS - EACH LINE IS IMAGED AT THE
      *   LENGTH IT WAS READ (AN EMPTY LINE AS ONE SPACE), SO THE
      *   RESTORE WRITES BACK EXACTLY WHAT WAS THERE
      * --------------------------------------------------------------
       COPY-LINE-SEQ-FILE.
           OPEN INPUT LIVE-SEQ-FILE
           MOVE LIVE-SEQ-STATUS TO WS-MEMBER-STATUS
           PERFORM JUDGE-MEMBER-OPEN

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
                    PERFORM TAKE-ONE-IMAGE
                 ELSE
                    MOVE LIVE-SEQ-STATUS TO WS-MEMBER-STATUS
                    PERFORM FAIL-MEMBER-READ
                 END-IF
              END-IF
           END-PERFORM

           IF LIVE-SEQ-STATUS NOT = "35"
              CLOSE LIVE-SEQ-FILE
           END-IF
           IF IMAGE-OPEN
              CLOSE IMAGE-FILE
           END-IF
           .
      /
      * --------------------------------------------------------------
      *   THE MANIFEST - HEADER, ONE ROW PER MEMBER, TRAILER. ONLY
      *   WRITTEN ONCE EVERY IMAGE IS CLOSED.
      * --------------------------------------------------------------
       WRITE-MANIFEST.
           IF MANIFEST-WRITTEN
              OPEN OUTPUT MANIFEST-FILE
              PERFORM NOTE-MANIFEST-STATUS
           END-IF
           IF MANIFEST-WRITTEN
              PERFORM WRITE-MANIFEST-ROWS
              CLOSE MANIFEST-FILE
           END-IF
           .

       WRITE-MANIFEST-ROWS.

           MOVE SPACES            TO BACKUP-MANIFEST-RECORD
           SET BKM-HEADER-ROW     TO TRUE
           MOVE WS-RUN-DATE       TO BKM-SET-DATE
           MOVE WS-RUN-TIME       TO BKM-SET-TIME
           MOVE "HEADER"          TO BKM-MEMBER-CODE
           MOVE ZERO              TO BKM-RECORD-LENGTH
                                     BKM-RECORD-COUNT
                                     BKM-CONTROL-TOTAL
           MOVE WK-BACKUP-MEMBERS TO BKM-MEMBER-COUNT
           IF WS-ACTIVE-SESSIONS > ZERO
              MOVE "Y"            TO BKM-LIVE-SESSIONS
           ELSE
              MOVE "N"            TO BKM-LIVE-SESSIONS
           END-IF
           WRITE BACKUP-MANIFEST-RECORD
           PERFORM NOTE-MANIFEST-STATUS

           PERFORM VARYING WS-MEM-IDX FROM 1 BY 1
                   UNTIL WS-MEM-IDX > WK-BACKUP-MEMBERS
              PERFORM WRITE-MANIFEST-MEMBER
           END-PERFORM

           MOVE SPACES            TO BACKUP-MANIFEST-RECORD
           SET BKM-TRAILER-ROW    TO TRUE
           MOVE WS-RUN-DATE       TO BKM-SET-DATE
           MOVE WS-RUN-TIME       TO BKM-SET-TIME
           MOVE "TRAILER"         TO BKM-MEMBER-CODE
           MOVE ZERO              TO BKM-RECORD-LENGTH
           MOVE WK-BACKUP-MEMBERS TO BKM-MEMBER-COUNT
           MOVE WS-SET-RECORDS    TO BKM-RECORD-COUNT
           MOVE WS-SET-TOTAL      TO BKM-CONTROL-TOTAL
           WRITE BACKUP-MANIFEST-RECORD
           PERFORM NOTE-MANIFEST-STATUS
           .

       WRITE-MANIFEST-MEMBER.
           MOVE SPACES                        TO BACKUP-MANIFEST-RECORD
           SET BKM-MEMBER-ROW                 TO TRUE
           MOVE WS-RUN-DATE                   TO BKM-SET-DATE
           MOVE WS-RUN-TIME                   TO BKM-SET-TIME
           MOVE BK-MEMBER-CODE(WS-MEM-IDX)    TO BKM-MEMBER-CODE
           MOVE WS-RS-RESULT(WS-MEM-IDX)      TO BKM-MEMBER-STATUS
           MOVE BK-MEMBER-ORG(WS-MEM-IDX)     TO BKM-ORGANIZATION
           MOVE BK-MEMBER-LENGTH(WS-MEM-IDX)  TO BKM-RECORD-LENGTH
           MOVE ZERO                          TO BKM-MEMBER-COUNT
           MOVE WS-RS-RECORDS(WS-MEM-IDX)     TO BKM-RECORD-COUNT
           MOVE WS-RS-TOTAL(WS-MEM-IDX)       TO BKM-CONTROL-TOTAL
           MOVE WS-RS-LIVE-NAME(WS-MEM-IDX)   TO BKM-LIVE-NAME
           MOVE WS-RS-IMAGE-NAME(WS-MEM-IDX)  TO BKM-IMAGE-NAME
           WRITE BACKUP-MANIFEST-RECORD
           PERFORM NOTE-MANIFEST-STATUS
           .

      * --------------------------------------------------------------
      *   KEEP THE FIRST MANIFEST STATUS THAT WAS NOT "00" - ONE BAD
      *   ROW IS ENOUGH FOR TTTREST TO REFUSE THE SET
      * --------------------------------------------------------------
       NOTE-MANIFEST-STATUS.
           IF MANIFEST-FILE-STATUS NOT = "00"
           AND MANIFEST-WRITTEN
              MOVE MANIFEST-FILE-STATUS TO WS-MANIFEST-FAIL-STATUS
              SET MANIFEST-NOT-WRITTEN  TO TRUE
           END-IF
           .

      * --------------------------------------------------------------
      *   ADD THE SET TO THE CATALOG TTTREST PICKS SETS FROM - NOT A
      *   SET WHOSE MANIFEST FAILED, WHICH TTTREST COULD NOT RESTORE
      * --------------------------------------------------------------
       WRITE-CATALOG-ENTRY.
           IF MANIFEST-NOT-WRITTEN
              SET CATALOG-NOT-WRITTEN TO TRUE
           ELSE
              OPEN EXTEND CATALOG-FILE
              IF CATALOG-FILE-STATUS = "35"
                 OPEN OUTPUT CATALOG-FILE
              END-IF
              IF CATALOG-FILE-STATUS = "00"
                 PERFORM WRITE-CATALOG-ROW
                 CLOSE CATALOG-FILE
              ELSE
                 MOVE CATALOG-FILE-STATUS TO WS-CATALOG-FAIL-STATUS
                 SET CATALOG-NOT-WRITTEN  TO TRUE
              END-IF
           END-IF
           .

       WRITE-CATALOG-ROW.

           MOVE SPACES            TO CATALOG-RECORD
           MOVE WS-RUN-DATE       TO CAT-SET-DATE
           MOVE WS-RUN-TIME       TO CAT-SET-TIME
           MOVE WK-BACKUP-MEMBERS TO CAT-MEMBER-COUNT
           MOVE WS-SET-RECORDS    TO CAT-RECORD-COUNT
           MOVE WS-SET-TOTAL      TO CAT-CONTROL-TOTAL
           IF SET-COMPLETE
              SET CAT-SET-COMPLETE TO TRUE
           ELSE
              SET CAT-SET-PARTIAL  TO TRUE
           END-IF
           WRITE CATALOG-RECORD
           IF CATALOG-FILE-STATUS NOT = "00"
              MOVE CATALOG-FILE-STATUS TO WS-CATALOG-FAIL-STATUS
              SET CATALOG-NOT-WRITTEN  TO TRUE
           END-IF
           .
      /
      * --------------------------------------------------------------
      *   THE LISTING - ONE LINE PER MEMBER, THEN THE SET TOTALS
      * --------------------------------------------------------------
       PRINT-BACKUP-LISTING.
           OPEN OUTPUT REPORT-FILE

           MOVE WS-RUN-DATE    TO WS-HD-RUN-DATE
           MOVE WS-RUN-TIME    TO WS-HD-RUN-TIME
           MOVE SPACES         TO REPORT-LINE
           MOVE WS-HEADER-LINE TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           STRING "MANIFEST: "     DELIMITED BY SIZE
                  WS-MANIFEST-NAME DELIMITED BY SPACE
                  INTO REPORT-LINE
           WRITE REPORT-LINE

           IF WS-ACTIVE-SESSIONS > ZERO
              MOVE "LIVE SESSIONS ON THE REGISTRY WHILE THE SET WAS"
                   TO REPORT-LINE
              WRITE REPORT-LINE
              MOVE "TAKEN - NOT A QUIET POINT IN TIME" TO REPORT-LINE
              WRITE REPORT-LINE
           END-IF

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           STRING "MEMBER    RESULT          RECORDS"
                  "       CONTROL TOTAL  LIVE FILE"
                  DELIMITED BY SIZE
                  INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "--------  ------------  ---------"
                  "  ------------------  ----------------------------"
                  DELIMITED BY SIZE
                  INTO REPORT-LINE
           WRITE REPORT-LINE

           PERFORM VARYING WS-MEM-IDX FROM 1 BY 1
                   UNTIL WS-MEM-IDX > WK-BACKUP-MEMBERS
              PERFORM PRINT-MEMBER-LINE
           END-PERFORM

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE "MEMBERS COPIED"            TO WS-TR-LABEL
           MOVE WS-MEMBERS-COPIED           TO WS-TR-VALUE
           PERFORM PRINT-TRAILER-LINE

           MOVE "MEMBERS NOT ON FILE"       TO WS-TR-LABEL
           MOVE WS-MEMBERS-ABSENT           TO WS-TR-VALUE
           PERFORM PRINT-TRAILER-LINE

           MOVE "MEMBERS FAILED"            TO WS-TR-LABEL
           MOVE WS-MEMBERS-FAILED           TO WS-TR-VALUE
           PERFORM PRINT-TRAILER-LINE

           MOVE "RECORDS IN THE SET"        TO WS-TR-LABEL
           MOVE WS-SET-RECORDS              TO WS-TR-VALUE
           PERFORM PRINT-TRAILER-LINE

           MOVE "SET CONTROL TOTAL"         TO WS-TR-LABEL
           MOVE WS-SET-TOTAL                TO WS-TR-VALUE
           PERFORM PRINT-TRAILER-LINE

           IF SET-PARTIAL
              MOVE SPACES TO REPORT-LINE
              WRITE REPORT-LINE
              MOVE "SET IS PARTIAL - THE FAILED MEMBERS CANNOT BE"
                   TO REPORT-LINE
              WRITE REPORT-LINE
              MOVE "RESTORED FROM IT" TO REPORT-LINE
              WRITE REPORT-LINE
           END-IF

           IF MANIFEST-NOT-WRITTEN
              MOVE SPACES TO REPORT-LINE
              WRITE REPORT-LINE
              MOVE SPACES TO REPORT-LINE
              STRING "MANIFEST COULD NOT BE WRITTEN - STATUS "
                                          DELIMITED BY SIZE
                     WS-MANIFEST-FAIL-STATUS DELIMITED BY SIZE
                     INTO REPORT-LINE
              WRITE REPORT-LINE
              MOVE "THE SET IS NOT CATALOGED AND CANNOT BE RESTORED"
                   TO REPORT-LINE
              WRITE REPORT-LINE
           ELSE
              IF CATALOG-NOT-WRITTEN
                 MOVE SPACES TO REPORT-LINE
                 WRITE REPORT-LINE
                 MOVE SPACES TO REPORT-LINE
                 STRING "CATALOG TTTBACK.CTL COULD NOT BE WRITTEN - "
                                             DELIMITED BY SIZE
                        "STATUS "            DELIMITED BY SIZE
                        WS-CATALOG-FAIL-STATUS DELIMITED BY SIZE
                        INTO REPORT-LINE
                 WRITE REPORT-LINE
                 MOVE "TTTREST WILL NOT OFFER THIS SET AS THE LATEST"
                      TO REPORT-LINE
                 WRITE REPORT-LINE
              END-IF
           END-IF

           CLOSE REPORT-FILE
           .

       PRINT-MEMBER-LINE.
           MOVE BK-MEMBER-CODE(WS-MEM-IDX)   TO WS-ML-CODE
           MOVE WS-RS-RECORDS(WS-MEM-IDX)    TO WS-ML-RECORDS
           MOVE WS-RS-TOTAL(WS-MEM-IDX)      TO WS-ML-TOTAL
           MOVE WS-RS-LIVE-NAME(WS-MEM-IDX)  TO WS-ML-LIVE-NAME
           EVALUATE WS-RS-RESULT(WS-MEM-IDX)
              WHEN "C"
                   MOVE "COPIED"             TO WS-ML-RESULT
              WHEN "A"
                   MOVE "NOT ON FILE"        TO WS-ML-RESULT
              WHEN OTHER
                   MOVE SPACES               TO WS-ML-RESULT
                   STRING "FAILED - "              DELIMITED BY SIZE
                          WS-RS-STATUS(WS-MEM-IDX) DELIMITED BY SIZE
                          INTO WS-ML-RESULT
           END-EVALUATE
           MOVE SPACES         TO REPORT-LINE
           MOVE WS-MEMBER-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           .

       PRINT-TRAILER-LINE.
           MOVE SPACES          TO REPORT-LINE
           MOVE WS-TRAILER-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           .
      /
      * --------------------------------------------------------------
      *   POST THE SET'S COUNTS TO THE LEDGER
      * --------------------------------------------------------------
       POST-CONTROL-TOTALS.
           MOVE "TTTBACK"               TO PST-STEP-NAME
           MOVE ZERO                    TO PST-DATA-FROM
           MOVE ZERO                    TO PST-DATA-TO

           MOVE "MEMBERS-COPIED"        TO PST-TOTAL-NAME
           MOVE WS-MEMBERS-COPIED       TO PST-TOTAL-VALUE
           CALL "TTTPOST" USING TTT-POST-AREA

           MOVE "MEMBERS-ABSENT"        TO PST-TOTAL-NAME
           MOVE WS-MEMBERS-ABSENT       TO PST-TOTAL-VALUE
           CALL "TTTPOST" USING TTT-POST-AREA

           MOVE "MEMBERS-FAILED"        TO PST-TOTAL-NAME
           MOVE WS-MEMBERS-FAILED       TO PST-TOTAL-VALUE
           CALL "TTTPOST" USING TTT-POST-AREA

           MOVE "RECORDS-COPIED"        TO PST-TOTAL-NAME
           MOVE WS-SET-RECORDS          TO PST-TOTAL-VALUE
           CALL "TTTPOST" USING TTT-POST-AREA
           .
