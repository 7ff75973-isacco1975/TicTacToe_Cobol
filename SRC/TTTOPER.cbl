       PROGRAM-ID.          TTTOPER.
       AUTHOR.              ISAAC GARCIA PEVERI
       DATE-WRITTEN.        22.08.2026.
      * LAST EDIT           15.10.2026.
       REMARKS.             OPERATOR MASTER REGISTRATION AND
                             MAINTENANCE FOR TICTACTOE. KEEPS
                             OPERMAST.DAT (ADD, RENAME, DEACTIVATE,
                             OPERATOR CARRIES THE EXISTING STATS.DAT
                             AND CHECKPT.DAT ROWS AND THE MOVELOG.DAT
                             AND GAMELOG.DAT HISTORY ACROSS TO THE NEW
                             NAME INSTEAD OF ORPHANING THEM, AND THE
                             GAMEHIST.DAT GAME-HISTORY STORE ROWS,
                             THE SESSHIST.DAT SESSION HISTORY AND THE
                             PUZZRES.DAT TRAINING RESULTS.
      /
      ******************************************************************
      * WRITTEN IN ACUCOBOL-GT 7.0.0
      *
      *         RUN FROM THE CONSOLE WHILE THE GAME IS DOWN - THE
      *         RENAME FUNCTION REWRITES THE LOG FILES IN PLACE
      *         (THROUGH MOVELOG.TMP / GAMELOG.TMP / PUZZRES.TMP WORK
      *         FILES) AND MUST NOT RACE A LIVE SESSION APPENDING TO
      *         THEM. THE GAME-HISTORY STORE AND THE SESSION HISTORY
      *         ARE KEYED ON THE OPERATOR, SO THEIR ROWS ARE DELETED
      *         AND WRITTEN BACK UNDER THE NEW NAME, A BATCH AT A TIME.
      *
      *         MAINTAINING THE MASTER IS A SUPERVISOR FUNCTION -
      *         THE RUN STARTS WITH A TTTAUTH SUPERVISOR SIGN-ON
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS  IS MATCH-WORK-STATUS.

           SELECT GAME-HISTORY-FILE ASSIGN TO DYNAMIC CFG-GAMEHIST-FILE
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              RECORD KEY   IS GHS-KEY
              ALTERNATE RECORD KEY IS GHS-OPERATOR-KEY
                 WITH DUPLICATES
              ALTERNATE RECORD KEY IS GHS-SITE-KEY
                 WITH DUPLICATES
              FILE STATUS  IS GAMEHIST-FILE-STATUS.

           SELECT RATINGS-FILE ASSIGN TO DYNAMIC CFG-RATINGS-FILE
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              RECORD KEY   IS SES-OPERATOR-ID
              FILE STATUS  IS SESSION-FILE-STATUS.

           SELECT SESSHIST-FILE ASSIGN TO DYNAMIC CFG-SESSHIST-FILE
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              RECORD KEY   IS SHS-KEY
              FILE STATUS  IS SESSHIST-FILE-STATUS.

           SELECT PUZZLE-RESULT-FILE ASSIGN TO DYNAMIC CFG-PUZZRES-FILE
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS  IS PUZZRES-FILE-STATUS.

           SELECT PUZZRES-WORK-FILE ASSIGN TO "PUZZRES.TMP"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS  IS PUZZRES-WORK-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OPERATOR-FILE.
       01 GAME-WORK-RECORD       PIC X(45).

       FD  MATCH-WORK-FILE.
       01 MATCH-WORK-RECORD      PIC X(69).

       FD  RATINGS-FILE.
           COPY "RATNGREC.CPY".

       FD  GAME-HISTORY-FILE.
           COPY "GHISTREC.CPY".

       FD  SESSION-FILE.
           COPY "SESSREC.CPY".

       FD  SESSHIST-FILE.
           COPY "SHISTREC.CPY".

       FD  PUZZLE-RESULT-FILE.
           COPY "PZRSREC.CPY".

       FD  PUZZRES-WORK-FILE.
       01 PUZZRES-WORK-RECORD    PIC X(42).

       WORKING-STORAGE SECTION.

      * SITE CONFIGURATION - FILLED BY TTTCONF AT STARTUP; EVERY
       77 MATCH-LOG-STATUS       PIC  X(2)  VALUE SPACES.
       77 MATCH-WORK-STATUS      PIC  X(2)  VALUE SPACES.
       77 RATINGS-FILE-STATUS    PIC  X(2)  VALUE SPACES.
       77 GAMEHIST-FILE-STATUS   PIC  X(2)  VALUE SPACES.
       77 SESSHIST-FILE-STATUS   PIC  X(2)  VALUE SPACES.
       77 PUZZRES-FILE-STATUS    PIC  X(2)  VALUE SPACES.
       77 PUZZRES-WORK-STATUS    PIC  X(2)  VALUE SPACES.

       77 FLAG-FILE-EOF          PIC  X(1)  VALUE "N".
           88 FILE-EOF                 VALUE "Y".
       77 WS-MOVES-CARRIED       PIC  9(7)  VALUE ZERO.
       77 WS-GAMES-CARRIED       PIC  9(7)  VALUE ZERO.
       77 WS-MATCHES-CARRIED     PIC  9(7)  VALUE ZERO.
       77 WS-HISTORY-CARRIED     PIC  9(7)  VALUE ZERO.
       77 WS-SESSIONS-CARRIED    PIC  9(7)  VALUE ZERO.
       77 WS-PUZZRES-CARRIED     PIC  9(7)  VALUE ZERO.

      * GAME-HISTORY ROWS UNDER THE OLD NAME - THE NAME LEADS THE
      * STORE'S KEYS, SO A PASS PARKS UP TO 200 ROWS HERE, DELETING
      * EACH AS IT GOES, THEN WRITES THEM BACK UNDER THE NEW NAME.
      * PASSES REPEAT WHILE THE TABLE FILLS. THE SESSION HISTORY IS
      * KEYED THE SAME WAY AND IS CARRIED THROUGH THE SAME TABLE
      * AFTERWARDS.
       78 WK-HIST-PARK-SIZE             VALUE 200.
       77 WS-HIST-PARK-COUNT     PIC  9(3)  VALUE ZERO.
       77 WS-HIST-PARK-IDX       PIC  9(3)  VALUE ZERO.
       01 WS-HIST-PARK-TABLE.
          05 WS-HIST-PARK-RECORD OCCURS 200 TIMES PIC X(256).

      * LIST DETAIL LINE WORK AREA
       01 WS-LIST-LINE.
              END-READ
              IF NOT FILE-EOF
                 MOVE OPR-OPERATOR-ID TO WS-LS-OPERATOR
                 EVALUATE TRUE
                    WHEN OPR-ACTIVE
                         MOVE "ACTIVE"   TO WS-LS-STATUS
                    WHEN OPR-ERASED
                         MOVE "ERASED"   TO WS-LS-STATUS
                    WHEN OTHER
                         MOVE "INACTIVE" TO WS-LS-STATUS
                 END-EVALUATE
                 MOVE OPR-DATE-ADDED TO WS-LS-ADDED
                 DISPLAY WS-LIST-LINE
              END-IF
                    SET RECORD-NOT-FOUND TO TRUE
              END-READ

              EVALUATE TRUE
                 WHEN RECORD-NOT-FOUND
                      DISPLAY "NOT REGISTERED: " WS-WORK-NAME
                 WHEN OPR-ERASED
                      DISPLAY "ERASED - CANNOT BE CHANGED: "
                              WS-WORK-NAME
                 WHEN OTHER
                      MOVE WS-NEW-STATUS  TO OPR-STATUS
                      MOVE WS-TODAY       TO OPR-DATE-CHANGED
                      REWRITE OPERATOR-RECORD
                      DISPLAY "STATUS CHANGED: " WS-WORK-NAME
              END-EVALUATE

              CLOSE OPERATOR-FILE
           END-IF
      * --------------------------------------------------------------
      *   RENAME AN OPERATOR AND CARRY EVERYTHING KEYED ON THE OLD
      *   NAME ACROSS: THE MASTER ROW ITSELF, THE STATS.DAT TALLY,
      *   THE CHECKPT.DAT ROW, EVERY MOVELOG.DAT / GAMELOG.DAT
      *   HISTORY RECORD, THE SESSHIST.DAT SESSIONS AND THE
      *   PUZZRES.DAT TRAINING RESULTS.
      * --------------------------------------------------------------
       RENAME-OPERATOR.
           DISPLAY "CURRENT NAME?"
                      PERFORM CARRY-MOVE-LOG
                      PERFORM CARRY-GAME-LOG
                      PERFORM CARRY-MATCH-LOG
                      PERFORM CARRY-GAME-HISTORY
                      PERFORM CARRY-SESSHIST-ROWS
                      PERFORM CARRY-PUZZRES
                      DISPLAY "RENAMED " WS-OLD-NAME
                      DISPLAY "     TO " WS-NEW-NAME
                   END-IF

      * --------------------------------------------------------------
      *   MOVE THE MASTER ROW TO THE NEW KEY. THE OLD NAME MUST EXIST
      *   AND NOT BE ERASED (TTTERASE HAS ALREADY SCRUBBED ITS
      *   HISTORY), AND THE NEW NAME MUST NOT EXIST - LEAVES
      *   RECORD-FOUND SET ONLY WHEN THE RENAME WENT THROUGH, WHICH
      *   GATES THE CARRY STEPS.
      * --------------------------------------------------------------
       RENAME-MASTER-ROW.
           SET RECORD-NOT-FOUND TO TRUE
              INVALID KEY
                 DISPLAY "NOT REGISTERED: " WS-OLD-NAME
              NOT INVALID KEY
                 IF OPR-ERASED
                    DISPLAY "ERASED - CANNOT BE CHANGED: "
                            WS-OLD-NAME
                 ELSE
                    DELETE OPERATOR-FILE RECORD
                    MOVE WS-NEW-NAME TO OPR-OPERATOR-ID
                    MOVE WS-TODAY    TO OPR-DATE-CHANGED
                    WRITE OPERATOR-RECORD
                    SET RECORD-FOUND TO TRUE
                 END-IF
           END-READ
           .
      /
              DISPLAY "MATCH LOG RECORDS CARRIED: " WS-MATCHES-CARRIED
           END-IF
           .
      /
      * --------------------------------------------------------------
      *   CARRY THE GAME-HISTORY STORE - THE OLD NAME'S ROWS (FOUND
      *   ALONG THE OPERATOR KEY) ARE RE-KEYED IN PASSES; A MATCH
      *   WHERE THE NAME IS PLAYER 2 IS NOT KEYED ON IT, SO THOSE
      *   ROWS ARE REWRITTEN IN PLACE ON ONE READ THROUGH THE STORE
      * --------------------------------------------------------------
       CARRY-GAME-HISTORY.
           MOVE ZERO TO WS-HISTORY-CARRIED

           OPEN I-O GAME-HISTORY-FILE
           IF GAMEHIST-FILE-STATUS NOT = "35"
              MOVE WK-HIST-PARK-SIZE TO WS-HIST-PARK-COUNT
              PERFORM UNTIL WS-HIST-PARK-COUNT < WK-HIST-PARK-SIZE
                 PERFORM ONE-GAME-HISTORY-PASS
              END-PERFORM
              PERFORM CARRY-HISTORY-PLAYER2
              CLOSE GAME-HISTORY-FILE

              DISPLAY "GAME HISTORY ROWS CARRIED: " WS-HISTORY-CARRIED
           END-IF
           .

       ONE-GAME-HISTORY-PASS.
           MOVE ZERO TO WS-HIST-PARK-COUNT
           SET FILE-NOT-EOF TO TRUE
           MOVE LOW-VALUES  TO GHS-OPERATOR-KEY
           MOVE WS-OLD-NAME TO GHS-OPK-OPERATOR-ID
           START GAME-HISTORY-FILE
                 KEY IS NOT LESS THAN GHS-OPERATOR-KEY
              INVALID KEY
                 SET FILE-EOF TO TRUE
           END-START

           PERFORM UNTIL FILE-EOF
                      OR WS-HIST-PARK-COUNT NOT < WK-HIST-PARK-SIZE
              READ GAME-HISTORY-FILE NEXT RECORD
                 AT END
                    SET FILE-EOF TO TRUE
              END-READ
              IF NOT FILE-EOF
                 IF GHS-OPK-OPERATOR-ID NOT = WS-OLD-NAME
                    SET FILE-EOF TO TRUE
                 ELSE
                    ADD 1 TO WS-HIST-PARK-COUNT
                    MOVE GAME-HISTORY-RECORD
                      TO WS-HIST-PARK-RECORD(WS-HIST-PARK-COUNT)
                    DELETE GAME-HISTORY-FILE RECORD
                 END-IF
              END-IF
           END-PERFORM

           PERFORM VARYING WS-HIST-PARK-IDX FROM 1 BY 1
                   UNTIL WS-HIST-PARK-IDX > WS-HIST-PARK-COUNT
              MOVE WS-HIST-PARK-RECORD(WS-HIST-PARK-IDX)
                TO GAME-HISTORY-RECORD
              MOVE WS-NEW-NAME TO GHS-OPERATOR-ID
                                  GHS-OPK-OPERATOR-ID
              IF GHS-PLAYER2-ID = WS-OLD-NAME
                 MOVE WS-NEW-NAME TO GHS-PLAYER2-ID
              END-IF
              WRITE GAME-HISTORY-RECORD
                 INVALID KEY
                    REWRITE GAME-HISTORY-RECORD
              END-WRITE
              ADD 1 TO WS-HISTORY-CARRIED
           END-PERFORM
           .

       CARRY-HISTORY-PLAYER2.
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
              IF NOT FILE-EOF
                 IF GHS-MATCH-GAME
                    AND GHS-PLAYER2-ID = WS-OLD-NAME
                    MOVE WS-NEW-NAME TO GHS-PLAYER2-ID
                    REWRITE GAME-HISTORY-RECORD
                    ADD 1 TO WS-HISTORY-CARRIED
                 END-IF
              END-IF
           END-PERFORM
           .
      /
      * --------------------------------------------------------------
      *   CARRY THE SESSION HISTORY - SESSHIST.DAT IS KEYED ON THE
      *   NAME PLUS THE SIGN-ON STAMP, SO THE OLD NAME'S SESSIONS ARE
      *   ONE CONTIGUOUS SLICE. EACH PASS PARKS UP TO A TABLE OF THEM,
      *   DELETING AS IT GOES, THEN WRITES THEM BACK UNDER THE NEW
      *   NAME - THE SAME RE-KEY AS THE GAME-HISTORY STORE.
      * --------------------------------------------------------------
       CARRY-SESSHIST-ROWS.
           MOVE ZERO TO WS-SESSIONS-CARRIED

           OPEN I-O SESSHIST-FILE
           IF SESSHIST-FILE-STATUS NOT = "35"
              MOVE WK-HIST-PARK-SIZE TO WS-HIST-PARK-COUNT
              PERFORM UNTIL WS-HIST-PARK-COUNT < WK-HIST-PARK-SIZE
                 PERFORM ONE-SESSHIST-PASS
              END-PERFORM
              CLOSE SESSHIST-FILE

              DISPLAY "SESSION HISTORY ROWS CARRIED: "
                      WS-SESSIONS-CARRIED
           END-IF
           .

       ONE-SESSHIST-PASS.
           MOVE ZERO TO WS-HIST-PARK-COUNT
           SET FILE-NOT-EOF TO TRUE
           MOVE LOW-VALUES  TO SHS-KEY
           MOVE WS-OLD-NAME TO SHS-OPERATOR-ID
           START SESSHIST-FILE KEY IS NOT LESS THAN SHS-KEY
              INVALID KEY
                 SET FILE-EOF TO TRUE
           END-START

           PERFORM UNTIL FILE-EOF
                      OR WS-HIST-PARK-COUNT NOT < WK-HIST-PARK-SIZE
              READ SESSHIST-FILE NEXT RECORD
                 AT END
                    SET FILE-EOF TO TRUE
              END-READ
              IF NOT FILE-EOF
                 IF SHS-OPERATOR-ID NOT = WS-OLD-NAME
                    SET FILE-EOF TO TRUE
                 ELSE
                    ADD 1 TO WS-HIST-PARK-COUNT
                    MOVE SESSION-HISTORY-RECORD
                      TO WS-HIST-PARK-RECORD(WS-HIST-PARK-COUNT)
                    DELETE SESSHIST-FILE RECORD
                 END-IF
              END-IF
           END-PERFORM

           PERFORM VARYING WS-HIST-PARK-IDX FROM 1 BY 1
                   UNTIL WS-HIST-PARK-IDX > WS-HIST-PARK-COUNT
              MOVE WS-HIST-PARK-RECORD(WS-HIST-PARK-IDX)
                TO SESSION-HISTORY-RECORD
              MOVE WS-NEW-NAME TO SHS-OPERATOR-ID
              WRITE SESSION-HISTORY-RECORD
                 INVALID KEY
                    REWRITE SESSION-HISTORY-RECORD
              END-WRITE
              ADD 1 TO WS-SESSIONS-CARRIED
           END-PERFORM
           .
      /
      * --------------------------------------------------------------
      *   CARRY THE TRAINING PUZZLE RESULTS - SAME SWAP AS THE MOVE
      *   LOG, THROUGH PUZZRES.TMP
      * --------------------------------------------------------------
       CARRY-PUZZRES.
           MOVE ZERO TO WS-PUZZRES-CARRIED
           SET FILE-NOT-EOF TO TRUE

           OPEN INPUT PUZZLE-RESULT-FILE
           IF PUZZRES-FILE-STATUS = "35"
              SET FILE-EOF TO TRUE
           ELSE
              OPEN OUTPUT PUZZRES-WORK-FILE

              PERFORM UNTIL FILE-EOF
                 READ PUZZLE-RESULT-FILE
                    AT END
                       SET FILE-EOF TO TRUE
                 END-READ
                 IF NOT FILE-EOF
                    IF PZR-OPERATOR-ID = WS-OLD-NAME
                       MOVE WS-NEW-NAME TO PZR-OPERATOR-ID
                       ADD 1 TO WS-PUZZRES-CARRIED
                    END-IF
                    WRITE PUZZRES-WORK-RECORD FROM PUZZLE-RESULT-RECORD
                 END-IF
              END-PERFORM

              CLOSE PUZZLE-RESULT-FILE
              CLOSE PUZZRES-WORK-FILE

              SET FILE-NOT-EOF TO TRUE
              OPEN INPUT PUZZRES-WORK-FILE
              OPEN OUTPUT PUZZLE-RESULT-FILE
              PERFORM UNTIL FILE-EOF
                 READ PUZZRES-WORK-FILE
                    AT END
                       SET FILE-EOF TO TRUE
                 END-READ
                 IF NOT FILE-EOF
                    WRITE PUZZLE-RESULT-RECORD FROM PUZZRES-WORK-RECORD
                 END-IF
              END-PERFORM
              CLOSE PUZZLE-RESULT-FILE
              CLOSE PUZZRES-WORK-FILE

              DISPLAY "PUZZLE RESULTS CARRIED: " WS-PUZZRES-CARRIED
           END-IF
           .
