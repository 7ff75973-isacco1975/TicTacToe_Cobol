       PROGRAM-ID.          TTTHSKP.
       AUTHOR.              ISAAC GARCIA PEVERI
       DATE-WRITTEN.        22.08.2026.
      * LAST EDIT           15.10.2026.
       REMARKS.             END-OF-MONTH HOUSEKEEPING FOR THE TICTACTOE
                             LOG FILES. MOVELOG.DAT AND GAMELOG.DAT ARE
                             ONLY EVER EXTENDED BY THE GAME, SO THIS JOB
      *         RUN DATE MINUS RETENTION ARE ROLLED OUT TO
      *         MOVELOG.<RUNDATE>.<RUNTIME>.ARC AND
      *         GAMELOG.<RUNDATE>.<RUNTIME>.ARC; THE REST ARE KEPT.
      *         EVERY ARCHIVE MADE IS ADDED TO THE TTTARCH.CTL
      *         CATALOG SO LATER JOBS CAN FIND THE ARCHIVED HISTORY;
      *         AN ARCHIVE THE CATALOG WILL NOT TAKE IS NAMED ON THE
      *         CONTROL REPORT AS NOT CATALOGED AND THE RUN ENDS RC 8.
      *         RECORDS WITH AN UNREADABLE DATE ARE DROPPED AND
      *         COUNTED ON THE CONTROL REPORT.
      *
      *         THE GAMEHIST.DAT GAME-HISTORY STORE IS NOT PURGED: IT
      *         HOLDS EVERY GAME WITH ITS MOVES, SO THE HISTORY THE
      *         BATCH JOBS AND TTTREPLY READ FROM IT DOES NOT SHRINK
      *         WHEN THE LOGS ARE ROLLED OUT TO THE ARCHIVES.
      *
      *         THE JOB RUNS IN TWO PHASES SO IT IS SAFE TO RE-RUN
      *         AFTER AN ABEND:
      *
      *         REWRITTEN LIVE FILE. EVERY FULL RUN GETS ITS OWN
      *         STAMP, SO NO RUN EVER OVERWRITES AN EARLIER RUN'S
      *         ARCHIVE, AND AN EMPTY ARCHIVE IS NOT CREATED AT ALL.
      *
      *         THE CONTROL REPORT COUNTS (READ, ARCHIVED, KEPT AND
      *         DROPPED FOR EACH LOG) ARE POSTED TO THE CONTROL-TOTALS
      *         LEDGER (TTTPOST), DATED WITH THE CUTOFF, FOR THE
      *         TTTBAL BALANCING STEP.
      ******************************************************************
      /
       ENVIRONMENT DIVISION.
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS  IS GAME-NEW-STATUS.

           SELECT CATALOG-FILE ASSIGN TO "TTTARCH.CTL"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS  IS CATALOG-FILE-STATUS.

           SELECT CONTROL-FILE ASSIGN TO "TTTHSKP.CTL"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS  IS CONTROL-FILE-STATUS.
       FD  GAME-NEW-FILE.
       01 GAME-NEW-RECORD        PIC X(45).

       FD  CATALOG-FILE.
           COPY "ARCHCREC.CPY".

       FD  CONTROL-FILE.
       01 CONTROL-RECORD.
          05 CTL-PHASE           PIC X(08).
      * RUN-STAMPED ARCHIVES STAY LOCAL TO THE JOB.
           COPY "CONFREC.CPY".

      * CONTROL-TOTAL POSTING INTERFACE - SEE TTTPOST
           COPY "POSTREC.CPY".


      * LIVE-SESSION REGISTRY (SESSIONS.DAT) - THIS JOB REWRITES
      * FILES A LIVE SESSION HOLDS OPEN, SO IT REFUSES TO RUN WHILE
       77 MOVE-NEW-STATUS        PIC  X(2)  VALUE SPACES.
       77 GAME-NEW-STATUS        PIC  X(2)  VALUE SPACES.
       77 CONTROL-FILE-STATUS    PIC  X(2)  VALUE SPACES.
       77 CATALOG-FILE-STATUS    PIC  X(2)  VALUE SPACES.
       77 REPORT-FILE-STATUS     PIC  X(2)  VALUE SPACES.

       77 FLAG-MOVE-LOG-EOF      PIC  X(1)  VALUE "N".
           88 GAME-ARCH-MADE           VALUE "Y".
           88 GAME-ARCH-NOT-MADE       VALUE "N".

      * SET WHEN AN ARCHIVE MADE THIS RUN COULD NOT BE ADDED TO THE
      * TTTARCH.CTL CATALOG - THE FILE EXISTS BUT LATER JOBS WILL NOT
      * FIND IT, SO THE RUN ENDS WITH EXIT STATUS 8
       77 FLAG-MOVE-ARCH-CAT     PIC  X(1)  VALUE "Y".
           88 MOVE-ARCH-CATALOGED      VALUE "Y".
           88 MOVE-ARCH-NOT-CATALOGED  VALUE "N".
       77 FLAG-GAME-ARCH-CAT     PIC  X(1)  VALUE "Y".
           88 GAME-ARCH-CATALOGED      VALUE "Y".
           88 GAME-ARCH-NOT-CATALOGED  VALUE "N".
       77 WS-MOVE-CAT-STATUS     PIC  X(2)  VALUE SPACES.
       77 WS-GAME-CAT-STATUS     PIC  X(2)  VALUE SPACES.

      * RETENTION CONTROL
       77 WS-RETDAYS-X           PIC  X(3)  VALUE SPACES.
       77 WS-RETDAYS-JUST        PIC  X(3)  VALUE SPACES
       77 WS-GAME-KEPT           PIC  9(7)  VALUE ZERO.
       77 WS-GAME-DROPPED        PIC  9(7)  VALUE ZERO.

      * RECORDS COPIED INTO THE ARCHIVE BEING MADE - THE COUNT THE
      * CATALOG CARRIES. COUNTED OFF THE WORK FILE AS IT IS COPIED,
      * SO A RUN RESTARTED IN THE REBUILD PHASE CATALOGS THE TRUE
      * FIGURE EVEN FROM A MARKER THAT PREDATES THE CARRIED COUNTS.
       77 WS-ARCH-COPIED         PIC  9(7)  VALUE ZERO.

      * CONTROL REPORT DETAIL LINE WORK AREA
       01 WS-COUNT-LINE.
          05 WS-CT-FILE          PIC  X(12).
           PERFORM MARK-PHASE-COMPLETE

           PERFORM PRINT-CONTROL-REPORT
           PERFORM POST-CONTROL-TOTALS

      * ... SET LAST, SO NO CALL ABOVE CAN CLEAR IT
           IF MOVE-ARCH-NOT-CATALOGED
           OR GAME-ARCH-NOT-CATALOGED
              MOVE 8 TO RETURN-CODE
           END-IF

           STOP RUN
           .
           IF NOT WORK-EOF
              OPEN OUTPUT MOVE-ARCH-FILE
              SET MOVE-ARCH-MADE TO TRUE
              MOVE ZERO TO WS-ARCH-COPIED
              PERFORM UNTIL WORK-EOF
                 WRITE MOVE-ARCH-RECORD FROM MOVE-ARCHW-RECORD
                 ADD 1 TO WS-ARCH-COPIED
                 READ MOVE-ARCHW-FILE
                    AT END
                       SET WORK-EOF TO TRUE
                 END-READ
              END-PERFORM
              CLOSE MOVE-ARCH-FILE

              MOVE SPACES            TO ARCHIVE-CATALOG-RECORD
              SET ARC-MOVE-LOG       TO TRUE
              MOVE WS-ARCH-COPIED    TO ARC-RECORD-COUNT
              MOVE WS-MOVE-ARCH-NAME TO ARC-FILE-NAME
              PERFORM CATALOG-ARCHIVE
           END-IF

           IF MOVE-ARCHW-STATUS NOT = "35"
           IF NOT WORK-EOF
              OPEN OUTPUT GAME-ARCH-FILE
              SET GAME-ARCH-MADE TO TRUE
              MOVE ZERO TO WS-ARCH-COPIED
              PERFORM UNTIL WORK-EOF
                 WRITE GAME-ARCH-RECORD FROM GAME-ARCHW-RECORD
                 ADD 1 TO WS-ARCH-COPIED
                 READ GAME-ARCHW-FILE
                    AT END
                       SET WORK-EOF TO TRUE
                 END-READ
              END-PERFORM
              CLOSE GAME-ARCH-FILE

              MOVE SPACES            TO ARCHIVE-CATALOG-RECORD
              SET ARC-GAME-LOG       TO TRUE
              MOVE WS-ARCH-COPIED    TO ARC-RECORD-COUNT
              MOVE WS-GAME-ARCH-NAME TO ARC-FILE-NAME
              PERFORM CATALOG-ARCHIVE
           END-IF

           IF GAME-ARCHW-STATUS NOT = "35"
              CLOSE GAME-ARCHW-FILE
           END-IF
           .

      * ... ADD THE ARCHIVE JUST MADE TO THE TTTARCH.CTL CATALOG
       CATALOG-ARCHIVE.
           MOVE WS-RUN-DATE    TO ARC-RUN-DATE
           MOVE WS-RUN-TIME    TO ARC-RUN-TIME
           MOVE WS-CUTOFF-DATE TO ARC-CUTOFF-DATE

           OPEN EXTEND CATALOG-FILE
           IF CATALOG-FILE-STATUS = "35"
              OPEN OUTPUT CATALOG-FILE
           END-IF
           IF CATALOG-FILE-STATUS = "00"
              WRITE ARCHIVE-CATALOG-RECORD
              IF CATALOG-FILE-STATUS NOT = "00"
                 PERFORM CATALOG-ARCHIVE-FAILED
              END-IF
              CLOSE CATALOG-FILE
           ELSE
              PERFORM CATALOG-ARCHIVE-FAILED
           END-IF
           .

      * ... KEEP THE STATUS AGAINST THE LOG WHOSE ARCHIVE IT WAS, FOR
      * ... THE CONTROL REPORT
       CATALOG-ARCHIVE-FAILED.
           DISPLAY "TTTHSKP: ARCHIVE " ARC-FILE-NAME
                   " NOT CATALOGED - STATUS " CATALOG-FILE-STATUS
           IF ARC-MOVE-LOG
              MOVE CATALOG-FILE-STATUS TO WS-MOVE-CAT-STATUS
              SET MOVE-ARCH-NOT-CATALOGED TO TRUE
           ELSE
              MOVE CATALOG-FILE-STATUS TO WS-GAME-CAT-STATUS
              SET GAME-ARCH-NOT-CATALOGED TO TRUE
           END-IF
           .
      /
      * --------------------------------------------------------------
      *   REBUILD PHASE - REPLACE EACH LIVE FILE WITH THE CONTENTS OF
           END-EVALUATE
           WRITE REPORT-LINE

           IF MOVE-ARCH-NOT-CATALOGED
              MOVE SPACES TO REPORT-LINE
              STRING "ARCHIVE NOT CATALOGED - " DELIMITED BY SIZE
                     WS-MOVE-ARCH-NAME          DELIMITED BY "  "
                     " - STATUS "               DELIMITED BY SIZE
                     WS-MOVE-CAT-STATUS         DELIMITED BY SIZE
                     INTO REPORT-LINE
              WRITE REPORT-LINE
           END-IF

           IF GAME-ARCH-NOT-CATALOGED
              MOVE SPACES TO REPORT-LINE
              STRING "ARCHIVE NOT CATALOGED - " DELIMITED BY SIZE
                     WS-GAME-ARCH-NAME          DELIMITED BY "  "
                     " - STATUS "               DELIMITED BY SIZE
                     WS-GAME-CAT-STATUS         DELIMITED BY SIZE
                     INTO REPORT-LINE
              WRITE REPORT-LINE
           END-IF

           CLOSE REPORT-FILE
           .
      /
      * --------------------------------------------------------------
      *   POST THE CONTROL REPORT COUNTS TO THE LEDGER - EVERYTHING
      *   DATED BEFORE THE CUTOFF WAS ELIGIBLE FOR THE ARCHIVE
      * --------------------------------------------------------------
       POST-CONTROL-TOTALS.
           MOVE "TTTHSKP"              TO PST-STEP-NAME
           MOVE ZERO                   TO PST-DATA-FROM
           MOVE WS-CUTOFF-DATE         TO PST-DATA-TO

           MOVE "MOVES-READ"           TO PST-TOTAL-NAME
           MOVE WS-MOVE-READ           TO PST-TOTAL-VALUE
           CALL "TTTPOST" USING TTT-POST-AREA

           MOVE "MOVES-ARCHIVED"       TO PST-TOTAL-NAME
           MOVE WS-MOVE-ARCHIVED       TO PST-TOTAL-VALUE
           CALL "TTTPOST" USING TTT-POST-AREA

           MOVE "MOVES-KEPT"           TO PST-TOTAL-NAME
           MOVE WS-MOVE-KEPT           TO PST-TOTAL-VALUE
           CALL "TTTPOST" USING TTT-POST-AREA

           MOVE "MOVES-DROPPED"        TO PST-TOTAL-NAME
           MOVE WS-MOVE-DROPPED        TO PST-TOTAL-VALUE
           CALL "TTTPOST" USING TTT-POST-AREA

           MOVE "GAMES-READ"           TO PST-TOTAL-NAME
           MOVE WS-GAME-READ           TO PST-TOTAL-VALUE
           CALL "TTTPOST" USING TTT-POST-AREA

           MOVE "GAMES-ARCHIVED"       TO PST-TOTAL-NAME
           MOVE WS-GAME-ARCHIVED       TO PST-TOTAL-VALUE
           CALL "TTTPOST" USING TTT-POST-AREA

           MOVE "GAMES-KEPT"           TO PST-TOTAL-NAME
           MOVE WS-GAME-KEPT           TO PST-TOTAL-VALUE
           CALL "TTTPOST" USING TTT-POST-AREA

           MOVE "GAMES-DROPPED"        TO PST-TOTAL-NAME
           MOVE WS-GAME-DROPPED        TO PST-TOTAL-VALUE
           CALL "TTTPOST" USING TTT-POST-AREA
           .
