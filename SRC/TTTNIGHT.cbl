       PROGRAM-ID.          TTTNIGHT.
       AUTHOR.              ISAAC GARCIA PEVERI
       DATE-WRITTEN.        01.09.2026.
      * LAST EDIT           15.10.2026.
       REMARKS.             NIGHTLY BATCH DRIVER FOR THE TICTACTOE
                             SUITE. RUNS THE BATCH JOBS IN A DEFINED
                             SEQUENCE FROM A RUN-CONTROL FILE, RECORDS
      *                       THE CONSOLIDATED LOG WHEN THE STEP ENDS
      *         LINES STARTING WITH * ARE COMMENTS. WITH NO RUN FILE
      *         THE WIRED DEFAULT SEQUENCE IS USED:
      *           TTTBACK - TTTRECON - TTTEXTR - TTTREPRT - TTTLEAGE -
      *           TTTHARV - TTTLGCLS (MONTHLY LEAGUE CLOSE) - TTTHSKP
      *           (MONTHLY) - TTTBAL
      *         (TTTBACK TAKES A BACKUP SET BEFORE ANY STEP CHANGES A
      *         FILE, SO A BAD NIGHT CAN BE PUT BACK WITH TTTREST;
      *         TTTRECON PROVES THE TALLY BEFORE TTTEXTR CUTS THE
      *         CORPORATE FEED, AND THE LEAGUE CLOSE BANKS THE MONTH
      *         INTO SEASON.DAT BEFORE THE TTTHSKP PURGE CAN AGE ITS
      *         GAMES AWAY - THAT ORDER IS THE WHOLE POINT).
      *
      *         EVERY STEP POSTS ITS CONTROL TOTALS TO THE TTTLEDGR.DAT
      *         LEDGER UNDER THE NIGHT'S DATE (HANDED DOWN AS
      *         TTTLDGDATE). TTTBAL RUNS LAST AND FAILS THE NIGHT WHEN
      *         THE TOTALS DO NOT AGREE - SEE TTTBAL.LST.
      *
      *         TTTNIGHT.CTL CARRIES THE NIGHT'S DATE AND EACH STEP'S
      *         OUTCOME (OK/FAIL/SKIP); A RE-RUN DATED THE SAME DAY
      *         SKIPS THE STEPS ALREADY MARKED OK OR SKIP. THE
           88 FRESH-NIGHT              VALUE "N".

       77 WS-RUN-DATE            PIC  9(8)  VALUE ZERO.
       77 WS-LEDGER-DATE-X       PIC  X(8)  VALUE SPACES.
       77 WS-RUN-TIME            PIC  9(6)  VALUE ZERO.
       77 WS-LISTING-NAME        PIC  X(40) VALUE SPACES.
       77 WS-STEP-RC             PIC S9(9)  COMP-4 VALUE ZERO.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-RUN-TIME

      * ... EVERY STEP POSTS ITS CONTROL TOTALS UNDER THE DATE THE
      * ... NIGHT STARTED, EVEN A STEP THAT RUNS PAST MIDNIGHT
           MOVE WS-RUN-DATE TO WS-LEDGER-DATE-X
           SET ENVIRONMENT "TTTLDGDATE" TO WS-LEDGER-DATE-X
           .
      /
      * --------------------------------------------------------------
           .

      * --------------------------------------------------------------
      *   THE WIRED DEFAULT NIGHT: TAKE A BACKUP SET FIRST, THEN
      *   RECONCILE, CUT THE CORPORATE FEED, PRINT THE DAILY LISTING,
      *   SCORE THE LEAGUE, HARVEST THE DAY'S MISSED WINS AND SAVES
      *   AS TRAINING PUZZLES (BEFORE ANY PURGE TAKES THEIR MOVES),
      *   AND (FIRST CALENDAR DAY ONLY) CLOSE THE MONTH JUST ENDED
      *   INTO SEASON.DAT AND ONLY THEN RUN THE
      *   HOUSEKEEPING PURGE - THE CLOSE MUST BANK THE MONTH BEFORE
      *   THE RETENTION WINDOW CAN AGE ITS GAMES OUT OF THE LOG; LAST
      *   OF ALL, BALANCE THE CONTROL TOTALS THE STEPS POSTED
      * --------------------------------------------------------------
       WIRE-DEFAULT-SEQUENCE.
           MOVE 9 TO WS-STEP-COUNT

           MOVE 01                TO WS-ST-SEQ(1)
           MOVE "TTTBACK"         TO WS-ST-NAME(1)
           MOVE SPACE             TO WS-ST-MONTHLY(1)
           MOVE "runcbl TTTBACK"  TO WS-ST-COMMAND(1)
           MOVE "TTTBACK.LST"     TO WS-ST-LISTING(1)

           MOVE 02                TO WS-ST-SEQ(2)
           MOVE "TTTRECON"        TO WS-ST-NAME(2)
           MOVE SPACE             TO WS-ST-MONTHLY(2)
           MOVE "runcbl TTTRECON" TO WS-ST-COMMAND(2)
           MOVE "TTTRECON.LST"    TO WS-ST-LISTING(2)

           MOVE 03                TO WS-ST-SEQ(3)
           MOVE "TTTEXTR"         TO WS-ST-NAME(3)
           MOVE SPACE             TO WS-ST-MONTHLY(3)
           MOVE "runcbl TTTEXTR"  TO WS-ST-COMMAND(3)
           MOVE SPACES            TO WS-ST-LISTING(3)

           MOVE 04                TO WS-ST-SEQ(4)
           MOVE "TTTREPRT"        TO WS-ST-NAME(4)
           MOVE SPACE             TO WS-ST-MONTHLY(4)
           MOVE "runcbl TTTREPRT" TO WS-ST-COMMAND(4)
           MOVE CFG-REPORT-FILE(1:20) TO WS-ST-LISTING(4)

           MOVE 05                TO WS-ST-SEQ(5)
           MOVE "TTTLEAGE"        TO WS-ST-NAME(5)
           MOVE SPACE             TO WS-ST-MONTHLY(5)
           MOVE "runcbl TTTLEAGE" TO WS-ST-COMMAND(5)
           MOVE "TTTLEAGE.LST"    TO WS-ST-LISTING(5)

           MOVE 06                TO WS-ST-SEQ(6)
           MOVE "TTTHARV"         TO WS-ST-NAME(6)
           MOVE SPACE             TO WS-ST-MONTHLY(6)
           MOVE "runcbl TTTHARV"  TO WS-ST-COMMAND(6)
           MOVE "TTTHARV.LST"     TO WS-ST-LISTING(6)

      * ... THE LEAGUE CLOSE RUNS UNDER ITS OWN STEP NAME SO THE
      * ... CONTROL FILE CAN TELL IT APART FROM THE REPORTING STEP
           MOVE 07                TO WS-ST-SEQ(7)
           MOVE "TTTLGCLS"        TO WS-ST-NAME(7)
           MOVE "M"               TO WS-ST-MONTHLY(7)
           MOVE "TTTLGFUNC=CLOSE runcbl TTTLEAGE"
                                  TO WS-ST-COMMAND(7)
           MOVE "TTTLEAGE.LST"    TO WS-ST-LISTING(7)

           MOVE 08                TO WS-ST-SEQ(8)
           MOVE "TTTHSKP"         TO WS-ST-NAME(8)
           MOVE "M"               TO WS-ST-MONTHLY(8)
           MOVE "runcbl TTTHSKP"  TO WS-ST-COMMAND(8)
           MOVE "TTTHSKP.LST"     TO WS-ST-LISTING(8)

           MOVE 09                TO WS-ST-SEQ(9)
           MOVE "TTTBAL"          TO WS-ST-NAME(9)
           MOVE SPACE             TO WS-ST-MONTHLY(9)
           MOVE "runcbl TTTBAL"   TO WS-ST-COMMAND(9)
           MOVE "TTTBAL.LST"      TO WS-ST-LISTING(9)

           PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
                   UNTIL WS-STEP-IDX > WS-STEP-COUNT
