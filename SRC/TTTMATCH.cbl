       PROGRAM-ID.          TTTMATCH.
       AUTHOR.              ISAAC GARCIA PEVERI
       DATE-WRITTEN.        22.08.2026.
      * LAST EDIT           15.10.2026.
       REMARKS.             HEAD-TO-HEAD LISTING OF TWO-PLAYER MATCH
                             RESULTS - READS MATCHLOG.DAT (WRITTEN BY
                             TICTACTOE IN 2-PLAYER MODE) AND PRINTS,
                             GAMES PLAYED, GAMES WON BY EACH SIDE AND
                             GAMES DRAWN. THE PAIR IS THE SAME
                             WHICHEVER CHAIR EACH PLAYER SAT IN.
                             TOURNAMENT GAMES (TAGGED AT THE BOARD
                             WITH THEIR BRACKET ROUND AND MATCH) ARE
                             LISTED APART FROM CASUAL ONES.
      /
      ******************************************************************
      * WRITTEN IN ACUCOBOL-GT 7.0.0

       77 WS-RUN-DATE            PIC  9(8)  VALUE ZERO.
       77 WS-MATCHES-READ        PIC  9(7)  VALUE ZERO.
       77 WS-TOURNAMENT-READ     PIC  9(7)  VALUE ZERO.
       77 WS-CASUAL-READ         PIC  9(7)  VALUE ZERO.

      * KIND OF GAME IN HAND, AND THE KIND THE SECTION BEING PRINTED
      * LISTS - "T" TOURNAMENT, "C" CASUAL
       77 WS-GAME-KIND           PIC  X(1)  VALUE SPACES.
       77 WS-PRINT-KIND          PIC  X(1)  VALUE SPACES.
       77 WS-PRINTED-COUNT       PIC  9(3)  VALUE ZERO.

      * THE PAIR UNDER CONSTRUCTION - SIDE A IS ALWAYS THE LOWER
      * NAME, SO MARIO VS LUIGI AND LUIGI VS MARIO LAND ON THE SAME

       01 WS-PAIR-TABLE.
          05 WS-PR-ENTRY OCCURS 200 TIMES.
             10 WS-PR-KIND             PIC X(1).
             10 WS-PR-SIDE-A           PIC X(20).
             10 WS-PR-SIDE-B           PIC X(20).
             10 WS-PR-PLAYED           PIC 9(5).
          05 WS-HD-RUN-DATE      PIC  9(08).

       01 WS-TRAILER-LINE.
          05 WS-TR-LABEL         PIC  X(30).
          05 WS-TR-VALUE         PIC  ZZZZZZ9.

       PROCEDURE  DIVISION.
       MAIN-LOGIC.
       TALLY-ONE-MATCH.
           ADD 1 TO WS-MATCHES-READ

           IF MTC-CASUAL-GAME
              MOVE "C" TO WS-GAME-KIND
              ADD 1 TO WS-CASUAL-READ
           ELSE
              MOVE "T" TO WS-GAME-KIND
              ADD 1 TO WS-TOURNAMENT-READ
           END-IF

           IF MTC-PLAYER1-ID <= MTC-PLAYER2-ID
              MOVE MTC-PLAYER1-ID TO WS-SIDE-A
              MOVE MTC-PLAYER2-ID TO WS-SIDE-B
      * --------------------------------------------------------------
      *   LOOK UP THE PAIR'S TABLE ENTRY, ADDING A FRESH ONE THE
      *   FIRST TIME A PAIR IS SEEN (SAME FIND-OR-ADD CONVENTION AS
      *   TTTREPRT). LEAVES THE SUBSCRIPT IN WS-PAIR-FOUND-IDX. A PAIR
      *   THAT HAS MET BOTH IN THE TOURNAMENT AND CASUALLY HAS ONE
      *   ENTRY OF EACH KIND.
      * --------------------------------------------------------------
       FIND-OR-ADD-PAIR.
           MOVE ZERO TO WS-PAIR-FOUND-IDX
                   UNTIL WS-PAIR-IDX > WS-PAIR-COUNT
              IF WS-PR-SIDE-A(WS-PAIR-IDX) = WS-SIDE-A
                 AND WS-PR-SIDE-B(WS-PAIR-IDX) = WS-SIDE-B
                 AND WS-PR-KIND(WS-PAIR-IDX)   = WS-GAME-KIND
                 MOVE WS-PAIR-IDX TO WS-PAIR-FOUND-IDX
              END-IF
           END-PERFORM
      * SUBSCRIPTING ON A ZERO INDEX.
                 MOVE 200           TO WS-PAIR-FOUND-IDX
              END-IF
              MOVE WS-GAME-KIND TO WS-PR-KIND(WS-PAIR-FOUND-IDX)
              MOVE WS-SIDE-A TO WS-PR-SIDE-A(WS-PAIR-FOUND-IDX)
              MOVE WS-SIDE-B TO WS-PR-SIDE-B(WS-PAIR-FOUND-IDX)
              MOVE ZERO TO WS-PR-PLAYED(WS-PAIR-FOUND-IDX)
           .
      /
      * --------------------------------------------------------------
      *   PRINT THE HEAD-TO-HEAD TABLE - TOURNAMENT GAMES FIRST, THEN
      *   CASUAL ONES, EACH IN ITS OWN SECTION
      * --------------------------------------------------------------
       PRINT-REPORT.
           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE "T" TO WS-PRINT-KIND
           MOVE "TOURNAMENT MATCHES" TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM PRINT-PAIR-SECTION

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE "C" TO WS-PRINT-KIND
           MOVE "CASUAL MATCHES" TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM PRINT-PAIR-SECTION

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE "MATCHES READ"        TO WS-TR-LABEL
           MOVE WS-MATCHES-READ       TO WS-TR-VALUE
           PERFORM PRINT-TRAILER-LINE

           MOVE "  TOURNAMENT"        TO WS-TR-LABEL
           MOVE WS-TOURNAMENT-READ    TO WS-TR-VALUE
           PERFORM PRINT-TRAILER-LINE

           MOVE "  CASUAL"            TO WS-TR-LABEL
           MOVE WS-CASUAL-READ        TO WS-TR-VALUE
           PERFORM PRINT-TRAILER-LINE

           CLOSE REPORT-FILE
           .

      * --------------------------------------------------------------
      *   ONE SECTION OF THE TABLE - THE PAIRS OF WS-PRINT-KIND
      * --------------------------------------------------------------
       PRINT-PAIR-SECTION.
           MOVE SPACES TO REPORT-LINE
           STRING "PLAYER A                PLAYER B"
                  "               PLAYED  A WON  B WON  DRAWN"
                  INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE ZERO TO WS-PRINTED-COUNT
           PERFORM VARYING WS-PAIR-IDX FROM 1 BY 1
                   UNTIL WS-PAIR-IDX > WS-PAIR-COUNT
              IF WS-PR-KIND(WS-PAIR-IDX) = WS-PRINT-KIND
                 ADD 1 TO WS-PRINTED-COUNT
                 MOVE WS-PR-SIDE-A(WS-PAIR-IDX) TO WS-PL-SIDE-A
                 MOVE WS-PR-SIDE-B(WS-PAIR-IDX) TO WS-PL-SIDE-B
                 MOVE WS-PR-PLAYED(WS-PAIR-IDX) TO WS-PL-PLAYED
                 MOVE WS-PR-A-WON(WS-PAIR-IDX)  TO WS-PL-A-WON
                 MOVE WS-PR-B-WON(WS-PAIR-IDX)  TO WS-PL-B-WON
                 MOVE WS-PR-DRAWN(WS-PAIR-IDX)  TO WS-PL-DRAWN
                 MOVE SPACES                    TO REPORT-LINE
                 MOVE WS-PAIR-LINE              TO REPORT-LINE
                 WRITE REPORT-LINE
              END-IF
           END-PERFORM

           IF WS-PRINTED-COUNT = ZERO
              IF WS-PRINT-KIND = "T"
                 MOVE "NO TOURNAMENT MATCHES ON FILE" TO REPORT-LINE
              ELSE
                 MOVE "NO CASUAL MATCHES ON FILE"     TO REPORT-LINE
              END-IF
              WRITE REPORT-LINE
           END-IF
           .

       PRINT-TRAILER-LINE.
           MOVE SPACES          TO REPORT-LINE
           MOVE WS-TRAILER-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           .
