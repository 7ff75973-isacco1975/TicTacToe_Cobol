       IDENTIFICATION       DIVISION.
       PROGRAM-ID.          TTTPOST.
       AUTHOR.              ISAAC GARCIA PEVERI
       DATE-WRITTEN.        15.10.2026.
      * LAST EDIT           15.10.2026.
       REMARKS.             CONTROL-TOTAL POSTING FOR THE TICTACTOE
                             BATCH SUITE, IN ONE PLACE - CALLED WITH
                             TTT-POST-AREA (SEE POSTREC.CPY) BY EVERY
                             BATCH STEP FOR EACH OF ITS KEY COUNTS.
                             FILES THE TOTAL ON THE TTTLEDGR.DAT
                             LEDGER UNDER THE NIGHT'S RUN DATE AND THE
                             STEP NAME, REPLACING WHAT A RE-RUN OF THE
                             SAME STEP POSTED EARLIER THE SAME NIGHT.
      /
      ******************************************************************
      * WRITTEN IN ACUCOBOL-GT 7.0.0
      *         TIC TAC TOE CONTROL-TOTAL POSTING
      *
      *         THE RUN DATE IS TTTLDGDATE WHEN TTTNIGHT SET IT (THE
      *         DATE THE NIGHT STARTED), OTHERWISE TODAY. THE LEDGER
      *         IS CREATED ON THE FIRST POSTING. A POSTING THAT CANNOT
      *         BE FILED NEVER STOPS THE CALLER - IT COMES BACK NOT
      *         POSTED AND THE TTTBAL BALANCING STEP REPORTS THE TOTAL
      *         AS MISSING.
      ******************************************************************
      /
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.

       INPUT-OUTPUT  SECTION.
       FILE-CONTROL.
           SELECT LEDGER-FILE ASSIGN TO "TTTLEDGR.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              RECORD KEY   IS LDG-KEY
              FILE STATUS  IS LEDGER-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LEDGER-FILE.
           COPY "LEDGREC.CPY".

       WORKING-STORAGE SECTION.

       77 LEDGER-FILE-STATUS     PIC  X(2)  VALUE SPACES.

       77 WS-LEDGER-DATE-X       PIC  X(8)  VALUE SPACES.
       77 WS-LEDGER-DATE         PIC  9(8)  VALUE ZERO.

       LINKAGE SECTION.
           COPY "POSTREC.CPY".

       PROCEDURE  DIVISION USING TTT-POST-AREA.
       MAIN-LOGIC.
           SET PST-NOT-POSTED TO TRUE

           ACCEPT WS-LEDGER-DATE-X FROM ENVIRONMENT "TTTLDGDATE"
           IF WS-LEDGER-DATE-X IS NUMERIC
              MOVE WS-LEDGER-DATE-X TO WS-LEDGER-DATE
           ELSE
              MOVE FUNCTION CURRENT-DATE(1:8) TO WS-LEDGER-DATE
           END-IF

           PERFORM OPEN-LEDGER
           IF LEDGER-FILE-STATUS = "00"
              PERFORM FILE-THE-TOTAL
              CLOSE LEDGER-FILE
           END-IF
           GOBACK
           .
      /
      * --------------------------------------------------------------
      *   OPEN THE LEDGER FOR UPDATE, CREATING IT THE FIRST TIME
      * --------------------------------------------------------------
       OPEN-LEDGER.
           OPEN I-O LEDGER-FILE
           IF LEDGER-FILE-STATUS = "35"
              OPEN OUTPUT LEDGER-FILE
              IF LEDGER-FILE-STATUS = "00"
                 CLOSE LEDGER-FILE
                 OPEN I-O LEDGER-FILE
              END-IF
           END-IF
           .

      * --------------------------------------------------------------
      *   WRITE THE TOTAL, OR REPLACE THE ONE ALREADY ON FILE FOR THE
      *   SAME DATE, STEP AND TOTAL NAME
      * --------------------------------------------------------------
       FILE-THE-TOTAL.
           MOVE SPACES          TO LEDGER-RECORD
           MOVE WS-LEDGER-DATE  TO LDG-RUN-DATE
           MOVE PST-STEP-NAME   TO LDG-STEP-NAME
           MOVE PST-TOTAL-NAME  TO LDG-TOTAL-NAME
           MOVE PST-TOTAL-VALUE TO LDG-TOTAL-VALUE
           MOVE PST-DATA-FROM   TO LDG-DATA-FROM
           MOVE PST-DATA-TO     TO LDG-DATA-TO
           MOVE FUNCTION CURRENT-DATE(9:6) TO LDG-POSTED-TIME

           WRITE LEDGER-RECORD
              INVALID KEY
                 REWRITE LEDGER-RECORD
                    INVALID KEY
                       CONTINUE
                    NOT INVALID KEY
                       SET PST-POSTED TO TRUE
                 END-REWRITE
              NOT INVALID KEY
                 SET PST-POSTED TO TRUE
           END-WRITE
           .
