       PROGRAM-ID.          TTTAUTH.
       AUTHOR.              ISAAC GARCIA PEVERI
       DATE-WRITTEN.        01.09.2026.
      * LAST EDIT           15.10.2026.
       REMARKS.             PIN SIGN-ON CHECK FOR THE TICTACTOE SUITE,
                             IN ONE PLACE - CALLED WITH TTT-AUTH-AREA
                             (SEE AUTHREC.CPY) BY TICTACTOE AT THE
           END-IF

           EVALUATE TRUE
      * ...   AN ERASED ROW CARRIES NO PERSON - IT NEVER SIGNS ON
              WHEN OPR-ERASED
                   MOVE "N" TO AUTH-RESULT
              WHEN OPR-LOCKED
                   MOVE "L" TO AUTH-RESULT
              WHEN AUTH-REQUIRED-ROLE = "S" AND NO-SUPERVISOR-YET
