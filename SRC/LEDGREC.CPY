      * ----------------------------------------------------------------
      *   RECORD LAYOUT FOR THE CONTROL-TOTALS LEDGER (TTTLEDGR.DAT)
      *   ONE ROW PER CONTROL TOTAL A BATCH STEP POSTS, KEYED BY THE
      *   RUN DATE, THE STEP AND THE NAME OF THE TOTAL. A STEP RE-RUN
      *   THE SAME NIGHT REPLACES ITS EARLIER ROWS RATHER THAN ADDING
      *   TO THEM. POSTED THROUGH THE TTTPOST SUBPROGRAM (SEE
      *   POSTREC.CPY) AND PROVED EACH NIGHT BY THE TTTBAL BALANCING
      *   STEP.
      * ----------------------------------------------------------------
       01 LEDGER-RECORD.
          05 LDG-KEY.
             10 LDG-RUN-DATE        PIC 9(08).
             10 LDG-STEP-NAME       PIC X(08).
             10 LDG-TOTAL-NAME      PIC X(16).
          05 LDG-TOTAL-VALUE        PIC 9(11).
      *   THE DATES THE TOTAL COVERS (E.G. THE EXTRACT RANGE OR THE
      *   LEAGUE MONTH) - ZERO WHEN THE TOTAL IS NOT DATE-BOUNDED
          05 LDG-DATA-FROM          PIC 9(08).
          05 LDG-DATA-TO            PIC 9(08).
          05 LDG-POSTED-TIME        PIC 9(06).
          05 FILLER                 PIC X(15).
