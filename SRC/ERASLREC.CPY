      * ----------------------------------------------------------------
      *   RECORD LAYOUT FOR THE ERASURE RUN LOG (TTTERASE.CTL) - ONE
      *   ROW APPENDED BY TTTERASE FOR EVERY CONFIRMED ERASURE, BEFORE
      *   THE FIRST FILE IS TOUCHED. TTTREST READS IT TO TELL WHETHER
      *   A BACKUP SET WAS TAKEN BEFORE AN ERASURE AND SO STILL HOLDS
      *   NAMES THAT HAVE SINCE BEEN TAKEN OUT. THE LOG IS NEVER PART
      *   OF A BACKUP SET, SO A RESTORE CANNOT ROLL IT BACK.
      * ----------------------------------------------------------------
       01 ERASURE-LOG-RECORD.
          05 ERL-RUN-DATE           PIC 9(08).
          05 FILLER                 PIC X(01).
          05 ERL-RUN-TIME           PIC 9(06).
          05 FILLER                 PIC X(01).
          05 ERL-OPERATORS          PIC 9(03).
          05 FILLER                 PIC X(01).
          05 ERL-CUTOFF-DATE        PIC 9(08).
