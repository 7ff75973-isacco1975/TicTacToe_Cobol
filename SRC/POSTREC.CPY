      * ----------------------------------------------------------------
      *   INTERFACE AREA FOR THE TTTPOST CONTROL-TOTAL POSTING
      *   SUBPROGRAM. THE CALLER FILLS ITS STEP NAME, THE NAME AND
      *   VALUE OF ONE CONTROL TOTAL AND THE DATES THE TOTAL COVERS,
      *   THEN CALLS "TTTPOST" USING TTT-POST-AREA ONCE PER TOTAL.
      *
      *   TTTPOST FILES THE TOTAL ON THE TTTLEDGR.DAT LEDGER UNDER
      *   TONIGHT'S RUN DATE - THE DATE TTTNIGHT HANDS DOWN IN
      *   TTTLDGDATE, SO A NIGHT THAT RUNS PAST MIDNIGHT STILL POSTS
      *   TO ONE DATE; TODAY WHEN A STEP IS RUN BY HAND. A TOTAL THE
      *   SAME STEP ALREADY POSTED FOR THE DATE IS REPLACED. A
      *   POSTING THAT CANNOT BE FILED COMES BACK NOT POSTED - THE
      *   STEP CARRIES ON, AND THE BALANCING STEP REPORTS THE GAP.
      * ----------------------------------------------------------------
       01 TTT-POST-AREA.
          05 PST-STEP-NAME          PIC X(08).
          05 PST-TOTAL-NAME         PIC X(16).
          05 PST-TOTAL-VALUE        PIC 9(11).
          05 PST-DATA-FROM          PIC 9(08).
          05 PST-DATA-TO            PIC 9(08).
          05 PST-RESULT             PIC X(01).
             88 PST-POSTED              VALUE "P".
             88 PST-NOT-POSTED          VALUE "N".
