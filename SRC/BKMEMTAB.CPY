      * ----------------------------------------------------------------
      *   THE FILES THAT MAKE UP A BACKUP SET, SHARED BY TTTBACK AND
      *   TTTREST. ONE ENTRY PER MEMBER: THE MEMBER CODE (ALSO THE
      *   FIRST PART OF THE IMAGE FILE NAME), THE ORGANIZATION OF THE
      *   LIVE FILE (I = INDEXED, L = LINE SEQUENTIAL) AND THE RECORD
      *   LENGTH. EVERY FILE NAMED IN THE CFG- ENTRIES OF TTTCONF.DAT
      *   IS HERE, PLUS THE TOURNAMENT BRACKET AND THE RUN-CONTROL
      *   FILES OF THE JOBS THAT KEEP A WATERMARK OR A CATALOG. A NEW
      *   MEMBER NEEDS AN ENTRY HERE AND ITS OWN COPY PARAGRAPHS IN
      *   BOTH PROGRAMS. THE ERASURE RUN LOG (TTTERASE.CTL) IS LEFT
      *   OUT ON PURPOSE - TTTREST CHECKS EVERY SET AGAINST IT, SO IT
      *   MUST NEVER BE ROLLED BACK.
      * ----------------------------------------------------------------
       01 BK-MEMBER-VALUES.
          05 FILLER PIC X(12) VALUE "STATS   I048".
          05 FILLER PIC X(12) VALUE "CHECKPT I066".
          05 FILLER PIC X(12) VALUE "OPERMASTI047".
          05 FILLER PIC X(12) VALUE "SEASON  I050".
          05 FILLER PIC X(12) VALUE "PREFS   I032".
          05 FILLER PIC X(12) VALUE "RATINGS I044".
          05 FILLER PIC X(12) VALUE "SESSION I045".
          05 FILLER PIC X(12) VALUE "SESSHISTI083".
          05 FILLER PIC X(12) VALUE "GAMEHISTI256".
          05 FILLER PIC X(12) VALUE "MOVELOG L051".
          05 FILLER PIC X(12) VALUE "GAMELOG L045".
          05 FILLER PIC X(12) VALUE "MATCHLOGL069".
          05 FILLER PIC X(12) VALUE "REPORT  L080".
          05 FILLER PIC X(12) VALUE "TOURNEY L080".
          05 FILLER PIC X(12) VALUE "RATECTL L036".
          05 FILLER PIC X(12) VALUE "LEAGECTLL020".
          05 FILLER PIC X(12) VALUE "NIGHTCTLL025".
          05 FILLER PIC X(12) VALUE "PUZZLES I064".
          05 FILLER PIC X(12) VALUE "PUZZRES L042".
          05 FILLER PIC X(12) VALUE "HARVCTL L014".
          05 FILLER PIC X(12) VALUE "ARCHCTL L065".

       01 BK-MEMBER-TABLE REDEFINES BK-MEMBER-VALUES.
          05 BK-MEMBER-ENTRY OCCURS 21 TIMES.
             10 BK-MEMBER-CODE      PIC X(08).
             10 BK-MEMBER-ORG       PIC X(01).
                88 BK-MEMBER-INDEXED    VALUE "I".
                88 BK-MEMBER-LINE-SEQ   VALUE "L".
             10 BK-MEMBER-LENGTH    PIC 9(03).

       78 WK-BACKUP-MEMBERS              VALUE 21.
