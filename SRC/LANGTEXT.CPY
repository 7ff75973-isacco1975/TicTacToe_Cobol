       05 FILLER PIC X(08) VALUE "TEMPO:".
       05 FILLER PIC X(12) VALUE "PIN:".
       05 FILLER PIC X(40) VALUE "PIN ERRATO O ID BLOCCATO - RIPROVA".
       05 FILLER PIC X(40) VALUE "E' LA PARTITA DEL TORNEO?".
       05 FILLER PIC X(10) VALUE "SI".
       05 FILLER PIC X(10) VALUE "NO".
       05 FILLER PIC X(08) VALUE "TURNO".
       05 FILLER PIC X(08) VALUE "INCONTRO".
       05 FILLER PIC X(23) VALUE "MODALITA': ALLENAMENTO".
       05 FILLER PIC X(36) VALUE "TROVA LA MOSSA VINCENTE!".
       05 FILLER PIC X(36) VALUE "TROVA LA MOSSA CHE SALVA!".
       05 FILLER PIC X(36) VALUE "  <<< ESATTO! RESET: PROSSIMO >>>".
       05 FILLER PIC X(36) VALUE "  <<< NO - ECCO LA MOSSA GIUSTA >>>".
       05 FILLER PIC X(36) VALUE "NESSUN ESERCIZIO ATTIVO".
      *    --- ENGLISH ---
       05 FILLER PIC X(40) VALUE "TIC TAC TOE BY ISAAC GARCIA PEVERI".
       05 FILLER PIC X(20) VALUE "TIC TAC TOE".
       05 FILLER PIC X(08) VALUE "TIME:".
       05 FILLER PIC X(12) VALUE "PIN:".
       05 FILLER PIC X(40) VALUE "WRONG PIN OR LOCKED ID - TRY AGAIN".
       05 FILLER PIC X(40) VALUE "IS THIS THE TOURNAMENT MATCH?".
       05 FILLER PIC X(10) VALUE "YES".
       05 FILLER PIC X(10) VALUE "NO".
       05 FILLER PIC X(08) VALUE "ROUND".
       05 FILLER PIC X(08) VALUE "MATCH".
       05 FILLER PIC X(23) VALUE "MODE: TRAINING".
       05 FILLER PIC X(36) VALUE "FIND THE WINNING MOVE!".
       05 FILLER PIC X(36) VALUE "FIND THE MOVE THAT SAVES IT!".
       05 FILLER PIC X(36) VALUE "  <<< CORRECT! RESET: NEXT >>>".
       05 FILLER PIC X(36) VALUE "  <<< NO - SEE THE RIGHT MOVE >>>".
       05 FILLER PIC X(36) VALUE "NO ACTIVE PUZZLES ON FILE".

       01 LANG-TEXT-TABLE REDEFINES LANG-TEXT-VALUES.
          05 LANG-TEXT-ROW OCCURS 2 TIMES INDEXED BY LANG-IDX.
             10 LANG-CLOCK-LABEL PIC X(08).
             10 LANG-PIN-LABEL PIC X(12).
             10 LANG-PIN-REJECTED PIC X(40).
             10 LANG-TOURN-PROMPT PIC X(40).
             10 LANG-YES-BUTTON PIC X(10).
             10 LANG-NO-BUTTON PIC X(10).
             10 LANG-ROUND-LABEL PIC X(08).
             10 LANG-MATCH-LABEL PIC X(08).
             10 LANG-MODE-TR PIC X(23).
             10 LANG-PUZZLE-WIN PIC X(36).
             10 LANG-PUZZLE-SAVE PIC X(36).
             10 LANG-PUZZLE-SOLVED PIC X(36).
             10 LANG-PUZZLE-MISSED PIC X(36).
             10 LANG-NO-PUZZLES PIC X(36).
