          05 OPR-STATUS             PIC X(01).
             88 OPR-ACTIVE              VALUE "A".
             88 OPR-INACTIVE            VALUE "I".
      *      AN ERASED ROW IS KEYED ON ITS ANONYMOUS TOKEN (TTTERASE)
      *      AND CAN NEVER SIGN ON OR BE REACTIVATED
             88 OPR-ERASED              VALUE "E".
          05 OPR-DATE-ADDED         PIC 9(08).
          05 OPR-DATE-CHANGED       PIC 9(08).
      *   SIGN-ON CONTROLS, CARVED FROM THE OLD FILLER (THE RECORD
