      *> an under-level operator a sensitive action. With no
      *> operator file shipped the id falls back to the session
      *> environment and the level to 9, the way the keymap falls
      *> back to its defaults. SET-OPERATOR is the batch side: a
      *> program with no sign-on names itself here and its audit
      *> lines are stamped with that id.
           05 UTIL-OPERATOR-ID      PIC X(20).
           05 UTIL-AUTH-LEVEL       PIC 9.
      *> PRINT-SCREEN captures the window this points at to the
      *> window this points at; its wgetch then returns ERR after
      *> the configured idle period and the loop calls LOCK-CONSOLE.
           05 UTIL-IDLE-WIN-ID      USAGE POINTER.
      *> CHANGE-PIN changes the signed-on operator's own PIN;
      *> RESET-PIN (a new temporary PIN) and UNLOCK-OPERATOR act on
      *> UTIL-PIN-TARGET-ID and need a level 9 session. Each answers
      *> 'Y' or 'N' in UTIL-PIN-RESULT with the reason in
      *> UTIL-PIN-MESSAGE.
           05 UTIL-PIN-TARGET-ID    PIC X(8).
           05 UTIL-PIN-RESULT       PIC X.
              88 UTIL-PIN-CHANGED        VALUE 'Y'.
           05 UTIL-PIN-MESSAGE      PIC X(40).
