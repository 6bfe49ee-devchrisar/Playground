      *> -------------------------------------------------------------- *
      *> RECORDBOOK.CPY                                                 *
      *> SHARED RECORD LAYOUT FOR RECORDBOOK.DAT, THE RECORDS BOOK.     *
      *> REBUILT IN FULL BY RECORDSBOOK FROM EVERY FINAL GAME ON THE    *
      *> GAME FILE: THE TOP ENTRIES OF EACH CATEGORY, ALL-TIME (SEASON  *
      *> ZERO) AND PER SEASON. RECB-SET-DATE IS THE RUN DATE ON WHICH   *
      *> THE GAME FIRST ENTERED THAT LIST AND IS CARRIED FORWARD WHILE  *
      *> THE GAME STAYS ON IT.                                          *
      *> CATEGORIES: AT ATTENDANCE, MV MARGIN OF VICTORY, CR COMBINED   *
      *> RUNS, IN INNINGS PLAYED, SO SHUTOUT (WINNING RUNS).            *
      *> -------------------------------------------------------------- *
       01 RECORDBOOKRECORD.
          05 RECB-KEY.
             10 RECB-CATEGORY     PIC X(2).
             10 RECB-SEASON       PIC 9(4).
             10 RECB-RANK         PIC 9(2).
          05 RECB-VALUE           PIC 9(5).
          05 RECB-GAME-CODE       PIC X(36).
          05 RECB-DATE            PIC X(10).
          05 RECB-HOME-TEAM       PIC X(12).
          05 RECB-AWAY-TEAM       PIC X(12).
          05 RECB-HOME-SCORE      PIC 99.
          05 RECB-AWAY-SCORE      PIC 99.
          05 RECB-VENUE           PIC X(20).
          05 RECB-SET-DATE        PIC 9(8).
