      *> -------------------------------------------------------------- *
      *> SCHEDULE.CPY                                                   *
      *> SHARED RECORD LAYOUT FOR SCHEDULE.DAT, THE SCHEDULE OF GAMES   *
      *> STILL TO BE PLAYED, LOADED BY LOADSCHEDULEFILE. THE KEY IS     *
      *> SEASON, DATE (YYYY-MM-DD, AS DATE-IDX), HOME TEAM AND GAME     *
      *> NUMBER (2 ONLY FOR THE SECOND GAME OF A DOUBLEHEADER). A       *
      *> SCHEDULED GAME STOPS COUNTING AS REMAINING ONCE A FINAL GAME   *
      *> BETWEEN THE SAME HOME AND AWAY TEAMS ON THAT DATE IS ON THE    *
      *> GAME FILE.                                                     *
      *> -------------------------------------------------------------- *
       01 SCHEDULERECORD.
          05 SCHED-KEY.
             10 SCHED-SEASON      PIC 9(4).
             10 SCHED-DATE        PIC X(10).
             10 SCHED-HOME-TEAM   PIC X(12).
             10 SCHED-GAME-NUM    PIC 9(1).
          05 SCHED-AWAY-TEAM      PIC X(12).
          05 SCHED-VENUE          PIC X(20).
