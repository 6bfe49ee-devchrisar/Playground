      *> -------------------------------------------------------------- *
      *> MAKEUPLINK.CPY                                                 *
      *> SHARED RECORD LAYOUT FOR MAKEUPLINK.DAT, THE MAKEUP-GAME LINK  *
      *> FILE. ONE RECORD PER POSTPONED OR SUSPENDED GAME THAT HAS BEEN *
      *> MADE UP, KEYED BY THAT GAME'S CODE AND CARRYING THE CODE OF    *
      *> THE GAME THAT REPLACED IT (A UNIQUE ALTERNATE KEY: ONE GAME    *
      *> CANNOT MAKE UP TWO). MAINTAINED FROM MAINTAININDEXFILE; A      *
      *> NON-FINAL GAME WITH NO RECORD HERE IS STILL OWED.              *
      *> -------------------------------------------------------------- *
       01 MAKEUPLINKRECORD.
          05 MAKEUP-POSTPONED-CODE PIC X(36).
          05 MAKEUP-GAME-CODE      PIC X(36).
          05 MAKEUP-LINK-DATE      PIC 9(8).
          05 MAKEUP-LINKED-BY      PIC X(8).
