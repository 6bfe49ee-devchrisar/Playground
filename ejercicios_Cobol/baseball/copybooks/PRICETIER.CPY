      *> -------------------------------------------------------------- *
      *> PRICETIER.CPY                                                  *
      *> SHARED RECORD LAYOUT FOR PRICETIER.DAT, THE TICKET PRICE-TIER  *
      *> MASTER. ONE RECORD PER VENUE (AS IN VENUEIDX) AND SEASON WITH  *
      *> THE AVERAGE TICKET PRICE FOR WEEKDAY, WEEKEND (SATURDAY AND    *
      *> SUNDAY) AND PREMIUM GAMES. PREMIUM GAMES ARE THE DATES LISTED  *
      *> IN PRICE-PREMIUM-DATE (YYYY-MM-DD, AS DATE-IDX; OPENING DAY,   *
      *> HOLIDAYS, RIVALRY SERIES); A PREMIUM DATE WINS OVER WEEKEND.   *
      *> MAINTAINED FROM MAINTAINVENUEFILE; READ BY REVENUEREPORT.      *
      *> -------------------------------------------------------------- *
       01 PRICETIERRECORD.
          05 PRICE-KEY.
             10 PRICE-VENUE       PIC X(20).
             10 PRICE-SEASON      PIC 9(4).
          05 PRICE-WEEKDAY        PIC 9(3)V99.
          05 PRICE-WEEKEND        PIC 9(3)V99.
          05 PRICE-PREMIUM        PIC 9(3)V99.
          05 PRICE-PREMIUM-COUNT  PIC 9(2).
          05 PRICE-PREMIUM-DATE   PIC X(10) OCCURS 12 TIMES.
