      *> INTERACTIVE MAINTENANCE OF VENUEMASTER.DAT, THE BALLPARK
      *> REFERENCE FILE (NAME, CITY AND SEATING CAPACITY) USED BY THE
      *> VENUE UTILIZATION REPORT.
      *> 15/10/2026 - ADDED OPTIONS 5 TO 7 TO KEEP PRICETIER.DAT, THE
      *>              AVERAGE TICKET PRICE PER VENUE AND SEASON FOR
      *>              WEEKDAY, WEEKEND AND PREMIUM GAMES (WITH THE
      *>              PREMIUM DATES) USED BY THE GATE REVENUE REPORT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS VENUE-CODE.

       SELECT PRICETIER ASSIGN TO "PRICETIER.DAT"
        FILE STATUS IS PRICE-CHECK-KEY
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PRICE-KEY.

       DATA DIVISION.
       FILE SECTION.
       FD VENUEMASTER.
           COPY VENUEMASTER.

       FD PRICETIER.
           COPY PRICETIER.

       WORKING-STORAGE SECTION.

       COPY FECHADIAS.

       01  WS-WORK-AREAS.
           05  FILE-CHECK-KEY      PIC X(2).
               88 RECORDFOUND      VALUE "00".
           05  WS-END-SW           PIC X.
               88 END-OF-VENUES    VALUE "S".
           05  PRICE-CHECK-KEY     PIC X(2).
               88 PRICEFOUND       VALUE "00".
           05  WS-PRICE-EXISTS-SW  PIC X.
               88 PRICE-EXISTS     VALUE "S".
           05  WS-PREMIUM-END-SW   PIC X.
               88 PREMIUM-LIST-DONE VALUE "S".
           05  WS-PREMIUM-IDX      PIC 9(2).
           05  WS-PREMIUM-DATE     PIC X(10).
           05  WS-PREMIUM-FECHA.
               10 WS-PREMIUM-YYYY  PIC X(4).
               10 WS-PREMIUM-MM    PIC X(2).
               10 WS-PREMIUM-DD    PIC X(2).
           05  WS-PREMIUM-FECHA-N REDEFINES WS-PREMIUM-FECHA
                                   PIC 9(8).

       01  WS-PRICE-DISPLAY.
           05  PD-WEEKDAY          PIC ZZ9.99.
           05  PD-WEEKEND          PIC ZZ9.99.
           05  PD-PREMIUM          PIC ZZ9.99.

       01  OPCION-MENU             PIC 9.
           88 OPCION-AGREGAR       VALUE 1.
           88 OPCION-CORREGIR      VALUE 2.
           88 OPCION-BORRAR        VALUE 3.
           88 OPCION-LISTAR        VALUE 4.
           88 OPCION-PRECIOS       VALUE 5.
           88 OPCION-BORRAR-PRECIO VALUE 6.
           88 OPCION-LISTAR-PRECIOS VALUE 7.
           88 OPCION-SALIR         VALUE 8.

       PROCEDURE DIVISION.
       0100-START.
               CLOSE VENUEMASTER
               OPEN I-O VENUEMASTER
           END-IF.
           OPEN I-O PRICETIER.
           IF NOT PRICEFOUND
               OPEN OUTPUT PRICETIER
               CLOSE PRICETIER
               OPEN I-O PRICETIER
           END-IF.

       0200-MOSTRAR-MENU.
           DISPLAY "1. ADD A VENUE".
           DISPLAY "2. CORRECT A VENUE".
           DISPLAY "3. DELETE A VENUE".
           DISPLAY "4. LIST ALL VENUES".
           DISPLAY "5. SET TICKET PRICE TIERS FOR A VENUE AND SEASON".
           DISPLAY "6. DELETE A PRICE TIER".
           DISPLAY "7. LIST ALL PRICE TIERS".
           DISPLAY "8. EXIT".
           ACCEPT OPCION-MENU.
           IF OPCION-AGREGAR
               PERFORM 0300-ADD-VENUE
           IF OPCION-LISTAR
               PERFORM 0600-LIST-VENUES
           END-IF.
           IF OPCION-PRECIOS
               PERFORM 0700-SET-PRICE-TIER
           END-IF.
           IF OPCION-BORRAR-PRECIO
               PERFORM 0800-DELETE-PRICE-TIER
           END-IF.
           IF OPCION-LISTAR-PRECIOS
               PERFORM 0900-LIST-PRICE-TIERS
           END-IF.

       0300-ADD-VENUE.
           MOVE SPACE TO VENUEMASTERRECORD.
                 DISPLAY VENUE-CODE " " VENUE-CITY " " VENUE-CAPACITY
           END-READ.

      *> A PRICE TIER BELONGS TO A VENUE ALREADY ON THE MASTER. THE
      *> PREMIUM DATES TYPED REPLACE THE WHOLE LIST FOR THE SEASON.
       0700-SET-PRICE-TIER.
           MOVE SPACE TO PRICETIERRECORD.
           DISPLAY "ENTER VENUE NAME: " WITH NO ADVANCING.
           ACCEPT PRICE-VENUE.
           MOVE PRICE-VENUE TO VENUE-CODE.
           READ VENUEMASTER
              INVALID KEY
                 DISPLAY "NO VENUE FOUND WITH THAT NAME."
           END-READ.
           IF RECORDFOUND
               DISPLAY "ENTER SEASON (YYYY): " WITH NO ADVANCING
               ACCEPT PRICE-SEASON
               PERFORM 0710-READ-PRICE-TIER
               PERFORM 0720-ACCEPT-PRICES
               IF PRICE-EXISTS
                   REWRITE PRICETIERRECORD
                      INVALID KEY
                         DISPLAY "UNABLE TO REWRITE THE PRICE TIER."
                   END-REWRITE
               ELSE
                   WRITE PRICETIERRECORD
                      INVALID KEY
                         DISPLAY "UNABLE TO WRITE THE PRICE TIER."
                   END-WRITE
               END-IF
           END-IF.

       0710-READ-PRICE-TIER.
           MOVE "N" TO WS-PRICE-EXISTS-SW.
           READ PRICETIER
              INVALID KEY
                 CONTINUE
           END-READ.
           IF PRICEFOUND
               SET PRICE-EXISTS TO TRUE
               MOVE PRICE-WEEKDAY TO PD-WEEKDAY
               MOVE PRICE-WEEKEND TO PD-WEEKEND
               MOVE PRICE-PREMIUM TO PD-PREMIUM
               DISPLAY "CURRENT PRICES - WEEKDAY " PD-WEEKDAY
                  "  WEEKEND " PD-WEEKEND "  PREMIUM " PD-PREMIUM
                  "  PREMIUM DATES " PRICE-PREMIUM-COUNT
           ELSE
               DISPLAY "NEW PRICE TIER FOR THAT VENUE AND SEASON."
           END-IF.

       0720-ACCEPT-PRICES.
           DISPLAY "ENTER AVERAGE WEEKDAY TICKET PRICE: "
             WITH NO ADVANCING.
           ACCEPT PRICE-WEEKDAY.
           DISPLAY "ENTER AVERAGE WEEKEND TICKET PRICE: "
             WITH NO ADVANCING.
           ACCEPT PRICE-WEEKEND.
           DISPLAY "ENTER AVERAGE PREMIUM TICKET PRICE: "
             WITH NO ADVANCING.
           ACCEPT PRICE-PREMIUM.
           MOVE ZERO TO PRICE-PREMIUM-COUNT.
           PERFORM 0725-CLEAR-PREMIUM-DATE
              VARYING WS-PREMIUM-IDX FROM 1 BY 1
              UNTIL WS-PREMIUM-IDX > 12.
           DISPLAY "ENTER UP TO 12 PREMIUM DATES (YYYY-MM-DD), "
              "BLANK TO END.".
           MOVE "N" TO WS-PREMIUM-END-SW.
           PERFORM 0730-ACCEPT-PREMIUM-DATE
              UNTIL PREMIUM-LIST-DONE OR PRICE-PREMIUM-COUNT >= 12.

       0725-CLEAR-PREMIUM-DATE.
           MOVE SPACE TO PRICE-PREMIUM-DATE(WS-PREMIUM-IDX).

      *> A PREMIUM DATE MUST BE A CALENDAR DATE (DATE SERVICE,
      *> PROG0061) IN THE SEASON OF THE TIER.
       0730-ACCEPT-PREMIUM-DATE.
           DISPLAY "PREMIUM DATE: " WITH NO ADVANCING.
           MOVE SPACE TO WS-PREMIUM-DATE.
           ACCEPT WS-PREMIUM-DATE.
           IF WS-PREMIUM-DATE = SPACE
               SET PREMIUM-LIST-DONE TO TRUE
           ELSE
               MOVE WS-PREMIUM-DATE(1:4) TO WS-PREMIUM-YYYY
               MOVE WS-PREMIUM-DATE(6:2) TO WS-PREMIUM-MM
               MOVE WS-PREMIUM-DATE(9:2) TO WS-PREMIUM-DD
               MOVE "N" TO CNV-ESTADO
               IF WS-PREMIUM-FECHA IS NUMERIC
                  AND WS-PREMIUM-DATE(5:1) = "-"
                  AND WS-PREMIUM-DATE(8:1) = "-"
                  AND WS-PREMIUM-YYYY = PRICE-SEASON
                   SET CNV-A-DIAS TO TRUE
                   MOVE WS-PREMIUM-FECHA-N TO CNV-FECHA
                   CALL "PROG0061"
               END-IF
               IF CNV-OK
                   ADD 1 TO PRICE-PREMIUM-COUNT
                   MOVE WS-PREMIUM-DATE
                      TO PRICE-PREMIUM-DATE(PRICE-PREMIUM-COUNT)
               ELSE
                   DISPLAY "NOT A VALID YYYY-MM-DD DATE IN SEASON "
                      PRICE-SEASON "."
               END-IF
           END-IF.

       0800-DELETE-PRICE-TIER.
           DISPLAY "ENTER VENUE NAME: " WITH NO ADVANCING.
           ACCEPT PRICE-VENUE.
           DISPLAY "ENTER SEASON (YYYY): " WITH NO ADVANCING.
           ACCEPT PRICE-SEASON.
           DELETE PRICETIER
              INVALID KEY
                 DISPLAY "NO PRICE TIER FOR THAT VENUE AND SEASON."
           END-DELETE.

       0900-LIST-PRICE-TIERS.
           MOVE "N" TO WS-END-SW.
           MOVE LOW-VALUES TO PRICE-KEY.
           START PRICETIER KEY IS NOT LESS THAN PRICE-KEY
              INVALID KEY MOVE "S" TO WS-END-SW
           END-START.
           PERFORM 0910-LIST-NEXT-PRICE
              UNTIL END-OF-VENUES.

       0910-LIST-NEXT-PRICE.
           READ PRICETIER NEXT RECORD
              AT END MOVE "S" TO WS-END-SW
              NOT AT END
                 MOVE PRICE-WEEKDAY TO PD-WEEKDAY
                 MOVE PRICE-WEEKEND TO PD-WEEKEND
                 MOVE PRICE-PREMIUM TO PD-PREMIUM
                 DISPLAY PRICE-VENUE " " PRICE-SEASON " "
                    PD-WEEKDAY " " PD-WEEKEND " " PD-PREMIUM " "
                    PRICE-PREMIUM-COUNT
           END-READ.

       9000-END-PROGRAM.
           CLOSE VENUEMASTER.
           CLOSE PRICETIER.
           GOBACK.

          END PROGRAM MAINTAINVENUEFILE.
