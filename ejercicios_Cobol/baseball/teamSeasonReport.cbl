      *> UP; THIS SAYS HOW IT GOT THERE. ONLY FINAL GAMES MOVE THE
      *> RECORD AND THE STREAKS; POSTPONED OR SUSPENDED GAMES ARE
      *> LISTED AND COUNTED APART.
      *> 15/10/2026 - EACH POSTPONED OR SUSPENDED GAME NOW SHOWS THE
      *>              DATE OF ITS MAKEUP GAME FROM THE MAKEUP LINKS
      *>              (MAKEUPLINK.DAT), OR OWED WHILE NONE IS LINKED;
      *>              THE CLOSING LINES COUNT THE GAMES STILL OWED.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           ACCESS MODE IS RANDOM
           RECORD KEY IS TEAM-CODE.

       SELECT OPTIONAL MAKEUPLINK ASSIGN TO "MAKEUPLINK.DAT"
        FILE STATUS IS LINK-CHECK-KEY
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS MAKEUP-POSTPONED-CODE
           ALTERNATE RECORD KEY IS MAKEUP-GAME-CODE.

       SELECT REPORT-FILE ASSIGN TO "TEAMLOG.PRT"
           ORGANIZATION IS LINE SEQUENTIAL.

       FD TEAMMASTER.
           COPY TEAMMASTER.

       FD MAKEUPLINK.
           COPY MAKEUPLINK.

       FD REPORT-FILE.
       01 REPORT-LINE PIC X(110).

           05  WS-TEAM             PIC X(12).
           05  WS-SEASON-FILTER    PIC 9(4).
               88 ALL-SEASONS      VALUE ZERO.
           05  LINK-CHECK-KEY      PIC X(2).
               88 LINK-FILE-OK     VALUE "00".
           05  WS-LINK-END-SW      PIC X VALUE "N".
               88 END-OF-LINKS     VALUE "S".

      *> MAKEUP LINKS LOADED BEFORE THE GAMES ARE LISTED, EACH WITH THE
      *> CURRENT DATE OF ITS MAKEUP GAME ON THE GAME FILE.
       77  MKT-MAX     PIC 9(4) COMP VALUE 1000.
       77  MKT-COUNT   PIC 9(4) COMP VALUE ZERO.
       77  MKT-IDX     PIC 9(4) COMP.
       77  MKT-FOUND   PIC 9(4) COMP.

       01  MAKEUP-TABLE.
           05 MKT-ENTRY OCCURS 1000 TIMES.
              10 MKT-POSTPONED   PIC X(36).
              10 MKT-MAKEUP      PIC X(36).
              10 MKT-MAKEUP-DATE PIC X(10).

       01  WS-GAME-AREAS.
           05  WS-TEAM-SCORE       PIC 9(2).
       01  WS-COUNTERS.
           05  WS-GAMES            PIC 9(4) VALUE ZERO.
           05  WS-NON-FINAL        PIC 9(4) VALUE ZERO.
           05  WS-OWED             PIC 9(4) VALUE ZERO.
           05  WS-WINS             PIC 9(4) VALUE ZERO.
           05  WS-LOSSES           PIC 9(4) VALUE ZERO.
           05  WS-HOME-W           PIC 9(4) VALUE ZERO.
           05 FILLER PIC X(12) VALUE "ATTENDANCE".
           05 FILLER PIC X(8)  VALUE "STATUS".
           05 FILLER PIC X(9)  VALUE "W-L".
           05 FILLER PIC X(2)  VALUE SPACE.
           05 FILLER PIC X(11) VALUE "MAKEUP DATE".

       01  WS-REPORT-DETAIL.
           05 RPT-SEASON     PIC 9(4).
           05 RPT-W          PIC ZZZ9.
           05 FILLER         PIC X(1) VALUE "-".
           05 RPT-L          PIC ZZZ9.
           05 FILLER         PIC X(2) VALUE SPACE.
           05 RPT-MAKEUP     PIC X(10).

       01  WS-BLANK-LINE.
           05 FILLER PIC X(90) VALUE SPACE.
           CLOSE TEAMMASTER.

           OPEN INPUT BASEBALL.
           PERFORM 0250-LOAD-MAKEUPS.
           PERFORM 0200-PRINT-HEADERS.
           MOVE LOW-VALUES TO DATE-IDX.
           START BASEBALL KEY IS NOT LESS THAN DATE-IDX
           MOVE ALL "-" TO REPORT-LINE.
           WRITE REPORT-LINE.

      *> NO MAKEUP FILE YET SIMPLY MEANS NO GAME HAS BEEN MADE UP. A
      *> LINK WHOSE MAKEUP GAME IS NO LONGER ON FILE SHOWS AS UNKNOWN.
       0250-LOAD-MAKEUPS.
           MOVE ZERO TO MKT-COUNT.
           MOVE "N" TO WS-LINK-END-SW.
           OPEN INPUT MAKEUPLINK.
           IF LINK-FILE-OK
               PERFORM 0260-READ-LINK
                  UNTIL END-OF-LINKS
               CLOSE MAKEUPLINK
           END-IF.

       0260-READ-LINK.
           READ MAKEUPLINK NEXT RECORD
              AT END SET END-OF-LINKS TO TRUE
           END-READ.
           IF NOT END-OF-LINKS
               IF MKT-COUNT >= MKT-MAX
                   DISPLAY "MAKEUP TABLE FULL (" MKT-MAX "); "
                      "SOME MAKEUP DATES ARE NOT SHOWN."
                   SET END-OF-LINKS TO TRUE
               ELSE
                   ADD 1 TO MKT-COUNT
                   MOVE MAKEUP-POSTPONED-CODE
                      TO MKT-POSTPONED(MKT-COUNT)
                   MOVE MAKEUP-GAME-CODE TO MKT-MAKEUP(MKT-COUNT)
                   MOVE MAKEUP-GAME-CODE TO CODEIDX
                   READ BASEBALL
                      INVALID KEY
                         MOVE "UNKNOWN" TO MKT-MAKEUP-DATE(MKT-COUNT)
                      NOT INVALID KEY
                         MOVE DATE-IDX TO MKT-MAKEUP-DATE(MKT-COUNT)
                   END-READ
               END-IF
           END-IF.

       0300-READ-NEXT-GAME.
           READ BASEBALL NEXT RECORD
              AT END SET ENDOFFILE TO TRUE
           ELSE
               ADD 1 TO WS-NON-FINAL
           END-IF.
           PERFORM 0440-FIND-MAKEUP.
           PERFORM 0450-PRINT-GAME.

      *> A NON-FINAL GAME SHOWS THE DATE OF THE GAME THAT MADE IT UP,
      *> OR OWED WHILE IT HAS NO MAKEUP LINKED.
       0440-FIND-MAKEUP.
           MOVE SPACE TO RPT-MAKEUP.
           IF NOT GAME-IS-FINAL
               MOVE ZERO TO MKT-FOUND
               PERFORM 0445-MATCH-MAKEUP
                  VARYING MKT-IDX FROM 1 BY 1
                  UNTIL MKT-IDX > MKT-COUNT OR MKT-FOUND > 0
               IF MKT-FOUND > ZERO
                   MOVE MKT-MAKEUP-DATE(MKT-FOUND) TO RPT-MAKEUP
               ELSE
                   MOVE "OWED" TO RPT-MAKEUP
                   ADD 1 TO WS-OWED
               END-IF
           END-IF.

       0445-MATCH-MAKEUP.
           IF MKT-POSTPONED(MKT-IDX) = CODEIDX
               MOVE MKT-IDX TO MKT-FOUND
           END-IF.

       0420-STREAK-WIN.
           IF WS-STREAK-TYPE = "W"
               ADD 1 TO WS-STREAK-LEN
           MOVE "GAMES NOT FINAL" TO STK-LABEL.
           MOVE WS-NON-FINAL TO STK-VALUE.
           WRITE REPORT-LINE FROM WS-STREAK-LINE.
           MOVE "NOT FINAL, STILL OWED" TO STK-LABEL.
           MOVE WS-OWED TO STK-VALUE.
           WRITE REPORT-LINE FROM WS-STREAK-LINE.
           DISPLAY "GAMES LISTED = " WS-GAMES
              " RECORD " WS-WINS "-" WS-LOSSES.

