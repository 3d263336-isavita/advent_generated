           SELECT StockoutFile ASSIGN TO "gift_stockout.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

      *    Optional zone definitions for regional planning, one
      *    rectangular block per line: "zone-name x1 y1 x2 y2", corners
      *    inclusive and in either order. A house belongs to the first
      *    zone listed that contains it, so overlapping blocks are
      *    never counted twice.
           SELECT ZoneFile ASSIGN TO "zones.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS W-ZONE-STATUS.

      *    Per-zone totals - houses, visits, gifts consumed and the
      *    move number of the zone's first visit - plus every house
      *    that falls outside all the zones.
           SELECT ZoneRollupFile ASSIGN TO "zone_rollup.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  InputFile.
       FD  StockoutFile.
       01  StockoutRecord PIC X(100).

       FD  ZoneFile.
       01  ZoneRecord PIC X(80).

       FD  ZoneRollupFile.
       01  ZoneRollupRecord PIC X(100).

       WORKING-STORAGE SECTION.
       01  RUN-HEADER-FIELDS.
           05 RUN-STAMP          PIC X(32) VALUE SPACES.
              10 W-House-X     PIC S9(9) COMP.
              10 W-House-Y     PIC S9(9) COMP.
              10 W-House-Visits PIC 9(9) COMP VALUE 0.
              10 W-House-First PIC 9(9) COMP.
              10 W-House-Gifts PIC 9(9) COMP.
              10 W-House-Zone  PIC 9(3) COMP.

       01  W-Found-Idx     PIC 9(9) COMP.
       01  W-Visit-Idx     PIC 9(9) COMP.
       01  W-X-Display     PIC -9(9).
       01  W-Y-Display     PIC -9(9).
       01  W-Visits-Display PIC Z(8)9.
       01  W-Move-Display  PIC Z(8)9.
       01  W-Unserved-Display PIC Z(8)9.
       01  W-Stockout-Line PIC X(100).
       01  W-Gift-Served-Flag PIC X VALUE 'N'.
           88 Gift-Served    VALUE 'Y'.
       01  W-Gifts-Total   PIC 9(9) COMP VALUE 0.

      *    Zone rollup.
       01  W-ZONE-STATUS   PIC XX.
           88 W-Zone-File-Ok VALUE '00'.
       01  W-Zone-Eof-Flag PIC X VALUE 'N'.
           88 W-Zone-Eof    VALUE 'Y'.
       01  W-Zone-Count    PIC 9(3) COMP VALUE 0.
       01  W-Zone-Table.
           05 W-Zone OCCURS 50 TIMES.
              10 W-Zone-Name   PIC X(20).
              10 W-Zone-X1     PIC S9(9) COMP.
              10 W-Zone-Y1     PIC S9(9) COMP.
              10 W-Zone-X2     PIC S9(9) COMP.
              10 W-Zone-Y2     PIC S9(9) COMP.
              10 W-Zone-Houses PIC 9(9) COMP.
              10 W-Zone-Visits PIC 9(9) COMP.
              10 W-Zone-Gifts  PIC 9(9) COMP.
              10 W-Zone-First  PIC 9(9) COMP.
       01  W-Zone-Tok1     PIC X(20).
       01  W-Zone-Tok2     PIC X(12).
       01  W-Zone-Tok3     PIC X(12).
       01  W-Zone-Tok4     PIC X(12).
       01  W-Zone-Tok5     PIC X(12).
       01  W-Zone-Swap     PIC S9(9) COMP.
       01  W-Z             PIC 9(3) COMP.
       01  W-Zone-Hit      PIC 9(3) COMP.
       01  W-Outside-Houses PIC 9(9) COMP VALUE 0.
       01  W-Outside-Visits PIC 9(9) COMP VALUE 0.
       01  W-Outside-Gifts PIC 9(9) COMP VALUE 0.
       01  W-Sum-Houses    PIC 9(9) COMP VALUE 0.
       01  W-Sum-Visits    PIC 9(9) COMP VALUE 0.
       01  W-Sum-Gifts     PIC 9(9) COMP VALUE 0.
       01  W-Total-Visits  PIC 9(9) COMP.
       01  W-Zone-Line     PIC X(100).
       01  W-Zone-Label    PIC X(24).
       01  W-X1-Display    PIC -(9)9.
       01  W-X2-Display    PIC -(9)9.
       01  W-Y1-Display    PIC -(9)9.
       01  W-Y2-Display    PIC -(9)9.
       01  W-Houses-Display PIC Z(8)9.
       01  W-Gifts-Display PIC Z(8)9.
       01  W-First-Display PIC Z(8)9.

       PROCEDURE DIVISION.
           ACCEPT RUN-STAMP FROM ENVIRONMENT "RUN_STAMP"
             TO W-Directions-Len.

           PERFORM LOAD-GIFT-INVENTORY.
           PERFORM LOAD-ZONES.
           IF Inventory-Active
               OPEN OUTPUT StockoutFile
           END-IF.
               PERFORM WRITE-STOCKOUT-SUMMARY
               CLOSE StockoutFile
           END-IF.
           IF W-Zone-Count > 0
               PERFORM WRITE-ZONE-ROLLUP
           END-IF.

           STOP RUN.

               MOVE W-X TO W-House-X(W-House-Count)
               MOVE W-Y TO W-House-Y(W-House-Count)
               MOVE 1 TO W-House-Visits(W-House-Count)
               MOVE W-Move-Number TO W-House-First(W-House-Count)
               MOVE 0 TO W-House-Gifts(W-House-Count)
               MOVE W-House-Count TO W-Visit-Idx
               ADD 1 TO W-Count
           ELSE
               ADD 1 TO W-House-Visits(W-Found-Idx)
               MOVE W-Found-Idx TO W-Visit-Idx
           END-IF.

      *    Without an inventory every visit still leaves one gift, the
      *    infinite-stock assumption the replay has always made.
           IF Inventory-Active
               PERFORM CONSUME-ONE-GIFT
           ELSE
               SET Gift-Served TO TRUE
           END-IF.
           IF Gift-Served
               ADD 1 TO W-House-Gifts(W-Visit-Idx)
               ADD 1 TO W-Gifts-Total
           END-IF.

       LOAD-GIFT-INVENTORY.
      *    house go to the stock-out report; once every type is dry,
      *    the remaining visits are only counted as unserved.
       CONSUME-ONE-GIFT.
           MOVE 'N' TO W-Gift-Served-Flag.
           PERFORM UNTIL W-Gift-Current > W-Gift-Count
               OR W-Gift-Qty(W-Gift-Current) > 0
               ADD 1 TO W-Gift-Current
               EXIT PARAGRAPH
           END-IF.
           SUBTRACT 1 FROM W-Gift-Qty(W-Gift-Current).
           SET Gift-Served TO TRUE.
           IF W-Gift-Qty(W-Gift-Current) = 0
               MOVE W-Move-Number TO W-Move-Display
               MOVE W-X TO W-X-Display
               END-IF
           END-PERFORM.
           CLOSE RevisitFile.

       LOAD-ZONES.
           OPEN INPUT ZoneFile.
           IF NOT W-Zone-File-Ok
               CLOSE ZoneFile
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL W-Zone-Eof
               READ ZoneFile
                   AT END SET W-Zone-Eof TO TRUE
                   NOT AT END PERFORM LOAD-ONE-ZONE
               END-READ
           END-PERFORM.
           CLOSE ZoneFile.

       LOAD-ONE-ZONE.
           IF ZoneRecord = SPACES OR ZoneRecord(1:1) = '*'
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO W-Zone-Tok1 W-Zone-Tok2 W-Zone-Tok3
               W-Zone-Tok4 W-Zone-Tok5.
           UNSTRING ZoneRecord DELIMITED BY ALL SPACE
               INTO W-Zone-Tok1 W-Zone-Tok2 W-Zone-Tok3
                    W-Zone-Tok4 W-Zone-Tok5
           END-UNSTRING.
           IF W-Zone-Tok5 = SPACES
               OR FUNCTION TEST-NUMVAL(W-Zone-Tok2) NOT = 0
               OR FUNCTION TEST-NUMVAL(W-Zone-Tok3) NOT = 0
               OR FUNCTION TEST-NUMVAL(W-Zone-Tok4) NOT = 0
               OR FUNCTION TEST-NUMVAL(W-Zone-Tok5) NOT = 0
               DISPLAY "INVALID zones.txt LINE IGNORED: "
                   FUNCTION TRIM(ZoneRecord)
               EXIT PARAGRAPH
           END-IF.
           IF W-Zone-Count >= 50
               DISPLAY "ZONE TABLE FULL, LINE IGNORED: "
                   FUNCTION TRIM(ZoneRecord)
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO W-Zone-Count.
           MOVE W-Zone-Tok1 TO W-Zone-Name(W-Zone-Count).
           COMPUTE W-Zone-X1(W-Zone-Count) =
               FUNCTION NUMVAL(W-Zone-Tok2).
           COMPUTE W-Zone-Y1(W-Zone-Count) =
               FUNCTION NUMVAL(W-Zone-Tok3).
           COMPUTE W-Zone-X2(W-Zone-Count) =
               FUNCTION NUMVAL(W-Zone-Tok4).
           COMPUTE W-Zone-Y2(W-Zone-Count) =
               FUNCTION NUMVAL(W-Zone-Tok5).
           IF W-Zone-X1(W-Zone-Count) > W-Zone-X2(W-Zone-Count)
               MOVE W-Zone-X1(W-Zone-Count) TO W-Zone-Swap
               MOVE W-Zone-X2(W-Zone-Count) TO W-Zone-X1(W-Zone-Count)
               MOVE W-Zone-Swap TO W-Zone-X2(W-Zone-Count)
           END-IF.
           IF W-Zone-Y1(W-Zone-Count) > W-Zone-Y2(W-Zone-Count)
               MOVE W-Zone-Y1(W-Zone-Count) TO W-Zone-Swap
               MOVE W-Zone-Y2(W-Zone-Count) TO W-Zone-Y1(W-Zone-Count)
               MOVE W-Zone-Swap TO W-Zone-Y2(W-Zone-Count)
           END-IF.
           MOVE 0 TO W-Zone-Houses(W-Zone-Count)
               W-Zone-Visits(W-Zone-Count) W-Zone-Gifts(W-Zone-Count)
               W-Zone-First(W-Zone-Count).

      *    Rolls every visited house up into its zone, lists the ones
      *    no zone contains, and proves the zones plus the outside
      *    list account for every house, visit and gift of the route.
       WRITE-ZONE-ROLLUP.
           OPEN OUTPUT ZoneRollupFile.
           MOVE "ZONE ROLLUP OF VISITED HOUSES" TO W-Zone-Line.
           PERFORM WRITE-ZONE-LINE.
           IF NOT Inventory-Active
               MOVE "NO gift_inventory.txt - ONE GIFT PER VISIT ASSUMED"
                   TO W-Zone-Line
               PERFORM WRITE-ZONE-LINE
           END-IF.
           PERFORM VARYING W-J FROM 1 BY 1
               UNTIL W-J > W-House-Count
               PERFORM ROLL-UP-ONE-HOUSE
           END-PERFORM.
           PERFORM WRITE-ZONE-LINE.
           MOVE "ZONE TOTALS" TO W-Zone-Line.
           PERFORM WRITE-ZONE-LINE.
           PERFORM VARYING W-Z FROM 1 BY 1
               UNTIL W-Z > W-Zone-Count
               PERFORM WRITE-ONE-ZONE
           END-PERFORM.
           PERFORM WRITE-ZONE-LINE.
           MOVE "HOUSES OUTSIDE EVERY ZONE" TO W-Zone-Line.
           PERFORM WRITE-ZONE-LINE.
           PERFORM VARYING W-J FROM 1 BY 1
               UNTIL W-J > W-House-Count
               IF W-House-Zone(W-J) = 0
                   PERFORM WRITE-OUTSIDE-HOUSE
               END-IF
           END-PERFORM.
           IF W-Outside-Houses = 0
               MOVE "  (NONE)" TO W-Zone-Line
               PERFORM WRITE-ZONE-LINE
           END-IF.
           PERFORM WRITE-ZONE-TOTALS.
           CLOSE ZoneRollupFile.

       ROLL-UP-ONE-HOUSE.
           MOVE 0 TO W-Zone-Hit.
           PERFORM VARYING W-Z FROM 1 BY 1
               UNTIL W-Z > W-Zone-Count OR W-Zone-Hit > 0
               IF W-House-X(W-J) >= W-Zone-X1(W-Z)
                   AND W-House-X(W-J) <= W-Zone-X2(W-Z)
                   AND W-House-Y(W-J) >= W-Zone-Y1(W-Z)
                   AND W-House-Y(W-J) <= W-Zone-Y2(W-Z)
                   MOVE W-Z TO W-Zone-Hit
               END-IF
           END-PERFORM.
           MOVE W-Zone-Hit TO W-House-Zone(W-J).
           IF W-Zone-Hit > 0
               IF W-Zone-Houses(W-Zone-Hit) = 0
                   OR W-House-First(W-J) < W-Zone-First(W-Zone-Hit)
                   MOVE W-House-First(W-J) TO W-Zone-First(W-Zone-Hit)
               END-IF
               ADD 1 TO W-Zone-Houses(W-Zone-Hit)
               ADD W-House-Visits(W-J) TO W-Zone-Visits(W-Zone-Hit)
               ADD W-House-Gifts(W-J) TO W-Zone-Gifts(W-Zone-Hit)
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO W-Outside-Houses.
           ADD W-House-Visits(W-J) TO W-Outside-Visits.
           ADD W-House-Gifts(W-J) TO W-Outside-Gifts.

       WRITE-OUTSIDE-HOUSE.
           MOVE W-House-X(W-J) TO W-X1-Display.
           MOVE W-House-Y(W-J) TO W-Y1-Display.
           MOVE W-House-Visits(W-J) TO W-Visits-Display.
           MOVE W-House-Gifts(W-J) TO W-Gifts-Display.
           MOVE W-House-First(W-J) TO W-First-Display.
           STRING "  " DELIMITED BY SIZE
               FUNCTION TRIM(W-X1-Display) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(W-Y1-Display) DELIMITED BY SIZE
               " visits=" DELIMITED BY SIZE
               FUNCTION TRIM(W-Visits-Display) DELIMITED BY SIZE
               " gifts=" DELIMITED BY SIZE
               FUNCTION TRIM(W-Gifts-Display) DELIMITED BY SIZE
               " first-move=" DELIMITED BY SIZE
               FUNCTION TRIM(W-First-Display) DELIMITED BY SIZE
               INTO W-Zone-Line
           END-STRING.
           PERFORM WRITE-ZONE-LINE.

       WRITE-ONE-ZONE.
           MOVE W-Zone-X1(W-Z) TO W-X1-Display.
           MOVE W-Zone-Y1(W-Z) TO W-Y1-Display.
           MOVE W-Zone-X2(W-Z) TO W-X2-Display.
           MOVE W-Zone-Y2(W-Z) TO W-Y2-Display.
           STRING "  " DELIMITED BY SIZE
               W-Zone-Name(W-Z) DELIMITED BY SIZE
               " (" DELIMITED BY SIZE
               FUNCTION TRIM(W-X1-Display) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(W-Y1-Display) DELIMITED BY SIZE
               ")-(" DELIMITED BY SIZE
               FUNCTION TRIM(W-X2-Display) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(W-Y2-Display) DELIMITED BY SIZE
               ")" DELIMITED BY SIZE
               INTO W-Zone-Line
           END-STRING.
           PERFORM WRITE-ZONE-LINE.
           MOVE W-Zone-Houses(W-Z) TO W-Houses-Display.
           MOVE W-Zone-Visits(W-Z) TO W-Visits-Display.
           MOVE W-Zone-Gifts(W-Z) TO W-Gifts-Display.
           IF W-Zone-Houses(W-Z) = 0
               STRING "    houses=0 visits=0 gifts=0 first-move=NONE"
                   DELIMITED BY SIZE INTO W-Zone-Line
               END-STRING
           ELSE
               MOVE W-Zone-First(W-Z) TO W-First-Display
               STRING "    houses=" DELIMITED BY SIZE
                   FUNCTION TRIM(W-Houses-Display) DELIMITED BY SIZE
                   " visits=" DELIMITED BY SIZE
                   FUNCTION TRIM(W-Visits-Display) DELIMITED BY SIZE
                   " gifts=" DELIMITED BY SIZE
                   FUNCTION TRIM(W-Gifts-Display) DELIMITED BY SIZE
                   " first-move=" DELIMITED BY SIZE
                   FUNCTION TRIM(W-First-Display) DELIMITED BY SIZE
                   INTO W-Zone-Line
               END-STRING
           END-IF.
           PERFORM WRITE-ZONE-LINE.
           ADD W-Zone-Houses(W-Z) TO W-Sum-Houses.
           ADD W-Zone-Visits(W-Z) TO W-Sum-Visits.
           ADD W-Zone-Gifts(W-Z) TO W-Sum-Gifts.

       WRITE-ZONE-TOTALS.
           ADD W-Outside-Houses TO W-Sum-Houses.
           ADD W-Outside-Visits TO W-Sum-Visits.
           ADD W-Outside-Gifts TO W-Sum-Gifts.
           COMPUTE W-Total-Visits = W-Move-Number + 1.
           PERFORM WRITE-ZONE-LINE.
           MOVE "CONTROL TOTALS" TO W-Zone-Line.
           PERFORM WRITE-ZONE-LINE.
           MOVE "ZONES DEFINED" TO W-Zone-Label.
           MOVE W-Zone-Count TO W-Houses-Display.
           PERFORM WRITE-ZONE-COUNT.
           MOVE "HOUSES VISITED" TO W-Zone-Label.
           MOVE W-Count TO W-Houses-Display.
           PERFORM WRITE-ZONE-COUNT.
           MOVE "HOUSES OUTSIDE ZONES" TO W-Zone-Label.
           MOVE W-Outside-Houses TO W-Houses-Display.
           PERFORM WRITE-ZONE-COUNT.
           MOVE "HOUSES ZONES+OUTSIDE" TO W-Zone-Label.
           MOVE W-Sum-Houses TO W-Houses-Display.
           PERFORM WRITE-ZONE-COUNT.
           MOVE "VISITS ON ROUTE" TO W-Zone-Label.
           MOVE W-Total-Visits TO W-Houses-Display.
           PERFORM WRITE-ZONE-COUNT.
           MOVE "VISITS ZONES+OUTSIDE" TO W-Zone-Label.
           MOVE W-Sum-Visits TO W-Houses-Display.
           PERFORM WRITE-ZONE-COUNT.
           MOVE "GIFTS CONSUMED" TO W-Zone-Label.
           MOVE W-Gifts-Total TO W-Houses-Display.
           PERFORM WRITE-ZONE-COUNT.
           MOVE "GIFTS ZONES+OUTSIDE" TO W-Zone-Label.
           MOVE W-Sum-Gifts TO W-Houses-Display.
           PERFORM WRITE-ZONE-COUNT.
           IF W-Sum-Houses = W-Count
               AND W-Sum-Visits = W-Total-Visits
               AND W-Sum-Gifts = W-Gifts-Total
               MOVE "CONTROL TOTALS BALANCE" TO W-Zone-Line
           ELSE
               MOVE "CONTROL TOTALS DO NOT BALANCE" TO W-Zone-Line
               MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM WRITE-ZONE-LINE.
           MOVE W-Zone-Count TO W-Gifts-Display.
           MOVE W-Outside-Houses TO W-Houses-Display.
           DISPLAY "ZONE ROLLUP COMPLETE ZONES="
               FUNCTION TRIM(W-Gifts-Display)
               " OUTSIDE-HOUSES=" FUNCTION TRIM(W-Houses-Display).
           DISPLAY "ANSWER=houses-outside-zones="
               FUNCTION TRIM(W-Houses-Display).

       WRITE-ZONE-COUNT.
           STRING "  " W-Zone-Label W-Houses-Display
               DELIMITED BY SIZE INTO W-Zone-Line
           END-STRING.
           PERFORM WRITE-ZONE-LINE.

       WRITE-ZONE-LINE.
           MOVE W-Zone-Line TO ZoneRollupRecord.
           WRITE ZoneRollupRecord.
           MOVE SPACES TO W-Zone-Line.
