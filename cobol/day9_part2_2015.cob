      *    Optional: "HOME <location>" names the depot; the search
      *    then also scores only-returning routes and reports the
      *    best round trip next to the best open route, so dispatch
      *    stops adding the return leg by hand. A CONSTRAINTS
      *    section may follow: "START <location>", "END <location>"
      *    and "<location> BEFORE <location>" lines. Orderings that
      *    break any of them are left out of a second, constrained
      *    search reported next to the free one.
           SELECT OPTIONAL ParamFile ASSIGN TO "route_params.txt"
               ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PARAM-FILE-STATUS.
              88 Param-EOF         VALUE 'Y'.
           05 WS-Home-Name     PIC X(20) VALUE SPACES.
           05 Home-Idx         PIC 9(3) COMP VALUE 0.
           05 WS-Param-Tok1    PIC X(20).
           05 WS-Param-Tok2    PIC X(20).
           05 WS-Param-Tok3    PIC X(20).
           05 WS-Param-Tok4    PIC X(20).
           05 Closing-Leg      PIC 9(5) COMP VALUE 0.
           05 Cycle-Distance   PIC 9(9) COMP.
           05 Max-RT-Distance  PIC 9(9) COMP VALUE 0.
       01  Best-Route-Table.
           05 Best-Route-Entry OCCURS 100 TIMES PIC 9(3) COMP.

      *    Stop order of the shortest route, and of the shortest
      *    round trip in depot mode -- the visiting order a tour
      *    planner actually wants.
       01  Short-Route-Table.
           05 Short-Route-Entry OCCURS 100 TIMES PIC 9(3) COMP.
       01  Short-RT-Table.
           05 Short-RT-Entry OCCURS 100 TIMES PIC 9(3) COMP.
       01  Short-Closing-Leg   PIC 9(5) COMP VALUE 0.

       01  Permutation-Control.
           05 C-Array OCCURS 100 TIMES PIC 9(3) COMP.

      *    Dispatch constraints from route_params.txt. Names are
      *    held as read and resolved to location numbers once the
      *    distance table is loaded; a name that resolves to nothing
      *    is reported and dropped.
       01  WS-Constraint-Fields.
           05 WS-In-Constraints PIC X VALUE 'N'.
              88 In-Constraints    VALUE 'Y'.
           05 WS-Start-Name    PIC X(20) VALUE SPACES.
           05 WS-End-Name      PIC X(20) VALUE SPACES.
           05 Start-Idx        PIC 9(3) COMP VALUE 0.
           05 End-Idx          PIC 9(3) COMP VALUE 0.
           05 Prec-Count       PIC 9(3) COMP VALUE 0.
           05 Con-Active       PIC X VALUE 'N'.
              88 Constraints-Active VALUE 'Y'.
           05 Con-Seeded       PIC X VALUE 'N'.
           05 Con-Ok           PIC X.
           05 Con-Sub          PIC 9(3) COMP.
           05 Con-Max-Distance PIC 9(9) COMP VALUE 0.
           05 Con-Min-Distance PIC 9(9) COMP VALUE 0.
           05 Con-Cost         PIC 9(9) COMP VALUE 0.
           05 Con-Perm-Count   PIC 9(9) COMP VALUE 0.
           05 Con-Kept-Count   PIC 9(9) COMP VALUE 0.
       01  Precedence-Table.
           05 Prec-Entry OCCURS 50 TIMES.
              10 Prec-Before-Name PIC X(20).
              10 Prec-After-Name  PIC X(20).
              10 Prec-Before-Idx  PIC 9(3) COMP.
              10 Prec-After-Idx   PIC 9(3) COMP.
       01  Stop-Position-Table.
           05 Stop-Position OCCURS 100 TIMES PIC 9(3) COMP.
       01  Con-Long-Table.
           05 Con-Long-Entry OCCURS 100 TIMES PIC 9(3) COMP.
       01  Con-Short-Table.
           05 Con-Short-Entry OCCURS 100 TIMES PIC 9(3) COMP.
       01  WS-Con-Disp         PIC Z(8)9.
       01  WS-Con-Cost-Disp    PIC Z(8)9.

       01  WS-Route-Line       PIC X(200).
       01  WS-Max-Distance-Disp PIC Z(8)9.
       01  WS-Min-Distance-Disp PIC Z(8)9.
           IF WS-Home-Name NOT = SPACES
               PERFORM 270-Resolve-Home-Index
           END-IF.
           PERFORM 280-Resolve-Constraints.
           PERFORM 300-Find-Longest-Route.
           DISPLAY Max-Distance.
           DISPLAY Min-Distance.
               DISPLAY "ANSWER=round-trip-max=" Max-RT-Distance
               DISPLAY "ANSWER=round-trip-min=" Min-RT-Distance
           END-IF.
           IF Constraints-Active
               PERFORM 730-Report-Constrained
           END-IF.
           PERFORM 500-Write-Route-Report.
           STOP RUN.

           IF ParamRecord = SPACES OR ParamRecord(1:1) = '*'
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-Param-Tok1 WS-Param-Tok2
               WS-Param-Tok3 WS-Param-Tok4.
           UNSTRING ParamRecord DELIMITED BY ALL SPACE
               INTO WS-Param-Tok1, WS-Param-Tok2, WS-Param-Tok3,
                    WS-Param-Tok4
           END-UNSTRING.
           IF WS-Param-Tok1 = 'HOME' AND WS-Param-Tok2 NOT = SPACES
               MOVE WS-Param-Tok2 TO WS-Home-Name
               EXIT PARAGRAPH
           END-IF.
           IF WS-Param-Tok1 = 'CONSTRAINTS'
               SET In-Constraints TO TRUE
               EXIT PARAGRAPH
           END-IF.
           IF In-Constraints
               PERFORM 265-Process-Constraint-Line
           END-IF.

       265-Process-Constraint-Line.
           EVALUATE TRUE
               WHEN WS-Param-Tok1 = 'START'
                   AND WS-Param-Tok2 NOT = SPACES
                   AND WS-Param-Tok3 = SPACES
                   MOVE WS-Param-Tok2 TO WS-Start-Name
               WHEN WS-Param-Tok1 = 'END'
                   AND WS-Param-Tok2 NOT = SPACES
                   AND WS-Param-Tok3 = SPACES
                   MOVE WS-Param-Tok2 TO WS-End-Name
               WHEN WS-Param-Tok2 = 'BEFORE'
                   AND WS-Param-Tok3 NOT = SPACES
                   AND WS-Param-Tok4 = SPACES
                   AND Prec-Count < 50
                   ADD 1 TO Prec-Count
                   MOVE WS-Param-Tok1 TO Prec-Before-Name(Prec-Count)
                   MOVE WS-Param-Tok3 TO Prec-After-Name(Prec-Count)
               WHEN OTHER
                   DISPLAY "INVALID route_params.txt LINE IGNORED: "
                       FUNCTION TRIM(ParamRecord)
           END-EVALUATE.

      *    The depot can only be resolved once the distance lines
      *    have named every location.
       270-Resolve-Home-Index.
                   FUNCTION TRIM(WS-Home-Name)
           END-IF.

      *    Constraints, like the depot, can only be resolved once the
      *    distance lines have named every location. A precedence
      *    pair with an unknown name is dropped and the rest kept.
       280-Resolve-Constraints.
           IF WS-Start-Name NOT = SPACES
               MOVE WS-Start-Name TO Temp-Name
               PERFORM 285-Find-Constraint-Location
               MOVE Current-Loc-Idx TO Start-Idx
           END-IF.
           IF WS-End-Name NOT = SPACES
               MOVE WS-End-Name TO Temp-Name
               PERFORM 285-Find-Constraint-Location
               MOVE Current-Loc-Idx TO End-Idx
           END-IF.
           IF Start-Idx > 0 OR End-Idx > 0
               SET Constraints-Active TO TRUE
           END-IF.
           PERFORM VARYING Con-Sub FROM 1 BY 1
               UNTIL Con-Sub > Prec-Count
               MOVE Prec-Before-Name(Con-Sub) TO Temp-Name
               PERFORM 285-Find-Constraint-Location
               MOVE Current-Loc-Idx TO Prec-Before-Idx(Con-Sub)
               MOVE Prec-After-Name(Con-Sub) TO Temp-Name
               PERFORM 285-Find-Constraint-Location
               MOVE Current-Loc-Idx TO Prec-After-Idx(Con-Sub)
               IF Prec-Before-Idx(Con-Sub) > 0
                   AND Prec-After-Idx(Con-Sub) > 0
                   SET Constraints-Active TO TRUE
               END-IF
           END-PERFORM.

       285-Find-Constraint-Location.
           MOVE 0 TO Current-Loc-Idx.
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > Location-Count
               IF Location-Name(K) = Temp-Name
                   MOVE K TO Current-Loc-Idx
               END-IF
           END-PERFORM.
           IF Current-Loc-Idx = 0
               DISPLAY "CONSTRAINT LOCATION NOT IN DISTANCE TABLE: "
                   FUNCTION TRIM(Temp-Name)
           END-IF.

       200-Read-Input.
           OPEN INPUT InputFile.
           IF RUN-INFILE-STATUS NOT = "00"
      *    "A to B = n" loads both legs at n, as always. "A to B =
      *    n m" loads the outbound leg at n and the return leg at m,
      *    for haulage rates that differ by direction; a blank
      *    reverse figure falls back to symmetric. Blank lines and
      *    '*' comments (MAZE-SOLVER's NO-PATH pairs) are skipped.
       210-Process-Line.
           IF InputRecord = SPACES OR InputRecord(1:1) = '*'
               EXIT PARAGRAPH
           END-IF.
           UNSTRING InputRecord DELIMITED BY " to " OR " = "
               INTO WS-From-Name, WS-To-Name, WS-Dist-Str.
           MOVE SPACES TO WS-Fwd-Str WS-Rev-Str.
           MOVE Current-Distance TO Max-Distance.
           MOVE Current-Distance TO Min-Distance.
           PERFORM 410-Save-Best-Route.
           PERFORM 420-Save-Short-Route.
           IF Constraints-Active
               PERFORM 700-Score-Constrained
           END-IF.

           MOVE 1 TO I.
           PERFORM UNTIL I >= Location-Count
                   END-IF
                   IF Current-Distance < Min-Distance
                       MOVE Current-Distance TO Min-Distance
                       PERFORM 420-Save-Short-Route
                   END-IF
                   IF Constraints-Active
                       PERFORM 700-Score-Constrained
                   END-IF
                   ADD 1 TO C-Array(J)
                   MOVE 1 TO I
                   Min-RT-Distance
               MOVE Closing-Leg TO Best-Closing-Leg
               PERFORM 640-Save-Best-RT-Route
               MOVE Closing-Leg TO Short-Closing-Leg
               PERFORM 650-Save-Short-RT-Route
           ELSE
               IF Cycle-Distance > Max-RT-Distance
                   MOVE Cycle-Distance TO Max-RT-Distance
               END-IF
               IF Cycle-Distance < Min-RT-Distance
                   MOVE Cycle-Distance TO Min-RT-Distance
                   MOVE Closing-Leg TO Short-Closing-Leg
                   PERFORM 650-Save-Short-RT-Route
               END-IF
           END-IF.

               MOVE Route-Entry(K) TO Best-RT-Entry(K)
           END-PERFORM.

       650-Save-Short-RT-Route.
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > Location-Count
               MOVE Route-Entry(K) TO Short-RT-Entry(K)
           END-PERFORM.

       420-Save-Short-Route.
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > Location-Count
               MOVE Route-Entry(K) TO Short-Route-Entry(K)
           END-PERFORM.

       410-Save-Best-Route.
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > Location-Count
               MOVE Route-Entry(K) TO Best-Route-Entry(K)
               INTO RouteRecord
           END-STRING.
           WRITE RouteRecord.
           MOVE SPACES TO WS-Route-Line.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > Location-Count
               MOVE Short-Route-Entry(I) TO Current-Loc-Idx
               IF I = 1
                   STRING "Shortest route: " DELIMITED BY SIZE
                       FUNCTION TRIM(Location-Name(Current-Loc-Idx))
                       DELIMITED BY SIZE
                       INTO WS-Route-Line
                   END-STRING
               ELSE
                   STRING
                       FUNCTION TRIM(WS-Route-Line) DELIMITED BY SIZE
                       " -> " DELIMITED BY SIZE
                       FUNCTION TRIM(Location-Name(Current-Loc-Idx))
                       DELIMITED BY SIZE
                       INTO WS-Route-Line
                   END-STRING
               END-IF
           END-PERFORM.
           MOVE WS-Route-Line TO RouteRecord.
           WRITE RouteRecord.
           IF Home-Idx > 0 AND RT-Seeded = 'Y'
               PERFORM 510-Write-Round-Trip-Report
           END-IF.
           IF Constraints-Active
               PERFORM 520-Write-Constrained-Report
           END-IF.
           CLOSE RouteFile.

       510-Write-Round-Trip-Report.
               INTO RouteRecord
           END-STRING.
           WRITE RouteRecord.
           MOVE SPACES TO WS-Route-Line.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > Location-Count
               MOVE Short-RT-Entry(I) TO Current-Loc-Idx
               IF I = 1
                   STRING "Shortest round trip route: "
                       DELIMITED BY SIZE
                       FUNCTION TRIM(Location-Name(Current-Loc-Idx))
                       DELIMITED BY SIZE
                       INTO WS-Route-Line
                   END-STRING
               ELSE
                   STRING
                       FUNCTION TRIM(WS-Route-Line) DELIMITED BY SIZE
                       " -> " DELIMITED BY SIZE
                       FUNCTION TRIM(Location-Name(Current-Loc-Idx))
                       DELIMITED BY SIZE
                       INTO WS-Route-Line
                   END-STRING
               END-IF
           END-PERFORM.
           MOVE Short-Closing-Leg TO WS-Leg-Disp.
           MOVE SPACES TO RouteRecord.
           STRING FUNCTION TRIM(WS-Route-Line) DELIMITED BY SIZE
               " -> " DELIMITED BY SIZE
               FUNCTION TRIM(Location-Name(Home-Idx))
               DELIMITED BY SIZE
               " (closing leg " DELIMITED BY SIZE
               FUNCTION TRIM(WS-Leg-Disp) DELIMITED BY SIZE
               ")" DELIMITED BY SIZE
               INTO RouteRecord
           END-STRING.
           WRITE RouteRecord.

      *    Called for every ordering the open search scores, after
      *    its distance is known. Orderings that break a constraint
      *    are counted and passed over; the rest compete for the
      *    constrained longest and shortest routes.
       700-Score-Constrained.
           ADD 1 TO Con-Perm-Count.
           PERFORM 710-Check-Constraints.
           IF Con-Ok = 'N'
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO Con-Kept-Count.
           IF Con-Seeded = 'N'
               MOVE 'Y' TO Con-Seeded
               MOVE Current-Distance TO Con-Max-Distance
                   Con-Min-Distance
               PERFORM 720-Save-Con-Long-Route
               PERFORM 725-Save-Con-Short-Route
               EXIT PARAGRAPH
           END-IF.
           IF Current-Distance > Con-Max-Distance
               MOVE Current-Distance TO Con-Max-Distance
               PERFORM 720-Save-Con-Long-Route
           END-IF.
           IF Current-Distance < Con-Min-Distance
               MOVE Current-Distance TO Con-Min-Distance
               PERFORM 725-Save-Con-Short-Route
           END-IF.

       710-Check-Constraints.
           MOVE 'N' TO Con-Ok.
           IF Start-Idx > 0 AND Route-Entry(1) NOT = Start-Idx
               EXIT PARAGRAPH
           END-IF.
           IF End-Idx > 0
               AND Route-Entry(Location-Count) NOT = End-Idx
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING Con-Sub FROM 1 BY 1
               UNTIL Con-Sub > Location-Count
               MOVE Con-Sub TO Stop-Position(Route-Entry(Con-Sub))
           END-PERFORM.
           PERFORM VARYING Con-Sub FROM 1 BY 1
               UNTIL Con-Sub > Prec-Count
               IF Prec-Before-Idx(Con-Sub) > 0
                   AND Prec-After-Idx(Con-Sub) > 0
                   IF Stop-Position(Prec-Before-Idx(Con-Sub))
                       > Stop-Position(Prec-After-Idx(Con-Sub))
                       EXIT PARAGRAPH
                   END-IF
               END-IF
           END-PERFORM.
           MOVE 'Y' TO Con-Ok.

       720-Save-Con-Long-Route.
           PERFORM VARYING Con-Sub FROM 1 BY 1
               UNTIL Con-Sub > Location-Count
               MOVE Route-Entry(Con-Sub) TO Con-Long-Entry(Con-Sub)
           END-PERFORM.

       725-Save-Con-Short-Route.
           PERFORM VARYING Con-Sub FROM 1 BY 1
               UNTIL Con-Sub > Location-Count
               MOVE Route-Entry(Con-Sub) TO Con-Short-Entry(Con-Sub)
           END-PERFORM.

       730-Report-Constrained.
           IF Con-Seeded = 'N'
               DISPLAY "NO ROUTE SATISFIES THE route_params.txt"
                   " CONSTRAINTS"
               MOVE 4 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           DISPLAY Con-Max-Distance.
           DISPLAY Con-Min-Distance.
           DISPLAY "ANSWER=constrained-max=" Con-Max-Distance.
           DISPLAY "ANSWER=constrained-min=" Con-Min-Distance.

      *    The constrained routes beside the free ones, with what the
      *    constraints cost: distance added to the shortest route and
      *    distance given up on the longest.
       520-Write-Constrained-Report.
           MOVE SPACES TO RouteRecord.
           WRITE RouteRecord.
           MOVE Con-Kept-Count TO WS-Con-Disp.
           MOVE Con-Perm-Count TO WS-Con-Cost-Disp.
           MOVE SPACES TO RouteRecord.
           STRING "Constrained routes: " DELIMITED BY SIZE
               FUNCTION TRIM(WS-Con-Disp) DELIMITED BY SIZE
               " of " DELIMITED BY SIZE
               FUNCTION TRIM(WS-Con-Cost-Disp) DELIMITED BY SIZE
               " orderings satisfy the constraints" DELIMITED BY SIZE
               INTO RouteRecord
           END-STRING.
           WRITE RouteRecord.
           IF Con-Seeded = 'N'
               MOVE "No route satisfies the constraints"
                   TO RouteRecord
               WRITE RouteRecord
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-Route-Line.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > Location-Count
               MOVE Con-Long-Entry(I) TO Current-Loc-Idx
               PERFORM 530-Append-Route-Stop
           END-PERFORM.
           MOVE SPACES TO RouteRecord.
           STRING "Constrained longest route: " DELIMITED BY SIZE
               FUNCTION TRIM(WS-Route-Line) DELIMITED BY SIZE
               INTO RouteRecord
           END-STRING.
           WRITE RouteRecord.
           MOVE Con-Max-Distance TO WS-Con-Disp.
           COMPUTE Con-Cost = Max-Distance - Con-Max-Distance.
           MOVE Con-Cost TO WS-Con-Cost-Disp.
           MOVE SPACES TO RouteRecord.
           STRING "Constrained longest distance: " DELIMITED BY SIZE
               FUNCTION TRIM(WS-Con-Disp) DELIMITED BY SIZE
               " (unconstrained " DELIMITED BY SIZE
               FUNCTION TRIM(WS-Max-Distance-Disp) DELIMITED BY SIZE
               ", constraints cost " DELIMITED BY SIZE
               FUNCTION TRIM(WS-Con-Cost-Disp) DELIMITED BY SIZE
               ")" DELIMITED BY SIZE
               INTO RouteRecord
           END-STRING.
           WRITE RouteRecord.
           MOVE SPACES TO WS-Route-Line.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > Location-Count
               MOVE Con-Short-Entry(I) TO Current-Loc-Idx
               PERFORM 530-Append-Route-Stop
           END-PERFORM.
           MOVE SPACES TO RouteRecord.
           STRING "Constrained shortest route: " DELIMITED BY SIZE
               FUNCTION TRIM(WS-Route-Line) DELIMITED BY SIZE
               INTO RouteRecord
           END-STRING.
           WRITE RouteRecord.
           MOVE Con-Min-Distance TO WS-Con-Disp.
           COMPUTE Con-Cost = Con-Min-Distance - Min-Distance.
           MOVE Con-Cost TO WS-Con-Cost-Disp.
           MOVE SPACES TO RouteRecord.
           STRING "Constrained shortest distance: " DELIMITED BY SIZE
               FUNCTION TRIM(WS-Con-Disp) DELIMITED BY SIZE
               " (unconstrained " DELIMITED BY SIZE
               FUNCTION TRIM(WS-Min-Distance-Disp) DELIMITED BY SIZE
               ", constraints cost " DELIMITED BY SIZE
               FUNCTION TRIM(WS-Con-Cost-Disp) DELIMITED BY SIZE
               ")" DELIMITED BY SIZE
               INTO RouteRecord
           END-STRING.
           WRITE RouteRecord.

       530-Append-Route-Stop.
           IF I = 1
               STRING
                   FUNCTION TRIM(Location-Name(Current-Loc-Idx))
                   DELIMITED BY SIZE
                   INTO WS-Route-Line
               END-STRING
           ELSE
               STRING
                   FUNCTION TRIM(WS-Route-Line) DELIMITED BY SIZE
                   " -> " DELIMITED BY SIZE
                   FUNCTION TRIM(Location-Name(Current-Loc-Idx))
                   DELIMITED BY SIZE
                   INTO WS-Route-Line
               END-STRING
           END-IF.
