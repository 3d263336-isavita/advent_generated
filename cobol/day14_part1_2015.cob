           SELECT StandingsFile ASSIGN TO "season_standings.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

      * StableFile is the stable master STABLE-MAINT keeps. When
      * input.txt's first line is STABLE, the field is every active
      * reindeer on it instead of retyped description lines.
           SELECT StableFile ASSIGN TO "stable_master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SR-NAME
               FILE STATUS IS WSStableStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  InputFile.
       FD  StandingsFile.
       01  StandingsRecord     PIC X(120).

       FD  StableFile.
       COPY "stable_rec.cpy".

       WORKING-STORAGE SECTION.
       01  RUN-HEADER-FIELDS.
           05 RUN-STAMP          PIC X(32) VALUE SPACES.
       01  WSEofFlag           PIC A(1) VALUE 'N'.
           88 WSEof           VALUE 'Y'.

       01  WSStableStatus      PIC XX.
       01  WSStableFlag        PIC A(1) VALUE 'N'.
           88 WSStableMode    VALUE 'Y'.
       01  WSStableEofFlag     PIC A(1) VALUE 'N'.
           88 WSStableEof     VALUE 'Y'.
       01  WSFieldDisp         PIC ZZZ9.

       01  WSModeStatus        PIC XX.
           88 WSModeFileOk    VALUE '00'.
       01  WSPointsFlag        PIC A(1) VALUE 'N'.
           DISPLAY "RUN ReindeerRace INPUT=input.txt STAMP="
               FUNCTION TRIM(RUN-STAMP).
       MAIN.
           PERFORM CHECK-STABLE-REQUEST.
           IF WSStableMode
               PERFORM LOAD-STABLE-FIELD
           ELSE
               PERFORM COUNT-REINDEER
               PERFORM LOAD-INPUT-FIELD
           END-IF.

           PERFORM CHECK-MODE-FILE.
           PERFORM CHECK-SEASON-FILE.

           IF WSSeasonMode
               PERFORM RUN-SEASON-MODE
               STOP RUN
           END-IF.

           IF WSPointsMode
               PERFORM RUN-POINTS-MODE
               DISPLAY WSMaxPoints
               DISPLAY "ANSWER=max-points=" WSMaxPoints
           ELSE
               PERFORM RUN-DISTANCE-MODE
               DISPLAY WSMaxDistance
               DISPLAY "ANSWER=max-distance=" WSMaxDistance
           END-IF.
           STOP RUN.

       CHECK-STABLE-REQUEST.
           OPEN INPUT InputFile.
           IF RUN-INFILE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING input.txt STATUS="
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           READ InputFile
               AT END MOVE SPACES TO InputRecord
           END-READ.
           CLOSE InputFile.
           IF FUNCTION TRIM(InputRecord) = "STABLE"
               SET WSStableMode TO TRUE
           END-IF.

      * Every active entry on the stable master, in name order; a
      * retired reindeer stays on file but out of the field.
       LOAD-STABLE-FIELD.
           OPEN INPUT StableFile.
           IF WSStableStatus NOT = "00"
               DISPLAY "ERROR OPENING stable_master.dat STATUS="
                   WSStableStatus
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE 0 TO WSReindeerCount.
           PERFORM UNTIL WSStableEof
               READ StableFile
                   AT END SET WSStableEof TO TRUE
                   NOT AT END
                       IF SR-ACTIVE AND WSReindeerCount < 9999
                           ADD 1 TO WSReindeerCount
                           SET RIndex TO WSReindeerCount
                           MOVE SR-NAME TO WSName(RIndex)
                           MOVE SR-SPEED TO WSSpeed(RIndex)
                           MOVE SR-FLY-TIME TO WSFlyTime(RIndex)
                           MOVE SR-REST-TIME TO WSRestTime(RIndex)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE StableFile.
           IF WSReindeerCount = 0
               DISPLAY "NO ACTIVE REINDEER ON stable_master.dat"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WSReindeerCount TO WSFieldDisp.
           DISPLAY "FIELD FROM STABLE MASTER ACTIVE="
               FUNCTION TRIM(WSFieldDisp).

       LOAD-INPUT-FIELD.
           OPEN INPUT InputFile.
           MOVE 'N' TO WSEofFlag.
           SET RIndex TO 1.
           PERFORM UNTIL WSEof
           END-PERFORM.
           CLOSE InputFile.

       COUNT-REINDEER.
           OPEN INPUT InputFile.
           MOVE 'N' TO WSEofFlag.
