      *    Shared grid seed request area, used by every grid program
      *    that CALLs GRID-SEEDER. The caller sets its name and the
      *    grid size already taken from grid_params.txt; the
      *    subprogram hands back the assembled starting grid ('#' on,
      *    '.' off) when pattern_placements.txt is present, or
      *    SEED-NOT-USED when the run should read input.txt as before.
      *    SEED-WARNINGS counts placements that went off the grid,
      *    overlapped an earlier one, or could not be placed at all.
       01  SEED-REQUEST.
           05 SEED-PROGRAM      PIC X(20).
           05 SEED-GRID-SIZE    PIC 9(3).
           05 SEED-RESULT       PIC X.
              88 SEED-NOT-USED      VALUE 'N'.
              88 SEED-BUILT         VALUE 'B'.
              88 SEED-FAILED        VALUE 'F'.
           05 SEED-WARNINGS     PIC 9(4).
           05 SEED-LIVE-CELLS   PIC 9(5).
           05 SEED-GRID.
              10 SEED-ROW OCCURS 300 TIMES PIC X(300).
