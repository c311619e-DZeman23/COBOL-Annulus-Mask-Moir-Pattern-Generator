      *by change type go to a printable report for the tuning log,
      *and a difference image in the same P2 PGM layout
      *WRITE-PGM-IMAGE emits makes the changed region visible at a
      *glance - maxval 999, or the largest sample either run carries
      *when a high-bit-depth run goes past that. Both inputs arrive
      *sorted by X then Y because
      *APPLY-ANNULUS writes them from the keyed TEMP-FILE sweep, so
      *a single two-way merge pass does the matching; an out-of-
      *order record means somebody hand-edited a file, and the run
           05 FILLER           PIC X.
           05 OLD-Y            PIC 9(4).
           05 FILLER           PIC X.
           05 OLD-R            PIC 9(5).
           05 FILLER           PIC X.
           05 OLD-G            PIC 9(5).
           05 FILLER           PIC X.
           05 OLD-B            PIC 9(5).
           05 FILLER           PIC X.
           05 OLD-RING         PIC 9(2).

           05 FILLER           PIC X.
           05 NEW-Y            PIC 9(4).
           05 FILLER           PIC X.
           05 NEW-R            PIC 9(5).
           05 FILLER           PIC X.
           05 NEW-G            PIC 9(5).
           05 FILLER           PIC X.
           05 NEW-B            PIC 9(5).
           05 FILLER           PIC X.
           05 NEW-RING         PIC 9(2).

       01  PGM-HEIGHT          PIC 9(4) VALUE 0.
       01  WS-MAX-X-EXTENT     PIC 9(4) VALUE 0.
       01  WS-MAX-Y-EXTENT     PIC 9(4) VALUE 0.
       01  PGM-VALUE-DISP      PIC ZZZZ9.
       01  PGM-ROW-IDX-NUM     PIC 9(5).
       01  PGM-COL-IDX-NUM     PIC 9(5).
       01  PGM-PLOT-X          PIC 9(4).
       01  PGM-PLOT-Y          PIC 9(4).
       01  PGM-PLOT-VALUE      PIC 9(5).

      *Difference image maxval. A state-change marker is plotted at
      *DELTA-MARKER and brought down to the ceiling as it is written,
      *since the ceiling is not settled until both runs are read.
       01  DELTA-CEILING       PIC 9(5) VALUE 999.
       01  DELTA-MARKER        PIC 9(5) VALUE 65535.
       01  PGM-GRID.
           05 PGM-ROW OCCURS 1000 TIMES INDEXED BY PGM-ROW-IDX.
              10 PGM-CELL OCCURS 1000 TIMES
                     INDEXED BY PGM-COL-IDX
                     PIC 9(5) COMP.

       PROCEDURE DIVISION.
       PROGRAM-INIT.
               MOVE "only in old run" TO CHANGE-REASON
               MOVE OLD-X TO PGM-PLOT-X
               MOVE OLD-Y TO PGM-PLOT-Y
               MOVE DELTA-MARKER TO PGM-PLOT-VALUE
               PERFORM WRITE-CHANGE-DETAIL
               PERFORM PLOT-DELTA-PIXEL
               PERFORM READ-OLD-SIDE
                   MOVE "only in new run" TO CHANGE-REASON
                   MOVE NEW-X TO PGM-PLOT-X
                   MOVE NEW-Y TO PGM-PLOT-Y
                   MOVE DELTA-MARKER TO PGM-PLOT-VALUE
                   PERFORM WRITE-CHANGE-DETAIL
                   PERFORM PLOT-DELTA-PIXEL
                   PERFORM READ-NEW-SIDE
      *A state change with no brightness difference still has to be
      *visible in the difference image - mark it full bright.
               IF PGM-PLOT-VALUE = 0
                   MOVE DELTA-MARKER TO PGM-PLOT-VALUE
               END-IF
               PERFORM WRITE-CHANGE-DETAIL
               PERFORM PLOT-DELTA-PIXEL
                       IF OLD-Y > WS-MAX-Y-EXTENT
                           MOVE OLD-Y TO WS-MAX-Y-EXTENT
                       END-IF
                       COMPUTE DELTA-CEILING = FUNCTION MAX(
                           DELTA-CEILING OLD-R OLD-G OLD-B)
               END-READ
           END-IF.

                       IF NEW-Y > WS-MAX-Y-EXTENT
                           MOVE NEW-Y TO WS-MAX-Y-EXTENT
                       END-IF
                       COMPUTE DELTA-CEILING = FUNCTION MAX(
                           DELTA-CEILING NEW-R NEW-G NEW-B)
               END-READ
           END-IF.

           WRITE COMPARE-REPORT-LINE.

      *Same P2 layout WRITE-PGM-IMAGE uses: magic, dimensions,
      *maxval (DELTA-CEILING), then one sample per line, sized to
      *the extents seen and capped at PGM-DIM-CAP per side.
       WRITE-DELTA-IMAGE.
           COMPUTE PGM-WIDTH =
               FUNCTION MIN(WS-MAX-X-EXTENT + 1, PGM-DIM-CAP).
           END-STRING.
           WRITE DELTA-PGM-LINE.

           MOVE DELTA-CEILING TO PGM-VALUE-DISP.
           MOVE PGM-VALUE-DISP TO DELTA-PGM-LINE.
           WRITE DELTA-PGM-LINE.

           PERFORM VARYING PGM-ROW-IDX FROM 1 BY 1
                   UNTIL PGM-ROW-IDX > PGM-HEIGHT
               PERFORM VARYING PGM-COL-IDX FROM 1 BY 1
                       UNTIL PGM-COL-IDX > PGM-WIDTH
                   COMPUTE PGM-VALUE-DISP = FUNCTION MIN(
                       PGM-CELL (PGM-ROW-IDX, PGM-COL-IDX)
                       DELTA-CEILING)
                   MOVE PGM-VALUE-DISP TO DELTA-PGM-LINE
                   WRITE DELTA-PGM-LINE
               END-PERFORM
