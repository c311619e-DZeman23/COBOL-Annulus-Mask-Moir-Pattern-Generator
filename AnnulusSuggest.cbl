       01  WS-COORDS.
           05 PIXEL-X          PIC 9(4).
           05 PIXEL-Y          PIC 9(4).
           05 PIXEL-R          PIC 9(5).
           05 PIXEL-G          PIC 9(5).
           05 PIXEL-B          PIC 9(5).
       01  PIXEL-BRIGHT        PIC 9(5).
       01  UNSTRING-FIELD-COUNT PIC 9(4).
       01  WS-UNSTRING-OVERFLOW PIC X.
       01  RECORD-GOOD         PIC X.
       01  CHAMPION-VALUES.
           05 MAX-X            PIC 9(4) VALUE 0.
           05 MAX-Y            PIC 9(4) VALUE 0.
           05 MAX-PIXEL        PIC 9(5) VALUE 0.
       01  WS-MIN-X-EXTENT     PIC 9(4) VALUE 9999.
       01  WS-MIN-Y-EXTENT     PIC 9(4) VALUE 9999.
       01  WS-MAX-X-EXTENT     PIC 9(4) VALUE 0.
      *Pass 2 - MODE B centroid of the bright region, the same
      *arithmetic CENTROID-FINDER applies with the default cutoff.
       01  CENTROID-PCT        PIC 9(3) VALUE 90.
       01  CENTROID-CUTOFF     PIC 9(5).
       01  CENTROID-SUM-WX     PIC 9(15) VALUE 0.
       01  CENTROID-SUM-WY     PIC 9(15) VALUE 0.
       01  CENTROID-SUM-W      PIC 9(12) VALUE 0.
           05 PROFILE-BUCKET OCCURS 400 TIMES.
              10 PB-COUNT      PIC 9(8).
              10 PB-SUM        PIC 9(12).
              10 PB-MEAN       PIC 9(5).
              10 PB-SMOOTH     PIC 9(5).
              10 PB-BRIGHT     PIC X.
       01  BUCKET-SUB          PIC 9(3).
       01  SMOOTH-SUM          PIC 9(7).
       01  SMOOTH-COUNT        PIC 9(2).
       01  NEIGHBOR-SUB        PIC 9(3).
       01  GLOBAL-SUM          PIC 9(12) VALUE 0.
       01  GLOBAL-COUNT        PIC 9(6) VALUE 0.
       01  GLOBAL-MEAN         PIC 9(5) VALUE 0.

      *Band detection - each run of bright buckets becomes one
      *suggested ring.
              10 BAND-FIRST    PIC 9(3).
              10 BAND-LAST     PIC 9(3).
              10 BAND-PEAK-SUB PIC 9(3).
              10 BAND-PEAK-MEAN PIC 9(5).
       01  BAND-SUB            PIC 9(2).
       01  IN-BAND             PIC X.
       01  VALLEY-SUB          PIC 9(3).
       01  VALLEY-MEAN         PIC 9(5).
       01  RADIUS-FROM         PIC 9(5).
       01  RADIUS-TO           PIC 9(5).
       01  PEAK-RADIUS         PIC 9(5).
                               MOVE PIXEL-Y TO WS-MIN-Y-EXTENT
                           END-IF
                       ELSE
                           IF COORD-RAW-LINE (1:7) NOT = "MAXVAL,"
                               ADD 1 TO SKIPPED-RECORD-COUNT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      *The dimmest bucket between this band and the next.
       WRITE-ONE-VALLEY.
           MOVE 99999 TO VALLEY-MEAN.
           MOVE 0 TO VALLEY-SUB.
           PERFORM VARYING BUCKET-SUB
                   FROM BAND-LAST (BAND-SUB) BY 1
           WRITE SUGGEST-LINE.

      *The masking run's own record gate, without its reject file.
      *AnnulusIngest's leading MAXVAL depth line is not a pixel and
      *fails it; the profile works in whatever depth the image has.
       PARSE-COORDINATE-RECORD.
           MOVE "N" TO RECORD-GOOD.
           MOVE 0 TO UNSTRING-FIELD-COUNT.
