      *AnnulusIngest and re-masking, which quantizes brightness
      *through the PGM ceiling every generation.
      *
      *compose_control.dat drives the run. Header line:
      *RULE,COUNT[,FORMAT][,CEILING] - RULE is A (add, clipped at
      *the sample ceiling), X (maximum), M (multiply, normalized by
      *the ceiling), or S (subtract later sets from the first,
      *floored at zero); COUNT (2-8) input lines follow, each
      *RUN,<runid> (resolved against annulus_catalog.dat to that
      *run's versioned new_coords file) or FILE,<path> (taken as
      *written). The ceiling is the deepest MAXV= among the RUN
      *inputs' catalog entries (999 for a run cataloged without
      *one); a shallower run is rescaled to it as it merges, so an
      *8-bit and a 16-bit set combine on one scale. CEILING
      *(1-65535) sets it outright - the only way to tell a FILE
      *input's depth, which otherwise is taken to be the ceiling.
      *FORMAT A writes the preview as ASCII P3, B as binary P6;
      *left blank it is binary when any RUN input's preview was
      *(catalog PNM= of P5 or P6). A RUN input must also
      *stand APPROVED on the lane's review file (see AnnulusReview)
      *- an unreviewed or rejected set cannot go into a composite.
      *A FILE input is the operator's own responsibility. A
      *coordinate absent from
      *one input simply does not contribute there: add and max see
      *nothing, multiply treats it as identity, and a value with no
      *first-set base to subtract from composes to zero. The first
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CATALOG-STATUS.

           SELECT REVIEW-FILE
               ASSIGN USING REVIEW-FILE-NAME
               *> Review decisions by run id, written by
               *> AnnulusReview - the latest line for a run is its
               *> standing. Lane-scoped, beside the catalog.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REVIEW-STATUS.

           SELECT MERGE-IN-FILE
               ASSIGN USING MERGE-IN-NAME
               *> The input set currently being merged - one of the
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PGM-STATUS.

           SELECT PGM-BINARY-FILE
               ASSIGN USING COMPOSE-PGM-NAME
               *> The same preview written as a binary P6 pixmap,
               *> byte by byte - see WRITE-COMPOSE-BINARY.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PGM-STATUS.

           SELECT AUDIT-FILE
               ASSIGN TO
               *> The shared run audit log - one COMPOSE line is
       FD  CATALOG-FILE.
       01  CATALOG-RECORD      PIC X(800).

       FD  REVIEW-FILE.
       01  REVIEW-RECORD.
           05 REVIEW-RUNID-TAG     PIC X(6).
           05 REVIEW-RUN-ID        PIC X(16).
           05 REVIEW-STATUS-TAG    PIC X(8).
           05 REVIEW-DECISION      PIC X(8).
           05 REVIEW-BY-TAG        PIC X(4).
           05 REVIEW-INITIALS      PIC X(3).
           05 REVIEW-AT-TAG        PIC X(4).
           05 REVIEW-TIMESTAMP     PIC X(14).
           05 REVIEW-WHY-TAG       PIC X(5).
           05 REVIEW-REASON        PIC X(60).

       FD  MERGE-IN-FILE.
       01  MERGE-IN-RECORD.
           05 MERGE-X          PIC 9(4).
           05 FILLER           PIC X.
           05 MERGE-Y          PIC 9(4).
           05 FILLER           PIC X.
           05 MERGE-R          PIC 9(5).
           05 FILLER           PIC X.
           05 MERGE-G          PIC 9(5).
           05 FILLER           PIC X.
           05 MERGE-B          PIC 9(5).
           05 FILLER           PIC X.
           05 MERGE-RING       PIC 9(2).

           05 CWORK-KEY.
               10 CWORK-X      PIC 9(4).
               10 CWORK-Y      PIC 9(4).
           05 CWORK-R          PIC 9(5).
           05 CWORK-G          PIC 9(5).
           05 CWORK-B          PIC 9(5).
           05 CWORK-RING       PIC 9(2).

       FD  COMPOSITE-FILE.
           05 COM-SPACE-1     PIC X.
           05 COM-Y           PIC 9(4).
           05 COM-SPACE-2     PIC X.
           05 COM-R           PIC 9(5).
           05 COM-SPACE-3     PIC X.
           05 COM-G           PIC 9(5).
           05 COM-SPACE-4     PIC X.
           05 COM-B           PIC 9(5).
           05 COM-SPACE-5     PIC X.
           05 COM-RING        PIC 9(2).

       FD  PGM-FILE.
       01  PGM-LINE            PIC X(20).

       FD  PGM-BINARY-FILE.
       01  PGM-BYTE            PIC X.

       FD  AUDIT-FILE.
       01  AUDIT-LINE          PIC X(800).

       01  CTL-FIELD-COUNT     PIC 9(4) VALUE 0.
       01  INPUT-TAG           PIC X(6).
       01  INPUT-VALUE         PIC X(100).
       01  OUTPUT-FORMAT       PIC X VALUE SPACE.
       01  CEILING-RECEIVE     PIC X(8).
       01  CEILING-DIGIT-TEST  PIC X(8).
       01  INPUT-TABLE.
           05 INPUT-ENTRY OCCURS 8 TIMES.
              10 IN-RUN-ID     PIC X(16).
              10 IN-NAME       PIC X(100).
              10 IN-MAXV       PIC 9(5).
       01  INPUT-SUB           PIC 9(2).
       01  CATALOG-HIT         PIC X.
       01  CATALOG-TEST-ID     PIC X(16).
       01  CATALOG-TAG-OFFSET  PIC 9(4).
       01  CATALOG-MAXV        PIC X(5).
       01  CATALOG-PNM         PIC X(2).

      *Sample depth of the composite. COMPOSE-CEILING is the scale
      *every channel is combined and written on; a run whose own
      *ceiling is lower has its samples rescaled to it at merge.
       01  COMPOSE-CEILING     PIC 9(5) VALUE 0.
       01  CEILING-FROM-HEADER PIC X VALUE "N".
       01  BINARY-SOURCE-SEEN  PIC X VALUE "N".
       01  MERGE-SCALE-FLAG    PIC X VALUE "N".
       01  WS-REVIEW-STATUS    PIC XX.
       01  REVIEW-FILE-NAME    PIC X(100).
       01  REVIEW-STANDING     PIC X(8).
       01  REVIEW-STANDING-BY  PIC X(3).
       01  BASE-DIRECTORY      PIC X(30) VALUE
           "C:\Users\danie\Desktop\imgbol\".
       01  OUTPUT-DIRECTORY    PIC X(44).
       01  MERGE-RECORD-COUNT  PIC 9(8) VALUE 0.
       01  INPUT-RECORD-TOTAL  PIC 9(8) VALUE 0.
       01  COMPOSITE-COUNT     PIC 9(8) VALUE 0.
       01  COMBINED-VALUE      PIC 9(5).
       01  CHANNEL-HELD        PIC 9(5).
       01  CHANNEL-INCOMING    PIC 9(5).

      *Composite preview grid - same shape and cap as the main
      *program's PGM preview.
       01  PGM-HEIGHT          PIC 9(4) VALUE 0.
       01  WS-MAX-X-EXTENT     PIC 9(4) VALUE 0.
       01  WS-MAX-Y-EXTENT     PIC 9(4) VALUE 0.
       01  PGM-VALUE-DISP      PIC ZZZZ9.
       01  PGM-ROW-IDX-NUM     PIC 9(5).
       01  PGM-COL-IDX-NUM     PIC 9(5).
       01  PGM-GRID.
           05 PGM-ROW OCCURS 1000 TIMES INDEXED BY PGM-ROW-IDX.
              10 PGM-CELL OCCURS 1000 TIMES
                     INDEXED BY PGM-COL-IDX.
                 15 PGM-CELL-R PIC 9(5) COMP.
                 15 PGM-CELL-G PIC 9(5) COMP.
                 15 PGM-CELL-B PIC 9(5) COMP.

      *Binary P6 preview - the header is built in PGM-HEADER-TEXT
      *and written out byte by byte ahead of the raster, the same
      *way the main program writes a binary preview.
       01  PGM-HEADER-TEXT     PIC X(40).
       01  PGM-HEADER-LEN      PIC 9(2).
       01  PGM-HEADER-SUB      PIC 9(2).
       01  PGM-LINE-FEED       PIC X VALUE X"0A".
       01  PGM-SAMPLE-VALUE    PIC 9(5).
       01  PGM-SAMPLE-HIGH     PIC 9(3).

       01  AUDIT-TIMESTAMP     PIC X(21).
       01  AUDIT-PTR           PIC 9(4).
                  "annulus_catalog.dat" DELIMITED BY SIZE
                  INTO CATALOG-FILE-NAME
           END-STRING.
           MOVE SPACES TO REVIEW-FILE-NAME.
           STRING OUTPUT-DIRECTORY DELIMITED BY SPACE
                  "annulus_review.dat" DELIMITED BY SIZE
                  INTO REVIEW-FILE-NAME
           END-STRING.
           MOVE SPACES TO WORK-FILE-NAME.
           STRING OUTPUT-DIRECTORY DELIMITED BY SPACE
                  "compose_work.dat" DELIMITED BY SIZE
           END-READ.

           MOVE 0 TO CTL-FIELD-COUNT.
           MOVE SPACES TO CEILING-RECEIVE.
           UNSTRING COMPOSE-CONTROL-LINE DELIMITED BY ","
               INTO COMBINE-RULE
                    INPUT-COUNT
                    OUTPUT-FORMAT
                    CEILING-RECEIVE
               TALLYING IN CTL-FIELD-COUNT
           END-UNSTRING.

           IF CTL-FIELD-COUNT < 2 OR CTL-FIELD-COUNT > 4
               OR (COMBINE-RULE NOT = "A" AND COMBINE-RULE NOT = "X"
                   AND COMBINE-RULE NOT = "M"
                   AND COMBINE-RULE NOT = "S")
               OR INPUT-COUNT IS NOT NUMERIC
               OR INPUT-COUNT < 2 OR INPUT-COUNT > 8
               OR (OUTPUT-FORMAT NOT = SPACE
                   AND OUTPUT-FORMAT NOT = "A"
                   AND OUTPUT-FORMAT NOT = "B")
               DISPLAY "COMPOSE-E-BADHEADER: header must be "
                   "RULE,COUNT[,FORMAT][,CEILING] with RULE A/X/M/S"
                   ", COUNT 2 thru 8 and FORMAT A/B: "
                   COMPOSE-CONTROL-LINE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           IF CEILING-RECEIVE NOT = SPACES
               MOVE CEILING-RECEIVE TO CEILING-DIGIT-TEST
               INSPECT CEILING-DIGIT-TEST
                   CONVERTING "0123456789" TO "          "
               IF CEILING-DIGIT-TEST NOT = SPACES
                   OR FUNCTION NUMVAL(CEILING-RECEIVE) < 1
                   OR FUNCTION NUMVAL(CEILING-RECEIVE) > 65535
                   DISPLAY "COMPOSE-E-BADHEADER: CEILING must be "
                       "1 thru 65535: " COMPOSE-CONTROL-LINE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               COMPUTE COMPOSE-CEILING =
                   FUNCTION NUMVAL(CEILING-RECEIVE)
               MOVE "Y" TO CEILING-FROM-HEADER
           END-IF.

           PERFORM VARYING INPUT-SUB FROM 1 BY 1
                   UNTIL INPUT-SUB > INPUT-COUNT
               READ COMPOSE-CONTROL-FILE
           END-PERFORM.

           CLOSE COMPOSE-CONTROL-FILE.
           PERFORM SETTLE-COMPOSE-DEPTH.

      *The composite's ceiling and preview encoding, once every
      *input's depth is known. Without a header CEILING the deepest
      *RUN input sets it (999 when there are none). FILE inputs
      *are taken at the ceiling; RUN inputs shallower than it are
      *rescaled, and a run deeper than a header CEILING is refused -
      *its samples cannot be brought down without being clipped.
       SETTLE-COMPOSE-DEPTH.
           IF CEILING-FROM-HEADER = "N"
               PERFORM VARYING INPUT-SUB FROM 1 BY 1
                       UNTIL INPUT-SUB > INPUT-COUNT
                   IF IN-MAXV (INPUT-SUB) > COMPOSE-CEILING
                       MOVE IN-MAXV (INPUT-SUB) TO COMPOSE-CEILING
                   END-IF
               END-PERFORM
               IF COMPOSE-CEILING = 0
                   MOVE 999 TO COMPOSE-CEILING
               END-IF
           END-IF.

           PERFORM VARYING INPUT-SUB FROM 1 BY 1
                   UNTIL INPUT-SUB > INPUT-COUNT
               IF IN-MAXV (INPUT-SUB) = 0
                   MOVE COMPOSE-CEILING TO IN-MAXV (INPUT-SUB)
               END-IF
               IF IN-MAXV (INPUT-SUB) > COMPOSE-CEILING
                   DISPLAY "COMPOSE-E-DEPTH: run "
                       IN-RUN-ID (INPUT-SUB) " has ceiling "
                       IN-MAXV (INPUT-SUB) ", above the header "
                       "CEILING " COMPOSE-CEILING
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               IF IN-MAXV (INPUT-SUB) < COMPOSE-CEILING
                   DISPLAY "COMPOSE-W-MIXEDDEPTH: set " INPUT-SUB
                       " ceiling " IN-MAXV (INPUT-SUB)
                       " is rescaled to " COMPOSE-CEILING
               END-IF
           END-PERFORM.

           IF OUTPUT-FORMAT = SPACE
               IF BINARY-SOURCE-SEEN = "Y"
                   MOVE "B" TO OUTPUT-FORMAT
               ELSE
                   MOVE "A" TO OUTPUT-FORMAT
               END-IF
           END-IF.

       LOAD-ONE-INPUT-LINE.
           MOVE 0 TO CTL-FIELD-COUNT.
           END-UNSTRING.

           MOVE SPACES TO IN-RUN-ID (INPUT-SUB) IN-NAME (INPUT-SUB).
           MOVE 0 TO IN-MAXV (INPUT-SUB).
           EVALUATE INPUT-TAG
               WHEN "RUN"
                   MOVE INPUT-VALUE (1:16) TO IN-RUN-ID (INPUT-SUB)
                               TO CATALOG-TEST-ID
                           IF CATALOG-TEST-ID = IN-RUN-ID (INPUT-SUB)
                               MOVE "Y" TO CATALOG-HIT
                               PERFORM NOTE-CATALOG-DEPTH
                           END-IF
                       END-IF
               END-READ
               STOP RUN
           END-IF.

           PERFORM CHECK-RUN-APPROVED.

           STRING OUTPUT-DIRECTORY DELIMITED BY SPACE
                  "new_coords_" DELIMITED BY SIZE
                  IN-RUN-ID (INPUT-SUB) DELIMITED BY SIZE
                  INTO IN-NAME (INPUT-SUB)
           END-STRING.

      *The run's sample ceiling and preview encoding off its catalog
      *entry (MAXV=, PNM=). An entry cataloged before either tag was
      *kept is a 999-ceiling ASCII run.
       NOTE-CATALOG-DEPTH.
           MOVE 999 TO IN-MAXV (INPUT-SUB).
           MOVE 0 TO CATALOG-TAG-OFFSET.
           INSPECT CATALOG-RECORD TALLYING CATALOG-TAG-OFFSET
               FOR CHARACTERS BEFORE INITIAL " MAXV=".
           IF CATALOG-TAG-OFFSET < 790
               MOVE CATALOG-RECORD (CATALOG-TAG-OFFSET + 7:5)
                   TO CATALOG-MAXV
               IF CATALOG-MAXV IS NUMERIC
                   AND CATALOG-MAXV NOT = "00000"
                   MOVE CATALOG-MAXV TO IN-MAXV (INPUT-SUB)
               END-IF
           END-IF.

           MOVE 0 TO CATALOG-TAG-OFFSET.
           INSPECT CATALOG-RECORD TALLYING CATALOG-TAG-OFFSET
               FOR CHARACTERS BEFORE INITIAL " PNM=".
           IF CATALOG-TAG-OFFSET < 790
               MOVE CATALOG-RECORD (CATALOG-TAG-OFFSET + 6:2)
                   TO CATALOG-PNM
               IF CATALOG-PNM = "P5" OR CATALOG-PNM = "P6"
                   MOVE "Y" TO BINARY-SOURCE-SEEN
               END-IF
           END-IF.

      *The run's standing is the last decision the review file holds
      *for it; anything but APPROVED - rejected, or never reviewed -
      *keeps it out of the composite.
       CHECK-RUN-APPROVED.
           MOVE SPACES TO REVIEW-STANDING REVIEW-STANDING-BY.
           OPEN INPUT REVIEW-FILE.
           IF WS-REVIEW-STATUS = "00"
               MOVE "N" TO END-OF-FILE
               PERFORM UNTIL END-OF-FILE = "Y"
                   READ REVIEW-FILE
                       AT END
                           MOVE "Y" TO END-OF-FILE
                       NOT AT END
                           IF REVIEW-RUNID-TAG = "RUNID="
                               AND REVIEW-RUN-ID = IN-RUN-ID (INPUT-SUB)
                               MOVE REVIEW-DECISION TO REVIEW-STANDING
                               MOVE REVIEW-INITIALS
                                   TO REVIEW-STANDING-BY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REVIEW-FILE
               MOVE "N" TO END-OF-FILE
           END-IF.

           IF REVIEW-STANDING NOT = "APPROVED"
               IF REVIEW-STANDING = SPACES
                   DISPLAY "COMPOSE-E-NOTAPPROVED: run "
                       IN-RUN-ID (INPUT-SUB)
                       " has not been reviewed - approve it with "
                       "AnnulusReview first"
               ELSE
                   DISPLAY "COMPOSE-E-NOTAPPROVED: run "
                       IN-RUN-ID (INPUT-SUB) " was "
                       REVIEW-STANDING " by " REVIEW-STANDING-BY
               END-IF
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *One input set folded into the running composite: a keyed READ
      *per record, the rule applied on a hit, a fresh record on a
      *miss (zero-based for a subtract with no first-set value to
               STOP RUN
           END-IF.

           MOVE "N" TO MERGE-SCALE-FLAG.
           IF IN-MAXV (INPUT-SUB) NOT = COMPOSE-CEILING
               MOVE "Y" TO MERGE-SCALE-FLAG
           END-IF.

           MOVE 0 TO MERGE-RECORD-COUNT.
           MOVE "N" TO END-OF-FILE.
           PERFORM UNTIL END-OF-FILE = "Y"
               STOP RUN
           END-IF.

           IF MERGE-SCALE-FLAG = "Y"
               COMPUTE MERGE-R ROUNDED =
                   MERGE-R * COMPOSE-CEILING / IN-MAXV (INPUT-SUB)
               COMPUTE MERGE-G ROUNDED =
                   MERGE-G * COMPOSE-CEILING / IN-MAXV (INPUT-SUB)
               COMPUTE MERGE-B ROUNDED =
                   MERGE-B * COMPOSE-CEILING / IN-MAXV (INPUT-SUB)
           END-IF.

           IF MERGE-R > COMPOSE-CEILING
               OR MERGE-G > COMPOSE-CEILING
               OR MERGE-B > COMPOSE-CEILING
               DISPLAY "COMPOSE-E-OVERCEILING: record "
                   MERGE-RECORD-COUNT " in " MERGE-IN-NAME
                   " exceeds ceiling " COMPOSE-CEILING
                   " - give the header a CEILING"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE MERGE-X TO CWORK-X.
           MOVE MERGE-Y TO CWORK-Y.
           READ WORK-FILE
           END-WRITE.

      *The selectable per-pixel rule, applied channel by channel.
      *Add clips at the sample ceiling; multiply is normalized by it so
      *two full-bright channels stay full bright; subtract floors at
      *zero. The first nonzero ring tag a coordinate carried is the
      *one the composite keeps.
       COMBINE-ONE-CHANNEL.
           EVALUATE COMBINE-RULE
               WHEN "A"
                   COMPUTE COMBINED-VALUE =
                       FUNCTION MIN(COMPOSE-CEILING,
                           CHANNEL-HELD + CHANNEL-INCOMING)
               WHEN "X"
                   COMPUTE COMBINED-VALUE =
                       FUNCTION MAX(CHANNEL-HELD, CHANNEL-INCOMING)
               WHEN "M"
                   COMPUTE COMBINED-VALUE ROUNDED =
                       CHANNEL-HELD * CHANNEL-INCOMING / COMPOSE-CEILING
               WHEN "S"
                   IF CHANNEL-INCOMING >= CHANNEL-HELD
                       MOVE 0 TO COMBINED-VALUE
                   TO PGM-CELL-B (PGM-ROW-IDX, PGM-COL-IDX)
           END-IF.

      *Same layout WRITE-PGM-IMAGE uses for a color run: magic,
      *dimensions, maxval (the composite's ceiling), then three
      *samples per pixel, capped at PGM-DIM-CAP - ASCII P3 one
      *sample per line, or binary P6 for FORMAT B.
       WRITE-COMPOSE-PGM.
           COMPUTE PGM-WIDTH =
               FUNCTION MIN(WS-MAX-X-EXTENT + 1, PGM-DIM-CAP).
                   " cap, compose.ppm is cropped"
           END-IF.

           IF OUTPUT-FORMAT = "B"
               PERFORM WRITE-COMPOSE-BINARY
           ELSE
               PERFORM WRITE-COMPOSE-ASCII
           END-IF.

       WRITE-COMPOSE-ASCII.
           OPEN OUTPUT PGM-FILE.
           IF WS-PGM-STATUS NOT = "00"
               DISPLAY "COMPOSE-E-NOPGM: could not open "
           END-STRING.
           WRITE PGM-LINE.

           MOVE COMPOSE-CEILING TO PGM-VALUE-DISP.
           MOVE PGM-VALUE-DISP TO PGM-LINE.
           WRITE PGM-LINE.

           PERFORM VARYING PGM-ROW-IDX FROM 1 BY 1

           CLOSE PGM-FILE.

      *Binary P6: header text byte by byte, then each sample as one
      *byte under a 256 ceiling or two bytes high-order first.
       WRITE-COMPOSE-BINARY.
           OPEN OUTPUT PGM-BINARY-FILE.
           IF WS-PGM-STATUS NOT = "00"
               DISPLAY "COMPOSE-E-NOPGM: could not open "
                   "compose.ppm, status=" WS-PGM-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE SPACES TO PGM-HEADER-TEXT.
           MOVE 1 TO PGM-HEADER-LEN.
           STRING "P6" DELIMITED SIZE
                  PGM-LINE-FEED DELIMITED SIZE
                  PGM-WIDTH DELIMITED SIZE
                  " " DELIMITED SIZE
                  PGM-HEIGHT DELIMITED SIZE
                  PGM-LINE-FEED DELIMITED SIZE
                  COMPOSE-CEILING DELIMITED SIZE
                  PGM-LINE-FEED DELIMITED SIZE
                  INTO PGM-HEADER-TEXT
                  WITH POINTER PGM-HEADER-LEN
           END-STRING.
           PERFORM VARYING PGM-HEADER-SUB FROM 1 BY 1
                   UNTIL PGM-HEADER-SUB >= PGM-HEADER-LEN
               MOVE PGM-HEADER-TEXT (PGM-HEADER-SUB:1) TO PGM-BYTE
               WRITE PGM-BYTE
           END-PERFORM.

           PERFORM VARYING PGM-ROW-IDX FROM 1 BY 1
                   UNTIL PGM-ROW-IDX > PGM-HEIGHT
               PERFORM VARYING PGM-COL-IDX FROM 1 BY 1
                       UNTIL PGM-COL-IDX > PGM-WIDTH
                   MOVE PGM-CELL-R (PGM-ROW-IDX, PGM-COL-IDX)
                       TO PGM-SAMPLE-VALUE
                   PERFORM PGM-PUT-SAMPLE
                   MOVE PGM-CELL-G (PGM-ROW-IDX, PGM-COL-IDX)
                       TO PGM-SAMPLE-VALUE
                   PERFORM PGM-PUT-SAMPLE
                   MOVE PGM-CELL-B (PGM-ROW-IDX, PGM-COL-IDX)
                       TO PGM-SAMPLE-VALUE
                   PERFORM PGM-PUT-SAMPLE
               END-PERFORM
           END-PERFORM.

           CLOSE PGM-BINARY-FILE.

       PGM-PUT-SAMPLE.
           IF COMPOSE-CEILING < 256
               MOVE FUNCTION CHAR(PGM-SAMPLE-VALUE + 1) TO PGM-BYTE
               WRITE PGM-BYTE
           ELSE
               COMPUTE PGM-SAMPLE-HIGH = PGM-SAMPLE-VALUE / 256
               MOVE FUNCTION CHAR(PGM-SAMPLE-HIGH + 1) TO PGM-BYTE
               WRITE PGM-BYTE
               MOVE FUNCTION CHAR(FUNCTION MOD(PGM-SAMPLE-VALUE, 256)
                   + 1) TO PGM-BYTE
               WRITE PGM-BYTE
           END-IF.

      *One COMPOSE line on the shared audit log, so the assembly is
      *as traceable as the runs it was built from.
       WRITE-AUDIT-ENTRY.
