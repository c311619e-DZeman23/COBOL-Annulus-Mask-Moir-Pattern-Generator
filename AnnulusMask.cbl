       IDENTIFICATION DIVISION.
       PROGRAM-ID. AnnulusMask.

      *Stored pixel mask algebra. A mask file - written by any
      *Annulus run whose control file carries a MASKSAVE line -
      *records which ring, if any, claimed every X/Y the run saw and
      *that pixel's feather weight, independent of the image's
      *brightness:
      *
      *    MASK,<origin run id or operation>
      *    XXXX,YYYY,RR,WWWW          one line per pixel, X then Y
      *
      *RR 00 is a pixel no ring claimed; WWWW is the kept fraction
      *in thousandths (1000 whole, less on a feather edge). Annulus
      *MODE M applies a mask to a new image without any of the
      *distance, sector or ellipse tests, so a night of same-size
      *frames with identical geometry pays for the geometry once.
      *
      *This program combines masks into shapes ring lines alone
      *cannot express. The lane-scoped annulus_mask_control.dat
      *holds:
      *
      *    OP,UNION | INTERSECT | DIFFERENCE | INVERT
      *    A,<mask path>
      *    B,<mask path>          (not used by INVERT)
      *    OUT,<mask path>        (default pixel_mask_combined.dat)
      *    RING,<nn>              (INVERT only - the ring newly
      *                            claimed pixels belong to, 01 when
      *                            absent)
      *
      *Both inputs are in X-then-Y order, as Annulus writes them, so
      *one two-way merge pass does the matching; a pixel one mask
      *does not list counts as unclaimed there, and the result
      *covers every pixel either mask lists. Weights combine the
      *fuzzy way, so a feather edge survives the algebra:
      *
      *    UNION       A's ring where A claims, else B's;
      *                weight the greater of the two
      *    INTERSECT   A's ring where both claim; weight the lesser
      *    DIFFERENCE  A's ring, weight A's less what B claims
      *                (the lesser of WA and 1000-WB)
      *    INVERT      weight 1000-WA, claimed by RING where any
      *                weight is left
      *
      *A result weight of zero is an unclaimed pixel (ring 00).
      *RETURN-CODE 0 the mask was written, 4 written but claiming no
      *pixels at all, 16 setup problem or an unusable input.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MASK-CONTROL-FILE
               ASSIGN USING MASK-CONTROL-NAME
               *> annulus_mask_control.dat under the lane
               *> directory - see LANE-SETUP.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MASK-CONTROL-STATUS.

           SELECT MASK-A-FILE
               ASSIGN USING MASK-A-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MASK-A-STATUS.

           SELECT MASK-B-FILE
               ASSIGN USING MASK-B-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MASK-B-STATUS.

           SELECT MASK-RESULT-FILE
               ASSIGN USING MASK-RESULT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MASK-RESULT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MASK-CONTROL-FILE.
       01  MASK-CONTROL-LINE   PIC X(120).

       FD  MASK-A-FILE.
       01  MASK-A-LINE         PIC X(40).
       01  MASK-A-RECORD.
           05 MASK-A-X         PIC 9(4).
           05 MASK-A-C1        PIC X.
           05 MASK-A-Y         PIC 9(4).
           05 MASK-A-C2        PIC X.
           05 MASK-A-RING      PIC 9(2).
           05 MASK-A-C3        PIC X.
           05 MASK-A-WEIGHT    PIC 9(4).

       FD  MASK-B-FILE.
       01  MASK-B-LINE         PIC X(40).
       01  MASK-B-RECORD.
           05 MASK-B-X         PIC 9(4).
           05 MASK-B-C1        PIC X.
           05 MASK-B-Y         PIC 9(4).
           05 MASK-B-C2        PIC X.
           05 MASK-B-RING      PIC 9(2).
           05 MASK-B-C3        PIC X.
           05 MASK-B-WEIGHT    PIC 9(4).

       FD  MASK-RESULT-FILE.
       01  MASK-RESULT-LINE    PIC X(40).
       01  MASK-RESULT-RECORD.
           05 MASK-RESULT-X    PIC 9(4).
           05 MASK-RESULT-C1   PIC X.
           05 MASK-RESULT-Y    PIC 9(4).
           05 MASK-RESULT-C2   PIC X.
           05 MASK-RESULT-RING PIC 9(2).
           05 MASK-RESULT-C3   PIC X.
           05 MASK-RESULT-WEIGHT PIC 9(4).

       WORKING-STORAGE SECTION.
       01  WS-MASK-CONTROL-STATUS PIC XX.
       01  WS-MASK-A-STATUS      PIC XX.
       01  WS-MASK-B-STATUS      PIC XX.
       01  WS-MASK-RESULT-STATUS PIC XX.
       01  CONTROL-EOF           PIC X VALUE "N".

      *Partitioned work lanes - the masking run's own resolution, so
      *a lane's control file sits beside its masks.
       01  COMMAND-LINE-TEXT     PIC X(80).
       01  LANE-ID               PIC X(8) VALUE SPACES.
       01  LANE-DIGIT-TEST       PIC X(8).
       01  BASE-DIRECTORY        PIC X(30) VALUE
           "C:\Users\danie\Desktop\imgbol\".
       01  OUTPUT-DIRECTORY      PIC X(44).
       01  MASK-CONTROL-NAME     PIC X(100).
       01  MASK-A-NAME           PIC X(100) VALUE SPACES.
       01  MASK-B-NAME           PIC X(100) VALUE SPACES.
       01  MASK-RESULT-NAME      PIC X(100) VALUE SPACES.

      *The control file's choices.
       01  CTL-TAG               PIC X(10).
       01  CTL-VALUE             PIC X(100).
       01  MASK-OPERATION        PIC X(10) VALUE SPACES.
       01  INVERT-RING           PIC 9(2) VALUE 1.

      *Merge bookkeeping - one composite X-then-Y key per side, as
      *in AnnulusCompare.
       01  A-EOF                 PIC X VALUE "N".
       01  B-EOF                 PIC X VALUE "N".
       01  A-HAS-RECORD          PIC X VALUE "N".
       01  B-HAS-RECORD          PIC X VALUE "N".
       01  A-KEY                 PIC 9(8).
       01  B-KEY                 PIC 9(8).
       01  A-PRIOR-KEY           PIC 9(8) VALUE 0.
       01  B-PRIOR-KEY           PIC 9(8) VALUE 0.
       01  A-FIRST-RECORD        PIC X VALUE "Y".
       01  B-FIRST-RECORD        PIC X VALUE "Y".

      *The pixel being combined - each side's ring and weight (00 and
      *0000 for a side that does not list it) and the result.
       01  PIXEL-X               PIC 9(4).
       01  PIXEL-Y               PIC 9(4).
       01  SIDE-A-RING           PIC 9(2).
       01  SIDE-A-WEIGHT         PIC 9(4).
       01  SIDE-B-RING           PIC 9(2).
       01  SIDE-B-WEIGHT         PIC 9(4).
       01  RESULT-RING           PIC 9(2).
       01  RESULT-WEIGHT         PIC 9(4).

      *Run totals.
       01  A-RECORDS             PIC 9(8) VALUE 0.
       01  B-RECORDS             PIC 9(8) VALUE 0.
       01  RESULT-RECORDS        PIC 9(8) VALUE 0.
       01  RESULT-CLAIMED        PIC 9(8) VALUE 0.

       PROCEDURE DIVISION.
       MASK-INIT.
           PERFORM LANE-SETUP.
           PERFORM LOAD-MASK-CONTROL.

           OPEN INPUT MASK-A-FILE.
           IF WS-MASK-A-STATUS NOT = "00"
               DISPLAY "MASK-E-NOMASKA: could not open "
                   MASK-A-NAME ", status=" WS-MASK-A-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF MASK-OPERATION NOT = "INVERT"
               OPEN INPUT MASK-B-FILE
               IF WS-MASK-B-STATUS NOT = "00"
                   DISPLAY "MASK-E-NOMASKB: could not open "
                       MASK-B-NAME ", status=" WS-MASK-B-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           ELSE
               MOVE "Y" TO B-EOF
           END-IF.

           OPEN OUTPUT MASK-RESULT-FILE.
           IF WS-MASK-RESULT-STATUS NOT = "00"
               DISPLAY "MASK-E-NOOUT: could not open "
                   MASK-RESULT-NAME ", status="
                   WS-MASK-RESULT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE SPACES TO MASK-RESULT-LINE.
           STRING "MASK," DELIMITED BY SIZE
                  MASK-OPERATION DELIMITED BY SPACE
                  INTO MASK-RESULT-LINE
           END-STRING.
           WRITE MASK-RESULT-LINE.

           PERFORM READ-MASK-A.
           PERFORM READ-MASK-B.
           PERFORM UNTIL A-HAS-RECORD = "N"
                   AND B-HAS-RECORD = "N"
               PERFORM COMBINE-ONE-PIXEL
           END-PERFORM.

           CLOSE MASK-A-FILE.
           IF MASK-OPERATION NOT = "INVERT"
               CLOSE MASK-B-FILE
           END-IF.
           CLOSE MASK-RESULT-FILE.

           DISPLAY "MASK-I-DONE: " MASK-OPERATION " of "
               A-RECORDS " and " B-RECORDS " pixel(s) wrote "
               RESULT-RECORDS ", " RESULT-CLAIMED " claimed".
           DISPLAY "MASK-I-OUT: " MASK-RESULT-NAME.
           IF RESULT-CLAIMED = 0
               DISPLAY "MASK-W-EMPTY: the combined mask claims no "
                   "pixels - applying it zeroes every image"
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           STOP RUN.

      *Lane id from the command line, exactly as the masking run
      *resolves it.
       LANE-SETUP.
           MOVE SPACES TO COMMAND-LINE-TEXT.
           ACCEPT COMMAND-LINE-TEXT FROM COMMAND-LINE.
           MOVE SPACES TO LANE-ID.
           UNSTRING COMMAND-LINE-TEXT DELIMITED BY ALL " "
               INTO LANE-ID
           END-UNSTRING.

           IF LANE-ID NOT = SPACES
               MOVE LANE-ID TO LANE-DIGIT-TEST
               INSPECT LANE-DIGIT-TEST CONVERTING
                   "ABCDEFGHIJKLMNOPQRSTUVWXYZ0123456789"
                   TO "                                    "
               IF LANE-DIGIT-TEST NOT = SPACES
                   DISPLAY "MASK-E-BADLANE: lane id must be "
                       "letters and digits, got " LANE-ID
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

           MOVE SPACES TO OUTPUT-DIRECTORY.
           IF LANE-ID = SPACES
               MOVE BASE-DIRECTORY TO OUTPUT-DIRECTORY
           ELSE
               STRING BASE-DIRECTORY DELIMITED BY SPACE
                      "lane_" DELIMITED BY SIZE
                      LANE-ID DELIMITED BY SPACE
                      "\" DELIMITED BY SIZE
                      INTO OUTPUT-DIRECTORY
               END-STRING
               DISPLAY "MASK-I-LANE: combining masks in lane "
                   LANE-ID
           END-IF.

           MOVE SPACES TO MASK-CONTROL-NAME.
           STRING OUTPUT-DIRECTORY DELIMITED BY SPACE
                  "annulus_mask_control.dat" DELIMITED BY SIZE
                  INTO MASK-CONTROL-NAME
           END-STRING.

      *OP, A, B, OUT and RING lines in any order; anything else is a
      *typo worth stopping for.
       LOAD-MASK-CONTROL.
           OPEN INPUT MASK-CONTROL-FILE.
           IF WS-MASK-CONTROL-STATUS NOT = "00"
               DISPLAY "MASK-E-NOCONTROL: could not open "
                   MASK-CONTROL-NAME ", status="
                   WS-MASK-CONTROL-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM UNTIL CONTROL-EOF = "Y"
               READ MASK-CONTROL-FILE
                   AT END
                       MOVE "Y" TO CONTROL-EOF
                   NOT AT END
                       IF MASK-CONTROL-LINE NOT = SPACES
                           PERFORM LOAD-ONE-CONTROL-LINE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE MASK-CONTROL-FILE.

           IF MASK-OPERATION NOT = "UNION"
               AND MASK-OPERATION NOT = "INTERSECT"
               AND MASK-OPERATION NOT = "DIFFERENCE"
               AND MASK-OPERATION NOT = "INVERT"
               DISPLAY "MASK-E-BADOP: OP must be UNION, INTERSECT, "
                   "DIFFERENCE or INVERT, got " MASK-OPERATION
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF MASK-A-NAME = SPACES
               DISPLAY "MASK-E-NOMASKA: no A,<mask path> line"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF MASK-B-NAME = SPACES AND MASK-OPERATION NOT = "INVERT"
               DISPLAY "MASK-E-NOMASKB: " MASK-OPERATION
                   " needs a B,<mask path> line"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF MASK-RESULT-NAME = SPACES
               STRING OUTPUT-DIRECTORY DELIMITED BY SPACE
                      "pixel_mask_combined.dat" DELIMITED BY SIZE
                      INTO MASK-RESULT-NAME
               END-STRING
           END-IF.

       LOAD-ONE-CONTROL-LINE.
           MOVE SPACES TO CTL-TAG CTL-VALUE.
           UNSTRING MASK-CONTROL-LINE DELIMITED BY ","
               INTO CTL-TAG
                    CTL-VALUE
           END-UNSTRING.
           EVALUATE CTL-TAG
               WHEN "OP"
                   MOVE CTL-VALUE TO MASK-OPERATION
               WHEN "A"
                   MOVE CTL-VALUE TO MASK-A-NAME
               WHEN "B"
                   MOVE CTL-VALUE TO MASK-B-NAME
               WHEN "OUT"
                   MOVE CTL-VALUE TO MASK-RESULT-NAME
               WHEN "RING"
                   IF CTL-VALUE (1:2) IS NOT NUMERIC
                       OR CTL-VALUE (3:1) NOT = SPACE
                       OR CTL-VALUE (1:2) = "00"
                       DISPLAY "MASK-E-BADRING: RING must be 01 "
                           "thru 99, got " CTL-VALUE (1:10)
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   MOVE CTL-VALUE (1:2) TO INVERT-RING
               WHEN OTHER
                   DISPLAY "MASK-E-BADCONTROL: unrecognized control "
                       "line " MASK-CONTROL-LINE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

      *One merge step: the lower key is a pixel only that side
      *lists; equal keys combine against each other.
       COMBINE-ONE-PIXEL.
           MOVE 0 TO SIDE-A-RING SIDE-A-WEIGHT SIDE-B-RING
               SIDE-B-WEIGHT.
           IF B-HAS-RECORD = "N"
               OR (A-HAS-RECORD = "Y" AND A-KEY < B-KEY)
               MOVE MASK-A-X TO PIXEL-X
               MOVE MASK-A-Y TO PIXEL-Y
               MOVE MASK-A-RING TO SIDE-A-RING
               MOVE MASK-A-WEIGHT TO SIDE-A-WEIGHT
               PERFORM APPLY-MASK-OPERATION
               PERFORM READ-MASK-A
           ELSE
               IF A-HAS-RECORD = "N"
                   OR B-KEY < A-KEY
                   MOVE MASK-B-X TO PIXEL-X
                   MOVE MASK-B-Y TO PIXEL-Y
                   MOVE MASK-B-RING TO SIDE-B-RING
                   MOVE MASK-B-WEIGHT TO SIDE-B-WEIGHT
                   PERFORM APPLY-MASK-OPERATION
                   PERFORM READ-MASK-B
               ELSE
                   MOVE MASK-A-X TO PIXEL-X
                   MOVE MASK-A-Y TO PIXEL-Y
                   MOVE MASK-A-RING TO SIDE-A-RING
                   MOVE MASK-A-WEIGHT TO SIDE-A-WEIGHT
                   MOVE MASK-B-RING TO SIDE-B-RING
                   MOVE MASK-B-WEIGHT TO SIDE-B-WEIGHT
                   PERFORM APPLY-MASK-OPERATION
                   PERFORM READ-MASK-A
                   PERFORM READ-MASK-B
               END-IF
           END-IF.

      *The operation's ring and weight for this pixel, written as a
      *result record. An unclaimed side's weight never counts, even
      *if the file carries one.
       APPLY-MASK-OPERATION.
           IF SIDE-A-RING = 0
               MOVE 0 TO SIDE-A-WEIGHT
           END-IF.
           IF SIDE-B-RING = 0
               MOVE 0 TO SIDE-B-WEIGHT
           END-IF.
           MOVE 0 TO RESULT-RING RESULT-WEIGHT.

           EVALUATE MASK-OPERATION
               WHEN "UNION"
                   IF SIDE-A-RING NOT = 0
                       MOVE SIDE-A-RING TO RESULT-RING
                   ELSE
                       MOVE SIDE-B-RING TO RESULT-RING
                   END-IF
                   COMPUTE RESULT-WEIGHT =
                       FUNCTION MAX(SIDE-A-WEIGHT, SIDE-B-WEIGHT)
               WHEN "INTERSECT"
                   IF SIDE-A-RING NOT = 0 AND SIDE-B-RING NOT = 0
                       MOVE SIDE-A-RING TO RESULT-RING
                       COMPUTE RESULT-WEIGHT =
                           FUNCTION MIN(SIDE-A-WEIGHT, SIDE-B-WEIGHT)
                   END-IF
               WHEN "DIFFERENCE"
                   IF SIDE-A-RING NOT = 0
                       MOVE SIDE-A-RING TO RESULT-RING
                       COMPUTE RESULT-WEIGHT = FUNCTION MIN(
                           SIDE-A-WEIGHT, 1000 - SIDE-B-WEIGHT)
                       IF RESULT-WEIGHT = 0 AND SIDE-B-RING NOT = 0
                           MOVE 0 TO RESULT-RING
                       END-IF
                   END-IF
               WHEN "INVERT"
                   COMPUTE RESULT-WEIGHT = 1000 - SIDE-A-WEIGHT
                   IF RESULT-WEIGHT > 0
                       MOVE INVERT-RING TO RESULT-RING
                   END-IF
           END-EVALUATE.

           IF RESULT-RING = 0
               MOVE 0 TO RESULT-WEIGHT
           ELSE
               ADD 1 TO RESULT-CLAIMED
           END-IF.
           MOVE PIXEL-X TO MASK-RESULT-X.
           MOVE PIXEL-Y TO MASK-RESULT-Y.
           MOVE RESULT-RING TO MASK-RESULT-RING.
           MOVE RESULT-WEIGHT TO MASK-RESULT-WEIGHT.
           MOVE "," TO MASK-RESULT-C1 MASK-RESULT-C2 MASK-RESULT-C3.
           WRITE MASK-RESULT-RECORD.
           ADD 1 TO RESULT-RECORDS.

      *Reads the next A-side pixel, skipping the MASK header and
      *enforcing the X-then-Y order the merge depends on.
       READ-MASK-A.
           MOVE "N" TO A-HAS-RECORD.
           IF A-EOF = "N"
               READ MASK-A-FILE
                   AT END
                       MOVE "Y" TO A-EOF
               END-READ
           END-IF.
           IF A-EOF = "N" AND A-FIRST-RECORD = "Y"
               MOVE "N" TO A-FIRST-RECORD
               IF MASK-A-LINE (1:5) NOT = "MASK,"
                   DISPLAY "MASK-E-BADMASK: " MASK-A-NAME
                       " does not start with a MASK header line"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               READ MASK-A-FILE
                   AT END
                       MOVE "Y" TO A-EOF
               END-READ
           END-IF.
           IF A-EOF = "N"
               IF MASK-A-X IS NOT NUMERIC
                   OR MASK-A-Y IS NOT NUMERIC
                   OR MASK-A-RING IS NOT NUMERIC
                   OR MASK-A-WEIGHT IS NOT NUMERIC
                   OR MASK-A-WEIGHT > 1000
                   OR MASK-A-C1 NOT = ","
                   OR MASK-A-C2 NOT = ","
                   OR MASK-A-C3 NOT = ","
                   DISPLAY "MASK-E-BADMASK: bad record in "
                       MASK-A-NAME ": " MASK-A-LINE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               COMPUTE A-KEY = MASK-A-X * 10000 + MASK-A-Y
               IF A-RECORDS > 0 AND A-KEY <= A-PRIOR-KEY
                   DISPLAY "MASK-E-UNSORTED: " MASK-A-NAME
                       " is not in X,Y order"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE A-KEY TO A-PRIOR-KEY
               ADD 1 TO A-RECORDS
               MOVE "Y" TO A-HAS-RECORD
           END-IF.

       READ-MASK-B.
           MOVE "N" TO B-HAS-RECORD.
           IF B-EOF = "N"
               READ MASK-B-FILE
                   AT END
                       MOVE "Y" TO B-EOF
               END-READ
           END-IF.
           IF B-EOF = "N" AND B-FIRST-RECORD = "Y"
               MOVE "N" TO B-FIRST-RECORD
               IF MASK-B-LINE (1:5) NOT = "MASK,"
                   DISPLAY "MASK-E-BADMASK: " MASK-B-NAME
                       " does not start with a MASK header line"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               READ MASK-B-FILE
                   AT END
                       MOVE "Y" TO B-EOF
               END-READ
           END-IF.
           IF B-EOF = "N"
               IF MASK-B-X IS NOT NUMERIC
                   OR MASK-B-Y IS NOT NUMERIC
                   OR MASK-B-RING IS NOT NUMERIC
                   OR MASK-B-WEIGHT IS NOT NUMERIC
                   OR MASK-B-WEIGHT > 1000
                   OR MASK-B-C1 NOT = ","
                   OR MASK-B-C2 NOT = ","
                   OR MASK-B-C3 NOT = ","
                   DISPLAY "MASK-E-BADMASK: bad record in "
                       MASK-B-NAME ": " MASK-B-LINE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               COMPUTE B-KEY = MASK-B-X * 10000 + MASK-B-Y
               IF B-RECORDS > 0 AND B-KEY <= B-PRIOR-KEY
                   DISPLAY "MASK-E-UNSORTED: " MASK-B-NAME
                       " is not in X,Y order"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE B-KEY TO B-PRIOR-KEY
               ADD 1 TO B-RECORDS
               MOVE "Y" TO B-HAS-RECORD
           END-IF.
