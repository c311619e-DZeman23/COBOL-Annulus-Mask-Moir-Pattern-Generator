      *says it should. Discrepancies go to a report file and the
      *program ends with RETURN-CODE 8 so the scheduler can hold
      *downstream jobs; setup problems (missing files, bad control
      *data) end with RETURN-CODE 16. Like Annulus it exits with
      *GOBACK, never STOP RUN, so AnnulusBatch can CALL it after
      *every job and carry on whatever it finds.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               RECORD KEY IS WORK-KEY
               FILE STATUS IS WS-WORK-STATUS.

           SELECT MASK-IN-FILE
               ASSIGN USING MASK-IN-NAME
               *> MODE M - the stored pixel mask the run applied,
               *> named on the control file's MASK line. Its
               *> X-then-Y order matches new_coords, so pass 2
               *> walks it in step with the output.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MASK-IN-STATUS.

           SELECT VERIFY-REPORT-FILE
               ASSIGN USING VERIFY-REPORT-NAME
               *> annulus_verify_report.dat - lane-scoped, so two
               *> lanes verifying at once each keep their own
               *> findings. See LANE-SETUP.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           05 FILLER           PIC X.
           05 MASKED-Y         PIC 9(4).
           05 FILLER           PIC X.
           05 MASKED-R         PIC 9(5).
           05 FILLER           PIC X.
           05 MASKED-G         PIC 9(5).
           05 FILLER           PIC X.
           05 MASKED-B         PIC 9(5).
           05 FILLER           PIC X.
           05 MASKED-RING      PIC 9(2).

           05 WORK-KEY.
               10 WORK-X       PIC 9(4).
               10 WORK-Y       PIC 9(4).
           05 WORK-R           PIC 9(5).
           05 WORK-G           PIC 9(5).
           05 WORK-B           PIC 9(5).
           05 WORK-MATCHED     PIC X.

       FD  MASK-IN-FILE.
       01  MASK-IN-LINE        PIC X(40).
       01  MASK-IN-RECORD.
           05 MASK-IN-X        PIC 9(4).
           05 FILLER           PIC X.
           05 MASK-IN-Y        PIC 9(4).
           05 FILLER           PIC X.
           05 MASK-IN-RING     PIC 9(2).
           05 FILLER           PIC X.
           05 MASK-IN-WEIGHT   PIC 9(4).

       FD  VERIFY-REPORT-FILE.
       01  VERIFY-REPORT-LINE  PIC X(100).

       01  WS-CATALOG-STATUS   PIC XX.
       01  END-OF-FILE         PIC X.

      *MODE M - the stored mask stands in for the ring geometry: a
      *pixel's expected ring and feather weight are the mask's, and
      *a pixel the mask does not list belongs to no ring.
       01  WS-MASK-IN-STATUS   PIC XX.
       01  MASK-IN-NAME        PIC X(100) VALUE SPACES.
       01  MASK-TAG            PIC X(10).
       01  MASK-IN-EOF         PIC X VALUE "N".
       01  MASK-CUR-KEY        PIC 9(8) VALUE 0.
       01  MASKED-KEY          PIC 9(8).
       01  EXPECTED-WEIGHT     PIC 9(4).

      *Template expansion - the same GET-CONTROL-LINE indirection
      *the run uses, so a TEMPLATE,<name> control file verifies
      *against exactly the block the run expanded.
       01  CONTROL-FILE-NAME   PIC X(100).
       01  CATALOG-FILE-NAME   PIC X(100).
       01  WORK-FILE-NAME      PIC X(100).
       01  VERIFY-REPORT-NAME  PIC X(100).

      *Control data reloaded with the same rules RADIUS-INITIALIZATION
      *applies, including the ROUNDED halving of the diameters - the
              10 RING-COS-ROT          PIC S9V9(6).
              10 RING-SIN-ROT          PIC S9V9(6).
              10 RING-XFORM-TYPE       PIC X.
              10 RING-XFORM-VALUE      PIC 9(5).
              10 RING-KEEP-R           PIC X.
              10 RING-KEEP-G           PIC X.
              10 RING-KEEP-B           PIC X.
       01  WS-COORDS.
           05 PIXEL-X          PIC 9(4).
           05 PIXEL-Y          PIC 9(4).
           05 PIXEL-R          PIC 9(5).
           05 PIXEL-G          PIC 9(5).
           05 PIXEL-B          PIC 9(5).
       01  UNSTRING-FIELD-COUNT PIC 9(4).
       01  WS-UNSTRING-OVERFLOW PIC X.

      *run applies, and the same brightest-channel working
      *brightness for the champion and centroid.
       01  COLOR-MODE-FLAG     PIC X VALUE SPACE.
       01  PIXEL-BRIGHT        PIC 9(5).

      *Sample depth - the ceiling off the coordinate file's leading
      *MAXVAL line, read with the run's own rule (LOAD-SAMPLE-DEPTH
      *there): 999 without one, a bad one is a reject.
       01  SAMPLE-CEILING      PIC 9(5) VALUE 999.
       01  DEPTH-TAG           PIC X(8).
       01  DEPTH-VALUE-RECEIVE PIC X(8).
       01  DEPTH-DIGIT-TEST    PIC X(8).

      *Center resolution - champion pixel for MODE A, control values
      *for MODE C.
       01  CHAMPION-VALUES.
           05 MAX-X            PIC 9(4) VALUE 0.
           05 MAX-Y            PIC 9(4) VALUE 0.
           05 MAX-PIXEL        PIC 9(5) VALUE 0.

      *Independent distance recomputation per output record.
       01  X-VAR-MINUS-X-SET           PIC S9(4).
      *expected brightness lands on exactly the run's figure.
       01  PIXEL-DISTANCE              PIC 9(5)V9(2).
       01  FEATHER-EDGE-DIST           PIC S9(5)V9(2).
       01  EXPECTED-R                  PIC 9(5).
       01  EXPECTED-G                  PIC 9(5).
       01  EXPECTED-B                  PIC 9(5).

      *Angular sector recheck - same angle construction the run uses.
       01  RING-FIELD-COUNT            PIC 9(4) VALUE 0.
       01  MATCHED-DIST-SQ             PIC 9(12).
       01  GAMMA-BASE                  PIC 9V9(6).
       01  GAMMA-EXPONENT              PIC 9(2)V9(2).
       01  GAMMA-CHANNEL-IN            PIC 9(5).
       01  GAMMA-CHANNEL-OUT           PIC 9(5).

      *Reconciliation tallies.
       01  INPUT-RECORD-COUNT   PIC 9(8) VALUE 0.
                   "annulus_verify_report.dat, status="
                   WS-REPORT-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM LOCATE-RUN-OUTPUTS.
               DISPLAY "VERIFY-I-CLEAN: output reconciles with input"
               MOVE 0 TO RETURN-CODE
           END-IF.
           GOBACK.

      *The run's own lane resolution - same command-line lane id,
      *same directory layout, so the verifier reads exactly the
                   DISPLAY "VERIFY-E-BADLANE: lane id must be "
                       "letters and digits, got " LANE-ID
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF.

                  "verify_work.dat" DELIMITED BY SIZE
                  INTO WORK-FILE-NAME
           END-STRING.
           MOVE SPACES TO VERIFY-REPORT-NAME.
           STRING OUTPUT-DIRECTORY DELIMITED BY SPACE
                  "annulus_verify_report.dat" DELIMITED BY SIZE
                  INTO VERIFY-REPORT-NAME
           END-STRING.

      *Finds the output set to verify: the last catalog line's
      *RUNID= field names the most recent run, and the versioned
               DISPLAY "VERIFY-E-NOCATALOG: annulus_catalog.dat not "
                   "readable, status=" WS-CATALOG-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           MOVE "N" TO END-OF-FILE.
               DISPLAY "VERIFY-E-NOCATALOG: no run id found in the "
                   "catalog - nothing to verify"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           MOVE SPACES TO MASKED-FILE-NAME.
                   "or could not be opened, status="
                   WS-CONTROL-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           READ CONTROL-FILE
               AT END
                   DISPLAY "VERIFY-E-NOCONTROL: control file is empty"
                   MOVE 16 TO RETURN-CODE
                   GOBACK
           END-READ.

           MOVE "N" TO CONTROL-EOF.
                       DISPLAY "VERIFY-E-NOCONTROL: control file "
                           "holds only a SOURCE line"
                       MOVE 16 TO RETURN-CODE
                       GOBACK
               END-READ
           END-IF.

      *A MASKSAVE line only asked the run to save its mask - it has
      *no bearing on the output, so it is stepped past too.
           IF CONTROL-RAW-LINE (1:9) = "MASKSAVE,"
               READ CONTROL-FILE
                   AT END
                       DISPLAY "VERIFY-E-NOCONTROL: control file "
                           "holds no header after its MASKSAVE line"
                       MOVE 16 TO RETURN-CODE
                       GOBACK
               END-READ
           END-IF.

                   DISPLAY "VERIFY-E-BADTEMPLATE: template "
                       TEMPLATE-NAME-WANTED " is empty"
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF.

           END-IF.

           IF MODE-FLAG NOT = "A" AND MODE-FLAG NOT = "B"
               AND MODE-FLAG NOT = "C" AND MODE-FLAG NOT = "M"
               DISPLAY "VERIFY-E-BADMODE: MODE must be A, B, C, or "
                   "M, got " MODE-FLAG
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           MOVE 90 TO CENTROID-PCT.
               MOVE CENTROID-PCT-RECEIVE TO CENTROID-PCT
           END-IF.

           IF MODE-FLAG = "M"
               PERFORM LOAD-MASK-LINE
           ELSE
               PERFORM LOAD-GEOMETRY-TABLE
           END-IF.

           CLOSE CONTROL-FILE.

       LOAD-GEOMETRY-TABLE.
           IF RING-COUNT-WS < 1 OR RING-COUNT-WS > 20
               DISPLAY "VERIFY-E-BADRINGCNT: RING-COUNT must be "
                   "1 thru 20, got " RING-COUNT-WS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           MOVE 1 TO CENTER-COUNT-WS.
           PERFORM LOAD-RING-BLOCK.
           PERFORM LOAD-CENTER-BLOCKS.

      *MODE M: the MASK,<path> line names the stored mask the run
      *applied. It is opened here and positioned past its header,
      *ready for pass 2.
       LOAD-MASK-LINE.
           MOVE 0 TO RING-COUNT-WS.
           PERFORM GET-CONTROL-LINE.
           MOVE SPACES TO MASK-TAG MASK-IN-NAME.
           IF CONTROL-EOF = "N"
               UNSTRING CONTROL-RAW-LINE DELIMITED BY ","
                   INTO MASK-TAG
                        MASK-IN-NAME
               END-UNSTRING
           END-IF.
           IF MASK-TAG NOT = "MASK" OR MASK-IN-NAME = SPACES
               DISPLAY "VERIFY-E-NOMASK: MODE M control file has no "
                   "MASK,<path> line"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT MASK-IN-FILE.
           IF WS-MASK-IN-STATUS NOT = "00"
               DISPLAY "VERIFY-E-NOMASK: stored mask " MASK-IN-NAME
                   " not readable, status=" WS-MASK-IN-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           READ MASK-IN-FILE
               AT END
                   MOVE "Y" TO MASK-IN-EOF
           END-READ.
           PERFORM READ-NEXT-MASK.

       LOAD-RING-BLOCK.
           PERFORM VARYING RING-IDX FROM BLOCK-FIRST-RING BY 1
                   DISPLAY "VERIFY-E-SHORTCONTROL: expected "
                       RING-COUNT-WS " ring lines"
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF

               MOVE CENTER-COUNT-WS TO RING-CENTER-NUM (RING-IDX)
                       TO OPTION-RECEIVE
                   PERFORM RING-OPTION-NUMBER
                   IF OPTION-NUMERIC-FLAG = "Y"
                       AND (OPTION-VALUE <= 999
                           OR (RING-OPT-FIELD (RING-OPT-SUB) (2:1)
                                   = "F"
                               AND OPTION-VALUE <= 65535))
                       MOVE RING-OPT-FIELD (RING-OPT-SUB) (2:1)
                           TO RING-XFORM-TYPE (RING-IDX)
                       MOVE OPTION-VALUE
               DISPLAY "VERIFY-E-BADCENTER: bad CENTER block: "
                   CONTROL-RAW-LINE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           ADD 1 TO CENTER-COUNT-WS.
               DISPLAY "VERIFY-E-NOTEMPLATES: template library "
                   "not readable, status=" WS-TEMPLATE-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           MOVE "N" TO TEMPLATE-FOUND.
               DISPLAY "VERIFY-E-NOTEMPLATE: template "
                   TEMPLATE-NAME-WANTED " is not in the library"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           MOVE "Y" TO TEMPLATE-ACTIVE.
                                   "library ends inside template "
                                   TEMPLATE-NAME-WANTED
                               MOVE 16 TO RETURN-CODE
                               GOBACK
                       END-READ
                       MOVE TEMPLATE-RAW-LINE (1:60)
                           TO TEMPLATE-LINE (TEMPLATE-COPY-SUB)
               DISPLAY "VERIFY-E-NOINPUT: could not open "
                   "image_coordinates.dat, status=" WS-COORD-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN OUTPUT WORK-FILE.
               DISPLAY "VERIFY-E-NOWORK: could not open "
                   "verify_work.dat, status=" WS-WORK-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           MOVE "N" TO END-OF-FILE.
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       ADD 1 TO INPUT-RECORD-COUNT
                       IF INPUT-RECORD-COUNT = 1
                           AND COORD-RAW-LINE (1:7) = "MAXVAL,"
                           PERFORM LOAD-SAMPLE-DEPTH
                       ELSE
                           PERFORM LOAD-ONE-COORDINATE
                       END-IF
               END-READ
           END-PERFORM.

               DISPLAY "VERIFY-E-NOWORK: could not reopen "
                   "verify_work.dat, status=" WS-WORK-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

      *The leading MAXVAL,<maxval>,<magic> line - a ceiling of 1
      *thru 65535 replaces the 999 default, anything else is a line
      *the run rejects.
       LOAD-SAMPLE-DEPTH.
           MOVE SPACES TO DEPTH-TAG DEPTH-VALUE-RECEIVE.
           UNSTRING COORD-RAW-LINE DELIMITED BY "," OR SPACE
               INTO DEPTH-TAG DEPTH-VALUE-RECEIVE
           END-UNSTRING.
           MOVE DEPTH-VALUE-RECEIVE TO DEPTH-DIGIT-TEST.
           INSPECT DEPTH-DIGIT-TEST
               CONVERTING "0123456789" TO "          ".
           IF DEPTH-DIGIT-TEST NOT = SPACES
               OR DEPTH-VALUE-RECEIVE = SPACES
               ADD 1 TO EXPECTED-REJECTS
           ELSE
               IF FUNCTION NUMVAL(DEPTH-VALUE-RECEIVE) < 1
                   OR FUNCTION NUMVAL(DEPTH-VALUE-RECEIVE) > 65535
                   ADD 1 TO EXPECTED-REJECTS
               ELSE
                   COMPUTE SAMPLE-CEILING =
                       FUNCTION NUMVAL(DEPTH-VALUE-RECEIVE)
               END-IF
           END-IF.

       LOAD-ONE-COORDINATE.
                   AND COLOR-MODE-FLAG = "Y")
               OR (UNSTRING-FIELD-COUNT = 5
                   AND COLOR-MODE-FLAG = "N")
               OR PIXEL-R > SAMPLE-CEILING
               OR PIXEL-G > SAMPLE-CEILING
               OR PIXEL-B > SAMPLE-CEILING
               ADD 1 TO EXPECTED-REJECTS
           ELSE
               IF UNSTRING-FIELD-COUNT = 3
      *the brightest-pixel champion pass 1 tracked - the same rule
      *HIGHEST-VALUE-FINDER reports for the run itself.
       RESOLVE-CENTER.
           IF MODE-FLAG = "M"
               DISPLAY "VERIFY-I-MASK: checking against stored mask "
                   MASK-IN-NAME
           END-IF.
           IF MODE-FLAG = "C"
               MOVE CTL-CENTER-X TO MAX-X
               MOVE CTL-CENTER-Y TO MAX-Y
           IF MODE-FLAG = "B"
               PERFORM RESOLVE-CENTROID
           END-IF.
           IF MODE-FLAG NOT = "M"
               DISPLAY "VERIFY-I-CENTER: checking against center X: "
                   MAX-X " Y: " MAX-Y
           END-IF.

      *Resolve the center table the same way the run does: center 1
      *is the resolved center itself, extra centers are offsets from
               DISPLAY "VERIFY-E-NOMASKED: could not open "
                   "new_coords.dat, status=" WS-MASKED-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           MOVE "N" TO END-OF-FILE.
           END-PERFORM.

           CLOSE MASKED-FILE.
           IF MODE-FLAG = "M"
               CLOSE MASK-IN-FILE
           END-IF.

       CHECK-ONE-OUTPUT-RECORD.
           IF MASKED-X IS NOT NUMERIC
           ELSE
               MOVE "Y" TO WORK-MATCHED
               REWRITE WORK-RECORD
               IF MODE-FLAG = "M"
                   PERFORM MASK-RING-FINDER
               ELSE
                   PERFORM EXPECTED-RING-FINDER
               END-IF
               IF EXPECTED-RING = 0
                   IF MASKED-RING NOT = 0 OR MASKED-R NOT = 0
                       OR MASKED-G NOT = 0 OR MASKED-B NOT = 0
                           TO DISCREPANCY-REASON
                       PERFORM WRITE-DISCREPANCY
                   ELSE
                       IF MODE-FLAG = "M"
                           PERFORM MASK-PIXEL-FINDER
                       ELSE
                           PERFORM EXPECTED-PIXEL-FINDER
                       END-IF
                       IF MASKED-R NOT = EXPECTED-R
                           OR MASKED-G NOT = EXPECTED-G
                           OR MASKED-B NOT = EXPECTED-B
               MOVE MATCHED-DIST-SQ TO FINAL-VALUE
           END-IF.

      *MODE M's expected ring: the stored mask is advanced to this
      *output record's coordinate, and its ring there (none when it
      *does not list the coordinate) is what the run should have
      *tagged.
       MASK-RING-FINDER.
           COMPUTE MASKED-KEY = MASKED-X * 10000 + MASKED-Y.
           PERFORM UNTIL MASK-IN-EOF = "Y"
                   OR MASK-CUR-KEY >= MASKED-KEY
               PERFORM READ-NEXT-MASK
           END-PERFORM.
           MOVE 0 TO EXPECTED-RING EXPECTED-WEIGHT.
           IF MASK-IN-EOF = "N" AND MASK-CUR-KEY = MASKED-KEY
               AND MASK-IN-RING IS NUMERIC
               AND MASK-IN-WEIGHT IS NUMERIC
               MOVE MASK-IN-RING TO EXPECTED-RING
               MOVE MASK-IN-WEIGHT TO EXPECTED-WEIGHT
           END-IF.

       READ-NEXT-MASK.
           IF MASK-IN-EOF = "N"
               READ MASK-IN-FILE
                   AT END
                       MOVE "Y" TO MASK-IN-EOF
                   NOT AT END
                       IF MASK-IN-X IS NUMERIC
                           AND MASK-IN-Y IS NUMERIC
                           COMPUTE MASK-CUR-KEY =
                               MASK-IN-X * 10000 + MASK-IN-Y
                       END-IF
               END-READ
           END-IF.

      *MODE M's kept brightness - the input scaled by the mask's
      *weight, with the same rounding the run applies.
       MASK-PIXEL-FINDER.
           MOVE WORK-R TO EXPECTED-R.
           MOVE WORK-G TO EXPECTED-G.
           MOVE WORK-B TO EXPECTED-B.
           IF EXPECTED-WEIGHT < 1000
               COMPUTE EXPECTED-R ROUNDED =
                   WORK-R * EXPECTED-WEIGHT / 1000
               COMPUTE EXPECTED-G ROUNDED =
                   WORK-G * EXPECTED-WEIGHT / 1000
               COMPUTE EXPECTED-B ROUNDED =
                   WORK-B * EXPECTED-WEIGHT / 1000
           END-IF.

      *Same ellipse-frame arithmetic the run applies - rotate the
      *offset, stretch the cross-axis component by the axis ratio,
      *sum the squares.

           EVALUATE RING-XFORM-TYPE (RING-MATCH-SUB)
               WHEN "S"
                   COMPUTE EXPECTED-R ROUNDED =
                       FUNCTION MIN(SAMPLE-CEILING, WORK-R
                       * RING-XFORM-VALUE (RING-MATCH-SUB) / 100)
                   COMPUTE EXPECTED-G ROUNDED =
                       FUNCTION MIN(SAMPLE-CEILING, WORK-G
                       * RING-XFORM-VALUE (RING-MATCH-SUB) / 100)
                   COMPUTE EXPECTED-B ROUNDED =
                       FUNCTION MIN(SAMPLE-CEILING, WORK-B
                       * RING-XFORM-VALUE (RING-MATCH-SUB) / 100)
               WHEN "I"
                   COMPUTE EXPECTED-R = SAMPLE-CEILING - WORK-R
                   COMPUTE EXPECTED-G = SAMPLE-CEILING - WORK-G
                   COMPUTE EXPECTED-B = SAMPLE-CEILING - WORK-B
               WHEN "G"
                   COMPUTE GAMMA-EXPONENT =
                       RING-XFORM-VALUE (RING-MATCH-SUB) / 100
                   PERFORM GAMMA-CHANNEL-CURVE
                   MOVE GAMMA-CHANNEL-OUT TO EXPECTED-B
               WHEN "F"
                   COMPUTE EXPECTED-R = FUNCTION MIN(SAMPLE-CEILING,
                       RING-XFORM-VALUE (RING-MATCH-SUB))
                   MOVE EXPECTED-R TO EXPECTED-G
                   MOVE EXPECTED-R TO EXPECTED-B
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF GAMMA-CHANNEL-IN = 0
               MOVE 0 TO GAMMA-CHANNEL-OUT
           ELSE
               COMPUTE GAMMA-BASE = GAMMA-CHANNEL-IN / SAMPLE-CEILING
               COMPUTE GAMMA-CHANNEL-OUT ROUNDED =
                   SAMPLE-CEILING * (GAMMA-BASE ** GAMMA-EXPONENT)
           END-IF.

      *Pass 3: sweep the keyed input image for records pass 2 never
