       IDENTIFICATION DIVISION.
       PROGRAM-ID. AnnulusFringe.

      *Moire fringe measurement. The point of a multi-center run or
      *a composite is the interference pattern its ring systems
      *make; this program measures that pattern on a new_coords or
      *composite file and checks it against the pattern the run's
      *ring geometry should produce, so a moire deliverable is
      *accepted or rejected against a number instead of by eye -
      *and a center that has drifted shows up as fringes that no
      *longer match their prediction.
      *
      *The image is divided into angular regions around the scan
      *origin (center 1 of the ring systems). In each region two
      *scan lines sample brightness: a radial line out along the
      *region's middle angle across the masked band, and an
      *angular line - an arc at the middle of the band - across the
      *region's width. The ring grating itself is the carrier; each
      *sample is averaged over one ring pitch along the radius, so
      *what is left is the coverage the ring systems make between
      *them - the moire. Fringes are counted as crossings of the
      *profile's mean (with a dead band against noise), and give
      *for the region:
      *
      *    spacing     - the fringe period in pixels, from the radial
      *                  and angular crossing rates together
      *    contrast    - (max - min) / (max + min) along the arc,
      *                  in percent
      *    orientation - the direction the fringe lines run, in
      *                  degrees 0-179 from the positive X axis; the
      *                  crossing counts carry no sign, so it is the
      *                  angle folded to the side of the radial line
      *                  the rates put it on
      *
      *The prediction comes from the control file the run actually
      *applied (its control_snapshot_<runid>.dat) or one named on a
      *CONTROL line: every center's position and its ring pitch -
      *the mean spacing of its rings' mid-radii. Two ring systems
      *of pitch p1 and p2 about centers C1 and C2 beat locally at
      *the difference of their ring frequencies, the vector
      *r1/p1 - r2/p2 (r1, r2 the unit vectors from each center to
      *the point); the predicted fringe spacing is one over its
      *length, taken at the middle of the region's arc. With more
      *than two centers the coarsest fringe center 1 makes with any
      *other is the one predicted - it is the one that shows. A
      *region whose measured spacing is within TOLERANCE percent of
      *the prediction passes; a predicted fringe too wide for three
      *periods to fit in the region passes when the region shows
      *none, or one as wide.
      *
      *fringe_control.dat (lane-suffixed in the base
      *directory) holds:
      *
      *    RUN,<runid> or FILE,<path> - what to measure (required).
      *                     A run resolves against the lane's catalog
      *                     to its new_coords file and its snapshot;
      *                     a file (e.g. compose_coords.dat) is taken
      *                     as written
      *    CONTROL,<path>   - a control file or snapshot to predict
      *                     from, in place of the run's own
      *    CENTER,<x>,<y>   - the scan origin, in place of the run's
      *                     resolved center 1
      *    REGIONS,<4-12>   - angular regions, default 8
      *    TOLERANCE,<1-100> - percent, default 10
      *
      *The scan origin is the CENTER line, else the center the run
      *resolved (its audit log line), else a MODE C header's own
      *center, else the brightness centroid of the image. The
      *report, fringe_report.dat, goes to the lane directory.
      *Ring sectors and ellipses are not modelled in the
      *prediction; a stored-mask (MODE M) run has no ring geometry
      *to predict from and is measured only. RETURN-CODE 0 every
      *predicted region passed (or nothing could be predicted), 4
      *one or more regions failed, 16 a setup problem.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FRINGE-CONTROL-FILE
               ASSIGN USING FRINGE-CONTROL-NAME
               *> fringe_control.dat, lane-suffixed when a lane id
               *> was given - see LANE-SETUP.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.

           SELECT CATALOG-FILE
               ASSIGN USING CATALOG-FILE-NAME
               *> The lane's run catalog - a RUN input must still be
               *> on it, or its files have aged off.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CATALOG-STATUS.

           SELECT AUDIT-FILE
               ASSIGN TO
               *> The shared run audit log - the center each run
               *> resolved is on its line (CENTER-X=, CENTER-Y=).
               "C:\Users\danie\Desktop\imgbol\annulus_audit.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT IMAGE-FILE
               ASSIGN USING IMAGE-FILE-NAME
               *> The new_coords or composite file measured - the
               *> OUTPUT-RECORD layout either way.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IMAGE-STATUS.

           SELECT PREDICT-FILE
               ASSIGN USING PREDICT-FILE-NAME
               *> The control file the prediction is made from - a
               *> run's control snapshot or a CONTROL,<path> file.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PREDICT-STATUS.

           SELECT FRINGE-REPORT-FILE
               ASSIGN USING FRINGE-REPORT-NAME
               *> fringe_report.dat in the lane directory.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FRINGE-CONTROL-FILE.
       01  FRINGE-CONTROL-LINE PIC X(120).

       FD  CATALOG-FILE.
       01  CATALOG-RECORD      PIC X(800).

       FD  AUDIT-FILE.
       01  AUDIT-LINE          PIC X(800).

       FD  IMAGE-FILE.
       01  IMAGE-RECORD.
           05 IMAGE-X          PIC 9(4).
           05 FILLER           PIC X.
           05 IMAGE-Y          PIC 9(4).
           05 FILLER           PIC X.
           05 IMAGE-R          PIC 9(5).
           05 FILLER           PIC X.
           05 IMAGE-G          PIC 9(5).
           05 FILLER           PIC X.
           05 IMAGE-B          PIC 9(5).
           05 FILLER           PIC X.
           05 IMAGE-RING       PIC 9(2).

       FD  PREDICT-FILE.
       01  PREDICT-LINE        PIC X(120).

       FD  FRINGE-REPORT-FILE.
       01  FRINGE-REPORT-LINE  PIC X(160).

       WORKING-STORAGE SECTION.
       01  WS-CONTROL-STATUS   PIC XX.
       01  WS-CATALOG-STATUS   PIC XX.
       01  WS-AUDIT-STATUS     PIC XX.
       01  WS-IMAGE-STATUS     PIC XX.
       01  WS-PREDICT-STATUS   PIC XX.
       01  WS-REPORT-STATUS    PIC XX.
       01  END-OF-FILE         PIC X VALUE "N".

      *Partitioned work lanes - the same command-line lane id and
      *directory layout every other program resolves.
       01  COMMAND-LINE-TEXT   PIC X(80).
       01  LANE-ID             PIC X(8) VALUE SPACES.
       01  LANE-DIGIT-TEST     PIC X(8).
       01  BASE-DIRECTORY      PIC X(30) VALUE
           "C:\Users\danie\Desktop\imgbol\".
       01  OUTPUT-DIRECTORY    PIC X(44).
       01  FRINGE-CONTROL-NAME PIC X(100).
       01  CATALOG-FILE-NAME   PIC X(100).
       01  IMAGE-FILE-NAME     PIC X(100).
       01  PREDICT-FILE-NAME   PIC X(100).
       01  FRINGE-REPORT-NAME  PIC X(100).

      *fringe_control.dat as read.
       01  CTL-FIELD-COUNT     PIC 9(4).
       01  CTL-KEYWORD         PIC X(10).
       01  CTL-VALUE-1         PIC X(100).
       01  CTL-VALUE-2         PIC X(10).
       01  CTL-DIGIT-TEST      PIC X(100).
       01  FRINGE-RUN-ID       PIC X(16) VALUE SPACES.
       01  REGION-COUNT        PIC 9(2) VALUE 8.
       01  TOLERANCE-PCT       PIC 9(3) VALUE 10.
       01  ORIGIN-GIVEN        PIC X VALUE "N".
       01  CATALOG-HIT         PIC X.

      *The image, as working brightness (the brightest channel) on
      *the same 1000 x 1000 grid the previews are drawn on.
       01  BRIGHT-GRID.
           05 BRIGHT-ROW OCCURS 1000 TIMES.
              10 BRIGHT-CELL OCCURS 1000 TIMES PIC 9(5) COMP.
       01  GRID-MAX-X          PIC 9(4) VALUE 0.
       01  GRID-MAX-Y          PIC 9(4) VALUE 0.
       01  GRID-X              PIC 9(4).
       01  GRID-Y              PIC 9(4).
       01  PIXELS-LOADED       PIC 9(8) VALUE 0.
       01  PIXELS-OFF-GRID     PIC 9(8) VALUE 0.
       01  RECORDS-SKIPPED     PIC 9(8) VALUE 0.
       01  PIXEL-BRIGHT        PIC 9(5).

      *The scan origin - center 1 - and where it came from.
       01  ORIGIN-X            PIC S9(5) VALUE 0.
       01  ORIGIN-Y            PIC S9(5) VALUE 0.
       01  ORIGIN-SOURCE       PIC X(20) VALUE SPACES.
       01  ORIGIN-SUM-WX       PIC 9(15).
       01  ORIGIN-SUM-WY       PIC 9(15).
       01  ORIGIN-SUM-W        PIC 9(12).
       01  AUDIT-TEST-ID       PIC X(16).
       01  AUDIT-TAG-OFFSET    PIC 9(4).
       01  AUDIT-CENTER-X      PIC X(4).
       01  AUDIT-CENTER-Y      PIC X(4).

      *Ring geometry for the prediction, off the control file: each
      *center's raw CX/CY (offsets in MODE A/B, absolute in MODE C),
      *its resolved position, and its ring pitch.
       01  PREDICT-OK          PIC X VALUE "N".
       01  PREDICT-REASON      PIC X(50) VALUE SPACES.
       01  PREDICT-EOF         PIC X.
       01  PREDICT-IN-CONTROL  PIC X.
       01  PREDICT-MODE        PIC X.
       01  PREDICT-FIELD-COUNT PIC 9(4).
       01  PREDICT-TAG         PIC X(10).
       01  PREDICT-CX-TEXT     PIC X(6).
       01  PREDICT-CY-TEXT     PIC X(6).
       01  PREDICT-RC-TEXT     PIC X(4).
       01  PREDICT-DS-TEXT     PIC X(6).
       01  PREDICT-DL-TEXT     PIC X(6).
       01  PREDICT-NUM-TEXT    PIC X(4).
       01  BLOCK-RINGS-LEFT    PIC 9(2).
       01  PREDICT-CENTER-COUNT PIC 9 VALUE 0.
       01  PREDICT-CENTER-SUB  PIC 9.
       01  PREDICT-CENTER-TABLE.
           05 PREDICT-CENTER OCCURS 4 TIMES.
              10 PC-RAW-X      PIC S9(5).
              10 PC-RAW-Y      PIC S9(5).
              10 PC-X          PIC S9(5).
              10 PC-Y          PIC S9(5).
              10 PC-RING-COUNT PIC 9(2).
              10 PC-MID-LOW    PIC 9(4)V9(2).
              10 PC-MID-HIGH   PIC 9(4)V9(2).
              10 PC-PITCH      PIC 9(4)V9(4).
       01  RING-MID-RADIUS     PIC 9(4)V9(2).

      *The masked band around the origin and the carrier window.
       01  BAND-DIST-SQ        PIC 9(9).
       01  BAND-MIN-SQ         PIC 9(9).
       01  BAND-MAX-SQ         PIC 9(9).
       01  BAND-DX             PIC S9(5).
       01  BAND-DY             PIC S9(5).
       01  BAND-INNER          PIC 9(4)V9(2).
       01  BAND-OUTER          PIC 9(4)V9(2).
       01  BAND-MIDDLE         PIC 9(4)V9(2).
       01  BAND-SPAN           PIC 9(4)V9(2).
       01  CARRIER-WINDOW      PIC 9(3).
       01  CARRIER-HALF        PIC 9(3).
       01  CARRIER-SOURCE      PIC X(10).
       01  CARRIER-PITCH       PIC 9(4)V9(2).

      *One region's scan geometry.
       01  REGION-SUB          PIC 9(2).
       01  REGION-ANGLE        PIC 9(3)V9(4).
       01  REGION-WIDTH-DEG    PIC 9(3)V9(4).
       01  REGION-RADIANS      PIC S9(2)V9(8).
       01  REGION-COS          PIC S9V9(8).
       01  REGION-SIN          PIC S9V9(8).
       01  ARC-LENGTH          PIC 9(5)V9(2).
       01  ARC-START           PIC S9(2)V9(8).
       01  ARC-ANGLE           PIC S9(2)V9(8).
       01  ARC-COS             PIC S9V9(8).
       01  ARC-SIN             PIC S9V9(8).
       01  PI-VALUE            PIC 9V9(8) VALUE 3.14159265.
       01  SCAN-RADIUS         PIC S9(5)V9(4).
       01  SCAN-SUB            PIC 9(4).
       01  SCAN-INNER-SUB      PIC S9(4).
       01  SCAN-WINDOW-START   PIC S9(4).
       01  SCAN-SUM            PIC 9(10).
       01  SCAN-HITS           PIC 9(5).

      *Raw radial samples, and the profile the crossings are
      *counted on (the smoothed radial line, then the arc).
       01  RAW-COUNT           PIC 9(4).
       01  RAW-TABLE.
           05 RAW-SAMPLE OCCURS 3000 TIMES PIC 9(5).
       01  PROF-COUNT          PIC 9(4).
       01  PROF-TABLE.
           05 PROF-VALUE OCCURS 3000 TIMES PIC 9(5)V9(2).

      *One grid sample - nearest pixel to a fractional position.
       01  SAMPLE-FX           PIC S9(5)V9(4).
       01  SAMPLE-FY           PIC S9(5)V9(4).
       01  SAMPLE-IX           PIC S9(5).
       01  SAMPLE-IY           PIC S9(5).
       01  SAMPLE-INSIDE       PIC X.
       01  SAMPLE-BRIGHT       PIC 9(5).

      *Mean-crossing counter over PROF-TABLE.
       01  PROF-SUB            PIC 9(4).
       01  PROF-SUM            PIC 9(12)V9(2).
       01  PROF-MEAN           PIC 9(5)V9(4).
       01  PROF-MIN            PIC 9(5)V9(2).
       01  PROF-MAX            PIC 9(5)V9(2).
       01  PROF-BAND           PIC 9(5)V9(4).
       01  CROSS-STATE         PIC X.
       01  CROSS-COUNT         PIC 9(4).
       01  CROSS-FIRST         PIC 9(4).
       01  CROSS-LAST          PIC 9(4).
       01  PROF-FREQ           PIC 9V9(8).
       01  DEAD-BAND-PCT       PIC 9(2) VALUE 15.

      *What one region measured.
       01  RADIAL-FREQ         PIC 9V9(8).
       01  ANGULAR-FREQ        PIC 9V9(8).
       01  FRINGE-FREQ         PIC 9V9(8).
       01  REGION-MIN          PIC 9(5)V9(2).
       01  REGION-MAX          PIC 9(5)V9(2).
       01  MEASURED-SPACING    PIC 9(5)V9(2).
       01  MEASURED-CONTRAST   PIC 9(3).
       01  MEASURED-ORIENT     PIC 9(3)V9(4).
       01  MEASURED-SEEN       PIC X.
       01  WAVE-ANGLE          PIC 9(3)V9(4).

      *What the region should show.
       01  POINT-X             PIC S9(5)V9(4).
       01  POINT-Y             PIC S9(5)V9(4).
       01  TO-CENTER-X         PIC S9(5)V9(4).
       01  TO-CENTER-Y         PIC S9(5)V9(4).
       01  TO-CENTER-LEN       PIC 9(5)V9(4).
       01  UNIT-1-X            PIC S9V9(8).
       01  UNIT-1-Y            PIC S9V9(8).
       01  WAVE-X              PIC S9V9(8).
       01  WAVE-Y              PIC S9V9(8).
       01  WAVE-LEN            PIC 9V9(8).
       01  WAVE-RADIAL         PIC 9V9(8).
       01  WAVE-ANGULAR        PIC 9V9(8).
       01  BEST-WAVE-LEN       PIC 9V9(8).
       01  BEST-WAVE-RADIAL    PIC 9V9(8).
       01  BEST-WAVE-ANGULAR   PIC 9V9(8).
       01  BEST-PAIR           PIC 9.
       01  MOIRE-PHASE         PIC S9(5)V9(6).
       01  MOIRE-PHASE-START   PIC S9(5)V9(6).
       01  PREDICTED-SPACING   PIC 9(5)V9(2).
       01  PREDICTED-ORIENT    PIC 9(3)V9(4).
       01  PREDICTED-WIDE      PIC X.
       01  SPACING-DEVIATION   PIC S9(5)V9(2).
       01  REGION-RESULT       PIC X(8).

      *Totals.
       01  REGIONS-PASSED      PIC 9(2) VALUE 0.
       01  REGIONS-FAILED      PIC 9(2) VALUE 0.
       01  REGIONS-UNJUDGED    PIC 9(2) VALUE 0.

      *Report fields.
       01  REGION-DISP         PIC 9(2).
       01  ANGLE-DISP          PIC ZZ9.9.
       01  SPACING-DISP        PIC ZZZZ9.9.
       01  SPACING-TEXT        PIC X(7).
       01  PREDICTED-TEXT      PIC X(7).
       01  CONTRAST-DISP       PIC ZZ9.
       01  ORIENT-DISP         PIC ZZ9.
       01  ORIENT-TEXT         PIC X(3).
       01  PREDICTED-ORIENT-TEXT PIC X(3).
       01  DEVIATION-DISP      PIC ++++9.9.
       01  DEVIATION-TEXT      PIC X(8).
       01  RADIUS-DISP         PIC ZZZ9.
       01  RADIUS-DISP-2       PIC ZZZ9.
       01  PITCH-DISP          PIC ZZZ9.99.
       01  COORD-DISP-X        PIC -ZZZ9.
       01  COORD-DISP-Y        PIC -ZZZ9.

       PROCEDURE DIVISION.
       FRINGE-INIT.
           PERFORM LANE-SETUP.
           PERFORM LOAD-FRINGE-CONTROL.
           PERFORM LOAD-IMAGE-GRID.
           PERFORM LOAD-PREDICT-CONTROL.
           PERFORM RESOLVE-SCAN-ORIGIN.
           PERFORM RESOLVE-CENTER-POSITIONS.
           PERFORM FIND-BAND-EXTENT.
           PERFORM SETTLE-CARRIER-WINDOW.

           OPEN OUTPUT FRINGE-REPORT-FILE.
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "FRINGE-E-NOREPORT: could not open "
                   FRINGE-REPORT-NAME ", status=" WS-REPORT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM WRITE-REPORT-HEAD.

           COMPUTE REGION-WIDTH-DEG = 360 / REGION-COUNT.
           PERFORM VARYING REGION-SUB FROM 1 BY 1
                   UNTIL REGION-SUB > REGION-COUNT
               PERFORM MEASURE-ONE-REGION
               PERFORM PREDICT-REGION-FRINGE
               PERFORM JUDGE-REGION
               PERFORM WRITE-REGION-LINE
           END-PERFORM.

           PERFORM WRITE-REPORT-TOTALS.
           CLOSE FRINGE-REPORT-FILE.

           DISPLAY "FRINGE-I-DONE: " REGION-COUNT " regions, "
               REGIONS-PASSED " passed, " REGIONS-FAILED
               " failed, " REGIONS-UNJUDGED " not predicted - "
               FRINGE-REPORT-NAME.
           IF REGIONS-FAILED > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           STOP RUN.

      *The lane id and directory layout every other program
      *resolves from the command line. The fringe control file is
      *lane-suffixed in the base directory, like the batch
      *manifest; the catalog, the run's files and the report
      *follow the lane.
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
                   DISPLAY "FRINGE-E-BADLANE: lane id must be "
                       "letters and digits, got " LANE-ID
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

           MOVE SPACES TO OUTPUT-DIRECTORY FRINGE-CONTROL-NAME.
           IF LANE-ID = SPACES
               MOVE BASE-DIRECTORY TO OUTPUT-DIRECTORY
               STRING BASE-DIRECTORY DELIMITED BY SPACE
                      "fringe_control.dat" DELIMITED BY SIZE
                      INTO FRINGE-CONTROL-NAME
               END-STRING
           ELSE
               STRING BASE-DIRECTORY DELIMITED BY SPACE
                      "lane_" DELIMITED BY SIZE
                      LANE-ID DELIMITED BY SPACE
                      "\" DELIMITED BY SIZE
                      INTO OUTPUT-DIRECTORY
               END-STRING
               STRING BASE-DIRECTORY DELIMITED BY SPACE
                      "fringe_control_" DELIMITED BY SIZE
                      LANE-ID DELIMITED BY SPACE
                      ".dat" DELIMITED BY SIZE
                      INTO FRINGE-CONTROL-NAME
               END-STRING
               DISPLAY "FRINGE-I-LANE: measuring in lane " LANE-ID
           END-IF.

           MOVE SPACES TO CATALOG-FILE-NAME.
           STRING OUTPUT-DIRECTORY DELIMITED BY SPACE
                  "annulus_catalog.dat" DELIMITED BY SIZE
                  INTO CATALOG-FILE-NAME
           END-STRING.
           MOVE SPACES TO FRINGE-REPORT-NAME.
           STRING OUTPUT-DIRECTORY DELIMITED BY SPACE
                  "fringe_report.dat" DELIMITED BY SIZE
                  INTO FRINGE-REPORT-NAME
           END-STRING.

      *RUN or FILE names the image; the other lines are optional.
       LOAD-FRINGE-CONTROL.
           MOVE SPACES TO IMAGE-FILE-NAME PREDICT-FILE-NAME.
           OPEN INPUT FRINGE-CONTROL-FILE.
           IF WS-CONTROL-STATUS NOT = "00"
               DISPLAY "FRINGE-E-NOCONTROL: could not open "
                   FRINGE-CONTROL-NAME ", status=" WS-CONTROL-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE "N" TO END-OF-FILE.
           PERFORM UNTIL END-OF-FILE = "Y"
               READ FRINGE-CONTROL-FILE
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       IF FRINGE-CONTROL-LINE NOT = SPACES
                           PERFORM APPLY-FRINGE-LINE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FRINGE-CONTROL-FILE.
           MOVE "N" TO END-OF-FILE.

           IF IMAGE-FILE-NAME = SPACES
               DISPLAY "FRINGE-E-NOINPUT: " FRINGE-CONTROL-NAME
                   " names no RUN,<runid> or FILE,<path> to measure"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           IF FRINGE-RUN-ID NOT = SPACES
               PERFORM RESOLVE-FRINGE-RUN
           END-IF.

       APPLY-FRINGE-LINE.
           MOVE 0 TO CTL-FIELD-COUNT.
           MOVE SPACES TO CTL-KEYWORD CTL-VALUE-1 CTL-VALUE-2.
           UNSTRING FRINGE-CONTROL-LINE DELIMITED BY ","
               INTO CTL-KEYWORD
                    CTL-VALUE-1
                    CTL-VALUE-2
               TALLYING IN CTL-FIELD-COUNT
           END-UNSTRING.
           MOVE CTL-VALUE-1 TO CTL-DIGIT-TEST.
           INSPECT CTL-DIGIT-TEST
               CONVERTING "0123456789" TO "          ".

           EVALUATE TRUE
               WHEN CTL-KEYWORD = "RUN" AND CTL-VALUE-1 NOT = SPACES
                   MOVE CTL-VALUE-1 (1:16) TO FRINGE-RUN-ID
                   STRING OUTPUT-DIRECTORY DELIMITED BY SPACE
                          "new_coords_" DELIMITED BY SIZE
                          FRINGE-RUN-ID DELIMITED BY SIZE
                          ".dat" DELIMITED BY SIZE
                          INTO IMAGE-FILE-NAME
                   END-STRING
               WHEN CTL-KEYWORD = "FILE" AND CTL-VALUE-1 NOT = SPACES
                   MOVE SPACES TO FRINGE-RUN-ID
                   MOVE CTL-VALUE-1 TO IMAGE-FILE-NAME
               WHEN CTL-KEYWORD = "CONTROL"
                   AND CTL-VALUE-1 NOT = SPACES
                   MOVE CTL-VALUE-1 TO PREDICT-FILE-NAME
               WHEN CTL-KEYWORD = "CENTER"
                   AND CTL-FIELD-COUNT = 3
                   AND CTL-VALUE-1 NOT = SPACES
                   AND CTL-DIGIT-TEST = SPACES
                   AND CTL-VALUE-2 NOT = SPACES
                   AND FUNCTION TEST-NUMVAL(CTL-VALUE-2) = 0
                   COMPUTE ORIGIN-X = FUNCTION NUMVAL(CTL-VALUE-1)
                   COMPUTE ORIGIN-Y = FUNCTION NUMVAL(CTL-VALUE-2)
                   MOVE "Y" TO ORIGIN-GIVEN
               WHEN CTL-KEYWORD = "REGIONS"
                   AND CTL-VALUE-1 NOT = SPACES
                   AND CTL-DIGIT-TEST = SPACES
                   IF FUNCTION NUMVAL(CTL-VALUE-1) < 4
                       OR FUNCTION NUMVAL(CTL-VALUE-1) > 12
                       PERFORM REJECT-FRINGE-LINE
                   END-IF
                   COMPUTE REGION-COUNT = FUNCTION NUMVAL(CTL-VALUE-1)
               WHEN CTL-KEYWORD = "TOLERANCE"
                   AND CTL-VALUE-1 NOT = SPACES
                   AND CTL-DIGIT-TEST = SPACES
                   IF FUNCTION NUMVAL(CTL-VALUE-1) < 1
                       OR FUNCTION NUMVAL(CTL-VALUE-1) > 100
                       PERFORM REJECT-FRINGE-LINE
                   END-IF
                   COMPUTE TOLERANCE-PCT =
                       FUNCTION NUMVAL(CTL-VALUE-1)
               WHEN OTHER
                   PERFORM REJECT-FRINGE-LINE
           END-EVALUATE.

       REJECT-FRINGE-LINE.
           DISPLAY "FRINGE-E-BADCONTROL: expected RUN,<runid>, "
               "FILE,<path>, CONTROL,<path>, CENTER,<x>,<y>, "
               "REGIONS,<4-12> or TOLERANCE,<1-100>: "
               FRINGE-CONTROL-LINE.
           CLOSE FRINGE-CONTROL-FILE.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

      *A RUN input must still be on catalog. Unless a CONTROL line
      *says otherwise, the prediction comes from the run's own
      *control snapshot.
       RESOLVE-FRINGE-RUN.
           MOVE "N" TO CATALOG-HIT.
           OPEN INPUT CATALOG-FILE.
           IF WS-CATALOG-STATUS NOT = "00"
               DISPLAY "FRINGE-E-NOCATALOG: " CATALOG-FILE-NAME
                   " not readable, status=" WS-CATALOG-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE "N" TO END-OF-FILE.
           PERFORM UNTIL END-OF-FILE = "Y"
               READ CATALOG-FILE
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       IF CATALOG-RECORD (1:6) = "RUNID="
                           AND CATALOG-RECORD (7:16) = FRINGE-RUN-ID
                           MOVE "Y" TO CATALOG-HIT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CATALOG-FILE.
           MOVE "N" TO END-OF-FILE.

           IF CATALOG-HIT = "N"
               DISPLAY "FRINGE-E-NORUN: run " FRINGE-RUN-ID
                   " is not on this catalog - aged off, mistyped, "
                   "or run in a different lane"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           IF PREDICT-FILE-NAME = SPACES
               STRING OUTPUT-DIRECTORY DELIMITED BY SPACE
                      "control_snapshot_" DELIMITED BY SIZE
                      FRINGE-RUN-ID DELIMITED BY SIZE
                      ".dat" DELIMITED BY SIZE
                      INTO PREDICT-FILE-NAME
               END-STRING
           END-IF.

      *Every valid record's brightest channel onto the grid. A
      *coordinate past the grid is counted and left out.
       LOAD-IMAGE-GRID.
           INITIALIZE BRIGHT-GRID.
           OPEN INPUT IMAGE-FILE.
           IF WS-IMAGE-STATUS NOT = "00"
               DISPLAY "FRINGE-E-NOIMAGE: could not open "
                   IMAGE-FILE-NAME ", status=" WS-IMAGE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE "N" TO END-OF-FILE.
           PERFORM UNTIL END-OF-FILE = "Y"
               READ IMAGE-FILE
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       PERFORM LOAD-ONE-PIXEL
               END-READ
           END-PERFORM.
           CLOSE IMAGE-FILE.
           MOVE "N" TO END-OF-FILE.

           IF PIXELS-LOADED = 0
               DISPLAY "FRINGE-E-BLANK: " IMAGE-FILE-NAME
                   " holds no pixel records to measure"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF PIXELS-OFF-GRID > 0
               DISPLAY "FRINGE-W-OFFGRID: " PIXELS-OFF-GRID
                   " pixel(s) past X/Y 999 are not measured"
           END-IF.

       LOAD-ONE-PIXEL.
           IF IMAGE-X IS NOT NUMERIC OR IMAGE-Y IS NOT NUMERIC
               OR IMAGE-R IS NOT NUMERIC OR IMAGE-G IS NOT NUMERIC
               OR IMAGE-B IS NOT NUMERIC
               ADD 1 TO RECORDS-SKIPPED
           ELSE
               IF IMAGE-X > 999 OR IMAGE-Y > 999
                   ADD 1 TO PIXELS-OFF-GRID
               ELSE
                   COMPUTE PIXEL-BRIGHT =
                       FUNCTION MAX(IMAGE-R, IMAGE-G, IMAGE-B)
                   MOVE PIXEL-BRIGHT
                       TO BRIGHT-CELL (IMAGE-Y + 1, IMAGE-X + 1)
                   IF IMAGE-X > GRID-MAX-X
                       MOVE IMAGE-X TO GRID-MAX-X
                   END-IF
                   IF IMAGE-Y > GRID-MAX-Y
                       MOVE IMAGE-Y TO GRID-MAX-Y
                   END-IF
                   ADD 1 TO PIXELS-LOADED
               END-IF
           END-IF.

      *Center and ring lines off the control file or snapshot. A
      *snapshot's reference lines run to its CONTROL line; a
      *SOURCE or MASKSAVE line ahead of the header is passed over.
      *Anything that leaves fewer than two ring systems with a
      *pitch means the run is measured without a prediction.
       LOAD-PREDICT-CONTROL.
           MOVE "N" TO PREDICT-OK.
           MOVE 0 TO PREDICT-CENTER-COUNT.
           MOVE SPACE TO PREDICT-MODE.
           IF PREDICT-FILE-NAME = SPACES
               MOVE "no control file or snapshot named"
                   TO PREDICT-REASON
           ELSE
               OPEN INPUT PREDICT-FILE
               IF WS-PREDICT-STATUS NOT = "00"
                   MOVE "control file or snapshot not readable"
                       TO PREDICT-REASON
                   DISPLAY "FRINGE-W-NOPREDICT: " PREDICT-FILE-NAME
                       " not readable, status=" WS-PREDICT-STATUS
               ELSE
                   MOVE "N" TO PREDICT-EOF
                   MOVE "Y" TO PREDICT-IN-CONTROL
                   PERFORM READ-PREDICT-LINE
                   IF PREDICT-LINE (1:6) = "RUNID,"
                       MOVE "N" TO PREDICT-IN-CONTROL
                       PERFORM UNTIL PREDICT-EOF = "Y"
                               OR PREDICT-IN-CONTROL = "Y"
                           IF PREDICT-LINE = "CONTROL"
                               MOVE "Y" TO PREDICT-IN-CONTROL
                           END-IF
                           PERFORM READ-PREDICT-LINE
                       END-PERFORM
                   END-IF
                   PERFORM UNTIL PREDICT-EOF = "Y"
                           OR (PREDICT-LINE (1:7) NOT = "SOURCE,"
                           AND PREDICT-LINE (1:9) NOT = "MASKSAVE,")
                       PERFORM READ-PREDICT-LINE
                   END-PERFORM
                   IF PREDICT-EOF = "Y"
                       MOVE "control file has no header line"
                           TO PREDICT-REASON
                   ELSE
                       PERFORM LOAD-PREDICT-HEADER
                   END-IF
                   CLOSE PREDICT-FILE
               END-IF
           END-IF.
           IF PREDICT-OK = "N"
               DISPLAY "FRINGE-W-NOPREDICT: measuring only - "
                   PREDICT-REASON
           END-IF.

       READ-PREDICT-LINE.
           READ PREDICT-FILE
               AT END
                   MOVE "Y" TO PREDICT-EOF
                   MOVE SPACES TO PREDICT-LINE
           END-READ.

      *MODE,CX,CY,RING-COUNT[,...] - center 1's ring lines follow,
      *then any CENTER,CX,CY,RING-COUNT blocks.
       LOAD-PREDICT-HEADER.
           IF PREDICT-LINE (1:9) = "TEMPLATE,"
               MOVE "control file names a template, not its rings"
                   TO PREDICT-REASON
           ELSE
               MOVE 0 TO PREDICT-FIELD-COUNT
               MOVE SPACES TO PREDICT-TAG PREDICT-CX-TEXT
                   PREDICT-CY-TEXT PREDICT-RC-TEXT
               UNSTRING PREDICT-LINE DELIMITED BY ","
                   INTO PREDICT-TAG
                        PREDICT-CX-TEXT
                        PREDICT-CY-TEXT
                        PREDICT-RC-TEXT
                   TALLYING IN PREDICT-FIELD-COUNT
               END-UNSTRING
               MOVE PREDICT-TAG (1:1) TO PREDICT-MODE
               EVALUATE TRUE
                   WHEN PREDICT-MODE = "M"
                       MOVE "stored-mask run has no ring geometry"
                           TO PREDICT-REASON
                   WHEN PREDICT-FIELD-COUNT < 4
                       OR (PREDICT-MODE NOT = "A"
                       AND PREDICT-MODE NOT = "B"
                       AND PREDICT-MODE NOT = "C")
                       MOVE "control header not recognized"
                           TO PREDICT-REASON
                   WHEN OTHER
                       PERFORM OPEN-PREDICT-CENTER
                       PERFORM LOAD-PREDICT-RINGS
                       PERFORM READ-PREDICT-LINE
                       PERFORM UNTIL PREDICT-EOF = "Y"
                               OR PREDICT-CENTER-COUNT >= 4
                           PERFORM LOAD-PREDICT-CENTER-BLOCK
                           PERFORM READ-PREDICT-LINE
                       END-PERFORM
                       PERFORM SETTLE-PREDICT-PITCHES
               END-EVALUATE
           END-IF.

       LOAD-PREDICT-CENTER-BLOCK.
           MOVE 0 TO PREDICT-FIELD-COUNT.
           MOVE SPACES TO PREDICT-TAG PREDICT-CX-TEXT
               PREDICT-CY-TEXT PREDICT-RC-TEXT.
           UNSTRING PREDICT-LINE DELIMITED BY ","
               INTO PREDICT-TAG
                    PREDICT-CX-TEXT
                    PREDICT-CY-TEXT
                    PREDICT-RC-TEXT
               TALLYING IN PREDICT-FIELD-COUNT
           END-UNSTRING.
           IF PREDICT-TAG = "CENTER" AND PREDICT-FIELD-COUNT = 4
               PERFORM OPEN-PREDICT-CENTER
               PERFORM LOAD-PREDICT-RINGS
           END-IF.

       OPEN-PREDICT-CENTER.
           ADD 1 TO PREDICT-CENTER-COUNT.
           MOVE PREDICT-CENTER-COUNT TO PREDICT-CENTER-SUB.
           MOVE 0 TO PC-RAW-X (PREDICT-CENTER-SUB)
               PC-RAW-Y (PREDICT-CENTER-SUB)
               PC-RING-COUNT (PREDICT-CENTER-SUB)
               PC-PITCH (PREDICT-CENTER-SUB).
           MOVE 9999 TO PC-MID-LOW (PREDICT-CENTER-SUB).
           MOVE 0 TO PC-MID-HIGH (PREDICT-CENTER-SUB).
           IF FUNCTION TEST-NUMVAL(PREDICT-CX-TEXT) = 0
               COMPUTE PC-RAW-X (PREDICT-CENTER-SUB) =
                   FUNCTION NUMVAL(PREDICT-CX-TEXT)
           END-IF.
           IF FUNCTION TEST-NUMVAL(PREDICT-CY-TEXT) = 0
               COMPUTE PC-RAW-Y (PREDICT-CENTER-SUB) =
                   FUNCTION NUMVAL(PREDICT-CY-TEXT)
           END-IF.
           MOVE 0 TO BLOCK-RINGS-LEFT.
           IF FUNCTION TEST-NUMVAL(PREDICT-RC-TEXT) = 0
               COMPUTE BLOCK-RINGS-LEFT =
                   FUNCTION NUMVAL(PREDICT-RC-TEXT)
           END-IF.

      *The block's ring lines - only the diameters matter here; a
      *ring's mid-radius is a quarter of the two diameters' sum.
       LOAD-PREDICT-RINGS.
           PERFORM UNTIL BLOCK-RINGS-LEFT = 0 OR PREDICT-EOF = "Y"
               PERFORM READ-PREDICT-LINE
               IF PREDICT-EOF = "N"
                   MOVE SPACES TO PREDICT-NUM-TEXT PREDICT-DS-TEXT
                       PREDICT-DL-TEXT
                   UNSTRING PREDICT-LINE DELIMITED BY ","
                       INTO PREDICT-NUM-TEXT
                            PREDICT-DS-TEXT
                            PREDICT-DL-TEXT
                   END-UNSTRING
                   IF FUNCTION TEST-NUMVAL(PREDICT-DS-TEXT) = 0
                       AND FUNCTION TEST-NUMVAL(PREDICT-DL-TEXT) = 0
                       COMPUTE RING-MID-RADIUS =
                           (FUNCTION NUMVAL(PREDICT-DS-TEXT)
                           + FUNCTION NUMVAL(PREDICT-DL-TEXT)) / 4
                       ADD 1 TO PC-RING-COUNT (PREDICT-CENTER-SUB)
                       IF RING-MID-RADIUS
                           < PC-MID-LOW (PREDICT-CENTER-SUB)
                           MOVE RING-MID-RADIUS
                               TO PC-MID-LOW (PREDICT-CENTER-SUB)
                       END-IF
                       IF RING-MID-RADIUS
                           > PC-MID-HIGH (PREDICT-CENTER-SUB)
                           MOVE RING-MID-RADIUS
                               TO PC-MID-HIGH (PREDICT-CENTER-SUB)
                       END-IF
                   END-IF
                   SUBTRACT 1 FROM BLOCK-RINGS-LEFT
               END-IF
           END-PERFORM.

      *A ring system's pitch is the mean step between its rings'
      *mid-radii - a single ring is no grating at all.
       SETTLE-PREDICT-PITCHES.
           PERFORM VARYING PREDICT-CENTER-SUB FROM 1 BY 1
                   UNTIL PREDICT-CENTER-SUB > PREDICT-CENTER-COUNT
               IF PC-RING-COUNT (PREDICT-CENTER-SUB) > 1
                   COMPUTE PC-PITCH (PREDICT-CENTER-SUB) =
                       (PC-MID-HIGH (PREDICT-CENTER-SUB)
                       - PC-MID-LOW (PREDICT-CENTER-SUB))
                       / (PC-RING-COUNT (PREDICT-CENTER-SUB) - 1)
               END-IF
           END-PERFORM.

           EVALUATE TRUE
               WHEN PREDICT-CENTER-COUNT < 2
                   MOVE "one ring system - no moire to predict"
                       TO PREDICT-REASON
               WHEN PC-PITCH (1) = 0
                   MOVE "center 1 has a single ring - no pitch"
                       TO PREDICT-REASON
               WHEN OTHER
                   MOVE "no second ring system with a pitch"
                       TO PREDICT-REASON
                   PERFORM VARYING PREDICT-CENTER-SUB FROM 2 BY 1
                           UNTIL PREDICT-CENTER-SUB
                               > PREDICT-CENTER-COUNT
                       IF PC-PITCH (PREDICT-CENTER-SUB) > 0
                           MOVE "Y" TO PREDICT-OK
                           MOVE SPACES TO PREDICT-REASON
                       END-IF
                   END-PERFORM
           END-EVALUATE.

      *The CENTER line, else the center the run resolved, else a
      *MODE C header's center, else the brightness centroid.
       RESOLVE-SCAN-ORIGIN.
           IF ORIGIN-GIVEN = "Y"
               MOVE "CENTER line" TO ORIGIN-SOURCE
           END-IF.
           IF ORIGIN-SOURCE = SPACES AND FRINGE-RUN-ID NOT = SPACES
               PERFORM FIND-AUDIT-CENTER
           END-IF.
           IF ORIGIN-SOURCE = SPACES AND PREDICT-MODE = "C"
               AND PREDICT-CENTER-COUNT > 0
               MOVE PC-RAW-X (1) TO ORIGIN-X
               MOVE PC-RAW-Y (1) TO ORIGIN-Y
               MOVE "control header" TO ORIGIN-SOURCE
           END-IF.
           IF ORIGIN-SOURCE = SPACES
               PERFORM FIND-BRIGHT-CENTROID
               MOVE "image centroid" TO ORIGIN-SOURCE
               DISPLAY "FRINGE-W-CENTROID: no center known for "
                   "this image - scanning from its brightness "
                   "centroid"
           END-IF.

      *The run's audit line records the center it resolved.
       FIND-AUDIT-CENTER.
           OPEN INPUT AUDIT-FILE.
           IF WS-AUDIT-STATUS = "00"
               MOVE "N" TO END-OF-FILE
               PERFORM UNTIL END-OF-FILE = "Y"
                   READ AUDIT-FILE
                       AT END
                           MOVE "Y" TO END-OF-FILE
                       NOT AT END
                           PERFORM CHECK-AUDIT-LINE
                   END-READ
               END-PERFORM
               CLOSE AUDIT-FILE
               MOVE "N" TO END-OF-FILE
           END-IF.

       CHECK-AUDIT-LINE.
           MOVE 0 TO AUDIT-TAG-OFFSET.
           INSPECT AUDIT-LINE TALLYING AUDIT-TAG-OFFSET
               FOR CHARACTERS BEFORE INITIAL " RUNID=".
           IF AUDIT-TAG-OFFSET < 780
               MOVE AUDIT-LINE (AUDIT-TAG-OFFSET + 8:16)
                   TO AUDIT-TEST-ID
               IF AUDIT-TEST-ID = FRINGE-RUN-ID
                   MOVE 0 TO AUDIT-TAG-OFFSET
                   INSPECT AUDIT-LINE TALLYING AUDIT-TAG-OFFSET
                       FOR CHARACTERS BEFORE INITIAL " CENTER-X="
                   IF AUDIT-TAG-OFFSET < 780
                       MOVE AUDIT-LINE (AUDIT-TAG-OFFSET + 11:4)
                           TO AUDIT-CENTER-X
                   END-IF
                   MOVE 0 TO AUDIT-TAG-OFFSET
                   INSPECT AUDIT-LINE TALLYING AUDIT-TAG-OFFSET
                       FOR CHARACTERS BEFORE INITIAL " CENTER-Y="
                   IF AUDIT-TAG-OFFSET < 780
                       MOVE AUDIT-LINE (AUDIT-TAG-OFFSET + 11:4)
                           TO AUDIT-CENTER-Y
                   END-IF
                   IF AUDIT-CENTER-X IS NUMERIC
                       AND AUDIT-CENTER-Y IS NUMERIC
                       MOVE AUDIT-CENTER-X TO ORIGIN-X
                       MOVE AUDIT-CENTER-Y TO ORIGIN-Y
                       MOVE "run audit line" TO ORIGIN-SOURCE
                   END-IF
               END-IF
           END-IF.

       FIND-BRIGHT-CENTROID.
           MOVE 0 TO ORIGIN-SUM-WX ORIGIN-SUM-WY ORIGIN-SUM-W.
           PERFORM VARYING GRID-Y FROM 0 BY 1
                   UNTIL GRID-Y > GRID-MAX-Y
               PERFORM VARYING GRID-X FROM 0 BY 1
                       UNTIL GRID-X > GRID-MAX-X
                   IF BRIGHT-CELL (GRID-Y + 1, GRID-X + 1) > 0
                       COMPUTE ORIGIN-SUM-WX = ORIGIN-SUM-WX
                           + GRID-X * BRIGHT-CELL (GRID-Y + 1,
                             GRID-X + 1)
                       COMPUTE ORIGIN-SUM-WY = ORIGIN-SUM-WY
                           + GRID-Y * BRIGHT-CELL (GRID-Y + 1,
                             GRID-X + 1)
                       ADD BRIGHT-CELL (GRID-Y + 1, GRID-X + 1)
                           TO ORIGIN-SUM-W
                   END-IF
               END-PERFORM
           END-PERFORM.
           IF ORIGIN-SUM-W > 0
               COMPUTE ORIGIN-X ROUNDED = ORIGIN-SUM-WX / ORIGIN-SUM-W
               COMPUTE ORIGIN-Y ROUNDED = ORIGIN-SUM-WY / ORIGIN-SUM-W
           END-IF.

      *Center 1 is the scan origin; the others are offsets from it
      *in MODE A/B and absolute positions in MODE C - the same
      *resolution the masking run applies.
       RESOLVE-CENTER-POSITIONS.
           PERFORM VARYING PREDICT-CENTER-SUB FROM 1 BY 1
                   UNTIL PREDICT-CENTER-SUB > PREDICT-CENTER-COUNT
               IF PREDICT-CENTER-SUB = 1
                   MOVE ORIGIN-X TO PC-X (1)
                   MOVE ORIGIN-Y TO PC-Y (1)
               ELSE
                   IF PREDICT-MODE = "C"
                       MOVE PC-RAW-X (PREDICT-CENTER-SUB)
                           TO PC-X (PREDICT-CENTER-SUB)
                       MOVE PC-RAW-Y (PREDICT-CENTER-SUB)
                           TO PC-Y (PREDICT-CENTER-SUB)
                   ELSE
                       COMPUTE PC-X (PREDICT-CENTER-SUB) =
                           ORIGIN-X + PC-RAW-X (PREDICT-CENTER-SUB)
                       COMPUTE PC-Y (PREDICT-CENTER-SUB) =
                           ORIGIN-Y + PC-RAW-Y (PREDICT-CENTER-SUB)
                   END-IF
               END-IF
           END-PERFORM.

      *The masked band - the nearest and farthest lit pixels from
      *the origin, narrowed to center 1's own rings when the control
      *file gives them, since the fringes live only where its
      *grating lies over the others. Every scan stays inside it.
       FIND-BAND-EXTENT.
           MOVE 999999999 TO BAND-MIN-SQ.
           MOVE 0 TO BAND-MAX-SQ.
           PERFORM VARYING GRID-Y FROM 0 BY 1
                   UNTIL GRID-Y > GRID-MAX-Y
               PERFORM VARYING GRID-X FROM 0 BY 1
                       UNTIL GRID-X > GRID-MAX-X
                   IF BRIGHT-CELL (GRID-Y + 1, GRID-X + 1) > 0
                       COMPUTE BAND-DX = GRID-X - ORIGIN-X
                       COMPUTE BAND-DY = GRID-Y - ORIGIN-Y
                       COMPUTE BAND-DIST-SQ =
                           BAND-DX * BAND-DX + BAND-DY * BAND-DY
                       IF BAND-DIST-SQ < BAND-MIN-SQ
                           MOVE BAND-DIST-SQ TO BAND-MIN-SQ
                       END-IF
                       IF BAND-DIST-SQ > BAND-MAX-SQ
                           MOVE BAND-DIST-SQ TO BAND-MAX-SQ
                       END-IF
                   END-IF
               END-PERFORM
           END-PERFORM.
           IF BAND-MAX-SQ = 0
               DISPLAY "FRINGE-E-BLANK: every pixel of "
                   IMAGE-FILE-NAME " is dark - nothing to measure"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           COMPUTE BAND-INNER = FUNCTION SQRT(BAND-MIN-SQ).
           COMPUTE BAND-OUTER = FUNCTION SQRT(BAND-MAX-SQ).
           IF PREDICT-CENTER-COUNT > 0 AND PC-PITCH (1) > 0
               IF PC-MID-LOW (1) > BAND-INNER
                   MOVE PC-MID-LOW (1) TO BAND-INNER
               END-IF
               IF PC-MID-HIGH (1) < BAND-OUTER
                   MOVE PC-MID-HIGH (1) TO BAND-OUTER
               END-IF
           END-IF.
           IF BAND-OUTER - BAND-INNER > 2999
               COMPUTE BAND-OUTER = BAND-INNER + 2999
           END-IF.
           COMPUTE BAND-SPAN = BAND-OUTER - BAND-INNER.
           COMPUTE BAND-MIDDLE = (BAND-INNER + BAND-OUTER) / 2.

      *Each sample is averaged over one ring pitch along the
      *radius - the control file's center 1 pitch, or failing that
      *the ring period the image itself shows along a radius.
       SETTLE-CARRIER-WINDOW.
           IF PREDICT-CENTER-COUNT > 0 AND PC-PITCH (1) > 0
               MOVE PC-PITCH (1) TO CARRIER-PITCH
               MOVE "control" TO CARRIER-SOURCE
           ELSE
               MOVE 0 TO REGION-ANGLE
               PERFORM SET-REGION-DIRECTION
               PERFORM SAMPLE-RADIAL-LINE
               PERFORM VARYING PROF-SUB FROM 1 BY 1
                       UNTIL PROF-SUB > RAW-COUNT
                   MOVE RAW-SAMPLE (PROF-SUB) TO PROF-VALUE (PROF-SUB)
               END-PERFORM
               MOVE RAW-COUNT TO PROF-COUNT
               PERFORM COUNT-PROFILE-CROSSINGS
               IF PROF-FREQ > 0
                   COMPUTE CARRIER-PITCH ROUNDED = 1 / PROF-FREQ
               ELSE
                   MOVE 1 TO CARRIER-PITCH
               END-IF
               MOVE "measured" TO CARRIER-SOURCE
           END-IF.
           COMPUTE CARRIER-WINDOW ROUNDED =
               FUNCTION MAX(1, FUNCTION MIN(CARRIER-PITCH,
                   BAND-SPAN / 4, 999)).
           COMPUTE CARRIER-HALF = CARRIER-WINDOW / 2.

      *The report head: what was measured, from where, and what
      *the prediction rests on.
       WRITE-REPORT-HEAD.
           MOVE SPACES TO FRINGE-REPORT-LINE.
           IF FRINGE-RUN-ID NOT = SPACES
               STRING "Fringe measurement of run " DELIMITED SIZE
                      FRINGE-RUN-ID DELIMITED SIZE
                      " - " DELIMITED SIZE
                      IMAGE-FILE-NAME DELIMITED BY SPACE
                      INTO FRINGE-REPORT-LINE
               END-STRING
           ELSE
               STRING "Fringe measurement of " DELIMITED SIZE
                      IMAGE-FILE-NAME DELIMITED BY SPACE
                      INTO FRINGE-REPORT-LINE
               END-STRING
           END-IF.
           WRITE FRINGE-REPORT-LINE.

           MOVE ORIGIN-X TO COORD-DISP-X.
           MOVE ORIGIN-Y TO COORD-DISP-Y.
           MOVE SPACES TO FRINGE-REPORT-LINE.
           STRING "Pixels " DELIMITED SIZE
                  PIXELS-LOADED DELIMITED SIZE
                  " (" DELIMITED SIZE
                  RECORDS-SKIPPED DELIMITED SIZE
                  " skipped, " DELIMITED SIZE
                  PIXELS-OFF-GRID DELIMITED SIZE
                  " off grid), scan origin X" DELIMITED SIZE
                  COORD-DISP-X DELIMITED SIZE
                  " Y" DELIMITED SIZE
                  COORD-DISP-Y DELIMITED SIZE
                  " from " DELIMITED SIZE
                  ORIGIN-SOURCE DELIMITED BY "  "
                  INTO FRINGE-REPORT-LINE
           END-STRING.
           WRITE FRINGE-REPORT-LINE.

           MOVE BAND-INNER TO RADIUS-DISP.
           MOVE BAND-OUTER TO RADIUS-DISP-2.
           MOVE CARRIER-PITCH TO PITCH-DISP.
           MOVE SPACES TO FRINGE-REPORT-LINE.
           STRING "Band radius" DELIMITED SIZE
                  RADIUS-DISP DELIMITED SIZE
                  " to" DELIMITED SIZE
                  RADIUS-DISP-2 DELIMITED SIZE
                  ", ring pitch" DELIMITED SIZE
                  PITCH-DISP DELIMITED SIZE
                  " px (" DELIMITED SIZE
                  CARRIER-SOURCE DELIMITED BY SPACE
                  "), " DELIMITED SIZE
                  REGION-COUNT DELIMITED SIZE
                  " regions, tolerance " DELIMITED SIZE
                  TOLERANCE-PCT DELIMITED SIZE
                  " percent" DELIMITED SIZE
                  INTO FRINGE-REPORT-LINE
           END-STRING.
           WRITE FRINGE-REPORT-LINE.

           IF PREDICT-OK = "Y"
               PERFORM VARYING PREDICT-CENTER-SUB FROM 1 BY 1
                       UNTIL PREDICT-CENTER-SUB > PREDICT-CENTER-COUNT
                   MOVE PC-X (PREDICT-CENTER-SUB) TO COORD-DISP-X
                   MOVE PC-Y (PREDICT-CENTER-SUB) TO COORD-DISP-Y
                   MOVE PC-PITCH (PREDICT-CENTER-SUB) TO PITCH-DISP
                   MOVE SPACES TO FRINGE-REPORT-LINE
                   STRING "Center " DELIMITED SIZE
                          PREDICT-CENTER-SUB DELIMITED SIZE
                          " X" DELIMITED SIZE
                          COORD-DISP-X DELIMITED SIZE
                          " Y" DELIMITED SIZE
                          COORD-DISP-Y DELIMITED SIZE
                          " rings " DELIMITED SIZE
                          PC-RING-COUNT (PREDICT-CENTER-SUB)
                              DELIMITED SIZE
                          " pitch" DELIMITED SIZE
                          PITCH-DISP DELIMITED SIZE
                          " px" DELIMITED SIZE
                          INTO FRINGE-REPORT-LINE
                   END-STRING
                   WRITE FRINGE-REPORT-LINE
               END-PERFORM
           ELSE
               MOVE SPACES TO FRINGE-REPORT-LINE
               STRING "No prediction - " DELIMITED SIZE
                      PREDICT-REASON DELIMITED BY "  "
                      INTO FRINGE-REPORT-LINE
               END-STRING
               WRITE FRINGE-REPORT-LINE
           END-IF.

           MOVE SPACES TO FRINGE-REPORT-LINE.
           STRING "Region angle   spacing contrast orient"
                      DELIMITED SIZE
                  "   predicted orient deviation result"
                      DELIMITED SIZE
                  INTO FRINGE-REPORT-LINE
           END-STRING.
           WRITE FRINGE-REPORT-LINE.

      *The region's radial line, smoothed over the carrier, then
      *its arc, each sample averaged over the carrier along its
      *own radius.
       MEASURE-ONE-REGION.
           COMPUTE REGION-ANGLE =
               (REGION-SUB - 0.5) * REGION-WIDTH-DEG.
           PERFORM SET-REGION-DIRECTION.

           PERFORM SAMPLE-RADIAL-LINE.
           MOVE 0 TO PROF-COUNT.
           PERFORM VARYING SCAN-SUB FROM 1 BY 1
                   UNTIL SCAN-SUB > RAW-COUNT
               IF SCAN-SUB > CARRIER-HALF
                   AND SCAN-SUB + CARRIER-HALF <= RAW-COUNT
                   MOVE 0 TO SCAN-SUM
                   COMPUTE SCAN-WINDOW-START = SCAN-SUB - CARRIER-HALF
                   PERFORM VARYING SCAN-INNER-SUB
                           FROM SCAN-WINDOW-START BY 1
                           UNTIL SCAN-INNER-SUB
                               > SCAN-SUB + CARRIER-HALF
                       ADD RAW-SAMPLE (SCAN-INNER-SUB) TO SCAN-SUM
                   END-PERFORM
                   ADD 1 TO PROF-COUNT
                   COMPUTE PROF-VALUE (PROF-COUNT) ROUNDED =
                       SCAN-SUM / (2 * CARRIER-HALF + 1)
               END-IF
           END-PERFORM.
           PERFORM COUNT-PROFILE-CROSSINGS.
           MOVE PROF-FREQ TO RADIAL-FREQ.
           MOVE PROF-MIN TO REGION-MIN.
           MOVE PROF-MAX TO REGION-MAX.

           PERFORM SAMPLE-ARC-LINE.
           PERFORM COUNT-PROFILE-CROSSINGS.
           MOVE PROF-FREQ TO ANGULAR-FREQ.
           IF PROF-COUNT > 0
               MOVE PROF-MIN TO REGION-MIN
               MOVE PROF-MAX TO REGION-MAX
           END-IF.

           IF REGION-MAX + REGION-MIN > 0
               COMPUTE MEASURED-CONTRAST ROUNDED =
                   (REGION-MAX - REGION-MIN) * 100
                   / (REGION-MAX + REGION-MIN)
           ELSE
               MOVE 0 TO MEASURED-CONTRAST
           END-IF.

           COMPUTE FRINGE-FREQ = FUNCTION SQRT(RADIAL-FREQ ** 2
               + ANGULAR-FREQ ** 2).
           IF FRINGE-FREQ > 0
               MOVE "Y" TO MEASURED-SEEN
               COMPUTE MEASURED-SPACING ROUNDED =
                   FUNCTION MIN(99999, 1 / FRINGE-FREQ)
               IF RADIAL-FREQ > 0
                   COMPUTE WAVE-ANGLE = FUNCTION ATAN(ANGULAR-FREQ
                       / RADIAL-FREQ) * 180 / PI-VALUE
               ELSE
                   MOVE 90 TO WAVE-ANGLE
               END-IF
               COMPUTE MEASURED-ORIENT =
                   REGION-ANGLE + WAVE-ANGLE + 90
               PERFORM FOLD-MEASURED-ORIENT
           ELSE
               MOVE "N" TO MEASURED-SEEN
               MOVE 0 TO MEASURED-SPACING MEASURED-ORIENT
           END-IF.

       FOLD-MEASURED-ORIENT.
           IF MEASURED-ORIENT >= 360
               SUBTRACT 360 FROM MEASURED-ORIENT
           END-IF.
           IF MEASURED-ORIENT >= 180
               SUBTRACT 180 FROM MEASURED-ORIENT
           END-IF.

       SET-REGION-DIRECTION.
           COMPUTE REGION-RADIANS = REGION-ANGLE * PI-VALUE / 180.
           COMPUTE REGION-COS = FUNCTION COS(REGION-RADIANS).
           COMPUTE REGION-SIN = FUNCTION SIN(REGION-RADIANS).

      *One sample a pixel from the band's inner edge to its outer
      *edge, along the region's middle angle. A sample off the
      *image reads as dark.
       SAMPLE-RADIAL-LINE.
           MOVE 0 TO RAW-COUNT.
           PERFORM VARYING SCAN-SUB FROM 0 BY 1
                   UNTIL SCAN-SUB > BAND-SPAN OR RAW-COUNT >= 3000
               COMPUTE SCAN-RADIUS = BAND-INNER + SCAN-SUB
               COMPUTE SAMPLE-FX = ORIGIN-X + SCAN-RADIUS * REGION-COS
               COMPUTE SAMPLE-FY = ORIGIN-Y + SCAN-RADIUS * REGION-SIN
               PERFORM SAMPLE-GRID-POINT
               ADD 1 TO RAW-COUNT
               MOVE SAMPLE-BRIGHT TO RAW-SAMPLE (RAW-COUNT)
           END-PERFORM.

      *The arc at the band's middle radius across the region, a
      *sample a pixel of arc length; each sample is the mean over
      *one carrier window along its own radius.
       SAMPLE-ARC-LINE.
           COMPUTE ARC-LENGTH = BAND-MIDDLE * 2 * PI-VALUE
               / REGION-COUNT.
           COMPUTE ARC-START = REGION-RADIANS
               - (PI-VALUE / REGION-COUNT).
           MOVE 0 TO PROF-COUNT.
           PERFORM VARYING SCAN-SUB FROM 0 BY 1
                   UNTIL SCAN-SUB > ARC-LENGTH OR PROF-COUNT >= 3000
                   OR BAND-MIDDLE < 1
               COMPUTE ARC-ANGLE = ARC-START + SCAN-SUB / BAND-MIDDLE
               COMPUTE ARC-COS = FUNCTION COS(ARC-ANGLE)
               COMPUTE ARC-SIN = FUNCTION SIN(ARC-ANGLE)
               MOVE 0 TO SCAN-SUM SCAN-HITS
               PERFORM VARYING SCAN-INNER-SUB FROM 0 BY 1
                       UNTIL SCAN-INNER-SUB > 2 * CARRIER-HALF
                   COMPUTE SCAN-RADIUS = BAND-MIDDLE
                       - CARRIER-HALF + SCAN-INNER-SUB
                   COMPUTE SAMPLE-FX = ORIGIN-X + SCAN-RADIUS * ARC-COS
                   COMPUTE SAMPLE-FY = ORIGIN-Y + SCAN-RADIUS * ARC-SIN
                   PERFORM SAMPLE-GRID-POINT
                   ADD SAMPLE-BRIGHT TO SCAN-SUM
                   ADD 1 TO SCAN-HITS
               END-PERFORM
               ADD 1 TO PROF-COUNT
               COMPUTE PROF-VALUE (PROF-COUNT) ROUNDED =
                   SCAN-SUM / SCAN-HITS
           END-PERFORM.

      *Nearest pixel to a fractional position; off the grid is dark.
       SAMPLE-GRID-POINT.
           COMPUTE SAMPLE-IX ROUNDED = SAMPLE-FX.
           COMPUTE SAMPLE-IY ROUNDED = SAMPLE-FY.
           MOVE 0 TO SAMPLE-BRIGHT.
           IF SAMPLE-IX >= 0 AND SAMPLE-IX <= GRID-MAX-X
               AND SAMPLE-IY >= 0 AND SAMPLE-IY <= GRID-MAX-Y
               MOVE BRIGHT-CELL (SAMPLE-IY + 1, SAMPLE-IX + 1)
                   TO SAMPLE-BRIGHT
           END-IF.

      *Crossings of the profile's mean, counted only once the
      *profile has cleared a dead band of DEAD-BAND-PCT percent of
      *its range on the other side. The frequency (cycles a pixel)
      *is taken between the first and last crossing when there are
      *three or more, so a part-period at either end does not bias
      *it.
       COUNT-PROFILE-CROSSINGS.
           MOVE 0 TO PROF-FREQ CROSS-COUNT CROSS-FIRST CROSS-LAST.
           MOVE 0 TO PROF-SUM PROF-MIN PROF-MAX.
           IF PROF-COUNT > 0
               MOVE PROF-VALUE (1) TO PROF-MIN PROF-MAX
               PERFORM VARYING PROF-SUB FROM 1 BY 1
                       UNTIL PROF-SUB > PROF-COUNT
                   ADD PROF-VALUE (PROF-SUB) TO PROF-SUM
                   IF PROF-VALUE (PROF-SUB) < PROF-MIN
                       MOVE PROF-VALUE (PROF-SUB) TO PROF-MIN
                   END-IF
                   IF PROF-VALUE (PROF-SUB) > PROF-MAX
                       MOVE PROF-VALUE (PROF-SUB) TO PROF-MAX
                   END-IF
               END-PERFORM
               COMPUTE PROF-MEAN = PROF-SUM / PROF-COUNT
               COMPUTE PROF-BAND =
                   (PROF-MAX - PROF-MIN) * DEAD-BAND-PCT / 100
               MOVE SPACE TO CROSS-STATE
               IF PROF-MAX > PROF-MIN
                   PERFORM VARYING PROF-SUB FROM 1 BY 1
                           UNTIL PROF-SUB > PROF-COUNT
                       PERFORM NOTE-PROFILE-CROSSING
                   END-PERFORM
               END-IF
               EVALUATE TRUE
                   WHEN CROSS-COUNT >= 3 AND CROSS-LAST > CROSS-FIRST
                       COMPUTE PROF-FREQ = (CROSS-COUNT - 1)
                           / (2 * (CROSS-LAST - CROSS-FIRST))
                   WHEN CROSS-COUNT > 0
                       COMPUTE PROF-FREQ =
                           CROSS-COUNT / (2 * PROF-COUNT)
               END-EVALUATE
           END-IF.

       NOTE-PROFILE-CROSSING.
           IF PROF-VALUE (PROF-SUB) > PROF-MEAN + PROF-BAND
               IF CROSS-STATE = "B"
                   PERFORM TALLY-PROFILE-CROSSING
               END-IF
               MOVE "A" TO CROSS-STATE
           END-IF.
           IF PROF-VALUE (PROF-SUB) + PROF-BAND < PROF-MEAN
               IF CROSS-STATE = "A"
                   PERFORM TALLY-PROFILE-CROSSING
               END-IF
               MOVE "B" TO CROSS-STATE
           END-IF.

       TALLY-PROFILE-CROSSING.
           ADD 1 TO CROSS-COUNT.
           IF CROSS-COUNT = 1
               MOVE PROF-SUB TO CROSS-FIRST
           END-IF.
           MOVE PROF-SUB TO CROSS-LAST.

      *The fringe the ring systems should make in the region. The
      *pairing is chosen at the middle of the region's arc - the
      *difference of center 1's ring frequency vector and another
      *center's, the coarsest winning. The rates are then predicted
      *the way the scans measure them: the moire phase (each
      *center's distance over its pitch, differenced) changes by so
      *many fringes from one end of the radial line to the other,
      *and of the arc. Both parts are folded the way the scans fold
      *theirs, so the orientations compare directly.
       PREDICT-REGION-FRINGE.
           MOVE "N" TO PREDICTED-WIDE.
           MOVE 0 TO PREDICTED-SPACING PREDICTED-ORIENT BEST-PAIR.
           IF PREDICT-OK = "Y"
               COMPUTE POINT-X = ORIGIN-X + BAND-MIDDLE * REGION-COS
               COMPUTE POINT-Y = ORIGIN-Y + BAND-MIDDLE * REGION-SIN
               MOVE 1 TO PREDICT-CENTER-SUB
               PERFORM POINT-TO-CENTER
               MOVE 9 TO BEST-WAVE-LEN
               IF TO-CENTER-LEN > 0
                   COMPUTE UNIT-1-X = TO-CENTER-X / TO-CENTER-LEN
                   COMPUTE UNIT-1-Y = TO-CENTER-Y / TO-CENTER-LEN
                   PERFORM VARYING PREDICT-CENTER-SUB FROM 2 BY 1
                           UNTIL PREDICT-CENTER-SUB
                               > PREDICT-CENTER-COUNT
                       IF PC-PITCH (PREDICT-CENTER-SUB) > 0
                           PERFORM PREDICT-ONE-PAIR
                       END-IF
                   END-PERFORM
               END-IF
               IF BEST-PAIR > 0
                   PERFORM PREDICT-SCAN-PHASES
                   PERFORM SETTLE-PREDICTION
               END-IF
           END-IF.

       PREDICT-SCAN-PHASES.
           COMPUTE POINT-X = ORIGIN-X + BAND-INNER * REGION-COS.
           COMPUTE POINT-Y = ORIGIN-Y + BAND-INNER * REGION-SIN.
           PERFORM PHASE-AT-POINT.
           MOVE MOIRE-PHASE TO MOIRE-PHASE-START.
           COMPUTE POINT-X = ORIGIN-X + BAND-OUTER * REGION-COS.
           COMPUTE POINT-Y = ORIGIN-Y + BAND-OUTER * REGION-SIN.
           PERFORM PHASE-AT-POINT.
           MOVE 0 TO BEST-WAVE-RADIAL BEST-WAVE-ANGULAR.
           IF BAND-SPAN > 0
               COMPUTE BEST-WAVE-RADIAL = FUNCTION ABS(MOIRE-PHASE
                   - MOIRE-PHASE-START) / BAND-SPAN
           END-IF.

           COMPUTE POINT-X = ORIGIN-X
               + BAND-MIDDLE * FUNCTION COS(ARC-START).
           COMPUTE POINT-Y = ORIGIN-Y
               + BAND-MIDDLE * FUNCTION SIN(ARC-START).
           PERFORM PHASE-AT-POINT.
           MOVE MOIRE-PHASE TO MOIRE-PHASE-START.
           IF BAND-MIDDLE > 0
               COMPUTE ARC-ANGLE = ARC-START
                   + ARC-LENGTH / BAND-MIDDLE
           END-IF.
           COMPUTE POINT-X = ORIGIN-X
               + BAND-MIDDLE * FUNCTION COS(ARC-ANGLE).
           COMPUTE POINT-Y = ORIGIN-Y
               + BAND-MIDDLE * FUNCTION SIN(ARC-ANGLE).
           PERFORM PHASE-AT-POINT.
           IF ARC-LENGTH > 0
               COMPUTE BEST-WAVE-ANGULAR = FUNCTION ABS(MOIRE-PHASE
                   - MOIRE-PHASE-START) / ARC-LENGTH
           END-IF.
           COMPUTE BEST-WAVE-LEN = FUNCTION SQRT(BEST-WAVE-RADIAL
               ** 2 + BEST-WAVE-ANGULAR ** 2).

       PHASE-AT-POINT.
           MOVE 1 TO PREDICT-CENTER-SUB.
           PERFORM POINT-TO-CENTER.
           COMPUTE MOIRE-PHASE = TO-CENTER-LEN / PC-PITCH (1).
           MOVE BEST-PAIR TO PREDICT-CENTER-SUB.
           PERFORM POINT-TO-CENTER.
           COMPUTE MOIRE-PHASE = MOIRE-PHASE
               - TO-CENTER-LEN / PC-PITCH (BEST-PAIR).

       POINT-TO-CENTER.
           COMPUTE TO-CENTER-X = POINT-X - PC-X (PREDICT-CENTER-SUB).
           COMPUTE TO-CENTER-Y = POINT-Y - PC-Y (PREDICT-CENTER-SUB).
           COMPUTE TO-CENTER-LEN = FUNCTION SQRT(TO-CENTER-X ** 2
               + TO-CENTER-Y ** 2).

       PREDICT-ONE-PAIR.
           PERFORM POINT-TO-CENTER.
           IF TO-CENTER-LEN > 0
               COMPUTE WAVE-X = UNIT-1-X / PC-PITCH (1)
                   - TO-CENTER-X
                     / (TO-CENTER-LEN * PC-PITCH (PREDICT-CENTER-SUB))
               COMPUTE WAVE-Y = UNIT-1-Y / PC-PITCH (1)
                   - TO-CENTER-Y
                     / (TO-CENTER-LEN * PC-PITCH (PREDICT-CENTER-SUB))
               COMPUTE WAVE-LEN = FUNCTION SQRT(WAVE-X ** 2
                   + WAVE-Y ** 2)
               IF WAVE-LEN < BEST-WAVE-LEN
                   MOVE WAVE-LEN TO BEST-WAVE-LEN
                   MOVE PREDICT-CENTER-SUB TO BEST-PAIR
                   COMPUTE BEST-WAVE-RADIAL = FUNCTION ABS(
                       WAVE-X * REGION-COS + WAVE-Y * REGION-SIN)
                   COMPUTE BEST-WAVE-ANGULAR = FUNCTION ABS(
                       WAVE-Y * REGION-COS - WAVE-X * REGION-SIN)
               END-IF
           END-IF.

      *A fringe too wide for three periods to fit in the longer
      *scan cannot be counted reliably in the region - that is noted
      *rather than measured against.
       SETTLE-PREDICTION.
           IF BEST-WAVE-LEN > 0
               COMPUTE PREDICTED-SPACING ROUNDED =
                   FUNCTION MIN(99999, 1 / BEST-WAVE-LEN)
           ELSE
               MOVE 99999 TO PREDICTED-SPACING
           END-IF.
           IF PREDICTED-SPACING * 3
               > FUNCTION MAX(BAND-SPAN, ARC-LENGTH)
               MOVE "Y" TO PREDICTED-WIDE
           END-IF.
           IF BEST-WAVE-RADIAL > 0
               COMPUTE WAVE-ANGLE = FUNCTION ATAN(BEST-WAVE-ANGULAR
                   / BEST-WAVE-RADIAL) * 180 / PI-VALUE
           ELSE
               MOVE 90 TO WAVE-ANGLE
           END-IF.
           COMPUTE PREDICTED-ORIENT = REGION-ANGLE + WAVE-ANGLE + 90.
           IF PREDICTED-ORIENT >= 360
               SUBTRACT 360 FROM PREDICTED-ORIENT
           END-IF.
           IF PREDICTED-ORIENT >= 180
               SUBTRACT 180 FROM PREDICTED-ORIENT
           END-IF.

      *PASS within tolerance of the prediction; a predicted fringe
      *too wide for the region passes when the region shows none, or
      *shows one too wide as well; no prediction is no judgement.
       JUDGE-REGION.
           MOVE 0 TO SPACING-DEVIATION.
           EVALUATE TRUE
               WHEN PREDICT-OK = "N" OR BEST-PAIR = 0
                   MOVE "MEASURED" TO REGION-RESULT
                   ADD 1 TO REGIONS-UNJUDGED
               WHEN PREDICTED-WIDE = "Y"
                   AND (MEASURED-SEEN = "N" OR MEASURED-SPACING * 3
                       > FUNCTION MAX(BAND-SPAN, ARC-LENGTH))
                   MOVE "PASS" TO REGION-RESULT
                   ADD 1 TO REGIONS-PASSED
               WHEN MEASURED-SEEN = "N"
                   MOVE "FAIL" TO REGION-RESULT
                   ADD 1 TO REGIONS-FAILED
               WHEN OTHER
                   COMPUTE SPACING-DEVIATION ROUNDED =
                       (MEASURED-SPACING - PREDICTED-SPACING) * 100
                       / PREDICTED-SPACING
                   IF FUNCTION ABS(SPACING-DEVIATION)
                       <= TOLERANCE-PCT
                       MOVE "PASS" TO REGION-RESULT
                       ADD 1 TO REGIONS-PASSED
                   ELSE
                       MOVE "FAIL" TO REGION-RESULT
                       ADD 1 TO REGIONS-FAILED
                   END-IF
           END-EVALUATE.

       WRITE-REGION-LINE.
           MOVE REGION-SUB TO REGION-DISP.
           MOVE REGION-ANGLE TO ANGLE-DISP.
           MOVE MEASURED-CONTRAST TO CONTRAST-DISP.
           IF MEASURED-SEEN = "Y"
               MOVE MEASURED-SPACING TO SPACING-DISP
               MOVE SPACING-DISP TO SPACING-TEXT
               MOVE MEASURED-ORIENT TO ORIENT-DISP
               MOVE ORIENT-DISP TO ORIENT-TEXT
           ELSE
               MOVE "   none" TO SPACING-TEXT
               MOVE "  -" TO ORIENT-TEXT
           END-IF.
           EVALUATE TRUE
               WHEN BEST-PAIR = 0
                   MOVE "      -" TO PREDICTED-TEXT
                   MOVE "  -" TO PREDICTED-ORIENT-TEXT
               WHEN PREDICTED-WIDE = "Y"
                   MOVE "   wide" TO PREDICTED-TEXT
                   MOVE PREDICTED-ORIENT TO ORIENT-DISP
                   MOVE ORIENT-DISP TO PREDICTED-ORIENT-TEXT
               WHEN OTHER
                   MOVE PREDICTED-SPACING TO SPACING-DISP
                   MOVE SPACING-DISP TO PREDICTED-TEXT
                   MOVE PREDICTED-ORIENT TO ORIENT-DISP
                   MOVE ORIENT-DISP TO PREDICTED-ORIENT-TEXT
           END-EVALUATE.
           IF REGION-RESULT = "MEASURED"
               OR MEASURED-SEEN = "N" OR PREDICTED-WIDE = "Y"
               MOVE "       -" TO DEVIATION-TEXT
           ELSE
               MOVE SPACING-DEVIATION TO DEVIATION-DISP
               MOVE DEVIATION-DISP TO DEVIATION-TEXT (1:7)
               MOVE "%" TO DEVIATION-TEXT (8:1)
           END-IF.

           MOVE SPACES TO FRINGE-REPORT-LINE.
           STRING "  " DELIMITED SIZE
                  REGION-DISP DELIMITED SIZE
                  "   " DELIMITED SIZE
                  ANGLE-DISP DELIMITED SIZE
                  "   " DELIMITED SIZE
                  SPACING-TEXT DELIMITED SIZE
                  "     " DELIMITED SIZE
                  CONTRAST-DISP DELIMITED SIZE
                  "%    " DELIMITED SIZE
                  ORIENT-TEXT DELIMITED SIZE
                  "     " DELIMITED SIZE
                  PREDICTED-TEXT DELIMITED SIZE
                  "    " DELIMITED SIZE
                  PREDICTED-ORIENT-TEXT DELIMITED SIZE
                  "   " DELIMITED SIZE
                  DEVIATION-TEXT DELIMITED SIZE
                  " " DELIMITED SIZE
                  REGION-RESULT DELIMITED SIZE
                  INTO FRINGE-REPORT-LINE
           END-STRING.
           WRITE FRINGE-REPORT-LINE.

       WRITE-REPORT-TOTALS.
           MOVE SPACES TO FRINGE-REPORT-LINE.
           STRING "Regions passed: " DELIMITED SIZE
                  REGIONS-PASSED DELIMITED SIZE
                  "  failed: " DELIMITED SIZE
                  REGIONS-FAILED DELIMITED SIZE
                  "  not predicted: " DELIMITED SIZE
                  REGIONS-UNJUDGED DELIMITED SIZE
                  INTO FRINGE-REPORT-LINE
           END-STRING.
           WRITE FRINGE-REPORT-LINE.
