       IDENTIFICATION DIVISION.
       PROGRAM-ID. AnnulusCalibrate.

      *Dark-frame and flat-field calibration pass, run between
      *AnnulusIngest and Annulus. Sensor hot spots and lens
      *vignetting used to go straight into HIGHEST-VALUE-FINDER and
      *CENTROID-FINDER - pulling the auto-detected center off the
      *optical axis - and skewed every ring's statistics in
      *RING-PROFILE-REPORT. Here each pixel of image_coordinates.dat
      *has the stored dark frame's value at the same X/Y subtracted,
      *and is then divided by the flat-field frame normalized to its
      *own mean (a pixel the flat says is dimmed to 80 percent of
      *the frame average is lifted back by 1/0.8). The corrected
      *X,Y,B or X,Y,R,G,B file is written back as
      *image_coordinates.dat - the same file, same layout, Annulus
      *already reads - so nothing downstream changes.
      *
      *The ingest output is preserved as image_coordinates_raw.dat
      *the first time an image is calibrated, and every later pass
      *works from that copy - rerunning with a different dark frame
      *recalibrates the raw image instead of correcting an already
      *corrected one. AnnulusIngest and the batch driver's staging
      *both clear the raw copy when they put a new image in place.
      *
      *Calibration frames are ordinary coordinate files registered
      *in the shared frame library annulus_calibration.dat, one
      *line per frame version:
      *
      *    DARK,<frame-id>,<capture-date YYYYMMDD>,<path>
      *    FLAT,<frame-id>,<capture-date YYYYMMDD>,<path>
      *
      *By default the most recently captured frame of each kind is
      *used (a later line wins a same-day tie - the reshoot). The
      *optional annulus_calibrate_control.dat (lane-scoped) picks
      *otherwise: DARK,<frame-id> or FLAT,<frame-id> names a frame
      *version outright, DARK,NONE or FLAT,NONE skips that half of
      *the correction, and ASOF,<YYYYMMDD> picks the newest frames
      *captured on or before that date - the frames that were
      *current when a reprocessed image was shot.
      *
      *The frames used go to calibration_stamp.dat beside the
      *corrected file; Annulus reads the stamp and writes DARK= and
      *FLAT= (frame id @ capture date) on its audit line. A grey
      *frame calibrates a grey or color image (its value applies to
      *all three channels); a color frame needs a color image.
      *The image's leading MAXVAL line (AnnulusIngest's depth
      *header) sets the clipping ceiling and is carried through
      *to the corrected file; without one the ceiling is 999. A
      *frame is read at its own MAXVAL line (999 without one) and
      *must have been captured at the image's depth.
      *RETURN-CODE 0 all pixels calibrated, 4 when some image pixels
      *had no frame coverage (left uncorrected) or clipped at the
      *ceiling, 16 setup problem.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LIBRARY-FILE
               ASSIGN TO
               *> The calibration frame library - shared by every
               *> lane, like the template library.
               "C:\Users\danie\Desktop\imgbol\annulus_calibration.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIBRARY-STATUS.

           SELECT CAL-CONTROL-FILE
               ASSIGN USING CAL-CONTROL-NAME
               *> Optional frame selection - absent means the
               *> newest dark and flat on the library.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAL-CONTROL-STATUS.

           SELECT RAW-IN-FILE
               ASSIGN USING RAW-IN-NAME
               *> image_coordinates_raw.dat - the untouched ingest
               *> output every calibration pass reads from.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RAW-IN-STATUS.

           SELECT COORD-OUT-FILE
               ASSIGN USING COORD-OUT-NAME
               *> image_coordinates.dat - the corrected image, in
               *> exactly the layout the raw one carried.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COORD-OUT-STATUS.

           SELECT FRAME-FILE
               ASSIGN USING FRAME-FILE-NAME
               *> The selected dark frame, then the selected flat -
               *> both X,Y,B or X,Y,R,G,B coordinate files.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FRAME-STATUS.

           SELECT CAL-WORK-FILE
               ASSIGN USING CAL-WORK-NAME
               *> Dark and flat values keyed by X then Y, so the
               *> correction pass finds each pixel's frame values
               *> with one keyed READ. Lane-scoped.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CW-KEY
               FILE STATUS IS WS-CAL-WORK-STATUS.

           SELECT STAMP-FILE
               ASSIGN USING STAMP-FILE-NAME
               *> calibration_stamp.dat - which frames corrected
               *> the image beside it. Read by Annulus for the
               *> audit line.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STAMP-STATUS.

           SELECT COPY-IN-FILE
               ASSIGN USING COPY-IN-NAME
               *> Generic line copier, the batch driver's pattern -
               *> preserves the ingest output as the raw copy.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COPY-IN-STATUS.

           SELECT COPY-OUT-FILE
               ASSIGN USING COPY-OUT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COPY-OUT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LIBRARY-FILE.
       01  LIBRARY-RAW-LINE    PIC X(160).

       FD  CAL-CONTROL-FILE.
       01  CAL-CONTROL-LINE    PIC X(60).

       FD  RAW-IN-FILE.
       01  RAW-IN-LINE         PIC X(50).

       FD  COORD-OUT-FILE.
       01  COORD-OUT-LINE      PIC X(50).
       01  COORD-OUT-RECORD.
           05 COORD-OUT-X      PIC 9(4).
           05 COORD-OUT-C1     PIC X.
           05 COORD-OUT-Y      PIC 9(4).
           05 COORD-OUT-C2     PIC X.
           05 COORD-OUT-B      PIC 9(3).
       01  COORD-OUT-WIDE-RECORD.
           05 WIDE-OUT-X       PIC 9(4).
           05 WIDE-OUT-C1      PIC X.
           05 WIDE-OUT-Y       PIC 9(4).
           05 WIDE-OUT-C2      PIC X.
           05 WIDE-OUT-B       PIC 9(5).
       01  COORD-OUT-COLOR-RECORD.
           05 COLOR-OUT-X      PIC 9(4).
           05 COLOR-OUT-C1     PIC X.
           05 COLOR-OUT-Y      PIC 9(4).
           05 COLOR-OUT-C2     PIC X.
           05 COLOR-OUT-R      PIC 9(3).
           05 COLOR-OUT-C3     PIC X.
           05 COLOR-OUT-G      PIC 9(3).
           05 COLOR-OUT-C4     PIC X.
           05 COLOR-OUT-B      PIC 9(3).
       01  COORD-OUT-WIDE-COLOR-RECORD.
           05 WIDE-COLOR-OUT-X  PIC 9(4).
           05 WIDE-COLOR-OUT-C1 PIC X.
           05 WIDE-COLOR-OUT-Y  PIC 9(4).
           05 WIDE-COLOR-OUT-C2 PIC X.
           05 WIDE-COLOR-OUT-R  PIC 9(5).
           05 WIDE-COLOR-OUT-C3 PIC X.
           05 WIDE-COLOR-OUT-G  PIC 9(5).
           05 WIDE-COLOR-OUT-C4 PIC X.
           05 WIDE-COLOR-OUT-B  PIC 9(5).

       FD  FRAME-FILE.
       01  FRAME-RAW-LINE      PIC X(50).

       FD  CAL-WORK-FILE.
       01  CAL-WORK-RECORD.
           05 CW-KEY.
               10 CW-X          PIC 9(4).
               10 CW-Y          PIC 9(4).
           05 CW-HAS-DARK       PIC X.
           05 CW-DARK-R         PIC 9(5).
           05 CW-DARK-G         PIC 9(5).
           05 CW-DARK-B         PIC 9(5).
           05 CW-HAS-FLAT       PIC X.
           05 CW-FLAT-R         PIC 9(5).
           05 CW-FLAT-G         PIC 9(5).
           05 CW-FLAT-B         PIC 9(5).

       FD  STAMP-FILE.
       01  STAMP-LINE          PIC X(60).

       FD  COPY-IN-FILE.
       01  COPY-IN-LINE        PIC X(600).

       FD  COPY-OUT-FILE.
       01  COPY-OUT-LINE       PIC X(600).

       WORKING-STORAGE SECTION.
       01  WS-LIBRARY-STATUS     PIC XX.
       01  WS-CAL-CONTROL-STATUS PIC XX.
       01  WS-RAW-IN-STATUS      PIC XX.
       01  WS-COORD-OUT-STATUS   PIC XX.
       01  WS-FRAME-STATUS       PIC XX.
       01  WS-CAL-WORK-STATUS    PIC XX.
       01  WS-STAMP-STATUS       PIC XX.
       01  WS-COPY-IN-STATUS     PIC XX.
       01  WS-COPY-OUT-STATUS    PIC XX.
       01  END-OF-FILE           PIC X VALUE "N".

      *Partitioned work lanes - the masking run's own resolution, so
      *the lane's staged image is the one calibrated.
       01  COMMAND-LINE-TEXT     PIC X(80).
       01  LANE-ID               PIC X(8) VALUE SPACES.
       01  LANE-DIGIT-TEST       PIC X(8).
       01  BASE-DIRECTORY        PIC X(30) VALUE
           "C:\Users\danie\Desktop\imgbol\".
       01  OUTPUT-DIRECTORY      PIC X(44).
       01  CAL-CONTROL-NAME      PIC X(100).
       01  RAW-IN-NAME           PIC X(100).
       01  COORD-OUT-NAME        PIC X(100).
       01  FRAME-FILE-NAME       PIC X(100).
       01  CAL-WORK-NAME         PIC X(100).
       01  STAMP-FILE-NAME       PIC X(100).
       01  COPY-IN-NAME          PIC X(100).
       01  COPY-OUT-NAME         PIC X(100).
       01  COPY-FAILED           PIC X.
       01  COPY-EOF              PIC X.
       01  DELETE-RESULT         PIC 9(4) COMP.

      *Frame selection - what the control file asked for, and the
      *library entry each kind resolved to.
       01  DARK-WANTED           PIC X(16) VALUE SPACES.
       01  FLAT-WANTED           PIC X(16) VALUE SPACES.
       01  ASOF-DATE             PIC X(8) VALUE SPACES.
       01  CTL-TAG               PIC X(8).
       01  CTL-VALUE             PIC X(16).
       01  CTL-FIELD-COUNT       PIC 9(4).
       01  LIB-KIND              PIC X(8).
       01  LIB-FRAME-ID          PIC X(16).
       01  LIB-CAPTURE-DATE      PIC X(8).
       01  LIB-FRAME-PATH        PIC X(100).
       01  LIB-FIELD-COUNT       PIC 9(4).
       01  SELECTED-FRAMES.
           05 SEL-DARK-FOUND     PIC X VALUE "N".
           05 SEL-DARK-ID        PIC X(16) VALUE SPACES.
           05 SEL-DARK-DATE      PIC X(8) VALUE SPACES.
           05 SEL-DARK-PATH      PIC X(100) VALUE SPACES.
           05 SEL-FLAT-FOUND     PIC X VALUE "N".
           05 SEL-FLAT-ID        PIC X(16) VALUE SPACES.
           05 SEL-FLAT-DATE      PIC X(8) VALUE SPACES.
           05 SEL-FLAT-PATH      PIC X(100) VALUE SPACES.
       01  STAMP-DARK-TEXT       PIC X(30).
       01  STAMP-FLAT-TEXT       PIC X(30).

      *Coordinate record parsing - the masking run's own gate. The
      *first valid record of each file fixes its layout (space =
      *not yet seen); a grey record spreads its value over three
      *equal channels.
       01  PARSE-LINE            PIC X(50).
       01  PARSE-FIELDS.
           05 PARSE-X            PIC 9(4).
           05 PARSE-Y            PIC 9(4).
           05 PARSE-R            PIC 9(5).
           05 PARSE-G            PIC 9(5).
           05 PARSE-B            PIC 9(5).
       01  PARSE-FIELD-COUNT     PIC 9(4).
       01  PARSE-OVERFLOW        PIC X.
       01  PARSE-OK              PIC X.
       01  PARSE-COLOR-FLAG      PIC X.
       01  IMAGE-COLOR-FLAG      PIC X VALUE SPACE.
       01  FRAME-COLOR-FLAG      PIC X.
       01  FRAME-KIND            PIC X(4).

      *Frame load bookkeeping and the flat's normalization means -
      *the flat is divided by its own per-channel average, so a
      *flat shot at any exposure calibrates the same way.
       01  FRAME-RECORDS         PIC 9(8) VALUE 0.
       01  FRAME-BAD-RECORDS     PIC 9(8) VALUE 0.
       01  FRAME-DUPLICATES      PIC 9(8) VALUE 0.
       01  FLAT-SUM-R            PIC 9(14) VALUE 0.
       01  FLAT-SUM-G            PIC 9(14) VALUE 0.
       01  FLAT-SUM-B            PIC 9(14) VALUE 0.
       01  FLAT-COUNT            PIC 9(8) VALUE 0.
       01  FLAT-MEAN-R           PIC 9(5)V9(4) VALUE 0.
       01  FLAT-MEAN-G           PIC 9(5)V9(4) VALUE 0.
       01  FLAT-MEAN-B           PIC 9(5)V9(4) VALUE 0.

      *Per-pixel correction - one channel at a time through
      *CORRECT-ONE-CHANNEL. CHANNEL-WORK is wide enough for a full
      *16-bit sample times a 16-bit flat mean over a flat sample of
      *1, so a near-dead flat pixel reaches the ceiling test intact.
       01  CAL-CEILING           PIC 9(5) VALUE 999.
       01  CHANNEL-RAW           PIC 9(5).
       01  CHANNEL-DARK          PIC 9(5).
       01  CHANNEL-FLAT          PIC 9(5).
       01  CHANNEL-FLAT-MEAN     PIC 9(5)V9(4).
       01  CHANNEL-WORK          PIC S9(11)V9(4).
       01  CHANNEL-OUT           PIC 9(5).

      *Sample depth off a file's leading MAXVAL,<maxval>,<magic>
      *line. The image's sets CAL-CEILING (and 5-digit output
      *samples past 999); each frame's must match it.
       01  DEPTH-LINE            PIC X(50).
       01  DEPTH-TAG             PIC X(8).
       01  DEPTH-VALUE-RECEIVE   PIC X(8).
       01  DEPTH-DIGIT-TEST      PIC X(8).
       01  DEPTH-VALUE           PIC 9(5).
       01  FRAME-CEILING         PIC 9(5).
       01  FRAME-LINE-COUNT      PIC 9(8).
       01  WIDE-SAMPLES          PIC X VALUE "N".
       01  PIXEL-COVERED         PIC X.
       01  PIXEL-CLIPPED         PIC X.

      *Run totals.
       01  IMAGE-RECORDS         PIC 9(8) VALUE 0.
       01  PIXELS-CALIBRATED     PIC 9(8) VALUE 0.
       01  PIXELS-UNCOVERED      PIC 9(8) VALUE 0.
       01  PIXELS-CLIPPED        PIC 9(8) VALUE 0.
       01  LINES-PASSED-THROUGH  PIC 9(8) VALUE 0.

       PROCEDURE DIVISION.
       CALIBRATE-INIT.
           PERFORM LANE-SETUP.
           PERFORM LOAD-CALIBRATE-CONTROL.
           PERFORM SELECT-CALIBRATION-FRAMES.
           PERFORM PRESERVE-RAW-IMAGE.
           PERFORM FIND-IMAGE-LAYOUT.

           OPEN OUTPUT CAL-WORK-FILE.
           IF WS-CAL-WORK-STATUS NOT = "00"
               DISPLAY "CAL-E-NOWORK: could not open "
                   CAL-WORK-NAME ", status=" WS-CAL-WORK-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           CLOSE CAL-WORK-FILE.
           OPEN I-O CAL-WORK-FILE.

           IF SEL-DARK-FOUND = "Y"
               MOVE "DARK" TO FRAME-KIND
               MOVE SEL-DARK-PATH TO FRAME-FILE-NAME
               PERFORM LOAD-CALIBRATION-FRAME
           END-IF.
           IF SEL-FLAT-FOUND = "Y"
               MOVE "FLAT" TO FRAME-KIND
               MOVE SEL-FLAT-PATH TO FRAME-FILE-NAME
               PERFORM LOAD-CALIBRATION-FRAME
               PERFORM COMPUTE-FLAT-MEANS
           END-IF.

      *The stamp goes first and comes back last - a pass that dies
      *half way leaves a coordinate file no audit line will ever
      *call calibrated.
           CALL "CBL_DELETE_FILE" USING STAMP-FILE-NAME
               RETURNING DELETE-RESULT.
           PERFORM CORRECT-IMAGE-PASS.
           CLOSE CAL-WORK-FILE.
           PERFORM WRITE-CALIBRATION-STAMP.

           DISPLAY "CAL-I-DONE: " IMAGE-RECORDS " record(s), "
               PIXELS-CALIBRATED " calibrated, "
               PIXELS-UNCOVERED " without frame coverage, "
               PIXELS-CLIPPED " clipped, "
               LINES-PASSED-THROUGH " malformed line(s) passed "
               "through for the run to reject".
           DISPLAY "CAL-I-FRAMES: DARK=" STAMP-DARK-TEXT
               " FLAT=" STAMP-FLAT-TEXT.

           IF PIXELS-UNCOVERED > 0 OR PIXELS-CLIPPED > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           STOP RUN.

      *Same command-line lane id and directory layout the masking
      *run resolves - a laned calibration corrects the lane's staged
      *image.
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
                   DISPLAY "CAL-E-BADLANE: lane id must be "
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
               DISPLAY "CAL-I-LANE: calibrating in lane " LANE-ID
           END-IF.

           MOVE SPACES TO CAL-CONTROL-NAME.
           STRING OUTPUT-DIRECTORY DELIMITED BY SPACE
                  "annulus_calibrate_control.dat" DELIMITED BY SIZE
                  INTO CAL-CONTROL-NAME
           END-STRING.
           MOVE SPACES TO RAW-IN-NAME.
           STRING OUTPUT-DIRECTORY DELIMITED BY SPACE
                  "image_coordinates_raw.dat" DELIMITED BY SIZE
                  INTO RAW-IN-NAME
           END-STRING.
           MOVE SPACES TO COORD-OUT-NAME.
           STRING OUTPUT-DIRECTORY DELIMITED BY SPACE
                  "image_coordinates.dat" DELIMITED BY SIZE
                  INTO COORD-OUT-NAME
           END-STRING.
           MOVE SPACES TO CAL-WORK-NAME.
           STRING OUTPUT-DIRECTORY DELIMITED BY SPACE
                  "calibrate_work.dat" DELIMITED BY SIZE
                  INTO CAL-WORK-NAME
           END-STRING.
           MOVE SPACES TO STAMP-FILE-NAME.
           STRING OUTPUT-DIRECTORY DELIMITED BY SPACE
                  "calibration_stamp.dat" DELIMITED BY SIZE
                  INTO STAMP-FILE-NAME
           END-STRING.

      *DARK,<id|NONE>, FLAT,<id|NONE>, ASOF,<YYYYMMDD> - all
      *optional, and so is the file. An unknown tag is a typo worth
      *stopping for: calibrating against the wrong frame is worse
      *than not calibrating tonight.
       LOAD-CALIBRATE-CONTROL.
           OPEN INPUT CAL-CONTROL-FILE.
           IF WS-CAL-CONTROL-STATUS = "00"
               MOVE "N" TO END-OF-FILE
               PERFORM UNTIL END-OF-FILE = "Y"
                   READ CAL-CONTROL-FILE
                       AT END
                           MOVE "Y" TO END-OF-FILE
                       NOT AT END
                           IF CAL-CONTROL-LINE NOT = SPACES
                               PERFORM APPLY-CONTROL-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CAL-CONTROL-FILE
               MOVE "N" TO END-OF-FILE
           END-IF.

       APPLY-CONTROL-LINE.
           MOVE SPACES TO CTL-TAG CTL-VALUE.
           MOVE 0 TO CTL-FIELD-COUNT.
           UNSTRING CAL-CONTROL-LINE DELIMITED BY ","
               INTO CTL-TAG
                    CTL-VALUE
               TALLYING IN CTL-FIELD-COUNT
           END-UNSTRING.

           IF CTL-FIELD-COUNT NOT = 2 OR CTL-VALUE = SPACES
               DISPLAY "CAL-E-BADCONTROL: expected DARK|FLAT|ASOF,"
                   "<value>: " CAL-CONTROL-LINE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           EVALUATE CTL-TAG
               WHEN "DARK"
                   MOVE CTL-VALUE TO DARK-WANTED
               WHEN "FLAT"
                   MOVE CTL-VALUE TO FLAT-WANTED
               WHEN "ASOF"
                   IF CTL-VALUE (1:8) IS NOT NUMERIC
                       OR CTL-VALUE (9:8) NOT = SPACES
                       DISPLAY "CAL-E-BADCONTROL: ASOF must be "
                           "YYYYMMDD, got " CTL-VALUE
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   MOVE CTL-VALUE (1:8) TO ASOF-DATE
               WHEN OTHER
                   DISPLAY "CAL-E-BADCONTROL: tag must be DARK, "
                       "FLAT, or ASOF, got " CTL-TAG
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

      *One pass over the frame library resolves both kinds. A named
      *frame id must exist; otherwise the newest capture date wins,
      *bounded by ASOF when one was given.
       SELECT-CALIBRATION-FRAMES.
           OPEN INPUT LIBRARY-FILE.
           IF WS-LIBRARY-STATUS NOT = "00"
               DISPLAY "CAL-E-NOLIBRARY: annulus_calibration.dat not "
                   "readable, status=" WS-LIBRARY-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE "N" TO END-OF-FILE.
           PERFORM UNTIL END-OF-FILE = "Y"
               READ LIBRARY-FILE
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       IF LIBRARY-RAW-LINE NOT = SPACES
                           PERFORM CONSIDER-LIBRARY-LINE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE LIBRARY-FILE.
           MOVE "N" TO END-OF-FILE.

           IF DARK-WANTED NOT = SPACES AND DARK-WANTED NOT = "NONE"
               AND SEL-DARK-FOUND = "N"
               DISPLAY "CAL-E-NOFRAME: dark frame " DARK-WANTED
                   " is not on the frame library"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF FLAT-WANTED NOT = SPACES AND FLAT-WANTED NOT = "NONE"
               AND SEL-FLAT-FOUND = "N"
               DISPLAY "CAL-E-NOFRAME: flat frame " FLAT-WANTED
                   " is not on the frame library"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF SEL-DARK-FOUND = "N" AND SEL-FLAT-FOUND = "N"
               DISPLAY "CAL-E-NOFRAMES: no dark or flat frame "
                   "selected - nothing to calibrate with"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE "NONE" TO STAMP-DARK-TEXT STAMP-FLAT-TEXT.
           IF SEL-DARK-FOUND = "Y"
               MOVE SPACES TO STAMP-DARK-TEXT
               STRING SEL-DARK-ID DELIMITED BY SPACE
                      "@" DELIMITED SIZE
                      SEL-DARK-DATE DELIMITED SIZE
                      INTO STAMP-DARK-TEXT
               END-STRING
           END-IF.
           IF SEL-FLAT-FOUND = "Y"
               MOVE SPACES TO STAMP-FLAT-TEXT
               STRING SEL-FLAT-ID DELIMITED BY SPACE
                      "@" DELIMITED SIZE
                      SEL-FLAT-DATE DELIMITED SIZE
                      INTO STAMP-FLAT-TEXT
               END-STRING
           END-IF.

      *One library line against the selection rules for its kind. A
      *malformed line is reported and skipped - one bad entry must
      *not block the frames registered around it.
       CONSIDER-LIBRARY-LINE.
           MOVE SPACES TO LIB-KIND LIB-FRAME-ID LIB-CAPTURE-DATE
               LIB-FRAME-PATH.
           MOVE 0 TO LIB-FIELD-COUNT.
           UNSTRING LIBRARY-RAW-LINE DELIMITED BY ","
               INTO LIB-KIND
                    LIB-FRAME-ID
                    LIB-CAPTURE-DATE
                    LIB-FRAME-PATH
               TALLYING IN LIB-FIELD-COUNT
           END-UNSTRING.

           IF LIB-FIELD-COUNT NOT = 4
               OR (LIB-KIND NOT = "DARK" AND LIB-KIND NOT = "FLAT")
               OR LIB-FRAME-ID = SPACES
               OR LIB-CAPTURE-DATE IS NOT NUMERIC
               OR LIB-FRAME-PATH = SPACES
               DISPLAY "CAL-W-BADLIBLINE: skipped frame library "
                   "line: " LIBRARY-RAW-LINE (1:80)
           ELSE
               IF LIB-KIND = "DARK"
                   PERFORM CONSIDER-DARK-FRAME
               ELSE
                   PERFORM CONSIDER-FLAT-FRAME
               END-IF
           END-IF.

       CONSIDER-DARK-FRAME.
           EVALUATE TRUE
               WHEN DARK-WANTED = "NONE"
                   CONTINUE
               WHEN DARK-WANTED NOT = SPACES
                   IF LIB-FRAME-ID = DARK-WANTED
                       MOVE "Y" TO SEL-DARK-FOUND
                       MOVE LIB-FRAME-ID TO SEL-DARK-ID
                       MOVE LIB-CAPTURE-DATE TO SEL-DARK-DATE
                       MOVE LIB-FRAME-PATH TO SEL-DARK-PATH
                   END-IF
               WHEN ASOF-DATE NOT = SPACES
                   AND LIB-CAPTURE-DATE > ASOF-DATE
                   CONTINUE
               WHEN SEL-DARK-FOUND = "N"
                   OR LIB-CAPTURE-DATE >= SEL-DARK-DATE
                   MOVE "Y" TO SEL-DARK-FOUND
                   MOVE LIB-FRAME-ID TO SEL-DARK-ID
                   MOVE LIB-CAPTURE-DATE TO SEL-DARK-DATE
                   MOVE LIB-FRAME-PATH TO SEL-DARK-PATH
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       CONSIDER-FLAT-FRAME.
           EVALUATE TRUE
               WHEN FLAT-WANTED = "NONE"
                   CONTINUE
               WHEN FLAT-WANTED NOT = SPACES
                   IF LIB-FRAME-ID = FLAT-WANTED
                       MOVE "Y" TO SEL-FLAT-FOUND
                       MOVE LIB-FRAME-ID TO SEL-FLAT-ID
                       MOVE LIB-CAPTURE-DATE TO SEL-FLAT-DATE
                       MOVE LIB-FRAME-PATH TO SEL-FLAT-PATH
                   END-IF
               WHEN ASOF-DATE NOT = SPACES
                   AND LIB-CAPTURE-DATE > ASOF-DATE
                   CONTINUE
               WHEN SEL-FLAT-FOUND = "N"
                   OR LIB-CAPTURE-DATE >= SEL-FLAT-DATE
                   MOVE "Y" TO SEL-FLAT-FOUND
                   MOVE LIB-FRAME-ID TO SEL-FLAT-ID
                   MOVE LIB-CAPTURE-DATE TO SEL-FLAT-DATE
                   MOVE LIB-FRAME-PATH TO SEL-FLAT-PATH
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *The first calibration of an image copies the ingest output
      *aside as the raw copy; when the raw copy already exists this
      *image has been calibrated before, and image_coordinates.dat
      *holds corrected values that must not be corrected twice.
       PRESERVE-RAW-IMAGE.
           OPEN INPUT RAW-IN-FILE.
           IF WS-RAW-IN-STATUS = "00"
               CLOSE RAW-IN-FILE
               DISPLAY "CAL-I-RAWKEPT: recalibrating from the "
                   "preserved raw image " RAW-IN-NAME
           ELSE
               MOVE COORD-OUT-NAME TO COPY-IN-NAME
               MOVE RAW-IN-NAME TO COPY-OUT-NAME
               PERFORM COPY-ONE-FILE
               IF COPY-FAILED = "Y"
                   DISPLAY "CAL-E-NOIMAGE: could not preserve "
                       COORD-OUT-NAME " as " RAW-IN-NAME
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

      *The image's layout (grey or color) is read off its first
      *valid record before anything is written, so a frame whose
      *layout cannot calibrate it stops the pass while
      *image_coordinates.dat is still intact.
       FIND-IMAGE-LAYOUT.
           OPEN INPUT RAW-IN-FILE.
           IF WS-RAW-IN-STATUS NOT = "00"
               DISPLAY "CAL-E-NOIMAGE: could not open " RAW-IN-NAME
                   ", status=" WS-RAW-IN-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE "N" TO END-OF-FILE.
           PERFORM UNTIL END-OF-FILE = "Y"
                   OR IMAGE-COLOR-FLAG NOT = SPACE
               READ RAW-IN-FILE
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       IF RAW-IN-LINE (1:7) = "MAXVAL,"
                           MOVE RAW-IN-LINE TO DEPTH-LINE
                           PERFORM READ-DEPTH-LINE
                           IF DEPTH-VALUE > 0
                               MOVE DEPTH-VALUE TO CAL-CEILING
                           END-IF
                       END-IF
                       MOVE RAW-IN-LINE TO PARSE-LINE
                       MOVE SPACE TO PARSE-COLOR-FLAG
                       PERFORM PARSE-COORDINATE-LINE
                       IF PARSE-OK = "Y"
                           MOVE PARSE-COLOR-FLAG TO IMAGE-COLOR-FLAG
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE RAW-IN-FILE.
           MOVE "N" TO END-OF-FILE.

           IF IMAGE-COLOR-FLAG = SPACE
               DISPLAY "CAL-E-EMPTYIMAGE: " RAW-IN-NAME
                   " holds no valid coordinate records"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           IF CAL-CEILING > 999
               MOVE "Y" TO WIDE-SAMPLES
           END-IF.
           DISPLAY "CAL-I-DEPTH: sample ceiling " CAL-CEILING.

      *MAXVAL,<maxval>,<magic> into DEPTH-VALUE - zero when the
      *maxval is not a number from 1 thru 65535, which leaves the
      *line for the masking run to reject.
       READ-DEPTH-LINE.
           MOVE 0 TO DEPTH-VALUE.
           MOVE SPACES TO DEPTH-TAG DEPTH-VALUE-RECEIVE.
           UNSTRING DEPTH-LINE DELIMITED BY "," OR SPACE
               INTO DEPTH-TAG DEPTH-VALUE-RECEIVE
           END-UNSTRING.
           MOVE DEPTH-VALUE-RECEIVE TO DEPTH-DIGIT-TEST.
           INSPECT DEPTH-DIGIT-TEST
               CONVERTING "0123456789" TO "          ".
           IF DEPTH-DIGIT-TEST = SPACES
               AND DEPTH-VALUE-RECEIVE NOT = SPACES
               IF FUNCTION NUMVAL(DEPTH-VALUE-RECEIVE) >= 1
                   AND FUNCTION NUMVAL(DEPTH-VALUE-RECEIVE) <= 65535
                   COMPUTE DEPTH-VALUE =
                       FUNCTION NUMVAL(DEPTH-VALUE-RECEIVE)
               END-IF
           END-IF.

      *One frame into the keyed work file. The dark goes in first,
      *so its records are always new; the flat lands on the dark's
      *record for the same X/Y when there is one.
       LOAD-CALIBRATION-FRAME.
           OPEN INPUT FRAME-FILE.
           IF WS-FRAME-STATUS NOT = "00"
               DISPLAY "CAL-E-NOFRAME: " FRAME-KIND " frame "
                   FRAME-FILE-NAME " not readable, status="
                   WS-FRAME-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE 0 TO FRAME-RECORDS FRAME-BAD-RECORDS
               FRAME-DUPLICATES FRAME-LINE-COUNT.
           MOVE 999 TO FRAME-CEILING.
           MOVE SPACE TO FRAME-COLOR-FLAG.
           MOVE "N" TO END-OF-FILE.
           PERFORM UNTIL END-OF-FILE = "Y"
               READ FRAME-FILE
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       ADD 1 TO FRAME-LINE-COUNT
                       PERFORM LOAD-ONE-FRAME-LINE
               END-READ
           END-PERFORM.
           CLOSE FRAME-FILE.
           MOVE "N" TO END-OF-FILE.

           IF FRAME-CEILING NOT = CAL-CEILING
               DISPLAY "CAL-E-DEPTH: " FRAME-KIND " frame "
                   FRAME-FILE-NAME " has ceiling " FRAME-CEILING
                   ", the image " CAL-CEILING
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM CHECK-FRAME-LOAD.

      *A frame's leading MAXVAL line gives its depth; every other
      *line is a pixel or a malformed record.
       LOAD-ONE-FRAME-LINE.
           IF FRAME-LINE-COUNT = 1
               AND FRAME-RAW-LINE (1:7) = "MAXVAL,"
               MOVE FRAME-RAW-LINE TO DEPTH-LINE
               PERFORM READ-DEPTH-LINE
               IF DEPTH-VALUE > 0
                   MOVE DEPTH-VALUE TO FRAME-CEILING
               ELSE
                   ADD 1 TO FRAME-BAD-RECORDS
               END-IF
           ELSE
               MOVE FRAME-RAW-LINE TO PARSE-LINE
               MOVE FRAME-COLOR-FLAG TO PARSE-COLOR-FLAG
               PERFORM PARSE-COORDINATE-LINE
               IF PARSE-OK = "Y"
                   MOVE PARSE-COLOR-FLAG TO FRAME-COLOR-FLAG
                   PERFORM FILE-FRAME-PIXEL
               ELSE
                   ADD 1 TO FRAME-BAD-RECORDS
               END-IF
           END-IF.

       CHECK-FRAME-LOAD.
           IF FRAME-COLOR-FLAG = "Y" AND IMAGE-COLOR-FLAG = "N"
               DISPLAY "CAL-E-LAYOUT: " FRAME-KIND " frame "
                   FRAME-FILE-NAME " is color but the image is "
                   "greyscale"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF FRAME-RECORDS = 0
               DISPLAY "CAL-E-EMPTYFRAME: " FRAME-KIND " frame "
                   FRAME-FILE-NAME " holds no valid records"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           DISPLAY "CAL-I-FRAME: " FRAME-KIND " " FRAME-RECORDS
               " pixel(s) loaded from " FRAME-FILE-NAME.
           IF FRAME-BAD-RECORDS > 0 OR FRAME-DUPLICATES > 0
               DISPLAY "CAL-W-BADFRAME: " FRAME-KIND " frame had "
                   FRAME-BAD-RECORDS " malformed and "
                   FRAME-DUPLICATES " duplicate record(s), skipped"
           END-IF.

       FILE-FRAME-PIXEL.
           MOVE PARSE-X TO CW-X.
           MOVE PARSE-Y TO CW-Y.
           IF FRAME-KIND = "DARK"
               MOVE "N" TO CW-HAS-FLAT
               MOVE 0 TO CW-FLAT-R CW-FLAT-G CW-FLAT-B
               MOVE "Y" TO CW-HAS-DARK
               MOVE PARSE-R TO CW-DARK-R
               MOVE PARSE-G TO CW-DARK-G
               MOVE PARSE-B TO CW-DARK-B
               WRITE CAL-WORK-RECORD
                   INVALID KEY
                       ADD 1 TO FRAME-DUPLICATES
                   NOT INVALID KEY
                       ADD 1 TO FRAME-RECORDS
               END-WRITE
           ELSE
               READ CAL-WORK-FILE
                   KEY IS CW-KEY
                   INVALID KEY
                       MOVE PARSE-X TO CW-X
                       MOVE PARSE-Y TO CW-Y
                       MOVE "N" TO CW-HAS-DARK
                       MOVE 0 TO CW-DARK-R CW-DARK-G CW-DARK-B
                       MOVE "N" TO CW-HAS-FLAT
               END-READ
               IF CW-HAS-FLAT = "Y"
                   ADD 1 TO FRAME-DUPLICATES
               ELSE
                   MOVE "Y" TO CW-HAS-FLAT
                   MOVE PARSE-R TO CW-FLAT-R
                   MOVE PARSE-G TO CW-FLAT-G
                   MOVE PARSE-B TO CW-FLAT-B
                   IF CW-HAS-DARK = "Y"
                       REWRITE CAL-WORK-RECORD
                   ELSE
                       WRITE CAL-WORK-RECORD
                   END-IF
                   ADD 1 TO FRAME-RECORDS
                   ADD PARSE-R TO FLAT-SUM-R
                   ADD PARSE-G TO FLAT-SUM-G
                   ADD PARSE-B TO FLAT-SUM-B
                   ADD 1 TO FLAT-COUNT
               END-IF
           END-IF.

      *The flat's per-channel averages - the divisor that turns the
      *raw flat into a gain map centred on 1.
       COMPUTE-FLAT-MEANS.
           IF FLAT-COUNT > 0
               COMPUTE FLAT-MEAN-R ROUNDED = FLAT-SUM-R / FLAT-COUNT
               COMPUTE FLAT-MEAN-G ROUNDED = FLAT-SUM-G / FLAT-COUNT
               COMPUTE FLAT-MEAN-B ROUNDED = FLAT-SUM-B / FLAT-COUNT
           END-IF.
           DISPLAY "CAL-I-FLATMEAN: R " FLAT-MEAN-R " G "
               FLAT-MEAN-G " B " FLAT-MEAN-B.

      *Every raw line in order: a valid record is corrected and
      *written in its own layout; anything else is passed through
      *untouched, so the masking run still rejects (and counts) it
      *exactly as it would have without calibration.
       CORRECT-IMAGE-PASS.
           OPEN INPUT RAW-IN-FILE.
           OPEN OUTPUT COORD-OUT-FILE.
           IF WS-COORD-OUT-STATUS NOT = "00"
               DISPLAY "CAL-E-NOOUTPUT: could not open "
                   COORD-OUT-NAME ", status=" WS-COORD-OUT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE "N" TO END-OF-FILE.
           PERFORM UNTIL END-OF-FILE = "Y"
               READ RAW-IN-FILE
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       ADD 1 TO IMAGE-RECORDS
                       MOVE RAW-IN-LINE TO PARSE-LINE
                       MOVE IMAGE-COLOR-FLAG TO PARSE-COLOR-FLAG
                       PERFORM PARSE-COORDINATE-LINE
                       IF PARSE-OK = "Y"
                           PERFORM CORRECT-ONE-PIXEL
                       ELSE
                           MOVE RAW-IN-LINE TO COORD-OUT-LINE
                           WRITE COORD-OUT-LINE
                           IF IMAGE-RECORDS NOT = 1
                               OR RAW-IN-LINE (1:7) NOT = "MAXVAL,"
                               ADD 1 TO LINES-PASSED-THROUGH
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE RAW-IN-FILE.
           CLOSE COORD-OUT-FILE.
           MOVE "N" TO END-OF-FILE.

      *One pixel: its frame values by key (none = uncovered, left
      *as shot), each channel through the correction, the record
      *rebuilt in the image's own layout.
       CORRECT-ONE-PIXEL.
           MOVE PARSE-X TO CW-X.
           MOVE PARSE-Y TO CW-Y.
           MOVE "Y" TO PIXEL-COVERED.
           MOVE "N" TO PIXEL-CLIPPED.
           READ CAL-WORK-FILE
               KEY IS CW-KEY
               INVALID KEY
                   MOVE "N" TO PIXEL-COVERED
                   MOVE "N" TO CW-HAS-DARK CW-HAS-FLAT
                   MOVE 0 TO CW-DARK-R CW-DARK-G CW-DARK-B
                       CW-FLAT-R CW-FLAT-G CW-FLAT-B
           END-READ.
           IF SEL-DARK-FOUND = "Y" AND CW-HAS-DARK = "N"
               MOVE "N" TO PIXEL-COVERED
           END-IF.
           IF SEL-FLAT-FOUND = "Y" AND CW-HAS-FLAT = "N"
               MOVE "N" TO PIXEL-COVERED
           END-IF.

           MOVE PARSE-R TO CHANNEL-RAW.
           MOVE CW-DARK-R TO CHANNEL-DARK.
           MOVE CW-FLAT-R TO CHANNEL-FLAT.
           MOVE FLAT-MEAN-R TO CHANNEL-FLAT-MEAN.
           PERFORM CORRECT-ONE-CHANNEL.
           MOVE CHANNEL-OUT TO PARSE-R.

           MOVE PARSE-G TO CHANNEL-RAW.
           MOVE CW-DARK-G TO CHANNEL-DARK.
           MOVE CW-FLAT-G TO CHANNEL-FLAT.
           MOVE FLAT-MEAN-G TO CHANNEL-FLAT-MEAN.
           PERFORM CORRECT-ONE-CHANNEL.
           MOVE CHANNEL-OUT TO PARSE-G.

           MOVE PARSE-B TO CHANNEL-RAW.
           MOVE CW-DARK-B TO CHANNEL-DARK.
           MOVE CW-FLAT-B TO CHANNEL-FLAT.
           MOVE FLAT-MEAN-B TO CHANNEL-FLAT-MEAN.
           PERFORM CORRECT-ONE-CHANNEL.
           MOVE CHANNEL-OUT TO PARSE-B.

           IF PIXEL-COVERED = "Y"
               ADD 1 TO PIXELS-CALIBRATED
           ELSE
               ADD 1 TO PIXELS-UNCOVERED
           END-IF.
           IF PIXEL-CLIPPED = "Y"
               ADD 1 TO PIXELS-CLIPPED
           END-IF.

           IF WIDE-SAMPLES = "Y"
               PERFORM WRITE-WIDE-PIXEL
           ELSE
               PERFORM WRITE-NARROW-PIXEL
           END-IF.

       WRITE-NARROW-PIXEL.
           IF IMAGE-COLOR-FLAG = "Y"
               MOVE PARSE-X TO COLOR-OUT-X
               MOVE PARSE-Y TO COLOR-OUT-Y
               MOVE PARSE-R TO COLOR-OUT-R
               MOVE PARSE-G TO COLOR-OUT-G
               MOVE PARSE-B TO COLOR-OUT-B
               MOVE "," TO COLOR-OUT-C1 COLOR-OUT-C2
                   COLOR-OUT-C3 COLOR-OUT-C4
               WRITE COORD-OUT-COLOR-RECORD
           ELSE
               MOVE PARSE-X TO COORD-OUT-X
               MOVE PARSE-Y TO COORD-OUT-Y
               MOVE PARSE-R TO COORD-OUT-B
               MOVE "," TO COORD-OUT-C1 COORD-OUT-C2
               WRITE COORD-OUT-RECORD
           END-IF.

      *Past a 999 ceiling the samples are written five digits wide,
      *as AnnulusIngest writes them.
       WRITE-WIDE-PIXEL.
           IF IMAGE-COLOR-FLAG = "Y"
               MOVE PARSE-X TO WIDE-COLOR-OUT-X
               MOVE PARSE-Y TO WIDE-COLOR-OUT-Y
               MOVE PARSE-R TO WIDE-COLOR-OUT-R
               MOVE PARSE-G TO WIDE-COLOR-OUT-G
               MOVE PARSE-B TO WIDE-COLOR-OUT-B
               MOVE "," TO WIDE-COLOR-OUT-C1 WIDE-COLOR-OUT-C2
                   WIDE-COLOR-OUT-C3 WIDE-COLOR-OUT-C4
               WRITE COORD-OUT-WIDE-COLOR-RECORD
           ELSE
               MOVE PARSE-X TO WIDE-OUT-X
               MOVE PARSE-Y TO WIDE-OUT-Y
               MOVE PARSE-R TO WIDE-OUT-B
               MOVE "," TO WIDE-OUT-C1 WIDE-OUT-C2
               WRITE COORD-OUT-WIDE-RECORD
           END-IF.

      *(raw - dark), floored at 0, times flat-mean / flat. A flat
      *sample of 0 is a dead flat pixel, not an infinite gain - the
      *dark-subtracted value stands. The result is clipped at the
      *channel ceiling.
       CORRECT-ONE-CHANNEL.
           COMPUTE CHANNEL-WORK = CHANNEL-RAW - CHANNEL-DARK.
           IF CHANNEL-WORK < 0
               MOVE 0 TO CHANNEL-WORK
           END-IF.
           IF CW-HAS-FLAT = "Y" AND CHANNEL-FLAT > 0
               AND CHANNEL-FLAT-MEAN > 0
               COMPUTE CHANNEL-WORK =
                   CHANNEL-WORK * CHANNEL-FLAT-MEAN / CHANNEL-FLAT
           END-IF.
           IF CHANNEL-WORK > CAL-CEILING
               MOVE CAL-CEILING TO CHANNEL-WORK
               MOVE "Y" TO PIXEL-CLIPPED
           END-IF.
           COMPUTE CHANNEL-OUT ROUNDED = CHANNEL-WORK.

      *X,Y,B or X,Y,R,G,B into PARSE-FIELDS with the masking run's
      *checks. PARSE-COLOR-FLAG comes in as the layout already fixed
      *for the file (space = none yet) and goes out as this record's.
       PARSE-COORDINATE-LINE.
           MOVE "Y" TO PARSE-OK.
           MOVE 0 TO PARSE-FIELD-COUNT.
           MOVE "N" TO PARSE-OVERFLOW.
           MOVE 0 TO PARSE-X PARSE-Y PARSE-R PARSE-G PARSE-B.
           UNSTRING PARSE-LINE DELIMITED BY ","
               INTO PARSE-X
                    PARSE-Y
                    PARSE-R
                    PARSE-G
                    PARSE-B
               TALLYING IN PARSE-FIELD-COUNT
               ON OVERFLOW
                   MOVE "Y" TO PARSE-OVERFLOW
           END-UNSTRING.

           IF PARSE-OVERFLOW = "Y"
               OR (PARSE-FIELD-COUNT NOT = 3
                   AND PARSE-FIELD-COUNT NOT = 5)
               OR PARSE-X IS NOT NUMERIC
               OR PARSE-Y IS NOT NUMERIC
               OR PARSE-R IS NOT NUMERIC
               OR (PARSE-FIELD-COUNT = 5
                   AND (PARSE-G IS NOT NUMERIC
                       OR PARSE-B IS NOT NUMERIC))
               OR (PARSE-FIELD-COUNT = 3
                   AND PARSE-COLOR-FLAG = "Y")
               OR (PARSE-FIELD-COUNT = 5
                   AND PARSE-COLOR-FLAG = "N")
               MOVE "N" TO PARSE-OK
           ELSE
               IF PARSE-FIELD-COUNT = 3
                   MOVE "N" TO PARSE-COLOR-FLAG
                   MOVE PARSE-R TO PARSE-G
                   MOVE PARSE-R TO PARSE-B
               ELSE
                   MOVE "Y" TO PARSE-COLOR-FLAG
               END-IF
           END-IF.

      *Two lines, DARK= and FLAT=, each <frame-id>@<capture-date>
      *or NONE - the tokens Annulus copies onto its audit line.
       WRITE-CALIBRATION-STAMP.
           OPEN OUTPUT STAMP-FILE.
           IF WS-STAMP-STATUS NOT = "00"
               DISPLAY "CAL-E-NOSTAMP: could not open "
                   STAMP-FILE-NAME ", status=" WS-STAMP-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE SPACES TO STAMP-LINE.
           STRING "DARK=" DELIMITED SIZE
                  STAMP-DARK-TEXT DELIMITED BY SPACE
                  INTO STAMP-LINE
           END-STRING.
           WRITE STAMP-LINE.
           MOVE SPACES TO STAMP-LINE.
           STRING "FLAT=" DELIMITED SIZE
                  STAMP-FLAT-TEXT DELIMITED BY SPACE
                  INTO STAMP-LINE
           END-STRING.
           WRITE STAMP-LINE.
           CLOSE STAMP-FILE.

       COPY-ONE-FILE.
           MOVE "N" TO COPY-FAILED.
           MOVE "N" TO COPY-EOF.
           OPEN INPUT COPY-IN-FILE.
           IF WS-COPY-IN-STATUS NOT = "00"
               MOVE "Y" TO COPY-FAILED
           ELSE
               OPEN OUTPUT COPY-OUT-FILE
               IF WS-COPY-OUT-STATUS NOT = "00"
                   MOVE "Y" TO COPY-FAILED
                   CLOSE COPY-IN-FILE
               ELSE
                   PERFORM UNTIL COPY-EOF = "Y"
                       READ COPY-IN-FILE
                           AT END
                               MOVE "Y" TO COPY-EOF
                           NOT AT END
                               MOVE COPY-IN-LINE TO COPY-OUT-LINE
                               WRITE COPY-OUT-LINE
                       END-READ
                   END-PERFORM
                   CLOSE COPY-IN-FILE
                   CLOSE COPY-OUT-FILE
               END-IF
           END-IF.
