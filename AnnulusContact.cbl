       IDENTIFICATION DIVISION.
       PROGRAM-ID. AnnulusContact.

      *Contact sheet of a night's previews for the morning review.
      *Reads the batch driver's report (or the sequence driver's
      *frame list), shrinks every job's or frame's preview image to
      *a thumbnail, and tiles them into one contact_sheet.ppm in a
      *grid - each tile labelled with its job name or frame number
      *and framed in the color of its outcome, so the one bad job
      *in forty is found at a glance instead of by opening forty
      *previews one at a time:
      *
      *    green  - ran clean, no rejected records
      *    amber  - ran, but rejected records are present
      *    red    - failed, or quarantined by verification
      *    grey   - deferred by the batch window; it never ran, so
      *             there is no preview and the tile stays blank
      *
      *contact_index.dat beside the sheet maps every tile back to
      *its run: tile number, grid row and column, pixel position on
      *the sheet, label, RUNID, outcome, and the preview it shows.
      *
      *Previews are read in any of the forms the masking run
      *writes - ASCII P2/P3 or binary P5/P6, at any maxval up to
      *65535 - and box-averaged down to the tile size (a preview
      *already smaller than the tile is shown as is). The sheet is
      *always an 8-bit binary P6 pixmap: it is for looking at, and
      *one sheet of forty tiles in ASCII would run to millions of
      *lines.
      *
      *A batch job's preview is the copy the driver collected for
      *it (JOBNAME_new_coords.pgm/.ppm, in the quarantine directory
      *for a quarantined job); a failed job collected nothing, so
      *its run's versioned preview off the catalog is shown when
      *the run got that far. A sequence frame's preview is the
      *numbered frame image the sequence report names. A tile with
      *no readable preview is left blank inside its border.
      *
      *The optional contact_control.dat (annulus-style lane-
      *suffixed in the base directory) holds any of:
      *
      *    SOURCE,BATCH or SOURCE,SEQUENCE - which report to sheet
      *    TILE,<32-200>                    - thumbnail side, pixels
      *    COLUMNS,<1-12>                   - tiles per sheet row
      *
      *defaulting to the batch report, 128-pixel tiles, and six
      *columns. A lane id on the command line reads that lane's
      *report and catalog and writes the sheet and index into the
      *lane directory. RETURN-CODE 0 every preview named was shown,
      *4 when one or more could not be read, 16 a setup problem.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTACT-CONTROL-FILE
               ASSIGN USING CONTACT-CONTROL-NAME
               *> contact_control.dat, lane-suffixed when a lane
               *> id was given. Optional - see LOAD-CONTACT-CONTROL.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.

           SELECT RUN-REPORT-FILE
               ASSIGN USING RUN-REPORT-NAME
               *> annulus_batch_report.dat or
               *> annulus_sequence_report.dat (lane-suffixed) - the
               *> job or frame list the sheet is built from.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT CATALOG-FILE
               ASSIGN USING CATALOG-FILE-NAME
               *> The lane's run catalog - PGM= and REJREC= by run
               *> id, for previews and reject counts the report
               *> does not carry.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CATALOG-STATUS.

           SELECT PREVIEW-FILE
               ASSIGN USING PREVIEW-NAME
               *> One tile's preview, read a byte at a time so the
               *> binary and ASCII forms go through one reader.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PREVIEW-STATUS.

           SELECT SHEET-FILE
               ASSIGN USING SHEET-FILE-NAME
               *> contact_sheet.ppm - binary P6, written a byte at
               *> a time, one band of tiles after another.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SHEET-STATUS.

           SELECT INDEX-FILE
               ASSIGN USING INDEX-FILE-NAME
               *> contact_index.dat - one line per tile.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INDEX-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTACT-CONTROL-FILE.
       01  CONTACT-CONTROL-LINE PIC X(80).

       FD  RUN-REPORT-FILE.
       01  RUN-REPORT-LINE     PIC X(200).

       FD  CATALOG-FILE.
       01  CATALOG-RECORD      PIC X(800).

       FD  PREVIEW-FILE.
       01  PREVIEW-BYTE        PIC X.

       FD  SHEET-FILE.
       01  SHEET-BYTE          PIC X.

       FD  INDEX-FILE.
       01  INDEX-LINE          PIC X(220).

       WORKING-STORAGE SECTION.
       01  WS-CONTROL-STATUS   PIC XX.
       01  WS-REPORT-STATUS    PIC XX.
       01  WS-CATALOG-STATUS   PIC XX.
       01  WS-PREVIEW-STATUS   PIC XX.
       01  WS-SHEET-STATUS     PIC XX.
       01  WS-INDEX-STATUS     PIC XX.
       01  END-OF-FILE         PIC X VALUE "N".

      *Partitioned work lanes - the same command-line lane id and
      *directory layout every other program resolves.
       01  COMMAND-LINE-TEXT   PIC X(80).
       01  LANE-ID             PIC X(8) VALUE SPACES.
       01  LANE-DIGIT-TEST     PIC X(8).
       01  BASE-DIRECTORY      PIC X(30) VALUE
           "C:\Users\danie\Desktop\imgbol\".
       01  OUTPUT-DIRECTORY    PIC X(44).
       01  CONTACT-CONTROL-NAME PIC X(100).
       01  RUN-REPORT-NAME     PIC X(100).
       01  CATALOG-FILE-NAME   PIC X(100).
       01  SHEET-FILE-NAME     PIC X(100).
       01  INDEX-FILE-NAME     PIC X(100).
       01  PREVIEW-NAME        PIC X(100).

      *Sheet options off the control file.
       01  SHEET-SOURCE        PIC X(8) VALUE "BATCH".
       01  TILE-SIZE           PIC 9(3) VALUE 128.
       01  SHEET-COLUMNS-WANTED PIC 9(2) VALUE 6.
       01  CTL-FIELD-COUNT     PIC 9(4).
       01  CTL-KEYWORD         PIC X(8).
       01  CTL-VALUE           PIC X(10).
       01  CTL-DIGIT-TEST      PIC X(10).

      *The tiles, in report order. TILE-STATUS is OK, REJECTS,
      *FAILED or DEFERRED; TILE-PREVIEW the file the tile shows.
       01  TILE-CAP            PIC 9(3) VALUE 200.
       01  TILE-COUNT          PIC 9(3) VALUE 0.
       01  TILE-SUB            PIC 9(3).
       01  TILE-TABLE.
           05 TILE-ENTRY OCCURS 200 TIMES.
              10 TILE-LABEL      PIC X(20).
              10 TILE-RUN-ID     PIC X(16).
              10 TILE-STATUS     PIC X(8).
              10 TILE-REJECTS    PIC 9(8).
              10 TILE-PREVIEW    PIC X(100).
              10 TILE-SHOWN      PIC X.
       01  TILES-DROPPED       PIC 9(5) VALUE 0.
       01  PREVIEWS-MISSING    PIC 9(3) VALUE 0.

      *Report line views. The batch report is fixed-column:
      *"Job " name(20) " run=" runid(16) " " status(11) " rc="
      *rc(4) " verify=" rc(4) " records=" n(8) " rejects=" n(8)
      *" " reason(40), the job's timings after that.
      *A sequence line is "Frame nnn run=<runid> image=<path>" or
      *"Frame nnn FAILED <reason>".
       01  BATCH-REPORT-VIEW.
           05 BRV-TAG          PIC X(4).
           05 BRV-JOB-NAME     PIC X(20).
           05 FILLER           PIC X(5).
           05 BRV-RUN-ID       PIC X(16).
           05 FILLER           PIC X.
           05 BRV-STATUS       PIC X(11).
           05 FILLER           PIC X(46).
           05 BRV-REJECTS      PIC X(8).
           05 FILLER           PIC X(89).
       01  SEQUENCE-REPORT-VIEW.
           05 SRV-TAG          PIC X(6).
           05 SRV-FRAME        PIC X(3).
           05 SRV-FAILED       PIC X(8).
           05 FILLER           PIC X(183).
       01  SEQUENCE-RUN-VIEW.
           05 FILLER           PIC X(9).
           05 SRV-RUN-TAG      PIC X(5).
           05 SRV-RUN-ID       PIC X(16).
           05 SRV-IMAGE-TAG    PIC X(7).
           05 SRV-IMAGE        PIC X(100).
           05 FILLER           PIC X(63).

      *Catalog lookups - the tag offsets INSPECT finds and the
      *values pulled from behind them.
       01  CATALOG-TEST-ID     PIC X(16).
       01  CATALOG-TAG-OFFSET  PIC 9(4).
       01  CATALOG-PGM         PIC X(100).
       01  CATALOG-REJREC      PIC X(8).
       01  CANDIDATE-NAME      PIC X(100).
       01  CANDIDATE-DIRECTORY PIC X(60).

      *Sheet geometry. A cell is the tile's border around its
      *thumbnail and label strip; cells sit GAP-WIDTH apart on the
      *background. A band is one row of cells plus the gap above.
       01  BORDER-WIDTH        PIC 9(2) VALUE 4.
       01  GAP-WIDTH           PIC 9(2) VALUE 6.
       01  LABEL-HEIGHT        PIC 9(2) VALUE 11.
       01  CELL-WIDTH          PIC 9(4).
       01  CELL-HEIGHT         PIC 9(4).
       01  BAND-HEIGHT         PIC 9(4).
       01  SHEET-COLUMNS       PIC 9(2).
       01  SHEET-ROWS          PIC 9(3).
       01  SHEET-WIDTH         PIC 9(5).
       01  SHEET-HEIGHT        PIC 9(5).
       01  SHEET-ROW-SUB       PIC 9(3).
       01  SHEET-COL-SUB       PIC 9(2).
       01  CELL-X0             PIC 9(5).
       01  CELL-Y0             PIC 9(5).
       01  MAX-LABEL-CHARS     PIC 9(2).

      *One band of the sheet, as output bytes. Sized for the
      *largest tile at the most columns.
       01  BAND-BUFFER.
           05 BAND-LINE OCCURS 232 TIMES.
              10 BAND-PIXEL OCCURS 2600 TIMES.
                 15 BAND-R     PIC X.
                 15 BAND-G     PIC X.
                 15 BAND-B     PIC X.
       01  BAND-ROW-SUB        PIC 9(4).
       01  BAND-COL-SUB        PIC 9(4).

      *Painting - a rectangle or a single pixel in the paint color.
       01  RECT-X0             PIC 9(5).
       01  RECT-Y0             PIC 9(5).
       01  RECT-WIDTH          PIC 9(5).
       01  RECT-HEIGHT         PIC 9(5).
       01  FILL-X              PIC 9(5).
       01  FILL-Y              PIC 9(5).
       01  PAINT-R             PIC 9(3).
       01  PAINT-G             PIC 9(3).
       01  PAINT-B             PIC 9(3).
       01  PAINT-R-BYTE        PIC X.
       01  PAINT-G-BYTE        PIC X.
       01  PAINT-B-BYTE        PIC X.

      *Binary P6 header, built in SHEET-HEADER-TEXT and written
      *byte by byte, as the masking run writes a binary preview.
       01  SHEET-HEADER-TEXT   PIC X(40).
       01  SHEET-HEADER-LEN    PIC 9(2).
       01  SHEET-HEADER-SUB    PIC 9(2).
       01  SHEET-LINE-FEED     PIC X VALUE X"0A".

      *Preview reader state - the same header walk AnnulusIngest
      *applies to a binary image: magic, then width, height and
      *maxval as whitespace-separated tokens, "#" comments skipped;
      *then the raster as more tokens (ASCII) or as one or two
      *bytes per sample (binary, high-order byte first).
       01  PREVIEW-EOF         PIC X.
       01  PREVIEW-BAD         PIC X.
       01  PREVIEW-MAGIC       PIC X(2).
       01  PREVIEW-BINARY      PIC X.
       01  PREVIEW-CHANNELS    PIC 9.
       01  PREVIEW-SAMPLE-BYTES PIC 9.
       01  PREVIEW-STATE       PIC 9.
       01  PREVIEW-WIDTH       PIC 9(5).
       01  PREVIEW-HEIGHT      PIC 9(5).
       01  PREVIEW-MAXVAL      PIC 9(5).
       01  BYTE-VALUE          PIC 9(3).
       01  BYTE-HIGH           PIC 9(3).
       01  BYTE-IN-COMMENT     PIC X.
       01  TOKEN-VALUE         PIC 9(8).
       01  TOKEN-LEN           PIC 9(2).
       01  SAMPLE-VALUE        PIC 9(8).
       01  SAMPLES-EXPECTED    PIC 9(10).
       01  SAMPLES-SEEN        PIC 9(10).
       01  CURSOR-X            PIC 9(5).
       01  CURSOR-Y            PIC 9(5).
       01  CURSOR-CHANNEL      PIC 9.

      *Thumbnail accumulation - every source pixel adds into the
      *thumbnail cell it falls in; the cell shows the average.
       01  THUMB-WIDTH         PIC 9(3).
       01  THUMB-HEIGHT        PIC 9(3).
       01  THUMB-SPAN          PIC 9(5).
       01  THUMB-X             PIC 9(3).
       01  THUMB-Y             PIC 9(3).
       01  THUMB-OFFSET-X      PIC 9(5).
       01  THUMB-OFFSET-Y      PIC 9(5).
       01  THUMB-TABLE.
           05 THUMB-ROW OCCURS 200 TIMES.
              10 THUMB-CELL OCCURS 200 TIMES.
                 15 THUMB-SUM-R PIC 9(15) COMP.
                 15 THUMB-SUM-G PIC 9(15) COMP.
                 15 THUMB-SUM-B PIC 9(15) COMP.
                 15 THUMB-COUNT PIC 9(9) COMP.

      *Label lettering - a 5x7 dot font, one glyph per entry: the
      *character, then seven rows of five dots ("1" is lit). Lower
      *case is lettered as upper; anything not in the table is
      *left as a blank space.
       01  FONT-TABLE.
           05 FILLER PIC X(36) VALUE
              "001110100011001110101110011000101110".
           05 FILLER PIC X(36) VALUE
              "100100011000010000100001000010001110".
           05 FILLER PIC X(36) VALUE
              "201110100010000100010001000100011111".
           05 FILLER PIC X(36) VALUE
              "311111000100010000010000011000101110".
           05 FILLER PIC X(36) VALUE
              "400010001100101010010111110001000010".
           05 FILLER PIC X(36) VALUE
              "511111100001111000001000011000101110".
           05 FILLER PIC X(36) VALUE
              "600110010001000011110100011000101110".
           05 FILLER PIC X(36) VALUE
              "711111000010001000100010000100001000".
           05 FILLER PIC X(36) VALUE
              "801110100011000101110100011000101110".
           05 FILLER PIC X(36) VALUE
              "901110100011000101111000010001001100".
           05 FILLER PIC X(36) VALUE
              "A01110100011000111111100011000110001".
           05 FILLER PIC X(36) VALUE
              "B11110100011000111110100011000111110".
           05 FILLER PIC X(36) VALUE
              "C01110100011000010000100001000101110".
           05 FILLER PIC X(36) VALUE
              "D11100100101000110001100011001011100".
           05 FILLER PIC X(36) VALUE
              "E11111100001000011110100001000011111".
           05 FILLER PIC X(36) VALUE
              "F11111100001000011110100001000010000".
           05 FILLER PIC X(36) VALUE
              "G01110100011000010111100011000101111".
           05 FILLER PIC X(36) VALUE
              "H10001100011000111111100011000110001".
           05 FILLER PIC X(36) VALUE
              "I01110001000010000100001000010001110".
           05 FILLER PIC X(36) VALUE
              "J00111000100001000010000101001001100".
           05 FILLER PIC X(36) VALUE
              "K10001100101010011000101001001010001".
           05 FILLER PIC X(36) VALUE
              "L10000100001000010000100001000011111".
           05 FILLER PIC X(36) VALUE
              "M10001110111010110101100011000110001".
           05 FILLER PIC X(36) VALUE
              "N10001100011100110101100111000110001".
           05 FILLER PIC X(36) VALUE
              "O01110100011000110001100011000101110".
           05 FILLER PIC X(36) VALUE
              "P11110100011000111110100001000010000".
           05 FILLER PIC X(36) VALUE
              "Q01110100011000110001101011001001101".
           05 FILLER PIC X(36) VALUE
              "R11110100011000111110101001001010001".
           05 FILLER PIC X(36) VALUE
              "S01111100001000001110000010000111110".
           05 FILLER PIC X(36) VALUE
              "T11111001000010000100001000010000100".
           05 FILLER PIC X(36) VALUE
              "U10001100011000110001100011000101110".
           05 FILLER PIC X(36) VALUE
              "V10001100011000110001100010101000100".
           05 FILLER PIC X(36) VALUE
              "W10001100011000110101101011010101010".
           05 FILLER PIC X(36) VALUE
              "X10001100010101000100010101000110001".
           05 FILLER PIC X(36) VALUE
              "Y10001100011000101010001000010000100".
           05 FILLER PIC X(36) VALUE
              "Z11111000010001000100010001000011111".
           05 FILLER PIC X(36) VALUE
              "-00000000000000011111000000000000000".
           05 FILLER PIC X(36) VALUE
              "_00000000000000000000000000000011111".
           05 FILLER PIC X(36) VALUE
              ".00000000000000000000000000110001100".
       01  FONT-REDEF REDEFINES FONT-TABLE.
           05 FONT-GLYPH OCCURS 39 TIMES.
              10 FONT-CHAR     PIC X.
              10 FONT-ROW      PIC X(5) OCCURS 7 TIMES.
       01  FONT-SUB            PIC 9(2).
       01  FONT-HIT            PIC 9(2).
       01  FONT-ROW-SUB        PIC 9.
       01  FONT-DOT-SUB        PIC 9.
       01  LABEL-TEXT          PIC X(20).
       01  LABEL-CHAR-SUB      PIC 9(2).
       01  LABEL-X             PIC 9(5).
       01  LABEL-Y             PIC 9(5).

      *Index line numbers.
       01  INDEX-TILE-DISP     PIC 9(3).
       01  INDEX-ROW-DISP      PIC 9(3).
       01  INDEX-COL-DISP      PIC 9(2).
       01  INDEX-X-DISP        PIC 9(5).
       01  INDEX-Y-DISP        PIC 9(5).

       PROCEDURE DIVISION.
       CONTACT-INIT.
           PERFORM LANE-SETUP.
           PERFORM LOAD-CONTACT-CONTROL.
           PERFORM LOAD-TILE-LIST.
           PERFORM RESOLVE-TILE-PREVIEWS.
           PERFORM SET-SHEET-GEOMETRY.

           OPEN OUTPUT SHEET-FILE.
           IF WS-SHEET-STATUS NOT = "00"
               DISPLAY "CONTACT-E-NOSHEET: could not open "
                   SHEET-FILE-NAME ", status=" WS-SHEET-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT INDEX-FILE.
           IF WS-INDEX-STATUS NOT = "00"
               DISPLAY "CONTACT-E-NOINDEX: could not open "
                   INDEX-FILE-NAME ", status=" WS-INDEX-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM WRITE-SHEET-HEADER.
           PERFORM VARYING SHEET-ROW-SUB FROM 1 BY 1
                   UNTIL SHEET-ROW-SUB > SHEET-ROWS
               PERFORM BUILD-ONE-BAND
               PERFORM WRITE-ONE-BAND
           END-PERFORM.
           PERFORM WRITE-SHEET-FOOT.

           CLOSE SHEET-FILE.
           CLOSE INDEX-FILE.

           DISPLAY "CONTACT-I-DONE: " TILE-COUNT " tile(s), "
               SHEET-WIDTH " x " SHEET-HEIGHT " sheet in "
               SHEET-FILE-NAME.
           IF PREVIEWS-MISSING > 0
               DISPLAY "CONTACT-W-MISSING: " PREVIEWS-MISSING
                   " preview(s) could not be read - tiles left blank"
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           STOP RUN.

      *The lane id and directory layout every other program
      *resolves from the command line. The control file and the
      *reports are lane-suffixed in the base directory; the catalog,
      *sheet and index follow the lane.
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
                   DISPLAY "CONTACT-E-BADLANE: lane id must be "
                       "letters and digits, got " LANE-ID
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

           MOVE SPACES TO OUTPUT-DIRECTORY CONTACT-CONTROL-NAME.
           IF LANE-ID = SPACES
               MOVE BASE-DIRECTORY TO OUTPUT-DIRECTORY
               STRING BASE-DIRECTORY DELIMITED BY SPACE
                      "contact_control.dat" DELIMITED BY SIZE
                      INTO CONTACT-CONTROL-NAME
               END-STRING
           ELSE
               STRING BASE-DIRECTORY DELIMITED BY SPACE
                      "lane_" DELIMITED BY SIZE
                      LANE-ID DELIMITED BY SPACE
                      "\" DELIMITED BY SIZE
                      INTO OUTPUT-DIRECTORY
               END-STRING
               STRING BASE-DIRECTORY DELIMITED BY SPACE
                      "contact_control_" DELIMITED BY SIZE
                      LANE-ID DELIMITED BY SPACE
                      ".dat" DELIMITED BY SIZE
                      INTO CONTACT-CONTROL-NAME
               END-STRING
               DISPLAY "CONTACT-I-LANE: sheeting lane " LANE-ID
           END-IF.

           MOVE SPACES TO CATALOG-FILE-NAME.
           STRING OUTPUT-DIRECTORY DELIMITED BY SPACE
                  "annulus_catalog.dat" DELIMITED BY SIZE
                  INTO CATALOG-FILE-NAME
           END-STRING.
           MOVE SPACES TO SHEET-FILE-NAME.
           STRING OUTPUT-DIRECTORY DELIMITED BY SPACE
                  "contact_sheet.ppm" DELIMITED BY SIZE
                  INTO SHEET-FILE-NAME
           END-STRING.
           MOVE SPACES TO INDEX-FILE-NAME.
           STRING OUTPUT-DIRECTORY DELIMITED BY SPACE
                  "contact_index.dat" DELIMITED BY SIZE
                  INTO INDEX-FILE-NAME
           END-STRING.

      *SOURCE, TILE and COLUMNS lines, any order, all optional - no
      *control file at all is the nightly batch default.
       LOAD-CONTACT-CONTROL.
           OPEN INPUT CONTACT-CONTROL-FILE.
           IF WS-CONTROL-STATUS = "00"
               MOVE "N" TO END-OF-FILE
               PERFORM UNTIL END-OF-FILE = "Y"
                   READ CONTACT-CONTROL-FILE
                       AT END
                           MOVE "Y" TO END-OF-FILE
                       NOT AT END
                           IF CONTACT-CONTROL-LINE NOT = SPACES
                               PERFORM APPLY-CONTROL-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CONTACT-CONTROL-FILE
               MOVE "N" TO END-OF-FILE
           END-IF.

           MOVE SPACES TO RUN-REPORT-NAME.
           IF SHEET-SOURCE = "BATCH"
               IF LANE-ID = SPACES
                   STRING BASE-DIRECTORY DELIMITED BY SPACE
                          "annulus_batch_report.dat" DELIMITED BY SIZE
                          INTO RUN-REPORT-NAME
                   END-STRING
               ELSE
                   STRING BASE-DIRECTORY DELIMITED BY SPACE
                          "annulus_batch_report_" DELIMITED BY SIZE
                          LANE-ID DELIMITED BY SPACE
                          ".dat" DELIMITED BY SIZE
                          INTO RUN-REPORT-NAME
                   END-STRING
               END-IF
           ELSE
               IF LANE-ID = SPACES
                   STRING BASE-DIRECTORY DELIMITED BY SPACE
                          "annulus_sequence_report.dat"
                              DELIMITED BY SIZE
                          INTO RUN-REPORT-NAME
                   END-STRING
               ELSE
                   STRING BASE-DIRECTORY DELIMITED BY SPACE
                          "annulus_sequence_report_" DELIMITED BY SIZE
                          LANE-ID DELIMITED BY SPACE
                          ".dat" DELIMITED BY SIZE
                          INTO RUN-REPORT-NAME
                   END-STRING
               END-IF
           END-IF.

       APPLY-CONTROL-LINE.
           MOVE 0 TO CTL-FIELD-COUNT.
           MOVE SPACES TO CTL-KEYWORD CTL-VALUE.
           UNSTRING CONTACT-CONTROL-LINE DELIMITED BY ","
               INTO CTL-KEYWORD
                    CTL-VALUE
               TALLYING IN CTL-FIELD-COUNT
           END-UNSTRING.
           MOVE CTL-VALUE TO CTL-DIGIT-TEST.
           INSPECT CTL-DIGIT-TEST
               CONVERTING "0123456789" TO "          ".

           EVALUATE TRUE
               WHEN CTL-KEYWORD = "SOURCE"
                   AND (CTL-VALUE = "BATCH" OR CTL-VALUE = "SEQUENCE")
                   MOVE CTL-VALUE TO SHEET-SOURCE
               WHEN CTL-KEYWORD = "TILE"
                   AND CTL-VALUE NOT = SPACES
                   AND CTL-DIGIT-TEST = SPACES
                   IF FUNCTION NUMVAL(CTL-VALUE) < 32
                       OR FUNCTION NUMVAL(CTL-VALUE) > 200
                       PERFORM REJECT-CONTROL-LINE
                   END-IF
                   COMPUTE TILE-SIZE = FUNCTION NUMVAL(CTL-VALUE)
               WHEN CTL-KEYWORD = "COLUMNS"
                   AND CTL-VALUE NOT = SPACES
                   AND CTL-DIGIT-TEST = SPACES
                   IF FUNCTION NUMVAL(CTL-VALUE) < 1
                       OR FUNCTION NUMVAL(CTL-VALUE) > 12
                       PERFORM REJECT-CONTROL-LINE
                   END-IF
                   COMPUTE SHEET-COLUMNS-WANTED =
                       FUNCTION NUMVAL(CTL-VALUE)
               WHEN OTHER
                   PERFORM REJECT-CONTROL-LINE
           END-EVALUATE.

       REJECT-CONTROL-LINE.
           DISPLAY "CONTACT-E-BADCONTROL: expected SOURCE,BATCH, "
               "SOURCE,SEQUENCE, TILE,<32-200> or COLUMNS,<1-12>: "
               CONTACT-CONTROL-LINE.
           CLOSE CONTACT-CONTROL-FILE.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

      *Every job or frame line of the report becomes a tile, in
      *report order; the totals lines behind them are skipped.
       LOAD-TILE-LIST.
           OPEN INPUT RUN-REPORT-FILE.
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "CONTACT-E-NOREPORT: could not open "
                   RUN-REPORT-NAME ", status=" WS-REPORT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE "N" TO END-OF-FILE.
           PERFORM UNTIL END-OF-FILE = "Y"
               READ RUN-REPORT-FILE
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       IF SHEET-SOURCE = "BATCH"
                           PERFORM TAKE-BATCH-LINE
                       ELSE
                           PERFORM TAKE-SEQUENCE-LINE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE RUN-REPORT-FILE.
           MOVE "N" TO END-OF-FILE.

           IF TILES-DROPPED > 0
               DISPLAY "CONTACT-W-TILECAP: only the first " TILE-CAP
                   " entries are sheeted, " TILES-DROPPED " left off"
           END-IF.
           IF TILE-COUNT = 0
               DISPLAY "CONTACT-E-EMPTY: " RUN-REPORT-NAME
                   " lists no jobs or frames"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *A verified job is OK or REJECTS by its reject count; a
      *quarantined or failed one is FAILED. A deferred job was
      *carried over to the next night, not failed - it keeps its
      *own status.
       TAKE-BATCH-LINE.
           MOVE RUN-REPORT-LINE TO BATCH-REPORT-VIEW.
           IF BRV-TAG = "Job "
               PERFORM OPEN-NEW-TILE
               IF TILE-SUB > 0
                   MOVE BRV-JOB-NAME TO TILE-LABEL (TILE-SUB)
                   MOVE BRV-RUN-ID TO TILE-RUN-ID (TILE-SUB)
                   IF BRV-REJECTS IS NUMERIC
                       MOVE BRV-REJECTS TO TILE-REJECTS (TILE-SUB)
                   END-IF
                   IF BRV-STATUS = "VERIFIED"
                       IF TILE-REJECTS (TILE-SUB) > 0
                           MOVE "REJECTS" TO TILE-STATUS (TILE-SUB)
                       ELSE
                           MOVE "OK" TO TILE-STATUS (TILE-SUB)
                       END-IF
                   ELSE
                       IF BRV-STATUS = "DEFERRED"
                           MOVE "DEFERRED" TO TILE-STATUS (TILE-SUB)
                       ELSE
                           MOVE "FAILED" TO TILE-STATUS (TILE-SUB)
                       END-IF
                   END-IF
                   PERFORM FIND-BATCH-PREVIEW
               END-IF
           END-IF.

      *A frame's reject count comes off the catalog later; its
      *preview is the frame image the report names.
       TAKE-SEQUENCE-LINE.
           MOVE RUN-REPORT-LINE TO SEQUENCE-REPORT-VIEW.
           MOVE RUN-REPORT-LINE TO SEQUENCE-RUN-VIEW.
           IF SRV-TAG = "Frame " AND SRV-FRAME IS NUMERIC
               PERFORM OPEN-NEW-TILE
               IF TILE-SUB > 0
                   STRING "FRAME " DELIMITED SIZE
                          SRV-FRAME DELIMITED SIZE
                          INTO TILE-LABEL (TILE-SUB)
                   END-STRING
                   IF SRV-FAILED = " FAILED "
                       MOVE "FAILED" TO TILE-STATUS (TILE-SUB)
                   ELSE
                       MOVE "OK" TO TILE-STATUS (TILE-SUB)
                       IF SRV-RUN-TAG = " run="
                           MOVE SRV-RUN-ID TO TILE-RUN-ID (TILE-SUB)
                       END-IF
                       IF SRV-IMAGE-TAG = " image="
                           MOVE SRV-IMAGE TO TILE-PREVIEW (TILE-SUB)
                       END-IF
                   END-IF
               END-IF
           END-IF.

       OPEN-NEW-TILE.
           IF TILE-COUNT >= TILE-CAP
               ADD 1 TO TILES-DROPPED
               MOVE 0 TO TILE-SUB
           ELSE
               ADD 1 TO TILE-COUNT
               MOVE TILE-COUNT TO TILE-SUB
               MOVE SPACES TO TILE-LABEL (TILE-SUB)
                   TILE-RUN-ID (TILE-SUB) TILE-STATUS (TILE-SUB)
                   TILE-PREVIEW (TILE-SUB)
               MOVE 0 TO TILE-REJECTS (TILE-SUB)
               MOVE "N" TO TILE-SHOWN (TILE-SUB)
           END-IF.

      *The driver's collected copy - in the lane directory for a
      *verified job, in quarantine for a quarantined one. A failed
      *job collected nothing, and an old copy under its name is a
      *previous night's; its preview can only come off the catalog.
       FIND-BATCH-PREVIEW.
           IF BRV-STATUS = "VERIFIED" OR BRV-STATUS = "QUARANTINED"
               MOVE SPACES TO CANDIDATE-DIRECTORY
               IF BRV-STATUS = "VERIFIED"
                   MOVE OUTPUT-DIRECTORY TO CANDIDATE-DIRECTORY
               ELSE
                   STRING OUTPUT-DIRECTORY DELIMITED BY SPACE
                          "quarantine\" DELIMITED BY SIZE
                          INTO CANDIDATE-DIRECTORY
                   END-STRING
               END-IF
               MOVE SPACES TO CANDIDATE-NAME
               STRING CANDIDATE-DIRECTORY DELIMITED BY SPACE
                      BRV-JOB-NAME DELIMITED BY SPACE
                      "_new_coords.pgm" DELIMITED BY SIZE
                      INTO CANDIDATE-NAME
               END-STRING
               PERFORM TRY-PREVIEW-CANDIDATE
               IF TILE-PREVIEW (TILE-SUB) = SPACES
                   MOVE SPACES TO CANDIDATE-NAME
                   STRING CANDIDATE-DIRECTORY DELIMITED BY SPACE
                          BRV-JOB-NAME DELIMITED BY SPACE
                          "_new_coords.ppm" DELIMITED BY SIZE
                          INTO CANDIDATE-NAME
                   END-STRING
                   PERFORM TRY-PREVIEW-CANDIDATE
               END-IF
           END-IF.

       TRY-PREVIEW-CANDIDATE.
           MOVE CANDIDATE-NAME TO PREVIEW-NAME.
           OPEN INPUT PREVIEW-FILE.
           IF WS-PREVIEW-STATUS = "00"
               CLOSE PREVIEW-FILE
               MOVE CANDIDATE-NAME TO TILE-PREVIEW (TILE-SUB)
           END-IF.

      *One pass over the catalog fills in what the report left
      *open: a tile still without a preview takes its run's PGM=,
      *and a sequence frame takes its REJREC= reject count.
       RESOLVE-TILE-PREVIEWS.
           OPEN INPUT CATALOG-FILE.
           IF WS-CATALOG-STATUS NOT = "00"
               DISPLAY "CONTACT-W-NOCATALOG: " CATALOG-FILE-NAME
                   " not readable, status=" WS-CATALOG-STATUS
                   " - only collected previews are shown"
           ELSE
               MOVE "N" TO END-OF-FILE
               PERFORM UNTIL END-OF-FILE = "Y"
                   READ CATALOG-FILE
                       AT END
                           MOVE "Y" TO END-OF-FILE
                       NOT AT END
                           IF CATALOG-RECORD (1:6) = "RUNID="
                               PERFORM MATCH-CATALOG-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CATALOG-FILE
               MOVE "N" TO END-OF-FILE
           END-IF.

       MATCH-CATALOG-LINE.
           MOVE CATALOG-RECORD (7:16) TO CATALOG-TEST-ID.
           MOVE SPACES TO CATALOG-PGM CATALOG-REJREC.

           MOVE 0 TO CATALOG-TAG-OFFSET.
           INSPECT CATALOG-RECORD TALLYING CATALOG-TAG-OFFSET
               FOR CHARACTERS BEFORE INITIAL " PGM=".
           IF CATALOG-TAG-OFFSET < 790
               UNSTRING CATALOG-RECORD (CATALOG-TAG-OFFSET + 6:)
                   DELIMITED BY SPACE
                   INTO CATALOG-PGM
               END-UNSTRING
           END-IF.

           MOVE 0 TO CATALOG-TAG-OFFSET.
           INSPECT CATALOG-RECORD TALLYING CATALOG-TAG-OFFSET
               FOR CHARACTERS BEFORE INITIAL " REJREC=".
           IF CATALOG-TAG-OFFSET < 790
               MOVE CATALOG-RECORD (CATALOG-TAG-OFFSET + 9:8)
                   TO CATALOG-REJREC
           END-IF.

           PERFORM VARYING TILE-SUB FROM 1 BY 1
                   UNTIL TILE-SUB > TILE-COUNT
               IF TILE-RUN-ID (TILE-SUB) = CATALOG-TEST-ID
                   AND CATALOG-TEST-ID NOT = SPACES
                   IF TILE-PREVIEW (TILE-SUB) = SPACES
                       MOVE CATALOG-PGM TO TILE-PREVIEW (TILE-SUB)
                   END-IF
                   IF SHEET-SOURCE = "SEQUENCE"
                       AND CATALOG-REJREC IS NUMERIC
                       MOVE CATALOG-REJREC TO TILE-REJECTS (TILE-SUB)
                       IF TILE-REJECTS (TILE-SUB) > 0
                           AND TILE-STATUS (TILE-SUB) = "OK"
                           MOVE "REJECTS" TO TILE-STATUS (TILE-SUB)
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

      *Cell and sheet sizes off the tile size and column count. A
      *label is lettered six dots to the character, as many as fit
      *across the tile.
       SET-SHEET-GEOMETRY.
           COMPUTE CELL-WIDTH = TILE-SIZE + (2 * BORDER-WIDTH).
           COMPUTE CELL-HEIGHT =
               TILE-SIZE + LABEL-HEIGHT + (2 * BORDER-WIDTH).
           COMPUTE BAND-HEIGHT = GAP-WIDTH + CELL-HEIGHT.
           COMPUTE SHEET-COLUMNS =
               FUNCTION MIN(SHEET-COLUMNS-WANTED, TILE-COUNT).
           COMPUTE SHEET-ROWS =
               (TILE-COUNT + SHEET-COLUMNS - 1) / SHEET-COLUMNS.
           COMPUTE SHEET-WIDTH =
               (SHEET-COLUMNS * (CELL-WIDTH + GAP-WIDTH)) + GAP-WIDTH.
           COMPUTE SHEET-HEIGHT =
               (SHEET-ROWS * BAND-HEIGHT) + GAP-WIDTH.
           COMPUTE MAX-LABEL-CHARS =
               FUNCTION MIN((TILE-SIZE - 4) / 6, 20).

      *magic, dimensions and maxval - each ended by a line feed.
       WRITE-SHEET-HEADER.
           MOVE SPACES TO SHEET-HEADER-TEXT.
           MOVE 1 TO SHEET-HEADER-LEN.
           STRING "P6" DELIMITED SIZE
                  SHEET-LINE-FEED DELIMITED SIZE
                  SHEET-WIDTH DELIMITED SIZE
                  " " DELIMITED SIZE
                  SHEET-HEIGHT DELIMITED SIZE
                  SHEET-LINE-FEED DELIMITED SIZE
                  "255" DELIMITED SIZE
                  SHEET-LINE-FEED DELIMITED SIZE
                  INTO SHEET-HEADER-TEXT
                  WITH POINTER SHEET-HEADER-LEN
           END-STRING.
           PERFORM VARYING SHEET-HEADER-SUB FROM 1 BY 1
                   UNTIL SHEET-HEADER-SUB >= SHEET-HEADER-LEN
               MOVE SHEET-HEADER-TEXT (SHEET-HEADER-SUB:1)
                   TO SHEET-BYTE
               WRITE SHEET-BYTE
           END-PERFORM.

           MOVE SPACES TO INDEX-LINE.
           STRING "SHEET=" DELIMITED SIZE
                  SHEET-FILE-NAME DELIMITED BY SPACE
                  " SOURCE=" DELIMITED SIZE
                  RUN-REPORT-NAME DELIMITED BY SPACE
                  " WIDTH=" DELIMITED SIZE
                  SHEET-WIDTH DELIMITED SIZE
                  " HEIGHT=" DELIMITED SIZE
                  SHEET-HEIGHT DELIMITED SIZE
                  " TILES=" DELIMITED SIZE
                  TILE-COUNT DELIMITED SIZE
                  INTO INDEX-LINE
           END-STRING.
           WRITE INDEX-LINE.

      *One row of cells on the background, left to right.
       BUILD-ONE-BAND.
           MOVE 40 TO PAINT-R PAINT-G PAINT-B.
           PERFORM SET-PAINT-BYTES.
           MOVE 1 TO RECT-X0 RECT-Y0.
           MOVE SHEET-WIDTH TO RECT-WIDTH.
           MOVE BAND-HEIGHT TO RECT-HEIGHT.
           PERFORM FILL-RECTANGLE.

           PERFORM VARYING SHEET-COL-SUB FROM 1 BY 1
                   UNTIL SHEET-COL-SUB > SHEET-COLUMNS
               COMPUTE TILE-SUB =
                   ((SHEET-ROW-SUB - 1) * SHEET-COLUMNS)
                   + SHEET-COL-SUB
               IF TILE-SUB <= TILE-COUNT
                   PERFORM PAINT-ONE-TILE
               END-IF
           END-PERFORM.

      *The border in the outcome color, the thumbnail area (dark
      *grey until a preview is drawn into it), the black label
      *strip under it with the label lettered in white, and the
      *tile's index line.
       PAINT-ONE-TILE.
           COMPUTE CELL-X0 = GAP-WIDTH + 1
               + ((SHEET-COL-SUB - 1) * (CELL-WIDTH + GAP-WIDTH)).
           COMPUTE CELL-Y0 = GAP-WIDTH + 1.

           EVALUATE TILE-STATUS (TILE-SUB)
               WHEN "OK"
                   MOVE 0 TO PAINT-R
                   MOVE 170 TO PAINT-G
                   MOVE 0 TO PAINT-B
               WHEN "REJECTS"
                   MOVE 230 TO PAINT-R
                   MOVE 160 TO PAINT-G
                   MOVE 0 TO PAINT-B
               WHEN "DEFERRED"
                   MOVE 128 TO PAINT-R PAINT-G PAINT-B
               WHEN OTHER
                   MOVE 210 TO PAINT-R
                   MOVE 0 TO PAINT-G
                   MOVE 0 TO PAINT-B
           END-EVALUATE.
           PERFORM SET-PAINT-BYTES.
           MOVE CELL-X0 TO RECT-X0.
           MOVE CELL-Y0 TO RECT-Y0.
           MOVE CELL-WIDTH TO RECT-WIDTH.
           MOVE CELL-HEIGHT TO RECT-HEIGHT.
           PERFORM FILL-RECTANGLE.

           MOVE 72 TO PAINT-R PAINT-G PAINT-B.
           PERFORM SET-PAINT-BYTES.
           COMPUTE RECT-X0 = CELL-X0 + BORDER-WIDTH.
           COMPUTE RECT-Y0 = CELL-Y0 + BORDER-WIDTH.
           MOVE TILE-SIZE TO RECT-WIDTH RECT-HEIGHT.
           PERFORM FILL-RECTANGLE.

           MOVE 0 TO PAINT-R PAINT-G PAINT-B.
           PERFORM SET-PAINT-BYTES.
           COMPUTE RECT-Y0 = CELL-Y0 + BORDER-WIDTH + TILE-SIZE.
           MOVE LABEL-HEIGHT TO RECT-HEIGHT.
           PERFORM FILL-RECTANGLE.

           IF TILE-PREVIEW (TILE-SUB) NOT = SPACES
               PERFORM LOAD-PREVIEW-THUMB
               IF TILE-SHOWN (TILE-SUB) = "Y"
                   PERFORM PAINT-THUMBNAIL
               ELSE
                   ADD 1 TO PREVIEWS-MISSING
               END-IF
           END-IF.

           PERFORM DRAW-TILE-LABEL.
           PERFORM WRITE-INDEX-ENTRY.

      *Reads the tile's preview into THUMB-TABLE. Anything wrong
      *with the file leaves the tile blank with a warning - one
      *unreadable preview must not cost the reviewer the sheet.
       LOAD-PREVIEW-THUMB.
           MOVE "N" TO TILE-SHOWN (TILE-SUB).
           MOVE TILE-PREVIEW (TILE-SUB) TO PREVIEW-NAME.
           OPEN INPUT PREVIEW-FILE.
           IF WS-PREVIEW-STATUS NOT = "00"
               DISPLAY "CONTACT-W-NOPREVIEW: "
                   TILE-LABEL (TILE-SUB) " preview " PREVIEW-NAME
                   " not readable, status=" WS-PREVIEW-STATUS
           ELSE
               PERFORM READ-PREVIEW-IMAGE
               CLOSE PREVIEW-FILE
               IF PREVIEW-BAD = "Y"
                   DISPLAY "CONTACT-W-BADPREVIEW: "
                       TILE-LABEL (TILE-SUB) " preview " PREVIEW-NAME
                       " is not a readable P2/P3/P5/P6 image"
               ELSE
                   MOVE "Y" TO TILE-SHOWN (TILE-SUB)
                   IF SAMPLES-SEEN < SAMPLES-EXPECTED
                       DISPLAY "CONTACT-W-SHORTPREVIEW: "
                           TILE-LABEL (TILE-SUB) " preview ends "
                           "after " SAMPLES-SEEN " of "
                           SAMPLES-EXPECTED " samples"
                   END-IF
               END-IF
           END-IF.

       READ-PREVIEW-IMAGE.
           MOVE "N" TO PREVIEW-EOF PREVIEW-BAD BYTE-IN-COMMENT.
           MOVE 0 TO PREVIEW-WIDTH PREVIEW-HEIGHT PREVIEW-MAXVAL.
           MOVE 0 TO SAMPLES-EXPECTED SAMPLES-SEEN.
           MOVE 0 TO TOKEN-VALUE TOKEN-LEN.

           MOVE SPACES TO PREVIEW-MAGIC.
           PERFORM READ-PREVIEW-BYTE.
           MOVE PREVIEW-BYTE TO PREVIEW-MAGIC (1:1).
           PERFORM READ-PREVIEW-BYTE.
           MOVE PREVIEW-BYTE TO PREVIEW-MAGIC (2:1).
           EVALUATE PREVIEW-MAGIC
               WHEN "P2"
                   MOVE "N" TO PREVIEW-BINARY
                   MOVE 1 TO PREVIEW-CHANNELS
               WHEN "P3"
                   MOVE "N" TO PREVIEW-BINARY
                   MOVE 3 TO PREVIEW-CHANNELS
               WHEN "P5"
                   MOVE "Y" TO PREVIEW-BINARY
                   MOVE 1 TO PREVIEW-CHANNELS
               WHEN "P6"
                   MOVE "Y" TO PREVIEW-BINARY
                   MOVE 3 TO PREVIEW-CHANNELS
               WHEN OTHER
                   MOVE "Y" TO PREVIEW-BAD
           END-EVALUATE.

           MOVE 2 TO PREVIEW-STATE.
           PERFORM UNTIL PREVIEW-STATE > 4
                   OR PREVIEW-EOF = "Y" OR PREVIEW-BAD = "Y"
               PERFORM READ-PREVIEW-BYTE
               IF PREVIEW-EOF = "N"
                   PERFORM PROCESS-HEADER-BYTE
               END-IF
           END-PERFORM.
           IF PREVIEW-STATE < 5
               MOVE "Y" TO PREVIEW-BAD
           END-IF.

           IF PREVIEW-BAD = "N"
               PERFORM START-THUMBNAIL
               IF PREVIEW-BINARY = "Y"
                   PERFORM READ-BINARY-RASTER
               ELSE
                   PERFORM READ-ASCII-RASTER
               END-IF
           END-IF.

      *One header byte: a digit extends the token, whitespace ends
      *it, "#" opens a comment that runs to the end of the line.
       PROCESS-HEADER-BYTE.
           IF BYTE-IN-COMMENT = "Y"
               IF BYTE-VALUE = 10 OR BYTE-VALUE = 13
                   MOVE "N" TO BYTE-IN-COMMENT
               END-IF
           ELSE
               EVALUATE TRUE
                   WHEN PREVIEW-BYTE IS NUMERIC
                       IF TOKEN-LEN >= 8
                           MOVE "Y" TO PREVIEW-BAD
                       ELSE
                           COMPUTE TOKEN-VALUE = TOKEN-VALUE * 10
                               + FUNCTION NUMVAL(PREVIEW-BYTE)
                           ADD 1 TO TOKEN-LEN
                       END-IF
                   WHEN BYTE-VALUE = 32 OR BYTE-VALUE = 9
                       OR BYTE-VALUE = 10 OR BYTE-VALUE = 13
                       IF TOKEN-LEN > 0
                           PERFORM ACCEPT-HEADER-TOKEN
                       END-IF
                   WHEN PREVIEW-BYTE = "#" AND TOKEN-LEN = 0
                       MOVE "Y" TO BYTE-IN-COMMENT
                   WHEN OTHER
                       MOVE "Y" TO PREVIEW-BAD
               END-EVALUATE
           END-IF.

       ACCEPT-HEADER-TOKEN.
           EVALUATE PREVIEW-STATE
               WHEN 2
                   IF TOKEN-VALUE < 1 OR TOKEN-VALUE > 9999
                       MOVE "Y" TO PREVIEW-BAD
                   END-IF
                   MOVE TOKEN-VALUE TO PREVIEW-WIDTH
               WHEN 3
                   IF TOKEN-VALUE < 1 OR TOKEN-VALUE > 9999
                       MOVE "Y" TO PREVIEW-BAD
                   END-IF
                   MOVE TOKEN-VALUE TO PREVIEW-HEIGHT
               WHEN 4
                   IF TOKEN-VALUE < 1 OR TOKEN-VALUE > 65535
                       MOVE "Y" TO PREVIEW-BAD
                   END-IF
                   MOVE TOKEN-VALUE TO PREVIEW-MAXVAL
           END-EVALUATE.
           ADD 1 TO PREVIEW-STATE.
           MOVE 0 TO TOKEN-VALUE TOKEN-LEN.

      *Thumbnail size keeps the preview's aspect: its longer side
      *is shrunk to the tile, unless it already fits.
       START-THUMBNAIL.
           INITIALIZE THUMB-TABLE.
           COMPUTE SAMPLES-EXPECTED =
               PREVIEW-WIDTH * PREVIEW-HEIGHT * PREVIEW-CHANNELS.
           IF PREVIEW-MAXVAL > 255
               MOVE 2 TO PREVIEW-SAMPLE-BYTES
           ELSE
               MOVE 1 TO PREVIEW-SAMPLE-BYTES
           END-IF.
           COMPUTE THUMB-SPAN =
               FUNCTION MAX(PREVIEW-WIDTH, PREVIEW-HEIGHT).
           IF THUMB-SPAN > TILE-SIZE
               COMPUTE THUMB-WIDTH = FUNCTION MAX(1,
                   (PREVIEW-WIDTH * TILE-SIZE) / THUMB-SPAN)
               COMPUTE THUMB-HEIGHT = FUNCTION MAX(1,
                   (PREVIEW-HEIGHT * TILE-SIZE) / THUMB-SPAN)
           ELSE
               MOVE PREVIEW-WIDTH TO THUMB-WIDTH
               MOVE PREVIEW-HEIGHT TO THUMB-HEIGHT
           END-IF.
           MOVE 0 TO CURSOR-X CURSOR-Y.
           MOVE 1 TO CURSOR-CHANNEL.

       READ-BINARY-RASTER.
           PERFORM UNTIL SAMPLES-SEEN >= SAMPLES-EXPECTED
                   OR PREVIEW-EOF = "Y"
               PERFORM READ-PREVIEW-BYTE
               IF PREVIEW-EOF = "N"
                   IF PREVIEW-SAMPLE-BYTES = 1
                       MOVE BYTE-VALUE TO SAMPLE-VALUE
                       PERFORM ACCEPT-PREVIEW-SAMPLE
                   ELSE
                       MOVE BYTE-VALUE TO BYTE-HIGH
                       PERFORM READ-PREVIEW-BYTE
                       IF PREVIEW-EOF = "N"
                           COMPUTE SAMPLE-VALUE =
                               BYTE-HIGH * 256 + BYTE-VALUE
                           PERFORM ACCEPT-PREVIEW-SAMPLE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

      *ASCII samples are whitespace-separated decimal tokens; the
      *last one may run to the end of the file.
       READ-ASCII-RASTER.
           PERFORM UNTIL SAMPLES-SEEN >= SAMPLES-EXPECTED
                   OR PREVIEW-EOF = "Y" OR PREVIEW-BAD = "Y"
               PERFORM READ-PREVIEW-BYTE
               IF PREVIEW-EOF = "N"
                   EVALUATE TRUE
                       WHEN PREVIEW-BYTE IS NUMERIC
                           IF TOKEN-LEN >= 8
                               MOVE "Y" TO PREVIEW-BAD
                           ELSE
                               COMPUTE TOKEN-VALUE = TOKEN-VALUE * 10
                                   + FUNCTION NUMVAL(PREVIEW-BYTE)
                               ADD 1 TO TOKEN-LEN
                           END-IF
                       WHEN BYTE-VALUE = 32 OR BYTE-VALUE = 9
                           OR BYTE-VALUE = 10 OR BYTE-VALUE = 13
                           IF TOKEN-LEN > 0
                               MOVE TOKEN-VALUE TO SAMPLE-VALUE
                               PERFORM ACCEPT-PREVIEW-SAMPLE
                               MOVE 0 TO TOKEN-VALUE TOKEN-LEN
                           END-IF
                       WHEN OTHER
                           MOVE "Y" TO PREVIEW-BAD
                   END-EVALUATE
               END-IF
           END-PERFORM.
           IF TOKEN-LEN > 0 AND PREVIEW-BAD = "N"
               AND SAMPLES-SEEN < SAMPLES-EXPECTED
               MOVE TOKEN-VALUE TO SAMPLE-VALUE
               PERFORM ACCEPT-PREVIEW-SAMPLE
           END-IF.

      *One sample into the thumbnail cell its pixel falls in. A
      *greyscale sample counts toward all three channels.
       ACCEPT-PREVIEW-SAMPLE.
           IF SAMPLE-VALUE > PREVIEW-MAXVAL
               MOVE PREVIEW-MAXVAL TO SAMPLE-VALUE
           END-IF.
           IF CURSOR-CHANNEL = 1
               COMPUTE THUMB-X =
                   ((CURSOR-X * THUMB-WIDTH) / PREVIEW-WIDTH) + 1
               COMPUTE THUMB-Y =
                   ((CURSOR-Y * THUMB-HEIGHT) / PREVIEW-HEIGHT) + 1
               ADD 1 TO THUMB-COUNT (THUMB-Y, THUMB-X)
           END-IF.

           IF PREVIEW-CHANNELS = 1
               ADD SAMPLE-VALUE TO THUMB-SUM-R (THUMB-Y, THUMB-X)
                   THUMB-SUM-G (THUMB-Y, THUMB-X)
                   THUMB-SUM-B (THUMB-Y, THUMB-X)
           ELSE
               EVALUATE CURSOR-CHANNEL
                   WHEN 1
                       ADD SAMPLE-VALUE
                           TO THUMB-SUM-R (THUMB-Y, THUMB-X)
                   WHEN 2
                       ADD SAMPLE-VALUE
                           TO THUMB-SUM-G (THUMB-Y, THUMB-X)
                   WHEN 3
                       ADD SAMPLE-VALUE
                           TO THUMB-SUM-B (THUMB-Y, THUMB-X)
               END-EVALUATE
           END-IF.

           ADD 1 TO SAMPLES-SEEN.
           ADD 1 TO CURSOR-CHANNEL.
           IF CURSOR-CHANNEL > PREVIEW-CHANNELS
               MOVE 1 TO CURSOR-CHANNEL
               ADD 1 TO CURSOR-X
               IF CURSOR-X >= PREVIEW-WIDTH
                   MOVE 0 TO CURSOR-X
                   ADD 1 TO CURSOR-Y
               END-IF
           END-IF.

       READ-PREVIEW-BYTE.
           READ PREVIEW-FILE
               AT END
                   MOVE "Y" TO PREVIEW-EOF
                   MOVE SPACE TO PREVIEW-BYTE
               NOT AT END
                   COMPUTE BYTE-VALUE = FUNCTION ORD(PREVIEW-BYTE) - 1
           END-READ.

      *The averaged thumbnail, centred in the tile's picture area
      *and brought from the preview's maxval to the sheet's 255.
       PAINT-THUMBNAIL.
           COMPUTE THUMB-OFFSET-X = CELL-X0 + BORDER-WIDTH
               + ((TILE-SIZE - THUMB-WIDTH) / 2).
           COMPUTE THUMB-OFFSET-Y = CELL-Y0 + BORDER-WIDTH
               + ((TILE-SIZE - THUMB-HEIGHT) / 2).
           PERFORM VARYING THUMB-Y FROM 1 BY 1
                   UNTIL THUMB-Y > THUMB-HEIGHT
               PERFORM VARYING THUMB-X FROM 1 BY 1
                       UNTIL THUMB-X > THUMB-WIDTH
                   IF THUMB-COUNT (THUMB-Y, THUMB-X) > 0
                       COMPUTE PAINT-R ROUNDED =
                           THUMB-SUM-R (THUMB-Y, THUMB-X) * 255
                           / (THUMB-COUNT (THUMB-Y, THUMB-X)
                              * PREVIEW-MAXVAL)
                       COMPUTE PAINT-G ROUNDED =
                           THUMB-SUM-G (THUMB-Y, THUMB-X) * 255
                           / (THUMB-COUNT (THUMB-Y, THUMB-X)
                              * PREVIEW-MAXVAL)
                       COMPUTE PAINT-B ROUNDED =
                           THUMB-SUM-B (THUMB-Y, THUMB-X) * 255
                           / (THUMB-COUNT (THUMB-Y, THUMB-X)
                              * PREVIEW-MAXVAL)
                       PERFORM SET-PAINT-BYTES
                       COMPUTE BAND-ROW-SUB =
                           THUMB-OFFSET-Y + THUMB-Y - 1
                       COMPUTE BAND-COL-SUB =
                           THUMB-OFFSET-X + THUMB-X - 1
                       PERFORM PAINT-ONE-PIXEL
                   END-IF
               END-PERFORM
           END-PERFORM.

      *The label in white 5x7 letters on the label strip, cut to
      *what fits across the tile.
       DRAW-TILE-LABEL.
           MOVE TILE-LABEL (TILE-SUB) TO LABEL-TEXT.
           INSPECT LABEL-TEXT CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           MOVE 255 TO PAINT-R PAINT-G PAINT-B.
           PERFORM SET-PAINT-BYTES.
           COMPUTE LABEL-X = CELL-X0 + BORDER-WIDTH + 2.
           COMPUTE LABEL-Y = CELL-Y0 + BORDER-WIDTH + TILE-SIZE + 2.
           PERFORM VARYING LABEL-CHAR-SUB FROM 1 BY 1
                   UNTIL LABEL-CHAR-SUB > MAX-LABEL-CHARS
               PERFORM DRAW-LABEL-CHARACTER
               ADD 6 TO LABEL-X
           END-PERFORM.

       DRAW-LABEL-CHARACTER.
           MOVE 0 TO FONT-HIT.
           PERFORM VARYING FONT-SUB FROM 1 BY 1
                   UNTIL FONT-SUB > 39 OR FONT-HIT > 0
               IF FONT-CHAR (FONT-SUB)
                       = LABEL-TEXT (LABEL-CHAR-SUB:1)
                   MOVE FONT-SUB TO FONT-HIT
               END-IF
           END-PERFORM.
           IF FONT-HIT > 0
               PERFORM VARYING FONT-ROW-SUB FROM 1 BY 1
                       UNTIL FONT-ROW-SUB > 7
                   PERFORM VARYING FONT-DOT-SUB FROM 1 BY 1
                           UNTIL FONT-DOT-SUB > 5
                       IF FONT-ROW (FONT-HIT, FONT-ROW-SUB)
                               (FONT-DOT-SUB:1) = "1"
                           COMPUTE BAND-ROW-SUB =
                               LABEL-Y + FONT-ROW-SUB - 1
                           COMPUTE BAND-COL-SUB =
                               LABEL-X + FONT-DOT-SUB - 1
                           PERFORM PAINT-ONE-PIXEL
                       END-IF
                   END-PERFORM
               END-PERFORM
           END-IF.

      *TILE=, grid position, the tile's top-left pixel on the sheet,
      *and the run it came from.
       WRITE-INDEX-ENTRY.
           MOVE TILE-SUB TO INDEX-TILE-DISP.
           MOVE SHEET-ROW-SUB TO INDEX-ROW-DISP.
           MOVE SHEET-COL-SUB TO INDEX-COL-DISP.
           COMPUTE INDEX-X-DISP = CELL-X0 - 1.
           COMPUTE INDEX-Y-DISP =
               ((SHEET-ROW-SUB - 1) * BAND-HEIGHT) + CELL-Y0 - 1.
           MOVE SPACES TO INDEX-LINE.
           STRING "TILE=" DELIMITED SIZE
                  INDEX-TILE-DISP DELIMITED SIZE
                  " ROW=" DELIMITED SIZE
                  INDEX-ROW-DISP DELIMITED SIZE
                  " COL=" DELIMITED SIZE
                  INDEX-COL-DISP DELIMITED SIZE
                  " X=" DELIMITED SIZE
                  INDEX-X-DISP DELIMITED SIZE
                  " Y=" DELIMITED SIZE
                  INDEX-Y-DISP DELIMITED SIZE
                  " LABEL=" DELIMITED SIZE
                  TILE-LABEL (TILE-SUB) DELIMITED SIZE
                  " RUNID=" DELIMITED SIZE
                  TILE-RUN-ID (TILE-SUB) DELIMITED SIZE
                  " STATUS=" DELIMITED SIZE
                  TILE-STATUS (TILE-SUB) DELIMITED SIZE
                  " REJECTS=" DELIMITED SIZE
                  TILE-REJECTS (TILE-SUB) DELIMITED SIZE
                  " SHOWN=" DELIMITED SIZE
                  TILE-SHOWN (TILE-SUB) DELIMITED SIZE
                  " PREVIEW=" DELIMITED SIZE
                  TILE-PREVIEW (TILE-SUB) DELIMITED BY SPACE
                  INTO INDEX-LINE
           END-STRING.
           WRITE INDEX-LINE.

      *The band out to the sheet, row by row, three bytes a pixel.
       WRITE-ONE-BAND.
           PERFORM VARYING BAND-ROW-SUB FROM 1 BY 1
                   UNTIL BAND-ROW-SUB > BAND-HEIGHT
               PERFORM VARYING BAND-COL-SUB FROM 1 BY 1
                       UNTIL BAND-COL-SUB > SHEET-WIDTH
                   MOVE BAND-R (BAND-ROW-SUB, BAND-COL-SUB)
                       TO SHEET-BYTE
                   WRITE SHEET-BYTE
                   MOVE BAND-G (BAND-ROW-SUB, BAND-COL-SUB)
                       TO SHEET-BYTE
                   WRITE SHEET-BYTE
                   MOVE BAND-B (BAND-ROW-SUB, BAND-COL-SUB)
                       TO SHEET-BYTE
                   WRITE SHEET-BYTE
               END-PERFORM
           END-PERFORM.

      *The background margin under the last row of cells.
       WRITE-SHEET-FOOT.
           MOVE 40 TO PAINT-R PAINT-G PAINT-B.
           PERFORM SET-PAINT-BYTES.
           PERFORM VARYING BAND-ROW-SUB FROM 1 BY 1
                   UNTIL BAND-ROW-SUB > GAP-WIDTH
               PERFORM VARYING BAND-COL-SUB FROM 1 BY 1
                       UNTIL BAND-COL-SUB > SHEET-WIDTH
                   MOVE PAINT-R-BYTE TO SHEET-BYTE
                   WRITE SHEET-BYTE
                   MOVE PAINT-G-BYTE TO SHEET-BYTE
                   WRITE SHEET-BYTE
                   MOVE PAINT-B-BYTE TO SHEET-BYTE
                   WRITE SHEET-BYTE
               END-PERFORM
           END-PERFORM.

       SET-PAINT-BYTES.
           MOVE FUNCTION CHAR(PAINT-R + 1) TO PAINT-R-BYTE.
           MOVE FUNCTION CHAR(PAINT-G + 1) TO PAINT-G-BYTE.
           MOVE FUNCTION CHAR(PAINT-B + 1) TO PAINT-B-BYTE.

       FILL-RECTANGLE.
           PERFORM VARYING FILL-Y FROM RECT-Y0 BY 1
                   UNTIL FILL-Y >= RECT-Y0 + RECT-HEIGHT
               PERFORM VARYING FILL-X FROM RECT-X0 BY 1
                       UNTIL FILL-X >= RECT-X0 + RECT-WIDTH
                   MOVE FILL-Y TO BAND-ROW-SUB
                   MOVE FILL-X TO BAND-COL-SUB
                   PERFORM PAINT-ONE-PIXEL
               END-PERFORM
           END-PERFORM.

       PAINT-ONE-PIXEL.
           MOVE PAINT-R-BYTE TO BAND-R (BAND-ROW-SUB, BAND-COL-SUB).
           MOVE PAINT-G-BYTE TO BAND-G (BAND-ROW-SUB, BAND-COL-SUB).
           MOVE PAINT-B-BYTE TO BAND-B (BAND-ROW-SUB, BAND-COL-SUB).
