               *> which layout the whole file carries, and a record
               *> in the other layout is rejected. A greyscale value
               *> is carried as three equal channels from here on.
               *> AnnulusIngest opens the file with a
               *> MAXVAL,<maxval>,<magic> line - the image's own
               *> brightness ceiling (up to 65535) and the PGM/PPM
               *> encoding it came from. A file without one is
               *> taken at the 999 ceiling - see LOAD-SAMPLE-DEPTH.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COORD-STATUS.

           SELECT OUTPUT-FILE
               ASSIGN USING OUTPUT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PGM-STATUS.

           SELECT PGM-BINARY-FILE
               ASSIGN USING PGM-BINARY-NAME
               *> The same preview written as a binary P5/P6 when
               *> the source image was binary - one byte per sample
               *> under a 256 ceiling, two (most significant first)
               *> from there up. Written a byte at a time. The QA
               *> overlay goes out through it too when it is binary.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PGM-STATUS.

           SELECT OVERLAY-FILE
               ASSIGN USING OVERLAY-FILE-NAME
               *> QA overlay (qa_overlay_<runid>.ppm) - the original
               *> COORDINATE-FILE image with every ring's edges,
               *> the centers, and the detected peak drawn over it,
               *> so a run can be signed off by eye. Always a
               *> pixmap - the outlines are in color - ASCII P3 here,
               *> or binary P6 through PGM-BINARY-FILE when the
               *> preview is binary. See WRITE-OVERLAY-IMAGE.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OVERLAY-STATUS.

           SELECT AUDIT-FILE
               ASSIGN TO
               *> Persistent run audit log, appended to (never
               *> masks without pre-stretching. See
               *> ELLIPSE-DISTANCE-FINDER. Option T restyles the
               *> ring's kept pixels: TSppp scales brightness to ppp
               *> percent (1-999), TI inverts against the image's
               *> sample ceiling, TGppp applies a gamma curve with
               *> exponent ppp/100 (10-999), TFvvv fills flat at vvv
               *> (0-65535, held to the ceiling).
               *> Feathering then grades the transformed value, and
               *> the ring statistics keep recording the original
               *> brightness - see RING-TRANSFORM-APPLY. Option
               ASSIGN USING CATALOG-FILE-NAME
               *> The run catalog - one line per preserved output
               *> set: run id, timestamp, input file, ring
               *> parameters, record counts, the sample ceiling
               *> (MAXV=) and preview encoding (PNM=), and the
               *> output file names. RETENTION-SWEEP ages the
               *> oldest sets off.
               *> Lane-scoped, so parallel lanes never fight over
               *> the catalog rewrite.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CATALOG-STATUS.

           SELECT REVIEW-FILE
               ASSIGN USING REVIEW-FILE-NAME
               *> Review decisions recorded by AnnulusReview - one
               *> line per APPROVED/REJECTED decision, keyed by run
               *> id, the latest line for a run standing. Read by
               *> RETENTION-SWEEP so an approved output set is the
               *> last to age off. Lane-scoped, beside the catalog.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REVIEW-STATUS.

           SELECT TEMPLATE-FILE
               ASSIGN TO
               *> The named mask template library - blocks of
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESTART-STATUS.

           SELECT MASK-IN-FILE
               ASSIGN USING MASK-IN-NAME
               *> MODE M - the stored pixel mask being applied: a
               *> MASK,<origin> header, then one X,Y,RING,WEIGHT
               *> line per pixel in X-then-Y order (RING 00 = no
               *> ring, WEIGHT the kept fraction in thousandths).
               *> Written by a MASKSAVE run or by AnnulusMask. See
               *> LOAD-MASK-MODE / MASK-APPLY-PIXEL.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MASK-IN-STATUS.

           SELECT MASK-OUT-FILE
               ASSIGN USING MASK-OUT-NAME
               *> The mask this run saves when the control file
               *> carries a MASKSAVE line - the same layout as
               *> MASK-IN-FILE, recording which ring claimed every
               *> pixel and its feather weight, independent of the
               *> image's brightness.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MASK-OUT-STATUS.

           SELECT CALSTAMP-FILE
               ASSIGN USING CALSTAMP-FILE-NAME
               *> calibration_stamp.dat - left beside the staged
               *> coordinate file by AnnulusCalibrate, naming the
               *> dark and flat frames that corrected it. Absent
               *> means the image was masked as shot. See
               *> LOAD-CALIBRATION-STAMP. Lane-scoped.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CALSTAMP-STATUS.

           SELECT SNAPSHOT-FILE
               ASSIGN USING SNAPSHOT-FILE-NAME
               *> control_snapshot_<runid>.dat - the run's control
               *> file exactly as it was applied, any TEMPLATE line
               *> expanded in place, behind a few reference lines
               *> naming the source image to restage. What
               *> AnnulusReplay reruns from. See
               *> WRITE-CONTROL-SNAPSHOT.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SNAPSHOT-STATUS.

           SELECT SOURCE-COPY-FILE
               ASSIGN USING SOURCE-COPY-NAME
               *> source_coords_<runid>.dat - a line-for-line copy
               *> of the coordinate file as this run read it, kept
               *> only when nothing else would reproduce it: no
               *> SOURCE line named the original, or calibration
               *> changed it after ingest.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SOURCE-COPY-STATUS.

           SELECT MASK-COPY-FILE
               ASSIGN USING MASK-COPY-NAME
               *> mask_snapshot_<runid>.dat - a MODE M run's stored
               *> mask copied line for line at snapshot time, so a
               *> replay applies the mask the run applied even after
               *> the original is edited, rebuilt or overwritten.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MASK-COPY-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  COORDINATE-FILE.
           05 OUT-SPACE-1      PIC X.
           05 OUT-Y            PIC 9(4).
           05 OUT-SPACE-2      PIC X.
           05 OUT-R            PIC 9(5). *> All three 0 = blank pixel.
           05 OUT-SPACE-3      PIC X.
           05 OUT-G            PIC 9(5). *> A greyscale run carries its
           05 OUT-SPACE-4      PIC X.    *> value as three equal channels.
           05 OUT-B            PIC 9(5).
           05 OUT-SPACE-5      PIC X.
           05 OUT-RING         PIC 9(2). *> 00 = not inside any ring.

           05 TEMP-KEY.
               10 TEMP-X        PIC 9(4).
               10 TEMP-Y        PIC 9(4).
           05 TEMP-R            PIC 9(5).
           05 TEMP-G            PIC 9(5).
           05 TEMP-B            PIC 9(5).
           05 TEMP-RING         PIC 9(2).

       FD  SUMMARY-FILE.
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

       FD  PROFILE-FILE.
       01  PROFILE-LINE        PIC X(80).

           05 RESTART-RECNO        PIC 9(8).
           05 RESTART-MAX-X        PIC 9(4).
           05 RESTART-MAX-Y        PIC 9(4).
           05 RESTART-MAX-PIXEL    PIC 9(5).
           05 RESTART-MIN-X-EXT    PIC 9(4).
           05 RESTART-MIN-Y-EXT    PIC 9(4).
           05 RESTART-MAX-X-EXT    PIC 9(4).
           05 RESTART-MAX-Y-EXT    PIC 9(4).
           05 RESTART-COLOR-MODE   PIC X.

       FD  MASK-IN-FILE.
       01  MASK-IN-LINE        PIC X(40).
       01  MASK-IN-RECORD.
           05 MASK-IN-X        PIC 9(4).
           05 MASK-IN-C1       PIC X.
           05 MASK-IN-Y        PIC 9(4).
           05 MASK-IN-C2       PIC X.
           05 MASK-IN-RING     PIC 9(2).
           05 MASK-IN-C3       PIC X.
           05 MASK-IN-WEIGHT   PIC 9(4).

       FD  MASK-OUT-FILE.
       01  MASK-OUT-LINE       PIC X(40).
       01  MASK-OUT-RECORD.
           05 MASK-OUT-X       PIC 9(4).
           05 MASK-OUT-C1      PIC X.
           05 MASK-OUT-Y       PIC 9(4).
           05 MASK-OUT-C2      PIC X.
           05 MASK-OUT-RING    PIC 9(2).
           05 MASK-OUT-C3      PIC X.
           05 MASK-OUT-WEIGHT  PIC 9(4).

       FD  CALSTAMP-FILE.
       01  CALSTAMP-LINE       PIC X(60).

       FD  SNAPSHOT-FILE.
       01  SNAPSHOT-LINE       PIC X(120).

       FD  SOURCE-COPY-FILE.
       01  SOURCE-COPY-LINE    PIC X(50).

       FD  MASK-COPY-FILE.
       01  MASK-COPY-LINE      PIC X(40).

       FD  RECHECK-FILE.
       01  RECHECK-RAW-LINE    PIC X(10).

       FD  PGM-FILE.
       01  PGM-LINE            PIC X(20).

       FD  PGM-BINARY-FILE.
       01  PGM-BYTE            PIC X.

       FD  OVERLAY-FILE.
       01  OVERLAY-LINE        PIC X(80).

       FD  AUDIT-FILE.
       01  AUDIT-LINE          PIC X(800).
       WORKING-STORAGE SECTION.
      *MODE-FLAG and CTL-CENTER-X/Y read from the control file header -
      *"A" auto-detects the center (HIGHEST-VALUE-FINDER), "C" uses the
      *supplied center point (CENTER-POINT-INPUT). See request 007.
      *"M" applies a stored pixel mask instead (LOAD-MASK-MODE).
       01  MODE-FLAG                   PIC X.
       01  CTL-CENTER-X                PIC 9(4).
       01  CTL-CENTER-Y                PIC 9(4).
      *what every downstream pass then anchors to.
       01  CENTROID-PCT                PIC 9(3) VALUE 90.
       01  CENTROID-PCT-RECEIVE        PIC 9(3).
       01  CENTROID-CUTOFF             PIC 9(5).
       01  CENTROID-SUM-WX             PIC 9(15) VALUE 0.
       01  CENTROID-SUM-WY             PIC 9(15) VALUE 0.
       01  CENTROID-SUM-W              PIC 9(12) VALUE 0.
      *Per-ring brightness transform - a T option on the ring line
      *restyles the ring's kept pixels before feathering, while the
      *ring statistics keep recording the original brightness. The
      *gamma curve works on the 0-1 scale of the sample ceiling.
       01  GAMMA-BASE                  PIC 9V9(6).
       01  GAMMA-EXPONENT              PIC 9(2)V9(2).
       01  GAMMA-CHANNEL-IN            PIC 9(5).
       01  GAMMA-CHANNEL-OUT           PIC 9(5).

      *Multiple ring-system centers - center 1 is the resolved
      *MAX-X/MAX-Y as always; centers 2-4 come from CENTER blocks in
              10 RING-COS-ROT          PIC S9V9(6).
              10 RING-SIN-ROT          PIC S9V9(6).
              10 RING-XFORM-TYPE       PIC X.
              10 RING-XFORM-VALUE      PIC 9(5).
              10 RING-KEEP-R           PIC X.
              10 RING-KEEP-G           PIC X.
              10 RING-KEEP-B           PIC X.
       01  WS-COORDS.
           05 PIXEL-X                     PIC 9(4).
           05 PIXEL-Y                     PIC 9(4).
           05 PIXEL-R                     PIC 9(5).
           05 PIXEL-G                     PIC 9(5).
           05 PIXEL-B                     PIC 9(5).

      *Color support - a five-field coordinate record carries R,G,B;
      *a three-field record is greyscale and its value is spread
      *(champion pixel, centroid, histogram, ring statistics) is the
      *brightest of the three channels.
       01  COLOR-MODE-FLAG                PIC X VALUE SPACE.
       01  PIXEL-BRIGHT                   PIC 9(5).

      *Sample depth - the brightness ceiling every transform, the
      *histogram, and the previews work against, off the coordinate
      *file's MAXVAL line (LOAD-SAMPLE-DEPTH). A file without one
      *keeps the 999 ceiling every run had before ingest carried
      *its depth. SOURCE-MAGIC is the PGM/PPM encoding the image
      *came in as; a binary source gets a binary preview. The ten
      *histogram buckets split 0 thru the ceiling evenly.
       01  SAMPLE-CEILING                 PIC 9(5) VALUE 999.
       01  SOURCE-MAGIC                   PIC X(2) VALUE SPACES.
       01  HIST-BUCKET-WIDTH              PIC 9(5) VALUE 100.
       01  DEPTH-TAG                      PIC X(8).
       01  DEPTH-VALUE-RECEIVE            PIC X(8).
       01  DEPTH-MAGIC-RECEIVE            PIC X(4).
       01  DEPTH-DIGIT-TEST               PIC X(8).

      *Arithmetic and coordinate Variables
       01  COORD-VARIABLES.
       01  CHAMPION-VALUES.
           05 MAX-X            PIC 9(4) VALUE 0.
           05 MAX-Y            PIC 9(4) VALUE 0.
           05 MAX-PIXEL        PIC 9(5) VALUE 0.

      *File control variable.
       01  END-OF-FILE         PIC X VALUE "N".

      *Run summary - kept/zeroed pixel counts and a brightness
      *histogram, written alongside OUTPUT-FILE by SUMMARY-REPORT.
       01  WS-ORIG-PIXEL       PIC 9(5) VALUE 0.
       01  WS-ORIG-R           PIC 9(5) VALUE 0.
       01  WS-ORIG-G           PIC 9(5) VALUE 0.
       01  WS-ORIG-B           PIC 9(5) VALUE 0.
       01  PIXELS-ZEROED       PIC 9(8) VALUE 0.
       01  PIXELS-KEPT         PIC 9(8) VALUE 0.
       01  PIXELS-ATTENUATED   PIC 9(8) VALUE 0.
           05 HISTOGRAM-BUCKET OCCURS 10 TIMES
                  INDEXED BY HIST-IDX
                  PIC 9(8) VALUE 0.
       01  HIST-BUCKET-NUM     PIC 9(5) VALUE 0.

      *Per-ring brightness statistics and radial profile, accumulated
      *by RING-STATS-ACCUMULATE as APPLY-ANNULUS tags each kept pixel
       01  RING-STATS-TABLE.
           05 RING-STAT-ENTRY OCCURS 20 TIMES.
              10 RING-PIXEL-COUNT      PIC 9(8)  VALUE 0.
              10 RING-MIN-BRIGHT       PIC 9(5)  VALUE 99999.
              10 RING-MAX-BRIGHT       PIC 9(5)  VALUE 0.
              10 RING-BRIGHT-SUM       PIC 9(12) VALUE 0.
              10 RING-RADIAL-BUCKET OCCURS 10 TIMES.
                 15 RADIAL-PIXEL-COUNT PIC 9(8)  VALUE 0.
       01  RADIAL-BUCKET-NUM   PIC 9(4).
       01  PROFILE-RING-SUB    PIC 9(2).
       01  PROFILE-BUCKET-SUB  PIC 9(2).
       01  PROFILE-MEAN-BRIGHT PIC 9(5).
       01  PROFILE-DIST-LO     PIC 9(4).
       01  PROFILE-DIST-HI     PIC 9(4).

       01  WS-TEMP-STATUS       PIC XX.
       01  WS-RECHECK-STATUS    PIC XX.

      *COORDINATE-FILE status - the input is opened once for the
      *conversion and again to draw the QA overlay.
       01  WS-COORD-STATUS      PIC XX.

      *Set by CHECKPOINT-RESTART-INIT when this run is resuming past a
      *checkpoint - WRITE-COORDINATES-TO-FILE uses it to tell a
      *checkpoint-replay TEMP-FILE key collision (expected, since the
       01  PGM-DIM-CAP          PIC 9(4) VALUE 1000.
       01  PGM-WIDTH            PIC 9(4) VALUE 0.
       01  PGM-HEIGHT           PIC 9(4) VALUE 0.
       01  PGM-VALUE-DISP       PIC ZZZZ9.
      *Wider than OUT-Y/OUT-X (PIC 9(4)) so OUT-Y = 9999 + 1 computes
      *10000 instead of truncating back into the valid 0-999 range
      *and aliasing onto a real low index in PGM-GRID.
           05 PGM-ROW OCCURS 1000 TIMES INDEXED BY PGM-ROW-IDX.
              10 PGM-CELL OCCURS 1000 TIMES
                     INDEXED BY PGM-COL-IDX.
                 15 PGM-CELL-R PIC 9(5) COMP.
                 15 PGM-CELL-G PIC 9(5) COMP.
                 15 PGM-CELL-B PIC 9(5) COMP.

      *Binary preview - PREVIEW-MAGIC is P2/P3 for the ASCII
      *preview, P5/P6 when the source was binary. The header text
      *is built in PGM-HEADER-TEXT and written out byte by byte
      *like the samples after it. PGM-BINARY-NAME is the file the
      *bytes go to - the preview, or the QA overlay.
       01  PREVIEW-MAGIC        PIC X(2).
       01  PGM-BINARY-NAME      PIC X(100).
       01  PGM-HEADER-TEXT      PIC X(40).
       01  PGM-HEADER-LEN       PIC 9(2).
       01  PGM-HEADER-SUB       PIC 9(2).
       01  PGM-LINE-FEED        PIC X VALUE X"0A".
       01  PGM-SAMPLE-VALUE     PIC 9(5).
       01  PGM-SAMPLE-HIGH      PIC 9(3).

      *QA overlay - see WRITE-OVERLAY-IMAGE. PGM-GRID is reloaded
      *with the original image once the masked preview is out, and
      *the marks are painted into it. Each ring's color comes from
      *the palette by its RING-NUMBER (ring 1 red, 2 green, ...,
      *through ring 20), given as percentages of the sample
      *ceiling; the centers and the detected peak are marked in
      *white and black so no ring color is mistaken for them. A
      *ring numbered past 20 takes the first palette entry no ring
      *number of this run claims, so every ring still gets its own
      *color - see OVERLAY-ASSIGN-COLORS. The ring-to-color legend
      *goes in the pixmap's comment lines and in run_summary.dat.
      *OVERLAY-INSIDE holds one ring's membership over its bounding
      *box - a pixel inside the ring with a 4-neighbor outside it is
      *on the ring's edge, whichever edge that is: inner, outer, or
      *a sector's radial limit. OVERLAY-MAGIC follows the preview:
      *P6 when the preview is binary, P3 otherwise. OVERLAY-SKIP is
      *set when an input the overlay redraws cannot be opened.
       01  OVERLAY-FILE-NAME    PIC X(100).
       01  WS-OVERLAY-STATUS    PIC XX.
       01  OVERLAY-MAGIC        PIC X(2).
       01  OVERLAY-SKIP         PIC X.
       01  OVERLAY-TEXT-LEN     PIC 9(2).
       01  OVERLAY-TEXT-SUB     PIC 9(2).
       01  OVERLAY-PALETTE-TABLE.
           05 FILLER PIC X(9) VALUE "100000000".
           05 FILLER PIC X(9) VALUE "000100000".
           05 FILLER PIC X(9) VALUE "000040100".
           05 FILLER PIC X(9) VALUE "100100000".
           05 FILLER PIC X(9) VALUE "000100100".
           05 FILLER PIC X(9) VALUE "100000100".
           05 FILLER PIC X(9) VALUE "100050000".
           05 FILLER PIC X(9) VALUE "050100000".
           05 FILLER PIC X(9) VALUE "060000100".
           05 FILLER PIC X(9) VALUE "100060060".
           05 FILLER PIC X(9) VALUE "050000000".
           05 FILLER PIC X(9) VALUE "000050000".
           05 FILLER PIC X(9) VALUE "000000050".
           05 FILLER PIC X(9) VALUE "050050000".
           05 FILLER PIC X(9) VALUE "000050050".
           05 FILLER PIC X(9) VALUE "050000050".
           05 FILLER PIC X(9) VALUE "100080000".
           05 FILLER PIC X(9) VALUE "050030000".
           05 FILLER PIC X(9) VALUE "060060060".
           05 FILLER PIC X(9) VALUE "100000050".
       01  OVERLAY-PALETTE-REDEF REDEFINES OVERLAY-PALETTE-TABLE.
           05 OVERLAY-PALETTE-ENTRY OCCURS 20 TIMES.
              10 OVERLAY-PCT-R  PIC 9(3).
              10 OVERLAY-PCT-G  PIC 9(3).
              10 OVERLAY-PCT-B  PIC 9(3).
       01  OVERLAY-COLOR-SUB    PIC 9(2).
       01  OVERLAY-RING-SLOT-TABLE.
           05 OVERLAY-RING-SLOT OCCURS 20 TIMES PIC 9(2).
       01  OVERLAY-SLOT-TAKEN-TABLE.
           05 OVERLAY-SLOT-TAKEN OCCURS 20 TIMES PIC X.
       01  OVERLAY-RING-SUB     PIC 9(2).
       01  OVERLAY-OTHER-SUB    PIC 9(2).
       01  OVERLAY-LEGEND-TEXT  PIC X(60).
       01  OVERLAY-PAINT-R      PIC 9(5).
       01  OVERLAY-PAINT-G      PIC 9(5).
       01  OVERLAY-PAINT-B      PIC 9(5).
       01  OVERLAY-X            PIC S9(5).
       01  OVERLAY-Y            PIC S9(5).
       01  OVERLAY-MARK-X       PIC S9(5).
       01  OVERLAY-MARK-Y       PIC S9(5).
       01  OVERLAY-X-LO         PIC S9(5).
       01  OVERLAY-X-HI         PIC S9(5).
       01  OVERLAY-Y-LO         PIC S9(5).
       01  OVERLAY-Y-HI         PIC S9(5).
       01  OVERLAY-ARM          PIC S9(3).
       01  OVERLAY-ARM-FROM     PIC S9(3).
       01  OVERLAY-ARM-LEN      PIC 9(2) VALUE 10.
       01  OVERLAY-MARK-LEN     PIC 9(2) VALUE 4.
       01  OVERLAY-EDGE         PIC X.
       01  OVERLAY-EDGE-COUNT   PIC 9(8).
       01  OVERLAY-INSIDE-GRID.
           05 OVERLAY-INSIDE-ROW OCCURS 1000 TIMES.
              10 OVERLAY-INSIDE OCCURS 1000 TIMES PIC X.

      *Persistent run audit log - see WRITE-AUDIT-LOG. Appended to on
      *every run, recording timestamp, input file, ring diameters,
       01  CATALOG-FILE-NAME    PIC X(100).
       01  RESTART-FILE-NAME    PIC X(100).

      *Calibration frames behind the staged image - the DARK= and
      *FLAT= values (frame id @ capture date) off the calibration
      *stamp, carried onto the audit line. NONE when the image was
      *not calibrated, or that half of the correction was skipped.
       01  CALSTAMP-FILE-NAME   PIC X(100).
       01  WS-CALSTAMP-STATUS   PIC XX.
       01  CALSTAMP-EOF         PIC X.
       01  CAL-DARK-USED        PIC X(30) VALUE "NONE".
       01  CAL-FLAT-USED        PIC X(30) VALUE "NONE".

      *Stored pixel masks. A MASKSAVE,<path> line ahead of the header
      *has the run write its mask (every pixel's claiming ring and
      *feather weight) - no path saves it as pixel_mask_<runid>.dat.
      *MODE M reads a saved mask instead of testing geometry: the
      *mask is walked in step with TEMP-FILE, both in X-then-Y key
      *order, and each pixel takes the mask's ring and weight. The
      *ring table is built from the ring numbers the mask carries.
      *PIXEL-MASK-WEIGHT is the kept fraction of the current pixel
      *in thousandths - 1000 whole, 0 zeroed, between for a feather
      *edge.
       01  WS-MASK-IN-STATUS    PIC XX.
       01  WS-MASK-OUT-STATUS   PIC XX.
       01  MASK-IN-NAME         PIC X(100) VALUE SPACES.
       01  MASK-OUT-NAME        PIC X(100) VALUE SPACES.
       01  MASK-SAVE-ACTIVE     PIC X VALUE "N".
       01  MASK-TAG             PIC X(10).
       01  MASK-PATH-RECEIVE    PIC X(100).
       01  MASK-IN-EOF          PIC X.
       01  MASK-CUR-KEY         PIC X(8).
       01  MASK-PREV-KEY        PIC X(8).
       01  MASK-CUR-RING        PIC 9(2).
       01  MASK-CUR-WEIGHT      PIC 9(4).
       01  MASK-RECORDS-READ    PIC 9(8).
       01  MASK-PIXELS-CLAIMED  PIC 9(8) VALUE 0.
       01  MASK-PIXELS-MATCHED  PIC 9(8) VALUE 0.
       01  MASK-RING-FOUND      PIC X.
       01  PIXEL-MASK-WEIGHT    PIC 9(4) VALUE 0.

      *Replay snapshot - see WRITE-CONTROL-SNAPSHOT. The source
      *reference is the SOURCE line's original when that alone
      *reproduces the input, otherwise this run's own preserved
      *copy of it. MASK-COPY-DONE says a MODE M run's mask was
      *copied under the run id and the snapshot points at the copy.
       01  SNAPSHOT-FILE-NAME   PIC X(100).
       01  WS-SNAPSHOT-STATUS   PIC XX.
       01  SNAPSHOT-EOF         PIC X.
       01  SNAPSHOT-SUB         PIC 9(2).
       01  SNAPSHOT-SOURCE-REF  PIC X(100).
       01  SOURCE-COPY-NAME     PIC X(100).
       01  WS-SOURCE-COPY-STATUS PIC XX.
       01  SOURCE-COPY-WANTED   PIC X VALUE "N".
       01  MASK-COPY-NAME       PIC X(100).
       01  WS-MASK-COPY-STATUS  PIC XX.
       01  MASK-COPY-DONE       PIC X VALUE "N".
       01  MASK-COPY-COUNT      PIC 9(8) VALUE 0.

      *Versioned output sets - every run writes its six outputs
      *under a unique run identifier (the run's start timestamp) and
      *registers the set in the catalog, so reruns preserve instead
      *of overwrite and the audit line leads straight to the exact
       01  CATALOG-KEEP-COUNT   PIC 9(4).
       01  CATALOG-SUB          PIC 9(4).
       01  PURGE-RUN-ID         PIC X(16).

      *Review standing of each catalog entry, by catalog position -
      *U unreviewed, A approved, R rejected - and whether the sweep
      *picked it to age off. Approved sets are picked only once no
      *unapproved set is left to take. Entries past the table's end
      *are never picked.
       01  REVIEW-FILE-NAME     PIC X(100).
       01  WS-REVIEW-STATUS     PIC XX.
       01  REVIEW-EOF           PIC X.
       01  CATALOG-ENTRY-TABLE.
           05 CATALOG-ENTRY OCCURS 250 TIMES.
              10 CATALOG-ENTRY-ID     PIC X(16).
              10 CATALOG-ENTRY-REVIEW PIC X.
              10 CATALOG-ENTRY-PURGE  PIC X.
       01  CATALOG-ENTRY-COUNT  PIC 9(4).
       01  CATALOG-ENTRY-SUB    PIC 9(4).
       01  CATALOG-PURGE-PICKED PIC 9(4).
       01  CATALOG-APPROVED-AGED PIC 9(4).
       01  CATALOG-PURGE-THIS   PIC X.
       01  PURGE-FILE-NAME      PIC X(100).
       01  DELETE-RESULT        PIC 9(4) COMP.

       PROCEDURE DIVISION.
       PROGRAM-INIT.
           PERFORM LANE-SETUP.
           PERFORM LOAD-CALIBRATION-STAMP.
           OPEN INPUT COORDINATE-FILE.
           IF WS-COORD-STATUS NOT = "00"
               DISPLAY "ANNULUS-E-NOINPUT: could not open "
                   COORDINATE-FILE-NAME " status=" WS-COORD-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM RADIUS-INITIALIZATION.
           PERFORM RUN-ID-SETUP.
               GOBACK
           END-IF.

           IF SOURCE-COPY-WANTED = "Y"
               OPEN OUTPUT SOURCE-COPY-FILE
               IF WS-SOURCE-COPY-STATUS NOT = "00"
                   DISPLAY "ANNULUS-W-NOSOURCECOPY: could not write "
                       "source_coords_" RUN-ID ".dat, status="
                       WS-SOURCE-COPY-STATUS
                       " - replay will restage from "
                       SOURCE-FILE-NAME
                   MOVE "N" TO SOURCE-COPY-WANTED
                   MOVE SOURCE-FILE-NAME TO SNAPSHOT-SOURCE-REF
               END-IF
           END-IF.

           PERFORM CONVERSION-PROCEDURE.
           IF MODE-FLAG = "A" OR MODE-FLAG = "B"
               PERFORM HIGHEST-VALUE-FINDER

           CLOSE COORDINATE-FILE.
           CLOSE REJECT-FILE.
           IF SOURCE-COPY-WANTED = "Y"
               CLOSE SOURCE-COPY-FILE
           END-IF.

           CLOSE TEMP-FILE.
           IF MODE-FLAG = "B"
               PERFORM CENTROID-FINDER
           END-IF.
           PERFORM RESOLVE-CENTER-TABLE.
           IF MODE-FLAG NOT = "M"
               PERFORM BOUNDS-CHECK
           END-IF.
           PERFORM APPLY-ANNULUS.
           PERFORM SUMMARY-REPORT.
           PERFORM RING-PROFILE-REPORT.
           PERFORM WRITE-PGM-IMAGE.
           PERFORM WRITE-OVERLAY-IMAGE.
           PERFORM REPROCESS-SELECTED-COORDINATES.
           PERFORM WRITE-CONTROL-SNAPSHOT.
           PERFORM WRITE-RUN-CATALOG.
           PERFORM RETENTION-SWEEP.
           PERFORM WRITE-AUDIT-LOG.
                  "annulus_catalog.dat" DELIMITED BY SIZE
                  INTO CATALOG-FILE-NAME
           END-STRING.
           MOVE SPACES TO REVIEW-FILE-NAME.
           STRING OUTPUT-DIRECTORY DELIMITED BY SPACE
                  "annulus_review.dat" DELIMITED BY SIZE
                  INTO REVIEW-FILE-NAME
           END-STRING.
           MOVE SPACES TO RESTART-FILE-NAME.
           STRING OUTPUT-DIRECTORY DELIMITED BY SPACE
                  "annulus_restart.dat" DELIMITED BY SIZE
                  INTO RESTART-FILE-NAME
           END-STRING.
           MOVE SPACES TO CALSTAMP-FILE-NAME.
           STRING OUTPUT-DIRECTORY DELIMITED BY SPACE
                  "calibration_stamp.dat" DELIMITED BY SIZE
                  INTO CALSTAMP-FILE-NAME
           END-STRING.

      *Picks up which dark and flat frames AnnulusCalibrate applied
      *to the staged coordinate file. No stamp is the normal case
      *for an uncalibrated image - both stay NONE. Ingest and batch
      *staging remove the stamp whenever they put a fresh image in
      *place, so a stamp here always describes this image.
       LOAD-CALIBRATION-STAMP.
           OPEN INPUT CALSTAMP-FILE.
           IF WS-CALSTAMP-STATUS = "00"
               MOVE "N" TO CALSTAMP-EOF
               PERFORM UNTIL CALSTAMP-EOF = "Y"
                   READ CALSTAMP-FILE
                       AT END
                           MOVE "Y" TO CALSTAMP-EOF
                       NOT AT END
                           IF CALSTAMP-LINE (1:5) = "DARK="
                               MOVE CALSTAMP-LINE (6:30)
                                   TO CAL-DARK-USED
                           END-IF
                           IF CALSTAMP-LINE (1:5) = "FLAT="
                               MOVE CALSTAMP-LINE (6:30)
                                   TO CAL-FLAT-USED
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CALSTAMP-FILE
               DISPLAY "ANNULUS-I-CALIBRATED: dark " CAL-DARK-USED
                   " flat " CAL-FLAT-USED
           END-IF.

      *Unattended batch runs read their mode, center point, and ring
      *definitions from the PARM/control file instead of blocking on
               PERFORM LOAD-SOURCE-LINE
           END-IF.

      *A MASKSAVE,<path> line asks for this run's mask to be saved -
      *it comes ahead of any TEMPLATE line, so a template-driven job
      *can save its mask too.
           IF CONTROL-RAW-LINE (1:9) = "MASKSAVE,"
               PERFORM LOAD-MASKSAVE-LINE
           END-IF.

      *A control file may be just TEMPLATE,<name> - the named block
      *is pulled from the template library and stands in for the
      *whole file, header line included.
           END-IF.

           IF MODE-FLAG NOT = "A" AND MODE-FLAG NOT = "B"
               AND MODE-FLAG NOT = "C" AND MODE-FLAG NOT = "M"
               DISPLAY "ANNULUS-E-BADMODE: MODE must be A "
                   "(brightest pixel), B (brightest-region "
                   "centroid), C (custom center), or M (stored "
                   "mask), got " MODE-FLAG
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
               MOVE RETAIN-RECEIVE TO RETENTION-COUNT
           END-IF.

      *MODE M takes its rings from the stored mask - the header is
      *followed by the MASK,<path> line and nothing else.
           IF MODE-FLAG = "M"
               PERFORM LOAD-MASK-MODE
               CLOSE CONTROL-FILE
           ELSE
               PERFORM LOAD-GEOMETRY-RINGS
           END-IF.

      *The geometry modes' ring count and ring lines - center 1's
      *block, then any CENTER blocks.
       LOAD-GEOMETRY-RINGS.
           IF RING-COUNT-WS < 1 OR RING-COUNT-WS > 20
               DISPLAY "ANNULUS-E-BADRINGCNT: RING-COUNT must be "
                   "1 thru 20, got " RING-COUNT-WS

      *Tsvvv - per-ring brightness transform on kept pixels. The
      *second letter picks the style: S scales to a percentage, I
      *inverts against the sample ceiling (no value), G applies a
      *gamma curve with exponent vvv/100, F fills flat at vvv. S and
      *G values stop at 999; a fill may be any sample value up to
      *65535, since the ceiling is not known until the image is
      *read.
       LOAD-TRANSFORM-OPTION.
           EVALUATE RING-OPT-FIELD (RING-OPT-SUB) (2:1)
               WHEN "I"
                       TO OPTION-RECEIVE
                   PERFORM RING-OPTION-NUMBER
                   IF OPTION-NUMERIC-FLAG = "N"
                       OR OPTION-VALUE > 65535
                       OR (RING-OPT-FIELD (RING-OPT-SUB) (2:1)
                               NOT = "F"
                           AND OPTION-VALUE > 999)
                       OR (RING-OPT-FIELD (RING-OPT-SUB) (2:1) = "S"
                           AND OPTION-VALUE < 1)
                       OR (RING-OPT-FIELD (RING-OPT-SUB) (2:1) = "G"
                   GOBACK
           END-READ.

      *Takes the MASKSAVE,<path> line and reads on to the line the
      *header parse expects (a TEMPLATE line or the header itself).
      *An empty path defers the name to APPLY-ANNULUS, which saves
      *under the run id.
       LOAD-MASKSAVE-LINE.
           MOVE SPACES TO MASK-TAG MASK-OUT-NAME.
           UNSTRING CONTROL-RAW-LINE DELIMITED BY ","
               INTO MASK-TAG
                    MASK-OUT-NAME
           END-UNSTRING.
           MOVE "Y" TO MASK-SAVE-ACTIVE.
           READ CONTROL-FILE
               AT END
                   DISPLAY "ANNULUS-E-NOCONTROL: control file "
                       "holds no header after its MASKSAVE line"
                   MOVE 16 TO RETURN-CODE
                   GOBACK
           END-READ.

      *MODE M setup: the MASK,<path> line after the header names the
      *stored mask, and one pass over it checks every record, the
      *X-then-Y order the apply pass depends on, and collects the
      *ring numbers it claims pixels for into the ring table. Ring
      *geometry stays zero - nothing downstream tests it in this
      *mode, and the radial profile keeps everything in its first
      *bucket. Feathering is already in the mask's weights.
       LOAD-MASK-MODE.
           PERFORM GET-CONTROL-LINE.
           MOVE SPACES TO MASK-TAG MASK-PATH-RECEIVE.
           IF CONTROL-EOF = "N"
               UNSTRING CONTROL-RAW-LINE DELIMITED BY ","
                   INTO MASK-TAG
                        MASK-PATH-RECEIVE
               END-UNSTRING
           END-IF.
           IF MASK-TAG NOT = "MASK" OR MASK-PATH-RECEIVE = SPACES
               DISPLAY "ANNULUS-E-NOMASK: MODE M needs a MASK,<path> "
                   "line after the header"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE MASK-PATH-RECEIVE TO MASK-IN-NAME.
           MOVE 0 TO FEATHER-WIDTH-WS.
           MOVE 1 TO CENTER-COUNT-WS.
           MOVE 0 TO CTR-OFF-X (1) CTR-OFF-Y (1).

           OPEN INPUT MASK-IN-FILE.
           IF WS-MASK-IN-STATUS NOT = "00"
               DISPLAY "ANNULUS-E-NOMASK: stored mask " MASK-IN-NAME
                   " not readable, status=" WS-MASK-IN-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           READ MASK-IN-FILE
               AT END
                   MOVE SPACES TO MASK-IN-LINE
           END-READ.
           IF MASK-IN-LINE (1:5) NOT = "MASK,"
               DISPLAY "ANNULUS-E-BADMASK: " MASK-IN-NAME
                   " does not start with a MASK header line"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           DISPLAY "ANNULUS-I-MASK: applying stored mask "
               MASK-IN-NAME " (" MASK-IN-LINE (6:20) ")".

           MOVE 0 TO RING-COUNT-WS MASK-RECORDS-READ.
           MOVE LOW-VALUES TO MASK-PREV-KEY.
           MOVE "N" TO MASK-IN-EOF.
           PERFORM UNTIL MASK-IN-EOF = "Y"
               PERFORM READ-NEXT-MASK
               IF MASK-IN-EOF = "N" AND MASK-CUR-RING NOT = 0
                   ADD 1 TO MASK-PIXELS-CLAIMED
                   PERFORM FIND-MASK-RING
                   IF MASK-RING-FOUND = "N"
                       PERFORM ADD-MASK-RING
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE MASK-IN-FILE.

           IF RING-COUNT-WS = 0
               DISPLAY "ANNULUS-E-BADMASK: " MASK-IN-NAME
                   " claims no pixels for any ring"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           DISPLAY "ANNULUS-I-MASK: " MASK-RECORDS-READ
               " mask records, " RING-COUNT-WS " ring(s)".

      *The next pixel record of the stored mask into MASK-CUR-KEY /
      *RING / WEIGHT. A malformed or out-of-order record stops the
      *run - a mask that cannot be trusted pixel for pixel cannot be
      *applied at all.
       READ-NEXT-MASK.
           READ MASK-IN-FILE
               AT END
                   MOVE "Y" TO MASK-IN-EOF
           END-READ.
           IF MASK-IN-EOF = "N"
               IF MASK-IN-X IS NOT NUMERIC
                   OR MASK-IN-Y IS NOT NUMERIC
                   OR MASK-IN-RING IS NOT NUMERIC
                   OR MASK-IN-WEIGHT IS NOT NUMERIC
                   OR MASK-IN-WEIGHT > 1000
                   OR MASK-IN-C1 NOT = ","
                   OR MASK-IN-C2 NOT = ","
                   OR MASK-IN-C3 NOT = ","
                   DISPLAY "ANNULUS-E-BADMASK: bad mask record: "
                       MASK-IN-LINE
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
               MOVE MASK-IN-X TO MASK-CUR-KEY (1:4)
               MOVE MASK-IN-Y TO MASK-CUR-KEY (5:4)
               IF MASK-CUR-KEY <= MASK-PREV-KEY
                   DISPLAY "ANNULUS-E-BADMASK: mask record out of "
                       "X-then-Y order: " MASK-IN-LINE
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
               MOVE MASK-CUR-KEY TO MASK-PREV-KEY
               MOVE MASK-IN-RING TO MASK-CUR-RING
               MOVE MASK-IN-WEIGHT TO MASK-CUR-WEIGHT
               ADD 1 TO MASK-RECORDS-READ
           END-IF.

      *Points RING-MATCH-SUB at the ring-table entry for
      *MASK-CUR-RING.
       FIND-MASK-RING.
           MOVE "N" TO MASK-RING-FOUND.
           MOVE 0 TO RING-MATCH-SUB.
           PERFORM VARYING RING-IDX FROM 1 BY 1
                   UNTIL RING-IDX > RING-COUNT-WS
                   OR MASK-RING-FOUND = "Y"
               IF RING-NUMBER (RING-IDX) = MASK-CUR-RING
                   MOVE "Y" TO MASK-RING-FOUND
                   SET RING-MATCH-SUB TO RING-IDX
               END-IF
           END-PERFORM.

      *A ring number the mask uses that the table has not seen yet.
      *Its geometry is left zero and its style neutral - a stored
      *mask carries the claim and the weight, nothing else.
       ADD-MASK-RING.
           IF RING-COUNT-WS >= 20
               DISPLAY "ANNULUS-E-BADMASK: " MASK-IN-NAME
                   " uses more than 20 ring numbers"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           ADD 1 TO RING-COUNT-WS.
           SET RING-IDX TO RING-COUNT-WS.
           MOVE MASK-CUR-RING TO RING-NUMBER (RING-IDX).
           MOVE 0 TO RING-RADIUS-SQ-1 (RING-IDX)
               RING-RADIUS-SQ-2 (RING-IDX)
               RING-DIA-SMALL (RING-IDX) RING-DIA-LARGE (RING-IDX)
               RING-RADIUS-SMALL (RING-IDX)
               RING-RADIUS-LARGE (RING-IDX)
               RING-RADIAL-WIDTH (RING-IDX)
               RING-ANG-START (RING-IDX) RING-ANG-END (RING-IDX)
               RING-ROT-DEG (RING-IDX) RING-SIN-ROT (RING-IDX)
               RING-XFORM-VALUE (RING-IDX).
           MOVE 1 TO RING-CENTER-NUM (RING-IDX).
           MOVE "N" TO RING-SECTOR-FLAG (RING-IDX)
               RING-ELLIPSE-FLAG (RING-IDX) RING-XFORM-TYPE (RING-IDX).
           MOVE 100 TO RING-AXIS-PCT (RING-IDX).
           MOVE 1 TO RING-AXIS-RATIO (RING-IDX) RING-COS-ROT (RING-IDX).
           MOVE "Y" TO RING-KEEP-R (RING-IDX) RING-KEEP-G (RING-IDX)
               RING-KEEP-B (RING-IDX).
           SET RING-MATCH-SUB TO RING-IDX.

      *The one place a control line comes from - the control file
      *itself, or the expanded template block when one is active.
       GET-CONTROL-LINE.
      *Stamps this run with a unique identifier - the start
      *timestamp to the hundredth of a second, YYYYMMDDHHMMSShh,
      *so even back-to-back batch jobs in the same second cannot
      *collide - and builds the six versioned
      *output file names from it. Everything downstream opens the
      *files through these names, and the catalog and audit log both
      *carry the id, so an auditor can go from either straight to
                  INTO PROFILE-FILE-NAME
           END-STRING.

           MOVE SPACES TO OVERLAY-FILE-NAME.
           STRING OUTPUT-DIRECTORY DELIMITED BY SPACE
                  "qa_overlay_" DELIMITED BY SIZE
                  RUN-ID DELIMITED BY SIZE
                  ".ppm" DELIMITED BY SIZE
                  INTO OVERLAY-FILE-NAME
           END-STRING.

           MOVE SPACES TO SNAPSHOT-FILE-NAME.
           STRING OUTPUT-DIRECTORY DELIMITED BY SPACE
                  "control_snapshot_" DELIMITED BY SIZE
                  RUN-ID DELIMITED BY SIZE
                  ".dat" DELIMITED BY SIZE
                  INTO SNAPSHOT-FILE-NAME
           END-STRING.
           MOVE SPACES TO MASK-COPY-NAME.
           STRING OUTPUT-DIRECTORY DELIMITED BY SPACE
                  "mask_snapshot_" DELIMITED BY SIZE
                  RUN-ID DELIMITED BY SIZE
                  ".dat" DELIMITED BY SIZE
                  INTO MASK-COPY-NAME
           END-STRING.

      *The staged path is overwritten by the next ingest and a
      *calibrated image no longer matches its original, so either
      *way the input itself is kept under the run id.
           MOVE SOURCE-FILE-NAME TO SNAPSHOT-SOURCE-REF.
           IF SOURCE-FILE-NAME = COORDINATE-FILE-NAME
               OR CAL-DARK-USED NOT = "NONE"
               OR CAL-FLAT-USED NOT = "NONE"
               MOVE "Y" TO SOURCE-COPY-WANTED
               MOVE SPACES TO SOURCE-COPY-NAME
               STRING OUTPUT-DIRECTORY DELIMITED BY SPACE
                      "source_coords_" DELIMITED BY SIZE
                      RUN-ID DELIMITED BY SIZE
                      ".dat" DELIMITED BY SIZE
                      INTO SOURCE-COPY-NAME
               END-STRING
               MOVE SOURCE-COPY-NAME TO SNAPSHOT-SOURCE-REF
           END-IF.

           DISPLAY "ANNULUS-I-RUNID: " RUN-ID.

       RADIUS-CALCULATION.
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       ADD 1 TO RECORD-COUNTER
                       IF SOURCE-COPY-WANTED = "Y"
                           MOVE COORD-RAW-LINE TO SOURCE-COPY-LINE
                           WRITE SOURCE-COPY-LINE
                       END-IF
      *The MAXVAL line is read even on a resumed run - the ceiling
      *is not part of the checkpoint.
                       IF RECORD-COUNTER = 1
                           AND COORD-RAW-LINE (1:7) = "MAXVAL,"
                           PERFORM LOAD-SAMPLE-DEPTH
                       ELSE
                           IF RECORD-COUNTER > LAST-CHECKPOINT-RECORD
                               PERFORM WRITE-COORDINATES-TO-FILE
                           END-IF
                       END-IF
                       IF FUNCTION MOD(RECORD-COUNTER
                               CHECKPOINT-INTERVAL) = 0

           PERFORM FINALIZE-CHECKPOINT.

      *The coordinate file's MAXVAL,<maxval>,<magic> line - the
      *image's brightness ceiling and source encoding. A line that
      *does not hold a maxval of 1 thru 65535 is rejected like any
      *other bad record and the run stays at the 999 ceiling.
       LOAD-SAMPLE-DEPTH.
           MOVE SPACES TO DEPTH-TAG DEPTH-VALUE-RECEIVE
               DEPTH-MAGIC-RECEIVE.
           UNSTRING COORD-RAW-LINE DELIMITED BY "," OR SPACE
               INTO DEPTH-TAG DEPTH-VALUE-RECEIVE DEPTH-MAGIC-RECEIVE
           END-UNSTRING.
           MOVE DEPTH-VALUE-RECEIVE TO DEPTH-DIGIT-TEST.
           INSPECT DEPTH-DIGIT-TEST
               CONVERTING "0123456789" TO "          ".
           IF DEPTH-DIGIT-TEST NOT = SPACES
               OR DEPTH-VALUE-RECEIVE = SPACES
               PERFORM REJECT-COORDINATE-RECORD
           ELSE
               IF FUNCTION NUMVAL(DEPTH-VALUE-RECEIVE) < 1
                   OR FUNCTION NUMVAL(DEPTH-VALUE-RECEIVE) > 65535
                   PERFORM REJECT-COORDINATE-RECORD
               ELSE
                   COMPUTE SAMPLE-CEILING =
                       FUNCTION NUMVAL(DEPTH-VALUE-RECEIVE)
                   MOVE DEPTH-MAGIC-RECEIVE TO SOURCE-MAGIC
                   COMPUTE HIST-BUCKET-WIDTH =
                       (SAMPLE-CEILING / 10) + 1
                   DISPLAY "ANNULUS-I-DEPTH: sample ceiling "
                       SAMPLE-CEILING " from a " SOURCE-MAGIC
                       " source"
               END-IF
           END-IF.

      *Persists the record number just reached so the next run can
      *skip forward to it instead of starting over.
       WRITE-CHECKPOINT.
                   AND COLOR-MODE-FLAG = "Y")
               OR (UNSTRING-FIELD-COUNT = 5
                   AND COLOR-MODE-FLAG = "N")
               OR PIXEL-R > SAMPLE-CEILING
               OR PIXEL-G > SAMPLE-CEILING
               OR PIXEL-B > SAMPLE-CEILING
               PERFORM REJECT-COORDINATE-RECORD
           ELSE
               IF UNSTRING-FIELD-COUNT = 3
      * write-time placeholder of 0.
           OPEN I-O TEMP-FILE.
           OPEN OUTPUT OUTPUT-FILE.
           IF MODE-FLAG = "M"
               PERFORM OPEN-STORED-MASK
           END-IF.
           IF MASK-SAVE-ACTIVE = "Y"
               PERFORM OPEN-SAVED-MASK
           END-IF.

           MOVE "N" TO END-OF-FILE.
           INITIALIZE PGM-GRID.
                       MOVE TEMP-B     TO OUT-B
                       MOVE TEMP-RING  TO OUT-RING

                       IF MODE-FLAG = "M"
                           PERFORM MASK-APPLY-PIXEL
                       ELSE
                           PERFORM ANNULUS-CHECK
                           PERFORM ANNULUS-CHECK-2
                           PERFORM ANNULUS-CHECK-3
                       END-IF
                       PERFORM PGM-PLOT-PIXEL
                       IF MASK-SAVE-ACTIVE = "Y"
                           MOVE OUT-X TO MASK-OUT-X
                           MOVE OUT-Y TO MASK-OUT-Y
                           MOVE OUT-RING TO MASK-OUT-RING
                           MOVE PIXEL-MASK-WEIGHT TO MASK-OUT-WEIGHT
                           MOVE "," TO MASK-OUT-C1 MASK-OUT-C2
                               MASK-OUT-C3
                           WRITE MASK-OUT-RECORD
                       END-IF

                       MOVE OUT-R     TO TEMP-R
                       MOVE OUT-G     TO TEMP-G
               END-READ
           END-PERFORM.

           IF MODE-FLAG = "M"
               CLOSE MASK-IN-FILE
               IF MASK-PIXELS-CLAIMED > 0 AND MASK-PIXELS-MATCHED = 0
                   DISPLAY "ANNULUS-W-MASKMISS: the stored mask "
                       "shares no coordinates with this image - "
                       "everything was zeroed"
               END-IF
           END-IF.
           IF MASK-SAVE-ACTIVE = "Y"
               CLOSE MASK-OUT-FILE
               DISPLAY "ANNULUS-I-MASKSAVED: mask saved as "
                   MASK-OUT-NAME
           END-IF.

      *Positions the stored mask on its first pixel record for the
      *walk alongside TEMP-FILE.
       OPEN-STORED-MASK.
           OPEN INPUT MASK-IN-FILE.
           IF WS-MASK-IN-STATUS NOT = "00"
               DISPLAY "ANNULUS-E-NOMASK: stored mask " MASK-IN-NAME
                   " not readable, status=" WS-MASK-IN-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           READ MASK-IN-FILE
               AT END
                   CONTINUE
           END-READ.
           MOVE LOW-VALUES TO MASK-PREV-KEY.
           MOVE "N" TO MASK-IN-EOF.
           PERFORM READ-NEXT-MASK.

      *Opens the mask this run saves, named by the MASKSAVE line or
      *after the run id, and writes its header.
       OPEN-SAVED-MASK.
           IF MASK-OUT-NAME = SPACES
               STRING OUTPUT-DIRECTORY DELIMITED BY SPACE
                      "pixel_mask_" DELIMITED BY SIZE
                      RUN-ID DELIMITED BY SIZE
                      ".dat" DELIMITED BY SIZE
                      INTO MASK-OUT-NAME
               END-STRING
           END-IF.
           OPEN OUTPUT MASK-OUT-FILE.
           IF WS-MASK-OUT-STATUS NOT = "00"
               DISPLAY "ANNULUS-E-NOMASKSAVE: could not open "
                   MASK-OUT-NAME ", status=" WS-MASK-OUT-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE SPACES TO MASK-OUT-LINE.
           STRING "MASK," DELIMITED SIZE
                  RUN-ID DELIMITED SIZE
                  INTO MASK-OUT-LINE
           END-STRING.
           WRITE MASK-OUT-LINE.

      *MODE M's replacement for the three ANNULUS-CHECK steps: the
      *stored mask is advanced to the pixel's key, and the pixel
      *takes the mask's ring and weight - a pixel the mask does not
      *list is outside every ring. Kept pixels are scaled by the
      *weight, then counted and profiled exactly like a geometry
      *run's.
       MASK-APPLY-PIXEL.
           PERFORM UNTIL MASK-IN-EOF = "Y"
                   OR MASK-CUR-KEY >= TEMP-KEY
               PERFORM READ-NEXT-MASK
           END-PERFORM.

           MOVE 0 TO OUT-RING RING-MATCH-SUB PIXEL-MASK-WEIGHT.
           MOVE OUT-R TO WS-ORIG-R.
           MOVE OUT-G TO WS-ORIG-G.
           MOVE OUT-B TO WS-ORIG-B.
           COMPUTE WS-ORIG-PIXEL = FUNCTION MAX(OUT-R, OUT-G, OUT-B).

           IF MASK-IN-EOF = "N" AND MASK-CUR-KEY = TEMP-KEY
               IF MASK-CUR-RING NOT = 0
                   ADD 1 TO MASK-PIXELS-MATCHED
                   PERFORM FIND-MASK-RING
                   MOVE MASK-CUR-RING TO OUT-RING
                   MOVE MASK-CUR-WEIGHT TO PIXEL-MASK-WEIGHT
               END-IF
           END-IF.

           IF OUT-RING = 0
               MOVE 0 TO OUT-R
               MOVE 0 TO OUT-G
               MOVE 0 TO OUT-B
               ADD 1 TO PIXELS-ZEROED
           ELSE
               IF PIXEL-MASK-WEIGHT < 1000
                   COMPUTE OUT-R ROUNDED =
                       OUT-R * PIXEL-MASK-WEIGHT / 1000
                   COMPUTE OUT-G ROUNDED =
                       OUT-G * PIXEL-MASK-WEIGHT / 1000
                   COMPUTE OUT-B ROUNDED =
                       OUT-B * PIXEL-MASK-WEIGHT / 1000
                   ADD 1 TO PIXELS-ATTENUATED
               ELSE
                   ADD 1 TO PIXELS-KEPT
               END-IF
               MOVE 0 TO FINAL-VALUE
               PERFORM RING-STATS-ACCUMULATE
           END-IF.

           COMPUTE HIST-BUCKET-NUM = FUNCTION MIN(
               (WS-ORIG-PIXEL / HIST-BUCKET-WIDTH) + 1, 10).
           SET HIST-IDX TO HIST-BUCKET-NUM.
           ADD 1 TO HISTOGRAM-BUCKET (HIST-IDX).

       ANNULUS-CHECK.
      * Calculate Distance Squares (using Signed variables)
           COMPUTE X-VAR-MINUS-X-SET = MAX-X - OUT-X.
      *fell into. 00 (and blanked channels) means it matched none.
       ANNULUS-CHECK-3.
           MOVE 0 TO OUT-RING.
           MOVE 0 TO PIXEL-MASK-WEIGHT.
           MOVE 0 TO RING-MATCH-SUB.
           MOVE 0 TO CLAIMED-CENTER-COUNT.
           MOVE OUT-R TO WS-ORIG-R.
               MOVE 0 TO OUT-B
               ADD 1 TO PIXELS-ZEROED
           ELSE
               MOVE 1000 TO PIXEL-MASK-WEIGHT
               IF RING-XFORM-TYPE (RING-MATCH-SUB) NOT = "N"
                   PERFORM RING-TRANSFORM-APPLY
               END-IF
               PERFORM RING-STATS-ACCUMULATE
           END-IF.

           COMPUTE HIST-BUCKET-NUM = FUNCTION MIN(
               (WS-ORIG-PIXEL / HIST-BUCKET-WIDTH) + 1, 10).
           SET HIST-IDX TO HIST-BUCKET-NUM.
           ADD 1 TO HISTOGRAM-BUCKET (HIST-IDX).

                   OUT-G * FEATHER-EDGE-DIST / FEATHER-WIDTH-WS
               COMPUTE OUT-B ROUNDED =
                   OUT-B * FEATHER-EDGE-DIST / FEATHER-WIDTH-WS
               COMPUTE PIXEL-MASK-WEIGHT ROUNDED = FUNCTION MAX(0,
                   1000 * FEATHER-EDGE-DIST / FEATHER-WIDTH-WS)
               ADD 1 TO PIXELS-ATTENUATED
           ELSE
               ADD 1 TO PIXELS-KEPT
           END-IF.

      *Restyles a kept pixel per its ring's T option: scale to a
      *percentage (clipped at the sample ceiling), invert against
      *that ceiling, bend through a gamma curve on the 0-1 scale of
      *the ceiling, or fill flat (a fill above the ceiling is held
      *to it). Works on the OUT channels only - the ring
      *statistics still record the original brightness, so the
      *profile report stays a report on the image, not the styling.
       RING-TRANSFORM-APPLY.
           EVALUATE RING-XFORM-TYPE (RING-MATCH-SUB)
               WHEN "S"
                   COMPUTE OUT-R ROUNDED =
                       FUNCTION MIN(SAMPLE-CEILING, WS-ORIG-R
                       * RING-XFORM-VALUE (RING-MATCH-SUB) / 100)
                   COMPUTE OUT-G ROUNDED =
                       FUNCTION MIN(SAMPLE-CEILING, WS-ORIG-G
                       * RING-XFORM-VALUE (RING-MATCH-SUB) / 100)
                   COMPUTE OUT-B ROUNDED =
                       FUNCTION MIN(SAMPLE-CEILING, WS-ORIG-B
                       * RING-XFORM-VALUE (RING-MATCH-SUB) / 100)
               WHEN "I"
                   COMPUTE OUT-R = SAMPLE-CEILING - WS-ORIG-R
                   COMPUTE OUT-G = SAMPLE-CEILING - WS-ORIG-G
                   COMPUTE OUT-B = SAMPLE-CEILING - WS-ORIG-B
               WHEN "G"
                   COMPUTE GAMMA-EXPONENT =
                       RING-XFORM-VALUE (RING-MATCH-SUB) / 100
                   PERFORM GAMMA-CHANNEL-CURVE
                   MOVE GAMMA-CHANNEL-OUT TO OUT-B
               WHEN "F"
                   COMPUTE OUT-R = FUNCTION MIN(SAMPLE-CEILING,
                       RING-XFORM-VALUE (RING-MATCH-SUB))
                   MOVE OUT-R TO OUT-G
                   MOVE OUT-R TO OUT-B
           END-EVALUATE.

      *One channel through the gamma curve - 0 stays 0, everything
      *else bends on the 0-1 scale of the sample ceiling.
       GAMMA-CHANNEL-CURVE.
           IF GAMMA-CHANNEL-IN = 0
               MOVE 0 TO GAMMA-CHANNEL-OUT
           ELSE
               COMPUTE GAMMA-BASE = GAMMA-CHANNEL-IN / SAMPLE-CEILING
               COMPUTE GAMMA-CHANNEL-OUT ROUNDED =
                   SAMPLE-CEILING * (GAMMA-BASE ** GAMMA-EXPONENT)
           END-IF.

      *Zeroes the channels this ring does not keep - the C option.
           WRITE SUMMARY-LINE.

           MOVE SPACES TO SUMMARY-LINE.
           STRING "Sample ceiling: " DELIMITED SIZE
                  SAMPLE-CEILING DELIMITED SIZE
                  " (source " DELIMITED SIZE
                  SOURCE-MAGIC DELIMITED SIZE
                  ")" DELIMITED SIZE
                  INTO SUMMARY-LINE
           END-STRING.
           WRITE SUMMARY-LINE.

           MOVE SPACES TO SUMMARY-LINE.
           STRING "Brightness histogram (bucket width " DELIMITED SIZE
                  HIST-BUCKET-WIDTH DELIMITED SIZE
                  "):" DELIMITED SIZE
                  INTO SUMMARY-LINE
           END-STRING.
           WRITE SUMMARY-LINE.

           PERFORM VARYING HIST-IDX FROM 1 BY 1 UNTIL HIST-IDX > 10
               MOVE SPACES TO SUMMARY-LINE
               COMPUTE HIST-BUCKET-NUM =
                   (HIST-IDX - 1) * HIST-BUCKET-WIDTH
               STRING "  " DELIMITED SIZE
                      HIST-BUCKET-NUM DELIMITED SIZE
                      "-"  DELIMITED SIZE
               WRITE SUMMARY-LINE
           END-PERFORM.

      *The QA overlay's ring-to-color legend, so an outline can be
      *matched to its ring without opening the pixmap header.
           PERFORM OVERLAY-ASSIGN-COLORS.
           MOVE "QA overlay colors (sample values R/G/B):"
               TO SUMMARY-LINE.
           WRITE SUMMARY-LINE.
           PERFORM VARYING RING-IDX FROM 1 BY 1
                   UNTIL RING-IDX > RING-COUNT-WS
               PERFORM OVERLAY-LEGEND-LINE
               MOVE SPACES TO SUMMARY-LINE
               STRING "  " DELIMITED SIZE
                      OVERLAY-LEGEND-TEXT DELIMITED SIZE
                      INTO SUMMARY-LINE
               END-STRING
               WRITE SUMMARY-LINE
           END-PERFORM.
           MOVE "  white + center, black X peak, black box centroid"
               TO SUMMARY-LINE.
           WRITE SUMMARY-LINE.

           CLOSE SUMMARY-FILE.

      *Writes the per-ring analysis report alongside run_summary.dat:

      *One ring's block of the profile report - summary line first,
      *then one line per radial bucket. A ring no pixel fell into
      *reports zero counts with min shown as 0, not the 99999
      *initialization sentinel.
       RING-PROFILE-DETAIL.
           MOVE 0 TO PROFILE-MEAN-BRIGHT.
               WRITE PROFILE-LINE
           END-PERFORM.

      *Emits a viewable preview of OUTPUT-FILE alongside
      *new_coords.dat, sized to the max X/Y extents seen in
      *COORDINATE-FILE (capped at PGM-DIM-CAP per side - see
      *PGM-PLOT-PIXEL). A greyscale run writes the P2 graymap it
      *always has; a color run writes a P3 pixmap instead, under
      *.ppm - the file name is rebuilt here because the run only
      *knows its color mode once the conversion has seen the input.
      *Either is written at the image's sample ceiling, and in
      *binary when the source image was binary.
       WRITE-PGM-IMAGE.
           IF COLOR-MODE-FLAG = "Y"
               MOVE SPACES TO PGM-FILE-NAME
                   " cap, new_coords.pgm is cropped"
           END-IF.

      *A binary source gets its preview back in binary - P5 for a
      *graymap, P6 for a pixmap - so a deep image is not spelled
      *out a sample per line at five digits apiece.
           IF COLOR-MODE-FLAG = "Y"
               MOVE "P3" TO PREVIEW-MAGIC
               IF SOURCE-MAGIC = "P5" OR SOURCE-MAGIC = "P6"
                   MOVE "P6" TO PREVIEW-MAGIC
               END-IF
           ELSE
               MOVE "P2" TO PREVIEW-MAGIC
               IF SOURCE-MAGIC = "P5" OR SOURCE-MAGIC = "P6"
                   MOVE "P5" TO PREVIEW-MAGIC
               END-IF
           END-IF.

           IF PREVIEW-MAGIC = "P5" OR PREVIEW-MAGIC = "P6"
               PERFORM WRITE-PGM-BINARY
           ELSE
               PERFORM WRITE-PGM-ASCII
           END-IF.

      *The ASCII preview - magic, dimensions, and the image's
      *sample ceiling as maxval, then one sample per line.
       WRITE-PGM-ASCII.
           OPEN OUTPUT PGM-FILE.
           IF WS-PGM-STATUS NOT = "00"
               DISPLAY "ANNULUS-E-NOPGM: could not open "
               GOBACK
           END-IF.

           MOVE PREVIEW-MAGIC TO PGM-LINE.
           WRITE PGM-LINE.

           MOVE SPACES TO PGM-LINE.
           END-STRING.
           WRITE PGM-LINE.

      *Max representable brightness is the image's own ceiling - a
      *maxval above the samples would make every preview render at
      *a fraction of full brightness, one below would clip it.
           MOVE SAMPLE-CEILING TO PGM-VALUE-DISP.
           MOVE PGM-VALUE-DISP TO PGM-LINE.
           WRITE PGM-LINE.

      *Greyscale writes the red plane (all three are equal); color

           CLOSE PGM-FILE.

      *The binary preview - the same header as text, each field
      *ended by a line feed, then the raster: one byte per sample
      *under a 256 ceiling, two bytes most significant first from
      *there up, three samples per pixel for a P6.
       WRITE-PGM-BINARY.
           MOVE PGM-FILE-NAME TO PGM-BINARY-NAME.
           OPEN OUTPUT PGM-BINARY-FILE.
           IF WS-PGM-STATUS NOT = "00"
               DISPLAY "ANNULUS-E-NOPGM: could not open "
                   "new_coords.pgm, status=" WS-PGM-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           MOVE SPACES TO PGM-HEADER-TEXT.
           MOVE 1 TO PGM-HEADER-LEN.
           STRING PREVIEW-MAGIC DELIMITED SIZE
                  PGM-LINE-FEED DELIMITED SIZE
                  PGM-WIDTH DELIMITED SIZE
                  " " DELIMITED SIZE
                  PGM-HEIGHT DELIMITED SIZE
                  PGM-LINE-FEED DELIMITED SIZE
                  SAMPLE-CEILING DELIMITED SIZE
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
                   IF COLOR-MODE-FLAG = "Y"
                       MOVE PGM-CELL-G (PGM-ROW-IDX, PGM-COL-IDX)
                           TO PGM-SAMPLE-VALUE
                       PERFORM PGM-PUT-SAMPLE
                       MOVE PGM-CELL-B (PGM-ROW-IDX, PGM-COL-IDX)
                           TO PGM-SAMPLE-VALUE
                       PERFORM PGM-PUT-SAMPLE
                   END-IF
               END-PERFORM
           END-PERFORM.

           CLOSE PGM-BINARY-FILE.

       PGM-PUT-SAMPLE.
           IF SAMPLE-CEILING < 256
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

      *Writes the QA overlay beside the masked preview: the original
      *image as read from COORDINATE-FILE, every ring's edges drawn
      *in its own color with the very geometry the mask used
      *(ellipses and sector limits included), a white crosshair on
      *every ring-system center, a black X on the brightest pixel
      *found (MODE A and B), and a black square on the MODE B
      *centroid. The ring legend rides in the pixmap's comment
      *lines. Same size, cropping, ceiling and encoding as the
      *masked preview. An input that cannot be reopened costs the
      *overlay only, not the run.
       WRITE-OVERLAY-IMAGE.
           MOVE "N" TO OVERLAY-SKIP.
           PERFORM OVERLAY-ASSIGN-COLORS.
           INITIALIZE PGM-GRID.
           PERFORM OVERLAY-LOAD-ORIGINAL.
           IF OVERLAY-SKIP = "N"
               PERFORM OVERLAY-DRAW-MARKS
           END-IF.
           IF OVERLAY-SKIP = "N"
               PERFORM OVERLAY-WRITE-FILE
           END-IF.

      *Ring outlines, then the center and peak marks, into PGM-GRID.
       OVERLAY-DRAW-MARKS.
           MOVE 0 TO OVERLAY-EDGE-COUNT.
           PERFORM VARYING RING-IDX FROM 1 BY 1
                   UNTIL RING-IDX > RING-COUNT-WS
                   OR OVERLAY-SKIP = "Y"
               IF MODE-FLAG = "M"
                   PERFORM OVERLAY-DRAW-MASK-RING
               ELSE
                   PERFORM OVERLAY-DRAW-RING
               END-IF
           END-PERFORM.

      *A stored mask has no center to mark - its rings are only the
      *pixels it claims.
           MOVE SAMPLE-CEILING TO OVERLAY-PAINT-R OVERLAY-PAINT-G
               OVERLAY-PAINT-B.
           IF MODE-FLAG NOT = "M"
               PERFORM VARYING CENTER-SUB FROM 1 BY 1
                       UNTIL CENTER-SUB > CENTER-COUNT-WS
                   MOVE CTR-X (CENTER-SUB) TO OVERLAY-MARK-X
                   MOVE CTR-Y (CENTER-SUB) TO OVERLAY-MARK-Y
                   PERFORM OVERLAY-DRAW-CROSSHAIR
               END-PERFORM
           END-IF.

           MOVE 0 TO OVERLAY-PAINT-R OVERLAY-PAINT-G OVERLAY-PAINT-B.
           IF MODE-FLAG = "A"
               MOVE MAX-X TO OVERLAY-MARK-X
               MOVE MAX-Y TO OVERLAY-MARK-Y
               PERFORM OVERLAY-DRAW-PEAK-MARK
           END-IF.
           IF MODE-FLAG = "B"
               MOVE RAW-MAX-X TO OVERLAY-MARK-X
               MOVE RAW-MAX-Y TO OVERLAY-MARK-Y
               PERFORM OVERLAY-DRAW-PEAK-MARK
               IF CENTROID-SUM-W > 0
                   MOVE MAX-X TO OVERLAY-MARK-X
                   MOVE MAX-Y TO OVERLAY-MARK-Y
                   PERFORM OVERLAY-DRAW-CENTROID-MARK
               END-IF
           END-IF.

      *The pixmap itself. A binary preview gets a binary P6 overlay
      *through PGM-BINARY-FILE - header lines a byte at a time, then
      *PGM-PUT-SAMPLE's one or two bytes per sample - otherwise the
      *P3 text pixmap, one sample per line.
       OVERLAY-WRITE-FILE.
           MOVE "P3" TO OVERLAY-MAGIC.
           IF PREVIEW-MAGIC = "P5" OR PREVIEW-MAGIC = "P6"
               MOVE "P6" TO OVERLAY-MAGIC
           END-IF.

           IF OVERLAY-MAGIC = "P6"
               MOVE OVERLAY-FILE-NAME TO PGM-BINARY-NAME
               OPEN OUTPUT PGM-BINARY-FILE
               MOVE WS-PGM-STATUS TO WS-OVERLAY-STATUS
           ELSE
               OPEN OUTPUT OVERLAY-FILE
           END-IF.
           IF WS-OVERLAY-STATUS NOT = "00"
               DISPLAY "ANNULUS-E-NOOVERLAY: could not open "
                   "qa_overlay.ppm, status=" WS-OVERLAY-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           MOVE OVERLAY-MAGIC TO OVERLAY-LINE.
           PERFORM OVERLAY-PUT-HEADER-LINE.
           PERFORM VARYING RING-IDX FROM 1 BY 1
                   UNTIL RING-IDX > RING-COUNT-WS
               PERFORM OVERLAY-LEGEND-LINE
               MOVE SPACES TO OVERLAY-LINE
               STRING "# " DELIMITED SIZE
                      OVERLAY-LEGEND-TEXT DELIMITED SIZE
                      INTO OVERLAY-LINE
               END-STRING
               PERFORM OVERLAY-PUT-HEADER-LINE
           END-PERFORM.
           MOVE "# white + center, black X peak, black box centroid"
               TO OVERLAY-LINE.
           PERFORM OVERLAY-PUT-HEADER-LINE.

           MOVE SPACES TO OVERLAY-LINE.
           STRING PGM-WIDTH DELIMITED SIZE
                  " " DELIMITED SIZE
                  PGM-HEIGHT DELIMITED SIZE
                  INTO OVERLAY-LINE
           END-STRING.
           PERFORM OVERLAY-PUT-HEADER-LINE.
           MOVE SAMPLE-CEILING TO PGM-VALUE-DISP.
           MOVE PGM-VALUE-DISP TO OVERLAY-LINE.
           PERFORM OVERLAY-PUT-HEADER-LINE.

           PERFORM VARYING PGM-ROW-IDX FROM 1 BY 1
                   UNTIL PGM-ROW-IDX > PGM-HEIGHT
               PERFORM VARYING PGM-COL-IDX FROM 1 BY 1
                       UNTIL PGM-COL-IDX > PGM-WIDTH
                   IF OVERLAY-MAGIC = "P6"
                       MOVE PGM-CELL-R (PGM-ROW-IDX, PGM-COL-IDX)
                           TO PGM-SAMPLE-VALUE
                       PERFORM PGM-PUT-SAMPLE
                       MOVE PGM-CELL-G (PGM-ROW-IDX, PGM-COL-IDX)
                           TO PGM-SAMPLE-VALUE
                       PERFORM PGM-PUT-SAMPLE
                       MOVE PGM-CELL-B (PGM-ROW-IDX, PGM-COL-IDX)
                           TO PGM-SAMPLE-VALUE
                       PERFORM PGM-PUT-SAMPLE
                   ELSE
                       MOVE PGM-CELL-R (PGM-ROW-IDX, PGM-COL-IDX)
                           TO PGM-VALUE-DISP
                       MOVE PGM-VALUE-DISP TO OVERLAY-LINE
                       WRITE OVERLAY-LINE
                       MOVE PGM-CELL-G (PGM-ROW-IDX, PGM-COL-IDX)
                           TO PGM-VALUE-DISP
                       MOVE PGM-VALUE-DISP TO OVERLAY-LINE
                       WRITE OVERLAY-LINE
                       MOVE PGM-CELL-B (PGM-ROW-IDX, PGM-COL-IDX)
                           TO PGM-VALUE-DISP
                       MOVE PGM-VALUE-DISP TO OVERLAY-LINE
                       WRITE OVERLAY-LINE
                   END-IF
               END-PERFORM
           END-PERFORM.

           IF OVERLAY-MAGIC = "P6"
               CLOSE PGM-BINARY-FILE
           ELSE
               CLOSE OVERLAY-FILE
           END-IF.
           DISPLAY "ANNULUS-I-OVERLAY: " OVERLAY-EDGE-COUNT
               " ring edge pixel(s) drawn on the QA overlay".

      *One header line out of OVERLAY-LINE - written as a text line
      *for a P3, or as its bytes up to the last non-blank followed
      *by a line feed for a P6.
       OVERLAY-PUT-HEADER-LINE.
           IF OVERLAY-MAGIC = "P6"
               COMPUTE OVERLAY-TEXT-LEN = FUNCTION LENGTH(
                   FUNCTION TRIM(OVERLAY-LINE TRAILING))
               PERFORM VARYING OVERLAY-TEXT-SUB FROM 1 BY 1
                       UNTIL OVERLAY-TEXT-SUB > OVERLAY-TEXT-LEN
                   MOVE OVERLAY-LINE (OVERLAY-TEXT-SUB:1) TO PGM-BYTE
                   WRITE PGM-BYTE
               END-PERFORM
               MOVE PGM-LINE-FEED TO PGM-BYTE
               WRITE PGM-BYTE
           ELSE
               WRITE OVERLAY-LINE
           END-IF.

      *The original image back into PGM-GRID - COORDINATE-FILE is
      *re-read because TEMP-FILE now holds the masked values. Only
      *records the conversion accepted are plotted; a record it
      *rejected never reached the run, and is not drawn here either
      *- that includes a sample over the image's ceiling.
       OVERLAY-LOAD-ORIGINAL.
           OPEN INPUT COORDINATE-FILE.
           IF WS-COORD-STATUS NOT = "00"
               DISPLAY "ANNULUS-W-NOOVERLAY: could not reopen "
                   COORDINATE-FILE-NAME " status=" WS-COORD-STATUS
                   " - QA overlay not written"
               MOVE "Y" TO OVERLAY-SKIP
           ELSE
               MOVE "N" TO END-OF-FILE
               PERFORM UNTIL END-OF-FILE = "Y"
                   READ COORDINATE-FILE
                       AT END
                           MOVE "Y" TO END-OF-FILE
                       NOT AT END
                           PERFORM OVERLAY-PLOT-ORIGINAL
                   END-READ
               END-PERFORM
               CLOSE COORDINATE-FILE
               MOVE "N" TO END-OF-FILE
           END-IF.

       OVERLAY-PLOT-ORIGINAL.
           MOVE 0 TO UNSTRING-FIELD-COUNT.
           MOVE "N" TO WS-UNSTRING-OVERFLOW.
           MOVE 0 TO PIXEL-X PIXEL-Y PIXEL-R PIXEL-G PIXEL-B.
           UNSTRING COORD-RAW-LINE DELIMITED BY ","
               INTO PIXEL-X PIXEL-Y PIXEL-R PIXEL-G PIXEL-B
               TALLYING IN UNSTRING-FIELD-COUNT
               ON OVERFLOW
                   MOVE "Y" TO WS-UNSTRING-OVERFLOW
           END-UNSTRING.
           IF WS-UNSTRING-OVERFLOW = "N"
               AND ((UNSTRING-FIELD-COUNT = 3
                     AND COLOR-MODE-FLAG = "N")
                 OR (UNSTRING-FIELD-COUNT = 5
                     AND COLOR-MODE-FLAG = "Y"
                     AND PIXEL-G IS NUMERIC
                     AND PIXEL-B IS NUMERIC))
               AND PIXEL-X IS NUMERIC
               AND PIXEL-Y IS NUMERIC
               AND PIXEL-R IS NUMERIC
               IF UNSTRING-FIELD-COUNT = 3
                   MOVE PIXEL-R TO PIXEL-G PIXEL-B
               END-IF
               IF PIXEL-R NOT > SAMPLE-CEILING
                   AND PIXEL-G NOT > SAMPLE-CEILING
                   AND PIXEL-B NOT > SAMPLE-CEILING
                   MOVE PIXEL-X TO OUT-X
                   MOVE PIXEL-Y TO OUT-Y
                   MOVE PIXEL-R TO OUT-R
                   MOVE PIXEL-G TO OUT-G
                   MOVE PIXEL-B TO OUT-B
                   PERFORM PGM-PLOT-PIXEL
               END-IF
           END-IF.

      *Gives every ring in the table its palette entry: a ring
      *numbered 1-20 takes the entry of its own number; a ring
      *numbered past 20 shares the entry of an earlier ring with
      *the same number, or else takes the first entry no ring
      *number claims. There are never more ring numbers than
      *entries, so one is always free.
       OVERLAY-ASSIGN-COLORS.
           MOVE ALL "N" TO OVERLAY-SLOT-TAKEN-TABLE.
           MOVE ZEROS TO OVERLAY-RING-SLOT-TABLE.
           PERFORM VARYING OVERLAY-RING-SUB FROM 1 BY 1
                   UNTIL OVERLAY-RING-SUB > RING-COUNT-WS
               SET RING-IDX TO OVERLAY-RING-SUB
               IF RING-NUMBER (RING-IDX) <= 20
                   MOVE RING-NUMBER (RING-IDX)
                       TO OVERLAY-RING-SLOT (OVERLAY-RING-SUB)
                   MOVE "Y"
                       TO OVERLAY-SLOT-TAKEN (RING-NUMBER (RING-IDX))
               END-IF
           END-PERFORM.
           PERFORM VARYING OVERLAY-RING-SUB FROM 1 BY 1
                   UNTIL OVERLAY-RING-SUB > RING-COUNT-WS
               IF OVERLAY-RING-SLOT (OVERLAY-RING-SUB) = 0
                   PERFORM OVERLAY-ASSIGN-SPARE-SLOT
               END-IF
           END-PERFORM.

       OVERLAY-ASSIGN-SPARE-SLOT.
           SET RING-IDX TO OVERLAY-RING-SUB.
           PERFORM VARYING OVERLAY-OTHER-SUB FROM 1 BY 1
                   UNTIL OVERLAY-OTHER-SUB >= OVERLAY-RING-SUB
               IF RING-NUMBER (OVERLAY-OTHER-SUB) =
                   RING-NUMBER (RING-IDX)
                   MOVE OVERLAY-RING-SLOT (OVERLAY-OTHER-SUB)
                       TO OVERLAY-RING-SLOT (OVERLAY-RING-SUB)
               END-IF
           END-PERFORM.
           PERFORM VARYING OVERLAY-COLOR-SUB FROM 1 BY 1
                   UNTIL OVERLAY-COLOR-SUB > 20
               IF OVERLAY-RING-SLOT (OVERLAY-RING-SUB) = 0
                   AND OVERLAY-SLOT-TAKEN (OVERLAY-COLOR-SUB) = "N"
                   MOVE OVERLAY-COLOR-SUB
                       TO OVERLAY-RING-SLOT (OVERLAY-RING-SUB)
                   MOVE "Y" TO OVERLAY-SLOT-TAKEN (OVERLAY-COLOR-SUB)
               END-IF
           END-PERFORM.

      *One ring's legend entry - number, center and the sample
      *values its outline is drawn in - for the pixmap header and
      *the run summary alike.
       OVERLAY-LEGEND-LINE.
           PERFORM OVERLAY-RING-COLOR.
           MOVE SPACES TO OVERLAY-LEGEND-TEXT.
           STRING "ring " DELIMITED SIZE
                  RING-NUMBER (RING-IDX) DELIMITED SIZE
                  " center " DELIMITED SIZE
                  RING-CENTER-NUM (RING-IDX) DELIMITED SIZE
                  " color " DELIMITED SIZE
                  OVERLAY-PAINT-R DELIMITED SIZE
                  "/" DELIMITED SIZE
                  OVERLAY-PAINT-G DELIMITED SIZE
                  "/" DELIMITED SIZE
                  OVERLAY-PAINT-B DELIMITED SIZE
                  INTO OVERLAY-LEGEND-TEXT
           END-STRING.

      *The palette entry OVERLAY-ASSIGN-COLORS gave the ring RING-IDX
      *points at, scaled to the channel ceiling.
       OVERLAY-RING-COLOR.
           SET OVERLAY-RING-SUB TO RING-IDX.
           MOVE OVERLAY-RING-SLOT (OVERLAY-RING-SUB)
               TO OVERLAY-COLOR-SUB.
           COMPUTE OVERLAY-PAINT-R ROUNDED = SAMPLE-CEILING
               * OVERLAY-PCT-R (OVERLAY-COLOR-SUB) / 100.
           COMPUTE OVERLAY-PAINT-G ROUNDED = SAMPLE-CEILING
               * OVERLAY-PCT-G (OVERLAY-COLOR-SUB) / 100.
           COMPUTE OVERLAY-PAINT-B ROUNDED = SAMPLE-CEILING
               * OVERLAY-PCT-B (OVERLAY-COLOR-SUB) / 100.

      *One ring's outline. Membership is worked out over the ring's
      *bounding box (its outer radius plus a margin, clipped to the
      *preview), then every member with a non-member 4-neighbor is
      *painted. A neighbor off the preview is no evidence of an
      *edge, so a ring cut by the image border is not outlined
      *along the border.
       OVERLAY-DRAW-RING.
           MOVE RING-CENTER-NUM (RING-IDX) TO CENTER-SUB.
           PERFORM OVERLAY-RING-COLOR.
           COMPUTE OVERLAY-X-LO = FUNCTION MAX(0,
               CTR-X (CENTER-SUB) - RING-RADIUS-LARGE (RING-IDX) - 2).
           COMPUTE OVERLAY-X-HI = FUNCTION MIN(PGM-WIDTH - 1,
               CTR-X (CENTER-SUB) + RING-RADIUS-LARGE (RING-IDX) + 2).
           COMPUTE OVERLAY-Y-LO = FUNCTION MAX(0,
               CTR-Y (CENTER-SUB) - RING-RADIUS-LARGE (RING-IDX) - 2).
           COMPUTE OVERLAY-Y-HI = FUNCTION MIN(PGM-HEIGHT - 1,
               CTR-Y (CENTER-SUB) + RING-RADIUS-LARGE (RING-IDX) + 2).

           IF OVERLAY-X-LO <= OVERLAY-X-HI
               AND OVERLAY-Y-LO <= OVERLAY-Y-HI
               PERFORM VARYING OVERLAY-Y FROM OVERLAY-Y-LO BY 1
                       UNTIL OVERLAY-Y > OVERLAY-Y-HI
                   PERFORM VARYING OVERLAY-X FROM OVERLAY-X-LO BY 1
                           UNTIL OVERLAY-X > OVERLAY-X-HI
                       PERFORM OVERLAY-RING-MEMBER
                   END-PERFORM
               END-PERFORM
               PERFORM VARYING OVERLAY-Y FROM OVERLAY-Y-LO BY 1
                       UNTIL OVERLAY-Y > OVERLAY-Y-HI
                   PERFORM VARYING OVERLAY-X FROM OVERLAY-X-LO BY 1
                           UNTIL OVERLAY-X > OVERLAY-X-HI
                       PERFORM OVERLAY-EDGE-TEST
                   END-PERFORM
               END-PERFORM
           END-IF.

      *MODE M's outline for ring RING-IDX. Membership is whatever the
      *stored mask says: one pass over the mask marks the ring's
      *pixels that fall on the preview and tracks their bounding
      *box, then the usual edge pass runs over that box plus a
      *pixel of margin.
       OVERLAY-DRAW-MASK-RING.
           PERFORM OVERLAY-RING-COLOR.
           MOVE ALL "N" TO OVERLAY-INSIDE-GRID.
           MOVE PGM-WIDTH TO OVERLAY-X-LO.
           MOVE PGM-HEIGHT TO OVERLAY-Y-LO.
           MOVE -1 TO OVERLAY-X-HI OVERLAY-Y-HI.

           OPEN INPUT MASK-IN-FILE.
           IF WS-MASK-IN-STATUS NOT = "00"
               DISPLAY "ANNULUS-W-NOOVERLAY: stored mask " MASK-IN-NAME
                   " not readable, status=" WS-MASK-IN-STATUS
                   " - QA overlay not written"
               MOVE "Y" TO OVERLAY-SKIP
           ELSE
               READ MASK-IN-FILE
                   AT END
                       CONTINUE
               END-READ
               MOVE LOW-VALUES TO MASK-PREV-KEY
               MOVE "N" TO MASK-IN-EOF
               PERFORM UNTIL MASK-IN-EOF = "Y"
                   PERFORM READ-NEXT-MASK
                   IF MASK-IN-EOF = "N"
                       AND MASK-CUR-RING = RING-NUMBER (RING-IDX)
                       AND MASK-IN-X < PGM-WIDTH
                       AND MASK-IN-Y < PGM-HEIGHT
                       PERFORM OVERLAY-NOTE-MASK-PIXEL
                   END-IF
               END-PERFORM
               CLOSE MASK-IN-FILE
           END-IF.

           IF OVERLAY-X-LO <= OVERLAY-X-HI
               AND OVERLAY-Y-LO <= OVERLAY-Y-HI
               COMPUTE OVERLAY-X-LO = FUNCTION MAX(0, OVERLAY-X-LO - 1)
               COMPUTE OVERLAY-X-HI =
                   FUNCTION MIN(PGM-WIDTH - 1, OVERLAY-X-HI + 1)
               COMPUTE OVERLAY-Y-LO = FUNCTION MAX(0, OVERLAY-Y-LO - 1)
               COMPUTE OVERLAY-Y-HI =
                   FUNCTION MIN(PGM-HEIGHT - 1, OVERLAY-Y-HI + 1)
               PERFORM VARYING OVERLAY-Y FROM OVERLAY-Y-LO BY 1
                       UNTIL OVERLAY-Y > OVERLAY-Y-HI
                   PERFORM VARYING OVERLAY-X FROM OVERLAY-X-LO BY 1
                           UNTIL OVERLAY-X > OVERLAY-X-HI
                       PERFORM OVERLAY-EDGE-TEST
                   END-PERFORM
               END-PERFORM
           END-IF.

      *A stored-mask pixel of ring RING-IDX: mark it inside and
      *widen the ring's bounding box to take it in.
       OVERLAY-NOTE-MASK-PIXEL.
           MOVE "Y" TO OVERLAY-INSIDE (MASK-IN-Y + 1, MASK-IN-X + 1).
           COMPUTE OVERLAY-X-LO = FUNCTION MIN(OVERLAY-X-LO, MASK-IN-X).
           COMPUTE OVERLAY-X-HI = FUNCTION MAX(OVERLAY-X-HI, MASK-IN-X).
           COMPUTE OVERLAY-Y-LO = FUNCTION MIN(OVERLAY-Y-LO, MASK-IN-Y).
           COMPUTE OVERLAY-Y-HI = FUNCTION MAX(OVERLAY-Y-HI, MASK-IN-Y).

      *Is (OVERLAY-X, OVERLAY-Y) inside ring RING-IDX? The same
      *distance, ellipse and sector tests ANNULUS-CHECK-3 applies,
      *worked for this one ring against its own center.
       OVERLAY-RING-MEMBER.
           MOVE OVERLAY-X TO OUT-X.
           MOVE OVERLAY-Y TO OUT-Y.
           COMPUTE CENTER-DX (CENTER-SUB) = CTR-X (CENTER-SUB) - OUT-X.
           COMPUTE CENTER-DY (CENTER-SUB) = CTR-Y (CENTER-SUB) - OUT-Y.
           COMPUTE CENTER-DIST-SQ (CENTER-SUB) =
               (CENTER-DX (CENTER-SUB) * CENTER-DX (CENTER-SUB))
               + (CENTER-DY (CENTER-SUB) * CENTER-DY (CENTER-SUB)).
           IF RING-ELLIPSE-FLAG (RING-IDX) = "Y"
               PERFORM ELLIPSE-DISTANCE-FINDER
           ELSE
               MOVE CENTER-DIST-SQ (CENTER-SUB) TO RING-TEST-DIST-SQ
           END-IF.

           MOVE "N" TO OVERLAY-INSIDE (OVERLAY-Y + 1, OVERLAY-X + 1).
           IF RING-TEST-DIST-SQ >= RING-RADIUS-SQ-1 (RING-IDX)
               AND RING-TEST-DIST-SQ <= RING-RADIUS-SQ-2 (RING-IDX)
               IF RING-SECTOR-FLAG (RING-IDX) = "Y"
                   PERFORM PIXEL-ANGLE-FINDER
               END-IF
               PERFORM SECTOR-ANGLE-TEST
               IF SECTOR-MATCH = "Y"
                   MOVE "Y" TO
                       OVERLAY-INSIDE (OVERLAY-Y + 1, OVERLAY-X + 1)
               END-IF
           END-IF.

       OVERLAY-EDGE-TEST.
           IF OVERLAY-INSIDE (OVERLAY-Y + 1, OVERLAY-X + 1) = "Y"
               MOVE "N" TO OVERLAY-EDGE
               IF OVERLAY-X > OVERLAY-X-LO
                   IF OVERLAY-INSIDE (OVERLAY-Y + 1, OVERLAY-X) = "N"
                       MOVE "Y" TO OVERLAY-EDGE
                   END-IF
               END-IF
               IF OVERLAY-X < OVERLAY-X-HI
                   IF OVERLAY-INSIDE (OVERLAY-Y + 1, OVERLAY-X + 2)
                           = "N"
                       MOVE "Y" TO OVERLAY-EDGE
                   END-IF
               END-IF
               IF OVERLAY-Y > OVERLAY-Y-LO
                   IF OVERLAY-INSIDE (OVERLAY-Y, OVERLAY-X + 1) = "N"
                       MOVE "Y" TO OVERLAY-EDGE
                   END-IF
               END-IF
               IF OVERLAY-Y < OVERLAY-Y-HI
                   IF OVERLAY-INSIDE (OVERLAY-Y + 2, OVERLAY-X + 1)
                           = "N"
                       MOVE "Y" TO OVERLAY-EDGE
                   END-IF
               END-IF
               IF OVERLAY-EDGE = "Y"
                   PERFORM OVERLAY-PLOT
                   ADD 1 TO OVERLAY-EDGE-COUNT
               END-IF
           END-IF.

      *A + of OVERLAY-ARM-LEN pixels each way - a ring-system center.
       OVERLAY-DRAW-CROSSHAIR.
           COMPUTE OVERLAY-ARM-FROM = 0 - OVERLAY-ARM-LEN.
           PERFORM VARYING OVERLAY-ARM FROM OVERLAY-ARM-FROM BY 1
                   UNTIL OVERLAY-ARM > OVERLAY-ARM-LEN
               COMPUTE OVERLAY-X = OVERLAY-MARK-X + OVERLAY-ARM
               MOVE OVERLAY-MARK-Y TO OVERLAY-Y
               PERFORM OVERLAY-PLOT
               MOVE OVERLAY-MARK-X TO OVERLAY-X
               COMPUTE OVERLAY-Y = OVERLAY-MARK-Y + OVERLAY-ARM
               PERFORM OVERLAY-PLOT
           END-PERFORM.

      *An X - the brightest pixel the conversion found.
       OVERLAY-DRAW-PEAK-MARK.
           COMPUTE OVERLAY-ARM-FROM = 0 - OVERLAY-MARK-LEN.
           PERFORM VARYING OVERLAY-ARM FROM OVERLAY-ARM-FROM BY 1
                   UNTIL OVERLAY-ARM > OVERLAY-MARK-LEN
               COMPUTE OVERLAY-X = OVERLAY-MARK-X + OVERLAY-ARM
               COMPUTE OVERLAY-Y = OVERLAY-MARK-Y + OVERLAY-ARM
               PERFORM OVERLAY-PLOT
               COMPUTE OVERLAY-Y = OVERLAY-MARK-Y - OVERLAY-ARM
               PERFORM OVERLAY-PLOT
           END-PERFORM.

      *A hollow square - the MODE B brightness-weighted centroid.
       OVERLAY-DRAW-CENTROID-MARK.
           COMPUTE OVERLAY-ARM-FROM = 0 - OVERLAY-MARK-LEN.
           PERFORM VARYING OVERLAY-ARM FROM OVERLAY-ARM-FROM BY 1
                   UNTIL OVERLAY-ARM > OVERLAY-MARK-LEN
               COMPUTE OVERLAY-X = OVERLAY-MARK-X + OVERLAY-ARM
               COMPUTE OVERLAY-Y = OVERLAY-MARK-Y - OVERLAY-MARK-LEN
               PERFORM OVERLAY-PLOT
               COMPUTE OVERLAY-Y = OVERLAY-MARK-Y + OVERLAY-MARK-LEN
               PERFORM OVERLAY-PLOT
               COMPUTE OVERLAY-X = OVERLAY-MARK-X - OVERLAY-MARK-LEN
               COMPUTE OVERLAY-Y = OVERLAY-MARK-Y + OVERLAY-ARM
               PERFORM OVERLAY-PLOT
               COMPUTE OVERLAY-X = OVERLAY-MARK-X + OVERLAY-MARK-LEN
               PERFORM OVERLAY-PLOT
           END-PERFORM.

      *Paints one overlay pixel in OVERLAY-PAINT-R/G/B; anything
      *off the preview is quietly dropped.
       OVERLAY-PLOT.
           IF OVERLAY-X >= 0 AND OVERLAY-X < PGM-WIDTH
               AND OVERLAY-Y >= 0 AND OVERLAY-Y < PGM-HEIGHT
               MOVE OVERLAY-PAINT-R
                   TO PGM-CELL-R (OVERLAY-Y + 1, OVERLAY-X + 1)
               MOVE OVERLAY-PAINT-G
                   TO PGM-CELL-G (OVERLAY-Y + 1, OVERLAY-X + 1)
               MOVE OVERLAY-PAINT-B
                   TO PGM-CELL-B (OVERLAY-Y + 1, OVERLAY-X + 1)
           END-IF.

      *Optional spot-check: if RECHECK-FILE is present, look up each
      *X,Y pair it lists directly by TEMP-KEY instead of scanning
      *TEMP-FILE sequentially - the indexed reorganization above is
               CLOSE RECHECK-FILE
           END-IF.

      *Preserves the configuration this run actually applied, so
      *the run can be reproduced after the control file, the
      *template library or the staged image have all moved on. The
      *reference lines come first, then CONTROL, then the control
      *file's lines verbatim - except that a TEMPLATE line is
      *replaced by the block it expanded to, which is the only
      *record of the template as it stood today. A MODE M run's
      *stored mask is copied beside the snapshot, a MASK-REF line
      *names the copy and its record count, and the control file's
      *MASK line is pointed at the copy. A run whose snapshot cannot
      *be written still completes; it just cannot be replayed.
       WRITE-CONTROL-SNAPSHOT.
           MOVE "N" TO MASK-COPY-DONE.
           IF MODE-FLAG = "M"
               PERFORM COPY-MASK-SNAPSHOT
           END-IF.
           OPEN OUTPUT SNAPSHOT-FILE.
           IF WS-SNAPSHOT-STATUS NOT = "00"
               DISPLAY "ANNULUS-W-NOSNAPSHOT: could not write "
                   "control_snapshot_" RUN-ID ".dat, status="
                   WS-SNAPSHOT-STATUS " - run cannot be replayed"
           ELSE
               MOVE SPACES TO SNAPSHOT-LINE
               STRING "RUNID," DELIMITED SIZE
                      RUN-ID DELIMITED SIZE
                      INTO SNAPSHOT-LINE
               END-STRING
               WRITE SNAPSHOT-LINE

               MOVE SPACES TO SNAPSHOT-LINE
               STRING "SOURCE-REF," DELIMITED SIZE
                      SNAPSHOT-SOURCE-REF DELIMITED BY SPACE
                      "," DELIMITED SIZE
                      RECORD-COUNTER DELIMITED SIZE
                      INTO SNAPSHOT-LINE
               END-STRING
               WRITE SNAPSHOT-LINE

               MOVE SPACES TO SNAPSHOT-LINE
               STRING "ORIGIN," DELIMITED SIZE
                      SOURCE-FILE-NAME DELIMITED BY SPACE
                      INTO SNAPSHOT-LINE
               END-STRING
               WRITE SNAPSHOT-LINE

               MOVE SPACES TO SNAPSHOT-LINE
               STRING "CALIBRATION," DELIMITED SIZE
                      CAL-DARK-USED DELIMITED BY SPACE
                      "," DELIMITED SIZE
                      CAL-FLAT-USED DELIMITED BY SPACE
                      INTO SNAPSHOT-LINE
               END-STRING
               WRITE SNAPSHOT-LINE

               MOVE SPACES TO SNAPSHOT-LINE
               IF TEMPLATE-ACTIVE = "Y"
                   STRING "TEMPLATE-REF," DELIMITED SIZE
                          TEMPLATE-NAME-WANTED DELIMITED BY SPACE
                          "," DELIMITED SIZE
                          TEMPLATE-LINE-COUNT DELIMITED SIZE
                          INTO SNAPSHOT-LINE
                   END-STRING
               ELSE
                   MOVE "TEMPLATE-REF,NONE" TO SNAPSHOT-LINE
               END-IF
               WRITE SNAPSHOT-LINE

               MOVE SPACES TO SNAPSHOT-LINE
               IF MASK-COPY-DONE = "Y"
                   STRING "MASK-REF," DELIMITED SIZE
                          MASK-COPY-NAME DELIMITED BY SPACE
                          "," DELIMITED SIZE
                          MASK-COPY-COUNT DELIMITED SIZE
                          INTO SNAPSHOT-LINE
                   END-STRING
               ELSE
                   MOVE "MASK-REF,NONE" TO SNAPSHOT-LINE
               END-IF
               WRITE SNAPSHOT-LINE

               MOVE "CONTROL" TO SNAPSHOT-LINE
               WRITE SNAPSHOT-LINE

               OPEN INPUT CONTROL-FILE
               IF WS-CONTROL-STATUS = "00"
                   MOVE "N" TO SNAPSHOT-EOF
                   PERFORM UNTIL SNAPSHOT-EOF = "Y"
                       READ CONTROL-FILE
                           AT END
                               MOVE "Y" TO SNAPSHOT-EOF
                           NOT AT END
                               PERFORM SNAPSHOT-CONTROL-LINE
                       END-READ
                   END-PERFORM
                   CLOSE CONTROL-FILE
               END-IF
               CLOSE SNAPSHOT-FILE
           END-IF.

      *The template stands in for the rest of the control file, so
      *once its block is written nothing after it applies.
       SNAPSHOT-CONTROL-LINE.
           IF CONTROL-RAW-LINE (1:9) = "TEMPLATE,"
               AND TEMPLATE-ACTIVE = "Y"
               PERFORM VARYING SNAPSHOT-SUB FROM 1 BY 1
                       UNTIL SNAPSHOT-SUB > TEMPLATE-LINE-COUNT
                   MOVE TEMPLATE-LINE (SNAPSHOT-SUB) TO SNAPSHOT-LINE
                   PERFORM SNAPSHOT-PUT-LINE
               END-PERFORM
               MOVE "Y" TO SNAPSHOT-EOF
           ELSE
               MOVE CONTROL-RAW-LINE TO SNAPSHOT-LINE
               PERFORM SNAPSHOT-PUT-LINE
           END-IF.

      *One control line into the snapshot - a MODE M run's MASK
      *line names the mask copy rather than the original.
       SNAPSHOT-PUT-LINE.
           IF MASK-COPY-DONE = "Y"
               AND SNAPSHOT-LINE (1:5) = "MASK,"
               MOVE SPACES TO SNAPSHOT-LINE
               STRING "MASK," DELIMITED SIZE
                      MASK-COPY-NAME DELIMITED BY SPACE
                      INTO SNAPSHOT-LINE
               END-STRING
           END-IF.
           WRITE SNAPSHOT-LINE.

      *The stored mask this MODE M run applied, line for line under
      *the run id. A mask that cannot be copied leaves the snapshot
      *pointing at the original, as it was named.
       COPY-MASK-SNAPSHOT.
           MOVE 0 TO MASK-COPY-COUNT.
           OPEN INPUT MASK-IN-FILE.
           IF WS-MASK-IN-STATUS NOT = "00"
               DISPLAY "ANNULUS-W-NOMASKCOPY: stored mask "
                   MASK-IN-NAME " not readable, status="
                   WS-MASK-IN-STATUS " - snapshot names the original"
           ELSE
               OPEN OUTPUT MASK-COPY-FILE
               IF WS-MASK-COPY-STATUS NOT = "00"
                   DISPLAY "ANNULUS-W-NOMASKCOPY: could not write "
                       "mask_snapshot_" RUN-ID ".dat, status="
                       WS-MASK-COPY-STATUS
                       " - snapshot names the original"
               ELSE
                   MOVE "N" TO MASK-IN-EOF
                   PERFORM UNTIL MASK-IN-EOF = "Y"
                       READ MASK-IN-FILE
                           AT END
                               MOVE "Y" TO MASK-IN-EOF
                           NOT AT END
                               MOVE MASK-IN-LINE TO MASK-COPY-LINE
                               WRITE MASK-COPY-LINE
                               ADD 1 TO MASK-COPY-COUNT
                       END-READ
                   END-PERFORM
                   CLOSE MASK-COPY-FILE
                   MOVE "Y" TO MASK-COPY-DONE
               END-IF
               CLOSE MASK-IN-FILE
           END-IF.

      *Registers this run's output set in the catalog: run id,
      *timestamp, input file, mode and ring parameters, record
      *counts, and the six output file names. OPEN EXTEND appends;
      *a missing catalog is created, same pattern as the audit log.
       WRITE-RUN-CATALOG.
           MOVE FUNCTION CURRENT-DATE TO AUDIT-TIMESTAMP.
                  OUTPUT-RECORD-COUNT     DELIMITED SIZE
                  " REJREC="             DELIMITED SIZE
                  REJECT-RECORD-COUNT     DELIMITED SIZE
                  " MAXV="               DELIMITED SIZE
                  SAMPLE-CEILING          DELIMITED SIZE
                  " PNM="                DELIMITED SIZE
                  PREVIEW-MAGIC           DELIMITED SIZE
                  " OUT="                DELIMITED SIZE
                  OUTPUT-FILE-NAME        DELIMITED BY SPACE
                  " PGM="                DELIMITED SIZE
                  REJECT-FILE-NAME        DELIMITED BY SPACE
                  " PROF="               DELIMITED SIZE
                  PROFILE-FILE-NAME       DELIMITED BY SPACE
                  " OVL="                DELIMITED SIZE
                  OVERLAY-FILE-NAME       DELIMITED BY SPACE
                  INTO CATALOG-RECORD
                  WITH POINTER AUDIT-PTR
           END-STRING.

      *Ages old output sets off: when the catalog holds more than
      *RETENTION-COUNT runs, the oldest entries past the count have
      *their six files deleted and the catalog is rewritten with
      *only the surviving lines. The catalog line's leading
      *RUNID= field is what the file names are rebuilt from. An
      *approved set never goes while an unreviewed or rejected one
      *is still on catalog - see SELECT-AGED-RUNS.
       RETENTION-SWEEP.
           MOVE 0 TO CATALOG-TOTAL.
           MOVE 0 TO CATALOG-ENTRY-COUNT.
           OPEN INPUT CATALOG-FILE.
           IF WS-CATALOG-STATUS NOT = "00"
               DISPLAY "ANNULUS-W-NOCATALOG: catalog not readable, "
                           MOVE "Y" TO END-OF-FILE
                       NOT AT END
                           ADD 1 TO CATALOG-TOTAL
                           PERFORM NOTE-CATALOG-ENTRY
                   END-READ
               END-PERFORM
               CLOSE CATALOG-FILE
               IF CATALOG-TOTAL > RETENTION-COUNT
                   COMPUTE CATALOG-PURGE-COUNT =
                       CATALOG-TOTAL - RETENTION-COUNT
                   PERFORM LOAD-REVIEW-STANDING
                   PERFORM SELECT-AGED-RUNS
                   PERFORM PURGE-AGED-RUNS
               END-IF
           END-IF.

      *One catalog line's run id into the entry table, unreviewed
      *until the review file says otherwise.
       NOTE-CATALOG-ENTRY.
           IF CATALOG-ENTRY-COUNT < 250
               ADD 1 TO CATALOG-ENTRY-COUNT
               MOVE SPACES TO CATALOG-ENTRY-ID (CATALOG-ENTRY-COUNT)
               IF CATALOG-RECORD (1:6) = "RUNID="
                   MOVE CATALOG-RECORD (7:16)
                       TO CATALOG-ENTRY-ID (CATALOG-ENTRY-COUNT)
               END-IF
               MOVE "U" TO CATALOG-ENTRY-REVIEW (CATALOG-ENTRY-COUNT)
               MOVE "N" TO CATALOG-ENTRY-PURGE (CATALOG-ENTRY-COUNT)
           END-IF.

      *Every decision on the review file, oldest first, stamped on
      *the catalog entry it names - a later decision on the same
      *run overrides an earlier one. No review file means nothing
      *has been reviewed yet.
       LOAD-REVIEW-STANDING.
           OPEN INPUT REVIEW-FILE.
           IF WS-REVIEW-STATUS = "00"
               MOVE "N" TO REVIEW-EOF
               PERFORM UNTIL REVIEW-EOF = "Y"
                   READ REVIEW-FILE
                       AT END
                           MOVE "Y" TO REVIEW-EOF
                       NOT AT END
                           IF REVIEW-RUNID-TAG = "RUNID="
                               PERFORM STAMP-REVIEW-DECISION
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REVIEW-FILE
           END-IF.

       STAMP-REVIEW-DECISION.
           PERFORM VARYING CATALOG-ENTRY-SUB FROM 1 BY 1
                   UNTIL CATALOG-ENTRY-SUB > CATALOG-ENTRY-COUNT
               IF CATALOG-ENTRY-ID (CATALOG-ENTRY-SUB) = REVIEW-RUN-ID
                   AND REVIEW-RUN-ID NOT = SPACES
                   EVALUATE REVIEW-DECISION
                       WHEN "APPROVED"
                           MOVE "A" TO
                               CATALOG-ENTRY-REVIEW (CATALOG-ENTRY-SUB)
                       WHEN "REJECTED"
                           MOVE "R" TO
                               CATALOG-ENTRY-REVIEW (CATALOG-ENTRY-SUB)
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               END-IF
           END-PERFORM.

      *Picks the CATALOG-PURGE-COUNT sets to age off: the oldest
      *unapproved sets first, and only once those run out the
      *oldest approved ones. The set this run just cataloged is
      *never a candidate - it has not been reviewed yet, and the
      *batch collect and verify steps still need its files.
       SELECT-AGED-RUNS.
           MOVE 0 TO CATALOG-PURGE-PICKED CATALOG-APPROVED-AGED.
           PERFORM VARYING CATALOG-ENTRY-SUB FROM 1 BY 1
                   UNTIL CATALOG-ENTRY-SUB > CATALOG-ENTRY-COUNT
                   OR CATALOG-PURGE-PICKED >= CATALOG-PURGE-COUNT
               IF CATALOG-ENTRY-REVIEW (CATALOG-ENTRY-SUB) NOT = "A"
                   AND CATALOG-ENTRY-ID (CATALOG-ENTRY-SUB) NOT = RUN-ID
                   MOVE "Y" TO CATALOG-ENTRY-PURGE (CATALOG-ENTRY-SUB)
                   ADD 1 TO CATALOG-PURGE-PICKED
               END-IF
           END-PERFORM.
           PERFORM VARYING CATALOG-ENTRY-SUB FROM 1 BY 1
                   UNTIL CATALOG-ENTRY-SUB > CATALOG-ENTRY-COUNT
                   OR CATALOG-PURGE-PICKED >= CATALOG-PURGE-COUNT
               IF CATALOG-ENTRY-REVIEW (CATALOG-ENTRY-SUB) = "A"
                   AND CATALOG-ENTRY-ID (CATALOG-ENTRY-SUB) NOT = RUN-ID
                   MOVE "Y" TO CATALOG-ENTRY-PURGE (CATALOG-ENTRY-SUB)
                   ADD 1 TO CATALOG-PURGE-PICKED
                   ADD 1 TO CATALOG-APPROVED-AGED
               END-IF
           END-PERFORM.
           IF CATALOG-APPROVED-AGED > 0
               DISPLAY "ANNULUS-W-AGEDAPPROVED: " CATALOG-APPROVED-AGED
                   " approved set(s) aged off - every set on "
                   "catalog is approved; raise RETENTION to keep them"
           END-IF.

      *Second pass over the catalog: delete the files of the entries
      *SELECT-AGED-RUNS picked, keep the rest, rewrite.
       PURGE-AGED-RUNS.
           MOVE 0 TO CATALOG-SUB.
           MOVE 0 TO CATALOG-KEEP-COUNT.
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       ADD 1 TO CATALOG-SUB
                       MOVE "N" TO CATALOG-PURGE-THIS
                       IF CATALOG-SUB <= CATALOG-ENTRY-COUNT
                           MOVE CATALOG-ENTRY-PURGE (CATALOG-SUB)
                               TO CATALOG-PURGE-THIS
                       END-IF
                       IF CATALOG-PURGE-THIS = "Y"
                           PERFORM PURGE-ONE-RUN
                       ELSE
                           IF CATALOG-KEEP-COUNT < 200
           END-PERFORM.
           CLOSE CATALOG-FILE.

      *Deletes one aged run's six output files, named from the
      *RUNID= field leading its catalog line. A line that doesn't
      *lead with RUNID= is left alone (and dropped from the
      *catalog) rather than guessed at.
               CALL "CBL_DELETE_FILE" USING PURGE-FILE-NAME
                   RETURNING DELETE-RESULT

               MOVE SPACES TO PURGE-FILE-NAME
               STRING OUTPUT-DIRECTORY DELIMITED BY SPACE
                      "qa_overlay_" DELIMITED BY SIZE
                      PURGE-RUN-ID DELIMITED BY SIZE
                      ".ppm" DELIMITED BY SIZE
                      INTO PURGE-FILE-NAME
               END-STRING
               CALL "CBL_DELETE_FILE" USING PURGE-FILE-NAME
                   RETURNING DELETE-RESULT

      *The replay snapshot, preserved input and mask copy go with
      *the outputs they reproduce - there is nothing left to compare
      *against.
               MOVE SPACES TO PURGE-FILE-NAME
               STRING OUTPUT-DIRECTORY DELIMITED BY SPACE
                      "control_snapshot_" DELIMITED BY SIZE
                      PURGE-RUN-ID DELIMITED BY SIZE
                      ".dat" DELIMITED BY SIZE
                      INTO PURGE-FILE-NAME
               END-STRING
               CALL "CBL_DELETE_FILE" USING PURGE-FILE-NAME
                   RETURNING DELETE-RESULT

               MOVE SPACES TO PURGE-FILE-NAME
               STRING OUTPUT-DIRECTORY DELIMITED BY SPACE
                      "source_coords_" DELIMITED BY SIZE
                      PURGE-RUN-ID DELIMITED BY SIZE
                      ".dat" DELIMITED BY SIZE
                      INTO PURGE-FILE-NAME
               END-STRING
               CALL "CBL_DELETE_FILE" USING PURGE-FILE-NAME
                   RETURNING DELETE-RESULT

               MOVE SPACES TO PURGE-FILE-NAME
               STRING OUTPUT-DIRECTORY DELIMITED BY SPACE
                      "mask_snapshot_" DELIMITED BY SIZE
                      PURGE-RUN-ID DELIMITED BY SIZE
                      ".dat" DELIMITED BY SIZE
                      INTO PURGE-FILE-NAME
               END-STRING
               CALL "CBL_DELETE_FILE" USING PURGE-FILE-NAME
                   RETURNING DELETE-RESULT

               DISPLAY "ANNULUS-I-AGEDOFF: run " PURGE-RUN-ID
                   " aged off the catalog"
           END-IF.
                  WITH POINTER AUDIT-PTR
           END-STRING.

      *The calibration frames go last, after every field the trend
      *report and the control-file builder parse positionally.
           STRING " DARK="                DELIMITED SIZE
                  CAL-DARK-USED            DELIMITED BY SPACE
                  " FLAT="                DELIMITED SIZE
                  CAL-FLAT-USED            DELIMITED BY SPACE
                  INTO AUDIT-LINE
                  WITH POINTER AUDIT-PTR
           END-STRING.

      *A stored mask applied or saved is named last.
           IF MODE-FLAG = "M"
               STRING " MASKIN="           DELIMITED SIZE
                      MASK-IN-NAME         DELIMITED BY SPACE
                      INTO AUDIT-LINE
                      WITH POINTER AUDIT-PTR
               END-STRING
           END-IF.
           IF MASK-SAVE-ACTIVE = "Y"
               STRING " MASKOUT="          DELIMITED SIZE
                      MASK-OUT-NAME        DELIMITED BY SPACE
                      INTO AUDIT-LINE
                      WITH POINTER AUDIT-PTR
               END-STRING
           END-IF.

           WRITE AUDIT-LINE.
           CLOSE AUDIT-FILE.
