       IDENTIFICATION DIVISION.
       PROGRAM-ID. AnnulusIngest.

      *Reads a PGM (portable graymap) or PPM (portable pixmap) image
      *directly - ASCII P2/P3 or binary P5/P6 - and writes the
      *comma-delimited
      *coordinate file the Annulus program reads - X,Y,B lines from
      *a P2, X,Y,R,G,B lines from a P3, so a color export masks all
      *three channels in one run instead of three hand-split grey
      *validated as they are read; any malformed token stops the run
      *with a nonzero RETURN-CODE before a partial coordinate file
      *can poison a downstream run.
      *
      *Any maxval from 1 thru 65535 is taken, so a 12- or 16-bit
      *camera export keeps every brightness step it was shot with.
      *The coordinate file opens with one MAXVAL,<maxval>,<magic>
      *line ahead of the pixels, so the sample depth (and whether
      *the source was binary) travels with the file to every
      *program that reads it - Annulus works against that ceiling
      *instead of a fixed 999, and writes its preview back out in
      *the same encoding. Samples are written three digits wide
      *when the maxval allows it, five otherwise.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PGM-IN-STATUS.

           SELECT PGM-BYTE-FILE
               ASSIGN TO
               *> The same image read one byte at a time - a P5/P6
               *> raster is binary and has no lines to read by, so
               *> once the magic number says binary the header is
               *> re-read here and the samples follow it: one byte
               *> each for a maxval under 256, two (most
               *> significant first) otherwise.
               "C:\Users\danie\Desktop\imgbol\image_input.pgm"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PGM-BYTE-STATUS.

           SELECT COORD-OUT-FILE
               ASSIGN TO
               *> Same file Annulus's COORDINATE-FILE reads - the
               *> MAXVAL line, then one X,Y,B (P2/P5) or X,Y,R,G,B
               *> (P3/P6) line per pixel, zero-padded.
               "C:\Users\danie\Desktop\imgbol\image_coordinates.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COORD-OUT-STATUS.
       FD  PGM-IN-FILE.
       01  PGM-IN-LINE         PIC X(255).

       FD  PGM-BYTE-FILE.
       01  PGM-BYTE            PIC X.

       FD  COORD-OUT-FILE.
       01  COORD-OUT-RECORD.
           05 COORD-OUT-X      PIC 9(4).
           05 COLOR-OUT-G      PIC 9(3).
           05 COLOR-OUT-C4     PIC X.
           05 COLOR-OUT-B      PIC 9(3).
       01  COORD-WIDE-RECORD.
           05 WIDE-OUT-X       PIC 9(4).
           05 WIDE-OUT-C1      PIC X.
           05 WIDE-OUT-Y       PIC 9(4).
           05 WIDE-OUT-C2      PIC X.
           05 WIDE-OUT-B       PIC 9(5).
       01  COORD-WIDE-COLOR-RECORD.
           05 WIDE-COLOR-OUT-X PIC 9(4).
           05 WIDE-COLOR-OUT-C1 PIC X.
           05 WIDE-COLOR-OUT-Y PIC 9(4).
           05 WIDE-COLOR-OUT-C2 PIC X.
           05 WIDE-COLOR-OUT-R PIC 9(5).
           05 WIDE-COLOR-OUT-C3 PIC X.
           05 WIDE-COLOR-OUT-G PIC 9(5).
           05 WIDE-COLOR-OUT-C4 PIC X.
           05 WIDE-COLOR-OUT-B PIC 9(5).
       01  COORD-DEPTH-RECORD.
           05 DEPTH-OUT-TAG    PIC X(7).
           05 DEPTH-OUT-MAXVAL PIC 9(5).
           05 DEPTH-OUT-C1     PIC X.
           05 DEPTH-OUT-MAGIC  PIC X(2).

       WORKING-STORAGE SECTION.
       01  WS-PGM-IN-STATUS    PIC XX.
       01  WS-COORD-OUT-STATUS PIC XX.
       01  WS-PGM-BYTE-STATUS  PIC XX.
       01  END-OF-FILE         PIC X VALUE "N".

      *Header fields parsed from the PGM, in the order the tokenizer
       01  PARSE-STATE         PIC 9 VALUE 1.
       01  PGM-WIDTH           PIC 9(4) VALUE 0.
       01  PGM-HEIGHT          PIC 9(4) VALUE 0.
       01  PGM-MAXVAL          PIC 9(5) VALUE 0.

      *"2" for a P2 graymap, "3" for a P3 pixmap, "5" and "6" for
      *their binary forms - a P3/P6 carries three samples per
      *pixel, collected into CHANNEL-R/G/B and written as one
      *X,Y,R,G,B record when the third arrives.
       01  IMAGE-FORMAT        PIC X VALUE "2".
       01  CHANNEL-PHASE       PIC 9 VALUE 1.
       01  CHANNEL-R           PIC 9(5) VALUE 0.
       01  CHANNEL-G           PIC 9(5) VALUE 0.
       01  CHANNEL-B           PIC 9(5) VALUE 0.

      *Binary images - BINARY-IMAGE is set by the P5/P6 magic
      *number, which ends the line-by-line read. The header is then
      *walked byte by byte (BYTE-TOKEN-LEN digits gathered so far
      *into TOKEN-VALUE, BYTE-IN-COMMENT while skipping a "#" line)
      *and the raster read as SAMPLE-BYTES bytes per sample.
      *WIDE-SAMPLES picks the five-digit record layouts.
       01  BINARY-IMAGE        PIC X VALUE "N".
       01  BYTE-EOF            PIC X VALUE "N".
       01  BYTE-VALUE          PIC 9(3) VALUE 0.
       01  BYTE-HIGH           PIC 9(3) VALUE 0.
       01  BYTE-TOKEN-LEN      PIC 9(4) VALUE 0.
       01  BYTE-IN-COMMENT     PIC X VALUE "N".
       01  BYTE-MAGIC-SKIP     PIC 9 VALUE 0.
       01  SAMPLE-BYTES        PIC 9 VALUE 1.
       01  WIDE-SAMPLES        PIC X VALUE "N".

      *Tokenizer working fields - PGM tokens are whitespace-separated
      *and a line may carry any number of them, so each line is walked
       01  SAMPLES-SEEN        PIC 9(8) VALUE 0.
       01  RECORDS-WRITTEN     PIC 9(8) VALUE 0.

      *A fresh coordinate file is an uncalibrated one - the raw copy
      *and calibration stamp AnnulusCalibrate left for the previous
      *image are removed once this one is complete.
       01  RAW-COPY-NAME       PIC X(100) VALUE
           "C:\Users\danie\Desktop\imgbol\image_coordinates_raw.dat".
       01  CALSTAMP-FILE-NAME  PIC X(100) VALUE
           "C:\Users\danie\Desktop\imgbol\calibration_stamp.dat".
       01  DELETE-RESULT       PIC 9(4) COMP.

       PROCEDURE DIVISION.
       PROGRAM-INIT.
           OPEN INPUT PGM-IN-FILE.
               STOP RUN
           END-IF.

           PERFORM UNTIL END-OF-FILE = "Y" OR BINARY-IMAGE = "Y"
               READ PGM-IN-FILE
                   AT END
                       MOVE "Y" TO END-OF-FILE
               END-READ
           END-PERFORM.

           IF BINARY-IMAGE = "Y"
               CLOSE PGM-IN-FILE
               PERFORM READ-BINARY-IMAGE
           END-IF.

           IF PARSE-STATE < 5
               DISPLAY "INGEST-E-SHORTHEADER: image ended before "
                   "the magic/width/height/maxval header was complete"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
               STOP RUN
           END-IF.

           IF BINARY-IMAGE = "Y"
               CLOSE PGM-BYTE-FILE
           ELSE
               CLOSE PGM-IN-FILE
           END-IF.
           CLOSE COORD-OUT-FILE.
           CALL "CBL_DELETE_FILE" USING RAW-COPY-NAME
               RETURNING DELETE-RESULT.
           CALL "CBL_DELETE_FILE" USING CALSTAMP-FILE-NAME
               RETURNING DELETE-RESULT.

           DISPLAY "INGEST-I-DONE: P" IMAGE-FORMAT " "
               PGM-WIDTH " x " PGM-HEIGHT
               " image, maxval " PGM-MAXVAL ", wrote "
               RECORDS-WRITTEN " coordinate records".
           STOP RUN.
                   PGM-IN-LINE (COMMENT-COLUMN:)
           END-IF.

      *A binary magic number ends the walk - whatever follows it on
      *this line is re-read a byte at a time.
           MOVE 1 TO LINE-SCAN-PTR.
           PERFORM UNTIL LINE-SCAN-PTR > 255 OR BINARY-IMAGE = "Y"
               MOVE SPACES TO PGM-TOKEN
               MOVE 0 TO PGM-TOKEN-LEN
               UNSTRING PGM-IN-LINE DELIMITED BY ALL " "
      *number, width, height, maxval, then the samples themselves.
       PROCESS-PGM-TOKEN.
           IF PARSE-STATE = 1
               EVALUATE PGM-TOKEN
                   WHEN "P2"
                   WHEN "P3"
                       MOVE PGM-TOKEN (2:1) TO IMAGE-FORMAT
                       MOVE 2 TO PARSE-STATE
                   WHEN "P5"
                   WHEN "P6"
                       MOVE PGM-TOKEN (2:1) TO IMAGE-FORMAT
                       MOVE 2 TO PARSE-STATE
                       MOVE "Y" TO BINARY-IMAGE
                   WHEN OTHER
                       DISPLAY "INGEST-E-BADMAGIC: expected P2, P3, "
                           "P5, or P6, got " PGM-TOKEN
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
               END-EVALUATE
           ELSE
               PERFORM VALIDATE-NUMERIC-TOKEN
               EVALUATE PARSE-STATE
           MOVE TOKEN-VALUE TO PGM-HEIGHT.
           MOVE 4 TO PARSE-STATE.

      *The maxval is the image's own brightness ceiling - 65535 is
      *as deep as the format goes (a 16-bit sample). It is written
      *ahead of the first pixel as the coordinate file's MAXVAL
      *line, with the magic number, so Annulus transforms and
      *previews against this image's ceiling rather than a fixed
      *one. A binary raster takes two bytes per sample from 256 up.
       ACCEPT-PGM-MAXVAL.
           IF TOKEN-VALUE < 1 OR TOKEN-VALUE > 65535
               DISPLAY "INGEST-E-BADMAXVAL: maxval must be 1 thru "
                   "65535, got " TOKEN-VALUE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE TOKEN-VALUE TO PGM-MAXVAL.
           IF PGM-MAXVAL > 999
               MOVE "Y" TO WIDE-SAMPLES
           END-IF.
           IF PGM-MAXVAL > 255
               MOVE 2 TO SAMPLE-BYTES
           END-IF.
           COMPUTE SAMPLES-EXPECTED = PGM-WIDTH * PGM-HEIGHT.
           IF IMAGE-FORMAT = "3" OR IMAGE-FORMAT = "6"
               COMPUTE SAMPLES-EXPECTED = SAMPLES-EXPECTED * 3
           END-IF.

           MOVE "MAXVAL," TO DEPTH-OUT-TAG.
           MOVE PGM-MAXVAL TO DEPTH-OUT-MAXVAL.
           MOVE "," TO DEPTH-OUT-C1.
           STRING "P" DELIMITED SIZE
                  IMAGE-FORMAT DELIMITED SIZE
                  INTO DEPTH-OUT-MAGIC
           END-STRING.
           WRITE COORD-DEPTH-RECORD.

           MOVE 0 TO PIXEL-X PIXEL-Y.
           MOVE 1 TO CHANNEL-PHASE.
           MOVE 5 TO PARSE-STATE.

      *One sample in row order - X runs 0 thru width-1 across each
      *row, Y 0 thru height-1 down the image, matching the (OUT-X,
      *OUT-Y) layout PGM-PLOT-PIXEL renders from. A P2/P5 sample is
      *a whole pixel; a P3/P6 pixel arrives as three samples (R, G,
      *B) and only the third writes the record, so a truncated color
      *image can never leave a pixel with made-up channels. ASCII
      *and binary samples both arrive here in TOKEN-VALUE.
       ACCEPT-PGM-SAMPLE.
           IF SAMPLES-SEEN >= SAMPLES-EXPECTED
               DISPLAY "INGEST-E-LONGIMAGE: more samples than the "
           END-IF.

           ADD 1 TO SAMPLES-SEEN.
           IF IMAGE-FORMAT = "2" OR IMAGE-FORMAT = "5"
               IF WIDE-SAMPLES = "Y"
                   MOVE PIXEL-X TO WIDE-OUT-X
                   MOVE PIXEL-Y TO WIDE-OUT-Y
                   MOVE TOKEN-VALUE TO WIDE-OUT-B
                   MOVE "," TO WIDE-OUT-C1 WIDE-OUT-C2
                   WRITE COORD-WIDE-RECORD
               ELSE
                   MOVE PIXEL-X TO COORD-OUT-X
                   MOVE PIXEL-Y TO COORD-OUT-Y
                   MOVE TOKEN-VALUE TO COORD-OUT-B
                   MOVE "," TO COORD-OUT-C1 COORD-OUT-C2
                   WRITE COORD-OUT-RECORD
               END-IF
               ADD 1 TO RECORDS-WRITTEN
               PERFORM ADVANCE-PIXEL-CURSOR
           ELSE
                       MOVE 3 TO CHANNEL-PHASE
                   WHEN 3
                       MOVE TOKEN-VALUE TO CHANNEL-B
                       PERFORM WRITE-COLOR-RECORD
                       ADD 1 TO RECORDS-WRITTEN
                       MOVE 1 TO CHANNEL-PHASE
                       PERFORM ADVANCE-PIXEL-CURSOR
               END-EVALUATE
           END-IF.

       WRITE-COLOR-RECORD.
           IF WIDE-SAMPLES = "Y"
               MOVE PIXEL-X TO WIDE-COLOR-OUT-X
               MOVE PIXEL-Y TO WIDE-COLOR-OUT-Y
               MOVE CHANNEL-R TO WIDE-COLOR-OUT-R
               MOVE CHANNEL-G TO WIDE-COLOR-OUT-G
               MOVE CHANNEL-B TO WIDE-COLOR-OUT-B
               MOVE "," TO WIDE-COLOR-OUT-C1 WIDE-COLOR-OUT-C2
                   WIDE-COLOR-OUT-C3 WIDE-COLOR-OUT-C4
               WRITE COORD-WIDE-COLOR-RECORD
           ELSE
               MOVE PIXEL-X TO COLOR-OUT-X
               MOVE PIXEL-Y TO COLOR-OUT-Y
               MOVE CHANNEL-R TO COLOR-OUT-R
               MOVE CHANNEL-G TO COLOR-OUT-G
               MOVE CHANNEL-B TO COLOR-OUT-B
               MOVE "," TO COLOR-OUT-C1 COLOR-OUT-C2
                   COLOR-OUT-C3 COLOR-OUT-C4
               WRITE COORD-OUT-COLOR-RECORD
           END-IF.

      *P5/P6 - the image is reopened byte by byte. The two magic
      *bytes are passed over (the line read already took them),
      *then width, height, and maxval are gathered as digit runs
      *between whitespace, "#" comments skipped to end of line,
      *and handed to the same ACCEPT paragraphs the ASCII path
      *uses. Exactly one whitespace byte follows the maxval; the
      *raster starts right after it. Bytes past the last sample
      *the header promised are not read.
       READ-BINARY-IMAGE.
           OPEN INPUT PGM-BYTE-FILE.
           IF WS-PGM-BYTE-STATUS NOT = "00"
               DISPLAY "INGEST-E-NOINPUT: could not reopen "
                   "image_input.pgm for its binary raster, status="
                   WS-PGM-BYTE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM VARYING BYTE-MAGIC-SKIP FROM 1 BY 1
                   UNTIL BYTE-MAGIC-SKIP > 2 OR BYTE-EOF = "Y"
               PERFORM READ-IMAGE-BYTE
           END-PERFORM.

           MOVE 0 TO TOKEN-VALUE BYTE-TOKEN-LEN.
           PERFORM UNTIL PARSE-STATE > 4 OR BYTE-EOF = "Y"
               PERFORM READ-IMAGE-BYTE
               IF BYTE-EOF = "N"
                   PERFORM PROCESS-HEADER-BYTE
               END-IF
           END-PERFORM.

           PERFORM UNTIL SAMPLES-SEEN >= SAMPLES-EXPECTED
                   OR BYTE-EOF = "Y"
                   OR PARSE-STATE < 5
               PERFORM READ-IMAGE-BYTE
               IF BYTE-EOF = "N"
                   IF SAMPLE-BYTES = 1
                       MOVE BYTE-VALUE TO TOKEN-VALUE
                       PERFORM ACCEPT-PGM-SAMPLE
                   ELSE
                       MOVE BYTE-VALUE TO BYTE-HIGH
                       PERFORM READ-IMAGE-BYTE
                       IF BYTE-EOF = "N"
                           COMPUTE TOKEN-VALUE =
                               BYTE-HIGH * 256 + BYTE-VALUE
                           PERFORM ACCEPT-PGM-SAMPLE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

      *One header byte: a digit extends the token, whitespace ends
      *it (an empty token is just more whitespace), "#" opens a
      *comment that runs to the next line feed or carriage return.
       PROCESS-HEADER-BYTE.
           IF BYTE-IN-COMMENT = "Y"
               IF BYTE-VALUE = 10 OR BYTE-VALUE = 13
                   MOVE "N" TO BYTE-IN-COMMENT
               END-IF
           ELSE
               EVALUATE TRUE
                   WHEN PGM-BYTE IS NUMERIC
                       IF BYTE-TOKEN-LEN >= 8
                           DISPLAY "INGEST-E-BADTOKEN: header field "
                               PARSE-STATE " runs past 8 digits"
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       COMPUTE TOKEN-VALUE = TOKEN-VALUE * 10
                           + FUNCTION NUMVAL(PGM-BYTE)
                       ADD 1 TO BYTE-TOKEN-LEN
                   WHEN BYTE-VALUE = 32 OR BYTE-VALUE = 9
                       OR BYTE-VALUE = 10 OR BYTE-VALUE = 13
                       IF BYTE-TOKEN-LEN > 0
                           PERFORM ACCEPT-HEADER-TOKEN
                       END-IF
                   WHEN PGM-BYTE = "#" AND BYTE-TOKEN-LEN = 0
                       MOVE "Y" TO BYTE-IN-COMMENT
                   WHEN OTHER
                       DISPLAY "INGEST-E-BADTOKEN: unexpected byte "
                           BYTE-VALUE " in header field " PARSE-STATE
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
               END-EVALUATE
           END-IF.

       ACCEPT-HEADER-TOKEN.
           EVALUATE PARSE-STATE
               WHEN 2
                   PERFORM ACCEPT-PGM-WIDTH
               WHEN 3
                   PERFORM ACCEPT-PGM-HEIGHT
               WHEN 4
                   PERFORM ACCEPT-PGM-MAXVAL
           END-EVALUATE.
           MOVE 0 TO TOKEN-VALUE BYTE-TOKEN-LEN.

       READ-IMAGE-BYTE.
           READ PGM-BYTE-FILE
               AT END
                   MOVE "Y" TO BYTE-EOF
               NOT AT END
                   COMPUTE BYTE-VALUE = FUNCTION ORD(PGM-BYTE) - 1
           END-READ.

       ADVANCE-PIXEL-CURSOR.
           ADD 1 TO PIXEL-X.
           IF PIXEL-X >= PGM-WIDTH
