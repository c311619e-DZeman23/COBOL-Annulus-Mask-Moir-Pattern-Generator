       IDENTIFICATION DIVISION.
       PROGRAM-ID. AnnulusReplay.

      *Exact replay of a cataloged run. The catalog and audit lines
      *carry only each ring's diameters, which is not enough to
      *reproduce a run - sectors, ellipses, transforms, channel
      *keeps, CENTER blocks, FEATHER, COMBINE and CENTROID-PCT are
      *all lost, and a TEMPLATE line names a library block that may
      *have been edited since. So every Annulus run now leaves
      *control_snapshot_<runid>.dat beside its outputs:
      *
      *    RUNID,<run id>
      *    SOURCE-REF,<coordinate file to restage>,<record count>
      *    ORIGIN,<the image the run named as its source>
      *    CALIBRATION,<dark frame>,<flat frame>
      *    TEMPLATE-REF,<template name>,<line count> | NONE
      *    MASK-REF,<mask copy>,<record count> | NONE
      *    CONTROL
      *    <the control file as applied, TEMPLATE expanded>
      *
      *The SOURCE-REF is the original coordinate file when the
      *run's SOURCE line names it, or the source_coords_<runid>.dat
      *copy the run kept when nothing else would reproduce its
      *input (a standalone run off the staged file, or a calibrated
      *image). A MODE M run's stored mask is copied the same way, to
      *mask_snapshot_<runid>.dat, and the snapshot's MASK line
      *names the copy, so the replay applies the mask the run did.
      *
      *This program takes the run id from the lane-scoped
      *annulus_replay_control.dat (one RUNID,<run id> line),
      *restages that run's source and control file exactly as they
      *were, CALLs Annulus, and compares the new run's new_coords
      *and rejected_coords record for record with the original's.
      *The outcome - and the first differing records - go to
      *replay_report_<runid>.dat. It takes over the lane's staging
      *the way a batch job does, so run it in a lane of its own
      *when the lane is busy. A replay is itself a cataloged run.
      *
      *RETURN-CODE 0 the replay matched, 8 it differed, 16 the run
      *could not be replayed (not on the catalog, no snapshot, the
      *source or mask copy is gone or no longer holds what the run
      *read, or the rerun failed).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REPLAY-CONTROL-FILE
               ASSIGN USING REPLAY-CONTROL-NAME
               *> annulus_replay_control.dat under the lane
               *> directory - the RUNID line.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPLAY-CONTROL-STATUS.

           SELECT CATALOG-FILE
               ASSIGN USING CATALOG-FILE-NAME
               *> The lane's run catalog - the run must still be on
               *> it, and the replay's own run id is its last line
               *> afterwards.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CATALOG-STATUS.

           SELECT SNAPSHOT-FILE
               ASSIGN USING SNAPSHOT-FILE-NAME
               *> control_snapshot_<runid>.dat - see the header.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SNAPSHOT-STATUS.

           SELECT CONTROL-OUT-FILE
               ASSIGN USING CONTROL-OUT-NAME
               *> The lane's annulus_control.dat, rewritten from the
               *> snapshot's control lines.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-OUT-STATUS.

           SELECT COPY-IN-FILE
               ASSIGN USING COPY-IN-NAME
               *> Generic line copier - stages the source and sets
               *> the original outputs aside. See COPY-ONE-FILE.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COPY-IN-STATUS.

           SELECT COPY-OUT-FILE
               ASSIGN USING COPY-OUT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COPY-OUT-STATUS.

           SELECT ORIGINAL-FILE
               ASSIGN USING ORIGINAL-NAME
               *> One of the original run's outputs, as set aside
               *> before the rerun. See COMPARE-RUN-FILE.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ORIGINAL-STATUS.

           SELECT REPLAYED-FILE
               ASSIGN USING REPLAYED-NAME
               *> The same output from the replay run.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPLAYED-STATUS.

           SELECT REPLAY-REPORT-FILE
               ASSIGN USING REPLAY-REPORT-NAME
               *> replay_report_<runid>.dat - the outcome, kept
               *> under the original run id as the evidence.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPLAY-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REPLAY-CONTROL-FILE.
       01  REPLAY-CONTROL-LINE PIC X(80).

       FD  CATALOG-FILE.
       01  CATALOG-RECORD      PIC X(800).

       FD  SNAPSHOT-FILE.
       01  SNAPSHOT-LINE       PIC X(120).

       FD  CONTROL-OUT-FILE.
       01  CONTROL-OUT-LINE    PIC X(120).

       FD  COPY-IN-FILE.
       01  COPY-IN-LINE        PIC X(600).

       FD  COPY-OUT-FILE.
       01  COPY-OUT-LINE       PIC X(600).

       FD  ORIGINAL-FILE.
       01  ORIGINAL-LINE       PIC X(100).

       FD  REPLAYED-FILE.
       01  REPLAYED-LINE       PIC X(100).

       FD  REPLAY-REPORT-FILE.
       01  REPLAY-REPORT-LINE  PIC X(160).

       WORKING-STORAGE SECTION.
       01  WS-REPLAY-CONTROL-STATUS PIC XX.
       01  WS-CATALOG-STATUS     PIC XX.
       01  WS-SNAPSHOT-STATUS    PIC XX.
       01  WS-CONTROL-OUT-STATUS PIC XX.
       01  WS-COPY-IN-STATUS     PIC XX.
       01  WS-COPY-OUT-STATUS    PIC XX.
       01  WS-ORIGINAL-STATUS    PIC XX.
       01  WS-REPLAYED-STATUS    PIC XX.
       01  WS-REPLAY-REPORT-STATUS PIC XX.
       01  END-OF-FILE           PIC X VALUE "N".

      *Partitioned work lanes - the same command-line lane id and
      *directory layout every other program resolves. The CALLed
      *Annulus reads the same command line, so it reruns in the
      *lane the original ran in.
       01  COMMAND-LINE-TEXT     PIC X(80).
       01  LANE-ID               PIC X(8) VALUE SPACES.
       01  LANE-DIGIT-TEST       PIC X(8).
       01  BASE-DIRECTORY        PIC X(30) VALUE
           "C:\Users\danie\Desktop\imgbol\".
       01  OUTPUT-DIRECTORY      PIC X(44).
       01  REPLAY-CONTROL-NAME   PIC X(100).
       01  CATALOG-FILE-NAME     PIC X(100).
       01  SNAPSHOT-FILE-NAME    PIC X(100).
       01  CONTROL-OUT-NAME      PIC X(100).
       01  STAGED-COORD-NAME     PIC X(100).
       01  RESTART-FILE-NAME     PIC X(100).
       01  RAW-COPY-NAME         PIC X(100).
       01  CALSTAMP-FILE-NAME    PIC X(100).
       01  REPLAY-REPORT-NAME    PIC X(100).
       01  DELETE-RESULT         PIC 9(4) COMP.

      *The run being replayed, and the run the replay produced.
       01  CTL-TAG               PIC X(10).
       01  CTL-VALUE             PIC X(60).
       01  ORIGINAL-RUN-ID       PIC X(16) VALUE SPACES.
       01  REPLAY-RUN-ID         PIC X(16) VALUE SPACES.
       01  CATALOG-RUN-FOUND     PIC X VALUE "N".

      *The snapshot's reference lines and control lines. A control
      *file is a header, at most 20 ring lines, up to 4 CENTER lines
      *and the SOURCE / MASKSAVE / MASK lines - 60 is ample.
       01  SNAP-TAG              PIC X(14).
       01  SNAP-FIELD-1          PIC X(100).
       01  SNAP-FIELD-2          PIC X(40).
       01  SNAP-SOURCE-REF       PIC X(100) VALUE SPACES.
       01  SNAP-RECORD-COUNT     PIC 9(8) VALUE 0.
       01  SNAP-ORIGIN           PIC X(100) VALUE SPACES.
       01  SNAP-DARK             PIC X(30) VALUE SPACES.
       01  SNAP-FLAT             PIC X(30) VALUE SPACES.
       01  SNAP-TEMPLATE         PIC X(16) VALUE SPACES.
       01  SNAP-MASK-REF         PIC X(100) VALUE SPACES.
       01  SNAP-MASK-COUNT       PIC 9(8) VALUE 0.
       01  SNAP-IN-CONTROL       PIC X VALUE "N".
       01  SNAP-CONTROL-TABLE.
           05 SNAP-CONTROL-LINE OCCURS 60 TIMES PIC X(120).
       01  SNAP-CONTROL-COUNT    PIC 9(2) VALUE 0.
       01  SNAP-CONTROL-SUB      PIC 9(2).

      *Generic copier - COPY-FAILED = Y means the input could not be
      *opened; a successful copy leaves its line count behind.
       01  COPY-IN-NAME          PIC X(100).
       01  COPY-OUT-NAME         PIC X(100).
       01  COPY-FAILED           PIC X.
       01  COPY-LINE-COUNT       PIC 9(8).
       01  COPY-EOF              PIC X.

      *Record-for-record comparison. The original outputs are set
      *aside under fixed names first - the replay run's own
      *retention sweep may age the original set off the catalog.
       01  OUTPUT-KIND-TABLE.
           05 FILLER PIC X(16) VALUE "new_coords".
           05 FILLER PIC X(24) VALUE "replay_orig_coords.dat".
           05 FILLER PIC X(16) VALUE "rejected_coords".
           05 FILLER PIC X(24) VALUE "replay_orig_rejects.dat".
       01  OUTPUT-KIND-REDEF REDEFINES OUTPUT-KIND-TABLE.
           05 OUTPUT-KIND-ENTRY OCCURS 2 TIMES.
              10 OUTPUT-KIND-BASE  PIC X(16).
              10 OUTPUT-KIND-ASIDE PIC X(24).
       01  OUTPUT-KIND-SUB       PIC 9.
       01  ORIGINAL-NAME         PIC X(100).
       01  REPLAYED-NAME         PIC X(100).
       01  ORIGINAL-EOF          PIC X.
       01  REPLAYED-EOF          PIC X.
       01  ORIGINAL-OPENED       PIC X.
       01  REPLAYED-OPENED       PIC X.
       01  ORIGINAL-COUNT        PIC 9(8).
       01  REPLAYED-COUNT        PIC 9(8).
       01  COMPARE-LINE-NO       PIC 9(8).
       01  FILE-DIFF-COUNT       PIC 9(8).
       01  TOTAL-DIFF-COUNT      PIC 9(8) VALUE 0.
       01  DIFF-SHOWN            PIC 9(4) VALUE 0.
       01  DIFF-SHOW-LIMIT       PIC 9(4) VALUE 20.

       PROCEDURE DIVISION.
       REPLAY-INIT.
           PERFORM LANE-SETUP.
           PERFORM LOAD-REPLAY-CONTROL.
           PERFORM FIND-CATALOG-RUN.
           PERFORM LOAD-SNAPSHOT.
           PERFORM CHECK-MASK-COPY.
           PERFORM SET-ORIGINALS-ASIDE.
           PERFORM STAGE-SOURCE.
           PERFORM WRITE-REPLAY-CONTROL.
           PERFORM RUN-ANNULUS-REPLAY.
           PERFORM READ-REPLAY-RUN-ID.

           OPEN OUTPUT REPLAY-REPORT-FILE.
           IF WS-REPLAY-REPORT-STATUS NOT = "00"
               DISPLAY "REPLAY-E-NOREPORT: could not open "
                   REPLAY-REPORT-NAME ", status="
                   WS-REPLAY-REPORT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM WRITE-REPORT-HEADING.
           PERFORM VARYING OUTPUT-KIND-SUB FROM 1 BY 1
                   UNTIL OUTPUT-KIND-SUB > 2
               PERFORM COMPARE-RUN-FILE
           END-PERFORM.
           PERFORM WRITE-REPORT-VERDICT.
           CLOSE REPLAY-REPORT-FILE.

           IF TOTAL-DIFF-COUNT > 0
               DISPLAY "REPLAY-E-DIFFERS: replay " REPLAY-RUN-ID
                   " of run " ORIGINAL-RUN-ID " differs in "
                   TOTAL-DIFF-COUNT " record(s) - see "
                   REPLAY-REPORT-NAME
               MOVE 8 TO RETURN-CODE
           ELSE
               DISPLAY "REPLAY-I-MATCH: replay " REPLAY-RUN-ID
                   " reproduces run " ORIGINAL-RUN-ID
                   " record for record"
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
                   DISPLAY "REPLAY-E-BADLANE: lane id must be "
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
               DISPLAY "REPLAY-I-LANE: replaying in lane " LANE-ID
           END-IF.

           MOVE SPACES TO REPLAY-CONTROL-NAME.
           STRING OUTPUT-DIRECTORY DELIMITED BY SPACE
                  "annulus_replay_control.dat" DELIMITED BY SIZE
                  INTO REPLAY-CONTROL-NAME
           END-STRING.
           MOVE SPACES TO CATALOG-FILE-NAME.
           STRING OUTPUT-DIRECTORY DELIMITED BY SPACE
                  "annulus_catalog.dat" DELIMITED BY SIZE
                  INTO CATALOG-FILE-NAME
           END-STRING.
           MOVE SPACES TO CONTROL-OUT-NAME.
           STRING OUTPUT-DIRECTORY DELIMITED BY SPACE
                  "annulus_control.dat" DELIMITED BY SIZE
                  INTO CONTROL-OUT-NAME
           END-STRING.
           MOVE SPACES TO STAGED-COORD-NAME.
           STRING OUTPUT-DIRECTORY DELIMITED BY SPACE
                  "image_coordinates.dat" DELIMITED BY SIZE
                  INTO STAGED-COORD-NAME
           END-STRING.
           MOVE SPACES TO RESTART-FILE-NAME.
           STRING OUTPUT-DIRECTORY DELIMITED BY SPACE
                  "annulus_restart.dat" DELIMITED BY SIZE
                  INTO RESTART-FILE-NAME
           END-STRING.
           MOVE SPACES TO RAW-COPY-NAME.
           STRING OUTPUT-DIRECTORY DELIMITED BY SPACE
                  "image_coordinates_raw.dat" DELIMITED BY SIZE
                  INTO RAW-COPY-NAME
           END-STRING.
           MOVE SPACES TO CALSTAMP-FILE-NAME.
           STRING OUTPUT-DIRECTORY DELIMITED BY SPACE
                  "calibration_stamp.dat" DELIMITED BY SIZE
                  INTO CALSTAMP-FILE-NAME
           END-STRING.

      *The RUNID,<run id> line naming the run to replay.
       LOAD-REPLAY-CONTROL.
           OPEN INPUT REPLAY-CONTROL-FILE.
           IF WS-REPLAY-CONTROL-STATUS NOT = "00"
               DISPLAY "REPLAY-E-NOCONTROL: could not open "
                   REPLAY-CONTROL-NAME ", status="
                   WS-REPLAY-CONTROL-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE "N" TO END-OF-FILE.
           PERFORM UNTIL END-OF-FILE = "Y"
               READ REPLAY-CONTROL-FILE
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       MOVE SPACES TO CTL-TAG CTL-VALUE
                       UNSTRING REPLAY-CONTROL-LINE DELIMITED BY ","
                           INTO CTL-TAG
                                CTL-VALUE
                       END-UNSTRING
                       IF CTL-TAG = "RUNID"
                           MOVE CTL-VALUE TO ORIGINAL-RUN-ID
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE REPLAY-CONTROL-FILE.
           MOVE "N" TO END-OF-FILE.

           IF ORIGINAL-RUN-ID = SPACES
               DISPLAY "REPLAY-E-NORUNID: no RUNID,<run id> line in "
                   REPLAY-CONTROL-NAME
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE SPACES TO SNAPSHOT-FILE-NAME.
           STRING OUTPUT-DIRECTORY DELIMITED BY SPACE
                  "control_snapshot_" DELIMITED BY SIZE
                  ORIGINAL-RUN-ID DELIMITED BY SIZE
                  ".dat" DELIMITED BY SIZE
                  INTO SNAPSHOT-FILE-NAME
           END-STRING.
           MOVE SPACES TO REPLAY-REPORT-NAME.
           STRING OUTPUT-DIRECTORY DELIMITED BY SPACE
                  "replay_report_" DELIMITED BY SIZE
                  ORIGINAL-RUN-ID DELIMITED BY SIZE
                  ".dat" DELIMITED BY SIZE
                  INTO REPLAY-REPORT-NAME
           END-STRING.
           DISPLAY "REPLAY-I-RUNID: replaying run " ORIGINAL-RUN-ID.

      *A run no longer on the catalog has aged off, and its outputs
      *with it - there is nothing to compare a replay against.
       FIND-CATALOG-RUN.
           OPEN INPUT CATALOG-FILE.
           IF WS-CATALOG-STATUS NOT = "00"
               DISPLAY "REPLAY-E-NOCATALOG: annulus_catalog.dat not "
                   "readable, status=" WS-CATALOG-STATUS
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
                           AND CATALOG-RECORD (7:16) = ORIGINAL-RUN-ID
                           MOVE "Y" TO CATALOG-RUN-FOUND
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CATALOG-FILE.
           MOVE "N" TO END-OF-FILE.

           IF CATALOG-RUN-FOUND = "N"
               DISPLAY "REPLAY-E-NOTCATALOGED: run " ORIGINAL-RUN-ID
                   " is not on the catalog - never run in this "
                   "lane, or aged off"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *Reference lines up to CONTROL, the control lines after it.
       LOAD-SNAPSHOT.
           OPEN INPUT SNAPSHOT-FILE.
           IF WS-SNAPSHOT-STATUS NOT = "00"
               DISPLAY "REPLAY-E-NOSNAPSHOT: run " ORIGINAL-RUN-ID
                   " has no control snapshot, status="
                   WS-SNAPSHOT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE "N" TO END-OF-FILE.
           PERFORM UNTIL END-OF-FILE = "Y"
               READ SNAPSHOT-FILE
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       IF SNAP-IN-CONTROL = "Y"
                           PERFORM KEEP-SNAPSHOT-CONTROL-LINE
                       ELSE
                           PERFORM LOAD-SNAPSHOT-REFERENCE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE SNAPSHOT-FILE.
           MOVE "N" TO END-OF-FILE.

           IF SNAP-SOURCE-REF = SPACES OR SNAP-CONTROL-COUNT = 0
               DISPLAY "REPLAY-E-BADSNAPSHOT: snapshot for run "
                   ORIGINAL-RUN-ID " names no source or holds no "
                   "control lines"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           DISPLAY "REPLAY-I-SOURCE: " SNAP-SOURCE-REF.
           IF SNAP-TEMPLATE NOT = SPACES
               AND SNAP-TEMPLATE NOT = "NONE"
               DISPLAY "REPLAY-I-TEMPLATE: template " SNAP-TEMPLATE
                   " as the run expanded it"
           END-IF.

       LOAD-SNAPSHOT-REFERENCE.
           MOVE SPACES TO SNAP-TAG SNAP-FIELD-1 SNAP-FIELD-2.
           UNSTRING SNAPSHOT-LINE DELIMITED BY ","
               INTO SNAP-TAG
                    SNAP-FIELD-1
                    SNAP-FIELD-2
           END-UNSTRING.
           EVALUATE SNAP-TAG
               WHEN "SOURCE-REF"
                   MOVE SNAP-FIELD-1 TO SNAP-SOURCE-REF
                   IF SNAP-FIELD-2 (1:8) IS NUMERIC
                       MOVE SNAP-FIELD-2 (1:8) TO SNAP-RECORD-COUNT
                   END-IF
               WHEN "ORIGIN"
                   MOVE SNAP-FIELD-1 TO SNAP-ORIGIN
               WHEN "CALIBRATION"
                   MOVE SNAP-FIELD-1 TO SNAP-DARK
                   MOVE SNAP-FIELD-2 TO SNAP-FLAT
               WHEN "TEMPLATE-REF"
                   MOVE SNAP-FIELD-1 TO SNAP-TEMPLATE
               WHEN "MASK-REF"
                   IF SNAP-FIELD-1 NOT = "NONE"
                       MOVE SNAP-FIELD-1 TO SNAP-MASK-REF
                       IF SNAP-FIELD-2 (1:8) IS NUMERIC
                           MOVE SNAP-FIELD-2 (1:8) TO SNAP-MASK-COUNT
                       END-IF
                   END-IF
               WHEN "CONTROL"
                   MOVE "Y" TO SNAP-IN-CONTROL
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *A MASKSAVE line loses its path: the replay saves its mask
      *under its own run id instead of overwriting the original's.
       KEEP-SNAPSHOT-CONTROL-LINE.
           IF SNAP-CONTROL-COUNT >= 60
               DISPLAY "REPLAY-E-BADSNAPSHOT: more than 60 control "
                   "lines in the snapshot for run " ORIGINAL-RUN-ID
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO SNAP-CONTROL-COUNT.
           IF SNAPSHOT-LINE (1:9) = "MASKSAVE,"
               MOVE "MASKSAVE," TO SNAP-CONTROL-LINE
                   (SNAP-CONTROL-COUNT)
           ELSE
               MOVE SNAPSHOT-LINE TO SNAP-CONTROL-LINE
                   (SNAP-CONTROL-COUNT)
           END-IF.

      *The original outputs go under fixed replay names before the
      *rerun - see OUTPUT-KIND-TABLE.
       SET-ORIGINALS-ASIDE.
           PERFORM VARYING OUTPUT-KIND-SUB FROM 1 BY 1
                   UNTIL OUTPUT-KIND-SUB > 2
               MOVE SPACES TO COPY-IN-NAME COPY-OUT-NAME
               STRING OUTPUT-DIRECTORY DELIMITED BY SPACE
                      OUTPUT-KIND-BASE (OUTPUT-KIND-SUB)
                          DELIMITED BY SPACE
                      "_" DELIMITED BY SIZE
                      ORIGINAL-RUN-ID DELIMITED BY SIZE
                      ".dat" DELIMITED BY SIZE
                      INTO COPY-IN-NAME
               END-STRING
               STRING OUTPUT-DIRECTORY DELIMITED BY SPACE
                      OUTPUT-KIND-ASIDE (OUTPUT-KIND-SUB)
                          DELIMITED BY SPACE
                      INTO COPY-OUT-NAME
               END-STRING
               PERFORM COPY-ONE-FILE
               IF COPY-FAILED = "Y"
                   DISPLAY "REPLAY-E-NOORIGINAL: original output "
                       COPY-IN-NAME " not readable"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-PERFORM.

      *Restages the source as the lane's image_coordinates.dat. The
      *record count has to match what the original run read - a
      *source file that has been re-exported since is a different
      *image, and replaying it would prove nothing. The lane's
      *checkpoint, calibration stamp and raw copy describe whatever
      *was staged before, so they go, as in batch staging.
       STAGE-SOURCE.
           MOVE SNAP-SOURCE-REF TO COPY-IN-NAME.
           MOVE STAGED-COORD-NAME TO COPY-OUT-NAME.
           PERFORM COPY-ONE-FILE.
           IF COPY-FAILED = "Y"
               DISPLAY "REPLAY-E-NOSOURCE: source "
                   SNAP-SOURCE-REF " could not be read"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF COPY-LINE-COUNT NOT = SNAP-RECORD-COUNT
               DISPLAY "REPLAY-E-SOURCECHANGED: source "
                   SNAP-SOURCE-REF " holds " COPY-LINE-COUNT
                   " records, the run read " SNAP-RECORD-COUNT
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           CALL "CBL_DELETE_FILE" USING RESTART-FILE-NAME
               RETURNING DELETE-RESULT.
           CALL "CBL_DELETE_FILE" USING CALSTAMP-FILE-NAME
               RETURNING DELETE-RESULT.
           CALL "CBL_DELETE_FILE" USING RAW-COPY-NAME
               RETURNING DELETE-RESULT.

      *A MODE M run's mask copy has to be there and hold what the
      *run applied - replaying against a missing or different mask
      *would prove nothing, same as a changed source.
       CHECK-MASK-COPY.
           IF SNAP-MASK-REF NOT = SPACES
               MOVE SNAP-MASK-REF TO COPY-IN-NAME
               MOVE 0 TO COPY-LINE-COUNT
               MOVE "N" TO COPY-EOF
               OPEN INPUT COPY-IN-FILE
               IF WS-COPY-IN-STATUS NOT = "00"
                   DISPLAY "REPLAY-E-NOMASK: mask copy "
                       SNAP-MASK-REF " could not be read"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM UNTIL COPY-EOF = "Y"
                   READ COPY-IN-FILE
                       AT END
                           MOVE "Y" TO COPY-EOF
                       NOT AT END
                           ADD 1 TO COPY-LINE-COUNT
                   END-READ
               END-PERFORM
               CLOSE COPY-IN-FILE
               IF COPY-LINE-COUNT NOT = SNAP-MASK-COUNT
                   DISPLAY "REPLAY-E-MASKCHANGED: mask copy "
                       SNAP-MASK-REF " holds " COPY-LINE-COUNT
                       " records, the run applied " SNAP-MASK-COUNT
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               DISPLAY "REPLAY-I-MASK: " SNAP-MASK-REF
           END-IF.

       WRITE-REPLAY-CONTROL.
           OPEN OUTPUT CONTROL-OUT-FILE.
           IF WS-CONTROL-OUT-STATUS NOT = "00"
               DISPLAY "REPLAY-E-NOCONTROL: could not open "
                   CONTROL-OUT-NAME ", status="
                   WS-CONTROL-OUT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM VARYING SNAP-CONTROL-SUB FROM 1 BY 1
                   UNTIL SNAP-CONTROL-SUB > SNAP-CONTROL-COUNT
               MOVE SNAP-CONTROL-LINE (SNAP-CONTROL-SUB)
                   TO CONTROL-OUT-LINE
               WRITE CONTROL-OUT-LINE
           END-PERFORM.
           CLOSE CONTROL-OUT-FILE.

      *The rerun itself - the same CALL the batch driver makes.
       RUN-ANNULUS-REPLAY.
           MOVE 0 TO RETURN-CODE.
           CALL "Annulus"
               ON EXCEPTION
                   DISPLAY "REPLAY-E-NOANNULUS: Annulus module "
                       "could not be loaded"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-CALL.
           IF RETURN-CODE NOT = 0
               DISPLAY "REPLAY-E-RUNFAIL: the replay run ended with "
                   "RETURN-CODE " RETURN-CODE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           CANCEL "Annulus".

      *The replay's own run id leads the catalog's last line.
       READ-REPLAY-RUN-ID.
           OPEN INPUT CATALOG-FILE.
           IF WS-CATALOG-STATUS = "00"
               MOVE "N" TO END-OF-FILE
               PERFORM UNTIL END-OF-FILE = "Y"
                   READ CATALOG-FILE
                       AT END
                           MOVE "Y" TO END-OF-FILE
                       NOT AT END
                           IF CATALOG-RECORD (1:6) = "RUNID="
                               MOVE CATALOG-RECORD (7:16)
                                   TO REPLAY-RUN-ID
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CATALOG-FILE
               MOVE "N" TO END-OF-FILE
           END-IF.
           IF REPLAY-RUN-ID = SPACES
               OR REPLAY-RUN-ID = ORIGINAL-RUN-ID
               DISPLAY "REPLAY-E-NOREPLAYRUN: the replay run did not "
                   "reach the catalog"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           DISPLAY "REPLAY-I-REPLAYRUN: replayed as run "
               REPLAY-RUN-ID.

       WRITE-REPORT-HEADING.
           MOVE SPACES TO REPLAY-REPORT-LINE.
           STRING "Replay of run " DELIMITED SIZE
                  ORIGINAL-RUN-ID DELIMITED SIZE
                  " as run " DELIMITED SIZE
                  REPLAY-RUN-ID DELIMITED SIZE
                  INTO REPLAY-REPORT-LINE
           END-STRING.
           WRITE REPLAY-REPORT-LINE.

           MOVE SPACES TO REPLAY-REPORT-LINE.
           STRING "Source: " DELIMITED SIZE
                  SNAP-SOURCE-REF DELIMITED BY SPACE
                  " (" DELIMITED SIZE
                  SNAP-RECORD-COUNT DELIMITED SIZE
                  " records) origin " DELIMITED SIZE
                  SNAP-ORIGIN DELIMITED BY SPACE
                  INTO REPLAY-REPORT-LINE
           END-STRING.
           WRITE REPLAY-REPORT-LINE.

           MOVE SPACES TO REPLAY-REPORT-LINE.
           STRING "Calibration: dark " DELIMITED SIZE
                  SNAP-DARK DELIMITED BY SPACE
                  " flat " DELIMITED SIZE
                  SNAP-FLAT DELIMITED BY SPACE
                  "  template: " DELIMITED SIZE
                  SNAP-TEMPLATE DELIMITED BY SPACE
                  INTO REPLAY-REPORT-LINE
           END-STRING.
           WRITE REPLAY-REPORT-LINE.

      *Walks one original output and its replay counterpart in step.
      *A record present in only one of them is a difference too.
       COMPARE-RUN-FILE.
           MOVE SPACES TO ORIGINAL-NAME REPLAYED-NAME.
           STRING OUTPUT-DIRECTORY DELIMITED BY SPACE
                  OUTPUT-KIND-ASIDE (OUTPUT-KIND-SUB)
                      DELIMITED BY SPACE
                  INTO ORIGINAL-NAME
           END-STRING.
           STRING OUTPUT-DIRECTORY DELIMITED BY SPACE
                  OUTPUT-KIND-BASE (OUTPUT-KIND-SUB)
                      DELIMITED BY SPACE
                  "_" DELIMITED BY SIZE
                  REPLAY-RUN-ID DELIMITED BY SIZE
                  ".dat" DELIMITED BY SIZE
                  INTO REPLAYED-NAME
           END-STRING.
           MOVE 0 TO ORIGINAL-COUNT REPLAYED-COUNT FILE-DIFF-COUNT.
           MOVE 0 TO COMPARE-LINE-NO.
           MOVE "N" TO ORIGINAL-EOF REPLAYED-EOF.
           MOVE "Y" TO ORIGINAL-OPENED REPLAYED-OPENED.

           OPEN INPUT ORIGINAL-FILE.
           IF WS-ORIGINAL-STATUS NOT = "00"
               MOVE "N" TO ORIGINAL-OPENED
               MOVE "Y" TO ORIGINAL-EOF
           END-IF.
           OPEN INPUT REPLAYED-FILE.
           IF WS-REPLAYED-STATUS NOT = "00"
               DISPLAY "REPLAY-W-NOREPLAYOUT: " REPLAYED-NAME
                   " not readable, status=" WS-REPLAYED-STATUS
               MOVE "N" TO REPLAYED-OPENED
               MOVE "Y" TO REPLAYED-EOF
           END-IF.

           PERFORM COMPARE-NEXT-RECORD
               UNTIL ORIGINAL-EOF = "Y" AND REPLAYED-EOF = "Y".

           IF ORIGINAL-OPENED = "Y"
               CLOSE ORIGINAL-FILE
           END-IF.
           IF REPLAYED-OPENED = "Y"
               CLOSE REPLAYED-FILE
           END-IF.
           ADD FILE-DIFF-COUNT TO TOTAL-DIFF-COUNT.

           MOVE SPACES TO REPLAY-REPORT-LINE.
           STRING OUTPUT-KIND-BASE (OUTPUT-KIND-SUB)
                      DELIMITED BY SPACE
                  ": original " DELIMITED SIZE
                  ORIGINAL-COUNT DELIMITED SIZE
                  " records, replay " DELIMITED SIZE
                  REPLAYED-COUNT DELIMITED SIZE
                  ", differing " DELIMITED SIZE
                  FILE-DIFF-COUNT DELIMITED SIZE
                  INTO REPLAY-REPORT-LINE
           END-STRING.
           WRITE REPLAY-REPORT-LINE.

       COMPARE-NEXT-RECORD.
           ADD 1 TO COMPARE-LINE-NO.
           MOVE SPACES TO ORIGINAL-LINE REPLAYED-LINE.
           IF ORIGINAL-EOF = "N"
               READ ORIGINAL-FILE
                   AT END
                       MOVE "Y" TO ORIGINAL-EOF
                   NOT AT END
                       ADD 1 TO ORIGINAL-COUNT
               END-READ
           END-IF.
           IF REPLAYED-EOF = "N"
               READ REPLAYED-FILE
                   AT END
                       MOVE "Y" TO REPLAYED-EOF
                   NOT AT END
                       ADD 1 TO REPLAYED-COUNT
               END-READ
           END-IF.
           IF ORIGINAL-EOF = "Y" AND REPLAYED-EOF = "Y"
               CONTINUE
           ELSE
               IF ORIGINAL-EOF = "Y" OR REPLAYED-EOF = "Y"
                   OR ORIGINAL-LINE NOT = REPLAYED-LINE
                   ADD 1 TO FILE-DIFF-COUNT
                   PERFORM WRITE-DIFFERENCE
               END-IF
           END-IF.

      *The first DIFF-SHOW-LIMIT differences are shown in full -
      *enough to see what changed without drowning the report.
       WRITE-DIFFERENCE.
           IF DIFF-SHOWN < DIFF-SHOW-LIMIT
               ADD 1 TO DIFF-SHOWN
               MOVE SPACES TO REPLAY-REPORT-LINE
               STRING "  " DELIMITED SIZE
                      OUTPUT-KIND-BASE (OUTPUT-KIND-SUB)
                          DELIMITED BY SPACE
                      " record " DELIMITED SIZE
                      COMPARE-LINE-NO DELIMITED SIZE
                      " original: " DELIMITED SIZE
                      ORIGINAL-LINE (1:55) DELIMITED SIZE
                      INTO REPLAY-REPORT-LINE
               END-STRING
               WRITE REPLAY-REPORT-LINE
               MOVE SPACES TO REPLAY-REPORT-LINE
               STRING "  " DELIMITED SIZE
                      OUTPUT-KIND-BASE (OUTPUT-KIND-SUB)
                          DELIMITED BY SPACE
                      " record " DELIMITED SIZE
                      COMPARE-LINE-NO DELIMITED SIZE
                      " replay:   " DELIMITED SIZE
                      REPLAYED-LINE (1:55) DELIMITED SIZE
                      INTO REPLAY-REPORT-LINE
               END-STRING
               WRITE REPLAY-REPORT-LINE
           END-IF.

       WRITE-REPORT-VERDICT.
           MOVE SPACES TO REPLAY-REPORT-LINE.
           IF TOTAL-DIFF-COUNT = 0
               STRING "MATCH - the replay reproduces the run "
                          DELIMITED SIZE
                      "record for record" DELIMITED SIZE
                      INTO REPLAY-REPORT-LINE
               END-STRING
           ELSE
               STRING "DIFFERS - " DELIMITED SIZE
                      TOTAL-DIFF-COUNT DELIMITED SIZE
                      " record(s) differ" DELIMITED SIZE
                      INTO REPLAY-REPORT-LINE
               END-STRING
           END-IF.
           WRITE REPLAY-REPORT-LINE.

      *Generic line-for-line copy between the two dynamic names.
      *COPY-FAILED = Y means the input could not be opened; the line
      *count of a successful copy is left in COPY-LINE-COUNT.
       COPY-ONE-FILE.
           MOVE "N" TO COPY-FAILED.
           MOVE 0 TO COPY-LINE-COUNT.
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
                               ADD 1 TO COPY-LINE-COUNT
                       END-READ
                   END-PERFORM
                   CLOSE COPY-IN-FILE
                   CLOSE COPY-OUT-FILE
               END-IF
           END-IF.
