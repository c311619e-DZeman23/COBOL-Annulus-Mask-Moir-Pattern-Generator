      *lane id keeps every path canonical, exactly as before. The
      *report is written one line per job as jobs finish, so there
      *is no cap on how many jobs a batch can report.
      *
      *Every job that runs clean is verified before anything is
      *collected: the driver CALLs AnnulusVerify, which reconciles
      *the lane's last cataloged run - the one the job just wrote -
      *against the staged image and control file. RETURN-CODE 0
      *collects the outputs as above and reports the job VERIFIED.
      *RETURN-CODE 8 (discrepancies found) sends the whole output
      *set to the lane's quarantine\ directory under the same
      *JOBNAME_ names, files the verify report beside it as
      *JOBNAME_verify_report.dat, and reports the job QUARANTINED -
      *nothing lands where downstream jobs pick outputs up. Any
      *other verify outcome means the output could not be checked,
      *and the job is reported FAILED with nothing collected.
      *
      *Every job's report line carries the clock time it started
      *and ended and its elapsed seconds, so the night's run times
      *can be laid against image size and ring count. A batch
      *window can be set with a cutoff time: a CUTOFF,HHMM line in
      *the manifest (between job blocks, normally the first line),
      *or failing that a CUTOFF,HHMM line in the lane's standing
      *batch_control.dat (lane-suffixed in the base directory, like
      *the manifest). The cutoff is the next HH:MM after the batch
      *starts. Before each job the driver projects its end from the
      *jobs run so far (their mean elapsed time); once that
      *projection passes the cutoff it starts no more jobs. That
      *job and every one behind it is copied, block intact, to the
      *carry-over manifest annulus_manifest_carryover.dat (lane-
      *suffixed) for the next night, and reported DEFERRED - not
      *FAILED. The carry-over manifest is rewritten every night;
      *an empty one means nothing was carried. RETURN-CODE 8 any
      *job failed, 4 any quarantined or deferred, 16 setup.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT COPY-IN-FILE
               ASSIGN USING COPY-IN-NAME
               *> Generic line copier - stages each job's coordinate
               *> file in and collects each job's text outputs back
               *> out under job-specific names. See COPY-ONE-FILE.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COPY-IN-STATUS.

               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COPY-OUT-STATUS.

           SELECT IMAGE-IN-FILE
               ASSIGN USING COPY-IN-NAME
               *> Byte copier for the collected pixmaps - a preview
               *> is binary P5/P6 when the job's image was, and a
               *> line copy would not carry it across intact. See
               *> COPY-ONE-IMAGE.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-COPY-IN-STATUS.

           SELECT IMAGE-OUT-FILE
               ASSIGN USING COPY-OUT-NAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-COPY-OUT-STATUS.

           SELECT TEMPLATE-FILE
               ASSIGN TO
               *> The named mask template library - a manifest
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CATALOG-STATUS.

           SELECT BATCH-CONTROL-FILE
               ASSIGN USING BATCH-CONTROL-NAME
               *> batch_control.dat, lane-suffixed when a lane id
               *> was given - the lane's standing batch window.
               *> Optional - see LOAD-BATCH-CONTROL.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BATCH-CONTROL-STATUS.

           SELECT CARRYOVER-FILE
               ASSIGN USING CARRYOVER-FILE-NAME
               *> The job blocks a batch window deferred, verbatim,
               *> for the next night's manifest. See CARRY-JOB-BLOCK.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CARRYOVER-STATUS.

           SELECT REPORT-FILE
               ASSIGN USING REPORT-FILE-NAME
               *> Consolidated batch report, one line per job as it
       FD  COPY-OUT-FILE.
       01  COPY-OUT-LINE       PIC X(600).

       FD  IMAGE-IN-FILE.
       01  IMAGE-IN-BYTE       PIC X.

       FD  IMAGE-OUT-FILE.
       01  IMAGE-OUT-BYTE      PIC X.

       FD  TEMPLATE-FILE.
       01  TEMPLATE-RAW-LINE   PIC X(80).

       FD  CATALOG-FILE.
       01  CATALOG-RECORD      PIC X(800).

       FD  BATCH-CONTROL-FILE.
       01  BATCH-CONTROL-LINE  PIC X(80).

       FD  CARRYOVER-FILE.
       01  CARRYOVER-LINE      PIC X(200).

       FD  REPORT-FILE.
       01  REPORT-LINE         PIC X(200).

       WORKING-STORAGE SECTION.
       01  WS-MANIFEST-STATUS    PIC XX.
           "C:\Users\danie\Desktop\imgbol\".
       01  OUTPUT-DIRECTORY      PIC X(44).
       01  RESTART-FILE-NAME     PIC X(100).
       01  RAW-COPY-NAME         PIC X(100).
       01  CALSTAMP-FILE-NAME    PIC X(100).
       01  DELETE-RESULT         PIC 9(4) COMP.

      *Partitioned work lanes - see LANE-SETUP and the program
       01  CONTROL-OUT-NAME      PIC X(100).
       01  CATALOG-FILE-NAME     PIC X(100).
       01  REPORT-FILE-NAME      PIC X(100).
       01  BATCH-CONTROL-NAME    PIC X(100).
       01  CARRYOVER-FILE-NAME   PIC X(100).

      *Per-job results, written to the report as each job finishes
      *- no table, so no cap on how many jobs a batch can report.
           05 JOBS-SEEN          PIC 9(4) VALUE 0.
           05 JOBS-COMPLETED     PIC 9(4) VALUE 0.
           05 JOBS-FAILED        PIC 9(4) VALUE 0.
           05 JOBS-DEFERRED      PIC 9(4) VALUE 0.
           05 TOTAL-RECORDS      PIC 9(8) VALUE 0.
           05 TOTAL-REJECTS      PIC 9(8) VALUE 0.
       01  JOB-RECORDS           PIC 9(8) VALUE 0.
       01  JOB-REJECTS           PIC 9(8) VALUE 0.
       01  JOB-RC                PIC 9(4) VALUE 0.
       01  JOB-STATUS-TEXT       PIC X(11).

      *Per-job verification - see RUN-VERIFY-JOB. Quarantined output
      *sets are collected under the lane's quarantine\ directory in
      *place of the lane directory itself.
       01  JOB-VERIFY-RC         PIC 9(4) VALUE 0.
       01  JOB-QUARANTINED       PIC X.
       01  JOBS-QUARANTINED      PIC 9(4) VALUE 0.
       01  QUARANTINE-DIR-NAME   PIC X(60).
       01  QUARANTINE-DIRECTORY  PIC X(60).
       01  COLLECT-DIRECTORY     PIC X(60).
       01  VERIFY-REPORT-NAME    PIC X(100).
       01  CREATE-DIR-RESULT     PIC 9(4) COMP.

      *Job timing and the batch window - see CHECK-BATCH-WINDOW.
      *Clock readings are held as seconds from the start of the
      *calendar (day number times 86400 plus the time of day) so a
      *batch that runs past midnight still subtracts cleanly.
       01  WS-BATCH-CONTROL-STATUS PIC XX.
       01  WS-CARRYOVER-STATUS   PIC XX.
       01  CLOCK-NOW.
           05 CLOCK-DATE         PIC 9(8).
           05 CLOCK-HH           PIC 9(2).
           05 CLOCK-MM           PIC 9(2).
           05 CLOCK-SS           PIC 9(2).
           05 FILLER             PIC X(7).
       01  CLOCK-SECONDS         PIC 9(11).
       01  CLOCK-TEXT            PIC X(8).
       01  BATCH-START-SECONDS   PIC 9(11).
       01  BATCH-START-TEXT      PIC X(8).
       01  BATCH-START-DATE      PIC 9(8).
       01  BATCH-ELAPSED         PIC 9(6).
       01  JOB-START-SECONDS     PIC 9(11).
       01  JOB-START-TEXT        PIC X(8).
       01  JOB-END-TEXT          PIC X(8).
       01  JOB-ELAPSED           PIC 9(6).
       01  JOB-RAN               PIC X.
       01  JOBS-TIMED            PIC 9(4) VALUE 0.
       01  TIMED-SECONDS         PIC 9(8) VALUE 0.
       01  CUTOFF-SET            PIC X VALUE "N".
       01  CUTOFF-SOURCE         PIC X(12) VALUE "none".
       01  CUTOFF-FIELDS.
           05 CUTOFF-TAG         PIC X(8).
           05 CUTOFF-VALUE       PIC X(8).
           05 CUTOFF-EXTRA       PIC X(100).
           05 CUTOFF-FIELD-COUNT PIC 9(4).
       01  CUTOFF-HHMM.
           05 CUTOFF-HH          PIC 9(2).
           05 CUTOFF-MM          PIC 9(2).
       01  CUTOFF-SECONDS        PIC 9(11).
       01  CUTOFF-TEXT           PIC X(5) VALUE "--:--".
       01  CUTOFF-VALID          PIC X.
       01  PROJECTED-SECONDS     PIC 9(11).
       01  CARRYOVER-OPEN        PIC X VALUE "N".
       01  DEFERRING             PIC X VALUE "N".
       01  JOB-DEFERRED          PIC X.
       01  CARRY-LINE-SUB        PIC 9(2).

      *The six output files a successful Annulus run leaves behind,
      *versioned as <base>_<runid><ext> and collected per job under
      *JOBNAME_<base><ext> copies.
       01  OUTPUT-SET-TABLE.
           05 FILLER PIC X(4)  VALUE ".dat".
           05 FILLER PIC X(20) VALUE "ring_profile".
           05 FILLER PIC X(4)  VALUE ".dat".
           05 FILLER PIC X(20) VALUE "qa_overlay".
           05 FILLER PIC X(4)  VALUE ".ppm".
       01  OUTPUT-SET-REDEF REDEFINES OUTPUT-SET-TABLE.
           05 OUTPUT-SET-ENTRY OCCURS 6 TIMES.
              10 OUTPUT-SET-BASE PIC X(20).
              10 OUTPUT-SET-EXT  PIC X(4).
       01  OUTPUT-SET-SUB        PIC 9(2).
       PROCEDURE DIVISION.
       BATCH-INIT.
           PERFORM LANE-SETUP.
           PERFORM TAKE-CLOCK-READING.
           MOVE CLOCK-SECONDS TO BATCH-START-SECONDS.
           MOVE CLOCK-TEXT TO BATCH-START-TEXT.
           MOVE CLOCK-DATE TO BATCH-START-DATE.
           PERFORM LOAD-BATCH-CONTROL.
           PERFORM OPEN-BATCH-REPORT.
           PERFORM OPEN-CARRYOVER-MANIFEST.

           OPEN INPUT MANIFEST-FILE.
           IF WS-MANIFEST-STATUS NOT = "00"
                   AT END
                       MOVE "Y" TO END-OF-MANIFEST
                   NOT AT END
                       EVALUATE TRUE
                           WHEN MANIFEST-RAW-LINE = SPACES
                               CONTINUE
                           WHEN MANIFEST-RAW-LINE (1:7) = "CUTOFF,"
                               PERFORM APPLY-MANIFEST-CUTOFF
                           WHEN OTHER
                               PERFORM PROCESS-ONE-JOB
                       END-EVALUATE
               END-READ
           END-PERFORM.

           CLOSE MANIFEST-FILE.
           PERFORM WRITE-BATCH-TOTALS.

           EVALUATE TRUE
               WHEN JOBS-FAILED > 0
                   MOVE 8 TO RETURN-CODE
               WHEN JOBS-QUARANTINED > 0 OR JOBS-DEFERRED > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.
           STOP RUN.

      *Lane resolution - same command-line lane id Annulus itself

           MOVE SPACES TO OUTPUT-DIRECTORY.
           MOVE SPACES TO MANIFEST-FILE-NAME REPORT-FILE-NAME.
           MOVE SPACES TO BATCH-CONTROL-NAME CARRYOVER-FILE-NAME.
           IF LANE-ID = SPACES
               MOVE BASE-DIRECTORY TO OUTPUT-DIRECTORY
               STRING BASE-DIRECTORY DELIMITED BY SPACE
                      "annulus_batch_report.dat" DELIMITED BY SIZE
                      INTO REPORT-FILE-NAME
               END-STRING
               STRING BASE-DIRECTORY DELIMITED BY SPACE
                      "batch_control.dat" DELIMITED BY SIZE
                      INTO BATCH-CONTROL-NAME
               END-STRING
               STRING BASE-DIRECTORY DELIMITED BY SPACE
                      "annulus_manifest_carryover.dat"
                          DELIMITED BY SIZE
                      INTO CARRYOVER-FILE-NAME
               END-STRING
           ELSE
               STRING BASE-DIRECTORY DELIMITED BY SPACE
                      "lane_" DELIMITED BY SIZE
                      ".dat" DELIMITED BY SIZE
                      INTO REPORT-FILE-NAME
               END-STRING
               STRING BASE-DIRECTORY DELIMITED BY SPACE
                      "batch_control_" DELIMITED BY SIZE
                      LANE-ID DELIMITED BY SPACE
                      ".dat" DELIMITED BY SIZE
                      INTO BATCH-CONTROL-NAME
               END-STRING
               STRING BASE-DIRECTORY DELIMITED BY SPACE
                      "annulus_manifest_carryover_" DELIMITED BY SIZE
                      LANE-ID DELIMITED BY SPACE
                      ".dat" DELIMITED BY SIZE
                      INTO CARRYOVER-FILE-NAME
               END-STRING
               DISPLAY "BATCH-I-LANE: running as lane " LANE-ID
           END-IF.

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
           MOVE SPACES TO QUARANTINE-DIR-NAME QUARANTINE-DIRECTORY.
           STRING OUTPUT-DIRECTORY DELIMITED BY SPACE
                  "quarantine" DELIMITED BY SIZE
                  INTO QUARANTINE-DIR-NAME
           END-STRING.
           STRING QUARANTINE-DIR-NAME DELIMITED BY SPACE
                  "\" DELIMITED BY SIZE
                  INTO QUARANTINE-DIRECTORY
           END-STRING.
           MOVE SPACES TO VERIFY-REPORT-NAME.
           STRING OUTPUT-DIRECTORY DELIMITED BY SPACE
                  "annulus_verify_report.dat" DELIMITED BY SIZE
                  INTO VERIFY-REPORT-NAME
           END-STRING.

      *One manifest job: parse the header, write the job's control
      *file, stage its coordinate file, run Annulus, verify the run,
      *collect the outputs. Any step failing marks the job FAILED
      *and falls through to the tally - never out of the batch. A
      *job the batch window has no room for is carried over whole
      *instead, and none of the steps run.
       PROCESS-ONE-JOB.
           ADD 1 TO JOBS-SEEN.
           PERFORM TAKE-CLOCK-READING.
           MOVE CLOCK-SECONDS TO JOB-START-SECONDS.
           MOVE CLOCK-TEXT TO JOB-START-TEXT.
           MOVE "N" TO JOB-DEFERRED JOB-RAN.
           MOVE 0 TO RETURN-CODE.
           MOVE 0 TO JOB-RECORDS JOB-REJECTS.
           MOVE 0 TO JOB-RC JOB-VERIFY-RC.
           MOVE "N" TO JOB-FAILED JOB-QUARANTINED.
           MOVE OUTPUT-DIRECTORY TO COLLECT-DIRECTORY.
           MOVE SPACES TO JOB-FAIL-REASON.
           MOVE SPACES TO JOB-NAME JOB-COORD-FILE JOB-RUN-ID.
           MOVE 0 TO JOB-CONTROL-LINES JOB-FIELD-COUNT.
           END-IF.

           IF JOB-FAILED = "N"
               PERFORM CHECK-BATCH-WINDOW
           END-IF.
           IF JOB-FAILED = "N" AND JOB-DEFERRED = "N"
               PERFORM WRITE-JOB-CONTROL
           END-IF.
           IF JOB-FAILED = "N" AND JOB-DEFERRED = "N"
               PERFORM STAGE-JOB-INPUT
           END-IF.
           IF JOB-FAILED = "N" AND JOB-DEFERRED = "N"
               PERFORM RUN-ANNULUS-JOB
           END-IF.
           IF JOB-FAILED = "N" AND JOB-DEFERRED = "N"
               PERFORM READ-CATALOG-RUN-ID
           END-IF.
           IF JOB-FAILED = "N" AND JOB-DEFERRED = "N"
               PERFORM RUN-VERIFY-JOB
           END-IF.
           IF JOB-FAILED = "N" AND JOB-DEFERRED = "N"
               PERFORM COLLECT-JOB-OUTPUTS
           END-IF.

           PERFORM TAKE-CLOCK-READING.
           MOVE CLOCK-TEXT TO JOB-END-TEXT.
           COMPUTE JOB-ELAPSED = CLOCK-SECONDS - JOB-START-SECONDS.
           IF JOB-RAN = "Y"
               ADD 1 TO JOBS-TIMED
               ADD JOB-ELAPSED TO TIMED-SECONDS
           END-IF.
           PERFORM RECORD-JOB-RESULT.

      *Once the job about to start would be projected to end past
      *the cutoff - now plus the mean elapsed time of the jobs run
      *so far - no more jobs are started: this one and every one
      *behind it go to the carry-over manifest. Only jobs that got
      *as far as the Annulus run count toward the mean, so a string
      *of quick failures cannot talk the batch into a late start.
      *Without a carry-over manifest to hold them the window is not
      *enforced - a late job is better than a lost one.
       CHECK-BATCH-WINDOW.
           IF CUTOFF-SET = "Y" AND CARRYOVER-OPEN = "Y"
               AND DEFERRING = "N"
               IF JOBS-TIMED > 0
                   COMPUTE PROJECTED-SECONDS = JOB-START-SECONDS
                       + (TIMED-SECONDS / JOBS-TIMED)
               ELSE
                   MOVE JOB-START-SECONDS TO PROJECTED-SECONDS
               END-IF
               IF PROJECTED-SECONDS > CUTOFF-SECONDS
                   MOVE "Y" TO DEFERRING
                   DISPLAY "BATCH-W-WINDOW: job " JOB-NAME
                       " would end past the " CUTOFF-TEXT
                       " cutoff - it and the jobs behind it are "
                       "carried over to " CARRYOVER-FILE-NAME
               END-IF
           END-IF.
           IF DEFERRING = "Y"
               MOVE "Y" TO JOB-DEFERRED
               PERFORM CARRY-JOB-BLOCK
           END-IF.

      *The job's header and its control lines go to the carry-over
      *manifest exactly as the manifest held them - a TEMPLATE line
      *stays a TEMPLATE line, to be expanded from the library as it
      *stands on the night the job does run.
       CARRY-JOB-BLOCK.
           MOVE MANIFEST-RAW-LINE TO CARRYOVER-LINE.
           WRITE CARRYOVER-LINE.
           PERFORM VARYING CARRY-LINE-SUB FROM 1 BY 1
                   UNTIL CARRY-LINE-SUB > JOB-CONTROL-LINES
               READ MANIFEST-FILE
                   AT END
                       DISPLAY "BATCH-E-SHORTMANIFEST: manifest "
                           "ended inside job " JOB-NAME
                       PERFORM WRITE-BATCH-TOTALS
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
               END-READ
               MOVE MANIFEST-RAW-LINE TO CARRYOVER-LINE
               WRITE CARRYOVER-LINE
           END-PERFORM.
           MOVE SPACES TO JOB-FAIL-REASON.
           STRING "deferred past the " DELIMITED SIZE
                  CUTOFF-TEXT DELIMITED SIZE
                  " cutoff" DELIMITED SIZE
                  INTO JOB-FAIL-REASON
           END-STRING.

      *Copies the job's control lines from the manifest, verbatim,
      *into annulus_control.dat. The block's lines are consumed even
      *when the control file cannot be opened, so a bad output
      *Stages the job's coordinate file to the lane's staged
      *image_coordinates.dat path Annulus reads, and clears any
      *checkpoint a previous aborted run left - a resume makes no
      *sense across different images. The lane's calibration stamp
      *and preserved raw image go too: they describe the image the
      *staged file replaced, not this job's.
       STAGE-JOB-INPUT.
           MOVE JOB-COORD-FILE TO COPY-IN-NAME.
           MOVE SPACES TO COPY-OUT-NAME.
           ELSE
               CALL "CBL_DELETE_FILE" USING RESTART-FILE-NAME
                   RETURNING DELETE-RESULT
               CALL "CBL_DELETE_FILE" USING CALSTAMP-FILE-NAME
                   RETURNING DELETE-RESULT
               CALL "CBL_DELETE_FILE" USING RAW-COPY-NAME
                   RETURNING DELETE-RESULT
           END-IF.

      *Runs the full Annulus pass for the staged job. ON EXCEPTION
      *RETURN-CODE is Annulus reporting its own failure. CANCEL
      *resets Annulus's WORKING-STORAGE for the next image either way.
       RUN-ANNULUS-JOB.
           MOVE "Y" TO JOB-RAN.
           MOVE 0 TO RETURN-CODE.
           CALL "Annulus"
               ON EXCEPTION
                   MOVE "Annulus module not loadable"
                       TO JOB-FAIL-REASON
           END-CALL.
           MOVE RETURN-CODE TO JOB-RC.
           IF JOB-FAILED = "N" AND RETURN-CODE NOT = 0
               DISPLAY "BATCH-W-JOBFAIL: job " JOB-NAME
                   " ended with RETURN-CODE " RETURN-CODE
               END-IF
           END-IF.

      *Independent reconciliation of the run the job just wrote,
      *before any of it is collected. AnnulusVerify reads the same
      *command line, so it checks this lane's staged image, control
      *file and last cataloged run. Its RETURN-CODE is taken before
      *the CANCEL that resets it for the next job.
       RUN-VERIFY-JOB.
           MOVE 0 TO RETURN-CODE.
           CALL "AnnulusVerify"
               ON EXCEPTION
                   DISPLAY "BATCH-E-NOVERIFY: AnnulusVerify module "
                       "could not be loaded"
                   MOVE "Y" TO JOB-FAILED
                   MOVE "AnnulusVerify module not loadable"
                       TO JOB-FAIL-REASON
           END-CALL.
           MOVE RETURN-CODE TO JOB-VERIFY-RC.
           CANCEL "AnnulusVerify".
           MOVE 0 TO RETURN-CODE.

           IF JOB-FAILED = "N"
               EVALUATE JOB-VERIFY-RC
                   WHEN 0
                       CONTINUE
                   WHEN 8
                       DISPLAY "BATCH-W-QUARANTINE: job " JOB-NAME
                           " run " JOB-RUN-ID " failed verification"
                           " - outputs quarantined"
                       PERFORM QUARANTINE-JOB-SETUP
                   WHEN OTHER
                       DISPLAY "BATCH-W-VERIFYFAIL: job " JOB-NAME
                           " verification ended with RETURN-CODE "
                           JOB-VERIFY-RC
                       MOVE "Y" TO JOB-FAILED
                       MOVE "verification could not run"
                           TO JOB-FAIL-REASON
               END-EVALUATE
           END-IF.

      *Points collection at the lane's quarantine directory (made
      *on first use) and files the verify report there under the
      *job's name, so the evidence travels with the output set.
       QUARANTINE-JOB-SETUP.
           MOVE "Y" TO JOB-QUARANTINED.
           CALL "CBL_CREATE_DIR" USING QUARANTINE-DIR-NAME
               RETURNING CREATE-DIR-RESULT.
           MOVE QUARANTINE-DIRECTORY TO COLLECT-DIRECTORY.

           MOVE VERIFY-REPORT-NAME TO COPY-IN-NAME.
           MOVE SPACES TO COPY-OUT-NAME.
           STRING QUARANTINE-DIRECTORY DELIMITED BY SPACE
                  JOB-NAME DELIMITED BY SPACE
                  "_verify_report.dat" DELIMITED BY SIZE
                  INTO COPY-OUT-NAME
           END-STRING.
           PERFORM COPY-ONE-FILE.
           IF COPY-FAILED = "Y"
               DISPLAY "BATCH-W-NOVERIFYREPORT: verify report could "
                   "not be filed for job " JOB-NAME ": "
                   COPY-OUT-NAME
           END-IF.

      *Collects the run's six versioned output files under
      *JOBNAME_-prefixed copies - in the lane directory, or in its
      *quarantine directory when verification found discrepancies.
      *The new_coords line count is the job's record total and the
      *rejected_coords line count its reject total.
       COLLECT-JOB-OUTPUTS.
           PERFORM VARYING OUTPUT-SET-SUB FROM 1 BY 1
                   UNTIL OUTPUT-SET-SUB > 6
                   OR JOB-FAILED = "Y"
               MOVE OUTPUT-SET-BASE (OUTPUT-SET-SUB)
                   TO COLLECT-BASE-NAME
                          DELIMITED BY SPACE
                      INTO COPY-IN-NAME
               END-STRING
               STRING COLLECT-DIRECTORY DELIMITED BY SPACE
                      JOB-NAME DELIMITED BY SPACE
                      "_" DELIMITED BY SIZE
                      COLLECT-BASE-NAME DELIMITED BY SPACE
                          DELIMITED BY SPACE
                      INTO COPY-OUT-NAME
               END-STRING
               PERFORM COPY-COLLECTED-FILE
      *A color job leaves a .ppm preview instead of a .pgm - the
      *run only knows its color mode once it has seen the input,
      *so try the pixmap name before calling the output missing.
                          ".ppm" DELIMITED BY SIZE
                          INTO COPY-IN-NAME
                   END-STRING
                   STRING COLLECT-DIRECTORY DELIMITED BY SPACE
                          JOB-NAME DELIMITED BY SPACE
                          "_" DELIMITED BY SIZE
                          COLLECT-BASE-NAME DELIMITED BY SPACE
                          ".ppm" DELIMITED BY SIZE
                          INTO COPY-OUT-NAME
                   END-STRING
                   PERFORM COPY-COLLECTED-FILE
               END-IF
               IF COPY-FAILED = "Y"
                   DISPLAY "BATCH-W-NOOUTPUT: job " JOB-NAME
                   MOVE "output file missing" TO JOB-FAIL-REASON
               ELSE
                   IF OUTPUT-SET-SUB = 1
                       MOVE COPY-LINE-COUNT TO JOB-RECORDS
                   END-IF
                   IF OUTPUT-SET-SUB = 4
                       MOVE COPY-LINE-COUNT TO JOB-REJECTS
                   END-IF
               END-IF
               END-IF
           END-IF.

      *The collected set's pixmaps go across byte for byte, its
      *text files line for line (the line counts are the job's
      *record and reject totals).
       COPY-COLLECTED-FILE.
           IF OUTPUT-SET-EXT (OUTPUT-SET-SUB) = ".dat"
               PERFORM COPY-ONE-FILE
           ELSE
               PERFORM COPY-ONE-IMAGE
           END-IF.

      *Byte-for-byte copy between the same two dynamic names.
      *COPY-FAILED = Y means the input could not be opened.
       COPY-ONE-IMAGE.
           MOVE "N" TO COPY-FAILED.
           MOVE "N" TO COPY-EOF.

           OPEN INPUT IMAGE-IN-FILE.
           IF WS-COPY-IN-STATUS NOT = "00"
               MOVE "Y" TO COPY-FAILED
           ELSE
               OPEN OUTPUT IMAGE-OUT-FILE
               IF WS-COPY-OUT-STATUS NOT = "00"
                   MOVE "Y" TO COPY-FAILED
                   CLOSE IMAGE-IN-FILE
               ELSE
                   PERFORM UNTIL COPY-EOF = "Y"
                       READ IMAGE-IN-FILE
                           AT END
                               MOVE "Y" TO COPY-EOF
                           NOT AT END
                               MOVE IMAGE-IN-BYTE TO IMAGE-OUT-BYTE
                               WRITE IMAGE-OUT-BYTE
                       END-READ
                   END-PERFORM
                   CLOSE IMAGE-IN-FILE
                   CLOSE IMAGE-OUT-FILE
               END-IF
           END-IF.

      *Books the finished (or failed) job into the batch tallies
      *and writes its report line on the spot - the report file is
      *already open, so a batch of any size reports every job.
      *Only verified jobs count toward the batch record and reject
      *totals - a quarantined set was not delivered.
       RECORD-JOB-RESULT.
           EVALUATE TRUE
               WHEN JOB-DEFERRED = "Y"
                   ADD 1 TO JOBS-DEFERRED
                   MOVE "DEFERRED" TO JOB-STATUS-TEXT
                   MOVE "--:--:--" TO JOB-START-TEXT JOB-END-TEXT
                   MOVE 0 TO JOB-ELAPSED
               WHEN JOB-FAILED = "Y"
                   ADD 1 TO JOBS-FAILED
                   MOVE "FAILED" TO JOB-STATUS-TEXT
               WHEN JOB-QUARANTINED = "Y"
                   ADD 1 TO JOBS-QUARANTINED
                   MOVE "QUARANTINED" TO JOB-STATUS-TEXT
               WHEN OTHER
                   ADD 1 TO JOBS-COMPLETED
                   ADD JOB-RECORDS TO TOTAL-RECORDS
                   ADD JOB-REJECTS TO TOTAL-REJECTS
                   MOVE "VERIFIED" TO JOB-STATUS-TEXT
           END-EVALUATE.

           MOVE SPACES TO REPORT-LINE.
           STRING "Job " DELIMITED SIZE
                  JOB-STATUS-TEXT DELIMITED SIZE
                  " rc=" DELIMITED SIZE
                  JOB-RC DELIMITED SIZE
                  " verify=" DELIMITED SIZE
                  JOB-VERIFY-RC DELIMITED SIZE
                  " records=" DELIMITED SIZE
                  JOB-RECORDS DELIMITED SIZE
                  " rejects=" DELIMITED SIZE
                  JOB-REJECTS DELIMITED SIZE
                  " " DELIMITED SIZE
                  JOB-FAIL-REASON DELIMITED SIZE
                  " start=" DELIMITED SIZE
                  JOB-START-TEXT DELIMITED SIZE
                  " end=" DELIMITED SIZE
                  JOB-END-TEXT DELIMITED SIZE
                  " elapsed=" DELIMITED SIZE
                  JOB-ELAPSED DELIMITED SIZE
                  INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
      *actually look at, behind the per-job lines.
       WRITE-BATCH-TOTALS.
           MOVE SPACES TO REPORT-LINE.
           STRING "Jobs verified: " DELIMITED SIZE
                  JOBS-COMPLETED DELIMITED SIZE
                  "  quarantined: " DELIMITED SIZE
                  JOBS-QUARANTINED DELIMITED SIZE
                  "  failed: " DELIMITED SIZE
                  JOBS-FAILED DELIMITED SIZE
                  "  deferred: " DELIMITED SIZE
                  JOBS-DEFERRED DELIMITED SIZE
                  INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           END-STRING.
           WRITE REPORT-LINE.

           PERFORM TAKE-CLOCK-READING.
           COMPUTE BATCH-ELAPSED = CLOCK-SECONDS - BATCH-START-SECONDS.
           MOVE SPACES TO REPORT-LINE.
           STRING "Batch started " DELIMITED SIZE
                  BATCH-START-TEXT DELIMITED SIZE
                  "  ended " DELIMITED SIZE
                  CLOCK-TEXT DELIMITED SIZE
                  "  elapsed: " DELIMITED SIZE
                  BATCH-ELAPSED DELIMITED SIZE
                  "  cutoff " DELIMITED SIZE
                  CUTOFF-TEXT DELIMITED SIZE
                  " (" DELIMITED SIZE
                  CUTOFF-SOURCE DELIMITED BY "  "
                  ")" DELIMITED SIZE
                  INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.

           CLOSE REPORT-FILE.
           IF CARRYOVER-OPEN = "Y"
               CLOSE CARRYOVER-FILE
           END-IF.

      *The clock as seconds from the start of the calendar, and as
      *HH:MM:SS for the report.
       TAKE-CLOCK-READING.
           MOVE FUNCTION CURRENT-DATE TO CLOCK-NOW.
           COMPUTE CLOCK-SECONDS =
               (FUNCTION INTEGER-OF-DATE(CLOCK-DATE) * 86400)
               + (CLOCK-HH * 3600) + (CLOCK-MM * 60) + CLOCK-SS.
           MOVE SPACES TO CLOCK-TEXT.
           STRING CLOCK-HH DELIMITED SIZE
                  ":" DELIMITED SIZE
                  CLOCK-MM DELIMITED SIZE
                  ":" DELIMITED SIZE
                  CLOCK-SS DELIMITED SIZE
                  INTO CLOCK-TEXT
           END-STRING.

      *The lane's standing batch window, if it has one. The file is
      *optional; a line in it that is not CUTOFF,HHMM stops the
      *batch before any job runs.
       LOAD-BATCH-CONTROL.
           OPEN INPUT BATCH-CONTROL-FILE.
           IF WS-BATCH-CONTROL-STATUS = "00"
               PERFORM UNTIL WS-BATCH-CONTROL-STATUS NOT = "00"
                   READ BATCH-CONTROL-FILE
                       AT END
                           MOVE "10" TO WS-BATCH-CONTROL-STATUS
                       NOT AT END
                           IF BATCH-CONTROL-LINE NOT = SPACES
                               PERFORM APPLY-BATCH-CONTROL-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BATCH-CONTROL-FILE
           END-IF.

       APPLY-BATCH-CONTROL-LINE.
           MOVE SPACES TO CUTOFF-TAG CUTOFF-VALUE CUTOFF-EXTRA.
           MOVE 0 TO CUTOFF-FIELD-COUNT.
           UNSTRING BATCH-CONTROL-LINE DELIMITED BY ","
               INTO CUTOFF-TAG
                    CUTOFF-VALUE
                    CUTOFF-EXTRA
               TALLYING IN CUTOFF-FIELD-COUNT
           END-UNSTRING.
           PERFORM CHECK-CUTOFF-VALUE.
           IF CUTOFF-TAG = "CUTOFF" AND CUTOFF-FIELD-COUNT = 2
               AND CUTOFF-EXTRA = SPACES
               AND CUTOFF-VALID = "Y"
               MOVE "lane control" TO CUTOFF-SOURCE
               PERFORM SET-BATCH-CUTOFF
           ELSE
               DISPLAY "BATCH-E-BADCONTROL: expected CUTOFF,HHMM in "
                   BATCH-CONTROL-NAME ": " BATCH-CONTROL-LINE
               CLOSE BATCH-CONTROL-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *CUTOFF,HHMM in the manifest overrides the lane's standing
      *window for this batch. A line that only looks like one - a
      *job named CUTOFF has a third field - is run as a job; a bad
      *time is warned about and the window left as it was, rather
      *than costing the night's batch.
       APPLY-MANIFEST-CUTOFF.
           MOVE SPACES TO CUTOFF-TAG CUTOFF-VALUE CUTOFF-EXTRA.
           MOVE 0 TO CUTOFF-FIELD-COUNT.
           UNSTRING MANIFEST-RAW-LINE DELIMITED BY ","
               INTO CUTOFF-TAG
                    CUTOFF-VALUE
                    CUTOFF-EXTRA
               TALLYING IN CUTOFF-FIELD-COUNT
           END-UNSTRING.
           IF CUTOFF-TAG NOT = "CUTOFF"
               OR CUTOFF-EXTRA NOT = SPACES
               PERFORM PROCESS-ONE-JOB
           ELSE
               PERFORM CHECK-CUTOFF-VALUE
               IF CUTOFF-VALID = "Y"
                   MOVE "manifest" TO CUTOFF-SOURCE
                   PERFORM SET-BATCH-CUTOFF
               ELSE
                   DISPLAY "BATCH-W-BADCUTOFF: manifest line "
                       "ignored, expected CUTOFF,HHMM: "
                       MANIFEST-RAW-LINE
               END-IF
           END-IF.

       CHECK-CUTOFF-VALUE.
           MOVE "N" TO CUTOFF-VALID.
           IF CUTOFF-VALUE (1:4) IS NUMERIC
               AND CUTOFF-VALUE (5:4) = SPACES
               MOVE CUTOFF-VALUE (1:4) TO CUTOFF-HHMM
               IF CUTOFF-HH <= 23 AND CUTOFF-MM <= 59
                   MOVE "Y" TO CUTOFF-VALID
               END-IF
           END-IF.

      *The cutoff is the first HH:MM after the batch started - a
      *window that closes at 0600 for a batch started at 2200 ends
      *the next morning.
       SET-BATCH-CUTOFF.
           MOVE "Y" TO CUTOFF-SET.
           COMPUTE CUTOFF-SECONDS =
               (FUNCTION INTEGER-OF-DATE(BATCH-START-DATE) * 86400)
               + (CUTOFF-HH * 3600) + (CUTOFF-MM * 60).
           IF CUTOFF-SECONDS <= BATCH-START-SECONDS
               ADD 86400 TO CUTOFF-SECONDS
           END-IF.
           MOVE SPACES TO CUTOFF-TEXT.
           STRING CUTOFF-HH DELIMITED SIZE
                  ":" DELIMITED SIZE
                  CUTOFF-MM DELIMITED SIZE
                  INTO CUTOFF-TEXT
           END-STRING.
           DISPLAY "BATCH-I-WINDOW: jobs are started only while "
               "they are projected to end by " CUTOFF-TEXT
               " (" FUNCTION TRIM(CUTOFF-SOURCE) ")".

      *Opened fresh every batch, like the report - after the batch
      *it holds exactly the jobs this night could not start.
       OPEN-CARRYOVER-MANIFEST.
           OPEN OUTPUT CARRYOVER-FILE.
           IF WS-CARRYOVER-STATUS = "00"
               MOVE "Y" TO CARRYOVER-OPEN
           ELSE
               DISPLAY "BATCH-W-NOCARRYOVER: could not open "
                   CARRYOVER-FILE-NAME ", status="
                   WS-CARRYOVER-STATUS
                   " - the batch window will not be enforced"
           END-IF.
