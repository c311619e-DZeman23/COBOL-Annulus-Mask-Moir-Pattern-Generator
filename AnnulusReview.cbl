       IDENTIFICATION DIVISION.
       PROGRAM-ID. AnnulusReview.

      *Operator maintenance dialog for reviewing cataloged output
      *sets. Nothing used to separate a checked output set from an
      *untested afternoon rerun, and the wrong one went into a
      *composite. This program lists the runs on the lane's
      *annulus_catalog.dat that are still awaiting review, shows a
      *chosen run's catalog facts - source image, mode, rings,
      *output and reject counts - and its run summary, and records
      *the reviewer's decision: APPROVED or REJECTED, with initials,
      *a timestamp and a reason.
      *
      *Decisions are appended to annulus_review.dat beside the
      *catalog, one fixed-layout line per decision:
      *
      *    RUNID=<run id> STATUS=APPROVED|REJECTED BY=<ini>
      *        AT=<YYYYMMDDHHMMSS> WHY=<reason>
      *
      *(one line on the file). Nothing is ever rewritten - a run
      *reviewed twice keeps both lines, and the later one stands,
      *so the file is also the review history. AnnulusCompose
      *refuses a RUN,<runid> input that does not stand APPROVED,
      *and Annulus's RETENTION-SWEEP ages approved sets off only
      *after every unapproved one.
      *
      *A lane id on the command line reviews that lane's catalog.
      *RETURN-CODE 0 normal end, 16 the catalog could not be read or
      *a decision could not be recorded.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CATALOG-FILE
               ASSIGN USING CATALOG-FILE-NAME
               *> The run catalog Annulus maintains - read only
               *> here. Lane-scoped.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CATALOG-STATUS.

           SELECT REVIEW-FILE
               ASSIGN USING REVIEW-FILE-NAME
               *> The review decisions - appended to, never
               *> rewritten. Lane-scoped, beside the catalog.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REVIEW-STATUS.

           SELECT SUMMARY-IN-FILE
               ASSIGN USING SUMMARY-IN-NAME
               *> The run summary the catalog line's SUM= names,
               *> shown to the reviewer as written.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUMMARY-STATUS.

       DATA DIVISION.
       FILE SECTION.
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

       FD  SUMMARY-IN-FILE.
       01  SUMMARY-IN-LINE     PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-CATALOG-STATUS   PIC XX.
       01  WS-REVIEW-STATUS    PIC XX.
       01  WS-SUMMARY-STATUS   PIC XX.
       01  END-OF-FILE         PIC X VALUE "N".

      *Partitioned work lanes - the same command-line lane id and
      *directory layout every other program resolves.
       01  COMMAND-LINE-TEXT   PIC X(80).
       01  LANE-ID             PIC X(8) VALUE SPACES.
       01  LANE-DIGIT-TEST     PIC X(8).
       01  BASE-DIRECTORY      PIC X(30) VALUE
           "C:\Users\danie\Desktop\imgbol\".
       01  OUTPUT-DIRECTORY    PIC X(44).
       01  CATALOG-FILE-NAME   PIC X(100).
       01  REVIEW-FILE-NAME    PIC X(100).
       01  SUMMARY-IN-NAME     PIC X(100).

      *The catalog as the reviewer sees it - one entry per cataloged
      *run, oldest first, with its standing off the review file
      *(spaces = awaiting review).
       01  RUN-TABLE.
           05 RUN-ENTRY OCCURS 250 TIMES.
              10 RV-RUNID      PIC X(16).
              10 RV-TIMESTAMP  PIC X(14).
              10 RV-FILE       PIC X(100).
              10 RV-MODE       PIC X.
              10 RV-RINGS      PIC X(2).
              10 RV-OUTREC     PIC X(8).
              10 RV-REJREC     PIC X(8).
              10 RV-SUM-NAME   PIC X(100).
              10 RV-DECISION   PIC X(8).
              10 RV-INITIALS   PIC X(3).
              10 RV-AT         PIC X(14).
              10 RV-REASON     PIC X(60).
       01  RUN-TOTAL           PIC 9(4) VALUE 0.
       01  RUN-SUB             PIC 9(4).
       01  CATALOG-DROPPED     PIC 9(4) VALUE 0.
       01  AWAITING-COUNT      PIC 9(4).
       01  RUN-SUB-DISP        PIC ZZZ9.

      *Catalog line tokenizing - the same space-delimited scan
      *AnnulusTrend applies.
       01  LINE-TOKEN          PIC X(120).
       01  LINE-TOKEN-LEN      PIC 9(4).
       01  LINE-SCAN-PTR       PIC 9(4).

      *Dialog machinery - the AnnulusSetup prompt pattern.
       01  PROMPT-TEXT         PIC X(70).
       01  ANSWER-TEXT         PIC X(12).
       01  ANSWER-DIGIT-TEST   PIC X(12).
       01  ANSWER-VALUE        PIC S9(8).
       01  INITIALS-TEXT       PIC X(12).
       01  INITIALS-TEST       PIC X(12).
       01  REASON-TEXT         PIC X(60).
       01  REVIEW-DONE         PIC X VALUE "N".
       01  DECISION-WANTED     PIC X(8).
       01  NOW-TIMESTAMP       PIC X(21).

      *Session tallies.
       01  APPROVED-THIS-RUN   PIC 9(4) VALUE 0.
       01  REJECTED-THIS-RUN   PIC 9(4) VALUE 0.

       PROCEDURE DIVISION.
       REVIEW-INIT.
           PERFORM LANE-SETUP.
           PERFORM LOAD-CATALOG-RUNS.
           PERFORM LOAD-REVIEW-DECISIONS.

           PERFORM LIST-AWAITING-RUNS.
           PERFORM UNTIL REVIEW-DONE = "Y"
               DISPLAY " "
               DISPLAY "Entry number to review, L to list runs "
                   "awaiting review, ALL to list every run, "
                   "Q to quit?"
               MOVE SPACES TO ANSWER-TEXT
               ACCEPT ANSWER-TEXT
               EVALUATE TRUE
                   WHEN ANSWER-TEXT = "Q"
                       MOVE "Y" TO REVIEW-DONE
                   WHEN ANSWER-TEXT = "L"
                       PERFORM LIST-AWAITING-RUNS
                   WHEN ANSWER-TEXT = "ALL"
                       PERFORM LIST-ALL-RUNS
                   WHEN OTHER
                       PERFORM PICK-RUN-BY-NUMBER
               END-EVALUATE
           END-PERFORM.

           PERFORM COUNT-AWAITING-RUNS.
           DISPLAY "REVIEW-I-DONE: " APPROVED-THIS-RUN
               " approved, " REJECTED-THIS-RUN
               " rejected this session, " AWAITING-COUNT
               " still awaiting review".
           MOVE 0 TO RETURN-CODE.
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
                   DISPLAY "REVIEW-E-BADLANE: lane id must be "
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
               DISPLAY "REVIEW-I-LANE: reviewing lane " LANE-ID
           END-IF.

           MOVE SPACES TO CATALOG-FILE-NAME.
           STRING OUTPUT-DIRECTORY DELIMITED BY SPACE
                  "annulus_catalog.dat" DELIMITED BY SIZE
                  INTO CATALOG-FILE-NAME
           END-STRING.
           MOVE SPACES TO REVIEW-FILE-NAME.
           STRING OUTPUT-DIRECTORY DELIMITED BY SPACE
                  "annulus_review.dat" DELIMITED BY SIZE
                  INTO REVIEW-FILE-NAME
           END-STRING.

      *Every RUNID= line on the catalog into the run table.
       LOAD-CATALOG-RUNS.
           OPEN INPUT CATALOG-FILE.
           IF WS-CATALOG-STATUS NOT = "00"
               DISPLAY "REVIEW-E-NOCATALOG: annulus_catalog.dat not "
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
                           PERFORM LOAD-ONE-CATALOG-RUN
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CATALOG-FILE.
           MOVE "N" TO END-OF-FILE.

           IF CATALOG-DROPPED > 0
               DISPLAY "REVIEW-W-CATALOGFULL: " CATALOG-DROPPED
                   " newest catalog run(s) past the first 250 are "
                   "not listed"
           END-IF.

       LOAD-ONE-CATALOG-RUN.
           IF RUN-TOTAL >= 250
               ADD 1 TO CATALOG-DROPPED
           ELSE
               ADD 1 TO RUN-TOTAL
               MOVE SPACES TO RUN-ENTRY (RUN-TOTAL)
               MOVE 1 TO LINE-SCAN-PTR
               PERFORM UNTIL LINE-SCAN-PTR > 800
                   MOVE SPACES TO LINE-TOKEN
                   MOVE 0 TO LINE-TOKEN-LEN
                   UNSTRING CATALOG-RECORD DELIMITED BY ALL " "
                       INTO LINE-TOKEN
                           COUNT IN LINE-TOKEN-LEN
                       WITH POINTER LINE-SCAN-PTR
                   END-UNSTRING
                   IF LINE-TOKEN-LEN > 0
                       PERFORM FILE-CATALOG-TOKEN
                   END-IF
               END-PERFORM
           END-IF.

       FILE-CATALOG-TOKEN.
           EVALUATE TRUE
               WHEN LINE-TOKEN (1:6) = "RUNID="
                   MOVE LINE-TOKEN (7:16) TO RV-RUNID (RUN-TOTAL)
               WHEN LINE-TOKEN (1:3) = "TS="
                   MOVE LINE-TOKEN (4:14) TO RV-TIMESTAMP (RUN-TOTAL)
               WHEN LINE-TOKEN (1:5) = "FILE="
                   MOVE LINE-TOKEN (6:100) TO RV-FILE (RUN-TOTAL)
               WHEN LINE-TOKEN (1:5) = "MODE="
                   MOVE LINE-TOKEN (6:1) TO RV-MODE (RUN-TOTAL)
               WHEN LINE-TOKEN (1:6) = "RINGS="
                   MOVE LINE-TOKEN (7:2) TO RV-RINGS (RUN-TOTAL)
               WHEN LINE-TOKEN (1:7) = "OUTREC="
                   MOVE LINE-TOKEN (8:8) TO RV-OUTREC (RUN-TOTAL)
               WHEN LINE-TOKEN (1:7) = "REJREC="
                   MOVE LINE-TOKEN (8:8) TO RV-REJREC (RUN-TOTAL)
               WHEN LINE-TOKEN (1:4) = "SUM="
                   MOVE LINE-TOKEN (5:100) TO RV-SUM-NAME (RUN-TOTAL)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *Every decision on file, oldest first - a later one for the
      *same run replaces the earlier. No review file yet simply
      *means nothing has been reviewed.
       LOAD-REVIEW-DECISIONS.
           OPEN INPUT REVIEW-FILE.
           IF WS-REVIEW-STATUS = "00"
               MOVE "N" TO END-OF-FILE
               PERFORM UNTIL END-OF-FILE = "Y"
                   READ REVIEW-FILE
                       AT END
                           MOVE "Y" TO END-OF-FILE
                       NOT AT END
                           IF REVIEW-RUNID-TAG = "RUNID="
                               PERFORM APPLY-ONE-DECISION
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REVIEW-FILE
               MOVE "N" TO END-OF-FILE
           END-IF.

       APPLY-ONE-DECISION.
           PERFORM VARYING RUN-SUB FROM 1 BY 1
                   UNTIL RUN-SUB > RUN-TOTAL
               IF RV-RUNID (RUN-SUB) = REVIEW-RUN-ID
                   MOVE REVIEW-DECISION TO RV-DECISION (RUN-SUB)
                   MOVE REVIEW-INITIALS TO RV-INITIALS (RUN-SUB)
                   MOVE REVIEW-TIMESTAMP TO RV-AT (RUN-SUB)
                   MOVE REVIEW-REASON TO RV-REASON (RUN-SUB)
               END-IF
           END-PERFORM.

      *The review queue - runs no decision has been recorded for,
      *oldest first, numbered by catalog position.
       LIST-AWAITING-RUNS.
           PERFORM COUNT-AWAITING-RUNS.
           DISPLAY " ".
           DISPLAY "Runs awaiting review: " AWAITING-COUNT
               " of " RUN-TOTAL " on catalog".
           PERFORM VARYING RUN-SUB FROM 1 BY 1
                   UNTIL RUN-SUB > RUN-TOTAL
               IF RV-DECISION (RUN-SUB) = SPACES
                   PERFORM DISPLAY-RUN-LINE
               END-IF
           END-PERFORM.

       LIST-ALL-RUNS.
           DISPLAY " ".
           DISPLAY "Runs on catalog: " RUN-TOTAL.
           PERFORM VARYING RUN-SUB FROM 1 BY 1
                   UNTIL RUN-SUB > RUN-TOTAL
               PERFORM DISPLAY-RUN-LINE
           END-PERFORM.

       COUNT-AWAITING-RUNS.
           MOVE 0 TO AWAITING-COUNT.
           PERFORM VARYING RUN-SUB FROM 1 BY 1
                   UNTIL RUN-SUB > RUN-TOTAL
               IF RV-DECISION (RUN-SUB) = SPACES
                   ADD 1 TO AWAITING-COUNT
               END-IF
           END-PERFORM.

      *One listing line - entry number, run id, when, what, and the
      *record counts a reviewer triages by; a reviewed run shows
      *its standing and who decided it.
       DISPLAY-RUN-LINE.
           MOVE RUN-SUB TO RUN-SUB-DISP.
           IF RV-DECISION (RUN-SUB) = SPACES
               DISPLAY RUN-SUB-DISP "  " RV-RUNID (RUN-SUB)
                   "  " RV-TIMESTAMP (RUN-SUB)
                   "  MODE=" RV-MODE (RUN-SUB)
                   " RINGS=" RV-RINGS (RUN-SUB)
                   " OUTREC=" RV-OUTREC (RUN-SUB)
                   " REJREC=" RV-REJREC (RUN-SUB)
                   "  awaiting review"
           ELSE
               DISPLAY RUN-SUB-DISP "  " RV-RUNID (RUN-SUB)
                   "  " RV-TIMESTAMP (RUN-SUB)
                   "  MODE=" RV-MODE (RUN-SUB)
                   " RINGS=" RV-RINGS (RUN-SUB)
                   " OUTREC=" RV-OUTREC (RUN-SUB)
                   " REJREC=" RV-REJREC (RUN-SUB)
                   "  " RV-DECISION (RUN-SUB)
                   " by " RV-INITIALS (RUN-SUB)
           END-IF.

       PICK-RUN-BY-NUMBER.
           MOVE ANSWER-TEXT TO ANSWER-DIGIT-TEST.
           INSPECT ANSWER-DIGIT-TEST
               CONVERTING "0123456789" TO "          ".
           IF ANSWER-DIGIT-TEST NOT = SPACES OR ANSWER-TEXT = SPACES
               DISPLAY "Enter an entry number, L, ALL or Q"
           ELSE
               COMPUTE ANSWER-VALUE = FUNCTION NUMVAL(ANSWER-TEXT)
               IF ANSWER-VALUE < 1 OR ANSWER-VALUE > RUN-TOTAL
                   DISPLAY "No entry " ANSWER-VALUE
                       " - the catalog holds " RUN-TOTAL
               ELSE
                   MOVE ANSWER-VALUE TO RUN-SUB
                   PERFORM REVIEW-ONE-RUN
               END-IF
           END-IF.

      *Everything the reviewer signs off on, then the decision. A
      *run already reviewed can be reviewed again - the new decision
      *is added and stands from then on.
       REVIEW-ONE-RUN.
           DISPLAY " ".
           DISPLAY "Run " RV-RUNID (RUN-SUB)
               " cataloged " RV-TIMESTAMP (RUN-SUB).
           DISPLAY "  Source:    " RV-FILE (RUN-SUB).
           DISPLAY "  Mode " RV-MODE (RUN-SUB) ", "
               RV-RINGS (RUN-SUB) " ring(s)".
           DISPLAY "  Output records: " RV-OUTREC (RUN-SUB)
               "   rejected records: " RV-REJREC (RUN-SUB).
           IF RV-REJREC (RUN-SUB) IS NUMERIC
               AND RV-REJREC (RUN-SUB) NOT = "00000000"
               DISPLAY "  ** this run rejected input records - "
                   "check the reject file before approving"
           END-IF.
           IF RV-DECISION (RUN-SUB) NOT = SPACES
               DISPLAY "  Currently " RV-DECISION (RUN-SUB)
                   " by " RV-INITIALS (RUN-SUB)
                   " at " RV-AT (RUN-SUB)
               DISPLAY "    " RV-REASON (RUN-SUB)
           END-IF.
           PERFORM SHOW-RUN-SUMMARY.

           MOVE SPACES TO ANSWER-TEXT.
           PERFORM UNTIL ANSWER-TEXT = "A" OR ANSWER-TEXT = "R"
                   OR ANSWER-TEXT = "S"
               DISPLAY "A approve, R reject, S skip?"
               ACCEPT ANSWER-TEXT
           END-PERFORM.
           IF ANSWER-TEXT = "S"
               DISPLAY "Run " RV-RUNID (RUN-SUB) " left as it was"
           ELSE
               IF ANSWER-TEXT = "A"
                   MOVE "APPROVED" TO DECISION-WANTED
               ELSE
                   MOVE "REJECTED" TO DECISION-WANTED
               END-IF
               PERFORM ASK-INITIALS
               PERFORM ASK-REASON
               PERFORM RECORD-DECISION
           END-IF.

      *The run summary as Annulus wrote it. A summary the sweep or
      *an operator has removed is reported, not fatal.
       SHOW-RUN-SUMMARY.
           IF RV-SUM-NAME (RUN-SUB) = SPACES
               DISPLAY "  (no summary named on the catalog line)"
           ELSE
               MOVE RV-SUM-NAME (RUN-SUB) TO SUMMARY-IN-NAME
               OPEN INPUT SUMMARY-IN-FILE
               IF WS-SUMMARY-STATUS NOT = "00"
                   DISPLAY "REVIEW-W-NOSUMMARY: " SUMMARY-IN-NAME
                       " not readable, status=" WS-SUMMARY-STATUS
               ELSE
                   DISPLAY "  --- run summary ---"
                   MOVE "N" TO END-OF-FILE
                   PERFORM UNTIL END-OF-FILE = "Y"
                       READ SUMMARY-IN-FILE
                           AT END
                               MOVE "Y" TO END-OF-FILE
                           NOT AT END
                               DISPLAY "  " SUMMARY-IN-LINE
                       END-READ
                   END-PERFORM
                   CLOSE SUMMARY-IN-FILE
                   MOVE "N" TO END-OF-FILE
               END-IF
           END-IF.

      *Two or three letters - the reviewer's own initials.
       ASK-INITIALS.
           MOVE SPACES TO INITIALS-TEXT.
           PERFORM UNTIL INITIALS-TEXT NOT = SPACES
               DISPLAY "Reviewer initials (2 or 3 letters)?"
               ACCEPT INITIALS-TEXT
               MOVE INITIALS-TEXT TO INITIALS-TEST
               INSPECT INITIALS-TEST CONVERTING
                   "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
                   TO "                          "
               IF INITIALS-TEST NOT = SPACES
                   OR INITIALS-TEXT (4:9) NOT = SPACES
                   OR INITIALS-TEXT (2:1) = SPACE
                   DISPLAY "Initials must be 2 or 3 capital letters"
                   MOVE SPACES TO INITIALS-TEXT
               END-IF
           END-PERFORM.

      *A decision always carries its reason - the next reviewer
      *needs to know why.
       ASK-REASON.
           MOVE SPACES TO REASON-TEXT.
           PERFORM UNTIL REASON-TEXT NOT = SPACES
               DISPLAY "Reason (up to 60 characters)?"
               ACCEPT REASON-TEXT
           END-PERFORM.

      *Appends the decision line and updates the table, so the
      *queue listing reflects it straight away.
       RECORD-DECISION.
           MOVE FUNCTION CURRENT-DATE TO NOW-TIMESTAMP.

           OPEN EXTEND REVIEW-FILE.
           IF WS-REVIEW-STATUS NOT = "00"
               OPEN OUTPUT REVIEW-FILE
           END-IF.
           IF WS-REVIEW-STATUS NOT = "00"
               DISPLAY "REVIEW-E-NOREVIEWFILE: could not open "
                   REVIEW-FILE-NAME ", status=" WS-REVIEW-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE "RUNID=" TO REVIEW-RUNID-TAG.
           MOVE RV-RUNID (RUN-SUB) TO REVIEW-RUN-ID.
           MOVE " STATUS=" TO REVIEW-STATUS-TAG.
           MOVE DECISION-WANTED TO REVIEW-DECISION.
           MOVE " BY=" TO REVIEW-BY-TAG.
           MOVE INITIALS-TEXT (1:3) TO REVIEW-INITIALS.
           MOVE " AT=" TO REVIEW-AT-TAG.
           MOVE NOW-TIMESTAMP (1:14) TO REVIEW-TIMESTAMP.
           MOVE " WHY=" TO REVIEW-WHY-TAG.
           MOVE REASON-TEXT TO REVIEW-REASON.
           WRITE REVIEW-RECORD.
           CLOSE REVIEW-FILE.

           MOVE DECISION-WANTED TO RV-DECISION (RUN-SUB).
           MOVE INITIALS-TEXT (1:3) TO RV-INITIALS (RUN-SUB).
           MOVE NOW-TIMESTAMP (1:14) TO RV-AT (RUN-SUB).
           MOVE REASON-TEXT TO RV-REASON (RUN-SUB).
           IF DECISION-WANTED = "APPROVED"
               ADD 1 TO APPROVED-THIS-RUN
           ELSE
               ADD 1 TO REJECTED-THIS-RUN
           END-IF.
           DISPLAY "REVIEW-I-RECORDED: run " RV-RUNID (RUN-SUB) " "
               DECISION-WANTED " by " RV-INITIALS (RUN-SUB)
               " at " RV-AT (RUN-SUB).
