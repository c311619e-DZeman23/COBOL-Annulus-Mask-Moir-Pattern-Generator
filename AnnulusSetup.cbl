       01  DIA-LARGE-IN        PIC 9(4).
       01  SECTOR-TEXT         PIC X(8).
       01  ELLIPSE-TEXT        PIC X(9).
       01  XFORM-TEXT          PIC X(8).
       01  CHANNEL-TEXT        PIC X(5).
       01  XFORM-LETTER        PIC X.
       01  SECTOR-START-IN     PIC 9(3).
       01  SECTOR-END-IN       PIC 9(3).
       01  ELLIPSE-ROT-IN      PIC 9(3).
       01  XFORM-VALUE-IN      PIC 9(3).
       01  XFORM-FILL-IN       PIC 9(5).
       01  CHANNEL-ANSWER      PIC X(3).
       01  CHANNEL-DIGIT-TEST  PIC X(3).
       01  SIGNED-DISPLAY      PIC +9(4).
                   PERFORM ASK-NUMBER
                   PERFORM BUILD-XFORM-TEXT
               WHEN "F"
      *A fill past the image's own ceiling is clipped to it when
      *the run applies it, so any 16-bit value is accepted here.
                   MOVE "Flat fill value (0-65535)?" TO PROMPT-TEXT
                   MOVE 0 TO RANGE-MIN
                   MOVE 65535 TO RANGE-MAX
                   PERFORM ASK-NUMBER
                   MOVE ANSWER-VALUE TO XFORM-FILL-IN
                   MOVE SPACES TO XFORM-TEXT
                   STRING ",TF" DELIMITED SIZE
                          XFORM-FILL-IN DELIMITED SIZE
                          INTO XFORM-TEXT
                   END-STRING
           END-EVALUATE.

       BUILD-XFORM-TEXT.
