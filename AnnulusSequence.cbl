
           SELECT COPY-IN-FILE
               ASSIGN USING COPY-IN-NAME
               *> Byte copier - moves each frame's preview to its
               *> numbered name. A preview is a binary P5/P6 pixmap
               *> when the source image was, so it is copied byte
               *> for byte rather than line for line.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-COPY-IN-STATUS.

           SELECT COPY-OUT-FILE
               ASSIGN USING COPY-OUT-NAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-COPY-OUT-STATUS.

           SELECT REPORT-FILE
       01  CATALOG-RECORD      PIC X(800).

       FD  COPY-IN-FILE.
       01  COPY-IN-BYTE        PIC X.

       FD  COPY-OUT-FILE.
       01  COPY-OUT-BYTE       PIC X.

       FD  REPORT-FILE.
       01  REPORT-LINE         PIC X(160).
                           AT END
                               MOVE "Y" TO COPY-EOF
                           NOT AT END
                               MOVE COPY-IN-BYTE TO COPY-OUT-BYTE
                               WRITE COPY-OUT-BYTE
                       END-READ
                   END-PERFORM
                   CLOSE COPY-IN-FILE
