      05  GL-RECORD-COUNT     PIC 9(8).
      05  GL-SEP8             PIC X(1).
      05  GL-OUT-OF-BALANCE   PIC X(1).
      05  GL-SEP9             PIC X(1).
      05  GL-COMPANY          PIC X(3).
   FD  DELTA-FEED-FILE.
   01  DELTA-FEED-RECORD.
      05  DGL-REC-TYPE         PIC X(1).
      05  DGL-RECORD-COUNT     PIC 9(8).
      05  DGL-SEP8             PIC X(1).
      05  DGL-OUT-OF-BALANCE   PIC X(1).
      05  DGL-SEP9             PIC X(1).
      05  DGL-COMPANY          PIC X(3).
   FD  ACK-FILE.
   01  ACK-RECORD.
      05  ACK-RUN-DATE        PIC X(8).
       01  RUN-DATE-PARM         PIC X(8) VALUE SPACES.
       01  FEED-FILE-NAME        PIC X(40) VALUE "glfeed.txt".
       01  DELTA-FEED-FILE-NAME  PIC X(40) VALUE "gldelta.txt".
       01  ALLOC-FEED-FILE-NAME  PIC X(40) VALUE "glalloc.txt".
       01  REVAL-FEED-FILE-NAME  PIC X(40) VALUE "glreval.txt".
       01  REVERSAL-FEED-FILE-NAME PIC X(40) VALUE "glrevrs.txt".
       01  ACK-FILE-NAME         PIC X(40) VALUE "glack.txt".
       01  ACK-FILE-PARM         PIC X(40) VALUE SPACES.
       01  RECON-REPORT-FILE-NAME PIC X(40) VALUE "glrecon.txt".
   END-IF
   PERFORM LOAD-FEED-FILE
   PERFORM LOAD-DELTA-FEED-FILE
   MOVE ALLOC-FEED-FILE-NAME TO DELTA-FEED-FILE-NAME
   MOVE 'N' TO DELTA-EOF
   PERFORM LOAD-DELTA-FEED-FILE
   MOVE REVAL-FEED-FILE-NAME TO DELTA-FEED-FILE-NAME
   MOVE 'N' TO DELTA-EOF
   PERFORM LOAD-DELTA-FEED-FILE
   MOVE REVERSAL-FEED-FILE-NAME TO DELTA-FEED-FILE-NAME
   MOVE 'N' TO DELTA-EOF
   PERFORM LOAD-DELTA-FEED-FILE
   OPEN OUTPUT RECON-REPORT-FILE
   MOVE 0 TO RCN-PAGE-NUM
   MOVE RCN-PAGE-SIZE TO RCN-LINE-CNT
BUILD-DATED-FILE-NAMES.
   MOVE SPACES TO FEED-FILE-NAME
   MOVE SPACES TO DELTA-FEED-FILE-NAME
   MOVE SPACES TO ALLOC-FEED-FILE-NAME
   MOVE SPACES TO REVAL-FEED-FILE-NAME
   MOVE SPACES TO REVERSAL-FEED-FILE-NAME
   MOVE SPACES TO ACK-FILE-NAME
   MOVE SPACES TO RECON-REPORT-FILE-NAME
   STRING "GLFEED.D" DELIMITED BY SIZE
   STRING "GLDELTA.D" DELIMITED BY SIZE
          RUN-DATE-PARM DELIMITED BY SPACE
          INTO DELTA-FEED-FILE-NAME
   STRING "GLALLOC.D" DELIMITED BY SIZE
          RUN-DATE-PARM DELIMITED BY SPACE
          INTO ALLOC-FEED-FILE-NAME
   STRING "GLREVAL.D" DELIMITED BY SIZE
          RUN-DATE-PARM DELIMITED BY SPACE
          INTO REVAL-FEED-FILE-NAME
   STRING "GLREVRS.D" DELIMITED BY SIZE
          RUN-DATE-PARM DELIMITED BY SPACE
          INTO REVERSAL-FEED-FILE-NAME
   STRING "GLACK.D" DELIMITED BY SIZE
          RUN-DATE-PARM DELIMITED BY SPACE
          INTO ACK-FILE-NAME
