   SELECT OPTIONAL RUN-JOURNAL-FILE
      ASSIGN DYNAMIC RUN-JOURNAL-FILE-NAME
      ORGANIZATION IS LINE SEQUENTIAL.
   SELECT OPTIONAL PROOF-STATUS-FILE
      ASSIGN DYNAMIC PROOF-STATUS-FILE-NAME
      ORGANIZATION IS LINE SEQUENTIAL
      FILE STATUS IS PROOF-STATUS-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
      05  DGL-RECORD-COUNT     PIC 9(8).
      05  DGL-SEP8             PIC X(1).
      05  DGL-OUT-OF-BALANCE   PIC X(1).
      05  DGL-SEP9             PIC X(1).
      05  DGL-COMPANY          PIC X(3).
   FD  PERIOD-FEED-FILE.
   01  GL-FEED-RECORD.
      05  GL-REC-TYPE         PIC X(1).
      05  GL-RECORD-COUNT     PIC 9(8).
      05  GL-SEP8             PIC X(1).
      05  GL-OUT-OF-BALANCE   PIC X(1).
      05  GL-SEP9             PIC X(1).
      05  GL-COMPANY          PIC X(3).
   FD  CONSOL-REPORT-FILE.
   01  CONSOL-REPORT-LINE PIC X(132).
   FD  PERIOD-CONTROL-FILE.
      05  PCN-DATE       PIC X(8).
      05  PCN-SEP2       PIC X(1).
      05  PCN-NOTE       PIC X(30).
   FD  PROOF-STATUS-FILE.
   01  PROOF-STATUS-RECORD.
      05  PST-KEY   PIC X(16).
      05  PST-SEP   PIC X(1).
      05  PST-VALUE PIC X(40).
   FD  RUN-JOURNAL-FILE.
   01  RUN-JOURNAL-RECORD.
      05  RJ-RUN-DATE    PIC X(8).
       01  DAY-DETAIL-NET        PIC S9(34)V99 VALUE 0.
       01  DAY-TRAILER-NET       PIC S9(34)V99 VALUE 0.
       01  FILES-CONSOLIDATED    PIC 9(4) VALUE 0.
       01  FEED-PREFIX           PIC X(12) VALUE SPACES.
       01  SUPPLEMENTARY-FEED    PIC X(1) VALUE 'N'.
       01  DAY-CONSOLIDATED      PIC X(1) VALUE 'N'.
       01  SUPPLEMENTARY-COUNT   PIC 9(4) VALUE 0.
       01  MISSING-DAY-COUNT     PIC 9(4) VALUE 0.
       01  PROBLEM-DAY-COUNT     PIC 9(4) VALUE 0.
       01  REQUIRE-PROOF-PARM    PIC X(1) VALUE SPACES.
       01  PROOF-STATUS-FILE-NAME PIC X(40) VALUE SPACES.
       01  PROOF-STATUS-FILE-STATUS PIC X(2) VALUE "00".
       01  PROOF-STATUS-EOF      PIC X(1) VALUE 'N'.
       01  PROOF-VERDICT         PIC X(8) VALUE SPACES.
       01  PROOF-NET-TOTAL       PIC S9(34)V99 VALUE 0.
       01  PROOF-NET-TOTAL-X REDEFINES PROOF-NET-TOTAL PIC X(36).
       01  PROOF-NET-SEEN        PIC X(1) VALUE 'N'.
       01  PERIOD-DEBIT-TOTAL    PIC S9(34)V99 VALUE 0.
       01  PERIOD-CREDIT-TOTAL   PIC S9(34)V99 VALUE 0.
       01  PERIOD-NET-TOTAL      PIC S9(34)V99 VALUE 0.
               10  MTD-DEBIT   PIC S9(34)V99 VALUE 0.
               10  MTD-CREDIT  PIC S9(34)V99 VALUE 0.
               10  MTD-NET     PIC S9(34)V99 VALUE 0.
               10  MTD-COMPANY PIC X(3) VALUE SPACES.
       01  MTD-COUNT             PIC 9(4) VALUE 0.
       01  DAY-STAGE-TABLE.
           05  DAY-STAGE-ENTRY OCCURS 500 TIMES INDEXED BY DST-IDX.
               10  DST-DEBIT   PIC S9(34)V99 VALUE 0.
               10  DST-CREDIT  PIC S9(34)V99 VALUE 0.
               10  DST-NET     PIC S9(34)V99 VALUE 0.
               10  DST-COMPANY PIC X(3) VALUE SPACES.
       01  DAY-STAGE-COUNT       PIC 9(4) VALUE 0.
       01  PERIOD-CONTROL-FILE-NAME PIC X(40) VALUE "periodctl.txt".
       01  PERIOD-CONTROL-PARM   PIC X(40) VALUE SPACES.
   IF RUN-JOURNAL-PARM NOT = SPACES
      MOVE RUN-JOURNAL-PARM TO RUN-JOURNAL-FILE-NAME
   END-IF
   ACCEPT REQUIRE-PROOF-PARM FROM ENVIRONMENT "REQUIRE_PROOF"
   PERFORM LOAD-PERIOD-CONTROL
   PERFORM LOAD-COMPLETED-RUN-DATES
   PERFORM BUILD-PERIOD-FILE-NAMES
   CLOSE PERIOD-FEED-FILE
   CLOSE CONSOL-REPORT-FILE
   DISPLAY "GL CONSOLIDATION COMPLETE: " FILES-CONSOLIDATED
      " DAILY FEEDS, " SUPPLEMENTARY-COUNT
      " SUPPLEMENTARY FEEDS, " MISSING-DAY-COUNT
      " MISSING BUSINESS DAYS, " PROBLEM-DAY-COUNT
      " PROBLEM FILES, " JOURNAL-MISSING-COUNT
      " DAYS WITHOUT A COMPLETED RUN"
         "] - FILE STATUS " DAILY-FEED-STATUS
      STOP RUN 20
   END-IF
   MOVE 'N' TO DAY-CONSOLIDATED
   MOVE 'N' TO SUPPLEMENTARY-FEED
   PERFORM CONSOLIDATE-DAILY-FEED
   CLOSE DAILY-FEED-FILE
   IF DAY-CONSOLIDATED = 'Y'
      MOVE "GLALLOC.D" TO FEED-PREFIX
      PERFORM CONSOLIDATE-SUPPLEMENTARY-FEED
      MOVE "GLREVAL.D" TO FEED-PREFIX
      PERFORM CONSOLIDATE-SUPPLEMENTARY-FEED
      MOVE "GLREVRS.D" TO FEED-PREFIX
      PERFORM CONSOLIDATE-SUPPLEMENTARY-FEED
   END-IF.

CONSOLIDATE-SUPPLEMENTARY-FEED.
   MOVE SPACES TO DAILY-FEED-FILE-NAME
   STRING FEED-PREFIX DELIMITED BY SPACE
          WORK-DATE-X DELIMITED BY SIZE
          INTO DAILY-FEED-FILE-NAME
   OPEN INPUT DAILY-FEED-FILE
   IF DAILY-FEED-STATUS = "35"
      EXIT PARAGRAPH
   END-IF
   IF DAILY-FEED-STATUS NOT = "00"
      DISPLAY "FATAL: CANNOT OPEN GL FEED ["
         FUNCTION TRIM(DAILY-FEED-FILE-NAME)
         "] - FILE STATUS " DAILY-FEED-STATUS
      STOP RUN 20
   END-IF
   MOVE 'Y' TO SUPPLEMENTARY-FEED
   PERFORM CONSOLIDATE-DAILY-FEED
   MOVE 'N' TO SUPPLEMENTARY-FEED
   CLOSE DAILY-FEED-FILE.

SET-SUPPLEMENTARY-NOTE.
   MOVE SPACES TO CDL-NOTE
   STRING FUNCTION TRIM(DAILY-FEED-FILE-NAME) DELIMITED BY SIZE
          " EXCLUDED" DELIMITED BY SIZE
          INTO CDL-NOTE.

CONSOLIDATE-DAILY-FEED.
   MOVE 'N' TO DAILY-EOF
   MOVE 'N' TO DAY-HEADER-SEEN
      MOVE WORK-DATE-X TO CDL-DATE
      MOVE "BAD FRAMING" TO CDL-STATUS
      MOVE 'H/T FRAMING ERROR - DAY EXCLUDED' TO CDL-NOTE
      IF SUPPLEMENTARY-FEED = 'Y'
         PERFORM SET-SUPPLEMENTARY-NOTE
      END-IF
      MOVE CON-DAY-LINE TO CON-PRINT-LINE
      PERFORM PRINT-CONSOL-LINE
      EXIT PARAGRAPH
      MOVE WORK-DATE-X TO CDL-DATE
      MOVE "UNBALANCED" TO CDL-STATUS
      MOVE 'OUT OF BALANCE - DAY EXCLUDED' TO CDL-NOTE
      IF SUPPLEMENTARY-FEED = 'Y'
         PERFORM SET-SUPPLEMENTARY-NOTE
      END-IF
      MOVE CON-DAY-LINE TO CON-PRINT-LINE
      PERFORM PRINT-CONSOL-LINE
      EXIT PARAGRAPH
   END-IF
   IF REQUIRE-PROOF-PARM = 'Y' AND SUPPLEMENTARY-FEED = 'N'
      PERFORM CHECK-DAY-PROOF
      IF PROOF-VERDICT NOT = "PASSED"
         ADD 1 TO PROBLEM-DAY-COUNT
         MOVE SPACES TO CON-DAY-LINE
         MOVE WORK-DATE-X TO CDL-DATE
         IF PROOF-VERDICT = SPACES
            MOVE "NO PROOF" TO CDL-STATUS
            MOVE 'NO DAILY PROOF ON FILE - DAY EXCLUDED'
               TO CDL-NOTE
         ELSE
            MOVE "PROOF FAILED" TO CDL-STATUS
            MOVE 'DAILY PROOF DID NOT PASS - DAY EXCLUDED'
               TO CDL-NOTE
         END-IF
         MOVE CON-DAY-LINE TO CON-PRINT-LINE
         PERFORM PRINT-CONSOL-LINE
         EXIT PARAGRAPH
      END-IF
      IF PROOF-NET-TOTAL NOT = DAY-TRAILER-NET
         ADD 1 TO PROBLEM-DAY-COUNT
         MOVE SPACES TO CON-DAY-LINE
         MOVE WORK-DATE-X TO CDL-DATE
         MOVE "PROOF DIFFERS" TO CDL-STATUS
         MOVE 'FEED CHANGED SINCE PROOF - DAY EXCLUDED'
            TO CDL-NOTE
         MOVE CON-DAY-LINE TO CON-PRINT-LINE
         PERFORM PRINT-CONSOL-LINE
         EXIT PARAGRAPH
      END-IF
   END-IF
   PERFORM MERGE-DAY-INTO-PERIOD
   MOVE SPACES TO CON-DAY-LINE
   MOVE WORK-DATE-X TO CDL-DATE
   MOVE "CONSOLIDATED" TO CDL-STATUS
   IF SUPPLEMENTARY-FEED = 'Y'
      MOVE DAILY-FEED-FILE-NAME TO CDL-NOTE
      ADD 1 TO SUPPLEMENTARY-COUNT
   ELSE
      MOVE 'Y' TO DAY-CONSOLIDATED
      ADD 1 TO FILES-CONSOLIDATED
   END-IF
   MOVE CON-DAY-LINE TO CON-PRINT-LINE
   PERFORM PRINT-CONSOL-LINE.

CHECK-DAY-PROOF.
   MOVE SPACES TO PROOF-VERDICT
   MOVE 0 TO PROOF-NET-TOTAL
   MOVE 'N' TO PROOF-NET-SEEN
   MOVE 'N' TO PROOF-STATUS-EOF
   MOVE SPACES TO PROOF-STATUS-FILE-NAME
   STRING "PROOFSTAT.D" DELIMITED BY SIZE
          WORK-DATE-X DELIMITED BY SPACE
          INTO PROOF-STATUS-FILE-NAME
   OPEN INPUT PROOF-STATUS-FILE
   IF PROOF-STATUS-FILE-STATUS NOT = "00"
      CLOSE PROOF-STATUS-FILE
      EXIT PARAGRAPH
   END-IF
   PERFORM UNTIL PROOF-STATUS-EOF = 'Y'
      READ PROOF-STATUS-FILE
         AT END MOVE 'Y' TO PROOF-STATUS-EOF
         NOT AT END
            EVALUATE PST-KEY
               WHEN "VERDICT"
                  MOVE PST-VALUE TO PROOF-VERDICT
               WHEN "NET-TOTAL"
                  MOVE PST-VALUE(1:36) TO PROOF-NET-TOTAL-X
                  IF PROOF-NET-TOTAL NUMERIC
                     MOVE 'Y' TO PROOF-NET-SEEN
                  ELSE
                     MOVE 'N' TO PROOF-NET-SEEN
                  END-IF
            END-EVALUATE
      END-READ
   END-PERFORM
   CLOSE PROOF-STATUS-FILE
   IF PROOF-NET-SEEN = 'N' AND PROOF-VERDICT NOT = SPACES
      MOVE "NO-NET" TO PROOF-VERDICT
   END-IF.

MERGE-DAY-INTO-PERIOD.
   PERFORM VARYING DST-IDX FROM 1 BY 1
      UNTIL DST-IDX > DAY-STAGE-COUNT
      PERFORM VARYING MTD-IDX FROM 1 BY 1 UNTIL MTD-IDX > MTD-COUNT
         IF MTD-CODE(MTD-IDX) = DST-CODE(DST-IDX)
            AND MTD-COMPANY(MTD-IDX) = DST-COMPANY(DST-IDX)
            EXIT PERFORM
         END-IF
      END-PERFORM
         MOVE DST-CODE(DST-IDX)    TO MTD-CODE(MTD-IDX)
         MOVE DST-ACCOUNT(DST-IDX) TO MTD-ACCOUNT(MTD-IDX)
         MOVE DST-DESC(DST-IDX)    TO MTD-DESC(MTD-IDX)
         MOVE DST-COMPANY(DST-IDX) TO MTD-COMPANY(MTD-IDX)
         MOVE 0 TO MTD-DEBIT(MTD-IDX)
         MOVE 0 TO MTD-CREDIT(MTD-IDX)
         MOVE 0 TO MTD-NET(MTD-IDX)
   PERFORM VARYING DST-IDX FROM 1 BY 1
      UNTIL DST-IDX > DAY-STAGE-COUNT
      IF DST-CODE(DST-IDX) = DGL-CATEGORY
         AND DST-COMPANY(DST-IDX) = DGL-COMPANY
         EXIT PERFORM
      END-IF
   END-PERFORM
      MOVE DGL-CATEGORY TO DST-CODE(DST-IDX)
      MOVE DGL-ACCOUNT  TO DST-ACCOUNT(DST-IDX)
      MOVE DGL-DESC     TO DST-DESC(DST-IDX)
      MOVE DGL-COMPANY  TO DST-COMPANY(DST-IDX)
      MOVE 0 TO DST-DEBIT(DST-IDX)
      MOVE 0 TO DST-CREDIT(DST-IDX)
      MOVE 0 TO DST-NET(DST-IDX)
      MOVE MTD-DEBIT(MTD-IDX)   TO GL-DEBIT-TOTAL
      MOVE MTD-CREDIT(MTD-IDX)  TO GL-CREDIT-TOTAL
      MOVE MTD-NET(MTD-IDX)     TO GL-NET-TOTAL
      MOVE MTD-COMPANY(MTD-IDX) TO GL-COMPANY
      WRITE GL-FEED-RECORD
   END-PERFORM
   INITIALIZE GL-FEED-RECORD
