      ASSIGN DYNAMIC BATCH-DUP-FILE-NAME
      ORGANIZATION IS LINE SEQUENTIAL
      FILE STATUS IS BATCH-DUP-STATUS.
   SELECT BATCH-FXPOS-FILE
      ASSIGN DYNAMIC BATCH-FXPOS-FILE-NAME
      ORGANIZATION IS LINE SEQUENTIAL
      FILE STATUS IS BATCH-FXPOS-STATUS.
   SELECT MERGED-REJECT-FILE
      ASSIGN DYNAMIC MERGED-REJECT-FILE-NAME
      ORGANIZATION IS LINE SEQUENTIAL.
   SELECT MERGED-DUP-FILE
      ASSIGN DYNAMIC MERGED-DUP-FILE-NAME
      ORGANIZATION IS LINE SEQUENTIAL.
   SELECT MERGED-FXPOS-FILE
      ASSIGN DYNAMIC MERGED-FXPOS-FILE-NAME
      ORGANIZATION IS LINE SEQUENTIAL.
   SELECT MERGED-OUTPUT-FILE
      ASSIGN DYNAMIC MERGED-OUTPUT-FILE-NAME
      ORGANIZATION IS LINE SEQUENTIAL.
      05  BGL-RECORD-COUNT     PIC 9(8).
      05  BGL-SEP8             PIC X(1).
      05  BGL-OUT-OF-BALANCE   PIC X(1).
      05  BGL-SEP9             PIC X(1).
      05  BGL-COMPANY          PIC X(3).
   FD  BATCH-REJECT-FILE.
   01  BATCH-REJECT-RECORD.
      05  BREJ-RECORD-NUM PIC 9(8).
      05  BREJ-SEP1       PIC X(1).
      05  BREJ-TRAN-ID    PIC X(12).
      05  BREJ-SEP2       PIC X(1).
      05  BREJ-RAW-TEXT   PIC X(59).
      05  BREJ-SEP3       PIC X(1).
      05  BREJ-REASON     PIC X(30).
   FD  BATCH-HOLD-FILE.
   01  BATCH-HOLD-RECORD.
      05  BHLD-RECORD-NUM PIC 9(8).
      05  BHLD-SEP1       PIC X(1).
      05  BHLD-RAW-TEXT   PIC X(59).
      05  BHLD-SEP2       PIC X(1).
      05  BHLD-REASON     PIC X(30).
   FD  BATCH-DUP-FILE.
      05  BDUP-SEP1       PIC X(1).
      05  BDUP-TRAN-ID    PIC X(12).
      05  BDUP-SEP2       PIC X(1).
      05  BDUP-RAW-TEXT   PIC X(59).
      05  BDUP-SEP3       PIC X(1).
      05  BDUP-REASON     PIC X(30).
   FD  BATCH-FXPOS-FILE.
   01  BATCH-FXPOS-RECORD       PIC X(91).
   FD  MERGED-REJECT-FILE.
   01  REJECT-RECORD.
      05  REJ-RECORD-NUM PIC 9(8).
      05  REJ-SEP1       PIC X(1).
      05  REJ-TRAN-ID    PIC X(12).
      05  REJ-SEP2       PIC X(1).
      05  REJ-RAW-TEXT   PIC X(59).
      05  REJ-SEP3       PIC X(1).
      05  REJ-REASON     PIC X(30).
   FD  MERGED-HOLD-FILE.
   01  HOLD-RECORD.
      05  HOLD-RECORD-NUM PIC 9(8).
      05  HOLD-SEP1       PIC X(1).
      05  HOLD-RAW-TEXT   PIC X(59).
      05  HOLD-SEP2       PIC X(1).
      05  HOLD-REASON     PIC X(30).
   FD  MERGED-DUP-FILE.
      05  DUP-SEP1       PIC X(1).
      05  DUP-TRAN-ID    PIC X(12).
      05  DUP-SEP2       PIC X(1).
      05  DUP-RAW-TEXT   PIC X(59).
      05  DUP-SEP3       PIC X(1).
      05  DUP-REASON     PIC X(30).
   FD  MERGED-FXPOS-FILE.
   01  FXPOS-RECORD             PIC X(91).
   FD  MERGED-OUTPUT-FILE.
   01  MERGED-OUTPUT-RECORD.
      05  OUT-REC-TYPE          PIC X(1).
      05  GL-RECORD-COUNT     PIC 9(8).
      05  GL-SEP8             PIC X(1).
      05  GL-OUT-OF-BALANCE   PIC X(1).
      05  GL-SEP9             PIC X(1).
      05  GL-COMPANY          PIC X(3).

WORKING-STORAGE SECTION.
       01  RUN-DATE-PARM         PIC X(8) VALUE SPACES.
       01  MERGED-REJECT-FILE-NAME PIC X(40) VALUE SPACES.
       01  MERGED-HOLD-FILE-NAME PIC X(40) VALUE SPACES.
       01  MERGED-DUP-FILE-NAME  PIC X(40) VALUE SPACES.
       01  BATCH-FXPOS-FILE-NAME PIC X(44) VALUE SPACES.
       01  BATCH-FXPOS-STATUS    PIC X(2) VALUE "00".
       01  MERGED-FXPOS-FILE-NAME PIC X(40) VALUE SPACES.
       01  MERGED-REJ-COUNT      PIC 9(8) VALUE 0.
       01  MERGED-HOLD-COUNT     PIC 9(8) VALUE 0.
       01  MERGED-DUP-COUNT      PIC 9(8) VALUE 0.
               10  CAT-CODE         PIC X(4) VALUE SPACES.
               10  CAT-ACCOUNT      PIC 9(8) VALUE 0.
               10  CAT-DESC         PIC X(30) VALUE SPACES.
               10  CAT-COMPANY      PIC X(3) VALUE SPACES.
               10  CAT-DEBIT-TOTAL  PIC S9(34)V99 VALUE 0.
               10  CAT-CREDIT-TOTAL PIC S9(34)V99 VALUE 0.
               10  CAT-NET-TOTAL    PIC S9(34)V99 VALUE 0.
   STRING "DUPES.D" DELIMITED BY SIZE
          RUN-DATE-PARM DELIMITED BY SPACE
          INTO MERGED-DUP-FILE-NAME
   MOVE SPACES TO MERGED-FXPOS-FILE-NAME
   STRING "FXPOS.D" DELIMITED BY SIZE
          RUN-DATE-PARM DELIMITED BY SPACE
          INTO MERGED-FXPOS-FILE-NAME
   PERFORM VARYING BATCH-SEQ FROM 1 BY 1
      UNTIL BATCH-SEQ > 99 OR MORE-BATCHES = 'N'
      PERFORM MERGE-ONE-BATCH
      STOP RUN 20
   END-IF
   IF AUX-FILES-OPENED = 'Y'
      CLOSE MERGED-REJECT-FILE, MERGED-HOLD-FILE, MERGED-DUP-FILE,
            MERGED-FXPOS-FILE
   END-IF
   PERFORM WRITE-MERGED-OUTPUT
   PERFORM WRITE-MERGED-FEED
      OPEN OUTPUT MERGED-REJECT-FILE
      OPEN OUTPUT MERGED-HOLD-FILE
      OPEN OUTPUT MERGED-DUP-FILE
      OPEN OUTPUT MERGED-FXPOS-FILE
      MOVE 'Y' TO AUX-FILES-OPENED
   END-IF
   PERFORM MERGE-BATCH-OUTPUT
   PERFORM MERGE-BATCH-REJECT
   PERFORM MERGE-BATCH-HOLD
   PERFORM MERGE-BATCH-DUP
   PERFORM MERGE-BATCH-FXPOS
   ADD 1 TO BATCHES-MERGED.

MERGE-BATCH-REJECT.
   END-PERFORM
   CLOSE BATCH-DUP-FILE.

MERGE-BATCH-FXPOS.
   MOVE SPACES TO BATCH-FXPOS-FILE-NAME
   STRING "FXPOS.D" DELIMITED BY SIZE
          RUN-DATE-PARM DELIMITED BY SPACE
          BATCH-SUFFIX DELIMITED BY SPACE
          INTO BATCH-FXPOS-FILE-NAME
   MOVE 'N' TO AUX-EOF
   OPEN INPUT BATCH-FXPOS-FILE
   IF BATCH-FXPOS-STATUS = "35"
      EXIT PARAGRAPH
   END-IF
   IF BATCH-FXPOS-STATUS NOT = "00"
      DISPLAY "FATAL: CANNOT OPEN BATCH FX POSITION FILE ["
         FUNCTION TRIM(BATCH-FXPOS-FILE-NAME)
         "] - FILE STATUS " BATCH-FXPOS-STATUS
      STOP RUN 20
   END-IF
   PERFORM UNTIL AUX-EOF = 'Y'
      READ BATCH-FXPOS-FILE
         AT END MOVE 'Y' TO AUX-EOF
         NOT AT END
            MOVE BATCH-FXPOS-RECORD TO FXPOS-RECORD
            WRITE FXPOS-RECORD
      END-READ
   END-PERFORM
   CLOSE BATCH-FXPOS-FILE.

MERGE-BATCH-OUTPUT.
   MOVE 'N' TO OUTPUT-EOF
   PERFORM UNTIL OUTPUT-EOF = 'Y'
         IF CAT-ACCOUNT(CAT-IDX) = 0
            MOVE BGL-ACCOUNT TO CAT-ACCOUNT(CAT-IDX)
            MOVE BGL-DESC    TO CAT-DESC(CAT-IDX)
            MOVE BGL-COMPANY TO CAT-COMPANY(CAT-IDX)
         END-IF
         ADD BGL-DEBIT-TOTAL  TO CAT-DEBIT-TOTAL(CAT-IDX)
         ADD BGL-CREDIT-TOTAL TO CAT-CREDIT-TOTAL(CAT-IDX)
      MOVE CAT-CODE(CAT-IDX)         TO GL-CATEGORY
      MOVE CAT-ACCOUNT(CAT-IDX)      TO GL-ACCOUNT
      MOVE CAT-DESC(CAT-IDX)         TO GL-DESC
      MOVE CAT-COMPANY(CAT-IDX)      TO GL-COMPANY
      MOVE CAT-DEBIT-TOTAL(CAT-IDX)  TO GL-DEBIT-TOTAL
      MOVE CAT-CREDIT-TOTAL(CAT-IDX) TO GL-CREDIT-TOTAL
      MOVE CAT-NET-TOTAL(CAT-IDX)    TO GL-NET-TOTAL
