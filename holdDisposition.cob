   SELECT OPTIONAL RATE-FILE
      ASSIGN DYNAMIC RATE-FILE-NAME
      ORGANIZATION IS LINE SEQUENTIAL.
   SELECT OPTIONAL HISTORY-STORE-FILE
      ASSIGN DYNAMIC HISTORY-STORE-FILE-NAME
      ORGANIZATION IS INDEXED
      ACCESS MODE IS DYNAMIC
      RECORD KEY IS HST-KEY
      FILE STATUS IS HISTORY-STORE-STATUS.
   SELECT OPERATOR-AUTHORITY-FILE
      ASSIGN DYNAMIC OPERATOR-AUTHORITY-FILE-NAME
      ORGANIZATION IS LINE SEQUENTIAL
      FILE STATUS IS OPERATOR-AUTHORITY-STATUS.
   SELECT OPTIONAL SECURITY-AUDIT-FILE
      ASSIGN DYNAMIC SECURITY-AUDIT-FILE-NAME
      ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
   01  HOLD-RECORD.
      05  HOLD-RECORD-NUM PIC 9(8).
      05  HOLD-SEP1       PIC X(1).
      05  HOLD-RAW-TEXT   PIC X(59).
      05  HOLD-SEP2       PIC X(1).
      05  HOLD-REASON     PIC X(30).
   FD  DECISIONS-FILE.
      05  DEC-ACTION     PIC X(7).
      05  DEC-SEP2       PIC X(1).
      05  DEC-REVIEWER   PIC X(8).
      05  DEC-SEP3       PIC X(1).
      05  DEC-APPROVER   PIC X(8).
   FD  WRITE-OFF-FILE.
   01  WRITE-OFF-RECORD.
      05  WOF-RECORD-NUM PIC 9(8).
      05  WOF-SEP1       PIC X(1).
      05  WOF-RAW-TEXT   PIC X(59).
      05  WOF-SEP2       PIC X(1).
      05  WOF-REVIEWER   PIC X(8).
      05  WOF-SEP3       PIC X(1).
      05  GL-RECORD-COUNT     PIC 9(8).
      05  GL-SEP8             PIC X(1).
      05  GL-OUT-OF-BALANCE   PIC X(1).
      05  GL-SEP9             PIC X(1).
      05  GL-COMPANY          PIC X(3).
   FD  HOLD-REMAIN-FILE.
   01  HOLD-REMAIN-RECORD.
      05  HREM-RECORD-NUM PIC 9(8).
      05  HREM-SEP1       PIC X(1).
      05  HREM-RAW-TEXT   PIC X(59).
      05  HREM-SEP2       PIC X(1).
      05  HREM-REASON     PIC X(30).
   FD  CATEGORY-MASTER-FILE.
      05  CM-EFF-FROM    PIC X(8).
      05  CM-SEP5        PIC X(1).
      05  CM-EFF-TO      PIC X(8).
      05  CM-SEP6        PIC X(1).
      05  CM-ACCOUNT-TYPE PIC X(1).
      05  CM-SEP7        PIC X(1).
      05  CM-COMPANY     PIC X(3).
   FD  RATE-FILE.
   01  RATE-RECORD.
      05  RX-CURRENCY  PIC X(3).
      05  RX-RATE-DATE PIC X(8).
      05  RX-SEP2      PIC X(1).
      05  RX-RATE      PIC 9(6)V9(8).
   FD  HISTORY-STORE-FILE.
   01  HISTORY-STORE-RECORD.
      05  HST-KEY.
         10  HST-ACCOUNT  PIC 9(8).
         10  HST-RUN-DATE PIC X(8).
         10  HST-SOURCE   PIC X(11).
         10  HST-TRAN-ID  PIC X(12).
      05  HST-BATCH       PIC 9(2).
      05  HST-CATEGORY    PIC X(4).
      05  HST-CURRENCY    PIC X(3).
      05  HST-ORIG-AMOUNT PIC S9(34)V99.
      05  HST-BASE-AMOUNT PIC S9(34)V99.
   FD  OPERATOR-AUTHORITY-FILE.
   01  OPERATOR-AUTHORITY-RECORD.
      05  OPA-USER-ID         PIC X(8).
      05  OPA-SEP1            PIC X(1).
      05  OPA-FUNCTION        PIC X(16).
      05  OPA-SEP2            PIC X(1).
      05  OPA-CAN-APPROVE     PIC X(1).
      05  OPA-SEP3            PIC X(1).
      05  OPA-WRITE-OFF-LIMIT PIC 9(34)V99.
      05  OPA-WRITE-OFF-LIMIT-X REDEFINES OPA-WRITE-OFF-LIMIT
                              PIC X(36).
   FD  SECURITY-AUDIT-FILE.
   01  SECURITY-AUDIT-RECORD.
      05  SEC-DATE       PIC X(8).
      05  SEC-SEP1       PIC X(1).
      05  SEC-TIME       PIC X(6).
      05  SEC-SEP2       PIC X(1).
      05  SEC-FUNCTION   PIC X(16).
      05  SEC-SEP3       PIC X(1).
      05  SEC-USER-ID    PIC X(8).
      05  SEC-SEP4       PIC X(1).
      05  SEC-EVENT      PIC X(8).
      05  SEC-SEP5       PIC X(1).
      05  SEC-SUBJECT    PIC X(20).
      05  SEC-SEP6       PIC X(1).
      05  SEC-SUBMITTER  PIC X(8).
      05  SEC-SEP7       PIC X(1).
      05  SEC-APPROVER   PIC X(8).
      05  SEC-SEP8       PIC X(1).
      05  SEC-AMOUNT     PIC S9(34)V99.
      05  SEC-SEP9       PIC X(1).
      05  SEC-NOTE       PIC X(30).

WORKING-STORAGE SECTION.
       01  TOTAL                 PIC S9(34)V99 VALUE 0.
           05  HELD-TRAN-ID  PIC X(12).
           05  HELD-CURRENCY PIC X(3).
           05  HELD-AMOUNT   PIC 9(34)V99.
           05  HELD-COMPANY  PIC X(3).
       01  BOOKING-COMPANY       PIC X(3) VALUE SPACES.
       01  DEFAULT-COMPANY       PIC X(3) VALUE "001".
       01  DEFAULT-COMPANY-PARM  PIC X(3) VALUE SPACES.
       01  BASE-AMOUNT           PIC 9(34)V99 VALUE 0.
       01  BASE-CURRENCY         PIC X(3) VALUE "USD".
       01  BASE-CURRENCY-PARM    PIC X(3) VALUE SPACES.
               10  DECT-RECORD-NUM PIC 9(8) VALUE 0.
               10  DECT-ACTION     PIC X(7) VALUE SPACES.
               10  DECT-REVIEWER   PIC X(8) VALUE SPACES.
               10  DECT-APPROVER   PIC X(8) VALUE SPACES.
               10  DECT-USED       PIC X(1) VALUE 'N'.
       01  DECISION-COUNT        PIC 9(4) VALUE 0.
       01  UNMATCHED-COUNT       PIC 9(4) VALUE 0.
       01  CATEGORY-COUNT        PIC 9(4) VALUE 0.
       01  CATEGORY-TABLE-FULL   PIC X(1) VALUE 'N'.
       01  RUN-DATE-PARM         PIC X(8) VALUE SPACES.
       01  USER-ID-PARM          PIC X(8) VALUE SPACES.
       01  HOLD-FILE-NAME        PIC X(40) VALUE "hold.txt".
       01  DECISIONS-FILE-NAME   PIC X(40) VALUE "decisions.txt".
       01  WRITE-OFF-FILE-NAME   PIC X(40) VALUE "writeoff.txt".
               10  MST-ACTIVE     PIC X(1) VALUE SPACES.
               10  MST-EFF-FROM   PIC X(8) VALUE SPACES.
               10  MST-EFF-TO     PIC X(8) VALUE SPACES.
               10  MST-COMPANY    PIC X(3) VALUE SPACES.
       01  MASTER-COUNT          PIC 9(4) VALUE 0.
       01  MASTER-EOF            PIC X(1) VALUE 'N'.
       01  MASTER-FOUND          PIC X(1) VALUE 'N'.
       01  MASTER-LOOKUP-CODE    PIC X(4) VALUE SPACES.
       01  HISTORY-STORE-FILE-NAME PIC X(40) VALUE "history.dat".
       01  HISTORY-STORE-PARM    PIC X(40) VALUE SPACES.
       01  HISTORY-STORE-STATUS  PIC X(2) VALUE "00".
       01  OPERATOR-AUTHORITY-FILE-NAME PIC X(40) VALUE "opauth.txt".
       01  OPERATOR-AUTHORITY-PARM  PIC X(40) VALUE SPACES.
       01  OPERATOR-AUTHORITY-STATUS PIC X(2) VALUE "00".
       01  OPERATOR-AUTHORITY-EOF   PIC X(1) VALUE 'N'.
       01  SECURITY-AUDIT-FILE-NAME PIC X(40) VALUE "secaudit.txt".
       01  SECURITY-AUDIT-PARM      PIC X(40) VALUE SPACES.
       01  AUTHORITY-FUNCTION       PIC X(16) VALUE "HOLD-DISPOSITION".
       01  AUTHORITY-TABLE.
           05  AUTHORITY-ENTRY OCCURS 200 TIMES INDEXED BY AUT-IDX.
               10  AUT-USER-ID         PIC X(8) VALUE SPACES.
               10  AUT-CAN-APPROVE     PIC X(1) VALUE 'N'.
               10  AUT-WRITE-OFF-LIMIT PIC 9(34)V99 VALUE 0.
       01  AUTHORITY-COUNT          PIC 9(4) VALUE 0.
       01  AUTHORITY-FOUND          PIC X(1) VALUE 'N'.
       01  AUTHORITY-LOOKUP         PIC X(8) VALUE SPACES.
       01  SUBMITTER-ID             PIC X(8) VALUE SPACES.
       01  APPROVER-ID              PIC X(8) VALUE SPACES.
       01  APPROVAL-REFUSAL         PIC X(30) VALUE SPACES.
       01  SECURITY-DATE-STAMP      PIC X(8) VALUE SPACES.
       01  SECURITY-TIME-STAMP      PIC X(8) VALUE SPACES.
       01  SECURITY-EVENT           PIC X(8) VALUE SPACES.
       01  SECURITY-SUBJECT         PIC X(20) VALUE SPACES.
       01  SECURITY-AMOUNT          PIC S9(34)V99 VALUE 0.
       01  SECURITY-NOTE            PIC X(30) VALUE SPACES.

PROCEDURE DIVISION.
   ACCEPT RUN-DATE-PARM FROM ENVIRONMENT "RUN_DATE"
   IF RUN-DATE-PARM NOT = SPACES
      PERFORM BUILD-DATED-FILE-NAMES
   END-IF
   ACCEPT DEFAULT-COMPANY-PARM FROM ENVIRONMENT "DEFAULT_COMPANY"
   IF DEFAULT-COMPANY-PARM NOT = SPACES
      MOVE DEFAULT-COMPANY-PARM TO DEFAULT-COMPANY
   END-IF
   ACCEPT USER-ID-PARM FROM ENVIRONMENT "LOGNAME"
   IF USER-ID-PARM = SPACES
      ACCEPT USER-ID-PARM FROM ENVIRONMENT "USER"
   END-IF
   PERFORM CHECK-OPERATOR-AUTHORITY
   ACCEPT CATEGORY-MASTER-PARM FROM ENVIRONMENT "CATEGORY_MASTER"
   IF CATEGORY-MASTER-PARM NOT = SPACES
      MOVE CATEGORY-MASTER-PARM TO CATEGORY-MASTER-FILE-NAME
   END-IF
   PERFORM LOAD-RATE-TABLE
   PERFORM LOAD-DECISIONS
   ACCEPT HISTORY-STORE-PARM FROM ENVIRONMENT "HISTORY_STORE"
   IF HISTORY-STORE-PARM NOT = SPACES
      MOVE HISTORY-STORE-PARM TO HISTORY-STORE-FILE-NAME
   END-IF
   OPEN I-O HISTORY-STORE-FILE
   IF HISTORY-STORE-STATUS NOT = "00"
      AND HISTORY-STORE-STATUS NOT = "05"
      DISPLAY "FATAL: CANNOT OPEN HISTORY STORE ["
         FUNCTION TRIM(HISTORY-STORE-FILE-NAME)
         "] - FILE STATUS " HISTORY-STORE-STATUS
      STOP RUN 20
   END-IF
   OPEN INPUT HOLD-FILE
   IF HOLD-FILE-STATUS NOT = "00"
      DISPLAY "FATAL: CANNOT OPEN HOLD FILE ["
   PERFORM WRITE-GL-DETAIL-LINES
   PERFORM WRITE-GL-TRAILER
   CLOSE HOLD-FILE, WRITE-OFF-FILE, AUDIT-FILE, GL-DELTA-FILE,
         HOLD-REMAIN-FILE, HISTORY-STORE-FILE
   PERFORM VARYING DEC-IDX FROM 1 BY 1 UNTIL DEC-IDX > DECISION-COUNT
      IF DECT-USED(DEC-IDX) = 'N'
         ADD 1 TO UNMATCHED-COUNT
            MOVE CM-ACTIVE     TO MST-ACTIVE(MST-IDX)
            MOVE CM-EFF-FROM   TO MST-EFF-FROM(MST-IDX)
            MOVE CM-EFF-TO     TO MST-EFF-TO(MST-IDX)
            IF CM-COMPANY = SPACES
               MOVE DEFAULT-COMPANY TO MST-COMPANY(MST-IDX)
            ELSE
               MOVE CM-COMPANY TO MST-COMPANY(MST-IDX)
            END-IF
      END-READ
   END-PERFORM
   CLOSE CATEGORY-MASTER-FILE
            MOVE DEC-RECORD-NUM TO DECT-RECORD-NUM(DEC-IDX)
            MOVE DEC-ACTION     TO DECT-ACTION(DEC-IDX)
            MOVE DEC-REVIEWER   TO DECT-REVIEWER(DEC-IDX)
            MOVE DEC-APPROVER   TO DECT-APPROVER(DEC-IDX)
            MOVE 'N'            TO DECT-USED(DEC-IDX)
      END-READ
   END-PERFORM
   PERFORM WRITE-AUDIT-LINE.

WRITE-OFF-HELD-RECORD.
   PERFORM CHECK-WRITE-OFF-APPROVAL
   IF APPROVAL-REFUSAL NOT = SPACES
      MOVE "REFUSED" TO SECURITY-EVENT
      MOVE APPROVAL-REFUSAL TO SECURITY-NOTE
      PERFORM WRITE-SECURITY-AUDIT
      ADD 1 TO PENDING-COUNT
      INITIALIZE HOLD-REMAIN-RECORD
      MOVE HOLD-RECORD-NUM TO HREM-RECORD-NUM
      MOVE HOLD-RAW-TEXT   TO HREM-RAW-TEXT
      MOVE APPROVAL-REFUSAL TO HREM-REASON
      WRITE HOLD-REMAIN-RECORD
      MOVE ZERO TO SIGNED-AMOUNT
      MOVE SPACES TO AUDIT-RECORD
      MOVE "PENDING" TO AUD-ACTION
      MOVE DECT-REVIEWER(DEC-IDX) TO AUD-REVIEWER
      MOVE APPROVAL-REFUSAL TO AUD-NOTE
      PERFORM WRITE-AUDIT-LINE
      EXIT PARAGRAPH
   END-IF
   MOVE "APPROVED" TO SECURITY-EVENT
   MOVE SPACES TO SECURITY-NOTE
   PERFORM WRITE-SECURITY-AUDIT
   ADD 1 TO WRITE-OFF-COUNT
   INITIALIZE WRITE-OFF-RECORD
   MOVE HOLD-RECORD-NUM TO WOF-RECORD-NUM
   MOVE 'DENIED BY REVIEWER' TO AUD-NOTE
   PERFORM WRITE-AUDIT-LINE.

CHECK-WRITE-OFF-APPROVAL.
   MOVE SPACES TO APPROVAL-REFUSAL
   MOVE DECT-APPROVER(DEC-IDX) TO APPROVER-ID
   MOVE DECT-REVIEWER(DEC-IDX) TO SUBMITTER-ID
   IF SUBMITTER-ID = SPACES
      MOVE USER-ID-PARM TO SUBMITTER-ID
   END-IF
   MOVE SPACES TO SECURITY-SUBJECT
   STRING "HELD RECORD " DELIMITED BY SIZE
          HOLD-RECORD-NUM DELIMITED BY SIZE
          INTO SECURITY-SUBJECT
   MOVE 0 TO BASE-AMOUNT
   IF HELD-AMOUNT NUMERIC
      MOVE HELD-CURRENCY TO RATE-LOOKUP
      PERFORM FIND-RATE
      IF RATE-FOUND = 'N'
         MOVE 0 TO SECURITY-AMOUNT
         MOVE 'NO EXCHANGE RATE FOR CURRENCY' TO APPROVAL-REFUSAL
         EXIT PARAGRAPH
      END-IF
      COMPUTE BASE-AMOUNT ROUNDED = HELD-AMOUNT * CONVERSION-RATE
   END-IF
   MOVE BASE-AMOUNT TO SECURITY-AMOUNT
   MOVE SUBMITTER-ID TO AUTHORITY-LOOKUP
   PERFORM FIND-AUTHORITY
   IF AUTHORITY-FOUND = 'N'
      MOVE 'REVIEWER NOT AUTHORIZED' TO APPROVAL-REFUSAL
      EXIT PARAGRAPH
   END-IF
   IF BASE-AMOUNT > AUT-WRITE-OFF-LIMIT(AUT-IDX)
      MOVE 'OVER REVIEWER WRITE-OFF LIMIT' TO APPROVAL-REFUSAL
      EXIT PARAGRAPH
   END-IF
   PERFORM CHECK-APPROVER
   IF APPROVAL-REFUSAL = SPACES
      AND BASE-AMOUNT > AUT-WRITE-OFF-LIMIT(AUT-IDX)
      MOVE 'OVER APPROVER WRITE-OFF LIMIT' TO APPROVAL-REFUSAL
   END-IF.

RELEASE-HELD-RECORD.
   PERFORM CHECK-HELD-RECORD-EDITS
   IF EDIT-FAILURE NOT = SPACES
      ELSE
         ADD 1 TO RELEASED-COUNT
         PERFORM POST-HELD-AMOUNT
         PERFORM WRITE-HISTORY-ENTRY
         MOVE SPACES TO AUDIT-RECORD
         MOVE "RELEASED" TO AUD-ACTION
         MOVE DECT-REVIEWER(DEC-IDX) TO AUD-REVIEWER
   END-IF
   IF EDIT-FAILURE = SPACES AND HELD-CURRENCY = SPACES
      MOVE 'MISSING CURRENCY CODE' TO EDIT-FAILURE
   END-IF
   IF EDIT-FAILURE = SPACES
      IF HELD-COMPANY = SPACES
         MOVE DEFAULT-COMPANY TO BOOKING-COMPANY
      ELSE
         MOVE HELD-COMPANY TO BOOKING-COMPANY
      END-IF
      IF BOOKING-COMPANY NOT = MST-COMPANY(MST-IDX)
         MOVE 'CROSS-ENTITY ITEM - RESUBMIT' TO EDIT-FAILURE
      END-IF
   END-IF.

FIND-CATEGORY-INDEX.
      MOVE BASE-AMOUNT TO SIGNED-AMOUNT
   END-IF.

WRITE-HISTORY-ENTRY.
   INITIALIZE HISTORY-STORE-RECORD
   MOVE HELD-CATEGORY TO MASTER-LOOKUP-CODE
   PERFORM FIND-MASTER-CATEGORY
   IF MASTER-FOUND = 'Y'
      MOVE MST-GL-ACCOUNT(MST-IDX) TO HST-ACCOUNT
   END-IF
   MOVE RUN-DATE-PARM    TO HST-RUN-DATE
   MOVE GL-FEED-JOB-NAME TO HST-SOURCE
   MOVE HELD-TRAN-ID     TO HST-TRAN-ID
   MOVE 0                TO HST-BATCH
   MOVE HELD-CATEGORY    TO HST-CATEGORY
   MOVE HELD-CURRENCY    TO HST-CURRENCY
   IF HELD-SIGN = 'C'
      COMPUTE HST-ORIG-AMOUNT = 0 - HELD-AMOUNT
   ELSE
      MOVE HELD-AMOUNT TO HST-ORIG-AMOUNT
   END-IF
   MOVE SIGNED-AMOUNT    TO HST-BASE-AMOUNT
   WRITE HISTORY-STORE-RECORD
      INVALID KEY
         REWRITE HISTORY-STORE-RECORD
            INVALID KEY
               DISPLAY "FATAL: CANNOT WRITE HISTORY ENTRY FOR ["
                  HELD-TRAN-ID "] - FILE STATUS "
                  HISTORY-STORE-STATUS
               STOP RUN 20
         END-REWRITE
   END-WRITE.

WRITE-AUDIT-LINE.
   MOVE HOLD-RECORD-NUM TO AUD-RECORD-NUM
   MOVE HELD-TRAN-ID    TO AUD-TRAN-ID
      IF MASTER-FOUND = 'Y'
         MOVE MST-GL-ACCOUNT(MST-IDX) TO GL-ACCOUNT
         MOVE MST-DESC(MST-IDX)       TO GL-DESC
         MOVE MST-COMPANY(MST-IDX)    TO GL-COMPANY
      END-IF
      MOVE CAT-DEBIT-TOTAL(CAT-IDX)  TO GL-DEBIT-TOTAL
      MOVE CAT-CREDIT-TOTAL(CAT-IDX) TO GL-CREDIT-TOTAL
   MOVE RELEASED-COUNT   TO GL-RECORD-COUNT
   MOVE 'N'              TO GL-OUT-OF-BALANCE
   WRITE GL-FEED-RECORD.

CHECK-OPERATOR-AUTHORITY.
   ACCEPT OPERATOR-AUTHORITY-PARM FROM ENVIRONMENT "OPERATOR_AUTHORITY"
   IF OPERATOR-AUTHORITY-PARM NOT = SPACES
      MOVE OPERATOR-AUTHORITY-PARM TO OPERATOR-AUTHORITY-FILE-NAME
   END-IF
   ACCEPT SECURITY-AUDIT-PARM FROM ENVIRONMENT "SECURITY_AUDIT"
   IF SECURITY-AUDIT-PARM NOT = SPACES
      MOVE SECURITY-AUDIT-PARM TO SECURITY-AUDIT-FILE-NAME
   END-IF
   MOVE RUN-DATE-PARM TO SECURITY-SUBJECT
   MOVE USER-ID-PARM TO SUBMITTER-ID
   MOVE SPACES TO APPROVER-ID
   MOVE 0 TO SECURITY-AMOUNT
   PERFORM LOAD-OPERATOR-AUTHORITY
   MOVE USER-ID-PARM TO AUTHORITY-LOOKUP
   PERFORM FIND-AUTHORITY
   IF AUTHORITY-FOUND = 'N'
      MOVE "DENIED" TO SECURITY-EVENT
      MOVE 'USER NOT AUTHORIZED' TO SECURITY-NOTE
      PERFORM WRITE-SECURITY-AUDIT
      DISPLAY "FATAL: USER [" FUNCTION TRIM(USER-ID-PARM)
         "] IS NOT AUTHORIZED TO RUN "
         FUNCTION TRIM(AUTHORITY-FUNCTION)
         " - SEE OPERATOR AUTHORITY ["
         FUNCTION TRIM(OPERATOR-AUTHORITY-FILE-NAME) "]"
      STOP RUN 12
   END-IF
   MOVE "GRANTED" TO SECURITY-EVENT
   MOVE SPACES TO SECURITY-NOTE
   PERFORM WRITE-SECURITY-AUDIT.

LOAD-OPERATOR-AUTHORITY.
   OPEN INPUT OPERATOR-AUTHORITY-FILE
   IF OPERATOR-AUTHORITY-STATUS NOT = "00"
      MOVE "DENIED" TO SECURITY-EVENT
      MOVE 'OPERATOR AUTHORITY UNAVAILABLE' TO SECURITY-NOTE
      PERFORM WRITE-SECURITY-AUDIT
      DISPLAY "FATAL: CANNOT OPEN OPERATOR AUTHORITY ["
         FUNCTION TRIM(OPERATOR-AUTHORITY-FILE-NAME)
         "] - FILE STATUS " OPERATOR-AUTHORITY-STATUS
      STOP RUN 20
   END-IF
   PERFORM UNTIL OPERATOR-AUTHORITY-EOF = 'Y'
      READ OPERATOR-AUTHORITY-FILE
         AT END MOVE 'Y' TO OPERATOR-AUTHORITY-EOF
         NOT AT END
            IF OPA-FUNCTION = AUTHORITY-FUNCTION
               AND OPA-USER-ID NOT = SPACES
               IF OPA-WRITE-OFF-LIMIT-X = SPACES
                  MOVE ZERO TO OPA-WRITE-OFF-LIMIT
               END-IF
               IF OPA-WRITE-OFF-LIMIT NOT NUMERIC
                  DISPLAY "FATAL: OPERATOR AUTHORITY ENTRY FOR USER ["
                     FUNCTION TRIM(OPA-USER-ID)
                     "] HAS A NON-NUMERIC WRITE-OFF LIMIT"
                  CLOSE OPERATOR-AUTHORITY-FILE
                  STOP RUN 20
               END-IF
               MOVE OPA-USER-ID TO AUTHORITY-LOOKUP
               PERFORM FIND-AUTHORITY
               IF AUTHORITY-FOUND = 'N'
                  IF AUTHORITY-COUNT >= 200
                     DISPLAY "FATAL: OPERATOR AUTHORITY EXCEEDS 200 "
                        "ENTRIES FOR " FUNCTION TRIM(AUTHORITY-FUNCTION)
                     CLOSE OPERATOR-AUTHORITY-FILE
                     STOP RUN 20
                  END-IF
                  ADD 1 TO AUTHORITY-COUNT
                  SET AUT-IDX TO AUTHORITY-COUNT
                  MOVE OPA-USER-ID TO AUT-USER-ID(AUT-IDX)
                  MOVE OPA-CAN-APPROVE TO AUT-CAN-APPROVE(AUT-IDX)
                  MOVE OPA-WRITE-OFF-LIMIT
                     TO AUT-WRITE-OFF-LIMIT(AUT-IDX)
               END-IF
            END-IF
      END-READ
   END-PERFORM
   CLOSE OPERATOR-AUTHORITY-FILE.

FIND-AUTHORITY.
   MOVE 'N' TO AUTHORITY-FOUND
   PERFORM VARYING AUT-IDX FROM 1 BY 1 UNTIL AUT-IDX > AUTHORITY-COUNT
      IF AUT-USER-ID(AUT-IDX) = AUTHORITY-LOOKUP
         MOVE 'Y' TO AUTHORITY-FOUND
         EXIT PERFORM
      END-IF
   END-PERFORM.

CHECK-APPROVER.
   MOVE SPACES TO APPROVAL-REFUSAL
   MOVE APPROVER-ID TO AUTHORITY-LOOKUP
   PERFORM FIND-AUTHORITY
   EVALUATE TRUE
      WHEN APPROVER-ID = SPACES
         MOVE 'NO SECOND APPROVER GIVEN' TO APPROVAL-REFUSAL
      WHEN APPROVER-ID = SUBMITTER-ID
         MOVE 'APPROVER IS THE SUBMITTER' TO APPROVAL-REFUSAL
      WHEN AUTHORITY-FOUND = 'N'
         MOVE 'APPROVER NOT AUTHORIZED' TO APPROVAL-REFUSAL
      WHEN AUT-CAN-APPROVE(AUT-IDX) NOT = 'Y'
         MOVE 'APPROVER HAS NO APPROVE RIGHT' TO APPROVAL-REFUSAL
   END-EVALUATE.

WRITE-SECURITY-AUDIT.
   ACCEPT SECURITY-DATE-STAMP FROM DATE YYYYMMDD
   ACCEPT SECURITY-TIME-STAMP FROM TIME
   OPEN EXTEND SECURITY-AUDIT-FILE
   INITIALIZE SECURITY-AUDIT-RECORD
   MOVE SECURITY-DATE-STAMP TO SEC-DATE
   MOVE SECURITY-TIME-STAMP(1:6) TO SEC-TIME
   MOVE AUTHORITY-FUNCTION TO SEC-FUNCTION
   MOVE USER-ID-PARM TO SEC-USER-ID
   MOVE SECURITY-EVENT TO SEC-EVENT
   MOVE SECURITY-SUBJECT TO SEC-SUBJECT
   MOVE SUBMITTER-ID TO SEC-SUBMITTER
   MOVE APPROVER-ID TO SEC-APPROVER
   MOVE SECURITY-AMOUNT TO SEC-AMOUNT
   MOVE SECURITY-NOTE TO SEC-NOTE
   MOVE '|' TO SEC-SEP1, SEC-SEP2, SEC-SEP3, SEC-SEP4, SEC-SEP5,
               SEC-SEP6, SEC-SEP7, SEC-SEP8, SEC-SEP9
   WRITE SECURITY-AUDIT-RECORD
   CLOSE SECURITY-AUDIT-FILE.
