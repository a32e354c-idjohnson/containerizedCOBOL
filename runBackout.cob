   SELECT OPTIONAL PERIOD-CONTROL-FILE
      ASSIGN DYNAMIC PERIOD-CONTROL-FILE-NAME
      ORGANIZATION IS LINE SEQUENTIAL.
   SELECT OPERATOR-AUTHORITY-FILE
      ASSIGN DYNAMIC OPERATOR-AUTHORITY-FILE-NAME
      ORGANIZATION IS LINE SEQUENTIAL
      FILE STATUS IS OPERATOR-AUTHORITY-STATUS.
   SELECT OPTIONAL SECURITY-AUDIT-FILE
      ASSIGN DYNAMIC SECURITY-AUDIT-FILE-NAME
      ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
      05  GL-RECORD-COUNT     PIC 9(8).
      05  GL-SEP8             PIC X(1).
      05  GL-OUT-OF-BALANCE   PIC X(1).
      05  GL-SEP9             PIC X(1).
      05  GL-COMPANY          PIC X(3).
   FD  BACKOUT-FEED-FILE.
   01  BACKOUT-FEED-RECORD.
      05  BGL-REC-TYPE         PIC X(1).
      05  BGL-RECORD-COUNT     PIC 9(8).
      05  BGL-SEP8             PIC X(1).
      05  BGL-OUT-OF-BALANCE   PIC X(1).
      05  BGL-SEP9             PIC X(1).
      05  BGL-COMPANY          PIC X(3).
   FD  RUN-JOURNAL-FILE.
   01  RUN-JOURNAL-RECORD.
      05  RJ-RUN-DATE    PIC X(8).
      05  PCN-DATE       PIC X(8).
      05  PCN-SEP2       PIC X(1).
      05  PCN-NOTE       PIC X(30).
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
       01  RUN-DATE-PARM         PIC X(8) VALUE SPACES.
       01  PERIOD-CONTROL-EOF    PIC X(1) VALUE 'N'.
       01  RUN-PERIOD            PIC X(6) VALUE SPACES.
       01  FEED-EOF              PIC X(1) VALUE 'N'.
       01  FEED-PREFIX           PIC X(12) VALUE SPACES.
       01  SUPPLEMENTARY-FEED    PIC X(1) VALUE 'N'.
       01  SUPPLEMENTARY-COUNT   PIC 9(8) VALUE 0.
       01  FEED-TRAILER-SEEN     PIC X(1) VALUE 'N'.
       01  FEED-OUT-OF-BALANCE   PIC X(1) VALUE 'N'.
       01  COMPLETED-RUN-SEEN    PIC X(1) VALUE 'N'.
       01  GL-FEED-JOB-NAME      PIC X(11) VALUE "RUN-BACKOUT".
       01  REVERSED-COUNT        PIC 9(8) VALUE 0.
       01  BACKOUT-DEBIT-TOTAL   PIC S9(34)V99 VALUE 0.
       01  BACKOUT-CREDIT-TOTAL  PIC S9(34)V99 VALUE 0.
       01  BACKOUT-NET-TOTAL     PIC S9(34)V99 VALUE 0.
       01  OPERATOR-AUTHORITY-FILE-NAME PIC X(40) VALUE "opauth.txt".
       01  OPERATOR-AUTHORITY-PARM  PIC X(40) VALUE SPACES.
       01  OPERATOR-AUTHORITY-STATUS PIC X(2) VALUE "00".
       01  OPERATOR-AUTHORITY-EOF   PIC X(1) VALUE 'N'.
       01  SECURITY-AUDIT-FILE-NAME PIC X(40) VALUE "secaudit.txt".
       01  SECURITY-AUDIT-PARM      PIC X(40) VALUE SPACES.
       01  AUTHORITY-FUNCTION       PIC X(16) VALUE "RUN-BACKOUT".
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
   IF PERIOD-CONTROL-PARM NOT = SPACES
      MOVE PERIOD-CONTROL-PARM TO PERIOD-CONTROL-FILE-NAME
   END-IF
   PERFORM CHECK-OPERATOR-AUTHORITY
   PERFORM CHECK-RUN-JOURNAL
   PERFORM CHECK-PERIOD-CONTROL
   PERFORM CHECK-BACKOUT-APPROVAL
   MOVE SPACES TO FEED-FILE-NAME
   MOVE SPACES TO BACKOUT-FEED-FILE-NAME
   STRING "GLFEED.D" DELIMITED BY SIZE
         NOT AT END PERFORM REVERSE-FEED-RECORD
      END-READ
   END-PERFORM
   CLOSE FEED-FILE
   IF REVERSED-COUNT = 0
      CLOSE BACKOUT-FEED-FILE
      DISPLAY "FATAL: GL FEED ["
         FUNCTION TRIM(FEED-FILE-NAME)
         "] HAS NO DETAIL RECORDS TO REVERSE"
      STOP RUN 16
   END-IF
   MOVE 'Y' TO SUPPLEMENTARY-FEED
   MOVE "GLALLOC.D" TO FEED-PREFIX
   PERFORM REVERSE-SUPPLEMENTARY-FEED
   MOVE "GLREVAL.D" TO FEED-PREFIX
   PERFORM REVERSE-SUPPLEMENTARY-FEED
   MOVE "GLREVRS.D" TO FEED-PREFIX
   PERFORM REVERSE-SUPPLEMENTARY-FEED
   IF FEED-TRAILER-SEEN = 'Y'
      PERFORM WRITE-BACKOUT-TRAILER
   END-IF
   CLOSE BACKOUT-FEED-FILE
   PERFORM WRITE-BACKOUT-JOURNAL-ENTRY
   DISPLAY "RUN BACKOUT COMPLETE: " REVERSED-COUNT
      " REVERSING RECORDS WRITTEN TO "
      FUNCTION TRIM(BACKOUT-FEED-FILE-NAME)
      " BY " USER-ID-PARM
      " APPROVED BY " APPROVER-ID
   STOP RUN.

CHECK-RUN-JOURNAL.
   END-PERFORM
   CLOSE PERIOD-CONTROL-FILE.

CHECK-BACKOUT-APPROVAL.
   ACCEPT APPROVER-ID FROM ENVIRONMENT "APPROVER_ID"
   MOVE USER-ID-PARM TO SUBMITTER-ID
   MOVE RUN-DATE-PARM TO SECURITY-SUBJECT
   MOVE 0 TO SECURITY-AMOUNT
   PERFORM CHECK-APPROVER
   IF APPROVAL-REFUSAL NOT = SPACES
      MOVE "REFUSED" TO SECURITY-EVENT
      MOVE APPROVAL-REFUSAL TO SECURITY-NOTE
      PERFORM WRITE-SECURITY-AUDIT
      DISPLAY "FATAL: BACKOUT OF RUN_DATE [" RUN-DATE-PARM
         "] IS NOT APPROVED - " FUNCTION TRIM(APPROVAL-REFUSAL)
         " (APPROVER_ID [" FUNCTION TRIM(APPROVER-ID) "])"
      STOP RUN 12
   END-IF
   MOVE "APPROVED" TO SECURITY-EVENT
   MOVE SPACES TO SECURITY-NOTE
   PERFORM WRITE-SECURITY-AUDIT.

REVERSE-SUPPLEMENTARY-FEED.
   MOVE SPACES TO FEED-FILE-NAME
   STRING FEED-PREFIX DELIMITED BY SPACE
          RUN-DATE-PARM DELIMITED BY SPACE
          INTO FEED-FILE-NAME
   OPEN INPUT FEED-FILE
   IF FEED-FILE-STATUS = "35"
      EXIT PARAGRAPH
   END-IF
   IF FEED-FILE-STATUS NOT = "00"
      DISPLAY "FATAL: CANNOT OPEN GL FEED ["
         FUNCTION TRIM(FEED-FILE-NAME)
         "] - FILE STATUS " FEED-FILE-STATUS
      CLOSE BACKOUT-FEED-FILE
      STOP RUN 20
   END-IF
   MOVE REVERSED-COUNT TO SUPPLEMENTARY-COUNT
   MOVE 'N' TO FEED-EOF
   PERFORM UNTIL FEED-EOF = 'Y'
      READ FEED-FILE
         AT END MOVE 'Y' TO FEED-EOF
         NOT AT END PERFORM REVERSE-FEED-RECORD
      END-READ
   END-PERFORM
   CLOSE FEED-FILE
   COMPUTE SUPPLEMENTARY-COUNT = REVERSED-COUNT - SUPPLEMENTARY-COUNT
   DISPLAY "GL FEED [" FUNCTION TRIM(FEED-FILE-NAME) "] REVERSED: "
      SUPPLEMENTARY-COUNT " RECORDS".

REVERSE-FEED-RECORD.
   EVALUATE GL-REC-TYPE
      WHEN 'H'
         IF SUPPLEMENTARY-FEED = 'Y'
            EXIT PARAGRAPH
         END-IF
         INITIALIZE BACKOUT-FEED-RECORD
         MOVE 'H' TO BGL-REC-TYPE
         MOVE GL-FEED-JOB-NAME TO BGL-JOB-NAME
         MOVE GL-CATEGORY TO BGL-CATEGORY
         MOVE GL-ACCOUNT  TO BGL-ACCOUNT
         MOVE GL-DESC     TO BGL-DESC
         MOVE GL-COMPANY  TO BGL-COMPANY
         MOVE GL-CREDIT-TOTAL TO BGL-DEBIT-TOTAL
         MOVE GL-DEBIT-TOTAL  TO BGL-CREDIT-TOTAL
         COMPUTE BGL-NET-TOTAL = 0 - GL-NET-TOTAL
         SUBTRACT GL-NET-TOTAL FROM BACKOUT-NET-TOTAL
         WRITE BACKOUT-FEED-RECORD
      WHEN 'T'
         IF SUPPLEMENTARY-FEED = 'N'
            MOVE 'Y' TO FEED-TRAILER-SEEN
            MOVE GL-OUT-OF-BALANCE TO FEED-OUT-OF-BALANCE
         END-IF
   END-EVALUATE.

WRITE-BACKOUT-TRAILER.
   INITIALIZE BACKOUT-FEED-RECORD
   MOVE 'T' TO BGL-REC-TYPE
   MOVE BACKOUT-DEBIT-TOTAL  TO BGL-DEBIT-TOTAL
   MOVE BACKOUT-CREDIT-TOTAL TO BGL-CREDIT-TOTAL
   MOVE BACKOUT-NET-TOTAL    TO BGL-NET-TOTAL
   MOVE REVERSED-COUNT       TO BGL-RECORD-COUNT
   MOVE FEED-OUT-OF-BALANCE  TO BGL-OUT-OF-BALANCE
   WRITE BACKOUT-FEED-RECORD.

WRITE-BACKOUT-JOURNAL-ENTRY.
   ACCEPT END-TIME-STAMP FROM TIME
   OPEN EXTEND RUN-JOURNAL-FILE
               RJ-SEP12, RJ-SEP13, RJ-SEP14
   WRITE RUN-JOURNAL-RECORD
   CLOSE RUN-JOURNAL-FILE.

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
