   SELECT MANIFEST-FILE
      ASSIGN DYNAMIC MANIFEST-FILE-NAME
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
      05  MAN-COUNT    PIC 9(8).
      05  MAN-SEP5     PIC X(1).
      05  MAN-NOTE     PIC X(30).
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
       01  USER-ID-PARM          PIC X(8) VALUE SPACES.
       01  RULES-FILE-NAME       PIC X(40) VALUE "retention.txt".
       01  RULES-FILE-PARM       PIC X(40) VALUE SPACES.
       01  RULES-FILE-STATUS     PIC X(2) VALUE "00".
       01  ARCHIVED-COUNT        PIC 9(4) VALUE 0.
       01  DELETED-COUNT         PIC 9(4) VALUE 0.
       01  SKIPPED-DATE-COUNT    PIC 9(4) VALUE 0.
       01  OPERATOR-AUTHORITY-FILE-NAME PIC X(40) VALUE "opauth.txt".
       01  OPERATOR-AUTHORITY-PARM  PIC X(40) VALUE SPACES.
       01  OPERATOR-AUTHORITY-STATUS PIC X(2) VALUE "00".
       01  OPERATOR-AUTHORITY-EOF   PIC X(1) VALUE 'N'.
       01  SECURITY-AUDIT-FILE-NAME PIC X(40) VALUE "secaudit.txt".
       01  SECURITY-AUDIT-PARM      PIC X(40) VALUE SPACES.
       01  AUTHORITY-FUNCTION       PIC X(16) VALUE "ARCHIVE-PURGE".
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
       01  SECURITY-DATE-STAMP      PIC X(8) VALUE SPACES.
       01  SECURITY-TIME-STAMP      PIC X(8) VALUE SPACES.
       01  SECURITY-EVENT           PIC X(8) VALUE SPACES.
       01  SECURITY-SUBJECT         PIC X(20) VALUE SPACES.
       01  SECURITY-AMOUNT          PIC S9(34)V99 VALUE 0.
       01  SECURITY-NOTE            PIC X(30) VALUE SPACES.

PROCEDURE DIVISION.
   ACCEPT RUN-DATE-PARM FROM ENVIRONMENT "RUN_DATE"
   IF ARCHIVE-PREFIX-PARM NOT = SPACES
      MOVE ARCHIVE-PREFIX-PARM TO ARCHIVE-PREFIX
   END-IF
   ACCEPT USER-ID-PARM FROM ENVIRONMENT "LOGNAME"
   IF USER-ID-PARM = SPACES
      ACCEPT USER-ID-PARM FROM ENVIRONMENT "USER"
   END-IF
   PERFORM CHECK-OPERATOR-AUTHORITY
   MOVE SPACES TO MANIFEST-FILE-NAME
   STRING "ARCHMANIFEST.D" DELIMITED BY SIZE
          RUN-DATE-PARM DELIMITED BY SPACE
WRITE-MANIFEST-RECORD.
   MOVE '|' TO MAN-SEP1, MAN-SEP2, MAN-SEP3, MAN-SEP4, MAN-SEP5
   WRITE MANIFEST-RECORD.

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
