      ASSIGN DYNAMIC ACTIVITY-FEED-FILE-NAME
      ORGANIZATION IS LINE SEQUENTIAL
      FILE STATUS IS ACTIVITY-FEED-STATUS.
   SELECT OPTIONAL ENTITY-MASTER-FILE
      ASSIGN DYNAMIC ENTITY-MASTER-FILE-NAME
      ORGANIZATION IS LINE SEQUENTIAL.
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
      05  CM-EFF-FROM    PIC X(8).
      05  CM-SEP5        PIC X(1).
      05  CM-EFF-TO      PIC X(8).
      05  CM-SEP6        PIC X(1).
      05  CM-ACCOUNT-TYPE PIC X(1).
      05  CM-SEP7        PIC X(1).
      05  CM-COMPANY     PIC X(3).
   FD  MAINT-TRANS-FILE.
   01  MAINT-TRANS-RECORD.
      05  MNT-ACTION     PIC X(10).
      05  MNT-EFF-FROM   PIC X(8).
      05  MNT-SEP5       PIC X(1).
      05  MNT-EFF-TO     PIC X(8).
      05  MNT-SEP6       PIC X(1).
      05  MNT-ACCOUNT-TYPE PIC X(1).
      05  MNT-SEP7       PIC X(1).
      05  MNT-COMPANY    PIC X(3).
      05  MNT-SEP8       PIC X(1).
      05  MNT-APPROVER   PIC X(8).
   FD  NEW-MASTER-FILE.
   01  NEW-MASTER-RECORD.
      05  NCM-CODE       PIC X(4).
      05  NCM-EFF-FROM   PIC X(8).
      05  NCM-SEP5       PIC X(1).
      05  NCM-EFF-TO     PIC X(8).
      05  NCM-SEP6       PIC X(1).
      05  NCM-ACCOUNT-TYPE PIC X(1).
      05  NCM-SEP7       PIC X(1).
      05  NCM-COMPANY    PIC X(3).
   FD  CHANGE-REPORT-FILE.
   01  CHANGE-REPORT-LINE PIC X(132).
   FD  MAINT-AUDIT-FILE.
      05  MAU-SEP5       PIC X(1).
      05  MAU-RESULT     PIC X(8).
      05  MAU-SEP6       PIC X(1).
      05  MAU-BEFORE     PIC X(70).
      05  MAU-SEP7       PIC X(1).
      05  MAU-AFTER      PIC X(70).
      05  MAU-SEP8       PIC X(1).
      05  MAU-NOTE       PIC X(30).
   FD  ACTIVITY-FEED-FILE.
      05  ACT-CREDIT-TOTAL      PIC S9(34)V99.
      05  ACT-NET-TOTAL         PIC S9(34)V99.
      05  ACT-OUT-OF-BALANCE    PIC X(1).
   FD  ENTITY-MASTER-FILE.
   01  ENTITY-MASTER-RECORD.
      05  EM-REC-TYPE         PIC X(1).
      05  EM-SEP1             PIC X(1).
      05  EM-CODE             PIC X(3).
      05  EM-SEP2             PIC X(1).
      05  EM-NAME             PIC X(30).
      05  EM-SEP3             PIC X(1).
      05  EM-RETAINED-CATEGORY PIC X(4).
   FD  PERIOD-CONTROL-FILE.
   01  PERIOD-CONTROL-RECORD.
      05  PCT-REC-TYPE   PIC X(1).
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
       01  ACTIVITY-FEED-PARM    PIC X(40) VALUE SPACES.
       01  ACTIVITY-FEED-STATUS  PIC X(2) VALUE "00".
       01  ACTIVITY-FEED-EXPLICIT PIC X(1) VALUE 'N'.
       01  DEFAULT-COMPANY       PIC X(3) VALUE "001".
       01  DEFAULT-COMPANY-PARM  PIC X(3) VALUE SPACES.
       01  ENTITY-MASTER-FILE-NAME PIC X(40) VALUE "entmast.txt".
       01  ENTITY-MASTER-PARM    PIC X(40) VALUE SPACES.
       01  ENTITY-MASTER-EOF     PIC X(1) VALUE 'N'.
       01  ENTITY-TABLE.
           05  ENTITY-ENTRY OCCURS 20 TIMES INDEXED BY ENT-IDX.
               10  ENT-CODE       PIC X(3) VALUE SPACES.
       01  ENTITY-COUNT          PIC 9(4) VALUE 0.
       01  ENTITY-FOUND          PIC X(1) VALUE 'N'.
       01  ENTITY-LOOKUP         PIC X(3) VALUE SPACES.
       01  PERIOD-CONTROL-FILE-NAME PIC X(40) VALUE "periodctl.txt".
       01  PERIOD-CONTROL-PARM   PIC X(40) VALUE SPACES.
       01  PERIOD-CONTROL-EOF    PIC X(1) VALUE 'N'.
               10  MST-ACTIVE     PIC X(1) VALUE SPACES.
               10  MST-EFF-FROM   PIC X(8) VALUE SPACES.
               10  MST-EFF-TO     PIC X(8) VALUE SPACES.
               10  MST-ACCOUNT-TYPE PIC X(1) VALUE SPACES.
               10  MST-COMPANY    PIC X(3) VALUE SPACES.
       01  MASTER-COUNT          PIC 9(4) VALUE 0.
       01  MASTER-EOF            PIC X(1) VALUE 'N'.
       01  MASTER-FOUND          PIC X(1) VALUE 'N'.
       01  APPLIED-COUNT         PIC 9(8) VALUE 0.
       01  REJECTED-COUNT        PIC 9(8) VALUE 0.
       01  EDIT-FAILURE          PIC X(30) VALUE SPACES.
       01  BEFORE-IMAGE          PIC X(70) VALUE SPACES.
       01  AFTER-IMAGE           PIC X(70) VALUE SPACES.
       01  IMAGE-WORK.
           05  IMG-CODE       PIC X(4).
           05  IMG-SEP1       PIC X(1).
           05  IMG-EFF-FROM   PIC X(8).
           05  IMG-SEP5       PIC X(1).
           05  IMG-EFF-TO     PIC X(8).
           05  IMG-SEP6       PIC X(1).
           05  IMG-ACCOUNT-TYPE PIC X(1).
           05  IMG-SEP7       PIC X(1).
           05  IMG-COMPANY    PIC X(3).
       01  RPT-PAGE-NUM          PIC 9(4) VALUE 0.
       01  RPT-LINE-CNT          PIC 9(4) VALUE 0.
       01  RPT-PAGE-SIZE         PIC 9(4) VALUE 55.
           05  FILLER       PIC X(4) VALUE SPACES.
           05  RIL-LABEL    PIC X(8).
           05  FILLER       PIC X(2) VALUE SPACES.
           05  RIL-IMAGE    PIC X(70).
       01  RPT-TEXT-LINE.
           05  FILLER       PIC X(4).
           05  RTL-TEXT     PIC X(80).
       01  RPT-PRINT-LINE        PIC X(132) VALUE SPACES.
       01  OPERATOR-AUTHORITY-FILE-NAME PIC X(40) VALUE "opauth.txt".
       01  OPERATOR-AUTHORITY-PARM  PIC X(40) VALUE SPACES.
       01  OPERATOR-AUTHORITY-STATUS PIC X(2) VALUE "00".
       01  OPERATOR-AUTHORITY-EOF   PIC X(1) VALUE 'N'.
       01  SECURITY-AUDIT-FILE-NAME PIC X(40) VALUE "secaudit.txt".
       01  SECURITY-AUDIT-PARM      PIC X(40) VALUE SPACES.
       01  AUTHORITY-FUNCTION       PIC X(16) VALUE "CATMAST-MAINT".
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
   ACCEPT DEFAULT-COMPANY-PARM FROM ENVIRONMENT "DEFAULT_COMPANY"
   IF DEFAULT-COMPANY-PARM NOT = SPACES
      MOVE DEFAULT-COMPANY-PARM TO DEFAULT-COMPANY
   END-IF
   ACCEPT ENTITY-MASTER-PARM FROM ENVIRONMENT "ENTITY_MASTER"
   IF ENTITY-MASTER-PARM NOT = SPACES
      MOVE ENTITY-MASTER-PARM TO ENTITY-MASTER-FILE-NAME
   END-IF
   PERFORM CHECK-OPERATOR-AUTHORITY
   PERFORM LOAD-CATEGORY-MASTER
   PERFORM LOAD-ENTITY-MASTER
   IF ACTIVITY-FEED-EXPLICIT = 'Y'
      OR RUN-DATE-PARM = SPACES
      OR RUN-DATE-PARM NOT NUMERIC
            MOVE CM-ACTIVE     TO MST-ACTIVE(MST-IDX)
            MOVE CM-EFF-FROM   TO MST-EFF-FROM(MST-IDX)
            MOVE CM-EFF-TO     TO MST-EFF-TO(MST-IDX)
            MOVE CM-ACCOUNT-TYPE TO MST-ACCOUNT-TYPE(MST-IDX)
            MOVE CM-COMPANY    TO MST-COMPANY(MST-IDX)
      END-READ
   END-PERFORM
   CLOSE CATEGORY-MASTER-FILE
      END-IF
   END-PERFORM.

LOAD-ENTITY-MASTER.
   OPEN INPUT ENTITY-MASTER-FILE
   PERFORM UNTIL ENTITY-MASTER-EOF = 'Y'
      READ ENTITY-MASTER-FILE
         AT END MOVE 'Y' TO ENTITY-MASTER-EOF
         NOT AT END
            IF EM-REC-TYPE = 'E' AND EM-CODE NOT = SPACES
               MOVE EM-CODE TO ENTITY-LOOKUP
               PERFORM FIND-ENTITY
               IF ENTITY-FOUND = 'N'
                  IF ENTITY-COUNT >= 20
                     DISPLAY "FATAL: ENTITY MASTER EXCEEDS 20 "
                        "ENTITIES"
                     CLOSE ENTITY-MASTER-FILE
                     STOP RUN 20
                  END-IF
                  ADD 1 TO ENTITY-COUNT
                  SET ENT-IDX TO ENTITY-COUNT
                  MOVE EM-CODE TO ENT-CODE(ENT-IDX)
               END-IF
            END-IF
      END-READ
   END-PERFORM
   CLOSE ENTITY-MASTER-FILE
   IF ENTITY-COUNT = 0
      MOVE 1 TO ENTITY-COUNT
      MOVE DEFAULT-COMPANY TO ENT-CODE(1)
   END-IF.

FIND-ENTITY.
   MOVE 'N' TO ENTITY-FOUND
   PERFORM VARYING ENT-IDX FROM 1 BY 1 UNTIL ENT-IDX > ENTITY-COUNT
      IF ENT-CODE(ENT-IDX) = ENTITY-LOOKUP
         MOVE 'Y' TO ENTITY-FOUND
         EXIT PERFORM
      END-IF
   END-PERFORM.

LOAD-ACTIVITY-TABLE.
   MOVE 'N' TO ACTIVITY-EOF
   OPEN INPUT ACTIVITY-FEED-FILE
         MOVE 'EFF-FROM AFTER EFF-TO' TO EDIT-FAILURE
         EXIT PARAGRAPH
      END-IF
      IF MNT-ACTION = "ADD" AND MNT-ACCOUNT-TYPE = SPACES
         MOVE 'MISSING ACCOUNT TYPE' TO EDIT-FAILURE
         EXIT PARAGRAPH
      END-IF
      IF MNT-ACCOUNT-TYPE NOT = SPACES
         AND MNT-ACCOUNT-TYPE NOT = 'A' AND MNT-ACCOUNT-TYPE NOT = 'L'
         AND MNT-ACCOUNT-TYPE NOT = 'E' AND MNT-ACCOUNT-TYPE NOT = 'R'
         AND MNT-ACCOUNT-TYPE NOT = 'X'
         MOVE 'ACCOUNT TYPE NOT A/L/E/R/X' TO EDIT-FAILURE
         EXIT PARAGRAPH
      END-IF
   END-IF
   IF MNT-ACTION = "ADD"
      IF MNT-COMPANY = SPACES
         MOVE DEFAULT-COMPANY TO ENTITY-LOOKUP
      ELSE
         MOVE MNT-COMPANY TO ENTITY-LOOKUP
      END-IF
      PERFORM FIND-ENTITY
      IF ENTITY-FOUND = 'N'
         MOVE 'COMPANY NOT ON ENTITY MASTER' TO EDIT-FAILURE
         EXIT PARAGRAPH
      END-IF
   END-IF
   IF MNT-ACTION = "CHANGE" AND MNT-COMPANY NOT = SPACES
      IF MST-COMPANY(MST-IDX) = SPACES
         MOVE DEFAULT-COMPANY TO ENTITY-LOOKUP
      ELSE
         MOVE MST-COMPANY(MST-IDX) TO ENTITY-LOOKUP
      END-IF
      IF MNT-COMPANY NOT = ENTITY-LOOKUP
         MOVE 'COMPANY CANNOT BE CHANGED' TO EDIT-FAILURE
         EXIT PARAGRAPH
      END-IF
   END-IF
   IF MNT-ACTION = "DEACTIVATE"
      PERFORM FIND-ACTIVITY-CATEGORY
         MOVE 'CODE HAS OPEN-PERIOD ACTIVITY' TO EDIT-FAILURE
         EXIT PARAGRAPH
      END-IF
   END-IF
   PERFORM CHECK-MAINT-APPROVAL
   IF APPROVAL-REFUSAL NOT = SPACES
      MOVE APPROVAL-REFUSAL TO EDIT-FAILURE
   END-IF.

CHECK-MAINT-APPROVAL.
   MOVE MNT-APPROVER TO APPROVER-ID
   MOVE USER-ID-PARM TO SUBMITTER-ID
   MOVE SPACES TO SECURITY-SUBJECT
   STRING MNT-ACTION DELIMITED BY SPACE
          " " DELIMITED BY SIZE
          MNT-CODE DELIMITED BY SIZE
          INTO SECURITY-SUBJECT
   MOVE 0 TO SECURITY-AMOUNT
   PERFORM CHECK-APPROVER
   IF APPROVAL-REFUSAL NOT = SPACES
      MOVE "REFUSED" TO SECURITY-EVENT
      MOVE APPROVAL-REFUSAL TO SECURITY-NOTE
   ELSE
      MOVE "APPROVED" TO SECURITY-EVENT
      MOVE SPACES TO SECURITY-NOTE
   END-IF
   PERFORM WRITE-SECURITY-AUDIT.

APPLY-ADD-TRANSACTION.
   ADD 1 TO MASTER-COUNT
   SET MST-IDX TO MASTER-COUNT
   MOVE 'A'            TO MST-ACTIVE(MST-IDX)
   MOVE MNT-EFF-FROM   TO MST-EFF-FROM(MST-IDX)
   MOVE MNT-EFF-TO     TO MST-EFF-TO(MST-IDX)
   MOVE MNT-ACCOUNT-TYPE TO MST-ACCOUNT-TYPE(MST-IDX)
   MOVE ENTITY-LOOKUP  TO MST-COMPANY(MST-IDX)
   PERFORM SET-AFTER-IMAGE.

APPLY-CHANGE-TRANSACTION.
   MOVE MNT-GL-ACCOUNT TO MST-GL-ACCOUNT(MST-IDX)
   MOVE MNT-EFF-FROM   TO MST-EFF-FROM(MST-IDX)
   MOVE MNT-EFF-TO     TO MST-EFF-TO(MST-IDX)
   IF MNT-ACCOUNT-TYPE NOT = SPACES
      MOVE MNT-ACCOUNT-TYPE TO MST-ACCOUNT-TYPE(MST-IDX)
   END-IF
   PERFORM SET-AFTER-IMAGE.

APPLY-DEACTIVATE-TRANSACTION.
   MOVE MST-ACTIVE(MST-IDX)     TO IMG-ACTIVE
   MOVE MST-EFF-FROM(MST-IDX)   TO IMG-EFF-FROM
   MOVE MST-EFF-TO(MST-IDX)     TO IMG-EFF-TO
   MOVE MST-ACCOUNT-TYPE(MST-IDX) TO IMG-ACCOUNT-TYPE
   MOVE MST-COMPANY(MST-IDX)    TO IMG-COMPANY
   MOVE '|' TO IMG-SEP1, IMG-SEP2, IMG-SEP3, IMG-SEP4, IMG-SEP5,
               IMG-SEP6, IMG-SEP7.

WRITE-NEW-MASTER.
   OPEN OUTPUT NEW-MASTER-FILE
      MOVE MST-ACTIVE(MST-IDX)     TO NCM-ACTIVE
      MOVE MST-EFF-FROM(MST-IDX)   TO NCM-EFF-FROM
      MOVE MST-EFF-TO(MST-IDX)     TO NCM-EFF-TO
      MOVE MST-ACCOUNT-TYPE(MST-IDX) TO NCM-ACCOUNT-TYPE
      MOVE MST-COMPANY(MST-IDX)    TO NCM-COMPANY
      MOVE '|' TO NCM-SEP1, NCM-SEP2, NCM-SEP3, NCM-SEP4, NCM-SEP5,
                  NCM-SEP6, NCM-SEP7
      WRITE NEW-MASTER-RECORD
   END-PERFORM
   CLOSE NEW-MASTER-FILE.
   INITIALIZE MAINT-AUDIT-RECORD
   MOVE "APPLIED" TO MAU-RESULT
   MOVE SPACES TO MAU-NOTE
   STRING "APPROVED BY " DELIMITED BY SIZE
          APPROVER-ID DELIMITED BY SPACE
          INTO MAU-NOTE
   PERFORM WRITE-MAINT-AUDIT-LINE.

WRITE-MAINT-AUDIT-REJECT.
   MOVE MNT-ACTION TO RDL-ACTION
   MOVE MNT-CODE TO RDL-CODE
   MOVE "APPLIED" TO RDL-RESULT
   STRING "APPROVED BY " DELIMITED BY SIZE
          APPROVER-ID DELIMITED BY SPACE
          INTO RDL-NOTE
   MOVE RPT-DETAIL-LINE TO RPT-PRINT-LINE
   PERFORM PRINT-REPORT-LINE
   IF BEFORE-IMAGE NOT = SPACES
   MOVE SPACES TO CHANGE-REPORT-LINE
   WRITE CHANGE-REPORT-LINE
   MOVE 2 TO RPT-LINE-CNT.

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
