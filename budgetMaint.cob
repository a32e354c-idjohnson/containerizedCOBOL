IDENTIFICATION DIVISION.
PROGRAM-ID. BUDGET-MAINT.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
   SELECT OPTIONAL BUDGET-MASTER-FILE
      ASSIGN DYNAMIC BUDGET-MASTER-FILE-NAME
      ORGANIZATION IS LINE SEQUENTIAL.
   SELECT CATEGORY-MASTER-FILE
      ASSIGN DYNAMIC CATEGORY-MASTER-FILE-NAME
      ORGANIZATION IS LINE SEQUENTIAL
      FILE STATUS IS CATEGORY-MASTER-STATUS.
   SELECT MAINT-TRANS-FILE
      ASSIGN DYNAMIC MAINT-TRANS-FILE-NAME
      ORGANIZATION IS LINE SEQUENTIAL
      FILE STATUS IS MAINT-TRANS-STATUS.
   SELECT NEW-MASTER-FILE
      ASSIGN DYNAMIC NEW-MASTER-FILE-NAME
      ORGANIZATION IS LINE SEQUENTIAL.
   SELECT CHANGE-REPORT-FILE
      ASSIGN DYNAMIC CHANGE-REPORT-FILE-NAME
      ORGANIZATION IS LINE SEQUENTIAL.
   SELECT MAINT-AUDIT-FILE
      ASSIGN DYNAMIC MAINT-AUDIT-FILE-NAME
      ORGANIZATION IS LINE SEQUENTIAL.
   SELECT OPTIONAL PERIOD-CONTROL-FILE
      ASSIGN DYNAMIC PERIOD-CONTROL-FILE-NAME
      ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
   FD  BUDGET-MASTER-FILE.
   01  BUDGET-MASTER-RECORD.
      05  BDM-ACCOUNT    PIC 9(8).
      05  BDM-SEP1       PIC X(1).
      05  BDM-PERIOD     PIC X(6).
      05  BDM-SEP2       PIC X(1).
      05  BDM-AMOUNT     PIC S9(34)V99.
      05  BDM-SEP3       PIC X(1).
      05  BDM-UPDATED    PIC X(8).
      05  BDM-SEP4       PIC X(1).
      05  BDM-USER       PIC X(8).
   FD  CATEGORY-MASTER-FILE.
   01  CATEGORY-MASTER-RECORD.
      05  CM-CODE        PIC X(4).
      05  CM-SEP1        PIC X(1).
      05  CM-DESC        PIC X(30).
      05  CM-SEP2        PIC X(1).
      05  CM-GL-ACCOUNT  PIC 9(8).
      05  CM-SEP3        PIC X(1).
      05  CM-ACTIVE      PIC X(1).
      05  CM-SEP4        PIC X(1).
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
      05  MNT-SEP1       PIC X(1).
      05  MNT-ACCOUNT    PIC 9(8).
      05  MNT-SEP2       PIC X(1).
      05  MNT-PERIOD     PIC X(6).
      05  MNT-SEP3       PIC X(1).
      05  MNT-SIGN       PIC X(1).
      05  MNT-AMOUNT     PIC 9(34)V99.
   FD  NEW-MASTER-FILE.
   01  NEW-MASTER-RECORD.
      05  NBM-ACCOUNT    PIC 9(8).
      05  NBM-SEP1       PIC X(1).
      05  NBM-PERIOD     PIC X(6).
      05  NBM-SEP2       PIC X(1).
      05  NBM-AMOUNT     PIC S9(34)V99.
      05  NBM-SEP3       PIC X(1).
      05  NBM-UPDATED    PIC X(8).
      05  NBM-SEP4       PIC X(1).
      05  NBM-USER       PIC X(8).
   FD  CHANGE-REPORT-FILE.
   01  CHANGE-REPORT-LINE PIC X(132).
   FD  MAINT-AUDIT-FILE.
   01  MAINT-AUDIT-RECORD.
      05  MAU-DATE       PIC X(8).
      05  MAU-SEP1       PIC X(1).
      05  MAU-TIME       PIC X(6).
      05  MAU-SEP2       PIC X(1).
      05  MAU-USER       PIC X(8).
      05  MAU-SEP3       PIC X(1).
      05  MAU-ACTION     PIC X(10).
      05  MAU-SEP4       PIC X(1).
      05  MAU-ACCOUNT    PIC X(8).
      05  MAU-SEP5       PIC X(1).
      05  MAU-PERIOD     PIC X(6).
      05  MAU-SEP6       PIC X(1).
      05  MAU-RESULT     PIC X(8).
      05  MAU-SEP7       PIC X(1).
      05  MAU-BEFORE     PIC X(52).
      05  MAU-SEP8       PIC X(1).
      05  MAU-AFTER      PIC X(52).
      05  MAU-SEP9       PIC X(1).
      05  MAU-NOTE       PIC X(30).
   FD  PERIOD-CONTROL-FILE.
   01  PERIOD-CONTROL-RECORD.
      05  PCT-REC-TYPE   PIC X(1).
      05  PCT-SEP1       PIC X(1).
      05  PCT-PERIOD     PIC X(6).
      05  PCT-SEP2       PIC X(1).
      05  PCT-STATUS     PIC X(7).
      05  FILLER         PIC X(25).

WORKING-STORAGE SECTION.
       01  RUN-DATE-PARM         PIC X(8) VALUE SPACES.
       01  USER-ID-PARM          PIC X(8) VALUE SPACES.
       01  TODAY-STAMP           PIC X(8) VALUE SPACES.
       01  TIME-STAMP            PIC X(8) VALUE SPACES.
       01  BUDGET-MASTER-FILE-NAME PIC X(40) VALUE "budmast.txt".
       01  BUDGET-MASTER-PARM    PIC X(40) VALUE SPACES.
       01  CATEGORY-MASTER-FILE-NAME PIC X(40) VALUE "catmast.txt".
       01  CATEGORY-MASTER-PARM  PIC X(40) VALUE SPACES.
       01  CATEGORY-MASTER-STATUS PIC X(2) VALUE "00".
       01  MAINT-TRANS-FILE-NAME PIC X(40) VALUE "budmaint.txt".
       01  MAINT-TRANS-PARM      PIC X(40) VALUE SPACES.
       01  MAINT-TRANS-STATUS    PIC X(2) VALUE "00".
       01  NEW-MASTER-FILE-NAME  PIC X(40) VALUE "newbudmast.txt".
       01  NEW-MASTER-PARM       PIC X(40) VALUE SPACES.
       01  CHANGE-REPORT-FILE-NAME PIC X(40) VALUE "budmaintrpt.txt".
       01  MAINT-AUDIT-FILE-NAME PIC X(40) VALUE "budmaintaud.txt".
       01  PERIOD-CONTROL-FILE-NAME PIC X(40) VALUE "periodctl.txt".
       01  PERIOD-CONTROL-PARM   PIC X(40) VALUE SPACES.
       01  PERIOD-CONTROL-EOF    PIC X(1) VALUE 'N'.
       01  MAINT-EOF             PIC X(1) VALUE 'N'.
       01  MASTER-EOF            PIC X(1) VALUE 'N'.
       01  CATEGORY-EOF          PIC X(1) VALUE 'N'.
       01  WORK-DATE             PIC 9(8) VALUE 0.
       01  DATE-CHECK            PIC S9(4) VALUE 0.
       01  BUDGET-TABLE.
           05  BUDGET-ENTRY OCCURS 6000 TIMES INDEXED BY BUD-IDX.
               10  BUD-ACCOUNT    PIC 9(8) VALUE 0.
               10  BUD-PERIOD     PIC X(6) VALUE SPACES.
               10  BUD-AMOUNT     PIC S9(34)V99 VALUE 0.
               10  BUD-UPDATED    PIC X(8) VALUE SPACES.
               10  BUD-USER       PIC X(8) VALUE SPACES.
               10  BUD-DELETED    PIC X(1) VALUE 'N'.
       01  BUDGET-COUNT          PIC 9(4) VALUE 0.
       01  BUDGET-FOUND          PIC X(1) VALUE 'N'.
       01  ACCOUNT-TABLE.
           05  ACCOUNT-ENTRY OCCURS 500 TIMES INDEXED BY ACC-IDX.
               10  ACCT-ACCOUNT   PIC 9(8) VALUE 0.
       01  ACCOUNT-COUNT         PIC 9(4) VALUE 0.
       01  ACCOUNT-FOUND         PIC X(1) VALUE 'N'.
       01  CLOSED-TABLE.
           05  CLOSED-ENTRY OCCURS 200 TIMES INDEXED BY CLS-IDX.
               10  CLS-PERIOD     PIC X(6) VALUE SPACES.
       01  CLOSED-COUNT          PIC 9(4) VALUE 0.
       01  PERIOD-CLOSED         PIC X(1) VALUE 'N'.
       01  TRANS-AMOUNT          PIC S9(34)V99 VALUE 0.
       01  MAINT-READ-COUNT      PIC 9(8) VALUE 0.
       01  APPLIED-COUNT         PIC 9(8) VALUE 0.
       01  REJECTED-COUNT        PIC 9(8) VALUE 0.
       01  EDIT-FAILURE          PIC X(30) VALUE SPACES.
       01  BEFORE-IMAGE          PIC X(52) VALUE SPACES.
       01  AFTER-IMAGE           PIC X(52) VALUE SPACES.
       01  IMAGE-WORK.
           05  IMG-ACCOUNT    PIC 9(8).
           05  IMG-SEP1       PIC X(1).
           05  IMG-PERIOD     PIC X(6).
           05  IMG-SEP2       PIC X(1).
           05  IMG-AMOUNT     PIC S9(34)V99.
       01  RPT-PAGE-NUM          PIC 9(4) VALUE 0.
       01  RPT-LINE-CNT          PIC 9(4) VALUE 0.
       01  RPT-PAGE-SIZE         PIC 9(4) VALUE 55.
       01  RPT-HEAD-1.
           05  FILLER       PIC X(36)
               VALUE "BUDGET MASTER MAINTENANCE           ".
           05  FILLER       PIC X(10) VALUE "RUN DATE: ".
           05  RH1-RUN-DATE PIC X(8).
           05  FILLER       PIC X(6) VALUE SPACES.
           05  FILLER       PIC X(6) VALUE "PAGE: ".
           05  RH1-PAGE     PIC ZZZ9.
       01  RPT-DETAIL-LINE.
           05  RDL-ACTION   PIC X(10).
           05  FILLER       PIC X(2) VALUE SPACES.
           05  RDL-ACCOUNT  PIC X(8).
           05  FILLER       PIC X(2) VALUE SPACES.
           05  RDL-PERIOD   PIC X(6).
           05  FILLER       PIC X(2) VALUE SPACES.
           05  RDL-RESULT   PIC X(8).
           05  FILLER       PIC X(2) VALUE SPACES.
           05  RDL-NOTE     PIC X(30).
       01  RPT-AMOUNT-LINE.
           05  FILLER       PIC X(4) VALUE SPACES.
           05  RAL-LABEL    PIC X(8).
           05  FILLER       PIC X(2) VALUE SPACES.
           05  RAL-AMOUNT   PIC ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99-.
       01  RPT-TEXT-LINE.
           05  FILLER       PIC X(4).
           05  RTL-TEXT     PIC X(80).
       01  RPT-PRINT-LINE        PIC X(132) VALUE SPACES.

PROCEDURE DIVISION.
   ACCEPT RUN-DATE-PARM FROM ENVIRONMENT "RUN_DATE"
   ACCEPT TODAY-STAMP FROM DATE YYYYMMDD
   ACCEPT TIME-STAMP FROM TIME
   ACCEPT USER-ID-PARM FROM ENVIRONMENT "LOGNAME"
   IF USER-ID-PARM = SPACES
      ACCEPT USER-ID-PARM FROM ENVIRONMENT "USER"
   END-IF
   IF RUN-DATE-PARM NOT = SPACES
      PERFORM BUILD-DATED-FILE-NAMES
   END-IF
   ACCEPT BUDGET-MASTER-PARM FROM ENVIRONMENT "BUDGET_MASTER"
   IF BUDGET-MASTER-PARM NOT = SPACES
      MOVE BUDGET-MASTER-PARM TO BUDGET-MASTER-FILE-NAME
   END-IF
   ACCEPT CATEGORY-MASTER-PARM FROM ENVIRONMENT "CATEGORY_MASTER"
   IF CATEGORY-MASTER-PARM NOT = SPACES
      MOVE CATEGORY-MASTER-PARM TO CATEGORY-MASTER-FILE-NAME
   END-IF
   ACCEPT MAINT-TRANS-PARM FROM ENVIRONMENT "BUDGET_MAINT"
   IF MAINT-TRANS-PARM NOT = SPACES
      MOVE MAINT-TRANS-PARM TO MAINT-TRANS-FILE-NAME
   END-IF
   ACCEPT NEW-MASTER-PARM FROM ENVIRONMENT "NEW_BUDGET_MASTER"
   IF NEW-MASTER-PARM NOT = SPACES
      MOVE NEW-MASTER-PARM TO NEW-MASTER-FILE-NAME
   END-IF
   ACCEPT PERIOD-CONTROL-PARM FROM ENVIRONMENT "PERIOD_CONTROL"
   IF PERIOD-CONTROL-PARM NOT = SPACES
      MOVE PERIOD-CONTROL-PARM TO PERIOD-CONTROL-FILE-NAME
   END-IF
   PERFORM LOAD-CATEGORY-ACCOUNTS
   PERFORM LOAD-CLOSED-PERIODS
   PERFORM LOAD-BUDGET-MASTER
   OPEN INPUT MAINT-TRANS-FILE
   IF MAINT-TRANS-STATUS NOT = "00"
      DISPLAY "FATAL: CANNOT OPEN MAINTENANCE FILE ["
         FUNCTION TRIM(MAINT-TRANS-FILE-NAME)
         "] - FILE STATUS " MAINT-TRANS-STATUS
      STOP RUN 20
   END-IF
   OPEN OUTPUT CHANGE-REPORT-FILE
   OPEN OUTPUT MAINT-AUDIT-FILE
   MOVE 0 TO RPT-PAGE-NUM
   MOVE RPT-PAGE-SIZE TO RPT-LINE-CNT
   PERFORM UNTIL MAINT-EOF = 'Y'
      READ MAINT-TRANS-FILE
         AT END MOVE 'Y' TO MAINT-EOF
         NOT AT END PERFORM APPLY-MAINT-TRANSACTION
      END-READ
   END-PERFORM
   PERFORM WRITE-NEW-MASTER
   MOVE SPACES TO RPT-PRINT-LINE
   PERFORM PRINT-REPORT-LINE
   MOVE SPACES TO RPT-TEXT-LINE
   MOVE SPACES TO RTL-TEXT
   STRING "TRANSACTIONS READ: " DELIMITED BY SIZE
          MAINT-READ-COUNT DELIMITED BY SIZE
          "  APPLIED: " DELIMITED BY SIZE
          APPLIED-COUNT DELIMITED BY SIZE
          "  REJECTED: " DELIMITED BY SIZE
          REJECTED-COUNT DELIMITED BY SIZE
          INTO RTL-TEXT
   MOVE RPT-TEXT-LINE TO RPT-PRINT-LINE
   PERFORM PRINT-REPORT-LINE
   CLOSE MAINT-TRANS-FILE, CHANGE-REPORT-FILE, MAINT-AUDIT-FILE
   DISPLAY "BUDGET MAINTENANCE COMPLETE: READ " MAINT-READ-COUNT
      " APPLIED " APPLIED-COUNT
      " REJECTED " REJECTED-COUNT
   IF REJECTED-COUNT > 0
      STOP RUN 8
   END-IF
   STOP RUN.

BUILD-DATED-FILE-NAMES.
   MOVE SPACES TO MAINT-TRANS-FILE-NAME
   MOVE SPACES TO CHANGE-REPORT-FILE-NAME
   MOVE SPACES TO MAINT-AUDIT-FILE-NAME
   STRING "BUDMAINT.D" DELIMITED BY SIZE
          RUN-DATE-PARM DELIMITED BY SPACE
          INTO MAINT-TRANS-FILE-NAME
   STRING "BUDMAINTRPT.D" DELIMITED BY SIZE
          RUN-DATE-PARM DELIMITED BY SPACE
          INTO CHANGE-REPORT-FILE-NAME
   STRING "BUDMAINTAUD.D" DELIMITED BY SIZE
          RUN-DATE-PARM DELIMITED BY SPACE
          INTO MAINT-AUDIT-FILE-NAME.

LOAD-CATEGORY-ACCOUNTS.
   OPEN INPUT CATEGORY-MASTER-FILE
   IF CATEGORY-MASTER-STATUS NOT = "00"
      DISPLAY "FATAL: CANNOT OPEN CATEGORY MASTER ["
         FUNCTION TRIM(CATEGORY-MASTER-FILE-NAME)
         "] - FILE STATUS " CATEGORY-MASTER-STATUS
      STOP RUN 20
   END-IF
   PERFORM UNTIL CATEGORY-EOF = 'Y'
      READ CATEGORY-MASTER-FILE
         AT END MOVE 'Y' TO CATEGORY-EOF
         NOT AT END
            IF CM-GL-ACCOUNT NOT NUMERIC
               DISPLAY "FATAL: CATEGORY MASTER ENTRY [" CM-CODE
                  "] HAS NON-NUMERIC GL ACCOUNT [" CM-GL-ACCOUNT "]"
               CLOSE CATEGORY-MASTER-FILE
               STOP RUN 20
            END-IF
            MOVE 'N' TO ACCOUNT-FOUND
            PERFORM VARYING ACC-IDX FROM 1 BY 1
               UNTIL ACC-IDX > ACCOUNT-COUNT
               IF ACCT-ACCOUNT(ACC-IDX) = CM-GL-ACCOUNT
                  MOVE 'Y' TO ACCOUNT-FOUND
                  EXIT PERFORM
               END-IF
            END-PERFORM
            IF ACCOUNT-FOUND = 'N'
               IF ACCOUNT-COUNT >= 500
                  DISPLAY "FATAL: CATEGORY MASTER EXCEEDS 500 "
                     "GL ACCOUNTS"
                  CLOSE CATEGORY-MASTER-FILE
                  STOP RUN 20
               END-IF
               ADD 1 TO ACCOUNT-COUNT
               SET ACC-IDX TO ACCOUNT-COUNT
               MOVE CM-GL-ACCOUNT TO ACCT-ACCOUNT(ACC-IDX)
            END-IF
      END-READ
   END-PERFORM
   CLOSE CATEGORY-MASTER-FILE.

LOAD-CLOSED-PERIODS.
   OPEN INPUT PERIOD-CONTROL-FILE
   PERFORM UNTIL PERIOD-CONTROL-EOF = 'Y'
      READ PERIOD-CONTROL-FILE
         AT END MOVE 'Y' TO PERIOD-CONTROL-EOF
         NOT AT END
            IF PCT-REC-TYPE = 'P' AND PCT-STATUS = "CLOSED"
               IF CLOSED-COUNT >= 200
                  DISPLAY "FATAL: PERIOD CONTROL FILE EXCEEDS 200 "
                     "CLOSED PERIODS"
                  CLOSE PERIOD-CONTROL-FILE
                  STOP RUN 20
               END-IF
               ADD 1 TO CLOSED-COUNT
               SET CLS-IDX TO CLOSED-COUNT
               MOVE PCT-PERIOD TO CLS-PERIOD(CLS-IDX)
            END-IF
      END-READ
   END-PERFORM
   CLOSE PERIOD-CONTROL-FILE.

LOAD-BUDGET-MASTER.
   OPEN INPUT BUDGET-MASTER-FILE
   PERFORM UNTIL MASTER-EOF = 'Y'
      READ BUDGET-MASTER-FILE
         AT END MOVE 'Y' TO MASTER-EOF
         NOT AT END
            IF BUDGET-COUNT >= 6000
               DISPLAY "FATAL: BUDGET MASTER EXCEEDS 6000 ENTRIES"
               CLOSE BUDGET-MASTER-FILE
               STOP RUN 20
            END-IF
            IF BDM-ACCOUNT NOT NUMERIC OR BDM-AMOUNT NOT NUMERIC
               DISPLAY "FATAL: BUDGET MASTER ENTRY [" BDM-ACCOUNT
                  "/" BDM-PERIOD "] IS NOT NUMERIC"
               CLOSE BUDGET-MASTER-FILE
               STOP RUN 20
            END-IF
            ADD 1 TO BUDGET-COUNT
            SET BUD-IDX TO BUDGET-COUNT
            MOVE BDM-ACCOUNT TO BUD-ACCOUNT(BUD-IDX)
            MOVE BDM-PERIOD  TO BUD-PERIOD(BUD-IDX)
            MOVE BDM-AMOUNT  TO BUD-AMOUNT(BUD-IDX)
            MOVE BDM-UPDATED TO BUD-UPDATED(BUD-IDX)
            MOVE BDM-USER    TO BUD-USER(BUD-IDX)
            MOVE 'N'         TO BUD-DELETED(BUD-IDX)
      END-READ
   END-PERFORM
   CLOSE BUDGET-MASTER-FILE.

FIND-BUDGET-ENTRY.
   MOVE 'N' TO BUDGET-FOUND
   PERFORM VARYING BUD-IDX FROM 1 BY 1 UNTIL BUD-IDX > BUDGET-COUNT
      IF BUD-ACCOUNT(BUD-IDX) = MNT-ACCOUNT
         AND BUD-PERIOD(BUD-IDX) = MNT-PERIOD
         AND BUD-DELETED(BUD-IDX) = 'N'
         MOVE 'Y' TO BUDGET-FOUND
         EXIT PERFORM
      END-IF
   END-PERFORM.

APPLY-MAINT-TRANSACTION.
   ADD 1 TO MAINT-READ-COUNT
   MOVE SPACES TO BEFORE-IMAGE
   MOVE SPACES TO AFTER-IMAGE
   PERFORM CHECK-MAINT-TRANSACTION
   IF EDIT-FAILURE NOT = SPACES
      ADD 1 TO REJECTED-COUNT
      PERFORM WRITE-MAINT-AUDIT-REJECT
      PERFORM WRITE-REPORT-REJECT
   ELSE
      EVALUATE MNT-ACTION
         WHEN "ADD"
            PERFORM APPLY-ADD-TRANSACTION
         WHEN "CHANGE"
            PERFORM APPLY-CHANGE-TRANSACTION
         WHEN "DELETE"
            PERFORM APPLY-DELETE-TRANSACTION
      END-EVALUATE
      ADD 1 TO APPLIED-COUNT
      PERFORM WRITE-MAINT-AUDIT-APPLIED
      PERFORM WRITE-REPORT-APPLIED
   END-IF.

CHECK-MAINT-TRANSACTION.
   MOVE SPACES TO EDIT-FAILURE
   IF MNT-ACTION NOT = "ADD" AND MNT-ACTION NOT = "CHANGE"
      AND MNT-ACTION NOT = "DELETE"
      MOVE 'INVALID MAINTENANCE ACTION' TO EDIT-FAILURE
      EXIT PARAGRAPH
   END-IF
   IF MNT-ACCOUNT NOT NUMERIC
      MOVE 'GL ACCOUNT NOT NUMERIC' TO EDIT-FAILURE
      EXIT PARAGRAPH
   END-IF
   IF MNT-PERIOD NOT NUMERIC
      MOVE 'PERIOD IS NOT YYYYMM' TO EDIT-FAILURE
      EXIT PARAGRAPH
   END-IF
   COMPUTE WORK-DATE = FUNCTION NUMVAL(MNT-PERIOD) * 100 + 1
   COMPUTE DATE-CHECK = FUNCTION TEST-DATE-YYYYMMDD(WORK-DATE)
   IF DATE-CHECK NOT = 0
      MOVE 'PERIOD IS NOT YYYYMM' TO EDIT-FAILURE
      EXIT PARAGRAPH
   END-IF
   MOVE 'N' TO PERIOD-CLOSED
   PERFORM VARYING CLS-IDX FROM 1 BY 1 UNTIL CLS-IDX > CLOSED-COUNT
      IF CLS-PERIOD(CLS-IDX) = MNT-PERIOD
         MOVE 'Y' TO PERIOD-CLOSED
         EXIT PERFORM
      END-IF
   END-PERFORM
   IF PERIOD-CLOSED = 'Y'
      MOVE 'PERIOD IS CLOSED' TO EDIT-FAILURE
      EXIT PARAGRAPH
   END-IF
   PERFORM FIND-BUDGET-ENTRY
   IF MNT-ACTION = "ADD"
      IF BUDGET-FOUND = 'Y'
         MOVE 'BUDGET ALREADY ON MASTER' TO EDIT-FAILURE
         EXIT PARAGRAPH
      END-IF
      IF BUDGET-COUNT >= 6000
         MOVE 'BUDGET MASTER FULL' TO EDIT-FAILURE
         EXIT PARAGRAPH
      END-IF
      MOVE 'N' TO ACCOUNT-FOUND
      PERFORM VARYING ACC-IDX FROM 1 BY 1 UNTIL ACC-IDX > ACCOUNT-COUNT
         IF ACCT-ACCOUNT(ACC-IDX) = MNT-ACCOUNT
            MOVE 'Y' TO ACCOUNT-FOUND
            EXIT PERFORM
         END-IF
      END-PERFORM
      IF ACCOUNT-FOUND = 'N'
         MOVE 'GL ACCOUNT NOT ON CATMAST' TO EDIT-FAILURE
         EXIT PARAGRAPH
      END-IF
   ELSE
      IF BUDGET-FOUND = 'N'
         MOVE 'BUDGET NOT ON MASTER' TO EDIT-FAILURE
         EXIT PARAGRAPH
      END-IF
   END-IF
   IF MNT-ACTION = "ADD" OR MNT-ACTION = "CHANGE"
      IF MNT-SIGN NOT = 'D' AND MNT-SIGN NOT = 'C'
         MOVE 'INVALID AMOUNT SIGN' TO EDIT-FAILURE
         EXIT PARAGRAPH
      END-IF
      IF MNT-AMOUNT NOT NUMERIC
         MOVE 'BUDGET AMOUNT NOT NUMERIC' TO EDIT-FAILURE
         EXIT PARAGRAPH
      END-IF
      IF MNT-SIGN = 'C'
         COMPUTE TRANS-AMOUNT = 0 - MNT-AMOUNT
      ELSE
         MOVE MNT-AMOUNT TO TRANS-AMOUNT
      END-IF
   END-IF.

APPLY-ADD-TRANSACTION.
   ADD 1 TO BUDGET-COUNT
   SET BUD-IDX TO BUDGET-COUNT
   MOVE MNT-ACCOUNT  TO BUD-ACCOUNT(BUD-IDX)
   MOVE MNT-PERIOD   TO BUD-PERIOD(BUD-IDX)
   MOVE TRANS-AMOUNT TO BUD-AMOUNT(BUD-IDX)
   MOVE 'N'          TO BUD-DELETED(BUD-IDX)
   PERFORM STAMP-BUDGET-ENTRY
   PERFORM SET-AFTER-IMAGE.

APPLY-CHANGE-TRANSACTION.
   PERFORM SET-BEFORE-IMAGE
   MOVE TRANS-AMOUNT TO BUD-AMOUNT(BUD-IDX)
   PERFORM STAMP-BUDGET-ENTRY
   PERFORM SET-AFTER-IMAGE.

APPLY-DELETE-TRANSACTION.
   PERFORM SET-BEFORE-IMAGE
   MOVE 'Y' TO BUD-DELETED(BUD-IDX).

STAMP-BUDGET-ENTRY.
   IF RUN-DATE-PARM NOT = SPACES
      MOVE RUN-DATE-PARM TO BUD-UPDATED(BUD-IDX)
   ELSE
      MOVE TODAY-STAMP TO BUD-UPDATED(BUD-IDX)
   END-IF
   MOVE USER-ID-PARM TO BUD-USER(BUD-IDX).

SET-BEFORE-IMAGE.
   PERFORM FORMAT-BUDGET-IMAGE
   MOVE IMAGE-WORK TO BEFORE-IMAGE.

SET-AFTER-IMAGE.
   PERFORM FORMAT-BUDGET-IMAGE
   MOVE IMAGE-WORK TO AFTER-IMAGE.

FORMAT-BUDGET-IMAGE.
   MOVE SPACES TO IMAGE-WORK
   MOVE BUD-ACCOUNT(BUD-IDX) TO IMG-ACCOUNT
   MOVE BUD-PERIOD(BUD-IDX)  TO IMG-PERIOD
   MOVE BUD-AMOUNT(BUD-IDX)  TO IMG-AMOUNT
   MOVE '|' TO IMG-SEP1, IMG-SEP2.

WRITE-NEW-MASTER.
   OPEN OUTPUT NEW-MASTER-FILE
   PERFORM VARYING BUD-IDX FROM 1 BY 1 UNTIL BUD-IDX > BUDGET-COUNT
      IF BUD-DELETED(BUD-IDX) = 'N'
         INITIALIZE NEW-MASTER-RECORD
         MOVE BUD-ACCOUNT(BUD-IDX) TO NBM-ACCOUNT
         MOVE BUD-PERIOD(BUD-IDX)  TO NBM-PERIOD
         MOVE BUD-AMOUNT(BUD-IDX)  TO NBM-AMOUNT
         MOVE BUD-UPDATED(BUD-IDX) TO NBM-UPDATED
         MOVE BUD-USER(BUD-IDX)    TO NBM-USER
         MOVE '|' TO NBM-SEP1, NBM-SEP2, NBM-SEP3, NBM-SEP4
         WRITE NEW-MASTER-RECORD
      END-IF
   END-PERFORM
   CLOSE NEW-MASTER-FILE.

WRITE-MAINT-AUDIT-APPLIED.
   INITIALIZE MAINT-AUDIT-RECORD
   MOVE "APPLIED" TO MAU-RESULT
   MOVE SPACES TO MAU-NOTE
   PERFORM WRITE-MAINT-AUDIT-LINE.

WRITE-MAINT-AUDIT-REJECT.
   INITIALIZE MAINT-AUDIT-RECORD
   MOVE "REJECTED" TO MAU-RESULT
   MOVE EDIT-FAILURE TO MAU-NOTE
   PERFORM WRITE-MAINT-AUDIT-LINE.

WRITE-MAINT-AUDIT-LINE.
   MOVE TODAY-STAMP TO MAU-DATE
   MOVE TIME-STAMP(1:6) TO MAU-TIME
   MOVE USER-ID-PARM TO MAU-USER
   MOVE MNT-ACTION TO MAU-ACTION
   MOVE MNT-ACCOUNT TO MAU-ACCOUNT
   MOVE MNT-PERIOD TO MAU-PERIOD
   MOVE BEFORE-IMAGE TO MAU-BEFORE
   MOVE AFTER-IMAGE TO MAU-AFTER
   MOVE '|' TO MAU-SEP1, MAU-SEP2, MAU-SEP3, MAU-SEP4, MAU-SEP5,
               MAU-SEP6, MAU-SEP7, MAU-SEP8, MAU-SEP9
   WRITE MAINT-AUDIT-RECORD.

WRITE-REPORT-APPLIED.
   MOVE SPACES TO RPT-DETAIL-LINE
   MOVE MNT-ACTION TO RDL-ACTION
   MOVE MNT-ACCOUNT TO RDL-ACCOUNT
   MOVE MNT-PERIOD TO RDL-PERIOD
   MOVE "APPLIED" TO RDL-RESULT
   MOVE RPT-DETAIL-LINE TO RPT-PRINT-LINE
   PERFORM PRINT-REPORT-LINE
   IF BEFORE-IMAGE NOT = SPACES
      MOVE SPACES TO RPT-AMOUNT-LINE
      MOVE "BEFORE" TO RAL-LABEL
      MOVE BEFORE-IMAGE TO IMAGE-WORK
      MOVE IMG-AMOUNT TO RAL-AMOUNT
      MOVE RPT-AMOUNT-LINE TO RPT-PRINT-LINE
      PERFORM PRINT-REPORT-LINE
   END-IF
   IF AFTER-IMAGE NOT = SPACES
      MOVE SPACES TO RPT-AMOUNT-LINE
      MOVE "AFTER" TO RAL-LABEL
      MOVE AFTER-IMAGE TO IMAGE-WORK
      MOVE IMG-AMOUNT TO RAL-AMOUNT
      MOVE RPT-AMOUNT-LINE TO RPT-PRINT-LINE
      PERFORM PRINT-REPORT-LINE
   END-IF.

WRITE-REPORT-REJECT.
   MOVE SPACES TO RPT-DETAIL-LINE
   MOVE MNT-ACTION TO RDL-ACTION
   MOVE MNT-ACCOUNT TO RDL-ACCOUNT
   MOVE MNT-PERIOD TO RDL-PERIOD
   MOVE "REJECTED" TO RDL-RESULT
   MOVE EDIT-FAILURE TO RDL-NOTE
   MOVE RPT-DETAIL-LINE TO RPT-PRINT-LINE
   PERFORM PRINT-REPORT-LINE.

PRINT-REPORT-LINE.
   IF RPT-LINE-CNT >= RPT-PAGE-SIZE
      PERFORM PRINT-REPORT-PAGE-HEADING
   END-IF
   MOVE RPT-PRINT-LINE TO CHANGE-REPORT-LINE
   WRITE CHANGE-REPORT-LINE
   ADD 1 TO RPT-LINE-CNT.

PRINT-REPORT-PAGE-HEADING.
   ADD 1 TO RPT-PAGE-NUM
   MOVE RUN-DATE-PARM TO RH1-RUN-DATE
   MOVE RPT-PAGE-NUM TO RH1-PAGE
   MOVE RPT-HEAD-1 TO CHANGE-REPORT-LINE
   WRITE CHANGE-REPORT-LINE
   MOVE SPACES TO CHANGE-REPORT-LINE
   WRITE CHANGE-REPORT-LINE
   MOVE 2 TO RPT-LINE-CNT.
