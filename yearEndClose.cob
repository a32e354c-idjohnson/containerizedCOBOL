IDENTIFICATION DIVISION.
PROGRAM-ID. YEAR-END-CLOSE.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
   SELECT OPTIONAL PERIOD-CONTROL-FILE
      ASSIGN DYNAMIC PERIOD-CONTROL-FILE-NAME
      ORGANIZATION IS LINE SEQUENTIAL.
   SELECT OPTIONAL YEAR-CONTROL-FILE
      ASSIGN DYNAMIC YEAR-CONTROL-FILE-NAME
      ORGANIZATION IS LINE SEQUENTIAL.
   SELECT CATEGORY-MASTER-FILE
      ASSIGN DYNAMIC CATEGORY-MASTER-FILE-NAME
      ORGANIZATION IS LINE SEQUENTIAL
      FILE STATUS IS CATEGORY-MASTER-STATUS.
   SELECT BALANCE-MASTER-FILE
      ASSIGN DYNAMIC BALANCE-MASTER-FILE-NAME
      ORGANIZATION IS LINE SEQUENTIAL
      FILE STATUS IS BALANCE-MASTER-STATUS.
   SELECT OPTIONAL ENTITY-MASTER-FILE
      ASSIGN DYNAMIC ENTITY-MASTER-FILE-NAME
      ORGANIZATION IS LINE SEQUENTIAL.
   SELECT CLOSE-FEED-FILE
      ASSIGN DYNAMIC CLOSE-FEED-FILE-NAME
      ORGANIZATION IS LINE SEQUENTIAL.
   SELECT CLOSE-REPORT-FILE
      ASSIGN DYNAMIC CLOSE-REPORT-FILE-NAME
      ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
   FD  PERIOD-CONTROL-FILE.
   01  PERIOD-CONTROL-RECORD.
      05  PCT-REC-TYPE   PIC X(1).
      05  PCT-SEP1       PIC X(1).
      05  PCT-PERIOD     PIC X(6).
      05  PCT-SEP2       PIC X(1).
      05  PCT-STATUS     PIC X(7).
      05  FILLER         PIC X(25).
   FD  YEAR-CONTROL-FILE.
   01  YEAR-CONTROL-RECORD.
      05  YCT-REC-TYPE   PIC X(1).
      05  YCT-SEP1       PIC X(1).
      05  YCT-YEAR       PIC X(4).
      05  YCT-SEP2       PIC X(1).
      05  YCT-STATUS     PIC X(7).
      05  YCT-SEP3       PIC X(1).
      05  YCT-CLOSE-DATE PIC X(8).
      05  YCT-SEP4       PIC X(1).
      05  YCT-USER       PIC X(8).
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
   FD  BALANCE-MASTER-FILE.
   01  BALANCE-MASTER-RECORD.
      05  BAL-REC-TYPE    PIC X(1).
      05  BAL-SEP0        PIC X(1).
      05  BAL-ACCOUNT     PIC 9(8).
      05  BAL-SEP1        PIC X(1).
      05  BAL-CATEGORY    PIC X(4).
      05  BAL-SEP2        PIC X(1).
      05  BAL-DESC        PIC X(30).
      05  BAL-SEP3        PIC X(1).
      05  BAL-OPENING     PIC S9(34)V99.
      05  BAL-SEP4        PIC X(1).
      05  BAL-DEBITS      PIC S9(34)V99.
      05  BAL-SEP5        PIC X(1).
      05  BAL-CREDITS     PIC S9(34)V99.
      05  BAL-SEP6        PIC X(1).
      05  BAL-CLOSING     PIC S9(34)V99.
      05  BAL-SEP7        PIC X(1).
      05  BAL-LAST-POSTED PIC X(8).
      05  BAL-SEP8        PIC X(1).
      05  BAL-COMPANY     PIC X(3).
   01  BALANCE-HEADER-RECORD REDEFINES BALANCE-MASTER-RECORD.
      05  BAL-HDR-TYPE      PIC X(1).
      05  BAL-HDR-SEP1      PIC X(1).
      05  BAL-HDR-FEED-DATE PIC X(8).
      05  BAL-HDR-FILLER    PIC X(197).
   FD  ENTITY-MASTER-FILE.
   01  ENTITY-MASTER-RECORD.
      05  EM-REC-TYPE         PIC X(1).
      05  EM-SEP1             PIC X(1).
      05  EM-CODE             PIC X(3).
      05  EM-SEP2             PIC X(1).
      05  EM-NAME             PIC X(30).
      05  EM-SEP3             PIC X(1).
      05  EM-RETAINED-CATEGORY PIC X(4).
   FD  CLOSE-FEED-FILE.
   01  GL-FEED-RECORD.
      05  GL-REC-TYPE         PIC X(1).
      05  GL-SEP1             PIC X(1).
      05  GL-JOB-NAME         PIC X(11).
      05  GL-SEP2             PIC X(1).
      05  GL-RUN-DATE         PIC X(8).
      05  GL-SEP3             PIC X(1).
      05  GL-CATEGORY         PIC X(4).
      05  GL-SEP4             PIC X(1).
      05  GL-ACCOUNT          PIC 9(8).
      05  GL-SEP4A            PIC X(1).
      05  GL-DESC             PIC X(30).
      05  GL-SEP4B            PIC X(1).
      05  GL-DEBIT-TOTAL      PIC S9(34)V99.
      05  GL-SEP5             PIC X(1).
      05  GL-CREDIT-TOTAL     PIC S9(34)V99.
      05  GL-SEP6             PIC X(1).
      05  GL-NET-TOTAL        PIC S9(34)V99.
      05  GL-SEP7             PIC X(1).
      05  GL-RECORD-COUNT     PIC 9(8).
      05  GL-SEP8             PIC X(1).
      05  GL-OUT-OF-BALANCE   PIC X(1).
      05  GL-SEP9             PIC X(1).
      05  GL-COMPANY          PIC X(3).
   FD  CLOSE-REPORT-FILE.
   01  CLOSE-REPORT-LINE PIC X(132).

WORKING-STORAGE SECTION.
       01  FISCAL-YEAR-PARM      PIC X(4) VALUE SPACES.
       01  LAST-PERIOD           PIC X(6) VALUE SPACES.
       01  YEAR-END-DATE         PIC X(8) VALUE SPACES.
       01  USER-ID-PARM          PIC X(8) VALUE SPACES.
       01  TODAY-STAMP           PIC X(8) VALUE SPACES.
       01  PERIOD-CONTROL-FILE-NAME PIC X(40) VALUE "periodctl.txt".
       01  PERIOD-CONTROL-PARM   PIC X(40) VALUE SPACES.
       01  PERIOD-CONTROL-EOF    PIC X(1) VALUE 'N'.
       01  LAST-PERIOD-STATUS    PIC X(7) VALUE SPACES.
       01  YEAR-CONTROL-FILE-NAME PIC X(40) VALUE "yearctl.txt".
       01  YEAR-CONTROL-PARM     PIC X(40) VALUE SPACES.
       01  YEAR-CONTROL-EOF      PIC X(1) VALUE 'N'.
       01  CATEGORY-MASTER-FILE-NAME PIC X(40) VALUE "catmast.txt".
       01  CATEGORY-MASTER-PARM  PIC X(40) VALUE SPACES.
       01  CATEGORY-MASTER-STATUS PIC X(2) VALUE "00".
       01  BALANCE-MASTER-FILE-NAME PIC X(40) VALUE "balmast.txt".
       01  BALANCE-MASTER-PARM   PIC X(40) VALUE SPACES.
       01  BALANCE-MASTER-STATUS PIC X(2) VALUE "00".
       01  CLOSE-FEED-FILE-NAME  PIC X(40) VALUE SPACES.
       01  CLOSE-REPORT-FILE-NAME PIC X(40) VALUE SPACES.
       01  GL-FEED-JOB-NAME      PIC X(11) VALUE "YEAR-END".
       01  RETAINED-CATEGORY     PIC X(4) VALUE "RETE".
       01  RETAINED-CATEGORY-PARM PIC X(4) VALUE SPACES.
       01  DEFAULT-COMPANY       PIC X(3) VALUE "001".
       01  DEFAULT-COMPANY-PARM  PIC X(3) VALUE SPACES.
       01  ENTITY-MASTER-FILE-NAME PIC X(40) VALUE "entmast.txt".
       01  ENTITY-MASTER-PARM    PIC X(40) VALUE SPACES.
       01  ENTITY-MASTER-EOF     PIC X(1) VALUE 'N'.
       01  ENTITY-TABLE.
           05  ENTITY-ENTRY OCCURS 20 TIMES INDEXED BY ENT-IDX.
               10  ENT-CODE              PIC X(3) VALUE SPACES.
               10  ENT-IN-USE            PIC X(1) VALUE 'N'.
               10  ENT-RETAINED-CATEGORY PIC X(4) VALUE SPACES.
               10  ENT-RETAINED-ACCOUNT  PIC 9(8) VALUE 0.
               10  ENT-RETAINED-DESC     PIC X(30) VALUE SPACES.
       01  ENTITY-COUNT          PIC 9(4) VALUE 0.
       01  ENTITY-FOUND          PIC X(1) VALUE 'N'.
       01  ENTITY-LOOKUP         PIC X(3) VALUE SPACES.
       01  CLOSED-ENTITY-COUNT   PIC 9(4) VALUE 0.
       01  MASTER-EOF            PIC X(1) VALUE 'N'.
       01  BALANCE-EOF           PIC X(1) VALUE 'N'.
       01  LAST-FEED-DATE        PIC X(8) VALUE SPACES.
       01  MASTER-TABLE.
           05  MASTER-ENTRY OCCURS 500 TIMES INDEXED BY MST-IDX.
               10  MST-CODE         PIC X(4) VALUE SPACES.
               10  MST-DESC         PIC X(30) VALUE SPACES.
               10  MST-GL-ACCOUNT   PIC 9(8) VALUE 0.
               10  MST-ACCOUNT-TYPE PIC X(1) VALUE SPACES.
               10  MST-COMPANY      PIC X(3) VALUE SPACES.
       01  MASTER-COUNT          PIC 9(4) VALUE 0.
       01  MASTER-FOUND          PIC X(1) VALUE 'N'.
       01  MASTER-LOOKUP-CODE    PIC X(4) VALUE SPACES.
       01  BALANCE-TABLE.
           05  BALANCE-ENTRY OCCURS 500 TIMES INDEXED BY BAL-IDX.
               10  BALT-ACCOUNT      PIC 9(8) VALUE 0.
               10  BALT-CATEGORY     PIC X(4) VALUE SPACES.
               10  BALT-DESC         PIC X(30) VALUE SPACES.
               10  BALT-OPENING      PIC S9(34)V99 VALUE 0.
               10  BALT-DEBITS       PIC S9(34)V99 VALUE 0.
               10  BALT-CREDITS      PIC S9(34)V99 VALUE 0.
               10  BALT-CLOSING      PIC S9(34)V99 VALUE 0.
               10  BALT-LAST-POSTED  PIC X(8) VALUE SPACES.
               10  BALT-ACCOUNT-TYPE PIC X(1) VALUE SPACES.
               10  BALT-COMPANY      PIC X(3) VALUE SPACES.
       01  BALANCE-COUNT         PIC 9(4) VALUE 0.
       01  BALANCE-FOUND         PIC X(1) VALUE 'N'.
       01  LOOKUP-ACCOUNT        PIC 9(8) VALUE 0.
       01  UNTYPED-COUNT         PIC 9(4) VALUE 0.
       01  CLOSED-ACCOUNT-COUNT  PIC 9(4) VALUE 0.
       01  BEFORE-CLOSE          PIC S9(34)V99 VALUE 0.
       01  NET-RESULT            PIC S9(34)V99 VALUE 0.
       01  TOTAL-NET-RESULT      PIC S9(34)V99 VALUE 0.
       01  ENTRY-CATEGORY        PIC X(4) VALUE SPACES.
       01  ENTRY-ACCOUNT         PIC 9(8) VALUE 0.
       01  ENTRY-DESC            PIC X(30) VALUE SPACES.
       01  ENTRY-AMOUNT          PIC S9(34)V99 VALUE 0.
       01  ENTRY-COMPANY         PIC X(3) VALUE SPACES.
       01  CLOSE-DEBIT-TOTAL     PIC S9(34)V99 VALUE 0.
       01  CLOSE-CREDIT-TOTAL    PIC S9(34)V99 VALUE 0.
       01  CLOSE-NET-TOTAL       PIC S9(34)V99 VALUE 0.
       01  CLOSE-DETAIL-COUNT    PIC 9(8) VALUE 0.
       01  CLOSE-OUT-OF-BALANCE  PIC X(1) VALUE 'N'.
       01  TOTAL-OPENING         PIC S9(34)V99 VALUE 0.
       01  TOTAL-DEBITS          PIC S9(34)V99 VALUE 0.
       01  TOTAL-CREDITS         PIC S9(34)V99 VALUE 0.
       01  TOTAL-CLOSING         PIC S9(34)V99 VALUE 0.
       01  TRIAL-OUT-OF-BALANCE  PIC X(1) VALUE 'N'.
       01  SECTION-TITLE         PIC X(80) VALUE SPACES.
       01  YE-PAGE-NUM           PIC 9(4) VALUE 0.
       01  YE-LINE-CNT           PIC 9(4) VALUE 0.
       01  YE-PAGE-SIZE          PIC 9(4) VALUE 55.
       01  YE-HEAD-1.
           05  FILLER       PIC X(36)
               VALUE "FISCAL YEAR-END CLOSE               ".
           05  FILLER       PIC X(6) VALUE "YEAR: ".
           05  YH1-YEAR     PIC X(4).
           05  FILLER       PIC X(14) VALUE SPACES.
           05  FILLER       PIC X(6) VALUE "PAGE: ".
           05  YH1-PAGE     PIC ZZZ9.
       01  YE-TB-COL-HEAD.
           05  FILLER PIC X(10) VALUE "GL ACCT".
           05  FILLER PIC X(6)  VALUE "CAT".
           05  FILLER PIC X(3)  VALUE "T".
           05  FILLER PIC X(20) VALUE "DESCRIPTION".
           05  FILLER PIC X(22) VALUE "               OPENING".
           05  FILLER PIC X(1)  VALUE SPACES.
           05  FILLER PIC X(22) VALUE "                DEBITS".
           05  FILLER PIC X(1)  VALUE SPACES.
           05  FILLER PIC X(22) VALUE "               CREDITS".
           05  FILLER PIC X(1)  VALUE SPACES.
           05  FILLER PIC X(22) VALUE "               CLOSING".
       01  YE-ENTRY-COL-HEAD.
           05  FILLER PIC X(10) VALUE "GL ACCT".
           05  FILLER PIC X(6)  VALUE "CAT".
           05  FILLER PIC X(3)  VALUE "T".
           05  FILLER PIC X(20) VALUE "DESCRIPTION".
           05  FILLER PIC X(22) VALUE "          BEFORE CLOSE".
           05  FILLER PIC X(1)  VALUE SPACES.
           05  FILLER PIC X(22) VALUE "         CLOSING DEBIT".
           05  FILLER PIC X(1)  VALUE SPACES.
           05  FILLER PIC X(22) VALUE "        CLOSING CREDIT".
           05  FILLER PIC X(1)  VALUE SPACES.
           05  FILLER PIC X(22) VALUE "           AFTER CLOSE".
       01  YE-DETAIL-LINE.
           05  YDL-ACCOUNT  PIC 9(8).
           05  FILLER       PIC X(2) VALUE SPACES.
           05  YDL-CATEGORY PIC X(4).
           05  FILLER       PIC X(2) VALUE SPACES.
           05  YDL-TYPE     PIC X(1).
           05  FILLER       PIC X(2) VALUE SPACES.
           05  YDL-DESC     PIC X(20).
           05  YDL-OPENING  PIC ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER       PIC X(1) VALUE SPACES.
           05  YDL-DEBITS   PIC ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER       PIC X(1) VALUE SPACES.
           05  YDL-CREDITS  PIC ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER       PIC X(1) VALUE SPACES.
           05  YDL-CLOSING  PIC ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99-.
       01  YE-ENTITY-LINE.
           05  FILLER       PIC X(8) VALUE "ENTITY: ".
           05  YEL-CODE     PIC X(3).
           05  FILLER       PIC X(32)
               VALUE "  RETAINED EARNINGS CATEGORY:  ".
           05  YEL-CATEGORY PIC X(4).
           05  FILLER       PIC X(11) VALUE "  ACCOUNT: ".
           05  YEL-ACCOUNT  PIC 9(8).
       01  YE-TEXT-LINE.
           05  FILLER       PIC X(4).
           05  YTL-TEXT     PIC X(80).
       01  YE-PRINT-LINE         PIC X(132) VALUE SPACES.

PROCEDURE DIVISION.
   ACCEPT FISCAL-YEAR-PARM FROM ENVIRONMENT "FISCAL_YEAR"
   IF FISCAL-YEAR-PARM = SPACES
      DISPLAY "FATAL: FISCAL_YEAR (YYYY) IS REQUIRED"
      STOP RUN 20
   END-IF
   IF FISCAL-YEAR-PARM NOT NUMERIC
      DISPLAY "FATAL: FISCAL_YEAR [" FISCAL-YEAR-PARM "] IS NOT YYYY"
      STOP RUN 20
   END-IF
   MOVE SPACES TO LAST-PERIOD
   STRING FISCAL-YEAR-PARM DELIMITED BY SIZE
          "12" DELIMITED BY SIZE
          INTO LAST-PERIOD
   MOVE SPACES TO YEAR-END-DATE
   STRING FISCAL-YEAR-PARM DELIMITED BY SIZE
          "1231" DELIMITED BY SIZE
          INTO YEAR-END-DATE
   ACCEPT TODAY-STAMP FROM DATE YYYYMMDD
   ACCEPT USER-ID-PARM FROM ENVIRONMENT "LOGNAME"
   IF USER-ID-PARM = SPACES
      ACCEPT USER-ID-PARM FROM ENVIRONMENT "USER"
   END-IF
   ACCEPT PERIOD-CONTROL-PARM FROM ENVIRONMENT "PERIOD_CONTROL"
   IF PERIOD-CONTROL-PARM NOT = SPACES
      MOVE PERIOD-CONTROL-PARM TO PERIOD-CONTROL-FILE-NAME
   END-IF
   ACCEPT YEAR-CONTROL-PARM FROM ENVIRONMENT "YEAR_END_CONTROL"
   IF YEAR-CONTROL-PARM NOT = SPACES
      MOVE YEAR-CONTROL-PARM TO YEAR-CONTROL-FILE-NAME
   END-IF
   ACCEPT CATEGORY-MASTER-PARM FROM ENVIRONMENT "CATEGORY_MASTER"
   IF CATEGORY-MASTER-PARM NOT = SPACES
      MOVE CATEGORY-MASTER-PARM TO CATEGORY-MASTER-FILE-NAME
   END-IF
   ACCEPT BALANCE-MASTER-PARM FROM ENVIRONMENT "BALANCE_MASTER"
   IF BALANCE-MASTER-PARM NOT = SPACES
      MOVE BALANCE-MASTER-PARM TO BALANCE-MASTER-FILE-NAME
   END-IF
   ACCEPT RETAINED-CATEGORY-PARM
      FROM ENVIRONMENT "RETAINED_EARNINGS_CATEGORY"
   IF RETAINED-CATEGORY-PARM NOT = SPACES
      MOVE RETAINED-CATEGORY-PARM TO RETAINED-CATEGORY
   END-IF
   ACCEPT DEFAULT-COMPANY-PARM FROM ENVIRONMENT "DEFAULT_COMPANY"
   IF DEFAULT-COMPANY-PARM NOT = SPACES
      MOVE DEFAULT-COMPANY-PARM TO DEFAULT-COMPANY
   END-IF
   ACCEPT ENTITY-MASTER-PARM FROM ENVIRONMENT "ENTITY_MASTER"
   IF ENTITY-MASTER-PARM NOT = SPACES
      MOVE ENTITY-MASTER-PARM TO ENTITY-MASTER-FILE-NAME
   END-IF
   PERFORM BUILD-YEAR-FILE-NAMES
   PERFORM CHECK-PERIOD-CONTROL
   PERFORM CHECK-YEAR-CONTROL
   PERFORM LOAD-CATEGORY-MASTER
   PERFORM LOAD-ENTITY-MASTER
   MOVE DEFAULT-COMPANY TO ENTITY-LOOKUP
   PERFORM ADD-ENTITY-IF-NEW
   MOVE 'Y' TO ENT-IN-USE(ENT-IDX)
   PERFORM LOAD-BALANCE-MASTER
   PERFORM VARYING ENT-IDX FROM 1 BY 1 UNTIL ENT-IDX > ENTITY-COUNT
      IF ENT-IN-USE(ENT-IDX) = 'Y'
         PERFORM RESOLVE-RETAINED-EARNINGS
      END-IF
   END-PERFORM
   PERFORM ASSIGN-ACCOUNT-TYPES
   IF UNTYPED-COUNT > 0
      DISPLAY "FATAL: " UNTYPED-COUNT
         " BALANCE MASTER ACCOUNTS HAVE NO ACCOUNT TYPE ON THE "
         "CATEGORY MASTER - YEAR NOT CLOSED"
      STOP RUN 20
   END-IF
   OPEN OUTPUT CLOSE-FEED-FILE
   OPEN OUTPUT CLOSE-REPORT-FILE
   MOVE 0 TO YE-PAGE-NUM
   MOVE "PRE-CLOSE TRIAL BALANCE" TO SECTION-TITLE
   PERFORM PRINT-TRIAL-BALANCE
   MOVE "CLOSING ENTRIES - REVENUE AND EXPENSE TO RETAINED EARNINGS"
      TO SECTION-TITLE
   PERFORM PRINT-SECTION-HEADING
   MOVE YE-ENTRY-COL-HEAD TO YE-PRINT-LINE
   PERFORM PRINT-CLOSE-LINE
   PERFORM WRITE-GL-HEADER
   PERFORM VARYING ENT-IDX FROM 1 BY 1 UNTIL ENT-IDX > ENTITY-COUNT
      IF ENT-IN-USE(ENT-IDX) = 'Y'
         PERFORM CLOSE-ENTITY
      END-IF
   END-PERFORM
   PERFORM WRITE-GL-TRAILER
   PERFORM WRITE-CLOSING-SUMMARY
   MOVE "POST-CLOSE TRIAL BALANCE" TO SECTION-TITLE
   PERFORM PRINT-TRIAL-BALANCE
   CLOSE CLOSE-FEED-FILE, CLOSE-REPORT-FILE
   IF CLOSE-OUT-OF-BALANCE = 'Y' OR TRIAL-OUT-OF-BALANCE = 'Y'
      DISPLAY "FATAL: CLOSING ENTRIES FOR " FISCAL-YEAR-PARM
         " ARE OUT OF BALANCE - BALANCE MASTER NOT UPDATED"
      STOP RUN 8
   END-IF
   PERFORM ROLL-FORWARD-BALANCES
   PERFORM WRITE-BALANCE-MASTER
   PERFORM WRITE-YEAR-CONTROL
   DISPLAY "YEAR-END CLOSE COMPLETE: FISCAL YEAR " FISCAL-YEAR-PARM
      " - " CLOSED-ACCOUNT-COUNT " ACCOUNTS CLOSED TO RETAINED "
      "EARNINGS IN " CLOSED-ENTITY-COUNT " ENTITIES, "
      CLOSE-DETAIL-COUNT
      " ENTRIES WRITTEN TO " FUNCTION TRIM(CLOSE-FEED-FILE-NAME)
   STOP RUN.

BUILD-YEAR-FILE-NAMES.
   MOVE SPACES TO CLOSE-FEED-FILE-NAME
   MOVE SPACES TO CLOSE-REPORT-FILE-NAME
   STRING "GLCLOSE.Y" DELIMITED BY SIZE
          FISCAL-YEAR-PARM DELIMITED BY SPACE
          INTO CLOSE-FEED-FILE-NAME
   STRING "YECLOSE.Y" DELIMITED BY SIZE
          FISCAL-YEAR-PARM DELIMITED BY SPACE
          INTO CLOSE-REPORT-FILE-NAME.

CHECK-PERIOD-CONTROL.
   OPEN INPUT PERIOD-CONTROL-FILE
   PERFORM UNTIL PERIOD-CONTROL-EOF = 'Y'
      READ PERIOD-CONTROL-FILE
         AT END MOVE 'Y' TO PERIOD-CONTROL-EOF
         NOT AT END
            IF PCT-REC-TYPE = 'P' AND PCT-PERIOD = LAST-PERIOD
               MOVE PCT-STATUS TO LAST-PERIOD-STATUS
            END-IF
      END-READ
   END-PERFORM
   CLOSE PERIOD-CONTROL-FILE
   IF LAST-PERIOD-STATUS NOT = "CLOSED"
      DISPLAY "FATAL: PERIOD CONTROL ["
         FUNCTION TRIM(PERIOD-CONTROL-FILE-NAME)
         "] DOES NOT SHOW THE LAST PERIOD [" LAST-PERIOD
         "] AS CLOSED - REFUSING TO CLOSE THE YEAR"
      STOP RUN 16
   END-IF.

CHECK-YEAR-CONTROL.
   OPEN INPUT YEAR-CONTROL-FILE
   PERFORM UNTIL YEAR-CONTROL-EOF = 'Y'
      READ YEAR-CONTROL-FILE
         AT END MOVE 'Y' TO YEAR-CONTROL-EOF
         NOT AT END
            IF YCT-REC-TYPE = 'Y' AND YCT-YEAR = FISCAL-YEAR-PARM
               DISPLAY "FATAL: YEAR-END CONTROL ["
                  FUNCTION TRIM(YEAR-CONTROL-FILE-NAME)
                  "] SHOWS FISCAL YEAR [" FISCAL-YEAR-PARM
                  "] ALREADY CLOSED ON " YCT-CLOSE-DATE " BY "
                  YCT-USER " - REFUSING TO CLOSE IT AGAIN"
               CLOSE YEAR-CONTROL-FILE
               STOP RUN 16
            END-IF
      END-READ
   END-PERFORM
   CLOSE YEAR-CONTROL-FILE.

LOAD-CATEGORY-MASTER.
   OPEN INPUT CATEGORY-MASTER-FILE
   IF CATEGORY-MASTER-STATUS NOT = "00"
      DISPLAY "FATAL: CANNOT OPEN CATEGORY MASTER ["
         FUNCTION TRIM(CATEGORY-MASTER-FILE-NAME)
         "] - FILE STATUS " CATEGORY-MASTER-STATUS
      STOP RUN 20
   END-IF
   PERFORM UNTIL MASTER-EOF = 'Y'
      READ CATEGORY-MASTER-FILE
         AT END MOVE 'Y' TO MASTER-EOF
         NOT AT END
            IF MASTER-COUNT >= 500
               DISPLAY "FATAL: CATEGORY MASTER EXCEEDS 500 ENTRIES"
               CLOSE CATEGORY-MASTER-FILE
               STOP RUN 20
            END-IF
            IF CM-GL-ACCOUNT NOT NUMERIC
               DISPLAY "FATAL: CATEGORY MASTER ENTRY [" CM-CODE
                  "] HAS NON-NUMERIC GL ACCOUNT [" CM-GL-ACCOUNT "]"
               CLOSE CATEGORY-MASTER-FILE
               STOP RUN 20
            END-IF
            ADD 1 TO MASTER-COUNT
            SET MST-IDX TO MASTER-COUNT
            MOVE CM-CODE         TO MST-CODE(MST-IDX)
            MOVE CM-DESC         TO MST-DESC(MST-IDX)
            MOVE CM-GL-ACCOUNT   TO MST-GL-ACCOUNT(MST-IDX)
            MOVE CM-ACCOUNT-TYPE TO MST-ACCOUNT-TYPE(MST-IDX)
            IF CM-COMPANY = SPACES
               MOVE DEFAULT-COMPANY TO MST-COMPANY(MST-IDX)
            ELSE
               MOVE CM-COMPANY TO MST-COMPANY(MST-IDX)
            END-IF
      END-READ
   END-PERFORM
   CLOSE CATEGORY-MASTER-FILE.

LOAD-ENTITY-MASTER.
   OPEN INPUT ENTITY-MASTER-FILE
   PERFORM UNTIL ENTITY-MASTER-EOF = 'Y'
      READ ENTITY-MASTER-FILE
         AT END MOVE 'Y' TO ENTITY-MASTER-EOF
         NOT AT END
            IF EM-REC-TYPE = 'E' AND EM-CODE NOT = SPACES
               MOVE EM-CODE TO ENTITY-LOOKUP
               PERFORM ADD-ENTITY-IF-NEW
               IF EM-RETAINED-CATEGORY NOT = SPACES
                  MOVE EM-RETAINED-CATEGORY
                     TO ENT-RETAINED-CATEGORY(ENT-IDX)
               END-IF
            END-IF
      END-READ
   END-PERFORM
   CLOSE ENTITY-MASTER-FILE.

ADD-ENTITY-IF-NEW.
   PERFORM FIND-ENTITY
   IF ENTITY-FOUND = 'Y'
      EXIT PARAGRAPH
   END-IF
   IF ENTITY-COUNT >= 20
      DISPLAY "FATAL: MORE THAN 20 ENTITIES ON THE BALANCE MASTER"
      STOP RUN 20
   END-IF
   ADD 1 TO ENTITY-COUNT
   SET ENT-IDX TO ENTITY-COUNT
   MOVE ENTITY-LOOKUP     TO ENT-CODE(ENT-IDX)
   MOVE 'N'               TO ENT-IN-USE(ENT-IDX)
   MOVE RETAINED-CATEGORY TO ENT-RETAINED-CATEGORY(ENT-IDX)
   MOVE 0                 TO ENT-RETAINED-ACCOUNT(ENT-IDX)
   MOVE SPACES            TO ENT-RETAINED-DESC(ENT-IDX).

FIND-ENTITY.
   MOVE 'N' TO ENTITY-FOUND
   PERFORM VARYING ENT-IDX FROM 1 BY 1 UNTIL ENT-IDX > ENTITY-COUNT
      IF ENT-CODE(ENT-IDX) = ENTITY-LOOKUP
         MOVE 'Y' TO ENTITY-FOUND
         EXIT PERFORM
      END-IF
   END-PERFORM.

RESOLVE-RETAINED-EARNINGS.
   MOVE ENT-RETAINED-CATEGORY(ENT-IDX) TO MASTER-LOOKUP-CODE
   PERFORM FIND-MASTER-CATEGORY
   IF MASTER-FOUND = 'N'
      DISPLAY "FATAL: RETAINED EARNINGS CATEGORY ["
         ENT-RETAINED-CATEGORY(ENT-IDX) "] FOR ENTITY ["
         ENT-CODE(ENT-IDX) "] IS NOT ON THE CATEGORY MASTER"
      STOP RUN 20
   END-IF
   IF MST-ACCOUNT-TYPE(MST-IDX) NOT = 'E'
      DISPLAY "FATAL: RETAINED EARNINGS CATEGORY ["
         ENT-RETAINED-CATEGORY(ENT-IDX)
         "] HAS ACCOUNT TYPE [" MST-ACCOUNT-TYPE(MST-IDX)
         "] - IT MUST BE AN EQUITY (E) ACCOUNT"
      STOP RUN 20
   END-IF
   IF MST-COMPANY(MST-IDX) NOT = ENT-CODE(ENT-IDX)
      DISPLAY "FATAL: RETAINED EARNINGS CATEGORY ["
         ENT-RETAINED-CATEGORY(ENT-IDX) "] BELONGS TO ENTITY ["
         MST-COMPANY(MST-IDX) "] - ENTITY [" ENT-CODE(ENT-IDX)
         "] NEEDS ITS OWN ON THE ENTITY MASTER"
      STOP RUN 20
   END-IF
   MOVE MST-GL-ACCOUNT(MST-IDX) TO ENT-RETAINED-ACCOUNT(ENT-IDX)
   MOVE MST-DESC(MST-IDX)       TO ENT-RETAINED-DESC(ENT-IDX).

FIND-MASTER-CATEGORY.
   MOVE 'N' TO MASTER-FOUND
   PERFORM VARYING MST-IDX FROM 1 BY 1 UNTIL MST-IDX > MASTER-COUNT
      IF MST-CODE(MST-IDX) = MASTER-LOOKUP-CODE
         MOVE 'Y' TO MASTER-FOUND
         EXIT PERFORM
      END-IF
   END-PERFORM.

LOAD-BALANCE-MASTER.
   OPEN INPUT BALANCE-MASTER-FILE
   IF BALANCE-MASTER-STATUS NOT = "00"
      DISPLAY "FATAL: CANNOT OPEN BALANCE MASTER ["
         FUNCTION TRIM(BALANCE-MASTER-FILE-NAME)
         "] - FILE STATUS " BALANCE-MASTER-STATUS
      STOP RUN 20
   END-IF
   PERFORM UNTIL BALANCE-EOF = 'Y'
      READ BALANCE-MASTER-FILE
         AT END MOVE 'Y' TO BALANCE-EOF
         NOT AT END
            EVALUATE BAL-REC-TYPE
               WHEN 'H'
                  MOVE BAL-HDR-FEED-DATE TO LAST-FEED-DATE
               WHEN 'D'
                  IF BALANCE-COUNT >= 500
                     DISPLAY "FATAL: BALANCE MASTER EXCEEDS 500 "
                        "ACCOUNTS"
                     CLOSE BALANCE-MASTER-FILE
                     STOP RUN 20
                  END-IF
                  ADD 1 TO BALANCE-COUNT
                  SET BAL-IDX TO BALANCE-COUNT
                  MOVE BAL-ACCOUNT     TO BALT-ACCOUNT(BAL-IDX)
                  MOVE BAL-CATEGORY    TO BALT-CATEGORY(BAL-IDX)
                  MOVE BAL-DESC        TO BALT-DESC(BAL-IDX)
                  MOVE BAL-OPENING     TO BALT-OPENING(BAL-IDX)
                  MOVE BAL-DEBITS      TO BALT-DEBITS(BAL-IDX)
                  MOVE BAL-CREDITS     TO BALT-CREDITS(BAL-IDX)
                  MOVE BAL-CLOSING     TO BALT-CLOSING(BAL-IDX)
                  MOVE BAL-LAST-POSTED TO BALT-LAST-POSTED(BAL-IDX)
                  IF BAL-COMPANY = SPACES
                     MOVE DEFAULT-COMPANY TO BALT-COMPANY(BAL-IDX)
                  ELSE
                     MOVE BAL-COMPANY TO BALT-COMPANY(BAL-IDX)
                  END-IF
                  MOVE BALT-COMPANY(BAL-IDX) TO ENTITY-LOOKUP
                  PERFORM ADD-ENTITY-IF-NEW
                  MOVE 'Y' TO ENT-IN-USE(ENT-IDX)
            END-EVALUATE
      END-READ
   END-PERFORM
   CLOSE BALANCE-MASTER-FILE
   IF LAST-FEED-DATE = SPACES
      DISPLAY "FATAL: BALANCE MASTER ["
         FUNCTION TRIM(BALANCE-MASTER-FILE-NAME)
         "] HAS NO HEADER - NO FEED HAS BEEN APPLIED"
      STOP RUN 20
   END-IF
   IF LAST-FEED-DATE > YEAR-END-DATE
      DISPLAY "FATAL: BALANCE MASTER ["
         FUNCTION TRIM(BALANCE-MASTER-FILE-NAME)
         "] ALREADY CARRIES THE FEED FOR [" LAST-FEED-DATE
         "] - THE YEAR MUST BE CLOSED BEFORE THE FIRST FEED OF "
         "THE NEW YEAR IS APPLIED"
      STOP RUN 16
   END-IF.

ASSIGN-ACCOUNT-TYPES.
   PERFORM VARYING BAL-IDX FROM 1 BY 1 UNTIL BAL-IDX > BALANCE-COUNT
      MOVE BALT-CATEGORY(BAL-IDX) TO MASTER-LOOKUP-CODE
      PERFORM FIND-MASTER-CATEGORY
      IF MASTER-FOUND = 'Y'
         MOVE MST-ACCOUNT-TYPE(MST-IDX)
            TO BALT-ACCOUNT-TYPE(BAL-IDX)
      END-IF
      IF BALT-CLOSING(BAL-IDX) NOT = 0
         AND BALT-ACCOUNT-TYPE(BAL-IDX) NOT = 'A'
         AND BALT-ACCOUNT-TYPE(BAL-IDX) NOT = 'L'
         AND BALT-ACCOUNT-TYPE(BAL-IDX) NOT = 'E'
         AND BALT-ACCOUNT-TYPE(BAL-IDX) NOT = 'R'
         AND BALT-ACCOUNT-TYPE(BAL-IDX) NOT = 'X'
         ADD 1 TO UNTYPED-COUNT
         DISPLAY "WARNING: ACCOUNT " BALT-ACCOUNT(BAL-IDX)
            " CATEGORY [" BALT-CATEGORY(BAL-IDX)
            "] HAS NO VALID ACCOUNT TYPE"
      END-IF
   END-PERFORM.

FIND-BALANCE-ENTRY.
   MOVE 'N' TO BALANCE-FOUND
   PERFORM VARYING BAL-IDX FROM 1 BY 1 UNTIL BAL-IDX > BALANCE-COUNT
      IF BALT-ACCOUNT(BAL-IDX) = LOOKUP-ACCOUNT
         MOVE 'Y' TO BALANCE-FOUND
         EXIT PERFORM
      END-IF
   END-PERFORM.

CLOSE-ENTITY.
   ADD 1 TO CLOSED-ENTITY-COUNT
   MOVE 0 TO NET-RESULT
   MOVE ENT-CODE(ENT-IDX) TO ENTRY-COMPANY
   MOVE ENT-CODE(ENT-IDX)              TO YEL-CODE
   MOVE ENT-RETAINED-CATEGORY(ENT-IDX) TO YEL-CATEGORY
   MOVE ENT-RETAINED-ACCOUNT(ENT-IDX)  TO YEL-ACCOUNT
   MOVE YE-ENTITY-LINE TO YE-PRINT-LINE
   PERFORM PRINT-CLOSE-LINE
   PERFORM VARYING BAL-IDX FROM 1 BY 1 UNTIL BAL-IDX > BALANCE-COUNT
      IF BALT-COMPANY(BAL-IDX) = ENT-CODE(ENT-IDX)
         AND (BALT-ACCOUNT-TYPE(BAL-IDX) = 'R'
              OR BALT-ACCOUNT-TYPE(BAL-IDX) = 'X')
         AND BALT-CLOSING(BAL-IDX) NOT = 0
         PERFORM CLOSE-INCOME-ACCOUNT
      END-IF
   END-PERFORM
   IF NET-RESULT NOT = 0
      PERFORM POST-RETAINED-EARNINGS
   END-IF
   ADD NET-RESULT TO TOTAL-NET-RESULT
   MOVE SPACES TO YE-PRINT-LINE
   PERFORM PRINT-CLOSE-LINE.

CLOSE-INCOME-ACCOUNT.
   MOVE BALT-CLOSING(BAL-IDX) TO BEFORE-CLOSE
   ADD BEFORE-CLOSE TO NET-RESULT
   MOVE BALT-CATEGORY(BAL-IDX) TO ENTRY-CATEGORY
   MOVE BALT-ACCOUNT(BAL-IDX)  TO ENTRY-ACCOUNT
   MOVE BALT-DESC(BAL-IDX)     TO ENTRY-DESC
   COMPUTE ENTRY-AMOUNT = 0 - BEFORE-CLOSE
   PERFORM APPLY-CLOSING-ENTRY
   ADD 1 TO CLOSED-ACCOUNT-COUNT.

POST-RETAINED-EARNINGS.
   MOVE ENT-RETAINED-ACCOUNT(ENT-IDX) TO LOOKUP-ACCOUNT
   PERFORM FIND-BALANCE-ENTRY
   IF BALANCE-FOUND = 'N'
      IF BALANCE-COUNT >= 500
         DISPLAY "FATAL: BALANCE MASTER EXCEEDS 500 ACCOUNTS"
         STOP RUN 20
      END-IF
      ADD 1 TO BALANCE-COUNT
      SET BAL-IDX TO BALANCE-COUNT
      MOVE ENT-RETAINED-ACCOUNT(ENT-IDX)  TO BALT-ACCOUNT(BAL-IDX)
      MOVE ENT-RETAINED-CATEGORY(ENT-IDX) TO BALT-CATEGORY(BAL-IDX)
      MOVE ENT-RETAINED-DESC(ENT-IDX)     TO BALT-DESC(BAL-IDX)
      MOVE ENT-CODE(ENT-IDX)              TO BALT-COMPANY(BAL-IDX)
      MOVE 'E' TO BALT-ACCOUNT-TYPE(BAL-IDX)
      MOVE 0 TO BALT-OPENING(BAL-IDX)
      MOVE 0 TO BALT-DEBITS(BAL-IDX)
      MOVE 0 TO BALT-CREDITS(BAL-IDX)
      MOVE 0 TO BALT-CLOSING(BAL-IDX)
      MOVE SPACES TO BALT-LAST-POSTED(BAL-IDX)
   END-IF
   MOVE BALT-CLOSING(BAL-IDX) TO BEFORE-CLOSE
   MOVE ENT-RETAINED-CATEGORY(ENT-IDX) TO ENTRY-CATEGORY
   MOVE ENT-RETAINED-ACCOUNT(ENT-IDX)  TO ENTRY-ACCOUNT
   MOVE ENT-RETAINED-DESC(ENT-IDX)     TO ENTRY-DESC
   MOVE NET-RESULT                     TO ENTRY-AMOUNT
   PERFORM APPLY-CLOSING-ENTRY.

APPLY-CLOSING-ENTRY.
   MOVE SPACES TO YE-DETAIL-LINE
   MOVE BALT-ACCOUNT(BAL-IDX)      TO YDL-ACCOUNT
   MOVE BALT-CATEGORY(BAL-IDX)     TO YDL-CATEGORY
   MOVE BALT-ACCOUNT-TYPE(BAL-IDX) TO YDL-TYPE
   MOVE BALT-DESC(BAL-IDX)         TO YDL-DESC
   MOVE BEFORE-CLOSE               TO YDL-OPENING
   IF ENTRY-AMOUNT < 0
      COMPUTE BALT-CREDITS(BAL-IDX) =
         BALT-CREDITS(BAL-IDX) - ENTRY-AMOUNT
      MOVE 0 TO YDL-DEBITS
      COMPUTE YDL-CREDITS = 0 - ENTRY-AMOUNT
   ELSE
      ADD ENTRY-AMOUNT TO BALT-DEBITS(BAL-IDX)
      MOVE ENTRY-AMOUNT TO YDL-DEBITS
      MOVE 0 TO YDL-CREDITS
   END-IF
   COMPUTE BALT-CLOSING(BAL-IDX) =
      BALT-OPENING(BAL-IDX) + BALT-DEBITS(BAL-IDX)
      - BALT-CREDITS(BAL-IDX)
   MOVE YEAR-END-DATE TO BALT-LAST-POSTED(BAL-IDX)
   MOVE BALT-CLOSING(BAL-IDX) TO YDL-CLOSING
   MOVE YE-DETAIL-LINE TO YE-PRINT-LINE
   PERFORM PRINT-CLOSE-LINE
   PERFORM WRITE-GL-DETAIL-LINE.

WRITE-GL-HEADER.
   INITIALIZE GL-FEED-RECORD
   MOVE 'H' TO GL-REC-TYPE
   MOVE GL-FEED-JOB-NAME TO GL-JOB-NAME
   MOVE YEAR-END-DATE TO GL-RUN-DATE
   WRITE GL-FEED-RECORD.

WRITE-GL-DETAIL-LINE.
   INITIALIZE GL-FEED-RECORD
   MOVE 'D' TO GL-REC-TYPE
   MOVE YEAR-END-DATE  TO GL-RUN-DATE
   MOVE ENTRY-CATEGORY TO GL-CATEGORY
   MOVE ENTRY-ACCOUNT  TO GL-ACCOUNT
   MOVE ENTRY-DESC     TO GL-DESC
   MOVE ENTRY-COMPANY  TO GL-COMPANY
   IF ENTRY-AMOUNT < 0
      MOVE 0 TO GL-DEBIT-TOTAL
      COMPUTE GL-CREDIT-TOTAL = 0 - ENTRY-AMOUNT
      SUBTRACT ENTRY-AMOUNT FROM CLOSE-CREDIT-TOTAL
   ELSE
      MOVE ENTRY-AMOUNT TO GL-DEBIT-TOTAL
      MOVE 0 TO GL-CREDIT-TOTAL
      ADD ENTRY-AMOUNT TO CLOSE-DEBIT-TOTAL
   END-IF
   MOVE ENTRY-AMOUNT TO GL-NET-TOTAL
   ADD ENTRY-AMOUNT TO CLOSE-NET-TOTAL
   ADD 1 TO CLOSE-DETAIL-COUNT
   WRITE GL-FEED-RECORD.

WRITE-GL-TRAILER.
   IF CLOSE-DEBIT-TOTAL = CLOSE-CREDIT-TOTAL AND CLOSE-NET-TOTAL = 0
      MOVE 'N' TO CLOSE-OUT-OF-BALANCE
   ELSE
      MOVE 'Y' TO CLOSE-OUT-OF-BALANCE
   END-IF
   INITIALIZE GL-FEED-RECORD
   MOVE 'T' TO GL-REC-TYPE
   MOVE CLOSE-DEBIT-TOTAL    TO GL-DEBIT-TOTAL
   MOVE CLOSE-CREDIT-TOTAL   TO GL-CREDIT-TOTAL
   MOVE CLOSE-NET-TOTAL      TO GL-NET-TOTAL
   MOVE CLOSE-DETAIL-COUNT   TO GL-RECORD-COUNT
   MOVE CLOSE-OUT-OF-BALANCE TO GL-OUT-OF-BALANCE
   WRITE GL-FEED-RECORD.

WRITE-CLOSING-SUMMARY.
   MOVE SPACES TO YE-DETAIL-LINE
   MOVE ZERO TO YDL-ACCOUNT
   MOVE "TOTL" TO YDL-CATEGORY
   MOVE "CLOSING ENTRIES" TO YDL-DESC
   MOVE CLOSE-DEBIT-TOTAL  TO YDL-DEBITS
   MOVE CLOSE-CREDIT-TOTAL TO YDL-CREDITS
   MOVE YE-DETAIL-LINE TO YE-PRINT-LINE
   PERFORM PRINT-CLOSE-LINE
   MOVE SPACES TO YE-PRINT-LINE
   PERFORM PRINT-CLOSE-LINE
   MOVE SPACES TO YE-TEXT-LINE
   EVALUATE TRUE
      WHEN TOTAL-NET-RESULT < 0
         MOVE "NET INCOME FOR THE YEAR CREDITED TO RETAINED EARNINGS"
            TO YTL-TEXT
      WHEN TOTAL-NET-RESULT > 0
         MOVE "NET LOSS FOR THE YEAR DEBITED TO RETAINED EARNINGS"
            TO YTL-TEXT
      WHEN OTHER
         MOVE "NO NET RESULT FOR THE YEAR - RETAINED EARNINGS "
            & "UNCHANGED" TO YTL-TEXT
   END-EVALUATE
   MOVE YE-TEXT-LINE TO YE-PRINT-LINE
   PERFORM PRINT-CLOSE-LINE
   MOVE SPACES TO YE-TEXT-LINE
   STRING "ACCOUNTS CLOSED: " DELIMITED BY SIZE
          CLOSED-ACCOUNT-COUNT DELIMITED BY SIZE
          "  GL ENTRIES: " DELIMITED BY SIZE
          CLOSE-DETAIL-COUNT DELIMITED BY SIZE
          "  ENTITIES CLOSED: " DELIMITED BY SIZE
          CLOSED-ENTITY-COUNT DELIMITED BY SIZE
          INTO YTL-TEXT
   MOVE YE-TEXT-LINE TO YE-PRINT-LINE
   PERFORM PRINT-CLOSE-LINE
   MOVE SPACES TO YE-TEXT-LINE
   IF CLOSE-OUT-OF-BALANCE = 'N'
      MOVE "CLOSING FEED IS IN BALANCE" TO YTL-TEXT
   ELSE
      MOVE "*** CLOSING FEED OUT OF BALANCE - DEBITS DO NOT "
         & "EQUAL CREDITS ***" TO YTL-TEXT
   END-IF
   MOVE YE-TEXT-LINE TO YE-PRINT-LINE
   PERFORM PRINT-CLOSE-LINE.

PRINT-TRIAL-BALANCE.
   PERFORM PRINT-SECTION-HEADING
   MOVE YE-TB-COL-HEAD TO YE-PRINT-LINE
   PERFORM PRINT-CLOSE-LINE
   MOVE 0 TO TOTAL-OPENING
   MOVE 0 TO TOTAL-DEBITS
   MOVE 0 TO TOTAL-CREDITS
   MOVE 0 TO TOTAL-CLOSING
   PERFORM VARYING BAL-IDX FROM 1 BY 1 UNTIL BAL-IDX > BALANCE-COUNT
      MOVE SPACES TO YE-DETAIL-LINE
      MOVE BALT-ACCOUNT(BAL-IDX)      TO YDL-ACCOUNT
      MOVE BALT-CATEGORY(BAL-IDX)     TO YDL-CATEGORY
      MOVE BALT-ACCOUNT-TYPE(BAL-IDX) TO YDL-TYPE
      MOVE BALT-DESC(BAL-IDX)         TO YDL-DESC
      MOVE BALT-OPENING(BAL-IDX)      TO YDL-OPENING
      MOVE BALT-DEBITS(BAL-IDX)       TO YDL-DEBITS
      MOVE BALT-CREDITS(BAL-IDX)      TO YDL-CREDITS
      MOVE BALT-CLOSING(BAL-IDX)      TO YDL-CLOSING
      MOVE YE-DETAIL-LINE TO YE-PRINT-LINE
      PERFORM PRINT-CLOSE-LINE
      ADD BALT-OPENING(BAL-IDX) TO TOTAL-OPENING
      ADD BALT-DEBITS(BAL-IDX)  TO TOTAL-DEBITS
      ADD BALT-CREDITS(BAL-IDX) TO TOTAL-CREDITS
      ADD BALT-CLOSING(BAL-IDX) TO TOTAL-CLOSING
   END-PERFORM
   MOVE SPACES TO YE-DETAIL-LINE
   MOVE ZERO TO YDL-ACCOUNT
   MOVE "TOTL" TO YDL-CATEGORY
   MOVE "ALL ACCOUNTS" TO YDL-DESC
   MOVE TOTAL-OPENING TO YDL-OPENING
   MOVE TOTAL-DEBITS  TO YDL-DEBITS
   MOVE TOTAL-CREDITS TO YDL-CREDITS
   MOVE TOTAL-CLOSING TO YDL-CLOSING
   MOVE YE-DETAIL-LINE TO YE-PRINT-LINE
   PERFORM PRINT-CLOSE-LINE
   MOVE SPACES TO YE-PRINT-LINE
   PERFORM PRINT-CLOSE-LINE
   MOVE SPACES TO YE-TEXT-LINE
   IF TOTAL-DEBITS = TOTAL-CREDITS
      MOVE "TOTAL DEBITS EQUAL TOTAL CREDITS" TO YTL-TEXT
   ELSE
      MOVE 'Y' TO TRIAL-OUT-OF-BALANCE
      MOVE "*** TRIAL BALANCE OUT OF BALANCE - DEBITS DO NOT "
         & "EQUAL CREDITS ***" TO YTL-TEXT
   END-IF
   MOVE YE-TEXT-LINE TO YE-PRINT-LINE
   PERFORM PRINT-CLOSE-LINE.

PRINT-SECTION-HEADING.
   MOVE YE-PAGE-SIZE TO YE-LINE-CNT
   MOVE SPACES TO YE-TEXT-LINE
   MOVE SECTION-TITLE TO YTL-TEXT
   MOVE YE-TEXT-LINE TO YE-PRINT-LINE
   PERFORM PRINT-CLOSE-LINE
   MOVE SPACES TO YE-PRINT-LINE
   PERFORM PRINT-CLOSE-LINE.

ROLL-FORWARD-BALANCES.
   PERFORM VARYING BAL-IDX FROM 1 BY 1 UNTIL BAL-IDX > BALANCE-COUNT
      MOVE BALT-CLOSING(BAL-IDX) TO BALT-OPENING(BAL-IDX)
      MOVE 0 TO BALT-DEBITS(BAL-IDX)
      MOVE 0 TO BALT-CREDITS(BAL-IDX)
   END-PERFORM.

WRITE-BALANCE-MASTER.
   OPEN OUTPUT BALANCE-MASTER-FILE
   INITIALIZE BALANCE-HEADER-RECORD
   MOVE 'H' TO BAL-HDR-TYPE
   MOVE '|' TO BAL-HDR-SEP1
   MOVE LAST-FEED-DATE TO BAL-HDR-FEED-DATE
   WRITE BALANCE-MASTER-RECORD
   PERFORM VARYING BAL-IDX FROM 1 BY 1 UNTIL BAL-IDX > BALANCE-COUNT
      INITIALIZE BALANCE-MASTER-RECORD
      MOVE 'D' TO BAL-REC-TYPE
      MOVE BALT-ACCOUNT(BAL-IDX)     TO BAL-ACCOUNT
      MOVE BALT-CATEGORY(BAL-IDX)    TO BAL-CATEGORY
      MOVE BALT-DESC(BAL-IDX)        TO BAL-DESC
      MOVE BALT-OPENING(BAL-IDX)     TO BAL-OPENING
      MOVE BALT-DEBITS(BAL-IDX)      TO BAL-DEBITS
      MOVE BALT-CREDITS(BAL-IDX)     TO BAL-CREDITS
      MOVE BALT-CLOSING(BAL-IDX)     TO BAL-CLOSING
      MOVE BALT-LAST-POSTED(BAL-IDX) TO BAL-LAST-POSTED
      MOVE BALT-COMPANY(BAL-IDX)     TO BAL-COMPANY
      MOVE '|' TO BAL-SEP0, BAL-SEP1, BAL-SEP2, BAL-SEP3, BAL-SEP4,
                  BAL-SEP5, BAL-SEP6, BAL-SEP7, BAL-SEP8
      WRITE BALANCE-MASTER-RECORD
   END-PERFORM
   CLOSE BALANCE-MASTER-FILE.

WRITE-YEAR-CONTROL.
   OPEN EXTEND YEAR-CONTROL-FILE
   INITIALIZE YEAR-CONTROL-RECORD
   MOVE 'Y' TO YCT-REC-TYPE
   MOVE FISCAL-YEAR-PARM TO YCT-YEAR
   MOVE "CLOSED" TO YCT-STATUS
   MOVE TODAY-STAMP TO YCT-CLOSE-DATE
   MOVE USER-ID-PARM TO YCT-USER
   MOVE '|' TO YCT-SEP1, YCT-SEP2, YCT-SEP3, YCT-SEP4
   WRITE YEAR-CONTROL-RECORD
   CLOSE YEAR-CONTROL-FILE.

PRINT-CLOSE-LINE.
   IF YE-LINE-CNT >= YE-PAGE-SIZE
      PERFORM PRINT-CLOSE-PAGE-HEADING
   END-IF
   MOVE YE-PRINT-LINE TO CLOSE-REPORT-LINE
   WRITE CLOSE-REPORT-LINE
   ADD 1 TO YE-LINE-CNT.

PRINT-CLOSE-PAGE-HEADING.
   ADD 1 TO YE-PAGE-NUM
   MOVE FISCAL-YEAR-PARM TO YH1-YEAR
   MOVE YE-PAGE-NUM TO YH1-PAGE
   MOVE YE-HEAD-1 TO CLOSE-REPORT-LINE
   WRITE CLOSE-REPORT-LINE
   MOVE SPACES TO CLOSE-REPORT-LINE
   WRITE CLOSE-REPORT-LINE
   MOVE 2 TO YE-LINE-CNT.
