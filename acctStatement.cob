IDENTIFICATION DIVISION.
PROGRAM-ID. ACCT-STATEMENT.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
   SELECT OPTIONAL HISTORY-STORE-FILE
      ASSIGN DYNAMIC HISTORY-STORE-FILE-NAME
      ORGANIZATION IS INDEXED
      ACCESS MODE IS DYNAMIC
      RECORD KEY IS HST-KEY
      FILE STATUS IS HISTORY-STORE-STATUS.
   SELECT BALANCE-MASTER-FILE
      ASSIGN DYNAMIC BALANCE-MASTER-FILE-NAME
      ORGANIZATION IS LINE SEQUENTIAL
      FILE STATUS IS BALANCE-MASTER-STATUS.
   SELECT OPTIONAL YEAR-CONTROL-FILE
      ASSIGN DYNAMIC YEAR-CONTROL-FILE-NAME
      ORGANIZATION IS LINE SEQUENTIAL.
   SELECT FEED-FILE
      ASSIGN DYNAMIC FEED-FILE-NAME
      ORGANIZATION IS LINE SEQUENTIAL
      FILE STATUS IS FEED-FILE-STATUS.
   SELECT STATEMENT-FILE
      ASSIGN DYNAMIC STATEMENT-FILE-NAME
      ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
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
   FD  FEED-FILE.
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
   FD  STATEMENT-FILE.
   01  STATEMENT-LINE PIC X(132).

WORKING-STORAGE SECTION.
       01  ACCOUNT-PARM          PIC X(18) VALUE SPACES.
       01  STATEMENT-ACCOUNT     PIC 9(8) VALUE 0.
       01  FROM-DATE-PARM        PIC X(8) VALUE SPACES.
       01  TO-DATE-PARM          PIC X(8) VALUE SPACES.
       01  DATE-PARM-NAME        PIC X(9) VALUE SPACES.
       01  DATE-PARM-VALUE       PIC X(8) VALUE SPACES.
       01  PARM-STATUS           PIC S9(4) VALUE 0.
       01  DATE-CHECK            PIC S9(4) VALUE 0.
       01  WORK-DATE-X           PIC X(8) VALUE SPACES.
       01  WORK-DATE REDEFINES WORK-DATE-X PIC 9(8).
       01  SCAN-DATE-INTEGER     PIC 9(8) VALUE 0.
       01  SCAN-END-INTEGER      PIC 9(8) VALUE 0.
       01  SCAN-END-DATE         PIC X(8) VALUE SPACES.
       01  HISTORY-STORE-FILE-NAME PIC X(40) VALUE "history.dat".
       01  HISTORY-STORE-PARM    PIC X(40) VALUE SPACES.
       01  HISTORY-STORE-STATUS  PIC X(2) VALUE "00".
       01  HISTORY-STORE-EOF     PIC X(1) VALUE 'N'.
       01  BALANCE-MASTER-FILE-NAME PIC X(40) VALUE "balmast.txt".
       01  BALANCE-MASTER-PARM   PIC X(40) VALUE SPACES.
       01  BALANCE-MASTER-STATUS PIC X(2) VALUE "00".
       01  YEAR-CONTROL-FILE-NAME PIC X(40) VALUE "yearctl.txt".
       01  YEAR-CONTROL-PARM     PIC X(40) VALUE SPACES.
       01  FEED-FILE-NAME        PIC X(40) VALUE SPACES.
       01  FEED-FILE-STATUS      PIC X(2) VALUE "00".
       01  FEED-PREFIX           PIC X(10) VALUE SPACES.
       01  FEED-JOB-NAME         PIC X(11) VALUE SPACES.
       01  STATEMENT-FILE-NAME   PIC X(40) VALUE SPACES.
       01  STATEMENT-FILE-PARM   PIC X(40) VALUE SPACES.
       01  FILE-EOF              PIC X(1) VALUE 'N'.
       01  LAST-FEED-DATE        PIC X(8) VALUE SPACES.
       01  LAST-CLOSED-YEAR      PIC X(4) VALUE SPACES.
       01  FISCAL-YEAR-NUM       PIC 9(4) VALUE 0.
       01  FISCAL-START-DATE     PIC X(8) VALUE SPACES.
       01  ACCOUNT-ON-MASTER     PIC X(1) VALUE 'N'.
       01  ACCOUNT-CATEGORY      PIC X(4) VALUE SPACES.
       01  ACCOUNT-DESC          PIC X(30) VALUE SPACES.
       01  MASTER-OPENING        PIC S9(34)V99 VALUE 0.
       01  MASTER-CLOSING        PIC S9(34)V99 VALUE 0.
       01  FEED-POSTING-TABLE.
           05  FEED-POSTING-ENTRY OCCURS 2000 TIMES INDEXED BY FPT-IDX.
               10  FPT-DATE       PIC X(8) VALUE SPACES.
               10  FPT-SOURCE     PIC X(11) VALUE SPACES.
               10  FPT-REFERENCE  PIC X(12) VALUE SPACES.
               10  FPT-CATEGORY   PIC X(4) VALUE SPACES.
               10  FPT-AMOUNT     PIC S9(34)V99 VALUE 0.
       01  FEED-POSTING-COUNT    PIC 9(4) VALUE 0.
       01  NEXT-FEED-POSTING     PIC 9(4) VALUE 1.
       01  POSTING-DATE          PIC X(8) VALUE SPACES.
       01  POSTING-SOURCE        PIC X(11) VALUE SPACES.
       01  POSTING-REFERENCE     PIC X(12) VALUE SPACES.
       01  POSTING-CATEGORY      PIC X(4) VALUE SPACES.
       01  POSTING-CURRENCY      PIC X(3) VALUE SPACES.
       01  POSTING-ORIG-AMOUNT   PIC S9(34)V99 VALUE 0.
       01  POSTING-AMOUNT        PIC S9(34)V99 VALUE 0.
       01  POSTING-CARRIED       PIC X(1) VALUE 'N'.
       01  POSTING-HAS-ORIGINAL  PIC X(1) VALUE 'N'.
       01  OPENING-BALANCE       PIC S9(34)V99 VALUE 0.
       01  RUNNING-BALANCE       PIC S9(34)V99 VALUE 0.
       01  PERIOD-DEBITS         PIC S9(34)V99 VALUE 0.
       01  PERIOD-CREDITS        PIC S9(34)V99 VALUE 0.
       01  PERIOD-POSTING-COUNT  PIC 9(8) VALUE 0.
       01  OPENING-PRINTED       PIC X(1) VALUE 'N'.
       01  RELEASED-TOTAL        PIC S9(34)V99 VALUE 0.
       01  AFTER-FEED-TOTAL      PIC S9(34)V99 VALUE 0.
       01  AFTER-STATEMENT-TOTAL PIC S9(34)V99 VALUE 0.
       01  EXPECTED-CLOSING      PIC S9(34)V99 VALUE 0.
       01  PROOF-DIFFERENCE      PIC S9(34)V99 VALUE 0.
       01  STM-PAGE-NUM          PIC 9(4) VALUE 0.
       01  STM-LINE-CNT          PIC 9(4) VALUE 0.
       01  STM-PAGE-SIZE         PIC 9(4) VALUE 55.
       01  STM-HEAD-1.
           05  FILLER       PIC X(36)
               VALUE "GL ACCOUNT ACTIVITY STATEMENT       ".
           05  FILLER       PIC X(9) VALUE "ACCOUNT: ".
           05  SH1-ACCOUNT  PIC 9(8).
           05  FILLER       PIC X(7) VALUE SPACES.
           05  FILLER       PIC X(6) VALUE "PAGE: ".
           05  SH1-PAGE     PIC ZZZ9.
       01  STM-COL-HEAD.
           05  FILLER PIC X(10) VALUE "DATE".
           05  FILLER PIC X(13) VALUE "SOURCE".
           05  FILLER PIC X(14) VALUE "REFERENCE".
           05  FILLER PIC X(6)  VALUE "CAT".
           05  FILLER PIC X(5)  VALUE "CUR".
           05  FILLER PIC X(22) VALUE "       ORIGINAL AMOUNT".
           05  FILLER PIC X(1)  VALUE SPACES.
           05  FILLER PIC X(22) VALUE "           BASE AMOUNT".
           05  FILLER PIC X(1)  VALUE SPACES.
           05  FILLER PIC X(22) VALUE "               BALANCE".
       01  STM-DETAIL-LINE.
           05  SDL-DATE      PIC X(8).
           05  FILLER        PIC X(2) VALUE SPACES.
           05  SDL-SOURCE    PIC X(11).
           05  FILLER        PIC X(2) VALUE SPACES.
           05  SDL-REFERENCE PIC X(12).
           05  FILLER        PIC X(2) VALUE SPACES.
           05  SDL-CATEGORY  PIC X(4).
           05  FILLER        PIC X(2) VALUE SPACES.
           05  SDL-CURRENCY  PIC X(3).
           05  FILLER        PIC X(2) VALUE SPACES.
           05  SDL-ORIGINAL  PIC ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER        PIC X(1) VALUE SPACES.
           05  SDL-AMOUNT    PIC ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER        PIC X(1) VALUE SPACES.
           05  SDL-BALANCE   PIC ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER        PIC X(2) VALUE SPACES.
           05  SDL-CARRIED   PIC X(1).
       01  STM-PROOF-LINE.
           05  FILLER       PIC X(4) VALUE SPACES.
           05  SPL-LABEL    PIC X(40).
           05  SPL-AMOUNT   PIC ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99-.
       01  STM-TEXT-LINE.
           05  FILLER       PIC X(4).
           05  STL-TEXT     PIC X(80).
       01  STM-PRINT-LINE        PIC X(132) VALUE SPACES.

PROCEDURE DIVISION.
   ACCEPT ACCOUNT-PARM FROM ENVIRONMENT "ACCOUNT"
   IF ACCOUNT-PARM = SPACES
      DISPLAY "FATAL: ACCOUNT (GL ACCOUNT NUMBER) IS REQUIRED"
      STOP RUN 20
   END-IF
   COMPUTE PARM-STATUS = FUNCTION TEST-NUMVAL(ACCOUNT-PARM)
   IF PARM-STATUS NOT = 0
      DISPLAY "FATAL: ACCOUNT [" FUNCTION TRIM(ACCOUNT-PARM)
         "] IS NOT A GL ACCOUNT NUMBER"
      STOP RUN 20
   END-IF
   COMPUTE STATEMENT-ACCOUNT = FUNCTION NUMVAL(ACCOUNT-PARM)
   ACCEPT FROM-DATE-PARM FROM ENVIRONMENT "FROM_DATE"
   MOVE "FROM_DATE" TO DATE-PARM-NAME
   MOVE FROM-DATE-PARM TO DATE-PARM-VALUE
   PERFORM VALIDATE-DATE-PARM
   ACCEPT TO-DATE-PARM FROM ENVIRONMENT "TO_DATE"
   MOVE "TO_DATE" TO DATE-PARM-NAME
   MOVE TO-DATE-PARM TO DATE-PARM-VALUE
   PERFORM VALIDATE-DATE-PARM
   IF FROM-DATE-PARM > TO-DATE-PARM
      DISPLAY "FATAL: FROM_DATE [" FROM-DATE-PARM
         "] IS LATER THAN TO_DATE [" TO-DATE-PARM "]"
      STOP RUN 20
   END-IF
   ACCEPT HISTORY-STORE-PARM FROM ENVIRONMENT "HISTORY_STORE"
   IF HISTORY-STORE-PARM NOT = SPACES
      MOVE HISTORY-STORE-PARM TO HISTORY-STORE-FILE-NAME
   END-IF
   ACCEPT BALANCE-MASTER-PARM FROM ENVIRONMENT "BALANCE_MASTER"
   IF BALANCE-MASTER-PARM NOT = SPACES
      MOVE BALANCE-MASTER-PARM TO BALANCE-MASTER-FILE-NAME
   END-IF
   ACCEPT YEAR-CONTROL-PARM FROM ENVIRONMENT "YEAR_END_CONTROL"
   IF YEAR-CONTROL-PARM NOT = SPACES
      MOVE YEAR-CONTROL-PARM TO YEAR-CONTROL-FILE-NAME
   END-IF
   STRING "ACCTSTMT." DELIMITED BY SIZE
          STATEMENT-ACCOUNT DELIMITED BY SIZE
          ".D" DELIMITED BY SIZE
          TO-DATE-PARM DELIMITED BY SIZE
          INTO STATEMENT-FILE-NAME
   ACCEPT STATEMENT-FILE-PARM FROM ENVIRONMENT "ACCOUNT_STATEMENT"
   IF STATEMENT-FILE-PARM NOT = SPACES
      MOVE STATEMENT-FILE-PARM TO STATEMENT-FILE-NAME
   END-IF
   PERFORM LOAD-BALANCE-MASTER
   PERFORM DETERMINE-FISCAL-START
   IF FROM-DATE-PARM < FISCAL-START-DATE
      DISPLAY "FATAL: FROM_DATE [" FROM-DATE-PARM
         "] PRECEDES THE START OF THE OPEN FISCAL YEAR ["
         FISCAL-START-DATE "] CARRIED ON THE BALANCE MASTER"
      STOP RUN 20
   END-IF
   IF TO-DATE-PARM > LAST-FEED-DATE
      MOVE TO-DATE-PARM TO SCAN-END-DATE
   ELSE
      MOVE LAST-FEED-DATE TO SCAN-END-DATE
   END-IF
   PERFORM LOAD-FEED-POSTINGS
   OPEN INPUT HISTORY-STORE-FILE
   IF HISTORY-STORE-STATUS NOT = "00"
      AND HISTORY-STORE-STATUS NOT = "05"
      DISPLAY "FATAL: CANNOT OPEN HISTORY STORE ["
         FUNCTION TRIM(HISTORY-STORE-FILE-NAME)
         "] - FILE STATUS " HISTORY-STORE-STATUS
      STOP RUN 20
   END-IF
   OPEN OUTPUT STATEMENT-FILE
   MOVE 0 TO STM-PAGE-NUM
   MOVE STM-PAGE-SIZE TO STM-LINE-CNT
   PERFORM WRITE-STATEMENT-HEADER
   MOVE MASTER-OPENING TO OPENING-BALANCE
   MOVE MASTER-OPENING TO RUNNING-BALANCE
   PERFORM READ-ACCOUNT-HISTORY
   PERFORM VARYING FPT-IDX FROM NEXT-FEED-POSTING BY 1
      UNTIL FPT-IDX > FEED-POSTING-COUNT
      PERFORM APPLY-FEED-POSTING
   END-PERFORM
   CLOSE HISTORY-STORE-FILE
   PERFORM PRINT-OPENING-BALANCE
   PERFORM WRITE-CLOSING-BALANCE
   PERFORM WRITE-STATEMENT-PROOF
   CLOSE STATEMENT-FILE
   DISPLAY "ACCOUNT STATEMENT COMPLETE: ACCOUNT " STATEMENT-ACCOUNT
      " " FROM-DATE-PARM " TO " TO-DATE-PARM
      " - " PERIOD-POSTING-COUNT " POSTINGS"
   IF PROOF-DIFFERENCE NOT = 0
      DISPLAY "ACCOUNT STATEMENT DOES NOT AGREE WITH BALANCE MASTER "
         "- DIFFERENCE " PROOF-DIFFERENCE
      STOP RUN 8
   END-IF
   IF ACCOUNT-ON-MASTER = 'N'
      DISPLAY "WARNING: ACCOUNT " STATEMENT-ACCOUNT
         " IS NOT ON THE BALANCE MASTER"
      STOP RUN 4
   END-IF
   STOP RUN.

VALIDATE-DATE-PARM.
   IF DATE-PARM-VALUE = SPACES
      DISPLAY "FATAL: " FUNCTION TRIM(DATE-PARM-NAME)
         " (YYYYMMDD) IS REQUIRED"
      STOP RUN 20
   END-IF
   IF DATE-PARM-VALUE NOT NUMERIC
      DISPLAY "FATAL: " FUNCTION TRIM(DATE-PARM-NAME) " ["
         DATE-PARM-VALUE "] IS NOT YYYYMMDD"
      STOP RUN 20
   END-IF
   MOVE DATE-PARM-VALUE TO WORK-DATE-X
   COMPUTE DATE-CHECK = FUNCTION TEST-DATE-YYYYMMDD(WORK-DATE)
   IF DATE-CHECK NOT = 0
      DISPLAY "FATAL: " FUNCTION TRIM(DATE-PARM-NAME) " ["
         DATE-PARM-VALUE "] IS NOT YYYYMMDD"
      STOP RUN 20
   END-IF.

LOAD-BALANCE-MASTER.
   OPEN INPUT BALANCE-MASTER-FILE
   IF BALANCE-MASTER-STATUS NOT = "00"
      DISPLAY "FATAL: CANNOT OPEN BALANCE MASTER ["
         FUNCTION TRIM(BALANCE-MASTER-FILE-NAME)
         "] - FILE STATUS " BALANCE-MASTER-STATUS
      STOP RUN 20
   END-IF
   MOVE 'N' TO FILE-EOF
   PERFORM UNTIL FILE-EOF = 'Y'
      READ BALANCE-MASTER-FILE
         AT END MOVE 'Y' TO FILE-EOF
         NOT AT END
            EVALUATE BAL-REC-TYPE
               WHEN 'H'
                  MOVE BAL-HDR-FEED-DATE TO LAST-FEED-DATE
               WHEN 'D'
                  IF BAL-ACCOUNT = STATEMENT-ACCOUNT
                     MOVE 'Y'         TO ACCOUNT-ON-MASTER
                     MOVE BAL-CATEGORY TO ACCOUNT-CATEGORY
                     MOVE BAL-DESC     TO ACCOUNT-DESC
                     MOVE BAL-OPENING  TO MASTER-OPENING
                     MOVE BAL-CLOSING  TO MASTER-CLOSING
                  END-IF
            END-EVALUATE
      END-READ
   END-PERFORM
   CLOSE BALANCE-MASTER-FILE
   IF LAST-FEED-DATE = SPACES OR LAST-FEED-DATE NOT NUMERIC
      DISPLAY "FATAL: BALANCE MASTER ["
         FUNCTION TRIM(BALANCE-MASTER-FILE-NAME)
         "] HAS NO HEADER - NO FEED HAS BEEN APPLIED"
      STOP RUN 20
   END-IF.

DETERMINE-FISCAL-START.
   OPEN INPUT YEAR-CONTROL-FILE
   MOVE 'N' TO FILE-EOF
   PERFORM UNTIL FILE-EOF = 'Y'
      READ YEAR-CONTROL-FILE
         AT END MOVE 'Y' TO FILE-EOF
         NOT AT END
            IF YCT-REC-TYPE = 'Y' AND YCT-STATUS = "CLOSED"
               AND YCT-YEAR NUMERIC
               IF LAST-CLOSED-YEAR = SPACES
                  OR YCT-YEAR > LAST-CLOSED-YEAR
                  MOVE YCT-YEAR TO LAST-CLOSED-YEAR
               END-IF
            END-IF
      END-READ
   END-PERFORM
   CLOSE YEAR-CONTROL-FILE
   IF LAST-CLOSED-YEAR = SPACES
      MOVE LAST-FEED-DATE(1:4) TO FISCAL-YEAR-NUM
   ELSE
      MOVE LAST-CLOSED-YEAR TO FISCAL-YEAR-NUM
      ADD 1 TO FISCAL-YEAR-NUM
   END-IF
   MOVE SPACES TO FISCAL-START-DATE
   STRING FISCAL-YEAR-NUM DELIMITED BY SIZE
          "0101" DELIMITED BY SIZE
          INTO FISCAL-START-DATE.

LOAD-FEED-POSTINGS.
   IF FISCAL-START-DATE > SCAN-END-DATE
      EXIT PARAGRAPH
   END-IF
   MOVE FISCAL-START-DATE TO WORK-DATE-X
   COMPUTE SCAN-DATE-INTEGER = FUNCTION INTEGER-OF-DATE(WORK-DATE)
   MOVE SCAN-END-DATE TO WORK-DATE-X
   COMPUTE SCAN-END-INTEGER = FUNCTION INTEGER-OF-DATE(WORK-DATE)
   PERFORM UNTIL SCAN-DATE-INTEGER > SCAN-END-INTEGER
      COMPUTE WORK-DATE = FUNCTION DATE-OF-INTEGER(SCAN-DATE-INTEGER)
      MOVE "GLALLOC.D" TO FEED-PREFIX
      PERFORM LOAD-ONE-FEED
      MOVE "GLREVAL.D" TO FEED-PREFIX
      PERFORM LOAD-ONE-FEED
      MOVE "GLREVRS.D" TO FEED-PREFIX
      PERFORM LOAD-ONE-FEED
      ADD 1 TO SCAN-DATE-INTEGER
   END-PERFORM.

LOAD-ONE-FEED.
   MOVE SPACES TO FEED-FILE-NAME
   STRING FEED-PREFIX DELIMITED BY SPACE
          WORK-DATE-X DELIMITED BY SIZE
          INTO FEED-FILE-NAME
   OPEN INPUT FEED-FILE
   IF FEED-FILE-STATUS = "35"
      EXIT PARAGRAPH
   END-IF
   IF FEED-FILE-STATUS NOT = "00"
      DISPLAY "FATAL: CANNOT OPEN GL FEED ["
         FUNCTION TRIM(FEED-FILE-NAME)
         "] - FILE STATUS " FEED-FILE-STATUS
      STOP RUN 20
   END-IF
   MOVE SPACES TO FEED-JOB-NAME
   MOVE 'N' TO FILE-EOF
   PERFORM UNTIL FILE-EOF = 'Y'
      READ FEED-FILE
         AT END MOVE 'Y' TO FILE-EOF
         NOT AT END
            EVALUATE GL-REC-TYPE
               WHEN 'H'
                  MOVE GL-JOB-NAME TO FEED-JOB-NAME
               WHEN 'D'
                  IF GL-ACCOUNT = STATEMENT-ACCOUNT
                     PERFORM STORE-FEED-POSTING
                  END-IF
            END-EVALUATE
      END-READ
   END-PERFORM
   CLOSE FEED-FILE.

STORE-FEED-POSTING.
   IF FEED-POSTING-COUNT >= 2000
      DISPLAY "FATAL: SUPPLEMENTARY FEED POSTINGS FOR ACCOUNT "
         STATEMENT-ACCOUNT " EXCEED 2000 ENTRIES"
      CLOSE FEED-FILE
      STOP RUN 20
   END-IF
   ADD 1 TO FEED-POSTING-COUNT
   SET FPT-IDX TO FEED-POSTING-COUNT
   MOVE WORK-DATE-X   TO FPT-DATE(FPT-IDX)
   MOVE FEED-JOB-NAME TO FPT-SOURCE(FPT-IDX)
   MOVE SPACES        TO FPT-REFERENCE(FPT-IDX)
   STRING FEED-PREFIX DELIMITED BY "."
          INTO FPT-REFERENCE(FPT-IDX)
   MOVE GL-CATEGORY   TO FPT-CATEGORY(FPT-IDX)
   COMPUTE FPT-AMOUNT(FPT-IDX) = GL-DEBIT-TOTAL - GL-CREDIT-TOTAL.

READ-ACCOUNT-HISTORY.
   MOVE STATEMENT-ACCOUNT TO HST-ACCOUNT
   MOVE FISCAL-START-DATE TO HST-RUN-DATE
   MOVE LOW-VALUES TO HST-SOURCE
   MOVE LOW-VALUES TO HST-TRAN-ID
   MOVE 'N' TO HISTORY-STORE-EOF
   START HISTORY-STORE-FILE KEY >= HST-KEY
      INVALID KEY MOVE 'Y' TO HISTORY-STORE-EOF
   END-START
   PERFORM UNTIL HISTORY-STORE-EOF = 'Y'
      READ HISTORY-STORE-FILE NEXT RECORD
         AT END MOVE 'Y' TO HISTORY-STORE-EOF
         NOT AT END
            IF HST-ACCOUNT NOT = STATEMENT-ACCOUNT
               OR HST-RUN-DATE > SCAN-END-DATE
               MOVE 'Y' TO HISTORY-STORE-EOF
            ELSE
               PERFORM APPLY-HISTORY-POSTING
            END-IF
      END-READ
   END-PERFORM.

APPLY-HISTORY-POSTING.
   PERFORM VARYING FPT-IDX FROM NEXT-FEED-POSTING BY 1
      UNTIL FPT-IDX > FEED-POSTING-COUNT
      IF FPT-DATE(FPT-IDX) NOT < HST-RUN-DATE
         EXIT PERFORM
      END-IF
      PERFORM APPLY-FEED-POSTING
   END-PERFORM
   MOVE HST-RUN-DATE    TO POSTING-DATE
   MOVE HST-SOURCE      TO POSTING-SOURCE
   MOVE HST-TRAN-ID     TO POSTING-REFERENCE
   MOVE HST-CATEGORY    TO POSTING-CATEGORY
   MOVE HST-CURRENCY    TO POSTING-CURRENCY
   MOVE HST-ORIG-AMOUNT TO POSTING-ORIG-AMOUNT
   MOVE HST-BASE-AMOUNT TO POSTING-AMOUNT
   MOVE 'Y' TO POSTING-HAS-ORIGINAL
   IF HST-SOURCE = "ADD-NUMBERS"
      MOVE 'Y' TO POSTING-CARRIED
   ELSE
      MOVE 'N' TO POSTING-CARRIED
   END-IF
   PERFORM APPLY-POSTING.

APPLY-FEED-POSTING.
   MOVE FPT-DATE(FPT-IDX)      TO POSTING-DATE
   MOVE FPT-SOURCE(FPT-IDX)    TO POSTING-SOURCE
   MOVE FPT-REFERENCE(FPT-IDX) TO POSTING-REFERENCE
   MOVE FPT-CATEGORY(FPT-IDX)  TO POSTING-CATEGORY
   MOVE SPACES                 TO POSTING-CURRENCY
   MOVE 0                      TO POSTING-ORIG-AMOUNT
   MOVE FPT-AMOUNT(FPT-IDX)    TO POSTING-AMOUNT
   MOVE 'N' TO POSTING-HAS-ORIGINAL
   MOVE 'Y' TO POSTING-CARRIED
   SET NEXT-FEED-POSTING TO FPT-IDX
   ADD 1 TO NEXT-FEED-POSTING
   PERFORM APPLY-POSTING.

APPLY-POSTING.
   IF POSTING-DATE > TO-DATE-PARM
      IF POSTING-CARRIED = 'Y'
         AND POSTING-DATE NOT > LAST-FEED-DATE
         ADD POSTING-AMOUNT TO AFTER-STATEMENT-TOTAL
      END-IF
      EXIT PARAGRAPH
   END-IF
   IF POSTING-CARRIED = 'N'
      ADD POSTING-AMOUNT TO RELEASED-TOTAL
   ELSE
      IF POSTING-DATE > LAST-FEED-DATE
         ADD POSTING-AMOUNT TO AFTER-FEED-TOTAL
      END-IF
   END-IF
   IF POSTING-DATE < FROM-DATE-PARM
      ADD POSTING-AMOUNT TO OPENING-BALANCE
      ADD POSTING-AMOUNT TO RUNNING-BALANCE
      EXIT PARAGRAPH
   END-IF
   PERFORM PRINT-OPENING-BALANCE
   ADD POSTING-AMOUNT TO RUNNING-BALANCE
   ADD 1 TO PERIOD-POSTING-COUNT
   IF POSTING-AMOUNT < 0
      SUBTRACT POSTING-AMOUNT FROM PERIOD-CREDITS
   ELSE
      ADD POSTING-AMOUNT TO PERIOD-DEBITS
   END-IF
   MOVE SPACES TO STM-DETAIL-LINE
   MOVE POSTING-DATE      TO SDL-DATE
   MOVE POSTING-SOURCE    TO SDL-SOURCE
   MOVE POSTING-REFERENCE TO SDL-REFERENCE
   MOVE POSTING-CATEGORY  TO SDL-CATEGORY
   MOVE POSTING-CURRENCY  TO SDL-CURRENCY
   IF POSTING-HAS-ORIGINAL = 'Y'
      MOVE POSTING-ORIG-AMOUNT TO SDL-ORIGINAL
   END-IF
   MOVE POSTING-AMOUNT    TO SDL-AMOUNT
   MOVE RUNNING-BALANCE   TO SDL-BALANCE
   IF POSTING-CARRIED = 'N'
      MOVE "*" TO SDL-CARRIED
   END-IF
   MOVE STM-DETAIL-LINE TO STM-PRINT-LINE
   PERFORM PRINT-STATEMENT-LINE.

WRITE-STATEMENT-HEADER.
   MOVE SPACES TO STM-TEXT-LINE
   STRING "ACCOUNT: " DELIMITED BY SIZE
          STATEMENT-ACCOUNT DELIMITED BY SIZE
          "  CATEGORY: " DELIMITED BY SIZE
          ACCOUNT-CATEGORY DELIMITED BY SIZE
          "  " DELIMITED BY SIZE
          ACCOUNT-DESC DELIMITED BY SIZE
          INTO STL-TEXT
   MOVE STM-TEXT-LINE TO STM-PRINT-LINE
   PERFORM PRINT-STATEMENT-LINE
   MOVE SPACES TO STM-TEXT-LINE
   STRING "PERIOD: " DELIMITED BY SIZE
          FROM-DATE-PARM DELIMITED BY SIZE
          " TO " DELIMITED BY SIZE
          TO-DATE-PARM DELIMITED BY SIZE
          "  FY START: " DELIMITED BY SIZE
          FISCAL-START-DATE DELIMITED BY SIZE
          "  FEED DATE: " DELIMITED BY SIZE
          LAST-FEED-DATE DELIMITED BY SIZE
          INTO STL-TEXT
   MOVE STM-TEXT-LINE TO STM-PRINT-LINE
   PERFORM PRINT-STATEMENT-LINE
   IF ACCOUNT-ON-MASTER = 'N'
      MOVE SPACES TO STM-TEXT-LINE
      MOVE "*** ACCOUNT IS NOT ON THE BALANCE MASTER ***" TO STL-TEXT
      MOVE STM-TEXT-LINE TO STM-PRINT-LINE
      PERFORM PRINT-STATEMENT-LINE
   END-IF
   MOVE SPACES TO STM-PRINT-LINE
   PERFORM PRINT-STATEMENT-LINE
   MOVE STM-COL-HEAD TO STM-PRINT-LINE
   PERFORM PRINT-STATEMENT-LINE.

PRINT-OPENING-BALANCE.
   IF OPENING-PRINTED = 'Y'
      EXIT PARAGRAPH
   END-IF
   MOVE 'Y' TO OPENING-PRINTED
   MOVE SPACES TO STM-DETAIL-LINE
   MOVE FROM-DATE-PARM TO SDL-DATE
   MOVE "OPENING"      TO SDL-SOURCE
   MOVE "BALANCE"      TO SDL-REFERENCE
   MOVE OPENING-BALANCE TO SDL-BALANCE
   MOVE STM-DETAIL-LINE TO STM-PRINT-LINE
   PERFORM PRINT-STATEMENT-LINE.

WRITE-CLOSING-BALANCE.
   MOVE SPACES TO STM-DETAIL-LINE
   MOVE TO-DATE-PARM    TO SDL-DATE
   MOVE "CLOSING"       TO SDL-SOURCE
   MOVE "BALANCE"       TO SDL-REFERENCE
   MOVE RUNNING-BALANCE TO SDL-BALANCE
   MOVE STM-DETAIL-LINE TO STM-PRINT-LINE
   PERFORM PRINT-STATEMENT-LINE
   MOVE SPACES TO STM-PRINT-LINE
   PERFORM PRINT-STATEMENT-LINE
   MOVE "POSTINGS IN PERIOD - DEBITS" TO SPL-LABEL
   MOVE PERIOD-DEBITS TO SPL-AMOUNT
   PERFORM PRINT-PROOF-LINE
   MOVE "POSTINGS IN PERIOD - CREDITS" TO SPL-LABEL
   MOVE PERIOD-CREDITS TO SPL-AMOUNT
   PERFORM PRINT-PROOF-LINE
   MOVE SPACES TO STM-TEXT-LINE
   STRING "POSTINGS LISTED: " DELIMITED BY SIZE
          PERIOD-POSTING-COUNT DELIMITED BY SIZE
          "  (* = RELEASED ITEM NOT CARRIED ON BALMAST)"
             DELIMITED BY SIZE
          INTO STL-TEXT
   MOVE STM-TEXT-LINE TO STM-PRINT-LINE
   PERFORM PRINT-STATEMENT-LINE.

WRITE-STATEMENT-PROOF.
   COMPUTE EXPECTED-CLOSING = RUNNING-BALANCE - RELEASED-TOTAL
      - AFTER-FEED-TOTAL + AFTER-STATEMENT-TOTAL
   COMPUTE PROOF-DIFFERENCE = EXPECTED-CLOSING - MASTER-CLOSING
   MOVE SPACES TO STM-PRINT-LINE
   PERFORM PRINT-STATEMENT-LINE
   MOVE SPACES TO STM-TEXT-LINE
   MOVE "PROOF TO BALANCE MASTER" TO STL-TEXT
   MOVE STM-TEXT-LINE TO STM-PRINT-LINE
   PERFORM PRINT-STATEMENT-LINE
   MOVE "STATEMENT CLOSING BALANCE" TO SPL-LABEL
   MOVE RUNNING-BALANCE TO SPL-AMOUNT
   PERFORM PRINT-PROOF-LINE
   MOVE "LESS RELEASED ITEMS NOT ON BALMAST" TO SPL-LABEL
   MOVE RELEASED-TOTAL TO SPL-AMOUNT
   PERFORM PRINT-PROOF-LINE
   MOVE "LESS POSTINGS AFTER BALMAST FEED DATE" TO SPL-LABEL
   MOVE AFTER-FEED-TOTAL TO SPL-AMOUNT
   PERFORM PRINT-PROOF-LINE
   MOVE "ADD POSTINGS AFTER STATEMENT TO FEED" TO SPL-LABEL
   MOVE AFTER-STATEMENT-TOTAL TO SPL-AMOUNT
   PERFORM PRINT-PROOF-LINE
   MOVE "EXPECTED BALANCE MASTER CLOSING" TO SPL-LABEL
   MOVE EXPECTED-CLOSING TO SPL-AMOUNT
   PERFORM PRINT-PROOF-LINE
   MOVE SPACES TO STM-PRINT-LINE
   PERFORM PRINT-STATEMENT-LINE
   MOVE "BALANCE MASTER CLOSING" TO SPL-LABEL
   MOVE MASTER-CLOSING TO SPL-AMOUNT
   PERFORM PRINT-PROOF-LINE
   MOVE "DIFFERENCE" TO SPL-LABEL
   MOVE PROOF-DIFFERENCE TO SPL-AMOUNT
   PERFORM PRINT-PROOF-LINE
   MOVE SPACES TO STM-TEXT-LINE
   IF PROOF-DIFFERENCE = 0
      MOVE "*** STATEMENT AGREES WITH BALANCE MASTER ***" TO STL-TEXT
   ELSE
      MOVE "*** OUT OF BALANCE - STATEMENT DOES NOT AGREE WITH "
         & "BALANCE MASTER ***" TO STL-TEXT
   END-IF
   MOVE STM-TEXT-LINE TO STM-PRINT-LINE
   PERFORM PRINT-STATEMENT-LINE.

PRINT-PROOF-LINE.
   MOVE STM-PROOF-LINE TO STM-PRINT-LINE
   PERFORM PRINT-STATEMENT-LINE
   MOVE SPACES TO SPL-LABEL.

PRINT-STATEMENT-LINE.
   IF STM-LINE-CNT >= STM-PAGE-SIZE
      PERFORM PRINT-STATEMENT-PAGE-HEADING
   END-IF
   MOVE STM-PRINT-LINE TO STATEMENT-LINE
   WRITE STATEMENT-LINE
   ADD 1 TO STM-LINE-CNT.

PRINT-STATEMENT-PAGE-HEADING.
   ADD 1 TO STM-PAGE-NUM
   MOVE STATEMENT-ACCOUNT TO SH1-ACCOUNT
   MOVE STM-PAGE-NUM TO SH1-PAGE
   MOVE STM-HEAD-1 TO STATEMENT-LINE
   WRITE STATEMENT-LINE
   MOVE SPACES TO STATEMENT-LINE
   WRITE STATEMENT-LINE
   MOVE 2 TO STM-LINE-CNT.
