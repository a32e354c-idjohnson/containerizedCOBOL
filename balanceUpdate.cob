   SELECT OPTIONAL BALANCE-MASTER-FILE
      ASSIGN DYNAMIC BALANCE-MASTER-FILE-NAME
      ORGANIZATION IS LINE SEQUENTIAL.
   SELECT OPTIONAL ENTITY-MASTER-FILE
      ASSIGN DYNAMIC ENTITY-MASTER-FILE-NAME
      ORGANIZATION IS LINE SEQUENTIAL.
   SELECT TRIAL-BALANCE-FILE
      ASSIGN DYNAMIC TRIAL-BALANCE-FILE-NAME
      ORGANIZATION IS LINE SEQUENTIAL.
   SELECT OPTIONAL PROOF-STATUS-FILE
      ASSIGN DYNAMIC PROOF-STATUS-FILE-NAME
      ORGANIZATION IS LINE SEQUENTIAL
      FILE STATUS IS PROOF-STATUS-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
      05  GL-RECORD-COUNT     PIC 9(8).
      05  GL-SEP8             PIC X(1).
      05  GL-OUT-OF-BALANCE   PIC X(1).
      05  GL-SEP9             PIC X(1).
      05  GL-COMPANY          PIC X(3).
   FD  PROOF-STATUS-FILE.
   01  PROOF-STATUS-RECORD.
      05  PST-KEY   PIC X(16).
      05  PST-SEP   PIC X(1).
      05  PST-VALUE PIC X(40).
   FD  BALANCE-MASTER-FILE.
   01  BALANCE-MASTER-RECORD.
      05  BAL-REC-TYPE    PIC X(1).
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
   FD  TRIAL-BALANCE-FILE.
   01  TRIAL-BALANCE-LINE PIC X(132).

       01  RUN-DATE-PARM         PIC X(8) VALUE SPACES.
       01  FEED-FILE-NAME        PIC X(40) VALUE "glfeed.txt".
       01  FEED-FILE-STATUS      PIC X(2) VALUE "00".
       01  ALLOC-FEED-FILE-NAME  PIC X(40) VALUE "glalloc.txt".
       01  REVAL-FEED-FILE-NAME  PIC X(40) VALUE "glreval.txt".
       01  REVERSAL-FEED-FILE-NAME PIC X(40) VALUE "glrevrs.txt".
       01  SUPPLEMENTARY-FEED-NAME PIC X(40) VALUE SPACES.
       01  SUPPLEMENTARY-FEED    PIC X(1) VALUE 'N'.
       01  SUPPLEMENTARY-COUNT   PIC 9(8) VALUE 0.
       01  BALANCE-MASTER-FILE-NAME PIC X(40) VALUE "balmast.txt".
       01  BALANCE-MASTER-PARM   PIC X(40) VALUE SPACES.
       01  TRIAL-BALANCE-FILE-NAME PIC X(40) VALUE "trialbal.txt".
       01  DEFAULT-COMPANY       PIC X(3) VALUE "001".
       01  DEFAULT-COMPANY-PARM  PIC X(3) VALUE SPACES.
       01  ENTITY-MASTER-FILE-NAME PIC X(40) VALUE "entmast.txt".
       01  ENTITY-MASTER-PARM    PIC X(40) VALUE SPACES.
       01  ENTITY-MASTER-EOF     PIC X(1) VALUE 'N'.
       01  ENTITY-TABLE.
           05  ENTITY-ENTRY OCCURS 20 TIMES INDEXED BY ENT-IDX.
               10  ENT-CODE         PIC X(3) VALUE SPACES.
               10  ENT-NAME         PIC X(30) VALUE SPACES.
       01  ENTITY-COUNT          PIC 9(4) VALUE 0.
       01  ENTITY-FOUND          PIC X(1) VALUE 'N'.
       01  ENTITY-LOOKUP         PIC X(3) VALUE SPACES.
       01  FEED-COMPANY          PIC X(3) VALUE SPACES.
       01  ENTITY-OPENING        PIC S9(34)V99 VALUE 0.
       01  ENTITY-DEBITS         PIC S9(34)V99 VALUE 0.
       01  ENTITY-CREDITS        PIC S9(34)V99 VALUE 0.
       01  ENTITY-CLOSING        PIC S9(34)V99 VALUE 0.
       01  FEED-EOF              PIC X(1) VALUE 'N'.
       01  MASTER-EOF            PIC X(1) VALUE 'N'.
       01  FEED-HEADER-SEEN      PIC X(1) VALUE 'N'.
       01  FEED-RUN-DATE         PIC X(8) VALUE SPACES.
       01  LAST-FEED-DATE        PIC X(8) VALUE SPACES.
       01  FEED-DETAIL-COUNT     PIC 9(8) VALUE 0.
       01  FEED-TRAILER-NET      PIC S9(34)V99 VALUE 0.
       01  REQUIRE-PROOF-PARM    PIC X(1) VALUE SPACES.
       01  PROOF-STATUS-FILE-NAME PIC X(40) VALUE SPACES.
       01  PROOF-STATUS-FILE-STATUS PIC X(2) VALUE "00".
       01  PROOF-STATUS-EOF      PIC X(1) VALUE 'N'.
       01  PROOF-VERDICT         PIC X(8) VALUE SPACES.
       01  PROOF-NET-TOTAL       PIC S9(34)V99 VALUE 0.
       01  PROOF-NET-TOTAL-X REDEFINES PROOF-NET-TOTAL PIC X(36).
       01  PROOF-NET-SEEN        PIC X(1) VALUE 'N'.
       01  BALANCE-TABLE.
           05  BALANCE-ENTRY OCCURS 500 TIMES INDEXED BY BAL-IDX.
               10  BALT-ACCOUNT     PIC 9(8) VALUE 0.
               10  BALT-CREDITS     PIC S9(34)V99 VALUE 0.
               10  BALT-CLOSING     PIC S9(34)V99 VALUE 0.
               10  BALT-LAST-POSTED PIC X(8) VALUE SPACES.
               10  BALT-COMPANY     PIC X(3) VALUE SPACES.
       01  BALANCE-COUNT         PIC 9(4) VALUE 0.
       01  BALANCE-FOUND         PIC X(1) VALUE 'N'.
       01  LOOKUP-ACCOUNT        PIC 9(8) VALUE 0.
       01  TB-TEXT-LINE.
           05  FILLER       PIC X(4).
           05  TBT-TEXT     PIC X(80).
       01  TB-ENTITY-LINE.
           05  FILLER       PIC X(8) VALUE "ENTITY: ".
           05  TBE-CODE     PIC X(3).
           05  FILLER       PIC X(2) VALUE SPACES.
           05  TBE-NAME     PIC X(30).
       01  TB-ENTITY-CHECK-LINE.
           05  FILLER       PIC X(4) VALUE SPACES.
           05  FILLER       PIC X(7) VALUE "ENTITY ".
           05  TBC-CODE     PIC X(3).
           05  FILLER       PIC X(1) VALUE SPACES.
           05  TBC-TEXT     PIC X(70).
       01  TB-PRINT-LINE         PIC X(132) VALUE SPACES.

PROCEDURE DIVISION.
   IF BALANCE-MASTER-PARM NOT = SPACES
      MOVE BALANCE-MASTER-PARM TO BALANCE-MASTER-FILE-NAME
   END-IF
   ACCEPT DEFAULT-COMPANY-PARM FROM ENVIRONMENT "DEFAULT_COMPANY"
   IF DEFAULT-COMPANY-PARM NOT = SPACES
      MOVE DEFAULT-COMPANY-PARM TO DEFAULT-COMPANY
   END-IF
   ACCEPT ENTITY-MASTER-PARM FROM ENVIRONMENT "ENTITY_MASTER"
   IF ENTITY-MASTER-PARM NOT = SPACES
      MOVE ENTITY-MASTER-PARM TO ENTITY-MASTER-FILE-NAME
   END-IF
   ACCEPT REQUIRE-PROOF-PARM FROM ENVIRONMENT "REQUIRE_PROOF"
   IF REQUIRE-PROOF-PARM = 'Y'
      PERFORM CHECK-DAILY-PROOF
   END-IF
   PERFORM LOAD-ENTITY-MASTER
   PERFORM LOAD-BALANCE-MASTER
   PERFORM APPLY-DAILY-FEED
   IF REQUIRE-PROOF-PARM = 'Y'
      AND FEED-TRAILER-NET NOT = PROOF-NET-TOTAL
      DISPLAY "FATAL: GL FEED [" FUNCTION TRIM(FEED-FILE-NAME)
         "] TRAILER NET DOES NOT MATCH THE DAILY PROOF - "
         "FEED CHANGED SINCE IT WAS PROVED"
      STOP RUN 16
   END-IF
   MOVE ALLOC-FEED-FILE-NAME TO SUPPLEMENTARY-FEED-NAME
   PERFORM APPLY-SUPPLEMENTARY-FEED
   MOVE REVAL-FEED-FILE-NAME TO SUPPLEMENTARY-FEED-NAME
   PERFORM APPLY-SUPPLEMENTARY-FEED
   MOVE REVERSAL-FEED-FILE-NAME TO SUPPLEMENTARY-FEED-NAME
   PERFORM APPLY-SUPPLEMENTARY-FEED
   PERFORM WRITE-BALANCE-MASTER
   PERFORM WRITE-TRIAL-BALANCE
   DISPLAY "BALANCE UPDATE COMPLETE: " FEED-DETAIL-COUNT
BUILD-DATED-FILE-NAMES.
   MOVE SPACES TO FEED-FILE-NAME
   MOVE SPACES TO TRIAL-BALANCE-FILE-NAME
   MOVE SPACES TO ALLOC-FEED-FILE-NAME
   MOVE SPACES TO REVAL-FEED-FILE-NAME
   MOVE SPACES TO REVERSAL-FEED-FILE-NAME
   STRING "GLFEED.D" DELIMITED BY SIZE
          RUN-DATE-PARM DELIMITED BY SPACE
          INTO FEED-FILE-NAME
   STRING "GLALLOC.D" DELIMITED BY SIZE
          RUN-DATE-PARM DELIMITED BY SPACE
          INTO ALLOC-FEED-FILE-NAME
   STRING "GLREVAL.D" DELIMITED BY SIZE
          RUN-DATE-PARM DELIMITED BY SPACE
          INTO REVAL-FEED-FILE-NAME
   STRING "GLREVRS.D" DELIMITED BY SIZE
          RUN-DATE-PARM DELIMITED BY SPACE
          INTO REVERSAL-FEED-FILE-NAME
   STRING "TRIALBAL.D" DELIMITED BY SIZE
          RUN-DATE-PARM DELIMITED BY SPACE
          INTO TRIAL-BALANCE-FILE-NAME.

CHECK-DAILY-PROOF.
   IF RUN-DATE-PARM = SPACES
      DISPLAY "FATAL: REQUIRE_PROOF=Y NEEDS RUN_DATE (YYYYMMDD)"
      STOP RUN 20
   END-IF
   STRING "PROOFSTAT.D" DELIMITED BY SIZE
          RUN-DATE-PARM DELIMITED BY SPACE
          INTO PROOF-STATUS-FILE-NAME
   OPEN INPUT PROOF-STATUS-FILE
   IF PROOF-STATUS-FILE-STATUS NOT = "00"
      CLOSE PROOF-STATUS-FILE
      DISPLAY "FATAL: NO DAILY PROOF ["
         FUNCTION TRIM(PROOF-STATUS-FILE-NAME)
         "] FOR RUN_DATE [" RUN-DATE-PARM "] - NOT APPLIED"
      STOP RUN 16
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
   IF PROOF-VERDICT NOT = "PASSED"
      DISPLAY "FATAL: DAILY PROOF FOR RUN_DATE [" RUN-DATE-PARM
         "] DID NOT PASS - NOT APPLIED"
      STOP RUN 16
   END-IF
   IF PROOF-NET-SEEN = 'N'
      DISPLAY "FATAL: DAILY PROOF FOR RUN_DATE [" RUN-DATE-PARM
         "] HAS NO NET-TOTAL - NOT APPLIED"
      STOP RUN 16
   END-IF.

LOAD-BALANCE-MASTER.
   OPEN INPUT BALANCE-MASTER-FILE
   PERFORM UNTIL MASTER-EOF = 'Y'
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
            END-EVALUATE
      END-READ
   END-PERFORM
   CLOSE BALANCE-MASTER-FILE.

LOAD-ENTITY-MASTER.
   OPEN INPUT ENTITY-MASTER-FILE
   PERFORM UNTIL ENTITY-MASTER-EOF = 'Y'
      READ ENTITY-MASTER-FILE
         AT END MOVE 'Y' TO ENTITY-MASTER-EOF
         NOT AT END
            IF EM-REC-TYPE = 'E' AND EM-CODE NOT = SPACES
               MOVE EM-CODE TO ENTITY-LOOKUP
               PERFORM ADD-ENTITY-IF-NEW
               MOVE EM-NAME TO ENT-NAME(ENT-IDX)
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
   MOVE ENTITY-LOOKUP TO ENT-CODE(ENT-IDX)
   MOVE SPACES TO ENT-NAME(ENT-IDX).

FIND-ENTITY.
   MOVE 'N' TO ENTITY-FOUND
   PERFORM VARYING ENT-IDX FROM 1 BY 1 UNTIL ENT-IDX > ENTITY-COUNT
      IF ENT-CODE(ENT-IDX) = ENTITY-LOOKUP
         MOVE 'Y' TO ENTITY-FOUND
         EXIT PERFORM
      END-IF
   END-PERFORM.

APPLY-DAILY-FEED.
   OPEN INPUT FEED-FILE
   IF FEED-FILE-STATUS NOT = "00"
      STOP RUN 16
   END-IF.

APPLY-SUPPLEMENTARY-FEED.
   MOVE SUPPLEMENTARY-FEED-NAME TO FEED-FILE-NAME
   MOVE 'Y' TO SUPPLEMENTARY-FEED
   MOVE 'N' TO FEED-EOF
   MOVE 'N' TO FEED-HEADER-SEEN
   MOVE 'N' TO FEED-TRAILER-SEEN
   MOVE FEED-DETAIL-COUNT TO SUPPLEMENTARY-COUNT
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
   PERFORM UNTIL FEED-EOF = 'Y'
      READ FEED-FILE
         AT END MOVE 'Y' TO FEED-EOF
         NOT AT END PERFORM CHECK-FEED-RECORD
      END-READ
   END-PERFORM
   CLOSE FEED-FILE
   IF FEED-HEADER-SEEN = 'N' OR FEED-TRAILER-SEEN = 'N'
      DISPLAY "FATAL: GL FEED ["
         FUNCTION TRIM(FEED-FILE-NAME)
         "] IS MISSING ITS HEADER OR TRAILER - NOT APPLIED"
      STOP RUN 16
   END-IF
   COMPUTE SUPPLEMENTARY-COUNT = FEED-DETAIL-COUNT - SUPPLEMENTARY-COUNT
   DISPLAY "GL FEED [" FUNCTION TRIM(FEED-FILE-NAME) "] APPLIED: "
      SUPPLEMENTARY-COUNT " RECORDS".

CHECK-FEED-RECORD.
   EVALUATE GL-REC-TYPE
      WHEN 'H'
         MOVE 'Y' TO FEED-HEADER-SEEN
         IF SUPPLEMENTARY-FEED = 'Y'
            IF GL-RUN-DATE NOT = FEED-RUN-DATE
               DISPLAY "FATAL: GL FEED ["
                  FUNCTION TRIM(FEED-FILE-NAME) "] DATE ["
                  GL-RUN-DATE "] DOES NOT MATCH DAILY FEED DATE ["
                  FEED-RUN-DATE "] - NOT APPLIED"
               CLOSE FEED-FILE
               STOP RUN 16
            END-IF
            EXIT PARAGRAPH
         END-IF
         MOVE GL-RUN-DATE TO FEED-RUN-DATE
         IF LAST-FEED-DATE NOT = SPACES
            AND FEED-RUN-DATE = LAST-FEED-DATE
         PERFORM APPLY-FEED-DETAIL
      WHEN 'T'
         MOVE 'Y' TO FEED-TRAILER-SEEN
         IF SUPPLEMENTARY-FEED = 'N'
            MOVE GL-NET-TOTAL TO FEED-TRAILER-NET
         END-IF
         IF GL-OUT-OF-BALANCE = 'Y'
            DISPLAY "FATAL: GL FEED ["
               FUNCTION TRIM(FEED-FILE-NAME)

APPLY-FEED-DETAIL.
   ADD 1 TO FEED-DETAIL-COUNT
   IF GL-COMPANY = SPACES
      MOVE DEFAULT-COMPANY TO FEED-COMPANY
   ELSE
      MOVE GL-COMPANY TO FEED-COMPANY
   END-IF
   MOVE GL-ACCOUNT TO LOOKUP-ACCOUNT
   PERFORM FIND-BALANCE-ENTRY
   IF BALANCE-FOUND = 'Y'
      AND BALT-COMPANY(BAL-IDX) NOT = FEED-COMPANY
      DISPLAY "FATAL: GL FEED [" FUNCTION TRIM(FEED-FILE-NAME)
         "] POSTS ACCOUNT [" GL-ACCOUNT "] FOR ENTITY ["
         FEED-COMPANY "] BUT THE BALANCE MASTER HOLDS IT FOR ["
         BALT-COMPANY(BAL-IDX) "] - NOT APPLIED"
      CLOSE FEED-FILE
      STOP RUN 16
   END-IF
   IF BALANCE-FOUND = 'N'
      IF BALANCE-COUNT >= 500
         DISPLAY "FATAL: BALANCE MASTER EXCEEDS 500 ACCOUNTS"
      MOVE 0 TO BALT-CREDITS(BAL-IDX)
      MOVE 0 TO BALT-CLOSING(BAL-IDX)
      MOVE SPACES TO BALT-LAST-POSTED(BAL-IDX)
      MOVE FEED-COMPANY TO BALT-COMPANY(BAL-IDX)
      MOVE FEED-COMPANY TO ENTITY-LOOKUP
      PERFORM ADD-ENTITY-IF-NEW
   END-IF
   ADD GL-DEBIT-TOTAL  TO BALT-DEBITS(BAL-IDX)
   ADD GL-CREDIT-TOTAL TO BALT-CREDITS(BAL-IDX)
      MOVE BALT-CREDITS(BAL-IDX)     TO BAL-CREDITS
      MOVE BALT-CLOSING(BAL-IDX)     TO BAL-CLOSING
      MOVE BALT-LAST-POSTED(BAL-IDX) TO BAL-LAST-POSTED
      MOVE BALT-COMPANY(BAL-IDX)     TO BAL-COMPANY
      MOVE '|' TO BAL-SEP0, BAL-SEP1, BAL-SEP2, BAL-SEP3, BAL-SEP4,
                  BAL-SEP5, BAL-SEP6, BAL-SEP7, BAL-SEP8
      WRITE BALANCE-MASTER-RECORD
   END-PERFORM
   CLOSE BALANCE-MASTER-FILE.
   MOVE TB-PAGE-SIZE TO TB-LINE-CNT
   MOVE TB-COL-HEAD-1 TO TB-PRINT-LINE
   PERFORM PRINT-TRIAL-LINE
   MOVE 'N' TO TRIAL-OUT-OF-BALANCE
   PERFORM VARYING ENT-IDX FROM 1 BY 1 UNTIL ENT-IDX > ENTITY-COUNT
      PERFORM WRITE-ENTITY-TRIAL-BALANCE
   END-PERFORM
   MOVE SPACES TO TB-PRINT-LINE
   PERFORM PRINT-TRIAL-LINE
   MOVE SPACES TO TB-DETAIL-LINE
   MOVE ZERO TO TBL-ACCOUNT
   MOVE "TOTL" TO TBL-CATEGORY
   MOVE "ALL ENTITIES" TO TBL-DESC
   MOVE TOTAL-OPENING TO TBL-OPENING
   MOVE TOTAL-DEBITS  TO TBL-DEBITS
   MOVE TOTAL-CREDITS TO TBL-CREDITS
   PERFORM PRINT-TRIAL-LINE
   MOVE SPACES TO TB-TEXT-LINE
   IF TOTAL-DEBITS = TOTAL-CREDITS
      MOVE "TOTAL PERIOD DEBITS EQUAL TOTAL PERIOD CREDITS"
         TO TBT-TEXT
   ELSE
   PERFORM PRINT-TRIAL-LINE
   CLOSE TRIAL-BALANCE-FILE.

WRITE-ENTITY-TRIAL-BALANCE.
   MOVE 0 TO ENTITY-OPENING
   MOVE 0 TO ENTITY-DEBITS
   MOVE 0 TO ENTITY-CREDITS
   MOVE 0 TO ENTITY-CLOSING
   MOVE SPACES TO TB-PRINT-LINE
   PERFORM PRINT-TRIAL-LINE
   MOVE ENT-CODE(ENT-IDX) TO TBE-CODE
   MOVE ENT-NAME(ENT-IDX) TO TBE-NAME
   MOVE TB-ENTITY-LINE TO TB-PRINT-LINE
   PERFORM PRINT-TRIAL-LINE
   PERFORM VARYING BAL-IDX FROM 1 BY 1 UNTIL BAL-IDX > BALANCE-COUNT
      IF BALT-COMPANY(BAL-IDX) = ENT-CODE(ENT-IDX)
         MOVE SPACES TO TB-DETAIL-LINE
         MOVE BALT-ACCOUNT(BAL-IDX)  TO TBL-ACCOUNT
         MOVE BALT-CATEGORY(BAL-IDX) TO TBL-CATEGORY
         MOVE BALT-DESC(BAL-IDX)     TO TBL-DESC
         MOVE BALT-OPENING(BAL-IDX)  TO TBL-OPENING
         MOVE BALT-DEBITS(BAL-IDX)   TO TBL-DEBITS
         MOVE BALT-CREDITS(BAL-IDX)  TO TBL-CREDITS
         MOVE BALT-CLOSING(BAL-IDX)  TO TBL-CLOSING
         MOVE TB-DETAIL-LINE TO TB-PRINT-LINE
         PERFORM PRINT-TRIAL-LINE
         ADD BALT-OPENING(BAL-IDX) TO ENTITY-OPENING
         ADD BALT-DEBITS(BAL-IDX)  TO ENTITY-DEBITS
         ADD BALT-CREDITS(BAL-IDX) TO ENTITY-CREDITS
         ADD BALT-CLOSING(BAL-IDX) TO ENTITY-CLOSING
      END-IF
   END-PERFORM
   MOVE SPACES TO TB-DETAIL-LINE
   MOVE ZERO TO TBL-ACCOUNT
   MOVE ENT-CODE(ENT-IDX) TO TBL-CATEGORY
   MOVE "ENTITY TOTAL" TO TBL-DESC
   MOVE ENTITY-OPENING TO TBL-OPENING
   MOVE ENTITY-DEBITS  TO TBL-DEBITS
   MOVE ENTITY-CREDITS TO TBL-CREDITS
   MOVE ENTITY-CLOSING TO TBL-CLOSING
   MOVE TB-DETAIL-LINE TO TB-PRINT-LINE
   PERFORM PRINT-TRIAL-LINE
   MOVE ENT-CODE(ENT-IDX) TO TBC-CODE
   IF ENTITY-DEBITS = ENTITY-CREDITS
      MOVE "PERIOD DEBITS EQUAL PERIOD CREDITS" TO TBC-TEXT
   ELSE
      MOVE 'Y' TO TRIAL-OUT-OF-BALANCE
      MOVE "*** OUT OF BALANCE - DEBITS DO NOT EQUAL CREDITS ***"
         TO TBC-TEXT
   END-IF
   MOVE TB-ENTITY-CHECK-LINE TO TB-PRINT-LINE
   PERFORM PRINT-TRIAL-LINE
   ADD ENTITY-OPENING TO TOTAL-OPENING
   ADD ENTITY-DEBITS  TO TOTAL-DEBITS
   ADD ENTITY-CREDITS TO TOTAL-CREDITS
   ADD ENTITY-CLOSING TO TOTAL-CLOSING.

PRINT-TRIAL-LINE.
   IF TB-LINE-CNT >= TB-PAGE-SIZE
      PERFORM PRINT-TRIAL-PAGE-HEADING
