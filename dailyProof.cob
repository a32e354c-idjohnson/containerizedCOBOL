IDENTIFICATION DIVISION.
PROGRAM-ID. DAILY-PROOF.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
   SELECT OPTIONAL INPUT-FILE
      ASSIGN DYNAMIC INPUT-FILE-NAME
      ORGANIZATION IS LINE SEQUENTIAL
      FILE STATUS IS INPUT-FILE-STATUS.
   SELECT OPTIONAL REPORT-FILE
      ASSIGN DYNAMIC REPORT-FILE-NAME
      ORGANIZATION IS LINE SEQUENTIAL
      FILE STATUS IS REPORT-FILE-STATUS.
   SELECT OPTIONAL OUTPUT-FILE
      ASSIGN DYNAMIC OUTPUT-FILE-NAME
      ORGANIZATION IS LINE SEQUENTIAL
      FILE STATUS IS OUTPUT-FILE-STATUS.
   SELECT OPTIONAL GL-FEED-FILE
      ASSIGN DYNAMIC GL-FEED-FILE-NAME
      ORGANIZATION IS LINE SEQUENTIAL
      FILE STATUS IS GL-FEED-FILE-STATUS.
   SELECT OPTIONAL REJECT-FILE
      ASSIGN DYNAMIC REJECT-FILE-NAME
      ORGANIZATION IS LINE SEQUENTIAL
      FILE STATUS IS REJECT-FILE-STATUS.
   SELECT OPTIONAL HOLD-FILE
      ASSIGN DYNAMIC HOLD-FILE-NAME
      ORGANIZATION IS LINE SEQUENTIAL
      FILE STATUS IS HOLD-FILE-STATUS.
   SELECT OPTIONAL DUP-FILE
      ASSIGN DYNAMIC DUP-FILE-NAME
      ORGANIZATION IS LINE SEQUENTIAL
      FILE STATUS IS DUP-FILE-STATUS.
   SELECT OPTIONAL RUNSTAT-FILE
      ASSIGN DYNAMIC RUNSTAT-FILE-NAME
      ORGANIZATION IS LINE SEQUENTIAL
      FILE STATUS IS RUNSTAT-FILE-STATUS.
   SELECT OPTIONAL RUN-JOURNAL-FILE
      ASSIGN DYNAMIC RUN-JOURNAL-FILE-NAME
      ORGANIZATION IS LINE SEQUENTIAL.
   SELECT OPTIONAL DISP-AUDIT-FILE
      ASSIGN DYNAMIC DISP-AUDIT-FILE-NAME
      ORGANIZATION IS LINE SEQUENTIAL
      FILE STATUS IS DISP-AUDIT-STATUS.
   SELECT OPTIONAL RECON-FILE
      ASSIGN DYNAMIC RECON-FILE-NAME
      ORGANIZATION IS LINE SEQUENTIAL
      FILE STATUS IS RECON-FILE-STATUS.
   SELECT OPTIONAL LISTING-FILE
      ASSIGN DYNAMIC LISTING-FILE-NAME
      ORGANIZATION IS LINE SEQUENTIAL
      FILE STATUS IS LISTING-FILE-STATUS.
   SELECT PROOF-REPORT-FILE
      ASSIGN DYNAMIC PROOF-REPORT-FILE-NAME
      ORGANIZATION IS LINE SEQUENTIAL.
   SELECT PROOF-STATUS-FILE
      ASSIGN DYNAMIC PROOF-STATUS-FILE-NAME
      ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
   FD  INPUT-FILE.
   01  INPUT-RECORD.
      05  INPUT-SIGN     PIC X(1).
      05  INPUT-CATEGORY PIC X(4).
      05  INPUT-TRAN-ID  PIC X(12).
      05  INPUT-CURRENCY PIC X(3).
      05  INPUT-REAL-DP  PIC 9(34)V99.
      05  INPUT-COMPANY  PIC X(3).
   01  INPUT-RECORD-ALT REDEFINES INPUT-RECORD.
      05  INPUT-RAW-TEXT PIC X(59).
   01  INPUT-HEADER-RECORD REDEFINES INPUT-RECORD.
      05  INPUT-HEADER-TYPE     PIC X(1).
      05  INPUT-EXPECTED-COUNT  PIC 9(8).
      05  INPUT-HEADER-SEP      PIC X(50).
   01  INPUT-TRAILER-RECORD REDEFINES INPUT-RECORD.
      05  INPUT-TRAILER-TYPE    PIC X(1).
      05  INPUT-TRAILER-SIGN    PIC X(1).
      05  INPUT-EXPECTED-TOTAL  PIC 9(33)V99.
      05  INPUT-TRAILER-SEP     PIC X(22).
   FD  REPORT-FILE.
   01  REPORT-RECORD.
      05  RPT-LINE-NUM      PIC 9(8).
      05  RPT-SEP0          PIC X(1).
      05  RPT-TRAN-ID       PIC X(12).
      05  RPT-SEP1          PIC X(1).
      05  RPT-STATUS        PIC X(3).
      05  RPT-SEP2          PIC X(1).
      05  RPT-AMOUNT        PIC S9(34)V99.
      05  RPT-SEP3          PIC X(1).
      05  RPT-RUNNING-TOTAL PIC S9(34)V99.
   FD  OUTPUT-FILE.
   01  OUTPUT-RECORD.
      05  OUT-REC-TYPE          PIC X(1).
      05  OUT-CATEGORY          PIC X(4).
      05  OUTPUT-DEBIT-TOTAL    PIC S9(34)V99.
      05  OUTPUT-CREDIT-TOTAL   PIC S9(34)V99.
      05  OUTPUT-NUMBER         PIC S9(34)V99.
      05  OUTPUT-OUT-OF-BALANCE PIC X(1).
   FD  GL-FEED-FILE.
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
   FD  REJECT-FILE.
   01  REJECT-RECORD.
      05  REJ-RECORD-NUM PIC 9(8).
      05  REJ-SEP1       PIC X(1).
      05  REJ-TRAN-ID    PIC X(12).
      05  REJ-SEP2       PIC X(1).
      05  REJ-RAW-TEXT   PIC X(59).
      05  REJ-SEP3       PIC X(1).
      05  REJ-REASON     PIC X(30).
   FD  HOLD-FILE.
   01  HOLD-RECORD.
      05  HOLD-RECORD-NUM PIC 9(8).
      05  HOLD-SEP1       PIC X(1).
      05  HOLD-RAW-TEXT   PIC X(59).
      05  HOLD-SEP2       PIC X(1).
      05  HOLD-REASON     PIC X(30).
   FD  DUP-FILE.
   01  DUP-RECORD.
      05  DUP-RECORD-NUM PIC 9(8).
      05  DUP-SEP1       PIC X(1).
      05  DUP-TRAN-ID    PIC X(12).
      05  DUP-SEP2       PIC X(1).
      05  DUP-RAW-TEXT   PIC X(59).
      05  DUP-SEP3       PIC X(1).
      05  DUP-REASON     PIC X(30).
   FD  RUNSTAT-FILE.
   01  RUNSTAT-RECORD.
      05  RST-KEY   PIC X(16).
      05  RST-SEP   PIC X(1).
      05  RST-VALUE PIC X(40).
   FD  RUN-JOURNAL-FILE.
   01  RUN-JOURNAL-RECORD.
      05  RJ-RUN-DATE    PIC X(8).
      05  RJ-SEP1        PIC X(1).
      05  RJ-MODE        PIC X(7).
      05  RJ-SEP2        PIC X(1).
      05  RJ-USER-ID     PIC X(8).
      05  RJ-SEP3        PIC X(1).
      05  RJ-START-DATE  PIC X(8).
      05  RJ-SEP4        PIC X(1).
      05  RJ-START-TIME  PIC X(6).
      05  RJ-SEP5        PIC X(1).
      05  RJ-END-TIME    PIC X(6).
      05  RJ-SEP6        PIC X(1).
      05  RJ-RECORD-COUNT PIC 9(8).
      05  RJ-SEP7        PIC X(1).
      05  RJ-OK-COUNT    PIC 9(8).
      05  RJ-SEP8        PIC X(1).
      05  RJ-REJECT-COUNT PIC 9(8).
      05  RJ-SEP9        PIC X(1).
      05  RJ-HOLD-COUNT  PIC 9(8).
      05  RJ-SEP10       PIC X(1).
      05  RJ-DUP-COUNT   PIC 9(8).
      05  RJ-SEP11       PIC X(1).
      05  RJ-NET-TOTAL   PIC S9(34)V99.
      05  RJ-SEP12       PIC X(1).
      05  RJ-STATUS      PIC X(9).
      05  RJ-SEP13       PIC X(1).
      05  RJ-VERDICT     PIC X(8).
      05  RJ-SEP14       PIC X(1).
      05  RJ-BATCH       PIC 9(2).
   FD  DISP-AUDIT-FILE.
   01  DISP-AUDIT-RECORD.
      05  AUD-RECORD-NUM PIC 9(8).
      05  AUD-SEP1       PIC X(1).
      05  AUD-ACTION     PIC X(8).
      05  AUD-SEP2       PIC X(1).
      05  AUD-REVIEWER   PIC X(8).
      05  AUD-SEP3       PIC X(1).
      05  AUD-TRAN-ID    PIC X(12).
      05  AUD-SEP3A      PIC X(1).
      05  AUD-CATEGORY   PIC X(4).
      05  AUD-SEP4       PIC X(1).
      05  AUD-AMOUNT     PIC S9(34)V99.
      05  AUD-SEP5       PIC X(1).
      05  AUD-NOTE       PIC X(30).
   FD  RECON-FILE.
   01  RECON-RECORD.
      05  RCN-REC-TYPE    PIC X(1).
      05  RCN-SEP0        PIC X(1).
      05  RCN-RECORD-NUM  PIC 9(8).
      05  RCN-SEP1        PIC X(1).
      05  RCN-DISPOSITION PIC X(8).
      05  RCN-SEP2        PIC X(1).
      05  RCN-NOTE        PIC X(30).
   FD  LISTING-FILE.
   01  LISTING-RECORD PIC X(200).
   FD  PROOF-REPORT-FILE.
   01  PROOF-REPORT-LINE PIC X(132).
   FD  PROOF-STATUS-FILE.
   01  PROOF-STATUS-RECORD.
      05  PST-KEY   PIC X(16).
      05  PST-SEP   PIC X(1).
      05  PST-VALUE PIC X(40).

WORKING-STORAGE SECTION.
       01  RUN-DATE-PARM         PIC X(8) VALUE SPACES.
       01  INPUT-FILE-NAME       PIC X(44) VALUE SPACES.
       01  REPORT-FILE-NAME      PIC X(44) VALUE SPACES.
       01  OUTPUT-FILE-NAME      PIC X(44) VALUE SPACES.
       01  GL-FEED-FILE-NAME     PIC X(44) VALUE SPACES.
       01  REJECT-FILE-NAME      PIC X(44) VALUE SPACES.
       01  HOLD-FILE-NAME        PIC X(44) VALUE SPACES.
       01  DUP-FILE-NAME         PIC X(44) VALUE SPACES.
       01  RUNSTAT-FILE-NAME     PIC X(44) VALUE SPACES.
       01  RUN-JOURNAL-FILE-NAME PIC X(40) VALUE "runjournal.txt".
       01  RUN-JOURNAL-PARM      PIC X(40) VALUE SPACES.
       01  DISP-AUDIT-FILE-NAME  PIC X(40) VALUE SPACES.
       01  RECON-FILE-NAME       PIC X(40) VALUE SPACES.
       01  LISTING-FILE-NAME     PIC X(44) VALUE SPACES.
       01  PROOF-REPORT-FILE-NAME PIC X(40) VALUE SPACES.
       01  PROOF-STATUS-FILE-NAME PIC X(40) VALUE SPACES.
       01  DAY-OUTPUT-FILE-NAME  PIC X(40) VALUE SPACES.
       01  DAY-FEED-FILE-NAME    PIC X(40) VALUE SPACES.
       01  DAY-REJECT-FILE-NAME  PIC X(40) VALUE SPACES.
       01  DAY-HOLD-FILE-NAME    PIC X(40) VALUE SPACES.
       01  DAY-DUP-FILE-NAME     PIC X(40) VALUE SPACES.
       01  GL-DELTA-FILE-NAME    PIC X(40) VALUE SPACES.
       01  HOLD-REMAIN-FILE-NAME PIC X(40) VALUE SPACES.
       01  WRITE-OFF-FILE-NAME   PIC X(40) VALUE SPACES.
       01  DELTA-FILE-NAME       PIC X(40) VALUE SPACES.
       01  STILL-REJECT-FILE-NAME PIC X(40) VALUE SPACES.
       01  INPUT-FILE-STATUS     PIC X(2) VALUE "00".
       01  REPORT-FILE-STATUS    PIC X(2) VALUE "00".
       01  OUTPUT-FILE-STATUS    PIC X(2) VALUE "00".
       01  GL-FEED-FILE-STATUS   PIC X(2) VALUE "00".
       01  REJECT-FILE-STATUS    PIC X(2) VALUE "00".
       01  HOLD-FILE-STATUS      PIC X(2) VALUE "00".
       01  DUP-FILE-STATUS       PIC X(2) VALUE "00".
       01  RUNSTAT-FILE-STATUS   PIC X(2) VALUE "00".
       01  DISP-AUDIT-STATUS     PIC X(2) VALUE "00".
       01  RECON-FILE-STATUS     PIC X(2) VALUE "00".
       01  LISTING-FILE-STATUS   PIC X(2) VALUE "00".
       01  FILE-EOF              PIC X(1) VALUE 'N'.
       01  INPUT-EOF             PIC X(1) VALUE 'N'.
       01  REPORT-EOF            PIC X(1) VALUE 'N'.
       01  RUN-JOURNAL-EOF       PIC X(1) VALUE 'N'.
       01  IN-FRAMING-ERROR      PIC X(1) VALUE 'N'.
       01  DETAIL-FRAMED         PIC X(1) VALUE 'N'.
       01  GENERATION-MISSING    PIC X(1) VALUE 'N'.
       01  MORE-BATCHES          PIC X(1) VALUE 'Y'.
       01  BATCHED-DAY           PIC X(1) VALUE 'N'.
       01  BATCH-SEQ             PIC 9(2) VALUE 0.
       01  BATCH-SUFFIX          PIC X(4) VALUE SPACES.
       01  JOURNAL-BATCH         PIC 9(2) VALUE 0.
       01  GENERATIONS-PROVED    PIC 9(4) VALUE 0.
       01  RUN-DATE-BACKED-OUT   PIC X(1) VALUE 'N'.
       01  BACKOUT-USER-ID       PIC X(8) VALUE SPACES.
       01  JOURNAL-TABLE.
           05  JOURNAL-ENTRY OCCURS 100 TIMES INDEXED BY JNL-IDX.
               10  JNL-FOUND        PIC X(1) VALUE 'N'.
               10  JNL-RECORD-COUNT PIC 9(8) VALUE 0.
               10  JNL-OK-COUNT     PIC 9(8) VALUE 0.
               10  JNL-REJECT-COUNT PIC 9(8) VALUE 0.
               10  JNL-HOLD-COUNT   PIC 9(8) VALUE 0.
               10  JNL-DUP-COUNT    PIC 9(8) VALUE 0.
               10  JNL-NET-TOTAL    PIC S9(34)V99 VALUE 0.
       01  ITEM-DETAIL.
           05  ITEM-SIGN          PIC X(1).
           05  ITEM-CATEGORY      PIC X(4).
           05  ITEM-TRAN-ID       PIC X(12).
           05  ITEM-CURRENCY      PIC X(3).
           05  ITEM-AMOUNT        PIC 9(34)V99.
           05  ITEM-COMPANY       PIC X(3).
       01  ITEM-VALUED           PIC X(1) VALUE 'N'.
       01  ITEM-SIGNED-AMOUNT    PIC S9(34)V99 VALUE 0.
       01  GENERATION-TOTALS.
           05  GEN-DETAIL-COUNT     PIC 9(8).
           05  GEN-HEADER-SEEN      PIC X(1).
           05  GEN-TRAILER-SEEN     PIC X(1).
           05  GEN-EXPECTED-COUNT   PIC 9(8).
           05  GEN-EXPECTED-TOTAL   PIC S9(34)V99.
           05  GEN-UNVALUED-COUNT   PIC 9(8).
           05  GEN-REPORT-FOUND     PIC X(1).
           05  GEN-REPORT-COUNT     PIC 9(8).
           05  GEN-SEQUENCE-BREAKS  PIC 9(8).
           05  GEN-RPT-OK-COUNT     PIC 9(8).
           05  GEN-RPT-REJ-COUNT    PIC 9(8).
           05  GEN-RPT-HLD-COUNT    PIC 9(8).
           05  GEN-RPT-DUP-COUNT    PIC 9(8).
           05  GEN-RPT-OTHER-COUNT  PIC 9(8).
           05  GEN-OK-ORIG          PIC S9(34)V99.
           05  GEN-REJ-ORIG         PIC S9(34)V99.
           05  GEN-HLD-ORIG         PIC S9(34)V99.
           05  GEN-DUP-ORIG         PIC S9(34)V99.
           05  GEN-OK-BASE          PIC S9(34)V99.
           05  GEN-RUNNING-TOTAL    PIC S9(34)V99.
           05  GEN-REJECT-COUNT     PIC 9(8).
           05  GEN-REJECT-ORIG      PIC S9(34)V99.
           05  GEN-HOLD-COUNT       PIC 9(8).
           05  GEN-HOLD-ORIG        PIC S9(34)V99.
           05  GEN-DUP-COUNT        PIC 9(8).
           05  GEN-DUP-FILE-ORIG    PIC S9(34)V99.
           05  GEN-RST-READ         PIC 9(8).
           05  GEN-RST-OK           PIC 9(8).
           05  GEN-RST-REJECTED     PIC 9(8).
           05  GEN-RST-HELD         PIC 9(8).
           05  GEN-RST-DUPLICATES   PIC 9(8).
           05  GEN-RST-NET          PIC S9(34)V99.
           05  GEN-RST-HASH         PIC S9(34)V99.
       01  DAY-DETAIL-COUNT      PIC 9(8) VALUE 0.
       01  DAY-OK-COUNT          PIC 9(8) VALUE 0.
       01  DAY-REJECT-COUNT      PIC 9(8) VALUE 0.
       01  DAY-HOLD-COUNT        PIC 9(8) VALUE 0.
       01  DAY-DUP-COUNT         PIC 9(8) VALUE 0.
       01  DAY-REJECT-ORIG       PIC S9(34)V99 VALUE 0.
       01  DAY-HOLD-ORIG         PIC S9(34)V99 VALUE 0.
       01  DAY-DUP-ORIG          PIC S9(34)V99 VALUE 0.
       01  DAY-OUTPUT-NET        PIC S9(34)V99 VALUE 0.
       01  DAY-FEED-NET          PIC S9(34)V99 VALUE 0.
       01  DAY-FEED-COUNT        PIC 9(8) VALUE 0.
       01  TALLY-FOUND           PIC X(1) VALUE 'N'.
       01  TALLY-COUNT           PIC 9(8) VALUE 0.
       01  TALLY-AMOUNT          PIC S9(34)V99 VALUE 0.
       01  OUTPUT-FOUND          PIC X(1) VALUE 'N'.
       01  OUTPUT-GRAND-SEEN     PIC X(1) VALUE 'N'.
       01  OUTPUT-GRAND-NET      PIC S9(34)V99 VALUE 0.
       01  FEED-FOUND            PIC X(1) VALUE 'N'.
       01  FEED-TRAILER-SEEN     PIC X(1) VALUE 'N'.
       01  FEED-TRAILER-NET      PIC S9(34)V99 VALUE 0.
       01  FEED-TRAILER-COUNT    PIC 9(8) VALUE 0.
       01  FEED-TRAILER-OOB      PIC X(1) VALUE 'N'.
       01  RUNSTAT-FOUND         PIC X(1) VALUE 'N'.
       01  RUNSTAT-COUNT         PIC 9(8) VALUE 0.
       01  RUNSTAT-COUNT-X REDEFINES RUNSTAT-COUNT PIC X(8).
       01  RUNSTAT-AMOUNT        PIC S9(34)V99 VALUE 0.
       01  RUNSTAT-AMOUNT-X REDEFINES RUNSTAT-AMOUNT PIC X(36).
       01  DISPOSITION-RUN       PIC X(1) VALUE 'N'.
       01  RELEASED-COUNT        PIC 9(8) VALUE 0.
       01  RELEASED-AMOUNT       PIC S9(34)V99 VALUE 0.
       01  WRITE-OFF-COUNT       PIC 9(8) VALUE 0.
       01  PENDING-COUNT         PIC 9(8) VALUE 0.
       01  RELEASE-ERROR-COUNT   PIC 9(8) VALUE 0.
       01  UNKNOWN-ACTION-COUNT  PIC 9(8) VALUE 0.
       01  UNDISPOSED-COUNT      PIC 9(8) VALUE 0.
       01  DELTA-FEED-NET        PIC S9(34)V99 VALUE 0.
       01  RESUBMIT-RUN          PIC X(1) VALUE 'N'.
       01  ORIGINAL-REJECT-COUNT PIC 9(8) VALUE 0.
       01  REPAIRED-COUNT        PIC 9(8) VALUE 0.
       01  STILL-REJECT-COUNT    PIC 9(8) VALUE 0.
       01  RECON-DETAIL-COUNT    PIC 9(8) VALUE 0.
       01  UNRESUBMITTED-COUNT   PIC 9(8) VALUE 0.
       01  DELTA-HEADER-SEEN     PIC X(1) VALUE 'N'.
       01  DELTA-TRAILER-SEEN    PIC X(1) VALUE 'N'.
       01  DELTA-EXPECTED-COUNT  PIC 9(8) VALUE 0.
       01  DELTA-EXPECTED-TOTAL  PIC S9(34)V99 VALUE 0.
       01  DELTA-DETAIL-COUNT    PIC 9(8) VALUE 0.
       01  DELTA-DETAIL-TOTAL    PIC S9(34)V99 VALUE 0.
       01  ACCOUNTED-COUNT       PIC 9(8) VALUE 0.
       01  DAY-LEDGER-NET        PIC S9(34)V99 VALUE 0.
       01  PROOF-LABEL           PIC X(46) VALUE SPACES.
       01  PROOF-CONTROL-COUNT   PIC 9(8) VALUE 0.
       01  PROOF-PROVED-COUNT    PIC 9(8) VALUE 0.
       01  PROOF-CONTROL-AMOUNT  PIC S9(34)V99 VALUE 0.
       01  PROOF-PROVED-AMOUNT   PIC S9(34)V99 VALUE 0.
       01  PROOF-TEXT            PIC X(100) VALUE SPACES.
       01  PROOF-COUNT           PIC 9(4) VALUE 0.
       01  EXCEPTION-COUNT       PIC 9(4) VALUE 0.
       01  OUTSTANDING-COUNT     PIC 9(4) VALUE 0.
       01  PROOF-VERDICT         PIC X(8) VALUE SPACES.
       01  FINAL-RETURN-CODE     PIC 9(2) VALUE 0.
       01  PST-COUNT             PIC 9(8) VALUE 0.
       01  PST-AMOUNT            PIC S9(34)V99 VALUE 0.
       01  PST-AMOUNT-X REDEFINES PST-AMOUNT PIC X(36).
       01  ABS-AMOUNT            PIC 9(34)V99 VALUE 0.
       01  PRF-PAGE-NUM          PIC 9(4) VALUE 0.
       01  PRF-LINE-CNT          PIC 9(4) VALUE 0.
       01  PRF-PAGE-SIZE         PIC 9(4) VALUE 55.
       01  PRF-HEAD-1.
           05  FILLER       PIC X(36)
               VALUE "DAILY END-TO-END DISPOSITION PROOF  ".
           05  FILLER       PIC X(10) VALUE "RUN DATE: ".
           05  PH1-RUN-DATE PIC X(8).
           05  FILLER       PIC X(6) VALUE SPACES.
           05  FILLER       PIC X(6) VALUE "PAGE: ".
           05  PH1-PAGE     PIC ZZZ9.
       01  PRF-COL-HEAD-1.
           05  FILLER PIC X(46) VALUE "CONTROL / PROVED".
           05  FILLER PIC X(24) VALUE "                 CONTROL".
           05  FILLER PIC X(2)  VALUE SPACES.
           05  FILLER PIC X(24) VALUE "                  PROVED".
           05  FILLER PIC X(2)  VALUE SPACES.
           05  FILLER PIC X(20) VALUE "STATUS".
       01  PRF-AMOUNT-LINE.
           05  PAL-LABEL        PIC X(46).
           05  PAL-CONTROL      PIC ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER           PIC X(1) VALUE SPACES.
           05  PAL-CONTROL-DRCR PIC X(2).
           05  FILLER           PIC X(2) VALUE SPACES.
           05  PAL-PROVED       PIC ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER           PIC X(1) VALUE SPACES.
           05  PAL-PROVED-DRCR  PIC X(2).
           05  FILLER           PIC X(2) VALUE SPACES.
           05  PAL-STATUS       PIC X(20).
       01  PRF-COUNT-LINE.
           05  PCL-LABEL        PIC X(46).
           05  FILLER           PIC X(10) VALUE SPACES.
           05  PCL-CONTROL      PIC ZZZ,ZZZ,ZZ9.
           05  FILLER           PIC X(15) VALUE SPACES.
           05  PCL-PROVED       PIC ZZZ,ZZZ,ZZ9.
           05  FILLER           PIC X(5) VALUE SPACES.
           05  PCL-STATUS       PIC X(20).
       01  PRF-TEXT-LINE.
           05  FILLER       PIC X(4).
           05  PTL-TEXT     PIC X(100).
       01  PRF-PRINT-LINE        PIC X(132) VALUE SPACES.

PROCEDURE DIVISION.
   ACCEPT RUN-DATE-PARM FROM ENVIRONMENT "RUN_DATE"
   IF RUN-DATE-PARM = SPACES
      DISPLAY "FATAL: RUN_DATE (YYYYMMDD) IS REQUIRED"
      STOP RUN 20
   END-IF
   ACCEPT RUN-JOURNAL-PARM FROM ENVIRONMENT "RUN_JOURNAL"
   IF RUN-JOURNAL-PARM NOT = SPACES
      MOVE RUN-JOURNAL-PARM TO RUN-JOURNAL-FILE-NAME
   END-IF
   PERFORM BUILD-DATED-FILE-NAMES
   PERFORM FIND-FIRST-GENERATION
   PERFORM LOAD-RUN-JOURNAL
   OPEN OUTPUT PROOF-REPORT-FILE
   MOVE 0 TO PRF-PAGE-NUM
   MOVE PRF-PAGE-SIZE TO PRF-LINE-CNT
   IF RUN-DATE-BACKED-OUT = 'Y'
      MOVE SPACES TO PROOF-TEXT
      STRING "RUN JOURNAL SHOWS RUN_DATE BACKED OUT BY "
                DELIMITED BY SIZE
             BACKOUT-USER-ID DELIMITED BY SPACE
             INTO PROOF-TEXT
      PERFORM NOTE-EXCEPTION
   END-IF
   IF BATCHED-DAY = 'N'
      MOVE SPACES TO BATCH-SUFFIX
      MOVE 0 TO BATCH-SEQ
      PERFORM PROVE-GENERATION
   ELSE
      MOVE 'Y' TO MORE-BATCHES
      PERFORM VARYING BATCH-SEQ FROM 1 BY 1
         UNTIL BATCH-SEQ > 99 OR MORE-BATCHES = 'N'
         MOVE ".B" TO BATCH-SUFFIX(1:2)
         MOVE BATCH-SEQ TO BATCH-SUFFIX(3:2)
         PERFORM PROVE-GENERATION
         IF GENERATION-MISSING = 'Y'
            MOVE 'N' TO MORE-BATCHES
         END-IF
      END-PERFORM
      PERFORM PROVE-BATCH-MERGE
   END-IF
   PERFORM PROVE-HOLD-DISPOSITION
   PERFORM PROVE-REJECT-RESUBMIT
   PERFORM PROVE-DAY-ROLL-FORWARD
   MOVE 0 TO FINAL-RETURN-CODE
   MOVE "PASSED" TO PROOF-VERDICT
   IF OUTSTANDING-COUNT > 0
      MOVE 4 TO FINAL-RETURN-CODE
   END-IF
   IF EXCEPTION-COUNT > 0
      MOVE 8 TO FINAL-RETURN-CODE
      MOVE "FAILED" TO PROOF-VERDICT
   END-IF
   PERFORM WRITE-PROOF-SUMMARY
   CLOSE PROOF-REPORT-FILE
   PERFORM WRITE-PROOF-STATUS
   DISPLAY "DAILY PROOF " FUNCTION TRIM(PROOF-VERDICT)
      " FOR RUN_DATE [" RUN-DATE-PARM "]: " GENERATIONS-PROVED
      " GENERATIONS, " PROOF-COUNT " PROOFS, " EXCEPTION-COUNT
      " EXCEPTIONS, " OUTSTANDING-COUNT " OUTSTANDING"
   MOVE FINAL-RETURN-CODE TO RETURN-CODE
   STOP RUN.

BUILD-DATED-FILE-NAMES.
   MOVE SPACES TO PROOF-REPORT-FILE-NAME
   MOVE SPACES TO PROOF-STATUS-FILE-NAME
   MOVE SPACES TO DAY-OUTPUT-FILE-NAME
   MOVE SPACES TO DAY-FEED-FILE-NAME
   MOVE SPACES TO DAY-REJECT-FILE-NAME
   MOVE SPACES TO DAY-HOLD-FILE-NAME
   MOVE SPACES TO DAY-DUP-FILE-NAME
   MOVE SPACES TO DISP-AUDIT-FILE-NAME
   MOVE SPACES TO GL-DELTA-FILE-NAME
   MOVE SPACES TO HOLD-REMAIN-FILE-NAME
   MOVE SPACES TO WRITE-OFF-FILE-NAME
   MOVE SPACES TO RECON-FILE-NAME
   MOVE SPACES TO DELTA-FILE-NAME
   MOVE SPACES TO STILL-REJECT-FILE-NAME
   STRING "PROOF.D" DELIMITED BY SIZE
          RUN-DATE-PARM DELIMITED BY SPACE
          INTO PROOF-REPORT-FILE-NAME
   STRING "PROOFSTAT.D" DELIMITED BY SIZE
          RUN-DATE-PARM DELIMITED BY SPACE
          INTO PROOF-STATUS-FILE-NAME
   STRING "OUTPUT.D" DELIMITED BY SIZE
          RUN-DATE-PARM DELIMITED BY SPACE
          INTO DAY-OUTPUT-FILE-NAME
   STRING "GLFEED.D" DELIMITED BY SIZE
          RUN-DATE-PARM DELIMITED BY SPACE
          INTO DAY-FEED-FILE-NAME
   STRING "REJECT.D" DELIMITED BY SIZE
          RUN-DATE-PARM DELIMITED BY SPACE
          INTO DAY-REJECT-FILE-NAME
   STRING "HOLD.D" DELIMITED BY SIZE
          RUN-DATE-PARM DELIMITED BY SPACE
          INTO DAY-HOLD-FILE-NAME
   STRING "DUPES.D" DELIMITED BY SIZE
          RUN-DATE-PARM DELIMITED BY SPACE
          INTO DAY-DUP-FILE-NAME
   STRING "DISPAUDIT.D" DELIMITED BY SIZE
          RUN-DATE-PARM DELIMITED BY SPACE
          INTO DISP-AUDIT-FILE-NAME
   STRING "GLDELTA.D" DELIMITED BY SIZE
          RUN-DATE-PARM DELIMITED BY SPACE
          INTO GL-DELTA-FILE-NAME
   STRING "HOLDREM.D" DELIMITED BY SIZE
          RUN-DATE-PARM DELIMITED BY SPACE
          INTO HOLD-REMAIN-FILE-NAME
   STRING "WRITEOFF.D" DELIMITED BY SIZE
          RUN-DATE-PARM DELIMITED BY SPACE
          INTO WRITE-OFF-FILE-NAME
   STRING "RESUBRECON.D" DELIMITED BY SIZE
          RUN-DATE-PARM DELIMITED BY SPACE
          INTO RECON-FILE-NAME
   STRING "DELTA.D" DELIMITED BY SIZE
          RUN-DATE-PARM DELIMITED BY SPACE
          INTO DELTA-FILE-NAME
   STRING "STILLREJ.D" DELIMITED BY SIZE
          RUN-DATE-PARM DELIMITED BY SPACE
          INTO STILL-REJECT-FILE-NAME.

BUILD-GENERATION-FILE-NAMES.
   MOVE SPACES TO INPUT-FILE-NAME
   MOVE SPACES TO REPORT-FILE-NAME
   MOVE SPACES TO OUTPUT-FILE-NAME
   MOVE SPACES TO GL-FEED-FILE-NAME
   MOVE SPACES TO REJECT-FILE-NAME
   MOVE SPACES TO HOLD-FILE-NAME
   MOVE SPACES TO DUP-FILE-NAME
   MOVE SPACES TO RUNSTAT-FILE-NAME
   STRING "INPUT.D" DELIMITED BY SIZE
          RUN-DATE-PARM DELIMITED BY SPACE
          BATCH-SUFFIX DELIMITED BY SPACE
          INTO INPUT-FILE-NAME
   STRING "REPORT.D" DELIMITED BY SIZE
          RUN-DATE-PARM DELIMITED BY SPACE
          BATCH-SUFFIX DELIMITED BY SPACE
          INTO REPORT-FILE-NAME
   STRING "OUTPUT.D" DELIMITED BY SIZE
          RUN-DATE-PARM DELIMITED BY SPACE
          BATCH-SUFFIX DELIMITED BY SPACE
          INTO OUTPUT-FILE-NAME
   STRING "GLFEED.D" DELIMITED BY SIZE
          RUN-DATE-PARM DELIMITED BY SPACE
          BATCH-SUFFIX DELIMITED BY SPACE
          INTO GL-FEED-FILE-NAME
   STRING "REJECT.D" DELIMITED BY SIZE
          RUN-DATE-PARM DELIMITED BY SPACE
          BATCH-SUFFIX DELIMITED BY SPACE
          INTO REJECT-FILE-NAME
   STRING "HOLD.D" DELIMITED BY SIZE
          RUN-DATE-PARM DELIMITED BY SPACE
          BATCH-SUFFIX DELIMITED BY SPACE
          INTO HOLD-FILE-NAME
   STRING "DUPES.D" DELIMITED BY SIZE
          RUN-DATE-PARM DELIMITED BY SPACE
          BATCH-SUFFIX DELIMITED BY SPACE
          INTO DUP-FILE-NAME
   STRING "RUNSTAT.D" DELIMITED BY SIZE
          RUN-DATE-PARM DELIMITED BY SPACE
          BATCH-SUFFIX DELIMITED BY SPACE
          INTO RUNSTAT-FILE-NAME.

FIND-FIRST-GENERATION.
   MOVE SPACES TO BATCH-SUFFIX
   PERFORM BUILD-GENERATION-FILE-NAMES
   OPEN INPUT INPUT-FILE
   IF INPUT-FILE-STATUS = "00"
      CLOSE INPUT-FILE
      EXIT PARAGRAPH
   END-IF
   CLOSE INPUT-FILE
   MOVE ".B01" TO BATCH-SUFFIX
   PERFORM BUILD-GENERATION-FILE-NAMES
   OPEN INPUT INPUT-FILE
   IF INPUT-FILE-STATUS = "00"
      CLOSE INPUT-FILE
      MOVE 'Y' TO BATCHED-DAY
      EXIT PARAGRAPH
   END-IF
   CLOSE INPUT-FILE
   DISPLAY "FATAL: NO INPUT.D" FUNCTION TRIM(RUN-DATE-PARM)
      " GENERATION FOUND (PLAIN OR .B01) - NOTHING TO PROVE"
   STOP RUN 20.

LOAD-RUN-JOURNAL.
   OPEN INPUT RUN-JOURNAL-FILE
   PERFORM UNTIL RUN-JOURNAL-EOF = 'Y'
      READ RUN-JOURNAL-FILE
         AT END MOVE 'Y' TO RUN-JOURNAL-EOF
         NOT AT END
            IF RJ-RUN-DATE = RUN-DATE-PARM
               IF RJ-MODE = "BACKOUT"
                  MOVE 'Y' TO RUN-DATE-BACKED-OUT
                  MOVE RJ-USER-ID TO BACKOUT-USER-ID
               ELSE
                  IF RJ-STATUS = "COMPLETED"
                     IF RJ-BATCH NUMERIC
                        MOVE RJ-BATCH TO JOURNAL-BATCH
                     ELSE
                        MOVE 0 TO JOURNAL-BATCH
                     END-IF
                     SET JNL-IDX TO JOURNAL-BATCH
                     SET JNL-IDX UP BY 1
                     MOVE 'Y' TO JNL-FOUND(JNL-IDX)
                     MOVE RJ-RECORD-COUNT TO JNL-RECORD-COUNT(JNL-IDX)
                     MOVE RJ-OK-COUNT     TO JNL-OK-COUNT(JNL-IDX)
                     MOVE RJ-REJECT-COUNT TO JNL-REJECT-COUNT(JNL-IDX)
                     MOVE RJ-HOLD-COUNT   TO JNL-HOLD-COUNT(JNL-IDX)
                     MOVE RJ-DUP-COUNT    TO JNL-DUP-COUNT(JNL-IDX)
                     MOVE RJ-NET-TOTAL    TO JNL-NET-TOTAL(JNL-IDX)
                  END-IF
               END-IF
            END-IF
      END-READ
   END-PERFORM
   CLOSE RUN-JOURNAL-FILE.

PROVE-GENERATION.
   PERFORM BUILD-GENERATION-FILE-NAMES
   MOVE 'N' TO GENERATION-MISSING
   OPEN INPUT INPUT-FILE
   IF INPUT-FILE-STATUS NOT = "00"
      MOVE 'Y' TO GENERATION-MISSING
      CLOSE INPUT-FILE
      EXIT PARAGRAPH
   END-IF
   ADD 1 TO GENERATIONS-PROVED
   INITIALIZE GENERATION-TOTALS
   MOVE SPACES TO PRF-PRINT-LINE
   PERFORM PRINT-PROOF-LINE
   MOVE SPACES TO PRF-PRINT-LINE
   STRING "GENERATION " DELIMITED BY SIZE
          INPUT-FILE-NAME DELIMITED BY SPACE
          "  (RUN JOURNAL BATCH " DELIMITED BY SIZE
          BATCH-SEQ DELIMITED BY SIZE
          ")" DELIMITED BY SIZE
          INTO PRF-PRINT-LINE
   PERFORM PRINT-PROOF-LINE
   MOVE 'N' TO REPORT-EOF
   OPEN INPUT REPORT-FILE
   IF REPORT-FILE-STATUS NOT = "00"
      MOVE 'Y' TO REPORT-EOF
      MOVE REPORT-FILE-NAME TO LISTING-FILE-NAME
      PERFORM NOTE-MISSING-FILE
   ELSE
      MOVE 'Y' TO GEN-REPORT-FOUND
   END-IF
   MOVE 'N' TO INPUT-EOF
   MOVE 'N' TO IN-FRAMING-ERROR
   PERFORM UNTIL INPUT-EOF = 'Y'
      READ INPUT-FILE
         AT END MOVE 'Y' TO INPUT-EOF
         NOT AT END PERFORM DISPATCH-INPUT-RECORD
      END-READ
   END-PERFORM
   CLOSE INPUT-FILE
   MOVE 0 TO ITEM-SIGNED-AMOUNT
   PERFORM UNTIL REPORT-EOF = 'Y'
      READ REPORT-FILE
         AT END MOVE 'Y' TO REPORT-EOF
         NOT AT END PERFORM TALLY-REPORT-LINE
      END-READ
   END-PERFORM
   CLOSE REPORT-FILE
   PERFORM TALLY-REJECT-FILE
   IF TALLY-FOUND = 'N'
      MOVE REJECT-FILE-NAME TO LISTING-FILE-NAME
      PERFORM NOTE-MISSING-FILE
   END-IF
   MOVE TALLY-COUNT  TO GEN-REJECT-COUNT
   MOVE TALLY-AMOUNT TO GEN-REJECT-ORIG
   PERFORM TALLY-HOLD-FILE
   IF TALLY-FOUND = 'N'
      MOVE HOLD-FILE-NAME TO LISTING-FILE-NAME
      PERFORM NOTE-MISSING-FILE
   END-IF
   MOVE TALLY-COUNT  TO GEN-HOLD-COUNT
   MOVE TALLY-AMOUNT TO GEN-HOLD-ORIG
   PERFORM TALLY-DUP-FILE
   IF TALLY-FOUND = 'N'
      MOVE DUP-FILE-NAME TO LISTING-FILE-NAME
      PERFORM NOTE-MISSING-FILE
   END-IF
   MOVE TALLY-COUNT  TO GEN-DUP-COUNT
   MOVE TALLY-AMOUNT TO GEN-DUP-FILE-ORIG
   PERFORM PROVE-GENERATION-DISPOSITION
   PERFORM PROVE-GENERATION-POSTING
   PERFORM PROVE-GENERATION-RUNSTAT
   PERFORM PROVE-GENERATION-JOURNAL
   ADD GEN-DETAIL-COUNT  TO DAY-DETAIL-COUNT
   ADD GEN-RPT-OK-COUNT  TO DAY-OK-COUNT
   ADD GEN-REJECT-COUNT  TO DAY-REJECT-COUNT
   ADD GEN-HOLD-COUNT    TO DAY-HOLD-COUNT
   ADD GEN-DUP-COUNT     TO DAY-DUP-COUNT
   ADD GEN-REJECT-ORIG   TO DAY-REJECT-ORIG
   ADD GEN-HOLD-ORIG     TO DAY-HOLD-ORIG
   ADD GEN-DUP-FILE-ORIG TO DAY-DUP-ORIG.

DISPATCH-INPUT-RECORD.
   IF INPUT-FILE-STATUS NOT = "00"
      MOVE 'Y' TO IN-FRAMING-ERROR
      MOVE 'Y' TO DETAIL-FRAMED
      PERFORM PROVE-INPUT-DETAIL
   ELSE
      IF IN-FRAMING-ERROR = 'Y'
         MOVE 'N' TO IN-FRAMING-ERROR
         MOVE 'Y' TO DETAIL-FRAMED
         PERFORM PROVE-INPUT-DETAIL
      ELSE
         EVALUATE INPUT-SIGN
            WHEN 'H'
               MOVE 'Y' TO GEN-HEADER-SEEN
               MOVE INPUT-EXPECTED-COUNT TO GEN-EXPECTED-COUNT
            WHEN 'T'
               MOVE 'Y' TO GEN-TRAILER-SEEN
               IF INPUT-TRAILER-SIGN = 'C'
                  COMPUTE GEN-EXPECTED-TOTAL =
                     0 - INPUT-EXPECTED-TOTAL
               ELSE
                  MOVE INPUT-EXPECTED-TOTAL TO GEN-EXPECTED-TOTAL
               END-IF
            WHEN OTHER
               MOVE 'N' TO DETAIL-FRAMED
               PERFORM PROVE-INPUT-DETAIL
         END-EVALUATE
      END-IF
   END-IF.

PROVE-INPUT-DETAIL.
   ADD 1 TO GEN-DETAIL-COUNT
   MOVE 'N' TO ITEM-VALUED
   MOVE 0 TO ITEM-SIGNED-AMOUNT
   IF DETAIL-FRAMED = 'N'
      MOVE INPUT-RAW-TEXT TO ITEM-DETAIL
      PERFORM VALUE-ITEM-DETAIL
   END-IF
   IF ITEM-VALUED = 'N'
      ADD 1 TO GEN-UNVALUED-COUNT
   END-IF
   IF REPORT-EOF = 'Y'
      EXIT PARAGRAPH
   END-IF
   READ REPORT-FILE
      AT END MOVE 'Y' TO REPORT-EOF
   END-READ
   IF REPORT-EOF = 'Y'
      EXIT PARAGRAPH
   END-IF
   IF RPT-LINE-NUM NOT = GEN-DETAIL-COUNT
      ADD 1 TO GEN-SEQUENCE-BREAKS
   END-IF
   PERFORM TALLY-REPORT-LINE.

TALLY-REPORT-LINE.
   ADD 1 TO GEN-REPORT-COUNT
   MOVE RPT-RUNNING-TOTAL TO GEN-RUNNING-TOTAL
   EVALUATE RPT-STATUS
      WHEN "OK "
         ADD 1 TO GEN-RPT-OK-COUNT
         ADD ITEM-SIGNED-AMOUNT TO GEN-OK-ORIG
         ADD RPT-AMOUNT TO GEN-OK-BASE
      WHEN "REJ"
         ADD 1 TO GEN-RPT-REJ-COUNT
         ADD ITEM-SIGNED-AMOUNT TO GEN-REJ-ORIG
      WHEN "HLD"
         ADD 1 TO GEN-RPT-HLD-COUNT
         ADD ITEM-SIGNED-AMOUNT TO GEN-HLD-ORIG
      WHEN "DUP"
         ADD 1 TO GEN-RPT-DUP-COUNT
         ADD ITEM-SIGNED-AMOUNT TO GEN-DUP-ORIG
      WHEN OTHER
         ADD 1 TO GEN-RPT-OTHER-COUNT
   END-EVALUATE.

VALUE-ITEM-DETAIL.
   MOVE 'N' TO ITEM-VALUED
   MOVE 0 TO ITEM-SIGNED-AMOUNT
   IF ITEM-SIGN NOT = 'D' AND ITEM-SIGN NOT = 'C'
      EXIT PARAGRAPH
   END-IF
   IF ITEM-AMOUNT NOT NUMERIC
      EXIT PARAGRAPH
   END-IF
   MOVE 'Y' TO ITEM-VALUED
   IF ITEM-SIGN = 'C'
      COMPUTE ITEM-SIGNED-AMOUNT = 0 - ITEM-AMOUNT
   ELSE
      MOVE ITEM-AMOUNT TO ITEM-SIGNED-AMOUNT
   END-IF.

TALLY-REJECT-FILE.
   MOVE 'N' TO TALLY-FOUND
   MOVE 0 TO TALLY-COUNT
   MOVE 0 TO TALLY-AMOUNT
   MOVE 'N' TO FILE-EOF
   OPEN INPUT REJECT-FILE
   IF REJECT-FILE-STATUS NOT = "00"
      CLOSE REJECT-FILE
      EXIT PARAGRAPH
   END-IF
   MOVE 'Y' TO TALLY-FOUND
   PERFORM UNTIL FILE-EOF = 'Y'
      READ REJECT-FILE
         AT END MOVE 'Y' TO FILE-EOF
         NOT AT END
            ADD 1 TO TALLY-COUNT
            IF REJ-REASON NOT = "RECORD LENGTH/FRAMING ERROR"
               MOVE REJ-RAW-TEXT TO ITEM-DETAIL
               PERFORM VALUE-ITEM-DETAIL
               ADD ITEM-SIGNED-AMOUNT TO TALLY-AMOUNT
            END-IF
      END-READ
   END-PERFORM
   CLOSE REJECT-FILE.

TALLY-HOLD-FILE.
   MOVE 'N' TO TALLY-FOUND
   MOVE 0 TO TALLY-COUNT
   MOVE 0 TO TALLY-AMOUNT
   MOVE 'N' TO FILE-EOF
   OPEN INPUT HOLD-FILE
   IF HOLD-FILE-STATUS NOT = "00"
      CLOSE HOLD-FILE
      EXIT PARAGRAPH
   END-IF
   MOVE 'Y' TO TALLY-FOUND
   PERFORM UNTIL FILE-EOF = 'Y'
      READ HOLD-FILE
         AT END MOVE 'Y' TO FILE-EOF
         NOT AT END
            ADD 1 TO TALLY-COUNT
            MOVE HOLD-RAW-TEXT TO ITEM-DETAIL
            PERFORM VALUE-ITEM-DETAIL
            ADD ITEM-SIGNED-AMOUNT TO TALLY-AMOUNT
      END-READ
   END-PERFORM
   CLOSE HOLD-FILE.

TALLY-DUP-FILE.
   MOVE 'N' TO TALLY-FOUND
   MOVE 0 TO TALLY-COUNT
   MOVE 0 TO TALLY-AMOUNT
   MOVE 'N' TO FILE-EOF
   OPEN INPUT DUP-FILE
   IF DUP-FILE-STATUS NOT = "00"
      CLOSE DUP-FILE
      EXIT PARAGRAPH
   END-IF
   MOVE 'Y' TO TALLY-FOUND
   PERFORM UNTIL FILE-EOF = 'Y'
      READ DUP-FILE
         AT END MOVE 'Y' TO FILE-EOF
         NOT AT END
            ADD 1 TO TALLY-COUNT
            MOVE DUP-RAW-TEXT TO ITEM-DETAIL
            PERFORM VALUE-ITEM-DETAIL
            ADD ITEM-SIGNED-AMOUNT TO TALLY-AMOUNT
      END-READ
   END-PERFORM
   CLOSE DUP-FILE.

TALLY-LISTING-FILE.
   MOVE 'N' TO TALLY-FOUND
   MOVE 0 TO TALLY-COUNT
   MOVE 'N' TO FILE-EOF
   OPEN INPUT LISTING-FILE
   IF LISTING-FILE-STATUS NOT = "00"
      CLOSE LISTING-FILE
      EXIT PARAGRAPH
   END-IF
   MOVE 'Y' TO TALLY-FOUND
   PERFORM UNTIL FILE-EOF = 'Y'
      READ LISTING-FILE
         AT END MOVE 'Y' TO FILE-EOF
         NOT AT END ADD 1 TO TALLY-COUNT
      END-READ
   END-PERFORM
   CLOSE LISTING-FILE.

READ-OUTPUT-GRAND-TOTAL.
   MOVE 'N' TO OUTPUT-FOUND
   MOVE 'N' TO OUTPUT-GRAND-SEEN
   MOVE 0 TO OUTPUT-GRAND-NET
   MOVE 'N' TO FILE-EOF
   OPEN INPUT OUTPUT-FILE
   IF OUTPUT-FILE-STATUS NOT = "00"
      CLOSE OUTPUT-FILE
      EXIT PARAGRAPH
   END-IF
   MOVE 'Y' TO OUTPUT-FOUND
   PERFORM UNTIL FILE-EOF = 'Y'
      READ OUTPUT-FILE
         AT END MOVE 'Y' TO FILE-EOF
         NOT AT END
            IF OUT-REC-TYPE = 'G'
               MOVE 'Y' TO OUTPUT-GRAND-SEEN
               MOVE OUTPUT-NUMBER TO OUTPUT-GRAND-NET
            END-IF
      END-READ
   END-PERFORM
   CLOSE OUTPUT-FILE.

READ-FEED-TRAILER.
   MOVE 'N' TO FEED-FOUND
   MOVE 'N' TO FEED-TRAILER-SEEN
   MOVE 0 TO FEED-TRAILER-NET
   MOVE 0 TO FEED-TRAILER-COUNT
   MOVE 'N' TO FEED-TRAILER-OOB
   MOVE 'N' TO FILE-EOF
   OPEN INPUT GL-FEED-FILE
   IF GL-FEED-FILE-STATUS NOT = "00"
      CLOSE GL-FEED-FILE
      EXIT PARAGRAPH
   END-IF
   MOVE 'Y' TO FEED-FOUND
   PERFORM UNTIL FILE-EOF = 'Y'
      READ GL-FEED-FILE
         AT END MOVE 'Y' TO FILE-EOF
         NOT AT END
            IF GL-REC-TYPE = 'T'
               MOVE 'Y' TO FEED-TRAILER-SEEN
               MOVE GL-NET-TOTAL      TO FEED-TRAILER-NET
               MOVE GL-RECORD-COUNT   TO FEED-TRAILER-COUNT
               MOVE GL-OUT-OF-BALANCE TO FEED-TRAILER-OOB
            END-IF
      END-READ
   END-PERFORM
   CLOSE GL-FEED-FILE.

READ-RUNSTAT.
   MOVE 'N' TO RUNSTAT-FOUND
   MOVE 'N' TO FILE-EOF
   OPEN INPUT RUNSTAT-FILE
   IF RUNSTAT-FILE-STATUS NOT = "00"
      CLOSE RUNSTAT-FILE
      EXIT PARAGRAPH
   END-IF
   MOVE 'Y' TO RUNSTAT-FOUND
   PERFORM UNTIL FILE-EOF = 'Y'
      READ RUNSTAT-FILE
         AT END MOVE 'Y' TO FILE-EOF
         NOT AT END PERFORM LOAD-RUNSTAT-VALUE
      END-READ
   END-PERFORM
   CLOSE RUNSTAT-FILE.

LOAD-RUNSTAT-VALUE.
   MOVE RST-VALUE(1:8) TO RUNSTAT-COUNT-X
   IF RUNSTAT-COUNT-X NOT NUMERIC
      MOVE 0 TO RUNSTAT-COUNT
   END-IF
   MOVE RST-VALUE(1:36) TO RUNSTAT-AMOUNT-X
   IF RUNSTAT-AMOUNT NOT NUMERIC
      MOVE 0 TO RUNSTAT-AMOUNT
   END-IF
   EVALUATE RST-KEY
      WHEN "RECORDS-READ"
         MOVE RUNSTAT-COUNT TO GEN-RST-READ
      WHEN "POSTED-OK"
         MOVE RUNSTAT-COUNT TO GEN-RST-OK
      WHEN "REJECTED"
         MOVE RUNSTAT-COUNT TO GEN-RST-REJECTED
      WHEN "HELD"
         MOVE RUNSTAT-COUNT TO GEN-RST-HELD
      WHEN "DUPLICATES"
         MOVE RUNSTAT-COUNT TO GEN-RST-DUPLICATES
      WHEN "NET-TOTAL"
         MOVE RUNSTAT-AMOUNT TO GEN-RST-NET
      WHEN "HASH-TOTAL"
         MOVE RUNSTAT-AMOUNT TO GEN-RST-HASH
   END-EVALUATE.

PROVE-GENERATION-DISPOSITION.
   MOVE "  INPUT DISPOSITION - COUNTS" TO PRF-PRINT-LINE
   PERFORM PRINT-PROOF-LINE
   IF GEN-HEADER-SEEN = 'Y'
      MOVE "INPUT HEADER COUNT / DETAILS READ" TO PROOF-LABEL
      MOVE GEN-EXPECTED-COUNT TO PROOF-CONTROL-COUNT
      MOVE GEN-DETAIL-COUNT TO PROOF-PROVED-COUNT
      PERFORM PROVE-COUNT
   ELSE
      MOVE "INPUT HAS NO HEADER RECORD - COUNT NOT PROVED"
         TO PROOF-TEXT
      PERFORM NOTE-EXCEPTION
   END-IF
   MOVE "DETAILS READ / OK+REJECT+HOLD+DUPES" TO PROOF-LABEL
   MOVE GEN-DETAIL-COUNT TO PROOF-CONTROL-COUNT
   COMPUTE PROOF-PROVED-COUNT = GEN-RPT-OK-COUNT + GEN-REJECT-COUNT
      + GEN-HOLD-COUNT + GEN-DUP-COUNT
   PERFORM PROVE-COUNT
   MOVE "DETAILS READ / REPORT.D LINES" TO PROOF-LABEL
   MOVE GEN-DETAIL-COUNT TO PROOF-CONTROL-COUNT
   MOVE GEN-REPORT-COUNT TO PROOF-PROVED-COUNT
   PERFORM PROVE-COUNT
   MOVE "ZERO / REPORT.D LINES OUT OF SEQUENCE" TO PROOF-LABEL
   MOVE 0 TO PROOF-CONTROL-COUNT
   MOVE GEN-SEQUENCE-BREAKS TO PROOF-PROVED-COUNT
   PERFORM PROVE-COUNT
   IF GEN-RPT-OTHER-COUNT > 0
      MOVE "ZERO / REPORT.D LINES WITH UNKNOWN STATUS"
         TO PROOF-LABEL
      MOVE 0 TO PROOF-CONTROL-COUNT
      MOVE GEN-RPT-OTHER-COUNT TO PROOF-PROVED-COUNT
      PERFORM PROVE-COUNT
   END-IF
   MOVE "REPORT REJ LINES / REJECT.D RECORDS" TO PROOF-LABEL
   MOVE GEN-RPT-REJ-COUNT TO PROOF-CONTROL-COUNT
   MOVE GEN-REJECT-COUNT TO PROOF-PROVED-COUNT
   PERFORM PROVE-COUNT
   MOVE "REPORT HLD LINES / HOLD.D RECORDS" TO PROOF-LABEL
   MOVE GEN-RPT-HLD-COUNT TO PROOF-CONTROL-COUNT
   MOVE GEN-HOLD-COUNT TO PROOF-PROVED-COUNT
   PERFORM PROVE-COUNT
   MOVE "REPORT DUP LINES / DUPES.D RECORDS" TO PROOF-LABEL
   MOVE GEN-RPT-DUP-COUNT TO PROOF-CONTROL-COUNT
   MOVE GEN-DUP-COUNT TO PROOF-PROVED-COUNT
   PERFORM PROVE-COUNT
   MOVE "  INPUT DISPOSITION - ORIGINAL CURRENCY HASH"
      TO PRF-PRINT-LINE
   PERFORM PRINT-PROOF-LINE
   IF GEN-TRAILER-SEEN = 'Y'
      MOVE "INPUT TRAILER TOTAL / OK ITEMS ORIGINAL HASH"
         TO PROOF-LABEL
      MOVE GEN-EXPECTED-TOTAL TO PROOF-CONTROL-AMOUNT
      MOVE GEN-OK-ORIG TO PROOF-PROVED-AMOUNT
      PERFORM PROVE-AMOUNT
      MOVE "  NOT IN TOTAL - REJECT.D AMOUNT" TO PROOF-LABEL
      MOVE GEN-REJECT-ORIG TO PROOF-PROVED-AMOUNT
      PERFORM SHOW-AMOUNT
      MOVE "  NOT IN TOTAL - HOLD.D AMOUNT" TO PROOF-LABEL
      MOVE GEN-HOLD-ORIG TO PROOF-PROVED-AMOUNT
      PERFORM SHOW-AMOUNT
      MOVE "  NOT IN TOTAL - DUPES.D AMOUNT" TO PROOF-LABEL
      MOVE GEN-DUP-FILE-ORIG TO PROOF-PROVED-AMOUNT
      PERFORM SHOW-AMOUNT
   ELSE
      MOVE "INPUT HAS NO TRAILER RECORD - TOTAL NOT PROVED"
         TO PROOF-TEXT
      PERFORM NOTE-EXCEPTION
   END-IF
   MOVE "INPUT REJ ITEMS / REJECT.D AMOUNT" TO PROOF-LABEL
   MOVE GEN-REJ-ORIG TO PROOF-CONTROL-AMOUNT
   MOVE GEN-REJECT-ORIG TO PROOF-PROVED-AMOUNT
   PERFORM PROVE-AMOUNT
   MOVE "INPUT HLD ITEMS / HOLD.D AMOUNT" TO PROOF-LABEL
   MOVE GEN-HLD-ORIG TO PROOF-CONTROL-AMOUNT
   MOVE GEN-HOLD-ORIG TO PROOF-PROVED-AMOUNT
   PERFORM PROVE-AMOUNT
   MOVE "INPUT DUP ITEMS / DUPES.D AMOUNT" TO PROOF-LABEL
   MOVE GEN-DUP-ORIG TO PROOF-CONTROL-AMOUNT
   MOVE GEN-DUP-FILE-ORIG TO PROOF-PROVED-AMOUNT
   PERFORM PROVE-AMOUNT
   IF GEN-UNVALUED-COUNT > 0
      MOVE "DETAILS WITH NO VALID SIGN/AMOUNT" TO PROOF-LABEL
      MOVE GEN-UNVALUED-COUNT TO PROOF-PROVED-COUNT
      PERFORM SHOW-COUNT
   END-IF.

PROVE-GENERATION-POSTING.
   MOVE "  POSTED TOTALS - BASE CURRENCY" TO PRF-PRINT-LINE
   PERFORM PRINT-PROOF-LINE
   MOVE "REPORT.D RUNNING TOTAL / OK LINE AMOUNTS" TO PROOF-LABEL
   MOVE GEN-RUNNING-TOTAL TO PROOF-CONTROL-AMOUNT
   MOVE GEN-OK-BASE TO PROOF-PROVED-AMOUNT
   PERFORM PROVE-AMOUNT
   PERFORM READ-OUTPUT-GRAND-TOTAL
   IF OUTPUT-FOUND = 'N'
      MOVE OUTPUT-FILE-NAME TO LISTING-FILE-NAME
      PERFORM NOTE-MISSING-FILE
   ELSE
      IF OUTPUT-GRAND-SEEN = 'N'
         MOVE SPACES TO PROOF-TEXT
         STRING FUNCTION TRIM(OUTPUT-FILE-NAME) DELIMITED BY SIZE
                " HAS NO GRAND TOTAL RECORD" DELIMITED BY SIZE
                INTO PROOF-TEXT
         PERFORM NOTE-EXCEPTION
      ELSE
         MOVE "REPORT.D RUNNING TOTAL / OUTPUT.D GRAND TOTAL"
            TO PROOF-LABEL
         MOVE GEN-RUNNING-TOTAL TO PROOF-CONTROL-AMOUNT
         MOVE OUTPUT-GRAND-NET TO PROOF-PROVED-AMOUNT
         PERFORM PROVE-AMOUNT
         ADD OUTPUT-GRAND-NET TO DAY-OUTPUT-NET
      END-IF
   END-IF
   PERFORM READ-FEED-TRAILER
   IF FEED-FOUND = 'N'
      MOVE GL-FEED-FILE-NAME TO LISTING-FILE-NAME
      PERFORM NOTE-MISSING-FILE
      EXIT PARAGRAPH
   END-IF
   IF FEED-TRAILER-SEEN = 'N'
      MOVE SPACES TO PROOF-TEXT
      STRING FUNCTION TRIM(GL-FEED-FILE-NAME) DELIMITED BY SIZE
             " HAS NO TRAILER RECORD" DELIMITED BY SIZE
             INTO PROOF-TEXT
      PERFORM NOTE-EXCEPTION
      EXIT PARAGRAPH
   END-IF
   MOVE "REPORT.D RUNNING TOTAL / GLFEED.D TRAILER NET"
      TO PROOF-LABEL
   MOVE GEN-RUNNING-TOTAL TO PROOF-CONTROL-AMOUNT
   MOVE FEED-TRAILER-NET TO PROOF-PROVED-AMOUNT
   PERFORM PROVE-AMOUNT
   MOVE "DETAILS READ / GLFEED.D TRAILER COUNT" TO PROOF-LABEL
   MOVE GEN-DETAIL-COUNT TO PROOF-CONTROL-COUNT
   MOVE FEED-TRAILER-COUNT TO PROOF-PROVED-COUNT
   PERFORM PROVE-COUNT
   IF FEED-TRAILER-OOB = 'Y'
      MOVE SPACES TO PROOF-TEXT
      STRING FUNCTION TRIM(GL-FEED-FILE-NAME) DELIMITED BY SIZE
             " TRAILER CARRIES THE OUT-OF-BALANCE FLAG"
                DELIMITED BY SIZE
             INTO PROOF-TEXT
      PERFORM NOTE-EXCEPTION
   END-IF
   ADD FEED-TRAILER-NET TO DAY-FEED-NET
   ADD FEED-TRAILER-COUNT TO DAY-FEED-COUNT.

PROVE-GENERATION-RUNSTAT.
   MOVE "  RUN STATUS FILE" TO PRF-PRINT-LINE
   PERFORM PRINT-PROOF-LINE
   PERFORM READ-RUNSTAT
   IF RUNSTAT-FOUND = 'N'
      MOVE RUNSTAT-FILE-NAME TO LISTING-FILE-NAME
      PERFORM NOTE-MISSING-FILE
      EXIT PARAGRAPH
   END-IF
   MOVE "DETAILS READ / RUNSTAT RECORDS-READ" TO PROOF-LABEL
   MOVE GEN-DETAIL-COUNT TO PROOF-CONTROL-COUNT
   MOVE GEN-RST-READ TO PROOF-PROVED-COUNT
   PERFORM PROVE-COUNT
   MOVE "REPORT OK LINES / RUNSTAT POSTED-OK" TO PROOF-LABEL
   MOVE GEN-RPT-OK-COUNT TO PROOF-CONTROL-COUNT
   MOVE GEN-RST-OK TO PROOF-PROVED-COUNT
   PERFORM PROVE-COUNT
   MOVE "REJECT.D RECORDS / RUNSTAT REJECTED" TO PROOF-LABEL
   MOVE GEN-REJECT-COUNT TO PROOF-CONTROL-COUNT
   MOVE GEN-RST-REJECTED TO PROOF-PROVED-COUNT
   PERFORM PROVE-COUNT
   MOVE "HOLD.D RECORDS / RUNSTAT HELD" TO PROOF-LABEL
   MOVE GEN-HOLD-COUNT TO PROOF-CONTROL-COUNT
   MOVE GEN-RST-HELD TO PROOF-PROVED-COUNT
   PERFORM PROVE-COUNT
   MOVE "DUPES.D RECORDS / RUNSTAT DUPLICATES" TO PROOF-LABEL
   MOVE GEN-DUP-COUNT TO PROOF-CONTROL-COUNT
   MOVE GEN-RST-DUPLICATES TO PROOF-PROVED-COUNT
   PERFORM PROVE-COUNT
   MOVE "REPORT.D RUNNING TOTAL / RUNSTAT NET-TOTAL"
      TO PROOF-LABEL
   MOVE GEN-RUNNING-TOTAL TO PROOF-CONTROL-AMOUNT
   MOVE GEN-RST-NET TO PROOF-PROVED-AMOUNT
   PERFORM PROVE-AMOUNT
   MOVE "OK ITEMS ORIGINAL HASH / RUNSTAT HASH-TOTAL"
      TO PROOF-LABEL
   MOVE GEN-OK-ORIG TO PROOF-CONTROL-AMOUNT
   MOVE GEN-RST-HASH TO PROOF-PROVED-AMOUNT
   PERFORM PROVE-AMOUNT.

PROVE-GENERATION-JOURNAL.
   MOVE "  RUN JOURNAL" TO PRF-PRINT-LINE
   PERFORM PRINT-PROOF-LINE
   SET JNL-IDX TO BATCH-SEQ
   SET JNL-IDX UP BY 1
   IF JNL-FOUND(JNL-IDX) NOT = 'Y'
      MOVE SPACES TO PROOF-TEXT
      STRING "NO COMPLETED RUN JOURNAL ENTRY FOR BATCH "
                DELIMITED BY SIZE
             BATCH-SEQ DELIMITED BY SIZE
             " IN " DELIMITED BY SIZE
             RUN-JOURNAL-FILE-NAME DELIMITED BY SPACE
             INTO PROOF-TEXT
      PERFORM NOTE-EXCEPTION
      EXIT PARAGRAPH
   END-IF
   MOVE "DETAILS READ / JOURNAL RECORD COUNT" TO PROOF-LABEL
   MOVE GEN-DETAIL-COUNT TO PROOF-CONTROL-COUNT
   MOVE JNL-RECORD-COUNT(JNL-IDX) TO PROOF-PROVED-COUNT
   PERFORM PROVE-COUNT
   MOVE "REPORT OK LINES / JOURNAL OK COUNT" TO PROOF-LABEL
   MOVE GEN-RPT-OK-COUNT TO PROOF-CONTROL-COUNT
   MOVE JNL-OK-COUNT(JNL-IDX) TO PROOF-PROVED-COUNT
   PERFORM PROVE-COUNT
   MOVE "REJECT.D RECORDS / JOURNAL REJECT COUNT" TO PROOF-LABEL
   MOVE GEN-REJECT-COUNT TO PROOF-CONTROL-COUNT
   MOVE JNL-REJECT-COUNT(JNL-IDX) TO PROOF-PROVED-COUNT
   PERFORM PROVE-COUNT
   MOVE "HOLD.D RECORDS / JOURNAL HOLD COUNT" TO PROOF-LABEL
   MOVE GEN-HOLD-COUNT TO PROOF-CONTROL-COUNT
   MOVE JNL-HOLD-COUNT(JNL-IDX) TO PROOF-PROVED-COUNT
   PERFORM PROVE-COUNT
   MOVE "DUPES.D RECORDS / JOURNAL DUPLICATE COUNT"
      TO PROOF-LABEL
   MOVE GEN-DUP-COUNT TO PROOF-CONTROL-COUNT
   MOVE JNL-DUP-COUNT(JNL-IDX) TO PROOF-PROVED-COUNT
   PERFORM PROVE-COUNT
   MOVE "REPORT.D RUNNING TOTAL / JOURNAL NET TOTAL"
      TO PROOF-LABEL
   MOVE GEN-RUNNING-TOTAL TO PROOF-CONTROL-AMOUNT
   MOVE JNL-NET-TOTAL(JNL-IDX) TO PROOF-PROVED-AMOUNT
   PERFORM PROVE-AMOUNT.

PROVE-BATCH-MERGE.
   MOVE SPACES TO PRF-PRINT-LINE
   PERFORM PRINT-PROOF-LINE
   MOVE "BATCH-MERGE OUTPUT (ALL GENERATIONS)" TO PRF-PRINT-LINE
   PERFORM PRINT-PROOF-LINE
   MOVE DAY-OUTPUT-FILE-NAME TO OUTPUT-FILE-NAME
   PERFORM READ-OUTPUT-GRAND-TOTAL
   IF OUTPUT-FOUND = 'N' OR OUTPUT-GRAND-SEEN = 'N'
      MOVE OUTPUT-FILE-NAME TO LISTING-FILE-NAME
      PERFORM NOTE-MISSING-FILE
   ELSE
      MOVE "BATCH OUTPUT.D TOTALS / MERGED OUTPUT.D"
         TO PROOF-LABEL
      MOVE DAY-OUTPUT-NET TO PROOF-CONTROL-AMOUNT
      MOVE OUTPUT-GRAND-NET TO PROOF-PROVED-AMOUNT
      PERFORM PROVE-AMOUNT
   END-IF
   MOVE DAY-FEED-FILE-NAME TO GL-FEED-FILE-NAME
   PERFORM READ-FEED-TRAILER
   IF FEED-FOUND = 'N' OR FEED-TRAILER-SEEN = 'N'
      MOVE GL-FEED-FILE-NAME TO LISTING-FILE-NAME
      PERFORM NOTE-MISSING-FILE
   ELSE
      MOVE "BATCH GLFEED.D NETS / MERGED GLFEED.D NET"
         TO PROOF-LABEL
      MOVE DAY-FEED-NET TO PROOF-CONTROL-AMOUNT
      MOVE FEED-TRAILER-NET TO PROOF-PROVED-AMOUNT
      PERFORM PROVE-AMOUNT
      MOVE "BATCH GLFEED.D COUNTS / MERGED GLFEED.D COUNT"
         TO PROOF-LABEL
      MOVE DAY-FEED-COUNT TO PROOF-CONTROL-COUNT
      MOVE FEED-TRAILER-COUNT TO PROOF-PROVED-COUNT
      PERFORM PROVE-COUNT
   END-IF
   MOVE DAY-REJECT-FILE-NAME TO REJECT-FILE-NAME
   PERFORM TALLY-REJECT-FILE
   IF TALLY-FOUND = 'N'
      MOVE REJECT-FILE-NAME TO LISTING-FILE-NAME
      PERFORM NOTE-MISSING-FILE
   ELSE
      MOVE "BATCH REJECT.D RECORDS / MERGED REJECT.D"
         TO PROOF-LABEL
      MOVE DAY-REJECT-COUNT TO PROOF-CONTROL-COUNT
      MOVE TALLY-COUNT TO PROOF-PROVED-COUNT
      PERFORM PROVE-COUNT
      MOVE "BATCH REJECT.D AMOUNTS / MERGED REJECT.D"
         TO PROOF-LABEL
      MOVE DAY-REJECT-ORIG TO PROOF-CONTROL-AMOUNT
      MOVE TALLY-AMOUNT TO PROOF-PROVED-AMOUNT
      PERFORM PROVE-AMOUNT
   END-IF
   MOVE DAY-HOLD-FILE-NAME TO HOLD-FILE-NAME
   PERFORM TALLY-HOLD-FILE
   IF TALLY-FOUND = 'N'
      MOVE HOLD-FILE-NAME TO LISTING-FILE-NAME
      PERFORM NOTE-MISSING-FILE
   ELSE
      MOVE "BATCH HOLD.D RECORDS / MERGED HOLD.D"
         TO PROOF-LABEL
      MOVE DAY-HOLD-COUNT TO PROOF-CONTROL-COUNT
      MOVE TALLY-COUNT TO PROOF-PROVED-COUNT
      PERFORM PROVE-COUNT
      MOVE "BATCH HOLD.D AMOUNTS / MERGED HOLD.D"
         TO PROOF-LABEL
      MOVE DAY-HOLD-ORIG TO PROOF-CONTROL-AMOUNT
      MOVE TALLY-AMOUNT TO PROOF-PROVED-AMOUNT
      PERFORM PROVE-AMOUNT
   END-IF
   MOVE DAY-DUP-FILE-NAME TO DUP-FILE-NAME
   PERFORM TALLY-DUP-FILE
   IF TALLY-FOUND = 'N'
      MOVE DUP-FILE-NAME TO LISTING-FILE-NAME
      PERFORM NOTE-MISSING-FILE
   ELSE
      MOVE "BATCH DUPES.D RECORDS / MERGED DUPES.D"
         TO PROOF-LABEL
      MOVE DAY-DUP-COUNT TO PROOF-CONTROL-COUNT
      MOVE TALLY-COUNT TO PROOF-PROVED-COUNT
      PERFORM PROVE-COUNT
      MOVE "BATCH DUPES.D AMOUNTS / MERGED DUPES.D"
         TO PROOF-LABEL
      MOVE DAY-DUP-ORIG TO PROOF-CONTROL-AMOUNT
      MOVE TALLY-AMOUNT TO PROOF-PROVED-AMOUNT
      PERFORM PROVE-AMOUNT
   END-IF.

PROVE-HOLD-DISPOSITION.
   MOVE SPACES TO PRF-PRINT-LINE
   PERFORM PRINT-PROOF-LINE
   MOVE "SAME-DAY HOLD DISPOSITION" TO PRF-PRINT-LINE
   PERFORM PRINT-PROOF-LINE
   MOVE 'N' TO FILE-EOF
   OPEN INPUT DISP-AUDIT-FILE
   IF DISP-AUDIT-STATUS NOT = "00"
      CLOSE DISP-AUDIT-FILE
      MOVE DAY-HOLD-COUNT TO UNDISPOSED-COUNT
      IF DAY-HOLD-COUNT > 0
         MOVE "HELD ITEMS NOT YET DISPOSED" TO PROOF-LABEL
         MOVE DAY-HOLD-COUNT TO PROOF-PROVED-COUNT
         PERFORM NOTE-OUTSTANDING
      ELSE
         MOVE SPACES TO PRF-TEXT-LINE
         MOVE "NO HELD ITEMS AND NO DISPOSITION RUN" TO PTL-TEXT
         MOVE PRF-TEXT-LINE TO PRF-PRINT-LINE
         PERFORM PRINT-PROOF-LINE
      END-IF
      EXIT PARAGRAPH
   END-IF
   MOVE 'Y' TO DISPOSITION-RUN
   PERFORM UNTIL FILE-EOF = 'Y'
      READ DISP-AUDIT-FILE
         AT END MOVE 'Y' TO FILE-EOF
         NOT AT END
            EVALUATE AUD-ACTION
               WHEN "RELEASED"
                  ADD 1 TO RELEASED-COUNT
                  ADD AUD-AMOUNT TO RELEASED-AMOUNT
               WHEN "WRITEOFF"
                  ADD 1 TO WRITE-OFF-COUNT
               WHEN "PENDING"
                  ADD 1 TO PENDING-COUNT
               WHEN "ERROR"
                  ADD 1 TO RELEASE-ERROR-COUNT
               WHEN OTHER
                  ADD 1 TO UNKNOWN-ACTION-COUNT
            END-EVALUATE
      END-READ
   END-PERFORM
   CLOSE DISP-AUDIT-FILE
   MOVE "HOLD.D RECORDS / DISPOSITIONS RECORDED" TO PROOF-LABEL
   MOVE DAY-HOLD-COUNT TO PROOF-CONTROL-COUNT
   COMPUTE PROOF-PROVED-COUNT = RELEASED-COUNT + WRITE-OFF-COUNT
      + PENDING-COUNT + RELEASE-ERROR-COUNT + UNKNOWN-ACTION-COUNT
   PERFORM PROVE-COUNT
   IF UNKNOWN-ACTION-COUNT > 0
      MOVE "ZERO / DISPOSITIONS WITH UNKNOWN ACTION"
         TO PROOF-LABEL
      MOVE 0 TO PROOF-CONTROL-COUNT
      MOVE UNKNOWN-ACTION-COUNT TO PROOF-PROVED-COUNT
      PERFORM PROVE-COUNT
   END-IF
   MOVE GL-DELTA-FILE-NAME TO GL-FEED-FILE-NAME
   PERFORM READ-FEED-TRAILER
   IF FEED-FOUND = 'N' OR FEED-TRAILER-SEEN = 'N'
      MOVE GL-FEED-FILE-NAME TO LISTING-FILE-NAME
      PERFORM NOTE-MISSING-FILE
   ELSE
      MOVE FEED-TRAILER-NET TO DELTA-FEED-NET
      MOVE "RELEASED / GLDELTA.D TRAILER COUNT" TO PROOF-LABEL
      MOVE RELEASED-COUNT TO PROOF-CONTROL-COUNT
      MOVE FEED-TRAILER-COUNT TO PROOF-PROVED-COUNT
      PERFORM PROVE-COUNT
      MOVE "RELEASED AMOUNT / GLDELTA.D TRAILER NET"
         TO PROOF-LABEL
      MOVE RELEASED-AMOUNT TO PROOF-CONTROL-AMOUNT
      MOVE FEED-TRAILER-NET TO PROOF-PROVED-AMOUNT
      PERFORM PROVE-AMOUNT
   END-IF
   MOVE HOLD-REMAIN-FILE-NAME TO LISTING-FILE-NAME
   PERFORM TALLY-LISTING-FILE
   IF TALLY-FOUND = 'N'
      PERFORM NOTE-MISSING-FILE
   ELSE
      MOVE "PENDING / HOLDREM.D RECORDS" TO PROOF-LABEL
      MOVE PENDING-COUNT TO PROOF-CONTROL-COUNT
      MOVE TALLY-COUNT TO PROOF-PROVED-COUNT
      PERFORM PROVE-COUNT
   END-IF
   MOVE WRITE-OFF-FILE-NAME TO LISTING-FILE-NAME
   PERFORM TALLY-LISTING-FILE
   IF TALLY-FOUND = 'N'
      PERFORM NOTE-MISSING-FILE
   ELSE
      MOVE "WRITTEN OFF+ERROR / WRITEOFF.D RECORDS" TO PROOF-LABEL
      COMPUTE PROOF-CONTROL-COUNT =
         WRITE-OFF-COUNT + RELEASE-ERROR-COUNT
      MOVE TALLY-COUNT TO PROOF-PROVED-COUNT
      PERFORM PROVE-COUNT
   END-IF
   IF PENDING-COUNT > 0
      MOVE "HELD ITEMS STILL PENDING" TO PROOF-LABEL
      MOVE PENDING-COUNT TO PROOF-PROVED-COUNT
      PERFORM NOTE-OUTSTANDING
   END-IF
   IF RELEASE-ERROR-COUNT > 0
      MOVE "HELD ITEMS IN RELEASE ERROR" TO PROOF-LABEL
      MOVE RELEASE-ERROR-COUNT TO PROOF-PROVED-COUNT
      PERFORM NOTE-OUTSTANDING
   END-IF.

PROVE-REJECT-RESUBMIT.
   MOVE SPACES TO PRF-PRINT-LINE
   PERFORM PRINT-PROOF-LINE
   MOVE "SAME-DAY REJECT RESUBMISSION" TO PRF-PRINT-LINE
   PERFORM PRINT-PROOF-LINE
   MOVE 'N' TO FILE-EOF
   OPEN INPUT RECON-FILE
   IF RECON-FILE-STATUS NOT = "00"
      CLOSE RECON-FILE
      MOVE DAY-REJECT-COUNT TO UNRESUBMITTED-COUNT
      IF DAY-REJECT-COUNT > 0
         MOVE "REJECTED ITEMS NOT YET RESUBMITTED" TO PROOF-LABEL
         MOVE DAY-REJECT-COUNT TO PROOF-PROVED-COUNT
         PERFORM NOTE-OUTSTANDING
      ELSE
         MOVE SPACES TO PRF-TEXT-LINE
         MOVE "NO REJECTED ITEMS AND NO RESUBMISSION RUN"
            TO PTL-TEXT
         MOVE PRF-TEXT-LINE TO PRF-PRINT-LINE
         PERFORM PRINT-PROOF-LINE
      END-IF
      EXIT PARAGRAPH
   END-IF
   MOVE 'Y' TO RESUBMIT-RUN
   PERFORM UNTIL FILE-EOF = 'Y'
      READ RECON-FILE
         AT END MOVE 'Y' TO FILE-EOF
         NOT AT END
            EVALUATE RCN-REC-TYPE
               WHEN 'D'
                  ADD 1 TO RECON-DETAIL-COUNT
               WHEN 'S'
                  EVALUATE RCN-DISPOSITION
                     WHEN "ORIGREJ"
                        MOVE RCN-RECORD-NUM TO ORIGINAL-REJECT-COUNT
                     WHEN "REPAIRED"
                        MOVE RCN-RECORD-NUM TO REPAIRED-COUNT
                     WHEN "STILLREJ"
                        MOVE RCN-RECORD-NUM TO STILL-REJECT-COUNT
                  END-EVALUATE
            END-EVALUATE
      END-READ
   END-PERFORM
   CLOSE RECON-FILE
   MOVE "REJECT.D RECORDS / RESUBRECON ORIGINAL REJECTS"
      TO PROOF-LABEL
   MOVE DAY-REJECT-COUNT TO PROOF-CONTROL-COUNT
   MOVE ORIGINAL-REJECT-COUNT TO PROOF-PROVED-COUNT
   PERFORM PROVE-COUNT
   MOVE "ORIGINAL REJECTS / REPAIRED+STILL REJECTED"
      TO PROOF-LABEL
   MOVE ORIGINAL-REJECT-COUNT TO PROOF-CONTROL-COUNT
   COMPUTE PROOF-PROVED-COUNT = REPAIRED-COUNT + STILL-REJECT-COUNT
   PERFORM PROVE-COUNT
   MOVE "ORIGINAL REJECTS / RESUBRECON DETAIL LINES"
      TO PROOF-LABEL
   MOVE ORIGINAL-REJECT-COUNT TO PROOF-CONTROL-COUNT
   MOVE RECON-DETAIL-COUNT TO PROOF-PROVED-COUNT
   PERFORM PROVE-COUNT
   PERFORM TALLY-DELTA-FILE
   IF TALLY-FOUND = 'N'
      MOVE DELTA-FILE-NAME TO LISTING-FILE-NAME
      PERFORM NOTE-MISSING-FILE
   ELSE
      MOVE "REPAIRED / DELTA.D DETAILS" TO PROOF-LABEL
      MOVE REPAIRED-COUNT TO PROOF-CONTROL-COUNT
      MOVE DELTA-DETAIL-COUNT TO PROOF-PROVED-COUNT
      PERFORM PROVE-COUNT
      MOVE "DELTA.D HEADER COUNT / DELTA.D DETAILS" TO PROOF-LABEL
      MOVE DELTA-EXPECTED-COUNT TO PROOF-CONTROL-COUNT
      MOVE DELTA-DETAIL-COUNT TO PROOF-PROVED-COUNT
      PERFORM PROVE-COUNT
      MOVE "DELTA.D TRAILER TOTAL / DELTA.D DETAIL AMOUNTS"
         TO PROOF-LABEL
      MOVE DELTA-EXPECTED-TOTAL TO PROOF-CONTROL-AMOUNT
      MOVE DELTA-DETAIL-TOTAL TO PROOF-PROVED-AMOUNT
      PERFORM PROVE-AMOUNT
      IF DELTA-HEADER-SEEN = 'N' OR DELTA-TRAILER-SEEN = 'N'
         MOVE SPACES TO PROOF-TEXT
         STRING FUNCTION TRIM(DELTA-FILE-NAME) DELIMITED BY SIZE
                " IS MISSING ITS HEADER OR TRAILER"
                   DELIMITED BY SIZE
                INTO PROOF-TEXT
         PERFORM NOTE-EXCEPTION
      END-IF
   END-IF
   MOVE STILL-REJECT-FILE-NAME TO LISTING-FILE-NAME
   PERFORM TALLY-LISTING-FILE
   IF TALLY-FOUND = 'N'
      PERFORM NOTE-MISSING-FILE
   ELSE
      MOVE "STILL REJECTED / STILLREJ.D RECORDS" TO PROOF-LABEL
      MOVE STILL-REJECT-COUNT TO PROOF-CONTROL-COUNT
      MOVE TALLY-COUNT TO PROOF-PROVED-COUNT
      PERFORM PROVE-COUNT
   END-IF
   IF STILL-REJECT-COUNT > 0
      MOVE "REJECTED ITEMS STILL UNREPAIRED" TO PROOF-LABEL
      MOVE STILL-REJECT-COUNT TO PROOF-PROVED-COUNT
      PERFORM NOTE-OUTSTANDING
   END-IF.

TALLY-DELTA-FILE.
   MOVE 'N' TO TALLY-FOUND
   MOVE DELTA-FILE-NAME TO INPUT-FILE-NAME
   OPEN INPUT INPUT-FILE
   IF INPUT-FILE-STATUS NOT = "00"
      CLOSE INPUT-FILE
      EXIT PARAGRAPH
   END-IF
   MOVE 'Y' TO TALLY-FOUND
   MOVE 'N' TO INPUT-EOF
   PERFORM UNTIL INPUT-EOF = 'Y'
      READ INPUT-FILE
         AT END MOVE 'Y' TO INPUT-EOF
         NOT AT END
            EVALUATE INPUT-SIGN
               WHEN 'H'
                  MOVE 'Y' TO DELTA-HEADER-SEEN
                  MOVE INPUT-EXPECTED-COUNT TO DELTA-EXPECTED-COUNT
               WHEN 'T'
                  MOVE 'Y' TO DELTA-TRAILER-SEEN
                  IF INPUT-TRAILER-SIGN = 'C'
                     COMPUTE DELTA-EXPECTED-TOTAL =
                        0 - INPUT-EXPECTED-TOTAL
                  ELSE
                     MOVE INPUT-EXPECTED-TOTAL TO DELTA-EXPECTED-TOTAL
                  END-IF
               WHEN OTHER
                  ADD 1 TO DELTA-DETAIL-COUNT
                  MOVE INPUT-RAW-TEXT TO ITEM-DETAIL
                  PERFORM VALUE-ITEM-DETAIL
                  ADD ITEM-SIGNED-AMOUNT TO DELTA-DETAIL-TOTAL
            END-EVALUATE
      END-READ
   END-PERFORM
   CLOSE INPUT-FILE.

PROVE-DAY-ROLL-FORWARD.
   MOVE SPACES TO PRF-PRINT-LINE
   PERFORM PRINT-PROOF-LINE
   MOVE "DAY ROLL-FORWARD (ALL GENERATIONS)" TO PRF-PRINT-LINE
   PERFORM PRINT-PROOF-LINE
   MOVE "INPUT DETAILS READ" TO PROOF-LABEL
   MOVE DAY-DETAIL-COUNT TO PROOF-PROVED-COUNT
   PERFORM SHOW-COUNT
   MOVE "  POSTED BY ADD-NUMBERS" TO PROOF-LABEL
   MOVE DAY-OK-COUNT TO PROOF-PROVED-COUNT
   PERFORM SHOW-COUNT
   MOVE "  DUPLICATES" TO PROOF-LABEL
   MOVE DAY-DUP-COUNT TO PROOF-PROVED-COUNT
   PERFORM SHOW-COUNT
   MOVE "  HELD - RELEASED BY HOLD-DISPOSITION" TO PROOF-LABEL
   MOVE RELEASED-COUNT TO PROOF-PROVED-COUNT
   PERFORM SHOW-COUNT
   MOVE "  HELD - WRITTEN OFF" TO PROOF-LABEL
   MOVE WRITE-OFF-COUNT TO PROOF-PROVED-COUNT
   PERFORM SHOW-COUNT
   MOVE "  HELD - RELEASE ERRORS" TO PROOF-LABEL
   MOVE RELEASE-ERROR-COUNT TO PROOF-PROVED-COUNT
   PERFORM SHOW-COUNT
   MOVE "  HELD - PENDING OR NOT YET DISPOSED" TO PROOF-LABEL
   COMPUTE PROOF-PROVED-COUNT = PENDING-COUNT + UNDISPOSED-COUNT
      + UNKNOWN-ACTION-COUNT
   PERFORM SHOW-COUNT
   MOVE "  REJECTED - REPAIRED AND RESUBMITTED" TO PROOF-LABEL
   MOVE REPAIRED-COUNT TO PROOF-PROVED-COUNT
   PERFORM SHOW-COUNT
   MOVE "  REJECTED - STILL REJECTED OR NOT RESUBMITTED"
      TO PROOF-LABEL
   COMPUTE PROOF-PROVED-COUNT =
      STILL-REJECT-COUNT + UNRESUBMITTED-COUNT
   PERFORM SHOW-COUNT
   COMPUTE ACCOUNTED-COUNT = DAY-OK-COUNT + DAY-DUP-COUNT
      + RELEASED-COUNT + WRITE-OFF-COUNT + RELEASE-ERROR-COUNT
      + PENDING-COUNT + UNDISPOSED-COUNT + UNKNOWN-ACTION-COUNT
      + REPAIRED-COUNT + STILL-REJECT-COUNT + UNRESUBMITTED-COUNT
   MOVE "INPUT DETAILS READ / DISPOSITIONS ACCOUNTED"
      TO PROOF-LABEL
   MOVE DAY-DETAIL-COUNT TO PROOF-CONTROL-COUNT
   MOVE ACCOUNTED-COUNT TO PROOF-PROVED-COUNT
   PERFORM PROVE-COUNT
   MOVE "POSTED NET - GLFEED.D (BASE)" TO PROOF-LABEL
   MOVE DAY-FEED-NET TO PROOF-PROVED-AMOUNT
   PERFORM SHOW-AMOUNT
   MOVE "RELEASED NET - GLDELTA.D (BASE)" TO PROOF-LABEL
   MOVE DELTA-FEED-NET TO PROOF-PROVED-AMOUNT
   PERFORM SHOW-AMOUNT
   COMPUTE DAY-LEDGER-NET = DAY-FEED-NET + DELTA-FEED-NET
   MOVE "DAY NET TO GENERAL LEDGER (BASE)" TO PROOF-LABEL
   MOVE DAY-LEDGER-NET TO PROOF-PROVED-AMOUNT
   PERFORM SHOW-AMOUNT
   IF RESUBMIT-RUN = 'Y'
      MOVE "RESUBMITTED NET - DELTA.D (ORIGINAL HASH)"
         TO PROOF-LABEL
      MOVE DELTA-DETAIL-TOTAL TO PROOF-PROVED-AMOUNT
      PERFORM SHOW-AMOUNT
   END-IF.

PROVE-COUNT.
   ADD 1 TO PROOF-COUNT
   MOVE SPACES TO PRF-COUNT-LINE
   MOVE PROOF-LABEL TO PCL-LABEL
   MOVE PROOF-CONTROL-COUNT TO PCL-CONTROL
   MOVE PROOF-PROVED-COUNT TO PCL-PROVED
   IF PROOF-CONTROL-COUNT = PROOF-PROVED-COUNT
      MOVE "AGREES" TO PCL-STATUS
   ELSE
      ADD 1 TO EXCEPTION-COUNT
      MOVE "*** DIFFERS ***" TO PCL-STATUS
   END-IF
   MOVE PRF-COUNT-LINE TO PRF-PRINT-LINE
   PERFORM PRINT-PROOF-LINE.

PROVE-AMOUNT.
   ADD 1 TO PROOF-COUNT
   MOVE SPACES TO PRF-AMOUNT-LINE
   MOVE PROOF-LABEL TO PAL-LABEL
   IF PROOF-CONTROL-AMOUNT < 0
      COMPUTE ABS-AMOUNT = 0 - PROOF-CONTROL-AMOUNT
      MOVE "CR" TO PAL-CONTROL-DRCR
   ELSE
      MOVE PROOF-CONTROL-AMOUNT TO ABS-AMOUNT
      MOVE "DR" TO PAL-CONTROL-DRCR
   END-IF
   MOVE ABS-AMOUNT TO PAL-CONTROL
   IF PROOF-PROVED-AMOUNT < 0
      COMPUTE ABS-AMOUNT = 0 - PROOF-PROVED-AMOUNT
      MOVE "CR" TO PAL-PROVED-DRCR
   ELSE
      MOVE PROOF-PROVED-AMOUNT TO ABS-AMOUNT
      MOVE "DR" TO PAL-PROVED-DRCR
   END-IF
   MOVE ABS-AMOUNT TO PAL-PROVED
   IF PROOF-CONTROL-AMOUNT = PROOF-PROVED-AMOUNT
      MOVE "AGREES" TO PAL-STATUS
   ELSE
      ADD 1 TO EXCEPTION-COUNT
      MOVE "*** DIFFERS ***" TO PAL-STATUS
   END-IF
   MOVE PRF-AMOUNT-LINE TO PRF-PRINT-LINE
   PERFORM PRINT-PROOF-LINE.

SHOW-COUNT.
   MOVE SPACES TO PRF-COUNT-LINE
   MOVE PROOF-LABEL TO PCL-LABEL
   MOVE PROOF-PROVED-COUNT TO PCL-PROVED
   MOVE PRF-COUNT-LINE TO PRF-PRINT-LINE
   PERFORM PRINT-PROOF-LINE.

SHOW-AMOUNT.
   MOVE SPACES TO PRF-AMOUNT-LINE
   MOVE PROOF-LABEL TO PAL-LABEL
   IF PROOF-PROVED-AMOUNT < 0
      COMPUTE ABS-AMOUNT = 0 - PROOF-PROVED-AMOUNT
      MOVE "CR" TO PAL-PROVED-DRCR
   ELSE
      MOVE PROOF-PROVED-AMOUNT TO ABS-AMOUNT
      MOVE "DR" TO PAL-PROVED-DRCR
   END-IF
   MOVE ABS-AMOUNT TO PAL-PROVED
   MOVE PRF-AMOUNT-LINE TO PRF-PRINT-LINE
   PERFORM PRINT-PROOF-LINE.

NOTE-OUTSTANDING.
   ADD 1 TO OUTSTANDING-COUNT
   MOVE SPACES TO PRF-COUNT-LINE
   MOVE PROOF-LABEL TO PCL-LABEL
   MOVE PROOF-PROVED-COUNT TO PCL-PROVED
   MOVE "OUTSTANDING" TO PCL-STATUS
   MOVE PRF-COUNT-LINE TO PRF-PRINT-LINE
   PERFORM PRINT-PROOF-LINE.

NOTE-MISSING-FILE.
   MOVE SPACES TO PROOF-TEXT
   STRING "FILE NOT FOUND: " DELIMITED BY SIZE
          LISTING-FILE-NAME DELIMITED BY SPACE
          INTO PROOF-TEXT
   PERFORM NOTE-EXCEPTION.

NOTE-EXCEPTION.
   ADD 1 TO EXCEPTION-COUNT
   MOVE SPACES TO PRF-TEXT-LINE
   STRING "*** " DELIMITED BY SIZE
          FUNCTION TRIM(PROOF-TEXT) DELIMITED BY SIZE
          " ***" DELIMITED BY SIZE
          INTO PTL-TEXT
   MOVE PRF-TEXT-LINE TO PRF-PRINT-LINE
   PERFORM PRINT-PROOF-LINE.

WRITE-PROOF-SUMMARY.
   MOVE SPACES TO PRF-PRINT-LINE
   PERFORM PRINT-PROOF-LINE
   MOVE SPACES TO PRF-TEXT-LINE
   STRING "GENERATIONS: " DELIMITED BY SIZE
          GENERATIONS-PROVED DELIMITED BY SIZE
          "  PROOFS: " DELIMITED BY SIZE
          PROOF-COUNT DELIMITED BY SIZE
          "  EXCEPTIONS: " DELIMITED BY SIZE
          EXCEPTION-COUNT DELIMITED BY SIZE
          "  OUTSTANDING: " DELIMITED BY SIZE
          OUTSTANDING-COUNT DELIMITED BY SIZE
          INTO PTL-TEXT
   MOVE PRF-TEXT-LINE TO PRF-PRINT-LINE
   PERFORM PRINT-PROOF-LINE
   MOVE SPACES TO PRF-TEXT-LINE
   IF EXCEPTION-COUNT > 0
      MOVE "*** DAILY PROOF FAILED - DO NOT POST THIS RUN DATE ***"
         TO PTL-TEXT
   ELSE
      IF OUTSTANDING-COUNT > 0
         MOVE "DAILY PROOF PASSED - ITEMS STILL OUTSTANDING ARE "
            & "CARRIED FORWARD" TO PTL-TEXT
      ELSE
         MOVE "DAILY PROOF PASSED - EVERY DETAIL ACCOUNTED FOR "
            & "EXACTLY ONCE" TO PTL-TEXT
      END-IF
   END-IF
   MOVE PRF-TEXT-LINE TO PRF-PRINT-LINE
   PERFORM PRINT-PROOF-LINE.

WRITE-PROOF-STATUS.
   OPEN OUTPUT PROOF-STATUS-FILE
   MOVE "RUN-DATE" TO PST-KEY
   MOVE RUN-DATE-PARM TO PST-VALUE
   PERFORM WRITE-PROOF-STATUS-RECORD
   MOVE "GENERATIONS" TO PST-KEY
   MOVE GENERATIONS-PROVED TO PST-COUNT
   PERFORM WRITE-PROOF-STATUS-COUNT
   MOVE "RECORDS-READ" TO PST-KEY
   MOVE DAY-DETAIL-COUNT TO PST-COUNT
   PERFORM WRITE-PROOF-STATUS-COUNT
   MOVE "POSTED-OK" TO PST-KEY
   MOVE DAY-OK-COUNT TO PST-COUNT
   PERFORM WRITE-PROOF-STATUS-COUNT
   MOVE "REJECTED" TO PST-KEY
   MOVE DAY-REJECT-COUNT TO PST-COUNT
   PERFORM WRITE-PROOF-STATUS-COUNT
   MOVE "HELD" TO PST-KEY
   MOVE DAY-HOLD-COUNT TO PST-COUNT
   PERFORM WRITE-PROOF-STATUS-COUNT
   MOVE "DUPLICATES" TO PST-KEY
   MOVE DAY-DUP-COUNT TO PST-COUNT
   PERFORM WRITE-PROOF-STATUS-COUNT
   MOVE "NET-TOTAL" TO PST-KEY
   MOVE DAY-FEED-NET TO PST-AMOUNT
   PERFORM WRITE-PROOF-STATUS-AMOUNT
   MOVE "PROOFS" TO PST-KEY
   MOVE PROOF-COUNT TO PST-COUNT
   PERFORM WRITE-PROOF-STATUS-COUNT
   MOVE "EXCEPTIONS" TO PST-KEY
   MOVE EXCEPTION-COUNT TO PST-COUNT
   PERFORM WRITE-PROOF-STATUS-COUNT
   MOVE "OUTSTANDING" TO PST-KEY
   MOVE OUTSTANDING-COUNT TO PST-COUNT
   PERFORM WRITE-PROOF-STATUS-COUNT
   MOVE "VERDICT" TO PST-KEY
   MOVE PROOF-VERDICT TO PST-VALUE
   PERFORM WRITE-PROOF-STATUS-RECORD
   MOVE "RETURN-CODE" TO PST-KEY
   MOVE FINAL-RETURN-CODE TO PST-COUNT
   PERFORM WRITE-PROOF-STATUS-COUNT
   CLOSE PROOF-STATUS-FILE.

WRITE-PROOF-STATUS-COUNT.
   MOVE SPACES TO PST-VALUE
   MOVE PST-COUNT TO PST-VALUE(1:8)
   PERFORM WRITE-PROOF-STATUS-RECORD.

WRITE-PROOF-STATUS-AMOUNT.
   MOVE SPACES TO PST-VALUE
   MOVE PST-AMOUNT-X TO PST-VALUE(1:36)
   PERFORM WRITE-PROOF-STATUS-RECORD.

WRITE-PROOF-STATUS-RECORD.
   MOVE '|' TO PST-SEP
   WRITE PROOF-STATUS-RECORD
   MOVE SPACES TO PST-VALUE.

PRINT-PROOF-LINE.
   IF PRF-LINE-CNT >= PRF-PAGE-SIZE
      PERFORM PRINT-PROOF-PAGE-HEADING
   END-IF
   MOVE PRF-PRINT-LINE TO PROOF-REPORT-LINE
   WRITE PROOF-REPORT-LINE
   ADD 1 TO PRF-LINE-CNT.

PRINT-PROOF-PAGE-HEADING.
   ADD 1 TO PRF-PAGE-NUM
   MOVE RUN-DATE-PARM TO PH1-RUN-DATE
   MOVE PRF-PAGE-NUM TO PH1-PAGE
   MOVE PRF-HEAD-1 TO PROOF-REPORT-LINE
   WRITE PROOF-REPORT-LINE
   MOVE SPACES TO PROOF-REPORT-LINE
   WRITE PROOF-REPORT-LINE
   MOVE PRF-COL-HEAD-1 TO PROOF-REPORT-LINE
   WRITE PROOF-REPORT-LINE
   MOVE 3 TO PRF-LINE-CNT.
