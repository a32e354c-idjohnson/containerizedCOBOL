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
      05  DUP-SEP1       PIC X(1).
      05  DUP-TRAN-ID    PIC X(12).
      05  DUP-SEP2       PIC X(1).
      05  DUP-RAW-TEXT   PIC X(59).
      05  DUP-SEP3       PIC X(1).
      05  DUP-REASON     PIC X(30).
   FD  DELTA-FILE.
      05  DELTA-TRAN-ID  PIC X(12).
      05  DELTA-CURRENCY PIC X(3).
      05  DELTA-REAL-DP  PIC 9(34)V99.
      05  DELTA-COMPANY  PIC X(3).
   FD  DISP-AUDIT-FILE.
   01  DISP-AUDIT-RECORD.
      05  AUD-RECORD-NUM PIC 9(8).
