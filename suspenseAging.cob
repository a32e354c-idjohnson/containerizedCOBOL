   01  HOLD-REMAIN-RECORD.
      05  HREM-RECORD-NUM PIC 9(8).
      05  HREM-SEP1       PIC X(1).
      05  HREM-RAW-TEXT   PIC X(59).
      05  HREM-SEP2       PIC X(1).
      05  HREM-REASON     PIC X(30).
   FD  STILL-REJECT-FILE.
      05  SREJ-SEP1       PIC X(1).
      05  SREJ-TRAN-ID    PIC X(12).
      05  SREJ-SEP2       PIC X(1).
      05  SREJ-RAW-TEXT   PIC X(59).
      05  SREJ-SEP3       PIC X(1).
      05  SREJ-REASON     PIC X(30).
   FD  DISP-AUDIT-FILE.
      05  DELTA-TRAN-ID  PIC X(12).
      05  DELTA-CURRENCY PIC X(3).
      05  DELTA-REAL-DP  PIC 9(34)V99.
      05  DELTA-COMPANY  PIC X(3).
   FD  AGING-REPORT-FILE.
   01  AGING-REPORT-LINE PIC X(132).
   FD  ESCALATION-FILE.
