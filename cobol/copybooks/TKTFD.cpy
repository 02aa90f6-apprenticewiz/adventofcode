       FD TICKET-FILE.
       01 TICKET-RECORD.
          05 TKT-NUMBER        PIC 9(6).
          05 TKT-STATE         PIC X(8).
          05 TKT-OPENED-DATE   PIC X(10).
          05 TKT-OPENED-TIME   PIC X(8).
          05 TKT-RUN-ID        PIC X(16).
          05 TKT-STEP-NAME     PIC X(16).
          05 TKT-STEP-STATUS   PIC X(8).
          05 TKT-STEP-RC       PIC 9(4).
          05 TKT-COMMAND       PIC X(200).
          05 TKT-INPUT-FILE    PIC X(64).
          05 TKT-INTAKE-BATCH  PIC X(10).
          05 TKT-INPUT-RECORDS PIC X(12).
          05 TKT-INPUT-BYTES   PIC X(12).
          05 TKT-AUDIT-LINE    PIC X(350).
          05 TKT-REJECT-FILE   PIC X(16).
          05 TKT-REJECT-COUNT  PIC 9(7).
          05 TKT-ASSIGNED-TO   PIC X(8).
          05 TKT-LAST-NOTE     PIC X(120).
          05 TKT-RERUN-OF      PIC 9(6).
          05 TKT-RESOLVED-BY   PIC X(16).
          05 TKT-CLOSED-DATE   PIC X(10).
          05 TKT-CLOSED-BY     PIC X(8).
       FD TICKET-LOG-FILE.
       01 TICKET-LOG-RECORD    PIC X(200).
