          05 CUST-TERMS        PIC X(8).
          05 CUST-ACTIVE       PIC X(1).
          05 CUST-ZONE         PIC X(2).
          05 CUST-CREDIT-LIMIT PIC 9(9)V99.
          05 CUST-EINVOICE     PIC X(1).
