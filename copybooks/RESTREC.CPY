                                       SIGN IS LEADING SEPARATE.
           05  RST-ADJUST-NET-AMOUNT   PIC S9(13)V99
                                       SIGN IS LEADING SEPARATE.
           05  RST-LATE-REDIRECTED     PIC 9(09).
           05  RST-RECORDS-WAREHOUSED  PIC 9(09).
           05  RST-WAREHOUSE-RELEASED  PIC 9(09).
           05  RST-RECORDS-CREDIT-HELD PIC 9(09).
