      ******************************************************************
      * MYREFREC.CPY
      * Record layout for the reference/master file used to validate
      * that the account a MY-FILE transaction posts to is a known,
      * legitimate account.  Keyed on RF-ACCOUNT-ID to match
      * MF-ACCOUNT-ID in MYFILEREC.CPY, one record per account.
      * RF-STATUS-CODE carries the account standing set by the
      * maintenance feed: a closed account refuses posting outright,
      * a suspended account has its transactions pended until the
      * suspension is lifted, and any other value posts normally.
      * RF-CREDIT-LIMIT is the balance credit has approved for the
      * account: a detail or adjustment that would take the balance
      * master beyond it is held for credit review instead of
      * posting.  A zero limit means no limit has been set.
      ******************************************************************
       01  REF-FILE-RECORD.
           05  RF-ACCOUNT-ID           PIC X(10).
           05  RF-ACCOUNT-NAME         PIC X(30).
           05  RF-STATUS-CODE          PIC X(02).
               88  RF-ACCOUNT-CLOSED      VALUE 'CL'.
               88  RF-ACCOUNT-SUSPENDED   VALUE 'SU'.
           05  RF-CREDIT-LIMIT         PIC S9(11)V99 COMP-3.
