      *> LEDGCXRF.cpy
      *> Record layout for the indexed customer/account cross-
      *> reference file - one record per account a customer holds,
      *> keyed by customer number and MAST-ACCOUNT-ID, so every
      *> account of one customer reads back in one START/READ NEXT
      *> run, and "does this customer own this account" is a single
      *> keyed read.
      *>
      *> An account has one primary owner - the customer the 1099-INT
      *> is filed under - and may have any number of joint owners.
      *> LEDGER-MAINT writes the primary link when it opens an
      *> account under a customer; LEDGER-CUSTMAINT links joint
      *> owners, links an account opened before the customer file
      *> existed, and unlinks joint owners.  The primary link is
      *> never unlinked.
       01  CXRF-REC.
           05  CXRF-KEY.
               10  CXRF-CUST-NO       PIC X(12).
               10  CXRF-ACCOUNT-ID    PIC X(64).
           05  CXRF-ROLE          PIC X(01).
               88  CXRF-PRIMARY       VALUE "P".
               88  CXRF-JOINT         VALUE "J".
           05  CXRF-LINKED-DATE   PIC X(10).
