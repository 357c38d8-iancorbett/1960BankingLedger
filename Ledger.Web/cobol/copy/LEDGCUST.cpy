      *> LEDGCUST.cpy
      *> Record layout for the indexed customer information file - one
      *> record per customer, keyed by the customer number the branch
      *> assigns when the customer is taken on.  The master record
      *> names an account; this names the person or firm behind it:
      *> the mailing address statements and tax forms go to, the
      *> taxpayer id interest is reported under and the date of
      *> birth.  Which accounts a customer holds is kept on the
      *> cross-reference file (LEDGCXRF.cpy).  Records are created
      *> and changed only by LEDGER-CUSTMAINT, every change journaled
      *> to the maintenance log.
      *>
      *> CUST-TIN is the nine digits alone, spaces when the branch has
      *> none on file; CUST-TIN-TYPE says whether they are an employer
      *> id (a firm) or a social security number (a person).
      *> CUST-BIRTH-DATE is spaces for a firm.  CUST-ZIP is the five-
      *> digit zip or the nine digits of a zip+4, no dash.
       01  CUST-REC.
           05  CUST-NO            PIC X(12).
           05  CUST-NAME          PIC X(40).
           05  CUST-ADDRESS       PIC X(40).
           05  CUST-ADDRESS-2     PIC X(40).
           05  CUST-CITY          PIC X(40).
           05  CUST-STATE         PIC X(02).
           05  CUST-ZIP           PIC X(09).
           05  CUST-TIN           PIC X(09).
           05  CUST-TIN-TYPE      PIC X(01).
               88  CUST-TIN-EIN       VALUE "E".
               88  CUST-TIN-SSN       VALUE "S".
           05  CUST-BIRTH-DATE    PIC X(10).
           05  CUST-ADDED-DATE    PIC X(10).
