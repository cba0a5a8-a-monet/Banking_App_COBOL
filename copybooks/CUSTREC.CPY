      *> Customer information record - keyed by customer number.
      *> One customer may own many accounts; each account master
      *> record links back through AM-CUST-NO.
      *> CM-TAX-ID is the customer's nine-digit taxpayer id (SSN or
      *> EIN, digits only) used for year-end interest reporting;
      *> spaces until it has been collected.
       01  CUSTOMER-RECORD.
           05  CM-CUST-NO             PIC 9(6).
           05  CM-NAME                PIC X(20).
           05  CM-ADDRESS             PIC X(40).
           05  CM-PHONE               PIC X(12).
           05  CM-TAX-ID              PIC X(9).
