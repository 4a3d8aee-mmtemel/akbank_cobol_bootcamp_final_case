           05 HIS-ORIG-AMT       PIC S9(07)V99 COMP-3.
           05 HIS-AMT            PIC S9(07)V99 COMP-3.
           05 HIS-BALANCE        PIC S9(09)V99 COMP-3.
      *ACCT-ID OF THE OTHER LEG OF A 'T' TRANSFER, ELSE ZEROS
           05 HIS-XREF-ID        PIC S9(05) COMP-3.
      *SORT WORK FILE -- ORDERS THE MONTH'S POSTINGS BY ACCOUNT AND
      *TIMESTAMP SO THEY MATCH THE MASTER SWEEP SEQUENTIALLY
       SD  MS-SORT.
