           05 AUDT-TS            PIC X(21).
           05 AUDT-BEFORE-IMAGE  PIC X(71).
           05 AUDT-AFTER-IMAGE   PIC X(71).
      *ACCT-ID OF THE OTHER LEG OF A 'T' TRANSFER, ELSE ZEROS
           05 AUDT-XREF-ID       PIC S9(05) COMP-3.
      *SECOND OPERATOR WHO APPROVED A QUEUED TRANSACTION, ELSE SPACES
           05 AUDT-APPROVER      PIC X(08).
      *RUN PARAMETER CARD
      *COL 1     FUNCTION: P = PURGE, R = RESTORE
      *COL 2-6   RETENTION DAYS FOR A PURGE, ZERO-PADDED DIGITS,
           MOVE FUNCTION CURRENT-DATE TO AUDT-TS
           MOVE ARC-FIELDS       TO AUDT-BEFORE-IMAGE
           MOVE SPACES           TO AUDT-AFTER-IMAGE
           MOVE ZEROS            TO AUDT-XREF-ID
           MOVE SPACES           TO AUDT-APPROVER
           WRITE AUDT-FIELDS.
       H320-END. EXIT.
      *BRING ONE ARCHIVED ACCOUNT BACK ONTO THE MASTER
           MOVE FUNCTION CURRENT-DATE TO AUDT-TS
           MOVE SPACES           TO AUDT-BEFORE-IMAGE
           MOVE ACCT-FIELDS      TO AUDT-AFTER-IMAGE
           MOVE ZEROS            TO AUDT-XREF-ID
           MOVE SPACES           TO AUDT-APPROVER
           WRITE AUDT-FIELDS.
       H660-END. EXIT.
      *WRITE THE END-OF-JOB CONTROL TOTALS FOR A PURGE
