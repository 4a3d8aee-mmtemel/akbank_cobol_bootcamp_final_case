           05 AUDT-TS            PIC X(21).
           05 AUDT-BEFORE-IMAGE  PIC X(71).
           05 AUDT-AFTER-IMAGE   PIC X(71).
      *ACCT-ID OF THE OTHER LEG OF A 'T' TRANSFER, ELSE ZEROS
           05 AUDT-XREF-ID       PIC S9(05) COMP-3.
      *SECOND OPERATOR WHO APPROVED A QUEUED TRANSACTION, ELSE SPACES
           05 AUDT-APPROVER      PIC X(08).
      *RUN PARAMETER CARD
      *COL 1-5   INACTIVITY DAYS BEFORE AN OPEN ACCOUNT GOES
      *          DORMANT, ZERO-PADDED DIGITS, MUST BE GREATER THAN
           MOVE ACCT-ID          TO AUDT-ID
           MOVE FUNCTION CURRENT-DATE TO AUDT-TS
           MOVE ACCT-FIELDS      TO AUDT-AFTER-IMAGE
           MOVE ZEROS            TO AUDT-XREF-ID
           MOVE SPACES           TO AUDT-APPROVER
           WRITE AUDT-FIELDS.
           ADD 1 TO WS-CNT-FLAGGED.
           PERFORM H320-REPORT-FLAGGED.
