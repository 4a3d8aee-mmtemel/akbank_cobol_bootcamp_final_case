      *THE LIBRARIAN FILED IT, SO THE FNLPRGAQ INQUIRY CAN ANSWER
      *WHO TOUCHED AN ACCOUNT LONG AFTER THE DAILY TRAIL IS GONE.
      *RUN THIS AFTER EVERY JOB THAT CUTS AN AUDTFILE (FNLPRGMN,
      *FNLPRGIA, FNLPRGAR, FNLPRGCM, FNLPRGDS, FNLPRGFA, FNLPRGTD)
      *AND BEFORE THE NEXT ONE STARTS.
       PROGRAM-ID.    FNLPRGAL.
       AUTHOR.        Mert Musa TEMEL.
       ENVIRONMENT DIVISION.
           05 AUDT-TS            PIC X(21).
           05 AUDT-BEFORE-IMAGE  PIC X(71).
           05 AUDT-AFTER-IMAGE   PIC X(71).
      *ACCT-ID OF THE OTHER LEG OF A 'T' TRANSFER, ELSE ZEROS
           05 AUDT-XREF-ID       PIC S9(05) COMP-3.
      *SECOND OPERATOR WHO APPROVED A QUEUED TRANSACTION, ELSE SPACES
           05 AUDT-APPROVER      PIC X(08).
      *PERMANENT DATED AUDIT HISTORY -- ONLY EVER OPENED EXTEND
       FD  AHST-REC   RECORDING MODE F.
       01  AHST-FIELDS.
           05 AHS-TS             PIC X(21).
           05 AHS-BEFORE-IMAGE   PIC X(71).
           05 AHS-AFTER-IMAGE    PIC X(71).
      *ACCT-ID OF THE OTHER LEG OF A 'T' TRANSFER, ELSE ZEROS
           05 AHS-XREF-ID        PIC S9(05) COMP-3.
      *SECOND OPERATOR WHO APPROVED A QUEUED TRANSACTION, ELSE SPACES
           05 AHS-APPROVER       PIC X(08).
      *LIBRARIAN REGISTER REPORT
       FD  AL-RPT     RECORDING MODE F.
       01  ALR-LINE             PIC X(60).
           MOVE AUDT-TS           TO AHS-TS
           MOVE AUDT-BEFORE-IMAGE TO AHS-BEFORE-IMAGE
           MOVE AUDT-AFTER-IMAGE  TO AHS-AFTER-IMAGE
           MOVE AUDT-XREF-ID      TO AHS-XREF-ID
           MOVE AUDT-APPROVER     TO AHS-APPROVER
           WRITE AHST-FIELDS.
           IF (NOT AHST-SUCCESS)
              DISPLAY 'UNABLE TO WRITE2 FILE: ' AHST-ST
