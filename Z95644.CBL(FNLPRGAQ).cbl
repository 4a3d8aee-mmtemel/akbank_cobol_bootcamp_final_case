      *DATE, OPERATION, TIMESTAMP AND THE BEFORE AND AFTER BALANCE
      *AND STATUS DECODED FROM THE RECORD IMAGES, SO AN AUDITOR CAN
      *BE HANDED 'WHO TOUCHED ACCOUNT 00123 IN JULY' AS A REPORT.
      *A MUTATION THAT WAS RELEASED FROM THE AUTHORISATION QUEUE IS
      *FOLLOWED BY A LINE NAMING THE OPERATOR WHO APPROVED IT.
      *A MISSING OR BLANK CARD LISTS THE WHOLE HISTORY.
       PROGRAM-ID.    FNLPRGAQ.
       AUTHOR.        Mert Musa TEMEL.
           05 AHS-TS             PIC X(21).
           05 AHS-BEFORE-IMAGE   PIC X(71).
           05 AHS-AFTER-IMAGE    PIC X(71).
      *ACCT-ID OF THE OTHER LEG OF A 'T' TRANSFER, ELSE ZEROS
           05 AHS-XREF-ID        PIC S9(05) COMP-3.
      *SECOND OPERATOR WHO APPROVED A QUEUED TRANSACTION, ELSE SPACES
           05 AHS-APPROVER       PIC X(08).
      *SELECTION PARAMETER CARD
      *COL 1-5   ACCT-ID TO LIST (BLANK = EVERY ACCOUNT)
      *COL 6-26  FROM-TIMESTAMP, AUDT-TS FORMAT (BLANK = NO LOWER
                  ' AFT ' WS-AQ-ASTAT ' ' WS-AQ-AAMT-ED
              DELIMITED BY SIZE INTO AQR-LINE
           WRITE AQR-LINE.
           IF AHS-APPROVER NOT = SPACES
              MOVE SPACES TO AQR-LINE
              STRING '         APPROVED BY ' AHS-APPROVER
                 DELIMITED BY SIZE INTO AQR-LINE
              WRITE AQR-LINE
           END-IF.
       H250-END. EXIT.
      *WRITE THE END-OF-JOB CONTROL TOTALS
       H900-WRITE-TOTALS.
