      *BACKOUT TO ONE ACCT-ID AND/OR AN AUDT-TS TIMESTAMP RANGE.
      *EVERY ACTION TAKEN IS LISTED ON ITS OWN REGISTER REPORT.
      *EVERY UNDONE MUTATION THAT MOVED A BALANCE (A 'W' DELETED, A
      *'D' RE-ADDED, OR A B/I/X/F/T REWRITE RESTORED) ALSO APPENDS A
      *REVERSING 'V' RECORD TO THE PERMANENT HISTFILE LEDGER --
      *OPPOSITE-SIGNED AMOUNT, RESTORED BALANCE -- SO THE FNLPRGMS
      *STATEMENTS STILL AGREE WITH THE MASTER AFTER A BACKOUT.
      *THE TWO LEGS OF A 'T' TRANSFER ARE NEVER SPLIT: SELECTING
      *EITHER ACCOUNT BY ID ALSO BACKS OUT THE OTHER ACCOUNT'S LEG,
      *AND EACH LEG'S REVERSAL CARRIES THE OTHER LEG'S ACCT-ID.
      *NOTE: THE BACKOUT ITSELF WRITES NO AUDIT RECORDS, SO AFTER A
      *BACKOUT THE FNLPRGSC CONTROL FIGURES NO LONGER EXPLAIN THE
      *MASTER -- REBASELINE BY RUNNING THE SCAN ONCE WITHOUT AN
           05 AUDT-TS            PIC X(21).
           05 AUDT-BEFORE-IMAGE  PIC X(71).
           05 AUDT-AFTER-IMAGE   PIC X(71).
      *ACCT-ID OF THE OTHER LEG OF A 'T' TRANSFER, ELSE ZEROS
           05 AUDT-XREF-ID       PIC S9(05) COMP-3.
      *SECOND OPERATOR WHO APPROVED A QUEUED TRANSACTION, ELSE SPACES
           05 AUDT-APPROVER      PIC X(08).
      *SORT WORK FILE -- ORDERS THE AUDIT TRAIL NEWEST FIRST SO THE
      *BEFORE-IMAGES ARE RE-APPLIED IN REVERSE; THE RELEASE SEQUENCE
      *NUMBER BREAKS TIES BETWEEN EQUAL TIMESTAMPS
           05 BOS-OPR            PIC X(01).
           05 BOS-ID             PIC S9(05) COMP-3.
           05 BOS-BEFORE-IMAGE   PIC X(71).
           05 BOS-XREF-ID        PIC S9(05) COMP-3.
      *OPTIONAL SELECTION PARAMETER CARD
      *COL 1-5   ACCT-ID TO BACK OUT (BLANK = EVERY ACCOUNT)
      *COL 6-26  FROM-TIMESTAMP, AUDT-TS FORMAT (BLANK = NO LOWER
           05 HIS-ORIG-AMT       PIC S9(07)V99 COMP-3.
           05 HIS-AMT            PIC S9(07)V99 COMP-3.
           05 HIS-BALANCE        PIC S9(09)V99 COMP-3.
      *ACCT-ID OF THE OTHER LEG OF A 'T' TRANSFER, ELSE ZEROS
           05 HIS-XREF-ID        PIC S9(05) COMP-3.
      *SHARED RUN-CONTROL INTERLOCK DATASET -- ONE RECORD SAYING
      *WHETHER A MUTATING RUN IS IN FLIGHT AND WHICH PROGRAM HOLDS
      *IT; EVERY MUTATING JOB STAMPS IT AT START AND END
           READ AUDT-REC.
           PERFORM UNTIL AUDT-EOF
              ADD 1 TO WS-CNT-READ
              IF (WS-SEL-BY-ID AND AUDT-ID NOT = WS-SEL-ID
                    AND NOT (AUDT-OPR = 'T'
                             AND AUDT-XREF-ID = WS-SEL-ID))
                 OR (WS-FROM-TS NOT = SPACES
                    AND AUDT-TS < WS-FROM-TS)
                 OR (WS-TO-TS NOT = SPACES
                 MOVE AUDT-OPR          TO BOS-OPR
                 MOVE AUDT-ID           TO BOS-ID
                 MOVE AUDT-BEFORE-IMAGE TO BOS-BEFORE-IMAGE
                 MOVE AUDT-XREF-ID      TO BOS-XREF-ID
                 RELEASE BOS-FIELDS
              END-IF
              READ AUDT-REC
       H200-END. EXIT.
      *UNDO A SINGLE MUTATION ON THE MASTER FILE
      *W ADDED A RECORD SO IT IS DELETED; D DELETED ONE SO THE
      *BEFORE-IMAGE IS RE-ADDED; U/B/C/T (AND I/X/F/M/N/L) REWROTE
      *ONE SO THE BEFORE-IMAGE IS RESTORED BY REWRITE. EVERY UNDONE
      *MUTATION THAT MOVED A BALANCE ALSO LEDGERS A 'V' REVERSAL;
      *THE RECORD IS READ FIRST WHERE THE OLD BALANCE IS NEEDED TO
      *SIZE IT
                    MOVE 'RESTORE ' TO WS-BO-TAG
                    IF NOT INVL-KEY
                       ADD 1 TO WS-CNT-RESTORED
                       IF BOS-OPR = 'B' OR 'I' OR 'X' OR 'F' OR 'T'
                          COMPUTE WS-RVSL-AMT =
                             ACCT-BALANCE - WS-UNDONE-BAL
                          MOVE ACCT-BALANCE TO WS-RVSL-BAL
           MOVE WS-RVSL-AMT      TO HIS-ORIG-AMT
           MOVE WS-RVSL-AMT      TO HIS-AMT
           MOVE WS-RVSL-BAL      TO HIS-BALANCE
           IF BOS-OPR = 'T'
              MOVE BOS-XREF-ID   TO HIS-XREF-ID
           ELSE
              MOVE ZEROS         TO HIS-XREF-ID
           END-IF
           WRITE HIST-FIELDS.
           ADD 1 TO WS-CNT-REVERSED.
       H350-END. EXIT.
