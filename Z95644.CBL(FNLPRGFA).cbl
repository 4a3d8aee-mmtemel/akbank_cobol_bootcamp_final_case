      *ACCT-CUR IN THE FEEFILE TABLE: A FLAT MONTHLY FEE PLUS A
      *BELOW-MINIMUM-BALANCE FEE WHOSE THRESHOLD IS ON THE CARD.
      *CLOSED ACCOUNTS ARE SKIPPED. A FEE THAT WOULD OVERDRAW THE
      *ACCOUNT IS TAKEN PARTIALLY DOWN TO A ZERO AVAILABLE BALANCE
      *AND REPORTED, AND AN ACCOUNT WITH NOTHING AVAILABLE TO TAKE
      *IS SKIPPED AND REPORTED -- THE AVAILABLE BALANCE (ACCT-
      *BALANCE LESS THE ACTIVE HOLDS ON HOLDREC) IS NEVER DRIVEN
      *NEGATIVE, SO HELD FUNDS ARE NEVER TAKEN FOR FEES. EVERY
      *POSTING IS LOGGED TO THE AUDIT TRAIL WITH OPERATION 'F' AND
      *TO THE PERMANENT HISTORY LEDGER, AND THE FEE REGISTER TIES
      *OUT PER-CURRENCY COUNTS AND AMOUNTS.
                             ACCESS       SEQUENTIAL
                             RECORD       ACCT-KEY
                             STATUS       ACCT-ST.
           SELECT HOLD-REC   ASSIGN TO    HOLDREC
                             ORGANIZATION INDEXED
                             ACCESS       RANDOM
                             RECORD       HLD-KEY
                             STATUS       HOLD-ST.
           SELECT FEE-REC    ASSIGN TO    FEEFILE
                             STATUS       FEE-ST.
           SELECT AUDT-REC   ASSIGN TO    AUDTFILE
      *DATE OF THE LAST CUSTOMER-INITIATED POSTING, MAINTAINED BY
      *FNLPRGSB; ZEROS ON RECORDS PREDATING DORMANCY TRACKING
           03 ACCT-LAST-TXN-DATE PIC 9(08).
      *VSAM HOLD FILE
      *    RECORD CONTAINS 261 CHARACTERS
      *ONLY THE ACTIVE-HOLD TOTAL MAINTAINED BY FNLPRGHM IS USED HERE
       FD  HOLD-REC.
       01  HLD-FIELDS.
           03 HLD-KEY.
              05 HLD-ACCT-ID PIC S9(05) COMP-3.
           03 HLD-TOTAL-AMT  PIC S9(09)V99 COMP-3.
           03 HLD-ACTIVE-CNT PIC 9(02).
           03 FILLER         PIC X(250).
      *MONTHLY FEE SCHEDULE MAINTAINED BY OPERATIONS, ONE CARD PER
      *CURRENCY CODE: FLAT MONTHLY FEE, MINIMUM-BALANCE THRESHOLD
      *AND THE EXTRA FEE CHARGED WHEN THE BALANCE IS BELOW IT
           05 AUDT-TS            PIC X(21).
           05 AUDT-BEFORE-IMAGE  PIC X(71).
           05 AUDT-AFTER-IMAGE   PIC X(71).
      *ACCT-ID OF THE OTHER LEG OF A 'T' TRANSFER, ELSE ZEROS
           05 AUDT-XREF-ID       PIC S9(05) COMP-3.
      *SECOND OPERATOR WHO APPROVED A QUEUED TRANSACTION, ELSE SPACES
           05 AUDT-APPROVER      PIC X(08).
      *PERMANENT PER-ACCOUNT POSTED-TRANSACTION HISTORY LEDGER --
      *OPENED EXTEND; THE 'F' FEE POSTINGS ARE APPENDED SO THE
      *FNLPRGMS MONTH-END STATEMENT SHOWS THEM LINE BY LINE
           05 HIS-ORIG-AMT       PIC S9(07)V99 COMP-3.
           05 HIS-AMT            PIC S9(07)V99 COMP-3.
           05 HIS-BALANCE        PIC S9(09)V99 COMP-3.
      *ACCT-ID OF THE OTHER LEG OF A 'T' TRANSFER, ELSE ZEROS
           05 HIS-XREF-ID        PIC S9(05) COMP-3.
      *FEE ASSESSMENT REGISTER REPORT
       FD  FEE-RPT    RECORDING MODE F.
       01  FEE-LINE              PIC X(60).
              88 ACCT-EOF       VALUE 10.
              88 ACCT-SUCCESS   VALUE 00
                                      97.
           05 HOLD-ST           PIC 9(02).
              88 HOLD-SUCCESS   VALUE 00
                                      97.
           05 FEE-ST            PIC 9(02).
              88 FEE-EOF        VALUE 10.
              88 FEE-SUCCESS    VALUE 00
           05 WS-FEE-IDX        PIC 9(03) COMP VALUE ZEROS.
           05 WS-FEE-DUE        PIC S9(07)V99 COMP-3 VALUE ZEROS.
           05 WS-FEE-TAKEN      PIC S9(07)V99 COMP-3 VALUE ZEROS.
           05 WS-AVAIL-BAL      PIC S9(09)V99 COMP-3 VALUE ZEROS.
           05 WS-FA-COUNTERS.
              07 WS-CNT-READ     PIC 9(08) COMP VALUE ZEROS.
              07 WS-CNT-CHARGED  PIC 9(08) COMP VALUE ZEROS.
              MOVE ACCT-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           OPEN INPUT HOLD-REC.
           IF (NOT HOLD-SUCCESS)
              DISPLAY 'UNABLE TO OPEN7 FILE: ' HOLD-ST
              MOVE HOLD-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           OPEN INPUT FEE-REC.
           IF (NOT FEE-SUCCESS)
              DISPLAY 'UNABLE TO OPEN2 FILE: ' FEE-ST
              IF ACCT-BALANCE < WS-FEE-MINBAL (WS-FEE-IDX)
                 ADD WS-FEE-BELOWMIN (WS-FEE-IDX) TO WS-FEE-DUE
              END-IF
              PERFORM H270-SET-AVAILABLE
              EVALUATE TRUE
                 WHEN WS-FEE-DUE = ZEROS
                    CONTINUE
                 WHEN WS-AVAIL-BAL <= ZEROS
                    ADD 1 TO WS-CNT-NOFUNDS
                    PERFORM H330-REPORT-NOFUNDS
                 WHEN WS-AVAIL-BAL < WS-FEE-DUE
                    MOVE WS-AVAIL-BAL TO WS-FEE-TAKEN
                    ADD 1 TO WS-CNT-PARTIAL
                    PERFORM H280-POST-FEE
                    PERFORM H340-REPORT-PARTIAL
              END-IF
           END-PERFORM.
       H260-END. EXIT.
      *AVAILABLE BALANCE: THE LEDGER BALANCE LESS THE ACCOUNT'S
      *ACTIVE HOLDS; AN ACCOUNT WITH NO HOLD RECORD HAS NOTHING HELD
       H270-SET-AVAILABLE.
           MOVE ACCT-BALANCE TO WS-AVAIL-BAL.
           MOVE ACCT-ID      TO HLD-ACCT-ID.
           READ HOLD-REC
              INVALID KEY CONTINUE
              NOT INVALID KEY
                 SUBTRACT HLD-TOTAL-AMT FROM WS-AVAIL-BAL
           END-READ.
       H270-END. EXIT.
      *TAKE THE FEE, LOG THE AUDIT AND LEDGER IMAGES AND ROLL THE
      *TOTALS; THE AVAILABLE BALANCE NEVER GOES BELOW ZERO
       H280-POST-FEE.
           MOVE ACCT-FIELDS TO AUDT-BEFORE-IMAGE.
           SUBTRACT WS-FEE-TAKEN FROM ACCT-BALANCE.
           MOVE ACCT-ID          TO AUDT-ID
           MOVE FUNCTION CURRENT-DATE TO AUDT-TS
           MOVE ACCT-FIELDS      TO AUDT-AFTER-IMAGE
           MOVE ZEROS            TO AUDT-XREF-ID
           MOVE SPACES           TO AUDT-APPROVER
           WRITE AUDT-FIELDS.
           MOVE ACCT-ID          TO HIS-ID
      *THE POSTING IS DATED AT THE END OF THE ASSESSMENT PERIOD SO
           COMPUTE HIS-ORIG-AMT = WS-FEE-TAKEN * -1
           COMPUTE HIS-AMT      = WS-FEE-TAKEN * -1
           MOVE ACCT-BALANCE     TO HIS-BALANCE
           MOVE ZEROS            TO HIS-XREF-ID
           WRITE HIST-FIELDS.
           ADD WS-FEE-TAKEN TO WS-TOT-FEES.
           PERFORM H290-ROLL-CUR-TOTALS.
              DELIMITED BY SIZE INTO FEE-LINE
           WRITE FEE-LINE.
       H330-END. EXIT.
      *EXCEPTION LINE FOR A FEE TAKEN ONLY DOWN TO A ZERO AVAILABLE
      *BALANCE
       H340-REPORT-PARTIAL.
           MOVE ACCT-ID TO WS-FA-ID-ED
           MOVE WS-FEE-TAKEN TO WS-FA-AMT-ED
              PERFORM H950-RUN-RELEASE
           END-IF.
           CLOSE ACCT-REC
                 HOLD-REC
                 AUDT-REC
                 FEE-RPT
                 HIST-REC.
