      *LOOKED UP BY ACCT-CUR IN THE RATEFILE TABLE; AN ACCOUNT
      *OPENED DURING THE ACCRUAL MONTH EARNS A PRORATED SHARE BASED
      *ON ACCT-OPEN-DATE. CLOSED ACCOUNTS ARE SKIPPED AND DORMANT
      *ACCOUNTS FOLLOW THE CARD POLICY. A TERM DEPOSIT WITH AN
      *ACTIVE CONTRACT ON TERMREC EARNS ITS CONTRACTED RATE AT
      *MATURITY FROM FNLPRGTD AND IS SKIPPED HERE. EVERY POSTING
      *IS LOGGED TO THE AUDIT TRAIL WITH OPERATION 'I' AND THE
      *ACCRUAL REGISTER TIES OUT PER-CURRENCY COUNTS AND AMOUNTS.
      *WITHHOLDING TAX IS RETAINED FROM EVERY INTEREST CREDIT AT
      *THE RATE FOR THE OWNING CUSTOMER'S CUSTREC TAX STATUS (A
      *CUSTOMER-SPECIFIC RATE WINS OVER THE WHTRATE TABLE; AN
      *EXEMPT CUSTOMER PAYS NONE). THE POSTING IS SPLIT INTO THE
      *GROSS 'I' LINE AND A TAX-WITHHELD 'X' LINE ON HISTFILE,
      *EACH WITH ITS OWN AUDIT RECORD, SO FNLPRGWR CAN REMIT THE
      *TAX AND FNLPRGWC CAN CERTIFY IT AT YEAR END.
      *THE ACCRUAL MONTH COMES FROM THE IACARD PARAMETER CARD (A
      *MISSING OR BLANK CARD ACCRUES THE CURRENT MONTH), SO A LATE
      *ACCRUAL FOR THE PRIOR MONTH CAN BE RUN AFTER A DELAYED
                             ACCESS       SEQUENTIAL
                             RECORD       ACCT-KEY
                             STATUS       ACCT-ST.
      *TERM DEPOSIT CONTRACTS, MAINTAINED BY FNLPRGTD
           SELECT TERM-REC   ASSIGN TO    TERMREC
                             ORGANIZATION INDEXED
                             ACCESS       RANDOM
                             RECORD       TDP-KEY
                             STATUS       TERM-ST.
           SELECT RATE-REC   ASSIGN TO    RATEFILE
                             STATUS       RATE-ST.
      *CUSTOMER MASTER, FOR THE WITHHOLDING TAX STATUS
           SELECT CUST-REC   ASSIGN TO    CUSTREC
                             ORGANIZATION INDEXED
                             ACCESS       RANDOM
                             RECORD       CUST-KEY
                             STATUS       CUST-ST.
           SELECT WHT-REC    ASSIGN TO    WHTRATE
                             STATUS       WHT-ST.
           SELECT AUDT-REC   ASSIGN TO    AUDTFILE
                             STATUS       AUDT-ST.
           SELECT ACR-RPT    ASSIGN TO    ACRRPT
      *DATE OF THE LAST CUSTOMER-INITIATED POSTING, MAINTAINED BY
      *FNLPRGSB; ZEROS ON RECORDS PREDATING DORMANCY TRACKING
           03 ACCT-LAST-TXN-DATE PIC 9(08).
      *VSAM TERM DEPOSIT FILE
      *    RECORD CONTAINS 80 CHARACTERS
      *ONLY THE FIELDS NEEDED TO RECOGNISE A LIVE CONTRACT ARE NAMED
       FD  TERM-REC.
       01  TDP-FIELDS.
           03 TDP-KEY.
              05 TDP-ACCT-ID PIC S9(05) COMP-3.
           03 TDP-TYPE       PIC X(01).
              88 TDP-TERM-DEPOSIT VALUE 'T'.
           03 TDP-STATUS     PIC X(01).
              88 TDP-ACTIVE  VALUE 'A'.
           03 FILLER         PIC X(75).
      *ANNUAL INTEREST RATE TABLE MAINTAINED BY OPERATIONS,
      *ONE DEMAND-RATE CARD PER CURRENCY CODE. CARDS CARRYING A TERM
      *IN MONTHS ARE TERM DEPOSIT RATES FOR FNLPRGTD AND ARE NOT
      *LOADED HERE
       FD  RATE-REC   RECORDING MODE F.
       01  RATE-FIELDS.
           05 RTE-CUR            PIC 9(03).
           05 RTE-ANNUAL-RATE    PIC 9(02)V9(04).
           05 RTE-TERM-MONTHS    PIC X(03).
           05 FILLER             PIC X(68).
      *VSAM CUSTOMER MASTER
      *    RECORD CONTAINS 54 CHARACTERS
      *    DATA RECORD IS CUST-FIELDS.
       FD  CUST-REC.
       01  CUST-FIELDS.
           03 CUST-KEY.
              05 CUST-ID     PIC S9(05) COMP-3.
           03 CUST-NAME      PIC X(15).
           03 CUST-SURNAME   PIC X(15).
           03 CUST-STATUS    PIC X(01).
              88 CUST-ACTIVE  VALUE 'A'.
              88 CUST-DELETED VALUE 'X'.
              88 CUST-MERGED  VALUE 'M'.
           03 CUST-OPEN-DATE PIC 9(08).
      *WITHHOLDING TAX STATUS ON CREDITED INTEREST
           03 CUST-TAX-STATUS PIC X(01).
              88 CUST-TAX-RESIDENT VALUE 'R'.
              88 CUST-TAX-NONRES   VALUE 'N'.
              88 CUST-TAX-EXEMPT   VALUE 'E'.
      *CUSTOMER-SPECIFIC WITHHOLDING RATE (E.G. A TREATY RATE);
      *ZEROS MEANS THE WHTRATE TABLE RATE FOR THE STATUS APPLIES
           03 CUST-TAX-RATE  PIC 9(02)V9(04).
      *SURVIVING CUSTOMER NUMBER ONCE THIS CUSTOMER HAS BEEN
      *MERGED INTO ANOTHER (STATUS 'M'), ELSE ZEROS
           03 CUST-MERGED-TO PIC 9(05).
      *WITHHOLDING TAX RATE TABLE MAINTAINED BY FINANCE, ONE CARD
      *PER TAX STATUS AND CURRENCY CODE; CURRENCY 000 CARRIES THE
      *STATUS'S RATE FOR ANY CURRENCY WITHOUT A CARD OF ITS OWN
       FD  WHT-REC    RECORDING MODE F.
       01  WHT-FIELDS.
           05 WHT-TAX-STATUS     PIC X(01).
           05 WHT-CUR            PIC 9(03).
           05 WHT-RATE           PIC 9(02)V9(04).
           05 FILLER             PIC X(70).
      *BEFORE/AFTER AUDIT TRAIL FOR THE INTEREST POSTINGS ('I')
      *AND THE TAX WITHHELD FROM THEM ('X')
       FD  AUDT-REC   RECORDING MODE F.
       01  AUDT-FIELDS.
           05 AUDT-OPR           PIC X(01).
           05 AUDT-TS            PIC X(21).
           05 AUDT-BEFORE-IMAGE  PIC X(71).
           05 AUDT-AFTER-IMAGE   PIC X(71).
      *ACCT-ID OF THE OTHER LEG OF A 'T' TRANSFER, ELSE ZEROS
           05 AUDT-XREF-ID       PIC S9(05) COMP-3.
      *SECOND OPERATOR WHO APPROVED A QUEUED TRANSACTION, ELSE SPACES
           05 AUDT-APPROVER      PIC X(08).
      *ACCRUAL REGISTER REPORT
       FD  ACR-RPT    RECORDING MODE F.
       01  ACR-LINE              PIC X(60).
      *PERMANENT PER-ACCOUNT POSTED-TRANSACTION HISTORY LEDGER --
      *OPENED EXTEND; THE 'I' INTEREST POSTINGS AND THE 'X' TAX
      *WITHHELD FROM EACH ARE APPENDED SO THE FNLPRGMS MONTH-END
      *STATEMENT SHOWS THEM LINE BY LINE
       FD  HIST-REC   RECORDING MODE F.
       01  HIST-FIELDS.
           05 HIS-ID             PIC S9(05) COMP-3.
           05 HIS-ORIG-AMT       PIC S9(07)V99 COMP-3.
           05 HIS-AMT            PIC S9(07)V99 COMP-3.
           05 HIS-BALANCE        PIC S9(09)V99 COMP-3.
      *ACCT-ID OF THE OTHER LEG OF A 'T' TRANSFER, ELSE ZEROS
           05 HIS-XREF-ID        PIC S9(05) COMP-3.
      *SHARED RUN-CONTROL INTERLOCK DATASET -- ONE RECORD SAYING
      *WHETHER A MUTATING RUN IS IN FLIGHT AND WHICH PROGRAM HOLDS
      *IT; EVERY MUTATING JOB STAMPS IT AT START AND END
              88 ACCT-EOF       VALUE 10.
              88 ACCT-SUCCESS   VALUE 00
                                      97.
           05 TERM-ST           PIC 9(02).
              88 TERM-SUCCESS   VALUE 00
                                      97.
           05 WS-TERM-SW        PIC X(01) VALUE 'N'.
              88 WS-IS-TERM     VALUE 'Y'.
           05 RATE-ST           PIC 9(02).
              88 RATE-EOF       VALUE 10.
              88 RATE-SUCCESS   VALUE 00
                                      97.
           05 CUST-ST           PIC 9(02).
              88 CUST-SUCCESS   VALUE 00
                                      97.
           05 WHT-ST            PIC 9(02).
              88 WHT-EOF        VALUE 10.
              88 WHT-SUCCESS    VALUE 00
                                      97.
           05 INVALID-KEY       PIC X(01).
              88 INVL-KEY       VALUE 'Y'.
           05 AUDT-ST           PIC 9(02).
              88 AUDT-SUCCESS   VALUE 00
                                      97.
              07 WS-OPN-DD      PIC 9(02).
           05 WS-RATE-IDX       PIC 9(03) COMP VALUE ZEROS.
           05 WS-INTEREST       PIC S9(09)V99 COMP-3 VALUE ZEROS.
      *WITHHOLDING TAX ON THE CURRENT POSTING
           05 WS-WHT-STATUS     PIC X(01) VALUE SPACE.
           05 WS-WHT-RATE       PIC 9(02)V9(04) VALUE ZEROS.
           05 WS-WHT-FOUND-SW   PIC X(01) VALUE 'N'.
              88 WS-WHT-FOUND   VALUE 'Y'.
           05 WS-WHT-IDX        PIC 9(03) COMP VALUE ZEROS.
           05 WS-TAX            PIC S9(09)V99 COMP-3 VALUE ZEROS.
           05 WS-GROSS-BAL      PIC S9(09)V99 COMP-3 VALUE ZEROS.
           05 WS-GROSS-IMAGE    PIC X(71) VALUE SPACES.
           05 WS-IA-COUNTERS.
              07 WS-CNT-READ     PIC 9(08) COMP VALUE ZEROS.
              07 WS-CNT-POSTED   PIC 9(08) COMP VALUE ZEROS.
              07 WS-CNT-BADSTAT  PIC 9(08) COMP VALUE ZEROS.
              07 WS-CNT-DORMANT  PIC 9(08) COMP VALUE ZEROS.
              07 WS-CNT-NOTOPEN  PIC 9(08) COMP VALUE ZEROS.
              07 WS-CNT-TERM     PIC 9(08) COMP VALUE ZEROS.
              07 WS-CNT-TAXED    PIC 9(08) COMP VALUE ZEROS.
              07 WS-CNT-NOCUST   PIC 9(08) COMP VALUE ZEROS.
              07 WS-CNT-NOWHT    PIC 9(08) COMP VALUE ZEROS.
           05 WS-TOT-INTEREST   PIC S9(11)V99 COMP-3 VALUE ZEROS.
           05 WS-TOT-TAX        PIC S9(11)V99 COMP-3 VALUE ZEROS.
           05 WS-IA-NUM          PIC ZZZZZZZ9.
           05 WS-IA-AMT-ED       PIC -(9)9.99.
           05 WS-IA-CUR-ED       PIC ZZ9.
           05 WS-RATE-ENTRY     OCCURS 50 TIMES.
              07 WS-RTE-CUR     PIC 9(03).
              07 WS-RTE-RATE    PIC 9(02)V9(04).
      *WITHHOLDING RATE TABLE LOADED FROM WHTRATE AT START-UP
       01  WS-WHT-TABLE.
           05 WS-WHT-MAX        PIC 9(03) COMP VALUE 100.
           05 WS-WHT-CNT        PIC 9(03) COMP VALUE ZEROS.
           05 WS-WHT-ENTRY      OCCURS 100 TIMES.
              07 WS-WHT-T-STATUS PIC X(01).
              07 WS-WHT-T-CUR   PIC 9(03).
              07 WS-WHT-T-RATE  PIC 9(02)V9(04).
      *PER-CURRENCY ACCRUAL TOTALS FOR THE REGISTER
       01  WS-CUR-TABLE.
           05 WS-CUR-MAX        PIC 9(03) COMP VALUE 50.
              07 WS-CUR-CODE    PIC 9(03).
              07 WS-CUR-POSTED  PIC 9(08) COMP.
              07 WS-CUR-AMOUNT  PIC S9(11)V99 COMP-3.
              07 WS-CUR-TAXED   PIC 9(08) COMP.
              07 WS-CUR-TAX     PIC S9(11)V99 COMP-3.
       PROCEDURE DIVISION.
      *MAIN LOOOP
       0000-MAIN.
           PERFORM H190-CHECK-PERIOD.
           PERFORM H100-OPEN-FILES.
           PERFORM H150-LOAD-RATES.
           PERFORM H160-LOAD-WHT-RATES.
           PERFORM H200-PROCESS UNTIL ACCT-EOF.
           MOVE 'Y' TO WS-RUN-COMPLETE-SW.
           PERFORM H999-PROGRAM-EXIT.
              MOVE HIST-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           OPEN INPUT TERM-REC.
           IF (NOT TERM-SUCCESS)
              DISPLAY 'UNABLE TO OPEN7 FILE: ' TERM-ST
              MOVE TERM-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           OPEN INPUT CUST-REC.
           IF (NOT CUST-SUCCESS)
              DISPLAY 'UNABLE TO OPEN8 FILE: ' CUST-ST
              MOVE CUST-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           OPEN INPUT WHT-REC.
           IF (NOT WHT-SUCCESS)
              DISPLAY 'UNABLE TO OPEN9 FILE: ' WHT-ST
              MOVE WHT-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           READ ACCT-REC.
       H100-END. EXIT.
      *PICK UP THE RUN PARAMETER CARD; EVERYTHING ON IT IS OPTIONAL
           READ RATE-REC.
           PERFORM UNTIL RATE-EOF
                      OR WS-RATE-CNT >= WS-RATE-MAX
              EVALUATE TRUE
                 WHEN RTE-TERM-MONTHS NOT = SPACES AND
                      RTE-TERM-MONTHS NOT = '000'
                    CONTINUE
                 WHEN RTE-CUR IS NUMERIC AND
                      RTE-ANNUAL-RATE IS NUMERIC
                    ADD 1 TO WS-RATE-CNT
                    MOVE RTE-CUR         TO WS-RTE-CUR (WS-RATE-CNT)
                    MOVE RTE-ANNUAL-RATE TO WS-RTE-RATE (WS-RATE-CNT)
                 WHEN OTHER
                    DISPLAY 'RATE CARD SKIPPED: ' RATE-FIELDS
              END-EVALUATE
              READ RATE-REC
           END-PERFORM.
           CLOSE RATE-REC.
       H150-END. EXIT.
      *LOAD THE WITHHOLDING RATE TABLE INTO WORKING STORAGE
       H160-LOAD-WHT-RATES.
           READ WHT-REC.
           PERFORM UNTIL WHT-EOF
                      OR WS-WHT-CNT >= WS-WHT-MAX
              IF (WHT-TAX-STATUS = 'R' OR 'N' OR 'E') AND
                 WHT-CUR IS NUMERIC AND
                 WHT-RATE IS NUMERIC
                 ADD 1 TO WS-WHT-CNT
                 MOVE WHT-TAX-STATUS TO WS-WHT-T-STATUS (WS-WHT-CNT)
                 MOVE WHT-CUR        TO WS-WHT-T-CUR (WS-WHT-CNT)
                 MOVE WHT-RATE       TO WS-WHT-T-RATE (WS-WHT-CNT)
              ELSE
                 DISPLAY 'WHT RATE CARD SKIPPED: ' WHT-FIELDS
              END-IF
              READ WHT-REC
           END-PERFORM.
           CLOSE WHT-REC.
       H160-END. EXIT.
      *DERIVE THE ACCRUAL MONTH AND ITS DAY COUNT FROM THE CARD,
      *FALLING BACK TO THE RUN DATE WHEN NO PERIOD WAS GIVEN
       H180-SET-MONTH-FACTS.
      *ONLY A GENUINELY OPEN ACCOUNT EARNS INTEREST; A DORMANT
      *ACCOUNT EARNS ONLY WHEN THE CARD POLICY SAYS SO; A STATUS
      *THAT IS NONE OF OPEN, CLOSED OR DORMANT IS A DAMAGED RECORD
      *AND IS REPORTED INSTEAD OF PAID. A LIVE TERM DEPOSIT IS
      *PAID ITS CONTRACTED RATE BY FNLPRGTD AND NOTHING HERE
       H200-PROCESS.
           ADD 1 TO WS-CNT-READ.
           PERFORM H210-CHECK-TERM.
           EVALUATE TRUE
              WHEN ACCT-CLOSED
                 ADD 1 TO WS-CNT-CLOSED
              WHEN WS-IS-TERM
                 ADD 1 TO WS-CNT-TERM
              WHEN ACCT-DORMANT AND WS-ACR-DORMANT
                 PERFORM H250-ACCRUE-ACCOUNT
              WHEN ACCT-DORMANT
           END-EVALUATE.
           READ ACCT-REC.
       H200-END. EXIT.
      *IS THE ACCOUNT A TERM DEPOSIT WITH A LIVE CONTRACT
       H210-CHECK-TERM.
           MOVE 'N' TO WS-TERM-SW.
           MOVE ACCT-ID TO TDP-ACCT-ID.
           READ TERM-REC
              INVALID KEY CONTINUE
              NOT INVALID KEY
                 IF TDP-TERM-DEPOSIT AND TDP-ACTIVE
                    MOVE 'Y' TO WS-TERM-SW
                 END-IF
           END-READ.
       H210-END. EXIT.
      *LOOK UP THE RATE AND POST ONE MONTH OF INTEREST
       H250-ACCRUE-ACCOUNT.
           PERFORM H260-FIND-RATE.
              END-IF
           END-IF.
       H270-END. EXIT.
      *APPLY THE INTEREST LESS THE TAX WITHHELD FROM IT, LOG THE
      *GROSS CREDIT AND THE WITHHOLDING AS TWO AUDIT IMAGES AND TWO
      *LEDGER LINES, AND ROLL THE TOTALS. ONLY A CREDIT IS TAXED
       H280-POST-INTEREST.
           PERFORM H282-FIND-WHT-RATE.
           MOVE ZEROS TO WS-TAX.
           IF WS-INTEREST > ZEROS AND WS-WHT-RATE > ZEROS
              COMPUTE WS-TAX ROUNDED =
                 WS-INTEREST * WS-WHT-RATE / 100
           END-IF.
           MOVE ACCT-FIELDS TO AUDT-BEFORE-IMAGE.
           ADD WS-INTEREST TO ACCT-BALANCE.
           MOVE ACCT-FIELDS  TO WS-GROSS-IMAGE.
           MOVE ACCT-BALANCE TO WS-GROSS-BAL.
           SUBTRACT WS-TAX FROM ACCT-BALANCE.
           REWRITE ACCT-FIELDS.
           IF (NOT ACCT-SUCCESS)
              DISPLAY 'UNABLE TO REWRITE FILE: ' ACCT-ST
           MOVE 'I'              TO AUDT-OPR
           MOVE ACCT-ID          TO AUDT-ID
           MOVE FUNCTION CURRENT-DATE TO AUDT-TS
           MOVE WS-GROSS-IMAGE   TO AUDT-AFTER-IMAGE
           MOVE ZEROS            TO AUDT-XREF-ID
           MOVE SPACES           TO AUDT-APPROVER
           WRITE AUDT-FIELDS.
           MOVE ACCT-ID          TO HIS-ID
      *THE POSTING IS DATED AT THE END OF THE ACCRUAL PERIOD SO A
           MOVE ZEROS            TO HIS-ORIG-CUR
           MOVE WS-INTEREST      TO HIS-ORIG-AMT
           MOVE WS-INTEREST      TO HIS-AMT
           MOVE WS-GROSS-BAL     TO HIS-BALANCE
           MOVE ZEROS            TO HIS-XREF-ID
           WRITE HIST-FIELDS.
           IF WS-TAX > ZEROS
              PERFORM H285-POST-WITHHOLDING
           END-IF.
           ADD 1 TO WS-CNT-POSTED.
           ADD WS-INTEREST TO WS-TOT-INTEREST.
           PERFORM H290-ROLL-CUR-TOTALS.
       H280-END. EXIT.
      *WORK OUT THE WITHHOLDING RATE FOR THE ACCOUNT'S CUSTOMER:
      *AN EXEMPT CUSTOMER PAYS NONE, A CUSTOMER-SPECIFIC RATE WINS,
      *OTHERWISE THE TABLE RATE FOR THE STATUS AND CURRENCY (THEN
      *FOR THE STATUS AND CURRENCY 000). AN ACCOUNT WITH NO
      *CUSTOMER ON FILE IS TAXED AS RESIDENT
       H282-FIND-WHT-RATE.
           MOVE 'R'   TO WS-WHT-STATUS.
           MOVE ZEROS TO WS-WHT-RATE.
           INITIALIZE INVALID-KEY.
           IF ACCT-CUST-NO IS NUMERIC AND
              ACCT-CUST-NO NOT = ZEROS
              MOVE ACCT-CUST-NO TO CUST-ID
              READ CUST-REC
                 INVALID KEY MOVE 'Y' TO INVALID-KEY
              END-READ
           ELSE
              MOVE 'Y' TO INVALID-KEY
           END-IF.
           IF INVL-KEY
              ADD 1 TO WS-CNT-NOCUST
           ELSE
              IF CUST-TAX-NONRES OR CUST-TAX-EXEMPT
                 MOVE CUST-TAX-STATUS TO WS-WHT-STATUS
              END-IF
              IF CUST-TAX-RATE IS NUMERIC
                 MOVE CUST-TAX-RATE TO WS-WHT-RATE
              END-IF
           END-IF.
           EVALUATE TRUE
              WHEN WS-WHT-STATUS = 'E'
                 MOVE ZEROS TO WS-WHT-RATE
              WHEN WS-WHT-RATE > ZEROS
                 CONTINUE
              WHEN OTHER
                 PERFORM H284-SEARCH-WHT-TABLE
           END-EVALUATE.
       H282-END. EXIT.
      *TABLE LOOKUP BY STATUS AND CURRENCY, FALLING BACK TO THE
      *STATUS'S CURRENCY 000 CARD; NO CARD AT ALL IS REPORTED
       H284-SEARCH-WHT-TABLE.
           MOVE 'N' TO WS-WHT-FOUND-SW.
           MOVE ZEROS TO WS-WHT-IDX.
           PERFORM VARYING COUNTER-R FROM 1 BY 1
              UNTIL COUNTER-R > WS-WHT-CNT
                 OR WS-WHT-FOUND
              IF WS-WHT-T-STATUS (COUNTER-R) = WS-WHT-STATUS AND
                 WS-WHT-T-CUR (COUNTER-R) = ACCT-CUR
                 MOVE COUNTER-R TO WS-WHT-IDX
                 MOVE 'Y' TO WS-WHT-FOUND-SW
              END-IF
           END-PERFORM.
           PERFORM VARYING COUNTER-R FROM 1 BY 1
              UNTIL COUNTER-R > WS-WHT-CNT
                 OR WS-WHT-FOUND
              IF WS-WHT-T-STATUS (COUNTER-R) = WS-WHT-STATUS AND
                 WS-WHT-T-CUR (COUNTER-R) = ZEROS
                 MOVE COUNTER-R TO WS-WHT-IDX
                 MOVE 'Y' TO WS-WHT-FOUND-SW
              END-IF
           END-PERFORM.
           IF WS-WHT-FOUND
              MOVE WS-WHT-T-RATE (WS-WHT-IDX) TO WS-WHT-RATE
           ELSE
              ADD 1 TO WS-CNT-NOWHT
              PERFORM H330-REPORT-NOWHT
           END-IF.
       H284-END. EXIT.
      *LOG THE TAX WITHHELD FROM THE CREDIT JUST POSTED: THE AUDIT
      *IMAGE RUNS FROM THE GROSS-CREDITED RECORD TO THE NET ONE
      *ON THE MASTER, AND THE LEDGER LINE CARRIES THE TAX AS A
      *DEBIT DATED WITH THE INTEREST IT WAS TAKEN FROM
       H285-POST-WITHHOLDING.
           MOVE 'X'              TO AUDT-OPR
           MOVE ACCT-ID          TO AUDT-ID
           MOVE FUNCTION CURRENT-DATE TO AUDT-TS
           MOVE WS-GROSS-IMAGE   TO AUDT-BEFORE-IMAGE
           MOVE ACCT-FIELDS      TO AUDT-AFTER-IMAGE
           MOVE ZEROS            TO AUDT-XREF-ID
           MOVE SPACES           TO AUDT-APPROVER
           WRITE AUDT-FIELDS.
           MOVE ACCT-ID          TO HIS-ID
           MOVE WS-PER-END-DATE  TO HIS-DATE
           MOVE FUNCTION CURRENT-DATE TO HIS-TS
           MOVE 'X'              TO HIS-OPR
           MOVE ZEROS            TO HIS-ORIG-CUR
           COMPUTE HIS-ORIG-AMT = WS-TAX * -1
           COMPUTE HIS-AMT      = WS-TAX * -1
           MOVE ACCT-BALANCE     TO HIS-BALANCE
           MOVE ZEROS            TO HIS-XREF-ID
           WRITE HIST-FIELDS.
           ADD 1 TO WS-CNT-TAXED.
           ADD WS-TAX TO WS-TOT-TAX.
       H285-END. EXIT.
      *ACCUMULATE THE PER-CURRENCY REGISTER TOTALS
       H290-ROLL-CUR-TOTALS.
           MOVE ZEROS TO COUNTER-I.
              MOVE ACCT-CUR  TO WS-CUR-CODE (COUNTER-I)
              MOVE ZEROS     TO WS-CUR-POSTED (COUNTER-I)
              MOVE ZEROS     TO WS-CUR-AMOUNT (COUNTER-I)
              MOVE ZEROS     TO WS-CUR-TAXED (COUNTER-I)
              MOVE ZEROS     TO WS-CUR-TAX (COUNTER-I)
           END-IF.
           IF COUNTER-I > ZEROS
              ADD 1           TO WS-CUR-POSTED (COUNTER-I)
              ADD WS-INTEREST TO WS-CUR-AMOUNT (COUNTER-I)
              IF WS-TAX > ZEROS
                 ADD 1        TO WS-CUR-TAXED (COUNTER-I)
                 ADD WS-TAX   TO WS-CUR-TAX (COUNTER-I)
              END-IF
           END-IF.
       H290-END. EXIT.
      *EXCEPTION LINE FOR A CURRENCY WITH NO RATE ON FILE
              DELIMITED BY SIZE INTO ACR-LINE
           WRITE ACR-LINE.
       H320-END. EXIT.
      *EXCEPTION LINE FOR A TAX STATUS AND CURRENCY WITH NO
      *WITHHOLDING RATE ON FILE -- THE INTEREST IS CREDITED GROSS
       H330-REPORT-NOWHT.
           MOVE ACCT-ID  TO WS-IA-ID-ED
           MOVE ACCT-CUR TO WS-IA-CUR-ED
           MOVE SPACES TO ACR-LINE
           STRING 'NO WHT RATE ID ' WS-IA-ID-ED
                  ' STATUS ' WS-WHT-STATUS ' CUR ' WS-IA-CUR-ED
                  ' - NOT TAXED'
              DELIMITED BY SIZE INTO ACR-LINE
           WRITE ACR-LINE.
       H330-END. EXIT.
      *WRITE THE PER-CURRENCY REGISTER AND THE CONTROL TOTALS
       H900-WRITE-REGISTER.
           PERFORM VARYING COUNTER-C FROM 1 BY 1
                     ' INTEREST ' WS-IA-AMT-ED
                 DELIMITED BY SIZE INTO ACR-LINE
              WRITE ACR-LINE
              MOVE WS-CUR-TAXED (COUNTER-C)  TO WS-IA-NUM
              MOVE WS-CUR-TAX (COUNTER-C)    TO WS-IA-AMT-ED
              MOVE SPACES TO ACR-LINE
              STRING 'CUR ' WS-IA-CUR-ED ' TAXED  ' WS-IA-NUM
                     ' WITHHELD ' WS-IA-AMT-ED
                 DELIMITED BY SIZE INTO ACR-LINE
              WRITE ACR-LINE
           END-PERFORM.
           MOVE WS-CNT-READ TO WS-IA-NUM
           MOVE SPACES TO ACR-LINE
           STRING 'OPENED AFTER PERIOD SKIPPED .........: ' WS-IA-NUM
              DELIMITED BY SIZE INTO ACR-LINE
           WRITE ACR-LINE.
           MOVE WS-CNT-TERM TO WS-IA-NUM
           MOVE SPACES TO ACR-LINE
           STRING 'TERM DEPOSITS SKIPPED ...............: ' WS-IA-NUM
              DELIMITED BY SIZE INTO ACR-LINE
           WRITE ACR-LINE.
           MOVE WS-CNT-TAXED TO WS-IA-NUM
           MOVE SPACES TO ACR-LINE
           STRING 'TAX WITHHELD POSTINGS ...............: ' WS-IA-NUM
              DELIMITED BY SIZE INTO ACR-LINE
           WRITE ACR-LINE.
           MOVE WS-CNT-NOCUST TO WS-IA-NUM
           MOVE SPACES TO ACR-LINE
           STRING 'NO CUSTOMER, RESIDENT RATE USED .....: ' WS-IA-NUM
              DELIMITED BY SIZE INTO ACR-LINE
           WRITE ACR-LINE.
           MOVE WS-CNT-NOWHT TO WS-IA-NUM
           MOVE SPACES TO ACR-LINE
           STRING 'NO WITHHOLDING RATE ON FILE .........: ' WS-IA-NUM
              DELIMITED BY SIZE INTO ACR-LINE
           WRITE ACR-LINE.
           MOVE WS-TOT-INTEREST TO WS-IA-AMT-ED
           MOVE SPACES TO ACR-LINE
           STRING 'TOTAL INTEREST POSTED ...............: '
                  WS-IA-AMT-ED
              DELIMITED BY SIZE INTO ACR-LINE
           WRITE ACR-LINE.
           MOVE WS-TOT-TAX TO WS-IA-AMT-ED
           MOVE SPACES TO ACR-LINE
           STRING 'TOTAL TAX WITHHELD ..................: '
                  WS-IA-AMT-ED
              DELIMITED BY SIZE INTO ACR-LINE
           WRITE ACR-LINE.
       H900-END. EXIT.
      *CUT THE PERIOD CONTROL FILE FOR THE NEXT RUN -- THE HIGH
      *WATER MARK IS KEPT SO AN OVERRIDE RE-ACCRUAL OF AN OLD
           CLOSE ACCT-REC
                 AUDT-REC
                 ACR-RPT
                 HIST-REC
                 TERM-REC
                 CUST-REC.
           STOP RUN.
       H999-END. EXIT.
      *
