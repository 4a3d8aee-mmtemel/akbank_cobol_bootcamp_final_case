       IDENTIFICATION DIVISION.
      *TERM DEPOSIT MAINTENANCE AND DAILY MATURITY PROCESSING
      *MAINTAINS THE TERMREC TERM DEPOSIT FILE. AN ACCOUNT WITH A
      *TYPE 'T' RECORD ON TERMREC IS A FIXED-TERM DEPOSIT: ITS TERM
      *IN MONTHS, START AND MATURITY DATES, CONTRACTED ANNUAL RATE,
      *MATURITY INSTRUCTION AND LINKED DEMAND (PAYOUT) ACCOUNT ARE
      *CARRIED THERE, KEYED BY ACCT-ID; AN ACCOUNT WITH NO RECORD IS
      *AN ORDINARY DEMAND ACCOUNT. UNTIL ITS MATURITY DATE FNLPRGMN
      *REFUSES DEBITS AGAINST A DEPOSIT (RC 15) AND FNLPRGIA DOES NOT
      *PAY IT THE MONTHLY DEMAND RATE.
      *ONE CARD PER TRANSACTION: 'O' BOOKS A TERM ON A FUNDED OPEN
      *ACCOUNT, LOCKING ITS BALANCE AS THE PRINCIPAL; 'M' AMENDS THE
      *MATURITY INSTRUCTION OR THE PAYOUT ACCOUNT; 'B' BREAKS A
      *DEPOSIT EARLY, PAYING INTEREST AT THE CARD'S PENALTY RATE FOR
      *THE DAYS ELAPSED AND PAYING THE WHOLE BALANCE OUT.
      *AFTER THE CARDS ARE APPLIED THE WHOLE TERM FILE IS SWEPT ONCE.
      *EVERY LIVE DEPOSIT WHOSE MATURITY DATE HAS ARRIVED IS PAID
      *THE CONTRACTED INTEREST FOR THE TERM AND THEN, BY ITS
      *INSTRUCTION, ROLLED OVER FOR A NEW TERM AT THE CURRENT
      *RATEFILE RATE ('R' PRINCIPAL AND INTEREST, 'I' PRINCIPAL ONLY
      *WITH THE INTEREST PAID OUT) OR PAID OUT IN FULL TO THE PAYOUT
      *ACCOUNT AND CLOSED ('P'). INTEREST IS LOGGED AS OPERATION 'I'
      *AND EVERY PAYOUT AS A 'T' TRANSFER PAIR ON THE AUDIT TRAIL
      *AND THE HISTORY LEDGER. WITHHOLDING TAX IS RETAINED FROM
      *EVERY INTEREST CREDIT EXACTLY AS FNLPRGIA DOES, AS A SEPARATE
      *'X' AUDIT RECORD AND LEDGER LINE, SO A ROLLOVER OR PAYOUT
      *CARRIES THE NET INTEREST. THE MATURITY WHOSE INTEREST HAS BEEN
      *PAID IS REMEMBERED ON THE CONTRACT, SO A PAYOUT HELD UP BY A
      *BAD PAYOUT ACCOUNT IS RETRIED THE NEXT DAY WITHOUT PAYING THE
      *INTEREST TWICE. NO BREAK OR PAYOUT IS MADE WHILE THE DEPOSIT
      *HAS ACTIVE HOLDS ON HOLDREC: A BREAK CARD IS REJECTED AND A
      *MATURED PAYOUT IS LEFT FOR THE NEXT RUN, AS FOR A BAD PAYOUT
      *ACCOUNT. THE JOB RUNS DAILY AHEAD OF FNLPRGMN, WITH AN
      *EMPTY CARD DECK WHEN THERE IS NOTHING TO BOOK.
       PROGRAM-ID.    FNLPRGTD.
       AUTHOR.        Mert Musa TEMEL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TERM-REC   ASSIGN TO    TERMREC
                             ORGANIZATION INDEXED
                             ACCESS       DYNAMIC
                             RECORD       TDP-KEY
                             STATUS       TERM-ST.
           SELECT ACCT-REC   ASSIGN TO    ACCTREC
                             ORGANIZATION INDEXED
                             ACCESS       RANDOM
                             RECORD       ACCT-KEY
                             STATUS       ACCT-ST.
           SELECT RATE-REC   ASSIGN TO    RATEFILE
                             STATUS       RATE-ST.
      *CUSTOMER MASTER, FOR THE WITHHOLDING TAX STATUS
           SELECT CUST-REC   ASSIGN TO    CUSTREC
                             ORGANIZATION INDEXED
                             ACCESS       RANDOM
                             RECORD       CUST-KEY
                             STATUS       CUST-ST.
           SELECT HOLD-REC   ASSIGN TO    HOLDREC
                             ORGANIZATION INDEXED
                             ACCESS       RANDOM
                             RECORD       HLD-KEY
                             STATUS       HOLD-ST.
           SELECT WHT-REC    ASSIGN TO    WHTRATE
                             STATUS       WHT-ST.
           SELECT TDT-REC    ASSIGN TO    TDTXN
                             STATUS       TDT-ST.
           SELECT TD-RPT     ASSIGN TO    TDRPT
                             STATUS       RPT-ST.
           SELECT AUDT-REC   ASSIGN TO    AUDTFILE
                             STATUS       AUDT-ST.
           SELECT HIST-REC   ASSIGN TO    HISTFILE
                             STATUS       HIST-ST.
           SELECT RUNC-REC   ASSIGN TO    RUNCTL
                             STATUS       RUNC-ST.
           SELECT RUNH-REC   ASSIGN TO    RUNHIST
                             STATUS       RUNH-ST.
       DATA DIVISION.
       FILE SECTION.
      *VSAM TERM DEPOSIT FILE
      *    RECORD CONTAINS 80 CHARACTERS
      *    DATA RECORD IS TDP-FIELDS.
       FD  TERM-REC.
       01  TDP-FIELDS.
           03 TDP-KEY.
              05 TDP-ACCT-ID PIC S9(05) COMP-3.
           03 TDP-TYPE       PIC X(01).
              88 TDP-TERM-DEPOSIT VALUE 'T'.
           03 TDP-STATUS     PIC X(01).
              88 TDP-ACTIVE  VALUE 'A'.
              88 TDP-PAID    VALUE 'P'.
              88 TDP-BROKEN  VALUE 'B'.
           03 TDP-TERM-MONTHS PIC 9(03).
           03 TDP-START-DATE PIC 9(08).
           03 TDP-MAT-DATE   PIC 9(08).
      *CONTRACTED ANNUAL RATE FOR THE CURRENT TERM
           03 TDP-RATE       PIC 9(02)V9(04).
      *R = ROLL PRINCIPAL AND INTEREST, I = ROLL PRINCIPAL AND PAY
      *THE INTEREST OUT, P = PAY EVERYTHING OUT AND CLOSE
           03 TDP-INSTR      PIC X(01).
              88 TDP-INSTR-VALID VALUE 'R' 'I' 'P'.
           03 TDP-PAY-ACCT-ID PIC S9(05) COMP-3.
      *AMOUNT THE CURRENT TERM'S INTEREST IS EARNED ON
           03 TDP-PRINCIPAL  PIC S9(09)V99 COMP-3.
           03 TDP-ROLL-CNT   PIC 9(03).
      *MATURITY DATE WHOSE INTEREST HAS BEEN PAID, ELSE ZEROS
           03 TDP-INT-PAID-DATE PIC 9(08).
           03 TDP-BOOK-DATE  PIC 9(08).
      *DATE THE DEPOSIT WAS PAID OUT OR BROKEN, ELSE ZEROS
           03 TDP-CLOSE-DATE PIC 9(08).
           03 FILLER         PIC X(13).
      *VSAM FILE
      *    RECORD CONTAINS 71 CHARACTERS
      *    DATA RECORD IS ACCT-FIELDS.
       FD  ACCT-REC.
       01  ACCT-FIELDS.
           03 ACCT-KEY.
              05 ACCT-ID     PIC S9(05) COMP-3.
           03 ACCT-CUR       PIC S9(03) COMP.
           03 ACCT-NAME      PIC X(15).
           03 ACCT-SURNAME   PIC X(15).
           03 ACCT-BALANCE   PIC S9(09)V99 COMP-3.
           03 ACCT-STATUS    PIC X(01).
              88 ACCT-OPEN   VALUE 'O'.
              88 ACCT-CLOSED VALUE 'C'.
              88 ACCT-DORMANT VALUE 'D'.
           03 ACCT-OPEN-DATE PIC 9(08).
           03 ACCT-CLOSE-DATE PIC 9(08).
           03 ACCT-CUST-NO   PIC 9(05).
           03 ACCT-LAST-TXN-DATE PIC 9(08).
      *ANNUAL INTEREST RATE TABLE MAINTAINED BY OPERATIONS; A CARD
      *WITH A TERM IN MONTHS IS THE RATE FOR A DEPOSIT OF THAT TERM,
      *A BLANK OR ZERO TERM IS THE CURRENCY'S DEMAND RATE
       FD  RATE-REC   RECORDING MODE F.
       01  RATE-FIELDS.
           05 RTE-CUR            PIC 9(03).
           05 RTE-ANNUAL-RATE    PIC 9(02)V9(04).
           05 RTE-TERM-MONTHS    PIC X(03).
           05 RTE-TERM-MONTHS-N  REDEFINES RTE-TERM-MONTHS
                                 PIC 9(03).
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
      *MAINTENANCE CARDS KEYED BY OPERATIONS
      *COL 1     FUNCTION: O = BOOK A TERM, M = AMEND, B = BREAK
      *COL 2-6   ACCT-ID OF THE DEPOSIT, ZERO-PADDED DIGITS
      *COL 7-9   TERM IN MONTHS, 'O' ONLY
      *COL 10-15 ANNUAL RATE 9(02)V9(04): 'O' CONTRACTED RATE, BLANK
      *          = THE RATEFILE RATE FOR THE CURRENCY AND TERM;
      *          'B' PENALTY RATE, BLANK = NO INTEREST
      *COL 16    MATURITY INSTRUCTION R / I / P ('M' BLANK = KEEP)
      *COL 17-21 PAYOUT ACCT-ID ('M' BLANK = KEEP, 'B' BLANK = THE
      *          CONTRACT'S PAYOUT ACCOUNT)
       FD  TDT-REC    RECORDING MODE F.
       01  TDT-FIELDS.
           05 TDT-FUNC          PIC X(01).
              88 TDT-FUNC-BOOK   VALUE 'O'.
              88 TDT-FUNC-AMEND  VALUE 'M'.
              88 TDT-FUNC-BREAK  VALUE 'B'.
           05 TDT-ID            PIC X(05).
           05 TDT-TERM          PIC X(03).
           05 TDT-TERM-N        REDEFINES TDT-TERM
                                PIC 9(03).
           05 TDT-RATE          PIC X(06).
           05 TDT-RATE-N        REDEFINES TDT-RATE
                                PIC 9(02)V9(04).
           05 TDT-INSTR         PIC X(01).
           05 TDT-PAY-ID        PIC X(05).
           05 FILLER            PIC X(59).
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
      *MAINTENANCE AND MATURITY REGISTER REPORT
       FD  TD-RPT     RECORDING MODE F.
       01  TDR-LINE             PIC X(80).
      *BEFORE/AFTER AUDIT TRAIL FOR THE INTEREST, WITHHOLDING AND
      *PAYOUT POSTINGS
       FD  AUDT-REC   RECORDING MODE F.
       01  AUDT-FIELDS.
           05 AUDT-OPR           PIC X(01).
           05 AUDT-ID            PIC S9(05) COMP-3.
           05 AUDT-TS            PIC X(21).
           05 AUDT-BEFORE-IMAGE  PIC X(71).
           05 AUDT-AFTER-IMAGE   PIC X(71).
      *ACCT-ID OF THE OTHER LEG OF A 'T' TRANSFER, ELSE ZEROS
           05 AUDT-XREF-ID       PIC S9(05) COMP-3.
      *SECOND OPERATOR WHO APPROVED A QUEUED TRANSACTION, ELSE SPACES
           05 AUDT-APPROVER      PIC X(08).
      *PERMANENT PER-ACCOUNT POSTED-TRANSACTION HISTORY LEDGER --
      *OPENED EXTEND; THE INTEREST AND PAYOUT POSTINGS ARE APPENDED
       FD  HIST-REC   RECORDING MODE F.
       01  HIST-FIELDS.
           05 HIS-ID             PIC S9(05) COMP-3.
           05 HIS-DATE           PIC 9(08).
           05 HIS-TS             PIC X(21).
           05 HIS-OPR            PIC X(01).
           05 HIS-ORIG-CUR       PIC 9(03).
           05 HIS-ORIG-AMT       PIC S9(07)V99 COMP-3.
           05 HIS-AMT            PIC S9(07)V99 COMP-3.
           05 HIS-BALANCE        PIC S9(09)V99 COMP-3.
      *ACCT-ID OF THE OTHER LEG OF A 'T' TRANSFER, ELSE ZEROS
           05 HIS-XREF-ID        PIC S9(05) COMP-3.
      *SHARED RUN-CONTROL INTERLOCK DATASET -- ONE RECORD SAYING
      *WHETHER A MUTATING RUN IS IN FLIGHT AND WHICH PROGRAM HOLDS
      *IT; EVERY MUTATING JOB STAMPS IT AT START AND END
       FD  RUNC-REC   RECORDING MODE F.
       01  RUNC-FIELDS.
           05 RUNC-FLAG          PIC X(01).
              88 RUNC-IN-FLIGHT  VALUE 'Y'.
           05 RUNC-PGM           PIC X(08).
           05 RUNC-TS            PIC X(21).
           05 FILLER             PIC X(50).
      *PERMANENT RUN HISTORY -- ONE PRINTABLE LINE PER RUN SO
      *OPERATIONS CAN LIST WHAT RAN, WHEN AND WITH WHAT TOTALS
       FD  RUNH-REC   RECORDING MODE F.
       01  RUNH-LINE             PIC X(80).
      *INTERNAL VARIABLES.
       WORKING-STORAGE SECTION.
       01  WS-WORK-AREA.
           05 TERM-ST           PIC 9(02).
              88 TERM-EOF       VALUE 10.
              88 TERM-SUCCESS   VALUE 00
                                      97.
           05 ACCT-ST           PIC 9(02).
              88 ACCT-SUCCESS   VALUE 00
                                      97.
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
           05 HOLD-ST           PIC 9(02).
              88 HOLD-SUCCESS   VALUE 00
                                      97.
           05 TDT-ST            PIC 9(02).
              88 TDT-EOF        VALUE 10.
              88 TDT-SUCCESS    VALUE 00
                                      97.
           05 RPT-ST            PIC 9(02).
              88 RPT-SUCCESS    VALUE 00
                                      97.
           05 AUDT-ST           PIC 9(02).
              88 AUDT-SUCCESS   VALUE 00
                                      97.
           05 HIST-ST           PIC 9(02).
              88 HIST-SUCCESS   VALUE 00
                                      97.
           05 RUNC-ST           PIC 9(02).
              88 RUNC-SUCCESS   VALUE 00
                                      97.
           05 RUNH-ST           PIC 9(02).
              88 RUNH-SUCCESS   VALUE 00
                                      97.
           05 WS-RUN-STAMPED-SW PIC X(01) VALUE 'N'.
           05 WS-RUN-START-TS   PIC X(21) VALUE SPACES.
           05 WS-RUNH-NUM       PIC ZZZZZZZ9.
           05 INVALID-KEY       PIC X(01).
              88 INVL-KEY       VALUE 'Y'.
           05 WS-RPT-OPENED-SW  PIC X(01) VALUE 'N'.
           05 WS-TD-NEW-REC-SW  PIC X(01) VALUE 'N'.
              88 WS-TD-NEW-REC  VALUE 'Y'.
           05 WS-TD-CLOSE-SW    PIC X(01) VALUE 'N'.
              88 WS-TD-CLOSE-DEP VALUE 'Y'.
           05 WS-RATE-FOUND-SW  PIC X(01) VALUE 'N'.
              88 WS-RATE-FOUND  VALUE 'Y'.
           05 WS-RUN-DATE       PIC 9(08) VALUE ZEROS.
           05 COUNTER-VARS.
              07 COUNTER-R      PIC 9(03) COMP VALUE ZEROS.
              07 WS-RATE-IDX    PIC 9(03) COMP VALUE ZEROS.
      *WORK FIELDS FOR THE CARD OR CONTRACT BEING PROCESSED
           05 WS-TD-PAY-ID      PIC S9(05) COMP-3 VALUE ZEROS.
           05 WS-TD-CUR         PIC 9(03) VALUE ZEROS.
           05 WS-TD-MONTHS      PIC 9(03) VALUE ZEROS.
           05 WS-TD-RATE        PIC 9(02)V9(04) VALUE ZEROS.
           05 WS-TD-DAYS        PIC 9(05) COMP VALUE ZEROS.
           05 WS-TD-INTEREST    PIC S9(09)V99 COMP-3 VALUE ZEROS.
           05 WS-TD-PAY-AMT     PIC S9(09)V99 COMP-3 VALUE ZEROS.
           05 WS-TD-NEW-PRIN    PIC S9(09)V99 COMP-3 VALUE ZEROS.
           05 WS-TD-POST-DATE   PIC 9(08) VALUE ZEROS.
      *WITHHOLDING TAX ON THE CURRENT INTEREST CREDIT
           05 WS-WHT-STATUS     PIC X(01) VALUE SPACE.
           05 WS-WHT-RATE       PIC 9(02)V9(04) VALUE ZEROS.
           05 WS-WHT-FOUND-SW   PIC X(01) VALUE 'N'.
              88 WS-WHT-FOUND   VALUE 'Y'.
           05 WS-WHT-IDX        PIC 9(03) COMP VALUE ZEROS.
           05 WS-CUST-FOUND-SW  PIC X(01) VALUE 'N'.
              88 WS-CUST-FOUND  VALUE 'Y'.
           05 WS-TD-TAX         PIC S9(09)V99 COMP-3 VALUE ZEROS.
           05 WS-GROSS-BAL      PIC S9(09)V99 COMP-3 VALUE ZEROS.
           05 WS-GROSS-IMAGE    PIC X(71) VALUE SPACES.
      *MONTH ARITHMETIC FOR THE MATURITY DATE: THE DAY OF MONTH IS
      *KEPT, CUT BACK TO THE LAST DAY OF A SHORTER MONTH
           05 WS-TD-FROM-DATE   PIC 9(08) VALUE ZEROS.
           05 WS-TD-FROM-R      REDEFINES WS-TD-FROM-DATE.
              07 WS-TD-FROM-YYYY PIC 9(04).
              07 WS-TD-FROM-MM  PIC 9(02).
              07 WS-TD-FROM-DD  PIC 9(02).
           05 WS-TD-TO-DATE     PIC 9(08) VALUE ZEROS.
           05 WS-TD-TO-R        REDEFINES WS-TD-TO-DATE.
              07 WS-TD-TO-YYYY  PIC 9(04).
              07 WS-TD-TO-MM    PIC 9(02).
              07 WS-TD-TO-DD    PIC 9(02).
           05 WS-TD-MM-TOTAL    PIC 9(07) COMP VALUE ZEROS.
           05 WS-TD-DAYS-IN-MONTH PIC 9(02) VALUE ZEROS.
           05 WS-TD-COUNTERS.
              07 WS-CNT-READ     PIC 9(08) COMP VALUE ZEROS.
              07 WS-CNT-BOOKED   PIC 9(08) COMP VALUE ZEROS.
              07 WS-CNT-AMENDED  PIC 9(08) COMP VALUE ZEROS.
              07 WS-CNT-BROKEN   PIC 9(08) COMP VALUE ZEROS.
              07 WS-CNT-REJECTED PIC 9(08) COMP VALUE ZEROS.
              07 WS-CNT-SWEPT    PIC 9(08) COMP VALUE ZEROS.
              07 WS-CNT-DUE      PIC 9(08) COMP VALUE ZEROS.
              07 WS-CNT-ROLLED   PIC 9(08) COMP VALUE ZEROS.
              07 WS-CNT-PAIDOUT  PIC 9(08) COMP VALUE ZEROS.
              07 WS-CNT-EXCEPT   PIC 9(08) COMP VALUE ZEROS.
              07 WS-CNT-HELD     PIC 9(08) COMP VALUE ZEROS.
              07 WS-CNT-INT      PIC 9(08) COMP VALUE ZEROS.
              07 WS-CNT-TAXED    PIC 9(08) COMP VALUE ZEROS.
              07 WS-CNT-NOCUST   PIC 9(08) COMP VALUE ZEROS.
              07 WS-CNT-NOWHT    PIC 9(08) COMP VALUE ZEROS.
           05 WS-TOT-INTEREST   PIC S9(11)V99 COMP-3 VALUE ZEROS.
           05 WS-TOT-TAX        PIC S9(11)V99 COMP-3 VALUE ZEROS.
           05 WS-TOT-PAIDOUT    PIC S9(11)V99 COMP-3 VALUE ZEROS.
           05 WS-TD-NUM          PIC ZZZZZZZ9.
           05 WS-TD-ID-ED        PIC ZZZZ9.
           05 WS-TD-PAY-ED       PIC ZZZZ9.
           05 WS-TD-AMT-ED       PIC -(9)9.99.
           05 WS-TD-TOT-ED       PIC -(11)9.99.
           05 WS-TD-RATE-ED      PIC Z9.9999.
           05 WS-TD-TAG          PIC X(20).
           05 WS-TD-CUR-ED       PIC ZZ9.
      *THE DEPOSIT ACCOUNT, HELD HERE WHILE THE ACCT-REC RECORD AREA
      *IS USED TO READ AND POST THE PAYOUT ACCOUNT
       01  WS-DEP-ACCT-FIELDS.
           03 DEP-ACCT-KEY.
              05 DEP-ACCT-ID PIC S9(05) COMP-3.
           03 DEP-ACCT-CUR   PIC S9(03) COMP.
           03 DEP-ACCT-NAME  PIC X(15).
           03 DEP-ACCT-SURNAME PIC X(15).
           03 DEP-ACCT-BALANCE PIC S9(09)V99 COMP-3.
           03 DEP-ACCT-STATUS PIC X(01).
              88 DEP-ACCT-OPEN VALUE 'O'.
              88 DEP-ACCT-CLOSED VALUE 'C'.
           03 DEP-ACCT-OPEN-DATE PIC 9(08).
           03 DEP-ACCT-CLOSE-DATE PIC 9(08).
           03 DEP-ACCT-CUST-NO PIC 9(05).
           03 DEP-ACCT-LAST-TXN-DATE PIC 9(08).
      *ANNUAL RATES LOADED FROM RATEFILE AT START-UP; TERM 000 IS
      *THE CURRENCY'S DEMAND RATE
       01  WS-RATE-TABLE.
           05 WS-RATE-MAX       PIC 9(03) COMP VALUE 200.
           05 WS-RATE-CNT       PIC 9(03) COMP VALUE ZEROS.
           05 WS-RATE-ENTRY     OCCURS 200 TIMES.
              07 WS-RTE-CUR     PIC 9(03).
              07 WS-RTE-TERM    PIC 9(03).
              07 WS-RTE-RATE    PIC 9(02)V9(04).
      *WITHHOLDING RATE TABLE LOADED FROM WHTRATE AT START-UP
       01  WS-WHT-TABLE.
           05 WS-WHT-MAX        PIC 9(03) COMP VALUE 100.
           05 WS-WHT-CNT        PIC 9(03) COMP VALUE ZEROS.
           05 WS-WHT-ENTRY      OCCURS 100 TIMES.
              07 WS-WHT-T-STATUS PIC X(01).
              07 WS-WHT-T-CUR   PIC 9(03).
              07 WS-WHT-T-RATE  PIC 9(02)V9(04).
       PROCEDURE DIVISION.
      *MAIN LOOOP
       0000-MAIN.
           PERFORM H050-RUN-INTERLOCK.
           PERFORM H100-OPEN-FILES.
           PERFORM H150-LOAD-RATES.
           PERFORM H160-LOAD-WHT-RATES.
           PERFORM H200-PROCESS UNTIL TDT-EOF.
           PERFORM H600-MATURITY-SWEEP.
           PERFORM H999-PROGRAM-EXIT.
      *REFUSE TO START WHILE ANOTHER MUTATING RUN IS IN FLIGHT,
      *OTHERWISE STAMP THE INTERLOCK FOR THIS RUN. A LEFTOVER STAMP
      *FROM THIS SAME PROGRAM MEANS ITS PRIOR RUN ABENDED, SO THE
      *RERUN IS LET THROUGH WITH A WARNING INSTEAD OF WEDGING THE
      *SCHEDULE.
       H050-RUN-INTERLOCK.
           OPEN INPUT RUNC-REC.
           IF RUNC-SUCCESS
              READ RUNC-REC
              IF RUNC-SUCCESS AND RUNC-IN-FLIGHT
                 IF RUNC-PGM = 'FNLPRGTD'
                    DISPLAY 'PRIOR FNLPRGTD RUN DID NOT COMPLETE'
                       ' - PROCEEDING AS RESTART'
                 ELSE
                    DISPLAY 'RUN INTERLOCK HELD BY ' RUNC-PGM
                       ' SINCE ' RUNC-TS ' - RUN REFUSED'
                    MOVE 12 TO RETURN-CODE
                    CLOSE RUNC-REC
                    STOP RUN
                 END-IF
              END-IF
              CLOSE RUNC-REC
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-START-TS.
           OPEN OUTPUT RUNC-REC.
           IF (NOT RUNC-SUCCESS)
              DISPLAY 'UNABLE TO OPEN8 FILE: ' RUNC-ST
              MOVE RUNC-ST TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE SPACES          TO RUNC-FIELDS
           MOVE 'Y'             TO RUNC-FLAG
           MOVE 'FNLPRGTD'      TO RUNC-PGM
           MOVE WS-RUN-START-TS TO RUNC-TS
           WRITE RUNC-FIELDS.
           CLOSE RUNC-REC.
           MOVE 'Y' TO WS-RUN-STAMPED-SW.
       H050-END. EXIT.
      *RELEASE THE INTERLOCK AND FILE THE RUN ON THE RUN HISTORY
       H950-RUN-RELEASE.
           OPEN OUTPUT RUNC-REC.
           IF RUNC-SUCCESS
              MOVE SPACES          TO RUNC-FIELDS
              MOVE 'N'             TO RUNC-FLAG
              MOVE 'FNLPRGTD'      TO RUNC-PGM
              MOVE FUNCTION CURRENT-DATE TO RUNC-TS
              WRITE RUNC-FIELDS
              CLOSE RUNC-REC
           END-IF.
           OPEN EXTEND RUNH-REC.
           IF RUNH-SUCCESS
              MOVE WS-CNT-DUE TO WS-RUNH-NUM
              MOVE SPACES TO RUNH-LINE
              STRING 'FNLPRGTD S ' WS-RUN-START-TS
                     ' E ' FUNCTION CURRENT-DATE
                     ' M U'
                     ' MAT ' WS-RUNH-NUM
                 DELIMITED BY SIZE INTO RUNH-LINE
              WRITE RUNH-LINE
              CLOSE RUNH-REC
           END-IF.
       H950-END. EXIT.
      *OPEN FILES AND CHECK STATUS
       H100-OPEN-FILES.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE.
           OPEN I-O TERM-REC.
           IF (NOT TERM-SUCCESS)
              DISPLAY 'UNABLE TO OPEN1 FILE: ' TERM-ST
              MOVE TERM-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           OPEN I-O ACCT-REC.
           IF (NOT ACCT-SUCCESS)
              DISPLAY 'UNABLE TO OPEN2 FILE: ' ACCT-ST
              MOVE ACCT-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           OPEN INPUT RATE-REC.
           IF (NOT RATE-SUCCESS)
              DISPLAY 'UNABLE TO OPEN3 FILE: ' RATE-ST
              MOVE RATE-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           OPEN INPUT TDT-REC.
           IF (NOT TDT-SUCCESS)
              DISPLAY 'UNABLE TO OPEN4 FILE: ' TDT-ST
              MOVE TDT-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           OPEN OUTPUT AUDT-REC.
           IF (NOT AUDT-SUCCESS)
              DISPLAY 'UNABLE TO OPEN5 FILE: ' AUDT-ST
              MOVE AUDT-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           OPEN EXTEND HIST-REC.
           IF (NOT HIST-SUCCESS)
              DISPLAY 'UNABLE TO OPEN6 FILE: ' HIST-ST
              MOVE HIST-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           OPEN OUTPUT TD-RPT.
           IF (NOT RPT-SUCCESS)
              DISPLAY 'UNABLE TO OPEN7 FILE: ' RPT-ST
              MOVE RPT-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           OPEN INPUT CUST-REC.
           IF (NOT CUST-SUCCESS)
              DISPLAY 'UNABLE TO OPEN9 FILE: ' CUST-ST
              MOVE CUST-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           OPEN INPUT WHT-REC.
           IF (NOT WHT-SUCCESS)
              DISPLAY 'UNABLE TO OPEN10 FILE: ' WHT-ST
              MOVE WHT-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           OPEN INPUT HOLD-REC.
           IF (NOT HOLD-SUCCESS)
              DISPLAY 'UNABLE TO OPEN11 FILE: ' HOLD-ST
              MOVE HOLD-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           MOVE 'Y' TO WS-RPT-OPENED-SW.
           MOVE SPACES TO TDR-LINE
           STRING 'FNLPRGTD TERM DEPOSIT REGISTER  RUN DATE '
                  WS-RUN-DATE
              DELIMITED BY SIZE INTO TDR-LINE
           WRITE TDR-LINE.
           READ TDT-REC.
       H100-END. EXIT.
      *LOAD THE DEMAND AND TERM RATES INTO WORKING STORAGE
       H150-LOAD-RATES.
           READ RATE-REC.
           PERFORM UNTIL RATE-EOF
                      OR WS-RATE-CNT >= WS-RATE-MAX
              EVALUATE TRUE
                 WHEN RTE-CUR IS NOT NUMERIC OR
                      RTE-ANNUAL-RATE IS NOT NUMERIC
                    DISPLAY 'RATE CARD SKIPPED: ' RATE-FIELDS
                 WHEN RTE-TERM-MONTHS = SPACES
                    ADD 1 TO WS-RATE-CNT
                    MOVE RTE-CUR         TO WS-RTE-CUR (WS-RATE-CNT)
                    MOVE ZEROS           TO WS-RTE-TERM (WS-RATE-CNT)
                    MOVE RTE-ANNUAL-RATE TO WS-RTE-RATE (WS-RATE-CNT)
                 WHEN RTE-TERM-MONTHS IS NUMERIC
                    ADD 1 TO WS-RATE-CNT
                    MOVE RTE-CUR         TO WS-RTE-CUR (WS-RATE-CNT)
                    MOVE RTE-TERM-MONTHS-N
                                         TO WS-RTE-TERM (WS-RATE-CNT)
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
      *APPLY ONE MAINTENANCE CARD AND READ THE NEXT
       H200-PROCESS.
           ADD 1 TO WS-CNT-READ.
           IF TDT-ID IS NOT NUMERIC OR TDT-ID = ZEROS
              ADD 1 TO WS-CNT-REJECTED
              MOVE 'BAD ACCOUNT NUMBER  ' TO WS-TD-TAG
              PERFORM H300-REPORT-CARD
           ELSE
              EVALUATE TRUE
                 WHEN TDT-FUNC-BOOK
                    PERFORM H220-BOOK-TERM
                 WHEN TDT-FUNC-AMEND
                    PERFORM H240-AMEND-TERM
                 WHEN TDT-FUNC-BREAK
                    PERFORM H260-BREAK-TERM
                 WHEN OTHER
                    ADD 1 TO WS-CNT-REJECTED
                    MOVE 'INVALID FUNCTION    ' TO WS-TD-TAG
                    PERFORM H300-REPORT-CARD
              END-EVALUATE
           END-IF.
           READ TDT-REC.
       H200-END. EXIT.
      *BOOK A TERM ON AN OPEN ACCOUNT: ITS WHOLE BALANCE BECOMES THE
      *PRINCIPAL, THE TERM STARTS TODAY AND THE RATE IS THE CARD'S
      *OR THE RATEFILE RATE FOR THE CURRENCY AND TERM. THE PAYOUT
      *ACCOUNT MUST BE AN OPEN DEMAND ACCOUNT IN THE SAME CURRENCY
       H220-BOOK-TERM.
           MOVE SPACES TO WS-TD-TAG.
           EVALUATE TRUE
              WHEN TDT-TERM IS NOT NUMERIC
                 MOVE 'BAD TERM            ' TO WS-TD-TAG
              WHEN TDT-TERM-N = ZEROS OR TDT-TERM-N > 120
                 MOVE 'BAD TERM            ' TO WS-TD-TAG
              WHEN TDT-RATE NOT = SPACES AND
                   TDT-RATE IS NOT NUMERIC
                 MOVE 'BAD RATE            ' TO WS-TD-TAG
              WHEN TDT-INSTR NOT = 'R' AND NOT = 'I' AND NOT = 'P'
                 MOVE 'BAD INSTRUCTION     ' TO WS-TD-TAG
              WHEN TDT-PAY-ID IS NOT NUMERIC OR TDT-PAY-ID = ZEROS
                 MOVE 'BAD PAYOUT ACCOUNT  ' TO WS-TD-TAG
           END-EVALUATE.
           IF WS-TD-TAG = SPACES
              PERFORM H400-READ-DEPOSIT
           END-IF.
           IF WS-TD-TAG = SPACES
              EVALUATE TRUE
                 WHEN NOT DEP-ACCT-OPEN
                    MOVE 'ACCOUNT NOT OPEN    ' TO WS-TD-TAG
                 WHEN DEP-ACCT-BALANCE NOT > ZEROS
                    MOVE 'ACCOUNT NOT FUNDED  ' TO WS-TD-TAG
              END-EVALUATE
           END-IF.
           IF WS-TD-TAG = SPACES
              COMPUTE WS-TD-PAY-ID = FUNCTION NUMVAL (TDT-PAY-ID)
              PERFORM H450-CHECK-PAYOUT
           END-IF.
           IF WS-TD-TAG = SPACES
              PERFORM H460-CHECK-PAYOUT-TERM
           END-IF.
           IF WS-TD-TAG = SPACES
              MOVE TDT-TERM-N TO WS-TD-MONTHS
              IF TDT-RATE = SPACES
                 MOVE DEP-ACCT-CUR TO WS-TD-CUR
                 PERFORM H470-FIND-RATE
                 IF NOT WS-RATE-FOUND
                    MOVE 'NO RATE ON FILE     ' TO WS-TD-TAG
                 END-IF
              ELSE
                 MOVE TDT-RATE-N TO WS-TD-RATE
              END-IF
           END-IF.
           IF WS-TD-TAG = SPACES
              PERFORM H420-READ-TERM
              IF NOT WS-TD-NEW-REC AND TDP-ACTIVE
                 MOVE 'TERM ALREADY BOOKED ' TO WS-TD-TAG
              END-IF
           END-IF.
           IF WS-TD-TAG = SPACES
              MOVE WS-RUN-DATE  TO WS-TD-FROM-DATE
              PERFORM H480-ADD-MONTHS
              MOVE SPACES           TO TDP-FIELDS
              MOVE DEP-ACCT-ID      TO TDP-ACCT-ID
              MOVE 'T'              TO TDP-TYPE
              MOVE 'A'              TO TDP-STATUS
              MOVE WS-TD-MONTHS     TO TDP-TERM-MONTHS
              MOVE WS-RUN-DATE      TO TDP-START-DATE
              MOVE WS-TD-TO-DATE    TO TDP-MAT-DATE
              MOVE WS-TD-RATE       TO TDP-RATE
              MOVE TDT-INSTR        TO TDP-INSTR
              MOVE WS-TD-PAY-ID     TO TDP-PAY-ACCT-ID
              MOVE DEP-ACCT-BALANCE TO TDP-PRINCIPAL
              MOVE ZEROS            TO TDP-ROLL-CNT
                                       TDP-INT-PAID-DATE
                                       TDP-CLOSE-DATE
              MOVE WS-RUN-DATE      TO TDP-BOOK-DATE
              PERFORM H490-SAVE-TERM
              ADD 1 TO WS-CNT-BOOKED
              MOVE 'BOOKED TO ' TO WS-TD-TAG
              MOVE WS-TD-TO-DATE TO WS-TD-TAG (11:8)
           ELSE
              ADD 1 TO WS-CNT-REJECTED
           END-IF.
           PERFORM H300-REPORT-CARD.
       H220-END. EXIT.
      *CHANGE THE MATURITY INSTRUCTION AND/OR THE PAYOUT ACCOUNT OF
      *A LIVE DEPOSIT; A BLANK FIELD ON THE CARD IS LEFT AS IT IS
       H240-AMEND-TERM.
           MOVE SPACES TO WS-TD-TAG.
           EVALUATE TRUE
              WHEN TDT-INSTR = SPACE AND TDT-PAY-ID = SPACES
                 MOVE 'NOTHING TO AMEND    ' TO WS-TD-TAG
              WHEN TDT-INSTR NOT = SPACE AND
                   TDT-INSTR NOT = 'R' AND NOT = 'I' AND NOT = 'P'
                 MOVE 'BAD INSTRUCTION     ' TO WS-TD-TAG
              WHEN TDT-PAY-ID NOT = SPACES AND
                  (TDT-PAY-ID IS NOT NUMERIC OR TDT-PAY-ID = ZEROS)
                 MOVE 'BAD PAYOUT ACCOUNT  ' TO WS-TD-TAG
           END-EVALUATE.
           IF WS-TD-TAG = SPACES
              PERFORM H400-READ-DEPOSIT
           END-IF.
           IF WS-TD-TAG = SPACES AND TDT-PAY-ID NOT = SPACES
              COMPUTE WS-TD-PAY-ID = FUNCTION NUMVAL (TDT-PAY-ID)
              PERFORM H450-CHECK-PAYOUT
              IF WS-TD-TAG = SPACES
                 PERFORM H460-CHECK-PAYOUT-TERM
              END-IF
           END-IF.
           IF WS-TD-TAG = SPACES
              PERFORM H420-READ-TERM
              IF WS-TD-NEW-REC OR NOT TDP-ACTIVE
                 MOVE 'NO LIVE TERM        ' TO WS-TD-TAG
              END-IF
           END-IF.
           IF WS-TD-TAG = SPACES
              IF TDT-INSTR NOT = SPACE
                 MOVE TDT-INSTR    TO TDP-INSTR
              END-IF
              IF TDT-PAY-ID NOT = SPACES
                 MOVE WS-TD-PAY-ID TO TDP-PAY-ACCT-ID
              END-IF
              PERFORM H490-SAVE-TERM
              ADD 1 TO WS-CNT-AMENDED
              MOVE 'AMENDED             ' TO WS-TD-TAG
           ELSE
              ADD 1 TO WS-CNT-REJECTED
           END-IF.
           PERFORM H300-REPORT-CARD.
       H240-END. EXIT.
      *BREAK A LIVE DEPOSIT BEFORE MATURITY: INTEREST AT THE CARD'S
      *PENALTY RATE FOR THE DAYS SINCE THE TERM STARTED, THEN THE
      *WHOLE BALANCE IS PAID OUT AND THE DEPOSIT ACCOUNT CLOSED.
      *REFUSED WHILE THE DEPOSIT HAS ACTIVE HOLDS
       H260-BREAK-TERM.
           MOVE SPACES TO WS-TD-TAG.
           EVALUATE TRUE
              WHEN TDT-RATE NOT = SPACES AND
                   TDT-RATE IS NOT NUMERIC
                 MOVE 'BAD RATE            ' TO WS-TD-TAG
              WHEN TDT-PAY-ID NOT = SPACES AND
                  (TDT-PAY-ID IS NOT NUMERIC OR TDT-PAY-ID = ZEROS)
                 MOVE 'BAD PAYOUT ACCOUNT  ' TO WS-TD-TAG
           END-EVALUATE.
           IF WS-TD-TAG = SPACES
              PERFORM H400-READ-DEPOSIT
           END-IF.
           IF WS-TD-TAG = SPACES AND DEP-ACCT-CLOSED
              MOVE 'ACCOUNT CLOSED      ' TO WS-TD-TAG
           END-IF.
           IF WS-TD-TAG = SPACES AND TDT-PAY-ID NOT = SPACES
              COMPUTE WS-TD-PAY-ID = FUNCTION NUMVAL (TDT-PAY-ID)
              PERFORM H460-CHECK-PAYOUT-TERM
           END-IF.
           IF WS-TD-TAG = SPACES
              PERFORM H420-READ-TERM
              IF WS-TD-NEW-REC OR NOT TDP-ACTIVE
                 MOVE 'NO LIVE TERM        ' TO WS-TD-TAG
              END-IF
           END-IF.
           IF WS-TD-TAG = SPACES
              IF TDT-PAY-ID = SPACES
                 MOVE TDP-PAY-ACCT-ID TO WS-TD-PAY-ID
              END-IF
              PERFORM H450-CHECK-PAYOUT
           END-IF.
           IF WS-TD-TAG = SPACES
              PERFORM H465-CHECK-HOLDS
           END-IF.
           IF WS-TD-TAG = SPACES
              IF TDT-RATE = SPACES
                 MOVE ZEROS      TO WS-TD-RATE
              ELSE
                 MOVE TDT-RATE-N TO WS-TD-RATE
              END-IF
              COMPUTE WS-TD-DAYS =
                 FUNCTION INTEGER-OF-DATE (WS-RUN-DATE)
               - FUNCTION INTEGER-OF-DATE (TDP-START-DATE)
              COMPUTE WS-TD-INTEREST ROUNDED =
                 (TDP-PRINCIPAL * WS-TD-RATE * WS-TD-DAYS) / 36500
              IF WS-TD-INTEREST > ZEROS
                 MOVE WS-RUN-DATE TO WS-TD-POST-DATE
                 PERFORM H500-POST-INTEREST
              END-IF
              MOVE WS-RUN-DATE      TO TDP-INT-PAID-DATE
              MOVE DEP-ACCT-BALANCE TO WS-TD-PAY-AMT
              MOVE 'Y'              TO WS-TD-CLOSE-SW
              PERFORM H550-PAY-OUT
              MOVE 'B'              TO TDP-STATUS
              MOVE WS-RUN-DATE      TO TDP-CLOSE-DATE
              PERFORM H490-SAVE-TERM
              ADD 1 TO WS-CNT-BROKEN
              MOVE 'BROKEN, PAID OUT    ' TO WS-TD-TAG
           ELSE
              ADD 1 TO WS-CNT-REJECTED
           END-IF.
           PERFORM H300-REPORT-CARD.
       H260-END. EXIT.
      *REGISTER LINE FOR ONE MAINTENANCE CARD
       H300-REPORT-CARD.
           MOVE SPACES TO TDR-LINE
           STRING TDT-FUNC ' ID ' TDT-ID ' TERM ' TDT-TERM
                  ' RATE ' TDT-RATE ' ' TDT-INSTR
                  ' PAY ' TDT-PAY-ID ' ' WS-TD-TAG
              DELIMITED BY SIZE INTO TDR-LINE
           WRITE TDR-LINE.
       H300-END. EXIT.
      *FETCH THE DEPOSIT ACCOUNT NAMED ON THE CARD AND KEEP A COPY
      *OF IT OUT OF THE ACCT-REC RECORD AREA
       H400-READ-DEPOSIT.
           INITIALIZE INVALID-KEY.
           COMPUTE ACCT-ID = FUNCTION NUMVAL (TDT-ID).
           READ ACCT-REC
              INVALID KEY MOVE 'Y' TO INVALID-KEY
           END-READ.
           IF INVL-KEY
              MOVE 'ACCOUNT NOT ON FILE ' TO WS-TD-TAG
           ELSE
              MOVE ACCT-FIELDS TO WS-DEP-ACCT-FIELDS
           END-IF.
       H400-END. EXIT.
      *FETCH THE CARD ACCOUNT'S TERM RECORD, OR START AN EMPTY ONE IF
      *THE ACCOUNT HAS NEVER BEEN BOOKED AS A TERM DEPOSIT
       H420-READ-TERM.
           INITIALIZE INVALID-KEY.
           MOVE DEP-ACCT-ID TO TDP-ACCT-ID.
           READ TERM-REC
              INVALID KEY MOVE 'Y' TO INVALID-KEY
           END-READ.
           IF INVL-KEY
              MOVE 'Y' TO WS-TD-NEW-REC-SW
              MOVE SPACES TO TDP-FIELDS
              MOVE DEP-ACCT-ID TO TDP-ACCT-ID
           ELSE
              MOVE 'N' TO WS-TD-NEW-REC-SW
              IF NOT TDP-TERM-DEPOSIT
                 MOVE SPACE TO TDP-STATUS
              END-IF
           END-IF.
       H420-END. EXIT.
      *THE PAYOUT ACCOUNT MUST BE ON FILE, OPEN, IN THE DEPOSIT'S
      *CURRENCY AND NOT THE DEPOSIT ITSELF. LEAVES THE PAYOUT
      *ACCOUNT IN THE ACCT-REC RECORD AREA
       H450-CHECK-PAYOUT.
           IF WS-TD-PAY-ID = DEP-ACCT-ID
              MOVE 'PAYOUT IS DEPOSIT   ' TO WS-TD-TAG
           ELSE
              INITIALIZE INVALID-KEY
              MOVE WS-TD-PAY-ID TO ACCT-ID
              READ ACCT-REC
                 INVALID KEY MOVE 'Y' TO INVALID-KEY
              END-READ
              EVALUATE TRUE
                 WHEN INVL-KEY
                    MOVE 'PAYOUT NOT ON FILE  ' TO WS-TD-TAG
                 WHEN NOT ACCT-OPEN
                    MOVE 'PAYOUT NOT OPEN     ' TO WS-TD-TAG
                 WHEN ACCT-CUR NOT = DEP-ACCT-CUR
                    MOVE 'PAYOUT CUR MISMATCH ' TO WS-TD-TAG
              END-EVALUATE
           END-IF.
       H450-END. EXIT.
      *A DEPOSIT CANNOT PAY OUT INTO ANOTHER LIVE TERM DEPOSIT. ONLY
      *CALLED FOR CARDS, BEFORE THE CARD ACCOUNT'S OWN TERM RECORD
      *IS READ, AS IT USES THE TERM-REC RECORD AREA
       H460-CHECK-PAYOUT-TERM.
           MOVE WS-TD-PAY-ID TO TDP-ACCT-ID.
           READ TERM-REC
              INVALID KEY CONTINUE
              NOT INVALID KEY
                 IF TDP-TERM-DEPOSIT AND TDP-ACTIVE
                    MOVE 'PAYOUT IS TERM DEP  ' TO WS-TD-TAG
                 END-IF
           END-READ.
       H460-END. EXIT.
      *NOTHING MAY LEAVE THE DEPOSIT WHILE IT HAS ACTIVE HOLDS; AN
      *ACCOUNT WITH NO HOLD RECORD HAS NOTHING HELD
       H465-CHECK-HOLDS.
           MOVE DEP-ACCT-ID TO HLD-ACCT-ID.
           READ HOLD-REC
              INVALID KEY CONTINUE
              NOT INVALID KEY
                 IF HLD-TOTAL-AMT > ZEROS
                    MOVE 'FUNDS ON HOLD       ' TO WS-TD-TAG
                    ADD 1 TO WS-CNT-HELD
                 END-IF
           END-READ.
       H465-END. EXIT.
      *RATE FOR A CURRENCY AND TERM: THE TERM CARD IF THERE IS ONE,
      *ELSE THE CURRENCY'S DEMAND RATE
       H470-FIND-RATE.
           MOVE 'N' TO WS-RATE-FOUND-SW.
           MOVE ZEROS TO WS-RATE-IDX.
           PERFORM VARYING COUNTER-R FROM 1 BY 1
              UNTIL COUNTER-R > WS-RATE-CNT
                 OR WS-RATE-FOUND
              IF WS-RTE-CUR (COUNTER-R)  = WS-TD-CUR AND
                 WS-RTE-TERM (COUNTER-R) = WS-TD-MONTHS
                 MOVE COUNTER-R TO WS-RATE-IDX
                 MOVE 'Y' TO WS-RATE-FOUND-SW
              END-IF
           END-PERFORM.
           PERFORM VARYING COUNTER-R FROM 1 BY 1
              UNTIL COUNTER-R > WS-RATE-CNT
                 OR WS-RATE-FOUND
              IF WS-RTE-CUR (COUNTER-R)  = WS-TD-CUR AND
                 WS-RTE-TERM (COUNTER-R) = ZEROS
                 MOVE COUNTER-R TO WS-RATE-IDX
                 MOVE 'Y' TO WS-RATE-FOUND-SW
              END-IF
           END-PERFORM.
           IF WS-RATE-FOUND
              MOVE WS-RTE-RATE (WS-RATE-IDX) TO WS-TD-RATE
           END-IF.
       H470-END. EXIT.
      *WS-TD-TO-DATE = WS-TD-FROM-DATE PLUS WS-TD-MONTHS MONTHS
       H480-ADD-MONTHS.
           COMPUTE WS-TD-MM-TOTAL =
              WS-TD-FROM-YYYY * 12 + WS-TD-FROM-MM - 1 + WS-TD-MONTHS.
           COMPUTE WS-TD-TO-YYYY = WS-TD-MM-TOTAL / 12.
           COMPUTE WS-TD-TO-MM = FUNCTION MOD (WS-TD-MM-TOTAL, 12) + 1.
           EVALUATE WS-TD-TO-MM
              WHEN 04
              WHEN 06
              WHEN 09
              WHEN 11
                 MOVE 30 TO WS-TD-DAYS-IN-MONTH
              WHEN 02
                 IF FUNCTION MOD (WS-TD-TO-YYYY, 4) = 0 AND
                    (FUNCTION MOD (WS-TD-TO-YYYY, 100) NOT = 0 OR
                     FUNCTION MOD (WS-TD-TO-YYYY, 400) = 0)
                    MOVE 29 TO WS-TD-DAYS-IN-MONTH
                 ELSE
                    MOVE 28 TO WS-TD-DAYS-IN-MONTH
                 END-IF
              WHEN OTHER
                 MOVE 31 TO WS-TD-DAYS-IN-MONTH
           END-EVALUATE.
           IF WS-TD-FROM-DD > WS-TD-DAYS-IN-MONTH
              MOVE WS-TD-DAYS-IN-MONTH TO WS-TD-TO-DD
           ELSE
              MOVE WS-TD-FROM-DD       TO WS-TD-TO-DD
           END-IF.
       H480-END. EXIT.
      *WRITE A NEW TERM RECORD OR REWRITE THE ONE JUST READ
       H490-SAVE-TERM.
           IF WS-TD-NEW-REC
              WRITE TDP-FIELDS
              MOVE 'N' TO WS-TD-NEW-REC-SW
           ELSE
              REWRITE TDP-FIELDS
           END-IF.
           IF (NOT TERM-SUCCESS)
              DISPLAY 'UNABLE TO WRITE FILE: ' TERM-ST
              MOVE TERM-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
       H490-END. EXIT.
      *CREDIT WS-TD-INTEREST LESS THE TAX WITHHELD FROM IT TO THE
      *DEPOSIT, LOG THE GROSS CREDIT AND THE WITHHOLDING AS TWO
      *AUDIT IMAGES AND TWO HISTORY LINES (DATED WS-TD-POST-DATE)
      *AND ROLL THE TOTALS
       H500-POST-INTEREST.
           MOVE WS-DEP-ACCT-FIELDS TO ACCT-FIELDS.
           PERFORM H510-FIND-WHT-RATE.
           MOVE ZEROS TO WS-TD-TAX.
           IF WS-WHT-RATE > ZEROS
              COMPUTE WS-TD-TAX ROUNDED =
                 WS-TD-INTEREST * WS-WHT-RATE / 100
           END-IF.
           MOVE ACCT-FIELDS TO AUDT-BEFORE-IMAGE.
           ADD WS-TD-INTEREST TO ACCT-BALANCE.
           MOVE ACCT-FIELDS  TO WS-GROSS-IMAGE.
           MOVE ACCT-BALANCE TO WS-GROSS-BAL.
           SUBTRACT WS-TD-TAX FROM ACCT-BALANCE.
           REWRITE ACCT-FIELDS.
           IF (NOT ACCT-SUCCESS)
              DISPLAY 'UNABLE TO REWRITE FILE: ' ACCT-ST
              MOVE ACCT-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           MOVE 'I'              TO AUDT-OPR
           MOVE ACCT-ID          TO AUDT-ID
           MOVE FUNCTION CURRENT-DATE TO AUDT-TS
           MOVE WS-GROSS-IMAGE   TO AUDT-AFTER-IMAGE
           MOVE ZEROS            TO AUDT-XREF-ID
           MOVE SPACES           TO AUDT-APPROVER
           WRITE AUDT-FIELDS.
           MOVE ACCT-ID          TO HIS-ID
           MOVE WS-TD-POST-DATE  TO HIS-DATE
           MOVE FUNCTION CURRENT-DATE TO HIS-TS
           MOVE 'I'              TO HIS-OPR
           MOVE ZEROS            TO HIS-ORIG-CUR
           MOVE WS-TD-INTEREST   TO HIS-ORIG-AMT
           MOVE WS-TD-INTEREST   TO HIS-AMT
           MOVE WS-GROSS-BAL     TO HIS-BALANCE
           MOVE ZEROS            TO HIS-XREF-ID
           WRITE HIST-FIELDS.
           IF WS-TD-TAX > ZEROS
              PERFORM H520-POST-WITHHOLDING
           END-IF.
           MOVE ACCT-FIELDS TO WS-DEP-ACCT-FIELDS.
           ADD 1 TO WS-CNT-INT.
           ADD WS-TD-INTEREST TO WS-TOT-INTEREST.
       H500-END. EXIT.
      *WORK OUT THE WITHHOLDING RATE FOR THE DEPOSIT'S CUSTOMER THE
      *SAME WAY FNLPRGIA DOES: AN EXEMPT CUSTOMER PAYS NONE, A
      *CUSTOMER-SPECIFIC RATE WINS, OTHERWISE THE TABLE RATE FOR THE
      *STATUS AND CURRENCY (THEN FOR THE STATUS AND CURRENCY 000).
      *A DEPOSIT WITH NO CUSTOMER ON FILE IS TAXED AS RESIDENT.
      *THE CUSTOMER IS READ INTO ITS OWN RECORD AREA, SO ACCT-FIELDS
      *IS LEFT AS IT STANDS
       H510-FIND-WHT-RATE.
           MOVE 'R'   TO WS-WHT-STATUS.
           MOVE ZEROS TO WS-WHT-RATE.
           MOVE 'N'   TO WS-CUST-FOUND-SW.
           IF ACCT-CUST-NO IS NUMERIC AND
              ACCT-CUST-NO NOT = ZEROS
              MOVE ACCT-CUST-NO TO CUST-ID
              READ CUST-REC
                 INVALID KEY CONTINUE
                 NOT INVALID KEY MOVE 'Y' TO WS-CUST-FOUND-SW
              END-READ
           END-IF.
           IF WS-CUST-FOUND
              IF CUST-TAX-NONRES OR CUST-TAX-EXEMPT
                 MOVE CUST-TAX-STATUS TO WS-WHT-STATUS
              END-IF
              IF CUST-TAX-RATE IS NUMERIC
                 MOVE CUST-TAX-RATE TO WS-WHT-RATE
              END-IF
           ELSE
              ADD 1 TO WS-CNT-NOCUST
           END-IF.
           EVALUATE TRUE
              WHEN WS-WHT-STATUS = 'E'
                 MOVE ZEROS TO WS-WHT-RATE
              WHEN WS-WHT-RATE > ZEROS
                 CONTINUE
              WHEN OTHER
                 PERFORM H515-SEARCH-WHT-TABLE
           END-EVALUATE.
       H510-END. EXIT.
      *TABLE LOOKUP BY STATUS AND CURRENCY, FALLING BACK TO THE
      *STATUS'S CURRENCY 000 CARD; NO CARD AT ALL IS REPORTED
       H515-SEARCH-WHT-TABLE.
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
              MOVE ACCT-ID  TO WS-TD-ID-ED
              MOVE ACCT-CUR TO WS-TD-CUR-ED
              MOVE SPACES TO TDR-LINE
              STRING 'NO WHT RATE ID ' WS-TD-ID-ED
                     ' STATUS ' WS-WHT-STATUS ' CUR ' WS-TD-CUR-ED
                     ' - NOT TAXED'
                 DELIMITED BY SIZE INTO TDR-LINE
              WRITE TDR-LINE
           END-IF.
       H515-END. EXIT.
      *LOG THE TAX WITHHELD FROM THE CREDIT JUST POSTED: THE AUDIT
      *IMAGE RUNS FROM THE GROSS-CREDITED RECORD TO THE NET ONE ON
      *THE MASTER, AND THE LEDGER LINE CARRIES THE TAX AS A DEBIT
      *DATED WITH THE INTEREST IT WAS TAKEN FROM
       H520-POST-WITHHOLDING.
           MOVE 'X'              TO AUDT-OPR
           MOVE ACCT-ID          TO AUDT-ID
           MOVE FUNCTION CURRENT-DATE TO AUDT-TS
           MOVE WS-GROSS-IMAGE   TO AUDT-BEFORE-IMAGE
           MOVE ACCT-FIELDS      TO AUDT-AFTER-IMAGE
           MOVE ZEROS            TO AUDT-XREF-ID
           MOVE SPACES           TO AUDT-APPROVER
           WRITE AUDT-FIELDS.
           MOVE ACCT-ID          TO HIS-ID
           MOVE WS-TD-POST-DATE  TO HIS-DATE
           MOVE FUNCTION CURRENT-DATE TO HIS-TS
           MOVE 'X'              TO HIS-OPR
           MOVE ZEROS            TO HIS-ORIG-CUR
           COMPUTE HIS-ORIG-AMT = WS-TD-TAX * -1
           COMPUTE HIS-AMT      = WS-TD-TAX * -1
           MOVE ACCT-BALANCE     TO HIS-BALANCE
           MOVE ZEROS            TO HIS-XREF-ID
           WRITE HIST-FIELDS.
           ADD 1 TO WS-CNT-TAXED.
           ADD WS-TD-TAX TO WS-TOT-TAX.
       H520-END. EXIT.
      *MOVE WS-TD-PAY-AMT FROM THE DEPOSIT TO THE PAYOUT ACCOUNT AS A
      *'T' TRANSFER PAIR CROSS-REFERENCED BOTH WAYS, CLOSING THE
      *DEPOSIT ACCOUNT WHEN WS-TD-CLOSE-SW IS SET. THE PAYOUT ACCOUNT
      *HAS ALREADY BEEN CHECKED BY H450
       H550-PAY-OUT.
           IF WS-TD-PAY-AMT > ZEROS
              MOVE WS-TD-PAY-ID TO ACCT-ID
              READ ACCT-REC
              IF (NOT ACCT-SUCCESS)
                 DISPLAY 'UNABLE TO READ FILE: ' ACCT-ST
                 MOVE ACCT-ST TO RETURN-CODE
                 PERFORM H999-PROGRAM-EXIT
              END-IF
              MOVE ACCT-FIELDS TO AUDT-BEFORE-IMAGE
              ADD WS-TD-PAY-AMT TO ACCT-BALANCE
              REWRITE ACCT-FIELDS
              IF (NOT ACCT-SUCCESS)
                 DISPLAY 'UNABLE TO REWRITE FILE: ' ACCT-ST
                 MOVE ACCT-ST TO RETURN-CODE
                 PERFORM H999-PROGRAM-EXIT
              END-IF
              MOVE 'T'              TO AUDT-OPR
              MOVE ACCT-ID          TO AUDT-ID
              MOVE FUNCTION CURRENT-DATE TO AUDT-TS
              MOVE ACCT-FIELDS      TO AUDT-AFTER-IMAGE
              MOVE DEP-ACCT-ID      TO AUDT-XREF-ID
              MOVE SPACES           TO AUDT-APPROVER
              WRITE AUDT-FIELDS
              MOVE ACCT-ID          TO HIS-ID
              MOVE WS-RUN-DATE      TO HIS-DATE
              MOVE FUNCTION CURRENT-DATE TO HIS-TS
              MOVE 'T'              TO HIS-OPR
              MOVE ZEROS            TO HIS-ORIG-CUR
              MOVE WS-TD-PAY-AMT    TO HIS-ORIG-AMT
              MOVE WS-TD-PAY-AMT    TO HIS-AMT
              MOVE ACCT-BALANCE     TO HIS-BALANCE
              MOVE DEP-ACCT-ID      TO HIS-XREF-ID
              WRITE HIST-FIELDS
           END-IF.
           MOVE WS-DEP-ACCT-FIELDS TO ACCT-FIELDS.
           MOVE ACCT-FIELDS TO AUDT-BEFORE-IMAGE.
           SUBTRACT WS-TD-PAY-AMT FROM ACCT-BALANCE.
           IF WS-TD-CLOSE-DEP
              MOVE 'C'         TO ACCT-STATUS
              MOVE WS-RUN-DATE TO ACCT-CLOSE-DATE
           END-IF.
           REWRITE ACCT-FIELDS.
           IF (NOT ACCT-SUCCESS)
              DISPLAY 'UNABLE TO REWRITE FILE: ' ACCT-ST
              MOVE ACCT-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           IF WS-TD-PAY-AMT > ZEROS
              MOVE 'T'              TO AUDT-OPR
              MOVE WS-TD-PAY-ID     TO AUDT-XREF-ID
           ELSE
              MOVE 'C'              TO AUDT-OPR
              MOVE ZEROS            TO AUDT-XREF-ID
           END-IF.
           MOVE ACCT-ID          TO AUDT-ID
           MOVE FUNCTION CURRENT-DATE TO AUDT-TS
           MOVE ACCT-FIELDS      TO AUDT-AFTER-IMAGE
           MOVE SPACES           TO AUDT-APPROVER
           WRITE AUDT-FIELDS.
           IF WS-TD-PAY-AMT > ZEROS
              MOVE ACCT-ID          TO HIS-ID
              MOVE WS-RUN-DATE      TO HIS-DATE
              MOVE FUNCTION CURRENT-DATE TO HIS-TS
              MOVE 'T'              TO HIS-OPR
              MOVE ZEROS            TO HIS-ORIG-CUR
              COMPUTE HIS-ORIG-AMT = WS-TD-PAY-AMT * -1
              COMPUTE HIS-AMT      = WS-TD-PAY-AMT * -1
              MOVE ACCT-BALANCE     TO HIS-BALANCE
              MOVE WS-TD-PAY-ID     TO HIS-XREF-ID
              WRITE HIST-FIELDS
           END-IF.
           MOVE ACCT-FIELDS TO WS-DEP-ACCT-FIELDS.
           MOVE 'N' TO WS-TD-CLOSE-SW.
           ADD WS-TD-PAY-AMT TO WS-TOT-PAIDOUT.
       H550-END. EXIT.
      *SWEEP THE WHOLE TERM FILE IN KEY ORDER AND PROCESS EVERY LIVE
      *DEPOSIT WHOSE MATURITY DATE HAS ARRIVED
       H600-MATURITY-SWEEP.
           MOVE SPACES TO TDR-LINE
           STRING 'MATURITY PROCESSING'
              DELIMITED BY SIZE INTO TDR-LINE
           WRITE TDR-LINE.
           MOVE ZEROS TO TDP-ACCT-ID.
           START TERM-REC KEY IS NOT LESS THAN TDP-KEY
              INVALID KEY MOVE 10 TO TERM-ST
           END-START.
           IF NOT TERM-EOF
              READ TERM-REC NEXT
           END-IF.
           PERFORM UNTIL TERM-EOF
              ADD 1 TO WS-CNT-SWEPT
              IF TDP-TERM-DEPOSIT AND TDP-ACTIVE AND
                 TDP-MAT-DATE <= WS-RUN-DATE
                 ADD 1 TO WS-CNT-DUE
                 PERFORM H650-MATURE-ONE
              END-IF
              READ TERM-REC NEXT
           END-PERFORM.
       H600-END. EXIT.
      *ONE MATURED DEPOSIT: PAY THE TERM'S INTEREST UNLESS THIS
      *MATURITY HAS ALREADY BEEN PAID, THEN CARRY OUT THE INSTRUCTION
       H650-MATURE-ONE.
           MOVE SPACES TO WS-TD-TAG.
           INITIALIZE INVALID-KEY.
           MOVE TDP-ACCT-ID TO ACCT-ID.
           READ ACCT-REC
              INVALID KEY MOVE 'Y' TO INVALID-KEY
           END-READ.
           EVALUATE TRUE
              WHEN INVL-KEY
                 MOVE 'DEPOSIT NOT ON FILE ' TO WS-TD-TAG
              WHEN ACCT-CLOSED AND ACCT-BALANCE = ZEROS
      *PAID OUT BY AN EARLIER RUN THAT STOPPED SHORT OF THE CONTRACT
                 MOVE 'P'         TO TDP-STATUS
                 MOVE WS-RUN-DATE TO TDP-CLOSE-DATE
                 MOVE 'N'         TO WS-TD-NEW-REC-SW
                 PERFORM H490-SAVE-TERM
                 MOVE 'CONTRACT CLOSED     ' TO WS-TD-TAG
              WHEN ACCT-CLOSED
                 MOVE 'DEPOSIT CLOSED      ' TO WS-TD-TAG
           END-EVALUATE.
           IF WS-TD-TAG NOT = SPACES
              ADD 1 TO WS-CNT-EXCEPT
              MOVE ZEROS TO WS-TD-INTEREST
              PERFORM H680-REPORT-TERM
           ELSE
              MOVE ACCT-FIELDS TO WS-DEP-ACCT-FIELDS
              MOVE 'N'         TO WS-TD-NEW-REC-SW
              MOVE ZEROS       TO WS-TD-INTEREST
              IF TDP-INT-PAID-DATE < TDP-MAT-DATE
                 COMPUTE WS-TD-DAYS =
                    FUNCTION INTEGER-OF-DATE (TDP-MAT-DATE)
                  - FUNCTION INTEGER-OF-DATE (TDP-START-DATE)
                 COMPUTE WS-TD-INTEREST ROUNDED =
                    (TDP-PRINCIPAL * TDP-RATE * WS-TD-DAYS) / 36500
                 IF WS-TD-INTEREST > ZEROS
                    MOVE TDP-MAT-DATE TO WS-TD-POST-DATE
                    PERFORM H500-POST-INTEREST
                 END-IF
                 MOVE TDP-MAT-DATE TO TDP-INT-PAID-DATE
                 PERFORM H490-SAVE-TERM
              END-IF
              EVALUATE TDP-INSTR
                 WHEN 'R'
                    MOVE DEP-ACCT-BALANCE TO WS-TD-NEW-PRIN
                    PERFORM H660-ROLL-OVER
                 WHEN 'I'
                    PERFORM H670-ROLL-PAY-INTEREST
                 WHEN OTHER
                    PERFORM H675-PAY-ALL-OUT
              END-EVALUATE
              PERFORM H680-REPORT-TERM
           END-IF.
       H650-END. EXIT.
      *START A NEW TERM OF THE SAME LENGTH ON WS-TD-NEW-PRIN FROM THE
      *OLD MATURITY DATE AT THE CURRENT RATE; IF NO RATE IS ON FILE
      *FOR THE CURRENCY THE OLD CONTRACTED RATE IS KEPT
       H660-ROLL-OVER.
           MOVE DEP-ACCT-CUR    TO WS-TD-CUR.
           MOVE TDP-TERM-MONTHS TO WS-TD-MONTHS.
           PERFORM H470-FIND-RATE.
           IF WS-RATE-FOUND
              MOVE WS-TD-RATE TO TDP-RATE
              MOVE 'ROLLED OVER         ' TO WS-TD-TAG
           ELSE
              MOVE 'ROLLED, OLD RATE    ' TO WS-TD-TAG
           END-IF.
           MOVE TDP-MAT-DATE    TO WS-TD-FROM-DATE.
           PERFORM H480-ADD-MONTHS.
           MOVE TDP-MAT-DATE    TO TDP-START-DATE.
           MOVE WS-TD-TO-DATE   TO TDP-MAT-DATE.
           MOVE WS-TD-NEW-PRIN  TO TDP-PRINCIPAL.
           ADD 1 TO TDP-ROLL-CNT.
           PERFORM H490-SAVE-TERM.
           ADD 1 TO WS-CNT-ROLLED.
       H660-END. EXIT.
      *PAY EVERYTHING ABOVE THE PRINCIPAL OUT AND ROLL THE PRINCIPAL.
      *IF THE DEPOSIT HAS ACTIVE HOLDS OR THE PAYOUT ACCOUNT WILL NOT
      *TAKE IT THE DEPOSIT IS LEFT MATURED AND THE PAYOUT IS RETRIED
      *ON THE NEXT RUN
       H670-ROLL-PAY-INTEREST.
           COMPUTE WS-TD-PAY-AMT = DEP-ACCT-BALANCE - TDP-PRINCIPAL.
           IF WS-TD-PAY-AMT > ZEROS
              MOVE TDP-PAY-ACCT-ID TO WS-TD-PAY-ID
              PERFORM H465-CHECK-HOLDS
              IF WS-TD-TAG = SPACES
                 PERFORM H450-CHECK-PAYOUT
              END-IF
              IF WS-TD-TAG = SPACES
                 PERFORM H550-PAY-OUT
                 ADD 1 TO WS-CNT-PAIDOUT
                 MOVE TDP-PRINCIPAL TO WS-TD-NEW-PRIN
                 PERFORM H660-ROLL-OVER
              ELSE
                 ADD 1 TO WS-CNT-EXCEPT
              END-IF
           ELSE
              MOVE DEP-ACCT-BALANCE TO WS-TD-NEW-PRIN
              PERFORM H660-ROLL-OVER
           END-IF.
       H670-END. EXIT.
      *PAY THE WHOLE BALANCE OUT, CLOSE THE DEPOSIT ACCOUNT AND THE
      *CONTRACT. IF THE DEPOSIT HAS ACTIVE HOLDS OR THE PAYOUT ACCOUNT
      *WILL NOT TAKE IT THE DEPOSIT IS LEFT MATURED AND THE PAYOUT IS
      *RETRIED ON THE NEXT RUN
       H675-PAY-ALL-OUT.
           MOVE DEP-ACCT-BALANCE TO WS-TD-PAY-AMT.
           MOVE TDP-PAY-ACCT-ID  TO WS-TD-PAY-ID.
           PERFORM H465-CHECK-HOLDS.
           IF WS-TD-TAG = SPACES AND WS-TD-PAY-AMT > ZEROS
              PERFORM H450-CHECK-PAYOUT
           END-IF.
           IF WS-TD-TAG = SPACES
              MOVE 'Y' TO WS-TD-CLOSE-SW
              PERFORM H550-PAY-OUT
              MOVE 'P'         TO TDP-STATUS
              MOVE WS-RUN-DATE TO TDP-CLOSE-DATE
              PERFORM H490-SAVE-TERM
              ADD 1 TO WS-CNT-PAIDOUT
              MOVE 'PAID OUT, CLOSED    ' TO WS-TD-TAG
           ELSE
              ADD 1 TO WS-CNT-EXCEPT
           END-IF.
       H675-END. EXIT.
      *REGISTER LINE FOR ONE MATURED DEPOSIT
       H680-REPORT-TERM.
           MOVE TDP-ACCT-ID      TO WS-TD-ID-ED
           MOVE TDP-PAY-ACCT-ID  TO WS-TD-PAY-ED
           MOVE WS-TD-INTEREST   TO WS-TD-AMT-ED
           MOVE SPACES TO TDR-LINE
           STRING 'ACCT ' WS-TD-ID-ED ' ' TDP-INSTR
                  ' PAY ' WS-TD-PAY-ED
                  ' INT ' WS-TD-AMT-ED
                  ' MAT ' TDP-MAT-DATE
                  ' ' WS-TD-TAG
              DELIMITED BY SIZE INTO TDR-LINE
           WRITE TDR-LINE.
       H680-END. EXIT.
      *WRITE THE END-OF-JOB CONTROL TOTALS
       H900-WRITE-TOTALS.
           MOVE WS-CNT-READ TO WS-TD-NUM
           MOVE SPACES TO TDR-LINE
           STRING 'MAINTENANCE CARDS READ ..............: ' WS-TD-NUM
              DELIMITED BY SIZE INTO TDR-LINE
           WRITE TDR-LINE.
           MOVE WS-CNT-BOOKED TO WS-TD-NUM
           MOVE SPACES TO TDR-LINE
           STRING 'TERM DEPOSITS BOOKED ................: ' WS-TD-NUM
              DELIMITED BY SIZE INTO TDR-LINE
           WRITE TDR-LINE.
           MOVE WS-CNT-AMENDED TO WS-TD-NUM
           MOVE SPACES TO TDR-LINE
           STRING 'TERM DEPOSITS AMENDED ...............: ' WS-TD-NUM
              DELIMITED BY SIZE INTO TDR-LINE
           WRITE TDR-LINE.
           MOVE WS-CNT-BROKEN TO WS-TD-NUM
           MOVE SPACES TO TDR-LINE
           STRING 'TERM DEPOSITS BROKEN EARLY ..........: ' WS-TD-NUM
              DELIMITED BY SIZE INTO TDR-LINE
           WRITE TDR-LINE.
           MOVE WS-CNT-REJECTED TO WS-TD-NUM
           MOVE SPACES TO TDR-LINE
           STRING 'CARDS REJECTED ......................: ' WS-TD-NUM
              DELIMITED BY SIZE INTO TDR-LINE
           WRITE TDR-LINE.
           MOVE WS-CNT-SWEPT TO WS-TD-NUM
           MOVE SPACES TO TDR-LINE
           STRING 'TERM RECORDS SWEPT ..................: ' WS-TD-NUM
              DELIMITED BY SIZE INTO TDR-LINE
           WRITE TDR-LINE.
           MOVE WS-CNT-DUE TO WS-TD-NUM
           MOVE SPACES TO TDR-LINE
           STRING 'DEPOSITS AT OR PAST MATURITY ........: ' WS-TD-NUM
              DELIMITED BY SIZE INTO TDR-LINE
           WRITE TDR-LINE.
           MOVE WS-CNT-ROLLED TO WS-TD-NUM
           MOVE SPACES TO TDR-LINE
           STRING 'DEPOSITS ROLLED OVER ................: ' WS-TD-NUM
              DELIMITED BY SIZE INTO TDR-LINE
           WRITE TDR-LINE.
           MOVE WS-CNT-PAIDOUT TO WS-TD-NUM
           MOVE SPACES TO TDR-LINE
           STRING 'MATURITY PAYOUTS ....................: ' WS-TD-NUM
              DELIMITED BY SIZE INTO TDR-LINE
           WRITE TDR-LINE.
           MOVE WS-CNT-EXCEPT TO WS-TD-NUM
           MOVE SPACES TO TDR-LINE
           STRING 'MATURITY EXCEPTIONS .................: ' WS-TD-NUM
              DELIMITED BY SIZE INTO TDR-LINE
           WRITE TDR-LINE.
           MOVE WS-CNT-HELD TO WS-TD-NUM
           MOVE SPACES TO TDR-LINE
           STRING 'PAYOUTS REFUSED, FUNDS ON HOLD ......: ' WS-TD-NUM
              DELIMITED BY SIZE INTO TDR-LINE
           WRITE TDR-LINE.
           MOVE WS-CNT-INT TO WS-TD-NUM
           MOVE SPACES TO TDR-LINE
           STRING 'INTEREST POSTINGS ...................: ' WS-TD-NUM
              DELIMITED BY SIZE INTO TDR-LINE
           WRITE TDR-LINE.
           MOVE WS-TOT-INTEREST TO WS-TD-TOT-ED
           MOVE SPACES TO TDR-LINE
           STRING 'TOTAL INTEREST POSTED ...............: '
                  WS-TD-TOT-ED
              DELIMITED BY SIZE INTO TDR-LINE
           WRITE TDR-LINE.
           MOVE WS-CNT-TAXED TO WS-TD-NUM
           MOVE SPACES TO TDR-LINE
           STRING 'TAX WITHHELD POSTINGS ...............: ' WS-TD-NUM
              DELIMITED BY SIZE INTO TDR-LINE
           WRITE TDR-LINE.
           MOVE WS-CNT-NOCUST TO WS-TD-NUM
           MOVE SPACES TO TDR-LINE
           STRING 'NO CUSTOMER, RESIDENT RATE USED .....: ' WS-TD-NUM
              DELIMITED BY SIZE INTO TDR-LINE
           WRITE TDR-LINE.
           MOVE WS-CNT-NOWHT TO WS-TD-NUM
           MOVE SPACES TO TDR-LINE
           STRING 'NO WITHHOLDING RATE ON FILE .........: ' WS-TD-NUM
              DELIMITED BY SIZE INTO TDR-LINE
           WRITE TDR-LINE.
           MOVE WS-TOT-TAX TO WS-TD-TOT-ED
           MOVE SPACES TO TDR-LINE
           STRING 'TOTAL TAX WITHHELD ..................: '
                  WS-TD-TOT-ED
              DELIMITED BY SIZE INTO TDR-LINE
           WRITE TDR-LINE.
           MOVE WS-TOT-PAIDOUT TO WS-TD-TOT-ED
           MOVE SPACES TO TDR-LINE
           STRING 'TOTAL PAID OUT ......................: '
                  WS-TD-TOT-ED
              DELIMITED BY SIZE INTO TDR-LINE
           WRITE TDR-LINE.
       H900-END. EXIT.
      *END THE PROGRAM
       H999-PROGRAM-EXIT.
           IF WS-RPT-OPENED-SW = 'Y'
              PERFORM H900-WRITE-TOTALS
           END-IF.
           IF WS-RUN-STAMPED-SW = 'Y'
              PERFORM H950-RUN-RELEASE
           END-IF.
           CLOSE TERM-REC
                 ACCT-REC
                 TDT-REC
                 TD-RPT
                 AUDT-REC
                 HIST-REC
                 CUST-REC
                 HOLD-REC.
           STOP RUN.
       H999-END. EXIT.
      *
