                             ACCESS       SEQUENTIAL
                             RECORD       ASO-KEY
                             STATUS       ASO-ST.
      *ACTIVE HOLDS AND LIENS PER ACCOUNT, MAINTAINED BY FNLPRGHM
           SELECT HOLD-REC   ASSIGN TO    HOLDREC
                             ORGANIZATION INDEXED
                             ACCESS       RANDOM
                             RECORD       HLD-KEY
                             STATUS       HOLD-ST.
      *TERM DEPOSIT CONTRACTS, MAINTAINED BY FNLPRGTD
           SELECT TERM-REC   ASSIGN TO    TERMREC
                             ORGANIZATION INDEXED
                             ACCESS       RANDOM
                             RECORD       TDP-KEY
                             STATUS       TERM-ST.
           SELECT INP-RAW-REC ASSIGN TO   INPFILE
                             STATUS       INP-RAW-ST.
           SELECT SORT-FILE  ASSIGN TO    SRTWORK.
                             STATUS       PNDI-ST.
           SELECT PND-OUT    ASSIGN TO    PNDOUT
                             STATUS       PNDO-ST.
      *MAKER-CHECKER AUTHORISATION QUEUE (AUTHIN/AUTHOUT GENERATIONS
      *KEPT LIKE PNDIN/PNDOUT), THE SECOND OPERATOR'S APPROVAL DECK,
      *THE PER-CURRENCY THRESHOLDS AND THE PENDING-AUTHORISATION
      *REPORT
           SELECT AUTH-IN    ASSIGN TO    AUTHIN
                             STATUS       AQI-ST.
           SELECT AUTH-OUT   ASSIGN TO    AUTHOUT
                             STATUS       AQO-ST.
           SELECT APR-REC    ASSIGN TO    AUTHAPR
                             STATUS       APR-ST.
           SELECT ALM-REC    ASSIGN TO    AUTHLIM
                             STATUS       ALM-ST.
           SELECT ARPT-REC   ASSIGN TO    AUTHRPT
                             STATUS       ARPT-ST.
           SELECT CTL-REC    ASSIGN TO    CTLCARD
                             STATUS       CTL-ST.
           SELECT RUNC-REC   ASSIGN TO    RUNCTL
           03 ASO-KEY.
              05 ASO-ID      PIC S9(05) COMP-3.
           03 FILLER         PIC X(68).
      *VSAM HOLD FILE
      *    RECORD CONTAINS 261 CHARACTERS
      *ONLY THE ACTIVE-HOLD TOTAL IS USED HERE: ACCT-BALANCE LESS
      *HLD-TOTAL-AMT IS THE AVAILABLE BALANCE THE ENGINE CHECKS
       FD  HOLD-REC.
       01  HLD-FIELDS.
           03 HLD-KEY.
              05 HLD-ACCT-ID PIC S9(05) COMP-3.
           03 HLD-TOTAL-AMT  PIC S9(09)V99 COMP-3.
           03 HLD-ACTIVE-CNT PIC 9(02).
           03 FILLER         PIC X(250).
      *VSAM TERM DEPOSIT FILE
      *    RECORD CONTAINS 80 CHARACTERS
      *ONLY THE FIELDS NEEDED FOR THE MATURITY LOCK ARE NAMED HERE
       FD  TERM-REC.
       01  TDP-FIELDS.
           03 TDP-KEY.
              05 TDP-ACCT-ID PIC S9(05) COMP-3.
           03 TDP-TYPE       PIC X(01).
              88 TDP-TERM-DEPOSIT VALUE 'T'.
           03 TDP-STATUS     PIC X(01).
              88 TDP-ACTIVE  VALUE 'A'.
           03 TDP-TERM-MONTHS PIC 9(03).
           03 TDP-START-DATE PIC 9(08).
           03 TDP-MAT-DATE   PIC 9(08).
           03 FILLER         PIC X(56).
      *RAW UNSORTED TRANSACTION INPUT
      *RECYCLED SUSPENSE TRANSACTIONS FROM FNLPRGRC ARE CONCATENATED
      *AHEAD OF THE DAY'S FRESH TRANSACTIONS IN THIS FILE. BRANCH AND
      *CHANNEL FEEDS ARRIVE THROUGH THE FNLPRGIN INTAKE STEP, WHICH
      *CHECKS AND STRIPS THEIR HEADER AND TRAILER RECORDS
       FD  INP-RAW-REC RECORDING MODE F.
       01  INP-RAW-FIELDS.
           05 FILLER         PIC X(53).
           05 INP-RAW-EFF-DATE PIC 9(08).
           05 FILLER         PIC X(05).
      *A FEED HEADER OR TRAILER RECORD -- ONLY PRESENT WHEN A RAW
      *FEED HAS BEEN CONCATENATED WITHOUT GOING THROUGH INTAKE
       01  INP-RAW-CTL.
           05 INP-RAW-CTL-TYPE PIC X(03).
              88 INP-RAW-FEED-CTL VALUE 'HDR' 'TRL'.
           05 FILLER         PIC X(63).
      *PENDING WAREHOUSE -- FUTURE-DATED TRANSACTIONS DEFERRED BY AN
      *EARLIER RUN ARE FED BACK IN FRONT OF THE SORT EACH RUN UNTIL
      *THEIR EFFECTIVE DATE ARRIVES
           05 FILLER         PIC X(05).
       FD  PND-OUT    RECORDING MODE F.
       01  PNDO-FIELDS       PIC X(66).
      *AUTHORISATION QUEUE -- A TRANSACTION THAT NEEDS A SECOND
      *OPERATOR'S APPROVAL IS PARKED HERE UNTIL AN APPROVAL CARD
      *RELEASES IT, AN APPROVER DECLINES IT OR IT AGES OUT. THE
      *QUEUE REFERENCE IS THE RUN DATE AND START TIME OF THE RUN
      *THAT PARKED IT PLUS A SEQUENCE NUMBER WITHIN THAT RUN.
      *    RECORD CONTAINS 100 CHARACTERS
       FD  AUTH-IN    RECORDING MODE F.
       01  AQI-FIELDS.
           05 AQI-TXN.
              10 AQI-OPR        PIC X(01).
              10 AQI-ID         PIC X(05).
              10 AQI-NAME       PIC X(15).
              10 AQI-SURNAME    PIC X(15).
              10 AQI-CUR        PIC 9(03).
              10 AQI-AMT        PIC S9(07)V99.
              10 AQI-RETRY-CNT  PIC 9(02).
              10 AQI-TXN-CUR    PIC 9(03).
              10 AQI-EFF-DATE   PIC 9(08).
              10 AQI-CUST-NO    PIC X(05).
           05 AQI-REF.
              10 AQI-REF-DATE   PIC 9(08).
              10 AQI-REF-TIME   PIC 9(06).
              10 AQI-REF-SEQ    PIC 9(05).
      *OPERATOR WHO SUBMITTED THE RUN THAT PARKED THE TRANSACTION
           05 AQI-MAKER         PIC X(08).
      *WHY IT WAS PARKED: L = ABOVE THE CURRENCY THRESHOLD,
      *D / C = DELETE / CLOSE AGAINST A NON-ZERO BALANCE
           05 AQI-CAUSE         PIC X(01).
           05 FILLER            PIC X(06).
       FD  AUTH-OUT   RECORDING MODE F.
       01  AQO-FIELDS           PIC X(100).
      *APPROVAL DECK KEYED BY THE SECOND OPERATOR
      *COL 1     A = APPROVE (RELEASED INTO THIS RUN), D = DECLINE
      *COL 2-20  QUEUE REFERENCE AS PRINTED ON THE AUTHRPT REPORT
      *COL 21-25 ACCT-ID OF THE QUEUED TRANSACTION (CROSS-CHECK)
      *COL 26-33 APPROVER ID -- MUST DIFFER FROM THE SUBMITTER
      *A MISSING DECK MEANS NOTHING IS APPROVED THIS RUN
       FD  APR-REC    RECORDING MODE F.
       01  APR-FIELDS.
           05 APR-FUNC          PIC X(01).
           05 APR-REF           PIC X(19).
           05 APR-ID            PIC X(05).
           05 APR-APPROVER      PIC X(08).
           05 FILLER            PIC X(47).
      *PER-CURRENCY AUTHORISATION THRESHOLDS, ONE CARD PER CURRENCY;
      *A CARD FOR CURRENCY 000 IS THE DEFAULT FOR ANY CURRENCY NOT
      *LISTED. A MISSING FILE MEANS NO AMOUNT THRESHOLD APPLIES.
       FD  ALM-REC    RECORDING MODE F.
       01  ALM-FIELDS.
           05 ALM-CUR           PIC 9(03).
           05 ALM-LIMIT         PIC 9(09)V99.
           05 FILLER            PIC X(66).
      *PENDING-AUTHORISATION REPORT
       FD  ARPT-REC   RECORDING MODE F.
       01  ARPT-LINE            PIC X(80).
      *RUN-CONTROL PARAMETER CARD
      *COL 1-4   CHECKPOINT INTERVAL (BLANK = 50)
      *COL 5-12  RUN DATE OVERRIDE YYYYMMDD (BLANK = TODAY)
      *          TRANSACTIONS AGAINST THE ACCTIN OLD MASTER AND
      *          WRITES THE ACCTOUT NEW GENERATION INSTEAD OF
      *          KEYED I-O; NO CHECKPOINTING, A RERUN STARTS OVER)
      *COL 14-16 DAYS AN UNAPPROVED TRANSACTION WAITS ON THE
      *          AUTHORISATION QUEUE BEFORE IT AGES OUT TO REJFILE
      *          (BLANK = 5)
      *COL 17-24 OPERATOR ID OF THE SUBMITTER; AN APPROVAL CARD
      *          CARRYING THE SAME ID IS REFUSED (BLANK = BATCH)
      *A MISSING CARD FILE MEANS EVERY DEFAULT APPLIES
       FD  CTL-REC    RECORDING MODE F.
       01  CTL-FIELDS.
           05 CTL-CHK-INTERVAL  PIC X(04).
           05 CTL-RUN-DATE      PIC X(08).
           05 CTL-MODE          PIC X(01).
           05 CTL-AUTH-DAYS     PIC X(03).
           05 CTL-SUBMITTER     PIC X(08).
           05 FILLER            PIC X(56).
      *SHARED RUN-CONTROL INTERLOCK DATASET -- ONE RECORD SAYING
      *WHETHER A MUTATING RUN IS IN FLIGHT AND WHICH PROGRAM HOLDS
      *IT; EVERY MUTATING JOB STAMPS IT AT START AND END
           05 SRT-TXN-CUR    PIC 9(03).
           05 SRT-EFF-DATE   PIC 9(08).
           05 SRT-CUST-NO    PIC X(05).
           05 SRT-APPROVER   PIC X(08).
      *INDEX FILE (SORTED BY ACCT-ID)
       FD  INP-REC    RECORDING MODE F.
       01  INP-FIELDS.
                                    'D'
                                    'B'
                                    'C'
                                    'A'
                                    'T'.
           05 INP-ID         PIC X(05).
           05 INP-NAME       PIC X(15).
      *A 'T' TRANSFER CARD MOVES INP-AMT FROM THE INP-ID ACCOUNT TO
      *THE ACCOUNT KEYED IN THE FIRST FIVE COLUMNS OF THE NAME FIELD
           05 INP-XFER-NAME  REDEFINES INP-NAME.
              10 INP-TO-ID   PIC X(05).
              10 FILLER      PIC X(10).
           05 INP-SURNAME    PIC X(15).
           05 INP-CUR        PIC 9(03).
           05 INP-AMT        PIC S9(07)V99.
      *CUSTREC CUSTOMER NUMBER A 'W' REGISTRATION IS LINKED TO;
      *ZEROS OR SPACES LEAVE THE ACCOUNT UNLINKED
           05 INP-CUST-NO    PIC X(05).
      *SECOND OPERATOR WHO RELEASED THE TRANSACTION FROM THE
      *AUTHORISATION QUEUE; SPACES ON EVERYTHING ELSE. NOT PART OF
      *THE INPFILE LAYOUT -- ONLY THE SORTED WORK FILE CARRIES IT.
           05 INP-APPROVER   PIC X(08).
      *PRINT VARS
       FD  PRINT-LINE RECORDING MODE F.
       01  PRINT-REC.
           05 AUDT-TS            PIC X(21).
           05 AUDT-BEFORE-IMAGE  PIC X(71).
           05 AUDT-AFTER-IMAGE   PIC X(71).
      *ACCT-ID OF THE OTHER LEG OF A 'T' TRANSFER; ZEROS ON EVERY
      *OTHER MUTATION
           05 AUDT-XREF-ID       PIC S9(05) COMP-3.
      *SECOND OPERATOR WHO APPROVED A QUEUED TRANSACTION; SPACES ON
      *EVERY MUTATION THAT DID NOT NEED AUTHORISATION
           05 AUDT-APPROVER      PIC X(08).
      *CUSTOMER-FACING ACCOUNT STATEMENT EXTRACT
       FD  STMT-REC   RECORDING MODE F.
       01  STMT-LINE             PIC X(80).
      *AMOUNT ACTUALLY POSTED, IN THE ACCOUNT'S CURRENCY
           05 HIS-AMT            PIC S9(07)V99 COMP-3.
           05 HIS-BALANCE        PIC S9(09)V99 COMP-3.
      *ACCT-ID OF THE OTHER LEG OF A 'T' TRANSFER; ZEROS ON EVERY
      *OTHER POSTING
           05 HIS-XREF-ID        PIC S9(05) COMP-3.
      *EXCHANGE-RATE TABLE MAINTAINED BY OPERATIONS, ONE CARD PER
      *FROM/TO CURRENCY PAIR; THE RATE MULTIPLIES THE FROM-AMOUNT
       FD  EXCH-REC   RECORDING MODE F.
           05 PNDO-ST           PIC 9(02).
              88 PNDO-SUCCESS   VALUE 00
                                     97.
           05 AQI-ST            PIC 9(02).
              88 AQI-EOF        VALUE 10.
              88 AQI-SUCCESS    VALUE 00
                                     97.
           05 AQO-ST            PIC 9(02).
              88 AQO-SUCCESS    VALUE 00
                                     97.
           05 APR-ST            PIC 9(02).
              88 APR-EOF        VALUE 10.
              88 APR-SUCCESS    VALUE 00
                                     97.
           05 ALM-ST            PIC 9(02).
              88 ALM-EOF        VALUE 10.
              88 ALM-SUCCESS    VALUE 00
                                     97.
           05 ARPT-ST           PIC 9(02).
              88 ARPT-SUCCESS   VALUE 00
                                     97.
           05 WS-ARPT-OPENED-SW PIC X(01) VALUE 'N'.
           05 WS-AUTH-DAYS      PIC 9(03) VALUE 5.
           05 WS-SUBMITTER      PIC X(08) VALUE 'BATCH'.
           05 WS-RUN-DATE       PIC 9(08) VALUE ZEROS.
           05 CTL-ST            PIC 9(02).
              88 CTL-SUCCESS    VALUE 00
           05 REJ-ST            PIC 9(02).
              88 REJ-SUCCESS    VALUE 00
                                    97.
           05 HOLD-ST           PIC 9(02).
              88 HOLD-SUCCESS   VALUE 00
                                    97.
           05 TERM-ST           PIC 9(02).
              88 TERM-SUCCESS   VALUE 00
                                    97.
           05 DUP-ST            PIC 9(02).
              88 DUP-SUCCESS    VALUE 00
                                    97.
              07 WS-CNT-B        PIC 9(08) COMP VALUE ZEROS.
              07 WS-CNT-C        PIC 9(08) COMP VALUE ZEROS.
              07 WS-CNT-A        PIC 9(08) COMP VALUE ZEROS.
              07 WS-CNT-T        PIC 9(08) COMP VALUE ZEROS.
              07 WS-CNT-INVALID  PIC 9(08) COMP VALUE ZEROS.
              07 WS-CNT-TOTAL    PIC 9(08) COMP VALUE ZEROS.
              07 WS-CNT-ADDED    PIC 9(08) COMP VALUE ZEROS.
              07 WS-CNT-NOTFOUND PIC 9(08) COMP VALUE ZEROS.
              07 WS-CNT-RELEASED PIC 9(08) COMP VALUE ZEROS.
              07 WS-CNT-DEFERRED PIC 9(08) COMP VALUE ZEROS.
              07 WS-CNT-FEEDCTL  PIC 9(08) COMP VALUE ZEROS.
              07 WS-CNT-NSF      PIC 9(08) COMP VALUE ZEROS.
              07 WS-CNT-CLSD     PIC 9(08) COMP VALUE ZEROS.
              07 WS-CNT-DORM     PIC 9(08) COMP VALUE ZEROS.
              07 WS-CNT-NOEXCH   PIC 9(08) COMP VALUE ZEROS.
              07 WS-CNT-OVFL     PIC 9(08) COMP VALUE ZEROS.
              07 WS-CNT-DUP      PIC 9(08) COMP VALUE ZEROS.
              07 WS-CNT-XINV     PIC 9(08) COMP VALUE ZEROS.
              07 WS-CNT-XSEQ     PIC 9(08) COMP VALUE ZEROS.
              07 WS-CNT-HELD     PIC 9(08) COMP VALUE ZEROS.
              07 WS-CNT-TERM     PIC 9(08) COMP VALUE ZEROS.
              07 WS-CNT-QUEUED   PIC 9(08) COMP VALUE ZEROS.
              07 WS-CNT-AIN      PIC 9(08) COMP VALUE ZEROS.
              07 WS-CNT-ACARRY   PIC 9(08) COMP VALUE ZEROS.
              07 WS-CNT-AREL     PIC 9(08) COMP VALUE ZEROS.
              07 WS-CNT-ADECL    PIC 9(08) COMP VALUE ZEROS.
              07 WS-CNT-AEXP     PIC 9(08) COMP VALUE ZEROS.
              07 WS-CNT-ASAME    PIC 9(08) COMP VALUE ZEROS.
              07 WS-CNT-ANOMATCH PIC 9(08) COMP VALUE ZEROS.
           05 WS-BAL-NUM         PIC ZZZZZZZ9.
           05 WS-BAL-AMT-ED      PIC -(13)9.99.
           05 WS-BAL-OPENED-SW   PIC X(01) VALUE 'N'.
           05 AUDT-ST            PIC 9(02).
              88 AUDT-SUCCESS    VALUE 00
                                     97.
           05 WS-AUDT-BEFORE     PIC X(71) VALUE SPACES.
           05 WS-XFER-AUDT-BEFORE PIC X(71) VALUE SPACES.
           05 WS-XFER-TS         PIC X(21) VALUE SPACES.
           05 STMT-ST            PIC 9(02).
              88 STMT-SUCCESS    VALUE 00
                                     97.
              07 WS-CONV-CNV-ED   PIC -(7)9.99.
              07 WS-CONV-CUR-ED   PIC ZZ9.
              07 WS-CONV-CUR2-ED  PIC ZZ9.
              07 WS-CONV-ID-ED    PIC ZZZZ9.
      *PER-CURRENCY / PER-OPERATION MOVEMENT TOTALS FOR THE G/L
      *INTERFACE EXTRACT; OP SLOTS ARE 1=W 2=B 3=D 4=C 5=T
       01  WS-GL-TABLE.
           05 WS-GL-MAX         PIC 9(03) COMP VALUE 50.
           05 WS-GL-CNT         PIC 9(03) COMP VALUE ZEROS.
           05 WS-GL-ENTRY       OCCURS 50 TIMES.
              07 WS-GL-CUR      PIC 9(03).
              07 WS-GL-OP-ENTRY OCCURS 5 TIMES.
                 09 WS-GL-OP-CNT PIC 9(08) COMP.
                 09 WS-GL-OP-AMT PIC S9(11)V99 COMP-3.
       01  WS-GL-WORK.
           05 WS-GL-OPR-TAB     PIC X(05) VALUE 'WBDCT'.
           05 WS-GL-OPX-MAX     PIC 9(01) VALUE 5.
           05 WS-GL-CUR-KEY     PIC 9(03) VALUE ZEROS.
           05 WS-GL-OPX         PIC 9(01) VALUE ZEROS.
           05 WS-GL-OPX2        PIC 9(01) VALUE ZEROS.
           05 WS-GL-IDX         PIC 9(03) COMP VALUE ZEROS.
              07 WS-GL-CNT-B    PIC 9(08) COMP VALUE ZEROS.
              07 WS-GL-CNT-D    PIC 9(08) COMP VALUE ZEROS.
              07 WS-GL-CNT-C    PIC 9(08) COMP VALUE ZEROS.
              07 WS-GL-CNT-TD   PIC 9(08) COMP VALUE ZEROS.
              07 WS-GL-CNT-TC   PIC 9(08) COMP VALUE ZEROS.
           05 WS-GL-TOT-AMT     PIC S9(13)V99 COMP-3 VALUE ZEROS.
           05 WS-GL-XFER-DR-AMT PIC S9(13)V99 COMP-3 VALUE ZEROS.
           05 WS-GL-XFER-CR-AMT PIC S9(13)V99 COMP-3 VALUE ZEROS.
      *EXCHANGE-RATE TABLE LOADED FROM EXCHFILE AT START-UP AND
      *PASSED TO FNLPRGSB FOR CROSS-CURRENCY 'B' CONVERSION
       01  WS-EXCH-TABLE.
              07 WS-EXC-FROM-CUR PIC 9(03).
              07 WS-EXC-TO-CUR   PIC 9(03).
              07 WS-EXC-RATE     PIC 9(03)V9(06).
      *AUTHORISATION THRESHOLDS LOADED FROM AUTHLIM AT START-UP
       01  WS-ALM-TABLE.
           05 WS-ALM-MAX        PIC 9(03) COMP VALUE 50.
           05 WS-ALM-CNT        PIC 9(03) COMP VALUE ZEROS.
           05 WS-ALM-ENTRY      OCCURS 50 TIMES.
              07 WS-ALM-CUR     PIC 9(03).
              07 WS-ALM-AMT     PIC 9(09)V99.
      *APPROVAL DECK LOADED AHEAD OF THE QUEUE PASS; EACH CARD IS
      *MARKED WHEN IT MEETS ITS QUEUE ITEM SO STRAYS CAN BE LISTED
       01  WS-APR-TABLE.
           05 WS-APR-MAX        PIC 9(03) COMP VALUE 200.
           05 WS-APR-CNT        PIC 9(03) COMP VALUE ZEROS.
           05 WS-APR-ENTRY      OCCURS 200 TIMES.
              07 WS-APR-FUNC    PIC X(01).
              07 WS-APR-REF     PIC X(19).
              07 WS-APR-ID      PIC X(05).
              07 WS-APR-APPROVER PIC X(08).
              07 WS-APR-USED    PIC X(01).
       01  WS-AUTH-WORK.
           05 WS-AUTH-CAUSE     PIC X(01) VALUE SPACE.
           05 WS-AUTH-DONE-SW   PIC X(01) VALUE 'N'.
           05 WS-AUTH-CUR       PIC 9(03) VALUE ZEROS.
           05 WS-AUTH-AMT       PIC 9(09)V99 VALUE ZEROS.
           05 WS-AUTH-SEQ       PIC 9(05) VALUE ZEROS.
           05 WS-AUTH-AGE       PIC S9(07) COMP VALUE ZEROS.
           05 WS-ALM-IDX        PIC 9(03) COMP VALUE ZEROS.
           05 WS-ALM-FIND       PIC 9(03) COMP VALUE ZEROS.
           05 WS-ALM-DFLT       PIC 9(03) COMP VALUE ZEROS.
           05 WS-APR-IDX        PIC 9(03) COMP VALUE ZEROS.
           05 WS-APR-FIND       PIC 9(03) COMP VALUE ZEROS.
           05 WS-AR-TAG         PIC X(11) VALUE SPACES.
           05 WS-AR-WHO         PIC X(08) VALUE SPACES.
           05 WS-AR-RC          PIC X(05) VALUE SPACES.
           05 WS-AR-REASON      PIC X(20) VALUE SPACES.
           05 WS-AR-AMT-ED      PIC -(7)9.99.
           05 WS-AR-NUM         PIC ZZZZZZZ9.
           05 WS-AR-DAYS-ED     PIC ZZ9.
      *ONE AUTHORISATION QUEUE RECORD BEING BUILT OR REPORTED
      *    RECORD CONTAINS 100 CHARACTERS
       01  WS-AQ-FIELDS.
           05 WS-AQ-TXN.
              10 WS-AQ-OPR      PIC X(01).
              10 WS-AQ-ID       PIC X(05).
              10 WS-AQ-NAME     PIC X(15).
              10 WS-AQ-SURNAME  PIC X(15).
              10 WS-AQ-CUR      PIC 9(03).
              10 WS-AQ-AMT      PIC S9(07)V99.
              10 WS-AQ-RETRY-CNT PIC 9(02).
              10 WS-AQ-TXN-CUR  PIC 9(03).
              10 WS-AQ-EFF-DATE PIC 9(08).
              10 WS-AQ-CUST-NO  PIC X(05).
           05 WS-AQ-REF.
              10 WS-AQ-REF-DATE PIC 9(08).
              10 WS-AQ-REF-TIME PIC 9(06).
              10 WS-AQ-REF-SEQ  PIC 9(05).
           05 WS-AQ-MAKER       PIC X(08).
           05 WS-AQ-CAUSE       PIC X(01).
           05 FILLER            PIC X(06).
      *AREA PASSED TO THE SHARED ACCOUNT-MAINTENANCE ENGINE
       01  LS-SUB-AREA.
           05 LS-OPR            PIC X(01).
           05 LS-SUB-CALLED     PIC 9(01).
              88 SUB-CALL-NS    VALUE 00.
              88 SUB-CALL-SC    VALUE 01.
           05 LS-XFER-ID        PIC X(05).
           05 LS-XFER-INVALID-KEY PIC X(01).
              88 LS-XFER-INVL-KEY VALUE 'Y'.
           05 LS-XFER-AMT       PIC S9(07)V99.
           05 LS-XFER-LEG       PIC X(01).
              88 LS-XFER-CR-LEG VALUE 'T'.
           05 LS-HOLD-AMT       PIC S9(09)V99.
           05 LS-TERM-LOCK-SW   PIC X(01).
              88 LS-TERM-LOCKED VALUE 'Y'.
      *CREDIT (TO) ACCOUNT OF A 'T' TRANSFER, READ HERE AND POSTED
      *BY THE ENGINE TOGETHER WITH THE DEBIT ACCOUNT IN ACCT-FIELDS
      *    RECORD CONTAINS 71 CHARACTERS
       01  WS-XFER-ACCT-FIELDS.
           03 XFR-ACCT-KEY.
              05 XFR-ACCT-ID PIC S9(05) COMP-3.
           03 XFR-ACCT-CUR   PIC S9(03) COMP.
           03 XFR-ACCT-NAME  PIC X(15).
           03 XFR-ACCT-SURNAME PIC X(15).
           03 XFR-ACCT-BALANCE PIC S9(09)V99 COMP-3.
           03 XFR-ACCT-STATUS PIC X(01).
           03 XFR-ACCT-OPEN-DATE PIC 9(08).
           03 XFR-ACCT-CLOSE-DATE PIC 9(08).
           03 XFR-ACCT-CUST-NO PIC 9(05).
           03 XFR-ACCT-LAST-TXN-DATE PIC 9(08).
       PROCEDURE DIVISION.
      *MAIN LOOOP
       0000-MAIN.
                 PERFORM H999-PROGRAM-EXIT
              END-IF
           END-IF.
           OPEN INPUT HOLD-REC.
           IF (NOT HOLD-SUCCESS)
              DISPLAY 'UNABLE TO OPEN20 FILE: ' HOLD-ST
              MOVE HOLD-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           OPEN INPUT TERM-REC.
           IF (NOT TERM-SUCCESS)
              DISPLAY 'UNABLE TO OPEN23 FILE: ' TERM-ST
              MOVE TERM-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
      *REJFILE IS OPENED AHEAD OF THE SORT: THE AUTHORISATION QUEUE
      *PASS IN THE SORT'S INPUT PROCEDURE SENDS DECLINED AND
      *EXPIRED TRANSACTIONS TO IT
           OPEN OUTPUT REJ-REC.
           IF (NOT REJ-SUCCESS)
              DISPLAY 'UNABLE TO OPEN7 FILE: ' REJ-ST
              MOVE REJ-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           SORT SORT-FILE
              ON ASCENDING KEY SRT-ID
              INPUT PROCEDURE H140-GATE-INPUT THRU H140-END
              MOVE PRT-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           OPEN OUTPUT DUP-REC.
           IF (NOT DUP-SUCCESS)
              DISPLAY 'UNABLE TO OPEN11 FILE: ' DUP-ST
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           PERFORM H130-LOAD-EXCH-RATES.
           PERFORM H135-LOAD-AUTH-LIMITS.
      *A VALIDATE-ONLY RUN MUST REHEARSE THE WHOLE FILE AND MUST
      *NOT DISTURB THE REAL RUN'S CHECKPOINT DATASET, SO THE
      *RESTART CHECK (WHICH ALSO OPENS CHKFILE FOR OUTPUT) IS
                    DISPLAY 'FNLPRGMN SEQUENTIAL-MATCH RUN - '
                       'NEW MASTER GENERATION WILL BE CUT'
                 END-IF
                 IF CTL-AUTH-DAYS IS NUMERIC
                    MOVE CTL-AUTH-DAYS TO WS-AUTH-DAYS
                 END-IF
                 IF CTL-SUBMITTER NOT = SPACES
                    MOVE CTL-SUBMITTER TO WS-SUBMITTER
                 END-IF
              END-IF
              CLOSE CTL-REC
           END-IF.
              PERFORM H999-PROGRAM-EXIT
           END-IF.
       H115-END. EXIT.
      *FEED THE SORT FROM THE PENDING WAREHOUSE, THEN THE APPROVED
      *ITEMS OF THE AUTHORISATION QUEUE AND THEN THE DAY'S RAW
      *INPUT; A TRANSACTION WHOSE EFFECTIVE DATE HAS NOT YET
      *ARRIVED IS PARKED ON PNDOUT INSTEAD OF BEING RELEASED
       H140-GATE-INPUT.
           OPEN OUTPUT PND-OUT.
              END-PERFORM
              CLOSE PND-IN
           END-IF.
           PERFORM H150-GATE-AUTH-QUEUE.
           OPEN INPUT INP-RAW-REC.
           IF (NOT INP-RAW-SUCCESS)
              DISPLAY 'UNABLE TO OPEN14 FILE: ' INP-RAW-ST
           END-IF.
       H145-END. EXIT.
      *ONE RAW INPUT TRANSACTION: A FUTURE EFFECTIVE DATE PARKS IT
      *IN THE WAREHOUSE, ANYTHING ELSE GOES STRAIGHT TO THE SORT. A
      *FEED HEADER OR TRAILER MEANS A FEED BYPASSED INTAKE; IT IS
      *DROPPED AND COUNTED SO THE BALANCING REPORT SHOWS IT
       H146-GATE-ONE-RAW.
           EVALUATE TRUE
              WHEN INP-RAW-FEED-CTL
                 ADD 1 TO WS-CNT-FEEDCTL
                 DISPLAY 'FEED CONTROL RECORD ON INPFILE DROPPED: '
                    INP-RAW-CTL-TYPE
              WHEN INP-RAW-EFF-DATE IS NUMERIC AND
                   INP-RAW-EFF-DATE > WS-RUN-DATE
                 MOVE INP-RAW-FIELDS TO PNDO-FIELDS
                 WRITE PNDO-FIELDS
                 ADD 1 TO WS-CNT-DEFERRED
              WHEN OTHER
                 MOVE INP-RAW-FIELDS TO SRT-FIELDS
                 RELEASE SRT-FIELDS
           END-EVALUATE.
       H146-END. EXIT.
      *CARRY THE AUTHORISATION QUEUE FORWARD FROM AUTHIN TO AUTHOUT
      *AGAINST THE DAY'S APPROVAL DECK: AN APPROVED ITEM IS RELEASED
      *TO THE SORT CARRYING ITS APPROVER, A DECLINED ONE AND ONE
      *LEFT UNAPPROVED PAST THE AGE-OUT PERIOD GO TO REJFILE AND
      *EVERYTHING ELSE WAITS. EVERY ITEM AND CARD IS LISTED ON THE
      *PENDING-AUTHORISATION REPORT. AUTHOUT STAYS OPEN FOR THE
      *TRANSACTIONS THIS RUN PARKS.
       H150-GATE-AUTH-QUEUE.
           OPEN OUTPUT ARPT-REC.
           IF (NOT ARPT-SUCCESS)
              DISPLAY 'UNABLE TO OPEN21 FILE: ' ARPT-ST
              MOVE ARPT-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           MOVE 'Y' TO WS-ARPT-OPENED-SW.
           MOVE WS-AUTH-DAYS TO WS-AR-DAYS-ED.
           MOVE SPACES TO ARPT-LINE
           STRING 'FNLPRGMN PENDING-AUTHORISATION REPORT'
              DELIMITED BY SIZE INTO ARPT-LINE
           WRITE ARPT-LINE.
           MOVE SPACES TO ARPT-LINE
           STRING 'RUN DATE ' WS-RUN-DATE
                  ' SUBMITTER ' WS-SUBMITTER
                  ' AGE-OUT DAYS ' WS-AR-DAYS-ED
              DELIMITED BY SIZE INTO ARPT-LINE
           WRITE ARPT-LINE.
           OPEN OUTPUT AUTH-OUT.
           IF (NOT AQO-SUCCESS)
              DISPLAY 'UNABLE TO OPEN22 FILE: ' AQO-ST
              MOVE AQO-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           PERFORM H152-LOAD-APPROVALS.
           OPEN INPUT AUTH-IN.
           IF AQI-SUCCESS
              READ AUTH-IN
              PERFORM UNTIL AQI-EOF
                 PERFORM H154-GATE-ONE-AUTH
                 READ AUTH-IN
              END-PERFORM
              CLOSE AUTH-IN
           END-IF.
           PERFORM VARYING WS-APR-IDX FROM 1 BY 1
              UNTIL WS-APR-IDX > WS-APR-CNT
              IF WS-APR-USED (WS-APR-IDX) = 'N'
                 PERFORM H159-REPORT-STRAY-CARD
              END-IF
           END-PERFORM.
       H150-END. EXIT.
      *LOAD THE APPROVAL DECK; A MISSING DECK APPROVES NOTHING
       H152-LOAD-APPROVALS.
           OPEN INPUT APR-REC.
           IF APR-SUCCESS
              READ APR-REC
              PERFORM UNTIL APR-EOF
                 IF WS-APR-CNT < WS-APR-MAX
                    ADD 1 TO WS-APR-CNT
                    MOVE APR-FUNC     TO WS-APR-FUNC (WS-APR-CNT)
                    MOVE APR-REF      TO WS-APR-REF (WS-APR-CNT)
                    MOVE APR-ID       TO WS-APR-ID (WS-APR-CNT)
                    MOVE APR-APPROVER TO WS-APR-APPROVER (WS-APR-CNT)
                    MOVE 'N'          TO WS-APR-USED (WS-APR-CNT)
                 ELSE
                    DISPLAY 'APPROVAL CARD SKIPPED: ' APR-FIELDS
                 END-IF
                 READ APR-REC
              END-PERFORM
              CLOSE APR-REC
           END-IF.
       H152-END. EXIT.
      *ONE QUEUED TRANSACTION: APPLY ITS APPROVAL CARD IF THERE IS
      *ONE, OTHERWISE AGE IT OUT OR CARRY IT FORWARD UNTOUCHED
       H154-GATE-ONE-AUTH.
           ADD 1 TO WS-CNT-AIN.
           MOVE AQI-FIELDS TO WS-AQ-FIELDS.
           MOVE 'N' TO WS-AUTH-DONE-SW.
           PERFORM H156-FIND-APPROVAL.
           IF WS-APR-FIND > ZEROS
              PERFORM H157-APPLY-APPROVAL
           END-IF.
           IF WS-AUTH-DONE-SW = 'N'
              IF WS-AQ-REF-DATE IS NUMERIC AND
                 WS-AQ-REF-DATE > ZEROS
                 COMPUTE WS-AUTH-AGE =
                    FUNCTION INTEGER-OF-DATE (WS-RUN-DATE)
                    - FUNCTION INTEGER-OF-DATE (WS-AQ-REF-DATE)
              ELSE
                 MOVE 9999 TO WS-AUTH-AGE
              END-IF
              MOVE WS-AQ-MAKER TO WS-AR-WHO
              IF WS-AUTH-AGE > WS-AUTH-DAYS
                 MOVE 'RC:14'        TO WS-AR-RC
                 MOVE 'AUTH EXPIRED' TO WS-AR-REASON
                 PERFORM H158-REJECT-AUTH
                 ADD 1 TO WS-CNT-AEXP
                 MOVE 'EXPIRED    ' TO WS-AR-TAG
              ELSE
                 MOVE AQI-FIELDS TO AQO-FIELDS
                 WRITE AQO-FIELDS
                 ADD 1 TO WS-CNT-ACARRY
                 MOVE 'PENDING    ' TO WS-AR-TAG
              END-IF
              PERFORM H940-REPORT-AUTH-ITEM
           END-IF.
       H154-END. EXIT.
      *FIRST UNUSED APPROVAL CARD CARRYING THE ITEM'S REFERENCE
       H156-FIND-APPROVAL.
           MOVE ZEROS TO WS-APR-FIND.
           PERFORM VARYING WS-APR-IDX FROM 1 BY 1
              UNTIL WS-APR-IDX > WS-APR-CNT
                 OR WS-APR-FIND > ZEROS
              IF WS-APR-REF (WS-APR-IDX) = WS-AQ-REF AND
                 WS-APR-USED (WS-APR-IDX) = 'N'
                 MOVE WS-APR-IDX TO WS-APR-FIND
              END-IF
           END-PERFORM.
       H156-END. EXIT.
      *APPLY ONE APPROVAL CARD. THE CARD MUST NAME THE SAME ACCOUNT
      *AS THE QUEUED ITEM AND CARRY AN APPROVER OTHER THAN THE
      *OPERATOR WHO SUBMITTED IT; A REFUSED CARD IS LISTED AND THE
      *ITEM STAYS ON THE QUEUE
       H157-APPLY-APPROVAL.
           MOVE 'Y' TO WS-APR-USED (WS-APR-FIND).
           MOVE WS-APR-APPROVER (WS-APR-FIND) TO WS-AR-WHO.
           EVALUATE TRUE
              WHEN WS-APR-ID (WS-APR-FIND) NOT = WS-AQ-ID
                 MOVE 'ACCT DIFFER' TO WS-AR-TAG
                 ADD 1 TO WS-CNT-ANOMATCH
              WHEN WS-APR-APPROVER (WS-APR-FIND) = SPACES
                 MOVE 'NO APPROVER' TO WS-AR-TAG
                 ADD 1 TO WS-CNT-ANOMATCH
              WHEN WS-APR-APPROVER (WS-APR-FIND) = WS-AQ-MAKER
                 MOVE 'SAME OPER  ' TO WS-AR-TAG
                 ADD 1 TO WS-CNT-ASAME
              WHEN WS-APR-FUNC (WS-APR-FIND) = 'A'
                 MOVE AQI-TXN TO SRT-FIELDS
                 MOVE WS-APR-APPROVER (WS-APR-FIND) TO SRT-APPROVER
                 RELEASE SRT-FIELDS
                 ADD 1 TO WS-CNT-AREL
                 MOVE 'RELEASED   ' TO WS-AR-TAG
                 MOVE 'Y' TO WS-AUTH-DONE-SW
              WHEN WS-APR-FUNC (WS-APR-FIND) = 'D'
                 MOVE 'RC:13'         TO WS-AR-RC
                 MOVE 'AUTH DECLINED' TO WS-AR-REASON
                 PERFORM H158-REJECT-AUTH
                 ADD 1 TO WS-CNT-ADECL
                 MOVE 'DECLINED   ' TO WS-AR-TAG
                 MOVE 'Y' TO WS-AUTH-DONE-SW
              WHEN OTHER
                 MOVE 'BAD FUNC   ' TO WS-AR-TAG
                 ADD 1 TO WS-CNT-ANOMATCH
           END-EVALUATE.
           PERFORM H940-REPORT-AUTH-ITEM.
       H157-END. EXIT.
      *SEND A DECLINED OR EXPIRED QUEUE ITEM TO THE SUSPENSE FILE
       H158-REJECT-AUTH.
           MOVE AQI-TXN      TO REJ-INP-FIELDS
           MOVE WS-AR-RC     TO REJ-RC
           MOVE WS-AR-REASON TO REJ-REASON
           MOVE SPACE        TO REJ-DISP
           WRITE REJ-FIELDS.
       H158-END. EXIT.
      *LIST AN APPROVAL CARD WHOSE REFERENCE IS NOT ON THE QUEUE
       H159-REPORT-STRAY-CARD.
           ADD 1 TO WS-CNT-ANOMATCH
           MOVE SPACES TO ARPT-LINE
           STRING 'NO SUCH REF' ' REF ' WS-APR-REF (WS-APR-IDX)
                  ' ID ' WS-APR-ID (WS-APR-IDX)
                  ' ' WS-APR-FUNC (WS-APR-IDX)
                  ' BY ' WS-APR-APPROVER (WS-APR-IDX)
              DELIMITED BY SIZE INTO ARPT-LINE
           WRITE ARPT-LINE.
       H159-END. EXIT.
      *LOAD THE PER-CURRENCY AUTHORISATION THRESHOLDS; WITHOUT THE
      *FILE ONLY THE 'D'/'C' BALANCE RULE PARKS TRANSACTIONS
       H135-LOAD-AUTH-LIMITS.
           OPEN INPUT ALM-REC.
           IF ALM-SUCCESS
              READ ALM-REC
              PERFORM UNTIL ALM-EOF
                         OR WS-ALM-CNT >= WS-ALM-MAX
                 IF ALM-CUR IS NUMERIC AND
                    ALM-LIMIT IS NUMERIC
                    ADD 1 TO WS-ALM-CNT
                    MOVE ALM-CUR   TO WS-ALM-CUR (WS-ALM-CNT)
                    MOVE ALM-LIMIT TO WS-ALM-AMT (WS-ALM-CNT)
                 ELSE
                    DISPLAY 'AUTHLIM CARD SKIPPED: ' ALM-FIELDS
                 END-IF
                 READ ALM-REC
              END-PERFORM
              CLOSE ALM-REC
           END-IF.
       H135-END. EXIT.
      *LOAD THE EXCHANGE-RATE TABLE INTO WORKING STORAGE SO FNLPRGSB
      *CAN CONVERT CROSS-CURRENCY 'B' AMOUNTS BEFORE POSTING
       H130-LOAD-EXCH-RATES.
              ADD 1 TO WS-REC-COUNT
              ADD 1 TO WS-CNT-TOTAL
              MOVE INP-ID TO WS-PREV-ID
              PERFORM H165-REPARK-SKIPPED
           END-IF.
       H160-END. EXIT.
      *THE AUTHORISATION QUEUE IS RECUT FROM AUTHIN BY EVERY RUN, SO
      *WHAT THE ABENDED RUN PARKED BEFORE ITS LAST CHECKPOINT IS NOT
      *ON THIS RUN'S AUTHOUT; A SKIPPED TRANSACTION IS TESTED AGAIN
      *AGAINST THE MASTER AS IT NOW STANDS AND PARKED ONCE MORE
       H165-REPARK-SKIPPED.
           MOVE 'N' TO INVALID-KEY
           COMPUTE ACCT-ID = FUNCTION NUMVAL (INP-ID)
           MOVE ACCT-ID TO ACCT-REC-ID
           READ ACCT-REC INTO ACCT-FIELDS
              INVALID KEY MOVE 'Y' TO INVALID-KEY
           END-READ
           IF INP-TXN-CUR IS NUMERIC
              MOVE INP-TXN-CUR TO LS-TXN-CUR
           ELSE
              MOVE ZEROS       TO LS-TXN-CUR
           END-IF
           PERFORM H230-CHECK-AUTH
           IF WS-AUTH-CAUSE NOT = SPACE
              ADD 1 TO WS-CNT-QUEUED
              PERFORM H275-QUEUE-FOR-AUTH
           END-IF
           INITIALIZE INVALID-KEY.
       H165-END. EXIT.
      *PROGRAM LOGIC -- RANDOM (KEYED) MODE: APPLY THE TRANSACTION
      *IN THE BUFFER, THEN READ THE NEXT ONE AND ITS MASTER RECORD
       H200-PROCESS.
              MOVE ZEROS       TO LS-TXN-CUR
           END-IF.
           MOVE INVALID-KEY  TO LS-INVALID-KEY.
           PERFORM H225-READ-HOLDS.
           PERFORM H226-READ-TERM.
           IF INP-OPR = 'T'
              PERFORM H220-READ-XFER-ACCOUNT
           END-IF.
           PERFORM H230-CHECK-AUTH.
      *A TRANSACTION THAT NEEDS A SECOND OPERATOR IS NOT POSTED BUT
      *PARKED ON THE AUTHORISATION QUEUE (RC 12). THE SEQUENTIAL-
      *MATCH MODE ONLY HOLDS THE ONE MASTER RECORD OF THE CURRENT
      *KEY GROUP, SO IT CANNOT REACH A TRANSFER'S CREDIT ACCOUNT;
      *THE TRANSFER IS SUSPENSED WHOLE FOR AN UPDATE RUN
           EVALUATE TRUE
              WHEN WS-AUTH-CAUSE NOT = SPACE
                 MOVE 12    TO LS-RC
                 MOVE SPACE TO LS-ACTION
                 MOVE 'N'   TO LS-CONV-SW
                 MOVE SPACE TO LS-XFER-LEG
              WHEN INP-OPR = 'T' AND RUN-SEQ-MODE
                 MOVE 10    TO LS-RC
                 MOVE SPACE TO LS-ACTION
                 MOVE 'N'   TO LS-CONV-SW
                 MOVE SPACE TO LS-XFER-LEG
              WHEN OTHER
                 CALL 'FNLPRGSB' USING LS-SUB-AREA ACCT-FIELDS
                                    WS-EXCH-TABLE WS-XFER-ACCT-FIELDS
           END-EVALUATE.
           IF INP-OPR = 'T' AND LS-RC = 00
              PERFORM H495-BUILD-XFER-PRT
           ELSE
              IF LS-CONVERTED
                 PERFORM H490-BUILD-CONV-PRT
              END-IF
           END-IF.
           MOVE ACCT-ID      TO PRT-ID.
           MOVE '-'          TO PRINT-REC (6:1).
              WHEN 06
                 MOVE 'RC:06'  TO PRT-RC
                 MOVE '-'      TO PRINT-REC (17:1)
                 IF LS-XFER-CR-LEG
                    MOVE 'TO ACCT IS CLOSED'   TO PRT-COMMENT
                 ELSE
                    MOVE 'ACCOUNT IS CLOSED'   TO PRT-COMMENT
                 END-IF
                 ADD 1 TO WS-CNT-CLSD
                 PERFORM H270-WRITE-REJECT
              WHEN 09
                 MOVE 'RC:09'  TO PRT-RC
                 MOVE '-'      TO PRINT-REC (17:1)
                 IF LS-XFER-CR-LEG
                    MOVE 'TO ACCT IS DORMANT'  TO PRT-COMMENT
                 ELSE
                    MOVE 'ACCOUNT IS DORMANT'  TO PRT-COMMENT
                 END-IF
                 ADD 1 TO WS-CNT-DORM
                 PERFORM H270-WRITE-REJECT
              WHEN 07
              WHEN 23
                 MOVE 'RC:23'  TO PRT-RC
                 MOVE '-'      TO PRINT-REC (17:1)
                 IF LS-XFER-CR-LEG
                    MOVE 'TO ACCT NOT FOUND'   TO PRT-COMMENT
                 ELSE
                    MOVE 'NO RECORDS FOUND'    TO PRT-COMMENT
                 END-IF
                 ADD 1 TO WS-CNT-NOTFOUND
                 PERFORM H270-WRITE-REJECT
              WHEN 04
                 MOVE 'RC:04'  TO PRT-RC
                 MOVE '-'      TO PRINT-REC (17:1)
                 MOVE 'INVALID TRANSFER'    TO PRT-COMMENT
                 ADD 1 TO WS-CNT-XINV
                 PERFORM H270-WRITE-REJECT
              WHEN 10
                 MOVE 'RC:10'  TO PRT-RC
                 MOVE '-'      TO PRINT-REC (17:1)
                 MOVE 'XFER NOT IN SEQ RUN' TO PRT-COMMENT
                 ADD 1 TO WS-CNT-XSEQ
                 PERFORM H270-WRITE-REJECT
              WHEN 11
                 MOVE 'RC:11'  TO PRT-RC
                 MOVE '-'      TO PRINT-REC (17:1)
                 MOVE 'FUNDS ON HOLD'       TO PRT-COMMENT
                 ADD 1 TO WS-CNT-HELD
                 PERFORM H270-WRITE-REJECT
              WHEN 15
                 MOVE 'RC:15'  TO PRT-RC
                 MOVE '-'      TO PRINT-REC (17:1)
                 MOVE 'TERM NOT MATURED'    TO PRT-COMMENT
                 ADD 1 TO WS-CNT-TERM
                 PERFORM H270-WRITE-REJECT
              WHEN 12
                 MOVE 'RC:12'  TO PRT-RC
                 MOVE '-'      TO PRINT-REC (17:1)
                 MOVE 'QUEUED FOR APPROVAL' TO PRT-COMMENT
                 ADD 1 TO WS-CNT-QUEUED
                 PERFORM H275-QUEUE-FOR-AUTH
              WHEN OTHER
                 MOVE 'RC:??'  TO PRT-RC
                 MOVE '-'      TO PRINT-REC (17:1)
                 PERFORM H740-SEQ-ACTION
              WHEN LS-ACT-WRITE
                 WRITE ACCT-REC-AREA FROM ACCT-FIELDS
      *A 'T' POSTS BOTH LEGS OR NEITHER: IF THE CREDIT LEG CANNOT
      *BE REWRITTEN THE DEBIT ACCOUNT IS PUT BACK FROM ITS
      *BEFORE-IMAGE BEFORE THE RUN STOPS, SO NO AUDIT, HISTORY OR
      *GL ENTRY IS MADE FOR A HALF-POSTED TRANSFER
              WHEN LS-ACT-REWRITE
                 REWRITE ACCT-REC-AREA FROM ACCT-FIELDS
                 IF INP-OPR = 'T'
                    IF (NOT ACCT-SUCCESS)
                       DISPLAY 'UNABLE TO REWRITE FILE: ' ACCT-ST
                       MOVE ACCT-ST TO RETURN-CODE
                       PERFORM H999-PROGRAM-EXIT
                    END-IF
                    REWRITE ACCT-REC-AREA FROM WS-XFER-ACCT-FIELDS
                    IF (NOT ACCT-SUCCESS)
                       DISPLAY 'UNABLE TO REWRITE FILE: ' ACCT-ST
                       MOVE ACCT-ST TO RETURN-CODE
                       REWRITE ACCT-REC-AREA FROM WS-AUDT-BEFORE
                       PERFORM H999-PROGRAM-EXIT
                    END-IF
                 END-IF
              WHEN LS-ACT-DELETE
                 DELETE ACCT-REC
              WHEN OTHER
              AND NOT RUN-VALIDATE-ONLY
              PERFORM H480-WRITE-AUDIT
              PERFORM H485-WRITE-HISTORY
              IF INP-OPR = 'T'
                 PERFORM H482-WRITE-XFER-AUDIT
                 PERFORM H487-WRITE-XFER-HISTORY
              END-IF
           END-IF.
           IF LS-RC = 00 AND LS-ACTION NOT = SPACE
              AND (INP-OPR = 'W' OR 'B' OR 'D' OR 'C')
              PERFORM H295-ROLL-GL
           END-IF.
           IF LS-RC = 00 AND LS-ACTION NOT = SPACE
              AND INP-OPR = 'T'
              PERFORM H296-ROLL-GL-XFER
           END-IF.
           IF LS-RC = 00 AND INP-OPR = 'R' AND NOT ACCT-CLOSED
              PERFORM H520-WRITE-STATEMENT
           END-IF.
              PERFORM H250-WRITE-CHECKPOINT
           END-IF.
       H210-END. EXIT.
      *READ THE CREDIT (TO) ACCOUNT OF A 'T' TRANSFER INTO ITS OWN
      *WORK AREA; A MISSING, UNUSABLE OR SELF-REFERENCING TO-ACCT-ID
      *IS FLAGGED FOR THE ENGINE TO REFUSE. THE SEQUENTIAL-MATCH
      *MODE HAS NO KEYED MASTER TO READ AND LEAVES IT FLAGGED.
       H220-READ-XFER-ACCOUNT.
           MOVE INP-TO-ID    TO LS-XFER-ID.
           MOVE 'Y'          TO LS-XFER-INVALID-KEY.
           MOVE LOW-VALUES   TO WS-XFER-ACCT-FIELDS.
           MOVE SPACES       TO WS-XFER-AUDT-BEFORE.
           IF NOT RUN-SEQ-MODE AND NOT INVL-KEY
              AND INP-TO-ID IS NUMERIC AND INP-TO-ID NOT = INP-ID
              MOVE 'N' TO LS-XFER-INVALID-KEY
              COMPUTE ACCT-REC-ID = FUNCTION NUMVAL (INP-TO-ID)
              READ ACCT-REC INTO WS-XFER-ACCT-FIELDS
                 INVALID KEY MOVE 'Y' TO LS-XFER-INVALID-KEY
              END-READ
              IF NOT LS-XFER-INVL-KEY
                 IF (NOT ACCT-SUCCESS)
                    DISPLAY 'UNABLE TO READ5 FILE: ' ACCT-ST
                    MOVE ACCT-ST TO RETURN-CODE
                    PERFORM H999-PROGRAM-EXIT
                 END-IF
                 MOVE WS-XFER-ACCT-FIELDS TO WS-XFER-AUDT-BEFORE
              END-IF
           END-IF.
       H220-END. EXIT.
      *PICK UP THE TOTAL OF THE ACTIVE HOLDS ON THE TRANSACTION'S
      *ACCOUNT SO THE ENGINE WORKS FROM THE AVAILABLE BALANCE; AN
      *ACCOUNT WITH NO HOLD RECORD HAS NOTHING HELD
       H225-READ-HOLDS.
           MOVE ZEROS TO LS-HOLD-AMT.
           IF NOT INVL-KEY
              MOVE ACCT-ID TO HLD-ACCT-ID
              READ HOLD-REC
                 INVALID KEY CONTINUE
                 NOT INVALID KEY MOVE HLD-TOTAL-AMT TO LS-HOLD-AMT
              END-READ
           END-IF.
       H225-END. EXIT.
      *A TERM DEPOSIT IS LOCKED UNTIL ITS MATURITY DATE: THE ENGINE
      *REFUSES DEBITS AGAINST IT WHILE THE LOCK IS SET. MATURITY AND
      *EARLY BREAK ARE HANDLED BY FNLPRGTD, NOT BY THIS RUN
       H226-READ-TERM.
           MOVE 'N' TO LS-TERM-LOCK-SW.
           IF NOT INVL-KEY
              MOVE ACCT-ID TO TDP-ACCT-ID
              READ TERM-REC
                 INVALID KEY CONTINUE
                 NOT INVALID KEY
                    IF TDP-TERM-DEPOSIT AND TDP-ACTIVE
                       AND TDP-MAT-DATE > WS-RUN-DATE
                       MOVE 'Y' TO LS-TERM-LOCK-SW
                    END-IF
              END-READ
           END-IF.
       H226-END. EXIT.
      *DECIDE WHETHER THE TRANSACTION MUST WAIT FOR A SECOND
      *OPERATOR: AN AMOUNT-BEARING 'W', 'B' OR 'T' ABOVE ITS
      *CURRENCY'S AUTHLIM THRESHOLD (EITHER SIGN), OR A 'D' OR 'C'
      *AGAINST AN ACCOUNT STILL CARRYING A BALANCE. A TRANSACTION
      *ALREADY RELEASED BY AN APPROVER IS NEVER PARKED TWICE.
       H230-CHECK-AUTH.
           MOVE SPACE TO WS-AUTH-CAUSE.
           IF INP-APPROVER = SPACES
              EVALUATE TRUE
                 WHEN (INP-OPR = 'D' OR 'C') AND NOT INVL-KEY
                      AND ACCT-BALANCE NOT = ZERO
                    MOVE INP-OPR TO WS-AUTH-CAUSE
                 WHEN (INP-OPR = 'W' OR 'B' OR 'T')
                      AND INP-AMT IS NUMERIC
                    PERFORM H235-CHECK-LIMIT
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-IF.
       H230-END. EXIT.
      *COMPARE THE CARD AMOUNT WITH THE THRESHOLD OF THE CURRENCY IT
      *IS KEYED IN -- THE TRANSACTION CURRENCY WHEN ONE IS GIVEN,
      *ELSE THE NEW ACCOUNT'S CURRENCY FOR A 'W' OR THE ACCOUNT'S
      *OWN; A CURRENCY WITH NO CARD FALLS BACK ON THE 000 DEFAULT
       H235-CHECK-LIMIT.
           EVALUATE TRUE
              WHEN LS-TXN-CUR NOT = ZEROS
                 MOVE LS-TXN-CUR TO WS-AUTH-CUR
              WHEN INP-OPR = 'W' AND INP-CUR IS NUMERIC
                 MOVE INP-CUR    TO WS-AUTH-CUR
              WHEN NOT INVL-KEY
                 MOVE ACCT-CUR   TO WS-AUTH-CUR
              WHEN OTHER
                 MOVE ZEROS      TO WS-AUTH-CUR
           END-EVALUATE.
           IF INP-AMT < ZERO
              COMPUTE WS-AUTH-AMT = INP-AMT * -1
           ELSE
              MOVE INP-AMT TO WS-AUTH-AMT
           END-IF.
           MOVE ZEROS TO WS-ALM-FIND.
           MOVE ZEROS TO WS-ALM-DFLT.
           PERFORM VARYING WS-ALM-IDX FROM 1 BY 1
              UNTIL WS-ALM-IDX > WS-ALM-CNT
              IF WS-ALM-CUR (WS-ALM-IDX) = WS-AUTH-CUR
                 MOVE WS-ALM-IDX TO WS-ALM-FIND
              END-IF
              IF WS-ALM-CUR (WS-ALM-IDX) = ZEROS
                 MOVE WS-ALM-IDX TO WS-ALM-DFLT
              END-IF
           END-PERFORM.
           IF WS-ALM-FIND = ZEROS
              MOVE WS-ALM-DFLT TO WS-ALM-FIND
           END-IF.
           IF WS-ALM-FIND > ZEROS
              IF WS-AUTH-AMT > WS-ALM-AMT (WS-ALM-FIND)
                 MOVE 'L' TO WS-AUTH-CAUSE
              END-IF
           END-IF.
       H235-END. EXIT.
      *SEQUENTIAL MODE -- ONE TRANSACTION GROUP: ROLL THE OLD
      *MASTER FORWARD TO THE GROUP KEY, LOAD OR MISS THE WORK
      *RECORD, APPLY EVERY CONSECUTIVE TRANSACTION WITH THAT KEY
           MOVE SPACE        TO REJ-DISP
           WRITE REJ-FIELDS.
       H270-END. EXIT.
      *PARK THE TRANSACTION ON THE AUTHORISATION QUEUE UNDER A NEW
      *REFERENCE AND LIST IT ON THE PENDING-AUTHORISATION REPORT
       H275-QUEUE-FOR-AUTH.
           ADD 1 TO WS-AUTH-SEQ
           MOVE SPACES          TO WS-AQ-FIELDS
           MOVE INP-OPR         TO WS-AQ-OPR
           MOVE INP-ID          TO WS-AQ-ID
           MOVE INP-NAME        TO WS-AQ-NAME
           MOVE INP-SURNAME     TO WS-AQ-SURNAME
           MOVE INP-CUR         TO WS-AQ-CUR
           MOVE INP-AMT         TO WS-AQ-AMT
           MOVE INP-RETRY-CNT   TO WS-AQ-RETRY-CNT
           MOVE INP-TXN-CUR     TO WS-AQ-TXN-CUR
           MOVE INP-EFF-DATE    TO WS-AQ-EFF-DATE
           MOVE INP-CUST-NO     TO WS-AQ-CUST-NO
           MOVE WS-RUN-DATE     TO WS-AQ-REF-DATE
           MOVE WS-RUN-START-TS (9:6) TO WS-AQ-REF-TIME
           MOVE WS-AUTH-SEQ     TO WS-AQ-REF-SEQ
           MOVE WS-SUBMITTER    TO WS-AQ-MAKER
           MOVE WS-AUTH-CAUSE   TO WS-AQ-CAUSE
           WRITE AQO-FIELDS FROM WS-AQ-FIELDS.
           MOVE 'QUEUED     ' TO WS-AR-TAG
           MOVE WS-SUBMITTER  TO WS-AR-WHO
           PERFORM H940-REPORT-AUTH-ITEM.
       H275-END. EXIT.
      *ACCUMULATE CONTROL TOTALS FOR THE BALANCING REPORT
       H280-COUNT-TRANSACTION.
           EVALUATE INP-OPR
                 ADD 1 TO WS-CNT-C
              WHEN 'A'
                 ADD 1 TO WS-CNT-A
              WHEN 'T'
                 ADD 1 TO WS-CNT-T
              WHEN OTHER
                 ADD 1 TO WS-CNT-INVALID
           END-EVALUATE.
                 MOVE ZEROS TO WS-GL-AMT
                 ADD 1 TO WS-GL-CNT-C
           END-EVALUATE.
           MOVE ACCT-CUR TO WS-GL-CUR-KEY.
           PERFORM H297-ADD-GL-SLOT.
       H295-END. EXIT.
      *ACCUMULATE BOTH LEGS OF A POSTED 'T' TRANSFER: THE DEBIT IN
      *THE FROM-ACCOUNT'S CURRENCY AND THE CREDIT IN THE
      *TO-ACCOUNT'S, EACH COUNTED AS ONE MOVEMENT SO THE PAIR NETS
      *TO ZERO WITHIN A CURRENCY AND THE LEG COUNTS ALWAYS AGREE
       H296-ROLL-GL-XFER.
           MOVE 5 TO WS-GL-OPX.
           MOVE LS-CONV-AMT TO WS-GL-AMT.
           ADD WS-GL-AMT TO WS-GL-XFER-DR-AMT.
           ADD 1 TO WS-GL-CNT-TD.
           MOVE ACCT-CUR TO WS-GL-CUR-KEY.
           PERFORM H297-ADD-GL-SLOT.
           MOVE LS-XFER-AMT TO WS-GL-AMT.
           ADD WS-GL-AMT TO WS-GL-XFER-CR-AMT.
           ADD 1 TO WS-GL-CNT-TC.
           MOVE XFR-ACCT-CUR TO WS-GL-CUR-KEY.
           PERFORM H297-ADD-GL-SLOT.
       H296-END. EXIT.
      *ADD WS-GL-AMT TO OP SLOT WS-GL-OPX OF THE WS-GL-CUR-KEY
      *CURRENCY, OPENING THE CURRENCY'S ENTRY ON FIRST USE
       H297-ADD-GL-SLOT.
           MOVE ZEROS TO WS-GL-FIND.
           PERFORM VARYING WS-GL-IDX FROM 1 BY 1
              UNTIL WS-GL-IDX > WS-GL-CNT
                 OR WS-GL-FIND > ZEROS
              IF WS-GL-CUR (WS-GL-IDX) = WS-GL-CUR-KEY
                 MOVE WS-GL-IDX TO WS-GL-FIND
              END-IF
           END-PERFORM.
           IF WS-GL-FIND = ZEROS AND WS-GL-CNT < WS-GL-MAX
              ADD 1 TO WS-GL-CNT
              MOVE WS-GL-CNT TO WS-GL-FIND
              MOVE WS-GL-CUR-KEY TO WS-GL-CUR (WS-GL-FIND)
              PERFORM VARYING WS-GL-OPX2 FROM 1 BY 1
                 UNTIL WS-GL-OPX2 > WS-GL-OPX-MAX
                 MOVE ZEROS TO WS-GL-OP-CNT (WS-GL-FIND WS-GL-OPX2)
                 MOVE ZEROS TO WS-GL-OP-AMT (WS-GL-FIND WS-GL-OPX2)
              END-PERFORM
              ADD 1 TO WS-GL-OP-CNT (WS-GL-FIND WS-GL-OPX)
              ADD WS-GL-AMT TO WS-GL-OP-AMT (WS-GL-FIND WS-GL-OPX)
           END-IF.
       H297-END. EXIT.
      *MARK CHKFILE AS A CLEAN COMPLETION SO THE NEXT RUN'S
      *H110-CHECK-RESTART DOES NOT TREAT IT AS AN ABEND CHECKPOINT
       H290-WRITE-CHK-COMPLETE.
                  ' CNV ' WS-CONV-CUR2-ED ' ' WS-CONV-CNV-ED
              DELIMITED BY SIZE INTO PRT-CONV.
       H490-END. EXIT.
      *SHOW THE CREDIT ACCOUNT AND THE AMOUNT OF EACH LEG, EACH IN
      *ITS OWN ACCOUNT'S CURRENCY, ON A POSTED 'T' PRINT LINE
       H495-BUILD-XFER-PRT.
           MOVE XFR-ACCT-ID  TO WS-CONV-ID-ED
           MOVE LS-CONV-AMT  TO WS-CONV-ORIG-ED
           MOVE LS-XFER-AMT  TO WS-CONV-CNV-ED
           STRING ' TO ' WS-CONV-ID-ED
                  ' DR ' WS-CONV-ORIG-ED
                  ' CR ' WS-CONV-CNV-ED
              DELIMITED BY SIZE INTO PRT-CONV.
       H495-END. EXIT.
      *LOG THE BEFORE/AFTER IMAGE OF A MUTATING TRANSACTION
      *A TRANSFER'S DEBIT LEG POINTS AT ITS CREDIT ACCOUNT
       H480-WRITE-AUDIT.
           MOVE FUNCTION CURRENT-DATE TO WS-XFER-TS
           MOVE INP-OPR          TO AUDT-OPR
           MOVE ACCT-ID          TO AUDT-ID
           MOVE WS-XFER-TS       TO AUDT-TS
           MOVE WS-AUDT-BEFORE   TO AUDT-BEFORE-IMAGE
           MOVE ACCT-FIELDS      TO AUDT-AFTER-IMAGE
           IF INP-OPR = 'T'
              MOVE XFR-ACCT-ID   TO AUDT-XREF-ID
           ELSE
              MOVE ZEROS         TO AUDT-XREF-ID
           END-IF
           MOVE INP-APPROVER     TO AUDT-APPROVER
           WRITE AUDT-FIELDS.
       H480-END. EXIT.
      *LOG THE CREDIT LEG OF A 'T' TRANSFER UNDER THE SAME TIMESTAMP
      *AS ITS DEBIT LEG, POINTING BACK AT THE DEBIT ACCOUNT, SO A
      *BACKOUT OR AN AUDITOR CAN ALWAYS PAIR THE TWO
       H482-WRITE-XFER-AUDIT.
           MOVE 'T'                 TO AUDT-OPR
           MOVE XFR-ACCT-ID         TO AUDT-ID
           MOVE WS-XFER-TS          TO AUDT-TS
           MOVE WS-XFER-AUDT-BEFORE TO AUDT-BEFORE-IMAGE
           MOVE WS-XFER-ACCT-FIELDS TO AUDT-AFTER-IMAGE
           MOVE ACCT-ID             TO AUDT-XREF-ID
           MOVE INP-APPROVER        TO AUDT-APPROVER
           WRITE AUDT-FIELDS.
       H482-END. EXIT.
      *APPEND ONE POSTED TRANSACTION TO THE PERMANENT HISTORY
      *LEDGER; FOR A 'D' THE BALANCE SHOWN IS THE ONE REMOVED.
      *ONLY 'W' AND 'B' CARRY A REAL AMOUNT -- THE AMOUNT COLUMNS
      *OF U/D/C/A CARDS ARE LEGITIMATELY BLANK IN THIS SHOP, SO
      *ANYTHING ELSE (OR AN UNREADABLE AMOUNT) LEDGERS AS ZERO THE
      *WAY H295-ROLL-GL ALREADY LEAVES THE CARD AMOUNT ALONE.
      *A 'T' LEDGERS ITS DEBIT LEG HERE AS A NEGATIVE AMOUNT AND
      *POINTS AT THE CREDIT ACCOUNT
       H485-WRITE-HISTORY.
           MOVE ACCT-ID          TO HIS-ID
           MOVE WS-RUN-DATE      TO HIS-DATE
           MOVE WS-XFER-TS       TO HIS-TS
           MOVE INP-OPR          TO HIS-OPR
           MOVE LS-TXN-CUR       TO HIS-ORIG-CUR
           MOVE ZEROS            TO HIS-XREF-ID
           EVALUATE TRUE
              WHEN (INP-OPR = 'W' OR 'B') AND LS-AMT IS NUMERIC
                 MOVE LS-AMT     TO HIS-ORIG-AMT
                 MOVE LS-CONV-AMT TO HIS-AMT
              WHEN INP-OPR = 'T'
                 COMPUTE HIS-ORIG-AMT = LS-AMT * -1
                 MOVE LS-CONV-AMT TO HIS-AMT
                 MOVE XFR-ACCT-ID TO HIS-XREF-ID
              WHEN OTHER
                 MOVE ZEROS      TO HIS-ORIG-AMT
                 MOVE ZEROS      TO HIS-AMT
           END-EVALUATE
           MOVE ACCT-BALANCE     TO HIS-BALANCE
           WRITE HIST-FIELDS.
       H485-END. EXIT.
      *LEDGER THE CREDIT LEG OF A 'T' TRANSFER ON THE TO-ACCOUNT,
      *POINTING BACK AT THE DEBIT ACCOUNT; WHEN THE TWO ACCOUNTS ARE
      *HELD IN DIFFERENT CURRENCIES THE ORIGINAL COLUMNS CARRY THE
      *DEBITED AMOUNT IN THE FROM-ACCOUNT'S CURRENCY
       H487-WRITE-XFER-HISTORY.
           MOVE XFR-ACCT-ID      TO HIS-ID
           MOVE WS-RUN-DATE      TO HIS-DATE
           MOVE WS-XFER-TS       TO HIS-TS
           MOVE 'T'              TO HIS-OPR
           IF XFR-ACCT-CUR = ACCT-CUR
              MOVE ZEROS         TO HIS-ORIG-CUR
           ELSE
              MOVE ACCT-CUR      TO HIS-ORIG-CUR
           END-IF
           COMPUTE HIS-ORIG-AMT = LS-CONV-AMT * -1
           MOVE LS-XFER-AMT      TO HIS-AMT
           MOVE XFR-ACCT-BALANCE TO HIS-BALANCE
           MOVE ACCT-ID          TO HIS-XREF-ID
           WRITE HIST-FIELDS.
       H487-END. EXIT.
      *CLOSE I/O FILES
       H300-CLOSE-FILES.
           IF RUN-SEQ-MODE
                 AUDT-REC
                 STMT-REC
                 GLI-REC
                 HIST-REC
                 HOLD-REC
                 TERM-REC
                 AUTH-OUT
                 ARPT-REC.
       H300-END. EXIT.
      *INPUT OPERATOON CHECK
       H500-EVAL-OPR-PRT.
                 MOVE 'CLOS'             TO PRT-OPR
              WHEN "A"
                 MOVE 'ACTV'             TO PRT-OPR
              WHEN "T"
                 MOVE 'TRNF'             TO PRT-OPR
              WHEN OTHER
                 MOVE 'INVD'             TO PRT-OPR
           END-EVALUATE.
           PERFORM VARYING WS-GL-IDX FROM 1 BY 1
              UNTIL WS-GL-IDX > WS-GL-CNT
              PERFORM VARYING WS-GL-OPX FROM 1 BY 1
                 UNTIL WS-GL-OPX > WS-GL-OPX-MAX
                 IF WS-GL-OP-CNT (WS-GL-IDX WS-GL-OPX) > ZEROS
                    MOVE SPACES TO GLI-DTL
                    MOVE 'D' TO GLI-DTL-TYPE
           MOVE WS-GL-DTL-RECS TO GLI-TRL-RECS
           COMPUTE GLI-TRL-COUNT = WS-GL-CNT-W + WS-GL-CNT-B
                                 + WS-GL-CNT-D + WS-GL-CNT-C
                                 + WS-GL-CNT-TD + WS-GL-CNT-TC
           MOVE WS-GL-TOT-AMT TO GLI-TRL-AMT
           WRITE GLI-TRL.
       H910-END. EXIT.
      *ONE LINE OF THE PENDING-AUTHORISATION REPORT FOR THE QUEUE
      *ITEM IN WS-AQ-FIELDS: WHAT HAPPENED TO IT, ITS REFERENCE,
      *ACCOUNT, OPERATION, CURRENCY, AMOUNT, CAUSE AND THE OPERATOR
      *CONCERNED (SUBMITTER WHILE IT WAITS, APPROVER ONCE ACTED ON)
       H940-REPORT-AUTH-ITEM.
           IF WS-AQ-AMT IS NUMERIC
              MOVE WS-AQ-AMT TO WS-AR-AMT-ED
           ELSE
              MOVE ZEROS     TO WS-AR-AMT-ED
           END-IF
           MOVE SPACES TO ARPT-LINE
           STRING WS-AR-TAG ' REF ' WS-AQ-REF ' ID ' WS-AQ-ID
                  ' ' WS-AQ-OPR ' ' WS-AQ-CUR ' ' WS-AR-AMT-ED
                  ' ' WS-AQ-CAUSE ' ' WS-AR-WHO
              DELIMITED BY SIZE INTO ARPT-LINE
           WRITE ARPT-LINE.
       H940-END. EXIT.
      *WRITE THE PENDING-AUTHORISATION REPORT'S CONTROL TOTALS
       H920-WRITE-AUTH-TOTALS.
           MOVE WS-CNT-AIN TO WS-AR-NUM
           MOVE SPACES TO ARPT-LINE
           STRING 'QUEUE ITEMS CARRIED IN FROM AUTHIN ..: ' WS-AR-NUM
              DELIMITED BY SIZE INTO ARPT-LINE
           WRITE ARPT-LINE.
           MOVE WS-CNT-AREL TO WS-AR-NUM
           MOVE SPACES TO ARPT-LINE
           STRING 'RELEASED ON APPROVAL ................: ' WS-AR-NUM
              DELIMITED BY SIZE INTO ARPT-LINE
           WRITE ARPT-LINE.
           MOVE WS-CNT-ADECL TO WS-AR-NUM
           MOVE SPACES TO ARPT-LINE
           STRING 'DECLINED TO REJFILE .................: ' WS-AR-NUM
              DELIMITED BY SIZE INTO ARPT-LINE
           WRITE ARPT-LINE.
           MOVE WS-CNT-AEXP TO WS-AR-NUM
           MOVE SPACES TO ARPT-LINE
           STRING 'EXPIRED UNAPPROVED TO REJFILE .......: ' WS-AR-NUM
              DELIMITED BY SIZE INTO ARPT-LINE
           WRITE ARPT-LINE.
           MOVE WS-CNT-ASAME TO WS-AR-NUM
           MOVE SPACES TO ARPT-LINE
           STRING 'APPROVALS REFUSED, SAME OPERATOR ....: ' WS-AR-NUM
              DELIMITED BY SIZE INTO ARPT-LINE
           WRITE ARPT-LINE.
           MOVE WS-CNT-ANOMATCH TO WS-AR-NUM
           MOVE SPACES TO ARPT-LINE
           STRING 'APPROVAL CARDS NOT APPLIED ..........: ' WS-AR-NUM
              DELIMITED BY SIZE INTO ARPT-LINE
           WRITE ARPT-LINE.
           MOVE WS-CNT-QUEUED TO WS-AR-NUM
           MOVE SPACES TO ARPT-LINE
           STRING 'NEWLY QUEUED THIS RUN ...............: ' WS-AR-NUM
              DELIMITED BY SIZE INTO ARPT-LINE
           WRITE ARPT-LINE.
           COMPUTE WS-AR-NUM = WS-CNT-ACARRY + WS-CNT-QUEUED
           MOVE SPACES TO ARPT-LINE
           STRING 'LEFT PENDING AUTHORISATION ..........: ' WS-AR-NUM
              DELIMITED BY SIZE INTO ARPT-LINE
           WRITE ARPT-LINE.
       H920-END. EXIT.
      *WRITE THE END-OF-JOB CONTROL TOTAL / BALANCING REPORT
       H900-WRITE-BAL-REPORT.
           MOVE SPACES TO BAL-FIELDS
           STRING '  A (REACTIVATE) TRANSACTIONS .......: ' WS-BAL-NUM
              DELIMITED BY SIZE INTO BAL-FIELDS
           WRITE BAL-FIELDS.
           MOVE WS-CNT-T TO WS-BAL-NUM
           MOVE SPACES TO BAL-FIELDS
           STRING '  T (TRANSFER) TRANSACTIONS .........: ' WS-BAL-NUM
              DELIMITED BY SIZE INTO BAL-FIELDS
           WRITE BAL-FIELDS.
           MOVE WS-CNT-INVALID TO WS-BAL-NUM
           MOVE SPACES TO BAL-FIELDS
           STRING '  INVALID OPERATION TRANSACTIONS ....: ' WS-BAL-NUM
           STRING 'CONVERSION OVERFLOW REJECTS .........: ' WS-BAL-NUM
              DELIMITED BY SIZE INTO BAL-FIELDS
           WRITE BAL-FIELDS.
           MOVE WS-CNT-XINV TO WS-BAL-NUM
           MOVE SPACES TO BAL-FIELDS
           STRING 'INVALID TRANSFER REJECTS ............: ' WS-BAL-NUM
              DELIMITED BY SIZE INTO BAL-FIELDS
           WRITE BAL-FIELDS.
           MOVE WS-CNT-XSEQ TO WS-BAL-NUM
           MOVE SPACES TO BAL-FIELDS
           STRING 'TRANSFERS SUSPENSED IN SEQ RUN ......: ' WS-BAL-NUM
              DELIMITED BY SIZE INTO BAL-FIELDS
           WRITE BAL-FIELDS.
           MOVE WS-CNT-HELD TO WS-BAL-NUM
           MOVE SPACES TO BAL-FIELDS
           STRING 'D/C REFUSED WITH FUNDS ON HOLD ......: ' WS-BAL-NUM
              DELIMITED BY SIZE INTO BAL-FIELDS
           WRITE BAL-FIELDS.
           MOVE WS-CNT-TERM TO WS-BAL-NUM
           MOVE SPACES TO BAL-FIELDS
           STRING 'DEBITS REFUSED BEFORE TERM MATURITY .: ' WS-BAL-NUM
              DELIMITED BY SIZE INTO BAL-FIELDS
           WRITE BAL-FIELDS.
           MOVE WS-CNT-RELEASED TO WS-BAL-NUM
           MOVE SPACES TO BAL-FIELDS
           STRING 'RELEASED FROM PENDING WAREHOUSE .....: ' WS-BAL-NUM
           STRING 'DEFERRED TO PENDING WAREHOUSE .......: ' WS-BAL-NUM
              DELIMITED BY SIZE INTO BAL-FIELDS
           WRITE BAL-FIELDS.
           MOVE WS-CNT-FEEDCTL TO WS-BAL-NUM
           MOVE SPACES TO BAL-FIELDS
           STRING 'FEED CONTROL RECORDS DROPPED ........: ' WS-BAL-NUM
              DELIMITED BY SIZE INTO BAL-FIELDS
           WRITE BAL-FIELDS.
           MOVE WS-CNT-QUEUED TO WS-BAL-NUM
           MOVE SPACES TO BAL-FIELDS
           STRING 'QUEUED FOR AUTHORISATION ............: ' WS-BAL-NUM
              DELIMITED BY SIZE INTO BAL-FIELDS
           WRITE BAL-FIELDS.
           MOVE WS-CNT-AREL TO WS-BAL-NUM
           MOVE SPACES TO BAL-FIELDS
           STRING 'RELEASED FROM AUTHORISATION QUEUE ...: ' WS-BAL-NUM
              DELIMITED BY SIZE INTO BAL-FIELDS
           WRITE BAL-FIELDS.
           MOVE WS-CNT-ADECL TO WS-BAL-NUM
           MOVE SPACES TO BAL-FIELDS
           STRING 'AUTHORISATION DECLINED TO REJFILE ...: ' WS-BAL-NUM
              DELIMITED BY SIZE INTO BAL-FIELDS
           WRITE BAL-FIELDS.
           MOVE WS-CNT-AEXP TO WS-BAL-NUM
           MOVE SPACES TO BAL-FIELDS
           STRING 'AUTHORISATION EXPIRED TO REJFILE ....: ' WS-BAL-NUM
              DELIMITED BY SIZE INTO BAL-FIELDS
           WRITE BAL-FIELDS.
           MOVE WS-CNT-DUP TO WS-BAL-NUM
           MOVE SPACES TO BAL-FIELDS
           STRING 'DUPLICATE ACCT-ID TRANSACTIONS IN RUN: ' WS-BAL-NUM
           STRING 'G/L POSTED C TRANSACTIONS ...........: ' WS-BAL-NUM
              DELIMITED BY SIZE INTO BAL-FIELDS
           WRITE BAL-FIELDS.
           MOVE WS-GL-CNT-TD TO WS-BAL-NUM
           MOVE SPACES TO BAL-FIELDS
           STRING 'G/L POSTED T DEBIT LEGS .............: ' WS-BAL-NUM
              DELIMITED BY SIZE INTO BAL-FIELDS
           WRITE BAL-FIELDS.
           MOVE WS-GL-CNT-TC TO WS-BAL-NUM
           MOVE SPACES TO BAL-FIELDS
           STRING 'G/L POSTED T CREDIT LEGS ............: ' WS-BAL-NUM
              DELIMITED BY SIZE INTO BAL-FIELDS
           WRITE BAL-FIELDS.
           MOVE WS-GL-XFER-DR-AMT TO WS-BAL-AMT-ED
           MOVE SPACES TO BAL-FIELDS
           STRING 'T DEBIT LEGS, ACCOUNT CURRENCIES ....: '
                  WS-BAL-AMT-ED
              DELIMITED BY SIZE INTO BAL-FIELDS
           WRITE BAL-FIELDS.
           MOVE WS-GL-XFER-CR-AMT TO WS-BAL-AMT-ED
           MOVE SPACES TO BAL-FIELDS
           STRING 'T CREDIT LEGS, ACCOUNT CURRENCIES ...: '
                  WS-BAL-AMT-ED
              DELIMITED BY SIZE INTO BAL-FIELDS
           WRITE BAL-FIELDS.
       H900-END. EXIT.
      *END THE PROGRAM
       H999-PROGRAM-EXIT.
           IF WS-GLI-OPENED-SW = 'Y'
              PERFORM H910-WRITE-GL-EXTRACT
           END-IF.
           IF WS-ARPT-OPENED-SW = 'Y'
              PERFORM H920-WRITE-AUTH-TOTALS
           END-IF.
           IF WS-RUN-COMPLETE-SW = 'Y' AND WS-CHK-OPENED-SW = 'Y'
              PERFORM H290-WRITE-CHK-COMPLETE
           END-IF.
