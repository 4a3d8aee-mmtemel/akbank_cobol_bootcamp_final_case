       IDENTIFICATION DIVISION.
      *DAILY ANTI-MONEY-LAUNDERING MONITOR
      *READS THE PERMANENT HISTFILE LEDGER FOR THE RUN DATE AND THE
      *LOOK-BACK WINDOW BEFORE IT, CONVERTS EVERY POSTING INTO THE
      *BASE CURRENCY ON THE PARAMETER CARD AT THE EXCHFILE RATE AND
      *SORTS IT UNDER THE ACCOUNT'S CUSTREC CUSTOMER NUMBER, SO ALL
      *OF ONE CUSTOMER'S ACCOUNTS ARE JUDGED TOGETHER. AN ALERT IS
      *RAISED WHEN, ON THE RUN DATE:
      *  'L' A SINGLE W/B/T POSTING EXCEEDS THE REPORTING THRESHOLD
      *  'S' THE CUSTOMER HAS AT LEAST THE CARD'S COUNT OF POSTINGS
      *      JUST BELOW THE THRESHOLD (FROM THE STRUCTURING FLOOR UP
      *      TO THE THRESHOLD) INSIDE THE ROLLING WINDOW, ONE OF THEM
      *      POSTED ON THE RUN DATE
      *  'D' A CREDIT OF AT LEAST THE DORMANT INFLOW AMOUNT LANDS ON
      *      AN ACCOUNT REACTIVATED ('A') WITHIN THE DORMANT LOOK-BACK
      *  'E' A DEBIT EMPTIES (DOWN TO THE RESIDUE AMOUNT) AN ACCOUNT
      *      OPENED BY 'W' WITHIN THE EARLY-EMPTY LOOK-BACK
      *EVERY ALERT IS WRITTEN TO THE AMCASE CASE FILE WITH A BLANK
      *DISPOSITION FOR COMPLIANCE TO WORK, AND EVERY 'L' POSTING ALSO
      *GOES TO THE AMREG REGULATORY LARGE-TRANSACTION EXTRACT (ONE
      *HEADER, ONE DETAIL PER POSTING, ONE TRAILER).
      *ACCOUNTS WITH NO CUSTOMER LINK (OR A LINK TO A NUMBER NOT ON
      *CUSTREC) ARE JUDGED ON THEIR OWN. A POSTING WHOSE ACCOUNT IS
      *NO LONGER ON THE MASTER, OR WHOSE CURRENCY HAS NO RATE TO THE
      *BASE CURRENCY, CANNOT BE VALUED AND IS COUNTED AND SKIPPED.
       PROGRAM-ID.    FNLPRGAM.
       AUTHOR.        Mert Musa TEMEL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCT-REC   ASSIGN TO    ACCTREC
                             ORGANIZATION INDEXED
                             ACCESS       RANDOM
                             RECORD       ACCT-KEY
                             STATUS       ACCT-ST.
           SELECT CUST-REC   ASSIGN TO    CUSTREC
                             ORGANIZATION INDEXED
                             ACCESS       RANDOM
                             RECORD       CUST-KEY
                             STATUS       CUST-ST.
           SELECT HIST-REC   ASSIGN TO    HISTFILE
                             STATUS       HIST-ST.
           SELECT EXCH-REC   ASSIGN TO    EXCHFILE
                             STATUS       EXCH-ST.
           SELECT AM-SORT    ASSIGN TO    SRTWORK.
           SELECT AM-CARD    ASSIGN TO    AMCARD
                             STATUS       CARD-ST.
           SELECT AM-RPT     ASSIGN TO    AMRPT
                             STATUS       RPT-ST.
           SELECT CASE-REC   ASSIGN TO    AMCASE
                             STATUS       CASE-ST.
           SELECT REG-REC    ASSIGN TO    AMREG
                             STATUS       REG-ST.
       DATA DIVISION.
       FILE SECTION.
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
      *PERMANENT PER-ACCOUNT POSTED-TRANSACTION HISTORY LEDGER
      *APPENDED BY FNLPRGMN AND FNLPRGIA
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
      *EXCHANGE-RATE TABLE MAINTAINED BY OPERATIONS, ONE CARD PER
      *FROM/TO CURRENCY PAIR; THE RATE MULTIPLIES THE FROM-AMOUNT
       FD  EXCH-REC   RECORDING MODE F.
       01  EXCH-FIELDS.
           05 EXC-FROM-CUR       PIC 9(03).
           05 EXC-TO-CUR         PIC 9(03).
           05 EXC-RATE           PIC 9(03)V9(06).
           05 FILLER             PIC X(65).
      *SORT WORK FILE -- ORDERS THE WINDOW'S POSTINGS BY CUSTOMER,
      *ACCOUNT AND TIMESTAMP, ALREADY VALUED IN THE BASE CURRENCY
       SD  AM-SORT.
       01  AMS-FIELDS.
           05 AMS-CUST-NO        PIC 9(05).
           05 AMS-ID             PIC S9(05) COMP-3.
           05 AMS-TS             PIC X(21).
           05 AMS-DATE           PIC 9(08).
           05 AMS-OPR            PIC X(01).
           05 AMS-CUR            PIC 9(03).
           05 AMS-AMT            PIC S9(07)V99 COMP-3.
           05 AMS-BASE-AMT       PIC S9(11)V99 COMP-3.
           05 AMS-BASE-BAL       PIC S9(13)V99 COMP-3.
           05 AMS-XREF-ID        PIC S9(05) COMP-3.
           05 AMS-NAME           PIC X(15).
           05 AMS-SURNAME        PIC X(15).
      *RUN PARAMETER CARD
      *COL 1-8   RUN DATE YYYYMMDD (BLANK = TODAY)
      *COL 9-11  BASE CURRENCY, REQUIRED
      *COL 12-22 REPORTING THRESHOLD IN BASE CURRENCY, 9 INTEGER
      *          AND 2 DECIMAL DIGITS, REQUIRED
      *COL 23-25 STRUCTURING FLOOR AS A PERCENTAGE OF THE THRESHOLD
      *          (BLANK = 090)
      *COL 26-27 POSTINGS IN THE WINDOW THAT MAKE A STRUCTURING
      *          ALERT (BLANK = 03)
      *COL 28-30 STRUCTURING WINDOW IN DAYS, RUN DATE INCLUDED
      *          (BLANK = 007)
      *COL 31-33 DORMANT LOOK-BACK DAYS (BLANK = 030)
      *COL 34-44 DORMANT INFLOW AMOUNT IN BASE CURRENCY
      *          (BLANK = THE STRUCTURING FLOOR AMOUNT)
      *COL 45-47 EARLY-EMPTY LOOK-BACK DAYS (BLANK = 005)
      *COL 48-58 RESIDUE AN ACCOUNT COUNTS AS EMPTIED AT, IN BASE
      *          CURRENCY (BLANK = ZERO)
      *ALL FIELDS ARE ZERO-PADDED DIGITS
       FD  AM-CARD    RECORDING MODE F.
       01  AMC-FIELDS.
           05 AMC-RUN-DATE      PIC X(08).
           05 AMC-BASE-CUR      PIC X(03).
           05 AMC-THRESHOLD     PIC 9(09)V99.
           05 AMC-FLOOR-PCT     PIC X(03).
           05 AMC-STR-COUNT     PIC X(02).
           05 AMC-STR-DAYS      PIC X(03).
           05 AMC-DRM-DAYS      PIC X(03).
           05 AMC-DRM-AMT       PIC 9(09)V99.
           05 AMC-EMP-DAYS      PIC X(03).
           05 AMC-EMP-RESIDUE   PIC 9(09)V99.
           05 FILLER            PIC X(22).
      *AML MONITOR REGISTER
       FD  AM-RPT     RECORDING MODE F.
       01  AMR-LINE             PIC X(80).
      *ALERT CASE FILE -- ONE RECORD PER ALERT RAISED. THE CASE ID IS
      *THE RUN DATE AND A SEQUENCE WITHIN THE RUN. CAS-DISP IS LEFT
      *BLANK (OPEN) FOR COMPLIANCE TO SET WHEN THE CASE IS WORKED:
      *'C' CLEARED, 'E' ESCALATED, 'R' REPORTED TO THE AUTHORITY.
      *A STRUCTURING CASE CARRIES THE LAST QUALIFYING POSTING, THE
      *SUM OF THE QUALIFYING POSTINGS IN BASE CURRENCY AND THEIR
      *COUNT; ITS ACCOUNT-CURRENCY COLUMNS ARE ZERO BECAUSE THE
      *POSTINGS MAY SPAN CURRENCIES
       FD  CASE-REC   RECORDING MODE F.
       01  CAS-FIELDS.
           05 CAS-CASE-ID.
              10 CAS-CASE-DATE   PIC 9(08).
              10 CAS-CASE-SEQ    PIC 9(05).
           05 CAS-TYPE           PIC X(01).
              88 CAS-LARGE       VALUE 'L'.
              88 CAS-STRUCTURING VALUE 'S'.
              88 CAS-DORMANT     VALUE 'D'.
              88 CAS-EMPTIED     VALUE 'E'.
           05 CAS-CUST-NO        PIC 9(05).
           05 CAS-ACCT-ID        PIC 9(05).
           05 CAS-POST-DATE      PIC 9(08).
           05 CAS-POST-TS        PIC X(21).
           05 CAS-OPR            PIC X(01).
           05 CAS-ACCT-CUR       PIC 9(03).
           05 CAS-ACCT-AMT       PIC S9(09)V99
                                 SIGN LEADING SEPARATE.
           05 CAS-BASE-CUR       PIC 9(03).
           05 CAS-BASE-AMT       PIC S9(11)V99
                                 SIGN LEADING SEPARATE.
           05 CAS-POST-CNT       PIC 9(03).
           05 CAS-DISP           PIC X(01).
           05 FILLER             PIC X(10).
      *REGULATORY LARGE-TRANSACTION EXTRACT -- ONE HEADER, ONE
      *DETAIL PER POSTING OVER THE REPORTING THRESHOLD AND ONE
      *TRAILER CARRYING THE DETAIL COUNT AND THE SUM OF THE DETAIL
      *BASE AMOUNTS (UNSIGNED) AS A HASH TOTAL
       FD  REG-REC    RECORDING MODE F.
       01  REG-HDR.
           05 REG-HDR-TYPE       PIC X(01).
           05 REG-HDR-DATE       PIC 9(08).
           05 REG-HDR-SYSTEM     PIC X(08).
           05 REG-HDR-BASE-CUR   PIC 9(03).
           05 REG-HDR-THRESHOLD  PIC 9(09)V99.
           05 FILLER             PIC X(89).
       01  REG-DTL.
           05 REG-DTL-TYPE       PIC X(01).
           05 REG-DTL-DATE       PIC 9(08).
           05 REG-DTL-TS         PIC X(21).
           05 REG-DTL-ACCT-ID    PIC 9(05).
           05 REG-DTL-CUST-NO    PIC 9(05).
           05 REG-DTL-NAME       PIC X(15).
           05 REG-DTL-SURNAME    PIC X(15).
           05 REG-DTL-OPR        PIC X(01).
      *'C' MONEY IN, 'D' MONEY OUT
           05 REG-DTL-DIR        PIC X(01).
           05 REG-DTL-CUR        PIC 9(03).
           05 REG-DTL-AMT        PIC S9(09)V99
                                 SIGN LEADING SEPARATE.
           05 REG-DTL-BASE-AMT   PIC S9(11)V99
                                 SIGN LEADING SEPARATE.
      *OTHER ACCOUNT OF A 'T' TRANSFER, ELSE ZEROS
           05 REG-DTL-XREF-ID    PIC 9(05).
           05 REG-DTL-CASE-SEQ   PIC 9(05).
           05 FILLER             PIC X(09).
       01  REG-TRL.
           05 REG-TRL-TYPE       PIC X(01).
           05 REG-TRL-COUNT      PIC 9(08).
           05 REG-TRL-AMT        PIC S9(13)V99
                                 SIGN LEADING SEPARATE.
           05 FILLER             PIC X(95).
      *INTERNAL VARIABLES.
       WORKING-STORAGE SECTION.
       01  WS-WORK-AREA.
           05 ACCT-ST           PIC 9(02).
              88 ACCT-SUCCESS   VALUE 00
                                      97.
           05 CUST-ST           PIC 9(02).
              88 CUST-SUCCESS   VALUE 00
                                      97.
           05 HIST-ST           PIC 9(02).
              88 HIST-EOF       VALUE 10.
              88 HIST-SUCCESS   VALUE 00
                                      97.
           05 EXCH-ST           PIC 9(02).
              88 EXCH-EOF       VALUE 10.
              88 EXCH-SUCCESS   VALUE 00
                                      97.
           05 CARD-ST           PIC 9(02).
              88 CARD-SUCCESS   VALUE 00
                                      97.
           05 RPT-ST            PIC 9(02).
              88 RPT-SUCCESS    VALUE 00
                                      97.
           05 CASE-ST           PIC 9(02).
              88 CASE-SUCCESS   VALUE 00
                                      97.
           05 REG-ST            PIC 9(02).
              88 REG-SUCCESS    VALUE 00
                                      97.
           05 INVALID-KEY       PIC X(01).
              88 INVL-KEY       VALUE 'Y'.
           05 SORT-EOF-SW       PIC X(01) VALUE 'N'.
              88 SORT-EOF       VALUE 'Y'.
           05 WS-RPT-OPENED-SW  PIC X(01) VALUE 'N'.
           05 WS-REG-OPENED-SW  PIC X(01) VALUE 'N'.
           05 WS-EXCH-FOUND-SW  PIC X(01) VALUE 'N'.
              88 WS-EXCH-FOUND  VALUE 'Y'.
           05 COUNTER-X         PIC 9(03) COMP VALUE ZEROS.
           05 WS-RATE           PIC 9(03)V9(06) VALUE ZEROS.
      *RUN PARAMETERS FROM THE CARD, DEFAULTS APPLIED
           05 WS-AM-PARMS.
              07 WS-RUN-DATE     PIC 9(08) VALUE ZEROS.
              07 WS-BASE-CUR     PIC 9(03) VALUE ZEROS.
              07 WS-THRESHOLD    PIC 9(09)V99 VALUE ZEROS.
              07 WS-FLOOR-PCT    PIC 9(03) VALUE 90.
              07 WS-FLOOR-AMT    PIC 9(09)V99 VALUE ZEROS.
              07 WS-STR-COUNT    PIC 9(03) VALUE 3.
              07 WS-STR-DAYS     PIC 9(03) VALUE 7.
              07 WS-DRM-DAYS     PIC 9(03) VALUE 30.
              07 WS-DRM-AMT      PIC 9(09)V99 VALUE ZEROS.
              07 WS-EMP-DAYS     PIC 9(03) VALUE 5.
              07 WS-EMP-RESIDUE  PIC 9(09)V99 VALUE ZEROS.
      *WINDOW START DATES, WORKED OUT FROM THE RUN DATE
           05 WS-AM-DATES.
              07 WS-RUN-INT      PIC 9(08) COMP VALUE ZEROS.
              07 WS-BACK-DAYS    PIC 9(03) COMP VALUE ZEROS.
              07 WS-READ-FROM    PIC 9(08) VALUE ZEROS.
              07 WS-STR-FROM     PIC 9(08) VALUE ZEROS.
              07 WS-DRM-FROM     PIC 9(08) VALUE ZEROS.
              07 WS-EMP-FROM     PIC 9(08) VALUE ZEROS.
      *CUSTOMER GROUP AND ACCOUNT BEING JUDGED
           05 WS-GRP-WORK.
              07 WS-GRP-CUST     PIC 9(05) VALUE ZEROS.
              07 WS-GRP-ACCT     PIC S9(05) COMP-3 VALUE ZEROS.
              07 WS-GRP-OPEN-SW  PIC X(01) VALUE 'N'.
                 88 WS-GRP-OPEN  VALUE 'Y'.
              07 WS-ACC-ID       PIC S9(05) COMP-3 VALUE ZEROS.
              07 WS-ACC-W-DATE   PIC 9(08) VALUE ZEROS.
              07 WS-ACC-A-DATE   PIC 9(08) VALUE ZEROS.
              07 WS-STR-CNT      PIC 9(03) COMP VALUE ZEROS.
              07 WS-STR-AMT      PIC S9(13)V99 COMP-3 VALUE ZEROS.
              07 WS-STR-TODAY-SW PIC X(01) VALUE 'N'.
                 88 WS-STR-TODAY VALUE 'Y'.
              07 WS-STR-ID       PIC S9(05) COMP-3 VALUE ZEROS.
              07 WS-STR-DATE     PIC 9(08) VALUE ZEROS.
              07 WS-STR-TS       PIC X(21) VALUE SPACES.
              07 WS-STR-OPR      PIC X(01) VALUE SPACE.
           05 WS-ABS-AMT        PIC S9(11)V99 COMP-3 VALUE ZEROS.
      *ALERT BEING RAISED, FILLED IN BEFORE H600 IS PERFORMED
           05 WS-ALERT.
              07 WS-ALR-TYPE     PIC X(01) VALUE SPACE.
              07 WS-ALR-ID       PIC S9(05) COMP-3 VALUE ZEROS.
              07 WS-ALR-DATE     PIC 9(08) VALUE ZEROS.
              07 WS-ALR-TS       PIC X(21) VALUE SPACES.
              07 WS-ALR-OPR      PIC X(01) VALUE SPACE.
              07 WS-ALR-CUR      PIC 9(03) VALUE ZEROS.
              07 WS-ALR-AMT      PIC S9(09)V99 COMP-3 VALUE ZEROS.
              07 WS-ALR-BASE-AMT PIC S9(13)V99 COMP-3 VALUE ZEROS.
              07 WS-ALR-CNT      PIC 9(03) COMP VALUE ZEROS.
              07 WS-ALR-DESC     PIC X(20) VALUE SPACES.
           05 WS-CASE-SEQ       PIC 9(05) COMP VALUE ZEROS.
           05 WS-REG-AMT        PIC S9(13)V99 COMP-3 VALUE ZEROS.
           05 WS-AM-COUNTERS.
              07 WS-CNT-HIST     PIC 9(08) COMP VALUE ZEROS.
              07 WS-CNT-WINDOW   PIC 9(08) COMP VALUE ZEROS.
              07 WS-CNT-NOMAST   PIC 9(08) COMP VALUE ZEROS.
              07 WS-CNT-NORATE   PIC 9(08) COMP VALUE ZEROS.
              07 WS-CNT-UNLINK   PIC 9(08) COMP VALUE ZEROS.
              07 WS-CNT-TODAY    PIC 9(08) COMP VALUE ZEROS.
              07 WS-CNT-GROUPS   PIC 9(08) COMP VALUE ZEROS.
              07 WS-CNT-LARGE    PIC 9(08) COMP VALUE ZEROS.
              07 WS-CNT-STRUCT   PIC 9(08) COMP VALUE ZEROS.
              07 WS-CNT-DORM     PIC 9(08) COMP VALUE ZEROS.
              07 WS-CNT-EMPTY    PIC 9(08) COMP VALUE ZEROS.
              07 WS-CNT-REG      PIC 9(08) COMP VALUE ZEROS.
           05 WS-AM-NUM          PIC ZZZZZZZ9.
           05 WS-AM-SEQ-ED       PIC 9(05).
           05 WS-AM-ID-ED        PIC 9(05).
           05 WS-AM-CNT-ED       PIC ZZ9.
           05 WS-AM-AMT-ED       PIC -(11)9.99.
           05 WS-AM-THR-ED       PIC Z(8)9.99.
      *EXCHANGE-RATE TABLE LOADED FROM EXCHFILE AT START-UP
       01  WS-EXCH-TABLE.
           05 WS-EXCH-MAX       PIC 9(03) COMP VALUE 50.
           05 WS-EXCH-CNT       PIC 9(03) COMP VALUE ZEROS.
           05 WS-EXCH-ENTRY     OCCURS 50 TIMES.
              07 WS-EXC-FROM-CUR PIC 9(03).
              07 WS-EXC-TO-CUR   PIC 9(03).
              07 WS-EXC-RATE     PIC 9(03)V9(06).
       PROCEDURE DIVISION.
      *MAIN LOOOP
       0000-MAIN.
           PERFORM H100-OPEN-FILES.
           PERFORM H120-READ-CARD.
           PERFORM H130-LOAD-EXCH-RATES.
           SORT AM-SORT
              ON ASCENDING KEY AMS-CUST-NO
                               AMS-ID
                               AMS-TS
              INPUT PROCEDURE H150-RELEASE-HISTORY THRU H150-END
              OUTPUT PROCEDURE H200-MONITOR THRU H200-END.
           PERFORM H999-PROGRAM-EXIT.
      *OPEN FILES AND CHECK STATUS
       H100-OPEN-FILES.
           OPEN INPUT ACCT-REC.
           IF (NOT ACCT-SUCCESS)
              DISPLAY 'UNABLE TO OPEN1 FILE: ' ACCT-ST
              MOVE ACCT-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           OPEN INPUT CUST-REC.
           IF (NOT CUST-SUCCESS)
              DISPLAY 'UNABLE TO OPEN2 FILE: ' CUST-ST
              MOVE CUST-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           OPEN INPUT HIST-REC.
           IF (NOT HIST-SUCCESS)
              DISPLAY 'UNABLE TO OPEN3 FILE: ' HIST-ST
              MOVE HIST-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           OPEN OUTPUT AM-RPT.
           IF (NOT RPT-SUCCESS)
              DISPLAY 'UNABLE TO OPEN4 FILE: ' RPT-ST
              MOVE RPT-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           MOVE 'Y' TO WS-RPT-OPENED-SW.
           OPEN OUTPUT CASE-REC.
           IF (NOT CASE-SUCCESS)
              DISPLAY 'UNABLE TO OPEN5 FILE: ' CASE-ST
              MOVE CASE-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           OPEN OUTPUT REG-REC.
           IF (NOT REG-SUCCESS)
              DISPLAY 'UNABLE TO OPEN6 FILE: ' REG-ST
              MOVE REG-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
       H100-END. EXIT.
      *READ THE RUN PARAMETERS; THE RUN REFUSES TO START WITHOUT A
      *BASE CURRENCY AND A REPORTING THRESHOLD. THE WINDOW START
      *DATES ARE WORKED OUT HERE AND THE REGULATORY HEADER WRITTEN
       H120-READ-CARD.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE.
           OPEN INPUT AM-CARD.
           IF (NOT CARD-SUCCESS)
              DISPLAY 'UNABLE TO OPEN7 FILE: ' CARD-ST
              MOVE CARD-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           READ AM-CARD.
           IF (NOT CARD-SUCCESS)
              DISPLAY 'UNABLE TO READ CARD: ' CARD-ST
              MOVE CARD-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           IF AMC-BASE-CUR IS NOT NUMERIC
              OR AMC-BASE-CUR = ZEROS
              OR AMC-THRESHOLD IS NOT NUMERIC
              OR AMC-THRESHOLD = ZEROS
              DISPLAY 'INVALID AML PARAMETER CARD: ' AMC-FIELDS
              MOVE 16 TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           MOVE AMC-BASE-CUR  TO WS-BASE-CUR.
           MOVE AMC-THRESHOLD TO WS-THRESHOLD.
           IF AMC-RUN-DATE IS NUMERIC AND
              AMC-RUN-DATE NOT = ZEROS
              COMPUTE WS-RUN-DATE = FUNCTION NUMVAL (AMC-RUN-DATE)
           END-IF.
           IF AMC-FLOOR-PCT IS NUMERIC AND
              AMC-FLOOR-PCT NOT = ZEROS
              COMPUTE WS-FLOOR-PCT = FUNCTION NUMVAL (AMC-FLOOR-PCT)
           END-IF.
           IF AMC-STR-COUNT IS NUMERIC AND
              AMC-STR-COUNT NOT = ZEROS
              COMPUTE WS-STR-COUNT = FUNCTION NUMVAL (AMC-STR-COUNT)
           END-IF.
           IF AMC-STR-DAYS IS NUMERIC AND
              AMC-STR-DAYS NOT = ZEROS
              COMPUTE WS-STR-DAYS = FUNCTION NUMVAL (AMC-STR-DAYS)
           END-IF.
           IF AMC-DRM-DAYS IS NUMERIC AND
              AMC-DRM-DAYS NOT = ZEROS
              COMPUTE WS-DRM-DAYS = FUNCTION NUMVAL (AMC-DRM-DAYS)
           END-IF.
           IF AMC-EMP-DAYS IS NUMERIC AND
              AMC-EMP-DAYS NOT = ZEROS
              COMPUTE WS-EMP-DAYS = FUNCTION NUMVAL (AMC-EMP-DAYS)
           END-IF.
           COMPUTE WS-FLOOR-AMT ROUNDED =
              WS-THRESHOLD * WS-FLOOR-PCT / 100.
           MOVE WS-FLOOR-AMT TO WS-DRM-AMT.
           IF AMC-DRM-AMT IS NUMERIC AND
              AMC-DRM-AMT NOT = ZEROS
              MOVE AMC-DRM-AMT TO WS-DRM-AMT
           END-IF.
           IF AMC-EMP-RESIDUE IS NUMERIC
              MOVE AMC-EMP-RESIDUE TO WS-EMP-RESIDUE
           END-IF.
           CLOSE AM-CARD.
           COMPUTE WS-RUN-INT =
              FUNCTION INTEGER-OF-DATE (WS-RUN-DATE).
           COMPUTE WS-STR-FROM = FUNCTION DATE-OF-INTEGER
              (WS-RUN-INT - WS-STR-DAYS + 1).
           COMPUTE WS-DRM-FROM = FUNCTION DATE-OF-INTEGER
              (WS-RUN-INT - WS-DRM-DAYS).
           COMPUTE WS-EMP-FROM = FUNCTION DATE-OF-INTEGER
              (WS-RUN-INT - WS-EMP-DAYS).
           MOVE WS-STR-FROM TO WS-READ-FROM.
           IF WS-DRM-FROM < WS-READ-FROM
              MOVE WS-DRM-FROM TO WS-READ-FROM
           END-IF.
           IF WS-EMP-FROM < WS-READ-FROM
              MOVE WS-EMP-FROM TO WS-READ-FROM
           END-IF.
           MOVE WS-THRESHOLD TO WS-AM-THR-ED.
           MOVE SPACES TO AMR-LINE
           STRING 'FNLPRGAM AML MONITOR FOR ' WS-RUN-DATE
                  '  BASE CUR ' WS-BASE-CUR
                  '  THRESHOLD ' WS-AM-THR-ED
              DELIMITED BY SIZE INTO AMR-LINE
           WRITE AMR-LINE.
           MOVE WS-FLOOR-AMT TO WS-AM-THR-ED.
           MOVE WS-STR-COUNT TO WS-AM-CNT-ED.
           MOVE SPACES TO AMR-LINE
           STRING 'STRUCTURING ' WS-AM-CNT-ED ' OR MORE FROM '
                  WS-AM-THR-ED ' SINCE ' WS-STR-FROM
              DELIMITED BY SIZE INTO AMR-LINE
           WRITE AMR-LINE.
           MOVE WS-DRM-AMT TO WS-AM-THR-ED.
           MOVE SPACES TO AMR-LINE
           STRING 'DORMANT INFLOW FROM ' WS-AM-THR-ED
                  ' REACTIVATED SINCE ' WS-DRM-FROM
              DELIMITED BY SIZE INTO AMR-LINE
           WRITE AMR-LINE.
           MOVE WS-EMP-RESIDUE TO WS-AM-THR-ED.
           MOVE SPACES TO AMR-LINE
           STRING 'EARLY EMPTY TO ' WS-AM-THR-ED
                  ' OPENED SINCE ' WS-EMP-FROM
              DELIMITED BY SIZE INTO AMR-LINE
           WRITE AMR-LINE.
           MOVE SPACES TO AMR-LINE
           WRITE AMR-LINE.
           MOVE SPACES       TO REG-HDR
           MOVE 'H'          TO REG-HDR-TYPE
           MOVE WS-RUN-DATE  TO REG-HDR-DATE
           MOVE 'FNLPRGAM'   TO REG-HDR-SYSTEM
           MOVE WS-BASE-CUR  TO REG-HDR-BASE-CUR
           MOVE WS-THRESHOLD TO REG-HDR-THRESHOLD
           WRITE REG-HDR.
           MOVE 'Y' TO WS-REG-OPENED-SW.
       H120-END. EXIT.
      *LOAD THE EXCHANGE-RATE TABLE INTO WORKING STORAGE
       H130-LOAD-EXCH-RATES.
           OPEN INPUT EXCH-REC.
           IF (NOT EXCH-SUCCESS)
              DISPLAY 'UNABLE TO OPEN8 FILE: ' EXCH-ST
              MOVE EXCH-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           READ EXCH-REC.
           PERFORM UNTIL EXCH-EOF
                      OR WS-EXCH-CNT >= WS-EXCH-MAX
              IF EXC-FROM-CUR IS NUMERIC AND
                 EXC-TO-CUR IS NUMERIC AND
                 EXC-RATE IS NUMERIC
                 ADD 1 TO WS-EXCH-CNT
                 MOVE EXC-FROM-CUR TO WS-EXC-FROM-CUR (WS-EXCH-CNT)
                 MOVE EXC-TO-CUR   TO WS-EXC-TO-CUR (WS-EXCH-CNT)
                 MOVE EXC-RATE     TO WS-EXC-RATE (WS-EXCH-CNT)
              ELSE
                 DISPLAY 'EXCH CARD SKIPPED: ' EXCH-FIELDS
              END-IF
              READ EXCH-REC
           END-PERFORM.
           CLOSE EXCH-REC.
       H130-END. EXIT.
      *RELEASE EVERY LEDGER RECORD INSIDE THE LOOK-BACK WINDOW TO
      *THE SORT, VALUED IN BASE CURRENCY AND FILED UNDER THE
      *ACCOUNT'S CUSTOMER NUMBER (ZERO WHEN THE ACCOUNT HAS NO
      *USABLE LINK TO CUSTREC)
       H150-RELEASE-HISTORY.
           READ HIST-REC.
           PERFORM UNTIL HIST-EOF
              ADD 1 TO WS-CNT-HIST
              IF HIS-DATE >= WS-READ-FROM AND
                 HIS-DATE <= WS-RUN-DATE
                 ADD 1 TO WS-CNT-WINDOW
                 PERFORM H160-RELEASE-ONE
              END-IF
              READ HIST-REC
           END-PERFORM.
       H150-END. EXIT.
      *LOOK UP THE ACCOUNT AND ITS CUSTOMER, VALUE THE POSTING AND
      *RELEASE IT
       H160-RELEASE-ONE.
           INITIALIZE INVALID-KEY
           MOVE HIS-ID TO ACCT-ID
           READ ACCT-REC
              INVALID KEY MOVE 'Y' TO INVALID-KEY
           END-READ.
           IF INVL-KEY
              ADD 1 TO WS-CNT-NOMAST
           ELSE
              PERFORM H170-FIND-RATE
              IF WS-EXCH-FOUND
                 PERFORM H180-RELEASE-VALUED
              ELSE
                 ADD 1 TO WS-CNT-NORATE
              END-IF
           END-IF.
       H160-END. EXIT.
      *FILE THE POSTING UNDER ITS CUSTOMER AND RELEASE IT VALUED IN
      *THE BASE CURRENCY
       H180-RELEASE-VALUED.
           MOVE ZEROS         TO AMS-CUST-NO
           MOVE ACCT-NAME     TO AMS-NAME
           MOVE ACCT-SURNAME  TO AMS-SURNAME
           IF ACCT-CUST-NO IS NUMERIC AND
              ACCT-CUST-NO NOT = ZEROS
              INITIALIZE INVALID-KEY
              MOVE ACCT-CUST-NO TO CUST-ID
              READ CUST-REC
                 INVALID KEY MOVE 'Y' TO INVALID-KEY
              END-READ
              IF NOT INVL-KEY
                 MOVE ACCT-CUST-NO TO AMS-CUST-NO
                 MOVE CUST-NAME    TO AMS-NAME
                 MOVE CUST-SURNAME TO AMS-SURNAME
              END-IF
           END-IF.
           IF AMS-CUST-NO = ZEROS
              ADD 1 TO WS-CNT-UNLINK
           END-IF.
           MOVE HIS-ID        TO AMS-ID
           MOVE HIS-TS        TO AMS-TS
           MOVE HIS-DATE      TO AMS-DATE
           MOVE HIS-OPR       TO AMS-OPR
           MOVE ACCT-CUR      TO AMS-CUR
           MOVE HIS-AMT       TO AMS-AMT
           MOVE HIS-XREF-ID   TO AMS-XREF-ID
           COMPUTE AMS-BASE-AMT ROUNDED = HIS-AMT * WS-RATE
           COMPUTE AMS-BASE-BAL ROUNDED = HIS-BALANCE * WS-RATE
           RELEASE AMS-FIELDS.
       H180-END. EXIT.
      *RATE FROM THE ACCOUNT'S CURRENCY INTO THE BASE CURRENCY; AN
      *ACCOUNT ALREADY HELD IN THE BASE CURRENCY TAKES RATE ONE
       H170-FIND-RATE.
           MOVE 'N' TO WS-EXCH-FOUND-SW.
           IF ACCT-CUR = WS-BASE-CUR
              MOVE 1 TO WS-RATE
              MOVE 'Y' TO WS-EXCH-FOUND-SW
           ELSE
              PERFORM VARYING COUNTER-X FROM 1 BY 1
                 UNTIL COUNTER-X > WS-EXCH-CNT
                    OR WS-EXCH-FOUND
                 IF WS-EXC-FROM-CUR (COUNTER-X) = ACCT-CUR AND
                    WS-EXC-TO-CUR (COUNTER-X) = WS-BASE-CUR
                    MOVE WS-EXC-RATE (COUNTER-X) TO WS-RATE
                    MOVE 'Y' TO WS-EXCH-FOUND-SW
                 END-IF
              END-PERFORM
           END-IF.
       H170-END. EXIT.
      *TAKE THE SORTED POSTINGS AND JUDGE ONE CUSTOMER AT A TIME
       H200-MONITOR.
           PERFORM H250-MONITOR-ONE UNTIL SORT-EOF.
           IF WS-GRP-OPEN
              PERFORM H500-CLOSE-GROUP
           END-IF.
       H200-END. EXIT.
      *ONE SORTED POSTING: BREAK ON A NEW CUSTOMER (OR, FOR AN
      *UNLINKED ACCOUNT, A NEW ACCOUNT), THEN ON A NEW ACCOUNT
      *WITHIN THE CUSTOMER, THEN TEST THE POSTING
       H250-MONITOR-ONE.
           RETURN AM-SORT
              AT END MOVE 'Y' TO SORT-EOF-SW.
           IF NOT SORT-EOF
              IF NOT WS-GRP-OPEN
                 OR AMS-CUST-NO NOT = WS-GRP-CUST
                 OR (AMS-CUST-NO = ZEROS AND AMS-ID NOT = WS-GRP-ACCT)
                 IF WS-GRP-OPEN
                    PERFORM H500-CLOSE-GROUP
                 END-IF
                 PERFORM H400-OPEN-GROUP
              END-IF
              IF AMS-ID NOT = WS-ACC-ID
                 PERFORM H420-OPEN-ACCOUNT
              END-IF
              PERFORM H450-TEST-POSTING
           END-IF.
       H250-END. EXIT.
      *START A CUSTOMER GROUP WITH EMPTY STRUCTURING ACCUMULATORS
       H400-OPEN-GROUP.
           MOVE AMS-CUST-NO TO WS-GRP-CUST.
           MOVE AMS-ID      TO WS-GRP-ACCT.
           MOVE 'Y' TO WS-GRP-OPEN-SW.
           ADD 1 TO WS-CNT-GROUPS.
           MOVE ZEROS  TO WS-STR-CNT
                          WS-STR-AMT
                          WS-STR-ID
                          WS-STR-DATE.
           MOVE SPACES TO WS-STR-TS
                          WS-STR-OPR.
           MOVE 'N' TO WS-STR-TODAY-SW.
           PERFORM H420-OPEN-ACCOUNT.
       H400-END. EXIT.
      *START AN ACCOUNT: FORGET THE PREVIOUS ACCOUNT'S OPENING AND
      *REACTIVATION DATES
       H420-OPEN-ACCOUNT.
           MOVE AMS-ID TO WS-ACC-ID.
           MOVE ZEROS  TO WS-ACC-W-DATE
                          WS-ACC-A-DATE.
       H420-END. EXIT.
      *TEST ONE POSTING. 'W' AND 'A' POSTINGS ARE REMEMBERED FOR
      *THE EARLY-EMPTY AND DORMANT RULES; ONLY CUSTOMER-INITIATED
      *MONEY MOVEMENT (W, B AND T) CAN RAISE AN ALERT, AND ONLY A
      *POSTING ON THE RUN DATE RAISES ONE OF ITS OWN
       H450-TEST-POSTING.
           IF AMS-OPR = 'W'
              MOVE AMS-DATE TO WS-ACC-W-DATE
           END-IF.
           IF AMS-OPR = 'A'
              MOVE AMS-DATE TO WS-ACC-A-DATE
           END-IF.
           IF (AMS-OPR = 'W' OR 'B' OR 'T')
              AND AMS-BASE-AMT NOT = ZEROS
              PERFORM H460-TEST-MOVEMENT
           END-IF.
       H450-END. EXIT.
      *ROLL A MONEY MOVEMENT INTO THE STRUCTURING WINDOW AND, ON THE
      *RUN DATE, TEST IT AGAINST THE SINGLE-POSTING RULES
       H460-TEST-MOVEMENT.
           IF AMS-BASE-AMT < ZERO
              COMPUTE WS-ABS-AMT = AMS-BASE-AMT * -1
           ELSE
              MOVE AMS-BASE-AMT TO WS-ABS-AMT
           END-IF.
           IF AMS-DATE >= WS-STR-FROM AND
              WS-ABS-AMT >= WS-FLOOR-AMT AND
              WS-ABS-AMT <= WS-THRESHOLD
              ADD 1          TO WS-STR-CNT
              ADD WS-ABS-AMT TO WS-STR-AMT
              MOVE AMS-ID    TO WS-STR-ID
              MOVE AMS-DATE  TO WS-STR-DATE
              MOVE AMS-TS    TO WS-STR-TS
              MOVE AMS-OPR   TO WS-STR-OPR
              IF AMS-DATE = WS-RUN-DATE
                 MOVE 'Y' TO WS-STR-TODAY-SW
              END-IF
           END-IF.
           IF AMS-DATE = WS-RUN-DATE
              PERFORM H465-TEST-RUN-DATE
           END-IF.
       H460-END. EXIT.
      *SINGLE-POSTING RULES FOR A RUN-DATE MONEY MOVEMENT
       H465-TEST-RUN-DATE.
           ADD 1 TO WS-CNT-TODAY.
           IF WS-ABS-AMT > WS-THRESHOLD
              ADD 1 TO WS-CNT-LARGE
              MOVE 'L' TO WS-ALR-TYPE
              MOVE 'OVER THRESHOLD' TO WS-ALR-DESC
              PERFORM H470-ALERT-POSTING
              PERFORM H650-WRITE-REG-DETAIL
           END-IF.
           IF AMS-BASE-AMT > ZERO AND
              WS-ACC-A-DATE NOT = ZEROS AND
              WS-ACC-A-DATE >= WS-DRM-FROM AND
              WS-ABS-AMT >= WS-DRM-AMT
              ADD 1 TO WS-CNT-DORM
              MOVE 'D' TO WS-ALR-TYPE
              MOVE 'DORMANT INFLOW' TO WS-ALR-DESC
              PERFORM H470-ALERT-POSTING
           END-IF.
           IF AMS-BASE-AMT < ZERO AND
              WS-ACC-W-DATE NOT = ZEROS AND
              WS-ACC-W-DATE >= WS-EMP-FROM AND
              AMS-BASE-BAL <= WS-EMP-RESIDUE
              ADD 1 TO WS-CNT-EMPTY
              MOVE 'E' TO WS-ALR-TYPE
              MOVE 'NEW ACCT EMPTIED' TO WS-ALR-DESC
              PERFORM H470-ALERT-POSTING
           END-IF.
       H465-END. EXIT.
      *RAISE A SINGLE-POSTING ALERT FOR THE CURRENT SORTED POSTING
       H470-ALERT-POSTING.
           MOVE AMS-ID       TO WS-ALR-ID
           MOVE AMS-DATE     TO WS-ALR-DATE
           MOVE AMS-TS       TO WS-ALR-TS
           MOVE AMS-OPR      TO WS-ALR-OPR
           MOVE AMS-CUR      TO WS-ALR-CUR
           MOVE AMS-AMT      TO WS-ALR-AMT
           MOVE AMS-BASE-AMT TO WS-ALR-BASE-AMT
           MOVE 1            TO WS-ALR-CNT
           PERFORM H600-WRITE-CASE.
       H470-END. EXIT.
      *CLOSE A CUSTOMER GROUP: RAISE THE STRUCTURING ALERT WHEN
      *ENOUGH JUST-BELOW-THRESHOLD POSTINGS FELL IN THE WINDOW AND
      *AT LEAST ONE OF THEM IS THE RUN DATE'S
       H500-CLOSE-GROUP.
           IF WS-STR-CNT >= WS-STR-COUNT AND WS-STR-TODAY
              ADD 1 TO WS-CNT-STRUCT
              MOVE 'S'         TO WS-ALR-TYPE
              MOVE WS-STR-ID   TO WS-ALR-ID
              MOVE WS-STR-DATE TO WS-ALR-DATE
              MOVE WS-STR-TS   TO WS-ALR-TS
              MOVE WS-STR-OPR  TO WS-ALR-OPR
              MOVE ZEROS       TO WS-ALR-CUR
                                  WS-ALR-AMT
              MOVE WS-STR-AMT  TO WS-ALR-BASE-AMT
              MOVE WS-STR-CNT  TO WS-ALR-CNT
              MOVE WS-STR-CNT  TO WS-AM-CNT-ED
              MOVE SPACES      TO WS-ALR-DESC
              STRING 'STRUCTURING X ' WS-AM-CNT-ED
                 DELIMITED BY SIZE INTO WS-ALR-DESC
              PERFORM H600-WRITE-CASE
           END-IF.
           MOVE 'N' TO WS-GRP-OPEN-SW.
       H500-END. EXIT.
      *WRITE ONE ALERT TO THE CASE FILE AND THE REGISTER
       H600-WRITE-CASE.
           ADD 1 TO WS-CASE-SEQ.
           MOVE SPACES          TO CAS-FIELDS
           MOVE WS-RUN-DATE     TO CAS-CASE-DATE
           MOVE WS-CASE-SEQ     TO CAS-CASE-SEQ
           MOVE WS-ALR-TYPE     TO CAS-TYPE
           MOVE WS-GRP-CUST     TO CAS-CUST-NO
           MOVE WS-ALR-ID       TO CAS-ACCT-ID
           MOVE WS-ALR-DATE     TO CAS-POST-DATE
           MOVE WS-ALR-TS       TO CAS-POST-TS
           MOVE WS-ALR-OPR      TO CAS-OPR
           MOVE WS-ALR-CUR      TO CAS-ACCT-CUR
           MOVE WS-ALR-AMT      TO CAS-ACCT-AMT
           MOVE WS-BASE-CUR     TO CAS-BASE-CUR
           MOVE WS-ALR-BASE-AMT TO CAS-BASE-AMT
           MOVE WS-ALR-CNT      TO CAS-POST-CNT
           MOVE SPACE           TO CAS-DISP
           WRITE CAS-FIELDS.
           MOVE WS-CASE-SEQ     TO WS-AM-SEQ-ED
           MOVE WS-ALR-ID       TO WS-AM-ID-ED
           MOVE WS-ALR-BASE-AMT TO WS-AM-AMT-ED
           MOVE SPACES TO AMR-LINE
           STRING 'CASE ' WS-AM-SEQ-ED ' ' WS-ALR-TYPE
                  ' CUST ' WS-GRP-CUST ' ACCT ' WS-AM-ID-ED
                  ' ' WS-ALR-OPR ' ' WS-AM-AMT-ED ' ' WS-ALR-DESC
              DELIMITED BY SIZE INTO AMR-LINE
           WRITE AMR-LINE.
       H600-END. EXIT.
      *ONE REGULATORY DETAIL FOR THE OVER-THRESHOLD POSTING JUST
      *RAISED AS A CASE
       H650-WRITE-REG-DETAIL.
           ADD 1 TO WS-CNT-REG.
           ADD WS-ABS-AMT TO WS-REG-AMT.
           MOVE SPACES        TO REG-DTL
           MOVE 'D'           TO REG-DTL-TYPE
           MOVE AMS-DATE      TO REG-DTL-DATE
           MOVE AMS-TS        TO REG-DTL-TS
           MOVE AMS-ID        TO REG-DTL-ACCT-ID
           MOVE WS-GRP-CUST   TO REG-DTL-CUST-NO
           MOVE AMS-NAME      TO REG-DTL-NAME
           MOVE AMS-SURNAME   TO REG-DTL-SURNAME
           MOVE AMS-OPR       TO REG-DTL-OPR
           IF AMS-AMT < ZERO
              MOVE 'D'        TO REG-DTL-DIR
           ELSE
              MOVE 'C'        TO REG-DTL-DIR
           END-IF
           MOVE AMS-CUR       TO REG-DTL-CUR
           MOVE AMS-AMT       TO REG-DTL-AMT
           MOVE AMS-BASE-AMT  TO REG-DTL-BASE-AMT
           MOVE AMS-XREF-ID   TO REG-DTL-XREF-ID
           MOVE WS-CASE-SEQ   TO REG-DTL-CASE-SEQ
           WRITE REG-DTL.
       H650-END. EXIT.
      *CLOSE THE REGULATORY EXTRACT WITH ITS TRAILER
       H800-WRITE-REG-TRAILER.
           MOVE SPACES     TO REG-TRL
           MOVE 'T'        TO REG-TRL-TYPE
           MOVE WS-CNT-REG TO REG-TRL-COUNT
           MOVE WS-REG-AMT TO REG-TRL-AMT
           WRITE REG-TRL.
       H800-END. EXIT.
      *WRITE THE END-OF-JOB CONTROL TOTALS
       H900-WRITE-TOTALS.
           MOVE SPACES TO AMR-LINE
           WRITE AMR-LINE.
           MOVE WS-CNT-HIST TO WS-AM-NUM
           MOVE SPACES TO AMR-LINE
           STRING 'LEDGER RECORDS READ .................: ' WS-AM-NUM
              DELIMITED BY SIZE INTO AMR-LINE
           WRITE AMR-LINE.
           MOVE WS-CNT-WINDOW TO WS-AM-NUM
           MOVE SPACES TO AMR-LINE
           STRING 'LEDGER RECORDS IN WINDOW ............: ' WS-AM-NUM
              DELIMITED BY SIZE INTO AMR-LINE
           WRITE AMR-LINE.
           MOVE WS-CNT-NOMAST TO WS-AM-NUM
           MOVE SPACES TO AMR-LINE
           STRING 'LEDGER RECORDS WITH NO MASTER .......: ' WS-AM-NUM
              DELIMITED BY SIZE INTO AMR-LINE
           WRITE AMR-LINE.
           MOVE WS-CNT-NORATE TO WS-AM-NUM
           MOVE SPACES TO AMR-LINE
           STRING 'LEDGER RECORDS WITH NO RATE .........: ' WS-AM-NUM
              DELIMITED BY SIZE INTO AMR-LINE
           WRITE AMR-LINE.
           MOVE WS-CNT-UNLINK TO WS-AM-NUM
           MOVE SPACES TO AMR-LINE
           STRING 'RECORDS WITH NO CUSTOMER LINK .......: ' WS-AM-NUM
              DELIMITED BY SIZE INTO AMR-LINE
           WRITE AMR-LINE.
           MOVE WS-CNT-TODAY TO WS-AM-NUM
           MOVE SPACES TO AMR-LINE
           STRING 'RUN-DATE POSTINGS MONITORED .........: ' WS-AM-NUM
              DELIMITED BY SIZE INTO AMR-LINE
           WRITE AMR-LINE.
           MOVE WS-CNT-GROUPS TO WS-AM-NUM
           MOVE SPACES TO AMR-LINE
           STRING 'CUSTOMER GROUPS EXAMINED ............: ' WS-AM-NUM
              DELIMITED BY SIZE INTO AMR-LINE
           WRITE AMR-LINE.
           MOVE WS-CNT-LARGE TO WS-AM-NUM
           MOVE SPACES TO AMR-LINE
           STRING 'OVER-THRESHOLD ALERTS (L) ...........: ' WS-AM-NUM
              DELIMITED BY SIZE INTO AMR-LINE
           WRITE AMR-LINE.
           MOVE WS-CNT-STRUCT TO WS-AM-NUM
           MOVE SPACES TO AMR-LINE
           STRING 'STRUCTURING ALERTS (S) ..............: ' WS-AM-NUM
              DELIMITED BY SIZE INTO AMR-LINE
           WRITE AMR-LINE.
           MOVE WS-CNT-DORM TO WS-AM-NUM
           MOVE SPACES TO AMR-LINE
           STRING 'DORMANT INFLOW ALERTS (D) ...........: ' WS-AM-NUM
              DELIMITED BY SIZE INTO AMR-LINE
           WRITE AMR-LINE.
           MOVE WS-CNT-EMPTY TO WS-AM-NUM
           MOVE SPACES TO AMR-LINE
           STRING 'EARLY EMPTY ALERTS (E) ..............: ' WS-AM-NUM
              DELIMITED BY SIZE INTO AMR-LINE
           WRITE AMR-LINE.
           MOVE WS-CASE-SEQ TO WS-AM-NUM
           MOVE SPACES TO AMR-LINE
           STRING 'CASES WRITTEN .......................: ' WS-AM-NUM
              DELIMITED BY SIZE INTO AMR-LINE
           WRITE AMR-LINE.
           MOVE WS-CNT-REG TO WS-AM-NUM
           MOVE SPACES TO AMR-LINE
           STRING 'REGULATORY DETAILS WRITTEN ..........: ' WS-AM-NUM
              DELIMITED BY SIZE INTO AMR-LINE
           WRITE AMR-LINE.
       H900-END. EXIT.
      *END THE PROGRAM
       H999-PROGRAM-EXIT.
           IF WS-REG-OPENED-SW = 'Y'
              PERFORM H800-WRITE-REG-TRAILER
           END-IF.
           IF WS-RPT-OPENED-SW = 'Y'
              PERFORM H900-WRITE-TOTALS
           END-IF.
           CLOSE ACCT-REC
                 CUST-REC
                 HIST-REC
                 AM-RPT
                 CASE-REC
                 REG-REC.
           STOP RUN.
       H999-END. EXIT.
      *
