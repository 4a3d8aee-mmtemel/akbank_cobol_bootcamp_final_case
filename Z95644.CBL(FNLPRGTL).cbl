       IDENTIFICATION DIVISION.
      *TERM DEPOSIT MATURITY LADDER REPORT
      *SHOWS WHEN THE BANK'S FIXED-TERM FUNDING FALLS DUE. THE
      *TERMREC TERM DEPOSIT FILE IS SWEPT, EVERY LIVE DEPOSIT IS
      *LOOKED UP ON ACCTREC FOR ITS CURRENCY AND BALANCE AND SORTED
      *BY MATURITY MONTH, CURRENCY AND ACCOUNT, AND ONE BLOCK IS
      *PRINTED PER MONTH: EVERY DEPOSIT MATURING IN IT WITH ITS
      *INSTRUCTION, BALANCE AND THE CONTRACTED INTEREST DUE AT
      *MATURITY, THEN A TOTAL LINE PER CURRENCY. A GRAND TOTAL PER
      *CURRENCY CLOSES THE REPORT. AN OPTIONAL PARAMETER CARD LIMITS
      *THE LADDER TO A NUMBER OF MONTHS AHEAD OF THE CURRENT MONTH;
      *A MISSING OR BLANK CARD PRINTS EVERY LIVE DEPOSIT. A DEPOSIT
      *PAST ITS MATURITY DATE THAT FNLPRGTD HAS NOT YET PAID OUT IS
      *SHOWN IN ITS OWN MONTH AND FLAGGED OVERDUE.
       PROGRAM-ID.    FNLPRGTL.
       AUTHOR.        Mert Musa TEMEL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TERM-REC   ASSIGN TO    TERMREC
                             ORGANIZATION INDEXED
                             ACCESS       SEQUENTIAL
                             RECORD       TDP-KEY
                             STATUS       TERM-ST.
           SELECT ACCT-REC   ASSIGN TO    ACCTREC
                             ORGANIZATION INDEXED
                             ACCESS       RANDOM
                             RECORD       ACCT-KEY
                             STATUS       ACCT-ST.
           SELECT TL-SORT    ASSIGN TO    SRTWORK.
           SELECT TL-CARD    ASSIGN TO    TLCARD
                             STATUS       CARD-ST.
           SELECT TL-RPT     ASSIGN TO    TLRPT
                             STATUS       RPT-ST.
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
           03 TDP-TERM-MONTHS PIC 9(03).
           03 TDP-START-DATE PIC 9(08).
           03 TDP-MAT-DATE   PIC 9(08).
           03 TDP-MAT-DATE-R REDEFINES TDP-MAT-DATE.
              05 TDP-MAT-MONTH PIC 9(06).
              05 FILLER      PIC 9(02).
           03 TDP-RATE       PIC 9(02)V9(04).
           03 TDP-INSTR      PIC X(01).
           03 TDP-PAY-ACCT-ID PIC S9(05) COMP-3.
           03 TDP-PRINCIPAL  PIC S9(09)V99 COMP-3.
           03 FILLER         PIC X(40).
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
      *SORT WORK FILE -- ORDERS THE LIVE DEPOSITS BY MATURITY MONTH
      *AND CURRENCY
       SD  TL-SORT.
       01  TLS-FIELDS.
           05 TLS-MAT-MONTH  PIC 9(06).
           05 TLS-CUR        PIC 9(03).
           05 TLS-ID         PIC S9(05) COMP-3.
           05 TLS-MAT-DATE   PIC 9(08).
           05 TLS-INSTR      PIC X(01).
           05 TLS-BALANCE    PIC S9(09)V99 COMP-3.
           05 TLS-INTEREST   PIC S9(09)V99 COMP-3.
      *OPTIONAL SELECTION PARAMETER CARD
      *COL 1-3   MONTHS AHEAD OF THE CURRENT MONTH TO REPORT
      *          (BLANK = EVERY LIVE DEPOSIT)
       FD  TL-CARD    RECORDING MODE F.
       01  TLC-FIELDS.
           05 TLC-MONTHS        PIC X(03).
           05 TLC-MONTHS-N      REDEFINES TLC-MONTHS
                                PIC 9(03).
           05 FILLER            PIC X(77).
      *MATURITY LADDER REPORT
       FD  TL-RPT     RECORDING MODE F.
       01  TLR-LINE             PIC X(80).
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
           05 CARD-ST           PIC 9(02).
              88 CARD-SUCCESS   VALUE 00
                                      97.
           05 RPT-ST            PIC 9(02).
              88 RPT-SUCCESS    VALUE 00
                                      97.
           05 INVALID-KEY       PIC X(01).
              88 INVL-KEY       VALUE 'Y'.
           05 SORT-EOF-SW       PIC X(01) VALUE 'N'.
              88 SORT-EOF       VALUE 'Y'.
           05 WS-RPT-OPENED-SW  PIC X(01) VALUE 'N'.
           05 WS-RUN-DATE       PIC 9(08) VALUE ZEROS.
           05 WS-RUN-DATE-R     REDEFINES WS-RUN-DATE.
              07 WS-RUN-YYYY    PIC 9(04).
              07 WS-RUN-MM      PIC 9(02).
              07 WS-RUN-DD      PIC 9(02).
           05 WS-SEL-WORK.
              07 WS-SEL-MONTHS   PIC 9(03) VALUE ZEROS.
              07 WS-SEL-LAST     PIC 9(06) VALUE ZEROS.
              07 WS-SEL-MM-TOTAL PIC 9(07) COMP VALUE ZEROS.
              07 WS-SEL-YYYY     PIC 9(04) VALUE ZEROS.
              07 WS-SEL-MM       PIC 9(02) VALUE ZEROS.
              07 WS-SEL-SW       PIC X(01) VALUE 'N'.
                 88 WS-SEL-BY-HORIZON VALUE 'Y'.
           05 WS-GRP-WORK.
              07 WS-GRP-MONTH    PIC 9(06) VALUE ZEROS.
              07 WS-GRP-OPEN-SW  PIC X(01) VALUE 'N'.
                 88 WS-GRP-OPEN  VALUE 'Y'.
           05 WS-TD-DAYS         PIC 9(05) COMP VALUE ZEROS.
           05 WS-TL-COUNTERS.
              07 WS-CNT-READ     PIC 9(08) COMP VALUE ZEROS.
              07 WS-CNT-LISTED   PIC 9(08) COMP VALUE ZEROS.
              07 WS-CNT-BEYOND   PIC 9(08) COMP VALUE ZEROS.
              07 WS-CNT-NOACCT   PIC 9(08) COMP VALUE ZEROS.
              07 WS-CNT-OVERDUE  PIC 9(08) COMP VALUE ZEROS.
              07 WS-CNT-MONTHS   PIC 9(08) COMP VALUE ZEROS.
           05 WS-TL-NUM          PIC ZZZZZZZ9.
           05 WS-TL-ID-ED        PIC ZZZZ9.
           05 WS-TL-CUR-ED       PIC ZZ9.
           05 WS-TL-AMT-ED       PIC -(9)9.99.
           05 WS-TL-INT-ED       PIC -(9)9.99.
           05 WS-TL-TOT-ED       PIC -(11)9.99.
           05 WS-TL-TIN-ED       PIC -(11)9.99.
           05 WS-TL-TAG          PIC X(08).
           05 WS-TL-IDX          PIC 9(03) COMP VALUE ZEROS.
           05 WS-TL-FIND         PIC 9(03) COMP VALUE ZEROS.
      *PER-CURRENCY TOTALS FOR THE MONTH BEING PRINTED
       01  WS-TL-TABLE.
           05 WS-TL-MAX         PIC 9(03) COMP VALUE 50.
           05 WS-TL-CNT         PIC 9(03) COMP VALUE ZEROS.
           05 WS-TL-ENTRY       OCCURS 50 TIMES.
              07 WS-TL-CUR      PIC 9(03).
              07 WS-TL-DEPS     PIC 9(08) COMP.
              07 WS-TL-AMT      PIC S9(13)V99 COMP-3.
              07 WS-TL-INT      PIC S9(13)V99 COMP-3.
      *PER-CURRENCY TOTALS FOR THE WHOLE LADDER
       01  WS-GT-TABLE.
           05 WS-GT-MAX         PIC 9(03) COMP VALUE 50.
           05 WS-GT-CNT         PIC 9(03) COMP VALUE ZEROS.
           05 WS-GT-ENTRY       OCCURS 50 TIMES.
              07 WS-GT-CUR      PIC 9(03).
              07 WS-GT-DEPS     PIC 9(08) COMP.
              07 WS-GT-AMT      PIC S9(13)V99 COMP-3.
              07 WS-GT-INT      PIC S9(13)V99 COMP-3.
       PROCEDURE DIVISION.
      *MAIN LOOOP
       0000-MAIN.
           PERFORM H100-OPEN-FILES.
           PERFORM H120-READ-CARD.
           SORT TL-SORT
              ON ASCENDING KEY TLS-MAT-MONTH
                               TLS-CUR
                               TLS-MAT-DATE
                               TLS-ID
              INPUT PROCEDURE H150-RELEASE-DEPOSITS THRU H150-END
              OUTPUT PROCEDURE H200-PRINT-LADDER THRU H200-END.
           PERFORM H999-PROGRAM-EXIT.
      *OPEN FILES AND CHECK STATUS
       H100-OPEN-FILES.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE.
           OPEN INPUT TERM-REC.
           IF (NOT TERM-SUCCESS)
              DISPLAY 'UNABLE TO OPEN1 FILE: ' TERM-ST
              MOVE TERM-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           OPEN INPUT ACCT-REC.
           IF (NOT ACCT-SUCCESS)
              DISPLAY 'UNABLE TO OPEN2 FILE: ' ACCT-ST
              MOVE ACCT-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           OPEN OUTPUT TL-RPT.
           IF (NOT RPT-SUCCESS)
              DISPLAY 'UNABLE TO OPEN3 FILE: ' RPT-ST
              MOVE RPT-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           MOVE 'Y' TO WS-RPT-OPENED-SW.
           MOVE SPACES TO TLR-LINE
           STRING 'FNLPRGTL TERM DEPOSIT MATURITY LADDER  RUN DATE '
                  WS-RUN-DATE
              DELIMITED BY SIZE INTO TLR-LINE
           WRITE TLR-LINE.
       H100-END. EXIT.
      *READ THE OPTIONAL HORIZON CARD AND WORK OUT THE LAST MONTH TO
      *REPORT; A MISSING OR BLANK CARD MEANS NO LIMIT
       H120-READ-CARD.
           OPEN INPUT TL-CARD.
           IF CARD-SUCCESS
              READ TL-CARD
              IF CARD-SUCCESS
                 IF TLC-MONTHS NOT = SPACES AND
                    TLC-MONTHS IS NUMERIC
                    MOVE TLC-MONTHS-N TO WS-SEL-MONTHS
                    MOVE 'Y' TO WS-SEL-SW
                 END-IF
              END-IF
              CLOSE TL-CARD
           END-IF.
           IF WS-SEL-BY-HORIZON
              COMPUTE WS-SEL-MM-TOTAL =
                 WS-RUN-YYYY * 12 + WS-RUN-MM - 1 + WS-SEL-MONTHS
              DIVIDE WS-SEL-MM-TOTAL BY 12
                 GIVING WS-SEL-YYYY REMAINDER WS-SEL-MM
              COMPUTE WS-SEL-LAST = WS-SEL-YYYY * 100 + WS-SEL-MM + 1
              MOVE SPACES TO TLR-LINE
              STRING 'MATURITIES THROUGH MONTH ' WS-SEL-LAST
                 DELIMITED BY SIZE INTO TLR-LINE
              WRITE TLR-LINE
           END-IF.
       H120-END. EXIT.
      *SWEEP THE TERM FILE AND RELEASE EVERY LIVE DEPOSIT INSIDE THE
      *HORIZON TO THE SORT WITH ITS CURRENCY, BALANCE AND THE
      *CONTRACTED INTEREST FOR THE CURRENT TERM
       H150-RELEASE-DEPOSITS.
           READ TERM-REC.
           PERFORM UNTIL TERM-EOF
              ADD 1 TO WS-CNT-READ
              IF TDP-TERM-DEPOSIT AND TDP-ACTIVE
                 IF WS-SEL-BY-HORIZON AND
                    TDP-MAT-MONTH > WS-SEL-LAST
                    ADD 1 TO WS-CNT-BEYOND
                 ELSE
                    PERFORM H160-RELEASE-ONE
                 END-IF
              END-IF
              READ TERM-REC
           END-PERFORM.
       H150-END. EXIT.
      *LOOK UP ONE LIVE DEPOSIT'S ACCOUNT AND RELEASE IT
       H160-RELEASE-ONE.
           INITIALIZE INVALID-KEY.
           MOVE TDP-ACCT-ID TO ACCT-ID.
           READ ACCT-REC
              INVALID KEY MOVE 'Y' TO INVALID-KEY
           END-READ.
           IF INVL-KEY
              ADD 1 TO WS-CNT-NOACCT
              MOVE TDP-ACCT-ID TO WS-TL-ID-ED
              MOVE SPACES TO TLR-LINE
              STRING 'TERM ' WS-TL-ID-ED
                     ' - DEPOSIT ACCOUNT NOT ON FILE, NOT LISTED'
                 DELIMITED BY SIZE INTO TLR-LINE
              WRITE TLR-LINE
           ELSE
              MOVE TDP-MAT-MONTH TO TLS-MAT-MONTH
              MOVE ACCT-CUR      TO TLS-CUR
              MOVE TDP-ACCT-ID   TO TLS-ID
              MOVE TDP-MAT-DATE  TO TLS-MAT-DATE
              MOVE TDP-INSTR     TO TLS-INSTR
              MOVE ACCT-BALANCE  TO TLS-BALANCE
              COMPUTE WS-TD-DAYS =
                 FUNCTION INTEGER-OF-DATE (TDP-MAT-DATE)
               - FUNCTION INTEGER-OF-DATE (TDP-START-DATE)
              COMPUTE TLS-INTEREST ROUNDED =
                 (TDP-PRINCIPAL * TDP-RATE * WS-TD-DAYS) / 36500
              RELEASE TLS-FIELDS
           END-IF.
       H160-END. EXIT.
      *TAKE THE SORTED DEPOSITS AND PRINT ONE BLOCK PER MONTH
       H200-PRINT-LADDER.
           PERFORM H250-PRINT-ONE UNTIL SORT-EOF.
           IF WS-GRP-OPEN
              PERFORM H500-CLOSE-GROUP
           END-IF.
       H200-END. EXIT.
      *ONE SORTED DEPOSIT: BREAK ON A NEW MATURITY MONTH, THEN PRINT
      *THE DETAIL LINE AND ROLL THE CURRENCY TOTALS
       H250-PRINT-ONE.
           RETURN TL-SORT
              AT END MOVE 'Y' TO SORT-EOF-SW.
           IF NOT SORT-EOF
              IF NOT WS-GRP-OPEN
                 OR TLS-MAT-MONTH NOT = WS-GRP-MONTH
                 IF WS-GRP-OPEN
                    PERFORM H500-CLOSE-GROUP
                 END-IF
                 PERFORM H400-OPEN-GROUP
              END-IF
              PERFORM H450-PRINT-DETAIL
           END-IF.
       H250-END. EXIT.
      *START A MONTH BLOCK
       H400-OPEN-GROUP.
           MOVE TLS-MAT-MONTH TO WS-GRP-MONTH.
           MOVE 'Y' TO WS-GRP-OPEN-SW.
           MOVE ZEROS TO WS-TL-CNT.
           ADD 1 TO WS-CNT-MONTHS.
           MOVE SPACES TO TLR-LINE
           WRITE TLR-LINE.
           MOVE SPACES TO TLR-LINE
           STRING 'MATURITY MONTH ' WS-GRP-MONTH
              DELIMITED BY SIZE INTO TLR-LINE
           WRITE TLR-LINE.
       H400-END. EXIT.
      *ONE DEPOSIT DETAIL LINE WITHIN THE MONTH BLOCK
       H450-PRINT-DETAIL.
           ADD 1 TO WS-CNT-LISTED.
           IF TLS-MAT-DATE < WS-RUN-DATE
              ADD 1 TO WS-CNT-OVERDUE
              MOVE 'OVERDUE' TO WS-TL-TAG
           ELSE
              MOVE SPACES    TO WS-TL-TAG
           END-IF.
           MOVE TLS-ID       TO WS-TL-ID-ED.
           MOVE TLS-CUR      TO WS-TL-CUR-ED.
           MOVE TLS-BALANCE  TO WS-TL-AMT-ED.
           MOVE TLS-INTEREST TO WS-TL-INT-ED.
           MOVE SPACES TO TLR-LINE
           STRING '  ACCT ' WS-TL-ID-ED ' CUR ' WS-TL-CUR-ED
                  ' MAT ' TLS-MAT-DATE ' ' TLS-INSTR
                  ' BAL ' WS-TL-AMT-ED ' INT ' WS-TL-INT-ED
                  ' ' WS-TL-TAG
              DELIMITED BY SIZE INTO TLR-LINE
           WRITE TLR-LINE.
           PERFORM H460-ROLL-CUR-TOTALS.
       H450-END. EXIT.
      *ACCUMULATE THE MONTH'S AND THE LADDER'S PER-CURRENCY TOTALS
       H460-ROLL-CUR-TOTALS.
           MOVE ZEROS TO WS-TL-FIND.
           PERFORM VARYING WS-TL-IDX FROM 1 BY 1
              UNTIL WS-TL-IDX > WS-TL-CNT
                 OR WS-TL-FIND > ZEROS
              IF WS-TL-CUR (WS-TL-IDX) = TLS-CUR
                 MOVE WS-TL-IDX TO WS-TL-FIND
              END-IF
           END-PERFORM.
           IF WS-TL-FIND = ZEROS AND WS-TL-CNT < WS-TL-MAX
              ADD 1 TO WS-TL-CNT
              MOVE WS-TL-CNT TO WS-TL-FIND
              MOVE TLS-CUR TO WS-TL-CUR (WS-TL-FIND)
              MOVE ZEROS   TO WS-TL-DEPS (WS-TL-FIND)
              MOVE ZEROS   TO WS-TL-AMT (WS-TL-FIND)
              MOVE ZEROS   TO WS-TL-INT (WS-TL-FIND)
           END-IF.
           IF WS-TL-FIND > ZEROS
              ADD 1            TO WS-TL-DEPS (WS-TL-FIND)
              ADD TLS-BALANCE  TO WS-TL-AMT (WS-TL-FIND)
              ADD TLS-INTEREST TO WS-TL-INT (WS-TL-FIND)
           END-IF.
           MOVE ZEROS TO WS-TL-FIND.
           PERFORM VARYING WS-TL-IDX FROM 1 BY 1
              UNTIL WS-TL-IDX > WS-GT-CNT
                 OR WS-TL-FIND > ZEROS
              IF WS-GT-CUR (WS-TL-IDX) = TLS-CUR
                 MOVE WS-TL-IDX TO WS-TL-FIND
              END-IF
           END-PERFORM.
           IF WS-TL-FIND = ZEROS AND WS-GT-CNT < WS-GT-MAX
              ADD 1 TO WS-GT-CNT
              MOVE WS-GT-CNT TO WS-TL-FIND
              MOVE TLS-CUR TO WS-GT-CUR (WS-TL-FIND)
              MOVE ZEROS   TO WS-GT-DEPS (WS-TL-FIND)
              MOVE ZEROS   TO WS-GT-AMT (WS-TL-FIND)
              MOVE ZEROS   TO WS-GT-INT (WS-TL-FIND)
           END-IF.
           IF WS-TL-FIND > ZEROS
              ADD 1            TO WS-GT-DEPS (WS-TL-FIND)
              ADD TLS-BALANCE  TO WS-GT-AMT (WS-TL-FIND)
              ADD TLS-INTEREST TO WS-GT-INT (WS-TL-FIND)
           END-IF.
       H460-END. EXIT.
      *CLOSE A MONTH BLOCK WITH ONE TOTAL LINE PER CURRENCY
       H500-CLOSE-GROUP.
           PERFORM VARYING WS-TL-IDX FROM 1 BY 1
              UNTIL WS-TL-IDX > WS-TL-CNT
              MOVE WS-TL-CUR (WS-TL-IDX)  TO WS-TL-CUR-ED
              MOVE WS-TL-DEPS (WS-TL-IDX) TO WS-TL-NUM
              MOVE WS-TL-AMT (WS-TL-IDX)  TO WS-TL-TOT-ED
              MOVE WS-TL-INT (WS-TL-IDX)  TO WS-TL-TIN-ED
              MOVE SPACES TO TLR-LINE
              STRING '  TOTAL ' WS-GRP-MONTH ' CUR ' WS-TL-CUR-ED
                     ' DEPS ' WS-TL-NUM ' BAL ' WS-TL-TOT-ED
                     ' INT ' WS-TL-TIN-ED
                 DELIMITED BY SIZE INTO TLR-LINE
              WRITE TLR-LINE
           END-PERFORM.
           MOVE 'N' TO WS-GRP-OPEN-SW.
       H500-END. EXIT.
      *WRITE THE LADDER'S CURRENCY TOTALS AND THE CONTROL TOTALS
       H900-WRITE-TOTALS.
           MOVE SPACES TO TLR-LINE
           WRITE TLR-LINE.
           PERFORM VARYING WS-TL-IDX FROM 1 BY 1
              UNTIL WS-TL-IDX > WS-GT-CNT
              MOVE WS-GT-CUR (WS-TL-IDX)  TO WS-TL-CUR-ED
              MOVE WS-GT-DEPS (WS-TL-IDX) TO WS-TL-NUM
              MOVE WS-GT-AMT (WS-TL-IDX)  TO WS-TL-TOT-ED
              MOVE WS-GT-INT (WS-TL-IDX)  TO WS-TL-TIN-ED
              MOVE SPACES TO TLR-LINE
              STRING 'LADDER CUR ' WS-TL-CUR-ED
                     ' DEPS ' WS-TL-NUM ' BAL ' WS-TL-TOT-ED
                     ' INT ' WS-TL-TIN-ED
                 DELIMITED BY SIZE INTO TLR-LINE
              WRITE TLR-LINE
           END-PERFORM.
           MOVE WS-CNT-READ TO WS-TL-NUM
           MOVE SPACES TO TLR-LINE
           STRING 'TERM RECORDS READ ...................: ' WS-TL-NUM
              DELIMITED BY SIZE INTO TLR-LINE
           WRITE TLR-LINE.
           MOVE WS-CNT-LISTED TO WS-TL-NUM
           MOVE SPACES TO TLR-LINE
           STRING 'LIVE DEPOSITS LISTED ................: ' WS-TL-NUM
              DELIMITED BY SIZE INTO TLR-LINE
           WRITE TLR-LINE.
           MOVE WS-CNT-OVERDUE TO WS-TL-NUM
           MOVE SPACES TO TLR-LINE
           STRING 'OVERDUE, AWAITING PAYOUT ............: ' WS-TL-NUM
              DELIMITED BY SIZE INTO TLR-LINE
           WRITE TLR-LINE.
           MOVE WS-CNT-BEYOND TO WS-TL-NUM
           MOVE SPACES TO TLR-LINE
           STRING 'MATURING BEYOND THE HORIZON .........: ' WS-TL-NUM
              DELIMITED BY SIZE INTO TLR-LINE
           WRITE TLR-LINE.
           MOVE WS-CNT-NOACCT TO WS-TL-NUM
           MOVE SPACES TO TLR-LINE
           STRING 'DEPOSIT ACCOUNT NOT ON FILE .........: ' WS-TL-NUM
              DELIMITED BY SIZE INTO TLR-LINE
           WRITE TLR-LINE.
           MOVE WS-CNT-MONTHS TO WS-TL-NUM
           MOVE SPACES TO TLR-LINE
           STRING 'MATURITY MONTHS PRINTED .............: ' WS-TL-NUM
              DELIMITED BY SIZE INTO TLR-LINE
           WRITE TLR-LINE.
       H900-END. EXIT.
      *END THE PROGRAM
       H999-PROGRAM-EXIT.
           IF WS-RPT-OPENED-SW = 'Y'
              PERFORM H900-WRITE-TOTALS
           END-IF.
           CLOSE TERM-REC
                 ACCT-REC
                 TL-RPT.
           STOP RUN.
       H999-END. EXIT.
      *
