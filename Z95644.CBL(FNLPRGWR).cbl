       IDENTIFICATION DIVISION.
      *MONTHLY WITHHOLDING TAX REMITTANCE
      *GATHERS THE TAX WITHHELD FROM CREDITED INTEREST DURING ONE
      *MONTH SO FINANCE CAN PAY IT OVER. THE PERMANENT HISTFILE
      *LEDGER IS SWEPT FOR THE MONTH'S 'X' TAX-WITHHELD LINES
      *WRITTEN BY FNLPRGIA AND FNLPRGTD; EACH IS PAIRED WITH THE
      *GROSS 'I' INTEREST LINE POSTED IMMEDIATELY AHEAD OF IT FOR
      *THE SAME ACCOUNT, AND THE ACCOUNT'S CURRENCY AND CUSTOMER
      *TAX STATUS ARE LOOKED UP ON ACCTREC AND CUSTREC. THE POSTINGS
      *ARE SORTED BY CURRENCY AND ACCOUNT AND WRITTEN TO THE
      *WHTREMIT REMITTANCE FILE -- ONE DETAIL RECORD PER POSTING
      *AND ONE TOTAL RECORD PER CURRENCY -- AND THE SUMMARY REPORT
      *SHOWS THE POSTINGS, GROSS INTEREST AND TAX DUE PER CURRENCY.
      *THE MONTH COMES FROM THE OPTIONAL PARAMETER CARD; A MISSING
      *OR BLANK CARD REMITS THE PREVIOUS CALENDAR MONTH. NOTHING IS
      *UPDATED, SO THE JOB CAN BE RERUN FREELY.
       PROGRAM-ID.    FNLPRGWR.
       AUTHOR.        Mert Musa TEMEL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HIST-REC   ASSIGN TO    HISTFILE
                             STATUS       HIST-ST.
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
           SELECT WR-SORT    ASSIGN TO    SRTWORK.
           SELECT WR-CARD    ASSIGN TO    WRCARD
                             STATUS       CARD-ST.
           SELECT WR-OUT     ASSIGN TO    WHTREMIT
                             STATUS       OUT-ST.
           SELECT WR-RPT     ASSIGN TO    WRRPT
                             STATUS       RPT-ST.
       DATA DIVISION.
       FILE SECTION.
      *PERMANENT PER-ACCOUNT POSTED-TRANSACTION HISTORY LEDGER
       FD  HIST-REC   RECORDING MODE F.
       01  HIST-FIELDS.
           05 HIS-ID             PIC S9(05) COMP-3.
           05 HIS-DATE           PIC 9(08).
           05 HIS-DATE-R         REDEFINES HIS-DATE.
              07 HIS-MONTH       PIC 9(06).
              07 FILLER          PIC 9(02).
           05 HIS-TS             PIC X(21).
           05 HIS-OPR            PIC X(01).
           05 HIS-ORIG-CUR       PIC 9(03).
           05 HIS-ORIG-AMT       PIC S9(07)V99 COMP-3.
           05 HIS-AMT            PIC S9(07)V99 COMP-3.
           05 HIS-BALANCE        PIC S9(09)V99 COMP-3.
      *ACCT-ID OF THE OTHER LEG OF A 'T' TRANSFER, ELSE ZEROS
           05 HIS-XREF-ID        PIC S9(05) COMP-3.
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
      *SORT WORK FILE -- ORDERS THE MONTH'S WITHHOLDINGS BY CURRENCY
      *AND ACCOUNT
       SD  WR-SORT.
       01  WRS-FIELDS.
           05 WRS-CUR           PIC 9(03).
           05 WRS-ID            PIC S9(05) COMP-3.
           05 WRS-DATE          PIC 9(08).
           05 WRS-CUST-NO       PIC 9(05).
           05 WRS-TAX-STATUS    PIC X(01).
           05 WRS-GROSS         PIC S9(09)V99 COMP-3.
           05 WRS-TAX           PIC S9(09)V99 COMP-3.
      *OPTIONAL PARAMETER CARD
      *COL 1-6   REMITTANCE MONTH YYYYMM (BLANK = PREVIOUS MONTH)
       FD  WR-CARD    RECORDING MODE F.
       01  WRC-FIELDS.
           05 WRC-PERIOD        PIC X(06).
           05 WRC-PERIOD-N      REDEFINES WRC-PERIOD
                                PIC 9(06).
           05 FILLER            PIC X(74).
      *TAX REMITTANCE FILE FOR FINANCE
      *'D' DETAIL: ONE PER TAX-WITHHELD POSTING; WRM-COUNT IS ZERO
      *'T' TOTAL: ONE PER CURRENCY; ACCOUNT, CUSTOMER, STATUS, DATE
      *    AND RATE ARE ZERO OR BLANK AND WRM-COUNT HOLDS THE NUMBER
      *    OF POSTINGS
      *WRM-RATE IS THE EFFECTIVE RATE, TAX OVER GROSS INTEREST
       FD  WR-OUT     RECORDING MODE F.
       01  WRM-FIELDS.
           05 WRM-REC-TYPE      PIC X(01).
           05 WRM-PERIOD        PIC 9(06).
           05 WRM-CUR           PIC 9(03).
           05 WRM-ACCT-ID       PIC 9(05).
           05 WRM-CUST-NO       PIC 9(05).
           05 WRM-TAX-STATUS    PIC X(01).
           05 WRM-POST-DATE     PIC 9(08).
           05 WRM-GROSS         PIC 9(09)V99.
           05 WRM-RATE          PIC 9(02)V9(04).
           05 WRM-TAX           PIC 9(09)V99.
           05 WRM-COUNT         PIC 9(07).
           05 FILLER            PIC X(16).
      *REMITTANCE SUMMARY REPORT
       FD  WR-RPT     RECORDING MODE F.
       01  WRR-LINE             PIC X(80).
      *INTERNAL VARIABLES.
       WORKING-STORAGE SECTION.
       01  WS-WORK-AREA.
           05 HIST-ST           PIC 9(02).
              88 HIST-EOF       VALUE 10.
              88 HIST-SUCCESS   VALUE 00
                                      97.
           05 ACCT-ST           PIC 9(02).
              88 ACCT-SUCCESS   VALUE 00
                                      97.
           05 CUST-ST           PIC 9(02).
              88 CUST-SUCCESS   VALUE 00
                                      97.
           05 CARD-ST           PIC 9(02).
              88 CARD-SUCCESS   VALUE 00
                                      97.
           05 OUT-ST            PIC 9(02).
              88 OUT-SUCCESS    VALUE 00
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
           05 WS-WR-PERIOD      PIC 9(06) VALUE ZEROS.
           05 WS-WR-PERIOD-R    REDEFINES WS-WR-PERIOD.
              07 WS-WR-YYYY     PIC 9(04).
              07 WS-WR-MM       PIC 9(02).
      *THE LEDGER LINE READ JUST BEFORE THE CURRENT ONE, FOR
      *PAIRING A TAX LINE WITH ITS GROSS INTEREST LINE
           05 WS-PREV-ID        PIC S9(05) COMP-3 VALUE ZEROS.
           05 WS-PREV-OPR       PIC X(01) VALUE SPACE.
           05 WS-PREV-AMT       PIC S9(07)V99 COMP-3 VALUE ZEROS.
           05 WS-GRP-WORK.
              07 WS-GRP-CUR      PIC 9(03) VALUE ZEROS.
              07 WS-GRP-OPEN-SW  PIC X(01) VALUE 'N'.
                 88 WS-GRP-OPEN  VALUE 'Y'.
              07 WS-GRP-CNT      PIC 9(07) COMP VALUE ZEROS.
              07 WS-GRP-GROSS    PIC S9(11)V99 COMP-3 VALUE ZEROS.
              07 WS-GRP-TAX      PIC S9(11)V99 COMP-3 VALUE ZEROS.
           05 WS-WR-COUNTERS.
              07 WS-CNT-READ     PIC 9(08) COMP VALUE ZEROS.
              07 WS-CNT-PERIOD   PIC 9(08) COMP VALUE ZEROS.
              07 WS-CNT-TAXED    PIC 9(08) COMP VALUE ZEROS.
              07 WS-CNT-NOGROSS  PIC 9(08) COMP VALUE ZEROS.
              07 WS-CNT-NOACCT   PIC 9(08) COMP VALUE ZEROS.
              07 WS-CNT-NOCUST   PIC 9(08) COMP VALUE ZEROS.
              07 WS-CNT-DETAIL   PIC 9(08) COMP VALUE ZEROS.
              07 WS-CNT-CURS     PIC 9(08) COMP VALUE ZEROS.
           05 WS-WR-NUM          PIC ZZZZZZZ9.
           05 WS-WR-ID-ED        PIC ZZZZ9.
           05 WS-WR-CUR-ED       PIC ZZ9.
           05 WS-WR-GROSS-ED     PIC -(11)9.99.
           05 WS-WR-TAX-ED       PIC -(11)9.99.
       PROCEDURE DIVISION.
      *MAIN LOOOP
       0000-MAIN.
           PERFORM H100-OPEN-FILES.
           PERFORM H120-READ-CARD.
           SORT WR-SORT
              ON ASCENDING KEY WRS-CUR
                               WRS-ID
                               WRS-DATE
              INPUT PROCEDURE H150-RELEASE-TAX THRU H150-END
              OUTPUT PROCEDURE H200-WRITE-REMITTANCE THRU H200-END.
           PERFORM H999-PROGRAM-EXIT.
      *OPEN FILES AND CHECK STATUS
       H100-OPEN-FILES.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE.
           OPEN INPUT HIST-REC.
           IF (NOT HIST-SUCCESS)
              DISPLAY 'UNABLE TO OPEN1 FILE: ' HIST-ST
              MOVE HIST-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           OPEN INPUT ACCT-REC.
           IF (NOT ACCT-SUCCESS)
              DISPLAY 'UNABLE TO OPEN2 FILE: ' ACCT-ST
              MOVE ACCT-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           OPEN INPUT CUST-REC.
           IF (NOT CUST-SUCCESS)
              DISPLAY 'UNABLE TO OPEN3 FILE: ' CUST-ST
              MOVE CUST-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           OPEN OUTPUT WR-OUT.
           IF (NOT OUT-SUCCESS)
              DISPLAY 'UNABLE TO OPEN4 FILE: ' OUT-ST
              MOVE OUT-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           OPEN OUTPUT WR-RPT.
           IF (NOT RPT-SUCCESS)
              DISPLAY 'UNABLE TO OPEN5 FILE: ' RPT-ST
              MOVE RPT-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           MOVE 'Y' TO WS-RPT-OPENED-SW.
           MOVE SPACES TO WRR-LINE
           STRING 'FNLPRGWR WITHHOLDING TAX REMITTANCE  RUN DATE '
                  WS-RUN-DATE
              DELIMITED BY SIZE INTO WRR-LINE
           WRITE WRR-LINE.
       H100-END. EXIT.
      *READ THE OPTIONAL PERIOD CARD; A MISSING OR BLANK CARD MEANS
      *THE CALENDAR MONTH BEFORE THE RUN DATE
       H120-READ-CARD.
           IF WS-RUN-MM = 01
              COMPUTE WS-WR-YYYY = WS-RUN-YYYY - 1
              MOVE 12 TO WS-WR-MM
           ELSE
              MOVE WS-RUN-YYYY TO WS-WR-YYYY
              COMPUTE WS-WR-MM = WS-RUN-MM - 1
           END-IF.
           OPEN INPUT WR-CARD.
           IF CARD-SUCCESS
              READ WR-CARD
              IF CARD-SUCCESS
                 IF WRC-PERIOD NOT = SPACES AND
                    WRC-PERIOD IS NUMERIC
                    MOVE WRC-PERIOD-N TO WS-WR-PERIOD
                 END-IF
              END-IF
              CLOSE WR-CARD
           END-IF.
           IF WS-WR-MM < 01 OR WS-WR-MM > 12
              DISPLAY 'INVALID REMITTANCE PERIOD: ' WS-WR-PERIOD
              MOVE SPACES TO WRR-LINE
              STRING 'INVALID REMITTANCE PERIOD ' WS-WR-PERIOD
                     ' - NOTHING REMITTED'
                 DELIMITED BY SIZE INTO WRR-LINE
              WRITE WRR-LINE
              MOVE 16 TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           MOVE SPACES TO WRR-LINE
           STRING 'REMITTANCE PERIOD ' WS-WR-PERIOD
              DELIMITED BY SIZE INTO WRR-LINE
           WRITE WRR-LINE.
       H120-END. EXIT.
      *SWEEP THE LEDGER AND RELEASE EVERY TAX-WITHHELD LINE OF THE
      *PERIOD TO THE SORT, PAIRED WITH ITS GROSS INTEREST LINE
       H150-RELEASE-TAX.
           READ HIST-REC.
           PERFORM UNTIL HIST-EOF
              ADD 1 TO WS-CNT-READ
              IF HIS-MONTH = WS-WR-PERIOD
                 ADD 1 TO WS-CNT-PERIOD
                 IF HIS-OPR = 'X'
                    PERFORM H160-RELEASE-ONE
                 END-IF
              END-IF
              MOVE HIS-ID  TO WS-PREV-ID
              MOVE HIS-OPR TO WS-PREV-OPR
              MOVE HIS-AMT TO WS-PREV-AMT
              READ HIST-REC
           END-PERFORM.
       H150-END. EXIT.
      *LOOK UP ONE TAX LINE'S ACCOUNT AND CUSTOMER AND RELEASE IT.
      *THE POSTING PROGRAMS WRITE THE GROSS 'I' LINE IMMEDIATELY
      *AHEAD OF ITS 'X' LINE; A TAX LINE WITHOUT ONE IS STILL
      *REMITTED, WITH ZERO GROSS, AND IS LISTED FOR FOLLOW-UP
       H160-RELEASE-ONE.
           ADD 1 TO WS-CNT-TAXED.
           MOVE HIS-ID   TO WRS-ID.
           MOVE HIS-DATE TO WRS-DATE.
           COMPUTE WRS-TAX = HIS-AMT * -1.
           IF WS-PREV-OPR = 'I' AND WS-PREV-ID = HIS-ID
              MOVE WS-PREV-AMT TO WRS-GROSS
           ELSE
              MOVE ZEROS TO WRS-GROSS
              ADD 1 TO WS-CNT-NOGROSS
              MOVE HIS-ID TO WS-WR-ID-ED
              MOVE SPACES TO WRR-LINE
              STRING 'ACCT ' WS-WR-ID-ED ' DATE ' HIS-DATE
                     ' - TAX LINE WITH NO GROSS INTEREST LINE'
                 DELIMITED BY SIZE INTO WRR-LINE
              WRITE WRR-LINE
           END-IF.
           MOVE ZEROS TO WRS-CUR.
           MOVE ZEROS TO WRS-CUST-NO.
           MOVE 'R'   TO WRS-TAX-STATUS.
           INITIALIZE INVALID-KEY.
           MOVE HIS-ID TO ACCT-ID.
           READ ACCT-REC
              INVALID KEY MOVE 'Y' TO INVALID-KEY
           END-READ.
           IF INVL-KEY
              ADD 1 TO WS-CNT-NOACCT
              MOVE HIS-ID TO WS-WR-ID-ED
              MOVE SPACES TO WRR-LINE
              STRING 'ACCT ' WS-WR-ID-ED ' DATE ' HIS-DATE
                     ' - ACCOUNT NOT ON FILE, REMITTED AS CUR 000'
                 DELIMITED BY SIZE INTO WRR-LINE
              WRITE WRR-LINE
           ELSE
              MOVE ACCT-CUR TO WRS-CUR
              IF ACCT-CUST-NO IS NUMERIC
                 MOVE ACCT-CUST-NO TO WRS-CUST-NO
              END-IF
              PERFORM H170-READ-CUSTOMER
           END-IF.
           RELEASE WRS-FIELDS.
       H160-END. EXIT.
      *THE OWNING CUSTOMER'S TAX STATUS; NO CUSTOMER ON FILE IS
      *REPORTED AS RESIDENT, AS THE POSTING PROGRAMS TAXED IT
       H170-READ-CUSTOMER.
           INITIALIZE INVALID-KEY.
           IF WRS-CUST-NO = ZEROS
              MOVE 'Y' TO INVALID-KEY
           ELSE
              MOVE WRS-CUST-NO TO CUST-ID
              READ CUST-REC
                 INVALID KEY MOVE 'Y' TO INVALID-KEY
              END-READ
           END-IF.
           IF INVL-KEY
              ADD 1 TO WS-CNT-NOCUST
           ELSE
              IF CUST-TAX-NONRES OR CUST-TAX-EXEMPT
                 MOVE CUST-TAX-STATUS TO WRS-TAX-STATUS
              END-IF
           END-IF.
       H170-END. EXIT.
      *TAKE THE SORTED WITHHOLDINGS AND WRITE THE REMITTANCE FILE,
      *BREAKING ON CURRENCY
       H200-WRITE-REMITTANCE.
           PERFORM H250-WRITE-ONE UNTIL SORT-EOF.
           IF WS-GRP-OPEN
              PERFORM H500-CLOSE-GROUP
           END-IF.
       H200-END. EXIT.
      *ONE SORTED WITHHOLDING: BREAK ON A NEW CURRENCY, THEN WRITE
      *THE DETAIL RECORD AND ROLL THE CURRENCY TOTALS
       H250-WRITE-ONE.
           RETURN WR-SORT
              AT END MOVE 'Y' TO SORT-EOF-SW.
           IF NOT SORT-EOF
              IF NOT WS-GRP-OPEN
                 OR WRS-CUR NOT = WS-GRP-CUR
                 IF WS-GRP-OPEN
                    PERFORM H500-CLOSE-GROUP
                 END-IF
                 MOVE WRS-CUR TO WS-GRP-CUR
                 MOVE 'Y'     TO WS-GRP-OPEN-SW
                 MOVE ZEROS   TO WS-GRP-CNT
                 MOVE ZEROS   TO WS-GRP-GROSS
                 MOVE ZEROS   TO WS-GRP-TAX
              END-IF
              PERFORM H300-WRITE-DETAIL
           END-IF.
       H250-END. EXIT.
      *ONE 'D' DETAIL RECORD ON THE REMITTANCE FILE
       H300-WRITE-DETAIL.
           MOVE SPACES          TO WRM-FIELDS.
           MOVE 'D'             TO WRM-REC-TYPE.
           MOVE WS-WR-PERIOD    TO WRM-PERIOD.
           MOVE WRS-CUR         TO WRM-CUR.
           MOVE WRS-ID          TO WRM-ACCT-ID.
           MOVE WRS-CUST-NO     TO WRM-CUST-NO.
           MOVE WRS-TAX-STATUS  TO WRM-TAX-STATUS.
           MOVE WRS-DATE        TO WRM-POST-DATE.
           MOVE WRS-GROSS       TO WRM-GROSS.
           MOVE WRS-TAX         TO WRM-TAX.
           MOVE ZEROS           TO WRM-COUNT.
           IF WRS-GROSS > ZEROS
              COMPUTE WRM-RATE ROUNDED = WRS-TAX * 100 / WRS-GROSS
           ELSE
              MOVE ZEROS        TO WRM-RATE
           END-IF.
           WRITE WRM-FIELDS.
           ADD 1 TO WS-CNT-DETAIL.
           ADD 1         TO WS-GRP-CNT.
           ADD WRS-GROSS TO WS-GRP-GROSS.
           ADD WRS-TAX   TO WS-GRP-TAX.
       H300-END. EXIT.
      *CLOSE A CURRENCY: ITS 'T' TOTAL RECORD ON THE REMITTANCE
      *FILE AND ITS SUMMARY LINE ON THE REPORT
       H500-CLOSE-GROUP.
           MOVE SPACES          TO WRM-FIELDS.
           MOVE 'T'             TO WRM-REC-TYPE.
           MOVE WS-WR-PERIOD    TO WRM-PERIOD.
           MOVE WS-GRP-CUR      TO WRM-CUR.
           MOVE ZEROS           TO WRM-ACCT-ID.
           MOVE ZEROS           TO WRM-CUST-NO.
           MOVE ZEROS           TO WRM-POST-DATE.
           MOVE WS-GRP-GROSS    TO WRM-GROSS.
           MOVE ZEROS           TO WRM-RATE.
           MOVE WS-GRP-TAX      TO WRM-TAX.
           MOVE WS-GRP-CNT      TO WRM-COUNT.
           WRITE WRM-FIELDS.
           ADD 1 TO WS-CNT-CURS.
           MOVE WS-GRP-CUR   TO WS-WR-CUR-ED.
           MOVE WS-GRP-CNT   TO WS-WR-NUM.
           MOVE WS-GRP-GROSS TO WS-WR-GROSS-ED.
           MOVE WS-GRP-TAX   TO WS-WR-TAX-ED.
           MOVE SPACES TO WRR-LINE
           STRING 'CUR ' WS-WR-CUR-ED ' POSTINGS ' WS-WR-NUM
                  ' GROSS ' WS-WR-GROSS-ED ' TAX DUE ' WS-WR-TAX-ED
              DELIMITED BY SIZE INTO WRR-LINE
           WRITE WRR-LINE.
           MOVE 'N' TO WS-GRP-OPEN-SW.
       H500-END. EXIT.
      *WRITE THE END-OF-JOB CONTROL TOTALS
       H900-WRITE-TOTALS.
           MOVE WS-CNT-READ TO WS-WR-NUM
           MOVE SPACES TO WRR-LINE
           STRING 'LEDGER RECORDS READ .................: ' WS-WR-NUM
              DELIMITED BY SIZE INTO WRR-LINE
           WRITE WRR-LINE.
           MOVE WS-CNT-PERIOD TO WS-WR-NUM
           MOVE SPACES TO WRR-LINE
           STRING 'LEDGER RECORDS IN PERIOD ............: ' WS-WR-NUM
              DELIMITED BY SIZE INTO WRR-LINE
           WRITE WRR-LINE.
           MOVE WS-CNT-TAXED TO WS-WR-NUM
           MOVE SPACES TO WRR-LINE
           STRING 'TAX WITHHELD POSTINGS ...............: ' WS-WR-NUM
              DELIMITED BY SIZE INTO WRR-LINE
           WRITE WRR-LINE.
           MOVE WS-CNT-DETAIL TO WS-WR-NUM
           MOVE SPACES TO WRR-LINE
           STRING 'REMITTANCE DETAIL RECORDS WRITTEN ...: ' WS-WR-NUM
              DELIMITED BY SIZE INTO WRR-LINE
           WRITE WRR-LINE.
           MOVE WS-CNT-CURS TO WS-WR-NUM
           MOVE SPACES TO WRR-LINE
           STRING 'CURRENCY TOTAL RECORDS WRITTEN ......: ' WS-WR-NUM
              DELIMITED BY SIZE INTO WRR-LINE
           WRITE WRR-LINE.
           MOVE WS-CNT-NOGROSS TO WS-WR-NUM
           MOVE SPACES TO WRR-LINE
           STRING 'TAX LINES WITH NO GROSS LINE ........: ' WS-WR-NUM
              DELIMITED BY SIZE INTO WRR-LINE
           WRITE WRR-LINE.
           MOVE WS-CNT-NOACCT TO WS-WR-NUM
           MOVE SPACES TO WRR-LINE
           STRING 'ACCOUNT NOT ON FILE .................: ' WS-WR-NUM
              DELIMITED BY SIZE INTO WRR-LINE
           WRITE WRR-LINE.
           MOVE WS-CNT-NOCUST TO WS-WR-NUM
           MOVE SPACES TO WRR-LINE
           STRING 'NO CUSTOMER, SHOWN AS RESIDENT ......: ' WS-WR-NUM
              DELIMITED BY SIZE INTO WRR-LINE
           WRITE WRR-LINE.
       H900-END. EXIT.
      *END THE PROGRAM
       H999-PROGRAM-EXIT.
           IF WS-RPT-OPENED-SW = 'Y'
              PERFORM H900-WRITE-TOTALS
           END-IF.
           CLOSE HIST-REC
                 ACCT-REC
                 CUST-REC
                 WR-OUT
                 WR-RPT.
           STOP RUN.
       H999-END. EXIT.
      *
