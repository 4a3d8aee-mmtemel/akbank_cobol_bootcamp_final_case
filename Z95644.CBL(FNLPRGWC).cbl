       IDENTIFICATION DIVISION.
      *YEAR-END INTEREST AND WITHHOLDING TAX CERTIFICATES
      *PRODUCES ONE INTEREST-AND-TAX CERTIFICATE PER CUSTOMER FOR A
      *TAX YEAR, COVERING EVERY ACCOUNT THE CUSTOMER HOLDS. THE
      *PERMANENT HISTFILE LEDGER IS SWEPT FOR THE YEAR'S GROSS 'I'
      *INTEREST LINES AND 'X' TAX-WITHHELD LINES WRITTEN BY
      *FNLPRGIA AND FNLPRGTD; EACH IS TIED TO ITS CUSTOMER AND
      *CURRENCY THROUGH ACCTREC, SORTED BY CUSTOMER, CURRENCY AND
      *ACCOUNT, AND PRINTED ON WCCERT AS ONE LINE PER ACCOUNT
      *(GROSS, TAX, NET) WITH A TOTAL PER CURRENCY. THE CUSTOMER'S
      *NAME AND TAX STATUS COME FROM CUSTREC. POSTINGS THAT CANNOT BE
      *TIED TO A CUSTOMER ARE LISTED ON THE WCRPT CONTROL REPORT.
      *THE YEAR COMES FROM THE OPTIONAL PARAMETER CARD; A MISSING OR
      *BLANK CARD CERTIFIES THE PREVIOUS CALENDAR YEAR. NOTHING IS
      *UPDATED, SO THE JOB CAN BE RERUN FREELY.
       PROGRAM-ID.    FNLPRGWC.
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
           SELECT WC-SORT    ASSIGN TO    SRTWORK.
           SELECT WC-CARD    ASSIGN TO    WCCARD
                             STATUS       CARD-ST.
           SELECT WC-CERT    ASSIGN TO    WCCERT
                             STATUS       CERT-ST.
           SELECT WC-RPT     ASSIGN TO    WCRPT
                             STATUS       RPT-ST.
       DATA DIVISION.
       FILE SECTION.
      *PERMANENT PER-ACCOUNT POSTED-TRANSACTION HISTORY LEDGER
       FD  HIST-REC   RECORDING MODE F.
       01  HIST-FIELDS.
           05 HIS-ID             PIC S9(05) COMP-3.
           05 HIS-DATE           PIC 9(08).
           05 HIS-DATE-R         REDEFINES HIS-DATE.
              07 HIS-YEAR        PIC 9(04).
              07 FILLER          PIC 9(04).
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
      *SORT WORK FILE -- ONE RECORD PER INTEREST OR TAX POSTING,
      *ORDERED BY CUSTOMER, CURRENCY AND ACCOUNT
       SD  WC-SORT.
       01  WCS-FIELDS.
           05 WCS-CUST-NO       PIC 9(05).
           05 WCS-CUR           PIC 9(03).
           05 WCS-ID            PIC S9(05) COMP-3.
           05 WCS-GROSS         PIC S9(09)V99 COMP-3.
           05 WCS-TAX           PIC S9(09)V99 COMP-3.
      *OPTIONAL PARAMETER CARD
      *COL 1-4   TAX YEAR YYYY (BLANK = PREVIOUS YEAR)
       FD  WC-CARD    RECORDING MODE F.
       01  WCC-FIELDS.
           05 WCC-YEAR          PIC X(04).
           05 WCC-YEAR-N        REDEFINES WCC-YEAR
                                PIC 9(04).
           05 FILLER            PIC X(76).
      *CUSTOMER CERTIFICATES, ONE BLOCK PER CUSTOMER
       FD  WC-CERT    RECORDING MODE F.
       01  WCT-LINE             PIC X(80).
      *CONTROL REPORT
       FD  WC-RPT     RECORDING MODE F.
       01  WCR-LINE             PIC X(80).
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
           05 CERT-ST           PIC 9(02).
              88 CERT-SUCCESS   VALUE 00
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
              07 FILLER         PIC 9(04).
           05 WS-WC-YEAR        PIC 9(04) VALUE ZEROS.
           05 WS-WC-STATUS-TXT  PIC X(12) VALUE SPACES.
           05 WS-WC-NET         PIC S9(11)V99 COMP-3 VALUE ZEROS.
           05 WS-GRP-WORK.
              07 WS-GRP-CUST     PIC 9(05) VALUE ZEROS.
              07 WS-GRP-CUR      PIC 9(03) VALUE ZEROS.
              07 WS-GRP-ID       PIC S9(05) COMP-3 VALUE ZEROS.
              07 WS-GRP-OPEN-SW  PIC X(01) VALUE 'N'.
                 88 WS-GRP-OPEN  VALUE 'Y'.
              07 WS-ACC-GROSS    PIC S9(11)V99 COMP-3 VALUE ZEROS.
              07 WS-ACC-TAX      PIC S9(11)V99 COMP-3 VALUE ZEROS.
              07 WS-CCY-GROSS    PIC S9(11)V99 COMP-3 VALUE ZEROS.
              07 WS-CCY-TAX      PIC S9(11)V99 COMP-3 VALUE ZEROS.
           05 WS-WC-COUNTERS.
              07 WS-CNT-READ     PIC 9(08) COMP VALUE ZEROS.
              07 WS-CNT-YEAR     PIC 9(08) COMP VALUE ZEROS.
              07 WS-CNT-INT      PIC 9(08) COMP VALUE ZEROS.
              07 WS-CNT-TAX      PIC 9(08) COMP VALUE ZEROS.
              07 WS-CNT-NOACCT   PIC 9(08) COMP VALUE ZEROS.
              07 WS-CNT-NOCUST   PIC 9(08) COMP VALUE ZEROS.
              07 WS-CNT-CERTS    PIC 9(08) COMP VALUE ZEROS.
              07 WS-CNT-CUSTNF   PIC 9(08) COMP VALUE ZEROS.
              07 WS-CNT-ACCTS    PIC 9(08) COMP VALUE ZEROS.
           05 WS-TOT-GROSS       PIC S9(11)V99 COMP-3 VALUE ZEROS.
           05 WS-TOT-TAX         PIC S9(11)V99 COMP-3 VALUE ZEROS.
           05 WS-WC-NUM          PIC ZZZZZZZ9.
           05 WS-WC-ID-ED        PIC ZZZZ9.
           05 WS-WC-CUR-ED       PIC ZZ9.
           05 WS-WC-GROSS-ED     PIC -(9)9.99.
           05 WS-WC-TAX-ED       PIC -(9)9.99.
           05 WS-WC-NET-ED       PIC -(9)9.99.
           05 WS-WC-TOT-ED       PIC -(11)9.99.
       PROCEDURE DIVISION.
      *MAIN LOOOP
       0000-MAIN.
           PERFORM H100-OPEN-FILES.
           PERFORM H120-READ-CARD.
           SORT WC-SORT
              ON ASCENDING KEY WCS-CUST-NO
                               WCS-CUR
                               WCS-ID
              INPUT PROCEDURE H150-RELEASE-POSTINGS THRU H150-END
              OUTPUT PROCEDURE H200-WRITE-CERTIFICATES THRU H200-END.
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
           OPEN OUTPUT WC-CERT.
           IF (NOT CERT-SUCCESS)
              DISPLAY 'UNABLE TO OPEN4 FILE: ' CERT-ST
              MOVE CERT-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           OPEN OUTPUT WC-RPT.
           IF (NOT RPT-SUCCESS)
              DISPLAY 'UNABLE TO OPEN5 FILE: ' RPT-ST
              MOVE RPT-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           MOVE 'Y' TO WS-RPT-OPENED-SW.
           MOVE SPACES TO WCR-LINE
           STRING 'FNLPRGWC INTEREST AND TAX CERTIFICATES  RUN DATE '
                  WS-RUN-DATE
              DELIMITED BY SIZE INTO WCR-LINE
           WRITE WCR-LINE.
       H100-END. EXIT.
      *READ THE OPTIONAL TAX YEAR CARD; A MISSING OR BLANK CARD
      *MEANS THE CALENDAR YEAR BEFORE THE RUN DATE
       H120-READ-CARD.
           COMPUTE WS-WC-YEAR = WS-RUN-YYYY - 1.
           OPEN INPUT WC-CARD.
           IF CARD-SUCCESS
              READ WC-CARD
              IF CARD-SUCCESS
                 IF WCC-YEAR NOT = SPACES AND
                    WCC-YEAR IS NUMERIC
                    MOVE WCC-YEAR-N TO WS-WC-YEAR
                 END-IF
              END-IF
              CLOSE WC-CARD
           END-IF.
           IF WS-WC-YEAR = ZEROS
              DISPLAY 'INVALID TAX YEAR: ' WS-WC-YEAR
              MOVE SPACES TO WCR-LINE
              STRING 'INVALID TAX YEAR ' WS-WC-YEAR
                     ' - NO CERTIFICATES PRODUCED'
                 DELIMITED BY SIZE INTO WCR-LINE
              WRITE WCR-LINE
              MOVE 16 TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           MOVE SPACES TO WCR-LINE
           STRING 'TAX YEAR ' WS-WC-YEAR
              DELIMITED BY SIZE INTO WCR-LINE
           WRITE WCR-LINE.
       H120-END. EXIT.
      *SWEEP THE LEDGER AND RELEASE THE YEAR'S GROSS INTEREST AND
      *TAX-WITHHELD POSTINGS TO THE SORT
       H150-RELEASE-POSTINGS.
           READ HIST-REC.
           PERFORM UNTIL HIST-EOF
              ADD 1 TO WS-CNT-READ
              IF HIS-YEAR = WS-WC-YEAR
                 ADD 1 TO WS-CNT-YEAR
                 EVALUATE TRUE
                    WHEN HIS-OPR = 'I' AND HIS-AMT > ZEROS
                       ADD 1 TO WS-CNT-INT
                       MOVE HIS-AMT TO WCS-GROSS
                       MOVE ZEROS   TO WCS-TAX
                       PERFORM H160-RELEASE-ONE
                    WHEN HIS-OPR = 'X'
                       ADD 1 TO WS-CNT-TAX
                       MOVE ZEROS   TO WCS-GROSS
                       COMPUTE WCS-TAX = HIS-AMT * -1
                       PERFORM H160-RELEASE-ONE
                 END-EVALUATE
              END-IF
              READ HIST-REC
           END-PERFORM.
       H150-END. EXIT.
      *TIE ONE POSTING TO ITS CUSTOMER AND CURRENCY AND RELEASE IT.
      *AN ACCOUNT NO LONGER ON FILE OR HELD BY NO CUSTOMER CANNOT
      *BE CERTIFIED AND IS LISTED FOR FOLLOW-UP
       H160-RELEASE-ONE.
           INITIALIZE INVALID-KEY.
           MOVE HIS-ID TO ACCT-ID.
           READ ACCT-REC
              INVALID KEY MOVE 'Y' TO INVALID-KEY
           END-READ.
           MOVE HIS-ID TO WS-WC-ID-ED.
           EVALUATE TRUE
              WHEN INVL-KEY
                 ADD 1 TO WS-CNT-NOACCT
                 MOVE SPACES TO WCR-LINE
                 STRING 'ACCT ' WS-WC-ID-ED ' OPR ' HIS-OPR
                        ' DATE ' HIS-DATE
                        ' - ACCOUNT NOT ON FILE, NOT CERTIFIED'
                    DELIMITED BY SIZE INTO WCR-LINE
                 WRITE WCR-LINE
              WHEN ACCT-CUST-NO NOT NUMERIC
                OR ACCT-CUST-NO = ZEROS
                 ADD 1 TO WS-CNT-NOCUST
                 MOVE SPACES TO WCR-LINE
                 STRING 'ACCT ' WS-WC-ID-ED ' OPR ' HIS-OPR
                        ' DATE ' HIS-DATE
                        ' - NO CUSTOMER ON ACCOUNT, NOT CERTIFIED'
                    DELIMITED BY SIZE INTO WCR-LINE
                 WRITE WCR-LINE
              WHEN OTHER
                 MOVE ACCT-CUST-NO TO WCS-CUST-NO
                 MOVE ACCT-CUR     TO WCS-CUR
                 MOVE HIS-ID       TO WCS-ID
                 RELEASE WCS-FIELDS
           END-EVALUATE.
       H160-END. EXIT.
      *TAKE THE SORTED POSTINGS AND PRINT THE CERTIFICATES,
      *BREAKING ON CUSTOMER, CURRENCY AND ACCOUNT
       H200-WRITE-CERTIFICATES.
           PERFORM H250-WRITE-ONE UNTIL SORT-EOF.
           IF WS-GRP-OPEN
              PERFORM H400-CLOSE-ACCOUNT
              PERFORM H450-CLOSE-CURRENCY
              PERFORM H500-CLOSE-CUSTOMER
           END-IF.
       H200-END. EXIT.
      *ONE SORTED POSTING: CLOSE WHATEVER LEVELS IT BREAKS, OPEN A
      *NEW CERTIFICATE ON A NEW CUSTOMER, THEN ROLL IT INTO THE
      *ACCOUNT FIGURES
       H250-WRITE-ONE.
           RETURN WC-SORT
              AT END MOVE 'Y' TO SORT-EOF-SW.
           IF NOT SORT-EOF
              EVALUATE TRUE
                 WHEN NOT WS-GRP-OPEN
                    PERFORM H300-OPEN-CUSTOMER
                 WHEN WCS-CUST-NO NOT = WS-GRP-CUST
                    PERFORM H400-CLOSE-ACCOUNT
                    PERFORM H450-CLOSE-CURRENCY
                    PERFORM H500-CLOSE-CUSTOMER
                    PERFORM H300-OPEN-CUSTOMER
                 WHEN WCS-CUR NOT = WS-GRP-CUR
                    PERFORM H400-CLOSE-ACCOUNT
                    PERFORM H450-CLOSE-CURRENCY
                 WHEN WCS-ID NOT = WS-GRP-ID
                    PERFORM H400-CLOSE-ACCOUNT
              END-EVALUATE
              MOVE WCS-CUR TO WS-GRP-CUR
              MOVE WCS-ID  TO WS-GRP-ID
              ADD WCS-GROSS TO WS-ACC-GROSS
              ADD WCS-TAX   TO WS-ACC-TAX
           END-IF.
       H250-END. EXIT.
      *START A CERTIFICATE: THE CUSTOMER'S NAME AND TAX STATUS
       H300-OPEN-CUSTOMER.
           MOVE WCS-CUST-NO TO WS-GRP-CUST.
           MOVE 'Y'         TO WS-GRP-OPEN-SW.
           ADD 1 TO WS-CNT-CERTS.
           INITIALIZE INVALID-KEY.
           MOVE WCS-CUST-NO TO CUST-ID.
           READ CUST-REC
              INVALID KEY MOVE 'Y' TO INVALID-KEY
           END-READ.
           IF INVL-KEY
              ADD 1 TO WS-CNT-CUSTNF
              MOVE SPACES TO CUST-NAME
              MOVE SPACES TO CUST-SURNAME
              MOVE 'R'    TO CUST-TAX-STATUS
              MOVE WCS-CUST-NO TO WS-WC-ID-ED
              MOVE SPACES TO WCR-LINE
              STRING 'CUST ' WS-WC-ID-ED
                     ' - CUSTOMER NOT ON FILE, CERTIFIED WITHOUT NAME'
                 DELIMITED BY SIZE INTO WCR-LINE
              WRITE WCR-LINE
           END-IF.
           EVALUATE TRUE
              WHEN CUST-TAX-NONRES
                 MOVE 'NON-RESIDENT' TO WS-WC-STATUS-TXT
              WHEN CUST-TAX-EXEMPT
                 MOVE 'EXEMPT'       TO WS-WC-STATUS-TXT
              WHEN OTHER
                 MOVE 'RESIDENT'     TO WS-WC-STATUS-TXT
           END-EVALUATE.
           MOVE SPACES TO WCT-LINE
           STRING 'INTEREST AND WITHHOLDING TAX CERTIFICATE  TAX YEAR '
                  WS-WC-YEAR
              DELIMITED BY SIZE INTO WCT-LINE
           WRITE WCT-LINE.
           MOVE SPACES TO WCT-LINE
           STRING 'CUSTOMER ' WCS-CUST-NO ' ' CUST-NAME ' '
                  CUST-SURNAME ' TAX STATUS ' WS-WC-STATUS-TXT
              DELIMITED BY SIZE INTO WCT-LINE
           WRITE WCT-LINE.
           MOVE ZEROS TO WS-ACC-GROSS.
           MOVE ZEROS TO WS-ACC-TAX.
           MOVE ZEROS TO WS-CCY-GROSS.
           MOVE ZEROS TO WS-CCY-TAX.
       H300-END. EXIT.
      *ONE ACCOUNT LINE: THE YEAR'S GROSS INTEREST, TAX AND NET
       H400-CLOSE-ACCOUNT.
           COMPUTE WS-WC-NET = WS-ACC-GROSS - WS-ACC-TAX.
           MOVE WS-GRP-ID    TO WS-WC-ID-ED.
           MOVE WS-GRP-CUR   TO WS-WC-CUR-ED.
           MOVE WS-ACC-GROSS TO WS-WC-GROSS-ED.
           MOVE WS-ACC-TAX   TO WS-WC-TAX-ED.
           MOVE WS-WC-NET    TO WS-WC-NET-ED.
           MOVE SPACES TO WCT-LINE
           STRING '  ACCT ' WS-WC-ID-ED ' CUR ' WS-WC-CUR-ED
                  ' GROSS ' WS-WC-GROSS-ED ' TAX ' WS-WC-TAX-ED
                  ' NET ' WS-WC-NET-ED
              DELIMITED BY SIZE INTO WCT-LINE
           WRITE WCT-LINE.
           ADD 1 TO WS-CNT-ACCTS.
           ADD WS-ACC-GROSS TO WS-CCY-GROSS.
           ADD WS-ACC-TAX   TO WS-CCY-TAX.
           MOVE ZEROS TO WS-ACC-GROSS.
           MOVE ZEROS TO WS-ACC-TAX.
       H400-END. EXIT.
      *THE CUSTOMER'S TOTAL FOR ONE CURRENCY
       H450-CLOSE-CURRENCY.
           COMPUTE WS-WC-NET = WS-CCY-GROSS - WS-CCY-TAX.
           MOVE WS-GRP-CUR   TO WS-WC-CUR-ED.
           MOVE WS-CCY-GROSS TO WS-WC-GROSS-ED.
           MOVE WS-CCY-TAX   TO WS-WC-TAX-ED.
           MOVE WS-WC-NET    TO WS-WC-NET-ED.
           MOVE SPACES TO WCT-LINE
           STRING '  TOTAL CUR ' WS-WC-CUR-ED
                  ' GROSS ' WS-WC-GROSS-ED ' TAX ' WS-WC-TAX-ED
                  ' NET ' WS-WC-NET-ED
              DELIMITED BY SIZE INTO WCT-LINE
           WRITE WCT-LINE.
           ADD WS-CCY-GROSS TO WS-TOT-GROSS.
           ADD WS-CCY-TAX   TO WS-TOT-TAX.
           MOVE ZEROS TO WS-CCY-GROSS.
           MOVE ZEROS TO WS-CCY-TAX.
       H450-END. EXIT.
      *END A CERTIFICATE
       H500-CLOSE-CUSTOMER.
           MOVE ALL '-' TO WCT-LINE.
           WRITE WCT-LINE.
           MOVE 'N' TO WS-GRP-OPEN-SW.
       H500-END. EXIT.
      *WRITE THE END-OF-JOB CONTROL TOTALS
       H900-WRITE-TOTALS.
           MOVE WS-CNT-READ TO WS-WC-NUM
           MOVE SPACES TO WCR-LINE
           STRING 'LEDGER RECORDS READ .................: ' WS-WC-NUM
              DELIMITED BY SIZE INTO WCR-LINE
           WRITE WCR-LINE.
           MOVE WS-CNT-YEAR TO WS-WC-NUM
           MOVE SPACES TO WCR-LINE
           STRING 'LEDGER RECORDS IN TAX YEAR ..........: ' WS-WC-NUM
              DELIMITED BY SIZE INTO WCR-LINE
           WRITE WCR-LINE.
           MOVE WS-CNT-INT TO WS-WC-NUM
           MOVE SPACES TO WCR-LINE
           STRING 'GROSS INTEREST POSTINGS .............: ' WS-WC-NUM
              DELIMITED BY SIZE INTO WCR-LINE
           WRITE WCR-LINE.
           MOVE WS-CNT-TAX TO WS-WC-NUM
           MOVE SPACES TO WCR-LINE
           STRING 'TAX WITHHELD POSTINGS ...............: ' WS-WC-NUM
              DELIMITED BY SIZE INTO WCR-LINE
           WRITE WCR-LINE.
           MOVE WS-CNT-NOACCT TO WS-WC-NUM
           MOVE SPACES TO WCR-LINE
           STRING 'ACCOUNT NOT ON FILE .................: ' WS-WC-NUM
              DELIMITED BY SIZE INTO WCR-LINE
           WRITE WCR-LINE.
           MOVE WS-CNT-NOCUST TO WS-WC-NUM
           MOVE SPACES TO WCR-LINE
           STRING 'NO CUSTOMER ON ACCOUNT ..............: ' WS-WC-NUM
              DELIMITED BY SIZE INTO WCR-LINE
           WRITE WCR-LINE.
           MOVE WS-CNT-CERTS TO WS-WC-NUM
           MOVE SPACES TO WCR-LINE
           STRING 'CERTIFICATES PRODUCED ...............: ' WS-WC-NUM
              DELIMITED BY SIZE INTO WCR-LINE
           WRITE WCR-LINE.
           MOVE WS-CNT-CUSTNF TO WS-WC-NUM
           MOVE SPACES TO WCR-LINE
           STRING 'CUSTOMER NOT ON FILE ................: ' WS-WC-NUM
              DELIMITED BY SIZE INTO WCR-LINE
           WRITE WCR-LINE.
           MOVE WS-CNT-ACCTS TO WS-WC-NUM
           MOVE SPACES TO WCR-LINE
           STRING 'ACCOUNT LINES CERTIFIED .............: ' WS-WC-NUM
              DELIMITED BY SIZE INTO WCR-LINE
           WRITE WCR-LINE.
           MOVE WS-TOT-GROSS TO WS-WC-TOT-ED
           MOVE SPACES TO WCR-LINE
           STRING 'TOTAL GROSS INTEREST CERTIFIED ......: ' WS-WC-TOT-ED
              DELIMITED BY SIZE INTO WCR-LINE
           WRITE WCR-LINE.
           MOVE WS-TOT-TAX TO WS-WC-TOT-ED
           MOVE SPACES TO WCR-LINE
           STRING 'TOTAL TAX WITHHELD CERTIFIED ........: ' WS-WC-TOT-ED
              DELIMITED BY SIZE INTO WCR-LINE
           WRITE WCR-LINE.
       H900-END. EXIT.
      *END THE PROGRAM
       H999-PROGRAM-EXIT.
           IF WS-RPT-OPENED-SW = 'Y'
              PERFORM H900-WRITE-TOTALS
           END-IF.
           CLOSE HIST-REC
                 ACCT-REC
                 CUST-REC
                 WC-CERT
                 WC-RPT.
           STOP RUN.
       H999-END. EXIT.
      *
