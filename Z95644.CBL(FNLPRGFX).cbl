       IDENTIFICATION DIVISION.
      *DAILY FOREIGN-CURRENCY POSITION AND REVALUATION REPORT
      *GIVES TREASURY THE BANK'S NET POSITION IN EVERY CURRENCY EACH
      *MORNING. THE ACCTREC MASTER IS SWEPT AND THE BALANCES SUMMED
      *BY ACCT-CUR, THEN EACH CURRENCY IS VALUED IN THE BASE CURRENCY
      *ON THE PARAMETER CARD AT TODAY'S VALIDATED EXCHOUT DECK. THE
      *MOVEMENT SINCE YESTERDAY IS SPLIT IN TWO:
      *  POSTINGS    THE DAY'S HISTFILE POSTINGS IN THE CURRENCY,
      *              VALUED AT TODAY'S RATE
      *  REVALUATION THE GAIN OR LOSS ON YESTERDAY'S POSITION (TODAY'S
      *              POSITION LESS THE DAY'S POSTINGS) FROM THE RATE
      *              CHANGE BETWEEN THE EXCHPREV AND EXCHOUT DECKS
      *SO THAT YESTERDAY'S BASE VALUE PLUS BOTH PARTS IS TODAY'S BASE
      *VALUE. THE DAY'S POSTINGS ARE THE LEDGER LINES WRITTEN ON THE
      *RUN DATE, TAKEN FROM THE POSTING TIMESTAMP RATHER THAN THE
      *VALUE DATE, BECAUSE INTEREST, FEES AND TERM DEPOSITS CARRY A
      *PERIOD-END OR MATURITY VALUE DATE BUT MOVE THE BALANCE ON THE
      *DAY THEY RUN. A CURRENCY WHOSE TOTAL MOVEMENT IN BASE CURRENCY
      *IS BEYOND THE LIMIT ON THE PARAMETER CARD IS FLAGGED. THE
      *POSITIONS ARE ALSO WRITTEN TO THE FXEXTR TREASURY EXTRACT (ONE
      *HEADER, ONE DETAIL PER CURRENCY, ONE TRAILER). NOTHING IS
      *UPDATED, SO THE JOB CAN BE RERUN FREELY.
       PROGRAM-ID.    FNLPRGFX.
       AUTHOR.        Mert Musa TEMEL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCT-REC   ASSIGN TO    ACCTREC
                             ORGANIZATION INDEXED
                             ACCESS       DYNAMIC
                             RECORD       ACCT-KEY
                             STATUS       ACCT-ST.
           SELECT HIST-REC   ASSIGN TO    HISTFILE
                             STATUS       HIST-ST.
           SELECT EXO-REC    ASSIGN TO    EXCHOUT
                             STATUS       EXO-ST.
           SELECT EXP-REC    ASSIGN TO    EXCHPREV
                             STATUS       EXP-ST.
           SELECT FX-CARD    ASSIGN TO    FXCARD
                             STATUS       CARD-ST.
           SELECT FX-EXTR    ASSIGN TO    FXEXTR
                             STATUS       EXT-ST.
           SELECT FX-RPT     ASSIGN TO    FXRPT
                             STATUS       RPT-ST.
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
      *PERMANENT PER-ACCOUNT POSTED-TRANSACTION HISTORY LEDGER
       FD  HIST-REC   RECORDING MODE F.
       01  HIST-FIELDS.
           05 HIS-ID             PIC S9(05) COMP-3.
           05 HIS-DATE           PIC 9(08).
           05 HIS-TS             PIC X(21).
           05 HIS-TS-R           REDEFINES HIS-TS.
              07 HIS-TS-DATE     PIC X(08).
              07 FILLER          PIC X(13).
           05 HIS-OPR            PIC X(01).
           05 HIS-ORIG-CUR       PIC 9(03).
           05 HIS-ORIG-AMT       PIC S9(07)V99 COMP-3.
           05 HIS-AMT            PIC S9(07)V99 COMP-3.
           05 HIS-BALANCE        PIC S9(09)V99 COMP-3.
      *ACCT-ID OF THE OTHER LEG OF A 'T' TRANSFER, ELSE ZEROS
           05 HIS-XREF-ID        PIC S9(05) COMP-3.
      *TODAY'S CLEAN RATE DECK FROM FNLPRGXV, EXCHFILE LAYOUT
       FD  EXO-REC    RECORDING MODE F.
       01  EXO-FIELDS.
           05 EXO-FROM-CUR       PIC 9(03).
           05 EXO-TO-CUR         PIC 9(03).
           05 EXO-RATE           PIC 9(03)V9(06).
           05 FILLER             PIC X(65).
      *PREVIOUS DAY'S CLEAN DECK, EXCHFILE LAYOUT
       FD  EXP-REC    RECORDING MODE F.
       01  EXP-FIELDS.
           05 EXP-FROM-CUR       PIC 9(03).
           05 EXP-TO-CUR         PIC 9(03).
           05 EXP-RATE           PIC 9(03)V9(06).
           05 FILLER             PIC X(65).
      *RUN PARAMETER CARD
      *COL 1-3   BASE CURRENCY, REQUIRED
      *COL 4-14  MOVEMENT LIMIT IN BASE CURRENCY, 9 INTEGER AND 2
      *          DECIMAL DIGITS; A CURRENCY WHOSE MOVEMENT EITHER WAY
      *          IS BEYOND IT IS FLAGGED (BLANK/ZERO = NO FLAGGING)
      *COL 15-22 RUN DATE YYYYMMDD (BLANK = TODAY)
       FD  FX-CARD    RECORDING MODE F.
       01  FXC-FIELDS.
           05 FXC-BASE-CUR      PIC X(03).
           05 FXC-LIMIT         PIC X(11).
           05 FXC-LIMIT-N       REDEFINES FXC-LIMIT
                                PIC 9(09)V99.
           05 FXC-RUN-DATE      PIC X(08).
           05 FILLER            PIC X(58).
      *TREASURY POSITION EXTRACT -- ONE HEADER, ONE DETAIL PER
      *CURRENCY AND ONE TRAILER CARRYING THE DETAIL COUNT AND THE
      *BASE-CURRENCY TOTALS
      *DETAIL FLAG: L = MOVEMENT BEYOND THE LIMIT, R = NO RATE TO THE
      *BASE CURRENCY ON TODAY'S DECK (NOT VALUED), P = NO RATE ON THE
      *PREVIOUS DECK (REVALUATION TAKEN AS ZERO), SPACE = NONE
       FD  FX-EXTR    RECORDING MODE F.
       01  FXH-REC.
           05 FXH-TYPE           PIC X(01).
           05 FXH-DATE           PIC 9(08).
           05 FXH-SYSTEM         PIC X(08).
           05 FXH-BASE-CUR       PIC 9(03).
           05 FXH-LIMIT          PIC 9(09)V99.
           05 FILLER             PIC X(89).
       01  FXD-REC.
           05 FXD-TYPE           PIC X(01).
           05 FXD-DATE           PIC 9(08).
           05 FXD-CUR            PIC 9(03).
           05 FXD-ACCTS          PIC 9(07).
           05 FXD-POSITION       PIC S9(13)V99
                                 SIGN LEADING SEPARATE.
           05 FXD-RATE           PIC 9(03)V9(06).
           05 FXD-PREV-RATE      PIC 9(03)V9(06).
           05 FXD-BASE-AMT       PIC S9(13)V99
                                 SIGN LEADING SEPARATE.
           05 FXD-POST-AMT       PIC S9(13)V99
                                 SIGN LEADING SEPARATE.
           05 FXD-REVAL-AMT      PIC S9(13)V99
                                 SIGN LEADING SEPARATE.
           05 FXD-MOVE-AMT       PIC S9(13)V99
                                 SIGN LEADING SEPARATE.
           05 FXD-FLAG           PIC X(01).
           05 FILLER             PIC X(02).
       01  FXT-REC.
           05 FXT-TYPE           PIC X(01).
           05 FXT-COUNT          PIC 9(08).
           05 FXT-BASE-AMT       PIC S9(15)V99
                                 SIGN LEADING SEPARATE.
           05 FXT-MOVE-AMT       PIC S9(15)V99
                                 SIGN LEADING SEPARATE.
           05 FILLER             PIC X(75).
      *POSITION AND REVALUATION REPORT
       FD  FX-RPT     RECORDING MODE F.
       01  FXR-LINE             PIC X(80).
      *INTERNAL VARIABLES.
       WORKING-STORAGE SECTION.
       01  WS-WORK-AREA.
           05 ACCT-ST           PIC 9(02).
              88 ACCT-EOF       VALUE 10.
              88 ACCT-SUCCESS   VALUE 00
                                      97.
           05 HIST-ST           PIC 9(02).
              88 HIST-EOF       VALUE 10.
              88 HIST-SUCCESS   VALUE 00
                                      97.
           05 EXO-ST            PIC 9(02).
              88 EXO-EOF        VALUE 10.
              88 EXO-SUCCESS    VALUE 00
                                      97.
           05 EXP-ST            PIC 9(02).
              88 EXP-EOF        VALUE 10.
              88 EXP-SUCCESS    VALUE 00
                                      97.
           05 CARD-ST           PIC 9(02).
              88 CARD-SUCCESS   VALUE 00
                                      97.
           05 EXT-ST            PIC 9(02).
              88 EXT-SUCCESS    VALUE 00
                                      97.
           05 RPT-ST            PIC 9(02).
              88 RPT-SUCCESS    VALUE 00
                                      97.
           05 INVALID-KEY       PIC X(01).
              88 INVL-KEY       VALUE 'Y'.
           05 WS-RPT-OPENED-SW  PIC X(01) VALUE 'N'.
           05 WS-EXT-OPENED-SW  PIC X(01) VALUE 'N'.
           05 WS-RUN-DATE       PIC 9(08) VALUE ZEROS.
           05 WS-BASE-CUR       PIC 9(03) VALUE ZEROS.
           05 WS-LIMIT          PIC 9(09)V99 VALUE ZEROS.
           05 WS-FX-CUR         PIC 9(03) VALUE ZEROS.
           05 WS-EXCH-FOUND-SW  PIC X(01) VALUE 'N'.
              88 WS-EXCH-FOUND  VALUE 'Y'.
           05 WS-RATE           PIC 9(03)V9(06) VALUE ZEROS.
           05 WS-PREV-POS       PIC S9(13)V99 COMP-3 VALUE ZEROS.
           05 WS-PREV-BASE      PIC S9(15)V99 COMP-3 VALUE ZEROS.
           05 WS-ABS-MOVE       PIC S9(15)V99 COMP-3 VALUE ZEROS.
           05 WS-FX-IDX         PIC 9(03) COMP VALUE ZEROS.
           05 WS-FX-JDX         PIC 9(03) COMP VALUE ZEROS.
           05 WS-FX-FIND        PIC 9(03) COMP VALUE ZEROS.
           05 WS-FX-COUNTERS.
              07 WS-CNT-ACCTS    PIC 9(08) COMP VALUE ZEROS.
              07 WS-CNT-HIST     PIC 9(08) COMP VALUE ZEROS.
              07 WS-CNT-POSTED   PIC 9(08) COMP VALUE ZEROS.
              07 WS-CNT-NOACCT   PIC 9(08) COMP VALUE ZEROS.
              07 WS-CNT-NORATE   PIC 9(08) COMP VALUE ZEROS.
              07 WS-CNT-NOPREV   PIC 9(08) COMP VALUE ZEROS.
              07 WS-CNT-FLAGGED  PIC 9(08) COMP VALUE ZEROS.
              07 WS-CNT-OVERFLOW PIC 9(08) COMP VALUE ZEROS.
              07 WS-CNT-DETAIL   PIC 9(08) COMP VALUE ZEROS.
           05 WS-TOT-BASE        PIC S9(15)V99 COMP-3 VALUE ZEROS.
           05 WS-TOT-POST        PIC S9(15)V99 COMP-3 VALUE ZEROS.
           05 WS-TOT-REVAL       PIC S9(15)V99 COMP-3 VALUE ZEROS.
           05 WS-TOT-MOVE        PIC S9(15)V99 COMP-3 VALUE ZEROS.
           05 WS-FX-NUM          PIC ZZZZZZZ9.
           05 WS-FX-ACCT-ED      PIC ZZZZZZ9.
           05 WS-FX-CUR-ED       PIC ZZ9.
           05 WS-FX-RATE-ED      PIC ZZ9.9(06).
           05 WS-FX-PRATE-ED     PIC ZZ9.9(06).
           05 WS-FX-AMT-ED       PIC -(13)9.99.
           05 WS-FX-AMT2-ED      PIC -(13)9.99.
           05 WS-FX-AMT3-ED      PIC -(13)9.99.
           05 WS-FX-TAG          PIC X(12).
      *ONE ENTRY PER CURRENCY HELD ON THE MASTER
       01  WS-FX-TABLE.
           05 WS-FX-MAX         PIC 9(03) COMP VALUE 50.
           05 WS-FX-CNT         PIC 9(03) COMP VALUE ZEROS.
           05 WS-FX-ENTRY       OCCURS 50 TIMES.
              07 WS-FXT-CUR      PIC 9(03).
              07 WS-FXT-ACCTS    PIC 9(07).
              07 WS-FXT-POS      PIC S9(13)V99 COMP-3.
              07 WS-FXT-POSTED   PIC S9(13)V99 COMP-3.
              07 WS-FXT-RATE     PIC 9(03)V9(06).
              07 WS-FXT-PRATE    PIC 9(03)V9(06).
              07 WS-FXT-BASE     PIC S9(13)V99 COMP-3.
              07 WS-FXT-POST-B   PIC S9(13)V99 COMP-3.
              07 WS-FXT-REVAL-B  PIC S9(13)V99 COMP-3.
              07 WS-FXT-MOVE-B   PIC S9(13)V99 COMP-3.
              07 WS-FXT-FLAG     PIC X(01).
      *HOLDS ONE ENTRY WHILE THE TABLE IS PUT INTO CURRENCY ORDER
       01  WS-FX-SWAP            PIC X(77).
      *TODAY'S AND THE PREVIOUS DAY'S RATE DECKS
       01  WS-EXCH-TABLE.
           05 WS-EXCH-MAX       PIC 9(03) COMP VALUE 100.
           05 WS-EXCH-CNT       PIC 9(03) COMP VALUE ZEROS.
           05 WS-EXCH-ENTRY     OCCURS 100 TIMES.
              07 WS-EXC-FROM-CUR PIC 9(03).
              07 WS-EXC-TO-CUR   PIC 9(03).
              07 WS-EXC-RATE     PIC 9(03)V9(06).
       01  WS-PREV-TABLE.
           05 WS-PREV-MAX       PIC 9(03) COMP VALUE 100.
           05 WS-PREV-CNT       PIC 9(03) COMP VALUE ZEROS.
           05 WS-PREV-ENTRY     OCCURS 100 TIMES.
              07 WS-PRV-FROM-CUR PIC 9(03).
              07 WS-PRV-TO-CUR   PIC 9(03).
              07 WS-PRV-RATE     PIC 9(03)V9(06).
       PROCEDURE DIVISION.
      *MAIN LOOOP
       0000-MAIN.
           PERFORM H100-OPEN-FILES.
           PERFORM H120-READ-CARD.
           PERFORM H130-LOAD-EXCH-RATES.
           PERFORM H140-LOAD-PREV-RATES.
           PERFORM H200-SUM-POSITIONS.
           PERFORM H300-SUM-POSTINGS.
           PERFORM H400-VALUE-POSITIONS.
           PERFORM H500-ORDER-TABLE.
           PERFORM H600-WRITE-POSITIONS.
           PERFORM H999-PROGRAM-EXIT.
      *OPEN FILES AND CHECK STATUS
       H100-OPEN-FILES.
           OPEN INPUT ACCT-REC.
           IF (NOT ACCT-SUCCESS)
              DISPLAY 'UNABLE TO OPEN1 FILE: ' ACCT-ST
              MOVE ACCT-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           OPEN INPUT HIST-REC.
           IF (NOT HIST-SUCCESS)
              DISPLAY 'UNABLE TO OPEN2 FILE: ' HIST-ST
              MOVE HIST-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           OPEN OUTPUT FX-RPT.
           IF (NOT RPT-SUCCESS)
              DISPLAY 'UNABLE TO OPEN3 FILE: ' RPT-ST
              MOVE RPT-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           MOVE 'Y' TO WS-RPT-OPENED-SW.
           OPEN OUTPUT FX-EXTR.
           IF (NOT EXT-SUCCESS)
              DISPLAY 'UNABLE TO OPEN4 FILE: ' EXT-ST
              MOVE EXT-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
       H100-END. EXIT.
      *READ THE RUN PARAMETERS; THE RUN REFUSES TO START WITHOUT A
      *BASE CURRENCY. THE EXTRACT HEADER IS WRITTEN HERE
       H120-READ-CARD.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE.
           OPEN INPUT FX-CARD.
           IF (NOT CARD-SUCCESS)
              DISPLAY 'UNABLE TO OPEN5 FILE: ' CARD-ST
              MOVE CARD-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           READ FX-CARD.
           IF (NOT CARD-SUCCESS)
              DISPLAY 'UNABLE TO READ CARD: ' CARD-ST
              MOVE CARD-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           IF FXC-BASE-CUR IS NOT NUMERIC
              OR FXC-BASE-CUR = ZEROS
              DISPLAY 'INVALID FX PARAMETER CARD: ' FXC-FIELDS
              MOVE 16 TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           MOVE FXC-BASE-CUR TO WS-BASE-CUR.
           IF FXC-LIMIT IS NUMERIC
              MOVE FXC-LIMIT-N TO WS-LIMIT
           END-IF.
           IF FXC-RUN-DATE IS NUMERIC AND
              FXC-RUN-DATE NOT = ZEROS
              COMPUTE WS-RUN-DATE = FUNCTION NUMVAL (FXC-RUN-DATE)
           END-IF.
           CLOSE FX-CARD.
           MOVE SPACES TO FXR-LINE
           STRING 'FNLPRGFX CURRENCY POSITION  RUN DATE ' WS-RUN-DATE
                  '  BASE CUR ' WS-BASE-CUR
              DELIMITED BY SIZE INTO FXR-LINE
           WRITE FXR-LINE.
           MOVE SPACES       TO FXH-REC
           MOVE 'H'          TO FXH-TYPE
           MOVE WS-RUN-DATE  TO FXH-DATE
           MOVE 'FNLPRGFX'   TO FXH-SYSTEM
           MOVE WS-BASE-CUR  TO FXH-BASE-CUR
           MOVE WS-LIMIT     TO FXH-LIMIT
           WRITE FXH-REC.
           MOVE 'Y' TO WS-EXT-OPENED-SW.
       H120-END. EXIT.
      *LOAD TODAY'S VALIDATED RATE DECK INTO WORKING STORAGE
       H130-LOAD-EXCH-RATES.
           OPEN INPUT EXO-REC.
           IF (NOT EXO-SUCCESS)
              DISPLAY 'UNABLE TO OPEN6 FILE: ' EXO-ST
              MOVE EXO-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           READ EXO-REC.
           PERFORM UNTIL EXO-EOF
                      OR WS-EXCH-CNT >= WS-EXCH-MAX
              IF EXO-FROM-CUR IS NUMERIC AND
                 EXO-TO-CUR IS NUMERIC AND
                 EXO-RATE IS NUMERIC
                 ADD 1 TO WS-EXCH-CNT
                 MOVE EXO-FROM-CUR TO WS-EXC-FROM-CUR (WS-EXCH-CNT)
                 MOVE EXO-TO-CUR   TO WS-EXC-TO-CUR (WS-EXCH-CNT)
                 MOVE EXO-RATE     TO WS-EXC-RATE (WS-EXCH-CNT)
              ELSE
                 DISPLAY 'EXCH CARD SKIPPED: ' EXO-FIELDS
              END-IF
              READ EXO-REC
           END-PERFORM.
           CLOSE EXO-REC.
       H130-END. EXIT.
      *LOAD THE PREVIOUS DAY'S DECK; A MISSING DECK LEAVES EVERY
      *CURRENCY WITHOUT A PREVIOUS RATE
       H140-LOAD-PREV-RATES.
           OPEN INPUT EXP-REC.
           IF EXP-SUCCESS
              READ EXP-REC
              PERFORM UNTIL EXP-EOF
                         OR WS-PREV-CNT >= WS-PREV-MAX
                 IF EXP-FROM-CUR IS NUMERIC AND
                    EXP-TO-CUR IS NUMERIC AND
                    EXP-RATE IS NUMERIC
                    ADD 1 TO WS-PREV-CNT
                    MOVE EXP-FROM-CUR TO WS-PRV-FROM-CUR (WS-PREV-CNT)
                    MOVE EXP-TO-CUR   TO WS-PRV-TO-CUR (WS-PREV-CNT)
                    MOVE EXP-RATE     TO WS-PRV-RATE (WS-PREV-CNT)
                 END-IF
                 READ EXP-REC
              END-PERFORM
              CLOSE EXP-REC
           END-IF.
       H140-END. EXIT.
      *SWEEP THE MASTER IN KEY ORDER AND SUM THE BALANCES BY
      *CURRENCY
       H200-SUM-POSITIONS.
           MOVE ZEROS TO ACCT-ID.
           START ACCT-REC KEY IS NOT LESS THAN ACCT-KEY
              INVALID KEY MOVE 10 TO ACCT-ST
           END-START.
           IF NOT ACCT-EOF
              READ ACCT-REC NEXT
           END-IF.
           PERFORM UNTIL ACCT-EOF
              ADD 1 TO WS-CNT-ACCTS
              MOVE ACCT-CUR TO WS-FX-CUR
              PERFORM H250-FIND-CURRENCY
              IF WS-FX-FIND > ZEROS
                 ADD 1            TO WS-FXT-ACCTS (WS-FX-FIND)
                 ADD ACCT-BALANCE TO WS-FXT-POS (WS-FX-FIND)
              ELSE
                 ADD 1 TO WS-CNT-OVERFLOW
              END-IF
              READ ACCT-REC NEXT
           END-PERFORM.
       H200-END. EXIT.
      *FIND THE CURRENCY IN THE POSITION TABLE, ADDING IT ON ITS
      *FIRST APPEARANCE; ZERO WHEN THE TABLE IS FULL
       H250-FIND-CURRENCY.
           MOVE ZEROS TO WS-FX-FIND.
           PERFORM VARYING WS-FX-IDX FROM 1 BY 1
              UNTIL WS-FX-IDX > WS-FX-CNT
                 OR WS-FX-FIND > ZEROS
              IF WS-FXT-CUR (WS-FX-IDX) = WS-FX-CUR
                 MOVE WS-FX-IDX TO WS-FX-FIND
              END-IF
           END-PERFORM.
           IF WS-FX-FIND = ZEROS AND WS-FX-CNT < WS-FX-MAX
              ADD 1 TO WS-FX-CNT
              MOVE WS-FX-CNT TO WS-FX-FIND
              MOVE WS-FX-CUR TO WS-FXT-CUR (WS-FX-FIND)
              MOVE ZEROS     TO WS-FXT-ACCTS (WS-FX-FIND)
              MOVE ZEROS     TO WS-FXT-POS (WS-FX-FIND)
              MOVE ZEROS     TO WS-FXT-POSTED (WS-FX-FIND)
              MOVE ZEROS     TO WS-FXT-RATE (WS-FX-FIND)
              MOVE ZEROS     TO WS-FXT-PRATE (WS-FX-FIND)
              MOVE ZEROS     TO WS-FXT-BASE (WS-FX-FIND)
              MOVE ZEROS     TO WS-FXT-POST-B (WS-FX-FIND)
              MOVE ZEROS     TO WS-FXT-REVAL-B (WS-FX-FIND)
              MOVE ZEROS     TO WS-FXT-MOVE-B (WS-FX-FIND)
              MOVE SPACE     TO WS-FXT-FLAG (WS-FX-FIND)
           END-IF.
       H250-END. EXIT.
      *SWEEP THE LEDGER FOR THE LINES POSTED ON THE RUN DATE AND SUM
      *THEM BY THE ACCOUNT'S CURRENCY. A LINE WHOSE ACCOUNT HAS LEFT
      *THE MASTER CANNOT BE PLACED IN A CURRENCY AND IS COUNTED
       H300-SUM-POSTINGS.
           READ HIST-REC.
           PERFORM UNTIL HIST-EOF
              ADD 1 TO WS-CNT-HIST
              IF HIS-TS-DATE = WS-RUN-DATE
                 ADD 1 TO WS-CNT-POSTED
                 PERFORM H350-POST-ONE
              END-IF
              READ HIST-REC
           END-PERFORM.
       H300-END. EXIT.
      *PLACE ONE OF THE DAY'S LEDGER LINES IN ITS CURRENCY
       H350-POST-ONE.
           INITIALIZE INVALID-KEY.
           MOVE HIS-ID TO ACCT-ID.
           READ ACCT-REC
              INVALID KEY MOVE 'Y' TO INVALID-KEY
           END-READ.
           IF INVL-KEY
              ADD 1 TO WS-CNT-NOACCT
           ELSE
              MOVE ACCT-CUR TO WS-FX-CUR
              PERFORM H250-FIND-CURRENCY
              IF WS-FX-FIND > ZEROS
                 ADD HIS-AMT TO WS-FXT-POSTED (WS-FX-FIND)
              ELSE
                 ADD 1 TO WS-CNT-OVERFLOW
              END-IF
           END-IF.
       H350-END. EXIT.
      *VALUE EVERY CURRENCY: TODAY'S POSITION AT TODAY'S RATE, THE
      *DAY'S POSTINGS AT TODAY'S RATE, AND THE REVALUATION OF
      *YESTERDAY'S POSITION FROM YESTERDAY'S RATE TO TODAY'S
       H400-VALUE-POSITIONS.
           PERFORM VARYING WS-FX-IDX FROM 1 BY 1
              UNTIL WS-FX-IDX > WS-FX-CNT
              PERFORM H450-VALUE-ONE
           END-PERFORM.
       H400-END. EXIT.
      *VALUE ONE CURRENCY AND JUDGE ITS MOVEMENT AGAINST THE LIMIT
       H450-VALUE-ONE.
           MOVE WS-FXT-CUR (WS-FX-IDX) TO WS-FX-CUR.
           PERFORM H460-FIND-RATE.
           IF NOT WS-EXCH-FOUND
              ADD 1 TO WS-CNT-NORATE
              MOVE 'R' TO WS-FXT-FLAG (WS-FX-IDX)
           ELSE
              MOVE WS-RATE TO WS-FXT-RATE (WS-FX-IDX)
              PERFORM H470-FIND-PREV-RATE
              IF WS-EXCH-FOUND
                 MOVE WS-RATE TO WS-FXT-PRATE (WS-FX-IDX)
              ELSE
                 ADD 1 TO WS-CNT-NOPREV
                 MOVE 'P' TO WS-FXT-FLAG (WS-FX-IDX)
                 MOVE WS-FXT-RATE (WS-FX-IDX)
                    TO WS-FXT-PRATE (WS-FX-IDX)
              END-IF
              COMPUTE WS-PREV-POS = WS-FXT-POS (WS-FX-IDX)
                                  - WS-FXT-POSTED (WS-FX-IDX)
              COMPUTE WS-FXT-BASE (WS-FX-IDX) ROUNDED =
                 WS-FXT-POS (WS-FX-IDX) * WS-FXT-RATE (WS-FX-IDX)
              COMPUTE WS-PREV-BASE ROUNDED =
                 WS-PREV-POS * WS-FXT-PRATE (WS-FX-IDX)
              COMPUTE WS-FXT-POST-B (WS-FX-IDX) ROUNDED =
                 WS-FXT-POSTED (WS-FX-IDX) * WS-FXT-RATE (WS-FX-IDX)
              COMPUTE WS-FXT-MOVE-B (WS-FX-IDX) =
                 WS-FXT-BASE (WS-FX-IDX) - WS-PREV-BASE
              COMPUTE WS-FXT-REVAL-B (WS-FX-IDX) =
                 WS-FXT-MOVE-B (WS-FX-IDX) - WS-FXT-POST-B (WS-FX-IDX)
              MOVE WS-FXT-MOVE-B (WS-FX-IDX) TO WS-ABS-MOVE
              IF WS-ABS-MOVE < ZEROS
                 COMPUTE WS-ABS-MOVE = WS-ABS-MOVE * -1
              END-IF
              IF WS-LIMIT > ZEROS AND WS-ABS-MOVE > WS-LIMIT
                 ADD 1 TO WS-CNT-FLAGGED
                 MOVE 'L' TO WS-FXT-FLAG (WS-FX-IDX)
              END-IF
              ADD WS-FXT-BASE (WS-FX-IDX)    TO WS-TOT-BASE
              ADD WS-FXT-POST-B (WS-FX-IDX)  TO WS-TOT-POST
              ADD WS-FXT-REVAL-B (WS-FX-IDX) TO WS-TOT-REVAL
              ADD WS-FXT-MOVE-B (WS-FX-IDX)  TO WS-TOT-MOVE
           END-IF.
       H450-END. EXIT.
      *RATE FROM THE CURRENCY INTO THE BASE CURRENCY ON TODAY'S
      *DECK; THE BASE CURRENCY ITSELF TAKES RATE ONE
       H460-FIND-RATE.
           MOVE 'N' TO WS-EXCH-FOUND-SW.
           IF WS-FX-CUR = WS-BASE-CUR
              MOVE 1 TO WS-RATE
              MOVE 'Y' TO WS-EXCH-FOUND-SW
           ELSE
              PERFORM VARYING WS-FX-JDX FROM 1 BY 1
                 UNTIL WS-FX-JDX > WS-EXCH-CNT
                    OR WS-EXCH-FOUND
                 IF WS-EXC-FROM-CUR (WS-FX-JDX) = WS-FX-CUR AND
                    WS-EXC-TO-CUR (WS-FX-JDX) = WS-BASE-CUR
                    MOVE WS-EXC-RATE (WS-FX-JDX) TO WS-RATE
                    MOVE 'Y' TO WS-EXCH-FOUND-SW
                 END-IF
              END-PERFORM
           END-IF.
       H460-END. EXIT.
      *THE SAME RATE ON THE PREVIOUS DAY'S DECK
       H470-FIND-PREV-RATE.
           MOVE 'N' TO WS-EXCH-FOUND-SW.
           IF WS-FX-CUR = WS-BASE-CUR
              MOVE 1 TO WS-RATE
              MOVE 'Y' TO WS-EXCH-FOUND-SW
           ELSE
              PERFORM VARYING WS-FX-JDX FROM 1 BY 1
                 UNTIL WS-FX-JDX > WS-PREV-CNT
                    OR WS-EXCH-FOUND
                 IF WS-PRV-FROM-CUR (WS-FX-JDX) = WS-FX-CUR AND
                    WS-PRV-TO-CUR (WS-FX-JDX) = WS-BASE-CUR
                    MOVE WS-PRV-RATE (WS-FX-JDX) TO WS-RATE
                    MOVE 'Y' TO WS-EXCH-FOUND-SW
                 END-IF
              END-PERFORM
           END-IF.
       H470-END. EXIT.
      *PUT THE POSITION TABLE INTO CURRENCY ORDER FOR THE REPORT
      *AND THE EXTRACT
       H500-ORDER-TABLE.
           PERFORM VARYING WS-FX-IDX FROM 1 BY 1
              UNTIL WS-FX-IDX >= WS-FX-CNT
              PERFORM VARYING WS-FX-JDX FROM WS-FX-IDX BY 1
                 UNTIL WS-FX-JDX > WS-FX-CNT
                 IF WS-FXT-CUR (WS-FX-JDX) < WS-FXT-CUR (WS-FX-IDX)
                    MOVE WS-FX-ENTRY (WS-FX-IDX) TO WS-FX-SWAP
                    MOVE WS-FX-ENTRY (WS-FX-JDX)
                       TO WS-FX-ENTRY (WS-FX-IDX)
                    MOVE WS-FX-SWAP TO WS-FX-ENTRY (WS-FX-JDX)
                 END-IF
              END-PERFORM
           END-PERFORM.
       H500-END. EXIT.
      *ONE REPORT BLOCK AND ONE EXTRACT DETAIL PER CURRENCY
       H600-WRITE-POSITIONS.
           PERFORM VARYING WS-FX-IDX FROM 1 BY 1
              UNTIL WS-FX-IDX > WS-FX-CNT
              PERFORM H650-REPORT-ONE
              PERFORM H680-EXTRACT-ONE
           END-PERFORM.
       H600-END. EXIT.
      *REPORT BLOCK: POSITION AND RATES, THEN THE BASE VALUE AND THE
      *TWO PARTS OF THE MOVEMENT
       H650-REPORT-ONE.
           EVALUATE WS-FXT-FLAG (WS-FX-IDX)
              WHEN 'L'
                 MOVE '** LIMIT **' TO WS-FX-TAG
              WHEN 'R'
                 MOVE 'NO RATE'     TO WS-FX-TAG
              WHEN 'P'
                 MOVE 'NO PREV RATE' TO WS-FX-TAG
              WHEN OTHER
                 MOVE SPACES        TO WS-FX-TAG
           END-EVALUATE.
           MOVE WS-FXT-CUR (WS-FX-IDX)   TO WS-FX-CUR-ED.
           MOVE WS-FXT-ACCTS (WS-FX-IDX) TO WS-FX-ACCT-ED.
           MOVE WS-FXT-POS (WS-FX-IDX)   TO WS-FX-AMT-ED.
           MOVE WS-FXT-RATE (WS-FX-IDX)  TO WS-FX-RATE-ED.
           MOVE WS-FXT-PRATE (WS-FX-IDX) TO WS-FX-PRATE-ED.
           MOVE SPACES TO FXR-LINE
           STRING 'CUR ' WS-FX-CUR-ED ' ACCTS ' WS-FX-ACCT-ED
                  ' POSITION ' WS-FX-AMT-ED ' RATE ' WS-FX-RATE-ED
                  ' ' WS-FX-TAG
              DELIMITED BY SIZE INTO FXR-LINE
           WRITE FXR-LINE.
           MOVE WS-FXT-POSTED (WS-FX-IDX) TO WS-FX-AMT-ED.
           MOVE SPACES TO FXR-LINE
           STRING '    DAY POSTINGS ' WS-FX-AMT-ED
                  '     PREV RATE ' WS-FX-PRATE-ED
              DELIMITED BY SIZE INTO FXR-LINE
           WRITE FXR-LINE.
           MOVE WS-FXT-BASE (WS-FX-IDX)    TO WS-FX-AMT-ED.
           MOVE WS-FXT-MOVE-B (WS-FX-IDX)  TO WS-FX-AMT2-ED.
           MOVE SPACES TO FXR-LINE
           STRING '    BASE VALUE   ' WS-FX-AMT-ED
                  ' MOVEMENT ' WS-FX-AMT2-ED
              DELIMITED BY SIZE INTO FXR-LINE
           WRITE FXR-LINE.
           MOVE WS-FXT-POST-B (WS-FX-IDX)  TO WS-FX-AMT-ED.
           MOVE WS-FXT-REVAL-B (WS-FX-IDX) TO WS-FX-AMT3-ED.
           MOVE SPACES TO FXR-LINE
           STRING '    FROM POSTINGS' WS-FX-AMT-ED
                  ' REVALUED ' WS-FX-AMT3-ED
              DELIMITED BY SIZE INTO FXR-LINE
           WRITE FXR-LINE.
       H650-END. EXIT.
      *EXTRACT DETAIL FOR ONE CURRENCY
       H680-EXTRACT-ONE.
           MOVE SPACES                     TO FXD-REC
           MOVE 'D'                        TO FXD-TYPE
           MOVE WS-RUN-DATE                TO FXD-DATE
           MOVE WS-FXT-CUR (WS-FX-IDX)     TO FXD-CUR
           MOVE WS-FXT-ACCTS (WS-FX-IDX)   TO FXD-ACCTS
           MOVE WS-FXT-POS (WS-FX-IDX)     TO FXD-POSITION
           MOVE WS-FXT-RATE (WS-FX-IDX)    TO FXD-RATE
           MOVE WS-FXT-PRATE (WS-FX-IDX)   TO FXD-PREV-RATE
           MOVE WS-FXT-BASE (WS-FX-IDX)    TO FXD-BASE-AMT
           MOVE WS-FXT-POST-B (WS-FX-IDX)  TO FXD-POST-AMT
           MOVE WS-FXT-REVAL-B (WS-FX-IDX) TO FXD-REVAL-AMT
           MOVE WS-FXT-MOVE-B (WS-FX-IDX)  TO FXD-MOVE-AMT
           MOVE WS-FXT-FLAG (WS-FX-IDX)    TO FXD-FLAG
           WRITE FXD-REC.
           ADD 1 TO WS-CNT-DETAIL.
       H680-END. EXIT.
      *WRITE THE END-OF-JOB CONTROL TOTALS AND THE EXTRACT TRAILER
       H900-WRITE-TOTALS.
           MOVE WS-CNT-ACCTS TO WS-FX-NUM
           MOVE SPACES TO FXR-LINE
           STRING 'ACCOUNTS READ .......................: ' WS-FX-NUM
              DELIMITED BY SIZE INTO FXR-LINE
           WRITE FXR-LINE.
           MOVE WS-CNT-HIST TO WS-FX-NUM
           MOVE SPACES TO FXR-LINE
           STRING 'LEDGER RECORDS READ .................: ' WS-FX-NUM
              DELIMITED BY SIZE INTO FXR-LINE
           WRITE FXR-LINE.
           MOVE WS-CNT-POSTED TO WS-FX-NUM
           MOVE SPACES TO FXR-LINE
           STRING 'LEDGER LINES POSTED ON RUN DATE .....: ' WS-FX-NUM
              DELIMITED BY SIZE INTO FXR-LINE
           WRITE FXR-LINE.
           MOVE WS-CNT-NOACCT TO WS-FX-NUM
           MOVE SPACES TO FXR-LINE
           STRING 'POSTINGS ON ACCOUNTS NOT ON FILE ....: ' WS-FX-NUM
              DELIMITED BY SIZE INTO FXR-LINE
           WRITE FXR-LINE.
           MOVE WS-FX-CNT TO WS-FX-NUM
           MOVE SPACES TO FXR-LINE
           STRING 'CURRENCIES HELD .....................: ' WS-FX-NUM
              DELIMITED BY SIZE INTO FXR-LINE
           WRITE FXR-LINE.
           MOVE WS-CNT-NORATE TO WS-FX-NUM
           MOVE SPACES TO FXR-LINE
           STRING 'CURRENCIES WITH NO RATE, NOT VALUED .: ' WS-FX-NUM
              DELIMITED BY SIZE INTO FXR-LINE
           WRITE FXR-LINE.
           MOVE WS-CNT-NOPREV TO WS-FX-NUM
           MOVE SPACES TO FXR-LINE
           STRING 'NO PREVIOUS RATE, REVALUATION ZERO ..: ' WS-FX-NUM
              DELIMITED BY SIZE INTO FXR-LINE
           WRITE FXR-LINE.
           MOVE WS-CNT-FLAGGED TO WS-FX-NUM
           MOVE SPACES TO FXR-LINE
           STRING 'CURRENCIES BEYOND MOVEMENT LIMIT ....: ' WS-FX-NUM
              DELIMITED BY SIZE INTO FXR-LINE
           WRITE FXR-LINE.
           MOVE WS-CNT-OVERFLOW TO WS-FX-NUM
           MOVE SPACES TO FXR-LINE
           STRING 'RECORDS OVER THE CURRENCY TABLE .....: ' WS-FX-NUM
              DELIMITED BY SIZE INTO FXR-LINE
           WRITE FXR-LINE.
           MOVE WS-TOT-BASE TO WS-FX-AMT-ED
           MOVE SPACES TO FXR-LINE
           STRING 'TOTAL BASE VALUE ....................: '
                  WS-FX-AMT-ED
              DELIMITED BY SIZE INTO FXR-LINE
           WRITE FXR-LINE.
           MOVE WS-TOT-POST TO WS-FX-AMT-ED
           MOVE SPACES TO FXR-LINE
           STRING 'TOTAL MOVEMENT FROM POSTINGS ........: '
                  WS-FX-AMT-ED
              DELIMITED BY SIZE INTO FXR-LINE
           WRITE FXR-LINE.
           MOVE WS-TOT-REVAL TO WS-FX-AMT-ED
           MOVE SPACES TO FXR-LINE
           STRING 'TOTAL REVALUATION GAIN/LOSS .........: '
                  WS-FX-AMT-ED
              DELIMITED BY SIZE INTO FXR-LINE
           WRITE FXR-LINE.
           MOVE WS-TOT-MOVE TO WS-FX-AMT-ED
           MOVE SPACES TO FXR-LINE
           STRING 'TOTAL MOVEMENT SINCE YESTERDAY ......: '
                  WS-FX-AMT-ED
              DELIMITED BY SIZE INTO FXR-LINE
           WRITE FXR-LINE.
           IF WS-EXT-OPENED-SW = 'Y'
              MOVE SPACES        TO FXT-REC
              MOVE 'T'           TO FXT-TYPE
              MOVE WS-CNT-DETAIL TO FXT-COUNT
              MOVE WS-TOT-BASE   TO FXT-BASE-AMT
              MOVE WS-TOT-MOVE   TO FXT-MOVE-AMT
              WRITE FXT-REC
           END-IF.
       H900-END. EXIT.
      *END THE PROGRAM
       H999-PROGRAM-EXIT.
           IF WS-RPT-OPENED-SW = 'Y'
              PERFORM H900-WRITE-TOTALS
           END-IF.
           CLOSE ACCT-REC
                 HIST-REC
                 FX-EXTR
                 FX-RPT.
           STOP RUN.
       H999-END. EXIT.
      *
