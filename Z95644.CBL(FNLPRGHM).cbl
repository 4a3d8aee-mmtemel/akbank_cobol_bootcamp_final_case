       IDENTIFICATION DIVISION.
      *HOLDS AND LIENS MAINTENANCE, EXPIRY SWEEP AND HOLD REGISTER
      *MAINTAINS THE HOLDREC HOLD FILE THAT EARMARKS PART OF AN
      *ACCOUNT'S BALANCE FOR A COURT GARNISHMENT, A CHEQUE IN
      *CLEARING, A CARD PRE-AUTHORISATION AND THE LIKE. THE FILE IS
      *KEYED BY ACCT-ID AND CARRIES UP TO TEN HOLD SLOTS PER ACCOUNT
      *PLUS THE TOTAL OF THE ACTIVE ONES, WHICH FNLPRGMN (FOR THE
      *'B' / 'T' FUNDS CHECK AND THE 'D' / 'C' REFUSAL) AND FNLPRGFA
      *(FOR THE FEE TAKE-DOWN) SUBTRACT FROM ACCT-BALANCE TO GET THE
      *AVAILABLE BALANCE. ONE CARD PER TRANSACTION: 'P' PLACES A
      *HOLD IN THE FIRST FREE SLOT AND 'R' RELEASES A HOLD BY ITS
      *SLOT NUMBER. AFTER THE CARDS ARE APPLIED THE WHOLE HOLD FILE
      *IS SWEPT ONCE: EVERY HOLD WHOSE EXPIRY DATE HAS PASSED IS
      *EXPIRED, THE ACCOUNT TOTAL IS RE-ADDED FROM THE SLOTS, AND
      *EVERY HOLD STILL ACTIVE IS LISTED ON THE HOLD REGISTER. THE
      *JOB RUNS DAILY AHEAD OF FNLPRGMN, WITH AN EMPTY CARD DECK
      *WHEN THERE IS NOTHING TO PLACE OR RELEASE.
       PROGRAM-ID.    FNLPRGHM.
       AUTHOR.        Mert Musa TEMEL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HOLD-REC   ASSIGN TO    HOLDREC
                             ORGANIZATION INDEXED
                             ACCESS       DYNAMIC
                             RECORD       HLD-KEY
                             STATUS       HOLD-ST.
           SELECT ACCT-REC   ASSIGN TO    ACCTREC
                             ORGANIZATION INDEXED
                             ACCESS       RANDOM
                             RECORD       ACCT-KEY
                             STATUS       ACCT-ST.
           SELECT HMT-REC    ASSIGN TO    HMTXN
                             STATUS       HMT-ST.
           SELECT HM-RPT     ASSIGN TO    HMRPT
                             STATUS       RPT-ST.
           SELECT RUNC-REC   ASSIGN TO    RUNCTL
                             STATUS       RUNC-ST.
           SELECT RUNH-REC   ASSIGN TO    RUNHIST
                             STATUS       RUNH-ST.
       DATA DIVISION.
       FILE SECTION.
      *VSAM HOLD FILE
      *    RECORD CONTAINS 261 CHARACTERS
      *    DATA RECORD IS HLD-FIELDS.
       FD  HOLD-REC.
       01  HLD-FIELDS.
           03 HLD-KEY.
              05 HLD-ACCT-ID PIC S9(05) COMP-3.
      *SUM OF THE ACTIVE SLOTS, IN THE ACCOUNT'S CURRENCY
           03 HLD-TOTAL-AMT  PIC S9(09)V99 COMP-3.
           03 HLD-ACTIVE-CNT PIC 9(02).
           03 HLD-SLOT       OCCURS 10 TIMES.
              05 HLD-AMT     PIC S9(09)V99 COMP-3.
              05 HLD-REASON  PIC X(02).
                 88 HLD-REASON-VALID VALUE 'GA' 'CQ' 'PA' 'OT'.
              05 HLD-PLACED-DATE PIC 9(08).
      *LAST DAY THE HOLD IS IN FORCE; ZEROS = UNTIL RELEASED
              05 HLD-EXPIRY-DATE PIC 9(08).
              05 HLD-STATUS  PIC X(01).
                 88 HLD-ACTIVE   VALUE 'A'.
                 88 HLD-RELEASED VALUE 'R'.
                 88 HLD-EXPIRED  VALUE 'E'.
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
      *MAINTENANCE CARDS KEYED BY OPERATIONS
      *COL 1     FUNCTION: P = PLACE A HOLD, R = RELEASE A HOLD
      *COL 2-6   ACCT-ID, ZERO-PADDED DIGITS
      *COL 7-8   HOLD (SLOT) NUMBER 01-10, 'R' ONLY
      *COL 9-19  HOLD AMOUNT 9(09)V99 IN THE ACCOUNT'S CURRENCY, 'P'
      *COL 20-21 REASON: GA GARNISHMENT/COURT ORDER, CQ CHEQUE IN
      *          CLEARING, PA CARD PRE-AUTHORISATION, OT OTHER
      *COL 22-29 EXPIRY DATE YYYYMMDD, BLANK = UNTIL RELEASED
       FD  HMT-REC    RECORDING MODE F.
       01  HMT-FIELDS.
           05 HMT-FUNC          PIC X(01).
              88 HMT-FUNC-PLACE   VALUE 'P'.
              88 HMT-FUNC-RELEASE VALUE 'R'.
           05 HMT-ID            PIC X(05).
           05 HMT-SLOT          PIC X(02).
           05 HMT-SLOT-N        REDEFINES HMT-SLOT
                                PIC 9(02).
           05 HMT-AMT           PIC X(11).
           05 HMT-AMT-N         REDEFINES HMT-AMT
                                PIC 9(09)V99.
           05 HMT-REASON        PIC X(02).
           05 HMT-EXPIRY        PIC X(08).
           05 HMT-EXPIRY-N      REDEFINES HMT-EXPIRY
                                PIC 9(08).
           05 FILLER            PIC X(51).
      *MAINTENANCE AND HOLD REGISTER REPORT
       FD  HM-RPT     RECORDING MODE F.
       01  HMR-LINE             PIC X(80).
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
           05 HOLD-ST           PIC 9(02).
              88 HOLD-EOF       VALUE 10.
              88 HOLD-SUCCESS   VALUE 00
                                      97.
           05 ACCT-ST           PIC 9(02).
              88 ACCT-SUCCESS   VALUE 00
                                      97.
           05 HMT-ST            PIC 9(02).
              88 HMT-EOF        VALUE 10.
              88 HMT-SUCCESS    VALUE 00
                                      97.
           05 RPT-ST            PIC 9(02).
              88 RPT-SUCCESS    VALUE 00
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
           05 WS-HM-NEW-REC-SW  PIC X(01) VALUE 'N'.
              88 WS-HM-NEW-REC  VALUE 'Y'.
           05 WS-HM-CHANGED-SW  PIC X(01) VALUE 'N'.
              88 WS-HM-CHANGED  VALUE 'Y'.
           05 WS-RUN-DATE       PIC 9(08) VALUE ZEROS.
           05 COUNTER-VARS.
              07 COUNTER-S      PIC 9(03) COMP VALUE ZEROS.
              07 WS-FREE-SLOT   PIC 9(03) COMP VALUE ZEROS.
           05 WS-HM-COUNTERS.
              07 WS-CNT-READ     PIC 9(08) COMP VALUE ZEROS.
              07 WS-CNT-PLACED   PIC 9(08) COMP VALUE ZEROS.
              07 WS-CNT-RELEASED PIC 9(08) COMP VALUE ZEROS.
              07 WS-CNT-REJECTED PIC 9(08) COMP VALUE ZEROS.
              07 WS-CNT-SWEPT    PIC 9(08) COMP VALUE ZEROS.
              07 WS-CNT-EXPIRED  PIC 9(08) COMP VALUE ZEROS.
              07 WS-CNT-ACTIVE   PIC 9(08) COMP VALUE ZEROS.
              07 WS-CNT-HELD-ACCT PIC 9(08) COMP VALUE ZEROS.
           05 WS-HM-NUM          PIC ZZZZZZZ9.
           05 WS-HM-ID-ED        PIC ZZZZ9.
           05 WS-HM-SLOT-ED      PIC 99.
           05 WS-HM-CUR-ED       PIC ZZ9.
           05 WS-HM-AMT-ED       PIC -(9)9.99.
           05 WS-HM-TAG          PIC X(20).
       PROCEDURE DIVISION.
      *MAIN LOOOP
       0000-MAIN.
           PERFORM H050-RUN-INTERLOCK.
           PERFORM H100-OPEN-FILES.
           PERFORM H200-PROCESS UNTIL HMT-EOF.
           PERFORM H600-EXPIRE-SWEEP.
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
                 IF RUNC-PGM = 'FNLPRGHM'
                    DISPLAY 'PRIOR FNLPRGHM RUN DID NOT COMPLETE'
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
              DISPLAY 'UNABLE TO OPEN5 FILE: ' RUNC-ST
              MOVE RUNC-ST TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE SPACES          TO RUNC-FIELDS
           MOVE 'Y'             TO RUNC-FLAG
           MOVE 'FNLPRGHM'      TO RUNC-PGM
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
              MOVE 'FNLPRGHM'      TO RUNC-PGM
              MOVE FUNCTION CURRENT-DATE TO RUNC-TS
              WRITE RUNC-FIELDS
              CLOSE RUNC-REC
           END-IF.
           OPEN EXTEND RUNH-REC.
           IF RUNH-SUCCESS
              MOVE WS-CNT-READ TO WS-RUNH-NUM
              MOVE SPACES TO RUNH-LINE
              STRING 'FNLPRGHM S ' WS-RUN-START-TS
                     ' E ' FUNCTION CURRENT-DATE
                     ' M U'
                     ' CRD ' WS-RUNH-NUM
                 DELIMITED BY SIZE INTO RUNH-LINE
              WRITE RUNH-LINE
              CLOSE RUNH-REC
           END-IF.
       H950-END. EXIT.
      *OPEN FILES AND CHECK STATUS
       H100-OPEN-FILES.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE.
           OPEN I-O HOLD-REC.
           IF (NOT HOLD-SUCCESS)
              DISPLAY 'UNABLE TO OPEN1 FILE: ' HOLD-ST
              MOVE HOLD-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           OPEN INPUT ACCT-REC.
           IF (NOT ACCT-SUCCESS)
              DISPLAY 'UNABLE TO OPEN2 FILE: ' ACCT-ST
              MOVE ACCT-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           OPEN INPUT HMT-REC.
           IF (NOT HMT-SUCCESS)
              DISPLAY 'UNABLE TO OPEN3 FILE: ' HMT-ST
              MOVE HMT-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           OPEN OUTPUT HM-RPT.
           IF (NOT RPT-SUCCESS)
              DISPLAY 'UNABLE TO OPEN4 FILE: ' RPT-ST
              MOVE RPT-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           MOVE 'Y' TO WS-RPT-OPENED-SW.
           MOVE SPACES TO HMR-LINE
           STRING 'FNLPRGHM HOLD MAINTENANCE REGISTER  RUN DATE '
                  WS-RUN-DATE
              DELIMITED BY SIZE INTO HMR-LINE
           WRITE HMR-LINE.
           READ HMT-REC.
       H100-END. EXIT.
      *APPLY ONE MAINTENANCE CARD AND READ THE NEXT
       H200-PROCESS.
           ADD 1 TO WS-CNT-READ.
           IF HMT-ID IS NOT NUMERIC
              ADD 1 TO WS-CNT-REJECTED
              MOVE 'BAD ACCOUNT NUMBER  ' TO WS-HM-TAG
              PERFORM H300-REPORT-CARD
           ELSE
              EVALUATE TRUE
                 WHEN HMT-FUNC-PLACE
                    PERFORM H220-PLACE-HOLD
                 WHEN HMT-FUNC-RELEASE
                    PERFORM H240-RELEASE-HOLD
                 WHEN OTHER
                    ADD 1 TO WS-CNT-REJECTED
                    MOVE 'INVALID FUNCTION    ' TO WS-HM-TAG
                    PERFORM H300-REPORT-CARD
              END-EVALUATE
           END-IF.
           READ HMT-REC.
       H200-END. EXIT.
      *PLACE A HOLD IN THE FIRST FREE SLOT OF THE ACCOUNT'S HOLD
      *RECORD, CREATING THE RECORD ON THE ACCOUNT'S FIRST HOLD. THE
      *ACCOUNT MUST BE ON FILE AND NOT CLOSED; A HOLD MAY EXCEED THE
      *BALANCE (A GARNISHMENT CAN), DRIVING AVAILABLE BELOW ZERO
       H220-PLACE-HOLD.
           MOVE SPACES TO WS-HM-TAG.
           EVALUATE TRUE
              WHEN HMT-AMT IS NOT NUMERIC
                 MOVE 'BAD AMOUNT          ' TO WS-HM-TAG
              WHEN HMT-AMT-N = ZEROS
                 MOVE 'BAD AMOUNT          ' TO WS-HM-TAG
              WHEN HMT-REASON NOT = 'GA' AND NOT = 'CQ' AND
                   NOT = 'PA' AND NOT = 'OT'
                 MOVE 'BAD REASON CODE     ' TO WS-HM-TAG
              WHEN HMT-EXPIRY NOT = SPACES AND
                   HMT-EXPIRY IS NOT NUMERIC
                 MOVE 'BAD EXPIRY DATE     ' TO WS-HM-TAG
              WHEN HMT-EXPIRY NOT = SPACES AND
                   HMT-EXPIRY-N < WS-RUN-DATE
                 MOVE 'EXPIRY IN THE PAST  ' TO WS-HM-TAG
           END-EVALUATE.
           IF WS-HM-TAG = SPACES
              INITIALIZE INVALID-KEY
              COMPUTE ACCT-ID = FUNCTION NUMVAL (HMT-ID)
              READ ACCT-REC
                 INVALID KEY MOVE 'Y' TO INVALID-KEY
              END-READ
              IF INVL-KEY
                 MOVE 'ACCOUNT NOT ON FILE ' TO WS-HM-TAG
              ELSE
                 IF ACCT-CLOSED
                    MOVE 'ACCOUNT CLOSED      ' TO WS-HM-TAG
                 END-IF
              END-IF
           END-IF.
           IF WS-HM-TAG = SPACES
              PERFORM H400-READ-HOLDS
              MOVE ZEROS TO WS-FREE-SLOT
              PERFORM VARYING COUNTER-S FROM 1 BY 1
                 UNTIL COUNTER-S > 10
                    OR WS-FREE-SLOT > ZEROS
                 IF NOT HLD-ACTIVE (COUNTER-S)
                    MOVE COUNTER-S TO WS-FREE-SLOT
                 END-IF
              END-PERFORM
              IF WS-FREE-SLOT = ZEROS
                 MOVE 'NO FREE HOLD SLOT   ' TO WS-HM-TAG
              END-IF
           END-IF.
           IF WS-HM-TAG = SPACES
              MOVE WS-FREE-SLOT TO COUNTER-S
              MOVE HMT-AMT-N    TO HLD-AMT (COUNTER-S)
              MOVE HMT-REASON   TO HLD-REASON (COUNTER-S)
              MOVE WS-RUN-DATE  TO HLD-PLACED-DATE (COUNTER-S)
              IF HMT-EXPIRY = SPACES
                 MOVE ZEROS        TO HLD-EXPIRY-DATE (COUNTER-S)
              ELSE
                 MOVE HMT-EXPIRY-N TO HLD-EXPIRY-DATE (COUNTER-S)
              END-IF
              MOVE 'A'          TO HLD-STATUS (COUNTER-S)
              PERFORM H500-TOTAL-HOLDS
              PERFORM H450-SAVE-HOLDS
              ADD 1 TO WS-CNT-PLACED
              MOVE WS-FREE-SLOT TO WS-HM-SLOT-ED
              STRING 'HOLD ' WS-HM-SLOT-ED ' PLACED'
                 DELIMITED BY SIZE INTO WS-HM-TAG
           ELSE
              ADD 1 TO WS-CNT-REJECTED
           END-IF.
           PERFORM H300-REPORT-CARD.
       H220-END. EXIT.
      *RELEASE ONE ACTIVE HOLD BY ITS SLOT NUMBER; THE SLOT IS KEPT
      *AS RELEASED UNTIL A LATER HOLD REUSES IT
       H240-RELEASE-HOLD.
           MOVE SPACES TO WS-HM-TAG.
           IF HMT-SLOT IS NOT NUMERIC OR
              HMT-SLOT-N < 01 OR HMT-SLOT-N > 10
              MOVE 'BAD HOLD NUMBER     ' TO WS-HM-TAG
           ELSE
              INITIALIZE INVALID-KEY
              COMPUTE HLD-ACCT-ID = FUNCTION NUMVAL (HMT-ID)
              READ HOLD-REC
                 INVALID KEY MOVE 'Y' TO INVALID-KEY
              END-READ
              IF INVL-KEY
                 MOVE 'NO HOLDS ON ACCOUNT ' TO WS-HM-TAG
              ELSE
                 MOVE HMT-SLOT-N TO COUNTER-S
                 IF NOT HLD-ACTIVE (COUNTER-S)
                    MOVE 'HOLD NOT ACTIVE     ' TO WS-HM-TAG
                 END-IF
              END-IF
           END-IF.
           IF WS-HM-TAG = SPACES
              MOVE 'R' TO HLD-STATUS (COUNTER-S)
              PERFORM H500-TOTAL-HOLDS
              MOVE 'N' TO WS-HM-NEW-REC-SW
              PERFORM H450-SAVE-HOLDS
              ADD 1 TO WS-CNT-RELEASED
              MOVE 'HOLD RELEASED       ' TO WS-HM-TAG
           ELSE
              ADD 1 TO WS-CNT-REJECTED
           END-IF.
           PERFORM H300-REPORT-CARD.
       H240-END. EXIT.
      *REGISTER LINE FOR ONE MAINTENANCE CARD
       H300-REPORT-CARD.
           MOVE SPACES TO HMR-LINE
           STRING HMT-FUNC ' ID ' HMT-ID ' HOLD ' HMT-SLOT
                  ' AMT ' HMT-AMT ' ' HMT-REASON ' ' WS-HM-TAG
              DELIMITED BY SIZE INTO HMR-LINE
           WRITE HMR-LINE.
       H300-END. EXIT.
      *FETCH THE ACCOUNT'S HOLD RECORD, OR START AN EMPTY ONE IF THE
      *ACCOUNT HAS NEVER HAD A HOLD
       H400-READ-HOLDS.
           INITIALIZE INVALID-KEY.
           COMPUTE HLD-ACCT-ID = FUNCTION NUMVAL (HMT-ID).
           READ HOLD-REC
              INVALID KEY MOVE 'Y' TO INVALID-KEY
           END-READ.
           IF INVL-KEY
              MOVE 'Y' TO WS-HM-NEW-REC-SW
              INITIALIZE HLD-FIELDS
              COMPUTE HLD-ACCT-ID = FUNCTION NUMVAL (HMT-ID)
              PERFORM VARYING COUNTER-S FROM 1 BY 1
                 UNTIL COUNTER-S > 10
                 MOVE SPACE TO HLD-STATUS (COUNTER-S)
              END-PERFORM
           ELSE
              MOVE 'N' TO WS-HM-NEW-REC-SW
           END-IF.
       H400-END. EXIT.
      *WRITE A NEW HOLD RECORD OR REWRITE THE ONE JUST READ
       H450-SAVE-HOLDS.
           IF WS-HM-NEW-REC
              WRITE HLD-FIELDS
           ELSE
              REWRITE HLD-FIELDS
           END-IF.
           IF (NOT HOLD-SUCCESS)
              DISPLAY 'UNABLE TO WRITE FILE: ' HOLD-ST
              MOVE HOLD-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
       H450-END. EXIT.
      *RE-ADD THE ACCOUNT'S HELD TOTAL AND ACTIVE COUNT FROM ITS
      *SLOTS SO THE TOTAL CAN NEVER DRIFT FROM THE DETAIL
       H500-TOTAL-HOLDS.
           MOVE ZEROS TO HLD-TOTAL-AMT
                         HLD-ACTIVE-CNT.
           PERFORM VARYING COUNTER-S FROM 1 BY 1
              UNTIL COUNTER-S > 10
              IF HLD-ACTIVE (COUNTER-S)
                 ADD HLD-AMT (COUNTER-S) TO HLD-TOTAL-AMT
                 ADD 1                   TO HLD-ACTIVE-CNT
              END-IF
           END-PERFORM.
       H500-END. EXIT.
      *SWEEP THE WHOLE HOLD FILE IN KEY ORDER: EXPIRE EVERY HOLD
      *WHOSE LAST DAY HAS PASSED AND LIST EVERY HOLD STILL ACTIVE
       H600-EXPIRE-SWEEP.
           MOVE SPACES TO HMR-LINE
           STRING 'ACTIVE HOLD REGISTER AFTER EXPIRY SWEEP'
              DELIMITED BY SIZE INTO HMR-LINE
           WRITE HMR-LINE.
           MOVE ZEROS TO HLD-ACCT-ID.
           START HOLD-REC KEY IS NOT LESS THAN HLD-KEY
              INVALID KEY MOVE 10 TO HOLD-ST
           END-START.
           IF NOT HOLD-EOF
              READ HOLD-REC NEXT
           END-IF.
           PERFORM UNTIL HOLD-EOF
              ADD 1 TO WS-CNT-SWEPT
              PERFORM H650-SWEEP-ONE
              READ HOLD-REC NEXT
           END-PERFORM.
       H600-END. EXIT.
      *ONE ACCOUNT'S HOLDS: EXPIRE, RE-TOTAL, REWRITE IF ANYTHING
      *CHANGED, THEN LIST WHAT IS LEFT
       H650-SWEEP-ONE.
           MOVE 'N' TO WS-HM-CHANGED-SW.
           PERFORM VARYING COUNTER-S FROM 1 BY 1
              UNTIL COUNTER-S > 10
              IF HLD-ACTIVE (COUNTER-S) AND
                 HLD-EXPIRY-DATE (COUNTER-S) NOT = ZEROS AND
                 HLD-EXPIRY-DATE (COUNTER-S) < WS-RUN-DATE
                 MOVE 'E' TO HLD-STATUS (COUNTER-S)
                 MOVE 'Y' TO WS-HM-CHANGED-SW
                 ADD 1 TO WS-CNT-EXPIRED
                 MOVE 'EXPIRED             ' TO WS-HM-TAG
                 PERFORM H680-REPORT-HOLD
              END-IF
           END-PERFORM.
           IF WS-HM-CHANGED
              PERFORM H500-TOTAL-HOLDS
              REWRITE HLD-FIELDS
              IF (NOT HOLD-SUCCESS)
                 DISPLAY 'UNABLE TO REWRITE FILE: ' HOLD-ST
                 MOVE HOLD-ST TO RETURN-CODE
                 PERFORM H999-PROGRAM-EXIT
              END-IF
           END-IF.
           IF HLD-ACTIVE-CNT > ZEROS
              ADD 1 TO WS-CNT-HELD-ACCT
           END-IF.
           PERFORM VARYING COUNTER-S FROM 1 BY 1
              UNTIL COUNTER-S > 10
              IF HLD-ACTIVE (COUNTER-S)
                 ADD 1 TO WS-CNT-ACTIVE
                 MOVE 'ACTIVE              ' TO WS-HM-TAG
                 PERFORM H680-REPORT-HOLD
              END-IF
           END-PERFORM.
       H650-END. EXIT.
      *REGISTER LINE FOR ONE HOLD SLOT
       H680-REPORT-HOLD.
           MOVE HLD-ACCT-ID          TO WS-HM-ID-ED
           MOVE COUNTER-S            TO WS-HM-SLOT-ED
           MOVE HLD-AMT (COUNTER-S)  TO WS-HM-AMT-ED
           MOVE SPACES TO HMR-LINE
           STRING 'ACCT ' WS-HM-ID-ED ' HOLD ' WS-HM-SLOT-ED
                  ' ' HLD-REASON (COUNTER-S) ' ' WS-HM-AMT-ED
                  ' PLACED ' HLD-PLACED-DATE (COUNTER-S)
                  ' EXP ' HLD-EXPIRY-DATE (COUNTER-S)
                  ' ' WS-HM-TAG
              DELIMITED BY SIZE INTO HMR-LINE
           WRITE HMR-LINE.
       H680-END. EXIT.
      *WRITE THE END-OF-JOB CONTROL TOTALS
       H900-WRITE-TOTALS.
           MOVE WS-CNT-READ TO WS-HM-NUM
           MOVE SPACES TO HMR-LINE
           STRING 'MAINTENANCE CARDS READ ..............: ' WS-HM-NUM
              DELIMITED BY SIZE INTO HMR-LINE
           WRITE HMR-LINE.
           MOVE WS-CNT-PLACED TO WS-HM-NUM
           MOVE SPACES TO HMR-LINE
           STRING 'HOLDS PLACED ........................: ' WS-HM-NUM
              DELIMITED BY SIZE INTO HMR-LINE
           WRITE HMR-LINE.
           MOVE WS-CNT-RELEASED TO WS-HM-NUM
           MOVE SPACES TO HMR-LINE
           STRING 'HOLDS RELEASED ......................: ' WS-HM-NUM
              DELIMITED BY SIZE INTO HMR-LINE
           WRITE HMR-LINE.
           MOVE WS-CNT-REJECTED TO WS-HM-NUM
           MOVE SPACES TO HMR-LINE
           STRING 'CARDS REJECTED ......................: ' WS-HM-NUM
              DELIMITED BY SIZE INTO HMR-LINE
           WRITE HMR-LINE.
           MOVE WS-CNT-SWEPT TO WS-HM-NUM
           MOVE SPACES TO HMR-LINE
           STRING 'HOLD RECORDS SWEPT ..................: ' WS-HM-NUM
              DELIMITED BY SIZE INTO HMR-LINE
           WRITE HMR-LINE.
           MOVE WS-CNT-EXPIRED TO WS-HM-NUM
           MOVE SPACES TO HMR-LINE
           STRING 'HOLDS EXPIRED .......................: ' WS-HM-NUM
              DELIMITED BY SIZE INTO HMR-LINE
           WRITE HMR-LINE.
           MOVE WS-CNT-ACTIVE TO WS-HM-NUM
           MOVE SPACES TO HMR-LINE
           STRING 'HOLDS ACTIVE AFTER SWEEP ............: ' WS-HM-NUM
              DELIMITED BY SIZE INTO HMR-LINE
           WRITE HMR-LINE.
           MOVE WS-CNT-HELD-ACCT TO WS-HM-NUM
           MOVE SPACES TO HMR-LINE
           STRING 'ACCOUNTS WITH FUNDS ON HOLD .........: ' WS-HM-NUM
              DELIMITED BY SIZE INTO HMR-LINE
           WRITE HMR-LINE.
       H900-END. EXIT.
      *END THE PROGRAM
       H999-PROGRAM-EXIT.
           IF WS-RPT-OPENED-SW = 'Y'
              PERFORM H900-WRITE-TOTALS
           END-IF.
           IF WS-RUN-STAMPED-SW = 'Y'
              PERFORM H950-RUN-RELEASE
           END-IF.
           CLOSE HOLD-REC
                 ACCT-REC
                 HMT-REC
                 HM-RPT.
           STOP RUN.
       H999-END. EXIT.
      *
