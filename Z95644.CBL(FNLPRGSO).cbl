       IDENTIFICATION DIVISION.
      *STANDING-ORDER SCHEDULER
      *RUNS AHEAD OF THE DAILY FNLPRGMN RUN. EVERY ACTIVE
      *INSTRUCTION ON THE SORDREC STANDING-ORDER MASTER WHOSE
      *NEXT-DUE DATE HAS ARRIVED IS TURNED INTO AN INPFILE-FORMAT
      *TRANSACTION ON SOOUT -- A 'T' TRANSFER WHEN THE INSTRUCTION
      *NAMES A TO-ACCOUNT, OTHERWISE A 'B' DEBIT PAYING THE FIXED
      *AMOUNT OUT OF THE FROM-ACCOUNT -- AND ITS NEXT-DUE DATE IS
      *ADVANCED BY THE FREQUENCY. SOOUT IS CONCATENATED AHEAD OF THE
      *DAY'S INPFILE THE SAME WAY AS THE FNLPRGRC RECYCLE OUTPUT.
      *A CATCH-UP RUN AFTER MISSED DAYS RAISES ONE TRANSACTION FOR
      *EVERY DUE DATE THAT HAS GONE BY. AN INSTRUCTION WHOSE NEXT
      *DUE DATE FALLS AFTER ITS END DATE IS MARKED ENDED.
      *BEFORE SCHEDULING, THE PRIOR RUN'S REJFILE IS READ BACK.
      *EVERY GENERATED TRANSACTION CARRIES 'SO', ITS INSTRUCTION
      *NUMBER AND ITS DUE DATE IN THE SURNAME FIELD, SO AN RC 05
      *(INSUFFICIENT FUNDS) BOUNCE IS CHARGED TO ITS INSTRUCTION.
      *AN INSTRUCTION THAT BOUNCES ON THE PARAMETER CARD'S NUMBER OF
      *CONSECUTIVE DUE DATES IS SUSPENDED AND LISTED; A DUE DATE
      *THAT POSTS CLEARS THE COUNT. A SUSPENDED INSTRUCTION RESUMES
      *ONLY THROUGH AN FNLPRGSM AMEND CARD. A REGISTER REPORT LISTS
      *EVERY TRANSACTION RAISED AND EVERY STATUS CHANGE.
       PROGRAM-ID.    FNLPRGSO.
       AUTHOR.        Mert Musa TEMEL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SO-REC     ASSIGN TO    SORDREC
                             ORGANIZATION INDEXED
                             ACCESS       DYNAMIC
                             RECORD       SO-KEY
                             STATUS       SO-ST.
           SELECT SO-REJ     ASSIGN TO    SOREJ
                             STATUS       SRJ-ST.
           SELECT SO-OUT     ASSIGN TO    SOOUT
                             STATUS       SOO-ST.
           SELECT SO-CARD    ASSIGN TO    SOCARD
                             STATUS       CARD-ST.
           SELECT SO-RPT     ASSIGN TO    SORPT
                             STATUS       RPT-ST.
           SELECT RUNC-REC   ASSIGN TO    RUNCTL
                             STATUS       RUNC-ST.
           SELECT RUNH-REC   ASSIGN TO    RUNHIST
                             STATUS       RUNH-ST.
       DATA DIVISION.
       FILE SECTION.
      *VSAM STANDING-ORDER MASTER
      *    RECORD CONTAINS 60 CHARACTERS
      *    DATA RECORD IS SO-FIELDS.
       FD  SO-REC.
       01  SO-FIELDS.
           03 SO-KEY.
              05 SO-ID       PIC S9(05) COMP-3.
           03 SO-FROM-ID     PIC 9(05).
      *ZEROS MEANS A PAYMENT OUT OF THE BANK ('B' DEBIT), ANYTHING
      *ELSE IS THE ACCT-ID A 'T' TRANSFER CREDITS
           03 SO-TO-ID       PIC 9(05).
           03 SO-AMT         PIC S9(07)V99 COMP-3.
      *CURRENCY THE FIXED AMOUNT IS EXPRESSED IN; ZEROS MEANS THE
      *FROM-ACCOUNT'S OWN CURRENCY
           03 SO-CUR         PIC 9(03).
           03 SO-FREQ        PIC X(01).
              88 SO-FREQ-WEEKLY    VALUE 'W'.
              88 SO-FREQ-FORTNIGHT VALUE 'F'.
              88 SO-FREQ-MONTHLY   VALUE 'M'.
              88 SO-FREQ-QUARTERLY VALUE 'Q'.
              88 SO-FREQ-YEARLY    VALUE 'Y'.
      *DAY OF THE MONTH A MONTHLY/QUARTERLY/YEARLY INSTRUCTION IS
      *PAID ON, KEPT SO A SHORT MONTH DOES NOT DRAG IT FOREVER
           03 SO-ANCHOR-DAY  PIC 9(02).
           03 SO-NEXT-DUE    PIC 9(08).
      *ZEROS MEANS THE INSTRUCTION RUNS UNTIL CANCELLED
           03 SO-END-DATE    PIC 9(08).
           03 SO-STATUS      PIC X(01).
              88 SO-ACTIVE    VALUE 'A'.
              88 SO-SUSPENDED VALUE 'S'.
              88 SO-CANCELLED VALUE 'X'.
              88 SO-ENDED     VALUE 'E'.
      *CONSECUTIVE RC 05 BOUNCES, THE DUE DATE OF THE LAST ONE
      *COUNTED, THE LAST DUE DATE RAISED AND WHAT BECAME OF IT:
      *P = RAISED AND NOT BOUNCED, F = BOUNCED
           03 SO-FAIL-CNT    PIC 9(02).
           03 SO-FAIL-DUE    PIC 9(08).
           03 SO-LAST-DUE    PIC 9(08).
           03 SO-LAST-RESULT PIC X(01).
      *PRIOR FNLPRGMN RUN'S REJECT/SUSPENSE FILE, READ BACK FOR THE
      *STANDING-ORDER BOUNCES
       FD  SO-REJ     RECORDING MODE F.
       01  SRJ-FIELDS.
           05 SRJ-OPR           PIC X(01).
           05 SRJ-ID            PIC X(05).
           05 SRJ-NAME          PIC X(15).
           05 SRJ-SURNAME       PIC X(15).
           05 SRJ-SO-REF        REDEFINES SRJ-SURNAME.
              10 SRJ-REF-TAG    PIC X(02).
              10 SRJ-REF-ID     PIC 9(05).
              10 SRJ-REF-DUE    PIC 9(08).
           05 SRJ-CUR           PIC 9(03).
           05 SRJ-AMT           PIC S9(07)V99.
           05 SRJ-RETRY-CNT     PIC 9(02).
           05 SRJ-TXN-CUR       PIC 9(03).
           05 SRJ-EFF-DATE      PIC 9(08).
           05 SRJ-CUST-NO       PIC X(05).
           05 SRJ-RC            PIC X(05).
           05 SRJ-REASON        PIC X(20).
           05 SRJ-DISP          PIC X(01).
      *GENERATED TRANSACTIONS IN RAW INPFILE FORMAT
       FD  SO-OUT     RECORDING MODE F.
       01  SOO-FIELDS.
           05 SOO-OPR           PIC X(01).
           05 SOO-ID            PIC X(05).
           05 SOO-NAME          PIC X(15).
           05 SOO-XFER-NAME     REDEFINES SOO-NAME.
              10 SOO-TO-ID      PIC 9(05).
              10 FILLER         PIC X(10).
           05 SOO-SURNAME       PIC X(15).
           05 SOO-SO-REF        REDEFINES SOO-SURNAME.
              10 SOO-REF-TAG    PIC X(02).
              10 SOO-REF-ID     PIC 9(05).
              10 SOO-REF-DUE    PIC 9(08).
           05 SOO-CUR           PIC 9(03).
           05 SOO-AMT           PIC S9(07)V99.
           05 SOO-RETRY-CNT     PIC 9(02).
           05 SOO-TXN-CUR       PIC 9(03).
           05 SOO-EFF-DATE      PIC 9(08).
           05 SOO-CUST-NO       PIC X(05).
      *OPTIONAL RUN PARAMETER CARD
      *COL 1-2   CONSECUTIVE RC 05 BOUNCES BEFORE AN INSTRUCTION IS
      *          SUSPENDED, ZERO-PADDED DIGITS (BLANK = 3)
      *COL 3-10  RUN DATE OVERRIDE YYYYMMDD (BLANK = TODAY)
      *A MISSING CARD FILE MEANS EVERY DEFAULT APPLIES
       FD  SO-CARD    RECORDING MODE F.
       01  SOC-FIELDS.
           05 SOC-MAX-BOUNCE    PIC X(02).
           05 SOC-RUN-DATE      PIC X(08).
           05 FILLER            PIC X(70).
      *STANDING-ORDER SCHEDULE REGISTER REPORT
       FD  SO-RPT     RECORDING MODE F.
       01  SOR-LINE             PIC X(70).
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
           05 SO-ST             PIC 9(02).
              88 SO-EOF         VALUE 10.
              88 SO-SUCCESS     VALUE 00
                                      97.
           05 SRJ-ST            PIC 9(02).
              88 SRJ-EOF        VALUE 10.
              88 SRJ-SUCCESS    VALUE 00
                                      97.
           05 SOO-ST            PIC 9(02).
              88 SOO-SUCCESS    VALUE 00
                                      97.
           05 CARD-ST           PIC 9(02).
              88 CARD-SUCCESS   VALUE 00
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
           05 WS-SO-CHANGED-SW  PIC X(01) VALUE 'N'.
              88 WS-SO-CHANGED  VALUE 'Y'.
           05 WS-RUN-DATE       PIC 9(08) VALUE ZEROS.
           05 WS-MAX-BOUNCE     PIC 9(02) VALUE 3.
           05 WS-DUE-INT        PIC 9(08) COMP VALUE ZEROS.
           05 WS-ADD-MONTHS     PIC 9(02) VALUE ZEROS.
           05 WS-MONTH-NO       PIC 9(06) VALUE ZEROS.
           05 WS-MONTH-REM      PIC 9(02) VALUE ZEROS.
           05 WS-DAYS-IN-MONTH  PIC 9(02) VALUE ZEROS.
           05 WS-DUE-DATE.
              07 WS-DUE-YYYY    PIC 9(04).
              07 WS-DUE-MM      PIC 9(02).
              07 WS-DUE-DD      PIC 9(02).
           05 WS-DUE-DATE-N     REDEFINES WS-DUE-DATE
                                PIC 9(08).
           05 WS-SO-COUNTERS.
              07 WS-CNT-REJ-READ PIC 9(08) COMP VALUE ZEROS.
              07 WS-CNT-BOUNCED  PIC 9(08) COMP VALUE ZEROS.
              07 WS-CNT-RECOUNT  PIC 9(08) COMP VALUE ZEROS.
              07 WS-CNT-OTHREJ   PIC 9(08) COMP VALUE ZEROS.
              07 WS-CNT-ORPHAN   PIC 9(08) COMP VALUE ZEROS.
              07 WS-CNT-SUSPENDED PIC 9(08) COMP VALUE ZEROS.
              07 WS-CNT-READ     PIC 9(08) COMP VALUE ZEROS.
              07 WS-CNT-IDLE     PIC 9(08) COMP VALUE ZEROS.
              07 WS-CNT-NOT-DUE  PIC 9(08) COMP VALUE ZEROS.
              07 WS-CNT-CLEARED  PIC 9(08) COMP VALUE ZEROS.
              07 WS-CNT-RAISED   PIC 9(08) COMP VALUE ZEROS.
              07 WS-CNT-RAISED-B PIC 9(08) COMP VALUE ZEROS.
              07 WS-CNT-RAISED-T PIC 9(08) COMP VALUE ZEROS.
              07 WS-CNT-ENDED    PIC 9(08) COMP VALUE ZEROS.
              07 WS-CNT-BADFREQ  PIC 9(08) COMP VALUE ZEROS.
           05 WS-SO-NUM          PIC ZZZZZZZ9.
           05 WS-SO-ID-ED        PIC ZZZZ9.
           05 WS-SO-ACCT-ED      PIC ZZZZ9.
           05 WS-SO-CNT-ED       PIC Z9.
           05 WS-SO-AMT-ED       PIC -(7)9.99.
           05 WS-SO-TAG          PIC X(24).
       PROCEDURE DIVISION.
      *MAIN LOOOP
       0000-MAIN.
           PERFORM H050-RUN-INTERLOCK.
           PERFORM H100-OPEN-FILES.
           PERFORM H120-READ-CARD.
           PERFORM H200-READ-BOUNCES.
           PERFORM H300-SCHEDULE.
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
                 IF RUNC-PGM = 'FNLPRGSO'
                    DISPLAY 'PRIOR FNLPRGSO RUN DID NOT COMPLETE'
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
           MOVE 'FNLPRGSO'      TO RUNC-PGM
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
              MOVE 'FNLPRGSO'      TO RUNC-PGM
              MOVE FUNCTION CURRENT-DATE TO RUNC-TS
              WRITE RUNC-FIELDS
              CLOSE RUNC-REC
           END-IF.
           OPEN EXTEND RUNH-REC.
           IF RUNH-SUCCESS
              MOVE WS-CNT-RAISED TO WS-RUNH-NUM
              MOVE SPACES TO RUNH-LINE
              STRING 'FNLPRGSO S ' WS-RUN-START-TS
                     ' E ' FUNCTION CURRENT-DATE
                     ' M U'
                     ' TXN ' WS-RUNH-NUM
                 DELIMITED BY SIZE INTO RUNH-LINE
              WRITE RUNH-LINE
              CLOSE RUNH-REC
           END-IF.
       H950-END. EXIT.
      *OPEN FILES AND CHECK STATUS
       H100-OPEN-FILES.
           OPEN I-O SO-REC.
           IF (NOT SO-SUCCESS)
              DISPLAY 'UNABLE TO OPEN1 FILE: ' SO-ST
              MOVE SO-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           OPEN OUTPUT SO-OUT.
           IF (NOT SOO-SUCCESS)
              DISPLAY 'UNABLE TO OPEN2 FILE: ' SOO-ST
              MOVE SOO-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           OPEN OUTPUT SO-RPT.
           IF (NOT RPT-SUCCESS)
              DISPLAY 'UNABLE TO OPEN3 FILE: ' RPT-ST
              MOVE RPT-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           MOVE 'Y' TO WS-RPT-OPENED-SW.
           MOVE SPACES TO SOR-LINE
           STRING 'FNLPRGSO STANDING-ORDER SCHEDULE REGISTER'
              DELIMITED BY SIZE INTO SOR-LINE
           WRITE SOR-LINE.
       H100-END. EXIT.
      *PICK UP THE OPTIONAL PARAMETER CARD; A MISSING OR BLANK CARD
      *LEAVES THE DEFAULTS IN PLACE
       H120-READ-CARD.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE.
           OPEN INPUT SO-CARD.
           IF CARD-SUCCESS
              READ SO-CARD
              IF CARD-SUCCESS
                 IF SOC-MAX-BOUNCE IS NUMERIC AND
                    SOC-MAX-BOUNCE NOT = ZEROS
                    COMPUTE WS-MAX-BOUNCE =
                       FUNCTION NUMVAL (SOC-MAX-BOUNCE)
                 END-IF
                 IF SOC-RUN-DATE IS NUMERIC AND
                    SOC-RUN-DATE NOT = ZEROS
                    COMPUTE WS-RUN-DATE =
                       FUNCTION NUMVAL (SOC-RUN-DATE)
                 END-IF
              END-IF
              CLOSE SO-CARD
           END-IF.
           MOVE WS-MAX-BOUNCE TO WS-SO-CNT-ED
           MOVE SPACES TO SOR-LINE
           STRING 'RUN DATE ' WS-RUN-DATE
                  '  SUSPEND AFTER ' WS-SO-CNT-ED
                  ' CONSECUTIVE RC 05 BOUNCES'
              DELIMITED BY SIZE INTO SOR-LINE
           WRITE SOR-LINE.
       H120-END. EXIT.
      *READ BACK THE PRIOR RUN'S REJFILE AND CHARGE EVERY
      *STANDING-ORDER TRANSACTION FOUND ON IT TO ITS INSTRUCTION;
      *NO REJFILE (THE FIRST RUN) MEANS NOTHING BOUNCED
       H200-READ-BOUNCES.
           OPEN INPUT SO-REJ.
           IF SRJ-SUCCESS
              READ SO-REJ
              PERFORM UNTIL SRJ-EOF
                 ADD 1 TO WS-CNT-REJ-READ
                 IF (SRJ-OPR = 'B' OR 'T') AND
                    SRJ-REF-TAG = 'SO' AND
                    SRJ-REF-ID IS NUMERIC AND
                    SRJ-REF-DUE IS NUMERIC
                    PERFORM H250-CHARGE-BOUNCE
                 END-IF
                 READ SO-REJ
              END-PERFORM
              CLOSE SO-REJ
           ELSE
              MOVE SPACES TO SOR-LINE
              STRING 'NO PRIOR REJFILE - BOUNCE CHECK SKIPPED'
                 DELIMITED BY SIZE INTO SOR-LINE
              WRITE SOR-LINE
           END-IF.
       H200-END. EXIT.
      *ONE REJECTED STANDING-ORDER TRANSACTION: AN RC 05 ADDS TO THE
      *INSTRUCTION'S CONSECUTIVE BOUNCES (ONCE PER DUE DATE, SO A
      *REJFILE READ TWICE OR A RECYCLED RETRY BOUNCING AGAIN IS NOT
      *COUNTED TWICE) AND SUSPENDS IT AT THE LIMIT; ANY OTHER
      *REJECTION IS ONLY LISTED FOR OPERATIONS TO FOLLOW UP
       H250-CHARGE-BOUNCE.
           INITIALIZE INVALID-KEY.
           MOVE SRJ-REF-ID TO SO-ID.
           READ SO-REC
              INVALID KEY MOVE 'Y' TO INVALID-KEY
           END-READ.
           EVALUATE TRUE
              WHEN INVL-KEY
                 ADD 1 TO WS-CNT-ORPHAN
                 MOVE 'INSTRUCTION NOT ON FILE ' TO WS-SO-TAG
              WHEN SRJ-RC NOT = 'RC:05'
                 ADD 1 TO WS-CNT-OTHREJ
                 MOVE SPACES TO WS-SO-TAG
                 STRING SRJ-RC ' ' SRJ-REASON
                    DELIMITED BY SIZE INTO WS-SO-TAG
              WHEN SRJ-REF-DUE NOT > SO-FAIL-DUE
                 ADD 1 TO WS-CNT-RECOUNT
                 MOVE 'BOUNCE ALREADY COUNTED  ' TO WS-SO-TAG
              WHEN OTHER
                 ADD 1 TO WS-CNT-BOUNCED
                 ADD 1 TO SO-FAIL-CNT
                 MOVE SRJ-REF-DUE TO SO-FAIL-DUE
                 MOVE 'F'         TO SO-LAST-RESULT
                 MOVE SO-FAIL-CNT TO WS-SO-CNT-ED
                 MOVE SPACES TO WS-SO-TAG
                 IF SO-ACTIVE AND SO-FAIL-CNT >= WS-MAX-BOUNCE
                    MOVE 'S' TO SO-STATUS
                    ADD 1 TO WS-CNT-SUSPENDED
                    STRING 'SUSPENDED - ' WS-SO-CNT-ED ' NSF IN ROW'
                       DELIMITED BY SIZE INTO WS-SO-TAG
                 ELSE
                    STRING 'RC:05 NSF BOUNCE ' WS-SO-CNT-ED
                       DELIMITED BY SIZE INTO WS-SO-TAG
                 END-IF
                 REWRITE SO-FIELDS
                 IF (NOT SO-SUCCESS)
                    DISPLAY 'UNABLE TO REWRITE1 FILE: ' SO-ST
                    MOVE SO-ST TO RETURN-CODE
                    PERFORM H999-PROGRAM-EXIT
                 END-IF
           END-EVALUATE.
           MOVE SRJ-REF-ID TO WS-SO-ID-ED
           MOVE SPACES TO SOR-LINE
           STRING 'BOUNCE SO ' WS-SO-ID-ED ' ACCT ' SRJ-ID
                  ' DUE ' SRJ-REF-DUE ' ' WS-SO-TAG
              DELIMITED BY SIZE INTO SOR-LINE
           WRITE SOR-LINE.
       H250-END. EXIT.
      *SWEEP THE WHOLE INSTRUCTION MASTER IN KEY ORDER AND RAISE
      *EVERY DUE PAYMENT
       H300-SCHEDULE.
           MOVE ZEROS TO SO-ID.
           START SO-REC KEY IS NOT LESS THAN SO-KEY
              INVALID KEY MOVE 10 TO SO-ST
           END-START.
           IF NOT SO-EOF
              READ SO-REC NEXT
           END-IF.
           PERFORM UNTIL SO-EOF
              ADD 1 TO WS-CNT-READ
              PERFORM H350-SCHEDULE-ONE
              READ SO-REC NEXT
           END-PERFORM.
       H300-END. EXIT.
      *ONE INSTRUCTION: CLEAR THE BOUNCE COUNT IF ITS LAST DUE DATE
      *POSTED, THEN RAISE WHATEVER HAS FALLEN DUE
       H350-SCHEDULE-ONE.
           MOVE 'N' TO WS-SO-CHANGED-SW.
           IF SO-LAST-RESULT = 'P' AND SO-FAIL-CNT > ZEROS
              MOVE ZEROS TO SO-FAIL-CNT
              MOVE 'Y' TO WS-SO-CHANGED-SW
              ADD 1 TO WS-CNT-CLEARED
           END-IF.
           EVALUATE TRUE
              WHEN NOT SO-ACTIVE
                 ADD 1 TO WS-CNT-IDLE
              WHEN SO-NEXT-DUE > WS-RUN-DATE
                 ADD 1 TO WS-CNT-NOT-DUE
              WHEN OTHER
                 PERFORM H400-RAISE-ONE
                    UNTIL SO-NEXT-DUE > WS-RUN-DATE
                       OR NOT SO-ACTIVE
                 MOVE 'Y' TO WS-SO-CHANGED-SW
           END-EVALUATE.
           IF WS-SO-CHANGED
              REWRITE SO-FIELDS
              IF (NOT SO-SUCCESS)
                 DISPLAY 'UNABLE TO REWRITE2 FILE: ' SO-ST
                 MOVE SO-ST TO RETURN-CODE
                 PERFORM H999-PROGRAM-EXIT
              END-IF
           END-IF.
       H350-END. EXIT.
      *RAISE THE TRANSACTION FOR ONE DUE DATE AND STEP TO THE NEXT;
      *A DUE DATE BEYOND THE END DATE ENDS THE INSTRUCTION INSTEAD
       H400-RAISE-ONE.
           IF SO-END-DATE NOT = ZEROS AND
              SO-NEXT-DUE > SO-END-DATE
              MOVE 'E' TO SO-STATUS
              ADD 1 TO WS-CNT-ENDED
              MOVE 'ENDED - PAST END DATE   ' TO WS-SO-TAG
              PERFORM H480-REPORT-INSTR
           ELSE
              PERFORM H450-WRITE-TXN
              MOVE SO-NEXT-DUE TO SO-LAST-DUE
              MOVE 'P'         TO SO-LAST-RESULT
              PERFORM H500-ADVANCE-DUE
           END-IF.
       H400-END. EXIT.
      *BUILD ONE INPFILE TRANSACTION FOR THE CURRENT DUE DATE
       H450-WRITE-TXN.
           MOVE SPACES TO SOO-FIELDS
           MOVE SO-FROM-ID  TO SOO-ID
           IF SO-TO-ID = ZEROS
              MOVE 'B'      TO SOO-OPR
              COMPUTE SOO-AMT = SO-AMT * -1
              ADD 1 TO WS-CNT-RAISED-B
           ELSE
              MOVE 'T'      TO SOO-OPR
              MOVE SO-TO-ID TO SOO-TO-ID
              MOVE SO-AMT   TO SOO-AMT
              ADD 1 TO WS-CNT-RAISED-T
           END-IF
           MOVE 'SO'        TO SOO-REF-TAG
           MOVE SO-ID       TO SOO-REF-ID
           MOVE SO-NEXT-DUE TO SOO-REF-DUE
           MOVE ZEROS       TO SOO-CUR
           MOVE ZEROS       TO SOO-RETRY-CNT
           MOVE SO-CUR      TO SOO-TXN-CUR
           MOVE SO-NEXT-DUE TO SOO-EFF-DATE
           WRITE SOO-FIELDS.
           IF (NOT SOO-SUCCESS)
              DISPLAY 'UNABLE TO WRITE FILE: ' SOO-ST
              MOVE SOO-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           ADD 1 TO WS-CNT-RAISED.
           MOVE SO-AMT TO WS-SO-AMT-ED
           MOVE SPACES TO WS-SO-TAG
           IF SO-TO-ID = ZEROS
              STRING 'PAY OUT ' WS-SO-AMT-ED
                 DELIMITED BY SIZE INTO WS-SO-TAG
           ELSE
              MOVE SO-TO-ID TO WS-SO-ACCT-ED
              STRING 'TO ' WS-SO-ACCT-ED ' ' WS-SO-AMT-ED
                 DELIMITED BY SIZE INTO WS-SO-TAG
           END-IF
           PERFORM H480-REPORT-INSTR.
       H450-END. EXIT.
      *REGISTER LINE FOR ONE INSTRUCTION ACTION
       H480-REPORT-INSTR.
           MOVE SO-ID      TO WS-SO-ID-ED
           MOVE SO-FROM-ID TO WS-SO-ACCT-ED
           MOVE SPACES TO SOR-LINE
           STRING 'SO ' WS-SO-ID-ED ' ' SO-FREQ
                  ' FROM ' WS-SO-ACCT-ED
                  ' DUE ' SO-NEXT-DUE ' ' WS-SO-TAG
              DELIMITED BY SIZE INTO SOR-LINE
           WRITE SOR-LINE.
       H480-END. EXIT.
      *STEP THE NEXT-DUE DATE ON BY THE INSTRUCTION'S FREQUENCY; AN
      *UNKNOWN FREQUENCY SUSPENDS THE INSTRUCTION SO IT CANNOT LOOP
       H500-ADVANCE-DUE.
           EVALUATE TRUE
              WHEN SO-FREQ-WEEKLY
                 COMPUTE WS-DUE-INT =
                    FUNCTION INTEGER-OF-DATE (SO-NEXT-DUE) + 7
                 COMPUTE SO-NEXT-DUE =
                    FUNCTION DATE-OF-INTEGER (WS-DUE-INT)
              WHEN SO-FREQ-FORTNIGHT
                 COMPUTE WS-DUE-INT =
                    FUNCTION INTEGER-OF-DATE (SO-NEXT-DUE) + 14
                 COMPUTE SO-NEXT-DUE =
                    FUNCTION DATE-OF-INTEGER (WS-DUE-INT)
              WHEN SO-FREQ-MONTHLY
                 MOVE 1 TO WS-ADD-MONTHS
                 PERFORM H520-ADD-MONTHS
              WHEN SO-FREQ-QUARTERLY
                 MOVE 3 TO WS-ADD-MONTHS
                 PERFORM H520-ADD-MONTHS
              WHEN SO-FREQ-YEARLY
                 MOVE 12 TO WS-ADD-MONTHS
                 PERFORM H520-ADD-MONTHS
              WHEN OTHER
                 MOVE 'S' TO SO-STATUS
                 ADD 1 TO WS-CNT-BADFREQ
                 MOVE 'SUSPENDED - BAD FREQ    ' TO WS-SO-TAG
                 PERFORM H480-REPORT-INSTR
           END-EVALUATE.
       H500-END. EXIT.
      *ADD WS-ADD-MONTHS CALENDAR MONTHS TO THE NEXT-DUE DATE,
      *LANDING ON THE ANCHOR DAY OR THE LAST DAY OF A SHORTER MONTH
       H520-ADD-MONTHS.
           MOVE SO-NEXT-DUE TO WS-DUE-DATE-N.
           IF SO-ANCHOR-DAY IS NOT NUMERIC OR SO-ANCHOR-DAY = ZEROS
              MOVE WS-DUE-DD TO SO-ANCHOR-DAY
           END-IF.
           COMPUTE WS-MONTH-NO =
              WS-DUE-YYYY * 12 + WS-DUE-MM - 1 + WS-ADD-MONTHS.
           DIVIDE WS-MONTH-NO BY 12
              GIVING WS-DUE-YYYY REMAINDER WS-MONTH-REM.
           COMPUTE WS-DUE-MM = WS-MONTH-REM + 1.
           PERFORM H530-SET-MONTH-DAYS.
           IF SO-ANCHOR-DAY > WS-DAYS-IN-MONTH
              MOVE WS-DAYS-IN-MONTH TO WS-DUE-DD
           ELSE
              MOVE SO-ANCHOR-DAY    TO WS-DUE-DD
           END-IF.
           MOVE WS-DUE-DATE-N TO SO-NEXT-DUE.
       H520-END. EXIT.
      *DAY COUNT OF THE MONTH IN WS-DUE-YYYY/WS-DUE-MM
       H530-SET-MONTH-DAYS.
           EVALUATE WS-DUE-MM
              WHEN 01
              WHEN 03
              WHEN 05
              WHEN 07
              WHEN 08
              WHEN 10
              WHEN 12
                 MOVE 31 TO WS-DAYS-IN-MONTH
              WHEN 04
              WHEN 06
              WHEN 09
              WHEN 11
                 MOVE 30 TO WS-DAYS-IN-MONTH
              WHEN 02
                 IF FUNCTION MOD (WS-DUE-YYYY, 4) = 0 AND
                    (FUNCTION MOD (WS-DUE-YYYY, 100) NOT = 0 OR
                     FUNCTION MOD (WS-DUE-YYYY, 400) = 0)
                    MOVE 29 TO WS-DAYS-IN-MONTH
                 ELSE
                    MOVE 28 TO WS-DAYS-IN-MONTH
                 END-IF
           END-EVALUATE.
       H530-END. EXIT.
      *WRITE THE END-OF-JOB CONTROL TOTALS
       H900-WRITE-TOTALS.
           MOVE WS-CNT-REJ-READ TO WS-SO-NUM
           MOVE SPACES TO SOR-LINE
           STRING 'REJFILE RECORDS READ ................: ' WS-SO-NUM
              DELIMITED BY SIZE INTO SOR-LINE
           WRITE SOR-LINE.
           MOVE WS-CNT-BOUNCED TO WS-SO-NUM
           MOVE SPACES TO SOR-LINE
           STRING 'RC 05 BOUNCES CHARGED ...............: ' WS-SO-NUM
              DELIMITED BY SIZE INTO SOR-LINE
           WRITE SOR-LINE.
           MOVE WS-CNT-RECOUNT TO WS-SO-NUM
           MOVE SPACES TO SOR-LINE
           STRING 'BOUNCES ALREADY COUNTED .............: ' WS-SO-NUM
              DELIMITED BY SIZE INTO SOR-LINE
           WRITE SOR-LINE.
           MOVE WS-CNT-OTHREJ TO WS-SO-NUM
           MOVE SPACES TO SOR-LINE
           STRING 'OTHER STANDING-ORDER REJECTS ........: ' WS-SO-NUM
              DELIMITED BY SIZE INTO SOR-LINE
           WRITE SOR-LINE.
           MOVE WS-CNT-ORPHAN TO WS-SO-NUM
           MOVE SPACES TO SOR-LINE
           STRING 'REJECTS FOR UNKNOWN INSTRUCTIONS ....: ' WS-SO-NUM
              DELIMITED BY SIZE INTO SOR-LINE
           WRITE SOR-LINE.
           MOVE WS-CNT-SUSPENDED TO WS-SO-NUM
           MOVE SPACES TO SOR-LINE
           STRING 'INSTRUCTIONS SUSPENDED FOR NSF ......: ' WS-SO-NUM
              DELIMITED BY SIZE INTO SOR-LINE
           WRITE SOR-LINE.
           MOVE WS-CNT-READ TO WS-SO-NUM
           MOVE SPACES TO SOR-LINE
           STRING 'INSTRUCTIONS READ ...................: ' WS-SO-NUM
              DELIMITED BY SIZE INTO SOR-LINE
           WRITE SOR-LINE.
           MOVE WS-CNT-IDLE TO WS-SO-NUM
           MOVE SPACES TO SOR-LINE
           STRING 'SUSPENDED/CANCELLED/ENDED SKIPPED ...: ' WS-SO-NUM
              DELIMITED BY SIZE INTO SOR-LINE
           WRITE SOR-LINE.
           MOVE WS-CNT-NOT-DUE TO WS-SO-NUM
           MOVE SPACES TO SOR-LINE
           STRING 'ACTIVE, NOT YET DUE .................: ' WS-SO-NUM
              DELIMITED BY SIZE INTO SOR-LINE
           WRITE SOR-LINE.
           MOVE WS-CNT-CLEARED TO WS-SO-NUM
           MOVE SPACES TO SOR-LINE
           STRING 'BOUNCE COUNTS CLEARED ...............: ' WS-SO-NUM
              DELIMITED BY SIZE INTO SOR-LINE
           WRITE SOR-LINE.
           MOVE WS-CNT-RAISED TO WS-SO-NUM
           MOVE SPACES TO SOR-LINE
           STRING 'TRANSACTIONS RAISED .................: ' WS-SO-NUM
              DELIMITED BY SIZE INTO SOR-LINE
           WRITE SOR-LINE.
           MOVE WS-CNT-RAISED-B TO WS-SO-NUM
           MOVE SPACES TO SOR-LINE
           STRING '  B (PAYMENT OUT) RAISED ............: ' WS-SO-NUM
              DELIMITED BY SIZE INTO SOR-LINE
           WRITE SOR-LINE.
           MOVE WS-CNT-RAISED-T TO WS-SO-NUM
           MOVE SPACES TO SOR-LINE
           STRING '  T (TRANSFER) RAISED ...............: ' WS-SO-NUM
              DELIMITED BY SIZE INTO SOR-LINE
           WRITE SOR-LINE.
           MOVE WS-CNT-ENDED TO WS-SO-NUM
           MOVE SPACES TO SOR-LINE
           STRING 'INSTRUCTIONS ENDED ..................: ' WS-SO-NUM
              DELIMITED BY SIZE INTO SOR-LINE
           WRITE SOR-LINE.
           MOVE WS-CNT-BADFREQ TO WS-SO-NUM
           MOVE SPACES TO SOR-LINE
           STRING 'SUSPENDED FOR BAD FREQUENCY .........: ' WS-SO-NUM
              DELIMITED BY SIZE INTO SOR-LINE
           WRITE SOR-LINE.
       H900-END. EXIT.
      *END THE PROGRAM
       H999-PROGRAM-EXIT.
           IF WS-RPT-OPENED-SW = 'Y'
              PERFORM H900-WRITE-TOTALS
           END-IF.
           IF WS-RUN-STAMPED-SW = 'Y'
              PERFORM H950-RUN-RELEASE
           END-IF.
           CLOSE SO-REC
                 SO-OUT
                 SO-RPT.
           STOP RUN.
       H999-END. EXIT.
      *
