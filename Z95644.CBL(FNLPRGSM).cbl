       IDENTIFICATION DIVISION.
      *STANDING-ORDER MAINTENANCE
      *MAINTAINS THE SORDREC STANDING-ORDER MASTER READ BY THE
      *FNLPRGSO SCHEDULER. ONE CARD PER TRANSACTION: 'A' ADDS AN
      *INSTRUCTION, 'M' AMENDS ONE AND 'X' CANCELS ONE (THE RECORD
      *IS KEPT SO ITS REJECTS AND HISTORY STILL RESOLVE). THE FROM-
      *ACCOUNT MUST BE ON ACCTREC AND NOT CLOSED; A TO-ACCOUNT, WHEN
      *ONE IS GIVEN, MUST BE ON FILE, NOT CLOSED AND NOT THE SAME AS
      *THE FROM-ACCOUNT. AN AMEND CARD ON A SUSPENDED OR ENDED
      *INSTRUCTION PUTS IT BACK TO ACTIVE WITH ITS BOUNCE COUNT
      *CLEARED. A REGISTER REPORT LISTS EVERY CARD AND ITS OUTCOME.
       PROGRAM-ID.    FNLPRGSM.
       AUTHOR.        Mert Musa TEMEL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SO-REC     ASSIGN TO    SORDREC
                             ORGANIZATION INDEXED
                             ACCESS       RANDOM
                             RECORD       SO-KEY
                             STATUS       SO-ST.
           SELECT ACCT-REC   ASSIGN TO    ACCTREC
                             ORGANIZATION INDEXED
                             ACCESS       RANDOM
                             RECORD       ACCT-KEY
                             STATUS       ACCT-ST.
           SELECT SMT-REC    ASSIGN TO    SMTXN
                             STATUS       SMT-ST.
           SELECT SM-RPT     ASSIGN TO    SMRPT
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
           03 SO-TO-ID       PIC 9(05).
           03 SO-AMT         PIC S9(07)V99 COMP-3.
           03 SO-CUR         PIC 9(03).
           03 SO-FREQ        PIC X(01).
              88 SO-FREQ-VALID VALUE 'W' 'F' 'M' 'Q' 'Y'.
           03 SO-ANCHOR-DAY  PIC 9(02).
           03 SO-NEXT-DUE    PIC 9(08).
           03 SO-END-DATE    PIC 9(08).
           03 SO-STATUS      PIC X(01).
              88 SO-ACTIVE    VALUE 'A'.
              88 SO-SUSPENDED VALUE 'S'.
              88 SO-CANCELLED VALUE 'X'.
              88 SO-ENDED     VALUE 'E'.
           03 SO-FAIL-CNT    PIC 9(02).
           03 SO-FAIL-DUE    PIC 9(08).
           03 SO-LAST-DUE    PIC 9(08).
           03 SO-LAST-RESULT PIC X(01).
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
      *COL 1     FUNCTION: A = ADD, M = AMEND, X = CANCEL
      *COL 2-6   INSTRUCTION NUMBER, ZERO-PADDED DIGITS
      *COL 7-11  FROM-ACCOUNT ACCT-ID
      *COL 12-16 TO-ACCOUNT ACCT-ID, BLANK OR ZEROS = PAYMENT OUT
      *COL 17-25 FIXED AMOUNT 9(07)V99, IMPLIED DECIMALS
      *COL 26-28 CURRENCY OF THE AMOUNT, BLANK = FROM-ACCOUNT'S
      *COL 29    FREQUENCY: W WEEKLY, F FORTNIGHTLY, M MONTHLY,
      *          Q QUARTERLY, Y YEARLY
      *COL 30-37 FIRST (ON 'M', NEXT) DUE DATE YYYYMMDD
      *COL 38-45 END DATE YYYYMMDD, BLANK = UNTIL CANCELLED
      *ON 'M' A BLANK FIELD LEAVES THAT FIELD AS IT STANDS; AN END
      *DATE OF ALL ZEROS REMOVES THE END DATE
       FD  SMT-REC    RECORDING MODE F.
       01  SMT-FIELDS.
           05 SMT-FUNC          PIC X(01).
              88 SMT-FUNC-ADD    VALUE 'A'.
              88 SMT-FUNC-AMEND  VALUE 'M'.
              88 SMT-FUNC-CANCEL VALUE 'X'.
           05 SMT-ID            PIC X(05).
           05 SMT-FROM-ID       PIC X(05).
           05 SMT-TO-ID         PIC X(05).
           05 SMT-AMT           PIC X(09).
           05 SMT-AMT-N         REDEFINES SMT-AMT
                                PIC 9(07)V99.
           05 SMT-CUR           PIC X(03).
           05 SMT-FREQ          PIC X(01).
           05 SMT-DUE           PIC X(08).
           05 SMT-END           PIC X(08).
           05 FILLER            PIC X(35).
      *MAINTENANCE REGISTER REPORT
       FD  SM-RPT     RECORDING MODE F.
       01  SMR-LINE             PIC X(60).
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
              88 SO-SUCCESS     VALUE 00
                                      97.
           05 ACCT-ST           PIC 9(02).
              88 ACCT-SUCCESS   VALUE 00
                                      97.
           05 SMT-ST            PIC 9(02).
              88 SMT-EOF        VALUE 10.
              88 SMT-SUCCESS    VALUE 00
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
           05 WS-SM-CARD-OK-SW  PIC X(01) VALUE 'Y'.
              88 WS-SM-CARD-OK  VALUE 'Y'.
           05 WS-SM-ACCT-ID     PIC 9(05) VALUE ZEROS.
           05 WS-SM-DATE.
              07 WS-SM-DATE-YYYY PIC 9(04).
              07 WS-SM-DATE-MM  PIC 9(02).
              07 WS-SM-DATE-DD  PIC 9(02).
           05 WS-SM-DATE-X      REDEFINES WS-SM-DATE
                                PIC X(08).
           05 WS-SM-COUNTERS.
              07 WS-CNT-READ     PIC 9(08) COMP VALUE ZEROS.
              07 WS-CNT-ADDED    PIC 9(08) COMP VALUE ZEROS.
              07 WS-CNT-AMENDED  PIC 9(08) COMP VALUE ZEROS.
              07 WS-CNT-RESUMED  PIC 9(08) COMP VALUE ZEROS.
              07 WS-CNT-CANCELLED PIC 9(08) COMP VALUE ZEROS.
              07 WS-CNT-REJECTED PIC 9(08) COMP VALUE ZEROS.
           05 WS-SM-NUM          PIC ZZZZZZZ9.
           05 WS-SM-TAG          PIC X(20).
       PROCEDURE DIVISION.
      *MAIN LOOOP
       0000-MAIN.
           PERFORM H050-RUN-INTERLOCK.
           PERFORM H100-OPEN-FILES.
           PERFORM H200-PROCESS UNTIL SMT-EOF.
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
                 IF RUNC-PGM = 'FNLPRGSM'
                    DISPLAY 'PRIOR FNLPRGSM RUN DID NOT COMPLETE'
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
           MOVE 'FNLPRGSM'      TO RUNC-PGM
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
              MOVE 'FNLPRGSM'      TO RUNC-PGM
              MOVE FUNCTION CURRENT-DATE TO RUNC-TS
              WRITE RUNC-FIELDS
              CLOSE RUNC-REC
           END-IF.
           OPEN EXTEND RUNH-REC.
           IF RUNH-SUCCESS
              MOVE WS-CNT-READ TO WS-RUNH-NUM
              MOVE SPACES TO RUNH-LINE
              STRING 'FNLPRGSM S ' WS-RUN-START-TS
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
           OPEN I-O SO-REC.
           IF (NOT SO-SUCCESS)
              DISPLAY 'UNABLE TO OPEN1 FILE: ' SO-ST
              MOVE SO-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           OPEN INPUT ACCT-REC.
           IF (NOT ACCT-SUCCESS)
              DISPLAY 'UNABLE TO OPEN2 FILE: ' ACCT-ST
              MOVE ACCT-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           OPEN INPUT SMT-REC.
           IF (NOT SMT-SUCCESS)
              DISPLAY 'UNABLE TO OPEN3 FILE: ' SMT-ST
              MOVE SMT-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           OPEN OUTPUT SM-RPT.
           IF (NOT RPT-SUCCESS)
              DISPLAY 'UNABLE TO OPEN4 FILE: ' RPT-ST
              MOVE RPT-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           MOVE 'Y' TO WS-RPT-OPENED-SW.
           MOVE SPACES TO SMR-LINE
           STRING 'FNLPRGSM STANDING-ORDER MAINTENANCE REGISTER'
              DELIMITED BY SIZE INTO SMR-LINE
           WRITE SMR-LINE.
           READ SMT-REC.
       H100-END. EXIT.
      *APPLY ONE MAINTENANCE CARD AND READ THE NEXT
       H200-PROCESS.
           ADD 1 TO WS-CNT-READ.
           IF SMT-ID IS NOT NUMERIC
              ADD 1 TO WS-CNT-REJECTED
              MOVE 'BAD ORDER NUMBER    ' TO WS-SM-TAG
              PERFORM H300-REPORT-CARD
           ELSE
              EVALUATE TRUE
                 WHEN SMT-FUNC-ADD
                    PERFORM H220-ADD-ORDER
                 WHEN SMT-FUNC-AMEND
                    PERFORM H230-AMEND-ORDER
                 WHEN SMT-FUNC-CANCEL
                    PERFORM H240-CANCEL-ORDER
                 WHEN OTHER
                    ADD 1 TO WS-CNT-REJECTED
                    MOVE 'INVALID FUNCTION    ' TO WS-SM-TAG
                    PERFORM H300-REPORT-CARD
              END-EVALUATE
           END-IF.
           READ SMT-REC.
       H200-END. EXIT.
      *ADD A NEW INSTRUCTION; EVERY FIELD BUT THE TO-ACCOUNT,
      *CURRENCY AND END DATE IS REQUIRED, AND A NUMBER ALREADY ON
      *FILE IS REFUSED
       H220-ADD-ORDER.
           MOVE 'Y' TO WS-SM-CARD-OK-SW.
           INITIALIZE SO-FIELDS.
           COMPUTE SO-ID = FUNCTION NUMVAL (SMT-ID).
           IF SMT-FROM-ID = SPACES OR SMT-AMT = SPACES OR
              SMT-FREQ = SPACE OR SMT-DUE = SPACES
              MOVE 'N' TO WS-SM-CARD-OK-SW
              MOVE 'REQUIRED FIELD BLANK' TO WS-SM-TAG
           ELSE
              PERFORM H400-EDIT-FIELDS
           END-IF.
           IF WS-SM-CARD-OK
              MOVE 'A'  TO SO-STATUS
              MOVE ZEROS TO SO-FAIL-CNT
                            SO-FAIL-DUE
                            SO-LAST-DUE
              MOVE SPACE TO SO-LAST-RESULT
              INITIALIZE INVALID-KEY
              WRITE SO-FIELDS
                 INVALID KEY MOVE 'Y' TO INVALID-KEY
              END-WRITE
              IF INVL-KEY
                 MOVE 'N' TO WS-SM-CARD-OK-SW
                 MOVE 'ALREADY ON FILE     ' TO WS-SM-TAG
              ELSE
                 ADD 1 TO WS-CNT-ADDED
                 MOVE 'ORDER ADDED         ' TO WS-SM-TAG
              END-IF
           END-IF.
           IF NOT WS-SM-CARD-OK
              ADD 1 TO WS-CNT-REJECTED
           END-IF.
           PERFORM H300-REPORT-CARD.
       H220-END. EXIT.
      *AMEND AN EXISTING INSTRUCTION; A BLANK FIELD ON THE CARD
      *LEAVES THAT FIELD AS IT STANDS. A SUSPENDED OR ENDED ORDER IS
      *PUT BACK TO ACTIVE AND ITS BOUNCE COUNT CLEARED; A CANCELLED
      *ORDER STAYS CANCELLED
       H230-AMEND-ORDER.
           MOVE 'Y' TO WS-SM-CARD-OK-SW.
           INITIALIZE INVALID-KEY.
           COMPUTE SO-ID = FUNCTION NUMVAL (SMT-ID).
           READ SO-REC
              INVALID KEY MOVE 'Y' TO INVALID-KEY
           END-READ.
           EVALUATE TRUE
              WHEN INVL-KEY
                 MOVE 'N' TO WS-SM-CARD-OK-SW
                 MOVE 'NOT ON FILE         ' TO WS-SM-TAG
              WHEN SO-CANCELLED
                 MOVE 'N' TO WS-SM-CARD-OK-SW
                 MOVE 'ORDER IS CANCELLED  ' TO WS-SM-TAG
              WHEN OTHER
                 PERFORM H400-EDIT-FIELDS
           END-EVALUATE.
           IF WS-SM-CARD-OK
              IF SO-ACTIVE
                 MOVE 'ORDER AMENDED       ' TO WS-SM-TAG
              ELSE
                 ADD 1 TO WS-CNT-RESUMED
                 MOVE 'AMENDED AND RESUMED ' TO WS-SM-TAG
              END-IF
              MOVE 'A'   TO SO-STATUS
              MOVE ZEROS TO SO-FAIL-CNT
              MOVE SPACE TO SO-LAST-RESULT
              REWRITE SO-FIELDS
              IF (NOT SO-SUCCESS)
                 DISPLAY 'UNABLE TO REWRITE1 FILE: ' SO-ST
                 MOVE SO-ST TO RETURN-CODE
                 PERFORM H999-PROGRAM-EXIT
              END-IF
              ADD 1 TO WS-CNT-AMENDED
           ELSE
              ADD 1 TO WS-CNT-REJECTED
           END-IF.
           PERFORM H300-REPORT-CARD.
       H230-END. EXIT.
      *CANCEL AN INSTRUCTION; THE RECORD STAYS ON FILE SO ITS
      *REJECTS AND HISTORY STILL RESOLVE ON REPORTS
       H240-CANCEL-ORDER.
           INITIALIZE INVALID-KEY.
           COMPUTE SO-ID = FUNCTION NUMVAL (SMT-ID).
           READ SO-REC
              INVALID KEY MOVE 'Y' TO INVALID-KEY
           END-READ.
           IF INVL-KEY
              ADD 1 TO WS-CNT-REJECTED
              MOVE 'NOT ON FILE         ' TO WS-SM-TAG
           ELSE
              MOVE 'X' TO SO-STATUS
              REWRITE SO-FIELDS
              IF (NOT SO-SUCCESS)
                 DISPLAY 'UNABLE TO REWRITE2 FILE: ' SO-ST
                 MOVE SO-ST TO RETURN-CODE
                 PERFORM H999-PROGRAM-EXIT
              END-IF
              ADD 1 TO WS-CNT-CANCELLED
              MOVE 'ORDER CANCELLED     ' TO WS-SM-TAG
           END-IF.
           PERFORM H300-REPORT-CARD.
       H240-END. EXIT.
      *REGISTER LINE FOR ONE MAINTENANCE CARD
       H300-REPORT-CARD.
           MOVE SPACES TO SMR-LINE
           STRING SMT-FUNC ' ID ' SMT-ID ' FROM ' SMT-FROM-ID
                  ' TO ' SMT-TO-ID ' ' WS-SM-TAG
              DELIMITED BY SIZE INTO SMR-LINE
           WRITE SMR-LINE.
       H300-END. EXIT.
      *EDIT EVERY NON-BLANK FIELD ON THE CARD AND MOVE IT INTO THE
      *INSTRUCTION RECORD; THE FIRST FAULT FOUND STOPS THE EDIT AND
      *NAMES ITSELF IN WS-SM-TAG
       H400-EDIT-FIELDS.
           IF SMT-FROM-ID NOT = SPACES
              IF SMT-FROM-ID IS NOT NUMERIC
                 MOVE 'N' TO WS-SM-CARD-OK-SW
                 MOVE 'BAD FROM ACCOUNT    ' TO WS-SM-TAG
              ELSE
                 COMPUTE SO-FROM-ID = FUNCTION NUMVAL (SMT-FROM-ID)
              END-IF
           END-IF.
           IF WS-SM-CARD-OK AND SMT-TO-ID NOT = SPACES
              IF SMT-TO-ID IS NOT NUMERIC
                 MOVE 'N' TO WS-SM-CARD-OK-SW
                 MOVE 'BAD TO ACCOUNT      ' TO WS-SM-TAG
              ELSE
                 COMPUTE SO-TO-ID = FUNCTION NUMVAL (SMT-TO-ID)
              END-IF
           END-IF.
           IF WS-SM-CARD-OK AND SMT-AMT NOT = SPACES
              IF SMT-AMT IS NOT NUMERIC OR SMT-AMT-N = ZEROS
                 MOVE 'N' TO WS-SM-CARD-OK-SW
                 MOVE 'BAD AMOUNT          ' TO WS-SM-TAG
              ELSE
                 MOVE SMT-AMT-N TO SO-AMT
              END-IF
           END-IF.
           IF WS-SM-CARD-OK AND SMT-CUR NOT = SPACES
              IF SMT-CUR IS NOT NUMERIC
                 MOVE 'N' TO WS-SM-CARD-OK-SW
                 MOVE 'BAD CURRENCY        ' TO WS-SM-TAG
              ELSE
                 COMPUTE SO-CUR = FUNCTION NUMVAL (SMT-CUR)
              END-IF
           END-IF.
           IF WS-SM-CARD-OK AND SMT-FREQ NOT = SPACE
              MOVE SMT-FREQ TO SO-FREQ
              IF NOT SO-FREQ-VALID
                 MOVE 'N' TO WS-SM-CARD-OK-SW
                 MOVE 'BAD FREQUENCY       ' TO WS-SM-TAG
              END-IF
           END-IF.
           IF WS-SM-CARD-OK AND SMT-DUE NOT = SPACES
              MOVE SMT-DUE TO WS-SM-DATE-X
              PERFORM H450-CHECK-DATE
              IF WS-SM-CARD-OK
                 MOVE WS-SM-DATE    TO SO-NEXT-DUE
                 MOVE WS-SM-DATE-DD TO SO-ANCHOR-DAY
              ELSE
                 MOVE 'BAD DUE DATE        ' TO WS-SM-TAG
              END-IF
           END-IF.
           IF WS-SM-CARD-OK AND SMT-END NOT = SPACES
              IF SMT-END = ZEROS
                 MOVE ZEROS TO SO-END-DATE
              ELSE
                 MOVE SMT-END TO WS-SM-DATE-X
                 PERFORM H450-CHECK-DATE
                 IF WS-SM-CARD-OK
                    MOVE WS-SM-DATE TO SO-END-DATE
                 ELSE
                    MOVE 'BAD END DATE        ' TO WS-SM-TAG
                 END-IF
              END-IF
           END-IF.
           IF WS-SM-CARD-OK AND SO-END-DATE NOT = ZEROS AND
              SO-END-DATE < SO-NEXT-DUE
              MOVE 'N' TO WS-SM-CARD-OK-SW
              MOVE 'END BEFORE DUE DATE ' TO WS-SM-TAG
           END-IF.
           IF WS-SM-CARD-OK AND SO-TO-ID = SO-FROM-ID
              MOVE 'N' TO WS-SM-CARD-OK-SW
              MOVE 'TO SAME AS FROM     ' TO WS-SM-TAG
           END-IF.
           IF WS-SM-CARD-OK
              MOVE SO-FROM-ID TO WS-SM-ACCT-ID
              PERFORM H480-CHECK-ACCOUNT
              IF NOT WS-SM-CARD-OK
                 MOVE 'FROM ACCT NOT USABLE' TO WS-SM-TAG
              END-IF
           END-IF.
           IF WS-SM-CARD-OK AND SO-TO-ID NOT = ZEROS
              MOVE SO-TO-ID TO WS-SM-ACCT-ID
              PERFORM H480-CHECK-ACCOUNT
              IF NOT WS-SM-CARD-OK
                 MOVE 'TO ACCT NOT USABLE  ' TO WS-SM-TAG
              END-IF
           END-IF.
       H400-END. EXIT.
      *PLAUSIBILITY CHECK ON THE YYYYMMDD DATE IN WS-SM-DATE
       H450-CHECK-DATE.
           IF WS-SM-DATE-X IS NOT NUMERIC
              MOVE 'N' TO WS-SM-CARD-OK-SW
           ELSE
              IF WS-SM-DATE-YYYY < 1900 OR
                 WS-SM-DATE-MM < 01 OR WS-SM-DATE-MM > 12 OR
                 WS-SM-DATE-DD < 01 OR WS-SM-DATE-DD > 31
                 MOVE 'N' TO WS-SM-CARD-OK-SW
              END-IF
           END-IF.
       H450-END. EXIT.
      *THE ACCOUNT IN WS-SM-ACCT-ID MUST BE ON FILE AND NOT CLOSED
       H480-CHECK-ACCOUNT.
           INITIALIZE INVALID-KEY.
           MOVE WS-SM-ACCT-ID TO ACCT-ID.
           READ ACCT-REC
              INVALID KEY MOVE 'Y' TO INVALID-KEY
           END-READ.
           IF INVL-KEY OR ACCT-CLOSED
              MOVE 'N' TO WS-SM-CARD-OK-SW
           END-IF.
       H480-END. EXIT.
      *WRITE THE END-OF-JOB CONTROL TOTALS
       H900-WRITE-TOTALS.
           MOVE WS-CNT-READ TO WS-SM-NUM
           MOVE SPACES TO SMR-LINE
           STRING 'MAINTENANCE CARDS READ ..............: ' WS-SM-NUM
              DELIMITED BY SIZE INTO SMR-LINE
           WRITE SMR-LINE.
           MOVE WS-CNT-ADDED TO WS-SM-NUM
           MOVE SPACES TO SMR-LINE
           STRING 'ORDERS ADDED ........................: ' WS-SM-NUM
              DELIMITED BY SIZE INTO SMR-LINE
           WRITE SMR-LINE.
           MOVE WS-CNT-AMENDED TO WS-SM-NUM
           MOVE SPACES TO SMR-LINE
           STRING 'ORDERS AMENDED ......................: ' WS-SM-NUM
              DELIMITED BY SIZE INTO SMR-LINE
           WRITE SMR-LINE.
           MOVE WS-CNT-RESUMED TO WS-SM-NUM
           MOVE SPACES TO SMR-LINE
           STRING '  OF WHICH RESUMED ..................: ' WS-SM-NUM
              DELIMITED BY SIZE INTO SMR-LINE
           WRITE SMR-LINE.
           MOVE WS-CNT-CANCELLED TO WS-SM-NUM
           MOVE SPACES TO SMR-LINE
           STRING 'ORDERS CANCELLED ....................: ' WS-SM-NUM
              DELIMITED BY SIZE INTO SMR-LINE
           WRITE SMR-LINE.
           MOVE WS-CNT-REJECTED TO WS-SM-NUM
           MOVE SPACES TO SMR-LINE
           STRING 'CARDS REJECTED ......................: ' WS-SM-NUM
              DELIMITED BY SIZE INTO SMR-LINE
           WRITE SMR-LINE.
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
                 ACCT-REC
                 SMT-REC
                 SM-RPT.
           STOP RUN.
       H999-END. EXIT.
      *
