      *CUSTOMER MASTER MAINTENANCE
      *MAINTAINS THE CUSTREC CUSTOMER MASTER THAT OWNS THE NAME DATA
      *SHARED BY A CUSTOMER'S ACCOUNTS. ONE CARD PER TRANSACTION:
      *'A' ADDS A CUSTOMER, 'U' CHANGES THE NAME, SURNAME AND/OR
      *WITHHOLDING TAX STATUS AND RATE, AND
      *'D' MARKS THE CUSTOMER DELETED (THE RECORD IS KEPT SO OLD
      *ACCOUNT LINKS STILL RESOLVE), AND
      *'M' MERGES A DUPLICATE (VICTIM) CUSTOMER INTO A SURVIVING
      *ONE: THE VICTIM IS MARKED MERGED WITH A POINTER TO THE
      *SURVIVOR, SO AN OLD CUSTOMER NUMBER STILL RESOLVES, AND ITS
      *ACCOUNTS ARE RELINKED BY THE SWEEP. FNLPRGDP LISTS THE
      *PROBABLE DUPLICATES FOR REVIEW BEFORE MERGE CARDS ARE KEYED.
      *AFTER THE CARDS ARE APPLIED THE
      *ACCTREC MASTER IS SWEPT ONCE: EVERY ACCOUNT LINKED TO A
      *VICTIM IS RELINKED TO ITS SURVIVOR, THEN THE WORKING NAME
      *COPY ON EVERY LINKED ACCOUNT IS REFRESHED FROM THE CUSTOMER
      *MASTER, SO A SINGLE 'U' CARD RENAMES EVERY ACCOUNT THE
      *CUSTOMER HOLDS. EVERY RELINK IS LOGGED TO THE AUDIT TRAIL
      *WITH OPERATION 'L' AND EVERY REFRESHED ACCOUNT WITH
      *OPERATION 'N', SO THE LIBRARIAN FILES THEM AND A BAD SWEEP
      *CAN BE BACKED OUT. A REGISTER REPORT LISTS EVERY CARD, EVERY
      *RELINKED ACCOUNT, ONE MERGE REGISTER LINE PER MERGED
      *CUSTOMER AND THE SWEEP TOTALS.
       PROGRAM-ID.    FNLPRGCM.
       AUTHOR.        Mert Musa TEMEL.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       FILE SECTION.
      *VSAM CUSTOMER MASTER
      *    RECORD CONTAINS 54 CHARACTERS
      *    DATA RECORD IS CUST-FIELDS.
       FD  CUST-REC.
       01  CUST-FIELDS.
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
      *VSAM FILE
      *    RECORD CONTAINS 71 CHARACTERS
      *    DATA RECORD IS ACCT-FIELDS.
           03 ACCT-CLOSE-DATE PIC 9(08).
           03 ACCT-CUST-NO   PIC 9(05).
           03 ACCT-LAST-TXN-DATE PIC 9(08).
      *BEFORE/AFTER AUDIT TRAIL FOR THE SWEEP'S RELINKS AND NAME
      *REFRESHES
       FD  AUDT-REC   RECORDING MODE F.
       01  AUDT-FIELDS.
           05 AUDT-OPR           PIC X(01).
           05 AUDT-TS            PIC X(21).
           05 AUDT-BEFORE-IMAGE  PIC X(71).
           05 AUDT-AFTER-IMAGE   PIC X(71).
      *ACCT-ID OF THE OTHER LEG OF A 'T' TRANSFER, ELSE ZEROS
           05 AUDT-XREF-ID       PIC S9(05) COMP-3.
      *SECOND OPERATOR WHO APPROVED A QUEUED TRANSACTION, ELSE SPACES
           05 AUDT-APPROVER      PIC X(08).
      *MAINTENANCE CARDS KEYED BY OPERATIONS
      *COL 1     FUNCTION: A = ADD, U = UPDATE, D = DELETE,
      *          M = MERGE
      *COL 2-6   CUSTOMER NUMBER, ZERO-PADDED DIGITS (ON 'M' THE
      *          DUPLICATE BEING MERGED AWAY)
      *COL 7-21  NAME (BLANK ON 'U' LEAVES THE NAME UNCHANGED)
      *COL 22-36 SURNAME (BLANK ON 'U' LEAVES THE SURNAME UNCHANGED)
      *COL 37    TAX STATUS: R = RESIDENT, N = NON-RESIDENT,
      *          E = EXEMPT (BLANK ON 'A' = R, ON 'U' = UNCHANGED)
      *COL 38-43 CUSTOMER WITHHOLDING RATE 99V9999, ZEROS = USE THE
      *          WHTRATE TABLE (BLANK ON 'A' = ZEROS, ON 'U' =
      *          UNCHANGED)
      *COL 44-48 SURVIVING CUSTOMER NUMBER ON 'M', ZERO-PADDED
      *          DIGITS
       FD  CMT-REC    RECORDING MODE F.
       01  CMT-FIELDS.
           05 CMT-FUNC          PIC X(01).
              88 CMT-FUNC-ADD    VALUE 'A'.
              88 CMT-FUNC-UPDATE VALUE 'U'.
              88 CMT-FUNC-DELETE VALUE 'D'.
              88 CMT-FUNC-MERGE  VALUE 'M'.
           05 CMT-ID            PIC X(05).
           05 CMT-NAME          PIC X(15).
           05 CMT-SURNAME       PIC X(15).
           05 CMT-TAX-STATUS    PIC X(01).
              88 CMT-TAX-VALID   VALUE 'R' 'N' 'E' ' '.
           05 CMT-TAX-RATE      PIC X(06).
           05 CMT-TAX-RATE-N    REDEFINES CMT-TAX-RATE
                                PIC 9(02)V9(04).
           05 CMT-SURVIVOR      PIC X(05).
           05 FILLER            PIC X(32).
      *MAINTENANCE REGISTER REPORT
       FD  CM-RPT     RECORDING MODE F.
       01  CMR-LINE             PIC X(60).
           05 INVALID-KEY       PIC X(01).
              88 INVL-KEY       VALUE 'Y'.
           05 WS-RPT-OPENED-SW  PIC X(01) VALUE 'N'.
           05 WS-ACCT-CHANGED-SW PIC X(01) VALUE 'N'.
              88 WS-ACCT-CHANGED VALUE 'Y'.
           05 WS-CM-COUNTERS.
              07 WS-CNT-READ     PIC 9(08) COMP VALUE ZEROS.
              07 WS-CNT-ADDED    PIC 9(08) COMP VALUE ZEROS.
              07 WS-CNT-SWEPT    PIC 9(08) COMP VALUE ZEROS.
              07 WS-CNT-SYNCED   PIC 9(08) COMP VALUE ZEROS.
              07 WS-CNT-ORPHAN   PIC 9(08) COMP VALUE ZEROS.
              07 WS-CNT-MERGED   PIC 9(08) COMP VALUE ZEROS.
              07 WS-CNT-RELINKED PIC 9(08) COMP VALUE ZEROS.
           05 WS-CM-NUM          PIC ZZZZZZZ9.
           05 WS-CM-ID-ED        PIC ZZZZ9.
           05 WS-CM-TAG          PIC X(20).
           05 WS-CM-TAX-TXT      PIC X(14).
           05 WS-CM-RATE-ED      PIC Z9.9999.
           05 WS-MRG-CUST        PIC 9(05) VALUE ZEROS.
           05 WS-MRG-IDX         PIC 9(03) COMP VALUE ZEROS.
           05 WS-MRG-HOP         PIC 9(03) COMP VALUE ZEROS.
           05 WS-MRG-FIND        PIC 9(03) COMP VALUE ZEROS.
           05 WS-MRG-HIT         PIC 9(03) COMP VALUE ZEROS.
      *MERGES APPLIED THIS RUN, VICTIM TO SURVIVOR, FOR THE SWEEP
       01  WS-MRG-TABLE.
           05 WS-MRG-MAX        PIC 9(03) COMP VALUE 50.
           05 WS-MRG-CNT        PIC 9(03) COMP VALUE ZEROS.
           05 WS-MRG-ENTRY      OCCURS 50 TIMES.
              07 WS-MRG-VICTIM   PIC 9(05).
              07 WS-MRG-SURVIVOR PIC 9(05).
              07 WS-MRG-RELINKED PIC 9(08) COMP.
       PROCEDURE DIVISION.
      *MAIN LOOOP
       0000-MAIN.
           PERFORM H100-OPEN-FILES.
           PERFORM H200-PROCESS UNTIL CMT-EOF.
           PERFORM H600-SYNC-ACCOUNTS.
           PERFORM H700-MERGE-REGISTER.
           PERFORM H999-PROGRAM-EXIT.
      *REFUSE TO START WHILE ANOTHER MUTATING RUN IS IN FLIGHT,
      *OTHERWISE STAMP THE INTERLOCK FOR THIS RUN. A LEFTOVER STAMP
      *APPLY ONE MAINTENANCE CARD AND READ THE NEXT
       H200-PROCESS.
           ADD 1 TO WS-CNT-READ.
           MOVE SPACES TO WS-CM-TAX-TXT.
           EVALUATE TRUE
              WHEN CMT-ID IS NOT NUMERIC
                 ADD 1 TO WS-CNT-REJECTED
                 MOVE 'BAD CUSTOMER NUMBER ' TO WS-CM-TAG
                 PERFORM H300-REPORT-CARD
              WHEN (CMT-FUNC-ADD OR CMT-FUNC-UPDATE) AND
                   NOT CMT-TAX-VALID
                 ADD 1 TO WS-CNT-REJECTED
                 MOVE 'BAD TAX STATUS      ' TO WS-CM-TAG
                 PERFORM H300-REPORT-CARD
              WHEN (CMT-FUNC-ADD OR CMT-FUNC-UPDATE) AND
                   CMT-TAX-RATE NOT = SPACES AND
                   CMT-TAX-RATE IS NOT NUMERIC
                 ADD 1 TO WS-CNT-REJECTED
                 MOVE 'BAD TAX RATE        ' TO WS-CM-TAG
                 PERFORM H300-REPORT-CARD
              WHEN OTHER
                 PERFORM H210-APPLY-CARD
           END-EVALUATE.
           READ CMT-REC.
       H200-END. EXIT.
      *DISPATCH ONE VALIDATED CARD ON ITS FUNCTION CODE
       H210-APPLY-CARD.
           EVALUATE TRUE
              WHEN CMT-FUNC-ADD
                 PERFORM H220-ADD-CUSTOMER
              WHEN CMT-FUNC-UPDATE
                 PERFORM H230-UPDATE-CUSTOMER
              WHEN CMT-FUNC-DELETE
                 PERFORM H240-DELETE-CUSTOMER
              WHEN CMT-FUNC-MERGE
                 PERFORM H270-MERGE-CUSTOMER
              WHEN OTHER
                 ADD 1 TO WS-CNT-REJECTED
                 MOVE 'INVALID FUNCTION    ' TO WS-CM-TAG
                 PERFORM H300-REPORT-CARD
           END-EVALUATE.
       H210-END. EXIT.
      *ADD A NEW CUSTOMER; A NUMBER ALREADY ON FILE IS REFUSED
       H220-ADD-CUSTOMER.
           INITIALIZE INVALID-KEY.
           MOVE CMT-SURNAME TO CUST-SURNAME.
           MOVE 'A'         TO CUST-STATUS.
           MOVE FUNCTION CURRENT-DATE (1:8) TO CUST-OPEN-DATE.
           MOVE 'R'         TO CUST-TAX-STATUS.
           MOVE ZEROS       TO CUST-TAX-RATE.
           MOVE ZEROS       TO CUST-MERGED-TO.
           PERFORM H250-APPLY-TAX-FIELDS.
           WRITE CUST-FIELDS
              INVALID KEY MOVE 'Y' TO INVALID-KEY
           END-WRITE.
           ELSE
              ADD 1 TO WS-CNT-ADDED
              MOVE 'CUSTOMER ADDED      ' TO WS-CM-TAG
              PERFORM H260-SET-TAX-TEXT
           END-IF.
           PERFORM H300-REPORT-CARD.
       H220-END. EXIT.
      *CHANGE THE NAME AND TAX DATA OF AN EXISTING CUSTOMER; A
      *BLANK FIELD ON THE CARD LEAVES THAT FIELD AS IT STANDS
       H230-UPDATE-CUSTOMER.
           INITIALIZE INVALID-KEY.
           COMPUTE CUST-ID = FUNCTION NUMVAL (CMT-ID).
              IF CMT-SURNAME NOT = SPACES
                 MOVE CMT-SURNAME TO CUST-SURNAME
              END-IF
              PERFORM H250-APPLY-TAX-FIELDS
              REWRITE CUST-FIELDS
              IF (NOT CUST-SUCCESS)
                 DISPLAY 'UNABLE TO REWRITE1 FILE: ' CUST-ST
                 PERFORM H999-PROGRAM-EXIT
              END-IF
              ADD 1 TO WS-CNT-UPDATED
              MOVE 'CUSTOMER UPDATED    ' TO WS-CM-TAG
              PERFORM H260-SET-TAX-TEXT
           END-IF.
           PERFORM H300-REPORT-CARD.
       H230-END. EXIT.
           END-IF.
           PERFORM H300-REPORT-CARD.
       H240-END. EXIT.
      *CARRY THE CARD'S TAX STATUS AND RATE ONTO THE CUSTOMER;
      *A BLANK FIELD LEAVES WHAT IS ALREADY THERE
       H250-APPLY-TAX-FIELDS.
           IF CMT-TAX-STATUS NOT = SPACE
              MOVE CMT-TAX-STATUS TO CUST-TAX-STATUS
           END-IF.
           IF CMT-TAX-RATE NOT = SPACES
              MOVE CMT-TAX-RATE-N TO CUST-TAX-RATE
           END-IF.
       H250-END. EXIT.
      *TAX STATUS AND RATE NOW ON FILE, FOR THE REGISTER LINE
       H260-SET-TAX-TEXT.
           MOVE CUST-TAX-RATE TO WS-CM-RATE-ED.
           MOVE SPACES TO WS-CM-TAX-TXT.
           STRING 'TAX ' CUST-TAX-STATUS ' ' WS-CM-RATE-ED
              DELIMITED BY SIZE INTO WS-CM-TAX-TXT.
       H260-END. EXIT.
      *MERGE A DUPLICATE CUSTOMER INTO ITS SURVIVOR; THE CARD IS
      *REFUSED UNLESS BOTH ARE ON FILE AND STILL ACTIVE AND THEY
      *ARE DIFFERENT CUSTOMERS
       H270-MERGE-CUSTOMER.
           EVALUATE TRUE
              WHEN CMT-SURVIVOR IS NOT NUMERIC
                 ADD 1 TO WS-CNT-REJECTED
                 MOVE 'BAD SURVIVOR NUMBER ' TO WS-CM-TAG
              WHEN CMT-SURVIVOR = CMT-ID
                 ADD 1 TO WS-CNT-REJECTED
                 MOVE 'SURVIVOR IS VICTIM  ' TO WS-CM-TAG
              WHEN WS-MRG-CNT >= WS-MRG-MAX
                 ADD 1 TO WS-CNT-REJECTED
                 MOVE 'MERGE TABLE FULL    ' TO WS-CM-TAG
              WHEN OTHER
                 PERFORM H275-CHECK-SURVIVOR
           END-EVALUATE.
           PERFORM H300-REPORT-CARD.
       H270-END. EXIT.
      *THE SURVIVOR MUST BE AN ACTIVE CUSTOMER
       H275-CHECK-SURVIVOR.
           INITIALIZE INVALID-KEY.
           COMPUTE CUST-ID = FUNCTION NUMVAL (CMT-SURVIVOR).
           READ CUST-REC
              INVALID KEY MOVE 'Y' TO INVALID-KEY
           END-READ.
           EVALUATE TRUE
              WHEN INVL-KEY
                 ADD 1 TO WS-CNT-REJECTED
                 MOVE 'SURVIVOR NOT ON FILE' TO WS-CM-TAG
              WHEN NOT CUST-ACTIVE
                 ADD 1 TO WS-CNT-REJECTED
                 MOVE 'SURVIVOR NOT ACTIVE ' TO WS-CM-TAG
              WHEN OTHER
                 PERFORM H280-MARK-VICTIM
           END-EVALUATE.
       H275-END. EXIT.
      *MARK THE VICTIM MERGED WITH ITS SURVIVOR POINTER AND QUEUE
      *ITS ACCOUNTS FOR RELINKING BY THE SWEEP
       H280-MARK-VICTIM.
           INITIALIZE INVALID-KEY.
           COMPUTE CUST-ID = FUNCTION NUMVAL (CMT-ID).
           READ CUST-REC
              INVALID KEY MOVE 'Y' TO INVALID-KEY
           END-READ.
           EVALUATE TRUE
              WHEN INVL-KEY
                 ADD 1 TO WS-CNT-REJECTED
                 MOVE 'NOT ON FILE         ' TO WS-CM-TAG
              WHEN NOT CUST-ACTIVE
                 ADD 1 TO WS-CNT-REJECTED
                 MOVE 'NOT ACTIVE          ' TO WS-CM-TAG
              WHEN OTHER
                 MOVE 'M' TO CUST-STATUS
                 COMPUTE CUST-MERGED-TO =
                    FUNCTION NUMVAL (CMT-SURVIVOR)
                 REWRITE CUST-FIELDS
                 IF (NOT CUST-SUCCESS)
                    DISPLAY 'UNABLE TO REWRITE3 FILE: ' CUST-ST
                    MOVE CUST-ST TO RETURN-CODE
                    PERFORM H999-PROGRAM-EXIT
                 END-IF
                 ADD 1 TO WS-MRG-CNT
                 MOVE CUST-ID        TO WS-MRG-VICTIM (WS-MRG-CNT)
                 MOVE CUST-MERGED-TO TO WS-MRG-SURVIVOR (WS-MRG-CNT)
                 MOVE ZEROS          TO WS-MRG-RELINKED (WS-MRG-CNT)
                 ADD 1 TO WS-CNT-MERGED
                 MOVE 'MERGED              ' TO WS-CM-TAG
                 MOVE SPACES TO WS-CM-TAX-TXT
                 STRING 'INTO ' CMT-SURVIVOR
                    DELIMITED BY SIZE INTO WS-CM-TAX-TXT
           END-EVALUATE.
       H280-END. EXIT.
      *REGISTER LINE FOR ONE MAINTENANCE CARD
       H300-REPORT-CARD.
           MOVE SPACES TO CMR-LINE
           STRING CMT-FUNC ' ID ' CMT-ID ' ' WS-CM-TAG
                  ' ' WS-CM-TAX-TXT
              DELIMITED BY SIZE INTO CMR-LINE
           WRITE CMR-LINE.
       H300-END. EXIT.
      *SWEEP THE ACCOUNT MASTER, RELINK EVERY ACCOUNT OF A MERGED
      *CUSTOMER TO ITS SURVIVOR AND REFRESH THE WORKING NAME COPY
      *ON EVERY LINKED ACCOUNT FROM THE CUSTOMER MASTER; A LINK TO
      *A NUMBER NOT ON THE CUSTOMER FILE IS REPORTED AS AN ORPHAN.
      *THE RELINK AND THE REFRESH ARE APPLIED TO THE RECORD IN
      *STORAGE AND EACH LOGGED ON ITS OWN, THEN THE ACCOUNT IS
      *REWRITTEN ONCE
       H600-SYNC-ACCOUNTS.
           READ ACCT-REC.
           PERFORM UNTIL ACCT-EOF
              ADD 1 TO WS-CNT-SWEPT
              MOVE 'N' TO WS-ACCT-CHANGED-SW
              IF ACCT-CUST-NO IS NUMERIC AND
                 ACCT-CUST-NO NOT = ZEROS
                 IF WS-MRG-CNT > ZEROS
                    PERFORM H620-RELINK-ONE
                 END-IF
                 PERFORM H650-SYNC-ONE
              END-IF
              IF WS-ACCT-CHANGED
                 PERFORM H680-REWRITE-ACCOUNT
              END-IF
              READ ACCT-REC
           END-PERFORM.
       H600-END. EXIT.
      *RELINK ONE ACCOUNT WHOSE CUSTOMER WAS MERGED THIS RUN. THE
      *POINTERS ARE FOLLOWED TO THE END OF THE CHAIN, SO A SURVIVOR
      *THAT WAS ITSELF MERGED LATER IN THE RUN PASSES THE ACCOUNT
      *ON TO ITS OWN SURVIVOR. THE RELINK IS LOGGED WITH OPERATION
      *'L' AND ITS BEFORE/AFTER IMAGES SO FNLPRGBO CAN RESTORE THE
      *OLD LINK; THE SWEEP REWRITES THE ACCOUNT
       H620-RELINK-ONE.
           MOVE ZEROS        TO WS-MRG-HIT.
           MOVE ACCT-CUST-NO TO WS-MRG-CUST.
           PERFORM VARYING WS-MRG-HOP FROM 1 BY 1
              UNTIL WS-MRG-HOP > WS-MRG-CNT
              MOVE ZEROS TO WS-MRG-FIND
              PERFORM VARYING WS-MRG-IDX FROM 1 BY 1
                 UNTIL WS-MRG-IDX > WS-MRG-CNT
                    OR WS-MRG-FIND > ZEROS
                 IF WS-MRG-VICTIM (WS-MRG-IDX) = WS-MRG-CUST
                    MOVE WS-MRG-IDX TO WS-MRG-FIND
                 END-IF
              END-PERFORM
              IF WS-MRG-FIND > ZEROS
                 IF WS-MRG-HIT = ZEROS
                    MOVE WS-MRG-FIND TO WS-MRG-HIT
                 END-IF
                 MOVE WS-MRG-SURVIVOR (WS-MRG-FIND) TO WS-MRG-CUST
              END-IF
           END-PERFORM.
           IF WS-MRG-HIT > ZEROS
              MOVE ACCT-FIELDS  TO AUDT-BEFORE-IMAGE
              MOVE WS-MRG-CUST  TO ACCT-CUST-NO
              MOVE 'Y'          TO WS-ACCT-CHANGED-SW
              MOVE 'L'              TO AUDT-OPR
              MOVE ACCT-ID          TO AUDT-ID
              MOVE FUNCTION CURRENT-DATE TO AUDT-TS
              MOVE ACCT-FIELDS      TO AUDT-AFTER-IMAGE
              MOVE ZEROS            TO AUDT-XREF-ID
              MOVE SPACES           TO AUDT-APPROVER
              WRITE AUDT-FIELDS
              ADD 1 TO WS-CNT-RELINKED
              ADD 1 TO WS-MRG-RELINKED (WS-MRG-HIT)
              MOVE ACCT-ID TO WS-CM-ID-ED
              MOVE SPACES TO CMR-LINE
              STRING 'RELINK ACCT ' WS-CM-ID-ED ' FROM CUST '
                     WS-MRG-VICTIM (WS-MRG-HIT) ' TO ' WS-MRG-CUST
                 DELIMITED BY SIZE INTO CMR-LINE
              WRITE CMR-LINE
           END-IF.
       H620-END. EXIT.
      *REFRESH ONE LINKED ACCOUNT IF ITS NAME COPY HAS DRIFTED,
      *LOGGING THE BEFORE/AFTER IMAGES WITH OPERATION 'N' SO THE
      *REFRESH IS ON THE AUDIT TRAIL LIKE EVERY OTHER MUTATION;
      *THE SWEEP REWRITES THE ACCOUNT
       H650-SYNC-ONE.
           INITIALIZE INVALID-KEY.
           MOVE ACCT-CUST-NO TO CUST-ID.
                 MOVE ACCT-FIELDS  TO AUDT-BEFORE-IMAGE
                 MOVE CUST-NAME    TO ACCT-NAME
                 MOVE CUST-SURNAME TO ACCT-SURNAME
                 MOVE 'Y'          TO WS-ACCT-CHANGED-SW
                 MOVE 'N'              TO AUDT-OPR
                 MOVE ACCT-ID          TO AUDT-ID
                 MOVE FUNCTION CURRENT-DATE TO AUDT-TS
                 MOVE ACCT-FIELDS      TO AUDT-AFTER-IMAGE
                 MOVE ZEROS            TO AUDT-XREF-ID
                 MOVE SPACES           TO AUDT-APPROVER
                 WRITE AUDT-FIELDS
                 ADD 1 TO WS-CNT-SYNCED
              END-IF
           END-IF.
       H650-END. EXIT.
      *REWRITE THE ACCOUNT JUST READ BY THE SWEEP, ONCE, WITH
      *WHATEVER RELINK AND REFRESH WERE APPLIED TO IT
       H680-REWRITE-ACCOUNT.
           REWRITE ACCT-FIELDS.
           IF (NOT ACCT-SUCCESS)
              DISPLAY 'UNABLE TO REWRITE FILE: ' ACCT-ST
              MOVE ACCT-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
       H680-END. EXIT.
      *MERGE REGISTER: ONE LINE PER CUSTOMER MERGED THIS RUN WITH
      *THE NUMBER OF ACCOUNTS MOVED TO ITS SURVIVOR
       H700-MERGE-REGISTER.
           PERFORM VARYING WS-MRG-IDX FROM 1 BY 1
              UNTIL WS-MRG-IDX > WS-MRG-CNT
              MOVE WS-MRG-RELINKED (WS-MRG-IDX) TO WS-CM-NUM
              MOVE SPACES TO CMR-LINE
              STRING 'MERGED CUST ' WS-MRG-VICTIM (WS-MRG-IDX)
                     ' INTO ' WS-MRG-SURVIVOR (WS-MRG-IDX)
                     ' ACCOUNTS RELINKED ' WS-CM-NUM
                 DELIMITED BY SIZE INTO CMR-LINE
              WRITE CMR-LINE
           END-PERFORM.
       H700-END. EXIT.
      *WRITE THE END-OF-JOB CONTROL TOTALS
       H900-WRITE-TOTALS.
           MOVE WS-CNT-READ TO WS-CM-NUM
           STRING 'ORPHAN CUSTOMER LINKS ...............: ' WS-CM-NUM
              DELIMITED BY SIZE INTO CMR-LINE
           WRITE CMR-LINE.
           MOVE WS-CNT-MERGED TO WS-CM-NUM
           MOVE SPACES TO CMR-LINE
           STRING 'CUSTOMERS MERGED ....................: ' WS-CM-NUM
              DELIMITED BY SIZE INTO CMR-LINE
           WRITE CMR-LINE.
           MOVE WS-CNT-RELINKED TO WS-CM-NUM
           MOVE SPACES TO CMR-LINE
           STRING 'ACCOUNTS RELINKED TO SURVIVOR .......: ' WS-CM-NUM
              DELIMITED BY SIZE INTO CMR-LINE
           WRITE CMR-LINE.
       H900-END. EXIT.
      *END THE PROGRAM
       H999-PROGRAM-EXIT.
