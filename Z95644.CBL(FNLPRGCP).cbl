      *SORTED UNDER ITS CUSTREC CUSTOMER NUMBER AND ONE POSITION
      *BLOCK IS PRINTED PER CUSTOMER: THE CUSTOMER'S NAME FROM THE
      *CUSTOMER MASTER, EVERY ACCOUNT WITH ITS CURRENCY, STATUS AND
      *LEDGER AND AVAILABLE BALANCES SIDE BY SIDE (AVAILABLE IS THE
      *LEDGER BALANCE LESS THE ACTIVE HOLDS ON HOLDREC), AND A TOTAL
      *LINE PER CURRENCY. AN OPTIONAL PARAMETER CARD LIMITS THE
      *REPORT TO ONE CUSTOMER; A MISSING OR BLANK CARD PRINTS THE
      *WHOLE BOOK. A CARD NAMING A CUSTOMER THAT HAS BEEN MERGED
      *INTO ANOTHER REPORTS THE SURVIVING CUSTOMER. ACCOUNTS WITH NO
      *CUSTOMER LINK ARE GROUPED AT THE FRONT UNDER CUSTOMER ZERO.
       PROGRAM-ID.    FNLPRGCP.
       AUTHOR.        Mert Musa TEMEL.
       ENVIRONMENT DIVISION.
                             ACCESS       SEQUENTIAL
                             RECORD       ACCT-KEY
                             STATUS       ACCT-ST.
           SELECT HOLD-REC   ASSIGN TO    HOLDREC
                             ORGANIZATION INDEXED
                             ACCESS       RANDOM
                             RECORD       HLD-KEY
                             STATUS       HOLD-ST.
           SELECT CP-SORT    ASSIGN TO    SRTWORK.
           SELECT CP-CARD    ASSIGN TO    CPCARD
                             STATUS       CARD-ST.
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
      *VSAM HOLD FILE
      *    RECORD CONTAINS 261 CHARACTERS
      *ONLY THE ACTIVE-HOLD TOTAL MAINTAINED BY FNLPRGHM IS USED HERE
       FD  HOLD-REC.
       01  HLD-FIELDS.
           03 HLD-KEY.
              05 HLD-ACCT-ID PIC S9(05) COMP-3.
           03 HLD-TOTAL-AMT  PIC S9(09)V99 COMP-3.
           03 HLD-ACTIVE-CNT PIC 9(02).
           03 FILLER         PIC X(250).
      *SORT WORK FILE -- GROUPS THE BOOK BY CUSTOMER NUMBER
       SD  CP-SORT.
       01  CPS-FIELDS.
           05 CPS-CUR        PIC S9(03) COMP.
           05 CPS-STATUS     PIC X(01).
           05 CPS-BALANCE    PIC S9(09)V99 COMP-3.
           05 CPS-AVAIL      PIC S9(09)V99 COMP-3.
      *OPTIONAL SELECTION PARAMETER CARD
      *COL 1-5   CUSTOMER NUMBER TO REPORT (BLANK = WHOLE BOOK)
       FD  CP-CARD    RECORDING MODE F.
              88 ACCT-EOF       VALUE 10.
              88 ACCT-SUCCESS   VALUE 00
                                      97.
           05 HOLD-ST           PIC 9(02).
              88 HOLD-SUCCESS   VALUE 00
                                      97.
           05 CARD-ST           PIC 9(02).
              88 CARD-SUCCESS   VALUE 00
                                      97.
              07 WS-SEL-CUST     PIC 9(05) VALUE ZEROS.
              07 WS-SEL-CUST-SW  PIC X(01) VALUE 'N'.
                 88 WS-SEL-BY-CUST VALUE 'Y'.
              07 WS-SEL-HOP      PIC 9(03) COMP VALUE ZEROS.
              07 WS-SEL-DONE-SW  PIC X(01) VALUE 'N'.
                 88 WS-SEL-DONE  VALUE 'Y'.
           05 WS-GRP-WORK.
              07 WS-GRP-CUST     PIC 9(05) VALUE ZEROS.
              07 WS-GRP-OPEN-SW  PIC X(01) VALUE 'N'.
           05 WS-CP-ID-ED        PIC ZZZZ9.
           05 WS-CP-CUR-ED       PIC ZZ9.
           05 WS-CP-AMT-ED       PIC -(9)9.99.
           05 WS-CP-AVL-ED       PIC -(9)9.99.
           05 WS-CP-IDX          PIC 9(03) COMP VALUE ZEROS.
           05 WS-CP-FIND         PIC 9(03) COMP VALUE ZEROS.
      *PER-CURRENCY TOTALS FOR THE CUSTOMER BEING PRINTED
              07 WS-CP-CUR      PIC 9(03).
              07 WS-CP-ACCTS    PIC 9(08) COMP.
              07 WS-CP-AMT      PIC S9(11)V99 COMP-3.
              07 WS-CP-AVAIL    PIC S9(11)V99 COMP-3.
       PROCEDURE DIVISION.
      *MAIN LOOOP
       0000-MAIN.
              MOVE ACCT-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           OPEN INPUT HOLD-REC.
           IF (NOT HOLD-SUCCESS)
              DISPLAY 'UNABLE TO OPEN4 FILE: ' HOLD-ST
              MOVE HOLD-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           OPEN OUTPUT CP-RPT.
           IF (NOT RPT-SUCCESS)
              DISPLAY 'UNABLE TO OPEN3 FILE: ' RPT-ST
                    CPC-CUST-ID IS NUMERIC
                    MOVE CPC-CUST-ID TO WS-SEL-CUST
                    MOVE 'Y' TO WS-SEL-CUST-SW
                    PERFORM H130-FOLLOW-MERGE
                 END-IF
              END-IF
              CLOSE CP-CARD
           END-IF.
       H120-END. EXIT.
      *A SELECTED CUSTOMER THAT WAS MERGED AWAY IS FOLLOWED DOWN
      *ITS SURVIVOR POINTERS, SO AN OLD CUSTOMER NUMBER STILL
      *BRINGS UP THE POSITION THAT NOW SITS UNDER THE SURVIVOR
       H130-FOLLOW-MERGE.
           PERFORM VARYING WS-SEL-HOP FROM 1 BY 1
              UNTIL WS-SEL-HOP > 10 OR WS-SEL-DONE
              INITIALIZE INVALID-KEY
              MOVE WS-SEL-CUST TO CUST-ID
              READ CUST-REC
                 INVALID KEY MOVE 'Y' TO INVALID-KEY
              END-READ
              IF NOT INVL-KEY AND CUST-MERGED AND
                 CUST-MERGED-TO IS NUMERIC AND
                 CUST-MERGED-TO NOT = ZEROS
                 MOVE SPACES TO CPR-LINE
                 STRING 'CUST ' WS-SEL-CUST ' MERGED INTO '
                        CUST-MERGED-TO ' - SURVIVOR REPORTED'
                    DELIMITED BY SIZE INTO CPR-LINE
                 WRITE CPR-LINE
                 MOVE CUST-MERGED-TO TO WS-SEL-CUST
              ELSE
                 MOVE 'Y' TO WS-SEL-DONE-SW
              END-IF
           END-PERFORM.
       H130-END. EXIT.
      *SWEEP THE MASTER AND RELEASE EVERY SELECTED ACCOUNT TO THE
      *SORT UNDER ITS CUSTOMER NUMBER; AN UNREADABLE LINK FIELD IS
      *TREATED AS NO LINK
                 MOVE ACCT-CUR     TO CPS-CUR
                 MOVE ACCT-STATUS  TO CPS-STATUS
                 MOVE ACCT-BALANCE TO CPS-BALANCE
                 MOVE ACCT-BALANCE TO CPS-AVAIL
                 MOVE ACCT-ID      TO HLD-ACCT-ID
                 READ HOLD-REC
                    INVALID KEY CONTINUE
                    NOT INVALID KEY
                       SUBTRACT HLD-TOTAL-AMT FROM CPS-AVAIL
                 END-READ
                 RELEASE CPS-FIELDS
              END-IF
              READ ACCT-REC
                 STRING 'CUST ' WS-GRP-CUST ' - NOT ON CUSTOMER FILE'
                    DELIMITED BY SIZE INTO CPR-LINE
              ELSE
                 EVALUATE TRUE
                    WHEN CUST-DELETED
                       STRING 'CUST ' WS-GRP-CUST ' ' CUST-NAME ' '
                              CUST-SURNAME ' (DELETED)'
                          DELIMITED BY SIZE INTO CPR-LINE
                    WHEN CUST-MERGED
                       STRING 'CUST ' WS-GRP-CUST ' ' CUST-NAME ' '
                              CUST-SURNAME ' (MERGED INTO '
                              CUST-MERGED-TO ')'
                          DELIMITED BY SIZE INTO CPR-LINE
                    WHEN OTHER
                       STRING 'CUST ' WS-GRP-CUST ' ' CUST-NAME ' '
                              CUST-SURNAME
                          DELIMITED BY SIZE INTO CPR-LINE
                 END-EVALUATE
              END-IF
           END-IF.
           WRITE CPR-LINE.
           MOVE CPS-ID      TO WS-CP-ID-ED.
           MOVE CPS-CUR     TO WS-CP-CUR-ED.
           MOVE CPS-BALANCE TO WS-CP-AMT-ED.
           MOVE CPS-AVAIL   TO WS-CP-AVL-ED.
           MOVE SPACES TO CPR-LINE
           STRING '  ACCT ' WS-CP-ID-ED ' CUR ' WS-CP-CUR-ED
                  ' STATUS ' CPS-STATUS ' BAL ' WS-CP-AMT-ED
                  ' AVL ' WS-CP-AVL-ED
              DELIMITED BY SIZE INTO CPR-LINE
           WRITE CPR-LINE.
           PERFORM H460-ROLL-CUR-TOTALS.
              MOVE CPS-CUR TO WS-CP-CUR (WS-CP-FIND)
              MOVE ZEROS   TO WS-CP-ACCTS (WS-CP-FIND)
              MOVE ZEROS   TO WS-CP-AMT (WS-CP-FIND)
              MOVE ZEROS   TO WS-CP-AVAIL (WS-CP-FIND)
           END-IF.
           IF WS-CP-FIND > ZEROS
              ADD 1           TO WS-CP-ACCTS (WS-CP-FIND)
              ADD CPS-BALANCE TO WS-CP-AMT (WS-CP-FIND)
              ADD CPS-AVAIL   TO WS-CP-AVAIL (WS-CP-FIND)
           END-IF.
       H460-END. EXIT.
      *CLOSE A CUSTOMER BLOCK WITH ONE TOTAL LINE PER CURRENCY
              MOVE WS-CP-CUR (WS-CP-IDX)   TO WS-CP-CUR-ED
              MOVE WS-CP-ACCTS (WS-CP-IDX) TO WS-CP-NUM
              MOVE WS-CP-AMT (WS-CP-IDX)   TO WS-CP-AMT-ED
              MOVE WS-CP-AVAIL (WS-CP-IDX) TO WS-CP-AVL-ED
              MOVE SPACES TO CPR-LINE
              STRING '  TOTAL CUR ' WS-CP-CUR-ED ' ACCTS ' WS-CP-NUM
                     ' BAL ' WS-CP-AMT-ED ' AVL ' WS-CP-AVL-ED
                 DELIMITED BY SIZE INTO CPR-LINE
              WRITE CPR-LINE
           END-PERFORM.
           END-IF.
           CLOSE CUST-REC
                 ACCT-REC
                 HOLD-REC
                 CP-RPT.
           STOP RUN.
       H999-END. EXIT.
