                                       'D'
                                       'B'
                                       'C'
                                       'A'
                                       'T'.
           05 WS-POST-AMT       PIC S9(07)V99 VALUE ZEROS.
           05 WS-XFER-POST-AMT  PIC S9(07)V99 VALUE ZEROS.
           05 WS-EXCH-FOUND-SW  PIC X(01) VALUE 'N'.
              88 WS-EXCH-FOUND  VALUE 'Y'.
      *LINKAGE SECTION VARIABLES
           05 LS-SUB-CALLED     PIC 9(01).
              88 SUB-CALL-NS    VALUE 00.
              88 SUB-CALL-SC    VALUE 01.
      *'T' TRANSFER ONLY: THE CREDIT (TO) ACCT-ID, WHETHER THE CALLER
      *FOUND IT, THE AMOUNT CREDITED IN THE TO-ACCOUNT'S CURRENCY AND
      *WHICH LEG A REFUSAL CAME FROM (F = FROM/DEBIT, T = TO/CREDIT)
           05 LS-XFER-ID        PIC X(05).
           05 LS-XFER-INVALID-KEY PIC X(01).
              88 LS-XFER-INVL-KEY VALUE 'Y'.
           05 LS-XFER-AMT       PIC S9(07)V99.
           05 LS-XFER-LEG       PIC X(01).
              88 LS-XFER-CR-LEG VALUE 'T'.
      *TOTAL OF THE ACTIVE HOLDS ON THE (DEBIT) ACCOUNT, LOOKED UP
      *ON HOLDREC BY THE CALLER; ACCT-BALANCE LESS THIS AMOUNT IS THE
      *AVAILABLE BALANCE THE FUNDS CHECKS ARE MADE AGAINST
           05 LS-HOLD-AMT       PIC S9(09)V99.
      *SET BY THE CALLER WHEN THE (DEBIT) ACCOUNT IS A TERM DEPOSIT
      *ON TERMREC THAT HAS NOT YET REACHED ITS MATURITY DATE
           05 LS-TERM-LOCK-SW   PIC X(01).
              88 LS-TERM-LOCKED VALUE 'Y'.
      *THE ACCOUNT RECORD, PASSED BY REFERENCE SO IT IS MUTATED
      *DIRECTLY IN THE CALLING PROGRAM'S STORAGE.
       01  LS-ACCT-FIELDS.
              07 LS-EXC-FROM-CUR PIC 9(03).
              07 LS-EXC-TO-CUR   PIC 9(03).
              07 LS-EXC-RATE     PIC 9(03)V9(06).
      *THE CREDIT (TO) ACCOUNT OF A 'T' TRANSFER, READ BY THE CALLER
      *AND MUTATED HERE ALONGSIDE THE DEBIT ACCOUNT ABOVE; UNUSED BY
      *EVERY OTHER OPERATION
       01  LS-XFER-ACCT-FIELDS.
           03 XFR-ACCT-KEY.
              05 XFR-ACCT-ID PIC S9(05) COMP-3.
           03 XFR-ACCT-CUR   PIC S9(03) COMP.
           03 XFR-ACCT-NAME  PIC X(15).
           03 XFR-ACCT-SURNAME PIC X(15).
           03 XFR-ACCT-BALANCE PIC S9(09)V99 COMP-3.
           03 XFR-ACCT-STATUS PIC X(01).
              88 XFR-ACCT-OPEN   VALUE 'O'.
              88 XFR-ACCT-CLOSED VALUE 'C'.
              88 XFR-ACCT-DORMANT VALUE 'D'.
           03 XFR-ACCT-OPEN-DATE PIC 9(08).
           03 XFR-ACCT-CLOSE-DATE PIC 9(08).
           03 XFR-ACCT-CUST-NO PIC 9(05).
           03 XFR-ACCT-LAST-TXN-DATE PIC 9(08).
       PROCEDURE DIVISION USING LS-SUB-AREA LS-ACCT-FIELDS
                                LS-EXCH-TABLE LS-XFER-ACCT-FIELDS.
      *MAIN LOOOP
       0000-MAIN.
           MOVE 01 TO LS-SUB-CALLED.
           MOVE SPACE   TO LS-ACTION.
           MOVE 'N'     TO LS-CONV-SW.
           MOVE LS-AMT  TO LS-CONV-AMT.
           MOVE SPACE   TO LS-XFER-LEG.
           MOVE ZEROS   TO LS-XFER-AMT.
           IF NOT LS-INVL-KEY AND VLD-OPR
              MOVE 00 TO LS-RC
              PERFORM H400-OPR-PRCS
      *DORMANT ACCOUNT WITH RC 09 -- ONLY THE 'A' REACTIVATION (OR
      *A READ OR A CLOSE FOR ESCHEATMENT) GOES THROUGH ON A DORMANT
      *ACCOUNT. A 'B' DEBIT THAT WOULD OVERDRAW THE ACCOUNT IS
      *REFUSED WITH RC 05; THE TEST IS MADE AGAINST THE AVAILABLE
      *BALANCE (ACCT-BALANCE LESS LS-HOLD-AMT), SO HELD FUNDS CANNOT
      *BE DRAWN. A 'D' OR 'C' AGAINST AN ACCOUNT WITH FUNDS ON HOLD
      *IS REFUSED WITH RC 11 UNTIL THE HOLDS ARE RELEASED. A 'B'
      *DEBIT, A 'T' OUT OF, OR A 'D' OR 'C' OF A TERM DEPOSIT BEFORE
      *ITS MATURITY DATE IS REFUSED WITH RC 15; THE DEPOSIT IS ONLY
      *PAID OUT OR BROKEN EARLY BY FNLPRGTD. ALL LEAVE
      *THE RECORD UNTOUCHED SO THE CALLER TAKES NO FILE ACTION AND
      *SUSPENSES THE TRANSACTION.
      *A 'T' TRANSFER IS HELD TO THE SAME RULES ON ITS DEBIT (FROM)
      *ACCOUNT HERE AND ON ITS CREDIT (TO) ACCOUNT IN H460.
       H400-OPR-PRCS.
           EVALUATE TRUE
              WHEN ACCT-CLOSED AND
                 (WS-OPR = 'U' OR 'D' OR 'B' OR 'C' OR 'A' OR 'T')
                 MOVE 06 TO LS-RC
                 DISPLAY 'CLSD RJCT -> ' LS-ACCT-FIELDS
              WHEN ACCT-DORMANT AND
                 (WS-OPR = 'U' OR 'D' OR 'B' OR 'T')
                 MOVE 09 TO LS-RC
                 DISPLAY 'DORM RJCT -> ' LS-ACCT-FIELDS
              WHEN LS-HOLD-AMT > ZERO AND
                 (WS-OPR = 'D' OR 'C')
                 MOVE 11 TO LS-RC
                 DISPLAY 'HOLD RJCT -> ' LS-ACCT-FIELDS
              WHEN LS-TERM-LOCKED AND
                 ((WS-OPR = 'B' AND LS-AMT < ZERO) OR
                   WS-OPR = 'T' OR 'D' OR 'C')
                 MOVE 15 TO LS-RC
                 DISPLAY 'TERM RJCT -> ' LS-ACCT-FIELDS
              WHEN OTHER
                 PERFORM H410-OPR-EXEC
           END-EVALUATE.
                 PERFORM H420-CONVERT-AMOUNT
                 IF LS-RC = 00
                    IF WS-POST-AMT < ZERO AND
                       ACCT-BALANCE - LS-HOLD-AMT + WS-POST-AMT
                          < ZERO
                       MOVE 05 TO LS-RC
                       DISPLAY 'NSFD RJCT -> ' LS-ACCT-FIELDS
                    ELSE
                 ELSE
                    DISPLAY 'ACTV NOOP -> ' LS-ACCT-FIELDS
                 END-IF
              WHEN "T"
                 PERFORM H460-TRANSFER
              WHEN OTHER
                 DISPLAY 'INVD DONE -> ' LS-ACCT-FIELDS
           END-EVALUATE.
           MOVE 'W'                 TO LS-ACTION
           DISPLAY 'WRTN DONE -> ' LS-ACCT-FIELDS.
       H450-END. EXIT.
      *MOVE MONEY FROM THE DEBIT ACCOUNT TO THE CREDIT ACCOUNT IN ONE
      *STEP. EVERY CHECK ON BOTH LEGS IS MADE BEFORE EITHER RECORD IS
      *TOUCHED, SO A REFUSAL ON EITHER SIDE LEAVES BOTH UNCHANGED AND
      *THE CALLER REWRITES BOTH OR NEITHER:
      *  RC 04 NO USABLE TO-ACCOUNT ON THE CARD, THE TO-ACCOUNT IS THE
      *        FROM-ACCOUNT, OR THE AMOUNT IS NOT POSITIVE
      *  RC 23/06/09 THE TO-ACCOUNT IS MISSING, CLOSED OR DORMANT
      *  RC 07/08 NO RATE OR OVERFLOW ON EITHER CONVERSION
      *  RC 05 THE DEBIT WOULD TAKE THE FROM-ACCOUNT'S AVAILABLE
      *        BALANCE BELOW ZERO
      *THE CARD AMOUNT IS IN LS-TXN-CUR (ZERO = THE FROM-ACCOUNT'S
      *CURRENCY); IT IS CONVERTED TO THE FROM-ACCOUNT'S CURRENCY FOR
      *THE DEBIT AND FROM THERE TO THE TO-ACCOUNT'S CURRENCY FOR THE
      *CREDIT WHEN THE TWO ACCOUNTS ARE HELD IN DIFFERENT CURRENCIES
       H460-TRANSFER.
           EVALUATE TRUE
              WHEN LS-XFER-ID IS NOT NUMERIC
                 MOVE 04 TO LS-RC
              WHEN FUNCTION NUMVAL (LS-XFER-ID) = ACCT-ID
                 MOVE 04 TO LS-RC
              WHEN LS-AMT IS NOT NUMERIC
                 MOVE 04 TO LS-RC
              WHEN LS-AMT NOT > ZERO
                 MOVE 04 TO LS-RC
              WHEN LS-XFER-INVL-KEY
                 MOVE 23 TO LS-RC
                 MOVE 'T' TO LS-XFER-LEG
              WHEN XFR-ACCT-CLOSED
                 MOVE 06 TO LS-RC
                 MOVE 'T' TO LS-XFER-LEG
              WHEN XFR-ACCT-DORMANT
                 MOVE 09 TO LS-RC
                 MOVE 'T' TO LS-XFER-LEG
              WHEN OTHER
                 MOVE 'F' TO LS-XFER-LEG
                 PERFORM H420-CONVERT-AMOUNT
           END-EVALUATE.
           IF LS-RC = 00
              IF ACCT-BALANCE - LS-HOLD-AMT - WS-POST-AMT < ZERO
                 MOVE 05 TO LS-RC
                 DISPLAY 'NSFD RJCT -> ' LS-ACCT-FIELDS
              ELSE
                 MOVE 'T' TO LS-XFER-LEG
                 PERFORM H470-CONVERT-XFER
              END-IF
           END-IF.
           IF LS-RC = 00
              SUBTRACT WS-POST-AMT    FROM ACCT-BALANCE
              ADD WS-XFER-POST-AMT    TO XFR-ACCT-BALANCE
              MOVE FUNCTION CURRENT-DATE (1:8)
                TO ACCT-LAST-TXN-DATE
              MOVE FUNCTION CURRENT-DATE (1:8)
                TO XFR-ACCT-LAST-TXN-DATE
              COMPUTE LS-CONV-AMT = WS-POST-AMT * -1
              MOVE WS-XFER-POST-AMT   TO LS-XFER-AMT
              MOVE SPACE              TO LS-XFER-LEG
              MOVE 'U'                TO LS-ACTION
              DISPLAY 'TRNF DONE -> ' LS-ACCT-FIELDS
              DISPLAY 'TRNF DONE -> ' LS-XFER-ACCT-FIELDS
           ELSE
              IF LS-RC = 04
                 DISPLAY 'TRNF RJCT -> ' LS-ACCT-FIELDS
              END-IF
              IF LS-XFER-CR-LEG
                 DISPLAY 'TRNF RJCT -> ' LS-XFER-ACCT-FIELDS
              END-IF
           END-IF.
       H460-END. EXIT.
      *EXPRESS THE TRANSFER DEBIT IN THE CREDIT ACCOUNT'S CURRENCY;
      *SAME CURRENCY CREDITS THE DEBITED AMOUNT UNCHANGED
       H470-CONVERT-XFER.
           MOVE WS-POST-AMT TO WS-XFER-POST-AMT.
           IF XFR-ACCT-CUR NOT = ACCT-CUR
              MOVE 'N' TO WS-EXCH-FOUND-SW
              PERFORM VARYING COUNTER-X FROM 1 BY 1
                 UNTIL COUNTER-X > LS-EXCH-CNT
                    OR WS-EXCH-FOUND
                 IF LS-EXC-FROM-CUR (COUNTER-X) = ACCT-CUR AND
                    LS-EXC-TO-CUR (COUNTER-X) = XFR-ACCT-CUR
                    MOVE 'Y' TO WS-EXCH-FOUND-SW
                    COMPUTE WS-XFER-POST-AMT ROUNDED =
                       WS-POST-AMT * LS-EXC-RATE (COUNTER-X)
                       ON SIZE ERROR
                          MOVE 08 TO LS-RC
                          DISPLAY 'OVFL RJCT -> ' LS-XFER-ACCT-FIELDS
                    END-COMPUTE
                    IF LS-RC = 00
                       MOVE 'Y' TO LS-CONV-SW
                    END-IF
                 END-IF
              END-PERFORM
              IF NOT WS-EXCH-FOUND
                 MOVE 07 TO LS-RC
                 DISPLAY 'NOEX RJCT -> ' LS-XFER-ACCT-FIELDS
              END-IF
           END-IF.
       H470-END. EXIT.
      *REMOVE SPACES IN THE NAME FIELD
       H600-SPACE-REMOVER.
           PERFORM VARYING COUNTER-I FROM 1 BY 1
