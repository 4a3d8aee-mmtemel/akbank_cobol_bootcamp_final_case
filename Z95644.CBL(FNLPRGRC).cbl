      *AHEAD OF THE DAY'S FRESH INPUT BEFORE FNLPRGMN'S SORT STEP.
      *A TRANSACTION THAT HAS ALREADY BOUNCED WS-RCY-MAX-RETRY TIMES
      *IS FORCE-DROPPED AND REPORTED INSTEAD OF CIRCULATING FOREVER.
      *A STANDING-ORDER TRANSACTION (REFERENCE 'SO' IN THE SURNAME
      *FIELD) LEFT WITHOUT A DISPOSITION IS NOT RETRIED: FNLPRGSO
      *COUNTS THE BOUNCE AGAINST ITS INSTRUCTION AND RAISES THE NEXT
      *DUE DATE ITSELF. AN EXPLICIT 'R' OR 'P' STILL RETRIES IT.
      *LIKEWISE A TRANSACTION DECLINED BY ITS APPROVER (RC:13) OR
      *AGED OUT OF THE AUTHORISATION QUEUE UNAPPROVED (RC:14) IS
      *ONLY RESUBMITTED ON AN EXPLICIT 'R' OR 'P', AND THEN GOES
      *BACK THROUGH AUTHORISATION LIKE ANY FRESH TRANSACTION.
       PROGRAM-ID.    FNLPRGRC.
       AUTHOR.        Mert Musa TEMEL.
       ENVIRONMENT DIVISION.
              10 RCYI-ID        PIC X(05).
              10 RCYI-NAME      PIC X(15).
              10 RCYI-SURNAME   PIC X(15).
              10 RCYI-SO-REF    REDEFINES RCYI-SURNAME.
                 15 RCYI-REF-TAG PIC X(02).
                 15 RCYI-REF-ID PIC X(05).
                 15 FILLER      PIC X(08).
              10 RCYI-CUR       PIC 9(03).
              10 RCYI-AMT       PIC S9(07)V99.
              10 RCYI-RETRY-CNT PIC 9(02).
              07 WS-CNT-REPAIRED PIC 9(08) COMP VALUE ZEROS.
              07 WS-CNT-DROPPED  PIC 9(08) COMP VALUE ZEROS.
              07 WS-CNT-FORCED   PIC 9(08) COMP VALUE ZEROS.
              07 WS-CNT-SORD     PIC 9(08) COMP VALUE ZEROS.
              07 WS-CNT-NOAUTH   PIC 9(08) COMP VALUE ZEROS.
           05 WS-RCY-NUM         PIC ZZZZZZZ9.
           05 WS-RCY-CNT-ED      PIC 99.
           05 WS-RPT-TAG         PIC X(11).
                 ADD 1 TO WS-CNT-DROPPED
                 MOVE 'DROPPED    ' TO WS-RPT-TAG
                 PERFORM H300-REPORT-RECORD
              WHEN RCYI-DISP = SPACE AND
                   (RCYI-OPR = 'B' OR 'T') AND
                   RCYI-REF-TAG = 'SO' AND
                   RCYI-REF-ID IS NUMERIC
                 ADD 1 TO WS-CNT-SORD
                 MOVE 'SCHEDULER  ' TO WS-RPT-TAG
                 PERFORM H300-REPORT-RECORD
              WHEN RCYI-DISP = SPACE AND
                   (RCYI-RC = 'RC:13' OR 'RC:14')
                 ADD 1 TO WS-CNT-NOAUTH
                 MOVE 'NOT AUTHD  ' TO WS-RPT-TAG
                 PERFORM H300-REPORT-RECORD
              WHEN RCYI-RETRY AND
                   RCYI-RETRY-CNT >= WS-RCY-MAX-RETRY
                 ADD 1 TO WS-CNT-FORCED
              ADD 1 TO WS-CNT-RETRIED
           END-IF.
       H250-END. EXIT.
      *REGISTER LINE FOR A DROPPED, FORCE-DROPPED OR STANDING-ORDER
      *TRANSACTION
       H300-REPORT-RECORD.
           MOVE RCYI-RETRY-CNT TO WS-RCY-CNT-ED
           MOVE SPACES TO RCYR-LINE
           STRING 'FORCE-DROPPED AT MAX RETRIES ........: ' WS-RCY-NUM
              DELIMITED BY SIZE INTO RCYR-LINE
           WRITE RCYR-LINE.
           MOVE WS-CNT-SORD TO WS-RCY-NUM
           MOVE SPACES TO RCYR-LINE
           STRING 'STANDING ORDERS LEFT TO SCHEDULER ...: ' WS-RCY-NUM
              DELIMITED BY SIZE INTO RCYR-LINE
           WRITE RCYR-LINE.
           MOVE WS-CNT-NOAUTH TO WS-RCY-NUM
           MOVE SPACES TO RCYR-LINE
           STRING 'UNAUTHORISED, NOT RESUBMITTED .......: ' WS-RCY-NUM
              DELIMITED BY SIZE INTO RCYR-LINE
           WRITE RCYR-LINE.
       H900-END. EXIT.
      *END THE PROGRAM
       H999-PROGRAM-EXIT.
