      *      NUMBER INSERTED AHEAD OF THE RC/REASON/DISPOSITION
      *  'D' DUPLICATE LOG (DUPFILE): 81 TO 86 BYTES, CUSTOMER
      *      NUMBER INSERTED AHEAD OF THE REASON TEXT
      *  'H' POSTED-TRANSACTION LEDGER (HISTFILE): 52 TO 55 BYTES,
      *      TRANSFER CROSS-REFERENCE ACCT-ID ZERO-FILLED
      *  'L' PERMANENT AUDIT HISTORY (AUDTHIST): 175 TO 186 BYTES,
      *      TRANSFER CROSS-REFERENCE ACCT-ID ZERO-FILLED AND
      *      APPROVER ID SPACE-FILLED
      *  'C' CUSTOMER MASTER IMAGE (CUSTREC REPRO FLAT): 42 TO 49
      *      BYTES, TAX STATUS SET TO 'R' RESIDENT AND THE
      *      CUSTOMER WITHHOLDING RATE ZERO-FILLED
      *  'K' CUSTOMER MASTER IMAGE (CUSTREC REPRO FLAT): 49 TO 54
      *      BYTES, MERGED-INTO CUSTOMER NUMBER ZERO-FILLED
      *AUDTFILE ITSELF IS RECREATED BY EVERY POSTING RUN AND FILED
      *TO AUDTHIST BY FNLPRGAL, SO IT NEEDS NO CONVERSION.
      *RUN ONCE PER DATASET AT INSTALL, THEN RETIRE FROM THE
      *SCHEDULE; A REGISTER REPORT TIES OUT THE RECORD COUNTS.
       PROGRAM-ID.    FNLPRGCV.
                             STATUS       CVDI-ST.
           SELECT CVD-OUT    ASSIGN TO    CVDOUT
                             STATUS       CVDO-ST.
           SELECT CVH-IN     ASSIGN TO    CVHIN
                             STATUS       CVHI-ST.
           SELECT CVH-OUT    ASSIGN TO    CVHOUT
                             STATUS       CVHO-ST.
           SELECT CVL-IN     ASSIGN TO    CVLIN
                             STATUS       CVLI-ST.
           SELECT CVL-OUT    ASSIGN TO    CVLOUT
                             STATUS       CVLO-ST.
           SELECT CVU-IN     ASSIGN TO    CVUIN
                             STATUS       CVUI-ST.
           SELECT CVU-OUT    ASSIGN TO    CVUOUT
                             STATUS       CVUO-ST.
           SELECT CVK-IN     ASSIGN TO    CVKIN
                             STATUS       CVKI-ST.
           SELECT CVK-OUT    ASSIGN TO    CVKOUT
                             STATUS       CVKO-ST.
           SELECT CV-CARD    ASSIGN TO    CVCARD
                             STATUS       CARD-ST.
           SELECT CV-RPT     ASSIGN TO    CVRPT
           05 CVDO-TXN           PIC X(61).
           05 CVDO-CUST-NO       PIC X(05).
           05 CVDO-TAIL          PIC X(20).
      *OLD 52-BYTE POSTED-TRANSACTION LEDGER RECORD
       FD  CVH-IN     RECORDING MODE F.
       01  CVHI-FIELDS          PIC X(52).
      *NEW 55-BYTE LEDGER RECORD -- THE OLD RECORD UNCHANGED WITH
      *THE TRANSFER CROSS-REFERENCE ZERO-FILLED
       FD  CVH-OUT    RECORDING MODE F.
       01  CVHO-FIELDS.
           05 CVHO-OLD-IMAGE     PIC X(52).
           05 CVHO-XREF-ID       PIC S9(05) COMP-3.
      *OLD 175-BYTE PERMANENT AUDIT HISTORY RECORD
       FD  CVL-IN     RECORDING MODE F.
       01  CVLI-FIELDS          PIC X(175).
      *NEW 186-BYTE PERMANENT AUDIT HISTORY RECORD
       FD  CVL-OUT    RECORDING MODE F.
       01  CVLO-FIELDS.
           05 CVLO-OLD-IMAGE     PIC X(175).
           05 CVLO-XREF-ID       PIC S9(05) COMP-3.
           05 CVLO-APPROVER      PIC X(08).
      *OLD 42-BYTE CUSTOMER MASTER IMAGE
       FD  CVU-IN     RECORDING MODE F.
       01  CVUI-FIELDS          PIC X(42).
      *NEW 49-BYTE CUSTOMER MASTER IMAGE -- THE OLD RECORD
      *UNCHANGED WITH THE WITHHOLDING TAX STATUS AND RATE ADDED
       FD  CVU-OUT    RECORDING MODE F.
       01  CVUO-FIELDS.
           05 CVUO-OLD-IMAGE     PIC X(42).
           05 CVUO-TAX-STATUS    PIC X(01).
           05 CVUO-TAX-RATE      PIC 9(02)V9(04).
      *OLD 49-BYTE CUSTOMER MASTER IMAGE
       FD  CVK-IN     RECORDING MODE F.
       01  CVKI-FIELDS          PIC X(49).
      *NEW 54-BYTE CUSTOMER MASTER IMAGE -- THE OLD RECORD
      *UNCHANGED WITH THE MERGED-INTO CUSTOMER NUMBER ADDED
       FD  CVK-OUT    RECORDING MODE F.
       01  CVKO-FIELDS.
           05 CVKO-OLD-IMAGE     PIC X(49).
           05 CVKO-MERGED-TO     PIC 9(05).
      *RUN PARAMETER CARD
      *COL 1     SHAPE: M, T, R, D, H, L, C OR K AS ABOVE
       FD  CV-CARD    RECORDING MODE F.
       01  CVC-FIELDS.
           05 CVC-FUNC          PIC X(01).
              88 CVC-FUNC-TXN    VALUE 'T'.
              88 CVC-FUNC-REJ    VALUE 'R'.
              88 CVC-FUNC-DUP    VALUE 'D'.
              88 CVC-FUNC-HIST   VALUE 'H'.
              88 CVC-FUNC-AHST   VALUE 'L'.
              88 CVC-FUNC-CUST   VALUE 'C'.
              88 CVC-FUNC-CMRG   VALUE 'K'.
           05 FILLER            PIC X(79).
      *CONVERSION REGISTER REPORT
       FD  CV-RPT     RECORDING MODE F.
           05 CVDO-ST           PIC 9(02).
              88 CVDO-SUCCESS   VALUE 00
                                      97.
           05 CVHI-ST           PIC 9(02).
              88 CVHI-EOF       VALUE 10.
              88 CVHI-SUCCESS   VALUE 00
                                      97.
           05 CVHO-ST           PIC 9(02).
              88 CVHO-SUCCESS   VALUE 00
                                      97.
           05 CVLI-ST           PIC 9(02).
              88 CVLI-EOF       VALUE 10.
              88 CVLI-SUCCESS   VALUE 00
                                      97.
           05 CVLO-ST           PIC 9(02).
              88 CVLO-SUCCESS   VALUE 00
                                      97.
           05 CVUI-ST           PIC 9(02).
              88 CVUI-EOF       VALUE 10.
              88 CVUI-SUCCESS   VALUE 00
                                      97.
           05 CVUO-ST           PIC 9(02).
              88 CVUO-SUCCESS   VALUE 00
                                      97.
           05 CVKI-ST           PIC 9(02).
              88 CVKI-EOF       VALUE 10.
              88 CVKI-SUCCESS   VALUE 00
                                      97.
           05 CVKO-ST           PIC 9(02).
              88 CVKO-SUCCESS   VALUE 00
                                      97.
           05 CARD-ST           PIC 9(02).
              88 CARD-SUCCESS   VALUE 00
                                      97.
                 PERFORM H400-CONVERT-REJ
              WHEN CVC-FUNC-DUP
                 PERFORM H500-CONVERT-DUP
              WHEN CVC-FUNC-HIST
                 PERFORM H600-CONVERT-HIST
              WHEN CVC-FUNC-AHST
                 PERFORM H700-CONVERT-AHST
              WHEN CVC-FUNC-CUST
                 PERFORM H800-CONVERT-CUST
              WHEN CVC-FUNC-CMRG
                 PERFORM H850-CONVERT-CUST-MERGE
              WHEN OTHER
                 DISPLAY 'INVALID FUNCTION CARD: ' CVC-FIELDS
                 MOVE 16 TO RETURN-CODE
           CLOSE CVD-IN
                 CVD-OUT.
       H500-END. EXIT.
      *52-BYTE LEDGER RECORDS TO THE 55-BYTE LAYOUT
       H600-CONVERT-HIST.
           OPEN INPUT CVH-IN.
           IF (NOT CVHI-SUCCESS)
              DISPLAY 'UNABLE TO OPEN11 FILE: ' CVHI-ST
              MOVE CVHI-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           OPEN OUTPUT CVH-OUT.
           IF (NOT CVHO-SUCCESS)
              DISPLAY 'UNABLE TO OPEN12 FILE: ' CVHO-ST
              MOVE CVHO-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           READ CVH-IN.
           PERFORM UNTIL CVHI-EOF
              ADD 1 TO WS-CNT-READ
              MOVE CVHI-FIELDS TO CVHO-OLD-IMAGE
              MOVE ZEROS       TO CVHO-XREF-ID
              WRITE CVHO-FIELDS
              ADD 1 TO WS-CNT-WRITTEN
              READ CVH-IN
           END-PERFORM.
           CLOSE CVH-IN
                 CVH-OUT.
       H600-END. EXIT.
      *175-BYTE AUDIT HISTORY RECORDS TO THE 186-BYTE LAYOUT
       H700-CONVERT-AHST.
           OPEN INPUT CVL-IN.
           IF (NOT CVLI-SUCCESS)
              DISPLAY 'UNABLE TO OPEN13 FILE: ' CVLI-ST
              MOVE CVLI-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           OPEN OUTPUT CVL-OUT.
           IF (NOT CVLO-SUCCESS)
              DISPLAY 'UNABLE TO OPEN14 FILE: ' CVLO-ST
              MOVE CVLO-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           READ CVL-IN.
           PERFORM UNTIL CVLI-EOF
              ADD 1 TO WS-CNT-READ
              MOVE CVLI-FIELDS TO CVLO-OLD-IMAGE
              MOVE ZEROS       TO CVLO-XREF-ID
              MOVE SPACES      TO CVLO-APPROVER
              WRITE CVLO-FIELDS
              ADD 1 TO WS-CNT-WRITTEN
              READ CVL-IN
           END-PERFORM.
           CLOSE CVL-IN
                 CVL-OUT.
       H700-END. EXIT.
      *42-BYTE CUSTOMER MASTER IMAGES TO THE 49-BYTE LAYOUT
       H800-CONVERT-CUST.
           OPEN INPUT CVU-IN.
           IF (NOT CVUI-SUCCESS)
              DISPLAY 'UNABLE TO OPEN15 FILE: ' CVUI-ST
              MOVE CVUI-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           OPEN OUTPUT CVU-OUT.
           IF (NOT CVUO-SUCCESS)
              DISPLAY 'UNABLE TO OPEN16 FILE: ' CVUO-ST
              MOVE CVUO-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           READ CVU-IN.
           PERFORM UNTIL CVUI-EOF
              ADD 1 TO WS-CNT-READ
              MOVE CVUI-FIELDS TO CVUO-OLD-IMAGE
              MOVE 'R'         TO CVUO-TAX-STATUS
              MOVE ZEROS       TO CVUO-TAX-RATE
              WRITE CVUO-FIELDS
              ADD 1 TO WS-CNT-WRITTEN
              READ CVU-IN
           END-PERFORM.
           CLOSE CVU-IN
                 CVU-OUT.
       H800-END. EXIT.
      *49-BYTE CUSTOMER MASTER IMAGES TO THE 54-BYTE LAYOUT
       H850-CONVERT-CUST-MERGE.
           OPEN INPUT CVK-IN.
           IF (NOT CVKI-SUCCESS)
              DISPLAY 'UNABLE TO OPEN17 FILE: ' CVKI-ST
              MOVE CVKI-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           OPEN OUTPUT CVK-OUT.
           IF (NOT CVKO-SUCCESS)
              DISPLAY 'UNABLE TO OPEN18 FILE: ' CVKO-ST
              MOVE CVKO-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           READ CVK-IN.
           PERFORM UNTIL CVKI-EOF
              ADD 1 TO WS-CNT-READ
              MOVE CVKI-FIELDS TO CVKO-OLD-IMAGE
              MOVE ZEROS       TO CVKO-MERGED-TO
              WRITE CVKO-FIELDS
              ADD 1 TO WS-CNT-WRITTEN
              READ CVK-IN
           END-PERFORM.
           CLOSE CVK-IN
                 CVK-OUT.
       H850-END. EXIT.
      *WRITE THE END-OF-JOB CONTROL TOTALS
       H900-WRITE-TOTALS.
           MOVE WS-CNT-READ TO WS-CV-NUM
