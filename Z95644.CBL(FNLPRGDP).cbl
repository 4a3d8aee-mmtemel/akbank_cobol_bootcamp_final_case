       IDENTIFICATION DIVISION.
      *PROBABLE DUPLICATE CUSTOMER REPORT
      *LISTS THE CUSTREC CUSTOMERS THAT ARE PROBABLY THE SAME PERSON
      *HELD UNDER MORE THAN ONE CUSTOMER NUMBER, FOR OPERATIONS TO
      *REVIEW BEFORE KEYING FNLPRGCM 'M' MERGE CARDS. EVERY ACTIVE
      *CUSTOMER IS KEYED ON ITS NAME AND SURNAME AFTER THE SAME
      *NORMALISATION THE POSTING SUBPROGRAM APPLIES (SURNAME E TO I
      *AND A TO E, EMBEDDED SPACES SQUEEZED OUT OF THE NAME), AND
      *EVERY ACCOUNT IS SORTED UNDER ITS CUSTOMER'S KEY; AN ACCOUNT
      *WITH NO CUSTOMER LINK IS KEYED ON ITS OWN NAME COPY. A KEY
      *SHARED BY TWO OR MORE CUSTOMERS IS A DUPLICATE GROUP:
      *  PROBABLE  TWO OR MORE OF THE CUSTOMERS HOLD ACCOUNTS, SO
      *            THE PERSON'S POSITION IS SPLIT ACROSS NUMBERS
      *  POSSIBLE  THE NAMES MATCH BUT THE ACCOUNTS DO NOT OVERLAP
      *EACH GROUP LISTS ITS CUSTOMERS WITH THEIR ACCOUNTS, ANY
      *UNLINKED ACCOUNT CARRYING THE SAME NAME, AND A SUGGESTED
      *SURVIVOR (THE LONGEST-STANDING CUSTOMER, LOWEST NUMBER ON A
      *TIE). DELETED AND ALREADY MERGED CUSTOMERS ARE LEFT OUT.
      *NOTHING IS UPDATED, SO THE JOB CAN BE RERUN FREELY.
       PROGRAM-ID.    FNLPRGDP.
       AUTHOR.        Mert Musa TEMEL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUST-REC   ASSIGN TO    CUSTREC
                             ORGANIZATION INDEXED
                             ACCESS       DYNAMIC
                             RECORD       CUST-KEY
                             STATUS       CUST-ST.
           SELECT ACCT-REC   ASSIGN TO    ACCTREC
                             ORGANIZATION INDEXED
                             ACCESS       SEQUENTIAL
                             RECORD       ACCT-KEY
                             STATUS       ACCT-ST.
           SELECT DP-SORT    ASSIGN TO    SRTWORK.
           SELECT DP-RPT     ASSIGN TO    DPRPT
                             STATUS       RPT-ST.
       DATA DIVISION.
       FILE SECTION.
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
      *SORT WORK FILE -- ONE RECORD PER ACTIVE CUSTOMER AND ONE PER
      *ACCOUNT, ALL UNDER THE NORMALISED NAME KEY. TYPE 'C' IS A
      *CUSTOMER, 'L' AN ACCOUNT LINKED TO IT, 'U' AN UNLINKED
      *ACCOUNT (CUSTOMER NUMBER ZERO, SO IT SORTS AHEAD OF THE
      *CUSTOMERS IN ITS GROUP)
       SD  DP-SORT.
       01  DPS-FIELDS.
           05 DPS-KEY.
              07 DPS-KEY-NAME    PIC X(15).
              07 DPS-KEY-SURNAME PIC X(15).
           05 DPS-CUST-NO       PIC 9(05).
           05 DPS-TYPE          PIC X(01).
           05 DPS-ACCT-ID       PIC 9(05).
           05 DPS-CUR           PIC 9(03).
           05 DPS-STATUS        PIC X(01).
           05 DPS-BALANCE       PIC S9(09)V99 COMP-3.
           05 DPS-OPEN-DATE     PIC 9(08).
           05 DPS-NAME          PIC X(15).
           05 DPS-SURNAME       PIC X(15).
      *PROBABLE DUPLICATE REPORT
       FD  DP-RPT     RECORDING MODE F.
       01  DPR-LINE             PIC X(80).
      *INTERNAL VARIABLES.
       WORKING-STORAGE SECTION.
       01  WS-WORK-AREA.
           05 CUST-ST           PIC 9(02).
              88 CUST-EOF       VALUE 10.
              88 CUST-SUCCESS   VALUE 00
                                      97.
           05 ACCT-ST           PIC 9(02).
              88 ACCT-EOF       VALUE 10.
              88 ACCT-SUCCESS   VALUE 00
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
      *NAME NORMALISATION WORK FIELDS
           05 WS-NRM-NAME       PIC X(15) VALUE SPACES.
           05 WS-NRM-SURNAME    PIC X(15) VALUE SPACES.
           05 WS-NRM-NAME-O     PIC X(15) VALUE SPACES.
           05 WS-NRM-I          PIC 9(02) VALUE ZEROS.
           05 WS-NRM-O          PIC 9(02) VALUE 1.
      *THE NAME GROUP BEING COLLECTED FROM THE SORT
           05 WS-GRP-WORK.
              07 WS-GRP-KEY      PIC X(30) VALUE SPACES.
              07 WS-GRP-OPEN-SW  PIC X(01) VALUE 'N'.
                 88 WS-GRP-OPEN  VALUE 'Y'.
              07 WS-GRP-CUSTS    PIC 9(05) COMP VALUE ZEROS.
              07 WS-GRP-HOLDERS  PIC 9(05) COMP VALUE ZEROS.
              07 WS-GRP-UNLINKED PIC 9(05) COMP VALUE ZEROS.
              07 WS-GRP-CUR-IDX  PIC 9(03) COMP VALUE ZEROS.
              07 WS-GRP-SURVIVOR PIC 9(05) VALUE ZEROS.
              07 WS-GRP-SURV-DT  PIC 9(08) VALUE ZEROS.
           05 WS-DP-COUNTERS.
              07 WS-CNT-CUSTS    PIC 9(08) COMP VALUE ZEROS.
              07 WS-CNT-ACTIVE   PIC 9(08) COMP VALUE ZEROS.
              07 WS-CNT-ACCTS    PIC 9(08) COMP VALUE ZEROS.
              07 WS-CNT-UNLINKED PIC 9(08) COMP VALUE ZEROS.
              07 WS-CNT-SKIPPED  PIC 9(08) COMP VALUE ZEROS.
              07 WS-CNT-GROUPS   PIC 9(08) COMP VALUE ZEROS.
              07 WS-CNT-PROBABLE PIC 9(08) COMP VALUE ZEROS.
              07 WS-CNT-POSSIBLE PIC 9(08) COMP VALUE ZEROS.
              07 WS-CNT-DUPCUST  PIC 9(08) COMP VALUE ZEROS.
              07 WS-CNT-OVERFLOW PIC 9(08) COMP VALUE ZEROS.
           05 WS-DP-NUM          PIC ZZZZZZZ9.
           05 WS-DP-GRP-ED       PIC ZZZZ9.
           05 WS-DP-ID-ED        PIC ZZZZ9.
           05 WS-DP-CNT-ED       PIC ZZ9.
           05 WS-DP-CNT2-ED      PIC ZZ9.
           05 WS-DP-CUR-ED       PIC ZZ9.
           05 WS-DP-AMT-ED       PIC -(9)9.99.
           05 WS-DP-GRADE        PIC X(08).
           05 WS-DP-IDX          PIC 9(03) COMP VALUE ZEROS.
      *ONE NAME GROUP HELD UNTIL ITS LAST RECORD IS SEEN, SINCE
      *WHETHER IT IS PRINTED DEPENDS ON HOW MANY CUSTOMERS IT HOLDS
       01  WS-DP-TABLE.
           05 WS-DP-MAX         PIC 9(03) COMP VALUE 50.
           05 WS-DP-CNT         PIC 9(03) COMP VALUE ZEROS.
           05 WS-DP-ENTRY       OCCURS 50 TIMES.
              07 WS-DPT-TYPE     PIC X(01).
              07 WS-DPT-CUST-NO  PIC 9(05).
              07 WS-DPT-ACCT-ID  PIC 9(05).
              07 WS-DPT-CUR      PIC 9(03).
              07 WS-DPT-STATUS   PIC X(01).
              07 WS-DPT-BALANCE  PIC S9(09)V99 COMP-3.
              07 WS-DPT-OPEN-DATE PIC 9(08).
              07 WS-DPT-NAME     PIC X(15).
              07 WS-DPT-SURNAME  PIC X(15).
              07 WS-DPT-ACCTS    PIC 9(05) COMP.
       PROCEDURE DIVISION.
      *MAIN LOOOP
       0000-MAIN.
           PERFORM H100-OPEN-FILES.
           SORT DP-SORT
              ON ASCENDING KEY DPS-KEY
                               DPS-CUST-NO
                               DPS-TYPE
                               DPS-ACCT-ID
              INPUT PROCEDURE H150-RELEASE-RECORDS THRU H150-END
              OUTPUT PROCEDURE H200-WRITE-GROUPS THRU H200-END.
           PERFORM H999-PROGRAM-EXIT.
      *OPEN FILES AND CHECK STATUS
       H100-OPEN-FILES.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE.
           OPEN INPUT CUST-REC.
           IF (NOT CUST-SUCCESS)
              DISPLAY 'UNABLE TO OPEN1 FILE: ' CUST-ST
              MOVE CUST-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           OPEN INPUT ACCT-REC.
           IF (NOT ACCT-SUCCESS)
              DISPLAY 'UNABLE TO OPEN2 FILE: ' ACCT-ST
              MOVE ACCT-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           OPEN OUTPUT DP-RPT.
           IF (NOT RPT-SUCCESS)
              DISPLAY 'UNABLE TO OPEN3 FILE: ' RPT-ST
              MOVE RPT-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           MOVE 'Y' TO WS-RPT-OPENED-SW.
           MOVE SPACES TO DPR-LINE
           STRING 'FNLPRGDP PROBABLE DUPLICATE CUSTOMERS  RUN DATE '
                  WS-RUN-DATE
              DELIMITED BY SIZE INTO DPR-LINE
           WRITE DPR-LINE.
       H100-END. EXIT.
      *RELEASE EVERY ACTIVE CUSTOMER, THEN EVERY ACCOUNT, TO THE
      *SORT UNDER THE NORMALISED NAME KEY
       H150-RELEASE-RECORDS.
           PERFORM H160-RELEASE-CUSTOMERS.
           PERFORM H170-RELEASE-ACCOUNTS.
       H150-END. EXIT.
      *SWEEP THE CUSTOMER MASTER IN KEY ORDER
       H160-RELEASE-CUSTOMERS.
           MOVE ZEROS TO CUST-ID.
           START CUST-REC KEY IS NOT LESS THAN CUST-KEY
              INVALID KEY MOVE 10 TO CUST-ST
           END-START.
           IF NOT CUST-EOF
              READ CUST-REC NEXT
           END-IF.
           PERFORM UNTIL CUST-EOF
              ADD 1 TO WS-CNT-CUSTS
              IF CUST-ACTIVE
                 ADD 1 TO WS-CNT-ACTIVE
                 MOVE CUST-NAME    TO WS-NRM-NAME
                 MOVE CUST-SURNAME TO WS-NRM-SURNAME
                 PERFORM H600-NORMALISE-NAME
                 MOVE SPACES         TO DPS-FIELDS
                 MOVE WS-NRM-NAME    TO DPS-KEY-NAME
                 MOVE WS-NRM-SURNAME TO DPS-KEY-SURNAME
                 MOVE CUST-ID        TO DPS-CUST-NO
                 MOVE 'C'            TO DPS-TYPE
                 MOVE ZEROS          TO DPS-ACCT-ID
                 MOVE ZEROS          TO DPS-CUR
                 MOVE CUST-STATUS    TO DPS-STATUS
                 MOVE ZEROS          TO DPS-BALANCE
                 MOVE CUST-OPEN-DATE TO DPS-OPEN-DATE
                 MOVE CUST-NAME      TO DPS-NAME
                 MOVE CUST-SURNAME   TO DPS-SURNAME
                 RELEASE DPS-FIELDS
              END-IF
              READ CUST-REC NEXT
           END-PERFORM.
       H160-END. EXIT.
      *SWEEP THE ACCOUNT MASTER; A LINKED ACCOUNT TAKES ITS
      *CUSTOMER'S KEY, AN UNLINKED ONE ITS OWN NAME COPY. AN
      *ACCOUNT LINKED TO A CUSTOMER THAT IS MISSING, DELETED OR
      *MERGED IS LEFT OUT
       H170-RELEASE-ACCOUNTS.
           READ ACCT-REC.
           PERFORM UNTIL ACCT-EOF
              ADD 1 TO WS-CNT-ACCTS
              MOVE SPACES           TO DPS-FIELDS
              MOVE ACCT-ID          TO DPS-ACCT-ID
              MOVE ACCT-CUR         TO DPS-CUR
              MOVE ACCT-STATUS      TO DPS-STATUS
              MOVE ACCT-BALANCE     TO DPS-BALANCE
              MOVE ACCT-OPEN-DATE   TO DPS-OPEN-DATE
              MOVE ACCT-NAME        TO DPS-NAME
              MOVE ACCT-SURNAME     TO DPS-SURNAME
              IF ACCT-CUST-NO IS NUMERIC AND
                 ACCT-CUST-NO NOT = ZEROS
                 PERFORM H180-RELEASE-LINKED
              ELSE
                 ADD 1 TO WS-CNT-UNLINKED
                 MOVE ACCT-NAME      TO WS-NRM-NAME
                 MOVE ACCT-SURNAME   TO WS-NRM-SURNAME
                 PERFORM H600-NORMALISE-NAME
                 MOVE WS-NRM-NAME    TO DPS-KEY-NAME
                 MOVE WS-NRM-SURNAME TO DPS-KEY-SURNAME
                 MOVE ZEROS          TO DPS-CUST-NO
                 MOVE 'U'            TO DPS-TYPE
                 RELEASE DPS-FIELDS
              END-IF
              READ ACCT-REC
           END-PERFORM.
       H170-END. EXIT.
      *FILE A LINKED ACCOUNT UNDER ITS CUSTOMER'S KEY
       H180-RELEASE-LINKED.
           INITIALIZE INVALID-KEY.
           MOVE ACCT-CUST-NO TO CUST-ID.
           READ CUST-REC
              INVALID KEY MOVE 'Y' TO INVALID-KEY
           END-READ.
           IF INVL-KEY OR NOT CUST-ACTIVE
              ADD 1 TO WS-CNT-SKIPPED
           ELSE
              MOVE CUST-NAME      TO WS-NRM-NAME
              MOVE CUST-SURNAME   TO WS-NRM-SURNAME
              PERFORM H600-NORMALISE-NAME
              MOVE WS-NRM-NAME    TO DPS-KEY-NAME
              MOVE WS-NRM-SURNAME TO DPS-KEY-SURNAME
              MOVE ACCT-CUST-NO   TO DPS-CUST-NO
              MOVE 'L'            TO DPS-TYPE
              RELEASE DPS-FIELDS
           END-IF.
       H180-END. EXIT.
      *TAKE THE SORTED RECORDS ONE NAME GROUP AT A TIME
       H200-WRITE-GROUPS.
           PERFORM H250-WRITE-ONE UNTIL SORT-EOF.
           IF WS-GRP-OPEN
              PERFORM H400-CLOSE-GROUP
           END-IF.
       H200-END. EXIT.
      *ONE SORTED RECORD: CLOSE THE GROUP ON A NEW KEY, THEN HOLD
      *THE RECORD IN THE GROUP TABLE
       H250-WRITE-ONE.
           RETURN DP-SORT
              AT END MOVE 'Y' TO SORT-EOF-SW.
           IF NOT SORT-EOF
              EVALUATE TRUE
                 WHEN NOT WS-GRP-OPEN
                    PERFORM H300-OPEN-GROUP
                 WHEN DPS-KEY NOT = WS-GRP-KEY
                    PERFORM H400-CLOSE-GROUP
                    PERFORM H300-OPEN-GROUP
              END-EVALUATE
              PERFORM H350-HOLD-RECORD
           END-IF.
       H250-END. EXIT.
      *START A NEW NAME GROUP
       H300-OPEN-GROUP.
           MOVE DPS-KEY TO WS-GRP-KEY.
           MOVE 'Y'     TO WS-GRP-OPEN-SW.
           MOVE ZEROS   TO WS-GRP-CUSTS.
           MOVE ZEROS   TO WS-GRP-HOLDERS.
           MOVE ZEROS   TO WS-GRP-UNLINKED.
           MOVE ZEROS   TO WS-GRP-CUR-IDX.
           MOVE ZEROS   TO WS-GRP-SURVIVOR.
           MOVE ZEROS   TO WS-GRP-SURV-DT.
           MOVE ZEROS   TO WS-DP-CNT.
       H300-END. EXIT.
      *COUNT ONE RECORD INTO THE GROUP AND KEEP IT FOR PRINTING.
      *A CUSTOMER'S FIRST ACCOUNT MAKES IT AN ACCOUNT HOLDER; THE
      *EARLIEST-OPENED CUSTOMER IS THE SUGGESTED SURVIVOR (THE SORT
      *BRINGS THE CUSTOMERS IN NUMBER ORDER, SO A TIE KEEPS THE
      *LOWER NUMBER)
       H350-HOLD-RECORD.
           EVALUATE DPS-TYPE
              WHEN 'C'
                 ADD 1 TO WS-GRP-CUSTS
                 IF WS-GRP-SURVIVOR = ZEROS OR
                    DPS-OPEN-DATE < WS-GRP-SURV-DT
                    MOVE DPS-CUST-NO   TO WS-GRP-SURVIVOR
                    MOVE DPS-OPEN-DATE TO WS-GRP-SURV-DT
                 END-IF
              WHEN 'U'
                 ADD 1 TO WS-GRP-UNLINKED
           END-EVALUATE.
           IF WS-DP-CNT < WS-DP-MAX
              ADD 1 TO WS-DP-CNT
              MOVE DPS-TYPE       TO WS-DPT-TYPE (WS-DP-CNT)
              MOVE DPS-CUST-NO    TO WS-DPT-CUST-NO (WS-DP-CNT)
              MOVE DPS-ACCT-ID    TO WS-DPT-ACCT-ID (WS-DP-CNT)
              MOVE DPS-CUR        TO WS-DPT-CUR (WS-DP-CNT)
              MOVE DPS-STATUS     TO WS-DPT-STATUS (WS-DP-CNT)
              MOVE DPS-BALANCE    TO WS-DPT-BALANCE (WS-DP-CNT)
              MOVE DPS-OPEN-DATE  TO WS-DPT-OPEN-DATE (WS-DP-CNT)
              MOVE DPS-NAME       TO WS-DPT-NAME (WS-DP-CNT)
              MOVE DPS-SURNAME    TO WS-DPT-SURNAME (WS-DP-CNT)
              MOVE ZEROS          TO WS-DPT-ACCTS (WS-DP-CNT)
              IF DPS-TYPE = 'C'
                 MOVE WS-DP-CNT TO WS-GRP-CUR-IDX
              END-IF
           ELSE
              ADD 1 TO WS-CNT-OVERFLOW
           END-IF.
           IF DPS-TYPE = 'L' AND WS-GRP-CUR-IDX > ZEROS
              IF WS-DPT-CUST-NO (WS-GRP-CUR-IDX) = DPS-CUST-NO
                 IF WS-DPT-ACCTS (WS-GRP-CUR-IDX) = ZEROS
                    ADD 1 TO WS-GRP-HOLDERS
                 END-IF
                 ADD 1 TO WS-DPT-ACCTS (WS-GRP-CUR-IDX)
              END-IF
           END-IF.
       H350-END. EXIT.
      *END OF A NAME GROUP: PRINT IT WHEN IT HOLDS TWO OR MORE
      *CUSTOMERS, GRADED ON WHETHER THEIR ACCOUNTS OVERLAP
       H400-CLOSE-GROUP.
           IF WS-GRP-CUSTS > 1
              ADD 1 TO WS-CNT-GROUPS
              ADD WS-GRP-CUSTS TO WS-CNT-DUPCUST
              IF WS-GRP-HOLDERS > 1
                 ADD 1 TO WS-CNT-PROBABLE
                 MOVE 'PROBABLE' TO WS-DP-GRADE
              ELSE
                 ADD 1 TO WS-CNT-POSSIBLE
                 MOVE 'POSSIBLE' TO WS-DP-GRADE
              END-IF
              MOVE SPACES TO DPR-LINE
              WRITE DPR-LINE
              MOVE WS-CNT-GROUPS  TO WS-DP-GRP-ED
              MOVE WS-GRP-CUSTS   TO WS-DP-CNT-ED
              MOVE WS-GRP-HOLDERS TO WS-DP-CNT2-ED
              MOVE SPACES TO DPR-LINE
              STRING 'GROUP ' WS-DP-GRP-ED ' ' WS-DP-GRADE
                     '  CUSTOMERS ' WS-DP-CNT-ED
                     '  WITH ACCOUNTS ' WS-DP-CNT2-ED
                     '  SURVIVOR ' WS-GRP-SURVIVOR
                 DELIMITED BY SIZE INTO DPR-LINE
              WRITE DPR-LINE
              PERFORM VARYING WS-DP-IDX FROM 1 BY 1
                 UNTIL WS-DP-IDX > WS-DP-CNT
                 PERFORM H450-PRINT-ENTRY
              END-PERFORM
           END-IF.
           MOVE 'N' TO WS-GRP-OPEN-SW.
       H400-END. EXIT.
      *ONE HELD LINE OF A PRINTED GROUP
       H450-PRINT-ENTRY.
           MOVE WS-DPT-ACCT-ID (WS-DP-IDX)  TO WS-DP-ID-ED.
           MOVE WS-DPT-CUR (WS-DP-IDX)      TO WS-DP-CUR-ED.
           MOVE WS-DPT-BALANCE (WS-DP-IDX)  TO WS-DP-AMT-ED.
           MOVE SPACES TO DPR-LINE
           EVALUATE WS-DPT-TYPE (WS-DP-IDX)
              WHEN 'C'
                 MOVE WS-DPT-ACCTS (WS-DP-IDX) TO WS-DP-CNT-ED
                 STRING '  CUST ' WS-DPT-CUST-NO (WS-DP-IDX) ' '
                        WS-DPT-NAME (WS-DP-IDX) ' '
                        WS-DPT-SURNAME (WS-DP-IDX)
                        ' OPENED ' WS-DPT-OPEN-DATE (WS-DP-IDX)
                        ' ACCTS ' WS-DP-CNT-ED
                    DELIMITED BY SIZE INTO DPR-LINE
              WHEN 'L'
                 STRING '      ACCT ' WS-DP-ID-ED ' CUR '
                        WS-DP-CUR-ED ' STATUS '
                        WS-DPT-STATUS (WS-DP-IDX)
                        ' BALANCE ' WS-DP-AMT-ED
                    DELIMITED BY SIZE INTO DPR-LINE
              WHEN OTHER
                 STRING '  UNLINKED ACCT ' WS-DP-ID-ED ' CUR '
                        WS-DP-CUR-ED ' STATUS '
                        WS-DPT-STATUS (WS-DP-IDX)
                        ' BALANCE ' WS-DP-AMT-ED
                    DELIMITED BY SIZE INTO DPR-LINE
           END-EVALUATE.
           WRITE DPR-LINE.
       H450-END. EXIT.
      *NORMALISE A NAME PAIR THE WAY THE POSTING SUBPROGRAM DOES ON
      *AN UPDATE: SURNAME E TO I THEN A TO E, AND EVERY SPACE
      *SQUEEZED OUT OF THE NAME
       H600-NORMALISE-NAME.
           INSPECT WS-NRM-SURNAME REPLACING ALL 'E' BY 'I'.
           INSPECT WS-NRM-SURNAME REPLACING ALL 'A' BY 'E'.
           PERFORM VARYING WS-NRM-I FROM 1 BY 1
              UNTIL WS-NRM-I > LENGTH OF WS-NRM-NAME
              IF WS-NRM-NAME (WS-NRM-I:1) = ' '
                 CONTINUE
              ELSE
                 MOVE WS-NRM-NAME (WS-NRM-I:1) TO
                      WS-NRM-NAME-O (WS-NRM-O:1)
                 ADD 1 TO WS-NRM-O
              END-IF
           END-PERFORM.
           MOVE WS-NRM-NAME-O   TO WS-NRM-NAME.
           MOVE 1               TO WS-NRM-O.
           MOVE SPACES          TO WS-NRM-NAME-O.
       H600-END. EXIT.
      *WRITE THE END-OF-JOB CONTROL TOTALS
       H900-WRITE-TOTALS.
           MOVE SPACES TO DPR-LINE
           WRITE DPR-LINE.
           MOVE WS-CNT-CUSTS TO WS-DP-NUM
           MOVE SPACES TO DPR-LINE
           STRING 'CUSTOMERS READ ......................: ' WS-DP-NUM
              DELIMITED BY SIZE INTO DPR-LINE
           WRITE DPR-LINE.
           MOVE WS-CNT-ACTIVE TO WS-DP-NUM
           MOVE SPACES TO DPR-LINE
           STRING 'ACTIVE CUSTOMERS COMPARED ...........: ' WS-DP-NUM
              DELIMITED BY SIZE INTO DPR-LINE
           WRITE DPR-LINE.
           MOVE WS-CNT-ACCTS TO WS-DP-NUM
           MOVE SPACES TO DPR-LINE
           STRING 'ACCOUNTS READ .......................: ' WS-DP-NUM
              DELIMITED BY SIZE INTO DPR-LINE
           WRITE DPR-LINE.
           MOVE WS-CNT-UNLINKED TO WS-DP-NUM
           MOVE SPACES TO DPR-LINE
           STRING 'ACCOUNTS WITH NO CUSTOMER LINK ......: ' WS-DP-NUM
              DELIMITED BY SIZE INTO DPR-LINE
           WRITE DPR-LINE.
           MOVE WS-CNT-SKIPPED TO WS-DP-NUM
           MOVE SPACES TO DPR-LINE
           STRING 'ACCOUNTS OF INACTIVE/MISSING CUST ...: ' WS-DP-NUM
              DELIMITED BY SIZE INTO DPR-LINE
           WRITE DPR-LINE.
           MOVE WS-CNT-GROUPS TO WS-DP-NUM
           MOVE SPACES TO DPR-LINE
           STRING 'DUPLICATE NAME GROUPS ...............: ' WS-DP-NUM
              DELIMITED BY SIZE INTO DPR-LINE
           WRITE DPR-LINE.
           MOVE WS-CNT-PROBABLE TO WS-DP-NUM
           MOVE SPACES TO DPR-LINE
           STRING 'PROBABLE - ACCOUNTS OVERLAP .........: ' WS-DP-NUM
              DELIMITED BY SIZE INTO DPR-LINE
           WRITE DPR-LINE.
           MOVE WS-CNT-POSSIBLE TO WS-DP-NUM
           MOVE SPACES TO DPR-LINE
           STRING 'POSSIBLE - NAME MATCH ONLY ..........: ' WS-DP-NUM
              DELIMITED BY SIZE INTO DPR-LINE
           WRITE DPR-LINE.
           MOVE WS-CNT-DUPCUST TO WS-DP-NUM
           MOVE SPACES TO DPR-LINE
           STRING 'CUSTOMERS IN DUPLICATE GROUPS .......: ' WS-DP-NUM
              DELIMITED BY SIZE INTO DPR-LINE
           WRITE DPR-LINE.
           MOVE WS-CNT-OVERFLOW TO WS-DP-NUM
           MOVE SPACES TO DPR-LINE
           STRING 'LINES OVER THE GROUP TABLE ..........: ' WS-DP-NUM
              DELIMITED BY SIZE INTO DPR-LINE
           WRITE DPR-LINE.
       H900-END. EXIT.
      *END THE PROGRAM
       H999-PROGRAM-EXIT.
           IF WS-RPT-OPENED-SW = 'Y'
              PERFORM H900-WRITE-TOTALS
           END-IF.
           CLOSE CUST-REC
                 ACCT-REC
                 DP-RPT.
           STOP RUN.
       H999-END. EXIT.
      *
