       IDENTIFICATION DIVISION.
      *INBOUND FEED INTAKE CONTROL
      *CHECKS EVERY BRANCH AND CHANNEL TRANSACTION FEED BEFORE IT IS
      *CONCATENATED INTO THE DAY'S INPFILE FOR FNLPRGMN. EACH FEED
      *FILE IS BRACKETED BY A HEADER RECORD (SOURCE CHANNEL, BUSINESS
      *DATE, FILE SEQUENCE NUMBER) AND A TRAILER RECORD (DETAIL
      *RECORD COUNT, HASH TOTAL OF THE DETAIL AMOUNTS). ANY NUMBER OF
      *FEED FILES MAY BE CONCATENATED ON FEEDIN; EACH IS CHECKED ON
      *ITS OWN AND ACCEPTED OR REJECTED AS A WHOLE. A FILE IS
      *REJECTED WHEN ITS HEADER OR TRAILER IS MISSING (A TRUNCATED
      *TRANSFER), WHEN THE COUNT OR HASH TOTAL DOES NOT AGREE WITH
      *THE DETAIL, WHEN THE BUSINESS DATE IS NOT TODAY'S, OR WHEN
      *ITS SEQUENCE NUMBER WAS ALREADY PROCESSED OR SKIPS A NUMBER
      *AGAINST THE SEQREG PER-CHANNEL SEQUENCE REGISTER. THE DETAIL
      *OF AN ACCEPTED FILE IS COPIED, WITHOUT ITS HEADER AND TRAILER,
      *TO FEEDOUT FOR THE INPFILE CONCATENATION; A REJECTED FILE
      *CONTRIBUTES NOTHING. THE REGISTER IS ADVANCED ONLY AT THE END
      *OF A COMPLETE RUN, SO A RERUN AFTER AN ABEND SEES THE SAME
      *SEQUENCE NUMBERS AGAIN. THE INTAKE REPORT LISTS EVERY FILE
      *WITH ITS RESULT AND IS SIGNED OFF BY OPERATIONS BEFORE THE
      *DAILY RUN IS RELEASED; RC 8 MEANS AT LEAST ONE FILE WAS
      *REJECTED. THE BUSINESS DATE IS THE RUN DATE ON THE FNLPRGMN
      *CONTROL CARD (COL 5-12), ELSE TODAY'S DATE.
       PROGRAM-ID.    FNLPRGIN.
       AUTHOR.        Mert Musa TEMEL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FEED-IN    ASSIGN TO    FEEDIN
                             STATUS       FEI-ST.
           SELECT FEED-WORK  ASSIGN TO    FEEDWRK
                             STATUS       FWK-ST.
           SELECT FEED-OUT   ASSIGN TO    FEEDOUT
                             STATUS       FEO-ST.
           SELECT SEQ-REG    ASSIGN TO    SEQREG
                             ORGANIZATION INDEXED
                             ACCESS       RANDOM
                             RECORD       SQR-KEY
                             STATUS       SQR-ST.
           SELECT CTL-REC    ASSIGN TO    CTLCARD
                             STATUS       CTL-ST.
           SELECT IN-RPT     ASSIGN TO    INRPT
                             STATUS       RPT-ST.
           SELECT RUNC-REC   ASSIGN TO    RUNCTL
                             STATUS       RUNC-ST.
           SELECT RUNH-REC   ASSIGN TO    RUNHIST
                             STATUS       RUNH-ST.
       DATA DIVISION.
       FILE SECTION.
      *RAW CHANNEL FEEDS, ONE OR MORE FILES CONCATENATED. THE DETAIL
      *RECORDS ARE IN INPFILE FORMAT; ONLY THE AMOUNT IS NAMED HERE
       FD  FEED-IN    RECORDING MODE F.
       01  FEI-FIELDS.
           05 FILLER            PIC X(39).
           05 FED-AMT           PIC S9(07)V99.
           05 FILLER            PIC X(18).
      *FILE HEADER
      *COL 1-3   'HDR'
      *COL 4-7   SOURCE CHANNEL CODE
      *COL 8-15  BUSINESS DATE YYYYMMDD
      *COL 16-21 FILE SEQUENCE NUMBER WITHIN THE CHANNEL, FROM 000001
       01  FEH-FIELDS.
           05 FEH-TYPE          PIC X(03).
              88 FEH-IS-HEADER  VALUE 'HDR'.
           05 FEH-CHANNEL       PIC X(04).
           05 FEH-BUS-DATE      PIC X(08).
           05 FEH-BUS-DATE-N    REDEFINES FEH-BUS-DATE
                                PIC 9(08).
           05 FEH-SEQ           PIC X(06).
           05 FEH-SEQ-N         REDEFINES FEH-SEQ
                                PIC 9(06).
           05 FILLER            PIC X(45).
      *FILE TRAILER
      *COL 1-3   'TRL'
      *COL 4-10  NUMBER OF DETAIL RECORDS BETWEEN HEADER AND TRAILER
      *COL 11-25 HASH TOTAL: SUM OF THE DETAIL AMOUNTS S9(13)V99,
      *          SIGN OVERPUNCHED IN THE LAST DIGIT AS ON THE DETAIL
       01  FET-FIELDS.
           05 FET-TYPE          PIC X(03).
              88 FET-IS-TRAILER VALUE 'TRL'.
           05 FET-COUNT         PIC X(07).
           05 FET-COUNT-N       REDEFINES FET-COUNT
                                PIC 9(07).
           05 FET-HASH          PIC X(15).
           05 FET-HASH-N        REDEFINES FET-HASH
                                PIC S9(13)V99.
           05 FILLER            PIC X(41).
      *ONE FEED FILE'S DETAIL, HELD UNTIL ITS TRAILER IS CHECKED
       FD  FEED-WORK  RECORDING MODE F.
       01  FWK-FIELDS           PIC X(66).
      *ACCEPTED DETAIL IN RAW INPFILE FORMAT FOR THE CONCATENATION
       FD  FEED-OUT   RECORDING MODE F.
       01  FEO-FIELDS           PIC X(66).
      *VSAM PER-CHANNEL FILE SEQUENCE REGISTER
      *    RECORD CONTAINS 80 CHARACTERS
      *    DATA RECORD IS SQR-FIELDS.
       FD  SEQ-REG.
       01  SQR-FIELDS.
           03 SQR-KEY.
              05 SQR-CHANNEL PIC X(04).
      *LAST FILE ACCEPTED FROM THE CHANNEL
           03 SQR-LAST-SEQ   PIC 9(06).
           03 SQR-LAST-BUS-DATE PIC 9(08).
           03 SQR-LAST-TS    PIC X(21).
           03 SQR-LAST-COUNT PIC 9(07).
           03 SQR-LAST-HASH  PIC S9(13)V99 COMP-3.
      *FILES ACCEPTED FROM THE CHANNEL SINCE IT WAS FIRST SEEN
           03 SQR-FILE-CNT   PIC 9(07).
           03 FILLER         PIC X(19).
      *FNLPRGMN RUN-CONTROL CARD; ONLY THE RUN DATE IS USED HERE
       FD  CTL-REC    RECORDING MODE F.
       01  CTL-FIELDS.
           05 CTL-CHK-INTERVAL  PIC X(04).
           05 CTL-RUN-DATE      PIC X(08).
           05 FILLER            PIC X(68).
      *INTAKE REPORT FOR OPERATIONS SIGN-OFF
       FD  IN-RPT     RECORDING MODE F.
       01  INR-LINE             PIC X(80).
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
           05 FEI-ST            PIC 9(02).
              88 FEI-EOF        VALUE 10.
              88 FEI-SUCCESS    VALUE 00
                                      97.
           05 FWK-ST            PIC 9(02).
              88 FWK-EOF        VALUE 10.
              88 FWK-SUCCESS    VALUE 00
                                      97.
           05 FEO-ST            PIC 9(02).
              88 FEO-SUCCESS    VALUE 00
                                      97.
           05 SQR-ST            PIC 9(02).
              88 SQR-SUCCESS    VALUE 00
                                      97.
           05 CTL-ST            PIC 9(02).
              88 CTL-SUCCESS    VALUE 00
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
           05 WS-RUN-COMPLETE-SW PIC X(01) VALUE 'N'.
           05 WS-RUN-START-TS   PIC X(21) VALUE SPACES.
           05 WS-RUNH-NUM       PIC ZZZZZZZ9.
           05 INVALID-KEY       PIC X(01).
              88 INVL-KEY       VALUE 'Y'.
           05 WS-RPT-OPENED-SW  PIC X(01) VALUE 'N'.
           05 WS-RUN-DATE       PIC 9(08) VALUE ZEROS.
      *THE FEED FILE CURRENTLY BEING CHECKED
           05 WS-FILE-OPEN-SW   PIC X(01) VALUE 'N'.
              88 WS-FILE-OPEN   VALUE 'Y'.
           05 WS-FILE-CHANNEL   PIC X(04) VALUE SPACES.
           05 WS-FILE-BUS-DATE  PIC X(08) VALUE SPACES.
           05 WS-FILE-BUS-DATE-N REDEFINES WS-FILE-BUS-DATE
                                PIC 9(08).
           05 WS-FILE-SEQ       PIC X(06) VALUE SPACES.
           05 WS-FILE-SEQ-N     REDEFINES WS-FILE-SEQ
                                PIC 9(06).
           05 WS-FILE-TRL-COUNT PIC X(07) VALUE SPACES.
           05 WS-FILE-COUNT     PIC 9(07) COMP VALUE ZEROS.
           05 WS-FILE-HASH      PIC S9(13)V99 COMP-3 VALUE ZEROS.
           05 WS-FILE-CHN-IDX   PIC 9(03) COMP VALUE ZEROS.
      *SPACES WHILE THE FILE IS GOOD, ELSE THE FIRST REASON FOUND
           05 WS-FILE-REASON    PIC X(50) VALUE SPACES.
           05 WS-EXP-SEQ        PIC 9(06) VALUE ZEROS.
      *ONE ENTRY PER CHANNEL SEEN THIS RUN, LOADED FROM THE REGISTER
      *ON ITS FIRST FILE AND ADVANCED AS ITS FILES ARE ACCEPTED
           05 WS-CHN-CNT        PIC 9(03) COMP VALUE ZEROS.
           05 WS-CHN-IDX        PIC 9(03) COMP VALUE ZEROS.
           05 WS-CHN-TABLE.
              07 WS-CHN-ENTRY   OCCURS 50 TIMES.
                 09 WS-CHN-CHANNEL  PIC X(04).
                 09 WS-CHN-NEW-SW   PIC X(01).
                 09 WS-CHN-CHANGED-SW PIC X(01).
                 09 WS-CHN-LAST-SEQ PIC 9(06).
                 09 WS-CHN-BUS-DATE PIC 9(08).
                 09 WS-CHN-COUNT    PIC 9(07).
                 09 WS-CHN-HASH     PIC S9(13)V99 COMP-3.
                 09 WS-CHN-FILES    PIC 9(07).
           05 WS-IN-COUNTERS.
              07 WS-CNT-READ     PIC 9(08) COMP VALUE ZEROS.
              07 WS-CNT-FILES    PIC 9(08) COMP VALUE ZEROS.
              07 WS-CNT-ACC-FILES PIC 9(08) COMP VALUE ZEROS.
              07 WS-CNT-REJ-FILES PIC 9(08) COMP VALUE ZEROS.
              07 WS-CNT-ACC-RECS PIC 9(08) COMP VALUE ZEROS.
              07 WS-CNT-REJ-RECS PIC 9(08) COMP VALUE ZEROS.
              07 WS-CNT-CHANNELS PIC 9(08) COMP VALUE ZEROS.
           05 WS-TOT-ACC-HASH    PIC S9(13)V99 COMP-3 VALUE ZEROS.
           05 WS-IN-NUM          PIC ZZZZZZZ9.
           05 WS-IN-FILE-ED      PIC ZZZ9.
           05 WS-IN-CNT-ED       PIC ZZZZZZ9.
           05 WS-IN-SEQ-ED       PIC 9(06).
           05 WS-IN-HASH-ED      PIC -(13)9.99.
       PROCEDURE DIVISION.
      *MAIN LOOOP
       0000-MAIN.
           PERFORM H050-RUN-INTERLOCK.
           PERFORM H100-OPEN-FILES.
           PERFORM H200-PROCESS UNTIL FEI-EOF.
           IF WS-FILE-OPEN
              IF WS-FILE-REASON = SPACES
                 MOVE 'NO TRAILER - FILE TRUNCATED' TO WS-FILE-REASON
              END-IF
              PERFORM H400-CLOSE-FILE
           END-IF.
           PERFORM H800-UPDATE-REGISTER.
           IF WS-CNT-REJ-FILES > ZEROS
              MOVE 8 TO RETURN-CODE
           END-IF.
           MOVE 'Y' TO WS-RUN-COMPLETE-SW.
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
                 IF RUNC-PGM = 'FNLPRGIN'
                    DISPLAY 'PRIOR FNLPRGIN RUN DID NOT COMPLETE'
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
           MOVE 'FNLPRGIN'      TO RUNC-PGM
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
              MOVE 'FNLPRGIN'      TO RUNC-PGM
              MOVE FUNCTION CURRENT-DATE TO RUNC-TS
              WRITE RUNC-FIELDS
              CLOSE RUNC-REC
           END-IF.
           OPEN EXTEND RUNH-REC.
           IF RUNH-SUCCESS
              MOVE WS-CNT-FILES TO WS-RUNH-NUM
              MOVE SPACES TO RUNH-LINE
              STRING 'FNLPRGIN S ' WS-RUN-START-TS
                     ' E ' FUNCTION CURRENT-DATE
                     ' M U'
                     ' FIL ' WS-RUNH-NUM
                 DELIMITED BY SIZE INTO RUNH-LINE
              WRITE RUNH-LINE
              CLOSE RUNH-REC
           END-IF.
       H950-END. EXIT.
      *OPEN FILES AND CHECK STATUS
       H100-OPEN-FILES.
           PERFORM H105-READ-CONTROL.
           OPEN INPUT FEED-IN.
           IF (NOT FEI-SUCCESS)
              DISPLAY 'UNABLE TO OPEN1 FILE: ' FEI-ST
              MOVE FEI-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           OPEN I-O SEQ-REG.
           IF (NOT SQR-SUCCESS)
              DISPLAY 'UNABLE TO OPEN2 FILE: ' SQR-ST
              MOVE SQR-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           OPEN OUTPUT FEED-OUT.
           IF (NOT FEO-SUCCESS)
              DISPLAY 'UNABLE TO OPEN3 FILE: ' FEO-ST
              MOVE FEO-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           OPEN OUTPUT IN-RPT.
           IF (NOT RPT-SUCCESS)
              DISPLAY 'UNABLE TO OPEN4 FILE: ' RPT-ST
              MOVE RPT-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           MOVE 'Y' TO WS-RPT-OPENED-SW.
           MOVE SPACES TO INR-LINE
           STRING 'FNLPRGIN INBOUND FEED INTAKE  BUSINESS DATE '
                  WS-RUN-DATE
              DELIMITED BY SIZE INTO INR-LINE
           WRITE INR-LINE.
           READ FEED-IN.
       H100-END. EXIT.
      *TAKE THE BUSINESS DATE FROM THE FNLPRGMN CONTROL CARD SO THE
      *FEEDS ARE CHECKED AGAINST THE DATE THE DAILY RUN WILL USE
       H105-READ-CONTROL.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE.
           OPEN INPUT CTL-REC.
           IF CTL-SUCCESS
              READ CTL-REC
              IF CTL-SUCCESS
                 IF CTL-RUN-DATE IS NUMERIC AND
                    CTL-RUN-DATE NOT = ZEROS
                    COMPUTE WS-RUN-DATE =
                       FUNCTION NUMVAL (CTL-RUN-DATE)
                 END-IF
              END-IF
              CLOSE CTL-REC
           END-IF.
       H105-END. EXIT.
      *ONE FEED RECORD: A HEADER STARTS A FILE (CLOSING ANY FILE
      *STILL OPEN AS TRUNCATED), A TRAILER ENDS ONE, ANYTHING ELSE
      *IS DETAIL OF THE FILE IN HAND. DETAIL OR A TRAILER WITH NO
      *HEADER IN FRONT OF IT IS TREATED AS A FILE OF ITS OWN AND
      *REJECTED.
       H200-PROCESS.
           ADD 1 TO WS-CNT-READ.
           EVALUATE TRUE
              WHEN FEH-IS-HEADER
                 IF WS-FILE-OPEN
                    IF WS-FILE-REASON = SPACES
                       MOVE 'NO TRAILER BEFORE NEXT HEADER'
                          TO WS-FILE-REASON
                    END-IF
                    PERFORM H400-CLOSE-FILE
                 END-IF
                 PERFORM H300-OPEN-FILE
              WHEN FET-IS-TRAILER
                 IF NOT WS-FILE-OPEN
                    PERFORM H300-OPEN-FILE
                    MOVE 'TRAILER WITH NO FILE HEADER'
                       TO WS-FILE-REASON
                 END-IF
                 PERFORM H350-CHECK-TRAILER
                 PERFORM H400-CLOSE-FILE
              WHEN OTHER
                 IF NOT WS-FILE-OPEN
                    PERFORM H300-OPEN-FILE
                 END-IF
                 PERFORM H250-TAKE-DETAIL
           END-EVALUATE.
           READ FEED-IN.
       H200-END. EXIT.
      *HOLD ONE DETAIL RECORD AND ROLL IT INTO THE FILE'S COUNT AND
      *HASH TOTAL
       H250-TAKE-DETAIL.
           ADD 1 TO WS-FILE-COUNT.
           IF FED-AMT IS NUMERIC
              ADD FED-AMT TO WS-FILE-HASH
           END-IF.
           MOVE FEI-FIELDS TO FWK-FIELDS.
           WRITE FWK-FIELDS.
       H250-END. EXIT.
      *START A FEED FILE AND CHECK ITS HEADER
       H300-OPEN-FILE.
           ADD 1 TO WS-CNT-FILES.
           MOVE 'Y'    TO WS-FILE-OPEN-SW.
           MOVE ZEROS  TO WS-FILE-COUNT.
           MOVE ZEROS  TO WS-FILE-HASH.
           MOVE ZEROS  TO WS-FILE-CHN-IDX.
           MOVE SPACES TO WS-FILE-REASON.
           MOVE SPACES TO WS-FILE-TRL-COUNT.
           OPEN OUTPUT FEED-WORK.
           IF (NOT FWK-SUCCESS)
              DISPLAY 'UNABLE TO OPEN6 FILE: ' FWK-ST
              MOVE FWK-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           IF FEH-IS-HEADER
              MOVE FEH-CHANNEL  TO WS-FILE-CHANNEL
              MOVE FEH-BUS-DATE TO WS-FILE-BUS-DATE
              MOVE FEH-SEQ      TO WS-FILE-SEQ
              PERFORM H310-CHECK-HEADER
           ELSE
              MOVE '????'       TO WS-FILE-CHANNEL
              MOVE SPACES       TO WS-FILE-BUS-DATE
              MOVE SPACES       TO WS-FILE-SEQ
              MOVE 'RECORDS OUTSIDE ANY FILE HEADER'
                 TO WS-FILE-REASON
           END-IF.
       H300-END. EXIT.
      *THE HEADER MUST NAME A CHANNEL, CARRY TODAY'S BUSINESS DATE
      *AND A SEQUENCE NUMBER
       H310-CHECK-HEADER.
           EVALUATE TRUE
              WHEN FEH-CHANNEL = SPACES
                 MOVE 'NO CHANNEL ON FILE HEADER' TO WS-FILE-REASON
              WHEN FEH-BUS-DATE IS NOT NUMERIC
                OR FEH-BUS-DATE-N NOT = WS-RUN-DATE
                 STRING 'BUSINESS DATE IS NOT ' WS-RUN-DATE
                    DELIMITED BY SIZE INTO WS-FILE-REASON
              WHEN FEH-SEQ IS NOT NUMERIC
                OR FEH-SEQ-N = ZEROS
                 MOVE 'INVALID FILE SEQUENCE NUMBER' TO WS-FILE-REASON
              WHEN OTHER
                 PERFORM H320-CHECK-SEQUENCE
           END-EVALUATE.
       H310-END. EXIT.
      *THE SEQUENCE NUMBER MUST BE THE ONE AFTER THE CHANNEL'S LAST
      *ACCEPTED FILE (000001 FOR A CHANNEL NEVER SEEN BEFORE, AND
      *AGAIN AFTER 999999)
       H320-CHECK-SEQUENCE.
           PERFORM H330-FIND-CHANNEL.
           IF WS-FILE-CHN-IDX = ZEROS
              MOVE 'TOO MANY CHANNELS IN ONE RUN' TO WS-FILE-REASON
           ELSE
              IF WS-CHN-LAST-SEQ (WS-FILE-CHN-IDX) = 999999
                 MOVE 1 TO WS-EXP-SEQ
              ELSE
                 COMPUTE WS-EXP-SEQ =
                    WS-CHN-LAST-SEQ (WS-FILE-CHN-IDX) + 1
              END-IF
              MOVE WS-CHN-LAST-SEQ (WS-FILE-CHN-IDX) TO WS-IN-SEQ-ED
              EVALUATE TRUE
                 WHEN FEH-SEQ-N = WS-EXP-SEQ
                    CONTINUE
                 WHEN FEH-SEQ-N <= WS-CHN-LAST-SEQ (WS-FILE-CHN-IDX)
                    STRING 'SEQUENCE ALREADY PROCESSED, LAST WAS '
                           WS-IN-SEQ-ED
                       DELIMITED BY SIZE INTO WS-FILE-REASON
                 WHEN OTHER
                    MOVE WS-EXP-SEQ TO WS-IN-SEQ-ED
                    STRING 'SEQUENCE GAP, EXPECTED ' WS-IN-SEQ-ED
                       DELIMITED BY SIZE INTO WS-FILE-REASON
              END-EVALUATE
           END-IF.
       H320-END. EXIT.
      *FIND THE CHANNEL IN THIS RUN'S TABLE, LOADING IT FROM THE
      *REGISTER ON ITS FIRST FILE; ZERO INDEX WHEN THE TABLE IS FULL
       H330-FIND-CHANNEL.
           MOVE ZEROS TO WS-FILE-CHN-IDX.
           PERFORM VARYING WS-CHN-IDX FROM 1 BY 1
              UNTIL WS-CHN-IDX > WS-CHN-CNT
                 OR WS-FILE-CHN-IDX NOT = ZEROS
              IF WS-CHN-CHANNEL (WS-CHN-IDX) = FEH-CHANNEL
                 MOVE WS-CHN-IDX TO WS-FILE-CHN-IDX
              END-IF
           END-PERFORM.
           IF WS-FILE-CHN-IDX = ZEROS AND WS-CHN-CNT < 50
              ADD 1 TO WS-CHN-CNT
              MOVE WS-CHN-CNT  TO WS-FILE-CHN-IDX
              MOVE FEH-CHANNEL TO WS-CHN-CHANNEL (WS-FILE-CHN-IDX)
              MOVE 'N'         TO WS-CHN-CHANGED-SW (WS-FILE-CHN-IDX)
              MOVE ZEROS       TO WS-CHN-BUS-DATE (WS-FILE-CHN-IDX)
              MOVE ZEROS       TO WS-CHN-COUNT (WS-FILE-CHN-IDX)
              MOVE ZEROS       TO WS-CHN-HASH (WS-FILE-CHN-IDX)
              INITIALIZE INVALID-KEY
              MOVE FEH-CHANNEL TO SQR-CHANNEL
              READ SEQ-REG
                 INVALID KEY MOVE 'Y' TO INVALID-KEY
              END-READ
              IF INVL-KEY
                 MOVE 'Y'   TO WS-CHN-NEW-SW (WS-FILE-CHN-IDX)
                 MOVE ZEROS TO WS-CHN-LAST-SEQ (WS-FILE-CHN-IDX)
                 MOVE ZEROS TO WS-CHN-FILES (WS-FILE-CHN-IDX)
              ELSE
                 MOVE 'N'   TO WS-CHN-NEW-SW (WS-FILE-CHN-IDX)
                 MOVE SQR-LAST-SEQ
                    TO WS-CHN-LAST-SEQ (WS-FILE-CHN-IDX)
                 MOVE SQR-FILE-CNT
                    TO WS-CHN-FILES (WS-FILE-CHN-IDX)
              END-IF
           END-IF.
       H330-END. EXIT.
      *THE TRAILER'S RECORD COUNT AND HASH TOTAL MUST AGREE WITH
      *THE DETAIL JUST READ
       H350-CHECK-TRAILER.
           MOVE FET-COUNT TO WS-FILE-TRL-COUNT.
           IF WS-FILE-REASON = SPACES
              EVALUATE TRUE
                 WHEN FET-COUNT IS NOT NUMERIC
                   OR FET-COUNT-N NOT = WS-FILE-COUNT
                    MOVE WS-FILE-COUNT TO WS-IN-CNT-ED
                    STRING 'RECORD COUNT ' WS-IN-CNT-ED
                           ' NOT EQUAL TO TRAILER ' FET-COUNT
                       DELIMITED BY SIZE INTO WS-FILE-REASON
                 WHEN FET-HASH-N IS NOT NUMERIC
                   OR FET-HASH-N NOT = WS-FILE-HASH
                    MOVE 'AMOUNT HASH TOTAL DOES NOT AGREE WITH TRAILER'
                       TO WS-FILE-REASON
              END-EVALUATE
           END-IF.
       H350-END. EXIT.
      *END A FEED FILE: PASS ITS DETAIL ON IF IT IS GOOD, THEN
      *REPORT IT
       H400-CLOSE-FILE.
           CLOSE FEED-WORK.
           IF WS-FILE-REASON = SPACES
              PERFORM H420-ACCEPT-FILE
           ELSE
              ADD 1 TO WS-CNT-REJ-FILES
              ADD WS-FILE-COUNT TO WS-CNT-REJ-RECS
           END-IF.
           PERFORM H450-REPORT-FILE.
           MOVE 'N' TO WS-FILE-OPEN-SW.
       H400-END. EXIT.
      *COPY AN ACCEPTED FILE'S DETAIL TO FEEDOUT AND ADVANCE THE
      *CHANNEL'S ENTRY; THE REGISTER ITSELF IS WRITTEN AT THE END
       H420-ACCEPT-FILE.
           OPEN INPUT FEED-WORK.
           IF (NOT FWK-SUCCESS)
              DISPLAY 'UNABLE TO OPEN6 FILE: ' FWK-ST
              MOVE FWK-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           READ FEED-WORK.
           PERFORM UNTIL FWK-EOF
              MOVE FWK-FIELDS TO FEO-FIELDS
              WRITE FEO-FIELDS
              READ FEED-WORK
           END-PERFORM.
           CLOSE FEED-WORK.
           MOVE WS-FILE-SEQ-N
              TO WS-CHN-LAST-SEQ (WS-FILE-CHN-IDX).
           MOVE WS-FILE-BUS-DATE-N
              TO WS-CHN-BUS-DATE (WS-FILE-CHN-IDX).
           MOVE WS-FILE-COUNT TO WS-CHN-COUNT (WS-FILE-CHN-IDX).
           MOVE WS-FILE-HASH  TO WS-CHN-HASH (WS-FILE-CHN-IDX).
           ADD 1 TO WS-CHN-FILES (WS-FILE-CHN-IDX).
           MOVE 'Y' TO WS-CHN-CHANGED-SW (WS-FILE-CHN-IDX).
           ADD 1 TO WS-CNT-ACC-FILES.
           ADD WS-FILE-COUNT TO WS-CNT-ACC-RECS.
           ADD WS-FILE-HASH  TO WS-TOT-ACC-HASH.
       H420-END. EXIT.
      *ONE FEED FILE ON THE INTAKE REPORT
       H450-REPORT-FILE.
           MOVE WS-CNT-FILES  TO WS-IN-FILE-ED.
           MOVE WS-FILE-COUNT TO WS-IN-CNT-ED.
           MOVE WS-FILE-HASH  TO WS-IN-HASH-ED.
           MOVE SPACES TO INR-LINE
           STRING 'FILE ' WS-IN-FILE-ED ' CHANNEL ' WS-FILE-CHANNEL
                  ' DATE ' WS-FILE-BUS-DATE ' SEQ ' WS-FILE-SEQ
                  ' RECORDS ' WS-IN-CNT-ED
              DELIMITED BY SIZE INTO INR-LINE
           WRITE INR-LINE.
           MOVE SPACES TO INR-LINE
           IF WS-FILE-REASON = SPACES
              STRING '     HASH ' WS-IN-HASH-ED ' TRAILER COUNT '
                     WS-FILE-TRL-COUNT '  ACCEPTED'
                 DELIMITED BY SIZE INTO INR-LINE
           ELSE
              STRING '     HASH ' WS-IN-HASH-ED ' TRAILER COUNT '
                     WS-FILE-TRL-COUNT '  REJECTED'
                 DELIMITED BY SIZE INTO INR-LINE
           END-IF
           WRITE INR-LINE.
           IF WS-FILE-REASON NOT = SPACES
              MOVE SPACES TO INR-LINE
              STRING '     REASON: ' WS-FILE-REASON
                 DELIMITED BY SIZE INTO INR-LINE
              WRITE INR-LINE
           END-IF.
       H450-END. EXIT.
      *ADVANCE THE REGISTER FOR EVERY CHANNEL THAT HAD A FILE
      *ACCEPTED THIS RUN
       H800-UPDATE-REGISTER.
           PERFORM VARYING WS-CHN-IDX FROM 1 BY 1
              UNTIL WS-CHN-IDX > WS-CHN-CNT
              IF WS-CHN-CHANGED-SW (WS-CHN-IDX) = 'Y'
                 PERFORM H810-SAVE-CHANNEL
              END-IF
           END-PERFORM.
       H800-END. EXIT.
      *WRITE A NEW REGISTER RECORD OR REWRITE THE CHANNEL'S RECORD
       H810-SAVE-CHANNEL.
           INITIALIZE SQR-FIELDS.
           MOVE WS-CHN-CHANNEL (WS-CHN-IDX)  TO SQR-CHANNEL.
           MOVE WS-CHN-LAST-SEQ (WS-CHN-IDX) TO SQR-LAST-SEQ.
           MOVE WS-CHN-BUS-DATE (WS-CHN-IDX) TO SQR-LAST-BUS-DATE.
           MOVE WS-RUN-START-TS              TO SQR-LAST-TS.
           MOVE WS-CHN-COUNT (WS-CHN-IDX)    TO SQR-LAST-COUNT.
           MOVE WS-CHN-HASH (WS-CHN-IDX)     TO SQR-LAST-HASH.
           MOVE WS-CHN-FILES (WS-CHN-IDX)    TO SQR-FILE-CNT.
           IF WS-CHN-NEW-SW (WS-CHN-IDX) = 'Y'
              WRITE SQR-FIELDS
           ELSE
              REWRITE SQR-FIELDS
           END-IF.
           IF (NOT SQR-SUCCESS)
              DISPLAY 'UNABLE TO WRITE FILE: ' SQR-ST
              MOVE SQR-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           ADD 1 TO WS-CNT-CHANNELS.
           MOVE SQR-LAST-SEQ TO WS-IN-SEQ-ED.
           MOVE SPACES TO INR-LINE
           STRING 'CHANNEL ' SQR-CHANNEL ' REGISTER NOW AT SEQ '
                  WS-IN-SEQ-ED ' DATE ' SQR-LAST-BUS-DATE
              DELIMITED BY SIZE INTO INR-LINE
           WRITE INR-LINE.
       H810-END. EXIT.
      *WRITE THE END-OF-JOB CONTROL TOTALS AND THE SIGN-OFF BLOCK
       H900-WRITE-TOTALS.
           MOVE WS-CNT-READ TO WS-IN-NUM
           MOVE SPACES TO INR-LINE
           STRING 'FEED RECORDS READ ...................: ' WS-IN-NUM
              DELIMITED BY SIZE INTO INR-LINE
           WRITE INR-LINE.
           MOVE WS-CNT-FILES TO WS-IN-NUM
           MOVE SPACES TO INR-LINE
           STRING 'FEED FILES CHECKED ..................: ' WS-IN-NUM
              DELIMITED BY SIZE INTO INR-LINE
           WRITE INR-LINE.
           MOVE WS-CNT-ACC-FILES TO WS-IN-NUM
           MOVE SPACES TO INR-LINE
           STRING 'FEED FILES ACCEPTED .................: ' WS-IN-NUM
              DELIMITED BY SIZE INTO INR-LINE
           WRITE INR-LINE.
           MOVE WS-CNT-REJ-FILES TO WS-IN-NUM
           MOVE SPACES TO INR-LINE
           STRING 'FEED FILES REJECTED .................: ' WS-IN-NUM
              DELIMITED BY SIZE INTO INR-LINE
           WRITE INR-LINE.
           MOVE WS-CNT-ACC-RECS TO WS-IN-NUM
           MOVE SPACES TO INR-LINE
           STRING 'TRANSACTIONS PASSED TO INPFILE ......: ' WS-IN-NUM
              DELIMITED BY SIZE INTO INR-LINE
           WRITE INR-LINE.
           MOVE WS-CNT-REJ-RECS TO WS-IN-NUM
           MOVE SPACES TO INR-LINE
           STRING 'TRANSACTIONS IN REJECTED FILES ......: ' WS-IN-NUM
              DELIMITED BY SIZE INTO INR-LINE
           WRITE INR-LINE.
           MOVE WS-TOT-ACC-HASH TO WS-IN-HASH-ED
           MOVE SPACES TO INR-LINE
           STRING 'HASH TOTAL PASSED TO INPFILE ........: '
                  WS-IN-HASH-ED
              DELIMITED BY SIZE INTO INR-LINE
           WRITE INR-LINE.
           MOVE WS-CNT-CHANNELS TO WS-IN-NUM
           MOVE SPACES TO INR-LINE
           STRING 'CHANNEL REGISTER RECORDS UPDATED ....: ' WS-IN-NUM
              DELIMITED BY SIZE INTO INR-LINE
           WRITE INR-LINE.
           MOVE SPACES TO INR-LINE
           EVALUATE TRUE
              WHEN WS-RUN-COMPLETE-SW NOT = 'Y'
                 STRING 'INTAKE DID NOT COMPLETE - DO NOT RELEASE '
                        'THE DAILY RUN'
                    DELIMITED BY SIZE INTO INR-LINE
              WHEN WS-CNT-REJ-FILES > ZEROS
                 STRING 'FILES REJECTED - RESOLVE WITH THE CHANNEL '
                        'BEFORE RELEASING THE DAILY RUN'
                    DELIMITED BY SIZE INTO INR-LINE
              WHEN OTHER
                 STRING 'ALL FEED FILES ACCEPTED - DAILY RUN MAY BE '
                        'RELEASED'
                    DELIMITED BY SIZE INTO INR-LINE
           END-EVALUATE
           WRITE INR-LINE.
           MOVE SPACES TO INR-LINE
           WRITE INR-LINE.
           MOVE SPACES TO INR-LINE
           STRING 'CHECKED BY  ____________________  '
                  'DATE ________  TIME ______'
              DELIMITED BY SIZE INTO INR-LINE
           WRITE INR-LINE.
           MOVE SPACES TO INR-LINE
           STRING 'RELEASED BY ____________________  '
                  'DATE ________  TIME ______'
              DELIMITED BY SIZE INTO INR-LINE
           WRITE INR-LINE.
       H900-END. EXIT.
      *END THE PROGRAM
       H999-PROGRAM-EXIT.
           IF WS-RPT-OPENED-SW = 'Y'
              PERFORM H900-WRITE-TOTALS
           END-IF.
           IF WS-RUN-STAMPED-SW = 'Y'
              PERFORM H950-RUN-RELEASE
           END-IF.
           CLOSE FEED-IN
                 SEQ-REG
                 FEED-OUT
                 IN-RPT.
           STOP RUN.
       H999-END. EXIT.
      *
