       IDENTIFICATION DIVISION.
       PROGRAM-ID. VENDSCOR.
      *****************************************************
      *  VENDSCOR - MONTHLY VENDOR PERFORMANCE SCORECARD
      *  SCORES EVERY VENDOR CODE ON ROUTETAB.DAT AND
      *  VENDSEQ.DAT FROM THE VENDOR ACTIVITY HISTORY
      *  VENDACTV.DAT THAT INVVERIF, RECONCIL, ADDRFDBK
      *  AND RESEND KEEP DAY BY DAY.  EACH PIECE IS
      *  SCORED IN THE MONTH OF ITS GO-BATCH-DATE:
      *    SENT, ACKNOWLEDGED, FAILED (ACK STATUS F/U),
      *    NEVER ACKNOWLEDGED, RETURNED BY THE POST
      *    OFFICE (PORETURN MATCHED TO THE LATEST PIECE
      *    SENT TO THE ACCOUNT ON OR BEFORE THE RETURN
      *    DATE) AND RESUBMITTED BY RESEND,
      *  THE AVERAGE AND WORST DAYS FROM GO-BATCH-DATE TO
      *  THE ACK RECEIPT DATE, AND THE BILLED VS DELIVERED
      *  VARIANCE OF THE INVOICE LINES INVVERIF MATCHED.
      *  THE MONTH IS SHOWN NEXT TO EACH OF THE THREE
      *  MONTHS BEFORE IT AND THEIR AVERAGE, AND IS GRADED
      *  PASS/FAIL AGAINST THE SERVICE LEVELS ON
      *  VENDSLA.DAT (A VENDOR CODE OF DEFAULT APPLIES TO
      *  ANY VENDOR WITHOUT ITS OWN LINE).
      *  PARAMETER (COMMAND LINE):
      *    <YYYYMM>       MONTH TO SCORE (DEFAULT IS THE
      *                   MONTH BEFORE THE RUN DATE)
      *****************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VACT-FILE ASSIGN TO 'VENDACTV.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-VACT-FS.

           SELECT ROUTE-FILE ASSIGN TO 'ROUTETAB.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ROUTE-FS.

           SELECT VENDSEQ-FILE ASSIGN TO 'VENDSEQ.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-VSEQ-FS.

           SELECT SLA-FILE ASSIGN TO 'VENDSLA.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SLA-FS.

           SELECT SCORE-WORK-FILE ASSIGN TO 'SCORWORK.TMP'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SW-KEY
           FILE STATUS IS WS-SW-FS.

           SELECT INV-WORK-FILE ASSIGN TO 'SCORVAR.TMP'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SV-KEY
           FILE STATUS IS WS-SV-FS.

           SELECT SCORE-REPORT ASSIGN TO 'VENDSCOR.RPT'
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  VACT-FILE.
           COPY vactrec.

       FD  ROUTE-FILE.
       01  ROUTE-RECORD.
           05  RT-GREETING-TYPE    PIC X(1).
           05  RT-LANGUAGE-CODE    PIC X(2).
           05  RT-VENDOR-CODE      PIC X(8).

       FD  VENDSEQ-FILE.
       01  VENDSEQ-RECORD.
           05  VS-VENDOR-CODE      PIC X(8).
           05  VS-LAST-SEQ         PIC 9(6).

       FD  SLA-FILE.
       01  SLA-RECORD.
           05  SL-VENDOR-CODE      PIC X(8).
           05  SL-MIN-ACK-PCT      PIC 9(3)V9.
           05  SL-MAX-FAIL-PCT     PIC 9(3)V9.
           05  SL-MAX-NOACK-PCT    PIC 9(3)V9.
           05  SL-MAX-RETURN-PCT   PIC 9(3)V9.
           05  SL-MAX-RESEND-PCT   PIC 9(3)V9.
           05  SL-MAX-AVG-DAYS     PIC 9(3)V9.
           05  SL-MAX-WORST-DAYS   PIC 9(3).
           05  SL-MAX-VAR-PCT      PIC 9(3)V9.

       FD  SCORE-WORK-FILE.
       01  SCORE-WORK-RECORD.
           05  SW-KEY.
               10  SW-ACCOUNT-ID      PIC X(10).
               10  SW-BATCH-DATE      PIC X(8).
               10  SW-GREETING-TYPE   PIC X(1).
           05  SW-VEND-IDX            PIC 9(2).
           05  SW-MONTH-IDX           PIC 9(1).
           05  SW-ACK-STATUS          PIC X(1).

       FD  INV-WORK-FILE.
       01  INV-WORK-RECORD.
           05  SV-KEY.
               10  SV-VENDOR-CODE     PIC X(8).
               10  SV-BATCH-DATE      PIC X(8).
           05  SV-PIECES-BILLED       PIC 9(6).
           05  SV-PIECES-DELIV        PIC 9(6).
           05  SV-RATE                PIC 9(3)V99.

       FD  SCORE-REPORT.
       01  SCORE-LINE       PIC X(120).

       WORKING-STORAGE SECTION.
       01  WS-VACT-EOF   PIC X VALUE 'N'.
       01  WS-ROUTE-EOF  PIC X VALUE 'N'.
       01  WS-VSEQ-EOF   PIC X VALUE 'N'.
       01  WS-SLA-EOF    PIC X VALUE 'N'.
       01  WS-SCAN-EOF   PIC X VALUE 'N'.
       01  WS-VACT-FS    PIC X(2) VALUE '00'.
       01  WS-ROUTE-FS   PIC X(2) VALUE '00'.
       01  WS-VSEQ-FS    PIC X(2) VALUE '00'.
       01  WS-SLA-FS     PIC X(2) VALUE '00'.
       01  WS-SW-FS      PIC X(2) VALUE '00'.
       01  WS-SV-FS      PIC X(2) VALUE '00'.

       01  WS-PARM-LINE        PIC X(40) VALUE SPACES.

       01  WS-ACTIVITY-READ    PIC 9(6) VALUE 0.
       01  WS-SENT-READ        PIC 9(6) VALUE 0.
       01  WS-ACKS-READ        PIC 9(6) VALUE 0.
       01  WS-RETURNS-READ     PIC 9(6) VALUE 0.
       01  WS-RESENDS-READ     PIC 9(6) VALUE 0.
       01  WS-INVOICES-READ    PIC 9(6) VALUE 0.
       01  WS-DUP-SENT-COUNT   PIC 9(6) VALUE 0.
       01  WS-DUP-ACK-COUNT    PIC 9(6) VALUE 0.
       01  WS-UNMATCHED-COUNT  PIC 9(6) VALUE 0.
       01  WS-UNSCORED-COUNT   PIC 9(6) VALUE 0.
       01  WS-VENDORS-PASSED   PIC 9(6) VALUE 0.
       01  WS-VENDORS-FAILED   PIC 9(6) VALUE 0.
       01  WS-VENDORS-OTHER    PIC 9(6) VALUE 0.

       01  WS-CURRENT-DATE.
           05  WS-CURR-YEAR   PIC 9(4).
           05  WS-CURR-MONTH  PIC 9(2).
           05  WS-CURR-DAY    PIC 9(2).

       01  WS-RUN-DATE       PIC X(10).

       01  WS-WORK-YYYYMM    PIC 9(6) VALUE 0.
       01  WS-WORK-SPLIT REDEFINES WS-WORK-YYYYMM.
           05  WWS-YEAR       PIC 9(4).
           05  WWS-MONTH      PIC 9(2).

       01  WS-MONTH-TABLE.
           05  WS-MONTH-ENTRY OCCURS 4 TIMES.
               10  WS-MONTH-KEY       PIC X(6).
               10  WS-MONTH-LABEL     PIC X(7).
       01  WS-MONTH-IDX        PIC 9(1) VALUE 0.
       01  WS-COL-IDX          PIC 9(1) VALUE 0.

      *    COLUMNS 1-4 ARE THE SCORED MONTH AND THE THREE
      *    BEFORE IT; COLUMN 5 IS THE SUM OF COLUMNS 2-4
      *    FROM WHICH THE 3-MONTH AVERAGE IS TAKEN.
       01  WS-VENDOR-COUNT     PIC 9(2) VALUE 0.
       01  WS-VEND-IDX         PIC 9(2) VALUE 0.
       01  WS-FIND-VEND-CODE   PIC X(8) VALUE SPACES.
       01  WS-FIND-BATCH-DATE  PIC X(8) VALUE SPACES.
       01  WS-FOUND-VEND-IDX   PIC 9(2) VALUE 0.
       01  WS-VENDOR-TABLE.
           05  WS-SC-VENDOR OCCURS 20 TIMES.
               10  WS-SC-CODE         PIC X(8).
               10  WS-SC-SLA-IDX      PIC 9(2).
               10  WS-SC-RESULT       PIC X(4).
               10  WS-SC-COLUMN OCCURS 5 TIMES.
                   15  WS-SC-SENT        PIC 9(7).
                   15  WS-SC-ACKED       PIC 9(7).
                   15  WS-SC-FAILED      PIC 9(7).
                   15  WS-SC-NOACK       PIC 9(7).
                   15  WS-SC-RETURNED    PIC 9(7).
                   15  WS-SC-RESENT      PIC 9(7).
                   15  WS-SC-DAYS-TOT    PIC 9(9).
                   15  WS-SC-DAYS-CNT    PIC 9(7).
                   15  WS-SC-WORST       PIC 9(4).
                   15  WS-SC-BILLED      PIC 9(7).
                   15  WS-SC-DELIV       PIC 9(7).
                   15  WS-SC-VAR-AMT     PIC S9(9)V99.

       01  WS-SLA-COUNT        PIC 9(2) VALUE 0.
       01  WS-SLA-IDX          PIC 9(2) VALUE 0.
       01  WS-SLA-DEFAULT-IDX  PIC 9(2) VALUE 0.
       01  WS-SLA-TABLE.
           05  WS-SLA-ENTRY OCCURS 20 TIMES.
               10  WS-SLA-CODE        PIC X(8).
               10  WS-SLA-MIN-ACK     PIC 9(3)V9.
               10  WS-SLA-MAX-FAIL    PIC 9(3)V9.
               10  WS-SLA-MAX-NOACK   PIC 9(3)V9.
               10  WS-SLA-MAX-RETURN  PIC 9(3)V9.
               10  WS-SLA-MAX-RESEND  PIC 9(3)V9.
               10  WS-SLA-MAX-AVG     PIC 9(3)V9.
               10  WS-SLA-MAX-WORST   PIC 9(3).
               10  WS-SLA-MAX-VAR     PIC 9(3)V9.

      *    MEASURE KIND: C = COUNT, R = RATE (ONE DECIMAL),
      *    A = DOLLAR AMOUNT.  SERVICE LEVEL: L = THE LEVEL IS
      *    A MINIMUM, H = A MAXIMUM, N = NOT GRADED.
       01  WS-MEASURE-VALUES.
           05  FILLER PIC X(32) VALUE
               'PIECES SENT                   CN'.
           05  FILLER PIC X(32) VALUE
               'ACKNOWLEDGED                  CN'.
           05  FILLER PIC X(32) VALUE
               'ACKNOWLEDGED FAILED           CN'.
           05  FILLER PIC X(32) VALUE
               'NEVER ACKNOWLEDGED            CN'.
           05  FILLER PIC X(32) VALUE
               'RETURNED BY POST OFFICE       CN'.
           05  FILLER PIC X(32) VALUE
               'RESUBMITTED BY RESEND         CN'.
           05  FILLER PIC X(32) VALUE
               'ACKNOWLEDGED PERCENT          RL'.
           05  FILLER PIC X(32) VALUE
               'FAILED PERCENT                RH'.
           05  FILLER PIC X(32) VALUE
               'NEVER ACKNOWLEDGED PERCENT    RH'.
           05  FILLER PIC X(32) VALUE
               'RETURNED PERCENT              RH'.
           05  FILLER PIC X(32) VALUE
               'RESUBMITTED PERCENT           RH'.
           05  FILLER PIC X(32) VALUE
               'AVERAGE DAYS TO ACK           RH'.
           05  FILLER PIC X(32) VALUE
               'WORST DAYS TO ACK             CH'.
           05  FILLER PIC X(32) VALUE
               'PIECES BILLED                 CN'.
           05  FILLER PIC X(32) VALUE
               'PIECES DELIVERED (INVOICED)   CN'.
           05  FILLER PIC X(32) VALUE
               'BILLED VS DELIVERED PERCENT   RH'.
           05  FILLER PIC X(32) VALUE
               'BILLED VS DELIVERED DOLLARS   AN'.
       01  WS-MEASURE-TABLE REDEFINES WS-MEASURE-VALUES.
           05  WS-MEASURE-ENTRY OCCURS 17 TIMES.
               10  WS-MEAS-LABEL      PIC X(30).
               10  WS-MEAS-KIND       PIC X(1).
               10  WS-MEAS-DIR        PIC X(1).
       01  WS-MEAS-IDX         PIC 9(2) VALUE 0.

       01  WS-MEAS-VALUE-TABLE.
           05  WS-MEAS-VAL OCCURS 5 TIMES PIC S9(9)V99.
       01  WS-MEAS-SLA         PIC 9(7)V99 VALUE 0.
       01  WS-MEAS-RESULT      PIC X(4) VALUE SPACES.
       01  WS-VENDOR-FAILS     PIC 9(2) VALUE 0.

       01  WS-DATE-NUM-A       PIC 9(8) VALUE 0.
       01  WS-DATE-NUM-B       PIC 9(8) VALUE 0.
       01  WS-ACK-DAYS         PIC S9(7) VALUE 0.
       01  WS-RETURN-VEND-IDX  PIC 9(2) VALUE 0.
       01  WS-RETURN-MONTH-IDX PIC 9(1) VALUE 0.
       01  WS-RETURN-FOUND     PIC X VALUE 'N'.
       01  WS-SW-FIRST-TYPE    PIC X(1) VALUE SPACE.

       01  SCORE-HDG-1-LINE.
           05  FILLER            PIC X(10) VALUE 'RUN DATE: '.
           05  SCH-1-DATE        PIC X(10).
           05  FILLER            PIC X(10) VALUE SPACES.
           05  FILLER            PIC X(28) VALUE
               'VENDOR PERFORMANCE SCORECARD'.
           05  FILLER            PIC X(11) VALUE '  - MONTH: '.
           05  SCH-1-MONTH       PIC X(7).

       01  VENDOR-HDG-LINE.
           05  FILLER            PIC X(8)  VALUE 'VENDOR: '.
           05  VHL-VENDOR        PIC X(8).
           05  FILLER            PIC X(20) VALUE
               '   SERVICE LEVELS: '.
           05  VHL-SLA-SOURCE    PIC X(8).
           05  FILLER            PIC X(11) VALUE '   RESULT: '.
           05  VHL-RESULT        PIC X(4).

       01  COLUMN-HDG-LINE.
           05  FILLER            PIC X(31) VALUE 'MEASURE'.
           05  CHL-COLUMN OCCURS 4 TIMES.
               10  FILLER        PIC X(7)  VALUE SPACES.
               10  CHL-MONTH     PIC X(7).
           05  FILLER            PIC X(14) VALUE '     3-MO AVG '.
           05  FILLER            PIC X(14) VALUE '   SERVICE LVL'.
           05  FILLER            PIC X(4)  VALUE ' P/F'.

       01  MEASURE-LINE.
           05  MSL-LABEL         PIC X(30).
           05  MSL-COLUMN OCCURS 5 TIMES.
               10  FILLER        PIC X(1)  VALUE SPACE.
               10  MSL-VALUE     PIC X(13).
           05  FILLER            PIC X(1)  VALUE SPACE.
           05  MSL-SLA           PIC X(13).
           05  FILLER            PIC X(1)  VALUE SPACE.
           05  MSL-RESULT        PIC X(4).

       01  WS-ED-COUNT         PIC Z,ZZZ,ZZZ,ZZ9.
       01  WS-ED-RATE          PIC -ZZ,ZZZ,ZZ9.9.
       01  WS-ED-AMOUNT        PIC -Z,ZZZ,ZZ9.99.

       01  CTL-TOTALS-LINE.
           05  CTL-LABEL         PIC X(40) VALUE SPACES.
           05  CTL-VALUE         PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM INITIALIZE-RUN
           PERFORM LOAD-VENDOR-LIST
           PERFORM LOAD-SERVICE-LEVELS
           PERFORM LOAD-SENT-PIECES
           PERFORM APPLY-PIECE-EVENTS
           PERFORM COUNT-NEVER-ACKNOWLEDGED
           PERFORM TALLY-INVOICE-LINES
           PERFORM BUILD-PRIOR-TOTALS
           PERFORM WRITE-VENDOR-SCORECARD
               VARYING WS-VEND-IDX FROM 1 BY 1
               UNTIL WS-VEND-IDX > WS-VENDOR-COUNT
           PERFORM WRITE-CONTROL-TOTALS
           CLOSE SCORE-WORK-FILE
           CLOSE INV-WORK-FILE
           CLOSE SCORE-REPORT
           STOP RUN.

       INITIALIZE-RUN.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           STRING WS-CURR-MONTH   DELIMITED BY SIZE
                  '/'             DELIMITED BY SIZE
                  WS-CURR-DAY     DELIMITED BY SIZE
                  '/'             DELIMITED BY SIZE
                  WS-CURR-YEAR    DELIMITED BY SIZE
                  INTO WS-RUN-DATE
           END-STRING
           MOVE WS-CURR-YEAR TO WWS-YEAR
           MOVE WS-CURR-MONTH TO WWS-MONTH
           PERFORM STEP-BACK-ONE-MONTH
           ACCEPT WS-PARM-LINE FROM COMMAND-LINE
           IF WS-PARM-LINE NOT = SPACES
               IF WS-PARM-LINE(1:6) NUMERIC AND
                  WS-PARM-LINE(7:1) = SPACE AND
                  WS-PARM-LINE(5:2) >= '01' AND
                  WS-PARM-LINE(5:2) <= '12'
                   MOVE WS-PARM-LINE(1:6) TO WS-WORK-YYYYMM
               ELSE
                   DISPLAY 'VENDSCOR - MONTH PARAMETER NOT YYYYMM - '
                           'PRIOR MONTH USED'
               END-IF
           END-IF
           PERFORM VARYING WS-MONTH-IDX FROM 1 BY 1
                   UNTIL WS-MONTH-IDX > 4
               MOVE WS-WORK-YYYYMM TO WS-MONTH-KEY(WS-MONTH-IDX)
               MOVE SPACES TO WS-MONTH-LABEL(WS-MONTH-IDX)
               STRING WWS-YEAR  DELIMITED BY SIZE
                      '/'       DELIMITED BY SIZE
                      WWS-MONTH DELIMITED BY SIZE
                      INTO WS-MONTH-LABEL(WS-MONTH-IDX)
               END-STRING
               PERFORM STEP-BACK-ONE-MONTH
           END-PERFORM
           INITIALIZE WS-VENDOR-TABLE
           OPEN OUTPUT SCORE-WORK-FILE
           CLOSE SCORE-WORK-FILE
           OPEN I-O SCORE-WORK-FILE
           OPEN OUTPUT INV-WORK-FILE
           CLOSE INV-WORK-FILE
           OPEN I-O INV-WORK-FILE
           OPEN OUTPUT SCORE-REPORT
           MOVE WS-RUN-DATE TO SCH-1-DATE
           MOVE WS-MONTH-LABEL(1) TO SCH-1-MONTH
           WRITE SCORE-LINE FROM SCORE-HDG-1-LINE
           MOVE SPACES TO SCORE-LINE
           WRITE SCORE-LINE.

       STEP-BACK-ONE-MONTH.
           IF WWS-MONTH = 1
               MOVE 12 TO WWS-MONTH
               SUBTRACT 1 FROM WWS-YEAR
           ELSE
               SUBTRACT 1 FROM WWS-MONTH
           END-IF.

       LOAD-VENDOR-LIST.
           OPEN INPUT ROUTE-FILE
           IF WS-ROUTE-FS NOT = '00'
               MOVE 'Y' TO WS-ROUTE-EOF
           END-IF
           PERFORM UNTIL WS-ROUTE-EOF = 'Y'
               READ ROUTE-FILE
                   AT END
                       MOVE 'Y' TO WS-ROUTE-EOF
                   NOT AT END
                       MOVE RT-VENDOR-CODE TO WS-FIND-VEND-CODE
                       PERFORM ADD-VENDOR-CODE
               END-READ
           END-PERFORM
           IF WS-ROUTE-FS = '00' OR WS-ROUTE-FS = '10'
               CLOSE ROUTE-FILE
           END-IF
           OPEN INPUT VENDSEQ-FILE
           IF WS-VSEQ-FS NOT = '00'
               MOVE 'Y' TO WS-VSEQ-EOF
           END-IF
           PERFORM UNTIL WS-VSEQ-EOF = 'Y'
               READ VENDSEQ-FILE
                   AT END
                       MOVE 'Y' TO WS-VSEQ-EOF
                   NOT AT END
                       MOVE VS-VENDOR-CODE TO WS-FIND-VEND-CODE
                       PERFORM ADD-VENDOR-CODE
               END-READ
           END-PERFORM
           IF WS-VSEQ-FS = '00' OR WS-VSEQ-FS = '10'
               CLOSE VENDSEQ-FILE
           END-IF.

       ADD-VENDOR-CODE.
           IF WS-FIND-VEND-CODE NOT = SPACES
               PERFORM FIND-VENDOR-IDX
               IF WS-FOUND-VEND-IDX = 0
                   IF WS-VENDOR-COUNT >= 20
                       DISPLAY 'VENDSCOR - VENDOR TABLE FULL - '
                               'VENDOR NOT SCORED: '
                               WS-FIND-VEND-CODE
                   ELSE
                       ADD 1 TO WS-VENDOR-COUNT
                       MOVE WS-FIND-VEND-CODE
                           TO WS-SC-CODE(WS-VENDOR-COUNT)
                   END-IF
               END-IF
           END-IF.

       FIND-VENDOR-IDX.
           MOVE 0 TO WS-FOUND-VEND-IDX
           PERFORM VARYING WS-VEND-IDX FROM 1 BY 1
                   UNTIL WS-VEND-IDX > WS-VENDOR-COUNT
               IF WS-SC-CODE(WS-VEND-IDX) = WS-FIND-VEND-CODE
                   MOVE WS-VEND-IDX TO WS-FOUND-VEND-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       LOAD-SERVICE-LEVELS.
           OPEN INPUT SLA-FILE
           IF WS-SLA-FS NOT = '00'
               DISPLAY 'VENDSCOR - VENDSLA.DAT NOT AVAILABLE - '
                       'VENDORS WILL NOT BE GRADED'
               MOVE 'Y' TO WS-SLA-EOF
           END-IF
           PERFORM UNTIL WS-SLA-EOF = 'Y'
               READ SLA-FILE
                   AT END
                       MOVE 'Y' TO WS-SLA-EOF
                   NOT AT END
                       PERFORM ADD-SERVICE-LEVEL
               END-READ
           END-PERFORM
           IF WS-SLA-FS = '00' OR WS-SLA-FS = '10'
               CLOSE SLA-FILE
           END-IF
           PERFORM VARYING WS-VEND-IDX FROM 1 BY 1
                   UNTIL WS-VEND-IDX > WS-VENDOR-COUNT
               MOVE WS-SLA-DEFAULT-IDX TO WS-SC-SLA-IDX(WS-VEND-IDX)
               PERFORM VARYING WS-SLA-IDX FROM 1 BY 1
                       UNTIL WS-SLA-IDX > WS-SLA-COUNT
                   IF WS-SLA-CODE(WS-SLA-IDX) =
                      WS-SC-CODE(WS-VEND-IDX)
                       MOVE WS-SLA-IDX TO WS-SC-SLA-IDX(WS-VEND-IDX)
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-PERFORM.

       ADD-SERVICE-LEVEL.
           IF SL-MIN-ACK-PCT NOT NUMERIC OR
              SL-MAX-FAIL-PCT NOT NUMERIC OR
              SL-MAX-NOACK-PCT NOT NUMERIC OR
              SL-MAX-RETURN-PCT NOT NUMERIC OR
              SL-MAX-RESEND-PCT NOT NUMERIC OR
              SL-MAX-AVG-DAYS NOT NUMERIC OR
              SL-MAX-WORST-DAYS NOT NUMERIC OR
              SL-MAX-VAR-PCT NOT NUMERIC
               DISPLAY 'VENDSCOR - SERVICE LEVEL NOT NUMERIC - '
                       'IGNORED: ' SLA-RECORD
           ELSE
               IF WS-SLA-COUNT >= 20
                   DISPLAY 'VENDSCOR - SERVICE LEVEL TABLE FULL - '
                           'IGNORED: ' SLA-RECORD
               ELSE
                   ADD 1 TO WS-SLA-COUNT
                   MOVE SL-VENDOR-CODE TO WS-SLA-CODE(WS-SLA-COUNT)
                   MOVE SL-MIN-ACK-PCT
                       TO WS-SLA-MIN-ACK(WS-SLA-COUNT)
                   MOVE SL-MAX-FAIL-PCT
                       TO WS-SLA-MAX-FAIL(WS-SLA-COUNT)
                   MOVE SL-MAX-NOACK-PCT
                       TO WS-SLA-MAX-NOACK(WS-SLA-COUNT)
                   MOVE SL-MAX-RETURN-PCT
                       TO WS-SLA-MAX-RETURN(WS-SLA-COUNT)
                   MOVE SL-MAX-RESEND-PCT
                       TO WS-SLA-MAX-RESEND(WS-SLA-COUNT)
                   MOVE SL-MAX-AVG-DAYS
                       TO WS-SLA-MAX-AVG(WS-SLA-COUNT)
                   MOVE SL-MAX-WORST-DAYS
                       TO WS-SLA-MAX-WORST(WS-SLA-COUNT)
                   MOVE SL-MAX-VAR-PCT
                       TO WS-SLA-MAX-VAR(WS-SLA-COUNT)
                   IF SL-VENDOR-CODE = 'DEFAULT '
                       MOVE WS-SLA-COUNT TO WS-SLA-DEFAULT-IDX
                   END-IF
               END-IF
           END-IF.

       FIND-MONTH-IDX.
           MOVE 0 TO WS-MONTH-IDX
           PERFORM VARYING WS-COL-IDX FROM 1 BY 1
                   UNTIL WS-COL-IDX > 4
               IF WS-MONTH-KEY(WS-COL-IDX) = WS-FIND-BATCH-DATE(1:6)
                   MOVE WS-COL-IDX TO WS-MONTH-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *    PASS 1 - EVERY SENT PIECE GOES ON THE WORK FILE, SO
      *    LATER EVENTS FIND THEIR VENDOR; A PIECE KEPT TWICE
      *    (INVVERIF RUN AGAIN ON THE SAME FILES) COUNTS ONCE.
      *    THE LATEST INVOICE LINE FOR A VENDOR BATCH WINS.
       LOAD-SENT-PIECES.
           MOVE 'N' TO WS-VACT-EOF
           OPEN INPUT VACT-FILE
           IF WS-VACT-FS NOT = '00'
               DISPLAY 'VENDSCOR - VENDACTV.DAT NOT AVAILABLE - '
                       'NO ACTIVITY TO SCORE'
               MOVE 'Y' TO WS-VACT-EOF
           END-IF
           PERFORM UNTIL WS-VACT-EOF = 'Y'
               READ VACT-FILE
                   AT END
                       MOVE 'Y' TO WS-VACT-EOF
                   NOT AT END
                       ADD 1 TO WS-ACTIVITY-READ
                       EVALUATE VA-REC-TYPE
                           WHEN 'S'
                               ADD 1 TO WS-SENT-READ
                               PERFORM ADD-SENT-PIECE
                           WHEN 'V'
                               ADD 1 TO WS-INVOICES-READ
                               PERFORM ADD-INVOICE-LINE
                       END-EVALUATE
               END-READ
           END-PERFORM
           IF WS-VACT-FS = '00' OR WS-VACT-FS = '10'
               CLOSE VACT-FILE
           END-IF.

       ADD-SENT-PIECE.
           MOVE VA-VENDOR-CODE TO WS-FIND-VEND-CODE
           PERFORM FIND-VENDOR-IDX
           MOVE VA-BATCH-DATE TO WS-FIND-BATCH-DATE
           PERFORM FIND-MONTH-IDX
           MOVE VA-ACCOUNT-ID TO SW-ACCOUNT-ID
           MOVE VA-BATCH-DATE TO SW-BATCH-DATE
           MOVE VA-GREETING-TYPE TO SW-GREETING-TYPE
           MOVE WS-FOUND-VEND-IDX TO SW-VEND-IDX
           MOVE WS-MONTH-IDX TO SW-MONTH-IDX
           MOVE SPACE TO SW-ACK-STATUS
           WRITE SCORE-WORK-RECORD
               INVALID KEY
                   ADD 1 TO WS-DUP-SENT-COUNT
               NOT INVALID KEY
                   IF WS-FOUND-VEND-IDX = 0
                       ADD 1 TO WS-UNSCORED-COUNT
                   ELSE
                       IF WS-MONTH-IDX > 0
                           ADD 1 TO WS-SC-SENT(WS-FOUND-VEND-IDX,
                                               WS-MONTH-IDX)
                       END-IF
                   END-IF
           END-WRITE.

       ADD-INVOICE-LINE.
           MOVE VA-VENDOR-CODE TO SV-VENDOR-CODE
           MOVE VA-BATCH-DATE TO SV-BATCH-DATE
           MOVE VA-PIECES-BILLED TO SV-PIECES-BILLED
           MOVE VA-PIECES-DELIV TO SV-PIECES-DELIV
           MOVE VA-RATE TO SV-RATE
           WRITE INV-WORK-RECORD
               INVALID KEY
                   REWRITE INV-WORK-RECORD
               NOT INVALID KEY
                   CONTINUE
           END-WRITE.

      *    PASS 2 - ACKNOWLEDGMENTS, POST OFFICE RETURNS AND
      *    RESUBMISSIONS ARE CHARGED TO THE PIECE THEY BELONG TO.
       APPLY-PIECE-EVENTS.
           MOVE 'N' TO WS-VACT-EOF
           OPEN INPUT VACT-FILE
           IF WS-VACT-FS NOT = '00'
               MOVE 'Y' TO WS-VACT-EOF
           END-IF
           PERFORM UNTIL WS-VACT-EOF = 'Y'
               READ VACT-FILE
                   AT END
                       MOVE 'Y' TO WS-VACT-EOF
                   NOT AT END
                       EVALUATE VA-REC-TYPE
                           WHEN 'A'
                               ADD 1 TO WS-ACKS-READ
                               PERFORM APPLY-ACKNOWLEDGMENT
                           WHEN 'P'
                               ADD 1 TO WS-RETURNS-READ
                               PERFORM APPLY-PO-RETURN
                           WHEN 'R'
                               ADD 1 TO WS-RESENDS-READ
                               PERFORM APPLY-RESUBMISSION
                       END-EVALUATE
               END-READ
           END-PERFORM
           IF WS-VACT-FS = '00' OR WS-VACT-FS = '10'
               CLOSE VACT-FILE
           END-IF.

       APPLY-ACKNOWLEDGMENT.
           MOVE VA-ACCOUNT-ID TO SW-ACCOUNT-ID
           MOVE VA-BATCH-DATE TO SW-BATCH-DATE
           MOVE VA-GREETING-TYPE TO SW-GREETING-TYPE
           IF VA-GREETING-TYPE = SPACE
               PERFORM FIND-FIRST-UNACKED-PIECE
           END-IF
           READ SCORE-WORK-FILE
               INVALID KEY
                   ADD 1 TO WS-UNMATCHED-COUNT
               NOT INVALID KEY
                   IF SW-ACK-STATUS NOT = SPACE
                       ADD 1 TO WS-DUP-ACK-COUNT
                   ELSE
                       MOVE 'A' TO SW-ACK-STATUS
                       IF VA-ACK-STATUS = 'F' OR VA-ACK-STATUS = 'U'
                           MOVE 'F' TO SW-ACK-STATUS
                       END-IF
                       REWRITE SCORE-WORK-RECORD
                       IF SW-VEND-IDX > 0 AND SW-MONTH-IDX > 0
                           PERFORM SCORE-ACKNOWLEDGMENT
                       END-IF
                   END-IF
           END-READ.

      *    AN ACK RECONCIL COULD NOT MATCH CARRIES NO GREETING
      *    TYPE: IT IS CHARGED TO THE FIRST PIECE SENT TO THE
      *    ACCOUNT THAT DAY NOT YET ACKNOWLEDGED, OR TO THE FIRST
      *    PIECE OF THE DAY (A REPEAT) WHEN ALL ARE.
       FIND-FIRST-UNACKED-PIECE.
           MOVE 'N' TO WS-SCAN-EOF
           MOVE SPACE TO WS-SW-FIRST-TYPE
           MOVE LOW-VALUES TO SW-GREETING-TYPE
           START SCORE-WORK-FILE KEY NOT < SW-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-SCAN-EOF
           END-START
           PERFORM UNTIL WS-SCAN-EOF = 'Y'
               READ SCORE-WORK-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-SCAN-EOF
                   NOT AT END
                       IF SW-ACCOUNT-ID NOT = VA-ACCOUNT-ID OR
                          SW-BATCH-DATE NOT = VA-BATCH-DATE
                           MOVE 'Y' TO WS-SCAN-EOF
                       ELSE
                           IF WS-SW-FIRST-TYPE = SPACE
                               MOVE SW-GREETING-TYPE
                                   TO WS-SW-FIRST-TYPE
                           END-IF
                           IF SW-ACK-STATUS = SPACE
                               MOVE SW-GREETING-TYPE
                                   TO WS-SW-FIRST-TYPE
                               MOVE 'Y' TO WS-SCAN-EOF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           MOVE VA-ACCOUNT-ID TO SW-ACCOUNT-ID
           MOVE VA-BATCH-DATE TO SW-BATCH-DATE
           MOVE WS-SW-FIRST-TYPE TO SW-GREETING-TYPE.

       SCORE-ACKNOWLEDGMENT.
           IF SW-ACK-STATUS = 'F'
               ADD 1 TO WS-SC-FAILED(SW-VEND-IDX, SW-MONTH-IDX)
           ELSE
               ADD 1 TO WS-SC-ACKED(SW-VEND-IDX, SW-MONTH-IDX)
           END-IF
           IF VA-BATCH-DATE NUMERIC AND VA-EVENT-DATE NUMERIC
               MOVE VA-BATCH-DATE TO WS-DATE-NUM-A
               MOVE VA-EVENT-DATE TO WS-DATE-NUM-B
               IF WS-DATE-NUM-A > 0 AND
                  WS-DATE-NUM-B >= WS-DATE-NUM-A
                   COMPUTE WS-ACK-DAYS =
                       FUNCTION INTEGER-OF-DATE(WS-DATE-NUM-B)
                     - FUNCTION INTEGER-OF-DATE(WS-DATE-NUM-A)
                   ADD WS-ACK-DAYS
                       TO WS-SC-DAYS-TOT(SW-VEND-IDX, SW-MONTH-IDX)
                   ADD 1 TO WS-SC-DAYS-CNT(SW-VEND-IDX, SW-MONTH-IDX)
                   IF WS-ACK-DAYS >
                      WS-SC-WORST(SW-VEND-IDX, SW-MONTH-IDX)
                       MOVE WS-ACK-DAYS
                           TO WS-SC-WORST(SW-VEND-IDX, SW-MONTH-IDX)
                   END-IF
               END-IF
           END-IF.

      *    A RETURN CARRIES NO BATCH DATE: IT IS CHARGED TO THE
      *    LATEST PIECE SENT TO THE ACCOUNT ON OR BEFORE THE DAY
      *    THE POST OFFICE RETURNED IT.
       APPLY-PO-RETURN.
           MOVE 'N' TO WS-RETURN-FOUND
           MOVE 'N' TO WS-SCAN-EOF
           MOVE VA-ACCOUNT-ID TO SW-ACCOUNT-ID
           MOVE LOW-VALUES TO SW-BATCH-DATE
           MOVE LOW-VALUES TO SW-GREETING-TYPE
           START SCORE-WORK-FILE KEY NOT < SW-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-SCAN-EOF
           END-START
           PERFORM UNTIL WS-SCAN-EOF = 'Y'
               READ SCORE-WORK-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-SCAN-EOF
                   NOT AT END
                       IF SW-ACCOUNT-ID = VA-ACCOUNT-ID AND
                          SW-BATCH-DATE <= VA-EVENT-DATE
                           MOVE 'Y' TO WS-RETURN-FOUND
                           MOVE SW-VEND-IDX TO WS-RETURN-VEND-IDX
                           MOVE SW-MONTH-IDX TO WS-RETURN-MONTH-IDX
                       ELSE
                           MOVE 'Y' TO WS-SCAN-EOF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-RETURN-FOUND = 'N'
               ADD 1 TO WS-UNMATCHED-COUNT
           ELSE
               IF WS-RETURN-VEND-IDX > 0 AND WS-RETURN-MONTH-IDX > 0
                   ADD 1 TO WS-SC-RETURNED(WS-RETURN-VEND-IDX,
                                           WS-RETURN-MONTH-IDX)
               END-IF
           END-IF.

       APPLY-RESUBMISSION.
           MOVE VA-ACCOUNT-ID TO SW-ACCOUNT-ID
           MOVE VA-BATCH-DATE TO SW-BATCH-DATE
           MOVE VA-GREETING-TYPE TO SW-GREETING-TYPE
           READ SCORE-WORK-FILE
               INVALID KEY
                   ADD 1 TO WS-UNMATCHED-COUNT
               NOT INVALID KEY
                   IF SW-VEND-IDX > 0 AND SW-MONTH-IDX > 0
                       ADD 1 TO WS-SC-RESENT(SW-VEND-IDX,
                                             SW-MONTH-IDX)
                   END-IF
           END-READ.

      *    PASS 3 - A PIECE WITH NO ACKNOWLEDGMENT OF ANY KIND
      *    BY THE TIME THE SCORECARD RUNS WAS NEVER ACKNOWLEDGED.
       COUNT-NEVER-ACKNOWLEDGED.
           MOVE 'N' TO WS-SCAN-EOF
           MOVE LOW-VALUES TO SW-KEY
           START SCORE-WORK-FILE KEY NOT < SW-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-SCAN-EOF
           END-START
           PERFORM UNTIL WS-SCAN-EOF = 'Y'
               READ SCORE-WORK-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-SCAN-EOF
                   NOT AT END
                       IF SW-ACK-STATUS = SPACE AND
                          SW-VEND-IDX > 0 AND SW-MONTH-IDX > 0
                           ADD 1 TO WS-SC-NOACK(SW-VEND-IDX,
                                                SW-MONTH-IDX)
                       END-IF
               END-READ
           END-PERFORM.

       TALLY-INVOICE-LINES.
           MOVE 'N' TO WS-SCAN-EOF
           MOVE LOW-VALUES TO SV-KEY
           START INV-WORK-FILE KEY NOT < SV-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-SCAN-EOF
           END-START
           PERFORM UNTIL WS-SCAN-EOF = 'Y'
               READ INV-WORK-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-SCAN-EOF
                   NOT AT END
                       MOVE SV-VENDOR-CODE TO WS-FIND-VEND-CODE
                       PERFORM FIND-VENDOR-IDX
                       MOVE SV-BATCH-DATE TO WS-FIND-BATCH-DATE
                       PERFORM FIND-MONTH-IDX
                       IF WS-FOUND-VEND-IDX > 0 AND WS-MONTH-IDX > 0
                           PERFORM SCORE-INVOICE-LINE
                       END-IF
               END-READ
           END-PERFORM.

       SCORE-INVOICE-LINE.
           ADD SV-PIECES-BILLED
               TO WS-SC-BILLED(WS-FOUND-VEND-IDX, WS-MONTH-IDX)
           ADD SV-PIECES-DELIV
               TO WS-SC-DELIV(WS-FOUND-VEND-IDX, WS-MONTH-IDX)
           COMPUTE WS-SC-VAR-AMT(WS-FOUND-VEND-IDX, WS-MONTH-IDX) =
               WS-SC-VAR-AMT(WS-FOUND-VEND-IDX, WS-MONTH-IDX)
             + (SV-PIECES-BILLED - SV-PIECES-DELIV) * SV-RATE.

       BUILD-PRIOR-TOTALS.
           PERFORM VARYING WS-VEND-IDX FROM 1 BY 1
                   UNTIL WS-VEND-IDX > WS-VENDOR-COUNT
               PERFORM VARYING WS-COL-IDX FROM 2 BY 1
                       UNTIL WS-COL-IDX > 4
                   ADD WS-SC-SENT(WS-VEND-IDX, WS-COL-IDX)
                       TO WS-SC-SENT(WS-VEND-IDX, 5)
                   ADD WS-SC-ACKED(WS-VEND-IDX, WS-COL-IDX)
                       TO WS-SC-ACKED(WS-VEND-IDX, 5)
                   ADD WS-SC-FAILED(WS-VEND-IDX, WS-COL-IDX)
                       TO WS-SC-FAILED(WS-VEND-IDX, 5)
                   ADD WS-SC-NOACK(WS-VEND-IDX, WS-COL-IDX)
                       TO WS-SC-NOACK(WS-VEND-IDX, 5)
                   ADD WS-SC-RETURNED(WS-VEND-IDX, WS-COL-IDX)
                       TO WS-SC-RETURNED(WS-VEND-IDX, 5)
                   ADD WS-SC-RESENT(WS-VEND-IDX, WS-COL-IDX)
                       TO WS-SC-RESENT(WS-VEND-IDX, 5)
                   ADD WS-SC-DAYS-TOT(WS-VEND-IDX, WS-COL-IDX)
                       TO WS-SC-DAYS-TOT(WS-VEND-IDX, 5)
                   ADD WS-SC-DAYS-CNT(WS-VEND-IDX, WS-COL-IDX)
                       TO WS-SC-DAYS-CNT(WS-VEND-IDX, 5)
                   ADD WS-SC-BILLED(WS-VEND-IDX, WS-COL-IDX)
                       TO WS-SC-BILLED(WS-VEND-IDX, 5)
                   ADD WS-SC-DELIV(WS-VEND-IDX, WS-COL-IDX)
                       TO WS-SC-DELIV(WS-VEND-IDX, 5)
                   ADD WS-SC-VAR-AMT(WS-VEND-IDX, WS-COL-IDX)
                       TO WS-SC-VAR-AMT(WS-VEND-IDX, 5)
                   IF WS-SC-WORST(WS-VEND-IDX, WS-COL-IDX) >
                      WS-SC-WORST(WS-VEND-IDX, 5)
                       MOVE WS-SC-WORST(WS-VEND-IDX, WS-COL-IDX)
                           TO WS-SC-WORST(WS-VEND-IDX, 5)
                   END-IF
               END-PERFORM
           END-PERFORM.

       WRITE-VENDOR-SCORECARD.
           MOVE 0 TO WS-VENDOR-FAILS
           MOVE WS-SC-CODE(WS-VEND-IDX) TO VHL-VENDOR
           MOVE WS-SC-SLA-IDX(WS-VEND-IDX) TO WS-SLA-IDX
           EVALUATE TRUE
               WHEN WS-SLA-IDX = 0
                   MOVE 'NONE    ' TO VHL-SLA-SOURCE
               WHEN WS-SLA-IDX = WS-SLA-DEFAULT-IDX
                   MOVE 'DEFAULT ' TO VHL-SLA-SOURCE
               WHEN OTHER
                   MOVE 'VENDOR  ' TO VHL-SLA-SOURCE
           END-EVALUATE
           PERFORM VARYING WS-COL-IDX FROM 1 BY 1
                   UNTIL WS-COL-IDX > 4
               MOVE WS-MONTH-LABEL(WS-COL-IDX)
                   TO CHL-MONTH(WS-COL-IDX)
           END-PERFORM
      *    GRADE EVERY MEASURE FIRST SO THE RESULT CAN GO ON THE
      *    VENDOR HEADING, THEN PRINT THE BLOCK.
           PERFORM VARYING WS-MEAS-IDX FROM 1 BY 1
                   UNTIL WS-MEAS-IDX > 17
               PERFORM COMPUTE-MEASURE
               PERFORM GRADE-MEASURE
           END-PERFORM
           EVALUATE TRUE
               WHEN WS-SC-SENT(WS-VEND-IDX, 1) = 0
                   MOVE 'IDLE' TO WS-SC-RESULT(WS-VEND-IDX)
                   ADD 1 TO WS-VENDORS-OTHER
               WHEN WS-SLA-IDX = 0
                   MOVE 'NSLA' TO WS-SC-RESULT(WS-VEND-IDX)
                   ADD 1 TO WS-VENDORS-OTHER
               WHEN WS-VENDOR-FAILS > 0
                   MOVE 'FAIL' TO WS-SC-RESULT(WS-VEND-IDX)
                   ADD 1 TO WS-VENDORS-FAILED
               WHEN OTHER
                   MOVE 'PASS' TO WS-SC-RESULT(WS-VEND-IDX)
                   ADD 1 TO WS-VENDORS-PASSED
           END-EVALUATE
           MOVE WS-SC-RESULT(WS-VEND-IDX) TO VHL-RESULT
           WRITE SCORE-LINE FROM VENDOR-HDG-LINE
           MOVE SPACES TO SCORE-LINE
           WRITE SCORE-LINE
           WRITE SCORE-LINE FROM COLUMN-HDG-LINE
           PERFORM VARYING WS-MEAS-IDX FROM 1 BY 1
                   UNTIL WS-MEAS-IDX > 17
               PERFORM COMPUTE-MEASURE
               PERFORM GRADE-MEASURE
               PERFORM WRITE-MEASURE-LINE
           END-PERFORM
           MOVE SPACES TO SCORE-LINE
           WRITE SCORE-LINE.

       COMPUTE-MEASURE.
           PERFORM VARYING WS-COL-IDX FROM 1 BY 1
                   UNTIL WS-COL-IDX > 5
               PERFORM COMPUTE-MEASURE-COLUMN
           END-PERFORM.

      *    COLUMN 5 HOLDS THREE MONTHS OF COUNTS: COUNTS AND
      *    DOLLARS ARE DIVIDED BY 3, RATES ARE TAKEN FROM THE
      *    THREE-MONTH TOTALS SO A QUIET MONTH WEIGHS LESS.
       COMPUTE-MEASURE-COLUMN.
           MOVE 0 TO WS-MEAS-VAL(WS-COL-IDX)
           EVALUATE WS-MEAS-IDX
               WHEN 1
                   MOVE WS-SC-SENT(WS-VEND-IDX, WS-COL-IDX)
                       TO WS-MEAS-VAL(WS-COL-IDX)
               WHEN 2
                   MOVE WS-SC-ACKED(WS-VEND-IDX, WS-COL-IDX)
                       TO WS-MEAS-VAL(WS-COL-IDX)
               WHEN 3
                   MOVE WS-SC-FAILED(WS-VEND-IDX, WS-COL-IDX)
                       TO WS-MEAS-VAL(WS-COL-IDX)
               WHEN 4
                   MOVE WS-SC-NOACK(WS-VEND-IDX, WS-COL-IDX)
                       TO WS-MEAS-VAL(WS-COL-IDX)
               WHEN 5
                   MOVE WS-SC-RETURNED(WS-VEND-IDX, WS-COL-IDX)
                       TO WS-MEAS-VAL(WS-COL-IDX)
               WHEN 6
                   MOVE WS-SC-RESENT(WS-VEND-IDX, WS-COL-IDX)
                       TO WS-MEAS-VAL(WS-COL-IDX)
               WHEN 7
                   IF WS-SC-SENT(WS-VEND-IDX, WS-COL-IDX) > 0
                       COMPUTE WS-MEAS-VAL(WS-COL-IDX) ROUNDED =
                           WS-SC-ACKED(WS-VEND-IDX, WS-COL-IDX) * 100
                         / WS-SC-SENT(WS-VEND-IDX, WS-COL-IDX)
                   END-IF
               WHEN 8
                   IF WS-SC-SENT(WS-VEND-IDX, WS-COL-IDX) > 0
                       COMPUTE WS-MEAS-VAL(WS-COL-IDX) ROUNDED =
                           WS-SC-FAILED(WS-VEND-IDX, WS-COL-IDX) * 100
                         / WS-SC-SENT(WS-VEND-IDX, WS-COL-IDX)
                   END-IF
               WHEN 9
                   IF WS-SC-SENT(WS-VEND-IDX, WS-COL-IDX) > 0
                       COMPUTE WS-MEAS-VAL(WS-COL-IDX) ROUNDED =
                           WS-SC-NOACK(WS-VEND-IDX, WS-COL-IDX) * 100
                         / WS-SC-SENT(WS-VEND-IDX, WS-COL-IDX)
                   END-IF
               WHEN 10
                   IF WS-SC-SENT(WS-VEND-IDX, WS-COL-IDX) > 0
                       COMPUTE WS-MEAS-VAL(WS-COL-IDX) ROUNDED =
                           WS-SC-RETURNED(WS-VEND-IDX, WS-COL-IDX)
                           * 100
                         / WS-SC-SENT(WS-VEND-IDX, WS-COL-IDX)
                   END-IF
               WHEN 11
                   IF WS-SC-SENT(WS-VEND-IDX, WS-COL-IDX) > 0
                       COMPUTE WS-MEAS-VAL(WS-COL-IDX) ROUNDED =
                           WS-SC-RESENT(WS-VEND-IDX, WS-COL-IDX) * 100
                         / WS-SC-SENT(WS-VEND-IDX, WS-COL-IDX)
                   END-IF
               WHEN 12
                   IF WS-SC-DAYS-CNT(WS-VEND-IDX, WS-COL-IDX) > 0
                       COMPUTE WS-MEAS-VAL(WS-COL-IDX) ROUNDED =
                           WS-SC-DAYS-TOT(WS-VEND-IDX, WS-COL-IDX)
                         / WS-SC-DAYS-CNT(WS-VEND-IDX, WS-COL-IDX)
                   END-IF
               WHEN 13
                   MOVE WS-SC-WORST(WS-VEND-IDX, WS-COL-IDX)
                       TO WS-MEAS-VAL(WS-COL-IDX)
               WHEN 14
                   MOVE WS-SC-BILLED(WS-VEND-IDX, WS-COL-IDX)
                       TO WS-MEAS-VAL(WS-COL-IDX)
               WHEN 15
                   MOVE WS-SC-DELIV(WS-VEND-IDX, WS-COL-IDX)
                       TO WS-MEAS-VAL(WS-COL-IDX)
               WHEN 16
                   IF WS-SC-BILLED(WS-VEND-IDX, WS-COL-IDX) > 0
                       COMPUTE WS-MEAS-VAL(WS-COL-IDX) ROUNDED =
                           (WS-SC-BILLED(WS-VEND-IDX, WS-COL-IDX)
                          - WS-SC-DELIV(WS-VEND-IDX, WS-COL-IDX))
                          * 100
                          / WS-SC-BILLED(WS-VEND-IDX, WS-COL-IDX)
                   END-IF
               WHEN 17
                   MOVE WS-SC-VAR-AMT(WS-VEND-IDX, WS-COL-IDX)
                       TO WS-MEAS-VAL(WS-COL-IDX)
           END-EVALUATE
           IF WS-COL-IDX = 5 AND WS-MEAS-KIND(WS-MEAS-IDX) NOT = 'R'
              AND WS-MEAS-IDX NOT = 13
               COMPUTE WS-MEAS-VAL(5) ROUNDED = WS-MEAS-VAL(5) / 3
           END-IF.

       GRADE-MEASURE.
           MOVE SPACES TO WS-MEAS-RESULT
           MOVE 0 TO WS-MEAS-SLA
           IF WS-MEAS-DIR(WS-MEAS-IDX) NOT = 'N' AND WS-SLA-IDX > 0
               EVALUATE WS-MEAS-IDX
                   WHEN 7
                       MOVE WS-SLA-MIN-ACK(WS-SLA-IDX) TO WS-MEAS-SLA
                   WHEN 8
                       MOVE WS-SLA-MAX-FAIL(WS-SLA-IDX) TO WS-MEAS-SLA
                   WHEN 9
                       MOVE WS-SLA-MAX-NOACK(WS-SLA-IDX)
                           TO WS-MEAS-SLA
                   WHEN 10
                       MOVE WS-SLA-MAX-RETURN(WS-SLA-IDX)
                           TO WS-MEAS-SLA
                   WHEN 11
                       MOVE WS-SLA-MAX-RESEND(WS-SLA-IDX)
                           TO WS-MEAS-SLA
                   WHEN 12
                       MOVE WS-SLA-MAX-AVG(WS-SLA-IDX) TO WS-MEAS-SLA
                   WHEN 13
                       MOVE WS-SLA-MAX-WORST(WS-SLA-IDX)
                           TO WS-MEAS-SLA
                   WHEN 16
                       MOVE WS-SLA-MAX-VAR(WS-SLA-IDX) TO WS-MEAS-SLA
               END-EVALUATE
               IF WS-SC-SENT(WS-VEND-IDX, 1) > 0
                   MOVE 'PASS' TO WS-MEAS-RESULT
                   IF WS-MEAS-DIR(WS-MEAS-IDX) = 'L' AND
                      WS-MEAS-VAL(1) < WS-MEAS-SLA
                       MOVE 'FAIL' TO WS-MEAS-RESULT
                   END-IF
                   IF WS-MEAS-DIR(WS-MEAS-IDX) = 'H' AND
                      WS-MEAS-VAL(1) > WS-MEAS-SLA
                       MOVE 'FAIL' TO WS-MEAS-RESULT
                   END-IF
                   IF WS-MEAS-RESULT = 'FAIL'
                       ADD 1 TO WS-VENDOR-FAILS
                   END-IF
               END-IF
           END-IF.

       WRITE-MEASURE-LINE.
           MOVE WS-MEAS-LABEL(WS-MEAS-IDX) TO MSL-LABEL
           PERFORM VARYING WS-COL-IDX FROM 1 BY 1
                   UNTIL WS-COL-IDX > 5
               EVALUATE WS-MEAS-KIND(WS-MEAS-IDX)
                   WHEN 'C'
                       MOVE WS-MEAS-VAL(WS-COL-IDX) TO WS-ED-COUNT
                       MOVE WS-ED-COUNT TO MSL-VALUE(WS-COL-IDX)
                   WHEN 'R'
                       MOVE WS-MEAS-VAL(WS-COL-IDX) TO WS-ED-RATE
                       MOVE WS-ED-RATE TO MSL-VALUE(WS-COL-IDX)
                   WHEN OTHER
                       MOVE WS-MEAS-VAL(WS-COL-IDX) TO WS-ED-AMOUNT
                       MOVE WS-ED-AMOUNT TO MSL-VALUE(WS-COL-IDX)
               END-EVALUATE
           END-PERFORM
           MOVE SPACES TO MSL-SLA
           IF WS-MEAS-DIR(WS-MEAS-IDX) NOT = 'N' AND WS-SLA-IDX > 0
               IF WS-MEAS-KIND(WS-MEAS-IDX) = 'C'
                   MOVE WS-MEAS-SLA TO WS-ED-COUNT
                   MOVE WS-ED-COUNT TO MSL-SLA
               ELSE
                   MOVE WS-MEAS-SLA TO WS-ED-RATE
                   MOVE WS-ED-RATE TO MSL-SLA
               END-IF
           END-IF
           MOVE WS-MEAS-RESULT TO MSL-RESULT
           WRITE SCORE-LINE FROM MEASURE-LINE.

       WRITE-CONTROL-TOTALS.
           MOVE 'ACTIVITY RECORDS READ' TO CTL-LABEL
           MOVE WS-ACTIVITY-READ TO CTL-VALUE
           WRITE SCORE-LINE FROM CTL-TOTALS-LINE
           MOVE 'SENT PIECES READ' TO CTL-LABEL
           MOVE WS-SENT-READ TO CTL-VALUE
           WRITE SCORE-LINE FROM CTL-TOTALS-LINE
           MOVE 'ACKNOWLEDGMENTS READ' TO CTL-LABEL
           MOVE WS-ACKS-READ TO CTL-VALUE
           WRITE SCORE-LINE FROM CTL-TOTALS-LINE
           MOVE 'POST OFFICE RETURNS READ' TO CTL-LABEL
           MOVE WS-RETURNS-READ TO CTL-VALUE
           WRITE SCORE-LINE FROM CTL-TOTALS-LINE
           MOVE 'RESUBMISSIONS READ' TO CTL-LABEL
           MOVE WS-RESENDS-READ TO CTL-VALUE
           WRITE SCORE-LINE FROM CTL-TOTALS-LINE
           MOVE 'INVOICE LINES READ' TO CTL-LABEL
           MOVE WS-INVOICES-READ TO CTL-VALUE
           WRITE SCORE-LINE FROM CTL-TOTALS-LINE
           MOVE 'DUPLICATE SENT PIECES IGNORED' TO CTL-LABEL
           MOVE WS-DUP-SENT-COUNT TO CTL-VALUE
           WRITE SCORE-LINE FROM CTL-TOTALS-LINE
           MOVE 'REPEAT ACKNOWLEDGMENTS IGNORED' TO CTL-LABEL
           MOVE WS-DUP-ACK-COUNT TO CTL-VALUE
           WRITE SCORE-LINE FROM CTL-TOTALS-LINE
           MOVE 'EVENTS WITH NO SENT PIECE ON FILE' TO CTL-LABEL
           MOVE WS-UNMATCHED-COUNT TO CTL-VALUE
           WRITE SCORE-LINE FROM CTL-TOTALS-LINE
           MOVE 'PIECES FROM VENDORS NOT ON ROUTETAB' TO CTL-LABEL
           MOVE WS-UNSCORED-COUNT TO CTL-VALUE
           WRITE SCORE-LINE FROM CTL-TOTALS-LINE
           MOVE 'VENDORS SCORED' TO CTL-LABEL
           MOVE WS-VENDOR-COUNT TO CTL-VALUE
           WRITE SCORE-LINE FROM CTL-TOTALS-LINE
           MOVE 'VENDORS PASSING SERVICE LEVELS' TO CTL-LABEL
           MOVE WS-VENDORS-PASSED TO CTL-VALUE
           WRITE SCORE-LINE FROM CTL-TOTALS-LINE
           MOVE 'VENDORS FAILING SERVICE LEVELS' TO CTL-LABEL
           MOVE WS-VENDORS-FAILED TO CTL-VALUE
           WRITE SCORE-LINE FROM CTL-TOTALS-LINE
           MOVE 'VENDORS NOT GRADED (IDLE OR NO SLA)' TO CTL-LABEL
           MOVE WS-VENDORS-OTHER TO CTL-VALUE
           WRITE SCORE-LINE FROM CTL-TOTALS-LINE.
