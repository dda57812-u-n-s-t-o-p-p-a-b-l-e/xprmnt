       IDENTIFICATION DIVISION.
       PROGRAM-ID. FORECAST.
      *****************************************************
      *  FORECAST - FORWARD GREETING VOLUME AND COST
      *  PROJECTS THE GREETINGS THE NIGHTLY RUN WILL ISSUE
      *  OVER THE NEXT 30, 60 AND 90 DAYS (STARTING
      *  TOMORROW) FROM THE CUSTOMER EVENTS MASTER
      *  EVENTS.DAT, USING THE SAME SELECTION AS EVNTGEN:
      *  W ON THE ENROLLMENT DATE, A/B LEADDAYS.DAT DAYS
      *  AHEAD OF THE EVENT MONTH/DAY, AND A FEB 29 EVENT
      *  TREATED AS FEB 28 IN A YEAR WITHOUT A LEAP DAY.
      *  EACH MARKETING CAMPAIGN ON CAMPAIGN.DAT THAT DROPS
      *  INSIDE THE 90 DAYS ADDS ITS TYPE C PIECES ON THE
      *  DROP DATE, CHOSEN BY EVNTGEN'S CAMPAIGN CRITERIA
      *  (LANGUAGE, MONTHS SINCE ENROLLMENT AT THE DROP,
      *  ADDRMAST.DAT STATE), ONE CAMPAIGN PIECE PER
      *  ACCOUNT A DAY, UP TO THE PIECE CAP LESS THE PIECES
      *  ALREADY ISSUED ON CAMPCNT.DAT.  THE GREETING TYPES
      *  COME FROM GTYPTAB.CPY.
      *  PIECES HELLOWORLD WOULD SUPPRESS ARE TAKEN OFF:
      *  ACCOUNTS ON DNC.DAT, PREFMAST.DAT OPT-OUTS,
      *  ADDRESSES FLAGGED UNDELIVERABLE ON ADDRMAST.DAT
      *  AND ACCOUNT/TYPES STILL INSIDE THE GRTHIST.DAT
      *  CONTACT WINDOW ON THE PROJECTED ISSUE DATE (NOT
      *  CAMPAIGN PIECES, WHICH THE WINDOW DOES NOT HOLD).
      *  EACH REMAINING PIECE IS ROUTED THROUGH ROUTETAB.DAT
      *  (EMAIL-CHANNEL CUSTOMERS TO VENDOR EMAIL) AND
      *  PRICED AT THE RATE ON THE VENDOR'S LATEST
      *  VENDINV.DAT INVOICE.
      *  FORECAST.RPT BREAKS VOLUME AND COST OUT BY WEEK AND
      *  VENDOR, BY GREETING TYPE, BY LANGUAGE AND BY VENDOR,
      *  AND FLAGS ANY WEEK WHERE A VENDOR'S VOLUME IS ABOVE
      *  ITS WEEKLY CAPACITY ON FCSTCAP.DAT (A VENDOR CODE
      *  OF DEFAULT APPLIES TO ANY VENDOR WITHOUT ITS OWN
      *  LINE).
      *****************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EVENT-FILE ASSIGN TO 'EVENTS.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EV-ACCOUNT-ID
           FILE STATUS IS WS-EVNT-FS.

           SELECT DNC-FILE ASSIGN TO 'DNC.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DNC-ACCOUNT-ID
           FILE STATUS IS WS-DNC-FS.

           SELECT PREF-FILE ASSIGN TO 'PREFMAST.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PF-ACCOUNT-ID
           FILE STATUS IS WS-PREF-FS.

           SELECT ADDR-FILE ASSIGN TO 'ADDRMAST.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AM-ACCOUNT-ID
           FILE STATUS IS WS-ADDR-FS.

           SELECT HIST-FILE ASSIGN TO 'GRTHIST.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS GH-KEY
           FILE STATUS IS WS-HIST-FS.

           SELECT LEAD-DAYS-FILE ASSIGN TO 'LEADDAYS.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LEAD-FS.

           SELECT CAMPAIGN-FILE ASSIGN TO 'CAMPAIGN.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CAMP-FS.

           SELECT CAMPCNT-FILE ASSIGN TO 'CAMPCNT.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CCNT-FS.

           SELECT ROUTE-FILE ASSIGN TO 'ROUTETAB.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ROUTE-FS.

           SELECT INVOICE-FILE ASSIGN TO 'VENDINV.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-INV-FS.

           SELECT CAPACITY-FILE ASSIGN TO 'FCSTCAP.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CAP-FS.

           SELECT FORECAST-REPORT ASSIGN TO 'FORECAST.RPT'
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  EVENT-FILE.
           COPY evntrec.

       FD  DNC-FILE.
           COPY dncrec.

       FD  PREF-FILE.
           COPY prefrec.

       FD  ADDR-FILE.
           COPY addrrec.

       FD  HIST-FILE.
           COPY histrec.

       FD  LEAD-DAYS-FILE.
       01  LEAD-DAYS-RECORD.
           05  LD-ANNIV-LEAD     PIC 9(3).
           05  LD-BDAY-LEAD      PIC 9(3).

       FD  CAMPAIGN-FILE.
           COPY camprec.

       FD  CAMPCNT-FILE.
           COPY campcnt.

       FD  ROUTE-FILE.
       01  ROUTE-RECORD.
           05  RT-GREETING-TYPE    PIC X(1).
           05  RT-LANGUAGE-CODE    PIC X(2).
           05  RT-VENDOR-CODE      PIC X(8).

       FD  INVOICE-FILE.
       01  INVOICE-RECORD.
           05  IV-VENDOR-CODE      PIC X(8).
           05  IV-BATCH-DATE       PIC X(8).
           05  IV-BATCH-SEQ        PIC 9(6).
           05  IV-PIECES-BILLED    PIC 9(6).
           05  IV-RATE             PIC 9(3)V99.

       FD  CAPACITY-FILE.
       01  CAPACITY-RECORD.
           05  CP-VENDOR-CODE      PIC X(8).
           05  CP-WEEKLY-CAP       PIC 9(6).

       FD  FORECAST-REPORT.
       01  FORECAST-LINE    PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-EVNT-EOF   PIC X VALUE 'N'.
       01  WS-ROUTE-EOF  PIC X VALUE 'N'.
       01  WS-INV-EOF    PIC X VALUE 'N'.
       01  WS-CAP-EOF    PIC X VALUE 'N'.
       01  WS-CAMP-EOF   PIC X VALUE 'N'.
       01  WS-CCNT-EOF   PIC X VALUE 'N'.
       01  WS-EVNT-FS    PIC X(2) VALUE '00'.
       01  WS-DNC-FS     PIC X(2) VALUE '00'.
       01  WS-PREF-FS    PIC X(2) VALUE '00'.
       01  WS-ADDR-FS    PIC X(2) VALUE '00'.
       01  WS-HIST-FS    PIC X(2) VALUE '00'.
       01  WS-LEAD-FS    PIC X(2) VALUE '00'.
       01  WS-ROUTE-FS   PIC X(2) VALUE '00'.
       01  WS-INV-FS     PIC X(2) VALUE '00'.
       01  WS-CAP-FS     PIC X(2) VALUE '00'.
       01  WS-CAMP-FS    PIC X(2) VALUE '00'.
       01  WS-CCNT-FS    PIC X(2) VALUE '00'.

       01  WS-DNC-OPEN   PIC X VALUE 'N'.
       01  WS-PREF-OPEN  PIC X VALUE 'N'.
       01  WS-ADDR-OPEN  PIC X VALUE 'N'.
       01  WS-HIST-OPEN  PIC X VALUE 'N'.

       01  WS-EVENTS-READ      PIC 9(6) VALUE 0.
       01  WS-PROJECTED-COUNT  PIC 9(6) VALUE 0.
       01  WS-DNC-SUPP         PIC 9(6) VALUE 0.
       01  WS-PREF-SUPP        PIC 9(6) VALUE 0.
       01  WS-UNDELIV-SUPP     PIC 9(6) VALUE 0.
       01  WS-HIST-SUPP        PIC 9(6) VALUE 0.
       01  WS-FORECAST-COUNT   PIC 9(6) VALUE 0.
       01  WS-UNROUTED-COUNT   PIC 9(6) VALUE 0.
       01  WS-UNPRICED-COUNT   PIC 9(6) VALUE 0.
       01  WS-OVER-CAP-COUNT   PIC 9(6) VALUE 0.
       01  WS-INVOICES-READ    PIC 9(6) VALUE 0.
       01  WS-CAMP-CAPPED      PIC 9(6) VALUE 0.

       01  WS-ANNIV-LEAD       PIC 9(3) VALUE 7.
       01  WS-BDAY-LEAD        PIC 9(3) VALUE 7.
       01  WS-HIST-WINDOW-DAYS PIC 9(3) VALUE 30.
       01  WS-HIST-DAYS        PIC S9(7) VALUE 0.

       01  WS-CURRENT-DATE.
           05  WS-CURR-YEAR   PIC 9(4).
           05  WS-CURR-MONTH  PIC 9(2).
           05  WS-CURR-DAY    PIC 9(2).

       01  WS-RUN-DATE       PIC X(10).
       01  WS-BATCH-DATE-NUM PIC 9(8) VALUE 0.
       01  WS-TODAY-INT      PIC 9(7) VALUE 0.

       01  WS-TARGET-DATE-NUM PIC 9(8) VALUE 0.
       01  WS-TARGET-SPLIT REDEFINES WS-TARGET-DATE-NUM.
           05  WTS-YEAR       PIC 9(4).
           05  WTS-MMDD       PIC 9(4).
       01  WS-LEAP-YEAR      PIC 9(4) VALUE 0.
       01  WS-LEAP-FLAG      PIC X(1) VALUE 'N'.
       01  WS-LEAP-REM       PIC 9(4) VALUE 0.

       01  WS-EVENT-SPLIT.
           05  WES-YEAR       PIC 9(4).
           05  WES-MMDD       PIC 9(4).

      *    ONE ENTRY PER PROJECTED ISSUE DAY, WITH THE EVENT
      *    MONTH/DAY EVNTGEN WILL SELECT ON THAT DAY.
       01  WS-DAY-COUNT        PIC 9(3) VALUE 90.
       01  WS-DAY-IDX          PIC 9(3) VALUE 0.
       01  WS-DAY-TABLE.
           05  WS-DAY-ENTRY OCCURS 90 TIMES.
               10  WS-DAY-ISSUE-DATE  PIC 9(8).
               10  WS-DAY-ISSUE-INT   PIC 9(7).
               10  WS-DAY-ANNIV-MMDD  PIC 9(4).
               10  WS-DAY-ANNIV-LEAP  PIC X(1).
               10  WS-DAY-BDAY-MMDD   PIC 9(4).
               10  WS-DAY-BDAY-LEAP   PIC X(1).

       01  WS-ACCT-DNC         PIC X VALUE 'N'.
       01  WS-ACCT-PREF        PIC X VALUE 'N'.
       01  WS-ACCT-UNDELIV     PIC X VALUE 'N'.
       01  WS-ACCT-STATE       PIC X(2) VALUE SPACES.
       01  WS-PIECE-TYPE       PIC X(1) VALUE SPACE.
       01  WS-PIECE-SUPP       PIC X VALUE 'N'.
       01  WS-TYPE-SLOT        PIC 9(2) VALUE 0.
       01  WS-WEEK-SLOT        PIC 9(2) VALUE 0.
       01  WS-FIRST-HZN        PIC 9(1) VALUE 0.
       01  WS-HZN-IDX          PIC 9(1) VALUE 0.
       01  WS-PIECE-RATE       PIC 9(3)V99 VALUE 0.

           COPY gtyptab.

      *    CAMPAIGNS DROPPING INSIDE THE 90 DAYS, IN CAMPAIGN.DAT
      *    ORDER.  WS-CMP-LEFT IS THE PIECE CAP LESS THE PIECES
      *    ALREADY ISSUED ON CAMPCNT.DAT.
       01  WS-CAMP-COUNT       PIC 9(2) VALUE 0.
       01  WS-CAMP-IDX         PIC 9(2) VALUE 0.
       01  WS-CAMP-PRIOR       PIC 9(2) VALUE 0.
       01  WS-CAMP-ELIGIBLE    PIC X VALUE 'N'.
       01  WS-CAMP-DAY-TAKEN   PIC X VALUE 'N'.
       01  WS-CAMP-DROP-INT    PIC 9(7) VALUE 0.
       01  WS-TENURE-MONTHS    PIC S9(5) VALUE 0.
       01  WS-CAMP-TABLE.
           05  WS-CAMP-ENTRY OCCURS 20 TIMES.
               10  WS-CMP-ID          PIC X(8).
               10  WS-CMP-DROP-DATE   PIC 9(8).
               10  WS-CMP-DROP-SPLIT REDEFINES WS-CMP-DROP-DATE.
                   15  WCD-YEAR       PIC 9(4).
                   15  WCD-MONTH      PIC 9(2).
                   15  WCD-DAY        PIC 9(2).
               10  WS-CMP-DAY         PIC 9(3).
               10  WS-CMP-STATE       PIC X(2).
               10  WS-CMP-LANG        PIC X(2).
               10  WS-CMP-TENURE      PIC 9(3).
               10  WS-CMP-CAP         PIC 9(6).
               10  WS-CMP-LEFT        PIC 9(6).
               10  WS-CMP-SELECTED    PIC 9(6).
               10  WS-CMP-TAKEN       PIC X(1).

       01  WS-ENROLL-SPLIT.
           05  WEN-YEAR       PIC 9(4).
           05  WEN-MONTH      PIC 9(2).
           05  WEN-DAY        PIC 9(2).

       01  WS-ROUTE-COUNT      PIC 9(2) VALUE 0.
       01  WS-ROUTE-IDX        PIC 9(2) VALUE 0.
       01  WS-ROUTE-TABLE.
           05  WS-ROUTE-ENTRY OCCURS 20 TIMES.
               10  WS-ROUTE-TYPE      PIC X(1).
               10  WS-ROUTE-LANG      PIC X(2).
               10  WS-ROUTE-VENDOR    PIC X(8).

       01  WS-INV-COUNT        PIC 9(2) VALUE 0.
       01  WS-INV-IDX          PIC 9(2) VALUE 0.
       01  WS-INV-SLOT         PIC 9(2) VALUE 0.
       01  WS-INV-TABLE.
           05  WS-INV-ENTRY OCCURS 20 TIMES.
               10  WS-INV-VENDOR      PIC X(8).
               10  WS-INV-BATCH-DATE  PIC X(8).
               10  WS-INV-BATCH-SEQ   PIC 9(6).
               10  WS-INV-RATE        PIC 9(3)V99.

       01  WS-CAP-COUNT        PIC 9(2) VALUE 0.
       01  WS-CAP-IDX          PIC 9(2) VALUE 0.
       01  WS-CAP-DEFAULT      PIC 9(6) VALUE 0.
       01  WS-CAP-TABLE.
           05  WS-CAP-ENTRY OCCURS 20 TIMES.
               10  WS-CAP-VENDOR      PIC X(8).
               10  WS-CAP-WEEKLY      PIC 9(6).

       01  WS-FIND-VEND-CODE   PIC X(8) VALUE SPACES.
       01  WS-VEND-COUNT       PIC 9(2) VALUE 0.
       01  WS-VEND-IDX         PIC 9(2) VALUE 0.
       01  WS-VEND-SLOT        PIC 9(2) VALUE 0.
       01  WS-VENDOR-TABLE.
           05  WS-VENDOR-ENTRY OCCURS 10 TIMES.
               10  WS-VND-CODE        PIC X(8).
               10  WS-VND-RATE        PIC 9(3)V99.
               10  WS-VND-PRICED      PIC X(1).
               10  WS-VND-CAP         PIC 9(6).
               10  WS-VND-PIECES      PIC 9(7) OCCURS 3 TIMES.
               10  WS-VND-COST        PIC 9(9)V99 OCCURS 3 TIMES.

       01  WS-WEEK-COUNT       PIC 9(2) VALUE 13.
       01  WS-WEEK-IDX         PIC 9(2) VALUE 0.
       01  WS-WEEK-TABLE.
           05  WS-WEEK-ENTRY OCCURS 13 TIMES.
               10  WS-WEEK-FROM       PIC 9(8).
               10  WS-WEEK-TO         PIC 9(8).
               10  WS-WEEK-VEND OCCURS 10 TIMES.
                   15  WS-WV-PIECES   PIC 9(7).
                   15  WS-WV-COST     PIC 9(9)V99.

       01  WS-TYPE-IDX         PIC 9(2) VALUE 0.
       01  WS-TYPE-TABLE.
           05  WS-TYPE-ENTRY OCCURS 10 TIMES.
               10  WS-TYP-CODE        PIC X(1).
               10  WS-TYP-PIECES      PIC 9(7) OCCURS 3 TIMES.
               10  WS-TYP-COST        PIC 9(9)V99 OCCURS 3 TIMES.

       01  WS-LANG-COUNT       PIC 9(2) VALUE 0.
       01  WS-LANG-IDX         PIC 9(2) VALUE 0.
       01  WS-LANG-SLOT        PIC 9(2) VALUE 0.
       01  WS-LANG-TABLE.
           05  WS-LANG-ENTRY OCCURS 20 TIMES.
               10  WS-LNG-CODE        PIC X(2).
               10  WS-LNG-PIECES      PIC 9(7) OCCURS 3 TIMES.
               10  WS-LNG-COST        PIC 9(9)V99 OCCURS 3 TIMES.

       01  WS-TOTAL-TABLE.
           05  WS-TOT-PIECES       PIC 9(7) OCCURS 3 TIMES.
           05  WS-TOT-COST         PIC 9(9)V99 OCCURS 3 TIMES.

       01  FCST-HDG-1-LINE.
           05  FILLER            PIC X(10) VALUE 'RUN DATE: '.
           05  FCH-1-DATE        PIC X(10).
           05  FILLER            PIC X(10) VALUE SPACES.
           05  FILLER            PIC X(34) VALUE
               'GREETING VOLUME AND COST FORECAST'.

       01  FCST-SECTION-LINE.
           05  FSL-TITLE         PIC X(60).

       01  WEEK-HDG-LINE.
           05  FILLER            PIC X(5)  VALUE 'WEEK '.
           05  FILLER            PIC X(9)  VALUE 'FROM     '.
           05  FILLER            PIC X(9)  VALUE 'TO       '.
           05  FILLER            PIC X(9)  VALUE 'VENDOR   '.
           05  FILLER            PIC X(9)  VALUE '   PIECES'.
           05  FILLER            PIC X(15) VALUE '           COST'.
           05  FILLER            PIC X(9)  VALUE ' CAPACITY'.
           05  FILLER            PIC X(5)  VALUE SPACES.
           05  FILLER            PIC X(4)  VALUE 'FLAG'.

       01  WEEK-DETAIL-LINE.
           05  WKD-WEEK          PIC Z9.
           05  FILLER            PIC X(3) VALUE SPACES.
           05  WKD-FROM          PIC 9(8).
           05  FILLER            PIC X(1) VALUE SPACE.
           05  WKD-TO            PIC 9(8).
           05  FILLER            PIC X(1) VALUE SPACE.
           05  WKD-VENDOR        PIC X(8).
           05  FILLER            PIC X(1) VALUE SPACE.
           05  WKD-PIECES        PIC Z,ZZZ,ZZ9.
           05  FILLER            PIC X(1) VALUE SPACE.
           05  WKD-COST          PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER            PIC X(1) VALUE SPACE.
           05  WKD-CAPACITY      PIC ZZZ,ZZZ BLANK WHEN ZERO.
           05  FILLER            PIC X(3) VALUE SPACES.
           05  WKD-FLAG          PIC X(12).

       01  HZN-HDG-LINE.
           05  HZH-KEY-TITLE     PIC X(10).
           05  FILLER            PIC X(10) VALUE '   30 DAYS'.
           05  FILLER            PIC X(10) VALUE '   60 DAYS'.
           05  FILLER            PIC X(10) VALUE '   90 DAYS'.
           05  FILLER            PIC X(15) VALUE '   30 DAYS COST'.
           05  FILLER            PIC X(15) VALUE '   60 DAYS COST'.
           05  FILLER            PIC X(15) VALUE '   90 DAYS COST'.
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  HZH-EXTRA-TITLE   PIC X(7).

       01  HZN-DETAIL-LINE.
           05  HZD-KEY           PIC X(8).
           05  FILLER            PIC X(1) VALUE SPACE.
           05  HZD-PIECES-1      PIC Z,ZZZ,ZZ9.
           05  FILLER            PIC X(1) VALUE SPACE.
           05  HZD-PIECES-2      PIC Z,ZZZ,ZZ9.
           05  FILLER            PIC X(1) VALUE SPACE.
           05  HZD-PIECES-3      PIC Z,ZZZ,ZZ9.
           05  FILLER            PIC X(1) VALUE SPACE.
           05  HZD-COST-1        PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER            PIC X(1) VALUE SPACE.
           05  HZD-COST-2        PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER            PIC X(1) VALUE SPACE.
           05  HZD-COST-3        PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER            PIC X(3) VALUE SPACES.
           05  HZD-EXTRA         PIC X(7).

       01  WS-RATE-EDIT        PIC ZZ9.99.

       01  CTL-TOTALS-LINE.
           05  CTL-LABEL         PIC X(40) VALUE SPACES.
           05  CTL-VALUE         PIC ZZZ,ZZ9.

       01  CTL-AMOUNT-LINE.
           05  CTA-LABEL         PIC X(40) VALUE SPACES.
           05  CTA-VALUE         PIC -ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM INITIALIZE-RUN
           MOVE LOW-VALUES TO EV-ACCOUNT-ID
           START EVENT-FILE KEY NOT < EV-ACCOUNT-ID
               INVALID KEY
                   MOVE 'Y' TO WS-EVNT-EOF
           END-START
           PERFORM UNTIL WS-EVNT-EOF = 'Y'
               READ EVENT-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EVNT-EOF
                   NOT AT END
                       ADD 1 TO WS-EVENTS-READ
                       PERFORM PROJECT-EVENT-GREETINGS
               END-READ
           END-PERFORM
           PERFORM WRITE-FORECAST-REPORT
           CLOSE EVENT-FILE
           IF WS-DNC-OPEN = 'Y'
               CLOSE DNC-FILE
           END-IF
           IF WS-PREF-OPEN = 'Y'
               CLOSE PREF-FILE
           END-IF
           IF WS-ADDR-OPEN = 'Y'
               CLOSE ADDR-FILE
           END-IF
           IF WS-HIST-OPEN = 'Y'
               CLOSE HIST-FILE
           END-IF
           CLOSE FORECAST-REPORT
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
           COMPUTE WS-BATCH-DATE-NUM =
               WS-CURR-YEAR * 10000 + WS-CURR-MONTH * 100 + WS-CURR-DAY
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-BATCH-DATE-NUM)
           PERFORM OPEN-MASTER-FILES
           PERFORM LOAD-LEAD-DAYS
           PERFORM BUILD-DAY-TABLE
           PERFORM LOAD-INVOICE-RATES
           PERFORM LOAD-CAPACITY-TABLE
           PERFORM LOAD-ROUTING-TABLE
           PERFORM LOAD-CAMPAIGN-DROPS
           PERFORM LOAD-CAMPAIGN-COUNTS
           INITIALIZE WS-WEEK-TABLE
           INITIALIZE WS-TYPE-TABLE
           INITIALIZE WS-LANG-TABLE
           PERFORM VARYING WS-TYPE-IDX FROM 1 BY 1
                   UNTIL WS-TYPE-IDX > GT-TYPE-COUNT
               MOVE GT-TYPE-CODE(WS-TYPE-IDX)
                   TO WS-TYP-CODE(WS-TYPE-IDX)
           END-PERFORM
           PERFORM VARYING WS-HZN-IDX FROM 1 BY 1 UNTIL WS-HZN-IDX > 3
               MOVE 0 TO WS-TOT-PIECES(WS-HZN-IDX)
               MOVE 0 TO WS-TOT-COST(WS-HZN-IDX)
           END-PERFORM
           PERFORM VARYING WS-WEEK-IDX FROM 1 BY 1
                   UNTIL WS-WEEK-IDX > WS-WEEK-COUNT
               COMPUTE WS-DAY-IDX = (WS-WEEK-IDX - 1) * 7 + 1
               MOVE WS-DAY-ISSUE-DATE(WS-DAY-IDX)
                   TO WS-WEEK-FROM(WS-WEEK-IDX)
               COMPUTE WS-DAY-IDX = WS-WEEK-IDX * 7
               IF WS-DAY-IDX > WS-DAY-COUNT
                   MOVE WS-DAY-COUNT TO WS-DAY-IDX
               END-IF
               MOVE WS-DAY-ISSUE-DATE(WS-DAY-IDX)
                   TO WS-WEEK-TO(WS-WEEK-IDX)
           END-PERFORM
           OPEN OUTPUT FORECAST-REPORT
           MOVE WS-RUN-DATE TO FCH-1-DATE
           WRITE FORECAST-LINE FROM FCST-HDG-1-LINE
           MOVE SPACES TO FORECAST-LINE
           WRITE FORECAST-LINE.

      *    WITHOUT THE EVENTS MASTER THERE IS NOTHING TO PROJECT.
      *    ANY OTHER MISSING MASTER SIMPLY TAKES NOTHING OFF.
       OPEN-MASTER-FILES.
           OPEN INPUT EVENT-FILE
           IF WS-EVNT-FS NOT = '00'
               DISPLAY 'FORECAST - EVENTS.DAT OPEN FAILED - '
                       'STATUS ' WS-EVNT-FS ' - RUN STOPPED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT DNC-FILE
           IF WS-DNC-FS = '00'
               MOVE 'Y' TO WS-DNC-OPEN
           END-IF
           OPEN INPUT PREF-FILE
           IF WS-PREF-FS = '00'
               MOVE 'Y' TO WS-PREF-OPEN
           END-IF
           OPEN INPUT ADDR-FILE
           IF WS-ADDR-FS = '00'
               MOVE 'Y' TO WS-ADDR-OPEN
           END-IF
           OPEN INPUT HIST-FILE
           IF WS-HIST-FS = '00'
               MOVE 'Y' TO WS-HIST-OPEN
           END-IF.

       LOAD-LEAD-DAYS.
           OPEN INPUT LEAD-DAYS-FILE
           IF WS-LEAD-FS = '00'
               READ LEAD-DAYS-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF LD-ANNIV-LEAD NUMERIC
                           MOVE LD-ANNIV-LEAD TO WS-ANNIV-LEAD
                       END-IF
                       IF LD-BDAY-LEAD NUMERIC
                           MOVE LD-BDAY-LEAD TO WS-BDAY-LEAD
                       END-IF
               END-READ
               CLOSE LEAD-DAYS-FILE
           END-IF.

       BUILD-DAY-TABLE.
           PERFORM VARYING WS-DAY-IDX FROM 1 BY 1
                   UNTIL WS-DAY-IDX > WS-DAY-COUNT
               COMPUTE WS-DAY-ISSUE-INT(WS-DAY-IDX) =
                   WS-TODAY-INT + WS-DAY-IDX
               COMPUTE WS-DAY-ISSUE-DATE(WS-DAY-IDX) =
                   FUNCTION DATE-OF-INTEGER(
                       WS-DAY-ISSUE-INT(WS-DAY-IDX))
               COMPUTE WS-TARGET-DATE-NUM =
                   FUNCTION DATE-OF-INTEGER(
                       WS-DAY-ISSUE-INT(WS-DAY-IDX) + WS-ANNIV-LEAD)
               MOVE WTS-MMDD TO WS-DAY-ANNIV-MMDD(WS-DAY-IDX)
               MOVE WTS-YEAR TO WS-LEAP-YEAR
               PERFORM CHECK-LEAP-YEAR
               MOVE WS-LEAP-FLAG TO WS-DAY-ANNIV-LEAP(WS-DAY-IDX)
               COMPUTE WS-TARGET-DATE-NUM =
                   FUNCTION DATE-OF-INTEGER(
                       WS-DAY-ISSUE-INT(WS-DAY-IDX) + WS-BDAY-LEAD)
               MOVE WTS-MMDD TO WS-DAY-BDAY-MMDD(WS-DAY-IDX)
               MOVE WTS-YEAR TO WS-LEAP-YEAR
               PERFORM CHECK-LEAP-YEAR
               MOVE WS-LEAP-FLAG TO WS-DAY-BDAY-LEAP(WS-DAY-IDX)
           END-PERFORM.

       CHECK-LEAP-YEAR.
           MOVE 'N' TO WS-LEAP-FLAG
           COMPUTE WS-LEAP-REM = FUNCTION MOD(WS-LEAP-YEAR, 4)
           IF WS-LEAP-REM = 0
               COMPUTE WS-LEAP-REM = FUNCTION MOD(WS-LEAP-YEAR, 100)
               IF WS-LEAP-REM NOT = 0
                   MOVE 'Y' TO WS-LEAP-FLAG
               ELSE
                   COMPUTE WS-LEAP-REM =
                       FUNCTION MOD(WS-LEAP-YEAR, 400)
                   IF WS-LEAP-REM = 0
                       MOVE 'Y' TO WS-LEAP-FLAG
                   END-IF
               END-IF
           END-IF.

      *    KEEPS THE RATE FROM EACH VENDOR'S LATEST INVOICE
      *    (HIGHEST BATCH DATE, THEN BATCH SEQUENCE).
       LOAD-INVOICE-RATES.
           OPEN INPUT INVOICE-FILE
           IF WS-INV-FS NOT = '00'
               DISPLAY 'FORECAST - VENDINV.DAT NOT AVAILABLE - '
                       'ALL PIECES WILL BE UNPRICED'
               MOVE 'Y' TO WS-INV-EOF
           END-IF
           PERFORM UNTIL WS-INV-EOF = 'Y'
               READ INVOICE-FILE
                   AT END
                       MOVE 'Y' TO WS-INV-EOF
                   NOT AT END
                       ADD 1 TO WS-INVOICES-READ
                       PERFORM KEEP-LATEST-RATE
               END-READ
           END-PERFORM
           IF WS-INV-FS = '00' OR WS-INV-FS = '10'
               CLOSE INVOICE-FILE
           END-IF.

       KEEP-LATEST-RATE.
           MOVE 0 TO WS-INV-SLOT
           PERFORM VARYING WS-INV-IDX FROM 1 BY 1
                   UNTIL WS-INV-IDX > WS-INV-COUNT
               IF WS-INV-VENDOR(WS-INV-IDX) = IV-VENDOR-CODE
                   MOVE WS-INV-IDX TO WS-INV-SLOT
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-INV-SLOT = 0
               IF WS-INV-COUNT < 20
                   ADD 1 TO WS-INV-COUNT
                   MOVE WS-INV-COUNT TO WS-INV-SLOT
                   MOVE IV-VENDOR-CODE TO WS-INV-VENDOR(WS-INV-SLOT)
                   MOVE IV-BATCH-DATE TO WS-INV-BATCH-DATE(WS-INV-SLOT)
                   MOVE IV-BATCH-SEQ TO WS-INV-BATCH-SEQ(WS-INV-SLOT)
                   MOVE IV-RATE TO WS-INV-RATE(WS-INV-SLOT)
               ELSE
                   DISPLAY 'FORECAST - INVOICE RATE TABLE FULL - '
                           'VENDOR IGNORED: ' IV-VENDOR-CODE
               END-IF
           ELSE
               IF IV-BATCH-DATE > WS-INV-BATCH-DATE(WS-INV-SLOT) OR
                  (IV-BATCH-DATE = WS-INV-BATCH-DATE(WS-INV-SLOT) AND
                   IV-BATCH-SEQ > WS-INV-BATCH-SEQ(WS-INV-SLOT))
                   MOVE IV-BATCH-DATE TO WS-INV-BATCH-DATE(WS-INV-SLOT)
                   MOVE IV-BATCH-SEQ TO WS-INV-BATCH-SEQ(WS-INV-SLOT)
                   MOVE IV-RATE TO WS-INV-RATE(WS-INV-SLOT)
               END-IF
           END-IF.

       LOAD-CAPACITY-TABLE.
           OPEN INPUT CAPACITY-FILE
           IF WS-CAP-FS NOT = '00'
               DISPLAY 'FORECAST - FCSTCAP.DAT NOT AVAILABLE - '
                       'NO CAPACITY CHECK'
               MOVE 'Y' TO WS-CAP-EOF
           END-IF
           PERFORM UNTIL WS-CAP-EOF = 'Y'
               READ CAPACITY-FILE
                   AT END
                       MOVE 'Y' TO WS-CAP-EOF
                   NOT AT END
                       IF CP-WEEKLY-CAP NOT NUMERIC
                           DISPLAY 'FORECAST - BAD CAPACITY IGNORED: '
                                   CAPACITY-RECORD
                       ELSE
                           IF CP-VENDOR-CODE = 'DEFAULT'
                               MOVE CP-WEEKLY-CAP TO WS-CAP-DEFAULT
                           ELSE
                               PERFORM ADD-CAPACITY-ENTRY
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-CAP-FS = '00' OR WS-CAP-FS = '10'
               CLOSE CAPACITY-FILE
           END-IF.

       ADD-CAPACITY-ENTRY.
           IF WS-CAP-COUNT >= 20
               DISPLAY 'FORECAST - CAPACITY TABLE FULL - '
                       'VENDOR IGNORED: ' CP-VENDOR-CODE
           ELSE
               ADD 1 TO WS-CAP-COUNT
               MOVE CP-VENDOR-CODE TO WS-CAP-VENDOR(WS-CAP-COUNT)
               MOVE CP-WEEKLY-CAP TO WS-CAP-WEEKLY(WS-CAP-COUNT)
           END-IF.

       LOAD-ROUTING-TABLE.
           OPEN INPUT ROUTE-FILE
           IF WS-ROUTE-FS NOT = '00'
               DISPLAY 'FORECAST - ROUTETAB.DAT NOT AVAILABLE - '
                       'ALL POSTAL PIECES WILL BE UNROUTED'
               MOVE 'Y' TO WS-ROUTE-EOF
           END-IF
           PERFORM UNTIL WS-ROUTE-EOF = 'Y'
               READ ROUTE-FILE
                   AT END
                       MOVE 'Y' TO WS-ROUTE-EOF
                   NOT AT END
                       IF WS-ROUTE-COUNT >= 20
                           DISPLAY 'FORECAST - ROUTING TABLE FULL - '
                                   'ROUTE IGNORED: ' ROUTE-RECORD
                       ELSE
                           ADD 1 TO WS-ROUTE-COUNT
                           MOVE RT-GREETING-TYPE
                               TO WS-ROUTE-TYPE(WS-ROUTE-COUNT)
                           MOVE RT-LANGUAGE-CODE
                               TO WS-ROUTE-LANG(WS-ROUTE-COUNT)
                           MOVE RT-VENDOR-CODE
                               TO WS-ROUTE-VENDOR(WS-ROUTE-COUNT)
                           MOVE RT-VENDOR-CODE TO WS-FIND-VEND-CODE
                           PERFORM FIND-VENDOR-SLOT
                       END-IF
               END-READ
           END-PERFORM
           IF WS-ROUTE-FS = '00' OR WS-ROUTE-FS = '10'
               CLOSE ROUTE-FILE
           END-IF.

      *    ONLY CAMPAIGNS DROPPING TOMORROW THROUGH DAY 90 ARE
      *    KEPT; A HEADER EVNTGEN WOULD REJECT IS LEFT OUT.
       LOAD-CAMPAIGN-DROPS.
           OPEN INPUT CAMPAIGN-FILE
           IF WS-CAMP-FS NOT = '00'
               MOVE 'Y' TO WS-CAMP-EOF
           END-IF
           PERFORM UNTIL WS-CAMP-EOF = 'Y'
               READ CAMPAIGN-FILE
                   AT END
                       MOVE 'Y' TO WS-CAMP-EOF
                   NOT AT END
                       IF CD-REC-TYPE = 'H'
                           PERFORM ADD-CAMPAIGN-DROP
                       END-IF
               END-READ
           END-PERFORM
           IF WS-CAMP-FS = '00' OR WS-CAMP-FS = '10'
               CLOSE CAMPAIGN-FILE
           END-IF.

       ADD-CAMPAIGN-DROP.
           IF CD-CAMPAIGN-ID = SPACES OR
              CD-START-DATE NOT NUMERIC OR
              CD-MIN-TENURE NOT NUMERIC OR
              CD-PIECE-CAP NOT NUMERIC
               DISPLAY 'FORECAST - CAMPAIGN HEADER INVALID - '
                       'IGNORED: ' CD-CAMPAIGN-ID
           ELSE
               IF CD-START-DATE >= WS-DAY-ISSUE-DATE(1) AND
                  CD-START-DATE <= WS-DAY-ISSUE-DATE(WS-DAY-COUNT)
                   IF WS-CAMP-COUNT >= 20
                       DISPLAY 'FORECAST - CAMPAIGN TABLE FULL - '
                               'ENTRY IGNORED: ' CD-CAMPAIGN-ID
                   ELSE
                       ADD 1 TO WS-CAMP-COUNT
                       MOVE CD-CAMPAIGN-ID TO WS-CMP-ID(WS-CAMP-COUNT)
                       MOVE CD-START-DATE
                           TO WS-CMP-DROP-DATE(WS-CAMP-COUNT)
                       COMPUTE WS-CAMP-DROP-INT =
                           FUNCTION INTEGER-OF-DATE(CD-START-DATE)
                       COMPUTE WS-CMP-DAY(WS-CAMP-COUNT) =
                           WS-CAMP-DROP-INT - WS-TODAY-INT
                       MOVE CD-STATE TO WS-CMP-STATE(WS-CAMP-COUNT)
                       MOVE CD-LANGUAGE-CODE
                           TO WS-CMP-LANG(WS-CAMP-COUNT)
                       MOVE CD-MIN-TENURE
                           TO WS-CMP-TENURE(WS-CAMP-COUNT)
                       MOVE CD-PIECE-CAP TO WS-CMP-CAP(WS-CAMP-COUNT)
                       MOVE CD-PIECE-CAP TO WS-CMP-LEFT(WS-CAMP-COUNT)
                       MOVE 0 TO WS-CMP-SELECTED(WS-CAMP-COUNT)
                   END-IF
               END-IF
           END-IF.

       LOAD-CAMPAIGN-COUNTS.
           IF WS-CAMP-COUNT > 0
               OPEN INPUT CAMPCNT-FILE
               IF WS-CCNT-FS NOT = '00'
                   MOVE 'Y' TO WS-CCNT-EOF
               END-IF
           ELSE
               MOVE 'Y' TO WS-CCNT-EOF
           END-IF
           PERFORM UNTIL WS-CCNT-EOF = 'Y'
               READ CAMPCNT-FILE
                   AT END
                       MOVE 'Y' TO WS-CCNT-EOF
                   NOT AT END
                       PERFORM TAKE-OFF-ISSUED-PIECES
               END-READ
           END-PERFORM
           IF WS-CAMP-COUNT > 0 AND
              (WS-CCNT-FS = '00' OR WS-CCNT-FS = '10')
               CLOSE CAMPCNT-FILE
           END-IF.

       TAKE-OFF-ISSUED-PIECES.
           PERFORM VARYING WS-CAMP-IDX FROM 1 BY 1
                   UNTIL WS-CAMP-IDX > WS-CAMP-COUNT
               IF WS-CMP-ID(WS-CAMP-IDX) = CC-CAMPAIGN-ID
                   IF CC-COUNT(2) >= WS-CMP-CAP(WS-CAMP-IDX)
                       MOVE 0 TO WS-CMP-LEFT(WS-CAMP-IDX)
                   ELSE
                       COMPUTE WS-CMP-LEFT(WS-CAMP-IDX) =
                           WS-CMP-CAP(WS-CAMP-IDX) - CC-COUNT(2)
                   END-IF
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *    A VENDOR IS ADDED THE FIRST TIME IT IS SEEN, WITH ITS
      *    INVOICE RATE AND WEEKLY CAPACITY ATTACHED.
       FIND-VENDOR-SLOT.
           MOVE 0 TO WS-VEND-SLOT
           PERFORM VARYING WS-VEND-IDX FROM 1 BY 1
                   UNTIL WS-VEND-IDX > WS-VEND-COUNT
               IF WS-VND-CODE(WS-VEND-IDX) = WS-FIND-VEND-CODE
                   MOVE WS-VEND-IDX TO WS-VEND-SLOT
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-VEND-SLOT = 0
               IF WS-VEND-COUNT < 10
                   ADD 1 TO WS-VEND-COUNT
                   MOVE WS-VEND-COUNT TO WS-VEND-SLOT
                   PERFORM SET-UP-VENDOR-SLOT
               ELSE
                   DISPLAY 'FORECAST - VENDOR LIMIT EXCEEDED - '
                           'VENDOR IGNORED: ' WS-FIND-VEND-CODE
               END-IF
           END-IF.

       SET-UP-VENDOR-SLOT.
           MOVE WS-FIND-VEND-CODE TO WS-VND-CODE(WS-VEND-SLOT)
           MOVE 0 TO WS-VND-RATE(WS-VEND-SLOT)
           MOVE 'N' TO WS-VND-PRICED(WS-VEND-SLOT)
           MOVE WS-CAP-DEFAULT TO WS-VND-CAP(WS-VEND-SLOT)
           PERFORM VARYING WS-HZN-IDX FROM 1 BY 1 UNTIL WS-HZN-IDX > 3
               MOVE 0 TO WS-VND-PIECES(WS-VEND-SLOT, WS-HZN-IDX)
               MOVE 0 TO WS-VND-COST(WS-VEND-SLOT, WS-HZN-IDX)
           END-PERFORM
           PERFORM VARYING WS-INV-IDX FROM 1 BY 1
                   UNTIL WS-INV-IDX > WS-INV-COUNT
               IF WS-INV-VENDOR(WS-INV-IDX) = WS-FIND-VEND-CODE
                   MOVE WS-INV-RATE(WS-INV-IDX)
                       TO WS-VND-RATE(WS-VEND-SLOT)
                   MOVE 'Y' TO WS-VND-PRICED(WS-VEND-SLOT)
                   EXIT PERFORM
               END-IF
           END-PERFORM
           PERFORM VARYING WS-CAP-IDX FROM 1 BY 1
                   UNTIL WS-CAP-IDX > WS-CAP-COUNT
               IF WS-CAP-VENDOR(WS-CAP-IDX) = WS-FIND-VEND-CODE
                   MOVE WS-CAP-WEEKLY(WS-CAP-IDX)
                       TO WS-VND-CAP(WS-VEND-SLOT)
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *    THE ACCOUNT-LEVEL SUPPRESSIONS ARE LOOKED UP ONCE PER
      *    EVENTS RECORD, THEN EACH PROJECTED ISSUE DAY IS TESTED
      *    THE WAY EVNTGEN WILL TEST IT ON THAT NIGHT.
       PROJECT-EVENT-GREETINGS.
           PERFORM LOOKUP-ACCOUNT-MASTERS
           PERFORM VARYING WS-DAY-IDX FROM 1 BY 1
                   UNTIL WS-DAY-IDX > WS-DAY-COUNT
               IF EV-ENROLL-DATE = WS-DAY-ISSUE-DATE(WS-DAY-IDX)
                   MOVE 'W' TO WS-PIECE-TYPE
                   PERFORM PROJECT-PIECE
               END-IF
               IF EV-ANNIV-DATE NUMERIC AND EV-ANNIV-DATE > 0
                   MOVE EV-ANNIV-DATE TO WS-EVENT-SPLIT
                   IF WES-MMDD = WS-DAY-ANNIV-MMDD(WS-DAY-IDX) OR
                      (WES-MMDD = 0229 AND
                       WS-DAY-ANNIV-MMDD(WS-DAY-IDX) = 0228 AND
                       WS-DAY-ANNIV-LEAP(WS-DAY-IDX) = 'N')
                       MOVE 'A' TO WS-PIECE-TYPE
                       PERFORM PROJECT-PIECE
                   END-IF
               END-IF
               IF EV-BIRTH-DATE NUMERIC AND EV-BIRTH-DATE > 0
                   MOVE EV-BIRTH-DATE TO WS-EVENT-SPLIT
                   IF WES-MMDD = WS-DAY-BDAY-MMDD(WS-DAY-IDX) OR
                      (WES-MMDD = 0229 AND
                       WS-DAY-BDAY-MMDD(WS-DAY-IDX) = 0228 AND
                       WS-DAY-BDAY-LEAP(WS-DAY-IDX) = 'N')
                       MOVE 'B' TO WS-PIECE-TYPE
                       PERFORM PROJECT-PIECE
                   END-IF
               END-IF
           END-PERFORM
           IF WS-CAMP-COUNT > 0
               PERFORM PROJECT-CAMPAIGN-PIECES
           END-IF.

      *    CAMPAIGNS ARE TRIED IN CAMPAIGN.DAT ORDER AS EVNTGEN
      *    TRIES THEM; THE FIRST ONE DROPPING ON A DAY THAT TAKES
      *    THE ACCOUNT SENDS IT THAT DAY'S PIECE.
       PROJECT-CAMPAIGN-PIECES.
           PERFORM VARYING WS-CAMP-IDX FROM 1 BY 1
                   UNTIL WS-CAMP-IDX > WS-CAMP-COUNT
               MOVE 'N' TO WS-CMP-TAKEN(WS-CAMP-IDX)
           END-PERFORM
           PERFORM VARYING WS-CAMP-IDX FROM 1 BY 1
                   UNTIL WS-CAMP-IDX > WS-CAMP-COUNT
               PERFORM CHECK-CAMPAIGN-CRITERIA
               IF WS-CAMP-ELIGIBLE = 'Y'
                   PERFORM CHECK-CAMPAIGN-DAY-TAKEN
                   IF WS-CAMP-DAY-TAKEN = 'N'
                       IF WS-CMP-CAP(WS-CAMP-IDX) > 0 AND
                          WS-CMP-SELECTED(WS-CAMP-IDX) >=
                          WS-CMP-LEFT(WS-CAMP-IDX)
                           ADD 1 TO WS-CAMP-CAPPED
                       ELSE
                           ADD 1 TO WS-CMP-SELECTED(WS-CAMP-IDX)
                           MOVE 'Y' TO WS-CMP-TAKEN(WS-CAMP-IDX)
                           MOVE WS-CMP-DAY(WS-CAMP-IDX) TO WS-DAY-IDX
                           MOVE 'C' TO WS-PIECE-TYPE
                           PERFORM PROJECT-PIECE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

      *    TENURE IS WHOLE MONTHS FROM EV-ENROLL-DATE TO THE DROP
      *    DATE, THE DAY EVNTGEN WILL MEASURE IT.
       CHECK-CAMPAIGN-CRITERIA.
           MOVE 'Y' TO WS-CAMP-ELIGIBLE
           IF WS-CMP-LANG(WS-CAMP-IDX) NOT = SPACES AND
              WS-CMP-LANG(WS-CAMP-IDX) NOT = EV-LANGUAGE-CODE
               MOVE 'N' TO WS-CAMP-ELIGIBLE
           END-IF
           IF EV-ENROLL-DATE NUMERIC AND EV-ENROLL-DATE > 0
               MOVE EV-ENROLL-DATE TO WS-ENROLL-SPLIT
               COMPUTE WS-TENURE-MONTHS =
                   (WCD-YEAR(WS-CAMP-IDX) - WEN-YEAR) * 12
                   + WCD-MONTH(WS-CAMP-IDX) - WEN-MONTH
               IF WCD-DAY(WS-CAMP-IDX) < WEN-DAY
                   SUBTRACT 1 FROM WS-TENURE-MONTHS
               END-IF
           ELSE
               MOVE -1 TO WS-TENURE-MONTHS
           END-IF
           IF WS-TENURE-MONTHS < 0 OR
              WS-TENURE-MONTHS < WS-CMP-TENURE(WS-CAMP-IDX)
               MOVE 'N' TO WS-CAMP-ELIGIBLE
           END-IF
           IF WS-CMP-STATE(WS-CAMP-IDX) NOT = SPACES AND
              WS-CMP-STATE(WS-CAMP-IDX) NOT = WS-ACCT-STATE
               MOVE 'N' TO WS-CAMP-ELIGIBLE
           END-IF.

       CHECK-CAMPAIGN-DAY-TAKEN.
           MOVE 'N' TO WS-CAMP-DAY-TAKEN
           PERFORM VARYING WS-CAMP-PRIOR FROM 1 BY 1
                   UNTIL WS-CAMP-PRIOR >= WS-CAMP-IDX
               IF WS-CMP-TAKEN(WS-CAMP-PRIOR) = 'Y' AND
                  WS-CMP-DAY(WS-CAMP-PRIOR) = WS-CMP-DAY(WS-CAMP-IDX)
                   MOVE 'Y' TO WS-CAMP-DAY-TAKEN
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       LOOKUP-ACCOUNT-MASTERS.
           MOVE 'N' TO WS-ACCT-DNC
           MOVE 'N' TO WS-ACCT-PREF
           MOVE 'N' TO WS-ACCT-UNDELIV
           MOVE SPACES TO WS-ACCT-STATE
           IF WS-DNC-OPEN = 'Y'
               MOVE EV-ACCOUNT-ID TO DNC-ACCOUNT-ID
               READ DNC-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-ACCT-DNC
               END-READ
           END-IF
           IF WS-PREF-OPEN = 'Y'
               MOVE EV-ACCOUNT-ID TO PF-ACCOUNT-ID
               READ PREF-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-ACCT-PREF
               END-READ
           END-IF
           IF WS-ADDR-OPEN = 'Y'
               MOVE EV-ACCOUNT-ID TO AM-ACCOUNT-ID
               READ ADDR-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE AM-STATE TO WS-ACCT-STATE
                       IF AM-UNDELIV-FLAG = 'Y'
                           MOVE 'Y' TO WS-ACCT-UNDELIV
                       END-IF
               END-READ
           END-IF.

       PROJECT-PIECE.
           ADD 1 TO WS-PROJECTED-COUNT
           MOVE WS-PIECE-TYPE TO GT-FIND-TYPE
           PERFORM FIND-GREETING-TYPE
           MOVE 'N' TO WS-PIECE-SUPP
           MOVE SPACES TO WS-FIND-VEND-CODE
           IF WS-ACCT-DNC = 'Y'
               ADD 1 TO WS-DNC-SUPP
               MOVE 'Y' TO WS-PIECE-SUPP
           END-IF
           IF WS-PIECE-SUPP = 'N' AND WS-ACCT-PREF = 'Y'
               IF PF-CHANNEL = 'N' OR
                  (WS-PIECE-TYPE = 'W' AND PF-OPTOUT-W = 'Y') OR
                  (WS-PIECE-TYPE = 'A' AND PF-OPTOUT-A = 'Y') OR
                  (WS-PIECE-TYPE = 'B' AND PF-OPTOUT-B = 'Y')
                   ADD 1 TO WS-PREF-SUPP
                   MOVE 'Y' TO WS-PIECE-SUPP
               ELSE
                   IF PF-CHANNEL = 'E' AND PF-EMAIL-ADDR NOT = SPACES
                       MOVE 'EMAIL' TO WS-FIND-VEND-CODE
                   END-IF
               END-IF
           END-IF
           IF WS-PIECE-SUPP = 'N' AND WS-ACCT-UNDELIV = 'Y' AND
              WS-FIND-VEND-CODE = SPACES
               ADD 1 TO WS-UNDELIV-SUPP
               MOVE 'Y' TO WS-PIECE-SUPP
           END-IF
           IF WS-PIECE-SUPP = 'N' AND GT-SLOT > 0
               IF GT-CAMPAIGN-FLAG(GT-SLOT) NOT = 'Y'
                   PERFORM CHECK-CONTACT-WINDOW
               END-IF
           END-IF
           IF WS-PIECE-SUPP = 'N'
               PERFORM ROUTE-PROJECTED-PIECE
               PERFORM ACCUMULATE-PIECE
           END-IF.

       FIND-GREETING-TYPE.
           MOVE 0 TO GT-SLOT
           PERFORM VARYING GT-IDX FROM 1 BY 1
                   UNTIL GT-IDX > GT-TYPE-COUNT
               IF GT-TYPE-CODE(GT-IDX) = GT-FIND-TYPE
                   MOVE GT-IDX TO GT-SLOT
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       CHECK-CONTACT-WINDOW.
           IF WS-HIST-OPEN = 'Y'
               MOVE EV-ACCOUNT-ID TO GH-ACCOUNT-ID
               MOVE WS-PIECE-TYPE TO GH-GREETING-TYPE
               READ HIST-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF GH-ISSUE-DATE NUMERIC AND GH-ISSUE-DATE > 0
                           COMPUTE WS-HIST-DAYS =
                               WS-DAY-ISSUE-INT(WS-DAY-IDX)
                               - FUNCTION INTEGER-OF-DATE(GH-ISSUE-DATE)
                           IF WS-HIST-DAYS >= 0 AND
                              WS-HIST-DAYS <= WS-HIST-WINDOW-DAYS
                               ADD 1 TO WS-HIST-SUPP
                               MOVE 'Y' TO WS-PIECE-SUPP
                           END-IF
                       END-IF
               END-READ
           END-IF.

      *    SAME LOOKUP AS HELLOWORLD: TYPE AND LANGUAGE FIRST,
      *    THEN THE TYPE'S ALL-LANGUAGE ROUTE.
       ROUTE-PROJECTED-PIECE.
           IF WS-FIND-VEND-CODE = SPACES
               PERFORM VARYING WS-ROUTE-IDX FROM 1 BY 1
                       UNTIL WS-ROUTE-IDX > WS-ROUTE-COUNT
                   IF WS-ROUTE-TYPE(WS-ROUTE-IDX) = WS-PIECE-TYPE AND
                      WS-ROUTE-LANG(WS-ROUTE-IDX) = EV-LANGUAGE-CODE
                       MOVE WS-ROUTE-VENDOR(WS-ROUTE-IDX)
                           TO WS-FIND-VEND-CODE
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF
           IF WS-FIND-VEND-CODE = SPACES
               PERFORM VARYING WS-ROUTE-IDX FROM 1 BY 1
                       UNTIL WS-ROUTE-IDX > WS-ROUTE-COUNT
                   IF WS-ROUTE-TYPE(WS-ROUTE-IDX) = WS-PIECE-TYPE AND
                      WS-ROUTE-LANG(WS-ROUTE-IDX) = SPACES
                       MOVE WS-ROUTE-VENDOR(WS-ROUTE-IDX)
                           TO WS-FIND-VEND-CODE
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF
           IF WS-FIND-VEND-CODE = SPACES
               MOVE 'UNROUTED' TO WS-FIND-VEND-CODE
               ADD 1 TO WS-UNROUTED-COUNT
           END-IF
           PERFORM FIND-VENDOR-SLOT.

      *    A PIECE IN DAYS 1-30 COUNTS IN ALL THREE HORIZONS, DAYS
      *    31-60 IN THE 60 AND 90 DAY HORIZONS, DAYS 61-90 IN THE
      *    90 DAY HORIZON ONLY.
       ACCUMULATE-PIECE.
           ADD 1 TO WS-FORECAST-COUNT
           MOVE 0 TO WS-PIECE-RATE
           IF WS-VEND-SLOT > 0
               IF WS-VND-PRICED(WS-VEND-SLOT) = 'Y'
                   MOVE WS-VND-RATE(WS-VEND-SLOT) TO WS-PIECE-RATE
               ELSE
                   ADD 1 TO WS-UNPRICED-COUNT
               END-IF
           ELSE
               ADD 1 TO WS-UNPRICED-COUNT
           END-IF
           MOVE GT-SLOT TO WS-TYPE-SLOT
           PERFORM FIND-LANGUAGE-SLOT
           COMPUTE WS-WEEK-SLOT = (WS-DAY-IDX - 1) / 7 + 1
           IF WS-VEND-SLOT > 0
               ADD 1 TO WS-WV-PIECES(WS-WEEK-SLOT, WS-VEND-SLOT)
               ADD WS-PIECE-RATE
                   TO WS-WV-COST(WS-WEEK-SLOT, WS-VEND-SLOT)
           END-IF
           EVALUATE TRUE
               WHEN WS-DAY-IDX <= 30
                   MOVE 1 TO WS-FIRST-HZN
               WHEN WS-DAY-IDX <= 60
                   MOVE 2 TO WS-FIRST-HZN
               WHEN OTHER
                   MOVE 3 TO WS-FIRST-HZN
           END-EVALUATE
           PERFORM VARYING WS-HZN-IDX FROM WS-FIRST-HZN BY 1
                   UNTIL WS-HZN-IDX > 3
               ADD 1 TO WS-TOT-PIECES(WS-HZN-IDX)
               ADD WS-PIECE-RATE TO WS-TOT-COST(WS-HZN-IDX)
               ADD 1 TO WS-TYP-PIECES(WS-TYPE-SLOT, WS-HZN-IDX)
               ADD WS-PIECE-RATE
                   TO WS-TYP-COST(WS-TYPE-SLOT, WS-HZN-IDX)
               IF WS-LANG-SLOT > 0
                   ADD 1 TO WS-LNG-PIECES(WS-LANG-SLOT, WS-HZN-IDX)
                   ADD WS-PIECE-RATE
                       TO WS-LNG-COST(WS-LANG-SLOT, WS-HZN-IDX)
               END-IF
               IF WS-VEND-SLOT > 0
                   ADD 1 TO WS-VND-PIECES(WS-VEND-SLOT, WS-HZN-IDX)
                   ADD WS-PIECE-RATE
                       TO WS-VND-COST(WS-VEND-SLOT, WS-HZN-IDX)
               END-IF
           END-PERFORM.

       FIND-LANGUAGE-SLOT.
           MOVE 0 TO WS-LANG-SLOT
           PERFORM VARYING WS-LANG-IDX FROM 1 BY 1
                   UNTIL WS-LANG-IDX > WS-LANG-COUNT
               IF WS-LNG-CODE(WS-LANG-IDX) = EV-LANGUAGE-CODE
                   MOVE WS-LANG-IDX TO WS-LANG-SLOT
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-LANG-SLOT = 0
               IF WS-LANG-COUNT < 20
                   ADD 1 TO WS-LANG-COUNT
                   MOVE WS-LANG-COUNT TO WS-LANG-SLOT
                   MOVE EV-LANGUAGE-CODE TO WS-LNG-CODE(WS-LANG-SLOT)
               ELSE
                   DISPLAY 'FORECAST - LANGUAGE TABLE FULL - '
                           'LANGUAGE NOT BROKEN OUT: ' EV-LANGUAGE-CODE
               END-IF
           END-IF.

       WRITE-FORECAST-REPORT.
           PERFORM WRITE-WEEKLY-SECTION
           PERFORM WRITE-TYPE-SECTION
           PERFORM WRITE-LANGUAGE-SECTION
           PERFORM WRITE-VENDOR-SECTION
           PERFORM WRITE-CONTROL-TOTALS.

       WRITE-WEEKLY-SECTION.
           MOVE 'WEEKLY VOLUME AND COST BY VENDOR' TO FSL-TITLE
           WRITE FORECAST-LINE FROM FCST-SECTION-LINE
           MOVE SPACES TO FORECAST-LINE
           WRITE FORECAST-LINE
           WRITE FORECAST-LINE FROM WEEK-HDG-LINE
           PERFORM VARYING WS-WEEK-IDX FROM 1 BY 1
                   UNTIL WS-WEEK-IDX > WS-WEEK-COUNT
               PERFORM VARYING WS-VEND-IDX FROM 1 BY 1
                       UNTIL WS-VEND-IDX > WS-VEND-COUNT
                   IF WS-WV-PIECES(WS-WEEK-IDX, WS-VEND-IDX) > 0
                       PERFORM WRITE-WEEK-DETAIL
                   END-IF
               END-PERFORM
           END-PERFORM
           MOVE SPACES TO FORECAST-LINE
           WRITE FORECAST-LINE.

       WRITE-WEEK-DETAIL.
           MOVE WS-WEEK-IDX TO WKD-WEEK
           MOVE WS-WEEK-FROM(WS-WEEK-IDX) TO WKD-FROM
           MOVE WS-WEEK-TO(WS-WEEK-IDX) TO WKD-TO
           MOVE WS-VND-CODE(WS-VEND-IDX) TO WKD-VENDOR
           MOVE WS-WV-PIECES(WS-WEEK-IDX, WS-VEND-IDX) TO WKD-PIECES
           MOVE WS-WV-COST(WS-WEEK-IDX, WS-VEND-IDX) TO WKD-COST
           MOVE WS-VND-CAP(WS-VEND-IDX) TO WKD-CAPACITY
           MOVE SPACES TO WKD-FLAG
           IF WS-VND-CAP(WS-VEND-IDX) > 0 AND
              WS-WV-PIECES(WS-WEEK-IDX, WS-VEND-IDX) >
              WS-VND-CAP(WS-VEND-IDX)
               MOVE 'OVER CAPACITY' TO WKD-FLAG
               ADD 1 TO WS-OVER-CAP-COUNT
           END-IF
           WRITE FORECAST-LINE FROM WEEK-DETAIL-LINE.

       WRITE-TYPE-SECTION.
           MOVE 'VOLUME AND COST BY GREETING TYPE' TO FSL-TITLE
           WRITE FORECAST-LINE FROM FCST-SECTION-LINE
           MOVE SPACES TO FORECAST-LINE
           WRITE FORECAST-LINE
           MOVE 'TYPE' TO HZH-KEY-TITLE
           MOVE SPACES TO HZH-EXTRA-TITLE
           WRITE FORECAST-LINE FROM HZN-HDG-LINE
           PERFORM VARYING WS-TYPE-IDX FROM 1 BY 1
                   UNTIL WS-TYPE-IDX > GT-TYPE-COUNT
               MOVE WS-TYP-CODE(WS-TYPE-IDX) TO HZD-KEY
               MOVE WS-TYP-PIECES(WS-TYPE-IDX, 1) TO HZD-PIECES-1
               MOVE WS-TYP-PIECES(WS-TYPE-IDX, 2) TO HZD-PIECES-2
               MOVE WS-TYP-PIECES(WS-TYPE-IDX, 3) TO HZD-PIECES-3
               MOVE WS-TYP-COST(WS-TYPE-IDX, 1) TO HZD-COST-1
               MOVE WS-TYP-COST(WS-TYPE-IDX, 2) TO HZD-COST-2
               MOVE WS-TYP-COST(WS-TYPE-IDX, 3) TO HZD-COST-3
               MOVE SPACES TO HZD-EXTRA
               WRITE FORECAST-LINE FROM HZN-DETAIL-LINE
           END-PERFORM
           PERFORM WRITE-HORIZON-TOTAL.

       WRITE-LANGUAGE-SECTION.
           MOVE 'VOLUME AND COST BY LANGUAGE' TO FSL-TITLE
           WRITE FORECAST-LINE FROM FCST-SECTION-LINE
           MOVE SPACES TO FORECAST-LINE
           WRITE FORECAST-LINE
           MOVE 'LANGUAGE' TO HZH-KEY-TITLE
           MOVE SPACES TO HZH-EXTRA-TITLE
           WRITE FORECAST-LINE FROM HZN-HDG-LINE
           PERFORM VARYING WS-LANG-IDX FROM 1 BY 1
                   UNTIL WS-LANG-IDX > WS-LANG-COUNT
               MOVE WS-LNG-CODE(WS-LANG-IDX) TO HZD-KEY
               MOVE WS-LNG-PIECES(WS-LANG-IDX, 1) TO HZD-PIECES-1
               MOVE WS-LNG-PIECES(WS-LANG-IDX, 2) TO HZD-PIECES-2
               MOVE WS-LNG-PIECES(WS-LANG-IDX, 3) TO HZD-PIECES-3
               MOVE WS-LNG-COST(WS-LANG-IDX, 1) TO HZD-COST-1
               MOVE WS-LNG-COST(WS-LANG-IDX, 2) TO HZD-COST-2
               MOVE WS-LNG-COST(WS-LANG-IDX, 3) TO HZD-COST-3
               MOVE SPACES TO HZD-EXTRA
               WRITE FORECAST-LINE FROM HZN-DETAIL-LINE
           END-PERFORM
           PERFORM WRITE-HORIZON-TOTAL.

       WRITE-VENDOR-SECTION.
           MOVE 'VOLUME AND COST BY VENDOR' TO FSL-TITLE
           WRITE FORECAST-LINE FROM FCST-SECTION-LINE
           MOVE SPACES TO FORECAST-LINE
           WRITE FORECAST-LINE
           MOVE 'VENDOR' TO HZH-KEY-TITLE
           MOVE '   RATE' TO HZH-EXTRA-TITLE
           WRITE FORECAST-LINE FROM HZN-HDG-LINE
           PERFORM VARYING WS-VEND-IDX FROM 1 BY 1
                   UNTIL WS-VEND-IDX > WS-VEND-COUNT
               MOVE WS-VND-CODE(WS-VEND-IDX) TO HZD-KEY
               MOVE WS-VND-PIECES(WS-VEND-IDX, 1) TO HZD-PIECES-1
               MOVE WS-VND-PIECES(WS-VEND-IDX, 2) TO HZD-PIECES-2
               MOVE WS-VND-PIECES(WS-VEND-IDX, 3) TO HZD-PIECES-3
               MOVE WS-VND-COST(WS-VEND-IDX, 1) TO HZD-COST-1
               MOVE WS-VND-COST(WS-VEND-IDX, 2) TO HZD-COST-2
               MOVE WS-VND-COST(WS-VEND-IDX, 3) TO HZD-COST-3
               IF WS-VND-PRICED(WS-VEND-IDX) = 'Y'
                   MOVE WS-VND-RATE(WS-VEND-IDX) TO WS-RATE-EDIT
                   MOVE WS-RATE-EDIT TO HZD-EXTRA
               ELSE
                   MOVE 'NO RATE' TO HZD-EXTRA
               END-IF
               WRITE FORECAST-LINE FROM HZN-DETAIL-LINE
           END-PERFORM
           PERFORM WRITE-HORIZON-TOTAL.

       WRITE-HORIZON-TOTAL.
           MOVE 'TOTAL' TO HZD-KEY
           MOVE WS-TOT-PIECES(1) TO HZD-PIECES-1
           MOVE WS-TOT-PIECES(2) TO HZD-PIECES-2
           MOVE WS-TOT-PIECES(3) TO HZD-PIECES-3
           MOVE WS-TOT-COST(1) TO HZD-COST-1
           MOVE WS-TOT-COST(2) TO HZD-COST-2
           MOVE WS-TOT-COST(3) TO HZD-COST-3
           MOVE SPACES TO HZD-EXTRA
           WRITE FORECAST-LINE FROM HZN-DETAIL-LINE
           MOVE SPACES TO FORECAST-LINE
           WRITE FORECAST-LINE.

       WRITE-CONTROL-TOTALS.
           MOVE 'EVENTS MASTER RECORDS READ' TO CTL-LABEL
           MOVE WS-EVENTS-READ TO CTL-VALUE
           WRITE FORECAST-LINE FROM CTL-TOTALS-LINE
           MOVE 'GREETINGS SELECTED IN 90 DAYS' TO CTL-LABEL
           MOVE WS-PROJECTED-COUNT TO CTL-VALUE
           WRITE FORECAST-LINE FROM CTL-TOTALS-LINE
           MOVE 'TAKEN OFF - DNC' TO CTL-LABEL
           MOVE WS-DNC-SUPP TO CTL-VALUE
           WRITE FORECAST-LINE FROM CTL-TOTALS-LINE
           MOVE 'TAKEN OFF - PREFERENCE OPT-OUT' TO CTL-LABEL
           MOVE WS-PREF-SUPP TO CTL-VALUE
           WRITE FORECAST-LINE FROM CTL-TOTALS-LINE
           MOVE 'TAKEN OFF - ADDRESS UNDELIVERABLE' TO CTL-LABEL
           MOVE WS-UNDELIV-SUPP TO CTL-VALUE
           WRITE FORECAST-LINE FROM CTL-TOTALS-LINE
           MOVE 'TAKEN OFF - CONTACT WINDOW' TO CTL-LABEL
           MOVE WS-HIST-SUPP TO CTL-VALUE
           WRITE FORECAST-LINE FROM CTL-TOTALS-LINE
           IF WS-CAMP-CAPPED > 0
               MOVE 'CAMPAIGN PIECES HELD BY PIECE CAP' TO CTL-LABEL
               MOVE WS-CAMP-CAPPED TO CTL-VALUE
               WRITE FORECAST-LINE FROM CTL-TOTALS-LINE
           END-IF
           MOVE 'GREETINGS FORECAST' TO CTL-LABEL
           MOVE WS-FORECAST-COUNT TO CTL-VALUE
           WRITE FORECAST-LINE FROM CTL-TOTALS-LINE
           MOVE 'FORECAST COST - 90 DAYS' TO CTA-LABEL
           MOVE WS-TOT-COST(3) TO CTA-VALUE
           WRITE FORECAST-LINE FROM CTL-AMOUNT-LINE
           MOVE 'VENDOR INVOICES READ' TO CTL-LABEL
           MOVE WS-INVOICES-READ TO CTL-VALUE
           WRITE FORECAST-LINE FROM CTL-TOTALS-LINE
           MOVE 'ANNIVERSARY LEAD DAYS' TO CTL-LABEL
           MOVE WS-ANNIV-LEAD TO CTL-VALUE
           WRITE FORECAST-LINE FROM CTL-TOTALS-LINE
           MOVE 'BIRTHDAY LEAD DAYS' TO CTL-LABEL
           MOVE WS-BDAY-LEAD TO CTL-VALUE
           WRITE FORECAST-LINE FROM CTL-TOTALS-LINE
           IF WS-UNROUTED-COUNT > 0
               MOVE 'PIECES WITH NO ROUTE' TO CTL-LABEL
               MOVE WS-UNROUTED-COUNT TO CTL-VALUE
               WRITE FORECAST-LINE FROM CTL-TOTALS-LINE
           END-IF
           IF WS-UNPRICED-COUNT > 0
               MOVE 'PIECES WITH NO INVOICE RATE' TO CTL-LABEL
               MOVE WS-UNPRICED-COUNT TO CTL-VALUE
               WRITE FORECAST-LINE FROM CTL-TOTALS-LINE
           END-IF
           IF WS-OVER-CAP-COUNT > 0
               MOVE 'VENDOR WEEKS OVER CAPACITY' TO CTL-LABEL
               MOVE WS-OVER-CAP-COUNT TO CTL-VALUE
               WRITE FORECAST-LINE FROM CTL-TOTALS-LINE
           END-IF.
