       IDENTIFICATION DIVISION.
       PROGRAM-ID. LEDGRPT.
      *****************************************************
      *  LEDGRPT - SENT-GREETINGS LEDGER REPORTS
      *  READS THE SENT-GREETINGS LEDGER GRTLEDGR.DAT THAT
      *  HELLOWORLD ADDS TO AND RECONCIL, ADDRFDBK AND
      *  RESEND MOVE THROUGH ITS STATUS LIFECYCLE.
      *  THE DEFAULT RUN IS THE AGING REPORT LEDGAGE.RPT
      *  OF EVERY PIECE STILL IN SENT STATUS AFTER THE
      *  GIVEN NUMBER OF DAYS, WITH ITS VENDOR AND BATCH
      *  SEQUENCE AND A COUNT BY VENDOR, SO A VENDOR THAT
      *  HAS STOPPED ACKNOWLEDGING SHOWS UP.
      *  PARAMETERS (COMMAND LINE):
      *    <NNN>          AGING DAYS (DEFAULT 14)
      *    <ACCOUNT-ID>   NON-NUMERIC PARM RUNS A PIECE
      *                   HISTORY INQUIRY LEDGINQ.RPT FOR
      *                   THAT ACCOUNT INSTEAD - EVERY PIECE
      *                   ON THE LEDGER WITH ITS STATUS
      *                   DATES AND RESEND LINKS - FOR THE
      *                   SERVICE DESK.
      *****************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LEDGER-FILE ASSIGN TO 'GRTLEDGR.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LG-KEY
           FILE STATUS IS WS-LEDG-FS.

           SELECT AGING-REPORT ASSIGN TO 'LEDGAGE.RPT'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT INQUIRY-REPORT ASSIGN TO 'LEDGINQ.RPT'
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  LEDGER-FILE.
           COPY ledgrec.

       FD  AGING-REPORT.
       01  AGING-LINE       PIC X(90).

       FD  INQUIRY-REPORT.
       01  INQUIRY-LINE     PIC X(120).

       WORKING-STORAGE SECTION.
       01  WS-LEDG-EOF   PIC X VALUE 'N'.
       01  WS-LEDG-FS    PIC X(2) VALUE '00'.

       01  WS-PARM-LINE        PIC X(40) VALUE SPACES.
       01  WS-PARM-1           PIC X(20) VALUE SPACES.
       01  WS-PARM-LEN         PIC 9(2) VALUE 0.
       01  WS-I                PIC 9(2).
       01  WS-AGING-DAYS       PIC 9(3) VALUE 14.
       01  WS-INQUIRY-ACCT     PIC X(10) VALUE SPACES.
       01  WS-RUN-MODE         PIC X(7) VALUE 'AGING  '.

       01  WS-TODAY-INT        PIC 9(7) VALUE 0.
       01  WS-PIECE-AGE        PIC S9(7) VALUE 0.
       01  WS-PIECE-DATE       PIC 9(8) VALUE 0.

       01  WS-PIECES-READ      PIC 9(6) VALUE 0.
       01  WS-STILL-SENT       PIC 9(6) VALUE 0.
       01  WS-AGED-COUNT       PIC 9(6) VALUE 0.
       01  WS-INQ-COUNT        PIC 9(6) VALUE 0.

       01  WS-VENDOR-TOTALS.
           05  WS-VEND-ENTRY OCCURS 20 TIMES.
               10  WS-VEND-CODE       PIC X(8).
               10  WS-VEND-AGED       PIC 9(6).
       01  WS-VEND-COUNT       PIC 9(2) VALUE 0.
       01  WS-VEND-IDX         PIC 9(2) VALUE 0.
       01  WS-VEND-FOUND       PIC X VALUE 'N'.
       01  WS-FIND-VENDOR      PIC X(8) VALUE SPACES.

       01  WS-CURRENT-DATE.
           05  WS-CURR-YEAR   PIC 9(4).
           05  WS-CURR-MONTH  PIC 9(2).
           05  WS-CURR-DAY    PIC 9(2).

       01  WS-RUN-DATE       PIC X(10).
       01  WS-BATCH-DATE-NUM PIC 9(8) VALUE 0.

       01  AGE-HDG-1-LINE.
           05  FILLER            PIC X(10) VALUE 'RUN DATE: '.
           05  AGH-1-DATE        PIC X(10).
           05  FILLER            PIC X(10) VALUE SPACES.
           05  FILLER            PIC X(26) VALUE
               'UNACKNOWLEDGED PIECE AGING'.

       01  AGE-HDG-2-LINE.
           05  FILLER            PIC X(11) VALUE 'ACCOUNT ID '.
           05  FILLER            PIC X(5)  VALUE 'TYPE '.
           05  FILLER            PIC X(11) VALUE 'BATCH DATE '.
           05  FILLER            PIC X(9)  VALUE 'VENDOR'.
           05  FILLER            PIC X(7)  VALUE 'SEQ'.
           05  FILLER            PIC X(5)  VALUE ' AGE '.
           05  FILLER            PIC X(4)  VALUE 'NAME'.

       01  AGE-DETAIL-LINE.
           05  AGD-ACCOUNT-ID    PIC X(10).
           05  FILLER            PIC X(1) VALUE SPACE.
           05  AGD-TYPE          PIC X(1).
           05  FILLER            PIC X(4) VALUE SPACES.
           05  AGD-BATCH-DATE    PIC X(8).
           05  FILLER            PIC X(3) VALUE SPACES.
           05  AGD-VENDOR        PIC X(8).
           05  FILLER            PIC X(1) VALUE SPACE.
           05  AGD-SEQ           PIC 9(6).
           05  FILLER            PIC X(1) VALUE SPACE.
           05  AGD-AGE           PIC ZZZ9.
           05  FILLER            PIC X(1) VALUE SPACE.
           05  AGD-NAME          PIC X(30).

       01  AGE-VENDOR-LINE.
           05  FILLER            PIC X(18) VALUE
               'AGED PIECES FOR '.
           05  AGV-VENDOR        PIC X(8).
           05  FILLER            PIC X(14) VALUE SPACES.
           05  AGV-COUNT         PIC ZZZ,ZZ9.

       01  INQ-HDG-1-LINE.
           05  FILLER            PIC X(10) VALUE 'RUN DATE: '.
           05  INH-1-DATE        PIC X(10).
           05  FILLER            PIC X(10) VALUE SPACES.
           05  FILLER            PIC X(21) VALUE
               'PIECE HISTORY INQUIRY'.

       01  INQ-HDG-2-LINE.
           05  FILLER            PIC X(11) VALUE 'ACCOUNT ID '.
           05  FILLER            PIC X(5)  VALUE 'TYPE '.
           05  FILLER            PIC X(9)  VALUE 'BATCH'.
           05  FILLER            PIC X(9)  VALUE 'VENDOR'.
           05  FILLER            PIC X(7)  VALUE 'SEQ'.
           05  FILLER            PIC X(9)  VALUE 'STATUS'.
           05  FILLER            PIC X(9)  VALUE 'CHANGED'.
           05  FILLER            PIC X(11) VALUE 'ACKED'.
           05  FILLER            PIC X(9)  VALUE 'RETURNED'.
           05  FILLER            PIC X(9)  VALUE 'RESENT'.
           05  FILLER            PIC X(9)  VALUE 'RESEND OF'.
           05  FILLER            PIC X(8)  VALUE 'REISSUED'.

       01  INQ-DETAIL-LINE.
           05  IND-ACCOUNT-ID    PIC X(10).
           05  FILLER            PIC X(1) VALUE SPACE.
           05  IND-TYPE          PIC X(1).
           05  FILLER            PIC X(4) VALUE SPACES.
           05  IND-BATCH-DATE    PIC X(8).
           05  FILLER            PIC X(1) VALUE SPACE.
           05  IND-VENDOR        PIC X(8).
           05  FILLER            PIC X(1) VALUE SPACE.
           05  IND-SEQ           PIC 9(6).
           05  FILLER            PIC X(1) VALUE SPACE.
           05  IND-STATUS        PIC X(8).
           05  FILLER            PIC X(1) VALUE SPACE.
           05  IND-STATUS-DATE   PIC 9(8) BLANK WHEN ZERO.
           05  FILLER            PIC X(1) VALUE SPACE.
           05  IND-ACKED-DATE    PIC 9(8) BLANK WHEN ZERO.
           05  FILLER            PIC X(1) VALUE SPACE.
           05  IND-ACK-STATUS    PIC X(1).
           05  FILLER            PIC X(1) VALUE SPACE.
           05  IND-RETURNED-DATE PIC 9(8) BLANK WHEN ZERO.
           05  FILLER            PIC X(1) VALUE SPACE.
           05  IND-RESENT-DATE   PIC 9(8) BLANK WHEN ZERO.
           05  FILLER            PIC X(1) VALUE SPACE.
           05  IND-RESEND-OF     PIC X(8).
           05  FILLER            PIC X(1) VALUE SPACE.
           05  IND-REISSUED-ON   PIC X(8).

       01  CTL-TOTALS-LINE.
           05  CTL-LABEL         PIC X(40) VALUE SPACES.
           05  CTL-VALUE         PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM INITIALIZE-RUN
           IF WS-RUN-MODE = 'INQUIRY'
               PERFORM RUN-INQUIRY
           ELSE
               PERFORM RUN-AGING
           END-IF
           IF WS-LEDG-FS = '00' OR WS-LEDG-FS = '10'
               CLOSE LEDGER-FILE
           END-IF
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
           ACCEPT WS-PARM-LINE FROM COMMAND-LINE
           UNSTRING WS-PARM-LINE DELIMITED BY ALL SPACE
               INTO WS-PARM-1
           END-UNSTRING
           PERFORM APPLY-PARAMETERS
           OPEN INPUT LEDGER-FILE
           IF WS-LEDG-FS NOT = '00'
               MOVE 'Y' TO WS-LEDG-EOF
           END-IF.

       APPLY-PARAMETERS.
           IF WS-PARM-1 NOT = SPACES
               PERFORM FIND-PARM-LENGTH
               IF WS-PARM-LEN > 0 AND WS-PARM-LEN <= 3 AND
                  WS-PARM-1(1:WS-PARM-LEN) NUMERIC
                   MOVE WS-PARM-1(1:WS-PARM-LEN) TO WS-AGING-DAYS
               ELSE
                   MOVE 'INQUIRY' TO WS-RUN-MODE
                   MOVE WS-PARM-1(1:10) TO WS-INQUIRY-ACCT
               END-IF
           END-IF.

       FIND-PARM-LENGTH.
           MOVE 0 TO WS-PARM-LEN
           PERFORM VARYING WS-I FROM 20 BY -1 UNTIL WS-I = 0
               IF WS-PARM-1(WS-I:1) NOT = SPACE
                   MOVE WS-I TO WS-PARM-LEN
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       RUN-AGING.
           OPEN OUTPUT AGING-REPORT
           MOVE WS-RUN-DATE TO AGH-1-DATE
           WRITE AGING-LINE FROM AGE-HDG-1-LINE
           MOVE SPACES TO AGING-LINE
           WRITE AGING-LINE
           WRITE AGING-LINE FROM AGE-HDG-2-LINE
           MOVE SPACES TO AGING-LINE
           WRITE AGING-LINE
           IF WS-LEDG-EOF NOT = 'Y'
               MOVE LOW-VALUES TO LG-KEY
               START LEDGER-FILE KEY NOT < LG-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-LEDG-EOF
               END-START
           END-IF
           PERFORM UNTIL WS-LEDG-EOF = 'Y'
               READ LEDGER-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-LEDG-EOF
                   NOT AT END
                       ADD 1 TO WS-PIECES-READ
                       IF LG-STATUS = 'SENT'
                           ADD 1 TO WS-STILL-SENT
                           PERFORM CHECK-PIECE-AGE
                       END-IF
               END-READ
           END-PERFORM
           PERFORM WRITE-AGING-TOTALS
           CLOSE AGING-REPORT.

       CHECK-PIECE-AGE.
           MOVE WS-AGING-DAYS TO WS-PIECE-AGE
           IF LG-BATCH-DATE NUMERIC
               MOVE LG-BATCH-DATE TO WS-PIECE-DATE
               COMPUTE WS-PIECE-AGE = WS-TODAY-INT
                   - FUNCTION INTEGER-OF-DATE(WS-PIECE-DATE)
           END-IF
           IF WS-PIECE-AGE >= WS-AGING-DAYS
               ADD 1 TO WS-AGED-COUNT
               MOVE LG-ACCOUNT-ID TO AGD-ACCOUNT-ID
               MOVE LG-GREETING-TYPE TO AGD-TYPE
               MOVE LG-BATCH-DATE TO AGD-BATCH-DATE
               MOVE LG-VENDOR-CODE TO AGD-VENDOR
               MOVE LG-BATCH-SEQ TO AGD-SEQ
               MOVE WS-PIECE-AGE TO AGD-AGE
               MOVE LG-NAME(1:30) TO AGD-NAME
               WRITE AGING-LINE FROM AGE-DETAIL-LINE
               PERFORM COUNT-AGED-VENDOR
           END-IF.

       COUNT-AGED-VENDOR.
           MOVE LG-VENDOR-CODE TO WS-FIND-VENDOR
           IF WS-FIND-VENDOR = SPACES
               MOVE 'UNROUTED' TO WS-FIND-VENDOR
           END-IF
           MOVE 'N' TO WS-VEND-FOUND
           PERFORM VARYING WS-VEND-IDX FROM 1 BY 1
                   UNTIL WS-VEND-IDX > WS-VEND-COUNT
               IF WS-VEND-CODE(WS-VEND-IDX) = WS-FIND-VENDOR
                   ADD 1 TO WS-VEND-AGED(WS-VEND-IDX)
                   MOVE 'Y' TO WS-VEND-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-VEND-FOUND = 'N' AND WS-VEND-COUNT < 20
               ADD 1 TO WS-VEND-COUNT
               MOVE WS-FIND-VENDOR TO WS-VEND-CODE(WS-VEND-COUNT)
               MOVE 1 TO WS-VEND-AGED(WS-VEND-COUNT)
           END-IF.

       WRITE-AGING-TOTALS.
           MOVE SPACES TO AGING-LINE
           WRITE AGING-LINE
           PERFORM VARYING WS-VEND-IDX FROM 1 BY 1
                   UNTIL WS-VEND-IDX > WS-VEND-COUNT
               MOVE WS-VEND-CODE(WS-VEND-IDX) TO AGV-VENDOR
               MOVE WS-VEND-AGED(WS-VEND-IDX) TO AGV-COUNT
               WRITE AGING-LINE FROM AGE-VENDOR-LINE
           END-PERFORM
           MOVE SPACES TO AGING-LINE
           WRITE AGING-LINE
           MOVE 'AGING PERIOD IN DAYS' TO CTL-LABEL
           MOVE WS-AGING-DAYS TO CTL-VALUE
           WRITE AGING-LINE FROM CTL-TOTALS-LINE
           MOVE 'LEDGER PIECES READ' TO CTL-LABEL
           MOVE WS-PIECES-READ TO CTL-VALUE
           WRITE AGING-LINE FROM CTL-TOTALS-LINE
           MOVE 'PIECES STILL IN SENT STATUS' TO CTL-LABEL
           MOVE WS-STILL-SENT TO CTL-VALUE
           WRITE AGING-LINE FROM CTL-TOTALS-LINE
           MOVE 'PIECES SENT AT LEAST AGING DAYS AGO' TO CTL-LABEL
           MOVE WS-AGED-COUNT TO CTL-VALUE
           WRITE AGING-LINE FROM CTL-TOTALS-LINE.

       RUN-INQUIRY.
           OPEN OUTPUT INQUIRY-REPORT
           MOVE WS-RUN-DATE TO INH-1-DATE
           WRITE INQUIRY-LINE FROM INQ-HDG-1-LINE
           MOVE SPACES TO INQUIRY-LINE
           WRITE INQUIRY-LINE
           WRITE INQUIRY-LINE FROM INQ-HDG-2-LINE
           MOVE SPACES TO INQUIRY-LINE
           WRITE INQUIRY-LINE
           IF WS-LEDG-EOF NOT = 'Y'
               MOVE LOW-VALUES TO LG-KEY
               MOVE WS-INQUIRY-ACCT TO LG-ACCOUNT-ID
               START LEDGER-FILE KEY NOT < LG-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-LEDG-EOF
               END-START
           END-IF
           PERFORM UNTIL WS-LEDG-EOF = 'Y'
               READ LEDGER-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-LEDG-EOF
                   NOT AT END
                       IF LG-ACCOUNT-ID = WS-INQUIRY-ACCT
                           PERFORM WRITE-PIECE-HISTORY
                       ELSE
                           MOVE 'Y' TO WS-LEDG-EOF
                       END-IF
               END-READ
           END-PERFORM
           MOVE SPACES TO INQUIRY-LINE
           WRITE INQUIRY-LINE
           MOVE 'LEDGER PIECES LISTED' TO CTL-LABEL
           MOVE WS-INQ-COUNT TO CTL-VALUE
           WRITE INQUIRY-LINE FROM CTL-TOTALS-LINE
           IF WS-INQ-COUNT = 0
               MOVE 'NO PIECES ON GRTLEDGR.DAT' TO CTL-LABEL
               MOVE 0 TO CTL-VALUE
               WRITE INQUIRY-LINE FROM CTL-TOTALS-LINE
           END-IF
           CLOSE INQUIRY-REPORT.

       WRITE-PIECE-HISTORY.
           MOVE LG-ACCOUNT-ID TO IND-ACCOUNT-ID
           MOVE LG-GREETING-TYPE TO IND-TYPE
           MOVE LG-BATCH-DATE TO IND-BATCH-DATE
           MOVE LG-VENDOR-CODE TO IND-VENDOR
           MOVE LG-BATCH-SEQ TO IND-SEQ
           MOVE LG-STATUS TO IND-STATUS
           MOVE LG-STATUS-DATE TO IND-STATUS-DATE
           MOVE LG-ACKED-DATE TO IND-ACKED-DATE
           MOVE LG-ACK-STATUS TO IND-ACK-STATUS
           MOVE LG-RETURNED-DATE TO IND-RETURNED-DATE
           MOVE LG-RESENT-DATE TO IND-RESENT-DATE
           MOVE LG-RESEND-OF TO IND-RESEND-OF
           MOVE LG-REISSUED-ON TO IND-REISSUED-ON
           WRITE INQUIRY-LINE FROM INQ-DETAIL-LINE
           ADD 1 TO WS-INQ-COUNT.
