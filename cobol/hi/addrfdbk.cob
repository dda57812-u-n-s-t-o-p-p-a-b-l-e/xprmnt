      *  ADDRESS LISTING ADDRSUSP.RPT FOR DATA CONTROL;
      *  THE FLAG CLEARS WHEN ADDRMNT APPLIES A CORRECTED
      *  ADDRESS.
      *  EVERY POST OFFICE RETURN IS ALSO KEPT ON THE
      *  VENDOR ACTIVITY HISTORY VENDACTV.DAT SO THE
      *  VENDOR SCORECARD CAN CHARGE IT TO THE VENDOR
      *  THAT SENT THE PIECE.
      *  A POST OFFICE RETURN ALSO MARKS THE PIECE RETURNED
      *  ON THE SENT-GREETINGS LEDGER GRTLEDGR.DAT - THE
      *  LATEST PIECE FOR THE ACCOUNT SENT ON OR BEFORE THE
      *  RETURN DATE, WHATEVER ITS GREETING TYPE.  A PIECE
      *  ALREADY RESENT KEEPS THAT STATUS AND ONLY GETS THE
      *  RETURN DATE.
      *****************************************************

       ENVIRONMENT DIVISION.
           SELECT SUSPECT-REPORT ASSIGN TO 'ADDRSUSP.RPT'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT VACT-FILE ASSIGN TO 'VENDACTV.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-VACT-FS.

           SELECT ADDR-FILE ASSIGN TO 'ADDRMAST.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AM-ACCOUNT-ID
           FILE STATUS IS WS-ADDR-FS.

           SELECT LEDGER-FILE ASSIGN TO 'GRTLEDGR.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LG-KEY
           FILE STATUS IS WS-LEDG-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  VENDOR-ACK-FILE.
           05  AK-NAME             PIC X(50).
           05  AK-BATCH-DATE       PIC X(8).
           05  AK-STATUS           PIC X(1).
           05  AK-RECEIPT-DATE     PIC X(8).

       FD  PO-RETURN-FILE.
       01  PO-RETURN-RECORD.
       FD  ADDR-FILE.
           COPY addrrec.

       FD  VACT-FILE.
           COPY vactrec.

       FD  LEDGER-FILE.
           COPY ledgrec.

       WORKING-STORAGE SECTION.
       01  WS-ACK-EOF    PIC X VALUE 'N'.
       01  WS-POR-EOF    PIC X VALUE 'N'.
       01  WS-ACK-FS     PIC X(2) VALUE '00'.
       01  WS-POR-FS     PIC X(2) VALUE '00'.
       01  WS-ADDR-FS    PIC X(2) VALUE '00'.
       01  WS-VACT-FS    PIC X(2) VALUE '00'.
       01  WS-LEDG-FS    PIC X(2) VALUE '00'.
       01  WS-LEDG-EOF   PIC X VALUE 'N'.

       01  WS-ACKS-READ        PIC 9(6) VALUE 0.
       01  WS-RETURNS-READ     PIC 9(6) VALUE 0.
       01  WS-ALREADY-COUNT    PIC 9(6) VALUE 0.
       01  WS-NOADDR-COUNT     PIC 9(6) VALUE 0.
       01  WS-ADDR-ERROR-COUNT PIC 9(6) VALUE 0.
       01  WS-RETURNS-KEPT     PIC 9(6) VALUE 0.
       01  WS-LEDGER-RETURNED  PIC 9(6) VALUE 0.
       01  WS-LEDGER-NOPIECE   PIC 9(6) VALUE 0.
       01  WS-LEDGER-ERRORS    PIC 9(6) VALUE 0.

       01  WS-RETURN-DATE      PIC 9(8) VALUE 0.
       01  WS-PIECE-FOUND      PIC X VALUE 'N'.
       01  WS-PIECE-KEY        PIC X(19) VALUE SPACES.

       01  WS-FEEDBACK-ACCT    PIC X(10).
       01  WS-FEEDBACK-SOURCE  PIC X(8).
           05  WS-CURR-DAY    PIC 9(2).

       01  WS-RUN-DATE       PIC X(10).
       01  WS-BATCH-DATE-NUM PIC 9(8) VALUE 0.

       01  SUSP-HDG-1-LINE.
           05  FILLER            PIC X(10) VALUE 'RUN DATE: '.
           END-IF
           CLOSE SUSPECT-REPORT
           CLOSE ADDR-FILE
           CLOSE VACT-FILE
           CLOSE LEDGER-FILE
           STOP RUN.

       INITIALIZE-RUN.
               MOVE 'Y' TO WS-POR-EOF
           END-IF
           OPEN OUTPUT SUSPECT-REPORT
           OPEN EXTEND VACT-FILE
           IF WS-VACT-FS NOT = '00'
               OPEN OUTPUT VACT-FILE
           END-IF
           PERFORM OPEN-ADDR-TABLE
           PERFORM OPEN-LEDGER-TABLE
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           STRING WS-CURR-MONTH   DELIMITED BY SIZE
                  '/'             DELIMITED BY SIZE
                  WS-CURR-YEAR    DELIMITED BY SIZE
                  INTO WS-RUN-DATE
           END-STRING
           COMPUTE WS-BATCH-DATE-NUM =
               WS-CURR-YEAR * 10000 + WS-CURR-MONTH * 100 + WS-CURR-DAY
           MOVE WS-RUN-DATE TO SPH-1-DATE
           WRITE SUSPECT-LINE FROM SUSP-HDG-1-LINE
           MOVE SPACES TO SUSPECT-LINE
               STOP RUN
           END-IF.

       OPEN-LEDGER-TABLE.
           OPEN I-O LEDGER-FILE
           IF WS-LEDG-FS NOT = '00'
               OPEN OUTPUT LEDGER-FILE
               CLOSE LEDGER-FILE
               OPEN I-O LEDGER-FILE
           END-IF.

       PROCESS-FAILED-ACK.
           IF AK-STATUS = 'F' OR AK-STATUS = 'U'
               MOVE AK-ACCOUNT-ID TO WS-FEEDBACK-ACCT
           MOVE PR-ACCOUNT-ID TO WS-FEEDBACK-ACCT
           MOVE 'PORETURN' TO WS-FEEDBACK-SOURCE
           MOVE PR-REASON TO WS-FEEDBACK-REASON
           IF PR-RETURN-DATE NUMERIC AND PR-RETURN-DATE NOT = ZERO
               MOVE PR-RETURN-DATE TO WS-RETURN-DATE
           ELSE
               MOVE WS-BATCH-DATE-NUM TO WS-RETURN-DATE
           END-IF
           PERFORM MARK-ADDRESS-UNDELIVERABLE
           PERFORM KEEP-RETURN-ACTIVITY
           PERFORM MARK-LEDGER-RETURNED.

       KEEP-RETURN-ACTIVITY.
           MOVE SPACES TO VACT-RECORD
           MOVE 'P' TO VA-REC-TYPE
           MOVE PR-ACCOUNT-ID TO VA-ACCOUNT-ID
           MOVE WS-RETURN-DATE TO VA-EVENT-DATE
           MOVE 0 TO VA-PIECES-BILLED
           MOVE 0 TO VA-PIECES-SENT
           MOVE 0 TO VA-PIECES-DELIV
           MOVE 0 TO VA-RATE
           WRITE VACT-RECORD
           ADD 1 TO WS-RETURNS-KEPT.

      *    THE RETURN CARRIES NO GREETING TYPE OR BATCH DATE, SO
      *    EVERY LEDGER ENTRY FOR THE ACCOUNT IS SCANNED FOR THE
      *    LATEST BATCH DATE NOT AFTER THE RETURN DATE.
       MARK-LEDGER-RETURNED.
           MOVE 'N' TO WS-PIECE-FOUND
           MOVE SPACES TO WS-PIECE-KEY
           MOVE 'N' TO WS-LEDG-EOF
           MOVE LOW-VALUES TO LG-KEY
           MOVE PR-ACCOUNT-ID TO LG-ACCOUNT-ID
           START LEDGER-FILE KEY NOT < LG-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-LEDG-EOF
           END-START
           PERFORM UNTIL WS-LEDG-EOF = 'Y'
               READ LEDGER-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-LEDG-EOF
                   NOT AT END
                       IF LG-ACCOUNT-ID NOT = PR-ACCOUNT-ID
                           MOVE 'Y' TO WS-LEDG-EOF
                       ELSE
                           IF LG-BATCH-DATE <= WS-RETURN-DATE AND
                              (WS-PIECE-FOUND = 'N' OR
                               LG-BATCH-DATE > WS-PIECE-KEY(12:8))
                               MOVE 'Y' TO WS-PIECE-FOUND
                               MOVE LG-KEY TO WS-PIECE-KEY
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-PIECE-FOUND = 'N'
               ADD 1 TO WS-LEDGER-NOPIECE
           ELSE
               MOVE WS-PIECE-KEY TO LG-KEY
               READ LEDGER-FILE
                   INVALID KEY
                       ADD 1 TO WS-LEDGER-ERRORS
                   NOT INVALID KEY
                       MOVE WS-RETURN-DATE TO LG-RETURNED-DATE
                       IF LG-STATUS NOT = 'RESENT'
                           MOVE 'RETURNED' TO LG-STATUS
                           MOVE WS-BATCH-DATE-NUM TO LG-STATUS-DATE
                       END-IF
                       REWRITE LEDGER-RECORD
                           INVALID KEY
                               ADD 1 TO WS-LEDGER-ERRORS
                           NOT INVALID KEY
                               ADD 1 TO WS-LEDGER-RETURNED
                       END-REWRITE
               END-READ
           END-IF.

       MARK-ADDRESS-UNDELIVERABLE.
           MOVE WS-FEEDBACK-ACCT TO AM-ACCOUNT-ID
           MOVE 'FEEDBACK WITH NO ADDRESS ON MASTER' TO CTL-LABEL
           MOVE WS-NOADDR-COUNT TO CTL-VALUE
           WRITE SUSPECT-LINE FROM CTL-TOTALS-LINE
           MOVE 'RETURNS KEPT ON VENDACTV.DAT' TO CTL-LABEL
           MOVE WS-RETURNS-KEPT TO CTL-VALUE
           WRITE SUSPECT-LINE FROM CTL-TOTALS-LINE
           MOVE 'LEDGER PIECES MARKED RETURNED' TO CTL-LABEL
           MOVE WS-LEDGER-RETURNED TO CTL-VALUE
           WRITE SUSPECT-LINE FROM CTL-TOTALS-LINE
           MOVE 'RETURNS WITH NO PIECE ON GRTLEDGR.DAT' TO CTL-LABEL
           MOVE WS-LEDGER-NOPIECE TO CTL-VALUE
           WRITE SUSPECT-LINE FROM CTL-TOTALS-LINE
           IF WS-ADDR-ERROR-COUNT > 0
               MOVE 'ADDRESS MASTER I-O ERRORS' TO CTL-LABEL
               MOVE WS-ADDR-ERROR-COUNT TO CTL-VALUE
               WRITE SUSPECT-LINE FROM CTL-TOTALS-LINE
           END-IF
           IF WS-LEDGER-ERRORS > 0
               MOVE 'LEDGER UPDATE ERRORS' TO CTL-LABEL
               MOVE WS-LEDGER-ERRORS TO CTL-VALUE
               WRITE SUSPECT-LINE FROM CTL-TOTALS-LINE
           END-IF.
