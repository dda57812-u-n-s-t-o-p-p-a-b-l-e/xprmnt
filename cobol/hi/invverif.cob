      *  MATCHES THE VENDOR INVOICE FILE (VENDOR CODE,
      *  BATCH DATE, BATCH SEQUENCE, PIECES BILLED, RATE)
      *  AGAINST WHAT WE ACTUALLY TRANSMITTED - THE
      *  HDR/TRL COUNTS ON VENDOR1-3.OUT AND EMAIL.OUT AND
      *  THE BATCH SEQUENCES PERSISTED ON VENDSEQ.DAT - AND
      *  AGAINST THE ACKNOWLEDGED DELIVERIES ON VENDACK.DAT,
      *  AND PRINTS THE BILLING VARIANCE REPORT BILLVAR.RPT
      *  BY VENDOR AND BATCH: BILLED VS SENT VS DELIVERED
      *  WITH THE DOLLAR VARIANCE, SO FINANCE STOPS
      *  EYEBALLING RECON.RPT AGAINST THE INVOICE.
      *  EVERY PIECE ON THE VENDOR FILES AND EVERY INVOICE
      *  LINE MATCHED TO A BATCH IS ALSO KEPT ON THE VENDOR
      *  ACTIVITY HISTORY VENDACTV.DAT FOR THE MONTHLY
      *  VENDOR SCORECARD.
      *****************************************************

       ENVIRONMENT DIVISION.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-VND3-FS.

           SELECT EMAIL-OUT ASSIGN TO 'EMAIL.OUT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-EMAL-FS.

           SELECT VENDSEQ-FILE ASSIGN TO 'VENDSEQ.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-VSEQ-FS.
           SELECT VARIANCE-REPORT ASSIGN TO 'BILLVAR.RPT'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT VACT-FILE ASSIGN TO 'VENDACTV.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-VACT-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  INVOICE-FILE.
       FD  VENDOR3-OUT.
       01  VENDOR3-RECORD   PIC X(191).

       FD  EMAIL-OUT.
       01  EMAIL-RECORD     PIC X(191).

       FD  VENDSEQ-FILE.
       01  VENDSEQ-RECORD.
           05  VS-VENDOR-CODE      PIC X(8).
           05  AK-NAME             PIC X(50).
           05  AK-BATCH-DATE       PIC X(8).
           05  AK-STATUS           PIC X(1).
           05  AK-RECEIPT-DATE     PIC X(8).

       FD  INV-WORK-FILE.
       01  INV-WORK-RECORD.
       FD  VARIANCE-REPORT.
       01  VARIANCE-LINE    PIC X(110).

       FD  VACT-FILE.
           COPY vactrec.

       WORKING-STORAGE SECTION.
       01  WS-INV-EOF    PIC X VALUE 'N'.
       01  WS-ACK-EOF    PIC X VALUE 'N'.
       01  WS-VND1-FS    PIC X(2) VALUE '00'.
       01  WS-VND2-FS    PIC X(2) VALUE '00'.
       01  WS-VND3-FS    PIC X(2) VALUE '00'.
       01  WS-EMAL-FS    PIC X(2) VALUE '00'.
       01  WS-VACT-FS    PIC X(2) VALUE '00'.
       01  WS-VSEQ-FS    PIC X(2) VALUE '00'.
       01  WS-ACK-FS     PIC X(2) VALUE '00'.
       01  WS-IW-FS      PIC X(2) VALUE '00'.
       01  WS-SEQ-MISMATCHES   PIC 9(6) VALUE 0.
       01  WS-UNPERSISTED-SEQS PIC 9(6) VALUE 0.
       01  WS-VSEQ-LOADED      PIC X(1) VALUE 'N'.
       01  WS-SENT-KEPT        PIC 9(6) VALUE 0.
       01  WS-INV-KEPT         PIC 9(6) VALUE 0.

       01  WS-TOT-BILLED-AMT   PIC S9(9)V99 VALUE 0.
       01  WS-TOT-VAR-AMT      PIC S9(9)V99 VALUE 0.
       01  WS-VEND-IDX         PIC 9(1) VALUE 0.
       01  WS-VEND-SLOT        PIC 9(1) VALUE 0.
       01  WS-VENDOR-TABLE.
           05  WS-VENDOR-ENTRY OCCURS 4 TIMES.
               10  WS-VND-CODE        PIC X(8).
               10  WS-VND-BATCH-DATE  PIC X(8).
               10  WS-VND-BATCH-SEQ   PIC 9(6).
           05  WS-CURR-DAY    PIC 9(2).

       01  WS-RUN-DATE       PIC X(10).
       01  WS-BATCH-DATE-NUM PIC 9(8) VALUE 0.

       01  VAR-HDG-1-LINE.
           05  FILLER            PIC X(10) VALUE 'RUN DATE: '.
           PERFORM LOAD-VENDOR-FILE-1
           PERFORM LOAD-VENDOR-FILE-2
           PERFORM LOAD-VENDOR-FILE-3
           PERFORM LOAD-EMAIL-FILE
           PERFORM LOAD-VENDOR-SEQUENCES
           PERFORM COUNT-DELIVERIES
           PERFORM UNTIL WS-INV-EOF = 'Y'
           END-IF
           CLOSE INV-WORK-FILE
           CLOSE VARIANCE-REPORT
           CLOSE VACT-FILE
           STOP RUN.

       INITIALIZE-RUN.
           CLOSE INV-WORK-FILE
           OPEN I-O INV-WORK-FILE
           OPEN OUTPUT VARIANCE-REPORT
           OPEN EXTEND VACT-FILE
           IF WS-VACT-FS NOT = '00'
               OPEN OUTPUT VACT-FILE
           END-IF
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           STRING WS-CURR-MONTH   DELIMITED BY SIZE
                  '/'             DELIMITED BY SIZE
                  WS-CURR-YEAR    DELIMITED BY SIZE
                  INTO WS-RUN-DATE
           END-STRING
           COMPUTE WS-BATCH-DATE-NUM =
               WS-CURR-YEAR * 10000 + WS-CURR-MONTH * 100 + WS-CURR-DAY
           MOVE WS-RUN-DATE TO VRH-1-DATE
           WRITE VARIANCE-LINE FROM VAR-HDG-1-LINE
           MOVE SPACES TO VARIANCE-LINE
               CLOSE VENDOR3-OUT
           END-IF.

       LOAD-EMAIL-FILE.
           MOVE 'N' TO WS-VEND-EOF
           OPEN INPUT EMAIL-OUT
           IF WS-EMAL-FS NOT = '00'
               MOVE 'Y' TO WS-VEND-EOF
           END-IF
           PERFORM UNTIL WS-VEND-EOF = 'Y'
               READ EMAIL-OUT INTO WS-VEND-WORK-RECORD
                   AT END
                       MOVE 'Y' TO WS-VEND-EOF
                   NOT AT END
                       PERFORM TALLY-VENDOR-RECORD
               END-READ
           END-PERFORM
           IF WS-EMAL-FS = '00' OR WS-EMAL-FS = '10'
               CLOSE EMAIL-OUT
           END-IF.

       TALLY-VENDOR-RECORD.
           EVALUATE WVP-RECORD-TYPE
               WHEN 'HDR'
                   IF WS-VEND-COUNT < 4
                       ADD 1 TO WS-VEND-COUNT
                       MOVE WS-VEND-COUNT TO WS-VEND-SLOT
                       MOVE WVH-VENDOR-CODE
                           NOT INVALID KEY
                               CONTINUE
                       END-WRITE
                       PERFORM KEEP-SENT-ACTIVITY
                   END-IF
           END-EVALUATE.

       KEEP-SENT-ACTIVITY.
           MOVE SPACES TO VACT-RECORD
           MOVE 'S' TO VA-REC-TYPE
           MOVE WS-VND-CODE(WS-VEND-SLOT) TO VA-VENDOR-CODE
           MOVE WVD-ACCOUNT-ID TO VA-ACCOUNT-ID
           MOVE WVD-GREETING-TYPE TO VA-GREETING-TYPE
           MOVE WVD-BATCH-DATE TO VA-BATCH-DATE
           MOVE WS-BATCH-DATE-NUM TO VA-EVENT-DATE
           MOVE 0 TO VA-PIECES-BILLED
           MOVE 0 TO VA-PIECES-SENT
           MOVE 0 TO VA-PIECES-DELIV
           MOVE 0 TO VA-RATE
           WRITE VACT-RECORD
           ADD 1 TO WS-SENT-KEPT.

       LOAD-VENDOR-SEQUENCES.
           OPEN INPUT VENDSEQ-FILE
           IF WS-VSEQ-FS NOT = '00'
               ADD 1 TO WS-INV-MATCHED
               MOVE 'Y' TO WS-VND-BILLED(WS-VEND-SLOT)
               PERFORM WRITE-VARIANCE-DETAIL
               PERFORM KEEP-INVOICE-ACTIVITY
           END-IF.

       KEEP-INVOICE-ACTIVITY.
           MOVE SPACES TO VACT-RECORD
           MOVE 'V' TO VA-REC-TYPE
           MOVE IV-VENDOR-CODE TO VA-VENDOR-CODE
           MOVE IV-BATCH-DATE TO VA-BATCH-DATE
           MOVE WS-BATCH-DATE-NUM TO VA-EVENT-DATE
           MOVE IV-PIECES-BILLED TO VA-PIECES-BILLED
           MOVE WS-VND-TRL-COUNT(WS-VEND-SLOT) TO VA-PIECES-SENT
           MOVE WS-VND-DELIVERED(WS-VEND-SLOT) TO VA-PIECES-DELIV
           MOVE IV-RATE TO VA-RATE
           WRITE VACT-RECORD
           ADD 1 TO WS-INV-KEPT.

       WRITE-UNMATCHED-INVOICE.
           MOVE IV-VENDOR-CODE TO VRD-VENDOR
           MOVE IV-BATCH-DATE TO VRD-BATCH-DATE
           MOVE 'ACKNOWLEDGMENTS READ' TO CTL-LABEL
           MOVE WS-ACKS-READ TO CTL-VALUE
           WRITE VARIANCE-LINE FROM CTL-TOTALS-LINE
           MOVE 'SENT PIECES KEPT ON VENDACTV.DAT' TO CTL-LABEL
           MOVE WS-SENT-KEPT TO CTL-VALUE
           WRITE VARIANCE-LINE FROM CTL-TOTALS-LINE
           MOVE 'INVOICE LINES KEPT ON VENDACTV.DAT' TO CTL-LABEL
           MOVE WS-INV-KEPT TO CTL-VALUE
           WRITE VARIANCE-LINE FROM CTL-TOTALS-LINE
           MOVE 'TOTAL DOLLARS BILLED' TO CTA-LABEL
           MOVE WS-TOT-BILLED-AMT TO CTA-VALUE
           WRITE VARIANCE-LINE FROM CTL-AMOUNT-LINE
