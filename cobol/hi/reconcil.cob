      *****************************************************
      *  RECONCIL - VENDOR ACKNOWLEDGMENT RECONCILIATION
      *  MATCHES THE VENDOR'S DAILY ACKNOWLEDGMENT FILE
      *  AGAINST EVERY PIECE ON THE SENT-GREETINGS LEDGER
      *  GRTLEDGR.DAT, SO A LATE ACK STILL FINDS ITS PIECE,
      *  AND REPORTS THREE BUCKETS:
      *    NO ACK  - STILL SENT, NO ACK AFTER THE GRACE DAYS
      *    NO SEND - ACKNOWLEDGED BUT NEVER SENT BY US
      *    FAILED  - ACKNOWLEDGED AS FAILED/UNDELIVERABLE
      *  MATCHING IS BY NAME + BATCH DATE + ACCOUNT, THE
      *  IDENTITY CARRIED ON THE GREETING-OUT RECORD.  THE
      *  NAME IS THE ONE PRINTED ON THE PIECE (LG-SENT-NAME,
      *  E.G. MR SMITH), NOT THE FULL NAME, SO THE ACCOUNT
      *  KEEPS TWO SMITHS APART; AN ACK WITH NO ACCOUNT
      *  TAKES THE FIRST UNACKED PIECE FOR ITS NAME AND
      *  DATE.  THE ACK CARRIES NO GREETING TYPE, SO WHERE
      *  ONE ACCOUNT HAS TWO PIECES UNDER ONE NAME AND DATE
      *  EACH ACK TAKES THE FIRST OF THEM NOT YET ACKED.
      *  A MATCHED
      *  PIECE MOVES FROM SENT TO ACKED OR FAILED ON THE
      *  LEDGER WITH THE ACK RECEIPT DATE.  FINANCE USES
      *  THE TOTALS TO DISPUTE THE PER-PIECE INVOICE.
      *  THE NO ACK AND FAILED BUCKETS ARE ALSO WRITTEN TO
      *  THE MACHINE-READABLE RESENDRQ.DAT, WHICH RESEND
      *  TURNS INTO RESUBMISSIONS FOR THE NEXT HELLOWORLD
      *  RUN.
      *  EVERY ACKNOWLEDGMENT READ IS ALSO KEPT ON THE
      *  VENDOR ACTIVITY HISTORY VENDACTV.DAT WITH ITS
      *  RECEIPT DATE (TODAY WHEN THE VENDOR LEAVES
      *  AK-RECEIPT-DATE BLANK) FOR THE VENDOR SCORECARD.
      *  PARAMETER (COMMAND LINE):
      *    <NNN>          DAYS A PIECE MAY WAIT FOR ITS ACK
      *                   BEFORE IT IS NO ACK (DEFAULT 3)
      *****************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LEDGER-FILE ASSIGN TO 'GRTLEDGR.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LG-KEY
           FILE STATUS IS WS-LEDG-FS.

           SELECT VENDOR-ACK-FILE ASSIGN TO 'VENDACK.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           SELECT RESEND-REQ-FILE ASSIGN TO 'RESENDRQ.DAT'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT VACT-FILE ASSIGN TO 'VENDACTV.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-VACT-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  LEDGER-FILE.
           COPY ledgrec.

       FD  VENDOR-ACK-FILE.
       01  VENDOR-ACK-RECORD.
           05  AK-NAME             PIC X(50).
           05  AK-BATCH-DATE       PIC X(8).
           05  AK-STATUS           PIC X(1).
           05  AK-RECEIPT-DATE     PIC X(8).

       FD  RECON-WORK-FILE.
       01  RECON-WORK-RECORD.
           05  RW-KEY.
               10  RW-NAME            PIC X(50).
               10  RW-BATCH-DATE      PIC X(8).
               10  RW-ACCOUNT-ID      PIC X(10).
               10  RW-GREETING-TYPE   PIC X(1).
           05  RW-ACKED               PIC X(1).
           05  RW-FULL-NAME           PIC X(50).
           05  RW-LANGUAGE-CODE       PIC X(2).
           05  RW-LEDGER-STATUS       PIC X(8).

       FD  RECON-REPORT.
       01  RECON-LINE       PIC X(90).
           05  RQ-LANGUAGE-CODE    PIC X(2).
           05  RQ-BATCH-DATE       PIC X(8).

       FD  VACT-FILE.
           COPY vactrec.

       WORKING-STORAGE SECTION.
       01  WS-LEDG-EOF   PIC X VALUE 'N'.
       01  WS-ACK-EOF    PIC X VALUE 'N'.
       01  WS-SCAN-EOF   PIC X VALUE 'N'.
       01  WS-ACK-SCAN-EOF PIC X VALUE 'N'.
       01  WS-LEDG-FS    PIC X(2) VALUE '00'.
       01  WS-ACK-FS     PIC X(2) VALUE '00'.
       01  WS-RW-FS      PIC X(2) VALUE '00'.
       01  WS-VACT-FS    PIC X(2) VALUE '00'.
       01  WS-ACK-FIRST-ACCT PIC X(10) VALUE SPACES.
       01  WS-ACK-FIRST-TYPE PIC X(1) VALUE SPACE.

       01  WS-SENT-READ        PIC 9(6) VALUE 0.
       01  WS-ACKS-READ        PIC 9(6) VALUE 0.
       01  WS-DUP-SENT-COUNT   PIC 9(6) VALUE 0.
       01  WS-ACK-ERROR-COUNT  PIC 9(6) VALUE 0.
       01  WS-RESEND-REQ-COUNT PIC 9(6) VALUE 0.
       01  WS-ACKS-KEPT        PIC 9(6) VALUE 0.
       01  WS-REPEAT-ACK-COUNT PIC 9(6) VALUE 0.
       01  WS-MARKED-ACKED     PIC 9(6) VALUE 0.
       01  WS-MARKED-FAILED    PIC 9(6) VALUE 0.
       01  WS-IN-GRACE-COUNT   PIC 9(6) VALUE 0.
       01  WS-LEDGER-ERRORS    PIC 9(6) VALUE 0.

       01  WS-PARM-LINE        PIC X(40) VALUE SPACES.
       01  WS-PARM-1           PIC X(20) VALUE SPACES.
       01  WS-PARM-LEN         PIC 9(2) VALUE 0.
       01  WS-I                PIC 9(2).
       01  WS-GRACE-DAYS       PIC 9(3) VALUE 3.
       01  WS-TODAY-INT        PIC 9(7) VALUE 0.
       01  WS-PIECE-AGE        PIC S9(7) VALUE 0.
       01  WS-PIECE-DATE       PIC 9(8) VALUE 0.
       01  WS-ACK-DATE         PIC 9(8) VALUE 0.
       01  WS-LEDGER-WAS-SENT  PIC X VALUE 'N'.

       01  WS-CURRENT-DATE.
           05  WS-CURR-YEAR   PIC 9(4).
           05  WS-CURR-DAY    PIC 9(2).

       01  WS-RUN-DATE       PIC X(10).
       01  WS-BATCH-DATE-NUM PIC 9(8) VALUE 0.

       01  RECON-HDG-1-LINE.
           05  FILLER            PIC X(10) VALUE 'RUN DATE: '.
           PERFORM WRITE-CONTROL-TOTALS
           CLOSE VENDOR-ACK-FILE
           CLOSE RECON-WORK-FILE
           CLOSE LEDGER-FILE
           CLOSE RECON-REPORT
           CLOSE RESEND-REQ-FILE
           CLOSE VACT-FILE
           STOP RUN.

       INITIALIZE-RUN.
           END-IF
           OPEN OUTPUT RECON-REPORT
           OPEN OUTPUT RESEND-REQ-FILE
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
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-BATCH-DATE-NUM)
           ACCEPT WS-PARM-LINE FROM COMMAND-LINE
           UNSTRING WS-PARM-LINE DELIMITED BY ALL SPACE
               INTO WS-PARM-1
           END-UNSTRING
           IF WS-PARM-1 NOT = SPACES
               PERFORM SET-GRACE-DAYS
           END-IF
           PERFORM OPEN-LEDGER-TABLE
           MOVE WS-RUN-DATE TO RCH-1-DATE
           WRITE RECON-LINE FROM RECON-HDG-1-LINE
           MOVE SPACES TO RECON-LINE
           MOVE SPACES TO RECON-LINE
           WRITE RECON-LINE.

       SET-GRACE-DAYS.
           MOVE 0 TO WS-PARM-LEN
           PERFORM VARYING WS-I FROM 20 BY -1 UNTIL WS-I = 0
               IF WS-PARM-1(WS-I:1) NOT = SPACE
                   MOVE WS-I TO WS-PARM-LEN
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-PARM-LEN > 0 AND WS-PARM-LEN <= 3 AND
              WS-PARM-1(1:WS-PARM-LEN) NUMERIC
               MOVE WS-PARM-1(1:WS-PARM-LEN) TO WS-GRACE-DAYS
           ELSE
               DISPLAY 'RECONCIL - GRACE DAYS PARAMETER NOT NUMERIC'
                       ' - DEFAULT 3 USED'
           END-IF.

       OPEN-LEDGER-TABLE.
           OPEN I-O LEDGER-FILE
           IF WS-LEDG-FS NOT = '00'
               OPEN OUTPUT LEDGER-FILE
               CLOSE LEDGER-FILE
               OPEN I-O LEDGER-FILE
           END-IF.

      *    A PIECE ALREADY ACKNOWLEDGED ON AN EARLIER DAY IS
      *    LOADED AS ACKED SO A REPEAT ACK IS NOT A NO SEND.
       LOAD-SENT-TABLE.
           MOVE LOW-VALUES TO LG-KEY
           START LEDGER-FILE KEY NOT < LG-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-LEDG-EOF
           END-START
           PERFORM UNTIL WS-LEDG-EOF = 'Y'
               READ LEDGER-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-LEDG-EOF
                   NOT AT END
                       ADD 1 TO WS-SENT-READ
                       IF LG-SENT-NAME NOT = SPACES
                           MOVE LG-SENT-NAME TO RW-NAME
                       ELSE
                           MOVE LG-NAME TO RW-NAME
                       END-IF
                       MOVE LG-NAME TO RW-FULL-NAME
                       MOVE LG-BATCH-DATE TO RW-BATCH-DATE
                       IF LG-ACKED-DATE > 0
                           MOVE 'Y' TO RW-ACKED
                       ELSE
                           MOVE 'N' TO RW-ACKED
                       END-IF
                       MOVE LG-ACCOUNT-ID TO RW-ACCOUNT-ID
                       MOVE LG-GREETING-TYPE TO RW-GREETING-TYPE
                       MOVE LG-LANGUAGE-CODE TO RW-LANGUAGE-CODE
                       MOVE LG-STATUS TO RW-LEDGER-STATUS
                       WRITE RECON-WORK-RECORD
                           INVALID KEY
                               ADD 1 TO WS-DUP-SENT-COUNT
                               CONTINUE
                       END-WRITE
               END-READ
           END-PERFORM.

       PROCESS-ACKNOWLEDGMENT.
           PERFORM FIND-ACK-PIECE
           IF AK-RECEIPT-DATE NUMERIC AND AK-RECEIPT-DATE NOT = ZERO
               MOVE AK-RECEIPT-DATE TO WS-ACK-DATE
           ELSE
               MOVE WS-BATCH-DATE-NUM TO WS-ACK-DATE
           END-IF
           PERFORM KEEP-ACK-ACTIVITY
           EVALUATE WS-RW-FS
               WHEN '00'
                   ADD 1 TO WS-MATCHED-COUNT
                   IF RW-ACKED = 'Y'
                       ADD 1 TO WS-REPEAT-ACK-COUNT
                   ELSE
                       MOVE 'Y' TO RW-ACKED
                       REWRITE RECON-WORK-RECORD
                       PERFORM MARK-LEDGER-ACKNOWLEDGED
                       IF (AK-STATUS = 'F' OR AK-STATUS = 'U') AND
                          WS-LEDGER-WAS-SENT = 'Y'
                           ADD 1 TO WS-FAILED-COUNT
                           MOVE 'FAILED ' TO RCD-BUCKET
                           PERFORM WRITE-ACK-DETAIL
                           MOVE 'FAILED ' TO RQ-BUCKET
                           PERFORM WRITE-RESEND-REQUEST
                       END-IF
                   END-IF
               WHEN '23'
                   ADD 1 TO WS-NO-SEND-COUNT
                   PERFORM WRITE-ACK-DETAIL
           END-EVALUATE.

      *    THE FIRST PIECE NOT YET ACKED FOR THE NAME, DATE AND
      *    (WHEN THE ACK CARRIES ONE) ACCOUNT, OR, WITH ALL ACKED,
      *    THE FIRST OF THEM, SO THE ACK COUNTS AS A REPEAT.  NO
      *    PIECE AT ALL LEAVES A KEY THAT READS AS NOT FOUND.
       FIND-ACK-PIECE.
           MOVE AK-NAME TO RW-NAME
           MOVE AK-BATCH-DATE TO RW-BATCH-DATE
           IF AK-ACCOUNT-ID NOT = SPACES
               MOVE AK-ACCOUNT-ID TO RW-ACCOUNT-ID
           ELSE
               MOVE LOW-VALUES TO RW-ACCOUNT-ID
           END-IF
           MOVE LOW-VALUES TO RW-GREETING-TYPE
           MOVE 'N' TO WS-ACK-SCAN-EOF
           MOVE AK-ACCOUNT-ID TO WS-ACK-FIRST-ACCT
           MOVE SPACE TO WS-ACK-FIRST-TYPE
           START RECON-WORK-FILE KEY NOT < RW-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-ACK-SCAN-EOF
           END-START
           PERFORM UNTIL WS-ACK-SCAN-EOF = 'Y'
               READ RECON-WORK-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-ACK-SCAN-EOF
                   NOT AT END
                       IF RW-NAME NOT = AK-NAME OR
                          RW-BATCH-DATE NOT = AK-BATCH-DATE OR
                          (AK-ACCOUNT-ID NOT = SPACES AND
                           RW-ACCOUNT-ID NOT = AK-ACCOUNT-ID)
                           MOVE 'Y' TO WS-ACK-SCAN-EOF
                       ELSE
                           IF WS-ACK-FIRST-TYPE = SPACE
                               MOVE RW-ACCOUNT-ID TO WS-ACK-FIRST-ACCT
                               MOVE RW-GREETING-TYPE
                                   TO WS-ACK-FIRST-TYPE
                           END-IF
                           IF RW-ACKED = 'N'
                               MOVE RW-ACCOUNT-ID TO WS-ACK-FIRST-ACCT
                               MOVE RW-GREETING-TYPE
                                   TO WS-ACK-FIRST-TYPE
                               MOVE 'Y' TO WS-ACK-SCAN-EOF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           MOVE AK-NAME TO RW-NAME
           MOVE AK-BATCH-DATE TO RW-BATCH-DATE
           MOVE WS-ACK-FIRST-ACCT TO RW-ACCOUNT-ID
           MOVE WS-ACK-FIRST-TYPE TO RW-GREETING-TYPE
           READ RECON-WORK-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY CONTINUE
           END-READ.

       KEEP-ACK-ACTIVITY.
           MOVE SPACES TO VACT-RECORD
           MOVE 'A' TO VA-REC-TYPE
           IF WS-RW-FS = '00'
               MOVE RW-ACCOUNT-ID TO VA-ACCOUNT-ID
               MOVE RW-GREETING-TYPE TO VA-GREETING-TYPE
           ELSE
               MOVE AK-ACCOUNT-ID TO VA-ACCOUNT-ID
           END-IF
           MOVE AK-BATCH-DATE TO VA-BATCH-DATE
           MOVE WS-ACK-DATE TO VA-EVENT-DATE
           MOVE AK-STATUS TO VA-ACK-STATUS
           MOVE 0 TO VA-PIECES-BILLED
           MOVE 0 TO VA-PIECES-SENT
           MOVE 0 TO VA-PIECES-DELIV
           MOVE 0 TO VA-RATE
           WRITE VACT-RECORD
           ADD 1 TO WS-ACKS-KEPT.

      *    THE ACK DATE IS ALWAYS STAMPED; THE STATUS ONLY MOVES
      *    ON FROM SENT, SO A LATE ACK FOR A PIECE ALREADY
      *    RETURNED OR RESENT DOES NOT UNDO THAT STATUS.
       MARK-LEDGER-ACKNOWLEDGED.
           MOVE 'N' TO WS-LEDGER-WAS-SENT
           MOVE RW-ACCOUNT-ID TO LG-ACCOUNT-ID
           MOVE RW-GREETING-TYPE TO LG-GREETING-TYPE
           MOVE RW-BATCH-DATE TO LG-BATCH-DATE
           READ LEDGER-FILE
               INVALID KEY
                   ADD 1 TO WS-LEDGER-ERRORS
               NOT INVALID KEY
                   MOVE WS-ACK-DATE TO LG-ACKED-DATE
                   MOVE AK-STATUS TO LG-ACK-STATUS
                   IF LG-STATUS = 'SENT'
                       MOVE 'Y' TO WS-LEDGER-WAS-SENT
                       MOVE WS-BATCH-DATE-NUM TO LG-STATUS-DATE
                       IF AK-STATUS = 'F' OR AK-STATUS = 'U'
                           MOVE 'FAILED' TO LG-STATUS
                           ADD 1 TO WS-MARKED-FAILED
                       ELSE
                           MOVE 'ACKED' TO LG-STATUS
                           ADD 1 TO WS-MARKED-ACKED
                       END-IF
                   END-IF
                   MOVE LG-STATUS TO RW-LEDGER-STATUS
                   REWRITE LEDGER-RECORD
                       INVALID KEY
                           ADD 1 TO WS-LEDGER-ERRORS
                   END-REWRITE
           END-READ.

       WRITE-ACK-DETAIL.
           MOVE AK-NAME TO RCD-NAME
           MOVE AK-BATCH-DATE TO RCD-BATCH-DATE

       WRITE-RESEND-REQUEST.
           MOVE RW-ACCOUNT-ID TO RQ-ACCOUNT-ID
           MOVE RW-FULL-NAME TO RQ-NAME
           MOVE RW-GREETING-TYPE TO RQ-GREETING-TYPE
           MOVE RW-LANGUAGE-CODE TO RQ-LANGUAGE-CODE
           MOVE RW-BATCH-DATE TO RQ-BATCH-DATE
                   AT END
                       MOVE 'Y' TO WS-SCAN-EOF
                   NOT AT END
                       IF RW-ACKED = 'N' AND RW-LEDGER-STATUS = 'SENT'
                           PERFORM CHECK-UNACKNOWLEDGED-PIECE
                       END-IF
               END-READ
           END-PERFORM.

       CHECK-UNACKNOWLEDGED-PIECE.
           MOVE WS-GRACE-DAYS TO WS-PIECE-AGE
           IF RW-BATCH-DATE NUMERIC
               MOVE RW-BATCH-DATE TO WS-PIECE-DATE
               COMPUTE WS-PIECE-AGE = WS-TODAY-INT
                   - FUNCTION INTEGER-OF-DATE(WS-PIECE-DATE)
           END-IF
           IF WS-PIECE-AGE < WS-GRACE-DAYS
               ADD 1 TO WS-IN-GRACE-COUNT
           ELSE
               ADD 1 TO WS-NO-ACK-COUNT
               MOVE 'NO ACK ' TO RCD-BUCKET
               MOVE RW-NAME TO RCD-NAME
               MOVE RW-BATCH-DATE TO RCD-BATCH-DATE
               MOVE SPACE TO RCD-STATUS
               WRITE RECON-LINE FROM RECON-DETAIL-LINE
               MOVE 'NO ACK ' TO RQ-BUCKET
               PERFORM WRITE-RESEND-REQUEST
           END-IF.

       WRITE-CONTROL-TOTALS.
           MOVE SPACES TO RECON-LINE
           WRITE RECON-LINE
           MOVE 'LEDGER PIECES LOADED' TO CTL-LABEL
           MOVE WS-SENT-READ TO CTL-VALUE
           WRITE RECON-LINE FROM CTL-TOTALS-LINE
           MOVE 'ACKNOWLEDGMENTS READ' TO CTL-LABEL
           MOVE 'ACKNOWLEDGED FAILED/UNDELIVERABLE' TO CTL-LABEL
           MOVE WS-FAILED-COUNT TO CTL-VALUE
           WRITE RECON-LINE FROM CTL-TOTALS-LINE
           MOVE 'AWAITING ACK - INSIDE GRACE DAYS' TO CTL-LABEL
           MOVE WS-IN-GRACE-COUNT TO CTL-VALUE
           WRITE RECON-LINE FROM CTL-TOTALS-LINE
           MOVE 'REPEAT ACKNOWLEDGMENTS IGNORED' TO CTL-LABEL
           MOVE WS-REPEAT-ACK-COUNT TO CTL-VALUE
           WRITE RECON-LINE FROM CTL-TOTALS-LINE
           MOVE 'LEDGER PIECES MARKED ACKED' TO CTL-LABEL
           MOVE WS-MARKED-ACKED TO CTL-VALUE
           WRITE RECON-LINE FROM CTL-TOTALS-LINE
           MOVE 'LEDGER PIECES MARKED FAILED' TO CTL-LABEL
           MOVE WS-MARKED-FAILED TO CTL-VALUE
           WRITE RECON-LINE FROM CTL-TOTALS-LINE
           MOVE 'DUPLICATE SENT RECORDS COLLAPSED' TO CTL-LABEL
           MOVE WS-DUP-SENT-COUNT TO CTL-VALUE
           WRITE RECON-LINE FROM CTL-TOTALS-LINE
           MOVE 'RESEND REQUESTS WRITTEN' TO CTL-LABEL
           MOVE WS-RESEND-REQ-COUNT TO CTL-VALUE
           WRITE RECON-LINE FROM CTL-TOTALS-LINE
           MOVE 'ACK RECEIPTS KEPT ON VENDACTV.DAT' TO CTL-LABEL
           MOVE WS-ACKS-KEPT TO CTL-VALUE
           WRITE RECON-LINE FROM CTL-TOTALS-LINE
           IF WS-ACK-ERROR-COUNT > 0
               MOVE 'ACKNOWLEDGMENT LOOKUP ERRORS' TO CTL-LABEL
               MOVE WS-ACK-ERROR-COUNT TO CTL-VALUE
               WRITE RECON-LINE FROM CTL-TOTALS-LINE
           END-IF
           IF WS-LEDGER-ERRORS > 0
               MOVE 'LEDGER UPDATE ERRORS' TO CTL-LABEL
               MOVE WS-LEDGER-ERRORS TO CTL-VALUE
               WRITE RECON-LINE FROM CTL-TOTALS-LINE
           END-IF.
