      *  THE PERSISTENT HISTORY FILE RESENDHS.DAT SO A
      *  CHRONICALLY BAD ADDRESS CANNOT LOOP FOREVER
      *  BETWEEN HELLOWORLD, RECONCIL, AND THE RESEND.
      *  EVERY RESUBMISSION IS ALSO KEPT ON THE VENDOR
      *  ACTIVITY HISTORY VENDACTV.DAT WITH THE ORIGINAL
      *  BATCH DATE, SO THE VENDOR SCORECARD CAN CHARGE
      *  IT TO THE VENDOR THAT SENT THE FIRST PIECE.
      *  EACH REQUEST IS CHECKED AGAINST THE SENT-GREETINGS
      *  LEDGER GRTLEDGR.DAT: A PIECE ACKED OR ALREADY
      *  RESENT SINCE THE REQUEST WAS WRITTEN IS SKIPPED,
      *  AND A PIECE THAT IS RESUBMITTED IS MARKED RESENT
      *  SO THE NEXT HELLOWORLD RUN CAN LINK ITS NEW PIECE
      *  BACK TO THIS ONE.  A CAMPAIGN PIECE GOES BACK OUT
      *  UNDER THE CAMPAIGN ID THE LEDGER CARRIES FOR IT.
      *  A REQUEST FOR AN ACCOUNT WHOSE DNC.DAT ENTRY
      *  CARRIES REASON ERASED (SEE ERASURE) IS DROPPED
      *  BEFORE ANY OTHER CHECK AND ITS NAME IS NOT
      *  PRINTED.
      *****************************************************

       ENVIRONMENT DIVISION.
           SELECT RESEND-REPORT ASSIGN TO 'RESEND.RPT'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT VACT-FILE ASSIGN TO 'VENDACTV.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-VACT-FS.

           SELECT DNC-FILE ASSIGN TO 'DNC.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DNC-ACCOUNT-ID
           FILE STATUS IS WS-DNC-FS.

           SELECT LEDGER-FILE ASSIGN TO 'GRTLEDGR.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LG-KEY
           FILE STATUS IS WS-LEDG-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  RESEND-REQ-FILE.
           05  RH-LAST-DATE           PIC 9(8).

       FD  RESEND-OUT.
       01  RESEND-OUT-RECORD PIC X(137).

       FD  RESEND-REPORT.
       01  RESEND-LINE      PIC X(90).

       FD  VACT-FILE.
           COPY vactrec.

       FD  DNC-FILE.
           COPY dncrec.

       FD  LEDGER-FILE.
           COPY ledgrec.

       WORKING-STORAGE SECTION.
       01  WS-REQ-EOF    PIC X VALUE 'N'.
       01  WS-REQ-FS     PIC X(2) VALUE '00'.
       01  WS-HIST-FS    PIC X(2) VALUE '00'.
       01  WS-VACT-FS    PIC X(2) VALUE '00'.
       01  WS-LEDG-FS    PIC X(2) VALUE '00'.
       01  WS-DNC-FS     PIC X(2) VALUE '00'.
       01  WS-DNC-OPEN   PIC X VALUE 'N'.

       01  WS-REQUESTS-READ    PIC 9(6) VALUE 0.
       01  WS-RESENT-COUNT     PIC 9(6) VALUE 0.
       01  WS-CAPPED-COUNT     PIC 9(6) VALUE 0.
       01  WS-NOACCT-COUNT     PIC 9(6) VALUE 0.
       01  WS-HIST-ERROR-COUNT PIC 9(6) VALUE 0.
       01  WS-SETTLED-COUNT    PIC 9(6) VALUE 0.
       01  WS-NOT-LEDGER-COUNT PIC 9(6) VALUE 0.
       01  WS-LEDGER-MARKED    PIC 9(6) VALUE 0.
       01  WS-LEDGER-ERRORS    PIC 9(6) VALUE 0.
       01  WS-ERASED-COUNT     PIC 9(6) VALUE 0.

       01  WS-RESEND-CAP       PIC 9(2) VALUE 2.
       01  WS-HIST-FOUND       PIC X VALUE 'N'.
       01  WS-LEDGER-FOUND     PIC X VALUE 'N'.
       01  WS-LEDGER-CAMPAIGN  PIC X(8) VALUE SPACES.
       01  WS-LEDGER-PARTS     PIC X(66) VALUE SPACES.
       01  WS-ACCT-ERASED      PIC X VALUE 'N'.

       01  WS-CURRENT-DATE.
           05  WS-CURR-YEAR   PIC 9(4).
           05  FILLER            PIC X(3) VALUE 'HDR'.
           05  RHB-EXTRACT-DATE  PIC 9(8).
           05  RHB-SOURCE-SYSTEM PIC X(10).
           05  FILLER            PIC X(116) VALUE SPACES.

       01  RESEND-TRAILER-BUILD.
           05  FILLER            PIC X(3) VALUE 'TRL'.
           05  RTB-RECORD-COUNT  PIC 9(6).
           05  FILLER            PIC X(128) VALUE SPACES.

       01  RESEND-DETAIL-BUILD.
           05  RDB-ACCOUNT-ID    PIC X(10).
           05  RDB-NAME          PIC X(50).
           05  RDB-GREETING-TYPE PIC X(1).
           05  RDB-LANGUAGE-CODE PIC X(2).
           05  RDB-CAMPAIGN-ID   PIC X(8).
           05  RDB-NAME-PARTS    PIC X(66).

       01  RESEND-HDG-1-LINE.
           05  FILLER            PIC X(10) VALUE 'RUN DATE: '.
           CLOSE RESEND-HIST-FILE
           CLOSE RESEND-OUT
           CLOSE RESEND-REPORT
           CLOSE VACT-FILE
           CLOSE LEDGER-FILE
           IF WS-DNC-OPEN = 'Y'
               CLOSE DNC-FILE
           END-IF
           STOP RUN.

       INITIALIZE-RUN.
               MOVE 'Y' TO WS-REQ-EOF
           END-IF
           PERFORM OPEN-RESEND-HISTORY
           PERFORM OPEN-LEDGER-TABLE
           OPEN INPUT DNC-FILE
           IF WS-DNC-FS = '00'
               MOVE 'Y' TO WS-DNC-OPEN
           END-IF
           OPEN OUTPUT RESEND-OUT
           OPEN OUTPUT RESEND-REPORT
           OPEN EXTEND VACT-FILE
           IF WS-VACT-FS NOT = '00'
               OPEN OUTPUT VACT-FILE
           END-IF
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           STRING WS-CURR-MONTH   DELIMITED BY SIZE
                  '/'             DELIMITED BY SIZE
               OPEN I-O RESEND-HIST-FILE
           END-IF.

       OPEN-LEDGER-TABLE.
           OPEN I-O LEDGER-FILE
           IF WS-LEDG-FS NOT = '00'
               OPEN OUTPUT LEDGER-FILE
               CLOSE LEDGER-FILE
               OPEN I-O LEDGER-FILE
           END-IF.

       PROCESS-RESEND-REQUEST.
           IF RQ-ACCOUNT-ID = SPACES
               ADD 1 TO WS-NOACCT-COUNT
               MOVE 0 TO RSD-TRY
               PERFORM WRITE-RESEND-DETAIL
           ELSE
               PERFORM CHECK-ERASED-ACCOUNT
               IF WS-ACCT-ERASED = 'Y'
                   ADD 1 TO WS-ERASED-COUNT
                   MOVE SPACES TO RQ-NAME
                   MOVE 'ERASED  ' TO RSD-STATUS
                   MOVE 0 TO RSD-TRY
                   PERFORM WRITE-RESEND-DETAIL
               ELSE
                   PERFORM LOOKUP-LEDGER-PIECE
                   IF WS-LEDGER-FOUND = 'Y' AND
                      (LG-STATUS = 'ACKED' OR LG-STATUS = 'RESENT')
                       ADD 1 TO WS-SETTLED-COUNT
                       MOVE 'SETTLED ' TO RSD-STATUS
                       MOVE 0 TO RSD-TRY
                       PERFORM WRITE-RESEND-DETAIL
                   ELSE
                       PERFORM CHECK-RESEND-CAP
                   END-IF
               END-IF
           END-IF.

       CHECK-ERASED-ACCOUNT.
           MOVE 'N' TO WS-ACCT-ERASED
           IF WS-DNC-OPEN = 'Y'
               MOVE RQ-ACCOUNT-ID TO DNC-ACCOUNT-ID
               READ DNC-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF DNC-REASON = 'ERASED'
                           MOVE 'Y' TO WS-ACCT-ERASED
                       END-IF
               END-READ
           END-IF.

       CHECK-RESEND-CAP.
           PERFORM LOOKUP-RESEND-HISTORY
           IF WS-HIST-FS NOT = '00' AND WS-HIST-FS NOT = '23'
               ADD 1 TO WS-HIST-ERROR-COUNT
           ELSE
               IF WS-HIST-FOUND = 'Y' AND
                  RH-RESEND-COUNT >= WS-RESEND-CAP
                   ADD 1 TO WS-CAPPED-COUNT
                   MOVE 'CAPPED  ' TO RSD-STATUS
                   MOVE RH-RESEND-COUNT TO RSD-TRY
                   PERFORM WRITE-RESEND-DETAIL
               ELSE
                   PERFORM WRITE-RESUBMISSION
               END-IF
           END-IF.

      *    THE LEDGER HOLDS THE NAME (WITH ITS PARTS) AND LANGUAGE
      *    THE PIECE WAS ACTUALLY SENT WITH, AND ANY CAMPAIGN IT
      *    BELONGED TO, SO THOSE ARE WHAT GO BACK OUT.
       LOOKUP-LEDGER-PIECE.
           MOVE SPACES TO WS-LEDGER-CAMPAIGN
           MOVE SPACES TO WS-LEDGER-PARTS
           MOVE RQ-ACCOUNT-ID TO LG-ACCOUNT-ID
           MOVE RQ-GREETING-TYPE TO LG-GREETING-TYPE
           MOVE RQ-BATCH-DATE TO LG-BATCH-DATE
           READ LEDGER-FILE
               INVALID KEY
                   MOVE 'N' TO WS-LEDGER-FOUND
                   ADD 1 TO WS-NOT-LEDGER-COUNT
               NOT INVALID KEY
                   MOVE 'Y' TO WS-LEDGER-FOUND
                   MOVE LG-NAME TO RQ-NAME
                   MOVE LG-LANGUAGE-CODE TO RQ-LANGUAGE-CODE
                   MOVE LG-CAMPAIGN-ID TO WS-LEDGER-CAMPAIGN
                   MOVE LG-NAME-PARTS TO WS-LEDGER-PARTS
           END-READ.

       LOOKUP-RESEND-HISTORY.
           MOVE RQ-ACCOUNT-ID TO RH-ACCOUNT-ID
           MOVE RQ-GREETING-TYPE TO RH-GREETING-TYPE
           MOVE RQ-NAME TO RDB-NAME
           MOVE RQ-GREETING-TYPE TO RDB-GREETING-TYPE
           MOVE RQ-LANGUAGE-CODE TO RDB-LANGUAGE-CODE
           MOVE WS-LEDGER-CAMPAIGN TO RDB-CAMPAIGN-ID
           MOVE WS-LEDGER-PARTS TO RDB-NAME-PARTS
           WRITE RESEND-OUT-RECORD FROM RESEND-DETAIL-BUILD
           ADD 1 TO WS-RESENT-COUNT
           IF RQ-BUCKET = 'FAILED '
               ADD 1 TO WS-RESENT-NOACK
           END-IF
           PERFORM UPDATE-RESEND-HISTORY
           PERFORM KEEP-RESEND-ACTIVITY
           IF WS-LEDGER-FOUND = 'Y'
               PERFORM MARK-LEDGER-RESENT
           END-IF
           MOVE 'RESENT  ' TO RSD-STATUS
           MOVE RH-RESEND-COUNT TO RSD-TRY
           PERFORM WRITE-RESEND-DETAIL.

       KEEP-RESEND-ACTIVITY.
           MOVE SPACES TO VACT-RECORD
           MOVE 'R' TO VA-REC-TYPE
           MOVE RQ-ACCOUNT-ID TO VA-ACCOUNT-ID
           MOVE RQ-GREETING-TYPE TO VA-GREETING-TYPE
           MOVE RQ-BATCH-DATE TO VA-BATCH-DATE
           MOVE WS-BATCH-DATE-NUM TO VA-EVENT-DATE
           MOVE RQ-BUCKET(1:1) TO VA-ACK-STATUS
           MOVE 0 TO VA-PIECES-BILLED
           MOVE 0 TO VA-PIECES-SENT
           MOVE 0 TO VA-PIECES-DELIV
           MOVE 0 TO VA-RATE
           WRITE VACT-RECORD.

       MARK-LEDGER-RESENT.
           MOVE 'RESENT' TO LG-STATUS
           MOVE WS-BATCH-DATE-NUM TO LG-STATUS-DATE
           MOVE WS-BATCH-DATE-NUM TO LG-RESENT-DATE
           MOVE SPACES TO LG-REISSUED-ON
           REWRITE LEDGER-RECORD
               INVALID KEY
                   ADD 1 TO WS-LEDGER-ERRORS
               NOT INVALID KEY
                   ADD 1 TO WS-LEDGER-MARKED
           END-REWRITE.

       UPDATE-RESEND-HISTORY.
           IF WS-HIST-FOUND = 'Y'
               ADD 1 TO RH-RESEND-COUNT
           MOVE 'REQUESTS SKIPPED - NO ACCOUNT ID' TO CTL-LABEL
           MOVE WS-NOACCT-COUNT TO CTL-VALUE
           WRITE RESEND-LINE FROM CTL-TOTALS-LINE
           MOVE 'REQUESTS SKIPPED - ACKED OR RESENT' TO CTL-LABEL
           MOVE WS-SETTLED-COUNT TO CTL-VALUE
           WRITE RESEND-LINE FROM CTL-TOTALS-LINE
           IF WS-ERASED-COUNT > 0
               MOVE 'REQUESTS SKIPPED - ACCOUNT ERASED' TO CTL-LABEL
               MOVE WS-ERASED-COUNT TO CTL-VALUE
               WRITE RESEND-LINE FROM CTL-TOTALS-LINE
           END-IF
           MOVE 'REQUESTS NOT FOUND ON GRTLEDGR.DAT' TO CTL-LABEL
           MOVE WS-NOT-LEDGER-COUNT TO CTL-VALUE
           WRITE RESEND-LINE FROM CTL-TOTALS-LINE
           MOVE 'LEDGER PIECES MARKED RESENT' TO CTL-LABEL
           MOVE WS-LEDGER-MARKED TO CTL-VALUE
           WRITE RESEND-LINE FROM CTL-TOTALS-LINE
           MOVE 'RESEND CAP PER ACCOUNT/TYPE' TO CTL-LABEL
           MOVE WS-RESEND-CAP TO CTL-VALUE
           WRITE RESEND-LINE FROM CTL-TOTALS-LINE
               MOVE 'RESEND HISTORY I-O ERRORS' TO CTL-LABEL
               MOVE WS-HIST-ERROR-COUNT TO CTL-VALUE
               WRITE RESEND-LINE FROM CTL-TOTALS-LINE
           END-IF
           IF WS-LEDGER-ERRORS > 0
               MOVE 'LEDGER UPDATE ERRORS' TO CTL-LABEL
               MOVE WS-LEDGER-ERRORS TO CTL-VALUE
               WRITE RESEND-LINE FROM CTL-TOTALS-LINE
           END-IF.
