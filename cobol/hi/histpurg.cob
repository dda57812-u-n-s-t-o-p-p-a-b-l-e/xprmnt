      *  ARCHIVE GRTHARCH.DAT, REBUILDS THE INDEXED FILE
      *  FROM THE RETAINED RECORDS, AND REPORTS COUNTS
      *  PURGED/RETAINED BY GREETING TYPE.
      *  THE SAME RETENTION PERIOD ROLLS OFF THE SENT-
      *  GREETINGS LEDGER GRTLEDGR.DAT: ENTRIES WHOSE BATCH
      *  DATE IS OLDER ARE DELETED IN PLACE.
      *  PARAMETERS (COMMAND LINE):
      *    <NNN>          RETENTION DAYS (DEFAULT 90)
      *    <ACCOUNT-ID>   NON-NUMERIC PARM RUNS A CONTACT
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ARCH-FS.

           SELECT LEDGER-FILE ASSIGN TO 'GRTLEDGR.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LG-KEY
           FILE STATUS IS WS-LEDG-FS.

           SELECT PURGE-REPORT ASSIGN TO 'HISTPURG.RPT'
           ORGANIZATION IS LINE SEQUENTIAL.

           05  AH-GREETING-TYPE       PIC X(1).
           05  AH-ISSUE-DATE          PIC 9(8).

       FD  LEDGER-FILE.
           COPY ledgrec.

       FD  PURGE-REPORT.
       01  PURGE-LINE       PIC X(60).

       01  WS-HIST-FS    PIC X(2) VALUE '00'.
       01  WS-WORK-FS    PIC X(2) VALUE '00'.
       01  WS-ARCH-FS    PIC X(2) VALUE '00'.
       01  WS-LEDG-EOF   PIC X VALUE 'N'.
       01  WS-LEDG-FS    PIC X(2) VALUE '00'.

       01  WS-PARM-LINE        PIC X(40) VALUE SPACES.
       01  WS-PARM-1           PIC X(20) VALUE SPACES.
       01  WS-RETAINED-COUNT   PIC 9(6) VALUE 0.
       01  WS-INQ-LIVE-COUNT   PIC 9(6) VALUE 0.
       01  WS-INQ-ARCH-COUNT   PIC 9(6) VALUE 0.
       01  WS-LEDGER-READ      PIC 9(6) VALUE 0.
       01  WS-LEDGER-ROLLED    PIC 9(6) VALUE 0.
       01  WS-LEDGER-KEPT      PIC 9(6) VALUE 0.
       01  WS-LEDGER-ERRORS    PIC 9(6) VALUE 0.
       01  WS-LEDGER-DATE      PIC 9(8) VALUE 0.

       01  WS-TYPE-TOTALS.
           05  WS-TYPE-ENTRY OCCURS 4 TIMES.
           PERFORM SPLIT-HISTORY-RECORDS
           CLOSE HIST-ARCH-FILE
           PERFORM REBUILD-HIST-TABLE
           PERFORM ROLL-OFF-LEDGER
           PERFORM WRITE-PURGE-REPORT
           CLOSE PURGE-REPORT
           CLOSE HIST-WORK-FILE.
           END-PERFORM
           CLOSE HIST-FILE.

       ROLL-OFF-LEDGER.
           OPEN I-O LEDGER-FILE
           IF WS-LEDG-FS NOT = '00'
               OPEN OUTPUT LEDGER-FILE
               CLOSE LEDGER-FILE
               OPEN I-O LEDGER-FILE
           END-IF
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
                       ADD 1 TO WS-LEDGER-READ
                       PERFORM ROLL-OFF-ONE-PIECE
               END-READ
           END-PERFORM
           CLOSE LEDGER-FILE.

       ROLL-OFF-ONE-PIECE.
           IF LG-BATCH-DATE NUMERIC AND LG-BATCH-DATE > '00000000'
               MOVE LG-BATCH-DATE TO WS-LEDGER-DATE
               COMPUTE WS-HIST-AGE = WS-TODAY-INT
                   - FUNCTION INTEGER-OF-DATE(WS-LEDGER-DATE)
           ELSE
               MOVE WS-RETAIN-DAYS TO WS-HIST-AGE
               ADD 1 TO WS-HIST-AGE
           END-IF
           IF WS-HIST-AGE > WS-RETAIN-DAYS
               DELETE LEDGER-FILE RECORD
                   INVALID KEY
                       ADD 1 TO WS-LEDGER-ERRORS
                   NOT INVALID KEY
                       ADD 1 TO WS-LEDGER-ROLLED
               END-DELETE
           ELSE
               ADD 1 TO WS-LEDGER-KEPT
           END-IF.

       WRITE-PURGE-REPORT.
           MOVE WS-RUN-DATE TO PGH-1-DATE
           WRITE PURGE-LINE FROM PURGE-HDG-1-LINE
           WRITE PURGE-LINE FROM CTL-TOTALS-LINE
           MOVE 'RECORDS RETAINED ON GRTHIST' TO CTL-LABEL
           MOVE WS-RETAINED-COUNT TO CTL-VALUE
           WRITE PURGE-LINE FROM CTL-TOTALS-LINE
           MOVE 'LEDGER PIECES READ' TO CTL-LABEL
           MOVE WS-LEDGER-READ TO CTL-VALUE
           WRITE PURGE-LINE FROM CTL-TOTALS-LINE
           MOVE 'LEDGER PIECES ROLLED OFF' TO CTL-LABEL
           MOVE WS-LEDGER-ROLLED TO CTL-VALUE
           WRITE PURGE-LINE FROM CTL-TOTALS-LINE
           MOVE 'LEDGER PIECES RETAINED' TO CTL-LABEL
           MOVE WS-LEDGER-KEPT TO CTL-VALUE
           WRITE PURGE-LINE FROM CTL-TOTALS-LINE
           IF WS-LEDGER-ERRORS > 0
               MOVE 'LEDGER DELETE ERRORS' TO CTL-LABEL
               MOVE WS-LEDGER-ERRORS TO CTL-VALUE
               WRITE PURGE-LINE FROM CTL-TOTALS-LINE
           END-IF.

       RUN-INQUIRY.
           PERFORM OPEN-HIST-TABLE
