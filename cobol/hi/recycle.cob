      *  AND AGE OUT AFTER 5 BUSINESS DAYS (ONE RUN = ONE
      *  BUSINESS DAY) WITH AN AGING REPORT.
      *  ONLY REASONS BLANK / BADTYPE / DNCERROR RECYCLE;
      *  MAXLEN IMAGES ARE INFORMATIONAL AND ARE SKIPPED,
      *  AS ARE BADCAMP IMAGES - A CAMPAIGN THAT IS UNKNOWN
      *  OR CLOSED WILL NOT OPEN BY WAITING.  A CAMPAIGN
      *  PIECE KEEPS ITS CAMPAIGN ID THROUGH THE RECYCLE.
      *  AN ACCOUNT WHOSE DNC.DAT ENTRY CARRIES REASON
      *  ERASED (SEE ERASURE) IS DROPPED OUTRIGHT - IT IS
      *  NEITHER RECYCLED NOR CARRIED FORWARD, AND ITS NAME
      *  IS NOT PRINTED ON THE AGING REPORT.
      *****************************************************

       ENVIRONMENT DIVISION.
           RECORD KEY IS CW-ACCOUNT-ID
           FILE STATUS IS WS-CW-FS.

           SELECT DNC-FILE ASSIGN TO 'DNC.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DNC-ACCOUNT-ID
           FILE STATUS IS WS-DNC-FS.

           SELECT PENDING-FILE ASSIGN TO 'RECYPEND.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PEND-FS.
       DATA DIVISION.
       FILE SECTION.
       FD  REJECT-IN-FILE.
       01  REJECT-IN-LINE   PIC X(147).

       FD  CORRECT-FILE.
       01  CORRECT-RECORD.
           05  CW-GREETING-TYPE    PIC X(1).
           05  CW-LANGUAGE-CODE    PIC X(2).

       FD  DNC-FILE.
           COPY dncrec.

       FD  PENDING-FILE.
       01  PENDING-RECORD.
           05  PD-ACCOUNT-ID       PIC X(10).
           05  PD-LANGUAGE-CODE    PIC X(2).
           05  PD-REASON           PIC X(9).
           05  PD-AGE              PIC 9(2).
           05  PD-CAMPAIGN-ID      PIC X(8).
           05  PD-NAME-PARTS       PIC X(66).

       FD  RECYCLE-OUT.
           COPY inptrec.
       01  WS-CORR-FS    PIC X(2) VALUE '00'.
       01  WS-CW-FS      PIC X(2) VALUE '00'.
       01  WS-PEND-FS    PIC X(2) VALUE '00'.
       01  WS-DNC-FS     PIC X(2) VALUE '00'.
       01  WS-DNC-OPEN   PIC X VALUE 'N'.

       01  WS-REJECTS-READ     PIC 9(6) VALUE 0.
       01  WS-PENDING-READ     PIC 9(6) VALUE 0.
       01  WS-RECYCLED-COUNT   PIC 9(6) VALUE 0.
       01  WS-PENDING-OUT      PIC 9(6) VALUE 0.
       01  WS-AGED-OUT-COUNT   PIC 9(6) VALUE 0.
       01  WS-ERASED-COUNT     PIC 9(6) VALUE 0.

       01  WS-AGE-LIMIT        PIC 9(2) VALUE 5.

               10  WRJ-NAME          PIC X(50).
               10  WRJ-GREETING-TYPE PIC X(1).
               10  WRJ-LANGUAGE-CODE PIC X(2).
               10  WRJ-CAMPAIGN-ID   PIC X(8).
               10  WRJ-NAME-PARTS    PIC X(66).
           05  FILLER                PIC X(1).
           05  WRJ-REASON            PIC X(9).

           05  WC-LANGUAGE-CODE    PIC X(2).
           05  WC-REASON           PIC X(9).
           05  WC-AGE              PIC 9(2).
           05  WC-CAMPAIGN-ID      PIC X(8).
           05  WC-NAME-PARTS       PIC X(66).

       01  WS-PEND-TABLE-COUNT   PIC 9(4) VALUE 0.
       01  WS-PEND-TABLE-MAX     PIC 9(4) VALUE 2000.
       01  WS-PEND-TABLE.
           05  WS-PEND-ENTRY OCCURS 2000 TIMES PIC X(148).

       01  WS-PEND-IDX         PIC 9(4).
       01  WS-CORR-FOUND       PIC X VALUE 'N'.
       01  WS-CAND-VALID       PIC X VALUE 'N'.
       01  WS-CAND-ERASED      PIC X VALUE 'N'.
       01  WS-NAME-LEN         PIC 9(2) VALUE 0.
       01  WS-I                PIC 9(2).

           COPY gtyptab.

       01  WS-CURRENT-DATE.
           05  WS-CURR-YEAR   PIC 9(4).
           05  WS-CURR-MONTH  PIC 9(2).
               MOVE PD-LANGUAGE-CODE TO WC-LANGUAGE-CODE
               MOVE PD-REASON        TO WC-REASON
               COMPUTE WC-AGE = PD-AGE + 1
               MOVE PD-CAMPAIGN-ID   TO WC-CAMPAIGN-ID
               MOVE PD-NAME-PARTS    TO WC-NAME-PARTS
               PERFORM PROCESS-CANDIDATE
           END-PERFORM
           PERFORM UNTIL WS-EOF = 'Y'
           CLOSE PENDING-FILE
           CLOSE RECYCLE-OUT
           CLOSE AGING-REPORT
           IF WS-DNC-OPEN = 'Y'
               CLOSE DNC-FILE
           END-IF
           STOP RUN.

       INITIALIZE-RUN.
           IF WS-REJIN-FS NOT = '00'
               MOVE 'Y' TO WS-EOF
           END-IF
           OPEN INPUT DNC-FILE
           IF WS-DNC-FS = '00'
               MOVE 'Y' TO WS-DNC-OPEN
           END-IF
           OPEN OUTPUT RECYCLE-OUT
           OPEN OUTPUT AGING-REPORT
           OPEN OUTPUT PENDING-FILE
               MOVE WRJ-LANGUAGE-CODE TO WC-LANGUAGE-CODE
               MOVE WRJ-REASON        TO WC-REASON
               MOVE 1 TO WC-AGE
               MOVE WRJ-CAMPAIGN-ID   TO WC-CAMPAIGN-ID
               MOVE WRJ-NAME-PARTS    TO WC-NAME-PARTS
               PERFORM PROCESS-CANDIDATE
           ELSE
               ADD 1 TO WS-SKIPPED-COUNT
           END-IF.

       PROCESS-CANDIDATE.
           PERFORM CHECK-ERASED-ACCOUNT
           IF WS-CAND-ERASED = 'Y'
               ADD 1 TO WS-ERASED-COUNT
               MOVE SPACES TO WC-NAME
               MOVE 'ERASED' TO AGD-STATUS
               PERFORM WRITE-AGING-DETAIL
           ELSE
               PERFORM LOOKUP-CORRECTION
               IF WS-CORR-FOUND = 'Y'
      *            A CORRECTED NAME NO LONGER MATCHES ITS OLD PARTS,
      *            SO IT GOES BACK AS A FREE-FORM NAME
                   IF CW-NAME NOT = WC-NAME
                       MOVE SPACES TO WC-NAME-PARTS
                   END-IF
                   MOVE CW-NAME          TO WC-NAME
                   MOVE CW-GREETING-TYPE TO WC-GREETING-TYPE
                   MOVE CW-LANGUAGE-CODE TO WC-LANGUAGE-CODE
                   ADD 1 TO WS-CORRECTED-COUNT
               END-IF
               PERFORM VALIDATE-CANDIDATE
               IF WS-CAND-VALID = 'Y'
                   PERFORM WRITE-RECYCLE-RECORD
               ELSE
                   PERFORM CARRY-OR-AGE-OUT
               END-IF
           END-IF.

       CHECK-ERASED-ACCOUNT.
           MOVE 'N' TO WS-CAND-ERASED
           IF WS-DNC-OPEN = 'Y' AND WC-ACCOUNT-ID NOT = SPACES
               MOVE WC-ACCOUNT-ID TO DNC-ACCOUNT-ID
               READ DNC-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF DNC-REASON = 'ERASED'
                           MOVE 'Y' TO WS-CAND-ERASED
                       END-IF
               END-READ
           END-IF.

       LOOKUP-CORRECTION.
                   EXIT PERFORM
               END-IF
           END-PERFORM
           MOVE WC-GREETING-TYPE TO GT-FIND-TYPE
           PERFORM FIND-GREETING-TYPE
           IF WS-NAME-LEN > 0 AND GT-SLOT > 0
               IF WC-LANGUAGE-CODE NOT = SPACES
                   MOVE 'Y' TO WS-CAND-VALID
               END-IF
               IF GT-CAMPAIGN-FLAG(GT-SLOT) = 'Y' AND
                  WC-CAMPAIGN-ID = SPACES
                   MOVE 'N' TO WS-CAND-VALID
               END-IF
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

       WRITE-RECYCLE-RECORD.
           MOVE WC-ACCOUNT-ID    TO IR-ACCOUNT-ID
           MOVE WC-NAME          TO IR-NAME
           MOVE WC-GREETING-TYPE TO IR-GREETING-TYPE
           MOVE WC-LANGUAGE-CODE TO IR-LANGUAGE-CODE
           MOVE WC-CAMPAIGN-ID   TO IR-CAMPAIGN-ID
           MOVE WC-NAME-PARTS    TO IR-NAME-PARTS
           WRITE INPUT-RECORD
           ADD 1 TO WS-RECYCLED-COUNT
           MOVE 'RECYCLED' TO AGD-STATUS
               MOVE WC-LANGUAGE-CODE TO PD-LANGUAGE-CODE
               MOVE WC-REASON        TO PD-REASON
               MOVE WC-AGE           TO PD-AGE
               MOVE WC-CAMPAIGN-ID   TO PD-CAMPAIGN-ID
               MOVE WC-NAME-PARTS    TO PD-NAME-PARTS
               WRITE PENDING-RECORD
               ADD 1 TO WS-PENDING-OUT
               MOVE 'PENDING ' TO AGD-STATUS
           WRITE AGING-LINE FROM CTL-TOTALS-LINE
           MOVE 'RECORDS AGED OUT UNREPAIRED' TO CTL-LABEL
           MOVE WS-AGED-OUT-COUNT TO CTL-VALUE
           WRITE AGING-LINE FROM CTL-TOTALS-LINE
           IF WS-ERASED-COUNT > 0
               MOVE 'ERASED ACCOUNTS DROPPED' TO CTL-LABEL
               MOVE WS-ERASED-COUNT TO CTL-VALUE
               WRITE AGING-LINE FROM CTL-TOTALS-LINE
           END-IF.
