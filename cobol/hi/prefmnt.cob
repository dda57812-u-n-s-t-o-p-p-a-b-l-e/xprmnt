       IDENTIFICATION DIVISION.
       PROGRAM-ID. PREFMNT.
      *****************************************************
      *  PREFMNT - CONTACT PREFERENCE MASTER MAINTENANCE
      *  APPLIES THE DAILY PREFERENCE TRANSACTION FILE
      *  (ADD / CHANGE / DELETE BY ACCOUNT ID) AGAINST
      *  PREFMAST.DAT.  EACH OPT-OUT FLAG MUST BE Y OR N,
      *  THE CHANNEL P (POSTAL), E (EMAIL) OR N (NONE),
      *  AND AN EMAIL CHANNEL NEEDS AN ADDRESS WITH AN @.
      *  REJECTS MALFORMED OR CONFLICTING TRANSACTIONS
      *  AND PRINTS A BEFORE/AFTER AUDIT LISTING OF EVERY
      *  CHANGE WITH ITS SOURCE, ON THE SAME DISCIPLINE
      *  AS THE DNCMAINT AUDIT TRAIL.
      *****************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PREF-TRAN-FILE ASSIGN TO 'PREFTRAN.DAT'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PREF-TRAN-REJECTS ASSIGN TO 'PREFTRAN.REJ'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PREF-AUDIT-FILE ASSIGN TO 'PREFAUDT.RPT'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PREF-FILE ASSIGN TO 'PREFMAST.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PF-ACCOUNT-ID
           FILE STATUS IS WS-PREF-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  PREF-TRAN-FILE.
       01  PREF-TRAN-RECORD.
           05  PT-ACTION           PIC X(1).
           05  PT-ACCOUNT-ID       PIC X(10).
           05  PT-OPTOUT-W         PIC X(1).
           05  PT-OPTOUT-A         PIC X(1).
           05  PT-OPTOUT-B         PIC X(1).
           05  PT-CHANNEL          PIC X(1).
           05  PT-EMAIL-ADDR       PIC X(60).
           05  PT-SOURCE           PIC X(10).

       FD  PREF-TRAN-REJECTS.
       01  PREF-REJECT-LINE PIC X(100).

       FD  PREF-AUDIT-FILE.
       01  PREF-AUDIT-LINE  PIC X(112).

       FD  PREF-FILE.
           COPY prefrec.

       WORKING-STORAGE SECTION.
       01  WS-EOF        PIC X VALUE 'N'.
       01  WS-PREF-FS    PIC X(2) VALUE '00'.

       01  WS-TRANS-READ       PIC 9(6) VALUE 0.
       01  WS-ADD-COUNT        PIC 9(6) VALUE 0.
       01  WS-CHANGE-COUNT     PIC 9(6) VALUE 0.
       01  WS-DELETE-COUNT     PIC 9(6) VALUE 0.
       01  WS-REJECT-COUNT     PIC 9(6) VALUE 0.

       01  WS-KEY-FOUND        PIC X VALUE 'N'.
       01  WS-EDITS-PASSED     PIC X VALUE 'N'.
       01  WS-AT-COUNT         PIC 9(2) VALUE 0.

       01  WS-BEFORE-IMAGE.
           05  WBI-OPTOUT-W      PIC X(1).
           05  WBI-OPTOUT-A      PIC X(1).
           05  WBI-OPTOUT-B      PIC X(1).
           05  FILLER            PIC X(1) VALUE SPACE.
           05  WBI-CHANNEL       PIC X(1).
           05  FILLER            PIC X(1) VALUE SPACE.
           05  WBI-EMAIL-ADDR    PIC X(35).
       01  WS-AFTER-IMAGE.
           05  WAI-OPTOUT-W      PIC X(1).
           05  WAI-OPTOUT-A      PIC X(1).
           05  WAI-OPTOUT-B      PIC X(1).
           05  FILLER            PIC X(1) VALUE SPACE.
           05  WAI-CHANNEL       PIC X(1).
           05  FILLER            PIC X(1) VALUE SPACE.
           05  WAI-EMAIL-ADDR    PIC X(35).

       01  WS-CURRENT-DATE.
           05  WS-CURR-YEAR   PIC 9(4).
           05  WS-CURR-MONTH  PIC 9(2).
           05  WS-CURR-DAY    PIC 9(2).

       01  WS-RUN-DATE       PIC X(10).

       01  REJECT-TRAN-LINE.
           05  RTL-IMAGE         PIC X(85).
           05  FILLER            PIC X(1) VALUE SPACE.
           05  RTL-REASON        PIC X(9).

       01  AUDIT-HDG-1-LINE.
           05  FILLER            PIC X(10) VALUE 'RUN DATE: '.
           05  AHD-1-DATE        PIC X(10).
           05  FILLER            PIC X(10) VALUE SPACES.
           05  FILLER            PIC X(30) VALUE
               'CONTACT PREFERENCE AUDIT TRAIL'.

       01  AUDIT-HDG-2-LINE.
           05  FILLER            PIC X(11) VALUE 'ACCOUNT ID '.
           05  FILLER            PIC X(7)  VALUE 'ACTION '.
           05  FILLER            PIC X(42) VALUE
               'BEFORE WAB / CHANNEL / EMAIL'.
           05  FILLER            PIC X(42) VALUE
               'AFTER WAB / CHANNEL / EMAIL'.
           05  FILLER            PIC X(6)  VALUE 'SOURCE'.

       01  AUDIT-DETAIL-LINE.
           05  ADL-ACCOUNT-ID    PIC X(10).
           05  FILLER            PIC X(1) VALUE SPACE.
           05  ADL-ACTION        PIC X(6).
           05  FILLER            PIC X(1) VALUE SPACE.
           05  ADL-BEFORE        PIC X(41).
           05  FILLER            PIC X(1) VALUE SPACE.
           05  ADL-AFTER         PIC X(41).
           05  FILLER            PIC X(1) VALUE SPACE.
           05  ADL-SOURCE        PIC X(10).

       01  CTL-TOTALS-LINE.
           05  CTL-LABEL         PIC X(40) VALUE SPACES.
           05  CTL-VALUE         PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM INITIALIZE-RUN
           PERFORM UNTIL WS-EOF = 'Y'
               READ PREF-TRAN-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-TRANS-READ
                       PERFORM PROCESS-TRANSACTION
               END-READ
           END-PERFORM
           PERFORM WRITE-CONTROL-TOTALS
           CLOSE PREF-TRAN-FILE
           CLOSE PREF-TRAN-REJECTS
           CLOSE PREF-AUDIT-FILE
           CLOSE PREF-FILE
           STOP RUN.

       INITIALIZE-RUN.
           OPEN INPUT PREF-TRAN-FILE
           OPEN OUTPUT PREF-TRAN-REJECTS
           OPEN OUTPUT PREF-AUDIT-FILE
           PERFORM OPEN-PREF-TABLE
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           STRING WS-CURR-MONTH   DELIMITED BY SIZE
                  '/'             DELIMITED BY SIZE
                  WS-CURR-DAY     DELIMITED BY SIZE
                  '/'             DELIMITED BY SIZE
                  WS-CURR-YEAR    DELIMITED BY SIZE
                  INTO WS-RUN-DATE
           END-STRING
           PERFORM WRITE-AUDIT-HEADING.

       OPEN-PREF-TABLE.
           OPEN I-O PREF-FILE
           IF WS-PREF-FS = '35'
               OPEN OUTPUT PREF-FILE
               CLOSE PREF-FILE
               OPEN I-O PREF-FILE
           END-IF
           IF WS-PREF-FS NOT = '00'
               DISPLAY 'PREFMNT - PREFMAST.DAT OPEN FAILED - '
                       'STATUS ' WS-PREF-FS ' - RUN STOPPED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       WRITE-AUDIT-HEADING.
           MOVE WS-RUN-DATE TO AHD-1-DATE
           WRITE PREF-AUDIT-LINE FROM AUDIT-HDG-1-LINE
           MOVE SPACES TO PREF-AUDIT-LINE
           WRITE PREF-AUDIT-LINE
           WRITE PREF-AUDIT-LINE FROM AUDIT-HDG-2-LINE
           MOVE SPACES TO PREF-AUDIT-LINE
           WRITE PREF-AUDIT-LINE.

       PROCESS-TRANSACTION.
           IF PT-ACCOUNT-ID = SPACES
               MOVE 'BLANKKEY' TO RTL-REASON
               PERFORM WRITE-REJECT-TRAN
           ELSE
               PERFORM LOOKUP-PREF-RECORD
               IF WS-PREF-FS NOT = '00' AND WS-PREF-FS NOT = '23'
                   MOVE 'PRFERROR' TO RTL-REASON
                   PERFORM WRITE-REJECT-TRAN
               ELSE
                   EVALUATE PT-ACTION
                       WHEN 'A'
                           PERFORM APPLY-ADD
                       WHEN 'C'
                           PERFORM APPLY-CHANGE
                       WHEN 'D'
                           PERFORM APPLY-DELETE
                       WHEN OTHER
                           MOVE 'BADACT' TO RTL-REASON
                           PERFORM WRITE-REJECT-TRAN
                   END-EVALUATE
               END-IF
           END-IF.

       LOOKUP-PREF-RECORD.
           MOVE PT-ACCOUNT-ID TO PF-ACCOUNT-ID
           READ PREF-FILE
               INVALID KEY
                   MOVE 'N' TO WS-KEY-FOUND
               NOT INVALID KEY
                   MOVE 'Y' TO WS-KEY-FOUND
           END-READ
           IF WS-KEY-FOUND = 'Y'
               MOVE PF-OPTOUT-W TO WBI-OPTOUT-W
               MOVE PF-OPTOUT-A TO WBI-OPTOUT-A
               MOVE PF-OPTOUT-B TO WBI-OPTOUT-B
               MOVE PF-CHANNEL TO WBI-CHANNEL
               MOVE PF-EMAIL-ADDR TO WBI-EMAIL-ADDR
           ELSE
               MOVE SPACES TO WS-BEFORE-IMAGE
           END-IF.

       EDIT-PREFERENCE-FIELDS.
           MOVE 'N' TO WS-EDITS-PASSED
           IF (PT-OPTOUT-W NOT = 'Y' AND PT-OPTOUT-W NOT = 'N') OR
              (PT-OPTOUT-A NOT = 'Y' AND PT-OPTOUT-A NOT = 'N') OR
              (PT-OPTOUT-B NOT = 'Y' AND PT-OPTOUT-B NOT = 'N')
               MOVE 'BADFLAG' TO RTL-REASON
               PERFORM WRITE-REJECT-TRAN
           ELSE
               IF PT-CHANNEL NOT = 'P' AND PT-CHANNEL NOT = 'E'
                  AND PT-CHANNEL NOT = 'N'
                   MOVE 'BADCHAN' TO RTL-REASON
                   PERFORM WRITE-REJECT-TRAN
               ELSE
                   IF PT-CHANNEL = 'E' AND PT-EMAIL-ADDR = SPACES
                       MOVE 'NOEMAIL' TO RTL-REASON
                       PERFORM WRITE-REJECT-TRAN
                   ELSE
                       PERFORM VALIDATE-EMAIL-ADDR
                   END-IF
               END-IF
           END-IF.

       VALIDATE-EMAIL-ADDR.
           MOVE 0 TO WS-AT-COUNT
           IF PT-EMAIL-ADDR NOT = SPACES
               INSPECT PT-EMAIL-ADDR TALLYING WS-AT-COUNT
                   FOR ALL '@'
           END-IF
           IF PT-EMAIL-ADDR NOT = SPACES AND
              (WS-AT-COUNT NOT = 1 OR PT-EMAIL-ADDR(1:1) = '@')
               MOVE 'BADEMAIL' TO RTL-REASON
               PERFORM WRITE-REJECT-TRAN
           ELSE
               MOVE 'Y' TO WS-EDITS-PASSED
           END-IF.

       APPLY-ADD.
           IF WS-KEY-FOUND = 'Y'
               MOVE 'DUPKEY' TO RTL-REASON
               PERFORM WRITE-REJECT-TRAN
           ELSE
               PERFORM EDIT-PREFERENCE-FIELDS
               IF WS-EDITS-PASSED = 'Y'
                   MOVE PT-ACCOUNT-ID TO PF-ACCOUNT-ID
                   PERFORM MOVE-TRAN-TO-MASTER
                   WRITE PREF-RECORD
                       INVALID KEY
                           MOVE 'PRFERROR' TO RTL-REASON
                           PERFORM WRITE-REJECT-TRAN
                       NOT INVALID KEY
                           ADD 1 TO WS-ADD-COUNT
                           MOVE 'ADD   ' TO ADL-ACTION
                           PERFORM BUILD-AFTER-IMAGE
                           PERFORM WRITE-AUDIT-LINE
                   END-WRITE
               END-IF
           END-IF.

       APPLY-CHANGE.
           IF WS-KEY-FOUND = 'N'
               MOVE 'NOTFOUND' TO RTL-REASON
               PERFORM WRITE-REJECT-TRAN
           ELSE
               PERFORM EDIT-PREFERENCE-FIELDS
               IF WS-EDITS-PASSED = 'Y'
                   PERFORM MOVE-TRAN-TO-MASTER
                   REWRITE PREF-RECORD
                       INVALID KEY
                           MOVE 'PRFERROR' TO RTL-REASON
                           PERFORM WRITE-REJECT-TRAN
                       NOT INVALID KEY
                           ADD 1 TO WS-CHANGE-COUNT
                           MOVE 'CHANGE' TO ADL-ACTION
                           PERFORM BUILD-AFTER-IMAGE
                           PERFORM WRITE-AUDIT-LINE
                   END-REWRITE
               END-IF
           END-IF.

       APPLY-DELETE.
           IF WS-KEY-FOUND = 'N'
               MOVE 'NOTFOUND' TO RTL-REASON
               PERFORM WRITE-REJECT-TRAN
           ELSE
               DELETE PREF-FILE
                   INVALID KEY
                       MOVE 'PRFERROR' TO RTL-REASON
                       PERFORM WRITE-REJECT-TRAN
                   NOT INVALID KEY
                       ADD 1 TO WS-DELETE-COUNT
                       MOVE 'DELETE' TO ADL-ACTION
                       MOVE SPACES TO WS-AFTER-IMAGE
                       PERFORM WRITE-AUDIT-LINE
               END-DELETE
           END-IF.

       MOVE-TRAN-TO-MASTER.
           MOVE PT-OPTOUT-W TO PF-OPTOUT-W
           MOVE PT-OPTOUT-A TO PF-OPTOUT-A
           MOVE PT-OPTOUT-B TO PF-OPTOUT-B
           MOVE PT-CHANNEL TO PF-CHANNEL
           MOVE PT-EMAIL-ADDR TO PF-EMAIL-ADDR.

       BUILD-AFTER-IMAGE.
           MOVE PT-OPTOUT-W TO WAI-OPTOUT-W
           MOVE PT-OPTOUT-A TO WAI-OPTOUT-A
           MOVE PT-OPTOUT-B TO WAI-OPTOUT-B
           MOVE PT-CHANNEL TO WAI-CHANNEL
           MOVE PT-EMAIL-ADDR TO WAI-EMAIL-ADDR.

       WRITE-AUDIT-LINE.
           MOVE PT-ACCOUNT-ID TO ADL-ACCOUNT-ID
           MOVE WS-BEFORE-IMAGE TO ADL-BEFORE
           MOVE WS-AFTER-IMAGE TO ADL-AFTER
           MOVE PT-SOURCE TO ADL-SOURCE
           WRITE PREF-AUDIT-LINE FROM AUDIT-DETAIL-LINE.

       WRITE-REJECT-TRAN.
           MOVE PREF-TRAN-RECORD TO RTL-IMAGE
           WRITE PREF-REJECT-LINE FROM REJECT-TRAN-LINE
           ADD 1 TO WS-REJECT-COUNT.

       WRITE-CONTROL-TOTALS.
           MOVE SPACES TO PREF-AUDIT-LINE
           WRITE PREF-AUDIT-LINE
           MOVE 'TRANSACTIONS READ' TO CTL-LABEL
           MOVE WS-TRANS-READ TO CTL-VALUE
           WRITE PREF-AUDIT-LINE FROM CTL-TOTALS-LINE
           MOVE 'PREFERENCES ADDED TO MASTER' TO CTL-LABEL
           MOVE WS-ADD-COUNT TO CTL-VALUE
           WRITE PREF-AUDIT-LINE FROM CTL-TOTALS-LINE
           MOVE 'PREFERENCES CHANGED ON MASTER' TO CTL-LABEL
           MOVE WS-CHANGE-COUNT TO CTL-VALUE
           WRITE PREF-AUDIT-LINE FROM CTL-TOTALS-LINE
           MOVE 'PREFERENCES DELETED FROM MASTER' TO CTL-LABEL
           MOVE WS-DELETE-COUNT TO CTL-VALUE
           WRITE PREF-AUDIT-LINE FROM CTL-TOTALS-LINE
           MOVE 'TRANSACTIONS REJECTED' TO CTL-LABEL
           MOVE WS-REJECT-COUNT TO CTL-VALUE
           WRITE PREF-AUDIT-LINE FROM CTL-TOTALS-LINE.
