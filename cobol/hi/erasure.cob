       IDENTIFICATION DIVISION.
       PROGRAM-ID. ERASURE.
      *****************************************************
      *  ERASURE - CUSTOMER ERASURE (RIGHT TO BE FORGOTTEN)
      *  DRIVEN BY THE LEGAL REQUEST FILE ERASREQ.DAT
      *  (ACCOUNT ID AND LEGAL REQUEST REFERENCE).  FOR
      *  EACH ACCOUNT:
      *    - DNC.DAT GETS AN ENTRY WITH REASON ERASED FIRST,
      *      SO A STALE UPSTREAM EXTRACT, A RECYCLED REJECT
      *      OR A RESEND REQUEST CAN NEVER GREET THE PERSON
      *      AGAIN (RECYCLE AND RESEND DROP ERASED ACCOUNTS,
      *      INTEGAUD AND DNCMAINT LEAVE THE ENTRY ALONE);
      *    - EVERY RECORD FOR THE ACCOUNT IS DELETED FROM
      *      THE INDEXED FILES EVENTS.DAT, ADDRMAST.DAT,
      *      PREFMAST.DAT, GRTHIST.DAT, RESENDHS.DAT AND
      *      GRTLEDGR.DAT;
      *    - ITS RECORDS ARE REMOVED FROM THE HISTORY
      *      ARCHIVE GRTHARCH.DAT AND THE RECYCLE PENDING
      *      FILE RECYPEND.DAT;
      *    - ON THE VENDOR ACTIVITY HISTORY VENDACTV.DAT THE
      *      ACCOUNT ID IS REPLACED BY A TOKEN OF ITS OWN
      *      (E + RUN DATE YYMMDD + THE ACCOUNT'S PLACE IN
      *      THE RUN), SO VENDSCOR STILL MATCHES EACH PIECE
      *      TO ITS OWN EVENTS; ON THE EXPEDITE OVERRIDE LOG
      *      EXPOVRD.DAT IT IS BLANKED.  NEITHER FILE HOLDS
      *      A NAME OR ADDRESS BUT THEIR COUNTS ARE STILL
      *      NEEDED.
      *  THE ERASURE CERTIFICATE ERASCERT.RPT LISTS EACH
      *  FILE, THE RECORDS REMOVED OR ANONYMIZED AND THE
      *  DATE FOR EVERY ACCOUNT, AND IS KEPT BY LEGAL AS
      *  PROOF OF COMPLIANCE.  A FILE THAT DOES NOT EXIST
      *  IS SHOWN AS NO FILE; ONE THAT EXISTS BUT CANNOT BE
      *  OPENED IS SHOWN AS OPEN ERROR.
      *  AN ACCOUNT WHOSE ERASED DNC.DAT ENTRY CANNOT BE
      *  WRITTEN IS LEFT WHOLLY IN PLACE AND SHOWN AS NOT
      *  ERASED, SO IT IS NEVER DELETED WITHOUT ITS
      *  SUPPRESSION; ANY I-O ERROR ENDS THE RUN WITH
      *  RETURN CODE 8.
      *****************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ERASE-REQ-FILE ASSIGN TO 'ERASREQ.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REQ-FS.

           SELECT DNC-FILE ASSIGN TO 'DNC.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DNC-ACCOUNT-ID
           FILE STATUS IS WS-DNC-FS.

           SELECT EVENT-FILE ASSIGN TO 'EVENTS.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EV-ACCOUNT-ID
           FILE STATUS IS WS-EVNT-FS.

           SELECT ADDR-FILE ASSIGN TO 'ADDRMAST.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AM-ACCOUNT-ID
           FILE STATUS IS WS-ADDR-FS.

           SELECT PREF-FILE ASSIGN TO 'PREFMAST.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PF-ACCOUNT-ID
           FILE STATUS IS WS-PREF-FS.

           SELECT HIST-FILE ASSIGN TO 'GRTHIST.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS GH-KEY
           FILE STATUS IS WS-HIST-FS.

           SELECT RESEND-HIST-FILE ASSIGN TO 'RESENDHS.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RH-KEY
           FILE STATUS IS WS-RHST-FS.

           SELECT LEDGER-FILE ASSIGN TO 'GRTLEDGR.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LG-KEY
           FILE STATUS IS WS-LEDG-FS.

           SELECT HIST-ARCH-FILE ASSIGN TO 'GRTHARCH.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ARCH-FS.

           SELECT PENDING-FILE ASSIGN TO 'RECYPEND.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PEND-FS.

           SELECT VACT-FILE ASSIGN TO 'VENDACTV.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-VACT-FS.

           SELECT OVERRIDE-LOG ASSIGN TO 'EXPOVRD.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-OVRD-FS.

           SELECT ERASE-WORK-FILE ASSIGN TO 'ERASWORK.TMP'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-WORK-FS.

           SELECT CERT-REPORT ASSIGN TO 'ERASCERT.RPT'
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ERASE-REQ-FILE.
       01  ERASE-REQ-RECORD.
           05  ER-ACCOUNT-ID       PIC X(10).
           05  ER-REQUEST-REF      PIC X(12).

       FD  DNC-FILE.
           COPY dncrec.

       FD  EVENT-FILE.
           COPY evntrec.

       FD  ADDR-FILE.
           COPY addrrec.

       FD  PREF-FILE.
           COPY prefrec.

       FD  HIST-FILE.
           COPY histrec.

       FD  RESEND-HIST-FILE.
       01  RESEND-HIST-RECORD.
           05  RH-KEY.
               10  RH-ACCOUNT-ID      PIC X(10).
               10  RH-GREETING-TYPE   PIC X(1).
           05  RH-RESEND-COUNT        PIC 9(2).
           05  RH-LAST-DATE           PIC 9(8).

       FD  LEDGER-FILE.
           COPY ledgrec.

       FD  HIST-ARCH-FILE.
       01  HIST-ARCH-RECORD.
           05  AH-ACCOUNT-ID          PIC X(10).
           05  AH-GREETING-TYPE       PIC X(1).
           05  AH-ISSUE-DATE          PIC 9(8).

       FD  PENDING-FILE.
       01  PENDING-RECORD.
           05  PD-ACCOUNT-ID       PIC X(10).
           05  PD-NAME             PIC X(50).
           05  PD-GREETING-TYPE    PIC X(1).
           05  PD-LANGUAGE-CODE    PIC X(2).
           05  PD-REASON           PIC X(9).
           05  PD-AGE              PIC 9(2).
           05  PD-CAMPAIGN-ID      PIC X(8).
           05  PD-NAME-PARTS       PIC X(66).

       FD  VACT-FILE.
           COPY vactrec.

       FD  OVERRIDE-LOG.
       01  OVERRIDE-LOG-RECORD.
           05  OV-RUN-DATE         PIC 9(8).
           05  OV-ACCOUNT-ID       PIC X(10).
           05  OV-GREETING-TYPE    PIC X(1).
           05  OV-REQUESTER-ID     PIC X(8).
           05  OV-REASON-CODE      PIC X(4).
           05  OV-LAST-ISSUE-DATE  PIC 9(8).

       FD  ERASE-WORK-FILE.
       01  ERASE-WORK-RECORD   PIC X(148).

       FD  CERT-REPORT.
       01  CERT-LINE        PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-REQ-EOF    PIC X VALUE 'N'.
       01  WS-SCAN-EOF   PIC X VALUE 'N'.
       01  WS-REQ-FS     PIC X(2) VALUE '00'.
       01  WS-DNC-FS     PIC X(2) VALUE '00'.
       01  WS-EVNT-FS    PIC X(2) VALUE '00'.
       01  WS-ADDR-FS    PIC X(2) VALUE '00'.
       01  WS-PREF-FS    PIC X(2) VALUE '00'.
       01  WS-HIST-FS    PIC X(2) VALUE '00'.
       01  WS-RHST-FS    PIC X(2) VALUE '00'.
       01  WS-LEDG-FS    PIC X(2) VALUE '00'.
       01  WS-ARCH-FS    PIC X(2) VALUE '00'.
       01  WS-PEND-FS    PIC X(2) VALUE '00'.
       01  WS-VACT-FS    PIC X(2) VALUE '00'.
       01  WS-OVRD-FS    PIC X(2) VALUE '00'.
       01  WS-WORK-FS    PIC X(2) VALUE '00'.
       01  WS-OPEN-FS    PIC X(2) VALUE '00'.

       01  WS-REQUESTS-READ    PIC 9(6) VALUE 0.
       01  WS-BLANK-COUNT      PIC 9(6) VALUE 0.
       01  WS-DUP-COUNT        PIC 9(6) VALUE 0.
       01  WS-ERASE-ERRORS     PIC 9(6) VALUE 0.
       01  WS-DNC-ADDED        PIC 9(6) VALUE 0.
       01  WS-DNC-UPDATED      PIC 9(6) VALUE 0.
       01  WS-NOT-ERASED       PIC 9(6) VALUE 0.

       01  WS-ERASED-REASON    PIC X(20) VALUE 'ERASED'.
       01  WS-FILE-CHANGED     PIC X VALUE 'N'.
       01  WS-FIND-ACCT        PIC X(10) VALUE SPACES.

      *    STANDS IN FOR AN ERASED ACCOUNT ID ON VENDACTV.DAT.
       01  WS-ERASED-TOKEN.
           05  FILLER          PIC X(1) VALUE 'E'.
           05  WS-ET-YEAR      PIC 9(2).
           05  WS-ET-MONTH     PIC 9(2).
           05  WS-ET-DAY       PIC 9(2).
           05  WS-ET-SLOT      PIC 9(3).

      *    ONE ENTRY PER ACCOUNT TO ERASE, WITH THE RECORDS
      *    TAKEN OUT OF EACH FILE FOR THE CERTIFICATE.
       01  WS-ERASE-COUNT      PIC 9(3) VALUE 0.
       01  WS-ERASE-MAX        PIC 9(3) VALUE 500.
       01  WS-ERASE-IDX        PIC 9(3) VALUE 0.
       01  WS-ERASE-SLOT       PIC 9(3) VALUE 0.
       01  WS-ERASE-TABLE.
           05  WS-ERASE-ENTRY OCCURS 500 TIMES.
               10  WS-ER-ACCOUNT      PIC X(10).
               10  WS-ER-REF          PIC X(12).
               10  WS-ER-DNC-ACTION   PIC X(10).
               10  WS-ER-COUNT        PIC 9(6) OCCURS 10 TIMES.

       01  WS-FILE-IDX         PIC 9(2) VALUE 0.
       01  WS-FILE-NAMES.
           05  FILLER  PIC X(24) VALUE 'EVENTS.DAT    DELETED   '.
           05  FILLER  PIC X(24) VALUE 'ADDRMAST.DAT  DELETED   '.
           05  FILLER  PIC X(24) VALUE 'PREFMAST.DAT  DELETED   '.
           05  FILLER  PIC X(24) VALUE 'GRTHIST.DAT   DELETED   '.
           05  FILLER  PIC X(24) VALUE 'RESENDHS.DAT  DELETED   '.
           05  FILLER  PIC X(24) VALUE 'GRTLEDGR.DAT  DELETED   '.
           05  FILLER  PIC X(24) VALUE 'GRTHARCH.DAT  REMOVED   '.
           05  FILLER  PIC X(24) VALUE 'RECYPEND.DAT  REMOVED   '.
           05  FILLER  PIC X(24) VALUE 'VENDACTV.DAT  ANONYMIZED'.
           05  FILLER  PIC X(24) VALUE 'EXPOVRD.DAT   ANONYMIZED'.
       01  WS-FILE-TABLE REDEFINES WS-FILE-NAMES.
           05  WS-FILE-ENTRY OCCURS 10 TIMES.
               10  WS-FILE-NAME       PIC X(14).
               10  WS-FILE-ACTION     PIC X(10).

       01  WS-FILE-STATUS-TABLE.
           05  WS-FILE-STAT-ENTRY OCCURS 10 TIMES.
               10  WS-FILE-PRESENT    PIC X(1).
               10  WS-FILE-TOTAL      PIC 9(6).

       01  WS-CURRENT-DATE.
           05  WS-CURR-YEAR   PIC 9(4).
           05  WS-CURR-MONTH  PIC 9(2).
           05  WS-CURR-DAY    PIC 9(2).

       01  WS-RUN-DATE       PIC X(10).

       01  CERT-HDG-1-LINE.
           05  FILLER            PIC X(10) VALUE 'RUN DATE: '.
           05  CRH-1-DATE        PIC X(10).
           05  FILLER            PIC X(10) VALUE SPACES.
           05  FILLER            PIC X(28) VALUE
               'CUSTOMER ERASURE CERTIFICATE'.

       01  CERT-ACCOUNT-LINE.
           05  FILLER            PIC X(12) VALUE 'ACCOUNT ID: '.
           05  CRA-ACCOUNT-ID    PIC X(10).
           05  FILLER            PIC X(16) VALUE '  REQUEST REF: '.
           05  CRA-REQUEST-REF   PIC X(12).
           05  FILLER            PIC X(14) VALUE '  ERASED ON: '.
           05  CRA-DATE          PIC X(10).

       01  CERT-HDG-2-LINE.
           05  FILLER            PIC X(4)  VALUE SPACES.
           05  FILLER            PIC X(15) VALUE 'FILE'.
           05  FILLER            PIC X(11) VALUE 'ACTION'.
           05  FILLER            PIC X(7)  VALUE 'RECORDS'.

       01  CERT-DETAIL-LINE.
           05  FILLER            PIC X(4) VALUE SPACES.
           05  CRD-FILE          PIC X(14).
           05  FILLER            PIC X(1) VALUE SPACE.
           05  CRD-ACTION        PIC X(10).
           05  FILLER            PIC X(1) VALUE SPACE.
           05  CRD-RECORDS       PIC ZZZ,ZZ9.

       01  CTL-TOTALS-LINE.
           05  CTL-LABEL         PIC X(40) VALUE SPACES.
           05  CTL-VALUE         PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM INITIALIZE-RUN
           PERFORM LOAD-ERASE-REQUESTS
           IF WS-ERASE-COUNT > 0
               PERFORM MARK-DNC-ERASED
               PERFORM ERASE-EVENTS-MASTER
               PERFORM ERASE-ADDRESS-MASTER
               PERFORM ERASE-PREFERENCE-MASTER
               PERFORM ERASE-GREETING-HISTORY
               PERFORM ERASE-RESEND-HISTORY
               PERFORM ERASE-LEDGER
               PERFORM SCRUB-HISTORY-ARCHIVE
               PERFORM SCRUB-RECYCLE-PENDING
               PERFORM SCRUB-VENDOR-ACTIVITY
               PERFORM SCRUB-OVERRIDE-LOG
           END-IF
           PERFORM WRITE-CERTIFICATE
           PERFORM WRITE-CONTROL-TOTALS
           CLOSE CERT-REPORT
           IF WS-ERASE-ERRORS > 0
               DISPLAY 'ERASURE - ' WS-ERASE-ERRORS
                       ' I-O ERRORS - SEE ERASCERT.RPT'
               MOVE 8 TO RETURN-CODE
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
           MOVE WS-CURR-YEAR TO WS-ET-YEAR
           MOVE WS-CURR-MONTH TO WS-ET-MONTH
           MOVE WS-CURR-DAY TO WS-ET-DAY
           PERFORM VARYING WS-FILE-IDX FROM 1 BY 1
                   UNTIL WS-FILE-IDX > 10
               MOVE 'N' TO WS-FILE-PRESENT(WS-FILE-IDX)
               MOVE 0 TO WS-FILE-TOTAL(WS-FILE-IDX)
           END-PERFORM
           OPEN OUTPUT CERT-REPORT
           MOVE WS-RUN-DATE TO CRH-1-DATE
           WRITE CERT-LINE FROM CERT-HDG-1-LINE
           MOVE SPACES TO CERT-LINE
           WRITE CERT-LINE.

       LOAD-ERASE-REQUESTS.
           OPEN INPUT ERASE-REQ-FILE
           IF WS-REQ-FS NOT = '00'
               MOVE 'Y' TO WS-REQ-EOF
           END-IF
           PERFORM UNTIL WS-REQ-EOF = 'Y'
               READ ERASE-REQ-FILE
                   AT END
                       MOVE 'Y' TO WS-REQ-EOF
                   NOT AT END
                       ADD 1 TO WS-REQUESTS-READ
                       PERFORM ADD-ERASE-REQUEST
               END-READ
           END-PERFORM
           IF WS-REQ-FS = '00' OR WS-REQ-FS = '10'
               CLOSE ERASE-REQ-FILE
           END-IF.

       ADD-ERASE-REQUEST.
           IF ER-ACCOUNT-ID = SPACES
               ADD 1 TO WS-BLANK-COUNT
           ELSE
               MOVE ER-ACCOUNT-ID TO WS-FIND-ACCT
               PERFORM FIND-ERASED-ACCOUNT
               IF WS-ERASE-SLOT > 0
                   ADD 1 TO WS-DUP-COUNT
               ELSE
                   IF WS-ERASE-COUNT >= WS-ERASE-MAX
                       DISPLAY 'ERASURE - ERASREQ.DAT EXCEEDS '
                               'REQUEST TABLE - RUN STOPPED'
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-ERASE-COUNT
                   MOVE ER-ACCOUNT-ID TO WS-ER-ACCOUNT(WS-ERASE-COUNT)
                   MOVE ER-REQUEST-REF TO WS-ER-REF(WS-ERASE-COUNT)
                   MOVE SPACES TO WS-ER-DNC-ACTION(WS-ERASE-COUNT)
                   PERFORM VARYING WS-FILE-IDX FROM 1 BY 1
                           UNTIL WS-FILE-IDX > 10
                       MOVE 0 TO WS-ER-COUNT(WS-ERASE-COUNT,
                                             WS-FILE-IDX)
                   END-PERFORM
               END-IF
           END-IF.

       FIND-ERASED-ACCOUNT.
           MOVE 0 TO WS-ERASE-SLOT
           PERFORM VARYING WS-ERASE-IDX FROM 1 BY 1
                   UNTIL WS-ERASE-IDX > WS-ERASE-COUNT
               IF WS-ER-ACCOUNT(WS-ERASE-IDX) = WS-FIND-ACCT
                   MOVE WS-ERASE-IDX TO WS-ERASE-SLOT
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *    AN ACCOUNT WHOSE SUPPRESSION FAILED IS PASSED OVER.
       FIND-ERASABLE-ACCOUNT.
           PERFORM FIND-ERASED-ACCOUNT
           IF WS-ERASE-SLOT > 0
               IF WS-ER-DNC-ACTION(WS-ERASE-SLOT) = 'ERROR'
                   MOVE 0 TO WS-ERASE-SLOT
               END-IF
           END-IF.

      *    THE SUPPRESSION GOES ON BEFORE ANYTHING IS DELETED, SO
      *    AN INTERRUPTED RUN STILL LEAVES THE ACCOUNT BLOCKED.  AN
      *    ACCOUNT LEFT WITH DNC ACTION ERROR IS NOT TOUCHED BY ANY
      *    OF THE ERASE OR SCRUB STEPS THAT FOLLOW.
       MARK-DNC-ERASED.
           OPEN I-O DNC-FILE
           IF WS-DNC-FS NOT = '00'
               OPEN OUTPUT DNC-FILE
               CLOSE DNC-FILE
               OPEN I-O DNC-FILE
           END-IF
           PERFORM VARYING WS-ERASE-IDX FROM 1 BY 1
                   UNTIL WS-ERASE-IDX > WS-ERASE-COUNT
               MOVE WS-ER-ACCOUNT(WS-ERASE-IDX) TO DNC-ACCOUNT-ID
               READ DNC-FILE
                   INVALID KEY
                       MOVE WS-ER-ACCOUNT(WS-ERASE-IDX)
                           TO DNC-ACCOUNT-ID
                       MOVE WS-ERASED-REASON TO DNC-REASON
                       WRITE DNC-RECORD
                           INVALID KEY
                               ADD 1 TO WS-ERASE-ERRORS
                               ADD 1 TO WS-NOT-ERASED
                               MOVE 'ERROR'
                                   TO WS-ER-DNC-ACTION(WS-ERASE-IDX)
                           NOT INVALID KEY
                               ADD 1 TO WS-DNC-ADDED
                               MOVE 'ADDED'
                                   TO WS-ER-DNC-ACTION(WS-ERASE-IDX)
                       END-WRITE
                   NOT INVALID KEY
                       PERFORM UPDATE-DNC-REASON
               END-READ
           END-PERFORM
           CLOSE DNC-FILE.

       UPDATE-DNC-REASON.
           IF DNC-REASON = WS-ERASED-REASON
               MOVE 'PRESENT' TO WS-ER-DNC-ACTION(WS-ERASE-IDX)
           ELSE
               MOVE WS-ERASED-REASON TO DNC-REASON
               REWRITE DNC-RECORD
                   INVALID KEY
                       ADD 1 TO WS-ERASE-ERRORS
                       ADD 1 TO WS-NOT-ERASED
                       MOVE 'ERROR' TO WS-ER-DNC-ACTION(WS-ERASE-IDX)
                   NOT INVALID KEY
                       ADD 1 TO WS-DNC-UPDATED
                       MOVE 'UPDATED' TO WS-ER-DNC-ACTION(WS-ERASE-IDX)
               END-REWRITE
           END-IF.

       ERASE-EVENTS-MASTER.
           MOVE 1 TO WS-FILE-IDX
           OPEN I-O EVENT-FILE
           IF WS-EVNT-FS = '00'
               MOVE 'Y' TO WS-FILE-PRESENT(WS-FILE-IDX)
               PERFORM VARYING WS-ERASE-IDX FROM 1 BY 1
                       UNTIL WS-ERASE-IDX > WS-ERASE-COUNT
                   IF WS-ER-DNC-ACTION(WS-ERASE-IDX) NOT = 'ERROR'
                       MOVE WS-ER-ACCOUNT(WS-ERASE-IDX) TO EV-ACCOUNT-ID
                       DELETE EVENT-FILE
                           INVALID KEY
                               IF WS-EVNT-FS NOT = '23'
                                   ADD 1 TO WS-ERASE-ERRORS
                               END-IF
                           NOT INVALID KEY
                               PERFORM COUNT-ERASED-RECORD
                       END-DELETE
                   END-IF
               END-PERFORM
               CLOSE EVENT-FILE
           ELSE
               MOVE WS-EVNT-FS TO WS-OPEN-FS
               PERFORM NOTE-OPEN-FAILURE
           END-IF.

       ERASE-ADDRESS-MASTER.
           MOVE 2 TO WS-FILE-IDX
           OPEN I-O ADDR-FILE
           IF WS-ADDR-FS = '00'
               MOVE 'Y' TO WS-FILE-PRESENT(WS-FILE-IDX)
               PERFORM VARYING WS-ERASE-IDX FROM 1 BY 1
                       UNTIL WS-ERASE-IDX > WS-ERASE-COUNT
                   IF WS-ER-DNC-ACTION(WS-ERASE-IDX) NOT = 'ERROR'
                       MOVE WS-ER-ACCOUNT(WS-ERASE-IDX) TO AM-ACCOUNT-ID
                       DELETE ADDR-FILE
                           INVALID KEY
                               IF WS-ADDR-FS NOT = '23'
                                   ADD 1 TO WS-ERASE-ERRORS
                               END-IF
                           NOT INVALID KEY
                               PERFORM COUNT-ERASED-RECORD
                       END-DELETE
                   END-IF
               END-PERFORM
               CLOSE ADDR-FILE
           ELSE
               MOVE WS-ADDR-FS TO WS-OPEN-FS
               PERFORM NOTE-OPEN-FAILURE
           END-IF.

       ERASE-PREFERENCE-MASTER.
           MOVE 3 TO WS-FILE-IDX
           OPEN I-O PREF-FILE
           IF WS-PREF-FS = '00'
               MOVE 'Y' TO WS-FILE-PRESENT(WS-FILE-IDX)
               PERFORM VARYING WS-ERASE-IDX FROM 1 BY 1
                       UNTIL WS-ERASE-IDX > WS-ERASE-COUNT
                   IF WS-ER-DNC-ACTION(WS-ERASE-IDX) NOT = 'ERROR'
                       MOVE WS-ER-ACCOUNT(WS-ERASE-IDX) TO PF-ACCOUNT-ID
                       DELETE PREF-FILE
                           INVALID KEY
                               IF WS-PREF-FS NOT = '23'
                                   ADD 1 TO WS-ERASE-ERRORS
                               END-IF
                           NOT INVALID KEY
                               PERFORM COUNT-ERASED-RECORD
                       END-DELETE
                   END-IF
               END-PERFORM
               CLOSE PREF-FILE
           ELSE
               MOVE WS-PREF-FS TO WS-OPEN-FS
               PERFORM NOTE-OPEN-FAILURE
           END-IF.

      *    THE HISTORY, RESEND HISTORY AND LEDGER KEYS START WITH
      *    THE ACCOUNT ID, SO EVERY RECORD FOR THE ACCOUNT IS
      *    REACHED BY STARTING AT THE ACCOUNT AND READING ON
      *    UNTIL THE ACCOUNT CHANGES.
       ERASE-GREETING-HISTORY.
           MOVE 4 TO WS-FILE-IDX
           OPEN I-O HIST-FILE
           IF WS-HIST-FS = '00'
               MOVE 'Y' TO WS-FILE-PRESENT(WS-FILE-IDX)
               PERFORM VARYING WS-ERASE-IDX FROM 1 BY 1
                       UNTIL WS-ERASE-IDX > WS-ERASE-COUNT
                   IF WS-ER-DNC-ACTION(WS-ERASE-IDX) NOT = 'ERROR'
                       PERFORM ERASE-ACCOUNT-HISTORY
                   END-IF
               END-PERFORM
               CLOSE HIST-FILE
           ELSE
               MOVE WS-HIST-FS TO WS-OPEN-FS
               PERFORM NOTE-OPEN-FAILURE
           END-IF.

       ERASE-ACCOUNT-HISTORY.
           MOVE 'N' TO WS-SCAN-EOF
           MOVE LOW-VALUES TO GH-KEY
           MOVE WS-ER-ACCOUNT(WS-ERASE-IDX) TO GH-ACCOUNT-ID
           START HIST-FILE KEY NOT < GH-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-SCAN-EOF
           END-START
           PERFORM UNTIL WS-SCAN-EOF = 'Y'
               READ HIST-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-SCAN-EOF
                   NOT AT END
                       IF GH-ACCOUNT-ID NOT =
                          WS-ER-ACCOUNT(WS-ERASE-IDX)
                           MOVE 'Y' TO WS-SCAN-EOF
                       ELSE
                           DELETE HIST-FILE
                               INVALID KEY
                                   ADD 1 TO WS-ERASE-ERRORS
                               NOT INVALID KEY
                                   PERFORM COUNT-ERASED-RECORD
                           END-DELETE
                       END-IF
               END-READ
           END-PERFORM.

       ERASE-RESEND-HISTORY.
           MOVE 5 TO WS-FILE-IDX
           OPEN I-O RESEND-HIST-FILE
           IF WS-RHST-FS = '00'
               MOVE 'Y' TO WS-FILE-PRESENT(WS-FILE-IDX)
               PERFORM VARYING WS-ERASE-IDX FROM 1 BY 1
                       UNTIL WS-ERASE-IDX > WS-ERASE-COUNT
                   IF WS-ER-DNC-ACTION(WS-ERASE-IDX) NOT = 'ERROR'
                       PERFORM ERASE-ACCOUNT-RESENDS
                   END-IF
               END-PERFORM
               CLOSE RESEND-HIST-FILE
           ELSE
               MOVE WS-RHST-FS TO WS-OPEN-FS
               PERFORM NOTE-OPEN-FAILURE
           END-IF.

       ERASE-ACCOUNT-RESENDS.
           MOVE 'N' TO WS-SCAN-EOF
           MOVE LOW-VALUES TO RH-KEY
           MOVE WS-ER-ACCOUNT(WS-ERASE-IDX) TO RH-ACCOUNT-ID
           START RESEND-HIST-FILE KEY NOT < RH-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-SCAN-EOF
           END-START
           PERFORM UNTIL WS-SCAN-EOF = 'Y'
               READ RESEND-HIST-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-SCAN-EOF
                   NOT AT END
                       IF RH-ACCOUNT-ID NOT =
                          WS-ER-ACCOUNT(WS-ERASE-IDX)
                           MOVE 'Y' TO WS-SCAN-EOF
                       ELSE
                           DELETE RESEND-HIST-FILE
                               INVALID KEY
                                   ADD 1 TO WS-ERASE-ERRORS
                               NOT INVALID KEY
                                   PERFORM COUNT-ERASED-RECORD
                           END-DELETE
                       END-IF
               END-READ
           END-PERFORM.

       ERASE-LEDGER.
           MOVE 6 TO WS-FILE-IDX
           OPEN I-O LEDGER-FILE
           IF WS-LEDG-FS = '00'
               MOVE 'Y' TO WS-FILE-PRESENT(WS-FILE-IDX)
               PERFORM VARYING WS-ERASE-IDX FROM 1 BY 1
                       UNTIL WS-ERASE-IDX > WS-ERASE-COUNT
                   IF WS-ER-DNC-ACTION(WS-ERASE-IDX) NOT = 'ERROR'
                       PERFORM ERASE-ACCOUNT-LEDGER
                   END-IF
               END-PERFORM
               CLOSE LEDGER-FILE
           ELSE
               MOVE WS-LEDG-FS TO WS-OPEN-FS
               PERFORM NOTE-OPEN-FAILURE
           END-IF.

       ERASE-ACCOUNT-LEDGER.
           MOVE 'N' TO WS-SCAN-EOF
           MOVE LOW-VALUES TO LG-KEY
           MOVE WS-ER-ACCOUNT(WS-ERASE-IDX) TO LG-ACCOUNT-ID
           START LEDGER-FILE KEY NOT < LG-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-SCAN-EOF
           END-START
           PERFORM UNTIL WS-SCAN-EOF = 'Y'
               READ LEDGER-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-SCAN-EOF
                   NOT AT END
                       IF LG-ACCOUNT-ID NOT =
                          WS-ER-ACCOUNT(WS-ERASE-IDX)
                           MOVE 'Y' TO WS-SCAN-EOF
                       ELSE
                           DELETE LEDGER-FILE
                               INVALID KEY
                                   ADD 1 TO WS-ERASE-ERRORS
                               NOT INVALID KEY
                                   PERFORM COUNT-ERASED-RECORD
                           END-DELETE
                       END-IF
               END-READ
           END-PERFORM.

       COUNT-ERASED-RECORD.
           ADD 1 TO WS-ER-COUNT(WS-ERASE-IDX, WS-FILE-IDX)
           ADD 1 TO WS-FILE-TOTAL(WS-FILE-IDX).

      *    THE SEQUENTIAL FILES ARE COPIED TO ERASWORK.TMP LESS
      *    (OR ANONYMIZED FOR) ERASED ACCOUNTS AND COPIED BACK
      *    ONLY WHEN SOMETHING WAS CHANGED.
       SCRUB-HISTORY-ARCHIVE.
           MOVE 7 TO WS-FILE-IDX
           MOVE 'N' TO WS-FILE-CHANGED
           OPEN INPUT HIST-ARCH-FILE
           IF WS-ARCH-FS = '00'
               MOVE 'Y' TO WS-FILE-PRESENT(WS-FILE-IDX)
               MOVE 'N' TO WS-SCAN-EOF
               OPEN OUTPUT ERASE-WORK-FILE
               PERFORM UNTIL WS-SCAN-EOF = 'Y'
                   READ HIST-ARCH-FILE
                       AT END
                           MOVE 'Y' TO WS-SCAN-EOF
                       NOT AT END
                           MOVE AH-ACCOUNT-ID TO WS-FIND-ACCT
                           PERFORM FIND-ERASABLE-ACCOUNT
                           IF WS-ERASE-SLOT > 0
                               PERFORM COUNT-SCRUBBED-RECORD
                           ELSE
                               WRITE ERASE-WORK-RECORD
                                   FROM HIST-ARCH-RECORD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HIST-ARCH-FILE
               CLOSE ERASE-WORK-FILE
               IF WS-FILE-CHANGED = 'Y'
                   OPEN INPUT ERASE-WORK-FILE
                   OPEN OUTPUT HIST-ARCH-FILE
                   MOVE 'N' TO WS-SCAN-EOF
                   PERFORM UNTIL WS-SCAN-EOF = 'Y'
                       READ ERASE-WORK-FILE
                           AT END
                               MOVE 'Y' TO WS-SCAN-EOF
                           NOT AT END
                               WRITE HIST-ARCH-RECORD
                                   FROM ERASE-WORK-RECORD
                       END-READ
                   END-PERFORM
                   CLOSE ERASE-WORK-FILE
                   CLOSE HIST-ARCH-FILE
               END-IF
           ELSE
               MOVE WS-ARCH-FS TO WS-OPEN-FS
               PERFORM NOTE-OPEN-FAILURE
           END-IF.

       SCRUB-RECYCLE-PENDING.
           MOVE 8 TO WS-FILE-IDX
           MOVE 'N' TO WS-FILE-CHANGED
           OPEN INPUT PENDING-FILE
           IF WS-PEND-FS = '00'
               MOVE 'Y' TO WS-FILE-PRESENT(WS-FILE-IDX)
               MOVE 'N' TO WS-SCAN-EOF
               OPEN OUTPUT ERASE-WORK-FILE
               PERFORM UNTIL WS-SCAN-EOF = 'Y'
                   READ PENDING-FILE
                       AT END
                           MOVE 'Y' TO WS-SCAN-EOF
                       NOT AT END
                           MOVE PD-ACCOUNT-ID TO WS-FIND-ACCT
                           PERFORM FIND-ERASABLE-ACCOUNT
                           IF WS-ERASE-SLOT > 0
                               PERFORM COUNT-SCRUBBED-RECORD
                           ELSE
                               WRITE ERASE-WORK-RECORD
                                   FROM PENDING-RECORD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PENDING-FILE
               CLOSE ERASE-WORK-FILE
               IF WS-FILE-CHANGED = 'Y'
                   OPEN INPUT ERASE-WORK-FILE
                   OPEN OUTPUT PENDING-FILE
                   MOVE 'N' TO WS-SCAN-EOF
                   PERFORM UNTIL WS-SCAN-EOF = 'Y'
                       READ ERASE-WORK-FILE
                           AT END
                               MOVE 'Y' TO WS-SCAN-EOF
                           NOT AT END
                               WRITE PENDING-RECORD
                                   FROM ERASE-WORK-RECORD
                       END-READ
                   END-PERFORM
                   CLOSE ERASE-WORK-FILE
                   CLOSE PENDING-FILE
               END-IF
           ELSE
               MOVE WS-PEND-FS TO WS-OPEN-FS
               PERFORM NOTE-OPEN-FAILURE
           END-IF.

       SCRUB-VENDOR-ACTIVITY.
           MOVE 9 TO WS-FILE-IDX
           MOVE 'N' TO WS-FILE-CHANGED
           OPEN INPUT VACT-FILE
           IF WS-VACT-FS = '00'
               MOVE 'Y' TO WS-FILE-PRESENT(WS-FILE-IDX)
               MOVE 'N' TO WS-SCAN-EOF
               OPEN OUTPUT ERASE-WORK-FILE
               PERFORM UNTIL WS-SCAN-EOF = 'Y'
                   READ VACT-FILE
                       AT END
                           MOVE 'Y' TO WS-SCAN-EOF
                       NOT AT END
                           MOVE VA-ACCOUNT-ID TO WS-FIND-ACCT
                           PERFORM FIND-ERASABLE-ACCOUNT
                           IF WS-ERASE-SLOT > 0
                               PERFORM COUNT-SCRUBBED-RECORD
                               MOVE WS-ERASE-SLOT TO WS-ET-SLOT
                               MOVE WS-ERASED-TOKEN TO VA-ACCOUNT-ID
                           END-IF
                           WRITE ERASE-WORK-RECORD FROM VACT-RECORD
                   END-READ
               END-PERFORM
               CLOSE VACT-FILE
               CLOSE ERASE-WORK-FILE
               IF WS-FILE-CHANGED = 'Y'
                   OPEN INPUT ERASE-WORK-FILE
                   OPEN OUTPUT VACT-FILE
                   MOVE 'N' TO WS-SCAN-EOF
                   PERFORM UNTIL WS-SCAN-EOF = 'Y'
                       READ ERASE-WORK-FILE
                           AT END
                               MOVE 'Y' TO WS-SCAN-EOF
                           NOT AT END
                               WRITE VACT-RECORD
                                   FROM ERASE-WORK-RECORD
                       END-READ
                   END-PERFORM
                   CLOSE ERASE-WORK-FILE
                   CLOSE VACT-FILE
               END-IF
           ELSE
               MOVE WS-VACT-FS TO WS-OPEN-FS
               PERFORM NOTE-OPEN-FAILURE
           END-IF.

       SCRUB-OVERRIDE-LOG.
           MOVE 10 TO WS-FILE-IDX
           MOVE 'N' TO WS-FILE-CHANGED
           OPEN INPUT OVERRIDE-LOG
           IF WS-OVRD-FS = '00'
               MOVE 'Y' TO WS-FILE-PRESENT(WS-FILE-IDX)
               MOVE 'N' TO WS-SCAN-EOF
               OPEN OUTPUT ERASE-WORK-FILE
               PERFORM UNTIL WS-SCAN-EOF = 'Y'
                   READ OVERRIDE-LOG
                       AT END
                           MOVE 'Y' TO WS-SCAN-EOF
                       NOT AT END
                           MOVE OV-ACCOUNT-ID TO WS-FIND-ACCT
                           PERFORM FIND-ERASABLE-ACCOUNT
                           IF WS-ERASE-SLOT > 0
                               PERFORM COUNT-SCRUBBED-RECORD
                               MOVE SPACES TO OV-ACCOUNT-ID
                           END-IF
                           WRITE ERASE-WORK-RECORD
                               FROM OVERRIDE-LOG-RECORD
                   END-READ
               END-PERFORM
               CLOSE OVERRIDE-LOG
               CLOSE ERASE-WORK-FILE
               IF WS-FILE-CHANGED = 'Y'
                   OPEN INPUT ERASE-WORK-FILE
                   OPEN OUTPUT OVERRIDE-LOG
                   MOVE 'N' TO WS-SCAN-EOF
                   PERFORM UNTIL WS-SCAN-EOF = 'Y'
                       READ ERASE-WORK-FILE
                           AT END
                               MOVE 'Y' TO WS-SCAN-EOF
                           NOT AT END
                               WRITE OVERRIDE-LOG-RECORD
                                   FROM ERASE-WORK-RECORD
                       END-READ
                   END-PERFORM
                   CLOSE ERASE-WORK-FILE
                   CLOSE OVERRIDE-LOG
               END-IF
           ELSE
               MOVE WS-OVRD-FS TO WS-OPEN-FS
               PERFORM NOTE-OPEN-FAILURE
           END-IF.

      *    A MISSING FILE (STATUS 35) HAS NOTHING TO ERASE; ANY
      *    OTHER FAILURE LEAVES THE ACCOUNTS' RECORDS IN PLACE.
       NOTE-OPEN-FAILURE.
           IF WS-OPEN-FS NOT = '35'
               MOVE 'E' TO WS-FILE-PRESENT(WS-FILE-IDX)
               ADD 1 TO WS-ERASE-ERRORS
               DISPLAY 'ERASURE - ' WS-FILE-NAME(WS-FILE-IDX)
                       ' OPEN FAILED - STATUS ' WS-OPEN-FS
           END-IF.

       COUNT-SCRUBBED-RECORD.
           MOVE 'Y' TO WS-FILE-CHANGED
           ADD 1 TO WS-ER-COUNT(WS-ERASE-SLOT, WS-FILE-IDX)
           ADD 1 TO WS-FILE-TOTAL(WS-FILE-IDX).

       WRITE-CERTIFICATE.
           PERFORM VARYING WS-ERASE-IDX FROM 1 BY 1
                   UNTIL WS-ERASE-IDX > WS-ERASE-COUNT
               PERFORM WRITE-ACCOUNT-CERTIFICATE
           END-PERFORM.

       WRITE-ACCOUNT-CERTIFICATE.
           MOVE WS-ER-ACCOUNT(WS-ERASE-IDX) TO CRA-ACCOUNT-ID
           MOVE WS-ER-REF(WS-ERASE-IDX) TO CRA-REQUEST-REF
           IF WS-ER-DNC-ACTION(WS-ERASE-IDX) = 'ERROR'
               MOVE 'NOT ERASED' TO CRA-DATE
           ELSE
               MOVE WS-RUN-DATE TO CRA-DATE
           END-IF
           WRITE CERT-LINE FROM CERT-ACCOUNT-LINE
           WRITE CERT-LINE FROM CERT-HDG-2-LINE
           MOVE 'DNC.DAT' TO CRD-FILE
           MOVE WS-ER-DNC-ACTION(WS-ERASE-IDX) TO CRD-ACTION
           MOVE 1 TO CRD-RECORDS
           WRITE CERT-LINE FROM CERT-DETAIL-LINE
           PERFORM VARYING WS-FILE-IDX FROM 1 BY 1
                   UNTIL WS-FILE-IDX > 10
               MOVE WS-FILE-NAME(WS-FILE-IDX) TO CRD-FILE
               EVALUATE WS-FILE-PRESENT(WS-FILE-IDX)
                   WHEN 'Y'
                       MOVE WS-FILE-ACTION(WS-FILE-IDX) TO CRD-ACTION
                   WHEN 'E'
                       MOVE 'OPEN ERROR' TO CRD-ACTION
                   WHEN OTHER
                       MOVE 'NO FILE' TO CRD-ACTION
               END-EVALUATE
               IF WS-ER-DNC-ACTION(WS-ERASE-IDX) = 'ERROR'
                   MOVE 'NOT ERASED' TO CRD-ACTION
               END-IF
               MOVE WS-ER-COUNT(WS-ERASE-IDX, WS-FILE-IDX)
                   TO CRD-RECORDS
               WRITE CERT-LINE FROM CERT-DETAIL-LINE
           END-PERFORM
           MOVE SPACES TO CERT-LINE
           WRITE CERT-LINE.

       WRITE-CONTROL-TOTALS.
           MOVE 'ERASURE REQUESTS READ' TO CTL-LABEL
           MOVE WS-REQUESTS-READ TO CTL-VALUE
           WRITE CERT-LINE FROM CTL-TOTALS-LINE
           MOVE 'ACCOUNTS ERASED' TO CTL-LABEL
           COMPUTE CTL-VALUE = WS-ERASE-COUNT - WS-NOT-ERASED
           WRITE CERT-LINE FROM CTL-TOTALS-LINE
           IF WS-NOT-ERASED > 0
               MOVE 'ACCOUNTS NOT ERASED - DNC UPDATE FAILED'
                   TO CTL-LABEL
               MOVE WS-NOT-ERASED TO CTL-VALUE
               WRITE CERT-LINE FROM CTL-TOTALS-LINE
           END-IF
           MOVE 'DNC ERASED ENTRIES ADDED' TO CTL-LABEL
           MOVE WS-DNC-ADDED TO CTL-VALUE
           WRITE CERT-LINE FROM CTL-TOTALS-LINE
           MOVE 'DNC ENTRIES CHANGED TO ERASED' TO CTL-LABEL
           MOVE WS-DNC-UPDATED TO CTL-VALUE
           WRITE CERT-LINE FROM CTL-TOTALS-LINE
           PERFORM VARYING WS-FILE-IDX FROM 1 BY 1
                   UNTIL WS-FILE-IDX > 10
               MOVE SPACES TO CTL-LABEL
               STRING 'RECORDS '                 DELIMITED BY SIZE
                      WS-FILE-ACTION(WS-FILE-IDX) DELIMITED BY SPACE
                      ' - '                      DELIMITED BY SIZE
                      WS-FILE-NAME(WS-FILE-IDX)  DELIMITED BY SPACE
                      INTO CTL-LABEL
               END-STRING
               MOVE WS-FILE-TOTAL(WS-FILE-IDX) TO CTL-VALUE
               WRITE CERT-LINE FROM CTL-TOTALS-LINE
           END-PERFORM
           IF WS-BLANK-COUNT > 0
               MOVE 'REQUESTS SKIPPED - NO ACCOUNT ID' TO CTL-LABEL
               MOVE WS-BLANK-COUNT TO CTL-VALUE
               WRITE CERT-LINE FROM CTL-TOTALS-LINE
           END-IF
           IF WS-DUP-COUNT > 0
               MOVE 'DUPLICATE REQUESTS SKIPPED' TO CTL-LABEL
               MOVE WS-DUP-COUNT TO CTL-VALUE
               WRITE CERT-LINE FROM CTL-TOTALS-LINE
           END-IF
           IF WS-ERASE-ERRORS > 0
               MOVE 'ERASURE I-O ERRORS' TO CTL-LABEL
               MOVE WS-ERASE-ERRORS TO CTL-VALUE
               WRITE CERT-LINE FROM CTL-TOTALS-LINE
           END-IF.
