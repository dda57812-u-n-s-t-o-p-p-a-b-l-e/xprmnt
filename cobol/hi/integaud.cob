       IDENTIFICATION DIVISION.
       PROGRAM-ID. INTEGAUD.
      *****************************************************
      *  INTEGAUD - WEEKLY CROSS-MASTER INTEGRITY AUDIT
      *  MATCHES EVENTS.DAT, ADDRMAST.DAT, DNC.DAT,
      *  GRTHIST.DAT, RESENDHS.DAT AND PREFMAST.DAT BY
      *  ACCOUNT ID AND LISTS EVERY MISMATCH BY CATEGORY
      *  ON INTEGAUD.RPT WITH A COUNT PER CATEGORY:
      *    1  EVENTS ACCOUNT WITH NO ADDRESS RECORD
      *    2  EVENTS ACCOUNT WITH ADDRESS UNDELIVERABLE
      *    3  ADDRESS RECORD FOR ACCOUNT NOT ON EVENTS
      *    4  HISTORY RECORD FOR ACCOUNT NOT ON EVENTS
      *    5  HISTORY TYPE THE ACCOUNT CAN NO LONGER GET
      *       (W WITH NO ENROLL DATE, A WITH NO ANNIV
      *       DATE, B WITH NO BIRTH DATE, UNKNOWN TYPE)
      *    6  RESEND HISTORY FOR ACCOUNT NOT ON EVENTS
      *    7  DNC ENTRY FOR ACCOUNT NOT ON EVENTS (AN
      *       ENTRY WITH REASON ERASED IS THE PERMANENT
      *       SUPPRESSION LEFT BY ERASURE AND IS COUNTED,
      *       NOT REPORTED)
      *    8  PREFERENCE RECORD FOR ACCOUNT NOT ON EVENTS
      *  WHERE THE REPAIR IS A STRAIGHT DELETE, A FIX
      *  TRANSACTION IS WRITTEN IN THE MAINTENANCE
      *  PROGRAM'S OWN LAYOUT (ADDRFIX.DAT FOR ADDRMNT,
      *  DNCFIX.DAT FOR DNCMAINT, PREFFIX.DAT FOR
      *  PREFMNT) WITH SOURCE INTEGAUD, SO DATA CONTROL
      *  CAN REVIEW IT AND RUN IT AS THAT PROGRAM'S
      *  TRANSACTION FILE.  THE OTHER CATEGORIES NEED A
      *  PERSON TO SUPPLY THE CORRECT DATA.
      *  NOTHING IS UPDATED; ALL MASTERS ARE READ ONLY.
      *****************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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

           SELECT DNC-FILE ASSIGN TO 'DNC.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DNC-ACCOUNT-ID
           FILE STATUS IS WS-DNC-FS.

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

           SELECT PREF-FILE ASSIGN TO 'PREFMAST.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PF-ACCOUNT-ID
           FILE STATUS IS WS-PREF-FS.

           SELECT AUDIT-REPORT ASSIGN TO 'INTEGAUD.RPT'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ADDR-FIX-FILE ASSIGN TO 'ADDRFIX.DAT'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT DNC-FIX-FILE ASSIGN TO 'DNCFIX.DAT'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PREF-FIX-FILE ASSIGN TO 'PREFFIX.DAT'
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  EVENT-FILE.
           COPY evntrec.

       FD  ADDR-FILE.
           COPY addrrec.

       FD  DNC-FILE.
           COPY dncrec.

       FD  HIST-FILE.
           COPY histrec.

       FD  RESEND-HIST-FILE.
       01  RESEND-HIST-RECORD.
           05  RH-KEY.
               10  RH-ACCOUNT-ID      PIC X(10).
               10  RH-GREETING-TYPE   PIC X(1).
           05  RH-RESEND-COUNT        PIC 9(2).
           05  RH-LAST-DATE           PIC 9(8).

       FD  PREF-FILE.
           COPY prefrec.

       FD  AUDIT-REPORT.
       01  AUDIT-LINE       PIC X(100).

       FD  ADDR-FIX-FILE.
       01  ADDR-FIX-RECORD.
           05  AF-ACTION           PIC X(1).
           05  AF-ACCOUNT-ID       PIC X(10).
           05  AF-ADDR-LINE-1      PIC X(30).
           05  AF-ADDR-LINE-2      PIC X(30).
           05  AF-CITY             PIC X(20).
           05  AF-STATE            PIC X(2).
           05  AF-ZIP              PIC X(10).
           05  AF-SOURCE           PIC X(10).

       FD  DNC-FIX-FILE.
       01  DNC-FIX-RECORD.
           05  DF-ACTION           PIC X(1).
           05  DF-ACCOUNT-ID       PIC X(10).
           05  DF-REASON           PIC X(20).
           05  DF-SOURCE           PIC X(10).

       FD  PREF-FIX-FILE.
       01  PREF-FIX-RECORD.
           05  PX-ACTION           PIC X(1).
           05  PX-ACCOUNT-ID       PIC X(10).
           05  PX-OPTOUT-W         PIC X(1).
           05  PX-OPTOUT-A         PIC X(1).
           05  PX-OPTOUT-B         PIC X(1).
           05  PX-CHANNEL          PIC X(1).
           05  PX-EMAIL-ADDR       PIC X(60).
           05  PX-SOURCE           PIC X(10).

       WORKING-STORAGE SECTION.
       01  WS-SCAN-EOF   PIC X VALUE 'N'.
       01  WS-EVNT-FS    PIC X(2) VALUE '00'.
       01  WS-ADDR-FS    PIC X(2) VALUE '00'.
       01  WS-DNC-FS     PIC X(2) VALUE '00'.
       01  WS-HIST-FS    PIC X(2) VALUE '00'.
       01  WS-RHST-FS    PIC X(2) VALUE '00'.
       01  WS-PREF-FS    PIC X(2) VALUE '00'.

       01  WS-ADDR-OPEN  PIC X VALUE 'N'.
       01  WS-DNC-OPEN   PIC X VALUE 'N'.
       01  WS-HIST-OPEN  PIC X VALUE 'N'.
       01  WS-RHST-OPEN  PIC X VALUE 'N'.
       01  WS-PREF-OPEN  PIC X VALUE 'N'.

       01  WS-KEY-FOUND        PIC X VALUE 'N'.
       01  WS-TYPE-VALID       PIC X VALUE 'N'.
       01  WS-LOOKUP-ACCT      PIC X(10) VALUE SPACES.

       01  WS-EVENTS-READ      PIC 9(6) VALUE 0.
       01  WS-ADDR-READ        PIC 9(6) VALUE 0.
       01  WS-HIST-READ        PIC 9(6) VALUE 0.
       01  WS-RHST-READ        PIC 9(6) VALUE 0.
       01  WS-DNC-READ         PIC 9(6) VALUE 0.
       01  WS-DNC-ERASED       PIC 9(6) VALUE 0.
       01  WS-PREF-READ        PIC 9(6) VALUE 0.
       01  WS-MISMATCH-COUNT   PIC 9(6) VALUE 0.
       01  WS-ADDR-FIX-COUNT   PIC 9(6) VALUE 0.
       01  WS-DNC-FIX-COUNT    PIC 9(6) VALUE 0.
       01  WS-PREF-FIX-COUNT   PIC 9(6) VALUE 0.

       01  WS-CAT-TOTALS.
           05  WS-CAT-ENTRY OCCURS 8 TIMES.
               10  WS-CAT-LABEL       PIC X(40).
               10  WS-CAT-COUNT       PIC 9(6).
       01  WS-CAT-IDX          PIC 9(1) VALUE 0.

       01  WS-CURRENT-DATE.
           05  WS-CURR-YEAR   PIC 9(4).
           05  WS-CURR-MONTH  PIC 9(2).
           05  WS-CURR-DAY    PIC 9(2).

       01  WS-RUN-DATE       PIC X(10).

       01  AUDIT-HDG-1-LINE.
           05  FILLER            PIC X(10) VALUE 'RUN DATE: '.
           05  AHD-1-DATE        PIC X(10).
           05  FILLER            PIC X(10) VALUE SPACES.
           05  FILLER            PIC X(30) VALUE
               'CROSS-MASTER INTEGRITY AUDIT'.

       01  AUDIT-HDG-2-LINE.
           05  FILLER            PIC X(11) VALUE 'ACCOUNT ID '.
           05  FILLER            PIC X(13) VALUE 'FILE'.
           05  FILLER            PIC X(41) VALUE 'DETAIL'.
           05  FILLER            PIC X(12) VALUE 'FIX WRITTEN'.

       01  CATEGORY-HDG-LINE.
           05  FILLER            PIC X(9)  VALUE 'CATEGORY '.
           05  CHL-CAT-NO        PIC 9(1).
           05  FILLER            PIC X(3)  VALUE ' - '.
           05  CHL-CAT-LABEL     PIC X(40).

       01  AUDIT-DETAIL-LINE.
           05  ADL-ACCOUNT-ID    PIC X(10).
           05  FILLER            PIC X(1) VALUE SPACE.
           05  ADL-FILE          PIC X(12).
           05  FILLER            PIC X(1) VALUE SPACE.
           05  ADL-DETAIL        PIC X(40).
           05  FILLER            PIC X(1) VALUE SPACE.
           05  ADL-FIX           PIC X(12).

       01  CTL-TOTALS-LINE.
           05  CTL-LABEL         PIC X(40) VALUE SPACES.
           05  CTL-VALUE         PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM INITIALIZE-RUN
           PERFORM AUDIT-EVENTS-NO-ADDRESS
           PERFORM AUDIT-EVENTS-UNDELIV
           PERFORM AUDIT-ORPHAN-ADDRESS
           PERFORM AUDIT-ORPHAN-HISTORY
           PERFORM AUDIT-HISTORY-TYPE
           PERFORM AUDIT-ORPHAN-RESEND
           PERFORM AUDIT-ORPHAN-DNC
           PERFORM AUDIT-ORPHAN-PREF
           PERFORM WRITE-CONTROL-TOTALS
           CLOSE AUDIT-REPORT
           CLOSE ADDR-FIX-FILE
           CLOSE DNC-FIX-FILE
           CLOSE PREF-FIX-FILE
           CLOSE EVENT-FILE
           IF WS-ADDR-OPEN = 'Y'
               CLOSE ADDR-FILE
           END-IF
           IF WS-DNC-OPEN = 'Y'
               CLOSE DNC-FILE
           END-IF
           IF WS-HIST-OPEN = 'Y'
               CLOSE HIST-FILE
           END-IF
           IF WS-RHST-OPEN = 'Y'
               CLOSE RESEND-HIST-FILE
           END-IF
           IF WS-PREF-OPEN = 'Y'
               CLOSE PREF-FILE
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
           PERFORM OPEN-MASTER-FILES
           OPEN OUTPUT AUDIT-REPORT
           OPEN OUTPUT ADDR-FIX-FILE
           OPEN OUTPUT DNC-FIX-FILE
           OPEN OUTPUT PREF-FIX-FILE
           MOVE 'EVENTS ACCOUNT WITH NO ADDRESS RECORD'
               TO WS-CAT-LABEL(1)
           MOVE 'EVENTS ACCOUNT WITH ADDRESS UNDELIV'
               TO WS-CAT-LABEL(2)
           MOVE 'ADDRESS RECORD - ACCOUNT NOT ON EVENTS'
               TO WS-CAT-LABEL(3)
           MOVE 'HISTORY RECORD - ACCOUNT NOT ON EVENTS'
               TO WS-CAT-LABEL(4)
           MOVE 'HISTORY TYPE NOT VALID FOR ACCOUNT'
               TO WS-CAT-LABEL(5)
           MOVE 'RESEND HISTORY - ACCOUNT NOT ON EVENTS'
               TO WS-CAT-LABEL(6)
           MOVE 'DNC ENTRY - ACCOUNT NOT ON EVENTS'
               TO WS-CAT-LABEL(7)
           MOVE 'PREF RECORD - ACCOUNT NOT ON EVENTS'
               TO WS-CAT-LABEL(8)
           PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
                   UNTIL WS-CAT-IDX > 8
               MOVE 0 TO WS-CAT-COUNT(WS-CAT-IDX)
           END-PERFORM
           MOVE WS-RUN-DATE TO AHD-1-DATE
           WRITE AUDIT-LINE FROM AUDIT-HDG-1-LINE
           MOVE SPACES TO AUDIT-LINE
           WRITE AUDIT-LINE
           WRITE AUDIT-LINE FROM AUDIT-HDG-2-LINE.

      *    EVENTS.DAT IS THE REFERENCE MASTER: WITHOUT IT EVERY
      *    OTHER RECORD WOULD LOOK ORPHANED AND THE FIX FILES
      *    WOULD DELETE THE LOT, SO ITS ABSENCE STOPS THE RUN.
      *    ANY OTHER MASTER THAT IS NOT THERE IS AUDITED AS EMPTY.
       OPEN-MASTER-FILES.
           OPEN INPUT EVENT-FILE
           IF WS-EVNT-FS NOT = '00'
               DISPLAY 'INTEGAUD - EVENTS.DAT OPEN FAILED - '
                       'STATUS ' WS-EVNT-FS ' - RUN STOPPED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT ADDR-FILE
           IF WS-ADDR-FS = '00'
               MOVE 'Y' TO WS-ADDR-OPEN
           END-IF
           OPEN INPUT DNC-FILE
           IF WS-DNC-FS = '00'
               MOVE 'Y' TO WS-DNC-OPEN
           END-IF
           OPEN INPUT HIST-FILE
           IF WS-HIST-FS = '00'
               MOVE 'Y' TO WS-HIST-OPEN
           END-IF
           OPEN INPUT RESEND-HIST-FILE
           IF WS-RHST-FS = '00'
               MOVE 'Y' TO WS-RHST-OPEN
           END-IF
           OPEN INPUT PREF-FILE
           IF WS-PREF-FS = '00'
               MOVE 'Y' TO WS-PREF-OPEN
           END-IF.

       WRITE-CATEGORY-HEADING.
           MOVE SPACES TO AUDIT-LINE
           WRITE AUDIT-LINE
           MOVE WS-CAT-IDX TO CHL-CAT-NO
           MOVE WS-CAT-LABEL(WS-CAT-IDX) TO CHL-CAT-LABEL
           WRITE AUDIT-LINE FROM CATEGORY-HDG-LINE
           MOVE SPACES TO AUDIT-LINE
           WRITE AUDIT-LINE.

       WRITE-CATEGORY-COUNT.
           IF WS-CAT-COUNT(WS-CAT-IDX) = 0
               MOVE SPACES TO AUDIT-DETAIL-LINE
               MOVE 'NO MISMATCHES FOUND' TO ADL-DETAIL
               WRITE AUDIT-LINE FROM AUDIT-DETAIL-LINE
           END-IF
           MOVE 'MISMATCHES IN CATEGORY' TO CTL-LABEL
           MOVE WS-CAT-COUNT(WS-CAT-IDX) TO CTL-VALUE
           WRITE AUDIT-LINE FROM CTL-TOTALS-LINE.

       WRITE-MISMATCH-LINE.
           WRITE AUDIT-LINE FROM AUDIT-DETAIL-LINE
           ADD 1 TO WS-CAT-COUNT(WS-CAT-IDX)
           ADD 1 TO WS-MISMATCH-COUNT.

       LOOKUP-EVENT-RECORD.
           MOVE WS-LOOKUP-ACCT TO EV-ACCOUNT-ID
           READ EVENT-FILE
               INVALID KEY
                   MOVE 'N' TO WS-KEY-FOUND
               NOT INVALID KEY
                   MOVE 'Y' TO WS-KEY-FOUND
           END-READ.

       LOOKUP-ADDR-RECORD.
           MOVE 'N' TO WS-KEY-FOUND
           IF WS-ADDR-OPEN = 'Y'
               MOVE EV-ACCOUNT-ID TO AM-ACCOUNT-ID
               READ ADDR-FILE
                   INVALID KEY
                       MOVE 'N' TO WS-KEY-FOUND
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-KEY-FOUND
               END-READ
           END-IF.

       START-EVENT-SCAN.
           MOVE 'N' TO WS-SCAN-EOF
           MOVE LOW-VALUES TO EV-ACCOUNT-ID
           START EVENT-FILE KEY NOT < EV-ACCOUNT-ID
               INVALID KEY
                   MOVE 'Y' TO WS-SCAN-EOF
           END-START.

       AUDIT-EVENTS-NO-ADDRESS.
           MOVE 1 TO WS-CAT-IDX
           PERFORM WRITE-CATEGORY-HEADING
           PERFORM START-EVENT-SCAN
           PERFORM UNTIL WS-SCAN-EOF = 'Y'
               READ EVENT-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-SCAN-EOF
                   NOT AT END
                       ADD 1 TO WS-EVENTS-READ
                       PERFORM LOOKUP-ADDR-RECORD
                       IF WS-KEY-FOUND = 'N'
                           MOVE EV-ACCOUNT-ID TO ADL-ACCOUNT-ID
                           MOVE 'EVENTS.DAT' TO ADL-FILE
                           MOVE EV-NAME TO ADL-DETAIL
                           MOVE 'NONE' TO ADL-FIX
                           PERFORM WRITE-MISMATCH-LINE
                       END-IF
               END-READ
           END-PERFORM
           PERFORM WRITE-CATEGORY-COUNT.

       AUDIT-EVENTS-UNDELIV.
           MOVE 2 TO WS-CAT-IDX
           PERFORM WRITE-CATEGORY-HEADING
           PERFORM START-EVENT-SCAN
           PERFORM UNTIL WS-SCAN-EOF = 'Y'
               READ EVENT-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-SCAN-EOF
                   NOT AT END
                       PERFORM LOOKUP-ADDR-RECORD
                       IF WS-KEY-FOUND = 'Y' AND
                          AM-UNDELIV-FLAG = 'Y'
                           MOVE EV-ACCOUNT-ID TO ADL-ACCOUNT-ID
                           MOVE 'ADDRMAST.DAT' TO ADL-FILE
                           MOVE AM-ADDR-LINE-1 TO ADL-DETAIL
                           MOVE 'NONE' TO ADL-FIX
                           PERFORM WRITE-MISMATCH-LINE
                       END-IF
               END-READ
           END-PERFORM
           PERFORM WRITE-CATEGORY-COUNT.

       AUDIT-ORPHAN-ADDRESS.
           MOVE 3 TO WS-CAT-IDX
           PERFORM WRITE-CATEGORY-HEADING
           MOVE 'Y' TO WS-SCAN-EOF
           IF WS-ADDR-OPEN = 'Y'
               MOVE 'N' TO WS-SCAN-EOF
               MOVE LOW-VALUES TO AM-ACCOUNT-ID
               START ADDR-FILE KEY NOT < AM-ACCOUNT-ID
                   INVALID KEY
                       MOVE 'Y' TO WS-SCAN-EOF
               END-START
           END-IF
           PERFORM UNTIL WS-SCAN-EOF = 'Y'
               READ ADDR-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-SCAN-EOF
                   NOT AT END
                       ADD 1 TO WS-ADDR-READ
                       MOVE AM-ACCOUNT-ID TO WS-LOOKUP-ACCT
                       PERFORM LOOKUP-EVENT-RECORD
                       IF WS-KEY-FOUND = 'N'
                           MOVE AM-ACCOUNT-ID TO ADL-ACCOUNT-ID
                           MOVE 'ADDRMAST.DAT' TO ADL-FILE
                           MOVE AM-ADDR-LINE-1 TO ADL-DETAIL
                           MOVE 'ADDRFIX D' TO ADL-FIX
                           PERFORM WRITE-MISMATCH-LINE
                           PERFORM WRITE-ADDR-FIX
                       END-IF
               END-READ
           END-PERFORM
           PERFORM WRITE-CATEGORY-COUNT.

       AUDIT-ORPHAN-HISTORY.
           MOVE 4 TO WS-CAT-IDX
           PERFORM WRITE-CATEGORY-HEADING
           PERFORM START-HIST-SCAN
           PERFORM UNTIL WS-SCAN-EOF = 'Y'
               READ HIST-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-SCAN-EOF
                   NOT AT END
                       ADD 1 TO WS-HIST-READ
                       MOVE GH-ACCOUNT-ID TO WS-LOOKUP-ACCT
                       PERFORM LOOKUP-EVENT-RECORD
                       IF WS-KEY-FOUND = 'N'
                           MOVE GH-ACCOUNT-ID TO ADL-ACCOUNT-ID
                           MOVE 'GRTHIST.DAT' TO ADL-FILE
                           PERFORM BUILD-HIST-DETAIL
                           MOVE 'NONE' TO ADL-FIX
                           PERFORM WRITE-MISMATCH-LINE
                       END-IF
               END-READ
           END-PERFORM
           PERFORM WRITE-CATEGORY-COUNT.

       AUDIT-HISTORY-TYPE.
           MOVE 5 TO WS-CAT-IDX
           PERFORM WRITE-CATEGORY-HEADING
           PERFORM START-HIST-SCAN
           PERFORM UNTIL WS-SCAN-EOF = 'Y'
               READ HIST-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-SCAN-EOF
                   NOT AT END
                       MOVE GH-ACCOUNT-ID TO WS-LOOKUP-ACCT
                       PERFORM LOOKUP-EVENT-RECORD
                       IF WS-KEY-FOUND = 'Y'
                           PERFORM CHECK-HIST-TYPE
                           IF WS-TYPE-VALID = 'N'
                               MOVE GH-ACCOUNT-ID TO ADL-ACCOUNT-ID
                               MOVE 'GRTHIST.DAT' TO ADL-FILE
                               PERFORM BUILD-HIST-DETAIL
                               MOVE 'NONE' TO ADL-FIX
                               PERFORM WRITE-MISMATCH-LINE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           PERFORM WRITE-CATEGORY-COUNT.

       START-HIST-SCAN.
           MOVE 'Y' TO WS-SCAN-EOF
           IF WS-HIST-OPEN = 'Y'
               MOVE 'N' TO WS-SCAN-EOF
               MOVE LOW-VALUES TO GH-KEY
               START HIST-FILE KEY NOT < GH-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-SCAN-EOF
               END-START
           END-IF.

       BUILD-HIST-DETAIL.
           MOVE SPACES TO ADL-DETAIL
           STRING 'TYPE '            DELIMITED BY SIZE
                  GH-GREETING-TYPE   DELIMITED BY SIZE
                  ' ISSUED '         DELIMITED BY SIZE
                  GH-ISSUE-DATE      DELIMITED BY SIZE
                  INTO ADL-DETAIL
           END-STRING.

       CHECK-HIST-TYPE.
           MOVE 'N' TO WS-TYPE-VALID
           EVALUATE GH-GREETING-TYPE
               WHEN 'W'
                   IF EV-ENROLL-DATE NUMERIC AND EV-ENROLL-DATE > 0
                       MOVE 'Y' TO WS-TYPE-VALID
                   END-IF
               WHEN 'A'
                   IF EV-ANNIV-DATE NUMERIC AND EV-ANNIV-DATE > 0
                       MOVE 'Y' TO WS-TYPE-VALID
                   END-IF
               WHEN 'B'
                   IF EV-BIRTH-DATE NUMERIC AND EV-BIRTH-DATE > 0
                       MOVE 'Y' TO WS-TYPE-VALID
                   END-IF
           END-EVALUATE.

       AUDIT-ORPHAN-RESEND.
           MOVE 6 TO WS-CAT-IDX
           PERFORM WRITE-CATEGORY-HEADING
           MOVE 'Y' TO WS-SCAN-EOF
           IF WS-RHST-OPEN = 'Y'
               MOVE 'N' TO WS-SCAN-EOF
               MOVE LOW-VALUES TO RH-KEY
               START RESEND-HIST-FILE KEY NOT < RH-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-SCAN-EOF
               END-START
           END-IF
           PERFORM UNTIL WS-SCAN-EOF = 'Y'
               READ RESEND-HIST-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-SCAN-EOF
                   NOT AT END
                       ADD 1 TO WS-RHST-READ
                       MOVE RH-ACCOUNT-ID TO WS-LOOKUP-ACCT
                       PERFORM LOOKUP-EVENT-RECORD
                       IF WS-KEY-FOUND = 'N'
                           MOVE RH-ACCOUNT-ID TO ADL-ACCOUNT-ID
                           MOVE 'RESENDHS.DAT' TO ADL-FILE
                           MOVE SPACES TO ADL-DETAIL
                           STRING 'TYPE '          DELIMITED BY SIZE
                                  RH-GREETING-TYPE DELIMITED BY SIZE
                                  ' LAST RESEND '  DELIMITED BY SIZE
                                  RH-LAST-DATE     DELIMITED BY SIZE
                                  INTO ADL-DETAIL
                           END-STRING
                           MOVE 'NONE' TO ADL-FIX
                           PERFORM WRITE-MISMATCH-LINE
                       END-IF
               END-READ
           END-PERFORM
           PERFORM WRITE-CATEGORY-COUNT.

       AUDIT-ORPHAN-DNC.
           MOVE 7 TO WS-CAT-IDX
           PERFORM WRITE-CATEGORY-HEADING
           MOVE 'Y' TO WS-SCAN-EOF
           IF WS-DNC-OPEN = 'Y'
               MOVE 'N' TO WS-SCAN-EOF
               MOVE LOW-VALUES TO DNC-ACCOUNT-ID
               START DNC-FILE KEY NOT < DNC-ACCOUNT-ID
                   INVALID KEY
                       MOVE 'Y' TO WS-SCAN-EOF
               END-START
           END-IF
           PERFORM UNTIL WS-SCAN-EOF = 'Y'
               READ DNC-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-SCAN-EOF
                   NOT AT END
                       ADD 1 TO WS-DNC-READ
                       IF DNC-REASON = 'ERASED'
                           ADD 1 TO WS-DNC-ERASED
                       ELSE
                           MOVE DNC-ACCOUNT-ID TO WS-LOOKUP-ACCT
                           PERFORM LOOKUP-EVENT-RECORD
                           IF WS-KEY-FOUND = 'N'
                               MOVE DNC-ACCOUNT-ID TO ADL-ACCOUNT-ID
                               MOVE 'DNC.DAT' TO ADL-FILE
                               MOVE DNC-REASON TO ADL-DETAIL
                               MOVE 'DNCFIX D' TO ADL-FIX
                               PERFORM WRITE-MISMATCH-LINE
                               PERFORM WRITE-DNC-FIX
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           PERFORM WRITE-CATEGORY-COUNT.

       AUDIT-ORPHAN-PREF.
           MOVE 8 TO WS-CAT-IDX
           PERFORM WRITE-CATEGORY-HEADING
           MOVE 'Y' TO WS-SCAN-EOF
           IF WS-PREF-OPEN = 'Y'
               MOVE 'N' TO WS-SCAN-EOF
               MOVE LOW-VALUES TO PF-ACCOUNT-ID
               START PREF-FILE KEY NOT < PF-ACCOUNT-ID
                   INVALID KEY
                       MOVE 'Y' TO WS-SCAN-EOF
               END-START
           END-IF
           PERFORM UNTIL WS-SCAN-EOF = 'Y'
               READ PREF-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-SCAN-EOF
                   NOT AT END
                       ADD 1 TO WS-PREF-READ
                       MOVE PF-ACCOUNT-ID TO WS-LOOKUP-ACCT
                       PERFORM LOOKUP-EVENT-RECORD
                       IF WS-KEY-FOUND = 'N'
                           MOVE PF-ACCOUNT-ID TO ADL-ACCOUNT-ID
                           MOVE 'PREFMAST.DAT' TO ADL-FILE
                           MOVE SPACES TO ADL-DETAIL
                           STRING 'CHANNEL '       DELIMITED BY SIZE
                                  PF-CHANNEL       DELIMITED BY SIZE
                                  ' OPT-OUT WAB '  DELIMITED BY SIZE
                                  PF-OPTOUT-W      DELIMITED BY SIZE
                                  PF-OPTOUT-A      DELIMITED BY SIZE
                                  PF-OPTOUT-B      DELIMITED BY SIZE
                                  INTO ADL-DETAIL
                           END-STRING
                           MOVE 'PREFFIX D' TO ADL-FIX
                           PERFORM WRITE-MISMATCH-LINE
                           PERFORM WRITE-PREF-FIX
                       END-IF
               END-READ
           END-PERFORM
           PERFORM WRITE-CATEGORY-COUNT.

       WRITE-ADDR-FIX.
           MOVE SPACES TO ADDR-FIX-RECORD
           MOVE 'D' TO AF-ACTION
           MOVE AM-ACCOUNT-ID TO AF-ACCOUNT-ID
           MOVE 'INTEGAUD' TO AF-SOURCE
           WRITE ADDR-FIX-RECORD
           ADD 1 TO WS-ADDR-FIX-COUNT.

       WRITE-DNC-FIX.
           MOVE SPACES TO DNC-FIX-RECORD
           MOVE 'D' TO DF-ACTION
           MOVE DNC-ACCOUNT-ID TO DF-ACCOUNT-ID
           MOVE 'INTEGAUD' TO DF-SOURCE
           WRITE DNC-FIX-RECORD
           ADD 1 TO WS-DNC-FIX-COUNT.

       WRITE-PREF-FIX.
           MOVE SPACES TO PREF-FIX-RECORD
           MOVE 'D' TO PX-ACTION
           MOVE PF-ACCOUNT-ID TO PX-ACCOUNT-ID
           MOVE 'INTEGAUD' TO PX-SOURCE
           WRITE PREF-FIX-RECORD
           ADD 1 TO WS-PREF-FIX-COUNT.

       WRITE-CONTROL-TOTALS.
           MOVE SPACES TO AUDIT-LINE
           WRITE AUDIT-LINE
           MOVE 'MISMATCH SUMMARY BY CATEGORY' TO AUDIT-LINE
           WRITE AUDIT-LINE
           MOVE SPACES TO AUDIT-LINE
           WRITE AUDIT-LINE
           PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
                   UNTIL WS-CAT-IDX > 8
               MOVE WS-CAT-LABEL(WS-CAT-IDX) TO CTL-LABEL
               MOVE WS-CAT-COUNT(WS-CAT-IDX) TO CTL-VALUE
               WRITE AUDIT-LINE FROM CTL-TOTALS-LINE
           END-PERFORM
           MOVE 'TOTAL MISMATCHES' TO CTL-LABEL
           MOVE WS-MISMATCH-COUNT TO CTL-VALUE
           WRITE AUDIT-LINE FROM CTL-TOTALS-LINE
           MOVE SPACES TO AUDIT-LINE
           WRITE AUDIT-LINE
           MOVE 'EVENTS MASTER RECORDS READ' TO CTL-LABEL
           MOVE WS-EVENTS-READ TO CTL-VALUE
           WRITE AUDIT-LINE FROM CTL-TOTALS-LINE
           MOVE 'ADDRESS MASTER RECORDS READ' TO CTL-LABEL
           MOVE WS-ADDR-READ TO CTL-VALUE
           WRITE AUDIT-LINE FROM CTL-TOTALS-LINE
           MOVE 'GREETING HISTORY RECORDS READ' TO CTL-LABEL
           MOVE WS-HIST-READ TO CTL-VALUE
           WRITE AUDIT-LINE FROM CTL-TOTALS-LINE
           MOVE 'RESEND HISTORY RECORDS READ' TO CTL-LABEL
           MOVE WS-RHST-READ TO CTL-VALUE
           WRITE AUDIT-LINE FROM CTL-TOTALS-LINE
           MOVE 'DNC ENTRIES READ' TO CTL-LABEL
           MOVE WS-DNC-READ TO CTL-VALUE
           WRITE AUDIT-LINE FROM CTL-TOTALS-LINE
           MOVE 'DNC ERASED ENTRIES NOT AUDITED' TO CTL-LABEL
           MOVE WS-DNC-ERASED TO CTL-VALUE
           WRITE AUDIT-LINE FROM CTL-TOTALS-LINE
           MOVE 'PREFERENCE RECORDS READ' TO CTL-LABEL
           MOVE WS-PREF-READ TO CTL-VALUE
           WRITE AUDIT-LINE FROM CTL-TOTALS-LINE
           MOVE SPACES TO AUDIT-LINE
           WRITE AUDIT-LINE
           MOVE 'ADDRMNT FIX TRANSACTIONS WRITTEN' TO CTL-LABEL
           MOVE WS-ADDR-FIX-COUNT TO CTL-VALUE
           WRITE AUDIT-LINE FROM CTL-TOTALS-LINE
           MOVE 'DNCMAINT FIX TRANSACTIONS WRITTEN' TO CTL-LABEL
           MOVE WS-DNC-FIX-COUNT TO CTL-VALUE
           WRITE AUDIT-LINE FROM CTL-TOTALS-LINE
           MOVE 'PREFMNT FIX TRANSACTIONS WRITTEN' TO CTL-LABEL
           MOVE WS-PREF-FIX-COUNT TO CTL-VALUE
           WRITE AUDIT-LINE FROM CTL-TOTALS-LINE.
