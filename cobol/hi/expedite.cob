       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXPEDITE.
      *****************************************************
      *  EXPEDITE - SAME-DAY EXPEDITED GREETING REQUESTS
      *  RUN ON DEMAND FOR THE SERVICE DESK WHEN A
      *  CUSTOMER REPORTS A GREETING NEVER ARRIVED.  READS
      *  THE REQUEST FILE EXPREQ.DAT (ACCOUNT, GREETING
      *  TYPE, REQUESTER ID, REASON CODE) AND ISSUES EACH
      *  APPROVED REQUEST TO THE EXPEDITE VENDOR FILE
      *  EXPEDITE.OUT, WITH ITS OWN HDR/TRL AND BATCH
      *  SEQUENCE CARRIED ON VENDSEQ.DAT UNDER VENDOR CODE
      *  EXPEDITE.  A SECOND RUN THE SAME DAY APPENDS ITS
      *  OWN HDR/TRL BATCH BEHIND THE FIRST, SO NO BATCH IS
      *  LOST BEFORE THE VENDOR COLLECTS THE FILE.
      *  ONLY THE EVERYDAY GREETING TYPES ON GTYPTAB.CPY
      *  ARE EXPEDITED - NEVER A CAMPAIGN PIECE.
      *  THE NAME AND LANGUAGE COME FROM EVENTS.DAT; THE
      *  CARD ADDRESSES THE CUSTOMER IN THE SALUTE.DAT
      *  STYLE FOR THE TYPE AND LANGUAGE, AS THE NIGHTLY
      *  RUN DOES.  THE
      *  SAME RULES AS THE NIGHTLY RUN APPLY: DNC.DAT,
      *  PREFMAST.DAT OPT-OUTS, A DELIVERABLE ADDRMAST.DAT
      *  ADDRESS, AND GREETING TEXT ON LANGUAGE.DAT FOR THE
      *  TYPE AND LANGUAGE (NO ENGLISH FALLBACK).
      *  THE GRTHIST.DAT CONTACT-FREQUENCY WINDOW IS ONLY
      *  OVERRIDDEN FOR A REASON CODE MARKED Y ON THE
      *  REASON CODE FILE EXPRSN.DAT; EVERY OVERRIDE IS
      *  APPENDED TO THE OVERRIDE LOG EXPOVRD.DAT.
      *  EACH ISSUED GREETING UPDATES GRTHIST.DAT, SO THE
      *  NEXT NIGHTLY RUN DOES NOT SEND A DUPLICATE, AND
      *  IS ADDED TO THE SENT-GREETINGS LEDGER GRTLEDGR.DAT.
      *  EXPAUDIT.RPT LISTS EVERY REQUEST AND OVERRIDE BY
      *  REQUESTER FOR COMPLIANCE.
      *****************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EXP-REQ-FILE ASSIGN TO 'EXPREQ.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REQ-FS.

           SELECT REASON-FILE ASSIGN TO 'EXPRSN.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RSN-FS.

           SELECT EVENT-FILE ASSIGN TO 'EVENTS.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EV-ACCOUNT-ID
           FILE STATUS IS WS-EVNT-FS.

           SELECT DNC-FILE ASSIGN TO 'DNC.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DNC-ACCOUNT-ID
           FILE STATUS IS WS-DNC-FS.

           SELECT PREF-FILE ASSIGN TO 'PREFMAST.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PF-ACCOUNT-ID
           FILE STATUS IS WS-PREF-FS.

           SELECT ADDR-FILE ASSIGN TO 'ADDRMAST.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AM-ACCOUNT-ID
           FILE STATUS IS WS-ADDR-FS.

           SELECT LANGUAGE-FILE ASSIGN TO 'LANGUAGE.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LC-KEY
           FILE STATUS IS WS-LANG-FS.

           SELECT HIST-FILE ASSIGN TO 'GRTHIST.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS GH-KEY
           FILE STATUS IS WS-HIST-FS.

           SELECT LEDGER-FILE ASSIGN TO 'GRTLEDGR.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LG-KEY
           FILE STATUS IS WS-LEDG-FS.

           SELECT SALUTE-FILE ASSIGN TO 'SALUTE.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SL-KEY
           FILE STATUS IS WS-SALU-FS.

           SELECT VENDSEQ-FILE ASSIGN TO 'VENDSEQ.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-VSEQ-FS.

           SELECT EXPEDITE-OUT ASSIGN TO 'EXPEDITE.OUT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-EXPO-FS.

           SELECT OVERRIDE-LOG ASSIGN TO 'EXPOVRD.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-OVRD-FS.

           SELECT AUDIT-REPORT ASSIGN TO 'EXPAUDIT.RPT'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT AUDIT-SORT-FILE ASSIGN TO 'EXPSORT.TMP'.

       DATA DIVISION.
       FILE SECTION.
       FD  EXP-REQ-FILE.
       01  EXP-REQ-RECORD.
           05  XR-ACCOUNT-ID       PIC X(10).
           05  XR-GREETING-TYPE    PIC X(1).
           05  XR-REQUESTER-ID     PIC X(8).
           05  XR-REASON-CODE      PIC X(4).

       FD  REASON-FILE.
       01  REASON-RECORD.
           05  RC-REASON-CODE      PIC X(4).
           05  RC-OVERRIDE-OK      PIC X(1).
           05  RC-DESCRIPTION      PIC X(30).

       FD  EVENT-FILE.
           COPY evntrec.

       FD  DNC-FILE.
           COPY dncrec.

       FD  PREF-FILE.
           COPY prefrec.

       FD  ADDR-FILE.
           COPY addrrec.

       FD  LANGUAGE-FILE.
           COPY langrec.

       FD  HIST-FILE.
           COPY histrec.

       FD  LEDGER-FILE.
           COPY ledgrec.

       FD  SALUTE-FILE.
           COPY salurec.

       FD  VENDSEQ-FILE.
       01  VENDSEQ-RECORD.
           05  VS-VENDOR-CODE      PIC X(8).
           05  VS-LAST-SEQ         PIC 9(6).

       FD  EXPEDITE-OUT.
       01  EXPEDITE-OUT-RECORD.
           05  EX-NAME             PIC X(50).
           05  EX-GREETING-TEXT    PIC X(20).
           05  EX-ADDRESS-BLOCK    PIC X(100).
           05  EX-BATCH-DATE       PIC X(8).
           05  EX-ACCOUNT-ID       PIC X(10).
           05  EX-GREETING-TYPE    PIC X(1).
           05  EX-LANGUAGE-CODE    PIC X(2).
       01  EXPEDITE-OUT-HEADER.
           05  EXH-REC-TYPE        PIC X(3).
           05  EXH-VENDOR-CODE     PIC X(8).
           05  EXH-BATCH-DATE      PIC X(8).
           05  FILLER              PIC X(172).

       FD  OVERRIDE-LOG.
       01  OVERRIDE-LOG-RECORD.
           05  OV-RUN-DATE         PIC 9(8).
           05  OV-ACCOUNT-ID       PIC X(10).
           05  OV-GREETING-TYPE    PIC X(1).
           05  OV-REQUESTER-ID     PIC X(8).
           05  OV-REASON-CODE      PIC X(4).
           05  OV-LAST-ISSUE-DATE  PIC 9(8).

       FD  AUDIT-REPORT.
       01  AUDIT-LINE       PIC X(100).

       SD  AUDIT-SORT-FILE.
       01  AUDIT-SORT-RECORD.
           05  AS-REQUESTER-ID     PIC X(8).
           05  AS-REQ-SEQ          PIC 9(6).
           05  AS-ACCOUNT-ID       PIC X(10).
           05  AS-GREETING-TYPE    PIC X(1).
           05  AS-REASON-CODE      PIC X(4).
           05  AS-RESULT           PIC X(8).
           05  AS-DETAIL           PIC X(24).
           05  AS-LAST-DATE        PIC 9(8).

       WORKING-STORAGE SECTION.
       01  WS-REQ-EOF    PIC X VALUE 'N'.
       01  WS-RSN-EOF    PIC X VALUE 'N'.
       01  WS-VSEQ-EOF   PIC X VALUE 'N'.
       01  WS-SORT-EOF   PIC X VALUE 'N'.
       01  WS-REQ-FS     PIC X(2) VALUE '00'.
       01  WS-RSN-FS     PIC X(2) VALUE '00'.
       01  WS-EVNT-FS    PIC X(2) VALUE '00'.
       01  WS-DNC-FS     PIC X(2) VALUE '00'.
       01  WS-PREF-FS    PIC X(2) VALUE '00'.
       01  WS-ADDR-FS    PIC X(2) VALUE '00'.
       01  WS-LANG-FS    PIC X(2) VALUE '00'.
       01  WS-HIST-FS    PIC X(2) VALUE '00'.
       01  WS-LEDG-FS    PIC X(2) VALUE '00'.
       01  WS-VSEQ-FS    PIC X(2) VALUE '00'.
       01  WS-OVRD-FS    PIC X(2) VALUE '00'.
       01  WS-SALU-FS    PIC X(2) VALUE '00'.
       01  WS-EXPO-FS    PIC X(2) VALUE '00'.
       01  WS-SALU-EOF   PIC X VALUE 'N'.
       01  WS-EXPO-TODAY PIC X VALUE 'N'.

       01  WS-DNC-OPEN   PIC X VALUE 'N'.
       01  WS-PREF-OPEN  PIC X VALUE 'N'.
       01  WS-ADDR-OPEN  PIC X VALUE 'N'.
       01  WS-LANG-OPEN  PIC X VALUE 'N'.

       01  WS-REQUESTS-READ    PIC 9(6) VALUE 0.
       01  WS-ISSUED-COUNT     PIC 9(6) VALUE 0.
       01  WS-OVERRIDE-COUNT   PIC 9(6) VALUE 0.
       01  WS-REJECTED-COUNT   PIC 9(6) VALUE 0.
       01  WS-LEDGER-ERRORS    PIC 9(6) VALUE 0.

       01  WS-REQ-SEQ          PIC 9(6) VALUE 0.
       01  WS-REJECT-REASON    PIC X(24) VALUE SPACES.
       01  WS-OVERRIDE-FLAG    PIC X VALUE 'N'.
       01  WS-LAST-ISSUE-DATE  PIC 9(8) VALUE 0.
       01  WS-GREETING-TEXT    PIC X(20) VALUE SPACES.
       01  WS-HIST-FOUND       PIC X VALUE 'N'.
       01  WS-HIST-DAYS        PIC S9(7) VALUE 0.
       01  WS-HIST-WINDOW-DAYS PIC 9(3) VALUE 30.
       01  WS-TODAY-INT        PIC 9(7) VALUE 0.

           COPY gtyptab.

       01  WS-SALUTE-NAME      PIC X(50).
       01  WS-SALUTE-PTR       PIC 9(2) VALUE 0.
       01  WS-SALUTE-STYLE     PIC X(1).
       01  WS-SALU-COUNT       PIC 9(2) VALUE 0.
       01  WS-SALU-IDX         PIC 9(2) VALUE 0.
       01  WS-SALU-TABLE.
           05  WS-SALU-ENTRY OCCURS 60 TIMES.
               10  WS-SALU-TYPE       PIC X(1).
               10  WS-SALU-LANG       PIC X(2).
               10  WS-SALU-STYLE      PIC X(1).

       01  WS-REASON-TABLE.
           05  WS-RSN-ENTRY OCCURS 30 TIMES.
               10  WS-RSN-CODE        PIC X(4).
               10  WS-RSN-OVERRIDE    PIC X(1).
       01  WS-RSN-COUNT        PIC 9(2) VALUE 0.
       01  WS-RSN-IDX          PIC 9(2) VALUE 0.
       01  WS-RSN-SLOT         PIC 9(2) VALUE 0.

       01  WS-EXP-VEND-CODE    PIC X(8) VALUE 'EXPEDITE'.
       01  WS-EXP-SEQ          PIC 9(6) VALUE 1.
       01  WS-VSEQ-TABLE.
           05  WS-VSEQ-ENTRY OCCURS 20 TIMES.
               10  WS-VSEQ-CODE       PIC X(8).
               10  WS-VSEQ-LAST       PIC 9(6).
       01  WS-VSEQ-COUNT       PIC 9(2) VALUE 0.
       01  WS-VSEQ-IDX         PIC 9(2) VALUE 0.

       01  WS-ADDRESS-BLOCK.
           05  WAB-ADDR-LINE-1   PIC X(30).
           05  WAB-ADDR-LINE-2   PIC X(30).
           05  WAB-CITY          PIC X(20).
           05  WAB-STATE         PIC X(2).
           05  FILLER            PIC X(1) VALUE SPACE.
           05  WAB-ZIP           PIC X(10).
           05  FILLER            PIC X(7) VALUE SPACES.

       01  EXP-HEADER-BUILD.
           05  FILLER            PIC X(3) VALUE 'HDR'.
           05  EHB-VENDOR-CODE   PIC X(8).
           05  EHB-BATCH-DATE    PIC X(8).
           05  EHB-BATCH-SEQ     PIC 9(6).
           05  FILLER            PIC X(166) VALUE SPACES.

       01  EXP-TRAILER-BUILD.
           05  FILLER            PIC X(3) VALUE 'TRL'.
           05  ETB-RECORD-COUNT  PIC 9(6).
           05  FILLER            PIC X(182) VALUE SPACES.

       01  WS-CURRENT-DATE.
           05  WS-CURR-YEAR   PIC 9(4).
           05  WS-CURR-MONTH  PIC 9(2).
           05  WS-CURR-DAY    PIC 9(2).

       01  WS-RUN-DATE       PIC X(10).
       01  WS-BATCH-DATE     PIC X(8).
       01  WS-BATCH-DATE-NUM PIC 9(8) VALUE 0.

       01  WS-CUR-REQUESTER  PIC X(8) VALUE SPACES.
       01  WS-FIRST-GROUP    PIC X VALUE 'Y'.
       01  WS-GRP-ISSUED     PIC 9(6) VALUE 0.
       01  WS-GRP-OVERRIDE   PIC 9(6) VALUE 0.
       01  WS-GRP-REJECTED   PIC 9(6) VALUE 0.

       01  AUDIT-HDG-1-LINE.
           05  FILLER            PIC X(10) VALUE 'RUN DATE: '.
           05  AUH-1-DATE        PIC X(10).
           05  FILLER            PIC X(10) VALUE SPACES.
           05  FILLER            PIC X(31) VALUE
               'EXPEDITED GREETING AUDIT REPORT'.

       01  AUDIT-HDG-2-LINE.
           05  FILLER            PIC X(10) VALUE 'REQUESTER '.
           05  FILLER            PIC X(11) VALUE 'ACCOUNT ID '.
           05  FILLER            PIC X(5)  VALUE 'TYPE '.
           05  FILLER            PIC X(7)  VALUE 'REASON '.
           05  FILLER            PIC X(9)  VALUE 'RESULT'.
           05  FILLER            PIC X(25) VALUE 'DETAIL'.
           05  FILLER            PIC X(9)  VALUE 'LAST SENT'.

       01  AUDIT-DETAIL-LINE.
           05  AUD-REQUESTER-ID  PIC X(8).
           05  FILLER            PIC X(2) VALUE SPACES.
           05  AUD-ACCOUNT-ID    PIC X(10).
           05  FILLER            PIC X(1) VALUE SPACE.
           05  AUD-TYPE          PIC X(1).
           05  FILLER            PIC X(4) VALUE SPACES.
           05  AUD-REASON-CODE   PIC X(4).
           05  FILLER            PIC X(3) VALUE SPACES.
           05  AUD-RESULT        PIC X(8).
           05  FILLER            PIC X(1) VALUE SPACE.
           05  AUD-DETAIL        PIC X(24).
           05  FILLER            PIC X(1) VALUE SPACE.
           05  AUD-LAST-DATE     PIC 9(8) BLANK WHEN ZERO.

       01  AUDIT-GROUP-LINE.
           05  FILLER            PIC X(10) VALUE SPACES.
           05  FILLER            PIC X(16) VALUE 'REQUESTER TOTAL '.
           05  AUG-REQUESTER-ID  PIC X(8).
           05  FILLER            PIC X(9) VALUE '  ISSUED '.
           05  AUG-ISSUED        PIC ZZZ,ZZ9.
           05  FILLER            PIC X(12) VALUE '  OVERRIDES '.
           05  AUG-OVERRIDE      PIC ZZZ,ZZ9.
           05  FILLER            PIC X(11) VALUE '  REJECTED '.
           05  AUG-REJECTED      PIC ZZZ,ZZ9.

       01  CTL-TOTALS-LINE.
           05  CTL-LABEL         PIC X(40) VALUE SPACES.
           05  CTL-VALUE         PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM INITIALIZE-RUN
           SORT AUDIT-SORT-FILE
               ON ASCENDING KEY AS-REQUESTER-ID AS-REQ-SEQ
               INPUT PROCEDURE IS PROCESS-EXPEDITE-REQUESTS
               OUTPUT PROCEDURE IS WRITE-AUDIT-REPORT
           MOVE WS-ISSUED-COUNT TO ETB-RECORD-COUNT
           WRITE EXPEDITE-OUT-RECORD FROM EXP-TRAILER-BUILD
           PERFORM SAVE-VENDOR-SEQUENCES
           IF WS-REQ-FS = '00' OR WS-REQ-FS = '10'
               CLOSE EXP-REQ-FILE
           END-IF
           CLOSE EVENT-FILE
           IF WS-DNC-OPEN = 'Y'
               CLOSE DNC-FILE
           END-IF
           IF WS-PREF-OPEN = 'Y'
               CLOSE PREF-FILE
           END-IF
           IF WS-ADDR-OPEN = 'Y'
               CLOSE ADDR-FILE
           END-IF
           IF WS-LANG-OPEN = 'Y'
               CLOSE LANGUAGE-FILE
           END-IF
           CLOSE HIST-FILE
           CLOSE LEDGER-FILE
           CLOSE EXPEDITE-OUT
           CLOSE OVERRIDE-LOG
           CLOSE AUDIT-REPORT
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
           MOVE WS-BATCH-DATE-NUM TO WS-BATCH-DATE
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-BATCH-DATE-NUM)
           PERFORM LOAD-REASON-CODES
           PERFORM OPEN-SALUTE-TABLE
           PERFORM LOAD-SALUTE-TABLE
           PERFORM OPEN-MASTER-FILES
           OPEN INPUT EXP-REQ-FILE
           IF WS-REQ-FS NOT = '00'
               MOVE 'Y' TO WS-REQ-EOF
           END-IF
           OPEN EXTEND OVERRIDE-LOG
           IF WS-OVRD-FS NOT = '00'
               OPEN OUTPUT OVERRIDE-LOG
           END-IF
           PERFORM LOAD-VENDOR-SEQUENCES
           MOVE WS-EXP-VEND-CODE TO EHB-VENDOR-CODE
           MOVE WS-BATCH-DATE TO EHB-BATCH-DATE
           MOVE WS-EXP-SEQ TO EHB-BATCH-SEQ
           PERFORM OPEN-EXPEDITE-OUT
           WRITE EXPEDITE-OUT-RECORD FROM EXP-HEADER-BUILD
           OPEN OUTPUT AUDIT-REPORT
           MOVE WS-RUN-DATE TO AUH-1-DATE
           WRITE AUDIT-LINE FROM AUDIT-HDG-1-LINE
           MOVE SPACES TO AUDIT-LINE
           WRITE AUDIT-LINE
           WRITE AUDIT-LINE FROM AUDIT-HDG-2-LINE
           MOVE SPACES TO AUDIT-LINE
           WRITE AUDIT-LINE.

      *    WITHOUT THE REASON CODES NO REQUEST COULD BE VALIDATED
      *    OR AN OVERRIDE APPROVED, SO THEIR ABSENCE STOPS THE RUN.
       LOAD-REASON-CODES.
           OPEN INPUT REASON-FILE
           IF WS-RSN-FS NOT = '00'
               DISPLAY 'EXPEDITE - EXPRSN.DAT OPEN FAILED - '
                       'STATUS ' WS-RSN-FS ' - RUN STOPPED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-RSN-EOF = 'Y'
               READ REASON-FILE
                   AT END
                       MOVE 'Y' TO WS-RSN-EOF
                   NOT AT END
                       IF WS-RSN-COUNT >= 30
                           DISPLAY 'EXPEDITE - REASON CODE TABLE '
                                   'FULL - CODE IGNORED: '
                                   RC-REASON-CODE
                       ELSE
                           ADD 1 TO WS-RSN-COUNT
                           MOVE RC-REASON-CODE
                               TO WS-RSN-CODE(WS-RSN-COUNT)
                           MOVE RC-OVERRIDE-OK
                               TO WS-RSN-OVERRIDE(WS-RSN-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE REASON-FILE.

      *    TODAY'S EXPEDITE.OUT MAY STILL BE WAITING FOR THE
      *    VENDOR WITH AN EARLIER RUN'S BATCH ON IT, SO THIS RUN'S
      *    HDR/TRL BATCH GOES ON THE END.  A FILE FROM AN EARLIER
      *    DAY HAS BEEN COLLECTED AND IS REPLACED.
       OPEN-EXPEDITE-OUT.
           MOVE 'N' TO WS-EXPO-TODAY
           OPEN INPUT EXPEDITE-OUT
           IF WS-EXPO-FS = '00'
               READ EXPEDITE-OUT
                   AT END
                       CONTINUE
                   NOT AT END
                       IF EXH-REC-TYPE = 'HDR' AND
                          EXH-BATCH-DATE = WS-BATCH-DATE
                           MOVE 'Y' TO WS-EXPO-TODAY
                       END-IF
               END-READ
               CLOSE EXPEDITE-OUT
           END-IF
           IF WS-EXPO-TODAY = 'Y'
               OPEN EXTEND EXPEDITE-OUT
           ELSE
               OPEN OUTPUT EXPEDITE-OUT
           END-IF.

       OPEN-SALUTE-TABLE.
           OPEN I-O SALUTE-FILE
           IF WS-SALU-FS NOT = '00'
               PERFORM BUILD-SALUTE-TABLE
               OPEN I-O SALUTE-FILE
           END-IF.

       LOAD-SALUTE-TABLE.
           MOVE 0 TO WS-SALU-COUNT
           MOVE 'N' TO WS-SALU-EOF
           MOVE LOW-VALUES TO SL-KEY
           START SALUTE-FILE KEY NOT < SL-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-SALU-EOF
           END-START
           PERFORM UNTIL WS-SALU-EOF = 'Y'
               READ SALUTE-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-SALU-EOF
                   NOT AT END
                       PERFORM ADD-SALUTE-ENTRY
               END-READ
           END-PERFORM
           CLOSE SALUTE-FILE.

       ADD-SALUTE-ENTRY.
           IF WS-SALU-COUNT >= 60
               DISPLAY 'EXPEDITE - SALUTATION TABLE FULL - '
                       'ENTRY IGNORED: ' SL-KEY
           ELSE
               ADD 1 TO WS-SALU-COUNT
               MOVE SL-GREETING-TYPE TO WS-SALU-TYPE(WS-SALU-COUNT)
               MOVE SL-LANGUAGE-CODE TO WS-SALU-LANG(WS-SALU-COUNT)
               MOVE SL-STYLE TO WS-SALU-STYLE(WS-SALU-COUNT)
           END-IF.

      *    THE SAME DEFAULTS AS HELLOWORLD BUILDS, SO THE CARD AND
      *    THE NIGHTLY PIECE ADDRESS THE CUSTOMER ALIKE.
       BUILD-SALUTE-TABLE.
           OPEN OUTPUT SALUTE-FILE
           MOVE 'EN' TO SL-LANGUAGE-CODE
           MOVE 'G' TO SL-STYLE
           MOVE 'W' TO SL-GREETING-TYPE
           WRITE SALUTE-RECORD
           MOVE 'A' TO SL-GREETING-TYPE
           WRITE SALUTE-RECORD
           MOVE 'B' TO SL-GREETING-TYPE
           WRITE SALUTE-RECORD
           MOVE 'F' TO SL-STYLE
           MOVE 'C' TO SL-GREETING-TYPE
           WRITE SALUTE-RECORD
           MOVE 'ES' TO SL-LANGUAGE-CODE
           MOVE 'W' TO SL-GREETING-TYPE
           WRITE SALUTE-RECORD
           MOVE 'A' TO SL-GREETING-TYPE
           WRITE SALUTE-RECORD
           MOVE 'B' TO SL-GREETING-TYPE
           WRITE SALUTE-RECORD
           MOVE 'C' TO SL-GREETING-TYPE
           WRITE SALUTE-RECORD
           MOVE 'FR' TO SL-LANGUAGE-CODE
           MOVE 'W' TO SL-GREETING-TYPE
           WRITE SALUTE-RECORD
           MOVE 'A' TO SL-GREETING-TYPE
           WRITE SALUTE-RECORD
           MOVE 'B' TO SL-GREETING-TYPE
           WRITE SALUTE-RECORD
           MOVE 'C' TO SL-GREETING-TYPE
           WRITE SALUTE-RECORD
           CLOSE SALUTE-FILE.

      *    EVENTS.DAT SUPPLIES THE NAME AND LANGUAGE, SO ITS
      *    ABSENCE STOPS THE RUN.  A MISSING DNC OR PREFERENCE
      *    MASTER SUPPRESSES NOTHING; A MISSING ADDRESS MASTER OR
      *    LANGUAGE TABLE REJECTS EVERY REQUEST.
       OPEN-MASTER-FILES.
           OPEN INPUT EVENT-FILE
           IF WS-EVNT-FS NOT = '00'
               DISPLAY 'EXPEDITE - EVENTS.DAT OPEN FAILED - '
                       'STATUS ' WS-EVNT-FS ' - RUN STOPPED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT DNC-FILE
           IF WS-DNC-FS = '00'
               MOVE 'Y' TO WS-DNC-OPEN
           END-IF
           OPEN INPUT PREF-FILE
           IF WS-PREF-FS = '00'
               MOVE 'Y' TO WS-PREF-OPEN
           END-IF
           OPEN INPUT ADDR-FILE
           IF WS-ADDR-FS = '00'
               MOVE 'Y' TO WS-ADDR-OPEN
           END-IF
           OPEN INPUT LANGUAGE-FILE
           IF WS-LANG-FS = '00'
               MOVE 'Y' TO WS-LANG-OPEN
           END-IF
           OPEN I-O HIST-FILE
           IF WS-HIST-FS NOT = '00'
               OPEN OUTPUT HIST-FILE
               CLOSE HIST-FILE
               OPEN I-O HIST-FILE
           END-IF
           OPEN I-O LEDGER-FILE
           IF WS-LEDG-FS NOT = '00'
               OPEN OUTPUT LEDGER-FILE
               CLOSE LEDGER-FILE
               OPEN I-O LEDGER-FILE
           END-IF.

      *    EVERY VENDSEQ.DAT ENTRY IS HELD SO THE FILE CAN BE
      *    WRITTEN BACK WHOLE WITH THE EXPEDITE SEQUENCE BUMPED.
       LOAD-VENDOR-SEQUENCES.
           MOVE 0 TO WS-VSEQ-COUNT
           OPEN INPUT VENDSEQ-FILE
           IF WS-VSEQ-FS NOT = '00'
               MOVE 'Y' TO WS-VSEQ-EOF
           END-IF
           PERFORM UNTIL WS-VSEQ-EOF = 'Y'
               READ VENDSEQ-FILE
                   AT END
                       MOVE 'Y' TO WS-VSEQ-EOF
                   NOT AT END
                       IF VS-VENDOR-CODE = WS-EXP-VEND-CODE
                           COMPUTE WS-EXP-SEQ = VS-LAST-SEQ + 1
                       ELSE
                           PERFORM CARRY-VENDOR-SEQUENCE
                       END-IF
               END-READ
           END-PERFORM
           IF WS-VSEQ-FS = '00' OR WS-VSEQ-FS = '10'
               CLOSE VENDSEQ-FILE
           END-IF.

       CARRY-VENDOR-SEQUENCE.
           IF WS-VSEQ-COUNT < 20
               ADD 1 TO WS-VSEQ-COUNT
               MOVE VS-VENDOR-CODE TO WS-VSEQ-CODE(WS-VSEQ-COUNT)
               MOVE VS-LAST-SEQ TO WS-VSEQ-LAST(WS-VSEQ-COUNT)
           ELSE
               DISPLAY 'EXPEDITE - VENDSEQ CARRY TABLE FULL'
                       ' - SEQUENCE DROPPED FOR ' VS-VENDOR-CODE
           END-IF.

       SAVE-VENDOR-SEQUENCES.
           OPEN OUTPUT VENDSEQ-FILE
           PERFORM VARYING WS-VSEQ-IDX FROM 1 BY 1
                   UNTIL WS-VSEQ-IDX > WS-VSEQ-COUNT
               MOVE WS-VSEQ-CODE(WS-VSEQ-IDX) TO VS-VENDOR-CODE
               MOVE WS-VSEQ-LAST(WS-VSEQ-IDX) TO VS-LAST-SEQ
               WRITE VENDSEQ-RECORD
           END-PERFORM
           MOVE WS-EXP-VEND-CODE TO VS-VENDOR-CODE
           MOVE WS-EXP-SEQ TO VS-LAST-SEQ
           WRITE VENDSEQ-RECORD
           CLOSE VENDSEQ-FILE.

       PROCESS-EXPEDITE-REQUESTS.
           PERFORM UNTIL WS-REQ-EOF = 'Y'
               READ EXP-REQ-FILE
                   AT END
                       MOVE 'Y' TO WS-REQ-EOF
                   NOT AT END
                       ADD 1 TO WS-REQUESTS-READ
                       PERFORM PROCESS-ONE-REQUEST
               END-READ
           END-PERFORM.

      *    EACH CHECK RUNS ONLY WHILE THE REQUEST IS STILL CLEAN,
      *    SO THE AUDIT SHOWS THE FIRST RULE IT FAILED.
       PROCESS-ONE-REQUEST.
           MOVE SPACES TO WS-REJECT-REASON
           MOVE 'N' TO WS-OVERRIDE-FLAG
           MOVE 0 TO WS-LAST-ISSUE-DATE
           PERFORM CHECK-REQUEST-FIELDS
           IF WS-REJECT-REASON = SPACES
               PERFORM CHECK-CONTACT-RULES
           END-IF
           IF WS-REJECT-REASON = SPACES
               PERFORM CHECK-DELIVERY-RULES
           END-IF
           IF WS-REJECT-REASON = SPACES
               PERFORM CHECK-CONTACT-WINDOW
           END-IF
           IF WS-REJECT-REASON = SPACES
               PERFORM ISSUE-EXPEDITED-GREETING
           ELSE
               ADD 1 TO WS-REJECTED-COUNT
           END-IF
           PERFORM RELEASE-AUDIT-RECORD.

       CHECK-REQUEST-FIELDS.
           MOVE 0 TO WS-RSN-SLOT
           PERFORM VARYING WS-RSN-IDX FROM 1 BY 1
                   UNTIL WS-RSN-IDX > WS-RSN-COUNT
               IF WS-RSN-CODE(WS-RSN-IDX) = XR-REASON-CODE
                   MOVE WS-RSN-IDX TO WS-RSN-SLOT
                   EXIT PERFORM
               END-IF
           END-PERFORM
           MOVE XR-GREETING-TYPE TO GT-FIND-TYPE
           PERFORM FIND-GREETING-TYPE
           EVALUATE TRUE
               WHEN XR-ACCOUNT-ID = SPACES
                   MOVE 'NO ACCOUNT ID' TO WS-REJECT-REASON
               WHEN XR-REQUESTER-ID = SPACES
                   MOVE 'NO REQUESTER ID' TO WS-REJECT-REASON
               WHEN WS-RSN-SLOT = 0
                   MOVE 'UNKNOWN REASON CODE' TO WS-REJECT-REASON
               WHEN GT-SLOT = 0
                   MOVE 'INVALID GREETING TYPE' TO WS-REJECT-REASON
               WHEN GT-CAMPAIGN-FLAG(GT-SLOT) = 'Y'
                   MOVE 'CAMPAIGN TYPE' TO WS-REJECT-REASON
               WHEN OTHER
                   MOVE XR-ACCOUNT-ID TO EV-ACCOUNT-ID
                   READ EVENT-FILE
                       INVALID KEY
                           MOVE 'ACCOUNT NOT ON EVENTS'
                               TO WS-REJECT-REASON
                   END-READ
                   IF WS-REJECT-REASON = SPACES AND
                      EV-NAME = SPACES
                       MOVE 'BLANK NAME ON EVENTS' TO WS-REJECT-REASON
                   END-IF
           END-EVALUATE.

       FIND-GREETING-TYPE.
           MOVE 0 TO GT-SLOT
           PERFORM VARYING GT-IDX FROM 1 BY 1
                   UNTIL GT-IDX > GT-TYPE-COUNT
               IF GT-TYPE-CODE(GT-IDX) = GT-FIND-TYPE
                   MOVE GT-IDX TO GT-SLOT
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       CHECK-CONTACT-RULES.
           IF WS-DNC-OPEN = 'Y'
               MOVE XR-ACCOUNT-ID TO DNC-ACCOUNT-ID
               READ DNC-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'ON DO-NOT-CONTACT' TO WS-REJECT-REASON
               END-READ
           END-IF
           IF WS-REJECT-REASON = SPACES AND WS-PREF-OPEN = 'Y'
               MOVE XR-ACCOUNT-ID TO PF-ACCOUNT-ID
               READ PREF-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM CHECK-PREFERENCE-OPT-OUT
               END-READ
           END-IF.

       CHECK-PREFERENCE-OPT-OUT.
           IF PF-CHANNEL = 'N'
               MOVE 'NO CONTACT CHANNEL' TO WS-REJECT-REASON
           ELSE
               IF (XR-GREETING-TYPE = 'W' AND PF-OPTOUT-W = 'Y') OR
                  (XR-GREETING-TYPE = 'A' AND PF-OPTOUT-A = 'Y') OR
                  (XR-GREETING-TYPE = 'B' AND PF-OPTOUT-B = 'Y')
                   MOVE 'GREETING TYPE OPT-OUT' TO WS-REJECT-REASON
               END-IF
           END-IF.

      *    THE EXPEDITE VENDOR MAILS A CARD, SO EVEN AN EMAIL-
      *    PREFERENCE CUSTOMER NEEDS A DELIVERABLE ADDRESS HERE.
       CHECK-DELIVERY-RULES.
           IF WS-ADDR-OPEN = 'N'
               MOVE 'NO ADDRESS ON FILE' TO WS-REJECT-REASON
           ELSE
               MOVE XR-ACCOUNT-ID TO AM-ACCOUNT-ID
               READ ADDR-FILE
                   INVALID KEY
                       MOVE 'NO ADDRESS ON FILE' TO WS-REJECT-REASON
                   NOT INVALID KEY
                       IF AM-UNDELIV-FLAG = 'Y'
                           MOVE 'ADDRESS UNDELIVERABLE'
                               TO WS-REJECT-REASON
                       END-IF
               END-READ
           END-IF
           IF WS-REJECT-REASON = SPACES
               IF WS-LANG-OPEN = 'N'
                   MOVE 'NO LANGUAGE TEXT' TO WS-REJECT-REASON
               ELSE
                   MOVE XR-GREETING-TYPE TO LC-GREETING-TYPE
                   MOVE EV-LANGUAGE-CODE TO LC-LANGUAGE-CODE
                   READ LANGUAGE-FILE
                       INVALID KEY
                           MOVE 'NO LANGUAGE TEXT' TO WS-REJECT-REASON
                       NOT INVALID KEY
                           MOVE LC-GREETING-TEXT TO WS-GREETING-TEXT
                   END-READ
               END-IF
           END-IF
           IF WS-REJECT-REASON = SPACES
               MOVE XR-ACCOUNT-ID TO LG-ACCOUNT-ID
               MOVE XR-GREETING-TYPE TO LG-GREETING-TYPE
               MOVE WS-BATCH-DATE TO LG-BATCH-DATE
               READ LEDGER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'ALREADY ISSUED TODAY' TO WS-REJECT-REASON
               END-READ
           END-IF.

       CHECK-CONTACT-WINDOW.
           MOVE 'N' TO WS-HIST-FOUND
           MOVE XR-ACCOUNT-ID TO GH-ACCOUNT-ID
           MOVE XR-GREETING-TYPE TO GH-GREETING-TYPE
           READ HIST-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-HIST-FOUND
           END-READ
           IF WS-HIST-FOUND = 'Y' AND GH-ISSUE-DATE NUMERIC AND
              GH-ISSUE-DATE > 0
               MOVE GH-ISSUE-DATE TO WS-LAST-ISSUE-DATE
               COMPUTE WS-HIST-DAYS = WS-TODAY-INT
                   - FUNCTION INTEGER-OF-DATE(GH-ISSUE-DATE)
               IF WS-HIST-DAYS >= 0 AND
                  WS-HIST-DAYS <= WS-HIST-WINDOW-DAYS
                   IF WS-RSN-OVERRIDE(WS-RSN-SLOT) = 'Y'
                       MOVE 'Y' TO WS-OVERRIDE-FLAG
                   ELSE
                       MOVE 'CONTACT WINDOW' TO WS-REJECT-REASON
                   END-IF
               END-IF
           END-IF.

       ISSUE-EXPEDITED-GREETING.
           MOVE AM-ADDR-LINE-1 TO WAB-ADDR-LINE-1
           MOVE AM-ADDR-LINE-2 TO WAB-ADDR-LINE-2
           MOVE AM-CITY TO WAB-CITY
           MOVE AM-STATE TO WAB-STATE
           MOVE AM-ZIP TO WAB-ZIP
           PERFORM BUILD-SALUTE-NAME
           MOVE WS-SALUTE-NAME      TO EX-NAME
           MOVE WS-GREETING-TEXT    TO EX-GREETING-TEXT
           MOVE WS-ADDRESS-BLOCK    TO EX-ADDRESS-BLOCK
           MOVE WS-BATCH-DATE       TO EX-BATCH-DATE
           MOVE XR-ACCOUNT-ID       TO EX-ACCOUNT-ID
           MOVE XR-GREETING-TYPE    TO EX-GREETING-TYPE
           MOVE EV-LANGUAGE-CODE    TO EX-LANGUAGE-CODE
           WRITE EXPEDITE-OUT-RECORD
           ADD 1 TO WS-ISSUED-COUNT
           PERFORM RECORD-GREETING-HISTORY
           PERFORM RECORD-LEDGER-ENTRY
           IF WS-OVERRIDE-FLAG = 'Y'
               ADD 1 TO WS-OVERRIDE-COUNT
               PERFORM RECORD-OVERRIDE
           END-IF.

      *    THE NAME AS IT FOLLOWS THE GREETING TEXT, IN THE STYLE
      *    SALUTE.DAT GIVES THE TYPE AND LANGUAGE (SEE SALUREC.CPY).
      *    A NAME WITHOUT PARTS, OR NO STYLE ON FILE, LEAVES THE
      *    NAME AS IT STANDS.
       BUILD-SALUTE-NAME.
           MOVE EV-NAME TO WS-SALUTE-NAME
           IF EV-LAST-NAME NOT = SPACES
               MOVE SPACE TO WS-SALUTE-STYLE
               PERFORM VARYING WS-SALU-IDX FROM 1 BY 1
                       UNTIL WS-SALU-IDX > WS-SALU-COUNT
                   IF WS-SALU-TYPE(WS-SALU-IDX) = XR-GREETING-TYPE AND
                      WS-SALU-LANG(WS-SALU-IDX) = EV-LANGUAGE-CODE
                       MOVE WS-SALU-STYLE(WS-SALU-IDX)
                           TO WS-SALUTE-STYLE
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               IF WS-SALUTE-STYLE = 'G' AND EV-FIRST-NAME = SPACES
                   MOVE 'F' TO WS-SALUTE-STYLE
               END-IF
               MOVE 1 TO WS-SALUTE-PTR
               EVALUATE WS-SALUTE-STYLE
                   WHEN 'G'
                       MOVE SPACES TO WS-SALUTE-NAME
                       STRING FUNCTION TRIM(EV-FIRST-NAME)
                              DELIMITED BY SIZE
                              INTO WS-SALUTE-NAME
                              WITH POINTER WS-SALUTE-PTR
                       END-STRING
                   WHEN 'F'
                       MOVE SPACES TO WS-SALUTE-NAME
                       IF EV-TITLE NOT = SPACES
                           STRING FUNCTION TRIM(EV-TITLE) ' '
                                  DELIMITED BY SIZE
                                  INTO WS-SALUTE-NAME
                                  WITH POINTER WS-SALUTE-PTR
                           END-STRING
                       ELSE
                           IF EV-FIRST-NAME NOT = SPACES
                               STRING FUNCTION TRIM(EV-FIRST-NAME) ' '
                                      DELIMITED BY SIZE
                                      INTO WS-SALUTE-NAME
                                      WITH POINTER WS-SALUTE-PTR
                               END-STRING
                           END-IF
                       END-IF
                       STRING FUNCTION TRIM(EV-LAST-NAME)
                              DELIMITED BY SIZE
                              INTO WS-SALUTE-NAME
                              WITH POINTER WS-SALUTE-PTR
                       END-STRING
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

       RECORD-GREETING-HISTORY.
           MOVE XR-ACCOUNT-ID TO GH-ACCOUNT-ID
           MOVE XR-GREETING-TYPE TO GH-GREETING-TYPE
           MOVE WS-BATCH-DATE-NUM TO GH-ISSUE-DATE
           IF WS-HIST-FOUND = 'Y'
               REWRITE HIST-RECORD
           ELSE
               WRITE HIST-RECORD
           END-IF.

       RECORD-LEDGER-ENTRY.
           INITIALIZE LEDGER-RECORD
           MOVE XR-ACCOUNT-ID TO LG-ACCOUNT-ID
           MOVE XR-GREETING-TYPE TO LG-GREETING-TYPE
           MOVE WS-BATCH-DATE TO LG-BATCH-DATE
           MOVE EV-NAME TO LG-NAME
           MOVE WS-SALUTE-NAME TO LG-SENT-NAME
           MOVE EV-NAME-PARTS TO LG-NAME-PARTS
           MOVE EV-LANGUAGE-CODE TO LG-LANGUAGE-CODE
           MOVE WS-EXP-VEND-CODE TO LG-VENDOR-CODE
           MOVE WS-EXP-SEQ TO LG-BATCH-SEQ
           MOVE 'SENT' TO LG-STATUS
           MOVE WS-BATCH-DATE-NUM TO LG-STATUS-DATE
           WRITE LEDGER-RECORD
               INVALID KEY
                   ADD 1 TO WS-LEDGER-ERRORS
           END-WRITE.

       RECORD-OVERRIDE.
           MOVE WS-BATCH-DATE-NUM TO OV-RUN-DATE
           MOVE XR-ACCOUNT-ID TO OV-ACCOUNT-ID
           MOVE XR-GREETING-TYPE TO OV-GREETING-TYPE
           MOVE XR-REQUESTER-ID TO OV-REQUESTER-ID
           MOVE XR-REASON-CODE TO OV-REASON-CODE
           MOVE WS-LAST-ISSUE-DATE TO OV-LAST-ISSUE-DATE
           WRITE OVERRIDE-LOG-RECORD.

       RELEASE-AUDIT-RECORD.
           ADD 1 TO WS-REQ-SEQ
           MOVE XR-REQUESTER-ID TO AS-REQUESTER-ID
           MOVE WS-REQ-SEQ TO AS-REQ-SEQ
           MOVE XR-ACCOUNT-ID TO AS-ACCOUNT-ID
           MOVE XR-GREETING-TYPE TO AS-GREETING-TYPE
           MOVE XR-REASON-CODE TO AS-REASON-CODE
           MOVE WS-LAST-ISSUE-DATE TO AS-LAST-DATE
           IF WS-REJECT-REASON NOT = SPACES
               MOVE 'REJECTED' TO AS-RESULT
               MOVE WS-REJECT-REASON TO AS-DETAIL
           ELSE
               IF WS-OVERRIDE-FLAG = 'Y'
                   MOVE 'OVERRIDE' TO AS-RESULT
                   MOVE 'CONTACT WINDOW OVERRIDDEN' TO AS-DETAIL
               ELSE
                   MOVE 'ISSUED' TO AS-RESULT
                   MOVE SPACES TO AS-DETAIL
               END-IF
           END-IF
           RELEASE AUDIT-SORT-RECORD.

       WRITE-AUDIT-REPORT.
           PERFORM UNTIL WS-SORT-EOF = 'Y'
               RETURN AUDIT-SORT-FILE
                   AT END
                       MOVE 'Y' TO WS-SORT-EOF
                   NOT AT END
                       IF WS-FIRST-GROUP = 'N' AND
                          AS-REQUESTER-ID NOT = WS-CUR-REQUESTER
                           PERFORM WRITE-REQUESTER-TOTAL
                       END-IF
                       PERFORM WRITE-AUDIT-DETAIL
               END-RETURN
           END-PERFORM
           IF WS-FIRST-GROUP = 'N'
               PERFORM WRITE-REQUESTER-TOTAL
           END-IF
           PERFORM WRITE-CONTROL-TOTALS.

       WRITE-AUDIT-DETAIL.
           MOVE 'N' TO WS-FIRST-GROUP
           MOVE AS-REQUESTER-ID TO WS-CUR-REQUESTER
           MOVE AS-REQUESTER-ID TO AUD-REQUESTER-ID
           MOVE AS-ACCOUNT-ID TO AUD-ACCOUNT-ID
           MOVE AS-GREETING-TYPE TO AUD-TYPE
           MOVE AS-REASON-CODE TO AUD-REASON-CODE
           MOVE AS-RESULT TO AUD-RESULT
           MOVE AS-DETAIL TO AUD-DETAIL
           MOVE AS-LAST-DATE TO AUD-LAST-DATE
           WRITE AUDIT-LINE FROM AUDIT-DETAIL-LINE
           EVALUATE AS-RESULT
               WHEN 'ISSUED'
                   ADD 1 TO WS-GRP-ISSUED
               WHEN 'OVERRIDE'
                   ADD 1 TO WS-GRP-ISSUED
                   ADD 1 TO WS-GRP-OVERRIDE
               WHEN OTHER
                   ADD 1 TO WS-GRP-REJECTED
           END-EVALUATE.

       WRITE-REQUESTER-TOTAL.
           MOVE WS-CUR-REQUESTER TO AUG-REQUESTER-ID
           MOVE WS-GRP-ISSUED TO AUG-ISSUED
           MOVE WS-GRP-OVERRIDE TO AUG-OVERRIDE
           MOVE WS-GRP-REJECTED TO AUG-REJECTED
           WRITE AUDIT-LINE FROM AUDIT-GROUP-LINE
           MOVE SPACES TO AUDIT-LINE
           WRITE AUDIT-LINE
           MOVE 0 TO WS-GRP-ISSUED
           MOVE 0 TO WS-GRP-OVERRIDE
           MOVE 0 TO WS-GRP-REJECTED.

       WRITE-CONTROL-TOTALS.
           MOVE SPACES TO AUDIT-LINE
           WRITE AUDIT-LINE
           MOVE 'EXPEDITE REQUESTS READ' TO CTL-LABEL
           MOVE WS-REQUESTS-READ TO CTL-VALUE
           WRITE AUDIT-LINE FROM CTL-TOTALS-LINE
           MOVE 'GREETINGS ISSUED TO EXPEDITE.OUT' TO CTL-LABEL
           MOVE WS-ISSUED-COUNT TO CTL-VALUE
           WRITE AUDIT-LINE FROM CTL-TOTALS-LINE
           MOVE 'OF WHICH CONTACT WINDOW OVERRIDDEN' TO CTL-LABEL
           MOVE WS-OVERRIDE-COUNT TO CTL-VALUE
           WRITE AUDIT-LINE FROM CTL-TOTALS-LINE
           MOVE 'REQUESTS REJECTED' TO CTL-LABEL
           MOVE WS-REJECTED-COUNT TO CTL-VALUE
           WRITE AUDIT-LINE FROM CTL-TOTALS-LINE
           MOVE 'EXPEDITE BATCH SEQUENCE' TO CTL-LABEL
           MOVE WS-EXP-SEQ TO CTL-VALUE
           WRITE AUDIT-LINE FROM CTL-TOTALS-LINE
           IF WS-LEDGER-ERRORS > 0
               MOVE 'LEDGER UPDATE ERRORS' TO CTL-LABEL
               MOVE WS-LEDGER-ERRORS TO CTL-VALUE
               WRITE AUDIT-LINE FROM CTL-TOTALS-LINE
           END-IF.
