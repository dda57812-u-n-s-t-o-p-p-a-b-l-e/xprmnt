           RECORD KEY IS LC-KEY
           FILE STATUS IS WS-LANG-FS.

           SELECT SALUTE-FILE ASSIGN TO 'SALUTE.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SL-KEY
           FILE STATUS IS WS-SALU-FS.

           SELECT SORT-WORK-FILE ASSIGN TO 'SORTWORK.TMP'.

           SELECT MERGE-SORT-FILE ASSIGN TO 'MRGSORT.TMP'.
           SELECT HOUSE-SUPP-FILE ASSIGN TO 'HOUSESUP.RPT'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PREF-FILE ASSIGN TO 'PREFMAST.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PF-ACCOUNT-ID
           FILE STATUS IS WS-PREF-FS.

           SELECT PREF-SUPP-FILE ASSIGN TO 'PREFSUPP.RPT'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT EMAIL-OUT ASSIGN TO 'EMAIL.OUT'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT LEDGER-FILE ASSIGN TO 'GRTLEDGR.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LG-KEY
           FILE STATUS IS WS-LEDG-FS.

           SELECT LEDGER-EXC-FILE ASSIGN TO 'LEDGEXC.RPT'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CAMPAIGN-FILE ASSIGN TO 'CAMPAIGN.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CAMP-FS.

           SELECT CAMPCNT-FILE ASSIGN TO 'CAMPCNT.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CCNT-FS.

       DATA DIVISION.
       FILE SECTION.
       SD  SORT-WORK-FILE.
       01 PRINT-LINE    PIC X(80).

       FD  INPUT-REJECTS.
       01 REJECT-LINE   PIC X(147).

       FD  RESTART-FILE.
       01 RESTART-RECORD.
           05  RST-HIST-SUPPRESSED-COUNT PIC 9(6).
           05  RST-PAGE-COUNT        PIC 9(4).
           05  RST-DIST-FALLBACK     PIC 9(6).
           05  RST-DIST-OTHER-TABLE.
               10  RST-DIST-OTHER OCCURS 4 TIMES PIC 9(6).
           05  RST-DIST-LANG-COUNT   PIC 9(2).
           05  RST-DIST-TABLE.
               10  RST-DIST-ENTRY OCCURS 20 TIMES.
                   15  RST-DIST-LANG-CODE PIC X(2).
                   15  RST-DIST-TYPE OCCURS 4 TIMES PIC 9(6).
           05  RST-UNROUTED-COUNT    PIC 9(6).
           05  RST-VEND-COUNT-TBL.
               10  RST-VEND-COUNT OCCURS 3 TIMES PIC 9(6).
           05  RST-HOUSE-SUPPRESSED-COUNT PIC 9(6).
           05  RST-PREF-SUPPRESSED-COUNT PIC 9(6).
           05  RST-EMAIL-COUNT       PIC 9(6).
           05  RST-LEDGER-ADDED      PIC 9(6).
           05  RST-LEDGER-LINKED     PIC 9(6).
           05  RST-LEDGER-ERRORS     PIC 9(6).
           05  RST-BADCAMP-COUNT     PIC 9(6).
           05  RST-CAMP-CAP-COUNT    PIC 9(6).
           05  RST-CAMP-TALLY-TABLE.
               10  RST-CAMP-TALLY-ENTRY OCCURS 20 TIMES.
                   15  RST-CAMP-TALLY OCCURS 9 TIMES PIC 9(6).

       FD  CONTROL-FILE.
       01 CONTROL-LINE   PIC X(60).
           05  GO-ACCOUNT-ID       PIC X(10).
           05  GO-GREETING-TYPE    PIC X(1).
           05  GO-LANGUAGE-CODE    PIC X(2).
           05  GO-CAMPAIGN-ID      PIC X(8).

       FD  LANGUAGE-FILE.
           COPY langrec.

       FD  SALUTE-FILE.
           COPY salurec.

       FD  SORTED-FILE.
       01  SORTED-RECORD    PIC X(143).

       FD  ENRICHED-FILE.
       01  ENRICHED-RECORD  PIC X(337).

       FD  FINAL-MERGE-FILE.
       01  MERGED-RECORD    PIC X(337).

       FD  DUPLICATE-NAMES.
       01  DUP-LINE         PIC X(70).
       FD  HOUSE-SUPP-FILE.
       01  HOUSE-SUPP-LINE  PIC X(80).

       FD  PREF-FILE.
           COPY prefrec.

       FD  PREF-SUPP-FILE.
       01  PREF-SUPP-LINE   PIC X(84).

       FD  EMAIL-OUT.
       01  EMAIL-OUT-RECORD.
           05  EO-NAME             PIC X(50).
           05  EO-GREETING-TEXT    PIC X(20).
           05  EO-EMAIL-ADDR       PIC X(60).
           05  FILLER              PIC X(40).
           05  EO-BATCH-DATE       PIC X(8).
           05  EO-ACCOUNT-ID       PIC X(10).
           05  EO-GREETING-TYPE    PIC X(1).
           05  EO-LANGUAGE-CODE    PIC X(2).

       FD  LEDGER-FILE.
           COPY ledgrec.

       FD  LEDGER-EXC-FILE.
       01  LEDGER-EXC-LINE  PIC X(70).

       FD  CAMPAIGN-FILE.
           COPY camprec.

       FD  CAMPCNT-FILE.
           COPY campcnt.

       WORKING-STORAGE SECTION.
       01  WS-NAME       PIC X(50).
       01  WS-EOF        PIC X VALUE 'N'.
       01  WS-NAME-LEN   PIC 9(2) VALUE 0.
       01  WS-I          PIC 9(2).
       01  WS-SALUTE-NAME PIC X(50).
       01  WS-SALUTE-LEN PIC 9(2) VALUE 0.
       01  WS-SALUTE-PTR PIC 9(2) VALUE 0.
       01  WS-SALUTE-STYLE PIC X(1).

       01  WS-LINE-COUNT PIC 9(2) VALUE 66.
       01  WS-PAGE-COUNT PIC 9(4) VALUE 0.
           05  WSR-NAME           PIC X(50).
           05  WSR-GREETING-TYPE  PIC X(1).
           05  WSR-LANGUAGE-CODE  PIC X(2).
           05  WSR-CAMPAIGN-ID    PIC X(8).
           05  WSR-NAME-PARTS     PIC X(66).
           05  WSR-SEQ-NO         PIC 9(6).

       01  WS-PREV-HOLD.
           05  PRV-NAME           PIC X(50).
           05  PRV-GREETING-TYPE  PIC X(1).
           05  PRV-LANGUAGE-CODE  PIC X(2).
           05  PRV-CAMPAIGN-ID    PIC X(8).
           05  PRV-NAME-PARTS     PIC X(66).
           05  PRV-SEQ-NO         PIC 9(6).
       01  WS-HAVE-PREV           PIC X VALUE 'N'.
       01  WS-PREV-DUP            PIC X VALUE 'N'.
       01  WS-SKIP-RECORD-ISSUED PIC X VALUE 'N'.
       01  WS-DNC-ERROR-COUNT   PIC 9(6) VALUE 0.
       01  WS-LANG-ERROR-COUNT  PIC 9(6) VALUE 0.
       01  WS-PREF-FS           PIC X(2) VALUE '00'.
       01  WS-PREF-SUPPRESSED-COUNT PIC 9(6) VALUE 0.
       01  WS-LEDG-FS           PIC X(2) VALUE '00'.
       01  WS-LEDGER-ADDED      PIC 9(6) VALUE 0.
       01  WS-LEDGER-LINKED     PIC 9(6) VALUE 0.
       01  WS-LEDGER-ERRORS     PIC 9(6) VALUE 0.
       01  WS-LEDGER-HOLD       PIC X(266).

      *    A LEDGER ENTRY ALREADY ON FILE FOR THE KEY THAT THIS RUN
      *    DID NOT WRITE IS LEFT AS IT IS AND LISTED ON LEDGEXC.RPT
       01  LEDGER-EXC-REC-LINE.
           05  LXC-ACCOUNT-ID    PIC X(10).
           05  FILLER            PIC X(1) VALUE SPACE.
           05  LXC-GREETING-TYPE PIC X(1).
           05  FILLER            PIC X(1) VALUE SPACE.
           05  LXC-BATCH-DATE    PIC X(8).
           05  FILLER            PIC X(1) VALUE SPACE.
           05  LXC-FILE-VENDOR   PIC X(8).
           05  FILLER            PIC X(1) VALUE SPACE.
           05  LXC-FILE-SEQ      PIC 9(6).
           05  FILLER            PIC X(1) VALUE SPACE.
           05  LXC-FILE-STATUS   PIC X(8).
           05  FILLER            PIC X(1) VALUE SPACE.
           05  LXC-RUN-VENDOR    PIC X(8).
           05  FILLER            PIC X(1) VALUE SPACE.
           05  LXC-RUN-SEQ       PIC 9(6).
       01  WS-BADCAMP-COUNT     PIC 9(6) VALUE 0.
       01  WS-CAMP-CAP-COUNT    PIC 9(6) VALUE 0.

       01  WS-DNC-CUR-EOF        PIC X VALUE 'N'.
       01  WS-DNC-CUR-ERR        PIC X VALUE 'N'.
       01  WS-ADDR-CUR-EOF       PIC X VALUE 'N'.
       01  WS-HIST-CUR-EOF       PIC X VALUE 'N'.
       01  WS-PREF-CUR-EOF       PIC X VALUE 'N'.
       01  WS-LEDG-CUR-EOF       PIC X VALUE 'N'.
       01  WS-HIST-WANT-KEY      PIC X(11).

       01  WS-LANG-EOF           PIC X VALUE 'N'.
               10  WS-LANG-LANG       PIC X(2).
               10  WS-LANG-TEXT       PIC X(20).

       01  WS-SALU-FS            PIC X(2) VALUE '00'.
       01  WS-SALU-EOF           PIC X VALUE 'N'.
       01  WS-SALU-COUNT         PIC 9(2) VALUE 0.
       01  WS-SALU-IDX           PIC 9(2) VALUE 0.
       01  WS-SALU-TABLE.
           05  WS-SALU-ENTRY OCCURS 60 TIMES.
               10  WS-SALU-TYPE       PIC X(1).
               10  WS-SALU-LANG       PIC X(2).
               10  WS-SALU-STYLE      PIC X(1).

           COPY gtyptab.

       01  WS-CAMP-FS            PIC X(2) VALUE '00'.
       01  WS-CCNT-FS            PIC X(2) VALUE '00'.
       01  WS-CAMP-EOF           PIC X VALUE 'N'.
       01  WS-CCNT-EOF           PIC X VALUE 'N'.
       01  WS-CAMP-COUNT         PIC 9(2) VALUE 0.
       01  WS-CAMP-IDX           PIC 9(2) VALUE 0.
       01  WS-CAMP-SLOT          PIC 9(2) VALUE 0.
       01  WS-CAMP-RESULT        PIC 9(1) VALUE 0.
       01  WS-CAMP-CNT-IDX       PIC 9(2) VALUE 0.
       01  WS-CAMP-VALID         PIC X VALUE 'N'.
       01  WS-CAMP-MATCHED       PIC X VALUE 'N'.
       01  WS-CTXT-COUNT         PIC 9(3) VALUE 0.
       01  WS-CTXT-IDX           PIC 9(3) VALUE 0.
       01  WS-CAMP-TABLE.
           05  WS-CAMP-ENTRY OCCURS 20 TIMES.
               10  WS-CAMP-ID         PIC X(8).
               10  WS-CAMP-DEFINED    PIC X(1).
               10  WS-CAMP-START      PIC 9(8).
               10  WS-CAMP-END        PIC 9(8).
               10  WS-CAMP-CAP        PIC 9(6).
      *    RESULT SLOTS AS CC-COUNT IN CAMPCNT.CPY
       01  WS-CAMP-TALLY-TABLE.
           05  WS-CAMP-TALLY-ENTRY OCCURS 20 TIMES.
               10  WS-CAMP-TALLY OCCURS 9 TIMES PIC 9(6).
      *    ISSUED COUNT AS THE RECORDS SKIPPED ON A RESTART WERE
      *    FIRST PROCESSED - STARTS FROM CAMPCNT.DAT.
       01  WS-CAMP-SKIP-TABLE.
           05  WS-CAMP-SKIP-ISSUED OCCURS 20 TIMES PIC 9(6).
       01  WS-CTXT-TABLE.
           05  WS-CTXT-ENTRY OCCURS 100 TIMES.
               10  WS-CTXT-CAMP-ID    PIC X(8).
               10  WS-CTXT-LANG       PIC X(2).
               10  WS-CTXT-TEXT       PIC X(20).

       01  WS-FLUSH-IDX          PIC 9(4) VALUE 0.
       01  WS-PRINT-ADV-FLAG     PIC X VALUE 'N'.
       01  WS-PRINT-LINE-TEXT    PIC X(80).
       01  WS-GO-BUFFER.
           05  WS-GO-BUF-ENTRY OCCURS 600 TIMES.
               10  WS-GO-BUF-VENDOR   PIC 9(1).
      *            VENDOR 9 = EMAIL.OUT, NOT GREETING.OUT
               10  WS-GO-BUF-HIST-ACCT PIC X(10).
               10  WS-GO-BUF-HIST-TYPE PIC X(1).
               10  WS-GO-BUF-RESEND-OF PIC X(8).
               10  WS-GO-BUF-CAMPAIGN PIC X(8).
               10  WS-GO-BUF-LINE     PIC X(199).
      *            GO-NAME/EO-NAME CARRY THE SALUTATION; THE LEDGER
      *            ALSO KEEPS THE FULL NAME AND ITS PARTS
               10  WS-GO-BUF-FULL-NAME PIC X(50).
               10  WS-GO-BUF-PARTS    PIC X(66).

       01  WS-LEDGER-SOURCE.
           05  WLS-NAME              PIC X(50).
           05  FILLER                PIC X(120).
           05  WLS-BATCH-DATE        PIC X(8).
           05  WLS-ACCOUNT-ID        PIC X(10).
           05  WLS-GREETING-TYPE     PIC X(1).
           05  WLS-LANGUAGE-CODE     PIC X(2).

       01  WS-REJ-BUF-COUNT      PIC 9(4) VALUE 0.
       01  WS-REJ-BUFFER.
           05  WS-REJ-BUF-LINE OCCURS 600 TIMES PIC X(147).

       01  WS-LNE-BUF-COUNT      PIC 9(4) VALUE 0.
       01  WS-LNE-BUFFER.
       01  WS-HSE-BUFFER.
           05  WS-HSE-BUF-LINE OCCURS 600 TIMES PIC X(80).

       01  WS-PSP-BUF-COUNT      PIC 9(4) VALUE 0.
       01  WS-PSP-BUFFER.
           05  WS-PSP-BUF-LINE OCCURS 600 TIMES PIC X(84).

       01  PREF-SUPP-REC-LINE.
           05  PSP-ACCOUNT-ID    PIC X(10).
           05  FILLER            PIC X(1) VALUE SPACE.
           05  PSP-NAME          PIC X(50).
           05  FILLER            PIC X(1) VALUE SPACE.
           05  PSP-GREETING-TYPE PIC X(1).
           05  FILLER            PIC X(1) VALUE SPACE.
           05  PSP-REASON        PIC X(20).

       01  HOUSE-SUPP-REC-LINE.
           05  HSE-ACCOUNT-ID    PIC X(10).
           05  FILLER            PIC X(1) VALUE SPACE.
           05  DIM-NAME          PIC X(50).
           05  DIM-GREETING-TYPE PIC X(1).
           05  DIM-LANGUAGE-CODE PIC X(2).
           05  DIM-CAMPAIGN-ID   PIC X(8).
           05  DIM-NAME-PARTS    PIC X(66).

       01  REJECT-RECORD-LINE.
           05  RRL-IMAGE         PIC X(137).
           05  FILLER            PIC X(1) VALUE SPACE.
           05  RRL-REASON        PIC X(9).

               10  WS-VEND-SEQ        PIC 9(6).
               10  WS-VEND-RECS       PIC 9(6).

       01  WS-EMAIL-VEND-CODE    PIC X(8) VALUE 'EMAIL'.
       01  WS-EMAIL-SEQ          PIC 9(6) VALUE 1.
       01  WS-EMAIL-RECS         PIC 9(6) VALUE 0.

       01  WS-VSEQ-MATCHED       PIC X VALUE 'N'.
       01  WS-VSEQ-IDX           PIC 9(2) VALUE 0.
       01  WS-VSEQ-CARRY-COUNT   PIC 9(2) VALUE 0.
       01  WS-DIST-SLOT          PIC 9(2) VALUE 0.
       01  WS-DIST-LANG-COUNT    PIC 9(2) VALUE 0.
       01  WS-DIST-FALLBACK-COUNT PIC 9(6) VALUE 0.
       01  WS-DIST-GRAND-TOTAL   PIC 9(7) VALUE 0.
       01  WS-DIST-ROW-TOTAL     PIC 9(6) VALUE 0.

      *    COLUMNS ARE THE GTYPTAB.CPY TYPE SLOTS
       01  WS-DIST-OTHER-TABLE.
           05  WS-DIST-OTHER OCCURS 4 TIMES PIC 9(6) VALUE 0.
       01  WS-DIST-TOT-TABLE.
           05  WS-DIST-TOT OCCURS 4 TIMES PIC 9(6) VALUE 0.

       01  WS-DIST-TABLE.
           05  WS-DIST-ENTRY OCCURS 20 TIMES.
               10  WS-DIST-LANG-CODE  PIC X(2).
               10  WS-DIST-TYPE OCCURS 4 TIMES PIC 9(6).

       01  DIST-HDG-1-LINE.
           05  FILLER            PIC X(10) VALUE 'RUN DATE: '.
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  FILLER            PIC X(7)  VALUE '   BDAY'.
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  FILLER            PIC X(7)  VALUE 'CAMPAGN'.
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  FILLER            PIC X(7)  VALUE '  TOTAL'.

       01  DIST-DETAIL-LINE.
           05  DSD-LANG          PIC X(2).
           05  FILLER            PIC X(3)  VALUE SPACES.
           05  DSD-TYPE-COLUMN OCCURS 4 TIMES.
               10  DSD-TYPE      PIC ZZZ,ZZ9.
               10  FILLER        PIC X(2)  VALUE SPACES.
           05  DSD-TOT           PIC ZZZ,ZZ9.

       01  DIST-TOTAL-LINE.
           05  FILLER            PIC X(5)  VALUE 'TOTAL'.
           05  DST-TYPE-COLUMN OCCURS 4 TIMES.
               10  DST-TYPE      PIC ZZZ,ZZ9.
               10  FILLER        PIC X(2)  VALUE SPACES.
           05  DST-TOT           PIC ZZZ,ZZ9.

       01  WS-HDR-FOUND          PIC X VALUE 'N'.
           05  BHR-RECORD-TYPE   PIC X(3).
           05  BHR-EXTRACT-DATE  PIC 9(8).
           05  BHR-SOURCE-SYSTEM PIC X(10).
           05  FILLER            PIC X(116).

       01  WS-BATCH-TRAILER.
           05  BTR-RECORD-TYPE   PIC X(3).
           05  BTR-RECORD-COUNT  PIC 9(6).
           05  FILLER            PIC X(128).

       01  WS-CURRENT-DATE.
           05  WS-CURR-YEAR   PIC 9(4).
           IF WS-SIM-MODE = 'N'
               PERFORM WRITE-VENDOR-TRAILERS
               PERFORM SAVE-VENDOR-SEQUENCES
               PERFORM SAVE-CAMPAIGN-COUNTS
           END-IF
           PERFORM WRITE-CONTROL-TOTALS
           PERFORM WRITE-DISTRIBUTION-REPORT
           CLOSE HIST-SUPP-FILE
           CLOSE ROUTE-EXC-FILE
           CLOSE HOUSE-SUPP-FILE
           CLOSE PREF-SUPP-FILE
           CLOSE LEDGER-EXC-FILE
           CLOSE HOUSEHOLD-FILE
           CLOSE DNC-FILE
           CLOSE ADDR-FILE
           CLOSE HIST-FILE
           CLOSE PREF-FILE
           CLOSE LEDGER-FILE
           CLOSE DUP-NAME-FILE
           PERFORM CHECK-RUN-THRESHOLDS
           PERFORM WRITE-RUN-LOG
           PERFORM OPEN-DNC-TABLE
           PERFORM OPEN-ADDR-TABLE
           PERFORM OPEN-HIST-TABLE
           PERFORM OPEN-PREF-TABLE
           PERFORM OPEN-LEDGER-TABLE
           PERFORM OPEN-LANGUAGE-TABLE
           PERFORM LOAD-LANGUAGE-TABLE
           PERFORM OPEN-SALUTE-TABLE
           PERFORM LOAD-SALUTE-TABLE
           OPEN OUTPUT DUPLICATE-NAMES
           IF WS-SIM-MODE = 'Y'
               WRITE DUP-LINE FROM SIM-BANNER-LINE
           PERFORM SORT-MERGE-TO-SEQUENCE
           PERFORM LOAD-ROUTING-TABLE
           PERFORM LOAD-VENDOR-SEQUENCES
           PERFORM LOAD-CAMPAIGN-TABLE
           PERFORM LOAD-CAMPAIGN-COUNTS
           PERFORM VARYING WS-CAMP-IDX FROM 1 BY 1
                   UNTIL WS-CAMP-IDX > 20
               MOVE WS-CAMP-TALLY(WS-CAMP-IDX, 2)
                   TO WS-CAMP-SKIP-ISSUED(WS-CAMP-IDX)
           END-PERFORM
           IF WS-RESTART-PARM = 'RESTART' OR WS-PARM-2 = 'RESTART'
               IF WS-SIM-MODE = 'Y'
                   DISPLAY 'HELLOWORLD - SIMULATE RUN - RESTART '
           MOVE WS-LANG-ERROR-COUNT TO RLG-LANG-ERRORS
           MOVE WS-LONG-NAME-COUNT TO RLG-LONG-NAMES
           MOVE WS-HOUSE-SUPPRESSED-COUNT TO RLG-HOUSE-SUPP
           MOVE WS-PREF-SUPPRESSED-COUNT TO RLG-PREF-SUPP
           OPEN EXTEND RUNLOG-FILE
           IF WS-RUNLOG-FS NOT = '00'
               OPEN OUTPUT RUNLOG-FILE
           OPEN OUTPUT HIST-SUPP-FILE
           OPEN OUTPUT ROUTE-EXC-FILE
           OPEN OUTPUT HOUSE-SUPP-FILE
           OPEN OUTPUT PREF-SUPP-FILE
           OPEN OUTPUT LEDGER-EXC-FILE
           IF WS-SIM-MODE = 'Y'
               PERFORM WRITE-SIM-BANNERS
           ELSE
           WRITE MISSING-ADDR-LINE FROM SIM-BANNER-LINE
           WRITE HIST-SUPP-LINE FROM SIM-BANNER-LINE
           WRITE ROUTE-EXC-LINE FROM SIM-BANNER-LINE
           WRITE HOUSE-SUPP-LINE FROM SIM-BANNER-LINE
           WRITE PREF-SUPP-LINE FROM SIM-BANNER-LINE
           WRITE LEDGER-EXC-LINE FROM SIM-BANNER-LINE.

       OPEN-REPORT-FILES-EXTEND.
           OPEN EXTEND PRINT-FILE
           OPEN EXTEND HIST-SUPP-FILE
           OPEN EXTEND ROUTE-EXC-FILE
           OPEN EXTEND HOUSE-SUPP-FILE
           OPEN EXTEND PREF-SUPP-FILE
           OPEN EXTEND LEDGER-EXC-FILE
           IF WS-SIM-MODE = 'N'
               OPEN EXTEND GREETING-OUT
               PERFORM OPEN-VENDOR-FILES-EXTEND
           MOVE 'FR' TO LC-LANGUAGE-CODE
           MOVE 'BON ANNIVERSAIRE,' TO LC-GREETING-TEXT
           WRITE LANG-RECORD
           MOVE 'C' TO LC-GREETING-TYPE
           MOVE 'EN' TO LC-LANGUAGE-CODE
           MOVE 'GREETINGS,' TO LC-GREETING-TEXT
           WRITE LANG-RECORD
           MOVE 'ES' TO LC-LANGUAGE-CODE
           MOVE 'SALUDOS,' TO LC-GREETING-TEXT
           WRITE LANG-RECORD
           MOVE 'FR' TO LC-LANGUAGE-CODE
           MOVE 'SALUTATIONS,' TO LC-GREETING-TEXT
           WRITE LANG-RECORD
           CLOSE LANGUAGE-FILE.

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
               DISPLAY 'HELLOWORLD - SALUTATION TABLE FULL - '
                       'ENTRY IGNORED: ' SL-KEY
           ELSE
               ADD 1 TO WS-SALU-COUNT
               MOVE SL-GREETING-TYPE TO WS-SALU-TYPE(WS-SALU-COUNT)
               MOVE SL-LANGUAGE-CODE TO WS-SALU-LANG(WS-SALU-COUNT)
               MOVE SL-STYLE TO WS-SALU-STYLE(WS-SALU-COUNT)
           END-IF.

      *    GIVEN NAME FOR THE EVERYDAY ENGLISH GREETINGS; FORMAL
      *    FOR CAMPAIGN PIECES AND FOR SPANISH AND FRENCH.
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

       SORT-INPUT-BY-NAME.
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SR-NAME SR-SEQ-NO
               WHEN OTHER
                   ADD 1 TO WS-DETAIL-COUNT
                   MOVE IR-ACCOUNT-ID TO SR-ACCOUNT-ID
                   MOVE IR-NAME-PARTS TO SR-NAME-PARTS
                   IF IR-LAST-NAME NOT = SPACES
                       PERFORM COMPOSE-INPUT-NAME
                   ELSE
                       MOVE IR-NAME TO SR-NAME
                   END-IF
                   MOVE IR-GREETING-TYPE TO SR-GREETING-TYPE
                   MOVE IR-LANGUAGE-CODE TO SR-LANGUAGE-CODE
                   MOVE IR-CAMPAIGN-ID TO SR-CAMPAIGN-ID
                   MOVE WS-DETAIL-COUNT TO SR-SEQ-NO
                   RELEASE SORT-RECORD
           END-EVALUATE.

      *    WITH THE PARTS PRESENT THE FULL NAME IS BUILT FROM THEM,
      *    SO DUPLICATES ARE FOUND ON THE SAME FORM OF NAME HOWEVER
      *    THE SOURCE SYSTEM SPELT IT IN FULL.
       COMPOSE-INPUT-NAME.
           MOVE SPACES TO SR-NAME
           MOVE 1 TO WS-SALUTE-PTR
           IF IR-TITLE NOT = SPACES
               STRING FUNCTION TRIM(IR-TITLE) ' ' DELIMITED BY SIZE
                      INTO SR-NAME WITH POINTER WS-SALUTE-PTR
               END-STRING
           END-IF
           IF IR-FIRST-NAME NOT = SPACES
               STRING FUNCTION TRIM(IR-FIRST-NAME) ' '
                      DELIMITED BY SIZE
                      INTO SR-NAME WITH POINTER WS-SALUTE-PTR
               END-STRING
           END-IF
           IF IR-MIDDLE-NAME NOT = SPACES
               STRING FUNCTION TRIM(IR-MIDDLE-NAME) ' '
                      DELIMITED BY SIZE
                      INTO SR-NAME WITH POINTER WS-SALUTE-PTR
               END-STRING
           END-IF
           STRING FUNCTION TRIM(IR-LAST-NAME) DELIMITED BY SIZE
                  INTO SR-NAME WITH POINTER WS-SALUTE-PTR
           END-STRING
           IF IR-SUFFIX NOT = SPACES
               STRING ' ' FUNCTION TRIM(IR-SUFFIX) DELIMITED BY SIZE
                      INTO SR-NAME WITH POINTER WS-SALUTE-PTR
               END-STRING
           END-IF.

       FLAG-DUPLICATES-PASS.
           MOVE 'N' TO WS-SORT-EOF
           MOVE 'N' TO WS-HAVE-PREV
           MOVE WSR-NAME TO PRV-NAME
           MOVE WSR-GREETING-TYPE TO PRV-GREETING-TYPE
           MOVE WSR-LANGUAGE-CODE TO PRV-LANGUAGE-CODE
           MOVE WSR-CAMPAIGN-ID TO PRV-CAMPAIGN-ID
           MOVE WSR-NAME-PARTS TO PRV-NAME-PARTS
           MOVE WSR-SEQ-NO TO PRV-SEQ-NO
           MOVE WS-CURR-DUP TO WS-PREV-DUP
           MOVE 'Y' TO WS-HAVE-PREV.
           MOVE PRV-NAME TO MW-NAME
           MOVE PRV-GREETING-TYPE TO MW-GREETING-TYPE
           MOVE PRV-LANGUAGE-CODE TO MW-LANGUAGE-CODE
           MOVE PRV-CAMPAIGN-ID TO MW-CAMPAIGN-ID
           MOVE PRV-NAME-PARTS TO MW-NAME-PARTS
           MOVE WS-PREV-DUP TO MW-DUP-FLAG
           MOVE 'N' TO MW-DNC-STATUS
           MOVE SPACES TO MW-DNC-REASON
           MOVE SPACES TO MW-CITY
           MOVE SPACES TO MW-STATE
           MOVE SPACES TO MW-ZIP
           MOVE 'N' TO MW-PREF-STATUS
           MOVE 'P' TO MW-PREF-CHANNEL
           MOVE SPACES TO MW-EMAIL-ADDR
           MOVE SPACES TO MW-RESEND-OF
           RELEASE MERGE-RECORD.

       RECORD-DUPLICATE.
           PERFORM INIT-DNC-CURSOR
           PERFORM INIT-ADDR-CURSOR
           PERFORM INIT-HIST-CURSOR
           PERFORM INIT-PREF-CURSOR
           PERFORM INIT-LEDG-CURSOR
           OPEN OUTPUT ENRICHED-FILE
           PERFORM UNTIL WS-MERGE-RET-EOF = 'Y'
               RETURN MERGE-SORT-FILE
                       PERFORM MERGE-LOOKUP-DNC
                       PERFORM MERGE-LOOKUP-ADDR
                       PERFORM MERGE-LOOKUP-HIST
                       PERFORM MERGE-LOOKUP-PREF
                       PERFORM MERGE-LOOKUP-LEDG
                       WRITE ENRICHED-RECORD FROM MERGE-RECORD
               END-RETURN
           END-PERFORM
                  WS-HIST-DAYS <= WS-HIST-WINDOW-DAYS
                   MOVE 'Y' TO MW-HIST-FLAG
               END-IF
           END-IF
      *    CAMPAIGN PIECES ARE HELD BY THE CAMPAIGN PIECE CAP,
      *    NOT BY THE CONTACT WINDOW.
           MOVE MW-GREETING-TYPE TO GT-FIND-TYPE
           PERFORM FIND-GREETING-TYPE
           IF GT-SLOT > 0 AND GT-CAMPAIGN-FLAG(GT-SLOT) = 'Y'
               MOVE 'N' TO MW-HIST-FLAG
           END-IF.

       INIT-PREF-CURSOR.
           MOVE 'N' TO WS-PREF-CUR-EOF
           MOVE LOW-VALUES TO PF-ACCOUNT-ID
           START PREF-FILE KEY NOT < PF-ACCOUNT-ID
               INVALID KEY
                   MOVE 'Y' TO WS-PREF-CUR-EOF
           END-START
           IF WS-PREF-CUR-EOF = 'N'
               PERFORM READ-NEXT-PREF
           END-IF.

       READ-NEXT-PREF.
           READ PREF-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-PREF-CUR-EOF
           END-READ
           IF WS-PREF-CUR-EOF = 'N' AND WS-PREF-FS NOT = '00'
               MOVE 'Y' TO WS-PREF-CUR-EOF
           END-IF.

       MERGE-LOOKUP-PREF.
           PERFORM UNTIL WS-PREF-CUR-EOF = 'Y'
                   OR PF-ACCOUNT-ID >= MW-ACCOUNT-ID
               PERFORM READ-NEXT-PREF
           END-PERFORM
           MOVE 'N' TO MW-PREF-STATUS
           MOVE 'P' TO MW-PREF-CHANNEL
           MOVE SPACES TO MW-EMAIL-ADDR
           IF WS-PREF-CUR-EOF = 'N' AND PF-ACCOUNT-ID = MW-ACCOUNT-ID
               EVALUATE MW-GREETING-TYPE
                   WHEN 'W'
                       IF PF-OPTOUT-W = 'Y'
                           MOVE 'O' TO MW-PREF-STATUS
                       END-IF
                   WHEN 'A'
                       IF PF-OPTOUT-A = 'Y'
                           MOVE 'O' TO MW-PREF-STATUS
                       END-IF
                   WHEN 'B'
                       IF PF-OPTOUT-B = 'Y'
                           MOVE 'O' TO MW-PREF-STATUS
                       END-IF
               END-EVALUATE
               IF PF-CHANNEL = 'N'
                   MOVE 'X' TO MW-PREF-STATUS
               END-IF
               IF PF-CHANNEL = 'E' AND PF-EMAIL-ADDR NOT = SPACES
                   MOVE 'E' TO MW-PREF-CHANNEL
                   MOVE PF-EMAIL-ADDR TO MW-EMAIL-ADDR
               END-IF
           END-IF.

       INIT-LEDG-CURSOR.
           MOVE 'N' TO WS-LEDG-CUR-EOF
           MOVE LOW-VALUES TO LG-KEY
           START LEDGER-FILE KEY NOT < LG-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-LEDG-CUR-EOF
           END-START
           IF WS-LEDG-CUR-EOF = 'N'
               PERFORM READ-NEXT-LEDG
           END-IF.

       READ-NEXT-LEDG.
           READ LEDGER-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-LEDG-CUR-EOF
           END-READ
           IF WS-LEDG-CUR-EOF = 'N' AND WS-LEDG-FS NOT = '00'
               MOVE 'Y' TO WS-LEDG-CUR-EOF
           END-IF.

      *    A PIECE RESEND HAS RESUBMITTED INSIDE THE CONTACT WINDOW
      *    AND NO LATER PIECE HAS REPLACED YET IS THE ORIGINAL THIS
      *    GREETING RESENDS.  THE ORIGINAL NEVER ARRIVED, SO ITS
      *    HISTORY ENTRY MUST NOT SUPPRESS THE REPLACEMENT.
       MERGE-LOOKUP-LEDG.
           MOVE MW-ACCOUNT-ID TO WS-HIST-WANT-KEY(1:10)
           MOVE MW-GREETING-TYPE TO WS-HIST-WANT-KEY(11:1)
           PERFORM UNTIL WS-LEDG-CUR-EOF = 'Y'
                   OR LG-KEY(1:11) >= WS-HIST-WANT-KEY
               PERFORM READ-NEXT-LEDG
           END-PERFORM
           MOVE SPACES TO MW-RESEND-OF
           PERFORM UNTIL WS-LEDG-CUR-EOF = 'Y'
                   OR LG-KEY(1:11) NOT = WS-HIST-WANT-KEY
               IF LG-STATUS = 'RESENT' AND LG-REISSUED-ON = SPACES
                  AND LG-RESENT-DATE > 0
                   COMPUTE WS-HIST-DAYS = WS-TODAY-INT
                       - FUNCTION INTEGER-OF-DATE(LG-RESENT-DATE)
                   IF WS-HIST-DAYS >= 0 AND
                      WS-HIST-DAYS <= WS-HIST-WINDOW-DAYS
                       MOVE LG-BATCH-DATE TO MW-RESEND-OF
                   END-IF
               END-IF
               PERFORM READ-NEXT-LEDG
           END-PERFORM
           IF MW-RESEND-OF NOT = SPACES
               MOVE 'N' TO MW-HIST-FLAG
           END-IF.

       LOOKUP-DUP-RECORD.
               OPEN I-O HIST-FILE
           END-IF.

       OPEN-PREF-TABLE.
           OPEN I-O PREF-FILE
           IF WS-PREF-FS NOT = '00'
               OPEN OUTPUT PREF-FILE
               CLOSE PREF-FILE
               OPEN I-O PREF-FILE
           END-IF.

       OPEN-LEDGER-TABLE.
           OPEN I-O LEDGER-FILE
           IF WS-LEDG-FS NOT = '00'
               OPEN OUTPUT LEDGER-FILE
               CLOSE LEDGER-FILE
               OPEN I-O LEDGER-FILE
           END-IF.

       OPEN-HOUSEHOLD-TABLE.
           OPEN OUTPUT HOUSEHOLD-FILE
           CLOSE HOUSEHOLD-FILE

       MATCH-VENDOR-SEQUENCE.
           MOVE 'N' TO WS-VSEQ-MATCHED
           IF VS-VENDOR-CODE = WS-EMAIL-VEND-CODE
               COMPUTE WS-EMAIL-SEQ = VS-LAST-SEQ + 1
               MOVE 'Y' TO WS-VSEQ-MATCHED
           END-IF
           PERFORM VARYING WS-VEND-IDX FROM 1 BY 1
                   UNTIL WS-VEND-IDX > WS-VENDOR-COUNT
               IF WS-VEND-CODE(WS-VEND-IDX) = VS-VENDOR-CODE
           END-IF.

       SAVE-VENDOR-SEQUENCES.
           OPEN OUTPUT VENDSEQ-FILE
           PERFORM VARYING WS-VEND-IDX FROM 1 BY 1
                   UNTIL WS-VEND-IDX > WS-VENDOR-COUNT
               MOVE WS-VEND-CODE(WS-VEND-IDX) TO VS-VENDOR-CODE
               MOVE WS-VEND-SEQ(WS-VEND-IDX) TO VS-LAST-SEQ
               WRITE VENDSEQ-RECORD
           END-PERFORM
           MOVE WS-EMAIL-VEND-CODE TO VS-VENDOR-CODE
           MOVE WS-EMAIL-SEQ TO VS-LAST-SEQ
           WRITE VENDSEQ-RECORD
           PERFORM VARYING WS-VSEQ-IDX FROM 1 BY 1
                   UNTIL WS-VSEQ-IDX > WS-VSEQ-CARRY-COUNT
               MOVE WS-VSEQ-CARRY-CODE(WS-VSEQ-IDX)
                   TO VS-VENDOR-CODE
               MOVE WS-VSEQ-CARRY-SEQ(WS-VSEQ-IDX)
                   TO VS-LAST-SEQ
               WRITE VENDSEQ-RECORD
           END-PERFORM
           CLOSE VENDSEQ-FILE.

      *    CAMPAIGN.DAT IS OPTIONAL - WITH NO FILE EVERY TYPE C
      *    PIECE IS REJECTED AS AN UNKNOWN CAMPAIGN.
       LOAD-CAMPAIGN-TABLE.
           MOVE 0 TO WS-CAMP-COUNT
           MOVE 0 TO WS-CTXT-COUNT
           OPEN INPUT CAMPAIGN-FILE
           IF WS-CAMP-FS NOT = '00'
               MOVE 'Y' TO WS-CAMP-EOF
           END-IF
           PERFORM UNTIL WS-CAMP-EOF = 'Y'
               READ CAMPAIGN-FILE
                   AT END
                       MOVE 'Y' TO WS-CAMP-EOF
                   NOT AT END
                       EVALUATE CD-REC-TYPE
                           WHEN 'H'
                               PERFORM ADD-CAMPAIGN-ENTRY
                           WHEN 'T'
                               PERFORM ADD-CAMPAIGN-TEXT
                           WHEN OTHER
                               DISPLAY 'HELLOWORLD - CAMPAIGN.DAT '
                                       'RECORD IGNORED: '
                                       CAMPAIGN-RECORD
                       END-EVALUATE
               END-READ
           END-PERFORM
           IF WS-CAMP-FS = '00' OR WS-CAMP-FS = '10'
               CLOSE CAMPAIGN-FILE
           END-IF.

       ADD-CAMPAIGN-ENTRY.
           IF CD-CAMPAIGN-ID = SPACES OR
              CD-START-DATE NOT NUMERIC OR
              CD-END-DATE NOT NUMERIC OR
              CD-PIECE-CAP NOT NUMERIC
               DISPLAY 'HELLOWORLD - CAMPAIGN HEADER INVALID - '
                       'IGNORED: ' CD-CAMPAIGN-ID
           ELSE
               IF WS-CAMP-COUNT >= 20
                   DISPLAY 'HELLOWORLD - CAMPAIGN TABLE FULL - '
                           'ENTRY IGNORED: ' CD-CAMPAIGN-ID
               ELSE
                   ADD 1 TO WS-CAMP-COUNT
                   MOVE CD-CAMPAIGN-ID TO WS-CAMP-ID(WS-CAMP-COUNT)
                   MOVE 'Y' TO WS-CAMP-DEFINED(WS-CAMP-COUNT)
                   MOVE CD-START-DATE TO WS-CAMP-START(WS-CAMP-COUNT)
                   MOVE CD-END-DATE TO WS-CAMP-END(WS-CAMP-COUNT)
                   MOVE CD-PIECE-CAP TO WS-CAMP-CAP(WS-CAMP-COUNT)
                   PERFORM VARYING WS-CAMP-CNT-IDX FROM 1 BY 1
                           UNTIL WS-CAMP-CNT-IDX > 9
                       MOVE 0 TO
                           WS-CAMP-TALLY(WS-CAMP-COUNT, WS-CAMP-CNT-IDX)
                   END-PERFORM
               END-IF
           END-IF.

       ADD-CAMPAIGN-TEXT.
           IF WS-CTXT-COUNT >= 100
               DISPLAY 'HELLOWORLD - CAMPAIGN TEXT TABLE FULL - '
                       'ENTRY IGNORED: ' CD-CAMPAIGN-ID
                       ' ' CD-TEXT-LANGUAGE
           ELSE
               ADD 1 TO WS-CTXT-COUNT
               MOVE CD-CAMPAIGN-ID TO WS-CTXT-CAMP-ID(WS-CTXT-COUNT)
               MOVE CD-TEXT-LANGUAGE TO WS-CTXT-LANG(WS-CTXT-COUNT)
               MOVE CD-GREETING-TEXT TO WS-CTXT-TEXT(WS-CTXT-COUNT)
           END-IF.

      *    RESULTS TO DATE FROM EARLIER RUNS. A CAMPAIGN SINCE
      *    DROPPED FROM CAMPAIGN.DAT IS KEPT SO ITS COUNTS ARE
      *    WRITTEN BACK, BUT ISSUES NOTHING MORE.
       LOAD-CAMPAIGN-COUNTS.
           OPEN INPUT CAMPCNT-FILE
           IF WS-CCNT-FS NOT = '00'
               MOVE 'Y' TO WS-CCNT-EOF
           END-IF
           PERFORM UNTIL WS-CCNT-EOF = 'Y'
               READ CAMPCNT-FILE
                   AT END
                       MOVE 'Y' TO WS-CCNT-EOF
                   NOT AT END
                       PERFORM MATCH-CAMPAIGN-COUNTS
               END-READ
           END-PERFORM
           IF WS-CCNT-FS = '00' OR WS-CCNT-FS = '10'
               CLOSE CAMPCNT-FILE
           END-IF.

       MATCH-CAMPAIGN-COUNTS.
           MOVE 'N' TO WS-CAMP-MATCHED
           PERFORM VARYING WS-CAMP-IDX FROM 1 BY 1
                   UNTIL WS-CAMP-IDX > WS-CAMP-COUNT
               IF WS-CAMP-ID(WS-CAMP-IDX) = CC-CAMPAIGN-ID
                   MOVE 'Y' TO WS-CAMP-MATCHED
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-CAMP-MATCHED = 'N'
               IF WS-CAMP-COUNT >= 20
                   DISPLAY 'HELLOWORLD - CAMPAIGN TABLE FULL - '
                           'COUNTS DROPPED FOR ' CC-CAMPAIGN-ID
               ELSE
                   ADD 1 TO WS-CAMP-COUNT
                   MOVE WS-CAMP-COUNT TO WS-CAMP-IDX
                   MOVE CC-CAMPAIGN-ID TO WS-CAMP-ID(WS-CAMP-IDX)
                   MOVE 'N' TO WS-CAMP-DEFINED(WS-CAMP-IDX)
                   MOVE 0 TO WS-CAMP-START(WS-CAMP-IDX)
                   MOVE 0 TO WS-CAMP-END(WS-CAMP-IDX)
                   MOVE 0 TO WS-CAMP-CAP(WS-CAMP-IDX)
                   MOVE 'Y' TO WS-CAMP-MATCHED
               END-IF
           END-IF
           IF WS-CAMP-MATCHED = 'Y'
               PERFORM VARYING WS-CAMP-CNT-IDX FROM 1 BY 1
                       UNTIL WS-CAMP-CNT-IDX > 9
                   MOVE CC-COUNT(WS-CAMP-CNT-IDX)
                       TO WS-CAMP-TALLY(WS-CAMP-IDX, WS-CAMP-CNT-IDX)
               END-PERFORM
           END-IF.

       SAVE-CAMPAIGN-COUNTS.
           IF WS-CAMP-COUNT > 0
               OPEN OUTPUT CAMPCNT-FILE
               PERFORM VARYING WS-CAMP-IDX FROM 1 BY 1
                       UNTIL WS-CAMP-IDX > WS-CAMP-COUNT
                   MOVE WS-CAMP-ID(WS-CAMP-IDX) TO CC-CAMPAIGN-ID
                   PERFORM VARYING WS-CAMP-CNT-IDX FROM 1 BY 1
                           UNTIL WS-CAMP-CNT-IDX > 9
                       MOVE WS-CAMP-TALLY(WS-CAMP-IDX, WS-CAMP-CNT-IDX)
                           TO CC-COUNT(WS-CAMP-CNT-IDX)
                   END-PERFORM
                   WRITE CAMPCNT-RECORD
               END-PERFORM
               CLOSE CAMPCNT-FILE
           END-IF.

      *    WS-CAMP-SLOT POINTS AT THE CAMPAIGN THE CURRENT PIECE
      *    BELONGS TO (0 = NOT A CAMPAIGN PIECE OR NOT ON FILE).
       FIND-RECORD-CAMPAIGN.
           MOVE 0 TO WS-CAMP-SLOT
           MOVE MW-GREETING-TYPE TO GT-FIND-TYPE
           PERFORM FIND-GREETING-TYPE
           IF GT-SLOT > 0
               IF GT-CAMPAIGN-FLAG(GT-SLOT) = 'Y'
                   PERFORM VARYING WS-CAMP-IDX FROM 1 BY 1
                           UNTIL WS-CAMP-IDX > WS-CAMP-COUNT
                       IF WS-CAMP-ID(WS-CAMP-IDX) = MW-CAMPAIGN-ID
                           MOVE WS-CAMP-IDX TO WS-CAMP-SLOT
                           EXIT PERFORM
                       END-IF
                   END-PERFORM
               END-IF
           END-IF.

       COUNT-CAMPAIGN-RESULT.
           IF WS-CAMP-SLOT > 0
               ADD 1 TO WS-CAMP-TALLY(WS-CAMP-SLOT, WS-CAMP-RESULT)
           END-IF.

       OPEN-VENDOR-FILES-FRESH.
                       OPEN OUTPUT VENDOR3-OUT
                       WRITE VENDOR3-RECORD FROM VEND-HEADER-BUILD
               END-EVALUATE
           END-PERFORM
           MOVE WS-EMAIL-VEND-CODE TO VHB-VENDOR-CODE
           MOVE WS-BATCH-DATE TO VHB-BATCH-DATE
           MOVE WS-EMAIL-SEQ TO VHB-BATCH-SEQ
           OPEN OUTPUT EMAIL-OUT
           WRITE EMAIL-OUT-RECORD FROM VEND-HEADER-BUILD.

       OPEN-VENDOR-FILES-EXTEND.
           PERFORM VARYING WS-VEND-IDX FROM 1 BY 1
                   WHEN 3
                       OPEN EXTEND VENDOR3-OUT
               END-EVALUATE
           END-PERFORM
           OPEN EXTEND EMAIL-OUT.

       WRITE-VENDOR-TRAILERS.
           PERFORM VARYING WS-VEND-IDX FROM 1 BY 1
                       WRITE VENDOR3-RECORD FROM VEND-TRAILER-BUILD
                       CLOSE VENDOR3-OUT
               END-EVALUATE
           END-PERFORM
           MOVE WS-EMAIL-RECS TO VTB-RECORD-COUNT
           WRITE EMAIL-OUT-RECORD FROM VEND-TRAILER-BUILD
           CLOSE EMAIL-OUT.

       READ-CHECKPOINT.
           OPEN INPUT RESTART-FILE
                       TO WS-HIST-SUPPRESSED-COUNT
                   MOVE RST-PAGE-COUNT       TO WS-PAGE-COUNT
                   MOVE RST-DIST-FALLBACK    TO WS-DIST-FALLBACK-COUNT
                   MOVE RST-DIST-OTHER-TABLE TO WS-DIST-OTHER-TABLE
                   MOVE RST-DIST-LANG-COUNT  TO WS-DIST-LANG-COUNT
                   MOVE RST-DIST-TABLE       TO WS-DIST-TABLE
                   MOVE RST-UNROUTED-COUNT   TO WS-UNROUTED-COUNT
                   MOVE RST-VEND-COUNT(3)    TO WS-VEND-RECS(3)
                   MOVE RST-HOUSE-SUPPRESSED-COUNT
                       TO WS-HOUSE-SUPPRESSED-COUNT
                   MOVE RST-PREF-SUPPRESSED-COUNT
                       TO WS-PREF-SUPPRESSED-COUNT
                   MOVE RST-EMAIL-COUNT      TO WS-EMAIL-RECS
                   MOVE RST-LEDGER-ADDED     TO WS-LEDGER-ADDED
                   MOVE RST-LEDGER-LINKED    TO WS-LEDGER-LINKED
                   MOVE RST-LEDGER-ERRORS    TO WS-LEDGER-ERRORS
                   MOVE RST-BADCAMP-COUNT    TO WS-BADCAMP-COUNT
                   MOVE RST-CAMP-CAP-COUNT   TO WS-CAMP-CAP-COUNT
                   MOVE RST-CAMP-TALLY-TABLE TO WS-CAMP-TALLY-TABLE
               END-IF
               CLOSE RESTART-FILE
           END-IF.
               TO RST-HIST-SUPPRESSED-COUNT
           MOVE WS-PAGE-COUNT        TO RST-PAGE-COUNT
           MOVE WS-DIST-FALLBACK-COUNT TO RST-DIST-FALLBACK
           MOVE WS-DIST-OTHER-TABLE  TO RST-DIST-OTHER-TABLE
           MOVE WS-DIST-LANG-COUNT   TO RST-DIST-LANG-COUNT
           MOVE WS-DIST-TABLE        TO RST-DIST-TABLE
           MOVE WS-UNROUTED-COUNT    TO RST-UNROUTED-COUNT
           MOVE WS-VEND-RECS(3)      TO RST-VEND-COUNT(3)
           MOVE WS-HOUSE-SUPPRESSED-COUNT
               TO RST-HOUSE-SUPPRESSED-COUNT
           MOVE WS-PREF-SUPPRESSED-COUNT
               TO RST-PREF-SUPPRESSED-COUNT
           MOVE WS-EMAIL-RECS        TO RST-EMAIL-COUNT
           MOVE WS-LEDGER-ADDED      TO RST-LEDGER-ADDED
           MOVE WS-LEDGER-LINKED     TO RST-LEDGER-LINKED
           MOVE WS-LEDGER-ERRORS     TO RST-LEDGER-ERRORS
           MOVE WS-BADCAMP-COUNT     TO RST-BADCAMP-COUNT
           MOVE WS-CAMP-CAP-COUNT    TO RST-CAMP-CAP-COUNT
           MOVE WS-CAMP-TALLY-TABLE  TO RST-CAMP-TALLY-TABLE
           OPEN OUTPUT RESTART-FILE
           WRITE RESTART-RECORD
           CLOSE RESTART-FILE.
           MOVE 0 TO WS-PRINT-BUF-COUNT
           PERFORM VARYING WS-FLUSH-IDX FROM 1 BY 1
                   UNTIL WS-FLUSH-IDX > WS-GO-BUF-COUNT
               IF WS-SIM-MODE = 'N' AND
                  WS-GO-BUF-VENDOR(WS-FLUSH-IDX) NOT = 9
                   WRITE GREETING-OUT-RECORD
                       FROM WS-GO-BUF-LINE(WS-FLUSH-IDX)
               END-IF
                               FROM WS-GO-BUF-LINE(WS-FLUSH-IDX)
                       END-IF
                       ADD 1 TO WS-VEND-RECS(3)
                   WHEN 9
                       IF WS-SIM-MODE = 'N'
                           WRITE EMAIL-OUT-RECORD
                               FROM WS-GO-BUF-LINE(WS-FLUSH-IDX)
                       END-IF
                       ADD 1 TO WS-EMAIL-RECS
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               IF WS-SIM-MODE = 'N'
                   IF WS-GO-BUF-CAMPAIGN(WS-FLUSH-IDX) = SPACES
                       MOVE WS-GO-BUF-HIST-ACCT(WS-FLUSH-IDX)
                           TO GH-ACCOUNT-ID
                       MOVE WS-GO-BUF-HIST-TYPE(WS-FLUSH-IDX)
                           TO GH-GREETING-TYPE
                       PERFORM RECORD-GREETING-HISTORY
                   END-IF
                   PERFORM RECORD-LEDGER-ENTRY
               END-IF
           END-PERFORM
           MOVE 0 TO WS-GO-BUF-COUNT
                   FROM WS-HSE-BUF-LINE(WS-FLUSH-IDX)
           END-PERFORM
           MOVE 0 TO WS-HSE-BUF-COUNT
           PERFORM VARYING WS-FLUSH-IDX FROM 1 BY 1
                   UNTIL WS-FLUSH-IDX > WS-PSP-BUF-COUNT
               WRITE PREF-SUPP-LINE
                   FROM WS-PSP-BUF-LINE(WS-FLUSH-IDX)
           END-PERFORM
           MOVE 0 TO WS-PSP-BUF-COUNT
           PERFORM VARYING WS-FLUSH-IDX FROM 1 BY 1
                   UNTIL WS-FLUSH-IDX > WS-REX-BUF-COUNT
               WRITE ROUTE-EXC-LINE
                   EXIT PERFORM
               END-IF
           END-PERFORM
           MOVE MW-GREETING-TYPE TO GT-FIND-TYPE
           PERFORM FIND-GREETING-TYPE
           IF WS-NAME-LEN > 0 AND GT-SLOT > 0
               IF MW-DNC-STATUS = 'N' AND
                  MW-PREF-STATUS = 'N' AND
                  (MW-ADDR-FLAG = 'Y' OR
                   MW-PREF-CHANNEL = 'E')
                   MOVE 'Y' TO WS-SKIP-RECORD-ISSUED
                   IF GT-CAMPAIGN-FLAG(GT-SLOT) = 'Y'
                       PERFORM CHECK-SKIP-CAMPAIGN-PIECE
                   ELSE
                       IF MW-HIST-FLAG = 'Y' AND
                          MW-HIST-DATE NOT = WS-BATCH-DATE-NUM
                           MOVE 'N' TO WS-SKIP-RECORD-ISSUED
                       END-IF
                   END-IF
                   IF WS-SKIP-RECORD-ISSUED = 'Y' AND
                      MW-PREF-CHANNEL NOT = 'E'
                       PERFORM CHECK-HOUSEHOLD
                       IF WS-HOUSE-SUPPRESS = 'Y'
                           MOVE 'N' TO WS-SKIP-RECORD-ISSUED
                       END-IF
                   END-IF
                   IF WS-SKIP-RECORD-ISSUED = 'Y' AND
                      GT-CAMPAIGN-FLAG(GT-SLOT) = 'Y'
                       ADD 1 TO WS-CAMP-SKIP-ISSUED(WS-CAMP-SLOT)
                   END-IF
               END-IF
           END-IF.

      *    THE CAMPAIGN ID, DATE AND CAP TESTS OF PROCESS-RECORD,
      *    WITH THE CAP HELD AGAINST THE ISSUED COUNT AS IT STOOD
      *    WHEN THE SKIPPED RECORD WAS FIRST PROCESSED.
       CHECK-SKIP-CAMPAIGN-PIECE.
           PERFORM FIND-RECORD-CAMPAIGN
           PERFORM CHECK-CAMPAIGN-PIECE
           IF WS-CAMP-VALID = 'Y'
               IF WS-CAMP-CAP(WS-CAMP-SLOT) > 0 AND
                  WS-CAMP-SKIP-ISSUED(WS-CAMP-SLOT) >=
                  WS-CAMP-CAP(WS-CAMP-SLOT)
                   MOVE 'N' TO WS-CAMP-VALID
               END-IF
           END-IF
           IF WS-CAMP-VALID = 'N'
               MOVE 'N' TO WS-SKIP-RECORD-ISSUED
           END-IF.

       PROCESS-RECORD.
           PERFORM FIND-RECORD-CAMPAIGN
           MOVE 1 TO WS-CAMP-RESULT
           PERFORM COUNT-CAMPAIGN-RESULT
           IF MW-DUP-FLAG = 'Y'
               MOVE MW-NAME TO WS-LOOKUP-NAME
               PERFORM LOOKUP-DUP-RECORD
               IF WS-DUP-FOUND = 'Y' AND DNT-ISSUED = 'Y'
                   ADD 1 TO WS-DUP-SUPPRESSED-COUNT
                   MOVE 5 TO WS-CAMP-RESULT
                   PERFORM COUNT-CAMPAIGN-RESULT
               ELSE
                   PERFORM PROCESS-UNIQUE-RECORD
               END-IF
       PROCESS-UNIQUE-RECORD.
           EVALUATE MW-DNC-STATUS
               WHEN 'N'
                   IF MW-PREF-STATUS = 'N'
                       PERFORM PROCESS-NAME-VALIDATION
                   ELSE
                       PERFORM WRITE-PREF-SUPP-LINE
                   END-IF
               WHEN 'S'
                   PERFORM WRITE-SUPPRESSED-LINE
               WHEN OTHER

       WRITE-SUPPRESSED-LINE.
           MOVE MW-ACCOUNT-ID TO SUP-ACCOUNT-ID
           IF MW-DNC-REASON = 'ERASED'
               MOVE SPACES TO SUP-NAME
           ELSE
               MOVE MW-NAME TO SUP-NAME
           END-IF
           MOVE MW-DNC-REASON TO SUP-REASON
           ADD 1 TO WS-SUP-BUF-COUNT
           MOVE SUPPRESSED-REC-LINE TO WS-SUP-BUF-LINE(WS-SUP-BUF-COUNT)
           ADD 1 TO WS-SUPPRESSED-COUNT
           MOVE 3 TO WS-CAMP-RESULT
           PERFORM COUNT-CAMPAIGN-RESULT.

       WRITE-PREF-SUPP-LINE.
           MOVE MW-ACCOUNT-ID TO PSP-ACCOUNT-ID
           MOVE MW-NAME TO PSP-NAME
           MOVE MW-GREETING-TYPE TO PSP-GREETING-TYPE
           IF MW-PREF-STATUS = 'X'
               MOVE 'NO CONTACT CHANNEL' TO PSP-REASON
           ELSE
               MOVE 'GREETING TYPE OPT-OUT' TO PSP-REASON
           END-IF
           ADD 1 TO WS-PSP-BUF-COUNT
           MOVE PREF-SUPP-REC-LINE TO WS-PSP-BUF-LINE(WS-PSP-BUF-COUNT)
           ADD 1 TO WS-PREF-SUPPRESSED-COUNT
           MOVE 4 TO WS-CAMP-RESULT
           PERFORM COUNT-CAMPAIGN-RESULT.

       PROCESS-NAME-VALIDATION.
           MOVE MW-NAME TO WS-NAME
                   PERFORM WRITE-REJECT-IMAGE
                   PERFORM WRITE-LONG-NAME-EXCEPTION
               END-IF
               MOVE MW-GREETING-TYPE TO GT-FIND-TYPE
               PERFORM FIND-GREETING-TYPE
               IF GT-SLOT = 0
                   MOVE 'BADTYPE' TO RRL-REASON
                   PERFORM WRITE-REJECT-LINE
                   ADD 1 TO WS-BADTYPE-COUNT
               ELSE
                   MOVE 'Y' TO WS-CAMP-VALID
                   IF GT-CAMPAIGN-FLAG(GT-SLOT) = 'Y'
                       PERFORM CHECK-CAMPAIGN-PIECE
                   END-IF
                   IF WS-CAMP-VALID = 'N'
                       MOVE 'BADCAMP' TO RRL-REASON
                       PERFORM WRITE-REJECT-LINE
                       ADD 1 TO WS-BADCAMP-COUNT
                   ELSE
                       PERFORM SELECT-GREETING-TEXT
                       PERFORM WRITE-GREETING-LINE
                   END-IF
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

      *    A CAMPAIGN PIECE MUST NAME A CAMPAIGN ON CAMPAIGN.DAT
      *    AND ARRIVE BETWEEN ITS START AND END DATES.
       CHECK-CAMPAIGN-PIECE.
           MOVE 'N' TO WS-CAMP-VALID
           IF WS-CAMP-SLOT > 0
               IF WS-CAMP-DEFINED(WS-CAMP-SLOT) = 'Y' AND
                  WS-BATCH-DATE-NUM >= WS-CAMP-START(WS-CAMP-SLOT) AND
                  WS-BATCH-DATE-NUM <= WS-CAMP-END(WS-CAMP-SLOT)
                   MOVE 'Y' TO WS-CAMP-VALID
               END-IF
           END-IF.

      *    TYPE DEFAULT, THEN LANGUAGE.DAT, THEN FOR A CAMPAIGN
      *    PIECE THE CAMPAIGN'S OWN WORDING FOR THE LANGUAGE.
       SELECT-GREETING-TEXT.
           MOVE GT-DEFAULT-TEXT(GT-SLOT) TO WS-GREETING-TEXT
           MOVE MW-GREETING-TYPE TO WS-LOOKUP-TYPE
           MOVE MW-LANGUAGE-CODE TO WS-LOOKUP-LANG
           PERFORM LOOKUP-GREETING-TEXT
           IF WS-CAMP-SLOT > 0
               PERFORM LOOKUP-CAMPAIGN-TEXT
           END-IF.

       LOOKUP-CAMPAIGN-TEXT.
           PERFORM VARYING WS-CTXT-IDX FROM 1 BY 1
                   UNTIL WS-CTXT-IDX > WS-CTXT-COUNT
               IF WS-CTXT-CAMP-ID(WS-CTXT-IDX) = MW-CAMPAIGN-ID AND
                  WS-CTXT-LANG(WS-CTXT-IDX) = MW-LANGUAGE-CODE
                   MOVE WS-CTXT-TEXT(WS-CTXT-IDX) TO WS-GREETING-TEXT
                   MOVE 'N' TO WS-LANG-FALLBACK
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       LOOKUP-GREETING-TEXT.
           MOVE 'N' TO WS-LANG-FALLBACK

       WRITE-REJECT-LINE.
           PERFORM WRITE-REJECT-IMAGE
           ADD 1 TO WS-RECORDS-REJECTED
           MOVE 9 TO WS-CAMP-RESULT
           PERFORM COUNT-CAMPAIGN-RESULT.

       WRITE-REJECT-IMAGE.
           MOVE MW-ACCOUNT-ID TO DIM-ACCOUNT-ID
           MOVE MW-NAME TO DIM-NAME
           MOVE MW-GREETING-TYPE TO DIM-GREETING-TYPE
           MOVE MW-LANGUAGE-CODE TO DIM-LANGUAGE-CODE
           MOVE MW-CAMPAIGN-ID TO DIM-CAMPAIGN-ID
           MOVE MW-NAME-PARTS TO DIM-NAME-PARTS
           MOVE WS-DETAIL-IMAGE TO RRL-IMAGE
           ADD 1 TO WS-REJ-BUF-COUNT
           MOVE REJECT-RECORD-LINE TO WS-REJ-BUF-LINE(WS-REJ-BUF-COUNT).
           IF MW-HIST-FLAG = 'Y'
               PERFORM WRITE-HIST-SUPP-LINE
           ELSE
               PERFORM CHECK-CAMPAIGN-CAP
               IF WS-CAMP-VALID = 'N'
                   PERFORM WRITE-CAMP-CAP-LINE
               ELSE
                   IF MW-PREF-CHANNEL = 'E'
                       PERFORM ISSUE-GREETING
                   ELSE
                       PERFORM WRITE-POSTAL-GREETING
                   END-IF
               END-IF
           END-IF.

      *    A CAMPAIGN THAT HAS ISSUED ITS PIECE CAP (ALL RUNS TO
      *    DATE, CAMPCNT.DAT) ISSUES NOTHING MORE.
       CHECK-CAMPAIGN-CAP.
           MOVE 'Y' TO WS-CAMP-VALID
           IF WS-CAMP-SLOT > 0
               IF WS-CAMP-CAP(WS-CAMP-SLOT) > 0 AND
                  WS-CAMP-TALLY(WS-CAMP-SLOT, 2) >=
                  WS-CAMP-CAP(WS-CAMP-SLOT)
                   MOVE 'N' TO WS-CAMP-VALID
               END-IF
           END-IF.

       WRITE-POSTAL-GREETING.
           IF MW-ADDR-FLAG = 'Y'
               PERFORM CHECK-HOUSEHOLD
               IF WS-HOUSE-SUPPRESS = 'Y'
                   PERFORM WRITE-HOUSE-SUPP-LINE
               ELSE
                   PERFORM ISSUE-GREETING
               END-IF
           ELSE
               PERFORM WRITE-MISSING-ADDR-EXCEPTION
           END-IF.

       CHECK-HOUSEHOLD.
           ADD 1 TO WS-HSE-BUF-COUNT
           MOVE HOUSE-SUPP-REC-LINE
               TO WS-HSE-BUF-LINE(WS-HSE-BUF-COUNT)
           ADD 1 TO WS-HOUSE-SUPPRESSED-COUNT
           MOVE 6 TO WS-CAMP-RESULT
           PERFORM COUNT-CAMPAIGN-RESULT.

       WRITE-HIST-SUPP-LINE.
           MOVE MW-ACCOUNT-ID TO HSP-ACCOUNT-ID
               TO WS-HSP-BUF-LINE(WS-HSP-BUF-COUNT)
           ADD 1 TO WS-HIST-SUPPRESSED-COUNT.

      *    LISTED WITH THE CONTACT-FREQUENCY SUPPRESSIONS - TYPE
      *    C WITH NO LAST-ISSUE DATE.
       WRITE-CAMP-CAP-LINE.
           MOVE MW-ACCOUNT-ID TO HSP-ACCOUNT-ID
           MOVE MW-NAME TO HSP-NAME
           MOVE MW-GREETING-TYPE TO HSP-GREETING-TYPE
           MOVE 0 TO HSP-LAST-DATE
           ADD 1 TO WS-HSP-BUF-COUNT
           MOVE HIST-SUPP-REC-LINE
               TO WS-HSP-BUF-LINE(WS-HSP-BUF-COUNT)
           ADD 1 TO WS-CAMP-CAP-COUNT
           MOVE 8 TO WS-CAMP-RESULT
           PERFORM COUNT-CAMPAIGN-RESULT.

       RECORD-GREETING-HISTORY.
           MOVE WS-BATCH-DATE-NUM TO GH-ISSUE-DATE
           WRITE HIST-RECORD
                   CONTINUE
           END-WRITE.

       RECORD-LEDGER-ENTRY.
           MOVE WS-GO-BUF-LINE(WS-FLUSH-IDX) TO WS-LEDGER-SOURCE
           INITIALIZE LEDGER-RECORD
           MOVE WLS-ACCOUNT-ID TO LG-ACCOUNT-ID
           MOVE WLS-GREETING-TYPE TO LG-GREETING-TYPE
           MOVE WLS-BATCH-DATE TO LG-BATCH-DATE
           MOVE WS-GO-BUF-FULL-NAME(WS-FLUSH-IDX) TO LG-NAME
           MOVE WLS-NAME TO LG-SENT-NAME
           MOVE WS-GO-BUF-PARTS(WS-FLUSH-IDX) TO LG-NAME-PARTS
           MOVE WLS-LANGUAGE-CODE TO LG-LANGUAGE-CODE
           EVALUATE WS-GO-BUF-VENDOR(WS-FLUSH-IDX)
               WHEN 1 THRU 3
                   MOVE WS-VEND-CODE(WS-GO-BUF-VENDOR(WS-FLUSH-IDX))
                       TO LG-VENDOR-CODE
                   MOVE WS-VEND-SEQ(WS-GO-BUF-VENDOR(WS-FLUSH-IDX))
                       TO LG-BATCH-SEQ
               WHEN 9
                   MOVE WS-EMAIL-VEND-CODE TO LG-VENDOR-CODE
                   MOVE WS-EMAIL-SEQ TO LG-BATCH-SEQ
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           MOVE 'SENT' TO LG-STATUS
           MOVE WS-BATCH-DATE-NUM TO LG-STATUS-DATE
           MOVE WS-GO-BUF-RESEND-OF(WS-FLUSH-IDX) TO LG-RESEND-OF
           MOVE WS-GO-BUF-CAMPAIGN(WS-FLUSH-IDX) TO LG-CAMPAIGN-ID
           WRITE LEDGER-RECORD
               INVALID KEY
                   PERFORM CHECK-LEDGER-CONFLICT
               NOT INVALID KEY
                   ADD 1 TO WS-LEDGER-ADDED
           END-WRITE
           IF LG-RESEND-OF NOT = SPACES
               MOVE LG-RESEND-OF TO LG-BATCH-DATE
               READ LEDGER-FILE
                   INVALID KEY
                       ADD 1 TO WS-LEDGER-ERRORS
                   NOT INVALID KEY
                       MOVE WS-BATCH-DATE TO LG-REISSUED-ON
                       REWRITE LEDGER-RECORD
                           INVALID KEY
                               ADD 1 TO WS-LEDGER-ERRORS
                           NOT INVALID KEY
                               ADD 1 TO WS-LEDGER-LINKED
                       END-REWRITE
               END-READ
           END-IF.

      *    THE KEY IS ALREADY ON FILE.  ONLY AN ENTRY FROM THIS
      *    SAME VENDOR BATCH (A FLUSH REPEATED AFTER A RESTART) IS
      *    REPLACED; ANY OTHER - AN EXPEDITED PIECE, OR ONE ALREADY
      *    ACKED - KEEPS ITS VENDOR, SEQUENCE AND STATUS.
       CHECK-LEDGER-CONFLICT.
           MOVE LEDGER-RECORD TO WS-LEDGER-HOLD
           READ LEDGER-FILE
               INVALID KEY
                   ADD 1 TO WS-LEDGER-ERRORS
                   MOVE WS-LEDGER-HOLD TO LEDGER-RECORD
               NOT INVALID KEY
                   MOVE LG-VENDOR-CODE TO LXC-FILE-VENDOR
                   MOVE LG-BATCH-SEQ TO LXC-FILE-SEQ
                   MOVE LG-STATUS TO LXC-FILE-STATUS
                   MOVE WS-LEDGER-HOLD TO LEDGER-RECORD
                   IF LG-VENDOR-CODE = LXC-FILE-VENDOR AND
                      LG-BATCH-SEQ = LXC-FILE-SEQ
                       REWRITE LEDGER-RECORD
                           INVALID KEY
                               ADD 1 TO WS-LEDGER-ERRORS
                       END-REWRITE
                   ELSE
                       ADD 1 TO WS-LEDGER-ERRORS
                       MOVE LG-ACCOUNT-ID TO LXC-ACCOUNT-ID
                       MOVE LG-GREETING-TYPE TO LXC-GREETING-TYPE
                       MOVE LG-BATCH-DATE TO LXC-BATCH-DATE
                       MOVE LG-VENDOR-CODE TO LXC-RUN-VENDOR
                       MOVE LG-BATCH-SEQ TO LXC-RUN-SEQ
                       WRITE LEDGER-EXC-LINE FROM LEDGER-EXC-REC-LINE
                   END-IF
           END-READ.

       WRITE-MISSING-ADDR-EXCEPTION.
           MOVE MW-ACCOUNT-ID TO MAE-ACCOUNT-ID
           MOVE MW-NAME TO MAE-NAME
           ADD 1 TO WS-MIS-BUF-COUNT
           MOVE MISSING-ADDR-EXC-LINE
               TO WS-MIS-BUF-LINE(WS-MIS-BUF-COUNT)
           ADD 1 TO WS-MISSING-ADDR-COUNT
           MOVE 7 TO WS-CAMP-RESULT
           PERFORM COUNT-CAMPAIGN-RESULT.

       FORMAT-ADDRESS-BLOCK.
           MOVE MW-ADDR-LINE-1 TO WAB-ADDR-LINE-1
           IF WS-LINE-COUNT >= 60
               PERFORM WRITE-PAGE-HEADING
           END-IF
           PERFORM BUILD-SALUTE-NAME
           MOVE SPACES TO DETAIL-LINE
           STRING FUNCTION TRIM(WS-GREETING-TEXT) DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  WS-SALUTE-NAME(1:WS-SALUTE-LEN) DELIMITED BY SIZE
                  '!'                  DELIMITED BY SIZE
                  INTO DTL-GREETING
           END-STRING
                   REWRITE DUP-NAME-FILE-RECORD
               END-IF
           END-IF
           IF MW-PREF-CHANNEL = 'E'
               PERFORM BUILD-EMAIL-GREETING
           ELSE
               PERFORM BUILD-POSTAL-GREETING
           END-IF
           MOVE WS-GO-VENDOR-SLOT
               TO WS-GO-BUF-VENDOR(WS-GO-BUF-COUNT)
           MOVE MW-ACCOUNT-ID
               TO WS-GO-BUF-HIST-ACCT(WS-GO-BUF-COUNT)
           MOVE MW-GREETING-TYPE
               TO WS-GO-BUF-HIST-TYPE(WS-GO-BUF-COUNT)
           MOVE MW-RESEND-OF
               TO WS-GO-BUF-RESEND-OF(WS-GO-BUF-COUNT)
           MOVE WS-NAME
               TO WS-GO-BUF-FULL-NAME(WS-GO-BUF-COUNT)
           MOVE MW-NAME-PARTS
               TO WS-GO-BUF-PARTS(WS-GO-BUF-COUNT)
           IF WS-CAMP-SLOT > 0
               MOVE MW-CAMPAIGN-ID
                   TO WS-GO-BUF-CAMPAIGN(WS-GO-BUF-COUNT)
           ELSE
               MOVE SPACES TO WS-GO-BUF-CAMPAIGN(WS-GO-BUF-COUNT)
           END-IF
           IF WS-GO-VENDOR-SLOT = 0
               PERFORM WRITE-ROUTE-EXCEPTION
           END-IF
           PERFORM COUNT-DISTRIBUTION
           MOVE 2 TO WS-CAMP-RESULT
           PERFORM COUNT-CAMPAIGN-RESULT.

      *    THE NAME AS IT FOLLOWS THE GREETING TEXT, IN THE STYLE
      *    SALUTE.DAT GIVES THE TYPE AND LANGUAGE (SEE SALUREC.CPY).
      *    A NAME WITHOUT PARTS, OR NO STYLE ON FILE, LEAVES THE
      *    NAME AS IT STANDS.
       BUILD-SALUTE-NAME.
           MOVE WS-NAME TO WS-SALUTE-NAME
           MOVE WS-NAME-LEN TO WS-SALUTE-LEN
           IF MW-LAST-NAME NOT = SPACES
               MOVE SPACE TO WS-SALUTE-STYLE
               PERFORM VARYING WS-SALU-IDX FROM 1 BY 1
                       UNTIL WS-SALU-IDX > WS-SALU-COUNT
                   IF WS-SALU-TYPE(WS-SALU-IDX) = MW-GREETING-TYPE AND
                      WS-SALU-LANG(WS-SALU-IDX) = MW-LANGUAGE-CODE
                       MOVE WS-SALU-STYLE(WS-SALU-IDX)
                           TO WS-SALUTE-STYLE
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               IF WS-SALUTE-STYLE = 'G' AND MW-FIRST-NAME = SPACES
                   MOVE 'F' TO WS-SALUTE-STYLE
               END-IF
               MOVE 1 TO WS-SALUTE-PTR
               EVALUATE WS-SALUTE-STYLE
                   WHEN 'G'
                       MOVE SPACES TO WS-SALUTE-NAME
                       STRING FUNCTION TRIM(MW-FIRST-NAME)
                              DELIMITED BY SIZE
                              INTO WS-SALUTE-NAME
                              WITH POINTER WS-SALUTE-PTR
                       END-STRING
                   WHEN 'F'
                       MOVE SPACES TO WS-SALUTE-NAME
                       IF MW-TITLE NOT = SPACES
                           STRING FUNCTION TRIM(MW-TITLE) ' '
                                  DELIMITED BY SIZE
                                  INTO WS-SALUTE-NAME
                                  WITH POINTER WS-SALUTE-PTR
                           END-STRING
                       ELSE
                           IF MW-FIRST-NAME NOT = SPACES
                               STRING FUNCTION TRIM(MW-FIRST-NAME) ' '
                                      DELIMITED BY SIZE
                                      INTO WS-SALUTE-NAME
                                      WITH POINTER WS-SALUTE-PTR
                               END-STRING
                           END-IF
                       END-IF
                       STRING FUNCTION TRIM(MW-LAST-NAME)
                              DELIMITED BY SIZE
                              INTO WS-SALUTE-NAME
                              WITH POINTER WS-SALUTE-PTR
                       END-STRING
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               IF WS-SALUTE-PTR > 1
                   COMPUTE WS-SALUTE-LEN = WS-SALUTE-PTR - 1
               END-IF
           END-IF.

       BUILD-POSTAL-GREETING.
           PERFORM FORMAT-ADDRESS-BLOCK
           MOVE WS-SALUTE-NAME      TO GO-NAME
           MOVE WS-GREETING-TEXT    TO GO-GREETING-TEXT
           MOVE WS-ADDRESS-BLOCK    TO GO-ADDRESS-BLOCK
           MOVE WS-BATCH-DATE       TO GO-BATCH-DATE
           MOVE MW-ACCOUNT-ID       TO GO-ACCOUNT-ID
           MOVE MW-GREETING-TYPE    TO GO-GREETING-TYPE
           MOVE MW-LANGUAGE-CODE    TO GO-LANGUAGE-CODE
           IF WS-CAMP-SLOT > 0
               MOVE MW-CAMPAIGN-ID  TO GO-CAMPAIGN-ID
           ELSE
               MOVE SPACES          TO GO-CAMPAIGN-ID
           END-IF
           ADD 1 TO WS-GO-BUF-COUNT
           MOVE GREETING-OUT-RECORD TO WS-GO-BUF-LINE(WS-GO-BUF-COUNT)
           PERFORM FIND-GREETING-ROUTE.

       BUILD-EMAIL-GREETING.
           MOVE SPACES TO EMAIL-OUT-RECORD
           MOVE WS-SALUTE-NAME      TO EO-NAME
           MOVE WS-GREETING-TEXT    TO EO-GREETING-TEXT
           MOVE MW-EMAIL-ADDR       TO EO-EMAIL-ADDR
           MOVE WS-BATCH-DATE       TO EO-BATCH-DATE
           MOVE MW-ACCOUNT-ID       TO EO-ACCOUNT-ID
           MOVE MW-GREETING-TYPE    TO EO-GREETING-TYPE
           MOVE MW-LANGUAGE-CODE    TO EO-LANGUAGE-CODE
           ADD 1 TO WS-GO-BUF-COUNT
           MOVE EMAIL-OUT-RECORD TO WS-GO-BUF-LINE(WS-GO-BUF-COUNT)
           MOVE 9 TO WS-GO-VENDOR-SLOT.

       FIND-GREETING-ROUTE.
           MOVE 0 TO WS-GO-VENDOR-SLOT
               MOVE WS-DIST-LANG-COUNT TO WS-DIST-SLOT
               MOVE MW-LANGUAGE-CODE
                   TO WS-DIST-LANG-CODE(WS-DIST-SLOT)
               PERFORM VARYING GT-IDX FROM 1 BY 1
                       UNTIL GT-IDX > GT-TYPE-COUNT
                   MOVE 0 TO WS-DIST-TYPE(WS-DIST-SLOT, GT-IDX)
               END-PERFORM
           END-IF
           MOVE MW-GREETING-TYPE TO GT-FIND-TYPE
           PERFORM FIND-GREETING-TYPE
           IF GT-SLOT > 0
               IF WS-DIST-SLOT = 0
                   ADD 1 TO WS-DIST-OTHER(GT-SLOT)
               ELSE
                   ADD 1 TO WS-DIST-TYPE(WS-DIST-SLOT, GT-SLOT)
               END-IF
           END-IF.

       WRITE-PAGE-HEADING.
           WRITE DISTRIB-LINE FROM DIST-HDG-2-LINE
           MOVE SPACES TO DISTRIB-LINE
           WRITE DISTRIB-LINE
           MOVE 0 TO WS-DIST-TOT-TABLE
           PERFORM VARYING WS-DIST-IDX FROM 1 BY 1
                   UNTIL WS-DIST-IDX > WS-DIST-LANG-COUNT
               PERFORM WRITE-DISTRIBUTION-ROW
           END-PERFORM
           MOVE 0 TO WS-DIST-ROW-TOTAL
           PERFORM VARYING GT-IDX FROM 1 BY 1
                   UNTIL GT-IDX > GT-TYPE-COUNT
               MOVE WS-DIST-OTHER(GT-IDX) TO DSD-TYPE(GT-IDX)
               ADD WS-DIST-OTHER(GT-IDX) TO WS-DIST-ROW-TOTAL
               ADD WS-DIST-OTHER(GT-IDX) TO WS-DIST-TOT(GT-IDX)
           END-PERFORM
           IF WS-DIST-ROW-TOTAL > 0
               MOVE '**' TO DSD-LANG
               MOVE WS-DIST-ROW-TOTAL TO DSD-TOT
               WRITE DISTRIB-LINE FROM DIST-DETAIL-LINE
           END-IF
           MOVE SPACES TO DISTRIB-LINE
           WRITE DISTRIB-LINE
           MOVE 0 TO WS-DIST-GRAND-TOTAL
           PERFORM VARYING GT-IDX FROM 1 BY 1
                   UNTIL GT-IDX > GT-TYPE-COUNT
               MOVE WS-DIST-TOT(GT-IDX) TO DST-TYPE(GT-IDX)
               ADD WS-DIST-TOT(GT-IDX) TO WS-DIST-GRAND-TOTAL
           END-PERFORM
           MOVE WS-DIST-GRAND-TOTAL TO DST-TOT
           WRITE DISTRIB-LINE FROM DIST-TOTAL-LINE
           MOVE SPACES TO DISTRIB-LINE

       WRITE-DISTRIBUTION-ROW.
           MOVE WS-DIST-LANG-CODE(WS-DIST-IDX) TO DSD-LANG
           MOVE 0 TO WS-DIST-ROW-TOTAL
           PERFORM VARYING GT-IDX FROM 1 BY 1
                   UNTIL GT-IDX > GT-TYPE-COUNT
               MOVE WS-DIST-TYPE(WS-DIST-IDX, GT-IDX)
                   TO DSD-TYPE(GT-IDX)
               ADD WS-DIST-TYPE(WS-DIST-IDX, GT-IDX)
                   TO WS-DIST-ROW-TOTAL
               ADD WS-DIST-TYPE(WS-DIST-IDX, GT-IDX)
                   TO WS-DIST-TOT(GT-IDX)
           END-PERFORM
           MOVE WS-DIST-ROW-TOTAL TO DSD-TOT
           WRITE DISTRIB-LINE FROM DIST-DETAIL-LINE.

       WRITE-CONTROL-TOTALS.
           MOVE SPACES TO CONTROL-LINE
           MOVE 'RECORDS SKIPPED - INVALID GREETING TYPE' TO CTL-LABEL
           MOVE WS-BADTYPE-COUNT TO CTL-VALUE
           WRITE CONTROL-LINE FROM CTL-TOTALS-LINE
           IF WS-BADCAMP-COUNT > 0
               MOVE 'RECORDS SKIPPED - UNKNOWN/CLOSED CAMPAIGN'
                   TO CTL-LABEL
               MOVE WS-BADCAMP-COUNT TO CTL-VALUE
               WRITE CONTROL-LINE FROM CTL-TOTALS-LINE
           END-IF
           MOVE 'RECORDS SUPPRESSED - DUPLICATE SKIPPED' TO CTL-LABEL
           MOVE WS-DUP-SUPPRESSED-COUNT TO CTL-VALUE
           WRITE CONTROL-LINE FROM CTL-TOTALS-LINE
           MOVE 'RECORDS SUPPRESSED - CONTACT FREQUENCY' TO CTL-LABEL
           MOVE WS-HIST-SUPPRESSED-COUNT TO CTL-VALUE
           WRITE CONTROL-LINE FROM CTL-TOTALS-LINE
           IF WS-CAMP-CAP-COUNT > 0
               MOVE 'RECORDS SUPPRESSED - CAMPAIGN PIECE CAP'
                   TO CTL-LABEL
               MOVE WS-CAMP-CAP-COUNT TO CTL-VALUE
               WRITE CONTROL-LINE FROM CTL-TOTALS-LINE
           END-IF
           MOVE 'RECORDS SUPPRESSED - HOUSEHOLD DEDUP' TO CTL-LABEL
           MOVE WS-HOUSE-SUPPRESSED-COUNT TO CTL-VALUE
           WRITE CONTROL-LINE FROM CTL-TOTALS-LINE
           MOVE 'RECORDS SUPPRESSED - CUSTOMER OPT-OUT' TO CTL-LABEL
           MOVE WS-PREF-SUPPRESSED-COUNT TO CTL-VALUE
           WRITE CONTROL-LINE FROM CTL-TOTALS-LINE
           MOVE 'OF WHICH LONG-NAME EXCEPTIONS (INFO)' TO CTL-LABEL
           MOVE WS-LONG-NAME-COUNT TO CTL-VALUE
           WRITE CONTROL-LINE FROM CTL-TOTALS-LINE
               MOVE WS-VEND-RECS(WS-VEND-IDX) TO CTL-VALUE
               WRITE CONTROL-LINE FROM CTL-TOTALS-LINE
           END-PERFORM
           MOVE 'RECORDS ROUTED TO EMAIL VENDOR' TO CTL-LABEL
           MOVE WS-EMAIL-RECS TO CTL-VALUE
           WRITE CONTROL-LINE FROM CTL-TOTALS-LINE
           MOVE 'RECORDS UNROUTED - NO VENDOR RULE' TO CTL-LABEL
           MOVE WS-UNROUTED-COUNT TO CTL-VALUE
           WRITE CONTROL-LINE FROM CTL-TOTALS-LINE
           MOVE 'PIECES ADDED TO GRTLEDGR.DAT' TO CTL-LABEL
           MOVE WS-LEDGER-ADDED TO CTL-VALUE
           WRITE CONTROL-LINE FROM CTL-TOTALS-LINE
           MOVE 'OF WHICH RESENDS LINKED TO ORIGINAL' TO CTL-LABEL
           MOVE WS-LEDGER-LINKED TO CTL-VALUE
           WRITE CONTROL-LINE FROM CTL-TOTALS-LINE
           IF WS-LEDGER-ERRORS > 0
               MOVE 'LEDGER UPDATE ERRORS - SEE LEDGEXC.RPT'
                   TO CTL-LABEL
               MOVE WS-LEDGER-ERRORS TO CTL-VALUE
               WRITE CONTROL-LINE FROM CTL-TOTALS-LINE
           END-IF
           IF WS-LANG-ERROR-COUNT > 0
               MOVE 'LANGUAGE LOOKUP FALLBACK (INFO)' TO CTL-LABEL
               MOVE WS-LANG-ERROR-COUNT TO CTL-VALUE
