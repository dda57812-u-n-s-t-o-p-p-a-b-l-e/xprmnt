      *  DATE IS TREATED AS FEB 28 WHEN THE TARGET YEAR
      *  HAS NO LEAP DAY, SO LEAP-DAY CUSTOMERS STILL GET
      *  A CARD EVERY YEAR.
      *  PHASE 2 ALSO SELECTS THE TYPE C PIECES OF EVERY
      *  MARKETING CAMPAIGN ON CAMPAIGN.DAT WHOSE DROP
      *  (START) DATE IS TODAY, BY THE CAMPAIGN'S OWN
      *  CRITERIA - LANGUAGE, MONTHS SINCE ENROLLMENT, AND
      *  ADDRMAST.DAT STATE - UP TO ITS PIECE CAP.  AN
      *  ACCOUNT GETS ONE CAMPAIGN PIECE A DAY; AN ACCOUNT
      *  ALSO CHOSEN BY AN EARLIER CAMPAIGN ON THE FILE IS
      *  COUNTED AS AN OVERLAP FOR THE LATER ONE.
      *  NAMES ARE HELD AS PARTS (TITLE, FIRST, MIDDLE,
      *  LAST, SUFFIX) AS WELL AS IN FULL.  A TRANSACTION
      *  MAY CARRY THE PARTS ITSELF; ONE THAT CARRIES ONLY
      *  A FREE-FORM NAME HAS IT SPLIT HERE, AND SO DOES
      *  ANY MASTER RECORD STILL WITHOUT PARTS WHEN THE
      *  EXTRACT PASS READS IT (THE RECORD IS REWRITTEN
      *  WITH ITS PARTS).  A NAME THAT CANNOT BE SPLIT
      *  SAFELY - A COMMA, ONE WORD, MORE THAN THREE NAME
      *  WORDS, OR A WORD TOO LONG FOR ITS PART - KEEPS
      *  BLANK PARTS AND IS LISTED ON NAMEEXC.RPT FOR DATA
      *  CONTROL, ONCE IN EACH RUN UNTIL A CHANGE
      *  TRANSACTION WITH THE PARTS CORRECTS IT.
      *****************************************************

       ENVIRONMENT DIVISION.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LEAD-FS.

           SELECT CAMPAIGN-FILE ASSIGN TO 'CAMPAIGN.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CAMP-FS.

           SELECT ADDR-FILE ASSIGN TO 'ADDRMAST.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AM-ACCOUNT-ID
           FILE STATUS IS WS-ADDR-FS.

           SELECT EXTRACT-FILE ASSIGN TO 'INPUT.DAT'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT GEN-REPORT ASSIGN TO 'EVNTGEN.RPT'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT NAME-EXC-FILE ASSIGN TO 'NAMEEXC.RPT'
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  EVNT-TRAN-FILE.
           05  ET-ANNIV-DATE       PIC X(8).
           05  ET-BIRTH-DATE       PIC X(8).
           05  ET-SOURCE           PIC X(10).
           05  ET-NAME-PARTS.
               10  ET-TITLE           PIC X(6).
               10  ET-FIRST-NAME      PIC X(15).
               10  ET-MIDDLE-NAME     PIC X(15).
               10  ET-LAST-NAME       PIC X(25).
               10  ET-SUFFIX          PIC X(5).

       FD  EVNT-TRAN-REJECTS.
       01  EVNT-REJECT-LINE PIC X(180).

       FD  EVNT-AUDIT-FILE.
       01  EVNT-AUDIT-LINE  PIC X(110).
           05  LD-ANNIV-LEAD     PIC 9(3).
           05  LD-BDAY-LEAD      PIC 9(3).

       FD  CAMPAIGN-FILE.
           COPY camprec.

       FD  ADDR-FILE.
           COPY addrrec.

       FD  EXTRACT-FILE.
       01  EXTRACT-RECORD   PIC X(137).

       FD  GEN-REPORT.
       01  GEN-LINE         PIC X(60).

       FD  NAME-EXC-FILE.
       01  NAME-EXC-LINE    PIC X(90).

       WORKING-STORAGE SECTION.
       01  WS-TRAN-EOF   PIC X VALUE 'N'.
       01  WS-EVNT-EOF   PIC X VALUE 'N'.
       01  WS-TRAN-FS    PIC X(2) VALUE '00'.
       01  WS-EVNT-FS    PIC X(2) VALUE '00'.
       01  WS-LEAD-FS    PIC X(2) VALUE '00'.
       01  WS-CAMP-FS    PIC X(2) VALUE '00'.
       01  WS-CAMP-EOF   PIC X VALUE 'N'.
       01  WS-ADDR-FS    PIC X(2) VALUE '00'.
       01  WS-ADDR-OPEN  PIC X VALUE 'N'.

       01  WS-TRANS-READ       PIC 9(6) VALUE 0.
       01  WS-ADD-COUNT        PIC 9(6) VALUE 0.
       01  WS-WELCOME-COUNT    PIC 9(6) VALUE 0.
       01  WS-ANNIV-COUNT      PIC 9(6) VALUE 0.
       01  WS-BDAY-COUNT       PIC 9(6) VALUE 0.
       01  WS-CAMPAIGN-COUNT   PIC 9(6) VALUE 0.
       01  WS-EXTRACT-COUNT    PIC 9(6) VALUE 0.
       01  WS-TRAN-SPLIT-COUNT PIC 9(6) VALUE 0.
       01  WS-MAST-SPLIT-COUNT PIC 9(6) VALUE 0.
       01  WS-NAME-EXC-COUNT   PIC 9(6) VALUE 0.

       01  WS-ANNIV-LEAD       PIC 9(3) VALUE 7.
       01  WS-BDAY-LEAD        PIC 9(3) VALUE 7.
           05  WES-YEAR       PIC 9(4).
           05  WES-MMDD       PIC 9(4).

       01  WS-ENROLL-SPLIT.
           05  WEN-YEAR       PIC 9(4).
           05  WEN-MONTH      PIC 9(2).
           05  WEN-DAY        PIC 9(2).
       01  WS-TENURE-MONTHS  PIC S9(5) VALUE 0.

       01  WS-CAMP-COUNT       PIC 9(2) VALUE 0.
       01  WS-CAMP-IDX         PIC 9(2) VALUE 0.
       01  WS-CAMP-ELIGIBLE    PIC X VALUE 'N'.
       01  WS-CAMP-PIECE-DONE  PIC X VALUE 'N'.
       01  WS-ACCT-STATE-READ  PIC X VALUE 'N'.
       01  WS-ACCT-STATE       PIC X(2) VALUE SPACES.
       01  WS-CAMP-TABLE.
           05  WS-CAMP-ENTRY OCCURS 20 TIMES.
               10  WS-CAMP-ID         PIC X(8).
               10  WS-CAMP-STATE      PIC X(2).
               10  WS-CAMP-LANG       PIC X(2).
               10  WS-CAMP-TENURE     PIC 9(3).
               10  WS-CAMP-CAP        PIC 9(6).
               10  WS-CAMP-SELECTED   PIC 9(6).
               10  WS-CAMP-CAPPED     PIC 9(6).
               10  WS-CAMP-OVERLAP    PIC 9(6).

       01  WS-BEFORE-NAME      PIC X(50).
       01  WS-AFTER-NAME       PIC X(50).

      *    FREE-FORM NAME SPLITTING - SEE SPLIT-FREE-NAME
       01  WS-SPLIT-IN         PIC X(50).
       01  WS-SPLIT-WORK       PIC X(50).
       01  WS-SPLIT-OK         PIC X VALUE 'N'.
       01  WS-SPLIT-REASON     PIC X(10).
       01  WS-SPLIT-SOURCE     PIC X(10).
       01  WS-SPLIT-PTR        PIC 9(2) VALUE 0.
       01  WS-COMMA-COUNT      PIC 9(2) VALUE 0.
       01  WS-WORD-COUNT       PIC 9(2) VALUE 0.
       01  WS-WORD-FIRST       PIC 9(2) VALUE 0.
       01  WS-WORD-LAST        PIC 9(2) VALUE 0.
       01  WS-WORD-MIDDLE      PIC 9(2) VALUE 0.
       01  WS-NAME-WORDS       PIC 9(2) VALUE 0.
       01  WS-WORD-IDX         PIC 9(2) VALUE 0.
       01  WS-WORD-OVERFLOW    PIC X VALUE 'N'.
       01  WS-WORD-TABLE.
           05  WS-WORD OCCURS 6 TIMES PIC X(50).
      *    ACCOUNTS ALREADY LISTED FROM A TRANSACTION THIS RUN,
      *    SO THE EXTRACT PASS DOES NOT LIST THEM AGAIN.
       01  WS-TRAN-EXC-COUNT   PIC 9(4) VALUE 0.
       01  WS-TRAN-EXC-MAX     PIC 9(4) VALUE 1000.
       01  WS-TRAN-EXC-IDX     PIC 9(4) VALUE 0.
       01  WS-TRAN-EXC-FOUND   PIC X VALUE 'N'.
       01  WS-TRAN-EXC-TABLE.
           05  WS-TRAN-EXC-ACCT OCCURS 1000 TIMES PIC X(10).
       01  WS-SPLIT-PARTS.
           05  WSP-TITLE         PIC X(6).
           05  WSP-FIRST-NAME    PIC X(15).
           05  WSP-MIDDLE-NAME   PIC X(15).
           05  WSP-LAST-NAME     PIC X(25).
           05  WSP-SUFFIX        PIC X(5).

      *    WORDS TAKEN AS A TITLE BEFORE, OR A SUFFIX AFTER,
      *    THE NAME ITSELF (PERIODS ARE DROPPED FIRST)
       01  NAME-TITLE-VALUES.
           05  FILLER PIC X(6) VALUE 'MR'.
           05  FILLER PIC X(6) VALUE 'MRS'.
           05  FILLER PIC X(6) VALUE 'MS'.
           05  FILLER PIC X(6) VALUE 'MISS'.
           05  FILLER PIC X(6) VALUE 'MX'.
           05  FILLER PIC X(6) VALUE 'DR'.
           05  FILLER PIC X(6) VALUE 'PROF'.
           05  FILLER PIC X(6) VALUE 'REV'.
           05  FILLER PIC X(6) VALUE 'SIR'.
           05  FILLER PIC X(6) VALUE 'DAME'.
       01  NAME-TITLE-TABLE REDEFINES NAME-TITLE-VALUES.
           05  NT-TITLE OCCURS 10 TIMES PIC X(6).
       01  NT-TITLE-COUNT      PIC 9(2) VALUE 10.

       01  NAME-SUFFIX-VALUES.
           05  FILLER PIC X(5) VALUE 'JR'.
           05  FILLER PIC X(5) VALUE 'SR'.
           05  FILLER PIC X(5) VALUE 'II'.
           05  FILLER PIC X(5) VALUE 'III'.
           05  FILLER PIC X(5) VALUE 'IV'.
           05  FILLER PIC X(5) VALUE 'ESQ'.
           05  FILLER PIC X(5) VALUE 'PHD'.
           05  FILLER PIC X(5) VALUE 'MD'.
       01  NAME-SUFFIX-TABLE REDEFINES NAME-SUFFIX-VALUES.
           05  NS-SUFFIX OCCURS 8 TIMES PIC X(5).
       01  NS-SUFFIX-COUNT     PIC 9(2) VALUE 8.

       01  REJECT-TRAN-LINE.
           05  RTL-IMAGE         PIC X(163).
           05  FILLER            PIC X(1) VALUE SPACE.
           05  RTL-REASON        PIC X(9).

           05  FILLER            PIC X(3) VALUE 'HDR'.
           05  EHB-EXTRACT-DATE  PIC 9(8).
           05  EHB-SOURCE-SYSTEM PIC X(10).
           05  FILLER            PIC X(116) VALUE SPACES.

       01  EXTRACT-TRAILER-BUILD.
           05  FILLER            PIC X(3) VALUE 'TRL'.
           05  ETB-RECORD-COUNT  PIC 9(6).
           05  FILLER            PIC X(128) VALUE SPACES.

       01  EXTRACT-DETAIL-BUILD.
           05  EDB-ACCOUNT-ID    PIC X(10).
           05  EDB-NAME          PIC X(50).
           05  EDB-GREETING-TYPE PIC X(1).
           05  EDB-LANGUAGE-CODE PIC X(2).
           05  EDB-CAMPAIGN-ID   PIC X(8).
           05  EDB-NAME-PARTS    PIC X(66).

       01  GEN-HDG-1-LINE.
           05  FILLER            PIC X(10) VALUE 'RUN DATE: '.
           05  FILLER            PIC X(23) VALUE
               'EVENTS EXTRACT SUMMARY'.

       01  NAME-EXC-HDG-1-LINE.
           05  FILLER            PIC X(10) VALUE 'RUN DATE: '.
           05  NXH-1-DATE        PIC X(10).
           05  FILLER            PIC X(10) VALUE SPACES.
           05  FILLER            PIC X(21) VALUE
               'NAME SPLIT EXCEPTIONS'.

       01  NAME-EXC-HDG-2-LINE.
           05  FILLER            PIC X(11) VALUE 'ACCOUNT ID '.
           05  FILLER            PIC X(51) VALUE 'NAME'.
           05  FILLER            PIC X(11) VALUE 'REASON'.
           05  FILLER            PIC X(6)  VALUE 'SOURCE'.

       01  NAME-EXC-DETAIL-LINE.
           05  NXD-ACCOUNT-ID    PIC X(10).
           05  FILLER            PIC X(1) VALUE SPACE.
           05  NXD-NAME          PIC X(50).
           05  FILLER            PIC X(1) VALUE SPACE.
           05  NXD-REASON        PIC X(10).
           05  FILLER            PIC X(1) VALUE SPACE.
           05  NXD-SOURCE        PIC X(10).

       01  CTL-TOTALS-LINE.
           05  CTL-LABEL         PIC X(40) VALUE SPACES.
           05  CTL-VALUE         PIC ZZZ,ZZ9.
           END-PERFORM
           PERFORM GENERATE-EXTRACT
           PERFORM WRITE-GEN-REPORT
           PERFORM WRITE-NAME-EXC-TOTAL
           IF WS-TRAN-FS = '00' OR WS-TRAN-FS = '10'
               CLOSE EVNT-TRAN-FILE
           END-IF
           CLOSE EVNT-TRAN-REJECTS
           CLOSE EVNT-AUDIT-FILE
           CLOSE EVENT-FILE
           IF WS-ADDR-OPEN = 'Y'
               CLOSE ADDR-FILE
           END-IF
           CLOSE GEN-REPORT
           CLOSE NAME-EXC-FILE
           STOP RUN.

       INITIALIZE-RUN.
           OPEN OUTPUT EVNT-TRAN-REJECTS
           OPEN OUTPUT EVNT-AUDIT-FILE
           OPEN OUTPUT GEN-REPORT
           OPEN OUTPUT NAME-EXC-FILE
           PERFORM OPEN-EVENT-TABLE
           PERFORM LOAD-LEAD-DAYS
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           MOVE WTS-YEAR TO WS-LEAP-YEAR
           PERFORM CHECK-LEAP-YEAR
           MOVE WS-LEAP-FLAG TO WS-BDAY-LEAP-YEAR
           PERFORM LOAD-CAMPAIGN-DROPS
           OPEN INPUT ADDR-FILE
           IF WS-ADDR-FS = '00'
               MOVE 'Y' TO WS-ADDR-OPEN
           END-IF
           PERFORM WRITE-AUDIT-HEADING
           PERFORM WRITE-NAME-EXC-HEADING.

       CHECK-LEAP-YEAR.
           MOVE 'N' TO WS-LEAP-FLAG
               CLOSE LEAD-DAYS-FILE
           END-IF.

      *    ONLY CAMPAIGNS DROPPING TODAY ARE KEPT; CAMPAIGN.DAT
      *    IS OPTIONAL AND ITS T (TEXT) RECORDS ARE HELLOWORLD'S.
       LOAD-CAMPAIGN-DROPS.
           OPEN INPUT CAMPAIGN-FILE
           IF WS-CAMP-FS NOT = '00'
               MOVE 'Y' TO WS-CAMP-EOF
           END-IF
           PERFORM UNTIL WS-CAMP-EOF = 'Y'
               READ CAMPAIGN-FILE
                   AT END
                       MOVE 'Y' TO WS-CAMP-EOF
                   NOT AT END
                       IF CD-REC-TYPE = 'H'
                           PERFORM ADD-CAMPAIGN-DROP
                       END-IF
               END-READ
           END-PERFORM
           IF WS-CAMP-FS = '00' OR WS-CAMP-FS = '10'
               CLOSE CAMPAIGN-FILE
           END-IF.

       ADD-CAMPAIGN-DROP.
           IF CD-CAMPAIGN-ID = SPACES OR
              CD-START-DATE NOT NUMERIC OR
              CD-MIN-TENURE NOT NUMERIC OR
              CD-PIECE-CAP NOT NUMERIC
               DISPLAY 'EVNTGEN - CAMPAIGN HEADER INVALID - '
                       'IGNORED: ' CD-CAMPAIGN-ID
           ELSE
               IF CD-START-DATE = WS-BATCH-DATE-NUM
                   IF WS-CAMP-COUNT >= 20
                       DISPLAY 'EVNTGEN - CAMPAIGN TABLE FULL - '
                               'ENTRY IGNORED: ' CD-CAMPAIGN-ID
                   ELSE
                       ADD 1 TO WS-CAMP-COUNT
                       MOVE CD-CAMPAIGN-ID
                           TO WS-CAMP-ID(WS-CAMP-COUNT)
                       MOVE CD-STATE TO WS-CAMP-STATE(WS-CAMP-COUNT)
                       MOVE CD-LANGUAGE-CODE
                           TO WS-CAMP-LANG(WS-CAMP-COUNT)
                       MOVE CD-MIN-TENURE
                           TO WS-CAMP-TENURE(WS-CAMP-COUNT)
                       MOVE CD-PIECE-CAP TO WS-CAMP-CAP(WS-CAMP-COUNT)
                       MOVE 0 TO WS-CAMP-SELECTED(WS-CAMP-COUNT)
                       MOVE 0 TO WS-CAMP-CAPPED(WS-CAMP-COUNT)
                       MOVE 0 TO WS-CAMP-OVERLAP(WS-CAMP-COUNT)
                   END-IF
               END-IF
           END-IF.

       WRITE-AUDIT-HEADING.
           MOVE WS-RUN-DATE TO AHD-1-DATE
           WRITE EVNT-AUDIT-LINE FROM AUDIT-HDG-1-LINE
           MOVE SPACES TO EVNT-AUDIT-LINE
           WRITE EVNT-AUDIT-LINE.

       WRITE-NAME-EXC-HEADING.
           MOVE WS-RUN-DATE TO NXH-1-DATE
           WRITE NAME-EXC-LINE FROM NAME-EXC-HDG-1-LINE
           MOVE SPACES TO NAME-EXC-LINE
           WRITE NAME-EXC-LINE
           WRITE NAME-EXC-LINE FROM NAME-EXC-HDG-2-LINE
           MOVE SPACES TO NAME-EXC-LINE
           WRITE NAME-EXC-LINE.

       PROCESS-TRANSACTION.
           IF ET-ACCOUNT-ID = SPACES
               MOVE 'BLANKKEY' TO RTL-REASON

       EDIT-EVENT-FIELDS.
           MOVE 'N' TO WS-EDITS-PASSED
           IF ET-NAME = SPACES AND ET-LAST-NAME = SPACES
               MOVE 'NONAME' TO RTL-REASON
               PERFORM WRITE-REJECT-TRAN
           ELSE
                       NOT INVALID KEY
                           ADD 1 TO WS-ADD-COUNT
                           MOVE 'ADD   ' TO ADL-ACTION
                           MOVE EV-NAME TO WS-AFTER-NAME
                           PERFORM WRITE-AUDIT-LINE
                           PERFORM COUNT-TRAN-NAME-SPLIT
                   END-WRITE
               END-IF
           END-IF.
                       NOT INVALID KEY
                           ADD 1 TO WS-CHANGE-COUNT
                           MOVE 'CHANGE' TO ADL-ACTION
                           MOVE EV-NAME TO WS-AFTER-NAME
                           PERFORM WRITE-AUDIT-LINE
                           PERFORM COUNT-TRAN-NAME-SPLIT
                   END-REWRITE
               END-IF
           END-IF.
           END-IF.

       MOVE-TRAN-TO-MASTER.
           PERFORM MOVE-TRAN-NAME
           MOVE ET-LANGUAGE-CODE TO EV-LANGUAGE-CODE
           MOVE ET-ENROLL-DATE TO EV-ENROLL-DATE
           MOVE ET-ANNIV-DATE TO EV-ANNIV-DATE
           MOVE ET-BIRTH-DATE TO EV-BIRTH-DATE.

      *    PARTS ON THE TRANSACTION ARE TAKEN AS GIVEN (THE FULL
      *    NAME IS BUILT FROM THEM WHEN IT IS LEFT BLANK);
      *    OTHERWISE THE FREE-FORM NAME IS SPLIT.
       MOVE-TRAN-NAME.
           MOVE 'Y' TO WS-SPLIT-OK
           MOVE SPACES TO WS-SPLIT-SOURCE
           IF ET-LAST-NAME NOT = SPACES
               MOVE ET-NAME-PARTS TO EV-NAME-PARTS
               IF ET-NAME = SPACES
                   PERFORM COMPOSE-EVENT-NAME
               ELSE
                   MOVE ET-NAME TO EV-NAME
               END-IF
           ELSE
               MOVE ET-NAME TO EV-NAME
               MOVE ET-NAME TO WS-SPLIT-IN
               PERFORM SPLIT-FREE-NAME
               MOVE WS-SPLIT-PARTS TO EV-NAME-PARTS
               MOVE ET-SOURCE TO WS-SPLIT-SOURCE
           END-IF.

       COMPOSE-EVENT-NAME.
           MOVE SPACES TO EV-NAME
           MOVE 1 TO WS-SPLIT-PTR
           IF EV-TITLE NOT = SPACES
               STRING FUNCTION TRIM(EV-TITLE) ' ' DELIMITED BY SIZE
                      INTO EV-NAME WITH POINTER WS-SPLIT-PTR
               END-STRING
           END-IF
           IF EV-FIRST-NAME NOT = SPACES
               STRING FUNCTION TRIM(EV-FIRST-NAME) ' '
                      DELIMITED BY SIZE
                      INTO EV-NAME WITH POINTER WS-SPLIT-PTR
               END-STRING
           END-IF
           IF EV-MIDDLE-NAME NOT = SPACES
               STRING FUNCTION TRIM(EV-MIDDLE-NAME) ' '
                      DELIMITED BY SIZE
                      INTO EV-NAME WITH POINTER WS-SPLIT-PTR
               END-STRING
           END-IF
           STRING FUNCTION TRIM(EV-LAST-NAME) DELIMITED BY SIZE
                  INTO EV-NAME WITH POINTER WS-SPLIT-PTR
           END-STRING
           IF EV-SUFFIX NOT = SPACES
               STRING ' ' FUNCTION TRIM(EV-SUFFIX) DELIMITED BY SIZE
                      INTO EV-NAME WITH POINTER WS-SPLIT-PTR
               END-STRING
           END-IF.

       COUNT-TRAN-NAME-SPLIT.
           IF WS-SPLIT-SOURCE NOT = SPACES
               IF WS-SPLIT-OK = 'Y'
                   ADD 1 TO WS-TRAN-SPLIT-COUNT
               ELSE
                   MOVE EV-ACCOUNT-ID TO NXD-ACCOUNT-ID
                   MOVE EV-NAME TO NXD-NAME
                   PERFORM WRITE-NAME-EXCEPTION
                   PERFORM ADD-TRAN-EXCEPTION
               END-IF
           END-IF.

      *    A FULL TABLE ONLY MEANS THE ACCOUNT MAY BE LISTED
      *    AGAIN BY THE EXTRACT PASS.
       ADD-TRAN-EXCEPTION.
           PERFORM FIND-TRAN-EXCEPTION
           IF WS-TRAN-EXC-FOUND = 'N' AND
              WS-TRAN-EXC-COUNT < WS-TRAN-EXC-MAX
               ADD 1 TO WS-TRAN-EXC-COUNT
               MOVE EV-ACCOUNT-ID TO WS-TRAN-EXC-ACCT(WS-TRAN-EXC-COUNT)
           END-IF.

       FIND-TRAN-EXCEPTION.
           MOVE 'N' TO WS-TRAN-EXC-FOUND
           PERFORM VARYING WS-TRAN-EXC-IDX FROM 1 BY 1
                   UNTIL WS-TRAN-EXC-IDX > WS-TRAN-EXC-COUNT
               IF WS-TRAN-EXC-ACCT(WS-TRAN-EXC-IDX) = EV-ACCOUNT-ID
                   MOVE 'Y' TO WS-TRAN-EXC-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *    SPLITS WS-SPLIT-IN INTO WS-SPLIT-PARTS.  A LEADING
      *    TITLE AND A TRAILING SUFFIX FROM THE TABLES ABOVE ARE
      *    TAKEN OFF; TWO WORDS LEFT ARE FIRST AND LAST, THREE
      *    ARE FIRST, MIDDLE AND LAST, AND A LONE WORD AFTER A
      *    TITLE IS THE LAST NAME.  ANYTHING ELSE IS NOT SAFE
      *    TO GUESS AT: WS-SPLIT-OK IS N, THE PARTS ARE LEFT
      *    BLANK AND WS-SPLIT-REASON SAYS WHY.
       SPLIT-FREE-NAME.
           MOVE SPACES TO WS-SPLIT-PARTS
           MOVE SPACES TO WS-SPLIT-REASON
           MOVE 'N' TO WS-SPLIT-OK
           MOVE 0 TO WS-COMMA-COUNT
           INSPECT WS-SPLIT-IN TALLYING WS-COMMA-COUNT FOR ALL ','
           IF WS-COMMA-COUNT > 0
               MOVE 'COMMA' TO WS-SPLIT-REASON
           ELSE
               PERFORM BREAK-NAME-INTO-WORDS
               IF WS-WORD-OVERFLOW = 'Y' OR WS-WORD-COUNT > 5
                   MOVE 'TOO MANY' TO WS-SPLIT-REASON
               ELSE
                   PERFORM ASSIGN-NAME-WORDS
               END-IF
           END-IF.

       BREAK-NAME-INTO-WORDS.
           MOVE WS-SPLIT-IN TO WS-SPLIT-WORK
           INSPECT WS-SPLIT-WORK REPLACING ALL '.' BY SPACE
           MOVE SPACES TO WS-WORD-TABLE
           MOVE 0 TO WS-WORD-COUNT
           MOVE 'N' TO WS-WORD-OVERFLOW
           MOVE 51 TO WS-SPLIT-PTR
           PERFORM VARYING WS-WORD-IDX FROM 1 BY 1
                   UNTIL WS-WORD-IDX > 50
               IF WS-SPLIT-WORK(WS-WORD-IDX:1) NOT = SPACE
                   MOVE WS-WORD-IDX TO WS-SPLIT-PTR
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-SPLIT-PTR <= 50
               UNSTRING WS-SPLIT-WORK DELIMITED BY ALL SPACE
                   INTO WS-WORD(1) WS-WORD(2) WS-WORD(3)
                        WS-WORD(4) WS-WORD(5) WS-WORD(6)
                   WITH POINTER WS-SPLIT-PTR
                   TALLYING IN WS-WORD-COUNT
                   ON OVERFLOW
                       MOVE 'Y' TO WS-WORD-OVERFLOW
               END-UNSTRING
           END-IF.

       ASSIGN-NAME-WORDS.
           MOVE 1 TO WS-WORD-FIRST
           MOVE WS-WORD-COUNT TO WS-WORD-LAST
           IF WS-WORD-COUNT > 1
               PERFORM VARYING WS-WORD-IDX FROM 1 BY 1
                       UNTIL WS-WORD-IDX > NT-TITLE-COUNT
                   IF WS-WORD(1) = NT-TITLE(WS-WORD-IDX)
                       MOVE NT-TITLE(WS-WORD-IDX) TO WSP-TITLE
                       MOVE 2 TO WS-WORD-FIRST
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF
           IF WS-WORD-LAST > WS-WORD-FIRST
               PERFORM VARYING WS-WORD-IDX FROM 1 BY 1
                       UNTIL WS-WORD-IDX > NS-SUFFIX-COUNT
                   IF WS-WORD(WS-WORD-LAST) = NS-SUFFIX(WS-WORD-IDX)
                       MOVE NS-SUFFIX(WS-WORD-IDX) TO WSP-SUFFIX
                       SUBTRACT 1 FROM WS-WORD-LAST
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF
           MOVE 0 TO WS-NAME-WORDS
           IF WS-WORD-LAST >= WS-WORD-FIRST
               COMPUTE WS-NAME-WORDS = WS-WORD-LAST - WS-WORD-FIRST + 1
           END-IF
           EVALUATE TRUE
               WHEN WS-NAME-WORDS = 1 AND WSP-TITLE NOT = SPACES
                   MOVE 'Y' TO WS-SPLIT-OK
               WHEN WS-NAME-WORDS = 2 OR WS-NAME-WORDS = 3
                   MOVE 'Y' TO WS-SPLIT-OK
                   MOVE WS-WORD(WS-WORD-FIRST) TO WSP-FIRST-NAME
                   IF WS-WORD(WS-WORD-FIRST)(16:35) NOT = SPACES
                       MOVE 'N' TO WS-SPLIT-OK
                   END-IF
               WHEN WS-NAME-WORDS > 3
                   MOVE 'TOO MANY' TO WS-SPLIT-REASON
               WHEN OTHER
                   MOVE 'TOO FEW' TO WS-SPLIT-REASON
           END-EVALUATE
           IF WS-NAME-WORDS = 3
               COMPUTE WS-WORD-MIDDLE = WS-WORD-FIRST + 1
               MOVE WS-WORD(WS-WORD-MIDDLE) TO WSP-MIDDLE-NAME
               IF WS-WORD(WS-WORD-MIDDLE)(16:35) NOT = SPACES
                   MOVE 'N' TO WS-SPLIT-OK
               END-IF
           END-IF
           IF WS-SPLIT-REASON = SPACES
               MOVE WS-WORD(WS-WORD-LAST) TO WSP-LAST-NAME
               IF WS-WORD(WS-WORD-LAST)(26:25) NOT = SPACES
                   MOVE 'N' TO WS-SPLIT-OK
               END-IF
               IF WS-SPLIT-OK = 'N'
                   MOVE 'TOO LONG' TO WS-SPLIT-REASON
               END-IF
           END-IF
           IF WS-SPLIT-OK = 'N'
               MOVE SPACES TO WS-SPLIT-PARTS
           END-IF.

       WRITE-NAME-EXCEPTION.
           MOVE WS-SPLIT-REASON TO NXD-REASON
           MOVE WS-SPLIT-SOURCE TO NXD-SOURCE
           WRITE NAME-EXC-LINE FROM NAME-EXC-DETAIL-LINE
           ADD 1 TO WS-NAME-EXC-COUNT.

       WRITE-NAME-EXC-TOTAL.
           MOVE SPACES TO NAME-EXC-LINE
           WRITE NAME-EXC-LINE
           MOVE 'NAMES NOT SPLIT' TO CTL-LABEL
           MOVE WS-NAME-EXC-COUNT TO CTL-VALUE
           WRITE NAME-EXC-LINE FROM CTL-TOTALS-LINE.

       WRITE-AUDIT-LINE.
           MOVE ET-ACCOUNT-ID TO ADL-ACCOUNT-ID
           MOVE WS-BEFORE-NAME(1:30) TO ADL-BEFORE
                       MOVE 'Y' TO WS-EVNT-EOF
                   NOT AT END
                       ADD 1 TO WS-EVENTS-READ
                       IF EV-LAST-NAME = SPACES AND EV-NAME NOT = SPACES
                           PERFORM FIND-TRAN-EXCEPTION
                           IF WS-TRAN-EXC-FOUND = 'N'
                               PERFORM SPLIT-MASTER-NAME
                           END-IF
                       END-IF
                       PERFORM SELECT-EVENT-GREETINGS
               END-READ
           END-PERFORM
           WRITE EXTRACT-RECORD FROM EXTRACT-TRAILER-BUILD
           CLOSE EXTRACT-FILE.

      *    A MASTER RECORD STILL WITHOUT NAME PARTS IS SPLIT AS
      *    IT IS READ AND, WHEN THAT WORKS, REWRITTEN WITH THEM
      *    (AUDITED AS A SPLIT); WHEN IT DOES NOT THE RECORD IS
      *    LISTED AND EXTRACTED WITH BLANK PARTS AS BEFORE.
       SPLIT-MASTER-NAME.
           MOVE EV-NAME TO WS-SPLIT-IN
           PERFORM SPLIT-FREE-NAME
           IF WS-SPLIT-OK = 'Y'
               MOVE WS-SPLIT-PARTS TO EV-NAME-PARTS
               REWRITE EVENT-RECORD
                   INVALID KEY
                       DISPLAY 'EVNTGEN - EVENTS.DAT REWRITE FAILED - '
                               'NAME PARTS NOT KEPT: ' EV-ACCOUNT-ID
                   NOT INVALID KEY
                       ADD 1 TO WS-MAST-SPLIT-COUNT
                       MOVE EV-ACCOUNT-ID TO ADL-ACCOUNT-ID
                       MOVE 'SPLIT ' TO ADL-ACTION
                       MOVE EV-NAME(1:30) TO ADL-BEFORE
                       MOVE EV-NAME(1:30) TO ADL-AFTER
                       MOVE 'EVNTGEN' TO ADL-SOURCE
                       WRITE EVNT-AUDIT-LINE FROM AUDIT-DETAIL-LINE
               END-REWRITE
           ELSE
               MOVE 'MASTER' TO WS-SPLIT-SOURCE
               MOVE EV-ACCOUNT-ID TO NXD-ACCOUNT-ID
               MOVE EV-NAME TO NXD-NAME
               PERFORM WRITE-NAME-EXCEPTION
           END-IF.

       SELECT-EVENT-GREETINGS.
           MOVE SPACES TO EDB-CAMPAIGN-ID
           IF EV-ENROLL-DATE = WS-BATCH-DATE-NUM
               MOVE 'W' TO EDB-GREETING-TYPE
               PERFORM WRITE-EXTRACT-DETAIL
                   PERFORM WRITE-EXTRACT-DETAIL
                   ADD 1 TO WS-BDAY-COUNT
               END-IF
           END-IF
           IF WS-CAMP-COUNT > 0
               PERFORM SELECT-CAMPAIGN-GREETINGS
           END-IF.

      *    CAMPAIGNS ARE TRIED IN CAMPAIGN.DAT ORDER; THE FIRST
      *    ONE THAT TAKES THE ACCOUNT SENDS IT TODAY'S PIECE.
       SELECT-CAMPAIGN-GREETINGS.
           MOVE 'N' TO WS-CAMP-PIECE-DONE
           MOVE 'N' TO WS-ACCT-STATE-READ
           PERFORM COMPUTE-TENURE
           PERFORM VARYING WS-CAMP-IDX FROM 1 BY 1
                   UNTIL WS-CAMP-IDX > WS-CAMP-COUNT
               PERFORM CHECK-CAMPAIGN-CRITERIA
               IF WS-CAMP-ELIGIBLE = 'Y'
                   IF WS-CAMP-PIECE-DONE = 'Y'
                       ADD 1 TO WS-CAMP-OVERLAP(WS-CAMP-IDX)
                   ELSE
                       IF WS-CAMP-CAP(WS-CAMP-IDX) > 0 AND
                          WS-CAMP-SELECTED(WS-CAMP-IDX) >=
                          WS-CAMP-CAP(WS-CAMP-IDX)
                           ADD 1 TO WS-CAMP-CAPPED(WS-CAMP-IDX)
                       ELSE
                           MOVE 'C' TO EDB-GREETING-TYPE
                           MOVE WS-CAMP-ID(WS-CAMP-IDX)
                               TO EDB-CAMPAIGN-ID
                           PERFORM WRITE-EXTRACT-DETAIL
                           ADD 1 TO WS-CAMP-SELECTED(WS-CAMP-IDX)
                           ADD 1 TO WS-CAMPAIGN-COUNT
                           MOVE 'Y' TO WS-CAMP-PIECE-DONE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

      *    WHOLE MONTHS FROM EV-ENROLL-DATE TO TODAY; -1 WHEN
      *    THE ACCOUNT HAS NO ENROLLMENT DATE ON FILE.
       COMPUTE-TENURE.
           IF EV-ENROLL-DATE NUMERIC AND EV-ENROLL-DATE > 0
               MOVE EV-ENROLL-DATE TO WS-ENROLL-SPLIT
               COMPUTE WS-TENURE-MONTHS =
                   (WS-CURR-YEAR - WEN-YEAR) * 12
                   + WS-CURR-MONTH - WEN-MONTH
               IF WS-CURR-DAY < WEN-DAY
                   SUBTRACT 1 FROM WS-TENURE-MONTHS
               END-IF
           ELSE
               MOVE -1 TO WS-TENURE-MONTHS
           END-IF.

       CHECK-CAMPAIGN-CRITERIA.
           MOVE 'Y' TO WS-CAMP-ELIGIBLE
           IF WS-CAMP-LANG(WS-CAMP-IDX) NOT = SPACES AND
              WS-CAMP-LANG(WS-CAMP-IDX) NOT = EV-LANGUAGE-CODE
               MOVE 'N' TO WS-CAMP-ELIGIBLE
           END-IF
           IF WS-TENURE-MONTHS < 0 OR
              WS-TENURE-MONTHS < WS-CAMP-TENURE(WS-CAMP-IDX)
               MOVE 'N' TO WS-CAMP-ELIGIBLE
           END-IF
           IF WS-CAMP-ELIGIBLE = 'Y' AND
              WS-CAMP-STATE(WS-CAMP-IDX) NOT = SPACES
               IF WS-ACCT-STATE-READ = 'N'
                   PERFORM READ-ACCOUNT-STATE
               END-IF
               IF WS-ACCT-STATE NOT = WS-CAMP-STATE(WS-CAMP-IDX)
                   MOVE 'N' TO WS-CAMP-ELIGIBLE
               END-IF
           END-IF.

       READ-ACCOUNT-STATE.
           MOVE SPACES TO WS-ACCT-STATE
           MOVE 'Y' TO WS-ACCT-STATE-READ
           IF WS-ADDR-OPEN = 'Y'
               MOVE EV-ACCOUNT-ID TO AM-ACCOUNT-ID
               READ ADDR-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE AM-STATE TO WS-ACCT-STATE
               END-READ
           END-IF.

       WRITE-EXTRACT-DETAIL.
           MOVE EV-ACCOUNT-ID TO EDB-ACCOUNT-ID
           MOVE EV-NAME TO EDB-NAME
           MOVE EV-LANGUAGE-CODE TO EDB-LANGUAGE-CODE
           MOVE EV-NAME-PARTS TO EDB-NAME-PARTS
           WRITE EXTRACT-RECORD FROM EXTRACT-DETAIL-BUILD
           ADD 1 TO WS-EXTRACT-COUNT.

           MOVE 'BIRTHDAY RECORDS SELECTED' TO CTL-LABEL
           MOVE WS-BDAY-COUNT TO CTL-VALUE
           WRITE GEN-LINE FROM CTL-TOTALS-LINE
           MOVE 'CAMPAIGN RECORDS SELECTED' TO CTL-LABEL
           MOVE WS-CAMPAIGN-COUNT TO CTL-VALUE
           WRITE GEN-LINE FROM CTL-TOTALS-LINE
           MOVE 'EXTRACT DETAIL RECORDS WRITTEN' TO CTL-LABEL
           MOVE WS-EXTRACT-COUNT TO CTL-VALUE
           WRITE GEN-LINE FROM CTL-TOTALS-LINE
           MOVE 'NAMES SPLIT FROM TRANSACTIONS' TO CTL-LABEL
           MOVE WS-TRAN-SPLIT-COUNT TO CTL-VALUE
           WRITE GEN-LINE FROM CTL-TOTALS-LINE
           MOVE 'MASTER NAMES SPLIT AND REWRITTEN' TO CTL-LABEL
           MOVE WS-MAST-SPLIT-COUNT TO CTL-VALUE
           WRITE GEN-LINE FROM CTL-TOTALS-LINE
           MOVE 'NAMES NOT SPLIT - SEE NAMEEXC.RPT' TO CTL-LABEL
           MOVE WS-NAME-EXC-COUNT TO CTL-VALUE
           WRITE GEN-LINE FROM CTL-TOTALS-LINE
           MOVE 'ANNIVERSARY LEAD DAYS' TO CTL-LABEL
           MOVE WS-ANNIV-LEAD TO CTL-VALUE
           WRITE GEN-LINE FROM CTL-TOTALS-LINE
           MOVE 'BIRTHDAY LEAD DAYS' TO CTL-LABEL
           MOVE WS-BDAY-LEAD TO CTL-VALUE
           WRITE GEN-LINE FROM CTL-TOTALS-LINE
           PERFORM VARYING WS-CAMP-IDX FROM 1 BY 1
                   UNTIL WS-CAMP-IDX > WS-CAMP-COUNT
               PERFORM WRITE-CAMPAIGN-TOTALS
           END-PERFORM.

       WRITE-CAMPAIGN-TOTALS.
           MOVE SPACES TO GEN-LINE
           WRITE GEN-LINE
           MOVE SPACES TO CTL-LABEL
           STRING 'CAMPAIGN ' WS-CAMP-ID(WS-CAMP-IDX)
                  ' RECORDS SELECTED' DELIMITED BY SIZE
                  INTO CTL-LABEL
           END-STRING
           MOVE WS-CAMP-SELECTED(WS-CAMP-IDX) TO CTL-VALUE
           WRITE GEN-LINE FROM CTL-TOTALS-LINE
           IF WS-CAMP-CAPPED(WS-CAMP-IDX) > 0
               MOVE '  NOT SELECTED - PIECE CAP REACHED'
                   TO CTL-LABEL
               MOVE WS-CAMP-CAPPED(WS-CAMP-IDX) TO CTL-VALUE
               WRITE GEN-LINE FROM CTL-TOTALS-LINE
           END-IF
           IF WS-CAMP-OVERLAP(WS-CAMP-IDX) > 0
               MOVE '  NOT SELECTED - EARLIER CAMPAIGN TODAY'
                   TO CTL-LABEL
               MOVE WS-CAMP-OVERLAP(WS-CAMP-IDX) TO CTL-VALUE
               WRITE GEN-LINE FROM CTL-TOTALS-LINE
           END-IF.
