       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAMPRPT.
      *****************************************************
      *  CAMPRPT - MARKETING CAMPAIGN RESULTS REPORT
      *  ONE BLOCK PER CAMPAIGN ON CAMPAIGN.DAT WITH ITS
      *  DATES, PIECE CAP, AND RESULTS TO DATE:
      *    SELECTED / SUPPRESSED BY REASON / REJECTED /
      *    ISSUED - FROM CAMPCNT.DAT, THE RUNNING COUNTS
      *    EVERY LIVE HELLOWORLD RUN ADDS ITS PIECES TO;
      *    ACKNOWLEDGED / FAILED / RETURNED / RESENT /
      *    AWAITING ACK - FROM THE SENT-GREETINGS LEDGER
      *    GRTLEDGR.DAT AS RECONCIL, ADDRFDBK AND RESEND
      *    LEAVE IT.  A PIECE IS COUNTED UNDER EVERY STEP
      *    IT HAS BEEN THROUGH (AN ACKED PIECE LATER
      *    RETURNED IS BOTH ACKNOWLEDGED AND RETURNED);
      *    AWAITING ACK IS PIECES STILL SENT.  LEDGER
      *    FIGURES COVER ONLY PIECES HISTPURG HAS NOT YET
      *    ROLLED OFF.
      *  A CAMPAIGN WITH COUNTS OR LEDGER PIECES BUT NO
      *  LONGER ON CAMPAIGN.DAT IS STILL REPORTED, MARKED
      *  NOT ON CAMPAIGN.DAT.  WRITES CAMPRSLT.RPT.
      *****************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CAMPAIGN-FILE ASSIGN TO 'CAMPAIGN.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CAMP-FS.

           SELECT CAMPCNT-FILE ASSIGN TO 'CAMPCNT.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CCNT-FS.

           SELECT LEDGER-FILE ASSIGN TO 'GRTLEDGR.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LG-KEY
           FILE STATUS IS WS-LEDG-FS.

           SELECT RESULTS-REPORT ASSIGN TO 'CAMPRSLT.RPT'
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CAMPAIGN-FILE.
           COPY camprec.

       FD  CAMPCNT-FILE.
           COPY campcnt.

       FD  LEDGER-FILE.
           COPY ledgrec.

       FD  RESULTS-REPORT.
       01  RESULTS-LINE     PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-CAMP-EOF   PIC X VALUE 'N'.
       01  WS-CCNT-EOF   PIC X VALUE 'N'.
       01  WS-LEDG-EOF   PIC X VALUE 'N'.
       01  WS-CAMP-FS    PIC X(2) VALUE '00'.
       01  WS-CCNT-FS    PIC X(2) VALUE '00'.
       01  WS-LEDG-FS    PIC X(2) VALUE '00'.

       01  WS-PIECES-READ      PIC 9(6) VALUE 0.
       01  WS-CAMP-PIECES      PIC 9(6) VALUE 0.

       01  WS-CAMP-COUNT       PIC 9(2) VALUE 0.
       01  WS-CAMP-IDX         PIC 9(2) VALUE 0.
       01  WS-CAMP-SLOT        PIC 9(2) VALUE 0.
       01  WS-CNT-IDX          PIC 9(2) VALUE 0.
       01  WS-FIND-CAMPAIGN    PIC X(8) VALUE SPACES.

       01  WS-CAMP-TABLE.
           05  WS-CAMP-ENTRY OCCURS 50 TIMES.
               10  WS-CAMP-ID         PIC X(8).
               10  WS-CAMP-DEFINED    PIC X(1).
               10  WS-CAMP-DESC       PIC X(30).
               10  WS-CAMP-START      PIC 9(8).
               10  WS-CAMP-END        PIC 9(8).
               10  WS-CAMP-CAP        PIC 9(6).
               10  WS-CAMP-CNT OCCURS 9 TIMES PIC 9(6).
               10  WS-CAMP-ACKED      PIC 9(6).
               10  WS-CAMP-FAILED     PIC 9(6).
               10  WS-CAMP-RETURNED   PIC 9(6).
               10  WS-CAMP-RESENT     PIC 9(6).
               10  WS-CAMP-AWAITING   PIC 9(6).

      *    LABELS FOR THE CAMPCNT.DAT SLOTS, IN SLOT ORDER.
       01  WS-CNT-LABEL-VALUES.
           05  FILLER PIC X(40) VALUE
               'PIECES SELECTED (READ BY HELLOWORLD)'.
           05  FILLER PIC X(40) VALUE
               'PIECES ISSUED TO A VENDOR OR EMAIL'.
           05  FILLER PIC X(40) VALUE
               '  SUPPRESSED - DO-NOT-CONTACT'.
           05  FILLER PIC X(40) VALUE
               '  SUPPRESSED - CUSTOMER OPT-OUT'.
           05  FILLER PIC X(40) VALUE
               '  SUPPRESSED - DUPLICATE NAME'.
           05  FILLER PIC X(40) VALUE
               '  SUPPRESSED - HOUSEHOLD DEDUP'.
           05  FILLER PIC X(40) VALUE
               '  EXCEPTED - MISSING ADDRESS'.
           05  FILLER PIC X(40) VALUE
               '  SUPPRESSED - CAMPAIGN PIECE CAP'.
           05  FILLER PIC X(40) VALUE
               '  REJECTED (INPUT.REJ)'.
       01  WS-CNT-LABEL-TABLE REDEFINES WS-CNT-LABEL-VALUES.
           05  WS-CNT-LABEL OCCURS 9 TIMES PIC X(40).

       01  WS-CURRENT-DATE.
           05  WS-CURR-YEAR   PIC 9(4).
           05  WS-CURR-MONTH  PIC 9(2).
           05  WS-CURR-DAY    PIC 9(2).

       01  WS-RUN-DATE       PIC X(10).

       01  RSLT-HDG-1-LINE.
           05  FILLER            PIC X(10) VALUE 'RUN DATE: '.
           05  RSH-1-DATE        PIC X(10).
           05  FILLER            PIC X(10) VALUE SPACES.
           05  FILLER            PIC X(25) VALUE
               'CAMPAIGN RESULTS TO DATE'.

       01  RSLT-CAMP-LINE.
           05  FILLER            PIC X(10) VALUE 'CAMPAIGN  '.
           05  RCL-CAMPAIGN-ID   PIC X(8).
           05  FILLER            PIC X(2) VALUE SPACES.
           05  RCL-DESCRIPTION   PIC X(30).

       01  RSLT-DATES-LINE.
           05  FILLER            PIC X(10) VALUE 'DROP DATE '.
           05  RDL-START-DATE    PIC 9(8) BLANK WHEN ZERO.
           05  FILLER            PIC X(10) VALUE '  END DATE'.
           05  FILLER            PIC X(1) VALUE SPACE.
           05  RDL-END-DATE      PIC 9(8) BLANK WHEN ZERO.
           05  FILLER            PIC X(13) VALUE '  PIECE CAP  '.
           05  RDL-CAP           PIC ZZZ,ZZ9.

       01  CTL-TOTALS-LINE.
           05  CTL-LABEL         PIC X(40) VALUE SPACES.
           05  CTL-VALUE         PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM INITIALIZE-RUN
           PERFORM LOAD-CAMPAIGN-TABLE
           PERFORM LOAD-CAMPAIGN-COUNTS
           PERFORM SCAN-LEDGER
           PERFORM WRITE-RESULTS-REPORT
           CLOSE RESULTS-REPORT
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
           OPEN OUTPUT RESULTS-REPORT.

       LOAD-CAMPAIGN-TABLE.
           OPEN INPUT CAMPAIGN-FILE
           IF WS-CAMP-FS NOT = '00'
               MOVE 'Y' TO WS-CAMP-EOF
           END-IF
           PERFORM UNTIL WS-CAMP-EOF = 'Y'
               READ CAMPAIGN-FILE
                   AT END
                       MOVE 'Y' TO WS-CAMP-EOF
                   NOT AT END
                       IF CD-REC-TYPE = 'H' AND
                          CD-CAMPAIGN-ID NOT = SPACES
                           MOVE CD-CAMPAIGN-ID TO WS-FIND-CAMPAIGN
                           PERFORM FIND-CAMPAIGN-SLOT
                           IF WS-CAMP-SLOT > 0
                               PERFORM MOVE-CAMPAIGN-HEADER
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-CAMP-FS = '00' OR WS-CAMP-FS = '10'
               CLOSE CAMPAIGN-FILE
           END-IF.

       MOVE-CAMPAIGN-HEADER.
           MOVE 'Y' TO WS-CAMP-DEFINED(WS-CAMP-SLOT)
           MOVE CD-DESCRIPTION TO WS-CAMP-DESC(WS-CAMP-SLOT)
           IF CD-START-DATE NUMERIC
               MOVE CD-START-DATE TO WS-CAMP-START(WS-CAMP-SLOT)
           END-IF
           IF CD-END-DATE NUMERIC
               MOVE CD-END-DATE TO WS-CAMP-END(WS-CAMP-SLOT)
           END-IF
           IF CD-PIECE-CAP NUMERIC
               MOVE CD-PIECE-CAP TO WS-CAMP-CAP(WS-CAMP-SLOT)
           END-IF.

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
                       MOVE CC-CAMPAIGN-ID TO WS-FIND-CAMPAIGN
                       PERFORM FIND-CAMPAIGN-SLOT
                       IF WS-CAMP-SLOT > 0
                           PERFORM VARYING WS-CNT-IDX FROM 1 BY 1
                                   UNTIL WS-CNT-IDX > 9
                               IF CC-COUNT(WS-CNT-IDX) NUMERIC
                                   MOVE CC-COUNT(WS-CNT-IDX) TO
                                       WS-CAMP-CNT(WS-CAMP-SLOT,
                                                   WS-CNT-IDX)
                               END-IF
                           END-PERFORM
                       END-IF
               END-READ
           END-PERFORM
           IF WS-CCNT-FS = '00' OR WS-CCNT-FS = '10'
               CLOSE CAMPCNT-FILE
           END-IF.

       SCAN-LEDGER.
           OPEN INPUT LEDGER-FILE
           IF WS-LEDG-FS NOT = '00'
               MOVE 'Y' TO WS-LEDG-EOF
           ELSE
               MOVE LOW-VALUES TO LG-KEY
               START LEDGER-FILE KEY NOT < LG-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-LEDG-EOF
               END-START
           END-IF
           PERFORM UNTIL WS-LEDG-EOF = 'Y'
               READ LEDGER-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-LEDG-EOF
                   NOT AT END
                       ADD 1 TO WS-PIECES-READ
                       IF LG-CAMPAIGN-ID NOT = SPACES
                           ADD 1 TO WS-CAMP-PIECES
                           PERFORM COUNT-LEDGER-PIECE
                       END-IF
               END-READ
           END-PERFORM
           IF WS-LEDG-FS = '00' OR WS-LEDG-FS = '10'
               CLOSE LEDGER-FILE
           END-IF.

       COUNT-LEDGER-PIECE.
           MOVE LG-CAMPAIGN-ID TO WS-FIND-CAMPAIGN
           PERFORM FIND-CAMPAIGN-SLOT
           IF WS-CAMP-SLOT > 0
               IF LG-ACK-STATUS = 'F' OR LG-ACK-STATUS = 'U'
                   ADD 1 TO WS-CAMP-FAILED(WS-CAMP-SLOT)
               ELSE
                   IF LG-ACKED-DATE > 0
                       ADD 1 TO WS-CAMP-ACKED(WS-CAMP-SLOT)
                   END-IF
               END-IF
               IF LG-RETURNED-DATE > 0
                   ADD 1 TO WS-CAMP-RETURNED(WS-CAMP-SLOT)
               END-IF
               IF LG-RESENT-DATE > 0
                   ADD 1 TO WS-CAMP-RESENT(WS-CAMP-SLOT)
               END-IF
               IF LG-STATUS = 'SENT'
                   ADD 1 TO WS-CAMP-AWAITING(WS-CAMP-SLOT)
               END-IF
           END-IF.

      *    WS-CAMP-SLOT IS THE ENTRY FOR WS-FIND-CAMPAIGN, ADDED
      *    EMPTY IF NEW (0 = TABLE FULL).
       FIND-CAMPAIGN-SLOT.
           MOVE 0 TO WS-CAMP-SLOT
           PERFORM VARYING WS-CAMP-IDX FROM 1 BY 1
                   UNTIL WS-CAMP-IDX > WS-CAMP-COUNT
               IF WS-CAMP-ID(WS-CAMP-IDX) = WS-FIND-CAMPAIGN
                   MOVE WS-CAMP-IDX TO WS-CAMP-SLOT
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-CAMP-SLOT = 0
               IF WS-CAMP-COUNT >= 50
                   DISPLAY 'CAMPRPT - CAMPAIGN TABLE FULL - '
                           'NOT REPORTED: ' WS-FIND-CAMPAIGN
               ELSE
                   ADD 1 TO WS-CAMP-COUNT
                   MOVE WS-CAMP-COUNT TO WS-CAMP-SLOT
                   INITIALIZE WS-CAMP-ENTRY(WS-CAMP-SLOT)
                   MOVE WS-FIND-CAMPAIGN TO WS-CAMP-ID(WS-CAMP-SLOT)
                   MOVE 'N' TO WS-CAMP-DEFINED(WS-CAMP-SLOT)
                   MOVE 'NOT ON CAMPAIGN.DAT'
                       TO WS-CAMP-DESC(WS-CAMP-SLOT)
               END-IF
           END-IF.

       WRITE-RESULTS-REPORT.
           MOVE WS-RUN-DATE TO RSH-1-DATE
           WRITE RESULTS-LINE FROM RSLT-HDG-1-LINE
           PERFORM VARYING WS-CAMP-IDX FROM 1 BY 1
                   UNTIL WS-CAMP-IDX > WS-CAMP-COUNT
               PERFORM WRITE-CAMPAIGN-BLOCK
           END-PERFORM
           MOVE SPACES TO RESULTS-LINE
           WRITE RESULTS-LINE
           MOVE 'CAMPAIGNS REPORTED' TO CTL-LABEL
           MOVE WS-CAMP-COUNT TO CTL-VALUE
           WRITE RESULTS-LINE FROM CTL-TOTALS-LINE
           MOVE 'LEDGER PIECES READ' TO CTL-LABEL
           MOVE WS-PIECES-READ TO CTL-VALUE
           WRITE RESULTS-LINE FROM CTL-TOTALS-LINE
           MOVE 'OF WHICH CAMPAIGN PIECES' TO CTL-LABEL
           MOVE WS-CAMP-PIECES TO CTL-VALUE
           WRITE RESULTS-LINE FROM CTL-TOTALS-LINE.

       WRITE-CAMPAIGN-BLOCK.
           MOVE SPACES TO RESULTS-LINE
           WRITE RESULTS-LINE
           MOVE WS-CAMP-ID(WS-CAMP-IDX) TO RCL-CAMPAIGN-ID
           MOVE WS-CAMP-DESC(WS-CAMP-IDX) TO RCL-DESCRIPTION
           WRITE RESULTS-LINE FROM RSLT-CAMP-LINE
           IF WS-CAMP-DEFINED(WS-CAMP-IDX) = 'Y'
               MOVE WS-CAMP-START(WS-CAMP-IDX) TO RDL-START-DATE
               MOVE WS-CAMP-END(WS-CAMP-IDX) TO RDL-END-DATE
               MOVE WS-CAMP-CAP(WS-CAMP-IDX) TO RDL-CAP
               WRITE RESULTS-LINE FROM RSLT-DATES-LINE
           END-IF
           PERFORM VARYING WS-CNT-IDX FROM 1 BY 1
                   UNTIL WS-CNT-IDX > 9
               MOVE WS-CNT-LABEL(WS-CNT-IDX) TO CTL-LABEL
               MOVE WS-CAMP-CNT(WS-CAMP-IDX, WS-CNT-IDX) TO CTL-VALUE
               WRITE RESULTS-LINE FROM CTL-TOTALS-LINE
           END-PERFORM
           MOVE 'PIECES ACKNOWLEDGED BY VENDOR' TO CTL-LABEL
           MOVE WS-CAMP-ACKED(WS-CAMP-IDX) TO CTL-VALUE
           WRITE RESULTS-LINE FROM CTL-TOTALS-LINE
           MOVE 'PIECES FAILED AT VENDOR' TO CTL-LABEL
           MOVE WS-CAMP-FAILED(WS-CAMP-IDX) TO CTL-VALUE
           WRITE RESULTS-LINE FROM CTL-TOTALS-LINE
           MOVE 'PIECES RETURNED BY POST OFFICE' TO CTL-LABEL
           MOVE WS-CAMP-RETURNED(WS-CAMP-IDX) TO CTL-VALUE
           WRITE RESULTS-LINE FROM CTL-TOTALS-LINE
           MOVE 'PIECES RESENT' TO CTL-LABEL
           MOVE WS-CAMP-RESENT(WS-CAMP-IDX) TO CTL-VALUE
           WRITE RESULTS-LINE FROM CTL-TOTALS-LINE
           MOVE 'PIECES AWAITING ACKNOWLEDGEMENT' TO CTL-LABEL
           MOVE WS-CAMP-AWAITING(WS-CAMP-IDX) TO CTL-VALUE
           WRITE RESULTS-LINE FROM CTL-TOTALS-LINE.
