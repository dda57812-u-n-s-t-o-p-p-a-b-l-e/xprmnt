       IDENTIFICATION DIVISION.
       PROGRAM-ID. SALUTMNT.
      *****************************************************
      *  SALUTMNT - SALUTATION STYLE TABLE MAINTENANCE
      *  MAINTAINS SALUTE.DAT FROM A TRANSACTION FILE
      *  KEYED BY GREETING TYPE + LANGUAGE CODE, AS LANGMNT
      *  DOES FOR LANGUAGE.DAT, SO THE WAY EACH GREETING
      *  ADDRESSES THE CUSTOMER (FORMAL, GIVEN NAME OR
      *  FULL NAME - SEE SALUREC.CPY) CHANGES WITHOUT A
      *  CODE CHANGE.  VALIDATES THE TYPE AGAINST THE
      *  GREETING TYPE TABLE (GTYPTAB) AND THE STYLE CODE,
      *  REJECTS BAD TRANSACTIONS, AND PRINTS THE FULL
      *  TABLE AFTER EACH RUN.
      *****************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SALU-TRAN-FILE ASSIGN TO 'SALUTRAN.DAT'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SALU-TRAN-REJECTS ASSIGN TO 'SALUTRAN.REJ'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SALU-LIST-FILE ASSIGN TO 'SALULIST.RPT'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SALUTE-FILE ASSIGN TO 'SALUTE.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SL-KEY
           FILE STATUS IS WS-SALU-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  SALU-TRAN-FILE.
       01  SALU-TRAN-RECORD.
           05  ST-ACTION           PIC X(1).
           05  ST-GREETING-TYPE    PIC X(1).
           05  ST-LANGUAGE-CODE    PIC X(2).
           05  ST-STYLE            PIC X(1).

       FD  SALU-TRAN-REJECTS.
       01  SALU-REJECT-LINE PIC X(40).

       FD  SALU-LIST-FILE.
       01  SALU-LIST-LINE   PIC X(60).

       FD  SALUTE-FILE.
           COPY salurec.

       WORKING-STORAGE SECTION.
       01  WS-EOF        PIC X VALUE 'N'.
       01  WS-LIST-EOF   PIC X VALUE 'N'.
       01  WS-SALU-FS    PIC X(2) VALUE '00'.

       01  WS-TRANS-READ       PIC 9(6) VALUE 0.
       01  WS-ADD-COUNT        PIC 9(6) VALUE 0.
       01  WS-REPLACE-COUNT    PIC 9(6) VALUE 0.
       01  WS-DELETE-COUNT     PIC 9(6) VALUE 0.
       01  WS-REJECT-COUNT     PIC 9(6) VALUE 0.
       01  WS-TABLE-COUNT      PIC 9(6) VALUE 0.

       01  WS-KEY-FOUND        PIC X VALUE 'N'.

           COPY gtyptab.

       01  WS-CURRENT-DATE.
           05  WS-CURR-YEAR   PIC 9(4).
           05  WS-CURR-MONTH  PIC 9(2).
           05  WS-CURR-DAY    PIC 9(2).

       01  WS-RUN-DATE       PIC X(10).

       01  REJECT-TRAN-LINE.
           05  RTL-IMAGE         PIC X(5).
           05  FILLER            PIC X(1) VALUE SPACE.
           05  RTL-REASON        PIC X(9).

       01  LIST-HDG-1-LINE.
           05  FILLER            PIC X(10) VALUE 'RUN DATE: '.
           05  LHD-1-DATE        PIC X(10).
           05  FILLER            PIC X(10) VALUE SPACES.
           05  FILLER            PIC X(24) VALUE
               'SALUTATION STYLE LISTING'.

       01  LIST-HDG-2-LINE.
           05  FILLER            PIC X(5)  VALUE 'TYPE '.
           05  FILLER            PIC X(5)  VALUE 'LANG '.
           05  FILLER            PIC X(20) VALUE 'STYLE'.

       01  LIST-DETAIL-LINE.
           05  LDL-GREETING-TYPE PIC X(1).
           05  FILLER            PIC X(4) VALUE SPACES.
           05  LDL-LANGUAGE-CODE PIC X(2).
           05  FILLER            PIC X(3) VALUE SPACES.
           05  LDL-STYLE         PIC X(1).
           05  FILLER            PIC X(2) VALUE SPACES.
           05  LDL-STYLE-NAME    PIC X(10).

       01  CTL-TOTALS-LINE.
           05  CTL-LABEL         PIC X(40) VALUE SPACES.
           05  CTL-VALUE         PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM INITIALIZE-RUN
           PERFORM UNTIL WS-EOF = 'Y'
               READ SALU-TRAN-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-TRANS-READ
                       PERFORM PROCESS-TRANSACTION
               END-READ
           END-PERFORM
           PERFORM LIST-SALUTE-TABLE
           PERFORM WRITE-CONTROL-TOTALS
           CLOSE SALU-TRAN-FILE
           CLOSE SALU-TRAN-REJECTS
           CLOSE SALU-LIST-FILE
           CLOSE SALUTE-FILE
           STOP RUN.

       INITIALIZE-RUN.
           OPEN INPUT SALU-TRAN-FILE
           OPEN OUTPUT SALU-TRAN-REJECTS
           OPEN OUTPUT SALU-LIST-FILE
           PERFORM OPEN-SALUTE-TABLE
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           STRING WS-CURR-MONTH   DELIMITED BY SIZE
                  '/'             DELIMITED BY SIZE
                  WS-CURR-DAY     DELIMITED BY SIZE
                  '/'             DELIMITED BY SIZE
                  WS-CURR-YEAR    DELIMITED BY SIZE
                  INTO WS-RUN-DATE
           END-STRING.

       OPEN-SALUTE-TABLE.
           OPEN I-O SALUTE-FILE
           IF WS-SALU-FS NOT = '00'
               OPEN OUTPUT SALUTE-FILE
               CLOSE SALUTE-FILE
               OPEN I-O SALUTE-FILE
           END-IF.

       PROCESS-TRANSACTION.
           MOVE ST-GREETING-TYPE TO GT-FIND-TYPE
           PERFORM FIND-GREETING-TYPE
           IF GT-SLOT = 0
               MOVE 'BADTYPE' TO RTL-REASON
               PERFORM WRITE-REJECT-TRAN
           ELSE
               IF ST-LANGUAGE-CODE = SPACES
                   MOVE 'BLANKLANG' TO RTL-REASON
                   PERFORM WRITE-REJECT-TRAN
               ELSE
                   PERFORM LOOKUP-SALUTE-RECORD
                   IF WS-SALU-FS NOT = '00' AND WS-SALU-FS NOT = '23'
                       MOVE 'SALUERROR' TO RTL-REASON
                       PERFORM WRITE-REJECT-TRAN
                   ELSE
                       EVALUATE ST-ACTION
                           WHEN 'A'
                               PERFORM APPLY-ADD
                           WHEN 'R'
                               PERFORM APPLY-REPLACE
                           WHEN 'D'
                               PERFORM APPLY-DELETE
                           WHEN OTHER
                               MOVE 'BADACT' TO RTL-REASON
                               PERFORM WRITE-REJECT-TRAN
                       END-EVALUATE
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

       LOOKUP-SALUTE-RECORD.
           MOVE ST-GREETING-TYPE TO SL-GREETING-TYPE
           MOVE ST-LANGUAGE-CODE TO SL-LANGUAGE-CODE
           READ SALUTE-FILE
               INVALID KEY
                   MOVE 'N' TO WS-KEY-FOUND
               NOT INVALID KEY
                   MOVE 'Y' TO WS-KEY-FOUND
           END-READ.

       APPLY-ADD.
           IF WS-KEY-FOUND = 'Y'
               MOVE 'DUPKEY' TO RTL-REASON
               PERFORM WRITE-REJECT-TRAN
           ELSE
               IF ST-STYLE NOT = 'F' AND ST-STYLE NOT = 'G' AND
                  ST-STYLE NOT = 'L'
                   MOVE 'BADSTYLE' TO RTL-REASON
                   PERFORM WRITE-REJECT-TRAN
               ELSE
                   MOVE ST-GREETING-TYPE TO SL-GREETING-TYPE
                   MOVE ST-LANGUAGE-CODE TO SL-LANGUAGE-CODE
                   MOVE ST-STYLE TO SL-STYLE
                   WRITE SALUTE-RECORD
                       INVALID KEY
                           MOVE 'SALUERROR' TO RTL-REASON
                           PERFORM WRITE-REJECT-TRAN
                       NOT INVALID KEY
                           ADD 1 TO WS-ADD-COUNT
                   END-WRITE
               END-IF
           END-IF.

       APPLY-REPLACE.
           IF WS-KEY-FOUND = 'N'
               MOVE 'NOTFOUND' TO RTL-REASON
               PERFORM WRITE-REJECT-TRAN
           ELSE
               IF ST-STYLE NOT = 'F' AND ST-STYLE NOT = 'G' AND
                  ST-STYLE NOT = 'L'
                   MOVE 'BADSTYLE' TO RTL-REASON
                   PERFORM WRITE-REJECT-TRAN
               ELSE
                   MOVE ST-STYLE TO SL-STYLE
                   REWRITE SALUTE-RECORD
                       INVALID KEY
                           MOVE 'SALUERROR' TO RTL-REASON
                           PERFORM WRITE-REJECT-TRAN
                       NOT INVALID KEY
                           ADD 1 TO WS-REPLACE-COUNT
                   END-REWRITE
               END-IF
           END-IF.

       APPLY-DELETE.
           IF WS-KEY-FOUND = 'N'
               MOVE 'NOTFOUND' TO RTL-REASON
               PERFORM WRITE-REJECT-TRAN
           ELSE
               DELETE SALUTE-FILE
                   INVALID KEY
                       MOVE 'SALUERROR' TO RTL-REASON
                       PERFORM WRITE-REJECT-TRAN
                   NOT INVALID KEY
                       ADD 1 TO WS-DELETE-COUNT
               END-DELETE
           END-IF.

       WRITE-REJECT-TRAN.
           MOVE SALU-TRAN-RECORD TO RTL-IMAGE
           WRITE SALU-REJECT-LINE FROM REJECT-TRAN-LINE
           ADD 1 TO WS-REJECT-COUNT.

       LIST-SALUTE-TABLE.
           MOVE WS-RUN-DATE TO LHD-1-DATE
           WRITE SALU-LIST-LINE FROM LIST-HDG-1-LINE
           MOVE SPACES TO SALU-LIST-LINE
           WRITE SALU-LIST-LINE
           WRITE SALU-LIST-LINE FROM LIST-HDG-2-LINE
           MOVE SPACES TO SALU-LIST-LINE
           WRITE SALU-LIST-LINE
           MOVE LOW-VALUES TO SL-KEY
           START SALUTE-FILE KEY NOT < SL-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-LIST-EOF
           END-START
           PERFORM UNTIL WS-LIST-EOF = 'Y'
               READ SALUTE-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-LIST-EOF
                   NOT AT END
                       ADD 1 TO WS-TABLE-COUNT
                       PERFORM WRITE-LIST-DETAIL
               END-READ
           END-PERFORM.

       WRITE-LIST-DETAIL.
           MOVE SL-GREETING-TYPE TO LDL-GREETING-TYPE
           MOVE SL-LANGUAGE-CODE TO LDL-LANGUAGE-CODE
           MOVE SL-STYLE TO LDL-STYLE
           EVALUATE SL-STYLE
               WHEN 'F'
                   MOVE 'FORMAL' TO LDL-STYLE-NAME
               WHEN 'G'
                   MOVE 'GIVEN NAME' TO LDL-STYLE-NAME
               WHEN 'L'
                   MOVE 'FULL NAME' TO LDL-STYLE-NAME
               WHEN OTHER
                   MOVE 'UNKNOWN' TO LDL-STYLE-NAME
           END-EVALUATE
           WRITE SALU-LIST-LINE FROM LIST-DETAIL-LINE.

       WRITE-CONTROL-TOTALS.
           MOVE SPACES TO SALU-LIST-LINE
           WRITE SALU-LIST-LINE
           MOVE 'TRANSACTIONS READ' TO CTL-LABEL
           MOVE WS-TRANS-READ TO CTL-VALUE
           WRITE SALU-LIST-LINE FROM CTL-TOTALS-LINE
           MOVE 'SALUTATION STYLES ADDED' TO CTL-LABEL
           MOVE WS-ADD-COUNT TO CTL-VALUE
           WRITE SALU-LIST-LINE FROM CTL-TOTALS-LINE
           MOVE 'SALUTATION STYLES REPLACED' TO CTL-LABEL
           MOVE WS-REPLACE-COUNT TO CTL-VALUE
           WRITE SALU-LIST-LINE FROM CTL-TOTALS-LINE
           MOVE 'SALUTATION STYLES DELETED' TO CTL-LABEL
           MOVE WS-DELETE-COUNT TO CTL-VALUE
           WRITE SALU-LIST-LINE FROM CTL-TOTALS-LINE
           MOVE 'TRANSACTIONS REJECTED' TO CTL-LABEL
           MOVE WS-REJECT-COUNT TO CTL-VALUE
           WRITE SALU-LIST-LINE FROM CTL-TOTALS-LINE
           MOVE 'SALUTATION STYLES NOW ON TABLE' TO CTL-LABEL
           MOVE WS-TABLE-COUNT TO CTL-VALUE
           WRITE SALU-LIST-LINE FROM CTL-TOTALS-LINE.
