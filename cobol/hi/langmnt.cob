      *  MAINTAINS LANGUAGE.DAT FROM A TRANSACTION FILE
      *  KEYED BY GREETING TYPE + LANGUAGE CODE SO NEW
      *  LANGUAGES AND WORDINGS GO LIVE WITHOUT A CODE
      *  CHANGE.  VALIDATES THE TYPE AGAINST THE GREETING
      *  TYPE TABLE (GTYPTAB) AND THE TEXT LENGTH, REJECTS
      *  BAD TRANSACTIONS, AND PRINTS THE FULL TABLE AFTER
      *  EACH RUN.
      *****************************************************

       ENVIRONMENT DIVISION.

       01  WS-KEY-FOUND        PIC X VALUE 'N'.

           COPY gtyptab.

       01  WS-CURRENT-DATE.
           05  WS-CURR-YEAR   PIC 9(4).
           05  WS-CURR-MONTH  PIC 9(2).
           END-IF.

       PROCESS-TRANSACTION.
           MOVE LT-GREETING-TYPE TO GT-FIND-TYPE
           PERFORM FIND-GREETING-TYPE
           IF GT-SLOT = 0
               MOVE 'BADTYPE' TO RTL-REASON
               PERFORM WRITE-REJECT-TRAN
           ELSE
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

       LOOKUP-LANG-RECORD.
           MOVE LT-GREETING-TYPE TO LC-GREETING-TYPE
           MOVE LT-LANGUAGE-CODE TO LC-LANGUAGE-CODE
