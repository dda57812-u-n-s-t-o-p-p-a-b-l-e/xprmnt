      *****************************************************
      *  LEDGREC.CPY - SENT-GREETINGS LEDGER RECORD
      *  ONE ENTRY PER PIECE HELLOWORLD ISSUES, KEYED BY
      *  ACCOUNT ID + GREETING TYPE + GO-BATCH-DATE, KEPT
      *  ON GRTLEDGR.DAT UNTIL HISTPURG ROLLS IT OFF.
      *  LG-STATUS AND THE PROGRAM THAT SETS IT:
      *    SENT      HELLOWORLD - PIECE ISSUED
      *    ACKED     RECONCIL   - VENDOR ACKNOWLEDGED
      *    FAILED    RECONCIL   - ACK STATUS F OR U
      *    RETURNED  ADDRFDBK   - POST OFFICE RETURN
      *    RESENT    RESEND     - RESUBMISSION BUILT
      *  LG-STATUS-DATE IS THE DATE OF THE LAST CHANGE;
      *  EACH CHANGE ALSO STAMPS ITS OWN DATE BELOW.
      *  LG-RESEND-OF IS THE BATCH DATE OF THE ORIGINAL
      *  PIECE A RESEND REPLACES, LG-REISSUED-ON THE BATCH
      *  DATE OF THE PIECE THAT REPLACED THIS ONE (SAME
      *  ACCOUNT AND TYPE).  VENDOR CODE IS BLANK FOR A
      *  PIECE NO ROUTE COVERED.  LG-CAMPAIGN-ID IS THE
      *  CAMPAIGN.DAT ID OF A CAMPAIGN PIECE, BLANK FOR
      *  EVERY OTHER GREETING TYPE.
      *  LG-NAME IS THE CUSTOMER'S FULL NAME AND
      *  LG-NAME-PARTS ITS STRUCTURED FORM (BLANK WHEN THE
      *  NAME WAS NOT SPLIT); LG-SENT-NAME IS THE NAME AS
      *  PRINTED AFTER THE GREETING TEXT ON THE PIECE,
      *  WHICH THE VENDOR ECHOES ON ITS ACKNOWLEDGMENT.
      *****************************************************
       01 LEDGER-RECORD.
           05  LG-KEY.
               10  LG-ACCOUNT-ID      PIC X(10).
               10  LG-GREETING-TYPE   PIC X(1).
               10  LG-BATCH-DATE      PIC X(8).
           05  LG-NAME                PIC X(50).
           05  LG-LANGUAGE-CODE       PIC X(2).
           05  LG-VENDOR-CODE         PIC X(8).
           05  LG-BATCH-SEQ           PIC 9(6).
           05  LG-STATUS              PIC X(8).
           05  LG-STATUS-DATE         PIC 9(8).
           05  LG-ACKED-DATE          PIC 9(8).
           05  LG-ACK-STATUS          PIC X(1).
           05  LG-RETURNED-DATE       PIC 9(8).
           05  LG-RESENT-DATE         PIC 9(8).
           05  LG-RESEND-OF           PIC X(8).
           05  LG-REISSUED-ON         PIC X(8).
           05  LG-CAMPAIGN-ID         PIC X(8).
           05  LG-SENT-NAME           PIC X(50).
           05  LG-NAME-PARTS.
               10  LG-TITLE           PIC X(6).
               10  LG-FIRST-NAME      PIC X(15).
               10  LG-MIDDLE-NAME     PIC X(15).
               10  LG-LAST-NAME       PIC X(25).
               10  LG-SUFFIX          PIC X(5).
