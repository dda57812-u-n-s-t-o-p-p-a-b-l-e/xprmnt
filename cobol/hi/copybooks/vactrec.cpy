      *****************************************************
      *  VACTREC.CPY - VENDOR ACTIVITY HISTORY RECORD
      *  ONE LINE PER EVENT, APPENDED TO VENDACTV.DAT BY
      *  THE DAILY PROGRAMS AND KEPT FOR VENDSCOR, THE
      *  MONTHLY VENDOR SCORECARD.  VA-REC-TYPE:
      *    S  PIECE SENT     - INVVERIF, ONE PER DETAIL ON
      *                        VENDOR1-3.OUT / EMAIL.OUT
      *    A  ACKNOWLEDGMENT - RECONCIL, EVENT DATE IS THE
      *                        VENDACK.DAT RECEIPT DATE
      *    P  PO RETURN      - ADDRFDBK, EVENT DATE IS THE
      *                        PORETURN.DAT RETURN DATE
      *    R  RESUBMISSION   - RESEND, EVENT DATE IS THE
      *                        DATE THE RESEND WAS BUILT;
      *                        ACK STATUS IS THE RECONCIL
      *                        BUCKET (N NO ACK, F FAILED)
      *    V  INVOICE LINE   - INVVERIF, BILLED / SENT /
      *                        DELIVERED PIECES AND RATE
      *  VA-BATCH-DATE IS THE GO-BATCH-DATE OF THE PIECE
      *  (OF THE BATCH FOR V; BLANK FOR P).  THE VENDOR
      *  CODE IS ONLY CARRIED ON S AND V - VENDSCOR FINDS
      *  THE VENDOR OF AN A, P OR R THROUGH ITS S RECORD.
      *****************************************************
       01 VACT-RECORD.
           05  VA-REC-TYPE         PIC X(1).
           05  VA-VENDOR-CODE      PIC X(8).
           05  VA-ACCOUNT-ID       PIC X(10).
           05  VA-GREETING-TYPE    PIC X(1).
           05  VA-BATCH-DATE       PIC X(8).
           05  VA-EVENT-DATE       PIC X(8).
           05  VA-ACK-STATUS       PIC X(1).
           05  VA-PIECES-BILLED    PIC 9(6).
           05  VA-PIECES-SENT      PIC 9(6).
           05  VA-PIECES-DELIV     PIC 9(6).
           05  VA-RATE             PIC 9(3)V99.
