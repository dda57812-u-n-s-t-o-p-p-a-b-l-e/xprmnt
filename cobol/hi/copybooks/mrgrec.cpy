      *  PASS GREETING RUN.  ONE RECORD PER INPUT DETAIL,
      *  TAGGED WITH THE INPUT SEQUENCE NUMBER AND THE
      *  SUPPRESSION AND ADDRESS DATA PICKED UP BY THE
      *  SEQUENTIAL MERGE AGAINST DNC.DAT, ADDRMAST.DAT,
      *  GRTHIST.DAT, PREFMAST.DAT AND GRTLEDGR.DAT, SO THE
      *  FINAL PASS NEVER PROBES THE MASTERS AT RANDOM.
      *  MW-DNC-STATUS:  N = NOT ON DNC, S = SUPPRESSED,
      *                  E = DNC TABLE READ ERROR
      *  MW-HIST-FLAG:   Y = INSIDE CONTACT WINDOW
      *  MW-ADDR-FLAG:   Y = DELIVERABLE ADDRESS ON FILE
      *  MW-PREF-STATUS: N = NO OPT-OUT, O = CUSTOMER OPTED
      *                  OUT OF THIS TYPE, X = NO CHANNEL
      *  MW-PREF-CHANNEL: P = POSTAL MAIL, E = EMAIL
      *  MW-RESEND-OF:   BATCH DATE OF THE GRTLEDGR.DAT
      *                  PIECE THIS GREETING RESENDS
      *  MW-CAMPAIGN-ID: CAMPAIGN OF A TYPE C PIECE
      *  MW-NAME-PARTS:  STRUCTURED NAME (SEE INPTREC.CPY)
      *****************************************************
       01 MERGE-RECORD.
           05  MW-SEQ-NO           PIC 9(6).
           05  MW-CITY             PIC X(20).
           05  MW-STATE            PIC X(2).
           05  MW-ZIP              PIC X(10).
           05  MW-PREF-STATUS      PIC X(1).
           05  MW-PREF-CHANNEL     PIC X(1).
           05  MW-EMAIL-ADDR       PIC X(60).
           05  MW-RESEND-OF        PIC X(8).
           05  MW-CAMPAIGN-ID      PIC X(8).
           05  MW-NAME-PARTS.
               10  MW-TITLE           PIC X(6).
               10  MW-FIRST-NAME      PIC X(15).
               10  MW-MIDDLE-NAME     PIC X(15).
               10  MW-LAST-NAME       PIC X(25).
               10  MW-SUFFIX          PIC X(5).
