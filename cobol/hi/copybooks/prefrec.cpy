      *****************************************************
      *  PREFREC.CPY - CUSTOMER CONTACT PREFERENCE RECORD
      *  KEYED BY ACCOUNT ID; MAINTAINED BY PREFMNT AND
      *  PICKED UP BY HELLOWORLD'S MASTER MERGE.  AN
      *  ACCOUNT WITH NO RECORD TAKES POSTAL MAIL FOR
      *  EVERY GREETING TYPE.
      *  PF-OPTOUT-W/A/B:  Y = NO GREETINGS OF THAT TYPE
      *  PF-CHANNEL:       P = POSTAL MAIL, E = EMAIL TO
      *                    PF-EMAIL-ADDR, N = NO GREETINGS
      *****************************************************
       01 PREF-RECORD.
           05  PF-ACCOUNT-ID       PIC X(10).
           05  PF-OPTOUT-W         PIC X(1).
           05  PF-OPTOUT-A         PIC X(1).
           05  PF-OPTOUT-B         PIC X(1).
           05  PF-CHANNEL          PIC X(1).
           05  PF-EMAIL-ADDR       PIC X(60).
