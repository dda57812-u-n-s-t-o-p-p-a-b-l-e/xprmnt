      *****************************************************
      *  CAMPCNT.CPY - CAMPAIGN RESULTS-TO-DATE RECORD
      *  CAMPCNT.DAT HOLDS ONE RECORD PER CAMPAIGN; EACH
      *  LIVE HELLOWORLD RUN ADDS ITS OWN PIECES IN AND
      *  REWRITES THE FILE, AND THE ISSUED COUNT IS WHAT
      *  THE CAMPAIGN PIECE CAP IS CHECKED AGAINST.
      *  CC-COUNT SLOTS:
      *    1  SELECTED   - PIECES READ FROM INPUT.DAT
      *    2  ISSUED     - WRITTEN FOR A VENDOR OR EMAIL
      *    3  DNC        - SUPPRESSED, DO-NOT-CONTACT
      *    4  CHANNEL    - SUPPRESSED, NO CONTACT CHANNEL
      *    5  DUPLICATE  - SUPPRESSED, DUPLICATE NAME
      *    6  HOUSEHOLD  - SUPPRESSED, HOUSEHOLD DEDUP
      *    7  ADDRESS    - EXCEPTED, MISSING ADDRESS
      *    8  CAP        - SUPPRESSED, CAMPAIGN PIECE CAP
      *    9  REJECTED   - WRITTEN TO INPUT.REJ
      *****************************************************
       01 CAMPCNT-RECORD.
           05  CC-CAMPAIGN-ID         PIC X(8).
           05  CC-COUNT OCCURS 9 TIMES PIC 9(6).
