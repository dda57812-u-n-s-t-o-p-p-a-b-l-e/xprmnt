      *****************************************************
      *  CAMPREC.CPY - MARKETING CAMPAIGN DEFINITION RECORD
      *  CAMPAIGN.DAT, MAINTAINED BY MARKETING, HOLDS ONE
      *  H RECORD PER CAMPAIGN FOLLOWED BY ITS T RECORDS:
      *  H  CAMPAIGN HEADER
      *     CD-START-DATE     DROP DATE - EVNTGEN SELECTS
      *                       THE CAMPAIGN'S PIECES INTO
      *                       INPUT.DAT ON THIS DATE ONLY
      *     CD-END-DATE       LAST DATE HELLOWORLD ISSUES A
      *                       PIECE (RECYCLES AND RESENDS)
      *     CD-STATE          SELECT ONLY THIS ADDRMAST STATE
      *     CD-LANGUAGE-CODE  SELECT ONLY THIS LANGUAGE
      *                       (BLANK = ANY STATE / LANGUAGE)
      *     CD-MIN-TENURE     MONTHS SINCE EV-ENROLL-DATE
      *     CD-PIECE-CAP      MOST PIECES THE CAMPAIGN MAY
      *                       ISSUE OVER ITS LIFE (0 = NONE)
      *  T  GREETING TEXT FOR ONE LANGUAGE; A LANGUAGE WITH
      *     NO T RECORD TAKES LANGUAGE.DAT TYPE C WORDING.
      *  DATES ARE YYYYMMDD; NUMERIC FIELDS ARE ZERO-FILLED.
      *****************************************************
       01 CAMPAIGN-RECORD.
           05  CD-REC-TYPE            PIC X(1).
           05  CD-CAMPAIGN-ID         PIC X(8).
           05  CD-DETAIL              PIC X(60).
           05  CD-HEADER-DATA REDEFINES CD-DETAIL.
               10  CD-START-DATE      PIC 9(8).
               10  CD-END-DATE        PIC 9(8).
               10  CD-STATE           PIC X(2).
               10  CD-LANGUAGE-CODE   PIC X(2).
               10  CD-MIN-TENURE      PIC 9(3).
               10  CD-PIECE-CAP       PIC 9(6).
               10  CD-DESCRIPTION     PIC X(30).
               10  FILLER             PIC X(1).
           05  CD-TEXT-DATA REDEFINES CD-DETAIL.
               10  CD-TEXT-LANGUAGE   PIC X(2).
               10  CD-GREETING-TEXT   PIC X(20).
               10  FILLER             PIC X(38).
