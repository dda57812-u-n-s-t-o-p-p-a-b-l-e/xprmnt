      *****************************************************
      *  INPTREC.CPY - DAILY GREETING EXTRACT RECORD LAYOUT
      *  IR-GREETING-TYPE:  W = WELCOME, A = ANNIVERSARY,
      *                     B = BIRTHDAY, C = CAMPAIGN
      *                     (SEE GTYPTAB.CPY)
      *  IR-LANGUAGE-CODE:  EN, ES, FR ...
      *  IR-CAMPAIGN-ID:    CAMPAIGN.DAT ID ON A TYPE C
      *                     RECORD, BLANK OTHERWISE
      *  IR-NAME:           FULL NAME AS HELD ON THE EVENTS
      *                     MASTER
      *  IR-NAME-PARTS:     THE SAME NAME SPLIT INTO TITLE,
      *                     FIRST, MIDDLE, LAST AND SUFFIX;
      *                     ALL BLANK WHEN THE NAME COULD
      *                     NOT BE SPLIT, AND HELLOWORLD
      *                     THEN USES IR-NAME AS IT STANDS
      *****************************************************
       01 INPUT-RECORD.
           05  IR-ACCOUNT-ID       PIC X(10).
           05  IR-NAME             PIC X(50).
           05  IR-GREETING-TYPE    PIC X(1).
           05  IR-LANGUAGE-CODE    PIC X(2).
           05  IR-CAMPAIGN-ID      PIC X(8).
           05  IR-NAME-PARTS.
               10  IR-TITLE           PIC X(6).
               10  IR-FIRST-NAME      PIC X(15).
               10  IR-MIDDLE-NAME     PIC X(15).
               10  IR-LAST-NAME       PIC X(25).
               10  IR-SUFFIX          PIC X(5).
