      *  SELECTS FROM IT TO BUILD THE DAILY INPUT.DAT
      *  EXTRACT.  DATES ARE YYYYMMDD; AN ALL-ZERO DATE
      *  MEANS THE EVENT IS NOT ON FILE FOR THE ACCOUNT.
      *  EV-NAME IS THE FULL NAME; EV-NAME-PARTS HOLDS IT
      *  SPLIT INTO TITLE, FIRST, MIDDLE, LAST AND SUFFIX,
      *  ALL BLANK WHILE THE NAME IS ON EVNTGEN'S NAME
      *  EXCEPTION LIST (NAMEEXC.RPT) AS UNSPLITTABLE.
      *****************************************************
       01 EVENT-RECORD.
           05  EV-ACCOUNT-ID       PIC X(10).
           05  EV-ENROLL-DATE      PIC 9(8).
           05  EV-ANNIV-DATE       PIC 9(8).
           05  EV-BIRTH-DATE       PIC 9(8).
           05  EV-NAME-PARTS.
               10  EV-TITLE           PIC X(6).
               10  EV-FIRST-NAME      PIC X(15).
               10  EV-MIDDLE-NAME     PIC X(15).
               10  EV-LAST-NAME       PIC X(25).
               10  EV-SUFFIX          PIC X(5).
