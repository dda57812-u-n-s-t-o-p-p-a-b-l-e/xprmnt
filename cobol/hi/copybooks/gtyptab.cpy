      *****************************************************
      *  GTYPTAB.CPY - GREETING TYPE TABLE
      *  ONE ENTRY PER GREETING TYPE THE SYSTEM ISSUES,
      *  SHARED BY EVERY PROGRAM THAT EDITS A TYPE CODE:
      *    GT-TYPE-CODE      TYPE ON INPUT.DAT / LANGUAGE.DAT
      *    GT-TYPE-NAME      NAME FOR REPORTS
      *    GT-DEFAULT-TEXT   WORDING WHEN LANGUAGE.DAT HAS
      *                      NO ENTRY FOR THE LANGUAGE
      *    GT-CAMPAIGN-FLAG  Y = MARKETING CAMPAIGN PIECE -
      *                      CARRIES A CAMPAIGN ID FROM
      *                      CAMPAIGN.DAT AND IS HELD BY THE
      *                      CAMPAIGN PIECE CAP INSTEAD OF
      *                      THE CONTACT-FREQUENCY WINDOW
      *  A NEW TYPE IS ADDED HERE AND IN GT-TYPE-COUNT.
      *  LOOK A TYPE UP BY MOVING IT TO GT-FIND-TYPE AND
      *  SCANNING FOR GT-SLOT (0 = NOT A VALID TYPE).
      *****************************************************
       01 GREETING-TYPE-VALUES.
           05  FILLER PIC X(34) VALUE
               'WWELCOME     HELLO,              N'.
           05  FILLER PIC X(34) VALUE
               'AANNIVERSARY HAPPY ANNIVERSARY,  N'.
           05  FILLER PIC X(34) VALUE
               'BBIRTHDAY    HAPPY BIRTHDAY,     N'.
           05  FILLER PIC X(34) VALUE
               'CCAMPAIGN    GREETINGS,          Y'.
       01 GREETING-TYPE-TABLE REDEFINES GREETING-TYPE-VALUES.
           05  GT-ENTRY OCCURS 4 TIMES.
               10  GT-TYPE-CODE       PIC X(1).
               10  GT-TYPE-NAME       PIC X(12).
               10  GT-DEFAULT-TEXT    PIC X(20).
               10  GT-CAMPAIGN-FLAG   PIC X(1).
       01 GT-TYPE-COUNT               PIC 9(2) VALUE 4.
       01 GT-FIND-TYPE                PIC X(1) VALUE SPACE.
       01 GT-IDX                      PIC 9(2) VALUE 0.
       01 GT-SLOT                     PIC 9(2) VALUE 0.
