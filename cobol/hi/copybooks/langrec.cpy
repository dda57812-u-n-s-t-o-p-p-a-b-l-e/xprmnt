      *****************************************************
      *  LANGREC.CPY - GREETING-TEXT LOOKUP RECORD LAYOUT
      *  KEYED BY GREETING TYPE (SEE GTYPTAB.CPY) +
      *  LANGUAGE CODE.  TYPE C ENTRIES ARE THE STANDARD
      *  CAMPAIGN WORDING FOR A LANGUAGE THAT A CAMPAIGN
      *  GIVES NO TEXT OF ITS OWN IN CAMPAIGN.DAT.
      *****************************************************
       01 LANG-RECORD.
           05  LC-KEY.
