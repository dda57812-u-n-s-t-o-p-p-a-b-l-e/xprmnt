      *****************************************************
      *  SALUREC.CPY - SALUTATION STYLE RECORD LAYOUT
      *  KEYED BY GREETING TYPE (SEE GTYPTAB.CPY) +
      *  LANGUAGE CODE, AS LANGUAGE.DAT IS.  SAYS HOW
      *  HELLOWORLD ADDRESSES THE CUSTOMER AFTER THE
      *  GREETING TEXT, BUILT FROM THE NAME PARTS:
      *    F  FORMAL      TITLE + LAST NAME  (MR SMITH);
      *                   FIRST + LAST WITH NO TITLE
      *    G  GIVEN NAME  FIRST NAME ONLY    (JOHN);
      *                   FORMAL WITH NO FIRST NAME
      *    L  FULL NAME   TITLE FIRST MIDDLE LAST SUFFIX
      *  A NAME WITH NO PARTS, OR A TYPE/LANGUAGE WITH NO
      *  ENTRY, IS PRINTED IN FULL AS IT STANDS.
      *****************************************************
       01 SALUTE-RECORD.
           05  SL-KEY.
               10  SL-GREETING-TYPE   PIC X(1).
               10  SL-LANGUAGE-CODE   PIC X(2).
           05  SL-STYLE               PIC X(1).
