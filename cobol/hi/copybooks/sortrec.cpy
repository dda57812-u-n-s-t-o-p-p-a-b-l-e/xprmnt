           05  SR-NAME             PIC X(50).
           05  SR-GREETING-TYPE    PIC X(1).
           05  SR-LANGUAGE-CODE    PIC X(2).
           05  SR-CAMPAIGN-ID      PIC X(8).
           05  SR-NAME-PARTS.
               10  SR-TITLE           PIC X(6).
               10  SR-FIRST-NAME      PIC X(15).
               10  SR-MIDDLE-NAME     PIC X(15).
               10  SR-LAST-NAME       PIC X(25).
               10  SR-SUFFIX          PIC X(5).
           05  SR-SEQ-NO           PIC 9(6).
