       IDENTIFICATION DIVISION.
       PROGRAM-ID. JOBCTL.
      *****************************************************
      *  JOBCTL - NIGHTLY JOB-STREAM CONTROLLER
      *  RUNS THE GREETING JOB STREAM IN THE ORDER GIVEN
      *  BY THE STREAM DEFINITION FILE JOBSTRM.DAT - ONE
      *  RECORD PER STEP WITH THE STEP NUMBER, PROGRAM,
      *  THE HIGHEST RETURN CODE THE STEP MAY END WITH,
      *  WHETHER THE STEP MAY BE BYPASSED WHEN IT ENDS
      *  ABOVE THAT CODE, A PARAMETER TO ADD WHEN A FAILED
      *  STEP IS RERUN, AND THE COMMAND THAT RUNS IT.
      *  A STEP ENDING ABOVE ITS LIMIT THAT MAY NOT BE
      *  BYPASSED (E.G. HELLOWORLD'S ABORT-RUN, RC 16)
      *  STOPS THE STREAM WITH RC 16.
      *  THE STEP PROGRAM MERGEXTR IS RUN IN-LINE: IT
      *  APPENDS THE RESEND.DAT RESUBMISSIONS AND THE
      *  RECYCLE.DAT REPAIRS TO THE INPUT.DAT EXTRACT AND
      *  REBUILDS ITS TRL COUNT FOR HELLOWORLD.  ONCE
      *  INPUT.DAT IS REBUILT, RESEND.DAT AND RECYCLE.DAT
      *  ARE EMPTIED (NOTED ON THE STEP'S LOG LINE) SO A
      *  LATER NIGHT WHOSE RESEND OR RECYCLE DOES NOT RUN
      *  CANNOT MERGE THE SAME PIECES A SECOND TIME.
      *  EVERY STEP WRITES ONE LINE TO JOBLOG.DAT.  WITH
      *  THE RESTART PARAMETER THE LAST STREAM ON THE LOG
      *  IS RESUMED AT ITS FAILED STEP - STEPS ALREADY
      *  COMPLETE OR BYPASSED ARE NOT RUN A SECOND TIME.
      *****************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STREAM-DEF-FILE ASSIGN TO 'JOBSTRM.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DEF-FS.

           SELECT JOBLOG-FILE ASSIGN TO 'JOBLOG.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-JOBLOG-FS.

           SELECT EXTRACT-FILE ASSIGN TO 'INPUT.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-EXT-FS.

           SELECT RESEND-FILE ASSIGN TO 'RESEND.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RSND-FS.

           SELECT RECYCLE-FILE ASSIGN TO 'RECYCLE.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RCYC-FS.

           SELECT MERGE-WORK-FILE ASSIGN TO 'MERGEXTR.TMP'
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  STREAM-DEF-FILE.
       01  STREAM-DEF-RECORD.
           05  JS-STEP-NO          PIC 9(2).
           05  JS-PROGRAM          PIC X(8).
           05  JS-MAX-RC           PIC 9(2).
           05  JS-SKIP-FLAG        PIC X(1).
           05  JS-RESTART-PARM     PIC X(10).
           05  JS-COMMAND          PIC X(60).

       FD  JOBLOG-FILE.
       01  JOBLOG-LINE      PIC X(100).

       FD  EXTRACT-FILE.
       01  EXTRACT-RECORD   PIC X(137).

       FD  RESEND-FILE.
       01  RESEND-RECORD    PIC X(137).

       FD  RECYCLE-FILE.
       01  RECYCLE-RECORD   PIC X(137).

       FD  MERGE-WORK-FILE.
       01  MERGE-WORK-RECORD PIC X(137).

       WORKING-STORAGE SECTION.
       01  WS-DEF-EOF        PIC X VALUE 'N'.
       01  WS-DEF-FS         PIC X(2) VALUE '00'.
       01  WS-JOBLOG-EOF     PIC X VALUE 'N'.
       01  WS-JOBLOG-FS      PIC X(2) VALUE '00'.
       01  WS-EXT-FS         PIC X(2) VALUE '00'.
       01  WS-RSND-FS        PIC X(2) VALUE '00'.
       01  WS-RCYC-FS        PIC X(2) VALUE '00'.
       01  WS-MRG-EOF        PIC X VALUE 'N'.
       01  WS-RSND-PRESENT   PIC X VALUE 'N'.
       01  WS-RCYC-PRESENT   PIC X VALUE 'N'.
       01  WS-RSND-READ      PIC 9(6) VALUE 0.

       01  WS-PARM-LINE      PIC X(40) VALUE SPACES.
       01  WS-RUN-PARM       PIC X(10) VALUE SPACES.
       01  WS-RESTART-MODE   PIC X VALUE 'N'.
       01  WS-STREAM-STOPPED PIC X VALUE 'N'.
       01  WS-RETURN-CODE    PIC 9(2) VALUE 0.
       01  WS-STREAM-ID      PIC X(14) VALUE SPACES.

       01  WS-STEP-COUNT     PIC 9(2) VALUE 0.
       01  WS-STEP-IDX       PIC 9(2) VALUE 0.
       01  WS-FIND-IDX       PIC 9(2) VALUE 0.
       01  WS-LAST-STEP-NO   PIC 9(2) VALUE 0.
       01  WS-STEPS-RUN      PIC 9(2) VALUE 0.
       01  WS-STEPS-PASSED   PIC 9(2) VALUE 0.
       01  WS-STEPS-BYPASSED PIC 9(2) VALUE 0.

       01  WS-STEP-TABLE.
           05  WS-STEP-ENTRY OCCURS 20 TIMES.
               10  WS-STEP-NO           PIC 9(2).
               10  WS-STEP-PROGRAM      PIC X(8).
               10  WS-STEP-MAX-RC       PIC 9(2).
               10  WS-STEP-SKIP         PIC X(1).
               10  WS-STEP-RESTART-PARM PIC X(10).
               10  WS-STEP-COMMAND      PIC X(60).
               10  WS-STEP-DONE         PIC X(1).
               10  WS-STEP-FAILED       PIC X(1).

       01  WS-COMMAND-LINE   PIC X(80) VALUE SPACES.
       01  WS-CALL-RC        PIC S9(9) VALUE 0.
       01  WS-STEP-RC        PIC 9(3) VALUE 0.
       01  WS-STEP-STATUS    PIC X(8) VALUE SPACES.
       01  WS-STEP-START     PIC X(14).
       01  WS-STEP-NOTE      PIC X(27) VALUE SPACES.

       01  WS-MERGE-ERROR    PIC X VALUE 'N'.
       01  WS-HDR-FOUND      PIC X VALUE 'N'.
       01  WS-TRL-FOUND      PIC X VALUE 'N'.
       01  WS-DETAIL-COUNT   PIC 9(6) VALUE 0.
       01  WS-TRAILER-COUNT  PIC 9(6) VALUE 0.
       01  WS-EXTRACT-COUNT  PIC 9(6) VALUE 0.
       01  WS-RESEND-COUNT   PIC 9(6) VALUE 0.
       01  WS-RECYCLE-COUNT  PIC 9(6) VALUE 0.
       01  WS-MERGED-COUNT   PIC 9(6) VALUE 0.

       01  WS-BATCH-TRAILER.
           05  BTR-RECORD-TYPE   PIC X(3).
           05  BTR-RECORD-COUNT  PIC 9(6).
           05  FILLER            PIC X(128).

       01  EXTRACT-TRAILER-BUILD.
           05  FILLER            PIC X(3) VALUE 'TRL'.
           05  ETB-RECORD-COUNT  PIC 9(6).
           05  FILLER            PIC X(128) VALUE SPACES.

       01  WS-TIME-NOW.
           05  WTN-HHMMSS        PIC 9(6).
           05  FILLER            PIC 9(2).

       01  WS-STAMP-BUILD.
           05  WSB-DATE          PIC 9(8).
           05  WSB-TIME          PIC 9(6).

       01  JOBLOG-DETAIL-LINE.
           05  JL-STREAM-ID      PIC X(14).
           05  FILLER            PIC X(1) VALUE SPACE.
           05  JL-STEP-NO        PIC 9(2).
           05  FILLER            PIC X(1) VALUE SPACE.
           05  JL-PROGRAM        PIC X(8).
           05  FILLER            PIC X(1) VALUE SPACE.
           05  JL-START-STAMP    PIC X(14).
           05  FILLER            PIC X(1) VALUE SPACE.
           05  JL-END-STAMP      PIC X(14).
           05  FILLER            PIC X(1) VALUE SPACE.
           05  JL-RETURN-CODE    PIC 9(3).
           05  FILLER            PIC X(1) VALUE SPACE.
           05  JL-MAX-RC         PIC 9(2).
           05  FILLER            PIC X(1) VALUE SPACE.
           05  JL-STATUS         PIC X(8).
           05  FILLER            PIC X(1) VALUE SPACE.
           05  JL-NOTE           PIC X(27).

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM INITIALIZE-RUN
           PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
                   UNTIL WS-STEP-IDX > WS-STEP-COUNT
                      OR WS-STREAM-STOPPED = 'Y'
               IF WS-STEP-DONE(WS-STEP-IDX) = 'Y'
                   DISPLAY 'JOBCTL - STEP ' WS-STEP-NO(WS-STEP-IDX)
                           ' ' WS-STEP-PROGRAM(WS-STEP-IDX)
                           ' ALREADY COMPLETE - NOT RERUN'
                   ADD 1 TO WS-STEPS-PASSED
               ELSE
                   PERFORM RUN-STREAM-STEP
               END-IF
           END-PERFORM
           DISPLAY 'JOBCTL - STREAM ' WS-STREAM-ID
                   ' STEPS RUN: ' WS-STEPS-RUN
                   ' BYPASSED: ' WS-STEPS-BYPASSED
                   ' NOT RERUN: ' WS-STEPS-PASSED
           IF WS-STREAM-STOPPED = 'Y'
               DISPLAY 'JOBCTL - STREAM STOPPED - RERUN WITH '
                       'RESTART AFTER CORRECTING THE FAILED STEP'
           END-IF
           MOVE WS-RETURN-CODE TO RETURN-CODE
           STOP RUN.

       INITIALIZE-RUN.
           PERFORM GET-TIME-STAMP
           MOVE WS-STAMP-BUILD TO WS-STREAM-ID
           ACCEPT WS-PARM-LINE FROM COMMAND-LINE
           UNSTRING WS-PARM-LINE DELIMITED BY ALL SPACE
               INTO WS-RUN-PARM
           END-UNSTRING
           IF WS-RUN-PARM = 'RESTART'
               MOVE 'Y' TO WS-RESTART-MODE
           END-IF
           PERFORM LOAD-STREAM-DEFINITION
           IF WS-RESTART-MODE = 'Y'
               PERFORM LOAD-STREAM-LOG
           END-IF.

       GET-TIME-STAMP.
           ACCEPT WSB-DATE FROM DATE YYYYMMDD
           ACCEPT WS-TIME-NOW FROM TIME
           MOVE WTN-HHMMSS TO WSB-TIME.

       LOAD-STREAM-DEFINITION.
           OPEN INPUT STREAM-DEF-FILE
           IF WS-DEF-FS NOT = '00'
               DISPLAY 'JOBCTL - JOBSTRM.DAT NOT AVAILABLE - '
                       'STATUS ' WS-DEF-FS ' - RUN STOPPED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-DEF-EOF = 'Y'
               READ STREAM-DEF-FILE
                   AT END
                       MOVE 'Y' TO WS-DEF-EOF
                   NOT AT END
                       IF STREAM-DEF-RECORD NOT = SPACES
                           PERFORM ADD-STREAM-STEP
                       END-IF
               END-READ
           END-PERFORM
           CLOSE STREAM-DEF-FILE
           IF WS-STEP-COUNT = 0
               DISPLAY 'JOBCTL - JOBSTRM.DAT HAS NO STEPS - '
                       'RUN STOPPED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       ADD-STREAM-STEP.
           IF JS-STEP-NO NOT NUMERIC OR JS-MAX-RC NOT NUMERIC
              OR JS-PROGRAM = SPACES
              OR (JS-SKIP-FLAG NOT = 'Y' AND JS-SKIP-FLAG NOT = 'N')
               DISPLAY 'JOBCTL - JOBSTRM.DAT STEP INVALID: '
                       STREAM-DEF-RECORD(1:23) ' - RUN STOPPED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF JS-STEP-NO <= WS-LAST-STEP-NO
               DISPLAY 'JOBCTL - JOBSTRM.DAT STEP ' JS-STEP-NO
                       ' OUT OF SEQUENCE - RUN STOPPED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-STEP-COUNT >= 20
               DISPLAY 'JOBCTL - JOBSTRM.DAT EXCEEDS 20 STEPS - '
                       'RUN STOPPED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-STEP-COUNT
           MOVE JS-STEP-NO TO WS-LAST-STEP-NO
           MOVE JS-STEP-NO TO WS-STEP-NO(WS-STEP-COUNT)
           MOVE JS-PROGRAM TO WS-STEP-PROGRAM(WS-STEP-COUNT)
           MOVE JS-MAX-RC TO WS-STEP-MAX-RC(WS-STEP-COUNT)
           MOVE JS-SKIP-FLAG TO WS-STEP-SKIP(WS-STEP-COUNT)
           MOVE JS-RESTART-PARM
               TO WS-STEP-RESTART-PARM(WS-STEP-COUNT)
           MOVE JS-COMMAND TO WS-STEP-COMMAND(WS-STEP-COUNT)
           MOVE 'N' TO WS-STEP-DONE(WS-STEP-COUNT)
           MOVE 'N' TO WS-STEP-FAILED(WS-STEP-COUNT).

       LOAD-STREAM-LOG.
           OPEN INPUT JOBLOG-FILE
           IF WS-JOBLOG-FS NOT = '00'
               DISPLAY 'JOBCTL - NO JOBLOG.DAT TO RESTART FROM - '
                       'STARTING A NEW STREAM'
               MOVE 'Y' TO WS-JOBLOG-EOF
           END-IF
           PERFORM UNTIL WS-JOBLOG-EOF = 'Y'
               READ JOBLOG-FILE INTO JOBLOG-DETAIL-LINE
                   AT END
                       MOVE 'Y' TO WS-JOBLOG-EOF
                   NOT AT END
                       PERFORM APPLY-LOGGED-STEP
               END-READ
           END-PERFORM
           IF WS-JOBLOG-FS = '00' OR WS-JOBLOG-FS = '10'
               CLOSE JOBLOG-FILE
               DISPLAY 'JOBCTL - RESTARTING STREAM ' WS-STREAM-ID
           END-IF.

       APPLY-LOGGED-STEP.
           IF JL-STREAM-ID NOT = WS-STREAM-ID
               MOVE JL-STREAM-ID TO WS-STREAM-ID
               PERFORM VARYING WS-FIND-IDX FROM 1 BY 1
                       UNTIL WS-FIND-IDX > WS-STEP-COUNT
                   MOVE 'N' TO WS-STEP-DONE(WS-FIND-IDX)
                   MOVE 'N' TO WS-STEP-FAILED(WS-FIND-IDX)
               END-PERFORM
           END-IF
           PERFORM VARYING WS-FIND-IDX FROM 1 BY 1
                   UNTIL WS-FIND-IDX > WS-STEP-COUNT
               IF WS-STEP-NO(WS-FIND-IDX) = JL-STEP-NO AND
                  WS-STEP-PROGRAM(WS-FIND-IDX) = JL-PROGRAM
                   IF JL-STATUS = 'FAILED  '
                       MOVE 'N' TO WS-STEP-DONE(WS-FIND-IDX)
                       MOVE 'Y' TO WS-STEP-FAILED(WS-FIND-IDX)
                   ELSE
                       MOVE 'Y' TO WS-STEP-DONE(WS-FIND-IDX)
                       MOVE 'N' TO WS-STEP-FAILED(WS-FIND-IDX)
                   END-IF
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       RUN-STREAM-STEP.
           PERFORM GET-TIME-STAMP
           MOVE WS-STAMP-BUILD TO WS-STEP-START
           MOVE SPACES TO WS-STEP-NOTE
           DISPLAY 'JOBCTL - STEP ' WS-STEP-NO(WS-STEP-IDX)
                   ' ' WS-STEP-PROGRAM(WS-STEP-IDX) ' STARTED'
           IF WS-STEP-PROGRAM(WS-STEP-IDX) = 'MERGEXTR'
               PERFORM MERGE-RESUBMISSIONS
           ELSE
               PERFORM BUILD-STEP-COMMAND
               CALL 'SYSTEM' USING WS-COMMAND-LINE
               MOVE RETURN-CODE TO WS-CALL-RC
               MOVE 0 TO RETURN-CODE
      *        THE SHELL STATUS CARRIES THE EXIT CODE IN ITS
      *        HIGH-ORDER BYTE
               IF WS-CALL-RC > 255
                   DIVIDE 256 INTO WS-CALL-RC
               END-IF
               IF WS-CALL-RC < 0 OR WS-CALL-RC > 999
                   MOVE 999 TO WS-STEP-RC
               ELSE
                   MOVE WS-CALL-RC TO WS-STEP-RC
               END-IF
           END-IF
           ADD 1 TO WS-STEPS-RUN
           IF WS-STEP-RC <= WS-STEP-MAX-RC(WS-STEP-IDX)
               MOVE 'COMPLETE' TO WS-STEP-STATUS
               MOVE 'Y' TO WS-STEP-DONE(WS-STEP-IDX)
           ELSE
               IF WS-STEP-SKIP(WS-STEP-IDX) = 'Y'
                   MOVE 'BYPASSED' TO WS-STEP-STATUS
                   MOVE 'Y' TO WS-STEP-DONE(WS-STEP-IDX)
                   ADD 1 TO WS-STEPS-BYPASSED
                   IF WS-RETURN-CODE < 8
                       MOVE 8 TO WS-RETURN-CODE
                   END-IF
               ELSE
                   MOVE 'FAILED  ' TO WS-STEP-STATUS
                   MOVE 'Y' TO WS-STREAM-STOPPED
                   MOVE 16 TO WS-RETURN-CODE
               END-IF
           END-IF
           DISPLAY 'JOBCTL - STEP ' WS-STEP-NO(WS-STEP-IDX)
                   ' ' WS-STEP-PROGRAM(WS-STEP-IDX)
                   ' ENDED RC ' WS-STEP-RC
                   ' (LIMIT ' WS-STEP-MAX-RC(WS-STEP-IDX) ') '
                   WS-STEP-STATUS
           PERFORM WRITE-STREAM-LOG.

       BUILD-STEP-COMMAND.
           MOVE SPACES TO WS-COMMAND-LINE
           IF WS-STEP-COMMAND(WS-STEP-IDX) = SPACES
               MOVE WS-STEP-PROGRAM(WS-STEP-IDX) TO WS-COMMAND-LINE
           ELSE
               MOVE WS-STEP-COMMAND(WS-STEP-IDX) TO WS-COMMAND-LINE
           END-IF
           IF WS-STEP-FAILED(WS-STEP-IDX) = 'Y' AND
              WS-STEP-RESTART-PARM(WS-STEP-IDX) NOT = SPACES
               STRING FUNCTION TRIM(WS-COMMAND-LINE)
                                    DELIMITED BY SIZE
                      ' '           DELIMITED BY SIZE
                      WS-STEP-RESTART-PARM(WS-STEP-IDX)
                                    DELIMITED BY SPACE
                      INTO WS-COMMAND-LINE
               END-STRING
           END-IF.

       WRITE-STREAM-LOG.
           PERFORM GET-TIME-STAMP
           MOVE WS-STREAM-ID TO JL-STREAM-ID
           MOVE WS-STEP-NO(WS-STEP-IDX) TO JL-STEP-NO
           MOVE WS-STEP-PROGRAM(WS-STEP-IDX) TO JL-PROGRAM
           MOVE WS-STEP-START TO JL-START-STAMP
           MOVE WS-STAMP-BUILD TO JL-END-STAMP
           MOVE WS-STEP-RC TO JL-RETURN-CODE
           MOVE WS-STEP-MAX-RC(WS-STEP-IDX) TO JL-MAX-RC
           MOVE WS-STEP-STATUS TO JL-STATUS
           MOVE WS-STEP-NOTE TO JL-NOTE
           OPEN EXTEND JOBLOG-FILE
           IF WS-JOBLOG-FS NOT = '00'
               OPEN OUTPUT JOBLOG-FILE
           END-IF
           IF WS-JOBLOG-FS = '00'
               WRITE JOBLOG-LINE FROM JOBLOG-DETAIL-LINE
               CLOSE JOBLOG-FILE
           ELSE
               DISPLAY 'JOBCTL - JOBLOG.DAT WRITE FAILED - STATUS '
                       WS-JOBLOG-FS
           END-IF.

       MERGE-RESUBMISSIONS.
           MOVE 'N' TO WS-MERGE-ERROR
           MOVE 0 TO WS-RESEND-COUNT
           MOVE 0 TO WS-RECYCLE-COUNT
           OPEN OUTPUT MERGE-WORK-FILE
           PERFORM COPY-EXTRACT-TO-WORK
           IF WS-MERGE-ERROR = 'N'
               PERFORM APPEND-RESEND-RECORDS
           END-IF
           IF WS-MERGE-ERROR = 'N'
               PERFORM APPEND-RECYCLE-RECORDS
           END-IF
           CLOSE MERGE-WORK-FILE
           IF WS-MERGE-ERROR = 'N'
               PERFORM REBUILD-EXTRACT
               PERFORM CLEAR-MERGED-INPUTS
           END-IF
           IF WS-MERGE-ERROR = 'Y'
               DISPLAY 'JOBCTL - MERGEXTR - INPUT.DAT NOT CHANGED'
               MOVE 16 TO WS-STEP-RC
           ELSE
               DISPLAY 'JOBCTL - MERGEXTR - RESEND RECORDS ADDED:  '
                       WS-RESEND-COUNT
               DISPLAY 'JOBCTL - MERGEXTR - RECYCLE RECORDS ADDED: '
                       WS-RECYCLE-COUNT
               DISPLAY 'JOBCTL - MERGEXTR - INPUT.DAT TRAILER COUNT: '
                       WS-MERGED-COUNT
               MOVE 0 TO WS-STEP-RC
           END-IF.

       COPY-EXTRACT-TO-WORK.
           MOVE 'N' TO WS-HDR-FOUND
           MOVE 'N' TO WS-TRL-FOUND
           MOVE 0 TO WS-EXTRACT-COUNT
           MOVE 0 TO WS-TRAILER-COUNT
           MOVE 0 TO WS-MERGED-COUNT
           MOVE 'N' TO WS-MRG-EOF
           OPEN INPUT EXTRACT-FILE
           IF WS-EXT-FS NOT = '00'
               DISPLAY 'JOBCTL - MERGEXTR - INPUT.DAT NOT AVAILABLE'
                       ' - STATUS ' WS-EXT-FS
               MOVE 'Y' TO WS-MERGE-ERROR
               MOVE 'Y' TO WS-MRG-EOF
           END-IF
           PERFORM UNTIL WS-MRG-EOF = 'Y'
               READ EXTRACT-FILE
                   AT END
                       MOVE 'Y' TO WS-MRG-EOF
                   NOT AT END
                       EVALUATE EXTRACT-RECORD(1:3)
                           WHEN 'HDR'
                               MOVE 'Y' TO WS-HDR-FOUND
                               WRITE MERGE-WORK-RECORD
                                   FROM EXTRACT-RECORD
                           WHEN 'TRL'
                               MOVE 'Y' TO WS-TRL-FOUND
                               MOVE EXTRACT-RECORD TO WS-BATCH-TRAILER
                               MOVE BTR-RECORD-COUNT
                                   TO WS-TRAILER-COUNT
                           WHEN OTHER
                               ADD 1 TO WS-EXTRACT-COUNT
                               WRITE MERGE-WORK-RECORD
                                   FROM EXTRACT-RECORD
                       END-EVALUATE
               END-READ
           END-PERFORM
           IF WS-EXT-FS = '00' OR WS-EXT-FS = '10'
               CLOSE EXTRACT-FILE
           END-IF
           IF WS-MERGE-ERROR = 'N'
               IF WS-HDR-FOUND = 'N' OR WS-TRL-FOUND = 'N'
                   DISPLAY 'JOBCTL - MERGEXTR - INPUT.DAT HEADER OR '
                           'TRAILER RECORD MISSING'
                   MOVE 'Y' TO WS-MERGE-ERROR
               ELSE
                   IF WS-EXTRACT-COUNT NOT = WS-TRAILER-COUNT
                       DISPLAY 'JOBCTL - MERGEXTR - INPUT.DAT RECORD '
                               'COUNT MISMATCH'
                       DISPLAY '  TRAILER COUNT: ' WS-TRAILER-COUNT
                       DISPLAY '  DETAIL COUNT:  ' WS-EXTRACT-COUNT
                       MOVE 'Y' TO WS-MERGE-ERROR
                   END-IF
               END-IF
           END-IF
           MOVE WS-EXTRACT-COUNT TO WS-MERGED-COUNT.

      *    A RESEND.DAT LEFT EMPTY BY AN EARLIER MERGE HAS NO
      *    HDR/TRL AND IS TAKEN AS NOTHING TO ADD.
       APPEND-RESEND-RECORDS.
           MOVE 'N' TO WS-TRL-FOUND
           MOVE 0 TO WS-TRAILER-COUNT
           MOVE 0 TO WS-RSND-READ
           MOVE 'N' TO WS-MRG-EOF
           MOVE 'N' TO WS-RSND-PRESENT
           OPEN INPUT RESEND-FILE
           IF WS-RSND-FS NOT = '00'
               MOVE 'Y' TO WS-MRG-EOF
           ELSE
               MOVE 'Y' TO WS-RSND-PRESENT
           END-IF
           PERFORM UNTIL WS-MRG-EOF = 'Y'
               READ RESEND-FILE
                   AT END
                       MOVE 'Y' TO WS-MRG-EOF
                   NOT AT END
                       ADD 1 TO WS-RSND-READ
                       EVALUATE RESEND-RECORD(1:3)
                           WHEN 'HDR'
                               CONTINUE
                           WHEN 'TRL'
                               MOVE 'Y' TO WS-TRL-FOUND
                               MOVE RESEND-RECORD TO WS-BATCH-TRAILER
                               MOVE BTR-RECORD-COUNT
                                   TO WS-TRAILER-COUNT
                           WHEN OTHER
                               IF RESEND-RECORD NOT = SPACES
                                   ADD 1 TO WS-RESEND-COUNT
                                   WRITE MERGE-WORK-RECORD
                                       FROM RESEND-RECORD
                               END-IF
                       END-EVALUATE
               END-READ
           END-PERFORM
           IF WS-RSND-FS = '00' OR WS-RSND-FS = '10'
               CLOSE RESEND-FILE
               IF WS-RSND-READ > 0 AND
                  (WS-TRL-FOUND = 'N' OR
                   WS-RESEND-COUNT NOT = WS-TRAILER-COUNT)
                   DISPLAY 'JOBCTL - MERGEXTR - RESEND.DAT TRAILER '
                           'MISSING OR COUNT MISMATCH'
                   MOVE 'Y' TO WS-MERGE-ERROR
               END-IF
           END-IF
           ADD WS-RESEND-COUNT TO WS-MERGED-COUNT.

       APPEND-RECYCLE-RECORDS.
           MOVE 'N' TO WS-MRG-EOF
           MOVE 'N' TO WS-RCYC-PRESENT
           OPEN INPUT RECYCLE-FILE
           IF WS-RCYC-FS NOT = '00'
               MOVE 'Y' TO WS-MRG-EOF
           ELSE
               MOVE 'Y' TO WS-RCYC-PRESENT
           END-IF
           PERFORM UNTIL WS-MRG-EOF = 'Y'
               READ RECYCLE-FILE
                   AT END
                       MOVE 'Y' TO WS-MRG-EOF
                   NOT AT END
                       IF RECYCLE-RECORD NOT = SPACES AND
                          RECYCLE-RECORD(1:3) NOT = 'HDR' AND
                          RECYCLE-RECORD(1:3) NOT = 'TRL'
                           ADD 1 TO WS-RECYCLE-COUNT
                           WRITE MERGE-WORK-RECORD
                               FROM RECYCLE-RECORD
                       END-IF
               END-READ
           END-PERFORM
           IF WS-RCYC-FS = '00' OR WS-RCYC-FS = '10'
               CLOSE RECYCLE-FILE
           END-IF
           ADD WS-RECYCLE-COUNT TO WS-MERGED-COUNT.

       REBUILD-EXTRACT.
           OPEN INPUT MERGE-WORK-FILE
           OPEN OUTPUT EXTRACT-FILE
           MOVE 'N' TO WS-MRG-EOF
           PERFORM UNTIL WS-MRG-EOF = 'Y'
               READ MERGE-WORK-FILE
                   AT END
                       MOVE 'Y' TO WS-MRG-EOF
                   NOT AT END
                       WRITE EXTRACT-RECORD FROM MERGE-WORK-RECORD
               END-READ
           END-PERFORM
           MOVE WS-MERGED-COUNT TO ETB-RECORD-COUNT
           WRITE EXTRACT-RECORD FROM EXTRACT-TRAILER-BUILD
           CLOSE EXTRACT-FILE
           CLOSE MERGE-WORK-FILE.

       CLEAR-MERGED-INPUTS.
           IF WS-RSND-PRESENT = 'Y'
               OPEN OUTPUT RESEND-FILE
               CLOSE RESEND-FILE
           END-IF
           IF WS-RCYC-PRESENT = 'Y'
               OPEN OUTPUT RECYCLE-FILE
               CLOSE RECYCLE-FILE
           END-IF
           EVALUATE TRUE
               WHEN WS-RSND-PRESENT = 'Y' AND WS-RCYC-PRESENT = 'Y'
                   MOVE 'RESEND+RECYCLE.DAT EMPTIED' TO WS-STEP-NOTE
               WHEN WS-RSND-PRESENT = 'Y'
                   MOVE 'RESEND.DAT EMPTIED' TO WS-STEP-NOTE
               WHEN WS-RCYC-PRESENT = 'Y'
                   MOVE 'RECYCLE.DAT EMPTIED' TO WS-STEP-NOTE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF WS-STEP-NOTE NOT = SPACES
               DISPLAY 'JOBCTL - MERGEXTR - ' WS-STEP-NOTE
           END-IF.
