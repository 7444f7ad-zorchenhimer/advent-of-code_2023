               ACCESS IS SEQUENTIAL
               FILE STATUS IS RPT-FS.

       SELECT JOBSTREAMFILE ASSIGN TO DYNAMIC JOB-STREAM-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL
               FILE STATUS IS JSD-FS.

       DATA DIVISION.

       FILE SECTION.
           05 SRP-HDR-LABEL      PIC X(26).
           05 SRP-HDR-DATE       PIC 9(8).

       FD JOBSTREAMFILE.
       01 JOB-STREAM-RECORD.
           05 JSD-STEP-NAME      PIC X(8).
           05 FILLER             PIC X(3).
           05 JSD-PROGRAM-NAME   PIC X(18).
           05 FILLER             PIC X(3).
           05 JSD-MAX-RC         PIC X(2).
           05 FILLER             PIC X(3).
           05 JSD-PREDECESSORS   PIC X(36).
           05 FILLER             PIC X(2).
           05 JSD-COMMAND        PIC X(100).

       WORKING-STORAGE SECTION.
       01 RUN-LOG-FILE-NAME   PIC X(100) VALUE 'runlog.txt'.
       01 STATUS-REPORT-NAME  PIC X(100) VALUE 'statusreport.txt'.
       01 JOB-STREAM-FILE-NAME PIC X(100) VALUE 'jobstream.def'.
       01 ENV-BUFFER          PIC X(100).
       01 PARM-REQUEST.
           05 PARM-FUNCTION PIC X(4).

       77 LOG-FS PIC X(2).
       77 RPT-FS PIC X(2).
       77 JSD-FS PIC X(2).
       77 JSD-EOF-SWITCH PIC X VALUE "N".
           88 END-OF-JOB-STREAM VALUE "Y".
       77 LOG-EOF-SWITCH PIC X VALUE "N".
           88 END-OF-RUN-LOG VALUE "Y".

       77 LOG-RECORD-COUNT PIC 9(8) VALUE ZERO.

       01 STEP-TABLE.
           05 STEP-ENTRY OCCURS 20 TIMES
               INDEXED BY STEP-IDX.
               10 STEP-NAME PIC X(18).
       77 STEP-LIMIT PIC 9(2) VALUE 20.
       77 STEP-COUNT PIC 9(2) VALUE ZERO.

       77 STEP-START-COUNT PIC 9(4) VALUE ZERO.
       77 STEP-END-COUNT PIC 9(4) VALUE ZERO.
           STOP RUN.

       LOAD-STEP-TABLE.
           MOVE ZERO TO STEP-COUNT.
           OPEN INPUT JOBSTREAMFILE.
           EVALUATE JSD-FS
               WHEN "00"
                   PERFORM LOAD-STREAM-STEPS
                   CLOSE JOBSTREAMFILE
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "ABEND - OPEN FAILED, FILE STATUS " JSD-FS
                       ": " JOB-STREAM-FILE-NAME
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
           IF STEP-COUNT = 0
               MOVE "AOC-DAY1-PART1" TO STEP-NAME(1)
               MOVE "AOC-DAY1-CALLOAD" TO STEP-NAME(2)
               MOVE "AOC-DAY1-EXCADJ" TO STEP-NAME(3)
               MOVE "AOC-DAY1-ARCHIVE" TO STEP-NAME(4)
               MOVE "AOC-DAY1-PURGE" TO STEP-NAME(5)
               MOVE 5 TO STEP-COUNT
           END-IF.

       LOAD-STREAM-STEPS.
           MOVE "N" TO JSD-EOF-SWITCH.
           READ JOBSTREAMFILE
               AT END
                   SET END-OF-JOB-STREAM TO TRUE
           END-READ.
           PERFORM UNTIL END-OF-JOB-STREAM
               IF JOB-STREAM-RECORD NOT = SPACES
                   AND JOB-STREAM-RECORD(1:1) NOT = "*"
                   AND JSD-PROGRAM-NAME NOT = SPACES
                   MOVE "N" TO KNOWN-STEP-SWITCH
                   PERFORM VARYING STEP-IDX FROM 1 BY 1
                       UNTIL STEP-IDX > STEP-COUNT
                       OR KNOWN-STEP
                       IF JSD-PROGRAM-NAME = STEP-NAME(STEP-IDX)
                           SET KNOWN-STEP TO TRUE
                       END-IF
                   END-PERFORM
                   IF NOT KNOWN-STEP
                       AND STEP-COUNT < STEP-LIMIT
                       ADD 1 TO STEP-COUNT
                       MOVE JSD-PROGRAM-NAME TO STEP-NAME(STEP-COUNT)
                   END-IF
               END-IF
               READ JOBSTREAMFILE
                   AT END
                       SET END-OF-JOB-STREAM TO TRUE
               END-READ
           END-PERFORM.

       FIND-LATEST-RUN-DATE.
           PERFORM OPEN-RUN-LOG.
           MOVE STATUS-REPORT-NAME TO PARM-ECHO-VALUE.
           PERFORM ECHO-PARM.

           MOVE "AOC_JOB_STREAM_FILE" TO PARM-KEYWORD.
           PERFORM GET-ONE-PARM.
           IF PARM-SUPPLIED
               MOVE PARM-VALUE TO JOB-STREAM-FILE-NAME
           END-IF.
           MOVE JOB-STREAM-FILE-NAME TO PARM-ECHO-VALUE.
           PERFORM ECHO-PARM.

           MOVE "AOC_STATUS_DATE" TO PARM-KEYWORD.
           PERFORM GET-ONE-PARM.
           IF PARM-SUPPLIED
