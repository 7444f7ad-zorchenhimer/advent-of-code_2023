       IDENTIFICATION DIVISION.
       PROGRAM-ID. AOC-DAY1-JOBCTL.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT JOBSTREAMFILE ASSIGN TO DYNAMIC JOB-STREAM-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL
               FILE STATUS IS JSD-FS.

       SELECT JOBSTATUSFILE ASSIGN TO DYNAMIC JOB-STATUS-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL
               FILE STATUS IS JST-FS.

       SELECT RUNLOGFILE ASSIGN TO DYNAMIC RUN-LOG-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL
               FILE STATUS IS LOG-FS.

       DATA DIVISION.

       FILE SECTION.
       FD JOBSTREAMFILE.
       01 JOB-STREAM-RECORD.
           05 JSD-STEP-NAME      PIC X(8).
           05 FILLER             PIC X(3).
           05 JSD-PROGRAM-NAME   PIC X(18).
           05 FILLER             PIC X(3).
           05 JSD-MAX-RC         PIC X(2).
           05 FILLER             PIC X(3).
           05 JSD-PREDECESSORS.
               10 JSD-PRED-ENTRY OCCURS 4 TIMES.
                   15 JSD-PRED-NAME PIC X(8).
                   15 FILLER        PIC X(1).
           05 FILLER             PIC X(2).
           05 JSD-COMMAND        PIC X(100).

       FD JOBSTATUSFILE.
       01 JOB-STATUS-RECORD.
           05 JST-STEP-NAME      PIC X(8).
           05 FILLER             PIC X(3) VALUE SPACES.
           05 JST-PROGRAM-NAME   PIC X(18).
           05 FILLER             PIC X(3) VALUE SPACES.
           05 JST-STATUS         PIC X(8).
           05 FILLER             PIC X(3) VALUE SPACES.
           05 JST-RETURN-CODE    PIC X(2).
           05 FILLER             PIC X(3) VALUE SPACES.
           05 JST-REASON         PIC X(60).
       01 JOB-STATUS-HEADER-RECORD.
           05 JST-HDR-LABEL      PIC X(22).
           05 JST-HDR-DATE       PIC 9(8).
           05 FILLER             PIC X(3).
           05 JST-HDR-MODE       PIC X(5).

       FD RUNLOGFILE.
       01 RUN-LOG-RECORD.
           05 LOG-RUN-DATE       PIC 9(8).
           05 FILLER             PIC X(1) VALUE SPACE.
           05 LOG-RUN-TIME       PIC 9(6).
           05 FILLER             PIC X(3) VALUE SPACES.
           05 LOG-PROGRAM-NAME   PIC X(18).
           05 FILLER             PIC X(3) VALUE SPACES.
           05 LOG-EVENT          PIC X(5).
           05 FILLER             PIC X(3) VALUE SPACES.
           05 LOG-RETURN-CODE    PIC 9(2).
           05 FILLER             PIC X(3) VALUE SPACES.
           05 LOG-RECORDS-READ   PIC 9(8).
           05 FILLER             PIC X(3) VALUE SPACES.
           05 LOG-RECORDS-WRITTEN PIC 9(8).
           05 FILLER             PIC X(3) VALUE SPACES.
           05 LOG-GATE-VERDICT   PIC X(8).

       WORKING-STORAGE SECTION.
       01 JOB-STREAM-FILE-NAME  PIC X(100) VALUE 'jobstream.def'.
       01 JOB-STATUS-FILE-NAME  PIC X(100) VALUE 'jobstatus.txt'.
       01 RUN-LOG-FILE-NAME     PIC X(100) VALUE 'runlog.txt'.
       01 ENV-BUFFER            PIC X(100).
       01 PARM-REQUEST.
           05 PARM-FUNCTION PIC X(4).
           05 PARM-STATUS   PIC X(2).
           05 PARM-KEYWORD  PIC X(30).
           05 PARM-VALUE    PIC X(100).
           05 PARM-SOURCE   PIC X(7).
       77 PARM-SUPPLIED-SWITCH PIC X VALUE "N".
           88 PARM-SUPPLIED VALUE "Y".
       01 PARM-ECHO-VALUE PIC X(100) VALUE SPACES.
       77 NUMERIC-SWITCH PIC X VALUE "N".
           88 FIELD-IS-NUMERIC VALUE "Y".
       77 DIGIT-SEEN-SWITCH PIC X VALUE "N".
           88 DIGIT-SEEN VALUE "Y".
       77 DIGITS-ENDED-SWITCH PIC X VALUE "N".
           88 DIGITS-ENDED VALUE "Y".
       77 BAD-FIELD-SWITCH PIC X VALUE "N".
           88 BAD-FIELD VALUE "Y".
       01 NUMERIC-WORK PIC X(8).
       77 NUMERIC-IDX PIC 9(2).
       77 NUMERIC-DIGIT PIC 9.
       77 WORK-NUMBER PIC 9(8).

       77 JSD-FS PIC X(2).
       77 JST-FS PIC X(2).
       77 LOG-FS PIC X(2).
       77 LOG-PROGRAM-ID PIC X(18) VALUE "AOC-DAY1-JOBCTL".
       77 LOG-DATE-WORK PIC 9(8).
       77 LOG-TIME-WORK PIC 9(8).
       77 JSD-EOF-SWITCH PIC X VALUE "N".
           88 END-OF-JOB-STREAM VALUE "Y".
       77 LOG-EOF-SWITCH PIC X VALUE "N".
           88 END-OF-RUN-LOG VALUE "Y".

       77 CYCLE-DATE PIC 9(8) VALUE ZERO.
       77 CYCLE-END-DATE PIC 9(8) VALUE ZERO.
       01 CALENDAR-REQUEST.
           05 CAL-FUNCTION    PIC X(4).
           05 CAL-STATUS      PIC X(2).
           05 CAL-DATE-IN     PIC 9(8).
           05 CAL-DATE-OUT    PIC 9(8).
           05 CAL-DAY-COUNT   PIC 9(5).
           05 CAL-DAY-TYPE    PIC X(8).
           05 CAL-DESCRIPTION PIC X(30).
       77 CONTROL-MODE PIC X(5) VALUE "RUN".
           88 RUN-MODE VALUE "RUN".
           88 CHECK-MODE VALUE "CHECK".
       01 RESTART-STEP-NAME PIC X(8) VALUE SPACES.
       77 RESTART-STEP-NUM PIC 9(2) VALUE ZERO.

       77 STEP-LIMIT PIC 9(2) VALUE 20.
       77 STEP-COUNT PIC 9(2) VALUE ZERO.
       01 STEP-TABLE.
           05 STEP-ENTRY OCCURS 20 TIMES
               INDEXED BY STEP-IDX SCAN-IDX SUCC-IDX.
               10 STEP-NAME        PIC X(8).
               10 STEP-PROGRAM     PIC X(18).
               10 STEP-MAX-RC      PIC 9(2).
               10 STEP-ACCEPT-RC   PIC 9(2).
               10 STEP-PRED-COUNT  PIC 9.
               10 STEP-PRED-NUM    PIC 9(2) OCCURS 4 TIMES.
               10 STEP-COMMAND     PIC X(100).
               10 STEP-LAST-EVENT  PIC X(5).
               10 STEP-END-COUNT   PIC 9(4).
               10 STEP-LAST-RC     PIC 9(2).
               10 STEP-STATUS      PIC X(8).
               10 STEP-REASON      PIC X(60).
               10 STEP-END-SEQ     PIC 9(8).

       77 PRED-IDX PIC 9.
       77 PRED-SLOT PIC 9.
       77 PRED-STEP-NUM PIC 9(2) VALUE ZERO.
       01 PRED-NAME-WORK PIC X(8) VALUE SPACES.
       77 PRED-FOUND-SWITCH PIC X VALUE "N".
           88 PREDECESSOR-FOUND VALUE "Y".
       77 PRED-WAIT-SWITCH PIC X VALUE "N".
           88 PREDECESSOR-WAITING VALUE "Y".
       77 PRED-BLOCK-SWITCH PIC X VALUE "N".
           88 PREDECESSOR-BLOCKED VALUE "Y".
       77 PRED-NEWER-SWITCH PIC X VALUE "N".
           88 PREDECESSOR-NEWER VALUE "Y".
       77 STEP-COMPLETE-SWITCH PIC X VALUE "N".
           88 STEP-COMPLETE VALUE "Y".
       77 PRIOR-END-COUNT PIC 9(4) VALUE ZERO.
       77 LOG-RECORD-SEQ PIC 9(8) VALUE ZERO.
       77 RELEASE-LOG-SEQ PIC 9(8) VALUE 99999999.

       77 DEFINITION-COUNT PIC 9(8) VALUE ZERO.
       77 STATUS-WRITTEN-COUNT PIC 9(8) VALUE ZERO.
       77 DONE-COUNT PIC 9(2) VALUE ZERO.
       77 PENDING-COUNT PIC 9(2) VALUE ZERO.
       77 BLOCKED-COUNT PIC 9(2) VALUE ZERO.
       77 STREAM-VERDICT PIC X(8) VALUE SPACES.
       77 STREAM-RETURN-CODE PIC 9(2) VALUE ZERO.

       PROCEDURE DIVISION.
           PERFORM GET-RUN-PARAMETERS.
           PERFORM WRITE-RUN-LOG-START.
           PERFORM LOAD-JOB-STREAM.
           PERFORM SET-ACCEPTABLE-RCS.
           PERFORM FIND-RESTART-STEP.
           PERFORM SCAN-RUN-LOG.
           MOVE LOG-RECORD-SEQ TO RELEASE-LOG-SEQ.

           PERFORM EVALUATE-ONE-STEP
               VARYING STEP-IDX FROM 1 BY 1
               UNTIL STEP-IDX > STEP-COUNT.

           PERFORM WRITE-JOB-STATUS-FILE.
           PERFORM SET-STREAM-RETURN-CODE.
           MOVE STREAM-RETURN-CODE TO RETURN-CODE.
           PERFORM WRITE-RUN-LOG-END.
           STOP RUN.

       WRITE-RUN-LOG-START.
           MOVE SPACES TO RUN-LOG-RECORD.
           MOVE "START" TO LOG-EVENT.
           MOVE ZERO TO LOG-RETURN-CODE.
           MOVE ZERO TO LOG-RECORDS-READ.
           MOVE ZERO TO LOG-RECORDS-WRITTEN.
           MOVE SPACES TO LOG-GATE-VERDICT.
           PERFORM WRITE-RUN-LOG-RECORD.

       WRITE-RUN-LOG-END.
           MOVE SPACES TO RUN-LOG-RECORD.
           MOVE "END" TO LOG-EVENT.
           MOVE RETURN-CODE TO LOG-RETURN-CODE.
           MOVE DEFINITION-COUNT TO LOG-RECORDS-READ.
           MOVE STATUS-WRITTEN-COUNT TO LOG-RECORDS-WRITTEN.
           MOVE STREAM-VERDICT TO LOG-GATE-VERDICT.
           PERFORM WRITE-RUN-LOG-RECORD.

       WRITE-RUN-LOG-RECORD.
           ACCEPT LOG-DATE-WORK FROM DATE YYYYMMDD.
           ACCEPT LOG-TIME-WORK FROM TIME.
           MOVE LOG-DATE-WORK TO LOG-RUN-DATE.
           MOVE LOG-TIME-WORK(1:6) TO LOG-RUN-TIME.
           MOVE LOG-PROGRAM-ID TO LOG-PROGRAM-NAME.
           OPEN EXTEND RUNLOGFILE.
           IF LOG-FS = "35"
               OPEN OUTPUT RUNLOGFILE
           END-IF.
           IF LOG-FS NOT = "00"
               DISPLAY "WARNING - RUN LOG OPEN FAILED, FILE STATUS "
                   LOG-FS ": " RUN-LOG-FILE-NAME
           ELSE
               WRITE RUN-LOG-RECORD
               CLOSE RUNLOGFILE
           END-IF.

       LOAD-JOB-STREAM.
           OPEN INPUT JOBSTREAMFILE.
           EVALUATE JSD-FS
               WHEN "00"
                   CONTINUE
               WHEN "35"
                   DISPLAY "ABEND - JOB STREAM DEFINITION NOT FOUND: "
                       JOB-STREAM-FILE-NAME
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               WHEN OTHER
                   DISPLAY "ABEND - OPEN FAILED, FILE STATUS " JSD-FS
                       ": " JOB-STREAM-FILE-NAME
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
           MOVE "N" TO JSD-EOF-SWITCH.
           READ JOBSTREAMFILE
               AT END
                   SET END-OF-JOB-STREAM TO TRUE
           END-READ.
           PERFORM UNTIL END-OF-JOB-STREAM
               ADD 1 TO DEFINITION-COUNT
               IF JOB-STREAM-RECORD NOT = SPACES
                   AND JOB-STREAM-RECORD(1:1) NOT = "*"
                   PERFORM STORE-JOB-STEP
               END-IF
               READ JOBSTREAMFILE
                   AT END
                       SET END-OF-JOB-STREAM TO TRUE
               END-READ
           END-PERFORM.
           CLOSE JOBSTREAMFILE.
           IF STEP-COUNT = 0
               DISPLAY "ABEND - NO STEPS IN JOB STREAM DEFINITION "
                   JOB-STREAM-FILE-NAME
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           DISPLAY "JOB STREAM STEPS LOADED: " STEP-COUNT.

       STORE-JOB-STEP.
           IF STEP-COUNT >= STEP-LIMIT
               DISPLAY "ABEND - JOB STREAM HAS MORE THAN " STEP-LIMIT
                   " STEPS"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF JSD-STEP-NAME = SPACES
               OR JSD-PROGRAM-NAME = SPACES
               DISPLAY "ABEND - STEP OR PROGRAM NAME MISSING ON "
                   "DEFINITION LINE " DEFINITION-COUNT
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE JSD-STEP-NAME TO PRED-NAME-WORK.
           PERFORM FIND-STEP-BY-NAME.
           IF PREDECESSOR-FOUND
               DISPLAY "ABEND - DUPLICATE STEP " JSD-STEP-NAME
                   " ON DEFINITION LINE " DEFINITION-COUNT
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE SPACES TO NUMERIC-WORK.
           MOVE JSD-MAX-RC TO NUMERIC-WORK.
           PERFORM VALIDATE-NUMERIC-WORK.
           IF NOT FIELD-IS-NUMERIC
               DISPLAY "ABEND - INVALID MAXIMUM RC '" JSD-MAX-RC
                   "' FOR STEP " JSD-STEP-NAME
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           ADD 1 TO STEP-COUNT.
           SET STEP-IDX TO STEP-COUNT.
           MOVE JSD-STEP-NAME TO STEP-NAME(STEP-IDX).
           MOVE JSD-PROGRAM-NAME TO STEP-PROGRAM(STEP-IDX).
           MOVE WORK-NUMBER TO STEP-MAX-RC(STEP-IDX).
           MOVE JSD-COMMAND TO STEP-COMMAND(STEP-IDX).
           MOVE 99 TO STEP-ACCEPT-RC(STEP-IDX).
           MOVE ZERO TO STEP-PRED-COUNT(STEP-IDX).
           MOVE SPACES TO STEP-STATUS(STEP-IDX).
           MOVE SPACES TO STEP-REASON(STEP-IDX).

           PERFORM VARYING PRED-IDX FROM 1 BY 1
               UNTIL PRED-IDX > 4
               IF JSD-PRED-NAME(PRED-IDX) NOT = SPACES
                   MOVE JSD-PRED-NAME(PRED-IDX) TO PRED-NAME-WORK
                   PERFORM FIND-STEP-BY-NAME
                   IF NOT PREDECESSOR-FOUND
                       OR PRED-STEP-NUM = STEP-COUNT
                       DISPLAY "ABEND - PREDECESSOR " PRED-NAME-WORK
                           " OF STEP " JSD-STEP-NAME
                           " IS NOT DEFINED AHEAD OF IT"
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO STEP-PRED-COUNT(STEP-IDX)
                   MOVE STEP-PRED-COUNT(STEP-IDX) TO PRED-SLOT
                   MOVE PRED-STEP-NUM
                       TO STEP-PRED-NUM(STEP-IDX, PRED-SLOT)
               END-IF
           END-PERFORM.

       FIND-STEP-BY-NAME.
           MOVE "N" TO PRED-FOUND-SWITCH.
           MOVE ZERO TO PRED-STEP-NUM.
           PERFORM VARYING SCAN-IDX FROM 1 BY 1
               UNTIL SCAN-IDX > STEP-COUNT
               OR PREDECESSOR-FOUND
               IF STEP-NAME(SCAN-IDX) = PRED-NAME-WORK
                   SET PREDECESSOR-FOUND TO TRUE
                   SET PRED-STEP-NUM TO SCAN-IDX
               END-IF
           END-PERFORM.

       SET-ACCEPTABLE-RCS.
           PERFORM VARYING SUCC-IDX FROM 1 BY 1
               UNTIL SUCC-IDX > STEP-COUNT
               PERFORM VARYING PRED-IDX FROM 1 BY 1
                   UNTIL PRED-IDX > STEP-PRED-COUNT(SUCC-IDX)
                   MOVE STEP-PRED-NUM(SUCC-IDX, PRED-IDX)
                       TO PRED-STEP-NUM
                   IF STEP-MAX-RC(SUCC-IDX)
                       < STEP-ACCEPT-RC(PRED-STEP-NUM)
                       MOVE STEP-MAX-RC(SUCC-IDX)
                           TO STEP-ACCEPT-RC(PRED-STEP-NUM)
                   END-IF
               END-PERFORM
           END-PERFORM.
           PERFORM VARYING STEP-IDX FROM 1 BY 1
               UNTIL STEP-IDX > STEP-COUNT
               IF STEP-ACCEPT-RC(STEP-IDX) > 15
                   MOVE 15 TO STEP-ACCEPT-RC(STEP-IDX)
               END-IF
           END-PERFORM.

       FIND-RESTART-STEP.
           IF RESTART-STEP-NAME NOT = SPACES
               MOVE RESTART-STEP-NAME TO PRED-NAME-WORK
               PERFORM FIND-STEP-BY-NAME
               IF NOT PREDECESSOR-FOUND
                   DISPLAY "ABEND - RESTART STEP " RESTART-STEP-NAME
                       " IS NOT IN THE JOB STREAM"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE PRED-STEP-NUM TO RESTART-STEP-NUM
               DISPLAY "RESTARTING JOB STREAM AT STEP "
                   RESTART-STEP-NAME
           END-IF.

       SCAN-RUN-LOG.
           PERFORM VARYING SCAN-IDX FROM 1 BY 1
               UNTIL SCAN-IDX > STEP-COUNT
               MOVE SPACES TO STEP-LAST-EVENT(SCAN-IDX)
               MOVE ZERO TO STEP-END-COUNT(SCAN-IDX)
               MOVE ZERO TO STEP-LAST-RC(SCAN-IDX)
               MOVE ZERO TO STEP-END-SEQ(SCAN-IDX)
           END-PERFORM.
           MOVE ZERO TO LOG-RECORD-SEQ.
           MOVE "N" TO LOG-EOF-SWITCH.
           OPEN INPUT RUNLOGFILE.
           EVALUATE LOG-FS
               WHEN "00"
                   CONTINUE
               WHEN "35"
                   SET END-OF-RUN-LOG TO TRUE
               WHEN OTHER
                   DISPLAY "ABEND - OPEN FAILED, FILE STATUS " LOG-FS
                       ": " RUN-LOG-FILE-NAME
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
           IF NOT END-OF-RUN-LOG
               PERFORM READ-RUN-LOG
               PERFORM UNTIL END-OF-RUN-LOG
                   ADD 1 TO LOG-RECORD-SEQ
                   IF (LOG-RUN-DATE >= CYCLE-DATE
                       AND LOG-RUN-DATE < CYCLE-END-DATE)
                       OR LOG-RECORD-SEQ > RELEASE-LOG-SEQ
                       PERFORM POST-LOG-TO-STEPS
                   END-IF
                   PERFORM READ-RUN-LOG
               END-PERFORM
               CLOSE RUNLOGFILE
           END-IF.

       POST-LOG-TO-STEPS.
           PERFORM VARYING SCAN-IDX FROM 1 BY 1
               UNTIL SCAN-IDX > STEP-COUNT
               IF STEP-PROGRAM(SCAN-IDX) = LOG-PROGRAM-NAME
                   MOVE LOG-EVENT TO STEP-LAST-EVENT(SCAN-IDX)
                   IF LOG-EVENT = "END"
                       ADD 1 TO STEP-END-COUNT(SCAN-IDX)
                       MOVE LOG-RETURN-CODE TO STEP-LAST-RC(SCAN-IDX)
                       MOVE LOG-RECORD-SEQ TO STEP-END-SEQ(SCAN-IDX)
                   END-IF
               END-IF
           END-PERFORM.

       READ-RUN-LOG.
           READ RUNLOGFILE
               AT END
                   SET END-OF-RUN-LOG TO TRUE
           END-READ.

       EVALUATE-ONE-STEP.
           MOVE "N" TO STEP-COMPLETE-SWITCH.
           IF STEP-LAST-EVENT(STEP-IDX) = "END"
               AND STEP-LAST-RC(STEP-IDX) <= STEP-ACCEPT-RC(STEP-IDX)
               SET STEP-COMPLETE TO TRUE
           END-IF.

           IF STEP-IDX < RESTART-STEP-NUM
               IF STEP-COMPLETE
                   PERFORM MARK-STEP-DONE
               ELSE
                   MOVE "BLOCKED" TO STEP-STATUS(STEP-IDX)
                   MOVE "NOT COMPLETE AHEAD OF THE RESTART STEP"
                       TO STEP-REASON(STEP-IDX)
               END-IF
           ELSE
               MOVE "N" TO PRED-WAIT-SWITCH
               MOVE "N" TO PRED-BLOCK-SWITCH
               MOVE "N" TO PRED-NEWER-SWITCH
               MOVE SPACES TO STEP-REASON(STEP-IDX)
               PERFORM CHECK-ONE-PREDECESSOR
                   VARYING PRED-IDX FROM 1 BY 1
                   UNTIL PRED-IDX > STEP-PRED-COUNT(STEP-IDX)
               EVALUATE TRUE
                   WHEN PREDECESSOR-BLOCKED
                       MOVE "BLOCKED" TO STEP-STATUS(STEP-IDX)
                   WHEN PREDECESSOR-WAITING
                       MOVE "WAITING" TO STEP-STATUS(STEP-IDX)
                   WHEN STEP-COMPLETE
                       AND NOT PREDECESSOR-NEWER
                       AND STEP-IDX NOT = RESTART-STEP-NUM
                       PERFORM MARK-STEP-DONE
                   WHEN OTHER
                       PERFORM RELEASE-STEP
               END-EVALUATE
           END-IF.

       CHECK-ONE-PREDECESSOR.
           MOVE STEP-PRED-NUM(STEP-IDX, PRED-IDX) TO PRED-STEP-NUM.
           IF STEP-STATUS(PRED-STEP-NUM) = "DONE"
               IF STEP-LAST-RC(PRED-STEP-NUM) > STEP-MAX-RC(STEP-IDX)
                   IF NOT PREDECESSOR-BLOCKED
                       MOVE SPACES TO STEP-REASON(STEP-IDX)
                       STRING "PREDECESSOR " DELIMITED BY SIZE
                           STEP-NAME(PRED-STEP-NUM) DELIMITED BY SPACE
                           " ENDED RC " DELIMITED BY SIZE
                           STEP-LAST-RC(PRED-STEP-NUM)
                               DELIMITED BY SIZE
                           ", MAXIMUM ALLOWED " DELIMITED BY SIZE
                           STEP-MAX-RC(STEP-IDX) DELIMITED BY SIZE
                           INTO STEP-REASON(STEP-IDX)
                       END-STRING
                   END-IF
                   SET PREDECESSOR-BLOCKED TO TRUE
               END-IF
               IF STEP-END-SEQ(PRED-STEP-NUM) > STEP-END-SEQ(STEP-IDX)
                   SET PREDECESSOR-NEWER TO TRUE
               END-IF
           ELSE
               IF NOT PREDECESSOR-BLOCKED
                   AND NOT PREDECESSOR-WAITING
                   MOVE SPACES TO STEP-REASON(STEP-IDX)
                   STRING "WAITING ON " DELIMITED BY SIZE
                       STEP-NAME(PRED-STEP-NUM) DELIMITED BY SPACE
                       " (" DELIMITED BY SIZE
                       STEP-STATUS(PRED-STEP-NUM) DELIMITED BY SPACE
                       ") - NO CLEAN END FOR CYCLE DATE"
                           DELIMITED BY SIZE
                       INTO STEP-REASON(STEP-IDX)
                   END-STRING
               END-IF
               IF NOT PREDECESSOR-BLOCKED
                   SET PREDECESSOR-WAITING TO TRUE
               END-IF
           END-IF.

       MARK-STEP-DONE.
           MOVE "DONE" TO STEP-STATUS(STEP-IDX).
           MOVE SPACES TO STEP-REASON(STEP-IDX).
           STRING "CLEAN END IN RUN LOG, RC " DELIMITED BY SIZE
               STEP-LAST-RC(STEP-IDX) DELIMITED BY SIZE
               INTO STEP-REASON(STEP-IDX)
           END-STRING.

       RELEASE-STEP.
           MOVE "RELEASED" TO STEP-STATUS(STEP-IDX).
           MOVE SPACES TO STEP-REASON(STEP-IDX).
           EVALUATE TRUE
               WHEN STEP-IDX = RESTART-STEP-NUM
                   MOVE "RESTART REQUESTED AT THIS STEP"
                       TO STEP-REASON(STEP-IDX)
               WHEN STEP-LAST-EVENT(STEP-IDX) = SPACES
                   MOVE "ALL PREDECESSORS COMPLETE"
                       TO STEP-REASON(STEP-IDX)
               WHEN STEP-LAST-EVENT(STEP-IDX) = "START"
                   MOVE "RESTART - PRIOR RUN HAS NO END RECORD"
                       TO STEP-REASON(STEP-IDX)
               WHEN STEP-LAST-RC(STEP-IDX) > STEP-ACCEPT-RC(STEP-IDX)
                   STRING "RESTART - PRIOR RUN ENDED RC "
                       DELIMITED BY SIZE
                       STEP-LAST-RC(STEP-IDX) DELIMITED BY SIZE
                       INTO STEP-REASON(STEP-IDX)
                   END-STRING
               WHEN OTHER
                   MOVE "RERUN - PREDECESSOR ENDED AFTER THIS STEP"
                       TO STEP-REASON(STEP-IDX)
           END-EVALUATE.
           IF RUN-MODE
               IF STEP-COMMAND(STEP-IDX) = SPACES
                   MOVE "RELEASED - NO COMMAND, RUN STEP MANUALLY"
                       TO STEP-REASON(STEP-IDX)
               ELSE
                   PERFORM EXECUTE-STEP
               END-IF
           END-IF.

       EXECUTE-STEP.
           MOVE STEP-END-COUNT(STEP-IDX) TO PRIOR-END-COUNT.
           DISPLAY "RELEASING STEP " STEP-NAME(STEP-IDX) " "
               STEP-PROGRAM(STEP-IDX).
           CALL "SYSTEM" USING STEP-COMMAND(STEP-IDX).
           PERFORM SCAN-RUN-LOG.
           MOVE SPACES TO STEP-REASON(STEP-IDX).
           EVALUATE TRUE
               WHEN STEP-END-COUNT(STEP-IDX) NOT > PRIOR-END-COUNT
                   AND STEP-LAST-EVENT(STEP-IDX) = "START"
                   MOVE "FAILED" TO STEP-STATUS(STEP-IDX)
                   MOVE "ABENDED - NO END RECORD IN RUN LOG"
                       TO STEP-REASON(STEP-IDX)
               WHEN STEP-END-COUNT(STEP-IDX) NOT > PRIOR-END-COUNT
                   MOVE "FAILED" TO STEP-STATUS(STEP-IDX)
                   MOVE "STEP WROTE NO RUN LOG RECORDS"
                       TO STEP-REASON(STEP-IDX)
               WHEN STEP-LAST-RC(STEP-IDX) >= 16
                   MOVE "FAILED" TO STEP-STATUS(STEP-IDX)
                   STRING "ABENDED RC " DELIMITED BY SIZE
                       STEP-LAST-RC(STEP-IDX) DELIMITED BY SIZE
                       INTO STEP-REASON(STEP-IDX)
                   END-STRING
               WHEN OTHER
                   PERFORM MARK-STEP-DONE
           END-EVALUATE.
           DISPLAY "STEP " STEP-NAME(STEP-IDX) " "
               STEP-STATUS(STEP-IDX) " " STEP-REASON(STEP-IDX).

       WRITE-JOB-STATUS-FILE.
           OPEN OUTPUT JOBSTATUSFILE.
           IF JST-FS NOT = "00"
               DISPLAY "ABEND - OPEN FAILED, FILE STATUS " JST-FS
                   ": " JOB-STATUS-FILE-NAME
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE SPACES TO JOB-STATUS-HEADER-RECORD.
           MOVE "JOB STREAM STATUS FOR " TO JST-HDR-LABEL.
           MOVE CYCLE-DATE TO JST-HDR-DATE.
           MOVE CONTROL-MODE TO JST-HDR-MODE.
           WRITE JOB-STATUS-HEADER-RECORD.
           DISPLAY "JOB STREAM STATUS FOR " CYCLE-DATE
               " (" CONTROL-MODE ")".
           PERFORM VARYING STEP-IDX FROM 1 BY 1
               UNTIL STEP-IDX > STEP-COUNT
               MOVE SPACES TO JOB-STATUS-RECORD
               MOVE STEP-NAME(STEP-IDX) TO JST-STEP-NAME
               MOVE STEP-PROGRAM(STEP-IDX) TO JST-PROGRAM-NAME
               MOVE STEP-STATUS(STEP-IDX) TO JST-STATUS
               IF STEP-END-COUNT(STEP-IDX) > 0
                   MOVE STEP-LAST-RC(STEP-IDX) TO JST-RETURN-CODE
               END-IF
               MOVE STEP-REASON(STEP-IDX) TO JST-REASON
               WRITE JOB-STATUS-RECORD
               ADD 1 TO STATUS-WRITTEN-COUNT
               DISPLAY STEP-NAME(STEP-IDX) " " STEP-STATUS(STEP-IDX)
                   " " STEP-REASON(STEP-IDX)
           END-PERFORM.
           CLOSE JOBSTATUSFILE.

       SET-STREAM-RETURN-CODE.
           PERFORM VARYING STEP-IDX FROM 1 BY 1
               UNTIL STEP-IDX > STEP-COUNT
               EVALUATE STEP-STATUS(STEP-IDX)
                   WHEN "DONE"
                       ADD 1 TO DONE-COUNT
                   WHEN "BLOCKED"
                   WHEN "FAILED"
                       ADD 1 TO BLOCKED-COUNT
                   WHEN OTHER
                       ADD 1 TO PENDING-COUNT
               END-EVALUATE
           END-PERFORM.
           EVALUATE TRUE
               WHEN BLOCKED-COUNT > 0
                   MOVE "BLOCKED" TO STREAM-VERDICT
                   MOVE 8 TO STREAM-RETURN-CODE
               WHEN PENDING-COUNT > 0
                   MOVE "PENDING" TO STREAM-VERDICT
                   MOVE 4 TO STREAM-RETURN-CODE
               WHEN OTHER
                   MOVE "COMPLETE" TO STREAM-VERDICT
                   MOVE 0 TO STREAM-RETURN-CODE
           END-EVALUATE.
           DISPLAY "STEPS DONE " DONE-COUNT
               " PENDING " PENDING-COUNT
               " BLOCKED " BLOCKED-COUNT
               " - STREAM " STREAM-VERDICT.

       GET-RUN-PARAMETERS.
           PERFORM LOAD-PARM-CARD.
           ACCEPT CYCLE-DATE FROM DATE YYYYMMDD.

           MOVE "AOC_CYCLE_DATE" TO PARM-KEYWORD.
           PERFORM GET-ONE-PARM.
           IF PARM-SUPPLIED
               MOVE PARM-VALUE(1:8) TO NUMERIC-WORK
               PERFORM VALIDATE-NUMERIC-WORK
               IF NOT FIELD-IS-NUMERIC
                   PERFORM ABEND-BAD-PARM-VALUE
               END-IF
               MOVE WORK-NUMBER TO CYCLE-DATE
           ELSE
               MOVE "CURR" TO CAL-FUNCTION
               MOVE CYCLE-DATE TO CAL-DATE-IN
               PERFORM CALL-BUSINESS-CALENDAR
               MOVE CAL-DATE-OUT TO CYCLE-DATE
           END-IF.
           MOVE CYCLE-DATE TO PARM-ECHO-VALUE.
           PERFORM ECHO-PARM.
           MOVE "NEXT" TO CAL-FUNCTION.
           MOVE CYCLE-DATE TO CAL-DATE-IN.
           PERFORM CALL-BUSINESS-CALENDAR.
           MOVE CAL-DATE-OUT TO CYCLE-END-DATE.

           MOVE "AOC_JOB_STREAM_FILE" TO PARM-KEYWORD.
           PERFORM GET-ONE-PARM.
           IF PARM-SUPPLIED
               MOVE PARM-VALUE TO JOB-STREAM-FILE-NAME
           END-IF.
           MOVE JOB-STREAM-FILE-NAME TO PARM-ECHO-VALUE.
           PERFORM ECHO-PARM.

           MOVE "AOC_JOB_STATUS_FILE" TO PARM-KEYWORD.
           PERFORM GET-ONE-PARM.
           IF PARM-SUPPLIED
               MOVE PARM-VALUE TO JOB-STATUS-FILE-NAME
           END-IF.
           MOVE JOB-STATUS-FILE-NAME TO PARM-ECHO-VALUE.
           PERFORM ECHO-PARM.

           MOVE "AOC_RUN_LOG_FILE" TO PARM-KEYWORD.
           PERFORM GET-ONE-PARM.
           IF PARM-SUPPLIED
               MOVE PARM-VALUE TO RUN-LOG-FILE-NAME
           END-IF.
           MOVE RUN-LOG-FILE-NAME TO PARM-ECHO-VALUE.
           PERFORM ECHO-PARM.

           MOVE "AOC_JOB_MODE" TO PARM-KEYWORD.
           PERFORM GET-ONE-PARM.
           IF PARM-SUPPLIED
               MOVE PARM-VALUE TO CONTROL-MODE
               IF NOT RUN-MODE
                   AND NOT CHECK-MODE
                   PERFORM ABEND-BAD-PARM-VALUE
               END-IF
           END-IF.
           MOVE CONTROL-MODE TO PARM-ECHO-VALUE.
           PERFORM ECHO-PARM.

           MOVE "AOC_RESTART_STEP" TO PARM-KEYWORD.
           PERFORM GET-ONE-PARM.
           IF PARM-SUPPLIED
               MOVE PARM-VALUE TO RESTART-STEP-NAME
           END-IF.
           MOVE RESTART-STEP-NAME TO PARM-ECHO-VALUE.
           PERFORM ECHO-PARM.

       CALL-BUSINESS-CALENDAR.
           CALL "AOC-DAY1-BUSDATE" USING CALENDAR-REQUEST.
           IF CAL-STATUS NOT = "00"
               DISPLAY "ABEND - BUSINESS CALENDAR REQUEST "
                   CAL-FUNCTION " FAILED FOR " CAL-DATE-IN
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       LOAD-PARM-CARD.
           MOVE "LOAD" TO PARM-FUNCTION.
           CALL "AOC-DAY1-PARMLOAD" USING PARM-REQUEST.
           IF PARM-STATUS NOT = "00"
               DISPLAY "ABEND - PARAMETER CARD VALIDATION FAILED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       GET-ONE-PARM.
           MOVE "GET" TO PARM-FUNCTION.
           MOVE SPACES TO PARM-VALUE.
           CALL "AOC-DAY1-PARMLOAD" USING PARM-REQUEST.
           MOVE "N" TO PARM-SUPPLIED-SWITCH.
           IF PARM-STATUS = "00"
               AND PARM-VALUE NOT = SPACES
               MOVE "Y" TO PARM-SUPPLIED-SWITCH
           END-IF.

       ECHO-PARM.
           DISPLAY "PARM " PARM-KEYWORD " = " PARM-ECHO-VALUE
               " (" PARM-SOURCE ")".
           MOVE SPACES TO PARM-ECHO-VALUE.

       ABEND-BAD-PARM-VALUE.
           DISPLAY "ABEND - INVALID VALUE FOR " PARM-KEYWORD
               ": " PARM-VALUE(1:20).
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

       VALIDATE-NUMERIC-WORK.
           MOVE "N" TO NUMERIC-SWITCH.
           MOVE "N" TO DIGIT-SEEN-SWITCH.
           MOVE "N" TO DIGITS-ENDED-SWITCH.
           MOVE "N" TO BAD-FIELD-SWITCH.
           MOVE ZERO TO WORK-NUMBER.
           PERFORM VARYING NUMERIC-IDX FROM 1 BY 1
               UNTIL NUMERIC-IDX > 8
               OR BAD-FIELD
               EVALUATE TRUE
                   WHEN NUMERIC-WORK(NUMERIC-IDX:1) = SPACE
                       AND NOT DIGIT-SEEN
                       CONTINUE
                   WHEN NUMERIC-WORK(NUMERIC-IDX:1) = SPACE
                       SET DIGITS-ENDED TO TRUE
                   WHEN NUMERIC-WORK(NUMERIC-IDX:1) >= "0"
                       AND NUMERIC-WORK(NUMERIC-IDX:1) <= "9"
                       AND DIGITS-ENDED
                       SET BAD-FIELD TO TRUE
                   WHEN NUMERIC-WORK(NUMERIC-IDX:1) >= "0"
                       AND NUMERIC-WORK(NUMERIC-IDX:1) <= "9"
                       SET DIGIT-SEEN TO TRUE
                       MOVE NUMERIC-WORK(NUMERIC-IDX:1)
                           TO NUMERIC-DIGIT
                       COMPUTE WORK-NUMBER =
                           WORK-NUMBER * 10 + NUMERIC-DIGIT
                   WHEN OTHER
                       SET BAD-FIELD TO TRUE
               END-EVALUATE
           END-PERFORM.
           IF DIGIT-SEEN
               AND NOT BAD-FIELD
               MOVE "Y" TO NUMERIC-SWITCH
           END-IF.
