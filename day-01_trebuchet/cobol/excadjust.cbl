               ACCESS IS SEQUENTIAL
               FILE STATUS IS COW-FS.

       SELECT EXCCASEFILE ASSIGN TO DYNAMIC CASE-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS EC-CASE-KEY
               FILE STATUS IS EC-FS.

       SELECT SORTEXCFILE ASSIGN TO "SORTWK1".

       SELECT SORTCORFILE ASSIGN TO "SORTWK2".
           05 COW-LINE-NUM  PIC 9(8).
           05 COW-VALUE     PIC 99.

       FD EXCCASEFILE.
       01 EXCEPTION-CASE-RECORD.
           05 EC-CASE-KEY.
               10 EC-FILE-NAME   PIC X(100).
               10 EC-LINE-NUM    PIC 9(8).
           05 EC-STATUS          PIC X(11).
               88 EC-OPEN        VALUE "OPEN".
               88 EC-ASSIGNED    VALUE "ASSIGNED".
               88 EC-CORRECTED   VALUE "CORRECTED".
               88 EC-WRITTEN-OFF VALUE "WRITTEN-OFF".
           05 EC-ANALYST         PIC X(8).
           05 EC-OPENED-DATE     PIC 9(8).
           05 EC-CYCLE-DATE      PIC 9(8).
           05 EC-LAST-ACTION-DATE PIC 9(8).
           05 EC-LAST-ACTION     PIC X(11).
           05 EC-EXCEPTION-TEXT  PIC X(60).
           05 EC-RESOLUTION-NOTE PIC X(60).

       SD SORTEXCFILE.
       01 SORT-EXC-RECORD.
           05 SEX-FILE-NAME PIC X(100).
       01 ADJ-OUTPUT-FILE-NAME PIC X(100)
           VALUE 'adjusted-output.txt'.
       01 RUN-LOG-FILE-NAME    PIC X(100) VALUE 'runlog.txt'.
       01 CASE-FILE-NAME       PIC X(100) VALUE 'excase.dat'.
       01 ENV-BUFFER           PIC X(100).
       01 PARM-REQUEST.
           05 PARM-FUNCTION PIC X(4).
       77 ADJ-FS PIC X(2).
       77 AOUT-FS PIC X(2).
       77 LOG-FS PIC X(2).
       77 EC-FS PIC X(2).
       77 LOG-PROGRAM-ID PIC X(18) VALUE "AOC-DAY1-EXCADJ".
       77 LOG-DATE-WORK PIC 9(8).
       77 LOG-TIME-WORK PIC 9(8).
       77 CORRECTION-COUNT PIC 9(8) VALUE ZERO.
       77 APPLIED-COUNT PIC 9(8) VALUE ZERO.
       77 REJECTED-COUNT PIC 9(8) VALUE ZERO.
       77 CASE-TRACKING-SWITCH PIC X VALUE "Y".
           88 CASE-TRACKING-ENABLED VALUE "Y".
       77 CASE-RUN-DATE PIC 9(8) VALUE ZERO.
       77 CASES-CLOSED PIC 9(8) VALUE ZERO.
       77 CASES-NOT-FOUND PIC 9(8) VALUE ZERO.
       77 CASES-ALREADY-CLOSED PIC 9(8) VALUE ZERO.
       01 ORIGINAL-SUM PIC 9(8) VALUE ZERO.
       01 TOTAL-ADJUSTMENTS PIC 9(8) VALUE ZERO.
       01 ADJUSTED-SUM PIC 9(8) VALUE ZERO.
       01 DISPLAY-SUM PIC Z(8).
       77 APPROVAL-UPDATE-SWITCH PIC X VALUE "Y".
           88 APPROVAL-UPDATED VALUE "Y".
       01 APPROVAL-REQUEST.
           05 APQ-FUNCTION     PIC X(4).
           05 APQ-STATUS       PIC X(2).
           05 APQ-BATCH-TYPE   PIC X(8).
           05 APQ-BATCH-NAME   PIC X(100).
           05 APQ-CONTENT-NAME PIC X(100).
           05 APQ-OPERATOR     PIC X(8).
           05 APQ-ROLE         PIC X(1).
           05 APQ-PROGRAM      PIC X(18).
           05 APQ-EVENT        PIC X(8).
           05 APQ-NEW-STATUS   PIC X(9).
           05 APQ-RECORD-COUNT PIC 9(8).
           05 APQ-HASH         PIC 9(10).
           05 APQ-REASON       PIC X(40).

       PROCEDURE DIVISION.
           PERFORM GET-RUN-PARAMETERS.
           PERFORM WRITE-RUN-LOG-START.
           PERFORM VERIFY-CORRECTION-APPROVAL.
           PERFORM LOAD-ORIGINAL-OUTPUT.

           SORT SORTEXCFILE

           OPEN OUTPUT ADJUSTMENTFILE.
           PERFORM CHECK-ADJUSTMENT-OPEN-STATUS.
           IF CASE-TRACKING-ENABLED
               PERFORM OPEN-EXCEPTION-CASE-FILE
           END-IF.

           PERFORM MATCH-SORTED-CORRECTIONS.

           CLOSE ADJUSTMENTFILE.
           IF CASE-TRACKING-ENABLED
               CLOSE EXCCASEFILE
           END-IF.
           CALL "CBL_DELETE_FILE" USING EXC-WORK-NAME
               RETURNING WORK-DELETE-STATUS.
           CALL "CBL_DELETE_FILE" USING COR-WORK-NAME

           COMPUTE ADJUSTED-SUM = ORIGINAL-SUM + TOTAL-ADJUSTMENTS.
           PERFORM WRITE-ADJUSTED-OUTPUT.
           PERFORM MARK-CORRECTION-ADJUSTED.

           DISPLAY "EXCEPTIONS LOADED    " EXCEPTION-COUNT.
           DISPLAY "CORRECTIONS READ     " CORRECTION-COUNT.
           DISPLAY "CORRECTIONS APPLIED  " APPLIED-COUNT.
           DISPLAY "CORRECTIONS REJECTED " REJECTED-COUNT.
           IF CASE-TRACKING-ENABLED
               DISPLAY "CASES CORRECTED      " CASES-CLOSED
               DISPLAY "CASES NOT ON FILE    " CASES-NOT-FOUND
               DISPLAY "CASES ALREADY CLOSED " CASES-ALREADY-CLOSED
           END-IF.
           MOVE ORIGINAL-SUM TO DISPLAY-SUM.
           DISPLAY "ORIGINAL SUM         " DISPLAY-SUM.
           MOVE TOTAL-ADJUSTMENTS TO DISPLAY-SUM.
           IF REJECTED-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           IF NOT APPROVAL-UPDATED
               MOVE 8 TO RETURN-CODE
           END-IF.
           PERFORM WRITE-RUN-LOG-END.
           STOP RUN.

       VERIFY-CORRECTION-APPROVAL.
           MOVE SPACES TO APPROVAL-REQUEST.
           MOVE ZERO TO APQ-RECORD-COUNT.
           MOVE ZERO TO APQ-HASH.
           MOVE "VRFY" TO APQ-FUNCTION.
           MOVE "CORRECT" TO APQ-BATCH-TYPE.
           MOVE CORRECTION-FILE-NAME TO APQ-BATCH-NAME.
           MOVE LOG-PROGRAM-ID TO APQ-PROGRAM.
           CALL "AOC-DAY1-APPRCHK" USING APPROVAL-REQUEST.
           IF APQ-STATUS NOT = "00"
               DISPLAY "CORRECTION BATCH REFUSED - " APQ-REASON
                   ": " CORRECTION-FILE-NAME
               DISPLAY "NO ADJUSTMENTS WRITTEN"
               MOVE 8 TO RETURN-CODE
               PERFORM WRITE-RUN-LOG-END
               STOP RUN
           END-IF.
           DISPLAY "CORRECTION BATCH APPROVED BY " APQ-OPERATOR
               ", RECORDS " APQ-RECORD-COUNT.

       MARK-CORRECTION-ADJUSTED.
           MOVE SPACES TO APPROVAL-REQUEST.
           MOVE ZERO TO APQ-RECORD-COUNT.
           MOVE ZERO TO APQ-HASH.
           MOVE "DONE" TO APQ-FUNCTION.
           MOVE "CORRECT" TO APQ-BATCH-TYPE.
           MOVE CORRECTION-FILE-NAME TO APQ-BATCH-NAME.
           MOVE ADJUSTMENT-FILE-NAME TO APQ-CONTENT-NAME.
           MOVE LOG-PROGRAM-ID TO APQ-PROGRAM.
           MOVE "APPLY" TO APQ-EVENT.
           MOVE "ADJUSTED" TO APQ-NEW-STATUS.
           CALL "AOC-DAY1-APPRCHK" USING APPROVAL-REQUEST.
           IF APQ-STATUS NOT = "00"
               MOVE "N" TO APPROVAL-UPDATE-SWITCH
               DISPLAY "WARNING - APPROVAL NOT MARKED ADJUSTED - "
                   APQ-REASON
           END-IF.

       WRITE-RUN-LOG-START.
           MOVE SPACES TO RUN-LOG-RECORD.
           MOVE "START" TO LOG-EVENT.
                       ADD 1 TO APPLIED-COUNT
                       ADD WORK-VALUE TO TOTAL-ADJUSTMENTS
                       PERFORM WRITE-ADJUSTMENT-RECORD
                       IF CASE-TRACKING-ENABLED
                           PERFORM CLOSE-EXCEPTION-CASE
                       END-IF
                       PERFORM READ-EXC-WORK
                       PERFORM READ-COR-WORK
               END-EVALUATE
           MOVE TOTAL-ADJUSTMENTS TO ADJ-RUNNING-ADJ.
           WRITE ADJUSTMENT-RECORD.

       OPEN-EXCEPTION-CASE-FILE.
           ACCEPT CASE-RUN-DATE FROM DATE YYYYMMDD.
           OPEN I-O EXCCASEFILE.
           EVALUATE EC-FS
               WHEN "00"
                   CONTINUE
               WHEN "35"
                   DISPLAY "WARNING - EXCEPTION CASE FILE NOT FOUND, "
                       "CASES NOT UPDATED: " CASE-FILE-NAME
                   MOVE "N" TO CASE-TRACKING-SWITCH
               WHEN OTHER
                   DISPLAY "ABEND - OPEN FAILED, FILE STATUS " EC-FS
                       ": " CASE-FILE-NAME
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

       CLOSE-EXCEPTION-CASE.
           MOVE CMK-FILE-NAME TO EC-FILE-NAME.
           MOVE CMK-LINE-NUM TO EC-LINE-NUM.
           READ EXCCASEFILE
               INVALID KEY
                   ADD 1 TO CASES-NOT-FOUND
                   DISPLAY "WARNING - NO EXCEPTION CASE FOR LINE "
                       CMK-LINE-NUM " OF " CMK-FILE-NAME
               NOT INVALID KEY
                   IF EC-STATUS = "OPEN" OR EC-STATUS = "ASSIGNED"
                       PERFORM MARK-CASE-CORRECTED
                   ELSE
                       ADD 1 TO CASES-ALREADY-CLOSED
                       DISPLAY "WARNING - EXCEPTION CASE ALREADY "
                           EC-STATUS " FOR LINE " CMK-LINE-NUM
                           " OF " CMK-FILE-NAME
                   END-IF
           END-READ.

       MARK-CASE-CORRECTED.
           MOVE "CORRECTED" TO EC-STATUS.
           MOVE CASE-RUN-DATE TO EC-LAST-ACTION-DATE.
           MOVE "CORRECTED" TO EC-LAST-ACTION.
           MOVE SPACES TO EC-RESOLUTION-NOTE.
           STRING "CORRECTED TO " WORK-VALUE
               " BY EXCEPTION ADJUSTMENT RUN " CASE-RUN-DATE
               DELIMITED BY SIZE INTO EC-RESOLUTION-NOTE.
           REWRITE EXCEPTION-CASE-RECORD.
           IF EC-FS NOT = "00"
               DISPLAY "ABEND - CASE REWRITE FAILED, FILE "
                   "STATUS " EC-FS ": " CASE-FILE-NAME
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO CASES-CLOSED.

       WRITE-ADJUSTED-OUTPUT.
           OPEN OUTPUT ADJOUTPUTFILE.
           IF AOUT-FS NOT = "00"
           MOVE ADJ-OUTPUT-FILE-NAME TO PARM-ECHO-VALUE.
           PERFORM ECHO-PARM.

           MOVE "AOC_EXCEPTION_CASES" TO PARM-KEYWORD.
           PERFORM GET-ONE-PARM.
           IF PARM-SUPPLIED
               AND (PARM-VALUE(1:1) = "N" OR PARM-VALUE(1:1) = "n")
               MOVE "N" TO CASE-TRACKING-SWITCH
           END-IF.
           MOVE CASE-TRACKING-SWITCH TO PARM-ECHO-VALUE.
           PERFORM ECHO-PARM.

           MOVE "AOC_EXCEPTION_CASE_FILE" TO PARM-KEYWORD.
           PERFORM GET-ONE-PARM.
           IF PARM-SUPPLIED
               MOVE PARM-VALUE TO CASE-FILE-NAME
           END-IF.
           MOVE CASE-FILE-NAME TO PARM-ECHO-VALUE.
           PERFORM ECHO-PARM.

           MOVE "AOC_RUN_LOG_FILE" TO PARM-KEYWORD.
           PERFORM GET-ONE-PARM.
           IF PARM-SUPPLIED
