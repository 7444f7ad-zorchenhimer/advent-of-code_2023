               ACCESS IS SEQUENTIAL
               FILE STATUS IS MRP-FS.

       SELECT JOURNALFILE ASSIGN TO DYNAMIC JOURNAL-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL
               FILE STATUS IS JRN-FS.

       SELECT RUNLOGFILE ASSIGN TO DYNAMIC RUN-LOG-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL
           05 FILLER             PIC X(3) VALUE SPACES.
           05 MTR-BREAK-COUNT    PIC Z(7)9.

       FD JOURNALFILE.
       01 JOURNAL-RECORD.
           05 JRN-DATE           PIC 9(8).
           05 FILLER             PIC X(1).
           05 JRN-TIME           PIC 9(6).
           05 FILLER             PIC X(3).
           05 JRN-PROGRAM        PIC X(18).
           05 FILLER             PIC X(3).
           05 JRN-CYCLE-DATE     PIC 9(8).
           05 FILLER             PIC X(3).
           05 JRN-ACTION         PIC X(6).
           05 FILLER             PIC X(3).
           05 JRN-FILE-NAME      PIC X(100).
           05 FILLER             PIC X(3).
           05 JRN-LINE-NUM       PIC 9(8).
           05 FILLER             PIC X(3).
           05 JRN-BEFORE-IMAGE.
               10 JRN-BEFORE-FIRST-DIGIT  PIC 9.
               10 FILLER                  PIC X(1).
               10 JRN-BEFORE-SECOND-DIGIT PIC 9.
               10 FILLER                  PIC X(1).
               10 JRN-BEFORE-LINE-VALUE   PIC 99.
               10 FILLER                  PIC X(1).
               10 JRN-BEFORE-RUNNING-SUM  PIC 9(8).
           05 FILLER             PIC X(3).
           05 JRN-AFTER-IMAGE.
               10 JRN-AFTER-FIRST-DIGIT   PIC 9.
               10 FILLER                  PIC X(1).
               10 JRN-AFTER-SECOND-DIGIT  PIC 9.
               10 FILLER                  PIC X(1).
               10 JRN-AFTER-LINE-VALUE    PIC 99.
               10 FILLER                  PIC X(1).
               10 JRN-AFTER-RUNNING-SUM   PIC 9(8).

       FD RUNLOGFILE.
       01 RUN-LOG-RECORD.
           05 LOG-RUN-DATE       PIC 9(8).
       WORKING-STORAGE SECTION.
       01 MASTER-FILE-NAME  PIC X(100) VALUE 'calmaster.dat'.
       01 MAINT-REPORT-NAME PIC X(100) VALUE 'calmaint.txt'.
       01 JOURNAL-FILE-NAME PIC X(100) VALUE 'caljournal.txt'.
       01 RUN-LOG-FILE-NAME PIC X(100) VALUE 'runlog.txt'.
       01 PURGE-FILE-NAME   PIC X(100) VALUE SPACES.
       77 PURGE-SWITCH PIC X VALUE "N".

       77 CM-FS PIC X(2).
       77 MRP-FS PIC X(2).
       77 JRN-FS PIC X(2).
       77 LOG-FS PIC X(2).
       77 LOG-PROGRAM-ID PIC X(18) VALUE "AOC-DAY1-CALMAINT".
       77 LOG-DATE-WORK PIC 9(8).
       77 BREAK-COUNT PIC 9(8) VALUE ZERO.
       77 FILE-GROUP-COUNT PIC 9(8) VALUE ZERO.
       77 DELETE-FAIL-COUNT PIC 9(8) VALUE ZERO.
       77 JOURNAL-COUNT PIC 9(8) VALUE ZERO.
       77 JOURNAL-DATE-WORK PIC 9(8).
       77 JOURNAL-TIME-WORK PIC 9(8).
       01 MASTER-SAVE-RECORD PIC X(120).
       77 CYCLE-DATE PIC 9(8) VALUE ZERO.
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
       01 CALENDAR-REQUEST.
           05 CAL-FUNCTION    PIC X(4).
           05 CAL-STATUS      PIC X(2).
           05 CAL-DATE-IN     PIC 9(8).
           05 CAL-DATE-OUT    PIC 9(8).
           05 CAL-DAY-COUNT   PIC 9(5).
           05 CAL-DAY-TYPE    PIC X(8).
           05 CAL-DESCRIPTION PIC X(30).

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

       01 CURRENT-FILE-NAME PIC X(100) VALUE SPACES.
       77 GROUP-OPEN-SWITCH PIC X VALUE "N".
       PROCEDURE DIVISION.
           PERFORM GET-RUN-PARAMETERS.
           PERFORM WRITE-RUN-LOG-START.
           IF PURGE-REQUESTED
               PERFORM VERIFY-PURGE-APPROVAL
               PERFORM OPEN-JOURNAL-FILE
           END-IF.
           PERFORM OPEN-MASTER-FILE.
           PERFORM OPEN-REPORT-FILE.


           CLOSE CALMASTER.
           CLOSE MAINTRPTFILE.
           IF PURGE-REQUESTED
               CLOSE JOURNALFILE
               PERFORM MARK-PURGE-APPLIED
           END-IF.

           DISPLAY "MASTER RECORDS READ  " RECORDS-READ.
           DISPLAY "RECORDS DELETED      " RECORDS-DELETED.
           DISPLAY "JOURNAL ENTRIES      " JOURNAL-COUNT.
           DISPLAY "INPUT FILES REPORTED " FILE-GROUP-COUNT.
           DISPLAY "RUNNING SUM BREAKS   " BREAK-COUNT.

               MOVE 4 TO RETURN-CODE
           END-IF.
           IF BREAK-COUNT > 0
               OR NOT APPROVAL-UPDATED
               MOVE 8 TO RETURN-CODE
           END-IF.
           PERFORM WRITE-RUN-LOG-END.
           STOP RUN.

       VERIFY-PURGE-APPROVAL.
           MOVE SPACES TO APPROVAL-REQUEST.
           MOVE ZERO TO APQ-RECORD-COUNT.
           MOVE ZERO TO APQ-HASH.
           MOVE "VRFY" TO APQ-FUNCTION.
           MOVE "PURGE" TO APQ-BATCH-TYPE.
           MOVE PURGE-FILE-NAME TO APQ-BATCH-NAME.
           MOVE LOG-PROGRAM-ID TO APQ-PROGRAM.
           CALL "AOC-DAY1-APPRCHK" USING APPROVAL-REQUEST.
           IF APQ-STATUS NOT = "00"
               DISPLAY "MASTER PURGE REFUSED - " APQ-REASON
                   ": " PURGE-FILE-NAME
               DISPLAY "NO MASTER RECORDS DELETED"
               MOVE 8 TO RETURN-CODE
               PERFORM WRITE-RUN-LOG-END
               STOP RUN
           END-IF.
           DISPLAY "MASTER PURGE APPROVED BY " APQ-OPERATOR
               ", RECORDS " APQ-RECORD-COUNT.

       MARK-PURGE-APPLIED.
           MOVE SPACES TO APPROVAL-REQUEST.
           MOVE ZERO TO APQ-RECORD-COUNT.
           MOVE ZERO TO APQ-HASH.
           MOVE "DONE" TO APQ-FUNCTION.
           MOVE "PURGE" TO APQ-BATCH-TYPE.
           MOVE PURGE-FILE-NAME TO APQ-BATCH-NAME.
           MOVE LOG-PROGRAM-ID TO APQ-PROGRAM.
           MOVE "APPLY" TO APQ-EVENT.
           MOVE "APPLIED" TO APQ-NEW-STATUS.
           CALL "AOC-DAY1-APPRCHK" USING APPROVAL-REQUEST.
           IF APQ-STATUS NOT = "00"
               MOVE "N" TO APPROVAL-UPDATE-SWITCH
               DISPLAY "WARNING - APPROVAL NOT MARKED APPLIED - "
                   APQ-REASON
           END-IF.

       START-MASTER-WALK.
           MOVE LOW-VALUES TO CM-KEY.
           START CALMASTER KEY >= CM-KEY
           END-IF.

       DELETE-MASTER-RECORD.
           MOVE CALMASTER-RECORD TO MASTER-SAVE-RECORD.
           MOVE SPACES TO JOURNAL-RECORD.
           MOVE "DELETE" TO JRN-ACTION.
           PERFORM MOVE-JOURNAL-BEFORE-IMAGE.
           DELETE CALMASTER RECORD.
           IF CM-FS = "00"
               ADD 1 TO RECORDS-DELETED
               MOVE MASTER-SAVE-RECORD TO CALMASTER-RECORD
               PERFORM WRITE-JOURNAL-RECORD
           ELSE
               ADD 1 TO DELETE-FAIL-COUNT
               DISPLAY "WARNING - DELETE FAILED, FILE STATUS " CM-FS
                   " AT LINE " CM-LINE-NUM " OF " CM-FILE-NAME
           END-IF.

       MOVE-JOURNAL-BEFORE-IMAGE.
           MOVE CM-FIRST-DIGIT TO JRN-BEFORE-FIRST-DIGIT.
           MOVE CM-SECOND-DIGIT TO JRN-BEFORE-SECOND-DIGIT.
           MOVE CM-LINE-VALUE TO JRN-BEFORE-LINE-VALUE.
           MOVE CM-RUNNING-SUM TO JRN-BEFORE-RUNNING-SUM.

       WRITE-JOURNAL-RECORD.
           ACCEPT JOURNAL-DATE-WORK FROM DATE YYYYMMDD.
           ACCEPT JOURNAL-TIME-WORK FROM TIME.
           MOVE JOURNAL-DATE-WORK TO JRN-DATE.
           MOVE JOURNAL-TIME-WORK(1:6) TO JRN-TIME.
           MOVE LOG-PROGRAM-ID TO JRN-PROGRAM.
           MOVE CYCLE-DATE TO JRN-CYCLE-DATE.
           MOVE CM-FILE-NAME TO JRN-FILE-NAME.
           MOVE CM-LINE-NUM TO JRN-LINE-NUM.
           WRITE JOURNAL-RECORD.
           IF JRN-FS NOT = "00"
               DISPLAY "ABEND - JOURNAL WRITE FAILED, FILE STATUS "
                   JRN-FS ": " JOURNAL-FILE-NAME
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO JOURNAL-COUNT.

       OPEN-JOURNAL-FILE.
           OPEN EXTEND JOURNALFILE.
           IF JRN-FS = "35"
               OPEN OUTPUT JOURNALFILE
           END-IF.
           EVALUATE JRN-FS
               WHEN "00"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "ABEND - OPEN FAILED, FILE STATUS " JRN-FS
                       ": " JOURNAL-FILE-NAME
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

       CHECK-MASTER-RECORD.
           IF CM-FILE-NAME NOT = CURRENT-FILE-NAME
               OR NOT GROUP-OPEN

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

           MOVE "AOC_MASTER_FILE" TO PARM-KEYWORD.
           PERFORM GET-ONE-PARM.
           MOVE PURGE-FILE-NAME TO PARM-ECHO-VALUE.
           PERFORM ECHO-PARM.

           MOVE "AOC_MASTER_JOURNAL_FILE" TO PARM-KEYWORD.
           PERFORM GET-ONE-PARM.
           IF PARM-SUPPLIED
               MOVE PARM-VALUE TO JOURNAL-FILE-NAME
           END-IF.
           MOVE JOURNAL-FILE-NAME TO PARM-ECHO-VALUE.
           PERFORM ECHO-PARM.

           MOVE "AOC_RUN_LOG_FILE" TO PARM-KEYWORD.
           PERFORM GET-ONE-PARM.
           IF PARM-SUPPLIED
           MOVE RUN-LOG-FILE-NAME TO PARM-ECHO-VALUE.
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
