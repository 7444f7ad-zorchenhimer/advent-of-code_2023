               ACCESS IS SEQUENTIAL
               FILE STATUS IS SUP-FS.

       SELECT JOURNALFILE ASSIGN TO DYNAMIC JOURNAL-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL
               FILE STATUS IS JRN-FS.

       SELECT RUNLOGFILE ASSIGN TO DYNAMIC RUN-LOG-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL
       FD SUPPIFCFILE.
       01 SUPP-IFC-RECORD PIC X(160).

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
       01 ADJUSTMENT-FILE-NAME PIC X(100) VALUE 'adjustments.txt'.
       01 CORRECTION-FILE-NAME PIC X(100) VALUE 'corrections.txt'.
       01 ADJ-OUTPUT-FILE-NAME PIC X(100)
           VALUE 'adjusted-output.txt'.
       01 RUN-HISTORY-FILE-NAME PIC X(100) VALUE 'runhistory.txt'.
       01 MASTER-FILE-NAME     PIC X(100) VALUE 'calmaster.dat'.
       01 SUPP-INTERFACE-NAME  PIC X(100)
           VALUE 'interface-supp.txt'.
       01 JOURNAL-FILE-NAME    PIC X(100) VALUE 'caljournal.txt'.
       01 RUN-LOG-FILE-NAME    PIC X(100) VALUE 'runlog.txt'.
       01 ENV-BUFFER           PIC X(100).
       01 PARM-REQUEST.
           88 PARM-SUPPLIED VALUE "Y".
       01 PARM-ECHO-VALUE PIC X(100) VALUE SPACES.
       77 RUN-DATE PIC 9(8).
       77 CYCLE-DATE PIC 9(8) VALUE ZERO.

       77 ADJ-FS PIC X(2).
       77 AOUT-FS PIC X(2).
       77 HWK-FS PIC X(2).
       77 CM-FS PIC X(2).
       77 SUP-FS PIC X(2).
       77 JRN-FS PIC X(2).
       77 LOG-FS PIC X(2).
       77 LOG-PROGRAM-ID PIC X(18) VALUE "AOC-DAY1-SYNCADJ".
       77 LOG-DATE-WORK PIC 9(8).
       77 MASTER-REPLACED PIC 9(8) VALUE ZERO.
       77 MASTER-CHAIN-UPDATES PIC 9(8) VALUE ZERO.
       77 HISTORY-UPDATED PIC 9(8) VALUE ZERO.
       77 JOURNAL-COUNT PIC 9(8) VALUE ZERO.
       77 JOURNAL-DATE-WORK PIC 9(8).
       77 JOURNAL-TIME-WORK PIC 9(8).

       77 PRED-RUNNING-SUM PIC 9(8) VALUE ZERO.
       77 OLD-RUNNING-SUM PIC 9(8) VALUE ZERO.
       77 NEW-RUNNING-SUM PIC 9(8) VALUE ZERO.
       77 OLD-LINE-VALUE PIC 99 VALUE ZERO.
       77 OLD-FIRST-DIGIT PIC 9 VALUE ZERO.
       77 OLD-SECOND-DIGIT PIC 9 VALUE ZERO.
       77 VALUE-DELTA PIC S9(3) VALUE ZERO.
       77 TARGET-EXIST-SWITCH PIC X VALUE "N".
           88 TARGET-RECORD-EXISTS VALUE "Y".
       77 SUP-HASH-WORK PIC 9(10).
       77 RUN-TIME-WORK PIC 9(8).

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
           PERFORM LOAD-ADJUSTED-OUTPUT.
           IF CYCLE-DATE = ZERO
               MOVE RUN-DATE TO CYCLE-DATE
           END-IF.
           PERFORM VERIFY-ADJUSTMENT-APPROVAL.
           PERFORM OPEN-JOURNAL-FILE.
           PERFORM OPEN-MASTER-FILE.
           PERFORM OPEN-SUPP-INTERFACE.
           PERFORM WRITE-SUPP-HEADER.
           PERFORM WRITE-SUPP-TRAILER.
           CLOSE SUPPIFCFILE.
           CLOSE CALMASTER.
           CLOSE JOURNALFILE.

           PERFORM UPDATE-RUN-HISTORY.
           PERFORM MARK-CORRECTION-APPLIED.

           DISPLAY "ADJUSTMENTS READ     " ADJUSTMENTS-READ.
           DISPLAY "ADJUSTMENTS REJECTED " ADJUSTMENTS-REJECTED.
           DISPLAY "CHAIN RECORDS FIXED  " MASTER-CHAIN-UPDATES.
           DISPLAY "HISTORY UPDATED      " HISTORY-UPDATED.
           DISPLAY "SUPPLEMENTAL RECORDS " SUPP-RECORD-COUNT.
           DISPLAY "JOURNAL ENTRIES      " JOURNAL-COUNT.

           IF ADJUSTMENTS-REJECTED > 0
               OR HISTORY-UPDATED = 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           IF NOT APPROVAL-UPDATED
               MOVE 8 TO RETURN-CODE
           END-IF.
           PERFORM WRITE-RUN-LOG-END.
           STOP RUN.

       VERIFY-ADJUSTMENT-APPROVAL.
           MOVE SPACES TO APPROVAL-REQUEST.
           MOVE ZERO TO APQ-RECORD-COUNT.
           MOVE ZERO TO APQ-HASH.
           MOVE "VDRV" TO APQ-FUNCTION.
           MOVE "CORRECT" TO APQ-BATCH-TYPE.
           MOVE CORRECTION-FILE-NAME TO APQ-BATCH-NAME.
           MOVE ADJUSTMENT-FILE-NAME TO APQ-CONTENT-NAME.
           MOVE LOG-PROGRAM-ID TO APQ-PROGRAM.
           CALL "AOC-DAY1-APPRCHK" USING APPROVAL-REQUEST.
           IF APQ-STATUS NOT = "00"
               DISPLAY "ADJUSTMENT BATCH REFUSED - " APQ-REASON
                   ": " CORRECTION-FILE-NAME
               DISPLAY "CALIBRATION MASTER NOT UPDATED"
               MOVE 8 TO RETURN-CODE
               PERFORM WRITE-RUN-LOG-END
               STOP RUN
           END-IF.
           DISPLAY "CORRECTION BATCH APPROVED BY " APQ-OPERATOR
               ", ADJUSTMENTS " APQ-RECORD-COUNT.

       MARK-CORRECTION-APPLIED.
           MOVE SPACES TO APPROVAL-REQUEST.
           MOVE ZERO TO APQ-RECORD-COUNT.
           MOVE ZERO TO APQ-HASH.
           MOVE "DONE" TO APQ-FUNCTION.
           MOVE "CORRECT" TO APQ-BATCH-TYPE.
           MOVE CORRECTION-FILE-NAME TO APQ-BATCH-NAME.
           MOVE LOG-PROGRAM-ID TO APQ-PROGRAM.
           MOVE "APPLY" TO APQ-EVENT.
           MOVE "APPLIED" TO APQ-NEW-STATUS.
           CALL "AOC-DAY1-APPRCHK" USING APPROVAL-REQUEST.
           IF APQ-STATUS NOT = "00"
               MOVE "N" TO APPROVAL-UPDATE-SWITCH
               DISPLAY "WARNING - APPROVAL NOT MARKED APPLIED - "
                   APQ-REASON
           END-IF.

       LOAD-ADJUSTED-OUTPUT.
           OPEN INPUT ADJOUTPUTFILE.
           EVALUATE AOUT-FS
           MOVE ZERO TO PRED-RUNNING-SUM.
           MOVE ZERO TO OLD-RUNNING-SUM.
           MOVE ZERO TO OLD-LINE-VALUE.
           MOVE ZERO TO OLD-FIRST-DIGIT.
           MOVE ZERO TO OLD-SECOND-DIGIT.
           MOVE "N" TO TARGET-EXIST-SWITCH.
           MOVE "N" TO MASTER-SCAN-SWITCH.
           MOVE ADJ-FILE-NAME TO CM-FILE-NAME.
                           WHEN CM-LINE-NUM = WORK-LINE-NUM
                               SET TARGET-RECORD-EXISTS TO TRUE
                               MOVE CM-LINE-VALUE TO OLD-LINE-VALUE
                               MOVE CM-FIRST-DIGIT
                                   TO OLD-FIRST-DIGIT
                               MOVE CM-SECOND-DIGIT
                                   TO OLD-SECOND-DIGIT
                               MOVE CM-RUNNING-SUM
                                   TO OLD-RUNNING-SUM
                               SET MASTER-SCAN-DONE TO TRUE
               REWRITE CALMASTER-RECORD
               IF CM-FS = "00"
                   ADD 1 TO MASTER-REPLACED
                   MOVE SPACES TO JOURNAL-RECORD
                   MOVE "CHANGE" TO JRN-ACTION
                   MOVE OLD-FIRST-DIGIT TO JRN-BEFORE-FIRST-DIGIT
                   MOVE OLD-SECOND-DIGIT TO JRN-BEFORE-SECOND-DIGIT
                   MOVE OLD-LINE-VALUE TO JRN-BEFORE-LINE-VALUE
                   MOVE OLD-RUNNING-SUM TO JRN-BEFORE-RUNNING-SUM
                   PERFORM MOVE-JOURNAL-AFTER-IMAGE
                   PERFORM WRITE-JOURNAL-RECORD
               ELSE
                   ADD 1 TO ADJUSTMENTS-REJECTED
                   DISPLAY "ADJUSTMENT REJECTED - REWRITE FAILED, "
               WRITE CALMASTER-RECORD
               IF CM-FS = "00"
                   ADD 1 TO MASTER-LOADED
                   MOVE SPACES TO JOURNAL-RECORD
                   MOVE "ADD" TO JRN-ACTION
                   PERFORM MOVE-JOURNAL-AFTER-IMAGE
                   PERFORM WRITE-JOURNAL-RECORD
               ELSE
                   ADD 1 TO ADJUSTMENTS-REJECTED
                   DISPLAY "ADJUSTMENT REJECTED - WRITE FAILED, "
                       IF CM-FILE-NAME NOT = ADJ-FILE-NAME
                           SET MASTER-SCAN-DONE TO TRUE
                       ELSE
                           MOVE SPACES TO JOURNAL-RECORD
                           MOVE "CHANGE" TO JRN-ACTION
                           PERFORM MOVE-JOURNAL-BEFORE-IMAGE
                           COMPUTE CM-RUNNING-SUM =
                               CM-RUNNING-SUM + VALUE-DELTA
                           REWRITE CALMASTER-RECORD
                           IF CM-FS = "00"
                               ADD 1 TO MASTER-CHAIN-UPDATES
                               PERFORM MOVE-JOURNAL-AFTER-IMAGE
                               PERFORM WRITE-JOURNAL-RECORD
                           ELSE
                               DISPLAY "WARNING - CHAIN REWRITE "
                                   "FAILED, FILE STATUS " CM-FS
               END-READ
           END-PERFORM.

       MOVE-JOURNAL-BEFORE-IMAGE.
           MOVE CM-FIRST-DIGIT TO JRN-BEFORE-FIRST-DIGIT.
           MOVE CM-SECOND-DIGIT TO JRN-BEFORE-SECOND-DIGIT.
           MOVE CM-LINE-VALUE TO JRN-BEFORE-LINE-VALUE.
           MOVE CM-RUNNING-SUM TO JRN-BEFORE-RUNNING-SUM.

       MOVE-JOURNAL-AFTER-IMAGE.
           MOVE CM-FIRST-DIGIT TO JRN-AFTER-FIRST-DIGIT.
           MOVE CM-SECOND-DIGIT TO JRN-AFTER-SECOND-DIGIT.
           MOVE CM-LINE-VALUE TO JRN-AFTER-LINE-VALUE.
           MOVE CM-RUNNING-SUM TO JRN-AFTER-RUNNING-SUM.

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

       OPEN-MASTER-FILE.
           OPEN I-O CALMASTER.
           IF CM-FS = "35"
       GET-RUN-PARAMETERS.
           PERFORM LOAD-PARM-CARD.

           MOVE "AOC_CYCLE_DATE" TO PARM-KEYWORD.
           PERFORM GET-ONE-PARM.
           IF PARM-SUPPLIED
               MOVE PARM-VALUE(1:8) TO NUMERIC-WORK
               PERFORM VALIDATE-NUMERIC-WORK
               IF NOT FIELD-IS-NUMERIC
                   PERFORM ABEND-BAD-PARM-VALUE
               END-IF
               MOVE WORK-NUMBER TO CYCLE-DATE
           END-IF.
           MOVE CYCLE-DATE TO PARM-ECHO-VALUE.
           PERFORM ECHO-PARM.

           MOVE "AOC_ADJUSTMENT_FILE" TO PARM-KEYWORD.
           PERFORM GET-ONE-PARM.
           IF PARM-SUPPLIED
           MOVE ADJUSTMENT-FILE-NAME TO PARM-ECHO-VALUE.
           PERFORM ECHO-PARM.

           MOVE "AOC_CORRECTION_FILE" TO PARM-KEYWORD.
           PERFORM GET-ONE-PARM.
           IF PARM-SUPPLIED
               MOVE PARM-VALUE TO CORRECTION-FILE-NAME
           END-IF.
           MOVE CORRECTION-FILE-NAME TO PARM-ECHO-VALUE.
           PERFORM ECHO-PARM.

           MOVE "AOC_ADJUSTED_OUTPUT_FILE" TO PARM-KEYWORD.
           PERFORM GET-ONE-PARM.
           IF PARM-SUPPLIED
           MOVE MASTER-FILE-NAME TO PARM-ECHO-VALUE.
           PERFORM ECHO-PARM.

           MOVE "AOC_MASTER_JOURNAL_FILE" TO PARM-KEYWORD.
           PERFORM GET-ONE-PARM.
           IF PARM-SUPPLIED
               MOVE PARM-VALUE TO JOURNAL-FILE-NAME
           END-IF.
           MOVE JOURNAL-FILE-NAME TO PARM-ECHO-VALUE.
           PERFORM ECHO-PARM.

           MOVE "AOC_SUPP_INTERFACE_FILE" TO PARM-KEYWORD.
           PERFORM GET-ONE-PARM.
           IF PARM-SUPPLIED
           DISPLAY "PARM " PARM-KEYWORD " = " PARM-ECHO-VALUE
               " (" PARM-SOURCE ")".
           MOVE SPACES TO PARM-ECHO-VALUE.

       ABEND-BAD-PARM-VALUE.
           DISPLAY "ABEND - INVALID VALUE FOR " PARM-KEYWORD
               ": " PARM-VALUE(1:20).
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
