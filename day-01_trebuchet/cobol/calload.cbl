               RECORD KEY IS CM-KEY
               FILE STATUS IS CM-FS.

       SELECT JOURNALFILE ASSIGN TO DYNAMIC JOURNAL-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL
               FILE STATUS IS JRN-FS.

       SELECT RUNLOGFILE ASSIGN TO DYNAMIC RUN-LOG-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL
           05 CM-LINE-VALUE   PIC 99.
           05 CM-RUNNING-SUM  PIC 9(8).

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
       01 DETAIL-FILE-NAME PIC X(100) VALUE 'detail.txt'.
       01 MASTER-FILE-NAME PIC X(100) VALUE 'calmaster.dat'.
       01 JOURNAL-FILE-NAME PIC X(100) VALUE 'caljournal.txt'.
       01 RUN-LOG-FILE-NAME PIC X(100) VALUE 'runlog.txt'.
       01 ENV-BUFFER       PIC X(100).
       01 PARM-REQUEST.

       77 DTL-FS PIC X(2).
       77 CM-FS PIC X(2).
       77 JRN-FS PIC X(2).
       77 LOG-FS PIC X(2).
       77 LOG-PROGRAM-ID PIC X(18) VALUE "AOC-DAY1-CALLOAD".
       77 LOG-DATE-WORK PIC 9(8).
       77 RECORDS-LOADED PIC 9(8) VALUE ZERO.
       77 RECORDS-REJECTED PIC 9(8) VALUE ZERO.
       77 RECORDS-REPLACED PIC 9(8) VALUE ZERO.
       77 JOURNAL-COUNT PIC 9(8) VALUE ZERO.
       77 JOURNAL-DATE-WORK PIC 9(8).
       77 JOURNAL-TIME-WORK PIC 9(8).
       01 MASTER-SAVE-RECORD PIC X(120).
       77 CYCLE-DATE PIC 9(8) VALUE ZERO.
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
           PERFORM GET-RUN-PARAMETERS.
           PERFORM WRITE-RUN-LOG-START.
           PERFORM OPEN-DETAIL-FILE.
           PERFORM OPEN-JOURNAL-FILE.
           PERFORM OPEN-MASTER-FILE.

           PERFORM READ-DETAIL-RECORD.

           CLOSE DETAILFILE.
           CLOSE CALMASTER.
           CLOSE JOURNALFILE.

           DISPLAY "DETAIL RECORDS READ  " RECORDS-READ.
           DISPLAY "RECORDS LOADED       " RECORDS-LOADED.
           DISPLAY "RECORDS REPLACED     " RECORDS-REPLACED.
           DISPLAY "RECORDS REJECTED     " RECORDS-REJECTED.
           DISPLAY "JOURNAL ENTRIES      " JOURNAL-COUNT.

           IF RECORDS-REJECTED > 0
               MOVE 4 TO RETURN-CODE
                   PERFORM REPLACE-MASTER-RECORD
               NOT INVALID KEY
                   ADD 1 TO RECORDS-LOADED
                   MOVE SPACES TO JOURNAL-RECORD
                   MOVE "ADD" TO JRN-ACTION
                   PERFORM MOVE-JOURNAL-AFTER-IMAGE
                   PERFORM WRITE-JOURNAL-RECORD
           END-WRITE.

       REPLACE-MASTER-RECORD.
           MOVE CALMASTER-RECORD TO MASTER-SAVE-RECORD.
           READ CALMASTER
               INVALID KEY
                   CONTINUE
           END-READ.
           IF CM-FS NOT = "00"
               ADD 1 TO RECORDS-REJECTED
               DISPLAY "RECORD REJECTED - READ FAILED, "
                   "FILE STATUS " CM-FS " AT LINE " WORK-LINE-NUM
                   " OF " DTL-FILE-NAME
           ELSE
               MOVE SPACES TO JOURNAL-RECORD
               MOVE "CHANGE" TO JRN-ACTION
               PERFORM MOVE-JOURNAL-BEFORE-IMAGE
               MOVE MASTER-SAVE-RECORD TO CALMASTER-RECORD
               REWRITE CALMASTER-RECORD
               IF CM-FS = "00"
                   ADD 1 TO RECORDS-REPLACED
                   PERFORM MOVE-JOURNAL-AFTER-IMAGE
                   PERFORM WRITE-JOURNAL-RECORD
               ELSE
                   ADD 1 TO RECORDS-REJECTED
                   DISPLAY "RECORD REJECTED - REWRITE FAILED, "
                       "FILE STATUS " CM-FS " AT LINE " WORK-LINE-NUM
                       " OF " DTL-FILE-NAME
               END-IF
           END-IF.

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

       READ-DETAIL-RECORD.
           READ DETAILFILE

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

           MOVE "AOC_DETAIL_FILE" TO PARM-KEYWORD.
           PERFORM GET-ONE-PARM.
           MOVE MASTER-FILE-NAME TO PARM-ECHO-VALUE.
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
