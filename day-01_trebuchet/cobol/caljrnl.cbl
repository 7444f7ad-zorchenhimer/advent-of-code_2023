       IDENTIFICATION DIVISION.
       PROGRAM-ID. AOC-DAY1-CALJRNL.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT JOURNALFILE ASSIGN TO DYNAMIC JOURNAL-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL
               FILE STATUS IS JRN-FS.

       SELECT JRNLRPTFILE ASSIGN TO DYNAMIC JOURNAL-REPORT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL
               FILE STATUS IS JRP-FS.

       SELECT RUNLOGFILE ASSIGN TO DYNAMIC RUN-LOG-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL
               FILE STATUS IS LOG-FS.

       DATA DIVISION.

       FILE SECTION.
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
           05 JRN-RECOVERY-POINT REDEFINES JRN-FILE-NAME.
               10 JRN-RECOVER-TO-DATE     PIC 9(8).
               10 FILLER                  PIC X(1).
               10 JRN-RECOVER-TO-TIME     PIC 9(6).
               10 FILLER                  PIC X(85).
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

       FD JRNLRPTFILE.
       01 JRNL-DETAIL-RECORD.
           05 JRL-DATE           PIC 9(8).
           05 FILLER             PIC X(1) VALUE SPACE.
           05 JRL-TIME           PIC 9(6).
           05 FILLER             PIC X(3) VALUE SPACES.
           05 JRL-PROGRAM        PIC X(18).
           05 FILLER             PIC X(3) VALUE SPACES.
           05 JRL-CYCLE-DATE     PIC 9(8).
           05 FILLER             PIC X(3) VALUE SPACES.
           05 JRL-ACTION         PIC X(6).
           05 FILLER             PIC X(3) VALUE SPACES.
           05 JRL-FILE-NAME      PIC X(100).
           05 FILLER             PIC X(3) VALUE SPACES.
           05 JRL-LINE-NUM       PIC Z(7)9.
           05 FILLER             PIC X(3) VALUE SPACES.
           05 JRL-BEFORE-VALUE   PIC X(2).
           05 FILLER             PIC X(1) VALUE SPACE.
           05 JRL-BEFORE-SUM     PIC X(8).
           05 FILLER             PIC X(3) VALUE SPACES.
           05 JRL-AFTER-VALUE    PIC X(2).
           05 FILLER             PIC X(1) VALUE SPACE.
           05 JRL-AFTER-SUM      PIC X(8).
       01 JRNL-TOTAL-RECORD.
           05 JRT-LABEL          PIC X(8).
           05 FILLER             PIC X(3) VALUE SPACES.
           05 JRT-ENTRIES-READ   PIC Z(7)9.
           05 FILLER             PIC X(3) VALUE SPACES.
           05 JRT-ENTRIES-LISTED PIC Z(7)9.
           05 FILLER             PIC X(3) VALUE SPACES.
           05 JRT-ADD-COUNT      PIC Z(7)9.
           05 FILLER             PIC X(3) VALUE SPACES.
           05 JRT-CHANGE-COUNT   PIC Z(7)9.
           05 FILLER             PIC X(3) VALUE SPACES.
           05 JRT-DELETE-COUNT   PIC Z(7)9.

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
       01 JOURNAL-FILE-NAME   PIC X(100) VALUE 'caljournal.txt'.
       01 JOURNAL-REPORT-NAME PIC X(100) VALUE 'caljrnl.txt'.
       01 RUN-LOG-FILE-NAME   PIC X(100) VALUE 'runlog.txt'.
       01 INQUIRY-FILE-NAME   PIC X(100) VALUE SPACES.
       01 ENV-BUFFER          PIC X(100).
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

       77 JRN-FS PIC X(2).
       77 JRP-FS PIC X(2).
       77 LOG-FS PIC X(2).
       77 LOG-PROGRAM-ID PIC X(18) VALUE "AOC-DAY1-CALJRNL".
       77 LOG-DATE-WORK PIC 9(8).
       77 LOG-TIME-WORK PIC 9(8).
       77 JRN-EOF-SWITCH PIC X VALUE "N".
           88 END-OF-JOURNAL VALUE "Y".

       77 INQUIRY-LINE-NUM PIC 9(8) VALUE ZERO.
       77 FROM-DATE PIC 9(8) VALUE ZERO.
       77 TO-DATE PIC 9(8) VALUE 99999999.
       77 SELECT-SWITCH PIC X VALUE "N".
           88 ENTRY-SELECTED VALUE "Y".

       77 ENTRIES-READ PIC 9(8) VALUE ZERO.
       77 ENTRIES-LISTED PIC 9(8) VALUE ZERO.
       77 ADD-COUNT PIC 9(8) VALUE ZERO.
       77 CHANGE-COUNT PIC 9(8) VALUE ZERO.
       77 DELETE-COUNT PIC 9(8) VALUE ZERO.

       PROCEDURE DIVISION.
           PERFORM GET-RUN-PARAMETERS.
           PERFORM WRITE-RUN-LOG-START.

           OPEN INPUT JOURNALFILE.
           EVALUATE JRN-FS
               WHEN "00"
                   CONTINUE
               WHEN "35"
                   DISPLAY "NO MASTER JOURNAL FOUND: "
                       JOURNAL-FILE-NAME
                   MOVE 4 TO RETURN-CODE
                   PERFORM WRITE-RUN-LOG-END
                   STOP RUN
               WHEN OTHER
                   DISPLAY "ABEND - OPEN FAILED, FILE STATUS " JRN-FS
                       ": " JOURNAL-FILE-NAME
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
           OPEN OUTPUT JRNLRPTFILE.
           IF JRP-FS NOT = "00"
               DISPLAY "ABEND - OPEN FAILED, FILE STATUS " JRP-FS
                   ": " JOURNAL-REPORT-NAME
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           READ JOURNALFILE
               AT END
                   SET END-OF-JOURNAL TO TRUE
           END-READ.
           PERFORM UNTIL END-OF-JOURNAL
               IF JOURNAL-RECORD NOT = SPACES
                   ADD 1 TO ENTRIES-READ
                   PERFORM SELECT-JOURNAL-ENTRY
                   IF ENTRY-SELECTED
                       PERFORM WRITE-JOURNAL-DETAIL
                   END-IF
               END-IF
               READ JOURNALFILE
                   AT END
                       SET END-OF-JOURNAL TO TRUE
               END-READ
           END-PERFORM.

           PERFORM WRITE-JOURNAL-TOTALS.
           CLOSE JOURNALFILE.
           CLOSE JRNLRPTFILE.

           DISPLAY "JOURNAL ENTRIES READ " ENTRIES-READ.
           DISPLAY "ENTRIES LISTED       " ENTRIES-LISTED.
           DISPLAY "  ADDS               " ADD-COUNT.
           DISPLAY "  CHANGES            " CHANGE-COUNT.
           DISPLAY "  DELETES            " DELETE-COUNT.

           IF ENTRIES-LISTED = 0
               DISPLAY "NO JOURNAL ENTRIES MATCH THE SELECTION"
               MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM WRITE-RUN-LOG-END.
           STOP RUN.

       SELECT-JOURNAL-ENTRY.
           MOVE "Y" TO SELECT-SWITCH.
           IF INQUIRY-FILE-NAME NOT = SPACES
               AND JRN-ACTION NOT = "RECOVR"
               AND JRN-FILE-NAME NOT = INQUIRY-FILE-NAME
               MOVE "N" TO SELECT-SWITCH
           END-IF.
           IF INQUIRY-LINE-NUM NOT = ZERO
               AND JRN-ACTION NOT = "RECOVR"
               AND JRN-LINE-NUM NOT = INQUIRY-LINE-NUM
               MOVE "N" TO SELECT-SWITCH
           END-IF.
           IF JRN-DATE < FROM-DATE
               OR JRN-DATE > TO-DATE
               MOVE "N" TO SELECT-SWITCH
           END-IF.

       WRITE-JOURNAL-DETAIL.
           ADD 1 TO ENTRIES-LISTED.
           EVALUATE JRN-ACTION
               WHEN "ADD"
                   ADD 1 TO ADD-COUNT
               WHEN "CHANGE"
                   ADD 1 TO CHANGE-COUNT
               WHEN "DELETE"
                   ADD 1 TO DELETE-COUNT
           END-EVALUATE.
           MOVE SPACES TO JRNL-DETAIL-RECORD.
           MOVE JRN-DATE TO JRL-DATE.
           MOVE JRN-TIME TO JRL-TIME.
           MOVE JRN-PROGRAM TO JRL-PROGRAM.
           MOVE JRN-CYCLE-DATE TO JRL-CYCLE-DATE.
           MOVE JRN-ACTION TO JRL-ACTION.
           IF JRN-ACTION = "RECOVR"
               STRING "MASTER RECOVERED TO " DELIMITED BY SIZE
                   JRN-RECOVER-TO-DATE DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   JRN-RECOVER-TO-TIME DELIMITED BY SIZE
                   INTO JRL-FILE-NAME
           ELSE
               MOVE JRN-FILE-NAME TO JRL-FILE-NAME
               MOVE JRN-LINE-NUM TO JRL-LINE-NUM
           END-IF.
           IF JRN-BEFORE-IMAGE NOT = SPACES
               MOVE JRN-BEFORE-LINE-VALUE TO JRL-BEFORE-VALUE
               MOVE JRN-BEFORE-RUNNING-SUM TO JRL-BEFORE-SUM
           END-IF.
           IF JRN-AFTER-IMAGE NOT = SPACES
               MOVE JRN-AFTER-LINE-VALUE TO JRL-AFTER-VALUE
               MOVE JRN-AFTER-RUNNING-SUM TO JRL-AFTER-SUM
           END-IF.
           WRITE JRNL-DETAIL-RECORD.

       WRITE-JOURNAL-TOTALS.
           MOVE SPACES TO JRNL-TOTAL-RECORD.
           MOVE "TOTAL" TO JRT-LABEL.
           MOVE ENTRIES-READ TO JRT-ENTRIES-READ.
           MOVE ENTRIES-LISTED TO JRT-ENTRIES-LISTED.
           MOVE ADD-COUNT TO JRT-ADD-COUNT.
           MOVE CHANGE-COUNT TO JRT-CHANGE-COUNT.
           MOVE DELETE-COUNT TO JRT-DELETE-COUNT.
           WRITE JRNL-TOTAL-RECORD.

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
           MOVE ENTRIES-READ TO LOG-RECORDS-READ.
           MOVE ENTRIES-LISTED TO LOG-RECORDS-WRITTEN.
           MOVE SPACES TO LOG-GATE-VERDICT.
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

       GET-RUN-PARAMETERS.
           PERFORM LOAD-PARM-CARD.

           MOVE "AOC_MASTER_JOURNAL_FILE" TO PARM-KEYWORD.
           PERFORM GET-ONE-PARM.
           IF PARM-SUPPLIED
               MOVE PARM-VALUE TO JOURNAL-FILE-NAME
           END-IF.
           MOVE JOURNAL-FILE-NAME TO PARM-ECHO-VALUE.
           PERFORM ECHO-PARM.

           MOVE "AOC_JOURNAL_REPORT_FILE" TO PARM-KEYWORD.
           PERFORM GET-ONE-PARM.
           IF PARM-SUPPLIED
               MOVE PARM-VALUE TO JOURNAL-REPORT-NAME
           END-IF.
           MOVE JOURNAL-REPORT-NAME TO PARM-ECHO-VALUE.
           PERFORM ECHO-PARM.

           MOVE "AOC_INQ_FILE" TO PARM-KEYWORD.
           PERFORM GET-ONE-PARM.
           IF PARM-SUPPLIED
               MOVE PARM-VALUE TO INQUIRY-FILE-NAME
           END-IF.
           MOVE INQUIRY-FILE-NAME TO PARM-ECHO-VALUE.
           PERFORM ECHO-PARM.

           MOVE "AOC_INQ_LINE" TO PARM-KEYWORD.
           PERFORM GET-ONE-PARM.
           IF PARM-SUPPLIED
               MOVE PARM-VALUE(1:8) TO NUMERIC-WORK
               PERFORM VALIDATE-NUMERIC-WORK
               IF NOT FIELD-IS-NUMERIC
                   PERFORM ABEND-BAD-PARM-VALUE
               END-IF
               MOVE WORK-NUMBER TO INQUIRY-LINE-NUM
           END-IF.
           MOVE INQUIRY-LINE-NUM TO PARM-ECHO-VALUE.
           PERFORM ECHO-PARM.

           MOVE "AOC_JOURNAL_FROM_DATE" TO PARM-KEYWORD.
           PERFORM GET-ONE-PARM.
           IF PARM-SUPPLIED
               MOVE PARM-VALUE(1:8) TO NUMERIC-WORK
               PERFORM VALIDATE-NUMERIC-WORK
               IF NOT FIELD-IS-NUMERIC
                   PERFORM ABEND-BAD-PARM-VALUE
               END-IF
               MOVE WORK-NUMBER TO FROM-DATE
           END-IF.
           MOVE FROM-DATE TO PARM-ECHO-VALUE.
           PERFORM ECHO-PARM.

           MOVE "AOC_JOURNAL_TO_DATE" TO PARM-KEYWORD.
           PERFORM GET-ONE-PARM.
           IF PARM-SUPPLIED
               MOVE PARM-VALUE(1:8) TO NUMERIC-WORK
               PERFORM VALIDATE-NUMERIC-WORK
               IF NOT FIELD-IS-NUMERIC
                   PERFORM ABEND-BAD-PARM-VALUE
               END-IF
               MOVE WORK-NUMBER TO TO-DATE
           END-IF.
           MOVE TO-DATE TO PARM-ECHO-VALUE.
           PERFORM ECHO-PARM.

           MOVE "AOC_RUN_LOG_FILE" TO PARM-KEYWORD.
           PERFORM GET-ONE-PARM.
           IF PARM-SUPPLIED
               MOVE PARM-VALUE TO RUN-LOG-FILE-NAME
           END-IF.
           MOVE RUN-LOG-FILE-NAME TO PARM-ECHO-VALUE.
           PERFORM ECHO-PARM.

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
