       IDENTIFICATION DIVISION.
       PROGRAM-ID. AOC-DAY1-EXCASE.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT EXCCASEFILE ASSIGN TO DYNAMIC CASE-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS EC-CASE-KEY
               FILE STATUS IS EC-FS.

       SELECT CASETRANFILE ASSIGN TO DYNAMIC CASE-TRAN-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL
               FILE STATUS IS CTR-FS.

       SELECT CASERPTFILE ASSIGN TO DYNAMIC CASE-REPORT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL
               FILE STATUS IS CRP-FS.

       SELECT RUNLOGFILE ASSIGN TO DYNAMIC RUN-LOG-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL
               FILE STATUS IS LOG-FS.

       DATA DIVISION.

       FILE SECTION.
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

       FD CASETRANFILE.
       01 CASE-TRAN-RECORD.
           05 CTR-ACTION         PIC X(1).
           05 FILLER             PIC X(3).
           05 CTR-FILE-NAME      PIC X(100).
           05 FILLER             PIC X(3).
           05 CTR-LINE-NUM       PIC X(8).
           05 FILLER             PIC X(3).
           05 CTR-ANALYST        PIC X(8).
           05 FILLER             PIC X(3).
           05 CTR-NOTE           PIC X(60).

       FD CASERPTFILE.
       01 CASE-REPORT-RECORD.
           05 CRP-ACTION         PIC X(11).
           05 FILLER             PIC X(3) VALUE SPACES.
           05 CRP-FILE-NAME      PIC X(100).
           05 FILLER             PIC X(3) VALUE SPACES.
           05 CRP-LINE-NUM       PIC Z(7)9.
           05 FILLER             PIC X(3) VALUE SPACES.
           05 CRP-STATUS         PIC X(11).
           05 FILLER             PIC X(3) VALUE SPACES.
           05 CRP-ANALYST        PIC X(8).
           05 FILLER             PIC X(3) VALUE SPACES.
           05 CRP-NOTE           PIC X(60).
       01 CASE-HEADER-RECORD.
           05 CRH-LABEL          PIC X(30).
           05 CRH-VALUE          PIC X(8).
       01 CASE-TOTAL-RECORD.
           05 CRT-LABEL          PIC X(30).
           05 CRT-COUNT          PIC Z(7)9.

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
       01 CASE-FILE-NAME       PIC X(100) VALUE 'excase.dat'.
       01 CASE-TRAN-NAME       PIC X(100) VALUE 'casetran.txt'.
       01 CASE-REPORT-NAME     PIC X(100) VALUE 'excase.txt'.
       01 RUN-LOG-FILE-NAME    PIC X(100) VALUE 'runlog.txt'.
       01 ENV-BUFFER           PIC X(100).
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

       77 EC-FS PIC X(2).
       77 CTR-FS PIC X(2).
       77 CRP-FS PIC X(2).
       77 LOG-FS PIC X(2).
       77 LOG-PROGRAM-ID PIC X(18) VALUE "AOC-DAY1-EXCASE".
       77 LOG-DATE-WORK PIC 9(8).
       77 LOG-TIME-WORK PIC 9(8).
       77 CTR-EOF-SWITCH PIC X VALUE "N".
           88 END-OF-CASE-TRANS VALUE "Y".

       77 CASE-RUN-DATE PIC 9(8) VALUE ZERO.
       77 ENTRY-ACTION PIC X(11) VALUE SPACES.
       01 ENTRY-REASON PIC X(60) VALUE SPACES.
       77 TRAN-LINE-NUM PIC 9(8) VALUE ZERO.

       77 RECORDS-READ PIC 9(8) VALUE ZERO.
       77 RECORDS-WRITTEN PIC 9(8) VALUE ZERO.
       77 ASSIGNED-COUNT PIC 9(8) VALUE ZERO.
       77 ANNOTATED-COUNT PIC 9(8) VALUE ZERO.
       77 WRITTEN-OFF-COUNT PIC 9(8) VALUE ZERO.
       77 REJECTED-COUNT PIC 9(8) VALUE ZERO.

       PROCEDURE DIVISION.
           PERFORM GET-RUN-PARAMETERS.
           PERFORM WRITE-RUN-LOG-START.
           ACCEPT CASE-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM OPEN-CASE-FILE.
           PERFORM OPEN-REPORT-FILE.

           PERFORM APPLY-CASE-TRANSACTIONS.

           CLOSE EXCCASEFILE.
           CLOSE CASERPTFILE.
           IF REJECTED-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
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
           MOVE RECORDS-READ TO LOG-RECORDS-READ.
           MOVE RECORDS-WRITTEN TO LOG-RECORDS-WRITTEN.
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

       OPEN-CASE-FILE.
           OPEN I-O EXCCASEFILE.
           EVALUATE EC-FS
               WHEN "00"
                   CONTINUE
               WHEN "35"
                   DISPLAY "ABEND - EXCEPTION CASE FILE NOT FOUND: "
                       CASE-FILE-NAME
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               WHEN OTHER
                   DISPLAY "ABEND - OPEN FAILED, FILE STATUS " EC-FS
                       ": " CASE-FILE-NAME
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

       OPEN-REPORT-FILE.
           OPEN OUTPUT CASERPTFILE.
           IF CRP-FS NOT = "00"
               DISPLAY "ABEND - OPEN FAILED, FILE STATUS " CRP-FS
                   ": " CASE-REPORT-NAME
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       APPLY-CASE-TRANSACTIONS.
           MOVE SPACES TO CASE-HEADER-RECORD.
           MOVE "EXCEPTION CASE MAINTENANCE ON " TO CRH-LABEL.
           MOVE CASE-RUN-DATE TO CRH-VALUE.
           WRITE CASE-HEADER-RECORD.
           DISPLAY "EXCEPTION CASE MAINTENANCE FROM " CASE-TRAN-NAME.

           OPEN INPUT CASETRANFILE.
           EVALUATE CTR-FS
               WHEN "00"
                   CONTINUE
               WHEN "35"
                   DISPLAY "ABEND - CASE TRANSACTION FILE NOT FOUND: "
                       CASE-TRAN-NAME
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               WHEN OTHER
                   DISPLAY "ABEND - OPEN FAILED, FILE STATUS " CTR-FS
                       ": " CASE-TRAN-NAME
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
           READ CASETRANFILE
               AT END
                   SET END-OF-CASE-TRANS TO TRUE
           END-READ.
           PERFORM UNTIL END-OF-CASE-TRANS
               IF CASE-TRAN-RECORD NOT = SPACES
                   AND CASE-TRAN-RECORD(1:1) NOT = "*"
                   ADD 1 TO RECORDS-READ
                   PERFORM APPLY-CASE-TRANSACTION
               END-IF
               READ CASETRANFILE
                   AT END
                       SET END-OF-CASE-TRANS TO TRUE
               END-READ
           END-PERFORM.
           CLOSE CASETRANFILE.

           MOVE SPACES TO CASE-TOTAL-RECORD.
           MOVE "CASES ASSIGNED" TO CRT-LABEL.
           MOVE ASSIGNED-COUNT TO CRT-COUNT.
           WRITE CASE-TOTAL-RECORD.
           MOVE "CASES ANNOTATED" TO CRT-LABEL.
           MOVE ANNOTATED-COUNT TO CRT-COUNT.
           WRITE CASE-TOTAL-RECORD.
           MOVE "CASES WRITTEN OFF" TO CRT-LABEL.
           MOVE WRITTEN-OFF-COUNT TO CRT-COUNT.
           WRITE CASE-TOTAL-RECORD.
           MOVE "TRANSACTIONS REJECTED" TO CRT-LABEL.
           MOVE REJECTED-COUNT TO CRT-COUNT.
           WRITE CASE-TOTAL-RECORD.

           DISPLAY "CASE TRANSACTIONS READ   " RECORDS-READ.
           DISPLAY "CASES ASSIGNED           " ASSIGNED-COUNT.
           DISPLAY "CASES ANNOTATED          " ANNOTATED-COUNT.
           DISPLAY "CASES WRITTEN OFF        " WRITTEN-OFF-COUNT.
           DISPLAY "TRANSACTIONS REJECTED    " REJECTED-COUNT.

       APPLY-CASE-TRANSACTION.
           MOVE SPACES TO ENTRY-ACTION.
           MOVE SPACES TO ENTRY-REASON.
           MOVE ZERO TO TRAN-LINE-NUM.
           MOVE SPACES TO EXCEPTION-CASE-RECORD.
           IF CTR-FILE-NAME = SPACES
               MOVE "REJECTED" TO ENTRY-ACTION
               MOVE "INPUT FILE NAME MISSING" TO ENTRY-REASON
           END-IF.
           IF ENTRY-ACTION = SPACES
               MOVE CTR-LINE-NUM TO NUMERIC-WORK
               PERFORM VALIDATE-NUMERIC-WORK
               IF NOT FIELD-IS-NUMERIC
                   MOVE "REJECTED" TO ENTRY-ACTION
                   MOVE "LINE NUMBER NOT NUMERIC" TO ENTRY-REASON
               ELSE
                   MOVE WORK-NUMBER TO TRAN-LINE-NUM
               END-IF
           END-IF.
           IF ENTRY-ACTION = SPACES
               MOVE CTR-FILE-NAME TO EC-FILE-NAME
               MOVE TRAN-LINE-NUM TO EC-LINE-NUM
               READ EXCCASEFILE
                   INVALID KEY
                       MOVE "NOTFOUND" TO ENTRY-ACTION
                       MOVE SPACES TO EC-STATUS
                       MOVE "NO CASE FOR THIS FILE AND LINE"
                           TO ENTRY-REASON
               END-READ
           END-IF.
           IF ENTRY-ACTION = SPACES
               EVALUATE CTR-ACTION
                   WHEN "A"
                       PERFORM ASSIGN-CASE
                   WHEN "N"
                       PERFORM ANNOTATE-CASE
                   WHEN "W"
                       PERFORM WRITE-OFF-CASE
                   WHEN OTHER
                       MOVE "REJECTED" TO ENTRY-ACTION
                       MOVE "ACTION NOT A, N OR W" TO ENTRY-REASON
               END-EVALUATE
           END-IF.
           IF ENTRY-ACTION = "ASSIGNED"
               OR ENTRY-ACTION = "ANNOTATED"
               OR ENTRY-ACTION = "WRITTEN-OFF"
               MOVE CASE-RUN-DATE TO EC-LAST-ACTION-DATE
               MOVE ENTRY-ACTION TO EC-LAST-ACTION
               REWRITE EXCEPTION-CASE-RECORD
               IF EC-FS NOT = "00"
                   MOVE "REJECTED" TO ENTRY-ACTION
                   MOVE SPACES TO ENTRY-REASON
                   STRING "REWRITE FAILED, STATUS " EC-FS
                       DELIMITED BY SIZE INTO ENTRY-REASON
               END-IF
           END-IF.
           EVALUATE ENTRY-ACTION
               WHEN "ASSIGNED"
                   ADD 1 TO ASSIGNED-COUNT
               WHEN "ANNOTATED"
                   ADD 1 TO ANNOTATED-COUNT
               WHEN "WRITTEN-OFF"
                   ADD 1 TO WRITTEN-OFF-COUNT
               WHEN OTHER
                   ADD 1 TO REJECTED-COUNT
                   DISPLAY "CASE TRANSACTION " ENTRY-ACTION " - "
                       ENTRY-REASON
                   DISPLAY "    LINE " CTR-LINE-NUM " OF "
                       CTR-FILE-NAME
           END-EVALUATE.
           MOVE SPACES TO CASE-REPORT-RECORD.
           MOVE ENTRY-ACTION TO CRP-ACTION.
           MOVE CTR-FILE-NAME TO CRP-FILE-NAME.
           MOVE TRAN-LINE-NUM TO CRP-LINE-NUM.
           IF EC-STATUS NOT = SPACES
               MOVE EC-STATUS TO CRP-STATUS
               MOVE EC-ANALYST TO CRP-ANALYST
           END-IF.
           IF ENTRY-REASON NOT = SPACES
               MOVE ENTRY-REASON TO CRP-NOTE
           ELSE
               MOVE EC-RESOLUTION-NOTE TO CRP-NOTE
           END-IF.
           WRITE CASE-REPORT-RECORD.
           ADD 1 TO RECORDS-WRITTEN.

       ASSIGN-CASE.
           EVALUATE TRUE
               WHEN CTR-ANALYST = SPACES
                   MOVE "REJECTED" TO ENTRY-ACTION
                   MOVE "ANALYST MISSING" TO ENTRY-REASON
               WHEN NOT EC-OPEN
                   AND NOT EC-ASSIGNED
                   MOVE "REJECTED" TO ENTRY-ACTION
                   STRING "CASE ALREADY " EC-STATUS
                       DELIMITED BY SIZE INTO ENTRY-REASON
               WHEN OTHER
                   MOVE "ASSIGNED" TO EC-STATUS
                   MOVE CTR-ANALYST TO EC-ANALYST
                   IF CTR-NOTE NOT = SPACES
                       MOVE CTR-NOTE TO EC-RESOLUTION-NOTE
                   END-IF
                   MOVE "ASSIGNED" TO ENTRY-ACTION
           END-EVALUATE.

       ANNOTATE-CASE.
           IF CTR-NOTE = SPACES
               MOVE "REJECTED" TO ENTRY-ACTION
               MOVE "NOTE MISSING" TO ENTRY-REASON
           ELSE
               MOVE CTR-NOTE TO EC-RESOLUTION-NOTE
               MOVE "ANNOTATED" TO ENTRY-ACTION
           END-IF.

       WRITE-OFF-CASE.
           EVALUATE TRUE
               WHEN CTR-NOTE = SPACES
                   MOVE "REJECTED" TO ENTRY-ACTION
                   MOVE "WRITE-OFF REASON MISSING" TO ENTRY-REASON
               WHEN NOT EC-OPEN
                   AND NOT EC-ASSIGNED
                   MOVE "REJECTED" TO ENTRY-ACTION
                   STRING "CASE ALREADY " EC-STATUS
                       DELIMITED BY SIZE INTO ENTRY-REASON
               WHEN OTHER
                   MOVE "WRITTEN-OFF" TO EC-STATUS
                   IF CTR-ANALYST NOT = SPACES
                       MOVE CTR-ANALYST TO EC-ANALYST
                   END-IF
                   MOVE CTR-NOTE TO EC-RESOLUTION-NOTE
                   MOVE "WRITTEN-OFF" TO ENTRY-ACTION
           END-EVALUATE.

       GET-RUN-PARAMETERS.
           PERFORM LOAD-PARM-CARD.

           MOVE "AOC_EXCEPTION_CASE_FILE" TO PARM-KEYWORD.
           PERFORM GET-ONE-PARM.
           IF PARM-SUPPLIED
               MOVE PARM-VALUE TO CASE-FILE-NAME
           END-IF.
           MOVE CASE-FILE-NAME TO PARM-ECHO-VALUE.
           PERFORM ECHO-PARM.

           MOVE "AOC_CASE_TRANSACTION_FILE" TO PARM-KEYWORD.
           PERFORM GET-ONE-PARM.
           IF PARM-SUPPLIED
               MOVE PARM-VALUE TO CASE-TRAN-NAME
           END-IF.
           MOVE CASE-TRAN-NAME TO PARM-ECHO-VALUE.
           PERFORM ECHO-PARM.

           MOVE "AOC_CASE_REPORT_FILE" TO PARM-KEYWORD.
           PERFORM GET-ONE-PARM.
           IF PARM-SUPPLIED
               MOVE PARM-VALUE TO CASE-REPORT-NAME
           END-IF.
           MOVE CASE-REPORT-NAME TO PARM-ECHO-VALUE.
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
