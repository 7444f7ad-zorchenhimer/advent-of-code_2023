       IDENTIFICATION DIVISION.
       PROGRAM-ID. AOC-DAY1-GLXTRACT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT OUTPUTFILE ASSIGN TO DYNAMIC OUTPUT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL
               FILE STATUS IS OUT-FS.

       SELECT SUBTOTALFILE ASSIGN TO DYNAMIC SUBTOTAL-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL
               FILE STATUS IS SUB-FS.

       SELECT DUPLICATEFILE ASSIGN TO DYNAMIC DUPLICATE-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL
               FILE STATUS IS DUP-FS.

       SELECT ADJOUTPUTFILE ASSIGN TO DYNAMIC ADJ-OUTPUT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL
               FILE STATUS IS AOUT-FS.

       SELECT ADJUSTMENTFILE ASSIGN TO DYNAMIC ADJUSTMENT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL
               FILE STATUS IS ADJ-FS.

       SELECT GLACCTMAP ASSIGN TO DYNAMIC ACCOUNT-MAP-NAME
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS GLA-MAP-KEY
               FILE STATUS IS GLA-FS.

       SELECT PEEKFILE ASSIGN TO DYNAMIC PEEK-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL
               FILE STATUS IS PEEK-FS.

       SELECT GLHISTFILE ASSIGN TO DYNAMIC GL-HISTORY-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL
               FILE STATUS IS GLH-FS.

       SELECT GLJOURNALFILE ASSIGN TO DYNAMIC GL-JOURNAL-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL
               FILE STATUS IS GLJ-FS.

       SELECT RUNLOGFILE ASSIGN TO DYNAMIC RUN-LOG-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL
               FILE STATUS IS LOG-FS.

       DATA DIVISION.

       FILE SECTION.
       FD OUTPUTFILE.
       01 OUTPUT-DATA-RECORD.
           05 OUT-RUN-DATE       PIC 9(8).
           05 FILLER             PIC X(3).
           05 OUT-INPUT-FILE     PIC X(100).
           05 FILLER             PIC X(3).
           05 OUT-RECORD-COUNT   PIC 9(8).
           05 FILLER             PIC X(3).
           05 OUT-RUNNING-SUM    PIC 9(8).
           05 FILLER             PIC X(3).
           05 OUT-RECON-STATUS   PIC X(8).
           05 FILLER             PIC X(3).
           05 OUT-EXCEPTION-COUNT PIC 9(8).
           05 FILLER             PIC X(3).
           05 OUT-EXCEPTION-RATE PIC X(6).
           05 FILLER             PIC X(3).
           05 OUT-GATE-LIMIT     PIC X(12).
           05 FILLER             PIC X(3).
           05 OUT-GATE-VERDICT   PIC X(8).
           05 FILLER             PIC X(3).
           05 OUT-BYPASSED-COUNT PIC 9(8).

       FD SUBTOTALFILE.
       01 SUBTOTAL-RECORD.
           05 SUB-FILE-NUM       PIC X(4).
           05 FILLER             PIC X(3).
           05 SUB-FILE-NAME      PIC X(100).
           05 FILLER             PIC X(3).
           05 SUB-RECORD-COUNT   PIC X(8).
           05 FILLER             PIC X(3).
           05 SUB-SUBTOTAL-SUM   PIC X(8).
           05 FILLER             PIC X(3).
           05 SUB-BYPASSED-COUNT PIC X(8).

       FD DUPLICATEFILE.
       01 DUPLICATE-RECORD.
           05 DUP-FILE-NUM       PIC X(4).
           05 FILLER             PIC X(3).
           05 DUP-FILE-NAME      PIC X(100).
           05 FILLER             PIC X(3).
           05 DUP-MATCH-NUM      PIC X(4).
           05 FILLER             PIC X(3).
           05 DUP-MATCH-NAME     PIC X(100).
           05 FILLER             PIC X(3).
           05 DUP-RECORD-COUNT   PIC X(8).
           05 FILLER             PIC X(3).
           05 DUP-SUBTOTAL-SUM   PIC X(8).
           05 FILLER             PIC X(3).
           05 DUP-MATCH-TYPE     PIC X(8).
           05 FILLER             PIC X(3).
           05 DUP-ACTION         PIC X(8).

       FD ADJOUTPUTFILE.
       01 ADJ-OUTPUT-RECORD.
           05 AOUT-RUN-DATE        PIC 9(8).
           05 FILLER               PIC X(3).
           05 AOUT-ORIGINAL-SUM    PIC 9(8).
           05 FILLER               PIC X(3).
           05 AOUT-TOTAL-ADJ       PIC 9(8).
           05 FILLER               PIC X(3).
           05 AOUT-APPLIED-COUNT   PIC 9(8).
           05 FILLER               PIC X(3).
           05 AOUT-REJECTED-COUNT  PIC 9(8).
           05 FILLER               PIC X(3).
           05 AOUT-ADJUSTED-SUM    PIC 9(8).

       FD ADJUSTMENTFILE.
       01 ADJUSTMENT-RECORD.
           05 ADJ-FILE-NAME  PIC X(100).
           05 FILLER         PIC X(3).
           05 ADJ-LINE-NUM   PIC X(8).
           05 FILLER         PIC X(3).
           05 ADJ-NEW-VALUE  PIC X(2).
           05 FILLER         PIC X(3).
           05 ADJ-RUNNING-ADJ PIC X(8).

       FD GLACCTMAP.
       01 GL-ACCOUNT-MAP-RECORD.
           05 GLA-MAP-KEY.
               10 GLA-KEY-TYPE   PIC X(1).
                   88 GLA-VENDOR-KEY  VALUE "V".
                   88 GLA-FILE-KEY    VALUE "F".
                   88 GLA-DEFAULT-KEY VALUE "D".
               10 GLA-KEY-VALUE  PIC X(100).
           05 GLA-DEBIT-ACCOUNT  PIC X(12).
           05 GLA-CREDIT-ACCOUNT PIC X(12).
           05 GLA-DESCRIPTION    PIC X(30).
           05 GLA-ACTIVE-FLAG    PIC X(1).
               88 GLA-ACTIVE     VALUE "A".
               88 GLA-INACTIVE   VALUE "I".

       FD PEEKFILE.
       01 PEEK-RECORD.
           05 PEEK-LINE PIC X(500).

       FD GLHISTFILE.
       01 GL-HISTORY-RECORD.
           05 GLH-BATCH-NUM      PIC 9(8).
           05 FILLER             PIC X(3) VALUE SPACES.
           05 GLH-RUN-DATE       PIC 9(8).
           05 FILLER             PIC X(3) VALUE SPACES.
           05 GLH-POST-DATE      PIC 9(8).
           05 FILLER             PIC X(3) VALUE SPACES.
           05 GLH-ENTRY-TYPE     PIC X(8).
               88 GLH-ORIGINAL   VALUE "ORIGINAL".
               88 GLH-REVERSAL   VALUE "REVERSAL".
               88 GLH-CORRECT    VALUE "CORRECT".
           05 FILLER             PIC X(3) VALUE SPACES.
           05 GLH-DEBIT-ACCOUNT  PIC X(12).
           05 FILLER             PIC X(3) VALUE SPACES.
           05 GLH-CREDIT-ACCOUNT PIC X(12).
           05 FILLER             PIC X(3) VALUE SPACES.
           05 GLH-AMOUNT         PIC 9(10).
           05 FILLER             PIC X(3) VALUE SPACES.
           05 GLH-FILE-NAME      PIC X(100).

       FD GLJOURNALFILE.
       01 GL-JOURNAL-RECORD PIC X(200).

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
       01 OUTPUT-FILE-NAME     PIC X(100) VALUE 'output.txt'.
       01 SUBTOTAL-FILE-NAME   PIC X(100) VALUE 'subtotals.txt'.
       01 DUPLICATE-FILE-NAME  PIC X(100) VALUE 'duplicates.txt'.
       01 ADJ-OUTPUT-FILE-NAME PIC X(100)
           VALUE 'adjusted-output.txt'.
       01 ADJUSTMENT-FILE-NAME PIC X(100) VALUE 'adjustments.txt'.
       01 ACCOUNT-MAP-NAME     PIC X(100) VALUE 'glacct.dat'.
       01 PEEK-FILE-NAME       PIC X(100) VALUE SPACES.
       01 GL-HISTORY-NAME      PIC X(100) VALUE 'glhist.txt'.
       01 GL-JOURNAL-NAME      PIC X(100) VALUE 'gljournal.txt'.
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

       77 OUT-FS PIC X(2).
       77 SUB-FS PIC X(2).
       77 DUP-FS PIC X(2).
       77 AOUT-FS PIC X(2).
       77 ADJ-FS PIC X(2).
       77 GLA-FS PIC X(2).
       77 PEEK-FS PIC X(2).
       77 GLH-FS PIC X(2).
       77 GLJ-FS PIC X(2).
       77 LOG-FS PIC X(2).

       77 SUB-EOF-SWITCH PIC X VALUE "N".
           88 END-OF-SUBTOTALS VALUE "Y".
       77 DUP-EOF-SWITCH PIC X VALUE "N".
           88 END-OF-DUPLICATES VALUE "Y".
       77 ADJ-EOF-SWITCH PIC X VALUE "N".
           88 END-OF-ADJUSTMENTS VALUE "Y".
       77 GLH-EOF-SWITCH PIC X VALUE "N".
           88 END-OF-GL-HISTORY VALUE "Y".

       77 SUBTOTALS-SWITCH PIC X VALUE "N".
           88 SUBTOTALS-PRESENT VALUE "Y".
       77 ADJUSTED-SWITCH PIC X VALUE "N".
           88 ADJUSTED-PRESENT VALUE "Y".
       77 GL-HOLD-SWITCH PIC X VALUE "N".
           88 GL-EXTRACT-HELD VALUE "Y".
       77 MAP-FOUND-SWITCH PIC X VALUE "N".
           88 MAP-FOUND VALUE "Y".
       77 EXCLUDED-SWITCH PIC X VALUE "N".
           88 FILE-EXCLUDED VALUE "Y".

       77 RUN-DATE PIC 9(8) VALUE ZERO.
       77 RUN-RUNNING-SUM PIC 9(8) VALUE ZERO.
       77 POST-DATE PIC 9(8) VALUE ZERO.
       77 GL-SOURCE-ID PIC X(8) VALUE "AOCCAL01".

       01 ADJ-TOTAL-ADJ PIC 9(8) VALUE ZERO.
       01 ADJ-ADJUSTED-SUM PIC 9(8) VALUE ZERO.

       01 GL-FILE-TABLE.
           05 GLF-ENTRY OCCURS 500 TIMES.
               10 GLF-FILE-NAME      PIC X(100).
               10 GLF-VENDOR-ID      PIC X(8).
               10 GLF-SUBTOTAL       PIC 9(10).
               10 GLF-ADJUSTMENT     PIC 9(10).
               10 GLF-TARGET         PIC 9(10).
               10 GLF-STANDING       PIC S9(10).
               10 GLF-POSTED-SWITCH  PIC X.
                   88 GLF-POSTED     VALUE "Y".
               10 GLF-DEBIT-ACCOUNT  PIC X(12).
               10 GLF-CREDIT-ACCOUNT PIC X(12).
               10 GLF-LAST-DEBIT     PIC X(12).
               10 GLF-LAST-CREDIT    PIC X(12).
               10 GLF-MAP-SOURCE     PIC X(7).
       77 GLF-COUNT PIC 9(4) VALUE ZERO.
       77 GLF-IDX PIC 9(4) VALUE ZERO.
       77 GLF-FOUND-IDX PIC 9(4) VALUE ZERO.
       77 GLF-MAX PIC 9(4) VALUE 500.

       01 EXCLUDED-FILE-TABLE.
           05 EXCL-FILE-NUM PIC 9(4) OCCURS 500 TIMES.
       77 EXCL-COUNT PIC 9(4) VALUE ZERO.
       77 EXCL-IDX PIC 9(4) VALUE ZERO.
       77 SUB-FILE-NUM-WORK PIC 9(4) VALUE ZERO.

       01 FILE-NAME-WORK PIC X(100) VALUE SPACES.
       01 SUBTOTAL-TIE-SUM PIC 9(10) VALUE ZERO.
       01 ADJUSTMENT-TIE-SUM PIC 9(10) VALUE ZERO.
       77 SUBTOTAL-PARSE-REJECTS PIC 9(8) VALUE ZERO.
       77 EXCLUDED-FILE-COUNT PIC 9(4) VALUE ZERO.
       77 UNMAPPED-COUNT PIC 9(4) VALUE ZERO.
       77 HISTORY-RECORDS-READ PIC 9(8) VALUE ZERO.
       77 HISTORY-ORPHAN-COUNT PIC 9(8) VALUE ZERO.

       01 PEEK-TYPE-X PIC X(2).
       01 PEEK-FIELD2-X PIC X(100).

       77 LAST-BATCH-NUM PIC 9(8) VALUE ZERO.
       77 BATCH-NUM PIC 9(8) VALUE ZERO.
       01 BATCH-TYPE PIC X(8) VALUE SPACES.
       77 BATCH-LINE-COUNT PIC 9(6) VALUE ZERO.
       01 BATCH-DEBIT-TOTAL PIC 9(10) VALUE ZERO.
       01 BATCH-CREDIT-TOTAL PIC 9(10) VALUE ZERO.
       77 BATCH-PAIRS-DUE PIC 9(4) VALUE ZERO.
       77 BATCHES-WRITTEN PIC 9(4) VALUE ZERO.
       77 JOURNAL-LINE-COUNT PIC 9(8) VALUE ZERO.
       01 JOURNAL-DEBIT-TOTAL PIC 9(10) VALUE ZERO.
       01 JOURNAL-CREDIT-TOTAL PIC 9(10) VALUE ZERO.

       01 POST-ENTRY-TYPE PIC X(8) VALUE SPACES.
       01 POST-DEBIT-ACCOUNT PIC X(12) VALUE SPACES.
       01 POST-CREDIT-ACCOUNT PIC X(12) VALUE SPACES.
       01 POST-AMOUNT PIC 9(10) VALUE ZERO.
       01 POST-ACCOUNT PIC X(12) VALUE SPACES.
       01 POST-SIDE PIC X(1) VALUE SPACES.

       01 JL-LINE-SEQ PIC 9(6) VALUE ZERO.
       01 JL-AMOUNT-WORK PIC 9(10) VALUE ZERO.
       01 JL-COUNT-WORK PIC 9(6) VALUE ZERO.
       01 JL-DEBIT-WORK PIC 9(10) VALUE ZERO.
       01 JL-CREDIT-WORK PIC 9(10) VALUE ZERO.

       77 NUMERIC-SWITCH PIC X VALUE "N".
           88 FIELD-IS-NUMERIC VALUE "Y".
       77 DIGIT-SEEN-SWITCH PIC X VALUE "N".
           88 DIGIT-SEEN VALUE "Y".
       77 DIGITS-ENDED-SWITCH PIC X VALUE "N".
           88 DIGITS-ENDED VALUE "Y".
       77 BAD-FIELD-SWITCH PIC X VALUE "N".
           88 BAD-FIELD VALUE "Y".
       01 NUMERIC-WORK PIC X(10).
       77 NUMERIC-IDX PIC 9(2).
       77 NUMERIC-DIGIT PIC 9.
       77 WORK-NUMBER PIC 9(10).

       77 LOG-PROGRAM-ID PIC X(18) VALUE "AOC-DAY1-GLXTRACT".
       77 LOG-DATE-WORK PIC 9(8).
       77 LOG-TIME-WORK PIC 9(8).
       77 LOG-VERDICT-WORK PIC X(8) VALUE SPACES.
       77 JOURNAL-OPEN-SWITCH PIC X VALUE "N".
           88 JOURNAL-OPEN VALUE "Y".

       PROCEDURE DIVISION.
           PERFORM GET-RUN-PARAMETERS.
           PERFORM WRITE-RUN-LOG-START.
           ACCEPT POST-DATE FROM DATE YYYYMMDD.

           PERFORM LOAD-RUN-OUTPUT.
           IF OUT-GATE-VERDICT = "HELD"
               DISPLAY "RUN " RUN-DATE " GATE VERDICT HELD - "
                   "NO JOURNAL POSTED"
               SET GL-EXTRACT-HELD TO TRUE
           ELSE
               PERFORM LOAD-DUPLICATE-EXCLUSIONS
               PERFORM LOAD-FILE-SUBTOTALS
               PERFORM LOAD-FILE-ADJUSTMENTS
               PERFORM MAP-ALL-FILES
               PERFORM LOAD-POSTING-HISTORY
           END-IF.

           IF GL-EXTRACT-HELD
               DISPLAY "GL EXTRACT HELD FOR RUN " RUN-DATE
               MOVE "HELD" TO LOG-VERDICT-WORK
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM OPEN-HISTORY-FOR-POSTING
               PERFORM POST-ORIGINAL-BATCH
               IF ADJUSTED-PRESENT
                   PERFORM POST-ADJUSTMENT-BATCH
               END-IF
               CLOSE GLHISTFILE
               IF BATCHES-WRITTEN = 0
                   DISPLAY "NOTHING TO POST FOR RUN " RUN-DATE
                   MOVE "NONE" TO LOG-VERDICT-WORK
               ELSE
                   MOVE "POSTED" TO LOG-VERDICT-WORK
               END-IF
           END-IF.
           IF JOURNAL-OPEN
               CLOSE GLJOURNALFILE
           END-IF.

           DISPLAY "GL BATCHES WRITTEN       " BATCHES-WRITTEN.
           DISPLAY "GL JOURNAL LINES         " JOURNAL-LINE-COUNT.
           DISPLAY "GL JOURNAL DEBITS        " JOURNAL-DEBIT-TOTAL.
           DISPLAY "GL JOURNAL CREDITS       " JOURNAL-CREDIT-TOTAL.
           PERFORM WRITE-RUN-LOG-END.
           STOP RUN.

       LOAD-RUN-OUTPUT.
           OPEN INPUT OUTPUTFILE.
           EVALUATE OUT-FS
               WHEN "00"
                   CONTINUE
               WHEN "35"
                   DISPLAY "ABEND - OUTPUT FILE NOT FOUND: "
                       OUTPUT-FILE-NAME
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               WHEN OTHER
                   DISPLAY "ABEND - OPEN FAILED, FILE STATUS " OUT-FS
                       ": " OUTPUT-FILE-NAME
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
           READ OUTPUTFILE.
           IF OUT-FS NOT = "00"
               DISPLAY "ABEND - OUTPUT FILE EMPTY OR UNREADABLE, "
                   "FILE STATUS " OUT-FS ": " OUTPUT-FILE-NAME
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE OUT-RUN-DATE TO RUN-DATE.
           MOVE OUT-RUNNING-SUM TO RUN-RUNNING-SUM.
           CLOSE OUTPUTFILE.
           DISPLAY "GL EXTRACT FOR RUN " RUN-DATE " TOTAL "
               RUN-RUNNING-SUM " VERDICT " OUT-GATE-VERDICT.

       OPEN-JOURNAL-FILE.
           OPEN EXTEND GLJOURNALFILE.
           IF GLJ-FS = "35"
               OPEN OUTPUT GLJOURNALFILE
           END-IF.
           IF GLJ-FS NOT = "00"
               DISPLAY "ABEND - OPEN FAILED, FILE STATUS " GLJ-FS
                   ": " GL-JOURNAL-NAME
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           SET JOURNAL-OPEN TO TRUE.

       WRITE-JOURNAL-RECORD.
           WRITE GL-JOURNAL-RECORD.
           IF GLJ-FS NOT = "00"
               DISPLAY "ABEND - WRITE FAILED, FILE STATUS " GLJ-FS
                   ": " GL-JOURNAL-NAME
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       LOAD-DUPLICATE-EXCLUSIONS.
           OPEN INPUT DUPLICATEFILE.
           IF DUP-FS = "35"
               CONTINUE
           ELSE
               IF DUP-FS NOT = "00"
                   DISPLAY "ABEND - OPEN FAILED, FILE STATUS " DUP-FS
                       ": " DUPLICATE-FILE-NAME
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               READ DUPLICATEFILE
                   AT END
                       SET END-OF-DUPLICATES TO TRUE
               END-READ
               PERFORM UNTIL END-OF-DUPLICATES
                   IF DUP-ACTION = "EXCLUDED"
                       MOVE SPACES TO NUMERIC-WORK
                       MOVE DUP-FILE-NUM TO NUMERIC-WORK(1:4)
                       PERFORM VALIDATE-NUMERIC-WORK
                       IF FIELD-IS-NUMERIC
                           AND EXCL-COUNT < GLF-MAX
                           ADD 1 TO EXCL-COUNT
                           MOVE WORK-NUMBER TO EXCL-FILE-NUM(EXCL-COUNT)
                       END-IF
                   END-IF
                   READ DUPLICATEFILE
                       AT END
                           SET END-OF-DUPLICATES TO TRUE
                   END-READ
               END-PERFORM
               CLOSE DUPLICATEFILE
           END-IF.

       LOAD-FILE-SUBTOTALS.
           OPEN INPUT SUBTOTALFILE.
           IF SUB-FS = "35"
               CONTINUE
           ELSE
               IF SUB-FS NOT = "00"
                   DISPLAY "ABEND - OPEN FAILED, FILE STATUS " SUB-FS
                       ": " SUBTOTAL-FILE-NAME
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE "Y" TO SUBTOTALS-SWITCH
               READ SUBTOTALFILE
                   AT END
                       SET END-OF-SUBTOTALS TO TRUE
               END-READ
               PERFORM UNTIL END-OF-SUBTOTALS
                   PERFORM LOAD-ONE-SUBTOTAL
                   READ SUBTOTALFILE
                       AT END
                           SET END-OF-SUBTOTALS TO TRUE
                   END-READ
               END-PERFORM
               CLOSE SUBTOTALFILE
               IF SUBTOTAL-PARSE-REJECTS > 0
                   DISPLAY "UNPARSEABLE SUBTOTAL RECORDS: "
                       SUBTOTAL-PARSE-REJECTS
                   SET GL-EXTRACT-HELD TO TRUE
               END-IF
           END-IF.
           IF NOT SUBTOTALS-PRESENT
               MOVE OUT-INPUT-FILE TO FILE-NAME-WORK
               PERFORM FIND-FILE-ENTRY
               MOVE OUT-RUNNING-SUM TO GLF-SUBTOTAL(GLF-FOUND-IDX)
               ADD OUT-RUNNING-SUM TO SUBTOTAL-TIE-SUM
           END-IF.
           IF SUBTOTAL-TIE-SUM NOT = RUN-RUNNING-SUM
               DISPLAY "FILE SUBTOTALS " SUBTOTAL-TIE-SUM
                   " DO NOT TIE TO RUN TOTAL " RUN-RUNNING-SUM
               SET GL-EXTRACT-HELD TO TRUE
           END-IF.
           IF EXCLUDED-FILE-COUNT > 0
               DISPLAY "EXCLUDED DUPLICATE FILES NOT POSTED: "
                   EXCLUDED-FILE-COUNT
           END-IF.

       LOAD-ONE-SUBTOTAL.
           MOVE "N" TO EXCLUDED-SWITCH.
           MOVE SPACES TO NUMERIC-WORK.
           MOVE SUB-FILE-NUM TO NUMERIC-WORK(1:4).
           PERFORM VALIDATE-NUMERIC-WORK.
           IF FIELD-IS-NUMERIC
               MOVE WORK-NUMBER TO SUB-FILE-NUM-WORK
               PERFORM VARYING EXCL-IDX FROM 1 BY 1
                   UNTIL EXCL-IDX > EXCL-COUNT
                   IF EXCL-FILE-NUM(EXCL-IDX) = SUB-FILE-NUM-WORK
                       SET FILE-EXCLUDED TO TRUE
                   END-IF
               END-PERFORM
           END-IF.
           MOVE SPACES TO NUMERIC-WORK.
           MOVE SUB-SUBTOTAL-SUM TO NUMERIC-WORK(1:8).
           PERFORM VALIDATE-NUMERIC-WORK.
           IF NOT FIELD-IS-NUMERIC
               ADD 1 TO SUBTOTAL-PARSE-REJECTS
           ELSE
               IF FILE-EXCLUDED
                   ADD 1 TO EXCLUDED-FILE-COUNT
               ELSE
                   MOVE SUB-FILE-NAME TO FILE-NAME-WORK
                   PERFORM FIND-FILE-ENTRY
                   ADD WORK-NUMBER TO GLF-SUBTOTAL(GLF-FOUND-IDX)
                   ADD WORK-NUMBER TO SUBTOTAL-TIE-SUM
               END-IF
           END-IF.

       FIND-FILE-ENTRY.
           MOVE ZERO TO GLF-FOUND-IDX.
           PERFORM VARYING GLF-IDX FROM 1 BY 1
               UNTIL GLF-IDX > GLF-COUNT
               OR GLF-FOUND-IDX > 0
               IF GLF-FILE-NAME(GLF-IDX) = FILE-NAME-WORK
                   MOVE GLF-IDX TO GLF-FOUND-IDX
               END-IF
           END-PERFORM.
           IF GLF-FOUND-IDX = 0
               IF GLF-COUNT NOT < GLF-MAX
                   DISPLAY "ABEND - MORE THAN " GLF-MAX
                       " FILES FOR GL EXTRACT"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO GLF-COUNT
               MOVE GLF-COUNT TO GLF-FOUND-IDX
               MOVE FILE-NAME-WORK TO GLF-FILE-NAME(GLF-COUNT)
               MOVE SPACES TO GLF-VENDOR-ID(GLF-COUNT)
               MOVE ZERO TO GLF-SUBTOTAL(GLF-COUNT)
               MOVE ZERO TO GLF-ADJUSTMENT(GLF-COUNT)
               MOVE ZERO TO GLF-TARGET(GLF-COUNT)
               MOVE ZERO TO GLF-STANDING(GLF-COUNT)
               MOVE "N" TO GLF-POSTED-SWITCH(GLF-COUNT)
               MOVE SPACES TO GLF-DEBIT-ACCOUNT(GLF-COUNT)
               MOVE SPACES TO GLF-CREDIT-ACCOUNT(GLF-COUNT)
               MOVE SPACES TO GLF-LAST-DEBIT(GLF-COUNT)
               MOVE SPACES TO GLF-LAST-CREDIT(GLF-COUNT)
               MOVE SPACES TO GLF-MAP-SOURCE(GLF-COUNT)
           END-IF.

       LOAD-FILE-ADJUSTMENTS.
           OPEN INPUT ADJOUTPUTFILE.
           IF AOUT-FS = "35"
               CONTINUE
           ELSE
               IF AOUT-FS NOT = "00"
                   DISPLAY "ABEND - OPEN FAILED, FILE STATUS "
                       AOUT-FS ": " ADJ-OUTPUT-FILE-NAME
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               READ ADJOUTPUTFILE
               IF AOUT-FS = "00"
                   IF AOUT-RUN-DATE = RUN-DATE
                       MOVE "Y" TO ADJUSTED-SWITCH
                       MOVE AOUT-TOTAL-ADJ TO ADJ-TOTAL-ADJ
                       MOVE AOUT-ADJUSTED-SUM TO ADJ-ADJUSTED-SUM
                   ELSE
                       DISPLAY "ADJUSTED OUTPUT IS FOR RUN "
                           AOUT-RUN-DATE " - NOT APPLIED"
                   END-IF
               END-IF
               CLOSE ADJOUTPUTFILE
           END-IF.
           IF ADJUSTED-PRESENT
               PERFORM LOAD-ADJUSTMENT-DETAIL
               IF ADJUSTMENT-TIE-SUM NOT = ADJ-TOTAL-ADJ
                   DISPLAY "FILE ADJUSTMENTS " ADJUSTMENT-TIE-SUM
                       " DO NOT TIE TO TOTAL ADJUSTMENT "
                       ADJ-TOTAL-ADJ
                   SET GL-EXTRACT-HELD TO TRUE
               END-IF
               PERFORM VARYING GLF-IDX FROM 1 BY 1
                   UNTIL GLF-IDX > GLF-COUNT
                   COMPUTE GLF-TARGET(GLF-IDX) =
                       GLF-SUBTOTAL(GLF-IDX) + GLF-ADJUSTMENT(GLF-IDX)
               END-PERFORM
           END-IF.

       LOAD-ADJUSTMENT-DETAIL.
           OPEN INPUT ADJUSTMENTFILE.
           IF ADJ-FS = "35"
               IF ADJ-TOTAL-ADJ > 0
                   DISPLAY "ADJUSTMENT DETAIL NOT FOUND: "
                       ADJUSTMENT-FILE-NAME
                   SET GL-EXTRACT-HELD TO TRUE
               END-IF
           ELSE
               IF ADJ-FS NOT = "00"
                   DISPLAY "ABEND - OPEN FAILED, FILE STATUS " ADJ-FS
                       ": " ADJUSTMENT-FILE-NAME
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               READ ADJUSTMENTFILE
                   AT END
                       SET END-OF-ADJUSTMENTS TO TRUE
               END-READ
               PERFORM UNTIL END-OF-ADJUSTMENTS
                   PERFORM LOAD-ONE-ADJUSTMENT
                   READ ADJUSTMENTFILE
                       AT END
                           SET END-OF-ADJUSTMENTS TO TRUE
                   END-READ
               END-PERFORM
               CLOSE ADJUSTMENTFILE
           END-IF.

       LOAD-ONE-ADJUSTMENT.
           MOVE SPACES TO NUMERIC-WORK.
           MOVE ADJ-NEW-VALUE TO NUMERIC-WORK(1:2).
           PERFORM VALIDATE-NUMERIC-WORK.
           IF NOT FIELD-IS-NUMERIC
               DISPLAY "UNPARSEABLE ADJUSTMENT VALUE: "
                   ADJ-FILE-NAME(1:40) " LINE " ADJ-LINE-NUM
               SET GL-EXTRACT-HELD TO TRUE
           ELSE
               MOVE ZERO TO GLF-FOUND-IDX
               PERFORM VARYING GLF-IDX FROM 1 BY 1
                   UNTIL GLF-IDX > GLF-COUNT
                   OR GLF-FOUND-IDX > 0
                   IF GLF-FILE-NAME(GLF-IDX) = ADJ-FILE-NAME
                       MOVE GLF-IDX TO GLF-FOUND-IDX
                   END-IF
               END-PERFORM
               IF GLF-FOUND-IDX = 0
                   DISPLAY "ADJUSTMENT FOR FILE NOT IN RUN: "
                       ADJ-FILE-NAME(1:40) " LINE " ADJ-LINE-NUM
                   SET GL-EXTRACT-HELD TO TRUE
               ELSE
                   ADD WORK-NUMBER TO GLF-ADJUSTMENT(GLF-FOUND-IDX)
                   ADD WORK-NUMBER TO ADJUSTMENT-TIE-SUM
               END-IF
           END-IF.

       MAP-ALL-FILES.
           OPEN INPUT GLACCTMAP.
           EVALUATE GLA-FS
               WHEN "00"
                   CONTINUE
               WHEN "35"
                   DISPLAY "ABEND - GL ACCOUNT MAP NOT FOUND: "
                       ACCOUNT-MAP-NAME
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               WHEN OTHER
                   DISPLAY "ABEND - OPEN FAILED, FILE STATUS " GLA-FS
                       ": " ACCOUNT-MAP-NAME
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
           PERFORM VARYING GLF-IDX FROM 1 BY 1
               UNTIL GLF-IDX > GLF-COUNT
               PERFORM PEEK-VENDOR-FILE-ID
               PERFORM MAP-ONE-FILE
           END-PERFORM.
           CLOSE GLACCTMAP.
           IF UNMAPPED-COUNT > 0
               DISPLAY "FILES WITH NO GL ACCOUNT MAPPING: "
                   UNMAPPED-COUNT
               SET GL-EXTRACT-HELD TO TRUE
           END-IF.

       PEEK-VENDOR-FILE-ID.
           MOVE SPACES TO GLF-VENDOR-ID(GLF-IDX).
           MOVE GLF-FILE-NAME(GLF-IDX) TO PEEK-FILE-NAME.
           OPEN INPUT PEEKFILE.
           IF PEEK-FS = "00"
               READ PEEKFILE
               IF PEEK-FS = "00"
                   AND PEEK-LINE(1:2) = "H|"
                   MOVE SPACES TO PEEK-TYPE-X
                   MOVE SPACES TO PEEK-FIELD2-X
                   UNSTRING PEEK-LINE DELIMITED BY "|"
                       INTO PEEK-TYPE-X PEEK-FIELD2-X
                   MOVE PEEK-FIELD2-X TO GLF-VENDOR-ID(GLF-IDX)
               END-IF
               CLOSE PEEKFILE
           END-IF.

       MAP-ONE-FILE.
           MOVE "N" TO MAP-FOUND-SWITCH.
           IF GLF-VENDOR-ID(GLF-IDX) NOT = SPACES
               MOVE "V" TO GLA-KEY-TYPE
               MOVE GLF-VENDOR-ID(GLF-IDX) TO GLA-KEY-VALUE
               PERFORM READ-ACCOUNT-MAP
               IF MAP-FOUND
                   MOVE "VENDOR" TO GLF-MAP-SOURCE(GLF-IDX)
               END-IF
           END-IF.
           IF NOT MAP-FOUND
               MOVE "F" TO GLA-KEY-TYPE
               MOVE GLF-FILE-NAME(GLF-IDX) TO GLA-KEY-VALUE
               PERFORM READ-ACCOUNT-MAP
               IF MAP-FOUND
                   MOVE "FILE" TO GLF-MAP-SOURCE(GLF-IDX)
               END-IF
           END-IF.
           IF NOT MAP-FOUND
               MOVE "D" TO GLA-KEY-TYPE
               MOVE SPACES TO GLA-KEY-VALUE
               PERFORM READ-ACCOUNT-MAP
               IF MAP-FOUND
                   MOVE "DEFAULT" TO GLF-MAP-SOURCE(GLF-IDX)
               END-IF
           END-IF.
           IF MAP-FOUND
               MOVE GLA-DEBIT-ACCOUNT TO GLF-DEBIT-ACCOUNT(GLF-IDX)
               MOVE GLA-CREDIT-ACCOUNT TO GLF-CREDIT-ACCOUNT(GLF-IDX)
               DISPLAY "FILE " GLF-FILE-NAME(GLF-IDX)(1:40)
                   " " GLF-MAP-SOURCE(GLF-IDX)
                   " DR " GLF-DEBIT-ACCOUNT(GLF-IDX)
                   " CR " GLF-CREDIT-ACCOUNT(GLF-IDX)
           ELSE
               ADD 1 TO UNMAPPED-COUNT
               DISPLAY "NO GL MAPPING: " GLF-FILE-NAME(GLF-IDX)(1:40)
                   " FILE ID " GLF-VENDOR-ID(GLF-IDX)
           END-IF.

       READ-ACCOUNT-MAP.
           READ GLACCTMAP
               INVALID KEY
                   MOVE "N" TO MAP-FOUND-SWITCH
               NOT INVALID KEY
                   IF GLA-ACTIVE
                       SET MAP-FOUND TO TRUE
                   END-IF
           END-READ.

       LOAD-POSTING-HISTORY.
           OPEN INPUT GLHISTFILE.
           IF GLH-FS = "35"
               CONTINUE
           ELSE
               IF GLH-FS NOT = "00"
                   DISPLAY "ABEND - OPEN FAILED, FILE STATUS " GLH-FS
                       ": " GL-HISTORY-NAME
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               READ GLHISTFILE
                   AT END
                       SET END-OF-GL-HISTORY TO TRUE
               END-READ
               PERFORM UNTIL END-OF-GL-HISTORY
                   ADD 1 TO HISTORY-RECORDS-READ
                   PERFORM APPLY-ONE-HISTORY-RECORD
                   READ GLHISTFILE
                       AT END
                           SET END-OF-GL-HISTORY TO TRUE
                   END-READ
               END-PERFORM
               CLOSE GLHISTFILE
           END-IF.
           IF HISTORY-ORPHAN-COUNT > 0
               DISPLAY "WARNING - " HISTORY-ORPHAN-COUNT
                   " POSTINGS FOR RUN " RUN-DATE
                   " ARE FOR FILES NOT IN THIS RUN"
           END-IF.
           DISPLAY "GL HISTORY RECORDS READ  " HISTORY-RECORDS-READ
               " LAST BATCH " LAST-BATCH-NUM.

       APPLY-ONE-HISTORY-RECORD.
           IF GLH-BATCH-NUM NUMERIC
               AND GLH-BATCH-NUM > LAST-BATCH-NUM
               MOVE GLH-BATCH-NUM TO LAST-BATCH-NUM
           END-IF.
           IF GLH-RUN-DATE = RUN-DATE
               MOVE ZERO TO GLF-FOUND-IDX
               PERFORM VARYING GLF-IDX FROM 1 BY 1
                   UNTIL GLF-IDX > GLF-COUNT
                   OR GLF-FOUND-IDX > 0
                   IF GLF-FILE-NAME(GLF-IDX) = GLH-FILE-NAME
                       MOVE GLF-IDX TO GLF-FOUND-IDX
                   END-IF
               END-PERFORM
               IF GLF-FOUND-IDX = 0
                   ADD 1 TO HISTORY-ORPHAN-COUNT
               ELSE
                   MOVE "Y" TO GLF-POSTED-SWITCH(GLF-FOUND-IDX)
                   EVALUATE TRUE
                       WHEN GLH-REVERSAL
                           SUBTRACT GLH-AMOUNT
                               FROM GLF-STANDING(GLF-FOUND-IDX)
                       WHEN OTHER
                           ADD GLH-AMOUNT
                               TO GLF-STANDING(GLF-FOUND-IDX)
                           MOVE GLH-DEBIT-ACCOUNT
                               TO GLF-LAST-DEBIT(GLF-FOUND-IDX)
                           MOVE GLH-CREDIT-ACCOUNT
                               TO GLF-LAST-CREDIT(GLF-FOUND-IDX)
                   END-EVALUATE
               END-IF
           END-IF.

       OPEN-HISTORY-FOR-POSTING.
           OPEN EXTEND GLHISTFILE.
           IF GLH-FS = "35"
               OPEN OUTPUT GLHISTFILE
           END-IF.
           IF GLH-FS NOT = "00"
               DISPLAY "ABEND - OPEN FAILED, FILE STATUS " GLH-FS
                   ": " GL-HISTORY-NAME
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       POST-ORIGINAL-BATCH.
           MOVE ZERO TO BATCH-PAIRS-DUE.
           PERFORM VARYING GLF-IDX FROM 1 BY 1
               UNTIL GLF-IDX > GLF-COUNT
               IF NOT GLF-POSTED(GLF-IDX)
                   AND GLF-SUBTOTAL(GLF-IDX) > 0
                   ADD 1 TO BATCH-PAIRS-DUE
               END-IF
           END-PERFORM.
           IF BATCH-PAIRS-DUE > 0
               MOVE "ORIGINAL" TO BATCH-TYPE
               PERFORM START-JOURNAL-BATCH
               PERFORM VARYING GLF-IDX FROM 1 BY 1
                   UNTIL GLF-IDX > GLF-COUNT
                   IF NOT GLF-POSTED(GLF-IDX)
                       AND GLF-SUBTOTAL(GLF-IDX) > 0
                       MOVE "ORIGINAL" TO POST-ENTRY-TYPE
                       MOVE GLF-DEBIT-ACCOUNT(GLF-IDX)
                           TO POST-DEBIT-ACCOUNT
                       MOVE GLF-CREDIT-ACCOUNT(GLF-IDX)
                           TO POST-CREDIT-ACCOUNT
                       MOVE GLF-SUBTOTAL(GLF-IDX) TO POST-AMOUNT
                       PERFORM WRITE-JOURNAL-PAIR
                       MOVE "Y" TO GLF-POSTED-SWITCH(GLF-IDX)
                       MOVE GLF-SUBTOTAL(GLF-IDX)
                           TO GLF-STANDING(GLF-IDX)
                       MOVE GLF-DEBIT-ACCOUNT(GLF-IDX)
                           TO GLF-LAST-DEBIT(GLF-IDX)
                       MOVE GLF-CREDIT-ACCOUNT(GLF-IDX)
                           TO GLF-LAST-CREDIT(GLF-IDX)
                   END-IF
               END-PERFORM
               PERFORM END-JOURNAL-BATCH
           END-IF.

       POST-ADJUSTMENT-BATCH.
           MOVE ZERO TO BATCH-PAIRS-DUE.
           PERFORM VARYING GLF-IDX FROM 1 BY 1
               UNTIL GLF-IDX > GLF-COUNT
               IF GLF-STANDING(GLF-IDX) NOT = GLF-TARGET(GLF-IDX)
                   ADD 1 TO BATCH-PAIRS-DUE
               END-IF
           END-PERFORM.
           IF BATCH-PAIRS-DUE > 0
               MOVE "ADJUST" TO BATCH-TYPE
               PERFORM START-JOURNAL-BATCH
               PERFORM VARYING GLF-IDX FROM 1 BY 1
                   UNTIL GLF-IDX > GLF-COUNT
                   IF GLF-STANDING(GLF-IDX) NOT = GLF-TARGET(GLF-IDX)
                       PERFORM POST-ONE-CORRECTION
                   END-IF
               END-PERFORM
               PERFORM END-JOURNAL-BATCH
           END-IF.

       POST-ONE-CORRECTION.
           IF GLF-STANDING(GLF-IDX) > 0
               MOVE "REVERSAL" TO POST-ENTRY-TYPE
               MOVE GLF-LAST-CREDIT(GLF-IDX) TO POST-DEBIT-ACCOUNT
               MOVE GLF-LAST-DEBIT(GLF-IDX) TO POST-CREDIT-ACCOUNT
               MOVE GLF-STANDING(GLF-IDX) TO POST-AMOUNT
               PERFORM WRITE-JOURNAL-PAIR
           END-IF.
           IF GLF-TARGET(GLF-IDX) > 0
               MOVE "CORRECT" TO POST-ENTRY-TYPE
               MOVE GLF-DEBIT-ACCOUNT(GLF-IDX) TO POST-DEBIT-ACCOUNT
               MOVE GLF-CREDIT-ACCOUNT(GLF-IDX) TO POST-CREDIT-ACCOUNT
               MOVE GLF-TARGET(GLF-IDX) TO POST-AMOUNT
               PERFORM WRITE-JOURNAL-PAIR
               MOVE GLF-DEBIT-ACCOUNT(GLF-IDX)
                   TO GLF-LAST-DEBIT(GLF-IDX)
               MOVE GLF-CREDIT-ACCOUNT(GLF-IDX)
                   TO GLF-LAST-CREDIT(GLF-IDX)
           END-IF.
           MOVE GLF-TARGET(GLF-IDX) TO GLF-STANDING(GLF-IDX).
           MOVE "Y" TO GLF-POSTED-SWITCH(GLF-IDX).

       START-JOURNAL-BATCH.
           IF NOT JOURNAL-OPEN
               PERFORM OPEN-JOURNAL-FILE
           END-IF.
           ADD 1 TO LAST-BATCH-NUM.
           MOVE LAST-BATCH-NUM TO BATCH-NUM.
           MOVE ZERO TO BATCH-LINE-COUNT.
           MOVE ZERO TO BATCH-DEBIT-TOTAL.
           MOVE ZERO TO BATCH-CREDIT-TOTAL.
           MOVE ZERO TO JL-LINE-SEQ.
           MOVE SPACES TO GL-JOURNAL-RECORD.
           STRING "BH|" DELIMITED BY SIZE
               BATCH-NUM DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               POST-DATE DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               RUN-DATE DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               GL-SOURCE-ID DELIMITED BY SPACE
               "|" DELIMITED BY SIZE
               BATCH-TYPE DELIMITED BY SPACE
               INTO GL-JOURNAL-RECORD.
           PERFORM WRITE-JOURNAL-RECORD.
           DISPLAY "GL BATCH " BATCH-NUM " " BATCH-TYPE
               " ENTRIES " BATCH-PAIRS-DUE.

       WRITE-JOURNAL-PAIR.
           MOVE POST-DEBIT-ACCOUNT TO POST-ACCOUNT.
           MOVE "D" TO POST-SIDE.
           PERFORM WRITE-JOURNAL-LINE.
           ADD POST-AMOUNT TO BATCH-DEBIT-TOTAL.
           ADD POST-AMOUNT TO JOURNAL-DEBIT-TOTAL.
           MOVE POST-CREDIT-ACCOUNT TO POST-ACCOUNT.
           MOVE "C" TO POST-SIDE.
           PERFORM WRITE-JOURNAL-LINE.
           ADD POST-AMOUNT TO BATCH-CREDIT-TOTAL.
           ADD POST-AMOUNT TO JOURNAL-CREDIT-TOTAL.

           MOVE SPACES TO GL-HISTORY-RECORD.
           MOVE BATCH-NUM TO GLH-BATCH-NUM.
           MOVE RUN-DATE TO GLH-RUN-DATE.
           MOVE POST-DATE TO GLH-POST-DATE.
           MOVE POST-ENTRY-TYPE TO GLH-ENTRY-TYPE.
           MOVE POST-DEBIT-ACCOUNT TO GLH-DEBIT-ACCOUNT.
           MOVE POST-CREDIT-ACCOUNT TO GLH-CREDIT-ACCOUNT.
           MOVE POST-AMOUNT TO GLH-AMOUNT.
           MOVE GLF-FILE-NAME(GLF-IDX) TO GLH-FILE-NAME.
           WRITE GL-HISTORY-RECORD.
           IF GLH-FS NOT = "00"
               DISPLAY "ABEND - WRITE FAILED, FILE STATUS " GLH-FS
                   ": " GL-HISTORY-NAME
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       WRITE-JOURNAL-LINE.
           ADD 1 TO JL-LINE-SEQ.
           ADD 1 TO BATCH-LINE-COUNT.
           ADD 1 TO JOURNAL-LINE-COUNT.
           MOVE POST-AMOUNT TO JL-AMOUNT-WORK.
           MOVE SPACES TO GL-JOURNAL-RECORD.
           STRING "JL|" DELIMITED BY SIZE
               BATCH-NUM DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               JL-LINE-SEQ DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               POST-ACCOUNT DELIMITED BY SPACE
               "|" DELIMITED BY SIZE
               POST-SIDE DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               JL-AMOUNT-WORK DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               POST-ENTRY-TYPE DELIMITED BY SPACE
               "|" DELIMITED BY SIZE
               RUN-DATE DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               GLF-FILE-NAME(GLF-IDX) DELIMITED BY SPACE
               INTO GL-JOURNAL-RECORD.
           PERFORM WRITE-JOURNAL-RECORD.

       END-JOURNAL-BATCH.
           MOVE BATCH-LINE-COUNT TO JL-COUNT-WORK.
           MOVE BATCH-DEBIT-TOTAL TO JL-DEBIT-WORK.
           MOVE BATCH-CREDIT-TOTAL TO JL-CREDIT-WORK.
           MOVE SPACES TO GL-JOURNAL-RECORD.
           STRING "BT|" DELIMITED BY SIZE
               BATCH-NUM DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               JL-COUNT-WORK DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               JL-DEBIT-WORK DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               JL-CREDIT-WORK DELIMITED BY SIZE
               INTO GL-JOURNAL-RECORD.
           PERFORM WRITE-JOURNAL-RECORD.
           ADD 1 TO BATCHES-WRITTEN.
           DISPLAY "GL BATCH " BATCH-NUM " LINES " BATCH-LINE-COUNT
               " DR " BATCH-DEBIT-TOTAL " CR " BATCH-CREDIT-TOTAL.

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
           MOVE GLF-COUNT TO LOG-RECORDS-READ.
           MOVE JOURNAL-LINE-COUNT TO LOG-RECORDS-WRITTEN.
           MOVE LOG-VERDICT-WORK TO LOG-GATE-VERDICT.
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

       VALIDATE-NUMERIC-WORK.
           MOVE "N" TO NUMERIC-SWITCH.
           MOVE "N" TO DIGIT-SEEN-SWITCH.
           MOVE "N" TO DIGITS-ENDED-SWITCH.
           MOVE "N" TO BAD-FIELD-SWITCH.
           MOVE ZERO TO WORK-NUMBER.
           PERFORM VARYING NUMERIC-IDX FROM 1 BY 1
               UNTIL NUMERIC-IDX > 10
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

       GET-RUN-PARAMETERS.
           PERFORM LOAD-PARM-CARD.

           MOVE "AOC_OUTPUT_FILE" TO PARM-KEYWORD.
           PERFORM GET-ONE-PARM.
           IF PARM-SUPPLIED
               MOVE PARM-VALUE TO OUTPUT-FILE-NAME
           END-IF.
           MOVE OUTPUT-FILE-NAME TO PARM-ECHO-VALUE.
           PERFORM ECHO-PARM.

           MOVE "AOC_SUBTOTAL_FILE" TO PARM-KEYWORD.
           PERFORM GET-ONE-PARM.
           IF PARM-SUPPLIED
               MOVE PARM-VALUE TO SUBTOTAL-FILE-NAME
           END-IF.
           MOVE SUBTOTAL-FILE-NAME TO PARM-ECHO-VALUE.
           PERFORM ECHO-PARM.

           MOVE "AOC_DUPLICATE_FILE" TO PARM-KEYWORD.
           PERFORM GET-ONE-PARM.
           IF PARM-SUPPLIED
               MOVE PARM-VALUE TO DUPLICATE-FILE-NAME
           END-IF.
           MOVE DUPLICATE-FILE-NAME TO PARM-ECHO-VALUE.
           PERFORM ECHO-PARM.

           MOVE "AOC_ADJUSTED_OUTPUT_FILE" TO PARM-KEYWORD.
           PERFORM GET-ONE-PARM.
           IF PARM-SUPPLIED
               MOVE PARM-VALUE TO ADJ-OUTPUT-FILE-NAME
           END-IF.
           MOVE ADJ-OUTPUT-FILE-NAME TO PARM-ECHO-VALUE.
           PERFORM ECHO-PARM.

           MOVE "AOC_ADJUSTMENT_FILE" TO PARM-KEYWORD.
           PERFORM GET-ONE-PARM.
           IF PARM-SUPPLIED
               MOVE PARM-VALUE TO ADJUSTMENT-FILE-NAME
           END-IF.
           MOVE ADJUSTMENT-FILE-NAME TO PARM-ECHO-VALUE.
           PERFORM ECHO-PARM.

           MOVE "AOC_GL_ACCOUNT_MAP_FILE" TO PARM-KEYWORD.
           PERFORM GET-ONE-PARM.
           IF PARM-SUPPLIED
               MOVE PARM-VALUE TO ACCOUNT-MAP-NAME
           END-IF.
           MOVE ACCOUNT-MAP-NAME TO PARM-ECHO-VALUE.
           PERFORM ECHO-PARM.

           MOVE "AOC_GL_HISTORY_FILE" TO PARM-KEYWORD.
           PERFORM GET-ONE-PARM.
           IF PARM-SUPPLIED
               MOVE PARM-VALUE TO GL-HISTORY-NAME
           END-IF.
           MOVE GL-HISTORY-NAME TO PARM-ECHO-VALUE.
           PERFORM ECHO-PARM.

           MOVE "AOC_GL_JOURNAL_FILE" TO PARM-KEYWORD.
           PERFORM GET-ONE-PARM.
           IF PARM-SUPPLIED
               MOVE PARM-VALUE TO GL-JOURNAL-NAME
           END-IF.
           MOVE GL-JOURNAL-NAME TO PARM-ECHO-VALUE.
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
