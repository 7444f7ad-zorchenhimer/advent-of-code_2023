               ACCESS IS SEQUENTIAL
               FILE STATUS IS AOUT-FS.

       SELECT GLJOURNALFILE ASSIGN TO DYNAMIC GL-JOURNAL-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL
               FILE STATUS IS GLJ-FS.

       SELECT GLHISTFILE ASSIGN TO DYNAMIC GL-HISTORY-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL
               FILE STATUS IS GLH-FS.

       SELECT BALANCEFILE ASSIGN TO DYNAMIC BALANCE-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL
           05 FILLER               PIC X(3).
           05 AOUT-ADJUSTED-SUM    PIC 9(8).

       FD GLJOURNALFILE.
       01 GL-JOURNAL-RECORD PIC X(200).

       FD GLHISTFILE.
       01 GL-HISTORY-RECORD.
           05 GLH-BATCH-NUM      PIC 9(8).
           05 FILLER             PIC X(3).
           05 GLH-RUN-DATE       PIC 9(8).
           05 FILLER             PIC X(3).
           05 GLH-POST-DATE      PIC 9(8).
           05 FILLER             PIC X(3).
           05 GLH-ENTRY-TYPE     PIC X(8).
           05 FILLER             PIC X(3).
           05 GLH-DEBIT-ACCOUNT  PIC X(12).
           05 FILLER             PIC X(3).
           05 GLH-CREDIT-ACCOUNT PIC X(12).
           05 FILLER             PIC X(3).
           05 GLH-AMOUNT         PIC 9(10).
           05 FILLER             PIC X(3).
           05 GLH-FILE-NAME      PIC X(100).

       FD BALANCEFILE.
       01 BALANCE-BREAK-RECORD.
           05 BAL-LEG-NAME       PIC X(40).
       01 INTERFACE-FILE-NAME  PIC X(100) VALUE 'interface.txt'.
       01 ADJ-OUTPUT-FILE-NAME PIC X(100)
           VALUE 'adjusted-output.txt'.
       01 GL-JOURNAL-NAME      PIC X(100) VALUE 'gljournal.txt'.
       01 GL-HISTORY-NAME      PIC X(100) VALUE 'glhist.txt'.
       01 BALANCE-FILE-NAME    PIC X(100) VALUE 'balance.txt'.
       01 RUN-LOG-FILE-NAME    PIC X(100) VALUE 'runlog.txt'.
       01 ENV-BUFFER           PIC X(100).
       77 SUB-FS PIC X(2).
       77 IFC-FS PIC X(2).
       77 AOUT-FS PIC X(2).
       77 GLJ-FS PIC X(2).
       77 GLH-FS PIC X(2).
       77 BAL-FS PIC X(2).
       77 LOG-FS PIC X(2).

           88 END-OF-INTERFACE VALUE "Y".
       77 LOG-EOF-SWITCH PIC X VALUE "N".
           88 END-OF-RUN-LOG VALUE "Y".
       77 GLJ-EOF-SWITCH PIC X VALUE "N".
           88 END-OF-GL-JOURNAL VALUE "Y".
       77 GLH-EOF-SWITCH PIC X VALUE "N".
           88 END-OF-GL-HISTORY VALUE "Y".

       77 SUBTOTALS-SWITCH PIC X VALUE "N".
           88 SUBTOTALS-PRESENT VALUE "Y".
           88 IFC-TRAILER-PRESENT VALUE "Y".
       77 CALLOAD-SWITCH PIC X VALUE "N".
           88 CALLOAD-LOGGED VALUE "Y".
       77 GL-JOURNAL-SWITCH PIC X VALUE "N".
           88 GL-JOURNAL-PRESENT VALUE "Y".
       77 GL-POSTED-SWITCH PIC X VALUE "N".
           88 GL-POSTED-FOR-RUN VALUE "Y".

       77 RUN-RECORD-COUNT PIC 9(8) VALUE ZERO.
       77 RUN-RUNNING-SUM PIC 9(8) VALUE ZERO.
       01 ADJ-ORIGINAL-SUM PIC 9(8) VALUE ZERO.
       01 ADJ-TOTAL-ADJ PIC 9(8) VALUE ZERO.
       01 ADJ-ADJUSTED-SUM PIC 9(8) VALUE ZERO.
       77 ADJ-RUN-DATE PIC 9(8) VALUE ZERO.

       77 CALLOAD-LOADED-COUNT PIC 9(8) VALUE ZERO.

       77 GLJ-LINE-COUNT PIC 9(8) VALUE ZERO.
       01 GLJ-DEBIT-SUM PIC 9(10) VALUE ZERO.
       01 GLJ-CREDIT-SUM PIC 9(10) VALUE ZERO.
       77 GLJ-TRAILER-LINES PIC 9(8) VALUE ZERO.
       01 GLJ-TRAILER-DEBITS PIC 9(10) VALUE ZERO.
       01 GLJ-TRAILER-CREDITS PIC 9(10) VALUE ZERO.
       77 GLJ-PARSE-REJECTS PIC 9(8) VALUE ZERO.
       01 GLH-NET-POSTED PIC S9(11) VALUE ZERO.
       01 GL-RUN-TOTAL PIC 9(10) VALUE ZERO.
       01 GLJ-FIELD6-X PIC X(100).

       01 IFC-TYPE-X PIC X(2).
       01 IFC-FIELD2-X PIC X(100).
       01 IFC-FIELD3-X PIC X(100).
           PERFORM TALLY-INTERFACE-FILE.
           PERFORM LOAD-ADJUSTED-OUTPUT.
           PERFORM FIND-CALLOAD-COUNTS.
           PERFORM TALLY-GL-JOURNAL.
           PERFORM TALLY-GL-HISTORY.

           PERFORM OPEN-BALANCE-FILE.
           PERFORM CHECK-ALL-LEGS.
                   "LEG SKIPPED"
           END-IF.

           IF GL-JOURNAL-PRESENT
               MOVE "GL JOURNAL DEBITS VS CREDITS" TO LEG-NAME
               MOVE GLJ-DEBIT-SUM TO LEG-AMOUNT-A
               MOVE GLJ-CREDIT-SUM TO LEG-AMOUNT-B
               PERFORM CHECK-ONE-LEG

               MOVE "GL BATCH TRAILER LINES VS JOURNAL" TO LEG-NAME
               MOVE GLJ-TRAILER-LINES TO LEG-AMOUNT-A
               MOVE GLJ-LINE-COUNT TO LEG-AMOUNT-B
               PERFORM CHECK-ONE-LEG

               MOVE "GL BATCH TRAILER DEBITS VS JOURNAL" TO LEG-NAME
               MOVE GLJ-TRAILER-DEBITS TO LEG-AMOUNT-A
               MOVE GLJ-DEBIT-SUM TO LEG-AMOUNT-B
               PERFORM CHECK-ONE-LEG

               MOVE "GL BATCH TRAILER CREDITS VS JOURNAL" TO LEG-NAME
               MOVE GLJ-TRAILER-CREDITS TO LEG-AMOUNT-A
               MOVE GLJ-CREDIT-SUM TO LEG-AMOUNT-B
               PERFORM CHECK-ONE-LEG
           ELSE
               DISPLAY "GL JOURNAL NOT PRESENT - LEGS SKIPPED"
           END-IF.

           IF GL-POSTED-FOR-RUN
               IF ADJUSTED-PRESENT
                   AND ADJ-RUN-DATE = RUN-DATE
                   MOVE "GL NET POSTED VS ADJUSTED SUM" TO LEG-NAME
                   MOVE ADJ-ADJUSTED-SUM TO GL-RUN-TOTAL
               ELSE
                   MOVE "GL NET POSTED VS OUTPUT SUM" TO LEG-NAME
                   MOVE RUN-RUNNING-SUM TO GL-RUN-TOTAL
               END-IF
               IF GLH-NET-POSTED < 0
                   MOVE ZERO TO LEG-AMOUNT-A
               ELSE
                   MOVE GLH-NET-POSTED TO LEG-AMOUNT-A
               END-IF
               MOVE GL-RUN-TOTAL TO LEG-AMOUNT-B
               PERFORM CHECK-ONE-LEG
           ELSE
               DISPLAY "NO GL POSTINGS FOR RUN DATE - LEG SKIPPED"
           END-IF.

       CHECK-ONE-LEG.
           ADD 1 TO LEG-CHECK-COUNT.
           IF LEG-AMOUNT-A NOT = LEG-AMOUNT-B
                   MOVE AOUT-ORIGINAL-SUM TO ADJ-ORIGINAL-SUM
                   MOVE AOUT-TOTAL-ADJ TO ADJ-TOTAL-ADJ
                   MOVE AOUT-ADJUSTED-SUM TO ADJ-ADJUSTED-SUM
                   MOVE AOUT-RUN-DATE TO ADJ-RUN-DATE
               END-IF
               CLOSE ADJOUTPUTFILE
           END-IF.
               CLOSE RUNLOGFILE
           END-IF.

       TALLY-GL-JOURNAL.
           OPEN INPUT GLJOURNALFILE.
           IF GLJ-FS = "35"
               CONTINUE
           ELSE
               IF GLJ-FS NOT = "00"
                   DISPLAY "ABEND - OPEN FAILED, FILE STATUS " GLJ-FS
                       ": " GL-JOURNAL-NAME
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE "Y" TO GL-JOURNAL-SWITCH
               READ GLJOURNALFILE
                   AT END
                       SET END-OF-GL-JOURNAL TO TRUE
               END-READ
               PERFORM UNTIL END-OF-GL-JOURNAL
                   PERFORM TALLY-ONE-GL-JOURNAL-RECORD
                   READ GLJOURNALFILE
                       AT END
                           SET END-OF-GL-JOURNAL TO TRUE
                   END-READ
               END-PERFORM
               CLOSE GLJOURNALFILE
               IF GLJ-PARSE-REJECTS > 0
                   DISPLAY "WARNING - " GLJ-PARSE-REJECTS
                       " UNPARSEABLE GL JOURNAL RECORDS SKIPPED"
               END-IF
           END-IF.

       TALLY-ONE-GL-JOURNAL-RECORD.
           MOVE SPACES TO IFC-FIELD2-X.
           MOVE SPACES TO IFC-FIELD3-X.
           MOVE SPACES TO IFC-FIELD4-X.
           MOVE SPACES TO IFC-FIELD5-X.
           MOVE SPACES TO GLJ-FIELD6-X.
           EVALUATE TRUE
               WHEN GL-JOURNAL-RECORD(1:3) = "JL|"
                   ADD 1 TO GLJ-LINE-COUNT
                   UNSTRING GL-JOURNAL-RECORD DELIMITED BY "|"
                       INTO IFC-TYPE-X IFC-FIELD2-X IFC-FIELD3-X
                       IFC-FIELD4-X IFC-FIELD5-X GLJ-FIELD6-X
                   MOVE SPACES TO NUMERIC-WORK
                   MOVE GLJ-FIELD6-X(1:10) TO NUMERIC-WORK
                   PERFORM VALIDATE-NUMERIC-WORK
                   EVALUATE TRUE
                       WHEN NOT FIELD-IS-NUMERIC
                           ADD 1 TO GLJ-PARSE-REJECTS
                       WHEN IFC-FIELD5-X(1:1) = "D"
                           ADD WORK-NUMBER TO GLJ-DEBIT-SUM
                       WHEN IFC-FIELD5-X(1:1) = "C"
                           ADD WORK-NUMBER TO GLJ-CREDIT-SUM
                       WHEN OTHER
                           ADD 1 TO GLJ-PARSE-REJECTS
                   END-EVALUATE
               WHEN GL-JOURNAL-RECORD(1:3) = "BT|"
                   UNSTRING GL-JOURNAL-RECORD DELIMITED BY "|"
                       INTO IFC-TYPE-X IFC-FIELD2-X IFC-FIELD3-X
                       IFC-FIELD4-X IFC-FIELD5-X
                   MOVE SPACES TO NUMERIC-WORK
                   MOVE IFC-FIELD3-X(1:10) TO NUMERIC-WORK
                   PERFORM VALIDATE-NUMERIC-WORK
                   IF FIELD-IS-NUMERIC
                       ADD WORK-NUMBER TO GLJ-TRAILER-LINES
                   ELSE
                       ADD 1 TO GLJ-PARSE-REJECTS
                   END-IF
                   MOVE SPACES TO NUMERIC-WORK
                   MOVE IFC-FIELD4-X(1:10) TO NUMERIC-WORK
                   PERFORM VALIDATE-NUMERIC-WORK
                   IF FIELD-IS-NUMERIC
                       ADD WORK-NUMBER TO GLJ-TRAILER-DEBITS
                   ELSE
                       ADD 1 TO GLJ-PARSE-REJECTS
                   END-IF
                   MOVE SPACES TO NUMERIC-WORK
                   MOVE IFC-FIELD5-X(1:10) TO NUMERIC-WORK
                   PERFORM VALIDATE-NUMERIC-WORK
                   IF FIELD-IS-NUMERIC
                       ADD WORK-NUMBER TO GLJ-TRAILER-CREDITS
                   ELSE
                       ADD 1 TO GLJ-PARSE-REJECTS
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       TALLY-GL-HISTORY.
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
                   IF GLH-RUN-DATE = RUN-DATE
                       AND GLH-AMOUNT NUMERIC
                       MOVE "Y" TO GL-POSTED-SWITCH
                       IF GLH-ENTRY-TYPE = "REVERSAL"
                           SUBTRACT GLH-AMOUNT FROM GLH-NET-POSTED
                       ELSE
                           ADD GLH-AMOUNT TO GLH-NET-POSTED
                       END-IF
                   END-IF
                   READ GLHISTFILE
                       AT END
                           SET END-OF-GL-HISTORY TO TRUE
                   END-READ
               END-PERFORM
               CLOSE GLHISTFILE
           END-IF.

       OPEN-BALANCE-FILE.
           OPEN OUTPUT BALANCEFILE.
           EVALUATE BAL-FS
           MOVE ADJ-OUTPUT-FILE-NAME TO PARM-ECHO-VALUE.
           PERFORM ECHO-PARM.

           MOVE "AOC_GL_JOURNAL_FILE" TO PARM-KEYWORD.
           PERFORM GET-ONE-PARM.
           IF PARM-SUPPLIED
               MOVE PARM-VALUE TO GL-JOURNAL-NAME
           END-IF.
           MOVE GL-JOURNAL-NAME TO PARM-ECHO-VALUE.
           PERFORM ECHO-PARM.

           MOVE "AOC_GL_HISTORY_FILE" TO PARM-KEYWORD.
           PERFORM GET-ONE-PARM.
           IF PARM-SUPPLIED
               MOVE PARM-VALUE TO GL-HISTORY-NAME
           END-IF.
           MOVE GL-HISTORY-NAME TO PARM-ECHO-VALUE.
           PERFORM ECHO-PARM.

           MOVE "AOC_BALANCE_FILE" TO PARM-KEYWORD.
           PERFORM GET-ONE-PARM.
           IF PARM-SUPPLIED
