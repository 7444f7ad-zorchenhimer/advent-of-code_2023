       IDENTIFICATION DIVISION.
       PROGRAM-ID. AOC-DAY1-APPRMGR.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT APPROVALFILE ASSIGN TO DYNAMIC APPROVAL-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS APR-KEY
               FILE STATUS IS APR-FS.

       SELECT APPRTRANFILE ASSIGN TO DYNAMIC APPROVAL-TRAN-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL
               FILE STATUS IS ATR-FS.

       SELECT APPRRPTFILE ASSIGN TO DYNAMIC APPROVAL-REPORT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL
               FILE STATUS IS ARP-FS.

       SELECT RUNLOGFILE ASSIGN TO DYNAMIC RUN-LOG-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL
               FILE STATUS IS LOG-FS.

       DATA DIVISION.

       FILE SECTION.
       FD APPROVALFILE.
       01 APPROVAL-RECORD.
           05 APR-KEY.
               10 APR-BATCH-TYPE   PIC X(8).
               10 APR-BATCH-NAME   PIC X(100).
           05 APR-STATUS           PIC X(9).
               88 APR-SUBMITTED    VALUE "SUBMITTED".
               88 APR-APPROVED     VALUE "APPROVED".
               88 APR-REJECTED     VALUE "REJECTED".
               88 APR-ADJUSTED     VALUE "ADJUSTED".
               88 APR-APPLIED      VALUE "APPLIED".
           05 APR-SUBMITTED-BY     PIC X(8).
           05 APR-SUBMIT-DATE      PIC 9(8).
           05 APR-SUBMIT-TIME      PIC 9(6).
           05 APR-APPROVED-BY      PIC X(8).
           05 APR-APPROVE-DATE     PIC 9(8).
           05 APR-APPROVE-TIME     PIC 9(6).
           05 APR-RECORD-COUNT     PIC 9(8).
           05 APR-HASH             PIC 9(10).
           05 APR-DERIVED-COUNT    PIC 9(8).
           05 APR-DERIVED-HASH     PIC 9(10).
           05 APR-LAST-ACTION-DATE PIC 9(8).
           05 APR-NOTE             PIC X(40).

       FD APPRTRANFILE.
       01 APPROVAL-TRAN-RECORD.
           05 ATR-ACTION         PIC X(1).
           05 FILLER             PIC X(3).
           05 ATR-BATCH-TYPE     PIC X(8).
           05 FILLER             PIC X(3).
           05 ATR-BATCH-NAME     PIC X(100).
           05 FILLER             PIC X(3).
           05 ATR-NOTE           PIC X(40).

       FD APPRRPTFILE.
       01 APPROVAL-REPORT-RECORD.
           05 ARP-ACTION         PIC X(8).
           05 FILLER             PIC X(3) VALUE SPACES.
           05 ARP-BATCH-TYPE     PIC X(8).
           05 FILLER             PIC X(3) VALUE SPACES.
           05 ARP-STATUS         PIC X(9).
           05 FILLER             PIC X(3) VALUE SPACES.
           05 ARP-SUBMITTED-BY   PIC X(8).
           05 FILLER             PIC X(3) VALUE SPACES.
           05 ARP-APPROVED-BY    PIC X(8).
           05 FILLER             PIC X(3) VALUE SPACES.
           05 ARP-RECORD-COUNT   PIC Z(7)9.
           05 FILLER             PIC X(3) VALUE SPACES.
           05 ARP-HASH           PIC 9(10).
           05 FILLER             PIC X(3) VALUE SPACES.
           05 ARP-REASON         PIC X(40).
           05 FILLER             PIC X(3) VALUE SPACES.
           05 ARP-BATCH-NAME     PIC X(100).
       01 APPROVAL-HEADER-RECORD.
           05 ARH-LABEL          PIC X(30).
           05 ARH-VALUE          PIC X(8).
           05 FILLER             PIC X(3) VALUE SPACES.
           05 ARH-OPERATOR       PIC X(8).
       01 APPROVAL-TOTAL-RECORD.
           05 ART-LABEL          PIC X(30).
           05 ART-COUNT          PIC Z(7)9.

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
       01 APPROVAL-FILE-NAME   PIC X(100) VALUE 'approvals.dat'.
       01 APPROVAL-TRAN-NAME   PIC X(100) VALUE 'apprtran.txt'.
       01 APPROVAL-REPORT-NAME PIC X(100) VALUE 'apprmgr.txt'.
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

       77 APR-FS PIC X(2).
       77 ATR-FS PIC X(2).
       77 ARP-FS PIC X(2).
       77 LOG-FS PIC X(2).
       77 LOG-PROGRAM-ID PIC X(18) VALUE "AOC-DAY1-APPRMGR".
       77 LOG-DATE-WORK PIC 9(8).
       77 LOG-TIME-WORK PIC 9(8).
       77 ATR-EOF-SWITCH PIC X VALUE "N".
           88 END-OF-TRANSACTIONS VALUE "Y".
       77 APR-EOF-SWITCH PIC X VALUE "N".
           88 END-OF-APPROVALS VALUE "Y".

       77 APPROVAL-ACTION PIC X(7) VALUE "LIST".
           88 PROCESS-ACTION VALUE "PROCESS".
           88 LIST-ACTION VALUE "LIST".
       01 OPERATOR-ID PIC X(8) VALUE SPACES.

       77 ENTRY-ACTION PIC X(8) VALUE SPACES.
       01 ENTRY-REASON PIC X(40) VALUE SPACES.
       77 RECORD-FOUND-SWITCH PIC X VALUE "N".
           88 RECORD-FOUND VALUE "Y".
       77 TODAY-DATE PIC 9(8) VALUE ZERO.
       77 TODAY-TIME PIC 9(8) VALUE ZERO.

       77 RECORDS-READ PIC 9(8) VALUE ZERO.
       77 RECORDS-WRITTEN PIC 9(8) VALUE ZERO.
       77 SUBMITTED-COUNT PIC 9(8) VALUE ZERO.
       77 APPROVED-COUNT PIC 9(8) VALUE ZERO.
       77 REJECTED-COUNT PIC 9(8) VALUE ZERO.
       77 DENIED-COUNT PIC 9(8) VALUE ZERO.
       77 PENDING-COUNT PIC 9(8) VALUE ZERO.
       77 ADJUSTED-COUNT PIC 9(8) VALUE ZERO.
       77 APPLIED-COUNT PIC 9(8) VALUE ZERO.

       PROCEDURE DIVISION.
           PERFORM GET-RUN-PARAMETERS.
           PERFORM WRITE-RUN-LOG-START.
           PERFORM OPEN-APPROVAL-FILE.
           PERFORM OPEN-REPORT-FILE.

           IF PROCESS-ACTION
               PERFORM PROCESS-APPROVAL-TRANSACTIONS
           ELSE
               PERFORM LIST-APPROVAL-FILE
           END-IF.

           CLOSE APPROVALFILE.
           CLOSE APPRRPTFILE.
           IF DENIED-COUNT > 0
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
           MOVE APPROVAL-ACTION TO LOG-GATE-VERDICT.
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

       OPEN-APPROVAL-FILE.
           IF PROCESS-ACTION
               OPEN I-O APPROVALFILE
               IF APR-FS = "35"
                   DISPLAY "NEW APPROVAL FILE: " APPROVAL-FILE-NAME
                   OPEN OUTPUT APPROVALFILE
                   IF APR-FS = "00"
                       CLOSE APPROVALFILE
                       OPEN I-O APPROVALFILE
                   END-IF
               END-IF
           ELSE
               OPEN INPUT APPROVALFILE
           END-IF.
           EVALUATE APR-FS
               WHEN "00"
                   CONTINUE
               WHEN "35"
                   DISPLAY "NO APPROVAL FILE FOUND: " APPROVAL-FILE-NAME
                   MOVE 4 TO RETURN-CODE
                   PERFORM WRITE-RUN-LOG-END
                   STOP RUN
               WHEN OTHER
                   DISPLAY "ABEND - OPEN FAILED, FILE STATUS " APR-FS
                       ": " APPROVAL-FILE-NAME
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

       OPEN-REPORT-FILE.
           OPEN OUTPUT APPRRPTFILE.
           IF ARP-FS NOT = "00"
               DISPLAY "ABEND - OPEN FAILED, FILE STATUS " ARP-FS
                   ": " APPROVAL-REPORT-NAME
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       PROCESS-APPROVAL-TRANSACTIONS.
           ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
           MOVE SPACES TO APPROVAL-HEADER-RECORD.
           MOVE "APPROVAL TRANSACTIONS ON " TO ARH-LABEL.
           MOVE TODAY-DATE TO ARH-VALUE.
           MOVE OPERATOR-ID TO ARH-OPERATOR.
           WRITE APPROVAL-HEADER-RECORD.
           DISPLAY "APPROVAL TRANSACTIONS FROM " APPROVAL-TRAN-NAME.

           OPEN INPUT APPRTRANFILE.
           EVALUATE ATR-FS
               WHEN "00"
                   CONTINUE
               WHEN "35"
                   DISPLAY "ABEND - APPROVAL TRANSACTION FILE NOT "
                       "FOUND: " APPROVAL-TRAN-NAME
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               WHEN OTHER
                   DISPLAY "ABEND - OPEN FAILED, FILE STATUS " ATR-FS
                       ": " APPROVAL-TRAN-NAME
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
           READ APPRTRANFILE
               AT END
                   SET END-OF-TRANSACTIONS TO TRUE
           END-READ.
           PERFORM UNTIL END-OF-TRANSACTIONS
               IF APPROVAL-TRAN-RECORD NOT = SPACES
                   AND APPROVAL-TRAN-RECORD(1:1) NOT = "*"
                   ADD 1 TO RECORDS-READ
                   PERFORM APPLY-APPROVAL-TRANSACTION
               END-IF
               READ APPRTRANFILE
                   AT END
                       SET END-OF-TRANSACTIONS TO TRUE
               END-READ
           END-PERFORM.
           CLOSE APPRTRANFILE.

           MOVE SPACES TO APPROVAL-TOTAL-RECORD.
           MOVE "BATCHES SUBMITTED" TO ART-LABEL.
           MOVE SUBMITTED-COUNT TO ART-COUNT.
           WRITE APPROVAL-TOTAL-RECORD.
           MOVE "BATCHES APPROVED" TO ART-LABEL.
           MOVE APPROVED-COUNT TO ART-COUNT.
           WRITE APPROVAL-TOTAL-RECORD.
           MOVE "BATCHES REJECTED" TO ART-LABEL.
           MOVE REJECTED-COUNT TO ART-COUNT.
           WRITE APPROVAL-TOTAL-RECORD.
           MOVE "TRANSACTIONS DENIED" TO ART-LABEL.
           MOVE DENIED-COUNT TO ART-COUNT.
           WRITE APPROVAL-TOTAL-RECORD.

           DISPLAY "APPROVAL TRANSACTIONS READ " RECORDS-READ.
           DISPLAY "BATCHES SUBMITTED          " SUBMITTED-COUNT.
           DISPLAY "BATCHES APPROVED           " APPROVED-COUNT.
           DISPLAY "BATCHES REJECTED           " REJECTED-COUNT.
           DISPLAY "TRANSACTIONS DENIED        " DENIED-COUNT.

       APPLY-APPROVAL-TRANSACTION.
           MOVE SPACES TO ENTRY-ACTION.
           MOVE SPACES TO ENTRY-REASON.
           MOVE SPACES TO APPROVAL-REQUEST.
           MOVE ZERO TO APQ-RECORD-COUNT.
           MOVE ZERO TO APQ-HASH.
           MOVE ATR-BATCH-TYPE TO APQ-BATCH-TYPE.
           MOVE ATR-BATCH-NAME TO APQ-BATCH-NAME.
           MOVE OPERATOR-ID TO APQ-OPERATOR.
           MOVE LOG-PROGRAM-ID TO APQ-PROGRAM.
           EVALUATE TRUE
               WHEN ATR-ACTION NOT = "S"
                   AND ATR-ACTION NOT = "A"
                   AND ATR-ACTION NOT = "R"
                   MOVE "DENIED" TO ENTRY-ACTION
                   MOVE "ACTION NOT S, A OR R" TO ENTRY-REASON
               WHEN ATR-BATCH-TYPE NOT = "CORRECT"
                   AND ATR-BATCH-TYPE NOT = "PURGE"
                   MOVE "DENIED" TO ENTRY-ACTION
                   MOVE "BATCH TYPE NOT CORRECT OR PURGE"
                       TO ENTRY-REASON
               WHEN ATR-BATCH-NAME = SPACES
                   MOVE "DENIED" TO ENTRY-ACTION
                   MOVE "BATCH NAME MISSING" TO ENTRY-REASON
           END-EVALUATE.
           IF ENTRY-ACTION = SPACES
               MOVE "OPER" TO APQ-FUNCTION
               IF ATR-ACTION = "S"
                   MOVE "S" TO APQ-ROLE
               ELSE
                   MOVE "A" TO APQ-ROLE
               END-IF
               CALL "AOC-DAY1-APPRCHK" USING APPROVAL-REQUEST
               IF APQ-STATUS NOT = "00"
                   MOVE "DENIED" TO ENTRY-ACTION
                   MOVE APQ-REASON TO ENTRY-REASON
               END-IF
           END-IF.
           IF ENTRY-ACTION = SPACES
               MOVE ATR-BATCH-TYPE TO APR-BATCH-TYPE
               MOVE ATR-BATCH-NAME TO APR-BATCH-NAME
               MOVE "Y" TO RECORD-FOUND-SWITCH
               READ APPROVALFILE
                   INVALID KEY
                       MOVE "N" TO RECORD-FOUND-SWITCH
               END-READ
               EVALUATE ATR-ACTION
                   WHEN "S"
                       PERFORM SUBMIT-APPROVAL-BATCH
                   WHEN "A"
                       PERFORM APPROVE-APPROVAL-BATCH
                   WHEN "R"
                       PERFORM REJECT-APPROVAL-BATCH
               END-EVALUATE
           END-IF.
           EVALUATE ENTRY-ACTION
               WHEN "SUBMIT"
                   ADD 1 TO SUBMITTED-COUNT
                   MOVE "SUBMIT" TO APQ-EVENT
                   MOVE ATR-NOTE TO APQ-REASON
               WHEN "APPROVE"
                   ADD 1 TO APPROVED-COUNT
                   MOVE "APPROVE" TO APQ-EVENT
                   MOVE ATR-NOTE TO APQ-REASON
               WHEN "REJECT"
                   ADD 1 TO REJECTED-COUNT
                   MOVE "REJECT" TO APQ-EVENT
                   MOVE ATR-NOTE TO APQ-REASON
               WHEN OTHER
                   ADD 1 TO DENIED-COUNT
                   MOVE "DENIED" TO APQ-EVENT
                   MOVE ENTRY-REASON TO APQ-REASON
                   DISPLAY "APPROVAL TRANSACTION DENIED - "
                       ENTRY-REASON ": " ATR-BATCH-NAME
           END-EVALUATE.
           IF ENTRY-ACTION NOT = "DENIED"
               MOVE APR-STATUS TO APQ-NEW-STATUS
               MOVE APR-RECORD-COUNT TO APQ-RECORD-COUNT
               MOVE APR-HASH TO APQ-HASH
           END-IF.
           MOVE "LOG" TO APQ-FUNCTION.
           IF APQ-OPERATOR = SPACES
               MOVE "UNKNOWN" TO APQ-OPERATOR
           END-IF.
           CALL "AOC-DAY1-APPRCHK" USING APPROVAL-REQUEST.

           MOVE SPACES TO APPROVAL-REPORT-RECORD.
           MOVE ENTRY-ACTION TO ARP-ACTION.
           MOVE ATR-BATCH-TYPE TO ARP-BATCH-TYPE.
           MOVE APQ-NEW-STATUS TO ARP-STATUS.
           IF ENTRY-ACTION NOT = "DENIED"
               MOVE APR-SUBMITTED-BY TO ARP-SUBMITTED-BY
               MOVE APR-APPROVED-BY TO ARP-APPROVED-BY
           END-IF.
           MOVE APQ-RECORD-COUNT TO ARP-RECORD-COUNT.
           MOVE APQ-HASH TO ARP-HASH.
           MOVE APQ-REASON TO ARP-REASON.
           MOVE ATR-BATCH-NAME TO ARP-BATCH-NAME.
           WRITE APPROVAL-REPORT-RECORD.
           ADD 1 TO RECORDS-WRITTEN.

       SUBMIT-APPROVAL-BATCH.
           IF RECORD-FOUND
               EVALUATE TRUE
                   WHEN APR-SUBMITTED
                       AND APR-SUBMITTED-BY NOT = OPERATOR-ID
                       MOVE "DENIED" TO ENTRY-ACTION
                       MOVE "BATCH SUBMITTED BY ANOTHER OPERATOR"
                           TO ENTRY-REASON
                   WHEN APR-APPROVED
                       OR APR-ADJUSTED
                       MOVE "DENIED" TO ENTRY-ACTION
                       STRING "BATCH ALREADY " DELIMITED BY SIZE
                           APR-STATUS DELIMITED BY SPACE
                           ", NOT YET APPLIED" DELIMITED BY SIZE
                           INTO ENTRY-REASON
               END-EVALUATE
           END-IF.
           IF ENTRY-ACTION = SPACES
               MOVE "HASH" TO APQ-FUNCTION
               CALL "AOC-DAY1-APPRCHK" USING APPROVAL-REQUEST
               EVALUATE TRUE
                   WHEN APQ-STATUS NOT = "00"
                       MOVE "DENIED" TO ENTRY-ACTION
                       MOVE APQ-REASON TO ENTRY-REASON
                   WHEN APQ-RECORD-COUNT = 0
                       MOVE "DENIED" TO ENTRY-ACTION
                       MOVE "BATCH HAS NO RECORDS" TO ENTRY-REASON
               END-EVALUATE
           END-IF.
           IF ENTRY-ACTION = SPACES
               ACCEPT TODAY-TIME FROM TIME
               MOVE ATR-BATCH-TYPE TO APR-BATCH-TYPE
               MOVE ATR-BATCH-NAME TO APR-BATCH-NAME
               MOVE "SUBMITTED" TO APR-STATUS
               MOVE OPERATOR-ID TO APR-SUBMITTED-BY
               MOVE TODAY-DATE TO APR-SUBMIT-DATE
               MOVE TODAY-TIME(1:6) TO APR-SUBMIT-TIME
               MOVE SPACES TO APR-APPROVED-BY
               MOVE ZERO TO APR-APPROVE-DATE
               MOVE ZERO TO APR-APPROVE-TIME
               MOVE APQ-RECORD-COUNT TO APR-RECORD-COUNT
               MOVE APQ-HASH TO APR-HASH
               MOVE ZERO TO APR-DERIVED-COUNT
               MOVE ZERO TO APR-DERIVED-HASH
               MOVE TODAY-DATE TO APR-LAST-ACTION-DATE
               MOVE ATR-NOTE TO APR-NOTE
               IF RECORD-FOUND
                   REWRITE APPROVAL-RECORD
               ELSE
                   WRITE APPROVAL-RECORD
               END-IF
               IF APR-FS = "00"
                   MOVE "SUBMIT" TO ENTRY-ACTION
               ELSE
                   MOVE "DENIED" TO ENTRY-ACTION
                   STRING "APPROVAL FILE UPDATE FAILED, STATUS " APR-FS
                       DELIMITED BY SIZE INTO ENTRY-REASON
               END-IF
           END-IF.

       APPROVE-APPROVAL-BATCH.
           EVALUATE TRUE
               WHEN NOT RECORD-FOUND
                   MOVE "DENIED" TO ENTRY-ACTION
                   MOVE "BATCH NOT SUBMITTED" TO ENTRY-REASON
               WHEN NOT APR-SUBMITTED
                   MOVE "DENIED" TO ENTRY-ACTION
                   STRING "BATCH STATUS IS " DELIMITED BY SIZE
                       APR-STATUS DELIMITED BY SPACE
                       ", NOT SUBMITTED" DELIMITED BY SIZE
                       INTO ENTRY-REASON
               WHEN APR-SUBMITTED-BY = OPERATOR-ID
                   MOVE "DENIED" TO ENTRY-ACTION
                   MOVE "SUBMITTER MAY NOT APPROVE OWN BATCH"
                       TO ENTRY-REASON
           END-EVALUATE.
           IF ENTRY-ACTION = SPACES
               MOVE "HASH" TO APQ-FUNCTION
               CALL "AOC-DAY1-APPRCHK" USING APPROVAL-REQUEST
               EVALUATE TRUE
                   WHEN APQ-STATUS NOT = "00"
                       MOVE "DENIED" TO ENTRY-ACTION
                       MOVE APQ-REASON TO ENTRY-REASON
                   WHEN APQ-RECORD-COUNT NOT = APR-RECORD-COUNT
                       OR APQ-HASH NOT = APR-HASH
                       MOVE "DENIED" TO ENTRY-ACTION
                       MOVE "BATCH CHANGED SINCE SUBMISSION"
                           TO ENTRY-REASON
               END-EVALUATE
           END-IF.
           IF ENTRY-ACTION = SPACES
               ACCEPT TODAY-TIME FROM TIME
               MOVE "APPROVED" TO APR-STATUS
               MOVE OPERATOR-ID TO APR-APPROVED-BY
               MOVE TODAY-DATE TO APR-APPROVE-DATE
               MOVE TODAY-TIME(1:6) TO APR-APPROVE-TIME
               MOVE TODAY-DATE TO APR-LAST-ACTION-DATE
               REWRITE APPROVAL-RECORD
               IF APR-FS = "00"
                   MOVE "APPROVE" TO ENTRY-ACTION
               ELSE
                   MOVE "DENIED" TO ENTRY-ACTION
                   STRING "APPROVAL FILE UPDATE FAILED, STATUS " APR-FS
                       DELIMITED BY SIZE INTO ENTRY-REASON
               END-IF
           END-IF.

       REJECT-APPROVAL-BATCH.
           EVALUATE TRUE
               WHEN NOT RECORD-FOUND
                   MOVE "DENIED" TO ENTRY-ACTION
                   MOVE "BATCH NOT SUBMITTED" TO ENTRY-REASON
               WHEN NOT APR-SUBMITTED
                   AND NOT APR-APPROVED
                   AND NOT APR-ADJUSTED
                   MOVE "DENIED" TO ENTRY-ACTION
                   STRING "BATCH STATUS IS " DELIMITED BY SIZE
                       APR-STATUS DELIMITED BY SPACE
                       ", NOTHING TO REJECT" DELIMITED BY SIZE
                       INTO ENTRY-REASON
               WHEN APR-SUBMITTED-BY = OPERATOR-ID
                   MOVE "DENIED" TO ENTRY-ACTION
                   MOVE "SUBMITTER MAY NOT REJECT OWN BATCH"
                       TO ENTRY-REASON
           END-EVALUATE.
           IF ENTRY-ACTION = SPACES
               MOVE "REJECTED" TO APR-STATUS
               MOVE TODAY-DATE TO APR-LAST-ACTION-DATE
               MOVE ATR-NOTE TO APR-NOTE
               REWRITE APPROVAL-RECORD
               IF APR-FS = "00"
                   MOVE "REJECT" TO ENTRY-ACTION
               ELSE
                   MOVE "DENIED" TO ENTRY-ACTION
                   STRING "APPROVAL FILE UPDATE FAILED, STATUS " APR-FS
                       DELIMITED BY SIZE INTO ENTRY-REASON
               END-IF
           END-IF.

       LIST-APPROVAL-FILE.
           MOVE SPACES TO APPROVAL-HEADER-RECORD.
           MOVE "APPROVAL FILE LISTING ON " TO ARH-LABEL.
           ACCEPT LOG-DATE-WORK FROM DATE YYYYMMDD.
           MOVE LOG-DATE-WORK TO ARH-VALUE.
           WRITE APPROVAL-HEADER-RECORD.

           MOVE LOW-VALUES TO APR-KEY.
           START APPROVALFILE KEY >= APR-KEY
               INVALID KEY
                   SET END-OF-APPROVALS TO TRUE
           END-START.
           IF NOT END-OF-APPROVALS
               PERFORM READ-NEXT-APPROVAL-RECORD
           END-IF.
           PERFORM UNTIL END-OF-APPROVALS
               ADD 1 TO RECORDS-READ
               EVALUATE TRUE
                   WHEN APR-SUBMITTED
                       OR APR-APPROVED
                       ADD 1 TO PENDING-COUNT
                   WHEN APR-ADJUSTED
                       ADD 1 TO ADJUSTED-COUNT
                   WHEN APR-APPLIED
                       ADD 1 TO APPLIED-COUNT
                   WHEN OTHER
                       ADD 1 TO REJECTED-COUNT
               END-EVALUATE
               MOVE SPACES TO APPROVAL-REPORT-RECORD
               MOVE "BATCH" TO ARP-ACTION
               MOVE APR-BATCH-TYPE TO ARP-BATCH-TYPE
               MOVE APR-STATUS TO ARP-STATUS
               MOVE APR-SUBMITTED-BY TO ARP-SUBMITTED-BY
               MOVE APR-APPROVED-BY TO ARP-APPROVED-BY
               MOVE APR-RECORD-COUNT TO ARP-RECORD-COUNT
               MOVE APR-HASH TO ARP-HASH
               MOVE APR-NOTE TO ARP-REASON
               MOVE APR-BATCH-NAME TO ARP-BATCH-NAME
               WRITE APPROVAL-REPORT-RECORD
               ADD 1 TO RECORDS-WRITTEN
               PERFORM READ-NEXT-APPROVAL-RECORD
           END-PERFORM.

           MOVE SPACES TO APPROVAL-TOTAL-RECORD.
           MOVE "BATCHES AWAITING APPLY" TO ART-LABEL.
           MOVE PENDING-COUNT TO ART-COUNT.
           WRITE APPROVAL-TOTAL-RECORD.
           MOVE "BATCHES ADJUSTED NOT SYNCED" TO ART-LABEL.
           MOVE ADJUSTED-COUNT TO ART-COUNT.
           WRITE APPROVAL-TOTAL-RECORD.
           MOVE "BATCHES APPLIED" TO ART-LABEL.
           MOVE APPLIED-COUNT TO ART-COUNT.
           WRITE APPROVAL-TOTAL-RECORD.
           MOVE "BATCHES REJECTED" TO ART-LABEL.
           MOVE REJECTED-COUNT TO ART-COUNT.
           WRITE APPROVAL-TOTAL-RECORD.
           DISPLAY "BATCHES AWAITING APPLY      " PENDING-COUNT.
           DISPLAY "BATCHES ADJUSTED NOT SYNCED " ADJUSTED-COUNT.
           DISPLAY "BATCHES APPLIED             " APPLIED-COUNT.
           DISPLAY "BATCHES REJECTED            " REJECTED-COUNT.

       READ-NEXT-APPROVAL-RECORD.
           READ APPROVALFILE NEXT RECORD
               AT END
                   SET END-OF-APPROVALS TO TRUE
           END-READ.
           IF NOT END-OF-APPROVALS
               AND APR-FS NOT = "00"
               DISPLAY "ABEND - READ FAILED, FILE STATUS " APR-FS
                   ": " APPROVAL-FILE-NAME
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       GET-RUN-PARAMETERS.
           PERFORM LOAD-PARM-CARD.

           MOVE "AOC_APPROVAL_FILE" TO PARM-KEYWORD.
           PERFORM GET-ONE-PARM.
           IF PARM-SUPPLIED
               MOVE PARM-VALUE TO APPROVAL-FILE-NAME
           END-IF.
           MOVE APPROVAL-FILE-NAME TO PARM-ECHO-VALUE.
           PERFORM ECHO-PARM.

           MOVE "AOC_APPROVAL_ACTION" TO PARM-KEYWORD.
           PERFORM GET-ONE-PARM.
           IF PARM-SUPPLIED
               MOVE PARM-VALUE TO APPROVAL-ACTION
               IF NOT PROCESS-ACTION
                   AND NOT LIST-ACTION
                   PERFORM ABEND-BAD-PARM-VALUE
               END-IF
           END-IF.
           MOVE APPROVAL-ACTION TO PARM-ECHO-VALUE.
           PERFORM ECHO-PARM.

           MOVE "AOC_OPERATOR_ID" TO PARM-KEYWORD.
           PERFORM GET-ONE-PARM.
           IF PARM-SUPPLIED
               MOVE PARM-VALUE TO OPERATOR-ID
           END-IF.
           MOVE OPERATOR-ID TO PARM-ECHO-VALUE.
           PERFORM ECHO-PARM.
           IF PROCESS-ACTION
               AND OPERATOR-ID = SPACES
               DISPLAY "ABEND - AOC_OPERATOR_ID REQUIRED FOR "
                   "APPROVAL PROCESSING"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE "AOC_APPROVAL_TRANSACTION_FILE" TO PARM-KEYWORD.
           PERFORM GET-ONE-PARM.
           IF PARM-SUPPLIED
               MOVE PARM-VALUE TO APPROVAL-TRAN-NAME
           END-IF.
           MOVE APPROVAL-TRAN-NAME TO PARM-ECHO-VALUE.
           PERFORM ECHO-PARM.

           MOVE "AOC_APPROVAL_REPORT_FILE" TO PARM-KEYWORD.
           PERFORM GET-ONE-PARM.
           IF PARM-SUPPLIED
               MOVE PARM-VALUE TO APPROVAL-REPORT-NAME
           END-IF.
           MOVE APPROVAL-REPORT-NAME TO PARM-ECHO-VALUE.
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
