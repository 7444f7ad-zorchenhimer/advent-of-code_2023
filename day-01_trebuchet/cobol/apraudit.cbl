       IDENTIFICATION DIVISION.
       PROGRAM-ID. AOC-DAY1-APRAUDIT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT AUDITFILE ASSIGN TO DYNAMIC AUDIT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL
               FILE STATUS IS AUD-FS.

       SELECT AUDITRPTFILE ASSIGN TO DYNAMIC AUDIT-REPORT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL
               FILE STATUS IS ARR-FS.

       SELECT RUNLOGFILE ASSIGN TO DYNAMIC RUN-LOG-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL
               FILE STATUS IS LOG-FS.

       DATA DIVISION.

       FILE SECTION.
       FD AUDITFILE.
       01 AUDIT-RECORD.
           05 AUD-DATE           PIC 9(8).
           05 FILLER             PIC X(1).
           05 AUD-TIME           PIC 9(6).
           05 FILLER             PIC X(3).
           05 AUD-EVENT          PIC X(8).
           05 FILLER             PIC X(3).
           05 AUD-OPERATOR       PIC X(8).
           05 FILLER             PIC X(3).
           05 AUD-PROGRAM        PIC X(18).
           05 FILLER             PIC X(3).
           05 AUD-BATCH-TYPE     PIC X(8).
           05 FILLER             PIC X(3).
           05 AUD-RECORD-COUNT   PIC 9(8).
           05 FILLER             PIC X(3).
           05 AUD-HASH           PIC 9(10).
           05 FILLER             PIC X(3).
           05 AUD-STATUS         PIC X(9).
           05 FILLER             PIC X(3).
           05 AUD-REASON         PIC X(40).
           05 FILLER             PIC X(3).
           05 AUD-BATCH-NAME     PIC X(100).

       FD AUDITRPTFILE.
       01 AUDIT-DETAIL-RECORD.
           05 ADR-DATE           PIC 9(8).
           05 FILLER             PIC X(1) VALUE SPACE.
           05 ADR-TIME           PIC 9(6).
           05 FILLER             PIC X(3) VALUE SPACES.
           05 ADR-EVENT          PIC X(8).
           05 FILLER             PIC X(3) VALUE SPACES.
           05 ADR-OPERATOR       PIC X(8).
           05 FILLER             PIC X(3) VALUE SPACES.
           05 ADR-PROGRAM        PIC X(18).
           05 FILLER             PIC X(3) VALUE SPACES.
           05 ADR-BATCH-TYPE     PIC X(8).
           05 FILLER             PIC X(3) VALUE SPACES.
           05 ADR-RECORD-COUNT   PIC Z(7)9.
           05 FILLER             PIC X(3) VALUE SPACES.
           05 ADR-HASH           PIC 9(10).
           05 FILLER             PIC X(3) VALUE SPACES.
           05 ADR-STATUS         PIC X(9).
           05 FILLER             PIC X(3) VALUE SPACES.
           05 ADR-REASON         PIC X(40).
           05 FILLER             PIC X(3) VALUE SPACES.
           05 ADR-BATCH-NAME     PIC X(100).
       01 AUDIT-OPERATOR-RECORD.
           05 AOR-LABEL          PIC X(8).
           05 FILLER             PIC X(3) VALUE SPACES.
           05 AOR-OPERATOR       PIC X(8).
           05 FILLER             PIC X(3) VALUE SPACES.
           05 AOR-SUBMIT-COUNT   PIC Z(7)9.
           05 FILLER             PIC X(3) VALUE SPACES.
           05 AOR-APPROVE-COUNT  PIC Z(7)9.
           05 FILLER             PIC X(3) VALUE SPACES.
           05 AOR-REJECT-COUNT   PIC Z(7)9.
           05 FILLER             PIC X(3) VALUE SPACES.
           05 AOR-APPLY-COUNT    PIC Z(7)9.
           05 FILLER             PIC X(3) VALUE SPACES.
           05 AOR-REFUSED-COUNT  PIC Z(7)9.
           05 FILLER             PIC X(3) VALUE SPACES.
           05 AOR-DENIED-COUNT   PIC Z(7)9.
       01 AUDIT-TOTAL-RECORD.
           05 ATT-LABEL          PIC X(8).
           05 FILLER             PIC X(3) VALUE SPACES.
           05 ATT-ENTRIES-READ   PIC Z(7)9.
           05 FILLER             PIC X(3) VALUE SPACES.
           05 ATT-ENTRIES-LISTED PIC Z(7)9.
           05 FILLER             PIC X(3) VALUE SPACES.
           05 ATT-SUBMIT-COUNT   PIC Z(7)9.
           05 FILLER             PIC X(3) VALUE SPACES.
           05 ATT-APPROVE-COUNT  PIC Z(7)9.
           05 FILLER             PIC X(3) VALUE SPACES.
           05 ATT-REJECT-COUNT   PIC Z(7)9.
           05 FILLER             PIC X(3) VALUE SPACES.
           05 ATT-APPLY-COUNT    PIC Z(7)9.
           05 FILLER             PIC X(3) VALUE SPACES.
           05 ATT-REFUSED-COUNT  PIC Z(7)9.
           05 FILLER             PIC X(3) VALUE SPACES.
           05 ATT-DENIED-COUNT   PIC Z(7)9.

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
       01 AUDIT-FILE-NAME     PIC X(100) VALUE 'apraudit.txt'.
       01 AUDIT-REPORT-NAME   PIC X(100) VALUE 'aprrpt.txt'.
       01 RUN-LOG-FILE-NAME   PIC X(100) VALUE 'runlog.txt'.
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

       77 AUD-FS PIC X(2).
       77 ARR-FS PIC X(2).
       77 LOG-FS PIC X(2).
       77 LOG-PROGRAM-ID PIC X(18) VALUE "AOC-DAY1-APRAUDIT".
       77 LOG-DATE-WORK PIC 9(8).
       77 LOG-TIME-WORK PIC 9(8).
       77 AUD-EOF-SWITCH PIC X VALUE "N".
           88 END-OF-AUDIT VALUE "Y".

       01 INQUIRY-OPERATOR PIC X(8) VALUE SPACES.
       77 FROM-DATE PIC 9(8) VALUE ZERO.
       77 TO-DATE PIC 9(8) VALUE 99999999.
       77 SELECT-SWITCH PIC X VALUE "N".
           88 ENTRY-SELECTED VALUE "Y".

       77 ENTRIES-READ PIC 9(8) VALUE ZERO.
       77 ENTRIES-LISTED PIC 9(8) VALUE ZERO.
       77 SUBMIT-COUNT PIC 9(8) VALUE ZERO.
       77 APPROVE-COUNT PIC 9(8) VALUE ZERO.
       77 REJECT-COUNT PIC 9(8) VALUE ZERO.
       77 APPLY-COUNT PIC 9(8) VALUE ZERO.
       77 REFUSED-COUNT PIC 9(8) VALUE ZERO.
       77 DENIED-COUNT PIC 9(8) VALUE ZERO.

       77 OPERATOR-LIMIT PIC 9(4) VALUE 200.
       77 OPERATOR-COUNT PIC 9(4) VALUE ZERO.
       01 OPERATOR-TABLE.
           05 OPERATOR-ENTRY OCCURS 200 TIMES
               INDEXED BY OPR-IDX.
               10 OT-ID            PIC X(8).
               10 OT-SUBMIT-COUNT  PIC 9(8).
               10 OT-APPROVE-COUNT PIC 9(8).
               10 OT-REJECT-COUNT  PIC 9(8).
               10 OT-APPLY-COUNT   PIC 9(8).
               10 OT-REFUSED-COUNT PIC 9(8).
               10 OT-DENIED-COUNT  PIC 9(8).

       PROCEDURE DIVISION.
           PERFORM GET-RUN-PARAMETERS.
           PERFORM WRITE-RUN-LOG-START.

           OPEN INPUT AUDITFILE.
           EVALUATE AUD-FS
               WHEN "00"
                   CONTINUE
               WHEN "35"
                   DISPLAY "NO APPROVAL AUDIT LOG FOUND: "
                       AUDIT-FILE-NAME
                   MOVE 4 TO RETURN-CODE
                   PERFORM WRITE-RUN-LOG-END
                   STOP RUN
               WHEN OTHER
                   DISPLAY "ABEND - OPEN FAILED, FILE STATUS " AUD-FS
                       ": " AUDIT-FILE-NAME
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
           OPEN OUTPUT AUDITRPTFILE.
           IF ARR-FS NOT = "00"
               DISPLAY "ABEND - OPEN FAILED, FILE STATUS " ARR-FS
                   ": " AUDIT-REPORT-NAME
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           READ AUDITFILE
               AT END
                   SET END-OF-AUDIT TO TRUE
           END-READ.
           PERFORM UNTIL END-OF-AUDIT
               IF AUDIT-RECORD NOT = SPACES
                   ADD 1 TO ENTRIES-READ
                   PERFORM SELECT-AUDIT-ENTRY
                   IF ENTRY-SELECTED
                       PERFORM WRITE-AUDIT-DETAIL
                   END-IF
               END-IF
               READ AUDITFILE
                   AT END
                       SET END-OF-AUDIT TO TRUE
               END-READ
           END-PERFORM.

           PERFORM WRITE-OPERATOR-TOTALS.
           PERFORM WRITE-AUDIT-TOTALS.
           CLOSE AUDITFILE.
           CLOSE AUDITRPTFILE.

           DISPLAY "AUDIT ENTRIES READ   " ENTRIES-READ.
           DISPLAY "ENTRIES LISTED       " ENTRIES-LISTED.
           DISPLAY "  SUBMITS            " SUBMIT-COUNT.
           DISPLAY "  APPROVALS          " APPROVE-COUNT.
           DISPLAY "  REJECTIONS         " REJECT-COUNT.
           DISPLAY "  APPLIES            " APPLY-COUNT.
           DISPLAY "  REFUSED RUNS       " REFUSED-COUNT.
           DISPLAY "  DENIED REQUESTS    " DENIED-COUNT.

           IF ENTRIES-LISTED = 0
               DISPLAY "NO AUDIT ENTRIES MATCH THE SELECTION"
               MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM WRITE-RUN-LOG-END.
           STOP RUN.

       SELECT-AUDIT-ENTRY.
           MOVE "Y" TO SELECT-SWITCH.
           IF INQUIRY-OPERATOR NOT = SPACES
               AND AUD-OPERATOR NOT = INQUIRY-OPERATOR
               MOVE "N" TO SELECT-SWITCH
           END-IF.
           IF AUD-DATE < FROM-DATE
               OR AUD-DATE > TO-DATE
               MOVE "N" TO SELECT-SWITCH
           END-IF.

       WRITE-AUDIT-DETAIL.
           ADD 1 TO ENTRIES-LISTED.
           PERFORM VARYING OPR-IDX FROM 1 BY 1
               UNTIL OPR-IDX > OPERATOR-COUNT
               OR OT-ID(OPR-IDX) = AUD-OPERATOR
               CONTINUE
           END-PERFORM.
           IF OPR-IDX > OPERATOR-COUNT
               IF OPERATOR-COUNT < OPERATOR-LIMIT
                   ADD 1 TO OPERATOR-COUNT
                   SET OPR-IDX TO OPERATOR-COUNT
                   MOVE AUD-OPERATOR TO OT-ID(OPR-IDX)
                   MOVE ZERO TO OT-SUBMIT-COUNT(OPR-IDX)
                   MOVE ZERO TO OT-APPROVE-COUNT(OPR-IDX)
                   MOVE ZERO TO OT-REJECT-COUNT(OPR-IDX)
                   MOVE ZERO TO OT-APPLY-COUNT(OPR-IDX)
                   MOVE ZERO TO OT-REFUSED-COUNT(OPR-IDX)
                   MOVE ZERO TO OT-DENIED-COUNT(OPR-IDX)
               ELSE
                   DISPLAY "WARNING - OPERATOR TABLE FULL, NOT "
                       "SUMMARIZED: " AUD-OPERATOR
               END-IF
           END-IF.
           EVALUATE AUD-EVENT
               WHEN "SUBMIT"
                   ADD 1 TO SUBMIT-COUNT
                   IF OPR-IDX NOT > OPERATOR-COUNT
                       ADD 1 TO OT-SUBMIT-COUNT(OPR-IDX)
                   END-IF
               WHEN "APPROVE"
                   ADD 1 TO APPROVE-COUNT
                   IF OPR-IDX NOT > OPERATOR-COUNT
                       ADD 1 TO OT-APPROVE-COUNT(OPR-IDX)
                   END-IF
               WHEN "REJECT"
                   ADD 1 TO REJECT-COUNT
                   IF OPR-IDX NOT > OPERATOR-COUNT
                       ADD 1 TO OT-REJECT-COUNT(OPR-IDX)
                   END-IF
               WHEN "APPLY"
                   ADD 1 TO APPLY-COUNT
                   IF OPR-IDX NOT > OPERATOR-COUNT
                       ADD 1 TO OT-APPLY-COUNT(OPR-IDX)
                   END-IF
               WHEN "REFUSED"
                   ADD 1 TO REFUSED-COUNT
                   IF OPR-IDX NOT > OPERATOR-COUNT
                       ADD 1 TO OT-REFUSED-COUNT(OPR-IDX)
                   END-IF
               WHEN "DENIED"
                   ADD 1 TO DENIED-COUNT
                   IF OPR-IDX NOT > OPERATOR-COUNT
                       ADD 1 TO OT-DENIED-COUNT(OPR-IDX)
                   END-IF
           END-EVALUATE.
           MOVE SPACES TO AUDIT-DETAIL-RECORD.
           MOVE AUD-DATE TO ADR-DATE.
           MOVE AUD-TIME TO ADR-TIME.
           MOVE AUD-EVENT TO ADR-EVENT.
           MOVE AUD-OPERATOR TO ADR-OPERATOR.
           MOVE AUD-PROGRAM TO ADR-PROGRAM.
           MOVE AUD-BATCH-TYPE TO ADR-BATCH-TYPE.
           MOVE AUD-RECORD-COUNT TO ADR-RECORD-COUNT.
           MOVE AUD-HASH TO ADR-HASH.
           MOVE AUD-STATUS TO ADR-STATUS.
           MOVE AUD-REASON TO ADR-REASON.
           MOVE AUD-BATCH-NAME TO ADR-BATCH-NAME.
           WRITE AUDIT-DETAIL-RECORD.

       WRITE-OPERATOR-TOTALS.
           PERFORM VARYING OPR-IDX FROM 1 BY 1
               UNTIL OPR-IDX > OPERATOR-COUNT
               MOVE SPACES TO AUDIT-OPERATOR-RECORD
               MOVE "OPERATOR" TO AOR-LABEL
               MOVE OT-ID(OPR-IDX) TO AOR-OPERATOR
               MOVE OT-SUBMIT-COUNT(OPR-IDX) TO AOR-SUBMIT-COUNT
               MOVE OT-APPROVE-COUNT(OPR-IDX) TO AOR-APPROVE-COUNT
               MOVE OT-REJECT-COUNT(OPR-IDX) TO AOR-REJECT-COUNT
               MOVE OT-APPLY-COUNT(OPR-IDX) TO AOR-APPLY-COUNT
               MOVE OT-REFUSED-COUNT(OPR-IDX) TO AOR-REFUSED-COUNT
               MOVE OT-DENIED-COUNT(OPR-IDX) TO AOR-DENIED-COUNT
               WRITE AUDIT-OPERATOR-RECORD
           END-PERFORM.

       WRITE-AUDIT-TOTALS.
           MOVE SPACES TO AUDIT-TOTAL-RECORD.
           MOVE "TOTAL" TO ATT-LABEL.
           MOVE ENTRIES-READ TO ATT-ENTRIES-READ.
           MOVE ENTRIES-LISTED TO ATT-ENTRIES-LISTED.
           MOVE SUBMIT-COUNT TO ATT-SUBMIT-COUNT.
           MOVE APPROVE-COUNT TO ATT-APPROVE-COUNT.
           MOVE REJECT-COUNT TO ATT-REJECT-COUNT.
           MOVE APPLY-COUNT TO ATT-APPLY-COUNT.
           MOVE REFUSED-COUNT TO ATT-REFUSED-COUNT.
           MOVE DENIED-COUNT TO ATT-DENIED-COUNT.
           WRITE AUDIT-TOTAL-RECORD.

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

           MOVE "AOC_APPROVAL_AUDIT_FILE" TO PARM-KEYWORD.
           PERFORM GET-ONE-PARM.
           IF PARM-SUPPLIED
               MOVE PARM-VALUE TO AUDIT-FILE-NAME
           END-IF.
           MOVE AUDIT-FILE-NAME TO PARM-ECHO-VALUE.
           PERFORM ECHO-PARM.

           MOVE "AOC_AUDIT_REPORT_FILE" TO PARM-KEYWORD.
           PERFORM GET-ONE-PARM.
           IF PARM-SUPPLIED
               MOVE PARM-VALUE TO AUDIT-REPORT-NAME
           END-IF.
           MOVE AUDIT-REPORT-NAME TO PARM-ECHO-VALUE.
           PERFORM ECHO-PARM.

           MOVE "AOC_AUDIT_OPERATOR" TO PARM-KEYWORD.
           PERFORM GET-ONE-PARM.
           IF PARM-SUPPLIED
               MOVE PARM-VALUE TO INQUIRY-OPERATOR
           END-IF.
           MOVE INQUIRY-OPERATOR TO PARM-ECHO-VALUE.
           PERFORM ECHO-PARM.

           MOVE "AOC_AUDIT_FROM_DATE" TO PARM-KEYWORD.
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

           MOVE "AOC_AUDIT_TO_DATE" TO PARM-KEYWORD.
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
