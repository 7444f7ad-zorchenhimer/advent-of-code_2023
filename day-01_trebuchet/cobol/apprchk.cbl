       IDENTIFICATION DIVISION.
       PROGRAM-ID. AOC-DAY1-APPRCHK.

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

       SELECT OPERATORFILE ASSIGN TO DYNAMIC OPERATOR-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL
               FILE STATUS IS OPR-FS.

       SELECT AUDITFILE ASSIGN TO DYNAMIC AUDIT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL
               FILE STATUS IS AUD-FS.

       SELECT CONTENTFILE ASSIGN TO DYNAMIC CONTENT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL
               FILE STATUS IS CNT-FS.

       SELECT CALMASTER ASSIGN TO DYNAMIC MASTER-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS CM-KEY
               FILE STATUS IS CM-FS.

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

       FD OPERATORFILE.
       01 OPERATOR-RECORD.
           05 OPR-ID             PIC X(8).
           05 FILLER             PIC X(3).
           05 OPR-NAME           PIC X(30).
           05 FILLER             PIC X(3).
           05 OPR-SUBMIT-FLAG    PIC X(1).
           05 FILLER             PIC X(3).
           05 OPR-APPROVE-FLAG   PIC X(1).
           05 FILLER             PIC X(3).
           05 OPR-ACTIVE-FLAG    PIC X(1).

       FD AUDITFILE.
       01 AUDIT-RECORD.
           05 AUD-DATE           PIC 9(8).
           05 FILLER             PIC X(1) VALUE SPACE.
           05 AUD-TIME           PIC 9(6).
           05 FILLER             PIC X(3) VALUE SPACES.
           05 AUD-EVENT          PIC X(8).
           05 FILLER             PIC X(3) VALUE SPACES.
           05 AUD-OPERATOR       PIC X(8).
           05 FILLER             PIC X(3) VALUE SPACES.
           05 AUD-PROGRAM        PIC X(18).
           05 FILLER             PIC X(3) VALUE SPACES.
           05 AUD-BATCH-TYPE     PIC X(8).
           05 FILLER             PIC X(3) VALUE SPACES.
           05 AUD-RECORD-COUNT   PIC 9(8).
           05 FILLER             PIC X(3) VALUE SPACES.
           05 AUD-HASH           PIC 9(10).
           05 FILLER             PIC X(3) VALUE SPACES.
           05 AUD-STATUS         PIC X(9).
           05 FILLER             PIC X(3) VALUE SPACES.
           05 AUD-REASON         PIC X(40).
           05 FILLER             PIC X(3) VALUE SPACES.
           05 AUD-BATCH-NAME     PIC X(100).

       FD CONTENTFILE.
       01 CONTENT-RECORD         PIC X(256).

       FD CALMASTER.
       01 CALMASTER-RECORD.
           05 CM-KEY.
               10 CM-FILE-NAME PIC X(100).
               10 CM-LINE-NUM  PIC 9(8).
           05 CM-FIRST-DIGIT  PIC 9.
           05 CM-SECOND-DIGIT PIC 9.
           05 CM-LINE-VALUE   PIC 99.
           05 CM-RUNNING-SUM  PIC 9(8).

       WORKING-STORAGE SECTION.
       01 APPROVAL-FILE-NAME PIC X(100) VALUE 'approvals.dat'.
       01 OPERATOR-FILE-NAME PIC X(100) VALUE 'operators.txt'.
       01 AUDIT-FILE-NAME    PIC X(100) VALUE 'apraudit.txt'.
       01 MASTER-FILE-NAME   PIC X(100) VALUE 'calmaster.dat'.
       01 CONTENT-FILE-NAME  PIC X(100) VALUE SPACES.
       01 PARM-REQUEST.
           05 PARM-FUNCTION PIC X(4).
           05 PARM-STATUS   PIC X(2).
           05 PARM-KEYWORD  PIC X(30).
           05 PARM-VALUE    PIC X(100).
           05 PARM-SOURCE   PIC X(7).

       77 APR-FS PIC X(2).
       77 OPR-FS PIC X(2).
       77 AUD-FS PIC X(2).
       77 CNT-FS PIC X(2).
       77 CM-FS PIC X(2).
       77 OPR-EOF-SWITCH PIC X VALUE "N".
           88 END-OF-OPERATORS VALUE "Y".
       77 CNT-EOF-SWITCH PIC X VALUE "N".
           88 END-OF-CONTENT VALUE "Y".
       77 CM-EOF-SWITCH PIC X VALUE "N".
           88 END-OF-MASTER VALUE "Y".
       77 SETUP-LOADED-SWITCH PIC X VALUE "N".
           88 SETUP-LOADED VALUE "Y".
       77 AUDIT-DATE-WORK PIC 9(8).
       77 AUDIT-TIME-WORK PIC 9(8).

       77 OPERATOR-LIMIT PIC 9(4) VALUE 200.
       77 OPERATOR-COUNT PIC 9(4) VALUE ZERO.
       01 OPERATOR-TABLE.
           05 OPERATOR-ENTRY OCCURS 200 TIMES
               INDEXED BY OPR-IDX.
               10 OT-ID           PIC X(8).
               10 OT-SUBMIT-FLAG  PIC X(1).
               10 OT-APPROVE-FLAG PIC X(1).
               10 OT-ACTIVE-FLAG  PIC X(1).

       01 CHECK-OPERATOR-ID PIC X(8) VALUE SPACES.
       77 CHECK-ROLE PIC X(1) VALUE SPACE.
       77 OPERATOR-OK-SWITCH PIC X VALUE "N".
           88 OPERATOR-OK VALUE "Y".
       01 OPERATOR-REASON PIC X(40) VALUE SPACES.

       77 CONTENT-COUNT PIC 9(8) VALUE ZERO.
       01 CONTENT-HASH PIC 9(10) VALUE ZERO.
       01 HASH-WORK PIC 9(12) VALUE ZERO.
       77 HASH-IDX PIC 9(3) VALUE ZERO.
       01 HASH-MODULUS PIC 9(10) VALUE 9999999967.
       77 CONTENT-FOUND-SWITCH PIC X VALUE "N".
           88 CONTENT-FOUND VALUE "Y".
       01 EXPECTED-STATUS PIC X(9) VALUE SPACES.

       LINKAGE SECTION.
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

       PROCEDURE DIVISION USING APPROVAL-REQUEST.
           IF NOT SETUP-LOADED
               PERFORM LOAD-APPROVAL-SETUP
           END-IF.
           MOVE "00" TO APQ-STATUS.
           IF APQ-FUNCTION NOT = "LOG"
               MOVE SPACES TO APQ-REASON
           END-IF.
           EVALUATE APQ-FUNCTION
               WHEN "HASH"
                   PERFORM HASH-BATCH-CONTENT
                   MOVE CONTENT-COUNT TO APQ-RECORD-COUNT
                   MOVE CONTENT-HASH TO APQ-HASH
               WHEN "OPER"
                   MOVE APQ-OPERATOR TO CHECK-OPERATOR-ID
                   MOVE APQ-ROLE TO CHECK-ROLE
                   PERFORM CHECK-OPERATOR
                   IF NOT OPERATOR-OK
                       MOVE "08" TO APQ-STATUS
                       MOVE OPERATOR-REASON TO APQ-REASON
                   END-IF
               WHEN "VRFY"
                   MOVE "APPROVED" TO EXPECTED-STATUS
                   PERFORM VERIFY-APPROVAL
               WHEN "VDRV"
                   MOVE "ADJUSTED" TO EXPECTED-STATUS
                   PERFORM VERIFY-APPROVAL
               WHEN "DONE"
                   PERFORM MARK-APPROVAL-DONE
               WHEN "LOG"
                   PERFORM WRITE-AUDIT-RECORD
               WHEN OTHER
                   DISPLAY "APPROVAL ERROR - BAD FUNCTION '"
                       APQ-FUNCTION "'"
                   MOVE "16" TO APQ-STATUS
           END-EVALUATE.
           GOBACK.

       LOAD-APPROVAL-SETUP.
           MOVE "GET" TO PARM-FUNCTION.
           MOVE "AOC_APPROVAL_FILE" TO PARM-KEYWORD.
           MOVE SPACES TO PARM-VALUE.
           CALL "AOC-DAY1-PARMLOAD" USING PARM-REQUEST.
           IF PARM-STATUS = "00"
               AND PARM-VALUE NOT = SPACES
               MOVE PARM-VALUE TO APPROVAL-FILE-NAME
           END-IF.
           MOVE "AOC_OPERATOR_TABLE_FILE" TO PARM-KEYWORD.
           MOVE SPACES TO PARM-VALUE.
           CALL "AOC-DAY1-PARMLOAD" USING PARM-REQUEST.
           IF PARM-STATUS = "00"
               AND PARM-VALUE NOT = SPACES
               MOVE PARM-VALUE TO OPERATOR-FILE-NAME
           END-IF.
           MOVE "AOC_APPROVAL_AUDIT_FILE" TO PARM-KEYWORD.
           MOVE SPACES TO PARM-VALUE.
           CALL "AOC-DAY1-PARMLOAD" USING PARM-REQUEST.
           IF PARM-STATUS = "00"
               AND PARM-VALUE NOT = SPACES
               MOVE PARM-VALUE TO AUDIT-FILE-NAME
           END-IF.
           MOVE "AOC_MASTER_FILE" TO PARM-KEYWORD.
           MOVE SPACES TO PARM-VALUE.
           CALL "AOC-DAY1-PARMLOAD" USING PARM-REQUEST.
           IF PARM-STATUS = "00"
               AND PARM-VALUE NOT = SPACES
               MOVE PARM-VALUE TO MASTER-FILE-NAME
           END-IF.

           MOVE ZERO TO OPERATOR-COUNT.
           MOVE "N" TO OPR-EOF-SWITCH.
           OPEN INPUT OPERATORFILE.
           EVALUATE OPR-FS
               WHEN "00"
                   CONTINUE
               WHEN "35"
                   DISPLAY "WARNING - AUTHORIZED OPERATOR TABLE NOT "
                       "FOUND: " OPERATOR-FILE-NAME
                   SET END-OF-OPERATORS TO TRUE
               WHEN OTHER
                   DISPLAY "ABEND - OPEN FAILED, FILE STATUS " OPR-FS
                       ": " OPERATOR-FILE-NAME
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
           IF NOT END-OF-OPERATORS
               READ OPERATORFILE
                   AT END
                       SET END-OF-OPERATORS TO TRUE
               END-READ
               PERFORM UNTIL END-OF-OPERATORS
                   IF OPERATOR-RECORD NOT = SPACES
                       AND OPERATOR-RECORD(1:1) NOT = "*"
                       PERFORM STORE-OPERATOR-ENTRY
                   END-IF
                   READ OPERATORFILE
                       AT END
                           SET END-OF-OPERATORS TO TRUE
                   END-READ
               END-PERFORM
               CLOSE OPERATORFILE
               DISPLAY "AUTHORIZED OPERATORS LOADED: " OPERATOR-COUNT
           END-IF.
           SET SETUP-LOADED TO TRUE.

       STORE-OPERATOR-ENTRY.
           IF OPR-ID = SPACES
               DISPLAY "WARNING - OPERATOR ENTRY WITHOUT ID IGNORED"
           ELSE
               IF OPERATOR-COUNT < OPERATOR-LIMIT
                   ADD 1 TO OPERATOR-COUNT
                   MOVE OPR-ID TO OT-ID(OPERATOR-COUNT)
                   MOVE OPR-SUBMIT-FLAG
                       TO OT-SUBMIT-FLAG(OPERATOR-COUNT)
                   MOVE OPR-APPROVE-FLAG
                       TO OT-APPROVE-FLAG(OPERATOR-COUNT)
                   MOVE OPR-ACTIVE-FLAG
                       TO OT-ACTIVE-FLAG(OPERATOR-COUNT)
               ELSE
                   DISPLAY "WARNING - OPERATOR TABLE FULL, IGNORED: "
                       OPR-ID
               END-IF
           END-IF.

       CHECK-OPERATOR.
           MOVE "N" TO OPERATOR-OK-SWITCH.
           MOVE "OPERATOR NOT IN AUTHORIZED TABLE" TO OPERATOR-REASON.
           IF CHECK-OPERATOR-ID NOT = SPACES
               PERFORM VARYING OPR-IDX FROM 1 BY 1
                   UNTIL OPR-IDX > OPERATOR-COUNT
                   OR OT-ID(OPR-IDX) = CHECK-OPERATOR-ID
                   CONTINUE
               END-PERFORM
               IF OPR-IDX NOT > OPERATOR-COUNT
                   EVALUATE TRUE
                       WHEN OT-ACTIVE-FLAG(OPR-IDX) NOT = "A"
                           MOVE "OPERATOR NOT ACTIVE"
                               TO OPERATOR-REASON
                       WHEN CHECK-ROLE = "S"
                           AND OT-SUBMIT-FLAG(OPR-IDX) NOT = "Y"
                           MOVE "OPERATOR NOT AUTHORIZED TO SUBMIT"
                               TO OPERATOR-REASON
                       WHEN CHECK-ROLE = "A"
                           AND OT-APPROVE-FLAG(OPR-IDX) NOT = "Y"
                           MOVE "OPERATOR NOT AUTHORIZED TO APPROVE"
                               TO OPERATOR-REASON
                       WHEN OTHER
                           MOVE "Y" TO OPERATOR-OK-SWITCH
                           MOVE SPACES TO OPERATOR-REASON
                   END-EVALUATE
               END-IF
           END-IF.

       HASH-BATCH-CONTENT.
           MOVE ZERO TO CONTENT-COUNT.
           MOVE ZERO TO CONTENT-HASH.
           MOVE "N" TO CONTENT-FOUND-SWITCH.
           IF APQ-BATCH-TYPE = "PURGE"
               PERFORM HASH-MASTER-CONTENT
           ELSE
               PERFORM HASH-FILE-CONTENT
           END-IF.
           IF NOT CONTENT-FOUND
               MOVE "16" TO APQ-STATUS
               MOVE "BATCH CONTENT NOT FOUND" TO APQ-REASON
           END-IF.

       HASH-FILE-CONTENT.
           MOVE APQ-CONTENT-NAME TO CONTENT-FILE-NAME.
           IF CONTENT-FILE-NAME = SPACES
               MOVE APQ-BATCH-NAME TO CONTENT-FILE-NAME
           END-IF.
           MOVE "N" TO CNT-EOF-SWITCH.
           OPEN INPUT CONTENTFILE.
           IF CNT-FS = "00"
               SET CONTENT-FOUND TO TRUE
               READ CONTENTFILE
                   AT END
                       SET END-OF-CONTENT TO TRUE
               END-READ
               PERFORM UNTIL END-OF-CONTENT
                   IF CONTENT-RECORD NOT = SPACES
                       ADD 1 TO CONTENT-COUNT
                       PERFORM VARYING HASH-IDX FROM 1 BY 1
                           UNTIL HASH-IDX > 256
                           COMPUTE HASH-WORK = CONTENT-HASH * 31 +
                               FUNCTION ORD(CONTENT-RECORD(HASH-IDX:1))
                           COMPUTE CONTENT-HASH =
                               FUNCTION MOD(HASH-WORK, HASH-MODULUS)
                       END-PERFORM
                   END-IF
                   READ CONTENTFILE
                       AT END
                           SET END-OF-CONTENT TO TRUE
                   END-READ
               END-PERFORM
               CLOSE CONTENTFILE
           END-IF.

       HASH-MASTER-CONTENT.
           MOVE "N" TO CM-EOF-SWITCH.
           OPEN INPUT CALMASTER.
           IF CM-FS = "00"
               SET CONTENT-FOUND TO TRUE
               MOVE APQ-BATCH-NAME TO CM-FILE-NAME
               MOVE ZERO TO CM-LINE-NUM
               START CALMASTER KEY >= CM-KEY
                   INVALID KEY
                       SET END-OF-MASTER TO TRUE
               END-START
               IF NOT END-OF-MASTER
                   READ CALMASTER NEXT RECORD
                       AT END
                           SET END-OF-MASTER TO TRUE
                   END-READ
               END-IF
               PERFORM UNTIL END-OF-MASTER
                   OR CM-FILE-NAME NOT = APQ-BATCH-NAME
                   ADD 1 TO CONTENT-COUNT
                   PERFORM VARYING HASH-IDX FROM 1 BY 1
                       UNTIL HASH-IDX > 120
                       COMPUTE HASH-WORK = CONTENT-HASH * 31
                           + FUNCTION ORD(CALMASTER-RECORD(HASH-IDX:1))
                       COMPUTE CONTENT-HASH =
                           FUNCTION MOD(HASH-WORK, HASH-MODULUS)
                   END-PERFORM
                   READ CALMASTER NEXT RECORD
                       AT END
                           SET END-OF-MASTER TO TRUE
                   END-READ
               END-PERFORM
               CLOSE CALMASTER
           END-IF.

       VERIFY-APPROVAL.
           MOVE APQ-BATCH-TYPE TO APR-BATCH-TYPE.
           MOVE APQ-BATCH-NAME TO APR-BATCH-NAME.
           OPEN INPUT APPROVALFILE.
           EVALUATE APR-FS
               WHEN "00"
                   READ APPROVALFILE
                       INVALID KEY
                           MOVE "08" TO APQ-STATUS
                           MOVE "NO APPROVAL ON FILE FOR BATCH"
                               TO APQ-REASON
                   END-READ
                   CLOSE APPROVALFILE
               WHEN "35"
                   MOVE "08" TO APQ-STATUS
                   MOVE "NO APPROVAL ON FILE FOR BATCH" TO APQ-REASON
               WHEN OTHER
                   DISPLAY "ABEND - OPEN FAILED, FILE STATUS " APR-FS
                       ": " APPROVAL-FILE-NAME
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
           IF APQ-STATUS = "00"
               EVALUATE TRUE
                   WHEN APR-STATUS NOT = EXPECTED-STATUS
                       MOVE "08" TO APQ-STATUS
                       STRING "BATCH STATUS IS " DELIMITED BY SIZE
                           APR-STATUS DELIMITED BY SPACE
                           ", NOT " DELIMITED BY SIZE
                           EXPECTED-STATUS DELIMITED BY SPACE
                           INTO APQ-REASON
                   WHEN APR-APPROVED-BY = APR-SUBMITTED-BY
                       MOVE "08" TO APQ-STATUS
                       MOVE "BATCH APPROVED BY ITS SUBMITTER"
                           TO APQ-REASON
                   WHEN OTHER
                       MOVE APR-SUBMITTED-BY TO CHECK-OPERATOR-ID
                       MOVE "S" TO CHECK-ROLE
                       PERFORM CHECK-OPERATOR
                       IF NOT OPERATOR-OK
                           MOVE "08" TO APQ-STATUS
                           STRING "SUBMITTER " DELIMITED BY SIZE
                               OPERATOR-REASON DELIMITED BY SIZE
                               INTO APQ-REASON
                       ELSE
                           MOVE APR-APPROVED-BY TO CHECK-OPERATOR-ID
                           MOVE "A" TO CHECK-ROLE
                           PERFORM CHECK-OPERATOR
                           IF NOT OPERATOR-OK
                               MOVE "08" TO APQ-STATUS
                               STRING "APPROVER " DELIMITED BY SIZE
                                   OPERATOR-REASON DELIMITED BY SIZE
                                   INTO APQ-REASON
                           END-IF
                       END-IF
               END-EVALUATE
           END-IF.
           IF APQ-STATUS = "00"
               PERFORM HASH-BATCH-CONTENT
               MOVE CONTENT-COUNT TO APQ-RECORD-COUNT
               MOVE CONTENT-HASH TO APQ-HASH
               IF APQ-STATUS = "00"
                   IF EXPECTED-STATUS = "ADJUSTED"
                       IF CONTENT-COUNT NOT = APR-DERIVED-COUNT
                           OR CONTENT-HASH NOT = APR-DERIVED-HASH
                           MOVE "08" TO APQ-STATUS
                           MOVE "ADJUSTMENTS CHANGED SINCE APPROVED RUN"
                               TO APQ-REASON
                       END-IF
                   ELSE
                       IF CONTENT-COUNT NOT = APR-RECORD-COUNT
                           OR CONTENT-HASH NOT = APR-HASH
                           MOVE "08" TO APQ-STATUS
                           MOVE "BATCH CHANGED SINCE APPROVAL"
                               TO APQ-REASON
                       END-IF
                   END-IF
               END-IF
           END-IF.
           IF APQ-STATUS = "00"
               MOVE APR-APPROVED-BY TO APQ-OPERATOR
           ELSE
               MOVE "REFUSED" TO APQ-EVENT
               IF APQ-OPERATOR = SPACES
                   MOVE "BATCH" TO APQ-OPERATOR
               END-IF
               PERFORM WRITE-AUDIT-RECORD
           END-IF.

       MARK-APPROVAL-DONE.
           MOVE ZERO TO CONTENT-COUNT.
           MOVE ZERO TO CONTENT-HASH.
           IF APQ-CONTENT-NAME NOT = SPACES
               PERFORM HASH-BATCH-CONTENT
           END-IF.
           IF APQ-STATUS = "00"
               OPEN I-O APPROVALFILE
               IF APR-FS NOT = "00"
                   DISPLAY "ABEND - OPEN FAILED, FILE STATUS " APR-FS
                       ": " APPROVAL-FILE-NAME
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE APQ-BATCH-TYPE TO APR-BATCH-TYPE
               MOVE APQ-BATCH-NAME TO APR-BATCH-NAME
               READ APPROVALFILE
                   INVALID KEY
                       MOVE "08" TO APQ-STATUS
                       MOVE "NO APPROVAL ON FILE FOR BATCH"
                           TO APQ-REASON
               END-READ
               IF APQ-STATUS = "00"
                   MOVE APQ-NEW-STATUS TO APR-STATUS
                   IF APQ-CONTENT-NAME NOT = SPACES
                       MOVE CONTENT-COUNT TO APR-DERIVED-COUNT
                       MOVE CONTENT-HASH TO APR-DERIVED-HASH
                   END-IF
                   ACCEPT AUDIT-DATE-WORK FROM DATE YYYYMMDD
                   MOVE AUDIT-DATE-WORK TO APR-LAST-ACTION-DATE
                   REWRITE APPROVAL-RECORD
                       INVALID KEY
                           MOVE "16" TO APQ-STATUS
                           MOVE "APPROVAL RECORD UPDATE FAILED"
                               TO APQ-REASON
                   END-REWRITE
               END-IF
               CLOSE APPROVALFILE
           END-IF.
           IF APQ-STATUS = "00"
               MOVE APR-RECORD-COUNT TO APQ-RECORD-COUNT
               MOVE APR-HASH TO APQ-HASH
               IF APQ-OPERATOR = SPACES
                   MOVE APR-APPROVED-BY TO APQ-OPERATOR
               END-IF
               PERFORM WRITE-AUDIT-RECORD
           END-IF.

       WRITE-AUDIT-RECORD.
           OPEN EXTEND AUDITFILE.
           IF AUD-FS = "35"
               OPEN OUTPUT AUDITFILE
           END-IF.
           IF AUD-FS NOT = "00"
               DISPLAY "ABEND - OPEN FAILED, FILE STATUS " AUD-FS
                   ": " AUDIT-FILE-NAME
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE SPACES TO AUDIT-RECORD.
           ACCEPT AUDIT-DATE-WORK FROM DATE YYYYMMDD.
           ACCEPT AUDIT-TIME-WORK FROM TIME.
           MOVE AUDIT-DATE-WORK TO AUD-DATE.
           MOVE AUDIT-TIME-WORK(1:6) TO AUD-TIME.
           MOVE APQ-EVENT TO AUD-EVENT.
           MOVE APQ-OPERATOR TO AUD-OPERATOR.
           MOVE APQ-PROGRAM TO AUD-PROGRAM.
           MOVE APQ-BATCH-TYPE TO AUD-BATCH-TYPE.
           MOVE APQ-RECORD-COUNT TO AUD-RECORD-COUNT.
           MOVE APQ-HASH TO AUD-HASH.
           MOVE APQ-NEW-STATUS TO AUD-STATUS.
           MOVE APQ-REASON TO AUD-REASON.
           MOVE APQ-BATCH-NAME TO AUD-BATCH-NAME.
           WRITE AUDIT-RECORD.
           IF AUD-FS NOT = "00"
               DISPLAY "ABEND - AUDIT WRITE FAILED, FILE STATUS "
                   AUD-FS ": " AUDIT-FILE-NAME
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           CLOSE AUDITFILE.
