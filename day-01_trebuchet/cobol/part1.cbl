               ACCESS IS SEQUENTIAL
               FILE STATUS IS STA-FS.

       SELECT PROFHISTFILE ASSIGN TO DYNAMIC PROFILE-HISTORY-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL
               FILE STATUS IS PRH-FS.

       SELECT DUPLICATEFILE ASSIGN TO DYNAMIC DUPLICATE-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL
               ACCESS IS SEQUENTIAL
               FILE STATUS IS FDL-FS.

       SELECT PARTSTATFILE ASSIGN TO DYNAMIC PARTITION-STATUS-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL
               FILE STATUS IS PST-FS.

       SELECT VENDORREG ASSIGN TO DYNAMIC REGISTRY-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS VR-FILE-ID
               FILE STATUS IS VR-FS.

       SELECT EXCCASEFILE ASSIGN TO DYNAMIC CASE-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS EC-CASE-KEY
               FILE STATUS IS EC-FS.

       DATA DIVISION.

       FILE SECTION.
           05 FILLER             PIC X(6) VALUE SPACES.
           05 STAT-DEC-VALUE     PIC ZZZZZ9.99.

       FD PROFHISTFILE.
       01 PROFILE-HISTORY-RECORD.
           05 PH-CYCLE-DATE      PIC 9(8).
           05 FILLER             PIC X(1).
           05 PH-RUN-DATE        PIC 9(8).
           05 FILLER             PIC X(1).
           05 PH-RUN-TIME        PIC 9(6).
           05 FILLER             PIC X(3).
           05 PH-INPUT-FILE      PIC X(100).
           05 FILLER             PIC X(3).
           05 PH-VENDOR-FILE-ID  PIC X(8).
           05 FILLER             PIC X(3).
           05 PH-PARTIAL-FLAG    PIC X(1).
           05 FILLER             PIC X(3).
           05 PH-LINE-COUNT      PIC 9(8).
           05 FILLER             PIC X(1).
           05 PH-VALUE-LINE-COUNT PIC 9(8).
           05 FILLER             PIC X(1).
           05 PH-NO-VALUE-COUNT  PIC 9(8).
           05 FILLER             PIC X(1).
           05 PH-VALUE-TOTAL     PIC 9(10).
           05 FILLER             PIC X(1).
           05 PH-SCAN-TOTAL      PIC 9(12).
           05 FILLER             PIC X(3).
           05 PH-MIN-VALUE       PIC 99.
           05 FILLER             PIC X(1).
           05 PH-MAX-VALUE       PIC 99.
           05 FILLER             PIC X(1).
           05 PH-MEAN-VALUE      PIC ZZ9.99.
           05 FILLER             PIC X(1).
           05 PH-AVG-SCAN-LENGTH PIC ZZZZZ9.99.
           05 FILLER             PIC X(3).
           05 PH-FIRST-DIGIT-FREQS.
               10 PH-FIRST-ENTRY OCCURS 10 TIMES.
                   15 PH-FIRST-FREQ  PIC 9(8).
                   15 FILLER         PIC X(1).
           05 FILLER             PIC X(2).
           05 PH-SECOND-DIGIT-FREQS.
               10 PH-SECOND-ENTRY OCCURS 10 TIMES.
                   15 PH-SECOND-FREQ PIC 9(8).
                   15 FILLER         PIC X(1).
           05 FILLER             PIC X(2).
           05 PH-VALUE-FREQS.
               10 PH-VALUE-ENTRY OCCURS 99 TIMES.
                   15 PH-VALUE-FREQ  PIC 9(8).
                   15 FILLER         PIC X(1).

       FD DUPLICATEFILE.
       01 DUPLICATE-RECORD.
           05 DUP-FILE-NUM       PIC Z(3)9.
           05 FSM-SUBTOTAL-SUM   PIC 9(8).
           05 FILLER             PIC X(3) VALUE SPACES.
           05 FSM-HASH-TOTAL     PIC 9(9).
           05 FILLER             PIC X(3) VALUE SPACES.
           05 FSM-START-COUNT    PIC 9(8).
           05 FILLER             PIC X(3) VALUE SPACES.
           05 FSM-BYPASSED-COUNT PIC 9(8).
           05 FILLER             PIC X(3) VALUE SPACES.
           05 FSM-DIGIT-SUM      PIC 9(8).
           05 FILLER             PIC X(3) VALUE SPACES.
           05 FSM-SPELLED-SUM    PIC 9(8).
           05 FILLER             PIC X(3) VALUE SPACES.
           05 FSM-STATS-COUNT    PIC 9(8).
           05 FILLER             PIC X(1) VALUE SPACES.
           05 FSM-VALUE-COUNT    PIC 9(8).
           05 FILLER             PIC X(1) VALUE SPACES.
           05 FSM-VALUE-TOTAL    PIC 9(10).
           05 FILLER             PIC X(1) VALUE SPACES.
           05 FSM-SCAN-TOTAL     PIC 9(12).
           05 FILLER             PIC X(3) VALUE SPACES.
           05 FSM-MIN-VALUE      PIC 99.
           05 FILLER             PIC X(1) VALUE SPACES.
           05 FSM-MAX-VALUE      PIC 99.
           05 FILLER             PIC X(3) VALUE SPACES.
           05 FSM-CONT-COUNT     PIC 9(8).
           05 FILLER             PIC X(1) VALUE SPACES.
           05 FSM-OVERFLOW-COUNT PIC 9(8).
           05 FILLER             PIC X(3) VALUE SPACES.
           05 FSM-FIRST-DIGIT-FREQS.
               10 FSM-FIRST-ENTRY OCCURS 10 TIMES.
                   15 FSM-FIRST-FREQ  PIC 9(8).
                   15 FILLER          PIC X(1).
           05 FILLER             PIC X(2) VALUE SPACES.
           05 FSM-SECOND-DIGIT-FREQS.
               10 FSM-SECOND-ENTRY OCCURS 10 TIMES.
                   15 FSM-SECOND-FREQ PIC 9(8).
                   15 FILLER          PIC X(1).
           05 FILLER             PIC X(2) VALUE SPACES.
           05 FSM-VALUE-FREQS.
               10 FSM-VALUE-ENTRY OCCURS 99 TIMES.
                   15 FSM-VALUE-FREQ  PIC 9(8).
                   15 FILLER          PIC X(1).

       FD FEEDLOGFILE.
       01 FEED-LOG-RECORD.
           05 FILLER             PIC X(3) VALUE SPACES.
           05 FDL-HASH-TOTAL     PIC 9(10).

       FD PARTSTATFILE.
       01 PARTITION-STATUS-RECORD.
           05 PST-CYCLE-DATE     PIC 9(8).
           05 FILLER             PIC X(1) VALUE SPACE.
           05 PST-RUN-DATE       PIC 9(8).
           05 FILLER             PIC X(1) VALUE SPACE.
           05 PST-RUN-TIME       PIC 9(6).
           05 FILLER             PIC X(3) VALUE SPACES.
           05 PST-PARTITION-NUMBER PIC 9(2).
           05 FILLER             PIC X(1) VALUE SPACE.
           05 PST-PARTITION-COUNT PIC 9(2).
           05 FILLER             PIC X(3) VALUE SPACES.
           05 PST-LIST-NAME      PIC X(100).
           05 FILLER             PIC X(3) VALUE SPACES.
           05 PST-GATE-VERDICT   PIC X(8).
           05 FILLER             PIC X(3) VALUE SPACES.
           05 PST-RETURN-CODE    PIC 9(2).
           05 FILLER             PIC X(3) VALUE SPACES.
           05 PST-FILE-COUNT     PIC 9(4).
           05 FILLER             PIC X(1) VALUE SPACE.
           05 PST-RECORD-COUNT   PIC 9(8).
           05 FILLER             PIC X(1) VALUE SPACE.
           05 PST-RUNNING-SUM    PIC 9(8).
           05 FILLER             PIC X(1) VALUE SPACE.
           05 PST-EXCEPTION-COUNT PIC 9(8).
           05 FILLER             PIC X(1) VALUE SPACE.
           05 PST-BYPASSED-COUNT PIC 9(8).
           05 FILLER             PIC X(1) VALUE SPACE.
           05 PST-VENDOR-REJECTS PIC 9(4).
           05 FILLER             PIC X(1) VALUE SPACE.
           05 PST-RECON-STATUS   PIC X(8).
           05 FILLER             PIC X(3) VALUE SPACES.
           05 PST-DISCREPANCY-COUNT PIC 9(8).
           05 FILLER             PIC X(1) VALUE SPACE.
           05 PST-IFC-COUNT      PIC 9(8).
           05 FILLER             PIC X(1) VALUE SPACE.
           05 PST-IFC-HASH       PIC 9(10).
           05 FILLER             PIC X(1) VALUE SPACE.
           05 PST-SCAN-TOTAL     PIC 9(12).

       FD VENDORREG.
       01 VENDOR-REGISTRY-RECORD.
           05 VR-FILE-ID         PIC X(8).
           05 VR-VENDOR-NAME     PIC X(30).
           05 VR-DELIVERY-DAYS   PIC X(7).
           05 VR-CUTOFF-TIME     PIC 9(4).
           05 VR-MIN-RECORDS     PIC 9(8).
           05 VR-MAX-RECORDS     PIC 9(8).
           05 VR-ACTIVE-FLAG     PIC X(1).
               88 VR-ACTIVE      VALUE "A".
               88 VR-INACTIVE    VALUE "I".

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

       FD RUNLOGFILE.
       01 RUN-LOG-RECORD.
           05 LOG-RUN-DATE       PIC 9(8).
       01 DISCREPANCY-FILE-NAME PIC X(100)
           VALUE 'discrepancies.txt'.
       01 STATS-FILE-NAME      PIC X(100) VALUE 'stats.txt'.
       01 PROFILE-HISTORY-NAME PIC X(100) VALUE 'profhist.txt'.
       01 DUPLICATE-FILE-NAME  PIC X(100) VALUE 'duplicates.txt'.
       01 INTERFACE-FILE-NAME  PIC X(100) VALUE 'interface.txt'.
       01 RULES-FILE-NAME      PIC X(100) VALUE SPACES.
       01 RUN-LOG-FILE-NAME    PIC X(100) VALUE 'runlog.txt'.
       01 FEED-LOG-FILE-NAME   PIC X(100) VALUE 'feedlog.txt'.
       01 REGISTRY-FILE-NAME   PIC X(100) VALUE 'vendreg.dat'.
       01 CASE-FILE-NAME       PIC X(100) VALUE 'excase.dat'.
       01 PARTITION-STATUS-NAME PIC X(100) VALUE 'partition.txt'.
       01 ENV-BUFFER           PIC X(100).
       01 PARM-REQUEST.
           05 PARM-FUNCTION PIC X(4).
       77 HIST-FS PIC X(2).
       77 DIS-FS PIC X(2).
       77 STA-FS PIC X(2).
       77 PRH-FS PIC X(2).
       77 DUP-FS PIC X(2).
       77 IFC-FS PIC X(2).
       77 RUL-FS PIC X(2).
       77 LOG-FS PIC X(2).
       77 FDL-FS PIC X(2).
       77 VR-FS PIC X(2).
       77 EC-FS PIC X(2).
       77 PST-FS PIC X(2).
       77 LOG-PROGRAM-ID PIC X(18) VALUE "AOC-DAY1-PART1".
       77 LOG-DATE-WORK PIC 9(8).
       77 LOG-TIME-WORK PIC 9(8).
       77 FILE-START-SUM     PIC 9(8) VALUE ZERO.
       77 FILE-SUBTOTAL-COUNT PIC 9(8) VALUE ZERO.
       77 FILE-SUBTOTAL-SUM   PIC 9(8) VALUE ZERO.
       77 FILE-DIGIT-SUM      PIC 9(8) VALUE ZERO.
       77 FILE-SPELLED-SUM    PIC 9(8) VALUE ZERO.
       77 FILE-START-DIGIT-SUM PIC 9(8) VALUE ZERO.
       77 FILE-START-SPELLED-SUM PIC 9(8) VALUE ZERO.
       01 FILE-START-FIRST-FREQ PIC X(80).
       01 FILE-START-FIRST-TABLE REDEFINES FILE-START-FIRST-FREQ.
           05 FILE-START-FIRST-COUNT OCCURS 10 TIMES PIC 9(8).
       01 FILE-START-SECOND-FREQ PIC X(80).
       01 FILE-START-SECOND-TABLE REDEFINES FILE-START-SECOND-FREQ.
           05 FILE-START-SECOND-COUNT OCCURS 10 TIMES PIC 9(8).
       01 FILE-START-VALUE-FREQ PIC X(792).
       01 FILE-START-VALUE-TABLE REDEFINES FILE-START-VALUE-FREQ.
           05 FILE-START-VALUE-COUNT-N OCCURS 99 TIMES PIC 9(8).
       77 FILE-START-STATS-COUNT PIC 9(8) VALUE ZERO.
       77 FILE-START-VALUE-COUNT PIC 9(8) VALUE ZERO.
       01 FILE-START-VALUE-TOTAL PIC 9(10) VALUE ZERO.
       01 FILE-START-SCAN-LENGTH PIC 9(12) VALUE ZERO.
       77 FILE-START-CONT-COUNT PIC 9(8) VALUE ZERO.
       77 FILE-START-OVERFLOW-COUNT PIC 9(8) VALUE ZERO.
       77 FILE-MIN-LINE-VALUE PIC 99 VALUE 99.
       77 FILE-MAX-LINE-VALUE PIC 99 VALUE ZERO.
       77 PROFILE-MEAN-WORK PIC 9(3)V99 VALUE ZERO.
       77 PROFILE-SCAN-WORK PIC 9(6)V99 VALUE ZERO.
       77 PROFILE-DATE-WORK PIC 9(8).
       77 PROFILE-TIME-WORK PIC 9(8).

       01 FILE-SUMMARY-NAME PIC X(100) VALUE 'filesumm.dat'.
       77 FSM-FS PIC X(2).
       77 CHECKPOINT-MATCH-SWITCH PIC X VALUE "N".
           88 CHECKPOINT-MATCHED VALUE "Y".

       77 PARTITION-SWITCH PIC X VALUE "N".
           88 PARTITIONED-RUN VALUE "Y".
       77 PARTITION-COUNT PIC 9(2) VALUE ZERO.
       77 PARTITION-NUMBER PIC 9(2) VALUE ZERO.
       77 PARTITION-SLOT PIC 9(2) VALUE ZERO.
       77 PARTITION-ENTRY-SWITCH PIC X VALUE "Y".
           88 PARTITION-ENTRY-SELECTED VALUE "Y".
       77 PARTITION-FILE-COUNT PIC 9(4) VALUE ZERO.
       01 PARTITION-SUFFIX.
           05 FILLER              PIC X(2) VALUE ".P".
           05 PARTITION-SUFFIX-NUM PIC 9(2) VALUE ZERO.
       01 PARTITION-NAME-WORK PIC X(100) VALUE SPACES.
       01 PARTITION-NAME-SAVE PIC X(100) VALUE SPACES.
       77 PARTITION-DATE-WORK PIC 9(8).
       77 PARTITION-TIME-WORK PIC 9(8).

       77 CONTROL-RECORD-COUNT PIC 9(8) VALUE ZERO.
       77 CONTROL-SUM         PIC 9(8) VALUE ZERO.
       77 CONTROL-SWITCH PIC X VALUE "N".
       77 RECON-STATUS PIC X(8) VALUE "N/A".

       77 CYCLE-DATE PIC 9(8) VALUE ZERO.
       77 PRIOR-BUSINESS-DATE PIC 9(8) VALUE ZERO.
       77 PRIOR-DATE-SWITCH PIC X VALUE "N".
           88 PRIOR-DATE-ALLOWED VALUE "Y".
       01 CALENDAR-REQUEST.
           05 CAL-FUNCTION    PIC X(4).
           05 CAL-STATUS      PIC X(2).
           05 CAL-DATE-IN     PIC 9(8).
           05 CAL-DATE-OUT    PIC 9(8).
           05 CAL-DAY-COUNT   PIC 9(5).
           05 CAL-DAY-TYPE    PIC X(8).
           05 CAL-DESCRIPTION PIC X(30).
       77 VND-HEADER-SWITCH PIC X VALUE "N".
           88 VENDOR-HEADER-SEEN VALUE "Y".
       77 VND-TRAILER-SWITCH PIC X VALUE "N".
       77 VENDOR-RECON-BAD-SWITCH PIC X VALUE "N".
           88 VENDOR-RECON-FAILED VALUE "Y".
       77 VENDOR-REJECT-COUNT PIC 9(4) VALUE ZERO.
       77 REGISTRY-CHECK-SWITCH PIC X VALUE "N".
           88 REGISTRY-CHECK-ENABLED VALUE "Y".
       77 CASE-TRACKING-SWITCH PIC X VALUE "Y".
           88 CASE-TRACKING-ENABLED VALUE "Y".
       77 CASE-RUN-DATE PIC 9(8) VALUE ZERO.
       77 CASES-OPENED PIC 9(8) VALUE ZERO.
       77 CASES-ALREADY-OPEN PIC 9(8) VALUE ZERO.
       77 CASES-REOPENED PIC 9(8) VALUE ZERO.
       01 CASE-NOTE-WORK PIC X(60) VALUE SPACES.

       77 NUMERIC-SWITCH PIC X VALUE "N".
           88 FIELD-IS-NUMERIC VALUE "Y".
       PROCEDURE DIVISION.
           PERFORM GET-RUN-PARAMETERS.
           PERFORM WRITE-RUN-LOG-START.
           IF PARTITIONED-RUN
               PERFORM CLEAR-PARTITION-STATUS
           END-IF.
           PERFORM LOAD-SELECTION-RULES.
           PERFORM LOAD-CHECKPOINT.
           PERFORM OPEN-EXCEPTION-FILE.
           PERFORM OPEN-DETAIL-FILE.
           PERFORM OPEN-DISCREPANCY-FILE.
           PERFORM OPEN-INTERFACE-FILE.
           IF REGISTRY-CHECK-ENABLED
               PERFORM OPEN-VENDOR-REGISTRY
           END-IF.
           IF CASE-TRACKING-ENABLED
               PERFORM OPEN-EXCEPTION-CASE-FILE
           END-IF.

           IF MULTI-FILE-MODE
               PERFORM PROCESS-FILE-LIST
           ELSE
               PERFORM SAVE-FILE-STATISTICS
               PERFORM PROCESS-SINGLE-FILE
               PERFORM WRITE-FILE-PROFILE
           END-IF.

           MOVE RUNNING-SUM TO DISPLAY-SUM.
           PERFORM RECONCILE-CONTROL-TOTALS.
           PERFORM EVALUATE-DATA-GATE.
           PERFORM WRITE-OUTPUT-RECORD.
           IF NOT PARTITIONED-RUN
               PERFORM WRITE-RUN-HISTORY
           END-IF.
           PERFORM WRITE-DISCREPANCY-TOTALS.
           PERFORM WRITE-STATISTICS-REPORT.
           PERFORM WRITE-INTERFACE-TRAILER.
           CLOSE DETAILFILE.
           CLOSE DISCREPANCYFILE.
           CLOSE INTERFACEFILE.
           IF REGISTRY-CHECK-ENABLED
               CLOSE VENDORREG
           END-IF.
           IF CASE-TRACKING-ENABLED
               CLOSE EXCCASEFILE
               DISPLAY "EXCEPTION CASES OPENED  " CASES-OPENED
               DISPLAY "EXCEPTION CASES EXISTING " CASES-ALREADY-OPEN
               DISPLAY "EXCEPTION CASES REOPENED " CASES-REOPENED
           END-IF.
           MOVE GATE-RETURN-CODE TO RETURN-CODE.
           IF PARTITIONED-RUN
               PERFORM WRITE-PARTITION-STATUS
           END-IF.
           PERFORM WRITE-RUN-LOG-END.
           STOP RUN.

               OPEN OUTPUT FILESUMMFILE
               PERFORM CHECK-FILE-SUMMARY-OPEN-STATUS
               CLOSE FILESUMMFILE
               IF PARTITIONED-RUN
                   PERFORM CLEAR-PARTITION-PROFILES
               END-IF
           END-IF.
           IF RESTART-REQUESTED
               PERFORM SKIP-COMPLETED-LIST-ENTRIES
           PERFORM UNTIL END-OF-FILE-LIST
               MOVE FL-FILE-NAME TO INPUT-FILE-NAME
               ADD 1 TO FILE-NUM
               PERFORM CHECK-PARTITION-ENTRY
               IF PARTITION-ENTRY-SELECTED
                   PERFORM PROCESS-LIST-ENTRY
               END-IF

               READ FILELISTFILE
                   AT END
           CLOSE SUBTOTALFILE.
           CLOSE DUPLICATEFILE.

       PROCESS-LIST-ENTRY.
           IF NOT RESUMING-FILE
               MOVE LINE-COUNT TO FILE-START-COUNT
               MOVE RUNNING-SUM TO FILE-START-SUM
               MOVE DIGIT-RUNNING-SUM TO FILE-START-DIGIT-SUM
               MOVE SPELLED-RUNNING-SUM TO FILE-START-SPELLED-SUM
               MOVE BYPASSED-COUNT TO FILE-START-BYPASSED
               MOVE ZERO TO FILE-HASH-TOTAL
           END-IF.
           PERFORM SAVE-FILE-STATISTICS.

           PERFORM PROCESS-SINGLE-FILE.

           COMPUTE FILE-SUBTOTAL-COUNT =
               LINE-COUNT - FILE-START-COUNT.
           COMPUTE FILE-SUBTOTAL-SUM =
               RUNNING-SUM - FILE-START-SUM.
           COMPUTE FILE-BYPASSED-COUNT =
               BYPASSED-COUNT - FILE-START-BYPASSED.
           COMPUTE FILE-DIGIT-SUM =
               DIGIT-RUNNING-SUM - FILE-START-DIGIT-SUM.
           COMPUTE FILE-SPELLED-SUM =
               SPELLED-RUNNING-SUM - FILE-START-SPELLED-SUM.
           DISPLAY "FILE " FILE-NUM ": "
               INPUT-FILE-NAME.
           DISPLAY "  RECORDS " FILE-SUBTOTAL-COUNT
               " SUBTOTAL " FILE-SUBTOTAL-SUM
               " BYPASSED " FILE-BYPASSED-COUNT.
           PERFORM WRITE-SUBTOTAL-RECORD.
           IF PARTITIONED-RUN
               PERFORM APPEND-FILE-SUMMARY
           ELSE
               PERFORM CHECK-DUPLICATE-FILE
           END-IF.
           PERFORM WRITE-FILE-PROFILE.
           MOVE "N" TO RESUME-FILE-SWITCH.
           MOVE "Y" TO FILE-DONE-SWITCH.
           PERFORM WRITE-CHECKPOINT.
           MOVE "N" TO FILE-DONE-SWITCH.

       CHECK-PARTITION-ENTRY.
           MOVE "Y" TO PARTITION-ENTRY-SWITCH.
           IF PARTITIONED-RUN
               COMPUTE PARTITION-SLOT =
                   FUNCTION MOD(FILE-NUM - 1 PARTITION-COUNT) + 1
               IF PARTITION-SLOT NOT = PARTITION-NUMBER
                   MOVE "N" TO PARTITION-ENTRY-SWITCH
               END-IF
           END-IF.

       PROCESS-SINGLE-FILE.
           MOVE "N" TO EOF-SWITCH.
           IF NOT RESUMING-FILE
           ELSE
               MOVE WORK-NUMBER TO VND-BUSINESS-DATE
               IF VND-BUSINESS-DATE NOT = CYCLE-DATE
                   IF PRIOR-DATE-ALLOWED
                       AND VND-BUSINESS-DATE = PRIOR-BUSINESS-DATE
                       DISPLAY "VENDOR FILE ID " VND-FILE-ID
                           " ACCEPTED WITH PRIOR BUSINESS DATE "
                           VND-BUSINESS-DATE ": " INPUT-FILE-NAME
                   ELSE
                       SET FILE-REJECTED TO TRUE
                       ADD 1 TO VENDOR-REJECT-COUNT
                       DISPLAY "VENDOR FILE REJECTED - FILE ID "
                           VND-FILE-ID " HEADER DATE "
                           VND-BUSINESS-DATE " DOES NOT MATCH CYCLE "
                           "DATE " CYCLE-DATE ": " INPUT-FILE-NAME
                   END-IF
               END-IF
           END-IF.
           IF REGISTRY-CHECK-ENABLED
               AND NOT FILE-REJECTED
               PERFORM CHECK-VENDOR-REGISTRY
           END-IF.

       CHECK-VENDOR-REGISTRY.
           MOVE VND-FILE-ID TO VR-FILE-ID.
           READ VENDORREG
               INVALID KEY
                   SET FILE-REJECTED TO TRUE
                   ADD 1 TO VENDOR-REJECT-COUNT
                   DISPLAY "VENDOR FILE REJECTED - FILE ID "
                       VND-FILE-ID " NOT IN VENDOR REGISTRY: "
                       INPUT-FILE-NAME
               NOT INVALID KEY
                   IF NOT VR-ACTIVE
                       SET FILE-REJECTED TO TRUE
                       ADD 1 TO VENDOR-REJECT-COUNT
                       DISPLAY "VENDOR FILE REJECTED - FILE ID "
                           VND-FILE-ID " IS INACTIVE IN VENDOR "
                           "REGISTRY: " INPUT-FILE-NAME
                   END-IF
           END-READ.

       PROCESS-VENDOR-TRAILER.
           SET VENDOR-TRAILER-SEEN TO TRUE.
                   MOVE "OK" TO RECON-STATUS
               END-IF
           ELSE
               IF PARTITIONED-RUN
                   IF CONTROL-TOTAL-SUPPLIED
                       DISPLAY "CONTROL TOTALS ARE RECONCILED BY THE "
                           "PARTITION MERGE"
                   END-IF
               ELSE
                   PERFORM RECONCILE-ENV-CONTROL-TOTALS
               END-IF
           END-IF.

       RECONCILE-ENV-CONTROL-TOTALS.
               MOVE "HELD" TO GATE-VERDICT
               MOVE 8 TO GATE-RETURN-CODE
               DISPLAY "DATA QUALITY GATE: " VENDOR-REJECT-COUNT
                   " VENDOR FILE(S) REJECTED AT HEADER CHECK"
           END-IF.

           MOVE EXCEPTION-RATE TO GATE-RATE-EDIT.
           MOVE LINE-COUNT TO EXC-LINE-NUM.
           MOVE SCAN-LINE TO EXC-TEXT.
           WRITE EXCEPTION-RECORD.
           IF CASE-TRACKING-ENABLED
               PERFORM OPEN-EXCEPTION-CASE
           END-IF.

       OPEN-EXCEPTION-CASE.
           MOVE SPACES TO EXCEPTION-CASE-RECORD.
           MOVE INPUT-FILE-NAME TO EC-FILE-NAME.
           MOVE LINE-COUNT TO EC-LINE-NUM.
           READ EXCCASEFILE
               INVALID KEY
                   MOVE "OPEN" TO EC-STATUS
                   MOVE SPACES TO EC-ANALYST
                   MOVE CASE-RUN-DATE TO EC-OPENED-DATE
                   MOVE CYCLE-DATE TO EC-CYCLE-DATE
                   MOVE CASE-RUN-DATE TO EC-LAST-ACTION-DATE
                   MOVE "OPENED" TO EC-LAST-ACTION
                   MOVE SCAN-LINE TO EC-EXCEPTION-TEXT
                   MOVE SPACES TO EC-RESOLUTION-NOTE
                   WRITE EXCEPTION-CASE-RECORD
                       INVALID KEY
                           DISPLAY "ABEND - CASE WRITE FAILED, FILE "
                               "STATUS " EC-FS ": " CASE-FILE-NAME
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                   END-WRITE
                   ADD 1 TO CASES-OPENED
               NOT INVALID KEY
                   IF (EC-CORRECTED OR EC-WRITTEN-OFF)
                       AND EC-CYCLE-DATE < CYCLE-DATE
                       MOVE SCAN-LINE TO EC-EXCEPTION-TEXT
                       PERFORM REOPEN-EXCEPTION-CASE
                   ELSE
                       ADD 1 TO CASES-ALREADY-OPEN
                   END-IF
           END-READ.

       REOPEN-EXCEPTION-CASE.
           MOVE SPACES TO CASE-NOTE-WORK.
           STRING "RECURRED - WAS " DELIMITED BY SIZE
               EC-STATUS DELIMITED BY SPACE
               " FOR CYCLE " DELIMITED BY SIZE
               EC-CYCLE-DATE DELIMITED BY SIZE
               INTO CASE-NOTE-WORK
           END-STRING.
           MOVE "OPEN" TO EC-STATUS.
           MOVE SPACES TO EC-ANALYST.
           MOVE CASE-RUN-DATE TO EC-OPENED-DATE.
           MOVE CYCLE-DATE TO EC-CYCLE-DATE.
           MOVE CASE-RUN-DATE TO EC-LAST-ACTION-DATE.
           MOVE "REOPENED" TO EC-LAST-ACTION.
           MOVE CASE-NOTE-WORK TO EC-RESOLUTION-NOTE.
           REWRITE EXCEPTION-CASE-RECORD
               INVALID KEY
                   DISPLAY "ABEND - CASE REWRITE FAILED, FILE "
                       "STATUS " EC-FS ": " CASE-FILE-NAME
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-REWRITE.
           ADD 1 TO CASES-REOPENED.

       WRITE-DETAIL-RECORD.
           MOVE SPACES TO DETAIL-RECORD.
               PERFORM WRITE-INTERFACE-HEADER
           END-IF.

       OPEN-EXCEPTION-CASE-FILE.
           ACCEPT CASE-RUN-DATE FROM DATE YYYYMMDD.
           OPEN I-O EXCCASEFILE.
           IF EC-FS = "35"
               DISPLAY "NEW EXCEPTION CASE FILE: " CASE-FILE-NAME
               OPEN OUTPUT EXCCASEFILE
               IF EC-FS = "00"
                   CLOSE EXCCASEFILE
                   OPEN I-O EXCCASEFILE
               END-IF
           END-IF.
           IF EC-FS NOT = "00"
               DISPLAY "ABEND - OPEN FAILED, FILE STATUS " EC-FS
                   ": " CASE-FILE-NAME
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       OPEN-VENDOR-REGISTRY.
           OPEN INPUT VENDORREG.
           EVALUATE VR-FS
               WHEN "00"
                   CONTINUE
               WHEN "35"
                   DISPLAY "ABEND - VENDOR REGISTRY NOT FOUND: "
                       REGISTRY-FILE-NAME
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               WHEN OTHER
                   DISPLAY "ABEND - OPEN FAILED, FILE STATUS " VR-FS
                       ": " REGISTRY-FILE-NAME
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

       CHECK-IFC-WORK-OPEN-STATUS.
           EVALUATE IFW-FS
               WHEN "00"
               IFC-HASH-WORK DELIMITED BY SIZE
               INTO INTERFACE-RECORD.
           WRITE INTERFACE-RECORD.
           IF NOT PARTITIONED-RUN
               PERFORM WRITE-FEED-LOG-RECORD
           END-IF.

       WRITE-FEED-LOG-RECORD.
           OPEN EXTEND FEEDLOGFILE.
               IF LINE-VALUE-NUM > MAX-LINE-VALUE
                   MOVE LINE-VALUE-NUM TO MAX-LINE-VALUE
               END-IF
               IF LINE-VALUE-NUM < FILE-MIN-LINE-VALUE
                   MOVE LINE-VALUE-NUM TO FILE-MIN-LINE-VALUE
               END-IF
               IF LINE-VALUE-NUM > FILE-MAX-LINE-VALUE
                   MOVE LINE-VALUE-NUM TO FILE-MAX-LINE-VALUE
               END-IF
           END-IF.

       WRITE-STATISTICS-REPORT.
                   STOP RUN
           END-EVALUATE.

       WRITE-FILE-PROFILE.
           MOVE SPACES TO PROFILE-HISTORY-RECORD.
           COMPUTE PH-LINE-COUNT =
               STATS-LINE-COUNT - FILE-START-STATS-COUNT.
           IF PH-LINE-COUNT > 0
               COMPUTE PH-VALUE-LINE-COUNT =
                   VALUE-LINE-COUNT - FILE-START-VALUE-COUNT
               COMPUTE PH-NO-VALUE-COUNT =
                   PH-LINE-COUNT - PH-VALUE-LINE-COUNT
               COMPUTE PH-VALUE-TOTAL =
                   VALUE-TOTAL - FILE-START-VALUE-TOTAL
               COMPUTE PH-SCAN-TOTAL =
                   TOTAL-SCAN-LENGTH - FILE-START-SCAN-LENGTH
               PERFORM VARYING STAT-IDX FROM 1 BY 1
                   UNTIL STAT-IDX > 10
                   COMPUTE PH-FIRST-FREQ(STAT-IDX) =
                       FIRST-DIGIT-FREQ(STAT-IDX)
                       - FILE-START-FIRST-COUNT(STAT-IDX)
                   COMPUTE PH-SECOND-FREQ(STAT-IDX) =
                       SECOND-DIGIT-FREQ(STAT-IDX)
                       - FILE-START-SECOND-COUNT(STAT-IDX)
               END-PERFORM
               PERFORM VARYING STAT-IDX FROM 1 BY 1
                   UNTIL STAT-IDX > 99
                   COMPUTE PH-VALUE-FREQ(STAT-IDX) =
                       VALUE-FREQ(STAT-IDX)
                       - FILE-START-VALUE-COUNT-N(STAT-IDX)
               END-PERFORM
               MOVE ZERO TO PROFILE-MEAN-WORK
               IF PH-VALUE-LINE-COUNT > 0
                   COMPUTE PROFILE-MEAN-WORK ROUNDED =
                       PH-VALUE-TOTAL / PH-VALUE-LINE-COUNT
                   MOVE FILE-MIN-LINE-VALUE TO PH-MIN-VALUE
               ELSE
                   MOVE ZERO TO PH-MIN-VALUE
               END-IF
               MOVE FILE-MAX-LINE-VALUE TO PH-MAX-VALUE
               COMPUTE PROFILE-SCAN-WORK ROUNDED =
                   PH-SCAN-TOTAL / PH-LINE-COUNT
               MOVE PROFILE-MEAN-WORK TO PH-MEAN-VALUE
               MOVE PROFILE-SCAN-WORK TO PH-AVG-SCAN-LENGTH
               MOVE CYCLE-DATE TO PH-CYCLE-DATE
               ACCEPT PROFILE-DATE-WORK FROM DATE YYYYMMDD
               ACCEPT PROFILE-TIME-WORK FROM TIME
               MOVE PROFILE-DATE-WORK TO PH-RUN-DATE
               MOVE PROFILE-TIME-WORK(1:6) TO PH-RUN-TIME
               MOVE INPUT-FILE-NAME TO PH-INPUT-FILE
               MOVE VND-FILE-ID TO PH-VENDOR-FILE-ID
               IF RESTART-REQUESTED
                   AND RESUMING-FILE
                   MOVE "R" TO PH-PARTIAL-FLAG
               ELSE
                   MOVE "N" TO PH-PARTIAL-FLAG
               END-IF
               OPEN EXTEND PROFHISTFILE
               IF PRH-FS = "35"
                   OPEN OUTPUT PROFHISTFILE
               END-IF
               IF PRH-FS NOT = "00"
                   DISPLAY "ABEND - OPEN FAILED, FILE STATUS " PRH-FS
                       ": " PROFILE-HISTORY-NAME
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               WRITE PROFILE-HISTORY-RECORD
               CLOSE PROFHISTFILE
           END-IF.

       CLEAR-PARTITION-PROFILES.
           OPEN OUTPUT PROFHISTFILE.
           IF PRH-FS NOT = "00"
               DISPLAY "ABEND - OPEN FAILED, FILE STATUS " PRH-FS
                   ": " PROFILE-HISTORY-NAME
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           CLOSE PROFHISTFILE.

       CHECK-DUPLICATE-FILE.
           MOVE "N" TO DUP-HANDLED-SWITCH.
           MOVE "N" TO FSM-EOF-SWITCH.
           MOVE FILE-SUBTOTAL-COUNT TO FSM-RECORD-COUNT.
           MOVE FILE-SUBTOTAL-SUM TO FSM-SUBTOTAL-SUM.
           MOVE FILE-HASH-TOTAL TO FSM-HASH-TOTAL.
           MOVE FILE-START-COUNT TO FSM-START-COUNT.
           MOVE FILE-BYPASSED-COUNT TO FSM-BYPASSED-COUNT.
           MOVE FILE-DIGIT-SUM TO FSM-DIGIT-SUM.
           MOVE FILE-SPELLED-SUM TO FSM-SPELLED-SUM.
           PERFORM SET-FILE-SUMMARY-STATISTICS.
           WRITE FILE-SUMMARY-RECORD.
           CLOSE FILESUMMFILE.

       SET-FILE-SUMMARY-STATISTICS.
           COMPUTE FSM-STATS-COUNT =
               STATS-LINE-COUNT - FILE-START-STATS-COUNT.
           COMPUTE FSM-VALUE-COUNT =
               VALUE-LINE-COUNT - FILE-START-VALUE-COUNT.
           COMPUTE FSM-VALUE-TOTAL =
               VALUE-TOTAL - FILE-START-VALUE-TOTAL.
           COMPUTE FSM-SCAN-TOTAL =
               TOTAL-SCAN-LENGTH - FILE-START-SCAN-LENGTH.
           COMPUTE FSM-CONT-COUNT =
               CONTINUATION-COUNT - FILE-START-CONT-COUNT.
           COMPUTE FSM-OVERFLOW-COUNT =
               TRUE-OVERFLOW-COUNT - FILE-START-OVERFLOW-COUNT.
           IF FSM-VALUE-COUNT > 0
               MOVE FILE-MIN-LINE-VALUE TO FSM-MIN-VALUE
               MOVE FILE-MAX-LINE-VALUE TO FSM-MAX-VALUE
           ELSE
               MOVE ZERO TO FSM-MIN-VALUE
               MOVE ZERO TO FSM-MAX-VALUE
           END-IF.
           PERFORM VARYING STAT-IDX FROM 1 BY 1
               UNTIL STAT-IDX > 10
               COMPUTE FSM-FIRST-FREQ(STAT-IDX) =
                   FIRST-DIGIT-FREQ(STAT-IDX)
                   - FILE-START-FIRST-COUNT(STAT-IDX)
               COMPUTE FSM-SECOND-FREQ(STAT-IDX) =
                   SECOND-DIGIT-FREQ(STAT-IDX)
                   - FILE-START-SECOND-COUNT(STAT-IDX)
           END-PERFORM.
           PERFORM VARYING STAT-IDX FROM 1 BY 1
               UNTIL STAT-IDX > 99
               COMPUTE FSM-VALUE-FREQ(STAT-IDX) =
                   VALUE-FREQ(STAT-IDX)
                   - FILE-START-VALUE-COUNT-N(STAT-IDX)
           END-PERFORM.

       CHECK-FILE-SUMMARY-OPEN-STATUS.
           EVALUATE FSM-FS
               WHEN "00"
           MOVE TOTAL-SCAN-LENGTH TO FILE-START-SCAN-LENGTH.
           MOVE CONTINUATION-COUNT TO FILE-START-CONT-COUNT.
           MOVE TRUE-OVERFLOW-COUNT TO FILE-START-OVERFLOW-COUNT.
           MOVE 99 TO FILE-MIN-LINE-VALUE.
           MOVE ZERO TO FILE-MAX-LINE-VALUE.

       RESTORE-FILE-STATISTICS.
           MOVE FILE-START-FIRST-FREQ TO FIRST-DIGIT-FREQ-TABLE.
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

           MOVE "AOC_VENDOR_REGISTRY_CHECK" TO PARM-KEYWORD.
           PERFORM GET-ONE-PARM.
           IF PARM-SUPPLIED
               AND (PARM-VALUE(1:1) = "Y" OR PARM-VALUE(1:1) = "y")
               MOVE "Y" TO REGISTRY-CHECK-SWITCH
           END-IF.
           MOVE REGISTRY-CHECK-SWITCH TO PARM-ECHO-VALUE.
           PERFORM ECHO-PARM.

           MOVE "AOC_VENDOR_REGISTRY_FILE" TO PARM-KEYWORD.
           PERFORM GET-ONE-PARM.
           IF PARM-SUPPLIED
               MOVE PARM-VALUE TO REGISTRY-FILE-NAME
           END-IF.
           MOVE REGISTRY-FILE-NAME TO PARM-ECHO-VALUE.
           PERFORM ECHO-PARM.

           MOVE "AOC_EXCEPTION_CASES" TO PARM-KEYWORD.
           PERFORM GET-ONE-PARM.
           IF PARM-SUPPLIED
               AND (PARM-VALUE(1:1) = "N" OR PARM-VALUE(1:1) = "n")
               MOVE "N" TO CASE-TRACKING-SWITCH
           END-IF.
           MOVE CASE-TRACKING-SWITCH TO PARM-ECHO-VALUE.
           PERFORM ECHO-PARM.

           MOVE "AOC_EXCEPTION_CASE_FILE" TO PARM-KEYWORD.
           PERFORM GET-ONE-PARM.
           IF PARM-SUPPLIED
               MOVE PARM-VALUE TO CASE-FILE-NAME
           END-IF.
           MOVE CASE-FILE-NAME TO PARM-ECHO-VALUE.
           PERFORM ECHO-PARM.

           MOVE "AOC_ACCEPT_PRIOR_BUS_DATE" TO PARM-KEYWORD.
           PERFORM GET-ONE-PARM.
           IF PARM-SUPPLIED
               AND (PARM-VALUE(1:1) = "Y" OR PARM-VALUE(1:1) = "y")
               MOVE "Y" TO PRIOR-DATE-SWITCH
           END-IF.
           MOVE PRIOR-DATE-SWITCH TO PARM-ECHO-VALUE.
           PERFORM ECHO-PARM.
           IF PRIOR-DATE-ALLOWED
               MOVE "PREV" TO CAL-FUNCTION
               MOVE CYCLE-DATE TO CAL-DATE-IN
               PERFORM CALL-BUSINESS-CALENDAR
               MOVE CAL-DATE-OUT TO PRIOR-BUSINESS-DATE
               DISPLAY "PRIOR BUSINESS DATE ACCEPTED ON HEADERS: "
                   PRIOR-BUSINESS-DATE
           END-IF.

           MOVE "AOC_INPUT_FILE" TO PARM-KEYWORD.
           PERFORM GET-ONE-PARM.
           IF PARM-SUPPLIED
           MOVE STATS-FILE-NAME TO PARM-ECHO-VALUE.
           PERFORM ECHO-PARM.

           MOVE "AOC_PROFILE_HISTORY_FILE" TO PARM-KEYWORD.
           PERFORM GET-ONE-PARM.
           IF PARM-SUPPLIED
               MOVE PARM-VALUE TO PROFILE-HISTORY-NAME
           END-IF.
           MOVE PROFILE-HISTORY-NAME TO PARM-ECHO-VALUE.
           PERFORM ECHO-PARM.

           MOVE "AOC_INTERFACE_FILE" TO PARM-KEYWORD.
           PERFORM GET-ONE-PARM.
           IF PARM-SUPPLIED
           MOVE RESTART-ENV-SWITCH TO PARM-ECHO-VALUE.
           PERFORM ECHO-PARM.

           MOVE "AOC_PARTITION_COUNT" TO PARM-KEYWORD.
           PERFORM GET-ONE-PARM.
           IF PARM-SUPPLIED
               MOVE PARM-VALUE(1:8) TO NUMERIC-WORK
               PERFORM VALIDATE-NUMERIC-WORK
               IF NOT FIELD-IS-NUMERIC
                   OR WORK-NUMBER = 0
                   OR WORK-NUMBER > 99
                   PERFORM ABEND-BAD-PARM-VALUE
               END-IF
               MOVE WORK-NUMBER TO PARTITION-COUNT
               MOVE "Y" TO PARTITION-SWITCH
           END-IF.
           MOVE PARTITION-COUNT TO PARM-ECHO-VALUE.
           PERFORM ECHO-PARM.

           MOVE "AOC_PARTITION_NUMBER" TO PARM-KEYWORD.
           PERFORM GET-ONE-PARM.
           IF PARM-SUPPLIED
               MOVE PARM-VALUE(1:8) TO NUMERIC-WORK
               PERFORM VALIDATE-NUMERIC-WORK
               IF NOT FIELD-IS-NUMERIC
                   OR WORK-NUMBER = 0
                   OR WORK-NUMBER > PARTITION-COUNT
                   PERFORM ABEND-BAD-PARM-VALUE
               END-IF
               MOVE WORK-NUMBER TO PARTITION-NUMBER
           END-IF.
           MOVE PARTITION-NUMBER TO PARM-ECHO-VALUE.
           PERFORM ECHO-PARM.

           MOVE "AOC_PARTITION_STATUS_FILE" TO PARM-KEYWORD.
           PERFORM GET-ONE-PARM.
           IF PARM-SUPPLIED
               MOVE PARM-VALUE TO PARTITION-STATUS-NAME
           END-IF.
           MOVE PARTITION-STATUS-NAME TO PARM-ECHO-VALUE.
           PERFORM ECHO-PARM.

           IF PARTITIONED-RUN
               PERFORM SET-PARTITION-FILE-NAMES
           END-IF.

       SET-PARTITION-FILE-NAMES.
           IF NOT MULTI-FILE-MODE
               DISPLAY "ABEND - AOC_PARTITION_COUNT REQUIRES "
                   "AOC_INPUT_FILE_LIST"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF PARTITION-NUMBER = 0
               DISPLAY "ABEND - AOC_PARTITION_NUMBER REQUIRED WITH "
                   "AOC_PARTITION_COUNT"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE PARTITION-NUMBER TO PARTITION-SUFFIX-NUM.
           MOVE "AOC-DAY1-PART1-P" TO LOG-PROGRAM-ID.
           MOVE PARTITION-NUMBER TO LOG-PROGRAM-ID(17:2).

           MOVE EXCEPTION-FILE-NAME TO PARTITION-NAME-WORK.
           PERFORM BUILD-PARTITION-NAME.
           MOVE PARTITION-NAME-WORK TO EXCEPTION-FILE-NAME.
           MOVE DETAIL-FILE-NAME TO PARTITION-NAME-WORK.
           PERFORM BUILD-PARTITION-NAME.
           MOVE PARTITION-NAME-WORK TO DETAIL-FILE-NAME.
           MOVE SUBTOTAL-FILE-NAME TO PARTITION-NAME-WORK.
           PERFORM BUILD-PARTITION-NAME.
           MOVE PARTITION-NAME-WORK TO SUBTOTAL-FILE-NAME.
           MOVE CHECKPOINT-FILE-NAME TO PARTITION-NAME-WORK.
           PERFORM BUILD-PARTITION-NAME.
           MOVE PARTITION-NAME-WORK TO CHECKPOINT-FILE-NAME.
           MOVE OUTPUT-FILE-NAME TO PARTITION-NAME-WORK.
           PERFORM BUILD-PARTITION-NAME.
           MOVE PARTITION-NAME-WORK TO OUTPUT-FILE-NAME.
           MOVE DISCREPANCY-FILE-NAME TO PARTITION-NAME-WORK.
           PERFORM BUILD-PARTITION-NAME.
           MOVE PARTITION-NAME-WORK TO DISCREPANCY-FILE-NAME.
           MOVE STATS-FILE-NAME TO PARTITION-NAME-WORK.
           PERFORM BUILD-PARTITION-NAME.
           MOVE PARTITION-NAME-WORK TO STATS-FILE-NAME.
           MOVE DUPLICATE-FILE-NAME TO PARTITION-NAME-WORK.
           PERFORM BUILD-PARTITION-NAME.
           MOVE PARTITION-NAME-WORK TO DUPLICATE-FILE-NAME.
           MOVE FILE-SUMMARY-NAME TO PARTITION-NAME-WORK.
           PERFORM BUILD-PARTITION-NAME.
           MOVE PARTITION-NAME-WORK TO FILE-SUMMARY-NAME.
           MOVE PROFILE-HISTORY-NAME TO PARTITION-NAME-WORK.
           PERFORM BUILD-PARTITION-NAME.
           MOVE PARTITION-NAME-WORK TO PROFILE-HISTORY-NAME.
           MOVE INTERFACE-FILE-NAME TO PARTITION-NAME-WORK.
           PERFORM BUILD-PARTITION-NAME.
           MOVE PARTITION-NAME-WORK TO INTERFACE-FILE-NAME.
           MOVE PARTITION-STATUS-NAME TO PARTITION-NAME-WORK.
           PERFORM BUILD-PARTITION-NAME.
           MOVE PARTITION-NAME-WORK TO PARTITION-STATUS-NAME.

           DISPLAY "PARTITION " PARTITION-NUMBER " OF "
               PARTITION-COUNT " - WORK FILES SUFFIXED "
               PARTITION-SUFFIX.
           IF CASE-TRACKING-ENABLED
               MOVE "N" TO CASE-TRACKING-SWITCH
               DISPLAY "EXCEPTION CASES ARE OPENED BY THE PARTITION "
                   "MERGE"
           END-IF.

       BUILD-PARTITION-NAME.
           MOVE PARTITION-NAME-WORK TO PARTITION-NAME-SAVE.
           MOVE SPACES TO PARTITION-NAME-WORK.
           STRING PARTITION-NAME-SAVE DELIMITED BY SPACE
               PARTITION-SUFFIX DELIMITED BY SIZE
               INTO PARTITION-NAME-WORK.

       CLEAR-PARTITION-STATUS.
           OPEN OUTPUT PARTSTATFILE.
           PERFORM CHECK-PARTITION-STATUS-OPEN.
           CLOSE PARTSTATFILE.

       WRITE-PARTITION-STATUS.
           ACCEPT PARTITION-DATE-WORK FROM DATE YYYYMMDD.
           ACCEPT PARTITION-TIME-WORK FROM TIME.
           MOVE ZERO TO PARTITION-FILE-COUNT.
           IF FILE-NUM >= PARTITION-NUMBER
               COMPUTE PARTITION-FILE-COUNT =
                   (FILE-NUM - PARTITION-NUMBER) / PARTITION-COUNT + 1
           END-IF.
           OPEN OUTPUT PARTSTATFILE.
           PERFORM CHECK-PARTITION-STATUS-OPEN.
           MOVE SPACES TO PARTITION-STATUS-RECORD.
           MOVE CYCLE-DATE TO PST-CYCLE-DATE.
           MOVE PARTITION-DATE-WORK TO PST-RUN-DATE.
           MOVE PARTITION-TIME-WORK(1:6) TO PST-RUN-TIME.
           MOVE PARTITION-NUMBER TO PST-PARTITION-NUMBER.
           MOVE PARTITION-COUNT TO PST-PARTITION-COUNT.
           MOVE INPUT-FILE-LIST-NAME TO PST-LIST-NAME.
           MOVE GATE-VERDICT TO PST-GATE-VERDICT.
           MOVE GATE-RETURN-CODE TO PST-RETURN-CODE.
           MOVE PARTITION-FILE-COUNT TO PST-FILE-COUNT.
           MOVE LINE-COUNT TO PST-RECORD-COUNT.
           MOVE RUNNING-SUM TO PST-RUNNING-SUM.
           MOVE EXCEPTION-COUNT TO PST-EXCEPTION-COUNT.
           MOVE BYPASSED-COUNT TO PST-BYPASSED-COUNT.
           MOVE VENDOR-REJECT-COUNT TO PST-VENDOR-REJECTS.
           MOVE RECON-STATUS TO PST-RECON-STATUS.
           MOVE DISCREPANCY-COUNT TO PST-DISCREPANCY-COUNT.
           MOVE IFC-RECORD-COUNT TO PST-IFC-COUNT.
           MOVE IFC-HASH-TOTAL TO PST-IFC-HASH.
           MOVE TOTAL-SCAN-LENGTH TO PST-SCAN-TOTAL.
           WRITE PARTITION-STATUS-RECORD.
           CLOSE PARTSTATFILE.

       CHECK-PARTITION-STATUS-OPEN.
           EVALUATE PST-FS
               WHEN "00"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "ABEND - OPEN FAILED, FILE STATUS " PST-FS
                       ": " PARTITION-STATUS-NAME
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

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
