           05 CAT-SUB-COUNT      PIC 9(8).
           05 FILLER             PIC X(3) VALUE SPACES.
           05 CAT-OUT-COUNT      PIC 9(8).
           05 FILLER             PIC X(3) VALUE SPACES.
           05 CAT-MST-COUNT      PIC 9(8).
           05 FILLER             PIC X(3) VALUE SPACES.
           05 CAT-ARCHIVE-DATE   PIC 9(8).
           05 FILLER             PIC X(1) VALUE SPACE.
           05 CAT-ARCHIVE-TIME   PIC 9(6).

       FD VERIFYFILE.
       01 VERIFY-RECORD PIC X(4000).
       01 DETAIL-FILE-NAME     PIC X(100) VALUE 'detail.txt'.
       01 SUBTOTAL-FILE-NAME   PIC X(100) VALUE 'subtotals.txt'.
       01 OUTPUT-FILE-NAME     PIC X(100) VALUE 'output.txt'.
       01 MASTER-UNLOAD-NAME   PIC X(100) VALUE 'calmaster.unl'.
       01 DELETE-FILE-NAME     PIC X(120) VALUE SPACES.
       01 DELETE-BASE-NAME     PIC X(100) VALUE SPACES.
       01 VERIFY-FILE-NAME     PIC X(120) VALUE SPACES.
       77 RETENTION-DAYS PIC 9(5) VALUE ZERO.
       77 RETENTION-SWITCH PIC X VALUE "N".
           88 RETENTION-SUPPLIED VALUE "Y".
       77 RETENTION-BASIS PIC X(8) VALUE "CALENDAR".
           88 RETAIN-CALENDAR-DAYS VALUE "CALENDAR".
           88 RETAIN-BUSINESS-DAYS VALUE "BUSINESS".
       01 CALENDAR-REQUEST.
           05 CAL-FUNCTION    PIC X(4).
           05 CAL-STATUS      PIC X(2).
           05 CAL-DATE-IN     PIC 9(8).
           05 CAL-DATE-OUT    PIC 9(8).
           05 CAL-DAY-COUNT   PIC 9(5).
           05 CAL-DAY-TYPE    PIC X(8).
           05 CAL-DESCRIPTION PIC X(30).
       77 CURRENT-DATE-NUM PIC 9(8).
       77 CUTOFF-INTEGER PIC 9(8) VALUE ZERO.
       77 GEN-INTEGER PIC 9(8) VALUE ZERO.
               10 CT-DTL-COUNT PIC 9(8).
               10 CT-SUB-COUNT PIC 9(8).
               10 CT-OUT-COUNT PIC 9(8).
               10 CT-MST-COUNT PIC 9(8).
               10 CT-MST-SWITCH PIC X.
                   88 CT-MASTER-ARCHIVED VALUE "Y".

       77 GEN-SEQ-X PIC 9(3).
       77 PURGED-GEN-COUNT PIC 9(8) VALUE ZERO.
           END-IF.

           ACCEPT CURRENT-DATE-NUM FROM DATE YYYYMMDD.
           IF RETAIN-BUSINESS-DAYS
               MOVE "BACK" TO CAL-FUNCTION
               MOVE CURRENT-DATE-NUM TO CAL-DATE-IN
               MOVE RETENTION-DAYS TO CAL-DAY-COUNT
               PERFORM CALL-BUSINESS-CALENDAR
               COMPUTE CUTOFF-INTEGER =
                   FUNCTION INTEGER-OF-DATE(CAL-DATE-OUT)
               DISPLAY "RETENTION CUTOFF BUSINESS DATE: " CAL-DATE-OUT
           ELSE
               COMPUTE CUTOFF-INTEGER =
                   FUNCTION INTEGER-OF-DATE(CURRENT-DATE-NUM)
                   - RETENTION-DAYS
           END-IF.

           PERFORM OPEN-AUDIT-FILE.
           PERFORM OPEN-QUARANTINE-FILE.
               MOVE CAT-DTL-COUNT TO CT-DTL-COUNT(CATALOG-COUNT)
               MOVE CAT-SUB-COUNT TO CT-SUB-COUNT(CATALOG-COUNT)
               MOVE CAT-OUT-COUNT TO CT-OUT-COUNT(CATALOG-COUNT)
               IF CAT-MST-COUNT IS NUMERIC
                   MOVE CAT-MST-COUNT TO CT-MST-COUNT(CATALOG-COUNT)
                   MOVE "Y" TO CT-MST-SWITCH(CATALOG-COUNT)
               ELSE
                   MOVE ZERO TO CT-MST-COUNT(CATALOG-COUNT)
                   MOVE "N" TO CT-MST-SWITCH(CATALOG-COUNT)
               END-IF
               READ CATALOGFILE
                   AT END
                       SET END-OF-CATALOG TO TRUE
           MOVE OUTPUT-FILE-NAME TO VERIFY-BASE-NAME.
           MOVE CT-OUT-COUNT(CAT-IDX) TO VERIFY-EXPECTED-COUNT.
           PERFORM VERIFY-ONE-FILE.
           IF CT-MASTER-ARCHIVED(CAT-IDX)
               MOVE MASTER-UNLOAD-NAME TO VERIFY-BASE-NAME
               MOVE CT-MST-COUNT(CAT-IDX) TO VERIFY-EXPECTED-COUNT
               PERFORM VERIFY-ONE-FILE
           END-IF.

       VERIFY-ONE-FILE.
           MOVE CT-GEN-SEQ(CAT-IDX) TO GEN-SEQ-X.
           PERFORM DELETE-ONE-FILE.
           MOVE OUTPUT-FILE-NAME TO DELETE-BASE-NAME.
           PERFORM DELETE-ONE-FILE.
           IF CT-MASTER-ARCHIVED(CAT-IDX)
               MOVE MASTER-UNLOAD-NAME TO DELETE-BASE-NAME
               PERFORM DELETE-ONE-FILE
           END-IF.

       DELETE-ONE-FILE.
           MOVE CT-GEN-SEQ(CAT-IDX) TO GEN-SEQ-X.
           MOVE OUTPUT-FILE-NAME TO PARM-ECHO-VALUE.
           PERFORM ECHO-PARM.

           MOVE "AOC_MASTER_UNLOAD_FILE" TO PARM-KEYWORD.
           PERFORM GET-ONE-PARM.
           IF PARM-SUPPLIED
               MOVE PARM-VALUE TO MASTER-UNLOAD-NAME
           END-IF.
           MOVE MASTER-UNLOAD-NAME TO PARM-ECHO-VALUE.
           PERFORM ECHO-PARM.

           MOVE "AOC_RETENTION_DAYS" TO PARM-KEYWORD.
           PERFORM GET-ONE-PARM.
           IF PARM-SUPPLIED
           MOVE RETENTION-DAYS TO PARM-ECHO-VALUE.
           PERFORM ECHO-PARM.

           MOVE "AOC_RETENTION_BASIS" TO PARM-KEYWORD.
           PERFORM GET-ONE-PARM.
           IF PARM-SUPPLIED
               MOVE PARM-VALUE TO RETENTION-BASIS
               IF NOT RETAIN-CALENDAR-DAYS
                   AND NOT RETAIN-BUSINESS-DAYS
                   PERFORM ABEND-BAD-PARM-VALUE
               END-IF
           END-IF.
           MOVE RETENTION-BASIS TO PARM-ECHO-VALUE.
           PERFORM ECHO-PARM.

           MOVE "AOC_PURGE_AUDIT_FILE" TO PARM-KEYWORD.
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
               PERFORM WRITE-RUN-LOG-END
               STOP RUN
           END-IF.

       LOAD-PARM-CARD.
           MOVE "LOAD" TO PARM-FUNCTION.
           CALL "AOC-DAY1-PARMLOAD" USING PARM-REQUEST.
