               ACCESS IS SEQUENTIAL
               FILE STATUS IS TGT-FS.

       SELECT CALMASTER ASSIGN TO DYNAMIC MASTER-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS CM-KEY
               FILE STATUS IS CM-FS.

       SELECT RUNLOGFILE ASSIGN TO DYNAMIC RUN-LOG-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL
           05 CAT-SUB-COUNT      PIC 9(8).
           05 FILLER             PIC X(3) VALUE SPACES.
           05 CAT-OUT-COUNT      PIC 9(8).
           05 FILLER             PIC X(3) VALUE SPACES.
           05 CAT-MST-COUNT      PIC 9(8).
           05 FILLER             PIC X(3) VALUE SPACES.
           05 CAT-ARCHIVE-DATE   PIC 9(8).
           05 FILLER             PIC X(1) VALUE SPACE.
           05 CAT-ARCHIVE-TIME   PIC 9(6).

       FD COPYSRCFILE.
       01 COPY-SOURCE-RECORD PIC X(4000).
       FD COPYTGTFILE.
       01 COPY-TARGET-RECORD PIC X(4000).

       FD CALMASTER.
       01 CALMASTER-RECORD.
           05 CM-KEY.
               10 CM-FILE-NAME PIC X(100).
               10 CM-LINE-NUM  PIC 9(8).
           05 CM-FIRST-DIGIT  PIC 9.
           05 CM-SECOND-DIGIT PIC 9.
           05 CM-LINE-VALUE   PIC 99.
           05 CM-RUNNING-SUM  PIC 9(8).

       FD RUNLOGFILE.
       01 RUN-LOG-RECORD.
           05 LOG-RUN-DATE       PIC 9(8).
       01 DETAIL-FILE-NAME     PIC X(100) VALUE 'detail.txt'.
       01 SUBTOTAL-FILE-NAME   PIC X(100) VALUE 'subtotals.txt'.
       01 CATALOG-FILE-NAME    PIC X(100) VALUE 'archive.cat'.
       01 MASTER-FILE-NAME     PIC X(100) VALUE 'calmaster.dat'.
       01 MASTER-UNLOAD-NAME   PIC X(100) VALUE 'calmaster.unl'.
       01 COPY-SOURCE-NAME     PIC X(100) VALUE SPACES.
       01 COPY-TARGET-NAME     PIC X(120) VALUE SPACES.
       01 RUN-LOG-FILE-NAME    PIC X(100) VALUE 'runlog.txt'.
       77 CAT-FS PIC X(2).
       77 SRC-FS PIC X(2).
       77 TGT-FS PIC X(2).
       77 CM-FS PIC X(2).
       77 LOG-FS PIC X(2).
       77 LOG-PROGRAM-ID PIC X(18) VALUE "AOC-DAY1-ARCHIVE".
       77 LOG-DATE-WORK PIC 9(8).
       77 DTL-COPY-COUNT PIC 9(8) VALUE ZERO.
       77 SUB-COPY-COUNT PIC 9(8) VALUE ZERO.
       77 OUT-COPY-COUNT PIC 9(8) VALUE ZERO.
       77 MST-COPY-COUNT PIC 9(8) VALUE ZERO.
       77 ARCHIVE-DATE PIC 9(8) VALUE ZERO.
       77 ARCHIVE-TIME-WORK PIC 9(8) VALUE ZERO.
       77 CM-EOF-SWITCH PIC X VALUE "N".
           88 END-OF-MASTER VALUE "Y".
       77 SOURCE-MISSING-SWITCH PIC X VALUE "N".
           88 SOURCE-MISSING VALUE "Y".

           PERFORM COPY-ONE-FILE.
           MOVE COPY-RECORD-COUNT TO OUT-COPY-COUNT.

           PERFORM UNLOAD-MASTER-FILE.

           PERFORM WRITE-CATALOG-RECORD.

           DISPLAY "ARCHIVED GENERATION " GEN-DATE "." GEN-SEQ.
           DISPLAY "  DETAIL     " DTL-COPY-COUNT.
           DISPLAY "  SUBTOTALS  " SUB-COPY-COUNT.
           DISPLAY "  OUTPUT     " OUT-COPY-COUNT.
           DISPLAY "  MASTER     " MST-COPY-COUNT.
           PERFORM WRITE-RUN-LOG-END.
           STOP RUN.

           MOVE "END" TO LOG-EVENT.
           MOVE RETURN-CODE TO LOG-RETURN-CODE.
           COMPUTE LOG-RECORDS-READ = EXC-COPY-COUNT
               + DTL-COPY-COUNT + SUB-COPY-COUNT + OUT-COPY-COUNT
               + MST-COPY-COUNT.
           MOVE LOG-RECORDS-READ TO LOG-RECORDS-WRITTEN.
           MOVE SPACES TO LOG-GATE-VERDICT.
           PERFORM WRITE-RUN-LOG-RECORD.
               STOP RUN
           END-IF.

       UNLOAD-MASTER-FILE.
           MOVE ZERO TO MST-COPY-COUNT.
           MOVE "N" TO CM-EOF-SWITCH.
           ACCEPT ARCHIVE-DATE FROM DATE YYYYMMDD.
           ACCEPT ARCHIVE-TIME-WORK FROM TIME.
           MOVE MASTER-UNLOAD-NAME TO COPY-SOURCE-NAME.
           PERFORM BUILD-TARGET-NAME.
           OPEN INPUT CALMASTER.
           EVALUATE CM-FS
               WHEN "00"
                   CONTINUE
               WHEN "35"
                   SET END-OF-MASTER TO TRUE
                   DISPLAY "WARNING - MASTER FILE NOT FOUND, "
                       "EMPTY MASTER ARCHIVED: " MASTER-FILE-NAME
               WHEN OTHER
                   DISPLAY "ABEND - OPEN FAILED, FILE STATUS " CM-FS
                       ": " MASTER-FILE-NAME
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
           OPEN OUTPUT COPYTGTFILE.
           IF TGT-FS NOT = "00"
               DISPLAY "ABEND - OPEN FAILED, FILE STATUS " TGT-FS
                   ": " COPY-TARGET-NAME
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF NOT END-OF-MASTER
               MOVE LOW-VALUES TO CM-KEY
               START CALMASTER KEY >= CM-KEY
                   INVALID KEY
                       SET END-OF-MASTER TO TRUE
               END-START
               PERFORM READ-NEXT-MASTER-RECORD
               PERFORM UNTIL END-OF-MASTER
                   ADD 1 TO MST-COPY-COUNT
                   MOVE CALMASTER-RECORD TO COPY-TARGET-RECORD
                   WRITE COPY-TARGET-RECORD
                   PERFORM READ-NEXT-MASTER-RECORD
               END-PERFORM
               CLOSE CALMASTER
           END-IF.
           CLOSE COPYTGTFILE.

       READ-NEXT-MASTER-RECORD.
           IF NOT END-OF-MASTER
               READ CALMASTER NEXT RECORD
                   AT END
                       SET END-OF-MASTER TO TRUE
               END-READ
               IF NOT END-OF-MASTER
                   AND CM-FS NOT = "00"
                   DISPLAY "ABEND - READ FAILED, FILE STATUS " CM-FS
                       ": " MASTER-FILE-NAME
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

       BUILD-TARGET-NAME.
           MOVE GEN-SEQ TO GEN-SEQ-X.
           MOVE SPACES TO COPY-TARGET-NAME.
           MOVE DTL-COPY-COUNT TO CAT-DTL-COUNT.
           MOVE SUB-COPY-COUNT TO CAT-SUB-COUNT.
           MOVE OUT-COPY-COUNT TO CAT-OUT-COUNT.
           MOVE MST-COPY-COUNT TO CAT-MST-COUNT.
           MOVE ARCHIVE-DATE TO CAT-ARCHIVE-DATE.
           MOVE ARCHIVE-TIME-WORK(1:6) TO CAT-ARCHIVE-TIME.
           WRITE CATALOG-RECORD.
           CLOSE CATALOGFILE.

           MOVE SUBTOTAL-FILE-NAME TO PARM-ECHO-VALUE.
           PERFORM ECHO-PARM.

           MOVE "AOC_MASTER_FILE" TO PARM-KEYWORD.
           PERFORM GET-ONE-PARM.
           IF PARM-SUPPLIED
               MOVE PARM-VALUE TO MASTER-FILE-NAME
           END-IF.
           MOVE MASTER-FILE-NAME TO PARM-ECHO-VALUE.
           PERFORM ECHO-PARM.

           MOVE "AOC_MASTER_UNLOAD_FILE" TO PARM-KEYWORD.
           PERFORM GET-ONE-PARM.
           IF PARM-SUPPLIED
               MOVE PARM-VALUE TO MASTER-UNLOAD-NAME
           END-IF.
           MOVE MASTER-UNLOAD-NAME TO PARM-ECHO-VALUE.
           PERFORM ECHO-PARM.

           MOVE "AOC_ARCHIVE_CATALOG" TO PARM-KEYWORD.
           PERFORM GET-ONE-PARM.
           IF PARM-SUPPLIED
