       IDENTIFICATION DIVISION.
       PROGRAM-ID. AOC-DAY1-CALRECOV.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CALMASTER ASSIGN TO DYNAMIC MASTER-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS CM-KEY
               FILE STATUS IS CM-FS.

       SELECT CATALOGFILE ASSIGN TO DYNAMIC CATALOG-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL
               FILE STATUS IS CAT-FS.

       SELECT UNLOADFILE ASSIGN TO DYNAMIC UNLOAD-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL
               FILE STATUS IS UNL-FS.

       SELECT JOURNALFILE ASSIGN TO DYNAMIC JOURNAL-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL
               FILE STATUS IS JRN-FS.

       SELECT RECOVRPTFILE ASSIGN TO DYNAMIC RECOVERY-REPORT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL
               FILE STATUS IS RRP-FS.

       SELECT RUNLOGFILE ASSIGN TO DYNAMIC RUN-LOG-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL
               FILE STATUS IS LOG-FS.

       DATA DIVISION.

       FILE SECTION.
       FD CALMASTER.
       01 CALMASTER-RECORD.
           05 CM-KEY.
               10 CM-FILE-NAME PIC X(100).
               10 CM-LINE-NUM  PIC 9(8).
           05 CM-FIRST-DIGIT  PIC 9.
           05 CM-SECOND-DIGIT PIC 9.
           05 CM-LINE-VALUE   PIC 99.
           05 CM-RUNNING-SUM  PIC 9(8).

       FD CATALOGFILE.
       01 CATALOG-RECORD.
           05 CAT-GEN-DATE       PIC 9(8).
           05 FILLER             PIC X(1).
           05 CAT-GEN-SEQ        PIC 9(3).
           05 FILLER             PIC X(3).
           05 CAT-RECORD-COUNT   PIC 9(8).
           05 FILLER             PIC X(3).
           05 CAT-RUNNING-SUM    PIC 9(8).
           05 FILLER             PIC X(3).
           05 CAT-EXC-COUNT      PIC 9(8).
           05 FILLER             PIC X(3).
           05 CAT-DTL-COUNT      PIC 9(8).
           05 FILLER             PIC X(3).
           05 CAT-SUB-COUNT      PIC 9(8).
           05 FILLER             PIC X(3).
           05 CAT-OUT-COUNT      PIC 9(8).
           05 FILLER             PIC X(3).
           05 CAT-MST-COUNT      PIC 9(8).
           05 FILLER             PIC X(3).
           05 CAT-ARCHIVE-DATE   PIC 9(8).
           05 FILLER             PIC X(1).
           05 CAT-ARCHIVE-TIME   PIC 9(6).

       FD UNLOADFILE.
       01 UNLOAD-RECORD PIC X(120).

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

       FD RECOVRPTFILE.
       01 RECOVERY-TEXT-RECORD.
           05 RCT-LABEL          PIC X(30).
           05 FILLER             PIC X(3) VALUE SPACES.
           05 RCT-TEXT           PIC X(120).
       01 RECOVERY-COUNT-RECORD.
           05 RCC-LABEL          PIC X(30).
           05 FILLER             PIC X(3) VALUE SPACES.
           05 RCC-COUNT          PIC Z(7)9.

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
       01 MASTER-FILE-NAME     PIC X(100) VALUE 'calmaster.dat'.
       01 MASTER-UNLOAD-NAME   PIC X(100) VALUE 'calmaster.unl'.
       01 CATALOG-FILE-NAME    PIC X(100) VALUE 'archive.cat'.
       01 JOURNAL-FILE-NAME    PIC X(100) VALUE 'caljournal.txt'.
       01 RECOVERY-REPORT-NAME PIC X(100) VALUE 'calrecov.txt'.
       01 RUN-LOG-FILE-NAME    PIC X(100) VALUE 'runlog.txt'.
       01 UNLOAD-FILE-NAME     PIC X(120) VALUE SPACES.
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

       77 CM-FS PIC X(2).
       77 CAT-FS PIC X(2).
       77 UNL-FS PIC X(2).
       77 JRN-FS PIC X(2).
       77 RRP-FS PIC X(2).
       77 LOG-FS PIC X(2).
       77 LOG-PROGRAM-ID PIC X(18) VALUE "AOC-DAY1-CALRECOV".
       77 LOG-DATE-WORK PIC 9(8).
       77 LOG-TIME-WORK PIC 9(8).

       77 CAT-EOF-SWITCH PIC X VALUE "N".
           88 END-OF-CATALOG VALUE "Y".
       77 UNL-EOF-SWITCH PIC X VALUE "N".
           88 END-OF-UNLOAD VALUE "Y".
       77 JRN-EOF-SWITCH PIC X VALUE "N".
           88 END-OF-JOURNAL VALUE "Y".
       77 CM-EOF-SWITCH PIC X VALUE "N".
           88 END-OF-MASTER VALUE "Y".
       77 JOURNAL-SWITCH PIC X VALUE "N".
           88 JOURNAL-PRESENT VALUE "Y".
       77 UNLOAD-SWITCH PIC X VALUE "N".
           88 UNLOAD-PRESENT VALUE "Y".

       77 RECOVER-TO-DATE PIC 9(8) VALUE ZERO.
       77 RECOVER-TO-TIME PIC 9(6) VALUE 235959.
       77 RECOVER-TO-STAMP PIC 9(14) VALUE ZERO.
       77 ENTRY-STAMP PIC 9(14) VALUE ZERO.
       77 ARCHIVE-STAMP PIC 9(14) VALUE ZERO.

       77 BASE-SWITCH PIC X VALUE "N".
           88 BASE-FOUND VALUE "Y".
       77 BASE-STAMP PIC 9(14) VALUE ZERO.
       77 BASE-GEN-DATE PIC 9(8) VALUE ZERO.
       77 BASE-GEN-SEQ PIC 9(3) VALUE ZERO.
       01 BASE-GEN-SEQ-X PIC 9(3).
       77 BASE-ARCHIVE-DATE PIC 9(8) VALUE ZERO.
       77 BASE-ARCHIVE-TIME PIC 9(6) VALUE ZERO.
       77 BASE-MST-COUNT PIC 9(8) VALUE ZERO.
       77 TAINTED-SWITCH PIC X VALUE "N".
           88 ARCHIVE-TAINTED VALUE "Y".

       77 MARKER-LIMIT PIC 9(4) VALUE 500.
       77 MARKER-COUNT PIC 9(4) VALUE ZERO.
       77 MARKER-IDX PIC 9(4) VALUE ZERO.
       01 MARKER-TABLE.
           05 MARKER-ENTRY OCCURS 500 TIMES.
               10 MK-ORDINAL          PIC 9(8).
               10 MK-RECOVER-TO-STAMP PIC 9(14).
               10 MK-RECOVERED-STAMP  PIC 9(14).
       77 JOURNAL-ORDINAL PIC 9(8) VALUE ZERO.
       77 BACKED-OUT-SWITCH PIC X VALUE "N".
           88 ENTRY-BACKED-OUT VALUE "Y".

       77 UNLOAD-COUNT PIC 9(8) VALUE ZERO.
       77 BASE-LOADED-COUNT PIC 9(8) VALUE ZERO.
       77 ENTRIES-READ PIC 9(8) VALUE ZERO.
       77 SKIPPED-BEFORE-COUNT PIC 9(8) VALUE ZERO.
       77 SKIPPED-AFTER-COUNT PIC 9(8) VALUE ZERO.
       77 BACKED-OUT-COUNT PIC 9(8) VALUE ZERO.
       77 APPLIED-ADD-COUNT PIC 9(8) VALUE ZERO.
       77 APPLIED-CHANGE-COUNT PIC 9(8) VALUE ZERO.
       77 APPLIED-DELETE-COUNT PIC 9(8) VALUE ZERO.
       77 DELETE-MISSING-COUNT PIC 9(8) VALUE ZERO.
       77 REPLAY-FAIL-COUNT PIC 9(8) VALUE ZERO.
       77 UNREADABLE-COUNT PIC 9(8) VALUE ZERO.
       77 REBUILT-COUNT PIC 9(8) VALUE ZERO.
       77 APPLIED-TOTAL PIC 9(8) VALUE ZERO.
       77 MARKER-DATE-WORK PIC 9(8).
       77 MARKER-TIME-WORK PIC 9(8).

       PROCEDURE DIVISION.
           PERFORM GET-RUN-PARAMETERS.
           PERFORM WRITE-RUN-LOG-START.

           IF RECOVER-TO-DATE = ZERO
               DISPLAY "RECOVERY POINT NOT SUPPLIED - SET "
                   "AOC_RECOVER_TO_DATE"
               MOVE 8 TO RETURN-CODE
               PERFORM WRITE-RUN-LOG-END
               STOP RUN
           END-IF.
           COMPUTE RECOVER-TO-STAMP =
               RECOVER-TO-DATE * 1000000 + RECOVER-TO-TIME.

           PERFORM LOAD-RECOVERY-MARKERS.
           PERFORM FIND-BASE-GENERATION.
           IF NOT BASE-FOUND
               DISPLAY "NO ARCHIVED MASTER AT OR BEFORE "
                   RECOVER-TO-DATE " " RECOVER-TO-TIME
                   " IN " CATALOG-FILE-NAME
               MOVE 8 TO RETURN-CODE
               PERFORM WRITE-RUN-LOG-END
               STOP RUN
           END-IF.

           PERFORM VERIFY-BASE-UNLOAD.
           PERFORM OPEN-REPORT-FILE.
           PERFORM RELOAD-BASE-MASTER.
           PERFORM REPLAY-JOURNAL.
           PERFORM COUNT-REBUILT-MASTER.
           CLOSE CALMASTER.
           PERFORM WRITE-RECOVERY-MARKER.
           PERFORM WRITE-RECOVERY-REPORT.
           CLOSE RECOVRPTFILE.

           DISPLAY "BASE GENERATION      " BASE-GEN-DATE "."
               BASE-GEN-SEQ-X.
           DISPLAY "BASE RECORDS LOADED  " BASE-LOADED-COUNT.
           DISPLAY "JOURNAL ENTRIES READ " ENTRIES-READ.
           DISPLAY "ADDS APPLIED         " APPLIED-ADD-COUNT.
           DISPLAY "CHANGES APPLIED      " APPLIED-CHANGE-COUNT.
           DISPLAY "DELETES APPLIED      " APPLIED-DELETE-COUNT.
           DISPLAY "AFTER RECOVERY POINT " SKIPPED-AFTER-COUNT.
           DISPLAY "PREVIOUSLY BACKED OUT" BACKED-OUT-COUNT.
           DISPLAY "MASTER RECORDS       " REBUILT-COUNT.

           IF DELETE-MISSING-COUNT > 0
               OR REPLAY-FAIL-COUNT > 0
               OR UNREADABLE-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM WRITE-RUN-LOG-END.
           STOP RUN.

       LOAD-RECOVERY-MARKERS.
           MOVE ZERO TO MARKER-COUNT.
           MOVE ZERO TO JOURNAL-ORDINAL.
           MOVE "N" TO JRN-EOF-SWITCH.
           OPEN INPUT JOURNALFILE.
           EVALUATE JRN-FS
               WHEN "00"
                   MOVE "Y" TO JOURNAL-SWITCH
               WHEN "35"
                   DISPLAY "WARNING - NO MASTER JOURNAL FOUND, "
                       "REBUILDING FROM ARCHIVE ONLY: "
                       JOURNAL-FILE-NAME
               WHEN OTHER
                   DISPLAY "ABEND - OPEN FAILED, FILE STATUS " JRN-FS
                       ": " JOURNAL-FILE-NAME
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
           IF JOURNAL-PRESENT
               READ JOURNALFILE
                   AT END
                       SET END-OF-JOURNAL TO TRUE
               END-READ
               PERFORM UNTIL END-OF-JOURNAL
                   ADD 1 TO JOURNAL-ORDINAL
                   IF JRN-ACTION = "RECOVR"
                       AND JRN-RECOVER-TO-DATE IS NUMERIC
                       AND JRN-RECOVER-TO-TIME IS NUMERIC
                       AND JRN-DATE IS NUMERIC
                       AND JRN-TIME IS NUMERIC
                       PERFORM ADD-RECOVERY-MARKER
                   END-IF
                   READ JOURNALFILE
                       AT END
                           SET END-OF-JOURNAL TO TRUE
                   END-READ
               END-PERFORM
               CLOSE JOURNALFILE
           END-IF.

       ADD-RECOVERY-MARKER.
           IF MARKER-COUNT >= MARKER-LIMIT
               DISPLAY "ABEND - RECOVERY MARKER TABLE FULL AT "
                   MARKER-LIMIT " ENTRIES"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO MARKER-COUNT.
           MOVE JOURNAL-ORDINAL TO MK-ORDINAL(MARKER-COUNT).
           COMPUTE MK-RECOVER-TO-STAMP(MARKER-COUNT) =
               JRN-RECOVER-TO-DATE * 1000000 + JRN-RECOVER-TO-TIME.
           COMPUTE MK-RECOVERED-STAMP(MARKER-COUNT) =
               JRN-DATE * 1000000 + JRN-TIME.

       FIND-BASE-GENERATION.
           MOVE "N" TO BASE-SWITCH.
           MOVE "N" TO CAT-EOF-SWITCH.
           OPEN INPUT CATALOGFILE.
           EVALUATE CAT-FS
               WHEN "00"
                   CONTINUE
               WHEN "35"
                   SET END-OF-CATALOG TO TRUE
                   DISPLAY "NO ARCHIVE CATALOG FOUND: "
                       CATALOG-FILE-NAME
               WHEN OTHER
                   DISPLAY "ABEND - OPEN FAILED, FILE STATUS " CAT-FS
                       ": " CATALOG-FILE-NAME
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
           IF NOT END-OF-CATALOG
               READ CATALOGFILE
                   AT END
                       SET END-OF-CATALOG TO TRUE
               END-READ
               PERFORM UNTIL END-OF-CATALOG
                   IF CAT-MST-COUNT IS NUMERIC
                       AND CAT-ARCHIVE-DATE IS NUMERIC
                       AND CAT-ARCHIVE-TIME IS NUMERIC
                       PERFORM CONSIDER-BASE-GENERATION
                   END-IF
                   READ CATALOGFILE
                       AT END
                           SET END-OF-CATALOG TO TRUE
                   END-READ
               END-PERFORM
               CLOSE CATALOGFILE
           END-IF.

       CONSIDER-BASE-GENERATION.
           COMPUTE ARCHIVE-STAMP =
               CAT-ARCHIVE-DATE * 1000000 + CAT-ARCHIVE-TIME.
           MOVE "N" TO TAINTED-SWITCH.
           PERFORM VARYING MARKER-IDX FROM 1 BY 1
               UNTIL MARKER-IDX > MARKER-COUNT
               IF ARCHIVE-STAMP > MK-RECOVER-TO-STAMP(MARKER-IDX)
                   AND ARCHIVE-STAMP < MK-RECOVERED-STAMP(MARKER-IDX)
                   MOVE "Y" TO TAINTED-SWITCH
               END-IF
           END-PERFORM.
           IF ARCHIVE-STAMP <= RECOVER-TO-STAMP
               AND NOT ARCHIVE-TAINTED
               AND (NOT BASE-FOUND OR ARCHIVE-STAMP >= BASE-STAMP)
               MOVE "Y" TO BASE-SWITCH
               MOVE ARCHIVE-STAMP TO BASE-STAMP
               MOVE CAT-GEN-DATE TO BASE-GEN-DATE
               MOVE CAT-GEN-SEQ TO BASE-GEN-SEQ
               MOVE CAT-ARCHIVE-DATE TO BASE-ARCHIVE-DATE
               MOVE CAT-ARCHIVE-TIME TO BASE-ARCHIVE-TIME
               MOVE CAT-MST-COUNT TO BASE-MST-COUNT
           END-IF.

       VERIFY-BASE-UNLOAD.
           MOVE BASE-GEN-SEQ TO BASE-GEN-SEQ-X.
           MOVE SPACES TO UNLOAD-FILE-NAME.
           STRING MASTER-UNLOAD-NAME DELIMITED BY SPACE
               "." DELIMITED BY SIZE
               BASE-GEN-DATE DELIMITED BY SIZE
               "." DELIMITED BY SIZE
               BASE-GEN-SEQ-X DELIMITED BY SIZE
               INTO UNLOAD-FILE-NAME.
           MOVE ZERO TO UNLOAD-COUNT.
           MOVE "N" TO UNL-EOF-SWITCH.
           MOVE "N" TO UNLOAD-SWITCH.
           OPEN INPUT UNLOADFILE.
           EVALUATE UNL-FS
               WHEN "00"
                   MOVE "Y" TO UNLOAD-SWITCH
               WHEN "35"
                   IF BASE-MST-COUNT NOT = ZERO
                       DISPLAY "ABEND - ARCHIVED MASTER NOT FOUND: "
                           UNLOAD-FILE-NAME
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
               WHEN OTHER
                   DISPLAY "ABEND - OPEN FAILED, FILE STATUS " UNL-FS
                       ": " UNLOAD-FILE-NAME
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
           IF UNLOAD-PRESENT
               READ UNLOADFILE
                   AT END
                       SET END-OF-UNLOAD TO TRUE
               END-READ
               PERFORM UNTIL END-OF-UNLOAD
                   ADD 1 TO UNLOAD-COUNT
                   READ UNLOADFILE
                       AT END
                           SET END-OF-UNLOAD TO TRUE
                   END-READ
               END-PERFORM
               CLOSE UNLOADFILE
           END-IF.
           IF UNLOAD-COUNT NOT = BASE-MST-COUNT
               DISPLAY "ABEND - ARCHIVED MASTER COUNT MISMATCH, "
                   "EXPECTED " BASE-MST-COUNT " GOT " UNLOAD-COUNT
                   ": " UNLOAD-FILE-NAME
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       OPEN-REPORT-FILE.
           OPEN OUTPUT RECOVRPTFILE.
           IF RRP-FS NOT = "00"
               DISPLAY "ABEND - OPEN FAILED, FILE STATUS " RRP-FS
                   ": " RECOVERY-REPORT-NAME
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       RELOAD-BASE-MASTER.
           OPEN OUTPUT CALMASTER.
           IF CM-FS = "00"
               CLOSE CALMASTER
               OPEN I-O CALMASTER
           END-IF.
           IF CM-FS NOT = "00"
               DISPLAY "ABEND - OPEN FAILED, FILE STATUS " CM-FS
                   ": " MASTER-FILE-NAME
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE ZERO TO BASE-LOADED-COUNT.
           IF UNLOAD-PRESENT
               MOVE "N" TO UNL-EOF-SWITCH
               OPEN INPUT UNLOADFILE
               IF UNL-FS NOT = "00"
                   DISPLAY "ABEND - OPEN FAILED, FILE STATUS " UNL-FS
                       ": " UNLOAD-FILE-NAME
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               READ UNLOADFILE
                   AT END
                       SET END-OF-UNLOAD TO TRUE
               END-READ
               PERFORM UNTIL END-OF-UNLOAD
                   MOVE UNLOAD-RECORD TO CALMASTER-RECORD
                   WRITE CALMASTER-RECORD
                   IF CM-FS NOT = "00"
                       DISPLAY "ABEND - MASTER RELOAD FAILED, FILE "
                           "STATUS " CM-FS " AT LINE " CM-LINE-NUM
                           " OF " CM-FILE-NAME
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO BASE-LOADED-COUNT
                   READ UNLOADFILE
                       AT END
                           SET END-OF-UNLOAD TO TRUE
                   END-READ
               END-PERFORM
               CLOSE UNLOADFILE
           END-IF.

       REPLAY-JOURNAL.
           MOVE ZERO TO JOURNAL-ORDINAL.
           MOVE "N" TO JRN-EOF-SWITCH.
           IF JOURNAL-PRESENT
               OPEN INPUT JOURNALFILE
               IF JRN-FS NOT = "00"
                   DISPLAY "ABEND - OPEN FAILED, FILE STATUS " JRN-FS
                       ": " JOURNAL-FILE-NAME
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               READ JOURNALFILE
                   AT END
                       SET END-OF-JOURNAL TO TRUE
               END-READ
               PERFORM UNTIL END-OF-JOURNAL
                   ADD 1 TO JOURNAL-ORDINAL
                   IF JOURNAL-RECORD NOT = SPACES
                       ADD 1 TO ENTRIES-READ
                       PERFORM REPLAY-ONE-ENTRY
                   END-IF
                   READ JOURNALFILE
                       AT END
                           SET END-OF-JOURNAL TO TRUE
                   END-READ
               END-PERFORM
               CLOSE JOURNALFILE
           END-IF.

       REPLAY-ONE-ENTRY.
           IF JRN-DATE IS NUMERIC
               AND JRN-TIME IS NUMERIC
               COMPUTE ENTRY-STAMP = JRN-DATE * 1000000 + JRN-TIME
           END-IF.
           EVALUATE TRUE
               WHEN JRN-DATE NOT NUMERIC
                   OR JRN-TIME NOT NUMERIC
                   ADD 1 TO UNREADABLE-COUNT
                   DISPLAY "WARNING - UNREADABLE JOURNAL ENTRY AT "
                       "RECORD " JOURNAL-ORDINAL
               WHEN JRN-ACTION = "RECOVR"
                   CONTINUE
               WHEN ENTRY-STAMP < BASE-STAMP
                   ADD 1 TO SKIPPED-BEFORE-COUNT
               WHEN ENTRY-STAMP > RECOVER-TO-STAMP
                   ADD 1 TO SKIPPED-AFTER-COUNT
               WHEN OTHER
                   PERFORM CHECK-BACKED-OUT
                   IF ENTRY-BACKED-OUT
                       ADD 1 TO BACKED-OUT-COUNT
                   ELSE
                       PERFORM APPLY-JOURNAL-ENTRY
                   END-IF
           END-EVALUATE.

       CHECK-BACKED-OUT.
           MOVE "N" TO BACKED-OUT-SWITCH.
           PERFORM VARYING MARKER-IDX FROM 1 BY 1
               UNTIL MARKER-IDX > MARKER-COUNT
               IF MK-ORDINAL(MARKER-IDX) > JOURNAL-ORDINAL
                   AND ENTRY-STAMP > MK-RECOVER-TO-STAMP(MARKER-IDX)
                   MOVE "Y" TO BACKED-OUT-SWITCH
               END-IF
           END-PERFORM.

       APPLY-JOURNAL-ENTRY.
           MOVE SPACES TO CALMASTER-RECORD.
           MOVE JRN-FILE-NAME TO CM-FILE-NAME.
           MOVE JRN-LINE-NUM TO CM-LINE-NUM.
           EVALUATE JRN-ACTION
               WHEN "ADD"
               WHEN "CHANGE"
                   MOVE JRN-AFTER-FIRST-DIGIT TO CM-FIRST-DIGIT
                   MOVE JRN-AFTER-SECOND-DIGIT TO CM-SECOND-DIGIT
                   MOVE JRN-AFTER-LINE-VALUE TO CM-LINE-VALUE
                   MOVE JRN-AFTER-RUNNING-SUM TO CM-RUNNING-SUM
                   WRITE CALMASTER-RECORD
                       INVALID KEY
                           REWRITE CALMASTER-RECORD
                   END-WRITE
                   IF CM-FS = "00"
                       IF JRN-ACTION = "ADD"
                           ADD 1 TO APPLIED-ADD-COUNT
                       ELSE
                           ADD 1 TO APPLIED-CHANGE-COUNT
                       END-IF
                   ELSE
                       ADD 1 TO REPLAY-FAIL-COUNT
                       DISPLAY "WARNING - REPLAY FAILED, FILE STATUS "
                           CM-FS " AT LINE " CM-LINE-NUM " OF "
                           CM-FILE-NAME
                   END-IF
               WHEN "DELETE"
                   DELETE CALMASTER RECORD
                       INVALID KEY
                           ADD 1 TO DELETE-MISSING-COUNT
                           DISPLAY "WARNING - JOURNAL DELETE FOR "
                               "MISSING RECORD AT LINE " CM-LINE-NUM
                               " OF " CM-FILE-NAME
                       NOT INVALID KEY
                           ADD 1 TO APPLIED-DELETE-COUNT
                   END-DELETE
               WHEN OTHER
                   ADD 1 TO UNREADABLE-COUNT
                   DISPLAY "WARNING - UNKNOWN JOURNAL ACTION '"
                       JRN-ACTION "' AT RECORD " JOURNAL-ORDINAL
           END-EVALUATE.

       COUNT-REBUILT-MASTER.
           MOVE ZERO TO REBUILT-COUNT.
           MOVE "N" TO CM-EOF-SWITCH.
           MOVE LOW-VALUES TO CM-KEY.
           START CALMASTER KEY >= CM-KEY
               INVALID KEY
                   SET END-OF-MASTER TO TRUE
           END-START.
           PERFORM UNTIL END-OF-MASTER
               READ CALMASTER NEXT RECORD
                   AT END
                       SET END-OF-MASTER TO TRUE
                   NOT AT END
                       ADD 1 TO REBUILT-COUNT
               END-READ
           END-PERFORM.

       WRITE-RECOVERY-MARKER.
           OPEN EXTEND JOURNALFILE.
           IF JRN-FS = "35"
               OPEN OUTPUT JOURNALFILE
           END-IF.
           IF JRN-FS NOT = "00"
               DISPLAY "ABEND - OPEN FAILED, FILE STATUS " JRN-FS
                   ": " JOURNAL-FILE-NAME
               DISPLAY "ABEND - MASTER REBUILT BUT RECOVERY MARKER "
                   "NOT JOURNALED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           ACCEPT MARKER-DATE-WORK FROM DATE YYYYMMDD.
           ACCEPT MARKER-TIME-WORK FROM TIME.
           MOVE SPACES TO JOURNAL-RECORD.
           MOVE MARKER-DATE-WORK TO JRN-DATE.
           MOVE MARKER-TIME-WORK(1:6) TO JRN-TIME.
           MOVE LOG-PROGRAM-ID TO JRN-PROGRAM.
           MOVE RECOVER-TO-DATE TO JRN-CYCLE-DATE.
           MOVE "RECOVR" TO JRN-ACTION.
           MOVE RECOVER-TO-DATE TO JRN-RECOVER-TO-DATE.
           MOVE RECOVER-TO-TIME TO JRN-RECOVER-TO-TIME.
           MOVE ZERO TO JRN-LINE-NUM.
           WRITE JOURNAL-RECORD.
           IF JRN-FS NOT = "00"
               DISPLAY "ABEND - JOURNAL WRITE FAILED, FILE STATUS "
                   JRN-FS ": " JOURNAL-FILE-NAME
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           CLOSE JOURNALFILE.

       WRITE-RECOVERY-REPORT.
           MOVE SPACES TO RECOVERY-TEXT-RECORD.
           MOVE "RECOVERY POINT" TO RCT-LABEL.
           STRING RECOVER-TO-DATE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               RECOVER-TO-TIME DELIMITED BY SIZE
               INTO RCT-TEXT.
           WRITE RECOVERY-TEXT-RECORD.
           MOVE SPACES TO RECOVERY-TEXT-RECORD.
           MOVE "BASE GENERATION" TO RCT-LABEL.
           STRING BASE-GEN-DATE DELIMITED BY SIZE
               "." DELIMITED BY SIZE
               BASE-GEN-SEQ-X DELIMITED BY SIZE
               "  ARCHIVED " DELIMITED BY SIZE
               BASE-ARCHIVE-DATE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               BASE-ARCHIVE-TIME DELIMITED BY SIZE
               INTO RCT-TEXT.
           WRITE RECOVERY-TEXT-RECORD.
           MOVE SPACES TO RECOVERY-TEXT-RECORD.
           MOVE "BASE UNLOAD FILE" TO RCT-LABEL.
           MOVE UNLOAD-FILE-NAME TO RCT-TEXT.
           WRITE RECOVERY-TEXT-RECORD.
           MOVE SPACES TO RECOVERY-TEXT-RECORD.
           MOVE "REBUILT MASTER FILE" TO RCT-LABEL.
           MOVE MASTER-FILE-NAME TO RCT-TEXT.
           WRITE RECOVERY-TEXT-RECORD.

           MOVE "BASE RECORDS LOADED" TO RCC-LABEL.
           MOVE BASE-LOADED-COUNT TO RCC-COUNT.
           PERFORM WRITE-RECOVERY-COUNT.
           MOVE "JOURNAL ENTRIES READ" TO RCC-LABEL.
           MOVE ENTRIES-READ TO RCC-COUNT.
           PERFORM WRITE-RECOVERY-COUNT.
           MOVE "ENTRIES BEFORE BASE" TO RCC-LABEL.
           MOVE SKIPPED-BEFORE-COUNT TO RCC-COUNT.
           PERFORM WRITE-RECOVERY-COUNT.
           MOVE "ADDS APPLIED" TO RCC-LABEL.
           MOVE APPLIED-ADD-COUNT TO RCC-COUNT.
           PERFORM WRITE-RECOVERY-COUNT.
           MOVE "CHANGES APPLIED" TO RCC-LABEL.
           MOVE APPLIED-CHANGE-COUNT TO RCC-COUNT.
           PERFORM WRITE-RECOVERY-COUNT.
           MOVE "DELETES APPLIED" TO RCC-LABEL.
           MOVE APPLIED-DELETE-COUNT TO RCC-COUNT.
           PERFORM WRITE-RECOVERY-COUNT.
           MOVE "ENTRIES AFTER RECOVERY POINT" TO RCC-LABEL.
           MOVE SKIPPED-AFTER-COUNT TO RCC-COUNT.
           PERFORM WRITE-RECOVERY-COUNT.
           MOVE "ENTRIES PREVIOUSLY BACKED OUT" TO RCC-LABEL.
           MOVE BACKED-OUT-COUNT TO RCC-COUNT.
           PERFORM WRITE-RECOVERY-COUNT.
           MOVE "DELETES FOR MISSING RECORDS" TO RCC-LABEL.
           MOVE DELETE-MISSING-COUNT TO RCC-COUNT.
           PERFORM WRITE-RECOVERY-COUNT.
           MOVE "REPLAY FAILURES" TO RCC-LABEL.
           MOVE REPLAY-FAIL-COUNT TO RCC-COUNT.
           PERFORM WRITE-RECOVERY-COUNT.
           MOVE "UNREADABLE ENTRIES" TO RCC-LABEL.
           MOVE UNREADABLE-COUNT TO RCC-COUNT.
           PERFORM WRITE-RECOVERY-COUNT.
           MOVE "MASTER RECORDS AFTER REBUILD" TO RCC-LABEL.
           MOVE REBUILT-COUNT TO RCC-COUNT.
           PERFORM WRITE-RECOVERY-COUNT.

       WRITE-RECOVERY-COUNT.
           WRITE RECOVERY-COUNT-RECORD.
           MOVE SPACES TO RECOVERY-COUNT-RECORD.

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
           COMPUTE LOG-RECORDS-READ = BASE-LOADED-COUNT
               + ENTRIES-READ.
           MOVE REBUILT-COUNT TO LOG-RECORDS-WRITTEN.
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

           MOVE "AOC_RECOVER_TO_DATE" TO PARM-KEYWORD.
           PERFORM GET-ONE-PARM.
           IF PARM-SUPPLIED
               MOVE PARM-VALUE(1:8) TO NUMERIC-WORK
               PERFORM VALIDATE-NUMERIC-WORK
               IF NOT FIELD-IS-NUMERIC
                   PERFORM ABEND-BAD-PARM-VALUE
               END-IF
               MOVE WORK-NUMBER TO RECOVER-TO-DATE
           END-IF.
           MOVE RECOVER-TO-DATE TO PARM-ECHO-VALUE.
           PERFORM ECHO-PARM.

           MOVE "AOC_RECOVER_TO_TIME" TO PARM-KEYWORD.
           PERFORM GET-ONE-PARM.
           IF PARM-SUPPLIED
               MOVE PARM-VALUE(1:8) TO NUMERIC-WORK
               PERFORM VALIDATE-NUMERIC-WORK
               IF NOT FIELD-IS-NUMERIC
                   OR WORK-NUMBER > 235959
                   PERFORM ABEND-BAD-PARM-VALUE
               END-IF
               MOVE WORK-NUMBER TO RECOVER-TO-TIME
           END-IF.
           MOVE RECOVER-TO-TIME TO PARM-ECHO-VALUE.
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
               MOVE PARM-VALUE TO CATALOG-FILE-NAME
           END-IF.
           MOVE CATALOG-FILE-NAME TO PARM-ECHO-VALUE.
           PERFORM ECHO-PARM.

           MOVE "AOC_MASTER_JOURNAL_FILE" TO PARM-KEYWORD.
           PERFORM GET-ONE-PARM.
           IF PARM-SUPPLIED
               MOVE PARM-VALUE TO JOURNAL-FILE-NAME
           END-IF.
           MOVE JOURNAL-FILE-NAME TO PARM-ECHO-VALUE.
           PERFORM ECHO-PARM.

           MOVE "AOC_RECOVERY_REPORT_FILE" TO PARM-KEYWORD.
           PERFORM GET-ONE-PARM.
           IF PARM-SUPPLIED
               MOVE PARM-VALUE TO RECOVERY-REPORT-NAME
           END-IF.
           MOVE RECOVERY-REPORT-NAME TO PARM-ECHO-VALUE.
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
