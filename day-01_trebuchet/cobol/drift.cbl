       IDENTIFICATION DIVISION.
       PROGRAM-ID. AOC-DAY1-DRIFT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT PROFHISTFILE ASSIGN TO DYNAMIC PROFILE-HISTORY-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL
               FILE STATUS IS PRH-FS.

       SELECT DRIFTFILE ASSIGN TO DYNAMIC DRIFT-REPORT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL
               FILE STATUS IS DRF-FS.

       SELECT RUNLOGFILE ASSIGN TO DYNAMIC RUN-LOG-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL
               FILE STATUS IS LOG-FS.

       DATA DIVISION.

       FILE SECTION.
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

       FD DRIFTFILE.
       01 DRIFT-RECORD.
           05 DRF-KEY            PIC X(100).
           05 FILLER             PIC X(3) VALUE SPACES.
           05 DRF-CYCLE-DATE     PIC 9(8).
           05 FILLER             PIC X(3) VALUE SPACES.
           05 DRF-MEASURE        PIC X(20).
           05 DRF-BUCKET         PIC X(2).
           05 FILLER             PIC X(3) VALUE SPACES.
           05 DRF-CURRENT        PIC ZZZZZ9.99.
           05 FILLER             PIC X(3) VALUE SPACES.
           05 DRF-BASELINE       PIC ZZZZZ9.99.
           05 FILLER             PIC X(3) VALUE SPACES.
           05 DRF-CHANGE         PIC +(3)9.99.
           05 FILLER             PIC X(3) VALUE SPACES.
           05 DRF-TOLERANCE      PIC ZZ9.99.
           05 FILLER             PIC X(3) VALUE SPACES.
           05 DRF-FLAG           PIC X(8).
       01 DRIFT-SUMMARY-RECORD.
           05 DRS-KEY            PIC X(100).
           05 FILLER             PIC X(3) VALUE SPACES.
           05 DRS-CYCLE-DATE     PIC 9(8).
           05 FILLER             PIC X(3) VALUE SPACES.
           05 DRS-LABEL          PIC X(22).
           05 FILLER             PIC X(3) VALUE SPACES.
           05 DRS-COUNT          PIC Z(7)9.
           05 FILLER             PIC X(3) VALUE SPACES.
           05 DRS-FLAG           PIC X(8).

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
       01 PROFILE-HISTORY-NAME PIC X(100) VALUE 'profhist.txt'.
       01 DRIFT-REPORT-NAME    PIC X(100) VALUE 'drift.txt'.
       01 RUN-LOG-FILE-NAME    PIC X(100) VALUE 'runlog.txt'.
       01 TARGET-INPUT-FILE    PIC X(100) VALUE SPACES.
       77 TARGET-SWITCH PIC X VALUE "N".
           88 TARGET-SUPPLIED VALUE "Y".
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

       77 PRH-FS PIC X(2).
       77 DRF-FS PIC X(2).
       77 LOG-FS PIC X(2).
       77 LOG-PROGRAM-ID PIC X(18) VALUE "AOC-DAY1-DRIFT".
       77 LOG-DATE-WORK PIC 9(8).
       77 LOG-TIME-WORK PIC 9(8).
       77 PRH-EOF-SWITCH PIC X VALUE "N".
           88 END-OF-PROFILES VALUE "Y".

       77 TOLERANCE-SWITCH PIC X VALUE "N".
           88 TOLERANCE-SUPPLIED VALUE "Y".
       01 TOLERANCE-BUFFER PIC X(10) VALUE SPACES.
       77 TOLERANCE-PCT PIC 9(3)V99 VALUE ZERO.
       77 TOLERANCE-IDX PIC 9(2).
       77 TOLERANCE-DOT-COUNT PIC 9(2) VALUE ZERO.
       77 TOLERANCE-DIGIT-SWITCH PIC X VALUE "N".
           88 TOLERANCE-HAS-DIGIT VALUE "Y".
       77 TOLERANCE-ENDED-SWITCH PIC X VALUE "N".
           88 TOLERANCE-ENDED VALUE "Y".
       77 TOLERANCE-BAD-SWITCH PIC X VALUE "N".
           88 BAD-TOLERANCE VALUE "Y".
       01 TOLERANCE-ECHO PIC ZZ9.99.

       77 SHARE-TOLERANCE PIC 9(3)V99 VALUE 5.00.
       77 MEAN-TOLERANCE PIC 9(3)V99 VALUE 10.00.
       77 SCAN-TOLERANCE PIC 9(3)V99 VALUE 10.00.
       77 NO-VALUE-TOLERANCE PIC 9(3)V99 VALUE 2.00.
       77 BASELINE-RUNS PIC 9(2) VALUE 5.
       77 BASELINE-LIMIT PIC 9(2) VALUE 20.
       77 MATCH-BY PIC X(6) VALUE "FILE".
           88 MATCH-BY-FILE VALUE "FILE".
           88 MATCH-BY-VENDOR VALUE "VENDOR".

       77 CYCLE-DATE PIC 9(8) VALUE ZERO.
       77 CYCLE-SWITCH PIC X VALUE "N".
           88 CYCLE-SUPPLIED VALUE "Y".
       77 HISTORY-COUNT PIC 9(8) VALUE ZERO.
       77 PROFILE-ORDINAL PIC 9(8) VALUE ZERO.
       01 PROFILE-KEY PIC X(100) VALUE SPACES.

       77 TARGET-LIMIT PIC 9(4) VALUE 200.
       77 TARGET-COUNT PIC 9(4) VALUE ZERO.
       77 TARGET-IDX PIC 9(4) VALUE ZERO.
       77 TARGET-FOUND-IDX PIC 9(4) VALUE ZERO.
       01 TARGET-TABLE.
           05 TARGET-ENTRY OCCURS 200 TIMES.
               10 TG-KEY        PIC X(100).
               10 TG-ORDINAL    PIC 9(8).

       77 WINDOW-IDX PIC 9(2) VALUE ZERO.
       77 WINDOW-NEXT PIC 9(2) VALUE ZERO.
       77 WINDOW-FILLED PIC 9(2) VALUE ZERO.
       77 WINDOW-MATCH-SWITCH PIC X VALUE "N".
           88 IN-BASELINE-WINDOW VALUE "Y".
       01 WINDOW-TABLE.
           05 WINDOW-ORDINAL OCCURS 20 TIMES PIC 9(8).

       01 CURRENT-PROFILE.
           05 CUR-LINES          PIC 9(12).
           05 CUR-VALUE-LINES    PIC 9(12).
           05 CUR-NO-VALUE       PIC 9(12).
           05 CUR-VALUE-TOTAL    PIC 9(14).
           05 CUR-SCAN-TOTAL     PIC 9(14).
           05 CUR-FIRST OCCURS 10 TIMES PIC 9(12).
           05 CUR-SECOND OCCURS 10 TIMES PIC 9(12).
       01 BASELINE-PROFILE.
           05 BL-LINES           PIC 9(12).
           05 BL-VALUE-LINES     PIC 9(12).
           05 BL-NO-VALUE        PIC 9(12).
           05 BL-VALUE-TOTAL     PIC 9(14).
           05 BL-SCAN-TOTAL      PIC 9(14).
           05 BL-FIRST OCCURS 10 TIMES PIC 9(12).
           05 BL-SECOND OCCURS 10 TIMES PIC 9(12).

       77 BUCKET-IDX PIC 9(2) VALUE ZERO.
       77 BUCKET-DIGIT PIC 9 VALUE ZERO.
       77 CUR-MEASURE PIC 9(6)V99 VALUE ZERO.
       77 BL-MEASURE PIC 9(6)V99 VALUE ZERO.
       77 MEASURE-CHANGE PIC S9(3)V99 VALUE ZERO.
       77 MEASURE-TOLERANCE PIC 9(3)V99 VALUE ZERO.
       77 MEASURE-FLAG PIC X(8) VALUE SPACES.

       77 TARGET-DRIFT-COUNT PIC 9(8) VALUE ZERO.
       77 DRIFT-LINE-COUNT PIC 9(8) VALUE ZERO.
       77 DRIFTED-TARGET-COUNT PIC 9(8) VALUE ZERO.
       77 NO-BASELINE-COUNT PIC 9(8) VALUE ZERO.
       77 DRIFT-WRITTEN-COUNT PIC 9(8) VALUE ZERO.
       77 DRIFT-VERDICT PIC X(8) VALUE SPACES.

       PROCEDURE DIVISION.
           PERFORM GET-RUN-PARAMETERS.
           PERFORM WRITE-RUN-LOG-START.
           PERFORM FIND-CURRENT-CYCLE.
           IF HISTORY-COUNT = 0
               DISPLAY "NO PROFILES IN HISTORY FILE "
                   PROFILE-HISTORY-NAME
               MOVE "NOBASE" TO DRIFT-VERDICT
               MOVE 4 TO RETURN-CODE
               PERFORM WRITE-RUN-LOG-END
               STOP RUN
           END-IF.

           PERFORM COLLECT-CURRENT-PROFILES.
           IF TARGET-COUNT = 0
               DISPLAY "NO PROFILES FOR CYCLE DATE " CYCLE-DATE
                   " IN " PROFILE-HISTORY-NAME
               MOVE "NOBASE" TO DRIFT-VERDICT
               MOVE 4 TO RETURN-CODE
               PERFORM WRITE-RUN-LOG-END
               STOP RUN
           END-IF.

           OPEN OUTPUT DRIFTFILE.
           IF DRF-FS NOT = "00"
               DISPLAY "ABEND - OPEN FAILED, FILE STATUS " DRF-FS
                   ": " DRIFT-REPORT-NAME
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM VARYING TARGET-IDX FROM 1 BY 1
               UNTIL TARGET-IDX > TARGET-COUNT
               PERFORM ANALYZE-ONE-TARGET
           END-PERFORM.
           PERFORM WRITE-DRIFT-TOTALS.
           CLOSE DRIFTFILE.

           DISPLAY "DRIFT REPORT FOR CYCLE DATE " CYCLE-DATE.
           DISPLAY "PROFILES COMPARED    " TARGET-COUNT.
           DISPLAY "PROFILES DRIFTED     " DRIFTED-TARGET-COUNT.
           DISPLAY "MEASURES DRIFTED     " DRIFT-LINE-COUNT.
           DISPLAY "NO BASELINE          " NO-BASELINE-COUNT.

           EVALUATE TRUE
               WHEN DRIFTED-TARGET-COUNT > 0
                   MOVE "DRIFT" TO DRIFT-VERDICT
                   MOVE 8 TO RETURN-CODE
               WHEN NO-BASELINE-COUNT > 0
                   MOVE "NOBASE" TO DRIFT-VERDICT
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE "OK" TO DRIFT-VERDICT
           END-EVALUATE.
           DISPLAY "VERDICT              " DRIFT-VERDICT.
           PERFORM WRITE-RUN-LOG-END.
           STOP RUN.

       FIND-CURRENT-CYCLE.
           PERFORM OPEN-PROFILE-HISTORY.
           PERFORM READ-PROFILE-RECORD.
           PERFORM UNTIL END-OF-PROFILES
               ADD 1 TO HISTORY-COUNT
               IF NOT CYCLE-SUPPLIED
                   AND PH-CYCLE-DATE IS NUMERIC
                   AND PH-CYCLE-DATE > CYCLE-DATE
                   MOVE PH-CYCLE-DATE TO CYCLE-DATE
               END-IF
               PERFORM READ-PROFILE-RECORD
           END-PERFORM.
           CLOSE PROFHISTFILE.

       COLLECT-CURRENT-PROFILES.
           MOVE ZERO TO PROFILE-ORDINAL.
           PERFORM OPEN-PROFILE-HISTORY.
           PERFORM READ-PROFILE-RECORD.
           PERFORM UNTIL END-OF-PROFILES
               ADD 1 TO PROFILE-ORDINAL
               IF PH-CYCLE-DATE = CYCLE-DATE
                   AND (NOT TARGET-SUPPLIED
                       OR PH-INPUT-FILE = TARGET-INPUT-FILE)
                   PERFORM SET-PROFILE-KEY
                   PERFORM FIND-TARGET-ENTRY
                   IF TARGET-FOUND-IDX = 0
                       PERFORM ADD-TARGET-ENTRY
                   END-IF
                   MOVE PROFILE-ORDINAL TO TG-ORDINAL(TARGET-FOUND-IDX)
               END-IF
               PERFORM READ-PROFILE-RECORD
           END-PERFORM.
           CLOSE PROFHISTFILE.

       SET-PROFILE-KEY.
           IF MATCH-BY-VENDOR
               AND PH-VENDOR-FILE-ID NOT = SPACES
               MOVE PH-VENDOR-FILE-ID TO PROFILE-KEY
           ELSE
               MOVE PH-INPUT-FILE TO PROFILE-KEY
           END-IF.

       FIND-TARGET-ENTRY.
           MOVE ZERO TO TARGET-FOUND-IDX.
           PERFORM VARYING TARGET-IDX FROM 1 BY 1
               UNTIL TARGET-IDX > TARGET-COUNT
               OR TARGET-FOUND-IDX > 0
               IF TG-KEY(TARGET-IDX) = PROFILE-KEY
                   MOVE TARGET-IDX TO TARGET-FOUND-IDX
               END-IF
           END-PERFORM.

       ADD-TARGET-ENTRY.
           IF TARGET-COUNT >= TARGET-LIMIT
               DISPLAY "ABEND - MORE THAN " TARGET-LIMIT
                   " PROFILES FOR CYCLE DATE " CYCLE-DATE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO TARGET-COUNT.
           MOVE TARGET-COUNT TO TARGET-FOUND-IDX.
           MOVE PROFILE-KEY TO TG-KEY(TARGET-COUNT).

       ANALYZE-ONE-TARGET.
           PERFORM FIND-BASELINE-WINDOW.
           PERFORM LOAD-TARGET-PROFILES.
           MOVE ZERO TO TARGET-DRIFT-COUNT.

           MOVE SPACES TO DRIFT-SUMMARY-RECORD.
           MOVE TG-KEY(TARGET-IDX) TO DRS-KEY.
           MOVE CYCLE-DATE TO DRS-CYCLE-DATE.
           MOVE "BASELINE RUNS" TO DRS-LABEL.
           MOVE WINDOW-FILLED TO DRS-COUNT.
           IF WINDOW-FILLED = 0
               MOVE "NOBASE" TO DRS-FLAG
               ADD 1 TO NO-BASELINE-COUNT
           END-IF.
           WRITE DRIFT-SUMMARY-RECORD.
           ADD 1 TO DRIFT-WRITTEN-COUNT.

           IF WINDOW-FILLED > 0
               MOVE SPACES TO DRIFT-RECORD
               PERFORM CHECK-DIGIT-SHARES
               PERFORM CHECK-MEAN-SHIFT
               PERFORM CHECK-SCAN-SHIFT
               PERFORM CHECK-NO-VALUE-RISE
               MOVE SPACES TO DRIFT-SUMMARY-RECORD
               MOVE TG-KEY(TARGET-IDX) TO DRS-KEY
               MOVE CYCLE-DATE TO DRS-CYCLE-DATE
               MOVE "MEASURES DRIFTED" TO DRS-LABEL
               MOVE TARGET-DRIFT-COUNT TO DRS-COUNT
               IF TARGET-DRIFT-COUNT > 0
                   MOVE "DRIFT" TO DRS-FLAG
                   ADD 1 TO DRIFTED-TARGET-COUNT
               ELSE
                   MOVE "OK" TO DRS-FLAG
               END-IF
               WRITE DRIFT-SUMMARY-RECORD
               ADD 1 TO DRIFT-WRITTEN-COUNT
           END-IF.

       FIND-BASELINE-WINDOW.
           MOVE ZERO TO WINDOW-TABLE.
           MOVE 1 TO WINDOW-NEXT.
           MOVE ZERO TO WINDOW-FILLED.
           MOVE ZERO TO PROFILE-ORDINAL.
           PERFORM OPEN-PROFILE-HISTORY.
           PERFORM READ-PROFILE-RECORD.
           PERFORM UNTIL END-OF-PROFILES
               ADD 1 TO PROFILE-ORDINAL
               IF PH-CYCLE-DATE IS NUMERIC
                   AND PH-CYCLE-DATE < CYCLE-DATE
                   AND PH-PARTIAL-FLAG NOT = "R"
                   AND PH-LINE-COUNT IS NUMERIC
                   AND PH-LINE-COUNT > 0
                   PERFORM SET-PROFILE-KEY
                   IF PROFILE-KEY = TG-KEY(TARGET-IDX)
                       MOVE PROFILE-ORDINAL
                           TO WINDOW-ORDINAL(WINDOW-NEXT)
                       ADD 1 TO WINDOW-NEXT
                       IF WINDOW-NEXT > BASELINE-RUNS
                           MOVE 1 TO WINDOW-NEXT
                       END-IF
                       IF WINDOW-FILLED < BASELINE-RUNS
                           ADD 1 TO WINDOW-FILLED
                       END-IF
                   END-IF
               END-IF
               PERFORM READ-PROFILE-RECORD
           END-PERFORM.
           CLOSE PROFHISTFILE.

       LOAD-TARGET-PROFILES.
           MOVE ZERO TO CURRENT-PROFILE.
           MOVE ZERO TO BASELINE-PROFILE.
           MOVE ZERO TO PROFILE-ORDINAL.
           PERFORM OPEN-PROFILE-HISTORY.
           PERFORM READ-PROFILE-RECORD.
           PERFORM UNTIL END-OF-PROFILES
               ADD 1 TO PROFILE-ORDINAL
               IF PROFILE-ORDINAL = TG-ORDINAL(TARGET-IDX)
                   PERFORM LOAD-CURRENT-PROFILE
               ELSE
                   PERFORM CHECK-BASELINE-WINDOW
                   IF IN-BASELINE-WINDOW
                       PERFORM ADD-BASELINE-PROFILE
                   END-IF
               END-IF
               PERFORM READ-PROFILE-RECORD
           END-PERFORM.
           CLOSE PROFHISTFILE.

       CHECK-BASELINE-WINDOW.
           MOVE "N" TO WINDOW-MATCH-SWITCH.
           PERFORM VARYING WINDOW-IDX FROM 1 BY 1
               UNTIL WINDOW-IDX > BASELINE-RUNS
               IF WINDOW-ORDINAL(WINDOW-IDX) = PROFILE-ORDINAL
                   MOVE "Y" TO WINDOW-MATCH-SWITCH
               END-IF
           END-PERFORM.

       LOAD-CURRENT-PROFILE.
           MOVE PH-LINE-COUNT TO CUR-LINES.
           MOVE PH-VALUE-LINE-COUNT TO CUR-VALUE-LINES.
           MOVE PH-NO-VALUE-COUNT TO CUR-NO-VALUE.
           MOVE PH-VALUE-TOTAL TO CUR-VALUE-TOTAL.
           MOVE PH-SCAN-TOTAL TO CUR-SCAN-TOTAL.
           PERFORM VARYING BUCKET-IDX FROM 1 BY 1
               UNTIL BUCKET-IDX > 10
               MOVE PH-FIRST-FREQ(BUCKET-IDX) TO CUR-FIRST(BUCKET-IDX)
               MOVE PH-SECOND-FREQ(BUCKET-IDX)
                   TO CUR-SECOND(BUCKET-IDX)
           END-PERFORM.

       ADD-BASELINE-PROFILE.
           ADD PH-LINE-COUNT TO BL-LINES.
           ADD PH-VALUE-LINE-COUNT TO BL-VALUE-LINES.
           ADD PH-NO-VALUE-COUNT TO BL-NO-VALUE.
           ADD PH-VALUE-TOTAL TO BL-VALUE-TOTAL.
           ADD PH-SCAN-TOTAL TO BL-SCAN-TOTAL.
           PERFORM VARYING BUCKET-IDX FROM 1 BY 1
               UNTIL BUCKET-IDX > 10
               ADD PH-FIRST-FREQ(BUCKET-IDX) TO BL-FIRST(BUCKET-IDX)
               ADD PH-SECOND-FREQ(BUCKET-IDX) TO BL-SECOND(BUCKET-IDX)
           END-PERFORM.

       CHECK-DIGIT-SHARES.
           PERFORM VARYING BUCKET-IDX FROM 1 BY 1
               UNTIL BUCKET-IDX > 10
               MOVE ZERO TO CUR-MEASURE
               MOVE ZERO TO BL-MEASURE
               IF CUR-VALUE-LINES > 0
                   COMPUTE CUR-MEASURE ROUNDED =
                       CUR-FIRST(BUCKET-IDX) * 100 / CUR-VALUE-LINES
               END-IF
               IF BL-VALUE-LINES > 0
                   COMPUTE BL-MEASURE ROUNDED =
                       BL-FIRST(BUCKET-IDX) * 100 / BL-VALUE-LINES
               END-IF
               MOVE "FIRST DIGIT SHARE" TO DRF-MEASURE
               PERFORM WRITE-POINT-MEASURE
           END-PERFORM.
           PERFORM VARYING BUCKET-IDX FROM 1 BY 1
               UNTIL BUCKET-IDX > 10
               MOVE ZERO TO CUR-MEASURE
               MOVE ZERO TO BL-MEASURE
               IF CUR-VALUE-LINES > 0
                   COMPUTE CUR-MEASURE ROUNDED =
                       CUR-SECOND(BUCKET-IDX) * 100 / CUR-VALUE-LINES
               END-IF
               IF BL-VALUE-LINES > 0
                   COMPUTE BL-MEASURE ROUNDED =
                       BL-SECOND(BUCKET-IDX) * 100 / BL-VALUE-LINES
               END-IF
               MOVE "SECOND DIGIT SHARE" TO DRF-MEASURE
               PERFORM WRITE-POINT-MEASURE
           END-PERFORM.

       WRITE-POINT-MEASURE.
           COMPUTE MEASURE-CHANGE = CUR-MEASURE - BL-MEASURE.
           MOVE SHARE-TOLERANCE TO MEASURE-TOLERANCE.
           IF MEASURE-CHANGE > MEASURE-TOLERANCE
               OR MEASURE-CHANGE < (0 - MEASURE-TOLERANCE)
               MOVE "DRIFT" TO MEASURE-FLAG
           ELSE
               MOVE "OK" TO MEASURE-FLAG
           END-IF.
           COMPUTE BUCKET-DIGIT = BUCKET-IDX - 1.
           MOVE SPACES TO DRF-BUCKET.
           MOVE BUCKET-DIGIT TO DRF-BUCKET(2:1).
           PERFORM WRITE-DRIFT-LINE.

       CHECK-MEAN-SHIFT.
           MOVE ZERO TO CUR-MEASURE.
           MOVE ZERO TO BL-MEASURE.
           IF CUR-VALUE-LINES > 0
               COMPUTE CUR-MEASURE ROUNDED =
                   CUR-VALUE-TOTAL / CUR-VALUE-LINES
           END-IF.
           IF BL-VALUE-LINES > 0
               COMPUTE BL-MEASURE ROUNDED =
                   BL-VALUE-TOTAL / BL-VALUE-LINES
           END-IF.
           MOVE MEAN-TOLERANCE TO MEASURE-TOLERANCE.
           MOVE "MEAN LINE VALUE" TO DRF-MEASURE.
           PERFORM WRITE-PERCENT-MEASURE.

       CHECK-SCAN-SHIFT.
           MOVE ZERO TO CUR-MEASURE.
           MOVE ZERO TO BL-MEASURE.
           IF CUR-LINES > 0
               COMPUTE CUR-MEASURE ROUNDED =
                   CUR-SCAN-TOTAL / CUR-LINES
           END-IF.
           IF BL-LINES > 0
               COMPUTE BL-MEASURE ROUNDED =
                   BL-SCAN-TOTAL / BL-LINES
           END-IF.
           MOVE SCAN-TOLERANCE TO MEASURE-TOLERANCE.
           MOVE "AVERAGE SCAN LENGTH" TO DRF-MEASURE.
           PERFORM WRITE-PERCENT-MEASURE.

       WRITE-PERCENT-MEASURE.
           IF BL-MEASURE = 0
               IF CUR-MEASURE = 0
                   MOVE ZERO TO MEASURE-CHANGE
               ELSE
                   MOVE 999.99 TO MEASURE-CHANGE
               END-IF
           ELSE
               COMPUTE MEASURE-CHANGE ROUNDED =
                   (CUR-MEASURE - BL-MEASURE) * 100 / BL-MEASURE
                   ON SIZE ERROR
                       IF CUR-MEASURE < BL-MEASURE
                           MOVE -999.99 TO MEASURE-CHANGE
                       ELSE
                           MOVE 999.99 TO MEASURE-CHANGE
                       END-IF
               END-COMPUTE
           END-IF.
           IF MEASURE-CHANGE > MEASURE-TOLERANCE
               OR MEASURE-CHANGE < (0 - MEASURE-TOLERANCE)
               MOVE "DRIFT" TO MEASURE-FLAG
           ELSE
               MOVE "OK" TO MEASURE-FLAG
           END-IF.
           MOVE SPACES TO DRF-BUCKET.
           PERFORM WRITE-DRIFT-LINE.

       CHECK-NO-VALUE-RISE.
           MOVE ZERO TO CUR-MEASURE.
           MOVE ZERO TO BL-MEASURE.
           IF CUR-LINES > 0
               COMPUTE CUR-MEASURE ROUNDED =
                   CUR-NO-VALUE * 100 / CUR-LINES
           END-IF.
           IF BL-LINES > 0
               COMPUTE BL-MEASURE ROUNDED =
                   BL-NO-VALUE * 100 / BL-LINES
           END-IF.
           COMPUTE MEASURE-CHANGE = CUR-MEASURE - BL-MEASURE.
           MOVE NO-VALUE-TOLERANCE TO MEASURE-TOLERANCE.
           IF MEASURE-CHANGE > MEASURE-TOLERANCE
               MOVE "DRIFT" TO MEASURE-FLAG
           ELSE
               MOVE "OK" TO MEASURE-FLAG
           END-IF.
           MOVE "NO-VALUE LINE PCT" TO DRF-MEASURE.
           MOVE SPACES TO DRF-BUCKET.
           PERFORM WRITE-DRIFT-LINE.

       WRITE-DRIFT-LINE.
           MOVE TG-KEY(TARGET-IDX) TO DRF-KEY.
           MOVE CYCLE-DATE TO DRF-CYCLE-DATE.
           MOVE CUR-MEASURE TO DRF-CURRENT.
           MOVE BL-MEASURE TO DRF-BASELINE.
           MOVE MEASURE-CHANGE TO DRF-CHANGE.
           MOVE MEASURE-TOLERANCE TO DRF-TOLERANCE.
           MOVE MEASURE-FLAG TO DRF-FLAG.
           WRITE DRIFT-RECORD.
           ADD 1 TO DRIFT-WRITTEN-COUNT.
           IF MEASURE-FLAG = "DRIFT"
               ADD 1 TO TARGET-DRIFT-COUNT
               ADD 1 TO DRIFT-LINE-COUNT
               DISPLAY "DRIFT - " DRF-MEASURE DRF-BUCKET
                   " CURRENT " DRF-CURRENT " BASELINE " DRF-BASELINE
                   ": " TG-KEY(TARGET-IDX)
           END-IF.
           MOVE SPACES TO DRIFT-RECORD.

       WRITE-DRIFT-TOTALS.
           MOVE SPACES TO DRIFT-SUMMARY-RECORD.
           MOVE "TOTAL" TO DRS-KEY.
           MOVE CYCLE-DATE TO DRS-CYCLE-DATE.
           MOVE "PROFILES COMPARED" TO DRS-LABEL.
           MOVE TARGET-COUNT TO DRS-COUNT.
           WRITE DRIFT-SUMMARY-RECORD.
           MOVE SPACES TO DRIFT-SUMMARY-RECORD.
           MOVE "TOTAL" TO DRS-KEY.
           MOVE CYCLE-DATE TO DRS-CYCLE-DATE.
           MOVE "PROFILES DRIFTED" TO DRS-LABEL.
           MOVE DRIFTED-TARGET-COUNT TO DRS-COUNT.
           IF DRIFTED-TARGET-COUNT > 0
               MOVE "DRIFT" TO DRS-FLAG
           ELSE
               MOVE "OK" TO DRS-FLAG
           END-IF.
           WRITE DRIFT-SUMMARY-RECORD.
           MOVE SPACES TO DRIFT-SUMMARY-RECORD.
           MOVE "TOTAL" TO DRS-KEY.
           MOVE CYCLE-DATE TO DRS-CYCLE-DATE.
           MOVE "PROFILES NO BASELINE" TO DRS-LABEL.
           MOVE NO-BASELINE-COUNT TO DRS-COUNT.
           WRITE DRIFT-SUMMARY-RECORD.
           ADD 3 TO DRIFT-WRITTEN-COUNT.

       OPEN-PROFILE-HISTORY.
           MOVE "N" TO PRH-EOF-SWITCH.
           OPEN INPUT PROFHISTFILE.
           EVALUATE PRH-FS
               WHEN "00"
                   CONTINUE
               WHEN "35"
                   DISPLAY "ABEND - PROFILE HISTORY FILE NOT FOUND: "
                       PROFILE-HISTORY-NAME
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               WHEN OTHER
                   DISPLAY "ABEND - OPEN FAILED, FILE STATUS " PRH-FS
                       ": " PROFILE-HISTORY-NAME
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

       READ-PROFILE-RECORD.
           READ PROFHISTFILE
               AT END
                   SET END-OF-PROFILES TO TRUE
           END-READ.

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
           MOVE HISTORY-COUNT TO LOG-RECORDS-READ.
           MOVE DRIFT-WRITTEN-COUNT TO LOG-RECORDS-WRITTEN.
           MOVE DRIFT-VERDICT TO LOG-GATE-VERDICT.
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

       VALIDATE-TOLERANCE.
           MOVE "N" TO TOLERANCE-BAD-SWITCH.
           MOVE "N" TO TOLERANCE-DIGIT-SWITCH.
           MOVE "N" TO TOLERANCE-ENDED-SWITCH.
           MOVE ZERO TO TOLERANCE-DOT-COUNT.
           PERFORM VARYING TOLERANCE-IDX FROM 1 BY 1
               UNTIL TOLERANCE-IDX > 10
               OR BAD-TOLERANCE
               EVALUATE TRUE
                   WHEN TOLERANCE-BUFFER(TOLERANCE-IDX:1) = SPACE
                       IF TOLERANCE-HAS-DIGIT
                           SET TOLERANCE-ENDED TO TRUE
                       END-IF
                   WHEN TOLERANCE-ENDED
                       SET BAD-TOLERANCE TO TRUE
                   WHEN TOLERANCE-BUFFER(TOLERANCE-IDX:1) = "."
                       ADD 1 TO TOLERANCE-DOT-COUNT
                   WHEN TOLERANCE-BUFFER(TOLERANCE-IDX:1) >= "0"
                       AND TOLERANCE-BUFFER(TOLERANCE-IDX:1) <= "9"
                       SET TOLERANCE-HAS-DIGIT TO TRUE
                   WHEN OTHER
                       SET BAD-TOLERANCE TO TRUE
               END-EVALUATE
           END-PERFORM.
           IF NOT TOLERANCE-HAS-DIGIT
               OR TOLERANCE-DOT-COUNT > 1
               SET BAD-TOLERANCE TO TRUE
           END-IF.

       GET-TOLERANCE-PARM.
           MOVE "N" TO TOLERANCE-SWITCH.
           PERFORM GET-ONE-PARM.
           IF PARM-SUPPLIED
               MOVE PARM-VALUE(1:10) TO TOLERANCE-BUFFER
               PERFORM VALIDATE-TOLERANCE
               IF BAD-TOLERANCE
                   PERFORM ABEND-BAD-PARM-VALUE
               END-IF
               COMPUTE TOLERANCE-PCT =
                   FUNCTION NUMVAL(TOLERANCE-BUFFER)
               MOVE "Y" TO TOLERANCE-SWITCH
           END-IF.

       ECHO-TOLERANCE-PARM.
           MOVE TOLERANCE-PCT TO TOLERANCE-ECHO.
           MOVE TOLERANCE-ECHO TO PARM-ECHO-VALUE.
           PERFORM ECHO-PARM.

       GET-RUN-PARAMETERS.
           PERFORM LOAD-PARM-CARD.

           MOVE "AOC_PROFILE_HISTORY_FILE" TO PARM-KEYWORD.
           PERFORM GET-ONE-PARM.
           IF PARM-SUPPLIED
               MOVE PARM-VALUE TO PROFILE-HISTORY-NAME
           END-IF.
           MOVE PROFILE-HISTORY-NAME TO PARM-ECHO-VALUE.
           PERFORM ECHO-PARM.

           MOVE "AOC_DRIFT_REPORT_FILE" TO PARM-KEYWORD.
           PERFORM GET-ONE-PARM.
           IF PARM-SUPPLIED
               MOVE PARM-VALUE TO DRIFT-REPORT-NAME
           END-IF.
           MOVE DRIFT-REPORT-NAME TO PARM-ECHO-VALUE.
           PERFORM ECHO-PARM.

           MOVE "AOC_CYCLE_DATE" TO PARM-KEYWORD.
           PERFORM GET-ONE-PARM.
           IF PARM-SUPPLIED
               MOVE PARM-VALUE(1:8) TO NUMERIC-WORK
               PERFORM VALIDATE-NUMERIC-WORK
               IF NOT FIELD-IS-NUMERIC
                   PERFORM ABEND-BAD-PARM-VALUE
               END-IF
               MOVE WORK-NUMBER TO CYCLE-DATE
               MOVE "Y" TO CYCLE-SWITCH
           END-IF.
           MOVE CYCLE-DATE TO PARM-ECHO-VALUE.
           PERFORM ECHO-PARM.

           MOVE "AOC_INPUT_FILE" TO PARM-KEYWORD.
           PERFORM GET-ONE-PARM.
           IF PARM-SUPPLIED
               MOVE PARM-VALUE TO TARGET-INPUT-FILE
               MOVE "Y" TO TARGET-SWITCH
           END-IF.
           MOVE TARGET-INPUT-FILE TO PARM-ECHO-VALUE.
           PERFORM ECHO-PARM.

           MOVE "AOC_DRIFT_MATCH_BY" TO PARM-KEYWORD.
           PERFORM GET-ONE-PARM.
           IF PARM-SUPPLIED
               MOVE PARM-VALUE(1:6) TO MATCH-BY
               IF NOT MATCH-BY-FILE
                   AND NOT MATCH-BY-VENDOR
                   PERFORM ABEND-BAD-PARM-VALUE
               END-IF
           END-IF.
           MOVE MATCH-BY TO PARM-ECHO-VALUE.
           PERFORM ECHO-PARM.

           MOVE "AOC_DRIFT_BASELINE_RUNS" TO PARM-KEYWORD.
           PERFORM GET-ONE-PARM.
           IF PARM-SUPPLIED
               MOVE PARM-VALUE(1:8) TO NUMERIC-WORK
               PERFORM VALIDATE-NUMERIC-WORK
               IF NOT FIELD-IS-NUMERIC
                   OR WORK-NUMBER = 0
                   OR WORK-NUMBER > BASELINE-LIMIT
                   PERFORM ABEND-BAD-PARM-VALUE
               END-IF
               MOVE WORK-NUMBER TO BASELINE-RUNS
           END-IF.
           MOVE BASELINE-RUNS TO PARM-ECHO-VALUE.
           PERFORM ECHO-PARM.

           MOVE "AOC_DRIFT_SHARE_TOLERANCE" TO PARM-KEYWORD.
           MOVE SHARE-TOLERANCE TO TOLERANCE-PCT.
           PERFORM GET-TOLERANCE-PARM.
           MOVE TOLERANCE-PCT TO SHARE-TOLERANCE.
           PERFORM ECHO-TOLERANCE-PARM.

           MOVE "AOC_DRIFT_MEAN_TOLERANCE" TO PARM-KEYWORD.
           MOVE MEAN-TOLERANCE TO TOLERANCE-PCT.
           PERFORM GET-TOLERANCE-PARM.
           MOVE TOLERANCE-PCT TO MEAN-TOLERANCE.
           PERFORM ECHO-TOLERANCE-PARM.

           MOVE "AOC_DRIFT_SCAN_TOLERANCE" TO PARM-KEYWORD.
           MOVE SCAN-TOLERANCE TO TOLERANCE-PCT.
           PERFORM GET-TOLERANCE-PARM.
           MOVE TOLERANCE-PCT TO SCAN-TOLERANCE.
           PERFORM ECHO-TOLERANCE-PARM.

           MOVE "AOC_DRIFT_NOVALUE_TOLERANCE" TO PARM-KEYWORD.
           MOVE NO-VALUE-TOLERANCE TO TOLERANCE-PCT.
           PERFORM GET-TOLERANCE-PARM.
           MOVE TOLERANCE-PCT TO NO-VALUE-TOLERANCE.
           PERFORM ECHO-TOLERANCE-PARM.

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
