       IDENTIFICATION DIVISION.
       PROGRAM-ID. AOC-DAY1-MGMTRPT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT OUTPUTFILE ASSIGN TO DYNAMIC OUTPUT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL
               FILE STATUS IS INPUT-FS.

       SELECT ADJOUTFILE ASSIGN TO DYNAMIC ADJUSTED-OUTPUT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL
               FILE STATUS IS INPUT-FS.

       SELECT SUBTOTALFILE ASSIGN TO DYNAMIC SUBTOTAL-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL
               FILE STATUS IS INPUT-FS.

       SELECT STATSFILE ASSIGN TO DYNAMIC STATS-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL
               FILE STATUS IS INPUT-FS.

       SELECT DISCREPANCYFILE ASSIGN TO DYNAMIC DISCREPANCY-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL
               FILE STATUS IS INPUT-FS.

       SELECT DUPLICATEFILE ASSIGN TO DYNAMIC DUPLICATE-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL
               FILE STATUS IS INPUT-FS.

       SELECT BALANCEFILE ASSIGN TO DYNAMIC BALANCE-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL
               FILE STATUS IS INPUT-FS.

       SELECT VARIANCEFILE ASSIGN TO DYNAMIC VARIANCE-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL
               FILE STATUS IS INPUT-FS.

       SELECT AGINGFILE ASSIGN TO DYNAMIC AGING-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL
               FILE STATUS IS INPUT-FS.

       SELECT STATUSREPORTFILE ASSIGN TO DYNAMIC STATUS-REPORT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL
               FILE STATUS IS INPUT-FS.

       SELECT PACKETFILE ASSIGN TO DYNAMIC PACKET-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL
               FILE STATUS IS PKT-FS.

       SELECT RUNLOGFILE ASSIGN TO DYNAMIC RUN-LOG-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL
               FILE STATUS IS LOG-FS.

       DATA DIVISION.

       FILE SECTION.
       FD OUTPUTFILE.
       01 OUTPUT-RECORD.
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
           05 OUT-EXCEPTION-RATE PIC 9(3).99.
           05 FILLER             PIC X(3).
           05 OUT-GATE-LIMIT     PIC X(12).
           05 FILLER             PIC X(3).
           05 OUT-GATE-VERDICT   PIC X(8).
           05 FILLER             PIC X(3).
           05 OUT-BYPASSED-COUNT PIC 9(8).

       FD ADJOUTFILE.
       01 ADJUSTED-OUTPUT-RECORD.
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

       FD STATSFILE.
       01 STATS-RECORD           PIC X(80).

       FD DISCREPANCYFILE.
       01 DISCREPANCY-RECORD.
           05 DIS-FILE-NAME      PIC X(100).
           05 FILLER             PIC X(3).
           05 DIS-LINE-NUM       PIC X(8).
           05 FILLER             PIC X(3).
           05 DIS-DIGIT-VALUE    PIC X(2).
           05 FILLER             PIC X(3).
           05 DIS-SPELLED-VALUE  PIC X(2).
       01 DISCREPANCY-TOTAL-RECORD.
           05 DIS-TOT-LABEL      PIC X(100).
           05 FILLER             PIC X(3).
           05 DIS-TOT-COUNT      PIC X(8).
           05 FILLER             PIC X(3).
           05 DIS-TOT-DIGIT-SUM  PIC X(8).
           05 FILLER             PIC X(3).
           05 DIS-TOT-SPELLED-SUM PIC X(8).

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
       01 DUPLICATE-TOTAL-RECORD.
           05 DUP-TOT-LABEL      PIC X(100).
           05 FILLER             PIC X(3).
           05 DUP-TOT-COUNT      PIC X(8).

       FD BALANCEFILE.
       01 BALANCE-BREAK-RECORD.
           05 BAL-LEG-NAME       PIC X(40).
           05 FILLER             PIC X(3).
           05 BAL-AMOUNT-A       PIC X(10).
           05 FILLER             PIC X(3).
           05 BAL-AMOUNT-B       PIC X(10).
           05 FILLER             PIC X(3).
           05 BAL-DIFFERENCE     PIC X(11).
       01 BALANCE-CLEAN-RECORD.
           05 BAL-CLEAN-TEXT     PIC X(40).
           05 FILLER             PIC X(3).
           05 BAL-CLEAN-DATE     PIC 9(8).

       FD VARIANCEFILE.
       01 VARIANCE-RECORD.
           05 VAR-INPUT-FILE     PIC X(100).
           05 FILLER             PIC X(3).
           05 VAR-LATEST-DATE    PIC 9(8).
           05 FILLER             PIC X(1).
           05 VAR-LATEST-SEQ     PIC 9(3).
           05 FILLER             PIC X(3).
           05 VAR-PRIOR-DATE     PIC 9(8).
           05 FILLER             PIC X(1).
           05 VAR-PRIOR-SEQ      PIC 9(3).
           05 FILLER             PIC X(3).
           05 VAR-COUNT-DELTA    PIC X(8).
           05 FILLER             PIC X(3).
           05 VAR-SUM-DELTA      PIC X(8).
           05 FILLER             PIC X(3).
           05 VAR-PCT-CHANGE     PIC X(7).
           05 FILLER             PIC X(3).
           05 VAR-FLAG           PIC X(8).

       FD AGINGFILE.
       01 AGING-RECORD.
           05 AGE-STATUS         PIC X(8).
           05 FILLER             PIC X(3).
           05 AGE-FEED-ID        PIC X(8).
           05 FILLER             PIC X(3).
           05 AGE-RUN-DATE       PIC 9(8).
           05 FILLER             PIC X(3).
           05 AGE-DAYS-OLD       PIC X(4).
           05 FILLER             PIC X(3).
           05 AGE-SENT-COUNT     PIC X(8).
           05 FILLER             PIC X(3).
           05 AGE-ACK-COUNT      PIC X(8).
           05 FILLER             PIC X(3).
           05 AGE-SENT-HASH      PIC X(10).
           05 FILLER             PIC X(3).
           05 AGE-ACK-HASH       PIC X(10).

       FD STATUSREPORTFILE.
       01 STATUS-REPORT-RECORD.
           05 SRP-PROGRAM-NAME   PIC X(18).
           05 FILLER             PIC X(3).
           05 SRP-STATUS         PIC X(10).
           05 FILLER             PIC X(3).
           05 SRP-START-TIME     PIC X(6).
           05 FILLER             PIC X(3).
           05 SRP-END-TIME       PIC X(6).
           05 FILLER             PIC X(3).
           05 SRP-RETURN-CODE    PIC X(2).
           05 FILLER             PIC X(3).
           05 SRP-RECORDS-READ   PIC X(8).
           05 FILLER             PIC X(3).
           05 SRP-RECORDS-WRITTEN PIC X(8).
           05 FILLER             PIC X(3).
           05 SRP-GATE-VERDICT   PIC X(8).
       01 STATUS-REPORT-HEADER.
           05 SRP-HDR-LABEL      PIC X(26).
           05 SRP-HDR-DATE       PIC 9(8).

       FD PACKETFILE.
       01 PACKET-RECORD          PIC X(132).

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
       01 OUTPUT-FILE-NAME      PIC X(100) VALUE 'output.txt'.
       01 ADJUSTED-OUTPUT-NAME  PIC X(100)
           VALUE 'adjusted-output.txt'.
       01 SUBTOTAL-FILE-NAME    PIC X(100) VALUE 'subtotals.txt'.
       01 STATS-FILE-NAME       PIC X(100) VALUE 'stats.txt'.
       01 DISCREPANCY-FILE-NAME PIC X(100)
           VALUE 'discrepancies.txt'.
       01 DUPLICATE-FILE-NAME   PIC X(100) VALUE 'duplicates.txt'.
       01 BALANCE-FILE-NAME     PIC X(100) VALUE 'balance.txt'.
       01 VARIANCE-FILE-NAME    PIC X(100) VALUE 'variance.txt'.
       01 AGING-FILE-NAME       PIC X(100) VALUE 'ackaging.txt'.
       01 STATUS-REPORT-NAME    PIC X(100) VALUE 'statusreport.txt'.
       01 PACKET-FILE-NAME      PIC X(100) VALUE 'mgmtpacket.txt'.
       01 RUN-LOG-FILE-NAME     PIC X(100) VALUE 'runlog.txt'.
       01 ENV-BUFFER            PIC X(100).
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

       77 INPUT-FS PIC X(2).
       77 PKT-FS PIC X(2).
       77 LOG-FS PIC X(2).
       77 LOG-PROGRAM-ID PIC X(18) VALUE "AOC-DAY1-MGMTRPT".
       77 LOG-DATE-WORK PIC 9(8).
       77 LOG-TIME-WORK PIC 9(8).
       77 INPUT-EOF-SWITCH PIC X VALUE "N".
           88 END-OF-INPUT VALUE "Y".

       77 CYCLE-DATE PIC 9(8) VALUE ZERO.
       77 CYCLE-END-DATE PIC 9(8) VALUE ZERO.
       01 CALENDAR-REQUEST.
           05 CAL-FUNCTION    PIC X(4).
           05 CAL-STATUS      PIC X(2).
           05 CAL-DATE-IN     PIC 9(8).
           05 CAL-DATE-OUT    PIC 9(8).
           05 CAL-DAY-COUNT   PIC 9(5).
           05 CAL-DAY-TYPE    PIC X(8).
           05 CAL-DESCRIPTION PIC X(30).

       77 RUN-DATE PIC 9(8) VALUE ZERO.
       77 RUN-TIME-WORK PIC 9(8) VALUE ZERO.
       01 RUN-CLOCK.
           05 CLOCK-HOUR   PIC X(2).
           05 FILLER       PIC X VALUE ":".
           05 CLOCK-MINUTE PIC X(2).
           05 FILLER       PIC X VALUE ":".
           05 CLOCK-SECOND PIC X(2).

       77 PAGE-LINES PIC 9(3) VALUE 60.
       77 PAGE-NUMBER PIC 9(4) VALUE ZERO.
       77 LINE-ON-PAGE PIC 9(3) VALUE ZERO.
       77 LINES-PRINTED PIC 9(8) VALUE ZERO.
       77 INPUT-RECORDS-READ PIC 9(8) VALUE ZERO.
       77 SECTION-RECORD-COUNT PIC 9(8) VALUE ZERO.

       01 CHECK-FILE-NAME PIC X(100).
       77 CHECK-FILE-STATUS PIC S9(9) BINARY VALUE ZERO.
       01 FILE-DETAILS.
           05 FILE-SIZE-BYTES PIC X(8) COMP-X.
           05 FILE-DAY        PIC X COMP-X.
           05 FILE-MONTH      PIC X COMP-X.
           05 FILE-YEAR       PIC X(2) COMP-X.
           05 FILE-HOUR       PIC X COMP-X.
           05 FILE-MINUTE     PIC X COMP-X.
           05 FILE-SECOND     PIC X COMP-X.
           05 FILE-HUNDREDTH  PIC X COMP-X.

       77 OUTPUT-SLOT PIC 9(2) VALUE 1.
       77 ADJUSTED-SLOT PIC 9(2) VALUE 2.
       77 SUBTOTAL-SLOT PIC 9(2) VALUE 3.
       77 STATS-SLOT PIC 9(2) VALUE 4.
       77 DISCREPANCY-SLOT PIC 9(2) VALUE 5.
       77 DUPLICATE-SLOT PIC 9(2) VALUE 6.
       77 BALANCE-SLOT PIC 9(2) VALUE 7.
       77 VARIANCE-SLOT PIC 9(2) VALUE 8.
       77 AGING-SLOT PIC 9(2) VALUE 9.
       77 STATUS-REPORT-SLOT PIC 9(2) VALUE 10.
       77 INPUT-COUNT PIC 9(2) VALUE 10.
       77 INPUT-IDX PIC 9(2).
       77 PROBLEM-COUNT PIC 9(2) VALUE ZERO.
       01 INPUT-TABLE.
           05 INPUT-ENTRY OCCURS 10 TIMES.
               10 IN-LABEL        PIC X(20).
               10 IN-FILE-NAME    PIC X(100).
               10 IN-STATUS       PIC X(8).
                   88 IN-CURRENT VALUE "CURRENT".
               10 IN-AS-OF-DATE   PIC 9(8).
               10 IN-DATE-SOURCE  PIC X(7).
       01 INPUT-REASON PIC X(60) VALUE SPACES.

       01 RUN-OUTPUT-SUMMARY.
           05 RUN-OUTPUT-DATE     PIC 9(8) VALUE ZERO.
           05 RUN-INPUT-FILE      PIC X(100) VALUE SPACES.
           05 RUN-RECORD-COUNT    PIC 9(8) VALUE ZERO.
           05 RUN-TOTAL-SUM       PIC 9(8) VALUE ZERO.
           05 RUN-RECON-STATUS    PIC X(8) VALUE SPACES.
           05 RUN-EXCEPTION-COUNT PIC 9(8) VALUE ZERO.
           05 RUN-EXCEPTION-RATE  PIC 9(3)V99 VALUE ZERO.
           05 RUN-GATE-LIMIT      PIC X(12) VALUE SPACES.
           05 RUN-GATE-VERDICT    PIC X(8) VALUE SPACES.
           05 RUN-BYPASSED-COUNT  PIC 9(8) VALUE ZERO.
       01 ADJUSTED-SUMMARY.
           05 ADJ-RUN-DATE        PIC 9(8) VALUE ZERO.
           05 ADJ-ORIGINAL-SUM    PIC 9(8) VALUE ZERO.
           05 ADJ-TOTAL-ADJ       PIC 9(8) VALUE ZERO.
           05 ADJ-APPLIED-COUNT   PIC 9(8) VALUE ZERO.
           05 ADJ-REJECTED-COUNT  PIC 9(8) VALUE ZERO.
           05 ADJ-ADJUSTED-SUM    PIC 9(8) VALUE ZERO.
       77 ADJUSTED-SOURCE-SWITCH PIC X VALUE "Y".
           88 ADJUSTED-FROM-RUN-OUTPUT VALUE "Y".
       77 BALANCE-BREAK-COUNT PIC 9(4) VALUE ZERO.
       77 BALANCE-CLEAN-SWITCH PIC X VALUE "N".
           88 BALANCE-CLEAN VALUE "Y".
       01 VARIANCE-SUMMARY.
           05 VARIANCE-PRIOR-DATE  PIC 9(8) VALUE ZERO.
           05 VARIANCE-PRIOR-SEQ   PIC 9(3) VALUE ZERO.
           05 VARIANCE-COUNT-DELTA PIC X(8) VALUE SPACES.
           05 VARIANCE-SUM-DELTA   PIC X(8) VALUE SPACES.
           05 VARIANCE-PCT-CHANGE  PIC X(7) VALUE SPACES.
           05 VARIANCE-FLAG        PIC X(8) VALUE SPACES.
       77 UNACKED-COUNT PIC 9(4) VALUE ZERO.
       77 MISMATCH-COUNT PIC 9(4) VALUE ZERO.
       77 AGING-LISTED PIC 9 VALUE ZERO.
       77 AGING-IDX PIC 9.
       01 AGING-LIST.
           05 AGING-ENTRY OCCURS 5 TIMES.
               10 AGING-LIST-STATUS   PIC X(8).
               10 AGING-LIST-FEED     PIC X(8).
               10 AGING-LIST-RUN-DATE PIC 9(8).
               10 AGING-LIST-DAYS     PIC X(4).
       01 STEP-COUNTS.
           05 STEP-TOTAL-COUNT     PIC 9(3) VALUE ZERO.
           05 STEP-OK-COUNT        PIC 9(3) VALUE ZERO.
           05 STEP-WARNING-COUNT   PIC 9(3) VALUE ZERO.
           05 STEP-HELD-COUNT      PIC 9(3) VALUE ZERO.
           05 STEP-ABENDED-COUNT   PIC 9(3) VALUE ZERO.
           05 STEP-NEVER-RAN-COUNT PIC 9(3) VALUE ZERO.
           05 STEP-EXTRA-COUNT     PIC 9(3) VALUE ZERO.

       77 SUMMARY-SWITCH PIC X VALUE "N".
           88 SUMMARY-AVAILABLE VALUE "Y".
       01 EDIT-NUMBER PIC S9(9) VALUE ZERO.
       01 EDIT-AMOUNT PIC -(9)9.
       01 EDIT-RATE PIC ZZ9.99.
       01 JUSTIFY-WORK PIC X(20).
       01 JUSTIFIED-TEXT PIC X(20).
       77 LEAD-SPACE-COUNT PIC 9(2).
       01 VALUE-TEXT-1 PIC X(20).
       01 VALUE-TEXT-2 PIC X(20).
       01 VALUE-TEXT-3 PIC X(20).
       01 VALUE-TEXT-4 PIC X(20).
       01 VALUE-TEXT-5 PIC X(20).
       01 COUNT-CAPTION PIC X(20).
       77 VALUE-POINTER PIC 9(3).

       01 PAGE-HEADING-1.
           05 FILLER PIC X(30) VALUE "AOC DAILY MANAGEMENT PACKET".
           05 FILLER PIC X(11) VALUE "CYCLE DATE ".
           05 HDG-CYCLE-DATE PIC 9(8).
           05 FILLER PIC X(4) VALUE SPACES.
           05 FILLER PIC X(9) VALUE "RUN DATE ".
           05 HDG-RUN-DATE PIC 9(8).
           05 FILLER PIC X(4) VALUE SPACES.
           05 FILLER PIC X(9) VALUE "RUN TIME ".
           05 HDG-RUN-TIME PIC X(8).
           05 FILLER PIC X(4) VALUE SPACES.
           05 FILLER PIC X(5) VALUE "PAGE ".
           05 HDG-PAGE-NUMBER PIC Z(3)9.
       01 PAGE-HEADING-2.
           05 HDG-SECTION-TITLE PIC X(60).
       01 RULE-LINE PIC X(104) VALUE ALL "-".
       01 BLANK-LINE PIC X(132) VALUE SPACES.
       01 SECTION-HEADING PIC X(132) VALUE SPACES.

       01 INVENTORY-HEADING.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(22) VALUE "INPUT".
           05 FILLER PIC X(10) VALUE "STATUS".
           05 FILLER PIC X(10) VALUE "AS OF".
           05 FILLER PIC X(9) VALUE "FROM".
           05 FILLER PIC X(50) VALUE "FILE NAME".
       01 SUBTOTAL-HEADING.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(6) VALUE "FILE".
           05 FILLER PIC X(62) VALUE "FILE NAME".
           05 FILLER PIC X(10) VALUE " RECORDS".
           05 FILLER PIC X(10) VALUE "SUBTOTAL".
           05 FILLER PIC X(8) VALUE "BYPASSED".
       01 STATS-HEADING.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(24) VALUE "STATISTIC".
           05 FILLER PIC X(6) VALUE "KEY".
           05 FILLER PIC X(9) VALUE "    VALUE".
       01 DISCREPANCY-HEADING.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(62) VALUE "FILE NAME".
           05 FILLER PIC X(8) VALUE "    LINE".
           05 FILLER PIC X(7) VALUE "  DIGIT".
           05 FILLER PIC X(9) VALUE "  SPELLED".
       01 DUPLICATE-HEADING.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(6) VALUE "FILE".
           05 FILLER PIC X(38) VALUE "FILE NAME".
           05 FILLER PIC X(6) VALUE "WITH".
           05 FILLER PIC X(38) VALUE "MATCHING FILE NAME".
           05 FILLER PIC X(10) VALUE " RECORDS".
           05 FILLER PIC X(10) VALUE "SUBTOTAL".
           05 FILLER PIC X(10) VALUE "MATCH".
           05 FILLER PIC X(8) VALUE "ACTION".
       01 BALANCE-HEADING.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(43) VALUE "BALANCING LEG".
           05 FILLER PIC X(13) VALUE "  AMOUNT A".
           05 FILLER PIC X(13) VALUE "  AMOUNT B".
           05 FILLER PIC X(11) VALUE " DIFFERENCE".
       01 AGING-HEADING.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(11) VALUE "STATUS".
           05 FILLER PIC X(11) VALUE "FEED ID".
           05 FILLER PIC X(11) VALUE "RUN DATE".
           05 FILLER PIC X(7) VALUE "DAYS".
           05 FILLER PIC X(11) VALUE "    SENT".
           05 FILLER PIC X(11) VALUE "   ACKED".
           05 FILLER PIC X(13) VALUE " SENT HASH".
           05 FILLER PIC X(10) VALUE "  ACK HASH".
       01 STATUS-HEADING.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(21) VALUE "STEP PROGRAM".
           05 FILLER PIC X(13) VALUE "STATUS".
           05 FILLER PIC X(9) VALUE "START".
           05 FILLER PIC X(9) VALUE "END".
           05 FILLER PIC X(5) VALUE "RC".
           05 FILLER PIC X(11) VALUE "    READ".
           05 FILLER PIC X(11) VALUE " WRITTEN".
           05 FILLER PIC X(8) VALUE "VERDICT".

       01 PRINT-LINE PIC X(132) VALUE SPACES.
       01 SUMMARY-LINE REDEFINES PRINT-LINE.
           05 FILLER             PIC X(2).
           05 SUM-LABEL          PIC X(30).
           05 SUM-VALUE          PIC X(100).
       01 INVENTORY-LINE REDEFINES PRINT-LINE.
           05 FILLER             PIC X(2).
           05 INV-LABEL          PIC X(20).
           05 FILLER             PIC X(2).
           05 INV-STATUS         PIC X(8).
           05 FILLER             PIC X(2).
           05 INV-AS-OF-DATE     PIC X(8).
           05 FILLER             PIC X(2).
           05 INV-DATE-SOURCE    PIC X(7).
           05 FILLER             PIC X(2).
           05 INV-FILE-NAME      PIC X(79).
       01 SUBTOTAL-LINE REDEFINES PRINT-LINE.
           05 FILLER             PIC X(2).
           05 SBL-FILE-NUM       PIC X(4).
           05 FILLER             PIC X(2).
           05 SBL-FILE-NAME      PIC X(60).
           05 FILLER             PIC X(2).
           05 SBL-RECORD-COUNT   PIC X(8).
           05 FILLER             PIC X(2).
           05 SBL-SUBTOTAL-SUM   PIC X(8).
           05 FILLER             PIC X(2).
           05 SBL-BYPASSED-COUNT PIC X(8).
           05 FILLER             PIC X(34).
       01 DISCREPANCY-LINE REDEFINES PRINT-LINE.
           05 FILLER             PIC X(2).
           05 DSL-FILE-NAME      PIC X(60).
           05 FILLER             PIC X(2).
           05 DSL-LINE-NUM       PIC X(8).
           05 FILLER             PIC X(5).
           05 DSL-DIGIT-VALUE    PIC X(2).
           05 FILLER             PIC X(7).
           05 DSL-SPELLED-VALUE  PIC X(2).
           05 FILLER             PIC X(44).
       01 DUPLICATE-LINE REDEFINES PRINT-LINE.
           05 FILLER             PIC X(2).
           05 DPL-FILE-NUM       PIC X(4).
           05 FILLER             PIC X(2).
           05 DPL-FILE-NAME      PIC X(36).
           05 FILLER             PIC X(2).
           05 DPL-MATCH-NUM      PIC X(4).
           05 FILLER             PIC X(2).
           05 DPL-MATCH-NAME     PIC X(36).
           05 FILLER             PIC X(2).
           05 DPL-RECORD-COUNT   PIC X(8).
           05 FILLER             PIC X(2).
           05 DPL-SUBTOTAL-SUM   PIC X(8).
           05 FILLER             PIC X(2).
           05 DPL-MATCH-TYPE     PIC X(8).
           05 FILLER             PIC X(2).
           05 DPL-ACTION         PIC X(8).
           05 FILLER             PIC X(4).
       01 RAW-LINE REDEFINES PRINT-LINE.
           05 FILLER             PIC X(2).
           05 RAW-TEXT           PIC X(130).

       PROCEDURE DIVISION.
           PERFORM GET-RUN-PARAMETERS.
           PERFORM WRITE-RUN-LOG-START.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT RUN-TIME-WORK FROM TIME.
           MOVE RUN-TIME-WORK(1:2) TO CLOCK-HOUR.
           MOVE RUN-TIME-WORK(3:2) TO CLOCK-MINUTE.
           MOVE RUN-TIME-WORK(5:2) TO CLOCK-SECOND.
           MOVE CYCLE-DATE TO HDG-CYCLE-DATE.
           MOVE RUN-DATE TO HDG-RUN-DATE.
           MOVE RUN-CLOCK TO HDG-RUN-TIME.

           PERFORM CHECK-ALL-INPUTS.

           OPEN OUTPUT PACKETFILE.
           IF PKT-FS NOT = "00"
               DISPLAY "ABEND - OPEN FAILED, FILE STATUS " PKT-FS
                   ": " PACKET-FILE-NAME
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM PRINT-TITLE-PAGE.
           PERFORM PRINT-EXECUTIVE-SUMMARY.
           PERFORM PRINT-RUN-OUTPUT-SECTION.
           PERFORM PRINT-SUBTOTAL-SECTION.
           PERFORM PRINT-STATS-SECTION.
           PERFORM PRINT-DISCREPANCY-SECTION.
           PERFORM PRINT-DUPLICATE-SECTION.
           PERFORM PRINT-BALANCE-SECTION.
           PERFORM PRINT-VARIANCE-SECTION.
           PERFORM PRINT-AGING-SECTION.
           PERFORM PRINT-STATUS-SECTION.
           PERFORM PRINT-END-OF-PACKET.
           CLOSE PACKETFILE.

           PERFORM DISPLAY-PACKET-RESULT.
           IF PROBLEM-COUNT > 0
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
           MOVE INPUT-RECORDS-READ TO LOG-RECORDS-READ.
           MOVE LINES-PRINTED TO LOG-RECORDS-WRITTEN.
           IF PROBLEM-COUNT > 0
               MOVE "PARTIAL" TO LOG-GATE-VERDICT
           ELSE
               MOVE "COMPLETE" TO LOG-GATE-VERDICT
           END-IF.
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

       CHECK-ALL-INPUTS.
           PERFORM DEFINE-INPUTS.
           PERFORM CHECK-INPUT-EXISTS
               VARYING INPUT-IDX FROM 1 BY 1
               UNTIL INPUT-IDX > INPUT-COUNT.
           PERFORM LOAD-RUN-OUTPUT.
           PERFORM LOAD-ADJUSTED-OUTPUT.
           PERFORM LOAD-SUBTOTAL-FILE.
           PERFORM LOAD-STATS-FILE.
           PERFORM LOAD-DISCREPANCY-FILE.
           PERFORM LOAD-DUPLICATE-FILE.
           PERFORM LOAD-BALANCE-REPORT.
           PERFORM LOAD-VARIANCE-REPORT.
           PERFORM LOAD-AGING-REPORT.
           PERFORM LOAD-STATUS-REPORT.
           PERFORM CHECK-INPUT-CYCLE
               VARYING INPUT-IDX FROM 1 BY 1
               UNTIL INPUT-IDX > INPUT-COUNT.
           PERFORM CHECK-ADJUSTED-SOURCE.

       DEFINE-INPUTS.
           MOVE "RUN OUTPUT" TO IN-LABEL(OUTPUT-SLOT).
           MOVE OUTPUT-FILE-NAME TO IN-FILE-NAME(OUTPUT-SLOT).
           MOVE "ADJUSTED OUTPUT" TO IN-LABEL(ADJUSTED-SLOT).
           MOVE ADJUSTED-OUTPUT-NAME TO IN-FILE-NAME(ADJUSTED-SLOT).
           MOVE "FILE SUBTOTALS" TO IN-LABEL(SUBTOTAL-SLOT).
           MOVE SUBTOTAL-FILE-NAME TO IN-FILE-NAME(SUBTOTAL-SLOT).
           MOVE "RUN STATISTICS" TO IN-LABEL(STATS-SLOT).
           MOVE STATS-FILE-NAME TO IN-FILE-NAME(STATS-SLOT).
           MOVE "DISCREPANCIES" TO IN-LABEL(DISCREPANCY-SLOT).
           MOVE DISCREPANCY-FILE-NAME
               TO IN-FILE-NAME(DISCREPANCY-SLOT).
           MOVE "DUPLICATE FILES" TO IN-LABEL(DUPLICATE-SLOT).
           MOVE DUPLICATE-FILE-NAME TO IN-FILE-NAME(DUPLICATE-SLOT).
           MOVE "BALANCE REPORT" TO IN-LABEL(BALANCE-SLOT).
           MOVE BALANCE-FILE-NAME TO IN-FILE-NAME(BALANCE-SLOT).
           MOVE "VARIANCE REPORT" TO IN-LABEL(VARIANCE-SLOT).
           MOVE VARIANCE-FILE-NAME TO IN-FILE-NAME(VARIANCE-SLOT).
           MOVE "ACK AGING REPORT" TO IN-LABEL(AGING-SLOT).
           MOVE AGING-FILE-NAME TO IN-FILE-NAME(AGING-SLOT).
           MOVE "RUN STATUS REPORT" TO IN-LABEL(STATUS-REPORT-SLOT).
           MOVE STATUS-REPORT-NAME
               TO IN-FILE-NAME(STATUS-REPORT-SLOT).

       CHECK-INPUT-EXISTS.
           MOVE IN-FILE-NAME(INPUT-IDX) TO CHECK-FILE-NAME.
           CALL "CBL_CHECK_FILE_EXIST" USING CHECK-FILE-NAME
               FILE-DETAILS
               RETURNING CHECK-FILE-STATUS.
           IF CHECK-FILE-STATUS NOT = 0
               MOVE "MISSING" TO IN-STATUS(INPUT-IDX)
               MOVE ZERO TO IN-AS-OF-DATE(INPUT-IDX)
               MOVE SPACES TO IN-DATE-SOURCE(INPUT-IDX)
           ELSE
               MOVE "CURRENT" TO IN-STATUS(INPUT-IDX)
               COMPUTE IN-AS-OF-DATE(INPUT-IDX) =
                   FILE-YEAR * 10000 + FILE-MONTH * 100 + FILE-DAY
               MOVE "FILE" TO IN-DATE-SOURCE(INPUT-IDX)
           END-IF.

       CHECK-INPUT-CYCLE.
           IF IN-CURRENT(INPUT-IDX)
               IF IN-AS-OF-DATE(INPUT-IDX) < CYCLE-DATE
                   OR IN-AS-OF-DATE(INPUT-IDX) NOT < CYCLE-END-DATE
                   MOVE "STALE" TO IN-STATUS(INPUT-IDX)
               END-IF
           END-IF.
           IF NOT IN-CURRENT(INPUT-IDX)
               ADD 1 TO PROBLEM-COUNT
           END-IF.

       CHECK-ADJUSTED-SOURCE.
           IF IN-CURRENT(OUTPUT-SLOT)
               AND IN-CURRENT(ADJUSTED-SLOT)
               AND ADJ-RUN-DATE NOT = RUN-OUTPUT-DATE
               MOVE "N" TO ADJUSTED-SOURCE-SWITCH
               MOVE "STALE" TO IN-STATUS(ADJUSTED-SLOT)
               ADD 1 TO PROBLEM-COUNT
           END-IF.

       MARK-INPUT-UNREADABLE.
           DISPLAY "WARNING - OPEN FAILED, FILE STATUS " INPUT-FS
               ": " IN-FILE-NAME(INPUT-IDX).
           MOVE "ERROR" TO IN-STATUS(INPUT-IDX).

       SET-CONTENT-DATE.
           MOVE "CONTENT" TO IN-DATE-SOURCE(INPUT-IDX).

       LOAD-RUN-OUTPUT.
           MOVE OUTPUT-SLOT TO INPUT-IDX.
           IF IN-CURRENT(INPUT-IDX)
               OPEN INPUT OUTPUTFILE
               IF INPUT-FS NOT = "00"
                   PERFORM MARK-INPUT-UNREADABLE
               ELSE
                   MOVE "N" TO INPUT-EOF-SWITCH
                   PERFORM READ-OUTPUT-FILE
                   IF END-OF-INPUT
                       MOVE "EMPTY" TO IN-STATUS(INPUT-IDX)
                   ELSE
                       MOVE OUT-RUN-DATE TO IN-AS-OF-DATE(INPUT-IDX)
                       PERFORM SET-CONTENT-DATE
                       MOVE OUT-RUN-DATE TO RUN-OUTPUT-DATE
                       MOVE OUT-INPUT-FILE TO RUN-INPUT-FILE
                       MOVE OUT-RECORD-COUNT TO RUN-RECORD-COUNT
                       MOVE OUT-RUNNING-SUM TO RUN-TOTAL-SUM
                       MOVE OUT-RECON-STATUS TO RUN-RECON-STATUS
                       MOVE OUT-EXCEPTION-COUNT
                           TO RUN-EXCEPTION-COUNT
                       MOVE OUT-EXCEPTION-RATE TO RUN-EXCEPTION-RATE
                       MOVE OUT-GATE-LIMIT TO RUN-GATE-LIMIT
                       MOVE OUT-GATE-VERDICT TO RUN-GATE-VERDICT
                       MOVE OUT-BYPASSED-COUNT TO RUN-BYPASSED-COUNT
                   END-IF
                   CLOSE OUTPUTFILE
               END-IF
           END-IF.

       LOAD-ADJUSTED-OUTPUT.
           MOVE ADJUSTED-SLOT TO INPUT-IDX.
           IF IN-CURRENT(INPUT-IDX)
               OPEN INPUT ADJOUTFILE
               IF INPUT-FS NOT = "00"
                   PERFORM MARK-INPUT-UNREADABLE
               ELSE
                   MOVE "N" TO INPUT-EOF-SWITCH
                   PERFORM READ-ADJUSTED-OUTPUT
                   IF END-OF-INPUT
                       MOVE "EMPTY" TO IN-STATUS(INPUT-IDX)
                   ELSE
                       MOVE AOUT-RUN-DATE TO IN-AS-OF-DATE(INPUT-IDX)
                       PERFORM SET-CONTENT-DATE
                       MOVE AOUT-RUN-DATE TO ADJ-RUN-DATE
                       MOVE AOUT-ORIGINAL-SUM TO ADJ-ORIGINAL-SUM
                       MOVE AOUT-TOTAL-ADJ TO ADJ-TOTAL-ADJ
                       MOVE AOUT-APPLIED-COUNT TO ADJ-APPLIED-COUNT
                       MOVE AOUT-REJECTED-COUNT TO ADJ-REJECTED-COUNT
                       MOVE AOUT-ADJUSTED-SUM TO ADJ-ADJUSTED-SUM
                   END-IF
                   CLOSE ADJOUTFILE
               END-IF
           END-IF.

       LOAD-SUBTOTAL-FILE.
           MOVE SUBTOTAL-SLOT TO INPUT-IDX.
           IF IN-CURRENT(INPUT-IDX)
               OPEN INPUT SUBTOTALFILE
               IF INPUT-FS NOT = "00"
                   PERFORM MARK-INPUT-UNREADABLE
               ELSE
                   MOVE "N" TO INPUT-EOF-SWITCH
                   PERFORM READ-SUBTOTAL-FILE
                   IF END-OF-INPUT
                       MOVE "EMPTY" TO IN-STATUS(INPUT-IDX)
                   END-IF
                   CLOSE SUBTOTALFILE
               END-IF
           END-IF.

       LOAD-STATS-FILE.
           MOVE STATS-SLOT TO INPUT-IDX.
           IF IN-CURRENT(INPUT-IDX)
               OPEN INPUT STATSFILE
               IF INPUT-FS NOT = "00"
                   PERFORM MARK-INPUT-UNREADABLE
               ELSE
                   MOVE "N" TO INPUT-EOF-SWITCH
                   PERFORM READ-STATS-FILE
                   IF END-OF-INPUT
                       MOVE "EMPTY" TO IN-STATUS(INPUT-IDX)
                   END-IF
                   CLOSE STATSFILE
               END-IF
           END-IF.

       LOAD-DISCREPANCY-FILE.
           MOVE DISCREPANCY-SLOT TO INPUT-IDX.
           IF IN-CURRENT(INPUT-IDX)
               OPEN INPUT DISCREPANCYFILE
               IF INPUT-FS NOT = "00"
                   PERFORM MARK-INPUT-UNREADABLE
               ELSE
                   MOVE "N" TO INPUT-EOF-SWITCH
                   PERFORM READ-DISCREPANCY-FILE
                   IF END-OF-INPUT
                       MOVE "EMPTY" TO IN-STATUS(INPUT-IDX)
                   END-IF
                   CLOSE DISCREPANCYFILE
               END-IF
           END-IF.

       LOAD-DUPLICATE-FILE.
           MOVE DUPLICATE-SLOT TO INPUT-IDX.
           IF IN-CURRENT(INPUT-IDX)
               OPEN INPUT DUPLICATEFILE
               IF INPUT-FS NOT = "00"
                   PERFORM MARK-INPUT-UNREADABLE
               ELSE
                   MOVE "N" TO INPUT-EOF-SWITCH
                   PERFORM READ-DUPLICATE-FILE
                   IF END-OF-INPUT
                       MOVE "EMPTY" TO IN-STATUS(INPUT-IDX)
                   END-IF
                   CLOSE DUPLICATEFILE
               END-IF
           END-IF.

       LOAD-BALANCE-REPORT.
           MOVE BALANCE-SLOT TO INPUT-IDX.
           IF IN-CURRENT(INPUT-IDX)
               OPEN INPUT BALANCEFILE
               IF INPUT-FS NOT = "00"
                   PERFORM MARK-INPUT-UNREADABLE
               ELSE
                   MOVE "N" TO INPUT-EOF-SWITCH
                   PERFORM READ-BALANCE-FILE
                   IF END-OF-INPUT
                       MOVE "EMPTY" TO IN-STATUS(INPUT-IDX)
                   END-IF
                   PERFORM UNTIL END-OF-INPUT
                       IF BAL-CLEAN-TEXT = "ALL LEGS BALANCED"
                           SET BALANCE-CLEAN TO TRUE
                           MOVE BAL-CLEAN-DATE
                               TO IN-AS-OF-DATE(INPUT-IDX)
                           PERFORM SET-CONTENT-DATE
                       ELSE
                           ADD 1 TO BALANCE-BREAK-COUNT
                       END-IF
                       PERFORM READ-BALANCE-FILE
                   END-PERFORM
                   CLOSE BALANCEFILE
               END-IF
           END-IF.

       LOAD-VARIANCE-REPORT.
           MOVE VARIANCE-SLOT TO INPUT-IDX.
           IF IN-CURRENT(INPUT-IDX)
               OPEN INPUT VARIANCEFILE
               IF INPUT-FS NOT = "00"
                   PERFORM MARK-INPUT-UNREADABLE
               ELSE
                   MOVE "N" TO INPUT-EOF-SWITCH
                   PERFORM READ-VARIANCE-FILE
                   IF END-OF-INPUT
                       MOVE "EMPTY" TO IN-STATUS(INPUT-IDX)
                   ELSE
                       MOVE VAR-LATEST-DATE
                           TO IN-AS-OF-DATE(INPUT-IDX)
                       PERFORM SET-CONTENT-DATE
                       MOVE VAR-PRIOR-DATE TO VARIANCE-PRIOR-DATE
                       MOVE VAR-PRIOR-SEQ TO VARIANCE-PRIOR-SEQ
                       MOVE VAR-COUNT-DELTA TO VARIANCE-COUNT-DELTA
                       MOVE VAR-SUM-DELTA TO VARIANCE-SUM-DELTA
                       MOVE VAR-PCT-CHANGE TO VARIANCE-PCT-CHANGE
                       MOVE VAR-FLAG TO VARIANCE-FLAG
                   END-IF
                   CLOSE VARIANCEFILE
               END-IF
           END-IF.

       LOAD-AGING-REPORT.
           MOVE AGING-SLOT TO INPUT-IDX.
           IF IN-CURRENT(INPUT-IDX)
               OPEN INPUT AGINGFILE
               IF INPUT-FS NOT = "00"
                   PERFORM MARK-INPUT-UNREADABLE
               ELSE
                   MOVE "N" TO INPUT-EOF-SWITCH
                   PERFORM READ-AGING-FILE
                   PERFORM UNTIL END-OF-INPUT
                       IF AGE-STATUS = "MISMATCH"
                           ADD 1 TO MISMATCH-COUNT
                       ELSE
                           ADD 1 TO UNACKED-COUNT
                       END-IF
                       IF AGING-LISTED < 5
                           ADD 1 TO AGING-LISTED
                           MOVE AGE-STATUS
                               TO AGING-LIST-STATUS(AGING-LISTED)
                           MOVE AGE-FEED-ID
                               TO AGING-LIST-FEED(AGING-LISTED)
                           MOVE AGE-RUN-DATE
                               TO AGING-LIST-RUN-DATE(AGING-LISTED)
                           MOVE AGE-DAYS-OLD
                               TO AGING-LIST-DAYS(AGING-LISTED)
                       END-IF
                       PERFORM READ-AGING-FILE
                   END-PERFORM
                   CLOSE AGINGFILE
               END-IF
           END-IF.

       LOAD-STATUS-REPORT.
           MOVE STATUS-REPORT-SLOT TO INPUT-IDX.
           IF IN-CURRENT(INPUT-IDX)
               OPEN INPUT STATUSREPORTFILE
               IF INPUT-FS NOT = "00"
                   PERFORM MARK-INPUT-UNREADABLE
               ELSE
                   MOVE "N" TO INPUT-EOF-SWITCH
                   PERFORM READ-STATUS-REPORT
                   IF END-OF-INPUT
                       MOVE "EMPTY" TO IN-STATUS(INPUT-IDX)
                   END-IF
                   PERFORM UNTIL END-OF-INPUT
                       IF SRP-HDR-LABEL = "RUN STATUS REPORT FOR"
                           MOVE SRP-HDR-DATE
                               TO IN-AS-OF-DATE(INPUT-IDX)
                           PERFORM SET-CONTENT-DATE
                       ELSE
                           PERFORM COUNT-STEP-STATUS
                       END-IF
                       PERFORM READ-STATUS-REPORT
                   END-PERFORM
                   CLOSE STATUSREPORTFILE
               END-IF
           END-IF.

       COUNT-STEP-STATUS.
           ADD 1 TO STEP-TOTAL-COUNT.
           EVALUATE SRP-STATUS
               WHEN "OK"
                   ADD 1 TO STEP-OK-COUNT
               WHEN "WARNING"
                   ADD 1 TO STEP-WARNING-COUNT
               WHEN "HELD"
                   ADD 1 TO STEP-HELD-COUNT
               WHEN "ABENDED"
                   ADD 1 TO STEP-ABENDED-COUNT
               WHEN "NEVER RAN"
                   ADD 1 TO STEP-NEVER-RAN-COUNT
               WHEN OTHER
                   ADD 1 TO STEP-EXTRA-COUNT
           END-EVALUATE.

       BUILD-INPUT-REASON.
           MOVE SPACES TO INPUT-REASON.
           EVALUATE IN-STATUS(INPUT-IDX)
               WHEN "MISSING"
                   MOVE "FILE IS MISSING" TO INPUT-REASON
               WHEN "EMPTY"
                   MOVE "FILE IS EMPTY" TO INPUT-REASON
               WHEN "ERROR"
                   MOVE "FILE COULD NOT BE OPENED" TO INPUT-REASON
               WHEN OTHER
                   STRING "IS DATED " DELIMITED BY SIZE
                       IN-AS-OF-DATE(INPUT-IDX) DELIMITED BY SIZE
                       ", NOT CYCLE " DELIMITED BY SIZE
                       CYCLE-DATE DELIMITED BY SIZE
                       INTO INPUT-REASON
                   END-STRING
           END-EVALUATE.
           IF INPUT-IDX = ADJUSTED-SLOT
               AND NOT ADJUSTED-FROM-RUN-OUTPUT
               MOVE "NOT ADJUSTED FROM THIS RUN OUTPUT" TO INPUT-REASON
           END-IF.

       CHECK-SUMMARY-INPUT.
           MOVE "N" TO SUMMARY-SWITCH.
           IF IN-CURRENT(INPUT-IDX)
               SET SUMMARY-AVAILABLE TO TRUE
           ELSE
               PERFORM BUILD-INPUT-REASON
               STRING "NOT AVAILABLE - " DELIMITED BY SIZE
                   IN-LABEL(INPUT-IDX) DELIMITED BY "  "
                   " " DELIMITED BY SIZE
                   INPUT-REASON DELIMITED BY "  "
                   INTO SUM-VALUE
               END-STRING
           END-IF.

       EDIT-NUMBER-TEXT.
           MOVE EDIT-NUMBER TO EDIT-AMOUNT.
           MOVE EDIT-AMOUNT TO JUSTIFY-WORK.
           PERFORM LEFT-JUSTIFY-WORK.

       LEFT-JUSTIFY-WORK.
           MOVE ZERO TO LEAD-SPACE-COUNT.
           INSPECT JUSTIFY-WORK TALLYING LEAD-SPACE-COUNT
               FOR LEADING SPACES.
           MOVE SPACES TO JUSTIFIED-TEXT.
           IF LEAD-SPACE-COUNT < 20
               MOVE JUSTIFY-WORK(LEAD-SPACE-COUNT + 1:)
                   TO JUSTIFIED-TEXT
           END-IF.

       START-NEW-PAGE.
           ADD 1 TO PAGE-NUMBER.
           MOVE PAGE-NUMBER TO HDG-PAGE-NUMBER.
           WRITE PACKET-RECORD FROM PAGE-HEADING-1
               AFTER ADVANCING PAGE.
           WRITE PACKET-RECORD FROM PAGE-HEADING-2
               AFTER ADVANCING 1 LINE.
           WRITE PACKET-RECORD FROM RULE-LINE
               AFTER ADVANCING 1 LINE.
           ADD 3 TO LINES-PRINTED.
           MOVE 3 TO LINE-ON-PAGE.
           IF SECTION-HEADING NOT = SPACES
               WRITE PACKET-RECORD FROM SECTION-HEADING
                   AFTER ADVANCING 1 LINE
               ADD 1 TO LINES-PRINTED
               ADD 1 TO LINE-ON-PAGE
           END-IF.
           WRITE PACKET-RECORD FROM BLANK-LINE
               AFTER ADVANCING 1 LINE.
           ADD 1 TO LINES-PRINTED.
           ADD 1 TO LINE-ON-PAGE.

       START-SECTION.
           IF NOT IN-CURRENT(INPUT-IDX)
               MOVE SPACES TO SECTION-HEADING
           END-IF.
           PERFORM START-NEW-PAGE.
           IF NOT IN-CURRENT(INPUT-IDX)
               PERFORM PRINT-SECTION-NOT-PRINTED
           END-IF.
           MOVE ZERO TO SECTION-RECORD-COUNT.
           MOVE "N" TO INPUT-EOF-SWITCH.

       PRINT-SECTION-NOT-PRINTED.
           PERFORM BUILD-INPUT-REASON.
           MOVE SPACES TO PRINT-LINE.
           STRING "*** SECTION NOT PRINTED - " DELIMITED BY SIZE
               IN-LABEL(INPUT-IDX) DELIMITED BY "  "
               " " DELIMITED BY SIZE
               INPUT-REASON DELIMITED BY "  "
               " ***" DELIMITED BY SIZE
               INTO RAW-TEXT
           END-STRING.
           PERFORM PRINT-DETAIL-LINE.
           STRING "    FILE: " DELIMITED BY SIZE
               IN-FILE-NAME(INPUT-IDX) DELIMITED BY SIZE
               INTO RAW-TEXT
           END-STRING.
           PERFORM PRINT-DETAIL-LINE.
           IF IN-STATUS(INPUT-IDX) = "STALE"
               MOVE "    DATA FROM ANOTHER CYCLE IS NOT REPORTED."
                   TO RAW-TEXT
               PERFORM PRINT-DETAIL-LINE
           END-IF.

       PRINT-DETAIL-LINE.
           IF LINE-ON-PAGE NOT < PAGE-LINES
               PERFORM START-NEW-PAGE
           END-IF.
           WRITE PACKET-RECORD FROM PRINT-LINE
               AFTER ADVANCING 1 LINE.
           ADD 1 TO LINES-PRINTED.
           ADD 1 TO LINE-ON-PAGE.
           MOVE SPACES TO PRINT-LINE.

       PRINT-BLANK-LINE.
           MOVE SPACES TO PRINT-LINE.
           PERFORM PRINT-DETAIL-LINE.

       PRINT-TITLE-PAGE.
           MOVE "TITLE PAGE" TO HDG-SECTION-TITLE.
           MOVE SPACES TO SECTION-HEADING.
           PERFORM START-NEW-PAGE.
           PERFORM PRINT-BLANK-LINE.
           PERFORM PRINT-BLANK-LINE.
           MOVE "AOC DAILY MANAGEMENT REPORT PACKET" TO SUM-VALUE.
           PERFORM PRINT-DETAIL-LINE.
           PERFORM PRINT-BLANK-LINE.
           MOVE "CYCLE DATE" TO SUM-LABEL.
           MOVE CYCLE-DATE TO SUM-VALUE.
           PERFORM PRINT-DETAIL-LINE.
           MOVE "PREPARED" TO SUM-LABEL.
           STRING RUN-DATE DELIMITED BY SIZE
               " AT " DELIMITED BY SIZE
               RUN-CLOCK DELIMITED BY SIZE
               INTO SUM-VALUE
           END-STRING.
           PERFORM PRINT-DETAIL-LINE.
           MOVE "PACKET STATUS" TO SUM-LABEL.
           IF PROBLEM-COUNT = 0
               MOVE "COMPLETE - ALL INPUTS ARE FOR THIS CYCLE"
                   TO SUM-VALUE
           ELSE
               MOVE PROBLEM-COUNT TO EDIT-NUMBER
               PERFORM EDIT-NUMBER-TEXT
               STRING "INCOMPLETE - " DELIMITED BY SIZE
                   JUSTIFIED-TEXT DELIMITED BY SPACE
                   " INPUT(S) MISSING, EMPTY OR NOT FOR THIS CYCLE"
                       DELIMITED BY SIZE
                   INTO SUM-VALUE
               END-STRING
           END-IF.
           PERFORM PRINT-DETAIL-LINE.
           PERFORM PRINT-BLANK-LINE.
           PERFORM PRINT-BLANK-LINE.
           MOVE "INPUT INVENTORY" TO RAW-TEXT.
           PERFORM PRINT-DETAIL-LINE.
           PERFORM PRINT-BLANK-LINE.
           MOVE INVENTORY-HEADING TO PRINT-LINE.
           PERFORM PRINT-DETAIL-LINE.
           PERFORM PRINT-INVENTORY-LINE
               VARYING INPUT-IDX FROM 1 BY 1
               UNTIL INPUT-IDX > INPUT-COUNT.
           PERFORM PRINT-BLANK-LINE.
           STRING "CURRENT MEANS DATED ON OR AFTER " DELIMITED BY SIZE
               CYCLE-DATE DELIMITED BY SIZE
               " AND BEFORE " DELIMITED BY SIZE
               CYCLE-END-DATE DELIMITED BY SIZE
               ". STALE INPUTS ARE NOT PRINTED." DELIMITED BY SIZE
               INTO RAW-TEXT
           END-STRING.
           PERFORM PRINT-DETAIL-LINE.
           STRING "AS OF DATES COME FROM THE RUN DATE CARRIED IN THE "
                   DELIMITED BY SIZE
               "FILE (CONTENT) OR FROM THE DATE THE FILE WAS WRITTEN "
                   DELIMITED BY SIZE
               "(FILE)." DELIMITED BY SIZE
               INTO RAW-TEXT
           END-STRING.
           PERFORM PRINT-DETAIL-LINE.

       PRINT-INVENTORY-LINE.
           MOVE IN-LABEL(INPUT-IDX) TO INV-LABEL.
           MOVE IN-STATUS(INPUT-IDX) TO INV-STATUS.
           IF IN-AS-OF-DATE(INPUT-IDX) = ZERO
               MOVE SPACES TO INV-AS-OF-DATE
           ELSE
               MOVE IN-AS-OF-DATE(INPUT-IDX) TO INV-AS-OF-DATE
           END-IF.
           MOVE IN-DATE-SOURCE(INPUT-IDX) TO INV-DATE-SOURCE.
           MOVE IN-FILE-NAME(INPUT-IDX) TO INV-FILE-NAME.
           PERFORM PRINT-DETAIL-LINE.

       PRINT-EXECUTIVE-SUMMARY.
           MOVE "EXECUTIVE SUMMARY" TO HDG-SECTION-TITLE.
           MOVE SPACES TO SECTION-HEADING.
           PERFORM START-NEW-PAGE.

           MOVE "CYCLE DATE" TO SUM-LABEL.
           MOVE CYCLE-DATE TO SUM-VALUE.
           PERFORM PRINT-DETAIL-LINE.
           PERFORM PRINT-BLANK-LINE.

           MOVE "INPUT FILES" TO SUM-LABEL.
           IF PROBLEM-COUNT = 0
               MOVE "ALL 10 INPUTS CURRENT FOR THIS CYCLE"
                   TO SUM-VALUE
           ELSE
               MOVE PROBLEM-COUNT TO EDIT-NUMBER
               PERFORM EDIT-NUMBER-TEXT
               STRING JUSTIFIED-TEXT DELIMITED BY SPACE
                   " OF 10 INPUTS MISSING, EMPTY OR NOT FOR THIS CYCL"
                       DELIMITED BY SIZE
                   "E - SEE TITLE PAGE" DELIMITED BY SIZE
                   INTO SUM-VALUE
               END-STRING
           END-IF.
           PERFORM PRINT-DETAIL-LINE.
           PERFORM PRINT-BLANK-LINE.

           PERFORM SUMMARIZE-RUN-TOTAL.
           PERFORM SUMMARIZE-ADJUSTED-TOTAL.
           PERFORM SUMMARIZE-GATE-VERDICT.
           PERFORM SUMMARIZE-EXCEPTION-RATE.
           PERFORM SUMMARIZE-BALANCING.
           PERFORM SUMMARIZE-VARIANCE.
           PERFORM SUMMARIZE-UNACKED-FEEDS.
           PERFORM SUMMARIZE-RUN-STATUS.

       SUMMARIZE-RUN-TOTAL.
           MOVE OUTPUT-SLOT TO INPUT-IDX.
           MOVE "RUN TOTAL" TO SUM-LABEL.
           PERFORM CHECK-SUMMARY-INPUT.
           IF SUMMARY-AVAILABLE
               MOVE RUN-TOTAL-SUM TO EDIT-NUMBER
               PERFORM EDIT-NUMBER-TEXT
               MOVE JUSTIFIED-TEXT TO VALUE-TEXT-1
               MOVE RUN-RECORD-COUNT TO EDIT-NUMBER
               PERFORM EDIT-NUMBER-TEXT
               MOVE JUSTIFIED-TEXT TO VALUE-TEXT-2
               STRING VALUE-TEXT-1 DELIMITED BY SPACE
                   " FROM " DELIMITED BY SIZE
                   VALUE-TEXT-2 DELIMITED BY SPACE
                   " RECORDS, RECONCILIATION " DELIMITED BY SIZE
                   RUN-RECON-STATUS DELIMITED BY SPACE
                   INTO SUM-VALUE
               END-STRING
           END-IF.
           PERFORM PRINT-DETAIL-LINE.
           PERFORM PRINT-BLANK-LINE.

       SUMMARIZE-ADJUSTED-TOTAL.
           MOVE ADJUSTED-SLOT TO INPUT-IDX.
           MOVE "ADJUSTED TOTAL" TO SUM-LABEL.
           PERFORM CHECK-SUMMARY-INPUT.
           IF SUMMARY-AVAILABLE
               MOVE ADJ-ADJUSTED-SUM TO EDIT-NUMBER
               PERFORM EDIT-NUMBER-TEXT
               MOVE JUSTIFIED-TEXT TO VALUE-TEXT-1
               MOVE ADJ-ORIGINAL-SUM TO EDIT-NUMBER
               PERFORM EDIT-NUMBER-TEXT
               MOVE JUSTIFIED-TEXT TO VALUE-TEXT-2
               MOVE ADJ-TOTAL-ADJ TO EDIT-NUMBER
               PERFORM EDIT-NUMBER-TEXT
               MOVE JUSTIFIED-TEXT TO VALUE-TEXT-3
               MOVE ADJ-APPLIED-COUNT TO EDIT-NUMBER
               PERFORM EDIT-NUMBER-TEXT
               MOVE JUSTIFIED-TEXT TO VALUE-TEXT-4
               MOVE ADJ-REJECTED-COUNT TO EDIT-NUMBER
               PERFORM EDIT-NUMBER-TEXT
               MOVE JUSTIFIED-TEXT TO VALUE-TEXT-5
               STRING VALUE-TEXT-1 DELIMITED BY SPACE
                   " (ORIGINAL " DELIMITED BY SIZE
                   VALUE-TEXT-2 DELIMITED BY SPACE
                   ", ADJUSTMENTS " DELIMITED BY SIZE
                   VALUE-TEXT-3 DELIMITED BY SPACE
                   ", " DELIMITED BY SIZE
                   VALUE-TEXT-4 DELIMITED BY SPACE
                   " APPLIED, " DELIMITED BY SIZE
                   VALUE-TEXT-5 DELIMITED BY SPACE
                   " REJECTED)" DELIMITED BY SIZE
                   INTO SUM-VALUE
               END-STRING
           END-IF.
           PERFORM PRINT-DETAIL-LINE.
           PERFORM PRINT-BLANK-LINE.

       SUMMARIZE-GATE-VERDICT.
           MOVE OUTPUT-SLOT TO INPUT-IDX.
           MOVE "GATE VERDICT" TO SUM-LABEL.
           PERFORM CHECK-SUMMARY-INPUT.
           IF SUMMARY-AVAILABLE
               MOVE RUN-GATE-LIMIT TO JUSTIFY-WORK
               PERFORM LEFT-JUSTIFY-WORK
               MOVE JUSTIFIED-TEXT TO VALUE-TEXT-1
               MOVE RUN-BYPASSED-COUNT TO EDIT-NUMBER
               PERFORM EDIT-NUMBER-TEXT
               MOVE JUSTIFIED-TEXT TO VALUE-TEXT-2
               STRING RUN-GATE-VERDICT DELIMITED BY SPACE
                   " (LIMIT " DELIMITED BY SIZE
                   VALUE-TEXT-1 DELIMITED BY SPACE
                   ", " DELIMITED BY SIZE
                   VALUE-TEXT-2 DELIMITED BY SPACE
                   " RECORDS BYPASSED)" DELIMITED BY SIZE
                   INTO SUM-VALUE
               END-STRING
           END-IF.
           PERFORM PRINT-DETAIL-LINE.
           PERFORM PRINT-BLANK-LINE.

       SUMMARIZE-EXCEPTION-RATE.
           MOVE OUTPUT-SLOT TO INPUT-IDX.
           MOVE "EXCEPTION RATE" TO SUM-LABEL.
           PERFORM CHECK-SUMMARY-INPUT.
           IF SUMMARY-AVAILABLE
               MOVE RUN-EXCEPTION-RATE TO EDIT-RATE
               MOVE EDIT-RATE TO JUSTIFY-WORK
               PERFORM LEFT-JUSTIFY-WORK
               MOVE JUSTIFIED-TEXT TO VALUE-TEXT-1
               MOVE RUN-EXCEPTION-COUNT TO EDIT-NUMBER
               PERFORM EDIT-NUMBER-TEXT
               MOVE JUSTIFIED-TEXT TO VALUE-TEXT-2
               STRING VALUE-TEXT-1 DELIMITED BY SPACE
                   " PCT (" DELIMITED BY SIZE
                   VALUE-TEXT-2 DELIMITED BY SPACE
                   " EXCEPTIONS)" DELIMITED BY SIZE
                   INTO SUM-VALUE
               END-STRING
           END-IF.
           PERFORM PRINT-DETAIL-LINE.
           PERFORM PRINT-BLANK-LINE.

       SUMMARIZE-BALANCING.
           MOVE BALANCE-SLOT TO INPUT-IDX.
           MOVE "BALANCING RESULT" TO SUM-LABEL.
           PERFORM CHECK-SUMMARY-INPUT.
           IF SUMMARY-AVAILABLE
               IF BALANCE-BREAK-COUNT = 0
                   MOVE "ALL LEGS BALANCED" TO SUM-VALUE
               ELSE
                   MOVE BALANCE-BREAK-COUNT TO EDIT-NUMBER
                   PERFORM EDIT-NUMBER-TEXT
                   STRING JUSTIFIED-TEXT DELIMITED BY SPACE
                       " LEG(S) OUT OF BALANCE - SEE BALANCING SECTION"
                           DELIMITED BY SIZE
                       INTO SUM-VALUE
                   END-STRING
               END-IF
           END-IF.
           PERFORM PRINT-DETAIL-LINE.
           PERFORM PRINT-BLANK-LINE.

       SUMMARIZE-VARIANCE.
           MOVE VARIANCE-SLOT TO INPUT-IDX.
           MOVE "DAY-OVER-DAY VARIANCE" TO SUM-LABEL.
           PERFORM CHECK-SUMMARY-INPUT.
           IF SUMMARY-AVAILABLE
               MOVE VARIANCE-SUM-DELTA TO JUSTIFY-WORK
               PERFORM LEFT-JUSTIFY-WORK
               MOVE JUSTIFIED-TEXT TO VALUE-TEXT-1
               MOVE VARIANCE-PCT-CHANGE TO JUSTIFY-WORK
               PERFORM LEFT-JUSTIFY-WORK
               MOVE JUSTIFIED-TEXT TO VALUE-TEXT-2
               MOVE VARIANCE-COUNT-DELTA TO JUSTIFY-WORK
               PERFORM LEFT-JUSTIFY-WORK
               MOVE JUSTIFIED-TEXT TO VALUE-TEXT-3
               STRING "SUM " DELIMITED BY SIZE
                   VALUE-TEXT-1 DELIMITED BY SPACE
                   " (" DELIMITED BY SIZE
                   VALUE-TEXT-2 DELIMITED BY SPACE
                   " PCT), COUNT " DELIMITED BY SIZE
                   VALUE-TEXT-3 DELIMITED BY SPACE
                   " AGAINST RUN " DELIMITED BY SIZE
                   VARIANCE-PRIOR-DATE DELIMITED BY SIZE
                   "/" DELIMITED BY SIZE
                   VARIANCE-PRIOR-SEQ DELIMITED BY SIZE
                   " - TOLERANCE " DELIMITED BY SIZE
                   VARIANCE-FLAG DELIMITED BY SPACE
                   INTO SUM-VALUE
               END-STRING
           END-IF.
           PERFORM PRINT-DETAIL-LINE.
           PERFORM PRINT-BLANK-LINE.

       SUMMARIZE-UNACKED-FEEDS.
           MOVE AGING-SLOT TO INPUT-IDX.
           MOVE "UNACKNOWLEDGED FEEDS" TO SUM-LABEL.
           PERFORM CHECK-SUMMARY-INPUT.
           IF SUMMARY-AVAILABLE
               IF UNACKED-COUNT = 0
                   AND MISMATCH-COUNT = 0
                   MOVE "NONE - ALL FEEDS ACKNOWLEDGED" TO SUM-VALUE
               ELSE
                   MOVE UNACKED-COUNT TO EDIT-NUMBER
                   PERFORM EDIT-NUMBER-TEXT
                   MOVE JUSTIFIED-TEXT TO VALUE-TEXT-1
                   MOVE MISMATCH-COUNT TO EDIT-NUMBER
                   PERFORM EDIT-NUMBER-TEXT
                   MOVE JUSTIFIED-TEXT TO VALUE-TEXT-2
                   STRING VALUE-TEXT-1 DELIMITED BY SPACE
                       " UNACKNOWLEDGED, " DELIMITED BY SIZE
                       VALUE-TEXT-2 DELIMITED BY SPACE
                       " ACKNOWLEDGED WITH MISMATCHED TOTALS"
                           DELIMITED BY SIZE
                       INTO SUM-VALUE
                   END-STRING
               END-IF
           END-IF.
           PERFORM PRINT-DETAIL-LINE.
           IF SUMMARY-AVAILABLE
               PERFORM PRINT-UNACKED-FEED
                   VARYING AGING-IDX FROM 1 BY 1
                   UNTIL AGING-IDX > AGING-LISTED
               IF UNACKED-COUNT + MISMATCH-COUNT > AGING-LISTED
                   COMPUTE EDIT-NUMBER =
                       UNACKED-COUNT + MISMATCH-COUNT - AGING-LISTED
                   PERFORM EDIT-NUMBER-TEXT
                   STRING "AND " DELIMITED BY SIZE
                       JUSTIFIED-TEXT DELIMITED BY SPACE
                       " MORE - SEE FEED ACKNOWLEDGMENT SECTION"
                           DELIMITED BY SIZE
                       INTO SUM-VALUE
                   END-STRING
                   PERFORM PRINT-DETAIL-LINE
               END-IF
           END-IF.
           PERFORM PRINT-BLANK-LINE.

       PRINT-UNACKED-FEED.
           STRING "FEED " DELIMITED BY SIZE
               AGING-LIST-FEED(AGING-IDX) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               AGING-LIST-STATUS(AGING-IDX) DELIMITED BY SIZE
               "  SENT " DELIMITED BY SIZE
               AGING-LIST-RUN-DATE(AGING-IDX) DELIMITED BY SIZE
               "  AGE " DELIMITED BY SIZE
               AGING-LIST-DAYS(AGING-IDX) DELIMITED BY SIZE
               " DAY(S)" DELIMITED BY SIZE
               INTO SUM-VALUE
           END-STRING.
           PERFORM PRINT-DETAIL-LINE.

       SUMMARIZE-RUN-STATUS.
           MOVE STATUS-REPORT-SLOT TO INPUT-IDX.
           MOVE "RUN STATUS" TO SUM-LABEL.
           PERFORM CHECK-SUMMARY-INPUT.
           IF SUMMARY-AVAILABLE
               MOVE 1 TO VALUE-POINTER
               MOVE STEP-TOTAL-COUNT TO EDIT-NUMBER
               MOVE "STEPS:" TO COUNT-CAPTION
               PERFORM APPEND-COUNT-CAPTION
               MOVE STEP-OK-COUNT TO EDIT-NUMBER
               MOVE "OK," TO COUNT-CAPTION
               PERFORM APPEND-COUNT-CAPTION
               MOVE STEP-WARNING-COUNT TO EDIT-NUMBER
               MOVE "WARNING," TO COUNT-CAPTION
               PERFORM APPEND-COUNT-CAPTION
               MOVE STEP-HELD-COUNT TO EDIT-NUMBER
               MOVE "HELD," TO COUNT-CAPTION
               PERFORM APPEND-COUNT-CAPTION
               MOVE STEP-ABENDED-COUNT TO EDIT-NUMBER
               MOVE "ABENDED," TO COUNT-CAPTION
               PERFORM APPEND-COUNT-CAPTION
               MOVE STEP-NEVER-RAN-COUNT TO EDIT-NUMBER
               MOVE "NEVER RAN," TO COUNT-CAPTION
               PERFORM APPEND-COUNT-CAPTION
               MOVE STEP-EXTRA-COUNT TO EDIT-NUMBER
               MOVE "UNSCHEDULED" TO COUNT-CAPTION
               PERFORM APPEND-COUNT-CAPTION
           END-IF.
           PERFORM PRINT-DETAIL-LINE.

       APPEND-COUNT-CAPTION.
           PERFORM EDIT-NUMBER-TEXT.
           STRING JUSTIFIED-TEXT DELIMITED BY SPACE
               " " DELIMITED BY SIZE
               COUNT-CAPTION DELIMITED BY "  "
               " " DELIMITED BY SIZE
               INTO SUM-VALUE
               WITH POINTER VALUE-POINTER
           END-STRING.

       PRINT-RUN-OUTPUT-SECTION.
           MOVE OUTPUT-SLOT TO INPUT-IDX.
           MOVE "RUN OUTPUT AND ADJUSTMENTS" TO HDG-SECTION-TITLE.
           MOVE SPACES TO SECTION-HEADING.
           PERFORM START-SECTION.
           IF IN-CURRENT(INPUT-IDX)
               OPEN INPUT OUTPUTFILE
               IF INPUT-FS NOT = "00"
                   PERFORM ABEND-INPUT-OPEN
               END-IF
               PERFORM READ-OUTPUT-FILE
               PERFORM UNTIL END-OF-INPUT
                   ADD 1 TO INPUT-RECORDS-READ
                   PERFORM PRINT-OUTPUT-RECORD
                   PERFORM READ-OUTPUT-FILE
               END-PERFORM
               CLOSE OUTPUTFILE
           END-IF.

           PERFORM PRINT-BLANK-LINE.
           MOVE ADJUSTED-SLOT TO INPUT-IDX.
           IF NOT IN-CURRENT(INPUT-IDX)
               PERFORM PRINT-SECTION-NOT-PRINTED
           ELSE
               MOVE "N" TO INPUT-EOF-SWITCH
               OPEN INPUT ADJOUTFILE
               IF INPUT-FS NOT = "00"
                   PERFORM ABEND-INPUT-OPEN
               END-IF
               PERFORM READ-ADJUSTED-OUTPUT
               PERFORM UNTIL END-OF-INPUT
                   ADD 1 TO INPUT-RECORDS-READ
                   PERFORM PRINT-ADJUSTED-RECORD
                   PERFORM READ-ADJUSTED-OUTPUT
               END-PERFORM
               CLOSE ADJOUTFILE
           END-IF.

       PRINT-OUTPUT-RECORD.
           MOVE "RUN DATE" TO SUM-LABEL.
           MOVE OUT-RUN-DATE TO SUM-VALUE.
           PERFORM PRINT-DETAIL-LINE.
           MOVE "INPUT FILE" TO SUM-LABEL.
           MOVE OUT-INPUT-FILE TO SUM-VALUE.
           PERFORM PRINT-DETAIL-LINE.
           MOVE "RECORDS PROCESSED" TO SUM-LABEL.
           MOVE OUT-RECORD-COUNT TO EDIT-NUMBER.
           PERFORM EDIT-NUMBER-TEXT.
           MOVE JUSTIFIED-TEXT TO SUM-VALUE.
           PERFORM PRINT-DETAIL-LINE.
           MOVE "RUN TOTAL" TO SUM-LABEL.
           MOVE OUT-RUNNING-SUM TO EDIT-NUMBER.
           PERFORM EDIT-NUMBER-TEXT.
           MOVE JUSTIFIED-TEXT TO SUM-VALUE.
           PERFORM PRINT-DETAIL-LINE.
           MOVE "RECONCILIATION" TO SUM-LABEL.
           MOVE OUT-RECON-STATUS TO SUM-VALUE.
           PERFORM PRINT-DETAIL-LINE.
           MOVE "EXCEPTIONS" TO SUM-LABEL.
           MOVE OUT-EXCEPTION-COUNT TO EDIT-NUMBER.
           PERFORM EDIT-NUMBER-TEXT.
           MOVE JUSTIFIED-TEXT TO SUM-VALUE.
           PERFORM PRINT-DETAIL-LINE.
           MOVE "EXCEPTION RATE PCT" TO SUM-LABEL.
           MOVE OUT-EXCEPTION-RATE TO RUN-EXCEPTION-RATE.
           MOVE RUN-EXCEPTION-RATE TO EDIT-RATE.
           MOVE EDIT-RATE TO JUSTIFY-WORK.
           PERFORM LEFT-JUSTIFY-WORK.
           MOVE JUSTIFIED-TEXT TO SUM-VALUE.
           PERFORM PRINT-DETAIL-LINE.
           MOVE "GATE LIMIT" TO SUM-LABEL.
           MOVE OUT-GATE-LIMIT TO JUSTIFY-WORK.
           PERFORM LEFT-JUSTIFY-WORK.
           MOVE JUSTIFIED-TEXT TO SUM-VALUE.
           PERFORM PRINT-DETAIL-LINE.
           MOVE "GATE VERDICT" TO SUM-LABEL.
           MOVE OUT-GATE-VERDICT TO SUM-VALUE.
           PERFORM PRINT-DETAIL-LINE.
           MOVE "RECORDS BYPASSED" TO SUM-LABEL.
           MOVE OUT-BYPASSED-COUNT TO EDIT-NUMBER.
           PERFORM EDIT-NUMBER-TEXT.
           MOVE JUSTIFIED-TEXT TO SUM-VALUE.
           PERFORM PRINT-DETAIL-LINE.

       PRINT-ADJUSTED-RECORD.
           MOVE "ADJUSTED OUTPUT RUN DATE" TO SUM-LABEL.
           MOVE AOUT-RUN-DATE TO SUM-VALUE.
           PERFORM PRINT-DETAIL-LINE.
           MOVE "ORIGINAL TOTAL" TO SUM-LABEL.
           MOVE AOUT-ORIGINAL-SUM TO EDIT-NUMBER.
           PERFORM EDIT-NUMBER-TEXT.
           MOVE JUSTIFIED-TEXT TO SUM-VALUE.
           PERFORM PRINT-DETAIL-LINE.
           MOVE "TOTAL ADJUSTMENTS" TO SUM-LABEL.
           MOVE AOUT-TOTAL-ADJ TO EDIT-NUMBER.
           PERFORM EDIT-NUMBER-TEXT.
           MOVE JUSTIFIED-TEXT TO SUM-VALUE.
           PERFORM PRINT-DETAIL-LINE.
           MOVE "ADJUSTMENTS APPLIED" TO SUM-LABEL.
           MOVE AOUT-APPLIED-COUNT TO EDIT-NUMBER.
           PERFORM EDIT-NUMBER-TEXT.
           MOVE JUSTIFIED-TEXT TO SUM-VALUE.
           PERFORM PRINT-DETAIL-LINE.
           MOVE "ADJUSTMENTS REJECTED" TO SUM-LABEL.
           MOVE AOUT-REJECTED-COUNT TO EDIT-NUMBER.
           PERFORM EDIT-NUMBER-TEXT.
           MOVE JUSTIFIED-TEXT TO SUM-VALUE.
           PERFORM PRINT-DETAIL-LINE.
           MOVE "ADJUSTED TOTAL" TO SUM-LABEL.
           MOVE AOUT-ADJUSTED-SUM TO EDIT-NUMBER.
           PERFORM EDIT-NUMBER-TEXT.
           MOVE JUSTIFIED-TEXT TO SUM-VALUE.
           PERFORM PRINT-DETAIL-LINE.

       PRINT-SUBTOTAL-SECTION.
           MOVE SUBTOTAL-SLOT TO INPUT-IDX.
           MOVE "FILE SUBTOTALS" TO HDG-SECTION-TITLE.
           MOVE SUBTOTAL-HEADING TO SECTION-HEADING.
           PERFORM START-SECTION.
           IF IN-CURRENT(INPUT-IDX)
               OPEN INPUT SUBTOTALFILE
               IF INPUT-FS NOT = "00"
                   PERFORM ABEND-INPUT-OPEN
               END-IF
               PERFORM READ-SUBTOTAL-FILE
               PERFORM UNTIL END-OF-INPUT
                   ADD 1 TO INPUT-RECORDS-READ
                   MOVE SUB-FILE-NUM TO SBL-FILE-NUM
                   MOVE SUB-FILE-NAME TO SBL-FILE-NAME
                   MOVE SUB-RECORD-COUNT TO SBL-RECORD-COUNT
                   MOVE SUB-SUBTOTAL-SUM TO SBL-SUBTOTAL-SUM
                   MOVE SUB-BYPASSED-COUNT TO SBL-BYPASSED-COUNT
                   PERFORM PRINT-DETAIL-LINE
                   PERFORM READ-SUBTOTAL-FILE
               END-PERFORM
               CLOSE SUBTOTALFILE
           END-IF.

       PRINT-STATS-SECTION.
           MOVE STATS-SLOT TO INPUT-IDX.
           MOVE "RUN STATISTICS" TO HDG-SECTION-TITLE.
           MOVE STATS-HEADING TO SECTION-HEADING.
           PERFORM START-SECTION.
           IF IN-CURRENT(INPUT-IDX)
               OPEN INPUT STATSFILE
               IF INPUT-FS NOT = "00"
                   PERFORM ABEND-INPUT-OPEN
               END-IF
               PERFORM READ-STATS-FILE
               PERFORM UNTIL END-OF-INPUT
                   ADD 1 TO INPUT-RECORDS-READ
                   MOVE STATS-RECORD TO RAW-TEXT
                   PERFORM PRINT-DETAIL-LINE
                   PERFORM READ-STATS-FILE
               END-PERFORM
               CLOSE STATSFILE
           END-IF.

       PRINT-DISCREPANCY-SECTION.
           MOVE DISCREPANCY-SLOT TO INPUT-IDX.
           MOVE "DIGIT AND SPELLED VALUE DISCREPANCIES"
               TO HDG-SECTION-TITLE.
           MOVE DISCREPANCY-HEADING TO SECTION-HEADING.
           PERFORM START-SECTION.
           IF IN-CURRENT(INPUT-IDX)
               OPEN INPUT DISCREPANCYFILE
               IF INPUT-FS NOT = "00"
                   PERFORM ABEND-INPUT-OPEN
               END-IF
               PERFORM READ-DISCREPANCY-FILE
               PERFORM UNTIL END-OF-INPUT
                   ADD 1 TO INPUT-RECORDS-READ
                   IF DIS-TOT-LABEL = "TOTALS"
                       PERFORM PRINT-DISCREPANCY-TOTALS
                   ELSE
                       MOVE DIS-FILE-NAME TO DSL-FILE-NAME
                       MOVE DIS-LINE-NUM TO DSL-LINE-NUM
                       MOVE DIS-DIGIT-VALUE TO DSL-DIGIT-VALUE
                       MOVE DIS-SPELLED-VALUE TO DSL-SPELLED-VALUE
                       PERFORM PRINT-DETAIL-LINE
                   END-IF
                   PERFORM READ-DISCREPANCY-FILE
               END-PERFORM
               CLOSE DISCREPANCYFILE
           END-IF.

       PRINT-DISCREPANCY-TOTALS.
           PERFORM PRINT-BLANK-LINE.
           MOVE DIS-TOT-COUNT TO JUSTIFY-WORK.
           PERFORM LEFT-JUSTIFY-WORK.
           MOVE JUSTIFIED-TEXT TO VALUE-TEXT-1.
           MOVE DIS-TOT-DIGIT-SUM TO JUSTIFY-WORK.
           PERFORM LEFT-JUSTIFY-WORK.
           MOVE JUSTIFIED-TEXT TO VALUE-TEXT-2.
           MOVE DIS-TOT-SPELLED-SUM TO JUSTIFY-WORK.
           PERFORM LEFT-JUSTIFY-WORK.
           MOVE JUSTIFIED-TEXT TO VALUE-TEXT-3.
           STRING "TOTALS: " DELIMITED BY SIZE
               VALUE-TEXT-1 DELIMITED BY SPACE
               " DISCREPANCIES, DIGIT VALUE SUM " DELIMITED BY SIZE
               VALUE-TEXT-2 DELIMITED BY SPACE
               ", SPELLED VALUE SUM " DELIMITED BY SIZE
               VALUE-TEXT-3 DELIMITED BY SPACE
               INTO RAW-TEXT
           END-STRING.
           PERFORM PRINT-DETAIL-LINE.

       PRINT-DUPLICATE-SECTION.
           MOVE DUPLICATE-SLOT TO INPUT-IDX.
           MOVE "DUPLICATE FILES" TO HDG-SECTION-TITLE.
           MOVE DUPLICATE-HEADING TO SECTION-HEADING.
           PERFORM START-SECTION.
           IF IN-CURRENT(INPUT-IDX)
               OPEN INPUT DUPLICATEFILE
               IF INPUT-FS NOT = "00"
                   PERFORM ABEND-INPUT-OPEN
               END-IF
               PERFORM READ-DUPLICATE-FILE
               PERFORM UNTIL END-OF-INPUT
                   ADD 1 TO INPUT-RECORDS-READ
                   IF DUP-TOT-LABEL = "TOTAL DUPLICATE FILES"
                       PERFORM PRINT-BLANK-LINE
                       MOVE DUP-TOT-COUNT TO JUSTIFY-WORK
                       PERFORM LEFT-JUSTIFY-WORK
                       STRING "TOTAL DUPLICATE FILES: "
                               DELIMITED BY SIZE
                           JUSTIFIED-TEXT DELIMITED BY SPACE
                           INTO RAW-TEXT
                       END-STRING
                   ELSE
                       MOVE DUP-FILE-NUM TO DPL-FILE-NUM
                       MOVE DUP-FILE-NAME TO DPL-FILE-NAME
                       MOVE DUP-MATCH-NUM TO DPL-MATCH-NUM
                       MOVE DUP-MATCH-NAME TO DPL-MATCH-NAME
                       MOVE DUP-RECORD-COUNT TO DPL-RECORD-COUNT
                       MOVE DUP-SUBTOTAL-SUM TO DPL-SUBTOTAL-SUM
                       MOVE DUP-MATCH-TYPE TO DPL-MATCH-TYPE
                       MOVE DUP-ACTION TO DPL-ACTION
                   END-IF
                   PERFORM PRINT-DETAIL-LINE
                   PERFORM READ-DUPLICATE-FILE
               END-PERFORM
               CLOSE DUPLICATEFILE
           END-IF.

       PRINT-BALANCE-SECTION.
           MOVE BALANCE-SLOT TO INPUT-IDX.
           MOVE "BALANCING" TO HDG-SECTION-TITLE.
           IF BALANCE-CLEAN
               MOVE SPACES TO SECTION-HEADING
           ELSE
               MOVE BALANCE-HEADING TO SECTION-HEADING
           END-IF.
           PERFORM START-SECTION.
           IF IN-CURRENT(INPUT-IDX)
               OPEN INPUT BALANCEFILE
               IF INPUT-FS NOT = "00"
                   PERFORM ABEND-INPUT-OPEN
               END-IF
               PERFORM READ-BALANCE-FILE
               PERFORM UNTIL END-OF-INPUT
                   ADD 1 TO INPUT-RECORDS-READ
                   MOVE BALANCE-BREAK-RECORD TO RAW-TEXT
                   PERFORM PRINT-DETAIL-LINE
                   PERFORM READ-BALANCE-FILE
               END-PERFORM
               CLOSE BALANCEFILE
           END-IF.

       PRINT-VARIANCE-SECTION.
           MOVE VARIANCE-SLOT TO INPUT-IDX.
           MOVE "DAY-OVER-DAY VARIANCE" TO HDG-SECTION-TITLE.
           MOVE SPACES TO SECTION-HEADING.
           PERFORM START-SECTION.
           IF IN-CURRENT(INPUT-IDX)
               OPEN INPUT VARIANCEFILE
               IF INPUT-FS NOT = "00"
                   PERFORM ABEND-INPUT-OPEN
               END-IF
               PERFORM READ-VARIANCE-FILE
               PERFORM UNTIL END-OF-INPUT
                   ADD 1 TO INPUT-RECORDS-READ
                   PERFORM PRINT-VARIANCE-RECORD
                   PERFORM READ-VARIANCE-FILE
               END-PERFORM
               CLOSE VARIANCEFILE
           END-IF.

       PRINT-VARIANCE-RECORD.
           MOVE "INPUT FILE" TO SUM-LABEL.
           MOVE VAR-INPUT-FILE TO SUM-VALUE.
           PERFORM PRINT-DETAIL-LINE.
           MOVE "LATEST RUN" TO SUM-LABEL.
           STRING VAR-LATEST-DATE DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               VAR-LATEST-SEQ DELIMITED BY SIZE
               INTO SUM-VALUE
           END-STRING.
           PERFORM PRINT-DETAIL-LINE.
           MOVE "PRIOR RUN" TO SUM-LABEL.
           STRING VAR-PRIOR-DATE DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               VAR-PRIOR-SEQ DELIMITED BY SIZE
               INTO SUM-VALUE
           END-STRING.
           PERFORM PRINT-DETAIL-LINE.
           MOVE "RECORD COUNT CHANGE" TO SUM-LABEL.
           MOVE VAR-COUNT-DELTA TO JUSTIFY-WORK.
           PERFORM LEFT-JUSTIFY-WORK.
           MOVE JUSTIFIED-TEXT TO SUM-VALUE.
           PERFORM PRINT-DETAIL-LINE.
           MOVE "TOTAL CHANGE" TO SUM-LABEL.
           MOVE VAR-SUM-DELTA TO JUSTIFY-WORK.
           PERFORM LEFT-JUSTIFY-WORK.
           MOVE JUSTIFIED-TEXT TO SUM-VALUE.
           PERFORM PRINT-DETAIL-LINE.
           MOVE "PERCENT CHANGE" TO SUM-LABEL.
           MOVE VAR-PCT-CHANGE TO JUSTIFY-WORK.
           PERFORM LEFT-JUSTIFY-WORK.
           MOVE JUSTIFIED-TEXT TO SUM-VALUE.
           PERFORM PRINT-DETAIL-LINE.
           MOVE "TOLERANCE CHECK" TO SUM-LABEL.
           MOVE VAR-FLAG TO SUM-VALUE.
           PERFORM PRINT-DETAIL-LINE.
           PERFORM PRINT-BLANK-LINE.

       PRINT-AGING-SECTION.
           MOVE AGING-SLOT TO INPUT-IDX.
           MOVE "FEED ACKNOWLEDGMENT AGING" TO HDG-SECTION-TITLE.
           MOVE AGING-HEADING TO SECTION-HEADING.
           PERFORM START-SECTION.
           IF IN-CURRENT(INPUT-IDX)
               OPEN INPUT AGINGFILE
               IF INPUT-FS NOT = "00"
                   PERFORM ABEND-INPUT-OPEN
               END-IF
               PERFORM READ-AGING-FILE
               PERFORM UNTIL END-OF-INPUT
                   ADD 1 TO INPUT-RECORDS-READ
                   ADD 1 TO SECTION-RECORD-COUNT
                   MOVE AGING-RECORD TO RAW-TEXT
                   PERFORM PRINT-DETAIL-LINE
                   PERFORM READ-AGING-FILE
               END-PERFORM
               CLOSE AGINGFILE
               IF SECTION-RECORD-COUNT = 0
                   MOVE "ALL FEEDS ACKNOWLEDGED - NOTHING OUTSTANDING"
                       TO RAW-TEXT
                   PERFORM PRINT-DETAIL-LINE
               END-IF
           END-IF.

       PRINT-STATUS-SECTION.
           MOVE STATUS-REPORT-SLOT TO INPUT-IDX.
           MOVE "RUN STATUS" TO HDG-SECTION-TITLE.
           MOVE STATUS-HEADING TO SECTION-HEADING.
           PERFORM START-SECTION.
           IF IN-CURRENT(INPUT-IDX)
               OPEN INPUT STATUSREPORTFILE
               IF INPUT-FS NOT = "00"
                   PERFORM ABEND-INPUT-OPEN
               END-IF
               PERFORM READ-STATUS-REPORT
               PERFORM UNTIL END-OF-INPUT
                   ADD 1 TO INPUT-RECORDS-READ
                   IF SRP-HDR-LABEL NOT = "RUN STATUS REPORT FOR"
                       MOVE STATUS-REPORT-RECORD TO RAW-TEXT
                       PERFORM PRINT-DETAIL-LINE
                   END-IF
                   PERFORM READ-STATUS-REPORT
               END-PERFORM
               CLOSE STATUSREPORTFILE
           END-IF.

       PRINT-END-OF-PACKET.
           PERFORM PRINT-BLANK-LINE.
           ADD 1 TO PAGE-NUMBER GIVING EDIT-NUMBER.
           IF LINE-ON-PAGE < PAGE-LINES
               MOVE PAGE-NUMBER TO EDIT-NUMBER
           END-IF.
           PERFORM EDIT-NUMBER-TEXT.
           STRING "*** END OF MANAGEMENT PACKET - " DELIMITED BY SIZE
               JUSTIFIED-TEXT DELIMITED BY SPACE
               " PAGES ***" DELIMITED BY SIZE
               INTO RAW-TEXT
           END-STRING.
           PERFORM PRINT-DETAIL-LINE.

       DISPLAY-PACKET-RESULT.
           PERFORM DISPLAY-INPUT-PROBLEM
               VARYING INPUT-IDX FROM 1 BY 1
               UNTIL INPUT-IDX > INPUT-COUNT.
           DISPLAY "MANAGEMENT PACKET FOR CYCLE " CYCLE-DATE
               " - " PAGE-NUMBER " PAGES, " LINES-PRINTED
               " LINES".
           IF PROBLEM-COUNT > 0
               DISPLAY "PACKET INCOMPLETE - " PROBLEM-COUNT
                   " INPUT(S) MISSING, EMPTY OR NOT FOR THIS CYCLE"
           END-IF.

       DISPLAY-INPUT-PROBLEM.
           IF NOT IN-CURRENT(INPUT-IDX)
               PERFORM BUILD-INPUT-REASON
               DISPLAY "WARNING - " IN-LABEL(INPUT-IDX) " "
                   INPUT-REASON
           END-IF.

       ABEND-INPUT-OPEN.
           DISPLAY "ABEND - OPEN FAILED, FILE STATUS " INPUT-FS
               ": " IN-FILE-NAME(INPUT-IDX).
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

       READ-OUTPUT-FILE.
           READ OUTPUTFILE
               AT END
                   SET END-OF-INPUT TO TRUE
           END-READ.

       READ-ADJUSTED-OUTPUT.
           READ ADJOUTFILE
               AT END
                   SET END-OF-INPUT TO TRUE
           END-READ.

       READ-SUBTOTAL-FILE.
           READ SUBTOTALFILE
               AT END
                   SET END-OF-INPUT TO TRUE
           END-READ.

       READ-STATS-FILE.
           READ STATSFILE
               AT END
                   SET END-OF-INPUT TO TRUE
           END-READ.

       READ-DISCREPANCY-FILE.
           READ DISCREPANCYFILE
               AT END
                   SET END-OF-INPUT TO TRUE
           END-READ.

       READ-DUPLICATE-FILE.
           READ DUPLICATEFILE
               AT END
                   SET END-OF-INPUT TO TRUE
           END-READ.

       READ-BALANCE-FILE.
           READ BALANCEFILE
               AT END
                   SET END-OF-INPUT TO TRUE
           END-READ.

       READ-VARIANCE-FILE.
           READ VARIANCEFILE
               AT END
                   SET END-OF-INPUT TO TRUE
           END-READ.

       READ-AGING-FILE.
           READ AGINGFILE
               AT END
                   SET END-OF-INPUT TO TRUE
           END-READ.

       READ-STATUS-REPORT.
           READ STATUSREPORTFILE
               AT END
                   SET END-OF-INPUT TO TRUE
           END-READ.

       GET-RUN-PARAMETERS.
           PERFORM LOAD-PARM-CARD.
           ACCEPT CYCLE-DATE FROM DATE YYYYMMDD.

           MOVE "AOC_CYCLE_DATE" TO PARM-KEYWORD.
           PERFORM GET-ONE-PARM.
           IF PARM-SUPPLIED
               MOVE PARM-VALUE(1:8) TO NUMERIC-WORK
               PERFORM VALIDATE-NUMERIC-WORK
               IF NOT FIELD-IS-NUMERIC
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
           MOVE "NEXT" TO CAL-FUNCTION.
           MOVE CYCLE-DATE TO CAL-DATE-IN.
           PERFORM CALL-BUSINESS-CALENDAR.
           MOVE CAL-DATE-OUT TO CYCLE-END-DATE.

           MOVE "AOC_OUTPUT_FILE" TO PARM-KEYWORD.
           PERFORM GET-ONE-PARM.
           IF PARM-SUPPLIED
               MOVE PARM-VALUE TO OUTPUT-FILE-NAME
           END-IF.
           MOVE OUTPUT-FILE-NAME TO PARM-ECHO-VALUE.
           PERFORM ECHO-PARM.

           MOVE "AOC_ADJUSTED_OUTPUT_FILE" TO PARM-KEYWORD.
           PERFORM GET-ONE-PARM.
           IF PARM-SUPPLIED
               MOVE PARM-VALUE TO ADJUSTED-OUTPUT-NAME
           END-IF.
           MOVE ADJUSTED-OUTPUT-NAME TO PARM-ECHO-VALUE.
           PERFORM ECHO-PARM.

           MOVE "AOC_SUBTOTAL_FILE" TO PARM-KEYWORD.
           PERFORM GET-ONE-PARM.
           IF PARM-SUPPLIED
               MOVE PARM-VALUE TO SUBTOTAL-FILE-NAME
           END-IF.
           MOVE SUBTOTAL-FILE-NAME TO PARM-ECHO-VALUE.
           PERFORM ECHO-PARM.

           MOVE "AOC_STATS_FILE" TO PARM-KEYWORD.
           PERFORM GET-ONE-PARM.
           IF PARM-SUPPLIED
               MOVE PARM-VALUE TO STATS-FILE-NAME
           END-IF.
           MOVE STATS-FILE-NAME TO PARM-ECHO-VALUE.
           PERFORM ECHO-PARM.

           MOVE "AOC_DISCREPANCY_FILE" TO PARM-KEYWORD.
           PERFORM GET-ONE-PARM.
           IF PARM-SUPPLIED
               MOVE PARM-VALUE TO DISCREPANCY-FILE-NAME
           END-IF.
           MOVE DISCREPANCY-FILE-NAME TO PARM-ECHO-VALUE.
           PERFORM ECHO-PARM.

           MOVE "AOC_DUPLICATE_FILE" TO PARM-KEYWORD.
           PERFORM GET-ONE-PARM.
           IF PARM-SUPPLIED
               MOVE PARM-VALUE TO DUPLICATE-FILE-NAME
           END-IF.
           MOVE DUPLICATE-FILE-NAME TO PARM-ECHO-VALUE.
           PERFORM ECHO-PARM.

           MOVE "AOC_BALANCE_FILE" TO PARM-KEYWORD.
           PERFORM GET-ONE-PARM.
           IF PARM-SUPPLIED
               MOVE PARM-VALUE TO BALANCE-FILE-NAME
           END-IF.
           MOVE BALANCE-FILE-NAME TO PARM-ECHO-VALUE.
           PERFORM ECHO-PARM.

           MOVE "AOC_VARIANCE_FILE" TO PARM-KEYWORD.
           PERFORM GET-ONE-PARM.
           IF PARM-SUPPLIED
               MOVE PARM-VALUE TO VARIANCE-FILE-NAME
           END-IF.
           MOVE VARIANCE-FILE-NAME TO PARM-ECHO-VALUE.
           PERFORM ECHO-PARM.

           MOVE "AOC_ACK_AGING_FILE" TO PARM-KEYWORD.
           PERFORM GET-ONE-PARM.
           IF PARM-SUPPLIED
               MOVE PARM-VALUE TO AGING-FILE-NAME
           END-IF.
           MOVE AGING-FILE-NAME TO PARM-ECHO-VALUE.
           PERFORM ECHO-PARM.

           MOVE "AOC_STATUS_REPORT_FILE" TO PARM-KEYWORD.
           PERFORM GET-ONE-PARM.
           IF PARM-SUPPLIED
               MOVE PARM-VALUE TO STATUS-REPORT-NAME
           END-IF.
           MOVE STATUS-REPORT-NAME TO PARM-ECHO-VALUE.
           PERFORM ECHO-PARM.

           MOVE "AOC_MGMT_PACKET_FILE" TO PARM-KEYWORD.
           PERFORM GET-ONE-PARM.
           IF PARM-SUPPLIED
               MOVE PARM-VALUE TO PACKET-FILE-NAME
           END-IF.
           MOVE PACKET-FILE-NAME TO PARM-ECHO-VALUE.
           PERFORM ECHO-PARM.

           MOVE "AOC_RUN_LOG_FILE" TO PARM-KEYWORD.
           PERFORM GET-ONE-PARM.
           IF PARM-SUPPLIED
               MOVE PARM-VALUE TO RUN-LOG-FILE-NAME
           END-IF.
           MOVE RUN-LOG-FILE-NAME TO PARM-ECHO-VALUE.
           PERFORM ECHO-PARM.

           MOVE "AOC_PACKET_PAGE_LINES" TO PARM-KEYWORD.
           PERFORM GET-ONE-PARM.
           IF PARM-SUPPLIED
               MOVE PARM-VALUE(1:8) TO NUMERIC-WORK
               PERFORM VALIDATE-NUMERIC-WORK
               IF NOT FIELD-IS-NUMERIC
                   OR WORK-NUMBER < 40
                   OR WORK-NUMBER > 999
                   PERFORM ABEND-BAD-PARM-VALUE
               END-IF
               MOVE WORK-NUMBER TO PAGE-LINES
           END-IF.
           MOVE PAGE-LINES TO PARM-ECHO-VALUE.
           PERFORM ECHO-PARM.

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
