       IDENTIFICATION DIVISION.
       PROGRAM-ID. AOC-DAY1-PARTMRG.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT FILELISTFILE ASSIGN TO DYNAMIC INPUT-FILE-LIST-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL
               FILE STATUS IS FLF-FS.

       SELECT PARTSTATFILE ASSIGN TO DYNAMIC PART-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL
               FILE STATUS IS PST-FS.

       SELECT FILESUMMFILE ASSIGN TO DYNAMIC PART-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL
               FILE STATUS IS FSM-FS.

       SELECT PARTFILE ASSIGN TO DYNAMIC PART-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL
               FILE STATUS IS PF-FS.

       SELECT EXCEPTIONFILE ASSIGN TO DYNAMIC EXCEPTION-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL
               FILE STATUS IS EXC-FS.

       SELECT DETAILFILE ASSIGN TO DYNAMIC DETAIL-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL
               FILE STATUS IS DTL-FS.

       SELECT OUTPUTFILE ASSIGN TO DYNAMIC OUTPUT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL
               FILE STATUS IS OUT-FS.

       SELECT SUBTOTALFILE ASSIGN TO DYNAMIC SUBTOTAL-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL
               FILE STATUS IS SUB-FS.

       SELECT RUNHISTFILE ASSIGN TO DYNAMIC RUN-HISTORY-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL
               FILE STATUS IS HIST-FS.

       SELECT DISCREPANCYFILE ASSIGN TO DYNAMIC DISCREPANCY-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL
               FILE STATUS IS DIS-FS.

       SELECT STATSFILE ASSIGN TO DYNAMIC STATS-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL
               FILE STATUS IS STA-FS.

       SELECT DUPLICATEFILE ASSIGN TO DYNAMIC DUPLICATE-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL
               FILE STATUS IS DUP-FS.

       SELECT INTERFACEFILE ASSIGN TO DYNAMIC INTERFACE-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL
               FILE STATUS IS IFC-FS.

       SELECT RUNLOGFILE ASSIGN TO DYNAMIC RUN-LOG-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL
               FILE STATUS IS LOG-FS.

       SELECT FEEDLOGFILE ASSIGN TO DYNAMIC FEED-LOG-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL
               FILE STATUS IS FDL-FS.

       SELECT PROFHISTFILE ASSIGN TO DYNAMIC PROFILE-HISTORY-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL
               FILE STATUS IS PRH-FS.

       SELECT MRGWORKFILE ASSIGN TO DYNAMIC MERGE-WORK-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL
               FILE STATUS IS MGW-FS.

       SELECT EXCCASEFILE ASSIGN TO DYNAMIC CASE-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS EC-CASE-KEY
               FILE STATUS IS EC-FS.

       SELECT SORTMRGFILE ASSIGN TO "SORTWK1".

       DATA DIVISION.

       FILE SECTION.
       FD FILELISTFILE.
       01 FILE-LIST-RECORD.
           05 FL-FILE-NAME PIC X(100).

       FD PARTSTATFILE.
       01 PARTITION-STATUS-RECORD.
           05 PST-CYCLE-DATE     PIC 9(8).
           05 FILLER             PIC X(1).
           05 PST-RUN-DATE       PIC 9(8).
           05 FILLER             PIC X(1).
           05 PST-RUN-TIME       PIC 9(6).
           05 FILLER             PIC X(3).
           05 PST-PARTITION-NUMBER PIC 9(2).
           05 FILLER             PIC X(1).
           05 PST-PARTITION-COUNT PIC 9(2).
           05 FILLER             PIC X(3).
           05 PST-LIST-NAME      PIC X(100).
           05 FILLER             PIC X(3).
           05 PST-GATE-VERDICT   PIC X(8).
           05 FILLER             PIC X(3).
           05 PST-RETURN-CODE    PIC 9(2).
           05 FILLER             PIC X(3).
           05 PST-FILE-COUNT     PIC 9(4).
           05 FILLER             PIC X(1).
           05 PST-RECORD-COUNT   PIC 9(8).
           05 FILLER             PIC X(1).
           05 PST-RUNNING-SUM    PIC 9(8).
           05 FILLER             PIC X(1).
           05 PST-EXCEPTION-COUNT PIC 9(8).
           05 FILLER             PIC X(1).
           05 PST-BYPASSED-COUNT PIC 9(8).
           05 FILLER             PIC X(1).
           05 PST-VENDOR-REJECTS PIC 9(4).
           05 FILLER             PIC X(1).
           05 PST-RECON-STATUS   PIC X(8).
           05 FILLER             PIC X(3).
           05 PST-DISCREPANCY-COUNT PIC 9(8).
           05 FILLER             PIC X(1).
           05 PST-IFC-COUNT      PIC 9(8).
           05 FILLER             PIC X(1).
           05 PST-IFC-HASH       PIC 9(10).
           05 FILLER             PIC X(1).
           05 PST-SCAN-TOTAL     PIC 9(12).

       FD FILESUMMFILE.
       01 FILE-SUMMARY-RECORD.
           05 FSM-FILE-NUM       PIC 9(4).
           05 FILLER             PIC X(3).
           05 FSM-FILE-NAME      PIC X(100).
           05 FILLER             PIC X(3).
           05 FSM-RECORD-COUNT   PIC 9(8).
           05 FILLER             PIC X(3).
           05 FSM-SUBTOTAL-SUM   PIC 9(8).
           05 FILLER             PIC X(3).
           05 FSM-HASH-TOTAL     PIC 9(9).
           05 FILLER             PIC X(3).
           05 FSM-START-COUNT    PIC 9(8).
           05 FILLER             PIC X(3).
           05 FSM-BYPASSED-COUNT PIC 9(8).
           05 FILLER             PIC X(3).
           05 FSM-DIGIT-SUM      PIC 9(8).
           05 FILLER             PIC X(3).
           05 FSM-SPELLED-SUM    PIC 9(8).
           05 FILLER             PIC X(3).
           05 FSM-STATS-COUNT    PIC 9(8).
           05 FILLER             PIC X(1).
           05 FSM-VALUE-COUNT    PIC 9(8).
           05 FILLER             PIC X(1).
           05 FSM-VALUE-TOTAL    PIC 9(10).
           05 FILLER             PIC X(1).
           05 FSM-SCAN-TOTAL     PIC 9(12).
           05 FILLER             PIC X(3).
           05 FSM-MIN-VALUE      PIC 99.
           05 FILLER             PIC X(1).
           05 FSM-MAX-VALUE      PIC 99.
           05 FILLER             PIC X(3).
           05 FSM-CONT-COUNT     PIC 9(8).
           05 FILLER             PIC X(1).
           05 FSM-OVERFLOW-COUNT PIC 9(8).
           05 FILLER             PIC X(3).
           05 FSM-FIRST-DIGIT-FREQS.
               10 FSM-FIRST-ENTRY OCCURS 10 TIMES.
                   15 FSM-FIRST-FREQ  PIC 9(8).
                   15 FILLER          PIC X(1).
           05 FILLER             PIC X(2).
           05 FSM-SECOND-DIGIT-FREQS.
               10 FSM-SECOND-ENTRY OCCURS 10 TIMES.
                   15 FSM-SECOND-FREQ PIC 9(8).
                   15 FILLER          PIC X(1).
           05 FILLER             PIC X(2).
           05 FSM-VALUE-FREQS.
               10 FSM-VALUE-ENTRY OCCURS 99 TIMES.
                   15 FSM-VALUE-FREQ  PIC 9(8).
                   15 FILLER          PIC X(1).

       FD PARTFILE.
       01 PART-DETAIL-RECORD.
           05 PDT-FILE-NAME      PIC X(100).
           05 FILLER             PIC X(3).
           05 PDT-LINE-NUM       PIC X(8).
           05 FILLER             PIC X(3).
           05 PDT-FIRST-DIGIT    PIC X.
           05 FILLER             PIC X(3).
           05 PDT-SECOND-DIGIT   PIC X.
           05 FILLER             PIC X(3).
           05 PDT-LINE-VALUE     PIC X(2).
           05 FILLER             PIC X(3).
           05 PDT-RUNNING-SUM    PIC X(8).
       01 PART-EXCEPTION-RECORD.
           05 PEX-FILE-NAME      PIC X(100).
           05 FILLER             PIC X(3).
           05 PEX-LINE-NUM       PIC X(8).
           05 FILLER             PIC X(3).
           05 PEX-TEXT           PIC X(2000).
       01 PART-DISCREPANCY-RECORD.
           05 PDS-FILE-NAME      PIC X(100).
           05 FILLER             PIC X(3).
           05 PDS-LINE-NUM       PIC X(8).
           05 FILLER             PIC X(3).
           05 PDS-DIGIT-VALUE    PIC X(2).
           05 FILLER             PIC X(3).
           05 PDS-SPELLED-VALUE  PIC X(2).
       01 PART-INTERFACE-RECORD PIC X(160).
       01 PART-PROFILE-RECORD.
           05 FILLER             PIC X(27).
           05 PPR-INPUT-FILE     PIC X(100).
           05 FILLER             PIC X(1171).

       FD EXCEPTIONFILE.
       01 EXCEPTION-RECORD.
           05 EXC-FILE-NAME PIC X(100).
           05 FILLER       PIC X(3) VALUE SPACES.
           05 EXC-LINE-NUM PIC Z(7)9.
           05 FILLER       PIC X(3) VALUE SPACES.
           05 EXC-TEXT     PIC X(2000).

       FD DETAILFILE.
       01 DETAIL-RECORD.
           05 DTL-FILE-NAME   PIC X(100).
           05 FILLER          PIC X(3) VALUE SPACES.
           05 DTL-LINE-NUM    PIC Z(7)9.
           05 FILLER          PIC X(3) VALUE SPACES.
           05 DTL-FIRST-DIGIT PIC X.
           05 FILLER          PIC X(3) VALUE SPACES.
           05 DTL-SECOND-DIGIT PIC X.
           05 FILLER          PIC X(3) VALUE SPACES.
           05 DTL-LINE-VALUE  PIC Z9.
           05 FILLER          PIC X(3) VALUE SPACES.
           05 DTL-RUNNING-SUM PIC Z(7)9.

       FD OUTPUTFILE.
       01 OUTPUT-DATA-RECORD.
           05 OUT-RUN-DATE       PIC 9(8).
           05 FILLER             PIC X(3) VALUE SPACES.
           05 OUT-INPUT-FILE     PIC X(100).
           05 FILLER             PIC X(3) VALUE SPACES.
           05 OUT-RECORD-COUNT   PIC 9(8).
           05 FILLER             PIC X(3) VALUE SPACES.
           05 OUT-RUNNING-SUM    PIC 9(8).
           05 FILLER             PIC X(3) VALUE SPACES.
           05 OUT-RECON-STATUS   PIC X(8).
           05 FILLER             PIC X(3) VALUE SPACES.
           05 OUT-EXCEPTION-COUNT PIC 9(8).
           05 FILLER             PIC X(3) VALUE SPACES.
           05 OUT-EXCEPTION-RATE PIC 9(3).99.
           05 FILLER             PIC X(3) VALUE SPACES.
           05 OUT-GATE-LIMIT     PIC X(12).
           05 FILLER             PIC X(3) VALUE SPACES.
           05 OUT-GATE-VERDICT   PIC X(8).
           05 FILLER             PIC X(3) VALUE SPACES.
           05 OUT-BYPASSED-COUNT PIC 9(8).

       FD SUBTOTALFILE.
       01 SUBTOTAL-RECORD.
           05 SUB-FILE-NUM       PIC Z(3)9.
           05 FILLER             PIC X(3) VALUE SPACES.
           05 SUB-FILE-NAME      PIC X(100).
           05 FILLER             PIC X(3) VALUE SPACES.
           05 SUB-RECORD-COUNT   PIC Z(7)9.
           05 FILLER             PIC X(3) VALUE SPACES.
           05 SUB-SUBTOTAL-SUM   PIC Z(7)9.
           05 FILLER             PIC X(3) VALUE SPACES.
           05 SUB-BYPASSED-COUNT PIC Z(7)9.

       FD RUNHISTFILE.
       01 RUN-HISTORY-RECORD.
           05 HIST-RUN-DATE      PIC 9(8).
           05 FILLER             PIC X(3) VALUE SPACES.
           05 HIST-RUN-SEQ       PIC 9(3).
           05 FILLER             PIC X(3) VALUE SPACES.
           05 HIST-INPUT-FILE    PIC X(100).
           05 FILLER             PIC X(3) VALUE SPACES.
           05 HIST-RECORD-COUNT  PIC 9(8).
           05 FILLER             PIC X(3) VALUE SPACES.
           05 HIST-RUNNING-SUM   PIC 9(8).
           05 FILLER             PIC X(3) VALUE SPACES.
           05 HIST-RECON-STATUS  PIC X(8).
           05 FILLER             PIC X(3) VALUE SPACES.
           05 HIST-EXCEPTION-COUNT PIC 9(8).
           05 FILLER             PIC X(3) VALUE SPACES.
           05 HIST-EXCEPTION-RATE PIC 9(3).99.
           05 FILLER             PIC X(3) VALUE SPACES.
           05 HIST-GATE-LIMIT    PIC X(12).
           05 FILLER             PIC X(3) VALUE SPACES.
           05 HIST-GATE-VERDICT  PIC X(8).
           05 FILLER             PIC X(3) VALUE SPACES.
           05 HIST-BYPASSED-COUNT PIC 9(8).

       FD DISCREPANCYFILE.
       01 DISCREPANCY-RECORD.
           05 DIS-FILE-NAME      PIC X(100).
           05 FILLER             PIC X(3) VALUE SPACES.
           05 DIS-LINE-NUM       PIC Z(7)9.
           05 FILLER             PIC X(3) VALUE SPACES.
           05 DIS-DIGIT-VALUE    PIC Z9.
           05 FILLER             PIC X(3) VALUE SPACES.
           05 DIS-SPELLED-VALUE  PIC Z9.
       01 DISCREPANCY-TOTAL-RECORD.
           05 DIS-TOT-LABEL      PIC X(100).
           05 FILLER             PIC X(3) VALUE SPACES.
           05 DIS-TOT-COUNT      PIC Z(7)9.
           05 FILLER             PIC X(3) VALUE SPACES.
           05 DIS-TOT-DIGIT-SUM  PIC Z(7)9.
           05 FILLER             PIC X(3) VALUE SPACES.
           05 DIS-TOT-SPELLED-SUM PIC Z(7)9.

       FD STATSFILE.
       01 STATS-RECORD.
           05 STAT-LABEL         PIC X(24).
           05 STAT-KEY           PIC Z9.
           05 FILLER             PIC X(4) VALUE SPACES.
           05 STAT-COUNT         PIC Z(7)9.
       01 STATS-DECIMAL-RECORD.
           05 STAT-DEC-LABEL     PIC X(24).
           05 FILLER             PIC X(6) VALUE SPACES.
           05 STAT-DEC-VALUE     PIC ZZZZZ9.99.

       FD DUPLICATEFILE.
       01 DUPLICATE-RECORD.
           05 DUP-FILE-NUM       PIC Z(3)9.
           05 FILLER             PIC X(3) VALUE SPACES.
           05 DUP-FILE-NAME      PIC X(100).
           05 FILLER             PIC X(3) VALUE SPACES.
           05 DUP-MATCH-NUM      PIC Z(3)9.
           05 FILLER             PIC X(3) VALUE SPACES.
           05 DUP-MATCH-NAME     PIC X(100).
           05 FILLER             PIC X(3) VALUE SPACES.
           05 DUP-RECORD-COUNT   PIC Z(7)9.
           05 FILLER             PIC X(3) VALUE SPACES.
           05 DUP-SUBTOTAL-SUM   PIC Z(7)9.
           05 FILLER             PIC X(3) VALUE SPACES.
           05 DUP-MATCH-TYPE     PIC X(8).
           05 FILLER             PIC X(3) VALUE SPACES.
           05 DUP-ACTION         PIC X(8).
       01 DUPLICATE-TOTAL-RECORD.
           05 DUP-TOT-LABEL      PIC X(100).
           05 FILLER             PIC X(3) VALUE SPACES.
           05 DUP-TOT-COUNT      PIC Z(7)9.

       FD INTERFACEFILE.
       01 INTERFACE-RECORD PIC X(160).

       FD FEEDLOGFILE.
       01 FEED-LOG-RECORD.
           05 FDL-FEED-ID        PIC X(8).
           05 FILLER             PIC X(3) VALUE SPACES.
           05 FDL-RUN-DATE       PIC 9(8).
           05 FILLER             PIC X(3) VALUE SPACES.
           05 FDL-RECORD-COUNT   PIC 9(8).
           05 FILLER             PIC X(3) VALUE SPACES.
           05 FDL-HASH-TOTAL     PIC 9(10).

       FD PROFHISTFILE.
       01 PROFILE-HISTORY-RECORD PIC X(1298).

       FD MRGWORKFILE.
       01 MERGE-WORK-RECORD.
           05 MGW-LINE-NUM       PIC 9(8).
           05 MGW-FILE-NAME      PIC X(100).
           05 MGW-FIRST-DIGIT    PIC X.
           05 MGW-SECOND-DIGIT   PIC X.
           05 MGW-VALUE          PIC 99.
           05 MGW-ALT-VALUE      PIC 99.
           05 MGW-TEXT           PIC X(2000).

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

       SD SORTMRGFILE.
       01 SORT-MERGE-RECORD.
           05 SMG-LINE-NUM       PIC 9(8).
           05 SMG-FILE-NAME      PIC X(100).
           05 SMG-FIRST-DIGIT    PIC X.
           05 SMG-SECOND-DIGIT   PIC X.
           05 SMG-VALUE          PIC 99.
           05 SMG-ALT-VALUE      PIC 99.
           05 SMG-TEXT           PIC X(2000).

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
       01 INPUT-FILE-LIST-NAME PIC X(100) VALUE SPACES.
       01 PARTITION-STATUS-NAME PIC X(100) VALUE 'partition.txt'.
       01 FILE-SUMMARY-NAME    PIC X(100) VALUE 'filesumm.dat'.
       01 EXCEPTION-FILE-NAME  PIC X(100) VALUE 'exceptions.txt'.
       01 DETAIL-FILE-NAME     PIC X(100) VALUE 'detail.txt'.
       01 SUBTOTAL-FILE-NAME   PIC X(100) VALUE 'subtotals.txt'.
       01 OUTPUT-FILE-NAME     PIC X(100) VALUE 'output.txt'.
       01 RUN-HISTORY-FILE-NAME PIC X(100) VALUE 'runhistory.txt'.
       01 DISCREPANCY-FILE-NAME PIC X(100)
           VALUE 'discrepancies.txt'.
       01 STATS-FILE-NAME      PIC X(100) VALUE 'stats.txt'.
       01 DUPLICATE-FILE-NAME  PIC X(100) VALUE 'duplicates.txt'.
       01 INTERFACE-FILE-NAME  PIC X(100) VALUE 'interface.txt'.
       01 RUN-LOG-FILE-NAME    PIC X(100) VALUE 'runlog.txt'.
       01 FEED-LOG-FILE-NAME   PIC X(100) VALUE 'feedlog.txt'.
       01 PROFILE-HISTORY-NAME PIC X(100) VALUE 'profhist.txt'.
       01 CASE-FILE-NAME       PIC X(100) VALUE 'excase.dat'.
       01 MERGE-WORK-NAME      PIC X(100) VALUE 'mrgsort.tmp'.
       01 PART-FILE-NAME       PIC X(100) VALUE SPACES.
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
       77 RUN-DATE PIC 9(8).
       77 RUN-SEQ PIC 9(3) VALUE ZERO.

       77 FLF-FS PIC X(2).
       77 PST-FS PIC X(2).
       77 FSM-FS PIC X(2).
       77 PF-FS PIC X(2).
       77 EXC-FS PIC X(2).
       77 DTL-FS PIC X(2).
       77 OUT-FS PIC X(2).
       77 SUB-FS PIC X(2).
       77 HIST-FS PIC X(2).
       77 DIS-FS PIC X(2).
       77 STA-FS PIC X(2).
       77 DUP-FS PIC X(2).
       77 IFC-FS PIC X(2).
       77 LOG-FS PIC X(2).
       77 FDL-FS PIC X(2).
       77 MGW-FS PIC X(2).
       77 PRH-FS PIC X(2).
       77 EC-FS PIC X(2).
       77 LOG-PROGRAM-ID PIC X(18) VALUE "AOC-DAY1-PARTMRG".
       77 LOG-DATE-WORK PIC 9(8).
       77 LOG-TIME-WORK PIC 9(8).
       77 HIST-EOF-SWITCH PIC X VALUE "N".
           88 END-OF-HISTORY VALUE "Y".
       77 FLF-EOF-SWITCH PIC X VALUE "N".
           88 END-OF-FILE-LIST VALUE "Y".
       77 FSM-EOF-SWITCH PIC X VALUE "N".
           88 END-OF-FILE-SUMMARY VALUE "Y".
       77 PART-EOF-SWITCH PIC X VALUE "N".
           88 END-OF-PART-FILE VALUE "Y".
       77 MGW-EOF-SWITCH PIC X VALUE "N".
           88 END-OF-MERGE-WORK VALUE "Y".
       77 WORK-DELETE-STATUS PIC S9(9) BINARY VALUE ZERO.

       77 PARTITION-COUNT PIC 9(2) VALUE ZERO.
       77 PARTITION-IDX PIC 9(2) VALUE ZERO.
       01 PARTITION-SUFFIX.
           05 FILLER              PIC X(2) VALUE ".P".
           05 PARTITION-SUFFIX-NUM PIC 9(2) VALUE ZERO.
       01 PARTITION-NAME-WORK PIC X(100) VALUE SPACES.
       01 PARTITION-NAME-SAVE PIC X(100) VALUE SPACES.
       77 REFUSAL-COUNT PIC 9(4) VALUE ZERO.
       01 PARTITION-REFUSED-TABLE.
           05 PARTITION-REFUSED OCCURS 99 TIMES PIC X VALUE "N".
       77 PARTITION-OK-SWITCH PIC X VALUE "Y".
           88 PARTITION-OK VALUE "Y".
       77 PART-TRAILER-SWITCH PIC X VALUE "N".
           88 PART-TRAILER-SEEN VALUE "Y".
       77 PART-TRAILER-COUNT PIC 9(8) VALUE ZERO.
       01 PART-TRAILER-HASH PIC 9(10) VALUE ZERO.
       77 PARTITION-RECORD-TOTAL PIC 9(8) VALUE ZERO.
       77 PARTITION-EXCEPTION-TOTAL PIC 9(8) VALUE ZERO.
       77 PARTITION-RECON-SWITCH PIC X VALUE "N".
           88 PARTITION-RECON-OK VALUE "O".
           88 PARTITION-RECON-MISMATCH VALUE "M".

       77 FILE-LIMIT PIC 9(4) VALUE 2000.
       77 LIST-ENTRY-COUNT PIC 9(4) VALUE ZERO.
       01 FILE-TABLE.
           05 FILE-ENTRY OCCURS 2000 TIMES.
               10 FT-FILE-NAME     PIC X(100).
               10 FT-PARTITION     PIC 9(2).
               10 FT-LOADED-SWITCH PIC X.
               10 FT-EXCLUDED-SWITCH PIC X.
               10 FT-RECORD-COUNT  PIC 9(8).
               10 FT-SUBTOTAL-SUM  PIC 9(8).
               10 FT-HASH-TOTAL    PIC 9(9).
               10 FT-START-COUNT   PIC 9(8).
               10 FT-BYPASSED-COUNT PIC 9(8).
               10 FT-DIGIT-SUM     PIC 9(8).
               10 FT-SPELLED-SUM   PIC 9(8).
               10 FT-GLOBAL-START  PIC 9(8).
       77 FILE-IDX PIC 9(4) VALUE ZERO.
       77 MATCH-IDX PIC 9(4) VALUE ZERO.
       77 MAP-CURSOR PIC 9(4) VALUE ZERO.
       77 MAP-SWITCH PIC X VALUE "N".
           88 LINE-MAPPED VALUE "Y".
           88 LINE-EXCLUDED VALUE "X".
           88 LINE-UNMAPPED VALUE "N".
       77 LOCAL-LINE-NUM PIC 9(8) VALUE ZERO.
       77 GLOBAL-LINE-NUM PIC 9(8) VALUE ZERO.
       01 MAP-FILE-NAME PIC X(100) VALUE SPACES.
       77 UNMAPPED-COUNT PIC 9(8) VALUE ZERO.
       77 DROPPED-COUNT PIC 9(8) VALUE ZERO.
       77 PROFILE-CURSOR PIC 9(4) VALUE ZERO.
       77 PROFILE-MATCH-SWITCH PIC X VALUE "N".
           88 PROFILE-MATCHED VALUE "Y".
       77 PROFILES-MERGED PIC 9(8) VALUE ZERO.
       77 PROFILES-DROPPED PIC 9(8) VALUE ZERO.

       77 DUPLICATE-COUNT PIC 9(8) VALUE ZERO.
       77 DUPLICATE-ACTION PIC X(4) VALUE "WARN".
           88 COUNT-DUPLICATES-ONCE VALUE "ONCE".
       77 DUP-HANDLED-SWITCH PIC X VALUE "N".
           88 DUPLICATE-HANDLED VALUE "Y".

       77 CONTROL-RECORD-COUNT PIC 9(8) VALUE ZERO.
       77 CONTROL-SUM         PIC 9(8) VALUE ZERO.
       77 CONTROL-SWITCH PIC X VALUE "N".
           88 CONTROL-TOTAL-SUPPLIED VALUE "Y".
       77 RECON-STATUS PIC X(8) VALUE "N/A".

       77 CYCLE-DATE PIC 9(8) VALUE ZERO.
       01 CALENDAR-REQUEST.
           05 CAL-FUNCTION    PIC X(4).
           05 CAL-STATUS      PIC X(2).
           05 CAL-DATE-IN     PIC 9(8).
           05 CAL-DATE-OUT    PIC 9(8).
           05 CAL-DAY-COUNT   PIC 9(5).
           05 CAL-DAY-TYPE    PIC X(8).
           05 CAL-DESCRIPTION PIC X(30).
       77 VENDOR-REJECT-COUNT PIC 9(4) VALUE ZERO.
       77 CASE-TRACKING-SWITCH PIC X VALUE "Y".
           88 CASE-TRACKING-ENABLED VALUE "Y".
       77 CASE-RUN-DATE PIC 9(8) VALUE ZERO.
       77 CASES-OPENED PIC 9(8) VALUE ZERO.
       77 CASES-ALREADY-OPEN PIC 9(8) VALUE ZERO.
       77 CASES-REOPENED PIC 9(8) VALUE ZERO.
       01 CASE-NOTE-WORK PIC X(60) VALUE SPACES.

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

       77 LINE-COUNT PIC 9(8) VALUE ZERO.
       01 RUNNING-SUM PIC 9(8) VALUE ZERO.
       01 DISPLAY-SUM PIC Z(8).
       77 BYPASSED-COUNT PIC 9(8) VALUE ZERO.
       01 DIGIT-RUNNING-SUM PIC 9(8) VALUE ZERO.
       01 SPELLED-RUNNING-SUM PIC 9(8) VALUE ZERO.
       77 DISCREPANCY-COUNT PIC 9(8) VALUE ZERO.
       77 DETAIL-WRITTEN-COUNT PIC 9(8) VALUE ZERO.
       01 DETAIL-RUNNING-SUM PIC 9(8) VALUE ZERO.

       77 EXCEPTION-COUNT PIC 9(8) VALUE ZERO.
       77 EXCEPTION-LIMIT PIC 9(8) VALUE ZERO.
       77 EXCEPTION-LIMIT-SWITCH PIC X VALUE "N".
           88 EXCEPTION-LIMIT-SUPPLIED VALUE "Y".
       77 EXCEPTION-PCT-LIMIT PIC 9(3)V99 VALUE ZERO.
       77 EXCEPTION-PCT-SWITCH PIC X VALUE "N".
           88 EXCEPTION-PCT-SUPPLIED VALUE "Y".
       77 EXCEPTION-RATE PIC 9(3)V99 VALUE ZERO.
       77 GATE-VERDICT PIC X(8) VALUE "CLEAN".
       77 GATE-RETURN-CODE PIC 9(2) VALUE ZERO.
       01 GATE-LIMIT-DISPLAY PIC X(12) VALUE "NONE".
       01 GATE-COUNT-EDIT PIC ZZZZZZZ9.
       01 GATE-PCT-DISPLAY.
           05 GATE-PCT-EDIT PIC ZZ9.99.
           05 FILLER        PIC X(6) VALUE " PCT".
       01 GATE-RATE-EDIT PIC ZZ9.99.
       77 PCT-CHECK-IDX PIC 9(3).
       77 PCT-DOT-COUNT PIC 9(2) VALUE ZERO.
       77 PCT-DIGIT-SWITCH PIC X VALUE "N".
           88 PCT-HAS-DIGIT VALUE "Y".
       77 PCT-ENDED-SWITCH PIC X VALUE "N".
           88 PCT-DIGITS-ENDED VALUE "Y".
       77 PCT-BAD-SWITCH PIC X VALUE "N".
           88 BAD-PCT-VALUE VALUE "Y".

       77 INTERFACE-FEED-ID PIC X(8) VALUE "AOCCAL01".
       77 IFC-RECORD-COUNT PIC 9(8) VALUE ZERO.
       01 IFC-HASH-TOTAL PIC 9(10) VALUE ZERO.
       01 IFC-RUNNING-SUM PIC 9(8) VALUE ZERO.
       77 IFC-LINE-NUM-WORK PIC 9(8).
       77 IFC-VALUE-WORK PIC 99.
       77 IFC-SUM-WORK PIC 9(8).
       77 IFC-COUNT-WORK PIC 9(8).
       77 IFC-HASH-WORK PIC 9(10).
       77 RUN-TIME-WORK PIC 9(8).
       01 IFC-TYPE-X PIC X(2).
       01 IFC-FIELD2-X PIC X(100).
       01 IFC-FIELD3-X PIC X(100).
       01 IFC-FIELD4-X PIC X(100).
       01 IFC-FIELD5-X PIC X(100).

       01 FIRST-DIGIT-FREQ-TABLE.
           05 FIRST-DIGIT-FREQ OCCURS 10 TIMES PIC 9(8)
               VALUE ZERO.
       01 SECOND-DIGIT-FREQ-TABLE.
           05 SECOND-DIGIT-FREQ OCCURS 10 TIMES PIC 9(8)
               VALUE ZERO.
       01 VALUE-FREQ-TABLE.
           05 VALUE-FREQ OCCURS 99 TIMES PIC 9(8) VALUE ZERO.
       77 STATS-LINE-COUNT PIC 9(8) VALUE ZERO.
       77 NO-VALUE-LINE-COUNT PIC 9(8) VALUE ZERO.
       01 TOTAL-SCAN-LENGTH PIC 9(12) VALUE ZERO.
       77 VALUE-LINE-COUNT PIC 9(8) VALUE ZERO.
       01 VALUE-TOTAL PIC 9(10) VALUE ZERO.
       77 MIN-LINE-VALUE PIC 99 VALUE 99.
       77 MAX-LINE-VALUE PIC 99 VALUE ZERO.
       77 MEAN-LINE-VALUE PIC 9(3)V99 VALUE ZERO.
       77 AVG-SCAN-LENGTH PIC 9(6)V99 VALUE ZERO.
       77 CONTINUATION-COUNT PIC 9(8) VALUE ZERO.
       77 TRUE-OVERFLOW-COUNT PIC 9(8) VALUE ZERO.
       77 STAT-IDX PIC 9(3).
       77 STAT-DIGIT PIC 99.

       PROCEDURE DIVISION.
           PERFORM GET-RUN-PARAMETERS.
           PERFORM WRITE-RUN-LOG-START.

           PERFORM VERIFY-ONE-PARTITION
               VARYING PARTITION-IDX FROM 1 BY 1
               UNTIL PARTITION-IDX > PARTITION-COUNT.
           PERFORM LOAD-FILE-LIST.
           PERFORM LOAD-FILE-SUMMARIES.
           IF REFUSAL-COUNT > 0
               PERFORM REFUSE-MERGE
           END-IF.

           PERFORM DETECT-DUPLICATE-FILES.
           PERFORM ASSIGN-GLOBAL-LINE-NUMBERS.
           PERFORM WRITE-SUBTOTAL-FILE.

           SORT SORTMRGFILE
               ON ASCENDING KEY SMG-LINE-NUM
               INPUT PROCEDURE IS RELEASE-DETAIL-RECORDS
               GIVING MRGWORKFILE.
           PERFORM WRITE-MERGED-DETAIL.

           IF CASE-TRACKING-ENABLED
               PERFORM OPEN-EXCEPTION-CASE-FILE
           END-IF.
           SORT SORTMRGFILE
               ON ASCENDING KEY SMG-LINE-NUM
               INPUT PROCEDURE IS RELEASE-EXCEPTION-RECORDS
               GIVING MRGWORKFILE.
           PERFORM WRITE-MERGED-EXCEPTIONS.
           IF CASE-TRACKING-ENABLED
               CLOSE EXCCASEFILE
               DISPLAY "EXCEPTION CASES OPENED  " CASES-OPENED
               DISPLAY "EXCEPTION CASES EXISTING " CASES-ALREADY-OPEN
               DISPLAY "EXCEPTION CASES REOPENED " CASES-REOPENED
           END-IF.

           SORT SORTMRGFILE
               ON ASCENDING KEY SMG-LINE-NUM
               INPUT PROCEDURE IS RELEASE-DISCREPANCY-RECORDS
               GIVING MRGWORKFILE.
           PERFORM WRITE-MERGED-DISCREPANCIES.

           SORT SORTMRGFILE
               ON ASCENDING KEY SMG-LINE-NUM
               INPUT PROCEDURE IS RELEASE-INTERFACE-RECORDS
               GIVING MRGWORKFILE.
           PERFORM WRITE-MERGED-INTERFACE.

           CALL "CBL_DELETE_FILE" USING MERGE-WORK-NAME
               RETURNING WORK-DELETE-STATUS.

           PERFORM MERGE-STATISTICS.
           PERFORM WRITE-STATISTICS-REPORT.
           PERFORM MERGE-FILE-PROFILES.

           IF UNMAPPED-COUNT > 0
               DISPLAY "WARNING - " UNMAPPED-COUNT " PARTITION "
                   "RECORDS DID NOT MATCH ANY LISTED FILE AND WERE "
                   "SKIPPED"
           END-IF.
           IF DROPPED-COUNT > 0
               DISPLAY "EXCLUDED DUPLICATE FILE RECORDS DROPPED: "
                   DROPPED-COUNT
           END-IF.
           IF DETAIL-WRITTEN-COUNT NOT = LINE-COUNT
               OR DETAIL-RUNNING-SUM NOT = RUNNING-SUM
               DISPLAY "WARNING - MERGED DETAIL " DETAIL-WRITTEN-COUNT
                   " RECORDS SUM " DETAIL-RUNNING-SUM
                   " VS FILE SUMMARIES " LINE-COUNT " SUM "
                   RUNNING-SUM
           END-IF.

           MOVE RUNNING-SUM TO DISPLAY-SUM.
           DISPLAY DISPLAY-SUM.

           PERFORM RECONCILE-CONTROL-TOTALS.
           PERFORM EVALUATE-DATA-GATE.
           PERFORM WRITE-OUTPUT-RECORD.
           PERFORM WRITE-RUN-HISTORY.

           DISPLAY "PARTITIONS MERGED " PARTITION-COUNT
               " FILES " LIST-ENTRY-COUNT
               " RECORDS " LINE-COUNT
               " DUPLICATES " DUPLICATE-COUNT.
           MOVE GATE-RETURN-CODE TO RETURN-CODE.
           PERFORM WRITE-RUN-LOG-END.
           STOP RUN.

       VERIFY-ONE-PARTITION.
           MOVE "Y" TO PARTITION-OK-SWITCH.
           MOVE PARTITION-IDX TO PARTITION-SUFFIX-NUM.
           MOVE PARTITION-STATUS-NAME TO PARTITION-NAME-WORK.
           PERFORM BUILD-PARTITION-NAME.
           MOVE PARTITION-NAME-WORK TO PART-FILE-NAME.
           OPEN INPUT PARTSTATFILE.
           EVALUATE PST-FS
               WHEN "00"
                   READ PARTSTATFILE
                       AT END
                           PERFORM REFUSE-PARTITION
                           DISPLAY "  NO STATUS RECORD - PARTITION "
                               "ABENDED OR HAS NOT FINISHED"
                       NOT AT END
                           PERFORM CHECK-PARTITION-STATUS
                   END-READ
                   CLOSE PARTSTATFILE
               WHEN "35"
                   PERFORM REFUSE-PARTITION
                   DISPLAY "  PARTITION STATUS FILE NOT FOUND: "
                       PART-FILE-NAME
               WHEN OTHER
                   DISPLAY "ABEND - OPEN FAILED, FILE STATUS " PST-FS
                       ": " PART-FILE-NAME
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
           IF PARTITION-OK
               PERFORM VERIFY-PARTITION-FEED
           END-IF.
           IF PARTITION-OK
               MOVE DETAIL-FILE-NAME TO PARTITION-NAME-WORK
               PERFORM CHECK-PARTITION-FILE
               MOVE EXCEPTION-FILE-NAME TO PARTITION-NAME-WORK
               PERFORM CHECK-PARTITION-FILE
               MOVE DISCREPANCY-FILE-NAME TO PARTITION-NAME-WORK
               PERFORM CHECK-PARTITION-FILE
               MOVE STATS-FILE-NAME TO PARTITION-NAME-WORK
               PERFORM CHECK-PARTITION-FILE
               MOVE FILE-SUMMARY-NAME TO PARTITION-NAME-WORK
               PERFORM CHECK-PARTITION-FILE
           END-IF.
           IF PARTITION-OK
               DISPLAY "PARTITION " PARTITION-IDX " "
                   PST-GATE-VERDICT " RECORDS " PST-RECORD-COUNT
                   " EXCEPTIONS " PST-EXCEPTION-COUNT
                   " FILES " PST-FILE-COUNT
           END-IF.

       CHECK-PARTITION-STATUS.
           IF PST-PARTITION-NUMBER NOT = PARTITION-IDX
               OR PST-PARTITION-COUNT NOT = PARTITION-COUNT
               PERFORM REFUSE-PARTITION
               DISPLAY "  STATUS IS FOR PARTITION "
                   PST-PARTITION-NUMBER " OF " PST-PARTITION-COUNT
           END-IF.
           IF PST-CYCLE-DATE NOT = CYCLE-DATE
               PERFORM REFUSE-PARTITION
               DISPLAY "  PARTITION RAN FOR CYCLE DATE "
                   PST-CYCLE-DATE ", MERGE IS FOR " CYCLE-DATE
           END-IF.
           IF PST-LIST-NAME NOT = INPUT-FILE-LIST-NAME
               PERFORM REFUSE-PARTITION
               DISPLAY "  PARTITION PROCESSED FILE LIST "
                   PST-LIST-NAME
           END-IF.
           IF PST-GATE-VERDICT = "HELD"
               OR PST-RETURN-CODE >= 8
               PERFORM REFUSE-PARTITION
               DISPLAY "  PARTITION ENDED " PST-GATE-VERDICT
                   " RC " PST-RETURN-CODE
           END-IF.
           IF PARTITION-OK
               ADD PST-RECORD-COUNT TO PARTITION-RECORD-TOTAL
               ADD PST-EXCEPTION-COUNT TO PARTITION-EXCEPTION-TOTAL
               ADD PST-VENDOR-REJECTS TO VENDOR-REJECT-COUNT
               EVALUATE PST-RECON-STATUS
                   WHEN "MISMATCH"
                       SET PARTITION-RECON-MISMATCH TO TRUE
                   WHEN "OK"
                       IF NOT PARTITION-RECON-MISMATCH
                           SET PARTITION-RECON-OK TO TRUE
                       END-IF
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

       VERIFY-PARTITION-FEED.
           MOVE INTERFACE-FILE-NAME TO PARTITION-NAME-WORK.
           PERFORM BUILD-PARTITION-NAME.
           MOVE PARTITION-NAME-WORK TO PART-FILE-NAME.
           MOVE "N" TO PART-TRAILER-SWITCH.
           MOVE "N" TO PART-EOF-SWITCH.
           OPEN INPUT PARTFILE.
           EVALUATE PF-FS
               WHEN "00"
                   PERFORM READ-PART-FILE
                   PERFORM UNTIL END-OF-PART-FILE
                       IF PART-INTERFACE-RECORD(1:2) = "T|"
                           PERFORM PARSE-PARTITION-TRAILER
                       END-IF
                       PERFORM READ-PART-FILE
                   END-PERFORM
                   CLOSE PARTFILE
                   IF NOT PART-TRAILER-SEEN
                       PERFORM REFUSE-PARTITION
                       DISPLAY "  PARTITION FEED HAS NO TRAILER: "
                           PART-FILE-NAME
                   ELSE
                       IF PART-TRAILER-COUNT NOT = PST-IFC-COUNT
                           OR PART-TRAILER-HASH NOT = PST-IFC-HASH
                           PERFORM REFUSE-PARTITION
                           DISPLAY "  PARTITION FEED TRAILER "
                               PART-TRAILER-COUNT "/"
                               PART-TRAILER-HASH
                               " VS STATUS " PST-IFC-COUNT "/"
                               PST-IFC-HASH
                       END-IF
                   END-IF
               WHEN "35"
                   PERFORM REFUSE-PARTITION
                   DISPLAY "  PARTITION FILE NOT FOUND: "
                       PART-FILE-NAME
               WHEN OTHER
                   DISPLAY "ABEND - OPEN FAILED, FILE STATUS " PF-FS
                       ": " PART-FILE-NAME
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

       PARSE-PARTITION-TRAILER.
           SET PART-TRAILER-SEEN TO TRUE.
           MOVE SPACES TO IFC-TYPE-X.
           MOVE SPACES TO IFC-FIELD2-X.
           MOVE SPACES TO IFC-FIELD3-X.
           UNSTRING PART-INTERFACE-RECORD DELIMITED BY "|"
               INTO IFC-TYPE-X IFC-FIELD2-X IFC-FIELD3-X.
           MOVE ZERO TO PART-TRAILER-COUNT.
           MOVE ZERO TO PART-TRAILER-HASH.
           IF IFC-FIELD2-X(1:8) IS NUMERIC
               MOVE IFC-FIELD2-X(1:8) TO PART-TRAILER-COUNT
           END-IF.
           IF IFC-FIELD3-X(1:10) IS NUMERIC
               MOVE IFC-FIELD3-X(1:10) TO PART-TRAILER-HASH
           END-IF.

       CHECK-PARTITION-FILE.
           PERFORM BUILD-PARTITION-NAME.
           MOVE PARTITION-NAME-WORK TO PART-FILE-NAME.
           OPEN INPUT PARTFILE.
           EVALUATE PF-FS
               WHEN "00"
                   CLOSE PARTFILE
               WHEN "35"
                   PERFORM REFUSE-PARTITION
                   DISPLAY "  PARTITION FILE NOT FOUND: "
                       PART-FILE-NAME
               WHEN OTHER
                   DISPLAY "ABEND - OPEN FAILED, FILE STATUS " PF-FS
                       ": " PART-FILE-NAME
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

       REFUSE-PARTITION.
           IF PARTITION-OK
               DISPLAY "MERGE REFUSED - PARTITION " PARTITION-IDX
                   " OF " PARTITION-COUNT
           END-IF.
           IF PARTITION-REFUSED(PARTITION-IDX) NOT = "Y"
               MOVE "Y" TO PARTITION-REFUSED(PARTITION-IDX)
               ADD 1 TO REFUSAL-COUNT
           END-IF.
           MOVE "N" TO PARTITION-OK-SWITCH.

       REFUSE-MERGE.
           DISPLAY "PARTITION MERGE REFUSED - " REFUSAL-COUNT
               " PARTITION(S) MISSING, INCOMPLETE OR HELD; "
               "NOTHING MERGED".
           MOVE "REFUSED" TO GATE-VERDICT.
           MOVE 8 TO RETURN-CODE.
           PERFORM WRITE-RUN-LOG-END.
           STOP RUN.

       BUILD-PARTITION-NAME.
           MOVE PARTITION-NAME-WORK TO PARTITION-NAME-SAVE.
           MOVE SPACES TO PARTITION-NAME-WORK.
           STRING PARTITION-NAME-SAVE DELIMITED BY SPACE
               PARTITION-SUFFIX DELIMITED BY SIZE
               INTO PARTITION-NAME-WORK.

       OPEN-PARTITION-INPUT.
           MOVE PARTITION-IDX TO PARTITION-SUFFIX-NUM.
           PERFORM BUILD-PARTITION-NAME.
           MOVE PARTITION-NAME-WORK TO PART-FILE-NAME.
           MOVE "N" TO PART-EOF-SWITCH.
           MOVE PARTITION-IDX TO MAP-CURSOR.
           OPEN INPUT PARTFILE.
           IF PF-FS NOT = "00"
               DISPLAY "ABEND - OPEN FAILED, FILE STATUS " PF-FS
                   ": " PART-FILE-NAME
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       READ-PART-FILE.
           READ PARTFILE
               AT END
                   SET END-OF-PART-FILE TO TRUE
           END-READ.

       LOAD-FILE-LIST.
           OPEN INPUT FILELISTFILE.
           EVALUATE FLF-FS
               WHEN "00"
                   CONTINUE
               WHEN "35"
                   DISPLAY "ABEND - INPUT FILE LIST NOT FOUND: "
                       INPUT-FILE-LIST-NAME
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               WHEN OTHER
                   DISPLAY "ABEND - OPEN FAILED, FILE STATUS " FLF-FS
                       ": " INPUT-FILE-LIST-NAME
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
           READ FILELISTFILE
               AT END
                   SET END-OF-FILE-LIST TO TRUE
           END-READ.
           PERFORM UNTIL END-OF-FILE-LIST
               IF LIST-ENTRY-COUNT >= FILE-LIMIT
                   DISPLAY "ABEND - FILE LIST HAS MORE THAN "
                       FILE-LIMIT " ENTRIES"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO LIST-ENTRY-COUNT
               MOVE LIST-ENTRY-COUNT TO FILE-IDX
               INITIALIZE FILE-ENTRY(FILE-IDX)
               MOVE FL-FILE-NAME TO FT-FILE-NAME(FILE-IDX)
               COMPUTE FT-PARTITION(FILE-IDX) =
                   FUNCTION MOD(FILE-IDX - 1 PARTITION-COUNT) + 1
               MOVE "N" TO FT-LOADED-SWITCH(FILE-IDX)
               MOVE "N" TO FT-EXCLUDED-SWITCH(FILE-IDX)
               READ FILELISTFILE
                   AT END
                       SET END-OF-FILE-LIST TO TRUE
               END-READ
           END-PERFORM.
           CLOSE FILELISTFILE.

       LOAD-FILE-SUMMARIES.
           PERFORM VARYING PARTITION-IDX FROM 1 BY 1
               UNTIL PARTITION-IDX > PARTITION-COUNT
               MOVE "Y" TO PARTITION-OK-SWITCH
               MOVE PARTITION-IDX TO PARTITION-SUFFIX-NUM
               MOVE FILE-SUMMARY-NAME TO PARTITION-NAME-WORK
               PERFORM BUILD-PARTITION-NAME
               MOVE PARTITION-NAME-WORK TO PART-FILE-NAME
               MOVE "N" TO FSM-EOF-SWITCH
               OPEN INPUT FILESUMMFILE
               IF FSM-FS = "00"
                   READ FILESUMMFILE
                       AT END
                           SET END-OF-FILE-SUMMARY TO TRUE
                   END-READ
                   PERFORM UNTIL END-OF-FILE-SUMMARY
                       PERFORM LOAD-ONE-FILE-SUMMARY
                       READ FILESUMMFILE
                           AT END
                               SET END-OF-FILE-SUMMARY TO TRUE
                       END-READ
                   END-PERFORM
                   CLOSE FILESUMMFILE
               END-IF
           END-PERFORM.
           PERFORM VARYING FILE-IDX FROM 1 BY 1
               UNTIL FILE-IDX > LIST-ENTRY-COUNT
               IF FT-LOADED-SWITCH(FILE-IDX) NOT = "Y"
                   MOVE FT-PARTITION(FILE-IDX) TO PARTITION-IDX
                   MOVE "Y" TO PARTITION-OK-SWITCH
                   PERFORM REFUSE-PARTITION
                   DISPLAY "  LIST ENTRY " FILE-IDX
                       " WAS NOT PROCESSED: " FT-FILE-NAME(FILE-IDX)
               END-IF
           END-PERFORM.

       LOAD-ONE-FILE-SUMMARY.
           MOVE FSM-FILE-NUM TO FILE-IDX.
           IF FSM-FILE-NUM IS NOT NUMERIC
               OR FILE-IDX = 0
               OR FILE-IDX > LIST-ENTRY-COUNT
               PERFORM REFUSE-PARTITION
               DISPLAY "  FILE SUMMARY ENTRY " FSM-FILE-NUM
                   " IS NOT ON THE FILE LIST: " FSM-FILE-NAME
           ELSE
               IF FT-PARTITION(FILE-IDX) NOT = PARTITION-IDX
                   OR FT-FILE-NAME(FILE-IDX) NOT = FSM-FILE-NAME
                   PERFORM REFUSE-PARTITION
                   DISPLAY "  FILE SUMMARY ENTRY " FILE-IDX
                       " DOES NOT MATCH THE FILE LIST: "
                       FSM-FILE-NAME
               ELSE
                   MOVE "Y" TO FT-LOADED-SWITCH(FILE-IDX)
                   MOVE FSM-RECORD-COUNT TO FT-RECORD-COUNT(FILE-IDX)
                   MOVE FSM-SUBTOTAL-SUM TO FT-SUBTOTAL-SUM(FILE-IDX)
                   MOVE FSM-HASH-TOTAL TO FT-HASH-TOTAL(FILE-IDX)
                   MOVE FSM-START-COUNT TO FT-START-COUNT(FILE-IDX)
                   MOVE FSM-BYPASSED-COUNT
                       TO FT-BYPASSED-COUNT(FILE-IDX)
                   MOVE FSM-DIGIT-SUM TO FT-DIGIT-SUM(FILE-IDX)
                   MOVE FSM-SPELLED-SUM TO FT-SPELLED-SUM(FILE-IDX)
               END-IF
           END-IF.

       DETECT-DUPLICATE-FILES.
           OPEN OUTPUT DUPLICATEFILE.
           IF DUP-FS NOT = "00"
               DISPLAY "ABEND - OPEN FAILED, FILE STATUS " DUP-FS
                   ": " DUPLICATE-FILE-NAME
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM VARYING FILE-IDX FROM 2 BY 1
               UNTIL FILE-IDX > LIST-ENTRY-COUNT
               MOVE "N" TO DUP-HANDLED-SWITCH
               PERFORM VARYING MATCH-IDX FROM 1 BY 1
                   UNTIL MATCH-IDX >= FILE-IDX
                   OR DUPLICATE-HANDLED
                   IF FT-RECORD-COUNT(MATCH-IDX)
                       = FT-RECORD-COUNT(FILE-IDX)
                       AND FT-SUBTOTAL-SUM(MATCH-IDX)
                       = FT-SUBTOTAL-SUM(FILE-IDX)
                       PERFORM REPORT-DUPLICATE-FILE
                   END-IF
               END-PERFORM
           END-PERFORM.
           MOVE SPACES TO DUPLICATE-TOTAL-RECORD.
           MOVE "TOTAL DUPLICATE FILES" TO DUP-TOT-LABEL.
           MOVE DUPLICATE-COUNT TO DUP-TOT-COUNT.
           WRITE DUPLICATE-TOTAL-RECORD.
           CLOSE DUPLICATEFILE.

       REPORT-DUPLICATE-FILE.
           SET DUPLICATE-HANDLED TO TRUE.
           ADD 1 TO DUPLICATE-COUNT.
           MOVE SPACES TO DUPLICATE-RECORD.
           MOVE FILE-IDX TO DUP-FILE-NUM.
           MOVE FT-FILE-NAME(FILE-IDX) TO DUP-FILE-NAME.
           MOVE MATCH-IDX TO DUP-MATCH-NUM.
           MOVE FT-FILE-NAME(MATCH-IDX) TO DUP-MATCH-NAME.
           MOVE FT-RECORD-COUNT(FILE-IDX) TO DUP-RECORD-COUNT.
           MOVE FT-SUBTOTAL-SUM(FILE-IDX) TO DUP-SUBTOTAL-SUM.
           IF FT-HASH-TOTAL(MATCH-IDX) = FT-HASH-TOTAL(FILE-IDX)
               MOVE "CONTENT" TO DUP-MATCH-TYPE
           ELSE
               MOVE "SUBTOTAL" TO DUP-MATCH-TYPE
           END-IF.
           IF COUNT-DUPLICATES-ONCE
               AND DUP-MATCH-TYPE = "CONTENT"
               MOVE "EXCLUDED" TO DUP-ACTION
               MOVE "Y" TO FT-EXCLUDED-SWITCH(FILE-IDX)
           ELSE
               MOVE "WARNED" TO DUP-ACTION
           END-IF.
           DISPLAY "WARNING - DUPLICATE INPUT FILE "
               FT-FILE-NAME(FILE-IDX).
           DISPLAY "  MATCHES FILE " MATCH-IDX " "
               FT-FILE-NAME(MATCH-IDX).
           DISPLAY "  MATCH TYPE " DUP-MATCH-TYPE
               " ACTION " DUP-ACTION.
           WRITE DUPLICATE-RECORD.

       ASSIGN-GLOBAL-LINE-NUMBERS.
           PERFORM VARYING FILE-IDX FROM 1 BY 1
               UNTIL FILE-IDX > LIST-ENTRY-COUNT
               MOVE LINE-COUNT TO FT-GLOBAL-START(FILE-IDX)
               IF FT-EXCLUDED-SWITCH(FILE-IDX) NOT = "Y"
                   ADD FT-RECORD-COUNT(FILE-IDX) TO LINE-COUNT
                   ADD FT-SUBTOTAL-SUM(FILE-IDX) TO RUNNING-SUM
                   ADD FT-BYPASSED-COUNT(FILE-IDX) TO BYPASSED-COUNT
                   ADD FT-DIGIT-SUM(FILE-IDX) TO DIGIT-RUNNING-SUM
                   ADD FT-SPELLED-SUM(FILE-IDX)
                       TO SPELLED-RUNNING-SUM
               END-IF
           END-PERFORM.

       WRITE-SUBTOTAL-FILE.
           OPEN OUTPUT SUBTOTALFILE.
           IF SUB-FS NOT = "00"
               DISPLAY "ABEND - OPEN FAILED, FILE STATUS " SUB-FS
                   ": " SUBTOTAL-FILE-NAME
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM VARYING FILE-IDX FROM 1 BY 1
               UNTIL FILE-IDX > LIST-ENTRY-COUNT
               MOVE SPACES TO SUBTOTAL-RECORD
               MOVE FILE-IDX TO SUB-FILE-NUM
               MOVE FT-FILE-NAME(FILE-IDX) TO SUB-FILE-NAME
               MOVE FT-RECORD-COUNT(FILE-IDX) TO SUB-RECORD-COUNT
               MOVE FT-SUBTOTAL-SUM(FILE-IDX) TO SUB-SUBTOTAL-SUM
               MOVE FT-BYPASSED-COUNT(FILE-IDX)
                   TO SUB-BYPASSED-COUNT
               WRITE SUBTOTAL-RECORD
           END-PERFORM.
           CLOSE SUBTOTALFILE.

       MAP-PARTITION-LINE.
           MOVE "N" TO MAP-SWITCH.
           MOVE ZERO TO GLOBAL-LINE-NUM.
           IF MAP-CURSOR > LIST-ENTRY-COUNT
               MOVE PARTITION-IDX TO MAP-CURSOR
           ELSE
               IF LOCAL-LINE-NUM <= FT-START-COUNT(MAP-CURSOR)
                   MOVE PARTITION-IDX TO MAP-CURSOR
               END-IF
           END-IF.
           PERFORM UNTIL MAP-CURSOR > LIST-ENTRY-COUNT
               OR LOCAL-LINE-NUM <= FT-START-COUNT(MAP-CURSOR)
                   + FT-RECORD-COUNT(MAP-CURSOR)
               ADD PARTITION-COUNT TO MAP-CURSOR
           END-PERFORM.
           IF MAP-CURSOR > LIST-ENTRY-COUNT
               ADD 1 TO UNMAPPED-COUNT
           ELSE
               IF MAP-FILE-NAME NOT = FT-FILE-NAME(MAP-CURSOR)
                   ADD 1 TO UNMAPPED-COUNT
               ELSE
                   IF FT-EXCLUDED-SWITCH(MAP-CURSOR) = "Y"
                       ADD 1 TO DROPPED-COUNT
                       SET LINE-EXCLUDED TO TRUE
                   ELSE
                       SET LINE-MAPPED TO TRUE
                       COMPUTE GLOBAL-LINE-NUM = LOCAL-LINE-NUM
                           - FT-START-COUNT(MAP-CURSOR)
                           + FT-GLOBAL-START(MAP-CURSOR)
                   END-IF
               END-IF
           END-IF.

       RELEASE-DETAIL-RECORDS.
           PERFORM VARYING PARTITION-IDX FROM 1 BY 1
               UNTIL PARTITION-IDX > PARTITION-COUNT
               MOVE DETAIL-FILE-NAME TO PARTITION-NAME-WORK
               PERFORM OPEN-PARTITION-INPUT
               PERFORM READ-PART-FILE
               PERFORM UNTIL END-OF-PART-FILE
                   PERFORM RELEASE-ONE-DETAIL
                   PERFORM READ-PART-FILE
               END-PERFORM
               CLOSE PARTFILE
           END-PERFORM.

       RELEASE-ONE-DETAIL.
           MOVE PDT-LINE-NUM TO NUMERIC-WORK.
           PERFORM VALIDATE-NUMERIC-WORK.
           IF FIELD-IS-NUMERIC
               MOVE WORK-NUMBER TO LOCAL-LINE-NUM
               MOVE PDT-FILE-NAME TO MAP-FILE-NAME
               PERFORM MAP-PARTITION-LINE
               IF LINE-MAPPED
                   MOVE SPACES TO SORT-MERGE-RECORD
                   MOVE GLOBAL-LINE-NUM TO SMG-LINE-NUM
                   MOVE PDT-FILE-NAME TO SMG-FILE-NAME
                   MOVE PDT-FIRST-DIGIT TO SMG-FIRST-DIGIT
                   MOVE PDT-SECOND-DIGIT TO SMG-SECOND-DIGIT
                   MOVE SPACES TO NUMERIC-WORK
                   MOVE PDT-LINE-VALUE TO NUMERIC-WORK(1:2)
                   PERFORM VALIDATE-NUMERIC-WORK
                   MOVE WORK-NUMBER TO SMG-VALUE
                   MOVE ZERO TO SMG-ALT-VALUE
                   RELEASE SORT-MERGE-RECORD
               END-IF
           ELSE
               ADD 1 TO UNMAPPED-COUNT
           END-IF.

       WRITE-MERGED-DETAIL.
           OPEN OUTPUT DETAILFILE.
           IF DTL-FS NOT = "00"
               DISPLAY "ABEND - OPEN FAILED, FILE STATUS " DTL-FS
                   ": " DETAIL-FILE-NAME
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM OPEN-MERGE-WORK.
           PERFORM UNTIL END-OF-MERGE-WORK
               ADD 1 TO DETAIL-WRITTEN-COUNT
               ADD MGW-VALUE TO DETAIL-RUNNING-SUM
               MOVE SPACES TO DETAIL-RECORD
               MOVE MGW-FILE-NAME TO DTL-FILE-NAME
               MOVE MGW-LINE-NUM TO DTL-LINE-NUM
               MOVE MGW-FIRST-DIGIT TO DTL-FIRST-DIGIT
               MOVE MGW-SECOND-DIGIT TO DTL-SECOND-DIGIT
               MOVE MGW-VALUE TO DTL-LINE-VALUE
               MOVE DETAIL-RUNNING-SUM TO DTL-RUNNING-SUM
               WRITE DETAIL-RECORD
               PERFORM READ-MERGE-WORK
           END-PERFORM.
           CLOSE MRGWORKFILE.
           CLOSE DETAILFILE.

       RELEASE-EXCEPTION-RECORDS.
           PERFORM VARYING PARTITION-IDX FROM 1 BY 1
               UNTIL PARTITION-IDX > PARTITION-COUNT
               MOVE EXCEPTION-FILE-NAME TO PARTITION-NAME-WORK
               PERFORM OPEN-PARTITION-INPUT
               PERFORM READ-PART-FILE
               PERFORM UNTIL END-OF-PART-FILE
                   PERFORM RELEASE-ONE-EXCEPTION
                   PERFORM READ-PART-FILE
               END-PERFORM
               CLOSE PARTFILE
           END-PERFORM.

       RELEASE-ONE-EXCEPTION.
           MOVE PEX-LINE-NUM TO NUMERIC-WORK.
           PERFORM VALIDATE-NUMERIC-WORK.
           IF FIELD-IS-NUMERIC
               MOVE WORK-NUMBER TO LOCAL-LINE-NUM
               MOVE PEX-FILE-NAME TO MAP-FILE-NAME
               PERFORM MAP-PARTITION-LINE
               IF LINE-MAPPED
                   MOVE SPACES TO SORT-MERGE-RECORD
                   MOVE GLOBAL-LINE-NUM TO SMG-LINE-NUM
                   MOVE PEX-FILE-NAME TO SMG-FILE-NAME
                   MOVE ZERO TO SMG-VALUE
                   MOVE ZERO TO SMG-ALT-VALUE
                   MOVE PEX-TEXT TO SMG-TEXT
                   RELEASE SORT-MERGE-RECORD
               END-IF
           ELSE
               ADD 1 TO UNMAPPED-COUNT
           END-IF.

       WRITE-MERGED-EXCEPTIONS.
           OPEN OUTPUT EXCEPTIONFILE.
           IF EXC-FS NOT = "00"
               DISPLAY "ABEND - OPEN FAILED, FILE STATUS " EXC-FS
                   ": " EXCEPTION-FILE-NAME
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM OPEN-MERGE-WORK.
           PERFORM UNTIL END-OF-MERGE-WORK
               ADD 1 TO EXCEPTION-COUNT
               MOVE SPACES TO EXCEPTION-RECORD
               MOVE MGW-FILE-NAME TO EXC-FILE-NAME
               MOVE MGW-LINE-NUM TO EXC-LINE-NUM
               MOVE MGW-TEXT TO EXC-TEXT
               WRITE EXCEPTION-RECORD
               IF CASE-TRACKING-ENABLED
                   PERFORM OPEN-EXCEPTION-CASE
               END-IF
               PERFORM READ-MERGE-WORK
           END-PERFORM.
           CLOSE MRGWORKFILE.
           CLOSE EXCEPTIONFILE.

       OPEN-EXCEPTION-CASE.
           MOVE SPACES TO EXCEPTION-CASE-RECORD.
           MOVE MGW-FILE-NAME TO EC-FILE-NAME.
           MOVE MGW-LINE-NUM TO EC-LINE-NUM.
           READ EXCCASEFILE
               INVALID KEY
                   MOVE "OPEN" TO EC-STATUS
                   MOVE SPACES TO EC-ANALYST
                   MOVE CASE-RUN-DATE TO EC-OPENED-DATE
                   MOVE CYCLE-DATE TO EC-CYCLE-DATE
                   MOVE CASE-RUN-DATE TO EC-LAST-ACTION-DATE
                   MOVE "OPENED" TO EC-LAST-ACTION
                   MOVE MGW-TEXT TO EC-EXCEPTION-TEXT
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
                       MOVE MGW-TEXT TO EC-EXCEPTION-TEXT
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

       RELEASE-DISCREPANCY-RECORDS.
           PERFORM VARYING PARTITION-IDX FROM 1 BY 1
               UNTIL PARTITION-IDX > PARTITION-COUNT
               MOVE DISCREPANCY-FILE-NAME TO PARTITION-NAME-WORK
               PERFORM OPEN-PARTITION-INPUT
               PERFORM READ-PART-FILE
               PERFORM UNTIL END-OF-PART-FILE
                   IF PDS-FILE-NAME NOT = "TOTALS"
                       PERFORM RELEASE-ONE-DISCREPANCY
                   END-IF
                   PERFORM READ-PART-FILE
               END-PERFORM
               CLOSE PARTFILE
           END-PERFORM.

       RELEASE-ONE-DISCREPANCY.
           MOVE PDS-LINE-NUM TO NUMERIC-WORK.
           PERFORM VALIDATE-NUMERIC-WORK.
           IF FIELD-IS-NUMERIC
               MOVE WORK-NUMBER TO LOCAL-LINE-NUM
               MOVE PDS-FILE-NAME TO MAP-FILE-NAME
               PERFORM MAP-PARTITION-LINE
               IF LINE-MAPPED
                   MOVE SPACES TO SORT-MERGE-RECORD
                   MOVE GLOBAL-LINE-NUM TO SMG-LINE-NUM
                   MOVE PDS-FILE-NAME TO SMG-FILE-NAME
                   MOVE SPACES TO NUMERIC-WORK
                   MOVE PDS-DIGIT-VALUE TO NUMERIC-WORK(1:2)
                   PERFORM VALIDATE-NUMERIC-WORK
                   MOVE WORK-NUMBER TO SMG-VALUE
                   MOVE SPACES TO NUMERIC-WORK
                   MOVE PDS-SPELLED-VALUE TO NUMERIC-WORK(1:2)
                   PERFORM VALIDATE-NUMERIC-WORK
                   MOVE WORK-NUMBER TO SMG-ALT-VALUE
                   RELEASE SORT-MERGE-RECORD
               END-IF
           ELSE
               ADD 1 TO UNMAPPED-COUNT
           END-IF.

       WRITE-MERGED-DISCREPANCIES.
           OPEN OUTPUT DISCREPANCYFILE.
           IF DIS-FS NOT = "00"
               DISPLAY "ABEND - OPEN FAILED, FILE STATUS " DIS-FS
                   ": " DISCREPANCY-FILE-NAME
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM OPEN-MERGE-WORK.
           PERFORM UNTIL END-OF-MERGE-WORK
               ADD 1 TO DISCREPANCY-COUNT
               MOVE SPACES TO DISCREPANCY-RECORD
               MOVE MGW-FILE-NAME TO DIS-FILE-NAME
               MOVE MGW-LINE-NUM TO DIS-LINE-NUM
               MOVE MGW-VALUE TO DIS-DIGIT-VALUE
               MOVE MGW-ALT-VALUE TO DIS-SPELLED-VALUE
               WRITE DISCREPANCY-RECORD
               PERFORM READ-MERGE-WORK
           END-PERFORM.
           CLOSE MRGWORKFILE.
           MOVE SPACES TO DISCREPANCY-TOTAL-RECORD.
           MOVE "TOTALS" TO DIS-TOT-LABEL.
           MOVE DISCREPANCY-COUNT TO DIS-TOT-COUNT.
           MOVE DIGIT-RUNNING-SUM TO DIS-TOT-DIGIT-SUM.
           MOVE SPELLED-RUNNING-SUM TO DIS-TOT-SPELLED-SUM.
           WRITE DISCREPANCY-TOTAL-RECORD.
           CLOSE DISCREPANCYFILE.

       RELEASE-INTERFACE-RECORDS.
           PERFORM VARYING PARTITION-IDX FROM 1 BY 1
               UNTIL PARTITION-IDX > PARTITION-COUNT
               MOVE INTERFACE-FILE-NAME TO PARTITION-NAME-WORK
               PERFORM OPEN-PARTITION-INPUT
               PERFORM READ-PART-FILE
               PERFORM UNTIL END-OF-PART-FILE
                   IF PART-INTERFACE-RECORD(1:2) = "D|"
                       PERFORM RELEASE-ONE-INTERFACE
                   END-IF
                   PERFORM READ-PART-FILE
               END-PERFORM
               CLOSE PARTFILE
           END-PERFORM.

       RELEASE-ONE-INTERFACE.
           MOVE SPACES TO IFC-TYPE-X.
           MOVE SPACES TO IFC-FIELD2-X.
           MOVE SPACES TO IFC-FIELD3-X.
           MOVE SPACES TO IFC-FIELD4-X.
           MOVE SPACES TO IFC-FIELD5-X.
           UNSTRING PART-INTERFACE-RECORD DELIMITED BY "|"
               INTO IFC-TYPE-X IFC-FIELD2-X IFC-FIELD3-X
                   IFC-FIELD4-X IFC-FIELD5-X.
           MOVE IFC-FIELD3-X(1:8) TO NUMERIC-WORK.
           PERFORM VALIDATE-NUMERIC-WORK.
           IF FIELD-IS-NUMERIC
               MOVE WORK-NUMBER TO LOCAL-LINE-NUM
               MOVE IFC-FIELD2-X TO MAP-FILE-NAME
               PERFORM MAP-PARTITION-LINE
               IF LINE-MAPPED
                   MOVE SPACES TO SORT-MERGE-RECORD
                   MOVE GLOBAL-LINE-NUM TO SMG-LINE-NUM
                   MOVE IFC-FIELD2-X TO SMG-FILE-NAME
                   MOVE SPACES TO NUMERIC-WORK
                   MOVE IFC-FIELD4-X(1:2) TO NUMERIC-WORK(1:2)
                   PERFORM VALIDATE-NUMERIC-WORK
                   MOVE WORK-NUMBER TO SMG-VALUE
                   MOVE ZERO TO SMG-ALT-VALUE
                   RELEASE SORT-MERGE-RECORD
               END-IF
           ELSE
               ADD 1 TO UNMAPPED-COUNT
           END-IF.

       WRITE-MERGED-INTERFACE.
           OPEN OUTPUT INTERFACEFILE.
           IF IFC-FS NOT = "00"
               DISPLAY "ABEND - OPEN FAILED, FILE STATUS " IFC-FS
                   ": " INTERFACE-FILE-NAME
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT RUN-TIME-WORK FROM TIME.
           MOVE SPACES TO INTERFACE-RECORD.
           STRING "H|" DELIMITED BY SIZE
               INTERFACE-FEED-ID DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               RUN-DATE DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               RUN-TIME-WORK(1:6) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               INPUT-FILE-LIST-NAME DELIMITED BY SPACE
               INTO INTERFACE-RECORD.
           WRITE INTERFACE-RECORD.
           PERFORM OPEN-MERGE-WORK.
           PERFORM UNTIL END-OF-MERGE-WORK
               ADD 1 TO IFC-RECORD-COUNT
               ADD MGW-VALUE TO IFC-HASH-TOTAL
               ADD MGW-VALUE TO IFC-RUNNING-SUM
               MOVE MGW-LINE-NUM TO IFC-LINE-NUM-WORK
               MOVE MGW-VALUE TO IFC-VALUE-WORK
               MOVE IFC-RUNNING-SUM TO IFC-SUM-WORK
               MOVE SPACES TO INTERFACE-RECORD
               STRING "D|" DELIMITED BY SIZE
                   MGW-FILE-NAME DELIMITED BY SPACE
                   "|" DELIMITED BY SIZE
                   IFC-LINE-NUM-WORK DELIMITED BY SIZE
                   "|" DELIMITED BY SIZE
                   IFC-VALUE-WORK DELIMITED BY SIZE
                   "|" DELIMITED BY SIZE
                   IFC-SUM-WORK DELIMITED BY SIZE
                   INTO INTERFACE-RECORD
               WRITE INTERFACE-RECORD
               PERFORM READ-MERGE-WORK
           END-PERFORM.
           CLOSE MRGWORKFILE.
           MOVE IFC-RECORD-COUNT TO IFC-COUNT-WORK.
           MOVE IFC-HASH-TOTAL TO IFC-HASH-WORK.
           MOVE SPACES TO INTERFACE-RECORD.
           STRING "T|" DELIMITED BY SIZE
               IFC-COUNT-WORK DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               IFC-HASH-WORK DELIMITED BY SIZE
               INTO INTERFACE-RECORD.
           WRITE INTERFACE-RECORD.
           CLOSE INTERFACEFILE.
           PERFORM WRITE-FEED-LOG-RECORD.

       WRITE-FEED-LOG-RECORD.
           OPEN EXTEND FEEDLOGFILE.
           IF FDL-FS = "35"
               OPEN OUTPUT FEEDLOGFILE
           END-IF.
           IF FDL-FS NOT = "00"
               DISPLAY "WARNING - FEED LOG OPEN FAILED, FILE STATUS "
                   FDL-FS ": " FEED-LOG-FILE-NAME
           ELSE
               MOVE SPACES TO FEED-LOG-RECORD
               MOVE INTERFACE-FEED-ID TO FDL-FEED-ID
               MOVE RUN-DATE TO FDL-RUN-DATE
               MOVE IFC-RECORD-COUNT TO FDL-RECORD-COUNT
               MOVE IFC-HASH-TOTAL TO FDL-HASH-TOTAL
               WRITE FEED-LOG-RECORD
               CLOSE FEEDLOGFILE
           END-IF.

       OPEN-MERGE-WORK.
           MOVE "N" TO MGW-EOF-SWITCH.
           OPEN INPUT MRGWORKFILE.
           IF MGW-FS NOT = "00"
               DISPLAY "ABEND - OPEN FAILED, FILE STATUS " MGW-FS
                   ": " MERGE-WORK-NAME
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM READ-MERGE-WORK.

       READ-MERGE-WORK.
           READ MRGWORKFILE
               AT END
                   SET END-OF-MERGE-WORK TO TRUE
           END-READ.

       MERGE-STATISTICS.
           PERFORM VARYING PARTITION-IDX FROM 1 BY 1
               UNTIL PARTITION-IDX > PARTITION-COUNT
               MOVE PARTITION-IDX TO PARTITION-SUFFIX-NUM
               MOVE FILE-SUMMARY-NAME TO PARTITION-NAME-WORK
               PERFORM BUILD-PARTITION-NAME
               MOVE PARTITION-NAME-WORK TO PART-FILE-NAME
               MOVE "N" TO FSM-EOF-SWITCH
               OPEN INPUT FILESUMMFILE
               IF FSM-FS NOT = "00"
                   DISPLAY "ABEND - OPEN FAILED, FILE STATUS " FSM-FS
                       ": " PART-FILE-NAME
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               READ FILESUMMFILE
                   AT END
                       SET END-OF-FILE-SUMMARY TO TRUE
               END-READ
               PERFORM UNTIL END-OF-FILE-SUMMARY
                   MOVE FSM-FILE-NUM TO FILE-IDX
                   IF FT-EXCLUDED-SWITCH(FILE-IDX) NOT = "Y"
                       PERFORM ADD-FILE-STATISTICS
                   END-IF
                   READ FILESUMMFILE
                       AT END
                           SET END-OF-FILE-SUMMARY TO TRUE
                   END-READ
               END-PERFORM
               CLOSE FILESUMMFILE
           END-PERFORM.

       ADD-FILE-STATISTICS.
           ADD FSM-STATS-COUNT TO STATS-LINE-COUNT.
           ADD FSM-VALUE-COUNT TO VALUE-LINE-COUNT.
           ADD FSM-VALUE-TOTAL TO VALUE-TOTAL.
           ADD FSM-SCAN-TOTAL TO TOTAL-SCAN-LENGTH.
           ADD FSM-CONT-COUNT TO CONTINUATION-COUNT.
           ADD FSM-OVERFLOW-COUNT TO TRUE-OVERFLOW-COUNT.
           IF FSM-VALUE-COUNT > 0
               IF FSM-MIN-VALUE < MIN-LINE-VALUE
                   MOVE FSM-MIN-VALUE TO MIN-LINE-VALUE
               END-IF
               IF FSM-MAX-VALUE > MAX-LINE-VALUE
                   MOVE FSM-MAX-VALUE TO MAX-LINE-VALUE
               END-IF
           END-IF.
           PERFORM VARYING STAT-IDX FROM 1 BY 1
               UNTIL STAT-IDX > 10
               ADD FSM-FIRST-FREQ(STAT-IDX)
                   TO FIRST-DIGIT-FREQ(STAT-IDX)
               ADD FSM-SECOND-FREQ(STAT-IDX)
                   TO SECOND-DIGIT-FREQ(STAT-IDX)
           END-PERFORM.
           PERFORM VARYING STAT-IDX FROM 1 BY 1
               UNTIL STAT-IDX > 99
               ADD FSM-VALUE-FREQ(STAT-IDX) TO VALUE-FREQ(STAT-IDX)
           END-PERFORM.

       MERGE-FILE-PROFILES.
           OPEN EXTEND PROFHISTFILE.
           IF PRH-FS = "35"
               OPEN OUTPUT PROFHISTFILE
           END-IF.
           IF PRH-FS NOT = "00"
               DISPLAY "ABEND - OPEN FAILED, FILE STATUS " PRH-FS
                   ": " PROFILE-HISTORY-NAME
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM VARYING PARTITION-IDX FROM 1 BY 1
               UNTIL PARTITION-IDX > PARTITION-COUNT
               MOVE PARTITION-IDX TO PARTITION-SUFFIX-NUM
               MOVE PROFILE-HISTORY-NAME TO PARTITION-NAME-WORK
               PERFORM BUILD-PARTITION-NAME
               MOVE PARTITION-NAME-WORK TO PART-FILE-NAME
               MOVE "N" TO PART-EOF-SWITCH
               MOVE ZERO TO PROFILE-CURSOR
               OPEN INPUT PARTFILE
               EVALUATE PF-FS
                   WHEN "00"
                       PERFORM READ-PART-FILE
                       PERFORM UNTIL END-OF-PART-FILE
                           PERFORM MERGE-ONE-PROFILE
                           PERFORM READ-PART-FILE
                       END-PERFORM
                       CLOSE PARTFILE
                   WHEN "35"
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "ABEND - OPEN FAILED, FILE STATUS "
                           PF-FS ": " PART-FILE-NAME
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
               END-EVALUATE
           END-PERFORM.
           CLOSE PROFHISTFILE.
           DISPLAY "FILE PROFILES MERGED " PROFILES-MERGED
               " DUPLICATES DROPPED " PROFILES-DROPPED.

       MERGE-ONE-PROFILE.
           MOVE "N" TO PROFILE-MATCH-SWITCH.
           COMPUTE FILE-IDX = PROFILE-CURSOR + 1.
           PERFORM UNTIL FILE-IDX > LIST-ENTRY-COUNT
               OR PROFILE-MATCHED
               IF FT-PARTITION(FILE-IDX) = PARTITION-IDX
                   AND FT-FILE-NAME(FILE-IDX) = PPR-INPUT-FILE
                   SET PROFILE-MATCHED TO TRUE
                   MOVE FILE-IDX TO PROFILE-CURSOR
               ELSE
                   ADD 1 TO FILE-IDX
               END-IF
           END-PERFORM.
           IF PROFILE-MATCHED
               AND FT-EXCLUDED-SWITCH(FILE-IDX) = "Y"
               ADD 1 TO PROFILES-DROPPED
           ELSE
               MOVE PART-PROFILE-RECORD TO PROFILE-HISTORY-RECORD
               WRITE PROFILE-HISTORY-RECORD
               ADD 1 TO PROFILES-MERGED
           END-IF.

       WRITE-STATISTICS-REPORT.
           OPEN OUTPUT STATSFILE.
           IF STA-FS NOT = "00"
               DISPLAY "ABEND - OPEN FAILED, FILE STATUS " STA-FS
                   ": " STATS-FILE-NAME
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           IF VALUE-LINE-COUNT > 0
               COMPUTE MEAN-LINE-VALUE ROUNDED =
                   VALUE-TOTAL / VALUE-LINE-COUNT
           END-IF.
           IF STATS-LINE-COUNT > 0
               COMPUTE AVG-SCAN-LENGTH ROUNDED =
                   TOTAL-SCAN-LENGTH / STATS-LINE-COUNT
           END-IF.
           IF VALUE-LINE-COUNT = 0
               MOVE ZERO TO MIN-LINE-VALUE
           END-IF.

           MOVE SPACES TO STATS-RECORD.
           MOVE "LINES PROCESSED" TO STAT-LABEL.
           MOVE STATS-LINE-COUNT TO STAT-COUNT.
           WRITE STATS-RECORD.

           MOVE SPACES TO STATS-RECORD.
           MOVE "LINES WITH VALUES" TO STAT-LABEL.
           MOVE VALUE-LINE-COUNT TO STAT-COUNT.
           WRITE STATS-RECORD.

           COMPUTE NO-VALUE-LINE-COUNT =
               STATS-LINE-COUNT - VALUE-LINE-COUNT.
           MOVE SPACES TO STATS-RECORD.
           MOVE "LINES WITHOUT VALUES" TO STAT-LABEL.
           MOVE NO-VALUE-LINE-COUNT TO STAT-COUNT.
           WRITE STATS-RECORD.

           PERFORM VARYING STAT-IDX FROM 1 BY 1
               UNTIL STAT-IDX > 10
               COMPUTE STAT-DIGIT = STAT-IDX - 1
               MOVE SPACES TO STATS-RECORD
               MOVE "FIRST DIGIT" TO STAT-LABEL
               MOVE STAT-DIGIT TO STAT-KEY
               MOVE FIRST-DIGIT-FREQ(STAT-IDX) TO STAT-COUNT
               WRITE STATS-RECORD
           END-PERFORM.

           PERFORM VARYING STAT-IDX FROM 1 BY 1
               UNTIL STAT-IDX > 10
               COMPUTE STAT-DIGIT = STAT-IDX - 1
               MOVE SPACES TO STATS-RECORD
               MOVE "SECOND DIGIT" TO STAT-LABEL
               MOVE STAT-DIGIT TO STAT-KEY
               MOVE SECOND-DIGIT-FREQ(STAT-IDX) TO STAT-COUNT
               WRITE STATS-RECORD
           END-PERFORM.

           PERFORM VARYING STAT-IDX FROM 1 BY 1
               UNTIL STAT-IDX > 99
               IF VALUE-FREQ(STAT-IDX) > 0
                   MOVE SPACES TO STATS-RECORD
                   MOVE "LINE VALUE" TO STAT-LABEL
                   MOVE STAT-IDX TO STAT-KEY
                   MOVE VALUE-FREQ(STAT-IDX) TO STAT-COUNT
                   WRITE STATS-RECORD
               END-IF
           END-PERFORM.

           MOVE SPACES TO STATS-RECORD.
           MOVE "MINIMUM LINE VALUE" TO STAT-LABEL.
           MOVE MIN-LINE-VALUE TO STAT-COUNT.
           WRITE STATS-RECORD.

           MOVE SPACES TO STATS-RECORD.
           MOVE "MAXIMUM LINE VALUE" TO STAT-LABEL.
           MOVE MAX-LINE-VALUE TO STAT-COUNT.
           WRITE STATS-RECORD.

           MOVE SPACES TO STATS-DECIMAL-RECORD.
           MOVE "MEAN LINE VALUE" TO STAT-DEC-LABEL.
           MOVE MEAN-LINE-VALUE TO STAT-DEC-VALUE.
           WRITE STATS-DECIMAL-RECORD.

           MOVE SPACES TO STATS-DECIMAL-RECORD.
           MOVE "AVERAGE SCAN LENGTH" TO STAT-DEC-LABEL.
           MOVE AVG-SCAN-LENGTH TO STAT-DEC-VALUE.
           WRITE STATS-DECIMAL-RECORD.

           MOVE SPACES TO STATS-RECORD.
           MOVE "CONTINUATION READS" TO STAT-LABEL.
           MOVE CONTINUATION-COUNT TO STAT-COUNT.
           WRITE STATS-RECORD.

           MOVE SPACES TO STATS-RECORD.
           MOVE "TRUE OVERFLOWS" TO STAT-LABEL.
           MOVE TRUE-OVERFLOW-COUNT TO STAT-COUNT.
           WRITE STATS-RECORD.

           CLOSE STATSFILE.

       RECONCILE-CONTROL-TOTALS.
           MOVE "N/A" TO RECON-STATUS.
           EVALUATE TRUE
               WHEN PARTITION-RECON-MISMATCH
                   MOVE "MISMATCH" TO RECON-STATUS
               WHEN PARTITION-RECON-OK
                   MOVE "OK" TO RECON-STATUS
               WHEN OTHER
                   PERFORM RECONCILE-ENV-CONTROL-TOTALS
           END-EVALUATE.

       RECONCILE-ENV-CONTROL-TOTALS.
           IF CONTROL-TOTAL-SUPPLIED
               MOVE "OK" TO RECON-STATUS
               IF CONTROL-RECORD-COUNT > 0
                   AND LINE-COUNT NOT = CONTROL-RECORD-COUNT
                   MOVE "MISMATCH" TO RECON-STATUS
                   DISPLAY "RECONCILIATION WARNING - RECORD COUNT "
                       LINE-COUNT " VS CONTROL "
                       CONTROL-RECORD-COUNT
               END-IF
               IF CONTROL-SUM > 0
                   AND RUNNING-SUM NOT = CONTROL-SUM
                   MOVE "MISMATCH" TO RECON-STATUS
                   DISPLAY "RECONCILIATION WARNING - RUNNING SUM "
                       RUNNING-SUM " VS CONTROL " CONTROL-SUM
               END-IF
           END-IF.

       EVALUATE-DATA-GATE.
           MOVE ZERO TO EXCEPTION-RATE.
           IF LINE-COUNT > 0
               COMPUTE EXCEPTION-RATE ROUNDED =
                   EXCEPTION-COUNT * 100 / LINE-COUNT
                   ON SIZE ERROR
                       MOVE 999.99 TO EXCEPTION-RATE
               END-COMPUTE
           END-IF.

           EVALUATE TRUE
               WHEN EXCEPTION-LIMIT-SUPPLIED
                   AND EXCEPTION-PCT-SUPPLIED
                   MOVE "COUNT+PCT" TO GATE-LIMIT-DISPLAY
               WHEN EXCEPTION-LIMIT-SUPPLIED
                   MOVE EXCEPTION-LIMIT TO GATE-COUNT-EDIT
                   MOVE GATE-COUNT-EDIT TO GATE-LIMIT-DISPLAY
               WHEN EXCEPTION-PCT-SUPPLIED
                   MOVE EXCEPTION-PCT-LIMIT TO GATE-PCT-EDIT
                   MOVE GATE-PCT-DISPLAY TO GATE-LIMIT-DISPLAY
               WHEN OTHER
                   MOVE "NONE" TO GATE-LIMIT-DISPLAY
           END-EVALUATE.

           MOVE "CLEAN" TO GATE-VERDICT.
           MOVE ZERO TO GATE-RETURN-CODE.
           IF EXCEPTION-COUNT > 0
               MOVE "WARNING" TO GATE-VERDICT
               MOVE 4 TO GATE-RETURN-CODE
           END-IF.
           IF (EXCEPTION-LIMIT-SUPPLIED
               AND EXCEPTION-COUNT > EXCEPTION-LIMIT)
               OR (EXCEPTION-PCT-SUPPLIED
               AND EXCEPTION-RATE > EXCEPTION-PCT-LIMIT)
               MOVE "HELD" TO GATE-VERDICT
               MOVE 8 TO GATE-RETURN-CODE
           END-IF.
           IF VENDOR-REJECT-COUNT > 0
               MOVE "HELD" TO GATE-VERDICT
               MOVE 8 TO GATE-RETURN-CODE
               DISPLAY "DATA QUALITY GATE: " VENDOR-REJECT-COUNT
                   " VENDOR FILE(S) REJECTED AT HEADER CHECK"
           END-IF.

           MOVE EXCEPTION-RATE TO GATE-RATE-EDIT.
           DISPLAY "DATA QUALITY GATE: " GATE-VERDICT
               " - " EXCEPTION-COUNT " EXCEPTIONS, RATE "
               GATE-RATE-EDIT " PCT, THRESHOLD "
               GATE-LIMIT-DISPLAY.

       WRITE-OUTPUT-RECORD.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           OPEN OUTPUT OUTPUTFILE.
           IF OUT-FS NOT = "00"
               DISPLAY "ABEND - OPEN FAILED, FILE STATUS " OUT-FS
                   ": " OUTPUT-FILE-NAME
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE SPACES TO OUTPUT-DATA-RECORD.
           MOVE RUN-DATE TO OUT-RUN-DATE.
           MOVE INPUT-FILE-LIST-NAME TO OUT-INPUT-FILE.
           MOVE LINE-COUNT TO OUT-RECORD-COUNT.
           MOVE RUNNING-SUM TO OUT-RUNNING-SUM.
           MOVE RECON-STATUS TO OUT-RECON-STATUS.
           MOVE EXCEPTION-COUNT TO OUT-EXCEPTION-COUNT.
           MOVE EXCEPTION-RATE TO OUT-EXCEPTION-RATE.
           MOVE GATE-LIMIT-DISPLAY TO OUT-GATE-LIMIT.
           MOVE GATE-VERDICT TO OUT-GATE-VERDICT.
           MOVE BYPASSED-COUNT TO OUT-BYPASSED-COUNT.
           WRITE OUTPUT-DATA-RECORD.
           CLOSE OUTPUTFILE.

       WRITE-RUN-HISTORY.
           PERFORM DETERMINE-RUN-SEQUENCE.
           OPEN EXTEND RUNHISTFILE.
           IF HIST-FS = "35"
               OPEN OUTPUT RUNHISTFILE
           END-IF.
           IF HIST-FS NOT = "00"
               DISPLAY "ABEND - OPEN FAILED, FILE STATUS " HIST-FS
                   ": " RUN-HISTORY-FILE-NAME
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE SPACES TO RUN-HISTORY-RECORD.
           MOVE RUN-DATE TO HIST-RUN-DATE.
           MOVE RUN-SEQ TO HIST-RUN-SEQ.
           MOVE INPUT-FILE-LIST-NAME TO HIST-INPUT-FILE.
           MOVE LINE-COUNT TO HIST-RECORD-COUNT.
           MOVE RUNNING-SUM TO HIST-RUNNING-SUM.
           MOVE RECON-STATUS TO HIST-RECON-STATUS.
           MOVE EXCEPTION-COUNT TO HIST-EXCEPTION-COUNT.
           MOVE EXCEPTION-RATE TO HIST-EXCEPTION-RATE.
           MOVE GATE-LIMIT-DISPLAY TO HIST-GATE-LIMIT.
           MOVE GATE-VERDICT TO HIST-GATE-VERDICT.
           MOVE BYPASSED-COUNT TO HIST-BYPASSED-COUNT.
           WRITE RUN-HISTORY-RECORD.
           CLOSE RUNHISTFILE.

       DETERMINE-RUN-SEQUENCE.
           MOVE ZERO TO RUN-SEQ.
           MOVE "N" TO HIST-EOF-SWITCH.
           OPEN INPUT RUNHISTFILE.
           IF HIST-FS = "00"
               READ RUNHISTFILE
                   AT END
                       SET END-OF-HISTORY TO TRUE
               END-READ
               PERFORM UNTIL END-OF-HISTORY
                   IF HIST-RUN-DATE = RUN-DATE
                       AND HIST-RUN-SEQ > RUN-SEQ
                       MOVE HIST-RUN-SEQ TO RUN-SEQ
                   END-IF
                   READ RUNHISTFILE
                       AT END
                           SET END-OF-HISTORY TO TRUE
                   END-READ
               END-PERFORM
               CLOSE RUNHISTFILE
           END-IF.
           ADD 1 TO RUN-SEQ.

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
           MOVE PARTITION-RECORD-TOTAL TO LOG-RECORDS-READ.
           MOVE LINE-COUNT TO LOG-RECORDS-WRITTEN.
           MOVE GATE-VERDICT TO LOG-GATE-VERDICT.
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

       VALIDATE-EXCEPTION-PCT.
           MOVE "N" TO PCT-BAD-SWITCH.
           MOVE "N" TO PCT-DIGIT-SWITCH.
           MOVE "N" TO PCT-ENDED-SWITCH.
           MOVE ZERO TO PCT-DOT-COUNT.
           PERFORM VARYING PCT-CHECK-IDX FROM 1 BY 1
               UNTIL PCT-CHECK-IDX > 100
               OR BAD-PCT-VALUE
               EVALUATE TRUE
                   WHEN ENV-BUFFER(PCT-CHECK-IDX:1) = SPACE
                       IF PCT-HAS-DIGIT
                           SET PCT-DIGITS-ENDED TO TRUE
                       END-IF
                   WHEN PCT-DIGITS-ENDED
                       SET BAD-PCT-VALUE TO TRUE
                   WHEN ENV-BUFFER(PCT-CHECK-IDX:1) = "."
                       ADD 1 TO PCT-DOT-COUNT
                   WHEN ENV-BUFFER(PCT-CHECK-IDX:1) >= "0"
                       AND ENV-BUFFER(PCT-CHECK-IDX:1) <= "9"
                       SET PCT-HAS-DIGIT TO TRUE
                   WHEN OTHER
                       SET BAD-PCT-VALUE TO TRUE
               END-EVALUATE
           END-PERFORM.
           IF NOT PCT-HAS-DIGIT
               OR PCT-DOT-COUNT > 1
               SET BAD-PCT-VALUE TO TRUE
           END-IF.

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
           ELSE
               DISPLAY "ABEND - AOC_PARTITION_COUNT IS REQUIRED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE PARTITION-COUNT TO PARM-ECHO-VALUE.
           PERFORM ECHO-PARM.

           MOVE "AOC_INPUT_FILE_LIST" TO PARM-KEYWORD.
           PERFORM GET-ONE-PARM.
           IF PARM-SUPPLIED
               MOVE PARM-VALUE TO INPUT-FILE-LIST-NAME
           ELSE
               DISPLAY "ABEND - AOC_INPUT_FILE_LIST IS REQUIRED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE INPUT-FILE-LIST-NAME TO PARM-ECHO-VALUE.
           PERFORM ECHO-PARM.

           MOVE "AOC_PARTITION_STATUS_FILE" TO PARM-KEYWORD.
           PERFORM GET-ONE-PARM.
           IF PARM-SUPPLIED
               MOVE PARM-VALUE TO PARTITION-STATUS-NAME
           END-IF.
           MOVE PARTITION-STATUS-NAME TO PARM-ECHO-VALUE.
           PERFORM ECHO-PARM.

           MOVE "AOC_FILE_SUMMARY_FILE" TO PARM-KEYWORD.
           PERFORM GET-ONE-PARM.
           IF PARM-SUPPLIED
               MOVE PARM-VALUE TO FILE-SUMMARY-NAME
           END-IF.
           MOVE FILE-SUMMARY-NAME TO PARM-ECHO-VALUE.
           PERFORM ECHO-PARM.

           MOVE "AOC_EXCEPTION_FILE" TO PARM-KEYWORD.
           PERFORM GET-ONE-PARM.
           IF PARM-SUPPLIED
               MOVE PARM-VALUE TO EXCEPTION-FILE-NAME
           END-IF.
           MOVE EXCEPTION-FILE-NAME TO PARM-ECHO-VALUE.
           PERFORM ECHO-PARM.

           MOVE "AOC_DETAIL_FILE" TO PARM-KEYWORD.
           PERFORM GET-ONE-PARM.
           IF PARM-SUPPLIED
               MOVE PARM-VALUE TO DETAIL-FILE-NAME
           END-IF.
           MOVE DETAIL-FILE-NAME TO PARM-ECHO-VALUE.
           PERFORM ECHO-PARM.

           MOVE "AOC_SUBTOTAL_FILE" TO PARM-KEYWORD.
           PERFORM GET-ONE-PARM.
           IF PARM-SUPPLIED
               MOVE PARM-VALUE TO SUBTOTAL-FILE-NAME
           END-IF.
           MOVE SUBTOTAL-FILE-NAME TO PARM-ECHO-VALUE.
           PERFORM ECHO-PARM.

           MOVE "AOC_OUTPUT_FILE" TO PARM-KEYWORD.
           PERFORM GET-ONE-PARM.
           IF PARM-SUPPLIED
               MOVE PARM-VALUE TO OUTPUT-FILE-NAME
           END-IF.
           MOVE OUTPUT-FILE-NAME TO PARM-ECHO-VALUE.
           PERFORM ECHO-PARM.

           MOVE "AOC_RUN_HISTORY_FILE" TO PARM-KEYWORD.
           PERFORM GET-ONE-PARM.
           IF PARM-SUPPLIED
               MOVE PARM-VALUE TO RUN-HISTORY-FILE-NAME
           END-IF.
           MOVE RUN-HISTORY-FILE-NAME TO PARM-ECHO-VALUE.
           PERFORM ECHO-PARM.

           MOVE "AOC_DISCREPANCY_FILE" TO PARM-KEYWORD.
           PERFORM GET-ONE-PARM.
           IF PARM-SUPPLIED
               MOVE PARM-VALUE TO DISCREPANCY-FILE-NAME
           END-IF.
           MOVE DISCREPANCY-FILE-NAME TO PARM-ECHO-VALUE.
           PERFORM ECHO-PARM.

           MOVE "AOC_STATS_FILE" TO PARM-KEYWORD.
           PERFORM GET-ONE-PARM.
           IF PARM-SUPPLIED
               MOVE PARM-VALUE TO STATS-FILE-NAME
           END-IF.
           MOVE STATS-FILE-NAME TO PARM-ECHO-VALUE.
           PERFORM ECHO-PARM.

           MOVE "AOC_DUPLICATE_FILE" TO PARM-KEYWORD.
           PERFORM GET-ONE-PARM.
           IF PARM-SUPPLIED
               MOVE PARM-VALUE TO DUPLICATE-FILE-NAME
           END-IF.
           MOVE DUPLICATE-FILE-NAME TO PARM-ECHO-VALUE.
           PERFORM ECHO-PARM.

           MOVE "AOC_INTERFACE_FILE" TO PARM-KEYWORD.
           PERFORM GET-ONE-PARM.
           IF PARM-SUPPLIED
               MOVE PARM-VALUE TO INTERFACE-FILE-NAME
           END-IF.
           MOVE INTERFACE-FILE-NAME TO PARM-ECHO-VALUE.
           PERFORM ECHO-PARM.

           MOVE "AOC_DUPLICATE_ACTION" TO PARM-KEYWORD.
           PERFORM GET-ONE-PARM.
           IF PARM-SUPPLIED
               AND (PARM-VALUE(1:4) = "ONCE"
               OR PARM-VALUE(1:4) = "once")
               MOVE "ONCE" TO DUPLICATE-ACTION
           END-IF.
           MOVE DUPLICATE-ACTION TO PARM-ECHO-VALUE.
           PERFORM ECHO-PARM.

           MOVE "AOC_CONTROL_RECORD_COUNT" TO PARM-KEYWORD.
           PERFORM GET-ONE-PARM.
           IF PARM-SUPPLIED
               MOVE PARM-VALUE(1:8) TO NUMERIC-WORK
               PERFORM VALIDATE-NUMERIC-WORK
               IF NOT FIELD-IS-NUMERIC
                   PERFORM ABEND-BAD-PARM-VALUE
               END-IF
               MOVE WORK-NUMBER TO CONTROL-RECORD-COUNT
               MOVE "Y" TO CONTROL-SWITCH
           END-IF.
           MOVE CONTROL-RECORD-COUNT TO PARM-ECHO-VALUE.
           PERFORM ECHO-PARM.

           MOVE "AOC_CONTROL_SUM" TO PARM-KEYWORD.
           PERFORM GET-ONE-PARM.
           IF PARM-SUPPLIED
               MOVE PARM-VALUE(1:8) TO NUMERIC-WORK
               PERFORM VALIDATE-NUMERIC-WORK
               IF NOT FIELD-IS-NUMERIC
                   PERFORM ABEND-BAD-PARM-VALUE
               END-IF
               MOVE WORK-NUMBER TO CONTROL-SUM
               MOVE "Y" TO CONTROL-SWITCH
           END-IF.
           MOVE CONTROL-SUM TO PARM-ECHO-VALUE.
           PERFORM ECHO-PARM.

           MOVE "AOC_EXCEPTION_LIMIT" TO PARM-KEYWORD.
           PERFORM GET-ONE-PARM.
           IF PARM-SUPPLIED
               MOVE PARM-VALUE(1:8) TO NUMERIC-WORK
               PERFORM VALIDATE-NUMERIC-WORK
               IF NOT FIELD-IS-NUMERIC
                   PERFORM ABEND-BAD-PARM-VALUE
               END-IF
               MOVE WORK-NUMBER TO EXCEPTION-LIMIT
               MOVE "Y" TO EXCEPTION-LIMIT-SWITCH
           END-IF.
           MOVE EXCEPTION-LIMIT TO PARM-ECHO-VALUE.
           PERFORM ECHO-PARM.

           MOVE "AOC_EXCEPTION_PCT" TO PARM-KEYWORD.
           PERFORM GET-ONE-PARM.
           IF PARM-SUPPLIED
               MOVE PARM-VALUE TO ENV-BUFFER
               PERFORM VALIDATE-EXCEPTION-PCT
               IF BAD-PCT-VALUE
                   PERFORM ABEND-BAD-PARM-VALUE
               END-IF
               COMPUTE EXCEPTION-PCT-LIMIT =
                   FUNCTION NUMVAL(ENV-BUFFER)
               MOVE "Y" TO EXCEPTION-PCT-SWITCH
           END-IF.
           MOVE PARM-VALUE TO PARM-ECHO-VALUE.
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

           MOVE "AOC_RUN_LOG_FILE" TO PARM-KEYWORD.
           PERFORM GET-ONE-PARM.
           IF PARM-SUPPLIED
               MOVE PARM-VALUE TO RUN-LOG-FILE-NAME
           END-IF.
           MOVE RUN-LOG-FILE-NAME TO PARM-ECHO-VALUE.
           PERFORM ECHO-PARM.

           MOVE "AOC_FEED_LOG_FILE" TO PARM-KEYWORD.
           PERFORM GET-ONE-PARM.
           IF PARM-SUPPLIED
               MOVE PARM-VALUE TO FEED-LOG-FILE-NAME
           END-IF.
           MOVE FEED-LOG-FILE-NAME TO PARM-ECHO-VALUE.
           PERFORM ECHO-PARM.

           MOVE "AOC_PROFILE_HISTORY_FILE" TO PARM-KEYWORD.
           PERFORM GET-ONE-PARM.
           IF PARM-SUPPLIED
               MOVE PARM-VALUE TO PROFILE-HISTORY-NAME
           END-IF.
           MOVE PROFILE-HISTORY-NAME TO PARM-ECHO-VALUE.
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
