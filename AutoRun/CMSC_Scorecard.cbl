       IDENTIFICATION DIVISION.
       PROGRAM-ID. Comol-Score.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * /\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\
      * /\          FILE HANDLES          /\
      * /\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\
      * Nightly per-preset scorecard. A production night leaves its
      * verdicts spread over six files - Catalog.txt, QAReport.txt,
      * SpecReport.txt, VerifyReport.txt, AbendLog.txt and
      * OpsReport.txt - each in its own layout, so the morning
      * shift matches a preset across them by hand. This program
      * does the matching: by preset name against the library and
      * the catalog, by output path against every report, and
      * writes one row per preset with the render status, duration,
      * QA peak/RMS/DC verdicts, spectral pitch error and aliasing
      * flag, golden-compare result and any abend of the night. It
      * also reports the reconciliation breaks - a library preset
      * with no catalog row, a rendered catalog row with no QA line,
      * an output on disk that no report mentions - lists failing
      * presets first, and ends with counts by failure type.
      *
      * Nothing here is rewritten: every input is only read, and a
      * missing report is itself reported, not abended on.
           SELECT PRESET-LIBRARY-FILE ASSIGN TO
           "path/to/PresetLibrary.dat"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS PL-FILE-STATUS.
      * The nightly batch's catalog, rewritten whole each batch.
           SELECT CATALOG-FILE ASSIGN TO
           "path/to/Catalog.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CT-FILE-STATUS.
      * The QA and spectral reports are appended run after run; the
      * last line for a path is the scan of the file now on disk.
           SELECT OPTIONAL QA-REPORT-FILE ASSIGN TO
           "path/to/QAReport.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS QA-FILE-STATUS.
           SELECT OPTIONAL SPEC-REPORT-FILE ASSIGN TO
           "path/to/SpecReport.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SP-FILE-STATUS.
      * Rewritten whole by each Comol-Verify run.
           SELECT VERIFY-REPORT-FILE ASSIGN TO
           "path/to/VerifyReport.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS VR-FILE-STATUS.
      * Comol-Job's report of the night's chain. Its step start
      * stamps say when the night began, which is how the abend
      * log is cut down to tonight's records.
           SELECT OPS-REPORT-FILE ASSIGN TO
           "path/to/OpsReport.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS OP-FILE-STATUS.
      * Comol-1's register of outputs written - the list of outputs
      * that should be on disk, whichever night rendered them.
           SELECT OPTIONAL PROVENANCE-FILE ASSIGN TO
           "path/to/Provenance.dat"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS PV-FILE-STATUS.
      * Open-only existence check on an output path. ASSIGN TO
      * DYNAMIC so the one handle serves every path.
           SELECT PROBE-FILE ASSIGN TO DYNAMIC PROBE-PATH
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS PROBE-FILE-STATUS.
           SELECT SCORECARD-FILE ASSIGN TO
           "path/to/Scorecard.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SR-FILE-STATUS.
      * Common abend diagnostics log, shared with every program in
      * this system. Read here for the night's abends, and written
      * to by REPORT-IO-FAILURE like everywhere else.
           SELECT OPTIONAL ABEND-LOG-FILE ASSIGN TO
           "path/to/AbendLog.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS AB-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
      * Comol-1's PRESET-RECORD - only the name is used here.
       FD  PRESET-LIBRARY-FILE.
       01  PRESET-RECORD.
           05  PL-PRESET-NAME      PIC X(20).
           05  PL-PATCH-IMAGE      PIC X(208).

      * Comol-1's catalog line: name in 1-20, frequency in 23-31,
      * duration in 34-43, output path from 46, or the name
      * followed by a SKIPPED / RETIRED verdict.
       FD  CATALOG-FILE.
       01  CATALOG-RECORD          PIC X(132).

       FD  QA-REPORT-FILE.
       01  QA-REPORT-RECORD        PIC X(160).

       FD  SPEC-REPORT-FILE.
       01  SPEC-REPORT-RECORD      PIC X(160).

       FD  VERIFY-REPORT-FILE.
       01  VERIFY-REPORT-RECORD    PIC X(160).

       FD  OPS-REPORT-FILE.
       01  OPS-REPORT-RECORD       PIC X(160).

      * Comol-1's PROVENANCE-RECORD.
       FD  PROVENANCE-FILE.
       01  PROVENANCE-RECORD.
           05  PV-OUT-PATH         PIC X(60).
           05  PV-RUN-STAMP        PIC X(14).
           05  PV-RUN-MODE         PIC 9(1).
           05  PV-PRESET-NAME      PIC X(20).
           05  PV-PATCH-PRINT      PIC 9(9).
           05  PV-SEQUENCE-PATH    PIC X(60).
           05  PV-SEQUENCE-SUM     PIC 9(9).
           05  PV-TUNING-PATH      PIC X(60).
           05  PV-TUNING-SUM       PIC 9(9).
           05  PV-KEYMAP-PATH      PIC X(60).
           05  PV-KEYMAP-SUM       PIC 9(9).
           05  PV-AUTOMATION-PATH  PIC X(60).
           05  PV-AUTOMATION-SUM   PIC 9(9).
           05  PV-SOURCE-COUNT     PIC 9(2).
           05  PV-SOURCE OCCURS 19 TIMES.
               10  PV-SRC-ROLE     PIC X(6).
               10  PV-SRC-PATH     PIC X(60).
               10  PV-SRC-SUM      PIC 9(9).

       FD  PROBE-FILE.
       01  PROBE-BYTE              PIC X(1).

       FD  SCORECARD-FILE.
       01  SCORECARD-RECORD        PIC X(160).

      * One free-form text line per I/O failure. See
      * REPORT-IO-FAILURE.
       FD  ABEND-LOG-FILE.
       01  ABEND-LOG-RECORD        PIC X(160).

       WORKING-STORAGE SECTION.
       01  SCORE-DATE-TIME     PIC X(21).
      * /\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\
      * /\      JOB / FILE CONTROL         /\
      * /\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\
       01  SCORE-JOB-CONTROL.
           05  PL-FILE-STATUS      PIC X(2) VALUE "00".
           05  CT-FILE-STATUS      PIC X(2) VALUE "00".
           05  QA-FILE-STATUS      PIC X(2) VALUE "00".
           05  SP-FILE-STATUS      PIC X(2) VALUE "00".
           05  VR-FILE-STATUS      PIC X(2) VALUE "00".
           05  OP-FILE-STATUS      PIC X(2) VALUE "00".
           05  PV-FILE-STATUS      PIC X(2) VALUE "00".
           05  PROBE-FILE-STATUS   PIC X(2) VALUE "00".
           05  SR-FILE-STATUS      PIC X(2) VALUE "00".
           05  AB-FILE-STATUS      PIC X(2) VALUE "00".
           05  SCO-EOF-SWITCH      PIC 9(1) VALUE 0.
      * One byte per input, 1 = read. A report that was not there
      * is named in the heading so an empty column is explained.
           05  LIBRARY-READ-SW     PIC 9(1) VALUE 0.
           05  CATALOG-READ-SW     PIC 9(1) VALUE 0.
           05  QA-READ-SW          PIC 9(1) VALUE 0.
           05  SPEC-READ-SW        PIC 9(1) VALUE 0.
           05  VERIFY-READ-SW      PIC 9(1) VALUE 0.
           05  OPS-READ-SW         PIC 9(1) VALUE 0.
           05  REGISTER-READ-SW    PIC 9(1) VALUE 0.
           05  ABEND-READ-SW       PIC 9(1) VALUE 0.
       01  DYNAMIC-FILE-PATHS.
           05  PROBE-PATH          PIC X(60).

      * /\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\
      * /\      ABEND DIAGNOSTICS          /\
      * /\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\
      * Filled by the failing site, written by REPORT-IO-FAILURE.
      * Return-code classes match Comol-1's: 8 = bad input data,
      * 12 = environment, 16 = storage or system fault.
       01  ABEND-DIAG-VARS.
           05  ABEND-FILE-NAME     PIC X(20).
           05  ABEND-PARAGRAPH     PIC X(30).
           05  ABEND-STATUS-CODE   PIC X(2).
           05  ABEND-COUNT-EDIT    PIC Z(8)9.
           05  ABEND-RC            PIC 9(2).
           05  ABEND-PTR           PIC 9(3).
       01  ABEND-TIME-STAMP    PIC X(21).

      * /\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\
      * /\      THE NIGHT                  /\
      * /\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\
      * NIGHT-START is the earliest step START= stamp on the ops
      * report, YYYYMMDDHHMMSS. With no ops report the night is
      * taken to have begun at midnight the day before this run.
       01  NIGHT-VARS.
           05  NIGHT-START         PIC X(14) VALUE SPACES.
           05  NIGHT-FROM-OPS-SW   PIC 9(1) VALUE 0.
           05  NIGHT-WORK-DATE     PIC 9(8).
           05  STEP-STAMP          PIC X(14).
           05  ABEND-LINE-STAMP    PIC X(14).
           05  ABEND-PROGRAM       PIC X(20).

      * /\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\
      * /\      SCORE TABLE (UP TO 1000)   /\
      * /\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\
      * One entry per preset or output. ORIGIN 1 = library preset,
      * 2 = catalog row whose name is not in the library (a retired
      * preset, or a library edited since the batch), 3 = output
      * known only from the register - shown only when it is a
      * break. A library preset with no catalog row carries the
      * path the batch would have written, "path/to/<name>.wav",
      * so a report naming that path still finds it.
      * RENDER-STATUS: RENDERED, CARRIED, SKIPPED, RETIRED,
      * NO ROW (library preset the catalog never reached), or
      * ON DISK (an output only the register knows of).
       01  SCORE-TABLE-VARS   USAGE COMP-5.
           05  SCORE-COUNT         PIC 9(4) VALUE 0.
           05  SCORE-IDX           PIC 9(4).
           05  SCORE-SCAN          PIC 9(4).
           05  SCORE-FOUND         PIC 9(4).
           05  SCORE-DROP-COUNT    PIC 9(5) VALUE 0.
           05  FAIL-IDX            PIC 9(2).
           05  WRITE-PASS          PIC 9(1).
       01  SCORE-TABLE.
           05  SCORE-ENTRY OCCURS 1000 TIMES.
               10  SE-PRESET-NAME      PIC X(20).
               10  SE-OUT-PATH         PIC X(60).
               10  SE-ORIGIN           PIC 9(1).
               10  SE-RENDER-STATUS    PIC X(8).
               10  SE-DURATION         PIC X(10).
               10  SE-MENTION-SW       PIC 9(1).
               10  SE-QA-SW            PIC 9(1).
               10  SE-PEAK-TEXT        PIC X(7).
               10  SE-RMS-TEXT         PIC X(7).
               10  SE-DC-TEXT          PIC X(8).
               10  SE-QA-FLAGS         PIC X(24).
               10  SE-SPEC-SW          PIC 9(1).
               10  SE-CENTS-TEXT       PIC X(9).
               10  SE-SPEC-FLAGS       PIC X(24).
               10  SE-GOLDEN           PIC X(4).
               10  SE-GOLDEN-REASON    PIC X(40).
               10  SE-ABEND-TEXT       PIC X(100).
               10  SE-SHOW-SW          PIC 9(1).
               10  SE-FAILED-SW        PIC 9(1).
               10  SE-FAIL-SW          PIC 9(1) OCCURS 11 TIMES.

      * /\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\
      * /\      FAILURE TYPES              /\
      * /\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\
      * The order here is the order of the closing counts and of
      * the FAILS list on each failing row.
       01  FAIL-TYPE-TABLE.
           05  FILLER PIC X(30) VALUE "SKIPPED - FAILED VALIDATION   ".
           05  FILLER PIC X(30) VALUE "BREAK - NO CATALOG ROW        ".
           05  FILLER PIC X(30) VALUE "BREAK - NO QA LINE            ".
           05  FILLER PIC X(30) VALUE "BREAK - OUTPUT NOT REPORTED   ".
           05  FILLER PIC X(30) VALUE "QA PEAK                       ".
           05  FILLER PIC X(30) VALUE "QA RMS                        ".
           05  FILLER PIC X(30) VALUE "QA DC OFFSET                  ".
           05  FILLER PIC X(30) VALUE "PITCH ERROR                   ".
           05  FILLER PIC X(30) VALUE "ALIASING                      ".
           05  FILLER PIC X(30) VALUE "GOLDEN COMPARE FAILED         ".
           05  FILLER PIC X(30) VALUE "ABEND                         ".
       01  FILLER REDEFINES FAIL-TYPE-TABLE.
           05  FAIL-TYPE-NAME      PIC X(30) OCCURS 11 TIMES.
       01  FAIL-COUNT-VARS    USAGE COMP-5.
           05  FAIL-TYPE-COUNT     PIC 9(5) OCCURS 11 TIMES.
           05  FAILED-ROW-COUNT    PIC 9(5) VALUE 0.
           05  CLEAN-ROW-COUNT     PIC 9(5) VALUE 0.
           05  LOOSE-ABEND-COUNT   PIC 9(5) VALUE 0.
           05  NIGHT-ABEND-COUNT   PIC 9(5) VALUE 0.

      * Abends of the night that no preset can be tied to - any
      * program but Comol-1, or a Comol-1 abend after the catalog
      * was complete. Listed after the rows, never dropped.
       01  LOOSE-ABEND-TABLE.
           05  LOOSE-ABEND-LINE    PIC X(100) OCCURS 50 TIMES.

      * /\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\
      * /\      LINE PARSING               /\
      * /\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\
      * Every report line starts with its output path, ended by the
      * first space. The measurements are found by their KEY= tags
      * rather than by column, the way Comol-Export reads the QA
      * flags, so a longer path does not shift what is read.
       01  LINE-PARSE-VARS.
           05  LINE-PATH           PIC X(60).
           05  LINE-POS            PIC 9(3) COMP-5.
           05  LINE-HIT-COUNT      PIC 9(3) COMP-5.
           05  FLAG-HIT-COUNT      PIC 9(3) COMP-5.
           05  CATALOG-NAME        PIC X(20).

      * Work fields for the report lines.
       01  SCORE-REPORT-VARS.
           05  SRP-PTR             PIC 9(3).
           05  SRP-COUNT           PIC ZZZZ9.
           05  SRP-RESULT          PIC X(4).
           05  SRP-PEAK-VERDICT    PIC X(6).
           05  SRP-RMS-VERDICT     PIC X(6).
           05  SRP-DC-VERDICT      PIC X(5).
           05  SRP-PITCH-VERDICT   PIC X(5).
           05  SRP-ALIAS-VERDICT   PIC X(5).
           05  SRP-GOLDEN-VERDICT  PIC X(6).
           05  SRP-ABEND-VERDICT   PIC X(5).

       PROCEDURE DIVISION.

       MAIN-LOGIC.
           DISPLAY "COMOL-SCORE  NIGHTLY PRESET SCORECARD".
           OPEN OUTPUT SCORECARD-FILE.
           IF SR-FILE-STATUS NOT = "00"
               MOVE "SCORECARD-FILE" TO ABEND-FILE-NAME
               MOVE "MAIN-LOGIC" TO ABEND-PARAGRAPH
               MOVE SR-FILE-STATUS TO ABEND-STATUS-CODE
               MOVE 0 TO ABEND-COUNT-EDIT
               PERFORM REPORT-IO-FAILURE
           END-IF.
           INITIALIZE FAIL-COUNT-VARS.
           PERFORM WRITE-SCORE-HEADING.
           PERFORM READ-OPS-REPORT.
           IF NIGHT-FROM-OPS-SW = 0
               PERFORM SET-DEFAULT-NIGHT-START
           END-IF.

           PERFORM LOAD-PRESET-LIBRARY.
           PERFORM LOAD-CATALOG.
           PERFORM LOAD-REGISTER-OUTPUTS.
           PERFORM LOAD-QA-REPORT.
           PERFORM LOAD-SPEC-REPORT.
           PERFORM LOAD-VERIFY-REPORT.
           PERFORM LOAD-NIGHT-ABENDS.
           PERFORM VARYING SCORE-IDX FROM 1 BY 1
               UNTIL SCORE-IDX > SCORE-COUNT
               PERFORM JUDGE-ONE-ENTRY
           END-PERFORM.

           PERFORM WRITE-SOURCES-LINES.
           PERFORM WRITE-COLUMN-HEADING.
      * Two passes over the table: failing rows, then clean ones,
      * each in library order.
           PERFORM VARYING WRITE-PASS FROM 1 BY 1
               UNTIL WRITE-PASS > 2
               PERFORM VARYING SCORE-IDX FROM 1 BY 1
                   UNTIL SCORE-IDX > SCORE-COUNT
                   IF SE-SHOW-SW(SCORE-IDX) = 1
                       IF (WRITE-PASS = 1
                               AND SE-FAILED-SW(SCORE-IDX) = 1)
                           OR (WRITE-PASS = 2
                               AND SE-FAILED-SW(SCORE-IDX) = 0)
                           PERFORM WRITE-ONE-SCORE-ROW
                       END-IF
                   END-IF
               END-PERFORM
           END-PERFORM.
           PERFORM WRITE-LOOSE-ABENDS.
           PERFORM WRITE-FAILURE-COUNTS.
           CLOSE SCORECARD-FILE.

           DISPLAY "Scorecard complete - " FAILED-ROW-COUNT
               " failing, " CLEAN-ROW-COUNT " clean, "
               LOOSE-ABEND-COUNT " abend(s) not tied to a preset. "
               "See Scorecard.txt.".
           IF FAILED-ROW-COUNT > 0 OR LOOSE-ABEND-COUNT > 0
      * Nonzero so the scheduler shows the night needs a look -
      * the same rule Comol-Spec and Comol-Verify follow.
               MOVE 8 TO RETURN-CODE
           END-IF.
           STOP RUN.

      * ==========================================
      * READ-OPS-REPORT
      * Echoes the chain verdict and step lines into the heading
      * and takes the earliest step start stamp as the start of
      * the night. Steps never started carry a blank stamp.
      * ==========================================
       READ-OPS-REPORT.
           OPEN INPUT OPS-REPORT-FILE.
           IF OP-FILE-STATUS NOT = "00"
               DISPLAY "SCORE WARNING: OpsReport.txt not readable "
                   "(status " OP-FILE-STATUS ")."
               EXIT PARAGRAPH
           END-IF.
           MOVE 1 TO OPS-READ-SW.
           MOVE 0 TO SCO-EOF-SWITCH.
           PERFORM UNTIL SCO-EOF-SWITCH = 1
               READ OPS-REPORT-FILE
                   AT END
                       MOVE 1 TO SCO-EOF-SWITCH
                   NOT AT END
                       PERFORM TAKE-ONE-OPS-LINE
               END-READ
           END-PERFORM.
           CLOSE OPS-REPORT-FILE.

       TAKE-ONE-OPS-LINE.
           IF OPS-REPORT-RECORD(1:14) NOT = "CHAIN VERDICT:"
               AND OPS-REPORT-RECORD(1:5) NOT = "STEP "
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO SCORECARD-RECORD.
           MOVE 1 TO SRP-PTR.
           STRING "  OPS: " DELIMITED BY SIZE
               OPS-REPORT-RECORD(1:120) DELIMITED BY SIZE
               INTO SCORECARD-RECORD WITH POINTER SRP-PTR.
           PERFORM PUT-SCORE-LINE.
           IF OPS-REPORT-RECORD(1:5) NOT = "STEP "
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO LINE-POS.
           INSPECT OPS-REPORT-RECORD TALLYING LINE-POS
               FOR CHARACTERS BEFORE INITIAL "START=".
           IF LINE-POS > 140
               EXIT PARAGRAPH
           END-IF.
           MOVE OPS-REPORT-RECORD(LINE-POS + 7:14) TO STEP-STAMP.
           IF STEP-STAMP IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF.
           IF NIGHT-FROM-OPS-SW = 0 OR STEP-STAMP < NIGHT-START
               MOVE STEP-STAMP TO NIGHT-START
               MOVE 1 TO NIGHT-FROM-OPS-SW
           END-IF.

      * No ops report (or no step ever started): the night is
      * yesterday from midnight on, which covers a chain started
      * before midnight and read the next morning.
       SET-DEFAULT-NIGHT-START.
           MOVE FUNCTION CURRENT-DATE(1:8) TO NIGHT-WORK-DATE.
           COMPUTE NIGHT-WORK-DATE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(NIGHT-WORK-DATE) - 1).
           MOVE SPACES TO NIGHT-START.
           STRING NIGHT-WORK-DATE DELIMITED BY SIZE
               "000000" DELIMITED BY SIZE
               INTO NIGHT-START.

      * ==========================================
      * LOAD-PRESET-LIBRARY
      * One ORIGIN 1 entry per library preset, status NO ROW until
      * the catalog says otherwise.
      * ==========================================
       LOAD-PRESET-LIBRARY.
           OPEN INPUT PRESET-LIBRARY-FILE.
           IF PL-FILE-STATUS NOT = "00"
               DISPLAY "SCORE WARNING: PresetLibrary.dat not "
                   "readable (status " PL-FILE-STATUS ")."
               EXIT PARAGRAPH
           END-IF.
           MOVE 1 TO LIBRARY-READ-SW.
           MOVE 0 TO SCO-EOF-SWITCH.
           PERFORM UNTIL SCO-EOF-SWITCH = 1
               READ PRESET-LIBRARY-FILE
                   AT END
                       MOVE 1 TO SCO-EOF-SWITCH
                   NOT AT END
                       MOVE SPACES TO LINE-PATH
                       STRING "path/to/" DELIMITED BY SIZE
                           PL-PRESET-NAME DELIMITED BY SPACE
                           ".wav" DELIMITED BY SIZE
                           INTO LINE-PATH
                       MOVE PL-PRESET-NAME TO CATALOG-NAME
                       PERFORM ADD-SCORE-ENTRY
                       IF SCORE-FOUND > 0
                           MOVE 1 TO SE-ORIGIN(SCORE-FOUND)
                           MOVE "NO ROW"
                               TO SE-RENDER-STATUS(SCORE-FOUND)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PRESET-LIBRARY-FILE.

      * ==========================================
      * LOAD-CATALOG
      * Each catalog row onto its preset's entry by name. A row for
      * a name the library does not hold (RETIRED, or a library
      * edited since the batch) gets an ORIGIN 2 entry of its own.
      * ==========================================
       LOAD-CATALOG.
           OPEN INPUT CATALOG-FILE.
           IF CT-FILE-STATUS NOT = "00"
               DISPLAY "SCORE WARNING: Catalog.txt not readable "
                   "(status " CT-FILE-STATUS ") - every library "
                   "preset is a break."
               EXIT PARAGRAPH
           END-IF.
           MOVE 1 TO CATALOG-READ-SW.
           MOVE 0 TO SCO-EOF-SWITCH.
           PERFORM UNTIL SCO-EOF-SWITCH = 1
               READ CATALOG-FILE
                   AT END
                       MOVE 1 TO SCO-EOF-SWITCH
                   NOT AT END
                       IF CATALOG-RECORD NOT = SPACES
                           AND CATALOG-RECORD(1:12)
                               NOT = "PRESET NAME "
                           PERFORM STORE-CATALOG-ROW
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CATALOG-FILE.

       STORE-CATALOG-ROW.
           MOVE CATALOG-RECORD(1:20) TO CATALOG-NAME.
           PERFORM FIND-ENTRY-BY-NAME.
           IF SCORE-FOUND = 0
               MOVE SPACES TO LINE-PATH
               PERFORM ADD-SCORE-ENTRY
               IF SCORE-FOUND = 0
                   EXIT PARAGRAPH
               END-IF
               MOVE 2 TO SE-ORIGIN(SCORE-FOUND)
           END-IF.
           EVALUATE TRUE
               WHEN CATALOG-RECORD(21:11) = "  SKIPPED -"
                   MOVE "SKIPPED" TO SE-RENDER-STATUS(SCORE-FOUND)
               WHEN CATALOG-RECORD(21:11) = "  RETIRED -"
                   MOVE "RETIRED" TO SE-RENDER-STATUS(SCORE-FOUND)
                   MOVE 0 TO LINE-POS
                   INSPECT CATALOG-RECORD TALLYING LINE-POS
                       FOR CHARACTERS BEFORE INITIAL "LAST OUTPUT "
                   IF LINE-POS < 120
                       MOVE SPACES TO LINE-PATH
                       UNSTRING CATALOG-RECORD(LINE-POS + 13:)
                           DELIMITED BY SPACE INTO LINE-PATH
                       MOVE LINE-PATH TO SE-OUT-PATH(SCORE-FOUND)
                       MOVE 1 TO SE-MENTION-SW(SCORE-FOUND)
                   END-IF
               WHEN OTHER
                   MOVE SPACES TO LINE-PATH
                   UNSTRING CATALOG-RECORD(46:87)
                       DELIMITED BY SPACE INTO LINE-PATH
                   MOVE LINE-PATH TO SE-OUT-PATH(SCORE-FOUND)
                   MOVE 1 TO SE-MENTION-SW(SCORE-FOUND)
                   MOVE CATALOG-RECORD(34:10)
                       TO SE-DURATION(SCORE-FOUND)
                   MOVE 0 TO LINE-HIT-COUNT
                   INSPECT CATALOG-RECORD TALLYING LINE-HIT-COUNT
                       FOR ALL "  CARRIED FORWARD"
                   IF LINE-HIT-COUNT > 0
                       MOVE "CARRIED"
                           TO SE-RENDER-STATUS(SCORE-FOUND)
                   ELSE
                       MOVE "RENDERED"
                           TO SE-RENDER-STATUS(SCORE-FOUND)
                   END-IF
           END-EVALUATE.

      * ==========================================
      * LOAD-REGISTER-OUTPUTS
      * Every library-batch output the register has recorded that
      * is not already in the table becomes an ORIGIN 3 entry. The
      * reports are read after this, so an entry no report names
      * by the end is an output nothing mentions.
      * ==========================================
       LOAD-REGISTER-OUTPUTS.
           OPEN INPUT PROVENANCE-FILE.
           IF PV-FILE-STATUS NOT = "00"
               DISPLAY "SCORE WARNING: Provenance.dat not readable "
                   "(status " PV-FILE-STATUS ") - unreported outputs "
                   "cannot be looked for."
               EXIT PARAGRAPH
           END-IF.
           MOVE 1 TO REGISTER-READ-SW.
           MOVE 0 TO SCO-EOF-SWITCH.
           PERFORM UNTIL SCO-EOF-SWITCH = 1
               READ PROVENANCE-FILE
                   AT END
                       MOVE 1 TO SCO-EOF-SWITCH
                   NOT AT END
                       IF PV-RUN-MODE = 1
                           MOVE PV-OUT-PATH TO LINE-PATH
                           PERFORM FIND-ENTRY-BY-PATH
                           IF SCORE-FOUND = 0
                               MOVE PV-PRESET-NAME TO CATALOG-NAME
                               PERFORM ADD-SCORE-ENTRY
                               IF SCORE-FOUND > 0
                                   MOVE 3 TO SE-ORIGIN(SCORE-FOUND)
                                   MOVE "ON DISK"
                                     TO SE-RENDER-STATUS(SCORE-FOUND)
                               END-IF
                           END-IF
                       END-IF
               END-READ
               IF PV-FILE-STATUS NOT = "00"
                   AND PV-FILE-STATUS NOT = "10"
                   MOVE "PROVENANCE-FILE" TO ABEND-FILE-NAME
                   MOVE "LOAD-REGISTER-OUTPUTS" TO ABEND-PARAGRAPH
                   MOVE PV-FILE-STATUS TO ABEND-STATUS-CODE
                   MOVE SCORE-COUNT TO ABEND-COUNT-EDIT
                   PERFORM REPORT-IO-FAILURE
               END-IF
           END-PERFORM.
           CLOSE PROVENANCE-FILE.

      * ==========================================
      * LOAD-QA-REPORT
      * The newest QA line for each path. Follow-on lines (the
      * NORMALIZED TO note) start with a space and are passed by.
      * ==========================================
       LOAD-QA-REPORT.
           OPEN INPUT QA-REPORT-FILE.
           IF QA-FILE-STATUS NOT = "00"
               DISPLAY "SCORE WARNING: QAReport.txt not readable "
                   "(status " QA-FILE-STATUS ")."
               EXIT PARAGRAPH
           END-IF.
           MOVE 1 TO QA-READ-SW.
           MOVE 0 TO SCO-EOF-SWITCH.
           PERFORM UNTIL SCO-EOF-SWITCH = 1
               READ QA-REPORT-FILE
                   AT END
                       MOVE 1 TO SCO-EOF-SWITCH
                   NOT AT END
                       IF QA-REPORT-RECORD(1:1) NOT = SPACE
                           PERFORM STORE-QA-LINE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE QA-REPORT-FILE.

      * PEAK=<-ZZ9.99>dB RMS=<-ZZ9.99>dB DC=<-Z9.9999>% CLIPRUN=
      * <Z(5)9> then two spaces and the flag text - the layout of
      * Comol-1's WRITE-QA-REPORT-LINE.
       STORE-QA-LINE.
           MOVE SPACES TO LINE-PATH.
           UNSTRING QA-REPORT-RECORD DELIMITED BY SPACE
               INTO LINE-PATH.
           PERFORM FIND-ENTRY-BY-PATH.
           IF SCORE-FOUND = 0
               EXIT PARAGRAPH
           END-IF.
           MOVE 1 TO SE-MENTION-SW(SCORE-FOUND).
           MOVE 1 TO SE-QA-SW(SCORE-FOUND).
           MOVE SPACES TO SE-PEAK-TEXT(SCORE-FOUND)
               SE-RMS-TEXT(SCORE-FOUND) SE-DC-TEXT(SCORE-FOUND)
               SE-QA-FLAGS(SCORE-FOUND).
           MOVE 0 TO LINE-POS.
           INSPECT QA-REPORT-RECORD TALLYING LINE-POS
               FOR CHARACTERS BEFORE INITIAL "PEAK=".
           IF LINE-POS < 148
               MOVE QA-REPORT-RECORD(LINE-POS + 6:7)
                   TO SE-PEAK-TEXT(SCORE-FOUND)
           END-IF.
           MOVE 0 TO LINE-POS.
           INSPECT QA-REPORT-RECORD TALLYING LINE-POS
               FOR CHARACTERS BEFORE INITIAL "RMS=".
           IF LINE-POS < 149
               MOVE QA-REPORT-RECORD(LINE-POS + 5:7)
                   TO SE-RMS-TEXT(SCORE-FOUND)
           END-IF.
           MOVE 0 TO LINE-POS.
           INSPECT QA-REPORT-RECORD TALLYING LINE-POS
               FOR CHARACTERS BEFORE INITIAL "DC=".
           IF LINE-POS < 149
               MOVE QA-REPORT-RECORD(LINE-POS + 4:8)
                   TO SE-DC-TEXT(SCORE-FOUND)
           END-IF.
      * "CLIPRUN=" + the six-digit run + two spaces, then the flags.
           MOVE 0 TO LINE-POS.
           INSPECT QA-REPORT-RECORD TALLYING LINE-POS
               FOR CHARACTERS BEFORE INITIAL "CLIPRUN=".
           IF LINE-POS < 120
               MOVE QA-REPORT-RECORD(LINE-POS + 17:24)
                   TO SE-QA-FLAGS(SCORE-FOUND)
           END-IF.
           IF SE-QA-FLAGS(SCORE-FOUND) = SPACES
               MOVE "UNREADABLE QA LINE" TO SE-QA-FLAGS(SCORE-FOUND)
           END-IF.

      * ==========================================
      * LOAD-SPEC-REPORT
      * The newest spectral verdict for each path. The HARMONICS
      * lines start with a space and are passed by.
      * ==========================================
       LOAD-SPEC-REPORT.
           OPEN INPUT SPEC-REPORT-FILE.
           IF SP-FILE-STATUS NOT = "00"
               DISPLAY "SCORE WARNING: SpecReport.txt not readable "
                   "(status " SP-FILE-STATUS ")."
               EXIT PARAGRAPH
           END-IF.
           MOVE 1 TO SPEC-READ-SW.
           MOVE 0 TO SCO-EOF-SWITCH.
           PERFORM UNTIL SCO-EOF-SWITCH = 1
               READ SPEC-REPORT-FILE
                   AT END
                       MOVE 1 TO SCO-EOF-SWITCH
                   NOT AT END
                       IF SPEC-REPORT-RECORD(1:1) NOT = SPACE
                           PERFORM STORE-SPEC-LINE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE SPEC-REPORT-FILE.

      * CENTS=<-Z(4)9.99> is the pitch error; after WORST=<Z(4)9.9>
      * and "Hz  " comes the flag text (TUNE / ALIAS / OK) - the
      * layout of Comol-Spec's WRITE-SPEC-REPORT-LINE.
       STORE-SPEC-LINE.
           MOVE SPACES TO LINE-PATH.
           UNSTRING SPEC-REPORT-RECORD DELIMITED BY SPACE
               INTO LINE-PATH.
           PERFORM FIND-ENTRY-BY-PATH.
           IF SCORE-FOUND = 0
               EXIT PARAGRAPH
           END-IF.
           MOVE 1 TO SE-MENTION-SW(SCORE-FOUND).
           MOVE 1 TO SE-SPEC-SW(SCORE-FOUND).
           MOVE SPACES TO SE-CENTS-TEXT(SCORE-FOUND)
               SE-SPEC-FLAGS(SCORE-FOUND).
           MOVE 0 TO LINE-POS.
           INSPECT SPEC-REPORT-RECORD TALLYING LINE-POS
               FOR CHARACTERS BEFORE INITIAL "CENTS=".
           IF LINE-POS < 146
               MOVE SPEC-REPORT-RECORD(LINE-POS + 7:9)
                   TO SE-CENTS-TEXT(SCORE-FOUND)
           END-IF.
           MOVE 0 TO LINE-POS.
           INSPECT SPEC-REPORT-RECORD TALLYING LINE-POS
               FOR CHARACTERS BEFORE INITIAL "WORST=".
           IF LINE-POS < 119
               MOVE SPEC-REPORT-RECORD(LINE-POS + 18:24)
                   TO SE-SPEC-FLAGS(SCORE-FOUND)
           END-IF.

      * ==========================================
      * LOAD-VERIFY-REPORT
      * The golden-compare verdict for each path the suite covers.
      * Only pair lines carry MAXDEV=; the heading and the PAIRS
      * totals are passed by.
      * ==========================================
       LOAD-VERIFY-REPORT.
           OPEN INPUT VERIFY-REPORT-FILE.
           IF VR-FILE-STATUS NOT = "00"
               DISPLAY "SCORE WARNING: VerifyReport.txt not "
                   "readable (status " VR-FILE-STATUS ")."
               EXIT PARAGRAPH
           END-IF.
           MOVE 1 TO VERIFY-READ-SW.
           MOVE 0 TO SCO-EOF-SWITCH.
           PERFORM UNTIL SCO-EOF-SWITCH = 1
               READ VERIFY-REPORT-FILE
                   AT END
                       MOVE 1 TO SCO-EOF-SWITCH
                   NOT AT END
                       MOVE 0 TO LINE-HIT-COUNT
                       INSPECT VERIFY-REPORT-RECORD
                           TALLYING LINE-HIT-COUNT
                           FOR ALL "  MAXDEV="
                       IF LINE-HIT-COUNT > 0
                           PERFORM STORE-VERIFY-LINE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE VERIFY-REPORT-FILE.

       STORE-VERIFY-LINE.
           MOVE SPACES TO LINE-PATH.
           UNSTRING VERIFY-REPORT-RECORD DELIMITED BY SPACE
               INTO LINE-PATH.
           PERFORM FIND-ENTRY-BY-PATH.
           IF SCORE-FOUND = 0
               EXIT PARAGRAPH
           END-IF.
           MOVE 1 TO SE-MENTION-SW(SCORE-FOUND).
           MOVE SPACES TO SE-GOLDEN-REASON(SCORE-FOUND).
           MOVE 0 TO LINE-POS.
           INSPECT VERIFY-REPORT-RECORD TALLYING LINE-POS
               FOR CHARACTERS BEFORE INITIAL "  FAIL - ".
           IF LINE-POS < 160
               MOVE "FAIL" TO SE-GOLDEN(SCORE-FOUND)
               IF LINE-POS < 111
                   MOVE VERIFY-REPORT-RECORD(LINE-POS + 10:40)
                       TO SE-GOLDEN-REASON(SCORE-FOUND)
               END-IF
           ELSE
               MOVE "PASS" TO SE-GOLDEN(SCORE-FOUND)
           END-IF.

      * ==========================================
      * LOAD-NIGHT-ABENDS
      * Abend log records stamped at or after the start of the
      * night. Comol-1 stops the batch on an I/O failure, so its
      * abend belongs to the preset it was working on - the first
      * library preset the catalog never reached. Anything else is
      * kept for the list of abends not tied to a preset.
      * ==========================================
       LOAD-NIGHT-ABENDS.
           OPEN INPUT ABEND-LOG-FILE.
           IF AB-FILE-STATUS NOT = "00"
               DISPLAY "SCORE WARNING: AbendLog.txt not readable "
                   "(status " AB-FILE-STATUS ")."
               EXIT PARAGRAPH
           END-IF.
           MOVE 1 TO ABEND-READ-SW.
           MOVE 0 TO SCO-EOF-SWITCH.
           PERFORM UNTIL SCO-EOF-SWITCH = 1
               READ ABEND-LOG-FILE
                   AT END
                       MOVE 1 TO SCO-EOF-SWITCH
                   NOT AT END
                       IF ABEND-LOG-RECORD(1:8) IS NUMERIC
                           AND ABEND-LOG-RECORD(10:6) IS NUMERIC
                           PERFORM STORE-ABEND-LINE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ABEND-LOG-FILE.

       STORE-ABEND-LINE.
           MOVE SPACES TO ABEND-LINE-STAMP.
           STRING ABEND-LOG-RECORD(1:8) DELIMITED BY SIZE
               ABEND-LOG-RECORD(10:6) DELIMITED BY SIZE
               INTO ABEND-LINE-STAMP.
           IF ABEND-LINE-STAMP < NIGHT-START
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO NIGHT-ABEND-COUNT.
           MOVE SPACES TO ABEND-PROGRAM.
           UNSTRING ABEND-LOG-RECORD(17:) DELIMITED BY SPACE
               INTO ABEND-PROGRAM.
           MOVE 0 TO SCORE-FOUND.
           IF ABEND-PROGRAM = "COMOL-1"
               PERFORM VARYING SCORE-SCAN FROM 1 BY 1
                   UNTIL SCORE-SCAN > SCORE-COUNT
                   IF SE-ORIGIN(SCORE-SCAN) = 1
                       AND SE-RENDER-STATUS(SCORE-SCAN) = "NO ROW"
                       MOVE SCORE-SCAN TO SCORE-FOUND
                       MOVE SCORE-COUNT TO SCORE-SCAN
                   END-IF
               END-PERFORM
           END-IF.
           IF SCORE-FOUND > 0
               MOVE ABEND-LOG-RECORD(1:100)
                   TO SE-ABEND-TEXT(SCORE-FOUND)
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO LOOSE-ABEND-COUNT.
           IF LOOSE-ABEND-COUNT <= 50
               MOVE ABEND-LOG-RECORD(1:100)
                   TO LOOSE-ABEND-LINE(LOOSE-ABEND-COUNT)
           END-IF.

      * ==========================================
      * TABLE LOOKUPS
      * FIND-ENTRY-BY-PATH matches LINE-PATH, FIND-ENTRY-BY-NAME
      * matches CATALOG-NAME; both leave the entry in SCORE-FOUND,
      * 0 when there is none. ADD-SCORE-ENTRY opens a fresh entry
      * for CATALOG-NAME / LINE-PATH, 0 in SCORE-FOUND when the
      * table is full.
      * ==========================================
       FIND-ENTRY-BY-PATH.
           MOVE 0 TO SCORE-FOUND.
           IF LINE-PATH = SPACES
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING SCORE-SCAN FROM 1 BY 1
               UNTIL SCORE-SCAN > SCORE-COUNT
               IF SE-OUT-PATH(SCORE-SCAN) = LINE-PATH
                   MOVE SCORE-SCAN TO SCORE-FOUND
                   MOVE SCORE-COUNT TO SCORE-SCAN
               END-IF
           END-PERFORM.

       FIND-ENTRY-BY-NAME.
           MOVE 0 TO SCORE-FOUND.
           PERFORM VARYING SCORE-SCAN FROM 1 BY 1
               UNTIL SCORE-SCAN > SCORE-COUNT
               IF SE-PRESET-NAME(SCORE-SCAN) = CATALOG-NAME
                   AND SE-ORIGIN(SCORE-SCAN) NOT = 3
                   MOVE SCORE-SCAN TO SCORE-FOUND
                   MOVE SCORE-COUNT TO SCORE-SCAN
               END-IF
           END-PERFORM.

       ADD-SCORE-ENTRY.
           MOVE 0 TO SCORE-FOUND.
           IF SCORE-COUNT >= 1000
               ADD 1 TO SCORE-DROP-COUNT
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO SCORE-COUNT.
           MOVE SCORE-COUNT TO SCORE-FOUND.
           INITIALIZE SCORE-ENTRY(SCORE-FOUND).
           MOVE CATALOG-NAME TO SE-PRESET-NAME(SCORE-FOUND).
           MOVE LINE-PATH TO SE-OUT-PATH(SCORE-FOUND).

      * ==========================================
      * JUDGE-ONE-ENTRY
      * Sets each failure-type switch the entry earns and counts
      * it. A register-only output is shown only when no report
      * names it and it is still on disk; one that is gone is a
      * retention question, not tonight's.
      * ==========================================
       JUDGE-ONE-ENTRY.
           MOVE 1 TO SE-SHOW-SW(SCORE-IDX).
           IF SE-ORIGIN(SCORE-IDX) = 3
               MOVE 0 TO SE-SHOW-SW(SCORE-IDX)
               IF SE-MENTION-SW(SCORE-IDX) = 0
                   MOVE SE-OUT-PATH(SCORE-IDX) TO PROBE-PATH
                   OPEN INPUT PROBE-FILE
                   IF PROBE-FILE-STATUS = "00"
                       CLOSE PROBE-FILE
                       MOVE 1 TO SE-SHOW-SW(SCORE-IDX)
                       MOVE 1 TO SE-FAIL-SW(SCORE-IDX, 4)
                   END-IF
               END-IF
           END-IF.
           IF SE-SHOW-SW(SCORE-IDX) = 0
               EXIT PARAGRAPH
           END-IF.

           EVALUATE SE-RENDER-STATUS(SCORE-IDX)
               WHEN "SKIPPED"
                   MOVE 1 TO SE-FAIL-SW(SCORE-IDX, 1)
               WHEN "NO ROW"
                   MOVE 1 TO SE-FAIL-SW(SCORE-IDX, 2)
      * Carried-forward rows were not rendered tonight, so no QA
      * line is owed for them.
               WHEN "RENDERED"
                   IF SE-QA-SW(SCORE-IDX) = 0
                       MOVE 1 TO SE-FAIL-SW(SCORE-IDX, 3)
                   END-IF
           END-EVALUATE.

           IF SE-QA-SW(SCORE-IDX) = 1
               MOVE 0 TO FLAG-HIT-COUNT
               INSPECT SE-QA-FLAGS(SCORE-IDX) TALLYING FLAG-HIT-COUNT
                   FOR ALL "HOT" ALL "QUIET" ALL "CLIP" ALL "SILENT"
               IF FLAG-HIT-COUNT > 0
                   MOVE 1 TO SE-FAIL-SW(SCORE-IDX, 5)
               END-IF
               MOVE 0 TO FLAG-HIT-COUNT
               INSPECT SE-QA-FLAGS(SCORE-IDX) TALLYING FLAG-HIT-COUNT
                   FOR ALL "LOWRMS" ALL "SILENT"
               IF FLAG-HIT-COUNT > 0
                   MOVE 1 TO SE-FAIL-SW(SCORE-IDX, 6)
               END-IF
               MOVE 0 TO FLAG-HIT-COUNT
               INSPECT SE-QA-FLAGS(SCORE-IDX) TALLYING FLAG-HIT-COUNT
                   FOR ALL "DCOFF"
               IF FLAG-HIT-COUNT > 0
                   MOVE 1 TO SE-FAIL-SW(SCORE-IDX, 7)
               END-IF
           END-IF.
           IF SE-SPEC-SW(SCORE-IDX) = 1
               MOVE 0 TO FLAG-HIT-COUNT
               INSPECT SE-SPEC-FLAGS(SCORE-IDX)
                   TALLYING FLAG-HIT-COUNT FOR ALL "TUNE"
               IF FLAG-HIT-COUNT > 0
                   MOVE 1 TO SE-FAIL-SW(SCORE-IDX, 8)
               END-IF
               MOVE 0 TO FLAG-HIT-COUNT
               INSPECT SE-SPEC-FLAGS(SCORE-IDX)
                   TALLYING FLAG-HIT-COUNT FOR ALL "ALIAS"
               IF FLAG-HIT-COUNT > 0
                   MOVE 1 TO SE-FAIL-SW(SCORE-IDX, 9)
               END-IF
           END-IF.
           IF SE-GOLDEN(SCORE-IDX) = "FAIL"
               MOVE 1 TO SE-FAIL-SW(SCORE-IDX, 10)
           END-IF.
           IF SE-ABEND-TEXT(SCORE-IDX) NOT = SPACES
               MOVE 1 TO SE-FAIL-SW(SCORE-IDX, 11)
           END-IF.

           MOVE 0 TO SE-FAILED-SW(SCORE-IDX).
           PERFORM VARYING FAIL-IDX FROM 1 BY 1 UNTIL FAIL-IDX > 11
               IF SE-FAIL-SW(SCORE-IDX, FAIL-IDX) = 1
                   MOVE 1 TO SE-FAILED-SW(SCORE-IDX)
                   ADD 1 TO FAIL-TYPE-COUNT(FAIL-IDX)
               END-IF
           END-PERFORM.
           IF SE-FAILED-SW(SCORE-IDX) = 1
               ADD 1 TO FAILED-ROW-COUNT
           ELSE
               ADD 1 TO CLEAN-ROW-COUNT
           END-IF.

      * ==========================================
      * WRITE-SCORE-HEADING
      * Title and run stamp; the ops echo follows from
      * READ-OPS-REPORT.
      * ==========================================
       WRITE-SCORE-HEADING.
           MOVE "COMOL-SCORE NIGHTLY PRESET SCORECARD"
               TO SCORECARD-RECORD.
           PERFORM PUT-SCORE-LINE.
           MOVE FUNCTION CURRENT-DATE TO SCORE-DATE-TIME.
           MOVE SPACES TO SCORECARD-RECORD.
           MOVE 1 TO SRP-PTR.
           STRING "WRITTEN " DELIMITED BY SIZE
               SCORE-DATE-TIME(1:8) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               SCORE-DATE-TIME(9:6) DELIMITED BY SIZE
               INTO SCORECARD-RECORD WITH POINTER SRP-PTR.
           PERFORM PUT-SCORE-LINE.

      * ==========================================
      * WRITE-SOURCES-LINES
      * Where the night starts, which inputs could not be read,
      * and the totals the rows are drawn from.
      * ==========================================
       WRITE-SOURCES-LINES.
           MOVE SPACES TO SCORECARD-RECORD.
           MOVE 1 TO SRP-PTR.
           STRING "NIGHT FROM " DELIMITED BY SIZE
               NIGHT-START(1:8) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               NIGHT-START(9:6) DELIMITED BY SIZE
               INTO SCORECARD-RECORD WITH POINTER SRP-PTR.
           IF NIGHT-FROM-OPS-SW = 1
               STRING "  (FIRST JOB STEP START)" DELIMITED BY SIZE
                   INTO SCORECARD-RECORD WITH POINTER SRP-PTR
           ELSE
               STRING "  (NO STEP STAMPS - FROM YESTERDAY 00:00)"
                   DELIMITED BY SIZE
                   INTO SCORECARD-RECORD WITH POINTER SRP-PTR
           END-IF.
           PERFORM PUT-SCORE-LINE.
           IF LIBRARY-READ-SW = 0
               MOVE "NOT READ: PresetLibrary.dat" TO SCORECARD-RECORD
               PERFORM PUT-SCORE-LINE
           END-IF.
           IF CATALOG-READ-SW = 0
               MOVE "NOT READ: Catalog.txt" TO SCORECARD-RECORD
               PERFORM PUT-SCORE-LINE
           END-IF.
           IF QA-READ-SW = 0
               MOVE "NOT READ: QAReport.txt" TO SCORECARD-RECORD
               PERFORM PUT-SCORE-LINE
           END-IF.
           IF SPEC-READ-SW = 0
               MOVE "NOT READ: SpecReport.txt" TO SCORECARD-RECORD
               PERFORM PUT-SCORE-LINE
           END-IF.
           IF VERIFY-READ-SW = 0
               MOVE "NOT READ: VerifyReport.txt" TO SCORECARD-RECORD
               PERFORM PUT-SCORE-LINE
           END-IF.
           IF OPS-READ-SW = 0
               MOVE "NOT READ: OpsReport.txt" TO SCORECARD-RECORD
               PERFORM PUT-SCORE-LINE
           END-IF.
           IF REGISTER-READ-SW = 0
               MOVE "NOT READ: Provenance.dat" TO SCORECARD-RECORD
               PERFORM PUT-SCORE-LINE
           END-IF.
           IF ABEND-READ-SW = 0
               MOVE "NOT READ: AbendLog.txt" TO SCORECARD-RECORD
               PERFORM PUT-SCORE-LINE
           END-IF.
           IF SCORE-DROP-COUNT > 0
               MOVE SPACES TO SCORECARD-RECORD
               MOVE 1 TO SRP-PTR
               MOVE SCORE-DROP-COUNT TO SRP-COUNT
               STRING "TABLE FULL: " DELIMITED BY SIZE
                   SRP-COUNT DELIMITED BY SIZE
                   " PRESET(S)/OUTPUT(S) BEYOND 1000 NOT SCORED"
                       DELIMITED BY SIZE
                   INTO SCORECARD-RECORD WITH POINTER SRP-PTR
               PERFORM PUT-SCORE-LINE
           END-IF.

      * Column heading, spaced to WRITE-ONE-SCORE-ROW's fields.
       WRITE-COLUMN-HEADING.
           MOVE SPACES TO SCORECARD-RECORD.
           PERFORM PUT-SCORE-LINE.
           MOVE SPACES TO SCORECARD-RECORD.
           MOVE 1 TO SRP-PTR.
           STRING "RSLT PRESET NAME          RENDER   DURATION-S "
                   DELIMITED BY SIZE
               "PEAK-DB PEAK   RMS-DB  RMS    DC-PCT   DC    "
                   DELIMITED BY SIZE
               "CENTS     PITCH ALIAS GOLDEN ABEND"
                   DELIMITED BY SIZE
               INTO SCORECARD-RECORD WITH POINTER SRP-PTR.
           PERFORM PUT-SCORE-LINE.

      * ==========================================
      * WRITE-ONE-SCORE-ROW
      * One fixed-column row for SCORE-IDX; a failing row is
      * followed by its output path, the failure types it earned,
      * and the golden-compare reason and abend record if any.
      * "--" = no line in that report for this output.
      * ==========================================
       WRITE-ONE-SCORE-ROW.
           IF SE-FAILED-SW(SCORE-IDX) = 1
               MOVE "FAIL" TO SRP-RESULT
           ELSE
               MOVE "OK" TO SRP-RESULT
           END-IF.
           IF SE-QA-SW(SCORE-IDX) = 0
               MOVE "--" TO SRP-PEAK-VERDICT
               MOVE "--" TO SRP-RMS-VERDICT
               MOVE "--" TO SRP-DC-VERDICT
           ELSE
               PERFORM SET-QA-VERDICTS
           END-IF.
           IF SE-SPEC-SW(SCORE-IDX) = 0
               MOVE "--" TO SRP-PITCH-VERDICT
               MOVE "--" TO SRP-ALIAS-VERDICT
           ELSE
               MOVE "OK" TO SRP-PITCH-VERDICT
               MOVE "OK" TO SRP-ALIAS-VERDICT
               IF SE-FAIL-SW(SCORE-IDX, 8) = 1
                   MOVE "TUNE" TO SRP-PITCH-VERDICT
               END-IF
               IF SE-FAIL-SW(SCORE-IDX, 9) = 1
                   MOVE "ALIAS" TO SRP-ALIAS-VERDICT
               END-IF
           END-IF.
           IF SE-GOLDEN(SCORE-IDX) = SPACES
               MOVE "--" TO SRP-GOLDEN-VERDICT
           ELSE
               MOVE SE-GOLDEN(SCORE-IDX) TO SRP-GOLDEN-VERDICT
           END-IF.
           IF SE-FAIL-SW(SCORE-IDX, 11) = 1
               MOVE "ABEND" TO SRP-ABEND-VERDICT
           ELSE
               MOVE SPACES TO SRP-ABEND-VERDICT
           END-IF.

           MOVE SPACES TO SCORECARD-RECORD.
           MOVE 1 TO SRP-PTR.
           STRING SRP-RESULT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               SE-PRESET-NAME(SCORE-IDX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               SE-RENDER-STATUS(SCORE-IDX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               SE-DURATION(SCORE-IDX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               SE-PEAK-TEXT(SCORE-IDX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               SRP-PEAK-VERDICT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               SE-RMS-TEXT(SCORE-IDX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               SRP-RMS-VERDICT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               SE-DC-TEXT(SCORE-IDX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               SRP-DC-VERDICT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               SE-CENTS-TEXT(SCORE-IDX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               SRP-PITCH-VERDICT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               SRP-ALIAS-VERDICT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               SRP-GOLDEN-VERDICT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               SRP-ABEND-VERDICT DELIMITED BY SIZE
               INTO SCORECARD-RECORD WITH POINTER SRP-PTR.
           PERFORM PUT-SCORE-LINE.
           IF SE-FAILED-SW(SCORE-IDX) = 0
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO SCORECARD-RECORD.
           MOVE 1 TO SRP-PTR.
           STRING "     OUTPUT=" DELIMITED BY SIZE
               SE-OUT-PATH(SCORE-IDX) DELIMITED BY SPACE
               "  FAILS:" DELIMITED BY SIZE
               INTO SCORECARD-RECORD WITH POINTER SRP-PTR.
           PERFORM VARYING FAIL-IDX FROM 1 BY 1 UNTIL FAIL-IDX > 11
               IF SE-FAIL-SW(SCORE-IDX, FAIL-IDX) = 1
                   AND SRP-PTR < 130
                   STRING " " DELIMITED BY SIZE
                       FAIL-TYPE-NAME(FAIL-IDX) DELIMITED BY "  "
                       ";" DELIMITED BY SIZE
                       INTO SCORECARD-RECORD WITH POINTER SRP-PTR
               END-IF
           END-PERFORM.
           PERFORM PUT-SCORE-LINE.
           IF SE-FAIL-SW(SCORE-IDX, 5) = 1
               OR SE-FAIL-SW(SCORE-IDX, 6) = 1
               OR SE-FAIL-SW(SCORE-IDX, 7) = 1
               MOVE SPACES TO SCORECARD-RECORD
               MOVE 1 TO SRP-PTR
               STRING "     QA FLAGS: " DELIMITED BY SIZE
                   SE-QA-FLAGS(SCORE-IDX) DELIMITED BY SIZE
                   INTO SCORECARD-RECORD WITH POINTER SRP-PTR
               PERFORM PUT-SCORE-LINE
           END-IF.
           IF SE-FAIL-SW(SCORE-IDX, 10) = 1
               MOVE SPACES TO SCORECARD-RECORD
               MOVE 1 TO SRP-PTR
               STRING "     GOLDEN: FAIL - " DELIMITED BY SIZE
                   SE-GOLDEN-REASON(SCORE-IDX) DELIMITED BY SIZE
                   INTO SCORECARD-RECORD WITH POINTER SRP-PTR
               PERFORM PUT-SCORE-LINE
           END-IF.
           IF SE-FAIL-SW(SCORE-IDX, 11) = 1
               MOVE SPACES TO SCORECARD-RECORD
               MOVE 1 TO SRP-PTR
               STRING "     ABEND: " DELIMITED BY SIZE
                   SE-ABEND-TEXT(SCORE-IDX) DELIMITED BY SIZE
                   INTO SCORECARD-RECORD WITH POINTER SRP-PTR
               PERFORM PUT-SCORE-LINE
           END-IF.

      * One word per QA measurement out of the flag text. SILENT
      * fails both peak and RMS; CLIP is shown ahead of HOT when a
      * render has both.
       SET-QA-VERDICTS.
           MOVE "OK" TO SRP-PEAK-VERDICT.
           MOVE "OK" TO SRP-RMS-VERDICT.
           MOVE "OK" TO SRP-DC-VERDICT.
           MOVE 0 TO FLAG-HIT-COUNT.
           INSPECT SE-QA-FLAGS(SCORE-IDX) TALLYING FLAG-HIT-COUNT
               FOR ALL "SILENT".
           IF FLAG-HIT-COUNT > 0
               MOVE "SILENT" TO SRP-PEAK-VERDICT
               MOVE "SILENT" TO SRP-RMS-VERDICT
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO FLAG-HIT-COUNT.
           INSPECT SE-QA-FLAGS(SCORE-IDX) TALLYING FLAG-HIT-COUNT
               FOR ALL "QUIET".
           IF FLAG-HIT-COUNT > 0
               MOVE "QUIET" TO SRP-PEAK-VERDICT
           END-IF.
           MOVE 0 TO FLAG-HIT-COUNT.
           INSPECT SE-QA-FLAGS(SCORE-IDX) TALLYING FLAG-HIT-COUNT
               FOR ALL "HOT".
           IF FLAG-HIT-COUNT > 0
               MOVE "HOT" TO SRP-PEAK-VERDICT
           END-IF.
           MOVE 0 TO FLAG-HIT-COUNT.
           INSPECT SE-QA-FLAGS(SCORE-IDX) TALLYING FLAG-HIT-COUNT
               FOR ALL "CLIP".
           IF FLAG-HIT-COUNT > 0
               MOVE "CLIP" TO SRP-PEAK-VERDICT
           END-IF.
           IF SE-FAIL-SW(SCORE-IDX, 6) = 1
               MOVE "LOW" TO SRP-RMS-VERDICT
           END-IF.
           IF SE-FAIL-SW(SCORE-IDX, 7) = 1
               MOVE "DCOFF" TO SRP-DC-VERDICT
           END-IF.

      * ==========================================
      * WRITE-LOOSE-ABENDS
      * The night's abends that no preset row carries.
      * ==========================================
       WRITE-LOOSE-ABENDS.
           IF LOOSE-ABEND-COUNT = 0
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO SCORECARD-RECORD.
           PERFORM PUT-SCORE-LINE.
           MOVE "ABENDS OF THE NIGHT NOT TIED TO A PRESET"
               TO SCORECARD-RECORD.
           PERFORM PUT-SCORE-LINE.
           PERFORM VARYING SCORE-SCAN FROM 1 BY 1
               UNTIL SCORE-SCAN > LOOSE-ABEND-COUNT
                   OR SCORE-SCAN > 50
               MOVE SPACES TO SCORECARD-RECORD
               MOVE 1 TO SRP-PTR
               STRING "  " DELIMITED BY SIZE
                   LOOSE-ABEND-LINE(SCORE-SCAN) DELIMITED BY SIZE
                   INTO SCORECARD-RECORD WITH POINTER SRP-PTR
               PERFORM PUT-SCORE-LINE
           END-PERFORM.
           IF LOOSE-ABEND-COUNT > 50
               MOVE SPACES TO SCORECARD-RECORD
               MOVE 1 TO SRP-PTR
               MOVE LOOSE-ABEND-COUNT TO SRP-COUNT
               STRING "  ... FIRST 50 OF " DELIMITED BY SIZE
                   SRP-COUNT DELIMITED BY SIZE
                   " SHOWN - SEE AbendLog.txt" DELIMITED BY SIZE
                   INTO SCORECARD-RECORD WITH POINTER SRP-PTR
               PERFORM PUT-SCORE-LINE
           END-IF.

      * ==========================================
      * WRITE-FAILURE-COUNTS
      * Row totals, then one line per failure type. A preset with
      * several failures counts once under each of them.
      * ==========================================
       WRITE-FAILURE-COUNTS.
           MOVE SPACES TO SCORECARD-RECORD.
           PERFORM PUT-SCORE-LINE.
           MOVE SPACES TO SCORECARD-RECORD.
           MOVE 1 TO SRP-PTR.
           MOVE FAILED-ROW-COUNT TO SRP-COUNT.
           STRING "ROWS FAILING=" DELIMITED BY SIZE
               SRP-COUNT DELIMITED BY SIZE
               INTO SCORECARD-RECORD WITH POINTER SRP-PTR.
           MOVE CLEAN-ROW-COUNT TO SRP-COUNT.
           STRING "  ROWS CLEAN=" DELIMITED BY SIZE
               SRP-COUNT DELIMITED BY SIZE
               INTO SCORECARD-RECORD WITH POINTER SRP-PTR.
           MOVE NIGHT-ABEND-COUNT TO SRP-COUNT.
           STRING "  ABENDS IN NIGHT=" DELIMITED BY SIZE
               SRP-COUNT DELIMITED BY SIZE
               INTO SCORECARD-RECORD WITH POINTER SRP-PTR.
           MOVE LOOSE-ABEND-COUNT TO SRP-COUNT.
           STRING "  NOT TIED TO A PRESET=" DELIMITED BY SIZE
               SRP-COUNT DELIMITED BY SIZE
               INTO SCORECARD-RECORD WITH POINTER SRP-PTR.
           PERFORM PUT-SCORE-LINE.
           MOVE "COUNTS BY FAILURE TYPE" TO SCORECARD-RECORD.
           PERFORM PUT-SCORE-LINE.
           PERFORM VARYING FAIL-IDX FROM 1 BY 1 UNTIL FAIL-IDX > 11
               MOVE SPACES TO SCORECARD-RECORD
               MOVE 1 TO SRP-PTR
               MOVE FAIL-TYPE-COUNT(FAIL-IDX) TO SRP-COUNT
               STRING "  " DELIMITED BY SIZE
                   FAIL-TYPE-NAME(FAIL-IDX) DELIMITED BY SIZE
                   SRP-COUNT DELIMITED BY SIZE
                   INTO SCORECARD-RECORD WITH POINTER SRP-PTR
               PERFORM PUT-SCORE-LINE
           END-PERFORM.

       PUT-SCORE-LINE.
           WRITE SCORECARD-RECORD.
           IF SR-FILE-STATUS NOT = "00"
               MOVE "SCORECARD-FILE" TO ABEND-FILE-NAME
               MOVE "PUT-SCORE-LINE" TO ABEND-PARAGRAPH
               MOVE SR-FILE-STATUS TO ABEND-STATUS-CODE
               MOVE SCORE-COUNT TO ABEND-COUNT-EDIT
               PERFORM REPORT-IO-FAILURE
           END-IF.

      * ==========================================
      * REPORT-IO-FAILURE
      * Common abend funnel: one line to AbendLog.txt, a console
      * message, and the return-code class of the failing status.
      * ==========================================
       REPORT-IO-FAILURE.
           EVALUATE TRUE
               WHEN ABEND-STATUS-CODE(1:1) = "1"
                   MOVE 8 TO ABEND-RC
               WHEN ABEND-STATUS-CODE(1:1) = "2"
                   MOVE 8 TO ABEND-RC
               WHEN ABEND-STATUS-CODE = "35" OR "37" OR "38"
                   OR "39"
                   MOVE 12 TO ABEND-RC
               WHEN ABEND-STATUS-CODE(1:1) = "3"
                   MOVE 16 TO ABEND-RC
               WHEN ABEND-STATUS-CODE(1:1) = "4"
                   MOVE 16 TO ABEND-RC
               WHEN OTHER
                   MOVE 12 TO ABEND-RC
           END-EVALUATE.
           MOVE FUNCTION CURRENT-DATE TO ABEND-TIME-STAMP.
           OPEN EXTEND ABEND-LOG-FILE.
           MOVE SPACES TO ABEND-LOG-RECORD.
           MOVE 1 TO ABEND-PTR.
           STRING ABEND-TIME-STAMP(1:8) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               ABEND-TIME-STAMP(9:6) DELIMITED BY SIZE
               " COMOL-SCORE FILE=" DELIMITED BY SIZE
               ABEND-FILE-NAME DELIMITED BY SPACE
               " STATUS=" DELIMITED BY SIZE
               ABEND-STATUS-CODE DELIMITED BY SIZE
               " PARA=" DELIMITED BY SIZE
               ABEND-PARAGRAPH DELIMITED BY SPACE
               " COUNT=" DELIMITED BY SIZE
               ABEND-COUNT-EDIT DELIMITED BY SIZE
               INTO ABEND-LOG-RECORD WITH POINTER ABEND-PTR.
           WRITE ABEND-LOG-RECORD.
           CLOSE ABEND-LOG-FILE.
           DISPLAY "I/O FAILURE: " ABEND-FILE-NAME " status "
               ABEND-STATUS-CODE " in " ABEND-PARAGRAPH
               " - see AbendLog.txt.".
           MOVE ABEND-RC TO RETURN-CODE.
           STOP RUN.
