       IDENTIFICATION DIVISION.
       PROGRAM-ID. Comol-Impact.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * /\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\
      * /\          FILE HANDLES          /\
      * /\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\
      * Provenance inquiry. Comol-1 appends one PROVENANCE-RECORD
      * per finished output: the patch fingerprint, the sequence,
      * tuning, keymap and automation files with their checksums,
      * and the catalog checksum of every RAW source it loaded.
      * This program reads that register back and answers the two
      * questions the run logs never could:
      *   - which outputs depend on a given RAW source, preset, or
      *     sequence / tuning / keymap / automation file, and
      *   - which outputs are stale against today's
      *     SourceCatalog.dat, PresetLibrary.dat and support files.
      * The register is appended, never rewritten, so the newest
      * record for an output path is the one that describes the
      * file now on disk - the same newest-wins rule Comol-Wave
      * applies to SourceCatalog.dat.
      *
      * One IMPACT-QUERY-RECORD per question. A missing or empty
      * ImpactQuery.dat runs the stale check alone.
           SELECT OPTIONAL IMPACT-QUERY-FILE ASSIGN TO
           "path/to/ImpactQuery.dat"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS IQ-FILE-STATUS.
           SELECT PROVENANCE-FILE ASSIGN TO
           "path/to/Provenance.dat"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS PV-FILE-STATUS.
      * Comol-Wave's register of conditioned RAW sources - the
      * "current" side of every SOURCE CHANGED verdict.
           SELECT SOURCE-CATALOG-FILE ASSIGN TO
           "path/to/SourceCatalog.dat"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS SC-FILE-STATUS.
           SELECT PRESET-LIBRARY-FILE ASSIGN TO
           "path/to/PresetLibrary.dat"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS PL-FILE-STATUS.
      * The single-patch input. Outputs rendered outside the
      * library batch are judged against whatever it holds now.
           SELECT PATCH-FILE ASSIGN TO
           "path/to/Patch1.dat"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS PF-FILE-STATUS.
      * One-byte reader for re-checksumming the sequence, tuning,
      * keymap and automation files named in the register.
      * ASSIGN TO DYNAMIC so the one handle serves every path.
           SELECT PROBE-FILE ASSIGN TO DYNAMIC PROBE-PATH
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS PROBE-FILE-STATUS.
           SELECT IMPACT-REPORT-FILE ASSIGN TO
           "path/to/ImpactReport.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IR-FILE-STATUS.
      * Common abend diagnostics log, shared with every program in
      * this system. See REPORT-IO-FAILURE.
           SELECT OPTIONAL ABEND-LOG-FILE ASSIGN TO
           "path/to/AbendLog.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
      * QUERY-MODE 1 = outputs using the RAW source QUERY-KEY,
      * 2 = outputs rendered from library preset QUERY-KEY,
      * 3 = outputs using QUERY-KEY as sequence, tuning, keymap or
      * automation file, 4 = every stale output (key ignored).
      * RAW sources are named by their SC-DEST-PATH, as Comol-1
      * loads them.
       FD  IMPACT-QUERY-FILE.
       01  IMPACT-QUERY-RECORD.
           05  IQ-QUERY-MODE       PIC 9(1).
           05  IQ-QUERY-KEY        PIC X(60).

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

      * Same record layout as SOURCE-CATALOG-FILE in Comol-Wave.
       FD  SOURCE-CATALOG-FILE.
       01  SOURCE-CATALOG-RECORD.
           05  SC-NAME             PIC X(20).
           05  SC-DEST-PATH        PIC X(60).
           05  SC-ORIGIN-PATH      PIC X(60).
           05  SC-INTAKE-DATE      PIC X(8).
           05  SC-BYTE-COUNT       PIC 9(5).
           05  SC-CHECKSUM         PIC 9(9).

      * Comol-1's PRESET-RECORD, the patch held as one image - it is
      * only ever fingerprinted here, never interpreted.
       FD  PRESET-LIBRARY-FILE.
       01  PRESET-RECORD.
           05  PL-PRESET-NAME      PIC X(20).
           05  PL-PATCH-IMAGE      PIC X(208).

       FD  PATCH-FILE.
       01  PATCH-RECORD            PIC X(208).

       FD  PROBE-FILE.
       01  PROBE-BYTE              PIC X(1).

       FD  IMPACT-REPORT-FILE.
       01  IMPACT-REPORT-RECORD    PIC X(160).

      * One free-form text line per I/O failure. See
      * REPORT-IO-FAILURE.
       FD  ABEND-LOG-FILE.
       01  ABEND-LOG-RECORD    PIC X(160).

       WORKING-STORAGE SECTION.
       01  IMPACT-DATE-TIME    PIC X(21).
      * /\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\
      * /\      JOB / FILE CONTROL         /\
      * /\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\
       01  IMPACT-JOB-CONTROL.
           05  IQ-FILE-STATUS      PIC X(2) VALUE "00".
           05  PV-FILE-STATUS      PIC X(2) VALUE "00".
           05  SC-FILE-STATUS      PIC X(2) VALUE "00".
           05  PL-FILE-STATUS      PIC X(2) VALUE "00".
           05  PF-FILE-STATUS      PIC X(2) VALUE "00".
           05  PROBE-FILE-STATUS   PIC X(2) VALUE "00".
           05  IR-FILE-STATUS      PIC X(2) VALUE "00".
           05  IQ-EOF-SWITCH       PIC 9(1) VALUE 0.
           05  PV-EOF-SWITCH       PIC 9(1) VALUE 0.
           05  SC-EOF-SWITCH       PIC 9(1) VALUE 0.
           05  PL-EOF-SWITCH       PIC 9(1) VALUE 0.
           05  PROBE-EOF-SWITCH    PIC 9(1) VALUE 0.
           05  PROBE-EXISTS-SW     PIC 9(1) VALUE 0.
           05  PATCH-FILE-SW       PIC 9(1) VALUE 0.
           05  QUERY-RUN-COUNT     PIC 9(3) COMP-5 VALUE 0.
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
      * /\      PROVENANCE TABLE (UP TO 500)/\
      * /\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\
      * The register collapsed to one entry per output path, laid
      * out exactly as PROVENANCE-RECORD so a record moves in as a
      * group. A later record for the same path overwrites in place.
       01  PROV-TABLE-VARS    USAGE COMP-5.
           05  PROV-COUNT          PIC 9(3) VALUE 0.
           05  PROV-IDX            PIC 9(3).
           05  PROV-SCAN           PIC 9(3).
           05  PROV-FOUND          PIC 9(3).
           05  PROV-READ-COUNT     PIC 9(9) VALUE 0.
           05  PROV-DROP-COUNT     PIC 9(9) VALUE 0.
           05  SRC-IDX             PIC 9(2).
       01  PROV-TABLE.
           05  PROV-ENTRY OCCURS 500 TIMES.
               10  PE-OUT-PATH         PIC X(60).
               10  PE-RUN-STAMP        PIC X(14).
               10  PE-RUN-MODE         PIC 9(1).
               10  PE-PRESET-NAME      PIC X(20).
               10  PE-PATCH-PRINT      PIC 9(9).
               10  PE-SEQUENCE-PATH    PIC X(60).
               10  PE-SEQUENCE-SUM     PIC 9(9).
               10  PE-TUNING-PATH      PIC X(60).
               10  PE-TUNING-SUM       PIC 9(9).
               10  PE-KEYMAP-PATH      PIC X(60).
               10  PE-KEYMAP-SUM       PIC 9(9).
               10  PE-AUTOMATION-PATH  PIC X(60).
               10  PE-AUTOMATION-SUM   PIC 9(9).
               10  PE-SOURCE-COUNT     PIC 9(2).
               10  PE-SOURCE OCCURS 19 TIMES.
                   15  PE-SRC-ROLE     PIC X(6).
                   15  PE-SRC-PATH     PIC X(60).
                   15  PE-SRC-SUM      PIC 9(9).

      * /\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\
      * /\      CURRENT SOURCE CATALOG      /\
      * /\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\
      * SourceCatalog.dat deduplicated by destination path, newest
      * record winning - Comol-Wave's own rule.
       01  CATALOG-VARS       USAGE COMP-5.
           05  CAT-ENTRY-COUNT     PIC 9(3) VALUE 0.
           05  CAT-SCAN            PIC 9(3).
           05  CAT-FOUND           PIC 9(3).
       01  CATALOG-TABLE.
           05  CATALOG-ENTRY OCCURS 200 TIMES.
               10  CM-DEST-PATH    PIC X(60).
               10  CM-CHECKSUM     PIC 9(9) COMP-5.

      * /\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\
      * /\      CURRENT PRESET LIBRARY      /\
      * /\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\
      * Each library preset's name and the fingerprint of its patch
      * image, computed exactly as Comol-1 computes it at render
      * time (FINGERPRINT-PATCH-IMAGE).
       01  LIBRARY-VARS       USAGE COMP-5.
           05  LIB-COUNT           PIC 9(3) VALUE 0.
           05  LIB-SCAN            PIC 9(3).
           05  LIB-FOUND           PIC 9(3).
       01  LIBRARY-TABLE.
           05  LIBRARY-ENTRY OCCURS 500 TIMES.
               10  LB-PRESET-NAME  PIC X(20).
               10  LB-PATCH-PRINT  PIC 9(9) COMP-5.

      * /\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\
      * /\      SUPPORT FILE CHECKSUMS      /\
      * /\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\
      * Current checksum of each sequence / tuning / keymap /
      * automation file the stale check has already read, so a
      * file shared by every output is read once, not once each.
      * FC-EXISTS 0 = the file no longer opens.
       01  FILE-SUM-VARS      USAGE COMP-5.
           05  FSUM-COUNT          PIC 9(3) VALUE 0.
           05  FSUM-SCAN           PIC 9(3).
           05  FSUM-FOUND          PIC 9(3).
       01  FILE-SUM-TABLE.
           05  FILE-SUM-ENTRY OCCURS 100 TIMES.
               10  FC-PATH         PIC X(60).
               10  FC-CHECKSUM     PIC 9(9) COMP-5.
               10  FC-EXISTS       PIC 9(1).

      * /\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\
      * /\      CHECKSUM WORK FIELDS       /\
      * /\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\
      * The additive checksum Comol-Wave registers in
      * SourceCatalog.dat and Comol-1 records in the register.
       01  PROBE-WORK-VARS    USAGE COMP-5.
           05  PROBE-BYTE-COUNT    PIC 9(9).
           05  PROBE-BYTE-VAL      PIC 9(3).
           05  PROBE-CHECKSUM      PIC 9(9).
           05  PRINT-IDX           PIC 9(3).
           05  PRINT-RESULT        PIC 9(9).
           05  PATCH-FILE-PRINT    PIC 9(9).
           05  PRINT-LENGTH        PIC 9(3).
       01  PRINT-IMAGE             PIC X(208).

      * /\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\
      * /\      STALE CHECK WORK FIELDS     /\
      * /\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\
      * One output is judged at a time; every reason it is stale is
      * reported on its own line, the output counted once.
       01  STALE-VARS.
           05  STALE-SW            PIC 9(1).
           05  STALE-REASON        PIC X(20).
           05  STALE-DETAIL        PIC X(60).
           05  CHECK-PATH          PIC X(60).
           05  CHECK-ROLE          PIC X(10).
           05  CHECK-SUM           PIC 9(9) COMP-5.
           05  CURRENT-SUM         PIC 9(9) COMP-5.
       01  STALE-COUNT-VARS   USAGE COMP-5.
           05  STALE-OUTPUT-COUNT  PIC 9(5) VALUE 0.
           05  CURRENT-OUTPUT-COUNT PIC 9(5) VALUE 0.
           05  STALE-REASON-COUNT  PIC 9(5) VALUE 0.
           05  MATCH-COUNT         PIC 9(5) VALUE 0.

      * Work fields for the report lines.
       01  IMPACT-REPORT-VARS.
           05  IRP-PTR             PIC 9(3).
           05  IRP-COUNT           PIC ZZZZ9.
           05  IRP-MODE-NAME       PIC X(10).
           05  IRP-ROLE            PIC X(10).
           05  IRP-RUN-MODE        PIC X(6).

       PROCEDURE DIVISION.

       MAIN-LOGIC.
           DISPLAY "COMOL-IMPACT  RENDER PROVENANCE INQUIRY".
           PERFORM LOAD-PROVENANCE.
           IF PROV-COUNT = 0
               DISPLAY "IMPACT ERROR: Provenance.dat holds no "
                   "records - nothing to inquire on."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM LOAD-SOURCE-CATALOG.
           PERFORM LOAD-PRESET-LIBRARY.
           PERFORM LOAD-CURRENT-PATCH.

           OPEN OUTPUT IMPACT-REPORT-FILE.
           IF IR-FILE-STATUS NOT = "00"
               MOVE "IMPACT-REPORT-FILE" TO ABEND-FILE-NAME
               MOVE "MAIN-LOGIC" TO ABEND-PARAGRAPH
               MOVE IR-FILE-STATUS TO ABEND-STATUS-CODE
               MOVE 0 TO ABEND-COUNT-EDIT
               PERFORM REPORT-IO-FAILURE
           END-IF.
           PERFORM WRITE-REPORT-HEADING.

           OPEN INPUT IMPACT-QUERY-FILE.
           IF IQ-FILE-STATUS = "00" OR "05"
               MOVE 0 TO IQ-EOF-SWITCH
               PERFORM UNTIL IQ-EOF-SWITCH = 1
                   READ IMPACT-QUERY-FILE
                       AT END
                           MOVE 1 TO IQ-EOF-SWITCH
                       NOT AT END
                           PERFORM RUN-ONE-QUERY
                   END-READ
               END-PERFORM
               CLOSE IMPACT-QUERY-FILE
           END-IF.
      * No questions asked: the morning's standing question is
      * "what needs re-rendering", so answer that.
           IF QUERY-RUN-COUNT = 0
               MOVE 4 TO IQ-QUERY-MODE
               MOVE SPACES TO IQ-QUERY-KEY
               PERFORM RUN-ONE-QUERY
           END-IF.
           CLOSE IMPACT-REPORT-FILE.

           DISPLAY "Done. " QUERY-RUN-COUNT " quer(ies) answered "
               "over " PROV-COUNT " output(s) - see "
               "ImpactReport.txt.".
           STOP RUN.

      * ==========================================
      * LOAD-PROVENANCE
      * Reads the whole register into PROV-TABLE, one entry per
      * output path, the newest record winning. A missing register
      * leaves the table empty and MAIN-LOGIC stops.
      * ==========================================
       LOAD-PROVENANCE.
           OPEN INPUT PROVENANCE-FILE.
           IF PV-FILE-STATUS NOT = "00"
               DISPLAY "IMPACT ERROR: cannot open Provenance.dat "
                   "(status " PV-FILE-STATUS ")."
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO PV-EOF-SWITCH.
           PERFORM UNTIL PV-EOF-SWITCH = 1
               READ PROVENANCE-FILE
                   AT END
                       MOVE 1 TO PV-EOF-SWITCH
                   NOT AT END
                       ADD 1 TO PROV-READ-COUNT
                       PERFORM STORE-ONE-PROVENANCE-ENTRY
               END-READ
               IF PV-FILE-STATUS NOT = "00"
                   AND PV-FILE-STATUS NOT = "10"
                   MOVE "PROVENANCE-FILE" TO ABEND-FILE-NAME
                   MOVE "LOAD-PROVENANCE" TO ABEND-PARAGRAPH
                   MOVE PV-FILE-STATUS TO ABEND-STATUS-CODE
                   MOVE PROV-READ-COUNT TO ABEND-COUNT-EDIT
                   PERFORM REPORT-IO-FAILURE
               END-IF
           END-PERFORM.
           CLOSE PROVENANCE-FILE.
           IF PROV-DROP-COUNT > 0
               DISPLAY "IMPACT WARNING: " PROV-DROP-COUNT
                   " output(s) beyond the 500-entry table were not "
                   "loaded."
           END-IF.

       STORE-ONE-PROVENANCE-ENTRY.
           MOVE 0 TO PROV-FOUND.
           PERFORM VARYING PROV-SCAN FROM 1 BY 1
               UNTIL PROV-SCAN > PROV-COUNT
               IF PE-OUT-PATH(PROV-SCAN) = PV-OUT-PATH
                   MOVE PROV-SCAN TO PROV-FOUND
                   MOVE PROV-COUNT TO PROV-SCAN
               END-IF
           END-PERFORM.
           IF PROV-FOUND > 0
               MOVE PROVENANCE-RECORD TO PROV-ENTRY(PROV-FOUND)
               EXIT PARAGRAPH
           END-IF.
           IF PROV-COUNT < 500
               ADD 1 TO PROV-COUNT
               MOVE PROVENANCE-RECORD TO PROV-ENTRY(PROV-COUNT)
           ELSE
               ADD 1 TO PROV-DROP-COUNT
           END-IF.

      * ==========================================
      * LOAD-SOURCE-CATALOG
      * SourceCatalog.dat deduplicated by destination path, the
      * newest record winning. A missing catalog leaves the table
      * empty: every catalogued source then reads as changed.
      * ==========================================
       LOAD-SOURCE-CATALOG.
           MOVE 0 TO CAT-ENTRY-COUNT.
           OPEN INPUT SOURCE-CATALOG-FILE.
           IF SC-FILE-STATUS NOT = "00"
               DISPLAY "IMPACT WARNING: SourceCatalog.dat not "
                   "readable (status " SC-FILE-STATUS ")."
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO SC-EOF-SWITCH.
           PERFORM UNTIL SC-EOF-SWITCH = 1
               READ SOURCE-CATALOG-FILE
                   AT END
                       MOVE 1 TO SC-EOF-SWITCH
                   NOT AT END
                       PERFORM STORE-ONE-CATALOG-ENTRY
               END-READ
           END-PERFORM.
           CLOSE SOURCE-CATALOG-FILE.

       STORE-ONE-CATALOG-ENTRY.
           MOVE 0 TO CAT-FOUND.
           PERFORM VARYING CAT-SCAN FROM 1 BY 1
               UNTIL CAT-SCAN > CAT-ENTRY-COUNT
               IF CM-DEST-PATH(CAT-SCAN) = SC-DEST-PATH
                   MOVE CAT-SCAN TO CAT-FOUND
                   MOVE CAT-ENTRY-COUNT TO CAT-SCAN
               END-IF
           END-PERFORM.
           IF CAT-FOUND > 0
               MOVE SC-CHECKSUM TO CM-CHECKSUM(CAT-FOUND)
               EXIT PARAGRAPH
           END-IF.
           IF CAT-ENTRY-COUNT < 200
               ADD 1 TO CAT-ENTRY-COUNT
               MOVE SC-DEST-PATH TO CM-DEST-PATH(CAT-ENTRY-COUNT)
               MOVE SC-CHECKSUM TO CM-CHECKSUM(CAT-ENTRY-COUNT)
           END-IF.

      * ==========================================
      * LOAD-PRESET-LIBRARY
      * Name and patch fingerprint of every library preset. A
      * missing library leaves the table empty: every batch output
      * then reads as PRESET RETIRED.
      * ==========================================
       LOAD-PRESET-LIBRARY.
           MOVE 0 TO LIB-COUNT.
           OPEN INPUT PRESET-LIBRARY-FILE.
           IF PL-FILE-STATUS NOT = "00"
               DISPLAY "IMPACT WARNING: PresetLibrary.dat not "
                   "readable (status " PL-FILE-STATUS ")."
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO PL-EOF-SWITCH.
           PERFORM UNTIL PL-EOF-SWITCH = 1
               READ PRESET-LIBRARY-FILE
                   AT END
                       MOVE 1 TO PL-EOF-SWITCH
                   NOT AT END
                       IF LIB-COUNT < 500
                           ADD 1 TO LIB-COUNT
                           MOVE PL-PRESET-NAME
                               TO LB-PRESET-NAME(LIB-COUNT)
                           MOVE PL-PATCH-IMAGE TO PRINT-IMAGE
                           PERFORM FINGERPRINT-PRINT-IMAGE
                           MOVE PRINT-RESULT
                               TO LB-PATCH-PRINT(LIB-COUNT)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PRESET-LIBRARY-FILE.

      * Patch1.dat as it stands now, for single-patch outputs.
       LOAD-CURRENT-PATCH.
           MOVE 0 TO PATCH-FILE-SW.
           MOVE 0 TO PATCH-FILE-PRINT.
           OPEN INPUT PATCH-FILE.
           IF PF-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           READ PATCH-FILE
               AT END
                   CONTINUE
               NOT AT END
                   MOVE 1 TO PATCH-FILE-SW
                   MOVE PATCH-RECORD TO PRINT-IMAGE
                   PERFORM FINGERPRINT-PRINT-IMAGE
                   MOVE PRINT-RESULT TO PATCH-FILE-PRINT
           END-READ.
           CLOSE PATCH-FILE.

      * The additive checksum over a patch image, byte position as
      * the running count - Comol-1's FINGERPRINT-PATCH-IMAGE, kept
      * in step with it. The second oscillator's columns (from byte
      * 193, OSC2-SOURCE first) only count when it is switched on,
      * so a one-oscillator patch keeps its 192-byte print.
       FINGERPRINT-PRINT-IMAGE.
           MOVE 0 TO PRINT-RESULT.
           IF PRINT-IMAGE(193:1) = "0"
               MOVE 192 TO PRINT-LENGTH
           ELSE
               MOVE LENGTH OF PRINT-IMAGE TO PRINT-LENGTH
           END-IF.
           PERFORM VARYING PRINT-IDX FROM 1 BY 1
               UNTIL PRINT-IDX > PRINT-LENGTH
               COMPUTE PROBE-BYTE-VAL =
                   FUNCTION ORD(PRINT-IMAGE(PRINT-IDX:1)) - 1
               COMPUTE PRINT-RESULT =
                   FUNCTION MOD(PRINT-RESULT + PROBE-BYTE-VAL
                       + PRINT-IDX, 999999999)
           END-PERFORM.

      * ==========================================
      * RUN-ONE-QUERY
      * Answers one IMPACT-QUERY-RECORD into the report: a heading
      * naming the question, one line per output found, and a
      * count. An unknown mode is reported, not abended on, so one
      * bad line does not lose the rest of the questions.
      * ==========================================
       RUN-ONE-QUERY.
           ADD 1 TO QUERY-RUN-COUNT.
           MOVE 0 TO MATCH-COUNT.
           EVALUATE IQ-QUERY-MODE
               WHEN 1
                   MOVE "SOURCE" TO IRP-MODE-NAME
               WHEN 2
                   MOVE "PRESET" TO IRP-MODE-NAME
               WHEN 3
                   MOVE "FILE" TO IRP-MODE-NAME
               WHEN 4
                   MOVE "STALE" TO IRP-MODE-NAME
               WHEN OTHER
                   MOVE "UNKNOWN" TO IRP-MODE-NAME
           END-EVALUATE.
           MOVE SPACES TO IMPACT-REPORT-RECORD.
           WRITE IMPACT-REPORT-RECORD.
           MOVE SPACES TO IMPACT-REPORT-RECORD.
           MOVE 1 TO IRP-PTR.
           MOVE QUERY-RUN-COUNT TO IRP-COUNT.
           STRING "QUERY " DELIMITED BY SIZE
               IRP-COUNT DELIMITED BY SIZE
               "  MODE=" DELIMITED BY SIZE
               IRP-MODE-NAME DELIMITED BY SPACE
               INTO IMPACT-REPORT-RECORD WITH POINTER IRP-PTR.
           IF IQ-QUERY-MODE NOT = 4
               STRING "  KEY=" DELIMITED BY SIZE
                   IQ-QUERY-KEY DELIMITED BY SPACE
                   INTO IMPACT-REPORT-RECORD WITH POINTER IRP-PTR
           END-IF.
           PERFORM PUT-IMPACT-REPORT-LINE.

           EVALUATE IQ-QUERY-MODE
               WHEN 1
                   PERFORM QUERY-BY-SOURCE
               WHEN 2
                   PERFORM QUERY-BY-PRESET
               WHEN 3
                   PERFORM QUERY-BY-FILE
               WHEN 4
                   PERFORM QUERY-STALE-OUTPUTS
               WHEN OTHER
                   MOVE "  QUERY REJECTED: MODE MUST BE 1-4"
                       TO IMPACT-REPORT-RECORD
                   PERFORM PUT-IMPACT-REPORT-LINE
                   EXIT PARAGRAPH
           END-EVALUATE.

           IF IQ-QUERY-MODE = 4
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO IMPACT-REPORT-RECORD.
           MOVE 1 TO IRP-PTR.
           MOVE MATCH-COUNT TO IRP-COUNT.
           STRING "  OUTPUTS DEPENDING=" DELIMITED BY SIZE
               IRP-COUNT DELIMITED BY SIZE
               INTO IMPACT-REPORT-RECORD WITH POINTER IRP-PTR.
           PERFORM PUT-IMPACT-REPORT-LINE.

       QUERY-BY-SOURCE.
           PERFORM VARYING PROV-IDX FROM 1 BY 1
               UNTIL PROV-IDX > PROV-COUNT
               PERFORM VARYING SRC-IDX FROM 1 BY 1
                   UNTIL SRC-IDX > PE-SOURCE-COUNT(PROV-IDX)
                   IF PE-SRC-PATH(PROV-IDX, SRC-IDX) = IQ-QUERY-KEY
                       MOVE PE-SRC-ROLE(PROV-IDX, SRC-IDX)
                           TO IRP-ROLE
                       PERFORM WRITE-DEPENDENT-LINE
                       MOVE PE-SOURCE-COUNT(PROV-IDX) TO SRC-IDX
                   END-IF
               END-PERFORM
           END-PERFORM.

       QUERY-BY-PRESET.
           PERFORM VARYING PROV-IDX FROM 1 BY 1
               UNTIL PROV-IDX > PROV-COUNT
               IF PE-RUN-MODE(PROV-IDX) NOT = 0
                   AND PE-PRESET-NAME(PROV-IDX) = IQ-QUERY-KEY(1:20)
                   MOVE "PRESET" TO IRP-ROLE
                   PERFORM WRITE-DEPENDENT-LINE
               END-IF
           END-PERFORM.

      * A file can play more than one part in a render; the first
      * role matched is the one reported.
       QUERY-BY-FILE.
           PERFORM VARYING PROV-IDX FROM 1 BY 1
               UNTIL PROV-IDX > PROV-COUNT
               MOVE SPACES TO IRP-ROLE
               EVALUATE IQ-QUERY-KEY
                   WHEN PE-SEQUENCE-PATH(PROV-IDX)
                       MOVE "SEQUENCE" TO IRP-ROLE
                   WHEN PE-TUNING-PATH(PROV-IDX)
                       MOVE "TUNING" TO IRP-ROLE
                   WHEN PE-KEYMAP-PATH(PROV-IDX)
                       MOVE "KEYMAP" TO IRP-ROLE
                   WHEN PE-AUTOMATION-PATH(PROV-IDX)
                       MOVE "AUTOMATION" TO IRP-ROLE
               END-EVALUATE
               IF IRP-ROLE NOT = SPACES
                   PERFORM WRITE-DEPENDENT-LINE
               END-IF
           END-PERFORM.

       WRITE-DEPENDENT-LINE.
           ADD 1 TO MATCH-COUNT.
           EVALUATE PE-RUN-MODE(PROV-IDX)
               WHEN 1
                   MOVE "BATCH" TO IRP-RUN-MODE
               WHEN 2
                   MOVE "LIST" TO IRP-RUN-MODE
               WHEN OTHER
                   MOVE "SINGLE" TO IRP-RUN-MODE
           END-EVALUATE.
           MOVE SPACES TO IMPACT-REPORT-RECORD.
           MOVE 1 TO IRP-PTR.
           STRING "  " DELIMITED BY SIZE
               PE-OUT-PATH(PROV-IDX) DELIMITED BY SPACE
               "  AS=" DELIMITED BY SIZE
               IRP-ROLE DELIMITED BY SPACE
               "  RUN=" DELIMITED BY SIZE
               IRP-RUN-MODE DELIMITED BY SPACE
               INTO IMPACT-REPORT-RECORD WITH POINTER IRP-PTR.
           IF PE-PRESET-NAME(PROV-IDX) NOT = SPACES
               STRING "  PRESET=" DELIMITED BY SIZE
                   PE-PRESET-NAME(PROV-IDX) DELIMITED BY SPACE
                   INTO IMPACT-REPORT-RECORD WITH POINTER IRP-PTR
           END-IF.
           STRING "  RENDERED=" DELIMITED BY SIZE
               PE-RUN-STAMP(PROV-IDX)(1:8) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               PE-RUN-STAMP(PROV-IDX)(9:6) DELIMITED BY SIZE
               INTO IMPACT-REPORT-RECORD WITH POINTER IRP-PTR.
           PERFORM PUT-IMPACT-REPORT-LINE.

      * ==========================================
      * QUERY-STALE-OUTPUTS
      * Judges every output in the register against today's
      * inputs: each RAW source against the catalog, the patch
      * against the library (or Patch1.dat for a single-patch
      * render), and each support file against its checksum now.
      * Any difference makes the output stale - it is no longer
      * what a re-render would produce.
      * ==========================================
       QUERY-STALE-OUTPUTS.
           MOVE 0 TO STALE-OUTPUT-COUNT.
           MOVE 0 TO CURRENT-OUTPUT-COUNT.
           MOVE 0 TO STALE-REASON-COUNT.
           PERFORM VARYING PROV-IDX FROM 1 BY 1
               UNTIL PROV-IDX > PROV-COUNT
               PERFORM CHECK-ONE-OUTPUT
           END-PERFORM.
           MOVE SPACES TO IMPACT-REPORT-RECORD.
           MOVE 1 TO IRP-PTR.
           MOVE PROV-COUNT TO IRP-COUNT.
           STRING "  OUTPUTS CHECKED=" DELIMITED BY SIZE
               IRP-COUNT DELIMITED BY SIZE
               INTO IMPACT-REPORT-RECORD WITH POINTER IRP-PTR.
           MOVE STALE-OUTPUT-COUNT TO IRP-COUNT.
           STRING "  STALE=" DELIMITED BY SIZE
               IRP-COUNT DELIMITED BY SIZE
               INTO IMPACT-REPORT-RECORD WITH POINTER IRP-PTR.
           MOVE CURRENT-OUTPUT-COUNT TO IRP-COUNT.
           STRING "  CURRENT=" DELIMITED BY SIZE
               IRP-COUNT DELIMITED BY SIZE
               INTO IMPACT-REPORT-RECORD WITH POINTER IRP-PTR.
           MOVE STALE-REASON-COUNT TO IRP-COUNT.
           STRING "  REASONS=" DELIMITED BY SIZE
               IRP-COUNT DELIMITED BY SIZE
               INTO IMPACT-REPORT-RECORD WITH POINTER IRP-PTR.
           PERFORM PUT-IMPACT-REPORT-LINE.

       CHECK-ONE-OUTPUT.
           MOVE 0 TO STALE-SW.

           PERFORM VARYING SRC-IDX FROM 1 BY 1
               UNTIL SRC-IDX > PE-SOURCE-COUNT(PROV-IDX)
               MOVE 0 TO CURRENT-SUM
               PERFORM VARYING CAT-SCAN FROM 1 BY 1
                   UNTIL CAT-SCAN > CAT-ENTRY-COUNT
                   IF CM-DEST-PATH(CAT-SCAN) =
                       PE-SRC-PATH(PROV-IDX, SRC-IDX)
                       MOVE CM-CHECKSUM(CAT-SCAN) TO CURRENT-SUM
                       MOVE CAT-ENTRY-COUNT TO CAT-SCAN
                   END-IF
               END-PERFORM
               IF CURRENT-SUM NOT = PE-SRC-SUM(PROV-IDX, SRC-IDX)
                   MOVE "SOURCE CHANGED" TO STALE-REASON
                   MOVE PE-SRC-PATH(PROV-IDX, SRC-IDX)
                       TO STALE-DETAIL
                   PERFORM WRITE-STALE-LINE
               END-IF
           END-PERFORM.

           IF PE-RUN-MODE(PROV-IDX) = 0
               IF PATCH-FILE-SW = 0
                   OR PATCH-FILE-PRINT NOT = PE-PATCH-PRINT(PROV-IDX)
                   MOVE "PATCH CHANGED" TO STALE-REASON
                   MOVE "path/to/Patch1.dat" TO STALE-DETAIL
                   PERFORM WRITE-STALE-LINE
               END-IF
           ELSE
               MOVE 0 TO LIB-FOUND
               PERFORM VARYING LIB-SCAN FROM 1 BY 1
                   UNTIL LIB-SCAN > LIB-COUNT
                   IF LB-PRESET-NAME(LIB-SCAN) =
                       PE-PRESET-NAME(PROV-IDX)
                       MOVE LIB-SCAN TO LIB-FOUND
                       MOVE LIB-COUNT TO LIB-SCAN
                   END-IF
               END-PERFORM
               MOVE PE-PRESET-NAME(PROV-IDX) TO STALE-DETAIL
               EVALUATE TRUE
                   WHEN LIB-FOUND = 0
                       MOVE "PRESET RETIRED" TO STALE-REASON
                       PERFORM WRITE-STALE-LINE
                   WHEN LB-PATCH-PRINT(LIB-FOUND) NOT =
                       PE-PATCH-PRINT(PROV-IDX)
                       MOVE "PRESET CHANGED" TO STALE-REASON
                       PERFORM WRITE-STALE-LINE
               END-EVALUATE
           END-IF.

           MOVE PE-SEQUENCE-PATH(PROV-IDX) TO CHECK-PATH.
           MOVE PE-SEQUENCE-SUM(PROV-IDX) TO CHECK-SUM.
           MOVE "SEQUENCE" TO CHECK-ROLE.
           PERFORM CHECK-SUPPORT-FILE.
           MOVE PE-TUNING-PATH(PROV-IDX) TO CHECK-PATH.
           MOVE PE-TUNING-SUM(PROV-IDX) TO CHECK-SUM.
           MOVE "TUNING" TO CHECK-ROLE.
           PERFORM CHECK-SUPPORT-FILE.
           MOVE PE-KEYMAP-PATH(PROV-IDX) TO CHECK-PATH.
           MOVE PE-KEYMAP-SUM(PROV-IDX) TO CHECK-SUM.
           MOVE "KEYMAP" TO CHECK-ROLE.
           PERFORM CHECK-SUPPORT-FILE.
           MOVE PE-AUTOMATION-PATH(PROV-IDX) TO CHECK-PATH.
           MOVE PE-AUTOMATION-SUM(PROV-IDX) TO CHECK-SUM.
           MOVE "AUTOMATION" TO CHECK-ROLE.
           PERFORM CHECK-SUPPORT-FILE.

           IF STALE-SW = 1
               ADD 1 TO STALE-OUTPUT-COUNT
           ELSE
               ADD 1 TO CURRENT-OUTPUT-COUNT
           END-IF.

      * A support file the render did not use has a blank path and
      * is skipped. One that no longer opens is stale as MISSING.
       CHECK-SUPPORT-FILE.
           IF CHECK-PATH = SPACES
               EXIT PARAGRAPH
           END-IF.
           PERFORM GET-FILE-CHECKSUM.
           MOVE CHECK-PATH TO STALE-DETAIL.
           EVALUATE TRUE
               WHEN FC-EXISTS(FSUM-FOUND) = 0
                   MOVE SPACES TO STALE-REASON
                   STRING CHECK-ROLE DELIMITED BY SPACE
                       " MISSING" DELIMITED BY SIZE
                       INTO STALE-REASON
                   PERFORM WRITE-STALE-LINE
               WHEN FC-CHECKSUM(FSUM-FOUND) NOT = CHECK-SUM
                   MOVE SPACES TO STALE-REASON
                   STRING CHECK-ROLE DELIMITED BY SPACE
                       " CHANGED" DELIMITED BY SIZE
                       INTO STALE-REASON
                   PERFORM WRITE-STALE-LINE
           END-EVALUATE.

      * Leaves FSUM-FOUND pointing at CHECK-PATH's entry in
      * FILE-SUM-TABLE, reading the file the first time it is
      * asked for. Once the table is full the last slot is reused.
       GET-FILE-CHECKSUM.
           MOVE 0 TO FSUM-FOUND.
           PERFORM VARYING FSUM-SCAN FROM 1 BY 1
               UNTIL FSUM-SCAN > FSUM-COUNT
               IF FC-PATH(FSUM-SCAN) = CHECK-PATH
                   MOVE FSUM-SCAN TO FSUM-FOUND
                   MOVE FSUM-COUNT TO FSUM-SCAN
               END-IF
           END-PERFORM.
           IF FSUM-FOUND > 0
               EXIT PARAGRAPH
           END-IF.
           MOVE CHECK-PATH TO PROBE-PATH.
           PERFORM CHECKSUM-PROBE-FILE.
           IF FSUM-COUNT < 100
               ADD 1 TO FSUM-COUNT
           END-IF.
           MOVE FSUM-COUNT TO FSUM-FOUND.
           MOVE CHECK-PATH TO FC-PATH(FSUM-FOUND).
           MOVE PROBE-CHECKSUM TO FC-CHECKSUM(FSUM-FOUND).
           MOVE PROBE-EXISTS-SW TO FC-EXISTS(FSUM-FOUND).

       WRITE-STALE-LINE.
           MOVE 1 TO STALE-SW.
           ADD 1 TO STALE-REASON-COUNT.
           MOVE SPACES TO IMPACT-REPORT-RECORD.
           MOVE 1 TO IRP-PTR.
           STRING "  STALE " DELIMITED BY SIZE
               PE-OUT-PATH(PROV-IDX) DELIMITED BY SPACE
               "  " DELIMITED BY SIZE
               STALE-REASON DELIMITED BY "  "
               "  " DELIMITED BY SIZE
               STALE-DETAIL DELIMITED BY SPACE
               INTO IMPACT-REPORT-RECORD WITH POINTER IRP-PTR.
           PERFORM PUT-IMPACT-REPORT-LINE.

      * ==========================================
      * CHECKSUM-PROBE-FILE
      * Reads PROBE-PATH end to end through the one-byte handle,
      * setting PROBE-EXISTS-SW and, for a file that opens, its
      * additive checksum. Anything but a clean read to end of
      * file is an I/O fault.
      * ==========================================
       CHECKSUM-PROBE-FILE.
           MOVE 0 TO PROBE-EXISTS-SW.
           MOVE 0 TO PROBE-BYTE-COUNT.
           MOVE 0 TO PROBE-CHECKSUM.
           MOVE 0 TO PROBE-EOF-SWITCH.
           OPEN INPUT PROBE-FILE.
           IF PROBE-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE 1 TO PROBE-EXISTS-SW.
           PERFORM UNTIL PROBE-EOF-SWITCH = 1
               READ PROBE-FILE
                   AT END
                       MOVE 1 TO PROBE-EOF-SWITCH
                   NOT AT END
                       ADD 1 TO PROBE-BYTE-COUNT
                       COMPUTE PROBE-BYTE-VAL =
                           FUNCTION ORD(PROBE-BYTE) - 1
                       COMPUTE PROBE-CHECKSUM =
                           FUNCTION MOD(PROBE-CHECKSUM
                               + PROBE-BYTE-VAL
                               + PROBE-BYTE-COUNT, 999999999)
               END-READ
               IF PROBE-FILE-STATUS NOT = "00"
                   AND PROBE-FILE-STATUS NOT = "10"
                   MOVE "PROBE-FILE" TO ABEND-FILE-NAME
                   MOVE "CHECKSUM-PROBE-FILE" TO ABEND-PARAGRAPH
                   MOVE PROBE-FILE-STATUS TO ABEND-STATUS-CODE
                   MOVE PROBE-BYTE-COUNT TO ABEND-COUNT-EDIT
                   PERFORM REPORT-IO-FAILURE
               END-IF
           END-PERFORM.
           CLOSE PROBE-FILE.

       WRITE-REPORT-HEADING.
           MOVE "COMOL-IMPACT RENDER PROVENANCE REPORT"
               TO IMPACT-REPORT-RECORD.
           PERFORM PUT-IMPACT-REPORT-LINE.
           MOVE FUNCTION CURRENT-DATE TO IMPACT-DATE-TIME.
           MOVE SPACES TO IMPACT-REPORT-RECORD.
           MOVE 1 TO IRP-PTR.
           STRING "WRITTEN " DELIMITED BY SIZE
               IMPACT-DATE-TIME(1:8) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               IMPACT-DATE-TIME(9:6) DELIMITED BY SIZE
               INTO IMPACT-REPORT-RECORD WITH POINTER IRP-PTR.
           PERFORM PUT-IMPACT-REPORT-LINE.
           MOVE SPACES TO IMPACT-REPORT-RECORD.
           MOVE 1 TO IRP-PTR.
           MOVE PROV-READ-COUNT TO IRP-COUNT.
           STRING "REGISTER RECORDS=" DELIMITED BY SIZE
               IRP-COUNT DELIMITED BY SIZE
               INTO IMPACT-REPORT-RECORD WITH POINTER IRP-PTR.
           MOVE PROV-COUNT TO IRP-COUNT.
           STRING "  OUTPUTS=" DELIMITED BY SIZE
               IRP-COUNT DELIMITED BY SIZE
               INTO IMPACT-REPORT-RECORD WITH POINTER IRP-PTR.
           MOVE CAT-ENTRY-COUNT TO IRP-COUNT.
           STRING "  CATALOG SOURCES=" DELIMITED BY SIZE
               IRP-COUNT DELIMITED BY SIZE
               INTO IMPACT-REPORT-RECORD WITH POINTER IRP-PTR.
           MOVE LIB-COUNT TO IRP-COUNT.
           STRING "  LIBRARY PRESETS=" DELIMITED BY SIZE
               IRP-COUNT DELIMITED BY SIZE
               INTO IMPACT-REPORT-RECORD WITH POINTER IRP-PTR.
           PERFORM PUT-IMPACT-REPORT-LINE.

       PUT-IMPACT-REPORT-LINE.
           WRITE IMPACT-REPORT-RECORD.
           IF IR-FILE-STATUS NOT = "00"
               MOVE "IMPACT-REPORT-FILE" TO ABEND-FILE-NAME
               MOVE "PUT-IMPACT-REPORT-LINE" TO ABEND-PARAGRAPH
               MOVE IR-FILE-STATUS TO ABEND-STATUS-CODE
               MOVE QUERY-RUN-COUNT TO ABEND-COUNT-EDIT
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
               " COMOL-IMPACT FILE=" DELIMITED BY SIZE
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
