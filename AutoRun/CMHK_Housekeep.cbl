       IDENTIFICATION DIVISION.
       PROGRAM-ID. Comol-House.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * /\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\
      * /\          FILE HANDLES          /\
      * /\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\
      * Housekeeping for the render area. The preset batch, the
      * render-list runs, Comol-FX and Comol-Mix leave WAVEs, run
      * logs and masters behind night after night, and an abend
      * leaves QANorm.tmp, the mix staging files or a stale
      * Checkpoint1.dat that would make the next Comol-1 run resume
      * a render that should start fresh. Driven by one retention
      * policy record, this program archives renders past their
      * class's keep period (keeping the last N versions of each),
      * deletes scratch files, and reports orphans both ways - files
      * nothing references, and register rows whose file is gone.
      * Anything belonging to a step Comol-Job shows as incomplete
      * is refused, not touched. Every action goes to an audit file
      * with the bytes it freed.
      *
      * Days to keep per asset class, the archive location, the
      * number of archived versions to keep, and whether to act or
      * only audit what it would do.
           SELECT RETENTION-POLICY-FILE ASSIGN TO
           "path/to/RetentionPolicy.dat"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS RP-FILE-STATUS.
      * Comol-Job's step status and the manifest it ran from. A
      * non-empty JobStatus.dat is an interrupted night; every step
      * not COMPLETE in it protects the files its program writes.
           SELECT OPTIONAL JOB-STATUS-FILE ASSIGN TO
           "path/to/JobStatus.dat"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS JS-FILE-STATUS.
           SELECT OPTIONAL JOB-MANIFEST-FILE ASSIGN TO
           "path/to/JobManifest.dat"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS JM-FILE-STATUS.
      * The catalogs and reports that say which files are wanted.
      * All are only read; one that is absent simply references
      * nothing, one that cannot be read stops the run before any
      * file is touched.
           SELECT OPTIONAL PRESET-LIBRARY-FILE ASSIGN TO
           "path/to/PresetLibrary.dat"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS REG-FILE-STATUS.
           SELECT OPTIONAL CATALOG-FILE ASSIGN TO
           "path/to/Catalog.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS REG-FILE-STATUS.
           SELECT OPTIONAL PROVENANCE-FILE ASSIGN TO
           "path/to/Provenance.dat"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS REG-FILE-STATUS.
           SELECT OPTIONAL EFFECTS-PARAM-FILE ASSIGN TO
           "path/to/Effects1.dat"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS REG-FILE-STATUS.
           SELECT OPTIONAL MIX-LIST-FILE ASSIGN TO
           "path/to/MixList.dat"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS REG-FILE-STATUS.
           SELECT OPTIONAL VERIFY-SUITE-FILE ASSIGN TO
           "path/to/VerifySuite.dat"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS REG-FILE-STATUS.
           SELECT OPTIONAL SOURCE-CATALOG-FILE ASSIGN TO
           "path/to/SourceCatalog.dat"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS REG-FILE-STATUS.
           SELECT OPTIONAL WAVE-INTAKE-FILE ASSIGN TO
           "path/to/WaveIntake.dat"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS REG-FILE-STATUS.
           SELECT OPTIONAL SPEC-LIST-FILE ASSIGN TO
           "path/to/SpecList.dat"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS REG-FILE-STATUS.
           SELECT OPTIONAL QA-REPORT-FILE ASSIGN TO
           "path/to/QAReport.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS REG-FILE-STATUS.
      * A directory listing, one file name per line, written by the
      * scheduler shell - first of the archive, then of the render
      * area. ASSIGN TO DYNAMIC so the one handle reads both.
           SELECT HOUSE-LIST-FILE ASSIGN TO DYNAMIC HK-LIST-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS HL-FILE-STATUS.
      * Appended every run and never truncated - the lasting record
      * of what was archived, deleted or refused and why.
           SELECT OPTIONAL AUDIT-FILE ASSIGN TO
           "path/to/HousekeepAudit.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS AU-FILE-STATUS.
      * Common abend diagnostics log, shared with every program in
      * this system. See REPORT-IO-FAILURE.
           SELECT OPTIONAL ABEND-LOG-FILE ASSIGN TO
           "path/to/AbendLog.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
      * ARCHIVE-DIR is where aged files and versions go. KEEP-
      * VERSIONS (01-99) is how many archived versions of each file
      * are kept. The DAYS fields are how long a file of that class
      * may sit in the render area since it was last written before
      * it is archived (scratch files: deleted). APPLY-SW 0 audits
      * what would be done and touches nothing; 1 does it.
       FD  RETENTION-POLICY-FILE.
       01  RETENTION-POLICY-RECORD.
           05  RP-ARCHIVE-DIR      PIC X(60).
           05  RP-KEEP-VERSIONS    PIC 9(2).
           05  RP-RENDER-DAYS      PIC 9(4).
           05  RP-RUNLOG-DAYS      PIC 9(4).
           05  RP-WET-DAYS         PIC 9(4).
           05  RP-MASTER-DAYS      PIC 9(4).
           05  RP-SCRATCH-DAYS     PIC 9(4).
           05  RP-APPLY-SW         PIC 9(1).

      * Same layout as JOB-STATUS-RECORD in Comol-Job.
       FD  JOB-STATUS-FILE.
       01  JOB-STATUS-RECORD.
           05  JS-STEP-NUM         PIC 9(3).
           05  JS-STEP-NAME        PIC X(12).
           05  JS-START-STAMP      PIC X(14).
           05  JS-END-STAMP        PIC X(14).
           05  JS-RETURN-CODE      PIC 9(4).
           05  JS-VERDICT          PIC X(8).

      * Same layout as JOB-MANIFEST-RECORD in Comol-Job.
       FD  JOB-MANIFEST-FILE.
       01  JOB-MANIFEST-RECORD.
           05  JM-STEP-NAME        PIC X(12).
           05  JM-COMMAND          PIC X(60).
           05  JM-PARAM-PATH       PIC X(60).
           05  JM-CONT-ON-ERROR    PIC 9(1).

      * Comol-1's PRESET-RECORD - only the name is used here.
       FD  PRESET-LIBRARY-FILE.
       01  PRESET-RECORD.
           05  PL-PRESET-NAME      PIC X(20).
           05  PL-PATCH-IMAGE      PIC X(208).

      * Comol-1's catalog line: name in 1-20, output path from 46,
      * or the name followed by a SKIPPED / RETIRED verdict.
       FD  CATALOG-FILE.
       01  CATALOG-RECORD          PIC X(132).

      * Comol-1's PROVENANCE-RECORD - output path and run stamp
      * used here, the rest carried as FILLER.
       FD  PROVENANCE-FILE.
       01  PROVENANCE-RECORD.
           05  PV-OUT-PATH         PIC X(60).
           05  PV-RUN-STAMP        PIC X(14).
           05  FILLER              PIC X(1733).

      * Comol-FX's EFFECTS-RECORD - the two paths used here.
       FD  EFFECTS-PARAM-FILE.
       01  EFFECTS-RECORD.
           05  EF-IN-PATH          PIC X(60).
           05  EF-OUT-PATH         PIC X(60).
           05  FILLER              PIC X(34).

      * Comol-Mix's MIX-TRACK-RECORD.
       FD  MIX-LIST-FILE.
       01  MIX-TRACK-RECORD.
           05  MX-WAVE-PATH        PIC X(60).
           05  FILLER              PIC X(12).

      * Comol-Verify's VERIFY-SUITE-RECORD.
       FD  VERIFY-SUITE-FILE.
       01  VERIFY-SUITE-RECORD.
           05  VS-RENDER-PATH      PIC X(60).
           05  VS-GOLDEN-PATH      PIC X(60).
           05  FILLER              PIC X(5).

      * Comol-Wave's SOURCE-CATALOG-RECORD and WAVE-INTAKE-RECORD -
      * the captures the wavetables were conditioned from.
       FD  SOURCE-CATALOG-FILE.
       01  SOURCE-CATALOG-RECORD.
           05  SC-NAME             PIC X(20).
           05  SC-DEST-PATH        PIC X(60).
           05  SC-ORIGIN-PATH      PIC X(60).
           05  FILLER              PIC X(22).
       FD  WAVE-INTAKE-FILE.
       01  WAVE-INTAKE-RECORD.
           05  WI-SOURCE-PATH      PIC X(60).
           05  WI-DEST-PATH        PIC X(60).
           05  FILLER              PIC X(20).

      * Comol-Spec's SPEC-LIST-RECORD.
       FD  SPEC-LIST-FILE.
       01  SPEC-LIST-RECORD.
           05  SL-WAVE-PATH        PIC X(60).
           05  FILLER              PIC X(16).

      * Comol-1's QA line - the path is the first word.
       FD  QA-REPORT-FILE.
       01  QA-REPORT-RECORD        PIC X(160).

       FD  HOUSE-LIST-FILE.
       01  HOUSE-LIST-RECORD       PIC X(60).

       FD  AUDIT-FILE.
       01  AUDIT-RECORD            PIC X(200).

      * One free-form text line per I/O failure. See
      * REPORT-IO-FAILURE.
       FD  ABEND-LOG-FILE.
       01  ABEND-LOG-RECORD        PIC X(160).

       WORKING-STORAGE SECTION.
       01  HK-DATE-TIME        PIC X(21).
      * /\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\
      * /\      FILE CONTROL               /\
      * /\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\
       01  HK-FILE-CONTROL.
           05  RP-FILE-STATUS      PIC X(2) VALUE "00".
           05  JS-FILE-STATUS      PIC X(2) VALUE "00".
           05  JM-FILE-STATUS      PIC X(2) VALUE "00".
           05  REG-FILE-STATUS     PIC X(2) VALUE "00".
           05  HL-FILE-STATUS      PIC X(2) VALUE "00".
           05  AU-FILE-STATUS      PIC X(2) VALUE "00".
           05  HK-EOF-SWITCH       PIC 9(1) VALUE 0.
           05  HK-FATAL-SWITCH     PIC 9(1) VALUE 0.
       01  DYNAMIC-FILE-PATHS.
           05  HK-LIST-PATH        PIC X(60).
       01  HK-REGISTER-NAME    PIC X(20).
      * The render area every program in this system writes to, and
      * the two listing files the scheduler shell writes for us.
       78  HK-ASSET-DIR        VALUE "path/to".
       78  HK-DISK-LIST-PATH   VALUE "path/to/HouseDisk.lst".
       78  HK-ARCH-LIST-PATH   VALUE "path/to/HouseArchive.lst".

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
      * /\      ASSET CLASSES              /\
      * /\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\
      * 1 RENDER  - a Comol-1 WAVE (library, song part, export)
      * 2 RUNLOG  - a Comol-1 run log, <name>-RunLog.txt
      * 3 WET     - a Comol-FX output
      * 4 MASTER  - the Comol-Mix master
      * 5 SCRATCH - Comol-1's Checkpoint1.dat and QANorm.tmp
      * 6 SCRATCH - Comol-Mix's MixAcc-A/B.tmp
      * The two scratch classes share the policy's SCRATCH-DAYS but
      * belong to different programs, so an incomplete render step
      * and an incomplete mix step protect different files.
       01  CLASS-NAME-TABLE.
           05  FILLER              PIC X(48) VALUE
               "RENDER  RUNLOG  WET     MASTER  SCRATCH SCRATCH ".
       01  FILLER REDEFINES CLASS-NAME-TABLE.
           05  CLASS-NAME          PIC X(8) OCCURS 6 TIMES.
       01  CLASS-POLICY-TABLE.
           05  CLASS-ENTRY OCCURS 6 TIMES.
               10  CLASS-DAYS      PIC 9(4)  COMP-5.
      * Step number and name of the incomplete step that protects
      * this class, spaces when nothing does.
               10  CLASS-PROT-NOTE PIC X(30).

      * /\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\
      * /\      INCOMPLETE JOB STEPS       /\
      * /\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\
       01  STEP-PROTECT-VARS  USAGE COMP-5.
           05  MANIFEST-COUNT      PIC 9(3) VALUE 0.
           05  INCOMPLETE-COUNT    PIC 9(3) VALUE 0.
           05  CLASS-IDX           PIC 9(1).
           05  PROG-HIT-COUNT      PIC 9(3).
       01  MANIFEST-TABLE.
           05  MANIFEST-STEP OCCURS 50 TIMES.
               10  MT-NAME         PIC X(12).
               10  MT-COMMAND      PIC X(60).
       01  PROTECT-NOTE-WORK   PIC X(30).
       01  PROTECT-STEP-EDIT   PIC 9(3).
       01  PROTECT-COMMAND     PIC X(60).

      * /\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\
      * /\      REFERENCED PATHS           /\
      * /\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\
      * Every path a catalog, register, parameter list or report
      * names. LIBRARY-SW marks the current library batch output
      * (and its run log) - the incremental batch carries those
      * forward night after night, so they are versioned into the
      * archive but never moved out. PINNED-SW marks goldens,
      * captures and the verify suite's renders, never touched.
      * CATALOG-SW marks a catalog row that says the file is on
      * disk now; PROVENANCE-SW a file Comol-1 recorded writing,
      * with the newest run stamp in STAMP.
       01  REFERENCE-VARS     USAGE COMP-5.
           05  REF-COUNT           PIC 9(5) VALUE 0.
           05  REF-IDX             PIC 9(5).
           05  REF-FOUND           PIC 9(5).
           05  REF-OVERFLOW-SW     PIC 9(1) VALUE 0.
       01  REF-WORK-PATH       PIC X(60).
       01  REFERENCE-TABLE.
           05  REFERENCE-ENTRY OCCURS 3000 TIMES.
               10  RF-PATH          PIC X(60).
               10  RF-STAMP         PIC X(14).
               10  RF-LIBRARY-SW    PIC 9(1) COMP-5.
               10  RF-PINNED-SW     PIC 9(1) COMP-5.
               10  RF-CATALOG-SW    PIC 9(1) COMP-5.
               10  RF-PROVENANCE-SW PIC 9(1) COMP-5.
               10  RF-WET-SW        PIC 9(1) COMP-5.

      * /\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\
      * /\      ARCHIVED VERSIONS          /\
      * /\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\
      * One entry per file in the archive named <base>-<stamp><ext>
      * - the 14-digit stamp is when that version was written.
      * Anything else in the archive is left alone.
       01  ARCHIVE-VARS       USAGE COMP-5.
           05  ARCH-COUNT          PIC 9(5) VALUE 0.
           05  ARCH-IDX            PIC 9(5).
           05  ARCH-CMP-IDX        PIC 9(5).
           05  ARCH-FOUND          PIC 9(5).
           05  ARCH-NEWER-COUNT    PIC 9(5).
           05  ARCH-OVERFLOW-SW    PIC 9(1) VALUE 0.
       01  ARCHIVE-TABLE.
           05  ARCHIVE-ENTRY OCCURS 5000 TIMES.
               10  AV-NAME          PIC X(60).
               10  AV-BASE          PIC X(60).
               10  AV-EXT           PIC X(8).
               10  AV-STAMP         PIC X(14).

      * /\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\
      * /\      FILE UNDER EXAMINATION     /\
      * /\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\
       01  FILE-WORK-VARS     USAGE COMP-5.
           05  HK-NAME-LEN         PIC 9(3).
           05  HK-DOT-POS          PIC 9(3).
           05  HK-SLASH-POS        PIC 9(3).
           05  HK-CLASS            PIC 9(1).
      * Action codes: 0 none, 1 archive, 2 delete, 3 version.
           05  HK-ACTION           PIC 9(1).
           05  HK-FILE-SIZE        PIC 9(18).
           05  HK-AGE-DAYS         PIC S9(7).
           05  HK-TODAY-INT        PIC 9(7).
           05  HK-CURRENT-SW       PIC 9(1).
           05  HK-LINE-BYTES       PIC 9(18).
       01  HK-NAME             PIC X(60).
       01  HK-BASE             PIC X(60).
       01  HK-EXT              PIC X(8).
       01  HK-PATH             PIC X(121).
       01  HK-ARCH-PATH        PIC X(121).
       01  HK-VERSION-STAMP    PIC X(14).
       01  HK-ACTION-WORD      PIC X(13).
       01  HK-AUDIT-NOTE       PIC X(120).
       01  HK-TODAY            PIC 9(8).

      * CBL_CHECK_FILE_EXIST's file-details block: size, then the
      * date and time last written, one binary byte each except the
      * year.
       01  FILE-DETAILS.
           05  FD-SIZE             PIC 9(18) BINARY.
           05  FD-DAY              PIC X(1).
           05  FD-MONTH            PIC X(1).
           05  FD-YEAR             PIC 9(4) BINARY.
           05  FD-HOUR             PIC X(1).
           05  FD-MINUTE           PIC X(1).
           05  FD-SECOND           PIC X(1).
           05  FD-HUNDREDTH        PIC X(1).
       01  FILE-STAMP-PARTS.
           05  FS-DATE-PART.
               10  FS-YEAR         PIC 9(4).
               10  FS-MONTH        PIC 9(2).
               10  FS-DAY          PIC 9(2).
           05  FS-DATE-NUM REDEFINES FS-DATE-PART PIC 9(8).
           05  FS-HOUR             PIC 9(2).
           05  FS-MINUTE           PIC 9(2).
           05  FS-SECOND           PIC 9(2).
       01  FILE-STAMP REDEFINES FILE-STAMP-PARTS PIC X(14).

      * /\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\
      * /\      FILE SERVICES              /\
      * /\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\
      * Copies, deletes and the size/date probe go through the
      * runtime's file services; the directory listings go to the
      * scheduler shell through the SYSTEM service, exactly as
      * Comol-Job runs a step.
       01  HOUSE-EXEC-VARS.
           05  HOUSE-EXEC-COMMAND  PIC X(140).
           05  HOUSE-CALL-RC       PIC S9(9) COMP-5.
           05  HOUSE-COPY-SIZE     PIC 9(18) COMP-5.

      * /\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\
      * /\      RUN TOTALS                 /\
      * /\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\
       01  HOUSE-TOTALS       USAGE COMP-5.
           05  EXAMINED-COUNT      PIC 9(7) VALUE 0.
           05  ARCHIVED-COUNT      PIC 9(7) VALUE 0.
           05  DELETED-COUNT       PIC 9(7) VALUE 0.
           05  VERSIONED-COUNT     PIC 9(7) VALUE 0.
           05  PURGED-COUNT        PIC 9(7) VALUE 0.
           05  REFUSED-COUNT       PIC 9(7) VALUE 0.
           05  ORPHAN-COUNT        PIC 9(7) VALUE 0.
           05  MISSING-COUNT       PIC 9(7) VALUE 0.
           05  FAILED-COUNT        PIC 9(7) VALUE 0.
           05  BYTES-FREED         PIC 9(15) VALUE 0.

      * Numeric-edited work fields for the audit lines.
       01  AUDIT-VARS.
           05  AUD-PTR             PIC 9(3).
           05  AUD-AGE             PIC -(5)9.
           05  AUD-BYTES           PIC Z(14)9.
           05  AUD-COUNT           PIC Z(6)9.
           05  AUD-DAYS            PIC ZZZ9.
           05  AUD-RC              PIC -(8)9.

       PROCEDURE DIVISION.

       MAIN-LOGIC.
           DISPLAY "COMOL-HOUSE  RENDER RETENTION AND CLEANUP".
           MOVE FUNCTION CURRENT-DATE TO HK-DATE-TIME.
           MOVE HK-DATE-TIME(1:8) TO HK-TODAY.
           COMPUTE HK-TODAY-INT = FUNCTION INTEGER-OF-DATE(HK-TODAY).
           OPEN EXTEND AUDIT-FILE.
           IF AU-FILE-STATUS NOT = "00" AND AU-FILE-STATUS NOT = "05"
               MOVE "AUDIT-FILE" TO ABEND-FILE-NAME
               MOVE "MAIN-LOGIC" TO ABEND-PARAGRAPH
               MOVE AU-FILE-STATUS TO ABEND-STATUS-CODE
               MOVE 0 TO ABEND-COUNT-EDIT
               PERFORM REPORT-IO-FAILURE
           END-IF.

           PERFORM LOAD-RETENTION-POLICY.
           IF HK-FATAL-SWITCH = 0
               PERFORM LOAD-STEP-PROTECTION
               PERFORM LOAD-REFERENCES
           END-IF.
      * Nothing is touched unless the policy is sound and every
      * catalog and report that exists could be read - a file
      * cannot be judged unreferenced from a register we failed to
      * read.
           IF HK-FATAL-SWITCH = 1
               MOVE "RUN ABANDONED - NO FILE TOUCHED" TO HK-AUDIT-NOTE
               PERFORM WRITE-AUDIT-NOTE
               CLOSE AUDIT-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM LIST-DIRECTORIES.
           PERFORM LOAD-ARCHIVE-LISTING.
           PERFORM SWEEP-RENDER-AREA.
           PERFORM PURGE-OLD-VERSIONS.
           PERFORM CHECK-MISSING-FILES.
           MOVE HK-DISK-LIST-PATH TO HK-PATH.
           CALL "CBL_DELETE_FILE" USING HK-PATH
               RETURNING HOUSE-CALL-RC.
           MOVE HK-ARCH-LIST-PATH TO HK-PATH.
           CALL "CBL_DELETE_FILE" USING HK-PATH
               RETURNING HOUSE-CALL-RC.
           PERFORM WRITE-AUDIT-SUMMARY.
           CLOSE AUDIT-FILE.

           IF RP-APPLY-SW = 0
               DISPLAY "Trial run - nothing was moved or deleted. "
                   "See HousekeepAudit.txt."
           END-IF.
           IF FAILED-COUNT > 0
               MOVE 8 TO RETURN-CODE
           ELSE
               IF REFUSED-COUNT > 0 OR ORPHAN-COUNT > 0
                   OR MISSING-COUNT > 0
      * The sweep itself went as planned, but the audit has
      * protected files, orphans or missing files to look at.
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           STOP RUN.

      * ==========================================
      * LOAD-RETENTION-POLICY
      * The one policy record. There is no default policy - a run
      * that deletes and moves files does so only on the operator's
      * written say-so.
      * ==========================================
       LOAD-RETENTION-POLICY.
           OPEN INPUT RETENTION-POLICY-FILE.
           IF RP-FILE-STATUS NOT = "00"
               MOVE SPACES TO HK-AUDIT-NOTE
               STRING "CANNOT OPEN RetentionPolicy.dat (STATUS "
                   DELIMITED BY SIZE
                   RP-FILE-STATUS DELIMITED BY SIZE
                   ")" DELIMITED BY SIZE
                   INTO HK-AUDIT-NOTE
               PERFORM REPORT-POLICY-ERROR
               EXIT PARAGRAPH
           END-IF.
           READ RETENTION-POLICY-FILE
               AT END
                   MOVE "RetentionPolicy.dat IS EMPTY" TO HK-AUDIT-NOTE
                   PERFORM REPORT-POLICY-ERROR
           END-READ.
           CLOSE RETENTION-POLICY-FILE.
           IF HK-FATAL-SWITCH = 1
               EXIT PARAGRAPH
           END-IF.
           IF RP-ARCHIVE-DIR = SPACES
               MOVE "ARCHIVE-DIR IS BLANK" TO HK-AUDIT-NOTE
               PERFORM REPORT-POLICY-ERROR
           END-IF.
           IF RP-KEEP-VERSIONS NOT NUMERIC OR RP-KEEP-VERSIONS = 0
               MOVE "KEEP-VERSIONS MUST BE 01 TO 99" TO HK-AUDIT-NOTE
               PERFORM REPORT-POLICY-ERROR
           END-IF.
           IF RP-RENDER-DAYS NOT NUMERIC OR RP-RUNLOG-DAYS NOT NUMERIC
               OR RP-WET-DAYS NOT NUMERIC
               OR RP-MASTER-DAYS NOT NUMERIC
               OR RP-SCRATCH-DAYS NOT NUMERIC
               MOVE "A DAYS-TO-KEEP FIELD IS NOT NUMERIC"
                   TO HK-AUDIT-NOTE
               PERFORM REPORT-POLICY-ERROR
           END-IF.
           IF RP-APPLY-SW NOT NUMERIC OR RP-APPLY-SW > 1
               MOVE "APPLY-SW MUST BE 0 (TRIAL) OR 1 (APPLY)"
                   TO HK-AUDIT-NOTE
               PERFORM REPORT-POLICY-ERROR
           END-IF.
           IF HK-FATAL-SWITCH = 1
               EXIT PARAGRAPH
           END-IF.
           MOVE RP-RENDER-DAYS  TO CLASS-DAYS(1).
           MOVE RP-RUNLOG-DAYS  TO CLASS-DAYS(2).
           MOVE RP-WET-DAYS     TO CLASS-DAYS(3).
           MOVE RP-MASTER-DAYS  TO CLASS-DAYS(4).
           MOVE RP-SCRATCH-DAYS TO CLASS-DAYS(5).
           MOVE RP-SCRATCH-DAYS TO CLASS-DAYS(6).
           PERFORM VARYING CLASS-IDX FROM 1 BY 1
               UNTIL CLASS-IDX > 6
               MOVE SPACES TO CLASS-PROT-NOTE(CLASS-IDX)
           END-PERFORM.
           PERFORM WRITE-AUDIT-HEADER.

      * ==========================================
      * LOAD-STEP-PROTECTION
      * An empty or absent JobStatus.dat is a finished night and
      * protects nothing. Otherwise each step not COMPLETE (FAILED,
      * NOT RUN, or never reached) protects the classes its program
      * writes or reads back, found from its manifest command the
      * way Comol-Plan recognises the render step. A step whose
      * command is not one of ours, or whose manifest entry has
      * changed since, protects every class.
      * ==========================================
       LOAD-STEP-PROTECTION.
           MOVE 0 TO MANIFEST-COUNT.
           OPEN INPUT JOB-MANIFEST-FILE.
           IF JM-FILE-STATUS = "00"
               MOVE 0 TO HK-EOF-SWITCH
               PERFORM UNTIL HK-EOF-SWITCH = 1
                   READ JOB-MANIFEST-FILE
                       AT END
                           MOVE 1 TO HK-EOF-SWITCH
                       NOT AT END
                           IF MANIFEST-COUNT < 50
                               ADD 1 TO MANIFEST-COUNT
                               MOVE JM-STEP-NAME
                                   TO MT-NAME(MANIFEST-COUNT)
                               MOVE JM-COMMAND
                                   TO MT-COMMAND(MANIFEST-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE JOB-MANIFEST-FILE
           END-IF.
           OPEN INPUT JOB-STATUS-FILE.
           IF JS-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO HK-EOF-SWITCH.
           PERFORM UNTIL HK-EOF-SWITCH = 1
               READ JOB-STATUS-FILE
                   AT END
                       MOVE 1 TO HK-EOF-SWITCH
                   NOT AT END
                       IF JS-VERDICT NOT = "COMPLETE"
                           PERFORM PROTECT-FOR-STEP
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE JOB-STATUS-FILE.

       PROTECT-FOR-STEP.
           ADD 1 TO INCOMPLETE-COUNT.
           MOVE JS-STEP-NUM TO PROTECT-STEP-EDIT.
           MOVE SPACES TO PROTECT-NOTE-WORK.
           MOVE 1 TO AUD-PTR.
           STRING "STEP " DELIMITED BY SIZE
               PROTECT-STEP-EDIT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               JS-STEP-NAME DELIMITED BY SPACE
               " " DELIMITED BY SIZE
               INTO PROTECT-NOTE-WORK WITH POINTER AUD-PTR.
           IF JS-VERDICT = SPACES
               STRING "NOT STARTED" DELIMITED BY SIZE
                   INTO PROTECT-NOTE-WORK WITH POINTER AUD-PTR
           ELSE
               STRING JS-VERDICT DELIMITED BY "  "
                   INTO PROTECT-NOTE-WORK WITH POINTER AUD-PTR
           END-IF.
           MOVE SPACES TO PROTECT-COMMAND.
           IF JS-STEP-NUM >= 1 AND JS-STEP-NUM <= MANIFEST-COUNT
               IF MT-NAME(JS-STEP-NUM) = JS-STEP-NAME
                   MOVE MT-COMMAND(JS-STEP-NUM) TO PROTECT-COMMAND
               END-IF
           END-IF.
           MOVE SPACES TO HK-AUDIT-NOTE.
           STRING "INCOMPLETE " DELIMITED BY SIZE
               PROTECT-NOTE-WORK DELIMITED BY "  "
               " - ITS FILES ARE PROTECTED" DELIMITED BY SIZE
               INTO HK-AUDIT-NOTE.
           PERFORM WRITE-AUDIT-NOTE.

           MOVE 0 TO PROG-HIT-COUNT.
           INSPECT PROTECT-COMMAND TALLYING PROG-HIT-COUNT
               FOR ALL "Comol-1" ALL "Comol-Export".
           IF PROG-HIT-COUNT > 0
               MOVE 1 TO CLASS-IDX
               PERFORM PROTECT-ONE-CLASS
               MOVE 2 TO CLASS-IDX
               PERFORM PROTECT-ONE-CLASS
               MOVE 5 TO CLASS-IDX
               PERFORM PROTECT-ONE-CLASS
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO PROG-HIT-COUNT.
           INSPECT PROTECT-COMMAND TALLYING PROG-HIT-COUNT
               FOR ALL "Comol-FX".
           IF PROG-HIT-COUNT > 0
      * The effects pass reads the dry renders it processes.
               MOVE 3 TO CLASS-IDX
               PERFORM PROTECT-ONE-CLASS
               MOVE 1 TO CLASS-IDX
               PERFORM PROTECT-ONE-CLASS
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO PROG-HIT-COUNT.
           INSPECT PROTECT-COMMAND TALLYING PROG-HIT-COUNT
               FOR ALL "Comol-Mix".
           IF PROG-HIT-COUNT > 0
      * The mix reads dry and wet tracks alike.
               MOVE 4 TO CLASS-IDX
               PERFORM PROTECT-ONE-CLASS
               MOVE 6 TO CLASS-IDX
               PERFORM PROTECT-ONE-CLASS
               MOVE 1 TO CLASS-IDX
               PERFORM PROTECT-ONE-CLASS
               MOVE 3 TO CLASS-IDX
               PERFORM PROTECT-ONE-CLASS
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING CLASS-IDX FROM 1 BY 1
               UNTIL CLASS-IDX > 6
               PERFORM PROTECT-ONE-CLASS
           END-PERFORM.

      * The first incomplete step to claim a class is the one named.
       PROTECT-ONE-CLASS.
           IF CLASS-PROT-NOTE(CLASS-IDX) = SPACES
               MOVE PROTECT-NOTE-WORK TO CLASS-PROT-NOTE(CLASS-IDX)
           END-IF.

      * ==========================================
      * LOAD-REFERENCES
      * Every catalog, register, parameter list and report that
      * names a render-area file, into REFERENCE-TABLE.
      * ==========================================
       LOAD-REFERENCES.
           PERFORM LOAD-LIBRARY-REFS.
           PERFORM LOAD-CATALOG-REFS.
           PERFORM LOAD-PROVENANCE-REFS.
           PERFORM LOAD-EFFECTS-REFS.
           PERFORM LOAD-MIX-REFS.
           PERFORM LOAD-VERIFY-REFS.
           PERFORM LOAD-SOURCE-REFS.
           PERFORM LOAD-INTAKE-REFS.
           PERFORM LOAD-SPEC-REFS.
           PERFORM LOAD-QA-REFS.
           IF REF-OVERFLOW-SW = 1
               MOVE "MORE THAN 3000 REFERENCED PATHS" TO HK-AUDIT-NOTE
               PERFORM REPORT-POLICY-ERROR
           END-IF.

      * The output and run log the batch writes for each preset,
      * built the way LOAD-PRESET-INTO-PATCH builds them.
       LOAD-LIBRARY-REFS.
           OPEN INPUT PRESET-LIBRARY-FILE.
           MOVE "PresetLibrary.dat" TO HK-REGISTER-NAME.
           PERFORM CHECK-REGISTER-OPEN.
           IF REG-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO HK-EOF-SWITCH.
           PERFORM UNTIL HK-EOF-SWITCH = 1
               READ PRESET-LIBRARY-FILE
                   AT END
                       MOVE 1 TO HK-EOF-SWITCH
                   NOT AT END
                       MOVE SPACES TO REF-WORK-PATH
                       STRING "path/to/" DELIMITED BY SIZE
                           PL-PRESET-NAME DELIMITED BY SPACE
                           ".wav" DELIMITED BY SIZE
                           INTO REF-WORK-PATH
                       PERFORM ADD-REFERENCE
                       IF REF-FOUND > 0
                           MOVE 1 TO RF-LIBRARY-SW(REF-FOUND)
                       END-IF
                       MOVE SPACES TO REF-WORK-PATH
                       STRING "path/to/" DELIMITED BY SIZE
                           PL-PRESET-NAME DELIMITED BY SPACE
                           "-RunLog.txt" DELIMITED BY SIZE
                           INTO REF-WORK-PATH
                       PERFORM ADD-REFERENCE
                       IF REF-FOUND > 0
                           MOVE 1 TO RF-LIBRARY-SW(REF-FOUND)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PRESET-LIBRARY-FILE.

      * A RENDERED or CARRIED FORWARD row is tonight's library
      * output and must be on disk. A RETIRED row's last output is
      * referenced but no longer current, so it ages like any
      * other render.
       LOAD-CATALOG-REFS.
           OPEN INPUT CATALOG-FILE.
           MOVE "Catalog.txt" TO HK-REGISTER-NAME.
           PERFORM CHECK-REGISTER-OPEN.
           IF REG-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO HK-EOF-SWITCH.
           PERFORM UNTIL HK-EOF-SWITCH = 1
               READ CATALOG-FILE
                   AT END
                       MOVE 1 TO HK-EOF-SWITCH
                   NOT AT END
                       IF CATALOG-RECORD NOT = SPACES
                           AND CATALOG-RECORD(1:12)
                               NOT = "PRESET NAME "
                           PERFORM STORE-CATALOG-REF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CATALOG-FILE.

       STORE-CATALOG-REF.
           EVALUATE TRUE
               WHEN CATALOG-RECORD(21:11) = "  SKIPPED -"
                   CONTINUE
               WHEN CATALOG-RECORD(21:11) = "  RETIRED -"
                   MOVE 0 TO HK-DOT-POS
                   INSPECT CATALOG-RECORD TALLYING HK-DOT-POS
                       FOR CHARACTERS BEFORE INITIAL "LAST OUTPUT "
                   IF HK-DOT-POS < 120
                       MOVE SPACES TO REF-WORK-PATH
                       UNSTRING CATALOG-RECORD(HK-DOT-POS + 13:)
                           DELIMITED BY SPACE INTO REF-WORK-PATH
                       PERFORM ADD-REFERENCE
                   END-IF
               WHEN CATALOG-RECORD(46:1) NOT = SPACE
                   MOVE SPACES TO REF-WORK-PATH
                   UNSTRING CATALOG-RECORD(46:87)
                       DELIMITED BY SPACE INTO REF-WORK-PATH
                   PERFORM ADD-REFERENCE
                   IF REF-FOUND > 0
                       MOVE 1 TO RF-LIBRARY-SW(REF-FOUND)
                       MOVE 1 TO RF-CATALOG-SW(REF-FOUND)
                   END-IF
           END-EVALUATE.

      * Every output Comol-1 has recorded writing; the newest run
      * stamp for a path is the version now on disk.
       LOAD-PROVENANCE-REFS.
           OPEN INPUT PROVENANCE-FILE.
           MOVE "Provenance.dat" TO HK-REGISTER-NAME.
           PERFORM CHECK-REGISTER-OPEN.
           IF REG-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO HK-EOF-SWITCH.
           PERFORM UNTIL HK-EOF-SWITCH = 1
               READ PROVENANCE-FILE
                   AT END
                       MOVE 1 TO HK-EOF-SWITCH
                   NOT AT END
                       MOVE PV-OUT-PATH TO REF-WORK-PATH
                       PERFORM ADD-REFERENCE
                       IF REF-FOUND > 0
                           MOVE 1 TO RF-PROVENANCE-SW(REF-FOUND)
                           IF PV-RUN-STAMP > RF-STAMP(REF-FOUND)
                               MOVE PV-RUN-STAMP
                                   TO RF-STAMP(REF-FOUND)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PROVENANCE-FILE.

       LOAD-EFFECTS-REFS.
           OPEN INPUT EFFECTS-PARAM-FILE.
           MOVE "Effects1.dat" TO HK-REGISTER-NAME.
           PERFORM CHECK-REGISTER-OPEN.
           IF REG-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO HK-EOF-SWITCH.
           PERFORM UNTIL HK-EOF-SWITCH = 1
               READ EFFECTS-PARAM-FILE
                   AT END
                       MOVE 1 TO HK-EOF-SWITCH
                   NOT AT END
                       MOVE EF-IN-PATH TO REF-WORK-PATH
                       PERFORM ADD-REFERENCE
                       MOVE EF-OUT-PATH TO REF-WORK-PATH
                       PERFORM ADD-REFERENCE
                       IF REF-FOUND > 0
                           MOVE 1 TO RF-WET-SW(REF-FOUND)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE EFFECTS-PARAM-FILE.

      * The tracks of the last mix; a mix list also references the
      * master it was mixed into.
       LOAD-MIX-REFS.
           OPEN INPUT MIX-LIST-FILE.
           MOVE "MixList.dat" TO HK-REGISTER-NAME.
           PERFORM CHECK-REGISTER-OPEN.
           IF REG-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO HK-EOF-SWITCH.
           PERFORM UNTIL HK-EOF-SWITCH = 1
               READ MIX-LIST-FILE
                   AT END
                       MOVE 1 TO HK-EOF-SWITCH
                   NOT AT END
                       MOVE MX-WAVE-PATH TO REF-WORK-PATH
                       PERFORM ADD-REFERENCE
                       MOVE "path/to/Master.wav" TO REF-WORK-PATH
                       PERFORM ADD-REFERENCE
               END-READ
           END-PERFORM.
           CLOSE MIX-LIST-FILE.

      * Golden references and the renders checked against them.
       LOAD-VERIFY-REFS.
           OPEN INPUT VERIFY-SUITE-FILE.
           MOVE "VerifySuite.dat" TO HK-REGISTER-NAME.
           PERFORM CHECK-REGISTER-OPEN.
           IF REG-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO HK-EOF-SWITCH.
           PERFORM UNTIL HK-EOF-SWITCH = 1
               READ VERIFY-SUITE-FILE
                   AT END
                       MOVE 1 TO HK-EOF-SWITCH
                   NOT AT END
                       MOVE VS-RENDER-PATH TO REF-WORK-PATH
                       PERFORM ADD-PINNED-REFERENCE
                       MOVE VS-GOLDEN-PATH TO REF-WORK-PATH
                       PERFORM ADD-PINNED-REFERENCE
               END-READ
           END-PERFORM.
           CLOSE VERIFY-SUITE-FILE.

      * The captures registered wavetables were conditioned from.
       LOAD-SOURCE-REFS.
           OPEN INPUT SOURCE-CATALOG-FILE.
           MOVE "SourceCatalog.dat" TO HK-REGISTER-NAME.
           PERFORM CHECK-REGISTER-OPEN.
           IF REG-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO HK-EOF-SWITCH.
           PERFORM UNTIL HK-EOF-SWITCH = 1
               READ SOURCE-CATALOG-FILE
                   AT END
                       MOVE 1 TO HK-EOF-SWITCH
                   NOT AT END
                       MOVE SC-ORIGIN-PATH TO REF-WORK-PATH
                       PERFORM ADD-PINNED-REFERENCE
               END-READ
           END-PERFORM.
           CLOSE SOURCE-CATALOG-FILE.

      * Captures waiting for the next intake.
       LOAD-INTAKE-REFS.
           OPEN INPUT WAVE-INTAKE-FILE.
           MOVE "WaveIntake.dat" TO HK-REGISTER-NAME.
           PERFORM CHECK-REGISTER-OPEN.
           IF REG-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO HK-EOF-SWITCH.
           PERFORM UNTIL HK-EOF-SWITCH = 1
               READ WAVE-INTAKE-FILE
                   AT END
                       MOVE 1 TO HK-EOF-SWITCH
                   NOT AT END
                       MOVE WI-SOURCE-PATH TO REF-WORK-PATH
                       PERFORM ADD-PINNED-REFERENCE
               END-READ
           END-PERFORM.
           CLOSE WAVE-INTAKE-FILE.

       LOAD-SPEC-REFS.
           OPEN INPUT SPEC-LIST-FILE.
           MOVE "SpecList.dat" TO HK-REGISTER-NAME.
           PERFORM CHECK-REGISTER-OPEN.
           IF REG-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO HK-EOF-SWITCH.
           PERFORM UNTIL HK-EOF-SWITCH = 1
               READ SPEC-LIST-FILE
                   AT END
                       MOVE 1 TO HK-EOF-SWITCH
                   NOT AT END
                       MOVE SL-WAVE-PATH TO REF-WORK-PATH
                       PERFORM ADD-REFERENCE
               END-READ
           END-PERFORM.
           CLOSE SPEC-LIST-FILE.

      * Every file the QA scan has reported on.
       LOAD-QA-REFS.
           OPEN INPUT QA-REPORT-FILE.
           MOVE "QAReport.txt" TO HK-REGISTER-NAME.
           PERFORM CHECK-REGISTER-OPEN.
           IF REG-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO HK-EOF-SWITCH.
           PERFORM UNTIL HK-EOF-SWITCH = 1
               READ QA-REPORT-FILE
                   AT END
                       MOVE 1 TO HK-EOF-SWITCH
                   NOT AT END
                       IF QA-REPORT-RECORD(1:1) NOT = SPACE
                           MOVE SPACES TO REF-WORK-PATH
                           UNSTRING QA-REPORT-RECORD
                               DELIMITED BY SPACE INTO REF-WORK-PATH
                           PERFORM ADD-REFERENCE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE QA-REPORT-FILE.

      * OPTIONAL files open as "05" when absent - nothing to read,
      * nothing referenced. Any other failure stops the run.
       CHECK-REGISTER-OPEN.
           IF REG-FILE-STATUS = "05"
               MOVE "10" TO REG-FILE-STATUS
               EXIT PARAGRAPH
           END-IF.
           IF REG-FILE-STATUS NOT = "00"
               MOVE SPACES TO HK-AUDIT-NOTE
               STRING "CANNOT READ " DELIMITED BY SIZE
                   HK-REGISTER-NAME DELIMITED BY SPACE
                   " (STATUS " DELIMITED BY SIZE
                   REG-FILE-STATUS DELIMITED BY SIZE
                   ")" DELIMITED BY SIZE
                   INTO HK-AUDIT-NOTE
               PERFORM REPORT-POLICY-ERROR
           END-IF.

       ADD-PINNED-REFERENCE.
           PERFORM ADD-REFERENCE.
           IF REF-FOUND > 0
               MOVE 1 TO RF-PINNED-SW(REF-FOUND)
           END-IF.

      * REF-FOUND comes back as the entry for REF-WORK-PATH, added
      * if new; 0 for a blank path or a full table.
       ADD-REFERENCE.
           MOVE 0 TO REF-FOUND.
           IF REF-WORK-PATH = SPACES
               EXIT PARAGRAPH
           END-IF.
           PERFORM FIND-REFERENCE.
           IF REF-FOUND > 0
               EXIT PARAGRAPH
           END-IF.
           IF REF-COUNT >= 3000
               MOVE 1 TO REF-OVERFLOW-SW
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO REF-COUNT.
           MOVE REF-COUNT TO REF-FOUND.
           MOVE REF-WORK-PATH TO RF-PATH(REF-FOUND).
           MOVE SPACES TO RF-STAMP(REF-FOUND).
           MOVE 0 TO RF-LIBRARY-SW(REF-FOUND)
               RF-PINNED-SW(REF-FOUND) RF-CATALOG-SW(REF-FOUND)
               RF-PROVENANCE-SW(REF-FOUND) RF-WET-SW(REF-FOUND).

       FIND-REFERENCE.
           MOVE 0 TO REF-FOUND.
           PERFORM VARYING REF-IDX FROM 1 BY 1
               UNTIL REF-IDX > REF-COUNT OR REF-FOUND > 0
               IF RF-PATH(REF-IDX) = REF-WORK-PATH
                   MOVE REF-IDX TO REF-FOUND
               END-IF
           END-PERFORM.

      * ==========================================
      * LIST-DIRECTORIES
      * There is no COBOL verb that lists a directory, so the
      * scheduler shell writes one file name per line for the
      * archive and for the render area. The archive directory is
      * created on the first applied run.
      * ==========================================
       LIST-DIRECTORIES.
           IF RP-APPLY-SW = 1
               MOVE RP-ARCHIVE-DIR TO HK-ARCH-PATH
               CALL "CBL_CREATE_DIR" USING HK-ARCH-PATH
                   RETURNING HOUSE-CALL-RC
           END-IF.
           MOVE SPACES TO HOUSE-EXEC-COMMAND.
           STRING "ls -1 " DELIMITED BY SIZE
               RP-ARCHIVE-DIR DELIMITED BY SPACE
               " > " DELIMITED BY SIZE
               HK-ARCH-LIST-PATH DELIMITED BY SIZE
               " 2>/dev/null" DELIMITED BY SIZE
               INTO HOUSE-EXEC-COMMAND.
           CALL "SYSTEM" USING HOUSE-EXEC-COMMAND.
           MOVE 0 TO RETURN-CODE.
           MOVE SPACES TO HOUSE-EXEC-COMMAND.
           STRING "ls -1 " DELIMITED BY SIZE
               HK-ASSET-DIR DELIMITED BY SIZE
               " > " DELIMITED BY SIZE
               HK-DISK-LIST-PATH DELIMITED BY SIZE
               INTO HOUSE-EXEC-COMMAND.
           CALL "SYSTEM" USING HOUSE-EXEC-COMMAND.
           MOVE 0 TO RETURN-CODE.

      * ==========================================
      * LOAD-ARCHIVE-LISTING
      * Every <base>-<14-digit stamp><ext> name in the archive into
      * ARCHIVE-TABLE. An archive that does not exist yet lists as
      * empty.
      * ==========================================
       LOAD-ARCHIVE-LISTING.
           MOVE HK-ARCH-LIST-PATH TO HK-LIST-PATH.
           OPEN INPUT HOUSE-LIST-FILE.
           IF HL-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO HK-EOF-SWITCH.
           PERFORM UNTIL HK-EOF-SWITCH = 1
               READ HOUSE-LIST-FILE
                   AT END
                       MOVE 1 TO HK-EOF-SWITCH
                   NOT AT END
                       MOVE HOUSE-LIST-RECORD TO HK-NAME
                       PERFORM SPLIT-FILE-NAME
                       IF HK-DOT-POS > 16
                           AND HK-NAME(HK-DOT-POS - 15:1) = "-"
                           AND HK-NAME(HK-DOT-POS - 14:14) NUMERIC
                           MOVE HK-NAME(HK-DOT-POS - 14:14)
                               TO HK-VERSION-STAMP
                           MOVE SPACES TO HK-BASE
                           MOVE HK-NAME(1:HK-DOT-POS - 16) TO HK-BASE
                           PERFORM ADD-ARCHIVE-ENTRY
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE HOUSE-LIST-FILE.
           IF ARCH-OVERFLOW-SW = 1
               MOVE "MORE THAN 5000 ARCHIVED VERSIONS - REST NOT PURGED"
                   TO HK-AUDIT-NOTE
               PERFORM WRITE-AUDIT-NOTE
           END-IF.

      * HK-BASE / HK-EXT / HK-VERSION-STAMP in, one more entry out.
       ADD-ARCHIVE-ENTRY.
           IF ARCH-COUNT >= 5000
               MOVE 1 TO ARCH-OVERFLOW-SW
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO ARCH-COUNT.
           MOVE SPACES TO AV-NAME(ARCH-COUNT).
           STRING HK-BASE DELIMITED BY SPACE
               "-" DELIMITED BY SIZE
               HK-VERSION-STAMP DELIMITED BY SIZE
               HK-EXT DELIMITED BY SPACE
               INTO AV-NAME(ARCH-COUNT).
           MOVE HK-BASE TO AV-BASE(ARCH-COUNT).
           MOVE HK-EXT TO AV-EXT(ARCH-COUNT).
           MOVE HK-VERSION-STAMP TO AV-STAMP(ARCH-COUNT).

      * HK-NAME in; HK-NAME-LEN, HK-DOT-POS (the last ".", 0 for
      * none) and HK-EXT (".wav", ".txt" ...) out.
       SPLIT-FILE-NAME.
           MOVE 0 TO HK-NAME-LEN.
           INSPECT HK-NAME TALLYING HK-NAME-LEN
               FOR CHARACTERS BEFORE INITIAL SPACE.
           MOVE 0 TO HK-DOT-POS.
           PERFORM VARYING HK-SLASH-POS FROM HK-NAME-LEN BY -1
               UNTIL HK-SLASH-POS < 1 OR HK-DOT-POS > 0
               IF HK-NAME(HK-SLASH-POS:1) = "."
                   MOVE HK-SLASH-POS TO HK-DOT-POS
               END-IF
           END-PERFORM.
           MOVE SPACES TO HK-EXT.
           IF HK-DOT-POS > 0 AND HK-NAME-LEN - HK-DOT-POS < 8
               MOVE HK-NAME(HK-DOT-POS:HK-NAME-LEN - HK-DOT-POS + 1)
                   TO HK-EXT
           END-IF.

      * ==========================================
      * SWEEP-RENDER-AREA
      * One pass over the render area listing, one decision per
      * asset file. Files that are not one of the asset classes -
      * parameter files, reports, RAW tables - are not ours.
      * ==========================================
       SWEEP-RENDER-AREA.
           MOVE HK-DISK-LIST-PATH TO HK-LIST-PATH.
           OPEN INPUT HOUSE-LIST-FILE.
           IF HL-FILE-STATUS NOT = "00"
               MOVE "RENDER AREA COULD NOT BE LISTED - NOTHING SWEPT"
                   TO HK-AUDIT-NOTE
               PERFORM WRITE-AUDIT-NOTE
               ADD 1 TO FAILED-COUNT
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO HK-EOF-SWITCH.
           PERFORM UNTIL HK-EOF-SWITCH = 1
               READ HOUSE-LIST-FILE
                   AT END
                       MOVE 1 TO HK-EOF-SWITCH
                   NOT AT END
                       MOVE HOUSE-LIST-RECORD TO HK-NAME
                       PERFORM HOUSEKEEP-ONE-FILE
               END-READ
           END-PERFORM.
           CLOSE HOUSE-LIST-FILE.

      * ==========================================
      * HOUSEKEEP-ONE-FILE
      * Pinned files are never touched. An asset nothing references
      * is reported as an orphan and then aged like any other. A
      * current library output is versioned into the archive and
      * stays; anything else past its class's days is archived, and
      * scratch past its days is deleted. Whatever the decision, a
      * class an incomplete job step owns is refused instead.
      * ==========================================
       HOUSEKEEP-ONE-FILE.
           PERFORM SPLIT-FILE-NAME.
           PERFORM CLASSIFY-FILE.
           IF HK-CLASS = 0
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO HK-PATH.
           STRING HK-ASSET-DIR DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               HK-NAME DELIMITED BY SPACE
               INTO HK-PATH.
           PERFORM GET-FILE-DETAILS.
           IF HOUSE-CALL-RC NOT = 0
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO EXAMINED-COUNT.

      * A run log belongs with its WAVE - it is referenced when the
      * WAVE is.
           MOVE HK-PATH TO REF-WORK-PATH.
           IF HK-CLASS = 2
               MOVE SPACES TO REF-WORK-PATH
               STRING HK-ASSET-DIR DELIMITED BY SIZE
                   "/" DELIMITED BY SIZE
                   HK-NAME(1:HK-NAME-LEN - 11) DELIMITED BY SIZE
                   ".wav" DELIMITED BY SIZE
                   INTO REF-WORK-PATH
           END-IF.
           PERFORM FIND-REFERENCE.
           IF HK-CLASS = 2 AND REF-FOUND = 0
               MOVE HK-PATH TO REF-WORK-PATH
               PERFORM FIND-REFERENCE
           END-IF.
           MOVE 0 TO HK-CURRENT-SW.
           IF REF-FOUND > 0
               MOVE RF-LIBRARY-SW(REF-FOUND) TO HK-CURRENT-SW
               IF RF-PINNED-SW(REF-FOUND) = 1
                   EXIT PARAGRAPH
               END-IF
               IF HK-CLASS = 1 AND RF-WET-SW(REF-FOUND) = 1
                   MOVE 3 TO HK-CLASS
               END-IF
           END-IF.
           IF REF-FOUND = 0 AND HK-CLASS < 5
               ADD 1 TO ORPHAN-COUNT
               MOVE "ORPHAN" TO HK-ACTION-WORD
               MOVE "NO CATALOG, REGISTER OR REPORT REFERENCES IT"
                   TO HK-AUDIT-NOTE
               MOVE 0 TO HK-LINE-BYTES
               PERFORM WRITE-AUDIT-ACTION
           END-IF.

      * The version stamp is the render's own run stamp where
      * Comol-1 recorded one, else the time the file was written.
           MOVE FILE-STAMP TO HK-VERSION-STAMP.
           IF REF-FOUND > 0
               IF RF-STAMP(REF-FOUND) NOT = SPACES
                   MOVE RF-STAMP(REF-FOUND) TO HK-VERSION-STAMP
               END-IF
           END-IF.
           MOVE SPACES TO HK-BASE.
           MOVE HK-NAME(1:HK-DOT-POS - 1) TO HK-BASE.
           PERFORM BUILD-ARCHIVE-PATH.

           MOVE 0 TO HK-ACTION.
           EVALUATE TRUE
               WHEN HK-CLASS >= 5
                   IF HK-AGE-DAYS >= CLASS-DAYS(HK-CLASS)
                       MOVE 2 TO HK-ACTION
                   END-IF
               WHEN HK-CURRENT-SW = 1
                   IF HK-CLASS = 1 AND ARCH-FOUND = 0
                       MOVE 3 TO HK-ACTION
                   END-IF
               WHEN HK-AGE-DAYS >= CLASS-DAYS(HK-CLASS)
                   MOVE 1 TO HK-ACTION
           END-EVALUATE.
           IF HK-ACTION = 0
               EXIT PARAGRAPH
           END-IF.
           IF CLASS-PROT-NOTE(HK-CLASS) NOT = SPACES
               ADD 1 TO REFUSED-COUNT
               MOVE "REFUSED" TO HK-ACTION-WORD
               MOVE SPACES TO HK-AUDIT-NOTE
               STRING "BELONGS TO INCOMPLETE " DELIMITED BY SIZE
                   CLASS-PROT-NOTE(HK-CLASS) DELIMITED BY "  "
                   INTO HK-AUDIT-NOTE
               MOVE 0 TO HK-LINE-BYTES
               PERFORM WRITE-AUDIT-ACTION
               EXIT PARAGRAPH
           END-IF.
           EVALUATE HK-ACTION
               WHEN 1
                   PERFORM ARCHIVE-ONE-FILE
               WHEN 2
                   PERFORM DELETE-ONE-FILE
               WHEN 3
                   PERFORM VERSION-ONE-FILE
           END-EVALUATE.

      * HK-NAME / HK-NAME-LEN in, HK-CLASS out (0 = not an asset).
       CLASSIFY-FILE.
           MOVE 0 TO HK-CLASS.
           EVALUATE TRUE
               WHEN HK-NAME = "Checkpoint1.dat"
                   OR HK-NAME = "QANorm.tmp"
                   MOVE 5 TO HK-CLASS
               WHEN HK-NAME = "MixAcc-A.tmp"
                   OR HK-NAME = "MixAcc-B.tmp"
                   MOVE 6 TO HK-CLASS
               WHEN HK-NAME = "Master.wav"
                   MOVE 4 TO HK-CLASS
               WHEN HK-NAME-LEN > 11
                   AND HK-NAME(HK-NAME-LEN - 10:11) = "-RunLog.txt"
                   MOVE 2 TO HK-CLASS
               WHEN HK-NAME-LEN > 7
                   AND HK-NAME(HK-NAME-LEN - 6:7) = "-FX.wav"
                   MOVE 3 TO HK-CLASS
               WHEN HK-NAME-LEN > 4
                   AND HK-NAME(HK-NAME-LEN - 3:4) = ".wav"
                   MOVE 1 TO HK-CLASS
           END-EVALUATE.

      * HK-PATH in. HOUSE-CALL-RC 0 when the file is there, with
      * HK-FILE-SIZE, FILE-STAMP and HK-AGE-DAYS filled in.
       GET-FILE-DETAILS.
           CALL "CBL_CHECK_FILE_EXIST" USING HK-PATH FILE-DETAILS
               RETURNING HOUSE-CALL-RC.
           IF HOUSE-CALL-RC NOT = 0
               EXIT PARAGRAPH
           END-IF.
           MOVE FD-SIZE TO HK-FILE-SIZE.
           MOVE FD-YEAR TO FS-YEAR.
           COMPUTE FS-MONTH = FUNCTION ORD(FD-MONTH) - 1.
           COMPUTE FS-DAY = FUNCTION ORD(FD-DAY) - 1.
           COMPUTE FS-HOUR = FUNCTION ORD(FD-HOUR) - 1.
           COMPUTE FS-MINUTE = FUNCTION ORD(FD-MINUTE) - 1.
           COMPUTE FS-SECOND = FUNCTION ORD(FD-SECOND) - 1.
           IF FS-YEAR < 1601 OR FS-MONTH < 1 OR FS-DAY < 1
               MOVE 0 TO HK-AGE-DAYS
           ELSE
               COMPUTE HK-AGE-DAYS = HK-TODAY-INT
                   - FUNCTION INTEGER-OF-DATE(FS-DATE-NUM)
           END-IF.

      * HK-BASE / HK-EXT / HK-VERSION-STAMP in; HK-ARCH-PATH out,
      * and ARCH-FOUND > 0 when that version is already archived.
       BUILD-ARCHIVE-PATH.
           MOVE SPACES TO HK-ARCH-PATH.
           STRING RP-ARCHIVE-DIR DELIMITED BY SPACE
               "/" DELIMITED BY SIZE
               HK-BASE DELIMITED BY SPACE
               "-" DELIMITED BY SIZE
               HK-VERSION-STAMP DELIMITED BY SIZE
               HK-EXT DELIMITED BY SPACE
               INTO HK-ARCH-PATH.
           MOVE 0 TO ARCH-FOUND.
           PERFORM VARYING ARCH-IDX FROM 1 BY 1
               UNTIL ARCH-IDX > ARCH-COUNT OR ARCH-FOUND > 0
               IF AV-BASE(ARCH-IDX) = HK-BASE
                   AND AV-EXT(ARCH-IDX) = HK-EXT
                   AND AV-STAMP(ARCH-IDX) = HK-VERSION-STAMP
                   MOVE ARCH-IDX TO ARCH-FOUND
               END-IF
           END-PERFORM.

      * ==========================================
      * ARCHIVE-ONE-FILE
      * Copy to the archive, check the copy is whole, then delete
      * the original. A copy that cannot be confirmed leaves the
      * original where it is. When this version is already in the
      * archive (versioned on an earlier night) only the delete is
      * needed.
      * ==========================================
       ARCHIVE-ONE-FILE.
           IF RP-APPLY-SW = 0
               ADD 1 TO ARCHIVED-COUNT
               ADD HK-FILE-SIZE TO BYTES-FREED
               MOVE "WOULD ARCHIVE" TO HK-ACTION-WORD
               PERFORM WRITE-ARCHIVE-ACTION
               IF ARCH-FOUND = 0
                   PERFORM ADD-ARCHIVE-ENTRY
               END-IF
               EXIT PARAGRAPH
           END-IF.
           IF ARCH-FOUND = 0
               PERFORM COPY-TO-ARCHIVE
               IF HOUSE-CALL-RC NOT = 0
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           CALL "CBL_DELETE_FILE" USING HK-PATH
               RETURNING HOUSE-CALL-RC.
           IF HOUSE-CALL-RC NOT = 0
               MOVE "DELETE AFTER ARCHIVE COPY" TO HK-AUDIT-NOTE
               PERFORM WRITE-AUDIT-FAILURE
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO ARCHIVED-COUNT.
           ADD HK-FILE-SIZE TO BYTES-FREED.
           MOVE "ARCHIVED" TO HK-ACTION-WORD.
           PERFORM WRITE-ARCHIVE-ACTION.

      * ==========================================
      * VERSION-ONE-FILE
      * A current library render whose version the archive does not
      * hold yet is copied in; the original stays for the batch.
      * ==========================================
       VERSION-ONE-FILE.
           IF RP-APPLY-SW = 0
               ADD 1 TO VERSIONED-COUNT
               MOVE "WOULD VERSION" TO HK-ACTION-WORD
               MOVE 0 TO HK-FILE-SIZE
               PERFORM WRITE-ARCHIVE-ACTION
               PERFORM ADD-ARCHIVE-ENTRY
               EXIT PARAGRAPH
           END-IF.
           PERFORM COPY-TO-ARCHIVE.
           IF HOUSE-CALL-RC NOT = 0
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO VERSIONED-COUNT.
           MOVE "VERSIONED" TO HK-ACTION-WORD.
           MOVE 0 TO HK-FILE-SIZE.
           PERFORM WRITE-ARCHIVE-ACTION.

      * HK-PATH to HK-ARCH-PATH, confirmed by size. HOUSE-CALL-RC
      * is left nonzero (and the failure audited) if it did not
      * arrive whole.
       COPY-TO-ARCHIVE.
           CALL "CBL_COPY_FILE" USING HK-PATH HK-ARCH-PATH
               RETURNING HOUSE-CALL-RC.
           IF HOUSE-CALL-RC NOT = 0
               MOVE "COPY TO ARCHIVE" TO HK-AUDIT-NOTE
               PERFORM WRITE-AUDIT-FAILURE
               EXIT PARAGRAPH
           END-IF.
           CALL "CBL_CHECK_FILE_EXIST" USING HK-ARCH-PATH
               FILE-DETAILS RETURNING HOUSE-CALL-RC.
           MOVE FD-SIZE TO HOUSE-COPY-SIZE.
           IF HOUSE-CALL-RC NOT = 0
               OR HOUSE-COPY-SIZE NOT = HK-FILE-SIZE
               MOVE "ARCHIVE COPY SIZE CHECK" TO HK-AUDIT-NOTE
               MOVE 1 TO HOUSE-CALL-RC
               PERFORM WRITE-AUDIT-FAILURE
               EXIT PARAGRAPH
           END-IF.
           PERFORM ADD-ARCHIVE-ENTRY.

       DELETE-ONE-FILE.
           IF RP-APPLY-SW = 0
               MOVE "WOULD DELETE" TO HK-ACTION-WORD
           ELSE
               CALL "CBL_DELETE_FILE" USING HK-PATH
                   RETURNING HOUSE-CALL-RC
               IF HOUSE-CALL-RC NOT = 0
                   MOVE "DELETE" TO HK-AUDIT-NOTE
                   PERFORM WRITE-AUDIT-FAILURE
                   EXIT PARAGRAPH
               END-IF
               MOVE "DELETED" TO HK-ACTION-WORD
           END-IF.
           ADD 1 TO DELETED-COUNT.
           ADD HK-FILE-SIZE TO BYTES-FREED.
           MOVE "SCRATCH FILE PAST ITS DAYS" TO HK-AUDIT-NOTE.
           IF HK-NAME = "Checkpoint1.dat" AND HK-FILE-SIZE > 0
               MOVE "STALE CHECKPOINT - NO COMOL-1 STEP IS INCOMPLETE"
                   TO HK-AUDIT-NOTE
           END-IF.
           MOVE HK-FILE-SIZE TO HK-LINE-BYTES.
           PERFORM WRITE-AUDIT-ACTION.

      * ==========================================
      * PURGE-OLD-VERSIONS
      * For each file archived under the same base name and
      * extension, the newest KEEP-VERSIONS versions stay and the
      * older ones are deleted.
      * ==========================================
       PURGE-OLD-VERSIONS.
           PERFORM VARYING ARCH-IDX FROM 1 BY 1
               UNTIL ARCH-IDX > ARCH-COUNT
               MOVE 0 TO ARCH-NEWER-COUNT
               PERFORM VARYING ARCH-CMP-IDX FROM 1 BY 1
                   UNTIL ARCH-CMP-IDX > ARCH-COUNT
                   IF AV-BASE(ARCH-CMP-IDX) = AV-BASE(ARCH-IDX)
                       AND AV-EXT(ARCH-CMP-IDX) = AV-EXT(ARCH-IDX)
                       AND AV-STAMP(ARCH-CMP-IDX)
                           > AV-STAMP(ARCH-IDX)
                       ADD 1 TO ARCH-NEWER-COUNT
                   END-IF
               END-PERFORM
               IF ARCH-NEWER-COUNT >= RP-KEEP-VERSIONS
                   PERFORM PURGE-ONE-VERSION
               END-IF
           END-PERFORM.

       PURGE-ONE-VERSION.
           MOVE SPACES TO HK-PATH.
           STRING RP-ARCHIVE-DIR DELIMITED BY SPACE
               "/" DELIMITED BY SIZE
               AV-NAME(ARCH-IDX) DELIMITED BY SPACE
               INTO HK-PATH.
           MOVE AV-NAME(ARCH-IDX) TO HK-NAME.
           PERFORM SPLIT-FILE-NAME.
           PERFORM CLASSIFY-FILE.
           MOVE 0 TO HK-AGE-DAYS.
      * A version added by a trial run is not really there - its
      * size is the one it would have had.
           CALL "CBL_CHECK_FILE_EXIST" USING HK-PATH FILE-DETAILS
               RETURNING HOUSE-CALL-RC.
           IF HOUSE-CALL-RC = 0
               MOVE FD-SIZE TO HK-FILE-SIZE
           ELSE
               MOVE 0 TO HK-FILE-SIZE
           END-IF.
           MOVE SPACES TO HK-AUDIT-NOTE.
           MOVE RP-KEEP-VERSIONS TO AUD-DAYS.
           STRING "OLDER THAN THE NEWEST " DELIMITED BY SIZE
               AUD-DAYS DELIMITED BY SIZE
               " VERSION(S)" DELIMITED BY SIZE
               INTO HK-AUDIT-NOTE.
           IF RP-APPLY-SW = 0
               MOVE "WOULD PURGE" TO HK-ACTION-WORD
           ELSE
               CALL "CBL_DELETE_FILE" USING HK-PATH
                   RETURNING HOUSE-CALL-RC
               IF HOUSE-CALL-RC NOT = 0
                   MOVE "PURGE OLD VERSION" TO HK-AUDIT-NOTE
                   PERFORM WRITE-AUDIT-FAILURE
                   EXIT PARAGRAPH
               END-IF
               MOVE "PURGED" TO HK-ACTION-WORD
           END-IF.
           ADD 1 TO PURGED-COUNT.
           ADD HK-FILE-SIZE TO BYTES-FREED.
           MOVE HK-FILE-SIZE TO HK-LINE-BYTES.
           PERFORM WRITE-AUDIT-ACTION.

      * ==========================================
      * CHECK-MISSING-FILES
      * The other direction: a catalog row for tonight's library
      * that has no file, or an output Comol-1 recorded writing
      * that is neither on disk nor in the archive.
      * ==========================================
       CHECK-MISSING-FILES.
           PERFORM VARYING REF-IDX FROM 1 BY 1
               UNTIL REF-IDX > REF-COUNT
               IF RF-CATALOG-SW(REF-IDX) = 1
                   OR RF-PROVENANCE-SW(REF-IDX) = 1
                   PERFORM CHECK-ONE-REFERENCE
               END-IF
           END-PERFORM.

       CHECK-ONE-REFERENCE.
           MOVE RF-PATH(REF-IDX) TO HK-PATH.
           CALL "CBL_CHECK_FILE_EXIST" USING HK-PATH FILE-DETAILS
               RETURNING HOUSE-CALL-RC.
           IF HOUSE-CALL-RC = 0
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO HK-NAME-LEN.
           INSPECT RF-PATH(REF-IDX) TALLYING HK-NAME-LEN
               FOR CHARACTERS BEFORE INITIAL SPACE.
           PERFORM VARYING HK-SLASH-POS FROM HK-NAME-LEN BY -1
               UNTIL HK-SLASH-POS < 1
                   OR RF-PATH(REF-IDX)(HK-SLASH-POS:1) = "/"
               CONTINUE
           END-PERFORM.
           MOVE SPACES TO HK-NAME.
           MOVE RF-PATH(REF-IDX)(HK-SLASH-POS + 1:) TO HK-NAME.
           PERFORM SPLIT-FILE-NAME.
           IF RF-CATALOG-SW(REF-IDX) = 0 AND HK-DOT-POS > 1
               MOVE SPACES TO HK-BASE
               MOVE HK-NAME(1:HK-DOT-POS - 1) TO HK-BASE
               PERFORM VARYING ARCH-IDX FROM 1 BY 1
                   UNTIL ARCH-IDX > ARCH-COUNT
                   IF AV-BASE(ARCH-IDX) = HK-BASE
                       AND AV-EXT(ARCH-IDX) = HK-EXT
                       EXIT PARAGRAPH
                   END-IF
               END-PERFORM
           END-IF.
           ADD 1 TO MISSING-COUNT.
           MOVE "MISSING" TO HK-ACTION-WORD.
           PERFORM CLASSIFY-FILE.
           MOVE 0 TO HK-AGE-DAYS HK-LINE-BYTES.
           IF RF-CATALOG-SW(REF-IDX) = 1
               MOVE "Catalog.txt ROW NAMES IT - FILE NOT ON DISK"
                   TO HK-AUDIT-NOTE
           ELSE
               MOVE "Provenance.dat NAMES IT - NOT ON DISK OR ARCHIVED"
                   TO HK-AUDIT-NOTE
           END-IF.
           PERFORM WRITE-AUDIT-ACTION.

      * /\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\
      * /\      AUDIT WRITERS              /\
      * /\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\
       REPORT-POLICY-ERROR.
           MOVE 1 TO HK-FATAL-SWITCH.
           DISPLAY "HOUSE ERROR: " FUNCTION TRIM(HK-AUDIT-NOTE
               TRAILING).
           PERFORM WRITE-AUDIT-NOTE.

       WRITE-AUDIT-HEADER.
           MOVE SPACES TO HK-AUDIT-NOTE.
           IF RP-APPLY-SW = 1
               MOVE "RUN START - APPLY" TO HK-AUDIT-NOTE
           ELSE
               MOVE "RUN START - TRIAL, NOTHING WILL BE TOUCHED"
                   TO HK-AUDIT-NOTE
           END-IF.
           PERFORM WRITE-AUDIT-NOTE.
           MOVE SPACES TO HK-AUDIT-NOTE.
           MOVE 1 TO AUD-PTR.
           MOVE RP-KEEP-VERSIONS TO AUD-DAYS.
           STRING "POLICY ARCHIVE=" DELIMITED BY SIZE
               RP-ARCHIVE-DIR DELIMITED BY SPACE
               " KEEP=" DELIMITED BY SIZE
               AUD-DAYS DELIMITED BY SIZE
               INTO HK-AUDIT-NOTE WITH POINTER AUD-PTR.
           PERFORM VARYING CLASS-IDX FROM 1 BY 1
               UNTIL CLASS-IDX > 5
               MOVE CLASS-DAYS(CLASS-IDX) TO AUD-DAYS
               STRING " " DELIMITED BY SIZE
                   CLASS-NAME(CLASS-IDX) DELIMITED BY SPACE
                   "=" DELIMITED BY SIZE
                   AUD-DAYS DELIMITED BY SIZE
                   "D" DELIMITED BY SIZE
                   INTO HK-AUDIT-NOTE WITH POINTER AUD-PTR
           END-PERFORM.
           PERFORM WRITE-AUDIT-NOTE.

      * Date, time and HK-AUDIT-NOTE.
       WRITE-AUDIT-NOTE.
           MOVE SPACES TO AUDIT-RECORD.
           MOVE 1 TO AUD-PTR.
           STRING HK-DATE-TIME(1:8) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               HK-DATE-TIME(9:6) DELIMITED BY SIZE
               " COMOL-HOUSE " DELIMITED BY SIZE
               HK-AUDIT-NOTE DELIMITED BY SIZE
               INTO AUDIT-RECORD WITH POINTER AUD-PTR.
           PERFORM PUT-AUDIT-LINE.

      * The archive action line names where the file went.
       WRITE-ARCHIVE-ACTION.
           MOVE SPACES TO HK-AUDIT-NOTE.
           STRING "-> " DELIMITED BY SIZE
               HK-ARCH-PATH DELIMITED BY SPACE
               INTO HK-AUDIT-NOTE.
           MOVE HK-FILE-SIZE TO HK-LINE-BYTES.
           PERFORM WRITE-AUDIT-ACTION.

      * One line per file: action, class, age, bytes freed (or, on a
      * trial run, that would be freed), path and note.
       WRITE-AUDIT-ACTION.
           MOVE SPACES TO AUDIT-RECORD.
           MOVE 1 TO AUD-PTR.
           MOVE HK-AGE-DAYS TO AUD-AGE.
           MOVE HK-LINE-BYTES TO AUD-BYTES.
           STRING HK-DATE-TIME(1:8) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               HK-DATE-TIME(9:6) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               HK-ACTION-WORD DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               INTO AUDIT-RECORD WITH POINTER AUD-PTR.
           IF HK-CLASS > 0
               STRING CLASS-NAME(HK-CLASS) DELIMITED BY SIZE
                   INTO AUDIT-RECORD WITH POINTER AUD-PTR
           ELSE
               STRING "OTHER   " DELIMITED BY SIZE
                   INTO AUDIT-RECORD WITH POINTER AUD-PTR
           END-IF.
           STRING " AGE=" DELIMITED BY SIZE
               AUD-AGE DELIMITED BY SIZE
               "D BYTES FREED=" DELIMITED BY SIZE
               AUD-BYTES DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               HK-PATH DELIMITED BY SPACE
               " " DELIMITED BY SIZE
               HK-AUDIT-NOTE DELIMITED BY SIZE
               INTO AUDIT-RECORD WITH POINTER AUD-PTR.
           PERFORM PUT-AUDIT-LINE.

      * HK-AUDIT-NOTE names the operation that failed.
       WRITE-AUDIT-FAILURE.
           ADD 1 TO FAILED-COUNT.
           MOVE HOUSE-CALL-RC TO AUD-RC.
           MOVE "FAILED" TO HK-ACTION-WORD.
           MOVE 0 TO AUD-PTR.
           INSPECT HK-AUDIT-NOTE TALLYING AUD-PTR
               FOR CHARACTERS BEFORE INITIAL "  ".
           ADD 1 TO AUD-PTR.
           STRING " RC=" DELIMITED BY SIZE
               AUD-RC DELIMITED BY SIZE
               " - FILE LEFT AS IT WAS" DELIMITED BY SIZE
               INTO HK-AUDIT-NOTE WITH POINTER AUD-PTR.
           MOVE 0 TO HK-LINE-BYTES.
           PERFORM WRITE-AUDIT-ACTION.

      * The closing totals, also shown on the console.
       WRITE-AUDIT-SUMMARY.
           MOVE SPACES TO HK-AUDIT-NOTE.
           MOVE 1 TO AUD-PTR.
           MOVE EXAMINED-COUNT TO AUD-COUNT.
           STRING "RUN END - EXAMINED=" DELIMITED BY SIZE
               AUD-COUNT DELIMITED BY SIZE
               INTO HK-AUDIT-NOTE WITH POINTER AUD-PTR.
           MOVE ARCHIVED-COUNT TO AUD-COUNT.
           STRING " ARCHIVED=" DELIMITED BY SIZE
               AUD-COUNT DELIMITED BY SIZE
               INTO HK-AUDIT-NOTE WITH POINTER AUD-PTR.
           MOVE VERSIONED-COUNT TO AUD-COUNT.
           STRING " VERSIONED=" DELIMITED BY SIZE
               AUD-COUNT DELIMITED BY SIZE
               INTO HK-AUDIT-NOTE WITH POINTER AUD-PTR.
           PERFORM WRITE-AUDIT-NOTE.
           DISPLAY FUNCTION TRIM(HK-AUDIT-NOTE TRAILING).
           MOVE SPACES TO HK-AUDIT-NOTE.
           MOVE 1 TO AUD-PTR.
           MOVE DELETED-COUNT TO AUD-COUNT.
           STRING "DELETED=" DELIMITED BY SIZE
               AUD-COUNT DELIMITED BY SIZE
               INTO HK-AUDIT-NOTE WITH POINTER AUD-PTR.
           MOVE PURGED-COUNT TO AUD-COUNT.
           STRING " PURGED=" DELIMITED BY SIZE
               AUD-COUNT DELIMITED BY SIZE
               INTO HK-AUDIT-NOTE WITH POINTER AUD-PTR.
           MOVE REFUSED-COUNT TO AUD-COUNT.
           STRING " REFUSED=" DELIMITED BY SIZE
               AUD-COUNT DELIMITED BY SIZE
               INTO HK-AUDIT-NOTE WITH POINTER AUD-PTR.
           MOVE FAILED-COUNT TO AUD-COUNT.
           STRING " FAILED=" DELIMITED BY SIZE
               AUD-COUNT DELIMITED BY SIZE
               INTO HK-AUDIT-NOTE WITH POINTER AUD-PTR.
           PERFORM WRITE-AUDIT-NOTE.
           DISPLAY FUNCTION TRIM(HK-AUDIT-NOTE TRAILING).
           MOVE SPACES TO HK-AUDIT-NOTE.
           MOVE 1 TO AUD-PTR.
           MOVE ORPHAN-COUNT TO AUD-COUNT.
           STRING "ORPHANS=" DELIMITED BY SIZE
               AUD-COUNT DELIMITED BY SIZE
               INTO HK-AUDIT-NOTE WITH POINTER AUD-PTR.
           MOVE MISSING-COUNT TO AUD-COUNT.
           STRING " MISSING=" DELIMITED BY SIZE
               AUD-COUNT DELIMITED BY SIZE
               INTO HK-AUDIT-NOTE WITH POINTER AUD-PTR.
           MOVE BYTES-FREED TO AUD-BYTES.
           STRING " BYTES FREED=" DELIMITED BY SIZE
               AUD-BYTES DELIMITED BY SIZE
               INTO HK-AUDIT-NOTE WITH POINTER AUD-PTR.
           IF RP-APPLY-SW = 0
               STRING " (TRIAL - WOULD BE)" DELIMITED BY SIZE
                   INTO HK-AUDIT-NOTE WITH POINTER AUD-PTR
           END-IF.
           PERFORM WRITE-AUDIT-NOTE.
           DISPLAY FUNCTION TRIM(HK-AUDIT-NOTE TRAILING).

       PUT-AUDIT-LINE.
           WRITE AUDIT-RECORD.
           IF AU-FILE-STATUS NOT = "00"
               MOVE "AUDIT-FILE" TO ABEND-FILE-NAME
               MOVE "PUT-AUDIT-LINE" TO ABEND-PARAGRAPH
               MOVE AU-FILE-STATUS TO ABEND-STATUS-CODE
               MOVE EXAMINED-COUNT TO ABEND-COUNT-EDIT
               PERFORM REPORT-IO-FAILURE
           END-IF.

      * ==========================================
      * REPORT-IO-FAILURE
      * Same contract as Comol-1's: the failing site fills the
      * ABEND-DIAG-VARS, this classes the status into a return code,
      * appends one line to AbendLog.txt and stops the run.
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
               " COMOL-HOUSE FILE=" DELIMITED BY SIZE
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
